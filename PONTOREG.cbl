      *>*****************************************************************
      *> PONTOREG - LAYOUT COMPARTILHADO DAS MARCACOES DE PONTO
      *> (ARQUIVO PONTOREG02): UMA LINHA POR MARCACAO, GRAVADA NO
      *> TERMINAL DA RECEPCAO PELO PROGCBL02 (ORIGEM T) OU PELA
      *> CORRECAO DO SUPERVISOR NO PROGCBL137 (ORIGEM C), E LIDA NA
      *> APURACAO DO MES DO PROGCBL137, QUE GERA O PONTOMES05
      *> HORA: HHMM; MATRICULA: A DO FUNCMST (O NOME NAO E GRAVADO)
      *> TIPO: 1 = ENTRADA, 2 = SAIDA PARA O ALMOCO, 3 = RETORNO DO
      *> ALMOCO, 4 = SAIDA; NO MESMO DIA E TIPO VALE A ULTIMA LINHA
      *> DO ARQUIVO, DE MODO QUE A CORRECAO SUBSTITUI A MARCACAO
      *> OPERADOR: SUPERVISOR QUE CORRIGIU (BRANCO NO TERMINAL)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  PONTOREG-FILE.
      *>   01  PONTOREG-REC.
      *>       COPY 'PONTOREG.cbl'.
      *>*****************************************************************
           02 PNR-DATA PIC 9(08).
           02 PNR-HORA PIC 9(04).
           02 PNR-MATRICULA PIC 9(06).
           02 PNR-TIPO PIC 9(01).
             88 PNR-ENTRADA VALUE 1.
             88 PNR-SAIDA-ALMOCO VALUE 2.
             88 PNR-RETORNO-ALMOCO VALUE 3.
             88 PNR-SAIDA VALUE 4.
           02 PNR-ORIGEM PIC X(01).
             88 PNR-TERMINAL VALUE 'T'.
             88 PNR-CORRECAO VALUE 'C'.
           02 PNR-OPERADOR PIC X(15).

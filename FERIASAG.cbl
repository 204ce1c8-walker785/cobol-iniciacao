      *>*****************************************************************
      *> FERIASAG - LAYOUT COMPARTILHADO DA AGENDA DE FERIAS
      *> (FERIASAGD49), GRAVADA PELO PROGCBL49 E PAGA PELO RECIBO DE
      *> FERIAS DO PROGCBL87
      *> AGD-DIAS: DIAS CORRIDOS DO PERIODO (BASE 30/360)
      *> AGD-MATRICULA: REGISTRO ANTIGO SEM O CAMPO CASA PELO NOME
      *> AGD-SITUACAO: ESPACO = AGENDADO; P = PAGO PELO RECIBO DE
      *> FERIAS EM AGD-DATA-PAGTO (A FOLHA DO MES SO PAGA OS DIAS
      *> TRABALHADOS FORA DO PERIODO)
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  FERIASAGD-FILE.
      *>   01  FERIASAGD-REC.
      *>       COPY 'FERIASAG.cbl'.
      *>*****************************************************************
           02 AGD-NOME PIC X(25).
           02 AGD-INICIO PIC 9(08).
           02 AGD-FIM PIC 9(08).
           02 AGD-DIAS PIC 9(03).
           02 AGD-MATRICULA PIC 9(06).
           02 AGD-SITUACAO PIC X(01).
              88 AGD-PAGO VALUE 'P'.
           02 AGD-DATA-PAGTO PIC 9(08).

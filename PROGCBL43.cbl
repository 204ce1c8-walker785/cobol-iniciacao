      *>           DE TRANSFERENCIA EM LINHA SEQUENCIAL E O ARQUIVO
      *>           INDEXADO DE PRODUCAO:
      *>             USERCAD11TXT <-> USERCAD11 (CHAVE USUARIO)
      *>             FUNCMST      <-> FUNCMSTIX (CHAVE MATRICULA,
      *>                                         ALTERNATIVA NOME)
      *> OBJETIVO: A COPIA SEQUENCIAL E O FORMATO DE TRANSFERENCIA
      *>           ENTRE MAQUINAS; O INDEXADO E O QUE OS PROGRAMAS
      *>           DE LOGIN LEEM POR CHAVE. CHAVES DUPLICADAS NA
      *>           CARGA SAO CONTADAS E PULADAS
      *> OBJETIVO: O CADASTRO INDEXADO DE FUNCIONARIOS PASSA A SER
      *>           CHAVEADO PELA MATRICULA, COM O NOME COMO CHAVE
      *>           ALTERNATIVA COM DUPLICATAS, PARA OS HOMONIMOS NAO
      *>           SEREM PULADOS NA CARGA; A DESCARGA SEGUE EM ORDEM
      *>           DE NOME
      *> OBJETIVO: O REGISTRO INDEXADO DE FUNCIONARIOS VEM DO LAYOUT
      *>           DO FUNCMST (COPY), PARA A CARGA E A DESCARGA NAO
      *>           PERDEREM CAMPOS ACRESCENTADOS AO CADASTRO, COMO A
      *>           DATA DO DESLIGAMENTO
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL FUNCIX-FILE ASSIGN TO 'FUNCMSTIX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUNCIX-MATRICULA
               ALTERNATE RECORD KEY IS FUNCIX-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FUNCIX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
       FD  FUNCTXT-FILE.
       01  FUNCTXT-REC PIC X(71).
       FD  FUNCIX-FILE.
       01  FUNCIX-REC.
           COPY 'FUNCMST.cbl'
               REPLACING LEADING ==FUNCMST-== BY ==FUNCIX-==.
       WORKING-STORAGE SECTION.
       77 WRK-USERTXT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-USERCAD-STATUS PIC X(02) VALUE ZEROS.
                       WRITE FUNCIX-REC
                           INVALID KEY
                               ADD 1 TO WRK-QTD-DUPLICADOS
                               DISPLAY 'MATRICULA DUPLICADA PULADA: '
                                       FUNCIX-MATRICULA ' '
                                       FUNCIX-NOME
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-GRAVADOS
               DISPLAY 'CADASTRO FUNCMSTIX AUSENTE: '
                        WRK-FUNCIX-STATUS
           ELSE
               MOVE LOW-VALUES TO FUNCIX-NOME
               START FUNCIX-FILE KEY IS NOT LESS THAN FUNCIX-NOME
                   INVALID KEY
                       MOVE 'S' TO WRK-EOF
               END-START
               OPEN OUTPUT FUNCTXT-FILE
               PERFORM 0280-COPIAR-FUNC-IX UNTIL FIM-ENTRADA
               CLOSE FUNCTXT-FILE

      *>*****************************************************************
      *> DOCNUM-PROC - PARAGRAFOS COMPARTILHADOS DA NUMERACAO FISCAL
      *> (REGISTRO DOCFISC, LAYOUT DOCFISC)
      *> USO: COPY 'DOCNUM-PROC.cbl'
      *>          REPLACING ==:PROGRAMA:== BY =='PROGCBL17'==.
      *>*****************************************************************
       9840-SEMEAR-DOCUMENTO.
      *>********* APURANDO O ULTIMO NUMERO JA USADO PELA FILIAL/SERIE
      *>          (EMITIDO OU CANCELADO), PARA A NUMERACAO CONTINUAR
      *>          SEM SALTO E SEM REAPROVEITAR NUMERO
           MOVE ZEROS TO WRK-DOC-ULTIMO.
           MOVE 'N' TO WRK-DOCFISC-EOF.
           OPEN INPUT DOCFISC-FILE.
           IF WRK-DOCFISC-STATUS = '00'
               PERFORM 9841-LER-SEMENTE UNTIL FIM-DOCFISC
           END-IF.
           CLOSE DOCFISC-FILE.
       9841-LER-SEMENTE.
      *>********* LENDO UM DOCUMENTO E GUARDANDO O MAIOR NUMERO DA
      *>          FILIAL/SERIE
           READ DOCFISC-FILE
               AT END
                   MOVE 'S' TO WRK-DOCFISC-EOF
               NOT AT END
                   IF DOCF-FILIAL = WRK-DOC-FILIAL
                      AND DOCF-SERIE = WRK-DOC-SERIE
                      AND DOCF-NUMERO > WRK-DOC-ULTIMO
                       MOVE DOCF-NUMERO TO WRK-DOC-ULTIMO
                   END-IF
           END-READ.
       9842-PROXIMO-DOCUMENTO.
      *>********* ATRIBUINDO O PROXIMO NUMERO DA FILIAL/SERIE
           ADD 1 TO WRK-DOC-ULTIMO.
           MOVE WRK-DOC-ULTIMO TO WRK-DOC-NUMERO.
       9843-GRAVAR-DOCUMENTO.
      *>********* REGISTRANDO O DOCUMENTO (EMITIDO OU CANCELADO) NO
      *>          FIM DO REGISTRO FISCAL, COM O PROGRAMA GRAVADOR
           OPEN EXTEND DOCFISC-FILE.
           IF WRK-DOCFISC-STATUS = '05' OR WRK-DOCFISC-STATUS = '35'
               CLOSE DOCFISC-FILE
               OPEN OUTPUT DOCFISC-FILE
           END-IF.
           MOVE SPACES TO DOCFISC-REC.
           MOVE WRK-DOC-FILIAL TO DOCF-FILIAL.
           MOVE WRK-DOC-SERIE TO DOCF-SERIE.
           MOVE WRK-DOC-NUMERO TO DOCF-NUMERO.
           MOVE WRK-DOC-SITUACAO TO DOCF-SITUACAO.
           MOVE WRK-DOC-DATA TO DOCF-DATA.
           MOVE WRK-DOC-HORA TO DOCF-HORA.
           MOVE WRK-DOC-VALOR TO DOCF-VALOR.
           MOVE :PROGRAMA: TO DOCF-ORIGEM.
           MOVE WRK-DOC-REFERENCIA TO DOCF-REFERENCIA.
           MOVE WRK-DOC-OPERADOR TO DOCF-OPERADOR.
           WRITE DOCFISC-REC.
           CLOSE DOCFISC-FILE.
       9844-PROCURAR-DOCUMENTO.
      *>********* PROCURANDO NO REGISTRO O NUMERO WRK-DOC-NUMERO DA
      *>          FILIAL/SERIE COM A SITUACAO WRK-DOC-SITUACAO
           MOVE 'N' TO WRK-DOC-ACHADO.
           MOVE 'N' TO WRK-DOCFISC-EOF.
           OPEN INPUT DOCFISC-FILE.
           IF WRK-DOCFISC-STATUS = '00'
               PERFORM 9845-TESTAR-DOCUMENTO
                   UNTIL FIM-DOCFISC OR DOCUMENTO-REGISTRADO
           END-IF.
           CLOSE DOCFISC-FILE.
       9845-TESTAR-DOCUMENTO.
      *>********* LENDO UM DOCUMENTO E COMPARANDO COM O PROCURADO
           READ DOCFISC-FILE
               AT END
                   MOVE 'S' TO WRK-DOCFISC-EOF
               NOT AT END
                   IF DOCF-FILIAL = WRK-DOC-FILIAL
                      AND DOCF-SERIE = WRK-DOC-SERIE
                      AND DOCF-NUMERO = WRK-DOC-NUMERO
                      AND DOCF-SITUACAO = WRK-DOC-SITUACAO
                       MOVE 'S' TO WRK-DOC-ACHADO
                   END-IF
           END-READ.

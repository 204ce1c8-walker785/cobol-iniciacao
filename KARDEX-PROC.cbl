      *>*****************************************************************
      *> KARDEX-PROC - PARAGRAFO COMPARTILHADO DE GRAVACAO DE UM
      *> MOVIMENTO NO RAZAO DE ESTOQUE (ARQUIVO MOVESTQ)
      *> USO: COPY 'KARDEX-PROC.cbl'
      *>          REPLACING ==:PROGRAMA:== BY =='PROGCBL17'==.
      *>*****************************************************************
       9810-GRAVAR-MOVIMENTO.
      *>********* GRAVANDO UM MOVIMENTO DE ESTOQUE NO FIM DO RAZAO,
      *>          COM A DATA/HORA CORRENTE E O PROGRAMA GRAVADOR
           OPEN EXTEND MOVESTQ-FILE.
           IF WRK-MOVESTQ-STATUS = '05' OR WRK-MOVESTQ-STATUS = '35'
               CLOSE MOVESTQ-FILE
               OPEN OUTPUT MOVESTQ-FILE
           END-IF.
           MOVE SPACES TO MOVESTQ-REC.
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA FROM TIME.
           MOVE WRK-KDX-PRODUTO TO MOV-PRODUTO.
           MOVE WRK-KDX-TIPO TO MOV-TIPO.
           MOVE WRK-KDX-FILIAL TO MOV-FILIAL.
           MOVE :PROGRAMA: TO MOV-PROGRAMA.
           MOVE WRK-KDX-DOCUMENTO TO MOV-DOCUMENTO.
           MOVE WRK-KDX-ENTRADA TO MOV-ENTRADA.
           MOVE WRK-KDX-SAIDA TO MOV-SAIDA.
           MOVE WRK-KDX-CUSTO TO MOV-CUSTO.
           MOVE WRK-KDX-SALDO TO MOV-SALDO.
           MOVE WRK-KDX-OPERADOR TO MOV-OPERADOR.
           WRITE MOVESTQ-REC.
           CLOSE MOVESTQ-FILE.
           MOVE ZEROS TO WRK-KDX-FILIAL.
           MOVE ZEROS TO WRK-KDX-ENTRADA.
           MOVE ZEROS TO WRK-KDX-SAIDA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL136.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: RETENCAO DE DADOS PESSOAIS (LGPD). PASSADO O PRAZO
      *>           DE RETENCAO EM ANOS DO ARQUIVO LGPDCFG136 (COLUNAS
      *>           01-02 FUNCIONARIOS, 03-04 CLIENTES; SEM O ARQUIVO,
      *>           5 ANOS PARA OS DOIS), TROCA OS DADOS PESSOAIS POR
      *>           UM CODIGO PSEUDONIMO (ANONIMO FUNC + MATRICULA OU
      *>           ANONIMO CLI + CODIGO DO CLIENTE):
      *>           - FUNCIONARIO DESLIGADO (SITUACAO D), CONTANDO DA
      *>             DATA DO DESLIGAMENTO NO FUNCMST (REGISTRO ANTIGO
      *>             SEM A DATA USA A ULTIMA FOLHA NO FOLHAHIST05):
      *>             NOME E CPF NO FUNCMST, NOME NO FOLHAHIST05, NO
      *>             SIGNINLOG02 E NO RAISELOG13
      *>           - CLIENTE DO CLIMST17, CONTANDO DA ULTIMA COMPRA
      *>             (CONTASREC17, PONTOS17 E EMBARQUE10): NOME NO
      *>             CLIMST17, CLIENTE NO EMBARQUE10 E DESTINATARIO,
      *>             ENDERECO E CEP NAS ETIQUETAS DO ETIQUETA10
      *>           VALORES E DATAS FICAM COMO ESTAO, PARA OS
      *>           RELATORIOS HISTORICOS CONTINUAREM FECHANDO
      *> OBJETIVO: FICA DE FORA QUEM TEM TITULO EM ABERTO NO
      *>           CONTASREC17 OU CONTRATO DE EMPRESTIMO COM PARCELA
      *>           EM ABERTO (TOMADOR DO CONTRATO25 CASADO PELO NOME),
      *>           QUEM NAO TEM DATA PARA CONTAR O PRAZO E FUNCIONARIO
      *>           SEM MATRICULA, TODOS LISTADOS COM O MOTIVO
      *> OBJETIVO: O RELATORIO RELLGPD136 LISTA QUEM FOI (OU SERIA)
      *>           ANONIMIZADO, COM O CODIGO PSEUDONIMO, PARA ATENDER
      *>           OS PEDIDOS DOS TITULARES; A TROCA SO E GRAVADA COM
      *>           CONFIRMACAO DO ADM, COM UM EVENTO ANONIMIZA POR
      *>           PESSOA NA TRILHA DE AUDITORIA. A PROPRIA TRILHA NAO
      *>           E REESCRITA (A CORRENTE CHK= QUEBRARIA)
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERCAD-FILE ASSIGN TO 'USERCAD11'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USERCAD-USUARIO
               FILE STATUS IS WRK-USERCAD-STATUS.
           SELECT OPTIONAL LGPDCFG-FILE ASSIGN TO 'LGPDCFG136'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LGPDCFG-STATUS.
           SELECT OPTIONAL FUNCMST-FILE ASSIGN TO 'FUNCMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FUNCMST-STATUS.
           SELECT OPTIONAL CLIMST-FILE ASSIGN TO 'CLIMST17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CLIMST-STATUS.
           SELECT OPTIONAL FOLHAHIST-FILE ASSIGN TO 'FOLHAHIST05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHAHIST-STATUS.
           SELECT OPTIONAL CONTASREC-FILE ASSIGN TO 'CONTASREC17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTASREC-STATUS.
           SELECT OPTIONAL PONTOS-FILE ASSIGN TO 'PONTOS17'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PONTOS-STATUS.
           SELECT OPTIONAL EMBARQUE-FILE ASSIGN TO 'EMBARQUE10'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EMBARQUE-STATUS.
           SELECT OPTIONAL CONTRATO-FILE ASSIGN TO 'CONTRATO25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTRATO-STATUS.
           SELECT OPTIONAL PARCELA-FILE ASSIGN TO 'PARCELA25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARCELA-STATUS.
           SELECT OPTIONAL LOGTXT-FILE ASSIGN TO WRK-NOME-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOGTXT-STATUS.
           SELECT OPTIONAL ANONWRK-FILE ASSIGN TO 'ANONWRK136'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ANONWRK-STATUS.
           SELECT OPTIONAL RELATO-FILE ASSIGN TO 'RELLGPD136'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATO-STATUS.
           SELECT OPTIONAL AUDITLOG-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITLOG-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USERCAD-FILE.
       01  USERCAD-REC.
           COPY 'USERCAD.cbl'.
       FD  LGPDCFG-FILE.
       01  LGPDCFG-REC.
           02 LCFG-ANOS-FUNC PIC 9(02).
           02 LCFG-ANOS-CLI PIC 9(02).
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  CLIMST-FILE.
       01  CLIMST-REC.
           COPY 'CLIENTE.cbl'.
       FD  FOLHAHIST-FILE.
       01  FOLHAHIST-REC.
           COPY 'FOLHAHIST.cbl'.
       FD  CONTASREC-FILE.
       01  CONTASREC-REC.
           COPY 'CONTASREC.cbl'.
       FD  PONTOS-FILE.
       01  PONTOS-REC.
           COPY 'PONTOS.cbl'.
       FD  EMBARQUE-FILE.
       01  EMBARQUE-REC.
           COPY 'EMBARQUE.cbl'.
       FD  CONTRATO-FILE.
       01  CONTRATO-REC.
           COPY 'CONTRATO.cbl'.
       FD  PARCELA-FILE.
       01  PARCELA-REC.
           COPY 'PARCELA.cbl'.
       FD  LOGTXT-FILE.
       01  LOGTXT-REC PIC X(200).
       FD  ANONWRK-FILE.
       01  ANONWRK-REC PIC X(200).
       FD  RELATO-FILE.
       01  RELATO-REC PIC X(80).
       FD  AUDITLOG-FILE.
       01  AUDITLOG-REC PIC X(150).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'RUNCTL.cbl'.
       COPY 'USERAUTH.cbl'.
       COPY 'AUDITLOG.cbl'.
       77 WRK-LGPDCFG-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CLIMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FOLHAHIST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTASREC-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PONTOS-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EMBARQUE-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-CONTRATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-PARCELA-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-LOGTXT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ANONWRK-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RELATO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-NOME-LOG PIC X(20) VALUE SPACES.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-FIM-TRABALHO PIC X(01) VALUE 'N'.
         88 FIM-TRABALHO VALUE 'S'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-HOJE-MMDD PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-HOJE-NUM REDEFINES WRK-DATA-HOJE PIC 9(08).
      *>********* PRAZOS DE RETENCAO E DATAS DE CORTE
       77 WRK-ANOS-FUNC PIC 9(02) VALUE 05.
       77 WRK-ANOS-CLI PIC 9(02) VALUE 05.
       77 WRK-CORTE-FUNC PIC 9(08) VALUE ZEROS.
       77 WRK-CORTE-CLI PIC 9(08) VALUE ZEROS.
      *>********* FUNCIONARIOS DO CADASTRO MESTRE
       01 WRK-FUNC-TAB.
          02 WRK-FUNC-LINHA OCCURS 200 TIMES.
             03 WRK-FUNC-REGISTRO PIC X(80).
             03 WRK-FUNC-NOME PIC X(25).
             03 WRK-FUNC-SITUACAO PIC X(01).
             03 WRK-FUNC-MATRICULA PIC 9(06).
             03 WRK-FUNC-DATA-DESLIG PIC 9(08).
             03 WRK-FUNC-ULT-FOLHA PIC 9(08).
             03 WRK-FUNC-DATA-REF PIC 9(08).
             03 WRK-FUNC-ACAO PIC X(01).
             03 WRK-FUNC-MOTIVO PIC X(30).
             03 WRK-FUNC-PSEUDO PIC X(25).
       77 WRK-FUNC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-IDX PIC 9(03) VALUE ZEROS.
      *>********* CLIENTES DO CADASTRO
       01 WRK-CLI-TAB.
          02 WRK-CLI-LINHA OCCURS 100 TIMES.
             03 WRK-CLI-REGISTRO PIC X(41).
             03 WRK-CLI-CODIGO PIC X(05).
             03 WRK-CLI-NOME PIC X(25).
             03 WRK-CLI-ULT-COMPRA PIC 9(08).
             03 WRK-CLI-TITULO-ABERTO PIC X(01).
             03 WRK-CLI-ACAO PIC X(01).
             03 WRK-CLI-MOTIVO PIC X(30).
             03 WRK-CLI-PSEUDO PIC X(25).
       77 WRK-CLI-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-CLI-BUSCA PIC X(20) VALUE SPACES.
      *>********* CONTRATOS DE EMPRESTIMO E PARCELAS EM ABERTO
       01 WRK-CTR-TAB.
          02 WRK-CTR-LINHA OCCURS 500 TIMES.
             03 WRK-CTR-NUMERO PIC 9(05).
             03 WRK-CTR-TOMADOR PIC X(25).
             03 WRK-CTR-ABERTO PIC X(01).
       77 WRK-CTR-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CTR-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-TOMADOR-BUSCA PIC X(25) VALUE SPACES.
       77 WRK-TEM-EMPRESTIMO PIC X(01) VALUE 'N'.
         88 TEM-EMPRESTIMO VALUE 'S'.
      *>********* PEDIDOS ANONIMIZADOS NO EMBARQUE10, PARA AS ETIQUETAS
       01 WRK-PED-TAB.
          02 WRK-PED-LINHA OCCURS 999 TIMES.
             03 WRK-PED-NUMERO PIC 9(05).
             03 WRK-PED-PSEUDO PIC X(20).
       77 WRK-PED-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PED-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PED-ACHADO PIC 9(03) VALUE ZEROS.
       77 WRK-PED-BUSCA PIC 9(05) VALUE ZEROS.
       77 WRK-PED-ESTOURO PIC X(01) VALUE 'N'.
         88 PEDIDOS-ESTOURARAM VALUE 'S'.
      *>********* LINHA DOS LOGS EM TEXTO (SIGNINLOG02, RAISELOG13 E
      *>          ETIQUETA10) E POSICAO DO NOME EM CADA UM
       77 WRK-LOG-TIPO PIC 9(01) VALUE ZEROS.
         88 LOG-SIGNIN VALUE 1.
         88 LOG-RAISE VALUE 2.
         88 LOG-ETIQUETA VALUE 3.
       77 WRK-LOG-POS PIC 9(03) VALUE ZEROS.
       01 WRK-LOG-LINHA PIC X(200) VALUE SPACES.
       77 WRK-ETQ-BLOCO PIC 9(03) VALUE ZEROS.
       77 WRK-NOME-TROCADO PIC X(01) VALUE 'N'.
         88 NOME-TROCADO VALUE 'S'.
      *>********* CONTADORES
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-QTD-ANONIMIZAR PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NO-PRAZO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-ANONIMOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FOLHA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EMBARQUE PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LOG PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ED PIC ZZZZ9 VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
         88 CONFIRMADO VALUE 'S' 's'.
       77 WRK-SITUACAO-FIM PIC X(10) VALUE SPACES.
      *>********* LINHA DO RELATORIO
       01 WRK-LINHA-PESSOA.
          02 WRK-LIN-TIPO PIC X(04).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-CHAVE PIC X(06).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-NOME PIC X(25).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-DATA PIC X(10).
          02 FILLER PIC X(01) VALUE SPACE.
          02 WRK-LIN-RESULTADO PIC X(30).
       77 WRK-DATA-ED-ENTRA PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ED.
          02 WRK-DATA-ED-DIA PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-MES PIC 9(02).
          02 FILLER PIC X(01) VALUE '/'.
          02 WRK-DATA-ED-ANO PIC 9(04).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           IF AUTH-AUTORIZADO AND AUTH-ADM
               PERFORM 0150-CARREGAR-FUNCIONARIOS
               PERFORM 0160-CARREGAR-CLIENTES
               PERFORM 0240-CARREGAR-CONTRATOS
               IF CARGA-ESTOUROU
                   DISPLAY 'CADASTRO MAIOR QUE A TABELA DE TRABALHO '
                           '- ANONIMIZACAO BLOQUEADA.'
                   MOVE 'ERRO' TO WRK-SITUACAO-FIM
               ELSE
                   PERFORM 0200-LER-FOLHAHIST
                   PERFORM 0210-LER-CONTASREC
                   PERFORM 0220-LER-PONTOS
                   PERFORM 0230-LER-EMBARQUES
                   PERFORM 0250-LER-PARCELAS
                   PERFORM 0300-SELECIONAR
                   PERFORM 0400-EMITIR-RELATORIO
                   PERFORM 0500-CONFIRMAR-APLICACAO
               END-IF
           ELSE
               DISPLAY 'ACESSO RESTRITO A ADM.'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'ANONIMIZA' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               MOVE 'ACESSO NEGADO' TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
               MOVE 'RECUSADO' TO WRK-SITUACAO-FIM
           END-IF.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           COMPUTE WRK-RUN-LIDOS = WRK-FUNC-QTD + WRK-CLI-QTD.
           IF WRK-SITUACAO-FIM = 'OK'
               MOVE WRK-QTD-ANONIMIZAR TO WRK-RUN-PROC
           END-IF.
           MOVE WRK-QTD-BLOQUEADOS TO WRK-RUN-REJ.
           MOVE WRK-SITUACAO-FIM TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           DISPLAY 'FIM DO PROGRAMA...'.

           GOBACK.
       0100-INICIALIZAR.
      *>********* EXIGINDO O LOGIN DE ADM E MONTANDO AS DATAS DE CORTE
           DISPLAY '***************************************'.
           DISPLAY ' RETENCAO DE DADOS PESSOAIS (LGPD)'.
           DISPLAY '***************************************'.
           DISPLAY 'INSIRA O NOME DE USUARIO: '.
           ACCEPT WRK-AUTH-USUARIO FROM CONSOLE.
           DISPLAY 'INSIRA A SENHA: '.
           ACCEPT WRK-AUTH-SENHA FROM CONSOLE.
           PERFORM 9550-VALIDAR-USUARIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-LER-CONFIGURACAO.
           COMPUTE WRK-CORTE-FUNC =
               ((WRK-HOJE-ANO - WRK-ANOS-FUNC) * 10000) + WRK-HOJE-MMDD.
           COMPUTE WRK-CORTE-CLI =
               ((WRK-HOJE-ANO - WRK-ANOS-CLI) * 10000) + WRK-HOJE-MMDD.
       0110-LER-CONFIGURACAO.
      *>********* LENDO OS PRAZOS DE RETENCAO EM ANOS (SEM O ARQUIVO,
      *>          OU COM PRAZO ZERADO, VALE O PADRAO DE 5 ANOS)
           OPEN INPUT LGPDCFG-FILE.
           IF WRK-LGPDCFG-STATUS = '00'
               READ LGPDCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCFG-ANOS-FUNC NUMERIC
                          AND LCFG-ANOS-FUNC > ZEROS
                           MOVE LCFG-ANOS-FUNC TO WRK-ANOS-FUNC
                       END-IF
                       IF LCFG-ANOS-CLI NUMERIC
                          AND LCFG-ANOS-CLI > ZEROS
                           MOVE LCFG-ANOS-CLI TO WRK-ANOS-CLI
                       END-IF
               END-READ
           END-IF.
           CLOSE LGPDCFG-FILE.
       0150-CARREGAR-FUNCIONARIOS.
      *>********* CARREGANDO O CADASTRO MESTRE DE FUNCIONARIOS
           MOVE ZEROS TO WRK-FUNC-QTD.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FUNCMST-FILE.
           IF WRK-FUNCMST-STATUS = '00'
               PERFORM 0155-LER-FUNCIONARIO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE FUNCMST-FILE.
       0155-LER-FUNCIONARIO.
      *>********* GUARDANDO UM FUNCIONARIO (REGISTROS DE CONTROLE
      *>          HDR/TRL NAO ENTRAM E NAO VOLTAM NA REGRAVACAO)
           READ FUNCMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   EVALUATE TRUE
                       WHEN FUNCMST-REC(1:3) = 'HDR'
                           CONTINUE
                       WHEN FUNCMST-REC(1:3) = 'TRL'
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       WHEN WRK-FUNC-QTD >= 200
                           MOVE 'S' TO WRK-CARGA-ESTOURO
                       WHEN OTHER
                           PERFORM 0157-GUARDAR-FUNCIONARIO
                   END-EVALUATE
           END-READ.
       0157-GUARDAR-FUNCIONARIO.
      *>********* GUARDANDO O REGISTRO INTEIRO E OS CAMPOS DA SELECAO
           ADD 1 TO WRK-FUNC-QTD.
           MOVE FUNCMST-REC TO WRK-FUNC-REGISTRO(WRK-FUNC-QTD).
           MOVE FUNCMST-NOME TO WRK-FUNC-NOME(WRK-FUNC-QTD).
           MOVE FUNCMST-SITUACAO TO WRK-FUNC-SITUACAO(WRK-FUNC-QTD).
           IF FUNCMST-MATRICULA NUMERIC
               MOVE FUNCMST-MATRICULA
                   TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
           END-IF.
           IF FUNCMST-DATA-DESLIG NUMERIC
               MOVE FUNCMST-DATA-DESLIG
                   TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-QTD)
           ELSE
               MOVE ZEROS TO WRK-FUNC-DATA-DESLIG(WRK-FUNC-QTD)
           END-IF.
           MOVE ZEROS TO WRK-FUNC-ULT-FOLHA(WRK-FUNC-QTD).
           MOVE ZEROS TO WRK-FUNC-DATA-REF(WRK-FUNC-QTD).
           MOVE SPACE TO WRK-FUNC-ACAO(WRK-FUNC-QTD).
           MOVE SPACES TO WRK-FUNC-MOTIVO(WRK-FUNC-QTD).
           MOVE SPACES TO WRK-FUNC-PSEUDO(WRK-FUNC-QTD).
       0160-CARREGAR-CLIENTES.
      *>********* CARREGANDO O CADASTRO DE CLIENTES
           MOVE ZEROS TO WRK-CLI-QTD.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CLIMST-FILE.
           IF WRK-CLIMST-STATUS = '00'
               PERFORM 0165-LER-CLIENTE UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CLIMST-FILE.
       0165-LER-CLIENTE.
      *>********* GUARDANDO UM CLIENTE
           READ CLIMST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-CLI-QTD >= 100
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-CLI-QTD
                       MOVE CLIMST-REC TO WRK-CLI-REGISTRO(WRK-CLI-QTD)
                       MOVE CLI-CODIGO TO WRK-CLI-CODIGO(WRK-CLI-QTD)
                       MOVE CLI-NOME TO WRK-CLI-NOME(WRK-CLI-QTD)
                       MOVE ZEROS TO WRK-CLI-ULT-COMPRA(WRK-CLI-QTD)
                       MOVE 'N' TO WRK-CLI-TITULO-ABERTO(WRK-CLI-QTD)
                       MOVE SPACE TO WRK-CLI-ACAO(WRK-CLI-QTD)
                       MOVE SPACES TO WRK-CLI-MOTIVO(WRK-CLI-QTD)
                       MOVE SPACES TO WRK-CLI-PSEUDO(WRK-CLI-QTD)
                   END-IF
           END-READ.
       0200-LER-FOLHAHIST.
      *>********* ULTIMA FOLHA DE CADA FUNCIONARIO NO HISTORICO, PARA
      *>          O DESLIGADO SEM DATA DE DESLIGAMENTO NO CADASTRO
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FOLHAHIST-FILE.
           IF WRK-FOLHAHIST-STATUS = '00'
               PERFORM 0205-LER-FOLHA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE FOLHAHIST-FILE.
       0205-LER-FOLHA.
      *>********* CASANDO UMA FOLHA COM O CADASTRO
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FH-DATA NUMERIC
                       PERFORM 0207-CASAR-FOLHA
                           VARYING WRK-FUNC-IDX FROM 1 BY 1
                           UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                   END-IF
           END-READ.
       0207-CASAR-FOLHA.
      *>********* A FOLHA E DO FUNCIONARIO PELA MATRICULA (OU PELO
      *>          NOME, NA FOLHA ANTIGA SEM MATRICULA)
           IF (FH-MATRICULA NUMERIC AND FH-MATRICULA > ZEROS
               AND FH-MATRICULA = WRK-FUNC-MATRICULA(WRK-FUNC-IDX))
              OR ((FH-MATRICULA NOT NUMERIC OR FH-MATRICULA = ZEROS)
               AND FH-NOME = WRK-FUNC-NOME(WRK-FUNC-IDX))
               IF FH-DATA > WRK-FUNC-ULT-FOLHA(WRK-FUNC-IDX)
                   MOVE FH-DATA TO WRK-FUNC-ULT-FOLHA(WRK-FUNC-IDX)
               END-IF
           END-IF.
       0210-LER-CONTASREC.
      *>********* TITULOS EM ABERTO E ULTIMA VENDA A PRAZO DO CLIENTE
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CONTASREC-FILE.
           IF WRK-CONTASREC-STATUS = '00'
               PERFORM 0215-LER-TITULO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CONTASREC-FILE.
       0215-LER-TITULO.
      *>********* MARCANDO UM TITULO NO CLIENTE
           READ CONTASREC-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE CREC-CLIENTE TO WRK-CLI-BUSCA
                   PERFORM 0290-LOCALIZAR-CLIENTE
                   IF WRK-CLI-ACHADO > ZEROS
                       IF CREC-STATUS = 'A'
                           MOVE 'S'
                             TO WRK-CLI-TITULO-ABERTO(WRK-CLI-ACHADO)
                       END-IF
                       IF CREC-DATA-VENDA NUMERIC
                          AND CREC-DATA-VENDA
                              > WRK-CLI-ULT-COMPRA(WRK-CLI-ACHADO)
                           MOVE CREC-DATA-VENDA
                             TO WRK-CLI-ULT-COMPRA(WRK-CLI-ACHADO)
                       END-IF
                   END-IF
           END-READ.
       0220-LER-PONTOS.
      *>********* ULTIMA COMPRA IDENTIFICADA NO PROGRAMA DE FIDELIDADE
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PONTOS-FILE.
           IF WRK-PONTOS-STATUS = '00'
               PERFORM 0225-LER-PONTO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE PONTOS-FILE.
       0225-LER-PONTO.
      *>********* MARCANDO A DATA DA VENDA DE UM LANCAMENTO DE PONTOS
           READ PONTOS-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE PTS-CLIENTE TO WRK-CLI-BUSCA
                   PERFORM 0290-LOCALIZAR-CLIENTE
                   IF WRK-CLI-ACHADO > ZEROS
                      AND PTS-DATA-VENDA NUMERIC
                      AND PTS-DATA-VENDA
                          > WRK-CLI-ULT-COMPRA(WRK-CLI-ACHADO)
                       MOVE PTS-DATA-VENDA
                         TO WRK-CLI-ULT-COMPRA(WRK-CLI-ACHADO)
                   END-IF
           END-READ.
       0230-LER-EMBARQUES.
      *>********* ULTIMO PEDIDO EMBARCADO PARA O CLIENTE (CLIENTE DO
      *>          EMBARQUE CASADO PELO CODIGO OU PELO NOME)
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS = '00'
               PERFORM 0235-LER-EMBARQUE UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE EMBARQUE-FILE.
       0235-LER-EMBARQUE.
      *>********* MARCANDO A DATA DE UM EMBARQUE NO CLIENTE
           READ EMBARQUE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE EMB-CLIENTE TO WRK-CLI-BUSCA
                   PERFORM 0290-LOCALIZAR-CLIENTE
                   IF WRK-CLI-ACHADO > ZEROS
                      AND EMB-DATA NUMERIC
                      AND EMB-DATA > WRK-CLI-ULT-COMPRA(WRK-CLI-ACHADO)
                       MOVE EMB-DATA
                         TO WRK-CLI-ULT-COMPRA(WRK-CLI-ACHADO)
                   END-IF
           END-READ.
       0240-CARREGAR-CONTRATOS.
      *>********* CARREGANDO OS CONTRATOS DE EMPRESTIMO
           MOVE ZEROS TO WRK-CTR-QTD.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT CONTRATO-FILE.
           IF WRK-CONTRATO-STATUS = '00'
               PERFORM 0245-LER-CONTRATO UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE CONTRATO-FILE.
       0245-LER-CONTRATO.
      *>********* GUARDANDO UM CONTRATO
           READ CONTRATO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF WRK-CTR-QTD >= 500
                       MOVE 'S' TO WRK-CARGA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-CTR-QTD
                       MOVE CTR-NUMERO TO WRK-CTR-NUMERO(WRK-CTR-QTD)
                       MOVE CTR-TOMADOR TO WRK-CTR-TOMADOR(WRK-CTR-QTD)
                       MOVE 'N' TO WRK-CTR-ABERTO(WRK-CTR-QTD)
                   END-IF
           END-READ.
       0250-LER-PARCELAS.
      *>********* CONTRATO COM ALGUMA PARCELA EM ABERTO FICA EM ABERTO
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT PARCELA-FILE.
           IF WRK-PARCELA-STATUS = '00'
               PERFORM 0255-LER-PARCELA UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE PARCELA-FILE.
       0255-LER-PARCELA.
      *>********* MARCANDO O CONTRATO DE UMA PARCELA EM ABERTO
           READ PARCELA-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF PAR-STATUS = 'A'
                       MOVE ZEROS TO WRK-CTR-ACHADO
                       PERFORM 0257-TESTAR-CONTRATO
                           VARYING WRK-CTR-IDX FROM 1 BY 1
                           UNTIL WRK-CTR-IDX > WRK-CTR-QTD
                              OR WRK-CTR-ACHADO > ZEROS
                       IF WRK-CTR-ACHADO > ZEROS
                           MOVE 'S' TO WRK-CTR-ABERTO(WRK-CTR-ACHADO)
                       END-IF
                   END-IF
           END-READ.
       0257-TESTAR-CONTRATO.
      *>********* COMPARANDO UM CONTRATO DA TABELA COM A PARCELA
           IF WRK-CTR-NUMERO(WRK-CTR-IDX) = PAR-CONTRATO
               MOVE WRK-CTR-IDX TO WRK-CTR-ACHADO
           END-IF.
       0290-LOCALIZAR-CLIENTE.
      *>********* LOCALIZANDO WRK-CLI-BUSCA PELO CODIGO OU PELO NOME
           MOVE ZEROS TO WRK-CLI-ACHADO.
           IF WRK-CLI-BUSCA NOT = SPACES
               PERFORM 0295-TESTAR-CLIENTE
                   VARYING WRK-CLI-IDX FROM 1 BY 1
                   UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                      OR WRK-CLI-ACHADO > ZEROS
           END-IF.
       0295-TESTAR-CLIENTE.
      *>********* COMPARANDO UM CLIENTE DA TABELA COM A BUSCA
           IF WRK-CLI-BUSCA = WRK-CLI-CODIGO(WRK-CLI-IDX)
              OR WRK-CLI-BUSCA = WRK-CLI-NOME(WRK-CLI-IDX)(1:20)
               MOVE WRK-CLI-IDX TO WRK-CLI-ACHADO
           END-IF.
       0300-SELECIONAR.
      *>********* ESCOLHENDO QUEM PASSOU DO PRAZO E PODE SER
      *>          ANONIMIZADO (A) OU FICA BLOQUEADO COM MOTIVO (B)
           MOVE ZEROS TO WRK-QTD-ANONIMIZAR.
           MOVE ZEROS TO WRK-QTD-BLOQUEADOS.
           MOVE ZEROS TO WRK-QTD-NO-PRAZO.
           MOVE ZEROS TO WRK-QTD-JA-ANONIMOS.
           PERFORM 0310-AVALIAR-FUNCIONARIO
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD.
           PERFORM 0320-AVALIAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD.
       0310-AVALIAR-FUNCIONARIO.
      *>********* SO O DESLIGADO (SITUACAO D) ENTRA NA RETENCAO
           IF WRK-FUNC-SITUACAO(WRK-FUNC-IDX) = 'D'
               IF WRK-FUNC-DATA-DESLIG(WRK-FUNC-IDX) > ZEROS
                   MOVE WRK-FUNC-DATA-DESLIG(WRK-FUNC-IDX)
                     TO WRK-FUNC-DATA-REF(WRK-FUNC-IDX)
               ELSE
                   MOVE WRK-FUNC-ULT-FOLHA(WRK-FUNC-IDX)
                     TO WRK-FUNC-DATA-REF(WRK-FUNC-IDX)
               END-IF
               MOVE WRK-FUNC-NOME(WRK-FUNC-IDX) TO WRK-TOMADOR-BUSCA
               PERFORM 0330-CONFERIR-EMPRESTIMO
               EVALUATE TRUE
                   WHEN WRK-FUNC-NOME(WRK-FUNC-IDX)(1:8) = 'ANONIMO '
                       ADD 1 TO WRK-QTD-JA-ANONIMOS
                   WHEN WRK-FUNC-DATA-REF(WRK-FUNC-IDX) = ZEROS
                       MOVE 'B' TO WRK-FUNC-ACAO(WRK-FUNC-IDX)
                       MOVE 'SEM DATA DE DESLIGAMENTO'
                         TO WRK-FUNC-MOTIVO(WRK-FUNC-IDX)
                   WHEN WRK-FUNC-DATA-REF(WRK-FUNC-IDX)
                        >= WRK-CORTE-FUNC
                       ADD 1 TO WRK-QTD-NO-PRAZO
                   WHEN WRK-FUNC-MATRICULA(WRK-FUNC-IDX) = ZEROS
                       MOVE 'B' TO WRK-FUNC-ACAO(WRK-FUNC-IDX)
                       MOVE 'SEM MATRICULA (VER PROGCBL26)'
                         TO WRK-FUNC-MOTIVO(WRK-FUNC-IDX)
                   WHEN TEM-EMPRESTIMO
                       MOVE 'B' TO WRK-FUNC-ACAO(WRK-FUNC-IDX)
                       MOVE 'EMPRESTIMO EM ABERTO'
                         TO WRK-FUNC-MOTIVO(WRK-FUNC-IDX)
                   WHEN OTHER
                       MOVE 'A' TO WRK-FUNC-ACAO(WRK-FUNC-IDX)
                       MOVE SPACES TO WRK-FUNC-PSEUDO(WRK-FUNC-IDX)
                       STRING 'ANONIMO FUNC '
                              WRK-FUNC-MATRICULA(WRK-FUNC-IDX)
                           DELIMITED BY SIZE
                         INTO WRK-FUNC-PSEUDO(WRK-FUNC-IDX)
               END-EVALUATE
               IF WRK-FUNC-ACAO(WRK-FUNC-IDX) = 'A'
                   ADD 1 TO WRK-QTD-ANONIMIZAR
               END-IF
               IF WRK-FUNC-ACAO(WRK-FUNC-IDX) = 'B'
                   ADD 1 TO WRK-QTD-BLOQUEADOS
               END-IF
           END-IF.
       0320-AVALIAR-CLIENTE.
      *>********* CLIENTE CONTA DA ULTIMA COMPRA CONHECIDA
           MOVE WRK-CLI-NOME(WRK-CLI-IDX) TO WRK-TOMADOR-BUSCA.
           PERFORM 0330-CONFERIR-EMPRESTIMO.
           EVALUATE TRUE
               WHEN WRK-CLI-NOME(WRK-CLI-IDX)(1:8) = 'ANONIMO '
                   ADD 1 TO WRK-QTD-JA-ANONIMOS
               WHEN WRK-CLI-ULT-COMPRA(WRK-CLI-IDX) = ZEROS
                   MOVE 'B' TO WRK-CLI-ACAO(WRK-CLI-IDX)
                   MOVE 'SEM COMPRA REGISTRADA'
                     TO WRK-CLI-MOTIVO(WRK-CLI-IDX)
               WHEN WRK-CLI-ULT-COMPRA(WRK-CLI-IDX) >= WRK-CORTE-CLI
                   ADD 1 TO WRK-QTD-NO-PRAZO
               WHEN WRK-CLI-TITULO-ABERTO(WRK-CLI-IDX) = 'S'
                   MOVE 'B' TO WRK-CLI-ACAO(WRK-CLI-IDX)
                   MOVE 'TITULO EM ABERTO (CONTASREC17)'
                     TO WRK-CLI-MOTIVO(WRK-CLI-IDX)
               WHEN TEM-EMPRESTIMO
                   MOVE 'B' TO WRK-CLI-ACAO(WRK-CLI-IDX)
                   MOVE 'EMPRESTIMO EM ABERTO'
                     TO WRK-CLI-MOTIVO(WRK-CLI-IDX)
               WHEN OTHER
                   MOVE 'A' TO WRK-CLI-ACAO(WRK-CLI-IDX)
                   MOVE SPACES TO WRK-CLI-PSEUDO(WRK-CLI-IDX)
                   STRING 'ANONIMO CLI ' WRK-CLI-CODIGO(WRK-CLI-IDX)
                       DELIMITED BY SIZE
                     INTO WRK-CLI-PSEUDO(WRK-CLI-IDX)
           END-EVALUATE.
           IF WRK-CLI-ACAO(WRK-CLI-IDX) = 'A'
               ADD 1 TO WRK-QTD-ANONIMIZAR
           END-IF.
           IF WRK-CLI-ACAO(WRK-CLI-IDX) = 'B'
               ADD 1 TO WRK-QTD-BLOQUEADOS
           END-IF.
       0330-CONFERIR-EMPRESTIMO.
      *>********* PROCURANDO CONTRATO EM ABERTO COM O TOMADOR BUSCADO
           MOVE 'N' TO WRK-TEM-EMPRESTIMO.
           PERFORM 0335-TESTAR-TOMADOR
               VARYING WRK-CTR-IDX FROM 1 BY 1
               UNTIL WRK-CTR-IDX > WRK-CTR-QTD
                  OR TEM-EMPRESTIMO.
       0335-TESTAR-TOMADOR.
      *>********* COMPARANDO O TOMADOR DE UM CONTRATO EM ABERTO
           IF WRK-CTR-ABERTO(WRK-CTR-IDX) = 'S'
              AND WRK-CTR-TOMADOR(WRK-CTR-IDX) = WRK-TOMADOR-BUSCA
               MOVE 'S' TO WRK-TEM-EMPRESTIMO
           END-IF.
       0400-EMITIR-RELATORIO.
      *>********* RELATORIO DA RETENCAO: ANONIMIZADOS E BLOQUEADOS
           OPEN OUTPUT RELATO-FILE.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-DATA-HOJE-NUM TO WRK-DATA-ED-ENTRA.
           PERFORM 0900-EDITAR-DATA.
           MOVE SPACES TO RELATO-REC.
           STRING 'RETENCAO DE DADOS PESSOAIS (LGPD) - ' WRK-DATA-ED
                  ' - PRAZO FUNC ' WRK-ANOS-FUNC ' CLI '
                  WRK-ANOS-CLI ' ANOS'
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE ALL '=' TO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE 'TIPO CHAVE  NOME                      DATA REF   '
             TO RELATO-REC.
           MOVE 'RESULTADO' TO RELATO-REC(51:9).
           PERFORM 0490-ESCREVER-LINHA.
           MOVE ALL '-' TO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           PERFORM 0410-RELATAR-FUNCIONARIO
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD.
           PERFORM 0420-RELATAR-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD.
           MOVE ALL '-' TO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-QTD-ANONIMIZAR TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'A ANONIMIZAR.............:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-QTD-BLOQUEADOS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'BLOQUEADOS (VER MOTIVO)..:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-QTD-NO-PRAZO TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'AINDA NO PRAZO...........:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           MOVE WRK-QTD-JA-ANONIMOS TO WRK-QTD-ED.
           MOVE SPACES TO RELATO-REC.
           STRING 'JA ANONIMIZADOS..........:' WRK-QTD-ED
               DELIMITED BY SIZE
             INTO RELATO-REC.
           PERFORM 0490-ESCREVER-LINHA.
           CLOSE RELATO-FILE.
       0410-RELATAR-FUNCIONARIO.
      *>********* LINHA DE UM FUNCIONARIO ANONIMIZADO OU BLOQUEADO
           IF WRK-FUNC-ACAO(WRK-FUNC-IDX) = 'A'
              OR WRK-FUNC-ACAO(WRK-FUNC-IDX) = 'B'
               MOVE SPACES TO WRK-LINHA-PESSOA
               MOVE 'FUNC' TO WRK-LIN-TIPO
               MOVE WRK-FUNC-MATRICULA(WRK-FUNC-IDX) TO WRK-LIN-CHAVE
               MOVE WRK-FUNC-NOME(WRK-FUNC-IDX) TO WRK-LIN-NOME
               IF WRK-FUNC-DATA-REF(WRK-FUNC-IDX) > ZEROS
                   MOVE WRK-FUNC-DATA-REF(WRK-FUNC-IDX)
                     TO WRK-DATA-ED-ENTRA
                   PERFORM 0900-EDITAR-DATA
                   MOVE WRK-DATA-ED TO WRK-LIN-DATA
               ELSE
                   MOVE '-' TO WRK-LIN-DATA
               END-IF
               IF WRK-FUNC-ACAO(WRK-FUNC-IDX) = 'A'
                   MOVE WRK-FUNC-PSEUDO(WRK-FUNC-IDX)
                     TO WRK-LIN-RESULTADO
               ELSE
                   MOVE WRK-FUNC-MOTIVO(WRK-FUNC-IDX)
                     TO WRK-LIN-RESULTADO
               END-IF
               MOVE WRK-LINHA-PESSOA TO RELATO-REC
               PERFORM 0490-ESCREVER-LINHA
           END-IF.
       0420-RELATAR-CLIENTE.
      *>********* LINHA DE UM CLIENTE ANONIMIZADO OU BLOQUEADO
           IF WRK-CLI-ACAO(WRK-CLI-IDX) = 'A'
              OR WRK-CLI-ACAO(WRK-CLI-IDX) = 'B'
               MOVE SPACES TO WRK-LINHA-PESSOA
               MOVE 'CLI' TO WRK-LIN-TIPO
               MOVE WRK-CLI-CODIGO(WRK-CLI-IDX) TO WRK-LIN-CHAVE
               MOVE WRK-CLI-NOME(WRK-CLI-IDX) TO WRK-LIN-NOME
               IF WRK-CLI-ULT-COMPRA(WRK-CLI-IDX) > ZEROS
                   MOVE WRK-CLI-ULT-COMPRA(WRK-CLI-IDX)
                     TO WRK-DATA-ED-ENTRA
                   PERFORM 0900-EDITAR-DATA
                   MOVE WRK-DATA-ED TO WRK-LIN-DATA
               ELSE
                   MOVE '-' TO WRK-LIN-DATA
               END-IF
               IF WRK-CLI-ACAO(WRK-CLI-IDX) = 'A'
                   MOVE WRK-CLI-PSEUDO(WRK-CLI-IDX) TO WRK-LIN-RESULTADO
               ELSE
                   MOVE WRK-CLI-MOTIVO(WRK-CLI-IDX) TO WRK-LIN-RESULTADO
               END-IF
               MOVE WRK-LINHA-PESSOA TO RELATO-REC
               PERFORM 0490-ESCREVER-LINHA
           END-IF.
       0490-ESCREVER-LINHA.
      *>********* GRAVANDO UMA LINHA DO RELATORIO E NA TELA
           WRITE RELATO-REC.
           DISPLAY RELATO-REC.
       0500-CONFIRMAR-APLICACAO.
      *>********* A TROCA SO E GRAVADA COM A CONFIRMACAO DO ADM; SEM
      *>          ELA O RELATORIO FICA COMO SIMULACAO
           IF WRK-QTD-ANONIMIZAR = ZEROS
               DISPLAY 'NINGUEM A ANONIMIZAR.'
               MOVE 'OK' TO WRK-SITUACAO-FIM
           ELSE
               DISPLAY 'CONFIRMA A ANONIMIZACAO DE ' WRK-QTD-ANONIMIZAR
                       ' PESSOA(S)? A TROCA NAO TEM VOLTA (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF CONFIRMADO
                   PERFORM 0510-GRAVAR-FUNCMST
                   PERFORM 0520-GRAVAR-CLIMST
                   PERFORM 0530-ANONIMIZAR-FOLHAHIST
                   PERFORM 0540-ANONIMIZAR-EMBARQUES
                   MOVE ZEROS TO WRK-QTD-LOG
                   MOVE 1 TO WRK-LOG-TIPO
                   MOVE 'SIGNINLOG02' TO WRK-NOME-LOG
                   PERFORM 0550-ANONIMIZAR-LOG
                   MOVE 2 TO WRK-LOG-TIPO
                   MOVE 'RAISELOG13' TO WRK-NOME-LOG
                   PERFORM 0550-ANONIMIZAR-LOG
                   MOVE 3 TO WRK-LOG-TIPO
                   MOVE 'ETIQUETA10' TO WRK-NOME-LOG
                   PERFORM 0550-ANONIMIZAR-LOG
                   PERFORM 0580-AUDITAR-FUNCIONARIO
                       VARYING WRK-FUNC-IDX FROM 1 BY 1
                       UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                   PERFORM 0585-AUDITAR-CLIENTE
                       VARYING WRK-CLI-IDX FROM 1 BY 1
                       UNTIL WRK-CLI-IDX > WRK-CLI-QTD
                   DISPLAY 'PESSOAS ANONIMIZADAS.....: '
                           WRK-QTD-ANONIMIZAR
                   DISPLAY 'FOLHAS (FOLHAHIST05).....: ' WRK-QTD-FOLHA
                   DISPLAY 'EMBARQUES (EMBARQUE10)...: '
                           WRK-QTD-EMBARQUE
                   DISPLAY 'LINHAS DE LOG/ETIQUETA...: ' WRK-QTD-LOG
                   IF PEDIDOS-ESTOURARAM
                       DISPLAY 'PEDIDOS ALEM DE 999 - CONFERIR AS '
                               'ETIQUETAS DO ETIQUETA10.'
                   END-IF
                   MOVE 'OK' TO WRK-SITUACAO-FIM
               ELSE
                   DISPLAY 'ANONIMIZACAO NAO GRAVADA (SIMULACAO).'
                   MOVE ZEROS TO WRK-QTD-ANONIMIZAR
                   MOVE 'SIMULADO' TO WRK-SITUACAO-FIM
               END-IF
           END-IF.
       0510-GRAVAR-FUNCMST.
      *>********* REGRAVANDO O CADASTRO MESTRE COM NOME PSEUDONIMO E
      *>          CPF ZERADO DOS ANONIMIZADOS
           OPEN OUTPUT FUNCMST-FILE.
           PERFORM 0515-GRAVAR-UM-FUNCIONARIO
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD.
           CLOSE FUNCMST-FILE.
       0515-GRAVAR-UM-FUNCIONARIO.
      *>********* GRAVANDO UM FUNCIONARIO
           MOVE WRK-FUNC-REGISTRO(WRK-FUNC-IDX) TO FUNCMST-REC.
           IF WRK-FUNC-ACAO(WRK-FUNC-IDX) = 'A'
               MOVE WRK-FUNC-PSEUDO(WRK-FUNC-IDX) TO FUNCMST-NOME
               MOVE ZEROS TO FUNCMST-CPF
           END-IF.
           WRITE FUNCMST-REC.
       0520-GRAVAR-CLIMST.
      *>********* REGRAVANDO O CADASTRO DE CLIENTES COM O NOME
      *>          PSEUDONIMO DOS ANONIMIZADOS
           OPEN OUTPUT CLIMST-FILE.
           PERFORM 0525-GRAVAR-UM-CLIENTE
               VARYING WRK-CLI-IDX FROM 1 BY 1
               UNTIL WRK-CLI-IDX > WRK-CLI-QTD.
           CLOSE CLIMST-FILE.
       0525-GRAVAR-UM-CLIENTE.
      *>********* GRAVANDO UM CLIENTE
           MOVE WRK-CLI-REGISTRO(WRK-CLI-IDX) TO CLIMST-REC.
           IF WRK-CLI-ACAO(WRK-CLI-IDX) = 'A'
               MOVE WRK-CLI-PSEUDO(WRK-CLI-IDX) TO CLI-NOME
           END-IF.
           WRITE CLIMST-REC.
       0530-ANONIMIZAR-FOLHAHIST.
      *>********* TROCANDO O NOME NAS FOLHAS DOS ANONIMIZADOS, PELA
      *>          COPIA DE TRABALHO (VALORES E DATAS FICAM)
           MOVE ZEROS TO WRK-QTD-FOLHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FOLHAHIST-FILE.
           IF WRK-FOLHAHIST-STATUS = '00'
               OPEN OUTPUT ANONWRK-FILE
               PERFORM 0532-COPIAR-FOLHA UNTIL FIM-ARQUIVO
               CLOSE ANONWRK-FILE
               CLOSE FOLHAHIST-FILE
               IF WRK-QTD-FOLHA > ZEROS
                   MOVE 'N' TO WRK-FIM-TRABALHO
                   OPEN INPUT ANONWRK-FILE
                   OPEN OUTPUT FOLHAHIST-FILE
                   PERFORM 0536-DEVOLVER-FOLHA UNTIL FIM-TRABALHO
                   CLOSE ANONWRK-FILE
                   CLOSE FOLHAHIST-FILE
               END-IF
           ELSE
               CLOSE FOLHAHIST-FILE
           END-IF.
       0532-COPIAR-FOLHA.
      *>********* COPIANDO UMA FOLHA PARA O TRABALHO, TROCANDO O NOME
           READ FOLHAHIST-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE 'N' TO WRK-NOME-TROCADO
                   PERFORM 0534-TROCAR-NOME-FOLHA
                       VARYING WRK-FUNC-IDX FROM 1 BY 1
                       UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                          OR NOME-TROCADO
                   MOVE FOLHAHIST-REC TO ANONWRK-REC
                   WRITE ANONWRK-REC
           END-READ.
       0534-TROCAR-NOME-FOLHA.
      *>********* A FOLHA E DE UM ANONIMIZADO (MESMO CASAMENTO DA
      *>          LEITURA DA ULTIMA FOLHA)
           IF WRK-FUNC-ACAO(WRK-FUNC-IDX) = 'A'
               IF (FH-MATRICULA NUMERIC AND FH-MATRICULA > ZEROS
                   AND FH-MATRICULA = WRK-FUNC-MATRICULA(WRK-FUNC-IDX))
                  OR ((FH-MATRICULA NOT NUMERIC
                       OR FH-MATRICULA = ZEROS)
                   AND FH-NOME = WRK-FUNC-NOME(WRK-FUNC-IDX))
                   MOVE WRK-FUNC-PSEUDO(WRK-FUNC-IDX) TO FH-NOME
                   MOVE 'S' TO WRK-NOME-TROCADO
                   ADD 1 TO WRK-QTD-FOLHA
               END-IF
           END-IF.
       0536-DEVOLVER-FOLHA.
      *>********* COPIANDO UMA FOLHA DO TRABALHO PARA O HISTORICO
           READ ANONWRK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
               NOT AT END
                   MOVE ANONWRK-REC TO FOLHAHIST-REC
                   WRITE FOLHAHIST-REC
           END-READ.
       0540-ANONIMIZAR-EMBARQUES.
      *>********* TROCANDO O CLIENTE NOS EMBARQUES DOS ANONIMIZADOS E
      *>          GUARDANDO OS PEDIDOS PARA AS ETIQUETAS
           MOVE ZEROS TO WRK-QTD-EMBARQUE.
           MOVE ZEROS TO WRK-PED-QTD.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMBARQUE-FILE.
           IF WRK-EMBARQUE-STATUS = '00'
               OPEN OUTPUT ANONWRK-FILE
               PERFORM 0542-COPIAR-EMBARQUE UNTIL FIM-ARQUIVO
               CLOSE ANONWRK-FILE
               CLOSE EMBARQUE-FILE
               IF WRK-QTD-EMBARQUE > ZEROS
                   MOVE 'N' TO WRK-FIM-TRABALHO
                   OPEN INPUT ANONWRK-FILE
                   OPEN OUTPUT EMBARQUE-FILE
                   PERFORM 0546-DEVOLVER-EMBARQUE UNTIL FIM-TRABALHO
                   CLOSE ANONWRK-FILE
                   CLOSE EMBARQUE-FILE
               END-IF
           ELSE
               CLOSE EMBARQUE-FILE
           END-IF.
       0542-COPIAR-EMBARQUE.
      *>********* COPIANDO UM EMBARQUE PARA O TRABALHO, TROCANDO O
      *>          CLIENTE QUANDO ELE FOI ANONIMIZADO
           READ EMBARQUE-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE EMB-CLIENTE TO WRK-CLI-BUSCA
                   PERFORM 0290-LOCALIZAR-CLIENTE
                   IF WRK-CLI-ACHADO > ZEROS
                       IF WRK-CLI-ACAO(WRK-CLI-ACHADO) = 'A'
                           PERFORM 0544-TROCAR-CLIENTE-EMBARQUE
                       END-IF
                   END-IF
                   MOVE EMBARQUE-REC TO ANONWRK-REC
                   WRITE ANONWRK-REC
           END-READ.
       0544-TROCAR-CLIENTE-EMBARQUE.
      *>********* GRAVANDO O PSEUDONIMO NO EMBARQUE E GUARDANDO O
      *>          PEDIDO (TABELA CHEIA SO AVISA)
           MOVE WRK-CLI-PSEUDO(WRK-CLI-ACHADO) TO EMB-CLIENTE.
           ADD 1 TO WRK-QTD-EMBARQUE.
           IF WRK-PED-QTD >= 999
               MOVE 'S' TO WRK-PED-ESTOURO
           ELSE
               ADD 1 TO WRK-PED-QTD
               MOVE EMB-PEDIDO TO WRK-PED-NUMERO(WRK-PED-QTD)
               MOVE WRK-CLI-PSEUDO(WRK-CLI-ACHADO)
                 TO WRK-PED-PSEUDO(WRK-PED-QTD)
           END-IF.
       0546-DEVOLVER-EMBARQUE.
      *>********* COPIANDO UM EMBARQUE DO TRABALHO PARA O ARQUIVO
           READ ANONWRK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
               NOT AT END
                   MOVE ANONWRK-REC TO EMBARQUE-REC
                   WRITE EMBARQUE-REC
           END-READ.
       0550-ANONIMIZAR-LOG.
      *>********* TROCANDO O NOME NUM LOG EM TEXTO (WRK-NOME-LOG),
      *>          PELA COPIA DE TRABALHO; O LOG SO E REGRAVADO QUANDO
      *>          ALGUMA LINHA MUDOU
           MOVE ZEROS TO WRK-ETQ-BLOCO.
           MOVE 'N' TO WRK-NOME-TROCADO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           EVALUATE TRUE
               WHEN LOG-SIGNIN
                   MOVE 34 TO WRK-LOG-POS
               WHEN LOG-RAISE
                   MOVE 24 TO WRK-LOG-POS
               WHEN OTHER
                   MOVE ZEROS TO WRK-LOG-POS
           END-EVALUATE.
           OPEN INPUT LOGTXT-FILE.
           IF WRK-LOGTXT-STATUS = '00'
               OPEN OUTPUT ANONWRK-FILE
               PERFORM 0552-COPIAR-LINHA-LOG UNTIL FIM-ARQUIVO
               CLOSE ANONWRK-FILE
               CLOSE LOGTXT-FILE
               IF NOME-TROCADO
                   MOVE 'N' TO WRK-FIM-TRABALHO
                   OPEN INPUT ANONWRK-FILE
                   OPEN OUTPUT LOGTXT-FILE
                   PERFORM 0558-DEVOLVER-LINHA-LOG UNTIL FIM-TRABALHO
                   CLOSE ANONWRK-FILE
                   CLOSE LOGTXT-FILE
               END-IF
           ELSE
               CLOSE LOGTXT-FILE
           END-IF.
       0552-COPIAR-LINHA-LOG.
      *>********* COPIANDO UMA LINHA DO LOG PARA O TRABALHO
           READ LOGTXT-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   MOVE LOGTXT-REC TO WRK-LOG-LINHA
                   IF LOG-ETIQUETA
                       PERFORM 0556-TRATAR-ETIQUETA
                   ELSE
                       PERFORM 0554-TROCAR-NOME-LOG
                           VARYING WRK-FUNC-IDX FROM 1 BY 1
                           UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                   END-IF
                   MOVE WRK-LOG-LINHA TO ANONWRK-REC
                   WRITE ANONWRK-REC
           END-READ.
       0554-TROCAR-NOME-LOG.
      *>********* O NOME NA POSICAO DO LOG E DE UM FUNCIONARIO
      *>          ANONIMIZADO
           IF WRK-FUNC-ACAO(WRK-FUNC-IDX) = 'A'
              AND WRK-LOG-LINHA(WRK-LOG-POS:25)
                  = WRK-FUNC-NOME(WRK-FUNC-IDX)
               MOVE WRK-FUNC-PSEUDO(WRK-FUNC-IDX)
                 TO WRK-LOG-LINHA(WRK-LOG-POS:25)
               MOVE 'S' TO WRK-NOME-TROCADO
               ADD 1 TO WRK-QTD-LOG
           END-IF.
       0556-TRATAR-ETIQUETA.
      *>********* ETIQUETA: A LINHA SEQ MANIFESTO ABRE O BLOCO DO
      *>          PEDIDO; NO BLOCO DE UM PEDIDO ANONIMIZADO SAEM O
      *>          DESTINATARIO, O ENDERECO E O CEP (CIDADE E UF FICAM)
           IF WRK-LOG-LINHA(1:15) = 'SEQ MANIFESTO: '
               MOVE ZEROS TO WRK-ETQ-BLOCO
               IF WRK-LOG-LINHA(31:5) NUMERIC
                   MOVE WRK-LOG-LINHA(31:5) TO WRK-PED-BUSCA
                   MOVE ZEROS TO WRK-PED-ACHADO
                   PERFORM 0557-TESTAR-PEDIDO
                       VARYING WRK-PED-IDX FROM 1 BY 1
                       UNTIL WRK-PED-IDX > WRK-PED-QTD
                          OR WRK-PED-ACHADO > ZEROS
                   MOVE WRK-PED-ACHADO TO WRK-ETQ-BLOCO
               END-IF
           END-IF.
           IF WRK-ETQ-BLOCO > ZEROS
               EVALUATE TRUE
                   WHEN WRK-LOG-LINHA(1:14) = 'DESTINATARIO: '
                       MOVE SPACES TO WRK-LOG-LINHA(15:)
                       MOVE WRK-PED-PSEUDO(WRK-ETQ-BLOCO)
                         TO WRK-LOG-LINHA(15:20)
                       MOVE 'S' TO WRK-NOME-TROCADO
                       ADD 1 TO WRK-QTD-LOG
                   WHEN WRK-LOG-LINHA(1:10) = 'ENDERECO: '
                       MOVE SPACES TO WRK-LOG-LINHA(11:)
                   WHEN WRK-LOG-LINHA(1:8) = 'CIDADE: '
                    AND WRK-LOG-LINHA(36:6) = ' CEP: '
                       MOVE ZEROS TO WRK-LOG-LINHA(42:8)
               END-EVALUATE
           END-IF.
       0557-TESTAR-PEDIDO.
      *>********* COMPARANDO UM PEDIDO ANONIMIZADO COM A ETIQUETA
           IF WRK-PED-NUMERO(WRK-PED-IDX) = WRK-PED-BUSCA
               MOVE WRK-PED-IDX TO WRK-PED-ACHADO
           END-IF.
       0558-DEVOLVER-LINHA-LOG.
      *>********* COPIANDO UMA LINHA DO TRABALHO PARA O LOG
           READ ANONWRK-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-TRABALHO
               NOT AT END
                   MOVE ANONWRK-REC TO LOGTXT-REC
                   WRITE LOGTXT-REC
           END-READ.
       0580-AUDITAR-FUNCIONARIO.
      *>********* UM EVENTO ANONIMIZA POR FUNCIONARIO, SEM O NOME
           IF WRK-FUNC-ACAO(WRK-FUNC-IDX) = 'A'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'ANONIMIZA' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               STRING 'FUNCMST ' WRK-FUNC-MATRICULA(WRK-FUNC-IDX)
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
               MOVE WRK-FUNC-PSEUDO(WRK-FUNC-IDX) TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.
       0585-AUDITAR-CLIENTE.
      *>********* UM EVENTO ANONIMIZA POR CLIENTE, SEM O NOME
           IF WRK-CLI-ACAO(WRK-CLI-IDX) = 'A'
               MOVE WRK-AUTH-USUARIO TO WRK-AUDIT-OPERADOR
               MOVE 'ANONIMIZA' TO WRK-AUDIT-ACAO
               MOVE SPACES TO WRK-AUDIT-ANTES
               STRING 'CLIMST17 ' WRK-CLI-CODIGO(WRK-CLI-IDX)
                   DELIMITED BY SIZE
                 INTO WRK-AUDIT-ANTES
               MOVE WRK-CLI-PSEUDO(WRK-CLI-IDX) TO WRK-AUDIT-DEPOIS
               PERFORM 9500-GRAVAR-AUDITORIA
           END-IF.
       0900-EDITAR-DATA.
      *>********* EDITANDO WRK-DATA-ED-ENTRA (AAAAMMDD) EM DD/MM/AAAA
           MOVE WRK-DATA-ED-ENTRA(7:2) TO WRK-DATA-ED-DIA.
           MOVE WRK-DATA-ED-ENTRA(5:2) TO WRK-DATA-ED-MES.
           MOVE WRK-DATA-ED-ENTRA(1:4) TO WRK-DATA-ED-ANO.
           COPY 'USERAUTH-PROC.cbl'.
           COPY 'AUDITLOG-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL136'==.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL136'==.

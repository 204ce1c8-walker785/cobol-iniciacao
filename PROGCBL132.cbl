       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCBL132.
      *>*****************************************************************
      *> AREA DE COMENTARIOS - REMARKS
      *> AUTHOR = MATHEUSFERREIRA WALKER
      *> OBJETIVO: GERACAO DO CALENDARIO DE FERIADOS DE UM ANO NO
      *>           FERIADOCAL, NO LUGAR DA DIGITACAO MANUAL DE JANEIRO:
      *>           FERIADOS NACIONAIS FIXOS, OS MOVEIS CALCULADOS PELA
      *>           PASCOA (CARNAVAL SEGUNDA E TERCA, SEXTA-FEIRA SANTA
      *>           E CORPUS CHRISTI) E OS MUNICIPAIS/LOCAIS DE CADA
      *>           FILIAL DO ARQUIVO FERIADOLOC
      *> OBJETIVO: A LISTA DO ANO SAI NA TELA EM ORDEM DE DATA, COM AS
      *>           DATAS JA GRAVADAS NO FERIADOCAL MARCADAS; SO DEPOIS
      *>           DA CONFIRMACAO AS NOVAS SAO ACRESCENTADAS NO FIM DO
      *>           ARQUIVO (UMA DATA NUNCA E GRAVADA DUAS VEZES; A
      *>           REPETICAO SO ACRESCENTA O QUE FALTA)
      *> OBJETIVO: FERIADOLOC - FILIAL 9(02), ANO 9(04) (ZEROS = TODO
      *>           ANO), MES 9(02), DIA 9(02), DESCRICAO X(30). O
      *>           FERIADOCAL NAO TEM FILIAL: O FERIADO LOCAL E GRAVADO
      *>           COM A FILIAL NA DESCRICAO E VALE PARA TODAS AS
      *>           ROTINAS DE DIA UTIL, COMO OS DIGITADOS ATE AQUI
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FERIADO-FILE ASSIGN TO 'FERIADOCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIADO-STATUS.
           SELECT OPTIONAL LOCAL-FILE ASSIGN TO 'FERIADOLOC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOCAL-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FERIADO-FILE.
       01  FERIADO-REC.
           02 FERIADO-DATA PIC 9(08).
           02 FERIADO-DESCRICAO PIC X(30).
       FD  LOCAL-FILE.
       01  LOCAL-REC.
           02 LOC-FILIAL PIC 9(02).
           02 LOC-ANO PIC 9(04).
           02 LOC-MES PIC 9(02).
           02 LOC-DIA PIC 9(02).
           02 LOC-DESCRICAO PIC X(30).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       WORKING-STORAGE SECTION.
       COPY 'DIAUTIL.cbl'.
       COPY 'RUNCTL.cbl'.
       77 WRK-LOCAL-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
         88 FIM-ARQUIVO VALUE 'S'.
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA PIC X(01) VALUE 'N'.
         88 GRAVACAO-CONFIRMADA VALUE 'S' 's'.
      *>********* FERIADOS NACIONAIS DE DATA FIXA (MMDD + DESCRICAO);
      *>          O DIA DA CONSCIENCIA NEGRA E NACIONAL DESDE 2024
       01 WRK-FIXOS-TAB.
          02 FILLER PIC X(34) VALUE '0101CONFRATERNIZACAO UNIVERSAL'.
          02 FILLER PIC X(34) VALUE '0421TIRADENTES'.
          02 FILLER PIC X(34) VALUE '0501DIA DO TRABALHO'.
          02 FILLER PIC X(34) VALUE '0907INDEPENDENCIA DO BRASIL'.
          02 FILLER PIC X(34) VALUE '1012NOSSA SENHORA APARECIDA'.
          02 FILLER PIC X(34) VALUE '1102FINADOS'.
          02 FILLER PIC X(34) VALUE '1115PROCLAMACAO DA REPUBLICA'.
          02 FILLER PIC X(34) VALUE '1120DIA DA CONSCIENCIA NEGRA'.
          02 FILLER PIC X(34) VALUE '1225NATAL'.
       01 WRK-FIXOS REDEFINES WRK-FIXOS-TAB.
          02 WRK-FIXO-LINHA OCCURS 9 TIMES.
             03 WRK-FIXO-MES PIC 9(02).
             03 WRK-FIXO-DIA PIC 9(02).
             03 WRK-FIXO-DESCRICAO PIC X(30).
       77 WRK-FIXO-IDX PIC 9(02) VALUE ZEROS.
      *>********* CALCULO DA PASCOA (ALGORITMO GREGORIANO DE MEEUS)
       77 WRK-PA-A PIC 9(04) VALUE ZEROS.
       77 WRK-PA-B PIC 9(04) VALUE ZEROS.
       77 WRK-PA-C PIC 9(04) VALUE ZEROS.
       77 WRK-PA-D PIC 9(04) VALUE ZEROS.
       77 WRK-PA-E PIC 9(04) VALUE ZEROS.
       77 WRK-PA-F PIC 9(04) VALUE ZEROS.
       77 WRK-PA-G PIC 9(04) VALUE ZEROS.
       77 WRK-PA-H PIC 9(04) VALUE ZEROS.
       77 WRK-PA-I PIC 9(04) VALUE ZEROS.
       77 WRK-PA-K PIC 9(04) VALUE ZEROS.
       77 WRK-PA-L PIC 9(04) VALUE ZEROS.
       77 WRK-PA-M PIC 9(04) VALUE ZEROS.
       77 WRK-PA-N PIC 9(04) VALUE ZEROS.
       77 WRK-PA-Q PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-PASCOA.
          02 WRK-PASCOA-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-PASCOA-MES PIC 9(02) VALUE ZEROS.
          02 WRK-PASCOA-DIA PIC 9(02) VALUE ZEROS.
      *>********* LISTA DO ANO EM ORDEM DE DATA, SEM DATA REPETIDA
       01 WRK-GER-TAB.
          02 WRK-GER-LINHA OCCURS 60 TIMES.
             03 WRK-GER-DATA PIC 9(08).
             03 WRK-GER-DESCRICAO PIC X(30).
             03 WRK-GER-SITUACAO PIC X(01).
               88 GER-JA-GRAVADO VALUE 'E'.
       77 WRK-GER-MAX PIC 9(02) VALUE 60.
       77 WRK-GER-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-GER-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-GER-POS PIC 9(02) VALUE ZEROS.
       77 WRK-GER-ACHOU PIC X(01) VALUE 'N'.
       77 WRK-NOVO-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-NOVO-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-QTD-NOVOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXISTENTES PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-IGNORADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(03) VALUE ZEROS.
      *>********* LINHA DA LISTA
       01 WRK-DATA-FMT.
          02 WRK-FMT-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-FMT-MES PIC 9(02) VALUE ZEROS.
          02 WRK-FMT-DIA PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-FMT-NUM REDEFINES WRK-DATA-FMT PIC 9(08).
       01 WRK-NOMES-DIA-TAB.
          02 FILLER PIC X(21) VALUE 'SABDOMSEGTERQUAQUISEX'.
       01 WRK-NOMES-DIA REDEFINES WRK-NOMES-DIA-TAB.
          02 WRK-NOME-DIA PIC X(03) OCCURS 7 TIMES.
       77 WRK-SITUACAO-ED PIC X(09) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
           MOVE ZEROS TO WRK-RUN-LIDOS.
           MOVE ZEROS TO WRK-RUN-PROC.
           MOVE ZEROS TO WRK-RUN-REJ.
           MOVE SPACES TO WRK-RUN-SITUACAO.
           PERFORM 9520-GRAVAR-RUNCTL.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-GERAR-FIXOS.
           PERFORM 0300-GERAR-MOVEIS.
           PERFORM 0400-GERAR-LOCAIS.
           PERFORM 0500-MARCAR-EXISTENTES.
           PERFORM 0600-EXIBIR-LISTA.
           PERFORM 0700-GRAVAR-CALENDARIO.
           MOVE 'FIM' TO WRK-RUN-EVENTO.
           MOVE WRK-GER-QTD TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-GRAVADOS TO WRK-RUN-PROC.
           MOVE WRK-QTD-EXISTENTES TO WRK-RUN-REJ.
           PERFORM 9520-GRAVAR-RUNCTL.
           DISPLAY 'FIM DO PROGRAMA...'.

           GOBACK.
       0100-INICIALIZAR.
      *>********* LENDO O ANO A GERAR (ZERO = ANO ATUAL; EM DEZEMBRO,
      *>          O SEGUINTE). A CARGA DO CALENDARIO JA AVISA EM
      *>          DEZEMBRO SE O ANO SEGUINTE AINDA NAO FOI GERADO
           DISPLAY '***************************************'.
           DISPLAY ' GERACAO DO CALENDARIO DE FERIADOS'.
           DISPLAY '***************************************'.
           PERFORM 9680-CARREGAR-FERIADOS.
           DISPLAY 'ANO A GERAR (AAAA, 0=ANO CORRENTE/SEGUINTE): '.
           ACCEPT WRK-ANO FROM CONSOLE.
           IF WRK-ANO = ZEROS
               MOVE WRK-DU-HOJE-ANO TO WRK-ANO
               IF WRK-DU-HOJE-MES = 12
                   ADD 1 TO WRK-ANO
               END-IF
           END-IF.
           IF WRK-ANO < 1900 OR WRK-ANO > 2099
               DISPLAY 'ANO INVALIDO - USANDO O ANO CORRENTE.'
               MOVE WRK-DU-HOJE-ANO TO WRK-ANO
           END-IF.
           DISPLAY 'GERANDO OS FERIADOS DE ' WRK-ANO.
       0200-GERAR-FIXOS.
      *>********* FERIADOS NACIONAIS DE DATA FIXA
           PERFORM 0210-GERAR-FIXO
               VARYING WRK-FIXO-IDX FROM 1 BY 1
               UNTIL WRK-FIXO-IDX > 9.
       0210-GERAR-FIXO.
      *>********* UM FERIADO FIXO NO ANO (CONSCIENCIA NEGRA SO A
      *>          PARTIR DE 2024)
           IF WRK-FIXO-MES(WRK-FIXO-IDX) = 11
              AND WRK-FIXO-DIA(WRK-FIXO-IDX) = 20
              AND WRK-ANO < 2024
               CONTINUE
           ELSE
               MOVE WRK-ANO TO WRK-DU-ANO
               MOVE WRK-FIXO-MES(WRK-FIXO-IDX) TO WRK-DU-MES
               MOVE WRK-FIXO-DIA(WRK-FIXO-IDX) TO WRK-DU-DIA
               MOVE WRK-DU-DATA TO WRK-NOVO-DATA
               MOVE WRK-FIXO-DESCRICAO(WRK-FIXO-IDX)
                   TO WRK-NOVO-DESCRICAO
               PERFORM 0800-INCLUIR-FERIADO
           END-IF.
       0300-GERAR-MOVEIS.
      *>********* DOMINGO DE PASCOA E OS FERIADOS QUE DEPENDEM DELE:
      *>          CARNAVAL (PASCOA - 48 E - 47), SEXTA-FEIRA SANTA
      *>          (PASCOA - 2) E CORPUS CHRISTI (PASCOA + 60)
           PERFORM 0310-CALCULAR-PASCOA.
           MOVE WRK-DATA-PASCOA TO WRK-DU-DATA.
           PERFORM 9687-RECUAR-UM-DIA 48 TIMES.
           MOVE WRK-DU-DATA TO WRK-NOVO-DATA.
           MOVE 'CARNAVAL (SEGUNDA-FEIRA)' TO WRK-NOVO-DESCRICAO.
           PERFORM 0800-INCLUIR-FERIADO.
           PERFORM 9686-AVANCAR-UM-DIA.
           MOVE WRK-DU-DATA TO WRK-NOVO-DATA.
           MOVE 'CARNAVAL (TERCA-FEIRA)' TO WRK-NOVO-DESCRICAO.
           PERFORM 0800-INCLUIR-FERIADO.
           MOVE WRK-DATA-PASCOA TO WRK-DU-DATA.
           PERFORM 9687-RECUAR-UM-DIA 2 TIMES.
           MOVE WRK-DU-DATA TO WRK-NOVO-DATA.
           MOVE 'SEXTA-FEIRA SANTA' TO WRK-NOVO-DESCRICAO.
           PERFORM 0800-INCLUIR-FERIADO.
           MOVE WRK-DATA-PASCOA TO WRK-DU-DATA.
           PERFORM 9686-AVANCAR-UM-DIA 60 TIMES.
           MOVE WRK-DU-DATA TO WRK-NOVO-DATA.
           MOVE 'CORPUS CHRISTI' TO WRK-NOVO-DESCRICAO.
           PERFORM 0800-INCLUIR-FERIADO.
       0310-CALCULAR-PASCOA.
      *>********* DOMINGO DE PASCOA DO ANO (CALENDARIO GREGORIANO)
           DIVIDE WRK-ANO BY 19 GIVING WRK-PA-Q REMAINDER WRK-PA-A.
           DIVIDE WRK-ANO BY 100 GIVING WRK-PA-B REMAINDER WRK-PA-C.
           DIVIDE WRK-PA-B BY 4 GIVING WRK-PA-D REMAINDER WRK-PA-E.
           COMPUTE WRK-PA-F = (WRK-PA-B + 8) / 25.
           COMPUTE WRK-PA-G = (WRK-PA-B - WRK-PA-F + 1) / 3.
           COMPUTE WRK-PA-N = (19 * WRK-PA-A) + WRK-PA-B - WRK-PA-D
                            - WRK-PA-G + 15.
           DIVIDE WRK-PA-N BY 30 GIVING WRK-PA-Q REMAINDER WRK-PA-H.
           DIVIDE WRK-PA-C BY 4 GIVING WRK-PA-I REMAINDER WRK-PA-K.
           COMPUTE WRK-PA-N = 32 + (2 * WRK-PA-E) + (2 * WRK-PA-I)
                            - WRK-PA-H - WRK-PA-K.
           DIVIDE WRK-PA-N BY 7 GIVING WRK-PA-Q REMAINDER WRK-PA-L.
           COMPUTE WRK-PA-M = (WRK-PA-A + (11 * WRK-PA-H)
                            + (22 * WRK-PA-L)) / 451.
           COMPUTE WRK-PA-N = WRK-PA-H + WRK-PA-L - (7 * WRK-PA-M)
                            + 114.
           DIVIDE WRK-PA-N BY 31 GIVING WRK-PASCOA-MES
               REMAINDER WRK-PASCOA-DIA.
           ADD 1 TO WRK-PASCOA-DIA.
           MOVE WRK-ANO TO WRK-PASCOA-ANO.
           MOVE WRK-DATA-PASCOA TO WRK-DATA-FMT.
           DISPLAY 'PASCOA: ' WRK-FMT-DIA '/' WRK-FMT-MES '/'
                   WRK-FMT-ANO.
       0400-GERAR-LOCAIS.
      *>********* FERIADOS MUNICIPAIS/LOCAIS POR FILIAL: OS DO ANO E
      *>          OS DE TODO ANO (ANO ZERADO)
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT LOCAL-FILE.
           IF WRK-LOCAL-STATUS = '00'
               PERFORM 0410-LER-LOCAL UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE LOCAL-FILE.
       0410-LER-LOCAL.
      *>********* LENDO UM FERIADO LOCAL; MES/DIA INVALIDO E IGNORADO
           READ LOCAL-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF LOC-ANO = ZEROS OR LOC-ANO = WRK-ANO
                       PERFORM 0420-GERAR-LOCAL
                   END-IF
           END-READ.
       0420-GERAR-LOCAL.
      *>********* UM FERIADO LOCAL NO ANO, COM A FILIAL NA DESCRICAO
           MOVE WRK-ANO TO WRK-DU-ANO.
           MOVE LOC-MES TO WRK-DU-MES.
           MOVE ZEROS TO WRK-DU-DIA.
           IF LOC-MES >= 1 AND LOC-MES <= 12
               PERFORM 9689-APURAR-LIMITE-MES
               IF LOC-DIA >= 1 AND LOC-DIA <= WRK-DU-LIMITE-MES
                   MOVE LOC-DIA TO WRK-DU-DIA
               END-IF
           END-IF.
           IF WRK-DU-DIA = ZEROS
               ADD 1 TO WRK-QTD-IGNORADOS
               DISPLAY 'FERIADO LOCAL IGNORADO (DATA INVALIDA): '
                       LOCAL-REC
           ELSE
               MOVE WRK-DU-DATA TO WRK-NOVO-DATA
               MOVE SPACES TO WRK-NOVO-DESCRICAO
               STRING 'FIL ' LOC-FILIAL ' ' LOC-DESCRICAO
                   DELIMITED BY SIZE
                 INTO WRK-NOVO-DESCRICAO
               PERFORM 0800-INCLUIR-FERIADO
           END-IF.
       0500-MARCAR-EXISTENTES.
      *>********* MARCANDO AS DATAS DA LISTA QUE JA ESTAO NO
      *>          FERIADOCAL (NAO SERAO GRAVADAS DE NOVO)
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT FERIADO-FILE.
           IF WRK-FERIADO-STATUS = '00'
               PERFORM 0510-LER-EXISTENTE UNTIL FIM-ARQUIVO
           END-IF.
           CLOSE FERIADO-FILE.
       0510-LER-EXISTENTE.
      *>********* LENDO UMA DATA DO CALENDARIO GRAVADO
           READ FERIADO-FILE
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT AT END
                   IF FERIADO-DATA(1:4) = WRK-ANO
                       PERFORM 0520-TESTAR-EXISTENTE
                           VARYING WRK-GER-IDX FROM 1 BY 1
                           UNTIL WRK-GER-IDX > WRK-GER-QTD
                   END-IF
           END-READ.
       0520-TESTAR-EXISTENTE.
      *>********* COMPARANDO UMA DATA GRAVADA COM UMA DA LISTA
           IF WRK-GER-DATA(WRK-GER-IDX) = FERIADO-DATA
               MOVE 'E' TO WRK-GER-SITUACAO(WRK-GER-IDX)
           END-IF.
       0600-EXIBIR-LISTA.
      *>********* LISTA DO ANO PARA CONFERENCIA ANTES DA GRAVACAO
           DISPLAY '---------------------------------------------'.
           DISPLAY 'DATA       DIA DESCRICAO                      '
                   'SITUACAO'.
           DISPLAY '---------------------------------------------'.
           PERFORM 0610-EXIBIR-FERIADO
               VARYING WRK-GER-IDX FROM 1 BY 1
               UNTIL WRK-GER-IDX > WRK-GER-QTD.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'FERIADOS DO ANO......: ' WRK-GER-QTD.
           DISPLAY 'NOVOS A GRAVAR.......: ' WRK-QTD-NOVOS.
           DISPLAY 'JA NO CALENDARIO.....: ' WRK-QTD-EXISTENTES.
           IF WRK-QTD-IGNORADOS > ZEROS
               DISPLAY 'LOCAIS IGNORADOS.....: ' WRK-QTD-IGNORADOS
           END-IF.
       0610-EXIBIR-FERIADO.
      *>********* UMA LINHA DA LISTA COM O DIA DA SEMANA
           MOVE WRK-GER-DATA(WRK-GER-IDX) TO WRK-DU-DATA.
           PERFORM 9682-DIA-SEMANA-DU.
           MOVE WRK-GER-DATA(WRK-GER-IDX) TO WRK-DATA-FMT-NUM.
           IF GER-JA-GRAVADO(WRK-GER-IDX)
               MOVE 'JA EXISTE' TO WRK-SITUACAO-ED
               ADD 1 TO WRK-QTD-EXISTENTES
           ELSE
               MOVE 'NOVO' TO WRK-SITUACAO-ED
               ADD 1 TO WRK-QTD-NOVOS
           END-IF.
           DISPLAY WRK-FMT-DIA '/' WRK-FMT-MES '/' WRK-FMT-ANO ' '
                   WRK-NOME-DIA(WRK-DU-INDICE) ' '
                   WRK-GER-DESCRICAO(WRK-GER-IDX) ' '
                   WRK-SITUACAO-ED.
       0700-GRAVAR-CALENDARIO.
      *>********* CONFIRMANDO E ACRESCENTANDO AS DATAS NOVAS NO FIM
      *>          DO FERIADOCAL
           IF WRK-QTD-NOVOS = ZEROS
               DISPLAY 'CALENDARIO DE ' WRK-ANO ' JA ESTA COMPLETO.'
               MOVE 'JA FEITO' TO WRK-RUN-SITUACAO
           ELSE
               DISPLAY 'CONFIRMA A GRAVACAO DOS FERIADOS NOVOS (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF GRAVACAO-CONFIRMADA
                   PERFORM 0705-ACRESCENTAR-NOVOS
                   MOVE 'OK' TO WRK-RUN-SITUACAO
               ELSE
                   DISPLAY 'GRAVACAO CANCELADA - NADA FOI GRAVADO.'
                   MOVE 'RECUSADO' TO WRK-RUN-SITUACAO
               END-IF
           END-IF.
       0705-ACRESCENTAR-NOVOS.
      *>********* ABRINDO O CALENDARIO PARA ACRESCIMO (CRIA SE NAO
      *>          EXISTIR) E GRAVANDO AS DATAS NOVAS
           OPEN EXTEND FERIADO-FILE.
           IF WRK-FERIADO-STATUS = '05' OR WRK-FERIADO-STATUS = '35'
               CLOSE FERIADO-FILE
               OPEN OUTPUT FERIADO-FILE
           END-IF.
           PERFORM 0710-GRAVAR-FERIADO
               VARYING WRK-GER-IDX FROM 1 BY 1
               UNTIL WRK-GER-IDX > WRK-GER-QTD.
           CLOSE FERIADO-FILE.
           DISPLAY 'FERIADOS GRAVADOS NO FERIADOCAL: ' WRK-QTD-GRAVADOS.
       0710-GRAVAR-FERIADO.
      *>********* GRAVANDO UMA DATA NOVA DA LISTA
           IF NOT GER-JA-GRAVADO(WRK-GER-IDX)
               MOVE WRK-GER-DATA(WRK-GER-IDX) TO FERIADO-DATA
               MOVE WRK-GER-DESCRICAO(WRK-GER-IDX)
                   TO FERIADO-DESCRICAO
               WRITE FERIADO-REC
               ADD 1 TO WRK-QTD-GRAVADOS
           END-IF.
       0800-INCLUIR-FERIADO.
      *>********* INCLUINDO WRK-NOVO-DATA NA LISTA EM ORDEM DE DATA;
      *>          DATA JA NA LISTA FICA COM A PRIMEIRA DESCRICAO
      *>          (NACIONAL ANTES DE LOCAL)
           MOVE 'N' TO WRK-GER-ACHOU.
           MOVE 1 TO WRK-GER-POS.
           PERFORM 0810-PROCURAR-POSICAO
               VARYING WRK-GER-IDX FROM 1 BY 1
               UNTIL WRK-GER-IDX > WRK-GER-QTD
                  OR WRK-GER-ACHOU = 'S'.
           IF WRK-GER-ACHOU = 'N'
               IF WRK-GER-QTD >= WRK-GER-MAX
                   ADD 1 TO WRK-QTD-IGNORADOS
                   DISPLAY 'LISTA CHEIA - FERIADO IGNORADO: '
                           WRK-NOVO-DATA ' ' WRK-NOVO-DESCRICAO
               ELSE
                   PERFORM 0820-DESLOCAR-LINHA
                       VARYING WRK-GER-IDX FROM WRK-GER-QTD BY -1
                       UNTIL WRK-GER-IDX < WRK-GER-POS
                   MOVE WRK-NOVO-DATA TO WRK-GER-DATA(WRK-GER-POS)
                   MOVE WRK-NOVO-DESCRICAO
                       TO WRK-GER-DESCRICAO(WRK-GER-POS)
                   MOVE 'N' TO WRK-GER-SITUACAO(WRK-GER-POS)
                   ADD 1 TO WRK-GER-QTD
               END-IF
           END-IF.
       0810-PROCURAR-POSICAO.
      *>********* A NOVA DATA ENTRA DEPOIS DAS MENORES DA LISTA
           IF WRK-GER-DATA(WRK-GER-IDX) = WRK-NOVO-DATA
               MOVE 'S' TO WRK-GER-ACHOU
           ELSE
               IF WRK-GER-DATA(WRK-GER-IDX) < WRK-NOVO-DATA
                   COMPUTE WRK-GER-POS = WRK-GER-IDX + 1
               END-IF
           END-IF.
       0820-DESLOCAR-LINHA.
      *>********* ABRINDO ESPACO: A LINHA DESCE UMA POSICAO
           MOVE WRK-GER-LINHA(WRK-GER-IDX)
               TO WRK-GER-LINHA(WRK-GER-IDX + 1).
           COPY 'DIAUTIL-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL132'==.

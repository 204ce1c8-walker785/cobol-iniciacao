      *> OBJETIVO: IMPRIMIR O MAPA ANUAL DE FERIAS (PERIODOS DO ANO
      *>           PEDIDO, FUNCIONARIO A FUNCIONARIO), QUE OS
      *>           SUPERVISORES PEDEM TODO ANO
      *> OBJETIVO: GRAVAR A MATRICULA NO AGENDAMENTO (NO FIM DO
      *>           REGISTRO) E CASAR SALDO E SOBREPOSICAO PELA
      *>           MATRICULA; AGENDAMENTO ANTIGO, SEM MATRICULA, AINDA
      *>           CASA PELO NOME. O FUNCIONARIO E IDENTIFICADO PELA
      *>           MATRICULA OU, SEM HOMONIMO, PELO NOME
      *> OBJETIVO: NAO CONTAR NO SALDO ADQUIRIDO OS MESES DE
      *>           AFASTAMENTO COM OS AVOS SUSPENSOS (CADASTRO
      *>           AFASTMST DO PROGCBL85, REGRA DO TIPO EM AFASTREG)
      *> OBJETIVO: LAYOUT DA AGENDA NO COPYBOOK FERIASAG, COM A
      *>           SITUACAO DE PAGO DO RECIBO DE FERIAS (PROGCBL87);
      *>           O SALDO MOSTRA OS DIAS JA PAGOS A PARTE DOS SO
      *>           AGENDADOS
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL FERIASAGD-FILE ASSIGN TO 'FERIASAGD49'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIASAGD-STATUS.
           SELECT OPTIONAL AFAST-FILE ASSIGN TO 'AFASTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCMST-FILE.
           COPY 'FUNCMST.cbl'.
       FD  FERIASAGD-FILE.
       01  FERIASAGD-REC.
           COPY 'FERIASAG.cbl'.
       FD  AFAST-FILE.
       01  AFAST-REC.
           COPY 'AFASTA.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'REPORTHDR.cbl'
           REPLACING ==:TITULO:==
                  BY =='MAPA ANUAL DE FERIAS'==.
       COPY 'AFASTREG.cbl'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FUNCMST-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
                04 WRK-FUNC-ENTRADA-ANO PIC 9(04).
                04 WRK-FUNC-ENTRADA-MES PIC 9(02).
                04 WRK-FUNC-ENTRADA-DIA PIC 9(02).
             03 WRK-FUNC-MATRICULA PIC 9(06).
       77 WRK-FUNC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-FUNC-ACHADO PIC 9(03) VALUE ZEROS.
             03 WRK-AGD-INICIO PIC 9(08).
             03 WRK-AGD-FIM PIC 9(08).
             03 WRK-AGD-DIAS PIC 9(03).
             03 WRK-AGD-MATRICULA PIC 9(06).
             03 WRK-AGD-SITUACAO PIC X(01).
             03 WRK-AGD-DATA-PAGTO PIC 9(08).
       77 WRK-AGD-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-AGD-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CARGA-ESTOURO PIC X(01) VALUE 'N'.
         88 CARGA-ESTOUROU VALUE 'S'.
       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-BUSCA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-HOMONIMOS PIC 9(03) VALUE ZEROS.
       77 WRK-MESMO-FUNC PIC X(01) VALUE 'N'.
         88 MESMO-FUNCIONARIO VALUE 'S'.
       01 WRK-DATA-HOJE.
          02 WRK-HOJE-ANO PIC 9(04).
          02 WRK-HOJE-MES PIC 9(02).
       77 WRK-MESES-CASA PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-ADQUIRIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-AGENDADOS PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-PAGOS PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-DIAS PIC S9(05) VALUE ZEROS.
       77 WRK-QTD-SOBREPOSTOS PIC 9(03) VALUE ZEROS.
       77 WRK-ANO-MAPA PIC 9(04) VALUE ZEROS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0110-CARREGAR-MESTRE.
           PERFORM 0130-CARREGAR-AGENDA.
           PERFORM 9720-CARREGAR-AFASTAMENTOS.
           DISPLAY 'FUNCIONARIOS ATIVOS: ' WRK-FUNC-QTD
                   '  AGENDAMENTOS: ' WRK-AGD-QTD.
           IF CARGA-ESTOUROU
                               TO WRK-FUNC-NOME(WRK-FUNC-QTD)
                           MOVE FUNCMST-ENTRADA
                               TO WRK-FUNC-ENTRADA(WRK-FUNC-QTD)
                           IF FUNCMST-MATRICULA NUMERIC
                               MOVE FUNCMST-MATRICULA
                                   TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
                           ELSE
                               MOVE ZEROS
                                   TO WRK-FUNC-MATRICULA(WRK-FUNC-QTD)
                           END-IF
                   END-EVALUATE
           END-READ.
       0130-CARREGAR-AGENDA.
                       ADD 1 TO WRK-AGD-QTD
                       MOVE FERIASAGD-REC
                           TO WRK-AGD-LINHA(WRK-AGD-QTD)
                       IF WRK-AGD-MATRICULA(WRK-AGD-QTD) NOT NUMERIC
                           MOVE ZEROS TO WRK-AGD-MATRICULA(WRK-AGD-QTD)
                       END-IF
                   END-IF
           END-READ.
       0200-PROCESSAR.
       0210-AGENDAR.
      *>********* AGENDANDO UM PERIODO DE FERIAS, CONTRA O SALDO
      *>          ADQUIRIDO E COM AVISO DE SOBREPOSICAO
           PERFORM 0635-IDENTIFICAR-FUNCIONARIO.
           IF WRK-FUNC-ACHADO > ZEROS
               DISPLAY 'INICIO DO PERIODO (AAAAMMDD): '
               ACCEPT WRK-DATA-INICIO FROM CONSOLE
               DISPLAY 'FIM DO PERIODO (AAAAMMDD): '
               + (WRK-FIM-DIA - WRK-INI-DIA) + 1.
       0220-CALCULAR-SALDO.
      *>********* CALCULANDO O SALDO: 2,5 DIAS POR MES TRABALHADO
      *>          DESDE A ENTRADA (FORA OS MESES DE AFASTAMENTO
      *>          COM AVOS SUSPENSOS), MENOS OS DIAS JA AGENDADOS
           COMPUTE WRK-MESES-CASA =
               ((WRK-HOJE-ANO * 12) + WRK-HOJE-MES) -
               ((WRK-FUNC-ENTRADA-ANO(WRK-FUNC-ACHADO) * 12)
           IF WRK-HOJE-DIA < WRK-FUNC-ENTRADA-DIA(WRK-FUNC-ACHADO)
               SUBTRACT 1 FROM WRK-MESES-CASA
           END-IF.
           MOVE WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO)
               TO WRK-AF-MATRICULA-REF.
           MOVE WRK-FUNC-NOME(WRK-FUNC-ACHADO) TO WRK-AF-NOME-REF.
           MOVE WRK-FUNC-ENTRADA(WRK-FUNC-ACHADO) TO WRK-AF-PER-INICIO.
           MOVE WRK-DATA-HOJE TO WRK-AF-PER-FIM.
           PERFORM 9722-APURAR-AFASTAMENTOS.
           SUBTRACT WRK-AF-AVOS-PERDIDOS FROM WRK-MESES-CASA.
           IF WRK-MESES-CASA < ZEROS
               MOVE ZEROS TO WRK-MESES-CASA
           END-IF.
           COMPUTE WRK-DIAS-ADQUIRIDOS =
               (WRK-MESES-CASA * 25) / 10.
           MOVE ZEROS TO WRK-DIAS-AGENDADOS.
           MOVE ZEROS TO WRK-DIAS-PAGOS.
           PERFORM 0225-SOMAR-AGENDADO
               VARYING WRK-AGD-IDX FROM 1 BY 1
               UNTIL WRK-AGD-IDX > WRK-AGD-QTD.
               WRK-DIAS-ADQUIRIDOS - WRK-DIAS-AGENDADOS.
       0225-SOMAR-AGENDADO.
      *>********* SOMANDO OS DIAS JA AGENDADOS DO FUNCIONARIO
           PERFORM 0227-TESTAR-MESMO-FUNCIONARIO.
           IF MESMO-FUNCIONARIO
               ADD WRK-AGD-DIAS(WRK-AGD-IDX) TO WRK-DIAS-AGENDADOS
               IF WRK-AGD-SITUACAO(WRK-AGD-IDX) = 'P'
                   ADD WRK-AGD-DIAS(WRK-AGD-IDX) TO WRK-DIAS-PAGOS
               END-IF
           END-IF.
       0227-TESTAR-MESMO-FUNCIONARIO.
      *>********* TESTANDO SE O AGENDAMENTO E DO FUNCIONARIO ATUAL:
      *>          PELA MATRICULA QUANDO OS DOIS LADOS A TEM, SENAO
      *>          PELO NOME (AGENDAMENTO ANTIGO)
           MOVE 'N' TO WRK-MESMO-FUNC.
           IF WRK-AGD-MATRICULA(WRK-AGD-IDX) > ZEROS
              AND WRK-MATRICULA > ZEROS
               IF WRK-AGD-MATRICULA(WRK-AGD-IDX) = WRK-MATRICULA
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           ELSE
               IF WRK-AGD-NOME(WRK-AGD-IDX)(1:20) = WRK-NOME(1:20)
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           END-IF.
       0230-AVISAR-SOBREPOSICAO.
      *>********* AVISANDO OS PERIODOS DE OUTROS FUNCIONARIOS QUE
           END-IF.
       0235-TESTAR-SOBREPOSICAO.
      *>********* TESTANDO A SOBREPOSICAO DE UM AGENDAMENTO
           PERFORM 0227-TESTAR-MESMO-FUNCIONARIO.
           IF NOT MESMO-FUNCIONARIO
              AND WRK-AGD-INICIO(WRK-AGD-IDX) <= WRK-FIM-NUM
              AND WRK-AGD-FIM(WRK-AGD-IDX) >= WRK-INICIO-NUM
               ADD 1 TO WRK-QTD-SOBREPOSTOS
           MOVE WRK-INICIO-NUM TO AGD-INICIO.
           MOVE WRK-FIM-NUM TO AGD-FIM.
           MOVE WRK-DIAS-PEDIDOS TO AGD-DIAS.
           MOVE WRK-MATRICULA TO AGD-MATRICULA.
           MOVE SPACES TO AGD-SITUACAO.
           MOVE ZEROS TO AGD-DATA-PAGTO.
           WRITE FERIASAGD-REC.
           CLOSE FERIASAGD-FILE.
           ADD 1 TO WRK-AGD-QTD.
                   WRK-DIAS-PEDIDOS ' DIAS).'.
       0250-EXIBIR-SALDO.
      *>********* EXIBINDO O SALDO DE FERIAS DE UM FUNCIONARIO
           PERFORM 0635-IDENTIFICAR-FUNCIONARIO.
           IF WRK-FUNC-ACHADO > ZEROS
               PERFORM 0220-CALCULAR-SALDO
               DISPLAY 'ADQUIRIDOS: ' WRK-DIAS-ADQUIRIDOS
                       ' AGENDADOS: ' WRK-DIAS-AGENDADOS
                       ' (PAGOS: ' WRK-DIAS-PAGOS ')'
                       ' SALDO: ' WRK-SALDO-DIAS ' DIA(S).'
               IF WRK-AF-AVOS-PERDIDOS > ZEROS
                   DISPLAY 'MESES SUSPENSOS POR AFASTAMENTO: '
                           WRK-AF-AVOS-PERDIDOS
               END-IF
           END-IF.
       0260-MAPA-ANUAL.
      *>********* IMPRIMINDO O MAPA ANUAL DE FERIAS DO ANO PEDIDO
              OR WRK-AGD-FIM(WRK-AGD-IDX)(1:4) = WRK-ANO-MAPA
               ADD 1 TO WRK-QTD-MAPA
               PERFORM 9710-CONTAR-LINHA
               DISPLAY WRK-AGD-MATRICULA(WRK-AGD-IDX) ' '
                       WRK-AGD-NOME(WRK-AGD-IDX)
                       ' DE ' WRK-AGD-INICIO(WRK-AGD-IDX)
                       ' A ' WRK-AGD-FIM(WRK-AGD-IDX)
                       ' (' WRK-AGD-DIAS(WRK-AGD-IDX) ' DIAS)'
           END-IF.
       0635-IDENTIFICAR-FUNCIONARIO.
      *>********* IDENTIFICANDO O FUNCIONARIO ATIVO PELA MATRICULA OU,
      *>          COM MATRICULA ZERO, PELO NOME (NOME COM HOMONIMO
      *>          EXIGE A MATRICULA)
           DISPLAY 'MATRICULA (0=BUSCAR PELO NOME): '.
           MOVE ZEROS TO WRK-MATRICULA-BUSCA.
           ACCEPT WRK-MATRICULA-BUSCA FROM CONSOLE.
           IF WRK-MATRICULA-BUSCA > ZEROS
               PERFORM 0680-LOCALIZAR-MATRICULA
               IF WRK-FUNC-ACHADO = ZEROS
                   DISPLAY 'MATRICULA ATIVA NAO ENCONTRADA: '
                           WRK-MATRICULA-BUSCA
               END-IF
           ELSE
               DISPLAY 'NOME DO FUNCIONARIO: '
               ACCEPT WRK-NOME FROM CONSOLE
               PERFORM 0640-LOCALIZAR-FUNCIONARIO
               EVALUATE TRUE
                   WHEN WRK-FUNC-ACHADO = ZEROS
                       DISPLAY 'FUNCIONARIO ATIVO NAO ENCONTRADO: '
                               WRK-NOME
                   WHEN WRK-QTD-HOMONIMOS > 1
                       DISPLAY 'NOME COM HOMONIMOS - INFORME A '
                               'MATRICULA:'
                       PERFORM 0665-LISTAR-HOMONIMO
                           VARYING WRK-FUNC-IDX FROM 1 BY 1
                           UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                       MOVE ZEROS TO WRK-FUNC-ACHADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WRK-FUNC-ACHADO > ZEROS
               MOVE WRK-FUNC-NOME(WRK-FUNC-ACHADO) TO WRK-NOME
               MOVE WRK-FUNC-MATRICULA(WRK-FUNC-ACHADO)
                   TO WRK-MATRICULA
           END-IF.
       0640-LOCALIZAR-FUNCIONARIO.
      *>********* LOCALIZANDO O NOME NA TABELA DE TRABALHO (SO OS 20
      *>          PRIMEIROS CARACTERES, COMO NO PROGCBL26), CONTANDO
      *>          OS HOMONIMOS
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           MOVE ZEROS TO WRK-QTD-HOMONIMOS.
           PERFORM 0645-TESTAR-NOME
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD.
       0645-TESTAR-NOME.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM O NOME BUSCADO
           IF WRK-FUNC-NOME(WRK-FUNC-IDX)(1:20) = WRK-NOME(1:20)
               ADD 1 TO WRK-QTD-HOMONIMOS
               IF WRK-FUNC-ACHADO = ZEROS
                   MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
               END-IF
           END-IF.
       0665-LISTAR-HOMONIMO.
      *>********* EXIBINDO UM FUNCIONARIO COM O NOME BUSCADO
           IF WRK-FUNC-NOME(WRK-FUNC-IDX)(1:20) = WRK-NOME(1:20)
               DISPLAY '  MATRICULA ' WRK-FUNC-MATRICULA(WRK-FUNC-IDX)
                       ' ' WRK-FUNC-NOME(WRK-FUNC-IDX)
                       ' ENTRADA ' WRK-FUNC-ENTRADA(WRK-FUNC-IDX)
           END-IF.
       0680-LOCALIZAR-MATRICULA.
      *>********* LOCALIZANDO A MATRICULA NA TABELA DE TRABALHO
           MOVE ZEROS TO WRK-FUNC-ACHADO.
           PERFORM 0685-TESTAR-MATRICULA
               VARYING WRK-FUNC-IDX FROM 1 BY 1
               UNTIL WRK-FUNC-IDX > WRK-FUNC-QTD
                  OR WRK-FUNC-ACHADO > ZEROS.
       0685-TESTAR-MATRICULA.
      *>********* COMPARANDO UMA POSICAO DA TABELA COM A MATRICULA
           IF WRK-FUNC-MATRICULA(WRK-FUNC-IDX) = WRK-MATRICULA-BUSCA
               MOVE WRK-FUNC-IDX TO WRK-FUNC-ACHADO
           END-IF.
       0300-FINALIZAR.
      *>********* ENCERRANDO A AGENDA DE FERIAS
           DISPLAY 'FIM DO PROGRAMA...'.
           COPY 'AFASTREG-PROC.cbl'.
           COPY 'REPORTHDR-PROC.cbl'
               REPLACING ==:TITULO:==
                      BY =='MAPA ANUAL DE FERIAS'==.

      *>           BRUTO E LIQUIDO POR CENTRO, PARA O CUSTO MENSAL
      *>           POR DEPARTAMENTO SAIR DIRETO DO LOTE; REGISTRO
      *>           SEM CENTRO NO CADASTRO SAI AGRUPADO A PARTE
      *> OBJETIVO: LEVAR A MATRICULA DO CADASTRO (FUNCMST) AO
      *>           HISTORICO, A REMESSA E AO HOLERITE, E CASAR O PONTO
      *>           E OS DESCONTOS RECORRENTES PELA MATRICULA; LINHA
      *>           ANTIGA, SEM MATRICULA, AINDA CASA PELO NOME
      *> OBJETIVO: CALCULAR OS ENCARGOS DA EMPRESA POR FUNCIONARIO
      *>           (FGTS DE 8% E INSS PATRONAL DE 20% SOBRE O BRUTO),
      *>           GRAVAR A GUIA DE DEPOSITO DO FGTS (FGTS05, UM
      *>           DETALHE POR FUNCIONARIO MAIS TRAILER DE CONTROLE)
      *>           E EXIBIR O CUSTO DA EMPRESA POR CENTRO DE CUSTO
      *>           AO LADO DOS SUBTOTAIS DA FOLHA
      *> OBJETIVO: DEDUZIR DA BASE DO IRRF O VALOR POR DEPENDENTE
      *>           DECLARADO NO CADASTRO DEPENDMST (PROGCBL82), SO
      *>           ENQUANTO O DEPENDENTE NAO COMPLETA A IDADE LIMITE,
      *>           COM A QUANTIDADE NO HOLERITE E NO HISTORICO
      *> OBJETIVO: PAGAR A DIFERENCA RETROATIVA DE AUMENTO LIBERADA
      *>           PELO RH NO PROGCBL83 (RETRO83, SITUACAO A) EM
      *>           LINHA PROPRIA DO HOLERITE, COM O INSS E O IRRF
      *>           DA DIFERENCA APURADOS A PARTE (ACRESCIMO SOBRE O
      *>           CALCULO DO MES), E BAIXAR O RETROATIVO COMO PAGO
      *>           (SITUACAO L) NO RETRO83
      *> OBJETIVO: GRAVAR NO RUNCTL A REMESSA BANCARIA COMO RETIDA
      *>           (EVENTO REMESS, SITUACAO RETIDA); ELA SO VAI AO
      *>           BANCO DEPOIS QUE UM SUPERVISOR ACEITA A CONFERENCIA
      *>           DA VARIACAO DA FOLHA NO PROGCBL84
      *> OBJETIVO: DESCONTAR DO BRUTO OS DIAS DE AFASTAMENTO SEM
      *>           SALARIO DA EMPRESA NO MES (CADASTRO AFASTMST DO
      *>           PROGCBL85, PELA REGRA DO TIPO EM AFASTREG), NA BASE
      *>           DE 30 DIAS COMO AS FALTAS, COM LINHA NO HOLERITE
      *> OBJETIVO: DESCONTAR O ADIANTAMENTO QUINZENAL PAGO PELO
      *>           PROGCBL86 (ADIANT86, SITUACAO A) EM LINHA PROPRIA
      *>           DO HOLERITE E BAIXA-LO COMO DESCONTADO (SITUACAO
      *>           D); A FOLHA NAO FECHA SE SOBRAR ADIANTAMENTO DA
      *>           COMPETENCIA SEM O DESCONTO CORRESPONDENTE
      *> OBJETIVO: PAGAR NO MES SO OS DIAS TRABALHADOS: OS DIAS DAS
      *>           FERIAS JA PAGAS PELO RECIBO DO PROGCBL87 (AGENDA
      *>           FERIASAGD49, SITUACAO P) QUE CAEM NO MES SAEM DO
      *>           BRUTO NA BASE DE 30 DIAS, COM LINHA NO HOLERITE;
      *>           INSS E IRRF PELA TABELA COMPARTILHADA (TRIBFOL) E
      *>           HISTORICO MARCADO COMO FOLHA MENSAL (FH-TIPO)
      *> OBJETIVO: PAGAR NO BRUTO A COMISSAO DE VENDAS APURADA PELO
      *>           PROGCBL29 (COMISSAO29, SITUACAO A, CASADA PELA
      *>           MATRICULA), COM INSS E IRRF E LINHA NO HOLERITE, E
      *>           BAIXA-LA COMO LANCADA (SITUACAO L) NO COMISSAO29
      *> OBJETIVO: PAGAR OS REEMBOLSOS DE DESPESAS APROVADOS NO
      *>           PROGCBL124 (REEMB124, SITUACAO A, CASADOS PELA
      *>           MATRICULA) COMO PROVENTO NAO TRIBUTAVEL: FORA DO
      *>           BRUTO E DAS BASES DE INSS, IRRF E FGTS, SOMADOS AO
      *>           LIQUIDO COM LINHA NO HOLERITE, DEBITADOS NO CUSTO
      *>           DO CENTRO DE CUSTO DO PEDIDO E BAIXADOS COMO PAGOS
      *>           (SITUACAO G) NO REEMB124
      *> DATE: = XX/XX/XXXX
      *>*****************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL HOLERITE-FILE ASSIGN TO 'HOLERITE05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HOLERITE-STATUS.
           SELECT OPTIONAL FGTS-FILE ASSIGN TO 'FGTS05'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FGTS-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RUNCTL-STATUS.
           SELECT OPTIONAL PARCELA-FILE ASSIGN TO 'PARCELA25'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARCELA-STATUS.
           SELECT OPTIONAL DEPEND-FILE ASSIGN TO 'DEPENDMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPEND-STATUS.
           SELECT OPTIONAL RETRO-FILE ASSIGN TO 'RETRO83'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETRO-STATUS.
           SELECT OPTIONAL AFAST-FILE ASSIGN TO 'AFASTMST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AFAST-STATUS.
           SELECT OPTIONAL ADIANT-FILE ASSIGN TO 'ADIANT86'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ADIANT-STATUS.
           SELECT OPTIONAL FERIASAGD-FILE ASSIGN TO 'FERIASAGD49'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FERIASAGD-STATUS.
           SELECT OPTIONAL COMISSAO-FILE ASSIGN TO 'COMISSAO29'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMISSAO-STATUS.
           SELECT OPTIONAL REEMB-FILE ASSIGN TO 'REEMB124'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REEMB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FUNCMST-FILE.
       01  FUNCMST-REC.
           COPY 'FUNCMST.cbl'.
       FD  BANCOREM-FILE.
       01  BANCOREM-REC PIC X(50).
       FD  HOLERITE-FILE.
       01  HOLERITE-REC PIC X(60).
       FD  FGTS-FILE.
       01  FGTS-REC PIC X(69).
       FD  RUNCTL-FILE.
       01  RUNCTL-REC PIC X(110).
       FD  ERRLOG-FILE.
           02 DESCREC-NOME PIC X(25).
           02 DESCREC-DESCRICAO PIC X(20).
           02 DESCREC-VALOR PIC 9(06)V99.
           02 DESCREC-MATRICULA PIC 9(06).
       FD  PONTOMES-FILE.
       01  PONTOMES-REC.
           02 PONTO-NOME PIC X(25).
           02 PONTO-HORAS-EXTRA PIC 9(03)V9.
           02 PONTO-DIAS-FALTA PIC 9(02).
           02 PONTO-MATRICULA PIC 9(06).
       FD  FOLHAHIST-FILE.
       01  FOLHAHIST-REC.
           COPY 'FOLHAHIST.cbl'.
       FD  PARCELA-FILE.
       01  PARCELA-REC.
           COPY 'PARCELA.cbl'.
       FD  DEPEND-FILE.
       01  DEPEND-REC.
           COPY 'DEPEND.cbl'.
       FD  RETRO-FILE.
       01  RETRO-REC.
           COPY 'RETROATV.cbl'.
       FD  AFAST-FILE.
       01  AFAST-REC.
           COPY 'AFASTA.cbl'.
       FD  ADIANT-FILE.
       01  ADIANT-REC.
           COPY 'ADIANTA.cbl'.
       FD  FERIASAGD-FILE.
       01  FERIASAGD-REC.
           COPY 'FERIASAG.cbl'.
       FD  COMISSAO-FILE.
       01  COMISSAO-REC.
           COPY 'COMISSAO.cbl'.
       FD  REEMB-FILE.
       01  REEMB-REC.
           COPY 'REEMBOLSO.cbl'.
       WORKING-STORAGE SECTION.
       COPY 'ERROARQ.cbl'.
       COPY 'CTLREG.cbl'.
       COPY 'RUNCTL.cbl'.
       COPY 'MOEDA.cbl'.
       COPY 'CAMBIO.cbl'.
       COPY 'DEPENDIR.cbl'.
       COPY 'AFASTREG.cbl'.
       COPY 'TRIBFOL.cbl'.
       77 WRK-FUNCMST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-EOF PIC X(01) VALUE 'N'.
         88 FIM-FUNCMST VALUE 'S'.
         88 REG-OBTIDO VALUE 'S'.

       77 WRK-NOME PIC X(25) VALUE SPACES.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-CPF PIC 9(11) VALUE ZEROS.
       77 WRK-SALARIO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-IRRF-ALIQUOTA PIC 9(02)V999 VALUE ZEROS.
       77 WRK-INSS PIC S9(06)V99 VALUE ZEROS.
       77 WRK-INSS-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-BASE-IRRF PIC 9(07)V99 VALUE ZEROS.
      *>********* DEPENDENTES DE IR DOS FUNCIONARIOS, CARREGADOS DO
      *>          CADASTRO DEPENDMST
       77 WRK-DEPEND-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-DEPEND-EOF PIC X(01) VALUE 'N'.
         88 FIM-DEPEND VALUE 'S'.
       01 WRK-DPN-TAB.
          02 WRK-DPN-LINHA OCCURS 500 TIMES.
             03 WRK-DPN-MATRICULA PIC 9(06).
             03 WRK-DPN-NASCIMENTO PIC 9(08).
             03 WRK-DPN-PARENTESCO PIC X(01).
             03 WRK-DPN-IR PIC X(01).
       77 WRK-DPN-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-DPN-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DEPENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-DEDUCAO-DEPEND PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DEDUCAO-DEPEND-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* DIFERENCAS RETROATIVAS DE AUMENTO (RETRO83), COM O
      *>          INSS E O IRRF PROPRIOS DA DIFERENCA
       77 WRK-RETRO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-RETRO-EOF PIC X(01) VALUE 'N'.
         88 FIM-RETRO VALUE 'S'.
       01 WRK-RTA-TAB.
          02 WRK-RTA-LINHA OCCURS 999 TIMES.
             03 WRK-RTA-MATRICULA PIC 9(06).
             03 WRK-RTA-NOME PIC X(25).
             03 WRK-RTA-COMPETENCIA PIC 9(06).
             03 WRK-RTA-VALOR PIC 9(06)V99.
             03 WRK-RTA-SITUACAO PIC X(01).
             03 WRK-RTA-DATA-FOLHA PIC 9(08).
       77 WRK-RTA-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-RTA-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-RTA-ESTOURO PIC X(01) VALUE 'N'.
         88 RETROATIVOS-ESTOURARAM VALUE 'S'.
       77 WRK-RETRO-MARCADOS PIC 9(03) VALUE ZEROS.
       77 WRK-RETRO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RETRO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RETRO-INSS PIC S9(06)V99 VALUE ZEROS.
       77 WRK-RETRO-IRRF PIC S9(06)V99 VALUE ZEROS.
       77 WRK-RETRO-IMPOSTO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALVA-INSS PIC S9(06)V99 VALUE ZEROS.
       77 WRK-SALVA-IRRF PIC S9(06)V99 VALUE ZEROS.
       77 WRK-SALVA-IRRF-ALIQUOTA PIC 9(02)V999 VALUE ZEROS.
       77 WRK-SALVA-IRRF-DEDUCAO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-MES PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-RETRO PIC 9(08)V99 VALUE ZEROS.
      *>********* ADIANTAMENTOS QUINZENAIS (ADIANT86) A DESCONTAR
      *>          NA FOLHA DO MES
       77 WRK-ADIANT-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-ADIANT-EOF PIC X(01) VALUE 'N'.
         88 FIM-ADIANT VALUE 'S'.
       01 WRK-ADT-TAB.
          02 WRK-ADT-LINHA OCCURS 999 TIMES.
             03 WRK-ADT-MATRICULA PIC 9(06).
             03 WRK-ADT-NOME PIC X(25).
             03 WRK-ADT-COMPETENCIA PIC 9(06).
             03 WRK-ADT-VALOR PIC 9(06)V99.
             03 WRK-ADT-DATA-PAGTO PIC 9(08).
             03 WRK-ADT-SITUACAO PIC X(01).
             03 WRK-ADT-DATA-DESCONTO PIC 9(08).
       77 WRK-ADT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-ADT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-ADT-ESTOURO PIC X(01) VALUE 'N'.
         88 ADIANTAMENTOS-ESTOURARAM VALUE 'S'.
       77 WRK-ADIANT-MARCADOS PIC 9(03) VALUE ZEROS.
       77 WRK-ADIANT-PENDENTES PIC 9(03) VALUE ZEROS.
       77 WRK-ADIANT PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ADIANT-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ADIANT PIC 9(08)V99 VALUE ZEROS.
      *>********* FERIAS JA PAGAS PELO RECIBO (FERIASAGD49), CUJOS
      *>          DIAS NO MES SAEM DO BRUTO
       77 WRK-FERIASAGD-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-FERIASAGD-EOF PIC X(01) VALUE 'N'.
         88 FIM-FERIASAGD VALUE 'S'.
       01 WRK-FER-TAB.
          02 WRK-FER-LINHA OCCURS 500 TIMES.
             03 WRK-FER-MATRICULA PIC 9(06).
             03 WRK-FER-NOME PIC X(25).
             03 WRK-FER-INICIO PIC 9(08).
             03 WRK-FER-FIM PIC 9(08).
       77 WRK-FER-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-FER-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-FERIAS PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-FERIAS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-FERIAS-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
      *>********* COMISSOES DE VENDAS (COMISSAO29) A PAGAR NO BRUTO
       77 WRK-COMISSAO-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-COMISSAO-EOF PIC X(01) VALUE 'N'.
         88 FIM-COMISSAO VALUE 'S'.
       01 WRK-CMS-TAB.
          02 WRK-CMS-LINHA OCCURS 999 TIMES.
             03 WRK-CMS-COMPETENCIA PIC 9(06).
             03 WRK-CMS-VENDEDOR PIC X(05).
             03 WRK-CMS-MATRICULA PIC 9(06).
             03 WRK-CMS-NOME PIC X(25).
             03 WRK-CMS-VENDAS PIC 9(09)V99.
             03 WRK-CMS-VALOR PIC 9(07)V99.
             03 WRK-CMS-SITUACAO PIC X(01).
             03 WRK-CMS-DATA-GERACAO PIC 9(08).
             03 WRK-CMS-DATA-FOLHA PIC 9(08).
       77 WRK-CMS-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-CMS-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-CMS-ESTOURO PIC X(01) VALUE 'N'.
         88 COMISSOES-ESTOURARAM VALUE 'S'.
       77 WRK-COMISSAO-MARCADAS PIC 9(03) VALUE ZEROS.
       77 WRK-COMISSAO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COMISSAO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-COMISSAO PIC 9(08)V99 VALUE ZEROS.
      *>********* REEMBOLSOS DE DESPESAS APROVADOS (REEMB124) A PAGAR
      *>          FORA DO BRUTO, SEM INSS E IRRF
       77 WRK-REEMB-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-REEMB-EOF PIC X(01) VALUE 'N'.
         88 FIM-REEMB VALUE 'S'.
       01 WRK-RMB-TAB.
          02 WRK-RMB-LINHA OCCURS 999 TIMES.
             03 WRK-RMB-MATRICULA PIC 9(06).
             03 WRK-RMB-SEQUENCIA PIC 9(03).
             03 WRK-RMB-DATA PIC 9(08).
             03 WRK-RMB-CATEGORIA PIC X(10).
             03 WRK-RMB-VALOR PIC 9(07)V99.
             03 WRK-RMB-CCUSTO PIC X(04).
             03 WRK-RMB-DESCRICAO PIC X(30).
             03 WRK-RMB-SITUACAO PIC X(01).
             03 WRK-RMB-DIGITADOR PIC X(15).
             03 WRK-RMB-LOGIN-FUNC PIC X(15).
             03 WRK-RMB-DATA-LANC PIC 9(08).
             03 WRK-RMB-APROVADOR PIC X(15).
             03 WRK-RMB-DATA-DECISAO PIC 9(08).
             03 WRK-RMB-DATA-FOLHA PIC 9(08).
             03 WRK-RMB-MOTIVO-RECUSA PIC X(30).
       77 WRK-RMB-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-RMB-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-RMB-ESTOURO PIC X(01) VALUE 'N'.
         88 REEMBOLSOS-ESTOURARAM VALUE 'S'.
       77 WRK-REEMB-MARCADOS PIC 9(03) VALUE ZEROS.
       77 WRK-REEMB PIC 9(07)V99 VALUE ZEROS.
       77 WRK-REEMB-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-REEMB PIC 9(08)V99 VALUE ZEROS.
      *>********* APURACAO DO BRUTO PELO PONTO DO MES
       77 WRK-BRUTO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BRUTO-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-FALTA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-FALTA-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-BRUTO-CALC PIC S9(07)V99 VALUE ZEROS.
       77 WRK-DIAS-AFAST PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-AFAST PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-AFAST-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FOLHAHIST-STATUS PIC X(02) VALUE ZEROS.
      *>********* CONTRATOS CONSIGNADOS E PARCELAS PARA O DESCONTO
      *>          EM FOLHA (TABELAS NOS MOLDES DO PROGCBL40)
       77 WRK-IRRF-ALIQUOTA-ED PIC Z9,999 VALUE ZEROS.
       77 WRK-IRRF-DEDUCAO-ED PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-FUNC PIC 9(06) VALUE ZEROS.
      *>********* ENCARGOS DA EMPRESA SOBRE O BRUTO DO FUNCIONARIO:
      *>          DEPOSITO DO FGTS (8%) E INSS PATRONAL (20%)
       77 WRK-FGTS-ALIQUOTA PIC 9(02)V999 VALUE 8,000.
       77 WRK-INSS-PATR-ALIQUOTA PIC 9(02)V999 VALUE 20,000.
       77 WRK-FGTS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FGTS-ED PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-INSS-PATR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-EMPRESA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-FGTS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS-PATR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-CUSTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FGTS-STATUS PIC X(02) VALUE ZEROS.
      *>********* PONTO DO MES POR FUNCIONARIO (HORAS EXTRAS E DIAS
      *>          DE FALTA), CARREGADO DO ARQUIVO PONTOMES05
       77 WRK-PONTOMES-STATUS PIC X(02) VALUE ZEROS.
             03 WRK-PNT-NOME PIC X(25).
             03 WRK-PNT-HORAS-EXTRA PIC 9(03)V9.
             03 WRK-PNT-DIAS-FALTA PIC 9(02).
             03 WRK-PNT-MATRICULA PIC 9(06).
       77 WRK-PNT-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-PNT-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-PNT-ACHADO PIC 9(03) VALUE ZEROS.
             03 WRK-DSC-NOME PIC X(25).
             03 WRK-DSC-DESCRICAO PIC X(20).
             03 WRK-DSC-VALOR PIC 9(06)V99.
             03 WRK-DSC-MATRICULA PIC 9(06).
       77 WRK-DSC-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-DSC-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-DESCONTOS PIC 9(06)V99 VALUE ZEROS.
             03 WRK-CCS-QTD-FUNC PIC 9(06).
             03 WRK-CCS-BRUTO PIC 9(08)V99.
             03 WRK-CCS-LIQUIDO PIC 9(08)V99.
             03 WRK-CCS-FGTS PIC 9(08)V99.
             03 WRK-CCS-INSS-PATR PIC 9(08)V99.
             03 WRK-CCS-REEMB PIC 9(08)V99.
             03 WRK-CCS-CUSTO PIC 9(08)V99.
       77 WRK-CCS-QTD PIC 9(02) VALUE ZEROS.
       77 WRK-CCS-IDX PIC 9(02) VALUE ZEROS.
       77 WRK-CCS-ACHADO PIC 9(02) VALUE ZEROS.
       77 WRK-CCS-ESTOURO PIC X(01) VALUE 'N'.
       77 WRK-CCS-NOME-EXIBIR PIC X(25) VALUE SPACES.
       77 WRK-CCS-BUSCA PIC X(04) VALUE SPACES.
       01 WRK-DATA.
          02 WRK-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-MES PIC 9(02) VALUE ZEROS.
          02 WRK-REM-D-NOME PIC X(25) VALUE SPACES.
          02 WRK-REM-D-LIQUIDO PIC 9(08)V99 VALUE ZEROS.
          02 WRK-REM-D-DATA PIC 9(08) VALUE ZEROS.
          02 WRK-REM-D-MATRICULA PIC 9(06) VALUE ZEROS.
       01 WRK-REM-TRAILER.
          02 WRK-REM-T-TIPO PIC X(01) VALUE 'T'.
          02 WRK-REM-T-QTD PIC 9(06) VALUE ZEROS.
          02 WRK-REM-T-TOTAL PIC 9(10)V99 VALUE ZEROS.
          02 FILLER PIC X(31) VALUE SPACES.
      *>********* LAYOUT FIXO DA GUIA DE DEPOSITO DO FGTS: DETALHE
      *>          (UM POR FUNCIONARIO) E TRAILER DE CONTROLE COM A
      *>          QUANTIDADE E OS TOTAIS DE BASE E DE DEPOSITO
       01 WRK-FGT-DETALHE.
          02 WRK-FGT-D-TIPO PIC X(01) VALUE 'D'.
          02 WRK-FGT-D-MATRICULA PIC 9(06) VALUE ZEROS.
          02 WRK-FGT-D-NOME PIC X(25) VALUE SPACES.
          02 WRK-FGT-D-CPF PIC 9(11) VALUE ZEROS.
          02 WRK-FGT-D-BASE PIC 9(08)V99 VALUE ZEROS.
          02 WRK-FGT-D-VALOR PIC 9(08)V99 VALUE ZEROS.
          02 WRK-FGT-D-COMPETENCIA PIC 9(06) VALUE ZEROS.
       01 WRK-FGT-TRAILER.
          02 WRK-FGT-T-TIPO PIC X(01) VALUE 'T'.
          02 WRK-FGT-T-QTD PIC 9(06) VALUE ZEROS.
          02 WRK-FGT-T-BASE PIC 9(10)V99 VALUE ZEROS.
          02 WRK-FGT-T-TOTAL PIC 9(10)V99 VALUE ZEROS.
          02 WRK-FGT-T-COMPETENCIA PIC 9(06) VALUE ZEROS.
          02 FILLER PIC X(32) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO' TO WRK-RUN-EVENTO.
               MOVE 'ERRO' TO WRK-RUN-SITUACAO
           END-IF.
           PERFORM 9520-GRAVAR-RUNCTL.
           IF WRK-FUNCMST-STATUS = '00' OR WRK-FUNCMST-STATUS = '10'
               MOVE 'REMESS' TO WRK-RUN-EVENTO
               MOVE 'RETIDA' TO WRK-RUN-SITUACAO
               PERFORM 9520-GRAVAR-RUNCTL
               DISPLAY 'REMESSA BANCOREM05 RETIDA ATE A CONFERENCIA '
                       'DA VARIACAO DA FOLHA (PROGCBL84).'
           END-IF.

           STOP RUN.
       0100-INICIALIZAR.
               PERFORM 9590-BUSCAR-CAMBIO
               OPEN OUTPUT BANCOREM-FILE
               OPEN OUTPUT HOLERITE-FILE
               OPEN OUTPUT FGTS-FILE
               PERFORM 0120-CARREGAR-CENTROS
               PERFORM 0130-CARREGAR-DESCONTOS
               PERFORM 0140-CARREGAR-PONTO
               PERFORM 0148-ABRIR-FOLHAHIST
               PERFORM 0160-CARREGAR-CONTRATOS
               PERFORM 0165-CARREGAR-PARCELAS
               PERFORM 0170-CARREGAR-DEPENDENTES
               PERFORM 0175-CARREGAR-RETROATIVOS
               PERFORM 9720-CARREGAR-AFASTAMENTOS
               PERFORM 0180-CARREGAR-ADIANTAMENTOS
               PERFORM 0185-CARREGAR-FERIAS
               PERFORM 0190-CARREGAR-COMISSOES
               PERFORM 0195-CARREGAR-REEMBOLSOS
               PERFORM 0150-LER-FUNCMST
           END-IF.
       0120-CARREGAR-CENTROS.
                   MOVE DESCREC-DESCRICAO
                       TO WRK-DSC-DESCRICAO(WRK-DSC-QTD)
                   MOVE DESCREC-VALOR TO WRK-DSC-VALOR(WRK-DSC-QTD)
                   IF DESCREC-MATRICULA NUMERIC
                       MOVE DESCREC-MATRICULA
                           TO WRK-DSC-MATRICULA(WRK-DSC-QTD)
                   ELSE
                       MOVE ZEROS TO WRK-DSC-MATRICULA(WRK-DSC-QTD)
                   END-IF
           END-READ.
       0140-CARREGAR-PONTO.
      *>********* CARREGANDO O PONTO DO MES DO ARQUIVO (SEM O
                       TO WRK-PNT-HORAS-EXTRA(WRK-PNT-QTD)
                   MOVE PONTO-DIAS-FALTA
                       TO WRK-PNT-DIAS-FALTA(WRK-PNT-QTD)
                   IF PONTO-MATRICULA NUMERIC
                       MOVE PONTO-MATRICULA
                           TO WRK-PNT-MATRICULA(WRK-PNT-QTD)
                   ELSE
                       MOVE ZEROS TO WRK-PNT-MATRICULA(WRK-PNT-QTD)
                   END-IF
           END-READ.
       0148-ABRIR-FOLHAHIST.
      *>********* ABRINDO O HISTORICO DE FOLHAS PARA ACRESCENTAR OS
                           TO WRK-PAR-LINHA(WRK-PAR-QTD)
                   END-IF
           END-READ.
       0170-CARREGAR-DEPENDENTES.
      *>********* CARREGANDO OS DEPENDENTES DO CADASTRO (SEM O
      *>          CADASTRO, O IRRF SAI SEM DEDUCAO DE DEPENDENTES)
           OPEN INPUT DEPEND-FILE.
           IF WRK-DEPEND-STATUS = '00'
               PERFORM 0172-LER-DEPENDENTE
                   UNTIL FIM-DEPEND OR WRK-DPN-QTD >= 500
           END-IF.
           CLOSE DEPEND-FILE.
       0172-LER-DEPENDENTE.
      *>********* LENDO UM DEPENDENTE DO CADASTRO
           READ DEPEND-FILE
               AT END
                   MOVE 'S' TO WRK-DEPEND-EOF
               NOT AT END
                   ADD 1 TO WRK-DPN-QTD
                   MOVE DEP-MATRICULA TO WRK-DPN-MATRICULA(WRK-DPN-QTD)
                   MOVE DEP-NASCIMENTO
                       TO WRK-DPN-NASCIMENTO(WRK-DPN-QTD)
                   MOVE DEP-PARENTESCO
                       TO WRK-DPN-PARENTESCO(WRK-DPN-QTD)
                   MOVE DEP-IR TO WRK-DPN-IR(WRK-DPN-QTD)
           END-READ.
       0175-CARREGAR-RETROATIVOS.
      *>********* CARREGANDO OS RETROATIVOS EM MEMORIA (ARQUIVO
      *>          MAIOR QUE A TABELA SUSPENDE O PAGAMENTO, PARA A
      *>          REGRAVACAO NAO PERDER LANCAMENTO)
           OPEN INPUT RETRO-FILE.
           IF WRK-RETRO-STATUS = '00'
               PERFORM 0177-LER-RETROATIVO UNTIL FIM-RETRO
           END-IF.
           CLOSE RETRO-FILE.
           IF RETROATIVOS-ESTOURARAM
               DISPLAY 'ARQUIVO DE RETROATIVOS MAIOR QUE A TABELA '
                       '(999) - RETROATIVOS SUSPENSOS NESTA FOLHA.'
               MOVE ZEROS TO WRK-RTA-QTD
           END-IF.
       0177-LER-RETROATIVO.
      *>********* LENDO UM RETROATIVO DO ARQUIVO
           READ RETRO-FILE
               AT END
                   MOVE 'S' TO WRK-RETRO-EOF
               NOT AT END
                   IF WRK-RTA-QTD >= 999
                       MOVE 'S' TO WRK-RTA-ESTOURO
                   ELSE
                       ADD 1 TO WRK-RTA-QTD
                       MOVE RETRO-REC TO WRK-RTA-LINHA(WRK-RTA-QTD)
                   END-IF
           END-READ.
       0180-CARREGAR-ADIANTAMENTOS.
      *>********* CARREGANDO OS ADIANTAMENTOS EM MEMORIA (ARQUIVO
      *>          MAIOR QUE A TABELA IMPEDE O FECHAMENTO DA FOLHA,
      *>          PARA NENHUM ADIANTAMENTO FICAR SEM DESCONTO)
           OPEN INPUT ADIANT-FILE.
           IF WRK-ADIANT-STATUS = '00'
               PERFORM 0182-LER-ADIANTAMENTO UNTIL FIM-ADIANT
           END-IF.
           CLOSE ADIANT-FILE.
           IF ADIANTAMENTOS-ESTOURARAM
               DISPLAY 'ARQUIVO DE ADIANTAMENTOS MAIOR QUE A TABELA '
                       '(999).'
               MOVE ZEROS TO WRK-ADT-QTD
           END-IF.
       0182-LER-ADIANTAMENTO.
      *>********* LENDO UM ADIANTAMENTO DO ARQUIVO
           READ ADIANT-FILE
               AT END
                   MOVE 'S' TO WRK-ADIANT-EOF
               NOT AT END
                   IF WRK-ADT-QTD >= 999
                       MOVE 'S' TO WRK-ADT-ESTOURO
                   ELSE
                       ADD 1 TO WRK-ADT-QTD
                       MOVE ADIANT-REC TO WRK-ADT-LINHA(WRK-ADT-QTD)
                   END-IF
           END-READ.
       0185-CARREGAR-FERIAS.
      *>********* CARREGANDO OS PERIODOS DE FERIAS JA PAGOS PELO
      *>          RECIBO (OS SO AGENDADOS NAO MEXEM NA FOLHA)
           OPEN INPUT FERIASAGD-FILE.
           IF WRK-FERIASAGD-STATUS = '00'
               PERFORM 0187-LER-FERIAS UNTIL FIM-FERIASAGD
           END-IF.
           CLOSE FERIASAGD-FILE.
       0187-LER-FERIAS.
      *>********* LENDO UM PERIODO DA AGENDA DE FERIAS
           READ FERIASAGD-FILE
               AT END
                   MOVE 'S' TO WRK-FERIASAGD-EOF
               NOT AT END
                   IF AGD-PAGO
                       IF WRK-FER-QTD >= 500
                           DISPLAY 'AGENDA DE FERIAS MAIOR QUE A '
                                   'TABELA (500) - PERIODO DE '
                                   AGD-NOME ' IGNORADO.'
                       ELSE
                           ADD 1 TO WRK-FER-QTD
                           IF AGD-MATRICULA NUMERIC
                               MOVE AGD-MATRICULA
                                   TO WRK-FER-MATRICULA(WRK-FER-QTD)
                           ELSE
                               MOVE ZEROS
                                   TO WRK-FER-MATRICULA(WRK-FER-QTD)
                           END-IF
                           MOVE AGD-NOME TO WRK-FER-NOME(WRK-FER-QTD)
                           MOVE AGD-INICIO
                               TO WRK-FER-INICIO(WRK-FER-QTD)
                           MOVE AGD-FIM TO WRK-FER-FIM(WRK-FER-QTD)
                       END-IF
                   END-IF
           END-READ.
       0190-CARREGAR-COMISSOES.
      *>********* CARREGANDO AS COMISSOES EM MEMORIA (ARQUIVO MAIOR
      *>          QUE A TABELA SUSPENDE O PAGAMENTO, PARA A
      *>          REGRAVACAO NAO PERDER LANCAMENTO)
           OPEN INPUT COMISSAO-FILE.
           IF WRK-COMISSAO-STATUS = '00'
               PERFORM 0192-LER-COMISSAO UNTIL FIM-COMISSAO
           END-IF.
           CLOSE COMISSAO-FILE.
           IF COMISSOES-ESTOURARAM
               DISPLAY 'ARQUIVO DE COMISSOES MAIOR QUE A TABELA '
                       '(999) - COMISSOES SUSPENSAS NESTA FOLHA.'
               MOVE ZEROS TO WRK-CMS-QTD
           END-IF.
       0192-LER-COMISSAO.
      *>********* LENDO UMA COMISSAO DO ARQUIVO
           READ COMISSAO-FILE
               AT END
                   MOVE 'S' TO WRK-COMISSAO-EOF
               NOT AT END
                   IF WRK-CMS-QTD >= 999
                       MOVE 'S' TO WRK-CMS-ESTOURO
                   ELSE
                       ADD 1 TO WRK-CMS-QTD
                       MOVE COMISSAO-REC TO WRK-CMS-LINHA(WRK-CMS-QTD)
                   END-IF
           END-READ.
       0195-CARREGAR-REEMBOLSOS.
      *>********* CARREGANDO OS PEDIDOS DE REEMBOLSO EM MEMORIA
      *>          (ARQUIVO MAIOR QUE A TABELA SUSPENDE O PAGAMENTO,
      *>          PARA A REGRAVACAO NAO PERDER PEDIDO)
           OPEN INPUT REEMB-FILE.
           IF WRK-REEMB-STATUS = '00'
               PERFORM 0197-LER-REEMBOLSO UNTIL FIM-REEMB
           END-IF.
           CLOSE REEMB-FILE.
           IF REEMBOLSOS-ESTOURARAM
               DISPLAY 'ARQUIVO DE REEMBOLSOS MAIOR QUE A TABELA '
                       '(999) - REEMBOLSOS SUSPENSOS NESTA FOLHA.'
               MOVE ZEROS TO WRK-RMB-QTD
           END-IF.
       0197-LER-REEMBOLSO.
      *>********* LENDO UM PEDIDO DE REEMBOLSO DO ARQUIVO
           READ REEMB-FILE
               AT END
                   MOVE 'S' TO WRK-REEMB-EOF
               NOT AT END
                   IF WRK-RMB-QTD >= 999
                       MOVE 'S' TO WRK-RMB-ESTOURO
                   ELSE
                       ADD 1 TO WRK-RMB-QTD
                       MOVE REEMB-REC TO WRK-RMB-LINHA(WRK-RMB-QTD)
                   END-IF
           END-READ.
       0150-LER-FUNCMST.
      *>********* LENDO O PROXIMO REGISTRO DE DADOS DO CADASTRO,
      *>          TRATANDO OS REGISTROS DE CONTROLE HDR/TRL DO DECK
                           ELSE
                               MOVE 'S' TO WRK-REG-OBTIDO
                               MOVE FUNCMST-NOME TO WRK-NOME
                               IF FUNCMST-MATRICULA NUMERIC
                                   MOVE FUNCMST-MATRICULA
                                       TO WRK-MATRICULA
                               ELSE
                                   MOVE ZEROS TO WRK-MATRICULA
                               END-IF
                               IF FUNCMST-CPF NUMERIC
                                   MOVE FUNCMST-CPF TO WRK-CPF
                               ELSE
                                   MOVE ZEROS TO WRK-CPF
                               END-IF
                               MOVE FUNCMST-SALARIO TO WRK-SALARIO
                               MOVE FUNCMST-CCUSTO TO WRK-CCUSTO
                           END-IF
           PERFORM 0240-APURAR-PONTO.
           PERFORM 0245-CALCULAR-INSS.
           PERFORM 0250-CALCULAR-IRRF.
           PERFORM 0251-CALCULAR-RETROATIVO.
           PERFORM 0252-APLICAR-DESCONTOS.
           PERFORM 0265-CALCULAR-ENCARGOS.
           COMPUTE WRK-SALARIO-ED =
               WRK-SALARIO / WRK-CAMBIO-TAXA.
           COMPUTE WRK-BRUTO-ED = WRK-BRUTO / WRK-CAMBIO-TAXA.
               WRK-DESCONTOS / WRK-CAMBIO-TAXA.
           COMPUTE WRK-LIQUIDO-ED =
               WRK-LIQUIDO / WRK-CAMBIO-TAXA.
           COMPUTE WRK-FGTS-ED = WRK-FGTS / WRK-CAMBIO-TAXA.
           DISPLAY WRK-NOME ' BRUTO: ' WRK-MOEDA-SIMBOLO WRK-BRUTO-ED
                   ' INSS: ' WRK-MOEDA-SIMBOLO WRK-INSS-ED
                   ' IRRF: ' WRK-MOEDA-SIMBOLO WRK-IRRF-ED
                   ' DESC: ' WRK-MOEDA-SIMBOLO WRK-DESCONTOS-ED
                   ' LIQUIDO: ' WRK-MOEDA-SIMBOLO WRK-LIQUIDO-ED.
           IF WRK-RETRO > ZEROS
               COMPUTE WRK-RETRO-ED = WRK-RETRO / WRK-CAMBIO-TAXA
               DISPLAY WRK-NOME ' RETROATIVO: '
                       WRK-MOEDA-SIMBOLO WRK-RETRO-ED
           END-IF.
           IF WRK-REEMB > ZEROS
               COMPUTE WRK-REEMB-ED = WRK-REEMB / WRK-CAMBIO-TAXA
               DISPLAY WRK-NOME ' REEMBOLSO: '
                       WRK-MOEDA-SIMBOLO WRK-REEMB-ED
           END-IF.
           ADD WRK-BRUTO TO WRK-TOTAL.
           ADD WRK-RETRO TO WRK-TOTAL.
           ADD WRK-RETRO TO WRK-TOTAL-RETRO.
           ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           ADD 1 TO WRK-QTD-FUNC.
           PERFORM 0280-ACUMULAR-CCUSTO.
           PERFORM 0258-GRAVAR-FOLHAHIST.
           PERFORM 0260-GRAVAR-REMESSA.
           PERFORM 0266-GRAVAR-FGTS.
           PERFORM 0270-GRAVAR-HOLERITE.
           PERFORM 0150-LER-FUNCMST.
       0256-APURAR-CONSIGNADO.
      *>          FOLHAS, PARA O INFORME ANUAL DO PROGCBL51
           MOVE WRK-DATA TO FH-DATA.
           MOVE WRK-NOME TO FH-NOME.
           COMPUTE FH-BRUTO = WRK-BRUTO + WRK-RETRO.
           COMPUTE FH-INSS = WRK-INSS + WRK-RETRO-INSS.
           COMPUTE FH-IRRF = WRK-IRRF + WRK-RETRO-IRRF.
           MOVE WRK-LIQUIDO TO FH-LIQUIDO.
           MOVE WRK-MATRICULA TO FH-MATRICULA.
           MOVE WRK-QTD-DEPENDENTES TO FH-DEPENDENTES.
           MOVE 'N' TO FH-TIPO.
           WRITE FOLHAHIST-REC.
       0260-GRAVAR-REMESSA.
      *>********* GRAVANDO O REGISTRO DE PAGAMENTO DO FUNCIONARIO NA
           MOVE WRK-NOME TO WRK-REM-D-NOME.
           MOVE WRK-LIQUIDO TO WRK-REM-D-LIQUIDO.
           MOVE WRK-DATA TO WRK-REM-D-DATA.
           MOVE WRK-MATRICULA TO WRK-REM-D-MATRICULA.
           WRITE BANCOREM-REC FROM WRK-REM-DETALHE.
       0265-CALCULAR-ENCARGOS.
      *>********* CALCULANDO OS ENCARGOS DA EMPRESA SOBRE O BRUTO DO
      *>          MES (FGTS E INSS PATRONAL) E O CUSTO TOTAL DO
      *>          FUNCIONARIO PARA A EMPRESA (A DIFERENCA RETROATIVA
      *>          PAGA NO MES TAMBEM ENTRA NA BASE)
           COMPUTE WRK-BASE-MES = WRK-BRUTO + WRK-RETRO.
           COMPUTE WRK-FGTS ROUNDED =
               (WRK-BASE-MES * WRK-FGTS-ALIQUOTA) / 100.
           COMPUTE WRK-INSS-PATR ROUNDED =
               (WRK-BASE-MES * WRK-INSS-PATR-ALIQUOTA) / 100.
           COMPUTE WRK-CUSTO-EMPRESA =
               WRK-BASE-MES + WRK-FGTS + WRK-INSS-PATR.
           ADD WRK-FGTS TO WRK-TOTAL-FGTS.
           ADD WRK-INSS-PATR TO WRK-TOTAL-INSS-PATR.
           ADD WRK-CUSTO-EMPRESA TO WRK-TOTAL-CUSTO.
       0266-GRAVAR-FGTS.
      *>********* GRAVANDO O DETALHE DO FUNCIONARIO NA GUIA DE
      *>          DEPOSITO DO FGTS (COMPETENCIA = ANO E MES DA FOLHA)
           MOVE WRK-MATRICULA TO WRK-FGT-D-MATRICULA.
           MOVE WRK-NOME TO WRK-FGT-D-NOME.
           MOVE WRK-CPF TO WRK-FGT-D-CPF.
           MOVE WRK-BASE-MES TO WRK-FGT-D-BASE.
           MOVE WRK-FGTS TO WRK-FGT-D-VALOR.
           MOVE WRK-DATA(1:6) TO WRK-FGT-D-COMPETENCIA.
           WRITE FGTS-REC FROM WRK-FGT-DETALHE.
       0267-APURAR-REEMBOLSO.
      *>********* SOMANDO OS REEMBOLSOS APROVADOS DO FUNCIONARIO,
      *>          QUE ENTRAM SO NO LIQUIDO (PROVENTO NAO TRIBUTAVEL,
      *>          FORA DO BRUTO E DAS BASES DE INSS, IRRF E FGTS)
           MOVE ZEROS TO WRK-REEMB.
           IF WRK-MATRICULA > ZEROS
               PERFORM 0268-SOMAR-REEMBOLSO
                   VARYING WRK-RMB-IDX FROM 1 BY 1
                   UNTIL WRK-RMB-IDX > WRK-RMB-QTD
           END-IF.
           ADD WRK-REEMB TO WRK-TOTAL-REEMB.
       0268-SOMAR-REEMBOLSO.
      *>********* SOMANDO UM REEMBOLSO APROVADO DO FUNCIONARIO,
      *>          DEBITANDO-O NO CENTRO DE CUSTO DO PEDIDO E
      *>          BAIXANDO-O COMO PAGO NESTA FOLHA
           IF WRK-RMB-SITUACAO(WRK-RMB-IDX) = 'A'
              AND WRK-RMB-MATRICULA(WRK-RMB-IDX) = WRK-MATRICULA
               ADD WRK-RMB-VALOR(WRK-RMB-IDX) TO WRK-REEMB
               MOVE 'G' TO WRK-RMB-SITUACAO(WRK-RMB-IDX)
               MOVE WRK-DATA TO WRK-RMB-DATA-FOLHA(WRK-RMB-IDX)
               ADD 1 TO WRK-REEMB-MARCADOS
               MOVE WRK-RMB-CCUSTO(WRK-RMB-IDX) TO WRK-CCS-BUSCA
               PERFORM 0281-LOCALIZAR-CCUSTO
               IF WRK-CCS-ACHADO > ZEROS
                   ADD WRK-RMB-VALOR(WRK-RMB-IDX)
                       TO WRK-CCS-REEMB(WRK-CCS-ACHADO)
                   ADD WRK-RMB-VALOR(WRK-RMB-IDX)
                       TO WRK-CCS-CUSTO(WRK-CCS-ACHADO)
               END-IF
               ADD WRK-RMB-VALOR(WRK-RMB-IDX) TO WRK-TOTAL-CUSTO
           END-IF.
       0270-GRAVAR-HOLERITE.
      *>********* GRAVANDO O BLOCO DE HOLERITE DO FUNCIONARIO, PARA
      *>          IMPRESSAO E CORTE, COM OS MESMOS VALORES DA FOLHA
           MOVE WRK-IRRF-ALIQUOTA TO WRK-IRRF-ALIQUOTA-ED.
           COMPUTE WRK-IRRF-DEDUCAO-ED =
               WRK-IRRF-DEDUCAO / WRK-CAMBIO-TAXA.
           COMPUTE WRK-DEDUCAO-DEPEND-ED =
               WRK-DEDUCAO-DEPEND / WRK-CAMBIO-TAXA.
           MOVE ALL '=' TO HOLERITE-REC.
           WRITE HOLERITE-REC.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'HOLERITE - ' DELIMITED BY SIZE
                  WRK-NOME DELIMITED BY SIZE
                  ' MAT ' WRK-MATRICULA DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WRK-DIA '/' WRK-MES '/' WRK-ANO DELIMITED BY SIZE
             INTO HOLERITE-REC.
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
           END-IF.
           IF WRK-COMISSAO > ZEROS
               COMPUTE WRK-COMISSAO-ED =
                   WRK-COMISSAO / WRK-CAMBIO-TAXA
               MOVE SPACES TO HOLERITE-REC
               STRING 'COMISSAO VENDAS..: ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-COMISSAO-ED DELIMITED BY SIZE
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
           END-IF.
           IF WRK-DIAS-FALTA > ZEROS
               COMPUTE WRK-VALOR-FALTA-ED =
                   WRK-VALOR-FALTA / WRK-CAMBIO-TAXA
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
           END-IF.
           IF WRK-DIAS-AFAST > ZEROS
               COMPUTE WRK-VALOR-AFAST-ED =
                   WRK-VALOR-AFAST / WRK-CAMBIO-TAXA
               MOVE SPACES TO HOLERITE-REC
               STRING 'AFASTAMENTO......: ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-VALOR-AFAST-ED DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WRK-DIAS-AFAST DELIMITED BY SIZE
                      ' DIA(S))' DELIMITED BY SIZE
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
           END-IF.
           IF WRK-DIAS-FERIAS > ZEROS
               COMPUTE WRK-VALOR-FERIAS-ED =
                   WRK-VALOR-FERIAS / WRK-CAMBIO-TAXA
               MOVE SPACES TO HOLERITE-REC
               STRING 'FERIAS (RECIBO)..: ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-VALOR-FERIAS-ED DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WRK-DIAS-FERIAS DELIMITED BY SIZE
                      ' DIA(S))' DELIMITED BY SIZE
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
           END-IF.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'SALARIO BRUTO....: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'DEPENDENTES IR...: ' DELIMITED BY SIZE
                  WRK-QTD-DEPENDENTES DELIMITED BY SIZE
                  '      DEDUCAO: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-DEDUCAO-DEPEND-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'DESCONTO INSS....: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-INSS-ED DELIMITED BY SIZE
                  WRK-IRRF-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           IF WRK-RETRO > ZEROS
               PERFORM 0278-GRAVAR-RETRO-HOL
           END-IF.
           PERFORM 0275-GRAVAR-DESCONTOS-HOL.
           IF WRK-ADIANT > ZEROS
               COMPUTE WRK-ADIANT-ED = WRK-ADIANT / WRK-CAMBIO-TAXA
               MOVE SPACES TO HOLERITE-REC
               STRING 'DESC ADIANTAMENTO: ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-ADIANT-ED DELIMITED BY SIZE
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
           END-IF.
           PERFORM 0277-GRAVAR-CONSIG-HOL
               VARYING WRK-CSG-IDX FROM 1 BY 1
               UNTIL WRK-CSG-IDX > WRK-CSG-QTD.
           IF WRK-REEMB > ZEROS
               COMPUTE WRK-REEMB-ED = WRK-REEMB / WRK-CAMBIO-TAXA
               MOVE SPACES TO HOLERITE-REC
               STRING 'REEMB. DESPESAS..: ' DELIMITED BY SIZE
                      WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                      WRK-REEMB-ED DELIMITED BY SIZE
                      ' (NAO TRIBUTAVEL)' DELIMITED BY SIZE
                 INTO HOLERITE-REC
               WRITE HOLERITE-REC
           END-IF.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'SALARIO LIQUIDO..: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-LIQUIDO-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'FGTS DO MES......: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-FGTS-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
       0275-GRAVAR-DESCONTOS-HOL.
      *>********* ITEMIZANDO NO HOLERITE CADA DESCONTO RECORRENTE DO
      *>          FUNCIONARIO
               UNTIL WRK-DSC-IDX > WRK-DSC-QTD.
       0276-GRAVAR-UM-DESCONTO.
      *>********* GRAVANDO UMA LINHA DE DESCONTO NO HOLERITE
           IF (WRK-DSC-MATRICULA(WRK-DSC-IDX) > ZEROS
               AND WRK-MATRICULA > ZEROS
               AND WRK-DSC-MATRICULA(WRK-DSC-IDX) = WRK-MATRICULA)
              OR ((WRK-DSC-MATRICULA(WRK-DSC-IDX) = ZEROS
                   OR WRK-MATRICULA = ZEROS)
               AND WRK-DSC-NOME(WRK-DSC-IDX)(1:20) = WRK-NOME(1:20))
               COMPUTE WRK-DSC-VALOR-ED =
                   WRK-DSC-VALOR(WRK-DSC-IDX) / WRK-CAMBIO-TAXA
               MOVE SPACES TO HOLERITE-REC
                  ')' DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
       0278-GRAVAR-RETRO-HOL.
      *>********* GRAVANDO NO HOLERITE A DIFERENCA RETROATIVA E O
      *>          INSS E O IRRF PROPRIOS DELA
           COMPUTE WRK-RETRO-ED = WRK-RETRO / WRK-CAMBIO-TAXA.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'DIF. RETROATIVA..: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-RETRO-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           COMPUTE WRK-RETRO-IMPOSTO-ED =
               WRK-RETRO-INSS / WRK-CAMBIO-TAXA.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'INSS S/ RETROATIV: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-RETRO-IMPOSTO-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
           COMPUTE WRK-RETRO-IMPOSTO-ED =
               WRK-RETRO-IRRF / WRK-CAMBIO-TAXA.
           MOVE SPACES TO HOLERITE-REC.
           STRING 'IRRF S/ RETROATIV: ' DELIMITED BY SIZE
                  WRK-MOEDA-SIMBOLO DELIMITED BY SIZE
                  WRK-RETRO-IMPOSTO-ED DELIMITED BY SIZE
             INTO HOLERITE-REC.
           WRITE HOLERITE-REC.
       0280-ACUMULAR-CCUSTO.
      *>********* SOMANDO O FUNCIONARIO NO SUBTOTAL DO SEU CENTRO DE
      *>          CUSTO (CENTRO EM BRANCO NO CADASTRO SOMA NA LINHA
      *>          SEM CENTRO, SEM PERDER O FUNCIONARIO DA QUEBRA)
           MOVE WRK-CCUSTO TO WRK-CCS-BUSCA.
           PERFORM 0281-LOCALIZAR-CCUSTO.
           IF WRK-CCS-ACHADO > ZEROS
               ADD 1 TO WRK-CCS-QTD-FUNC(WRK-CCS-ACHADO)
               ADD WRK-BASE-MES TO WRK-CCS-BRUTO(WRK-CCS-ACHADO)
               ADD WRK-LIQUIDO TO WRK-CCS-LIQUIDO(WRK-CCS-ACHADO)
               ADD WRK-FGTS TO WRK-CCS-FGTS(WRK-CCS-ACHADO)
               ADD WRK-INSS-PATR TO WRK-CCS-INSS-PATR(WRK-CCS-ACHADO)
               ADD WRK-CUSTO-EMPRESA TO WRK-CCS-CUSTO(WRK-CCS-ACHADO)
           END-IF.
       0281-LOCALIZAR-CCUSTO.
      *>********* LOCALIZANDO O CENTRO NA TABELA DE SUBTOTAIS,
      *>          ABRINDO A POSICAO DELE NA PRIMEIRA VEZ
           MOVE ZEROS TO WRK-CCS-ACHADO.
           PERFORM 0285-TESTAR-CCUSTO
               VARYING WRK-CCS-IDX FROM 1 BY 1
               IF WRK-CCS-QTD < 50
                   ADD 1 TO WRK-CCS-QTD
                   MOVE WRK-CCS-QTD TO WRK-CCS-ACHADO
                   MOVE WRK-CCS-BUSCA TO WRK-CCS-CODIGO(WRK-CCS-ACHADO)
                   MOVE ZEROS TO WRK-CCS-QTD-FUNC(WRK-CCS-ACHADO)
                   MOVE ZEROS TO WRK-CCS-BRUTO(WRK-CCS-ACHADO)
                   MOVE ZEROS TO WRK-CCS-LIQUIDO(WRK-CCS-ACHADO)
                   MOVE ZEROS TO WRK-CCS-FGTS(WRK-CCS-ACHADO)
                   MOVE ZEROS TO WRK-CCS-INSS-PATR(WRK-CCS-ACHADO)
                   MOVE ZEROS TO WRK-CCS-REEMB(WRK-CCS-ACHADO)
                   MOVE ZEROS TO WRK-CCS-CUSTO(WRK-CCS-ACHADO)
               ELSE
                   MOVE 'S' TO WRK-CCS-ESTOURO
               END-IF
           END-IF.
       0285-TESTAR-CCUSTO.
      *>********* COMPARANDO UMA POSICAO DO SUBTOTAL COM O CENTRO
           IF WRK-CCS-CODIGO(WRK-CCS-IDX) = WRK-CCS-BUSCA
               MOVE WRK-CCS-IDX TO WRK-CCS-ACHADO
           END-IF.
       0240-APURAR-PONTO.
               (WRK-SALARIO / 220) * 1,5 * WRK-HORAS-EXTRA.
           COMPUTE WRK-VALOR-FALTA ROUNDED =
               (WRK-SALARIO / 30) * WRK-DIAS-FALTA.
           PERFORM 0243-APURAR-AFASTAMENTO.
           PERFORM 0246-APURAR-FERIAS.
           PERFORM 0244-APURAR-COMISSAO.
           COMPUTE WRK-BRUTO-CALC = WRK-SALARIO + WRK-VALOR-HE
               + WRK-COMISSAO
               - WRK-VALOR-FALTA - WRK-VALOR-AFAST
               - WRK-VALOR-FERIAS.
           IF WRK-BRUTO-CALC < ZEROS
               MOVE ZEROS TO WRK-BRUTO
           ELSE
               MOVE WRK-BRUTO-CALC TO WRK-BRUTO
           END-IF.
       0244-APURAR-COMISSAO.
      *>********* SOMANDO AS COMISSOES APURADAS PARA O FUNCIONARIO
      *>          (COMPETENCIA DA FOLHA OU ANTERIOR) E BAIXANDO-AS COMO
      *>          LANCADAS NESTA FOLHA
           MOVE ZEROS TO WRK-COMISSAO.
           IF WRK-MATRICULA > ZEROS
               PERFORM 0241-SOMAR-COMISSAO
                   VARYING WRK-CMS-IDX FROM 1 BY 1
                   UNTIL WRK-CMS-IDX > WRK-CMS-QTD
           END-IF.
           ADD WRK-COMISSAO TO WRK-TOTAL-COMISSAO.
       0241-SOMAR-COMISSAO.
      *>********* SOMANDO UMA COMISSAO APURADA DO FUNCIONARIO
           IF WRK-CMS-SITUACAO(WRK-CMS-IDX) = 'A'
              AND WRK-CMS-MATRICULA(WRK-CMS-IDX) = WRK-MATRICULA
              AND WRK-CMS-COMPETENCIA(WRK-CMS-IDX) <= WRK-DATA(1:6)
               ADD WRK-CMS-VALOR(WRK-CMS-IDX) TO WRK-COMISSAO
               MOVE 'L' TO WRK-CMS-SITUACAO(WRK-CMS-IDX)
               MOVE WRK-DATA TO WRK-CMS-DATA-FOLHA(WRK-CMS-IDX)
               ADD 1 TO WRK-COMISSAO-MARCADAS
           END-IF.
       0243-APURAR-AFASTAMENTO.
      *>********* DIAS DO MES (BASE 30) EM QUE O FUNCIONARIO ESTEVE
      *>          AFASTADO SEM SALARIO DA EMPRESA, DESCONTADOS COMO
      *>          AS FALTAS
           MOVE WRK-MATRICULA TO WRK-AF-MATRICULA-REF.
           MOVE WRK-NOME TO WRK-AF-NOME-REF.
           COMPUTE WRK-AF-PER-INICIO =
               WRK-ANO * 10000 + WRK-MES * 100 + 1.
           COMPUTE WRK-AF-PER-FIM =
               WRK-ANO * 10000 + WRK-MES * 100 + 30.
           PERFORM 9722-APURAR-AFASTAMENTOS.
           IF WRK-AF-DIAS-SEM-PAGA > 30
               MOVE 30 TO WRK-DIAS-AFAST
           ELSE
               MOVE WRK-AF-DIAS-SEM-PAGA TO WRK-DIAS-AFAST
           END-IF.
           COMPUTE WRK-VALOR-AFAST ROUNDED =
               (WRK-SALARIO / 30) * WRK-DIAS-AFAST.
       0246-APURAR-FERIAS.
      *>********* DIAS DO MES (BASE 30) DENTRO DE FERIAS JA PAGAS
      *>          PELO RECIBO, QUE A FOLHA NAO PAGA DE NOVO (SEM
      *>          CONTAR DUAS VEZES OS DIAS JA TIRADOS POR AFASTAMENTO)
           MOVE ZEROS TO WRK-DIAS-FERIAS.
           MOVE WRK-ANO TO WRK-AF-ANO.
           MOVE WRK-MES TO WRK-AF-MES.
           MOVE 01 TO WRK-AF-DIA.
           PERFORM 9724-CONVERTER-DATA-AF.
           MOVE WRK-AF-NUM TO WRK-AF-N-PER-INICIO.
           COMPUTE WRK-AF-N-PER-FIM = WRK-AF-N-PER-INICIO + 29.
           PERFORM 0247-SOMAR-FERIAS
               VARYING WRK-FER-IDX FROM 1 BY 1
               UNTIL WRK-FER-IDX > WRK-FER-QTD.
           IF WRK-DIAS-FERIAS + WRK-DIAS-AFAST > 30
               COMPUTE WRK-DIAS-FERIAS = 30 - WRK-DIAS-AFAST
           END-IF.
           COMPUTE WRK-VALOR-FERIAS ROUNDED =
               (WRK-SALARIO / 30) * WRK-DIAS-FERIAS.
       0247-SOMAR-FERIAS.
      *>********* SOMANDO OS DIAS NO MES DE UM PERIODO PAGO DO
      *>          FUNCIONARIO
           IF (WRK-FER-MATRICULA(WRK-FER-IDX) > ZEROS
               AND WRK-MATRICULA > ZEROS
               AND WRK-FER-MATRICULA(WRK-FER-IDX) = WRK-MATRICULA)
              OR ((WRK-FER-MATRICULA(WRK-FER-IDX) = ZEROS
                   OR WRK-MATRICULA = ZEROS)
               AND WRK-FER-NOME(WRK-FER-IDX)(1:20) = WRK-NOME(1:20))
               MOVE WRK-FER-INICIO(WRK-FER-IDX) TO WRK-AF-DATA
               PERFORM 9724-CONVERTER-DATA-AF
               MOVE WRK-AF-NUM TO WRK-AF-DE
               MOVE WRK-FER-FIM(WRK-FER-IDX) TO WRK-AF-DATA
               PERFORM 9724-CONVERTER-DATA-AF
               MOVE WRK-AF-NUM TO WRK-AF-N-FIM
               PERFORM 9725-SOBREPOR-PERIODO
               ADD WRK-AF-SOBRA TO WRK-DIAS-FERIAS
           END-IF.
       0242-TESTAR-PONTO.
      *>********* COMPARANDO UMA LINHA DE PONTO COM O FUNCIONARIO
           IF (WRK-PNT-MATRICULA(WRK-PNT-IDX) > ZEROS
               AND WRK-MATRICULA > ZEROS
               AND WRK-PNT-MATRICULA(WRK-PNT-IDX) = WRK-MATRICULA)
              OR ((WRK-PNT-MATRICULA(WRK-PNT-IDX) = ZEROS
                   OR WRK-MATRICULA = ZEROS)
               AND WRK-PNT-NOME(WRK-PNT-IDX)(1:20) = WRK-NOME(1:20))
               MOVE WRK-PNT-IDX TO WRK-PNT-ACHADO
           END-IF.
       0245-CALCULAR-INSS.
      *>********* CALCULANDO O INSS DO BRUTO PELA TABELA PROGRESSIVA
      *>          COMPARTILHADA (TRIBFOL)
           MOVE WRK-BRUTO TO WRK-TF-BRUTO.
           PERFORM 9740-CALCULAR-INSS-TF.
           MOVE WRK-TF-INSS TO WRK-INSS.
           MOVE WRK-TF-INSS-ALIQUOTA TO WRK-INSS-ALIQUOTA.
           MOVE WRK-TF-INSS-DEDUCAO TO WRK-INSS-DEDUCAO.
       0248-CONTAR-DEPENDENTES.
      *>********* CONTANDO OS DEPENDENTES DE IR DO FUNCIONARIO NA
      *>          DATA DA FOLHA (QUEM COMPLETOU A IDADE LIMITE NAO
      *>          CONTA MAIS) E APURANDO A DEDUCAO
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           IF WRK-MATRICULA > ZEROS
               PERFORM 0249-TESTAR-DEPENDENTE
                   VARYING WRK-DPN-IDX FROM 1 BY 1
                   UNTIL WRK-DPN-IDX > WRK-DPN-QTD
           END-IF.
           COMPUTE WRK-DEDUCAO-DEPEND =
               WRK-QTD-DEPENDENTES * WRK-DI-DEDUCAO.
       0249-TESTAR-DEPENDENTE.
      *>********* CONTANDO UM DEPENDENTE DO FUNCIONARIO, SE VALIDO
      *>          PARA O IR NA DATA DA FOLHA
           IF WRK-DPN-MATRICULA(WRK-DPN-IDX) = WRK-MATRICULA
               MOVE WRK-DPN-NASCIMENTO(WRK-DPN-IDX)
                   TO WRK-DI-NASCIMENTO
               MOVE WRK-DPN-PARENTESCO(WRK-DPN-IDX)
                   TO WRK-DI-PARENTESCO
               MOVE WRK-DPN-IR(WRK-DPN-IDX) TO WRK-DI-IR
               MOVE WRK-DATA TO WRK-DI-DATA-REF
               PERFORM 9690-TESTAR-DEPENDENTE-IR
               IF DEPENDENTE-CONTA-IR
                   ADD 1 TO WRK-QTD-DEPENDENTES
               END-IF
           END-IF.
       0250-CALCULAR-IRRF.
      *>********* CALCULANDO O IRRF PELA TABELA PROGRESSIVA
      *>          COMPARTILHADA (TRIBFOL), SOBRE A BASE JA DESCONTADA
      *>          DO INSS E DA DEDUCAO DOS DEPENDENTES
           PERFORM 0248-CONTAR-DEPENDENTES.
           MOVE WRK-BRUTO TO WRK-TF-BRUTO.
           MOVE WRK-INSS TO WRK-TF-INSS.
           MOVE WRK-DEDUCAO-DEPEND TO WRK-TF-DEDUCAO-DEPEND.
           PERFORM 9745-CALCULAR-IRRF-TF.
           MOVE WRK-TF-BASE-IRRF TO WRK-BASE-IRRF.
           MOVE WRK-TF-IRRF TO WRK-IRRF.
           MOVE WRK-TF-IRRF-ALIQUOTA TO WRK-IRRF-ALIQUOTA.
           MOVE WRK-TF-IRRF-DEDUCAO TO WRK-IRRF-DEDUCAO.
       0251-CALCULAR-RETROATIVO.
      *>********* SOMANDO A DIFERENCA RETROATIVA LIBERADA PARA O
      *>          FUNCIONARIO E APURANDO O INSS E O IRRF DELA COMO O
      *>          ACRESCIMO QUE ELA CAUSA SOBRE O CALCULO DO MES (OS
      *>          VALORES DO MES FICAM COMO ESTAVAM)
           MOVE ZEROS TO WRK-RETRO.
           MOVE ZEROS TO WRK-RETRO-INSS.
           MOVE ZEROS TO WRK-RETRO-IRRF.
           IF WRK-MATRICULA > ZEROS
               PERFORM 0253-SOMAR-RETROATIVO
                   VARYING WRK-RTA-IDX FROM 1 BY 1
                   UNTIL WRK-RTA-IDX > WRK-RTA-QTD
           END-IF.
           IF WRK-RETRO > ZEROS
               MOVE WRK-INSS TO WRK-SALVA-INSS
               MOVE WRK-IRRF TO WRK-SALVA-IRRF
               MOVE WRK-IRRF-ALIQUOTA TO WRK-SALVA-IRRF-ALIQUOTA
               MOVE WRK-IRRF-DEDUCAO TO WRK-SALVA-IRRF-DEDUCAO
               ADD WRK-RETRO TO WRK-BRUTO
               PERFORM 0245-CALCULAR-INSS
               PERFORM 0250-CALCULAR-IRRF
               SUBTRACT WRK-RETRO FROM WRK-BRUTO
               COMPUTE WRK-RETRO-INSS = WRK-INSS - WRK-SALVA-INSS
               COMPUTE WRK-RETRO-IRRF = WRK-IRRF - WRK-SALVA-IRRF
               MOVE WRK-SALVA-INSS TO WRK-INSS
               MOVE WRK-SALVA-IRRF TO WRK-IRRF
               MOVE WRK-SALVA-IRRF-ALIQUOTA TO WRK-IRRF-ALIQUOTA
               MOVE WRK-SALVA-IRRF-DEDUCAO TO WRK-IRRF-DEDUCAO
           END-IF.
       0253-SOMAR-RETROATIVO.
      *>********* SOMANDO UM RETROATIVO LIBERADO DO FUNCIONARIO E
      *>          BAIXANDO-O COMO PAGO NESTA FOLHA
           IF WRK-RTA-SITUACAO(WRK-RTA-IDX) = 'A'
              AND WRK-RTA-MATRICULA(WRK-RTA-IDX) = WRK-MATRICULA
               ADD WRK-RTA-VALOR(WRK-RTA-IDX) TO WRK-RETRO
               MOVE 'L' TO WRK-RTA-SITUACAO(WRK-RTA-IDX)
               MOVE WRK-DATA TO WRK-RTA-DATA-FOLHA(WRK-RTA-IDX)
               ADD 1 TO WRK-RETRO-MARCADOS
           END-IF.
       0252-APLICAR-DESCONTOS.
      *>********* SOMANDO OS DESCONTOS RECORRENTES E A PARCELA
           PERFORM 0254-SOMAR-DESCONTO
               VARYING WRK-DSC-IDX FROM 1 BY 1
               UNTIL WRK-DSC-IDX > WRK-DSC-QTD.
           MOVE ZEROS TO WRK-ADIANT.
           PERFORM 0255-SOMAR-ADIANTAMENTO
               VARYING WRK-ADT-IDX FROM 1 BY 1
               UNTIL WRK-ADT-IDX > WRK-ADT-QTD.
           ADD WRK-ADIANT TO WRK-DESCONTOS.
           PERFORM 0267-APURAR-REEMBOLSO.
           PERFORM 0256-APURAR-CONSIGNADO.
           COMPUTE WRK-LIQUIDO-CALC = WRK-BRUTO - WRK-INSS
               - WRK-IRRF - WRK-DESCONTOS - WRK-CONSIG
               + WRK-RETRO - WRK-RETRO-INSS - WRK-RETRO-IRRF
               + WRK-REEMB.
           IF WRK-LIQUIDO-CALC < ZEROS AND WRK-CONSIG > ZEROS
      *>********* SEM SALDO PARA A PARCELA CONSIGNADA: ELA NAO E
      *>          DESCONTADA NEM BAIXADA NESTE MES
               MOVE ZEROS TO WRK-CSG-QTD
               COMPUTE WRK-LIQUIDO-CALC = WRK-BRUTO - WRK-INSS
                   - WRK-IRRF - WRK-DESCONTOS
                   + WRK-RETRO - WRK-RETRO-INSS - WRK-RETRO-IRRF
                   + WRK-REEMB
           ELSE
               PERFORM 0262-EFETIVAR-CONSIGNADO
           END-IF.
           END-IF.
       0254-SOMAR-DESCONTO.
      *>********* SOMANDO UM DESCONTO RECORRENTE DO FUNCIONARIO
           IF (WRK-DSC-MATRICULA(WRK-DSC-IDX) > ZEROS
               AND WRK-MATRICULA > ZEROS
               AND WRK-DSC-MATRICULA(WRK-DSC-IDX) = WRK-MATRICULA)
              OR ((WRK-DSC-MATRICULA(WRK-DSC-IDX) = ZEROS
                   OR WRK-MATRICULA = ZEROS)
               AND WRK-DSC-NOME(WRK-DSC-IDX)(1:20) = WRK-NOME(1:20))
               ADD WRK-DSC-VALOR(WRK-DSC-IDX) TO WRK-DESCONTOS
           END-IF.
       0255-SOMAR-ADIANTAMENTO.
      *>********* SOMANDO UM ADIANTAMENTO EM ABERTO DO FUNCIONARIO
      *>          (DA COMPETENCIA OU ANTERIOR) E BAIXANDO-O COMO
      *>          DESCONTADO NESTA FOLHA
           IF WRK-ADT-SITUACAO(WRK-ADT-IDX) = 'A'
              AND WRK-ADT-COMPETENCIA(WRK-ADT-IDX) <= WRK-DATA(1:6)
              AND ((WRK-ADT-MATRICULA(WRK-ADT-IDX) > ZEROS
                    AND WRK-MATRICULA > ZEROS
                    AND WRK-ADT-MATRICULA(WRK-ADT-IDX)
                        = WRK-MATRICULA)
               OR ((WRK-ADT-MATRICULA(WRK-ADT-IDX) = ZEROS
                    OR WRK-MATRICULA = ZEROS)
                AND WRK-ADT-NOME(WRK-ADT-IDX)(1:20)
                    = WRK-NOME(1:20)))
               ADD WRK-ADT-VALOR(WRK-ADT-IDX) TO WRK-ADIANT
               MOVE 'D' TO WRK-ADT-SITUACAO(WRK-ADT-IDX)
               MOVE WRK-DATA TO WRK-ADT-DATA-DESCONTO(WRK-ADT-IDX)
               ADD WRK-ADT-VALOR(WRK-ADT-IDX) TO WRK-TOTAL-ADIANT
               ADD 1 TO WRK-ADIANT-MARCADOS
           END-IF.
       0300-FINALIZAR.
      *>********* CONFERINDO O CONTROLE DO DECK ANTES DE FINALIZAR
           IF WRK-FUNCMST-STATUS = '00' OR WRK-FUNCMST-STATUS = '10'
               PERFORM 9650-CONFERIR-TRAILER
               PERFORM 0380-CONFERIR-ADIANTAMENTOS
           END-IF.
      *>********* IMPRIMINDO TOTAL GERAL E FECHANDO ARQUIVO
           COMPUTE WRK-TOTAL-ED = WRK-TOTAL / WRK-CAMBIO-TAXA.
                   WRK-MOEDA-SIMBOLO WRK-TOTAL-ED.
           DISPLAY ' TOTAL GERAL DA FOLHA (LIQUIDO): '
                   WRK-MOEDA-SIMBOLO WRK-TOTAL-LIQUIDO-ED.
           COMPUTE WRK-TOTAL-ED = WRK-TOTAL-FGTS / WRK-CAMBIO-TAXA.
           DISPLAY ' TOTAL DO FGTS A DEPOSITAR: '
                   WRK-MOEDA-SIMBOLO WRK-TOTAL-ED.
           COMPUTE WRK-TOTAL-ED =
               WRK-TOTAL-INSS-PATR / WRK-CAMBIO-TAXA.
           DISPLAY ' TOTAL DO INSS PATRONAL: '
                   WRK-MOEDA-SIMBOLO WRK-TOTAL-ED.
           COMPUTE WRK-TOTAL-ED = WRK-TOTAL-CUSTO / WRK-CAMBIO-TAXA.
           DISPLAY ' CUSTO TOTAL DA EMPRESA: '
                   WRK-MOEDA-SIMBOLO WRK-TOTAL-ED.
           IF WRK-TOTAL-RETRO > ZEROS
               COMPUTE WRK-TOTAL-ED =
                   WRK-TOTAL-RETRO / WRK-CAMBIO-TAXA
               DISPLAY ' RETROATIVOS PAGOS (NO BRUTO): '
                       WRK-MOEDA-SIMBOLO WRK-TOTAL-ED
           END-IF.
           IF WRK-TOTAL-COMISSAO > ZEROS
               COMPUTE WRK-TOTAL-ED =
                   WRK-TOTAL-COMISSAO / WRK-CAMBIO-TAXA
               DISPLAY ' COMISSOES PAGAS (NO BRUTO): '
                       WRK-MOEDA-SIMBOLO WRK-TOTAL-ED
           END-IF.
           IF WRK-TOTAL-REEMB > ZEROS
               COMPUTE WRK-TOTAL-ED =
                   WRK-TOTAL-REEMB / WRK-CAMBIO-TAXA
               DISPLAY ' REEMBOLSOS PAGOS (FORA DO BRUTO): '
                       WRK-MOEDA-SIMBOLO WRK-TOTAL-ED
           END-IF.
           IF WRK-TOTAL-ADIANT > ZEROS
               COMPUTE WRK-TOTAL-ED =
                   WRK-TOTAL-ADIANT / WRK-CAMBIO-TAXA
               DISPLAY ' ADIANTAMENTOS DESCONTADOS: '
                       WRK-MOEDA-SIMBOLO WRK-TOTAL-ED
           END-IF.
           DISPLAY '*************************************'.
           PERFORM 0350-SUBTOTAIS-CCUSTO.
           IF WRK-FUNCMST-STATUS = '00' OR WRK-FUNCMST-STATUS = '10'
               MOVE WRK-QTD-FUNC TO WRK-REM-T-QTD
               MOVE WRK-TOTAL-LIQUIDO TO WRK-REM-T-TOTAL
               WRITE BANCOREM-REC FROM WRK-REM-TRAILER
               MOVE WRK-QTD-FUNC TO WRK-FGT-T-QTD
               MOVE WRK-TOTAL TO WRK-FGT-T-BASE
               MOVE WRK-TOTAL-FGTS TO WRK-FGT-T-TOTAL
               MOVE WRK-DATA(1:6) TO WRK-FGT-T-COMPETENCIA
               WRITE FGTS-REC FROM WRK-FGT-TRAILER
               CLOSE BANCOREM-FILE
               CLOSE FGTS-FILE
               CLOSE HOLERITE-FILE
           END-IF.
           CLOSE FOLHAHIST-FILE.
               DISPLAY 'PARCELAS CONSIGNADAS BAIXADAS: '
                       WRK-PARC-MARCADAS
           END-IF.
           IF WRK-RETRO-MARCADOS > ZEROS
               PERFORM 0392-GRAVAR-RETROATIVOS
               DISPLAY 'RETROATIVOS PAGOS NESTA FOLHA: '
                       WRK-RETRO-MARCADOS
           END-IF.
           IF WRK-COMISSAO-MARCADAS > ZEROS
               PERFORM 0387-GRAVAR-COMISSOES
               DISPLAY 'COMISSOES LANCADAS NESTA FOLHA: '
                       WRK-COMISSAO-MARCADAS
           END-IF.
           IF WRK-REEMB-MARCADOS > ZEROS
               PERFORM 0383-GRAVAR-REEMBOLSOS
               DISPLAY 'REEMBOLSOS PAGOS NESTA FOLHA: '
                       WRK-REEMB-MARCADOS
           END-IF.
           IF WRK-ADIANT-MARCADOS > ZEROS
               PERFORM 0396-GRAVAR-ADIANTAMENTOS
               DISPLAY 'ADIANTAMENTOS DESCONTADOS NESTA FOLHA: '
                       WRK-ADIANT-MARCADOS
           END-IF.
       0380-CONFERIR-ADIANTAMENTOS.
      *>********* RECUSANDO O FECHAMENTO SE SOBROU ADIANTAMENTO DA
      *>          COMPETENCIA (OU ANTERIOR) SEM DESCONTO NESTA FOLHA:
      *>          O LOTE TERMINA COM RETURN-CODE 12, COMO NO CONTROLE
      *>          DO DECK, ANTES DE FECHAR A REMESSA
           MOVE ZEROS TO WRK-ADIANT-PENDENTES.
           PERFORM 0385-TESTAR-ADIANT-PENDENTE
               VARYING WRK-ADT-IDX FROM 1 BY 1
               UNTIL WRK-ADT-IDX > WRK-ADT-QTD.
           IF ADIANTAMENTOS-ESTOURARAM
               DISPLAY '*** ARQUIVO DE ADIANTAMENTOS NAO CARREGADO '
                       'POR INTEIRO - DESCONTOS NAO CONFEREM ***'
               ADD 1 TO WRK-ADIANT-PENDENTES
           END-IF.
           IF WRK-ADIANT-PENDENTES > ZEROS
               DISPLAY '*** ADIANTAMENTO SEM DESCONTO NA FOLHA ('
                       WRK-ADIANT-PENDENTES ') - LOTE ABORTADO ***'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
       0385-TESTAR-ADIANT-PENDENTE.
      *>********* APONTANDO UM ADIANTAMENTO QUE FICOU EM ABERTO
           IF WRK-ADT-SITUACAO(WRK-ADT-IDX) = 'A'
              AND WRK-ADT-COMPETENCIA(WRK-ADT-IDX) <= WRK-DATA(1:6)
               MOVE WRK-ADT-VALOR(WRK-ADT-IDX) TO WRK-ADIANT-ED
               DISPLAY 'ADIANTAMENTO EM ABERTO: '
                       WRK-ADT-MATRICULA(WRK-ADT-IDX) ' '
                       WRK-ADT-NOME(WRK-ADT-IDX) ' '
                       WRK-ADT-COMPETENCIA(WRK-ADT-IDX)(5:2) '/'
                       WRK-ADT-COMPETENCIA(WRK-ADT-IDX)(1:4) ' '
                       WRK-ADIANT-ED
               ADD 1 TO WRK-ADIANT-PENDENTES
           END-IF.
       0383-GRAVAR-REEMBOLSOS.
      *>********* REGRAVANDO O ARQUIVO DE REEMBOLSOS COM AS BAIXAS
      *>          DOS PAGOS NESTA FOLHA
           OPEN OUTPUT REEMB-FILE.
           PERFORM 0384-GRAVAR-UM-REEMBOLSO
               VARYING WRK-RMB-IDX FROM 1 BY 1
               UNTIL WRK-RMB-IDX > WRK-RMB-QTD.
           CLOSE REEMB-FILE.
       0384-GRAVAR-UM-REEMBOLSO.
      *>********* GRAVANDO UM PEDIDO DE REEMBOLSO NO ARQUIVO
           MOVE WRK-RMB-LINHA(WRK-RMB-IDX) TO REEMB-REC.
           WRITE REEMB-REC.
       0387-GRAVAR-COMISSOES.
      *>********* REGRAVANDO O ARQUIVO DE COMISSOES COM AS BAIXAS
      *>          DAS LANCADAS NESTA FOLHA
           OPEN OUTPUT COMISSAO-FILE.
           PERFORM 0388-GRAVAR-UMA-COMISSAO
               VARYING WRK-CMS-IDX FROM 1 BY 1
               UNTIL WRK-CMS-IDX > WRK-CMS-QTD.
           CLOSE COMISSAO-FILE.
       0388-GRAVAR-UMA-COMISSAO.
      *>********* GRAVANDO UMA COMISSAO NO ARQUIVO
           MOVE WRK-CMS-LINHA(WRK-CMS-IDX) TO COMISSAO-REC.
           WRITE COMISSAO-REC.
       0390-GRAVAR-PARCELAS.
      *>********* REGRAVANDO O ARQUIVO DE PARCELAS COM AS BAIXAS
      *>          CONSIGNADAS, COMO O PROGCBL40 FAZ NA BAIXA MANUAL
      *>********* GRAVANDO UMA PARCELA NO ARQUIVO
           MOVE WRK-PAR-LINHA(WRK-PAR-IDX) TO PARCELA-REC.
           WRITE PARCELA-REC.
       0392-GRAVAR-RETROATIVOS.
      *>********* REGRAVANDO O ARQUIVO DE RETROATIVOS COM AS BAIXAS
      *>          DOS PAGOS NESTA FOLHA
           OPEN OUTPUT RETRO-FILE.
           PERFORM 0394-GRAVAR-UM-RETROATIVO
               VARYING WRK-RTA-IDX FROM 1 BY 1
               UNTIL WRK-RTA-IDX > WRK-RTA-QTD.
           CLOSE RETRO-FILE.
       0394-GRAVAR-UM-RETROATIVO.
      *>********* GRAVANDO UM RETROATIVO NO ARQUIVO
           MOVE WRK-RTA-LINHA(WRK-RTA-IDX) TO RETRO-REC.
           WRITE RETRO-REC.
       0396-GRAVAR-ADIANTAMENTOS.
      *>********* REGRAVANDO O ARQUIVO DE ADIANTAMENTOS COM AS
      *>          BAIXAS DOS DESCONTADOS NESTA FOLHA
           OPEN OUTPUT ADIANT-FILE.
           PERFORM 0398-GRAVAR-UM-ADIANTAMENTO
               VARYING WRK-ADT-IDX FROM 1 BY 1
               UNTIL WRK-ADT-IDX > WRK-ADT-QTD.
           CLOSE ADIANT-FILE.
       0398-GRAVAR-UM-ADIANTAMENTO.
      *>********* GRAVANDO UM ADIANTAMENTO NO ARQUIVO
           MOVE WRK-ADT-LINHA(WRK-ADT-IDX) TO ADIANT-REC.
           WRITE ADIANT-REC.
       0350-SUBTOTAIS-CCUSTO.
      *>********* IMPRIMINDO OS SUBTOTAIS DA FOLHA POR CENTRO DE
      *>          CUSTO, COM O NOME DO CADASTRO CCUSTOMST
           COMPUTE WRK-TOTAL-ED =
               WRK-CCS-LIQUIDO(WRK-CCS-IDX) / WRK-CAMBIO-TAXA.
           DISPLAY ' LIQUIDO: ' WRK-MOEDA-SIMBOLO WRK-TOTAL-ED.
      *>********* CUSTO DA EMPRESA NO CENTRO: BRUTO MAIS OS ENCARGOS
      *>          E OS REEMBOLSOS DEBITADOS NO CENTRO
           COMPUTE WRK-TOTAL-ED =
               WRK-CCS-FGTS(WRK-CCS-IDX) / WRK-CAMBIO-TAXA.
           DISPLAY '   FGTS: ' WRK-MOEDA-SIMBOLO WRK-TOTAL-ED
               WITH NO ADVANCING.
           COMPUTE WRK-TOTAL-ED =
               WRK-CCS-INSS-PATR(WRK-CCS-IDX) / WRK-CAMBIO-TAXA.
           DISPLAY ' INSS PATRONAL: ' WRK-MOEDA-SIMBOLO WRK-TOTAL-ED.
           IF WRK-CCS-REEMB(WRK-CCS-IDX) > ZEROS
               COMPUTE WRK-TOTAL-ED =
                   WRK-CCS-REEMB(WRK-CCS-IDX) / WRK-CAMBIO-TAXA
               DISPLAY '   REEMBOLSOS DE DESPESAS: ' WRK-MOEDA-SIMBOLO
                       WRK-TOTAL-ED
           END-IF.
           COMPUTE WRK-TOTAL-ED =
               WRK-CCS-CUSTO(WRK-CCS-IDX) / WRK-CAMBIO-TAXA.
           DISPLAY '   CUSTO DA EMPRESA: ' WRK-MOEDA-SIMBOLO
                   WRK-TOTAL-ED.
       0370-LOCALIZAR-NOME-CENTRO.
      *>********* LOCALIZANDO O NOME DO CENTRO NO CADASTRO CARREGADO
           IF WRK-CCS-CODIGO(WRK-CCS-IDX) = SPACES
           COPY 'CTLREG-PROC.cbl'.
           COPY 'ERROARQ-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL05'==.
           COPY 'DEPENDIR-PROC.cbl'.
           COPY 'AFASTREG-PROC.cbl'.
           COPY 'TRIBFOL-PROC.cbl'.
           COPY 'RUNCTL-PROC.cbl'
               REPLACING ==:PROGRAMA:== BY =='PROGCBL05'==.

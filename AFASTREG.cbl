      *>*****************************************************************
      *> AFASTREG - CAMPOS COMPARTILHADOS DA REGRA DE AFASTAMENTO:
      *> CADASTRO AFASTMST CARREGADO EM MEMORIA E APURACAO, PARA UM
      *> FUNCIONARIO E UM PERIODO, DOS DIAS AFASTADOS, DOS DIAS SEM
      *> SALARIO PAGO PELA EMPRESA E DOS DIAS QUE NAO CONTAM PARA OS
      *> AVOS DE 13O E FERIAS (CONTAGEM COMERCIAL, MES DE 30 DIAS)
      *> REGRAS POR TIPO:
      *>   D (DOENCA)   - A EMPRESA PAGA OS PRIMEIROS 15 DIAS; DO 16O
      *>                  EM DIANTE O SALARIO E OS AVOS FICAM
      *>                  SUSPENSOS (AUXILIO-DOENCA PAGO PELO INSS)
      *>   A (ACIDENTE) - A EMPRESA PAGA OS PRIMEIROS 15 DIAS; DO 16O
      *>                  EM DIANTE O SALARIO FICA SUSPENSO, MAS OS
      *>                  AVOS CONTINUAM CORRENDO
      *>   M (MATERNIDADE) - SALARIO-MATERNIDADE PAGO NA FOLHA E
      *>                  COMPENSADO NA GUIA DO INSS; NADA SUSPENDE
      *>   N (NAO REMUNERADA) - SALARIO E AVOS SUSPENSOS DESDE O
      *>                  PRIMEIRO DIA
      *> USO: COPY 'AFASTREG.cbl'.
      *>   CARREGAR UMA VEZ (9720); DEPOIS MOVER A MATRICULA, O NOME
      *>   E O PERIODO (AAAAMMDD) PARA WRK-AF-..-REF / WRK-AF-PER-..
      *>   E FAZER O PERFORM 9722-APURAR-AFASTAMENTOS
      *> REQUER NO PROGRAMA CHAMADOR:
      *>   SELECT OPTIONAL AFAST-FILE ASSIGN TO 'AFASTMST'
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WRK-AFAST-STATUS.
      *>   FD  AFAST-FILE.
      *>   01  AFAST-REC.
      *>       COPY 'AFASTA.cbl'.
      *>*****************************************************************
       77 WRK-AFAST-STATUS PIC X(02) VALUE ZEROS.
       77 WRK-AFAST-EOF PIC X(01) VALUE 'N'.
         88 FIM-AFAST VALUE 'S'.
       77 WRK-AF-DIAS-EMPRESA PIC 9(02) VALUE 15.
       01 WRK-AF-TAB.
          02 WRK-AF-LINHA OCCURS 500 TIMES.
             03 WRK-AF-MATRICULA PIC 9(06).
             03 WRK-AF-NOME PIC X(25).
             03 WRK-AF-TIPO PIC X(01).
             03 WRK-AF-INICIO PIC 9(08).
             03 WRK-AF-FIM PIC 9(08).
       77 WRK-AF-QTD PIC 9(03) VALUE ZEROS.
       77 WRK-AF-IDX PIC 9(03) VALUE ZEROS.
       77 WRK-AF-ESTOURO PIC X(01) VALUE 'N'.
         88 AFASTAMENTOS-ESTOURO VALUE 'S'.
      *>********* ENTRADA DA APURACAO: FUNCIONARIO E PERIODO
       77 WRK-AF-MATRICULA-REF PIC 9(06) VALUE ZEROS.
       77 WRK-AF-NOME-REF PIC X(25) VALUE SPACES.
       77 WRK-AF-PER-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-AF-PER-FIM PIC 9(08) VALUE ZEROS.
      *>********* SAIDA DA APURACAO (DIAS DENTRO DO PERIODO)
       77 WRK-AF-DIAS-AFASTADO PIC 9(05) VALUE ZEROS.
       77 WRK-AF-DIAS-SEM-PAGA PIC 9(05) VALUE ZEROS.
       77 WRK-AF-DIAS-SEM-AVO PIC 9(05) VALUE ZEROS.
       77 WRK-AF-AVOS-PERDIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-AF-QTD-ACHADOS PIC 9(03) VALUE ZEROS.
      *>********* RASCUNHO DA CONTAGEM COMERCIAL
       01 WRK-AF-DATA.
          02 WRK-AF-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-AF-MES PIC 9(02) VALUE ZEROS.
          02 WRK-AF-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-AF-NUM PIC 9(07) VALUE ZEROS.
       77 WRK-AF-N-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-AF-N-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-AF-N-PER-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-AF-N-PER-FIM PIC 9(07) VALUE ZEROS.
       77 WRK-AF-DE PIC 9(07) VALUE ZEROS.
       77 WRK-AF-ATE PIC 9(07) VALUE ZEROS.
       77 WRK-AF-SOBRA PIC 9(05) VALUE ZEROS.
       77 WRK-AF-QUOC PIC 9(04) VALUE ZEROS.
       77 WRK-AF-RESTO4 PIC 9(04) VALUE ZEROS.
       77 WRK-AF-RESTO100 PIC 9(04) VALUE ZEROS.
       77 WRK-AF-RESTO400 PIC 9(04) VALUE ZEROS.

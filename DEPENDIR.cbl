      *>*****************************************************************
      *> DEPENDIR - CAMPOS COMPARTILHADOS DA REGRA DE DEPENDENTE DE
      *> IRRF: VALOR DA DEDUCAO MENSAL POR DEPENDENTE E IDADES LIMITE
      *> POR PARENTESCO (O DEPENDENTE PARA DE CONTAR NO DIA EM QUE
      *> COMPLETA A IDADE LIMITE), USADOS PELA FOLHA (PROGCBL05) E
      *> PELA MANUTENCAO DO CADASTRO (PROGCBL82)
      *> USO: COPY 'DEPENDIR.cbl'.
      *>   ANTES DO PERFORM 9690-TESTAR-DEPENDENTE-IR, MOVER O
      *>   NASCIMENTO, O PARENTESCO, O FLAG DE IR E A DATA DE
      *>   REFERENCIA (AAAAMMDD) PARA OS CAMPOS WRK-DI-...
      *>*****************************************************************
       77 WRK-DI-DEDUCAO PIC 9(04)V99 VALUE 189,59.
       77 WRK-DI-LIMITE-FILHO PIC 9(02) VALUE 21.
       77 WRK-DI-LIMITE-UNIV PIC 9(02) VALUE 24.
       01 WRK-DI-NASCIMENTO.
          02 WRK-DI-NASC-ANO PIC 9(04) VALUE ZEROS.
          02 WRK-DI-NASC-MES PIC 9(02) VALUE ZEROS.
          02 WRK-DI-NASC-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-DI-PARENTESCO PIC X(01) VALUE SPACES.
       77 WRK-DI-IR PIC X(01) VALUE SPACES.
       77 WRK-DI-DATA-REF PIC 9(08) VALUE ZEROS.
       77 WRK-DI-IDADE-LIMITE PIC 9(02) VALUE ZEROS.
       77 WRK-DI-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 WRK-DI-CONTA PIC X(01) VALUE 'N'.
         88 DEPENDENTE-CONTA-IR VALUE 'S'.

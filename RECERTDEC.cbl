      *>*****************************************************************
      *> RECERTDEC - LAYOUT COMPARTILHADO DO REGISTRO DE DECISAO DA
      *> RECERTIFICACAO DE ACESSOS (RECERTDEC135): UMA LINHA POR
      *> USUARIO REVISADO NA REFERENCIA (AAAATn = ANO E TRIMESTRE),
      *> GRAVADA PELO SUPERVISOR NO PROGCBL135
      *> DECISAO: C = ACESSO CONFIRMADO, R = REMOVER O ACESSO
      *> APLICADA: S = REMOCAO JA EXECUTADA PELO ADM NO PROGCBL37
      *> (DESATIVACAO DA CONTA COM A REFERENCIA NA TRILHA DE
      *> AUDITORIA); ESPACO = AINDA NAO APLICADA
      *> USO: NO FILE SECTION, DENTRO DO REGISTRO 01:
      *>   FD  RECERTDEC-FILE.
      *>   01  RECERTDEC-REC.
      *>       COPY 'RECERTDEC.cbl'.
      *>*****************************************************************
           02 DEC-REFERENCIA PIC X(06).
           02 FILLER PIC X(01).
           02 DEC-USUARIO PIC X(15).
           02 FILLER PIC X(01).
           02 DEC-DECISAO PIC X(01).
             88 DEC-CONFIRMADO VALUE 'C'.
             88 DEC-REMOVER VALUE 'R'.
           02 FILLER PIC X(01).
           02 DEC-SUPERVISOR PIC X(15).
           02 FILLER PIC X(01).
           02 DEC-DATA PIC 9(08).
           02 FILLER PIC X(01).
           02 DEC-APLICADA PIC X(01).
             88 DEC-JA-APLICADA VALUE 'S'.
           02 FILLER PIC X(01).
           02 DEC-DATA-APLICACAO PIC 9(08).

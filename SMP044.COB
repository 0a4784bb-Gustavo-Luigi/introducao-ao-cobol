      * EM CADAGE, CADHIST, CADFILA E CADGUI; O CADASTRO     *
      * ANTIGO E MARCADO COMO ABSORVIDO (NAO E APAGADO) E A  *
      * FUSAO FICA NA TRILHA DE AUDITORIA VIA SMP010         *
      * PRONTUARIO ANONIMIZADO (SMP073) NAO ENTRA NA FUSAO   *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-CPF
                                                      WITH DUPLICATES.
                    SELECT CADAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
               88 PAC-SEM-CONTATO   VALUE "N".
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
               88 PAC-ANONIMIZADO  VALUE "L".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

       FD CADAGE
               LABEL RECORD IS STANDARD
               88 AGE-PARTICULAR    VALUE "P".
            03 AGE-ENCAIXE        PIC X(01).
               88 AGE-E-ENCAIXE     VALUE "S".
            03 AGE-HORA-CHEGADA   PIC 9(04).
            03 AGE-SERIE          PIC 9(06).
            03 AGE-SESSAO         PIC 9(02).
            03 AGE-RETORNO        PIC X(01).
               88 AGE-E-RETORNO     VALUE "P" "S".
               88 AGE-RETORNO-PREV  VALUE "P".
               88 AGE-RETORNO-CONF  VALUE "S".
            03 AGE-UNIDADE        PIC 9(03).

       FD CADHIST
               LABEL RECORD IS STANDARD
            03 HIS-OBS-1          PIC X(60).
            03 HIS-OBS-2          PIC X(60).
            03 HIS-RETORNO-DIAS   PIC 9(03).
            03 HIS-RETORNO-CONV   PIC X(01).
               88 HIS-E-RETORNO    VALUE "S".

       FD CADFILA
               LABEL RECORD IS STANDARD
           IF PAC-ABSORVIDO
                DISPLAY "SOBREVIVENTE JA FOI ABSORVIDO"
                GO TO FUSAO-FIM.
           IF PAC-ANONIMIZADO
                DISPLAY "PRONTUARIO ANONIMIZADO (LGPD) - NAO FUNDE"
                GO TO FUSAO-FIM.
           MOVE PAC-NOME TO W-NOME-SOBRE
           MOVE W-PRONT-ABS TO PRONTUARIO
           READ CADPAC
           IF PAC-ABSORVIDO
                DISPLAY "PRONTUARIO JA ABSORVIDO ANTERIORMENTE"
                GO TO FUSAO-FIM.
           IF PAC-ANONIMIZADO
                DISPLAY "PRONTUARIO ANONIMIZADO (LGPD) - NAO FUNDE"
                GO TO FUSAO-FIM.
           MOVE PAC-NOME TO W-NOME-ABS
           DISPLAY "SOBREVIVE : " W-PRONT-SOBRE " " W-NOME-SOBRE.
           DISPLAY "ABSORVIDO : " W-PRONT-ABS " " W-NOME-ABS.

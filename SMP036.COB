                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-CPF
                                                      WITH DUPLICATES.
                    SELECT CADAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
            03 PRONTUARIO       PIC 9(06).
            03 PAC-NOME         PIC X(30).
            03 FILLER           PIC X(251).
            03 PAC-CPF          PIC 9(11).
            03 FILLER           PIC X(41).

       FD CADAGE
               LABEL RECORD IS STANDARD
            03 AGE-CHAVE        PIC X(19).
            03 FILLER           PIC X(64).
            03 AGE-PRONTUARIO   PIC 9(06).
            03 FILLER           PIC X(155).

       FD CADMED
               LABEL RECORD IS STANDARD
       01 REGCID.
            03 CODIGO-CID       PIC 9(04).
            03 DENOMINACAO      PIC X(30).
            03 FILLER           PIC X(02).

       FD CADCEP
               LABEL RECORD IS STANDARD
       FD BKENTRADA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-ENTRADA.
       01 REGENTRADA           PIC X(400).

       FD BKCONTRL
               LABEL RECORD IS STANDARD

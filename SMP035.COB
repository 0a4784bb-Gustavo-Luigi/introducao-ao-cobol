               VALUE OF FILE-ID IS "CADPAC.DAT".
       01 REGPAC.
            03 PRONTUARIO       PIC 9(06).
            03 FILLER           PIC X(333).

       FD CADAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGE.DAT".
       01 REGAGE.
            03 AGE-CHAVE        PIC X(19).
            03 FILLER           PIC X(225).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
            03 CODIGO-CID       PIC 9(04).
            03 FILLER           PIC X(32).

       FD CADCEP
               LABEL RECORD IS STANDARD
       FD BKSAIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-SAIDA.
       01 REGSAIDA             PIC X(400).

       FD BKCONTRL
               LABEL RECORD IS STANDARD

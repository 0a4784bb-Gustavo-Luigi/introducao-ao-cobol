            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

      *
      *-----------------------------------------------------------------
            03 WA-PLANO          PIC 9(04).
            03 WA-TIPO-ATEND     PIC X(01).
            03 WA-ENCAIXE        PIC X(01).
            03 WA-HORA-CHEGADA   PIC 9(04).

       01 W-REGHIS.
            03 WH-CHAVE.

               88 AUT-VIGENTE       VALUE "V".
               88 AUT-UTILIZADA     VALUE "U".
               88 AUT-CANCELADA     VALUE "C".
            03 AUT-QTDE           PIC 9(03).
            03 AUT-QTDE-USADA     PIC 9(03).

       FD CADPAC
               LABEL RECORD IS STANDARD
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

       FD CADPRO
               LABEL RECORD IS STANDARD

            03 HIS-OBS-1          PIC X(60).
            03 HIS-OBS-2          PIC X(60).
            03 HIS-RETORNO-DIAS   PIC 9(03).
            03 HIS-RETORNO-CONV   PIC X(01).
               88 HIS-E-RETORNO    VALUE "S".

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

       FD CADPAC
               LABEL RECORD IS STANDARD
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

       FD RELRETCL
               LABEL RECORD IS STANDARD

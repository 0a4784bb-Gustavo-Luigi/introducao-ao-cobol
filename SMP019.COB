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

       FD RELFALTA
               LABEL RECORD IS STANDARD

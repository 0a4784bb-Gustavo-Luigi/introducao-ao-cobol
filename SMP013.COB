       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DE ESPECIALIDADES MEDICAS    *
      * GRAVA A TRILHA DE AUDITORIA (SMP010)  *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
            03 AGE-PLANO          PIC 9(04).
            03 AGE-TIPO-ATEND     PIC X(01).
            03 AGE-ENCAIXE        PIC X(01).
            03 AGE-HORA-CHEGADA   PIC 9(04).
            03 AGE-SERIE          PIC 9(06).
            03 AGE-SESSAO         PIC 9(02).
            03 AGE-RETORNO        PIC X(01).
               88 AGE-E-RETORNO     VALUE "P" "S".
               88 AGE-RETORNO-PREV  VALUE "P".
               88 AGE-RETORNO-CONF  VALUE "S".
            03 AGE-UNIDADE        PIC 9(03).

       FD CADFILA
               LABEL RECORD IS STANDARD
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-LOG-CHAVE   PIC X(19) VALUE SPACES.
       01 W-LOG-ANTES   PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS  PIC X(300) VALUE SPACES.
       01 W-PROGRAMA    PIC X(08) VALUE "SMP013".

      *-----------------------------------------------------------------
       SCREEN SECTION.
                READ CADESP
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE SPACES TO W-LOG-ANTES
                      MOVE REGESP TO W-LOG-ANTES
                      DISPLAY TELAESP
                      MOVE "*** ESPECIALIDADE JA CADASTRADA ***"
                                                             TO W-MENS
       INC-WR1-TENTA.
                WRITE REGESP
                IF ST-ERRO = "00" OR "02"
                      MOVE SPACES TO W-LOG-CHAVE W-LOG-ANTES
                                     W-LOG-DEPOIS
                      MOVE COD-ESPEC TO W-LOG-CHAVE
                      MOVE REGESP TO W-LOG-DEPOIS
                      CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "I"
                                          W-LOG-ANTES W-LOG-DEPOIS
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
       EXC-DL1-TENTA.
                DELETE CADESP RECORD
                IF ST-ERRO = "00"
                   MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
                   MOVE COD-ESPEC TO W-LOG-CHAVE
                   CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "E"
                                       W-LOG-ANTES W-LOG-DEPOIS
                   MOVE "*** REGISTRO EXCLUIDO *** " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "I" TO ESP-SITUACAO
                REWRITE REGESP
                IF ST-ERRO = "00" OR "02"
                   MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
                   MOVE COD-ESPEC TO W-LOG-CHAVE
                   MOVE REGESP TO W-LOG-DEPOIS
                   CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                                       W-LOG-ANTES W-LOG-DEPOIS
                   MOVE "*** REGISTRO MARCADO COMO INATIVO ***"
                                                          TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       ALT-RW1-TENTA.
                REWRITE REGESP
                IF ST-ERRO = "00" OR "02"
                   MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
                   MOVE COD-ESPEC TO W-LOG-CHAVE
                   MOVE REGESP TO W-LOG-DEPOIS
                   CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                                       W-LOG-ANTES W-LOG-DEPOIS
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.

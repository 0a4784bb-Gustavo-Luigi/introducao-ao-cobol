       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DE DOENCAS (CID)    *
      * MARCA O TIPO DE NOTIFICACAO COMPULSORIA DO CID:      *
      * I=IMEDIATA (24 HORAS), S=SEMANAL, BRANCO=NAO E DE    *
      * NOTIFICACAO (USADO PELOS RELATORIOS DO SMP072)       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
            03 DENOMINACAO  PIC X(30).
            03 CID-SITUACAO PIC X(01).
               88 CID-INATIVO   VALUE "I".
            03 CID-NOTIFICACAO PIC X(01).
               88 CID-NOTIF-IMEDIATA VALUE "I".
               88 CID-NOTIF-SEMANAL  VALUE "S".
               88 CID-NOTIFICAVEL    VALUE "I" "S".

       FD CADPAC
               LABEL RECORD IS STANDARD
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

       FD CADAGE
               LABEL RECORD IS STANDARD
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

      *
      *-----------------------------------------------------------------
               VALUE  "   CODIGO      :".
           05  LINE 07  COLUMN 01 
               VALUE  "   DENOMINACAO :".
           05  LINE 09  COLUMN 01 
               VALUE  "   NOTIFICACAO :".
           05  LINE 09  COLUMN 21 
               VALUE  "(I=IMEDIATA 24H  S=SEMANAL  BRANCO=NAO)".
           05  LINE 20  COLUMN 01 
               VALUE  "   MENSAGEM    :".
           05  TCODIGO-CID
           05  TDENOMINACAO
               LINE 07  COLUMN 18  PIC X(30)
               USING  DENOMINACAO.
           05  TNOTIFICACAO
               LINE 09  COLUMN 18  PIC X(01)
               USING  CID-NOTIFICACAO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       ROT-INIC.
           MOVE 0 TO CODIGO-CID.
           MOVE SPACES TO DENOMINACAO CID-SITUACAO CID-NOTIFICACAO.
       R0.
           DISPLAY TELACID.
       R1.
                MOVE "NAO PODE FICAR EM BRANCO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
       R3.
           ACCEPT TNOTIFICACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R2.
           IF CID-NOTIFICACAO = "i"
                MOVE "I" TO CID-NOTIFICACAO.
           IF CID-NOTIFICACAO = "s"
                MOVE "S" TO CID-NOTIFICACAO.
           IF CID-NOTIFICACAO NOT = SPACE AND NOT CID-NOTIFICAVEL
                MOVE "DIGITE I=IMEDIATA, S=SEMANAL OU BRANCO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
                
           IF W-SEL = "A" 
               GO TO ALT-OPC.
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM

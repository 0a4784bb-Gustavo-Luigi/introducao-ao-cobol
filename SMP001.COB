      * MENU PRINCIPAL DOS CADASTROS  *
      * CHAMADO PELO LOGIN SMP020, QUE INFORMA O OPERADOR    *
      * AUTENTICADO E AS PERMISSOES POR OPCAO DE MENU        *
      * AS OPCOES A PARTIR DA 21 FICAM NA SEGUNDA PAGINA     *
      * (PF5 ALTERNA ENTRE AS PAGINAS)                       *
      * MOSTRA A UNIDADE DO LOGIN (VARIAVEL SMPUNID)         *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       01 W-OPCAO   PIC 9(02) VALUE ZERO.
       01 W-ACT     PIC 9(02) VALUE ZEROS.
       01 W-PAGINA  PIC 9(01) VALUE 1.
       01 W-UNIDADE PIC X(03) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-USU-CODIGO  PIC X(08).
       01 LK-USU-NOME    PIC X(30).
       01 LK-USU-PERMISSOES.
            03 LK-USU-PERM  PIC X(01) OCCURS 40 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
           05  LINE 10  COLUMN 50
               VALUE  "14 - PROCEDIMENTOS".
           05  LINE 12  COLUMN 50
               VALUE  "15 - PRECOS CONV/PARTICULAR".
           05  LINE 14  COLUMN 50
               VALUE  "16 - CONVENIO X PLANOS".
           05  LINE 16  COLUMN 50
               VALUE  "20 - AFASTAMENTO MEDICO".
           05  LINE 22  COLUMN 20
               VALUE  "0 - SAIR".
           05  LINE 22  COLUMN 50
               VALUE  "PF5 - MAIS OPCOES".
           05  LINE 23  COLUMN 20
               VALUE  "OPCAO : ".
           05  TOPCAO
               LINE 23  COLUMN 28  PIC 9(02)
               USING  W-OPCAO.

       01  TELAMENU2.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                          MENU DOS CADASTROS".
           05  LINE 02  COLUMN 47
               VALUE  "(PAGINA 2)".
           05  LINE 06  COLUMN 20
               VALUE  "21 - MEDICAMENTOS".
           05  LINE 08  COLUMN 20
               VALUE  "22 - MATERIAIS".
           05  LINE 10  COLUMN 20
               VALUE  "23 - PRECO DE MATERIAIS".
           05  LINE 12  COLUMN 20
               VALUE  "24 - ENTRADA POR NOTA FISCAL".
           05  LINE 14  COLUMN 20
               VALUE  "25 - SALAS".
           05  LINE 16  COLUMN 20
               VALUE  "26 - SERIE DE SESSOES".
           05  LINE 18  COLUMN 20
               VALUE  "27 - PLANO DE CONTAS".
           05  LINE 20  COLUMN 20
               VALUE  "28 - REGRAS CONTABEIS".
           05  LINE 06  COLUMN 50
               VALUE  "29 - NOTIFICACAO COMPULSORIA".
           05  LINE 08  COLUMN 50
               VALUE  "30 - ORCAMENTO PARTICULAR".
           05  LINE 10  COLUMN 50
               VALUE  "31 - UNIDADES (FILIAIS)".
           05  LINE 22  COLUMN 20
               VALUE  "0 - SAIR".
           05  LINE 22  COLUMN 50
               VALUE  "PF5 - VOLTA A PAGINA 1".
           05  LINE 23  COLUMN 20
               VALUE  "OPCAO : ".
           05  TOPCAO2
               LINE 23  COLUMN 28  PIC 9(02)
               USING  W-OPCAO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-USU-CODIGO LK-USU-NOME
                                LK-USU-PERMISSOES.
       INICIO.
           DISPLAY "SMPUNID" UPON ENVIRONMENT-NAME
           ACCEPT W-UNIDADE FROM ENVIRONMENT-VALUE.
       R0.
           IF W-PAGINA = 2
               DISPLAY TELAMENU2
           ELSE
               DISPLAY TELAMENU.
           DISPLAY (03, 20) "OPERADOR : "
           DISPLAY (03, 31) LK-USU-NOME
           DISPLAY (03, 63) "UNIDADE : "
           DISPLAY (03, 73) W-UNIDADE.
       R1.
           IF W-PAGINA = 2
               ACCEPT TOPCAO2
           ELSE
               ACCEPT TOPCAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO ROT-FIMS.
           IF W-ACT = 05
               IF W-PAGINA = 2
                   MOVE 1 TO W-PAGINA
                   GO TO R0
               ELSE
                   MOVE 2 TO W-PAGINA
                   GO TO R0.
           IF W-OPCAO = 0
               GO TO ROT-FIMS.
           IF W-OPCAO > 40
               DISPLAY (24, 20) "*** OPCAO INVALIDA ***"
               GO TO R0.
           IF LK-USU-PERM (W-OPCAO) NOT = "S"
           IF W-OPCAO = 20
               CALL "SMP050"
               GO TO R0.
           IF W-OPCAO = 21
               CALL "SMP055"
               GO TO R0.
           IF W-OPCAO = 22
               CALL "SMP058"
               GO TO R0.
           IF W-OPCAO = 23
               CALL "SMP059"
               GO TO R0.
           IF W-OPCAO = 24
               CALL "SMP060"
               GO TO R0.
           IF W-OPCAO = 25
               CALL "SMP062"
               GO TO R0.
           IF W-OPCAO = 26
               CALL "SMP064"
               GO TO R0.
           IF W-OPCAO = 27
               CALL "SMP068"
               GO TO R0.
           IF W-OPCAO = 28
               CALL "SMP069"
               GO TO R0.
           IF W-OPCAO = 29
               CALL "SMP071"
               GO TO R0.
           IF W-OPCAO = 30
               CALL "SMP074"
               GO TO R0.
           IF W-OPCAO = 31
               CALL "SMP076"
               GO TO R0.
           DISPLAY (24, 20) "*** OPCAO INVALIDA ***"
           GO TO R0.


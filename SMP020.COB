      * VALIDA O OPERADOR NO CADUSU, PUBLICA O CODIGO NA     *
      * VARIAVEL DE AMBIENTE SMPOPER (LIDA PELO SMP010) E    *
      * CHAMA O MENU SMP001 COM AS PERMISSOES DO OPERADOR    *
      * A UNIDADE (FILIAL) DO LOGIN VAI NA VARIAVEL SMPUNID  *
      * E AS UNIDADES PERMITIDAS AO OPERADOR NA SMPUNIS      *
      * (ZEROS = TODAS); SEM CADASTRO DE UNIDADES, ENTRA     *
      * NA UNIDADE 001                                       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               88 USU-RECEPCAO     VALUE "R".
               88 USU-FATURAMENTO  VALUE "F".
            03 USU-PERMISSOES.
               05 USU-PERM     PIC X(01) OCCURS 40 TIMES.
            03 USU-UNIDADES.
               05 USU-UNIDADE  PIC 9(03) OCCURS 5 TIMES.

       FD CADUNI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNI.DAT".
       01 REGUNI.
            03 UNI-CODIGO      PIC 9(03).
            03 UNI-NOME        PIC X(30).
            03 UNI-CNES        PIC 9(07).
            03 UNI-ENDERECO    PIC X(30).
            03 UNI-BAIRRO      PIC X(20).
            03 UNI-CIDADE      PIC X(20).
            03 UNI-COD-ESTADO  PIC X(02).
            03 UNI-TELEFONE    PIC X(15).
            03 UNI-SITUACAO    PIC X(01).
               88 UNI-INATIVA     VALUE "I".

      *
      *-----------------------------------------------------------------
       01 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-MENS     PIC X(50) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-ERRO-UN PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-USU-CODIGO  PIC X(08) VALUE SPACES.
       01 W-USU-NOME    PIC X(30) VALUE SPACES.
       01 W-USU-PERMISSOES.
            03 W-USU-PERM  PIC X(01) OCCURS 40 TIMES.
       01 W-USU-UNIDADES.
            03 W-USU-UNIDADE  PIC 9(03) OCCURS 5 TIMES.
       01 W-UNIDADE     PIC 9(03) VALUE ZEROS.
       01 W-UNIDADE-OK  PIC X(01) VALUE "N".
       01 W-QT-UNI      PIC 9(01) VALUE ZEROS.
       01 W-PRI-UNI     PIC 9(03) VALUE ZEROS.
       01 W-IND-UNI     PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "OPERADOR :".
           05  LINE 10  COLUMN 20
               VALUE  "SENHA    :".
           05  LINE 12  COLUMN 20
               VALUE  "UNIDADE  :".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TLOG-CODIGO
           05  TLOG-SENHA
               LINE 10  COLUMN 31  PIC X(08)
               USING  W-SENHA  SECURE.
           05  TLOG-UNIDADE
               LINE 12  COLUMN 31  PIC 9(03)
               USING  W-UNIDADE.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           MOVE "MASTER"  TO USU-SENHA
           MOVE "S"       TO USU-PERFIL
           MOVE ALL "S"   TO USU-PERMISSOES
           MOVE ZEROS     TO USU-UNIDADES
           WRITE REGUSU
           IF ST-ERRO NOT = "00" AND "02" AND "22"
                DISPLAY "ERRO AO CRIAR OPERADOR MASTER - " ST-ERRO
           MOVE USU-CODIGO     TO W-USU-CODIGO
           MOVE USU-NOME       TO W-USU-NOME
           MOVE USU-PERMISSOES TO W-USU-PERMISSOES
           MOVE USU-UNIDADES   TO W-USU-UNIDADES
           PERFORM DEFINE-UNIDADE THRU DEFINE-UNIDADE-FIM
           IF W-UNIDADE-OK NOT = "S"
                MOVE SPACES TO W-SENHA
                GO TO R0.
           CLOSE CADUSU
           DISPLAY "SMPOPER" UPON ENVIRONMENT-NAME
           DISPLAY W-USU-CODIGO UPON ENVIRONMENT-VALUE
           DISPLAY "SMPUNID" UPON ENVIRONMENT-NAME
           DISPLAY W-UNIDADE UPON ENVIRONMENT-VALUE
           DISPLAY "SMPUNIS" UPON ENVIRONMENT-NAME
           DISPLAY W-USU-UNIDADES UPON ENVIRONMENT-VALUE
           CALL "SMP001" USING W-USU-CODIGO W-USU-NOME
                               W-USU-PERMISSOES
           GO TO ROT-FIMS.
           MOVE SPACES TO W-SENHA
           GO TO R0.

      *------[ UNIDADE (FILIAL) EM QUE O OPERADOR VAI TRABALHAR ]------
      * OPERADOR DE UMA SO UNIDADE ENTRA DIRETO NELA; OS DEMAIS
      * ESCOLHEM ENTRE AS SUAS (OU QUALQUER UNIDADE ATIVA, SE A
      * LISTA DO CADUSU ESTA ZERADA)
       DEFINE-UNIDADE.
           MOVE "N" TO W-UNIDADE-OK
           MOVE ZEROS TO W-QT-UNI W-PRI-UNI W-IND-UNI.
       DEFINE-UNIDADE-CONTA.
           ADD 1 TO W-IND-UNI
           IF W-IND-UNI > 5
                GO TO DEFINE-UNIDADE-ESCOLHE.
           IF W-USU-UNIDADE (W-IND-UNI) NOT = ZEROS
                ADD 1 TO W-QT-UNI
                IF W-PRI-UNI = ZEROS
                     MOVE W-USU-UNIDADE (W-IND-UNI) TO W-PRI-UNI.
           GO TO DEFINE-UNIDADE-CONTA.
       DEFINE-UNIDADE-ESCOLHE.
           IF W-QT-UNI = ZEROS
                MOVE 1 TO W-UNIDADE
           ELSE
                MOVE W-PRI-UNI TO W-UNIDADE.
           IF W-QT-UNI = 1
                MOVE "S" TO W-UNIDADE-OK
                GO TO DEFINE-UNIDADE-FIM.
      *    CLINICA AINDA SEM CADASTRO DE UNIDADES (SMP076)
           OPEN INPUT CADUNI
           IF ST-ERRO-UN NOT = "00"
                MOVE "S" TO W-UNIDADE-OK
                GO TO DEFINE-UNIDADE-FIM.
       DEFINE-UNIDADE-ACE.
           ACCEPT TLOG-UNIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                CLOSE CADUNI
                GO TO DEFINE-UNIDADE-FIM.
           MOVE W-UNIDADE TO UNI-CODIGO
           READ CADUNI
           IF ST-ERRO-UN NOT = "00"
                MOVE "UNIDADE NAO CADASTRADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO DEFINE-UNIDADE-ACE.
           DISPLAY (12, 36) UNI-NOME
           IF UNI-INATIVA
                MOVE "UNIDADE INATIVA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO DEFINE-UNIDADE-ACE.
           IF W-QT-UNI = ZEROS
                GO TO DEFINE-UNIDADE-OK.
           MOVE ZEROS TO W-IND-UNI.
       DEFINE-UNIDADE-LISTA.
           ADD 1 TO W-IND-UNI
           IF W-IND-UNI > 5
                MOVE "OPERADOR NAO TRABALHA NESTA UNIDADE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO DEFINE-UNIDADE-ACE.
           IF W-USU-UNIDADE (W-IND-UNI) NOT = W-UNIDADE
                GO TO DEFINE-UNIDADE-LISTA.
       DEFINE-UNIDADE-OK.
           CLOSE CADUNI
           MOVE "S" TO W-UNIDADE-OK.
       DEFINE-UNIDADE-FIM.
                EXIT.

      *------[ CONFIRMACAO ANTES DE CRIAR ARQUIVO MESTRE VAZIO ]------
       CONFIRMA-CRIA.
                DISPLAY (22, 04) "ARQUIVO"
      * 16 CONVENIO X PLANOS  17 REPASSE MEDICO
      * 18 AUTORIZACOES       19 CONSULTA EXPURGO
      * 20 AFASTAMENTO MEDICO
      *
      *        SEGUNDA PAGINA DO MENU (PF5 NO SMP001)
      * 21 MEDICAMENTOS       22 MATERIAIS
      * 23 PRECO MATERIAIS    24 ENTRADA POR NF
      * 25 SALAS              26 SERIE DE SESSOES
      * 27 PLANO DE CONTAS    28 REGRAS CONTABEIS
      * 29 NOTIFICACAO COMPULSORIA
      * 30 ORCAMENTO PARTICULAR
      * 31 UNIDADES (FILIAIS)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP068.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DO PLANO DE CONTAS (CADPCT)                 *
      * MANTIDO PELO FINANCEIRO COM O CODIGO DA CONTA NA     *
      * CONTABILIDADE, A DESCRICAO E O TIPO (ATIVO, PASSIVO, *
      * RECEITA OU DESPESA) - AS REGRAS DE CONTABILIZACAO    *
      * (SMP069) SO ACEITAM CONTAS ATIVAS DESTE CADASTRO;    *
      * CONTA USADA EM REGRA NAO PODE SER EXCLUIDA, SO       *
      * INATIVADA                                            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCT-CONTA
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADRGC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RGC-CHAVE
                    FILE STATUS  IS ST-ERRO-RG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPCT.DAT".
       01 REGPCT.
            03 PCT-CONTA       PIC X(12).
            03 PCT-DESCR       PIC X(40).
            03 PCT-TIPO        PIC X(01).
               88 PCT-ATIVO       VALUE "A".
               88 PCT-PASSIVO     VALUE "P".
               88 PCT-RECEITA     VALUE "R".
               88 PCT-DESPESA     VALUE "D".
            03 PCT-SITUACAO    PIC X(01).
               88 PCT-INATIVA     VALUE "I".

       FD CADRGC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRGC.DAT".
       01 REGRGC.
            03 RGC-CHAVE.
               05 RGC-EVENTO      PIC X(04).
               05 RGC-COD-ESPEC   PIC 9(04).
            03 RGC-CONTA-DEB      PIC X(12).
            03 RGC-CONTA-CRED     PIC X(12).
            03 RGC-HISTORICO      PIC X(30).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT   PIC 9(06) VALUE ZEROS.
       01 W-MENS   PIC X(50) VALUE SPACES.
       01 W-SEL         PIC X(01) VALUE SPACES.
       01 W-OPCAO   PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO-RG  PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-CONTA-USADA PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAPCT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                          PLANO DE CONTAS".
           05  LINE 05  COLUMN 01
               VALUE  "   CONTA       :".
           05  LINE 05  COLUMN 32
               VALUE  "(CODIGO NA CONTABILIDADE)".
           05  LINE 07  COLUMN 01
               VALUE  "   DESCRICAO   :".
           05  LINE 09  COLUMN 01
               VALUE  "   TIPO        :".
           05  LINE 09  COLUMN 30
               VALUE  "(A=ATIVO P=PASSIVO R=RECEITA D=DESPESA)".
           05  LINE 11  COLUMN 01
               VALUE  "   SITUACAO    :".
           05  LINE 11  COLUMN 30
               VALUE  "(A=ATIVA I=INATIVA)".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TPCT-CONTA
               LINE 05  COLUMN 18  PIC X(12)
               USING  PCT-CONTA.
           05  TPCT-DESCR
               LINE 07  COLUMN 18  PIC X(40)
               USING  PCT-DESCR.
           05  TPCT-TIPO
               LINE 09  COLUMN 18  PIC X(01)
               USING  PCT-TIPO.
           05  TPCT-SITUACAO
               LINE 11  COLUMN 18  PIC X(01)
               USING  PCT-SITUACAO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADPCT
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADPCT" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADPCT
                    CLOSE CADPCT
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-RG.
           OPEN INPUT CADRGC
           IF ST-ERRO-RG NOT = "00"
                IF ST-ERRO-RG = "30"
                    MOVE "CADRGC" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       CLOSE CADPCT
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADRGC
                    CLOSE CADRGC
                    GO TO ABRIR-ARQ-RG
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADRGC"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADPCT
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE SPACES TO PCT-CONTA PCT-DESCR.
           MOVE "R" TO PCT-TIPO.
           MOVE "A" TO PCT-SITUACAO.
           MOVE SPACES TO W-SEL.
       R0.
           DISPLAY TELAPCT.
       R1.
           ACCEPT TPCT-CONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADPCT CADRGC
                   GO TO ROT-FIM.
           IF PCT-CONTA = SPACES
                MOVE "CONTA NAO PODE FICAR EM BRANCO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
       LER-ARQ.
                READ CADPCT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAPCT
                      MOVE "*** CONTA JA CADASTRADA ***" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      MOVE "I" TO W-SEL
                      GO TO ACE-001
                   ELSE
                      DISPLAY (20, 12) ST-ERRO
                      MOVE "ERRO NA LEITURA ARQ CADPCT"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM.
       R2.
           ACCEPT TPCT-DESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R1.
           IF PCT-DESCR = SPACES
                MOVE "NAO PODE FICAR EM BRANCO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
       R3.
           ACCEPT TPCT-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R2.
           IF PCT-TIPO = "a"
                MOVE "A" TO PCT-TIPO.
           IF PCT-TIPO = "p"
                MOVE "P" TO PCT-TIPO.
           IF PCT-TIPO = "r"
                MOVE "R" TO PCT-TIPO.
           IF PCT-TIPO = "d"
                MOVE "D" TO PCT-TIPO.
           IF PCT-TIPO NOT = "A" AND "P" AND "R" AND "D"
                MOVE "TIPO A, P, R OU D" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
       R4.
           ACCEPT TPCT-SITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R3.
           IF PCT-SITUACAO = "a"
                MOVE "A" TO PCT-SITUACAO.
           IF PCT-SITUACAO = "i"
                MOVE "I" TO PCT-SITUACAO.
           IF PCT-SITUACAO NOT = "A" AND "I"
                MOVE "SITUACAO A=ATIVA OU I=INATIVA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.

           IF W-SEL = "A"
               GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE ZEROS TO W-TENTATIVAS.
       INC-WR1-TENTA.
                WRITE REGPCT
                IF ST-ERRO = "00" OR "02"
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                IF ST-ERRO = "22"
                      MOVE "*** CADASTRO JA EXISTENTE ***" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                IF ST-ERRO = "94"
                      ADD 1 TO W-TENTATIVAS
                      IF W-TENTATIVAS > 5
                         MOVE "REGISTRO EM USO, TENTE MAIS TARDE"
                                                            TO W-MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO ROT-INIC
                      ELSE
                         MOVE "REGISTRO EM USO, AGUARDE..." TO W-MENS
                         PERFORM ROT-MENS THRU ROT-MENS1
                         PERFORM ROT-ESPERA
                         GO TO INC-WR1-TENTA
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO"
                                                       TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 13)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                                   AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
                IF W-OPCAO = "A"
                       MOVE "A" TO W-SEL
                       GO TO R2.
                IF W-OPCAO  = "N"
                         GO TO ROT-INIC.
      *
       EXC-OPC.
      *         CONTA INFORMADA EM ALGUMA REGRA NAO SAI DO PLANO -
      *         O FECHAMENTO (SMP070) NAO TERIA ONDE LANCAR O EVENTO
                PERFORM CHECA-REGRA THRU CHECA-REGRA-FIM
                IF W-CONTA-USADA = "S"
                   MOVE "CONTA USADA EM REGRA - INATIVE (SITUACAO I)"
                                                            TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                MOVE ZEROS TO W-TENTATIVAS.
       EXC-DL1-TENTA.
                DELETE CADPCT RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO *** " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF ST-ERRO = "94"
                   ADD 1 TO W-TENTATIVAS
                   IF W-TENTATIVAS > 5
                      MOVE "REGISTRO EM USO, TENTE MAIS TARDE" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC
                   ELSE
                      MOVE "REGISTRO EM USO, AGUARDE..." TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS1
                      PERFORM ROT-ESPERA
                      GO TO EXC-DL1-TENTA.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE ZEROS TO W-TENTATIVAS.
       ALT-RW1-TENTA.
                REWRITE REGPCT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF ST-ERRO = "94"
                   ADD 1 TO W-TENTATIVAS
                   IF W-TENTATIVAS > 5
                      MOVE "REGISTRO EM USO, TENTE MAIS TARDE" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC
                   ELSE
                      MOVE "REGISTRO EM USO, AGUARDE..." TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS1
                      PERFORM ROT-ESPERA
                      GO TO ALT-RW1-TENTA.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *------[ PROCURA A CONTA EM ALGUMA REGRA DE CONTABILIZACAO ]------
       CHECA-REGRA.
                MOVE "N" TO W-CONTA-USADA
                MOVE LOW-VALUES TO RGC-CHAVE
                START CADRGC KEY IS NOT LESS THAN RGC-CHAVE
                IF ST-ERRO-RG NOT = "00"
                   GO TO CHECA-REGRA-FIM.
       CHECA-REGRA-LOOP.
                READ CADRGC NEXT RECORD
                IF ST-ERRO-RG NOT = "00"
                   GO TO CHECA-REGRA-FIM.
                IF RGC-CONTA-DEB NOT = PCT-CONTA
                   AND RGC-CONTA-CRED NOT = PCT-CONTA
                   GO TO CHECA-REGRA-LOOP.
                MOVE "S" TO W-CONTA-USADA.
       CHECA-REGRA-FIM.
                EXIT.

      *--------------------[ ROTINA DE ESPERA (ST-ERRO 94) ]--------------------
       ROT-ESPERA.
                MOVE ZEROS TO W-CONT.
       ROT-ESPERA1.
                ADD 1 TO W-CONT
                IF W-CONT < 30000
                   GO TO ROT-ESPERA1.
      *------[ CONFIRMACAO ANTES DE CRIAR ARQUIVO MESTRE VAZIO ]------
       CONFIRMA-CRIA.
                DISPLAY (22, 04) "ARQUIVO"
                DISPLAY (22, 12) W-ARQ-CRIA
                DISPLAY (22, 21) "NAO ENCONTRADO - CRIAR VAZIO (S/N)?"
                ACCEPT (22, 58) W-CRIA
                IF W-CRIA = "s"
                   MOVE "S" TO W-CRIA.
       CONFIRMA-CRIA-FIM.
                EXIT.

      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (20, 18) W-MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO W-MENS
                   DISPLAY (20, 18) W-MENS.
       ROT-MENS-FIM.
                EXIT.

       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.

      *        TABELA DE ST-ERRO  (FILE STATUS)
      *        ==============================
      * 00 Comando executado com sucesso
      * 02 Comando arquivo c/chave duplicada executado com sucesso
      * 10 Fim do arquivo
      * 22 Chave duplicada não definida.
      * 23 Chave não encontrada.
      * 30 Arquivo não encontrado
      * 91 Erro na estrutura do arquivo
      * 94 Registro ou arquivo sendo utilizado por outro programa.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP059.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * TABELA DE PRECOS DE MATERIAIS E MEDICAMENTOS POR     *
      * CONVENIO (CADPMT) - USADA PELO SMP016 PARA VALORAR   *
      * AS OUTRAS DESPESAS DA GUIA TISS; CONVENIO ZERO E O   *
      * PRECO PARTICULAR COBRADO NO CAIXA (SMP018)           *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPMT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PMT-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CODIGO
                    FILE STATUS  IS ST-ERRO-MT.
                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPMT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPMT.DAT".
       01 REGPMT.
            03 PMT-CHAVE.
               05 PMT-MAT-CODIGO   PIC 9(05).
               05 PMT-CODIGO-CONV  PIC 9(04).
            03 PMT-VALOR           PIC 9(05)V99.

       FD CADMAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMAT.DAT".
       01 REGMAT.
            03 MAT-CODIGO      PIC 9(05).
            03 MAT-DESCR       PIC X(30).
            03 MAT-UNIDADE     PIC X(03).
            03 MAT-TIPO        PIC X(01).
               88 MAT-MATERIAL    VALUE "M".
               88 MAT-MEDICAMENTO VALUE "D".
            03 MAT-COD-TUSS    PIC 9(08).
            03 MAT-ESTOQUE-MIN PIC 9(05).
            03 MAT-SALDO       PIC 9(05).
            03 MAT-SITUACAO    PIC X(01).
               88 MAT-INATIVO     VALUE "I".

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
            03 CODIGO          PIC 9(04).
            03 NOME            PIC X(30).
            03 PLANOS.
               05 PLANO        PIC 9(04).
               05 DESCR-PLANO  PIC X(30).
            03 CONV-SITUACAO   PIC X(01).
               88 CONV-INATIVO    VALUE "I".

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-MENS     PIC X(50) VALUE SPACES.
       01 W-SEL      PIC X(01) VALUE SPACES.
       01 W-OPCAO    PIC X(01) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-ERRO-MT PIC X(02) VALUE "00".
       01 ST-ERRO-CV PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-MAT-DESCR  PIC X(30) VALUE SPACES.
       01 W-CONV-NOME  PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAPMT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    PRECOS DE MATERIAIS".
           05  LINE 02  COLUMN 40
               VALUE  " POR CONVENIO".
           05  LINE 04  COLUMN 01
               VALUE  "   MATERIAL    :".
           05  LINE 05  COLUMN 01
               VALUE  "   DESCRICAO   :".
           05  LINE 07  COLUMN 01
               VALUE  "   CONVENIO    :".
           05  LINE 08  COLUMN 01
               VALUE  "   NOME CONV   :".
           05  LINE 12  COLUMN 01
               VALUE  "   VALOR UNIT. :".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TPMT-MAT-CODIGO
               LINE 04  COLUMN 18  PIC 9(05)
               USING  PMT-MAT-CODIGO.
           05  TPMT-MAT-DESCR
               LINE 05  COLUMN 18  PIC X(30)
               FROM   W-MAT-DESCR.
           05  TPMT-CODIGO-CONV
               LINE 07  COLUMN 18  PIC 9(04)
               USING  PMT-CODIGO-CONV.
           05  TPMT-CONV-NOME
               LINE 08  COLUMN 18  PIC X(30)
               FROM   W-CONV-NOME.
           05  TPMT-VALOR
               LINE 12  COLUMN 18  PIC 9(05),99
               USING  PMT-VALOR.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADPMT
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADPMT" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADPMT
                    CLOSE CADPMT
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-MT.
           OPEN INPUT CADMAT
           IF ST-ERRO-MT NOT = "00"
                IF ST-ERRO-MT = "30"
                    MOVE "CADMAT" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADMAT
                    CLOSE CADMAT
                    GO TO ABRIR-ARQ-MT
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADMAT"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-CV.
           OPEN INPUT CADCONV
           IF ST-ERRO-CV NOT = "00"
                IF ST-ERRO-CV = "30"
                    MOVE "CADCONV" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADCONV
                    CLOSE CADCONV
                    GO TO ABRIR-ARQ-CV
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADCONV"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO PMT-MAT-CODIGO PMT-CODIGO-CONV PMT-VALOR.
           MOVE SPACES TO W-MAT-DESCR W-CONV-NOME.
       R0.
           DISPLAY TELAPMT.
       R1.
           ACCEPT TPMT-MAT-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADPMT CADMAT CADCONV
                   GO TO ROT-FIM.
           IF PMT-MAT-CODIGO = ZEROS
                MOVE "CODIGO DO MATERIAL NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
       R-MATERIAL.
           MOVE PMT-MAT-CODIGO TO MAT-CODIGO
           READ CADMAT
           IF ST-ERRO-MT NOT = "00"
                MOVE "MATERIAL NAO CADASTRADO (SMP058)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           MOVE MAT-DESCR TO W-MAT-DESCR
           DISPLAY TPMT-MAT-DESCR.
       R2.
           ACCEPT TPMT-CODIGO-CONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R1.
       R-CONVENIO.
      *    CONVENIO ZERO = PRECO PARTICULAR, SOMADO AO VALOR
      *    RECEBIDO NO CAIXA DO ATENDIMENTO PARTICULAR (SMP018)
           IF PMT-CODIGO-CONV = ZEROS
                MOVE "PARTICULAR" TO W-CONV-NOME
                DISPLAY TPMT-CONV-NOME
                GO TO LER-ARQ.
           MOVE PMT-CODIGO-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO-CV NOT = "00"
                MOVE "CONVENIO NAO CADASTRADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           IF CONV-INATIVO
                MOVE "CONVENIO INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           MOVE NOME TO W-CONV-NOME
           DISPLAY TPMT-CONV-NOME.
       LER-ARQ.
                READ CADPMT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAPMT
                      DISPLAY TPMT-MAT-DESCR
                      DISPLAY TPMT-CONV-NOME
                      MOVE "*** PRECO JA CADASTRADO ***" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      MOVE "I" TO W-SEL
                      GO TO ACE-001
                   ELSE
                      DISPLAY (20, 12) ST-ERRO
                      MOVE "ERRO NA LEITURA ARQ CADPMT"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM.
       R3.
           ACCEPT TPMT-VALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R2.
           IF PMT-VALOR = ZEROS
                MOVE "VALOR NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.

           IF W-SEL = "A"
               GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
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
                WRITE REGPMT
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
                       GO TO R3.
                IF W-OPCAO  = "N"
                         GO TO ROT-INIC.
      *
       EXC-OPC.
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
                DELETE CADPMT RECORD
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
                IF W-ACT = 02 GO TO R3.
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
                REWRITE REGPMT
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

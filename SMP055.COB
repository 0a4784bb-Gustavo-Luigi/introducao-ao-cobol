       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP055.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DE MEDICAMENTOS PARA RECEITUARIO            *
      * NOME, APRESENTACAO E POSOLOGIA PADRAO, SUGERIDA NA   *
      * DIGITACAO DA RECEITA NO ENCERRAMENTO DO ATENDIMENTO  *
      * (SMP018); MEDICAMENTO INATIVO NAO ENTRA EM RECEITA   *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADMDC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDC-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMDC.DAT".
       01 REGMDC.
            03 MDC-CODIGO      PIC 9(05).
            03 MDC-NOME        PIC X(30).
            03 MDC-APRESENT    PIC X(30).
            03 MDC-POSOLOGIA   PIC X(60).
            03 MDC-SITUACAO    PIC X(01).
               88 MDC-INATIVO     VALUE "I".

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT   PIC 9(06) VALUE ZEROS.
       01 W-MENS   PIC X(50) VALUE SPACES.
       01 W-SEL         PIC X(01) VALUE SPACES.
       01 W-OPCAO   PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAMDC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                             CADASTRO DE".
           05  LINE 02  COLUMN 41
               VALUE  " MEDICAMENTOS".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO      :".
           05  LINE 07  COLUMN 01
               VALUE  "   NOME        :".
           05  LINE 09  COLUMN 01
               VALUE  "   APRESENTACAO:".
           05  LINE 11  COLUMN 01
               VALUE  "   POSOLOGIA   :".
           05  LINE 13  COLUMN 01
               VALUE  "   SITUACAO    :".
           05  LINE 13  COLUMN 30
               VALUE  "(A=ATIVO I=INATIVO)".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TMDC-CODIGO
               LINE 05  COLUMN 18  PIC 9(05)
               USING  MDC-CODIGO.
           05  TMDC-NOME
               LINE 07  COLUMN 18  PIC X(30)
               USING  MDC-NOME.
           05  TMDC-APRESENT
               LINE 09  COLUMN 18  PIC X(30)
               USING  MDC-APRESENT.
           05  TMDC-POSOLOGIA
               LINE 11  COLUMN 18  PIC X(60)
               USING  MDC-POSOLOGIA.
           05  TMDC-SITUACAO
               LINE 13  COLUMN 18  PIC X(01)
               USING  MDC-SITUACAO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADMDC
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADMDC" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADMDC
                    CLOSE CADMDC
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO MDC-CODIGO.
           MOVE SPACES TO MDC-NOME MDC-APRESENT MDC-POSOLOGIA.
           MOVE "A" TO MDC-SITUACAO.
           MOVE SPACES TO W-SEL.
       R0.
           DISPLAY TELAMDC.
       R1.
           ACCEPT TMDC-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADMDC
                   GO TO ROT-FIM.
           IF MDC-CODIGO = ZEROS
                MOVE "CODIGO NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
       LER-ARQ.
                READ CADMDC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAMDC
                      MOVE "*** MEDICAMENTO JA CADASTRADO ***"
                                                             TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      MOVE "I" TO W-SEL
                      GO TO ACE-001
                   ELSE
                      DISPLAY (20, 12) ST-ERRO
                      MOVE "ERRO NA LEITURA ARQ CADMDC"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM.
       R2.
           ACCEPT TMDC-NOME.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R1.
           IF MDC-NOME = SPACES
                MOVE "NAO PODE FICAR EM BRANCO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
       R3.
           ACCEPT TMDC-APRESENT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R2.
           IF MDC-APRESENT = SPACES
                MOVE "INFORME A APRESENTACAO (EX: COMPR 500MG)"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
      *    POSOLOGIA PADRAO - O MEDICO PODE ALTERAR NA RECEITA
       R4.
           ACCEPT TMDC-POSOLOGIA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R3.
           IF MDC-POSOLOGIA = SPACES
                MOVE "INFORME A POSOLOGIA PADRAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
       R5.
           ACCEPT TMDC-SITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R4.
           IF MDC-SITUACAO = "a"
                MOVE "A" TO MDC-SITUACAO.
           IF MDC-SITUACAO = "i"
                MOVE "I" TO MDC-SITUACAO.
           IF MDC-SITUACAO NOT = "A" AND "I"
                MOVE "SITUACAO A=ATIVO OU I=INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.

           IF W-SEL = "A"
               GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
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
                WRITE REGMDC
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
                DELETE CADMDC RECORD
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
                IF W-ACT = 02 GO TO R5.
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
                REWRITE REGMDC
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

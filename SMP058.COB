       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP058.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DE MATERIAIS E MEDICAMENTOS DE CONSUMO      *
      * (SERINGAS, CURATIVOS, VACINAS, MEDICACOES APLICADAS) *
      * COM UNIDADE, CODIGO TUSS DE OUTRAS DESPESAS E        *
      * ESTOQUE MINIMO; O SALDO E SO EXIBIDO - ENTRA PELA    *
      * NOTA DO FORNECEDOR (SMP060) E SAI PELO CONSUMO NO    *
      * ENCERRAMENTO DO ATENDIMENTO (SMP018), POR LOTE       *
      * (CADLOT); MATERIAL COM SALDO NAO PODE SER EXCLUIDO   *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CODIGO
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       01  TELAMAT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                     CADASTRO DE MATERIAIS".
           05  LINE 02  COLUMN 43
               VALUE  " E MEDICAMENTOS".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO      :".
           05  LINE 07  COLUMN 01
               VALUE  "   DESCRICAO   :".
           05  LINE 09  COLUMN 01
               VALUE  "   UNIDADE     :".
           05  LINE 09  COLUMN 30
               VALUE  "(UN, CX, AMP, FR, ML...)".
           05  LINE 11  COLUMN 01
               VALUE  "   TIPO        :".
           05  LINE 11  COLUMN 30
               VALUE  "(M=MATERIAL D=MEDICAMENTO)".
           05  LINE 13  COLUMN 01
               VALUE  "   CODIGO TUSS :".
           05  LINE 15  COLUMN 01
               VALUE  "   EST. MINIMO :".
           05  LINE 15  COLUMN 30
               VALUE  "SALDO ATUAL :".
           05  LINE 17  COLUMN 01
               VALUE  "   SITUACAO    :".
           05  LINE 17  COLUMN 30
               VALUE  "(A=ATIVO I=INATIVO)".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TMAT-CODIGO
               LINE 05  COLUMN 18  PIC 9(05)
               USING  MAT-CODIGO.
           05  TMAT-DESCR
               LINE 07  COLUMN 18  PIC X(30)
               USING  MAT-DESCR.
           05  TMAT-UNIDADE
               LINE 09  COLUMN 18  PIC X(03)
               USING  MAT-UNIDADE.
           05  TMAT-TIPO
               LINE 11  COLUMN 18  PIC X(01)
               USING  MAT-TIPO.
           05  TMAT-COD-TUSS
               LINE 13  COLUMN 18  PIC 9(08)
               USING  MAT-COD-TUSS.
           05  TMAT-ESTOQUE-MIN
               LINE 15  COLUMN 18  PIC ZZZZ9
               USING  MAT-ESTOQUE-MIN.
           05  TMAT-SALDO
               LINE 15  COLUMN 44  PIC ZZZZ9
               FROM   MAT-SALDO.
           05  TMAT-SITUACAO
               LINE 17  COLUMN 18  PIC X(01)
               USING  MAT-SITUACAO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADMAT
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADMAT" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADMAT
                    CLOSE CADMAT
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO MAT-CODIGO MAT-COD-TUSS MAT-ESTOQUE-MIN MAT-SALDO.
           MOVE SPACES TO MAT-DESCR MAT-UNIDADE.
           MOVE "M" TO MAT-TIPO.
           MOVE "A" TO MAT-SITUACAO.
           MOVE SPACES TO W-SEL.
       R0.
           DISPLAY TELAMAT.
       R1.
           ACCEPT TMAT-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADMAT
                   GO TO ROT-FIM.
           IF MAT-CODIGO = ZEROS
                MOVE "CODIGO NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
       LER-ARQ.
                READ CADMAT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAMAT
                      MOVE "*** MATERIAL JA CADASTRADO ***" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      MOVE "I" TO W-SEL
                      GO TO ACE-001
                   ELSE
                      DISPLAY (20, 12) ST-ERRO
                      MOVE "ERRO NA LEITURA ARQ CADMAT"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM.
       R2.
           ACCEPT TMAT-DESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R1.
           IF MAT-DESCR = SPACES
                MOVE "NAO PODE FICAR EM BRANCO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
       R3.
           ACCEPT TMAT-UNIDADE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R2.
           IF MAT-UNIDADE = SPACES
                MOVE "INFORME A UNIDADE DE CONSUMO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
       R4.
           ACCEPT TMAT-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R3.
           IF MAT-TIPO = "m"
                MOVE "M" TO MAT-TIPO.
           IF MAT-TIPO = "d"
                MOVE "D" TO MAT-TIPO.
           IF MAT-TIPO NOT = "M" AND "D"
                MOVE "TIPO M=MATERIAL OU D=MEDICAMENTO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
      *    CODIGO DA TABELA TUSS DE MATERIAIS/MEDICAMENTOS QUE
      *    SAI NA GUIA COMO OUTRAS DESPESAS (SMP016)
       R5.
           ACCEPT TMAT-COD-TUSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R4.
           IF MAT-COD-TUSS = ZEROS
                MOVE "INFORME O CODIGO TUSS DO MATERIAL" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
       R6.
           ACCEPT TMAT-ESTOQUE-MIN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R5.
       R7.
           ACCEPT TMAT-SITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R6.
           IF MAT-SITUACAO = "a"
                MOVE "A" TO MAT-SITUACAO.
           IF MAT-SITUACAO = "i"
                MOVE "I" TO MAT-SITUACAO.
           IF MAT-SITUACAO NOT = "A" AND "I"
                MOVE "SITUACAO A=ATIVO OU I=INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.

           IF W-SEL = "A"
               GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
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
                WRITE REGMAT
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
      *         O SALDO SO SAI PELO CONSUMO; COM SALDO O MATERIAL
      *         PODE SER INATIVADO, MAS NAO EXCLUIDO
                IF MAT-SALDO NOT = ZEROS
                   MOVE "MATERIAL COM SALDO - INATIVE (SITUACAO I)"
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
                DELETE CADMAT RECORD
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
                IF W-ACT = 02 GO TO R7.
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
                REWRITE REGMAT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP076.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DAS UNIDADES (FILIAIS) DA CLINICA           *
      * COM O CODIGO CNES DE CADA ESTABELECIMENTO, LEVADO    *
      * NA GUIA TISS (SMP016) - A UNIDADE E INFORMADA NA     *
      * SALA (SMP062), NA GRADE DO MEDICO (SMP024) E NOS     *
      * OPERADORES (SMP021); O CODIGO 000 QUER DIZER TODAS   *
      * AS UNIDADES (RELATORIOS CONSOLIDADOS). UNIDADE COM   *
      * SALA OU GRADE NAO PODE SER EXCLUIDA, SO INATIVADA    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-ERRO-SA.
                    SELECT CADGRD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-ERRO-GR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAL.DAT".
       01 REGSAL.
            03 SAL-CODIGO      PIC 9(03).
            03 SAL-DESCR       PIC X(30).
            03 SAL-TIPO        PIC X(01).
               88 SAL-CONSULTORIO  VALUE "C".
               88 SAL-PROCEDIMENTO VALUE "P".
               88 SAL-EXAMES       VALUE "E".
            03 SAL-EQUIP-1     PIC X(40).
            03 SAL-EQUIP-2     PIC X(40).
            03 SAL-SITUACAO    PIC X(01).
               88 SAL-INATIVA     VALUE "I".
            03 SAL-UNIDADE     PIC 9(03).

       FD CADGRD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRD.DAT".
       01 REGGRD.
            03 GRD-CHAVE.
               05 GRD-CRM         PIC 9(07).
               05 GRD-DIA-SEM     PIC 9(01).
            03 GRD-HORA-INI       PIC 9(04).
            03 GRD-HORA-FIM       PIC 9(04).
            03 GRD-DURACAO        PIC 9(03).
            03 GRD-VIG-INI        PIC 9(08).
            03 GRD-VIG-FIM        PIC 9(08).
            03 GRD-LIM-ENCAIXE    PIC 9(02).
            03 GRD-SALA           PIC 9(03).
            03 GRD-UNIDADE        PIC 9(03).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT   PIC 9(06) VALUE ZEROS.
       01 W-MENS   PIC X(50) VALUE SPACES.
       01 W-SEL         PIC X(01) VALUE SPACES.
       01 W-OPCAO   PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO-SA  PIC X(02) VALUE "00".
       01 ST-ERRO-GR  PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-UNI-USADA   PIC X(01) VALUE "N".
       01 W-LOG-CHAVE   PIC X(19) VALUE SPACES.
       01 W-LOG-ANTES   PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS  PIC X(300) VALUE SPACES.
       01 W-PROGRAMA    PIC X(08) VALUE "SMP076".

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAUNI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                     CADASTRO DE UNIDADES".
           05  LINE 02  COLUMN 43
               VALUE  " (FILIAIS)".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO      :".
           05  LINE 07  COLUMN 01
               VALUE  "   NOME        :".
           05  LINE 09  COLUMN 01
               VALUE  "   CNES        :".
           05  LINE 09  COLUMN 30
               VALUE  "(CADASTRO NACIONAL DE ESTABELECIMENTOS)".
           05  LINE 11  COLUMN 01
               VALUE  "   ENDERECO    :".
           05  LINE 12  COLUMN 01
               VALUE  "   BAIRRO      :".
           05  LINE 13  COLUMN 01
               VALUE  "   CIDADE/UF   :".
           05  LINE 15  COLUMN 01
               VALUE  "   TELEFONE    :".
           05  LINE 17  COLUMN 01
               VALUE  "   SITUACAO    :".
           05  LINE 17  COLUMN 30
               VALUE  "(A=ATIVA I=INATIVA)".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TUNI-CODIGO
               LINE 05  COLUMN 18  PIC 9(03)
               USING  UNI-CODIGO.
           05  TUNI-NOME
               LINE 07  COLUMN 18  PIC X(30)
               USING  UNI-NOME.
           05  TUNI-CNES
               LINE 09  COLUMN 18  PIC 9(07)
               USING  UNI-CNES.
           05  TUNI-ENDERECO
               LINE 11  COLUMN 18  PIC X(30)
               USING  UNI-ENDERECO.
           05  TUNI-BAIRRO
               LINE 12  COLUMN 18  PIC X(20)
               USING  UNI-BAIRRO.
           05  TUNI-CIDADE
               LINE 13  COLUMN 18  PIC X(20)
               USING  UNI-CIDADE.
           05  TUNI-COD-ESTADO
               LINE 13  COLUMN 40  PIC X(02)
               USING  UNI-COD-ESTADO.
           05  TUNI-TELEFONE
               LINE 15  COLUMN 18  PIC X(15)
               USING  UNI-TELEFONE.
           05  TUNI-SITUACAO
               LINE 17  COLUMN 18  PIC X(01)
               USING  UNI-SITUACAO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADUNI
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADUNI" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADUNI
                    CLOSE CADUNI
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-SA.
           OPEN INPUT CADSAL
           IF ST-ERRO-SA NOT = "00"
                IF ST-ERRO-SA = "30"
                    MOVE "CADSAL" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       CLOSE CADUNI
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADSAL
                    CLOSE CADSAL
                    GO TO ABRIR-ARQ-SA
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADSAL"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADUNI
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-GR.
           OPEN INPUT CADGRD
           IF ST-ERRO-GR NOT = "00"
                IF ST-ERRO-GR = "30"
                    MOVE "CADGRD" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       CLOSE CADUNI CADSAL
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADGRD
                    CLOSE CADGRD
                    GO TO ABRIR-ARQ-GR
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADGRD"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADUNI CADSAL
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO UNI-CODIGO UNI-CNES.
           MOVE SPACES TO UNI-NOME UNI-ENDERECO UNI-BAIRRO
                UNI-CIDADE UNI-COD-ESTADO UNI-TELEFONE.
           MOVE "A" TO UNI-SITUACAO.
           MOVE SPACES TO W-SEL W-LOG-ANTES.
       R0.
           DISPLAY TELAUNI.
       R1.
           ACCEPT TUNI-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADUNI CADSAL CADGRD
                   GO TO ROT-FIM.
           IF UNI-CODIGO = ZEROS
                MOVE "CODIGO 000 E RESERVADO (TODAS UNIDADES)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
       LER-ARQ.
                READ CADUNI
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGUNI TO W-LOG-ANTES
                      DISPLAY TELAUNI
                      MOVE "*** UNIDADE JA CADASTRADA ***" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      MOVE "I" TO W-SEL
                      GO TO ACE-001
                   ELSE
                      DISPLAY (20, 12) ST-ERRO
                      MOVE "ERRO NA LEITURA ARQ CADUNI"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM.
       R2.
           ACCEPT TUNI-NOME.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R1.
           IF UNI-NOME = SPACES
                MOVE "NAO PODE FICAR EM BRANCO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *    O CNES VAI NA GUIA TISS COMO CODIGO DO LOCAL DE
      *    ATENDIMENTO - SEM ELE A OPERADORA GLOSA A GUIA
       R3.
           ACCEPT TUNI-CNES.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R2.
           IF UNI-CNES = ZEROS
                MOVE "INFORME O CNES DA UNIDADE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
       R4.
           ACCEPT TUNI-ENDERECO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R3.
       R5.
           ACCEPT TUNI-BAIRRO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R4.
       R6.
           ACCEPT TUNI-CIDADE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R5.
       R7.
           ACCEPT TUNI-COD-ESTADO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R6.
       R8.
           ACCEPT TUNI-TELEFONE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R7.
       R9.
           ACCEPT TUNI-SITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R8.
           IF UNI-SITUACAO = "a"
                MOVE "A" TO UNI-SITUACAO.
           IF UNI-SITUACAO = "i"
                MOVE "I" TO UNI-SITUACAO.
           IF UNI-SITUACAO NOT = "A" AND "I"
                MOVE "SITUACAO A=ATIVA OU I=INATIVA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.

           IF W-SEL = "A"
               GO TO ALT-OPC.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R9.
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
                WRITE REGUNI
                IF ST-ERRO = "00" OR "02"
                      MOVE SPACES TO W-LOG-CHAVE W-LOG-ANTES
                                     W-LOG-DEPOIS
                      MOVE UNI-CODIGO TO W-LOG-CHAVE
                      MOVE REGUNI TO W-LOG-DEPOIS
                      CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "I"
                                          W-LOG-ANTES W-LOG-DEPOIS
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
      *         UNIDADE COM SALA OU GRADE NAO SAI DO CADASTRO - OS
      *         AGENDAMENTOS E O CAIXA GUARDAM O CODIGO DELA
                PERFORM CHECA-USO THRU CHECA-USO-FIM
                IF W-UNI-USADA = "S"
                   MOVE "UNIDADE EM USO - INATIVE (SITUACAO I)"
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
                DELETE CADUNI RECORD
                IF ST-ERRO = "00"
                   MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
                   MOVE UNI-CODIGO TO W-LOG-CHAVE
                   CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "E"
                                       W-LOG-ANTES W-LOG-DEPOIS
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
                IF W-ACT = 02 GO TO R9.
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
                REWRITE REGUNI
                IF ST-ERRO = "00" OR "02"
                   MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
                   MOVE UNI-CODIGO TO W-LOG-CHAVE
                   MOVE REGUNI TO W-LOG-DEPOIS
                   CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                                       W-LOG-ANTES W-LOG-DEPOIS
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

      *------[ PROCURA A UNIDADE NAS SALAS E NA GRADE MEDICA ]------
       CHECA-USO.
                MOVE "N" TO W-UNI-USADA
                MOVE ZEROS TO SAL-CODIGO
                START CADSAL KEY IS NOT LESS THAN SAL-CODIGO
                IF ST-ERRO-SA NOT = "00"
                   GO TO CHECA-USO-GRD.
       CHECA-USO-SAL.
                READ CADSAL NEXT RECORD
                IF ST-ERRO-SA NOT = "00"
                   GO TO CHECA-USO-GRD.
                IF SAL-UNIDADE NOT = UNI-CODIGO
                   GO TO CHECA-USO-SAL.
                MOVE "S" TO W-UNI-USADA
                GO TO CHECA-USO-FIM.
       CHECA-USO-GRD.
                MOVE ZEROS TO GRD-CHAVE
                START CADGRD KEY IS NOT LESS THAN GRD-CHAVE
                IF ST-ERRO-GR NOT = "00"
                   GO TO CHECA-USO-FIM.
       CHECA-USO-GRD-LOOP.
                READ CADGRD NEXT RECORD
                IF ST-ERRO-GR NOT = "00"
                   GO TO CHECA-USO-FIM.
                IF GRD-UNIDADE NOT = UNI-CODIGO
                   GO TO CHECA-USO-GRD-LOOP.
                MOVE "S" TO W-UNI-USADA.
       CHECA-USO-FIM.
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

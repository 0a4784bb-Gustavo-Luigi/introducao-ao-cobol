       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP062.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DE SALAS DA CLINICA                         *
      * (CONSULTORIOS, SALA DE PEQUENOS PROCEDIMENTOS E      *
      * SALA DE EXAMES) COM OS EQUIPAMENTOS DE CADA UMA -    *
      * A SALA E INFORMADA NA GRADE DO MEDICO (SMP024), QUE  *
      * RECUSA DUAS GRADES NA MESMA SALA E HORARIO; SALA     *
      * USADA EM GRADE NAO PODE SER EXCLUIDA, SO INATIVADA   *
      * CADA SALA PERTENCE A UMA UNIDADE (FILIAL) DO CADUNI, *
      * QUE SO MUDA ENQUANTO NENHUMA GRADE USA A SALA        *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADGRD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-ERRO-GR.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       01 W-CONT   PIC 9(06) VALUE ZEROS.
       01 W-MENS   PIC X(50) VALUE SPACES.
       01 W-SEL         PIC X(01) VALUE SPACES.
       01 W-OPCAO   PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO-GR  PIC X(02) VALUE "00".
       01 ST-ERRO-UN  PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-SALA-USADA  PIC X(01) VALUE "N".
       01 W-UNI-ANT     PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELASAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                          CADASTRO DE SALAS".
           05  LINE 05  COLUMN 01
               VALUE  "   CODIGO      :".
           05  LINE 07  COLUMN 01
               VALUE  "   DESCRICAO   :".
           05  LINE 09  COLUMN 01
               VALUE  "   TIPO        :".
           05  LINE 09  COLUMN 30
               VALUE  "(C=CONSULTORIO P=PROCEDIMENTOS E=EXAMES)".
           05  LINE 11  COLUMN 01
               VALUE  "   EQUIPAMENTOS:".
           05  LINE 15  COLUMN 01
               VALUE  "   SITUACAO    :".
           05  LINE 15  COLUMN 30
               VALUE  "(A=ATIVA I=INATIVA)".
           05  LINE 17  COLUMN 01
               VALUE  "   UNIDADE     :".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TSAL-CODIGO
               LINE 05  COLUMN 18  PIC 9(03)
               USING  SAL-CODIGO.
           05  TSAL-DESCR
               LINE 07  COLUMN 18  PIC X(30)
               USING  SAL-DESCR.
           05  TSAL-TIPO
               LINE 09  COLUMN 18  PIC X(01)
               USING  SAL-TIPO.
           05  TSAL-EQUIP-1
               LINE 11  COLUMN 18  PIC X(40)
               USING  SAL-EQUIP-1.
           05  TSAL-EQUIP-2
               LINE 12  COLUMN 18  PIC X(40)
               USING  SAL-EQUIP-2.
           05  TSAL-SITUACAO
               LINE 15  COLUMN 18  PIC X(01)
               USING  SAL-SITUACAO.
           05  TSAL-UNIDADE
               LINE 17  COLUMN 18  PIC 9(03)
               USING  SAL-UNIDADE.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADSAL
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADSAL" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADSAL
                    CLOSE CADSAL
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
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
                       CLOSE CADSAL
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADGRD
                    CLOSE CADGRD
                    GO TO ABRIR-ARQ-GR
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADGRD"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADSAL
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-UN.
           OPEN INPUT CADUNI
           IF ST-ERRO-UN NOT = "00"
                IF ST-ERRO-UN = "30"
                    MOVE "CADUNI" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       CLOSE CADSAL CADGRD
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADUNI
                    CLOSE CADUNI
                    GO TO ABRIR-ARQ-UN
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADUNI"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADSAL CADGRD
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO SAL-CODIGO SAL-UNIDADE W-UNI-ANT.
           MOVE SPACES TO SAL-DESCR SAL-EQUIP-1 SAL-EQUIP-2.
           MOVE "C" TO SAL-TIPO.
           MOVE "A" TO SAL-SITUACAO.
           MOVE SPACES TO W-SEL.
       R0.
           DISPLAY TELASAL.
       R1.
           ACCEPT TSAL-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADSAL CADGRD CADUNI
                   GO TO ROT-FIM.
           IF SAL-CODIGO = ZEROS
                MOVE "CODIGO NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
       LER-ARQ.
                READ CADSAL
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE SAL-UNIDADE TO W-UNI-ANT
                      DISPLAY TELASAL
                      PERFORM MOSTRA-UNIDADE
                      MOVE "*** SALA JA CADASTRADA ***" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      MOVE "I" TO W-SEL
                      GO TO ACE-001
                   ELSE
                      DISPLAY (20, 12) ST-ERRO
                      MOVE "ERRO NA LEITURA ARQ CADSAL"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM.
       R2.
           ACCEPT TSAL-DESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R1.
           IF SAL-DESCR = SPACES
                MOVE "NAO PODE FICAR EM BRANCO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
       R3.
           ACCEPT TSAL-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R2.
           IF SAL-TIPO = "c"
                MOVE "C" TO SAL-TIPO.
           IF SAL-TIPO = "p"
                MOVE "P" TO SAL-TIPO.
           IF SAL-TIPO = "e"
                MOVE "E" TO SAL-TIPO.
           IF SAL-TIPO NOT = "C" AND "P" AND "E"
                MOVE "TIPO C=CONSULT. P=PROCEDIM. E=EXAMES" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
      *    EQUIPAMENTOS EM TEXTO LIVRE (MACA, FOCO, ELETROCARDIO-
      *    GRAFO...) - SO PARA CONSULTA DA RECEPCAO
       R4.
           ACCEPT TSAL-EQUIP-1.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R3.
       R5.
           ACCEPT TSAL-EQUIP-2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R4.
       R6.
           ACCEPT TSAL-SITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R5.
           IF SAL-SITUACAO = "a"
                MOVE "A" TO SAL-SITUACAO.
           IF SAL-SITUACAO = "i"
                MOVE "I" TO SAL-SITUACAO.
           IF SAL-SITUACAO NOT = "A" AND "I"
                MOVE "SITUACAO A=ATIVA OU I=INATIVA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.
       R7.
           ACCEPT TSAL-UNIDADE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R6.
           MOVE SAL-UNIDADE TO UNI-CODIGO
           READ CADUNI
           IF ST-ERRO-UN NOT = "00"
                MOVE "UNIDADE NAO CADASTRADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.
           DISPLAY (17, 23) UNI-NOME
           IF UNI-INATIVA AND SAL-UNIDADE NOT = W-UNI-ANT
                MOVE "UNIDADE INATIVA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.
      *    A GRADE GUARDA A UNIDADE DA SALA - SALA JA USADA NAO
      *    MUDA DE UNIDADE (CRIE OUTRA SALA NA NOVA UNIDADE)
           IF W-SEL = "A" AND SAL-UNIDADE NOT = W-UNI-ANT
                PERFORM CHECA-GRADE THRU CHECA-GRADE-FIM
                IF W-SALA-USADA = "S"
                   MOVE "SALA USADA NA GRADE - NAO MUDA DE UNIDADE"
                                                            TO W-MENS
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
                WRITE REGSAL
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
      *         SALA AINDA INFORMADA EM ALGUMA GRADE NAO SAI DO
      *         CADASTRO - A GRADE FICARIA APONTANDO PARA O NADA
                PERFORM CHECA-GRADE THRU CHECA-GRADE-FIM
                IF W-SALA-USADA = "S"
                   MOVE "SALA USADA NA GRADE - INATIVE (SITUACAO I)"
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
                DELETE CADSAL RECORD
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
                REWRITE REGSAL
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

      *------[ PROCURA A SALA EM ALGUMA FAIXA DA GRADE MEDICA ]------
       CHECA-GRADE.
                MOVE "N" TO W-SALA-USADA
                MOVE ZEROS TO GRD-CHAVE
                START CADGRD KEY IS NOT LESS THAN GRD-CHAVE
                IF ST-ERRO-GR NOT = "00"
                   GO TO CHECA-GRADE-FIM.
       CHECA-GRADE-LOOP.
                READ CADGRD NEXT RECORD
                IF ST-ERRO-GR NOT = "00"
                   GO TO CHECA-GRADE-FIM.
                IF GRD-SALA NOT = SAL-CODIGO
                   GO TO CHECA-GRADE-LOOP.
                MOVE "S" TO W-SALA-USADA.
       CHECA-GRADE-FIM.
                EXIT.

      *------[ NOME DA UNIDADE DA SALA AO LADO DO CODIGO ]------
       MOSTRA-UNIDADE.
                MOVE SAL-UNIDADE TO UNI-CODIGO
                READ CADUNI
                IF ST-ERRO-UN = "00"
                   DISPLAY (17, 23) UNI-NOME.

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

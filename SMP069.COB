       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP069.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DAS REGRAS DE CONTABILIZACAO (CADRGC)       *
      * PARA CADA EVENTO DO FECHAMENTO CONTABIL (SMP070) -   *
      * FATURAMENTO, RECEBIMENTO E GLOSA DE CONVENIO,        *
      * REPASSE MEDICO E RECEBIMENTOS DO CAIXA POR FORMA -   *
      * INFORMA A CONTA DEBITO, A CONTA CREDITO (DO PLANO DE *
      * CONTAS, SMP068) E O HISTORICO PADRAO; ESPECIALIDADE  *
      * 0000 E A REGRA GERAL DO EVENTO E A REGRA DE UMA      *
      * ESPECIALIDADE PREVALECE SOBRE ELA                    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADRGC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RGC-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADPCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCT-CONTA
                    FILE STATUS  IS ST-ERRO-PC.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-ESPEC
                    FILE STATUS  IS ST-ERRO-ES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01 REGESP.
            03 COD-ESPEC    PIC 9(04).
            03 DESCR-ESPEC  PIC X(30).
            03 ESP-SITUACAO PIC X(01).
               88 ESP-INATIVO   VALUE "I".

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-MENS     PIC X(50) VALUE SPACES.
       01 W-SEL      PIC X(01) VALUE SPACES.
       01 W-OPCAO    PIC X(01) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-ERRO-PC PIC X(02) VALUE "00".
       01 ST-ERRO-ES PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-IND      PIC 9(02) VALUE ZEROS.
       01 W-DESCR-EVENTO PIC X(30) VALUE SPACES.
       01 W-DESCR-ESPEC  PIC X(30) VALUE SPACES.
       01 W-DESCR-DEB    PIC X(40) VALUE SPACES.
       01 W-DESCR-CRED   PIC X(40) VALUE SPACES.

      *    EVENTOS QUE O FECHAMENTO CONTABIL (SMP070) LANCA
       01 W-TAB-EVENTOS.
            03 FILLER   PIC X(34) VALUE
                                 "FATUFATURAMENTO DE CONVENIO".
            03 FILLER   PIC X(34) VALUE
                                 "PAGORECEBIMENTO DE CONVENIO".
            03 FILLER   PIC X(34) VALUE
                                 "GLOSGLOSA DE CONVENIO".
            03 FILLER   PIC X(34) VALUE
                                 "REPAREPASSE MEDICO".
            03 FILLER   PIC X(34) VALUE
                                 "PDINPARTICULAR EM DINHEIRO".
            03 FILLER   PIC X(34) VALUE
                                 "PCARPARTICULAR NO CARTAO".
            03 FILLER   PIC X(34) VALUE
                                 "PPIXPARTICULAR NO PIX".
            03 FILLER   PIC X(34) VALUE
                                 "CDINCOPARTICIPACAO EM DINHEIRO".
            03 FILLER   PIC X(34) VALUE
                                 "CCARCOPARTICIPACAO NO CARTAO".
            03 FILLER   PIC X(34) VALUE
                                 "CPIXCOPARTICIPACAO NO PIX".
       01 W-TAB-EVENTOS-R REDEFINES W-TAB-EVENTOS.
            03 W-EV-ITEM OCCURS 10 TIMES.
               05 W-EV-CODIGO  PIC X(04).
               05 W-EV-DESCR   PIC X(30).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELARGC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                      REGRAS DE CONTAB".
           05  LINE 02  COLUMN 39
               VALUE  "ILIZACAO".
           05  LINE 04  COLUMN 01
               VALUE  "   EVENTO      :".
           05  LINE 05  COLUMN 04
               VALUE  "(FATU PAGO GLOS REPA PDIN PCAR PPIX CDIN CCAR".
           05  LINE 05  COLUMN 50
               VALUE  " CPIX)".
           05  LINE 07  COLUMN 01
               VALUE  "   ESPECIALID. :".
           05  LINE 08  COLUMN 18
               VALUE  "(0000 = REGRA GERAL DO EVENTO)".
           05  LINE 10  COLUMN 01
               VALUE  "   CONTA DEBITO:".
           05  LINE 12  COLUMN 01
               VALUE  "   CONTA CRED. :".
           05  LINE 14  COLUMN 01
               VALUE  "   HISTORICO   :".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TRGC-EVENTO
               LINE 04  COLUMN 18  PIC X(04)
               USING  RGC-EVENTO.
           05  TRGC-DESCR-EVENTO
               LINE 04  COLUMN 30  PIC X(30)
               FROM   W-DESCR-EVENTO.
           05  TRGC-COD-ESPEC
               LINE 07  COLUMN 18  PIC 9(04)
               USING  RGC-COD-ESPEC.
           05  TRGC-DESCR-ESPEC
               LINE 07  COLUMN 30  PIC X(30)
               FROM   W-DESCR-ESPEC.
           05  TRGC-CONTA-DEB
               LINE 10  COLUMN 18  PIC X(12)
               USING  RGC-CONTA-DEB.
           05  TRGC-DESCR-DEB
               LINE 10  COLUMN 32  PIC X(40)
               FROM   W-DESCR-DEB.
           05  TRGC-CONTA-CRED
               LINE 12  COLUMN 18  PIC X(12)
               USING  RGC-CONTA-CRED.
           05  TRGC-DESCR-CRED
               LINE 12  COLUMN 32  PIC X(40)
               FROM   W-DESCR-CRED.
           05  TRGC-HISTORICO
               LINE 14  COLUMN 18  PIC X(30)
               USING  RGC-HISTORICO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADRGC
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADRGC" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADRGC
                    CLOSE CADRGC
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-PC.
           OPEN INPUT CADPCT
           IF ST-ERRO-PC NOT = "00"
                IF ST-ERRO-PC = "30"
                    MOVE "CADPCT" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       CLOSE CADRGC
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADPCT
                    CLOSE CADPCT
                    GO TO ABRIR-ARQ-PC
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADPCT"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADRGC
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-ES.
           OPEN INPUT CADESP
           IF ST-ERRO-ES NOT = "00"
                IF ST-ERRO-ES = "30"
                    MOVE "CADESP" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       CLOSE CADRGC CADPCT
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADESP
                    CLOSE CADESP
                    GO TO ABRIR-ARQ-ES
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADESP"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADRGC CADPCT
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE SPACES TO RGC-EVENTO RGC-CONTA-DEB RGC-CONTA-CRED
                          RGC-HISTORICO.
           MOVE ZEROS TO RGC-COD-ESPEC.
           MOVE SPACES TO W-DESCR-EVENTO W-DESCR-ESPEC W-DESCR-DEB
                          W-DESCR-CRED W-SEL.
       R0.
           DISPLAY TELARGC.
       R1.
           ACCEPT TRGC-EVENTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADRGC CADPCT CADESP
                   GO TO ROT-FIM.
           INSPECT RGC-EVENTO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM BUSCA-EVENTO THRU BUSCA-EVENTO-FIM
           IF W-DESCR-EVENTO = SPACES
                MOVE "EVENTO INVALIDO - VEJA A LISTA ABAIXO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           DISPLAY TRGC-EVENTO TRGC-DESCR-EVENTO.
       R2.
           ACCEPT TRGC-COD-ESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R1.
           IF RGC-COD-ESPEC = ZEROS
                MOVE "TODAS AS ESPECIALIDADES" TO W-DESCR-ESPEC
           ELSE
                MOVE RGC-COD-ESPEC TO COD-ESPEC
                READ CADESP
                IF ST-ERRO-ES NOT = "00"
                     MOVE "ESPECIALIDADE NAO CADASTRADA" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R2
                ELSE
                     MOVE DESCR-ESPEC TO W-DESCR-ESPEC.
           DISPLAY TRGC-DESCR-ESPEC.
       LER-ARQ.
                READ CADRGC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE RGC-CONTA-DEB TO PCT-CONTA
                      PERFORM DESCR-CONTA THRU DESCR-CONTA-FIM
                      MOVE PCT-DESCR TO W-DESCR-DEB
                      MOVE RGC-CONTA-CRED TO PCT-CONTA
                      PERFORM DESCR-CONTA THRU DESCR-CONTA-FIM
                      MOVE PCT-DESCR TO W-DESCR-CRED
                      DISPLAY TELARGC
                      MOVE "*** REGRA JA CADASTRADA ***" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      MOVE "I" TO W-SEL
                      GO TO ACE-001
                   ELSE
                      DISPLAY (20, 12) ST-ERRO
                      MOVE "ERRO NA LEITURA ARQ CADRGC"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM.
       R3.
           ACCEPT TRGC-CONTA-DEB
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R2.
           MOVE RGC-CONTA-DEB TO PCT-CONTA
           PERFORM VALIDA-CONTA THRU VALIDA-CONTA-FIM
           IF W-MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
           MOVE PCT-DESCR TO W-DESCR-DEB
           DISPLAY TRGC-DESCR-DEB.
       R4.
           ACCEPT TRGC-CONTA-CRED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R3.
           IF RGC-CONTA-CRED = RGC-CONTA-DEB
                MOVE "CREDITO IGUAL AO DEBITO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           MOVE RGC-CONTA-CRED TO PCT-CONTA
           PERFORM VALIDA-CONTA THRU VALIDA-CONTA-FIM
           IF W-MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           MOVE PCT-DESCR TO W-DESCR-CRED
           DISPLAY TRGC-DESCR-CRED.
       R5.
           ACCEPT TRGC-HISTORICO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R4.
           IF RGC-HISTORICO = SPACES
                MOVE "NAO PODE FICAR EM BRANCO" TO W-MENS
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
                WRITE REGRGC
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
                DELETE CADRGC RECORD
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
                REWRITE REGRGC
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

      *------[ PROCURA O CODIGO DIGITADO NA TABELA DE EVENTOS ]------
       BUSCA-EVENTO.
                MOVE SPACES TO W-DESCR-EVENTO
                MOVE ZEROS TO W-IND.
       BUSCA-EVENTO-LOOP.
                ADD 1 TO W-IND
                IF W-IND > 10
                   GO TO BUSCA-EVENTO-FIM.
                IF W-EV-CODIGO (W-IND) NOT = RGC-EVENTO
                   GO TO BUSCA-EVENTO-LOOP.
                MOVE W-EV-DESCR (W-IND) TO W-DESCR-EVENTO.
       BUSCA-EVENTO-FIM.
                EXIT.

      *------[ CONTA DA REGRA: CADASTRADA E ATIVA NO PLANO ]------
      * DEVOLVE W-MENS EM BRANCO QUANDO A CONTA (EM PCT-CONTA) E
      * ACEITA, COM A DESCRICAO EM PCT-DESCR
       VALIDA-CONTA.
                MOVE SPACES TO W-MENS
                IF PCT-CONTA = SPACES
                   MOVE "CONTA NAO PODE FICAR EM BRANCO" TO W-MENS
                   GO TO VALIDA-CONTA-FIM.
                READ CADPCT
                IF ST-ERRO-PC NOT = "00"
                   MOVE "CONTA NAO CADASTRADA NO PLANO" TO W-MENS
                   GO TO VALIDA-CONTA-FIM.
                IF PCT-INATIVA
                   MOVE "CONTA INATIVA NO PLANO DE CONTAS" TO W-MENS.
       VALIDA-CONTA-FIM.
                EXIT.

       DESCR-CONTA.
                READ CADPCT
                IF ST-ERRO-PC NOT = "00"
                   MOVE "*** CONTA NAO CADASTRADA ***" TO PCT-DESCR.
       DESCR-CONTA-FIM.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP071.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * REGISTRO DAS NOTIFICACOES COMPULSORIAS (CADNTF)      *
      * CADA ATENDIMENTO DO CADHIST COM CID DE NOTIFICACAO   *
      * COMPULSORIA (MARCADO NO SMP002) VIRA UM CASO,        *
      * INCLUIDO AQUI OU PELOS RELATORIOS DO SMP072; O       *
      * OPERADOR INFORMA QUANDO A NOTIFICACAO FOI FEITA E O  *
      * NUMERO DO PROTOCOLO - O USUARIO DO LOGIN FICA COMO   *
      * RESPONSAVEL. PF4 NA DATA LISTA OS CASOS PENDENTES    *
      * E=ESTORNA UMA NOTIFICACAO REGISTRADA POR ENGANO      *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADNTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NTF-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIS-CHAVE
                    FILE STATUS  IS ST-ERRO-HI.
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CID
                    FILE STATUS  IS ST-ERRO-CI.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * UM REGISTRO POR CASO, NA ORDEM DA DATA DO ATENDIMENTO
       FD CADNTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNTF.DAT".
       01 REGNTF.
            03 NTF-CHAVE.
               05 NTF-DATA        PIC 9(08).
               05 NTF-HORA        PIC 9(04).
               05 NTF-PRONTUARIO  PIC 9(06).
            03 NTF-CID            PIC 9(04).
            03 NTF-TIPO           PIC X(01).
               88 NTF-IMEDIATA      VALUE "I".
               88 NTF-SEMANAL       VALUE "S".
            03 NTF-CRM            PIC 9(07).
            03 NTF-SITUACAO       PIC X(01).
               88 NTF-PENDENTE      VALUE "P".
               88 NTF-NOTIFICADO    VALUE "N".
            03 NTF-DATA-NOTIF     PIC 9(08).
            03 NTF-HORA-NOTIF     PIC 9(04).
            03 NTF-OPERADOR       PIC X(08).
            03 NTF-PROTOCOLO      PIC X(15).

       FD CADHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIST.DAT".
       01 REGHIST.
            03 HIS-CHAVE.
               05 HIS-PRONTUARIO  PIC 9(06).
               05 HIS-DATA        PIC 9(08).
               05 HIS-HORA        PIC 9(04).
            03 HIS-CRM            PIC 9(07).
            03 HIS-COD-ESPEC      PIC 9(04).
            03 HIS-DESCR-ESPEC    PIC X(30).
            03 HIS-CID            PIC 9(04).
            03 HIS-DENOM-CID      PIC X(30).
            03 HIS-OBS-1          PIC X(60).
            03 HIS-OBS-2          PIC X(60).
            03 HIS-RETORNO-DIAS   PIC 9(03).
            03 HIS-RETORNO-CONV   PIC X(01).
               88 HIS-E-RETORNO    VALUE "S".

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
            03 CODIGO-CID   PIC 9(04).
            03 DENOMINACAO  PIC X(30).
            03 CID-SITUACAO PIC X(01).
               88 CID-INATIVO   VALUE "I".
            03 CID-NOTIFICACAO PIC X(01).
               88 CID-NOTIF-IMEDIATA VALUE "I".
               88 CID-NOTIF-SEMANAL  VALUE "S".
               88 CID-NOTIFICAVEL    VALUE "I" "S".

       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
       01 REGPAC.
            03 PRONTUARIO       PIC 9(06).
            03 PAC-NOME         PIC X(30).
            03 PAC-DATA-NASC    PIC 9(08).
            03 PAC-CEP          PIC 9(08).
            03 PAC-ENDERECO     PIC X(30).
            03 PAC-BAIRRO       PIC X(20).
            03 PAC-CIDADE       PIC X(20).
            03 PAC-ESTADO.
               05 PAC-COD-ESTADO    PIC XX.
               05 PAC-DESCR-ESTADO  PIC X(30).
            03 PAC-CODIGO-CONV  PIC 9(04).
            03 PAC-NOME-CONV    PIC X(30).
            03 PAC-PLANO        PIC 9(04).
            03 PAC-CARTEIRINHA  PIC X(15).
            03 PAC-VALID-CART   PIC 9(08).
            03 PAC-CID          PIC 9(04).
            03 PAC-DENOM-CID    PIC X(30).
            03 PAC-TELEFONE     PIC X(15).
            03 PAC-CELULAR      PIC X(15).
            03 PAC-PREF-CONTATO PIC X(01).
               88 PAC-PREF-TELEFONE VALUE "T".
               88 PAC-PREF-CELULAR  VALUE "C".
               88 PAC-SEM-CONTATO   VALUE "N".
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
            03 CRM              PIC 9(07).
            03 MED-NOME         PIC X(30).
            03 MED-COD-ESPEC    PIC 9(04).
            03 MED-DESCR-ESPEC  PIC X(30).
            03 MED-TELEFONE     PIC X(15).
            03 MED-EMAIL        PIC X(30).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT   PIC 9(06) VALUE ZEROS.
       01 W-MENS   PIC X(50) VALUE SPACES.
       01 W-SEL         PIC X(01) VALUE SPACES.
       01 W-OPCAO   PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO-HI  PIC X(02) VALUE "00".
       01 ST-ERRO-CI  PIC X(02) VALUE "00".
       01 ST-ERRO-PC  PIC X(02) VALUE "00".
       01 ST-ERRO-MD  PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-ROW         PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HORA-SIS    PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-DATA-VAL    PIC 9(08) VALUE ZEROS.
       01 W-DATA-VAL-R REDEFINES W-DATA-VAL.
            03 W-VAL-AAAA  PIC 9(04).
            03 W-VAL-MM    PIC 9(02).
            03 W-VAL-DD    PIC 9(02).
       01 W-PAC-NOME    PIC X(30) VALUE SPACES.
       01 W-DENOM-CID   PIC X(30) VALUE SPACES.
       01 W-MED-NOME    PIC X(30) VALUE SPACES.
       01 W-LOG-CHAVE   PIC X(19) VALUE SPACES.
       01 W-LOG-ANTES   PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS  PIC X(300) VALUE SPACES.
       01 W-PROGRAMA    PIC X(08) VALUE "SMP071".

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELANTF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    NOTIFICACAO COMPULSORIA".
           05  LINE 02  COLUMN 44
               VALUE  " - REGISTRO".
           05  LINE 04  COLUMN 01
               VALUE  "   ATENDIMENTO :".
           05  LINE 04  COLUMN 28
               VALUE  "HORA :".
           05  LINE 04  COLUMN 41
               VALUE  "(PF4 NA DATA = CASOS PENDENTES)".
           05  LINE 05  COLUMN 01
               VALUE  "   PRONTUARIO  :".
           05  LINE 07  COLUMN 01
               VALUE  "   CID         :".
           05  LINE 08  COLUMN 01
               VALUE  "   NOTIFICACAO :".
           05  LINE 08  COLUMN 21
               VALUE  "(I=IMEDIATA 24H  S=SEMANAL)".
           05  LINE 09  COLUMN 01
               VALUE  "   MEDICO      :".
           05  LINE 11  COLUMN 01
               VALUE  "   SITUACAO    :".
           05  LINE 11  COLUMN 21
               VALUE  "(P=PENDENTE  N=NOTIFICADO)".
           05  LINE 13  COLUMN 01
               VALUE  "   NOTIFICADO  :".
           05  LINE 13  COLUMN 28
               VALUE  "HORA :".
           05  LINE 14  COLUMN 01
               VALUE  "   POR         :".
           05  LINE 15  COLUMN 01
               VALUE  "   PROTOCOLO   :".
           05  LINE 15  COLUMN 35
               VALUE  "(NUMERO DA NOTIFICACAO)".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TNTF-DATA
               LINE 04  COLUMN 18  PIC 9(08)
               USING  NTF-DATA.
           05  TNTF-HORA
               LINE 04  COLUMN 35  PIC 9(04)
               USING  NTF-HORA.
           05  TNTF-PRONTUARIO
               LINE 05  COLUMN 18  PIC 9(06)
               USING  NTF-PRONTUARIO.
           05  TPAC-NOME
               LINE 05  COLUMN 26  PIC X(30)
               FROM   W-PAC-NOME.
           05  TNTF-CID
               LINE 07  COLUMN 18  PIC 9(04)
               FROM   NTF-CID.
           05  TDENOM-CID
               LINE 07  COLUMN 24  PIC X(30)
               FROM   W-DENOM-CID.
           05  TNTF-TIPO
               LINE 08  COLUMN 18  PIC X(01)
               FROM   NTF-TIPO.
           05  TNTF-CRM
               LINE 09  COLUMN 18  PIC 9(07)
               FROM   NTF-CRM.
           05  TMED-NOME
               LINE 09  COLUMN 27  PIC X(30)
               FROM   W-MED-NOME.
           05  TNTF-SITUACAO
               LINE 11  COLUMN 18  PIC X(01)
               FROM   NTF-SITUACAO.
           05  TNTF-DATA-NOTIF
               LINE 13  COLUMN 18  PIC 9(08)
               USING  NTF-DATA-NOTIF.
           05  TNTF-HORA-NOTIF
               LINE 13  COLUMN 35  PIC 9(04)
               USING  NTF-HORA-NOTIF.
           05  TNTF-OPERADOR
               LINE 14  COLUMN 18  PIC X(08)
               FROM   NTF-OPERADOR.
           05  TNTF-PROTOCOLO
               LINE 15  COLUMN 18  PIC X(15)
               USING  NTF-PROTOCOLO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADNTF
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADNTF" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADNTF
                    CLOSE CADNTF
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
           OPEN INPUT CADHIST
           IF ST-ERRO-HI NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADHIST" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADNTF
                GO TO ROT-FIM.
           OPEN INPUT CADCID
           IF ST-ERRO-CI NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCID" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADNTF CADHIST
                GO TO ROT-FIM.
           OPEN INPUT CADPAC
           IF ST-ERRO-PC NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADNTF CADHIST CADCID
                GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MD NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADNTF CADHIST CADCID CADPAC
                GO TO ROT-FIM.
      *    O OPERADOR VEM DA VARIAVEL SMPOPER PUBLICADA PELO SMP020
           MOVE SPACES TO W-OPERADOR
           DISPLAY "SMPOPER" UPON ENVIRONMENT-NAME
           ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE.
      *
       ROT-INIC.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO NTF-DATA NTF-HORA NTF-PRONTUARIO NTF-CID
                         NTF-CRM NTF-DATA-NOTIF NTF-HORA-NOTIF.
           MOVE SPACES TO NTF-TIPO NTF-SITUACAO NTF-OPERADOR
                          NTF-PROTOCOLO W-PAC-NOME W-DENOM-CID
                          W-MED-NOME.
           MOVE SPACES TO W-SEL.
       R0.
           DISPLAY TELANTF.
       R1.
           ACCEPT TNTF-DATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADNTF CADHIST CADCID CADPAC CADMED
                   GO TO ROT-FIM.
           IF W-ACT = 04
                   PERFORM LISTAGEM THRU LISTAGEM-FIM
                   DISPLAY TELANTF
                   GO TO R1.
           MOVE NTF-DATA TO W-DATA-VAL
           IF W-VAL-MM = ZEROS OR W-VAL-MM > 12
             OR W-VAL-DD = ZEROS OR W-VAL-DD > 31
                MOVE "DATA DO ATENDIMENTO INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
       R2.
           ACCEPT TNTF-HORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R1.
       R3.
           ACCEPT TNTF-PRONTUARIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R2.
           IF NTF-PRONTUARIO = ZEROS
                MOVE "PRONTUARIO NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
       LER-ARQ.
                READ CADNTF
                IF ST-ERRO = "00"
                   MOVE SPACES TO W-LOG-ANTES
                   MOVE REGNTF TO W-LOG-ANTES
                   PERFORM DESCR-CASO THRU DESCR-CASO-FIM
                   DISPLAY TELANTF
                   IF NTF-NOTIFICADO
                      MOVE "*** CASO JA NOTIFICADO ***" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ACE-001
                   ELSE
                      MOVE "A" TO W-SEL
                      GO TO R4.
                IF ST-ERRO NOT = "23"
                   DISPLAY (20, 12) ST-ERRO
                   MOVE "ERRO NA LEITURA ARQ CADNTF"   TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ROT-FIM.
      *
      *    CASO AINDA NAO REGISTRADO - PRECISA EXISTIR NO HISTORICO
      *    COM CID DE NOTIFICACAO COMPULSORIA
      *
                MOVE NTF-PRONTUARIO TO HIS-PRONTUARIO
                MOVE NTF-DATA       TO HIS-DATA
                MOVE NTF-HORA       TO HIS-HORA
                READ CADHIST
                IF ST-ERRO-HI NOT = "00"
                   MOVE "ATENDIMENTO NAO ENCONTRADO NO HISTORICO"
                                                          TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO R1.
                MOVE HIS-CID TO CODIGO-CID
                READ CADCID
                IF ST-ERRO-CI NOT = "00" OR NOT CID-NOTIFICAVEL
                   MOVE "CID DO ATENDIMENTO NAO E DE NOTIFICACAO"
                                                          TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO R1.
                MOVE HIS-CID         TO NTF-CID
                MOVE CID-NOTIFICACAO TO NTF-TIPO
                MOVE HIS-CRM         TO NTF-CRM
                MOVE "P"             TO NTF-SITUACAO
                MOVE SPACES          TO W-LOG-ANTES
                MOVE "I" TO W-SEL
                PERFORM DESCR-CASO THRU DESCR-CASO-FIM
                DISPLAY TELANTF.
       R4.
           IF NTF-DATA-NOTIF = ZEROS
                MOVE W-DATA-HOJE TO NTF-DATA-NOTIF
                ACCEPT W-HORA-SIS FROM TIME
                MOVE W-HORA-SIS (1:4) TO NTF-HORA-NOTIF
                DISPLAY TELANTF.
           ACCEPT TNTF-DATA-NOTIF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO ROT-INIC.
           MOVE NTF-DATA-NOTIF TO W-DATA-VAL
           IF W-VAL-MM = ZEROS OR W-VAL-MM > 12
             OR W-VAL-DD = ZEROS OR W-VAL-DD > 31
                MOVE "DATA DA NOTIFICACAO INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           IF NTF-DATA-NOTIF < NTF-DATA
             OR NTF-DATA-NOTIF > W-DATA-HOJE
                MOVE "NOTIFICACAO ANTES DO ATENDIMENTO OU FUTURA"
                                                          TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
       R5.
           ACCEPT TNTF-HORA-NOTIF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R4.
           IF NTF-HORA-NOTIF (3:2) > "59" OR NTF-HORA-NOTIF > 2359
                MOVE "HORA INVALIDA (HHMM)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
       R6.
           ACCEPT TNTF-PROTOCOLO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R5.

       GRAVA-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "NOTIFICADO (S/N) : ".
                ACCEPT (23, 60) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVA-OPC.
                MOVE "N"        TO NTF-SITUACAO
                MOVE W-OPERADOR TO NTF-OPERADOR
                IF W-SEL = "A"
                   GO TO ALT-RW1.
       INC-WR1.
                MOVE ZEROS TO W-TENTATIVAS.
       INC-WR1-TENTA.
                WRITE REGNTF
                IF ST-ERRO = "00" OR "02"
                      MOVE SPACES TO W-LOG-CHAVE W-LOG-ANTES
                                     W-LOG-DEPOIS
                      MOVE NTF-CHAVE TO W-LOG-CHAVE
                      MOVE REGNTF TO W-LOG-DEPOIS
                      CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "I"
                                          W-LOG-ANTES W-LOG-DEPOIS
                      MOVE "** NOTIFICACAO REGISTRADA **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                IF ST-ERRO = "22"
                      MOVE "*** CASO JA REGISTRADO ***" TO W-MENS
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
      * ROTINA DE CONSULTA/ALTERACAO/ESTORNO  *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 13)
                     "N=NOVO CASO   A=ALTERAR   E=ESTORNAR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                                   AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
                IF W-OPCAO = "A"
                       MOVE "A" TO W-SEL
                       GO TO R4.
                IF W-OPCAO  = "N"
                         GO TO ROT-INIC.
      *
      *    O CASO NAO E EXCLUIDO: VOLTA A PENDENTE, SEM DATA E
      *    RESPONSAVEL, E REAPARECE NOS RELATORIOS DO SMP072
       EST-OPC.
                DISPLAY (23, 40) "ESTORNAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOTIFICACAO NAO ESTORNADA ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EST-OPC.
                MOVE "P"    TO NTF-SITUACAO
                MOVE ZEROS  TO NTF-DATA-NOTIF NTF-HORA-NOTIF
                MOVE SPACES TO NTF-OPERADOR NTF-PROTOCOLO.
      *
       ALT-RW1.
                MOVE ZEROS TO W-TENTATIVAS.
       ALT-RW1-TENTA.
                REWRITE REGNTF
                IF ST-ERRO = "00" OR "02"
                   MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
                   MOVE NTF-CHAVE TO W-LOG-CHAVE
                   MOVE REGNTF TO W-LOG-DEPOIS
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

      *------[ NOME DO PACIENTE, DENOMINACAO DO CID E NOME DO MEDICO ]--
       DESCR-CASO.
                MOVE SPACES TO W-PAC-NOME W-DENOM-CID W-MED-NOME
                MOVE NTF-PRONTUARIO TO PRONTUARIO
                READ CADPAC
                IF ST-ERRO-PC = "00"
                   MOVE PAC-NOME TO W-PAC-NOME
                ELSE
                   MOVE "*** NAO CADASTRADO ***" TO W-PAC-NOME.
                MOVE NTF-CID TO CODIGO-CID
                READ CADCID
                IF ST-ERRO-CI = "00"
                   MOVE DENOMINACAO TO W-DENOM-CID.
                MOVE NTF-CRM TO CRM
                READ CADMED
                IF ST-ERRO-MD = "00"
                   MOVE MED-NOME TO W-MED-NOME.
       DESCR-CASO-FIM.
                EXIT.

      *----------------[ ROTINA DE CONSULTA DOS PENDENTES ]-----------
       LISTAGEM.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 01)
                   "CASOS PENDENTES - I=IMEDIATA S=SEMANAL"
                DISPLAY (03, 01)
                   "DATA     HORA PRONT. CID  T"
                MOVE ZEROS TO W-LIN
                MOVE LOW-VALUES TO NTF-CHAVE
                START CADNTF KEY IS NOT LESS THAN NTF-CHAVE
                IF ST-ERRO NOT = "00"
                   DISPLAY (04, 01) "*** NENHUM CASO REGISTRADO ***"
                   GO TO LISTAGEM-AGUARDA.
       LISTAGEM-LOOP.
                READ CADNTF NEXT RECORD
                   AT END GO TO LISTAGEM-AGUARDA
                END-READ
                IF NOT NTF-PENDENTE
                   GO TO LISTAGEM-LOOP.
                ADD 1 TO W-LIN
                COMPUTE W-ROW = W-LIN + 3
                DISPLAY (W-ROW, 01) NTF-DATA
                DISPLAY (W-ROW, 10) NTF-HORA
                DISPLAY (W-ROW, 15) NTF-PRONTUARIO
                DISPLAY (W-ROW, 22) NTF-CID
                DISPLAY (W-ROW, 27) NTF-TIPO
                IF W-LIN < 15
                   GO TO LISTAGEM-LOOP.
       LISTAGEM-AGUARDA.
                DISPLAY (21, 01)
                   "DIGITE DATA, HORA E PRONTUARIO E TECLE ENTER"
                MOVE ZEROS TO NTF-DATA NTF-HORA NTF-PRONTUARIO.
       LISTAGEM-FIM.
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

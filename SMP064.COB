       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP064.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * AGENDAMENTO DE SERIE DE SESSOES RECORRENTES          *
      * (FISIOTERAPIA, PSICOLOGIA, NUTRICAO ...) - A PARTIR  *
      * DO MEDICO, DIA DA SEMANA, HORA, PERIODICIDADE E      *
      * QUANTIDADE, PROCURA AS VAGAS NA GRADE (CADGRD),      *
      * PULANDO FERIADOS (CADFER) E AFASTAMENTOS (CADAFA);   *
      * HORA TOMADA GANHA A 1a VAGA LIVRE DO DIA (MARCADA    *
      * COM *). CONFIRMADA A PROPOSTA, GRAVA TODOS OS        *
      * CADAGE COM O NUMERO DA SERIE (CADCTL "NUMSERIE").    *
      * PROCEDIMENTO COM AUTORIZACAO PREVIA LIMITA A SERIE   *
      * AS SESSOES AINDA LIVRES NO CADAUT (SMP045) E A       *
      * VALIDADE DA SENHA; O CANCELAMENTO DA SESSAO OU DO    *
      * RESTANTE DA SERIE E FEITO NA RECEPCAO (SMP018)       *
      * PACIENTE ANONIMIZADO (SMP073) NAO RECEBE SERIE       *
      * AS SESSOES FICAM NA UNIDADE (FILIAL) DA GRADE DO DIA,*
      * QUE DEVE SER UMA DAS UNIDADES DO OPERADOR            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AGE-PRONTUARIO
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MD.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC.
                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CV.
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CID
                    FILE STATUS  IS ST-ERRO-CI.
                    SELECT CADGRD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-ERRO-GR.
                    SELECT CADFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERRO-FE.
                    SELECT CADAFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ERRO-AF.
                    SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-TUSS
                    FILE STATUS  IS ST-ERRO-PR.
                    SELECT CADAUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUT-CHAVE
                    FILE STATUS  IS ST-ERRO-AU.
                    SELECT CADCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTL-CHAVE
                    FILE STATUS  IS ST-ERRO-CT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGE.DAT".
       01 REGAGE.
            03 AGE-CHAVE.
               05 AGE-CRM         PIC 9(07).
               05 AGE-DATA        PIC 9(08).
               05 AGE-HORA        PIC 9(04).
            03 AGE-MED-NOME       PIC X(30).
            03 AGE-COD-ESPEC      PIC 9(04).
            03 AGE-DESCR-ESPEC    PIC X(30).
            03 AGE-PRONTUARIO     PIC 9(06).
            03 AGE-PAC-NOME       PIC X(30).
            03 AGE-CODIGO-CONV    PIC 9(04).
            03 AGE-NOME-CONV      PIC X(30).
            03 AGE-CID            PIC 9(04).
            03 AGE-DENOM-CID      PIC X(30).
            03 AGE-STATUS         PIC X(01).
               88 AGE-AGENDADO      VALUE "A".
               88 AGE-CONFIRMADO    VALUE "C".
               88 AGE-CHEGOU        VALUE "H".
               88 AGE-ATENDIDO      VALUE "T".
               88 AGE-FALTOU        VALUE "F".
               88 AGE-CANCELADO     VALUE "X".
            03 AGE-MOTIVO-CANC    PIC X(20).
            03 AGE-PROCED         PIC 9(08).
            03 AGE-NUM-GUIA       PIC 9(06).
            03 AGE-PLANO          PIC 9(04).
            03 AGE-TIPO-ATEND     PIC X(01).
               88 AGE-PARTICULAR    VALUE "P".
            03 AGE-ENCAIXE        PIC X(01).
               88 AGE-E-ENCAIXE     VALUE "S".
            03 AGE-HORA-CHEGADA   PIC 9(04).
            03 AGE-SERIE          PIC 9(06).
            03 AGE-SESSAO         PIC 9(02).
            03 AGE-RETORNO        PIC X(01).
               88 AGE-E-RETORNO     VALUE "P" "S".
               88 AGE-RETORNO-PREV  VALUE "P".
               88 AGE-RETORNO-CONF  VALUE "S".
            03 AGE-UNIDADE        PIC 9(03).

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
               88 PAC-ANONIMIZADO  VALUE "L".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

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

       FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
       01 REGFER.
            03 FER-DATA     PIC 9(08).
            03 FER-DESCR    PIC X(30).

       FD CADAFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFA.DAT".
       01 REGAFA.
            03 AFA-CHAVE.
               05 AFA-CRM         PIC 9(07).
               05 AFA-DATA-INI    PIC 9(08).
            03 AFA-DATA-FIM       PIC 9(08).
            03 AFA-MED-NOME       PIC X(30).
            03 AFA-MOTIVO         PIC X(20).

       FD CADPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
            03 PRO-TUSS       PIC 9(08).
            03 PRO-DESCR      PIC X(30).
            03 PRO-EXIGE-AUT  PIC X(01).
               88 PRO-REQUER-AUT  VALUE "S".

       FD CADAUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUT.DAT".
       01 REGAUT.
            03 AUT-CHAVE.
               05 AUT-PRONTUARIO  PIC 9(06).
               05 AUT-TUSS        PIC 9(08).
               05 AUT-CODIGO-CONV PIC 9(04).
               05 AUT-VALIDADE    PIC 9(08).
            03 AUT-PLANO          PIC 9(04).
            03 AUT-SENHA          PIC X(20).
            03 AUT-STATUS         PIC X(01).
               88 AUT-VIGENTE       VALUE "V".
               88 AUT-UTILIZADA     VALUE "U".
               88 AUT-CANCELADA     VALUE "C".
            03 AUT-QTDE           PIC 9(03).
            03 AUT-QTDE-USADA     PIC 9(03).

       FD CADCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTL.DAT".
       01 REGCTL.
            03 CTL-CHAVE       PIC X(08).
            03 CTL-NUMERO      PIC 9(06).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-MENS     PIC X(50) VALUE SPACES.
       01 W-OPCAO    PIC X(01) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-ERRO-MD PIC X(02) VALUE "00".
       01 ST-ERRO-PC PIC X(02) VALUE "00".
       01 ST-ERRO-CV PIC X(02) VALUE "00".
       01 ST-ERRO-CI PIC X(02) VALUE "00".
       01 ST-ERRO-GR PIC X(02) VALUE "00".
       01 ST-ERRO-FE PIC X(02) VALUE "00".
       01 ST-ERRO-AF PIC X(02) VALUE "00".
       01 ST-ERRO-PR PIC X(02) VALUE "00".
       01 ST-ERRO-AU PIC X(02) VALUE "00".
       01 ST-ERRO-CT PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-LOG-CHAVE   PIC X(19) VALUE SPACES.
       01 W-LOG-ANTES   PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS  PIC X(300) VALUE SPACES.
       01 W-PROGRAMA    PIC X(08) VALUE "SMP064".
       01 W-LINHA-BRANCA PIC X(80) VALUE SPACES.

      * DADOS DA SERIE EM DIGITACAO (O REGAGE E SOBREPOSTO PELAS
      * LEITURAS DA PROCURA DE VAGAS, POR ISSO FICAM A PARTE)
       01 W-SER-CRM         PIC 9(07) VALUE ZEROS.
       01 W-SER-MED-NOME    PIC X(30) VALUE SPACES.
       01 W-SER-COD-ESPEC   PIC 9(04) VALUE ZEROS.
       01 W-SER-DESCR-ESPEC PIC X(30) VALUE SPACES.
       01 W-SER-PRONT       PIC 9(06) VALUE ZEROS.
       01 W-SER-PAC-NOME    PIC X(30) VALUE SPACES.
       01 W-SER-TIPO        PIC X(01) VALUE SPACES.
          88 W-SER-PARTICULAR  VALUE "P".
       01 W-SER-CONV        PIC 9(04) VALUE ZEROS.
       01 W-SER-PLANO       PIC 9(04) VALUE ZEROS.
       01 W-SER-NOME-CONV   PIC X(30) VALUE SPACES.
       01 W-SER-PROCED      PIC 9(08) VALUE ZEROS.
       01 W-SER-PRO-DESCR   PIC X(30) VALUE SPACES.
       01 W-SER-EXIGE-AUT   PIC X(01) VALUE SPACES.
       01 W-SER-CID         PIC 9(04) VALUE ZEROS.
       01 W-SER-DENOM-CID   PIC X(30) VALUE SPACES.
       01 W-SER-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-SER-DIA         PIC 9(01) VALUE ZEROS.
       01 W-SER-HORA        PIC 9(04) VALUE ZEROS.
       01 W-SER-PERIODO     PIC 9(02) VALUE ZEROS.
       01 W-SER-QTDE        PIC 9(02) VALUE ZEROS.
       01 W-SER-NUMERO      PIC 9(06) VALUE ZEROS.
       01 W-SER-AUT-DISP    PIC 9(03) VALUE ZEROS.
       01 W-SER-VALID-CART  PIC 9(08) VALUE ZEROS.
       01 W-DATA-LIMITE     PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-GRD-INI         PIC 9(04) VALUE ZEROS.
       01 W-GRD-FIM         PIC 9(04) VALUE ZEROS.
       01 W-GRD-DUR         PIC 9(03) VALUE ZEROS.
       01 W-SER-UNIDADE     PIC 9(03) VALUE ZEROS.
      * UNIDADES PERMITIDAS AO OPERADOR (SMPUNIS, GRAVADA NO
      * LOGIN PELO SMP020) - LISTA ZERADA = TODAS AS UNIDADES
       01 W-UNI-OPER  VALUE ZEROS.
            03 W-UNI-PERM   PIC 9(03) OCCURS 5 TIMES.
       01 W-UNI-IND   PIC 9(01) VALUE ZEROS.
       01 W-UNI-TESTE PIC 9(03) VALUE ZEROS.
       01 W-UNI-OK    PIC X(01) VALUE "S".

      * SESSOES PROPOSTAS (DATA, HORA E "*" QUANDO A HORA PEDIDA
      * ESTAVA TOMADA E FOI TROCADA PELA 1a VAGA LIVRE DO DIA)
       01 W-TAB-SERIE.
            03 W-TS-ITEM OCCURS 20 TIMES.
               05 W-TS-DATA    PIC 9(08).
               05 W-TS-HORA    PIC 9(04).
               05 W-TS-ALT     PIC X(01).
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-QT-PROP     PIC 9(02) VALUE ZEROS.
       01 W-QT-GRAV     PIC 9(02) VALUE ZEROS.
       01 W-QT-PERDIDA  PIC 9(02) VALUE ZEROS.
       01 W-QT-SALTOS   PIC 9(02) VALUE ZEROS.
       01 W-QT-DIAS     PIC 9(02) VALUE ZEROS.
       01 W-QT-PEND     PIC 9(03) VALUE ZEROS.
       01 W-AUT-TOTAL   PIC 9(03) VALUE ZEROS.
       01 W-FIM-SERIE   PIC X(01) VALUE SPACES.
       01 W-AFASTADO    PIC X(01) VALUE "N".
       01 W-TS-LIN      PIC 9(02) VALUE ZEROS.
       01 W-TS-COL      PIC 9(02) VALUE ZEROS.
       01 W-TS-RESTO    PIC 9(02) VALUE ZEROS.
       01 W-LIN-SESSAO.
            03 WLS-SESSAO   PIC Z9.
            03 FILLER       PIC X(01) VALUE SPACES.
            03 WLS-DATA     PIC 9(08).
            03 FILLER       PIC X(01) VALUE SPACES.
            03 WLS-HORA     PIC 9(04).
            03 WLS-ALT      PIC X(01).
       01 W-ED-QTDE     PIC Z9.
       01 W-ED-DISP     PIC ZZ9.

      * APOIO AO CALCULO DO DIA DA SEMANA, DAS DATAS E DA GRADE
       01 W-DATA-DIA    PIC 9(08) VALUE ZEROS.
       01 W-DATA-DIA-R REDEFINES W-DATA-DIA.
            03 W-DIA-AAAA  PIC 9(04).
            03 W-DIA-MM    PIC 9(02).
            03 W-DIA-DD    PIC 9(02).
       01 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       01 W-RESTO       PIC 9(04) VALUE ZEROS.
       01 W-DATA-ZEL    PIC 9(08) VALUE ZEROS.
       01 W-AAAA        PIC 9(04) VALUE ZEROS.
       01 W-MM          PIC 9(02) VALUE ZEROS.
       01 W-DD          PIC 9(02) VALUE ZEROS.
       01 W-J           PIC 9(02) VALUE ZEROS.
       01 W-K           PIC 9(02) VALUE ZEROS.
       01 W-T1          PIC 9(04) VALUE ZEROS.
       01 W-T2          PIC 9(04) VALUE ZEROS.
       01 W-T3          PIC 9(03) VALUE ZEROS.
       01 W-H           PIC 9(03) VALUE ZEROS.
       01 W-DIA-AUX     PIC 9(01) VALUE ZEROS.
       01 W-DIA-SEM     PIC 9(01) VALUE ZEROS.
       01 W-HH          PIC 9(02) VALUE ZEROS.
       01 W-MN          PIC 9(02) VALUE ZEROS.
       01 W-MIN-INI     PIC 9(04) VALUE ZEROS.
       01 W-MIN-FIM     PIC 9(04) VALUE ZEROS.
       01 W-MIN-ATU     PIC 9(04) VALUE ZEROS.
       01 W-HORA-SLOT   PIC 9(04) VALUE ZEROS.
       01 W-HORA-ACHADA PIC 9(04) VALUE ZEROS.

       01 W-TAB-DIAS-MES.
            03 FILLER   PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-DIAS-R REDEFINES W-TAB-DIAS-MES.
            03 W-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELASER.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                         AGENDAMENTO DE".
           05  LINE 02  COLUMN 40
               VALUE  " SERIE DE SESSOES".
           05  LINE 04  COLUMN 01
               VALUE  "   CRM         :".
           05  LINE 05  COLUMN 01
               VALUE  "   MEDICO/ESPEC:".
           05  LINE 06  COLUMN 01
               VALUE  "   PRONTUARIO  :".
           05  LINE 07  COLUMN 01
               VALUE  "   TIPO ATEND  :".
           05  LINE 07  COLUMN 30
               VALUE  "(C=CONVENIO P=PARTICULAR)".
           05  LINE 08  COLUMN 01
               VALUE  "   CONVENIO    :".
           05  LINE 09  COLUMN 01
               VALUE  "   PROCED TUSS :".
           05  LINE 10  COLUMN 01
               VALUE  "   CID CONSULTA:".
           05  LINE 11  COLUMN 01
               VALUE  "   A PARTIR DE :".
           05  LINE 11  COLUMN 30
               VALUE  "DIA DA SEMANA :".
           05  LINE 11  COLUMN 49
               VALUE  "(1=DOM 2=SEG ... 7=SAB)".
           05  LINE 12  COLUMN 01
               VALUE  "   HORA        :".
           05  LINE 12  COLUMN 30
               VALUE  "GRADE :".
           05  LINE 12  COLUMN 43
               VALUE  "A".
           05  LINE 12  COLUMN 51
               VALUE  "SESSAO DE".
           05  LINE 12  COLUMN 65
               VALUE  "MIN".
           05  LINE 13  COLUMN 01
               VALUE  "   PERIODICID. :".
           05  LINE 13  COLUMN 21
               VALUE  "DIAS (7=SEMANAL 14=QUINZENAL)".
           05  LINE 14  COLUMN 01
               VALUE  "   SESSOES     :".
           05  LINE 14  COLUMN 30
               VALUE  "AUTORIZADAS DISPONIVEIS :".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TSER-CRM
               LINE 04  COLUMN 18  PIC 9(07)
               USING  W-SER-CRM.
           05  TSER-MED-NOME
               LINE 05  COLUMN 18  PIC X(30)
               FROM   W-SER-MED-NOME.
           05  TSER-DESCR-ESPEC
               LINE 05  COLUMN 49  PIC X(30)
               FROM   W-SER-DESCR-ESPEC.
           05  TSER-PRONT
               LINE 06  COLUMN 18  PIC 9(06)
               USING  W-SER-PRONT.
           05  TSER-PAC-NOME
               LINE 06  COLUMN 30  PIC X(30)
               FROM   W-SER-PAC-NOME.
           05  TSER-TIPO
               LINE 07  COLUMN 18  PIC X(01)
               USING  W-SER-TIPO.
           05  TSER-NOME-CONV
               LINE 08  COLUMN 18  PIC X(30)
               FROM   W-SER-NOME-CONV.
           05  TSER-PROCED
               LINE 09  COLUMN 18  PIC 9(08)
               USING  W-SER-PROCED.
           05  TSER-PRO-DESCR
               LINE 09  COLUMN 30  PIC X(30)
               FROM   W-SER-PRO-DESCR.
           05  TSER-CID
               LINE 10  COLUMN 18  PIC 9(04)
               USING  W-SER-CID.
           05  TSER-DENOM-CID
               LINE 10  COLUMN 30  PIC X(30)
               FROM   W-SER-DENOM-CID.
           05  TSER-DATA-INI
               LINE 11  COLUMN 18  PIC 9(08)
               USING  W-SER-DATA-INI.
           05  TSER-DIA
               LINE 11  COLUMN 46  PIC 9(01)
               USING  W-SER-DIA.
           05  TSER-HORA
               LINE 12  COLUMN 18  PIC 9(04)
               USING  W-SER-HORA.
           05  TSER-GRD-INI
               LINE 12  COLUMN 38  PIC 9(04)
               FROM   W-GRD-INI.
           05  TSER-GRD-FIM
               LINE 12  COLUMN 45  PIC 9(04)
               FROM   W-GRD-FIM.
           05  TSER-GRD-DUR
               LINE 12  COLUMN 61  PIC ZZ9
               FROM   W-GRD-DUR.
           05  TSER-PERIODO
               LINE 13  COLUMN 18  PIC 9(02)
               USING  W-SER-PERIODO.
           05  TSER-QTDE
               LINE 14  COLUMN 18  PIC 9(02)
               USING  W-SER-QTDE.
           05  TSER-AUT-DISP
               LINE 14  COLUMN 56  PIC ZZ9
               FROM   W-SER-AUT-DISP.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SMPUNIS" UPON ENVIRONMENT-NAME
           ACCEPT W-UNI-OPER FROM ENVIRONMENT-VALUE
           IF W-UNI-OPER NOT NUMERIC
                MOVE ZEROS TO W-UNI-OPER.
      *
       ABRIR-ARQ.
           OPEN I-O CADAGE
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADAGE" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADAGE
                    CLOSE CADAGE
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-MD.
           OPEN INPUT CADMED
           IF ST-ERRO-MD NOT = "00"
                IF ST-ERRO-MD = "30"
                    MOVE "CADMED" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADMED
                    CLOSE CADMED
                    GO TO ABRIR-ARQ-MD
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-PC.
           OPEN INPUT CADPAC
           IF ST-ERRO-PC NOT = "00"
                IF ST-ERRO-PC = "30"
                    MOVE "CADPAC" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADPAC
                    CLOSE CADPAC
                    GO TO ABRIR-ARQ-PC
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC"
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
       ABRIR-ARQ-CI.
           OPEN INPUT CADCID
           IF ST-ERRO-CI NOT = "00"
                IF ST-ERRO-CI = "30"
                    MOVE "CADCID" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADCID
                    CLOSE CADCID
                    GO TO ABRIR-ARQ-CI
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADCID"
                                                            TO W-MENS
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
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADGRD
                    CLOSE CADGRD
                    GO TO ABRIR-ARQ-GR
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADGRD"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-FE.
           OPEN INPUT CADFER
           IF ST-ERRO-FE NOT = "00"
                IF ST-ERRO-FE = "30"
                    MOVE "CADFER" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADFER
                    CLOSE CADFER
                    GO TO ABRIR-ARQ-FE
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADFER"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-AF.
           OPEN INPUT CADAFA
           IF ST-ERRO-AF NOT = "00"
                IF ST-ERRO-AF = "30"
                    MOVE "CADAFA" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADAFA
                    CLOSE CADAFA
                    GO TO ABRIR-ARQ-AF
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADAFA"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-PR.
           OPEN INPUT CADPRO
           IF ST-ERRO-PR NOT = "00"
                IF ST-ERRO-PR = "30"
                    MOVE "CADPRO" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADPRO
                    CLOSE CADPRO
                    GO TO ABRIR-ARQ-PR
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRO"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-AU.
           OPEN INPUT CADAUT
           IF ST-ERRO-AU NOT = "00"
                IF ST-ERRO-AU = "30"
                    MOVE "CADAUT" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADAUT
                    CLOSE CADAUT
                    GO TO ABRIR-ARQ-AU
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADAUT"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-CT.
           OPEN I-O CADCTL
           IF ST-ERRO-CT NOT = "00"
                IF ST-ERRO-CT = "30"
                    MOVE "CADCTL" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADCTL
                    CLOSE CADCTL
                    GO TO ABRIR-ARQ-CT
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTL"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO W-SER-CRM W-SER-COD-ESPEC W-SER-PRONT W-SER-CONV
               W-SER-PLANO W-SER-PROCED W-SER-CID W-SER-DATA-INI
               W-SER-DIA W-SER-HORA W-SER-QTDE W-SER-NUMERO
               W-SER-AUT-DISP W-SER-VALID-CART W-DATA-LIMITE
               W-GRD-INI W-GRD-FIM W-GRD-DUR W-QT-PROP W-SER-UNIDADE.
           MOVE SPACES TO W-SER-MED-NOME W-SER-DESCR-ESPEC
               W-SER-PAC-NOME W-SER-NOME-CONV W-SER-PRO-DESCR
               W-SER-EXIGE-AUT W-SER-DENOM-CID.
           MOVE "C" TO W-SER-TIPO.
           MOVE 7 TO W-SER-PERIODO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
       R0.
           DISPLAY TELASER.
       R1.
           ACCEPT TSER-CRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADAGE CADMED CADPAC CADCONV CADCID
                         CADGRD CADFER CADAFA CADPRO CADAUT CADCTL
                   GO TO ROT-FIM.
           IF W-SER-CRM = ZEROS
                MOVE "CRM NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
       R-MEDICO.
           MOVE W-SER-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MD NOT = "00"
                MOVE "MEDICO NAO CADASTRADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           MOVE MED-NOME        TO W-SER-MED-NOME
           MOVE MED-COD-ESPEC   TO W-SER-COD-ESPEC
           MOVE MED-DESCR-ESPEC TO W-SER-DESCR-ESPEC
           DISPLAY TSER-MED-NOME TSER-DESCR-ESPEC.
       R2.
           ACCEPT TSER-PRONT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R1.
           IF W-SER-PRONT = ZEROS
                MOVE "PRONTUARIO INVALIDO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
       R-PACIENTE.
           MOVE W-SER-PRONT TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC NOT = "00"
                MOVE "PACIENTE NAO CADASTRADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *    PRONTUARIO ABSORVIDO POR FUSAO (SMP044) NAO MARCA MAIS
           IF PAC-ABSORVIDO
                MOVE "PRONTUARIO ABSORVIDO - USE O SOBREVIVENTE"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *    PACIENTE ANONIMIZADO A PEDIDO DO TITULAR (SMP073)
           IF PAC-ANONIMIZADO
                MOVE "PACIENTE ANONIMIZADO (LGPD) - NAO AGENDA"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           MOVE PAC-NOME TO W-SER-PAC-NOME
           DISPLAY TSER-PAC-NOME.
       R3.
           ACCEPT TSER-TIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R2.
           IF W-SER-TIPO NOT = "C" AND "P"
                MOVE "TIPO C=CONVENIO OU P=PARTICULAR" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
      *    PARTICULAR NAO PASSA PELA VALIDACAO DO CONVENIO
           IF W-SER-PARTICULAR
                MOVE ZEROS TO W-SER-CONV W-SER-PLANO W-SER-VALID-CART
                MOVE "PARTICULAR" TO W-SER-NOME-CONV
                DISPLAY TSER-NOME-CONV
                GO TO R4.
           MOVE PAC-CODIGO-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO-CV NOT = "00"
                MOVE "CONVENIO DO PACIENTE INVALIDO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
           IF CONV-INATIVO
                MOVE "CONVENIO INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
      *    A VALIDADE DA CARTEIRINHA LIMITA A ULTIMA SESSAO
           MOVE PAC-CODIGO-CONV TO W-SER-CONV
           MOVE PAC-PLANO       TO W-SER-PLANO
           MOVE PAC-VALID-CART  TO W-SER-VALID-CART
           MOVE NOME            TO W-SER-NOME-CONV
           DISPLAY TSER-NOME-CONV.
      *    PROCEDIMENTO DAS SESSOES - ZERO QUANDO O MEDICO SO
      *    DEFINE NO ENCERRAMENTO (SMP018)
       R4.
           ACCEPT TSER-PROCED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R3.
           MOVE SPACES TO W-SER-PRO-DESCR W-SER-EXIGE-AUT
           IF W-SER-PROCED = ZEROS
                DISPLAY TSER-PRO-DESCR
                GO TO R5.
           MOVE W-SER-PROCED TO PRO-TUSS
           READ CADPRO
           IF ST-ERRO-PR NOT = "00"
                MOVE "PROCEDIMENTO NAO CADASTRADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           MOVE PRO-DESCR     TO W-SER-PRO-DESCR
           MOVE PRO-EXIGE-AUT TO W-SER-EXIGE-AUT
           DISPLAY TSER-PRO-DESCR.
       R5.
           ACCEPT TSER-CID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R4.
           MOVE W-SER-CID TO CODIGO-CID
           READ CADCID
           IF ST-ERRO-CI NOT = "00" OR W-SER-CID = ZEROS
                MOVE "CID INVALIDO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
           IF CID-INATIVO
                MOVE "CID INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
           MOVE DENOMINACAO TO W-SER-DENOM-CID
           DISPLAY TSER-DENOM-CID.
       R6.
           ACCEPT TSER-DATA-INI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R5.
           IF W-SER-DATA-INI = ZEROS
                MOVE "DATA INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.
           IF W-SER-DATA-INI < W-DATA-HOJE
                MOVE "DATA INICIAL ANTERIOR A HOJE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.
           IF W-SER-VALID-CART NOT = ZEROS
             AND W-SER-VALID-CART < W-SER-DATA-INI
                MOVE "CARTEIRINHA DO CONVENIO VENCIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.
       R7.
           ACCEPT TSER-DIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R6.
           IF W-SER-DIA < 1 OR W-SER-DIA > 7
                MOVE "DIA DA SEMANA DE 1=DOMINGO A 7=SABADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.
           MOVE W-SER-CRM TO GRD-CRM
           MOVE W-SER-DIA TO GRD-DIA-SEM
           READ CADGRD
           IF ST-ERRO-GR NOT = "00"
                MOVE "MEDICO NAO ATENDE NESTE DIA DA SEMANA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.
           IF GRD-VIG-FIM NOT = ZEROS
             AND GRD-VIG-FIM < W-SER-DATA-INI
                MOVE "GRADE DO MEDICO FORA DE VIGENCIA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.
           MOVE GRD-UNIDADE TO W-SER-UNIDADE W-UNI-TESTE
           PERFORM CHECA-UNI-OPER THRU CHECA-UNI-OPER-FIM
           IF W-UNI-OK NOT = "S"
                MOVE "MEDICO ATENDE EM OUTRA UNIDADE NESTE DIA"
                                                         TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.
           MOVE GRD-HORA-INI TO W-GRD-INI
           MOVE GRD-HORA-FIM TO W-GRD-FIM
           MOVE GRD-DURACAO  TO W-GRD-DUR
           DISPLAY TSER-GRD-INI TSER-GRD-FIM TSER-GRD-DUR
           COMPUTE W-HH = GRD-HORA-INI / 100
           COMPUTE W-MN = GRD-HORA-INI - W-HH * 100
           COMPUTE W-MIN-INI = W-HH * 60 + W-MN
           COMPUTE W-HH = GRD-HORA-FIM / 100
           COMPUTE W-MN = GRD-HORA-FIM - W-HH * 100
           COMPUTE W-MIN-FIM = W-HH * 60 + W-MN.
       R8.
           ACCEPT TSER-HORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R7.
           COMPUTE W-HH = W-SER-HORA / 100
           COMPUTE W-MN = W-SER-HORA - W-HH * 100
           IF W-SER-HORA = ZEROS OR W-MN > 59
                MOVE "HORA INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.
           COMPUTE W-MIN-ATU = W-HH * 60 + W-MN
           IF W-MIN-ATU < W-MIN-INI OR W-MIN-ATU NOT < W-MIN-FIM
                MOVE "HORA FORA DA GRADE DO MEDICO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.
           COMPUTE W-T1 = (W-MIN-ATU - W-MIN-INI) / GRD-DURACAO
           COMPUTE W-T2 = W-MIN-ATU - W-MIN-INI - W-T1 * GRD-DURACAO
           IF W-T2 NOT = ZEROS
                MOVE "HORA NAO COINCIDE COM A GRADE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.
      *    PERIODICIDADE EM SEMANAS INTEIRAS, PARA A SESSAO CAIR
      *    SEMPRE NO MESMO DIA DA SEMANA DA GRADE
       R9.
           ACCEPT TSER-PERIODO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R8.
           COMPUTE W-T1 = W-SER-PERIODO / 7
           COMPUTE W-T2 = W-SER-PERIODO - W-T1 * 7
           IF W-SER-PERIODO = ZEROS OR W-T2 NOT = ZEROS
                MOVE "PERIODICIDADE EM DIAS, MULTIPLO DE 7" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.
       R10.
           ACCEPT TSER-QTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R9.
           IF W-SER-QTDE = ZEROS OR W-SER-QTDE > 20
                MOVE "QUANTIDADE DE 1 A 20 SESSOES" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R10.
      *    LIMITE DE DATA DA SERIE: VALIDADE DA CARTEIRINHA E,
      *    QUANDO HOUVER, DA AUTORIZACAO PREVIA
           MOVE W-SER-VALID-CART TO W-DATA-LIMITE
           MOVE ZEROS TO W-SER-AUT-DISP
           IF W-SER-EXIGE-AUT NOT = "S" OR W-SER-PARTICULAR
                DISPLAY TSER-AUT-DISP
                GO TO MONTA-SERIE.
           PERFORM BUSCA-AUT THRU BUSCA-AUT-FIM
           IF ST-ERRO-AU NOT = "00"
                MOVE "SEM AUTORIZACAO VIGENTE (SMP045)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           PERFORM CONTA-PENDENTES THRU CONTA-PENDENTES-FIM
           IF AUT-QTDE = ZEROS
                MOVE 1 TO W-AUT-TOTAL
           ELSE
                MOVE AUT-QTDE TO W-AUT-TOTAL.
           IF W-AUT-TOTAL > AUT-QTDE-USADA + W-QT-PEND
                COMPUTE W-SER-AUT-DISP =
                        W-AUT-TOTAL - AUT-QTDE-USADA - W-QT-PEND.
           DISPLAY TSER-AUT-DISP
           IF W-SER-AUT-DISP = ZEROS
                MOVE "AUTORIZACAO SEM SESSOES DISPONIVEIS" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           IF W-SER-QTDE > W-SER-AUT-DISP
                MOVE W-SER-AUT-DISP TO W-ED-DISP
                MOVE SPACES TO W-MENS
                STRING "AUTORIZACAO PERMITE SO " W-ED-DISP
                       " SESSOES" DELIMITED BY SIZE INTO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R10.
           IF W-DATA-LIMITE = ZEROS OR AUT-VALIDADE < W-DATA-LIMITE
                MOVE AUT-VALIDADE TO W-DATA-LIMITE.

      *------[ PROPOSTA DAS SESSOES NA GRADE DO MEDICO ]------
      * A 1a SESSAO E O PRIMEIRO DIA DA SEMANA PEDIDO A PARTIR DA
      * DATA INICIAL; CADA SESSAO SEGUINTE VEM APOS A
      * PERIODICIDADE. FERIADO, AFASTAMENTO OU DIA SEM VAGA
      * EMPURRAM A SESSAO UMA SEMANA; A SERIE PARA NO FIM DA
      * VIGENCIA DA GRADE, NO LIMITE DE DATA OU APOS 26 SEMANAS
      * SEGUIDAS SEM VAGA
       MONTA-SERIE.
           MOVE ZEROS TO W-QT-PROP
           MOVE SPACES TO W-FIM-SERIE W-TAB-SERIE
           MOVE W-SER-DATA-INI TO W-DATA-DIA.
       MONTA-SERIE-DIA.
           MOVE W-DATA-DIA TO W-DATA-ZEL
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM
           IF W-DIA-SEM NOT = W-SER-DIA
                PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM
                GO TO MONTA-SERIE-DIA.
       MONTA-SERIE-LOOP.
           IF W-QT-PROP NOT < W-SER-QTDE
                GO TO MONTA-SERIE-FIM.
           MOVE ZEROS TO W-QT-SALTOS.
       MONTA-SERIE-VAGA.
           IF W-DATA-LIMITE NOT = ZEROS AND W-DATA-DIA > W-DATA-LIMITE
                MOVE "V" TO W-FIM-SERIE
                GO TO MONTA-SERIE-FIM.
           IF GRD-VIG-FIM NOT = ZEROS AND W-DATA-DIA > GRD-VIG-FIM
                MOVE "G" TO W-FIM-SERIE
                GO TO MONTA-SERIE-FIM.
           IF W-QT-SALTOS > 25
                MOVE "S" TO W-FIM-SERIE
                GO TO MONTA-SERIE-FIM.
           IF W-DATA-DIA < GRD-VIG-INI
                GO TO MONTA-SERIE-PULA.
           MOVE W-DATA-DIA TO FER-DATA
           READ CADFER
           IF ST-ERRO-FE = "00"
                GO TO MONTA-SERIE-PULA.
           PERFORM CHECA-AFAST THRU CHECA-AFAST-FIM
           IF W-AFASTADO = "S"
                GO TO MONTA-SERIE-PULA.
           PERFORM PROCURA-HORA THRU PROCURA-HORA-FIM
           IF W-HORA-ACHADA = ZEROS
                GO TO MONTA-SERIE-PULA.
           ADD 1 TO W-QT-PROP
           MOVE W-DATA-DIA    TO W-TS-DATA (W-QT-PROP)
           MOVE W-HORA-ACHADA TO W-TS-HORA (W-QT-PROP)
           IF W-HORA-ACHADA NOT = W-SER-HORA
                MOVE "*" TO W-TS-ALT (W-QT-PROP).
           MOVE W-SER-PERIODO TO W-QT-DIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           GO TO MONTA-SERIE-LOOP.
       MONTA-SERIE-PULA.
           ADD 1 TO W-QT-SALTOS
           MOVE 7 TO W-QT-DIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           GO TO MONTA-SERIE-VAGA.
       MONTA-SERIE-FIM.
           PERFORM MOSTRA-SERIE THRU MOSTRA-SERIE-FIM
           IF W-QT-PROP = ZEROS
                MOVE "NENHUMA VAGA ENCONTRADA PARA A SERIE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.
           IF W-FIM-SERIE = "V"
                MOVE "SERIE LIMITADA PELA VALIDADE (CARTEIRA/SENHA)"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
           IF W-FIM-SERIE = "G"
                MOVE "SERIE LIMITADA PELA VIGENCIA DA GRADE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
           IF W-FIM-SERIE = "S"
                MOVE "SEM VAGA NAS 26 SEMANAS SEGUINTES" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR SERIE (S/N) : ".
                ACCEPT (23, 62) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM LIMPA-SERIE THRU LIMPA-SERIE-FIM
                   GO TO R10.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *    NUMERO DA SERIE NO CADCTL E GRAVACAO DE TODAS AS SESSOES;
      *    HORARIO TOMADO ENTRE A PROPOSTA E A GRAVACAO FICA DE FORA
      *    E E AVISADO PARA REMARCAR NO SMP015
       INC-SERIE.
           PERFORM PROX-NUM-SERIE THRU PROX-NUM-SERIE-FIM
           IF ST-ERRO-CT NOT = "00"
                GO TO ROT-INIC.
           MOVE ZEROS TO W-IND W-QT-GRAV W-QT-PERDIDA.
       INC-SERIE-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PROP
                GO TO INC-SERIE-FIM.
           PERFORM MONTA-REGAGE THRU MONTA-REGAGE-FIM
           MOVE ZEROS TO W-TENTATIVAS.
       INC-WR1-TENTA.
           WRITE REGAGE
           IF ST-ERRO = "00" OR "02"
                ADD 1 TO W-QT-GRAV
                MOVE SPACES TO W-LOG-CHAVE W-LOG-ANTES W-LOG-DEPOIS
                MOVE AGE-CHAVE TO W-LOG-CHAVE
                MOVE REGAGE TO W-LOG-DEPOIS
                CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "I"
                                    W-LOG-ANTES W-LOG-DEPOIS
                GO TO INC-SERIE-LOOP.
           IF ST-ERRO = "22"
                ADD 1 TO W-QT-PERDIDA
                GO TO INC-SERIE-LOOP.
           IF ST-ERRO = "94"
                ADD 1 TO W-TENTATIVAS
                IF W-TENTATIVAS > 5
                   ADD 1 TO W-QT-PERDIDA
                   GO TO INC-SERIE-LOOP
                ELSE
                   MOVE "REGISTRO EM USO, AGUARDE..." TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS1
                   PERFORM ROT-ESPERA
                   GO TO INC-WR1-TENTA.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       INC-SERIE-FIM.
           MOVE W-QT-GRAV TO W-ED-QTDE
           MOVE SPACES TO W-MENS
           STRING "** SERIE " W-SER-NUMERO " GRAVADA COM "
                  W-ED-QTDE " SESSOES **" DELIMITED BY SIZE INTO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF W-QT-PERDIDA NOT = ZEROS
                MOVE W-QT-PERDIDA TO W-ED-QTDE
                MOVE SPACES TO W-MENS
                STRING W-ED-QTDE " HORARIO(S) TOMADO(S) - REMARCAR NO"
                       " SMP015" DELIMITED BY SIZE INTO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO ROT-INIC.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------

      *------[ MONTA O AGENDAMENTO DA SESSAO W-IND DA SERIE ]------
       MONTA-REGAGE.
           MOVE W-SER-CRM            TO AGE-CRM
           MOVE W-TS-DATA (W-IND)    TO AGE-DATA
           MOVE W-TS-HORA (W-IND)    TO AGE-HORA
           MOVE W-SER-MED-NOME       TO AGE-MED-NOME
           MOVE W-SER-COD-ESPEC      TO AGE-COD-ESPEC
           MOVE W-SER-DESCR-ESPEC    TO AGE-DESCR-ESPEC
           MOVE W-SER-PRONT          TO AGE-PRONTUARIO
           MOVE W-SER-PAC-NOME       TO AGE-PAC-NOME
           MOVE W-SER-CONV           TO AGE-CODIGO-CONV
           MOVE W-SER-NOME-CONV      TO AGE-NOME-CONV
           MOVE W-SER-CID            TO AGE-CID
           MOVE W-SER-DENOM-CID      TO AGE-DENOM-CID
           MOVE "A"                  TO AGE-STATUS
           MOVE SPACES               TO AGE-MOTIVO-CANC AGE-ENCAIXE
                                        AGE-RETORNO
           MOVE W-SER-PROCED         TO AGE-PROCED
           MOVE ZEROS                TO AGE-NUM-GUIA AGE-HORA-CHEGADA
           MOVE W-SER-PLANO          TO AGE-PLANO
           MOVE W-SER-TIPO           TO AGE-TIPO-ATEND
           MOVE W-SER-NUMERO         TO AGE-SERIE
           MOVE W-IND                TO AGE-SESSAO
           MOVE W-SER-UNIDADE        TO AGE-UNIDADE.
       MONTA-REGAGE-FIM.
                EXIT.

      *------[ NUMERACAO DAS SERIES DE SESSOES (CADCTL) ]------
       PROX-NUM-SERIE.
           MOVE "NUMSERIE" TO CTL-CHAVE
           READ CADCTL
           IF ST-ERRO-CT = "23"
                MOVE "NUMSERIE" TO CTL-CHAVE
                MOVE ZEROS TO CTL-NUMERO
                WRITE REGCTL
           END-IF
           ADD 1 TO CTL-NUMERO
           MOVE CTL-NUMERO TO W-SER-NUMERO
           REWRITE REGCTL
           IF ST-ERRO-CT NOT = "00"
                MOVE "ERRO NA NUMERACAO DAS SERIES" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
       PROX-NUM-SERIE-FIM.
                EXIT.

      *------[ HORA DA SESSAO NO DIA W-DATA-DIA ]------
      * A HORA PEDIDA, SE LIVRE; SENAO A 1a VAGA LIVRE DA GRADE
      * NO DIA; ZERO QUANDO O DIA ESTA TOMADO. VAGA COM REGISTRO
      * NO CADAGE (MESMO CANCELADO) NAO E LIVRE, COMO NO SMP015
       PROCURA-HORA.
           MOVE ZEROS TO W-HORA-ACHADA
           MOVE W-SER-CRM  TO AGE-CRM
           MOVE W-DATA-DIA TO AGE-DATA
           MOVE W-SER-HORA TO AGE-HORA
           READ CADAGE
           IF ST-ERRO = "23"
                MOVE W-SER-HORA TO W-HORA-ACHADA
                GO TO PROCURA-HORA-FIM.
           MOVE W-MIN-INI TO W-MIN-ATU.
       PROCURA-HORA-LOOP.
           IF W-MIN-ATU NOT < W-MIN-FIM
                GO TO PROCURA-HORA-FIM.
           COMPUTE W-HH = W-MIN-ATU / 60
           COMPUTE W-MN = W-MIN-ATU - W-HH * 60
           COMPUTE W-HORA-SLOT = W-HH * 100 + W-MN
           MOVE W-HORA-SLOT TO AGE-HORA
           READ CADAGE
           IF ST-ERRO = "23"
                MOVE W-HORA-SLOT TO W-HORA-ACHADA
                GO TO PROCURA-HORA-FIM.
           ADD GRD-DURACAO TO W-MIN-ATU
           GO TO PROCURA-HORA-LOOP.
       PROCURA-HORA-FIM.
                EXIT.

      *------[ MOSTRA AS SESSOES PROPOSTAS (4 COLUNAS DE 5) ]------
       MOSTRA-SERIE.
           PERFORM LIMPA-SERIE THRU LIMPA-SERIE-FIM
           DISPLAY (21, 04) "SESSOES PROPOSTAS ACIMA"
           DISPLAY (21, 28) "(* = HORA PEDIDA TOMADA, 1a VAGA DO DIA)"
           MOVE ZEROS TO W-IND.
       MOSTRA-SERIE-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PROP
                GO TO MOSTRA-SERIE-FIM.
           COMPUTE W-T1 = (W-IND - 1) / 5
           COMPUTE W-TS-RESTO = W-IND - 1 - W-T1 * 5
           COMPUTE W-TS-LIN = 15 + W-TS-RESTO
           COMPUTE W-TS-COL = 4 + W-T1 * 19
           MOVE W-IND             TO WLS-SESSAO
           MOVE W-TS-DATA (W-IND) TO WLS-DATA
           MOVE W-TS-HORA (W-IND) TO WLS-HORA
           MOVE W-TS-ALT (W-IND)  TO WLS-ALT
           DISPLAY (W-TS-LIN, W-TS-COL) W-LIN-SESSAO
           GO TO MOSTRA-SERIE-LOOP.
       MOSTRA-SERIE-FIM.
                EXIT.

       LIMPA-SERIE.
           DISPLAY (15, 01) W-LINHA-BRANCA
           DISPLAY (16, 01) W-LINHA-BRANCA
           DISPLAY (17, 01) W-LINHA-BRANCA
           DISPLAY (18, 01) W-LINHA-BRANCA
           DISPLAY (19, 01) W-LINHA-BRANCA
           DISPLAY (21, 01) W-LINHA-BRANCA
           DISPLAY (23, 01) W-LINHA-BRANCA.
       LIMPA-SERIE-FIM.
                EXIT.

      *------[ AUTORIZACAO PREVIA VIGENTE PARA A SERIE ]------
      * A PRIMEIRA SENHA VIGENTE DO CONVENIO PARA O PRONTUARIO E
      * O PROCEDIMENTO, VALIDA NA DATA INICIAL; ST-ERRO-AU FICA
      * "00" QUANDO ENCONTRA
       BUSCA-AUT.
           MOVE W-SER-PRONT   TO AUT-PRONTUARIO
           MOVE W-SER-PROCED  TO AUT-TUSS
           MOVE W-SER-CONV    TO AUT-CODIGO-CONV
           MOVE W-SER-DATA-INI TO AUT-VALIDADE
           START CADAUT KEY IS NOT LESS THAN AUT-CHAVE
                INVALID KEY MOVE "23" TO ST-ERRO-AU
                            GO TO BUSCA-AUT-FIM.
       BUSCA-AUT-LOOP.
           READ CADAUT NEXT RECORD
                AT END MOVE "23" TO ST-ERRO-AU
                       GO TO BUSCA-AUT-FIM
           END-READ
           IF AUT-PRONTUARIO NOT = W-SER-PRONT
             OR AUT-TUSS NOT = W-SER-PROCED
             OR AUT-CODIGO-CONV NOT = W-SER-CONV
                MOVE "23" TO ST-ERRO-AU
                GO TO BUSCA-AUT-FIM.
           IF NOT AUT-VIGENTE
                GO TO BUSCA-AUT-LOOP.
       BUSCA-AUT-FIM.
                EXIT.

      *----[ SESSOES DO PROCEDIMENTO MARCADAS E NAO FATURADAS ]----
      * A AUTORIZACAO SO E BAIXADA NA EXPORTACAO DA GUIA (SMP016);
      * AS SESSOES EM ABERTO OU ATENDIDAS SEM GUIA DO MESMO
      * CONVENIO JA CONSOMEM A QUANTIDADE AUTORIZADA
       CONTA-PENDENTES.
           MOVE ZEROS TO W-QT-PEND
           MOVE W-SER-PRONT TO AGE-PRONTUARIO
           START CADAGE KEY IS NOT LESS THAN AGE-PRONTUARIO
                INVALID KEY GO TO CONTA-PENDENTES-FIM.
       CONTA-PENDENTES-LOOP.
           READ CADAGE NEXT RECORD
                AT END GO TO CONTA-PENDENTES-FIM
           END-READ
           IF AGE-PRONTUARIO NOT = W-SER-PRONT
                GO TO CONTA-PENDENTES-FIM.
           IF AGE-PROCED NOT = W-SER-PROCED
             OR AGE-CODIGO-CONV NOT = W-SER-CONV
                GO TO CONTA-PENDENTES-LOOP.
           IF AGE-AGENDADO OR AGE-CONFIRMADO OR AGE-CHEGOU
                ADD 1 TO W-QT-PEND
                GO TO CONTA-PENDENTES-LOOP.
      *    RETORNO CONFIRMADO NAO GERA GUIA (SMP016)
           IF AGE-ATENDIDO AND AGE-NUM-GUIA = ZEROS
                                AND NOT AGE-RETORNO-CONF
                ADD 1 TO W-QT-PEND.
           GO TO CONTA-PENDENTES-LOOP.
       CONTA-PENDENTES-FIM.
                EXIT.

      *------[ MEDICO AFASTADO NA DATA W-DATA-DIA? ]------
       CHECA-AFAST.
           MOVE "N" TO W-AFASTADO
           MOVE W-SER-CRM TO AFA-CRM
           MOVE ZEROS     TO AFA-DATA-INI
           START CADAFA KEY IS NOT LESS THAN AFA-CHAVE
                INVALID KEY GO TO CHECA-AFAST-FIM.
       CHECA-AFAST-LOOP.
           READ CADAFA NEXT RECORD
                AT END GO TO CHECA-AFAST-FIM
           END-READ
           IF AFA-CRM NOT = W-SER-CRM
                GO TO CHECA-AFAST-FIM.
           IF W-DATA-DIA NOT < AFA-DATA-INI
             AND W-DATA-DIA NOT > AFA-DATA-FIM
                MOVE "S" TO W-AFASTADO
                GO TO CHECA-AFAST-FIM.
           GO TO CHECA-AFAST-LOOP.
       CHECA-AFAST-FIM.
                EXIT.

      *    SOMA W-QT-DIAS DIAS EM W-DATA-DIA
       SOMA-DIAS.
           IF W-QT-DIAS = ZEROS
                GO TO SOMA-DIAS-FIM.
           PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM
           SUBTRACT 1 FROM W-QT-DIAS
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
                EXIT.

      *    SOMA UM DIA EM W-DATA-DIA, VIRANDO MES E ANO
       PROXIMO-DIA.
           MOVE W-DIAS-DO-MES (W-DIA-MM) TO W-DIAS-MES
           IF W-DIA-MM = 2
                PERFORM CHECA-BISSEXTO.
           ADD 1 TO W-DIA-DD
           IF W-DIA-DD NOT > W-DIAS-MES
                GO TO PROXIMO-DIA-FIM.
           MOVE 1 TO W-DIA-DD
           ADD 1 TO W-DIA-MM
           IF W-DIA-MM > 12
                MOVE 1 TO W-DIA-MM
                ADD 1 TO W-DIA-AAAA.
       PROXIMO-DIA-FIM.
                EXIT.

      *----------[ DIA DA SEMANA PELA CONGRUENCIA DE ZELLER ]----------
      * RESULTADO EM W-DIA-SEM : 1=DOMINGO ... 7=SABADO
       CALC-DIA-SEM.
           MOVE W-DATA-ZEL (1:4) TO W-AAAA
           MOVE W-DATA-ZEL (5:2) TO W-MM
           MOVE W-DATA-ZEL (7:2) TO W-DD
           IF W-MM < 3
                ADD 12 TO W-MM
                SUBTRACT 1 FROM W-AAAA.
           COMPUTE W-J = W-AAAA / 100
           COMPUTE W-K = W-AAAA - W-J * 100
           COMPUTE W-T1 = (13 * (W-MM + 1)) / 5
           COMPUTE W-T2 = W-K / 4
           COMPUTE W-T3 = W-J / 4
           COMPUTE W-H = W-DD + W-T1 + W-K + W-T2 + W-T3 + 5 * W-J
           COMPUTE W-T2 = W-H / 7
           COMPUTE W-DIA-AUX = W-H - W-T2 * 7
           IF W-DIA-AUX = 0
                MOVE 7 TO W-DIA-SEM
           ELSE
                MOVE W-DIA-AUX TO W-DIA-SEM.
       CALC-DIA-SEM-FIM.
                EXIT.

       CHECA-BISSEXTO.
           COMPUTE W-T1 = W-DIA-AAAA / 4
           COMPUTE W-RESTO = W-DIA-AAAA - W-T1 * 4
           IF W-RESTO = ZEROS
                MOVE 29 TO W-DIAS-MES
                COMPUTE W-T1 = W-DIA-AAAA / 100
                COMPUTE W-RESTO = W-DIA-AAAA - W-T1 * 100
                IF W-RESTO = ZEROS
                     COMPUTE W-T1 = W-DIA-AAAA / 400
                     COMPUTE W-RESTO = W-DIA-AAAA - W-T1 * 400
                     IF W-RESTO NOT = ZEROS
                          MOVE 28 TO W-DIAS-MES.

      *------[ UNIDADE W-UNI-TESTE PERMITIDA AO OPERADOR ]------
       CHECA-UNI-OPER.
                MOVE "S" TO W-UNI-OK
                IF W-UNI-OPER = ZEROS OR W-UNI-TESTE = ZEROS
                   GO TO CHECA-UNI-OPER-FIM.
                MOVE "N" TO W-UNI-OK
                MOVE ZEROS TO W-UNI-IND.
       CHECA-UNI-OPER-LOOP.
                ADD 1 TO W-UNI-IND
                IF W-UNI-IND > 5
                   GO TO CHECA-UNI-OPER-FIM.
                IF W-UNI-PERM (W-UNI-IND) = W-UNI-TESTE
                   MOVE "S" TO W-UNI-OK
                   GO TO CHECA-UNI-OPER-FIM.
                GO TO CHECA-UNI-OPER-LOOP.
       CHECA-UNI-OPER-FIM.
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
      * 21 Erro de sequencia na gravação de arquivo sequencial
      * 22 Chave duplicada não definida.
      * 23 Chave não encontrada.
      * 24 Espaço em disco está cheio
      * 30 Arquivo não encontrado
      * 91 Erro na estrutura do arquivo
      * 94 Registro ou arquivo sendo utilizado por outro programa.
      * 95 GERENCIADOR DE ARQUIVO NAO CARREGADO (ISAM)

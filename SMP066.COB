       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP066.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * PROPAGACAO DAS ALTERACOES CADASTRAIS                 *
      * LE NA TRILHA DE AUDITORIA (TRLAUDIT.LOG) AS          *
      * ALTERACOES FEITAS DESDE A ULTIMA EXECUCAO (PONTO DE  *
      * PARTIDA EM CTLPROP.DAT) NOS CADASTROS DE PACIENTE    *
      * (SMP012), MEDICO (SMP014), ESPECIALIDADE (SMP013),   *
      * CONVENIO (SMP003), CID (SMP002) E CEP (SMP005 E A    *
      * CARGA SMP008) E REAPLICA O DADO ATUAL NAS COPIAS:    *
      *  - CADMED: DESCRICAO DA ESPECIALIDADE;               *
      *  - CADPAC: ENDERECO PELO CEP, NOME DO CONVENIO E     *
      *    DENOMINACAO DO CID;                               *
      *  - CADAGE EM ABERTO: MARCACOES DE HOJE EM DIANTE,    *
      *    ATENDIDOS AINDA SEM GUIA E OS DE GUIA A           *
      *    REAPRESENTAR - NOMES DE MEDICO, ESPECIALIDADE,    *
      *    PACIENTE, CONVENIO E CID;                         *
      *  - CADFILA: NOME DO PACIENTE E ESPECIALIDADE;        *
      *  - CADGUI A REAPRESENTAR: NOME DO PACIENTE           *
      * O CADHIST E AS GUIAS JA EXPORTADAS FICAM COMO ESTAO, *
      * POIS REGISTRAM O QUE VALIA NA EPOCA                  *
      * CADA CAMPO ACERTADO SAI EM RELPROP.TXT; RODA AVULSO  *
      * OU NA ROTINA NOTURNA (SMP047), ANTES DOS LEMBRETES   *
      * CADASTRO ANONIMIZADO (SMP073) NAO E REAPLICADO       *
      * HAVENDO ERRO DE REGRAVACAO O PONTO DE PARTIDA NAO    *
      * AVANCA E A PROXIMA EXECUCAO REPETE OS MESMOS EVENTOS *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT TRLAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LG.
                    SELECT CTLPROP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-CT.
                    SELECT CADAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AGE-PRONTUARIO
                                                      WITH DUPLICATES.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-CPF
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MD
                    ALTERNATE RECORD KEY IS MED-NOME
                                                      WITH DUPLICATES.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-ESPEC
                    FILE STATUS  IS ST-ERRO-ES.
                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CV
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO
                                                      WITH DUPLICATES.
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CID
                    FILE STATUS  IS ST-ERRO-CI
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                                      WITH DUPLICATES.
                    SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-ERRO-CE
                    ALTERNATE RECORD KEY IS ENDERECO
                                                      WITH DUPLICATES.
                    SELECT CADFILA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CHAVE
                    FILE STATUS  IS ST-ERRO-FI.
                    SELECT CADGUI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GUI-NUMERO
                    FILE STATUS  IS ST-ERRO-GU.
                    SELECT PROPTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRP-CHAVE
                    FILE STATUS  IS ST-ERRO-TR.
                    SELECT RELPROP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
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

       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
       01 REGESP.
            03 COD-ESPEC    PIC 9(04).
            03 DESCR-ESPEC  PIC X(30).
            03 ESP-SITUACAO PIC X(01).
               88 ESP-INATIVO   VALUE "I".

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

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
            03 CEP              PIC 9(08).
            03 ENDERECO         PIC X(30).
            03 BAIRRO           PIC X(20).
            03 CIDADE           PIC X(20).
            03 ESTADO.
               05 COD-ESTADO    PIC XX.
               05 DESCR-ESTADO  PIC X(30).

       FD CADFILA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFILA.DAT".
       01 REGFILA.
            03 FIL-CHAVE.
               05 FIL-COD-ESPEC   PIC 9(04).
               05 FIL-PRIORIDADE  PIC 9(01).
               05 FIL-DATA-PEDIDO PIC 9(08).
               05 FIL-PRONTUARIO  PIC 9(06).
            03 FIL-PAC-NOME       PIC X(30).
            03 FIL-DESCR-ESPEC    PIC X(30).

       FD CADGUI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUI.DAT".
       01 REGGUI.
            03 GUI-NUMERO      PIC 9(06).
            03 GUI-LOTE        PIC 9(06).
            03 GUI-AGE-CHAVE.
               05 GUI-CRM         PIC 9(07).
               05 GUI-DATA        PIC 9(08).
               05 GUI-HORA        PIC 9(04).
            03 GUI-CODIGO-CONV PIC 9(04).
            03 GUI-PRONTUARIO  PIC 9(06).
            03 GUI-PAC-NOME    PIC X(30).
            03 GUI-PROCED      PIC 9(08).
            03 GUI-VALOR       PIC 9(05)V99.
            03 GUI-STATUS      PIC X(01).
               88 GUI-EXPORTADA    VALUE "E".
               88 GUI-PAGA         VALUE "P".
               88 GUI-PAGA-MENOR   VALUE "M".
               88 GUI-GLOSADA      VALUE "G".
               88 GUI-REAPRESENTAR VALUE "R".
            03 GUI-VALOR-PAGO  PIC 9(05)V99.
            03 GUI-MOTIVO-GLOSA PIC X(30).
            03 GUI-DATA-EXPORT PIC 9(08).
            03 GUI-SENHA-AUT   PIC X(20).
            03 GUI-COD-GLOSA   PIC X(04).

       FD TRLAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRLAUDIT.LOG".
       01 REGLOG.
            03 LOG-DATA        PIC 9(08).
            03 LOG-HORA        PIC 9(06).
            03 LOG-OPERADOR    PIC X(08).
            03 LOG-PROGRAMA    PIC X(08).
            03 LOG-CHAVE       PIC X(19).
            03 LOG-TIPO-OPER   PIC X(01).
               88 LOG-INCLUSAO   VALUE "I".
               88 LOG-ALTERACAO  VALUE "A".
               88 LOG-EXCLUSAO   VALUE "E".
            03 LOG-ANTES       PIC X(300).
            03 LOG-DEPOIS      PIC X(300).

       FD CTLPROP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLPROP.DAT".
       01 REGCTP.
            03 CTP-LINHAS      PIC 9(09).
            03 CTP-DATA        PIC 9(08).
            03 CTP-HORA        PIC 9(06).
            03 CTP-DATA-EXEC   PIC 9(08).
            03 CTP-HORA-EXEC   PIC 9(06).

      * CHAVES ALTERADAS NA TRILHA, UMA VEZ CADA. TRP-TIPO:
      * P=PACIENTE M=MEDICO E=ESPECIALIDADE C=CONVENIO D=CID
      * L=LOGRADOURO (CEP)
       FD PROPTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROPTRB.DAT".
       01 REGTRP.
            03 TRP-CHAVE.
               05 TRP-TIPO        PIC X(01).
               05 TRP-CODIGO      PIC 9(08).
            03 TRP-QTD            PIC 9(05).

       FD RELPROP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPROP.TXT".
       01 REGREL               PIC X(130).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-LG    PIC X(02) VALUE "00".
       01 ST-ERRO-CT    PIC X(02) VALUE "00".
       01 ST-ERRO-PC    PIC X(02) VALUE "00".
       01 ST-ERRO-MD    PIC X(02) VALUE "00".
       01 ST-ERRO-ES    PIC X(02) VALUE "00".
       01 ST-ERRO-CV    PIC X(02) VALUE "00".
       01 ST-ERRO-CI    PIC X(02) VALUE "00".
       01 ST-ERRO-CE    PIC X(02) VALUE "00".
       01 ST-ERRO-FI    PIC X(02) VALUE "00".
       01 ST-ERRO-GU    PIC X(02) VALUE "00".
       01 ST-ERRO-TR    PIC X(02) VALUE "00".
       01 ST-ERRO-REL   PIC X(02) VALUE "00".
       01 W-FIM-LOG     PIC X(01) VALUE "N".
       01 W-FIM-MED     PIC X(01) VALUE "N".
       01 W-FIM-PAC     PIC X(01) VALUE "N".
       01 W-FIM-AGE     PIC X(01) VALUE "N".
       01 W-FIM-FIL     PIC X(01) VALUE "N".
       01 W-FIM-GUI     PIC X(01) VALUE "N".
       01 W-RELE        PIC X(01) VALUE "N".
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-CTP-LINHAS  PIC 9(09) VALUE ZEROS.
       01 W-CTP-DATA    PIC 9(08) VALUE ZEROS.
       01 W-CTP-HORA    PIC 9(06) VALUE ZEROS.
       01 W-LINHA       PIC 9(09) VALUE ZEROS.
       01 W-ULT-DATA    PIC 9(08) VALUE ZEROS.
       01 W-ULT-HORA    PIC 9(06) VALUE ZEROS.
       01 W-CHV-4       PIC 9(04) VALUE ZEROS.
       01 W-CHV-6       PIC 9(06) VALUE ZEROS.
       01 W-CHV-7       PIC 9(07) VALUE ZEROS.
       01 W-CHV-8       PIC 9(08) VALUE ZEROS.
       01 W-PROC-TIPO   PIC X(01) VALUE SPACES.
       01 W-PROC-COD    PIC 9(08) VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-MUDOU       PIC X(01) VALUE "N".
       01 W-EM-ABERTO   PIC X(01) VALUE "N".
       01 W-ERRO-GRAV   PIC X(02) VALUE SPACES.
       01 W-EVENTOS     PIC 9(07) VALUE ZEROS.
       01 W-CHAVES      PIC 9(07) VALUE ZEROS.
       01 W-CAMPOS      PIC 9(07) VALUE ZEROS.
       01 W-ERROS       PIC 9(07) VALUE ZEROS.
       01 W-ALT-MED     PIC 9(07) VALUE ZEROS.
       01 W-ALT-PAC     PIC 9(07) VALUE ZEROS.
       01 W-ALT-AGE     PIC 9(07) VALUE ZEROS.
       01 W-ALT-FIL     PIC 9(07) VALUE ZEROS.
       01 W-ALT-GUI     PIC 9(07) VALUE ZEROS.
       01 W-QTD-PUB     PIC 9(07) VALUE ZEROS.
       01 W-REL-ARQ     PIC X(08) VALUE SPACES.
       01 W-REL-CHAVE   PIC X(22) VALUE SPACES.
       01 W-REL-CAMPO   PIC X(16) VALUE SPACES.
       01 W-REL-ANTES   PIC X(30) VALUE SPACES.
       01 W-REL-DEPOIS  PIC X(30) VALUE SPACES.

       01 W-CAB-REL.
            03 FILLER          PIC X(40) VALUE
               "PROPAGACAO DAS ALTERACOES CADASTRAIS - ".
            03 WCR-DATA        PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WCR-HORA        PIC 9(06).

       01 W-CAB-COL.
            03 FILLER          PIC X(09) VALUE "ARQUIVO".
            03 FILLER          PIC X(23) VALUE "CHAVE".
            03 FILLER          PIC X(17) VALUE "CAMPO".
            03 FILLER          PIC X(31) VALUE "ANTES".
            03 FILLER          PIC X(06) VALUE "DEPOIS".

       01 W-DET-REL.
            03 WDR-ARQ         PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-CHAVE       PIC X(22).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-CAMPO       PIC X(16).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-ANTES       PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-DEPOIS      PIC X(30).

       01 W-LIN-TOT.
            03 WLT-DESCR       PIC X(34).
            03 WLT-QTD         PIC Z(06)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** PROPAGACAO DAS ALTERACOES CADASTRAIS ***".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.

      *--------[ PONTO DE PARTIDA GRAVADO NA ULTIMA EXECUCAO ]--------
      * SEM CTLPROP.DAT (PRIMEIRA EXECUCAO) LE A TRILHA INTEIRA
       LE-CTL.
           OPEN INPUT CTLPROP
           IF ST-ERRO-CT NOT = "00"
                GO TO ABRIR-ARQ.
           READ CTLPROP
                AT END
                   CLOSE CTLPROP
                   GO TO ABRIR-ARQ
           END-READ
           CLOSE CTLPROP
           MOVE CTP-LINHAS TO W-CTP-LINHAS
           MOVE CTP-DATA   TO W-CTP-DATA
           MOVE CTP-HORA   TO W-CTP-HORA.

       ABRIR-ARQ.
           OPEN INPUT TRLAUDIT
           IF ST-ERRO-LG NOT = "00"
                DISPLAY "TRILHA DE AUDITORIA INDISPONIVEL - "
                        ST-ERRO-LG
                GO TO ROT-FIM.
           OPEN I-O CADPAC
           IF ST-ERRO-PC NOT = "00"
                IF ST-ERRO-PC = "30"
                    OPEN OUTPUT CADPAC
                    CLOSE CADPAC
                    OPEN I-O CADPAC
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADPAC - "
                                                         ST-ERRO-PC
                    CLOSE TRLAUDIT
                    GO TO ROT-FIM.
           OPEN I-O CADMED
           IF ST-ERRO-MD NOT = "00"
                IF ST-ERRO-MD = "30"
                    OPEN OUTPUT CADMED
                    CLOSE CADMED
                    OPEN I-O CADMED
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADMED - "
                                                         ST-ERRO-MD
                    CLOSE TRLAUDIT CADPAC
                    GO TO ROT-FIM.
           OPEN INPUT CADESP
           IF ST-ERRO-ES NOT = "00"
                IF ST-ERRO-ES = "30"
                    OPEN OUTPUT CADESP
                    CLOSE CADESP
                    OPEN INPUT CADESP
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADESP - "
                                                         ST-ERRO-ES
                    CLOSE TRLAUDIT CADPAC CADMED
                    GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO-CV NOT = "00"
                IF ST-ERRO-CV = "30"
                    OPEN OUTPUT CADCONV
                    CLOSE CADCONV
                    OPEN INPUT CADCONV
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCONV - "
                                                         ST-ERRO-CV
                    CLOSE TRLAUDIT CADPAC CADMED CADESP
                    GO TO ROT-FIM.
           OPEN INPUT CADCID
           IF ST-ERRO-CI NOT = "00"
                IF ST-ERRO-CI = "30"
                    OPEN OUTPUT CADCID
                    CLOSE CADCID
                    OPEN INPUT CADCID
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCID - "
                                                         ST-ERRO-CI
                    CLOSE TRLAUDIT CADPAC CADMED CADESP CADCONV
                    GO TO ROT-FIM.
           OPEN INPUT CADCEP
           IF ST-ERRO-CE NOT = "00"
                IF ST-ERRO-CE = "30"
                    OPEN OUTPUT CADCEP
                    CLOSE CADCEP
                    OPEN INPUT CADCEP
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCEP - "
                                                         ST-ERRO-CE
                    CLOSE TRLAUDIT CADPAC CADMED CADESP CADCONV
                          CADCID
                    GO TO ROT-FIM.
           OPEN I-O CADAGE
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    OPEN OUTPUT CADAGE
                    CLOSE CADAGE
                    OPEN I-O CADAGE
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADAGE - "
                                                         ST-ERRO
                    CLOSE TRLAUDIT CADPAC CADMED CADESP CADCONV
                          CADCID CADCEP
                    GO TO ROT-FIM.
           OPEN I-O CADFILA
           IF ST-ERRO-FI NOT = "00"
                IF ST-ERRO-FI = "30"
                    OPEN OUTPUT CADFILA
                    CLOSE CADFILA
                    OPEN I-O CADFILA
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADFILA - "
                                                         ST-ERRO-FI
                    CLOSE TRLAUDIT CADPAC CADMED CADESP CADCONV
                          CADCID CADCEP CADAGE
                    GO TO ROT-FIM.
           OPEN I-O CADGUI
           IF ST-ERRO-GU NOT = "00"
                IF ST-ERRO-GU = "30"
                    OPEN OUTPUT CADGUI
                    CLOSE CADGUI
                    OPEN I-O CADGUI
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADGUI - "
                                                         ST-ERRO-GU
                    CLOSE TRLAUDIT CADPAC CADMED CADESP CADCONV
                          CADCID CADCEP CADAGE CADFILA
                    GO TO ROT-FIM.
      *    O ARQUIVO DE TRABALHO E RECRIADO VAZIO A CADA EXECUCAO
           OPEN OUTPUT PROPTRB
           CLOSE PROPTRB
           OPEN I-O PROPTRB
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO PROPTRB.DAT - " ST-ERRO-TR
                CLOSE TRLAUDIT CADPAC CADMED CADESP CADCONV
                      CADCID CADCEP CADAGE CADFILA CADGUI
                GO TO ROT-FIM.
           OPEN OUTPUT RELPROP
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELPROP.TXT - "
                        ST-ERRO-REL
                CLOSE TRLAUDIT CADPAC CADMED CADESP CADCONV
                      CADCID CADCEP CADAGE CADFILA CADGUI
                      PROPTRB
                GO TO ROT-FIM.

       PROCESSA.
           ACCEPT W-HORA FROM TIME
           MOVE W-DATA-HOJE  TO WCR-DATA
           MOVE W-HORA (1:6) TO WCR-HORA
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "EVENTOS DA TRILHA POSTERIORES A " W-CTP-DATA
                  " " W-CTP-HORA " (LINHA " W-CTP-LINHAS ")"
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-CAB-COL TO REGREL
           WRITE REGREL
           MOVE W-CTP-DATA TO W-ULT-DATA
           MOVE W-CTP-HORA TO W-ULT-HORA.

      *    1o PASSO - CHAVES ALTERADAS NA TRILHA DESDE A ULTIMA VEZ
       PROCESSA-TRILHA.
           PERFORM UNTIL W-FIM-LOG = "S"
               READ TRLAUDIT
                   AT END MOVE "S" TO W-FIM-LOG
               END-READ
               IF W-FIM-LOG NOT = "S"
                   PERFORM TRATA-LOG THRU TRATA-LOG-FIM
           END-PERFORM.
      *    TRILHA MENOR DO QUE NA ULTIMA EXECUCAO FOI RECRIADA
      *    (RESTAURACAO OU LIMPEZA): RELE DO INICIO E FILTRA PELA
      *    DATA/HORA DO ULTIMO EVENTO JA TRATADO
           IF W-RELE = "N" AND W-LINHA < W-CTP-LINHAS
                DISPLAY "TRILHA RECRIADA - RELEITURA PELA DATA/HORA"
                MOVE "S"   TO W-RELE
                MOVE "N"   TO W-FIM-LOG
                MOVE ZEROS TO W-LINHA
                CLOSE TRLAUDIT
                OPEN INPUT TRLAUDIT
                GO TO PROCESSA-TRILHA.

      *    2o PASSO - REAPLICA O DADO ATUAL NAS COPIAS. PRIMEIRO OS
      *    CADASTROS QUE TAMBEM GUARDAM COPIA (MEDICO E PACIENTE)
           IF W-CHAVES = ZEROS
                GO TO ROT-TOTAIS.
           PERFORM UNTIL W-FIM-MED = "S"
               READ CADMED NEXT RECORD
                   AT END MOVE "S" TO W-FIM-MED
               END-READ
               IF W-FIM-MED NOT = "S"
                   PERFORM ACERTA-MED THRU ACERTA-MED-FIM
           END-PERFORM.
           PERFORM UNTIL W-FIM-PAC = "S"
               READ CADPAC NEXT RECORD
                   AT END MOVE "S" TO W-FIM-PAC
               END-READ
               IF W-FIM-PAC NOT = "S"
                   PERFORM ACERTA-PAC THRU ACERTA-PAC-FIM
           END-PERFORM.
           PERFORM UNTIL W-FIM-AGE = "S"
               READ CADAGE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-AGE
               END-READ
               IF W-FIM-AGE NOT = "S"
                   PERFORM ACERTA-AGE THRU ACERTA-AGE-FIM
           END-PERFORM.
           PERFORM UNTIL W-FIM-FIL = "S"
               READ CADFILA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-FIL
               END-READ
               IF W-FIM-FIL NOT = "S"
                   PERFORM ACERTA-FIL THRU ACERTA-FIL-FIM
           END-PERFORM.
      *    O CADGUI FOI LIDO POR CHAVE NO PASSO DO CADAGE
           MOVE ZEROS TO GUI-NUMERO
           START CADGUI KEY IS NOT LESS THAN GUI-NUMERO
                INVALID KEY MOVE "S" TO W-FIM-GUI.
           PERFORM UNTIL W-FIM-GUI = "S"
               READ CADGUI NEXT RECORD
                   AT END MOVE "S" TO W-FIM-GUI
               END-READ
               IF W-FIM-GUI NOT = "S"
                   PERFORM ACERTA-GUI THRU ACERTA-GUI-FIM
           END-PERFORM.
           GO TO ROT-TOTAIS.

      *------[ EVENTO DA TRILHA -> CHAVE NO ARQUIVO DE TRABALHO ]------
       TRATA-LOG.
           ADD 1 TO W-LINHA
           IF W-RELE = "S"
                GO TO TRATA-LOG-DATA.
           IF W-LINHA NOT > W-CTP-LINHAS
                GO TO TRATA-LOG-FIM.
           GO TO TRATA-LOG-EVENTO.
       TRATA-LOG-DATA.
           IF LOG-DATA < W-CTP-DATA
                GO TO TRATA-LOG-FIM.
           IF LOG-DATA = W-CTP-DATA AND LOG-HORA NOT > W-CTP-HORA
                GO TO TRATA-LOG-FIM.
       TRATA-LOG-EVENTO.
           ADD 1 TO W-EVENTOS
           MOVE LOG-DATA TO W-ULT-DATA
           MOVE LOG-HORA TO W-ULT-HORA
      *    SO A ALTERACAO MUDA DADO JA COPIADO: A INCLUSAO AINDA NAO
      *    TEM COPIA E A EXCLUSAO E BARRADA NOS CADASTROS EM USO
           IF NOT LOG-ALTERACAO
                GO TO TRATA-LOG-FIM.
           MOVE SPACES TO W-PROC-TIPO
           MOVE ZEROS  TO W-PROC-COD
           IF LOG-PROGRAMA = "SMP012"
                MOVE "P" TO W-PROC-TIPO
                MOVE LOG-CHAVE (1:6) TO W-CHV-6
                MOVE W-CHV-6 TO W-PROC-COD.
           IF LOG-PROGRAMA = "SMP014"
                MOVE "M" TO W-PROC-TIPO
                MOVE LOG-CHAVE (1:7) TO W-CHV-7
                MOVE W-CHV-7 TO W-PROC-COD.
           IF LOG-PROGRAMA = "SMP013"
                MOVE "E" TO W-PROC-TIPO
                MOVE LOG-CHAVE (1:4) TO W-CHV-4
                MOVE W-CHV-4 TO W-PROC-COD.
           IF LOG-PROGRAMA = "SMP003"
                MOVE "C" TO W-PROC-TIPO
                MOVE LOG-CHAVE (1:4) TO W-CHV-4
                MOVE W-CHV-4 TO W-PROC-COD.
           IF LOG-PROGRAMA = "SMP002"
                MOVE "D" TO W-PROC-TIPO
                MOVE LOG-CHAVE (1:4) TO W-CHV-4
                MOVE W-CHV-4 TO W-PROC-COD.
           IF LOG-PROGRAMA = "SMP005" OR "SMP008"
                MOVE "L" TO W-PROC-TIPO
                MOVE LOG-CHAVE (1:8) TO W-CHV-8
                MOVE W-CHV-8 TO W-PROC-COD.
           IF W-PROC-TIPO = SPACES
                GO TO TRATA-LOG-FIM.
           MOVE W-PROC-TIPO TO TRP-TIPO
           MOVE W-PROC-COD  TO TRP-CODIGO
           READ PROPTRB
           IF ST-ERRO-TR = "00"
                ADD 1 TO TRP-QTD
                REWRITE REGTRP
                GO TO TRATA-LOG-FIM.
           MOVE W-PROC-TIPO TO TRP-TIPO
           MOVE W-PROC-COD  TO TRP-CODIGO
           MOVE 1 TO TRP-QTD
           WRITE REGTRP
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO (" ST-ERRO-TR ") NO PROPTRB - "
                        TRP-CHAVE
                GO TO TRATA-LOG-FIM.
           ADD 1 TO W-CHAVES.
       TRATA-LOG-FIM.
                EXIT.

      *------[ A CHAVE W-PROC-TIPO/W-PROC-COD FOI ALTERADA? ]------
       PROCURA.
           MOVE "N" TO W-ACHOU
           IF W-PROC-COD = ZEROS
                GO TO PROCURA-FIM.
           MOVE W-PROC-TIPO TO TRP-TIPO
           MOVE W-PROC-COD  TO TRP-CODIGO
           READ PROPTRB
           IF ST-ERRO-TR = "00"
                MOVE "S" TO W-ACHOU.
       PROCURA-FIM.
                EXIT.

      *------[ MEDICO: DESCRICAO DA ESPECIALIDADE ]------
       ACERTA-MED.
           MOVE "E"           TO W-PROC-TIPO
           MOVE MED-COD-ESPEC TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "N"
                GO TO ACERTA-MED-FIM.
           MOVE MED-COD-ESPEC TO COD-ESPEC
           READ CADESP
           IF ST-ERRO-ES NOT = "00"
                GO TO ACERTA-MED-FIM.
           IF DESCR-ESPEC = MED-DESCR-ESPEC
                GO TO ACERTA-MED-FIM.
           MOVE "CADMED"          TO W-REL-ARQ
           MOVE SPACES            TO W-REL-CHAVE
           MOVE CRM               TO W-REL-CHAVE
           MOVE "MED-DESCR-ESPEC" TO W-REL-CAMPO
           MOVE MED-DESCR-ESPEC   TO W-REL-ANTES
           MOVE DESCR-ESPEC       TO W-REL-DEPOIS MED-DESCR-ESPEC
           PERFORM GRAVA-REL THRU GRAVA-REL-FIM
           REWRITE REGMED
           IF ST-ERRO-MD NOT = "00" AND "02"
                MOVE ST-ERRO-MD TO W-ERRO-GRAV
                PERFORM ERRO-REGRAVA THRU ERRO-REGRAVA-FIM
                GO TO ACERTA-MED-FIM.
           ADD 1 TO W-ALT-MED.
       ACERTA-MED-FIM.
                EXIT.

      *------[ PACIENTE: ENDERECO, CONVENIO E CID ]------
       ACERTA-PAC.
           IF PAC-ABSORVIDO OR PAC-ANONIMIZADO
                GO TO ACERTA-PAC-FIM.
           MOVE "N"        TO W-MUDOU
           MOVE "CADPAC"   TO W-REL-ARQ
           MOVE SPACES     TO W-REL-CHAVE
           MOVE PRONTUARIO TO W-REL-CHAVE
           MOVE "L"        TO W-PROC-TIPO
           MOVE PAC-CEP    TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE PAC-CEP TO CEP
                READ CADCEP
                IF ST-ERRO-CE = "00"
                     PERFORM ACERTA-PAC-CEP THRU ACERTA-PAC-CEP-FIM.
           MOVE "C"             TO W-PROC-TIPO
           MOVE PAC-CODIGO-CONV TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE PAC-CODIGO-CONV TO CODIGO
                READ CADCONV
                IF ST-ERRO-CV = "00" AND NOME NOT = PAC-NOME-CONV
                     MOVE "PAC-NOME-CONV" TO W-REL-CAMPO
                     MOVE PAC-NOME-CONV   TO W-REL-ANTES
                     MOVE NOME            TO W-REL-DEPOIS PAC-NOME-CONV
                     PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                     MOVE "S" TO W-MUDOU.
           MOVE "D"     TO W-PROC-TIPO
           MOVE PAC-CID TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE PAC-CID TO CODIGO-CID
                READ CADCID
                IF ST-ERRO-CI = "00" AND DENOMINACAO NOT = PAC-DENOM-CID
                     MOVE "PAC-DENOM-CID" TO W-REL-CAMPO
                     MOVE PAC-DENOM-CID   TO W-REL-ANTES
                     MOVE DENOMINACAO     TO W-REL-DEPOIS PAC-DENOM-CID
                     PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                     MOVE "S" TO W-MUDOU.
           IF W-MUDOU = "N"
                GO TO ACERTA-PAC-FIM.
           REWRITE REGPAC
           IF ST-ERRO-PC NOT = "00" AND "02"
                MOVE ST-ERRO-PC TO W-ERRO-GRAV
                PERFORM ERRO-REGRAVA THRU ERRO-REGRAVA-FIM
                GO TO ACERTA-PAC-FIM.
           ADD 1 TO W-ALT-PAC.
       ACERTA-PAC-FIM.
                EXIT.

      *    O ENDERECO DO PACIENTE VEM INTEIRO DO CEP (SMP004)
       ACERTA-PAC-CEP.
           IF ENDERECO NOT = PAC-ENDERECO
                MOVE "PAC-ENDERECO" TO W-REL-CAMPO
                MOVE PAC-ENDERECO   TO W-REL-ANTES
                MOVE ENDERECO       TO W-REL-DEPOIS PAC-ENDERECO
                PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                MOVE "S" TO W-MUDOU.
           IF BAIRRO NOT = PAC-BAIRRO
                MOVE "PAC-BAIRRO"   TO W-REL-CAMPO
                MOVE PAC-BAIRRO     TO W-REL-ANTES
                MOVE BAIRRO         TO W-REL-DEPOIS PAC-BAIRRO
                PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                MOVE "S" TO W-MUDOU.
           IF CIDADE NOT = PAC-CIDADE
                MOVE "PAC-CIDADE"   TO W-REL-CAMPO
                MOVE PAC-CIDADE     TO W-REL-ANTES
                MOVE CIDADE         TO W-REL-DEPOIS PAC-CIDADE
                PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                MOVE "S" TO W-MUDOU.
           IF ESTADO NOT = PAC-ESTADO
                MOVE "PAC-ESTADO"   TO W-REL-CAMPO
                MOVE PAC-COD-ESTADO TO W-REL-ANTES
                MOVE COD-ESTADO     TO W-REL-DEPOIS
                MOVE ESTADO         TO PAC-ESTADO
                PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                MOVE "S" TO W-MUDOU.
       ACERTA-PAC-CEP-FIM.
                EXIT.

      *------[ AGENDAMENTO EM ABERTO: NOMES COPIADOS ]------
       ACERTA-AGE.
           PERFORM VERIFICA-ABERTO THRU VERIFICA-ABERTO-FIM
           IF W-EM-ABERTO = "N"
                GO TO ACERTA-AGE-FIM.
           MOVE "N"      TO W-MUDOU
           MOVE "CADAGE" TO W-REL-ARQ
           MOVE SPACES   TO W-REL-CHAVE
           STRING AGE-CRM "/" AGE-DATA "/" AGE-HORA
                  DELIMITED BY SIZE INTO W-REL-CHAVE
           MOVE "M"     TO W-PROC-TIPO
           MOVE AGE-CRM TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE AGE-CRM TO CRM
                READ CADMED
                IF ST-ERRO-MD = "00" AND MED-NOME NOT = AGE-MED-NOME
                     MOVE "AGE-MED-NOME" TO W-REL-CAMPO
                     MOVE AGE-MED-NOME   TO W-REL-ANTES
                     MOVE MED-NOME       TO W-REL-DEPOIS AGE-MED-NOME
                     PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                     MOVE "S" TO W-MUDOU.
           MOVE "E"           TO W-PROC-TIPO
           MOVE AGE-COD-ESPEC TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE AGE-COD-ESPEC TO COD-ESPEC
                READ CADESP
                IF ST-ERRO-ES = "00"
                  AND DESCR-ESPEC NOT = AGE-DESCR-ESPEC
                     MOVE "AGE-DESCR-ESPEC" TO W-REL-CAMPO
                     MOVE AGE-DESCR-ESPEC   TO W-REL-ANTES
                     MOVE DESCR-ESPEC    TO W-REL-DEPOIS AGE-DESCR-ESPEC
                     PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                     MOVE "S" TO W-MUDOU.
           MOVE "P"            TO W-PROC-TIPO
           MOVE AGE-PRONTUARIO TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE AGE-PRONTUARIO TO PRONTUARIO
                READ CADPAC
                IF ST-ERRO-PC = "00" AND PAC-NOME NOT = AGE-PAC-NOME
                     MOVE "AGE-PAC-NOME" TO W-REL-CAMPO
                     MOVE AGE-PAC-NOME   TO W-REL-ANTES
                     MOVE PAC-NOME       TO W-REL-DEPOIS AGE-PAC-NOME
                     PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                     MOVE "S" TO W-MUDOU.
           MOVE "C"             TO W-PROC-TIPO
           MOVE AGE-CODIGO-CONV TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE AGE-CODIGO-CONV TO CODIGO
                READ CADCONV
                IF ST-ERRO-CV = "00" AND NOME NOT = AGE-NOME-CONV
                     MOVE "AGE-NOME-CONV" TO W-REL-CAMPO
                     MOVE AGE-NOME-CONV   TO W-REL-ANTES
                     MOVE NOME            TO W-REL-DEPOIS AGE-NOME-CONV
                     PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                     MOVE "S" TO W-MUDOU.
           MOVE "D"     TO W-PROC-TIPO
           MOVE AGE-CID TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE AGE-CID TO CODIGO-CID
                READ CADCID
                IF ST-ERRO-CI = "00" AND DENOMINACAO NOT = AGE-DENOM-CID
                     MOVE "AGE-DENOM-CID" TO W-REL-CAMPO
                     MOVE AGE-DENOM-CID   TO W-REL-ANTES
                     MOVE DENOMINACAO     TO W-REL-DEPOIS AGE-DENOM-CID
                     PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                     MOVE "S" TO W-MUDOU.
           IF W-MUDOU = "N"
                GO TO ACERTA-AGE-FIM.
           REWRITE REGAGE
           IF ST-ERRO NOT = "00" AND "02"
                MOVE ST-ERRO TO W-ERRO-GRAV
                PERFORM ERRO-REGRAVA THRU ERRO-REGRAVA-FIM
                GO TO ACERTA-AGE-FIM.
           ADD 1 TO W-ALT-AGE.
       ACERTA-AGE-FIM.
                EXIT.

      *    EM ABERTO: MARCACAO DE HOJE EM DIANTE AINDA NAO ATENDIDA,
      *    ATENDIMENTO DE CONVENIO AINDA SEM GUIA (A EXPORTAR PELO
      *    SMP016, FORA O RETORNO SEM COBRANCA) OU COM A GUIA A
      *    REAPRESENTAR, QUE O SMP016 REMONTA A PARTIR DO CADAGE
       VERIFICA-ABERTO.
           MOVE "N" TO W-EM-ABERTO
           IF (AGE-AGENDADO OR AGE-CONFIRMADO OR AGE-CHEGOU)
             AND AGE-DATA NOT < W-DATA-HOJE
                MOVE "S" TO W-EM-ABERTO
                GO TO VERIFICA-ABERTO-FIM.
           IF NOT AGE-ATENDIDO OR AGE-PARTICULAR
                GO TO VERIFICA-ABERTO-FIM.
           IF AGE-NUM-GUIA = ZEROS AND NOT AGE-RETORNO-CONF
                MOVE "S" TO W-EM-ABERTO
                GO TO VERIFICA-ABERTO-FIM.
           IF AGE-NUM-GUIA = ZEROS
                GO TO VERIFICA-ABERTO-FIM.
           MOVE AGE-NUM-GUIA TO GUI-NUMERO
           READ CADGUI
           IF ST-ERRO-GU = "00" AND GUI-REAPRESENTAR
                MOVE "S" TO W-EM-ABERTO.
       VERIFICA-ABERTO-FIM.
                EXIT.

      *------[ FILA DE ESPERA: PACIENTE E ESPECIALIDADE ]------
       ACERTA-FIL.
           MOVE "N"       TO W-MUDOU
           MOVE "CADFILA" TO W-REL-ARQ
           MOVE SPACES    TO W-REL-CHAVE
           STRING FIL-COD-ESPEC "/" FIL-DATA-PEDIDO "/" FIL-PRONTUARIO
                  DELIMITED BY SIZE INTO W-REL-CHAVE
           MOVE "P"            TO W-PROC-TIPO
           MOVE FIL-PRONTUARIO TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE FIL-PRONTUARIO TO PRONTUARIO
                READ CADPAC
                IF ST-ERRO-PC = "00" AND PAC-NOME NOT = FIL-PAC-NOME
                     MOVE "FIL-PAC-NOME" TO W-REL-CAMPO
                     MOVE FIL-PAC-NOME   TO W-REL-ANTES
                     MOVE PAC-NOME       TO W-REL-DEPOIS FIL-PAC-NOME
                     PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                     MOVE "S" TO W-MUDOU.
           MOVE "E"           TO W-PROC-TIPO
           MOVE FIL-COD-ESPEC TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "S"
                MOVE FIL-COD-ESPEC TO COD-ESPEC
                READ CADESP
                IF ST-ERRO-ES = "00"
                  AND DESCR-ESPEC NOT = FIL-DESCR-ESPEC
                     MOVE "FIL-DESCR-ESPEC" TO W-REL-CAMPO
                     MOVE FIL-DESCR-ESPEC   TO W-REL-ANTES
                     MOVE DESCR-ESPEC    TO W-REL-DEPOIS FIL-DESCR-ESPEC
                     PERFORM GRAVA-REL THRU GRAVA-REL-FIM
                     MOVE "S" TO W-MUDOU.
           IF W-MUDOU = "N"
                GO TO ACERTA-FIL-FIM.
           REWRITE REGFILA
           IF ST-ERRO-FI NOT = "00" AND "02"
                MOVE ST-ERRO-FI TO W-ERRO-GRAV
                PERFORM ERRO-REGRAVA THRU ERRO-REGRAVA-FIM
                GO TO ACERTA-FIL-FIM.
           ADD 1 TO W-ALT-FIL.
       ACERTA-FIL-FIM.
                EXIT.

      *------[ GUIA A REAPRESENTAR: NOME DO PACIENTE ]------
       ACERTA-GUI.
           IF NOT GUI-REAPRESENTAR
                GO TO ACERTA-GUI-FIM.
           MOVE "P"            TO W-PROC-TIPO
           MOVE GUI-PRONTUARIO TO W-PROC-COD
           PERFORM PROCURA THRU PROCURA-FIM
           IF W-ACHOU = "N"
                GO TO ACERTA-GUI-FIM.
           MOVE GUI-PRONTUARIO TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC NOT = "00"
                GO TO ACERTA-GUI-FIM.
           IF PAC-NOME = GUI-PAC-NOME
                GO TO ACERTA-GUI-FIM.
           MOVE "CADGUI"       TO W-REL-ARQ
           MOVE SPACES         TO W-REL-CHAVE
           MOVE GUI-NUMERO     TO W-REL-CHAVE
           MOVE "GUI-PAC-NOME" TO W-REL-CAMPO
           MOVE GUI-PAC-NOME   TO W-REL-ANTES
           MOVE PAC-NOME       TO W-REL-DEPOIS GUI-PAC-NOME
           PERFORM GRAVA-REL THRU GRAVA-REL-FIM
           REWRITE REGGUI
           IF ST-ERRO-GU NOT = "00" AND "02"
                MOVE ST-ERRO-GU TO W-ERRO-GRAV
                PERFORM ERRO-REGRAVA THRU ERRO-REGRAVA-FIM
                GO TO ACERTA-GUI-FIM.
           ADD 1 TO W-ALT-GUI.
       ACERTA-GUI-FIM.
                EXIT.

      *------[ UMA LINHA DO RELATORIO POR CAMPO ACERTADO ]------
       GRAVA-REL.
           MOVE SPACES       TO W-DET-REL
           MOVE W-REL-ARQ    TO WDR-ARQ
           MOVE W-REL-CHAVE  TO WDR-CHAVE
           MOVE W-REL-CAMPO  TO WDR-CAMPO
           MOVE W-REL-ANTES  TO WDR-ANTES
           MOVE W-REL-DEPOIS TO WDR-DEPOIS
           MOVE W-DET-REL TO REGREL
           WRITE REGREL
           ADD 1 TO W-CAMPOS.
       GRAVA-REL-FIM.
                EXIT.

       ERRO-REGRAVA.
           DISPLAY "ERRO (" W-ERRO-GRAV ") NA REGRAVACAO DO "
                   W-REL-ARQ " - " W-REL-CHAVE
           MOVE SPACES TO REGREL
           STRING "*** ERRO " W-ERRO-GRAV " NA REGRAVACAO DE "
                  W-REL-CHAVE " - LINHAS ACIMA NAO APLICADAS"
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           ADD 1 TO W-ERROS.
       ERRO-REGRAVA-FIM.
                EXIT.

       ROT-TOTAIS.
           IF W-CAMPOS = ZEROS
                MOVE "*** NENHUMA COPIA DESATUALIZADA ***" TO REGREL
                WRITE REGREL.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "EVENTOS NOVOS NA TRILHA......... " TO WLT-DESCR
           MOVE W-EVENTOS TO WLT-QTD
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "CHAVES ALTERADAS NOS CADASTROS.. " TO WLT-DESCR
           MOVE W-CHAVES TO WLT-QTD
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "MEDICOS ACERTADOS (CADMED)...... " TO WLT-DESCR
           MOVE W-ALT-MED TO WLT-QTD
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "PACIENTES ACERTADOS (CADPAC).... " TO WLT-DESCR
           MOVE W-ALT-PAC TO WLT-QTD
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "AGENDAMENTOS ACERTADOS (CADAGE). " TO WLT-DESCR
           MOVE W-ALT-AGE TO WLT-QTD
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "FILA DE ESPERA ACERTADA (CADFILA)" TO WLT-DESCR
           MOVE W-ALT-FIL TO WLT-QTD
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "GUIAS ACERTADAS (CADGUI)........ " TO WLT-DESCR
           MOVE W-ALT-GUI TO WLT-QTD
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "ERROS DE REGRAVACAO............. " TO WLT-DESCR
           MOVE W-ERROS TO WLT-QTD
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL

      *    GRAVA O PONTO DE PARTIDA DA PROXIMA EXECUCAO. COM ERRO DE
      *    REGRAVACAO O PONTO NAO AVANCA: A PROXIMA EXECUCAO RELE OS
      *    MESMOS EVENTOS E REAPLICA O QUE FALTOU (O ACERTO SO MEXE
      *    NA COPIA QUE AINDA ESTA DIFERENTE DO CADASTRO)
           IF W-ERROS NOT = ZEROS
                MOVE SPACES TO REGREL
                STRING "*** PONTO DE PARTIDA MANTIDO EM " W-CTP-DATA
                       " " W-CTP-HORA " - OS EVENTOS SERAO RELIDOS"
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL
                DISPLAY "HOUVE ERRO - PONTO DE PARTIDA NAO AVANCOU"
                GO TO ROT-TOTAIS-EXIBE.
           OPEN OUTPUT CTLPROP
           IF ST-ERRO-CT = "00"
                MOVE W-LINHA      TO CTP-LINHAS
                MOVE W-ULT-DATA   TO CTP-DATA
                MOVE W-ULT-HORA   TO CTP-HORA
                MOVE W-DATA-HOJE  TO CTP-DATA-EXEC
                MOVE W-HORA (1:6) TO CTP-HORA-EXEC
                WRITE REGCTP
                CLOSE CTLPROP
           ELSE
                DISPLAY "ERRO NA GRAVACAO DO CTLPROP.DAT - " ST-ERRO-CT.

       ROT-TOTAIS-EXIBE.
           DISPLAY "EVENTOS NOVOS NA TRILHA : " W-EVENTOS.
           DISPLAY "CHAVES ALTERADAS        : " W-CHAVES.
           DISPLAY "CAMPOS ACERTADOS        : " W-CAMPOS.
           DISPLAY "MEDICOS ACERTADOS       : " W-ALT-MED.
           DISPLAY "PACIENTES ACERTADOS     : " W-ALT-PAC.
           DISPLAY "AGENDAMENTOS ACERTADOS  : " W-ALT-AGE.
           DISPLAY "FILA ACERTADA           : " W-ALT-FIL.
           DISPLAY "GUIAS ACERTADAS         : " W-ALT-GUI.
           DISPLAY "ERROS DE REGRAVACAO     : " W-ERROS.
           DISPLAY "*** RELATORIO GRAVADO EM RELPROP.TXT ***".

      *    PUBLICA A CONTAGEM PARA O ORQUESTRADOR NOTURNO (SMP047)
           COMPUTE W-QTD-PUB = W-ALT-MED + W-ALT-PAC + W-ALT-AGE
                             + W-ALT-FIL + W-ALT-GUI
           DISPLAY "SMPQTD" UPON ENVIRONMENT-NAME
           DISPLAY W-QTD-PUB UPON ENVIRONMENT-VALUE

           CLOSE TRLAUDIT CADPAC CADMED CADESP CADCONV CADCID
                 CADCEP CADAGE CADFILA CADGUI PROPTRB RELPROP.

      *    GOBACK PERMITE RODAR AVULSO OU CHAMADO PELO SMP047
       ROT-FIM.
                GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP057.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * PREVIA DE FATURAMENTO - CRITICA DAS GUIAS TISS       *
      * PERCORRE O MESMO UNIVERSO DA EXPORTACAO (SMP016):    *
      * ATENDIDOS "T", NAO PARTICULARES E AINDA SEM GUIA,    *
      * VALORA COMO A EXPORTACAO (ITENS DO CADITE OU PRECO   *
      * DO CADPRV, MENOS A COPARTICIPACAO RECEBIDA, MAIS OS  *
      * MATERIAIS DO CADCNS PELO CADPMT) E CRITICA CADA      *
      * ATENDIMENTO:                                         *
      *   RECUSA - SEM PRECO NO CADPRV, CONVENIO INATIVO,    *
      *            PLANO ENCERRADO NO CADCVP, MATERIAL SEM   *
      *            PRECO PARA O CONVENIO NO CADPMT           *
      *   GLOSA  - CARTEIRINHA VENCIDA NA DATA DO ATEND.,    *
      *            PROCEDIMENTO QUE EXIGE AUTORIZACAO SEM    *
      *            SENHA VIGENTE NO CADAUT, CID INATIVO      *
      * EMITE RELPREV.TXT POR CONVENIO COM O QUE VAI FATURAR *
      * (VALOR PREVISTO) E O QUE VAI SER RECUSADO/GLOSADO    *
      * COM O MOTIVO. SO LE OS CADASTROS: NAO NUMERA GUIA    *
      * NEM LOTE NO CADCTL E NAO BAIXA AUTORIZACAO           *
      * A ORDEM POR CONVENIO SAI DO ARQUIVO DE TRABALHO      *
      * PREVTRB.DAT, RECRIADO A CADA EXECUCAO                *
      * RETORNO NO PRAZO DO PLANO (CADCVP X CADHIST) SAI EM  *
      * GRUPO PROPRIO, SEM VALOR, COMO NAO FATURAVEL         *
      * SO CONTA COMO ORIGEM DO RETORNO O ATENDIMENTO PAGO   *
      * PELO MESMO CONVENIO                                  *
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
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CV.
                    SELECT CADPRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRV-CHAVE
                    FILE STATUS  IS ST-ERRO-PV.
                    SELECT CADCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO-CX.
                    SELECT CADITE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITE-CHAVE
                    FILE STATUS  IS ST-ERRO-IT.
                    SELECT CADAUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUT-CHAVE
                    FILE STATUS  IS ST-ERRO-AU.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC.
                    SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-TUSS
                    FILE STATUS  IS ST-ERRO-PR.
                    SELECT CADCVP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CVP-CHAVE
                    FILE STATUS  IS ST-ERRO-VP.
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CID
                    FILE STATUS  IS ST-ERRO-CI.
                    SELECT CADCNS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-ERRO-CS.
                    SELECT CADPMT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PMT-CHAVE
                    FILE STATUS  IS ST-ERRO-PM.
                    SELECT CADHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIS-CHAVE
                    FILE STATUS  IS ST-ERRO-HI.
                    SELECT PREVTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRB-CHAVE
                    FILE STATUS  IS ST-ERRO-TR.
                    SELECT RELPREV ASSIGN TO DISK
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

       FD CADPRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRV.DAT".
       01 REGPRV.
            03 PRV-CHAVE.
               05 PRV-TUSS         PIC 9(08).
               05 PRV-CODIGO-CONV  PIC 9(04).
               05 PRV-PLANO        PIC 9(04).
            03 PRV-VALOR           PIC 9(05)V99.

       FD CADCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXA.DAT".
       01 REGCXA.
            03 CXA-CHAVE.
               05 CXA-AGE-CHAVE.
                  07 CXA-CRM       PIC 9(07).
                  07 CXA-DATA      PIC 9(08).
                  07 CXA-HORA      PIC 9(04).
               05 CXA-TIPO         PIC X(01).
                  88 CXA-PARTICULAR   VALUE "P".
                  88 CXA-COPART       VALUE "C".
            03 CXA-DATA-MOV       PIC 9(08).
            03 CXA-OPERADOR       PIC X(08).
            03 CXA-FORMA          PIC X(01).
               88 CXA-DINHEIRO      VALUE "D".
               88 CXA-CARTAO        VALUE "C".
               88 CXA-PIX           VALUE "P".
            03 CXA-VALOR          PIC 9(05)V99.
            03 CXA-PRONTUARIO     PIC 9(06).
            03 CXA-PAC-NOME       PIC X(30).
            03 CXA-ADQUIRENTE     PIC X(10).
            03 CXA-UNIDADE        PIC 9(03).

       FD CADITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITE.DAT".
       01 REGITE.
            03 ITE-CHAVE.
               05 ITE-AGE-CHAVE.
                  07 ITE-CRM       PIC 9(07).
                  07 ITE-DATA      PIC 9(08).
                  07 ITE-HORA      PIC 9(04).
               05 ITE-SEQ          PIC 9(02).
            03 ITE-PROCED         PIC 9(08).
            03 ITE-DESCR          PIC X(30).
            03 ITE-VALOR          PIC 9(05)V99.

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

       FD CADPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
            03 PRO-TUSS       PIC 9(08).
            03 PRO-DESCR      PIC X(30).
            03 PRO-EXIGE-AUT  PIC X(01).
               88 PRO-REQUER-AUT  VALUE "S".

       FD CADCVP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCVP.DAT".
       01 REGCVP.
            03 CVP-CHAVE.
               05 CVP-CODIGO-CONV PIC 9(04).
               05 CVP-PLANO       PIC 9(04).
            03 CVP-DESCR-PLANO    PIC X(30).
            03 CVP-SITUACAO       PIC X(01).
               88 CVP-VIGENTE       VALUE "V".
               88 CVP-ENCERRADO     VALUE "E".
            03 CVP-PERC-COPART    PIC 9(03)V99.
            03 CVP-DIAS-RETORNO   PIC 9(03).

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

       FD CADCNS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNS.DAT".
       01 REGCNS.
            03 CNS-CHAVE.
               05 CNS-AGE-CHAVE.
                  07 CNS-CRM       PIC 9(07).
                  07 CNS-DATA      PIC 9(08).
                  07 CNS-HORA      PIC 9(04).
               05 CNS-SEQ          PIC 9(02).
            03 CNS-MAT-CODIGO     PIC 9(05).
            03 CNS-LOTE           PIC X(15).
            03 CNS-VALIDADE       PIC 9(08).
            03 CNS-QTDE           PIC 9(05).
            03 CNS-PRONTUARIO     PIC 9(06).

       FD CADPMT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPMT.DAT".
       01 REGPMT.
            03 PMT-CHAVE.
               05 PMT-MAT-CODIGO   PIC 9(05).
               05 PMT-CODIGO-CONV  PIC 9(04).
            03 PMT-VALOR           PIC 9(05)V99.

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

      * TRB-GRUPO "1" = VAI FATURAR; "2" = RECUSA/GLOSA PREVISTA,
      * "3" = RETORNO SEM COBRANCA (NAO FATURAVEL),
      * UM REGISTRO POR MOTIVO (TRB-SEQ) DO MESMO ATENDIMENTO
       FD PREVTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PREVTRB.DAT".
       01 REGTRB.
            03 TRB-CHAVE.
               05 TRB-CODIGO-CONV PIC 9(04).
               05 TRB-GRUPO       PIC X(01).
               05 TRB-AGE-CHAVE.
                  07 TRB-CRM      PIC 9(07).
                  07 TRB-DATA     PIC 9(08).
                  07 TRB-HORA     PIC 9(04).
               05 TRB-SEQ         PIC 9(02).
            03 TRB-NOME-CONV      PIC X(30).
            03 TRB-PRONTUARIO     PIC 9(06).
            03 TRB-PAC-NOME       PIC X(30).
            03 TRB-PROCED         PIC 9(08).
            03 TRB-VALOR          PIC 9(05)V99.
            03 TRB-TIPO-CRIT      PIC X(01).
               88 TRB-RECUSA        VALUE "R".
               88 TRB-GLOSA         VALUE "G".
            03 TRB-MOTIVO         PIC X(40).

       FD RELPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPREV.TXT".
       01 REGREL               PIC X(130).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-CV    PIC X(02) VALUE "00".
       01 ST-ERRO-PV    PIC X(02) VALUE "00".
       01 ST-ERRO-CX    PIC X(02) VALUE "00".
       01 ST-ERRO-IT    PIC X(02) VALUE "00".
       01 ST-ERRO-AU    PIC X(02) VALUE "00".
       01 ST-ERRO-PC    PIC X(02) VALUE "00".
       01 ST-ERRO-PR    PIC X(02) VALUE "00".
       01 ST-ERRO-VP    PIC X(02) VALUE "00".
       01 ST-ERRO-CI    PIC X(02) VALUE "00".
       01 ST-ERRO-CS    PIC X(02) VALUE "00".
       01 ST-ERRO-PM    PIC X(02) VALUE "00".
       01 ST-ERRO-HI    PIC X(02) VALUE "00".
       01 ST-ERRO-TR    PIC X(02) VALUE "00".
       01 ST-ERRO-REL   PIC X(02) VALUE "00".
       01 W-FIM-AGE     PIC X(01) VALUE "N".
       01 W-FIM-TRB     PIC X(01) VALUE "N".
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-PLANO-PAC   PIC 9(04) VALUE ZEROS.
       01 W-VAL-GUIA    PIC 9(05)V99 VALUE ZEROS.
       01 W-VAL-COPART  PIC 9(05)V99 VALUE ZEROS.
       01 W-QT-ITENS    PIC 9(02) VALUE ZEROS.
       01 W-SEQ-CRIT    PIC 9(02) VALUE ZEROS.
       01 W-TUSS-AUT    PIC 9(08) VALUE ZEROS.
       01 W-SEM-PRECO   PIC X(01) VALUE "N".
       01 W-VAL-MAT     PIC 9(05)V99 VALUE ZEROS.
       01 W-NOME-CONV   PIC X(30) VALUE SPACES.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-TIPO-CRIT   PIC X(01) VALUE SPACES.
       01 W-CONV-ANT    PIC 9(04) VALUE ZEROS.
       01 W-GRUPO-ANT   PIC X(01) VALUE SPACES.
       01 W-AGE-ANT     PIC X(19) VALUE SPACES.
       01 W-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-JA-FATURADAS PIC 9(06) VALUE ZEROS.
       01 W-CONT-PULADAS PIC 9(06) VALUE ZEROS.
       01 W-QT-FAT      PIC 9(06) VALUE ZEROS.
       01 W-QT-CRIT     PIC 9(06) VALUE ZEROS.
       01 W-QT-RECUSA   PIC 9(06) VALUE ZEROS.
       01 W-QT-GLOSA    PIC 9(06) VALUE ZEROS.
       01 W-QT-RET      PIC 9(06) VALUE ZEROS.
       01 W-VAL-FAT     PIC 9(07)V99 VALUE ZEROS.
       01 W-VAL-CRIT    PIC 9(07)V99 VALUE ZEROS.
       01 W-SUB-QT-FAT  PIC 9(06) VALUE ZEROS.
       01 W-SUB-QT-CRIT PIC 9(06) VALUE ZEROS.
       01 W-SUB-VAL-FAT PIC 9(07)V99 VALUE ZEROS.
       01 W-SUB-VAL-CRIT PIC 9(07)V99 VALUE ZEROS.
       01 W-SUB-QT-RET  PIC 9(06) VALUE ZEROS.

      * RETORNO SEM COBRANCA (PRAZO DO PLANO NO CADCVP)
       01 W-RET-ACHOU   PIC X(01) VALUE "N".
       01 W-RET-PLANO   PIC 9(04) VALUE ZEROS.
       01 W-RET-ORIGEM  PIC 9(08) VALUE ZEROS.
       01 W-RET-SERIAL  PIC 9(08) VALUE ZEROS.
       01 W-RET-CONV    PIC 9(04) VALUE ZEROS.
       01 W-RET-ORIG-OK PIC X(01) VALUE "N".
       01 W-RET-GUARDA  PIC X(244) VALUE SPACES.

      * DIAS CORRIDOS (MESMO CALCULO DO SMP042)
       01 W-CD-DATA    PIC 9(08) VALUE ZEROS.
       01 W-CD-DATA-R REDEFINES W-CD-DATA.
            03 W-CD-AAAA     PIC 9(04).
            03 W-CD-MM       PIC 9(02).
            03 W-CD-DD       PIC 9(02).
       01 W-CD-ANO     PIC 9(04) VALUE ZEROS.
       01 W-CD-MES     PIC 9(02) VALUE ZEROS.
       01 W-CD-T1      PIC 9(08) VALUE ZEROS.
       01 W-CD-T2      PIC 9(08) VALUE ZEROS.
       01 W-CD-T3      PIC 9(08) VALUE ZEROS.
       01 W-CD-SERIAL  PIC 9(08) VALUE ZEROS.

       01 W-CAB-REL.
            03 FILLER          PIC X(40) VALUE
               "PREVIA DE FATURAMENTO TISS - CRITICA DAS".
            03 FILLER          PIC X(20) VALUE
               " GUIAS      DATA : ".
            03 WCR-DATA        PIC 9(08).

       01 W-CAB-CONV.
            03 FILLER          PIC X(10) VALUE "CONVENIO: ".
            03 WCC-CODIGO      PIC 9(04).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WCC-NOME        PIC X(30).

       01 W-CAB-COL.
            03 FILLER          PIC X(40) VALUE
               "  CRM     DATA     HORA PRONT. PACIENTE ".
            03 FILLER          PIC X(40) VALUE
               "                      PROCED.     VALOR ".
            03 FILLER          PIC X(14) VALUE " TIPO   MOTIVO".

       01 W-DET-REL.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDR-CRM         PIC 9(07).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-DATA        PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-HORA        PIC 9(04).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-PRONTUARIO  PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-PAC-NOME    PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-PROCED      PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-VALOR       PIC ZZZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDR-TIPO        PIC X(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-MOTIVO      PIC X(40).

       01 W-LIN-SUBTOT.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WLS-DESCR       PIC X(28).
            03 WLS-QTD         PIC ZZZZZ9.
            03 FILLER          PIC X(09) VALUE "  VALOR  ".
            03 WLS-VALOR       PIC Z(06)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** PREVIA DE FATURAMENTO - CRITICA DAS GUIAS ***".

       ABRIR-ARQ.
           OPEN INPUT CADAGE
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGE - " ST-ERRO
                GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO-CV NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCONV - " ST-ERRO-CV
                CLOSE CADAGE
                GO TO ROT-FIM.
           OPEN INPUT CADPRV
           IF ST-ERRO-PV NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPRV - " ST-ERRO-PV
                CLOSE CADAGE CADCONV
                GO TO ROT-FIM.
           OPEN INPUT CADCXA
           IF ST-ERRO-CX NOT = "00"
                IF ST-ERRO-CX = "30"
                    OPEN OUTPUT CADCXA
                    CLOSE CADCXA
                    OPEN INPUT CADCXA
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCXA - "
                                                         ST-ERRO-CX
                    CLOSE CADAGE CADCONV CADPRV
                    GO TO ROT-FIM.
           OPEN INPUT CADITE
           IF ST-ERRO-IT NOT = "00"
                IF ST-ERRO-IT = "30"
                    OPEN OUTPUT CADITE
                    CLOSE CADITE
                    OPEN INPUT CADITE
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADITE - "
                                                         ST-ERRO-IT
                    CLOSE CADAGE CADCONV CADPRV CADCXA
                    GO TO ROT-FIM.
           OPEN INPUT CADAUT
           IF ST-ERRO-AU NOT = "00"
                IF ST-ERRO-AU = "30"
                    OPEN OUTPUT CADAUT
                    CLOSE CADAUT
                    OPEN INPUT CADAUT
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADAUT - "
                                                         ST-ERRO-AU
                    CLOSE CADAGE CADCONV CADPRV CADCXA CADITE
                    GO TO ROT-FIM.
           OPEN INPUT CADPAC
           IF ST-ERRO-PC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - " ST-ERRO-PC
                CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT
                GO TO ROT-FIM.
           OPEN INPUT CADPRO
           IF ST-ERRO-PR NOT = "00"
                IF ST-ERRO-PR = "30"
                    OPEN OUTPUT CADPRO
                    CLOSE CADPRO
                    OPEN INPUT CADPRO
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADPRO - "
                                                         ST-ERRO-PR
                    CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT
                          CADPAC
                    GO TO ROT-FIM.
           OPEN INPUT CADCVP
           IF ST-ERRO-VP NOT = "00"
                IF ST-ERRO-VP = "30"
                    OPEN OUTPUT CADCVP
                    CLOSE CADCVP
                    OPEN INPUT CADCVP
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCVP - "
                                                         ST-ERRO-VP
                    CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT
                          CADPAC CADPRO
                    GO TO ROT-FIM.
           OPEN INPUT CADCID
           IF ST-ERRO-CI NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCID - " ST-ERRO-CI
                CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT
                      CADPAC CADPRO CADCVP
                GO TO ROT-FIM.
           OPEN INPUT CADCNS
           IF ST-ERRO-CS NOT = "00"
                IF ST-ERRO-CS = "30"
                    OPEN OUTPUT CADCNS
                    CLOSE CADCNS
                    OPEN INPUT CADCNS
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCNS - "
                                                         ST-ERRO-CS
                    CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT
                          CADPAC CADPRO CADCVP CADCID
                    GO TO ROT-FIM.
           OPEN INPUT CADPMT
           IF ST-ERRO-PM NOT = "00"
                IF ST-ERRO-PM = "30"
                    OPEN OUTPUT CADPMT
                    CLOSE CADPMT
                    OPEN INPUT CADPMT
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADPMT - "
                                                         ST-ERRO-PM
                    CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT
                          CADPAC CADPRO CADCVP CADCID CADCNS
                    GO TO ROT-FIM.
           OPEN INPUT CADHIST
           IF ST-ERRO-HI NOT = "00"
                IF ST-ERRO-HI = "30"
                    OPEN OUTPUT CADHIST
                    CLOSE CADHIST
                    OPEN INPUT CADHIST
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADHIST - "
                                                         ST-ERRO-HI
                    CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT
                          CADPAC CADPRO CADCVP CADCID CADCNS CADPMT
                    GO TO ROT-FIM.
      *    O ARQUIVO DE TRABALHO E RECRIADO VAZIO A CADA EXECUCAO
           OPEN OUTPUT PREVTRB
           CLOSE PREVTRB
           OPEN I-O PREVTRB
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO PREVTRB.DAT - " ST-ERRO-TR
                CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT
                      CADPAC CADPRO CADCVP CADCID CADCNS CADPMT
                      CADHIST
                GO TO ROT-FIM.
           OPEN OUTPUT RELPREV
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELPREV.TXT - "
                        ST-ERRO-REL
                CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT
                      CADPAC CADPRO CADCVP CADCID CADCNS CADPMT
                      CADHIST PREVTRB
                GO TO ROT-FIM.

       PROCESSA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM UNTIL W-FIM-AGE = "S"
               READ CADAGE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-AGE
               END-READ
               IF W-FIM-AGE NOT = "S"
                   PERFORM TRATA-REG THRU TRATA-REG-FIM
           END-PERFORM.

      *    RELEITURA DO ARQUIVO DE TRABALHO NA ORDEM DO CONVENIO
           CLOSE PREVTRB
           OPEN INPUT PREVTRB
           MOVE W-DATA-HOJE TO WCR-DATA
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL

           PERFORM UNTIL W-FIM-TRB = "S"
               READ PREVTRB NEXT RECORD
                   AT END MOVE "S" TO W-FIM-TRB
               END-READ
               IF W-FIM-TRB NOT = "S"
                   PERFORM IMPRIME-TRB THRU IMPRIME-TRB-FIM
           END-PERFORM.

           IF W-LIDOS = ZEROS
                MOVE SPACES TO REGREL
                WRITE REGREL
                MOVE "*** NENHUM AGENDAMENTO A FATURAR ***" TO REGREL
                WRITE REGREL
           ELSE
                PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM.

           GO TO ROT-TOTAIS.

      *--------[ MESMO FILTRO DO TRATA-REG DA EXPORTACAO ]--------
       TRATA-REG.
           IF NOT AGE-ATENDIDO
                ADD 1 TO W-CONT-PULADAS
                GO TO TRATA-REG-FIM.
           IF AGE-PARTICULAR
                ADD 1 TO W-CONT-PULADAS
                GO TO TRATA-REG-FIM.
           IF AGE-NUM-GUIA NOT = ZEROS
                ADD 1 TO W-JA-FATURADAS
                GO TO TRATA-REG-FIM.
      *    RETORNO JA CONFIRMADO NUMA EXPORTACAO ANTERIOR
           IF AGE-RETORNO-CONF
                ADD 1 TO W-JA-FATURADAS
                GO TO TRATA-REG-FIM.
           ADD 1 TO W-LIDOS
           MOVE ZEROS TO W-SEQ-CRIT
           MOVE AGE-NOME-CONV TO W-NOME-CONV
           PERFORM VERIFICA-RETORNO THRU VERIFICA-RETORNO-FIM
           IF W-RET-ACHOU = "S"
                ADD 1 TO W-QT-RET
                MOVE ZEROS  TO W-VAL-GUIA
                MOVE "3"    TO TRB-GRUPO
                MOVE ZEROS  TO TRB-SEQ
                MOVE SPACES TO TRB-TIPO-CRIT TRB-MOTIVO
                STRING "RETORNO DO ATENDIMENTO DE " W-RET-ORIGEM
                       DELIMITED BY SIZE INTO TRB-MOTIVO
                PERFORM GRAVA-TRB THRU GRAVA-TRB-FIM
                GO TO TRATA-REG-FIM.
           PERFORM VALORA-GUIA THRU VALORA-GUIA-FIM
           PERFORM CRITICA-CONV THRU CRITICA-CONV-FIM
           IF W-SEM-PRECO = "S"
                MOVE "R" TO W-TIPO-CRIT
                MOVE SPACES TO W-MOTIVO
                STRING "SEM PRECO NO CADPRV - TUSS " AGE-PROCED
                       DELIMITED BY SIZE INTO W-MOTIVO
                PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM.
           PERFORM CRITICA-CART THRU CRITICA-CART-FIM
           PERFORM CRITICA-CID THRU CRITICA-CID-FIM
           MOVE AGE-PROCED TO W-TUSS-AUT
           PERFORM CRITICA-AUT THRU CRITICA-AUT-FIM
           PERFORM CRITICA-ITENS THRU CRITICA-ITENS-FIM
           PERFORM CRITICA-MATERIAIS THRU CRITICA-MATERIAIS-FIM
           IF W-SEQ-CRIT NOT = ZEROS
                ADD 1 TO W-QT-CRIT
                ADD W-VAL-GUIA TO W-VAL-CRIT
                GO TO TRATA-REG-FIM.
           MOVE "1"    TO TRB-GRUPO
           MOVE ZEROS  TO TRB-SEQ
           MOVE SPACES TO TRB-TIPO-CRIT TRB-MOTIVO
           PERFORM GRAVA-TRB THRU GRAVA-TRB-FIM
           ADD 1 TO W-QT-FAT
           ADD W-VAL-GUIA TO W-VAL-FAT.
       TRATA-REG-FIM.
                EXIT.

      *------[ RETORNO SEM COBRANCA PELO PRAZO DO PLANO ]------
      * O PRAZO VEM DA RELACAO CONVENIO X PLANO (CADCVP - SMP030);
      * HAVENDO NO CADHIST DO PRONTUARIO UM ATENDIMENTO ANTERIOR
      * DO MESMO MEDICO E DA MESMA ESPECIALIDADE DENTRO DO PRAZO,
      * QUE NAO TENHA SIDO ELE PROPRIO UM RETORNO, O ATENDIMENTO
      * E RETORNO E NAO E FATURADO. RESULTADO EM W-RET-ACHOU E A
      * DATA DO ATENDIMENTO DE ORIGEM EM W-RET-ORIGEM; PARTICULAR
      * E SESSAO DE SERIE (SMP064) NUNCA SAO RETORNO. A ORIGEM TEM
      * DE TER SIDO ATENDIDA PELO MESMO CONVENIO (VERIFICA-ORIGEM)
       VERIFICA-RETORNO.
           MOVE "N" TO W-RET-ACHOU
           MOVE ZEROS TO W-RET-ORIGEM
           IF AGE-PARTICULAR OR AGE-SERIE NOT = ZEROS
                GO TO VERIFICA-RETORNO-FIM.
           MOVE AGE-CODIGO-CONV TO W-RET-CONV
           MOVE AGE-PLANO TO W-RET-PLANO
           IF W-RET-PLANO = ZEROS
                MOVE AGE-CODIGO-CONV TO CODIGO
                READ CADCONV
                IF ST-ERRO-CV = "00"
                     MOVE PLANO TO W-RET-PLANO.
           MOVE AGE-CODIGO-CONV TO CVP-CODIGO-CONV
           MOVE W-RET-PLANO     TO CVP-PLANO
           READ CADCVP
           IF ST-ERRO-VP NOT = "00"
                GO TO VERIFICA-RETORNO-FIM.
           IF CVP-DIAS-RETORNO = ZEROS
                GO TO VERIFICA-RETORNO-FIM.
           MOVE AGE-DATA TO W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-CD-SERIAL TO W-RET-SERIAL
           MOVE AGE-PRONTUARIO TO HIS-PRONTUARIO
           MOVE ZEROS TO HIS-DATA HIS-HORA
           START CADHIST KEY IS NOT LESS THAN HIS-CHAVE
                INVALID KEY GO TO VERIFICA-RETORNO-FIM.
       VERIFICA-RETORNO-LOOP.
           READ CADHIST NEXT RECORD
                AT END GO TO VERIFICA-RETORNO-FIM
           END-READ
           IF HIS-PRONTUARIO NOT = AGE-PRONTUARIO
                GO TO VERIFICA-RETORNO-FIM.
      *    SO CONTAM OS ATENDIMENTOS ANTERIORES A ESTE
           IF HIS-DATA > AGE-DATA
                GO TO VERIFICA-RETORNO-FIM.
           IF HIS-DATA = AGE-DATA AND HIS-HORA NOT < AGE-HORA
                GO TO VERIFICA-RETORNO-FIM.
           IF HIS-CRM NOT = AGE-CRM
             OR HIS-COD-ESPEC NOT = AGE-COD-ESPEC
             OR HIS-E-RETORNO
                GO TO VERIFICA-RETORNO-LOOP.
           MOVE HIS-DATA TO W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-RET-SERIAL - W-CD-SERIAL > CVP-DIAS-RETORNO
                GO TO VERIFICA-RETORNO-LOOP.
           PERFORM VERIFICA-ORIGEM THRU VERIFICA-ORIGEM-FIM
           IF W-RET-ORIG-OK NOT = "S"
                GO TO VERIFICA-RETORNO-LOOP.
           MOVE "S" TO W-RET-ACHOU
           MOVE HIS-DATA TO W-RET-ORIGEM
           GO TO VERIFICA-RETORNO-LOOP.
       VERIFICA-RETORNO-FIM.
                EXIT.

      *------[ ORIGEM DO RETORNO PAGA PELO MESMO CONVENIO ]------
      * LE NO CADAGE O ATENDIMENTO DO CADHIST (CRM + DATA + HORA);
      * SO VALE COMO ORIGEM SE FOI DE CONVENIO (NAO PARTICULAR) E
      * DO MESMO CONVENIO DO ATENDIMENTO AVALIADO. ORIGEM FORA DO
      * CADAGE (EXPURGADA) NAO CONTA. A LEITURA SOBREPOE O REGAGE,
      * QUE E GUARDADO ANTES E DEVOLVIDO NO FIM
       VERIFICA-ORIGEM.
           MOVE "N" TO W-RET-ORIG-OK
           MOVE REGAGE   TO W-RET-GUARDA
           MOVE HIS-CRM  TO AGE-CRM
           MOVE HIS-DATA TO AGE-DATA
           MOVE HIS-HORA TO AGE-HORA
           READ CADAGE
           IF ST-ERRO = "00"
             AND NOT AGE-PARTICULAR
             AND AGE-CODIGO-CONV = W-RET-CONV
                MOVE "S" TO W-RET-ORIG-OK.
           MOVE W-RET-GUARDA TO REGAGE
      *    RELE O AGENDAMENTO CORRENTE PARA A VARREDURA DO CADAGE
      *    SEGUIR DO PONTO EM QUE ESTAVA
           READ CADAGE.
       VERIFICA-ORIGEM-FIM.
                EXIT.

      *----------[ DIAS CORRIDOS DA DATA EM W-CD-DATA ]----------
      * CONVERTE AAAAMMDD EM CONTAGEM CORRIDA DE DIAS PARA
      * PERMITIR A SUBTRACAO DIRETA ENTRE DUAS DATAS
       CALC-DIAS.
           MOVE W-CD-AAAA TO W-CD-ANO
           MOVE W-CD-MM   TO W-CD-MES
           IF W-CD-MES < 3
                ADD 12 TO W-CD-MES
                SUBTRACT 1 FROM W-CD-ANO.
           COMPUTE W-CD-T1 = W-CD-ANO / 4
           COMPUTE W-CD-T2 = W-CD-ANO / 100
           COMPUTE W-CD-T3 = W-CD-ANO / 400
           COMPUTE W-CD-SERIAL = 365 * W-CD-ANO + W-CD-T1
                - W-CD-T2 + W-CD-T3
           COMPUTE W-CD-T1 = (306 * (W-CD-MES + 1)) / 10
           COMPUTE W-CD-SERIAL = W-CD-SERIAL + W-CD-T1 + W-CD-DD.
       CALC-DIAS-FIM.
                EXIT.

      *--------[ CONVENIO INATIVO E PLANO ENCERRADO ]--------
       CRITICA-CONV.
           MOVE AGE-CODIGO-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO-CV NOT = "00"
                MOVE "R" TO W-TIPO-CRIT
                MOVE "CONVENIO NAO CADASTRADO" TO W-MOTIVO
                PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM
                GO TO CRITICA-CONV-FIM.
           MOVE NOME TO W-NOME-CONV
           IF CONV-INATIVO
                MOVE "R" TO W-TIPO-CRIT
                MOVE "CONVENIO INATIVO" TO W-MOTIVO
                PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM.
           MOVE AGE-CODIGO-CONV TO CVP-CODIGO-CONV
           MOVE W-PLANO-PAC     TO CVP-PLANO
           READ CADCVP
           IF ST-ERRO-VP = "00" AND CVP-ENCERRADO
                MOVE "R" TO W-TIPO-CRIT
                MOVE SPACES TO W-MOTIVO
                STRING "PLANO " W-PLANO-PAC " ENCERRADO NO CADCVP"
                       DELIMITED BY SIZE INTO W-MOTIVO
                PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM.
       CRITICA-CONV-FIM.
                EXIT.

      *--------[ VALOR PREVISTO DA GUIA (IGUAL AO SMP016) ]--------
      * O PLANO E RESOLVIDO COMO NA EXPORTACAO: O DA AGENDA OU,
      * SE ZERADO, O PLANO PADRAO DO CONVENIO
       VALORA-GUIA.
           MOVE ZEROS TO W-VAL-GUIA
           MOVE "N"   TO W-SEM-PRECO
           MOVE AGE-PLANO TO W-PLANO-PAC
           IF W-PLANO-PAC = ZEROS
                MOVE AGE-CODIGO-CONV TO CODIGO
                READ CADCONV
                IF ST-ERRO-CV = "00"
                     MOVE PLANO TO W-PLANO-PAC
                ELSE
                     MOVE ZEROS TO W-PLANO-PAC.
           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           IF W-QT-ITENS NOT = ZEROS
                PERFORM DEDUZ-COPART THRU DEDUZ-COPART-FIM
                GO TO VALORA-GUIA-MAT.
           MOVE AGE-PROCED      TO PRV-TUSS
           MOVE AGE-CODIGO-CONV TO PRV-CODIGO-CONV
           MOVE W-PLANO-PAC     TO PRV-PLANO
           READ CADPRV
           IF ST-ERRO-PV = "00"
                MOVE PRV-VALOR TO W-VAL-GUIA
                PERFORM DEDUZ-COPART THRU DEDUZ-COPART-FIM
           ELSE
                MOVE "S" TO W-SEM-PRECO.
       VALORA-GUIA-MAT.
           PERFORM SOMA-MATERIAIS THRU SOMA-MATERIAIS-FIM
           ADD W-VAL-MAT TO W-VAL-GUIA.
       VALORA-GUIA-FIM.
                EXIT.

       SOMA-ITENS.
           MOVE ZEROS TO W-QT-ITENS
           MOVE AGE-CHAVE TO ITE-AGE-CHAVE
           MOVE ZEROS TO ITE-SEQ
           START CADITE KEY IS NOT LESS THAN ITE-CHAVE
                INVALID KEY GO TO SOMA-ITENS-FIM.
       SOMA-ITENS-LOOP.
           READ CADITE NEXT RECORD
                AT END GO TO SOMA-ITENS-FIM
           END-READ
           IF ITE-AGE-CHAVE NOT = AGE-CHAVE
                GO TO SOMA-ITENS-FIM.
           ADD 1 TO W-QT-ITENS
           ADD ITE-VALOR TO W-VAL-GUIA
           GO TO SOMA-ITENS-LOOP.
       SOMA-ITENS-FIM.
                EXIT.

      *    MATERIAIS GASTOS (CADCNS) PELO PRECO DO CONVENIO (CADPMT)
       SOMA-MATERIAIS.
           MOVE ZEROS TO W-VAL-MAT
           MOVE AGE-CHAVE TO CNS-AGE-CHAVE
           MOVE ZEROS TO CNS-SEQ
           START CADCNS KEY IS NOT LESS THAN CNS-CHAVE
                INVALID KEY GO TO SOMA-MATERIAIS-FIM.
       SOMA-MATERIAIS-LOOP.
           READ CADCNS NEXT RECORD
                AT END GO TO SOMA-MATERIAIS-FIM
           END-READ
           IF CNS-AGE-CHAVE NOT = AGE-CHAVE
                GO TO SOMA-MATERIAIS-FIM.
           MOVE CNS-MAT-CODIGO  TO PMT-MAT-CODIGO
           MOVE AGE-CODIGO-CONV TO PMT-CODIGO-CONV
           READ CADPMT
           IF ST-ERRO-PM = "00"
                COMPUTE W-VAL-MAT = W-VAL-MAT + PMT-VALOR * CNS-QTDE.
           GO TO SOMA-MATERIAIS-LOOP.
       SOMA-MATERIAIS-FIM.
                EXIT.

       DEDUZ-COPART.
           MOVE ZEROS TO W-VAL-COPART
           MOVE AGE-CHAVE TO CXA-AGE-CHAVE
           MOVE "C"       TO CXA-TIPO
           READ CADCXA
           IF ST-ERRO-CX NOT = "00"
                GO TO DEDUZ-COPART-FIM.
           MOVE CXA-VALOR TO W-VAL-COPART
           IF W-VAL-COPART > W-VAL-GUIA
                MOVE W-VAL-GUIA TO W-VAL-COPART.
           SUBTRACT W-VAL-COPART FROM W-VAL-GUIA.
       DEDUZ-COPART-FIM.
                EXIT.

      *--------[ CARTEIRINHA VENCIDA NA DATA DO ATENDIMENTO ]--------
       CRITICA-CART.
           MOVE AGE-PRONTUARIO TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC NOT = "00"
                GO TO CRITICA-CART-FIM.
           IF PAC-VALID-CART NOT = ZEROS
             AND PAC-VALID-CART < AGE-DATA
                MOVE "G" TO W-TIPO-CRIT
                MOVE SPACES TO W-MOTIVO
                STRING "CARTEIRINHA VENCIDA EM " PAC-VALID-CART
                       DELIMITED BY SIZE INTO W-MOTIVO
                PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM.
       CRITICA-CART-FIM.
                EXIT.

      *--------[ CID DO ATENDIMENTO INATIVO NO CADCID ]--------
       CRITICA-CID.
           IF AGE-CID = ZEROS
                GO TO CRITICA-CID-FIM.
           MOVE AGE-CID TO CODIGO-CID
           READ CADCID
           IF ST-ERRO-CI = "00" AND CID-INATIVO
                MOVE "G" TO W-TIPO-CRIT
                MOVE SPACES TO W-MOTIVO
                STRING "CID " AGE-CID " INATIVO NO CADCID"
                       DELIMITED BY SIZE INTO W-MOTIVO
                PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM.
       CRITICA-CID-FIM.
                EXIT.

      *--------[ PROCEDIMENTO QUE EXIGE AUTORIZACAO PREVIA ]--------
      * MESMA BUSCA DA EXPORTACAO (AUTORIZACAO VIGENTE E DENTRO DA
      * VALIDADE NA DATA DO ATENDIMENTO), SEM DAR BAIXA NA SENHA
       CRITICA-AUT.
           MOVE W-TUSS-AUT TO PRO-TUSS
           READ CADPRO
           IF ST-ERRO-PR NOT = "00"
                GO TO CRITICA-AUT-FIM.
           IF NOT PRO-REQUER-AUT
                GO TO CRITICA-AUT-FIM.
           MOVE AGE-PRONTUARIO  TO AUT-PRONTUARIO
           MOVE W-TUSS-AUT      TO AUT-TUSS
           MOVE AGE-CODIGO-CONV TO AUT-CODIGO-CONV
           MOVE ZEROS           TO AUT-VALIDADE
           START CADAUT KEY IS NOT LESS THAN AUT-CHAVE
                INVALID KEY GO TO CRITICA-AUT-SEM.
       CRITICA-AUT-LOOP.
           READ CADAUT NEXT RECORD
                AT END GO TO CRITICA-AUT-SEM
           END-READ
           IF AUT-PRONTUARIO NOT = AGE-PRONTUARIO
             OR AUT-TUSS NOT = W-TUSS-AUT
             OR AUT-CODIGO-CONV NOT = AGE-CODIGO-CONV
                GO TO CRITICA-AUT-SEM.
           IF NOT AUT-VIGENTE OR AUT-VALIDADE < AGE-DATA
                GO TO CRITICA-AUT-LOOP.
           GO TO CRITICA-AUT-FIM.
       CRITICA-AUT-SEM.
           MOVE "G" TO W-TIPO-CRIT
           MOVE SPACES TO W-MOTIVO
           STRING "SEM AUTORIZACAO VIGENTE - TUSS " W-TUSS-AUT
                  DELIMITED BY SIZE INTO W-MOTIVO
           PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM.
       CRITICA-AUT-FIM.
                EXIT.

      *--------[ ITENS DO CADITE: AUTORIZACAO E PRECO ]--------
      * O PROCEDIMENTO PRINCIPAL DA AGENDA JA FOI CRITICADO
       CRITICA-ITENS.
           MOVE AGE-CHAVE TO ITE-AGE-CHAVE
           MOVE ZEROS TO ITE-SEQ
           START CADITE KEY IS NOT LESS THAN ITE-CHAVE
                INVALID KEY GO TO CRITICA-ITENS-FIM.
       CRITICA-ITENS-LOOP.
           READ CADITE NEXT RECORD
                AT END GO TO CRITICA-ITENS-FIM
           END-READ
           IF ITE-AGE-CHAVE NOT = AGE-CHAVE
                GO TO CRITICA-ITENS-FIM.
           IF ITE-VALOR = ZEROS
                MOVE "R" TO W-TIPO-CRIT
                MOVE SPACES TO W-MOTIVO
                STRING "ITEM SEM PRECO NO CADPRV - TUSS " ITE-PROCED
                       DELIMITED BY SIZE INTO W-MOTIVO
                PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM.
           IF ITE-PROCED = AGE-PROCED
                GO TO CRITICA-ITENS-LOOP.
      *    A CRITICA DA AUTORIZACAO USA O CADAUT E O CADPRO E NAO
      *    MEXE NO PONTEIRO DO CADITE
           MOVE ITE-PROCED TO W-TUSS-AUT
           PERFORM CRITICA-AUT THRU CRITICA-AUT-FIM
           GO TO CRITICA-ITENS-LOOP.
       CRITICA-ITENS-FIM.
                EXIT.

      *--------[ MATERIAIS SEM PRECO PARA O CONVENIO (CADPMT) ]--------
      * A EXPORTACAO NAO COBRA O MATERIAL SEM PRECO NA GUIA
       CRITICA-MATERIAIS.
           MOVE AGE-CHAVE TO CNS-AGE-CHAVE
           MOVE ZEROS TO CNS-SEQ
           START CADCNS KEY IS NOT LESS THAN CNS-CHAVE
                INVALID KEY GO TO CRITICA-MATERIAIS-FIM.
       CRITICA-MATERIAIS-LOOP.
           READ CADCNS NEXT RECORD
                AT END GO TO CRITICA-MATERIAIS-FIM
           END-READ
           IF CNS-AGE-CHAVE NOT = AGE-CHAVE
                GO TO CRITICA-MATERIAIS-FIM.
           MOVE CNS-MAT-CODIGO  TO PMT-MAT-CODIGO
           MOVE AGE-CODIGO-CONV TO PMT-CODIGO-CONV
           READ CADPMT
           IF ST-ERRO-PM NOT = "00"
                MOVE "R" TO W-TIPO-CRIT
                MOVE SPACES TO W-MOTIVO
                STRING "MATERIAL SEM PRECO NO CADPMT - " CNS-MAT-CODIGO
                       DELIMITED BY SIZE INTO W-MOTIVO
                PERFORM GRAVA-CRIT THRU GRAVA-CRIT-FIM.
           GO TO CRITICA-MATERIAIS-LOOP.
       CRITICA-MATERIAIS-FIM.
                EXIT.

      *--------[ GRAVA UM MOTIVO DE RECUSA/GLOSA DO ATENDIMENTO ]------
       GRAVA-CRIT.
           ADD 1 TO W-SEQ-CRIT
           IF W-TIPO-CRIT = "R"
                ADD 1 TO W-QT-RECUSA
           ELSE
                ADD 1 TO W-QT-GLOSA.
           MOVE "2"         TO TRB-GRUPO
           MOVE W-SEQ-CRIT  TO TRB-SEQ
           MOVE W-TIPO-CRIT TO TRB-TIPO-CRIT
           MOVE W-MOTIVO    TO TRB-MOTIVO
           PERFORM GRAVA-TRB THRU GRAVA-TRB-FIM.
       GRAVA-CRIT-FIM.
                EXIT.

       GRAVA-TRB.
           MOVE AGE-CODIGO-CONV TO TRB-CODIGO-CONV
           MOVE AGE-CHAVE       TO TRB-AGE-CHAVE
           MOVE W-NOME-CONV     TO TRB-NOME-CONV
           MOVE AGE-PRONTUARIO  TO TRB-PRONTUARIO
           MOVE AGE-PAC-NOME    TO TRB-PAC-NOME
           MOVE AGE-PROCED      TO TRB-PROCED
           MOVE W-VAL-GUIA      TO TRB-VALOR
           WRITE REGTRB
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO (" ST-ERRO-TR ") NO PREVTRB - CRM "
                        AGE-CRM " DATA " AGE-DATA " HORA " AGE-HORA.
       GRAVA-TRB-FIM.
                EXIT.

      *--------[ RELATORIO POR CONVENIO, COM QUEBRA DE GRUPO ]--------
      * O VALOR DA RECUSA/GLOSA E GRAVADO EM TODOS OS MOTIVOS DO
      * ATENDIMENTO, MAS SO SAI NA PRIMEIRA LINHA
       IMPRIME-TRB.
           IF TRB-CODIGO-CONV NOT = W-CONV-ANT
             OR TRB-GRUPO NOT = W-GRUPO-ANT
                PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM
                PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM.
           MOVE SPACES TO W-DET-REL
           IF TRB-AGE-CHAVE NOT = W-AGE-ANT
                MOVE TRB-AGE-CHAVE TO W-AGE-ANT
                MOVE TRB-CRM        TO WDR-CRM
                MOVE TRB-DATA       TO WDR-DATA
                MOVE TRB-HORA       TO WDR-HORA
                MOVE TRB-PRONTUARIO TO WDR-PRONTUARIO
                MOVE TRB-PAC-NOME   TO WDR-PAC-NOME
                MOVE TRB-PROCED     TO WDR-PROCED
                MOVE TRB-VALOR      TO WDR-VALOR
                IF TRB-GRUPO = "1"
                     ADD 1 TO W-SUB-QT-FAT
                     ADD TRB-VALOR TO W-SUB-VAL-FAT
                ELSE
                  IF TRB-GRUPO = "3"
                     ADD 1 TO W-SUB-QT-RET
                  ELSE
                     ADD 1 TO W-SUB-QT-CRIT
                     ADD TRB-VALOR TO W-SUB-VAL-CRIT
                  END-IF
                END-IF
           END-IF
           IF TRB-GRUPO = "3"
                MOVE "S/COBR" TO WDR-TIPO.
           IF TRB-RECUSA
                MOVE "RECUSA" TO WDR-TIPO.
           IF TRB-GLOSA
                MOVE "GLOSA " TO WDR-TIPO.
           MOVE TRB-MOTIVO TO WDR-MOTIVO
           MOVE W-DET-REL TO REGREL
           WRITE REGREL.
       IMPRIME-TRB-FIM.
                EXIT.

       ABRE-GRUPO.
           IF TRB-CODIGO-CONV NOT = W-CONV-ANT
                MOVE SPACES TO REGREL
                WRITE REGREL
                MOVE TRB-CODIGO-CONV TO WCC-CODIGO
                MOVE TRB-NOME-CONV   TO WCC-NOME
                MOVE W-CAB-CONV TO REGREL
                WRITE REGREL.
           MOVE SPACES TO REGREL
           WRITE REGREL
           IF TRB-GRUPO = "1"
                MOVE "  VAI FATURAR" TO REGREL
           ELSE
             IF TRB-GRUPO = "3"
                MOVE "  RETORNOS SEM COBRANCA (NAO FATURAVEIS)"
                                                      TO REGREL
             ELSE
                MOVE "  RECUSAS E GLOSAS PREVISTAS" TO REGREL.
           WRITE REGREL
           MOVE W-CAB-COL TO REGREL
           WRITE REGREL
           MOVE TRB-CODIGO-CONV TO W-CONV-ANT
           MOVE TRB-GRUPO       TO W-GRUPO-ANT
           MOVE SPACES          TO W-AGE-ANT.
       ABRE-GRUPO-FIM.
                EXIT.

       FECHA-GRUPO.
           IF W-GRUPO-ANT = SPACES
                GO TO FECHA-GRUPO-FIM.
           IF W-GRUPO-ANT = "1"
                MOVE "SUBTOTAL A FATURAR......... " TO WLS-DESCR
                MOVE W-SUB-QT-FAT  TO WLS-QTD
                MOVE W-SUB-VAL-FAT TO WLS-VALOR
           ELSE
             IF W-GRUPO-ANT = "3"
                MOVE "SUBTOTAL RETORNOS.......... " TO WLS-DESCR
                MOVE W-SUB-QT-RET   TO WLS-QTD
                MOVE ZEROS          TO WLS-VALOR
             ELSE
                MOVE "SUBTOTAL RECUSA/GLOSA...... " TO WLS-DESCR
                MOVE W-SUB-QT-CRIT  TO WLS-QTD
                MOVE W-SUB-VAL-CRIT TO WLS-VALOR.
           MOVE W-LIN-SUBTOT TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-SUB-QT-FAT W-SUB-VAL-FAT
                         W-SUB-QT-CRIT W-SUB-VAL-CRIT W-SUB-QT-RET.
       FECHA-GRUPO-FIM.
                EXIT.

       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "TOTAL A FATURAR............. " TO WLS-DESCR
           MOVE W-QT-FAT  TO WLS-QTD
           MOVE W-VAL-FAT TO WLS-VALOR
           MOVE W-LIN-SUBTOT TO REGREL
           WRITE REGREL
           MOVE "TOTAL COM RECUSA/GLOSA...... " TO WLS-DESCR
           MOVE W-QT-CRIT  TO WLS-QTD
           MOVE W-VAL-CRIT TO WLS-VALOR
           MOVE W-LIN-SUBTOT TO REGREL
           WRITE REGREL
           MOVE "TOTAL RETORNOS S/COBRANCA... " TO WLS-DESCR
           MOVE W-QT-RET   TO WLS-QTD
           MOVE ZEROS      TO WLS-VALOR
           MOVE W-LIN-SUBTOT TO REGREL
           WRITE REGREL

           DISPLAY "ATENDIMENTOS A FATURAR : " W-LIDOS.
           DISPLAY "SEM CRITICA            : " W-QT-FAT.
           DISPLAY "VALOR PREVISTO         : " W-VAL-FAT.
           DISPLAY "COM RECUSA/GLOSA       : " W-QT-CRIT.
           DISPLAY "VALOR EM RISCO         : " W-VAL-CRIT.
           DISPLAY "MOTIVOS DE RECUSA      : " W-QT-RECUSA.
           DISPLAY "MOTIVOS DE GLOSA       : " W-QT-GLOSA.
           DISPLAY "RETORNOS SEM COBRANCA  : " W-QT-RET.
           DISPLAY "JA FATURADAS (PULADAS) : " W-JA-FATURADAS.
           DISPLAY "NAO FATURADAS (STATUS) : " W-CONT-PULADAS.
           DISPLAY "*** PREVIA GRAVADA EM RELPREV.TXT ***".
           CLOSE CADAGE CADCONV CADPRV CADCXA CADITE CADAUT CADPAC
                 CADPRO CADCVP CADCID CADCNS CADPMT CADHIST PREVTRB
                 RELPREV.

       ROT-FIM.
                STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP070.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * FECHAMENTO CONTABIL MENSAL (INTERFACE CONTABIL)      *
      * PARA A COMPETENCIA (AAAAMM) APURA OS EVENTOS:        *
      *  FATU - GUIAS EXPORTADAS NO MES (CADGUI)             *
      *  PAGO / GLOS - BAIXAS DO RETORNO NO MES (BAIXCONV,   *
      *         GRAVADO PELO SMP029)                         *
      *  PDIN PCAR PPIX / CDIN CCAR CPIX - RECEBIMENTOS DO   *
      *         CAIXA (CADCXA) POR TIPO E FORMA              *
      *  REPA - REPASSE MEDICO SOBRE O VALOR PAGO NAS BAIXAS *
      *         DO MES (BAIXCONV), COM OS PERCENTUAIS DO     *
      *         CADREP COMO NO SMP040                        *
      * E GERA UM LANCAMENTO POR EVENTO, DIA E ESPECIALIDADE *
      * DO MEDICO (CENTRO DE CUSTO) EM LANCCTB.TXT, COM AS   *
      * CONTAS E O HISTORICO DAS REGRAS (CADRGC, SMP069) E   *
      * DO PLANO DE CONTAS (CADPCT, SMP068); EMITE O         *
      * BALANCETE DE CONFERENCIA EM BALCTB.TXT               *
      * A COMPETENCIA FECHADA FICA NO CTLCTB E NAO E GERADA  *
      * DE NOVO; EVENTO SEM REGRA OU COM CONTA INVALIDA NAO  *
      * FECHA O MES - O ARQUIVO DE LANCAMENTOS SAI VAZIO E   *
      * AS PENDENCIAS SAEM NO BALANCETE                      *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CTLCTB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTC-COMPET
                    FILE STATUS  IS ST-ERRO-CT.
                    SELECT CADGUI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GUI-NUMERO
                    FILE STATUS  IS ST-ERRO.
                    SELECT BAIXCONV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-BX.
                    SELECT CADCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO-CX.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MD.
                    SELECT CADREP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REP-CHAVE
                    FILE STATUS  IS ST-ERRO-RP.
                    SELECT CADPCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCT-CONTA
                    FILE STATUS  IS ST-ERRO-PC.
                    SELECT CADRGC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RGC-CHAVE
                    FILE STATUS  IS ST-ERRO-RG.
                    SELECT CTBTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRB-CHAVE
                    FILE STATUS  IS ST-ERRO-TR.
                    SELECT LANCCTB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LC.
                    SELECT BALCTB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * UM REGISTRO POR COMPETENCIA FECHADA
       FD CTLCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLCTB.DAT".
       01 REGCTC.
            03 CTC-COMPET      PIC 9(06).
            03 CTC-DATA-EXEC   PIC 9(08).
            03 CTC-HORA-EXEC   PIC 9(06).
            03 CTC-OPERADOR    PIC X(08).
            03 CTC-QTD-LANC    PIC 9(06).
            03 CTC-TOTAL       PIC 9(11)V99.

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

       FD BAIXCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BAIXCONV.TXT".
       01 REGBXC.
            03 BXC-DATA        PIC 9(08).
            03 BXC-NUM-GUIA    PIC 9(06).
            03 BXC-CODIGO-CONV PIC 9(04).
            03 BXC-CRM         PIC 9(07).
            03 BXC-VALOR       PIC 9(05)V99.
            03 BXC-VALOR-PAGO  PIC 9(05)V99.
            03 BXC-VALOR-GLOSA PIC 9(05)V99.
            03 BXC-COD-GLOSA   PIC X(04).

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

       FD CADREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREP.DAT".
       01 REGREP.
            03 REP-CHAVE.
               05 REP-TIPO        PIC X(01).
                  88 REP-POR-MEDICO  VALUE "M".
                  88 REP-POR-ESPEC   VALUE "E".
               05 REP-CODIGO      PIC 9(07).
            03 REP-DESCR          PIC X(30).
            03 REP-PERC           PIC 9(03)V99.

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

      * TOTAL POR DIA, EVENTO E ESPECIALIDADE - RECRIADO A CADA
      * EXECUCAO
       FD CTBTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBTRB.DAT".
       01 REGTRB.
            03 TRB-CHAVE.
               05 TRB-DATA        PIC 9(08).
               05 TRB-EVENTO      PIC X(04).
               05 TRB-COD-ESPEC   PIC 9(04).
            03 TRB-QTD            PIC 9(06).
            03 TRB-VALOR          PIC 9(11)V99.

      * LEIAUTE DE IMPORTACAO NA CONTABILIDADE
       FD LANCCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LANCCTB.TXT".
       01 REGLAN.
            03 LAN-DATA           PIC 9(08).
            03 LAN-CONTA-DEB      PIC X(12).
            03 LAN-CONTA-CRED     PIC X(12).
            03 LAN-HISTORICO      PIC X(50).
            03 LAN-VALOR          PIC 9(11)V99.
            03 LAN-CCUSTO         PIC 9(04).

       FD BALCTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BALCTB.TXT".
       01 REGREL               PIC X(120).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-CT   PIC X(02) VALUE "00".
       01 ST-ERRO-BX   PIC X(02) VALUE "00".
       01 ST-ERRO-CX   PIC X(02) VALUE "00".
       01 ST-ERRO-MD   PIC X(02) VALUE "00".
       01 ST-ERRO-RP   PIC X(02) VALUE "00".
       01 ST-ERRO-PC   PIC X(02) VALUE "00".
       01 ST-ERRO-RG   PIC X(02) VALUE "00".
       01 ST-ERRO-TR   PIC X(02) VALUE "00".
       01 ST-ERRO-LC   PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 W-FIM-GUI    PIC X(01) VALUE "N".
       01 W-FIM-BXC    PIC X(01) VALUE "N".
       01 W-FIM-CXA    PIC X(01) VALUE "N".
       01 W-FIM-TRB    PIC X(01) VALUE "N".
       01 W-FIM-PCT    PIC X(01) VALUE "N".
       01 W-SEM-BAIXAS PIC X(01) VALUE "N".
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-HORA       PIC 9(08) VALUE ZEROS.
       01 W-MES-HOJE   PIC 9(06) VALUE ZEROS.
       01 W-COMPET     PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
            03 W-COMPET-AAAA PIC 9(04).
            03 W-COMPET-MM   PIC 9(02).
       01 W-MES-MOV    PIC 9(06) VALUE ZEROS.
       01 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       01 W-DIAS-MES   PIC 9(02) VALUE ZEROS.
       01 W-T1         PIC 9(06) VALUE ZEROS.
       01 W-RESTO      PIC 9(04) VALUE ZEROS.
       01 W-OPERADOR   PIC X(08) VALUE SPACES.

      *    PARAMETROS DE ACUMULA-TRB
       01 W-EVENTO     PIC X(04) VALUE SPACES.
       01 W-DATA-LANC  PIC 9(08) VALUE ZEROS.
       01 W-ESPEC      PIC 9(04) VALUE ZEROS.
       01 W-VALOR      PIC 9(09)V99 VALUE ZEROS.

       01 W-PERC       PIC 9(03)V99 VALUE ZEROS.
       01 W-VAL-REPASSE PIC 9(07)V99 VALUE ZEROS.
       01 W-REGRA-OK   PIC X(01) VALUE "N".
       01 W-MOTIVO     PIC X(22) VALUE SPACES.
       01 W-COMPET-EDT.
            03 WCE-MM          PIC 9(02).
            03 FILLER          PIC X(01) VALUE "/".
            03 WCE-AAAA        PIC 9(04).

       01 W-GUIAS-FAT  PIC 9(06) VALUE ZEROS.
       01 W-BAIXAS     PIC 9(06) VALUE ZEROS.
       01 W-RECEBTOS   PIC 9(06) VALUE ZEROS.
       01 W-SEM-ACORDO PIC 9(03) VALUE ZEROS.
       01 W-LANCAMENTOS PIC 9(06) VALUE ZEROS.
       01 W-PENDENCIAS PIC 9(04) VALUE ZEROS.
       01 W-TOT-LANC   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-DEB    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-CRED   PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDO      PIC 9(11)V99 VALUE ZEROS.
       01 W-IND        PIC 9(03) VALUE ZEROS.
       01 W-IND-MAX    PIC 9(03) VALUE ZEROS.
       01 W-IND-CTA    PIC 9(03) VALUE ZEROS.
       01 W-CTA-MAX    PIC 9(03) VALUE ZEROS.
       01 W-IND-EV     PIC 9(02) VALUE ZEROS.

       01 W-TAB-DIAS-MES.
            03 FILLER   PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-DIAS-R REDEFINES W-TAB-DIAS-MES.
            03 W-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

      *    EVENTOS DO FECHAMENTO (OS MESMOS DO CADASTRO SMP069)
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

       01 W-TAB-RESUMO.
            03 W-RS-ITEM OCCURS 10 TIMES.
               05 W-RS-QTD     PIC 9(06).
               05 W-RS-VALOR   PIC 9(11)V99.

       01 W-TAB-MED.
            03 W-TM-ITEM OCCURS 100 TIMES.
               05 W-TM-CRM        PIC 9(07).
               05 W-TM-PAGO       PIC 9(07)V99.

       01 W-TAB-CTA.
            03 W-TC-ITEM OCCURS 200 TIMES.
               05 W-TC-CONTA      PIC X(12).
               05 W-TC-DEB        PIC 9(11)V99.
               05 W-TC-CRED       PIC 9(11)V99.

       01 W-CAB-REL.
            03 FILLER          PIC X(40) VALUE
               "BALANCETE DE CONFERENCIA - COMPETENCIA  ".
            03 WCR-COMPET      PIC X(07).

       01 W-CAB-COL.
            03 FILLER          PIC X(13) VALUE "CONTA".
            03 FILLER          PIC X(42) VALUE "DESCRICAO".
            03 FILLER          PIC X(16) VALUE "         DEBITOS".
            03 FILLER          PIC X(16) VALUE "        CREDITOS".
            03 FILLER          PIC X(16) VALUE "           SALDO".

       01 W-DET-BAL.
            03 WDB-CONTA       PIC X(12).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDB-DESCR       PIC X(40).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDB-DEB         PIC Z(10)9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDB-CRED        PIC Z(10)9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDB-SALDO       PIC Z(10)9,99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDB-DC          PIC X(01).

       01 W-DET-EVE.
            03 FILLER          PIC X(09) VALUE "EVENTO : ".
            03 WDE-CODIGO      PIC X(04).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WDE-DESCR       PIC X(30).
            03 FILLER          PIC X(08) VALUE "  QTDE  ".
            03 WDE-QTD         PIC Z(05)9.
            03 FILLER          PIC X(09) VALUE "  VALOR  ".
            03 WDE-VALOR       PIC Z(10)9,99.

       01 W-DET-PEN.
            03 WDP-MOTIVO      PIC X(22).
            03 FILLER          PIC X(08) VALUE " EVENTO ".
            03 WDP-EVENTO      PIC X(04).
            03 FILLER          PIC X(08) VALUE "  ESPEC ".
            03 WDP-ESPEC       PIC 9(04).
            03 FILLER          PIC X(07) VALUE "  DATA ".
            03 WDP-DATA        PIC 9(08).
            03 FILLER          PIC X(08) VALUE "  VALOR ".
            03 WDP-VALOR       PIC Z(10)9,99.
            03 FILLER          PIC X(08) VALUE "  CONTA ".
            03 WDP-CONTA       PIC X(12).

       01 W-TOT-GERAL.
            03 FILLER          PIC X(55) VALUE
               "TOTAL GERAL....................................".
            03 WTG-DEB         PIC Z(10)9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WTG-CRED        PIC Z(10)9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WTG-SITUACAO    PIC X(16).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** FECHAMENTO CONTABIL MENSAL ***".
           DISPLAY "COMPETENCIA (AAAAMM) : ".
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS OR W-COMPET-MM = ZEROS
             OR W-COMPET-MM > 12
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO ROT-FIM.
      *    SO FECHA MES JA ENCERRADO - O MES CORRENTE AINDA RECEBE
      *    EXPORTACOES, RETORNOS E CAIXA
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE (1:6) TO W-MES-HOJE
           IF W-COMPET NOT < W-MES-HOJE
                DISPLAY "COMPETENCIA AINDA EM ABERTO"
                GO TO ROT-FIM.
           MOVE SPACES TO W-OPERADOR
           DISPLAY "SMPOPER" UPON ENVIRONMENT-NAME
           ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE
           IF W-OPERADOR = SPACES OR LOW-VALUES
                DISPLAY "USER" UPON ENVIRONMENT-NAME
                ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE.

       ABRIR-ARQ.
           OPEN I-O CTLCTB
           IF ST-ERRO-CT NOT = "00"
                IF ST-ERRO-CT = "30"
                    OPEN OUTPUT CTLCTB
                    CLOSE CTLCTB
                    GO TO ABRIR-ARQ
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CTLCTB - " ST-ERRO-CT
                    GO TO ROT-FIM.
           MOVE W-COMPET TO CTC-COMPET
           READ CTLCTB
           IF ST-ERRO-CT = "00"
                DISPLAY "COMPETENCIA " W-COMPET " JA FECHADA EM "
                        CTC-DATA-EXEC " POR " CTC-OPERADOR
                DISPLAY "LANCAMENTOS " CTC-QTD-LANC
                        " - NADA FOI GERADO"
                CLOSE CTLCTB
                GO TO ROT-FIM.
           IF ST-ERRO-CT NOT = "23"
                DISPLAY "ERRO NA LEITURA DO CTLCTB - " ST-ERRO-CT
                CLOSE CTLCTB
                GO TO ROT-FIM.
           OPEN INPUT CADGUI
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADGUI - " ST-ERRO
                CLOSE CTLCTB
                GO TO ROT-FIM.
           OPEN INPUT CADCXA
           IF ST-ERRO-CX NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCXA - " ST-ERRO-CX
                CLOSE CTLCTB CADGUI
                GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MD NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - " ST-ERRO-MD
                CLOSE CTLCTB CADGUI CADCXA
                GO TO ROT-FIM.
           OPEN INPUT CADREP
           IF ST-ERRO-RP NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADREP - " ST-ERRO-RP
                CLOSE CTLCTB CADGUI CADCXA CADMED
                GO TO ROT-FIM.
           OPEN INPUT CADPCT
           IF ST-ERRO-PC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPCT - " ST-ERRO-PC
                CLOSE CTLCTB CADGUI CADCXA CADMED CADREP
                GO TO ROT-FIM.
           OPEN INPUT CADRGC
           IF ST-ERRO-RG NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADRGC - " ST-ERRO-RG
                CLOSE CTLCTB CADGUI CADCXA CADMED CADREP CADPCT
                GO TO ROT-FIM.
      *    SEM HISTORICO DE BAIXAS (NENHUM RETORNO PROCESSADO AINDA)
      *    O MES FECHA SEM PAGAMENTOS E GLOSAS DE CONVENIO
           OPEN INPUT BAIXCONV
           IF ST-ERRO-BX NOT = "00"
                IF ST-ERRO-BX = "05" OR "30" OR "35"
                    MOVE "S" TO W-SEM-BAIXAS
                    DISPLAY "BAIXCONV.TXT NAO ENCONTRADO - SEM BAIXAS"
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO BAIXCONV.TXT - "
                            ST-ERRO-BX
                    CLOSE CTLCTB CADGUI CADCXA CADMED CADREP CADPCT
                          CADRGC
                    GO TO ROT-FIM.
           OPEN OUTPUT CTBTRB
           CLOSE CTBTRB
           OPEN I-O CTBTRB
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CTBTRB.DAT - " ST-ERRO-TR
                PERFORM FECHA-ENTRADAS THRU FECHA-ENTRADAS-FIM
                GO TO ROT-FIM.
           OPEN OUTPUT LANCCTB
           IF ST-ERRO-LC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO LANCCTB.TXT - "
                        ST-ERRO-LC
                PERFORM FECHA-ENTRADAS THRU FECHA-ENTRADAS-FIM
                CLOSE CTBTRB
                GO TO ROT-FIM.
           OPEN OUTPUT BALCTB
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO BALCTB.TXT - "
                        ST-ERRO-REL
                PERFORM FECHA-ENTRADAS THRU FECHA-ENTRADAS-FIM
                CLOSE CTBTRB LANCCTB
                GO TO ROT-FIM.

       PROCESSA.
           MOVE W-COMPET-MM   TO WCE-MM
           MOVE W-COMPET-AAAA TO WCE-AAAA
           MOVE W-COMPET-EDT TO WCR-COMPET
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           MOVE ZEROS TO W-TAB-RESUMO

      *    1. FATURAMENTO EXPORTADO (CADGUI)
           PERFORM UNTIL W-FIM-GUI = "S"
               READ CADGUI NEXT RECORD
                   AT END MOVE "S" TO W-FIM-GUI
               END-READ
               IF W-FIM-GUI NOT = "S"
                   PERFORM TRATA-GUI THRU TRATA-GUI-FIM
           END-PERFORM.

      *    2. PAGAMENTOS E GLOSAS BAIXADOS NO MES (SMP029), QUE SAO
      *       TAMBEM A BASE DO REPASSE
           IF W-SEM-BAIXAS NOT = "S"
                PERFORM UNTIL W-FIM-BXC = "S"
                    READ BAIXCONV
                        AT END MOVE "S" TO W-FIM-BXC
                    END-READ
                    IF W-FIM-BXC NOT = "S"
                        PERFORM TRATA-BXC THRU TRATA-BXC-FIM
                END-PERFORM.

      *    3. RECEBIMENTOS DO CAIXA (PARTICULAR E COPARTICIPACAO)
           PERFORM UNTIL W-FIM-CXA = "S"
               READ CADCXA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-CXA
               END-READ
               IF W-FIM-CXA NOT = "S"
                   PERFORM TRATA-CXA THRU TRATA-CXA-FIM
           END-PERFORM.

      *    4. REPASSE MEDICO DA COMPETENCIA
           PERFORM APURA-REPASSE THRU APURA-REPASSE-FIM

      *    GERACAO DOS LANCAMENTOS NA ORDEM DIA/EVENTO/ESPECIALIDADE
           CLOSE CTBTRB
           OPEN INPUT CTBTRB
           PERFORM UNTIL W-FIM-TRB = "S"
               READ CTBTRB NEXT RECORD
                   AT END MOVE "S" TO W-FIM-TRB
               END-READ
               IF W-FIM-TRB NOT = "S"
                   PERFORM GERA-LANC THRU GERA-LANC-FIM
           END-PERFORM.

           PERFORM IMPRIME-BALANCETE THRU IMPRIME-BALANCETE-FIM
           PERFORM IMPRIME-EVENTOS THRU IMPRIME-EVENTOS-FIM
           GO TO ROT-TOTAIS.

      *------[ GUIA: FATURAMENTO NO MES DA EXPORTACAO ]------
      * A GUIA REAPRESENTADA TEM NOVA DATA DE EXPORTACAO E VOLTA A
      * SER FATURADA NO MES DA REAPRESENTACAO (A GLOSA JA BAIXOU O
      * VALOR ANTERIOR)
       TRATA-GUI.
           MOVE GUI-DATA-EXPORT (1:6) TO W-MES-MOV
           IF GUI-DATA-EXPORT NOT = ZEROS AND W-MES-MOV = W-COMPET
                ADD 1 TO W-GUIAS-FAT
                MOVE "FATU"          TO W-EVENTO
                MOVE GUI-DATA-EXPORT TO W-DATA-LANC
                MOVE GUI-CRM         TO CRM
                PERFORM BUSCA-ESPEC THRU BUSCA-ESPEC-FIM
                MOVE GUI-VALOR       TO W-VALOR
                PERFORM ACUMULA-TRB THRU ACUMULA-TRB-FIM.
       TRATA-GUI-FIM.
                EXIT.

      *------[ BAIXA DO RETORNO: PAGO, GLOSA E BASE DO REPASSE ]------
      * O CONVENIO PAGA 30 A 60 DIAS DEPOIS DO ATENDIMENTO E O MES
      * SO FECHA UMA VEZ; O REPASSE ENTRA NO MES EM QUE A GUIA FOI
      * PAGA, CADA BAIXA UMA SO VEZ (A REAPRESENTADA PAGA DE NOVO
      * GERA NOVA BAIXA E NOVO REPASSE SOBRE O QUE ENTROU)
       TRATA-BXC.
           MOVE BXC-DATA (1:6) TO W-MES-MOV
           IF W-MES-MOV NOT = W-COMPET
                GO TO TRATA-BXC-FIM.
           ADD 1 TO W-BAIXAS
           MOVE BXC-DATA TO W-DATA-LANC
           MOVE BXC-CRM  TO CRM
           PERFORM BUSCA-ESPEC THRU BUSCA-ESPEC-FIM
           IF BXC-VALOR-PAGO NOT = ZEROS
                MOVE "PAGO"         TO W-EVENTO
                MOVE BXC-VALOR-PAGO TO W-VALOR
                PERFORM ACUMULA-TRB THRU ACUMULA-TRB-FIM
                PERFORM ACUMULA-MED THRU ACUMULA-MED-FIM.
           IF BXC-VALOR-GLOSA NOT = ZEROS
                MOVE "GLOS"          TO W-EVENTO
                MOVE BXC-VALOR-GLOSA TO W-VALOR
                PERFORM ACUMULA-TRB THRU ACUMULA-TRB-FIM.
       TRATA-BXC-FIM.
                EXIT.

      *------[ CAIXA: EVENTO PELO TIPO (P/C) E PELA FORMA (D/C/P) ]---
       TRATA-CXA.
           MOVE CXA-DATA-MOV (1:6) TO W-MES-MOV
           IF W-MES-MOV NOT = W-COMPET
                GO TO TRATA-CXA-FIM.
           IF CXA-VALOR = ZEROS
                GO TO TRATA-CXA-FIM.
           MOVE SPACES TO W-EVENTO
           IF CXA-PARTICULAR
                MOVE "P" TO W-EVENTO (1:1)
           ELSE
                MOVE "C" TO W-EVENTO (1:1).
           IF CXA-DINHEIRO
                MOVE "DIN" TO W-EVENTO (2:3).
           IF CXA-CARTAO
                MOVE "CAR" TO W-EVENTO (2:3).
           IF CXA-PIX
                MOVE "PIX" TO W-EVENTO (2:3).
           IF W-EVENTO (2:3) = SPACES
                DISPLAY "FORMA DE PAGAMENTO INVALIDA NO CAIXA - CRM "
                        CXA-CRM " DATA " CXA-DATA " HORA " CXA-HORA
                GO TO TRATA-CXA-FIM.
           ADD 1 TO W-RECEBTOS
           MOVE CXA-DATA-MOV TO W-DATA-LANC
           MOVE CXA-CRM      TO CRM
           PERFORM BUSCA-ESPEC THRU BUSCA-ESPEC-FIM
           MOVE CXA-VALOR    TO W-VALOR
           PERFORM ACUMULA-TRB THRU ACUMULA-TRB-FIM.
       TRATA-CXA-FIM.
                EXIT.

      *------[ CENTRO DE CUSTO = ESPECIALIDADE DO MEDICO (CRM) ]------
       BUSCA-ESPEC.
           MOVE ZEROS TO W-ESPEC
           READ CADMED
           IF ST-ERRO-MD = "00"
                MOVE MED-COD-ESPEC TO W-ESPEC.
       BUSCA-ESPEC-FIM.
                EXIT.

       ACUMULA-TRB.
           MOVE W-DATA-LANC TO TRB-DATA
           MOVE W-EVENTO    TO TRB-EVENTO
           MOVE W-ESPEC     TO TRB-COD-ESPEC
           READ CTBTRB
           IF ST-ERRO-TR = "00"
                ADD 1       TO TRB-QTD
                ADD W-VALOR TO TRB-VALOR
                REWRITE REGTRB
                GO TO ACUMULA-TRB-FIM.
           MOVE 1       TO TRB-QTD
           MOVE W-VALOR TO TRB-VALOR
           WRITE REGTRB
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO (" ST-ERRO-TR ") NO CTBTRB - EVENTO "
                        TRB-EVENTO " DATA " TRB-DATA.
       ACUMULA-TRB-FIM.
                EXIT.

       ACUMULA-MED.
           MOVE ZEROS TO W-IND.
       ACUMULA-MED-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-IND-MAX
                GO TO ACUMULA-MED-NOVO.
           IF W-TM-CRM (W-IND) = BXC-CRM
                GO TO ACUMULA-MED-SOMA.
           GO TO ACUMULA-MED-LOOP.
       ACUMULA-MED-NOVO.
           IF W-IND-MAX NOT < 100
                DISPLAY "TABELA DE MEDICOS ESGOTADA - CRM " BXC-CRM
                GO TO ACUMULA-MED-FIM.
           ADD 1 TO W-IND-MAX
           MOVE W-IND-MAX TO W-IND
           MOVE BXC-CRM TO W-TM-CRM (W-IND)
           MOVE ZEROS TO W-TM-PAGO (W-IND).
       ACUMULA-MED-SOMA.
           ADD BXC-VALOR-PAGO TO W-TM-PAGO (W-IND).
       ACUMULA-MED-FIM.
                EXIT.

      *--------[ REPASSE POR MEDICO, LANCADO NO ULTIMO DIA DO MES ]----
      * MESMO PERCENTUAL DO DEMONSTRATIVO SMP040 (DO CRM OU DA
      * ESPECIALIDADE, ARREDONDADO POR MEDICO), APLICADO AO QUE O
      * CONVENIO PAGOU NAS BAIXAS DO MES
       APURA-REPASSE.
           MOVE ZEROS TO W-IND.
       APURA-REPASSE-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-IND-MAX
                GO TO APURA-REPASSE-FIM.
           MOVE W-TM-CRM (W-IND) TO CRM
           READ CADMED
           IF ST-ERRO-MD NOT = "00"
                MOVE ZEROS TO MED-COD-ESPEC.
           MOVE MED-COD-ESPEC TO W-ESPEC
           PERFORM BUSCA-PERC THRU BUSCA-PERC-FIM
           COMPUTE W-VAL-REPASSE ROUNDED =
                   W-TM-PAGO (W-IND) * W-PERC / 100
           IF W-VAL-REPASSE = ZEROS
                GO TO APURA-REPASSE-LOOP.
           MOVE "REPA"        TO W-EVENTO
           MOVE W-DATA-FIM    TO W-DATA-LANC
           MOVE W-VAL-REPASSE TO W-VALOR
           PERFORM ACUMULA-TRB THRU ACUMULA-TRB-FIM
           GO TO APURA-REPASSE-LOOP.
       APURA-REPASSE-FIM.
                EXIT.

       BUSCA-PERC.
           MOVE ZEROS TO W-PERC
           MOVE "M" TO REP-TIPO
           MOVE W-TM-CRM (W-IND) TO REP-CODIGO
           READ CADREP
           IF ST-ERRO-RP = "00"
                MOVE REP-PERC TO W-PERC
                GO TO BUSCA-PERC-FIM.
           MOVE "E" TO REP-TIPO
           MOVE MED-COD-ESPEC TO REP-CODIGO
           READ CADREP
           IF ST-ERRO-RP = "00"
                MOVE REP-PERC TO W-PERC
                GO TO BUSCA-PERC-FIM.
           ADD 1 TO W-SEM-ACORDO
           DISPLAY "SEM ACORDO DE REPASSE - CRM " W-TM-CRM (W-IND).
       BUSCA-PERC-FIM.
                EXIT.

      *------[ UM LANCAMENTO POR TOTAL DO CTBTRB ]------
      * A REGRA DA ESPECIALIDADE PREVALECE; NA FALTA DELA VALE A
      * REGRA GERAL DO EVENTO (ESPECIALIDADE 0000)
       GERA-LANC.
           PERFORM BUSCA-REGRA THRU BUSCA-REGRA-FIM
           IF W-REGRA-OK NOT = "S"
                PERFORM ESCREVE-PEND THRU ESCREVE-PEND-FIM
                GO TO GERA-LANC-FIM.
           MOVE TRB-DATA       TO LAN-DATA
           MOVE RGC-CONTA-DEB  TO LAN-CONTA-DEB
           MOVE RGC-CONTA-CRED TO LAN-CONTA-CRED
           MOVE SPACES TO LAN-HISTORICO
           STRING RGC-HISTORICO DELIMITED BY "  "
                  " - COMPET " W-COMPET-EDT
                  DELIMITED BY SIZE INTO LAN-HISTORICO
           MOVE TRB-VALOR      TO LAN-VALOR
           MOVE TRB-COD-ESPEC  TO LAN-CCUSTO
           WRITE REGLAN
           IF ST-ERRO-LC NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO LANCCTB - " ST-ERRO-LC.
           ADD 1 TO W-LANCAMENTOS
           ADD TRB-VALOR TO W-TOT-LANC
           MOVE RGC-CONTA-DEB TO PCT-CONTA
           PERFORM ACHA-CONTA THRU ACHA-CONTA-FIM
           IF W-IND-CTA NOT = ZEROS
                ADD TRB-VALOR TO W-TC-DEB (W-IND-CTA).
           MOVE RGC-CONTA-CRED TO PCT-CONTA
           PERFORM ACHA-CONTA THRU ACHA-CONTA-FIM
           IF W-IND-CTA NOT = ZEROS
                ADD TRB-VALOR TO W-TC-CRED (W-IND-CTA).
           PERFORM SOMA-EVENTO THRU SOMA-EVENTO-FIM.
       GERA-LANC-FIM.
                EXIT.

       BUSCA-REGRA.
           MOVE "N" TO W-REGRA-OK
           MOVE TRB-EVENTO    TO RGC-EVENTO
           MOVE TRB-COD-ESPEC TO RGC-COD-ESPEC
           READ CADRGC
           IF ST-ERRO-RG NOT = "00"
                MOVE ZEROS TO RGC-COD-ESPEC
                READ CADRGC.
           IF ST-ERRO-RG NOT = "00"
                MOVE "EVENTO SEM REGRA" TO W-MOTIVO
                MOVE SPACES TO PCT-CONTA
                GO TO BUSCA-REGRA-FIM.
           MOVE RGC-CONTA-DEB TO PCT-CONTA
           PERFORM CONFERE-CONTA THRU CONFERE-CONTA-FIM
           IF W-MOTIVO NOT = SPACES
                GO TO BUSCA-REGRA-FIM.
           MOVE RGC-CONTA-CRED TO PCT-CONTA
           PERFORM CONFERE-CONTA THRU CONFERE-CONTA-FIM
           IF W-MOTIVO NOT = SPACES
                GO TO BUSCA-REGRA-FIM.
           MOVE "S" TO W-REGRA-OK.
       BUSCA-REGRA-FIM.
                EXIT.

      *    A CONTA PODE TER SIDO INATIVADA DEPOIS DE USADA NA REGRA
       CONFERE-CONTA.
           MOVE SPACES TO W-MOTIVO
           READ CADPCT
           IF ST-ERRO-PC NOT = "00"
                MOVE "CONTA NAO CADASTRADA" TO W-MOTIVO
                GO TO CONFERE-CONTA-FIM.
           IF PCT-INATIVA
                MOVE "CONTA INATIVA" TO W-MOTIVO.
       CONFERE-CONTA-FIM.
                EXIT.

       ESCREVE-PEND.
           IF W-PENDENCIAS = ZEROS
                MOVE "PENDENCIAS QUE IMPEDEM O FECHAMENTO :" TO REGREL
                WRITE REGREL.
           ADD 1 TO W-PENDENCIAS
           MOVE W-MOTIVO      TO WDP-MOTIVO
           MOVE TRB-EVENTO    TO WDP-EVENTO
           MOVE TRB-COD-ESPEC TO WDP-ESPEC
           MOVE TRB-DATA      TO WDP-DATA
           MOVE TRB-VALOR     TO WDP-VALOR
           MOVE PCT-CONTA     TO WDP-CONTA
           MOVE W-DET-PEN TO REGREL
           WRITE REGREL.
       ESCREVE-PEND-FIM.
                EXIT.

      *    DEVOLVE EM W-IND-CTA A POSICAO DA CONTA (PCT-CONTA) NA
      *    TABELA DO BALANCETE, INCLUINDO-A SE AINDA NAO ESTIVER
       ACHA-CONTA.
           MOVE ZEROS TO W-IND-CTA.
       ACHA-CONTA-LOOP.
           ADD 1 TO W-IND-CTA
           IF W-IND-CTA > W-CTA-MAX
                GO TO ACHA-CONTA-NOVA.
           IF W-TC-CONTA (W-IND-CTA) = PCT-CONTA
                GO TO ACHA-CONTA-FIM.
           GO TO ACHA-CONTA-LOOP.
       ACHA-CONTA-NOVA.
           IF W-CTA-MAX NOT < 200
                DISPLAY "TABELA DE CONTAS ESGOTADA - CONTA " PCT-CONTA
                MOVE ZEROS TO W-IND-CTA
                GO TO ACHA-CONTA-FIM.
           ADD 1 TO W-CTA-MAX
           MOVE W-CTA-MAX TO W-IND-CTA
           MOVE PCT-CONTA TO W-TC-CONTA (W-IND-CTA)
           MOVE ZEROS TO W-TC-DEB (W-IND-CTA) W-TC-CRED (W-IND-CTA).
       ACHA-CONTA-FIM.
                EXIT.

       SOMA-EVENTO.
           MOVE ZEROS TO W-IND-EV.
       SOMA-EVENTO-LOOP.
           ADD 1 TO W-IND-EV
           IF W-IND-EV > 10
                GO TO SOMA-EVENTO-FIM.
           IF W-EV-CODIGO (W-IND-EV) NOT = TRB-EVENTO
                GO TO SOMA-EVENTO-LOOP.
           ADD TRB-QTD   TO W-RS-QTD (W-IND-EV)
           ADD TRB-VALOR TO W-RS-VALOR (W-IND-EV).
       SOMA-EVENTO-FIM.
                EXIT.

      *--------[ BALANCETE: CONTAS MOVIMENTADAS NA ORDEM DO PLANO ]----
       IMPRIME-BALANCETE.
           IF W-PENDENCIAS NOT = ZEROS
                MOVE SPACES TO REGREL
                WRITE REGREL.
           MOVE W-CAB-COL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           IF W-CTA-MAX = ZEROS
                MOVE "*** NENHUM LANCAMENTO NA COMPETENCIA ***"
                                                            TO REGREL
                WRITE REGREL
                GO TO IMPRIME-BALANCETE-FIM.
           MOVE LOW-VALUES TO PCT-CONTA
           START CADPCT KEY IS NOT LESS THAN PCT-CONTA
           IF ST-ERRO-PC NOT = "00"
                GO TO IMPRIME-BALANCETE-FIM.
       IMPRIME-BALANCETE-LOOP.
           READ CADPCT NEXT RECORD
           IF ST-ERRO-PC NOT = "00"
                GO TO IMPRIME-BALANCETE-FIM.
           MOVE ZEROS TO W-IND-CTA.
       IMPRIME-BALANCETE-PROCURA.
           ADD 1 TO W-IND-CTA
           IF W-IND-CTA > W-CTA-MAX
                GO TO IMPRIME-BALANCETE-LOOP.
           IF W-TC-CONTA (W-IND-CTA) NOT = PCT-CONTA
                GO TO IMPRIME-BALANCETE-PROCURA.
           MOVE PCT-CONTA TO WDB-CONTA
           MOVE PCT-DESCR TO WDB-DESCR
           MOVE W-TC-DEB (W-IND-CTA)  TO WDB-DEB
           MOVE W-TC-CRED (W-IND-CTA) TO WDB-CRED
           ADD W-TC-DEB (W-IND-CTA)  TO W-TOT-DEB
           ADD W-TC-CRED (W-IND-CTA) TO W-TOT-CRED
           IF W-TC-DEB (W-IND-CTA) NOT < W-TC-CRED (W-IND-CTA)
                COMPUTE W-SALDO = W-TC-DEB (W-IND-CTA)
                                - W-TC-CRED (W-IND-CTA)
                MOVE "D" TO WDB-DC
           ELSE
                COMPUTE W-SALDO = W-TC-CRED (W-IND-CTA)
                                - W-TC-DEB (W-IND-CTA)
                MOVE "C" TO WDB-DC.
           MOVE W-SALDO TO WDB-SALDO
           MOVE W-DET-BAL TO REGREL
           WRITE REGREL
           GO TO IMPRIME-BALANCETE-LOOP.
       IMPRIME-BALANCETE-FIM.
                EXIT.

       IMPRIME-EVENTOS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-TOT-DEB  TO WTG-DEB
           MOVE W-TOT-CRED TO WTG-CRED
           IF W-TOT-DEB = W-TOT-CRED
                MOVE "CONFERE" TO WTG-SITUACAO
           ELSE
                MOVE "*** NAO CONFERE" TO WTG-SITUACAO.
           MOVE W-TOT-GERAL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "RESUMO POR EVENTO :" TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-IND-EV.
       IMPRIME-EVENTOS-LOOP.
           ADD 1 TO W-IND-EV
           IF W-IND-EV > 10
                GO TO IMPRIME-EVENTOS-FIM.
           IF W-RS-QTD (W-IND-EV) = ZEROS
                GO TO IMPRIME-EVENTOS-LOOP.
           MOVE W-EV-CODIGO (W-IND-EV) TO WDE-CODIGO
           MOVE W-EV-DESCR (W-IND-EV)  TO WDE-DESCR
           MOVE W-RS-QTD (W-IND-EV)    TO WDE-QTD
           MOVE W-RS-VALOR (W-IND-EV)  TO WDE-VALOR
           MOVE W-DET-EVE TO REGREL
           WRITE REGREL
           GO TO IMPRIME-EVENTOS-LOOP.
       IMPRIME-EVENTOS-FIM.
                EXIT.

      *    ULTIMO DIA DA COMPETENCIA (DATA DO LANCAMENTO DO REPASSE)
       ULTIMO-DIA.
           MOVE W-DIAS-DO-MES (W-COMPET-MM) TO W-DIAS-MES
           IF W-COMPET-MM = 2
                PERFORM CHECA-BISSEXTO THRU CHECA-BISSEXTO-FIM.
           COMPUTE W-DATA-FIM = W-COMPET * 100 + W-DIAS-MES.
       ULTIMO-DIA-FIM.
                EXIT.

       CHECA-BISSEXTO.
           COMPUTE W-T1 = W-COMPET-AAAA / 4
           COMPUTE W-RESTO = W-COMPET-AAAA - W-T1 * 4
           IF W-RESTO = ZEROS
                MOVE 29 TO W-DIAS-MES
                COMPUTE W-T1 = W-COMPET-AAAA / 100
                COMPUTE W-RESTO = W-COMPET-AAAA - W-T1 * 100
                IF W-RESTO = ZEROS
                     COMPUTE W-T1 = W-COMPET-AAAA / 400
                     COMPUTE W-RESTO = W-COMPET-AAAA - W-T1 * 400
                     IF W-RESTO NOT = ZEROS
                          MOVE 28 TO W-DIAS-MES.
       CHECA-BISSEXTO-FIM.
                EXIT.

       FECHA-ENTRADAS.
           CLOSE CTLCTB CADGUI CADCXA CADMED CADREP CADPCT CADRGC
           IF W-SEM-BAIXAS NOT = "S"
                CLOSE BAIXCONV.
       FECHA-ENTRADAS-FIM.
                EXIT.

      *------[ FECHAMENTO: SO COM TODOS OS EVENTOS CONTABILIZADOS ]----
       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           IF W-PENDENCIAS NOT = ZEROS
      *         O ARQUIVO DE LANCAMENTOS NAO PODE SEGUIR INCOMPLETO
                CLOSE LANCCTB
                OPEN OUTPUT LANCCTB
                MOVE
                "*** FECHAMENTO NAO CONCLUIDO - CORRIJA AS PENDENCIAS"
                                                            TO REGREL
                WRITE REGREL
                MOVE "    E PROCESSE A COMPETENCIA NOVAMENTE ***"
                                                            TO REGREL
                WRITE REGREL
                GO TO ROT-TOTAIS-FECHA.
           ACCEPT W-HORA FROM TIME
           MOVE W-COMPET      TO CTC-COMPET
           MOVE W-DATA-HOJE   TO CTC-DATA-EXEC
           MOVE W-HORA (1:6)  TO CTC-HORA-EXEC
           MOVE W-OPERADOR    TO CTC-OPERADOR
           MOVE W-LANCAMENTOS TO CTC-QTD-LANC
           MOVE W-TOT-LANC    TO CTC-TOTAL
           WRITE REGCTC
           IF ST-ERRO-CT NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO CTLCTB - " ST-ERRO-CT.
           MOVE SPACES TO REGREL
           STRING "COMPETENCIA FECHADA EM " W-DATA-HOJE
                  " - LANCAMENTOS " W-LANCAMENTOS
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL.
       ROT-TOTAIS-FECHA.
           DISPLAY "GUIAS FATURADAS        : " W-GUIAS-FAT.
           DISPLAY "BAIXAS DE RETORNO      : " W-BAIXAS.
           DISPLAY "RECEBIMENTOS DO CAIXA  : " W-RECEBTOS.
           DISPLAY "MEDICOS SEM ACORDO     : " W-SEM-ACORDO.
           DISPLAY "LANCAMENTOS GERADOS    : " W-LANCAMENTOS.
           DISPLAY "PENDENCIAS             : " W-PENDENCIAS.
           IF W-PENDENCIAS NOT = ZEROS
                DISPLAY "*** FECHAMENTO NAO CONCLUIDO - VEJA BALCTB.TXT"
           ELSE
                DISPLAY "*** LANCAMENTOS GRAVADOS EM LANCCTB.TXT ***".
           DISPLAY "*** BALANCETE GRAVADO EM BALCTB.TXT ***".
           PERFORM FECHA-ENTRADAS THRU FECHA-ENTRADAS-FIM
           CLOSE CTBTRB LANCCTB BALCTB.

       ROT-FIM.
                STOP RUN.

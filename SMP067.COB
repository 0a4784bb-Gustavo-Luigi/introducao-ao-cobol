       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP067.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CONCILIACAO BANCARIA                                 *
      * IMPORTA O EXTRATO DO BANCO (EXTRATO.TXT) E CASA CADA *
      * CREDITO COM O QUE A CLINICA TEM A RECEBER:           *
      *  - CONVENIO: TOTAL PAGO POR CONVENIO E LOTE NO       *
      *    CADGUI (GUIAS BAIXADAS PELO SMP029), PELO LOTE NO *
      *    DOCUMENTO, PELO NOME DO CONVENIO NO HISTORICO OU, *
      *    POR ULTIMO, PELO VALOR EXATO;                     *
      *  - CARTAO: VENDAS DO DIA NO CADCXA POR ADQUIRENTE    *
      *    (NOME NO HISTORICO), CREDITADAS LIQUIDAS DE TAXA  *
      *    E DIAS DEPOIS DA VENDA;                           *
      *  - PIX: RECEBIMENTO DO CADCXA DE MESMO VALOR, ATE    *
      *    ALGUNS DIAS APOS O MOVIMENTO                      *
      * O DINHEIRO DO CAIXA E DEPOSITADO PELA CLINICA E NAO  *
      * ENTRA NA CONCILIACAO AUTOMATICA                      *
      * O QUE CASA FICA NO CADCNC E NAO VOLTA NAS PROXIMAS   *
      * EXECUCOES. RELCONC.TXT TRAZ OS ITENS CASADOS COM A   *
      * DIFERENCA, OS CREDITOS SEM ORIGEM, OS VALORES        *
      * ESPERADOS AINDA NAO CREDITADOS E A TAXA DE CARTAO    *
      * EFETIVA POR ADQUIRENTE                               *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT EXTRATO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-EX.
                    SELECT CADGUI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GUI-NUMERO
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO-CX.
                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CV
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PLANO
                                                      WITH DUPLICATES.
                    SELECT CADCNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNC-CHAVE
                    FILE STATUS  IS ST-ERRO-CN.
                    SELECT RELCONC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * EXTRATO DO BANCO JA NO LEIAUTE DE IMPORTACAO: UM
      * LANCAMENTO POR LINHA, SO OS CREDITOS SAO CONCILIADOS
       FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 REGEXT.
            03 EXT-DATA        PIC 9(08).
            03 EXT-TIPO        PIC X(01).
               88 EXT-CREDITO     VALUE "C".
               88 EXT-DEBITO      VALUE "D".
            03 EXT-VALOR       PIC 9(09)V99.
            03 EXT-DOCUMENTO   PIC X(20).
            03 EXT-HISTORICO   PIC X(40).

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

      * ITENS JA CONCILIADOS. CNC-TIPO:
      *   X = CREDITO DO EXTRATO (DATA + VALOR + DOCUMENTO)
      *   L = CONVENIO + LOTE
      *   C = ADQUIRENTE + DATA DAS VENDAS NO CARTAO
      *   P = RECEBIMENTO PIX (CHAVE DO CADCXA)
       FD CADCNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNC.DAT".
       01 REGCNC.
            03 CNC-CHAVE.
               05 CNC-TIPO        PIC X(01).
               05 CNC-ID          PIC X(40).
            03 CNC-DATA-CRED      PIC 9(08).
            03 CNC-VALOR-ESPER    PIC 9(09)V99.
            03 CNC-VALOR-CRED     PIC 9(09)V99.
            03 CNC-DATA-CONC      PIC 9(08).

       FD RELCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONC.TXT".
       01 REGREL               PIC X(130).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-EX    PIC X(02) VALUE "00".
       01 ST-ERRO-CX    PIC X(02) VALUE "00".
       01 ST-ERRO-CV    PIC X(02) VALUE "00".
       01 ST-ERRO-CN    PIC X(02) VALUE "00".
       01 ST-ERRO-REL   PIC X(02) VALUE "00".
       01 W-FIM-EXT     PIC X(01) VALUE "N".
       01 W-FIM-GUI     PIC X(01) VALUE "N".
       01 W-FIM-CXA     PIC X(01) VALUE "N".
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-FIM  PIC 9(08) VALUE ZEROS.
       01 W-SERIAL-EXT  PIC 9(08) VALUE ZEROS.
      *    O CREDITO DO CARTAO E ACEITO ATE ESTE PERCENTUAL ABAIXO
      *    DAS VENDAS DO DIA; O PIX ATE ESTES DIAS APOS O MOVIMENTO
       01 W-TAXA-MAX    PIC 9(02) VALUE 10.
       01 W-PRAZO-PIX   PIC 9(02) VALUE 3.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-ESCOLHIDO   PIC 9(04) VALUE ZEROS.
       01 W-CONT        PIC 9(03) VALUE ZEROS.
       01 W-TAM         PIC 9(02) VALUE ZEROS.
       01 W-PALAVRA     PIC X(15) VALUE SPACES.
       01 W-DOC-LOTE    PIC 9(06) VALUE ZEROS.
       01 W-LIMITE      PIC 9(09)V99 VALUE ZEROS.
       01 W-ESPERADO    PIC 9(09)V99 VALUE ZEROS.
       01 W-DIF         PIC S9(09)V99 VALUE ZEROS.
       01 W-TAXA        PIC S9(09)V99 VALUE ZEROS.
       01 W-PERC        PIC 9(03)V99 VALUE ZEROS.
       01 W-DIAS        PIC 9(05) VALUE ZEROS.
       01 W-ORIGEM      PIC X(50) VALUE SPACES.
       01 W-OBS-SOR     PIC X(30) VALUE SPACES.
       01 W-CNC-TIPO    PIC X(01) VALUE SPACES.
       01 W-CNC-ID      PIC X(40) VALUE SPACES.
       01 W-ID-CRED.
            03 W-IDX-DATA      PIC 9(08).
            03 W-IDX-VALOR     PIC 9(09)V99.
            03 W-IDX-DOC       PIC X(20).
       01 W-ID-LOTE.
            03 W-IDL-CONV      PIC 9(04).
            03 W-IDL-LOTE      PIC 9(06).
       01 W-ID-CARTAO.
            03 W-IDC-ADQ       PIC X(10).
            03 W-IDC-DATA      PIC 9(08).

       01 W-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-CREDITOS    PIC 9(06) VALUE ZEROS.
       01 W-JA-CONC     PIC 9(06) VALUE ZEROS.
       01 W-CASADOS     PIC 9(06) VALUE ZEROS.
       01 W-SEM-ORIGEM  PIC 9(06) VALUE ZEROS.
       01 W-PENDENTES   PIC 9(06) VALUE ZEROS.
       01 W-TOT-CRED    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-CASADO  PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ESPER   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-SEM     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-PEND    PIC 9(11)V99 VALUE ZEROS.

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

      *    A RECEBER DOS CONVENIOS: UM ITEM POR CONVENIO E LOTE.
      *    SITUACAO: N=PENDENTE S=CASADO AGORA J=JA CONCILIADO
       01 W-IL          PIC 9(04) VALUE ZEROS.
       01 W-QL          PIC 9(04) VALUE ZEROS.
       01 W-TAB-LOTE.
            03 W-TL-ITEM OCCURS 500 TIMES.
               05 W-TL-CONV       PIC 9(04).
               05 W-TL-NOME       PIC X(30).
               05 W-TL-PALAVRA    PIC X(15).
               05 W-TL-TAM        PIC 9(02).
               05 W-TL-LOTE       PIC 9(06).
               05 W-TL-DATA-EXP   PIC 9(08).
               05 W-TL-QT-GUIAS   PIC 9(05).
               05 W-TL-ESPERADO   PIC 9(09)V99.
               05 W-TL-SIT        PIC X(01).

      *    VENDAS NO CARTAO: UM ITEM POR ADQUIRENTE E DIA
       01 W-IC          PIC 9(04) VALUE ZEROS.
       01 W-QC          PIC 9(04) VALUE ZEROS.
       01 W-TAB-CARTAO.
            03 W-TC-ITEM OCCURS 1000 TIMES.
               05 W-TC-IA         PIC 9(04).
               05 W-TC-DATA       PIC 9(08).
               05 W-TC-SERIAL     PIC 9(08).
               05 W-TC-QT         PIC 9(05).
               05 W-TC-BRUTO      PIC 9(09)V99.
               05 W-TC-SIT        PIC X(01).

      *    RECEBIMENTOS PIX, UM A UM
       01 W-IP          PIC 9(04) VALUE ZEROS.
       01 W-QP          PIC 9(04) VALUE ZEROS.
       01 W-TAB-PIX.
            03 W-TP-ITEM OCCURS 2000 TIMES.
               05 W-TP-CHAVE      PIC X(20).
               05 W-TP-DATA       PIC 9(08).
               05 W-TP-SERIAL     PIC 9(08).
               05 W-TP-VALOR      PIC 9(05)V99.
               05 W-TP-NOME       PIC X(30).
               05 W-TP-SIT        PIC X(01).

      *    ADQUIRENTES DE CARTAO E TOTAIS DA TAXA
       01 W-IA          PIC 9(04) VALUE ZEROS.
       01 W-QA          PIC 9(04) VALUE ZEROS.
       01 W-TAB-ADQ.
            03 W-TA-ITEM OCCURS 30 TIMES.
               05 W-TA-NOME       PIC X(10).
               05 W-TA-TAM        PIC 9(02).
               05 W-TA-QT-CRED    PIC 9(05).
               05 W-TA-BRUTO      PIC 9(09)V99.
               05 W-TA-LIQUIDO    PIC 9(09)V99.
               05 W-TA-PEND       PIC 9(09)V99.

      *    CREDITOS SEM ORIGEM, LISTADOS DEPOIS DOS CASADOS
       01 W-IS          PIC 9(04) VALUE ZEROS.
       01 W-QS          PIC 9(04) VALUE ZEROS.
       01 W-TAB-SOR.
            03 W-TS-ITEM OCCURS 500 TIMES.
               05 W-TS-DATA       PIC 9(08).
               05 W-TS-VALOR      PIC 9(09)V99.
               05 W-TS-DOC        PIC X(20).
               05 W-TS-HIST       PIC X(40).
               05 W-TS-OBS        PIC X(30).

       01 W-CAB-REL.
            03 FILLER          PIC X(32) VALUE
               "CONCILIACAO BANCARIA - EXTRATO ".
            03 FILLER          PIC X(04) VALUE "ATE ".
            03 WCR-DATA-FIM    PIC 9(08).
            03 FILLER          PIC X(17) VALUE "   A RECEBER DE ".
            03 WCR-DATA-INI    PIC 9(08).
            03 FILLER          PIC X(14) VALUE "   EMITIDO EM ".
            03 WCR-HOJE        PIC 9(08).

       01 W-CAB-CAS.
            03 FILLER          PIC X(10) VALUE "CREDITO".
            03 FILLER          PIC X(15) VALUE "      CREDITADO".
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(51) VALUE "ORIGEM".
            03 FILLER          PIC X(15) VALUE "       ESPERADO".
            03 FILLER          PIC X(15) VALUE "      DIFERENCA".

       01 W-DET-CAS.
            03 WDC-DATA        PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDC-CREDITADO   PIC ZZZZZZZZZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDC-ORIGEM      PIC X(50).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDC-ESPERADO    PIC ZZZZZZZZZZ9,99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDC-DIF         PIC -ZZZZZZZZZ9,99.

       01 W-DET-SOR.
            03 WDS-DATA        PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDS-VALOR       PIC ZZZZZZZZZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDS-DOC         PIC X(20).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDS-HIST        PIC X(40).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDS-OBS         PIC X(30).

       01 W-DET-PEN.
            03 WDP-DATA        PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDP-VALOR       PIC ZZZZZZZZZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDP-DESCR       PIC X(50).
            03 FILLER          PIC X(07) VALUE "  DIAS ".
            03 WDP-DIAS        PIC ZZZZ9.

       01 W-CAB-ADQ.
            03 FILLER          PIC X(12) VALUE "ADQUIRENTE".
            03 FILLER          PIC X(06) VALUE " CRED.".
            03 FILLER          PIC X(15) VALUE "  VENDAS BRUTAS".
            03 FILLER          PIC X(15) VALUE "      CREDITADO".
            03 FILLER          PIC X(15) VALUE "           TAXA".
            03 FILLER          PIC X(09) VALUE "  TAXA %".
            03 FILLER          PIC X(15) VALUE "  NAO CREDITADO".

       01 W-DET-ADQ.
            03 WDA-NOME        PIC X(15).
            03 WDA-QT-CRED     PIC ZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDA-BRUTO       PIC ZZZZZZZZZZ9,99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDA-LIQUIDO     PIC ZZZZZZZZZZ9,99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDA-TAXA        PIC -ZZZZZZZZZ9,99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WDA-PERC        PIC ZZ9,99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDA-PEND        PIC ZZZZZZZZZZ9,99.

       01 W-LIN-TOT.
            03 WLT-DESCR       PIC X(34).
            03 WLT-QTD         PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WLT-VALOR       PIC ZZZZZZZZZZZZ9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONCILIACAO BANCARIA ***".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "VENDAS E LOTES A PARTIR DE (AAAAMMDD, 0=TODOS) : ".
           ACCEPT W-DATA-INI.

       ABRIR-ARQ.
           OPEN INPUT EXTRATO
           IF ST-ERRO-EX NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO EXTRATO.TXT - " ST-ERRO-EX
                GO TO ROT-FIM.
           OPEN INPUT CADGUI
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADGUI - " ST-ERRO
                CLOSE EXTRATO
                GO TO ROT-FIM.
           OPEN INPUT CADCXA
           IF ST-ERRO-CX NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCXA - " ST-ERRO-CX
                CLOSE EXTRATO CADGUI
                GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO-CV NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCONV - " ST-ERRO-CV
                CLOSE EXTRATO CADGUI CADCXA
                GO TO ROT-FIM.
           OPEN I-O CADCNC
           IF ST-ERRO-CN NOT = "00"
                IF ST-ERRO-CN = "30"
                    OPEN OUTPUT CADCNC
                    CLOSE CADCNC
                    OPEN I-O CADCNC
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCNC - "
                                                         ST-ERRO-CN
                    CLOSE EXTRATO CADGUI CADCXA CADCONV
                    GO TO ROT-FIM.
           OPEN OUTPUT RELCONC
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELCONC.TXT - "
                        ST-ERRO-REL
                CLOSE EXTRATO CADGUI CADCXA CADCONV CADCNC
                GO TO ROT-FIM.

       PROCESSA.
      *    1a LEITURA DO EXTRATO SO PARA SABER ATE QUE DATA ELE VAI:
      *    VENDAS POSTERIORES NAO PODEM TER SIDO CREDITADAS AINDA
           PERFORM UNTIL W-FIM-EXT = "S"
               READ EXTRATO
                   AT END MOVE "S" TO W-FIM-EXT
               END-READ
               IF W-FIM-EXT NOT = "S"
                   PERFORM VE-PERIODO THRU VE-PERIODO-FIM
           END-PERFORM.
           IF W-DATA-FIM = ZEROS
                DISPLAY "EXTRATO VAZIO - NADA A CONCILIAR"
                GO TO ROT-TOTAIS.
           CLOSE EXTRATO
           OPEN INPUT EXTRATO
           MOVE "N" TO W-FIM-EXT
           MOVE W-DATA-FIM TO W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-CD-SERIAL TO W-SERIAL-FIM

      *    VALORES ESPERADOS: LOTES PAGOS E RECEBIMENTOS DO CAIXA
           PERFORM UNTIL W-FIM-GUI = "S"
               READ CADGUI NEXT RECORD
                   AT END MOVE "S" TO W-FIM-GUI
               END-READ
               IF W-FIM-GUI NOT = "S"
                   PERFORM CARREGA-GUI THRU CARREGA-GUI-FIM
           END-PERFORM.
           PERFORM UNTIL W-FIM-CXA = "S"
               READ CADCXA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-CXA
               END-READ
               IF W-FIM-CXA NOT = "S"
                   PERFORM CARREGA-CXA THRU CARREGA-CXA-FIM
           END-PERFORM.

           MOVE W-DATA-FIM  TO WCR-DATA-FIM
           MOVE W-DATA-INI  TO WCR-DATA-INI
           MOVE W-DATA-HOJE TO WCR-HOJE
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "ITENS CASADOS" TO REGREL
           WRITE REGREL
           MOVE W-CAB-CAS TO REGREL
           WRITE REGREL

      *    2a LEITURA - CASA OS CREDITOS
           PERFORM UNTIL W-FIM-EXT = "S"
               READ EXTRATO
                   AT END MOVE "S" TO W-FIM-EXT
               END-READ
               IF W-FIM-EXT NOT = "S"
                   PERFORM TRATA-EXT THRU TRATA-EXT-FIM
           END-PERFORM.
           IF W-CASADOS = ZEROS
                MOVE "*** NENHUM CREDITO CASADO ***" TO REGREL
                WRITE REGREL.

           PERFORM IMPRIME-SEM-ORIGEM THRU IMPRIME-SEM-ORIGEM-FIM
           PERFORM IMPRIME-PENDENTES THRU IMPRIME-PENDENTES-FIM
           PERFORM IMPRIME-ADQ THRU IMPRIME-ADQ-FIM
           GO TO ROT-TOTAIS.

       VE-PERIODO.
           ADD 1 TO W-LIDOS
           IF EXT-DATA > W-DATA-FIM
                MOVE EXT-DATA TO W-DATA-FIM.
       VE-PERIODO-FIM.
                EXIT.

      *------[ GUIA PAGA -> TOTAL ESPERADO DO CONVENIO NO LOTE ]------
       CARREGA-GUI.
           IF NOT GUI-PAGA AND NOT GUI-PAGA-MENOR
                GO TO CARREGA-GUI-FIM.
           IF GUI-DATA-EXPORT < W-DATA-INI
                GO TO CARREGA-GUI-FIM.
           MOVE ZEROS TO W-IL.
       CARREGA-GUI-LOOP.
           ADD 1 TO W-IL
           IF W-IL > W-QL
                GO TO CARREGA-GUI-NOVO.
           IF W-TL-CONV (W-IL) = GUI-CODIGO-CONV
             AND W-TL-LOTE (W-IL) = GUI-LOTE
                GO TO CARREGA-GUI-SOMA.
           GO TO CARREGA-GUI-LOOP.
       CARREGA-GUI-NOVO.
           IF W-QL NOT < 500
                DISPLAY "TABELA DE LOTES ESGOTADA - LOTE " GUI-LOTE
                GO TO CARREGA-GUI-FIM.
           ADD 1 TO W-QL
           MOVE W-QL TO W-IL
           MOVE GUI-CODIGO-CONV TO W-TL-CONV (W-IL)
           MOVE GUI-LOTE        TO W-TL-LOTE (W-IL)
           MOVE GUI-DATA-EXPORT TO W-TL-DATA-EXP (W-IL)
           MOVE ZEROS TO W-TL-QT-GUIAS (W-IL) W-TL-ESPERADO (W-IL)
                         W-TL-TAM (W-IL)
           MOVE SPACES TO W-TL-NOME (W-IL) W-TL-PALAVRA (W-IL)
           MOVE "N" TO W-TL-SIT (W-IL)
      *    A 1a PALAVRA DO NOME DO CONVENIO E PROCURADA NO HISTORICO
      *    DO CREDITO; PALAVRA CURTA DEMAIS NAO IDENTIFICA NADA
           MOVE GUI-CODIGO-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO-CV = "00"
                MOVE NOME TO W-TL-NOME (W-IL)
                MOVE ZEROS TO W-TAM
                INSPECT NOME TALLYING W-TAM
                        FOR CHARACTERS BEFORE INITIAL SPACE
                IF W-TAM > 3 AND W-TAM < 16
                     MOVE NOME   TO W-TL-PALAVRA (W-IL)
                     MOVE W-TAM  TO W-TL-TAM (W-IL).
           MOVE "L" TO W-CNC-TIPO
           MOVE GUI-CODIGO-CONV TO W-IDL-CONV
           MOVE GUI-LOTE        TO W-IDL-LOTE
           MOVE W-ID-LOTE TO W-CNC-ID
           PERFORM LE-CNC THRU LE-CNC-FIM
           IF ST-ERRO-CN = "00"
                MOVE "J" TO W-TL-SIT (W-IL).
       CARREGA-GUI-SOMA.
           IF W-TL-SIT (W-IL) = "J"
                GO TO CARREGA-GUI-FIM.
           ADD 1 TO W-TL-QT-GUIAS (W-IL)
           ADD GUI-VALOR-PAGO TO W-TL-ESPERADO (W-IL).
       CARREGA-GUI-FIM.
                EXIT.

      *------[ RECEBIMENTO DO CAIXA EM CARTAO OU PIX ]------
       CARREGA-CXA.
           IF CXA-DINHEIRO
                GO TO CARREGA-CXA-FIM.
           IF CXA-DATA-MOV < W-DATA-INI OR CXA-DATA-MOV > W-DATA-FIM
                GO TO CARREGA-CXA-FIM.
           IF CXA-CARTAO
                PERFORM CARREGA-CARTAO THRU CARREGA-CARTAO-FIM
                GO TO CARREGA-CXA-FIM.
           IF NOT CXA-PIX
                GO TO CARREGA-CXA-FIM.
           MOVE "P" TO W-CNC-TIPO
           MOVE CXA-CHAVE TO W-CNC-ID
           PERFORM LE-CNC THRU LE-CNC-FIM
           IF ST-ERRO-CN = "00"
                GO TO CARREGA-CXA-FIM.
           IF W-QP NOT < 2000
                DISPLAY "TABELA DE PIX ESGOTADA - " CXA-DATA-MOV
                GO TO CARREGA-CXA-FIM.
           ADD 1 TO W-QP
           MOVE CXA-CHAVE    TO W-TP-CHAVE (W-QP)
           MOVE CXA-DATA-MOV TO W-TP-DATA (W-QP) W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-CD-SERIAL  TO W-TP-SERIAL (W-QP)
           MOVE CXA-VALOR    TO W-TP-VALOR (W-QP)
           MOVE CXA-PAC-NOME TO W-TP-NOME (W-QP)
           MOVE "N"          TO W-TP-SIT (W-QP).
       CARREGA-CXA-FIM.
                EXIT.

       CARREGA-CARTAO.
           MOVE ZEROS TO W-IA.
       CARREGA-CARTAO-ADQ.
           ADD 1 TO W-IA
           IF W-IA > W-QA
                GO TO CARREGA-CARTAO-NOVA-ADQ.
           IF W-TA-NOME (W-IA) = CXA-ADQUIRENTE
                GO TO CARREGA-CARTAO-DIA.
           GO TO CARREGA-CARTAO-ADQ.
       CARREGA-CARTAO-NOVA-ADQ.
           IF W-QA NOT < 30
                DISPLAY "TABELA DE ADQUIRENTES ESGOTADA - "
                        CXA-ADQUIRENTE
                GO TO CARREGA-CARTAO-FIM.
           ADD 1 TO W-QA
           MOVE W-QA TO W-IA
           MOVE CXA-ADQUIRENTE TO W-TA-NOME (W-IA)
           MOVE ZEROS TO W-TAM
           INSPECT CXA-ADQUIRENTE TALLYING W-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE W-TAM TO W-TA-TAM (W-IA)
           MOVE ZEROS TO W-TA-QT-CRED (W-IA) W-TA-BRUTO (W-IA)
                         W-TA-LIQUIDO (W-IA) W-TA-PEND (W-IA).
       CARREGA-CARTAO-DIA.
           MOVE ZEROS TO W-IC.
       CARREGA-CARTAO-LOOP.
           ADD 1 TO W-IC
           IF W-IC > W-QC
                GO TO CARREGA-CARTAO-NOVO.
           IF W-TC-IA (W-IC) = W-IA
             AND W-TC-DATA (W-IC) = CXA-DATA-MOV
                GO TO CARREGA-CARTAO-SOMA.
           GO TO CARREGA-CARTAO-LOOP.
       CARREGA-CARTAO-NOVO.
           IF W-QC NOT < 1000
                DISPLAY "TABELA DE VENDAS NO CARTAO ESGOTADA - "
                        CXA-DATA-MOV
                GO TO CARREGA-CARTAO-FIM.
           ADD 1 TO W-QC
           MOVE W-QC TO W-IC
           MOVE W-IA         TO W-TC-IA (W-IC)
           MOVE CXA-DATA-MOV TO W-TC-DATA (W-IC) W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-CD-SERIAL  TO W-TC-SERIAL (W-IC)
           MOVE ZEROS TO W-TC-QT (W-IC) W-TC-BRUTO (W-IC)
           MOVE "N" TO W-TC-SIT (W-IC)
           MOVE "C" TO W-CNC-TIPO
           MOVE CXA-ADQUIRENTE TO W-IDC-ADQ
           MOVE CXA-DATA-MOV   TO W-IDC-DATA
           MOVE W-ID-CARTAO TO W-CNC-ID
           PERFORM LE-CNC THRU LE-CNC-FIM
           IF ST-ERRO-CN = "00"
                MOVE "J" TO W-TC-SIT (W-IC).
       CARREGA-CARTAO-SOMA.
           IF W-TC-SIT (W-IC) = "J"
                GO TO CARREGA-CARTAO-FIM.
           ADD 1 TO W-TC-QT (W-IC)
           ADD CXA-VALOR TO W-TC-BRUTO (W-IC).
       CARREGA-CARTAO-FIM.
                EXIT.

      *------[ UM LANCAMENTO DO EXTRATO ]------
       TRATA-EXT.
           IF NOT EXT-CREDITO
                GO TO TRATA-EXT-FIM.
           ADD 1 TO W-CREDITOS
           ADD EXT-VALOR TO W-TOT-CRED
           MOVE EXT-DATA      TO W-IDX-DATA
           MOVE EXT-VALOR     TO W-IDX-VALOR
           MOVE EXT-DOCUMENTO TO W-IDX-DOC
           MOVE "X" TO W-CNC-TIPO
           MOVE W-ID-CRED TO W-CNC-ID
           PERFORM LE-CNC THRU LE-CNC-FIM
           IF ST-ERRO-CN = "00"
                ADD 1 TO W-JA-CONC
                GO TO TRATA-EXT-FIM.
           MOVE EXT-DATA TO W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-CD-SERIAL TO W-SERIAL-EXT
           MOVE SPACES TO W-OBS-SOR
           PERFORM CASA-CARTAO THRU CASA-CARTAO-FIM
           IF W-ACHOU = "S"
                GO TO TRATA-EXT-CASADO.
      *    CREDITO DE ADQUIRENTE QUE NAO BATE COM AS VENDAS NAO E
      *    PROCURADO NOS CONVENIOS NEM NO PIX
           IF W-OBS-SOR NOT = SPACES
                GO TO TRATA-EXT-SEM-ORIGEM.
           PERFORM CASA-CONV THRU CASA-CONV-FIM
           IF W-ACHOU = "S"
                GO TO TRATA-EXT-CASADO.
           PERFORM CASA-PIX THRU CASA-PIX-FIM
           IF W-ACHOU = "S"
                GO TO TRATA-EXT-CASADO.
       TRATA-EXT-SEM-ORIGEM.
           ADD 1 TO W-SEM-ORIGEM
           ADD EXT-VALOR TO W-TOT-SEM
           IF W-QS NOT < 500
                DISPLAY "TABELA DE CREDITOS SEM ORIGEM ESGOTADA - "
                        EXT-DATA " " EXT-VALOR
                GO TO TRATA-EXT-FIM.
           ADD 1 TO W-QS
           MOVE EXT-DATA      TO W-TS-DATA (W-QS)
           MOVE EXT-VALOR     TO W-TS-VALOR (W-QS)
           MOVE EXT-DOCUMENTO TO W-TS-DOC (W-QS)
           MOVE EXT-HISTORICO TO W-TS-HIST (W-QS)
           MOVE W-OBS-SOR     TO W-TS-OBS (W-QS)
           GO TO TRATA-EXT-FIM.
       TRATA-EXT-CASADO.
           ADD 1 TO W-CASADOS
           ADD EXT-VALOR  TO W-TOT-CASADO
           ADD W-ESPERADO TO W-TOT-ESPER
           COMPUTE W-DIF = EXT-VALOR - W-ESPERADO
           MOVE EXT-DATA   TO WDC-DATA
           MOVE EXT-VALOR  TO WDC-CREDITADO
           MOVE W-ORIGEM   TO WDC-ORIGEM
           MOVE W-ESPERADO TO WDC-ESPERADO
           MOVE W-DIF      TO WDC-DIF
           MOVE W-DET-CAS TO REGREL
           WRITE REGREL
      *    O ITEM ESPERADO JA FOI MARCADO EM CNC-ID PELO CASAMENTO;
      *    GRAVA ELE E O PROPRIO CREDITO
           PERFORM GRAVA-CNC THRU GRAVA-CNC-FIM
           MOVE "X" TO W-CNC-TIPO
           MOVE W-ID-CRED TO W-CNC-ID
           PERFORM GRAVA-CNC THRU GRAVA-CNC-FIM.
       TRATA-EXT-FIM.
                EXIT.

      *------[ CREDITO DE ADQUIRENTE: VENDAS DE UM DIA NO CARTAO ]------
      * O ADQUIRENTE E RECONHECIDO PELO NOME NO HISTORICO; CASA COM
      * O DIA DE VENDA MAIS ANTIGO AINDA ABERTO CUJO BRUTO COBRE O
      * CREDITO COM TAXA DE ATE W-TAXA-MAX POR CENTO
       CASA-CARTAO.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IA.
       CASA-CARTAO-ADQ.
           ADD 1 TO W-IA
           IF W-IA > W-QA
                GO TO CASA-CARTAO-FIM.
           IF W-TA-TAM (W-IA) = ZEROS
                GO TO CASA-CARTAO-ADQ.
           MOVE W-TA-NOME (W-IA) TO W-PALAVRA
           MOVE W-TA-TAM (W-IA)  TO W-TAM
           MOVE ZEROS TO W-CONT
           INSPECT EXT-HISTORICO TALLYING W-CONT
                   FOR ALL W-PALAVRA (1:W-TAM)
           IF W-CONT = ZEROS
                GO TO CASA-CARTAO-ADQ.
           MOVE ZEROS TO W-IC W-ESCOLHIDO.
       CASA-CARTAO-LOOP.
           ADD 1 TO W-IC
           IF W-IC > W-QC
                GO TO CASA-CARTAO-ESCOLHE.
           IF W-TC-IA (W-IC) NOT = W-IA OR W-TC-SIT (W-IC) NOT = "N"
                GO TO CASA-CARTAO-LOOP.
           IF W-TC-DATA (W-IC) > EXT-DATA
             OR W-TC-BRUTO (W-IC) < EXT-VALOR
                GO TO CASA-CARTAO-LOOP.
           COMPUTE W-LIMITE = W-TC-BRUTO (W-IC) * (100 - W-TAXA-MAX)
                            / 100
           IF EXT-VALOR < W-LIMITE
                GO TO CASA-CARTAO-LOOP.
           IF W-ESCOLHIDO = ZEROS
                MOVE W-IC TO W-ESCOLHIDO
                GO TO CASA-CARTAO-LOOP.
           IF W-TC-DATA (W-IC) < W-TC-DATA (W-ESCOLHIDO)
                MOVE W-IC TO W-ESCOLHIDO.
           GO TO CASA-CARTAO-LOOP.
       CASA-CARTAO-ESCOLHE.
           IF W-ESCOLHIDO = ZEROS
                STRING "CARTAO " DELIMITED BY SIZE
                       W-TA-NOME (W-IA) DELIMITED BY SPACE
                       " SEM VENDA NO VALOR" DELIMITED BY SIZE
                       INTO W-OBS-SOR
                GO TO CASA-CARTAO-FIM.
           MOVE W-ESCOLHIDO TO W-IC
           MOVE "S" TO W-TC-SIT (W-IC) W-ACHOU
           MOVE W-TC-BRUTO (W-IC) TO W-ESPERADO
           ADD 1                 TO W-TA-QT-CRED (W-IA)
           ADD W-TC-BRUTO (W-IC) TO W-TA-BRUTO (W-IA)
           ADD EXT-VALOR         TO W-TA-LIQUIDO (W-IA)
           MOVE SPACES TO W-ORIGEM
           STRING "CARTAO " DELIMITED BY SIZE
                  W-TA-NOME (W-IA) DELIMITED BY SPACE
                  " VENDAS DE " W-TC-DATA (W-IC) " (" W-TC-QT (W-IC)
                  ")" DELIMITED BY SIZE INTO W-ORIGEM
           MOVE "C" TO W-CNC-TIPO
           MOVE W-TA-NOME (W-IA) TO W-IDC-ADQ
           MOVE W-TC-DATA (W-IC) TO W-IDC-DATA
           MOVE W-ID-CARTAO TO W-CNC-ID.
       CASA-CARTAO-FIM.
                EXIT.

      *------[ CREDITO DE CONVENIO: TOTAL PAGO DO LOTE ]------
      * 1o O NUMERO DO LOTE NO DOCUMENTO DO CREDITO; 2o O NOME DO
      *    CONVENIO NO HISTORICO (O LOTE ABERTO MAIS ANTIGO DELE);
      * 3o O VALOR EXATO DE UM LOTE AINDA ABERTO
       CASA-CONV.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-ESCOLHIDO W-DOC-LOTE W-TAM
           INSPECT EXT-DOCUMENTO TALLYING W-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-TAM = ZEROS OR W-TAM > 6
                GO TO CASA-CONV-NOME.
           IF EXT-DOCUMENTO (1:W-TAM) IS NOT NUMERIC
                GO TO CASA-CONV-NOME.
           MOVE EXT-DOCUMENTO (1:W-TAM) TO W-DOC-LOTE
           MOVE ZEROS TO W-IL.
       CASA-CONV-LOTE.
           ADD 1 TO W-IL
           IF W-IL > W-QL
                GO TO CASA-CONV-NOME.
           IF W-TL-SIT (W-IL) NOT = "N"
             OR W-TL-LOTE (W-IL) NOT = W-DOC-LOTE
                GO TO CASA-CONV-LOTE.
      *    LOTE COM VARIOS CONVENIOS: VALE O DO NOME NO HISTORICO
           IF W-ESCOLHIDO = ZEROS
                MOVE W-IL TO W-ESCOLHIDO.
           IF W-TL-TAM (W-IL) = ZEROS
                GO TO CASA-CONV-LOTE.
           PERFORM VE-NOME-CONV THRU VE-NOME-CONV-FIM
           IF W-CONT > ZEROS
                MOVE W-IL TO W-ESCOLHIDO
                GO TO CASA-CONV-ACHOU.
           GO TO CASA-CONV-LOTE.
       CASA-CONV-NOME.
           IF W-ESCOLHIDO NOT = ZEROS
                GO TO CASA-CONV-ACHOU.
           MOVE ZEROS TO W-IL.
       CASA-CONV-NOME-LOOP.
           ADD 1 TO W-IL
           IF W-IL > W-QL
                GO TO CASA-CONV-VALOR.
           IF W-TL-SIT (W-IL) NOT = "N" OR W-TL-TAM (W-IL) = ZEROS
                GO TO CASA-CONV-NOME-LOOP.
           PERFORM VE-NOME-CONV THRU VE-NOME-CONV-FIM
           IF W-CONT = ZEROS
                GO TO CASA-CONV-NOME-LOOP.
           IF W-ESCOLHIDO = ZEROS
                MOVE W-IL TO W-ESCOLHIDO
                GO TO CASA-CONV-NOME-LOOP.
           IF W-TL-LOTE (W-IL) < W-TL-LOTE (W-ESCOLHIDO)
                MOVE W-IL TO W-ESCOLHIDO.
           GO TO CASA-CONV-NOME-LOOP.
       CASA-CONV-VALOR.
           IF W-ESCOLHIDO NOT = ZEROS
                GO TO CASA-CONV-ACHOU.
           MOVE ZEROS TO W-IL.
       CASA-CONV-VALOR-LOOP.
           ADD 1 TO W-IL
           IF W-IL > W-QL
                GO TO CASA-CONV-FIM.
           IF W-TL-SIT (W-IL) = "N"
             AND W-TL-ESPERADO (W-IL) = EXT-VALOR
                MOVE W-IL TO W-ESCOLHIDO
                GO TO CASA-CONV-ACHOU.
           GO TO CASA-CONV-VALOR-LOOP.
       CASA-CONV-ACHOU.
           MOVE W-ESCOLHIDO TO W-IL
           MOVE "S" TO W-TL-SIT (W-IL) W-ACHOU
           MOVE W-TL-ESPERADO (W-IL) TO W-ESPERADO
           MOVE SPACES TO W-ORIGEM
           STRING "CONV " W-TL-CONV (W-IL) " "
                  W-TL-NOME (W-IL) (1:20) " LOTE " W-TL-LOTE (W-IL)
                  DELIMITED BY SIZE INTO W-ORIGEM
           MOVE "L" TO W-CNC-TIPO
           MOVE W-TL-CONV (W-IL) TO W-IDL-CONV
           MOVE W-TL-LOTE (W-IL) TO W-IDL-LOTE
           MOVE W-ID-LOTE TO W-CNC-ID.
       CASA-CONV-FIM.
                EXIT.

       VE-NOME-CONV.
           MOVE W-TL-PALAVRA (W-IL) TO W-PALAVRA
           MOVE W-TL-TAM (W-IL)     TO W-TAM
           MOVE ZEROS TO W-CONT
           INSPECT EXT-HISTORICO TALLYING W-CONT
                   FOR ALL W-PALAVRA (1:W-TAM).
       VE-NOME-CONV-FIM.
                EXIT.

      *------[ CREDITO PIX: RECEBIMENTO DE MESMO VALOR ]------
      * O MAIS ANTIGO DENTRO DO PRAZO W-PRAZO-PIX
       CASA-PIX.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IP W-ESCOLHIDO.
       CASA-PIX-LOOP.
           ADD 1 TO W-IP
           IF W-IP > W-QP
                GO TO CASA-PIX-ESCOLHE.
           IF W-TP-SIT (W-IP) NOT = "N"
             OR W-TP-VALOR (W-IP) NOT = EXT-VALOR
             OR W-TP-SERIAL (W-IP) > W-SERIAL-EXT
                GO TO CASA-PIX-LOOP.
           IF W-SERIAL-EXT - W-TP-SERIAL (W-IP) > W-PRAZO-PIX
                GO TO CASA-PIX-LOOP.
           IF W-ESCOLHIDO = ZEROS
                MOVE W-IP TO W-ESCOLHIDO
                GO TO CASA-PIX-LOOP.
           IF W-TP-SERIAL (W-IP) < W-TP-SERIAL (W-ESCOLHIDO)
                MOVE W-IP TO W-ESCOLHIDO.
           GO TO CASA-PIX-LOOP.
       CASA-PIX-ESCOLHE.
           IF W-ESCOLHIDO = ZEROS
                GO TO CASA-PIX-FIM.
           MOVE W-ESCOLHIDO TO W-IP
           MOVE "S" TO W-TP-SIT (W-IP) W-ACHOU
           MOVE W-TP-VALOR (W-IP) TO W-ESPERADO
           MOVE SPACES TO W-ORIGEM
           STRING "PIX DE " W-TP-DATA (W-IP) " " W-TP-NOME (W-IP)
                  DELIMITED BY SIZE INTO W-ORIGEM
           MOVE "P" TO W-CNC-TIPO
           MOVE W-TP-CHAVE (W-IP) TO W-CNC-ID.
       CASA-PIX-FIM.
                EXIT.

      *------[ CONTROLE DO QUE JA FOI CONCILIADO ]------
       LE-CNC.
           MOVE W-CNC-TIPO TO CNC-TIPO
           MOVE W-CNC-ID   TO CNC-ID
           READ CADCNC.
       LE-CNC-FIM.
                EXIT.

       GRAVA-CNC.
           MOVE W-CNC-TIPO  TO CNC-TIPO
           MOVE W-CNC-ID    TO CNC-ID
           MOVE EXT-DATA    TO CNC-DATA-CRED
           MOVE W-ESPERADO  TO CNC-VALOR-ESPER
           MOVE EXT-VALOR   TO CNC-VALOR-CRED
           MOVE W-DATA-HOJE TO CNC-DATA-CONC
           WRITE REGCNC
           IF ST-ERRO-CN NOT = "00" AND "02"
                DISPLAY "ERRO (" ST-ERRO-CN ") NA GRAVACAO DO CADCNC - "
                        CNC-CHAVE.
       GRAVA-CNC-FIM.
                EXIT.

      *------[ CREDITOS QUE NAO CASARAM COM NADA ]------
       IMPRIME-SEM-ORIGEM.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "CREDITOS SEM ORIGEM" TO REGREL
           WRITE REGREL
           IF W-QS = ZEROS
                MOVE "*** NENHUM ***" TO REGREL
                WRITE REGREL
                GO TO IMPRIME-SEM-ORIGEM-FIM.
           MOVE ZEROS TO W-IS.
       IMPRIME-SEM-ORIGEM-LOOP.
           ADD 1 TO W-IS
           IF W-IS > W-QS
                GO TO IMPRIME-SEM-ORIGEM-FIM.
           MOVE W-TS-DATA (W-IS)  TO WDS-DATA
           MOVE W-TS-VALOR (W-IS) TO WDS-VALOR
           MOVE W-TS-DOC (W-IS)   TO WDS-DOC
           MOVE W-TS-HIST (W-IS)  TO WDS-HIST
           MOVE W-TS-OBS (W-IS)   TO WDS-OBS
           MOVE W-DET-SOR TO REGREL
           WRITE REGREL
           GO TO IMPRIME-SEM-ORIGEM-LOOP.
       IMPRIME-SEM-ORIGEM-FIM.
                EXIT.

      *------[ VALORES ESPERADOS AINDA NAO CREDITADOS ]------
      * OS DIAS SAO CONTADOS ATE A ULTIMA DATA DO EXTRATO; VENDA
      * RECENTE NO CARTAO AINDA ESTA DENTRO DO PRAZO DO ADQUIRENTE
       IMPRIME-PENDENTES.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "VALORES ESPERADOS NAO CREDITADOS" TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-IL.
       IMPRIME-PEND-LOTE.
           ADD 1 TO W-IL
           IF W-IL > W-QL
                GO TO IMPRIME-PEND-CARTAO.
           IF W-TL-SIT (W-IL) NOT = "N"
                GO TO IMPRIME-PEND-LOTE.
           MOVE W-TL-DATA-EXP (W-IL) TO WDP-DATA W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-TL-ESPERADO (W-IL) TO WDP-VALOR W-ESPERADO
           MOVE SPACES TO WDP-DESCR
           STRING "CONV " W-TL-CONV (W-IL) " "
                  W-TL-NOME (W-IL) (1:20) " LOTE " W-TL-LOTE (W-IL)
                  DELIMITED BY SIZE INTO WDP-DESCR
           PERFORM IMPRIME-PEND-LINHA THRU IMPRIME-PEND-LINHA-FIM
           GO TO IMPRIME-PEND-LOTE.
       IMPRIME-PEND-CARTAO.
           MOVE ZEROS TO W-IC.
       IMPRIME-PEND-CARTAO-LOOP.
           ADD 1 TO W-IC
           IF W-IC > W-QC
                GO TO IMPRIME-PEND-PIX.
           IF W-TC-SIT (W-IC) NOT = "N"
                GO TO IMPRIME-PEND-CARTAO-LOOP.
           MOVE W-TC-IA (W-IC) TO W-IA
           ADD W-TC-BRUTO (W-IC) TO W-TA-PEND (W-IA)
           MOVE W-TC-DATA (W-IC) TO WDP-DATA
           MOVE W-TC-SERIAL (W-IC) TO W-CD-SERIAL
           MOVE W-TC-BRUTO (W-IC) TO WDP-VALOR W-ESPERADO
           MOVE SPACES TO WDP-DESCR
           IF W-TA-NOME (W-IA) = SPACES
                STRING "CARTAO (ADQUIRENTE NAO INFORMADO) - "
                       W-TC-QT (W-IC) " VENDAS"
                       DELIMITED BY SIZE INTO WDP-DESCR
           ELSE
                STRING "CARTAO " DELIMITED BY SIZE
                       W-TA-NOME (W-IA) DELIMITED BY SPACE
                       " - " W-TC-QT (W-IC) " VENDAS"
                       DELIMITED BY SIZE INTO WDP-DESCR.
           PERFORM IMPRIME-PEND-LINHA THRU IMPRIME-PEND-LINHA-FIM
           GO TO IMPRIME-PEND-CARTAO-LOOP.
       IMPRIME-PEND-PIX.
           MOVE ZEROS TO W-IP.
       IMPRIME-PEND-PIX-LOOP.
           ADD 1 TO W-IP
           IF W-IP > W-QP
                GO TO IMPRIME-PEND-TOTAL.
           IF W-TP-SIT (W-IP) NOT = "N"
                GO TO IMPRIME-PEND-PIX-LOOP.
           MOVE W-TP-DATA (W-IP)   TO WDP-DATA
           MOVE W-TP-SERIAL (W-IP) TO W-CD-SERIAL
           MOVE W-TP-VALOR (W-IP)  TO WDP-VALOR W-ESPERADO
           MOVE SPACES TO WDP-DESCR
           STRING "PIX " W-TP-NOME (W-IP)
                  DELIMITED BY SIZE INTO WDP-DESCR
           PERFORM IMPRIME-PEND-LINHA THRU IMPRIME-PEND-LINHA-FIM
           GO TO IMPRIME-PEND-PIX-LOOP.
       IMPRIME-PEND-TOTAL.
           IF W-PENDENTES = ZEROS
                MOVE "*** NENHUM ***" TO REGREL
                WRITE REGREL.
       IMPRIME-PENDENTES-FIM.
                EXIT.

      *    W-CD-SERIAL TRAZ O DIA DO ITEM
       IMPRIME-PEND-LINHA.
           MOVE ZEROS TO W-DIAS
           IF W-SERIAL-FIM > W-CD-SERIAL
                COMPUTE W-DIAS = W-SERIAL-FIM - W-CD-SERIAL.
           MOVE W-DIAS TO WDP-DIAS
           MOVE W-DET-PEN TO REGREL
           WRITE REGREL
           ADD 1 TO W-PENDENTES
           ADD W-ESPERADO TO W-TOT-PEND.
       IMPRIME-PEND-LINHA-FIM.
                EXIT.

      *------[ TAXA EFETIVA DO CARTAO POR ADQUIRENTE ]------
      * SO SOBRE OS DIAS DE VENDA JA CREDITADOS: BRUTO VENDIDO
      * MENOS O LIQUIDO QUE ENTROU NA CONTA
       IMPRIME-ADQ.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "TAXA DE CARTAO POR ADQUIRENTE" TO REGREL
           WRITE REGREL
           IF W-QA = ZEROS
                MOVE "*** SEM VENDAS NO CARTAO NO PERIODO ***"
                                                          TO REGREL
                WRITE REGREL
                GO TO IMPRIME-ADQ-FIM.
           MOVE W-CAB-ADQ TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-IA.
       IMPRIME-ADQ-LOOP.
           ADD 1 TO W-IA
           IF W-IA > W-QA
                GO TO IMPRIME-ADQ-FIM.
           IF W-TA-NOME (W-IA) = SPACES
                MOVE "(NAO INFORMADO)" TO WDA-NOME
           ELSE
                MOVE W-TA-NOME (W-IA) TO WDA-NOME.
           MOVE W-TA-QT-CRED (W-IA) TO WDA-QT-CRED
           MOVE W-TA-BRUTO (W-IA)   TO WDA-BRUTO
           MOVE W-TA-LIQUIDO (W-IA) TO WDA-LIQUIDO
           COMPUTE W-TAXA = W-TA-BRUTO (W-IA) - W-TA-LIQUIDO (W-IA)
           MOVE W-TAXA TO WDA-TAXA
           MOVE ZEROS TO W-PERC
           IF W-TA-BRUTO (W-IA) > ZEROS
                COMPUTE W-PERC ROUNDED =
                        W-TAXA * 100 / W-TA-BRUTO (W-IA).
           MOVE W-PERC TO WDA-PERC
           MOVE W-TA-PEND (W-IA) TO WDA-PEND
           MOVE W-DET-ADQ TO REGREL
           WRITE REGREL
           GO TO IMPRIME-ADQ-LOOP.
       IMPRIME-ADQ-FIM.
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

       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE SPACES TO W-LIN-TOT
           MOVE "LANCAMENTOS LIDOS DO EXTRATO.... " TO WLT-DESCR
           MOVE W-LIDOS TO WLT-QTD
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "CREDITOS NO EXTRATO............. " TO WLT-DESCR
           MOVE W-CREDITOS TO WLT-QTD
           MOVE W-TOT-CRED TO WLT-VALOR
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "JA CONCILIADOS ANTES............ " TO WLT-DESCR
           MOVE W-JA-CONC TO WLT-QTD
           MOVE ZEROS TO WLT-VALOR
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "CASADOS - VALOR CREDITADO....... " TO WLT-DESCR
           MOVE W-CASADOS TO WLT-QTD
           MOVE W-TOT-CASADO TO WLT-VALOR
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "CASADOS - VALOR ESPERADO........ " TO WLT-DESCR
           MOVE W-CASADOS TO WLT-QTD
           MOVE W-TOT-ESPER TO WLT-VALOR
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "CREDITOS SEM ORIGEM............. " TO WLT-DESCR
           MOVE W-SEM-ORIGEM TO WLT-QTD
           MOVE W-TOT-SEM TO WLT-VALOR
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL
           MOVE "ESPERADOS NAO CREDITADOS........ " TO WLT-DESCR
           MOVE W-PENDENTES TO WLT-QTD
           MOVE W-TOT-PEND TO WLT-VALOR
           MOVE W-LIN-TOT TO REGREL
           WRITE REGREL

           DISPLAY "LANCAMENTOS LIDOS       : " W-LIDOS.
           DISPLAY "CREDITOS NO EXTRATO     : " W-CREDITOS.
           DISPLAY "JA CONCILIADOS ANTES    : " W-JA-CONC.
           DISPLAY "CREDITOS CASADOS        : " W-CASADOS.
           DISPLAY "CREDITOS SEM ORIGEM     : " W-SEM-ORIGEM.
           DISPLAY "ESPERADOS NAO CREDITADOS: " W-PENDENTES.
           DISPLAY "*** RELATORIO GRAVADO EM RELCONC.TXT ***".
           CLOSE EXTRATO CADGUI CADCXA CADCONV CADCNC RELCONC.

       ROT-FIM.
                STOP RUN.

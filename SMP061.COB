       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP061.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * RELATORIO DE ESTOQUE DE MATERIAIS E MEDICAMENTOS     *
      * 1A PARTE - REPOSICAO: MATERIAIS ATIVOS DO CADMAT COM *
      * SALDO ABAIXO DO ESTOQUE MINIMO                       *
      * 2A PARTE - VALIDADE: LOTES DO CADLOT COM SALDO QUE   *
      * VENCEM DENTRO DO PRAZO INFORMADO (PADRAO 60 DIAS) OU *
      * JA VENCIDOS (ESTES NAO SAO MAIS BAIXADOS NO          *
      * ENCERRAMENTO E DEVEM SER DESCARTADOS)                *
      * GERA RELESTQ.TXT                                     *
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
                    SELECT CADLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LT.
                    SELECT RELESTQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
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

       FD CADLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOT.DAT".
       01 REGLOT.
            03 LOT-CHAVE.
               05 LOT-MAT-CODIGO  PIC 9(05).
               05 LOT-VALIDADE    PIC 9(08).
               05 LOT-NUMERO      PIC X(15).
            03 LOT-SALDO          PIC 9(05).
            03 LOT-DATA-ENTRADA   PIC 9(08).

       FD RELESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELESTQ.TXT".
       01 REGREL               PIC X(100).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-LT   PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 W-FIM-MAT    PIC X(01) VALUE "N".
       01 W-FIM-LOT    PIC X(01) VALUE "N".
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-PRAZO      PIC 9(03) VALUE ZEROS.
       01 W-SERIAL-HOJE PIC 9(08) VALUE ZEROS.
       01 W-DIAS       PIC S9(06) VALUE ZEROS.
       01 W-LIDOS-MAT  PIC 9(06) VALUE ZEROS.
       01 W-LIDOS-LOT  PIC 9(06) VALUE ZEROS.
       01 W-REPOR      PIC 9(06) VALUE ZEROS.
       01 W-A-VENCER   PIC 9(06) VALUE ZEROS.
       01 W-VENCIDOS   PIC 9(06) VALUE ZEROS.

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
               "ESTOQUE DE MATERIAIS E MEDICAMENTOS - EM".
            03 FILLER          PIC X(03) VALUE " : ".
            03 WCR-DATA        PIC 9(08).

       01 W-CAB-REP.
            03 FILLER          PIC X(40) VALUE
               "*** REPOSICAO - SALDO ABAIXO DO MINIMO *".
            03 FILLER          PIC X(02) VALUE "**".

       01 W-COL-REP.
            03 FILLER          PIC X(40) VALUE
               "CODIGO DESCRICAO                      UN".
            03 FILLER          PIC X(30) VALUE
               "  TIPO  MINIMO   SALDO  REPOR".

       01 W-DET-REP.
            03 WDR-CODIGO      PIC 9(05).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDR-DESCR       PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-UNIDADE     PIC X(03).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WDR-TIPO        PIC X(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDR-MINIMO      PIC ZZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WDR-SALDO       PIC ZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDR-REPOR       PIC ZZZZ9.

       01 W-CAB-VAL.
            03 FILLER          PIC X(40) VALUE
               "*** LOTES VENCIDOS OU A VENCER EM ATE (D".
            03 FILLER          PIC X(05) VALUE "IAS) ".
            03 WCV-PRAZO       PIC ZZ9.
            03 FILLER          PIC X(04) VALUE " ***".

       01 W-COL-VAL.
            03 FILLER          PIC X(40) VALUE
               "CODIGO DESCRICAO                      LO".
            03 FILLER          PIC X(40) VALUE
               "TE              VALIDADE   SALDO   DIAS ".

       01 W-DET-VAL.
            03 WDV-CODIGO      PIC 9(05).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDV-DESCR       PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDV-LOTE        PIC X(15).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDV-VALIDADE    PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDV-SALDO       PIC ZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDV-DIAS        PIC -ZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDV-OBS         PIC X(07).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** ESTOQUE DE MATERIAIS - REPOSICAO E VALIDADE **".
           DISPLAY "PRAZO DE VENCIMENTO EM DIAS (0 = 60) : ".
           ACCEPT W-PRAZO.
           IF W-PRAZO = ZEROS
                MOVE 60 TO W-PRAZO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-DATA-HOJE TO W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-CD-SERIAL TO W-SERIAL-HOJE.

       ABRIR-ARQ.
           OPEN INPUT CADMAT
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMAT - " ST-ERRO
                GO TO ROT-FIM.
           OPEN INPUT CADLOT
           IF ST-ERRO-LT NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADLOT - " ST-ERRO-LT
                CLOSE CADMAT
                GO TO ROT-FIM.
           OPEN OUTPUT RELESTQ
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELESTQ.TXT - "
                        ST-ERRO-REL
                CLOSE CADMAT CADLOT
                GO TO ROT-FIM.

       PROCESSA.
           MOVE W-DATA-HOJE TO WCR-DATA
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-CAB-REP TO REGREL
           WRITE REGREL
           MOVE W-COL-REP TO REGREL
           WRITE REGREL

           PERFORM UNTIL W-FIM-MAT = "S"
               READ CADMAT NEXT RECORD
                   AT END MOVE "S" TO W-FIM-MAT
               END-READ
               IF W-FIM-MAT NOT = "S"
                   PERFORM TRATA-MAT THRU TRATA-MAT-FIM
           END-PERFORM.
           IF W-REPOR = ZEROS
                MOVE "*** NENHUM MATERIAL ABAIXO DO MINIMO ***"
                                                            TO REGREL
                WRITE REGREL.

           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-PRAZO TO WCV-PRAZO
           MOVE W-CAB-VAL TO REGREL
           WRITE REGREL
           MOVE W-COL-VAL TO REGREL
           WRITE REGREL

           PERFORM UNTIL W-FIM-LOT = "S"
               READ CADLOT NEXT RECORD
                   AT END MOVE "S" TO W-FIM-LOT
               END-READ
               IF W-FIM-LOT NOT = "S"
                   PERFORM TRATA-LOT THRU TRATA-LOT-FIM
           END-PERFORM.
           IF W-A-VENCER = ZEROS AND W-VENCIDOS = ZEROS
                MOVE "*** NENHUM LOTE VENCIDO OU A VENCER ***"
                                                            TO REGREL
                WRITE REGREL.
           GO TO ROT-TOTAIS.

      *--------[ MATERIAL ATIVO COM SALDO ABAIXO DO MINIMO ]--------
       TRATA-MAT.
           ADD 1 TO W-LIDOS-MAT
           IF MAT-INATIVO OR MAT-SALDO NOT < MAT-ESTOQUE-MIN
                GO TO TRATA-MAT-FIM.
           ADD 1 TO W-REPOR
           MOVE MAT-CODIGO      TO WDR-CODIGO
           MOVE MAT-DESCR       TO WDR-DESCR
           MOVE MAT-UNIDADE     TO WDR-UNIDADE
           MOVE "MAT"           TO WDR-TIPO
           IF MAT-MEDICAMENTO
                MOVE "MED"      TO WDR-TIPO.
           MOVE MAT-ESTOQUE-MIN TO WDR-MINIMO
           MOVE MAT-SALDO       TO WDR-SALDO
           COMPUTE WDR-REPOR = MAT-ESTOQUE-MIN - MAT-SALDO
           MOVE W-DET-REP TO REGREL
           WRITE REGREL.
       TRATA-MAT-FIM.
                EXIT.

      *--------[ LOTE COM SALDO VENCIDO OU VENCENDO NO PRAZO ]--------
       TRATA-LOT.
           ADD 1 TO W-LIDOS-LOT
           IF LOT-SALDO = ZEROS
                GO TO TRATA-LOT-FIM.
           MOVE LOT-VALIDADE TO W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           COMPUTE W-DIAS = W-CD-SERIAL - W-SERIAL-HOJE
           IF W-DIAS > W-PRAZO
                GO TO TRATA-LOT-FIM.
           MOVE LOT-MAT-CODIGO TO MAT-CODIGO
           READ CADMAT
           IF ST-ERRO NOT = "00"
                MOVE "** MATERIAL EXCLUIDO **" TO MAT-DESCR.
           MOVE LOT-MAT-CODIGO TO WDV-CODIGO
           MOVE MAT-DESCR      TO WDV-DESCR
           MOVE LOT-NUMERO     TO WDV-LOTE
           MOVE LOT-VALIDADE   TO WDV-VALIDADE
           MOVE LOT-SALDO      TO WDV-SALDO
           MOVE W-DIAS         TO WDV-DIAS
           IF W-DIAS < ZEROS
                ADD 1 TO W-VENCIDOS
                MOVE "VENCIDO" TO WDV-OBS
           ELSE
                ADD 1 TO W-A-VENCER
                MOVE SPACES    TO WDV-OBS.
           MOVE W-DET-VAL TO REGREL
           WRITE REGREL.
       TRATA-LOT-FIM.
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
           DISPLAY "MATERIAIS LIDOS      : " W-LIDOS-MAT.
           DISPLAY "ABAIXO DO MINIMO     : " W-REPOR.
           DISPLAY "LOTES LIDOS          : " W-LIDOS-LOT.
           DISPLAY "LOTES A VENCER       : " W-A-VENCER.
           DISPLAY "LOTES VENCIDOS       : " W-VENCIDOS.
           DISPLAY "*** RELATORIO GRAVADO EM RELESTQ.TXT ***".
           CLOSE CADMAT CADLOT RELESTQ.

       ROT-FIM.
                STOP RUN.

      * GLOSADAS (MARCADAS PARA REAPRESENTACAO NO PROXIMO    *
      * LOTE DO SMP016); EMITE O RELATORIO DE DIFERENCAS     *
      * POR CONVENIO EM RELRET.TXT                           *
      * CADA GUIA BAIXADA (ANTES EXPORTADA, "E") ENTRA NO     *
      * HISTORICO DE BAIXAS BAIXCONV.TXT COM A DATA, O VALOR *
      * PAGO E A GLOSA - BASE DA INTERFACE CONTABIL (SMP070) *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    SELECT RELRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
                    SELECT BAIXCONV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-BX.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "RELRET.TXT".
       01 REGREL               PIC X(120).

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

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-RET  PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 ST-ERRO-BX   PIC X(02) VALUE "00".
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-STATUS-ANT PIC X(01) VALUE SPACES.
       01 W-FIM-RET    PIC X(01) VALUE "N".
       01 W-LIDAS      PIC 9(06) VALUE ZEROS.
       01 W-PAGAS      PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** PROCESSAMENTO DO RETORNO DOS CONVENIOS ***".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.

       ABRIR-ARQ.
           OPEN INPUT RETCONV
                DISPLAY "ERRO NA ABERTURA DO RELRET.TXT - " ST-ERRO-REL
                CLOSE RETCONV CADGUI
                GO TO ROT-FIM.
           OPEN EXTEND BAIXCONV
           IF ST-ERRO-BX NOT = "00"
                IF ST-ERRO-BX = "05" OR "30"
                    OPEN OUTPUT BAIXCONV
                    CLOSE BAIXCONV
                    OPEN EXTEND BAIXCONV
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO BAIXCONV.TXT - "
                            ST-ERRO-BX
                    CLOSE RETCONV CADGUI RELRET
                    GO TO ROT-FIM.

       PROCESSA.
           MOVE SPACES TO REGREL
                        ") GUIA " RET-NUM-GUIA
                GO TO TRATA-RET-FIM.

           MOVE GUI-STATUS TO W-STATUS-ANT
           MOVE RET-VALOR-PAGO TO GUI-VALOR-PAGO
           IF RET-VALOR-PAGO = ZEROS
      *         GLOSA TOTAL - MARCA PARA REAPRESENTACAO NO SMP016
           REWRITE REGGUI
           IF ST-ERRO NOT = "00" AND "02"
                DISPLAY "ERRO NA ATUALIZACAO DA GUIA " GUI-NUMERO
                        " - " ST-ERRO
           ELSE
                PERFORM GRAVA-BAIXA THRU GRAVA-BAIXA-FIM.
           PERFORM ACUMULA-CONV THRU ACUMULA-CONV-FIM.
       TRATA-RET-FIM.
                EXIT.

      *------[ HISTORICO DE BAIXAS PARA A CONTABILIDADE ]------
      * SO A PRIMEIRA BAIXA DE CADA EXPORTACAO ENTRA NO HISTORICO:
      * REPROCESSAR O MESMO RETORNO NAO DUPLICA O LANCAMENTO; A
      * GUIA REAPRESENTADA VOLTA A "E" E TEM NOVA BAIXA
       GRAVA-BAIXA.
           IF W-STATUS-ANT NOT = "E"
                GO TO GRAVA-BAIXA-FIM.
           MOVE W-DATA-HOJE     TO BXC-DATA
           MOVE GUI-NUMERO      TO BXC-NUM-GUIA
           MOVE GUI-CODIGO-CONV TO BXC-CODIGO-CONV
           MOVE GUI-CRM         TO BXC-CRM
           MOVE GUI-VALOR       TO BXC-VALOR
           MOVE GUI-VALOR-PAGO  TO BXC-VALOR-PAGO
           MOVE ZEROS           TO BXC-VALOR-GLOSA
           IF GUI-VALOR-PAGO < GUI-VALOR
                COMPUTE BXC-VALOR-GLOSA = GUI-VALOR - GUI-VALOR-PAGO.
           MOVE GUI-COD-GLOSA   TO BXC-COD-GLOSA
           WRITE REGBXC
           IF ST-ERRO-BX NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO BAIXCONV - GUIA "
                        GUI-NUMERO " - " ST-ERRO-BX.
       GRAVA-BAIXA-FIM.
                EXIT.

       ESCREVE-DIF.
           MOVE GUI-NUMERO      TO WDD-NUM-GUIA
           MOVE GUI-CODIGO-CONV TO WDD-CONV
           DISPLAY "GUIAS GLOSADAS (REAPR) : " W-GLOSADAS.
           DISPLAY "GUIAS NAO ENCONTRADAS  : " W-NAO-ENCONTRADAS.
           DISPLAY "*** RELATORIO GRAVADO EM RELRET.TXT ***".
           CLOSE RETCONV CADGUI RELRET BAIXCONV.

       ROT-FIM.
                STOP RUN.

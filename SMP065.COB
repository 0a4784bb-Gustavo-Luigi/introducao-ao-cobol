       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP065.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * RELATORIO MENSAL DOS RETORNOS SEM COBRANCA           *
      * LISTA, NA COMPETENCIA INFORMADA (AAAAMM), OS         *
      * ATENDIMENTOS "T" MARCADOS COMO RETORNO NO PRAZO DO   *
      * PLANO (CADCVP - SMP030), POR MEDICO E CONVENIO:      *
      *   CONFIRMADO - JA PASSOU PELA EXPORTACAO (SMP016)    *
      *   PREVISTO   - MARCADO NO AGENDAMENTO (SMP015) E     *
      *                AINDA NAO EXPORTADO                   *
      * ESSES ATENDIMENTOS NAO GERAM GUIA E, POR ISSO, NAO   *
      * ENTRAM NO REPASSE MEDICO (SMP040)                    *
      * A ORDEM SAI DO ARQUIVO DE TRABALHO RETTRB.DAT,       *
      * RECRIADO A CADA EXECUCAO - SAIDA EM RELRETNF.TXT     *
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
                    SELECT RETTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRB-CHAVE
                    FILE STATUS  IS ST-ERRO-TR.
                    SELECT RELRETNF ASSIGN TO DISK
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

      * UM REGISTRO POR ATENDIMENTO, NA ORDEM MEDICO X CONVENIO
       FD RETTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETTRB.DAT".
       01 REGTRB.
            03 TRB-CHAVE.
               05 TRB-CRM         PIC 9(07).
               05 TRB-CODIGO-CONV PIC 9(04).
               05 TRB-DATA        PIC 9(08).
               05 TRB-HORA        PIC 9(04).
            03 TRB-MED-NOME       PIC X(30).
            03 TRB-NOME-CONV      PIC X(30).
            03 TRB-PRONTUARIO     PIC 9(06).
            03 TRB-PAC-NOME       PIC X(30).
            03 TRB-DESCR-ESPEC    PIC X(30).
            03 TRB-RETORNO        PIC X(01).
               88 TRB-CONFIRMADO    VALUE "S".

       FD RELRETNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRETNF.TXT".
       01 REGREL               PIC X(130).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-TR    PIC X(02) VALUE "00".
       01 ST-ERRO-REL   PIC X(02) VALUE "00".
       01 W-FIM-AGE     PIC X(01) VALUE "N".
       01 W-FIM-TRB     PIC X(01) VALUE "N".
       01 W-COMPET      PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
            03 W-COMPET-AAAA PIC 9(04).
            03 W-COMPET-MM   PIC 9(02).
       01 W-DATA-INI    PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01 W-CRM-ANT     PIC 9(07) VALUE ZEROS.
       01 W-CONV-ANT    PIC 9(04) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "S".
       01 W-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-QT-CONF     PIC 9(06) VALUE ZEROS.
       01 W-QT-PREV     PIC 9(06) VALUE ZEROS.
       01 W-SUB-CONV-CONF PIC 9(06) VALUE ZEROS.
       01 W-SUB-CONV-PREV PIC 9(06) VALUE ZEROS.
       01 W-SUB-MED-CONF  PIC 9(06) VALUE ZEROS.
       01 W-SUB-MED-PREV  PIC 9(06) VALUE ZEROS.

       01 W-CAB-REL.
            03 FILLER          PIC X(40) VALUE
               "RETORNOS SEM COBRANCA NO PRAZO DO PLANO ".
            03 FILLER          PIC X(16) VALUE
               "- COMPETENCIA : ".
            03 WCR-MM          PIC 9(02).
            03 FILLER          PIC X(01) VALUE "/".
            03 WCR-AAAA        PIC 9(04).

       01 W-CAB-MED.
            03 FILLER          PIC X(08) VALUE "MEDICO: ".
            03 WCM-CRM         PIC 9(07).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WCM-NOME        PIC X(30).

       01 W-CAB-CONV.
            03 FILLER          PIC X(12) VALUE "  CONVENIO: ".
            03 WCC-CODIGO      PIC 9(04).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WCC-NOME        PIC X(30).

       01 W-CAB-COL.
            03 FILLER          PIC X(40) VALUE
               "    DATA     HORA PRONT. PACIENTE       ".
            03 FILLER          PIC X(40) VALUE
               "                ESPECIALIDADE           ".
            03 FILLER          PIC X(18) VALUE
               "       SITUACAO   ".

       01 W-DET-REL.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WDR-DATA        PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-HORA        PIC 9(04).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-PRONTUARIO  PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-PAC-NOME    PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-DESCR-ESPEC PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-SITUACAO    PIC X(10).

       01 W-LIN-SUBTOT.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WLS-DESCR       PIC X(28).
            03 WLS-QTD         PIC ZZZZZ9.
            03 FILLER          PIC X(16) VALUE "  CONFIRMADOS  ".
            03 WLS-CONF        PIC ZZZZZ9.
            03 FILLER          PIC X(14) VALUE "  PREVISTOS  ".
            03 WLS-PREV        PIC ZZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** RETORNOS SEM COBRANCA NO MES ***".
           DISPLAY "COMPETENCIA (AAAAMM) : ".
           ACCEPT W-COMPET.
           IF W-COMPET-AAAA = ZEROS
             OR W-COMPET-MM = ZEROS OR W-COMPET-MM > 12
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO ROT-FIM.
           COMPUTE W-DATA-INI = W-COMPET * 100 + 1
           COMPUTE W-DATA-FIM = W-COMPET * 100 + 31.

       ABRIR-ARQ.
           OPEN INPUT CADAGE
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGE - " ST-ERRO
                GO TO ROT-FIM.
      *    O ARQUIVO DE TRABALHO E RECRIADO VAZIO A CADA EXECUCAO
           OPEN OUTPUT RETTRB
           CLOSE RETTRB
           OPEN I-O RETTRB
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RETTRB.DAT - " ST-ERRO-TR
                CLOSE CADAGE
                GO TO ROT-FIM.
           OPEN OUTPUT RELRETNF
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELRETNF.TXT - "
                        ST-ERRO-REL
                CLOSE CADAGE RETTRB
                GO TO ROT-FIM.

       PROCESSA.
           PERFORM UNTIL W-FIM-AGE = "S"
               READ CADAGE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-AGE
               END-READ
               IF W-FIM-AGE NOT = "S"
                   PERFORM TRATA-AGE THRU TRATA-AGE-FIM
           END-PERFORM.

      *    RELEITURA DO ARQUIVO DE TRABALHO NA ORDEM DO MEDICO
           CLOSE RETTRB
           OPEN INPUT RETTRB
           MOVE W-COMPET-MM   TO WCR-MM
           MOVE W-COMPET-AAAA TO WCR-AAAA
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "ATENDIMENTOS SEM GUIA NO CONVENIO E FORA DO "
                  "REPASSE MEDICO"
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL

           PERFORM UNTIL W-FIM-TRB = "S"
               READ RETTRB NEXT RECORD
                   AT END MOVE "S" TO W-FIM-TRB
               END-READ
               IF W-FIM-TRB NOT = "S"
                   PERFORM IMPRIME-TRB THRU IMPRIME-TRB-FIM
           END-PERFORM.

           IF W-LIDOS = ZEROS
                MOVE SPACES TO REGREL
                WRITE REGREL
                MOVE "*** NENHUM RETORNO SEM COBRANCA NO MES ***"
                                                        TO REGREL
                WRITE REGREL
           ELSE
                PERFORM FECHA-CONV THRU FECHA-CONV-FIM
                PERFORM FECHA-MED THRU FECHA-MED-FIM.

           GO TO ROT-TOTAIS.

      *--------[ ATENDIDOS DO MES MARCADOS COMO RETORNO ]--------
       TRATA-AGE.
           IF NOT AGE-ATENDIDO
                GO TO TRATA-AGE-FIM.
           IF NOT AGE-E-RETORNO
                GO TO TRATA-AGE-FIM.
           IF AGE-DATA < W-DATA-INI OR AGE-DATA > W-DATA-FIM
                GO TO TRATA-AGE-FIM.
           MOVE AGE-CRM          TO TRB-CRM
           MOVE AGE-CODIGO-CONV  TO TRB-CODIGO-CONV
           MOVE AGE-DATA         TO TRB-DATA
           MOVE AGE-HORA         TO TRB-HORA
           MOVE AGE-MED-NOME     TO TRB-MED-NOME
           MOVE AGE-NOME-CONV    TO TRB-NOME-CONV
           MOVE AGE-PRONTUARIO   TO TRB-PRONTUARIO
           MOVE AGE-PAC-NOME     TO TRB-PAC-NOME
           MOVE AGE-DESCR-ESPEC  TO TRB-DESCR-ESPEC
           MOVE AGE-RETORNO      TO TRB-RETORNO
           WRITE REGTRB
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO (" ST-ERRO-TR ") NO RETTRB - CRM "
                        AGE-CRM " DATA " AGE-DATA " HORA " AGE-HORA
                GO TO TRATA-AGE-FIM.
           ADD 1 TO W-LIDOS
           IF AGE-RETORNO-CONF
                ADD 1 TO W-QT-CONF
           ELSE
                ADD 1 TO W-QT-PREV.
       TRATA-AGE-FIM.
                EXIT.

      *--------[ RELATORIO POR MEDICO E CONVENIO, COM QUEBRA ]--------
       IMPRIME-TRB.
           IF W-PRIMEIRO = "S"
                MOVE "N" TO W-PRIMEIRO
                PERFORM ABRE-MED THRU ABRE-MED-FIM
                PERFORM ABRE-CONV THRU ABRE-CONV-FIM
                GO TO IMPRIME-TRB-DET.
           IF TRB-CRM NOT = W-CRM-ANT
                PERFORM FECHA-CONV THRU FECHA-CONV-FIM
                PERFORM FECHA-MED THRU FECHA-MED-FIM
                PERFORM ABRE-MED THRU ABRE-MED-FIM
                PERFORM ABRE-CONV THRU ABRE-CONV-FIM
                GO TO IMPRIME-TRB-DET.
           IF TRB-CODIGO-CONV NOT = W-CONV-ANT
                PERFORM FECHA-CONV THRU FECHA-CONV-FIM
                PERFORM ABRE-CONV THRU ABRE-CONV-FIM.
       IMPRIME-TRB-DET.
           MOVE SPACES TO W-DET-REL
           MOVE TRB-DATA        TO WDR-DATA
           MOVE TRB-HORA        TO WDR-HORA
           MOVE TRB-PRONTUARIO  TO WDR-PRONTUARIO
           MOVE TRB-PAC-NOME    TO WDR-PAC-NOME
           MOVE TRB-DESCR-ESPEC TO WDR-DESCR-ESPEC
           IF TRB-CONFIRMADO
                MOVE "CONFIRMADO" TO WDR-SITUACAO
                ADD 1 TO W-SUB-CONV-CONF W-SUB-MED-CONF
           ELSE
                MOVE "PREVISTO"   TO WDR-SITUACAO
                ADD 1 TO W-SUB-CONV-PREV W-SUB-MED-PREV.
           MOVE W-DET-REL TO REGREL
           WRITE REGREL.
       IMPRIME-TRB-FIM.
                EXIT.

       ABRE-MED.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE TRB-CRM      TO WCM-CRM
           MOVE TRB-MED-NOME TO WCM-NOME
           MOVE W-CAB-MED TO REGREL
           WRITE REGREL
           MOVE TRB-CRM TO W-CRM-ANT.
       ABRE-MED-FIM.
                EXIT.

       ABRE-CONV.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE TRB-CODIGO-CONV TO WCC-CODIGO
           MOVE TRB-NOME-CONV   TO WCC-NOME
           MOVE W-CAB-CONV TO REGREL
           WRITE REGREL
           MOVE W-CAB-COL TO REGREL
           WRITE REGREL
           MOVE TRB-CODIGO-CONV TO W-CONV-ANT.
       ABRE-CONV-FIM.
                EXIT.

       FECHA-CONV.
           MOVE "  SUBTOTAL CONVENIO....... " TO WLS-DESCR
           COMPUTE WLS-QTD = W-SUB-CONV-CONF + W-SUB-CONV-PREV
           MOVE W-SUB-CONV-CONF TO WLS-CONF
           MOVE W-SUB-CONV-PREV TO WLS-PREV
           MOVE W-LIN-SUBTOT TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-SUB-CONV-CONF W-SUB-CONV-PREV.
       FECHA-CONV-FIM.
                EXIT.

       FECHA-MED.
           MOVE "SUBTOTAL MEDICO........... " TO WLS-DESCR
           COMPUTE WLS-QTD = W-SUB-MED-CONF + W-SUB-MED-PREV
           MOVE W-SUB-MED-CONF TO WLS-CONF
           MOVE W-SUB-MED-PREV TO WLS-PREV
           MOVE W-LIN-SUBTOT TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-SUB-MED-CONF W-SUB-MED-PREV.
       FECHA-MED-FIM.
                EXIT.

       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "TOTAL DE RETORNOS NO MES.. " TO WLS-DESCR
           MOVE W-LIDOS   TO WLS-QTD
           MOVE W-QT-CONF TO WLS-CONF
           MOVE W-QT-PREV TO WLS-PREV
           MOVE W-LIN-SUBTOT TO REGREL
           WRITE REGREL

           DISPLAY "RETORNOS NO MES        : " W-LIDOS.
           DISPLAY "CONFIRMADOS (EXPORTAC.): " W-QT-CONF.
           DISPLAY "PREVISTOS (AGENDAMENTO): " W-QT-PREV.
           DISPLAY "*** RELATORIO GRAVADO EM RELRETNF.TXT ***".
           CLOSE CADAGE RETTRB RELRETNF.

       ROT-FIM.
                STOP RUN.

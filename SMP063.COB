       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP063.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * RELATORIO DE OCUPACAO DAS SALAS (CADSAL)             *
      * NO PERIODO INFORMADO, DESCONTADOS OS FERIADOS        *
      * (CADFER), CONFRONTA POR SALA E DIA DA SEMANA:        *
      *  - OS MINUTOS DE FUNCIONAMENTO DA CLINICA;           *
      *  - OS MINUTOS ALOCADOS NAS GRADES (CADGRD) VIGENTES; *
      *  - OS MINUTOS MARCADOS NO CADAGE (NAO CANCELADOS,    *
      *    PELA DURACAO DA CONSULTA NA GRADE DO MEDICO)      *
      * COM PERCENTUAL DE USO DA SALA PELA GRADE E DE        *
      * OCUPACAO DA GRADE - SAIDA EM RELOCSAL.TXT            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-ERRO-SL.
                    SELECT CADGRD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-ERRO-GR.
                    SELECT CADAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERRO-FE.
                    SELECT RELOCSAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAL.DAT".
       01 REGSAL.
            03 SAL-CODIGO      PIC 9(03).
            03 SAL-DESCR       PIC X(30).
            03 SAL-TIPO        PIC X(01).
               88 SAL-CONSULTORIO  VALUE "C".
               88 SAL-PROCEDIMENTO VALUE "P".
               88 SAL-EXAMES       VALUE "E".
            03 SAL-EQUIP-1     PIC X(40).
            03 SAL-EQUIP-2     PIC X(40).
            03 SAL-SITUACAO    PIC X(01).
               88 SAL-INATIVA     VALUE "I".
            03 SAL-UNIDADE     PIC 9(03).

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

       FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
       01 REGFER.
            03 FER-DATA     PIC 9(08).
            03 FER-DESCR    PIC X(30).

       FD RELOCSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELOCSAL.TXT".
       01 REGREL               PIC X(120).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-SL   PIC X(02) VALUE "00".
       01 ST-ERRO-GR   PIC X(02) VALUE "00".
       01 ST-ERRO-FE   PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 W-FIM-SAL    PIC X(01) VALUE "N".
       01 W-FIM-GRD    PIC X(01) VALUE "N".
       01 W-FIM-AGE    PIC X(01) VALUE "N".
       01 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       01 W-HORA-ABRE  PIC 9(04) VALUE ZEROS.
       01 W-HORA-FECHA PIC 9(04) VALUE ZEROS.
       01 W-MIN-CLINICA PIC 9(04) VALUE ZEROS.
       01 W-DATA-DIA   PIC 9(08) VALUE ZEROS.
       01 W-DATA-DIA-R REDEFINES W-DATA-DIA.
            03 W-DIA-AAAA  PIC 9(04).
            03 W-DIA-MM    PIC 9(02).
            03 W-DIA-DD    PIC 9(02).
       01 W-DIAS-MES   PIC 9(02) VALUE ZEROS.
       01 W-RESTO      PIC 9(04) VALUE ZEROS.
       01 W-MIN-FAIXA  PIC 9(04) VALUE ZEROS.
       01 W-IND        PIC 9(03) VALUE ZEROS.
       01 W-IND-MAX    PIC 9(03) VALUE ZEROS.
       01 W-DIA-IND    PIC 9(03) VALUE ZEROS.
       01 W-DIA-MAX    PIC 9(03) VALUE ZEROS.
       01 W-DOW        PIC 9(01) VALUE ZEROS.
       01 W-SALA-PROC  PIC 9(03) VALUE ZEROS.
       01 W-SAL-DISP   PIC 9(07) VALUE ZEROS.
       01 W-SAL-GRADE  PIC 9(07) VALUE ZEROS.
       01 W-SAL-OCUP   PIC 9(07) VALUE ZEROS.
       01 W-SAL-CONS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-DISP   PIC 9(08) VALUE ZEROS.
       01 W-TOT-GRADE  PIC 9(08) VALUE ZEROS.
       01 W-TOT-OCUP   PIC 9(08) VALUE ZEROS.
       01 W-TOT-CONS   PIC 9(07) VALUE ZEROS.
       01 W-GRD-SEM-SALA PIC 9(05) VALUE ZEROS.
       01 W-AGE-SEM-SALA PIC 9(06) VALUE ZEROS.
       01 W-PARTE      PIC 9(08) VALUE ZEROS.
       01 W-TODO       PIC 9(08) VALUE ZEROS.
       01 W-PERC       PIC 9(03)V9 VALUE ZEROS.

      * APOIO AO CALCULO DO DIA DA SEMANA (ZELLER) E DA GRADE
       01 W-AAAA       PIC 9(04) VALUE ZEROS.
       01 W-MM         PIC 9(02) VALUE ZEROS.
       01 W-DD         PIC 9(02) VALUE ZEROS.
       01 W-J          PIC 9(02) VALUE ZEROS.
       01 W-K          PIC 9(02) VALUE ZEROS.
       01 W-T1         PIC 9(04) VALUE ZEROS.
       01 W-T2         PIC 9(04) VALUE ZEROS.
       01 W-T3         PIC 9(03) VALUE ZEROS.
       01 W-H          PIC 9(03) VALUE ZEROS.
       01 W-DIA-AUX    PIC 9(01) VALUE ZEROS.
       01 W-DIA-SEM    PIC 9(01) VALUE ZEROS.
       01 W-DATA-ZEL   PIC 9(08) VALUE ZEROS.
       01 W-HH         PIC 9(02) VALUE ZEROS.
       01 W-MN         PIC 9(02) VALUE ZEROS.
       01 W-MIN-INI    PIC 9(04) VALUE ZEROS.
       01 W-MIN-FIM    PIC 9(04) VALUE ZEROS.

       01 W-TAB-DIAS-MES.
            03 FILLER   PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-DIAS-R REDEFINES W-TAB-DIAS-MES.
            03 W-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

       01 W-TAB-NOME-DIA.
            03 FILLER   PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 W-TAB-NOME-R REDEFINES W-TAB-NOME-DIA.
            03 W-NOME-DIA PIC X(03) OCCURS 7 TIMES.

      * DIAS DO PERIODO COM O DIA DA SEMANA E A MARCA DE FERIADO
       01 W-TAB-DIA.
            03 W-TD-ITEM OCCURS 366 TIMES.
               05 W-TD-DATA       PIC 9(08).
               05 W-TD-DOW        PIC 9(01).
               05 W-TD-FERIADO    PIC X(01).

      * DIAS UTEIS (SEM FERIADO) DO PERIODO POR DIA DA SEMANA
       01 W-TAB-DOW.
            03 W-DIAS-DOW       PIC 9(03) OCCURS 7 TIMES.

       01 W-TAB-SAL.
            03 W-TS-ITEM OCCURS 100 TIMES.
               05 W-TS-SALA       PIC 9(03).
               05 W-TS-DESCR      PIC X(30).
               05 W-TS-TIPO       PIC X(01).
               05 W-TS-DOW-ITEM OCCURS 7 TIMES.
                  07 W-TS-GRADE   PIC 9(06).
                  07 W-TS-OCUP    PIC 9(06).
                  07 W-TS-CONS    PIC 9(05).

       01 W-CAB-REL.
            03 FILLER          PIC X(30) VALUE
               "OCUPACAO DAS SALAS - PERIODO: ".
            03 WCR-DATA-INI    PIC 9(08).
            03 FILLER          PIC X(03) VALUE " A ".
            03 WCR-DATA-FIM    PIC 9(08).
            03 FILLER          PIC X(18) VALUE
               "   FUNCIONAMENTO: ".
            03 WCR-HORA-ABRE   PIC 9(04).
            03 FILLER          PIC X(04) VALUE " AS ".
            03 WCR-HORA-FECHA  PIC 9(04).

       01 W-CAB-SAL.
            03 FILLER          PIC X(07) VALUE "SALA : ".
            03 WCS-SALA        PIC 9(03).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WCS-DESCR       PIC X(30).
            03 FILLER          PIC X(08) VALUE "  TIPO: ".
            03 WCS-TIPO        PIC X(01).

       01 W-DET-DOW.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WDD-NOME-DIA    PIC X(03).
            03 FILLER          PIC X(07) VALUE "  DIAS ".
            03 WDD-DIAS        PIC ZZ9.
            03 FILLER          PIC X(10) VALUE "  DISPON ".
            03 WDD-DISP        PIC ZZZZZ9.
            03 FILLER          PIC X(09) VALUE "  GRADE ".
            03 WDD-GRADE       PIC ZZZZZ9.
            03 FILLER          PIC X(09) VALUE "  USO % ".
            03 WDD-PERC-USO    PIC ZZ9,9.
            03 FILLER          PIC X(11) VALUE "  MARCADO ".
            03 WDD-OCUP        PIC ZZZZZ9.
            03 FILLER          PIC X(10) VALUE "  OCUP % ".
            03 WDD-PERC-OCUP   PIC ZZ9,9.
            03 FILLER          PIC X(07) VALUE "  CONS ".
            03 WDD-CONS        PIC ZZZZ9.

       01 W-SUB-SAL.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "TOTAL SALA   ".
            03 FILLER          PIC X(07) VALUE "DISPON ".
            03 WSS-DISP        PIC ZZZZZZ9.
            03 FILLER          PIC X(09) VALUE "  GRADE ".
            03 WSS-GRADE       PIC ZZZZZZ9.
            03 FILLER          PIC X(09) VALUE "  USO % ".
            03 WSS-PERC-USO    PIC ZZ9,9.
            03 FILLER          PIC X(11) VALUE "  MARCADO ".
            03 WSS-OCUP        PIC ZZZZZZ9.
            03 FILLER          PIC X(10) VALUE "  OCUP % ".
            03 WSS-PERC-OCUP   PIC ZZ9,9.
            03 FILLER          PIC X(07) VALUE "  CONS ".
            03 WSS-CONS        PIC ZZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** OCUPACAO DAS SALAS ***".
           DISPLAY "DATA INICIAL (AAAAMMDD) : ".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL   (AAAAMMDD) : ".
           ACCEPT W-DATA-FIM.
           IF W-DATA-INI = ZEROS OR W-DATA-FIM < W-DATA-INI
                DISPLAY "PERIODO INVALIDO"
                GO TO ROT-FIM.
           MOVE W-DATA-INI TO W-DATA-DIA
           IF W-DIA-MM = ZEROS OR W-DIA-MM > 12
             OR W-DIA-DD = ZEROS OR W-DIA-DD > 31
                DISPLAY "DATA INICIAL INVALIDA"
                GO TO ROT-FIM.
           MOVE W-DATA-FIM TO W-DATA-DIA
           IF W-DIA-MM = ZEROS OR W-DIA-MM > 12
             OR W-DIA-DD = ZEROS OR W-DIA-DD > 31
                DISPLAY "DATA FINAL INVALIDA"
                GO TO ROT-FIM.
           DISPLAY "ABERTURA DA CLINICA   (HHMM) : ".
           ACCEPT W-HORA-ABRE.
           DISPLAY "FECHAMENTO DA CLINICA (HHMM) : ".
           ACCEPT W-HORA-FECHA.
           IF W-HORA-ABRE (3:2) > "59" OR W-HORA-FECHA (3:2) > "59"
             OR W-HORA-FECHA NOT > W-HORA-ABRE
             OR W-HORA-FECHA > 2400
                DISPLAY "HORARIO DE FUNCIONAMENTO INVALIDO"
                GO TO ROT-FIM.
           COMPUTE W-HH = W-HORA-ABRE / 100
           COMPUTE W-MN = W-HORA-ABRE - W-HH * 100
           COMPUTE W-MIN-INI = W-HH * 60 + W-MN
           COMPUTE W-HH = W-HORA-FECHA / 100
           COMPUTE W-MN = W-HORA-FECHA - W-HH * 100
           COMPUTE W-MIN-FIM = W-HH * 60 + W-MN
           COMPUTE W-MIN-CLINICA = W-MIN-FIM - W-MIN-INI.

       ABRIR-ARQ.
           OPEN INPUT CADSAL
           IF ST-ERRO-SL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADSAL - " ST-ERRO-SL
                GO TO ROT-FIM.
           OPEN INPUT CADGRD
           IF ST-ERRO-GR NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADGRD - " ST-ERRO-GR
                CLOSE CADSAL
                GO TO ROT-FIM.
           OPEN INPUT CADAGE
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGE - " ST-ERRO
                CLOSE CADSAL CADGRD
                GO TO ROT-FIM.
           OPEN INPUT CADFER
           IF ST-ERRO-FE NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFER - " ST-ERRO-FE
                CLOSE CADSAL CADGRD CADAGE
                GO TO ROT-FIM.
           OPEN OUTPUT RELOCSAL
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELOCSAL.TXT - "
                        ST-ERRO-REL
                CLOSE CADSAL CADGRD CADAGE CADFER
                GO TO ROT-FIM.

       PROCESSA.
           PERFORM MONTA-DIAS THRU MONTA-DIAS-FIM
           IF W-DIA-MAX = ZEROS
                DISPLAY "PERIODO MAIOR QUE 366 DIAS"
                CLOSE CADSAL CADGRD CADAGE CADFER RELOCSAL
                GO TO ROT-FIM.
           MOVE W-DATA-INI   TO WCR-DATA-INI
           MOVE W-DATA-FIM   TO WCR-DATA-FIM
           MOVE W-HORA-ABRE  TO WCR-HORA-ABRE
           MOVE W-HORA-FECHA TO WCR-HORA-FECHA
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "MINUTOS POR SALA E DIA DA SEMANA - DISPON = "
                  "FUNCIONAMENTO DA CLINICA NOS DIAS SEM FERIADO"
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL

      *    1o PASSO - SALAS CADASTRADAS (INCLUSIVE SEM GRADE)
           PERFORM UNTIL W-FIM-SAL = "S"
               READ CADSAL NEXT RECORD
                   AT END MOVE "S" TO W-FIM-SAL
               END-READ
               IF W-FIM-SAL NOT = "S"
                   MOVE SAL-CODIGO TO W-SALA-PROC
                   PERFORM LOCALIZA-SAL THRU LOCALIZA-SAL-FIM
           END-PERFORM.

      *    2o PASSO - MINUTOS ALOCADOS PELA GRADE NO PERIODO
           PERFORM UNTIL W-FIM-GRD = "S"
               READ CADGRD NEXT RECORD
                   AT END MOVE "S" TO W-FIM-GRD
               END-READ
               IF W-FIM-GRD NOT = "S"
                   PERFORM TRATA-GRADE THRU TRATA-GRADE-FIM
           END-PERFORM.

      *    3o PASSO - MARCACOES DO CADAGE NO PERIODO
           PERFORM UNTIL W-FIM-AGE = "S"
               READ CADAGE NEXT RECORD
                   AT END MOVE "S" TO W-FIM-AGE
               END-READ
               IF W-FIM-AGE NOT = "S"
                   PERFORM TRATA-AGE THRU TRATA-AGE-FIM
           END-PERFORM.

           IF W-IND-MAX = ZEROS
                MOVE SPACES TO REGREL
                WRITE REGREL
                MOVE "*** NENHUMA SALA CADASTRADA ***" TO REGREL
                WRITE REGREL.

           PERFORM IMPRIME-SAL THRU IMPRIME-SAL-FIM
           GO TO ROT-TOTAIS.

      *------[ TABELA COM OS DIAS DO PERIODO - ATE 366 DIAS ]------
       MONTA-DIAS.
           MOVE ZEROS TO W-DIA-MAX W-DOW
           MOVE W-DATA-INI TO W-DATA-DIA.
       MONTA-DIAS-ZERA.
           ADD 1 TO W-DOW
           IF W-DOW > 7
                GO TO MONTA-DIAS-LOOP.
           MOVE ZEROS TO W-DIAS-DOW (W-DOW)
           GO TO MONTA-DIAS-ZERA.
       MONTA-DIAS-LOOP.
           IF W-DATA-DIA > W-DATA-FIM
                GO TO MONTA-DIAS-FIM.
           IF W-DIA-MAX NOT < 366
                MOVE ZEROS TO W-DIA-MAX
                GO TO MONTA-DIAS-FIM.
           ADD 1 TO W-DIA-MAX
           MOVE W-DATA-DIA TO W-TD-DATA (W-DIA-MAX) W-DATA-ZEL
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM
           MOVE W-DIA-SEM TO W-TD-DOW (W-DIA-MAX)
           MOVE W-DATA-DIA TO FER-DATA
           READ CADFER
           IF ST-ERRO-FE = "00"
                MOVE "S" TO W-TD-FERIADO (W-DIA-MAX)
           ELSE
                MOVE "N" TO W-TD-FERIADO (W-DIA-MAX)
                ADD 1 TO W-DIAS-DOW (W-DIA-SEM).
           PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM
           GO TO MONTA-DIAS-LOOP.
       MONTA-DIAS-FIM.
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

      *------[ MINUTOS DA FAIXA NOS DIAS VIGENTES, SEM FERIADO ]------
       TRATA-GRADE.
           IF GRD-SALA = ZEROS
                ADD 1 TO W-GRD-SEM-SALA
                GO TO TRATA-GRADE-FIM.
           COMPUTE W-HH = GRD-HORA-INI / 100
           COMPUTE W-MN = GRD-HORA-INI - W-HH * 100
           COMPUTE W-MIN-INI = W-HH * 60 + W-MN
           COMPUTE W-HH = GRD-HORA-FIM / 100
           COMPUTE W-MN = GRD-HORA-FIM - W-HH * 100
           COMPUTE W-MIN-FIM = W-HH * 60 + W-MN
           IF W-MIN-FIM NOT > W-MIN-INI
                GO TO TRATA-GRADE-FIM.
           COMPUTE W-MIN-FAIXA = W-MIN-FIM - W-MIN-INI
           MOVE GRD-SALA TO W-SALA-PROC
           PERFORM LOCALIZA-SAL THRU LOCALIZA-SAL-FIM
           IF W-IND = ZEROS
                GO TO TRATA-GRADE-FIM.
           MOVE ZEROS TO W-DIA-IND.
       TRATA-GRADE-DIA.
           ADD 1 TO W-DIA-IND
           IF W-DIA-IND > W-DIA-MAX
                GO TO TRATA-GRADE-FIM.
           IF W-TD-DOW (W-DIA-IND) NOT = GRD-DIA-SEM
             OR W-TD-FERIADO (W-DIA-IND) = "S"
                GO TO TRATA-GRADE-DIA.
           IF W-TD-DATA (W-DIA-IND) < GRD-VIG-INI
                GO TO TRATA-GRADE-DIA.
           IF GRD-VIG-FIM NOT = ZEROS
             AND W-TD-DATA (W-DIA-IND) > GRD-VIG-FIM
                GO TO TRATA-GRADE-DIA.
           ADD W-MIN-FAIXA TO W-TS-GRADE (W-IND, GRD-DIA-SEM)
           GO TO TRATA-GRADE-DIA.
       TRATA-GRADE-FIM.
                EXIT.

      *------[ MARCACAO DO PERIODO NA SALA DA GRADE DO MEDICO ]------
      * CANCELADAS NAO OCUPAM A SALA; FALTAS E ENCAIXES OCUPAM
       TRATA-AGE.
           IF AGE-DATA < W-DATA-INI OR AGE-DATA > W-DATA-FIM
                GO TO TRATA-AGE-FIM.
           IF AGE-CANCELADO
                GO TO TRATA-AGE-FIM.
           MOVE AGE-DATA TO W-DATA-ZEL
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM
           MOVE AGE-CRM   TO GRD-CRM
           MOVE W-DIA-SEM TO GRD-DIA-SEM
           READ CADGRD
           IF ST-ERRO-GR NOT = "00" OR GRD-SALA = ZEROS
                ADD 1 TO W-AGE-SEM-SALA
                GO TO TRATA-AGE-FIM.
           MOVE GRD-SALA TO W-SALA-PROC
           PERFORM LOCALIZA-SAL THRU LOCALIZA-SAL-FIM
           IF W-IND = ZEROS
                ADD 1 TO W-AGE-SEM-SALA
                GO TO TRATA-AGE-FIM.
           ADD GRD-DURACAO TO W-TS-OCUP (W-IND, W-DIA-SEM)
           ADD 1 TO W-TS-CONS (W-IND, W-DIA-SEM).
       TRATA-AGE-FIM.
                EXIT.

      *------[ LOCALIZA/CRIA A LINHA DA SALA EM W-SALA-PROC ]------
       LOCALIZA-SAL.
           MOVE ZEROS TO W-IND.
       LOCALIZA-SAL-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-IND-MAX
                GO TO LOCALIZA-SAL-NOVO.
           IF W-TS-SALA (W-IND) = W-SALA-PROC
                GO TO LOCALIZA-SAL-FIM.
           GO TO LOCALIZA-SAL-LOOP.
       LOCALIZA-SAL-NOVO.
           IF W-IND-MAX NOT < 100
                DISPLAY "TABELA DE SALAS ESGOTADA - SALA " W-SALA-PROC
                MOVE ZEROS TO W-IND
                GO TO LOCALIZA-SAL-FIM.
           ADD 1 TO W-IND-MAX
           MOVE W-IND-MAX TO W-IND
           MOVE W-SALA-PROC TO W-TS-SALA (W-IND)
           IF W-FIM-SAL = "S"
                MOVE "SALA NAO CADASTRADA" TO W-TS-DESCR (W-IND)
                MOVE SPACES TO W-TS-TIPO (W-IND)
           ELSE
                MOVE SAL-DESCR TO W-TS-DESCR (W-IND)
                MOVE SAL-TIPO  TO W-TS-TIPO (W-IND).
           MOVE ZEROS TO W-DOW.
       LOCALIZA-SAL-ZERA.
           ADD 1 TO W-DOW
           IF W-DOW > 7
                GO TO LOCALIZA-SAL-FIM.
           MOVE ZEROS TO W-TS-GRADE (W-IND, W-DOW)
                W-TS-OCUP (W-IND, W-DOW)
                W-TS-CONS (W-IND, W-DOW)
           GO TO LOCALIZA-SAL-ZERA.
       LOCALIZA-SAL-FIM.
                EXIT.

      *------[ IMPRESSAO POR SALA E DIA DA SEMANA ]------
       IMPRIME-SAL.
           MOVE ZEROS TO W-IND.
       IMPRIME-SAL-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-IND-MAX
                GO TO IMPRIME-SAL-FIM.
           MOVE W-TS-SALA (W-IND)  TO WCS-SALA
           MOVE W-TS-DESCR (W-IND) TO WCS-DESCR
           MOVE W-TS-TIPO (W-IND)  TO WCS-TIPO
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-CAB-SAL TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-SAL-DISP W-SAL-GRADE W-SAL-OCUP
                W-SAL-CONS W-DOW.
       IMPRIME-SAL-DOW.
           ADD 1 TO W-DOW
           IF W-DOW > 7
                GO TO IMPRIME-SAL-SUB.
           IF W-DIAS-DOW (W-DOW) = ZEROS
             AND W-TS-GRADE (W-IND, W-DOW) = ZEROS
             AND W-TS-OCUP (W-IND, W-DOW) = ZEROS
                GO TO IMPRIME-SAL-DOW.
           MOVE W-NOME-DIA (W-DOW)        TO WDD-NOME-DIA
           MOVE W-DIAS-DOW (W-DOW)        TO WDD-DIAS
           COMPUTE W-TODO = W-DIAS-DOW (W-DOW) * W-MIN-CLINICA
           MOVE W-TODO                    TO WDD-DISP
           MOVE W-TS-GRADE (W-IND, W-DOW) TO WDD-GRADE W-PARTE
           PERFORM CALCULA-PERC
           MOVE W-PERC                    TO WDD-PERC-USO
           ADD W-TODO TO W-SAL-DISP
           MOVE W-TS-GRADE (W-IND, W-DOW) TO W-TODO
           MOVE W-TS-OCUP (W-IND, W-DOW)  TO WDD-OCUP W-PARTE
           PERFORM CALCULA-PERC
           MOVE W-PERC                    TO WDD-PERC-OCUP
           MOVE W-TS-CONS (W-IND, W-DOW)  TO WDD-CONS
           MOVE W-DET-DOW TO REGREL
           WRITE REGREL
           ADD W-TS-GRADE (W-IND, W-DOW) TO W-SAL-GRADE
           ADD W-TS-OCUP (W-IND, W-DOW)  TO W-SAL-OCUP
           ADD W-TS-CONS (W-IND, W-DOW)  TO W-SAL-CONS
           GO TO IMPRIME-SAL-DOW.
       IMPRIME-SAL-SUB.
           MOVE W-SAL-DISP  TO WSS-DISP W-TODO
           MOVE W-SAL-GRADE TO WSS-GRADE W-PARTE
           PERFORM CALCULA-PERC
           MOVE W-PERC TO WSS-PERC-USO
           MOVE W-SAL-GRADE TO W-TODO
           MOVE W-SAL-OCUP  TO WSS-OCUP W-PARTE
           PERFORM CALCULA-PERC
           MOVE W-PERC TO WSS-PERC-OCUP
           MOVE W-SAL-CONS  TO WSS-CONS
           MOVE W-SUB-SAL TO REGREL
           WRITE REGREL
           ADD W-SAL-DISP  TO W-TOT-DISP
           ADD W-SAL-GRADE TO W-TOT-GRADE
           ADD W-SAL-OCUP  TO W-TOT-OCUP
           ADD W-SAL-CONS  TO W-TOT-CONS
           GO TO IMPRIME-SAL-LOOP.
       IMPRIME-SAL-FIM.
                EXIT.

      *    PERCENTUAL DE W-PARTE SOBRE W-TODO
       CALCULA-PERC.
           IF W-TODO = ZEROS
                MOVE ZEROS TO W-PERC
           ELSE
                COMPUTE W-PERC ROUNDED = W-PARTE * 100 / W-TODO.

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

       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "MINUTOS DISPONIVEIS=" W-TOT-DISP
                  "  EM GRADE=" W-TOT-GRADE
                  "  MARCADOS=" W-TOT-OCUP
                  "  CONSULTAS=" W-TOT-CONS
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           IF W-GRD-SEM-SALA NOT = ZEROS
                MOVE SPACES TO REGREL
                STRING "FAIXAS DE GRADE SEM SALA INFORMADA (SMP024)="
                       W-GRD-SEM-SALA
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL.
           IF W-AGE-SEM-SALA NOT = ZEROS
                MOVE SPACES TO REGREL
                STRING "MARCACOES FORA DE SALA (SEM GRADE/SALA)="
                       W-AGE-SEM-SALA
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL.

           DISPLAY "MINUTOS EM GRADE NO PERIODO : " W-TOT-GRADE.
           DISPLAY "MINUTOS MARCADOS NO PERIODO : " W-TOT-OCUP.
           DISPLAY "GRADES SEM SALA INFORMADA   : " W-GRD-SEM-SALA.
           DISPLAY "*** RELATORIO GRAVADO EM RELOCSAL.TXT ***".
           CLOSE CADSAL CADGRD CADAGE CADFER RELOCSAL.

       ROT-FIM.
                STOP RUN.

      * LE O CADAGE PELA CHAVE CRM+DATA+HORA, QUEBRA POR     *
      * MEDICO E GRAVA A AGENDA EM RELAGEND.TXT, COM TOTAL   *
      * POR MEDICO E VIA CONSOLIDADA DA CLINICA              *
      * O CABECALHO DO MEDICO TRAZ A SALA DA GRADE (CADGRD)  *
      * NO DIA DA SEMANA DA AGENDA (CADSAL)                  *
      * SAI POR UNIDADE (FILIAL) OU CONSOLIDADA (UNIDADE 0), *
      * ESTA COM O TOTAL DE CONSULTAS DE CADA UNIDADE        *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADGRD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-ERRO-GR.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-ERRO-SL.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
                    SELECT RELAGEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
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

       FD CADUNI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUNI.DAT".
       01 REGUNI.
            03 UNI-CODIGO      PIC 9(03).
            03 UNI-NOME        PIC X(30).
            03 UNI-CNES        PIC 9(07).
            03 UNI-ENDERECO    PIC X(30).
            03 UNI-BAIRRO      PIC X(20).
            03 UNI-CIDADE      PIC X(20).
            03 UNI-COD-ESTADO  PIC X(02).
            03 UNI-TELEFONE    PIC X(15).
            03 UNI-SITUACAO    PIC X(01).
               88 UNI-INATIVA     VALUE "I".

       FD RELAGEND
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 ST-ERRO-GR   PIC X(02) VALUE "00".
       01 ST-ERRO-SL   PIC X(02) VALUE "00".
       01 ST-ERRO-UN   PIC X(02) VALUE "00".
       01 W-UNI-ABERTO PIC X(01) VALUE "N".
       01 W-UNID-FILTRO PIC 9(03) VALUE ZEROS.
       01 W-FIM-AGE    PIC X(01) VALUE "N".
       01 W-DATA-DIA   PIC 9(08) VALUE ZEROS.
       01 W-CRM-ANT    PIC 9(07) VALUE ZEROS.
       01 W-IND        PIC 9(03) VALUE ZEROS.
       01 W-IND-MAX    PIC 9(03) VALUE ZEROS.

      * APOIO AO CALCULO DO DIA DA SEMANA (ZELLER)
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

      * CONSULTAS POR UNIDADE (FILIAL) NA VIA CONSOLIDADA
       01 W-IU         PIC 9(02) VALUE ZEROS.
       01 W-IU-MAX     PIC 9(02) VALUE ZEROS.
       01 W-TAB-UNI.
            03 W-TU-ITEM OCCURS 20 TIMES.
               05 W-TU-CODIGO     PIC 9(03).
               05 W-TU-CONSULTAS  PIC 9(05).

       01 W-TAB-MED.
            03 W-TM-ITEM OCCURS 100 TIMES.
               05 W-TM-CRM        PIC 9(07).
            03 FILLER          PIC X(22) VALUE
                                 "AGENDA DO DIA ....... ".
            03 WCR-DATA        PIC 9(08).
            03 FILLER          PIC X(12) VALUE "  UNIDADE : ".
            03 WCR-UNIDADE     PIC X(30).

       01 W-CAB-MED.
            03 FILLER          PIC X(09) VALUE "MEDICO : ".
            03 WCM-CRM         PIC 9(07).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WCM-NOME        PIC X(30).
            03 FILLER          PIC X(09) VALUE "  SALA : ".
            03 WCM-SALA        PIC ZZ9.
            03 FILLER          PIC X(03) VALUE " - ".
            03 WCM-SAL-DESCR   PIC X(30).
            03 FILLER          PIC X(08) VALUE "  UNID: ".
            03 WCM-UNIDADE     PIC ZZ9.

       01 W-DET-AGE.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "  CONSULTAS : ".
            03 WDC-CONSULTAS   PIC ZZZZ9.

       01 W-DET-UNI.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WDU-CODIGO      PIC 9(03).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WDU-NOME        PIC X(30).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "  CONSULTAS : ".
            03 WDU-CONSULTAS   PIC ZZZZ9.

       01 W-TOT-GERAL.
            03 FILLER          PIC X(22) VALUE
                                     "TOTAL DA CLINICA..... ".
           IF W-DATA-DIA = ZEROS
                DISPLAY "DATA INVALIDA"
                GO TO ROT-FIM.
           DISPLAY "UNIDADE (0 = CONSOLIDADO) : ".
           ACCEPT W-UNID-FILTRO.

       ABRIR-ARQ.
           OPEN INPUT CADAGE
                                                        ST-ERRO-REL
                CLOSE CADAGE
                GO TO ROT-FIM.
           OPEN INPUT CADGRD
           IF ST-ERRO-GR NOT = "00"
                IF ST-ERRO-GR = "30"
                    OPEN OUTPUT CADGRD
                    CLOSE CADGRD
                    OPEN INPUT CADGRD
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADGRD - " ST-ERRO-GR
                    CLOSE CADAGE RELAGEND
                    GO TO ROT-FIM.
           OPEN INPUT CADSAL
           IF ST-ERRO-SL NOT = "00"
                IF ST-ERRO-SL = "30"
                    OPEN OUTPUT CADSAL
                    CLOSE CADSAL
                    OPEN INPUT CADSAL
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADSAL - " ST-ERRO-SL
                    CLOSE CADAGE RELAGEND CADGRD
                    GO TO ROT-FIM.
      *    SEM O CADASTRO DE UNIDADES SAI SO O CODIGO DA UNIDADE
           OPEN INPUT CADUNI
           IF ST-ERRO-UN = "00"
                MOVE "S" TO W-UNI-ABERTO.

       PROCESSA.
           MOVE W-DATA-DIA TO W-DATA-ZEL
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM
           MOVE W-DATA-DIA TO WCR-DATA
           MOVE "TODAS (CONSOLIDADO)" TO WCR-UNIDADE
           IF W-UNID-FILTRO NOT = ZEROS
                MOVE W-UNID-FILTRO TO UNI-CODIGO
                PERFORM NOME-UNIDADE THRU NOME-UNIDADE-FIM
                MOVE SPACES TO WCR-UNIDADE
                STRING W-UNID-FILTRO " - " WDU-NOME
                       DELIMITED BY SIZE INTO WCR-UNIDADE.
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
       TRATA-REG.
           IF AGE-DATA NOT = W-DATA-DIA
                GO TO TRATA-REG-FIM.
           IF W-UNID-FILTRO NOT = ZEROS
             AND AGE-UNIDADE NOT = W-UNID-FILTRO
                GO TO TRATA-REG-FIM.
           IF W-PRIMEIRO = "S" OR AGE-CRM NOT = W-CRM-ANT
                IF W-PRIMEIRO = "N"
                     PERFORM ESCREVE-SUBTOTAL
                WRITE REGREL
                MOVE AGE-CRM      TO WCM-CRM
                MOVE AGE-MED-NOME TO WCM-NOME
                MOVE AGE-UNIDADE  TO WCM-UNIDADE
                PERFORM BUSCA-SALA THRU BUSCA-SALA-FIM
                MOVE W-CAB-MED TO REGREL
                WRITE REGREL.

           WRITE REGREL
           ADD 1 TO W-CONT-MED
           ADD 1 TO W-CONT-GERAL
           PERFORM ACUMULA-MED THRU ACUMULA-MED-FIM
           PERFORM ACUMULA-UNI THRU ACUMULA-UNI-FIM.
       TRATA-REG-FIM.
                EXIT.

       ACUMULA-MED-FIM.
                EXIT.

       ACUMULA-UNI.
           MOVE ZEROS TO W-IU.
       ACUMULA-UNI-LOOP.
           ADD 1 TO W-IU
           IF W-IU > W-IU-MAX
                GO TO ACUMULA-UNI-NOVO.
           IF W-TU-CODIGO (W-IU) = AGE-UNIDADE
                ADD 1 TO W-TU-CONSULTAS (W-IU)
                GO TO ACUMULA-UNI-FIM.
           GO TO ACUMULA-UNI-LOOP.
       ACUMULA-UNI-NOVO.
           IF W-IU-MAX < 20
                ADD 1 TO W-IU-MAX
                MOVE AGE-UNIDADE   TO W-TU-CODIGO (W-IU-MAX)
                MOVE 1             TO W-TU-CONSULTAS (W-IU-MAX)
           ELSE
                DISPLAY "TABELA DE UNIDADES ESGOTADA - " AGE-UNIDADE.
       ACUMULA-UNI-FIM.
                EXIT.

      *------[ NOME DA UNIDADE UNI-CODIGO EM WDU-NOME ]------
       NOME-UNIDADE.
           MOVE "NAO CADASTRADA" TO WDU-NOME
           IF W-UNI-ABERTO NOT = "S"
                GO TO NOME-UNIDADE-FIM.
           READ CADUNI
           IF ST-ERRO-UN = "00"
                MOVE UNI-NOME TO WDU-NOME.
       NOME-UNIDADE-FIM.
                EXIT.

      *------[ SALA DA GRADE DO MEDICO NO DIA DA SEMANA ]------
       BUSCA-SALA.
           MOVE ZEROS TO WCM-SALA
           MOVE "SEM GRADE NO DIA" TO WCM-SAL-DESCR
           MOVE AGE-CRM   TO GRD-CRM
           MOVE W-DIA-SEM TO GRD-DIA-SEM
           READ CADGRD
           IF ST-ERRO-GR NOT = "00"
                GO TO BUSCA-SALA-FIM.
           MOVE GRD-SALA TO WCM-SALA SAL-CODIGO
           MOVE SPACES TO WCM-SAL-DESCR
           READ CADSAL
           IF ST-ERRO-SL = "00"
                MOVE SAL-DESCR TO WCM-SAL-DESCR.
       BUSCA-SALA-FIM.
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

      *--------[ VIA CONSOLIDADA DA CLINICA ]--------
       CONSOLIDADA.
           MOVE SPACES TO REGREL
       CONSOLIDADA-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-IND-MAX
                GO TO CONSOLIDADA-UNI.
           MOVE W-TM-CRM (W-IND)       TO WDC-CRM
           MOVE W-TM-NOME (W-IND)      TO WDC-NOME
           MOVE W-TM-CONSULTAS (W-IND) TO WDC-CONSULTAS
           WRITE REGREL
           GO TO CONSOLIDADA-LOOP.

      *    NA VIA CONSOLIDADA, O TOTAL DE CADA UNIDADE
       CONSOLIDADA-UNI.
           IF W-UNID-FILTRO NOT = ZEROS
                GO TO ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "TOTAL POR UNIDADE" TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-IU.
       CONSOLIDADA-UNI-LOOP.
           ADD 1 TO W-IU
           IF W-IU > W-IU-MAX
                GO TO ROT-TOTAIS.
           MOVE W-TU-CODIGO (W-IU)    TO WDU-CODIGO UNI-CODIGO
           PERFORM NOME-UNIDADE THRU NOME-UNIDADE-FIM
           MOVE W-TU-CONSULTAS (W-IU) TO WDU-CONSULTAS
           MOVE W-DET-UNI TO REGREL
           WRITE REGREL
           GO TO CONSOLIDADA-UNI-LOOP.

       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL

           DISPLAY "CONSULTAS DO DIA     : " W-CONT-GERAL.
           DISPLAY "*** AGENDA GRAVADA EM RELAGEND.TXT ***".
           CLOSE CADAGE RELAGEND CADGRD CADSAL.
           IF W-UNI-ABERTO = "S"
                CLOSE CADUNI.

       ROT-FIM.
                STOP RUN.

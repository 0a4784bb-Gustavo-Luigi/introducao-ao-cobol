      * SEMANA, SEPARANDO ATENDIDAS, FALTAS E CANCELADAS,    *
      * COM PERCENTUAL DE OCUPACAO POR MEDICO E POR          *
      * ESPECIALIDADE - SAIDA EM RELOCUP.TXT                 *
      * SAI POR UNIDADE (FILIAL) - GRADE E MARCACOES DA      *
      * UNIDADE - OU CONSOLIDADO (UNIDADE 0), COM A OCUPACAO *
      * DE CADA UNIDADE                                      *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MD.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
                    SELECT RELOCUP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
            03 GRD-VIG-INI        PIC 9(08).
            03 GRD-VIG-FIM        PIC 9(08).
            03 GRD-LIM-ENCAIXE    PIC 9(02).
            03 GRD-SALA           PIC 9(03).
            03 GRD-UNIDADE        PIC 9(03).

       FD CADAGE
               LABEL RECORD IS STANDARD
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
            03 MED-TELEFONE     PIC X(15).
            03 MED-EMAIL        PIC X(30).

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

       FD RELOCUP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELOCUP.TXT".
       01 ST-ERRO-FE   PIC X(02) VALUE "00".
       01 ST-ERRO-MD   PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 ST-ERRO-UN   PIC X(02) VALUE "00".
       01 W-UNI-ABERTO PIC X(01) VALUE "N".
       01 W-UNID-FILTRO PIC 9(03) VALUE ZEROS.
       01 W-UNI-ACUM   PIC 9(03) VALUE ZEROS.
       01 W-UNI-NOME   PIC X(30) VALUE SPACES.
       01 W-FIM-GRD    PIC X(01) VALUE "N".
       01 W-FIM-AGE    PIC X(01) VALUE "N".
       01 W-COMPET     PIC 9(06) VALUE ZEROS.
               05 W-TE-OFER       PIC 9(06).
               05 W-TE-OCUP       PIC 9(06).

      * VAGAS OFERECIDAS E OCUPADAS POR UNIDADE (CONSOLIDADO)
       01 W-IU         PIC 9(02) VALUE ZEROS.
       01 W-IU-MAX     PIC 9(02) VALUE ZEROS.
       01 W-TAB-UNI.
            03 W-TU-ITEM OCCURS 20 TIMES.
               05 W-TU-CODIGO     PIC 9(03).
               05 W-TU-OFER       PIC 9(06).
               05 W-TU-OCUP       PIC 9(06).

       01 W-CAB-REL.
            03 FILLER          PIC X(40) VALUE
               "OCUPACAO DA GRADE MEDICA  -  COMPETENCIA".
            03 FILLER          PIC X(03) VALUE " : ".
            03 WCR-COMPET      PIC 9(06).
            03 FILLER          PIC X(12) VALUE "  UNIDADE : ".
            03 WCR-UNIDADE     PIC X(30).

       01 W-CAB-MED.
            03 FILLER          PIC X(09) VALUE "MEDICO : ".
            03 FILLER          PIC X(13) VALUE "  OCUPACAO % ".
            03 WDE-PERC        PIC ZZ9,9.

       01 W-DET-UNI.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WDU-CODIGO      PIC 9(04).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WDU-NOME        PIC X(30).
            03 FILLER          PIC X(07) VALUE "OFERT  ".
            03 WDU-OFER        PIC ZZZZZ9.
            03 FILLER          PIC X(08) VALUE "  OCUP  ".
            03 WDU-OCUP        PIC ZZZZZ9.
            03 FILLER          PIC X(13) VALUE "  OCUPACAO % ".
            03 WDU-PERC        PIC ZZ9,9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE W-DIAS-DO-MES (W-COMPET-MM) TO W-DIAS-MES
           IF W-COMPET-MM = 2
                PERFORM CHECA-BISSEXTO.
           DISPLAY "UNIDADE (0 = CONSOLIDADO) : ".
           ACCEPT W-UNID-FILTRO.

       ABRIR-ARQ.
           OPEN INPUT CADGRD
                        ST-ERRO-REL
                CLOSE CADGRD CADAGE CADFER CADMED
                GO TO ROT-FIM.
      *    SEM O CADASTRO DE UNIDADES SAI SO O CODIGO DA UNIDADE
           OPEN INPUT CADUNI
           IF ST-ERRO-UN = "00"
                MOVE "S" TO W-UNI-ABERTO.

       PROCESSA.
           MOVE W-COMPET TO WCR-COMPET
           MOVE "TODAS (CONSOLIDADO)" TO WCR-UNIDADE
           IF W-UNID-FILTRO NOT = ZEROS
                MOVE W-UNID-FILTRO TO UNI-CODIGO
                PERFORM NOME-UNIDADE THRU NOME-UNIDADE-FIM
                MOVE SPACES TO WCR-UNIDADE
                STRING W-UNID-FILTRO " - " W-UNI-NOME
                       DELIMITED BY SIZE INTO WCR-UNIDADE.
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL

           PERFORM IMPRIME-MED THRU IMPRIME-MED-FIM
           PERFORM IMPRIME-ESP THRU IMPRIME-ESP-FIM
           IF W-UNID-FILTRO = ZEROS
                PERFORM IMPRIME-UNI THRU IMPRIME-UNI-FIM.
           GO TO ROT-TOTAIS.

      *------[ VAGAS DA GRADE: DIA A DIA DO MES, SEM FERIADO ]------
       TRATA-GRADE.
           COMPUTE W-VAGAS-DIA = ZEROS
           IF W-UNID-FILTRO NOT = ZEROS
             AND GRD-UNIDADE NOT = W-UNID-FILTRO
                GO TO TRATA-GRADE-FIM.
           COMPUTE W-HH = GRD-HORA-INI / 100
           COMPUTE W-MN = GRD-HORA-INI - W-HH * 100
           COMPUTE W-MIN-INI = W-HH * 60 + W-MN
           IF W-IND = ZEROS
                GO TO TRATA-GRADE-DIA.
           ADD W-VAGAS-DIA TO W-TM-OFER (W-IND, W-DIA-SEM)
           MOVE GRD-UNIDADE TO W-UNI-ACUM
           PERFORM LOCALIZA-UNI THRU LOCALIZA-UNI-FIM
           IF W-IU NOT = ZEROS
                ADD W-VAGAS-DIA TO W-TU-OFER (W-IU).
           GO TO TRATA-GRADE-DIA.
       TRATA-GRADE-FIM.
                EXIT.
           MOVE AGE-DATA (1:6) TO W-AGE-COMPET
           IF W-AGE-COMPET NOT = W-COMPET
                GO TO TRATA-AGE-FIM.
           IF W-UNID-FILTRO NOT = ZEROS
             AND AGE-UNIDADE NOT = W-UNID-FILTRO
                GO TO TRATA-AGE-FIM.
           MOVE AGE-DATA TO W-DATA-ZEL
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM
           MOVE AGE-CRM TO GRD-CRM
                ADD 1 TO W-TM-CANC (W-IND, W-DOW)
                GO TO TRATA-AGE-FIM.
           ADD 1 TO W-TM-OCUP (W-IND, W-DOW)
           MOVE AGE-UNIDADE TO W-UNI-ACUM
           PERFORM LOCALIZA-UNI THRU LOCALIZA-UNI-FIM
           IF W-IU NOT = ZEROS
                ADD 1 TO W-TU-OCUP (W-IU).
           IF AGE-ATENDIDO
                ADD 1 TO W-TM-ATEND (W-IND, W-DOW).
           IF AGE-FALTOU
       LOCALIZA-MED-FIM.
                EXIT.

      *------[ LOCALIZA/CRIA A LINHA DA UNIDADE W-UNI-ACUM ]------
       LOCALIZA-UNI.
           MOVE ZEROS TO W-IU.
       LOCALIZA-UNI-LOOP.
           ADD 1 TO W-IU
           IF W-IU > W-IU-MAX
                GO TO LOCALIZA-UNI-NOVO.
           IF W-TU-CODIGO (W-IU) = W-UNI-ACUM
                GO TO LOCALIZA-UNI-FIM.
           GO TO LOCALIZA-UNI-LOOP.
       LOCALIZA-UNI-NOVO.
           IF W-IU-MAX NOT < 20
                DISPLAY "TABELA DE UNIDADES ESGOTADA - " W-UNI-ACUM
                MOVE ZEROS TO W-IU
                GO TO LOCALIZA-UNI-FIM.
           ADD 1 TO W-IU-MAX
           MOVE W-IU-MAX TO W-IU
           MOVE W-UNI-ACUM TO W-TU-CODIGO (W-IU)
           MOVE ZEROS TO W-TU-OFER (W-IU) W-TU-OCUP (W-IU).
       LOCALIZA-UNI-FIM.
                EXIT.

      *------[ NOME DA UNIDADE UNI-CODIGO EM W-UNI-NOME ]------
       NOME-UNIDADE.
           MOVE "NAO CADASTRADA" TO W-UNI-NOME
           IF W-UNI-ABERTO NOT = "S"
                GO TO NOME-UNIDADE-FIM.
           READ CADUNI
           IF ST-ERRO-UN = "00"
                MOVE UNI-NOME TO W-UNI-NOME.
       NOME-UNIDADE-FIM.
                EXIT.

      *------[ IMPRESSAO POR MEDICO E DIA DA SEMANA ]------
       IMPRIME-MED.
           MOVE ZEROS TO W-IND.
       IMPRIME-ESP-FIM.
                EXIT.

       IMPRIME-UNI.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "OCUPACAO POR UNIDADE :" TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-IU.
       IMPRIME-UNI-LOOP.
           ADD 1 TO W-IU
           IF W-IU > W-IU-MAX
                GO TO IMPRIME-UNI-FIM.
           MOVE W-TU-CODIGO (W-IU) TO WDU-CODIGO UNI-CODIGO
           PERFORM NOME-UNIDADE THRU NOME-UNIDADE-FIM
           MOVE W-UNI-NOME         TO WDU-NOME
           MOVE W-TU-OFER (W-IU)   TO WDU-OFER W-MED-OFER
           MOVE W-TU-OCUP (W-IU)   TO WDU-OCUP W-MED-OCUP
           PERFORM CALCULA-PERC
           MOVE W-PERC TO WDU-PERC
           MOVE W-DET-UNI TO REGREL
           WRITE REGREL
           GO TO IMPRIME-UNI-LOOP.
       IMPRIME-UNI-FIM.
                EXIT.

      *----------[ DIA DA SEMANA PELA CONGRUENCIA DE ZELLER ]----------
      * RESULTADO EM W-DIA-SEM : 1=DOMINGO ... 7=SABADO
       CALC-DIA-SEM.
           DISPLAY "VAGAS OCUPADAS NO MES   : " W-TOT-OCUP.
           DISPLAY "*** RELATORIO GRAVADO EM RELOCUP.TXT ***".
           CLOSE CADGRD CADAGE CADFER CADMED RELOCUP.
           IF W-UNI-ABERTO = "S"
                CLOSE CADUNI.

       ROT-FIM.
                STOP RUN.

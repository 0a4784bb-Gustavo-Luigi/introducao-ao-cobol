      * PELO SMP018 (PARTICULAR E COPARTICIPACAO), POR       *
      * FORMA DE PAGAMENTO E POR OPERADOR (SMPOPER), PARA A  *
      * CONFERENCIA DO EXPEDIENTE - SAIDA EM RELCAIXA.TXT    *
      * FECHA O CAIXA DE UMA UNIDADE (FILIAL) OU O           *
      * CONSOLIDADO (UNIDADE 0), COM O RESUMO POR UNIDADE    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
                    SELECT RELCAIXA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
            03 CXA-VALOR          PIC 9(05)V99.
            03 CXA-PRONTUARIO     PIC 9(06).
            03 CXA-PAC-NOME       PIC X(30).
            03 CXA-ADQUIRENTE     PIC X(10).
            03 CXA-UNIDADE        PIC 9(03).

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

       FD RELCAIXA
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 ST-ERRO-UN   PIC X(02) VALUE "00".
       01 W-UNI-ABERTO PIC X(01) VALUE "N".
       01 W-UNID-FILTRO PIC 9(03) VALUE ZEROS.
       01 W-UNI-NOME   PIC X(30) VALUE SPACES.
       01 W-FIM-CXA    PIC X(01) VALUE "N".
       01 W-DATA-DIA   PIC 9(08) VALUE ZEROS.
       01 W-RECEBTOS   PIC 9(05) VALUE ZEROS.
       01 W-IND        PIC 9(03) VALUE ZEROS.
       01 W-IND-MAX    PIC 9(03) VALUE ZEROS.

      * RECEBIMENTOS POR UNIDADE (FILIAL) NO CONSOLIDADO
       01 W-IU         PIC 9(02) VALUE ZEROS.
       01 W-IU-MAX     PIC 9(02) VALUE ZEROS.
       01 W-TAB-UNI.
            03 W-TU-ITEM OCCURS 20 TIMES.
               05 W-TU-CODIGO     PIC 9(03).
               05 W-TU-QTD        PIC 9(05).
               05 W-TU-VALOR      PIC 9(07)V99.

       01 W-TAB-OPER.
            03 W-TO-ITEM OCCURS 50 TIMES.
               05 W-TO-OPERADOR   PIC X(08).
               "FECHAMENTO DO CAIXA DA RECEPCAO  DIA".
            03 FILLER          PIC X(03) VALUE " : ".
            03 WCR-DATA        PIC 9(08).
            03 FILLER          PIC X(12) VALUE "  UNIDADE : ".
            03 WCR-UNIDADE     PIC X(30).

       01 W-DET-MOV.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WDM-PAC-NOME    PIC X(30).
            03 FILLER          PIC X(08) VALUE "  VALOR ".
            03 WDM-VALOR       PIC ZZZZ9,99.
            03 FILLER          PIC X(08) VALUE "  UNID: ".
            03 WDM-UNIDADE     PIC ZZ9.

       01 W-DET-FORMA.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "  VALOR  ".
            03 WDO-VALOR       PIC Z(06)9,99.

       01 W-DET-UNI.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WDU-CODIGO      PIC 9(03).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WDU-NOME        PIC X(30).
            03 FILLER          PIC X(06) VALUE " QTD  ".
            03 WDU-QTD         PIC ZZZZ9.
            03 FILLER          PIC X(09) VALUE "  VALOR  ".
            03 WDU-VALOR       PIC Z(06)9,99.

       01 W-LIN-GERAL.
            03 FILLER          PIC X(22) VALUE
                                     "TOTAL DO DIA......... ".
           ACCEPT W-DATA-DIA.
           IF W-DATA-DIA = ZEROS
                ACCEPT W-DATA-DIA FROM DATE YYYYMMDD.
           DISPLAY "UNIDADE (0 = CONSOLIDADO)            : ".
           ACCEPT W-UNID-FILTRO.

       ABRIR-ARQ.
           OPEN INPUT CADCXA
                        ST-ERRO-REL
                CLOSE CADCXA
                GO TO ROT-FIM.
      *    SEM O CADASTRO DE UNIDADES SAI SO O CODIGO DA UNIDADE
           OPEN INPUT CADUNI
           IF ST-ERRO-UN = "00"
                MOVE "S" TO W-UNI-ABERTO.

       PROCESSA.
           MOVE W-DATA-DIA TO WCR-DATA
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

           PERFORM IMPRIME-FORMA THRU IMPRIME-FORMA-FIM
           PERFORM IMPRIME-OPER THRU IMPRIME-OPER-FIM
           IF W-UNID-FILTRO = ZEROS
                PERFORM IMPRIME-UNI THRU IMPRIME-UNI-FIM.
           GO TO ROT-TOTAIS.

       TRATA-REG.
           IF CXA-DATA-MOV NOT = W-DATA-DIA
                GO TO TRATA-REG-FIM.
           IF W-UNID-FILTRO NOT = ZEROS
             AND CXA-UNIDADE NOT = W-UNID-FILTRO
                GO TO TRATA-REG-FIM.
           ADD 1 TO W-RECEBTOS
           ADD CXA-VALOR TO W-TOT-GERAL
           IF CXA-DINHEIRO
                ADD 1 TO W-QT-PIX
                ADD CXA-VALOR TO W-VAL-PIX.
           PERFORM ACUMULA-OPER THRU ACUMULA-OPER-FIM
           PERFORM ACUMULA-UNI THRU ACUMULA-UNI-FIM
           MOVE CXA-HORA       TO WDM-HORA
           MOVE CXA-TIPO       TO WDM-TIPO
           MOVE CXA-FORMA      TO WDM-FORMA
           MOVE CXA-PRONTUARIO TO WDM-PRONTUARIO
           MOVE CXA-PAC-NOME   TO WDM-PAC-NOME
           MOVE CXA-VALOR      TO WDM-VALOR
           MOVE CXA-UNIDADE    TO WDM-UNIDADE
           MOVE W-DET-MOV TO REGREL
           WRITE REGREL.
       TRATA-REG-FIM.
       ACUMULA-OPER-FIM.
                EXIT.

       ACUMULA-UNI.
           MOVE ZEROS TO W-IU.
       ACUMULA-UNI-LOOP.
           ADD 1 TO W-IU
           IF W-IU > W-IU-MAX
                GO TO ACUMULA-UNI-NOVO.
           IF W-TU-CODIGO (W-IU) = CXA-UNIDADE
                GO TO ACUMULA-UNI-SOMA.
           GO TO ACUMULA-UNI-LOOP.
       ACUMULA-UNI-NOVO.
           IF W-IU-MAX NOT < 20
                DISPLAY "TABELA DE UNIDADES ESGOTADA - " CXA-UNIDADE
                GO TO ACUMULA-UNI-FIM.
           ADD 1 TO W-IU-MAX
           MOVE W-IU-MAX TO W-IU
           MOVE CXA-UNIDADE TO W-TU-CODIGO (W-IU)
           MOVE ZEROS TO W-TU-QTD (W-IU) W-TU-VALOR (W-IU).
       ACUMULA-UNI-SOMA.
           ADD 1 TO W-TU-QTD (W-IU)
           ADD CXA-VALOR TO W-TU-VALOR (W-IU).
       ACUMULA-UNI-FIM.
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

       IMPRIME-FORMA.
           MOVE SPACES TO REGREL
           WRITE REGREL
       IMPRIME-OPER-FIM.
                EXIT.

       IMPRIME-UNI.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "RESUMO POR UNIDADE :" TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-IU.
       IMPRIME-UNI-LOOP.
           ADD 1 TO W-IU
           IF W-IU > W-IU-MAX
                GO TO IMPRIME-UNI-FIM.
           MOVE W-TU-CODIGO (W-IU) TO WDU-CODIGO UNI-CODIGO
           PERFORM NOME-UNIDADE THRU NOME-UNIDADE-FIM
           MOVE W-UNI-NOME         TO WDU-NOME
           MOVE W-TU-QTD (W-IU)    TO WDU-QTD
           MOVE W-TU-VALOR (W-IU)  TO WDU-VALOR
           MOVE W-DET-UNI TO REGREL
           WRITE REGREL
           GO TO IMPRIME-UNI-LOOP.
       IMPRIME-UNI-FIM.
                EXIT.

       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           DISPLAY "VALOR DO DIA         : " W-TOT-GERAL.
           DISPLAY "*** FECHAMENTO GRAVADO EM RELCAIXA.TXT ***".
           CLOSE CADCXA RELCAIXA.
           IF W-UNI-ABERTO = "S"
                CLOSE CADUNI.

       ROT-FIM.
                STOP RUN.

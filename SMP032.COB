      * ESPECIALIDADE, MEDICO E CONVENIO, COM PERCENTUAL DE  *
      * PARTICIPACAO E COMPARATIVO COM A COMPETENCIA         *
      * ANTERIOR - SAIDA EM RELPROD.TXT                      *
      * SAI POR UNIDADE (FILIAL) OU CONSOLIDADO (UNIDADE 0), *
      * ESTE COM A SECAO DE CONSULTAS POR UNIDADE            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
                    SELECT RELPROD ASSIGN TO DISK
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

       FD RELPROD
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 ST-ERRO-UN   PIC X(02) VALUE "00".
       01 W-UNI-ABERTO PIC X(01) VALUE "N".
       01 W-UNID-FILTRO PIC 9(03) VALUE ZEROS.
       01 W-FIM-AGE    PIC X(01) VALUE "N".
       01 W-COMPET     PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
               05 W-TC-QTD-ATU    PIC 9(05).
               05 W-TC-QTD-ANT    PIC 9(05).

       01 W-UNI-MAX    PIC 9(03) VALUE ZEROS.
       01 W-TAB-UNI.
            03 W-TU-ITEM OCCURS 20 TIMES.
               05 W-TU-CODIGO     PIC 9(03).
               05 W-TU-NOME       PIC X(30).
               05 W-TU-QTD-ATU    PIC 9(05).
               05 W-TU-QTD-ANT    PIC 9(05).

      * PERIODO DO REGISTRO ACUMULADO E QUANTIDADE PARA O PERCENTUAL
       01 W-ACU-PERIODO PIC X(01) VALUE SPACES.
       01 W-QTD-ITEM    PIC 9(05) VALUE ZEROS.
            03 WCR-COMPET      PIC 9(06).
            03 FILLER          PIC X(14) VALUE "  ANTERIOR ...".
            03 WCR-COMPET-ANT  PIC 9(06).
            03 FILLER          PIC X(12) VALUE "  UNIDADE : ".
            03 WCR-UNIDADE     PIC X(30).

       01 W-DET-ITEM.
            03 FILLER          PIC X(05) VALUE SPACES.
                SUBTRACT 1 FROM W-CPA-AAAA
           ELSE
                SUBTRACT 1 FROM W-CPA-MM.
           DISPLAY "UNIDADE (0 = CONSOLIDADO) : ".
           ACCEPT W-UNID-FILTRO.

       ABRIR-ARQ.
           OPEN INPUT CADAGE
                                                        ST-ERRO-REL
                CLOSE CADAGE
                GO TO ROT-FIM.
      *    SEM O CADASTRO DE UNIDADES SAI SO O CODIGO DA UNIDADE
           OPEN INPUT CADUNI
           IF ST-ERRO-UN = "00"
                MOVE "S" TO W-UNI-ABERTO.

       PROCESSA.
           MOVE W-COMPET     TO WCR-COMPET
           MOVE W-COMPET-ANT TO WCR-COMPET-ANT
           MOVE "TODAS (CONSOLIDADO)" TO WCR-UNIDADE
           IF W-UNID-FILTRO NOT = ZEROS
                MOVE W-UNID-FILTRO TO UNI-CODIGO
                PERFORM NOME-UNIDADE THRU NOME-UNIDADE-FIM
                MOVE SPACES TO WCR-UNIDADE
                STRING W-UNID-FILTRO " - " UNI-NOME
                       DELIMITED BY SIZE INTO WCR-UNIDADE.
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           PERFORM IMPRIME-ESP THRU IMPRIME-ESP-FIM
           PERFORM IMPRIME-MED THRU IMPRIME-MED-FIM
           PERFORM IMPRIME-CNV THRU IMPRIME-CNV-FIM
           IF W-UNID-FILTRO = ZEROS
                PERFORM IMPRIME-UNI THRU IMPRIME-UNI-FIM.
           GO TO ROT-TOTAIS.

       TRATA-REG.
           IF NOT AGE-ATENDIDO
                GO TO TRATA-REG-FIM.
           IF W-UNID-FILTRO NOT = ZEROS
             AND AGE-UNIDADE NOT = W-UNID-FILTRO
                GO TO TRATA-REG-FIM.
           MOVE AGE-DATA (1:6) TO W-AGE-COMPET
           IF W-AGE-COMPET = W-COMPET
                MOVE "A" TO W-ACU-PERIODO
                     GO TO TRATA-REG-FIM.
           PERFORM ACUMULA-ESP THRU ACUMULA-ESP-FIM
           PERFORM ACUMULA-MED THRU ACUMULA-MED-FIM
           PERFORM ACUMULA-CNV THRU ACUMULA-CNV-FIM
           PERFORM ACUMULA-UNI THRU ACUMULA-UNI-FIM.
       TRATA-REG-FIM.
                EXIT.

       ACUMULA-CNV-FIM.
                EXIT.

       ACUMULA-UNI.
           MOVE ZEROS TO W-IND.
       ACUMULA-UNI-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-UNI-MAX
                GO TO ACUMULA-UNI-NOVO.
           IF W-TU-CODIGO (W-IND) = AGE-UNIDADE
                GO TO ACUMULA-UNI-SOMA.
           GO TO ACUMULA-UNI-LOOP.
       ACUMULA-UNI-NOVO.
           IF W-UNI-MAX NOT < 20
                DISPLAY "TABELA DE UNIDADES ESGOTADA"
                GO TO ACUMULA-UNI-FIM.
           ADD 1 TO W-UNI-MAX
           MOVE W-UNI-MAX TO W-IND
           MOVE AGE-UNIDADE TO W-TU-CODIGO (W-IND) UNI-CODIGO
           PERFORM NOME-UNIDADE THRU NOME-UNIDADE-FIM
           MOVE UNI-NOME    TO W-TU-NOME (W-IND)
           MOVE ZEROS TO W-TU-QTD-ATU (W-IND) W-TU-QTD-ANT (W-IND).
       ACUMULA-UNI-SOMA.
           IF W-ACU-PERIODO = "A"
                ADD 1 TO W-TU-QTD-ATU (W-IND)
           ELSE
                ADD 1 TO W-TU-QTD-ANT (W-IND).
       ACUMULA-UNI-FIM.
                EXIT.

      *    NOME DA UNIDADE UNI-CODIGO (SEM O CADUNI, NAO CADASTRADA)
       NOME-UNIDADE.
           IF W-UNI-ABERTO NOT = "S"
                MOVE "NAO CADASTRADA" TO UNI-NOME
                GO TO NOME-UNIDADE-FIM.
           READ CADUNI
           IF ST-ERRO-UN NOT = "00"
                MOVE "NAO CADASTRADA" TO UNI-NOME.
       NOME-UNIDADE-FIM.
                EXIT.

      *--------[ IMPRESSAO DAS SECOES COM PERCENTUAIS ]--------
       IMPRIME-ESP.
           MOVE SPACES TO REGREL
       IMPRIME-CNV-FIM.
                EXIT.

       IMPRIME-UNI.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "CONSULTAS POR UNIDADE :" TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-IND.
       IMPRIME-UNI-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-UNI-MAX
                PERFORM ESCREVE-TOT-SECAO
                GO TO IMPRIME-UNI-FIM.
           MOVE W-TU-CODIGO (W-IND)  TO WDI-CODIGO
           MOVE W-TU-NOME (W-IND)    TO WDI-NOME
           MOVE W-TU-QTD-ATU (W-IND) TO WDI-QTD-ATU
           MOVE W-TU-QTD-ANT (W-IND) TO WDI-QTD-ANT
           MOVE W-TU-QTD-ATU (W-IND) TO W-QTD-ITEM
           PERFORM CALCULA-PERC
           MOVE W-PERC TO WDI-PERC
           MOVE W-DET-ITEM TO REGREL
           WRITE REGREL
           GO TO IMPRIME-UNI-LOOP.
       IMPRIME-UNI-FIM.
                EXIT.

      *    PERCENTUAL DE PARTICIPACAO SOBRE O TOTAL DO MES ATUAL
      *    (A QUANTIDADE DO ITEM CHEGA EM W-QTD-ITEM)
       CALCULA-PERC.
           DISPLAY "CONSULTAS NO MES ANTERIOR   : " W-TOT-ANT.
           DISPLAY "*** RELATORIO GRAVADO EM RELPROD.TXT ***".
           CLOSE CADAGE RELPROD.
           IF W-UNI-ABERTO = "S"
                CLOSE CADUNI.

       ROT-FIM.
                STOP RUN.

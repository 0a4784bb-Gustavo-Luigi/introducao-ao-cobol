       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP060.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * ENTRADA DE MATERIAIS E MEDICAMENTOS POR NOTA FISCAL  *
      * DO FORNECEDOR: CADA ITEM DA NOTA (MATERIAL, LOTE,    *
      * VALIDADE, QUANTIDADE E VALOR UNITARIO) E GRAVADO NO  *
      * CADNFE, SOMA NO SALDO DO LOTE (CADLOT) E NO SALDO DO *
      * MATERIAL (CADMAT - SMP058). NOTA JA LANCADA SO       *
      * RECEBE ITENS NOVOS, EM CONTINUACAO DA SEQUENCIA      *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADNFE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFE-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CODIGO
                    FILE STATUS  IS ST-ERRO-MT.
                    SELECT CADLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRO-LT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFE.DAT".
       01 REGNFE.
            03 NFE-CHAVE.
               05 NFE-CNPJ         PIC 9(14).
               05 NFE-NUMERO       PIC 9(09).
               05 NFE-SEQ          PIC 9(02).
            03 NFE-FORNECEDOR     PIC X(30).
            03 NFE-DATA-EMISSAO   PIC 9(08).
            03 NFE-DATA-ENTRADA   PIC 9(08).
            03 NFE-OPERADOR       PIC X(08).
            03 NFE-MAT-CODIGO     PIC 9(05).
            03 NFE-LOTE           PIC X(15).
            03 NFE-VALIDADE       PIC 9(08).
            03 NFE-QTDE           PIC 9(05).
            03 NFE-VALOR-UNIT     PIC 9(05)V99.

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

      * A CHAVE PELA VALIDADE DEIXA OS LOTES DE CADA MATERIAL NA
      * ORDEM EM QUE DEVEM SER CONSUMIDOS (VENCE PRIMEIRO, SAI
      * PRIMEIRO) NA BAIXA DO ENCERRAMENTO (SMP018)
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

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-MENS        PIC X(50) VALUE SPACES.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO-MT    PIC X(02) VALUE "00".
       01 ST-ERRO-LT    PIC X(02) VALUE "00".
       01 W-ARQ-CRIA    PIC X(08) VALUE SPACES.
       01 W-CRIA        PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-LINHA-BRANCA PIC X(78) VALUE SPACES.

      * CABECALHO DA NOTA
       01 W-CNPJ        PIC 9(14) VALUE ZEROS.
       01 W-NUM-NF      PIC 9(09) VALUE ZEROS.
       01 W-FORNECEDOR  PIC X(30) VALUE SPACES.
       01 W-DATA-EMISSAO PIC 9(08) VALUE ZEROS.
       01 W-ULT-SEQ     PIC 9(02) VALUE ZEROS.

      * ITENS DIGITADOS - UM POR LINHA DA TELA (10 A 19)
       01 W-QT-ITENS    PIC 9(02) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-MAT-COD     PIC 9(05) VALUE ZEROS.
       01 W-LOTE        PIC X(15) VALUE SPACES.
       01 W-VALIDADE    PIC 9(08) VALUE ZEROS.
       01 W-VALIDADE-R REDEFINES W-VALIDADE.
            03 W-VAL-AAAA    PIC 9(04).
            03 W-VAL-MM      PIC 9(02).
            03 W-VAL-DD      PIC 9(02).
       01 W-QTDE        PIC 9(05) VALUE ZEROS.
       01 W-VALOR-UNIT  PIC 9(05)V99 VALUE ZEROS.
       01 W-VALOR-ED    PIC ZZZZ9,99.
       01 W-TOTAL-NF    PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTAL-ED    PIC Z(06)9,99.
       01 W-TAB-NFE.
            03 W-TN-ITEM OCCURS 10 TIMES.
               05 W-TN-MAT-COD    PIC 9(05).
               05 W-TN-LOTE       PIC X(15).
               05 W-TN-VALIDADE   PIC 9(08).
               05 W-TN-QTDE       PIC 9(05).
               05 W-TN-VALOR-UNIT PIC 9(05)V99.

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELANFE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                   ENTRADA DE MATERIAIS".
           05  LINE 02  COLUMN 40
               VALUE  " POR NOTA FISCAL".
           05  LINE 04  COLUMN 01
               VALUE  "   CNPJ FORNEC.:".
           05  LINE 05  COLUMN 01
               VALUE  "   FORNECEDOR  :".
           05  LINE 06  COLUMN 01
               VALUE  "   NUMERO NF   :".
           05  LINE 07  COLUMN 01
               VALUE  "   EMISSAO     :".
           05  LINE 07  COLUMN 30
               VALUE  "(AAAAMMDD)".
           05  LINE 09  COLUMN 01
               VALUE  "   MATER DESCRICAO            LOTE".
           05  LINE 09  COLUMN 41
               VALUE  "      VALIDADE  QTDE  VALOR UN".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TNFE-CNPJ
               LINE 04  COLUMN 18  PIC 9(14)
               USING  W-CNPJ.
           05  TNFE-FORNECEDOR
               LINE 05  COLUMN 18  PIC X(30)
               USING  W-FORNECEDOR.
           05  TNFE-NUMERO
               LINE 06  COLUMN 18  PIC 9(09)
               USING  W-NUM-NF.
           05  TNFE-EMISSAO
               LINE 07  COLUMN 18  PIC 9(08)
               USING  W-DATA-EMISSAO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADNFE
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    OPEN OUTPUT CADNFE
                    CLOSE CADNFE
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADNFE"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-MT.
           OPEN I-O CADMAT
           IF ST-ERRO-MT NOT = "00"
                IF ST-ERRO-MT = "30"
                    MOVE "CADMAT" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       CLOSE CADNFE
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADMAT
                    CLOSE CADMAT
                    GO TO ABRIR-ARQ-MT
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADMAT"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADNFE
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-LT.
           OPEN I-O CADLOT
           IF ST-ERRO-LT NOT = "00"
                IF ST-ERRO-LT = "30"
                    OPEN OUTPUT CADLOT
                    CLOSE CADLOT
                    GO TO ABRIR-ARQ-LT
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOT"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADNFE CADMAT
                    GO TO ROT-FIM.
           MOVE SPACES TO W-OPERADOR
           DISPLAY "SMPOPER" UPON ENVIRONMENT-NAME
           ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE.
      *
       ROT-INIC.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-CNPJ W-NUM-NF W-DATA-EMISSAO W-ULT-SEQ
                         W-QT-ITENS W-TOTAL-NF
           MOVE SPACES TO W-FORNECEDOR.
       R0.
           DISPLAY TELANFE.
       R1.
           ACCEPT TNFE-CNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADNFE CADMAT CADLOT
                   GO TO ROT-FIM.
           IF W-CNPJ = ZEROS
                MOVE "INFORME O CNPJ DO FORNECEDOR" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
       R2.
           ACCEPT TNFE-NUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R1.
           IF W-NUM-NF = ZEROS
                MOVE "INFORME O NUMERO DA NOTA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *    NOTA JA LANCADA: TRAZ O CABECALHO E CONTINUA A SEQUENCIA
           PERFORM BUSCA-NOTA THRU BUSCA-NOTA-FIM
           IF W-ULT-SEQ = ZEROS
                GO TO R3.
           DISPLAY TNFE-FORNECEDOR
           DISPLAY TNFE-EMISSAO.
       R2-CONTINUA.
           DISPLAY (22, 04) "NOTA JA LANCADA - INCLUIR NOVOS ITENS"
           DISPLAY (22, 42) "(S/N)"
           MOVE "N" TO W-OPCAO
           ACCEPT (22, 50) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (22, 01) W-LINHA-BRANCA
           IF W-ACT = 02 OR W-OPCAO = "N" OR "n"
                GO TO ROT-INIC.
           IF W-OPCAO NOT = "S" AND "s"
                GO TO R2-CONTINUA.
           IF W-ULT-SEQ NOT < 99
                MOVE "NOTA JA TEM O LIMITE DE 99 ITENS" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ROT-INIC.
           GO TO R5.
       R3.
           ACCEPT TNFE-FORNECEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R2.
           IF W-FORNECEDOR = SPACES
                MOVE "INFORME O NOME DO FORNECEDOR" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
       R4.
           ACCEPT TNFE-EMISSAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   GO TO R3.
           IF W-DATA-EMISSAO = ZEROS OR W-DATA-EMISSAO > W-DATA-HOJE
                MOVE "DATA DE EMISSAO INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.

      *--------[ ITENS DA NOTA - MATERIAL 0 ENCERRA A DIGITACAO ]-------
       R5.
           MOVE ZEROS TO W-QT-ITENS W-TOTAL-NF.
       R5-ITEM.
           IF W-QT-ITENS NOT < 10
             OR W-ULT-SEQ + W-QT-ITENS NOT < 99
                MOVE "LIMITE DE ITENS - GRAVE E LANCE O RESTANTE"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO INC-OPC.
           COMPUTE W-LIN = W-QT-ITENS + 10
           MOVE ZEROS TO W-MAT-COD W-VALIDADE W-QTDE W-VALOR-UNIT
           MOVE SPACES TO W-LOTE.
       R5-MAT.
           ACCEPT (W-LIN, 04) W-MAT-COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                IF W-QT-ITENS = ZEROS
                     GO TO ROT-INIC
                ELSE
                     GO TO INC-OPC.
           IF W-MAT-COD = ZEROS
                IF W-QT-ITENS = ZEROS
                     MOVE "INFORME AO MENOS UM ITEM" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R5-MAT
                ELSE
                     GO TO INC-OPC.
           MOVE W-MAT-COD TO MAT-CODIGO
           READ CADMAT
           IF ST-ERRO-MT NOT = "00"
                MOVE "MATERIAL NAO CADASTRADO (SMP058)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5-MAT.
           IF MAT-INATIVO
                MOVE "MATERIAL INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5-MAT.
           DISPLAY (W-LIN, 10) MAT-DESCR (1:20).
       R5-LOTE.
           ACCEPT (W-LIN, 31) W-LOTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R5-MAT.
           IF W-LOTE = SPACES
                MOVE "INFORME O LOTE DO FABRICANTE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5-LOTE.
       R5-VALIDADE.
           ACCEPT (W-LIN, 47) W-VALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R5-LOTE.
           IF W-VAL-MM < 01 OR W-VAL-MM > 12
             OR W-VAL-DD < 01 OR W-VAL-DD > 31
                MOVE "VALIDADE INVALIDA (AAAAMMDD)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5-VALIDADE.
           IF W-VALIDADE < W-DATA-HOJE
                MOVE "LOTE JA VENCIDO - NAO PODE ENTRAR NO ESTOQUE"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5-VALIDADE.
       R5-QTDE.
           ACCEPT (W-LIN, 57) W-QTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R5-VALIDADE.
           IF W-QTDE = ZEROS
                MOVE "INFORME A QUANTIDADE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5-QTDE.
       R5-VALOR.
           ACCEPT (W-LIN, 63) W-VALOR-UNIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R5-QTDE.
           IF W-VALOR-UNIT = ZEROS
                MOVE "INFORME O VALOR UNITARIO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5-VALOR.
           MOVE W-VALOR-UNIT TO W-VALOR-ED
           DISPLAY (W-LIN, 63) W-VALOR-ED
           ADD 1 TO W-QT-ITENS
           MOVE W-MAT-COD    TO W-TN-MAT-COD (W-QT-ITENS)
           MOVE W-LOTE       TO W-TN-LOTE (W-QT-ITENS)
           MOVE W-VALIDADE   TO W-TN-VALIDADE (W-QT-ITENS)
           MOVE W-QTDE       TO W-TN-QTDE (W-QT-ITENS)
           MOVE W-VALOR-UNIT TO W-TN-VALOR-UNIT (W-QT-ITENS)
           COMPUTE W-TOTAL-NF = W-TOTAL-NF + W-QTDE * W-VALOR-UNIT
           MOVE W-TOTAL-NF TO W-TOTAL-ED
           DISPLAY (21, 04) "TOTAL DOS ITENS : "
           DISPLAY (21, 22) W-TOTAL-ED
           GO TO R5-ITEM.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-INIC.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                MOVE ZEROS TO W-IND.
       INC-ITEM.
                ADD 1 TO W-IND
                IF W-IND > W-QT-ITENS
                   MOVE "** NOTA GRAVADA E ESTOQUE ATUALIZADO **"
                                                            TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
                PERFORM SOMA-LOTE THRU SOMA-LOTE-FIM
                PERFORM SOMA-MATERIAL THRU SOMA-MATERIAL-FIM
                GO TO INC-ITEM.

      *--------[ PROCURA A NOTA JA LANCADA E SUA ULTIMA SEQUENCIA ]-----
       BUSCA-NOTA.
           MOVE ZEROS TO W-ULT-SEQ
           MOVE W-CNPJ   TO NFE-CNPJ
           MOVE W-NUM-NF TO NFE-NUMERO
           MOVE ZEROS    TO NFE-SEQ
           START CADNFE KEY IS NOT LESS THAN NFE-CHAVE
                INVALID KEY GO TO BUSCA-NOTA-FIM.
       BUSCA-NOTA-LOOP.
           READ CADNFE NEXT RECORD
                AT END GO TO BUSCA-NOTA-FIM
           END-READ
           IF NFE-CNPJ NOT = W-CNPJ OR NFE-NUMERO NOT = W-NUM-NF
                GO TO BUSCA-NOTA-FIM.
           MOVE NFE-SEQ          TO W-ULT-SEQ
           MOVE NFE-FORNECEDOR   TO W-FORNECEDOR
           MOVE NFE-DATA-EMISSAO TO W-DATA-EMISSAO
           GO TO BUSCA-NOTA-LOOP.
       BUSCA-NOTA-FIM.
                EXIT.

      *--------[ ITEM DA NOTA NO CADNFE ]--------
       GRAVA-NFE.
           MOVE W-CNPJ         TO NFE-CNPJ
           MOVE W-NUM-NF       TO NFE-NUMERO
           COMPUTE NFE-SEQ = W-ULT-SEQ + W-IND
           MOVE W-FORNECEDOR   TO NFE-FORNECEDOR
           MOVE W-DATA-EMISSAO TO NFE-DATA-EMISSAO
           MOVE W-DATA-HOJE    TO NFE-DATA-ENTRADA
           MOVE W-OPERADOR     TO NFE-OPERADOR
           MOVE W-TN-MAT-COD (W-IND)    TO NFE-MAT-CODIGO
           MOVE W-TN-LOTE (W-IND)       TO NFE-LOTE
           MOVE W-TN-VALIDADE (W-IND)   TO NFE-VALIDADE
           MOVE W-TN-QTDE (W-IND)       TO NFE-QTDE
           MOVE W-TN-VALOR-UNIT (W-IND) TO NFE-VALOR-UNIT
           MOVE ZEROS TO W-TENTATIVAS.
       GRAVA-NFE-TENTA.
           WRITE REGNFE
           IF ST-ERRO = "00" OR "02"
                GO TO GRAVA-NFE-FIM.
           IF ST-ERRO = "94"
                ADD 1 TO W-TENTATIVAS
                IF W-TENTATIVAS NOT > 5
                   PERFORM ROT-ESPERA
                   GO TO GRAVA-NFE-TENTA.
           MOVE "ERRO NA GRAVACAO DO CADNFE" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS2.
       GRAVA-NFE-FIM.
                EXIT.

      *--------[ SALDO DO LOTE (CADLOT) ]--------
       SOMA-LOTE.
           MOVE W-TN-MAT-COD (W-IND)  TO LOT-MAT-CODIGO
           MOVE W-TN-VALIDADE (W-IND) TO LOT-VALIDADE
           MOVE W-TN-LOTE (W-IND)     TO LOT-NUMERO
           MOVE ZEROS TO W-TENTATIVAS.
       SOMA-LOTE-TENTA.
           READ CADLOT
           IF ST-ERRO-LT = "23"
                MOVE W-TN-QTDE (W-IND) TO LOT-SALDO
                MOVE W-DATA-HOJE       TO LOT-DATA-ENTRADA
                WRITE REGLOT
           ELSE
                IF ST-ERRO-LT = "00"
                   ADD W-TN-QTDE (W-IND) TO LOT-SALDO
                   REWRITE REGLOT
                END-IF
           END-IF
           IF ST-ERRO-LT = "00" OR "02"
                GO TO SOMA-LOTE-FIM.
           IF ST-ERRO-LT = "94"
                ADD 1 TO W-TENTATIVAS
                IF W-TENTATIVAS NOT > 5
                   PERFORM ROT-ESPERA
                   GO TO SOMA-LOTE-TENTA.
           MOVE "ERRO NA ATUALIZACAO DO LOTE (CADLOT)" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS2.
       SOMA-LOTE-FIM.
                EXIT.

      *--------[ SALDO TOTAL DO MATERIAL (CADMAT) ]--------
       SOMA-MATERIAL.
           MOVE W-TN-MAT-COD (W-IND) TO MAT-CODIGO
           MOVE ZEROS TO W-TENTATIVAS.
       SOMA-MATERIAL-TENTA.
           READ CADMAT
           IF ST-ERRO-MT = "00"
                ADD W-TN-QTDE (W-IND) TO MAT-SALDO
                REWRITE REGMAT.
           IF ST-ERRO-MT = "00" OR "02"
                GO TO SOMA-MATERIAL-FIM.
           IF ST-ERRO-MT = "94"
                ADD 1 TO W-TENTATIVAS
                IF W-TENTATIVAS NOT > 5
                   PERFORM ROT-ESPERA
                   GO TO SOMA-MATERIAL-TENTA.
           MOVE "ERRO NA ATUALIZACAO DO SALDO (CADMAT)" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS2.
       SOMA-MATERIAL-FIM.
                EXIT.

      *--------------------[ ROTINA DE ESPERA (ST-ERRO 94) ]--------------------
       ROT-ESPERA.
                MOVE ZEROS TO W-CONT.
       ROT-ESPERA1.
                ADD 1 TO W-CONT
                IF W-CONT < 30000
                   GO TO ROT-ESPERA1.
      *------[ CONFIRMACAO ANTES DE CRIAR ARQUIVO MESTRE VAZIO ]------
       CONFIRMA-CRIA.
                DISPLAY (22, 04) "ARQUIVO"
                DISPLAY (22, 12) W-ARQ-CRIA
                DISPLAY (22, 21) "NAO ENCONTRADO - CRIAR VAZIO (S/N)?"
                ACCEPT (22, 58) W-CRIA
                IF W-CRIA = "s"
                   MOVE "S" TO W-CRIA.
       CONFIRMA-CRIA-FIM.
                EXIT.

      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (20, 18) W-MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO W-MENS
                   DISPLAY (20, 18) W-MENS.
       ROT-MENS-FIM.
                EXIT.

       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.

      *        TABELA DE ST-ERRO  (FILE STATUS)
      *        ==============================
      * 00 Comando executado com sucesso
      * 02 Comando arquivo c/chave duplicada executado com sucesso
      * 10 Fim do arquivo
      * 22 Chave duplicada não definida.
      * 23 Chave não encontrada.
      * 30 Arquivo não encontrado
      * 91 Erro na estrutura do arquivo
      * 94 Registro ou arquivo sendo utilizado por outro programa.

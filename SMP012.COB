       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DE PACIENTES    *
      * CPF DO PACIENTE COM CONFERENCIA DOS DIGITOS E SEM    *
      * REPETICAO ENTRE PRONTUARIOS; PARA MENOR DE 18 ANOS   *
      * EXIGE O CPF E O NOME DO RESPONSAVEL FINANCEIRO       *
      * (PAGADOR INFORMADO NA DMED PELO SMP054)              *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-CPF
                                                      WITH DUPLICATES.
                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

       FD CADCONV
               LABEL RECORD IS STANDARD
            03 DENOMINACAO  PIC X(30).
            03 CID-SITUACAO PIC X(01).
               88 CID-INATIVO   VALUE "I".
            03 CID-NOTIFICACAO PIC X(01).
               88 CID-NOTIF-IMEDIATA VALUE "I".
               88 CID-NOTIF-SEMANAL  VALUE "S".
               88 CID-NOTIFICAVEL    VALUE "I" "S".

       FD CADCVP
               LABEL RECORD IS STANDARD
               88 CVP-VIGENTE       VALUE "V".
               88 CVP-ENCERRADO     VALUE "E".
            03 CVP-PERC-COPART    PIC 9(03)V99.
            03 CVP-DIAS-RETORNO   PIC 9(03).

      *
      *-----------------------------------------------------------------
       01 W-LOG-ANTES   PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS  PIC X(300) VALUE SPACES.
       01 W-PROGRAMA    PIC X(08) VALUE "SMP012".
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-IDADE       PIC 9(03) VALUE ZEROS.
       01 W-MENOR       PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
      * CONFERENCIA DO CPF (DIGITOS VERIFICADORES E REPETICAO)
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
            03 W-CPF-DIG  PIC 9(01) OCCURS 11 TIMES.
       01 W-CPF-OK      PIC X(01) VALUE "N".
       01 W-CPF-DUP     PIC X(01) VALUE "N".
       01 W-QTD-DIG     PIC 9(02) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-PESO        PIC 9(02) VALUE ZEROS.
       01 W-SOMA        PIC 9(04) VALUE ZEROS.
       01 W-QUOC        PIC 9(04) VALUE ZEROS.
       01 W-RESTO       PIC 9(02) VALUE ZEROS.
       01 W-DV          PIC 9(02) VALUE ZEROS.
       01 W-PRONT-ATUAL PIC 9(06) VALUE ZEROS.
       01 W-PRONT-DUP   PIC 9(06) VALUE ZEROS.
       01 W-REGPAC-SALVA PIC X(339) VALUE SPACES.

      *-----------------------------------------------------------------
      * AREA DE COMUNICACAO COM A SUBROTINA SMP004 (BUSCA DE CEP)
               VALUE  "VALID:".
           05  LINE 14  COLUMN 01
               VALUE  "   CID         :".
           05  LINE 15  COLUMN 01
               VALUE  "   CPF         :".
           05  LINE 15  COLUMN 36
               VALUE  "CPF RESP:".
           05  LINE 16  COLUMN 01
               VALUE  "   TELEFONE    :".
           05  LINE 16  COLUMN 36
               VALUE  "   PREF CONTATO:".
           05  LINE 17  COLUMN 30
               VALUE  "(T=TELEFONE C=CELULAR N=NENHUM)".
           05  LINE 18  COLUMN 01
               VALUE  "   RESPONSAVEL :".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  LINE 22  COLUMN 01
           05  TPAC-DENOM-CID
               LINE 14  COLUMN 24  PIC X(30)
               USING  PAC-DENOM-CID.
           05  TPAC-CPF
               LINE 15  COLUMN 18  PIC 9(11)
               USING  PAC-CPF.
           05  TPAC-CPF-RESP
               LINE 15  COLUMN 46  PIC 9(11)
               USING  PAC-CPF-RESP.
           05  TPAC-TELEFONE
               LINE 16  COLUMN 18  PIC X(15)
               USING  PAC-TELEFONE.
           05  TPAC-PREF-CONTATO
               LINE 17  COLUMN 18  PIC X(01)
               USING  PAC-PREF-CONTATO.
           05  TPAC-NOME-RESP
               LINE 18  COLUMN 18  PIC X(30)
               USING  PAC-NOME-RESP.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       ROT-INIC.
           MOVE 0 TO PRONTUARIO PAC-DATA-NASC PAC-CEP
               PAC-CODIGO-CONV PAC-CID PAC-PLANO PAC-VALID-CART
               PAC-PRONT-NOVO PAC-CPF PAC-CPF-RESP.
           MOVE SPACES TO PAC-NOME PAC-ENDERECO PAC-BAIRRO PAC-CIDADE
               PAC-COD-ESTADO PAC-DESCR-ESTADO PAC-NOME-CONV
               PAC-DENOM-CID PAC-CARTEIRINHA PAC-TELEFONE
               PAC-CELULAR PAC-PREF-CONTATO PAC-SITUACAO
               PAC-NOME-RESP.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
       R0.
           DISPLAY TELAPAC.
       R1.
               GO TO R5C.
           GO TO R-CID.

      *    CPF ZERADO = NAO INFORMADO (O PACIENTE SAI NA CONFERENCIA
      *    DA DMED); INFORMADO, CONFERE OS DIGITOS E A REPETICAO
       R6A.
           ACCEPT TPAC-CPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO R6.
           IF PAC-CPF NOT = ZEROS
                MOVE PAC-CPF TO W-CPF
                PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM
                IF W-CPF-OK NOT = "S"
                     MOVE "CPF INVALIDO (DIGITO VERIFICADOR)" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R6A
                END-IF
                PERFORM CHECA-CPF-DUP THRU CHECA-CPF-DUP-FIM
                IF W-CPF-DUP = "S"
                     MOVE SPACES TO W-MENS
                     STRING "CPF JA CADASTRADO NO PRONTUARIO "
                            W-PRONT-DUP DELIMITED BY SIZE INTO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R6A.
      *    IDADE EM ANOS PELA DIFERENCA DAS DATAS AAAAMMDD
           COMPUTE W-IDADE = (W-DATA-HOJE - PAC-DATA-NASC) / 10000
           MOVE "N" TO W-MENOR
           IF W-IDADE < 18
                MOVE "S" TO W-MENOR.
           IF W-MENOR = "N"
                MOVE ZEROS TO PAC-CPF-RESP
                MOVE SPACES TO PAC-NOME-RESP
                DISPLAY TPAC-CPF-RESP
                DISPLAY TPAC-NOME-RESP
                GO TO R7.

      *    MENOR DE IDADE: O RESPONSAVEL FINANCEIRO E OBRIGATORIO
       R6B.
           ACCEPT TPAC-CPF-RESP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO R6A.
           IF PAC-CPF-RESP = ZEROS
                MOVE "PACIENTE MENOR - INFORME O CPF DO RESPONSAVEL"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6B.
           IF PAC-CPF-RESP = PAC-CPF
                MOVE "CPF DO RESPONSAVEL IGUAL AO DO PACIENTE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6B.
           MOVE PAC-CPF-RESP TO W-CPF
           PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM
           IF W-CPF-OK NOT = "S"
                MOVE "CPF DO RESPONSAVEL INVALIDO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6B.

       R6C.
           ACCEPT TPAC-NOME-RESP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO R6B.
           IF PAC-NOME-RESP = SPACES
                MOVE "INFORME O NOME DO RESPONSAVEL" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6C.

       R7.
           ACCEPT TPAC-TELEFONE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
               GO TO R6A.
       R8.
           ACCEPT TPAC-CELULAR.
           ACCEPT W-ACT FROM ESCAPE KEY
               END-IF
               MOVE DENOMINACAO TO PAC-DENOM-CID
               DISPLAY TPAC-DENOM-CID
               GO TO R6A.
           MOVE "CID INVALIDO" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS2
           GO TO R6.

      *----------[ DIGITOS VERIFICADORES DO CPF EM W-CPF ]----------
      * CPF COM OS ONZE DIGITOS IGUAIS (MULTIPLO DE 11111111111)
      * PASSA NO CALCULO MAS NAO E VALIDO
       VALIDA-CPF.
           MOVE "N" TO W-CPF-OK
           COMPUTE W-QUOC = W-CPF / 11111111111
           IF W-QUOC * 11111111111 = W-CPF
                GO TO VALIDA-CPF-FIM.
           MOVE 9 TO W-QTD-DIG
           PERFORM SOMA-CPF THRU SOMA-CPF-FIM
           IF W-DV NOT = W-CPF-DIG (10)
                GO TO VALIDA-CPF-FIM.
           MOVE 10 TO W-QTD-DIG
           PERFORM SOMA-CPF THRU SOMA-CPF-FIM
           IF W-DV NOT = W-CPF-DIG (11)
                GO TO VALIDA-CPF-FIM.
           MOVE "S" TO W-CPF-OK.
       VALIDA-CPF-FIM.
                EXIT.

      * SOMA OS W-QTD-DIG PRIMEIROS DIGITOS COM PESOS DECRESCENTES
      * (W-QTD-DIG + 1 ATE 2) E CALCULA O DIGITO PELO MODULO 11
       SOMA-CPF.
           MOVE ZEROS TO W-SOMA W-IND
           COMPUTE W-PESO = W-QTD-DIG + 1.
       SOMA-CPF-LOOP.
           ADD 1 TO W-IND
           COMPUTE W-SOMA = W-SOMA + W-CPF-DIG (W-IND) * W-PESO
           SUBTRACT 1 FROM W-PESO
           IF W-IND < W-QTD-DIG
                GO TO SOMA-CPF-LOOP.
           COMPUTE W-QUOC = W-SOMA / 11
           COMPUTE W-RESTO = W-SOMA - W-QUOC * 11
           IF W-RESTO < 2
                MOVE 0 TO W-DV
           ELSE
                COMPUTE W-DV = 11 - W-RESTO.
       SOMA-CPF-FIM.
                EXIT.

      *----------[ CPF JA USADO EM OUTRO PRONTUARIO ATIVO ]----------
      * A LEITURA PELA CHAVE ALTERNATIVA SOBREPOE O REGPAC, POR ISSO
      * O REGISTRO EM DIGITACAO E GUARDADO E RECOMPOSTO AO FINAL;
      * PRONTUARIO ABSORVIDO NA FUSAO (SMP044) NAO CONTA
       CHECA-CPF-DUP.
           MOVE "N" TO W-CPF-DUP
           MOVE REGPAC TO W-REGPAC-SALVA
           MOVE PRONTUARIO TO W-PRONT-ATUAL
           START CADPAC KEY IS EQUAL PAC-CPF
           IF ST-ERRO NOT = "00"
                GO TO CHECA-CPF-DUP-RECOMPOE.
       CHECA-CPF-DUP-LOOP.
           READ CADPAC NEXT RECORD
                AT END GO TO CHECA-CPF-DUP-RECOMPOE
           END-READ
           IF PAC-CPF NOT = W-CPF
                GO TO CHECA-CPF-DUP-RECOMPOE.
           IF PRONTUARIO = W-PRONT-ATUAL OR PAC-ABSORVIDO
                GO TO CHECA-CPF-DUP-LOOP.
           MOVE "S" TO W-CPF-DUP
           MOVE PRONTUARIO TO W-PRONT-DUP.
       CHECA-CPF-DUP-RECOMPOE.
           MOVE W-REGPAC-SALVA TO REGPAC.
       CHECA-CPF-DUP-FIM.
                EXIT.

      *--------------------[ ROTINA DE CONSULTA POR NOME ]-------------------
       LISTAGEM.
                DISPLAY (01, 01) ERASE

      * DIA DA SEMANA (1=DOM ... 7=SAB), HORARIO INICIAL E   *
      * FINAL, DURACAO DA CONSULTA E VIGENCIA - USADO PELO   *
      * SMP015 PARA OFERECER AS VAGAS LIVRES NA MARCACAO     *
      * CADA FAIXA OCUPA UMA SALA (CADSAL - SMP062); NAO      *
      * ACEITA DUAS GRADES NA MESMA SALA E DIA DA SEMANA     *
      * COM HORARIO E VIGENCIA SOBREPOSTOS                   *
      * A UNIDADE (FILIAL) DA FAIXA E A DA SALA; O OPERADOR SO*
      * MANTEM GRADE NAS UNIDADES EM QUE TRABALHA            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MD.
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
            03 GRD-VIG-INI        PIC 9(08).
            03 GRD-VIG-FIM        PIC 9(08).
            03 GRD-LIM-ENCAIXE    PIC 9(02).
            03 GRD-SALA           PIC 9(03).
            03 GRD-UNIDADE        PIC 9(03).

       FD CADMED
               LABEL RECORD IS STANDARD
            03 MED-TELEFONE     PIC X(15).
            03 MED-EMAIL        PIC X(30).

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

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-MED-NOME PIC X(30) VALUE SPACES.
       01 ST-ERRO-SL PIC X(02) VALUE "00".
       01 W-SAL-DESCR PIC X(30) VALUE SPACES.
       01 W-CONFLITO  PIC X(01) VALUE "N".
       01 W-CRM-CONFL PIC 9(07) VALUE ZEROS.
       01 ST-ERRO-UN  PIC X(02) VALUE "00".
       01 W-UNI-NOME  PIC X(30) VALUE SPACES.
      * UNIDADES PERMITIDAS AO OPERADOR (SMPUNIS, GRAVADA NO
      * LOGIN PELO SMP020) - LISTA ZERADA = TODAS AS UNIDADES
       01 W-UNI-OPER  VALUE ZEROS.
            03 W-UNI-PERM   PIC 9(03) OCCURS 5 TIMES.
       01 W-UNI-IND   PIC 9(01) VALUE ZEROS.
       01 W-UNI-TESTE PIC 9(03) VALUE ZEROS.
       01 W-UNI-OK    PIC X(01) VALUE "S".

      * COPIA DA FAIXA EM DIGITACAO, GUARDADA DURANTE A
      * VARREDURA DO CADGRD ATRAS DE CONFLITO DE SALA
       01 W-GRD-SALVA.
            03 W-GS-CHAVE.
               05 W-GS-CRM        PIC 9(07).
               05 W-GS-DIA-SEM    PIC 9(01).
            03 W-GS-HORA-INI      PIC 9(04).
            03 W-GS-HORA-FIM      PIC 9(04).
            03 W-GS-DURACAO       PIC 9(03).
            03 W-GS-VIG-INI       PIC 9(08).
            03 W-GS-VIG-FIM       PIC 9(08).
            03 W-GS-LIM-ENCAIXE   PIC 9(02).
            03 W-GS-SALA          PIC 9(03).
            03 W-GS-UNIDADE       PIC 9(03).

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "   LIM ENCAIXES:".
           05  LINE 15  COLUMN 30
               VALUE  "(POR DIA - 0 = NAO PERMITE)".
           05  LINE 17  COLUMN 01
               VALUE  "   SALA        :".
           05  LINE 18  COLUMN 01
               VALUE  "   UNIDADE     :".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TGRD-CRM
           05  TGRD-LIM-ENC
               LINE 15  COLUMN 18  PIC 9(02)
               USING  GRD-LIM-ENCAIXE.
           05  TGRD-SALA
               LINE 17  COLUMN 18  PIC 9(03)
               USING  GRD-SALA.
           05  TGRD-SAL-DESCR
               LINE 17  COLUMN 24  PIC X(30)
               FROM   W-SAL-DESCR.
           05  TGRD-UNIDADE
               LINE 18  COLUMN 18  PIC 9(03)
               FROM   GRD-UNIDADE.
           05  TGRD-UNI-NOME
               LINE 18  COLUMN 24  PIC X(30)
               FROM   W-UNI-NOME.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SMPUNIS" UPON ENVIRONMENT-NAME
           ACCEPT W-UNI-OPER FROM ENVIRONMENT-VALUE
           IF W-UNI-OPER NOT NUMERIC
                MOVE ZEROS TO W-UNI-OPER.
      *
       ABRIR-ARQ.
           OPEN I-O CADGRD
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-SL.
           OPEN INPUT CADSAL
           IF ST-ERRO-SL NOT = "00"
                IF ST-ERRO-SL = "30"
                    MOVE "CADSAL" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADSAL
                    CLOSE CADSAL
                    GO TO ABRIR-ARQ-SL
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADSAL"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-UN.
           OPEN INPUT CADUNI
           IF ST-ERRO-UN NOT = "00"
                IF ST-ERRO-UN = "30"
                    MOVE "CADUNI" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADUNI
                    CLOSE CADUNI
                    GO TO ABRIR-ARQ-UN
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADUNI"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO GRD-CRM GRD-DIA-SEM GRD-HORA-INI GRD-HORA-FIM
               GRD-DURACAO GRD-VIG-INI GRD-VIG-FIM GRD-LIM-ENCAIXE
               GRD-SALA GRD-UNIDADE.
           MOVE SPACES TO W-MED-NOME W-SAL-DESCR W-UNI-NOME.
       R0.
           DISPLAY TELAGRD.
       R1.
           ACCEPT TGRD-CRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADGRD CADMED CADSAL CADUNI
                   GO TO ROT-FIM.
           IF GRD-CRM = ZEROS
                MOVE "CRM NAO PODE SER ZERO" TO W-MENS
                READ CADGRD
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM LER-SALA THRU LER-SALA-FIM
                      PERFORM LER-UNIDADE THRU LER-UNIDADE-FIM
                      DISPLAY TELAGRD
                      DISPLAY TGRD-MED-NOME
                      MOVE "*** GRADE JA CADASTRADA P/ ESTE DIA ***"
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R7.
       R9.
           ACCEPT TGRD-SALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R8.
           IF GRD-SALA = ZEROS
                MOVE "INFORME A SALA DO ATENDIMENTO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.
           PERFORM LER-SALA THRU LER-SALA-FIM
           DISPLAY TGRD-SAL-DESCR
           IF ST-ERRO-SL NOT = "00"
                MOVE "SALA NAO CADASTRADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.
           IF SAL-INATIVA
                MOVE "SALA INATIVA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.
           MOVE SAL-UNIDADE TO GRD-UNIDADE W-UNI-TESTE
           PERFORM LER-UNIDADE THRU LER-UNIDADE-FIM
           DISPLAY TGRD-UNIDADE TGRD-UNI-NOME
           PERFORM CHECA-UNI-OPER THRU CHECA-UNI-OPER-FIM
           IF W-UNI-OK NOT = "S"
                MOVE "SALA DE UNIDADE NAO PERMITIDA AO OPERADOR"
                                                         TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.
           PERFORM CHECA-SALA THRU CHECA-SALA-FIM
           IF W-CONFLITO = "S"
                MOVE SPACES TO W-MENS
                STRING "SALA OCUPADA NO HORARIO PELO CRM "
                       W-CRM-CONFL DELIMITED BY SIZE INTO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R9.

           IF W-SEL = "A"
               GO TO ALT-OPC.
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                                   AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
                IF W-OPCAO  = "N"
                         GO TO ROT-INIC.
                MOVE GRD-UNIDADE TO W-UNI-TESTE
                PERFORM CHECA-UNI-OPER THRU CHECA-UNI-OPER-FIM
                IF W-UNI-OK NOT = "S"
                   MOVE "GRADE DE UNIDADE NAO PERMITIDA AO OPERADOR"
                                                            TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO = "A"
                       MOVE "A" TO W-SEL
                       GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *------[ DESCRICAO DA SALA INFORMADA NA FAIXA ]------
       LER-SALA.
                MOVE SPACES TO W-SAL-DESCR
                MOVE GRD-SALA TO SAL-CODIGO
                READ CADSAL
                IF ST-ERRO-SL = "00"
                   MOVE SAL-DESCR TO W-SAL-DESCR.
       LER-SALA-FIM.
                EXIT.

      *------[ NOME DA UNIDADE (FILIAL) DA FAIXA ]------
       LER-UNIDADE.
                MOVE SPACES TO W-UNI-NOME
                MOVE GRD-UNIDADE TO UNI-CODIGO
                READ CADUNI
                IF ST-ERRO-UN = "00"
                   MOVE UNI-NOME TO W-UNI-NOME.
       LER-UNIDADE-FIM.
                EXIT.

      *------[ OUTRO MEDICO NA MESMA SALA, DIA E HORARIO ]------
      * HORARIOS SE SOBREPOEM QUANDO UM COMECA ANTES DO OUTRO
      * TERMINAR; VIGENCIAS IDEM (VIGENCIA FINAL ZERO = ABERTA)
       CHECA-SALA.
                MOVE "N" TO W-CONFLITO
                MOVE REGGRD TO W-GRD-SALVA
                MOVE ZEROS TO GRD-CHAVE
                START CADGRD KEY IS NOT LESS THAN GRD-CHAVE
                IF ST-ERRO NOT = "00"
                   GO TO CHECA-SALA-VOLTA.
       CHECA-SALA-LOOP.
                READ CADGRD NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CHECA-SALA-VOLTA.
                IF GRD-SALA NOT = W-GS-SALA
                  OR GRD-DIA-SEM NOT = W-GS-DIA-SEM
                  OR GRD-CRM = W-GS-CRM
                   GO TO CHECA-SALA-LOOP.
                IF GRD-HORA-INI NOT < W-GS-HORA-FIM
                  OR GRD-HORA-FIM NOT > W-GS-HORA-INI
                   GO TO CHECA-SALA-LOOP.
                IF GRD-VIG-FIM NOT = ZEROS
                  AND GRD-VIG-FIM < W-GS-VIG-INI
                   GO TO CHECA-SALA-LOOP.
                IF W-GS-VIG-FIM NOT = ZEROS
                  AND W-GS-VIG-FIM < GRD-VIG-INI
                   GO TO CHECA-SALA-LOOP.
                MOVE "S" TO W-CONFLITO
                MOVE GRD-CRM TO W-CRM-CONFL.
       CHECA-SALA-VOLTA.
                MOVE W-GRD-SALVA TO REGGRD.
       CHECA-SALA-FIM.
                EXIT.

      *------[ UNIDADE W-UNI-TESTE PERMITIDA AO OPERADOR ]------
       CHECA-UNI-OPER.
                MOVE "S" TO W-UNI-OK
                IF W-UNI-OPER = ZEROS OR W-UNI-TESTE = ZEROS
                   GO TO CHECA-UNI-OPER-FIM.
                MOVE "N" TO W-UNI-OK
                MOVE ZEROS TO W-UNI-IND.
       CHECA-UNI-OPER-LOOP.
                ADD 1 TO W-UNI-IND
                IF W-UNI-IND > 5
                   GO TO CHECA-UNI-OPER-FIM.
                IF W-UNI-PERM (W-UNI-IND) = W-UNI-TESTE
                   MOVE "S" TO W-UNI-OK
                   GO TO CHECA-UNI-OPER-FIM.
                GO TO CHECA-UNI-OPER-LOOP.
       CHECA-UNI-OPER-FIM.
                EXIT.

      *--------------------[ ROTINA DE ESPERA (ST-ERRO 94) ]--------------------
       ROT-ESPERA.
                MOVE ZEROS TO W-CONT.

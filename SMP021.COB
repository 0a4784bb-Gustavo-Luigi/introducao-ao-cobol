      *******************************************************
      * CADASTRO DE USUARIOS (OPERADORES) E PERMISSOES       *
      * DE ACESSO POR OPCAO DO MENU SMP001                   *
      * E UNIDADES (FILIAIS) EM QUE O OPERADOR TRABALHA -    *
      * ATE 5 UNIDADES DO CADUNI; TUDO ZERO = TODAS          *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               88 USU-RECEPCAO     VALUE "R".
               88 USU-FATURAMENTO  VALUE "F".
            03 USU-PERMISSOES.
               05 USU-PERM     PIC X(01) OCCURS 40 TIMES.
            03 USU-UNIDADES.
               05 USU-UNIDADE  PIC 9(03) OCCURS 5 TIMES.

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
       01 W-SEL      PIC X(01) VALUE SPACES.
       01 W-OPCAO    PIC X(01) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-ERRO-UN PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
               VALUE  "   PERFIL      :".
           05  LINE 07  COLUMN 30
               VALUE  "(S=SUPERV R=RECEP F=FATUR)".
           05  LINE 08  COLUMN 01
               VALUE  "   UNIDADES    :".
           05  LINE 08  COLUMN 40
               VALUE  "(000 EM TODAS = SEM RESTRICAO)".
           05  LINE 09  COLUMN 01
               VALUE  "   PERMISSOES  :".
           05  LINE 10  COLUMN 04
               VALUE  "12 GRADE  13 FERIADOS  14 PROCEDIM  15 PRECOS"
               .
           05  LINE 14  COLUMN 04
               VALUE  "16 CONV X PLANOS  17 REPASSE  18 AUTORIZ".
           05  LINE 15  COLUMN 04
               VALUE  "19 EXPURGO  20 AFASTAMENTO".
           05  LINE 16  COLUMN 04
               VALUE  "21 MEDICAMENTOS  22 MATERIAIS  23 PRECO MAT".
           05  LINE 17  COLUMN 04
               VALUE  "24 ENTRADA NF  25 SALAS  26 SERIE SESSOES".
           05  LINE 18  COLUMN 04
               VALUE  "27 PLANO CONTAS  28 REGRAS CONTAB".
           05  LINE 19  COLUMN 04
               VALUE  "29 NOTIFICACAO  30 ORCAMENTO  31 UNIDADES".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TUSU-CODIGO
           05  TUSU-PERFIL
               LINE 07  COLUMN 18  PIC X(01)
               USING  USU-PERFIL.
           05  TUSU-UNI-1
               LINE 08  COLUMN 18  PIC 9(03)
               USING  USU-UNIDADE (1).
           05  TUSU-UNI-2
               LINE 08  COLUMN 22  PIC 9(03)
               USING  USU-UNIDADE (2).
           05  TUSU-UNI-3
               LINE 08  COLUMN 26  PIC 9(03)
               USING  USU-UNIDADE (3).
           05  TUSU-UNI-4
               LINE 08  COLUMN 30  PIC 9(03)
               USING  USU-UNIDADE (4).
           05  TUSU-UNI-5
               LINE 08  COLUMN 34  PIC 9(03)
               USING  USU-UNIDADE (5).
           05  TUSU-PERMISSOES
               LINE 09  COLUMN 18  PIC X(40)
               USING  USU-PERMISSOES.

      *-----------------------------------------------------------------
                     MOVE "ERRO NA ABERTURA DO ARQUIVO" TO W-MENS
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
                       CLOSE CADUSU
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADUNI
                    CLOSE CADUNI
                    GO TO ABRIR-ARQ-UN
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADUNI"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADUSU
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE SPACES TO USU-CODIGO USU-NOME USU-SENHA USU-PERFIL
               USU-PERMISSOES.
           MOVE ZEROS TO USU-UNIDADES.
       R0.
           DISPLAY TELAUSU.
       R1.
           ACCEPT TUSU-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADUSU CADUNI
                   GO TO ROT-FIM.
           IF USU-CODIGO = SPACES
                MOVE "CODIGO NAO PODE FICAR EM BRANCO" TO W-MENS
                MOVE "PERFIL INVALIDO (S, R OU F)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
       R4-UNI.
           MOVE 1 TO W-IND.
       R4-UNI-ACE.
           IF W-IND = 1
                ACCEPT TUSU-UNI-1.
           IF W-IND = 2
                ACCEPT TUSU-UNI-2.
           IF W-IND = 3
                ACCEPT TUSU-UNI-3.
           IF W-IND = 4
                ACCEPT TUSU-UNI-4.
           IF W-IND = 5
                ACCEPT TUSU-UNI-5.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                IF W-IND = 1
                     GO TO R4
                ELSE
                     SUBTRACT 1 FROM W-IND
                     GO TO R4-UNI-ACE.
           IF USU-UNIDADE (W-IND) NOT = ZEROS
                MOVE USU-UNIDADE (W-IND) TO UNI-CODIGO
                READ CADUNI
                IF ST-ERRO-UN NOT = "00"
                     MOVE "UNIDADE NAO CADASTRADA" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R4-UNI-ACE
                END-IF
                IF UNI-INATIVA
                     MOVE "UNIDADE INATIVA" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R4-UNI-ACE.
           ADD 1 TO W-IND
           IF W-IND < 6
                GO TO R4-UNI-ACE.
       R5.
           ACCEPT TUSU-PERMISSOES.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                MOVE 5 TO W-IND
                GO TO R4-UNI-ACE.
           PERFORM VALIDA-PERM THRU VALIDA-PERM-FIM
           IF W-MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS2
                MOVE ZEROS TO W-IND.
       VALIDA-PERM-LOOP.
                ADD 1 TO W-IND
                IF W-IND > 40
                   GO TO VALIDA-PERM-FIM.
                IF USU-PERM (W-IND) = SPACE
                   MOVE "N" TO USU-PERM (W-IND).

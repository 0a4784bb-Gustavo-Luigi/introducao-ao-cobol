      * CONSULTA CRONOLOGICA DO HISTORICO CLINICO (CADHIST)  *
      * CHAMADO POR TECLA DE ATALHO NO SMP012 (PF5) E NO     *
      * SMP015 (PF6), RECEBENDO O PRONTUARIO EM LINKAGE      *
      * MARCA OS ATENDIMENTOS COM RECEITA/ATESTADO (CADRCT)  *
      * E MOSTRA OS ITENS DOS DOCUMENTOS DE UM ATENDIMENTO   *
      * (MEDICAMENTOS DA RECEITA, DIAS/CID E HORARIOS DO     *
      * ATESTADO/DECLARACAO) ANTES DE REIMPRIMIR A 2a VIA    *
      * PELO SMP056                                          *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC.
                    SELECT CADRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCT-CHAVE
                    FILE STATUS  IS ST-ERRO-RT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
            03 HIS-OBS-1          PIC X(60).
            03 HIS-OBS-2          PIC X(60).
            03 HIS-RETORNO-DIAS   PIC 9(03).
            03 HIS-RETORNO-CONV   PIC X(01).
               88 HIS-E-RETORNO    VALUE "S".

       FD CADPAC
               LABEL RECORD IS STANDARD
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

       FD CADRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCT.DAT".
       01 REGRCT.
            03 RCT-CHAVE.
               05 RCT-HIS-CHAVE.
                  07 RCT-PRONTUARIO  PIC 9(06).
                  07 RCT-DATA        PIC 9(08).
                  07 RCT-HORA        PIC 9(04).
               05 RCT-TIPO           PIC X(01).
                  88 RCT-ATESTADO      VALUE "A".
                  88 RCT-DECLARACAO    VALUE "D".
                  88 RCT-RECEITA       VALUE "R".
               05 RCT-SEQ            PIC 9(02).
            03 RCT-NUM-DOC        PIC 9(06).
            03 RCT-CRM            PIC 9(07).
            03 RCT-DATA-EMISSAO   PIC 9(08).
            03 RCT-MDC-CODIGO     PIC 9(05).
            03 RCT-MDC-NOME       PIC X(30).
            03 RCT-MDC-APRESENT   PIC X(30).
            03 RCT-POSOLOGIA      PIC X(60).
            03 RCT-QTDE           PIC 9(03).
            03 RCT-DIAS-AFAST     PIC 9(03).
            03 RCT-CID            PIC 9(04).
            03 RCT-HORA-CHEGADA   PIC 9(04).
            03 RCT-HORA-SAIDA     PIC 9(04).

      *
      *-----------------------------------------------------------------
       01 W-MENS     PIC X(50) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-ERRO-PC PIC X(02) VALUE "00".
       01 ST-ERRO-RT PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-ROW      PIC 9(02) VALUE ZEROS.
       01 W-PRONT    PIC 9(06) VALUE ZEROS.
       01 W-PAC-NOME PIC X(30) VALUE SPACES.
       01 W-ROW-DOC  PIC 9(02) VALUE ZEROS.
       01 W-CHAVE-2V.
            03 W-PRONT-2V  PIC 9(06) VALUE ZEROS.
            03 W-DATA-2V   PIC 9(08) VALUE ZEROS.
            03 W-HORA-2V   PIC 9(04) VALUE ZEROS.
       01 W-VIA      PIC X(01) VALUE "2".
       01 W-REIMP    PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE SECTION.
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-RT.
           OPEN INPUT CADRCT
           IF ST-ERRO-RT NOT = "00"
                IF ST-ERRO-RT = "30"
                    MOVE "CADRCT" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADRCT
                    CLOSE CADRCT
                    GO TO ABRIR-ARQ-RT
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADRCT"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE LK-PRONTUARIO TO W-PRONT.
           ACCEPT THIS-PRONT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADHIST CADPAC CADRCT
                   GO TO ROT-FIM.
           IF W-PRONT = ZEROS
                MOVE "PRONTUARIO NAO PODE SER ZERO" TO W-MENS
           END-IF
           ADD 1 TO W-ROW
           DISPLAY (W-ROW, 06) HIS-OBS-1
           MOVE W-ROW TO W-ROW-DOC
           PERFORM MARCA-DOCS THRU MARCA-DOCS-FIM
           ADD 1 TO W-ROW
           DISPLAY (W-ROW, 06) HIS-OBS-2
           GO TO LISTA-LOOP.
       LISTA-AGUARDA.
           IF W-LIN = ZEROS
                DISPLAY (06, 04)
                   "*** SEM ATENDIMENTOS REGISTRADOS ***"
                GO TO R1.

      *--------[ 2a VIA DA RECEITA/ATESTADO DE UM ATENDIMENTO ]--------
       LISTA-2VIA.
           MOVE ZEROS TO W-DATA-2V W-HORA-2V
           DISPLAY (21, 04) "2a VIA DOCUMENTOS - DATA (0=VOLTA) : ".
           ACCEPT (21, 41) W-DATA-2V
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-DATA-2V = ZEROS
                GO TO R1.
           DISPLAY (21, 51) "HORA : ".
           ACCEPT (21, 58) W-HORA-2V
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO LISTA-2VIA.
           MOVE W-PRONT   TO W-PRONT-2V
           MOVE W-CHAVE-2V TO RCT-HIS-CHAVE
           MOVE LOW-VALUES TO RCT-TIPO
           MOVE ZEROS      TO RCT-SEQ
           START CADRCT KEY IS NOT LESS THAN RCT-CHAVE
                INVALID KEY MOVE "23" TO ST-ERRO-RT.
           IF ST-ERRO-RT = "00"
                READ CADRCT NEXT RECORD
                     AT END MOVE "10" TO ST-ERRO-RT
                END-READ
           END-IF
           IF ST-ERRO-RT NOT = "00" OR RCT-HIS-CHAVE NOT = W-CHAVE-2V
                MOVE "ATENDIMENTO SEM RECEITA/ATESTADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO LISTA-2VIA.
           PERFORM MOSTRA-DOCS THRU MOSTRA-DOCS-FIM
           MOVE SPACES TO W-REIMP
           DISPLAY (21, 04) "REIMPRIMIR A 2a VIA (S/N) ? ".
           ACCEPT (21, 32) W-REIMP
           IF W-REIMP = "s"
                MOVE "S" TO W-REIMP.
           IF W-REIMP NOT = "S"
                GO TO LISTA-2VIA-REFAZ.
           CLOSE CADRCT
           CALL "SMP056" USING W-CHAVE-2V W-VIA
           OPEN INPUT CADRCT
           MOVE "2a VIA GRAVADA NO RECEITUA.TXT" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS2.
      * O DETALHE OCUPOU A AREA DA LISTA - REFAZ A TELA DO PACIENTE
       LISTA-2VIA-REFAZ.
           DISPLAY TELAHIST
           DISPLAY THIS-PAC-NOME
           GO TO LISTA.

      *------[ ITENS DOS DOCUMENTOS DO ATENDIMENTO ESCOLHIDO ]------
      * ENTRA COM O PRIMEIRO REGISTRO DO CADRCT DO ATENDIMENTO JA
      * LIDO NO LISTA-2VIA E SEGUE NA LEITURA SEQUENCIAL ENQUANTO
      * A CHAVE DO ATENDIMENTO FOR A MESMA
       MOSTRA-DOCS.
           DISPLAY TELAHIST
           DISPLAY THIS-PAC-NOME
           DISPLAY (06, 04) "DOCUMENTOS DO ATENDIMENTO DE"
           DISPLAY (06, 33) W-DATA-2V
           DISPLAY (06, 42) W-HORA-2V
           MOVE 07 TO W-ROW.
       MOSTRA-DOCS-LOOP.
           IF RCT-HIS-CHAVE NOT = W-CHAVE-2V
                GO TO MOSTRA-DOCS-FIM.
           ADD 1 TO W-ROW
           IF W-ROW > 17
                DISPLAY (19, 04)
                   "MOSTRANDO APENAS OS PRIMEIROS DOCUMENTOS"
                GO TO MOSTRA-DOCS-FIM.
           IF RCT-RECEITA
                DISPLAY (W-ROW, 04) "RECEITA"
                DISPLAY (W-ROW, 14) RCT-MDC-NOME
                DISPLAY (W-ROW, 45) RCT-MDC-APRESENT
                ADD 1 TO W-ROW
                DISPLAY (W-ROW, 06) RCT-POSOLOGIA
                DISPLAY (W-ROW, 68) "QTDE"
                DISPLAY (W-ROW, 73) RCT-QTDE
           ELSE
                IF RCT-ATESTADO
                   DISPLAY (W-ROW, 04) "ATESTADO"
                ELSE
                   DISPLAY (W-ROW, 04) "DECLARACAO"
                END-IF
                DISPLAY (W-ROW, 16) "DIAS"
                DISPLAY (W-ROW, 21) RCT-DIAS-AFAST
                DISPLAY (W-ROW, 26) "CID"
                DISPLAY (W-ROW, 30) RCT-CID
                DISPLAY (W-ROW, 36) "CHEGADA"
                DISPLAY (W-ROW, 44) RCT-HORA-CHEGADA
                DISPLAY (W-ROW, 50) "SAIDA"
                DISPLAY (W-ROW, 56) RCT-HORA-SAIDA
           END-IF
           READ CADRCT NEXT RECORD
                AT END GO TO MOSTRA-DOCS-FIM
           END-READ
           GO TO MOSTRA-DOCS-LOOP.
       MOSTRA-DOCS-FIM.
           EXIT.

      *--------[ MARCA NA LISTA OS DOCUMENTOS DO ATENDIMENTO ]--------
       MARCA-DOCS.
           MOVE HIS-CHAVE  TO RCT-HIS-CHAVE
           MOVE LOW-VALUES TO RCT-TIPO
           MOVE ZEROS      TO RCT-SEQ
           START CADRCT KEY IS NOT LESS THAN RCT-CHAVE
                INVALID KEY GO TO MARCA-DOCS-FIM.
       MARCA-DOCS-LOOP.
           READ CADRCT NEXT RECORD
                AT END GO TO MARCA-DOCS-FIM
           END-READ
           IF RCT-HIS-CHAVE NOT = HIS-CHAVE
                GO TO MARCA-DOCS-FIM.
           IF RCT-ATESTADO
                DISPLAY (W-ROW-DOC, 68) "ATESTADO".
           IF RCT-DECLARACAO
                DISPLAY (W-ROW-DOC, 68) "DECLARACAO".
           IF RCT-RECEITA
                COMPUTE W-ROW = W-ROW-DOC + 1
                DISPLAY (W-ROW, 68) "RECEITA"
                COMPUTE W-ROW = W-ROW-DOC
                GO TO MARCA-DOCS-FIM.
           GO TO MARCA-DOCS-LOOP.
       MARCA-DOCS-FIM.
           EXIT.

      *------[ CONFIRMACAO ANTES DE CRIAR ARQUIVO MESTRE VAZIO ]------
       CONFIRMA-CRIA.

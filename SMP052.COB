      * (CADFILA); AS RESPOSTAS NAO APLICADAS (AGENDAMENTO   *
      * NAO ENCONTRADO, JA ATENDIDO, MENSAGEM NAO ENTREGUE)  *
      * SAEM EM RELSMS.TXT PARA TRATAMENTO MANUAL            *
      * PACIENTE ANONIMIZADO (SMP073) NAO RECEBE A VAGA      *
      * ORCAMENTO PARTICULAR ACEITO DA CONSULTA CANCELADA    *
      * VOLTA A EMITIDO (CADORC - SMP074)                    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC.
                    SELECT CADORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO-OR
                    ALTERNATE RECORD KEY IS ORC-AGE-CHAVE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ORC-PRONTUARIO
                                                      WITH DUPLICATES.
                    SELECT RELSMS ASSIGN TO DISK
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

       FD CADFILA
               LABEL RECORD IS STANDARD
               88 PAC-SEM-CONTATO   VALUE "N".
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
               88 PAC-ANONIMIZADO  VALUE "L".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

      * ORCAMENTO PARTICULAR - SITUACAO E=EMITIDO (EM ABERTO),
      * A=ACEITO (AGENDADO NO SMP015, CHAVE EM ORC-AGE-CHAVE),
      * R=REALIZADO (ENCERRADO E RECEBIDO NO SMP018) E
      * P=PERDIDO (RECUSADO PELO PACIENTE)
       FD CADORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORC.DAT".
       01 REGORC.
            03 ORC-NUMERO         PIC 9(06).
            03 ORC-SITUACAO       PIC X(01).
               88 ORC-EMITIDO       VALUE "E".
               88 ORC-ACEITO        VALUE "A".
               88 ORC-REALIZADO     VALUE "R".
               88 ORC-PERDIDO       VALUE "P".
            03 ORC-PRONTUARIO     PIC 9(06).
            03 ORC-PAC-NOME       PIC X(30).
            03 ORC-CRM            PIC 9(07).
            03 ORC-MED-NOME       PIC X(30).
            03 ORC-DATA-EMISSAO   PIC 9(08).
            03 ORC-VALIDADE       PIC 9(08).
            03 ORC-OPERADOR       PIC X(08).
            03 ORC-FORMA          PIC X(01).
               88 ORC-DINHEIRO      VALUE "D".
               88 ORC-CARTAO        VALUE "C".
               88 ORC-PIX           VALUE "P".
            03 ORC-VAL-BRUTO      PIC 9(05)V99.
            03 ORC-DESCONTO       PIC 9(05)V99.
            03 ORC-VAL-TOTAL      PIC 9(05)V99.
            03 ORC-SUPERVISOR     PIC X(08).
            03 ORC-AGE-CHAVE.
               05 ORC-AGE-CRM     PIC 9(07).
               05 ORC-AGE-DATA    PIC 9(08).
               05 ORC-AGE-HORA    PIC 9(04).
            03 ORC-DATA-ACEITE    PIC 9(08).
            03 ORC-VAL-RECEB      PIC 9(05)V99.
            03 ORC-DATA-REALIZ    PIC 9(08).
            03 ORC-MOTIVO-PERDA   PIC X(20).
            03 ORC-QT-ITENS       PIC 9(02).
            03 ORC-ITENS.
               05 ORC-ITEM OCCURS 10 TIMES.
                  07 ORC-IT-PROCED  PIC 9(08).
                  07 ORC-IT-DESCR   PIC X(30).
                  07 ORC-IT-VALOR   PIC 9(05)V99.

       FD RELSMS
               LABEL RECORD IS STANDARD
       01 ST-ERRO-FI   PIC X(02) VALUE "00".
       01 ST-ERRO-PC   PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 ST-ERRO-OR   PIC X(02) VALUE "00".
       01 W-ORC-ABERTO PIC X(01) VALUE "N".
       01 W-PROGRAMA   PIC X(08) VALUE "SMP052".
       01 W-FIM-SMS    PIC X(01) VALUE "N".
       01 W-ACHOU      PIC X(01) VALUE "N".
                        ST-ERRO-REL
                CLOSE RETSMS CADAGE CADFILA CADPAC
                GO TO ROT-FIM.
      *    SEM CADORC NAO HA ORCAMENTO PARTICULAR A DESFAZER
           OPEN I-O CADORC
           IF ST-ERRO-OR = "00"
                MOVE "S" TO W-ORC-ABERTO.

       PROCESSA.
           MOVE SPACES TO REGREL
                ADD 1 TO W-CONFIRMADAS
           ELSE
                ADD 1 TO W-CANCELADAS
                PERFORM DESFAZ-ORC THRU DESFAZ-ORC-FIM
                PERFORM OFERECE-FILA THRU OFERECE-FILA-FIM.
       TRATA-RESP-FIM.
                EXIT.
       LOCALIZA-AGE-FIM.
                EXIT.

      *------[ ORCAMENTO ACEITO DA CONSULTA CANCELADA ]------
      * VOLTA A FICAR EM ABERTO, SEM A CHAVE DO AGENDAMENTO, COMO
      * NO CANCELAMENTO PELO SMP018; FEITO ANTES DE A VAGA SER
      * OFERECIDA A FILA
       DESFAZ-ORC.
           IF W-ORC-ABERTO NOT = "S"
                GO TO DESFAZ-ORC-FIM.
           MOVE AGE-CHAVE TO ORC-AGE-CHAVE
           START CADORC KEY IS EQUAL ORC-AGE-CHAVE
                INVALID KEY GO TO DESFAZ-ORC-FIM.
       DESFAZ-ORC-LOOP.
           READ CADORC NEXT RECORD
                AT END GO TO DESFAZ-ORC-FIM
           END-READ
           IF ORC-AGE-CHAVE NOT = AGE-CHAVE
                GO TO DESFAZ-ORC-FIM.
           IF NOT ORC-ACEITO
                GO TO DESFAZ-ORC-LOOP.
           MOVE SPACES TO W-LOG-ANTES
           MOVE REGORC TO W-LOG-ANTES
           MOVE "E" TO ORC-SITUACAO
           MOVE ZEROS TO ORC-AGE-CHAVE ORC-DATA-ACEITE
           REWRITE REGORC
           IF ST-ERRO-OR NOT = "00"
                DISPLAY "ERRO NA ATUALIZACAO DO ORCAMENTO "
                        ORC-NUMERO " - " ST-ERRO-OR
                GO TO DESFAZ-ORC-FIM.
           MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
           MOVE ORC-NUMERO TO W-LOG-CHAVE
           MOVE REGORC TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                               W-LOG-ANTES W-LOG-DEPOIS.
       DESFAZ-ORC-FIM.
                EXIT.

      *------[ OFERECE A VAGA CANCELADA AO 1o DA FILA ]------
      * VERSAO BATCH DO OFERECE-FILA DO SMP018: SEM OPERADOR NA
      * TELA, O PRIMEIRO PEDIDO PENDENTE DA ESPECIALIDADE OCUPA
           READ CADPAC
           IF ST-ERRO-PC NOT = "00"
                GO TO OFERECE-FILA-FIM.
           IF PAC-ABSORVIDO OR PAC-ANONIMIZADO
                GO TO OFERECE-FILA-FIM.
           MOVE SPACES TO W-LOG-ANTES
           MOVE REGAGE TO W-LOG-ANTES
           MOVE PAC-CID         TO AGE-CID
           MOVE PAC-DENOM-CID   TO AGE-DENOM-CID
           MOVE "A"             TO AGE-STATUS
           MOVE SPACES          TO AGE-MOTIVO-CANC AGE-RETORNO
           MOVE ZEROS           TO AGE-PROCED AGE-NUM-GUIA
                                   AGE-SERIE AGE-SESSAO
                                   AGE-HORA-CHEGADA
           IF PAC-CODIGO-CONV = ZEROS
                MOVE "P" TO AGE-TIPO-ATEND
           ELSE
           DISPLAY "VAGAS REAPROVEITADAS   : " W-REAPROV.
           DISPLAY "NAO APLICADAS          : " W-NAO-APLIC.
           DISPLAY "*** NAO APLICADAS EM RELSMS.TXT ***".
           CLOSE RETSMS CADAGE CADFILA CADPAC RELSMS
           IF W-ORC-ABERTO = "S"
                CLOSE CADORC.

       ROT-FIM.
                STOP RUN.

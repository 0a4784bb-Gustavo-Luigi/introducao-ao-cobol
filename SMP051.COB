      * ESPERA (CADFILA) COM PRIORIDADE DE URGENCIA; GERA A  *
      * RELACAO DE PACIENTES A AVISAR COM TELEFONE EM        *
      * RELAVISO.TXT E GRAVA A TRILHA DE AUDITORIA (SMP010)  *
      * A NOVA MARCACAO FICA NA UNIDADE DA GRADE DO NOVO     *
      * MEDICO, QUE VAI NO AVISO (U999) AO PACIENTE          *
      * O ORCAMENTO PARTICULAR ACEITO (SMP074) ACOMPANHA A   *
      * REMARCACAO E VOLTA A EMITIDO NO CANCELAMENTO         *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CHAVE
                    FILE STATUS  IS ST-ERRO-FI.
                    SELECT CADORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO-OR
                    ALTERNATE RECORD KEY IS ORC-AGE-CHAVE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ORC-PRONTUARIO
                                                      WITH DUPLICATES.
                    SELECT RELAVISO ASSIGN TO DISK
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

       FD CADMED
               LABEL RECORD IS STANDARD
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

       FD CADGRD
               LABEL RECORD IS STANDARD
            03 GRD-VIG-INI        PIC 9(08).
            03 GRD-VIG-FIM        PIC 9(08).
            03 GRD-LIM-ENCAIXE    PIC 9(02).
            03 GRD-SALA           PIC 9(03).
            03 GRD-UNIDADE        PIC 9(03).

       FD CADFER
               LABEL RECORD IS STANDARD
            03 FIL-PAC-NOME       PIC X(30).
            03 FIL-DESCR-ESPEC    PIC X(30).

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

       FD RELAVISO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAVISO.TXT".
       01 ST-ERRO-FE   PIC X(02) VALUE "00".
       01 ST-ERRO-FI   PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 ST-ERRO-OR   PIC X(02) VALUE "00".
       01 W-ORC-ABERTO PIC X(01) VALUE "N".
       01 W-ORC-CHAVE  PIC X(19) VALUE SPACES.
       01 W-PROGRAMA   PIC X(08) VALUE "SMP051".
       01 W-CRM-AFA    PIC 9(07) VALUE ZEROS.
       01 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       01 W-LOG-CHAVE  PIC X(19) VALUE SPACES.
       01 W-LOG-ANTES  PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS PIC X(300) VALUE SPACES.
       01 W-REG-GUARDA PIC X(244) VALUE SPACES.

      * DESTINO DA REMARCACAO (NOVO MEDICO/DATA/HORA)
       01 W-NOVO-CRM   PIC 9(07) VALUE ZEROS.
       01 W-NOVA-DATA  PIC 9(08) VALUE ZEROS.
       01 W-NOVA-HORA  PIC 9(04) VALUE ZEROS.
       01 W-NOVA-UNID  PIC 9(03) VALUE ZEROS.
       01 W-DEST-OK    PIC X(01) VALUE "N".
       01 W-AFASTADO   PIC X(01) VALUE "N".

                CLOSE CADAFA CADAGE CADMED CADPAC CADGRD CADFER
                      CADFILA
                GO TO ROT-FIM.
      *    SEM CADORC NAO HA ORCAMENTO PARTICULAR A ACOMPANHAR
           OPEN I-O CADORC
           IF ST-ERRO-OR = "00"
                MOVE "S" TO W-ORC-ABERTO.

       PROCESSA.
           MOVE SPACES TO REGREL
           MOVE W-NOVO-CRM   TO AGE-CRM
           MOVE W-NOVA-DATA  TO AGE-DATA
           MOVE W-NOVA-HORA  TO AGE-HORA
           MOVE W-NOVA-UNID  TO AGE-UNIDADE
           MOVE MED-NOME        TO AGE-MED-NOME
           MOVE MED-COD-ESPEC   TO AGE-COD-ESPEC
           MOVE MED-DESCR-ESPEC TO AGE-DESCR-ESPEC
           MOVE "A"    TO AGE-STATUS
      *    OUTRO MEDICO: O RETORNO E REAVALIADO NA EXPORTACAO
           MOVE SPACES TO AGE-MOTIVO-CANC AGE-ENCAIXE AGE-RETORNO
           MOVE ZEROS  TO AGE-PROCED AGE-NUM-GUIA
           WRITE REGAGE
           IF ST-ERRO = "22"
           MOVE REGAGE TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "I"
                               W-LOG-ANTES W-LOG-DEPOIS
           MOVE AGE-CHAVE TO W-ORC-CHAVE
      *    CANCELA A MARCACAO ORIGINAL DO MEDICO AFASTADO
           MOVE W-REG-GUARDA TO REGAGE
           MOVE "X" TO AGE-STATUS
           MOVE REGAGE TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                               W-LOG-ANTES W-LOG-DEPOIS
           PERFORM ACERTA-ORC THRU ACERTA-ORC-FIM
           ADD 1 TO W-REMARCADAS
           MOVE SPACES TO WDA-ACAO
           STRING "REMARCADO CRM " W-NOVO-CRM " " W-NOVA-DATA
                  " " W-NOVA-HORA " U" W-NOVA-UNID
                  DELIMITED BY SIZE INTO WDA-ACAO
           PERFORM ESCREVE-AVISO THRU ESCREVE-AVISO-FIM
           DISPLAY "*** REMARCADO COM SUCESSO ***".
       REMARCA-FIM.
                EXIT.

      *------[ ORCAMENTO ACEITO DA MARCACAO CANCELADA ]------
      * REGAGE TEM A MARCACAO ORIGINAL; NA REMARCACAO O ORCAMENTO
      * PASSA PARA A NOVA CHAVE (W-ORC-CHAVE) E CONTINUA ACEITO,
      * PARA O SMP018 ENCERRAR COM OS PRECOS ORCADOS; NO
      * CANCELAMENTO (W-ORC-CHAVE ZERADA) VOLTA A FICAR EM ABERTO,
      * COMO NA TROCA DE ORCAMENTO DO SMP015
       ACERTA-ORC.
           IF W-ORC-ABERTO NOT = "S"
                GO TO ACERTA-ORC-FIM.
           MOVE AGE-CHAVE TO ORC-AGE-CHAVE
           START CADORC KEY IS EQUAL ORC-AGE-CHAVE
                INVALID KEY GO TO ACERTA-ORC-FIM.
       ACERTA-ORC-LOOP.
           READ CADORC NEXT RECORD
                AT END GO TO ACERTA-ORC-FIM
           END-READ
           IF ORC-AGE-CHAVE NOT = AGE-CHAVE
                GO TO ACERTA-ORC-FIM.
           IF NOT ORC-ACEITO
                GO TO ACERTA-ORC-LOOP.
           MOVE SPACES TO W-LOG-ANTES
           MOVE REGORC TO W-LOG-ANTES
           MOVE W-ORC-CHAVE TO ORC-AGE-CHAVE
           IF W-ORC-CHAVE = ZEROS
                MOVE "E" TO ORC-SITUACAO
                MOVE ZEROS TO ORC-DATA-ACEITE.
           REWRITE REGORC
           IF ST-ERRO-OR NOT = "00"
                DISPLAY "ERRO NA ATUALIZACAO DO ORCAMENTO "
                        ORC-NUMERO " - " ST-ERRO-OR
                GO TO ACERTA-ORC-FIM.
           MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
           MOVE ORC-NUMERO TO W-LOG-CHAVE
           MOVE REGORC TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                               W-LOG-ANTES W-LOG-DEPOIS
           IF W-ORC-CHAVE = ZEROS
                DISPLAY "ORCAMENTO " ORC-NUMERO
                        " VOLTOU A FICAR EM ABERTO"
           ELSE
                DISPLAY "ORCAMENTO " ORC-NUMERO
                        " TRANSFERIDO PARA A NOVA MARCACAO".
       ACERTA-ORC-FIM.
                EXIT.

      *------[ DESTINO DA REMARCACAO (VALIDADO COMO NO SMP015) ]------
       PEDE-DESTINO.
           MOVE "N" TO W-DEST-OK.
             AND W-NOVA-DATA > GRD-VIG-FIM
                DISPLAY "GRADE DO MEDICO FORA DE VIGENCIA"
                GO TO PEDE-DESTINO-DATA.
           MOVE GRD-UNIDADE TO W-NOVA-UNID
           MOVE W-REG-GUARDA TO REGAGE
           IF W-NOVA-UNID NOT = AGE-UNIDADE
                DISPLAY "ATENCAO: NOVO MEDICO ATENDE NA UNIDADE "
                        W-NOVA-UNID.
       PEDE-DESTINO-HORA.
           DISPLAY "NOVA HORA (HHMM, 0=DESISTE)     : ".
           ACCEPT W-NOVA-HORA.
           MOVE REGAGE TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                               W-LOG-ANTES W-LOG-DEPOIS
           MOVE ZEROS TO W-ORC-CHAVE
           PERFORM ACERTA-ORC THRU ACERTA-ORC-FIM
      *    ENTRA NA FILA DE ESPERA COM PRIORIDADE DE URGENCIA
      *    (O PACIENTE JA TINHA HORARIO GARANTIDO)
           MOVE AGE-COD-ESPEC   TO FIL-COD-ESPEC
           DISPLAY "PULADAS (SEM ACAO)    : " W-PULADAS.
           DISPLAY "*** AVISOS GRAVADOS EM RELAVISO.TXT ***".
           CLOSE CADAFA CADAGE CADMED CADPAC CADGRD CADFER CADFILA
                 RELAVISO
           IF W-ORC-ABERTO = "S"
                CLOSE CADORC.

       ROT-FIM.
                STOP RUN.

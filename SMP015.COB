       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * CADASTRO DE AGENDAMENTO DE CONSULTAS    *
      * CONSULTA DE CONVENIO DENTRO DO PRAZO DE RETORNO DO   *
      * PLANO (CADCVP) E MARCADA COMO RETORNO SEM COBRANCA   *
      * SO CONTA COMO ORIGEM DO RETORNO O ATENDIMENTO PAGO   *
      * PELO MESMO CONVENIO                                  *
      * PACIENTE ANONIMIZADO (SMP073) NAO E AGENDADO         *
      * PARTICULAR PODE VIR DE ORCAMENTO (SMP074), QUE FICA  *
      * ACEITO E PRESO A ESTE AGENDAMENTO                    *
      * A UNIDADE (FILIAL) VEM DA GRADE DO MEDICO NO DIA; O  *
      * OPERADOR SO AGENDA NAS UNIDADES EM QUE TRABALHA      *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ERRO-AF.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-CODIGO
                    FILE STATUS  IS ST-ERRO-SL.
                    SELECT CADCVP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CVP-CHAVE
                    FILE STATUS  IS ST-ERRO-CP.
                    SELECT CADHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIS-CHAVE
                    FILE STATUS  IS ST-ERRO-HI.
                    SELECT CADORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO-OR
                    ALTERNATE RECORD KEY IS ORC-AGE-CHAVE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ORC-PRONTUARIO
                                                      WITH DUPLICATES.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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
               88 PAC-SEM-CONTATO   VALUE "N".
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
               88 PAC-ANONIMIZADO  VALUE "L".
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

       FD CADGRD
               LABEL RECORD IS STANDARD
            03 GRD-VIG-INI        PIC 9(08).
            03 GRD-VIG-FIM        PIC 9(08).
            03 GRD-LIM-ENCAIXE    PIC 9(02).
            03 GRD-SALA           PIC 9(03).
            03 GRD-UNIDADE        PIC 9(03).

       FD CADFER
               LABEL RECORD IS STANDARD
               88 USU-RECEPCAO     VALUE "R".
               88 USU-FATURAMENTO  VALUE "F".
            03 USU-PERMISSOES.
               05 USU-PERM     PIC X(01) OCCURS 40 TIMES.
            03 USU-UNIDADES.
               05 USU-UNIDADE  PIC 9(03) OCCURS 5 TIMES.

       FD CADAFA
               LABEL RECORD IS STANDARD
            03 AFA-MED-NOME       PIC X(30).
            03 AFA-MOTIVO         PIC X(20).

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

       FD CADCVP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCVP.DAT".
       01 REGCVP.
            03 CVP-CHAVE.
               05 CVP-CODIGO-CONV PIC 9(04).
               05 CVP-PLANO       PIC 9(04).
            03 CVP-DESCR-PLANO    PIC X(30).
            03 CVP-SITUACAO       PIC X(01).
               88 CVP-VIGENTE       VALUE "V".
               88 CVP-ENCERRADO     VALUE "E".
            03 CVP-PERC-COPART    PIC 9(03)V99.
            03 CVP-DIAS-RETORNO   PIC 9(03).

       FD CADHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIST.DAT".
       01 REGHIST.
            03 HIS-CHAVE.
               05 HIS-PRONTUARIO  PIC 9(06).
               05 HIS-DATA        PIC 9(08).
               05 HIS-HORA        PIC 9(04).
            03 HIS-CRM            PIC 9(07).
            03 HIS-COD-ESPEC      PIC 9(04).
            03 HIS-DESCR-ESPEC    PIC X(30).
            03 HIS-CID            PIC 9(04).
            03 HIS-DENOM-CID      PIC X(30).
            03 HIS-OBS-1          PIC X(60).
            03 HIS-OBS-2          PIC X(60).
            03 HIS-RETORNO-DIAS   PIC 9(03).
            03 HIS-RETORNO-CONV   PIC X(01).
               88 HIS-E-RETORNO    VALUE "S".


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
       01 ST-ERRO-FE PIC X(02) VALUE "00".
       01 ST-ERRO-US PIC X(02) VALUE "00".
       01 ST-ERRO-AF PIC X(02) VALUE "00".
       01 ST-ERRO-SL PIC X(02) VALUE "00".
       01 ST-ERRO-CP PIC X(02) VALUE "00".
       01 ST-ERRO-HI PIC X(02) VALUE "00".
       01 ST-ERRO-OR PIC X(02) VALUE "00".
       01 ST-ERRO-UN PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-SUP-SENHA   PIC X(08) VALUE SPACES.
       01 W-AFASTADO    PIC X(01) VALUE "N".

      * SALA DA GRADE DO MEDICO NO DIA (CADGRD/CADSAL)
       01 W-SALA        PIC 9(03) VALUE ZEROS.
       01 W-SAL-DESCR   PIC X(30) VALUE SPACES.
       01 W-UNI-NOME    PIC X(30) VALUE SPACES.
      * UNIDADES PERMITIDAS AO OPERADOR (SMPUNIS, GRAVADA NO
      * LOGIN PELO SMP020) - LISTA ZERADA = TODAS AS UNIDADES
       01 W-UNI-OPER  VALUE ZEROS.
            03 W-UNI-PERM   PIC 9(03) OCCURS 5 TIMES.
       01 W-UNI-IND   PIC 9(01) VALUE ZEROS.
       01 W-UNI-TESTE PIC 9(03) VALUE ZEROS.
       01 W-UNI-OK    PIC X(01) VALUE "S".

      * RETORNO SEM COBRANCA (PRAZO DO PLANO NO CADCVP)
       01 W-RET-ACHOU   PIC X(01) VALUE "N".
       01 W-RET-PLANO   PIC 9(04) VALUE ZEROS.
       01 W-RET-ORIGEM  PIC 9(08) VALUE ZEROS.
       01 W-RET-SERIAL  PIC 9(08) VALUE ZEROS.
       01 W-RET-CONV    PIC 9(04) VALUE ZEROS.
       01 W-RET-ORIG-OK PIC X(01) VALUE "N".
       01 W-RET-GUARDA  PIC X(244) VALUE SPACES.
       01 W-RET-DESCR   PIC X(50) VALUE SPACES.

      * ORCAMENTO PARTICULAR ACEITO NO AGENDAMENTO (SMP074) -
      * W-ORC-ANT E O QUE JA ESTAVA PRESO AO REGISTRO LIDO
       01 W-ORC-NUM     PIC 9(06) VALUE ZEROS.
       01 W-ORC-ANT     PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.

      * DIAS CORRIDOS (MESMO CALCULO DO SMP042)
       01 W-CD-DATA    PIC 9(08) VALUE ZEROS.
       01 W-CD-DATA-R REDEFINES W-CD-DATA.
            03 W-CD-AAAA     PIC 9(04).
            03 W-CD-MM       PIC 9(02).
            03 W-CD-DD       PIC 9(02).
       01 W-CD-ANO     PIC 9(04) VALUE ZEROS.
       01 W-CD-MES     PIC 9(02) VALUE ZEROS.
       01 W-CD-T1      PIC 9(08) VALUE ZEROS.
       01 W-CD-T2      PIC 9(08) VALUE ZEROS.
       01 W-CD-T3      PIC 9(08) VALUE ZEROS.
       01 W-CD-SERIAL  PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.

               VALUE  "   DATA        :".
           05  LINE 08  COLUMN 01
               VALUE  "   HORA        :".
           05  LINE 08  COLUMN 30
               VALUE  "SALA :".
           05  LINE 09  COLUMN 30
               VALUE  "UNID.:".
           05  LINE 10  COLUMN 01
               VALUE  "   PRONTUARIO  :".
           05  LINE 11  COLUMN 01
               VALUE  "   PACIENTE    :".
           05  LINE 12  COLUMN 01
               VALUE  "   CONVENIO    :".
           05  LINE 13  COLUMN 01
               VALUE  "   RETORNO     :".
           05  LINE 14  COLUMN 01
               VALUE  "   CID CONSULTA:".
           05  LINE 16  COLUMN 01
               VALUE  "   TIPO ATEND  :".
           05  LINE 16  COLUMN 30
               VALUE  "(C=CONVENIO P=PARTICULAR)".
           05  LINE 17  COLUMN 01
               VALUE  "   ORCAMENTO   :".
           05  LINE 17  COLUMN 30
               VALUE  "(SO PARTICULAR - 0=SEM ORCAMENTO)".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  LINE 22  COLUMN 01
           05  TAGE-HORA
               LINE 08  COLUMN 18  PIC 9(04)
               USING  AGE-HORA.
           05  TAGE-SALA
               LINE 08  COLUMN 37  PIC ZZ9
               FROM   W-SALA.
           05  TAGE-SAL-DESCR
               LINE 08  COLUMN 41  PIC X(30)
               FROM   W-SAL-DESCR.
           05  TAGE-UNIDADE
               LINE 09  COLUMN 37  PIC ZZ9
               FROM   AGE-UNIDADE.
           05  TAGE-UNI-NOME
               LINE 09  COLUMN 41  PIC X(30)
               FROM   W-UNI-NOME.
           05  TAGE-PRONTUARIO
               LINE 10  COLUMN 18  PIC 9(06)
               USING  AGE-PRONTUARIO.
           05  TAGE-NOME-CONV
               LINE 12  COLUMN 18  PIC X(30)
               USING  AGE-NOME-CONV.
           05  TAGE-RET-DESCR
               LINE 13  COLUMN 18  PIC X(50)
               FROM   W-RET-DESCR.
           05  TAGE-CID
               LINE 14  COLUMN 18  PIC 9(04)
               USING  AGE-CID.
           05  TAGE-TIPO
               LINE 16  COLUMN 18  PIC X(01)
               USING  AGE-TIPO-ATEND.
           05  TAGE-ORC
               LINE 17  COLUMN 18  PIC 9(06)
               USING  W-ORC-NUM.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SMPUNIS" UPON ENVIRONMENT-NAME
           ACCEPT W-UNI-OPER FROM ENVIRONMENT-VALUE
           IF W-UNI-OPER NOT NUMERIC
                MOVE ZEROS TO W-UNI-OPER.
      *
       ABRIR-ARQ.
           OPEN I-O CADAGE
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
       ABRIR-ARQ-CP.
           OPEN INPUT CADCVP
           IF ST-ERRO-CP NOT = "00"
                IF ST-ERRO-CP = "30"
                    MOVE "CADCVP" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADCVP
                    CLOSE CADCVP
                    GO TO ABRIR-ARQ-CP
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADCVP"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-OR.
           OPEN I-O CADORC
           IF ST-ERRO-OR NOT = "00"
                IF ST-ERRO-OR = "30"
                    MOVE "CADORC" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADORC
                    CLOSE CADORC
                    GO TO ABRIR-ARQ-OR
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADORC"
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
           MOVE 0 TO AGE-CRM AGE-DATA AGE-HORA AGE-COD-ESPEC
               AGE-PRONTUARIO AGE-CODIGO-CONV AGE-CID AGE-PROCED
               AGE-NUM-GUIA AGE-PLANO AGE-HORA-CHEGADA AGE-SERIE
               AGE-SESSAO AGE-UNIDADE.
           MOVE SPACES TO AGE-MED-NOME AGE-DESCR-ESPEC AGE-PAC-NOME
               AGE-NOME-CONV AGE-DENOM-CID AGE-MOTIVO-CANC.
           MOVE "A" TO AGE-STATUS.
           MOVE "C" TO AGE-TIPO-ATEND.
           MOVE SPACES TO AGE-ENCAIXE.
           MOVE SPACES TO AGE-RETORNO.
           MOVE 0 TO W-SALA.
           MOVE SPACES TO W-SAL-DESCR W-RET-DESCR W-UNI-NOME.
           MOVE 0 TO W-ORC-NUM W-ORC-ANT.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
       R0.
           DISPLAY TELAAGE.
       R1.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADAGE CADMED CADPAC CADCONV CADCID
                         CADGRD CADFER CADUSU CADAFA CADSAL CADCVP
                         CADORC CADUNI
                   GO TO ROT-FIM.
           IF W-ACT = 04
                   PERFORM LISTAGEM THRU LISTAGEM-FIM
                   IF ST-ERRO = "00"
                      MOVE SPACES TO W-LOG-ANTES
                      MOVE REGAGE TO W-LOG-ANTES
                      PERFORM MOSTRA-SALA THRU MOSTRA-SALA-FIM
                      MOVE ZEROS TO W-RET-ORIGEM
                      PERFORM MOSTRA-RETORNO THRU MOSTRA-RETORNO-FIM
                      PERFORM BUSCA-ORC THRU BUSCA-ORC-FIM
                      DISPLAY TELAAGE
                      MOVE "*** HORARIO JA AGENDADO P/ ESTE MEDICO ***"
                                                            TO W-MENS
                MOVE "GRADE DO MEDICO FORA DE VIGENCIA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *    A MARCACAO FICA NA UNIDADE DA GRADE DO DIA
           MOVE GRD-UNIDADE TO AGE-UNIDADE W-UNI-TESTE
           PERFORM CHECA-UNI-OPER THRU CHECA-UNI-OPER-FIM
           IF W-UNI-OK NOT = "S"
                MOVE "MEDICO ATENDE EM OUTRA UNIDADE NESTE DIA"
                                                         TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           PERFORM MOSTRA-SALA THRU MOSTRA-SALA-FIM
           DISPLAY TAGE-SALA TAGE-SAL-DESCR
           DISPLAY TAGE-UNIDADE TAGE-UNI-NOME.
       GRADE-HORA.
           COMPUTE W-HH = AGE-HORA / 100
           COMPUTE W-MN = AGE-HORA - W-HH * 100
                      MOVE REGAGE TO W-LOG-DEPOIS
                      CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "I"
                                          W-LOG-ANTES W-LOG-DEPOIS
                      PERFORM VINCULA-ORC THRU VINCULA-ORC-FIM
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                                   AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
                IF W-OPCAO  = "N"
                         GO TO ROT-INIC.
                MOVE AGE-UNIDADE TO W-UNI-TESTE
                PERFORM CHECA-UNI-OPER THRU CHECA-UNI-OPER-FIM
                IF W-UNI-OK NOT = "S"
                   MOVE "AGENDAMENTO DE UNIDADE NAO PERMITIDA"
                                                            TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO = "A"
                       MOVE "A" TO W-SEL
                       GO TO R4.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                   MOVE AGE-CHAVE TO W-LOG-CHAVE
                   CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "E"
                                       W-LOG-ANTES W-LOG-DEPOIS
                   MOVE ZEROS TO W-ORC-NUM
                   PERFORM VINCULA-ORC THRU VINCULA-ORC-FIM
                   MOVE "*** REGISTRO EXCLUIDO *** " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                   MOVE REGAGE TO W-LOG-DEPOIS
                   CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                                       W-LOG-ANTES W-LOG-DEPOIS
                   PERFORM VINCULA-ORC THRU VINCULA-ORC-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
      *    PACIENTE ANONIMIZADO A PEDIDO DO TITULAR (SMP073)
           IF PAC-ANONIMIZADO
                MOVE "PACIENTE ANONIMIZADO (LGPD) - NAO AGENDA"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           MOVE PAC-NOME TO AGE-PAC-NOME
           DISPLAY TAGE-PAC-NOME
      *    PARTICULAR NAO PASSA PELA VALIDACAO DO CONVENIO
           IF AGE-PARTICULAR
                MOVE ZEROS TO AGE-CODIGO-CONV AGE-PLANO
                MOVE "PARTICULAR" TO AGE-NOME-CONV
                MOVE SPACES TO AGE-RETORNO W-RET-DESCR
                DISPLAY TAGE-NOME-CONV
                DISPLAY TAGE-RET-DESCR
                GO TO R-ORCAM.
      *    ORCAMENTO SO VALE PARA O PARTICULAR
           MOVE ZEROS TO W-ORC-NUM
           DISPLAY TAGE-ORC
           MOVE PAC-CODIGO-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO-CV NOT = "00"
           MOVE PAC-PLANO       TO AGE-PLANO
           MOVE NOME             TO AGE-NOME-CONV
           DISPLAY TAGE-NOME-CONV
      *    RETORNO JA CONFIRMADO NA EXPORTACAO (SMP016) NAO E
      *    REAVALIADO; OS DEMAIS SAO RECALCULADOS A CADA MARCACAO
           IF AGE-RETORNO-CONF
                MOVE ZEROS TO W-RET-ORIGEM
           ELSE
                PERFORM VERIFICA-RETORNO THRU VERIFICA-RETORNO-FIM
                MOVE SPACES TO AGE-RETORNO
                IF W-RET-ACHOU = "S"
                     MOVE "P" TO AGE-RETORNO
                END-IF
           END-IF
           PERFORM MOSTRA-RETORNO THRU MOSTRA-RETORNO-FIM
           DISPLAY TAGE-RET-DESCR
           IF AGE-RETORNO-PREV
                MOVE "RETORNO NO PRAZO DO CONVENIO - NAO FATURAVEL"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
           GO TO R5.

      *------[ ORCAMENTO PARTICULAR ACEITO (SMP074) ]------
      * O ORCAMENTO TEM DE SER DO PACIENTE E DO MEDICO DA
      * MARCACAO, ESTAR EM ABERTO E DENTRO DA VALIDADE; O
      * PROCEDIMENTO PRINCIPAL DO AGENDAMENTO E O 1o ITEM
       R-ORCAM.
           ACCEPT TAGE-ORC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R4A.
           IF W-ORC-NUM = ZEROS OR W-ORC-NUM = W-ORC-ANT
                GO TO R5.
           MOVE W-ORC-NUM TO ORC-NUMERO
           READ CADORC
           IF ST-ERRO-OR NOT = "00"
                MOVE "ORCAMENTO NAO CADASTRADO (SMP074)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R-ORCAM.
           IF ORC-PRONTUARIO NOT = AGE-PRONTUARIO
                MOVE "ORCAMENTO DE OUTRO PACIENTE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R-ORCAM.
           IF NOT ORC-EMITIDO
                MOVE "ORCAMENTO JA ACEITO, REALIZADO OU PERDIDO"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R-ORCAM.
           IF ORC-VALIDADE < W-DATA-HOJE
                MOVE "ORCAMENTO VENCIDO - EMITA OUTRO (SMP074)"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R-ORCAM.
           IF ORC-CRM NOT = AGE-CRM
                MOVE "ORCAMENTO FEITO PARA OUTRO MEDICO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R-ORCAM.
           MOVE ORC-IT-PROCED (1) TO AGE-PROCED
           GO TO R5.

       R-CID.
           PERFORM ROT-MENS THRU ROT-MENS2
           GO TO R5.

      *------[ ORCAMENTO JA PRESO AO AGENDAMENTO LIDO ]------
       BUSCA-ORC.
           MOVE ZEROS TO W-ORC-NUM W-ORC-ANT
           IF NOT AGE-PARTICULAR
                GO TO BUSCA-ORC-FIM.
           MOVE AGE-CHAVE TO ORC-AGE-CHAVE
           READ CADORC KEY IS ORC-AGE-CHAVE
           IF ST-ERRO-OR = "00"
                MOVE ORC-NUMERO TO W-ORC-NUM W-ORC-ANT.
       BUSCA-ORC-FIM.
                EXIT.

      *------[ ACEITE DO ORCAMENTO NA GRAVACAO DO AGENDAMENTO ]------
      * O ORCAMENTO TROCADO OU DESFEITO (INCLUSIVE NA EXCLUSAO DO
      * AGENDAMENTO) VOLTA A FICAR EM ABERTO; O NOVO FICA ACEITO
      * E GUARDA A CHAVE DO AGENDAMENTO, QUE O SMP018 USA NO
      * ENCERRAMENTO
       VINCULA-ORC.
           IF W-ORC-NUM = W-ORC-ANT
                GO TO VINCULA-ORC-FIM.
           IF W-ORC-ANT = ZEROS
                GO TO VINCULA-ORC-NOVO.
           MOVE W-ORC-ANT TO ORC-NUMERO
           READ CADORC
           IF ST-ERRO-OR NOT = "00" OR NOT ORC-ACEITO
                GO TO VINCULA-ORC-NOVO.
           MOVE SPACES TO W-LOG-ANTES
           MOVE REGORC TO W-LOG-ANTES
           MOVE "E" TO ORC-SITUACAO
           MOVE ZEROS TO ORC-AGE-CHAVE ORC-DATA-ACEITE
           PERFORM GRAVA-ORC THRU GRAVA-ORC-FIM.
       VINCULA-ORC-NOVO.
           IF W-ORC-NUM = ZEROS
                GO TO VINCULA-ORC-FIM.
           MOVE W-ORC-NUM TO ORC-NUMERO
           READ CADORC
           IF ST-ERRO-OR NOT = "00" OR NOT ORC-EMITIDO
                MOVE "ORCAMENTO NAO FOI ACEITO - VERIFIQUE NO SMP074"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO VINCULA-ORC-FIM.
           MOVE SPACES TO W-LOG-ANTES
           MOVE REGORC TO W-LOG-ANTES
           MOVE "A" TO ORC-SITUACAO
           MOVE AGE-CHAVE TO ORC-AGE-CHAVE
           MOVE W-DATA-HOJE TO ORC-DATA-ACEITE
           PERFORM GRAVA-ORC THRU GRAVA-ORC-FIM.
       VINCULA-ORC-FIM.
                EXIT.

       GRAVA-ORC.
           REWRITE REGORC
           IF ST-ERRO-OR NOT = "00"
                MOVE "ERRO NA ATUALIZACAO DO ORCAMENTO (CADORC)"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO GRAVA-ORC-FIM.
           MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
           MOVE ORC-NUMERO TO W-LOG-CHAVE
           MOVE REGORC TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                               W-LOG-ANTES W-LOG-DEPOIS.
       GRAVA-ORC-FIM.
                EXIT.

      *------[ RETORNO SEM COBRANCA PELO PRAZO DO PLANO ]------
      * O PRAZO VEM DA RELACAO CONVENIO X PLANO (CADCVP - SMP030);
      * HAVENDO NO CADHIST DO PRONTUARIO UM ATENDIMENTO ANTERIOR
      * DO MESMO MEDICO E DA MESMA ESPECIALIDADE DENTRO DO PRAZO,
      * QUE NAO TENHA SIDO ELE PROPRIO UM RETORNO, O ATENDIMENTO
      * E RETORNO E NAO E FATURADO. RESULTADO EM W-RET-ACHOU E A
      * DATA DO ATENDIMENTO DE ORIGEM EM W-RET-ORIGEM; PARTICULAR
      * E SESSAO DE SERIE (SMP064) NUNCA SAO RETORNO. A ORIGEM TEM
      * DE TER SIDO ATENDIDA PELO MESMO CONVENIO (VERIFICA-ORIGEM)
       VERIFICA-RETORNO.
           MOVE "N" TO W-RET-ACHOU
           MOVE ZEROS TO W-RET-ORIGEM
           IF AGE-PARTICULAR OR AGE-SERIE NOT = ZEROS
                GO TO VERIFICA-RETORNO-FIM.
           MOVE AGE-CODIGO-CONV TO W-RET-CONV
           MOVE AGE-PLANO TO W-RET-PLANO
           IF W-RET-PLANO = ZEROS
                MOVE AGE-CODIGO-CONV TO CODIGO
                READ CADCONV
                IF ST-ERRO-CV = "00"
                     MOVE PLANO TO W-RET-PLANO.
           MOVE AGE-CODIGO-CONV TO CVP-CODIGO-CONV
           MOVE W-RET-PLANO     TO CVP-PLANO
           READ CADCVP
           IF ST-ERRO-CP NOT = "00"
                GO TO VERIFICA-RETORNO-FIM.
           IF CVP-DIAS-RETORNO = ZEROS
                GO TO VERIFICA-RETORNO-FIM.
      *    O CADHIST SO FICA ABERTO DURANTE A BUSCA, POIS O
      *    HISTORICO DO PF6 (SMP033) TAMBEM ABRE O ARQUIVO
           OPEN INPUT CADHIST
           IF ST-ERRO-HI NOT = "00"
                GO TO VERIFICA-RETORNO-FIM.
           MOVE AGE-DATA TO W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-CD-SERIAL TO W-RET-SERIAL
           MOVE AGE-PRONTUARIO TO HIS-PRONTUARIO
           MOVE ZEROS TO HIS-DATA HIS-HORA
           START CADHIST KEY IS NOT LESS THAN HIS-CHAVE
                INVALID KEY GO TO VERIFICA-RETORNO-FECHA.
       VERIFICA-RETORNO-LOOP.
           READ CADHIST NEXT RECORD
                AT END GO TO VERIFICA-RETORNO-FECHA
           END-READ
           IF HIS-PRONTUARIO NOT = AGE-PRONTUARIO
                GO TO VERIFICA-RETORNO-FECHA.
      *    SO CONTAM OS ATENDIMENTOS ANTERIORES A ESTE
           IF HIS-DATA > AGE-DATA
                GO TO VERIFICA-RETORNO-FECHA.
           IF HIS-DATA = AGE-DATA AND HIS-HORA NOT < AGE-HORA
                GO TO VERIFICA-RETORNO-FECHA.
           IF HIS-CRM NOT = AGE-CRM
             OR HIS-COD-ESPEC NOT = AGE-COD-ESPEC
             OR HIS-E-RETORNO
                GO TO VERIFICA-RETORNO-LOOP.
           MOVE HIS-DATA TO W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           IF W-RET-SERIAL - W-CD-SERIAL > CVP-DIAS-RETORNO
                GO TO VERIFICA-RETORNO-LOOP.
           PERFORM VERIFICA-ORIGEM THRU VERIFICA-ORIGEM-FIM
           IF W-RET-ORIG-OK NOT = "S"
                GO TO VERIFICA-RETORNO-LOOP.
           MOVE "S" TO W-RET-ACHOU
           MOVE HIS-DATA TO W-RET-ORIGEM
           GO TO VERIFICA-RETORNO-LOOP.
       VERIFICA-RETORNO-FECHA.
           CLOSE CADHIST.
       VERIFICA-RETORNO-FIM.
                EXIT.

      *------[ ORIGEM DO RETORNO PAGA PELO MESMO CONVENIO ]------
      * LE NO CADAGE O ATENDIMENTO DO CADHIST (CRM + DATA + HORA);
      * SO VALE COMO ORIGEM SE FOI DE CONVENIO (NAO PARTICULAR) E
      * DO MESMO CONVENIO DO ATENDIMENTO AVALIADO. ORIGEM FORA DO
      * CADAGE (EXPURGADA) NAO CONTA. A LEITURA SOBREPOE O REGAGE,
      * QUE E GUARDADO ANTES E DEVOLVIDO NO FIM
       VERIFICA-ORIGEM.
           MOVE "N" TO W-RET-ORIG-OK
           MOVE REGAGE   TO W-RET-GUARDA
           MOVE HIS-CRM  TO AGE-CRM
           MOVE HIS-DATA TO AGE-DATA
           MOVE HIS-HORA TO AGE-HORA
           READ CADAGE
           IF ST-ERRO = "00"
             AND NOT AGE-PARTICULAR
             AND AGE-CODIGO-CONV = W-RET-CONV
                MOVE "S" TO W-RET-ORIG-OK.
           MOVE W-RET-GUARDA TO REGAGE.
       VERIFICA-ORIGEM-FIM.
                EXIT.

      *----------[ DIAS CORRIDOS DA DATA EM W-CD-DATA ]----------
      * CONVERTE AAAAMMDD EM CONTAGEM CORRIDA DE DIAS PARA
      * PERMITIR A SUBTRACAO DIRETA ENTRE DUAS DATAS
       CALC-DIAS.
           MOVE W-CD-AAAA TO W-CD-ANO
           MOVE W-CD-MM   TO W-CD-MES
           IF W-CD-MES < 3
                ADD 12 TO W-CD-MES
                SUBTRACT 1 FROM W-CD-ANO.
           COMPUTE W-CD-T1 = W-CD-ANO / 4
           COMPUTE W-CD-T2 = W-CD-ANO / 100
           COMPUTE W-CD-T3 = W-CD-ANO / 400
           COMPUTE W-CD-SERIAL = 365 * W-CD-ANO + W-CD-T1
                - W-CD-T2 + W-CD-T3
           COMPUTE W-CD-T1 = (306 * (W-CD-MES + 1)) / 10
           COMPUTE W-CD-SERIAL = W-CD-SERIAL + W-CD-T1 + W-CD-DD.
       CALC-DIAS-FIM.
                EXIT.

      *    DESCRICAO DA MARCA DE RETORNO PARA A TELA
       MOSTRA-RETORNO.
           MOVE SPACES TO W-RET-DESCR
           IF AGE-RETORNO-CONF
                MOVE "SIM - SEM COBRANCA (CONFIRMADO NA EXPORTACAO)"
                                                        TO W-RET-DESCR
                GO TO MOSTRA-RETORNO-FIM.
           IF NOT AGE-RETORNO-PREV
                GO TO MOSTRA-RETORNO-FIM.
           IF W-RET-ORIGEM = ZEROS
                MOVE "SIM - SEM COBRANCA" TO W-RET-DESCR
           ELSE
                STRING "SIM - SEM COBRANCA (ATENDIDO EM " W-RET-ORIGEM
                       ")" DELIMITED BY SIZE INTO W-RET-DESCR.
       MOSTRA-RETORNO-FIM.
                EXIT.

      *------[ MEDICO AFASTADO NA DATA DA MARCACAO? ]------
      * PERCORRE OS AFASTAMENTOS DO CRM NO CADAFA E ACUSA
      * QUANDO A DATA DA CONSULTA CAI DENTRO DE UM PERIODO
       CHECA-AFAST-FIM.
                EXIT.

      *------[ SALA DA GRADE DO MEDICO NO DIA DA CONSULTA ]------
       MOSTRA-SALA.
           MOVE 0 TO W-SALA
           MOVE SPACES TO W-SAL-DESCR W-UNI-NOME
           MOVE AGE-UNIDADE TO UNI-CODIGO
           READ CADUNI
           IF ST-ERRO-UN = "00"
                MOVE UNI-NOME TO W-UNI-NOME.
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM
           MOVE AGE-CRM   TO GRD-CRM
           MOVE W-DIA-SEM TO GRD-DIA-SEM
           READ CADGRD
           IF ST-ERRO-GR NOT = "00"
                GO TO MOSTRA-SALA-FIM.
           MOVE GRD-SALA TO W-SALA SAL-CODIGO
           READ CADSAL
           IF ST-ERRO-SL = "00"
                MOVE SAL-DESCR TO W-SAL-DESCR.
       MOSTRA-SALA-FIM.
                EXIT.

      *----------[ DIA DA SEMANA PELA CONGRUENCIA DE ZELLER ]----------
      * RESULTADO EM W-DIA-SEM : 1=DOMINGO ... 7=SABADO
       CALC-DIA-SEM.
           MOVE MED-DESCR-ESPEC TO AGE-DESCR-ESPEC
           MOVE ZEROS TO AGE-HORA AGE-PRONTUARIO AGE-CODIGO-CONV
                AGE-CID AGE-PROCED AGE-NUM-GUIA AGE-PLANO
                AGE-HORA-CHEGADA AGE-SERIE AGE-SESSAO
           MOVE GRD-UNIDADE TO AGE-UNIDADE
           MOVE SPACES TO AGE-PAC-NOME AGE-NOME-CONV AGE-DENOM-CID
                AGE-MOTIVO-CANC AGE-RETORNO
           MOVE "A" TO AGE-STATUS
           MOVE "C" TO AGE-TIPO-ATEND
           MOVE SPACES TO AGE-ENCAIXE
           MOVE MED-DESCR-ESPEC TO AGE-DESCR-ESPEC
           MOVE ZEROS TO AGE-HORA AGE-PRONTUARIO AGE-CODIGO-CONV
                AGE-CID AGE-PROCED AGE-NUM-GUIA AGE-PLANO
                AGE-HORA-CHEGADA AGE-SERIE AGE-SESSAO
           MOVE GRD-UNIDADE TO AGE-UNIDADE
           MOVE SPACES TO AGE-PAC-NOME AGE-NOME-CONV AGE-DENOM-CID
                AGE-MOTIVO-CANC AGE-ENCAIXE AGE-RETORNO
           MOVE "A" TO AGE-STATUS
           MOVE "C" TO AGE-TIPO-ATEND.
       CONTA-ENCAIXES-FIM.
       LISTAGEM-FIM.
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

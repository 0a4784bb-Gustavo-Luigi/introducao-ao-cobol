      * RECEPCAO - CICLO DE VIDA DO AGENDAMENTO              *
      * CONFIRMACAO, CHECK-IN, ENCERRAMENTO DO ATENDIMENTO,  *
      * REGISTRO DE FALTA E CANCELAMENTO COM MOTIVO          *
      * NO ENCERRAMENTO O MEDICO DIGITA A RECEITA (CADMDC) E *
      * O ATESTADO OU A DECLARACAO DE COMPARECIMENTO, QUE    *
      * VAO PARA O CADRCT E SAO IMPRESSOS PELO SMP056        *
      * OS MATERIAIS E MEDICAMENTOS GASTOS NO ATENDIMENTO    *
      * (CADMAT - SMP058) BAIXAM OS LOTES DO CADLOT, O QUE   *
      * VENCE PRIMEIRO SAI PRIMEIRO, E FICAM NO CADCNS PARA  *
      * A COBRANCA NA GUIA (SMP016); NO PARTICULAR ENTRAM NO *
      * VALOR DO CAIXA PELA TABELA CADPMT (SMP059)           *
      * SESSAO DE SERIE (SMP064) PODE SER CANCELADA SOZINHA  *
      * OU JUNTO COM AS SESSOES SEGUINTES DA MESMA SERIE     *
      * RETORNO CONFIRMADO NA EXPORTACAO (SMP016) NAO COBRA  *
      * A COPARTICIPACAO; A PREVISAO DO AGENDAMENTO (SMP015) *
      * COBRA E FICA NO CADHIST COMO PREVISTA                *
      * NO CARTAO O CAIXA REGISTRA TAMBEM O ADQUIRENTE, PARA *
      * A CONCILIACAO BANCARIA (SMP067)                      *
      * PARTICULAR COM ORCAMENTO ACEITO (SMP074) ENCERRA COM *
      * OS ITENS E PRECOS ORCADOS, CONFERE O VALOR RECEBIDO  *
      * CONTRA O ORCADO E DA O ORCAMENTO COMO REALIZADO      *
      * NO CANCELAMENTO O ORCAMENTO ACEITO VOLTA A EMITIDO   *
      * O CHECK-IN SO ACEITA CONSULTA DA UNIDADE DO LOGIN    *
      * (SMPUNID) E O CAIXA FICA NA UNIDADE QUE RECEBEU      *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CN.
                    SELECT CADMDC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDC-CODIGO
                    FILE STATUS  IS ST-ERRO-MC.
                    SELECT CADRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCT-CHAVE
                    FILE STATUS  IS ST-ERRO-RT.
                    SELECT CADCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTL-CHAVE
                    FILE STATUS  IS ST-ERRO-CT.
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
                    SELECT CADCNS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-ERRO-CS.
                    SELECT CADPMT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PMT-CHAVE
                    FILE STATUS  IS ST-ERRO-PM.
                    SELECT CADORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO-OR
                    ALTERNATE RECORD KEY IS ORC-AGE-CHAVE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ORC-PRONTUARIO
                                                      WITH DUPLICATES.
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

       FD CADPRO
               LABEL RECORD IS STANDARD
            03 DENOMINACAO  PIC X(30).
            03 CID-SITUACAO PIC X(01).
               88 CID-INATIVO   VALUE "I".
            03 CID-NOTIFICACAO PIC X(01).
               88 CID-NOTIF-IMEDIATA VALUE "I".
               88 CID-NOTIF-SEMANAL  VALUE "S".
               88 CID-NOTIFICAVEL    VALUE "I" "S".

       FD CADHIST
               LABEL RECORD IS STANDARD
            03 HIS-OBS-1          PIC X(60).
            03 HIS-OBS-2          PIC X(60).
            03 HIS-RETORNO-DIAS   PIC 9(03).
            03 HIS-RETORNO-CONV   PIC X(01).
               88 HIS-E-RETORNO    VALUE "S".

       FD CADPRV
               LABEL RECORD IS STANDARD
            03 CXA-VALOR          PIC 9(05)V99.
            03 CXA-PRONTUARIO     PIC 9(06).
            03 CXA-PAC-NOME       PIC X(30).
            03 CXA-ADQUIRENTE     PIC X(10).
            03 CXA-UNIDADE        PIC 9(03).

       FD CADCVP
               LABEL RECORD IS STANDARD
               88 CVP-VIGENTE       VALUE "V".
               88 CVP-ENCERRADO     VALUE "E".
            03 CVP-PERC-COPART    PIC 9(03)V99.
            03 CVP-DIAS-RETORNO   PIC 9(03).

       FD RECCOPAR
               LABEL RECORD IS STANDARD
               88 AUT-VIGENTE       VALUE "V".
               88 AUT-UTILIZADA     VALUE "U".
               88 AUT-CANCELADA     VALUE "C".
            03 AUT-QTDE           PIC 9(03).
            03 AUT-QTDE-USADA     PIC 9(03).

       FD CADCONV
               LABEL RECORD IS STANDARD
            03 CONV-SITUACAO   PIC X(01).
               88 CONV-INATIVO    VALUE "I".

       FD CADMDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMDC.DAT".
       01 REGMDC.
            03 MDC-CODIGO      PIC 9(05).
            03 MDC-NOME        PIC X(30).
            03 MDC-APRESENT    PIC X(30).
            03 MDC-POSOLOGIA   PIC X(60).
            03 MDC-SITUACAO    PIC X(01).
               88 MDC-INATIVO     VALUE "I".

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

       FD CADCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTL.DAT".
       01 REGCTL.
            03 CTL-CHAVE       PIC X(08).
            03 CTL-NUMERO      PIC 9(06).

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

      * CONSUMO DE MATERIAL NO ATENDIMENTO - UM REGISTRO POR LOTE
      * BAIXADO, NA CHAVE DA AGENDA (COMO O CADITE)
       FD CADCNS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCNS.DAT".
       01 REGCNS.
            03 CNS-CHAVE.
               05 CNS-AGE-CHAVE.
                  07 CNS-CRM       PIC 9(07).
                  07 CNS-DATA      PIC 9(08).
                  07 CNS-HORA      PIC 9(04).
               05 CNS-SEQ          PIC 9(02).
            03 CNS-MAT-CODIGO     PIC 9(05).
            03 CNS-LOTE           PIC X(15).
            03 CNS-VALIDADE       PIC 9(08).
            03 CNS-QTDE           PIC 9(05).
            03 CNS-PRONTUARIO     PIC 9(06).

       FD CADPMT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPMT.DAT".
       01 REGPMT.
            03 PMT-CHAVE.
               05 PMT-MAT-CODIGO   PIC 9(05).
               05 PMT-CODIGO-CONV  PIC 9(04).
            03 PMT-VALOR           PIC 9(05)V99.


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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO-IT PIC X(02) VALUE "00".
       01 ST-ERRO-AU PIC X(02) VALUE "00".
       01 ST-ERRO-CN PIC X(02) VALUE "00".
       01 ST-ERRO-MC PIC X(02) VALUE "00".
       01 ST-ERRO-RT PIC X(02) VALUE "00".
       01 ST-ERRO-CT PIC X(02) VALUE "00".
       01 ST-ERRO-MT PIC X(02) VALUE "00".
       01 ST-ERRO-LT PIC X(02) VALUE "00".
       01 ST-ERRO-CS PIC X(02) VALUE "00".
       01 ST-ERRO-PM PIC X(02) VALUE "00".
       01 ST-ERRO-OR PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-VAL-RECEB   PIC 9(05)V99 VALUE ZEROS.
       01 W-RECEB-OK    PIC X(01) VALUE SPACES.
       01 W-CXA-TIPO    PIC X(01) VALUE SPACES.
       01 W-ADQUIRENTE  PIC X(10) VALUE SPACES.
       01 W-RETORNO-DIAS PIC 9(03) VALUE ZEROS.

      * PROCEDIMENTOS ADICIONAIS DO ATENDIMENTO (ITENS DA GUIA)
            03 W-TI-ITEM OCCURS 10 TIMES.
               05 W-TI-PROCED  PIC 9(08).
               05 W-TI-DESCR   PIC X(30).

      * ORCAMENTO PARTICULAR ACEITO NO AGENDAMENTO (SMP074)
       01 W-ORC-ACHOU   PIC X(01) VALUE SPACES.
       01 W-ORC-IND     PIC 9(02) VALUE ZEROS.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-UNI-SESSAO  PIC 9(03) VALUE ZEROS.
      * UNIDADES PERMITIDAS AO OPERADOR (SMPUNIS, GRAVADA NO
      * LOGIN PELO SMP020) - LISTA ZERADA = TODAS AS UNIDADES
       01 W-UNI-OPER  VALUE ZEROS.
            03 W-UNI-PERM   PIC 9(03) OCCURS 5 TIMES.
       01 W-UNI-IND   PIC 9(01) VALUE ZEROS.
       01 W-UNI-TESTE PIC 9(03) VALUE ZEROS.
       01 W-UNI-OK    PIC X(01) VALUE "S".
       01 W-AUT-PROCED  PIC 9(08) VALUE ZEROS.
       01 W-AUT-OK      PIC X(01) VALUE SPACES.
       01 W-PLANO-CPT   PIC 9(04) VALUE ZEROS.
       01 W-HORA-SIS    PIC 9(08) VALUE ZEROS.
       01 W-LINHA-BRANCA PIC X(78) VALUE SPACES.

      * CANCELAMENTO DO RESTANTE DE UMA SERIE DE SESSOES (SMP064)
       01 W-CANC-SERIE  PIC X(01) VALUE SPACES.
       01 W-SER-NUM     PIC 9(06) VALUE ZEROS.
       01 W-SER-PRONT   PIC 9(06) VALUE ZEROS.
       01 W-SER-DATA    PIC 9(08) VALUE ZEROS.
       01 W-SER-MOTIVO  PIC X(20) VALUE SPACES.
       01 W-SER-QT      PIC 9(02) VALUE ZEROS.
       01 W-ED-SER-QT   PIC Z9.

      * RECEITA E ATESTADO DO ATENDIMENTO (CADRCT)
       01 W-QT-RCT      PIC 9(02) VALUE ZEROS.
       01 W-RCT-IND     PIC 9(02) VALUE ZEROS.
       01 W-MDC-COD     PIC 9(05) VALUE ZEROS.
       01 W-QTDE-MDC    PIC 9(03) VALUE ZEROS.
       01 W-POSOLOGIA   PIC X(60) VALUE SPACES.
       01 W-TAB-RCT.
            03 W-TR-ITEM OCCURS 10 TIMES.
               05 W-TR-MDC-COD   PIC 9(05).
               05 W-TR-NOME      PIC X(30).
               05 W-TR-APRESENT  PIC X(30).
               05 W-TR-POSOLOGIA PIC X(60).
               05 W-TR-QTDE      PIC 9(03).
       01 W-TIPO-DOC    PIC X(01) VALUE SPACES.
       01 W-DIAS-AFAST  PIC 9(03) VALUE ZEROS.
       01 W-CID-ATEST   PIC X(01) VALUE SPACES.
       01 W-HORA-CHEGADA PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES W-HORA-CHEGADA.
            03 W-HC-HH       PIC 9(02).
            03 W-HC-MM       PIC 9(02).
       01 W-HORA-SAIDA  PIC 9(04) VALUE ZEROS.
       01 W-NUM-DOC     PIC 9(06) VALUE ZEROS.
       01 W-HIS-CHAVE   PIC X(18) VALUE SPACES.
       01 W-VIA         PIC X(01) VALUE "1".

      * MATERIAIS E MEDICAMENTOS GASTOS NO ATENDIMENTO (CADCNS)
       01 W-QT-MAT      PIC 9(02) VALUE ZEROS.
       01 W-MAT-IND     PIC 9(02) VALUE ZEROS.
       01 W-MAT-COD     PIC 9(05) VALUE ZEROS.
       01 W-MAT-ACHOU   PIC X(01) VALUE SPACES.
       01 W-QTDE-MAT    PIC 9(05) VALUE ZEROS.
       01 W-QTDE-BAIXA  PIC 9(05) VALUE ZEROS.
       01 W-QTDE-RESTA  PIC 9(05) VALUE ZEROS.
       01 W-SALDO-UTIL  PIC 9(07) VALUE ZEROS.
       01 W-CNS-SEQ     PIC 9(02) VALUE ZEROS.
       01 W-TAB-MAT.
            03 W-TM-ITEM OCCURS 10 TIMES.
               05 W-TM-MAT-COD  PIC 9(05).
               05 W-TM-QTDE     PIC 9(05).

       01 W-REC-LIN1.
            03 FILLER          PIC X(07) VALUE "DATA : ".
               VALUE  "MOVIMENTO DO DIA".
           05  LINE 04  COLUMN 01
               VALUE  "   CRM         :".
           05  LINE 04  COLUMN 30
               VALUE  "UNIDADE :".
           05  LINE 05  COLUMN 01
               VALUE  "   DATA        :".
           05  LINE 06  COLUMN 01
               VALUE  "   HORA        :".
           05  LINE 06  COLUMN 30
               VALUE  "SERIE :".
           05  LINE 06  COLUMN 46
               VALUE  "SESSAO :".
           05  LINE 08  COLUMN 01
               VALUE  "   MEDICO      :".
           05  LINE 09  COLUMN 01
           05  TREC-CRM
               LINE 04  COLUMN 18  PIC 9(07)
               USING  AGE-CRM.
           05  TREC-UNIDADE
               LINE 04  COLUMN 40  PIC ZZ9
               FROM   AGE-UNIDADE.
           05  TREC-DATA
               LINE 05  COLUMN 18  PIC 9(08)
               USING  AGE-DATA.
           05  TREC-HORA
               LINE 06  COLUMN 18  PIC 9(04)
               USING  AGE-HORA.
           05  TREC-SERIE
               LINE 06  COLUMN 38  PIC ZZZZZ9
               FROM   AGE-SERIE.
           05  TREC-SESSAO
               LINE 06  COLUMN 55  PIC Z9
               FROM   AGE-SESSAO.
           05  TREC-MED-NOME
               LINE 08  COLUMN 18  PIC X(30)
               FROM   AGE-MED-NOME.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SMPUNID" UPON ENVIRONMENT-NAME
           ACCEPT W-UNI-SESSAO FROM ENVIRONMENT-VALUE
           IF W-UNI-SESSAO NOT NUMERIC
                MOVE ZEROS TO W-UNI-SESSAO.
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
       ABRIR-ARQ-MC.
           OPEN INPUT CADMDC
           IF ST-ERRO-MC NOT = "00"
                IF ST-ERRO-MC = "30"
                    OPEN OUTPUT CADMDC
                    CLOSE CADMDC
                    GO TO ABRIR-ARQ-MC
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADMDC"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-MT.
           OPEN I-O CADMAT
           IF ST-ERRO-MT NOT = "00"
                IF ST-ERRO-MT = "30"
                    OPEN OUTPUT CADMAT
                    CLOSE CADMAT
                    GO TO ABRIR-ARQ-MT
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADMAT"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
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
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-CS.
           OPEN I-O CADCNS
           IF ST-ERRO-CS NOT = "00"
                IF ST-ERRO-CS = "30"
                    OPEN OUTPUT CADCNS
                    CLOSE CADCNS
                    GO TO ABRIR-ARQ-CS
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADCNS"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-PM.
           OPEN INPUT CADPMT
           IF ST-ERRO-PM NOT = "00"
                IF ST-ERRO-PM = "30"
                    OPEN OUTPUT CADPMT
                    CLOSE CADPMT
                    GO TO ABRIR-ARQ-PM
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADPMT"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-OR.
           OPEN I-O CADORC
           IF ST-ERRO-OR NOT = "00"
                IF ST-ERRO-OR = "30"
                    OPEN OUTPUT CADORC
                    CLOSE CADORC
                    GO TO ABRIR-ARQ-OR
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADORC"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO AGE-CRM AGE-DATA AGE-HORA AGE-COD-ESPEC
               AGE-PRONTUARIO AGE-CODIGO-CONV AGE-CID AGE-PROCED
               AGE-NUM-GUIA AGE-PLANO AGE-HORA-CHEGADA AGE-SERIE
               AGE-SESSAO.
           MOVE SPACES TO AGE-MED-NOME AGE-DESCR-ESPEC AGE-PAC-NOME
               AGE-NOME-CONV AGE-DENOM-CID AGE-MOTIVO-CANC AGE-RETORNO
               AGE-TIPO-ATEND AGE-ENCAIXE W-DESCR-STATUS W-PROC-DESCR
               W-CID-DESCR W-OBS-1 W-OBS-2
               W-FORMA-PAG W-RECEB-OK W-CXA-TIPO W-TIPO-DOC
               W-ORC-ACHOU.
           MOVE ZEROS TO W-VAL-RECEB W-RETORNO-DIAS W-QT-ITENS
               W-QT-RCT W-QT-MAT.
           MOVE "A" TO AGE-STATUS.
       R0.
           DISPLAY TELAREC.
           IF W-ACT = 02
                   CLOSE CADAGE CADFILA CADPAC CADPRO CADCID
                         CADHIST CADPRV CADCXA CADCVP CADITE
                         CADAUT CADCONV CADMDC CADMAT CADLOT
                         CADCNS CADPMT CADORC
                   GO TO ROT-FIM.
           IF AGE-CRM = ZEROS
                MOVE "CRM NAO PODE SER ZERO" TO W-MENS
                DISPLAY TELAREC.
      *
       OPC-001.
                MOVE SPACES TO W-CANC-SERIE
                DISPLAY (22, 04)
                 "C=CONFIRMA  H=CHECK-IN  T=ENCERRA ATENDIMENTO"
                DISPLAY (23, 04)
                   MOVE "*** ATENDIMENTO JA ENCERRADO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO OPC-001.
                MOVE AGE-UNIDADE TO W-UNI-TESTE
                PERFORM CHECA-UNI-OPER THRU CHECA-UNI-OPER-FIM
                IF W-UNI-OK NOT = "S"
                   MOVE "CONSULTA DE UNIDADE NAO PERMITIDA" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO OPC-001.
      *         CHECK-IN SO NA UNIDADE EM QUE O PACIENTE FOI AGENDADO
                IF (W-OPCAO = "H" OR "h")
                  AND W-UNI-SESSAO NOT = ZEROS
                  AND AGE-UNIDADE NOT = ZEROS
                  AND AGE-UNIDADE NOT = W-UNI-SESSAO
                   MOVE "PACIENTE AGENDADO EM OUTRA UNIDADE" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO OPC-001.
                IF W-OPCAO = "C" OR "c"
                   MOVE "C" TO AGE-STATUS
                   GO TO GRAVA-OPC.
                IF W-OPCAO = "H" OR "h"
                   MOVE "H" TO AGE-STATUS
                   ACCEPT W-HORA-SIS FROM TIME
                   MOVE W-HORA-SIS (1:4) TO AGE-HORA-CHEGADA
                   GO TO GRAVA-OPC.
                IF W-OPCAO = "T" OR "t"
                   GO TO ENCERRA.
                   MOVE "PACIENTE AINDA SEM CHECK-IN" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO OPC-001.
                MOVE "N" TO W-ORC-ACHOU
                IF AGE-PARTICULAR
                   PERFORM BUSCA-ORC THRU BUSCA-ORC-FIM.
       ENCERRA-PROC.
                ACCEPT TREC-PROCED
                ACCEPT W-ACT FROM ESCAPE KEY
                END-IF
                MOVE PRO-DESCR TO W-PROC-DESCR
                DISPLAY TREC-PROC-DESCR
                PERFORM ENCERRA-ITENS THRU ENCERRA-ITENS-FIM
                PERFORM ENCERRA-MATERIAIS THRU ENCERRA-MATERIAIS-FIM.
       ENCERRA-CID.
                ACCEPT TREC-CID
                ACCEPT W-ACT FROM ESCAPE KEY
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ENCERRA-OBS.
                PERFORM ENCERRA-RECEITA THRU ENCERRA-RECEITA-FIM
                PERFORM ENCERRA-DOC THRU ENCERRA-DOC-FIM
                DISPLAY (19, 01) W-LINHA-BRANCA
                DISPLAY (21, 01) W-LINHA-BRANCA
                IF AGE-PARTICULAR
                   PERFORM RECEBE-PART THRU RECEBE-PART-FIM
                   IF W-RECEB-OK NOT = "S"
                   MOVE "INFORME O MOTIVO DO CANCELAMENTO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO CANCELA.
                IF AGE-SERIE = ZEROS
                   GO TO CANCELA-GRAVA.
      *         SESSAO DE SERIE: SO ESTA OU TAMBEM AS SEGUINTES
       CANCELA-SERIE-OPC.
                DISPLAY (22, 04) W-LINHA-BRANCA
                DISPLAY (23, 04) W-LINHA-BRANCA
                DISPLAY (22, 04)
                 "CANCELAR  S=SO ESTA SESSAO  R=RESTANTE DA SERIE : "
                ACCEPT (22, 55) W-CANC-SERIE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE SPACES TO W-CANC-SERIE
                   GO TO CANCELA.
                IF W-CANC-SERIE = "s"
                   MOVE "S" TO W-CANC-SERIE.
                IF W-CANC-SERIE = "r"
                   MOVE "R" TO W-CANC-SERIE.
                IF W-CANC-SERIE NOT = "S" AND "R"
                   GO TO CANCELA-SERIE-OPC.
                MOVE AGE-SERIE       TO W-SER-NUM
                MOVE AGE-PRONTUARIO  TO W-SER-PRONT
                MOVE AGE-DATA        TO W-SER-DATA
                MOVE AGE-MOTIVO-CANC TO W-SER-MOTIVO.
       CANCELA-GRAVA.
                MOVE "X" TO AGE-STATUS
                GO TO GRAVA-OPC.
      *
                   IF AGE-ATENDIDO
                      PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                      PERFORM GRAVA-ITENS THRU GRAVA-ITENS-FIM
                      PERFORM GRAVA-MATERIAIS THRU
                              GRAVA-MATERIAIS-FIM
                      PERFORM GRAVA-DOCS THRU GRAVA-DOCS-FIM
                   END-IF
                   IF AGE-ATENDIDO AND W-RECEB-OK = "S"
                      PERFORM GRAVA-CAIXA THRU GRAVA-CAIXA-FIM
                         PERFORM IMPRIME-RECIBO THRU
                                 IMPRIME-RECIBO-FIM
                      END-IF
                      IF W-ORC-ACHOU = "S"
                         PERFORM BAIXA-ORC THRU BAIXA-ORC-FIM
                      END-IF
                   END-IF
                   IF AGE-CANCELADO
                      PERFORM DESFAZ-ORC THRU DESFAZ-ORC-FIM
                      PERFORM OFERECE-FILA THRU OFERECE-FILA-FIM
                   END-IF
                   IF W-CANC-SERIE = "R"
                      PERFORM CANCELA-SERIE THRU CANCELA-SERIE-FIM
                   END-IF
                   GO TO ROT-INIC.
                IF ST-ERRO = "94"
                   ADD 1 TO W-TENTATIVAS
           MOVE W-OBS-1         TO HIS-OBS-1
           MOVE W-OBS-2         TO HIS-OBS-2
           MOVE W-RETORNO-DIAS  TO HIS-RETORNO-DIAS
      *    A PREVISAO DO SMP015 ("P") SO VIRA "S" NA EXPORTACAO
           MOVE AGE-RETORNO     TO HIS-RETORNO-CONV
           WRITE REGHIST
           IF ST-ERRO-HI = "22"
                REWRITE REGHIST
                MOVE "PACIENTE DA FILA NAO CADASTRADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO OFERECE-FILA-FIM.
      *    PRONTUARIO ABSORVIDO (SMP044) OU ANONIMIZADO (SMP073)
      *    NAO OCUPA A VAGA, COMO NO SMP052
           IF PAC-ABSORVIDO OR PAC-ANONIMIZADO
                MOVE "PACIENTE DA FILA ABSORVIDO OU ANONIMIZADO"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO OFERECE-FILA-FIM.
           MOVE SPACES TO W-LOG-ANTES
           MOVE REGAGE TO W-LOG-ANTES
           MOVE FIL-PRONTUARIO  TO AGE-PRONTUARIO
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
       OFERECE-FILA-FIM.
                EXIT.

      *------[ CANCELA AS SESSOES SEGUINTES DA MESMA SERIE ]------
      * PERCORRE OS AGENDAMENTOS DO PRONTUARIO (CHAVE ALTERNATIVA)
      * E CANCELA, COM O MESMO MOTIVO, AS SESSOES DA SERIE A
      * PARTIR DA DATA DA SESSAO CANCELADA AINDA AGENDADAS OU
      * CONFIRMADAS; AS DEMAIS SITUACOES FICAM COMO ESTAO
       CANCELA-SERIE.
           MOVE ZEROS TO W-SER-QT
           MOVE W-SER-PRONT TO AGE-PRONTUARIO
           START CADAGE KEY IS NOT LESS THAN AGE-PRONTUARIO
                INVALID KEY GO TO CANCELA-SERIE-MSG.
       CANCELA-SERIE-LOOP.
           READ CADAGE NEXT RECORD
                AT END GO TO CANCELA-SERIE-MSG
           END-READ
           IF AGE-PRONTUARIO NOT = W-SER-PRONT
                GO TO CANCELA-SERIE-MSG.
           IF AGE-SERIE NOT = W-SER-NUM OR AGE-DATA < W-SER-DATA
                GO TO CANCELA-SERIE-LOOP.
           IF NOT AGE-AGENDADO AND NOT AGE-CONFIRMADO
                GO TO CANCELA-SERIE-LOOP.
           MOVE SPACES TO W-LOG-ANTES
           MOVE REGAGE TO W-LOG-ANTES
           MOVE "X"          TO AGE-STATUS
           MOVE W-SER-MOTIVO TO AGE-MOTIVO-CANC
           REWRITE REGAGE
           IF ST-ERRO NOT = "00" AND "02"
                MOVE "ERRO AO CANCELAR SESSAO DA SERIE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO CANCELA-SERIE-LOOP.
           MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
           MOVE AGE-CHAVE TO W-LOG-CHAVE
           MOVE REGAGE TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                               W-LOG-ANTES W-LOG-DEPOIS
           ADD 1 TO W-SER-QT
           GO TO CANCELA-SERIE-LOOP.
       CANCELA-SERIE-MSG.
           MOVE W-SER-QT TO W-ED-SER-QT
           MOVE SPACES TO W-MENS
           STRING W-ED-SER-QT " SESSOES SEGUINTES DA SERIE CANCELADAS"
                  DELIMITED BY SIZE INTO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CANCELA-SERIE-FIM.
                EXIT.

      *------[ RECEBIMENTO DO ATENDIMENTO PARTICULAR NO CAIXA ]------
      * O PRECO PARTICULAR E O DO PROCEDIMENTO COM CONVENIO E
      * PLANO ZERADOS NA TABELA DE PRECOS CADPRV (SMP028); COM
      * ORCAMENTO ACEITO VALEM OS PRECOS E O DESCONTO ORCADOS E
      * A FORMA PREVISTA VEM SUGERIDA
       RECEBE-PART.
           MOVE "N" TO W-RECEB-OK
           MOVE ZEROS TO W-VAL-RECEB
           IF W-ORC-ACHOU = "S"
                MOVE AGE-PROCED TO W-PROCED-ITEM
                PERFORM VALORA-ITEM THRU VALORA-ITEM-FIM
                MOVE W-VAL-ITEM TO W-VAL-BASE
                MOVE ORC-FORMA TO W-FORMA-PAG
                GO TO RECEBE-PART-SOMA.
           MOVE AGE-PROCED TO PRV-TUSS
           MOVE ZEROS TO PRV-CODIGO-CONV PRV-PLANO
           READ CADPRV
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO RECEBE-PART-FIM.
           MOVE PRV-VALOR TO W-VAL-BASE.
       RECEBE-PART-SOMA.
           PERFORM SOMA-ADICIONAIS THRU SOMA-ADICIONAIS-FIM
           PERFORM SOMA-MATERIAIS THRU SOMA-MATERIAIS-FIM
           IF W-ORC-ACHOU = "S"
                IF W-VAL-BASE > ORC-DESCONTO
                     SUBTRACT ORC-DESCONTO FROM W-VAL-BASE
                ELSE
                     MOVE ZEROS TO W-VAL-BASE.
           MOVE W-VAL-BASE TO W-VAL-RECEB
           MOVE "P" TO W-CXA-TIPO
           DISPLAY (18, 04) "VALOR PARTICULAR A RECEBER : "
           DISPLAY (18, 33) W-VAL-RECEB
           IF W-ORC-ACHOU = "S"
                DISPLAY (18, 45) "ORCADO : "
                DISPLAY (18, 54) ORC-VAL-TOTAL
                IF W-VAL-RECEB NOT = ORC-VAL-TOTAL
                     MOVE "VALOR A RECEBER DIFERE DO ORCADO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2.
       RECEBE-PART-FORMA.
           DISPLAY (19, 04) "FORMA (D=DINHEIRO C=CARTAO P=PIX) : ".
           ACCEPT (19, 41) W-FORMA-PAG WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO RECEBE-PART-FIM.
                MOVE "FORMA D=DINHEIRO, C=CARTAO OU P=PIX" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO RECEBE-PART-FORMA.
           IF W-FORMA-PAG = "C"
                PERFORM RECEBE-ADQ THRU RECEBE-ADQ-FIM
                IF W-ACT = 02
                     GO TO RECEBE-PART-FORMA.
           MOVE "S" TO W-RECEB-OK.
       RECEBE-PART-FIM.
                EXIT.
      *------[ COPARTICIPACAO DO PACIENTE DE CONVENIO ]------
      * O PERCENTUAL VEM DO PLANO (CADCVP - SMP030); A PARTE DO
      * PACIENTE E RECEBIDA NO CAIXA NA HORA, COM RECIBO, E O
      * SMP016 DEDUZ O MESMO VALOR DA GUIA DO CONVENIO. RETORNO
      * CONFIRMADO NAO GERA GUIA, LOGO NAO TEM COPART; A SIMPLES
      * PREVISAO DO AGENDAMENTO AINDA PODE SER FATURADA.
       RECEBE-COPART.
           IF AGE-RETORNO-CONF
                GO TO RECEBE-COPART-FIM.
           PERFORM BUSCA-PLANO THRU BUSCA-PLANO-FIM
           MOVE AGE-CODIGO-CONV TO CVP-CODIGO-CONV
           MOVE W-PLANO-CPT     TO CVP-PLANO
                MOVE "FORMA D=DINHEIRO, C=CARTAO OU P=PIX" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO RECEBE-COPART-FORMA.
           IF W-FORMA-PAG = "C"
                PERFORM RECEBE-ADQ THRU RECEBE-ADQ-FIM
                IF W-ACT = 02
                     GO TO RECEBE-COPART-FORMA.
           MOVE "S" TO W-RECEB-OK.
       RECEBE-COPART-FIM.
                EXIT.

      *------[ ADQUIRENTE DA MAQUINA DE CARTAO ]------
      * NOME COMO APARECE NO HISTORICO DO EXTRATO DO BANCO; E POR
      * ELE QUE A CONCILIACAO BANCARIA (SMP067) CASA OS CREDITOS
      * DO CARTAO. FICA SUGERIDO O ULTIMO INFORMADO
       RECEBE-ADQ.
           DISPLAY (21, 04) "ADQUIRENTE (CIELO, REDE...) : ".
           ACCEPT (21, 35) W-ADQUIRENTE WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                DISPLAY (21, 01) W-LINHA-BRANCA
                GO TO RECEBE-ADQ-FIM.
           INSPECT W-ADQUIRENTE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-ADQUIRENTE = SPACES
                MOVE "INFORME O ADQUIRENTE DO CARTAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO RECEBE-ADQ.
           DISPLAY (21, 01) W-LINHA-BRANCA.
       RECEBE-ADQ-FIM.
                EXIT.

      *------[ REGISTRA O RECEBIMENTO NO CAIXA DA RECEPCAO ]------
      * O OPERADOR VEM DA VARIAVEL SMPOPER PUBLICADA PELO SMP020;
      * O FECHAMENTO DIARIO DO CAIXA E FEITO PELO SMP041; A
      * UNIDADE E A DO LOGIN (SMPUNID) OU, SEM ELA, A DA CONSULTA
       GRAVA-CAIXA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO W-OPERADOR
           MOVE W-CXA-TIPO     TO CXA-TIPO
           MOVE W-DATA-HOJE    TO CXA-DATA-MOV
           MOVE W-OPERADOR     TO CXA-OPERADOR
           MOVE W-UNI-SESSAO   TO CXA-UNIDADE
           IF W-UNI-SESSAO = ZEROS
                MOVE AGE-UNIDADE TO CXA-UNIDADE.
           MOVE W-FORMA-PAG    TO CXA-FORMA
           MOVE SPACES         TO CXA-ADQUIRENTE
           IF W-FORMA-PAG = "C"
                MOVE W-ADQUIRENTE TO CXA-ADQUIRENTE.
           MOVE W-VAL-RECEB    TO CXA-VALOR
           MOVE AGE-PRONTUARIO TO CXA-PRONTUARIO
           MOVE AGE-PAC-NOME   TO CXA-PAC-NOME
      * CADA ITEM VAI PARA O CADITE E O SMP016 SOMA TODOS NA
      * GUIA TISS - 0 ENCERRA A LISTA
       ENCERRA-ITENS.
           MOVE ZEROS TO W-QT-ITENS W-PROCED-ADIC
           IF W-ORC-ACHOU = "S"
                PERFORM CARREGA-ORC-ITENS THRU CARREGA-ORC-ITENS-FIM.
       ENCERRA-ITENS-ACE.
           DISPLAY (19, 04) "PROCED ADICIONAL (0=FIM) : ".
           ACCEPT (19, 32) W-PROCED-ADIC
           MOVE W-PROC-DESCR TO ITE-DESCR
           PERFORM VALORA-ITEM THRU VALORA-ITEM-FIM
           MOVE W-VAL-ITEM TO ITE-VALOR
           PERFORM GRAVA-ITEM-WR THRU GRAVA-ITEM-WR-FIM
           MOVE ZEROS TO W-ITE-IND.
       GRAVA-ITENS-LOOP.
           ADD 1 TO W-ITE-IND
           MOVE W-TI-DESCR (W-ITE-IND)  TO ITE-DESCR
           PERFORM VALORA-ITEM THRU VALORA-ITEM-FIM
           MOVE W-VAL-ITEM TO ITE-VALOR
           PERFORM GRAVA-ITEM-WR THRU GRAVA-ITEM-WR-FIM
           GO TO GRAVA-ITENS-LOOP.
       GRAVA-ITENS-FIM.
                EXIT.
           IF ST-ERRO-IT NOT = "00" AND "02"
                MOVE "ERRO NA GRAVACAO DOS ITENS" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
       GRAVA-ITEM-WR-FIM.
                EXIT.

      *------[ MATERIAIS E MEDICAMENTOS GASTOS NO ATENDIMENTO ]------
      * SO ACEITA A QUANTIDADE QUE EXISTE EM LOTES DENTRO DA
      * VALIDADE; A BAIXA NOS LOTES E FEITA NA GRAVACAO DO
      * ENCERRAMENTO (GRAVA-MATERIAIS) - 0 ENCERRA A LISTA
       ENCERRA-MATERIAIS.
           MOVE ZEROS TO W-QT-MAT
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
       ENCERRA-MATERIAIS-ACE.
           DISPLAY (19, 01) W-LINHA-BRANCA
           DISPLAY (21, 01) W-LINHA-BRANCA
           DISPLAY (19, 04) "MATERIAL GASTO (0=FIM) : ".
           MOVE ZEROS TO W-MAT-COD
           ACCEPT (19, 30) W-MAT-COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO ENCERRA-MATERIAIS-SAI.
           IF W-MAT-COD = ZEROS
                GO TO ENCERRA-MATERIAIS-SAI.
           IF W-QT-MAT NOT < 10
                MOVE "LIMITE DE 10 MATERIAIS POR ATENDIMENTO"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-MATERIAIS-SAI.
           MOVE W-MAT-COD TO MAT-CODIGO
           READ CADMAT
           IF ST-ERRO-MT NOT = "00"
                MOVE "MATERIAL NAO CADASTRADO (SMP058)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-MATERIAIS-ACE.
           IF MAT-INATIVO
                MOVE "MATERIAL INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-MATERIAIS-ACE.
           PERFORM BUSCA-MAT-LANC THRU BUSCA-MAT-LANC-FIM
           IF W-MAT-ACHOU = "S"
                MOVE "MATERIAL JA LANCADO NESTE ATENDIMENTO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-MATERIAIS-ACE.
           DISPLAY (19, 37) MAT-DESCR
           PERFORM SALDO-UTIL THRU SALDO-UTIL-FIM
           IF W-SALDO-UTIL = ZEROS
                MOVE "SEM SALDO EM LOTE DENTRO DA VALIDADE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-MATERIAIS-ACE.
           DISPLAY (21, 30) "DISPONIVEL : "
           DISPLAY (21, 43) W-SALDO-UTIL
           DISPLAY (21, 51) MAT-UNIDADE.
       ENCERRA-MATERIAIS-QTD.
           DISPLAY (21, 04) "QUANTIDADE : ".
           MOVE ZEROS TO W-QTDE-MAT
           ACCEPT (21, 17) W-QTDE-MAT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO ENCERRA-MATERIAIS-ACE.
           IF W-QTDE-MAT = ZEROS
                MOVE "INFORME A QUANTIDADE GASTA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-MATERIAIS-QTD.
           IF W-QTDE-MAT > W-SALDO-UTIL
                MOVE "QUANTIDADE MAIOR QUE O SALDO DISPONIVEL"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-MATERIAIS-QTD.
           ADD 1 TO W-QT-MAT
           MOVE W-MAT-COD  TO W-TM-MAT-COD (W-QT-MAT)
           MOVE W-QTDE-MAT TO W-TM-QTDE (W-QT-MAT)
           GO TO ENCERRA-MATERIAIS-ACE.
       ENCERRA-MATERIAIS-SAI.
           DISPLAY (19, 01) W-LINHA-BRANCA
           DISPLAY (21, 01) W-LINHA-BRANCA.
       ENCERRA-MATERIAIS-FIM.
                EXIT.

       BUSCA-MAT-LANC.
           MOVE "N" TO W-MAT-ACHOU
           MOVE ZEROS TO W-MAT-IND.
       BUSCA-MAT-LANC-LOOP.
           ADD 1 TO W-MAT-IND
           IF W-MAT-IND > W-QT-MAT
                GO TO BUSCA-MAT-LANC-FIM.
           IF W-TM-MAT-COD (W-MAT-IND) = W-MAT-COD
                MOVE "S" TO W-MAT-ACHOU
                GO TO BUSCA-MAT-LANC-FIM.
           GO TO BUSCA-MAT-LANC-LOOP.
       BUSCA-MAT-LANC-FIM.
                EXIT.

      *------[ SALDO DO MATERIAL EM LOTES AINDA NA VALIDADE ]------
      * O CADLOT ESTA NA ORDEM MATERIAL + VALIDADE: POSICIONA NA
      * DATA DE HOJE E SOMA DALI EM DIANTE
       SALDO-UTIL.
           MOVE ZEROS TO W-SALDO-UTIL
           MOVE W-MAT-COD   TO LOT-MAT-CODIGO
           MOVE W-DATA-HOJE TO LOT-VALIDADE
           MOVE SPACES      TO LOT-NUMERO
           START CADLOT KEY IS NOT LESS THAN LOT-CHAVE
                INVALID KEY GO TO SALDO-UTIL-FIM.
       SALDO-UTIL-LOOP.
           READ CADLOT NEXT RECORD
                AT END GO TO SALDO-UTIL-FIM
           END-READ
           IF LOT-MAT-CODIGO NOT = W-MAT-COD
                GO TO SALDO-UTIL-FIM.
           ADD LOT-SALDO TO W-SALDO-UTIL
           GO TO SALDO-UTIL-LOOP.
       SALDO-UTIL-FIM.
                EXIT.

      *------[ BAIXA DOS MATERIAIS GASTOS NO ATENDIMENTO ]------
      * CADA MATERIAL SAI DOS LOTES NA ORDEM DA VALIDADE (O QUE
      * VENCE PRIMEIRO SAI PRIMEIRO), PULANDO OS VENCIDOS; CADA
      * LOTE BAIXADO GERA UM REGISTRO NO CADCNS, QUE O SMP016
      * COBRA NA GUIA COMO OUTRAS DESPESAS
       GRAVA-MATERIAIS.
           IF W-QT-MAT = ZEROS
                GO TO GRAVA-MATERIAIS-FIM.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-MAT-IND W-CNS-SEQ.
       GRAVA-MATERIAIS-LOOP.
           ADD 1 TO W-MAT-IND
           IF W-MAT-IND > W-QT-MAT
                GO TO GRAVA-MATERIAIS-FIM.
           MOVE W-TM-MAT-COD (W-MAT-IND) TO W-MAT-COD
           MOVE W-TM-QTDE (W-MAT-IND)    TO W-QTDE-RESTA
           PERFORM BAIXA-LOTES THRU BAIXA-LOTES-FIM
           IF W-QTDE-RESTA NOT = ZEROS
                MOVE "SALDO DE LOTES INSUFICIENTE - CONFIRA O ESTOQUE"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
           COMPUTE W-QTDE-BAIXA = W-TM-QTDE (W-MAT-IND) - W-QTDE-RESTA
           MOVE W-MAT-COD TO MAT-CODIGO
           READ CADMAT
           IF ST-ERRO-MT = "00"
                IF MAT-SALDO > W-QTDE-BAIXA
                     SUBTRACT W-QTDE-BAIXA FROM MAT-SALDO
                ELSE
                     MOVE ZEROS TO MAT-SALDO
                END-IF
                REWRITE REGMAT
           END-IF
           IF ST-ERRO-MT NOT = "00"
                MOVE "ERRO NA ATUALIZACAO DO SALDO (CADMAT)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
           GO TO GRAVA-MATERIAIS-LOOP.
       GRAVA-MATERIAIS-FIM.
                EXIT.

       BAIXA-LOTES.
           MOVE W-MAT-COD   TO LOT-MAT-CODIGO
           MOVE W-DATA-HOJE TO LOT-VALIDADE
           MOVE SPACES      TO LOT-NUMERO
           START CADLOT KEY IS NOT LESS THAN LOT-CHAVE
                INVALID KEY GO TO BAIXA-LOTES-FIM.
       BAIXA-LOTES-LOOP.
           IF W-QTDE-RESTA = ZEROS
                GO TO BAIXA-LOTES-FIM.
           READ CADLOT NEXT RECORD
                AT END GO TO BAIXA-LOTES-FIM
           END-READ
           IF LOT-MAT-CODIGO NOT = W-MAT-COD
                GO TO BAIXA-LOTES-FIM.
           IF LOT-SALDO = ZEROS
                GO TO BAIXA-LOTES-LOOP.
           IF LOT-SALDO < W-QTDE-RESTA
                MOVE LOT-SALDO    TO W-QTDE-BAIXA
           ELSE
                MOVE W-QTDE-RESTA TO W-QTDE-BAIXA.
           SUBTRACT W-QTDE-BAIXA FROM LOT-SALDO W-QTDE-RESTA
           REWRITE REGLOT
           IF ST-ERRO-LT NOT = "00"
                MOVE "ERRO NA BAIXA DO LOTE (CADLOT)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                ADD W-QTDE-BAIXA TO W-QTDE-RESTA
                GO TO BAIXA-LOTES-LOOP.
           ADD 1 TO W-CNS-SEQ
           MOVE AGE-CHAVE      TO CNS-AGE-CHAVE
           MOVE W-CNS-SEQ      TO CNS-SEQ
           MOVE W-MAT-COD      TO CNS-MAT-CODIGO
           MOVE LOT-NUMERO     TO CNS-LOTE
           MOVE LOT-VALIDADE   TO CNS-VALIDADE
           MOVE W-QTDE-BAIXA   TO CNS-QTDE
           MOVE AGE-PRONTUARIO TO CNS-PRONTUARIO
           WRITE REGCNS
           IF ST-ERRO-CS = "22"
                REWRITE REGCNS
           END-IF
           IF ST-ERRO-CS NOT = "00" AND "02"
                MOVE "ERRO NA GRAVACAO DO CONSUMO (CADCNS)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
           GO TO BAIXA-LOTES-LOOP.
       BAIXA-LOTES-FIM.
                EXIT.

      *------[ MATERIAIS NO VALOR DO ATENDIMENTO PARTICULAR ]------
      * PRECO DO MATERIAL COM CONVENIO ZERADO NA TABELA CADPMT
      * (SMP059); MATERIAL SEM PRECO PARTICULAR NAO E COBRADO
       SOMA-MATERIAIS.
           MOVE ZEROS TO W-MAT-IND.
       SOMA-MATERIAIS-LOOP.
           ADD 1 TO W-MAT-IND
           IF W-MAT-IND > W-QT-MAT
                GO TO SOMA-MATERIAIS-FIM.
           MOVE W-TM-MAT-COD (W-MAT-IND) TO PMT-MAT-CODIGO
           MOVE ZEROS TO PMT-CODIGO-CONV
           READ CADPMT
           IF ST-ERRO-PM = "00"
                COMPUTE W-VAL-BASE = W-VAL-BASE
                        + PMT-VALOR * W-TM-QTDE (W-MAT-IND).
           GO TO SOMA-MATERIAIS-LOOP.
       SOMA-MATERIAIS-FIM.
                EXIT.

      *------[ ITENS DA RECEITA (CADMDC - SMP055) ]------
      * A POSOLOGIA PADRAO DO MEDICAMENTO VEM SUGERIDA E PODE
      * SER ALTERADA PELO MEDICO - 0 ENCERRA A LISTA
       ENCERRA-RECEITA.
           MOVE ZEROS TO W-QT-RCT W-MDC-COD.
       ENCERRA-RECEITA-ACE.
           DISPLAY (19, 01) W-LINHA-BRANCA
           DISPLAY (21, 01) W-LINHA-BRANCA
           DISPLAY (19, 04) "MEDICAMENTO (0=FIM) : ".
           ACCEPT (19, 26) W-MDC-COD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO ENCERRA-RECEITA-FIM.
           IF W-MDC-COD = ZEROS
                GO TO ENCERRA-RECEITA-FIM.
           IF W-QT-RCT NOT < 10
                MOVE "LIMITE DE 10 MEDICAMENTOS NA RECEITA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-RECEITA-FIM.
           MOVE W-MDC-COD TO MDC-CODIGO
           READ CADMDC
           IF ST-ERRO-MC NOT = "00"
                MOVE "MEDICAMENTO NAO CADASTRADO (SMP055)" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-RECEITA-ACE.
           IF MDC-INATIVO
                MOVE "MEDICAMENTO INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-RECEITA-ACE.
           DISPLAY (19, 33) MDC-NOME
           DISPLAY (19, 64) "QTDE: "
           MOVE MDC-POSOLOGIA TO W-POSOLOGIA
           MOVE 1 TO W-QTDE-MDC.
       ENCERRA-RECEITA-QTD.
           ACCEPT (19, 70) W-QTDE-MDC WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO ENCERRA-RECEITA-ACE.
           IF W-QTDE-MDC = ZEROS
                MOVE "INFORME A QUANTIDADE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-RECEITA-QTD.
       ENCERRA-RECEITA-POS.
           DISPLAY (21, 04) "POSOLOGIA : ".
           ACCEPT (21, 16) W-POSOLOGIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO ENCERRA-RECEITA-QTD.
           IF W-POSOLOGIA = SPACES
                MOVE "INFORME A POSOLOGIA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-RECEITA-POS.
           ADD 1 TO W-QT-RCT
           MOVE W-MDC-COD     TO W-TR-MDC-COD (W-QT-RCT)
           MOVE MDC-NOME      TO W-TR-NOME (W-QT-RCT)
           MOVE MDC-APRESENT  TO W-TR-APRESENT (W-QT-RCT)
           MOVE W-POSOLOGIA   TO W-TR-POSOLOGIA (W-QT-RCT)
           MOVE W-QTDE-MDC    TO W-TR-QTDE (W-QT-RCT)
           GO TO ENCERRA-RECEITA-ACE.
       ENCERRA-RECEITA-FIM.
                EXIT.

      *------[ ATESTADO DE AFASTAMENTO OU DECLARACAO ]------
      * O ATESTADO LEVA OS DIAS DE AFASTAMENTO E, SO COM A
      * CONCORDANCIA DO PACIENTE, O CID; A DECLARACAO DE
      * COMPARECIMENTO LEVA A HORA DE CHEGADA DO CHECK-IN "H"
      * E A HORA DO ENCERRAMENTO
       ENCERRA-DOC.
           MOVE SPACES TO W-TIPO-DOC W-CID-ATEST
           MOVE ZEROS TO W-DIAS-AFAST W-HORA-SAIDA
           MOVE AGE-HORA-CHEGADA TO W-HORA-CHEGADA.
       ENCERRA-DOC-TIPO.
           DISPLAY (19, 01) W-LINHA-BRANCA
           DISPLAY (21, 01) W-LINHA-BRANCA
           DISPLAY (19, 04) "ATESTADO/DECLARACAO (A/D/N=NENHUM) : ".
           ACCEPT (19, 41) W-TIPO-DOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                MOVE SPACES TO W-TIPO-DOC
                GO TO ENCERRA-DOC-FIM.
           IF W-TIPO-DOC = "a"
                MOVE "A" TO W-TIPO-DOC.
           IF W-TIPO-DOC = "d"
                MOVE "D" TO W-TIPO-DOC.
           IF W-TIPO-DOC = "N" OR "n" OR SPACE
                MOVE SPACES TO W-TIPO-DOC
                GO TO ENCERRA-DOC-FIM.
           IF W-TIPO-DOC NOT = "A" AND "D"
                MOVE "A=ATESTADO D=DECLARACAO N=NENHUM" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-DOC-TIPO.
           IF W-TIPO-DOC = "D"
                GO TO ENCERRA-DOC-DECL.
       ENCERRA-DOC-DIAS.
           DISPLAY (19, 44) "DIAS : ".
           ACCEPT (19, 51) W-DIAS-AFAST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO ENCERRA-DOC-TIPO.
           IF W-DIAS-AFAST = ZEROS
                MOVE "INFORME OS DIAS DE AFASTAMENTO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-DOC-DIAS.
       ENCERRA-DOC-CID.
           DISPLAY (19, 56) "CID (S/N) : ".
           ACCEPT (19, 68) W-CID-ATEST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO ENCERRA-DOC-DIAS.
           IF W-CID-ATEST = "s"
                MOVE "S" TO W-CID-ATEST.
           IF W-CID-ATEST = "n" OR SPACE
                MOVE "N" TO W-CID-ATEST.
           IF W-CID-ATEST NOT = "S" AND "N"
                MOVE "CID NO ATESTADO S=SIM OU N=NAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-DOC-CID.
           GO TO ENCERRA-DOC-FIM.
       ENCERRA-DOC-DECL.
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-HORA-SIS (1:4) TO W-HORA-SAIDA
           IF W-HORA-CHEGADA NOT = ZEROS
                GO TO ENCERRA-DOC-FIM.
      *    CHECK-IN FEITO ANTES DO REGISTRO DA HORA DE CHEGADA
       ENCERRA-DOC-CHEG.
           DISPLAY (19, 44) "HORA DA CHEGADA : ".
           ACCEPT (19, 62) W-HORA-CHEGADA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO ENCERRA-DOC-TIPO.
           IF W-HORA-CHEGADA = ZEROS OR W-HC-MM > 59
                                     OR W-HORA-CHEGADA > W-HORA-SAIDA
                MOVE "HORA DE CHEGADA INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ENCERRA-DOC-CHEG.
       ENCERRA-DOC-FIM.
                EXIT.

      *------[ GRAVA RECEITA E ATESTADO NO CADRCT E IMPRIME ]------
      * OS DOCUMENTOS FICAM NA CHAVE DO CADHIST DO ATENDIMENTO;
      * CADA DOCUMENTO RECEBE UM NUMERO DO CADCTL ("NUMDOCTO")
      * E A 1a VIA SAI NO RECEITUA.TXT PELO SMP056
       GRAVA-DOCS.
           IF W-QT-RCT = ZEROS AND W-TIPO-DOC = SPACES
                GO TO GRAVA-DOCS-FIM.
           OPEN I-O CADRCT
           IF ST-ERRO-RT = "30"
                OPEN OUTPUT CADRCT
                CLOSE CADRCT
                OPEN I-O CADRCT.
           IF ST-ERRO-RT NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADRCT" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO GRAVA-DOCS-FIM.
           OPEN I-O CADCTL
           IF ST-ERRO-CT = "30"
                OPEN OUTPUT CADCTL
                CLOSE CADCTL
                OPEN I-O CADCTL.
           IF ST-ERRO-CT NOT = "00"
                MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTL" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADRCT
                GO TO GRAVA-DOCS-FIM.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           IF W-TIPO-DOC = SPACES
                GO TO GRAVA-DOCS-REC.
           PERFORM PROX-NUM-DOC THRU PROX-NUM-DOC-FIM
           PERFORM LIMPA-RCT THRU LIMPA-RCT-FIM
           MOVE W-TIPO-DOC     TO RCT-TIPO
           MOVE 1              TO RCT-SEQ
           MOVE W-DIAS-AFAST   TO RCT-DIAS-AFAST
           IF W-CID-ATEST = "S"
                MOVE AGE-CID   TO RCT-CID.
           IF W-TIPO-DOC = "D"
                MOVE W-HORA-CHEGADA TO RCT-HORA-CHEGADA
                MOVE W-HORA-SAIDA   TO RCT-HORA-SAIDA.
           PERFORM GRAVA-RCT-WR THRU GRAVA-RCT-WR-FIM.
       GRAVA-DOCS-REC.
           IF W-QT-RCT = ZEROS
                GO TO GRAVA-DOCS-IMP.
           PERFORM PROX-NUM-DOC THRU PROX-NUM-DOC-FIM
           MOVE ZEROS TO W-RCT-IND.
       GRAVA-DOCS-LOOP.
           ADD 1 TO W-RCT-IND
           IF W-RCT-IND > W-QT-RCT
                GO TO GRAVA-DOCS-IMP.
           PERFORM LIMPA-RCT THRU LIMPA-RCT-FIM
           MOVE "R"                         TO RCT-TIPO
           MOVE W-RCT-IND                   TO RCT-SEQ
           MOVE W-TR-MDC-COD (W-RCT-IND)    TO RCT-MDC-CODIGO
           MOVE W-TR-NOME (W-RCT-IND)       TO RCT-MDC-NOME
           MOVE W-TR-APRESENT (W-RCT-IND)   TO RCT-MDC-APRESENT
           MOVE W-TR-POSOLOGIA (W-RCT-IND)  TO RCT-POSOLOGIA
           MOVE W-TR-QTDE (W-RCT-IND)       TO RCT-QTDE
           PERFORM GRAVA-RCT-WR THRU GRAVA-RCT-WR-FIM
           GO TO GRAVA-DOCS-LOOP.
       GRAVA-DOCS-IMP.
           CLOSE CADRCT CADCTL
           MOVE RCT-HIS-CHAVE TO W-HIS-CHAVE
           MOVE "1" TO W-VIA
           CALL "SMP056" USING W-HIS-CHAVE W-VIA
           MOVE "RECEITA/ATESTADO EM RECEITUA.TXT" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-DOCS-FIM.
                EXIT.

       LIMPA-RCT.
           MOVE AGE-PRONTUARIO TO RCT-PRONTUARIO
           MOVE AGE-DATA       TO RCT-DATA
           MOVE AGE-HORA       TO RCT-HORA
           MOVE W-NUM-DOC      TO RCT-NUM-DOC
           MOVE AGE-CRM        TO RCT-CRM
           MOVE W-DATA-HOJE    TO RCT-DATA-EMISSAO
           MOVE ZEROS TO RCT-MDC-CODIGO RCT-QTDE RCT-DIAS-AFAST
                         RCT-CID RCT-HORA-CHEGADA RCT-HORA-SAIDA
           MOVE SPACES TO RCT-MDC-NOME RCT-MDC-APRESENT
                          RCT-POSOLOGIA.
       LIMPA-RCT-FIM.
                EXIT.

       GRAVA-RCT-WR.
           WRITE REGRCT
           IF ST-ERRO-RT = "22"
                REWRITE REGRCT
           END-IF
           IF ST-ERRO-RT NOT = "00" AND "02"
                MOVE "ERRO NA GRAVACAO DA RECEITA/ATESTADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
       GRAVA-RCT-WR-FIM.
                EXIT.

      *------[ NUMERACAO DOS DOCUMENTOS EMITIDOS (CADCTL) ]------
       PROX-NUM-DOC.
           MOVE "NUMDOCTO" TO CTL-CHAVE
           READ CADCTL
           IF ST-ERRO-CT = "23"
                MOVE "NUMDOCTO" TO CTL-CHAVE
                MOVE ZEROS TO CTL-NUMERO
                WRITE REGCTL
           END-IF
           ADD 1 TO CTL-NUMERO
           MOVE CTL-NUMERO TO W-NUM-DOC
           REWRITE REGCTL
           IF ST-ERRO-CT NOT = "00"
                MOVE "ERRO NA NUMERACAO DOS DOCUMENTOS" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
       PROX-NUM-DOC-FIM.
                EXIT.

      *------[ AUTORIZACAO PREVIA VIGENTE PARA O PROCEDIMENTO ]------
      * PROCURA NO CADAUT UMA SENHA DO CONVENIO DO ATENDIMENTO
      *------[ PRECO DO ITEM (CONVENIO/PLANO OU PARTICULAR) ]------
       VALORA-ITEM.
           MOVE ZEROS TO W-VAL-ITEM
           IF W-ORC-ACHOU = "S"
                PERFORM BUSCA-ORC-ITEM THRU BUSCA-ORC-ITEM-FIM
                IF W-ORC-IND NOT = ZEROS
                     MOVE ORC-IT-VALOR (W-ORC-IND) TO W-VAL-ITEM
                     GO TO VALORA-ITEM-FIM.
           MOVE W-PROCED-ITEM TO PRV-TUSS
           IF AGE-PARTICULAR
                MOVE ZEROS TO PRV-CODIGO-CONV PRV-PLANO
       VALORA-ITEM-FIM.
                EXIT.

      *------[ ORCAMENTO ACEITO PARA O AGENDAMENTO (SMP074) ]------
      * O SMP015 GRAVA NO ORCAMENTO A CHAVE DO AGENDAMENTO; SEM
      * PROCEDIMENTO NA AGENDA, VALE O 1o ITEM ORCADO
       BUSCA-ORC.
           MOVE "N" TO W-ORC-ACHOU
           MOVE AGE-CHAVE TO ORC-AGE-CHAVE
           READ CADORC KEY IS ORC-AGE-CHAVE
           IF ST-ERRO-OR NOT = "00"
                GO TO BUSCA-ORC-FIM.
           IF NOT ORC-ACEITO
                GO TO BUSCA-ORC-FIM.
           MOVE "S" TO W-ORC-ACHOU
           IF AGE-PROCED = ZEROS
                MOVE ORC-IT-PROCED (1) TO AGE-PROCED.
           MOVE SPACES TO W-MENS
           STRING "ORCAMENTO " ORC-NUMERO " ACEITO - ITENS ORCADOS"
                  DELIMITED BY SIZE INTO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS2.
       BUSCA-ORC-FIM.
                EXIT.

      *    OS DEMAIS ITENS ORCADOS ENTRAM COMO ADICIONAIS; O
      *    PROCEDIMENTO PRINCIPAL DA AGENDA NAO SE REPETE
       CARREGA-ORC-ITENS.
           MOVE ZEROS TO W-ORC-IND.
       CARREGA-ORC-ITENS-LOOP.
           ADD 1 TO W-ORC-IND
           IF W-ORC-IND > ORC-QT-ITENS
                GO TO CARREGA-ORC-ITENS-FIM.
           IF ORC-IT-PROCED (W-ORC-IND) = AGE-PROCED
                GO TO CARREGA-ORC-ITENS-LOOP.
           IF W-QT-ITENS NOT < 10
                GO TO CARREGA-ORC-ITENS-FIM.
           ADD 1 TO W-QT-ITENS
           MOVE ORC-IT-PROCED (W-ORC-IND) TO W-TI-PROCED (W-QT-ITENS)
           MOVE ORC-IT-DESCR (W-ORC-IND)  TO W-TI-DESCR (W-QT-ITENS)
           GO TO CARREGA-ORC-ITENS-LOOP.
       CARREGA-ORC-ITENS-FIM.
                EXIT.

      *    POSICAO DE W-PROCED-ITEM NO ORCAMENTO (ZERO = NAO ORCADO)
       BUSCA-ORC-ITEM.
           MOVE ZEROS TO W-ORC-IND.
       BUSCA-ORC-ITEM-LOOP.
           ADD 1 TO W-ORC-IND
           IF W-ORC-IND > ORC-QT-ITENS
                MOVE ZEROS TO W-ORC-IND
                GO TO BUSCA-ORC-ITEM-FIM.
           IF ORC-IT-PROCED (W-ORC-IND) NOT = W-PROCED-ITEM
                GO TO BUSCA-ORC-ITEM-LOOP.
       BUSCA-ORC-ITEM-FIM.
                EXIT.

      *    ORCAMENTO REALIZADO, COM O VALOR EFETIVAMENTE RECEBIDO
      *    PARA A CONFERENCIA CONTRA O ORCADO (SMP075)
       BAIXA-ORC.
           READ CADORC
           IF ST-ERRO-OR NOT = "00"
                GO TO BAIXA-ORC-ERRO.
           MOVE SPACES TO W-LOG-ANTES
           MOVE REGORC TO W-LOG-ANTES
           MOVE "R" TO ORC-SITUACAO
           MOVE W-VAL-RECEB TO ORC-VAL-RECEB
           MOVE W-DATA-HOJE TO ORC-DATA-REALIZ
           REWRITE REGORC
           IF ST-ERRO-OR NOT = "00"
                GO TO BAIXA-ORC-ERRO.
           MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
           MOVE ORC-NUMERO TO W-LOG-CHAVE
           MOVE REGORC TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                               W-LOG-ANTES W-LOG-DEPOIS
           GO TO BAIXA-ORC-FIM.
       BAIXA-ORC-ERRO.
           MOVE "ERRO NA BAIXA DO ORCAMENTO (CADORC)" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS2.
       BAIXA-ORC-FIM.
                EXIT.

      *------[ ORCAMENTO ACEITO DA CONSULTA CANCELADA ]------
      * VOLTA A FICAR EM ABERTO, SEM A CHAVE DO AGENDAMENTO, COMO
      * NA TROCA DE ORCAMENTO DO SMP015, PARA SER ACEITO NUMA NOVA
      * MARCACAO OU DADO COMO PERDIDO NO SMP074; FEITO ANTES DE
      * A VAGA SER OFERECIDA A FILA
       DESFAZ-ORC.
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
                MOVE "ERRO NA ATUALIZACAO DO ORCAMENTO (CADORC)"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO DESFAZ-ORC-FIM.
           MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
           MOVE ORC-NUMERO TO W-LOG-CHAVE
           MOVE REGORC TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                               W-LOG-ANTES W-LOG-DEPOIS
           MOVE SPACES TO W-MENS
           STRING "ORCAMENTO " ORC-NUMERO " VOLTOU A FICAR EM ABERTO"
                  DELIMITED BY SIZE INTO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS2.
       DESFAZ-ORC-FIM.
                EXIT.

      *------[ PLANO PARA PRECO E COPARTICIPACAO ]------
      * MARCACOES ANTIGAS TEM O PLANO ZERADO; NESSE CASO VALE O
      * PLANO PADRAO DO CONVENIO (CADCONV), O MESMO CRITERIO DA
       MONTA-STATUS-FIM.
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

      * PELO RETORNO DO CONVENIO (SMP029); CARREGA NA GUIA   *
      * A SENHA DE AUTORIZACAO PREVIA DO CADAUT (SMP045) E   *
      * DA BAIXA NA AUTORIZACAO UTILIZADA                    *
      * OS MATERIAIS E MEDICAMENTOS GASTOS NO ATENDIMENTO    *
      * (CADCNS - SMP018) SAEM NA GUIA COMO OUTRAS DESPESAS  *
      * (LINHAS "02"), PELO PRECO DO CONVENIO NO CADPMT      *
      * O ATENDIMENTO DENTRO DO PRAZO DE RETORNO DO PLANO    *
      * (CADCVP) FICA MARCADO COMO RETORNO SEM COBRANCA NO   *
      * CADAGE E NO CADHIST E NAO GERA GUIA                  *
      * SO CONTA COMO ORIGEM DO RETORNO O ATENDIMENTO PAGO   *
      * PELO MESMO CONVENIO                                  *
      * CADA GUIA LEVA O CNES DA UNIDADE (FILIAL) DO         *
      * ATENDIMENTO, LIDO DO CADUNI (SMP076)                 *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUT-CHAVE
                    FILE STATUS  IS ST-ERRO-AU.
                    SELECT CADCNS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-ERRO-CS.
                    SELECT CADMAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAT-CODIGO
                    FILE STATUS  IS ST-ERRO-MT.
                    SELECT CADPMT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PMT-CHAVE
                    FILE STATUS  IS ST-ERRO-PM.
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
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
                    SELECT GUITISS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TISS.
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

       FD CADCONV
               LABEL RECORD IS STANDARD
            03 CXA-VALOR          PIC 9(05)V99.
            03 CXA-PRONTUARIO     PIC 9(06).
            03 CXA-PAC-NOME       PIC X(30).
            03 CXA-ADQUIRENTE     PIC X(10).
            03 CXA-UNIDADE        PIC 9(03).

       FD CADCTL
               LABEL RECORD IS STANDARD
               88 AUT-VIGENTE       VALUE "V".
               88 AUT-UTILIZADA     VALUE "U".
               88 AUT-CANCELADA     VALUE "C".
            03 AUT-QTDE           PIC 9(03).
            03 AUT-QTDE-USADA     PIC 9(03).

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

       FD CADPMT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPMT.DAT".
       01 REGPMT.
            03 PMT-CHAVE.
               05 PMT-MAT-CODIGO   PIC 9(05).
               05 PMT-CODIGO-CONV  PIC 9(04).
            03 PMT-VALOR           PIC 9(05)V99.

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

       FD GUITISS
               LABEL RECORD IS STANDARD
       01 ST-ERRO-GU    PIC X(02) VALUE "00".
       01 ST-ERRO-IT    PIC X(02) VALUE "00".
       01 ST-ERRO-AU    PIC X(02) VALUE "00".
       01 ST-ERRO-CS    PIC X(02) VALUE "00".
       01 ST-ERRO-MT    PIC X(02) VALUE "00".
       01 ST-ERRO-PM    PIC X(02) VALUE "00".
       01 ST-ERRO-CP    PIC X(02) VALUE "00".
       01 ST-ERRO-HI    PIC X(02) VALUE "00".
       01 ST-ERRO-TISS  PIC X(02) VALUE "00".
       01 ST-ERRO-UN    PIC X(02) VALUE "00".
       01 W-UNI-ABERTO  PIC X(01) VALUE "N".
       01 W-SEM-CNES    PIC 9(06) VALUE ZEROS.
       01 W-FIM-AGE     PIC X(01) VALUE "N".
       01 W-FIM-GUI     PIC X(01) VALUE "N".
       01 W-NUM-GUIA    PIC 9(06) VALUE ZEROS.
       01 W-QT-ITENS    PIC 9(02) VALUE ZEROS.
       01 W-VAL-LOTE    PIC 9(07)V99 VALUE ZEROS.
       01 W-SENHA-AUT   PIC X(20) VALUE SPACES.
       01 W-VAL-MAT     PIC 9(05)V99 VALUE ZEROS.
       01 W-MAT-PRECO   PIC X(01) VALUE SPACES.
       01 W-MAT-SEM-PRECO PIC 9(06) VALUE ZEROS.
       01 W-GUIA-DESP   PIC 9(06) VALUE ZEROS.
       01 W-RETORNOS    PIC 9(06) VALUE ZEROS.

      * RETORNO SEM COBRANCA (PRAZO DO PLANO NO CADCVP)
       01 W-RET-ACHOU   PIC X(01) VALUE "N".
       01 W-RET-PLANO   PIC 9(04) VALUE ZEROS.
       01 W-RET-ORIGEM  PIC 9(08) VALUE ZEROS.
       01 W-RET-SERIAL  PIC 9(08) VALUE ZEROS.
       01 W-RET-CONV    PIC 9(04) VALUE ZEROS.
       01 W-RET-ORIG-OK PIC X(01) VALUE "N".
       01 W-RET-GUARDA  PIC X(244) VALUE SPACES.

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

       01 W-CAB-TISS.
            03 FILLER          PIC X(20) VALUE
            03 WDT-VALOR       PIC 9(05),99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDT-SENHA       PIC X(20).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDT-CNES        PIC 9(07).

      * OUTRAS DESPESAS DA GUIA - CD 02 MEDICAMENTOS, 03 MATERIAIS
       01 W-DESP-TISS.
            03 WDD-TIPO        PIC X(02).
            03 WDD-NUM-GUIA    PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDD-CD          PIC X(02).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDD-COD-TUSS    PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDD-DESCR       PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDD-UNIDADE     PIC X(03).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDD-QTDE        PIC 9(05).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDD-VALOR-UNIT  PIC 9(05),99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDD-VALOR       PIC 9(07),99.
            03 FILLER          PIC X(98) VALUE SPACES.

       01 W-TOT-TISS.
            03 FILLER          PIC X(20) VALUE
                    CLOSE CADAGE CADCTL CADGUI CADCONV CADPRV
                          CADCXA CADITE
                    GO TO ROT-FIM.
           OPEN INPUT CADCNS
           IF ST-ERRO-CS NOT = "00"
                IF ST-ERRO-CS = "30"
                    OPEN OUTPUT CADCNS
                    CLOSE CADCNS
                    OPEN INPUT CADCNS
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCNS - "
                                                         ST-ERRO-CS
                    CLOSE CADAGE CADCTL CADGUI CADCONV CADPRV
                          CADCXA CADITE CADAUT
                    GO TO ROT-FIM.
           OPEN INPUT CADMAT
           IF ST-ERRO-MT NOT = "00"
                IF ST-ERRO-MT = "30"
                    OPEN OUTPUT CADMAT
                    CLOSE CADMAT
                    OPEN INPUT CADMAT
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADMAT - "
                                                         ST-ERRO-MT
                    CLOSE CADAGE CADCTL CADGUI CADCONV CADPRV
                          CADCXA CADITE CADAUT CADCNS
                    GO TO ROT-FIM.
           OPEN INPUT CADPMT
           IF ST-ERRO-PM NOT = "00"
                IF ST-ERRO-PM = "30"
                    OPEN OUTPUT CADPMT
                    CLOSE CADPMT
                    OPEN INPUT CADPMT
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADPMT - "
                                                         ST-ERRO-PM
                    CLOSE CADAGE CADCTL CADGUI CADCONV CADPRV
                          CADCXA CADITE CADAUT CADCNS CADMAT
                    GO TO ROT-FIM.
           OPEN INPUT CADCVP
           IF ST-ERRO-CP NOT = "00"
                IF ST-ERRO-CP = "30"
                    OPEN OUTPUT CADCVP
                    CLOSE CADCVP
                    OPEN INPUT CADCVP
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCVP - "
                                                         ST-ERRO-CP
                    CLOSE CADAGE CADCTL CADGUI CADCONV CADPRV
                          CADCXA CADITE CADAUT CADCNS CADMAT
                          CADPMT
                    GO TO ROT-FIM.
           OPEN I-O CADHIST
           IF ST-ERRO-HI NOT = "00"
                IF ST-ERRO-HI = "30"
                    OPEN OUTPUT CADHIST
                    CLOSE CADHIST
                    OPEN I-O CADHIST
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADHIST - "
                                                         ST-ERRO-HI
                    CLOSE CADAGE CADCTL CADGUI CADCONV CADPRV
                          CADCXA CADITE CADAUT CADCNS CADMAT
                          CADPMT CADCVP
                    GO TO ROT-FIM.
      *    SEM O CADASTRO DE UNIDADES AS GUIAS SAEM COM CNES ZERO
           OPEN INPUT CADUNI
           IF ST-ERRO-UN = "00"
                MOVE "S" TO W-UNI-ABERTO
           ELSE
                DISPLAY "CADUNI NAO DISPONIVEL - GUIAS SEM CNES - "
                                                         ST-ERRO-UN.
           OPEN OUTPUT GUITISS
           IF ST-ERRO-TISS NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO GUITISS.TXT - "
           IF AGE-NUM-GUIA NOT = ZEROS
                ADD 1 TO W-JA-FATURADAS
                GO TO TRATA-REG-FIM.
      *    RETORNO CONFIRMADO EM EXPORTACAO ANTERIOR JA FOI TRATADO
           IF AGE-RETORNO-CONF
                ADD 1 TO W-JA-FATURADAS
                GO TO TRATA-REG-FIM.
      *    A MARCA DO AGENDAMENTO (SMP015) E SO PREVISAO: O RETORNO
      *    E AVALIADO DE NOVO AQUI COM O HISTORICO JA ENCERRADO
           PERFORM VERIFICA-RETORNO THRU VERIFICA-RETORNO-FIM
           IF W-RET-ACHOU = "S"
                MOVE "S" TO AGE-RETORNO
                REWRITE REGAGE
                IF ST-ERRO NOT = "00" AND "02"
                     DISPLAY "ERRO AO MARCAR RETORNO SEM COBRANCA - "
                             ST-ERRO
                END-IF
                PERFORM ACERTA-HIST THRU ACERTA-HIST-FIM
                ADD 1 TO W-RETORNOS
                GO TO TRATA-REG-FIM.
           IF AGE-RETORNO-PREV
                MOVE SPACES TO AGE-RETORNO
                PERFORM ACERTA-HIST THRU ACERTA-HIST-FIM.
           ADD 1 TO W-NUM-GUIA
           MOVE SPACES TO W-DET-TISS
           MOVE W-NUM-GUIA       TO WDT-NUM-GUIA
           MOVE W-VAL-GUIA       TO WDT-VALOR
           PERFORM BUSCA-AUT THRU BUSCA-AUT-FIM
           MOVE W-SENHA-AUT      TO WDT-SENHA
           PERFORM BUSCA-CNES THRU BUSCA-CNES-FIM
           MOVE W-DET-TISS TO REGTISS
           WRITE REGTISS
           MOVE W-NUM-GUIA TO W-GUIA-DESP
           PERFORM GRAVA-DESPESAS THRU GRAVA-DESPESAS-FIM
           PERFORM GRAVA-GUIA
           MOVE W-NUM-GUIA TO AGE-NUM-GUIA
           REWRITE REGAGE
           MOVE GUI-PROCED       TO WDT-PROCED
           MOVE GUI-VALOR        TO WDT-VALOR
           MOVE GUI-SENHA-AUT    TO WDT-SENHA
           PERFORM BUSCA-CNES THRU BUSCA-CNES-FIM
           MOVE W-DET-TISS TO REGTISS
           WRITE REGTISS
           MOVE GUI-NUMERO TO W-GUIA-DESP
           PERFORM GRAVA-DESPESAS THRU GRAVA-DESPESAS-FIM
           ADD GUI-VALOR TO W-VAL-LOTE
           MOVE W-NUM-LOTE  TO GUI-LOTE
           MOVE "E"         TO GUI-STATUS
       REAPRESENTA-FIM.
                EXIT.

      *------[ CNES DA UNIDADE DO ATENDIMENTO (CADUNI) ]------
       BUSCA-CNES.
           MOVE ZEROS TO WDT-CNES
           IF W-UNI-ABERTO NOT = "S"
                ADD 1 TO W-SEM-CNES
                GO TO BUSCA-CNES-FIM.
           MOVE AGE-UNIDADE TO UNI-CODIGO
           READ CADUNI
           IF ST-ERRO-UN NOT = "00"
                DISPLAY "UNIDADE " AGE-UNIDADE " NAO CADASTRADA - CRM "
                        AGE-CRM " " AGE-DATA
                ADD 1 TO W-SEM-CNES
                GO TO BUSCA-CNES-FIM.
           MOVE UNI-CNES TO WDT-CNES.
       BUSCA-CNES-FIM.
                EXIT.

      *------[ VALORACAO DA GUIA PELO PRECO NEGOCIADO (CADPRV) ]------
      * SE O ATENDIMENTO TEM ITENS NO CADITE (SMP018), A GUIA
      * SAI PELA SOMA DOS ITENS; SEM ITENS, VALE O PRECO DO
      * PROCEDIMENTO UNICO DA AGENDA (MOVIMENTO ANTIGO); OS
      * MATERIAIS GASTOS ENTRAM DEPOIS DA COPARTICIPACAO, QUE SO
      * INCIDE SOBRE OS PROCEDIMENTOS
       VALORA-GUIA.
           MOVE ZEROS TO W-VAL-GUIA
           MOVE AGE-PLANO TO W-PLANO-PAC
           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           IF W-QT-ITENS NOT = ZEROS
                PERFORM DEDUZ-COPART THRU DEDUZ-COPART-FIM
                GO TO VALORA-GUIA-MAT.
           MOVE AGE-PROCED      TO PRV-TUSS
           MOVE AGE-CODIGO-CONV TO PRV-CODIGO-CONV
           MOVE W-PLANO-PAC     TO PRV-PLANO
           IF ST-ERRO-PV = "00"
                MOVE PRV-VALOR TO W-VAL-GUIA
                PERFORM DEDUZ-COPART THRU DEDUZ-COPART-FIM
           ELSE
                ADD 1 TO W-SEM-PRECO.
       VALORA-GUIA-MAT.
           PERFORM SOMA-MATERIAIS THRU SOMA-MATERIAIS-FIM
           ADD W-VAL-MAT TO W-VAL-GUIA
           ADD W-VAL-GUIA TO W-VAL-LOTE.
       VALORA-GUIA-FIM.
                EXIT.

       SOMA-ITENS-FIM.
                EXIT.

      *------[ MATERIAIS GASTOS NO ATENDIMENTO (CADCNS) ]------
      * MATERIAL SEM PRECO PARA O CONVENIO NO CADPMT (SMP059)
      * NAO E COBRADO E FICA CONTADO NO TOTAL DO PROCESSAMENTO
       SOMA-MATERIAIS.
           MOVE ZEROS TO W-VAL-MAT
           MOVE AGE-CHAVE TO CNS-AGE-CHAVE
           MOVE ZEROS TO CNS-SEQ
           START CADCNS KEY IS NOT LESS THAN CNS-CHAVE
                INVALID KEY GO TO SOMA-MATERIAIS-FIM.
       SOMA-MATERIAIS-LOOP.
           READ CADCNS NEXT RECORD
                AT END GO TO SOMA-MATERIAIS-FIM
           END-READ
           IF CNS-AGE-CHAVE NOT = AGE-CHAVE
                GO TO SOMA-MATERIAIS-FIM.
           PERFORM PRECO-MATERIAL THRU PRECO-MATERIAL-FIM
           IF W-MAT-PRECO = "S"
                COMPUTE W-VAL-MAT = W-VAL-MAT + PMT-VALOR * CNS-QTDE
           ELSE
                ADD 1 TO W-MAT-SEM-PRECO.
           GO TO SOMA-MATERIAIS-LOOP.
       SOMA-MATERIAIS-FIM.
                EXIT.

      *------[ LINHAS DE OUTRAS DESPESAS DA GUIA EM W-GUIA-DESP ]------
       GRAVA-DESPESAS.
           MOVE AGE-CHAVE TO CNS-AGE-CHAVE
           MOVE ZEROS TO CNS-SEQ
           START CADCNS KEY IS NOT LESS THAN CNS-CHAVE
                INVALID KEY GO TO GRAVA-DESPESAS-FIM.
       GRAVA-DESPESAS-LOOP.
           READ CADCNS NEXT RECORD
                AT END GO TO GRAVA-DESPESAS-FIM
           END-READ
           IF CNS-AGE-CHAVE NOT = AGE-CHAVE
                GO TO GRAVA-DESPESAS-FIM.
           PERFORM PRECO-MATERIAL THRU PRECO-MATERIAL-FIM
           IF W-MAT-PRECO NOT = "S"
                GO TO GRAVA-DESPESAS-LOOP.
           MOVE "02"           TO WDD-TIPO
           MOVE W-GUIA-DESP    TO WDD-NUM-GUIA
           MOVE "03"           TO WDD-CD
           IF MAT-MEDICAMENTO
                MOVE "02"      TO WDD-CD.
           MOVE MAT-COD-TUSS   TO WDD-COD-TUSS
           MOVE MAT-DESCR      TO WDD-DESCR
           MOVE MAT-UNIDADE    TO WDD-UNIDADE
           MOVE CNS-QTDE       TO WDD-QTDE
           MOVE PMT-VALOR      TO WDD-VALOR-UNIT
           COMPUTE WDD-VALOR = PMT-VALOR * CNS-QTDE
           MOVE W-DESP-TISS TO REGTISS
           WRITE REGTISS
           GO TO GRAVA-DESPESAS-LOOP.
       GRAVA-DESPESAS-FIM.
                EXIT.

       PRECO-MATERIAL.
           MOVE "N" TO W-MAT-PRECO
           MOVE CNS-MAT-CODIGO TO MAT-CODIGO
           READ CADMAT
           IF ST-ERRO-MT NOT = "00"
                GO TO PRECO-MATERIAL-FIM.
           MOVE CNS-MAT-CODIGO  TO PMT-MAT-CODIGO
           MOVE AGE-CODIGO-CONV TO PMT-CODIGO-CONV
           READ CADPMT
           IF ST-ERRO-PM = "00"
                MOVE "S" TO W-MAT-PRECO.
       PRECO-MATERIAL-FIM.
                EXIT.

      *------[ SENHA DE AUTORIZACAO PREVIA DO CONVENIO (CADAUT) ]------
      * PROCURA A AUTORIZACAO VIGENTE E DENTRO DA VALIDADE PARA
      * O PROCEDIMENTO PRINCIPAL DO ATENDIMENTO, CARREGA A SENHA
      * NA GUIA E CONTA A SESSAO USADA; A AUTORIZACAO SO FICA
      * UTILIZADA QUANDO TODAS AS SESSOES AUTORIZADAS FORAM
      * FATURADAS (QUANTIDADE ZERO VALE UMA SESSAO); SEM
      * AUTORIZACAO A SENHA SAI EM BRANCO (PROCEDIMENTO LIVRE)
       BUSCA-AUT.
           MOVE SPACES TO W-SENHA-AUT
           IF NOT AUT-VIGENTE OR AUT-VALIDADE < AGE-DATA
                GO TO BUSCA-AUT-LOOP.
           MOVE AUT-SENHA TO W-SENHA-AUT
           ADD 1 TO AUT-QTDE-USADA
           IF AUT-QTDE-USADA NOT < AUT-QTDE
                MOVE "U" TO AUT-STATUS.
           REWRITE REGAUT
           IF ST-ERRO-AU NOT = "00" AND "02"
                DISPLAY "ERRO NA BAIXA DA AUTORIZACAO - "
       BUSCA-AUT-FIM.
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
           MOVE AGE-DATA TO W-CD-DATA
           PERFORM CALC-DIAS THRU CALC-DIAS-FIM
           MOVE W-CD-SERIAL TO W-RET-SERIAL
           MOVE AGE-PRONTUARIO TO HIS-PRONTUARIO
           MOVE ZEROS TO HIS-DATA HIS-HORA
           START CADHIST KEY IS NOT LESS THAN HIS-CHAVE
                INVALID KEY GO TO VERIFICA-RETORNO-FIM.
       VERIFICA-RETORNO-LOOP.
           READ CADHIST NEXT RECORD
                AT END GO TO VERIFICA-RETORNO-FIM
           END-READ
           IF HIS-PRONTUARIO NOT = AGE-PRONTUARIO
                GO TO VERIFICA-RETORNO-FIM.
      *    SO CONTAM OS ATENDIMENTOS ANTERIORES A ESTE
           IF HIS-DATA > AGE-DATA
                GO TO VERIFICA-RETORNO-FIM.
           IF HIS-DATA = AGE-DATA AND HIS-HORA NOT < AGE-HORA
                GO TO VERIFICA-RETORNO-FIM.
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
           MOVE W-RET-GUARDA TO REGAGE
      *    RELE O AGENDAMENTO CORRENTE PARA A VARREDURA DO CADAGE
      *    SEGUIR DO PONTO EM QUE ESTAVA
           READ CADAGE.
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

      *    LEVA A MARCA DE RETORNO DO AGENDAMENTO PARA O REGISTRO
      *    DO ATENDIMENTO NO HISTORICO (MESMA CHAVE PRONTUARIO +
      *    DATA + HORA), QUE E A BASE DA PROXIMA AVALIACAO
       ACERTA-HIST.
           MOVE AGE-PRONTUARIO TO HIS-PRONTUARIO
           MOVE AGE-DATA       TO HIS-DATA
           MOVE AGE-HORA       TO HIS-HORA
           READ CADHIST
           IF ST-ERRO-HI NOT = "00"
                GO TO ACERTA-HIST-FIM.
           IF HIS-RETORNO-CONV = AGE-RETORNO
                GO TO ACERTA-HIST-FIM.
           MOVE AGE-RETORNO TO HIS-RETORNO-CONV
           REWRITE REGHIST
           IF ST-ERRO-HI NOT = "00" AND "02"
                DISPLAY "ERRO NA MARCA DE RETORNO DO CADHIST - "
                        ST-ERRO-HI.
       ACERTA-HIST-FIM.
                EXIT.

      *    DEDUZ DA GUIA A PARTE JA RECEBIDA DO PACIENTE NO CAIXA
      *    (RECIBO DE COPARTICIPACAO NO CADCXA - SMP018); SO SAI
      *    DA GUIA O QUE FOI DE FATO RECEBIDO - SEM MOVIMENTO DE
           DISPLAY "JA FATURADAS (PULADAS) : " W-JA-FATURADAS.
           DISPLAY "NAO FATURADAS (STATUS) : " W-CONT-PULADAS.
           DISPLAY "GUIAS SEM PRECO      : " W-SEM-PRECO.
           DISPLAY "MATERIAIS SEM PRECO  : " W-MAT-SEM-PRECO.
           DISPLAY "RETORNOS SEM COBRANCA: " W-RETORNOS.
           DISPLAY "GUIAS SEM CNES       : " W-SEM-CNES.
           DISPLAY "VALOR DO LOTE        : " W-VAL-LOTE.
           CLOSE CADAGE CADCTL CADGUI CADCONV CADPRV CADCXA CADITE
                 CADAUT CADCNS CADMAT CADPMT CADCVP CADHIST GUITISS.
           IF W-UNI-ABERTO = "S"
                CLOSE CADUNI.

       ROT-FIM.
                STOP RUN.

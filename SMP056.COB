       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP056.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * IMPRESSAO DE RECEITA, ATESTADO E DECLARACAO DE       *
      * COMPARECIMENTO DE UM ATENDIMENTO (CADRCT)            *
      * SUBROTINA CHAMADA PELO ENCERRAMENTO (SMP018, 1a VIA) *
      * E PELA CONSULTA DO HISTORICO (SMP033, 2a VIA); OS    *
      * DOCUMENTOS SAEM NUMERADOS NO RECEITUA.TXT            *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCT-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MD.
                    SELECT RECEITUA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
       01 REGPAC.
            03 PRONTUARIO       PIC 9(06).
            03 PAC-NOME         PIC X(30).
            03 PAC-DATA-NASC    PIC 9(08).
            03 PAC-CEP          PIC 9(08).
            03 PAC-ENDERECO     PIC X(30).
            03 PAC-BAIRRO       PIC X(20).
            03 PAC-CIDADE       PIC X(20).
            03 PAC-ESTADO.
               05 PAC-COD-ESTADO    PIC XX.
               05 PAC-DESCR-ESTADO  PIC X(30).
            03 PAC-CODIGO-CONV  PIC 9(04).
            03 PAC-NOME-CONV    PIC X(30).
            03 PAC-PLANO        PIC 9(04).
            03 PAC-CARTEIRINHA  PIC X(15).
            03 PAC-VALID-CART   PIC 9(08).
            03 PAC-CID          PIC 9(04).
            03 PAC-DENOM-CID    PIC X(30).
            03 PAC-TELEFONE     PIC X(15).
            03 PAC-CELULAR      PIC X(15).
            03 PAC-PREF-CONTATO PIC X(01).
               88 PAC-PREF-TELEFONE VALUE "T".
               88 PAC-PREF-CELULAR  VALUE "C".
               88 PAC-SEM-CONTATO   VALUE "N".
            03 PAC-SITUACAO     PIC X(01).
               88 PAC-ABSORVIDO    VALUE "A".
            03 PAC-PRONT-NOVO   PIC 9(06).
            03 PAC-CPF          PIC 9(11).
            03 PAC-CPF-RESP     PIC 9(11).
            03 PAC-NOME-RESP    PIC X(30).

       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
       01 REGMED.
            03 CRM              PIC 9(07).
            03 MED-NOME         PIC X(30).
            03 MED-COD-ESPEC    PIC 9(04).
            03 MED-DESCR-ESPEC  PIC X(30).
            03 MED-TELEFONE     PIC X(15).
            03 MED-EMAIL        PIC X(30).

       FD RECEITUA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECEITUA.TXT".
       01 REGIMP               PIC X(80).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-ERRO-PC PIC X(02) VALUE "00".
       01 ST-ERRO-MD PIC X(02) VALUE "00".
       01 ST-ERRO-RT PIC X(02) VALUE "00".
       01 W-QT-REC   PIC 9(02) VALUE ZEROS.
       01 W-CRM-REC  PIC 9(07) VALUE ZEROS.
       01 W-PAC-NOME PIC X(30) VALUE SPACES.
       01 W-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-AUX.
            03 W-DA-ANO     PIC 9(04).
            03 W-DA-MES     PIC 9(02).
            03 W-DA-DIA     PIC 9(02).
       01 W-HORA-AUX PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES W-HORA-AUX.
            03 W-HA-HH      PIC 9(02).
            03 W-HA-MM      PIC 9(02).
       01 W-DATA-ED.
            03 WDE-DIA      PIC 9(02).
            03 FILLER       PIC X(01) VALUE "/".
            03 WDE-MES      PIC 9(02).
            03 FILLER       PIC X(01) VALUE "/".
            03 WDE-ANO      PIC 9(04).
       01 W-HORA-ED.
            03 WHE-HH       PIC 9(02).
            03 FILLER       PIC X(01) VALUE ":".
            03 WHE-MM       PIC 9(02).

      * LINHAS DOS DOCUMENTOS
       01 W-DOC-CAB.
            03 FILLER          PIC X(12) VALUE "----------- ".
            03 WDC-TITULO      PIC X(24).
            03 FILLER          PIC X(04) VALUE " No ".
            03 WDC-NUM-DOC     PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDC-VIA         PIC X(06).
            03 FILLER          PIC X(12) VALUE " -----------".
       01 W-DOC-PAC.
            03 FILLER          PIC X(11) VALUE "PACIENTE : ".
            03 WDP-PRONTUARIO  PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDP-PAC-NOME    PIC X(30).
            03 FILLER          PIC X(09) VALUE "  DATA : ".
            03 WDP-DATA        PIC X(10).
       01 W-DOC-ITEM.
            03 WDI-SEQ         PIC Z9.
            03 FILLER          PIC X(02) VALUE ") ".
            03 WDI-NOME        PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDI-APRESENT    PIC X(30).
            03 FILLER          PIC X(06) VALUE " QTDE ".
            03 WDI-QTDE        PIC ZZ9.
       01 W-DOC-POSOL.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WDO-POSOLOGIA   PIC X(60).
       01 W-ATE-LIN1.
            03 FILLER          PIC X(31) VALUE
               "ATESTO, PARA OS DEVIDOS FINS, ".
            03 FILLER          PIC X(27) VALUE
               "QUE O(A) PACIENTE ACIMA FOI".
       01 W-ATE-LIN2.
            03 FILLER          PIC X(39) VALUE
               "ATENDIDO(A) NESTA DATA, NECESSITANDO DE".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WAT-DIAS        PIC ZZ9.
            03 FILLER          PIC X(16) VALUE " DIA(S) DE AFAST".
            03 FILLER          PIC X(06) VALUE "AMENTO".
       01 W-ATE-LIN3.
            03 FILLER          PIC X(40) VALUE
               "DE SUAS ATIVIDADES, A PARTIR DE".
            03 WAT-DATA        PIC X(10).
            03 FILLER          PIC X(01) VALUE ".".
       01 W-ATE-LIN4.
            03 FILLER          PIC X(06) VALUE "CID : ".
            03 WAT-CID         PIC 9(04).
            03 FILLER          PIC X(41) VALUE
               "  (INFORMADO COM AUTORIZACAO DO PACIENTE)".
       01 W-DEC-LIN1.
            03 FILLER          PIC X(32) VALUE
               "DECLARO, PARA OS DEVIDOS FINS, ".
            03 FILLER          PIC X(23) VALUE
               "QUE O(A) PACIENTE ACIMA".
       01 W-DEC-LIN2.
            03 FILLER          PIC X(28) VALUE
               "ESTEVE NESTA CLINICA EM".
            03 WDL-DATA        PIC X(10).
            03 FILLER          PIC X(06) VALUE ", DAS ".
            03 WDL-CHEGADA     PIC X(05).
            03 FILLER          PIC X(05) VALUE " AS ".
            03 WDL-SAIDA       PIC X(05).
            03 FILLER          PIC X(01) VALUE ",".
       01 W-DEC-LIN3.
            03 FILLER          PIC X(30) VALUE
               "PARA ATENDIMENTO MEDICO.".
       01 W-ASS-LIN1.
            03 FILLER          PIC X(30) VALUE SPACES.
            03 FILLER          PIC X(35) VALUE ALL "_".
       01 W-ASS-LIN2.
            03 FILLER          PIC X(30) VALUE SPACES.
            03 WAS-MED-NOME    PIC X(30).
       01 W-ASS-LIN3.
            03 FILLER          PIC X(30) VALUE SPACES.
            03 FILLER          PIC X(04) VALUE "CRM ".
            03 WAS-CRM         PIC 9(07).

      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-HIS-CHAVE.
            03 LK-PRONTUARIO  PIC 9(06).
            03 LK-DATA        PIC 9(08).
            03 LK-HORA        PIC 9(04).
       01 LK-VIA            PIC X(01).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-HIS-CHAVE LK-VIA.
       INICIO.
           OPEN INPUT CADRCT
           IF ST-ERRO NOT = "00"
                GO TO ROT-FIMP.
           OPEN INPUT CADPAC
           IF ST-ERRO-PC NOT = "00"
                CLOSE CADRCT
                GO TO ROT-FIMP.
           OPEN INPUT CADMED
           IF ST-ERRO-MD NOT = "00"
                CLOSE CADRCT CADPAC
                GO TO ROT-FIMP.
           OPEN EXTEND RECEITUA
           IF ST-ERRO-RT NOT = "00"
                IF ST-ERRO-RT = "05" OR "30"
                    OPEN OUTPUT RECEITUA
                    CLOSE RECEITUA
                    OPEN EXTEND RECEITUA
                ELSE
                    CLOSE CADRCT CADPAC CADMED
                    GO TO ROT-FIMP.

           MOVE SPACES TO W-PAC-NOME
           MOVE LK-PRONTUARIO TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC = "00"
                MOVE PAC-NOME TO W-PAC-NOME.
           MOVE LK-DATA TO W-DATA-AUX
           MOVE W-DA-DIA TO WDE-DIA
           MOVE W-DA-MES TO WDE-MES
           MOVE W-DA-ANO TO WDE-ANO
           IF LK-VIA = "2"
                MOVE "2a VIA" TO WDC-VIA
           ELSE
                MOVE SPACES TO WDC-VIA.
           MOVE ZEROS TO W-QT-REC W-CRM-REC

      *    ATESTADO (A), DECLARACAO (D) E OS ITENS DA RECEITA (R)
      *    VEM NESSA ORDEM PELA CHAVE DO CADRCT
           MOVE LK-HIS-CHAVE TO RCT-HIS-CHAVE
           MOVE LOW-VALUES   TO RCT-TIPO
           MOVE ZEROS        TO RCT-SEQ
           START CADRCT KEY IS NOT LESS THAN RCT-CHAVE
                INVALID KEY GO TO IMPRIME-FECHA.
       IMPRIME-LOOP.
           READ CADRCT NEXT RECORD
                AT END GO TO IMPRIME-FECHA
           END-READ
           IF RCT-HIS-CHAVE NOT = LK-HIS-CHAVE
                GO TO IMPRIME-FECHA.
           IF RCT-ATESTADO
                PERFORM IMP-ATESTADO THRU IMP-ATESTADO-FIM.
           IF RCT-DECLARACAO
                PERFORM IMP-DECLARACAO THRU IMP-DECLARACAO-FIM.
           IF RCT-RECEITA
                IF W-QT-REC = ZEROS
                     MOVE "RECEITUARIO"  TO WDC-TITULO
                     PERFORM IMP-CABECALHO THRU IMP-CABECALHO-FIM
                     MOVE RCT-CRM TO W-CRM-REC
                END-IF
                ADD 1 TO W-QT-REC
                PERFORM IMP-ITEM THRU IMP-ITEM-FIM.
           GO TO IMPRIME-LOOP.
       IMPRIME-FECHA.
           IF W-QT-REC NOT = ZEROS
                MOVE W-CRM-REC TO CRM
                PERFORM IMP-ASSINATURA THRU IMP-ASSINATURA-FIM.
           CLOSE CADRCT CADPAC CADMED RECEITUA.
           GO TO ROT-FIMP.

      *------[ CABECALHO COMUM: TITULO, NUMERO E PACIENTE ]------
       IMP-CABECALHO.
           MOVE RCT-NUM-DOC    TO WDC-NUM-DOC
           MOVE W-DOC-CAB      TO REGIMP
           WRITE REGIMP
           MOVE LK-PRONTUARIO  TO WDP-PRONTUARIO
           MOVE W-PAC-NOME     TO WDP-PAC-NOME
           MOVE W-DATA-ED      TO WDP-DATA
           MOVE W-DOC-PAC      TO REGIMP
           WRITE REGIMP
           MOVE SPACES TO REGIMP
           WRITE REGIMP.
       IMP-CABECALHO-FIM.
           EXIT.

      *------[ ITEM DA RECEITA COM A POSOLOGIA ]------
       IMP-ITEM.
           MOVE W-QT-REC         TO WDI-SEQ
           MOVE RCT-MDC-NOME     TO WDI-NOME
           MOVE RCT-MDC-APRESENT TO WDI-APRESENT
           MOVE RCT-QTDE         TO WDI-QTDE
           MOVE W-DOC-ITEM       TO REGIMP
           WRITE REGIMP
           MOVE RCT-POSOLOGIA    TO WDO-POSOLOGIA
           MOVE W-DOC-POSOL      TO REGIMP
           WRITE REGIMP.
       IMP-ITEM-FIM.
           EXIT.

      *------[ ATESTADO DE AFASTAMENTO ]------
       IMP-ATESTADO.
           MOVE "ATESTADO MEDICO" TO WDC-TITULO
           PERFORM IMP-CABECALHO THRU IMP-CABECALHO-FIM
           MOVE W-ATE-LIN1 TO REGIMP
           WRITE REGIMP
           MOVE RCT-DIAS-AFAST TO WAT-DIAS
           MOVE W-ATE-LIN2 TO REGIMP
           WRITE REGIMP
           MOVE W-DATA-ED  TO WAT-DATA
           MOVE W-ATE-LIN3 TO REGIMP
           WRITE REGIMP
           IF RCT-CID NOT = ZEROS
                MOVE RCT-CID    TO WAT-CID
                MOVE W-ATE-LIN4 TO REGIMP
                WRITE REGIMP.
           MOVE RCT-CRM TO CRM
           PERFORM IMP-ASSINATURA THRU IMP-ASSINATURA-FIM.
       IMP-ATESTADO-FIM.
           EXIT.

      *------[ DECLARACAO DE COMPARECIMENTO ]------
      * A CHEGADA E A DO CHECK-IN (AGE-HORA-CHEGADA) E A SAIDA
      * E A HORA DO ENCERRAMENTO DO ATENDIMENTO NO SMP018
       IMP-DECLARACAO.
           MOVE "DECLARACAO DE COMPARECIM" TO WDC-TITULO
           PERFORM IMP-CABECALHO THRU IMP-CABECALHO-FIM
           MOVE W-DEC-LIN1 TO REGIMP
           WRITE REGIMP
           MOVE W-DATA-ED  TO WDL-DATA
           MOVE RCT-HORA-CHEGADA TO W-HORA-AUX
           MOVE W-HA-HH TO WHE-HH
           MOVE W-HA-MM TO WHE-MM
           MOVE W-HORA-ED TO WDL-CHEGADA
           MOVE RCT-HORA-SAIDA TO W-HORA-AUX
           MOVE W-HA-HH TO WHE-HH
           MOVE W-HA-MM TO WHE-MM
           MOVE W-HORA-ED TO WDL-SAIDA
           MOVE W-DEC-LIN2 TO REGIMP
           WRITE REGIMP
           MOVE W-DEC-LIN3 TO REGIMP
           WRITE REGIMP
           MOVE RCT-CRM TO CRM
           PERFORM IMP-ASSINATURA THRU IMP-ASSINATURA-FIM.
       IMP-DECLARACAO-FIM.
           EXIT.

      *------[ ASSINATURA DO MEDICO (CRM JA MOVIDO PARA CADMED) ]------
       IMP-ASSINATURA.
           MOVE SPACES TO WAS-MED-NOME
           MOVE CRM TO WAS-CRM
           READ CADMED
           IF ST-ERRO-MD = "00"
                MOVE MED-NOME TO WAS-MED-NOME.
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP
           MOVE W-ASS-LIN1 TO REGIMP
           WRITE REGIMP
           MOVE W-ASS-LIN2 TO REGIMP
           WRITE REGIMP
           MOVE W-ASS-LIN3 TO REGIMP
           WRITE REGIMP
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           WRITE REGIMP.
       IMP-ASSINATURA-FIM.
           EXIT.

       ROT-FIMP.
                EXIT PROGRAM.

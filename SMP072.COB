       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP072.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * RELATORIO DE DOENCAS DE NOTIFICACAO COMPULSORIA      *
      * 1 = DIARIO (DATA INFORMADA, ZERO = HOJE)             *
      * 2 = SEMANA EPIDEMIOLOGICA (ANO E SEMANA; A SEMANA 1  *
      *     VAI DE DOMINGO A SABADO E CONTEM O DIA 04/01)    *
      * LE OS ATENDIMENTOS DO CADHIST CUJO CID ESTA MARCADO  *
      * NO CADCID (SMP002), REGISTRA OS CASOS NOVOS NO       *
      * CADNTF COMO PENDENTES E EMITE EM RELNOTIF.TXT UMA    *
      * FICHA DE NOTIFICACAO POR CASO (PACIENTE, ENDERECO DO *
      * CADPAC, ATENDIMENTO, CID, MEDICO E NOTIFICADO EM /   *
      * POR, INFORMADOS NO SMP071). O DIARIO ABRE COM OS     *
      * CASOS DE NOTIFICACAO IMEDIATA DE DIAS ANTERIORES     *
      * AINDA NAO NOTIFICADOS, EM DESTAQUE; A SEMANA TERMINA *
      * COM O RESUMO DE CASOS POR CID                        *
      * O DIARIO REGISTRA OS CASOS DESDE A VESPERA DO ULTIMO *
      * CASO JA NO CADNTF, PARA QUE DIA SEM RELATORIO (FIM   *
      * DE SEMANA, FERIADO, FALHA) NAO DEIXE CASO DE FORA    *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADNTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NTF-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIS-CHAVE
                    FILE STATUS  IS ST-ERRO-HI.
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-CID
                    FILE STATUS  IS ST-ERRO-CI.
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
                    SELECT RELNOTIF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * UM REGISTRO POR CASO, NA ORDEM DA DATA DO ATENDIMENTO
       FD CADNTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNTF.DAT".
       01 REGNTF.
            03 NTF-CHAVE.
               05 NTF-DATA        PIC 9(08).
               05 NTF-HORA        PIC 9(04).
               05 NTF-PRONTUARIO  PIC 9(06).
            03 NTF-CID            PIC 9(04).
            03 NTF-TIPO           PIC X(01).
               88 NTF-IMEDIATA      VALUE "I".
               88 NTF-SEMANAL       VALUE "S".
            03 NTF-CRM            PIC 9(07).
            03 NTF-SITUACAO       PIC X(01).
               88 NTF-PENDENTE      VALUE "P".
               88 NTF-NOTIFICADO    VALUE "N".
            03 NTF-DATA-NOTIF     PIC 9(08).
            03 NTF-HORA-NOTIF     PIC 9(04).
            03 NTF-OPERADOR       PIC X(08).
            03 NTF-PROTOCOLO      PIC X(15).

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

       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
       01 REGCID.
            03 CODIGO-CID   PIC 9(04).
            03 DENOMINACAO  PIC X(30).
            03 CID-SITUACAO PIC X(01).
               88 CID-INATIVO   VALUE "I".
            03 CID-NOTIFICACAO PIC X(01).
               88 CID-NOTIF-IMEDIATA VALUE "I".
               88 CID-NOTIF-SEMANAL  VALUE "S".
               88 CID-NOTIFICAVEL    VALUE "I" "S".

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

       FD RELNOTIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNOTIF.TXT".
       01 REGREL               PIC X(100).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-HI   PIC X(02) VALUE "00".
       01 ST-ERRO-CI   PIC X(02) VALUE "00".
       01 ST-ERRO-PC   PIC X(02) VALUE "00".
       01 ST-ERRO-MD   PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 W-FIM-HIS    PIC X(01) VALUE "N".
       01 W-FIM-NTF    PIC X(01) VALUE "N".
       01 W-TIPO-REL   PIC X(01) VALUE SPACES.
          88 W-DIARIO       VALUE "1".
          88 W-SEMANAL      VALUE "2".
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-REF   PIC 9(08) VALUE ZEROS.
       01 W-ANO-SE     PIC 9(04) VALUE ZEROS.
       01 W-NUM-SE     PIC 9(02) VALUE ZEROS.
       01 W-ANO-CALC   PIC 9(04) VALUE ZEROS.
       01 W-INI-PROX   PIC 9(08) VALUE ZEROS.
      * PERIODO IMPRESSO E PERIODO EM QUE OS CASOS SAO REGISTRADOS
      * (NO DIARIO INCLUI O DIA ANTERIOR E VOLTA ATE A VESPERA DO
      * ULTIMO CASO REGISTRADO, PARA QUE O CASO IMEDIATO DE DIAS SEM
      * RELATORIO APARECA EM DESTAQUE)
       01 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       01 W-REG-INI    PIC 9(08) VALUE ZEROS.
       01 W-ULT-NTF    PIC 9(08) VALUE ZEROS.
       01 W-DATA-DIA   PIC 9(08) VALUE ZEROS.
       01 W-DATA-DIA-R REDEFINES W-DATA-DIA.
            03 W-DIA-AAAA  PIC 9(04).
            03 W-DIA-MM    PIC 9(02).
            03 W-DIA-DD    PIC 9(02).
       01 W-DIAS-MES   PIC 9(02) VALUE ZEROS.
       01 W-QT-DIAS    PIC 9(03) VALUE ZEROS.
       01 W-RESTO      PIC 9(04) VALUE ZEROS.
       01 W-PRONT-PAC  PIC 9(06) VALUE ZEROS.
       01 W-DESTAQUE   PIC X(01) VALUE "N".

       01 W-LIDOS       PIC 9(07) VALUE ZEROS.
       01 W-NOVOS       PIC 9(05) VALUE ZEROS.
       01 W-CASOS       PIC 9(05) VALUE ZEROS.
       01 W-IMEDIATOS   PIC 9(05) VALUE ZEROS.
       01 W-SEMANAIS    PIC 9(05) VALUE ZEROS.
       01 W-NOTIFICADOS PIC 9(05) VALUE ZEROS.
       01 W-PENDENTES   PIC 9(05) VALUE ZEROS.
       01 W-ATRASADOS   PIC 9(05) VALUE ZEROS.

      * APOIO AO CALCULO DO DIA DA SEMANA (ZELLER)
       01 W-AAAA       PIC 9(04) VALUE ZEROS.
       01 W-MM         PIC 9(02) VALUE ZEROS.
       01 W-DD         PIC 9(02) VALUE ZEROS.
       01 W-J          PIC 9(02) VALUE ZEROS.
       01 W-K          PIC 9(02) VALUE ZEROS.
       01 W-T1         PIC 9(04) VALUE ZEROS.
       01 W-T2         PIC 9(04) VALUE ZEROS.
       01 W-T3         PIC 9(03) VALUE ZEROS.
       01 W-H          PIC 9(03) VALUE ZEROS.
       01 W-DIA-AUX    PIC 9(01) VALUE ZEROS.
       01 W-DIA-SEM    PIC 9(01) VALUE ZEROS.
       01 W-DATA-ZEL   PIC 9(08) VALUE ZEROS.

       01 W-TAB-DIAS-MES.
            03 FILLER   PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-DIAS-R REDEFINES W-TAB-DIAS-MES.
            03 W-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

      * CASOS DA SEMANA POR CID
       01 W-IND        PIC 9(03) VALUE ZEROS.
       01 W-IND-MAX    PIC 9(03) VALUE ZEROS.
       01 W-TAB-CID.
            03 W-TC-ITEM OCCURS 100 TIMES.
               05 W-TC-CID        PIC 9(04).
               05 W-TC-TIPO       PIC X(01).
               05 W-TC-CASOS      PIC 9(05).
               05 W-TC-PENDENTES  PIC 9(05).

       01 W-LINHA-SEP          PIC X(78) VALUE ALL "=".

       01 W-DET-RESUMO.
            03 WDR-CID         PIC 9(04).
            03 FILLER          PIC X(03) VALUE " - ".
            03 WDR-DENOM       PIC X(30).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDR-TIPO        PIC X(08).
            03 FILLER          PIC X(08) VALUE "  CASOS ".
            03 WDR-CASOS       PIC ZZZZ9.
            03 FILLER          PIC X(13) VALUE "  PENDENTES ".
            03 WDR-PENDENTES   PIC ZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** DOENCAS DE NOTIFICACAO COMPULSORIA ***".
           DISPLAY "1 = RELATORIO DIARIO".
           DISPLAY "2 = SEMANA EPIDEMIOLOGICA".
           DISPLAY "OPCAO : ".
           ACCEPT W-TIPO-REL.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           IF W-DIARIO
                GO TO INICIO-DIARIO.
           IF W-SEMANAL
                GO TO INICIO-SEMANA.
           DISPLAY "OPCAO INVALIDA"
           GO TO ROT-FIM.

       INICIO-DIARIO.
           DISPLAY "DATA DOS ATENDIMENTOS (AAAAMMDD, ZERO = HOJE) : ".
           ACCEPT W-DATA-REF.
           IF W-DATA-REF = ZEROS
                MOVE W-DATA-HOJE TO W-DATA-REF.
           MOVE W-DATA-REF TO W-DATA-DIA
           IF W-DIA-MM = ZEROS OR W-DIA-MM > 12
             OR W-DIA-DD = ZEROS OR W-DIA-DD > 31
                DISPLAY "DATA INVALIDA"
                GO TO ROT-FIM.
           MOVE W-DATA-REF TO W-DATA-INI W-DATA-FIM
           PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
           MOVE W-DATA-DIA TO W-REG-INI
           GO TO ABRIR-ARQ.

       INICIO-SEMANA.
           DISPLAY "ANO (AAAA) : ".
           ACCEPT W-ANO-SE.
           DISPLAY "SEMANA EPIDEMIOLOGICA (01 A 53) : ".
           ACCEPT W-NUM-SE.
           IF W-ANO-SE < 1900 OR W-NUM-SE = ZEROS OR W-NUM-SE > 53
                DISPLAY "ANO OU SEMANA INVALIDOS"
                GO TO ROT-FIM.
           COMPUTE W-ANO-CALC = W-ANO-SE + 1
           PERFORM INICIO-SE-1 THRU INICIO-SE-1-FIM
           MOVE W-DATA-DIA TO W-INI-PROX
           MOVE W-ANO-SE TO W-ANO-CALC
           PERFORM INICIO-SE-1 THRU INICIO-SE-1-FIM
           COMPUTE W-QT-DIAS = (W-NUM-SE - 1) * 7
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           IF W-DATA-DIA NOT < W-INI-PROX
                DISPLAY "O ANO " W-ANO-SE " NAO TEM A SEMANA " W-NUM-SE
                GO TO ROT-FIM.
           MOVE W-DATA-DIA TO W-DATA-INI W-REG-INI
           MOVE 6 TO W-QT-DIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-DATA-DIA TO W-DATA-FIM.

       ABRIR-ARQ.
           OPEN I-O CADNTF
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    OPEN OUTPUT CADNTF
                    CLOSE CADNTF
                    GO TO ABRIR-ARQ
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADNTF - " ST-ERRO
                    GO TO ROT-FIM.
           OPEN INPUT CADHIST
           IF ST-ERRO-HI NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADHIST - " ST-ERRO-HI
                CLOSE CADNTF
                GO TO ROT-FIM.
           OPEN INPUT CADCID
           IF ST-ERRO-CI NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCID - " ST-ERRO-CI
                CLOSE CADNTF CADHIST
                GO TO ROT-FIM.
           OPEN INPUT CADPAC
           IF ST-ERRO-PC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - " ST-ERRO-PC
                CLOSE CADNTF CADHIST CADCID
                GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MD NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - " ST-ERRO-MD
                CLOSE CADNTF CADHIST CADCID CADPAC
                GO TO ROT-FIM.
           OPEN OUTPUT RELNOTIF
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELNOTIF.TXT - "
                        ST-ERRO-REL
                CLOSE CADNTF CADHIST CADCID CADPAC CADMED
                GO TO ROT-FIM.

       PROCESSA.
           IF W-DIARIO
                PERFORM ULTIMO-CASO THRU ULTIMO-CASO-FIM.
      *    1o PASSO - REGISTRA NO CADNTF OS CASOS NOVOS DO PERIODO
           PERFORM UNTIL W-FIM-HIS = "S"
               READ CADHIST NEXT RECORD
                   AT END MOVE "S" TO W-FIM-HIS
               END-READ
               IF W-FIM-HIS NOT = "S"
                   ADD 1 TO W-LIDOS
                   PERFORM REGISTRA-CASO THRU REGISTRA-CASO-FIM
           END-PERFORM.

           MOVE SPACES TO REGREL
           IF W-DIARIO
                STRING "NOTIFICACAO COMPULSORIA - RELATORIO DIARIO - "
                       "ATENDIMENTOS DE " W-DATA-INI
                       DELIMITED BY SIZE INTO REGREL
           ELSE
                STRING "NOTIFICACAO COMPULSORIA - SEMANA "
                       "EPIDEMIOLOGICA " W-NUM-SE "/" W-ANO-SE
                       " - DE " W-DATA-INI " A " W-DATA-FIM
                       DELIMITED BY SIZE INTO REGREL.
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "EMITIDO EM " W-DATA-HOJE
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL

      *    2o PASSO (DIARIO) - IMEDIATOS DE DIAS ANTERIORES PENDENTES
           IF W-DIARIO
                PERFORM DESTAQUE THRU DESTAQUE-FIM.

      *    3o PASSO - FICHAS DOS CASOS DO PERIODO
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "CASOS DO PERIODO :" TO REGREL
           WRITE REGREL
           MOVE "N" TO W-DESTAQUE
           MOVE W-DATA-INI TO NTF-DATA
           MOVE ZEROS TO NTF-HORA NTF-PRONTUARIO
           START CADNTF KEY IS NOT LESS THAN NTF-CHAVE
           IF ST-ERRO NOT = "00"
                MOVE "S" TO W-FIM-NTF
           ELSE
                MOVE "N" TO W-FIM-NTF.
           PERFORM UNTIL W-FIM-NTF = "S"
               READ CADNTF NEXT RECORD
                   AT END MOVE "S" TO W-FIM-NTF
               END-READ
               IF W-FIM-NTF NOT = "S"
                   IF NTF-DATA > W-DATA-FIM
                       MOVE "S" TO W-FIM-NTF
                   ELSE
                       PERFORM TRATA-CASO THRU TRATA-CASO-FIM
           END-PERFORM.

           IF W-CASOS = ZEROS
                MOVE SPACES TO REGREL
                WRITE REGREL
                MOVE "*** NENHUM CASO DE NOTIFICACAO COMPULSORIA ***"
                                                          TO REGREL
                WRITE REGREL.

           IF W-SEMANAL
                PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM.
           GO TO ROT-TOTAIS.

      *------[ ATENDIMENTO DO PERIODO COM CID NOTIFICAVEL VIRA CASO ]--
       REGISTRA-CASO.
           IF HIS-DATA < W-REG-INI OR HIS-DATA > W-DATA-FIM
                GO TO REGISTRA-CASO-FIM.
           IF HIS-CID = ZEROS
                GO TO REGISTRA-CASO-FIM.
           MOVE HIS-CID TO CODIGO-CID
           READ CADCID
           IF ST-ERRO-CI NOT = "00"
                GO TO REGISTRA-CASO-FIM.
           IF NOT CID-NOTIFICAVEL
                GO TO REGISTRA-CASO-FIM.
           MOVE HIS-DATA       TO NTF-DATA
           MOVE HIS-HORA       TO NTF-HORA
           MOVE HIS-PRONTUARIO TO NTF-PRONTUARIO
           READ CADNTF
           IF ST-ERRO = "00"
                GO TO REGISTRA-CASO-FIM.
           MOVE HIS-CID         TO NTF-CID
           MOVE CID-NOTIFICACAO TO NTF-TIPO
           MOVE HIS-CRM         TO NTF-CRM
           MOVE "P"             TO NTF-SITUACAO
           MOVE ZEROS  TO NTF-DATA-NOTIF NTF-HORA-NOTIF
           MOVE SPACES TO NTF-OPERADOR NTF-PROTOCOLO
           WRITE REGNTF
           IF ST-ERRO = "00" OR "02"
                ADD 1 TO W-NOVOS
           ELSE
                DISPLAY "ERRO (" ST-ERRO ") AO REGISTRAR O CASO "
                        HIS-PRONTUARIO " " HIS-DATA.
       REGISTRA-CASO-FIM.
                EXIT.

      *------[ INICIO DO REGISTRO NO DIARIO ]------
      * O CADNTF ESTA NA ORDEM DA DATA: O ULTIMO LIDO E O CASO MAIS
      * RECENTE. O REGISTRO COMECA NA VESPERA DELE QUANDO ISSO FOR
      * ANTES DA VESPERA DA DATA PEDIDA; SEM CASO NENHUM VALE SO A
      * VESPERA DA DATA PEDIDA. O CASO JA REGISTRADO NAO SE REPETE
       ULTIMO-CASO.
           MOVE ZEROS TO W-ULT-NTF
           MOVE LOW-VALUES TO NTF-CHAVE
           START CADNTF KEY IS NOT LESS THAN NTF-CHAVE
                INVALID KEY GO TO ULTIMO-CASO-FIM.
       ULTIMO-CASO-LOOP.
           READ CADNTF NEXT RECORD
                AT END GO TO ULTIMO-CASO-DATA
           END-READ
           MOVE NTF-DATA TO W-ULT-NTF
           GO TO ULTIMO-CASO-LOOP.
       ULTIMO-CASO-DATA.
           IF W-ULT-NTF = ZEROS
                GO TO ULTIMO-CASO-FIM.
           MOVE W-ULT-NTF TO W-DATA-DIA
           PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
           IF W-DATA-DIA < W-REG-INI
                MOVE W-DATA-DIA TO W-REG-INI.
       ULTIMO-CASO-FIM.
                EXIT.

      *------[ IMEDIATOS ANTERIORES AO DIA AINDA NAO NOTIFICADOS ]------
       DESTAQUE.
           MOVE "S" TO W-DESTAQUE
           MOVE LOW-VALUES TO NTF-CHAVE
           START CADNTF KEY IS NOT LESS THAN NTF-CHAVE
           IF ST-ERRO NOT = "00"
                GO TO DESTAQUE-FIM.
       DESTAQUE-LOOP.
           READ CADNTF NEXT RECORD
                AT END GO TO DESTAQUE-FIM
           END-READ
           IF NTF-DATA NOT < W-DATA-INI
                GO TO DESTAQUE-FIM.
           IF NOT NTF-IMEDIATA OR NOT NTF-PENDENTE
                GO TO DESTAQUE-LOOP.
           IF W-ATRASADOS = ZEROS
                MOVE SPACES TO REGREL
                WRITE REGREL
                MOVE W-LINHA-SEP TO REGREL
                WRITE REGREL
                MOVE "*** ATENCAO *** NOTIFICACAO IMEDIATA (24 HORAS)"
                                                          TO REGREL
                WRITE REGREL
                MOVE SPACES TO REGREL
                STRING "*** ATENCAO *** CASOS DE DIAS ANTERIORES "
                       "AINDA NAO NOTIFICADOS"
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL.
           ADD 1 TO W-ATRASADOS
           PERFORM IMPRIME-FICHA THRU IMPRIME-FICHA-FIM
           GO TO DESTAQUE-LOOP.
       DESTAQUE-FIM.
           IF W-ATRASADOS NOT = ZEROS
                MOVE W-LINHA-SEP TO REGREL
                WRITE REGREL
                MOVE SPACES TO REGREL
                STRING "*** ATENCAO *** " W-ATRASADOS
                       " CASO(S) IMEDIATO(S) EM ATRASO - REGISTRE A "
                       "NOTIFICACAO NO SMP071"
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL.

      *------[ CASO DO PERIODO - CONTA, RESUME E IMPRIME A FICHA ]------
       TRATA-CASO.
           ADD 1 TO W-CASOS
           IF NTF-IMEDIATA
                ADD 1 TO W-IMEDIATOS
           ELSE
                ADD 1 TO W-SEMANAIS.
           IF NTF-NOTIFICADO
                ADD 1 TO W-NOTIFICADOS
           ELSE
                ADD 1 TO W-PENDENTES.
           IF W-SEMANAL
                PERFORM ACHA-CID THRU ACHA-CID-FIM.
           PERFORM IMPRIME-FICHA THRU IMPRIME-FICHA-FIM.
       TRATA-CASO-FIM.
                EXIT.

      *------[ FICHA DE NOTIFICACAO DO CASO EM REGNTF ]------
       IMPRIME-FICHA.
           MOVE NTF-PRONTUARIO TO HIS-PRONTUARIO
           MOVE NTF-DATA       TO HIS-DATA
           MOVE NTF-HORA       TO HIS-HORA
           READ CADHIST
           IF ST-ERRO-HI NOT = "00"
                MOVE SPACES TO HIS-DESCR-ESPEC HIS-DENOM-CID.
           MOVE NTF-CID TO CODIGO-CID
           READ CADCID
           IF ST-ERRO-CI NOT = "00"
                MOVE HIS-DENOM-CID TO DENOMINACAO.
      *    PRONTUARIO ABSORVIDO NA UNIFICACAO - USA O CADASTRO NOVO
           MOVE NTF-PRONTUARIO TO W-PRONT-PAC PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC = "00" AND PAC-ABSORVIDO
                MOVE PAC-PRONT-NOVO TO W-PRONT-PAC PRONTUARIO
                READ CADPAC.
           IF ST-ERRO-PC NOT = "00"
                MOVE SPACES TO REGPAC
                MOVE ZEROS TO PAC-DATA-NASC PAC-CEP
                MOVE "*** PACIENTE NAO CADASTRADO ***" TO PAC-NOME.
           MOVE NTF-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MD NOT = "00"
                MOVE "*** MEDICO NAO CADASTRADO ***" TO MED-NOME.

           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-LINHA-SEP TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           IF W-DESTAQUE = "S"
                STRING "*** FICHA DE NOTIFICACAO - PENDENTE EM ATRASO "
                       "***" DELIMITED BY SIZE INTO REGREL
           ELSE
                MOVE "FICHA DE NOTIFICACAO" TO REGREL.
           WRITE REGREL
           MOVE SPACES TO REGREL
           IF NTF-IMEDIATA
                STRING "AGRAVO (CID) : " NTF-CID " - " DENOMINACAO
                       "  NOTIFICACAO IMEDIATA (24H)"
                       DELIMITED BY SIZE INTO REGREL
           ELSE
                STRING "AGRAVO (CID) : " NTF-CID " - " DENOMINACAO
                       "  NOTIFICACAO SEMANAL"
                       DELIMITED BY SIZE INTO REGREL.
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "ATENDIMENTO  : " NTF-DATA "  HORA " NTF-HORA
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "PACIENTE     : " W-PRONT-PAC " - " PAC-NOME
                  "  NASC. " PAC-DATA-NASC
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "ENDERECO     : " PAC-ENDERECO " - " PAC-BAIRRO
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "MUNICIPIO    : " PAC-CIDADE " UF " PAC-COD-ESTADO
                  "  CEP " PAC-CEP "  FONE " PAC-TELEFONE
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "MEDICO       : CRM " NTF-CRM " - " MED-NOME
                  " " HIS-DESCR-ESPEC
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           IF NTF-NOTIFICADO
                STRING "NOTIFICADO EM: " NTF-DATA-NOTIF "  HORA "
                       NTF-HORA-NOTIF "  POR " NTF-OPERADOR
                       "  PROTOCOLO " NTF-PROTOCOLO
                       DELIMITED BY SIZE INTO REGREL
           ELSE
                MOVE "NOTIFICADO EM: *** PENDENTE ***" TO REGREL.
           WRITE REGREL.
       IMPRIME-FICHA-FIM.
                EXIT.

      *------[ LOCALIZA/INCLUI O CID NA TABELA DO RESUMO SEMANAL ]------
       ACHA-CID.
           MOVE ZEROS TO W-IND.
       ACHA-CID-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-IND-MAX
                GO TO ACHA-CID-NOVO.
           IF W-TC-CID (W-IND) NOT = NTF-CID
                GO TO ACHA-CID-LOOP.
           GO TO ACHA-CID-SOMA.
       ACHA-CID-NOVO.
           IF W-IND-MAX NOT < 100
                DISPLAY "TABELA DE CID DO RESUMO ESGOTADA - CID "
                        NTF-CID " FORA DO RESUMO"
                GO TO ACHA-CID-FIM.
           ADD 1 TO W-IND-MAX
           MOVE W-IND-MAX TO W-IND
           MOVE NTF-CID  TO W-TC-CID (W-IND)
           MOVE NTF-TIPO TO W-TC-TIPO (W-IND)
           MOVE ZEROS TO W-TC-CASOS (W-IND) W-TC-PENDENTES (W-IND).
       ACHA-CID-SOMA.
           ADD 1 TO W-TC-CASOS (W-IND)
           IF NTF-PENDENTE
                ADD 1 TO W-TC-PENDENTES (W-IND).
       ACHA-CID-FIM.
                EXIT.

      *------[ RESUMO DA SEMANA EPIDEMIOLOGICA POR CID ]------
       IMPRIME-RESUMO.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-LINHA-SEP TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "RESUMO DA SEMANA EPIDEMIOLOGICA " W-NUM-SE "/"
                  W-ANO-SE " POR AGRAVO :"
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-IND.
       IMPRIME-RESUMO-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-IND-MAX
                GO TO IMPRIME-RESUMO-FIM.
           MOVE W-TC-CID (W-IND) TO WDR-CID CODIGO-CID
           READ CADCID
           IF ST-ERRO-CI = "00"
                MOVE DENOMINACAO TO WDR-DENOM
           ELSE
                MOVE SPACES TO WDR-DENOM.
           IF W-TC-TIPO (W-IND) = "I"
                MOVE "IMEDIATA" TO WDR-TIPO
           ELSE
                MOVE "SEMANAL " TO WDR-TIPO.
           MOVE W-TC-CASOS (W-IND)     TO WDR-CASOS
           MOVE W-TC-PENDENTES (W-IND) TO WDR-PENDENTES
           MOVE W-DET-RESUMO TO REGREL
           WRITE REGREL
           GO TO IMPRIME-RESUMO-LOOP.
       IMPRIME-RESUMO-FIM.
                EXIT.

      *------[ INICIO DA SEMANA 1 DE W-ANO-CALC EM W-DATA-DIA ]------
      *    DOMINGO DA SEMANA QUE CONTEM O DIA 04/01 (PODE CAIR NO
      *    FIM DE DEZEMBRO DO ANO ANTERIOR)
       INICIO-SE-1.
           COMPUTE W-DATA-ZEL = W-ANO-CALC * 10000 + 104
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM
           IF W-DIA-SEM < 5
                COMPUTE W-DATA-DIA = W-ANO-CALC * 10000 + 105
                                   - W-DIA-SEM
           ELSE
                COMPUTE W-DATA-DIA = (W-ANO-CALC - 1) * 10000 + 1236
                                   - W-DIA-SEM.
       INICIO-SE-1-FIM.
                EXIT.

      *    SOMA W-QT-DIAS DIAS EM W-DATA-DIA
       SOMA-DIAS.
           IF W-QT-DIAS = ZEROS
                GO TO SOMA-DIAS-FIM.
           PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM
           SUBTRACT 1 FROM W-QT-DIAS
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
                EXIT.

      *    SOMA UM DIA EM W-DATA-DIA, VIRANDO MES E ANO
       PROXIMO-DIA.
           MOVE W-DIAS-DO-MES (W-DIA-MM) TO W-DIAS-MES
           IF W-DIA-MM = 2
                PERFORM CHECA-BISSEXTO THRU CHECA-BISSEXTO-FIM.
           ADD 1 TO W-DIA-DD
           IF W-DIA-DD NOT > W-DIAS-MES
                GO TO PROXIMO-DIA-FIM.
           MOVE 1 TO W-DIA-DD
           ADD 1 TO W-DIA-MM
           IF W-DIA-MM > 12
                MOVE 1 TO W-DIA-MM
                ADD 1 TO W-DIA-AAAA.
       PROXIMO-DIA-FIM.
                EXIT.

      *    DIA ANTERIOR A W-DATA-INI EM W-DATA-DIA
       DIA-ANTERIOR.
           MOVE W-DATA-INI TO W-DATA-DIA
           IF W-DIA-DD > 1
                SUBTRACT 1 FROM W-DIA-DD
                GO TO DIA-ANTERIOR-FIM.
           IF W-DIA-MM > 1
                SUBTRACT 1 FROM W-DIA-MM
           ELSE
                MOVE 12 TO W-DIA-MM
                SUBTRACT 1 FROM W-DIA-AAAA.
           MOVE W-DIAS-DO-MES (W-DIA-MM) TO W-DIAS-MES
           IF W-DIA-MM = 2
                PERFORM CHECA-BISSEXTO THRU CHECA-BISSEXTO-FIM.
           MOVE W-DIAS-MES TO W-DIA-DD.
       DIA-ANTERIOR-FIM.
                EXIT.

      *----------[ DIA DA SEMANA PELA CONGRUENCIA DE ZELLER ]----------
      * RESULTADO EM W-DIA-SEM : 1=DOMINGO ... 7=SABADO
       CALC-DIA-SEM.
           MOVE W-DATA-ZEL (1:4) TO W-AAAA
           MOVE W-DATA-ZEL (5:2) TO W-MM
           MOVE W-DATA-ZEL (7:2) TO W-DD
           IF W-MM < 3
                ADD 12 TO W-MM
                SUBTRACT 1 FROM W-AAAA.
           COMPUTE W-J = W-AAAA / 100
           COMPUTE W-K = W-AAAA - W-J * 100
           COMPUTE W-T1 = (13 * (W-MM + 1)) / 5
           COMPUTE W-T2 = W-K / 4
           COMPUTE W-T3 = W-J / 4
           COMPUTE W-H = W-DD + W-T1 + W-K + W-T2 + W-T3 + 5 * W-J
           COMPUTE W-T2 = W-H / 7
           COMPUTE W-DIA-AUX = W-H - W-T2 * 7
           IF W-DIA-AUX = 0
                MOVE 7 TO W-DIA-SEM
           ELSE
                MOVE W-DIA-AUX TO W-DIA-SEM.
       CALC-DIA-SEM-FIM.
                EXIT.

       CHECA-BISSEXTO.
           COMPUTE W-T1 = W-DIA-AAAA / 4
           COMPUTE W-RESTO = W-DIA-AAAA - W-T1 * 4
           IF W-RESTO = ZEROS
                MOVE 29 TO W-DIAS-MES
                COMPUTE W-T1 = W-DIA-AAAA / 100
                COMPUTE W-RESTO = W-DIA-AAAA - W-T1 * 100
                IF W-RESTO = ZEROS
                     COMPUTE W-T1 = W-DIA-AAAA / 400
                     COMPUTE W-RESTO = W-DIA-AAAA - W-T1 * 400
                     IF W-RESTO NOT = ZEROS
                          MOVE 28 TO W-DIAS-MES.
       CHECA-BISSEXTO-FIM.
                EXIT.

       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "CASOS=" W-CASOS "  IMEDIATOS=" W-IMEDIATOS
                  "  SEMANAIS=" W-SEMANAIS
                  "  NOTIFICADOS=" W-NOTIFICADOS
                  "  PENDENTES=" W-PENDENTES
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL

           DISPLAY "ATENDIMENTOS LIDOS NO CADHIST  : " W-LIDOS.
           DISPLAY "CASOS NOVOS REGISTRADOS        : " W-NOVOS.
           DISPLAY "CASOS NO PERIODO               : " W-CASOS.
           DISPLAY "PENDENTES DE NOTIFICACAO       : " W-PENDENTES.
           IF W-ATRASADOS NOT = ZEROS
                DISPLAY "*** ATENCAO *** IMEDIATOS EM ATRASO : "
                        W-ATRASADOS.
           DISPLAY "*** RELATORIO GRAVADO EM RELNOTIF.TXT ***".
           CLOSE CADNTF CADHIST CADCID CADPAC CADMED RELNOTIF.

       ROT-FIM.
                STOP RUN.

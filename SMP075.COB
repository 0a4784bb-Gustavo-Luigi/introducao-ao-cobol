       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP075.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * RELATORIO MENSAL DOS ORCAMENTOS PARTICULARES         *
      * ORCAMENTOS DO CADORC (SMP074) EMITIDOS NA            *
      * COMPETENCIA - EMITIDOS, ACEITOS (INCLUSIVE OS JA     *
      * REALIZADOS), PERDIDOS (RECUSADOS E OS VENCIDOS SEM   *
      * ACEITE) E EM ABERTO, COM A TAXA DE CONVERSAO, POR    *
      * MEDICO E POR PROCEDIMENTO ORCADO, E A CONFERENCIA DO *
      * VALOR RECEBIDO NO CAIXA (SMP018) CONTRA O ORCADO     *
      * SAIDA EM RELORCAM.TXT                                *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS ORC-AGE-CHAVE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ORC-PRONTUARIO
                                                      WITH DUPLICATES.
                    SELECT RELORCAM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD RELORCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELORCAM.TXT".
       01 REGREL               PIC X(120).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 W-FIM-ORC    PIC X(01) VALUE "N".
       01 W-COMPET     PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
            03 W-COMPET-AAAA PIC 9(04).
            03 W-COMPET-MM   PIC 9(02).
       01 W-ORC-COMPET PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-PERC       PIC 9(03)V9 VALUE ZEROS.
       01 W-IND        PIC 9(03) VALUE ZEROS.
       01 W-IND-MAX    PIC 9(03) VALUE ZEROS.
       01 W-PRO-IND    PIC 9(03) VALUE ZEROS.
       01 W-PRO-MAX    PIC 9(03) VALUE ZEROS.
       01 W-IT         PIC 9(02) VALUE ZEROS.
       01 W-QT-DIVERG  PIC 9(05) VALUE ZEROS.
       01 W-DIFERENCA  PIC S9(05)V99 VALUE ZEROS.

      * RESULTADO DO ORCAMENTO NO MES: A=ACEITO/REALIZADO,
      * P=PERDIDO OU VENCIDO SEM ACEITE, E=AINDA EM ABERTO
       01 W-RESULTADO  PIC X(01) VALUE SPACES.
          88 W-CONVERTIDO      VALUE "A".
          88 W-NAO-CONVERTIDO  VALUE "P".
          88 W-EM-ABERTO       VALUE "E".

      * TOTAIS GERAIS DA COMPETENCIA
       01 W-TOT-EMIT-QT  PIC 9(05) VALUE ZEROS.
       01 W-TOT-EMIT-VL  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-ACE-QT   PIC 9(05) VALUE ZEROS.
       01 W-TOT-ACE-VL   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-REA-QT   PIC 9(05) VALUE ZEROS.
       01 W-TOT-REA-VL   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-REC-VL   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PER-QT   PIC 9(05) VALUE ZEROS.
       01 W-TOT-PER-VL   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-VEN-QT   PIC 9(05) VALUE ZEROS.
       01 W-TOT-ABE-QT   PIC 9(05) VALUE ZEROS.
       01 W-TOT-ABE-VL   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-DESC-VL  PIC 9(09)V99 VALUE ZEROS.
       01 W-BASE-QT      PIC 9(05) VALUE ZEROS.
       01 W-PARTE-QT     PIC 9(05) VALUE ZEROS.

       01 W-TAB-MED.
            03 W-TM-ITEM OCCURS 100 TIMES.
               05 W-TM-CRM        PIC 9(07).
               05 W-TM-NOME       PIC X(30).
               05 W-TM-EMIT-QT    PIC 9(05).
               05 W-TM-EMIT-VL    PIC 9(07)V99.
               05 W-TM-ACE-QT     PIC 9(05).
               05 W-TM-ACE-VL     PIC 9(07)V99.
               05 W-TM-PER-QT     PIC 9(05).

       01 W-TAB-PRO.
            03 W-TP-ITEM OCCURS 200 TIMES.
               05 W-TP-PROCED     PIC 9(08).
               05 W-TP-DESCR      PIC X(30).
               05 W-TP-ORC-QT     PIC 9(05).
               05 W-TP-ORC-VL     PIC 9(07)V99.
               05 W-TP-ACE-QT     PIC 9(05).
               05 W-TP-ACE-VL     PIC 9(07)V99.

       01 W-CAB-REL.
            03 FILLER          PIC X(40) VALUE
               "ORCAMENTOS PARTICULARES  -  COMPETENCIA".
            03 FILLER          PIC X(03) VALUE " : ".
            03 WCR-COMPET      PIC 9(06).

       01 W-RES-LIN.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WRL-ROTULO      PIC X(30).
            03 WRL-QT          PIC ZZZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WRL-VALOR       PIC ZZZ.ZZZ.ZZ9,99.

       01 W-RES-PERC.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(30) VALUE
               "TAXA DE CONVERSAO (%)".
            03 WRP-PERC        PIC ZZ9,9.

       01 W-CAB-MED.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(40) VALUE
               "CRM      MEDICO".
            03 FILLER          PIC X(50) VALUE
               "EMIT       VALOR  ACEI       VALOR  PERD  CONV%".

       01 W-DET-MED.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WDM-CRM         PIC 9(07).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDM-NOME        PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDM-EMIT-QT     PIC ZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDM-EMIT-VL     PIC ZZZ.ZZ9,99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDM-ACE-QT      PIC ZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDM-ACE-VL      PIC ZZZ.ZZ9,99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDM-PER-QT      PIC ZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDM-PERC        PIC ZZ9,9.

       01 W-CAB-PRO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(41) VALUE
               "TUSS      PROCEDIMENTO".
            03 FILLER          PIC X(50) VALUE
               "ORC       VALOR  ACEI       VALOR  CONV%".

       01 W-DET-PRO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WDP-PROCED      PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDP-DESCR       PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDP-ORC-QT      PIC ZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDP-ORC-VL      PIC ZZZ.ZZ9,99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDP-ACE-QT      PIC ZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDP-ACE-VL      PIC ZZZ.ZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDP-PERC        PIC ZZ9,9.

       01 W-CAB-DIV.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(46) VALUE
               "ORCAM.  PRONT. PACIENTE".
            03 FILLER          PIC X(50) VALUE
               "REALIZADO      ORCADO    RECEBIDO   DIFERENCA".

       01 W-DET-DIV.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WDV-NUMERO      PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDV-PRONTUARIO  PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDV-PAC-NOME    PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDV-DATA        PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDV-ORCADO      PIC ZZ.ZZ9,99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WDV-RECEBIDO    PIC ZZ.ZZ9,99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WDV-DIFERENCA   PIC --.--9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** ORCAMENTOS PARTICULARES DO MES ***".
           DISPLAY "COMPETENCIA (AAAAMM) : ".
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS OR W-COMPET-MM = ZEROS
             OR W-COMPET-MM > 12
                DISPLAY "COMPETENCIA INVALIDA"
                GO TO ROT-FIM.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.

       ABRIR-ARQ.
           OPEN INPUT CADORC
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADORC - " ST-ERRO
                GO TO ROT-FIM.
           OPEN OUTPUT RELORCAM
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELORCAM.TXT - "
                        ST-ERRO-REL
                CLOSE CADORC
                GO TO ROT-FIM.

       PROCESSA.
           MOVE W-COMPET TO WCR-COMPET
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL

      *    1o PASSO - TOTAIS, MEDICOS E PROCEDIMENTOS DO MES
           PERFORM UNTIL W-FIM-ORC = "S"
               READ CADORC NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ORC
               END-READ
               IF W-FIM-ORC NOT = "S"
                   PERFORM TRATA-ORC THRU TRATA-ORC-FIM
           END-PERFORM.

           IF W-TOT-EMIT-QT = ZEROS
                MOVE "*** NENHUM ORCAMENTO EMITIDO NO MES ***"
                                                            TO REGREL
                WRITE REGREL
                GO TO ROT-TOTAIS.

           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
           PERFORM IMPRIME-MED THRU IMPRIME-MED-FIM
           PERFORM IMPRIME-PRO THRU IMPRIME-PRO-FIM

      *    2o PASSO - REALIZADOS COM RECEBIMENTO DIFERENTE DO ORCADO
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "RECEBIDO NO CAIXA DIFERENTE DO ORCADO :" TO REGREL
           WRITE REGREL
           MOVE W-CAB-DIV TO REGREL
           WRITE REGREL
           MOVE ZEROS TO ORC-NUMERO
           MOVE "N" TO W-FIM-ORC
           START CADORC KEY IS NOT LESS THAN ORC-NUMERO
                INVALID KEY MOVE "S" TO W-FIM-ORC
           END-START
           PERFORM UNTIL W-FIM-ORC = "S"
               READ CADORC NEXT RECORD
                   AT END MOVE "S" TO W-FIM-ORC
               END-READ
               IF W-FIM-ORC NOT = "S"
                   PERFORM TRATA-DIVERG THRU TRATA-DIVERG-FIM
           END-PERFORM.
           IF W-QT-DIVERG = ZEROS
                MOVE "     NENHUMA DIVERGENCIA" TO REGREL
                WRITE REGREL.
           GO TO ROT-TOTAIS.

      *------[ ORCAMENTOS EMITIDOS NA COMPETENCIA ]------
      * O EMITIDO AINDA SEM ACEITE E JA FORA DA VALIDADE CONTA
      * COMO PERDIDO (VENCIDO); DENTRO DA VALIDADE, EM ABERTO
       TRATA-ORC.
           MOVE ORC-DATA-EMISSAO (1:6) TO W-ORC-COMPET
           IF W-ORC-COMPET NOT = W-COMPET
                GO TO TRATA-ORC-FIM.
           ADD 1 TO W-TOT-EMIT-QT
           ADD ORC-VAL-TOTAL TO W-TOT-EMIT-VL
           ADD ORC-DESCONTO TO W-TOT-DESC-VL
           MOVE "E" TO W-RESULTADO
           IF ORC-ACEITO OR ORC-REALIZADO
                MOVE "A" TO W-RESULTADO.
           IF ORC-PERDIDO
                MOVE "P" TO W-RESULTADO.
           IF ORC-EMITIDO AND ORC-VALIDADE < W-DATA-HOJE
                MOVE "P" TO W-RESULTADO
                ADD 1 TO W-TOT-VEN-QT.
           IF W-CONVERTIDO
                ADD 1 TO W-TOT-ACE-QT
                ADD ORC-VAL-TOTAL TO W-TOT-ACE-VL.
           IF ORC-REALIZADO
                ADD 1 TO W-TOT-REA-QT
                ADD ORC-VAL-TOTAL TO W-TOT-REA-VL
                ADD ORC-VAL-RECEB TO W-TOT-REC-VL.
           IF W-NAO-CONVERTIDO
                ADD 1 TO W-TOT-PER-QT
                ADD ORC-VAL-TOTAL TO W-TOT-PER-VL.
           IF W-EM-ABERTO
                ADD 1 TO W-TOT-ABE-QT
                ADD ORC-VAL-TOTAL TO W-TOT-ABE-VL.
           PERFORM LOCALIZA-MED THRU LOCALIZA-MED-FIM
           IF W-IND NOT = ZEROS
                ADD 1 TO W-TM-EMIT-QT (W-IND)
                ADD ORC-VAL-TOTAL TO W-TM-EMIT-VL (W-IND)
                IF W-CONVERTIDO
                     ADD 1 TO W-TM-ACE-QT (W-IND)
                     ADD ORC-VAL-TOTAL TO W-TM-ACE-VL (W-IND)
                END-IF
                IF W-NAO-CONVERTIDO
                     ADD 1 TO W-TM-PER-QT (W-IND)
                END-IF
           END-IF
           MOVE ZEROS TO W-IT.
       TRATA-ORC-ITEM.
           ADD 1 TO W-IT
           IF W-IT > ORC-QT-ITENS
                GO TO TRATA-ORC-FIM.
           PERFORM LOCALIZA-PRO THRU LOCALIZA-PRO-FIM
           IF W-PRO-IND = ZEROS
                GO TO TRATA-ORC-ITEM.
           ADD 1 TO W-TP-ORC-QT (W-PRO-IND)
           ADD ORC-IT-VALOR (W-IT) TO W-TP-ORC-VL (W-PRO-IND)
           IF W-CONVERTIDO
                ADD 1 TO W-TP-ACE-QT (W-PRO-IND)
                ADD ORC-IT-VALOR (W-IT) TO W-TP-ACE-VL (W-PRO-IND).
           GO TO TRATA-ORC-ITEM.
       TRATA-ORC-FIM.
                EXIT.

      *------[ CONFERENCIA DO RECEBIDO CONTRA O ORCADO ]------
       TRATA-DIVERG.
           MOVE ORC-DATA-EMISSAO (1:6) TO W-ORC-COMPET
           IF W-ORC-COMPET NOT = W-COMPET
                GO TO TRATA-DIVERG-FIM.
           IF NOT ORC-REALIZADO
                GO TO TRATA-DIVERG-FIM.
           IF ORC-VAL-RECEB = ORC-VAL-TOTAL
                GO TO TRATA-DIVERG-FIM.
           ADD 1 TO W-QT-DIVERG
           COMPUTE W-DIFERENCA = ORC-VAL-RECEB - ORC-VAL-TOTAL
           MOVE ORC-NUMERO      TO WDV-NUMERO
           MOVE ORC-PRONTUARIO  TO WDV-PRONTUARIO
           MOVE ORC-PAC-NOME    TO WDV-PAC-NOME
           MOVE ORC-DATA-REALIZ TO WDV-DATA
           MOVE ORC-VAL-TOTAL   TO WDV-ORCADO
           MOVE ORC-VAL-RECEB   TO WDV-RECEBIDO
           MOVE W-DIFERENCA     TO WDV-DIFERENCA
           MOVE W-DET-DIV TO REGREL
           WRITE REGREL.
       TRATA-DIVERG-FIM.
                EXIT.

      *------[ LOCALIZA/CRIA A LINHA DO CRM EM ORC-CRM ]------
       LOCALIZA-MED.
           MOVE ZEROS TO W-IND.
       LOCALIZA-MED-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-IND-MAX
                GO TO LOCALIZA-MED-NOVO.
           IF W-TM-CRM (W-IND) = ORC-CRM
                GO TO LOCALIZA-MED-FIM.
           GO TO LOCALIZA-MED-LOOP.
       LOCALIZA-MED-NOVO.
           IF W-IND-MAX NOT < 100
                DISPLAY "TABELA DE MEDICOS ESGOTADA - CRM " ORC-CRM
                MOVE ZEROS TO W-IND
                GO TO LOCALIZA-MED-FIM.
           ADD 1 TO W-IND-MAX
           MOVE W-IND-MAX TO W-IND
           MOVE ORC-CRM      TO W-TM-CRM (W-IND)
           MOVE ORC-MED-NOME TO W-TM-NOME (W-IND)
           MOVE ZEROS TO W-TM-EMIT-QT (W-IND) W-TM-EMIT-VL (W-IND)
                W-TM-ACE-QT (W-IND) W-TM-ACE-VL (W-IND)
                W-TM-PER-QT (W-IND).
       LOCALIZA-MED-FIM.
                EXIT.

      *------[ LOCALIZA/CRIA A LINHA DO ITEM W-IT DO ORCAMENTO ]------
       LOCALIZA-PRO.
           MOVE ZEROS TO W-PRO-IND.
       LOCALIZA-PRO-LOOP.
           ADD 1 TO W-PRO-IND
           IF W-PRO-IND > W-PRO-MAX
                GO TO LOCALIZA-PRO-NOVO.
           IF W-TP-PROCED (W-PRO-IND) = ORC-IT-PROCED (W-IT)
                GO TO LOCALIZA-PRO-FIM.
           GO TO LOCALIZA-PRO-LOOP.
       LOCALIZA-PRO-NOVO.
           IF W-PRO-MAX NOT < 200
                DISPLAY "TABELA DE PROCEDIMENTOS ESGOTADA - TUSS "
                        ORC-IT-PROCED (W-IT)
                MOVE ZEROS TO W-PRO-IND
                GO TO LOCALIZA-PRO-FIM.
           ADD 1 TO W-PRO-MAX
           MOVE W-PRO-MAX TO W-PRO-IND
           MOVE ORC-IT-PROCED (W-IT) TO W-TP-PROCED (W-PRO-IND)
           MOVE ORC-IT-DESCR (W-IT)  TO W-TP-DESCR (W-PRO-IND)
           MOVE ZEROS TO W-TP-ORC-QT (W-PRO-IND)
                W-TP-ORC-VL (W-PRO-IND) W-TP-ACE-QT (W-PRO-IND)
                W-TP-ACE-VL (W-PRO-IND).
       LOCALIZA-PRO-FIM.
                EXIT.

      *------[ RESUMO DA COMPETENCIA ]------
       IMPRIME-RESUMO.
           MOVE "RESUMO DO MES :" TO REGREL
           WRITE REGREL
           MOVE "ORCAMENTOS EMITIDOS"  TO WRL-ROTULO
           MOVE W-TOT-EMIT-QT TO WRL-QT
           MOVE W-TOT-EMIT-VL TO WRL-VALOR
           MOVE W-RES-LIN TO REGREL
           WRITE REGREL
           MOVE "ACEITOS (AGENDADOS)"  TO WRL-ROTULO
           MOVE W-TOT-ACE-QT TO WRL-QT
           MOVE W-TOT-ACE-VL TO WRL-VALOR
           MOVE W-RES-LIN TO REGREL
           WRITE REGREL
           MOVE "  DOS QUAIS REALIZADOS" TO WRL-ROTULO
           MOVE W-TOT-REA-QT TO WRL-QT
           MOVE W-TOT-REA-VL TO WRL-VALOR
           MOVE W-RES-LIN TO REGREL
           WRITE REGREL
           MOVE "  RECEBIDO NO CAIXA" TO WRL-ROTULO
           MOVE W-TOT-REA-QT TO WRL-QT
           MOVE W-TOT-REC-VL TO WRL-VALOR
           MOVE W-RES-LIN TO REGREL
           WRITE REGREL
           MOVE "PERDIDOS"             TO WRL-ROTULO
           MOVE W-TOT-PER-QT TO WRL-QT
           MOVE W-TOT-PER-VL TO WRL-VALOR
           MOVE W-RES-LIN TO REGREL
           WRITE REGREL
           MOVE "  DOS QUAIS VENCIDOS" TO WRL-ROTULO
           MOVE W-TOT-VEN-QT TO WRL-QT
           MOVE ZEROS TO WRL-VALOR
           MOVE W-RES-LIN TO REGREL
           MOVE SPACES TO REGREL (40:14)
           WRITE REGREL
           MOVE "EM ABERTO NA VALIDADE" TO WRL-ROTULO
           MOVE W-TOT-ABE-QT TO WRL-QT
           MOVE W-TOT-ABE-VL TO WRL-VALOR
           MOVE W-RES-LIN TO REGREL
           WRITE REGREL
           MOVE "DESCONTOS CONCEDIDOS" TO WRL-ROTULO
           MOVE ZEROS TO WRL-QT
           MOVE W-TOT-DESC-VL TO WRL-VALOR
           MOVE W-RES-LIN TO REGREL
           MOVE SPACES TO REGREL (36:5)
           WRITE REGREL
           MOVE W-TOT-EMIT-QT TO W-BASE-QT
           MOVE W-TOT-ACE-QT  TO W-PARTE-QT
           PERFORM CALCULA-PERC
           MOVE W-PERC TO WRP-PERC
           MOVE W-RES-PERC TO REGREL
           WRITE REGREL.
       IMPRIME-RESUMO-FIM.
                EXIT.

      *    TAXA DE CONVERSAO (W-PARTE-QT SOBRE W-BASE-QT)
       CALCULA-PERC.
           IF W-BASE-QT = ZEROS
                MOVE ZEROS TO W-PERC
           ELSE
                COMPUTE W-PERC ROUNDED =
                        W-PARTE-QT * 100 / W-BASE-QT.

      *------[ CONVERSAO POR MEDICO ]------
       IMPRIME-MED.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "CONVERSAO POR MEDICO :" TO REGREL
           WRITE REGREL
           MOVE W-CAB-MED TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-IND.
       IMPRIME-MED-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-IND-MAX
                GO TO IMPRIME-MED-FIM.
           MOVE W-TM-CRM (W-IND)     TO WDM-CRM
           MOVE W-TM-NOME (W-IND)    TO WDM-NOME
           MOVE W-TM-EMIT-QT (W-IND) TO WDM-EMIT-QT W-BASE-QT
           MOVE W-TM-EMIT-VL (W-IND) TO WDM-EMIT-VL
           MOVE W-TM-ACE-QT (W-IND)  TO WDM-ACE-QT W-PARTE-QT
           MOVE W-TM-ACE-VL (W-IND)  TO WDM-ACE-VL
           MOVE W-TM-PER-QT (W-IND)  TO WDM-PER-QT
           PERFORM CALCULA-PERC
           MOVE W-PERC TO WDM-PERC
           MOVE W-DET-MED TO REGREL
           WRITE REGREL
           GO TO IMPRIME-MED-LOOP.
       IMPRIME-MED-FIM.
                EXIT.

      *------[ CONVERSAO POR PROCEDIMENTO ORCADO ]------
       IMPRIME-PRO.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE "CONVERSAO POR PROCEDIMENTO :" TO REGREL
           WRITE REGREL
           MOVE W-CAB-PRO TO REGREL
           WRITE REGREL
           MOVE ZEROS TO W-PRO-IND.
       IMPRIME-PRO-LOOP.
           ADD 1 TO W-PRO-IND
           IF W-PRO-IND > W-PRO-MAX
                GO TO IMPRIME-PRO-FIM.
           MOVE W-TP-PROCED (W-PRO-IND) TO WDP-PROCED
           MOVE W-TP-DESCR (W-PRO-IND)  TO WDP-DESCR
           MOVE W-TP-ORC-QT (W-PRO-IND) TO WDP-ORC-QT W-BASE-QT
           MOVE W-TP-ORC-VL (W-PRO-IND) TO WDP-ORC-VL
           MOVE W-TP-ACE-QT (W-PRO-IND) TO WDP-ACE-QT W-PARTE-QT
           MOVE W-TP-ACE-VL (W-PRO-IND) TO WDP-ACE-VL
           PERFORM CALCULA-PERC
           MOVE W-PERC TO WDP-PERC
           MOVE W-DET-PRO TO REGREL
           WRITE REGREL
           GO TO IMPRIME-PRO-LOOP.
       IMPRIME-PRO-FIM.
                EXIT.

       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "EMITIDOS=" W-TOT-EMIT-QT
                  "  ACEITOS=" W-TOT-ACE-QT
                  "  PERDIDOS=" W-TOT-PER-QT
                  "  DIVERGENCIAS=" W-QT-DIVERG
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL

           DISPLAY "ORCAMENTOS EMITIDOS NO MES : " W-TOT-EMIT-QT.
           DISPLAY "ACEITOS                    : " W-TOT-ACE-QT.
           DISPLAY "PERDIDOS                   : " W-TOT-PER-QT.
           DISPLAY "RECEBIDO DIFERENTE ORCADO  : " W-QT-DIVERG.
           DISPLAY "*** RELATORIO GRAVADO EM RELORCAM.TXT ***".
           CLOSE CADORC RELORCAM.

       ROT-FIM.
                STOP RUN.

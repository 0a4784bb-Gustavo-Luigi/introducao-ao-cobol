       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP054.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * DMED - DECLARACAO DE SERVICOS MEDICOS E DE SAUDE     *
      * TOTALIZA OS RECEBIMENTOS DO CADCXA NO ANO-CALENDARIO *
      * (PARTICULAR "P" E COPARTICIPACAO "C", PELA DATA DO   *
      * MOVIMENTO) POR CPF DO PAGADOR: O RESPONSAVEL         *
      * FINANCEIRO QUANDO INFORMADO NO CADPAC (MENORES) OU O *
      * PROPRIO PACIENTE. GERA DMED.TXT NO LEIAUTE DA RECEITA*
      * (RPPSS POR PAGADOR E BRPPSS POR BENEFICIARIO) E O    *
      * RELATORIO DE CONFERENCIA RELDMED.TXT COM OS          *
      * PACIENTES QUE TIVERAM RECEBIMENTO MAS ESTAO SEM CPF  *
      * OS TOTAIS SAO MONTADOS NO ARQUIVO DE TRABALHO        *
      * DMEDTRB.DAT, INDEXADO PELO CPF, QUE JA SAI NA ORDEM  *
      * EXIGIDA PELA DECLARACAO                              *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC.
                    SELECT DMEDTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRB-CHAVE
                    FILE STATUS  IS ST-ERRO-TR.
                    SELECT DMED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-DM.
                    SELECT RELDMED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXA.DAT".
       01 REGCXA.
            03 CXA-CHAVE.
               05 CXA-AGE-CHAVE.
                  07 CXA-CRM       PIC 9(07).
                  07 CXA-DATA      PIC 9(08).
                  07 CXA-HORA      PIC 9(04).
               05 CXA-TIPO         PIC X(01).
                  88 CXA-PARTICULAR   VALUE "P".
                  88 CXA-COPART       VALUE "C".
            03 CXA-DATA-MOV       PIC 9(08).
            03 CXA-OPERADOR       PIC X(08).
            03 CXA-FORMA          PIC X(01).
               88 CXA-DINHEIRO      VALUE "D".
               88 CXA-CARTAO        VALUE "C".
               88 CXA-PIX           VALUE "P".
            03 CXA-VALOR          PIC 9(05)V99.
            03 CXA-PRONTUARIO     PIC 9(06).
            03 CXA-PAC-NOME       PIC X(30).
            03 CXA-ADQUIRENTE     PIC X(10).
            03 CXA-UNIDADE        PIC 9(03).

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

      * TRB-PRONT-BEN ZERADO = TOTAL DO PAGADOR (LINHA RPPSS);
      * PREENCHIDO = BENEFICIARIO DEPENDENTE (LINHA BRPPSS).
      * TRB-CPF-PAG ZERADO = PACIENTE SEM CPF (SO CONFERENCIA)
       FD DMEDTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DMEDTRB.DAT".
       01 REGTRB.
            03 TRB-CHAVE.
               05 TRB-CPF-PAG     PIC 9(11).
               05 TRB-PRONT-BEN   PIC 9(06).
            03 TRB-NOME           PIC X(30).
            03 TRB-CPF-BEN        PIC 9(11).
            03 TRB-DATA-NASC      PIC 9(08).
            03 TRB-RECEBTOS       PIC 9(05).
            03 TRB-VALOR          PIC 9(09)V99.

       FD DMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DMED.TXT".
       01 REGDMED              PIC X(150).

       FD RELDMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDMED.TXT".
       01 REGREL               PIC X(110).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-PC   PIC X(02) VALUE "00".
       01 ST-ERRO-TR   PIC X(02) VALUE "00".
       01 ST-ERRO-DM   PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 W-FIM-CXA    PIC X(01) VALUE "N".
       01 W-FIM-TRB    PIC X(01) VALUE "N".
       01 W-ANO        PIC 9(04) VALUE ZEROS.
       01 W-ANO-REF    PIC 9(04) VALUE ZEROS.
       01 W-ANO-MOV    PIC 9(04) VALUE ZEROS.
       01 W-CNPJ       PIC 9(14) VALUE ZEROS.
       01 W-RAZAO      PIC X(60) VALUE SPACES.
       01 W-CNES       PIC 9(07) VALUE ZEROS.
       01 W-RESP-CPF   PIC 9(11) VALUE ZEROS.
       01 W-RESP-NOME  PIC X(30) VALUE SPACES.
       01 W-RESP-DDD   PIC 9(02) VALUE ZEROS.
       01 W-RESP-FONE  PIC 9(09) VALUE ZEROS.
       01 W-CPF-PAG    PIC 9(11) VALUE ZEROS.
       01 W-NOME-PAG   PIC X(30) VALUE SPACES.
       01 W-DEPENDENTE PIC X(01) VALUE "N".
       01 W-VALOR-DMED PIC 9(13) VALUE ZEROS.
       01 W-CPF-BEN-X  PIC X(11) VALUE SPACES.
       01 W-LIDOS      PIC 9(07) VALUE ZEROS.
       01 W-RECEBTOS   PIC 9(07) VALUE ZEROS.
       01 W-PAGADORES  PIC 9(06) VALUE ZEROS.
       01 W-BENEFIC    PIC 9(06) VALUE ZEROS.
       01 W-SEM-CPF    PIC 9(06) VALUE ZEROS.
       01 W-SEM-PAC    PIC 9(06) VALUE ZEROS.
       01 W-TOT-DECL   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-SEM-CPF PIC 9(09)V99 VALUE ZEROS.

       01 W-CAB-REL.
            03 FILLER          PIC X(40) VALUE
               "CONFERENCIA DA DMED - RECEBIMENTOS SEM C".
            03 FILLER          PIC X(19) VALUE "PF - ANO-CALENDARIO".
            03 FILLER          PIC X(03) VALUE " : ".
            03 WCR-ANO         PIC 9(04).

       01 W-CAB-COL.
            03 FILLER          PIC X(40) VALUE
               "PRONT.  PACIENTE                       N".
            03 FILLER          PIC X(40) VALUE
               "ASCIMENTO  RECEBTOS          VALOR  OBS ".

       01 W-DET-SEM.
            03 WDS-PRONTUARIO  PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDS-NOME        PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDS-DATA-NASC   PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WDS-RECEBTOS    PIC ZZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WDS-VALOR       PIC Z(08)9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WDS-OBS         PIC X(30).

       01 W-LIN-TOTAL.
            03 FILLER          PIC X(22) VALUE
                                     "TOTAL SEM CPF........ ".
            03 WLT-QTD         PIC ZZZZZ9.
            03 FILLER          PIC X(09) VALUE "  VALOR  ".
            03 WLT-VALOR       PIC Z(08)9,99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** DMED - DECLARACAO DE SERVICOS MEDICOS ***".
           DISPLAY "ANO-CALENDARIO (AAAA) : ".
           ACCEPT W-ANO.
           IF W-ANO = ZEROS
                DISPLAY "ANO-CALENDARIO INVALIDO"
                GO TO ROT-FIM.
           COMPUTE W-ANO-REF = W-ANO + 1.
           DISPLAY "CNPJ DA CLINICA (14 DIGITOS) : ".
           ACCEPT W-CNPJ.
           DISPLAY "NOME EMPRESARIAL : ".
           ACCEPT W-RAZAO.
           DISPLAY "CNES DO ESTABELECIMENTO : ".
           ACCEPT W-CNES.
           DISPLAY "CPF DO RESPONSAVEL PELO CNPJ : ".
           ACCEPT W-RESP-CPF.
           DISPLAY "NOME DO RESPONSAVEL PELO PREENCHIMENTO : ".
           ACCEPT W-RESP-NOME.
           DISPLAY "DDD E TELEFONE DO RESPONSAVEL (DD NNNNNNNNN) : ".
           ACCEPT W-RESP-DDD.
           ACCEPT W-RESP-FONE.
           IF W-CNPJ = ZEROS OR W-RAZAO = SPACES
             OR W-RESP-CPF = ZEROS OR W-RESP-NOME = SPACES
                DISPLAY "DADOS DO DECLARANTE INCOMPLETOS"
                GO TO ROT-FIM.

       ABRIR-ARQ.
           OPEN INPUT CADCXA
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCXA - " ST-ERRO
                GO TO ROT-FIM.
           OPEN INPUT CADPAC
           IF ST-ERRO-PC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - " ST-ERRO-PC
                CLOSE CADCXA
                GO TO ROT-FIM.
      *    O ARQUIVO DE TRABALHO E RECRIADO VAZIO A CADA EXECUCAO
           OPEN OUTPUT DMEDTRB
           CLOSE DMEDTRB
           OPEN I-O DMEDTRB
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO DMEDTRB.DAT - " ST-ERRO-TR
                CLOSE CADCXA CADPAC
                GO TO ROT-FIM.
           OPEN OUTPUT DMED
           IF ST-ERRO-DM NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO DMED.TXT - " ST-ERRO-DM
                CLOSE CADCXA CADPAC DMEDTRB
                GO TO ROT-FIM.
           OPEN OUTPUT RELDMED
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELDMED.TXT - "
                        ST-ERRO-REL
                CLOSE CADCXA CADPAC DMEDTRB DMED
                GO TO ROT-FIM.

       PROCESSA.
           PERFORM UNTIL W-FIM-CXA = "S"
               READ CADCXA NEXT RECORD
                   AT END MOVE "S" TO W-FIM-CXA
               END-READ
               IF W-FIM-CXA NOT = "S"
                   PERFORM TRATA-REG THRU TRATA-REG-FIM
           END-PERFORM.

      *    RELEITURA DO ARQUIVO DE TRABALHO NA ORDEM DO CPF
           CLOSE DMEDTRB
           OPEN INPUT DMEDTRB
           PERFORM GRAVA-CABEC THRU GRAVA-CABEC-FIM

           PERFORM UNTIL W-FIM-TRB = "S"
               READ DMEDTRB NEXT RECORD
                   AT END MOVE "S" TO W-FIM-TRB
               END-READ
               IF W-FIM-TRB NOT = "S"
                   PERFORM GRAVA-DECL THRU GRAVA-DECL-FIM
           END-PERFORM.

           MOVE "FIMDmed|" TO REGDMED
           WRITE REGDMED.

           IF W-SEM-CPF = ZEROS
                MOVE "*** NENHUM RECEBIMENTO SEM CPF NO ANO ***"
                                                            TO REGREL
                WRITE REGREL.
           GO TO ROT-TOTAIS.

      *--------[ ACUMULA O RECEBIMENTO PELO CPF DO PAGADOR ]--------
       TRATA-REG.
           IF NOT CXA-PARTICULAR AND NOT CXA-COPART
                GO TO TRATA-REG-FIM.
           MOVE CXA-DATA-MOV (1:4) TO W-ANO-MOV
           IF W-ANO-MOV NOT = W-ANO
                GO TO TRATA-REG-FIM.
           ADD 1 TO W-RECEBTOS
           MOVE CXA-PRONTUARIO TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC = "00" AND PAC-ABSORVIDO
                MOVE PAC-PRONT-NOVO TO PRONTUARIO
                READ CADPAC.
           IF ST-ERRO-PC NOT = "00"
      *         PACIENTE EXCLUIDO: SAI NA CONFERENCIA PELO NOME DO CAIXA
                ADD 1 TO W-SEM-PAC
                MOVE CXA-PRONTUARIO TO PRONTUARIO
                MOVE CXA-PAC-NOME   TO PAC-NOME
                MOVE ZEROS TO PAC-DATA-NASC PAC-CPF PAC-CPF-RESP.

           MOVE "N" TO W-DEPENDENTE
           IF PAC-CPF-RESP NOT = ZEROS
                MOVE PAC-CPF-RESP  TO W-CPF-PAG
                MOVE PAC-NOME-RESP TO W-NOME-PAG
                MOVE "S" TO W-DEPENDENTE
           ELSE
                MOVE PAC-CPF  TO W-CPF-PAG
                MOVE PAC-NOME TO W-NOME-PAG.

           IF W-CPF-PAG = ZEROS
                MOVE ZEROS      TO TRB-CPF-PAG
                MOVE PRONTUARIO TO TRB-PRONT-BEN
                MOVE PAC-NOME   TO W-NOME-PAG
                PERFORM SOMA-TRB THRU SOMA-TRB-FIM
                GO TO TRATA-REG-FIM.

           MOVE W-CPF-PAG TO TRB-CPF-PAG
           MOVE ZEROS     TO TRB-PRONT-BEN
           PERFORM SOMA-TRB THRU SOMA-TRB-FIM
           IF W-DEPENDENTE = "S"
                MOVE W-CPF-PAG  TO TRB-CPF-PAG
                MOVE PRONTUARIO TO TRB-PRONT-BEN
                MOVE PAC-NOME   TO W-NOME-PAG
                PERFORM SOMA-TRB THRU SOMA-TRB-FIM.
       TRATA-REG-FIM.
                EXIT.

       SOMA-TRB.
           READ DMEDTRB
           IF ST-ERRO-TR = "00"
                ADD 1 TO TRB-RECEBTOS
                ADD CXA-VALOR TO TRB-VALOR
                REWRITE REGTRB
                GO TO SOMA-TRB-FIM.
           MOVE W-NOME-PAG    TO TRB-NOME
           MOVE PAC-CPF       TO TRB-CPF-BEN
           MOVE PAC-DATA-NASC TO TRB-DATA-NASC
           MOVE 1             TO TRB-RECEBTOS
           MOVE CXA-VALOR     TO TRB-VALOR
           WRITE REGTRB
           IF ST-ERRO-TR NOT = "00"
                DISPLAY "ERRO (" ST-ERRO-TR ") NO DMEDTRB - CPF "
                        TRB-CPF-PAG " PRONT " TRB-PRONT-BEN.
       SOMA-TRB-FIM.
                EXIT.

      *--------[ REGISTROS DE ABERTURA DA DECLARACAO ]--------
       GRAVA-CABEC.
           MOVE SPACES TO REGDMED
           STRING "DMED|" W-ANO-REF "|" W-ANO "|N||"
                  DELIMITED BY SIZE INTO REGDMED
           WRITE REGDMED
           MOVE SPACES TO REGDMED
           STRING "RESPO|" W-RESP-CPF "|" DELIMITED BY SIZE
                  W-RESP-NOME DELIMITED BY "  "
                  "|" W-RESP-DDD "|" W-RESP-FONE "||||"
                  DELIMITED BY SIZE INTO REGDMED
           WRITE REGDMED
           MOVE SPACES TO REGDMED
           STRING "DECPJ|" W-CNPJ "|" DELIMITED BY SIZE
                  W-RAZAO DELIMITED BY "  "
                  "|2||" W-CNES "|" W-RESP-CPF "|N||"
                  DELIMITED BY SIZE INTO REGDMED
           WRITE REGDMED
           MOVE "PSS|" TO REGDMED
           WRITE REGDMED

           MOVE W-ANO TO WCR-ANO
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-CAB-COL TO REGREL
           WRITE REGREL.
       GRAVA-CABEC-FIM.
                EXIT.

      *--------[ RPPSS / BRPPSS OU LINHA DE CONFERENCIA ]--------
      * VALOR EM CENTAVOS, SEM SEPARADOR
       GRAVA-DECL.
           IF TRB-CPF-PAG = ZEROS
                ADD 1 TO W-SEM-CPF
                ADD TRB-VALOR TO W-TOT-SEM-CPF
                MOVE TRB-PRONT-BEN TO WDS-PRONTUARIO
                MOVE TRB-NOME      TO WDS-NOME
                MOVE TRB-DATA-NASC TO WDS-DATA-NASC
                MOVE TRB-RECEBTOS  TO WDS-RECEBTOS
                MOVE TRB-VALOR     TO WDS-VALOR
                MOVE SPACES TO WDS-OBS
                IF TRB-DATA-NASC = ZEROS
                     MOVE "PACIENTE NAO CADASTRADO" TO WDS-OBS
                END-IF
                MOVE W-DET-SEM TO REGREL
                WRITE REGREL
                GO TO GRAVA-DECL-FIM.

           COMPUTE W-VALOR-DMED = TRB-VALOR * 100
           MOVE SPACES TO REGDMED
           IF TRB-PRONT-BEN = ZEROS
                ADD 1 TO W-PAGADORES
                ADD TRB-VALOR TO W-TOT-DECL
                STRING "RPPSS|" TRB-CPF-PAG "|" DELIMITED BY SIZE
                       TRB-NOME DELIMITED BY "  "
                       "|" W-VALOR-DMED "|" DELIMITED BY SIZE
                       INTO REGDMED
           ELSE
                ADD 1 TO W-BENEFIC
                MOVE SPACES TO W-CPF-BEN-X
                IF TRB-CPF-BEN NOT = ZEROS
                     MOVE TRB-CPF-BEN TO W-CPF-BEN-X
                END-IF
                STRING "BRPPSS|" W-CPF-BEN-X DELIMITED BY SPACE
                       "|" TRB-DATA-NASC "|" DELIMITED BY SIZE
                       TRB-NOME DELIMITED BY "  "
                       "|" W-VALOR-DMED "|" DELIMITED BY SIZE
                       INTO REGDMED.
           WRITE REGDMED.
       GRAVA-DECL-FIM.
                EXIT.

       ROT-TOTAIS.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-SEM-CPF     TO WLT-QTD
           MOVE W-TOT-SEM-CPF TO WLT-VALOR
           MOVE W-LIN-TOTAL TO REGREL
           WRITE REGREL

           DISPLAY "RECEBIMENTOS NO ANO   : " W-RECEBTOS.
           DISPLAY "PAGADORES DECLARADOS  : " W-PAGADORES.
           DISPLAY "BENEFICIARIOS (BRPPSS): " W-BENEFIC.
           DISPLAY "VALOR DECLARADO       : " W-TOT-DECL.
           DISPLAY "PACIENTES SEM CPF     : " W-SEM-CPF.
           DISPLAY "VALOR SEM CPF         : " W-TOT-SEM-CPF.
           DISPLAY "PRONTUARIOS EXCLUIDOS : " W-SEM-PAC.
           DISPLAY "*** DECLARACAO GRAVADA EM DMED.TXT ***".
           DISPLAY "*** CONFERENCIA GRAVADA EM RELDMED.TXT ***".
           CLOSE CADCXA CADPAC DMEDTRB DMED RELDMED.

       ROT-FIM.
                STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP074.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * ORCAMENTO DE PROCEDIMENTOS PARTICULARES (CADORC)     *
      * NUMERADO PELO CADCTL "NUMORCAM", COM O PACIENTE, O   *
      * MEDICO, ATE 10 ITENS VALORADOS PELO PRECO PARTICULAR *
      * (CONVENIO E PLANO ZERADOS NO CADPRV - SMP028), O     *
      * DESCONTO LIBERADO POR SUPERVISOR (PERFIL "S" DO      *
      * CADUSU), A VALIDADE E A FORMA DE PAGAMENTO PREVISTA  *
      * O ORCAMENTO SAI IMPRESSO NO ORCAMENT.TXT; ACEITO,    *
      * VIRA O AGENDAMENTO PARTICULAR NO SMP015 E OS ITENS   *
      * DO ENCERRAMENTO NO SMP018, QUE CONFERE O VALOR       *
      * RECEBIDO NO CAIXA CONTRA O ORCADO. O RELATORIO       *
      * MENSAL E O SMP075                                    *
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
                    SELECT CADCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTL-CHAVE
                    FILE STATUS  IS ST-ERRO-CT.
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
                    SELECT CADPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-TUSS
                    FILE STATUS  IS ST-ERRO-PR.
                    SELECT CADPRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRV-CHAVE
                    FILE STATUS  IS ST-ERRO-PV.
                    SELECT CADUSU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO-US.
                    SELECT ORCAMENT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-IM.
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

       FD CADCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTL.DAT".
       01 REGCTL.
            03 CTL-CHAVE       PIC X(08).
            03 CTL-NUMERO      PIC 9(06).

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
               88 PAC-ANONIMIZADO  VALUE "L".
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

       FD CADPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
            03 PRO-TUSS       PIC 9(08).
            03 PRO-DESCR      PIC X(30).
            03 PRO-EXIGE-AUT  PIC X(01).
               88 PRO-REQUER-AUT  VALUE "S".

       FD CADPRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRV.DAT".
       01 REGPRV.
            03 PRV-CHAVE.
               05 PRV-TUSS         PIC 9(08).
               05 PRV-CODIGO-CONV  PIC 9(04).
               05 PRV-PLANO        PIC 9(04).
            03 PRV-VALOR           PIC 9(05)V99.

       FD CADUSU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 REGUSU.
            03 USU-CODIGO      PIC X(08).
            03 USU-NOME        PIC X(30).
            03 USU-SENHA       PIC X(08).
            03 USU-PERFIL      PIC X(01).
               88 USU-SUPERVISOR   VALUE "S".
               88 USU-RECEPCAO     VALUE "R".
               88 USU-FATURAMENTO  VALUE "F".
            03 USU-PERMISSOES.
               05 USU-PERM     PIC X(01) OCCURS 40 TIMES.
            03 USU-UNIDADES.
               05 USU-UNIDADE  PIC 9(03) OCCURS 5 TIMES.

       FD ORCAMENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAMENT.TXT".
       01 REGIMP               PIC X(80).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT     PIC 9(06) VALUE ZEROS.
       01 W-MENS     PIC X(50) VALUE SPACES.
       01 W-OPCAO    PIC X(01) VALUE SPACES.
       01 ST-ERRO    PIC X(02) VALUE "00".
       01 ST-ERRO-CT PIC X(02) VALUE "00".
       01 ST-ERRO-PC PIC X(02) VALUE "00".
       01 ST-ERRO-MD PIC X(02) VALUE "00".
       01 ST-ERRO-PR PIC X(02) VALUE "00".
       01 ST-ERRO-PV PIC X(02) VALUE "00".
       01 ST-ERRO-US PIC X(02) VALUE "00".
       01 ST-ERRO-IM PIC X(02) VALUE "00".
       01 W-ARQ-CRIA  PIC X(08) VALUE SPACES.
       01 W-CRIA      PIC X(01) VALUE SPACES.
       01 W-ACT      PIC 9(02) VALUE ZEROS.
       01 W-TENTATIVAS  PIC 9(02) VALUE ZEROS.
       01 W-LOG-CHAVE   PIC X(19) VALUE SPACES.
       01 W-LOG-ANTES   PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS  PIC X(300) VALUE SPACES.
       01 W-PROGRAMA    PIC X(08) VALUE "SMP074".
       01 W-LINHA-BRANCA PIC X(78) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-DESCR-SIT   PIC X(10) VALUE SPACES.

      * ITENS DO ORCAMENTO - O 1o E O PROCEDIMENTO PRINCIPAL
       01 W-PROCED      PIC 9(08) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-LIN         PIC 9(02) VALUE ZEROS.
       01 W-LIN-ITEM.
            03 WLI-SEQ         PIC Z9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WLI-PROCED      PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WLI-DESCR       PIC X(30).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WLI-VALOR       PIC ZZ.ZZ9,99.

      * DESCONTO COM LIBERACAO DO SUPERVISOR (COMO O ENCAIXE
      * DO SMP015)
       01 W-LIBERADO    PIC X(01) VALUE "N".
       01 W-SUP-CODIGO  PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA   PIC X(08) VALUE SPACES.

      * VALIDADE PADRAO DO ORCAMENTO, EM DIAS CORRIDOS
       01 W-DIAS-VALIDADE PIC 9(02) VALUE 30.
       01 W-QT-DIAS     PIC 9(02) VALUE ZEROS.
       01 W-DATA-DIA    PIC 9(08) VALUE ZEROS.
       01 W-DATA-DIA-R REDEFINES W-DATA-DIA.
            03 W-DIA-AAAA    PIC 9(04).
            03 W-DIA-MM      PIC 9(02).
            03 W-DIA-DD      PIC 9(02).
       01 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       01 W-RESTO       PIC 9(04) VALUE ZEROS.
       01 W-T1          PIC 9(04) VALUE ZEROS.
       01 W-TAB-DIAS-MES.
            03 FILLER   PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-DIAS-R REDEFINES W-TAB-DIAS-MES.
            03 W-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

      * IMPRESSAO DO ORCAMENTO (ORCAMENT.TXT)
       01 W-DATA-AUX PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-AUX.
            03 W-DA-ANO     PIC 9(04).
            03 W-DA-MES     PIC 9(02).
            03 W-DA-DIA     PIC 9(02).
       01 W-DATA-ED.
            03 WDE-DIA      PIC 9(02).
            03 FILLER       PIC X(01) VALUE "/".
            03 WDE-MES      PIC 9(02).
            03 FILLER       PIC X(01) VALUE "/".
            03 WDE-ANO      PIC 9(04).
       01 W-IMP-CAB.
            03 FILLER          PIC X(30) VALUE
               "----------- ORCAMENTO No ".
            03 WIC-NUMERO      PIC 9(06).
            03 FILLER          PIC X(14) VALUE "  EMISSAO :   ".
            03 WIC-EMISSAO     PIC X(10).
            03 FILLER          PIC X(12) VALUE " -----------".
       01 W-IMP-PAC.
            03 FILLER          PIC X(11) VALUE "PACIENTE : ".
            03 WIP-PRONTUARIO  PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WIP-PAC-NOME    PIC X(30).
       01 W-IMP-MED.
            03 FILLER          PIC X(11) VALUE "MEDICO   : ".
            03 WIM-CRM         PIC 9(07).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WIM-MED-NOME    PIC X(30).
       01 W-IMP-TOT.
            03 FILLER          PIC X(28) VALUE SPACES.
            03 WIT-ROTULO      PIC X(16).
            03 WIT-VALOR       PIC ZZ.ZZ9,99.
       01 W-IMP-FORMA.
            03 FILLER          PIC X(30) VALUE
               "FORMA DE PAGAMENTO PREVISTA : ".
            03 WIF-FORMA       PIC X(08).
       01 W-IMP-VALID.
            03 FILLER          PIC X(30) VALUE
               "ORCAMENTO VALIDO ATE        : ".
            03 WIV-VALIDADE    PIC X(10).

      *-----------------------------------------------------------------
       SCREEN SECTION.

       01  TELAORC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                   ORCAMENTO DE PROCEDIMENTOS".
           05  LINE 02  COLUMN 47
               VALUE  " PARTICULARES".
           05  LINE 04  COLUMN 01
               VALUE  "   NUMERO      :".
           05  LINE 04  COLUMN 26
               VALUE  "(0=NOVO)".
           05  LINE 04  COLUMN 36
               VALUE  "EMISSAO :".
           05  LINE 04  COLUMN 56
               VALUE  "SITUACAO :".
           05  LINE 05  COLUMN 01
               VALUE  "   PRONTUARIO  :".
           05  LINE 06  COLUMN 01
               VALUE  "   CRM         :".
           05  LINE 07  COLUMN 01
               VALUE  "   IT  TUSS      PROCEDIMENTO".
           05  LINE 07  COLUMN 54
               VALUE  "VALOR".
           05  LINE 18  COLUMN 01
               VALUE  "   BRUTO       :".
           05  LINE 18  COLUMN 30
               VALUE  "DESCONTO :".
           05  LINE 18  COLUMN 55
               VALUE  "TOTAL :".
           05  LINE 19  COLUMN 01
               VALUE  "   VALIDADE    :".
           05  LINE 19  COLUMN 30
               VALUE  "FORMA PREVISTA :".
           05  LINE 19  COLUMN 49
               VALUE  "(D=DINHEIRO C=CARTAO P=PIX)".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TORC-NUMERO
               LINE 04  COLUMN 18  PIC 9(06)
               USING  ORC-NUMERO.
           05  TORC-EMISSAO
               LINE 04  COLUMN 46  PIC 9(08)
               FROM   ORC-DATA-EMISSAO.
           05  TORC-SITUACAO
               LINE 04  COLUMN 67  PIC X(10)
               FROM   W-DESCR-SIT.
           05  TORC-PRONTUARIO
               LINE 05  COLUMN 18  PIC 9(06)
               USING  ORC-PRONTUARIO.
           05  TORC-PAC-NOME
               LINE 05  COLUMN 26  PIC X(30)
               FROM   ORC-PAC-NOME.
           05  TORC-CRM
               LINE 06  COLUMN 18  PIC 9(07)
               USING  ORC-CRM.
           05  TORC-MED-NOME
               LINE 06  COLUMN 26  PIC X(30)
               FROM   ORC-MED-NOME.
           05  TORC-BRUTO
               LINE 18  COLUMN 18  PIC ZZ.ZZ9,99
               FROM   ORC-VAL-BRUTO.
           05  TORC-DESCONTO
               LINE 18  COLUMN 41  PIC ZZ.ZZ9,99
               USING  ORC-DESCONTO.
           05  TORC-TOTAL
               LINE 18  COLUMN 63  PIC ZZ.ZZ9,99
               FROM   ORC-VAL-TOTAL.
           05  TORC-VALIDADE
               LINE 19  COLUMN 18  PIC 9(08)
               USING  ORC-VALIDADE.
           05  TORC-FORMA
               LINE 19  COLUMN 47  PIC X(01)
               USING  ORC-FORMA.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-ARQ.
           OPEN I-O CADORC
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    MOVE "CADORC" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADORC
                    CLOSE CADORC
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADORC"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-CT.
           OPEN I-O CADCTL
           IF ST-ERRO-CT NOT = "00"
                IF ST-ERRO-CT = "30"
                    MOVE "CADCTL" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADCTL
                    CLOSE CADCTL
                    GO TO ABRIR-ARQ-CT
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADCTL"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-PC.
           OPEN INPUT CADPAC
           IF ST-ERRO-PC NOT = "00"
                IF ST-ERRO-PC = "30"
                    MOVE "CADPAC" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADPAC
                    CLOSE CADPAC
                    GO TO ABRIR-ARQ-PC
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADPAC"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-MD.
           OPEN INPUT CADMED
           IF ST-ERRO-MD NOT = "00"
                IF ST-ERRO-MD = "30"
                    MOVE "CADMED" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADMED
                    CLOSE CADMED
                    GO TO ABRIR-ARQ-MD
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADMED"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-PR.
           OPEN INPUT CADPRO
           IF ST-ERRO-PR NOT = "00"
                IF ST-ERRO-PR = "30"
                    MOVE "CADPRO" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADPRO
                    CLOSE CADPRO
                    GO TO ABRIR-ARQ-PR
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRO"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-PV.
           OPEN INPUT CADPRV
           IF ST-ERRO-PV NOT = "00"
                IF ST-ERRO-PV = "30"
                    MOVE "CADPRV" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADPRV
                    CLOSE CADPRV
                    GO TO ABRIR-ARQ-PV
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADPRV"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ABRIR-ARQ-US.
           OPEN INPUT CADUSU
           IF ST-ERRO-US NOT = "00"
                IF ST-ERRO-US = "30"
                    MOVE "CADUSU" TO W-ARQ-CRIA
                    PERFORM CONFIRMA-CRIA THRU
                            CONFIRMA-CRIA-FIM
                    IF W-CRIA NOT = "S"
                       GO TO ROT-FIM
                    END-IF
                    OPEN OUTPUT CADUSU
                    CLOSE CADUSU
                    GO TO ABRIR-ARQ-US
                ELSE
                     MOVE "ERRO NA ABERTURA DO ARQUIVO CADUSU"
                                                            TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO ORC-NUMERO ORC-PRONTUARIO ORC-CRM
               ORC-DATA-EMISSAO ORC-VALIDADE ORC-VAL-BRUTO
               ORC-DESCONTO ORC-VAL-TOTAL ORC-AGE-CHAVE
               ORC-DATA-ACEITE ORC-VAL-RECEB ORC-DATA-REALIZ
               ORC-QT-ITENS.
           MOVE SPACES TO ORC-PAC-NOME ORC-MED-NOME ORC-OPERADOR
               ORC-SUPERVISOR ORC-MOTIVO-PERDA ORC-ITENS
               W-DESCR-SIT.
           MOVE "E" TO ORC-SITUACAO.
           MOVE "D" TO ORC-FORMA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
       R0.
           DISPLAY TELAORC.
       R1.
           ACCEPT TORC-NUMERO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                   CLOSE CADORC CADCTL CADPAC CADMED CADPRO CADPRV
                         CADUSU
                   GO TO ROT-FIM.
           IF ORC-NUMERO = ZEROS
                GO TO R2.
       LER-ARQ.
           READ CADORC
           IF ST-ERRO = "23"
                MOVE "ORCAMENTO NAO CADASTRADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           IF ST-ERRO NOT = "00"
                DISPLAY (20, 12) ST-ERRO
                MOVE "ERRO NA LEITURA ARQ CADORC"   TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ROT-FIM.
           MOVE SPACES TO W-LOG-ANTES
           MOVE REGORC TO W-LOG-ANTES
           PERFORM MONTA-SITUACAO THRU MONTA-SITUACAO-FIM
           DISPLAY TELAORC
           PERFORM MOSTRA-ITENS THRU MOSTRA-ITENS-FIM.
      *
      *****************************************
      * CONSULTA, REIMPRESSAO E PERDA         *
      *****************************************
      *
      *    ORCAMENTO EMITIDO NAO E ALTERADO - MUDANDO OS ITENS OU
      *    O DESCONTO, EMITE-SE OUTRO E ESTE E DADO COMO PERDIDO
       ACE-001.
                DISPLAY (23, 13)
                     "I=IMPRIME   P=PERDIDO   N=NOVA PESQUISA"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-INIC.
                IF W-OPCAO = "i"
                   MOVE "I" TO W-OPCAO.
                IF W-OPCAO = "p"
                   MOVE "P" TO W-OPCAO.
                IF W-OPCAO = "n"
                   MOVE "N" TO W-OPCAO.
                IF W-OPCAO NOT = "I" AND W-OPCAO NOT = "P"
                                   AND W-OPCAO NOT = "N" GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
                IF W-OPCAO = "N"
                   GO TO ROT-INIC.
                IF W-OPCAO = "I"
                   PERFORM IMPRIME-ORC THRU IMPRIME-ORC-FIM
                   MOVE "*** ORCAMENTO IMPRESSO EM ORCAMENT.TXT ***"
                                                            TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF NOT ORC-EMITIDO
                   MOVE "SO ORCAMENTO EM ABERTO PODE SER PERDIDO"
                                                            TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO ACE-001.
       PERDA-MOTIVO.
                DISPLAY (22, 04) "MOTIVO DA PERDA : ".
                ACCEPT (22, 23) ORC-MOTIVO-PERDA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (22, 01) W-LINHA-BRANCA
                   GO TO ACE-001.
                IF ORC-MOTIVO-PERDA = SPACES
                   MOVE "INFORME O MOTIVO DA PERDA" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO PERDA-MOTIVO.
       PERDA-OPC.
                DISPLAY (23, 40) "CONFIRMA PERDA (S/N) : ".
                ACCEPT (23, 64) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* ORCAMENTO MANTIDO EM ABERTO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PERDA-OPC.
                MOVE "P" TO ORC-SITUACAO.
       ALT-RW1.
                MOVE ZEROS TO W-TENTATIVAS.
       ALT-RW1-TENTA.
                REWRITE REGORC
                IF ST-ERRO = "00" OR "02"
                   MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
                   MOVE ORC-NUMERO TO W-LOG-CHAVE
                   MOVE REGORC TO W-LOG-DEPOIS
                   CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                                       W-LOG-ANTES W-LOG-DEPOIS
                   MOVE "*** ORCAMENTO DADO COMO PERDIDO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF ST-ERRO = "94"
                   ADD 1 TO W-TENTATIVAS
                   IF W-TENTATIVAS > 5
                      MOVE "REGISTRO EM USO, TENTE MAIS TARDE" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC
                   ELSE
                      MOVE "REGISTRO EM USO, AGUARDE..." TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS1
                      PERFORM ROT-ESPERA
                      GO TO ALT-RW1-TENTA.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * EMISSAO DE NOVO ORCAMENTO             *
      *****************************************
      *
       R2.
           ACCEPT TORC-PRONTUARIO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R1.
           IF ORC-PRONTUARIO = ZEROS
                MOVE "PRONTUARIO INVALIDO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
       R-PACIENTE.
           MOVE ORC-PRONTUARIO TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC NOT = "00"
                MOVE "PACIENTE NAO CADASTRADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *    PRONTUARIO ABSORVIDO POR FUSAO (SMP044) NAO MARCA MAIS
           IF PAC-ABSORVIDO
                MOVE "PRONTUARIO ABSORVIDO - USE O SOBREVIVENTE"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *    PACIENTE ANONIMIZADO A PEDIDO DO TITULAR (SMP073)
           IF PAC-ANONIMIZADO
                MOVE "PACIENTE ANONIMIZADO (LGPD) - NAO AGENDA"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           MOVE PAC-NOME TO ORC-PAC-NOME
           DISPLAY TORC-PAC-NOME.
       R3.
           ACCEPT TORC-CRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R2.
           MOVE ORC-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MD NOT = "00" OR ORC-CRM = ZEROS
                MOVE "MEDICO NAO CADASTRADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
           MOVE MED-NOME TO ORC-MED-NOME
           DISPLAY TORC-MED-NOME.

      *------[ ITENS DO ORCAMENTO - 0 ENCERRA A LISTA ]------
      * CADA ITEM VEM COM O PRECO PARTICULAR DO CADPRV (CONVENIO
      * E PLANO ZERADOS); PROCEDIMENTO SEM PRECO NAO E ORCADO
       R4.
           MOVE ZEROS TO ORC-QT-ITENS ORC-VAL-BRUTO
           MOVE SPACES TO ORC-ITENS
           PERFORM LIMPA-ITENS THRU LIMPA-ITENS-FIM
           DISPLAY TORC-BRUTO.
       R4-ACE.
           IF ORC-QT-ITENS NOT < 10
                MOVE "LIMITE DE 10 ITENS POR ORCAMENTO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
           COMPUTE W-LIN = ORC-QT-ITENS + 8
           DISPLAY (21, 04) "TUSS DO ITEM (0=FIM) ".
           MOVE ZEROS TO W-PROCED
           ACCEPT (W-LIN, 08) W-PROCED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                DISPLAY (21, 01) W-LINHA-BRANCA
                GO TO R3.
           IF W-PROCED = ZEROS
                IF ORC-QT-ITENS = ZEROS
                     MOVE "INFORME AO MENOS UM PROCEDIMENTO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R4-ACE
                ELSE
                     DISPLAY (W-LIN, 01) W-LINHA-BRANCA
                     GO TO R5.
           MOVE W-PROCED TO PRO-TUSS
           READ CADPRO
           IF ST-ERRO-PR NOT = "00"
                MOVE "PROCEDIMENTO NAO CADASTRADO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4-ACE.
           MOVE W-PROCED TO PRV-TUSS
           MOVE ZEROS TO PRV-CODIGO-CONV PRV-PLANO
           READ CADPRV
           IF ST-ERRO-PV NOT = "00"
                MOVE "PRECO PARTICULAR NAO CADASTRADO (SMP028)"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4-ACE.
           ADD 1 TO ORC-QT-ITENS
           MOVE W-PROCED  TO ORC-IT-PROCED (ORC-QT-ITENS)
           MOVE PRO-DESCR TO ORC-IT-DESCR (ORC-QT-ITENS)
           MOVE PRV-VALOR TO ORC-IT-VALOR (ORC-QT-ITENS)
           ADD PRV-VALOR TO ORC-VAL-BRUTO
           MOVE ORC-QT-ITENS TO W-IND
           PERFORM MOSTRA-ITEM
           DISPLAY TORC-BRUTO
           GO TO R4-ACE.

      *    DESCONTO EM VALOR SOBRE O BRUTO; QUALQUER DESCONTO
      *    DEPENDE DA LIBERACAO DO SUPERVISOR
       R5.
           DISPLAY (21, 01) W-LINHA-BRANCA
           ACCEPT TORC-DESCONTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R4.
           MOVE SPACES TO ORC-SUPERVISOR
           IF ORC-DESCONTO NOT < ORC-VAL-BRUTO
                MOVE "DESCONTO DEVE SER MENOR QUE O VALOR BRUTO"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
           IF ORC-DESCONTO NOT = ZEROS
                PERFORM LIBERA-DESCONTO THRU LIBERA-DESCONTO-FIM
                DISPLAY (21, 01) W-LINHA-BRANCA
                DISPLAY (22, 01) W-LINHA-BRANCA
                IF W-LIBERADO NOT = "S"
                     MOVE "DESCONTO NAO LIBERADO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R5.
           COMPUTE ORC-VAL-TOTAL = ORC-VAL-BRUTO - ORC-DESCONTO
           DISPLAY TORC-TOTAL
           IF ORC-VALIDADE = ZEROS
                MOVE W-DATA-HOJE TO W-DATA-DIA
                MOVE W-DIAS-VALIDADE TO W-QT-DIAS
                PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
                MOVE W-DATA-DIA TO ORC-VALIDADE.
       R6.
           ACCEPT TORC-VALIDADE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R5.
           IF ORC-VALIDADE < W-DATA-HOJE
                MOVE "VALIDADE ANTERIOR A HOJE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.
       R7.
           ACCEPT TORC-FORMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R6.
           IF ORC-FORMA = "d"
                MOVE "D" TO ORC-FORMA.
           IF ORC-FORMA = "c"
                MOVE "C" TO ORC-FORMA.
           IF ORC-FORMA = "p"
                MOVE "P" TO ORC-FORMA.
           IF ORC-FORMA NOT = "D" AND "C" AND "P"
                MOVE "FORMA D=DINHEIRO, C=CARTAO OU P=PIX" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR E IMPRIMIR (S/N) : ".
                ACCEPT (23, 67) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                PERFORM PROX-NUM-ORC THRU PROX-NUM-ORC-FIM
                IF ST-ERRO-CT NOT = "00"
                   GO TO ROT-INIC.
                MOVE SPACES TO W-OPERADOR
                DISPLAY "SMPOPER" UPON ENVIRONMENT-NAME
                ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE
                MOVE W-OPERADOR  TO ORC-OPERADOR
                MOVE W-DATA-HOJE TO ORC-DATA-EMISSAO
                MOVE "E" TO ORC-SITUACAO.
       INC-WR1.
                MOVE ZEROS TO W-TENTATIVAS.
       INC-WR1-TENTA.
                WRITE REGORC
                IF ST-ERRO = "00" OR "02"
                      MOVE SPACES TO W-LOG-CHAVE W-LOG-ANTES
                                     W-LOG-DEPOIS
                      MOVE ORC-NUMERO TO W-LOG-CHAVE
                      MOVE REGORC TO W-LOG-DEPOIS
                      CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "I"
                                          W-LOG-ANTES W-LOG-DEPOIS
                      PERFORM IMPRIME-ORC THRU IMPRIME-ORC-FIM
                      MOVE SPACES TO W-MENS
                      STRING "** ORCAMENTO " ORC-NUMERO
                             " GRAVADO E IMPRESSO **"
                             DELIMITED BY SIZE INTO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                IF ST-ERRO = "22"
                      MOVE "*** NUMERO DE ORCAMENTO JA EXISTENTE ***"
                                                            TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                IF ST-ERRO = "94"
                      ADD 1 TO W-TENTATIVAS
                      IF W-TENTATIVAS > 5
                         MOVE "REGISTRO EM USO, TENTE MAIS TARDE"
                                                            TO W-MENS
                         PERFORM ROT-MENS THRU ROT-MENS-FIM
                         GO TO ROT-INIC
                      ELSE
                         MOVE "REGISTRO EM USO, AGUARDE..." TO W-MENS
                         PERFORM ROT-MENS THRU ROT-MENS1
                         PERFORM ROT-ESPERA
                         GO TO INC-WR1-TENTA
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO"
                                                       TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *--------------------[ FIM DA ROTINA DE INCLUSAO ]--------------------

      *------[ DESCONTO COM AVAL DO SUPERVISOR ]------
      * OPERADOR COM PERFIL "S" NO CADUSU LIBERA DIRETO, OS
      * DEMAIS DEPENDEM DA SENHA DO SUPERVISOR NA TELA; QUEM
      * LIBEROU FICA GRAVADO NO ORCAMENTO
       LIBERA-DESCONTO.
           MOVE "N" TO W-LIBERADO
           MOVE SPACES TO W-SUP-CODIGO
           DISPLAY "SMPOPER" UPON ENVIRONMENT-NAME
           ACCEPT W-SUP-CODIGO FROM ENVIRONMENT-VALUE
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ CADUSU
           IF ST-ERRO-US = "00"
                IF USU-SUPERVISOR
                     MOVE W-SUP-CODIGO TO ORC-SUPERVISOR
                     MOVE "S" TO W-LIBERADO
                     GO TO LIBERA-DESCONTO-FIM.
       LIBERA-DESCONTO-SUP.
           DISPLAY (21, 04) "LIBERACAO DO SUPERVISOR - OPERADOR : ".
           ACCEPT (21, 42) W-SUP-CODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO LIBERA-DESCONTO-FIM.
           IF W-SUP-CODIGO = SPACES
                GO TO LIBERA-DESCONTO-SUP.
           DISPLAY (22, 04) "SENHA : ".
           ACCEPT (22, 13) W-SUP-SENHA
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ CADUSU
           IF ST-ERRO-US NOT = "00"
                MOVE "LIBERACAO RECUSADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO LIBERA-DESCONTO-SUP.
           IF USU-SENHA NOT = W-SUP-SENHA OR NOT USU-SUPERVISOR
                MOVE "LIBERACAO RECUSADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO LIBERA-DESCONTO-SUP.
           MOVE W-SUP-CODIGO TO ORC-SUPERVISOR
           MOVE "S" TO W-LIBERADO.
       LIBERA-DESCONTO-FIM.
                EXIT.

      *------[ NUMERACAO DOS ORCAMENTOS (CADCTL) ]------
       PROX-NUM-ORC.
           MOVE "NUMORCAM" TO CTL-CHAVE
           READ CADCTL
           IF ST-ERRO-CT = "23"
                MOVE "NUMORCAM" TO CTL-CHAVE
                MOVE ZEROS TO CTL-NUMERO
                WRITE REGCTL
           END-IF
           ADD 1 TO CTL-NUMERO
           MOVE CTL-NUMERO TO ORC-NUMERO
           REWRITE REGCTL
           IF ST-ERRO-CT NOT = "00"
                MOVE "ERRO NA NUMERACAO DOS ORCAMENTOS" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
       PROX-NUM-ORC-FIM.
                EXIT.

      *------[ MOSTRA OS ITENS DO ORCAMENTO (LINHAS 8 A 17) ]------
       MOSTRA-ITENS.
           PERFORM LIMPA-ITENS THRU LIMPA-ITENS-FIM
           MOVE ZEROS TO W-IND.
       MOSTRA-ITENS-LOOP.
           ADD 1 TO W-IND
           IF W-IND > ORC-QT-ITENS
                GO TO MOSTRA-ITENS-FIM.
           PERFORM MOSTRA-ITEM
           GO TO MOSTRA-ITENS-LOOP.
       MOSTRA-ITENS-FIM.
                EXIT.

       MOSTRA-ITEM.
           COMPUTE W-LIN = W-IND + 7
           MOVE W-IND                   TO WLI-SEQ
           MOVE ORC-IT-PROCED (W-IND)   TO WLI-PROCED
           MOVE ORC-IT-DESCR (W-IND)    TO WLI-DESCR
           MOVE ORC-IT-VALOR (W-IND)    TO WLI-VALOR
           DISPLAY (W-LIN, 04) W-LIN-ITEM.

       LIMPA-ITENS.
           MOVE 7 TO W-LIN.
       LIMPA-ITENS-LOOP.
           ADD 1 TO W-LIN
           IF W-LIN > 17
                GO TO LIMPA-ITENS-FIM.
           DISPLAY (W-LIN, 01) W-LINHA-BRANCA
           GO TO LIMPA-ITENS-LOOP.
       LIMPA-ITENS-FIM.
                EXIT.

      *--------------------[ DESCRICAO DA SITUACAO ]--------------------
       MONTA-SITUACAO.
           MOVE SPACES TO W-DESCR-SIT
           IF ORC-EMITIDO
                MOVE "EM ABERTO" TO W-DESCR-SIT
                IF ORC-VALIDADE < W-DATA-HOJE
                     MOVE "VENCIDO" TO W-DESCR-SIT.
           IF ORC-ACEITO
                MOVE "ACEITO" TO W-DESCR-SIT.
           IF ORC-REALIZADO
                MOVE "REALIZADO" TO W-DESCR-SIT.
           IF ORC-PERDIDO
                MOVE "PERDIDO" TO W-DESCR-SIT.
       MONTA-SITUACAO-FIM.
                EXIT.

      *------[ IMPRESSAO DO ORCAMENTO PARA O PACIENTE ]------
      * OS ORCAMENTOS SE ACUMULAM NO ORCAMENT.TXT, COMO OS
      * RECIBOS E AS RECEITAS
       IMPRIME-ORC.
           OPEN EXTEND ORCAMENT
           IF ST-ERRO-IM NOT = "00"
                IF ST-ERRO-IM = "05" OR "30"
                    OPEN OUTPUT ORCAMENT
                    CLOSE ORCAMENT
                    OPEN EXTEND ORCAMENT
                ELSE
                    MOVE "ERRO NA IMPRESSAO DO ORCAMENTO" TO W-MENS
                    PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO IMPRIME-ORC-FIM.
           MOVE ORC-NUMERO TO WIC-NUMERO
           MOVE ORC-DATA-EMISSAO TO W-DATA-AUX
           PERFORM EDITA-DATA
           MOVE W-DATA-ED TO WIC-EMISSAO
           MOVE W-IMP-CAB TO REGIMP
           WRITE REGIMP
           MOVE ORC-PRONTUARIO TO WIP-PRONTUARIO
           MOVE ORC-PAC-NOME   TO WIP-PAC-NOME
           MOVE W-IMP-PAC TO REGIMP
           WRITE REGIMP
           MOVE ORC-CRM        TO WIM-CRM
           MOVE ORC-MED-NOME   TO WIM-MED-NOME
           MOVE W-IMP-MED TO REGIMP
           WRITE REGIMP
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "IT  TUSS      PROCEDIMENTO" TO REGIMP
           MOVE "VALOR" TO REGIMP (49:5)
           WRITE REGIMP
           MOVE ZEROS TO W-IND.
       IMPRIME-ORC-ITEM.
           ADD 1 TO W-IND
           IF W-IND > ORC-QT-ITENS
                GO TO IMPRIME-ORC-TOT.
           MOVE W-IND                   TO WLI-SEQ
           MOVE ORC-IT-PROCED (W-IND)   TO WLI-PROCED
           MOVE ORC-IT-DESCR (W-IND)    TO WLI-DESCR
           MOVE ORC-IT-VALOR (W-IND)    TO WLI-VALOR
           MOVE W-LIN-ITEM TO REGIMP
           WRITE REGIMP
           GO TO IMPRIME-ORC-ITEM.
       IMPRIME-ORC-TOT.
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE "VALOR BRUTO   :" TO WIT-ROTULO
           MOVE ORC-VAL-BRUTO    TO WIT-VALOR
           MOVE W-IMP-TOT TO REGIMP
           WRITE REGIMP
           IF ORC-DESCONTO NOT = ZEROS
                MOVE "DESCONTO      :" TO WIT-ROTULO
                MOVE ORC-DESCONTO     TO WIT-VALOR
                MOVE W-IMP-TOT TO REGIMP
                WRITE REGIMP.
           MOVE "VALOR TOTAL   :" TO WIT-ROTULO
           MOVE ORC-VAL-TOTAL    TO WIT-VALOR
           MOVE W-IMP-TOT TO REGIMP
           WRITE REGIMP
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           MOVE SPACES TO WIF-FORMA
           IF ORC-DINHEIRO
                MOVE "DINHEIRO" TO WIF-FORMA.
           IF ORC-CARTAO
                MOVE "CARTAO" TO WIF-FORMA.
           IF ORC-PIX
                MOVE "PIX" TO WIF-FORMA.
           MOVE W-IMP-FORMA TO REGIMP
           WRITE REGIMP
           MOVE ORC-VALIDADE TO W-DATA-AUX
           PERFORM EDITA-DATA
           MOVE W-DATA-ED TO WIV-VALIDADE
           MOVE W-IMP-VALID TO REGIMP
           WRITE REGIMP
           MOVE "PARA AGENDAR, INFORME NA RECEPCAO O NUMERO DESTE"
                                                            TO REGIMP
           MOVE "ORCAMENTO" TO REGIMP (50:9)
           WRITE REGIMP
           MOVE SPACES TO REGIMP
           WRITE REGIMP
           CLOSE ORCAMENT.
       IMPRIME-ORC-FIM.
                EXIT.

       EDITA-DATA.
           MOVE W-DA-DIA TO WDE-DIA
           MOVE W-DA-MES TO WDE-MES
           MOVE W-DA-ANO TO WDE-ANO.

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
                PERFORM CHECA-BISSEXTO.
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

      *--------------------[ ROTINA DE ESPERA (ST-ERRO 94) ]--------------------
       ROT-ESPERA.
                MOVE ZEROS TO W-CONT.
       ROT-ESPERA1.
                ADD 1 TO W-CONT
                IF W-CONT < 30000
                   GO TO ROT-ESPERA1.
      *------[ CONFIRMACAO ANTES DE CRIAR ARQUIVO MESTRE VAZIO ]------
       CONFIRMA-CRIA.
                DISPLAY (22, 04) "ARQUIVO"
                DISPLAY (22, 12) W-ARQ-CRIA
                DISPLAY (22, 21) "NAO ENCONTRADO - CRIAR VAZIO (S/N)?"
                ACCEPT (22, 58) W-CRIA
                IF W-CRIA = "s"
                   MOVE "S" TO W-CRIA.
       CONFIRMA-CRIA-FIM.
                EXIT.

      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (20, 18) W-MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO W-MENS
                   DISPLAY (20, 18) W-MENS.
       ROT-MENS-FIM.
                EXIT.

       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
       ROT-FIMS.
                STOP RUN.

      *        TABELA DE ST-ERRO  (FILE STATUS)
      *        ==============================
      * 00 Comando executado com sucesso
      * 02 Comando arquivo c/chave duplicada executado com sucesso
      * 05 Arquivo opcional nao encontrado (criado na abertura)
      * 10 Fim do arquivo
      * 22 Chave duplicada não definida.
      * 23 Chave não encontrada.
      * 30 Arquivo não encontrado
      * 91 Erro na estrutura do arquivo
      * 94 Registro ou arquivo sendo utilizado por outro programa.

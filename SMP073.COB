       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP073.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * DIREITOS DO TITULAR (LGPD - LEI 13.709/2018)         *
      * 1 = EXTRATO DOS DADOS PESSOAIS DO PRONTUARIO EM      *
      *     LGPDnnnnnn.TXT: CADPAC, CADAGE, CADHIST, CADAUT, *
      *     CADGUI, CADCXA, CADFILA, CADRCT (RECEITAS E      *
      *     ATESTADOS), CADNTF (NOTIFICACOES), CADCNS        *
      *     (MATERIAIS GASTOS), AS DESCARGAS DO SMP048       *
      *     (EXCADAGE.AAAA E EXCADHIS.AAAA) E OS EVENTOS DA  *
      *     TRILHA DE AUDITORIA (TRLAUDIT.LOG)               *
      * 2 = ANONIMIZACAO: NOME, CONTATO, ENDERECO E          *
      *     DOCUMENTOS VIRAM VALORES NEUTROS NO CADPAC E O   *
      *     NOME NO CADAGE, CADGUI, CADCXA, CADFILA E NO     *
      *     EXCADAGE; DATAS, MEDICO, ESPECIALIDADE,          *
      *     CONVENIO, STATUS E PROCEDIMENTO FICAM PARA AS    *
      *     ESTATISTICAS (SMP032). BLOQUEADA ENQUANTO NAO    *
      *     VENCER A GUARDA DO PRONTUARIO (LEI 13.787/2018,  *
      *     20 ANOS DO ULTIMO REGISTRO). O HISTORICO         *
      *     CLINICO, O CADAUT, O CADRCT, O CADNTF E O CADCNS *
      *     NAO TEM DADOS DE IDENTIFICACAO ALEM DO           *
      *     PRONTUARIO E NAO SAO ALTERADOS; A TRILHA DE      *
      *     AUDITORIA TAMBEM NAO E REESCRITA                 *
      * 3 = CONSULTA AS SOLICITACOES                         *
      * TODO PEDIDO FICA NO CADSOL (NUMERO NO CADCTL         *
      * "NUMSOLIC") COM DATA E OPERADOR DO PEDIDO E DA       *
      * CONCLUSAO. OS PRONTUARIOS ABSORVIDOS PELO SMP044 NO  *
      * PRONTUARIO PEDIDO ENTRAM JUNTO                       *
      * OS ORCAMENTOS PARTICULARES (CADORC - SMP074) ENTRAM  *
      * NO EXTRATO E TEM O NOME TROCADO NA ANONIMIZACAO      *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADSOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SOL-NUMERO
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTL-CHAVE
                    FILE STATUS  IS ST-ERRO-CT.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-CPF
                                                      WITH DUPLICATES.
                    SELECT CADAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO-AG
                    ALTERNATE RECORD KEY IS AGE-PRONTUARIO
                                                      WITH DUPLICATES.
                    SELECT CADHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HIS-CHAVE
                    FILE STATUS  IS ST-ERRO-HI.
                    SELECT CADAUT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUT-CHAVE
                    FILE STATUS  IS ST-ERRO-AU.
                    SELECT CADGUI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GUI-NUMERO
                    FILE STATUS  IS ST-ERRO-GU.
                    SELECT CADCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-CHAVE
                    FILE STATUS  IS ST-ERRO-CX.
                    SELECT CADFILA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
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
                    SELECT CADRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCT-CHAVE
                    FILE STATUS  IS ST-ERRO-RC.
                    SELECT CADNTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NTF-CHAVE
                    FILE STATUS  IS ST-ERRO-NT.
                    SELECT CADCNS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNS-CHAVE
                    FILE STATUS  IS ST-ERRO-CS.
                    SELECT EXPURGO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-EX.
                    SELECT EXPTRAB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-TB.
                    SELECT TRLAUDIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-LG.
                    SELECT RELLGPD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * UM REGISTRO POR PEDIDO DO TITULAR
       FD CADSOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSOL.DAT".
       01 REGSOL.
            03 SOL-NUMERO         PIC 9(06).
            03 SOL-PRONTUARIO     PIC 9(06).
            03 SOL-TIPO           PIC X(01).
               88 SOL-EXTRATO       VALUE "E".
               88 SOL-ANONIMIZACAO  VALUE "A".
            03 SOL-SITUACAO       PIC X(01).
               88 SOL-PENDENTE      VALUE "P".
               88 SOL-CONCLUIDA     VALUE "C".
               88 SOL-BLOQUEADA     VALUE "B".
               88 SOL-CANCELADA     VALUE "X".
            03 SOL-DATA-PEDIDO    PIC 9(08).
            03 SOL-HORA-PEDIDO    PIC 9(04).
            03 SOL-OPER-PEDIDO    PIC X(08).
            03 SOL-DATA-CONCL     PIC 9(08).
            03 SOL-HORA-CONCL     PIC 9(04).
            03 SOL-OPER-CONCL     PIC X(08).
            03 SOL-QTDE           PIC 9(06).
            03 SOL-OBS            PIC X(40).

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

       FD CADAGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGE.DAT".
       01 REGAGE.
            03 AGE-CHAVE.
               05 AGE-CRM         PIC 9(07).
               05 AGE-DATA        PIC 9(08).
               05 AGE-HORA        PIC 9(04).
            03 AGE-MED-NOME       PIC X(30).
            03 AGE-COD-ESPEC      PIC 9(04).
            03 AGE-DESCR-ESPEC    PIC X(30).
            03 AGE-PRONTUARIO     PIC 9(06).
            03 AGE-PAC-NOME       PIC X(30).
            03 AGE-CODIGO-CONV    PIC 9(04).
            03 AGE-NOME-CONV      PIC X(30).
            03 AGE-CID            PIC 9(04).
            03 AGE-DENOM-CID      PIC X(30).
            03 AGE-STATUS         PIC X(01).
               88 AGE-AGENDADO      VALUE "A".
               88 AGE-CONFIRMADO    VALUE "C".
               88 AGE-CHEGOU        VALUE "H".
               88 AGE-ATENDIDO      VALUE "T".
               88 AGE-FALTOU        VALUE "F".
               88 AGE-CANCELADO     VALUE "X".
            03 AGE-MOTIVO-CANC    PIC X(20).
            03 AGE-PROCED         PIC 9(08).
            03 AGE-NUM-GUIA       PIC 9(06).
            03 AGE-PLANO          PIC 9(04).
            03 AGE-TIPO-ATEND     PIC X(01).
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

       FD CADAUT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUT.DAT".
       01 REGAUT.
            03 AUT-CHAVE.
               05 AUT-PRONTUARIO  PIC 9(06).
               05 AUT-TUSS        PIC 9(08).
               05 AUT-CODIGO-CONV PIC 9(04).
               05 AUT-VALIDADE    PIC 9(08).
            03 AUT-PLANO          PIC 9(04).
            03 AUT-SENHA          PIC X(20).
            03 AUT-STATUS         PIC X(01).
               88 AUT-VIGENTE       VALUE "V".
               88 AUT-UTILIZADA     VALUE "U".
               88 AUT-CANCELADA     VALUE "C".
            03 AUT-QTDE           PIC 9(03).
            03 AUT-QTDE-USADA     PIC 9(03).

       FD CADGUI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGUI.DAT".
       01 REGGUI.
            03 GUI-NUMERO      PIC 9(06).
            03 GUI-LOTE        PIC 9(06).
            03 GUI-AGE-CHAVE.
               05 GUI-CRM         PIC 9(07).
               05 GUI-DATA        PIC 9(08).
               05 GUI-HORA        PIC 9(04).
            03 GUI-CODIGO-CONV PIC 9(04).
            03 GUI-PRONTUARIO  PIC 9(06).
            03 GUI-PAC-NOME    PIC X(30).
            03 GUI-PROCED      PIC 9(08).
            03 GUI-VALOR       PIC 9(05)V99.
            03 GUI-STATUS      PIC X(01).
               88 GUI-EXPORTADA    VALUE "E".
               88 GUI-PAGA         VALUE "P".
               88 GUI-PAGA-MENOR   VALUE "M".
               88 GUI-GLOSADA      VALUE "G".
               88 GUI-REAPRESENTAR VALUE "R".
            03 GUI-VALOR-PAGO  PIC 9(05)V99.
            03 GUI-MOTIVO-GLOSA PIC X(30).
            03 GUI-DATA-EXPORT PIC 9(08).
            03 GUI-SENHA-AUT   PIC X(20).
            03 GUI-COD-GLOSA   PIC X(04).

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

       FD CADFILA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFILA.DAT".
       01 REGFILA.
            03 FIL-CHAVE.
               05 FIL-COD-ESPEC   PIC 9(04).
               05 FIL-PRIORIDADE  PIC 9(01).
               05 FIL-DATA-PEDIDO PIC 9(08).
               05 FIL-PRONTUARIO  PIC 9(06).
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

      * RECEITAS, ATESTADOS E DECLARACOES DO ENCERRAMENTO (SMP018)
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

      * NOTIFICACOES COMPULSORIAS (SMP071/SMP072)
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

      * MATERIAIS E MEDICAMENTOS GASTOS NO ATENDIMENTO (SMP018)
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

      * DESCARGAS DO SMP048 E COPIA DE TRABALHO PARA REGRAVA-LAS
       FD EXPURGO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-EXP.
       01 REGEXP               PIC X(300).

       FD EXPTRAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPDTRAB.TMP".
       01 REGTRAB              PIC X(300).

       FD TRLAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRLAUDIT.LOG".
       01 REGLOG.
            03 LOG-DATA        PIC 9(08).
            03 LOG-HORA        PIC 9(06).
            03 LOG-OPERADOR    PIC X(08).
            03 LOG-PROGRAMA    PIC X(08).
            03 LOG-CHAVE       PIC X(19).
            03 LOG-TIPO-OPER   PIC X(01).
               88 LOG-INCLUSAO   VALUE "I".
               88 LOG-ALTERACAO  VALUE "A".
               88 LOG-EXCLUSAO   VALUE "E".
            03 LOG-ANTES       PIC X(300).
            03 LOG-DEPOIS      PIC X(300).

       FD RELLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-EXT.
       01 REGREL               PIC X(100).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-CT   PIC X(02) VALUE "00".
       01 ST-ERRO-PC   PIC X(02) VALUE "00".
       01 ST-ERRO-AG   PIC X(02) VALUE "00".
       01 ST-ERRO-HI   PIC X(02) VALUE "00".
       01 ST-ERRO-AU   PIC X(02) VALUE "00".
       01 ST-ERRO-GU   PIC X(02) VALUE "00".
       01 ST-ERRO-CX   PIC X(02) VALUE "00".
       01 ST-ERRO-FI   PIC X(02) VALUE "00".
       01 ST-ERRO-OR   PIC X(02) VALUE "00".
       01 ST-ERRO-RC   PIC X(02) VALUE "00".
       01 ST-ERRO-NT   PIC X(02) VALUE "00".
       01 ST-ERRO-CS   PIC X(02) VALUE "00".
       01 ST-ERRO-EX   PIC X(02) VALUE "00".
       01 ST-ERRO-TB   PIC X(02) VALUE "00".
       01 ST-ERRO-LG   PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 W-OPCAO      PIC 9(01) VALUE ZEROS.
       01 W-CONFIRMA   PIC X(01) VALUE SPACES.
       01 W-PRONT      PIC 9(06) VALUE ZEROS.
       01 W-OPERADOR   PIC X(08) VALUE SPACES.
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE-R REDEFINES W-DATA-HOJE.
            03 W-ANO-HOJE  PIC 9(04).
            03 FILLER      PIC 9(04).
       01 W-HORA-SIS   PIC 9(08) VALUE ZEROS.
       01 W-ARQ-EXP    PIC X(13) VALUE SPACES.
       01 W-ARQ-EXT    PIC X(14) VALUE SPACES.
       01 W-ANO-EXP    PIC 9(04) VALUE ZEROS.
       01 W-NOME-ANON  PIC X(30) VALUE SPACES.
       01 W-TITULO     PIC X(60) VALUE SPACES.
       01 W-DESCR-OPER PIC X(09) VALUE SPACES.
       01 W-VALOR-ED   PIC ZZZZ9,99.
       01 W-POS        PIC 9(03) VALUE ZEROS.
       01 W-ACHOU      PIC X(01) VALUE "N".

      * GUARDA DO PRONTUARIO: 20 ANOS A PARTIR DO ULTIMO REGISTRO
      * (LEI 13.787/2018); ANTES DISSO A ANONIMIZACAO E RECUSADA.
      * AS DESCARGAS SAO PROCURADAS NOS ULTIMOS 50 EXERCICIOS
       01 W-ANOS-GUARDA  PIC 9(02) VALUE 20.
       01 W-ANOS-EXPURGO PIC 9(02) VALUE 50.
       01 W-ULT-REGISTRO PIC 9(08) VALUE ZEROS.
       01 W-PRAZO        PIC 9(08) VALUE ZEROS.

      * SOLICITACAO EM ANDAMENTO
       01 W-NUM-SOL    PIC 9(06) VALUE ZEROS.
       01 W-TIPO-SOL   PIC X(01) VALUE SPACES.
       01 W-SIT-SOL    PIC X(01) VALUE SPACES.
       01 W-OBS-SOL    PIC X(40) VALUE SPACES.

      * PRONTUARIO PEDIDO E OS QUE ELE ABSORVEU EM FUSOES (SMP044)
       01 W-QT-PRONT   PIC 9(02) VALUE ZEROS.
       01 W-QT-ANT     PIC 9(02) VALUE ZEROS.
       01 W-IND        PIC 9(02) VALUE ZEROS.
       01 W-IND-PR     PIC 9(02) VALUE ZEROS.
       01 W-TAB-PRONT.
            03 W-TP-PRONT  PIC 9(06) OCCURS 20 TIMES.
       01 W-PR-TESTE   PIC X(06) VALUE SPACES.
       01 W-PR-TESTE-N REDEFINES W-PR-TESTE PIC 9(06).

       01 W-QT-SEC     PIC 9(05) VALUE ZEROS.
       01 W-QT-TOTAL   PIC 9(06) VALUE ZEROS.
       01 W-QT-ALT     PIC 9(05) VALUE ZEROS.
       01 W-QT-PAC     PIC 9(05) VALUE ZEROS.
       01 W-QT-AGE     PIC 9(05) VALUE ZEROS.
       01 W-QT-GUI     PIC 9(05) VALUE ZEROS.
       01 W-QT-CXA     PIC 9(05) VALUE ZEROS.
       01 W-QT-FIL     PIC 9(05) VALUE ZEROS.
       01 W-QT-EXA     PIC 9(05) VALUE ZEROS.
       01 W-QT-ORC     PIC 9(05) VALUE ZEROS.

      * IMAGENS DOS REGISTROS EXPURGADOS (MESMO LEIAUTE DO SMP049)
       01 W-REGAGE.
            03 WA-CHAVE.
               05 WA-CRM         PIC 9(07).
               05 WA-DATA        PIC 9(08).
               05 WA-HORA        PIC 9(04).
            03 WA-MED-NOME       PIC X(30).
            03 WA-COD-ESPEC      PIC 9(04).
            03 WA-DESCR-ESPEC    PIC X(30).
            03 WA-PRONTUARIO     PIC 9(06).
            03 WA-PAC-NOME       PIC X(30).
            03 WA-CODIGO-CONV    PIC 9(04).
            03 WA-NOME-CONV      PIC X(30).
            03 WA-CID            PIC 9(04).
            03 WA-DENOM-CID      PIC X(30).
            03 WA-STATUS         PIC X(01).
            03 WA-MOTIVO-CANC    PIC X(20).
            03 WA-PROCED         PIC 9(08).
            03 WA-NUM-GUIA       PIC 9(06).
            03 WA-PLANO          PIC 9(04).
            03 WA-TIPO-ATEND     PIC X(01).
            03 WA-ENCAIXE        PIC X(01).
            03 WA-HORA-CHEGADA   PIC 9(04).
            03 FILLER            PIC X(68).

       01 W-REGHIS.
            03 WH-CHAVE.
               05 WH-PRONTUARIO  PIC 9(06).
               05 WH-DATA        PIC 9(08).
               05 WH-HORA        PIC 9(04).
            03 WH-CRM            PIC 9(07).
            03 WH-COD-ESPEC      PIC 9(04).
            03 WH-DESCR-ESPEC    PIC X(30).
            03 WH-CID            PIC 9(04).
            03 WH-DENOM-CID      PIC X(30).
            03 WH-OBS-1          PIC X(60).
            03 WH-OBS-2          PIC X(60).
            03 WH-RETORNO-DIAS   PIC 9(03).
            03 FILLER            PIC X(84).

       01 W-LINHA-SEP          PIC X(78) VALUE ALL "=".

       01 W-LOG-CHAVE   PIC X(19) VALUE SPACES.
       01 W-LOG-ANTES   PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS  PIC X(300) VALUE SPACES.
       01 W-PROGRAMA    PIC X(08) VALUE "SMP073".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** LGPD - DIREITOS DO TITULAR ***".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *    O OPERADOR VEM DA VARIAVEL SMPOPER PUBLICADA PELO SMP020
           MOVE SPACES TO W-OPERADOR
           DISPLAY "SMPOPER" UPON ENVIRONMENT-NAME
           ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE
           IF W-OPERADOR = SPACES OR LOW-VALUES
                DISPLAY "USER" UPON ENVIRONMENT-NAME
                ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE.

       ABRIR-ARQ.
           OPEN I-O CADSOL
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30"
                    OPEN OUTPUT CADSOL
                    CLOSE CADSOL
                    GO TO ABRIR-ARQ
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADSOL - " ST-ERRO
                    GO TO ROT-FIM.
       ABRIR-ARQ-CT.
           OPEN I-O CADCTL
           IF ST-ERRO-CT NOT = "00"
                IF ST-ERRO-CT = "30"
                    OPEN OUTPUT CADCTL
                    CLOSE CADCTL
                    GO TO ABRIR-ARQ-CT
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCTL - " ST-ERRO-CT
                    CLOSE CADSOL
                    GO TO ROT-FIM.
           OPEN I-O CADPAC
           IF ST-ERRO-PC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - " ST-ERRO-PC
                CLOSE CADSOL CADCTL
                GO TO ROT-FIM.
           OPEN I-O CADAGE
           IF ST-ERRO-AG NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGE - " ST-ERRO-AG
                CLOSE CADSOL CADCTL CADPAC
                GO TO ROT-FIM.
           OPEN INPUT CADHIST
           IF ST-ERRO-HI NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADHIST - " ST-ERRO-HI
                CLOSE CADSOL CADCTL CADPAC CADAGE
                GO TO ROT-FIM.
           OPEN INPUT CADAUT
           IF ST-ERRO-AU NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAUT - " ST-ERRO-AU
                CLOSE CADSOL CADCTL CADPAC CADAGE CADHIST
                GO TO ROT-FIM.
           OPEN I-O CADGUI
           IF ST-ERRO-GU NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADGUI - " ST-ERRO-GU
                CLOSE CADSOL CADCTL CADPAC CADAGE CADHIST CADAUT
                GO TO ROT-FIM.
           OPEN I-O CADCXA
           IF ST-ERRO-CX NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCXA - " ST-ERRO-CX
                CLOSE CADSOL CADCTL CADPAC CADAGE CADHIST CADAUT
                      CADGUI
                GO TO ROT-FIM.
           OPEN I-O CADFILA
           IF ST-ERRO-FI NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFILA - " ST-ERRO-FI
                CLOSE CADSOL CADCTL CADPAC CADAGE CADHIST CADAUT
                      CADGUI CADCXA
                GO TO ROT-FIM.
       ABRIR-ARQ-OR.
           OPEN I-O CADORC
           IF ST-ERRO-OR NOT = "00"
                IF ST-ERRO-OR = "30"
                    OPEN OUTPUT CADORC
                    CLOSE CADORC
                    GO TO ABRIR-ARQ-OR
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADORC - " ST-ERRO-OR
                    CLOSE CADSOL CADCTL CADPAC CADAGE CADHIST CADAUT
                          CADGUI CADCXA CADFILA
                    GO TO ROT-FIM.
      *    RECEITAS, NOTIFICACOES E CONSUMO SO ENTRAM NO EXTRATO;
      *    SE AINDA NAO EXISTEM SAO CRIADOS VAZIOS
           OPEN INPUT CADRCT
           IF ST-ERRO-RC NOT = "00"
                IF ST-ERRO-RC = "30"
                    OPEN OUTPUT CADRCT
                    CLOSE CADRCT
                    OPEN INPUT CADRCT
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADRCT - " ST-ERRO-RC
                    CLOSE CADSOL CADCTL CADPAC CADAGE CADHIST CADAUT
                          CADGUI CADCXA CADFILA CADORC
                    GO TO ROT-FIM.
           OPEN INPUT CADNTF
           IF ST-ERRO-NT NOT = "00"
                IF ST-ERRO-NT = "30"
                    OPEN OUTPUT CADNTF
                    CLOSE CADNTF
                    OPEN INPUT CADNTF
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADNTF - " ST-ERRO-NT
                    CLOSE CADSOL CADCTL CADPAC CADAGE CADHIST CADAUT
                          CADGUI CADCXA CADFILA CADORC CADRCT
                    GO TO ROT-FIM.
           OPEN INPUT CADCNS
           IF ST-ERRO-CS NOT = "00"
                IF ST-ERRO-CS = "30"
                    OPEN OUTPUT CADCNS
                    CLOSE CADCNS
                    OPEN INPUT CADCNS
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADCNS - " ST-ERRO-CS
                    CLOSE CADSOL CADCTL CADPAC CADAGE CADHIST CADAUT
                          CADGUI CADCXA CADFILA CADORC CADRCT CADNTF
                    GO TO ROT-FIM.

       ROT-MENU.
           DISPLAY " ".
           DISPLAY "1=EXTRATO DOS DADOS PESSOAIS".
           DISPLAY "2=ANONIMIZACAO".
           DISPLAY "3=CONSULTAR SOLICITACOES".
           DISPLAY "0=SAIR".
           DISPLAY "OPCAO : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = 0
                GO TO ROT-ENCERRA.
           IF W-OPCAO = 1
                PERFORM EXTRATO THRU EXTRATO-FIM
                GO TO ROT-MENU.
           IF W-OPCAO = 2
                PERFORM ANONIMIZA THRU ANONIMIZA-FIM
                GO TO ROT-MENU.
           IF W-OPCAO = 3
                PERFORM LISTA-SOL THRU LISTA-SOL-FIM
                GO TO ROT-MENU.
           DISPLAY "OPCAO INVALIDA"
           GO TO ROT-MENU.

      *================[ EXTRATO DOS DADOS PESSOAIS ]================
       EXTRATO.
           DISPLAY "PRONTUARIO : ".
           ACCEPT W-PRONT.
           IF W-PRONT = ZEROS
                DISPLAY "PRONTUARIO INVALIDO"
                GO TO EXTRATO-FIM.
           MOVE W-PRONT TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC NOT = "00"
      *         O TITULAR PODE TER SAIDO DO CADASTRO E AINDA TER
      *         REGISTROS NOS DEMAIS ARQUIVOS - SO AVISA
                DISPLAY "PRONTUARIO FORA DO CADASTRO ATUAL"
           ELSE
                DISPLAY "PACIENTE : " PAC-NOME.
           PERFORM MONTA-PRONTS THRU MONTA-PRONTS-FIM
           MOVE "E" TO W-TIPO-SOL
           PERFORM ABRE-SOL THRU ABRE-SOL-FIM
           IF W-NUM-SOL = ZEROS
                GO TO EXTRATO-FIM.
           MOVE SPACES TO W-ARQ-EXT
           STRING "LGPD" W-PRONT ".TXT" DELIMITED BY SIZE
                  INTO W-ARQ-EXT
           OPEN OUTPUT RELLGPD
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO " W-ARQ-EXT " - "
                        ST-ERRO-REL
                DISPLAY "SOLICITACAO " W-NUM-SOL " FICA PENDENTE"
                GO TO EXTRATO-FIM.
           MOVE ZEROS TO W-QT-TOTAL
           MOVE SPACES TO REGREL
           STRING "EXTRATO DE DADOS PESSOAIS - LGPD (LEI 13.709/2018)"
                  " - PRONTUARIO " W-PRONT
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "SOLICITACAO " W-NUM-SOL " - EMITIDO EM "
                  W-DATA-HOJE " POR " W-OPERADOR
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           IF W-QT-PRONT > 1
                MOVE SPACES TO REGREL
                STRING "INCLUI OS PRONTUARIOS ABSORVIDOS POR FUSAO "
                       "NESTE PRONTUARIO"
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL.

           MOVE "CADASTRO DO PACIENTE (CADPAC)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-PAC THRU EXT-PAC-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "AGENDAMENTOS (CADAGE)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-AGE THRU EXT-AGE-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "HISTORICO CLINICO (CADHIST)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-HIS THRU EXT-HIS-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "AUTORIZACOES DE CONVENIO (CADAUT)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-AUT THRU EXT-AUT-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "GUIAS DE CONVENIO (CADGUI)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-GUI THRU EXT-GUI-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "RECEBIMENTOS NO CAIXA (CADCXA)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-CXA THRU EXT-CXA-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "FILA DE ESPERA (CADFILA)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-FIL THRU EXT-FIL-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "ORCAMENTOS PARTICULARES (CADORC)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-ORC THRU EXT-ORC-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "RECEITAS, ATESTADOS E DECLARACOES (CADRCT)"
                                                          TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-RCT THRU EXT-RCT-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "NOTIFICACOES COMPULSORIAS (CADNTF)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-NTF THRU EXT-NTF-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "MATERIAIS E MEDICAMENTOS GASTOS (CADCNS)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-CNS THRU EXT-CNS-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "AGENDAMENTOS EXPURGADOS (EXCADAGE.AAAA)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-EXP-AGE THRU EXT-EXP-AGE-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "HISTORICO EXPURGADO (EXCADHIS.AAAA)" TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-EXP-HIS THRU EXT-EXP-HIS-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM
           MOVE "EVENTOS DA TRILHA DE AUDITORIA (TRLAUDIT.LOG)"
                                                          TO W-TITULO
           PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM
           PERFORM EXT-LOG THRU EXT-LOG-FIM
           PERFORM FECHA-SECAO THRU FECHA-SECAO-FIM

           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-LINHA-SEP TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "TOTAL DE REGISTROS NO EXTRATO : " W-QT-TOTAL
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           CLOSE RELLGPD
           MOVE "C" TO W-SIT-SOL
           MOVE SPACES TO W-OBS-SOL
           STRING "EXTRATO EM " W-ARQ-EXT DELIMITED BY SIZE
                  INTO W-OBS-SOL
           PERFORM CONCLUI-SOL THRU CONCLUI-SOL-FIM
           DISPLAY "REGISTROS NO EXTRATO : " W-QT-TOTAL.
           DISPLAY "*** EXTRATO GRAVADO EM " W-ARQ-EXT " ***".
       EXTRATO-FIM.
                EXIT.

      *------[ TITULO E RODAPE DE CADA ARQUIVO NO EXTRATO ]------
       ABRE-SECAO.
           MOVE ZEROS TO W-QT-SEC
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-LINHA-SEP TO REGREL
           WRITE REGREL
           MOVE W-TITULO TO REGREL
           WRITE REGREL.
       ABRE-SECAO-FIM.
                EXIT.

       FECHA-SECAO.
           IF W-QT-SEC = ZEROS
                MOVE "   NENHUM REGISTRO" TO REGREL
                WRITE REGREL.
           ADD W-QT-SEC TO W-QT-TOTAL.
       FECHA-SECAO-FIM.
                EXIT.

      *------[ CADASTRO DO PACIENTE (E DOS ABSORVIDOS) ]------
       EXT-PAC.
           MOVE ZEROS TO W-IND.
       EXT-PAC-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO EXT-PAC-FIM.
           MOVE W-TP-PRONT (W-IND) TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC NOT = "00"
                GO TO EXT-PAC-LOOP.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "PRONTUARIO ......... : " PRONTUARIO
                  "   SITUACAO : " PAC-SITUACAO
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "NOME ............... : " PAC-NOME
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "DATA DE NASCIMENTO . : " PAC-DATA-NASC
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "CPF ................ : " PAC-CPF
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "ENDERECO ........... : " PAC-ENDERECO " - "
                  PAC-BAIRRO
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "CIDADE / UF / CEP .. : " PAC-CIDADE " / "
                  PAC-COD-ESTADO " / " PAC-CEP
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "TELEFONE / CELULAR . : " PAC-TELEFONE " / "
                  PAC-CELULAR "  PREFERENCIA : " PAC-PREF-CONTATO
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "CONVENIO / PLANO ... : " PAC-CODIGO-CONV " "
                  PAC-NOME-CONV " / " PAC-PLANO
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "CARTEIRINHA ........ : " PAC-CARTEIRINHA
                  "  VALIDADE : " PAC-VALID-CART
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "CID ................ : " PAC-CID " "
                  PAC-DENOM-CID
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "RESPONSAVEL ........ : " PAC-NOME-RESP
                  "  CPF : " PAC-CPF-RESP
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           IF PAC-ABSORVIDO
                MOVE SPACES TO REGREL
                STRING "ABSORVIDO PELO PRONTUARIO " PAC-PRONT-NOVO
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL.
           MOVE SPACES TO REGREL
           WRITE REGREL
           GO TO EXT-PAC-LOOP.
       EXT-PAC-FIM.
                EXIT.

      *------[ AGENDAMENTOS PELA CHAVE ALTERNADA ]------
       EXT-AGE.
           MOVE ZEROS TO W-IND.
       EXT-AGE-PRONT.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO EXT-AGE-FIM.
           MOVE W-TP-PRONT (W-IND) TO AGE-PRONTUARIO
           START CADAGE KEY IS NOT LESS THAN AGE-PRONTUARIO
                INVALID KEY GO TO EXT-AGE-PRONT.
       EXT-AGE-LOOP.
           READ CADAGE NEXT RECORD
                AT END GO TO EXT-AGE-PRONT
           END-READ
           IF AGE-PRONTUARIO NOT = W-TP-PRONT (W-IND)
                GO TO EXT-AGE-PRONT.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "  " AGE-DATA " " AGE-HORA " CRM " AGE-CRM " "
                  AGE-MED-NOME " SIT " AGE-STATUS " CONV "
                  AGE-CODIGO-CONV " PROC " AGE-PROCED
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-AGE-LOOP.
       EXT-AGE-FIM.
                EXIT.

      *------[ HISTORICO CLINICO (A CHAVE COMECA NO PRONTUARIO) ]----
       EXT-HIS.
           MOVE ZEROS TO W-IND.
       EXT-HIS-PRONT.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO EXT-HIS-FIM.
           MOVE W-TP-PRONT (W-IND) TO HIS-PRONTUARIO
           MOVE ZEROS TO HIS-DATA HIS-HORA
           START CADHIST KEY IS NOT LESS THAN HIS-CHAVE
                INVALID KEY GO TO EXT-HIS-PRONT.
       EXT-HIS-LOOP.
           READ CADHIST NEXT RECORD
                AT END GO TO EXT-HIS-PRONT
           END-READ
           IF HIS-PRONTUARIO NOT = W-TP-PRONT (W-IND)
                GO TO EXT-HIS-PRONT.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "  " HIS-DATA " " HIS-HORA " CRM " HIS-CRM " "
                  HIS-DESCR-ESPEC " CID " HIS-CID
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           IF HIS-OBS-1 NOT = SPACES
                MOVE SPACES TO REGREL
                STRING "     " HIS-OBS-1 DELIMITED BY SIZE
                       INTO REGREL
                WRITE REGREL.
           IF HIS-OBS-2 NOT = SPACES
                MOVE SPACES TO REGREL
                STRING "     " HIS-OBS-2 DELIMITED BY SIZE
                       INTO REGREL
                WRITE REGREL.
           GO TO EXT-HIS-LOOP.
       EXT-HIS-FIM.
                EXIT.

      *------[ AUTORIZACOES (A CHAVE COMECA NO PRONTUARIO) ]------
       EXT-AUT.
           MOVE ZEROS TO W-IND.
       EXT-AUT-PRONT.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO EXT-AUT-FIM.
           MOVE W-TP-PRONT (W-IND) TO AUT-PRONTUARIO
           MOVE ZEROS TO AUT-TUSS AUT-CODIGO-CONV AUT-VALIDADE
           START CADAUT KEY IS NOT LESS THAN AUT-CHAVE
                INVALID KEY GO TO EXT-AUT-PRONT.
       EXT-AUT-LOOP.
           READ CADAUT NEXT RECORD
                AT END GO TO EXT-AUT-PRONT
           END-READ
           IF AUT-PRONTUARIO NOT = W-TP-PRONT (W-IND)
                GO TO EXT-AUT-PRONT.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "  TUSS " AUT-TUSS " CONV " AUT-CODIGO-CONV
                  " VALIDADE " AUT-VALIDADE " SENHA " AUT-SENHA
                  " SIT " AUT-STATUS " QTDE " AUT-QTDE "/"
                  AUT-QTDE-USADA
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-AUT-LOOP.
       EXT-AUT-FIM.
                EXIT.

      *------[ GUIAS (O PRONTUARIO NAO E CHAVE - LE TUDO) ]------
       EXT-GUI.
           MOVE ZEROS TO GUI-NUMERO
           START CADGUI KEY IS NOT LESS THAN GUI-NUMERO
                INVALID KEY GO TO EXT-GUI-FIM.
       EXT-GUI-LOOP.
           READ CADGUI NEXT RECORD
                AT END GO TO EXT-GUI-FIM
           END-READ
           MOVE GUI-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO EXT-GUI-LOOP.
           ADD 1 TO W-QT-SEC
           MOVE GUI-VALOR TO W-VALOR-ED
           MOVE SPACES TO REGREL
           STRING "  GUIA " GUI-NUMERO " ATEND " GUI-DATA " "
                  GUI-HORA " CRM " GUI-CRM " PROC " GUI-PROCED
                  " VALOR " W-VALOR-ED " SIT " GUI-STATUS
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-GUI-LOOP.
       EXT-GUI-FIM.
                EXIT.

      *------[ CAIXA (O PRONTUARIO NAO E CHAVE - LE TUDO) ]------
       EXT-CXA.
           MOVE LOW-VALUES TO CXA-CHAVE
           START CADCXA KEY IS NOT LESS THAN CXA-CHAVE
                INVALID KEY GO TO EXT-CXA-FIM.
       EXT-CXA-LOOP.
           READ CADCXA NEXT RECORD
                AT END GO TO EXT-CXA-FIM
           END-READ
           MOVE CXA-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO EXT-CXA-LOOP.
           ADD 1 TO W-QT-SEC
           MOVE CXA-VALOR TO W-VALOR-ED
           MOVE SPACES TO REGREL
           STRING "  " CXA-DATA-MOV " ATEND " CXA-DATA " " CXA-HORA
                  " CRM " CXA-CRM " TIPO " CXA-TIPO " FORMA "
                  CXA-FORMA " VALOR " W-VALOR-ED
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-CXA-LOOP.
       EXT-CXA-FIM.
                EXIT.

      *------[ FILA DE ESPERA (O PRONTUARIO FECHA A CHAVE) ]------
       EXT-FIL.
           MOVE LOW-VALUES TO FIL-CHAVE
           START CADFILA KEY IS NOT LESS THAN FIL-CHAVE
                INVALID KEY GO TO EXT-FIL-FIM.
       EXT-FIL-LOOP.
           READ CADFILA NEXT RECORD
                AT END GO TO EXT-FIL-FIM
           END-READ
           MOVE FIL-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO EXT-FIL-LOOP.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "  ESPEC " FIL-COD-ESPEC " " FIL-DESCR-ESPEC
                  " PRIORIDADE " FIL-PRIORIDADE " PEDIDO EM "
                  FIL-DATA-PEDIDO
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-FIL-LOOP.
       EXT-FIL-FIM.
                EXIT.

      *------[ ORCAMENTOS PELA CHAVE ALTERNADA ]------
       EXT-ORC.
           MOVE ZEROS TO W-IND.
       EXT-ORC-PRONT.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO EXT-ORC-FIM.
           MOVE W-TP-PRONT (W-IND) TO ORC-PRONTUARIO
           START CADORC KEY IS NOT LESS THAN ORC-PRONTUARIO
                INVALID KEY GO TO EXT-ORC-PRONT.
       EXT-ORC-LOOP.
           READ CADORC NEXT RECORD
                AT END GO TO EXT-ORC-PRONT
           END-READ
           IF ORC-PRONTUARIO NOT = W-TP-PRONT (W-IND)
                GO TO EXT-ORC-PRONT.
           ADD 1 TO W-QT-SEC
           MOVE ORC-VAL-TOTAL TO W-VALOR-ED
           MOVE SPACES TO REGREL
           STRING "  " ORC-NUMERO " EMISSAO " ORC-DATA-EMISSAO
                  " CRM " ORC-CRM " SIT " ORC-SITUACAO " ITENS "
                  ORC-QT-ITENS " TOTAL " W-VALOR-ED
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-ORC-LOOP.
       EXT-ORC-FIM.
                EXIT.

      *------[ RECEITAS E ATESTADOS (A CHAVE COMECA NO PRONTUARIO) ]--
       EXT-RCT.
           MOVE ZEROS TO W-IND.
       EXT-RCT-PRONT.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO EXT-RCT-FIM.
           MOVE W-TP-PRONT (W-IND) TO RCT-PRONTUARIO
           MOVE ZEROS TO RCT-DATA RCT-HORA RCT-SEQ
           MOVE LOW-VALUES TO RCT-TIPO
           START CADRCT KEY IS NOT LESS THAN RCT-CHAVE
                INVALID KEY GO TO EXT-RCT-PRONT.
       EXT-RCT-LOOP.
           READ CADRCT NEXT RECORD
                AT END GO TO EXT-RCT-PRONT
           END-READ
           IF RCT-PRONTUARIO NOT = W-TP-PRONT (W-IND)
                GO TO EXT-RCT-PRONT.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "  " RCT-DATA " " RCT-HORA " TIPO " RCT-TIPO
                  " DOC " RCT-NUM-DOC " CRM " RCT-CRM " EMISSAO "
                  RCT-DATA-EMISSAO
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           IF RCT-RECEITA
                STRING "     " RCT-MDC-NOME " " RCT-MDC-APRESENT
                       " QTDE " RCT-QTDE
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL
                MOVE SPACES TO REGREL
                STRING "     " RCT-POSOLOGIA DELIMITED BY SIZE
                       INTO REGREL
                WRITE REGREL.
           IF RCT-ATESTADO
                STRING "     AFASTAMENTO " RCT-DIAS-AFAST " DIAS CID "
                       RCT-CID
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL.
           IF RCT-DECLARACAO
                STRING "     CHEGADA " RCT-HORA-CHEGADA " SAIDA "
                       RCT-HORA-SAIDA
                       DELIMITED BY SIZE INTO REGREL
                WRITE REGREL.
           GO TO EXT-RCT-LOOP.
       EXT-RCT-FIM.
                EXIT.

      *------[ NOTIFICACOES (O PRONTUARIO FECHA A CHAVE) ]------
       EXT-NTF.
           MOVE LOW-VALUES TO NTF-CHAVE
           START CADNTF KEY IS NOT LESS THAN NTF-CHAVE
                INVALID KEY GO TO EXT-NTF-FIM.
       EXT-NTF-LOOP.
           READ CADNTF NEXT RECORD
                AT END GO TO EXT-NTF-FIM
           END-READ
           MOVE NTF-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO EXT-NTF-LOOP.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "  " NTF-DATA " " NTF-HORA " CID " NTF-CID
                  " TIPO " NTF-TIPO " CRM " NTF-CRM " SIT "
                  NTF-SITUACAO " EM " NTF-DATA-NOTIF " PROTOCOLO "
                  NTF-PROTOCOLO
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-NTF-LOOP.
       EXT-NTF-FIM.
                EXIT.

      *------[ CONSUMO (O PRONTUARIO NAO E CHAVE - LE TUDO) ]------
       EXT-CNS.
           MOVE LOW-VALUES TO CNS-CHAVE
           START CADCNS KEY IS NOT LESS THAN CNS-CHAVE
                INVALID KEY GO TO EXT-CNS-FIM.
       EXT-CNS-LOOP.
           READ CADCNS NEXT RECORD
                AT END GO TO EXT-CNS-FIM
           END-READ
           MOVE CNS-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO EXT-CNS-LOOP.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "  ATEND " CNS-DATA " " CNS-HORA " CRM " CNS-CRM
                  " MATERIAL " CNS-MAT-CODIGO " LOTE " CNS-LOTE
                  " QTDE " CNS-QTDE
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-CNS-LOOP.
       EXT-CNS-FIM.
                EXIT.

      *------[ DESCARGAS DE AGENDAMENTOS POR EXERCICIO ]------
       EXT-EXP-AGE.
           COMPUTE W-ANO-EXP = W-ANO-HOJE - W-ANOS-EXPURGO.
       EXT-EXP-AGE-ANO.
           IF W-ANO-EXP > W-ANO-HOJE
                GO TO EXT-EXP-AGE-FIM.
           MOVE SPACES TO W-ARQ-EXP
           STRING "EXCADAGE." W-ANO-EXP DELIMITED BY SIZE
                  INTO W-ARQ-EXP
           OPEN INPUT EXPURGO
           IF ST-ERRO-EX NOT = "00"
                GO TO EXT-EXP-AGE-PROX.
       EXT-EXP-AGE-LOOP.
           READ EXPURGO
                AT END CLOSE EXPURGO
                       GO TO EXT-EXP-AGE-PROX
           END-READ
           MOVE REGEXP TO W-REGAGE
           MOVE WA-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO EXT-EXP-AGE-LOOP.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "  EXERC " W-ANO-EXP " " WA-DATA " " WA-HORA
                  " CRM " WA-CRM " " WA-MED-NOME " SIT " WA-STATUS
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-EXP-AGE-LOOP.
       EXT-EXP-AGE-PROX.
           ADD 1 TO W-ANO-EXP
           GO TO EXT-EXP-AGE-ANO.
       EXT-EXP-AGE-FIM.
                EXIT.

      *------[ DESCARGAS DE HISTORICO POR EXERCICIO ]------
       EXT-EXP-HIS.
           COMPUTE W-ANO-EXP = W-ANO-HOJE - W-ANOS-EXPURGO.
       EXT-EXP-HIS-ANO.
           IF W-ANO-EXP > W-ANO-HOJE
                GO TO EXT-EXP-HIS-FIM.
           MOVE SPACES TO W-ARQ-EXP
           STRING "EXCADHIS." W-ANO-EXP DELIMITED BY SIZE
                  INTO W-ARQ-EXP
           OPEN INPUT EXPURGO
           IF ST-ERRO-EX NOT = "00"
                GO TO EXT-EXP-HIS-PROX.
       EXT-EXP-HIS-LOOP.
           READ EXPURGO
                AT END CLOSE EXPURGO
                       GO TO EXT-EXP-HIS-PROX
           END-READ
           MOVE REGEXP TO W-REGHIS
           MOVE WH-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO EXT-EXP-HIS-LOOP.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO REGREL
           STRING "  EXERC " W-ANO-EXP " " WH-DATA " " WH-HORA
                  " CRM " WH-CRM " " WH-DESCR-ESPEC " CID " WH-CID
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           IF WH-OBS-1 NOT = SPACES
                MOVE SPACES TO REGREL
                STRING "     " WH-OBS-1 DELIMITED BY SIZE
                       INTO REGREL
                WRITE REGREL.
           IF WH-OBS-2 NOT = SPACES
                MOVE SPACES TO REGREL
                STRING "     " WH-OBS-2 DELIMITED BY SIZE
                       INTO REGREL
                WRITE REGREL.
           GO TO EXT-EXP-HIS-LOOP.
       EXT-EXP-HIS-PROX.
           ADD 1 TO W-ANO-EXP
           GO TO EXT-EXP-HIS-ANO.
       EXT-EXP-HIS-FIM.
                EXIT.

      *------[ EVENTOS DA TRILHA DE AUDITORIA ]------
       EXT-LOG.
           OPEN INPUT TRLAUDIT
           IF ST-ERRO-LG NOT = "00"
                GO TO EXT-LOG-FIM.
       EXT-LOG-LOOP.
           READ TRLAUDIT
                AT END CLOSE TRLAUDIT
                       GO TO EXT-LOG-FIM
           END-READ
           PERFORM CONFERE-LOG THRU CONFERE-LOG-FIM
           IF W-ACHOU NOT = "S"
                GO TO EXT-LOG-LOOP.
           ADD 1 TO W-QT-SEC
           MOVE SPACES TO W-DESCR-OPER
           IF LOG-INCLUSAO
                MOVE "INCLUSAO" TO W-DESCR-OPER.
           IF LOG-ALTERACAO
                MOVE "ALTERACAO" TO W-DESCR-OPER.
           IF LOG-EXCLUSAO
                MOVE "EXCLUSAO" TO W-DESCR-OPER.
           MOVE SPACES TO REGREL
           STRING "  " LOG-DATA " " LOG-HORA " " LOG-OPERADOR " "
                  LOG-PROGRAMA " " W-DESCR-OPER " CHAVE " LOG-CHAVE
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           GO TO EXT-LOG-LOOP.
       EXT-LOG-FIM.
                EXIT.

      *------[ O EVENTO DA TRILHA E DO PACIENTE? ]------
      * O PRONTUARIO ESTA NA CHAVE OU NA IMAGEM DO REGISTRO, CONFORME
      * O PROGRAMA QUE GRAVOU: CADPAC (SMP012) E ESTE PROGRAMA PELA
      * CHAVE; CADNTF (SMP071) NA CHAVE; CADAGE NA POSICAO 84 DA
      * IMAGEM. A FUSAO (SMP044) GRAVA VARIOS ARQUIVOS E O LEIAUTE
      * SAI DA CHAVE: 19 POSICOES E CADAGE OU CADFILA (A FILA NAO
      * TEM NADA NA POSICAO 84), 18 E CADHIST, 6 E CADPAC OU CADGUI
      * (A GUIA TEM O LOTE NUMERICO LOGO APOS O NUMERO). O
      * AGENDAMENTO ONLINE (SMP077) GRAVA CADAGE (CHAVE DE 19) E O
      * PRE-CADASTRO NO CADPAC (PRONTUARIO NA CHAVE). O ORCAMENTO
      * PARTICULAR (CADORC - SMP074, E O ACEITE, A BAIXA E O
      * CANCELAMENTO NO SMP015/SMP018/SMP051/SMP052) TEM CHAVE DE
      * 6 E O PRONTUARIO NA POSICAO 8
       CONFERE-LOG.
           MOVE "N" TO W-ACHOU
           IF LOG-PROGRAMA = "SMP012" OR "SMP073"
                MOVE LOG-CHAVE (1:6) TO W-PR-TESTE
                PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
                GO TO CONFERE-LOG-FIM.
           IF LOG-PROGRAMA = "SMP071"
                MOVE LOG-CHAVE (13:6) TO W-PR-TESTE
                PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
                GO TO CONFERE-LOG-FIM.
           IF LOG-PROGRAMA = "SMP044"
                GO TO CONFERE-LOG-FUSAO.
           IF (LOG-PROGRAMA = "SMP015" OR "SMP018" OR "SMP051"
                          OR "SMP052" OR "SMP074")
             AND LOG-CHAVE (7:1) = SPACE
                MOVE 8 TO W-POS
                GO TO CONFERE-LOG-POS.
           IF LOG-PROGRAMA = "SMP077" AND LOG-CHAVE (19:1) = SPACE
                MOVE LOG-CHAVE (1:6) TO W-PR-TESTE
                PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
                GO TO CONFERE-LOG-FIM.
           IF LOG-PROGRAMA = "SMP015" OR "SMP018" OR "SMP051"
                          OR "SMP052" OR "SMP064" OR "SMP077"
                MOVE 84 TO W-POS
                GO TO CONFERE-LOG-POS.
           GO TO CONFERE-LOG-FIM.
       CONFERE-LOG-FUSAO.
           MOVE 1 TO W-POS
           IF LOG-CHAVE (19:1) NOT = SPACE
             AND LOG-DEPOIS (84:6) IS NUMERIC
                MOVE 84 TO W-POS
                GO TO CONFERE-LOG-POS.
           IF LOG-CHAVE (19:1) NOT = SPACE
                MOVE 14 TO W-POS
                GO TO CONFERE-LOG-POS.
           IF LOG-CHAVE (7:1) = SPACE
             AND LOG-DEPOIS (7:6) IS NUMERIC
                MOVE 36 TO W-POS.
       CONFERE-LOG-POS.
           MOVE LOG-ANTES (W-POS:6) TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU = "S"
                GO TO CONFERE-LOG-FIM.
           MOVE LOG-DEPOIS (W-POS:6) TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM.
       CONFERE-LOG-FIM.
                EXIT.

      *------[ W-PR-TESTE E UM DOS PRONTUARIOS DO TITULAR? ]------
       CONFERE-PRONT.
           MOVE "N" TO W-ACHOU
           IF W-PR-TESTE NOT NUMERIC
                GO TO CONFERE-PRONT-FIM.
           MOVE ZEROS TO W-IND-PR.
       CONFERE-PRONT-LOOP.
           ADD 1 TO W-IND-PR
           IF W-IND-PR > W-QT-PRONT
                GO TO CONFERE-PRONT-FIM.
           IF W-TP-PRONT (W-IND-PR) = W-PR-TESTE-N
                MOVE "S" TO W-ACHOU
                GO TO CONFERE-PRONT-FIM.
           GO TO CONFERE-PRONT-LOOP.
       CONFERE-PRONT-FIM.
                EXIT.

      *------[ PRONTUARIO PEDIDO E OS ABSORVIDOS NELE ]------
      * A VARREDURA SE REPETE ATE NAO ACHAR MAIS NINGUEM, PARA PEGAR
      * TAMBEM O QUE FOI ABSORVIDO POR UM PRONTUARIO JA ABSORVIDO
       MONTA-PRONTS.
           MOVE 1 TO W-QT-PRONT
           MOVE W-PRONT TO W-TP-PRONT (1).
       MONTA-PRONTS-PASSO.
           MOVE W-QT-PRONT TO W-QT-ANT
           MOVE ZEROS TO PRONTUARIO
           START CADPAC KEY IS NOT LESS THAN PRONTUARIO
                INVALID KEY GO TO MONTA-PRONTS-FIM.
       MONTA-PRONTS-LOOP.
           READ CADPAC NEXT RECORD
                AT END GO TO MONTA-PRONTS-FIM-PASSO
           END-READ
           IF NOT PAC-ABSORVIDO
                GO TO MONTA-PRONTS-LOOP.
           MOVE PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU = "S"
                GO TO MONTA-PRONTS-LOOP.
           MOVE PAC-PRONT-NOVO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO MONTA-PRONTS-LOOP.
           IF W-QT-PRONT NOT < 20
                DISPLAY "MAIS DE 20 PRONTUARIOS ABSORVIDOS - "
                        "SO OS 20 PRIMEIROS ENTRAM"
                GO TO MONTA-PRONTS-FIM.
           ADD 1 TO W-QT-PRONT
           MOVE PRONTUARIO TO W-TP-PRONT (W-QT-PRONT)
           GO TO MONTA-PRONTS-LOOP.
       MONTA-PRONTS-FIM-PASSO.
           IF W-QT-PRONT > W-QT-ANT
                GO TO MONTA-PRONTS-PASSO.
       MONTA-PRONTS-FIM.
           IF W-QT-PRONT > 1
                DISPLAY "PRONTUARIOS ABSORVIDOS INCLUIDOS : "
                        W-QT-PRONT.
           MOVE W-PRONT TO PRONTUARIO
           READ CADPAC.

      *==================[ ANONIMIZACAO ]==================
       ANONIMIZA.
           DISPLAY "PRONTUARIO : ".
           ACCEPT W-PRONT.
           IF W-PRONT = ZEROS
                DISPLAY "PRONTUARIO INVALIDO"
                GO TO ANONIMIZA-FIM.
           MOVE W-PRONT TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC NOT = "00"
                DISPLAY "PACIENTE NAO CADASTRADO"
                GO TO ANONIMIZA-FIM.
           IF PAC-ABSORVIDO
                DISPLAY "PRONTUARIO ABSORVIDO PELO " PAC-PRONT-NOVO
                        " - USE O SOBREVIVENTE"
                GO TO ANONIMIZA-FIM.
           IF PAC-ANONIMIZADO
                DISPLAY "PRONTUARIO JA ANONIMIZADO"
                GO TO ANONIMIZA-FIM.
           DISPLAY "PACIENTE : " PAC-NOME.
           PERFORM MONTA-PRONTS THRU MONTA-PRONTS-FIM
           MOVE "A" TO W-TIPO-SOL
           PERFORM ABRE-SOL THRU ABRE-SOL-FIM
           IF W-NUM-SOL = ZEROS
                GO TO ANONIMIZA-FIM.
           MOVE ZEROS TO W-QT-TOTAL
           PERFORM ULTIMO-REG THRU ULTIMO-REG-FIM
           IF W-ULT-REGISTRO = ZEROS
                DISPLAY "NENHUM ATENDIMENTO REGISTRADO"
                GO TO ANONIMIZA-CONFIRMA.
           COMPUTE W-PRAZO = W-ULT-REGISTRO + W-ANOS-GUARDA * 10000
           DISPLAY "ULTIMO REGISTRO NO PRONTUARIO : " W-ULT-REGISTRO.
           DISPLAY "GUARDA OBRIGATORIA ATE        : " W-PRAZO.
           IF W-DATA-HOJE < W-PRAZO
                DISPLAY "*** PRAZO DE GUARDA NAO VENCIDO - "
                        "ANONIMIZACAO BLOQUEADA ***"
                MOVE "B" TO W-SIT-SOL
                MOVE SPACES TO W-OBS-SOL
                STRING "GUARDA DO PRONTUARIO ATE " W-PRAZO
                       DELIMITED BY SIZE INTO W-OBS-SOL
                PERFORM CONCLUI-SOL THRU CONCLUI-SOL-FIM
                GO TO ANONIMIZA-FIM.
       ANONIMIZA-CONFIRMA.
           DISPLAY "CONFIRMA A ANONIMIZACAO (S/N) ? ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND "s"
                DISPLAY "*** ANONIMIZACAO CANCELADA ***"
                MOVE "X" TO W-SIT-SOL
                MOVE "CANCELADA PELO OPERADOR" TO W-OBS-SOL
                PERFORM CONCLUI-SOL THRU CONCLUI-SOL-FIM
                GO TO ANONIMIZA-FIM.
           MOVE SPACES TO W-NOME-ANON
           STRING "ANONIMIZADO " W-PRONT DELIMITED BY SIZE
                  INTO W-NOME-ANON
           MOVE ZEROS TO W-QT-PAC W-QT-AGE W-QT-GUI W-QT-CXA
                W-QT-FIL W-QT-EXA W-QT-ORC
           PERFORM ANON-PAC THRU ANON-PAC-FIM
           PERFORM ANON-AGE THRU ANON-AGE-FIM
           PERFORM ANON-GUI THRU ANON-GUI-FIM
           PERFORM ANON-CXA THRU ANON-CXA-FIM
           PERFORM ANON-FIL THRU ANON-FIL-FIM
           PERFORM ANON-ORC THRU ANON-ORC-FIM
           PERFORM ANON-EXP THRU ANON-EXP-FIM
           COMPUTE W-QT-TOTAL = W-QT-PAC + W-QT-AGE + W-QT-GUI
                              + W-QT-CXA + W-QT-FIL + W-QT-EXA
                              + W-QT-ORC
           MOVE "C" TO W-SIT-SOL
           MOVE SPACES TO W-OBS-SOL
           IF W-ULT-REGISTRO NOT = ZEROS
                STRING "GUARDA VENCIDA EM " W-PRAZO
                       DELIMITED BY SIZE INTO W-OBS-SOL.
           PERFORM CONCLUI-SOL THRU CONCLUI-SOL-FIM
           DISPLAY "CADASTROS ANONIMIZADOS     : " W-QT-PAC.
           DISPLAY "AGENDAMENTOS               : " W-QT-AGE.
           DISPLAY "GUIAS                      : " W-QT-GUI.
           DISPLAY "RECEBIMENTOS NO CAIXA      : " W-QT-CXA.
           DISPLAY "FILA DE ESPERA             : " W-QT-FIL.
           DISPLAY "ORCAMENTOS                 : " W-QT-ORC.
           DISPLAY "AGENDAMENTOS EXPURGADOS    : " W-QT-EXA.
           DISPLAY "*** ANONIMIZACAO CONCLUIDA ***".
       ANONIMIZA-FIM.
                EXIT.

      *------[ DATA DO ULTIMO REGISTRO DO PRONTUARIO ]------
      * ATENDIMENTOS NO HISTORICO E AGENDAMENTOS NAO CANCELADOS,
      * ONLINE E EXPURGADOS (UM AGENDAMENTO FUTURO TAMBEM SEGURA)
       ULTIMO-REG.
           MOVE ZEROS TO W-ULT-REGISTRO W-IND.
       ULTIMO-REG-PRONT.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO ULTIMO-REG-EXP.
           MOVE W-TP-PRONT (W-IND) TO HIS-PRONTUARIO
           MOVE ZEROS TO HIS-DATA HIS-HORA
           START CADHIST KEY IS NOT LESS THAN HIS-CHAVE
                INVALID KEY GO TO ULTIMO-REG-AGE.
       ULTIMO-REG-HIS.
           READ CADHIST NEXT RECORD
                AT END GO TO ULTIMO-REG-AGE
           END-READ
           IF HIS-PRONTUARIO NOT = W-TP-PRONT (W-IND)
                GO TO ULTIMO-REG-AGE.
           IF HIS-DATA > W-ULT-REGISTRO
                MOVE HIS-DATA TO W-ULT-REGISTRO.
           GO TO ULTIMO-REG-HIS.
       ULTIMO-REG-AGE.
           MOVE W-TP-PRONT (W-IND) TO AGE-PRONTUARIO
           START CADAGE KEY IS NOT LESS THAN AGE-PRONTUARIO
                INVALID KEY GO TO ULTIMO-REG-PRONT.
       ULTIMO-REG-AGE-LOOP.
           READ CADAGE NEXT RECORD
                AT END GO TO ULTIMO-REG-PRONT
           END-READ
           IF AGE-PRONTUARIO NOT = W-TP-PRONT (W-IND)
                GO TO ULTIMO-REG-PRONT.
           IF NOT AGE-CANCELADO AND AGE-DATA > W-ULT-REGISTRO
                MOVE AGE-DATA TO W-ULT-REGISTRO.
           GO TO ULTIMO-REG-AGE-LOOP.
       ULTIMO-REG-EXP.
           COMPUTE W-ANO-EXP = W-ANO-HOJE - W-ANOS-EXPURGO.
       ULTIMO-REG-EXP-ANO.
           IF W-ANO-EXP > W-ANO-HOJE
                GO TO ULTIMO-REG-FIM.
           MOVE SPACES TO W-ARQ-EXP
           STRING "EXCADAGE." W-ANO-EXP DELIMITED BY SIZE
                  INTO W-ARQ-EXP
           OPEN INPUT EXPURGO
           IF ST-ERRO-EX NOT = "00"
                GO TO ULTIMO-REG-EXH.
       ULTIMO-REG-EXA-LOOP.
           READ EXPURGO
                AT END CLOSE EXPURGO
                       GO TO ULTIMO-REG-EXH
           END-READ
           MOVE REGEXP TO W-REGAGE
           MOVE WA-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU = "S" AND WA-STATUS NOT = "X"
             AND WA-DATA > W-ULT-REGISTRO
                MOVE WA-DATA TO W-ULT-REGISTRO.
           GO TO ULTIMO-REG-EXA-LOOP.
       ULTIMO-REG-EXH.
           MOVE SPACES TO W-ARQ-EXP
           STRING "EXCADHIS." W-ANO-EXP DELIMITED BY SIZE
                  INTO W-ARQ-EXP
           OPEN INPUT EXPURGO
           IF ST-ERRO-EX NOT = "00"
                GO TO ULTIMO-REG-EXP-PROX.
       ULTIMO-REG-EXH-LOOP.
           READ EXPURGO
                AT END CLOSE EXPURGO
                       GO TO ULTIMO-REG-EXP-PROX
           END-READ
           MOVE REGEXP TO W-REGHIS
           MOVE WH-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU = "S" AND WH-DATA > W-ULT-REGISTRO
                MOVE WH-DATA TO W-ULT-REGISTRO.
           GO TO ULTIMO-REG-EXH-LOOP.
       ULTIMO-REG-EXP-PROX.
           ADD 1 TO W-ANO-EXP
           GO TO ULTIMO-REG-EXP-ANO.
       ULTIMO-REG-FIM.
                EXIT.

      *------[ CADASTRO: VALORES NEUTROS NA IDENTIFICACAO ]------
      * FICAM CIDADE/UF, CONVENIO, CID E O ANO DE NASCIMENTO (A DATA
      * VAI PARA 01/01). A TRILHA NAO RECEBE A IMAGEM ANTERIOR, SENAO
      * OS DADOS APAGADOS CONTINUARIAM NELA. O ABSORVIDO CONTINUA
      * MARCADO COMO ABSORVIDO
       ANON-PAC.
           MOVE ZEROS TO W-IND.
       ANON-PAC-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO ANON-PAC-FIM.
           MOVE W-TP-PRONT (W-IND) TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC NOT = "00"
                GO TO ANON-PAC-LOOP.
           MOVE W-NOME-ANON TO PAC-NOME
           IF PAC-DATA-NASC NOT = ZEROS
                MOVE "0101" TO PAC-DATA-NASC (5:4).
           MOVE ZEROS  TO PAC-CEP PAC-VALID-CART PAC-CPF PAC-CPF-RESP
           MOVE SPACES TO PAC-ENDERECO PAC-BAIRRO PAC-CARTEIRINHA
                          PAC-TELEFONE PAC-CELULAR PAC-NOME-RESP
           MOVE "N" TO PAC-PREF-CONTATO
           IF NOT PAC-ABSORVIDO
                MOVE "L" TO PAC-SITUACAO.
           REWRITE REGPAC
           IF ST-ERRO-PC NOT = "00" AND "02"
                DISPLAY "ERRO AO ANONIMIZAR O CADASTRO " PRONTUARIO
                        " - " ST-ERRO-PC
                GO TO ANON-PAC-LOOP.
           MOVE SPACES TO W-LOG-CHAVE W-LOG-ANTES W-LOG-DEPOIS
           MOVE PRONTUARIO TO W-LOG-CHAVE
           MOVE REGPAC TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                               W-LOG-ANTES W-LOG-DEPOIS
           ADD 1 TO W-QT-PAC
           GO TO ANON-PAC-LOOP.
       ANON-PAC-FIM.
                EXIT.

      *------[ AGENDAMENTOS: SO O NOME (O RESTO E ESTATISTICA) ]------
       ANON-AGE.
           MOVE ZEROS TO W-IND.
       ANON-AGE-PRONT.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO ANON-AGE-FIM.
           MOVE W-TP-PRONT (W-IND) TO AGE-PRONTUARIO
           START CADAGE KEY IS NOT LESS THAN AGE-PRONTUARIO
                INVALID KEY GO TO ANON-AGE-PRONT.
       ANON-AGE-LOOP.
           READ CADAGE NEXT RECORD
                AT END GO TO ANON-AGE-PRONT
           END-READ
           IF AGE-PRONTUARIO NOT = W-TP-PRONT (W-IND)
                GO TO ANON-AGE-PRONT.
           MOVE W-NOME-ANON TO AGE-PAC-NOME
           REWRITE REGAGE
           IF ST-ERRO-AG NOT = "00" AND "02"
                DISPLAY "ERRO AO ANONIMIZAR O AGENDAMENTO "
                        AGE-CHAVE " - " ST-ERRO-AG
                GO TO ANON-AGE-LOOP.
           ADD 1 TO W-QT-AGE
           GO TO ANON-AGE-LOOP.
       ANON-AGE-FIM.
                EXIT.

       ANON-GUI.
           MOVE ZEROS TO GUI-NUMERO
           START CADGUI KEY IS NOT LESS THAN GUI-NUMERO
                INVALID KEY GO TO ANON-GUI-FIM.
       ANON-GUI-LOOP.
           READ CADGUI NEXT RECORD
                AT END GO TO ANON-GUI-FIM
           END-READ
           MOVE GUI-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO ANON-GUI-LOOP.
           MOVE W-NOME-ANON TO GUI-PAC-NOME
           REWRITE REGGUI
           IF ST-ERRO-GU NOT = "00" AND "02"
                DISPLAY "ERRO AO ANONIMIZAR A GUIA " GUI-NUMERO
                        " - " ST-ERRO-GU
                GO TO ANON-GUI-LOOP.
           ADD 1 TO W-QT-GUI
           GO TO ANON-GUI-LOOP.
       ANON-GUI-FIM.
                EXIT.

       ANON-CXA.
           MOVE LOW-VALUES TO CXA-CHAVE
           START CADCXA KEY IS NOT LESS THAN CXA-CHAVE
                INVALID KEY GO TO ANON-CXA-FIM.
       ANON-CXA-LOOP.
           READ CADCXA NEXT RECORD
                AT END GO TO ANON-CXA-FIM
           END-READ
           MOVE CXA-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO ANON-CXA-LOOP.
           MOVE W-NOME-ANON TO CXA-PAC-NOME
           REWRITE REGCXA
           IF ST-ERRO-CX NOT = "00" AND "02"
                DISPLAY "ERRO AO ANONIMIZAR O CAIXA " CXA-AGE-CHAVE
                        " - " ST-ERRO-CX
                GO TO ANON-CXA-LOOP.
           ADD 1 TO W-QT-CXA
           GO TO ANON-CXA-LOOP.
       ANON-CXA-FIM.
                EXIT.

       ANON-FIL.
           MOVE LOW-VALUES TO FIL-CHAVE
           START CADFILA KEY IS NOT LESS THAN FIL-CHAVE
                INVALID KEY GO TO ANON-FIL-FIM.
       ANON-FIL-LOOP.
           READ CADFILA NEXT RECORD
                AT END GO TO ANON-FIL-FIM
           END-READ
           MOVE FIL-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU NOT = "S"
                GO TO ANON-FIL-LOOP.
           MOVE W-NOME-ANON TO FIL-PAC-NOME
           REWRITE REGFILA
           IF ST-ERRO-FI NOT = "00" AND "02"
                DISPLAY "ERRO AO ANONIMIZAR A FILA - " ST-ERRO-FI
                GO TO ANON-FIL-LOOP.
           ADD 1 TO W-QT-FIL
           GO TO ANON-FIL-LOOP.
       ANON-FIL-FIM.
                EXIT.

       ANON-ORC.
           MOVE ZEROS TO W-IND.
       ANON-ORC-PRONT.
           ADD 1 TO W-IND
           IF W-IND > W-QT-PRONT
                GO TO ANON-ORC-FIM.
           MOVE W-TP-PRONT (W-IND) TO ORC-PRONTUARIO
           START CADORC KEY IS NOT LESS THAN ORC-PRONTUARIO
                INVALID KEY GO TO ANON-ORC-PRONT.
       ANON-ORC-LOOP.
           READ CADORC NEXT RECORD
                AT END GO TO ANON-ORC-PRONT
           END-READ
           IF ORC-PRONTUARIO NOT = W-TP-PRONT (W-IND)
                GO TO ANON-ORC-PRONT.
           MOVE W-NOME-ANON TO ORC-PAC-NOME
           REWRITE REGORC
           IF ST-ERRO-OR NOT = "00" AND "02"
                DISPLAY "ERRO AO ANONIMIZAR O ORCAMENTO " ORC-NUMERO
                        " - " ST-ERRO-OR
                GO TO ANON-ORC-LOOP.
           ADD 1 TO W-QT-ORC
           GO TO ANON-ORC-LOOP.
       ANON-ORC-FIM.
                EXIT.

      *------[ DESCARGAS DE AGENDAMENTOS (EXCADAGE.AAAA) ]------
      * A DESCARGA E SEQUENCIAL: COPIA PARA O LGPDTRAB.TMP TROCANDO O
      * NOME E, SE ALGO MUDOU, DEVOLVE A COPIA PARA A DESCARGA. O
      * EXCADHIS NAO TEM NOME NEM CONTATO E FICA COMO ESTA
       ANON-EXP.
           COMPUTE W-ANO-EXP = W-ANO-HOJE - W-ANOS-EXPURGO.
       ANON-EXP-ANO.
           IF W-ANO-EXP > W-ANO-HOJE
                GO TO ANON-EXP-FIM.
           MOVE SPACES TO W-ARQ-EXP
           STRING "EXCADAGE." W-ANO-EXP DELIMITED BY SIZE
                  INTO W-ARQ-EXP
           OPEN INPUT EXPURGO
           IF ST-ERRO-EX NOT = "00"
                GO TO ANON-EXP-PROX.
           OPEN OUTPUT EXPTRAB
           IF ST-ERRO-TB NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO LGPDTRAB.TMP - "
                        ST-ERRO-TB
                CLOSE EXPURGO
                GO TO ANON-EXP-FIM.
           MOVE ZEROS TO W-QT-ALT.
       ANON-EXP-COPIA.
           READ EXPURGO
                AT END GO TO ANON-EXP-VOLTA
           END-READ
           MOVE REGEXP TO W-REGAGE
           MOVE WA-PRONTUARIO TO W-PR-TESTE
           PERFORM CONFERE-PRONT THRU CONFERE-PRONT-FIM
           IF W-ACHOU = "S"
                MOVE W-NOME-ANON TO WA-PAC-NOME
                ADD 1 TO W-QT-ALT.
           MOVE W-REGAGE TO REGTRAB
           WRITE REGTRAB
           GO TO ANON-EXP-COPIA.
       ANON-EXP-VOLTA.
           CLOSE EXPURGO EXPTRAB
           IF W-QT-ALT = ZEROS
                GO TO ANON-EXP-PROX.
           OPEN INPUT EXPTRAB
           OPEN OUTPUT EXPURGO
           IF ST-ERRO-TB NOT = "00" OR ST-ERRO-EX NOT = "00"
                DISPLAY "ERRO AO REGRAVAR " W-ARQ-EXP
                        " - COPIA ANONIMIZADA EM LGPDTRAB.TMP"
                CLOSE EXPTRAB EXPURGO
                GO TO ANON-EXP-FIM.
       ANON-EXP-VOLTA-LOOP.
           READ EXPTRAB
                AT END GO TO ANON-EXP-VOLTA-FIM
           END-READ
           MOVE REGTRAB TO REGEXP
           WRITE REGEXP
           GO TO ANON-EXP-VOLTA-LOOP.
       ANON-EXP-VOLTA-FIM.
           CLOSE EXPTRAB EXPURGO
           ADD W-QT-ALT TO W-QT-EXA.
       ANON-EXP-PROX.
           ADD 1 TO W-ANO-EXP
           GO TO ANON-EXP-ANO.
       ANON-EXP-FIM.
                EXIT.

      *================[ CADASTRO DE SOLICITACOES ]================
      *------[ PEDIDO: NUMERO NO CADCTL E GRAVACAO PENDENTE ]------
       ABRE-SOL.
           MOVE ZEROS TO W-NUM-SOL
           MOVE "NUMSOLIC" TO CTL-CHAVE
           READ CADCTL
           IF ST-ERRO-CT = "23"
                MOVE "NUMSOLIC" TO CTL-CHAVE
                MOVE ZEROS TO CTL-NUMERO
                WRITE REGCTL
           END-IF
           ADD 1 TO CTL-NUMERO
           REWRITE REGCTL
           IF ST-ERRO-CT NOT = "00"
                DISPLAY "ERRO NA NUMERACAO DAS SOLICITACOES - "
                        ST-ERRO-CT
                GO TO ABRE-SOL-FIM.
           ACCEPT W-HORA-SIS FROM TIME
           MOVE CTL-NUMERO     TO SOL-NUMERO
           MOVE W-PRONT        TO SOL-PRONTUARIO
           MOVE W-TIPO-SOL     TO SOL-TIPO
           MOVE "P"            TO SOL-SITUACAO
           MOVE W-DATA-HOJE    TO SOL-DATA-PEDIDO
           MOVE W-HORA-SIS (1:4) TO SOL-HORA-PEDIDO
           MOVE W-OPERADOR     TO SOL-OPER-PEDIDO
           MOVE ZEROS  TO SOL-DATA-CONCL SOL-HORA-CONCL SOL-QTDE
           MOVE SPACES TO SOL-OPER-CONCL SOL-OBS
           WRITE REGSOL
           IF ST-ERRO NOT = "00" AND "02"
                DISPLAY "ERRO AO REGISTRAR A SOLICITACAO - " ST-ERRO
                GO TO ABRE-SOL-FIM.
           MOVE SOL-NUMERO TO W-NUM-SOL
           DISPLAY "SOLICITACAO " W-NUM-SOL " REGISTRADA".
       ABRE-SOL-FIM.
                EXIT.

      *------[ CONCLUSAO: SITUACAO, DATA E OPERADOR ]------
       CONCLUI-SOL.
           MOVE W-NUM-SOL TO SOL-NUMERO
           READ CADSOL
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO AO RELER A SOLICITACAO " W-NUM-SOL
                        " - " ST-ERRO
                GO TO CONCLUI-SOL-FIM.
           ACCEPT W-HORA-SIS FROM TIME
           MOVE W-SIT-SOL      TO SOL-SITUACAO
           MOVE W-DATA-HOJE    TO SOL-DATA-CONCL
           MOVE W-HORA-SIS (1:4) TO SOL-HORA-CONCL
           MOVE W-OPERADOR     TO SOL-OPER-CONCL
           MOVE W-QT-TOTAL     TO SOL-QTDE
           MOVE W-OBS-SOL      TO SOL-OBS
           REWRITE REGSOL
           IF ST-ERRO NOT = "00" AND "02"
                DISPLAY "ERRO AO CONCLUIR A SOLICITACAO " W-NUM-SOL
                        " - " ST-ERRO.
       CONCLUI-SOL-FIM.
                EXIT.

      *------[ CONSULTA (PRONTUARIO ZERO = TODAS) ]------
       LISTA-SOL.
           DISPLAY "PRONTUARIO (ZERO = TODOS) : ".
           ACCEPT W-PRONT.
           MOVE ZEROS TO W-QT-SEC SOL-NUMERO
           START CADSOL KEY IS NOT LESS THAN SOL-NUMERO
                INVALID KEY GO TO LISTA-SOL-TOT.
       LISTA-SOL-LOOP.
           READ CADSOL NEXT RECORD
                AT END GO TO LISTA-SOL-TOT
           END-READ
           IF W-PRONT NOT = ZEROS AND SOL-PRONTUARIO NOT = W-PRONT
                GO TO LISTA-SOL-LOOP.
           ADD 1 TO W-QT-SEC
           DISPLAY SOL-NUMERO " PRONT " SOL-PRONTUARIO
                   " TIPO " SOL-TIPO " SIT " SOL-SITUACAO
                   " PEDIDO " SOL-DATA-PEDIDO " " SOL-OPER-PEDIDO
                   " CONCL " SOL-DATA-CONCL " " SOL-OPER-CONCL
           IF SOL-OBS NOT = SPACES
                DISPLAY "       " SOL-OBS " (" SOL-QTDE ")".
           GO TO LISTA-SOL-LOOP.
       LISTA-SOL-TOT.
           DISPLAY "TIPO E=EXTRATO A=ANONIMIZACAO - SIT P=PENDENTE "
                   "C=CONCLUIDA B=BLOQUEADA X=CANCELADA".
           DISPLAY "SOLICITACOES : " W-QT-SEC.
       LISTA-SOL-FIM.
                EXIT.

       ROT-ENCERRA.
           CLOSE CADSOL CADCTL CADPAC CADAGE CADHIST CADAUT CADGUI
                 CADCXA CADFILA CADORC CADRCT CADNTF CADCNS.

       ROT-FIM.
                STOP RUN.

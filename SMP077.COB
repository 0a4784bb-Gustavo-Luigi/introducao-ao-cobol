       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP077.
       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * INTEGRACAO COM O AGENDAMENTO ONLINE DO SITE          *
      * 1) LE OS PEDIDOS DE MARCACAO RECEBIDOS PELO SITE     *
      *    (PEDSITE.TXT): LOCALIZA O PACIENTE NO CADPAC PELO *
      *    CPF (OU NOME E NASCIMENTO) E, SE NAO EXISTIR, FAZ *
      *    O PRE-CADASTRO COM O PROXIMO PRONTUARIO; VALIDA O *
      *    CONVENIO/PLANO NO CADCVP E A CARTEIRINHA; COM A   *
      *    VAGA LIVRE GRAVA O CADAGE (UNIDADE DA GRADE), SE  *
      *    TOMADA MANDA PARA A FILA DE ESPERA (CADFILA)      *
      *    QUANDO O PACIENTE ACEITOU, SENAO RECUSA; A        *
      *    RESPOSTA DE CADA PEDIDO VAI EM RETSITE.TXT E OS   *
      *    PRE-CADASTROS (E CONVENIO DIFERENTE DO CADASTRO)  *
      *    SAEM EM RELPRECA.TXT PARA A RECEPCAO COMPLETAR    *
      * 2) EXPORTA EM VAGASITE.TXT AS VAGAS LIVRES DE AMANHA *
      *    ATE 30 DIAS, POR MEDICO E ESPECIALIDADE, PELA     *
      *    GRADE (CADGRD) MENOS CADAGE, FERIADOS (CADFER) E  *
      *    AFASTAMENTOS (CADAFA), JA SEM AS VAGAS DO PASSO 1 *
      * RODA NA ROTINA NOTURNA (SMP047) OU AVULSO; SEM O     *
      * PEDSITE.TXT SO EXPORTA AS VAGAS. PEDIDO REPETIDO NAO *
      * MARCA DE NOVO (VOLTA CONFIRMADO)                     *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT PEDSITE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-PED.
                    SELECT CADAGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AGE-PRONTUARIO
                                                      WITH DUPLICATES.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRONTUARIO
                    FILE STATUS  IS ST-ERRO-PC
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-CPF
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO-MD.
                    SELECT CADCONV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO-CV.
                    SELECT CADCVP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CVP-CHAVE
                    FILE STATUS  IS ST-ERRO-CP.
                    SELECT CADGRD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-CHAVE
                    FILE STATUS  IS ST-ERRO-GR.
                    SELECT CADFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERRO-FE.
                    SELECT CADAFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-CHAVE
                    FILE STATUS  IS ST-ERRO-AF.
                    SELECT CADFILA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CHAVE
                    FILE STATUS  IS ST-ERRO-FI.
                    SELECT CADUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRO-UN.
                    SELECT RETSITE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-RET.
                    SELECT VAGASITE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-VAG.
                    SELECT RELPRECA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    PEDIDO DE MARCACAO DO SITE - CONVENIO ZERO = PARTICULAR;
      *    PED-ACEITA-FILA "S" = SE A VAGA SAIR, VAI PARA A FILA
       FD PEDSITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDSITE.TXT".
       01 REGPED.
            03 PED-NUMERO       PIC X(10).
            03 PED-DATA-PEDIDO  PIC 9(08).
            03 PED-CRM          PIC 9(07).
            03 PED-COD-ESPEC    PIC 9(04).
            03 PED-DATA         PIC 9(08).
            03 PED-HORA         PIC 9(04).
            03 PED-NOME         PIC X(30).
            03 PED-DATA-NASC    PIC 9(08).
            03 PED-CPF          PIC 9(11).
            03 PED-CELULAR      PIC X(15).
            03 PED-CODIGO-CONV  PIC 9(04).
            03 PED-PLANO        PIC 9(04).
            03 PED-CARTEIRINHA  PIC X(15).
            03 PED-VALID-CART   PIC 9(08).
            03 PED-CPF-RESP     PIC 9(11).
            03 PED-NOME-RESP    PIC X(30).
            03 PED-ACEITA-FILA  PIC X(01).
               88 PED-FILA         VALUE "S".

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

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONV.DAT".
       01 REGCONV.
            03 CODIGO          PIC 9(04).
            03 NOME            PIC X(30).
            03 PLANOS.
               05 PLANO        PIC 9(04).
               05 DESCR-PLANO  PIC X(30).
            03 CONV-SITUACAO   PIC X(01).
               88 CONV-INATIVO    VALUE "I".

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

       FD CADGRD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGRD.DAT".
       01 REGGRD.
            03 GRD-CHAVE.
               05 GRD-CRM         PIC 9(07).
               05 GRD-DIA-SEM     PIC 9(01).
            03 GRD-HORA-INI       PIC 9(04).
            03 GRD-HORA-FIM       PIC 9(04).
            03 GRD-DURACAO        PIC 9(03).
            03 GRD-VIG-INI        PIC 9(08).
            03 GRD-VIG-FIM        PIC 9(08).
            03 GRD-LIM-ENCAIXE    PIC 9(02).
            03 GRD-SALA           PIC 9(03).
            03 GRD-UNIDADE        PIC 9(03).

       FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
       01 REGFER.
            03 FER-DATA     PIC 9(08).
            03 FER-DESCR    PIC X(30).

       FD CADAFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAFA.DAT".
       01 REGAFA.
            03 AFA-CHAVE.
               05 AFA-CRM         PIC 9(07).
               05 AFA-DATA-INI    PIC 9(08).
            03 AFA-DATA-FIM       PIC 9(08).
            03 AFA-MED-NOME       PIC X(30).
            03 AFA-MOTIVO         PIC X(20).

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

      *    RESPOSTA POR PEDIDO: C=CONFIRMADO F=NA FILA R=RECUSADO
       FD RETSITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETSITE.TXT".
       01 REGRET.
            03 RET-NUMERO       PIC X(10).
            03 RET-SITUACAO     PIC X(01).
            03 RET-PRONTUARIO   PIC 9(06).
            03 RET-CRM          PIC 9(07).
            03 RET-DATA         PIC 9(08).
            03 RET-HORA         PIC 9(04).
            03 RET-UNIDADE      PIC 9(03).
            03 RET-MOTIVO       PIC X(40).

      *    UMA LINHA POR VAGA LIVRE, NA ORDEM MEDICO/DATA/HORA
       FD VAGASITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VAGASITE.TXT".
       01 REGVAG.
            03 VAG-CRM          PIC 9(07).
            03 VAG-MED-NOME     PIC X(30).
            03 VAG-COD-ESPEC    PIC 9(04).
            03 VAG-DESCR-ESPEC  PIC X(30).
            03 VAG-UNIDADE      PIC 9(03).
            03 VAG-UNI-NOME     PIC X(30).
            03 VAG-DATA         PIC 9(08).
            03 VAG-HORA         PIC 9(04).
            03 VAG-DURACAO      PIC 9(03).

       FD RELPRECA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPRECA.TXT".
       01 REGREL               PIC X(135).

      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO      PIC X(02) VALUE "00".
       01 ST-ERRO-PED  PIC X(02) VALUE "00".
       01 ST-ERRO-PC   PIC X(02) VALUE "00".
       01 ST-ERRO-MD   PIC X(02) VALUE "00".
       01 ST-ERRO-CV   PIC X(02) VALUE "00".
       01 ST-ERRO-CP   PIC X(02) VALUE "00".
       01 ST-ERRO-GR   PIC X(02) VALUE "00".
       01 ST-ERRO-FE   PIC X(02) VALUE "00".
       01 ST-ERRO-AF   PIC X(02) VALUE "00".
       01 ST-ERRO-FI   PIC X(02) VALUE "00".
       01 ST-ERRO-UN   PIC X(02) VALUE "00".
       01 ST-ERRO-RET  PIC X(02) VALUE "00".
       01 ST-ERRO-VAG  PIC X(02) VALUE "00".
       01 ST-ERRO-REL  PIC X(02) VALUE "00".
       01 W-PROGRAMA   PIC X(08) VALUE "SMP077".
       01 W-LOG-CHAVE  PIC X(19) VALUE SPACES.
       01 W-LOG-ANTES  PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS PIC X(300) VALUE SPACES.
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       01 W-FIM-PED    PIC X(01) VALUE "N".
       01 W-FIM-MED    PIC X(01) VALUE "N".
       01 W-PED-ABERTO PIC X(01) VALUE "N".
       01 W-FER-ABERTO PIC X(01) VALUE "N".
       01 W-AFA-ABERTO PIC X(01) VALUE "N".
       01 W-UNI-ABERTO PIC X(01) VALUE "N".
       01 W-QTD-PUB    PIC 9(07) VALUE ZEROS.

      * TOTAIS DA IMPORTACAO E DA EXPORTACAO
       01 W-LIDOS      PIC 9(05) VALUE ZEROS.
       01 W-CONFIRMADOS PIC 9(05) VALUE ZEROS.
       01 W-NA-FILA    PIC 9(05) VALUE ZEROS.
       01 W-RECUSADOS  PIC 9(05) VALUE ZEROS.
       01 W-PRE-CAD    PIC 9(05) VALUE ZEROS.
       01 W-VAGAS      PIC 9(07) VALUE ZEROS.

      * SITUACAO DO PEDIDO EM TRATAMENTO
       01 W-SITUACAO   PIC X(01) VALUE SPACES.
       01 W-MOTIVO     PIC X(40) VALUE SPACES.
       01 W-VAGA       PIC X(01) VALUE SPACES.
          88 W-VAGA-LIVRE     VALUE "L".
          88 W-VAGA-OCUPADA   VALUE "O".
          88 W-VAGA-INVALIDA  VALUE "I".
       01 W-OCUP-PRONT PIC 9(06) VALUE ZEROS.
       01 W-GRD-UNIDADE PIC 9(03) VALUE ZEROS.
       01 W-NOME-CONV  PIC X(30) VALUE SPACES.
       01 W-PAC-ACHOU  PIC X(01) VALUE "N".
       01 W-PAC-NOVO   PIC X(01) VALUE "N".
       01 W-PAC-PRONT  PIC 9(06) VALUE ZEROS.
       01 W-ULT-PRONT  PIC 9(06) VALUE ZEROS.
       01 W-SALTOS     PIC 9(01) VALUE ZEROS.
       01 W-JA-MARCADO PIC X(01) VALUE "N".
       01 W-IDADE      PIC 9(03) VALUE ZEROS.
       01 W-PEND       PIC X(30) VALUE SPACES.
       01 W-PONT-PEND  PIC 9(02) VALUE ZEROS.

      * CONFERENCIA DO CPF (DIGITOS VERIFICADORES), COMO NO SMP012
       01 W-CPF         PIC 9(11) VALUE ZEROS.
       01 W-CPF-R REDEFINES W-CPF.
            03 W-CPF-DIG  PIC 9(01) OCCURS 11 TIMES.
       01 W-CPF-OK      PIC X(01) VALUE "N".
       01 W-QTD-DIG     PIC 9(02) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-PESO        PIC 9(02) VALUE ZEROS.
       01 W-SOMA        PIC 9(04) VALUE ZEROS.
       01 W-QUOC        PIC 9(04) VALUE ZEROS.
       01 W-RESTO-CPF   PIC 9(02) VALUE ZEROS.
       01 W-DV          PIC 9(02) VALUE ZEROS.

      * DIAS PUBLICADOS NO SITE (AMANHA ATE 30 DIAS), COM O DIA DA
      * SEMANA E A MARCA DE FERIADO, MONTADOS UMA VEZ NO INICIO
       01 W-TAB-DIAS.
            03 W-TD-ITEM OCCURS 30 TIMES.
               05 W-TD-DATA       PIC 9(08).
               05 W-TD-DIA-SEM    PIC 9(01).
               05 W-TD-FERIADO    PIC X(01).
       01 W-ID          PIC 9(02) VALUE ZEROS.

      * APOIO AO CALCULO DO DIA DA SEMANA, DAS DATAS E DA GRADE
       01 W-DATA-DIA    PIC 9(08) VALUE ZEROS.
       01 W-DATA-DIA-R REDEFINES W-DATA-DIA.
            03 W-DIA-AAAA  PIC 9(04).
            03 W-DIA-MM    PIC 9(02).
            03 W-DIA-DD    PIC 9(02).
       01 W-DIAS-MES    PIC 9(02) VALUE ZEROS.
       01 W-RESTO       PIC 9(04) VALUE ZEROS.
       01 W-DATA-ZEL    PIC 9(08) VALUE ZEROS.
       01 W-AAAA        PIC 9(04) VALUE ZEROS.
       01 W-MM          PIC 9(02) VALUE ZEROS.
       01 W-DD          PIC 9(02) VALUE ZEROS.
       01 W-J           PIC 9(02) VALUE ZEROS.
       01 W-K           PIC 9(02) VALUE ZEROS.
       01 W-T1          PIC 9(04) VALUE ZEROS.
       01 W-T2          PIC 9(04) VALUE ZEROS.
       01 W-T3          PIC 9(03) VALUE ZEROS.
       01 W-H           PIC 9(03) VALUE ZEROS.
       01 W-DIA-AUX     PIC 9(01) VALUE ZEROS.
       01 W-DIA-SEM     PIC 9(01) VALUE ZEROS.
       01 W-HH          PIC 9(02) VALUE ZEROS.
       01 W-MN          PIC 9(02) VALUE ZEROS.
       01 W-MIN-INI     PIC 9(04) VALUE ZEROS.
       01 W-MIN-FIM     PIC 9(04) VALUE ZEROS.
       01 W-MIN-ATU     PIC 9(04) VALUE ZEROS.
       01 W-HORA-SLOT   PIC 9(04) VALUE ZEROS.
       01 W-AFA-CRM     PIC 9(07) VALUE ZEROS.
       01 W-AFASTADO    PIC X(01) VALUE "N".

       01 W-TAB-DIAS-MES.
            03 FILLER   PIC X(24) VALUE "312831303130313130313031".
       01 W-TAB-DIAS-R REDEFINES W-TAB-DIAS-MES.
            03 W-DIAS-DO-MES PIC 9(02) OCCURS 12 TIMES.

      * RELATORIO DOS PRE-CADASTROS (RELPRECA.TXT)
       01 W-CAB-REL.
            03 FILLER          PIC X(44) VALUE
                     "AGENDAMENTO ONLINE - PRE-CADASTROS E CONFERE".
            03 FILLER          PIC X(26) VALUE
                     "NCIAS DE CADASTRO - DATA ".
            03 WCR-DATA        PIC 9(08).
       01 W-CAB-COL.
            03 FILLER          PIC X(45) VALUE
                     "PEDIDO     PRONT  NOME                       ".
            03 FILLER          PIC X(45) VALUE
                     "    NASCIMEN CPF         CELULAR         CONV".
            03 FILLER          PIC X(45) VALUE
                     " CONSULTA      PENDENCIAS                    ".
       01 W-DET-REL.
            03 WDR-NUMERO      PIC X(10).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-PRONTUARIO  PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-NOME        PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-NASC        PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-CPF         PIC 9(11).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-CELULAR     PIC X(15).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-CONV        PIC 9(04).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-CONSULTA    PIC X(13).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDR-PEND        PIC X(30).
       01 W-DET-CONS.
            03 WDC-DATA        PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WDC-HORA        PIC 9(04).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** INTEGRACAO COM O AGENDAMENTO ONLINE ***".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM MONTA-DIAS THRU MONTA-DIAS-FIM.

       ABRIR-ARQ.
           OPEN I-O CADAGE
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGE - " ST-ERRO
                GO TO ROT-FIM.
           OPEN I-O CADPAC
           IF ST-ERRO-PC NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - " ST-ERRO-PC
                CLOSE CADAGE
                GO TO ROT-FIM.
           OPEN INPUT CADMED
           IF ST-ERRO-MD NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - " ST-ERRO-MD
                CLOSE CADAGE CADPAC
                GO TO ROT-FIM.
           OPEN INPUT CADCONV
           IF ST-ERRO-CV NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCONV - " ST-ERRO-CV
                CLOSE CADAGE CADPAC CADMED
                GO TO ROT-FIM.
           OPEN INPUT CADCVP
           IF ST-ERRO-CP NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCVP - " ST-ERRO-CP
                CLOSE CADAGE CADPAC CADMED CADCONV
                GO TO ROT-FIM.
           OPEN INPUT CADGRD
           IF ST-ERRO-GR NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADGRD - " ST-ERRO-GR
                CLOSE CADAGE CADPAC CADMED CADCONV CADCVP
                GO TO ROT-FIM.
           OPEN I-O CADFILA
           IF ST-ERRO-FI NOT = "00"
                IF ST-ERRO-FI = "30"
                    OPEN OUTPUT CADFILA
                    CLOSE CADFILA
                    OPEN I-O CADFILA
                ELSE
                    DISPLAY "ERRO NA ABERTURA DO CADFILA - "
                            ST-ERRO-FI
                    CLOSE CADAGE CADPAC CADMED CADCONV CADCVP
                          CADGRD
                    GO TO ROT-FIM.
           OPEN OUTPUT VAGASITE
           IF ST-ERRO-VAG NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO VAGASITE.TXT - "
                        ST-ERRO-VAG
                CLOSE CADAGE CADPAC CADMED CADCONV CADCVP CADGRD
                      CADFILA
                GO TO ROT-FIM.
      *    SEM FERIADOS, AFASTAMENTOS OU UNIDADES CADASTRADOS A
      *    ROTINA SEGUE SO COM A GRADE
           OPEN INPUT CADFER
           IF ST-ERRO-FE = "00"
                MOVE "S" TO W-FER-ABERTO.
           OPEN INPUT CADAFA
           IF ST-ERRO-AF = "00"
                MOVE "S" TO W-AFA-ABERTO.
           OPEN INPUT CADUNI
           IF ST-ERRO-UN = "00"
                MOVE "S" TO W-UNI-ABERTO.
           PERFORM MARCA-FERIADOS THRU MARCA-FERIADOS-FIM.
      *    SEM PEDIDOS DO SITE SO SAI A EXPORTACAO DAS VAGAS
           OPEN INPUT PEDSITE
           IF ST-ERRO-PED NOT = "00"
                DISPLAY "SEM PEDIDOS DO SITE (PEDSITE.TXT) - "
                        ST-ERRO-PED
                GO TO EXPORTA.
           MOVE "S" TO W-PED-ABERTO
           OPEN OUTPUT RETSITE
           IF ST-ERRO-RET NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RETSITE.TXT - "
                        ST-ERRO-RET
                GO TO ROT-FECHA.
           OPEN OUTPUT RELPRECA
           IF ST-ERRO-REL NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELPRECA.TXT - "
                        ST-ERRO-REL
                CLOSE RETSITE
                GO TO ROT-FECHA.

      *--------------[ 1) IMPORTACAO DOS PEDIDOS DO SITE ]--------------
       IMPORTA.
           PERFORM ULTIMO-PRONT THRU ULTIMO-PRONT-FIM
           MOVE W-DATA-HOJE TO WCR-DATA
           MOVE W-CAB-REL TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE W-CAB-COL TO REGREL
           WRITE REGREL.
       IMPORTA-LOOP.
           READ PEDSITE
                AT END MOVE "S" TO W-FIM-PED
           END-READ
           IF W-FIM-PED = "S"
                GO TO IMPORTA-FIM.
           ADD 1 TO W-LIDOS
           PERFORM TRATA-PED THRU TRATA-PED-FIM
           PERFORM ESCREVE-RET
           GO TO IMPORTA-LOOP.
       IMPORTA-FIM.
           IF W-PRE-CAD = ZEROS
                MOVE SPACES TO REGREL
                MOVE "*** NENHUM PRE-CADASTRO NESTA IMPORTACAO ***"
                                                            TO REGREL
                WRITE REGREL.
           MOVE SPACES TO REGREL
           WRITE REGREL
           MOVE SPACES TO REGREL
           STRING "PEDIDOS=" W-LIDOS " CONFIRMADOS=" W-CONFIRMADOS
                  " NA FILA=" W-NA-FILA " RECUSADOS=" W-RECUSADOS
                  " PRE-CADASTROS=" W-PRE-CAD
                  DELIMITED BY SIZE INTO REGREL
           WRITE REGREL
           CLOSE RETSITE RELPRECA.

      *--------------[ 2) EXPORTACAO DAS VAGAS LIVRES ]--------------
       EXPORTA.
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS THAN CRM
                INVALID KEY MOVE "S" TO W-FIM-MED.
       EXPORTA-LOOP.
           IF W-FIM-MED = "S"
                GO TO ROT-TOTAIS.
           READ CADMED NEXT RECORD
                AT END MOVE "S" TO W-FIM-MED
                       GO TO EXPORTA-LOOP
           END-READ
           MOVE ZEROS TO W-ID
           PERFORM EXPORTA-DIA THRU EXPORTA-DIA-FIM
           GO TO EXPORTA-LOOP.

      *------[ APLICA UM PEDIDO DO SITE ]------
      * A VAGA E CONFERIDA ANTES DE MEXER NO CADPAC: PEDIDO
      * RECUSADO NAO GERA PRE-CADASTRO
       TRATA-PED.
           MOVE SPACES TO W-MOTIVO
           MOVE "R" TO W-SITUACAO
           MOVE ZEROS TO W-PAC-PRONT W-GRD-UNIDADE
           MOVE "N" TO W-PAC-NOVO
           IF PED-CRM NOT NUMERIC OR PED-DATA NOT NUMERIC
             OR PED-HORA NOT NUMERIC OR PED-CPF NOT NUMERIC
             OR PED-DATA-NASC NOT NUMERIC
             OR PED-CODIGO-CONV NOT NUMERIC OR PED-PLANO NOT NUMERIC
                MOVE "PEDIDO COM CAMPO NUMERICO INVALIDO" TO W-MOTIVO
                GO TO TRATA-PED-FIM.
           IF PED-COD-ESPEC NOT NUMERIC
                MOVE ZEROS TO PED-COD-ESPEC.
           IF PED-VALID-CART NOT NUMERIC
                MOVE ZEROS TO PED-VALID-CART.
           IF PED-CPF-RESP NOT NUMERIC
                MOVE ZEROS TO PED-CPF-RESP.
           IF PED-NOME = SPACES OR PED-DATA-NASC = ZEROS
                MOVE "NOME E NASCIMENTO OBRIGATORIOS" TO W-MOTIVO
                GO TO TRATA-PED-FIM.
           IF PED-CPF NOT = ZEROS
                MOVE PED-CPF TO W-CPF
                PERFORM VALIDA-CPF THRU VALIDA-CPF-FIM
                IF W-CPF-OK NOT = "S"
                     MOVE "CPF INVALIDO" TO W-MOTIVO
                     GO TO TRATA-PED-FIM.
           MOVE PED-CRM TO CRM
           READ CADMED
           IF ST-ERRO-MD NOT = "00"
                MOVE "MEDICO NAO CADASTRADO" TO W-MOTIVO
                GO TO TRATA-PED-FIM.
           IF PED-COD-ESPEC NOT = ZEROS
             AND PED-COD-ESPEC NOT = MED-COD-ESPEC
                MOVE "ESPECIALIDADE NAO CONFERE COM O MEDICO"
                                                          TO W-MOTIVO
                GO TO TRATA-PED-FIM.
           PERFORM VALIDA-CONV THRU VALIDA-CONV-FIM
           IF W-MOTIVO NOT = SPACES
                GO TO TRATA-PED-FIM.
           PERFORM VERIFICA-VAGA THRU VERIFICA-VAGA-FIM
           IF W-VAGA-INVALIDA
                GO TO TRATA-PED-FIM.
           PERFORM LOCALIZA-PAC THRU LOCALIZA-PAC-FIM
      *    PEDIDO REPETIDO (MESMO PACIENTE JA NA VAGA) VOLTA
      *    CONFIRMADO SEM NOVA MARCACAO
           IF W-VAGA-OCUPADA AND W-PAC-ACHOU = "S"
             AND W-OCUP-PRONT = W-PAC-PRONT
                MOVE "C" TO W-SITUACAO
                MOVE "PEDIDO JA ATENDIDO ANTERIORMENTE" TO W-MOTIVO
                ADD 1 TO W-CONFIRMADOS
                GO TO TRATA-PED-FIM.
           IF W-VAGA-OCUPADA
                GO TO TRATA-PED-OCUPADA.
           IF W-PAC-ACHOU = "S"
                PERFORM CHECA-DUP THRU CHECA-DUP-FIM
                IF W-JA-MARCADO = "S"
                     MOVE "PACIENTE JA AGENDADO COM O MEDICO NA DATA"
                                                          TO W-MOTIVO
                     GO TO TRATA-PED-FIM.
           IF W-PAC-ACHOU NOT = "S"
                PERFORM PRE-CADASTRA THRU PRE-CADASTRA-FIM
                IF W-PAC-NOVO NOT = "S"
                     MOVE "ERRO NO PRE-CADASTRO DO PACIENTE"
                                                          TO W-MOTIVO
                     GO TO TRATA-PED-FIM.
           PERFORM GRAVA-AGE THRU GRAVA-AGE-FIM
           IF W-SITUACAO = "C"
                ADD 1 TO W-CONFIRMADOS
                PERFORM ESCREVE-REL THRU ESCREVE-REL-FIM
                GO TO TRATA-PED-FIM.
      *    VAGA TOMADA ENTRE A CONFERENCIA E A GRAVACAO
           MOVE "HORARIO JA OCUPADO" TO W-MOTIVO.
       TRATA-PED-OCUPADA.
           IF NOT PED-FILA
                GO TO TRATA-PED-FIM.
           IF W-PAC-ACHOU NOT = "S" AND W-PAC-NOVO NOT = "S"
                PERFORM PRE-CADASTRA THRU PRE-CADASTRA-FIM
                IF W-PAC-NOVO NOT = "S"
                     MOVE "ERRO NO PRE-CADASTRO DO PACIENTE"
                                                          TO W-MOTIVO
                     GO TO TRATA-PED-FIM.
           PERFORM GRAVA-FILA THRU GRAVA-FILA-FIM
           IF W-SITUACAO = "F"
                ADD 1 TO W-NA-FILA
                PERFORM ESCREVE-REL THRU ESCREVE-REL-FIM.
       TRATA-PED-FIM.
           IF W-SITUACAO = "R"
                ADD 1 TO W-RECUSADOS.

      *------[ CONVENIO E PLANO DO PEDIDO (ZERO = PARTICULAR) ]------
       VALIDA-CONV.
           MOVE "PARTICULAR" TO W-NOME-CONV
           IF PED-CODIGO-CONV = ZEROS
                GO TO VALIDA-CONV-FIM.
           MOVE PED-CODIGO-CONV TO CODIGO
           READ CADCONV
           IF ST-ERRO-CV NOT = "00"
                MOVE "CONVENIO NAO CADASTRADO" TO W-MOTIVO
                GO TO VALIDA-CONV-FIM.
           IF CONV-INATIVO
                MOVE "CONVENIO INATIVO" TO W-MOTIVO
                GO TO VALIDA-CONV-FIM.
           MOVE NOME TO W-NOME-CONV
           MOVE PED-CODIGO-CONV TO CVP-CODIGO-CONV
           MOVE PED-PLANO       TO CVP-PLANO
           READ CADCVP
           IF ST-ERRO-CP NOT = "00"
                MOVE "PLANO NAO CADASTRADO NO CONVENIO" TO W-MOTIVO
                GO TO VALIDA-CONV-FIM.
           IF NOT CVP-VIGENTE
                MOVE "PLANO DO CONVENIO ENCERRADO" TO W-MOTIVO
                GO TO VALIDA-CONV-FIM.
      *    CARTEIRINHA VENCIDA NA DATA DA CONSULTA, COMO NO SMP015
           IF PED-VALID-CART NOT = ZEROS
             AND PED-VALID-CART < PED-DATA
                MOVE "CARTEIRINHA DO CONVENIO VENCIDA" TO W-MOTIVO.
       VALIDA-CONV-FIM.
                EXIT.

      *------[ VAGA PEDIDA NA GRADE DO MEDICO ]------
      * INVALIDA (RECUSA DIRETO): DATA FORA DO PERIODO PUBLICADO,
      * DIA SEM GRADE OU HORA QUE NAO E INICIO DE VAGA; OCUPADA
      * (FILA, SE ACEITA): HORARIO TOMADO, FERIADO, AFASTAMENTO,
      * GRADE FORA DE VIGENCIA OU UNIDADE INATIVA
       VERIFICA-VAGA.
           MOVE "I" TO W-VAGA
           MOVE ZEROS TO W-OCUP-PRONT
           MOVE PED-DATA TO W-DATA-DIA
           IF PED-DATA NOT > W-DATA-HOJE OR PED-DATA > W-DATA-LIMITE
             OR W-DIA-MM < 1 OR W-DIA-MM > 12
             OR W-DIA-DD < 1 OR W-DIA-DD > 31
                MOVE "DATA FORA DO PERIODO DAS VAGAS" TO W-MOTIVO
                GO TO VERIFICA-VAGA-FIM.
           MOVE PED-DATA TO W-DATA-ZEL
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM
           MOVE PED-CRM   TO GRD-CRM
           MOVE W-DIA-SEM TO GRD-DIA-SEM
           READ CADGRD
           IF ST-ERRO-GR NOT = "00" OR GRD-DURACAO = ZEROS
                MOVE "MEDICO NAO ATENDE NESTE DIA DA SEMANA"
                                                          TO W-MOTIVO
                GO TO VERIFICA-VAGA-FIM.
           MOVE GRD-UNIDADE TO W-GRD-UNIDADE
           PERFORM MINUTOS-GRADE
           COMPUTE W-HH = PED-HORA / 100
           COMPUTE W-MN = PED-HORA - W-HH * 100
           COMPUTE W-MIN-ATU = W-HH * 60 + W-MN
           COMPUTE W-T1 = (W-MIN-ATU - W-MIN-INI) / GRD-DURACAO
           COMPUTE W-T2 = W-MIN-ATU - W-MIN-INI - W-T1 * GRD-DURACAO
           IF W-MN > 59 OR W-MIN-ATU < W-MIN-INI
             OR W-MIN-ATU NOT < W-MIN-FIM OR W-T2 NOT = ZEROS
                MOVE "HORA NAO COINCIDE COM A GRADE" TO W-MOTIVO
                GO TO VERIFICA-VAGA-FIM.
           MOVE "O" TO W-VAGA
           IF PED-DATA < GRD-VIG-INI
             OR (GRD-VIG-FIM NOT = ZEROS AND PED-DATA > GRD-VIG-FIM)
                MOVE "GRADE DO MEDICO FORA DE VIGENCIA" TO W-MOTIVO
                GO TO VERIFICA-VAGA-FIM.
           IF W-FER-ABERTO = "S"
                MOVE PED-DATA TO FER-DATA
                READ CADFER
                IF ST-ERRO-FE = "00"
                     MOVE "FERIADO - CLINICA SEM ATENDIMENTO"
                                                          TO W-MOTIVO
                     GO TO VERIFICA-VAGA-FIM.
           MOVE PED-CRM TO W-AFA-CRM
           PERFORM CHECA-AFAST THRU CHECA-AFAST-FIM
           IF W-AFASTADO = "S"
                MOVE "MEDICO AFASTADO NA DATA" TO W-MOTIVO
                GO TO VERIFICA-VAGA-FIM.
           IF W-UNI-ABERTO = "S"
                MOVE W-GRD-UNIDADE TO UNI-CODIGO
                READ CADUNI
                IF ST-ERRO-UN = "00" AND UNI-INATIVA
                     MOVE "UNIDADE DE ATENDIMENTO INATIVA" TO W-MOTIVO
                     GO TO VERIFICA-VAGA-FIM.
      *    VAGA COM REGISTRO NO CADAGE (MESMO CANCELADO) NAO E
      *    LIVRE, COMO NO SMP015
           MOVE PED-CRM  TO AGE-CRM
           MOVE PED-DATA TO AGE-DATA
           MOVE PED-HORA TO AGE-HORA
           READ CADAGE
           IF ST-ERRO = "00"
                IF NOT AGE-CANCELADO
                     MOVE AGE-PRONTUARIO TO W-OCUP-PRONT
                END-IF
                MOVE "HORARIO JA OCUPADO" TO W-MOTIVO
                GO TO VERIFICA-VAGA-FIM.
           MOVE "L" TO W-VAGA.
       VERIFICA-VAGA-FIM.
                EXIT.

      *------[ LOCALIZA O PACIENTE DO PEDIDO NO CADPAC ]------
      * PELO CPF (CHAVE ALTERNATIVA) E, SEM CPF OU SEM ACHAR, PELO
      * NOME COM A MESMA DATA DE NASCIMENTO E CPF ZERADO OU IGUAL;
      * PRONTUARIO ABSORVIDO NA FUSAO (SMP044) LEVA AO SOBREVIVENTE
      * E O ANONIMIZADO (SMP073) NUNCA E USADO
       LOCALIZA-PAC.
           MOVE "N" TO W-PAC-ACHOU
           IF PED-CPF = ZEROS
                GO TO LOCALIZA-PAC-NOME.
           MOVE PED-CPF TO PAC-CPF
           START CADPAC KEY IS EQUAL PAC-CPF
                INVALID KEY GO TO LOCALIZA-PAC-NOME.
       LOCALIZA-PAC-CPF.
           READ CADPAC NEXT RECORD
                AT END GO TO LOCALIZA-PAC-NOME
           END-READ
           IF PAC-CPF NOT = PED-CPF
                GO TO LOCALIZA-PAC-NOME.
           IF PAC-ANONIMIZADO
                GO TO LOCALIZA-PAC-CPF.
           GO TO LOCALIZA-PAC-ACHOU.
       LOCALIZA-PAC-NOME.
           MOVE PED-NOME TO PAC-NOME
           START CADPAC KEY IS EQUAL PAC-NOME
                INVALID KEY GO TO LOCALIZA-PAC-FIM.
       LOCALIZA-PAC-NOME-LOOP.
           READ CADPAC NEXT RECORD
                AT END GO TO LOCALIZA-PAC-FIM
           END-READ
           IF PAC-NOME NOT = PED-NOME
                GO TO LOCALIZA-PAC-FIM.
           IF PAC-ANONIMIZADO OR PAC-DATA-NASC NOT = PED-DATA-NASC
                GO TO LOCALIZA-PAC-NOME-LOOP.
           IF PAC-CPF NOT = ZEROS AND PED-CPF NOT = ZEROS
             AND PAC-CPF NOT = PED-CPF
                GO TO LOCALIZA-PAC-NOME-LOOP.
       LOCALIZA-PAC-ACHOU.
           MOVE ZEROS TO W-SALTOS.
       LOCALIZA-PAC-FUSAO.
           IF NOT PAC-ABSORVIDO
                MOVE "S" TO W-PAC-ACHOU
                MOVE PRONTUARIO TO W-PAC-PRONT
                GO TO LOCALIZA-PAC-FIM.
           ADD 1 TO W-SALTOS
           IF W-SALTOS > 5 OR PAC-PRONT-NOVO = ZEROS
                GO TO LOCALIZA-PAC-FIM.
           MOVE PAC-PRONT-NOVO TO PRONTUARIO
           READ CADPAC
           IF ST-ERRO-PC NOT = "00" OR PAC-ANONIMIZADO
                GO TO LOCALIZA-PAC-FIM.
           GO TO LOCALIZA-PAC-FUSAO.
       LOCALIZA-PAC-FIM.
                EXIT.

      *------[ PACIENTE JA MARCADO COM O MEDICO NA DATA? ]------
      * A LEITURA PELA CHAVE ALTERNADA SOBREPOE O REGAGE, QUE E
      * MONTADO DEPOIS NA GRAVACAO
       CHECA-DUP.
           MOVE "N" TO W-JA-MARCADO
           MOVE W-PAC-PRONT TO AGE-PRONTUARIO
           START CADAGE KEY IS NOT LESS THAN AGE-PRONTUARIO
                INVALID KEY GO TO CHECA-DUP-FIM.
       CHECA-DUP-LOOP.
           READ CADAGE NEXT RECORD
                AT END GO TO CHECA-DUP-FIM
           END-READ
           IF AGE-PRONTUARIO NOT = W-PAC-PRONT
                GO TO CHECA-DUP-FIM.
           IF AGE-CRM = PED-CRM AND AGE-DATA = PED-DATA
             AND (AGE-AGENDADO OR AGE-CONFIRMADO OR AGE-CHEGOU)
                MOVE "S" TO W-JA-MARCADO
                GO TO CHECA-DUP-FIM.
           GO TO CHECA-DUP-LOOP.
       CHECA-DUP-FIM.
                EXIT.

      *------[ PRE-CADASTRO DO PACIENTE COM OS DADOS DO SITE ]------
      * PRONTUARIO SEGUINTE AO MAIOR DO CADPAC; ENDERECO, CEP E
      * CID FICAM PARA A RECEPCAO COMPLETAR NO SMP012
       PRE-CADASTRA.
           MOVE "N" TO W-PAC-NOVO
           ADD 1 TO W-ULT-PRONT
           MOVE W-ULT-PRONT TO PRONTUARIO
           MOVE ZEROS TO PAC-CEP PAC-CID PAC-PRONT-NOVO
           MOVE SPACES TO PAC-ENDERECO PAC-BAIRRO PAC-CIDADE
                          PAC-COD-ESTADO PAC-DESCR-ESTADO
                          PAC-DENOM-CID PAC-TELEFONE PAC-SITUACAO
           MOVE PED-NOME        TO PAC-NOME
           MOVE PED-DATA-NASC   TO PAC-DATA-NASC
           MOVE PED-CODIGO-CONV TO PAC-CODIGO-CONV
           MOVE PED-PLANO       TO PAC-PLANO
           MOVE PED-CARTEIRINHA TO PAC-CARTEIRINHA
           MOVE PED-VALID-CART  TO PAC-VALID-CART
           MOVE PED-CELULAR     TO PAC-CELULAR
           MOVE PED-CPF         TO PAC-CPF
           MOVE PED-CPF-RESP    TO PAC-CPF-RESP
           MOVE PED-NOME-RESP   TO PAC-NOME-RESP
           IF PED-CODIGO-CONV = ZEROS
                MOVE SPACES TO PAC-NOME-CONV
           ELSE
                MOVE W-NOME-CONV TO PAC-NOME-CONV.
           IF PED-CELULAR = SPACES
                MOVE "N" TO PAC-PREF-CONTATO
           ELSE
                MOVE "C" TO PAC-PREF-CONTATO.
           WRITE REGPAC
           IF ST-ERRO-PC = "22"
                DISPLAY "PRONTUARIO " PRONTUARIO " JA EXISTE - "
                        "PEDIDO " PED-NUMERO
                GO TO PRE-CADASTRA-FIM.
           IF ST-ERRO-PC NOT = "00" AND "02"
                DISPLAY "ERRO NO PRE-CADASTRO - " ST-ERRO-PC
                GO TO PRE-CADASTRA-FIM.
           MOVE "S" TO W-PAC-NOVO
           MOVE PRONTUARIO TO W-PAC-PRONT
           ADD 1 TO W-PRE-CAD
           MOVE SPACES TO W-LOG-CHAVE W-LOG-ANTES W-LOG-DEPOIS
           MOVE PRONTUARIO TO W-LOG-CHAVE
           MOVE REGPAC TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "I"
                               W-LOG-ANTES W-LOG-DEPOIS.
       PRE-CADASTRA-FIM.
                EXIT.

      *------[ GRAVA O AGENDAMENTO DO PEDIDO ]------
      * O REGPAC (ACHADO OU PRE-CADASTRADO) E O REGMED DO PEDIDO
      * ESTAO EM MEMORIA; O RETORNO NO PRAZO DO CONVENIO FICA EM
      * BRANCO E E AVALIADO NA EXPORTACAO DA GUIA (SMP016)
       GRAVA-AGE.
           MOVE PED-CRM          TO AGE-CRM
           MOVE PED-DATA         TO AGE-DATA
           MOVE PED-HORA         TO AGE-HORA
           MOVE MED-NOME         TO AGE-MED-NOME
           MOVE MED-COD-ESPEC    TO AGE-COD-ESPEC
           MOVE MED-DESCR-ESPEC  TO AGE-DESCR-ESPEC
           MOVE PRONTUARIO       TO AGE-PRONTUARIO
           MOVE PAC-NOME         TO AGE-PAC-NOME
           MOVE PED-CODIGO-CONV  TO AGE-CODIGO-CONV
           MOVE W-NOME-CONV      TO AGE-NOME-CONV
           MOVE PAC-CID          TO AGE-CID
           MOVE PAC-DENOM-CID    TO AGE-DENOM-CID
           MOVE "A"              TO AGE-STATUS
           MOVE SPACES           TO AGE-MOTIVO-CANC AGE-ENCAIXE
                                    AGE-RETORNO
           MOVE ZEROS            TO AGE-PROCED AGE-NUM-GUIA
                                    AGE-HORA-CHEGADA AGE-SERIE
                                    AGE-SESSAO
           MOVE PED-PLANO        TO AGE-PLANO
           MOVE W-GRD-UNIDADE    TO AGE-UNIDADE
           IF PED-CODIGO-CONV = ZEROS
                MOVE "P" TO AGE-TIPO-ATEND
           ELSE
                MOVE "C" TO AGE-TIPO-ATEND.
           WRITE REGAGE
           IF ST-ERRO = "22"
                GO TO GRAVA-AGE-FIM.
           IF ST-ERRO NOT = "00" AND "02"
                DISPLAY "ERRO NA GRAVACAO DO CADAGE - " ST-ERRO
                GO TO GRAVA-AGE-FIM.
           MOVE "C" TO W-SITUACAO
           MOVE "CONSULTA AGENDADA" TO W-MOTIVO
           MOVE SPACES TO W-LOG-CHAVE W-LOG-ANTES W-LOG-DEPOIS
           MOVE AGE-CHAVE TO W-LOG-CHAVE
           MOVE REGAGE TO W-LOG-DEPOIS
           CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "I"
                               W-LOG-ANTES W-LOG-DEPOIS.
       GRAVA-AGE-FIM.
                EXIT.

      *------[ PEDIDO SEM VAGA VAI PARA A FILA DA ESPECIALIDADE ]------
      * PRIORIDADE 9 (ROTINA) NA DATA DE HOJE; JA NA FILA HOJE
      * CONTA COMO NA FILA
       GRAVA-FILA.
           MOVE MED-COD-ESPEC   TO FIL-COD-ESPEC
           MOVE 9               TO FIL-PRIORIDADE
           MOVE W-DATA-HOJE     TO FIL-DATA-PEDIDO
           MOVE PRONTUARIO      TO FIL-PRONTUARIO
           MOVE PAC-NOME        TO FIL-PAC-NOME
           MOVE MED-DESCR-ESPEC TO FIL-DESCR-ESPEC
           WRITE REGFILA
           IF ST-ERRO-FI NOT = "00" AND "02" AND "22"
                DISPLAY "ERRO NA GRAVACAO DO CADFILA - " ST-ERRO-FI
                GO TO GRAVA-FILA-FIM.
           MOVE "F" TO W-SITUACAO
           MOVE SPACES TO W-MOTIVO
           STRING "SEM VAGA - NA FILA DE "
                  MED-DESCR-ESPEC DELIMITED BY SIZE INTO W-MOTIVO.
       GRAVA-FILA-FIM.
                EXIT.

      *------[ RESPOSTA DO PEDIDO (RETSITE.TXT) ]------
       ESCREVE-RET.
           MOVE PED-NUMERO TO RET-NUMERO
           MOVE W-SITUACAO TO RET-SITUACAO
           MOVE W-PAC-PRONT TO RET-PRONTUARIO
           MOVE W-MOTIVO   TO RET-MOTIVO
           IF PED-CRM NUMERIC
                MOVE PED-CRM TO RET-CRM
           ELSE
                MOVE ZEROS TO RET-CRM.
           IF PED-DATA NUMERIC AND PED-HORA NUMERIC
                MOVE PED-DATA TO RET-DATA
                MOVE PED-HORA TO RET-HORA
           ELSE
                MOVE ZEROS TO RET-DATA RET-HORA.
           MOVE W-GRD-UNIDADE TO RET-UNIDADE
           WRITE REGRET.

      *------[ LINHA DO RELATORIO DA RECEPCAO (RELPRECA.TXT) ]------
      * SAI O PRE-CADASTRO (DADOS A COMPLETAR) E O PACIENTE JA
      * CADASTRADO QUE PEDIU COM OUTRO CONVENIO/PLANO
       ESCREVE-REL.
           MOVE SPACES TO W-PEND
           MOVE 1 TO W-PONT-PEND
           IF W-PAC-NOVO = "S"
                STRING "ENDERECO/CEP CID" DELIMITED BY SIZE
                       INTO W-PEND WITH POINTER W-PONT-PEND
                IF PED-CPF = ZEROS
                     STRING " CPF" DELIMITED BY SIZE
                            INTO W-PEND WITH POINTER W-PONT-PEND
                END-IF
                COMPUTE W-IDADE = (W-DATA-HOJE - PED-DATA-NASC)
                                  / 10000
                IF W-IDADE < 18 AND PED-CPF-RESP = ZEROS
                     STRING " RESPONSAVEL" DELIMITED BY SIZE
                            INTO W-PEND WITH POINTER W-PONT-PEND
                END-IF
           ELSE
                IF PED-CODIGO-CONV = PAC-CODIGO-CONV
                  AND PED-PLANO = PAC-PLANO
                     GO TO ESCREVE-REL-FIM
                END-IF
                MOVE "CONVENIO/PLANO DIFERE DO CADASTRO" TO W-PEND.
           MOVE PED-NUMERO      TO WDR-NUMERO
           MOVE W-PAC-PRONT     TO WDR-PRONTUARIO
           MOVE PED-NOME        TO WDR-NOME
           MOVE PED-DATA-NASC   TO WDR-NASC
           MOVE PED-CPF         TO WDR-CPF
           MOVE PED-CELULAR     TO WDR-CELULAR
           MOVE PED-CODIGO-CONV TO WDR-CONV
           IF W-SITUACAO = "F"
                MOVE "FILA DE ESPERA" TO WDR-CONSULTA
           ELSE
                MOVE PED-DATA TO WDC-DATA
                MOVE PED-HORA TO WDC-HORA
                MOVE W-DET-CONS TO WDR-CONSULTA.
           MOVE W-PEND TO WDR-PEND
           MOVE W-DET-REL TO REGREL
           WRITE REGREL.
       ESCREVE-REL-FIM.
                EXIT.

      *------[ VAGAS LIVRES DO MEDICO NOS DIAS PUBLICADOS ]------
       EXPORTA-DIA.
           ADD 1 TO W-ID
           IF W-ID > 30
                GO TO EXPORTA-DIA-FIM.
           IF W-TD-FERIADO (W-ID) = "S"
                GO TO EXPORTA-DIA.
           MOVE CRM                  TO GRD-CRM
           MOVE W-TD-DIA-SEM (W-ID)  TO GRD-DIA-SEM
           READ CADGRD
           IF ST-ERRO-GR NOT = "00" OR GRD-DURACAO = ZEROS
                GO TO EXPORTA-DIA.
           IF W-TD-DATA (W-ID) < GRD-VIG-INI
                GO TO EXPORTA-DIA.
           IF GRD-VIG-FIM NOT = ZEROS
             AND W-TD-DATA (W-ID) > GRD-VIG-FIM
                GO TO EXPORTA-DIA.
           MOVE W-TD-DATA (W-ID) TO W-DATA-DIA
           MOVE CRM TO W-AFA-CRM
           PERFORM CHECA-AFAST THRU CHECA-AFAST-FIM
           IF W-AFASTADO = "S"
                GO TO EXPORTA-DIA.
           MOVE SPACES TO VAG-UNI-NOME
           IF W-UNI-ABERTO = "S"
                MOVE GRD-UNIDADE TO UNI-CODIGO
                READ CADUNI
                IF ST-ERRO-UN = "00"
                     IF UNI-INATIVA
                          GO TO EXPORTA-DIA
                     END-IF
                     MOVE UNI-NOME TO VAG-UNI-NOME
                END-IF
           END-IF
           MOVE CRM             TO VAG-CRM
           MOVE MED-NOME        TO VAG-MED-NOME
           MOVE MED-COD-ESPEC   TO VAG-COD-ESPEC
           MOVE MED-DESCR-ESPEC TO VAG-DESCR-ESPEC
           MOVE GRD-UNIDADE     TO VAG-UNIDADE
           MOVE W-TD-DATA (W-ID) TO VAG-DATA
           MOVE GRD-DURACAO     TO VAG-DURACAO
           PERFORM MINUTOS-GRADE
           MOVE W-MIN-INI TO W-MIN-ATU.
       EXPORTA-DIA-SLOT.
           IF W-MIN-ATU NOT < W-MIN-FIM
                GO TO EXPORTA-DIA.
           COMPUTE W-HH = W-MIN-ATU / 60
           COMPUTE W-MN = W-MIN-ATU - W-HH * 60
           COMPUTE W-HORA-SLOT = W-HH * 100 + W-MN
           MOVE CRM              TO AGE-CRM
           MOVE W-TD-DATA (W-ID) TO AGE-DATA
           MOVE W-HORA-SLOT      TO AGE-HORA
           READ CADAGE
           IF ST-ERRO = "23"
                MOVE W-HORA-SLOT TO VAG-HORA
                WRITE REGVAG
                ADD 1 TO W-VAGAS.
           ADD GRD-DURACAO TO W-MIN-ATU
           GO TO EXPORTA-DIA-SLOT.
       EXPORTA-DIA-FIM.
                EXIT.

      *    INICIO E FIM DA GRADE EM MINUTOS DO DIA
       MINUTOS-GRADE.
           COMPUTE W-HH = GRD-HORA-INI / 100
           COMPUTE W-MN = GRD-HORA-INI - W-HH * 100
           COMPUTE W-MIN-INI = W-HH * 60 + W-MN
           COMPUTE W-HH = GRD-HORA-FIM / 100
           COMPUTE W-MN = GRD-HORA-FIM - W-HH * 100
           COMPUTE W-MIN-FIM = W-HH * 60 + W-MN.

      *------[ DIAS PUBLICADOS: AMANHA ATE HOJE + 30 ]------
       MONTA-DIAS.
           MOVE W-DATA-HOJE TO W-DATA-DIA
           MOVE ZEROS TO W-ID.
       MONTA-DIAS-LOOP.
           ADD 1 TO W-ID
           IF W-ID > 30
                GO TO MONTA-DIAS-FIM.
           PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM
           MOVE W-DATA-DIA TO W-TD-DATA (W-ID) W-DATA-ZEL
                              W-DATA-LIMITE
           PERFORM CALC-DIA-SEM THRU CALC-DIA-SEM-FIM
           MOVE W-DIA-SEM TO W-TD-DIA-SEM (W-ID)
           MOVE "N" TO W-TD-FERIADO (W-ID)
           GO TO MONTA-DIAS-LOOP.
       MONTA-DIAS-FIM.
                EXIT.

       MARCA-FERIADOS.
           MOVE ZEROS TO W-ID.
       MARCA-FERIADOS-LOOP.
           ADD 1 TO W-ID
           IF W-ID > 30 OR W-FER-ABERTO NOT = "S"
                GO TO MARCA-FERIADOS-FIM.
           MOVE W-TD-DATA (W-ID) TO FER-DATA
           READ CADFER
           IF ST-ERRO-FE = "00"
                MOVE "S" TO W-TD-FERIADO (W-ID).
           GO TO MARCA-FERIADOS-LOOP.
       MARCA-FERIADOS-FIM.
                EXIT.

      *------[ MAIOR PRONTUARIO DO CADPAC ]------
      * O PRONTUARIO E DIGITADO NO SMP012; O PRE-CADASTRO CONTINUA
      * A PARTIR DO MAIOR JA USADO
       ULTIMO-PRONT.
           MOVE ZEROS TO W-ULT-PRONT PRONTUARIO
           START CADPAC KEY IS NOT LESS THAN PRONTUARIO
                INVALID KEY GO TO ULTIMO-PRONT-FIM.
       ULTIMO-PRONT-LOOP.
           READ CADPAC NEXT RECORD
                AT END GO TO ULTIMO-PRONT-FIM
           END-READ
           MOVE PRONTUARIO TO W-ULT-PRONT
           GO TO ULTIMO-PRONT-LOOP.
       ULTIMO-PRONT-FIM.
                EXIT.

      *------[ MEDICO W-AFA-CRM AFASTADO NA DATA W-DATA-DIA? ]------
       CHECA-AFAST.
           MOVE "N" TO W-AFASTADO
           IF W-AFA-ABERTO NOT = "S"
                GO TO CHECA-AFAST-FIM.
           MOVE W-AFA-CRM TO AFA-CRM
           MOVE ZEROS     TO AFA-DATA-INI
           START CADAFA KEY IS NOT LESS THAN AFA-CHAVE
                INVALID KEY GO TO CHECA-AFAST-FIM.
       CHECA-AFAST-LOOP.
           READ CADAFA NEXT RECORD
                AT END GO TO CHECA-AFAST-FIM
           END-READ
           IF AFA-CRM NOT = W-AFA-CRM
                GO TO CHECA-AFAST-FIM.
           IF W-DATA-DIA NOT < AFA-DATA-INI
             AND W-DATA-DIA NOT > AFA-DATA-FIM
                MOVE "S" TO W-AFASTADO
                GO TO CHECA-AFAST-FIM.
           GO TO CHECA-AFAST-LOOP.
       CHECA-AFAST-FIM.
                EXIT.

      *----------[ DIGITOS VERIFICADORES DO CPF EM W-CPF ]----------
      * CPF COM OS ONZE DIGITOS IGUAIS (MULTIPLO DE 11111111111)
      * PASSA NO CALCULO MAS NAO E VALIDO
       VALIDA-CPF.
           MOVE "N" TO W-CPF-OK
           COMPUTE W-QUOC = W-CPF / 11111111111
           IF W-QUOC * 11111111111 = W-CPF
                GO TO VALIDA-CPF-FIM.
           MOVE 9 TO W-QTD-DIG
           PERFORM SOMA-CPF THRU SOMA-CPF-FIM
           IF W-DV NOT = W-CPF-DIG (10)
                GO TO VALIDA-CPF-FIM.
           MOVE 10 TO W-QTD-DIG
           PERFORM SOMA-CPF THRU SOMA-CPF-FIM
           IF W-DV NOT = W-CPF-DIG (11)
                GO TO VALIDA-CPF-FIM.
           MOVE "S" TO W-CPF-OK.
       VALIDA-CPF-FIM.
                EXIT.

      * SOMA OS W-QTD-DIG PRIMEIROS DIGITOS COM PESOS DECRESCENTES
      * (W-QTD-DIG + 1 ATE 2) E CALCULA O DIGITO PELO MODULO 11
       SOMA-CPF.
           MOVE ZEROS TO W-SOMA W-IND
           COMPUTE W-PESO = W-QTD-DIG + 1.
       SOMA-CPF-LOOP.
           ADD 1 TO W-IND
           COMPUTE W-SOMA = W-SOMA + W-CPF-DIG (W-IND) * W-PESO
           SUBTRACT 1 FROM W-PESO
           IF W-IND < W-QTD-DIG
                GO TO SOMA-CPF-LOOP.
           COMPUTE W-QUOC = W-SOMA / 11
           COMPUTE W-RESTO-CPF = W-SOMA - W-QUOC * 11
           IF W-RESTO-CPF < 2
                MOVE 0 TO W-DV
           ELSE
                COMPUTE W-DV = 11 - W-RESTO-CPF.
       SOMA-CPF-FIM.
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

       ROT-TOTAIS.
           DISPLAY "PEDIDOS LIDOS          : " W-LIDOS.
           DISPLAY "CONFIRMADOS            : " W-CONFIRMADOS.
           DISPLAY "NA FILA DE ESPERA      : " W-NA-FILA.
           DISPLAY "RECUSADOS              : " W-RECUSADOS.
           DISPLAY "PRE-CADASTROS          : " W-PRE-CAD.
           DISPLAY "VAGAS EXPORTADAS       : " W-VAGAS.
           IF W-PED-ABERTO = "S"
                DISPLAY "*** RESPOSTAS EM RETSITE.TXT ***"
                DISPLAY "*** PRE-CADASTROS EM RELPRECA.TXT ***".
           DISPLAY "*** VAGAS EM VAGASITE.TXT ***".

      *    PUBLICA A CONTAGEM PARA O ORQUESTRADOR NOTURNO (SMP047)
           COMPUTE W-QTD-PUB = W-LIDOS + W-VAGAS
           DISPLAY "SMPQTD" UPON ENVIRONMENT-NAME
           DISPLAY W-QTD-PUB UPON ENVIRONMENT-VALUE.

       ROT-FECHA.
           CLOSE CADAGE CADPAC CADMED CADCONV CADCVP CADGRD CADFILA
                 VAGASITE
           IF W-PED-ABERTO = "S"
                CLOSE PEDSITE.
           IF W-FER-ABERTO = "S"
                CLOSE CADFER.
           IF W-AFA-ABERTO = "S"
                CLOSE CADAFA.
           IF W-UNI-ABERTO = "S"
                CLOSE CADUNI.

      *    GOBACK PERMITE RODAR AVULSO OU CHAMADO PELO SMP047
       ROT-FIM.
                GOBACK.

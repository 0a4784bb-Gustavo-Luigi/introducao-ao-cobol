      * LE O ARQUIVO NO LEIAUTE ANTIGO E GRAVA UM NOVO       *
      * INDEXADO JA NO LEIAUTE ATUAL, INICIALIZANDO OS       *
      * CAMPOS NOVOS:                                        *
      *   CADPAC  287 -> 339 (CPF DO PACIENTE/RESPONSAVEL)   *
      *   CADAGE  228 -> 244 (CHEGADA/SERIE/RETORNO/UNIDADE) *
      *   CADCID   35 ->  36 (NOTIFICACAO COMPULSORIA)       *
      *   CADCONV  68 ->  69 (SITUACAO)                      *
      *   CADUF    32 ->  33 (SITUACAO)                      *
      *   CADESP   34 ->  35 (SITUACAO)                      *
      *   CADPRO   38 ->  39 (EXIGE AUTORIZACAO)             *
      *   CADGUI  132 -> 156 (SENHA AUTORIZ/COD GLOSA)       *
      *   CADCVP   44 ->  47 (PRAZO DE RETORNO DO PLANO)     *
      *   CADGRD   37 ->  43 (SALA E UNIDADE DA GRADE)       *
      *   CADHIST 216 -> 217 (RETORNO SEM COBRANCA)          *
      *   CADUSU   67 -> 102 (PERMISSOES 21-40 E UNIDADES)   *
      *   CADAUT   51 ->  57 (QUANTIDADE DE SESSOES)         *
      *   CADCXA   80 ->  93 (ADQUIRENTE E UNIDADE DO CAIXA) *
      * A SAIDA E GRAVADA EM XXXXXXN.DAT; APOS CONFERIR OS   *
      * TOTAIS, RENOMEIE A SAIDA SOBRE O ARQUIVO ORIGINAL    *
      * (GUARDANDO ANTES UMA COPIA DO ANTIGO)                *
                    RECORD KEY   IS N-PRONTUARIO
                    FILE STATUS  IS ST-ERRO-N
                    ALTERNATE RECORD KEY IS N-PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS N-PAC-CPF
                                                      WITH DUPLICATES.
                    SELECT AGEVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-HIS-CHAVE
                    FILE STATUS  IS ST-ERRO-N.
                    SELECT USUVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-USU-CODIGO
                    FILE STATUS  IS ST-ERRO-V.
                    SELECT USUNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-USU-CODIGO
                    FILE STATUS  IS ST-ERRO-N.
                    SELECT AUTVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-AUT-CHAVE
                    FILE STATUS  IS ST-ERRO-V.
                    SELECT AUTNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-AUT-CHAVE
                    FILE STATUS  IS ST-ERRO-N.
                    SELECT CXAVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-CXA-CHAVE
                    FILE STATUS  IS ST-ERRO-V.
                    SELECT CXANOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-CXA-CHAVE
                    FILE STATUS  IS ST-ERRO-N.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
            03 V-PAC-TELEFONE     PIC X(15).
            03 V-PAC-CELULAR      PIC X(15).
            03 V-PAC-PREF-CONTATO PIC X(01).
            03 V-PAC-SITUACAO     PIC X(01).
            03 V-PAC-PRONT-NOVO   PIC 9(06).

       FD PACNOVO
               LABEL RECORD IS STANDARD
            03 N-PAC-PREF-CONTATO PIC X(01).
            03 N-PAC-SITUACAO     PIC X(01).
            03 N-PAC-PRONT-NOVO   PIC 9(06).
            03 N-PAC-CPF          PIC 9(11).
            03 N-PAC-CPF-RESP     PIC 9(11).
            03 N-PAC-NOME-RESP    PIC X(30).

       FD AGEVELHO
               LABEL RECORD IS STANDARD
            03 V-AGE-PROCED         PIC 9(08).
            03 V-AGE-NUM-GUIA       PIC 9(06).
            03 V-AGE-PLANO          PIC 9(04).
            03 V-AGE-TIPO-ATEND     PIC X(01).
            03 V-AGE-ENCAIXE        PIC X(01).

       FD AGENOVO
               LABEL RECORD IS STANDARD
            03 N-AGE-PLANO          PIC 9(04).
            03 N-AGE-TIPO-ATEND     PIC X(01).
            03 N-AGE-ENCAIXE        PIC X(01).
            03 N-AGE-HORA-CHEGADA   PIC 9(04).
            03 N-AGE-SERIE          PIC 9(06).
            03 N-AGE-SESSAO         PIC 9(02).
            03 N-AGE-RETORNO        PIC X(01).
            03 N-AGE-UNIDADE        PIC 9(03).

       FD CIDVELHO
               LABEL RECORD IS STANDARD
       01 V-REGCID.
            03 V-CODIGO-CID   PIC 9(04).
            03 V-DENOMINACAO  PIC X(30).
            03 V-CID-SITUACAO PIC X(01).

       FD CIDNOVO
               LABEL RECORD IS STANDARD
            03 N-CODIGO-CID   PIC 9(04).
            03 N-DENOMINACAO  PIC X(30).
            03 N-CID-SITUACAO PIC X(01).
            03 N-CID-NOTIFICACAO PIC X(01).

       FD CNVVELHO
               LABEL RECORD IS STANDARD
               05 V-CVP-PLANO       PIC 9(04).
            03 V-CVP-DESCR-PLANO    PIC X(30).
            03 V-CVP-SITUACAO       PIC X(01).
            03 V-CVP-PERC-COPART    PIC 9(03)V99.

       FD CVPNOVO
               LABEL RECORD IS STANDARD
            03 N-CVP-DESCR-PLANO    PIC X(30).
            03 N-CVP-SITUACAO       PIC X(01).
            03 N-CVP-PERC-COPART    PIC 9(03)V99.
            03 N-CVP-DIAS-RETORNO   PIC 9(03).

       FD GRDVELHO
               LABEL RECORD IS STANDARD
            03 V-GRD-DURACAO        PIC 9(03).
            03 V-GRD-VIG-INI        PIC 9(08).
            03 V-GRD-VIG-FIM        PIC 9(08).
            03 V-GRD-LIM-ENCAIXE    PIC 9(02).

       FD GRDNOVO
               LABEL RECORD IS STANDARD
            03 N-GRD-VIG-INI        PIC 9(08).
            03 N-GRD-VIG-FIM        PIC 9(08).
            03 N-GRD-LIM-ENCAIXE    PIC 9(02).
            03 N-GRD-SALA           PIC 9(03).
            03 N-GRD-UNIDADE        PIC 9(03).

       FD HISVELHO
               LABEL RECORD IS STANDARD
            03 V-HIS-DENOM-CID      PIC X(30).
            03 V-HIS-OBS-1          PIC X(60).
            03 V-HIS-OBS-2          PIC X(60).
            03 V-HIS-RETORNO-DIAS   PIC 9(03).

       FD HISNOVO
               LABEL RECORD IS STANDARD
            03 N-HIS-OBS-1          PIC X(60).
            03 N-HIS-OBS-2          PIC X(60).
            03 N-HIS-RETORNO-DIAS   PIC 9(03).
            03 N-HIS-RETORNO-CONV   PIC X(01).

       FD USUVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSU.DAT".
       01 V-REGUSU.
            03 V-USU-CODIGO      PIC X(08).
            03 V-USU-NOME        PIC X(30).
            03 V-USU-SENHA       PIC X(08).
            03 V-USU-PERFIL      PIC X(01).
               88 V-USU-SUPERVISOR  VALUE "S".
            03 V-USU-PERMISSOES  PIC X(20).

       FD USUNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADUSUN.DAT".
       01 N-REGUSU.
            03 N-USU-CODIGO      PIC X(08).
            03 N-USU-NOME        PIC X(30).
            03 N-USU-SENHA       PIC X(08).
            03 N-USU-PERFIL      PIC X(01).
            03 N-USU-PERMISSOES.
               05 N-USU-PERM-ANT PIC X(20).
               05 N-USU-PERM-NOV PIC X(20).
            03 N-USU-UNIDADES    PIC 9(15).

       FD AUTVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUT.DAT".
       01 V-REGAUT.
            03 V-AUT-CHAVE          PIC X(26).
            03 V-AUT-PLANO          PIC 9(04).
            03 V-AUT-SENHA          PIC X(20).
            03 V-AUT-STATUS         PIC X(01).
               88 V-AUT-UTILIZADA     VALUE "U".

       FD AUTNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUTN.DAT".
       01 N-REGAUT.
            03 N-AUT-CHAVE          PIC X(26).
            03 N-AUT-PLANO          PIC 9(04).
            03 N-AUT-SENHA          PIC X(20).
            03 N-AUT-STATUS         PIC X(01).
            03 N-AUT-QTDE           PIC 9(03).
            03 N-AUT-QTDE-USADA     PIC 9(03).

       FD CXAVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXA.DAT".
       01 V-REGCXA.
            03 V-CXA-CHAVE          PIC X(20).
            03 V-CXA-DATA-MOV       PIC 9(08).
            03 V-CXA-OPERADOR       PIC X(08).
            03 V-CXA-FORMA          PIC X(01).
            03 V-CXA-VALOR          PIC 9(05)V99.
            03 V-CXA-PRONTUARIO     PIC 9(06).
            03 V-CXA-PAC-NOME       PIC X(30).

       FD CXANOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXAN.DAT".
       01 N-REGCXA.
            03 N-CXA-CHAVE          PIC X(20).
            03 N-CXA-DATA-MOV       PIC 9(08).
            03 N-CXA-OPERADOR       PIC X(08).
            03 N-CXA-FORMA          PIC X(01).
            03 N-CXA-VALOR          PIC 9(05)V99.
            03 N-CXA-PRONTUARIO     PIC 9(06).
            03 N-CXA-PAC-NOME       PIC X(30).
            03 N-CXA-ADQUIRENTE     PIC X(10).
            03 N-CXA-UNIDADE        PIC 9(03).

      *
      *-----------------------------------------------------------------
           DISPLAY "1=CADPAC   2=CADAGE   3=CADCID".
           DISPLAY "4=CADCONV  5=CADUF    6=CADESP".
           DISPLAY "7=CADPRO   8=CADGUI   9=CADCVP".
           DISPLAY "10=CADGRD  11=CADHIST  12=CADUSU".
           DISPLAY "13=CADAUT  14=CADCXA".
           DISPLAY "ARQUIVO A CONVERTER (1-14) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO < 1 OR W-OPCAO > 14
                DISPLAY "OPCAO INVALIDA"
                GO TO ROT-FIM.
           DISPLAY "A SAIDA SERA GRAVADA NO ARQUIVO XXXXXXN.DAT".
                PERFORM CONV-GRD THRU CONV-GRD-FIM.
           IF W-OPCAO = 11
                PERFORM CONV-HIS THRU CONV-HIS-FIM.
           IF W-OPCAO = 12
                PERFORM CONV-USU THRU CONV-USU-FIM.
           IF W-OPCAO = 13
                PERFORM CONV-AUT THRU CONV-AUT-FIM.
           IF W-OPCAO = 14
                PERFORM CONV-CXA THRU CONV-CXA-FIM.

       ROT-TOTAIS.
           DISPLAY "REGISTROS LIDOS    : " W-LIDOS.
           DISPLAY "RENOMEIE A SAIDA XXXXXXN.DAT SOBRE O ORIGINAL".
           GO TO ROT-FIM.

      *--------[ CADPAC 287 -> 339 ]--------
      * OS PACIENTES ANTIGOS ENTRAM SEM CPF E SEM RESPONSAVEL
      * FINANCEIRO (A RECEPCAO COMPLETA NO SMP012; ATE LA ELES
      * SAEM NO RELATORIO DE CONFERENCIA DA DMED)
       CONV-PAC.
           OPEN INPUT PACVELHO
           IF ST-ERRO-V NOT = "00"
           MOVE V-PAC-TELEFONE    TO N-PAC-TELEFONE
           MOVE V-PAC-CELULAR     TO N-PAC-CELULAR
           MOVE V-PAC-PREF-CONTATO TO N-PAC-PREF-CONTATO
           MOVE V-PAC-SITUACAO    TO N-PAC-SITUACAO
           MOVE V-PAC-PRONT-NOVO  TO N-PAC-PRONT-NOVO
           MOVE ZEROS             TO N-PAC-CPF N-PAC-CPF-RESP
           MOVE SPACES            TO N-PAC-NOME-RESP
           WRITE N-REGPAC
           IF ST-ERRO-N = "00" OR "02"
                ADD 1 TO W-GRAVADOS
       CONV-PAC-FIM.
           EXIT.

      *--------[ CADAGE 228 -> 244 ]--------
      * OS AGENDAMENTOS ANTIGOS ENTRAM SEM HORA DE CHEGADA, FORA
      * DE SERIE DE SESSOES, SEM MARCA DE RETORNO E NA UNIDADE
      * 001 (A MATRIZ, QUE DEVE SER CADASTRADA NO SMP076 COM O
      * CNES ANTES DA PROXIMA EXPORTACAO TISS)
       CONV-AGE.
           OPEN INPUT AGEVELHO
           IF ST-ERRO-V NOT = "00"
           MOVE V-AGE-PROCED      TO N-AGE-PROCED
           MOVE V-AGE-NUM-GUIA    TO N-AGE-NUM-GUIA
           MOVE V-AGE-PLANO       TO N-AGE-PLANO
           MOVE V-AGE-TIPO-ATEND  TO N-AGE-TIPO-ATEND
           MOVE V-AGE-ENCAIXE     TO N-AGE-ENCAIXE
           MOVE ZEROS             TO N-AGE-HORA-CHEGADA N-AGE-SERIE
                                     N-AGE-SESSAO
           MOVE SPACE             TO N-AGE-RETORNO
           MOVE 1                 TO N-AGE-UNIDADE
           WRITE N-REGAGE
           IF ST-ERRO-N = "00" OR "02"
                ADD 1 TO W-GRAVADOS
       CONV-AGE-FIM.
           EXIT.

      *--------[ CADCID 35 -> 36 ]--------
       CONV-CID.
           OPEN INPUT CIDVELHO
           IF ST-ERRO-V NOT = "00"
                AT END GO TO CONV-CID-FECHA
           END-READ
           ADD 1 TO W-LIDOS
           MOVE V-CODIGO-CID   TO N-CODIGO-CID
           MOVE V-DENOMINACAO  TO N-DENOMINACAO
           MOVE V-CID-SITUACAO TO N-CID-SITUACAO
           MOVE SPACE          TO N-CID-NOTIFICACAO
           WRITE N-REGCID
           IF ST-ERRO-N = "00" OR "02"
                ADD 1 TO W-GRAVADOS
       CONV-GUI-FIM.
           EXIT.

      *--------[ CADCVP 44 -> 47 ]--------
      * OS PLANOS ANTIGOS ENTRAM SEM PRAZO DE RETORNO (DIAS
      * ZERADOS - TODO ATENDIMENTO E FATURADO)
       CONV-CVP.
           OPEN INPUT CVPVELHO
           IF ST-ERRO-V NOT = "00"
           MOVE V-CVP-PLANO       TO N-CVP-PLANO
           MOVE V-CVP-DESCR-PLANO TO N-CVP-DESCR-PLANO
           MOVE V-CVP-SITUACAO    TO N-CVP-SITUACAO
           MOVE V-CVP-PERC-COPART TO N-CVP-PERC-COPART
           MOVE ZEROS             TO N-CVP-DIAS-RETORNO
           WRITE N-REGCVP
           IF ST-ERRO-N = "00" OR "02"
                ADD 1 TO W-GRAVADOS
       CONV-CVP-FIM.
           EXIT.

      *--------[ CADGRD 37 -> 43 ]--------
      * AS GRADES ANTIGAS ENTRAM SEM SALA E NA UNIDADE 001 (A
      * MATRIZ)
       CONV-GRD.
           OPEN INPUT GRDVELHO
           IF ST-ERRO-V NOT = "00"
           MOVE V-GRD-DURACAO  TO N-GRD-DURACAO
           MOVE V-GRD-VIG-INI  TO N-GRD-VIG-INI
           MOVE V-GRD-VIG-FIM  TO N-GRD-VIG-FIM
           MOVE V-GRD-LIM-ENCAIXE TO N-GRD-LIM-ENCAIXE
           MOVE ZEROS          TO N-GRD-SALA
           MOVE 1              TO N-GRD-UNIDADE
           WRITE N-REGGRD
           IF ST-ERRO-N = "00" OR "02"
                ADD 1 TO W-GRAVADOS
       CONV-GRD-FIM.
           EXIT.

      *--------[ CADHIST 216 -> 217 ]--------
      * OS ATENDIMENTOS ANTIGOS ENTRAM COMO FATURAVEIS (SEM
      * MARCA DE RETORNO SEM COBRANCA)
       CONV-HIS.
           OPEN INPUT HISVELHO
           IF ST-ERRO-V NOT = "00"
           MOVE V-HIS-DENOM-CID   TO N-HIS-DENOM-CID
           MOVE V-HIS-OBS-1       TO N-HIS-OBS-1
           MOVE V-HIS-OBS-2       TO N-HIS-OBS-2
           MOVE V-HIS-RETORNO-DIAS TO N-HIS-RETORNO-DIAS
           MOVE SPACES            TO N-HIS-RETORNO-CONV
           WRITE N-REGHIST
           IF ST-ERRO-N = "00" OR "02"
                ADD 1 TO W-GRAVADOS
       CONV-HIS-FIM.
           EXIT.

      *--------[ CADUSU 67 -> 102 ]--------
      * AS PERMISSOES 21 A 40 (TELAS NOVAS) ENTRAM NEGADAS E O
      * SUPERVISOR LIBERA NO SMP021; OS OPERADORES ANTIGOS ENTRAM
      * SEM RESTRICAO DE UNIDADE (LISTA ZERADA = TODAS)
       CONV-USU.
           OPEN INPUT USUVELHO
           IF ST-ERRO-V NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADUSU.DAT - " ST-ERRO-V
                GO TO CONV-USU-FIM.
           OPEN OUTPUT USUNOVO
           IF ST-ERRO-N NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADUSUN.DAT - " ST-ERRO-N
                CLOSE USUVELHO
                GO TO CONV-USU-FIM.
       CONV-USU-LOOP.
           READ USUVELHO NEXT RECORD
                AT END GO TO CONV-USU-FECHA
           END-READ
           ADD 1 TO W-LIDOS
           MOVE V-USU-CODIGO      TO N-USU-CODIGO
           MOVE V-USU-NOME        TO N-USU-NOME
           MOVE V-USU-SENHA       TO N-USU-SENHA
           MOVE V-USU-PERFIL      TO N-USU-PERFIL
           MOVE V-USU-PERMISSOES  TO N-USU-PERM-ANT
           MOVE ALL "N"           TO N-USU-PERM-NOV
           MOVE ZEROS             TO N-USU-UNIDADES
           WRITE N-REGUSU
           IF ST-ERRO-N = "00" OR "02"
                ADD 1 TO W-GRAVADOS
           ELSE
                DISPLAY "ERRO (" ST-ERRO-N ") NA CHAVE "
                        V-USU-CODIGO.
           GO TO CONV-USU-LOOP.
       CONV-USU-FECHA.
           CLOSE USUVELHO USUNOVO.
       CONV-USU-FIM.
           EXIT.

      *--------[ CADAUT 51 -> 57 ]--------
      * AS AUTORIZACOES ANTIGAS VALEM UMA SESSAO; AS JA
      * UTILIZADAS ENTRAM COM A SESSAO FATURADA
       CONV-AUT.
           OPEN INPUT AUTVELHO
           IF ST-ERRO-V NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAUT.DAT - " ST-ERRO-V
                GO TO CONV-AUT-FIM.
           OPEN OUTPUT AUTNOVO
           IF ST-ERRO-N NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAUTN.DAT - " ST-ERRO-N
                CLOSE AUTVELHO
                GO TO CONV-AUT-FIM.
       CONV-AUT-LOOP.
           READ AUTVELHO NEXT RECORD
                AT END GO TO CONV-AUT-FECHA
           END-READ
           ADD 1 TO W-LIDOS
           MOVE V-AUT-CHAVE       TO N-AUT-CHAVE
           MOVE V-AUT-PLANO       TO N-AUT-PLANO
           MOVE V-AUT-SENHA       TO N-AUT-SENHA
           MOVE V-AUT-STATUS      TO N-AUT-STATUS
           MOVE 1                 TO N-AUT-QTDE
           IF V-AUT-UTILIZADA
                MOVE 1            TO N-AUT-QTDE-USADA
           ELSE
                MOVE ZEROS        TO N-AUT-QTDE-USADA.
           WRITE N-REGAUT
           IF ST-ERRO-N = "00" OR "02"
                ADD 1 TO W-GRAVADOS
           ELSE
                DISPLAY "ERRO (" ST-ERRO-N ") NA CHAVE "
                        V-AUT-CHAVE.
           GO TO CONV-AUT-LOOP.
       CONV-AUT-FECHA.
           CLOSE AUTVELHO AUTNOVO.
       CONV-AUT-FIM.
           EXIT.

      *--------[ CADCXA 80 -> 93 ]--------
      * OS RECEBIMENTOS ANTIGOS ENTRAM SEM ADQUIRENTE DE CARTAO
      * E FICAM NO CAIXA DA UNIDADE 001
       CONV-CXA.
           OPEN INPUT CXAVELHO
           IF ST-ERRO-V NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCXA.DAT - " ST-ERRO-V
                GO TO CONV-CXA-FIM.
           OPEN OUTPUT CXANOVO
           IF ST-ERRO-N NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCXAN.DAT - " ST-ERRO-N
                CLOSE CXAVELHO
                GO TO CONV-CXA-FIM.
       CONV-CXA-LOOP.
           READ CXAVELHO NEXT RECORD
                AT END GO TO CONV-CXA-FECHA
           END-READ
           ADD 1 TO W-LIDOS
           MOVE V-CXA-CHAVE       TO N-CXA-CHAVE
           MOVE V-CXA-DATA-MOV    TO N-CXA-DATA-MOV
           MOVE V-CXA-OPERADOR    TO N-CXA-OPERADOR
           MOVE V-CXA-FORMA       TO N-CXA-FORMA
           MOVE V-CXA-VALOR       TO N-CXA-VALOR
           MOVE V-CXA-PRONTUARIO  TO N-CXA-PRONTUARIO
           MOVE V-CXA-PAC-NOME    TO N-CXA-PAC-NOME
           MOVE SPACES            TO N-CXA-ADQUIRENTE
           MOVE 1                 TO N-CXA-UNIDADE
           WRITE N-REGCXA
           IF ST-ERRO-N = "00" OR "02"
                ADD 1 TO W-GRAVADOS
           ELSE
                DISPLAY "ERRO (" ST-ERRO-N ") NA CHAVE "
                        V-CXA-CHAVE.
           GO TO CONV-CXA-LOOP.
       CONV-CXA-FECHA.
           CLOSE CXAVELHO CXANOVO.
       CONV-CXA-FIM.
           EXIT.

       ROT-FIM.
                STOP RUN.

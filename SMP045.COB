      * PRONTUARIO E VALIDADE; EXIGIDA NO ENCERRAMENTO DO    *
      * ATENDIMENTO (SMP018) PARA OS PROCEDIMENTOS MARCADOS  *
      * NO CADPRO E CARREGADA NA GUIA TISS PELO SMP016;      *
      * AS SENHAS A VENCER SAEM NO RELATORIO DO SMP046;      *
      * A QUANTIDADE DE SESSOES AUTORIZADAS LIMITA A SERIE   *
      * MARCADA NO SMP064 E E BAIXADA A CADA GUIA FATURADA   *
      * PACIENTE ANONIMIZADO (SMP073) NAO RECEBE SENHA       *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               88 AUT-VIGENTE       VALUE "V".
               88 AUT-UTILIZADA     VALUE "U".
               88 AUT-CANCELADA     VALUE "C".
            03 AUT-QTDE           PIC 9(03).
            03 AUT-QTDE-USADA     PIC 9(03).

       FD CADPAC
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
               VALUE  "   SITUACAO    :".
           05  LINE 16  COLUMN 30
               VALUE  "(V=VIGENTE U=UTILIZADA C=CANCELADA)".
           05  LINE 18  COLUMN 01
               VALUE  "   SESSOES     :".
           05  LINE 18  COLUMN 30
               VALUE  "JA FATURADAS :".
           05  LINE 20  COLUMN 01
               VALUE  "   MENSAGEM    :".
           05  TAUT-PRONTUARIO
           05  TAUT-STATUS
               LINE 16  COLUMN 18  PIC X(01)
               USING  AUT-STATUS.
           05  TAUT-QTDE
               LINE 18  COLUMN 18  PIC ZZ9
               USING  AUT-QTDE.
           05  TAUT-QTDE-USADA
               LINE 18  COLUMN 45  PIC ZZ9
               FROM   AUT-QTDE-USADA.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *
       ROT-INIC.
           MOVE 0 TO AUT-PRONTUARIO AUT-TUSS AUT-CODIGO-CONV
               AUT-VALIDADE AUT-PLANO AUT-QTDE-USADA.
           MOVE 1 TO AUT-QTDE.
           MOVE SPACES TO AUT-SENHA W-PAC-NOME W-PRO-DESCR
               W-CNV-NOME.
           MOVE "V" TO AUT-STATUS.
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
      *    PACIENTE ANONIMIZADO A PEDIDO DO TITULAR (SMP073)
           IF PAC-ANONIMIZADO
                MOVE "PACIENTE ANONIMIZADO (LGPD) - NAO AGENDA"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           MOVE PAC-NOME TO W-PAC-NOME
           DISPLAY TAUT-PAC-NOME.
       R2.
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.
       R8.
           ACCEPT TAUT-QTDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R7.
           IF AUT-QTDE = ZEROS
                MOVE "QUANTIDADE DE SESSOES NAO PODE SER ZERO"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.
           IF AUT-QTDE < AUT-QTDE-USADA
                MOVE "QUANTIDADE MENOR QUE AS SESSOES FATURADAS"
                                                            TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R8.

           IF W-SEL = "A"
               GO TO ALT-OPC.
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM

      * RELACAO CONVENIO X PLANOS (CADCVP)                   *
      * UM CONVENIO PODE TER VARIOS PLANOS VIGENTES; O       *
      * SMP012 VALIDA O PLANO DO PACIENTE NESTA RELACAO      *
      * O PRAZO DE RETORNO DO PLANO (EM DIAS) E USADO PELO   *
      * SMP015 E PELO SMP016 PARA NAO FATURAR A CONSULTA DE  *
      * RETORNO FEITA DENTRO DO PRAZO                        *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               88 CVP-VIGENTE       VALUE "V".
               88 CVP-ENCERRADO     VALUE "E".
            03 CVP-PERC-COPART    PIC 9(03)V99.
            03 CVP-DIAS-RETORNO   PIC 9(03).

       FD CADCONV
               LABEL RECORD IS STANDARD
               VALUE  "   % COPARTIC. :".
           05  LINE 13  COLUMN 30
               VALUE  "(0 = SEM COPARTICIPACAO)".
           05  LINE 15  COLUMN 01
               VALUE  "   DIAS RETORNO:".
           05  LINE 15  COLUMN 30
               VALUE  "DIAS (0 = CONVENIO PAGA O RETORNO)".
           05  LINE 19  COLUMN 01
               VALUE  "   PF4 = PLANOS DO CONVENIO".
           05  LINE 20  COLUMN 01
           05  TCVP-PERC-COPART
               LINE 13  COLUMN 18  PIC 9(03),99
               USING  CVP-PERC-COPART.
           05  TCVP-DIAS-RETORNO
               LINE 15  COLUMN 18  PIC ZZ9
               USING  CVP-DIAS-RETORNO.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                    GO TO ROT-FIM.
      *
       ROT-INIC.
           MOVE 0 TO CVP-CODIGO-CONV CVP-PLANO CVP-PERC-COPART
                     CVP-DIAS-RETORNO.
           MOVE SPACES TO CVP-DESCR-PLANO CVP-SITUACAO W-CONV-NOME.
       R0.
           DISPLAY TELACVP.
                      GO TO ROT-FIM.
                MOVE CP-DESCR-PLANO TO CVP-DESCR-PLANO
                MOVE "V" TO CVP-SITUACAO
                MOVE ZEROS TO CVP-PERC-COPART CVP-DIAS-RETORNO
                DISPLAY TCVP-DESCR-PLANO
                DISPLAY TCVP-SITUACAO
                DISPLAY TCVP-PERC-COPART
                DISPLAY TCVP-DIAS-RETORNO.
       R3.
           ACCEPT TCVP-DESCR-PLANO
           ACCEPT W-ACT FROM ESCAPE KEY
                MOVE "COPARTICIPACAO DE 0,00 A 100,00" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
       R6.
           ACCEPT TCVP-DIAS-RETORNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                GO TO R5.

           IF W-SEL = "A"
               GO TO ALT-OPC.
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM

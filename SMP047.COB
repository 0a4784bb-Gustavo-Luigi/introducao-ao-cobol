       AUTHOR. GUSTAVO LUIGI ZANIBAO.
      *******************************************************
      * ORQUESTRADOR DA ROTINA NOTURNA                       *
      * RODA EM SEQUENCIA O SMP017 (INTEGRIDADE), O SMP066   *
      * (PROPAGACAO DAS ALTERACOES CADASTRAIS), O SMP077     *
      * (AGENDAMENTO ONLINE DO SITE), O SMP034 (LEMBRETES)   *
      * E O SMP035 (COPIA DE SEGURANCA),                     *
      * CONTROLANDO A EXECUCAO NO ARQUIVO CTLNOIT: O QUE JA  *
      * CONCLUIU NA DATA E PULADO E, EM CASO DE QUEDA, A     *
      * RODADA RECOMECA DO PONTO EM QUE PAROU; AO FINAL      *
           WRITE REGSUM

      *    A ORDEM IMPORTA: INTEGRIDADE ANTES DOS LEMBRETES E A
      *    COPIA DE SEGURANCA SEMPRE POR ULTIMO, JA CONSISTIDA;
      *    A PROPAGACAO VEM ANTES DOS LEMBRETES PARA QUE SAIAM COM
      *    OS NOMES ATUAIS; OS PEDIDOS DO SITE ENTRAM ANTES DOS
      *    LEMBRETES PARA QUE AS CONSULTAS MARCADAS JA SEJAM AVISADAS
           MOVE "SMP017  " TO W-ROTINA
           PERFORM RODA-ROTINA THRU RODA-ROTINA-FIM
           MOVE "SMP066  " TO W-ROTINA
           PERFORM RODA-ROTINA THRU RODA-ROTINA-FIM
           MOVE "SMP077  " TO W-ROTINA
           PERFORM RODA-ROTINA THRU RODA-ROTINA-FIM
           MOVE "SMP034  " TO W-ROTINA
           PERFORM RODA-ROTINA THRU RODA-ROTINA-FIM
           MOVE "SMP035  " TO W-ROTINA
           DISPLAY "0000000" UPON ENVIRONMENT-VALUE
           IF W-ROTINA = "SMP017  "
                CALL "SMP017".
           IF W-ROTINA = "SMP066  "
                CALL "SMP066".
           IF W-ROTINA = "SMP077  "
                CALL "SMP077".
           IF W-ROTINA = "SMP034  "
                CALL "SMP034".
           IF W-ROTINA = "SMP035  "

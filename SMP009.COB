      * RECONCILIACAO DO CADCID COM A TABELA OFICIAL DE CID  *
      * GRAVA PONTO DE CONTROLE PERIODICO EM CKPCID.DAT E    *
      * OFERECE REINICIO DO PONTO EXATO ONDE A CARGA PAROU   *
      * SO INCLUI CODIGOS FALTANTES: OS REGISTROS EXISTENTES *
      * NAO SAO REGRAVADOS, PRESERVANDO A SITUACAO E A       *
      * MARCACAO DE NOTIFICACAO COMPULSORIA FEITA NO SMP002  *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
            03 DENOMINACAO  PIC X(30).
            03 CID-SITUACAO PIC X(01).
               88 CID-INATIVO   VALUE "I".
            03 CID-NOTIFICACAO PIC X(01).
               88 CID-NOTIF-IMEDIATA VALUE "I".
               88 CID-NOTIF-SEMANAL  VALUE "S".
               88 CID-NOTIFICAVEL    VALUE "I" "S".

       FD RELCID
               LABEL RECORD IS STANDARD
                    MOVE EXT-CODIGO-CID  TO CODIGO-CID
                    MOVE EXT-DENOMINACAO TO DENOMINACAO
                    MOVE SPACE           TO CID-SITUACAO
                    MOVE SPACE           TO CID-NOTIFICACAO
                    WRITE REGCID
                    ADD 1 TO W-INCLUIDOS
               END-IF

      * CARGA EM LOTE DO CADCEP A PARTIR DO EXTRATO DOS CORREIOS *
      * GRAVA PONTO DE CONTROLE PERIODICO EM CKPCEP.DAT E    *
      * OFERECE REINICIO DO PONTO EXATO ONDE A CARGA PAROU   *
      * AS ALTERACOES DE CEP JA EXISTENTE VAO PARA A TRILHA  *
      * DE AUDITORIA (SMP010), DE ONDE O SMP066 REAPLICA O   *
      * NOVO LOGRADOURO NOS PACIENTES                        *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-REJ-GRAV   PIC 9(07) VALUE ZEROS.
       01 W-PULA       PIC 9(07) VALUE ZEROS.
       01 W-PROX-CKP   PIC 9(07) VALUE ZEROS.
       01 W-LOG-CHAVE   PIC X(19) VALUE SPACES.
       01 W-LOG-ANTES   PIC X(300) VALUE SPACES.
       01 W-LOG-DEPOIS  PIC X(300) VALUE SPACES.
       01 W-PROGRAMA    PIC X(08) VALUE "SMP008".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               OR BAIRRO NOT = EXT-BAIRRO
               OR CIDADE NOT = EXT-CIDADE
               OR COD-ESTADO NOT = EXT-UF
                MOVE SPACES TO W-LOG-ANTES
                MOVE REGCEP TO W-LOG-ANTES
                PERFORM MONTA-REGCEP
                REWRITE REGCEP
                IF ST-ERRO = "00" OR "02"
                     ADD 1 TO W-ALTERADOS
                     MOVE SPACES TO W-LOG-CHAVE W-LOG-DEPOIS
                     MOVE CEP TO W-LOG-CHAVE
                     MOVE REGCEP TO W-LOG-DEPOIS
                     CALL "SMP010" USING W-PROGRAMA W-LOG-CHAVE "A"
                                         W-LOG-ANTES W-LOG-DEPOIS
                ELSE
                     ADD 1 TO W-REJEITADOS
                     ADD 1 TO W-REJ-GRAV

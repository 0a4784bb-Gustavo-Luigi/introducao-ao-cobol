           IF LOG-PROGRAMA = "SMP003"
                PERFORM ABRE-CONV THRU ABRE-CONV-FIM
                GO TO ABRE-CAMPOS-FIM.
           IF LOG-PROGRAMA = "SMP005" OR "SMP008"
                PERFORM ABRE-CEP THRU ABRE-CEP-FIM
                GO TO ABRE-CAMPOS-FIM.
           IF LOG-PROGRAMA = "SMP012" OR "SMP044" OR "SMP073"
                PERFORM ABRE-PAC THRU ABRE-PAC-FIM
                GO TO ABRE-CAMPOS-FIM.
           IF LOG-PROGRAMA = "SMP013"
                PERFORM ABRE-ESP THRU ABRE-ESP-FIM
                GO TO ABRE-CAMPOS-FIM.
           IF LOG-PROGRAMA = "SMP014"
                PERFORM ABRE-MED THRU ABRE-MED-FIM
                GO TO ABRE-CAMPOS-FIM.
      *    ORCAMENTO PARTICULAR (CHAVE DE 6, O NUMERO): GRAVADO NO
      *    SMP074 E ATUALIZADO NO ACEITE, NA BAIXA, NA REMARCACAO E
      *    NO CANCELAMENTO DA CONSULTA (SMP015/018/051/052)
           IF (LOG-PROGRAMA = "SMP015" OR "SMP018" OR "SMP051"
                          OR "SMP052" OR "SMP074")
             AND LOG-CHAVE (7:1) = SPACE
                PERFORM ABRE-ORC THRU ABRE-ORC-FIM
                GO TO ABRE-CAMPOS-FIM.
           IF LOG-PROGRAMA = "SMP015" OR "SMP018"
                        OR "SMP051" OR "SMP052"
                PERFORM ABRE-AGE THRU ABRE-AGE-FIM
                GO TO ABRE-CAMPOS-FIM.
      *    O AGENDAMENTO ONLINE GRAVA O PRE-CADASTRO (CHAVE DE 6) E
      *    O AGENDAMENTO (CHAVE DE 19)
           IF LOG-PROGRAMA = "SMP077" AND LOG-CHAVE (7:1) = SPACE
                PERFORM ABRE-PAC THRU ABRE-PAC-FIM
                GO TO ABRE-CAMPOS-FIM.
           IF LOG-PROGRAMA = "SMP077"
                PERFORM ABRE-AGE THRU ABRE-AGE-FIM
                GO TO ABRE-CAMPOS-FIM.
           IF LOG-PROGRAMA = "SMP021"
                PERFORM ABRE-USU THRU ABRE-USU-FIM
                GO TO ABRE-CAMPOS-FIM.
       ABRE-CID-FIM.
                EXIT.

       ABRE-ESP.
           MOVE "COD-ESPEC"     TO W-CAMPO-NOME
           MOVE 1   TO W-CAMPO-POS
           MOVE 4   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "DESCR-ESPEC"   TO W-CAMPO-NOME
           MOVE 5   TO W-CAMPO-POS
           MOVE 30  TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ESP-SITUACAO"  TO W-CAMPO-NOME
           MOVE 35  TO W-CAMPO-POS
           MOVE 1   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO.
       ABRE-ESP-FIM.
                EXIT.

       ABRE-CONV.
           MOVE "CODIGO"        TO W-CAMPO-NOME
           MOVE 1   TO W-CAMPO-POS
           MOVE "AGE-ENCAIXE"   TO W-CAMPO-NOME
           MOVE 228 TO W-CAMPO-POS
           MOVE 1   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "AGE-HORA-CHEG" TO W-CAMPO-NOME
           MOVE 229 TO W-CAMPO-POS
           MOVE 4   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "AGE-SERIE"     TO W-CAMPO-NOME
           MOVE 233 TO W-CAMPO-POS
           MOVE 6   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "AGE-SESSAO"    TO W-CAMPO-NOME
           MOVE 239 TO W-CAMPO-POS
           MOVE 2   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "AGE-RETORNO"   TO W-CAMPO-NOME
           MOVE 241 TO W-CAMPO-POS
           MOVE 1   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO.
       ABRE-AGE-FIM.
                EXIT.
       ABRE-USU-FIM.
                EXIT.

       ABRE-ORC.
           MOVE "ORC-NUMERO"      TO W-CAMPO-NOME
           MOVE 1   TO W-CAMPO-POS
           MOVE 6   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-SITUACAO"    TO W-CAMPO-NOME
           MOVE 7   TO W-CAMPO-POS
           MOVE 1   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-PRONTUARIO"  TO W-CAMPO-NOME
           MOVE 8   TO W-CAMPO-POS
           MOVE 6   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-PAC-NOME"    TO W-CAMPO-NOME
           MOVE 14  TO W-CAMPO-POS
           MOVE 30  TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-CRM"         TO W-CAMPO-NOME
           MOVE 44  TO W-CAMPO-POS
           MOVE 7   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-MED-NOME"    TO W-CAMPO-NOME
           MOVE 51  TO W-CAMPO-POS
           MOVE 30  TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-EMISSAO"     TO W-CAMPO-NOME
           MOVE 81  TO W-CAMPO-POS
           MOVE 8   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-VALIDADE"    TO W-CAMPO-NOME
           MOVE 89  TO W-CAMPO-POS
           MOVE 8   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-OPERADOR"    TO W-CAMPO-NOME
           MOVE 97  TO W-CAMPO-POS
           MOVE 8   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-FORMA"       TO W-CAMPO-NOME
           MOVE 105 TO W-CAMPO-POS
           MOVE 1   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-VAL-BRUTO"   TO W-CAMPO-NOME
           MOVE 106 TO W-CAMPO-POS
           MOVE 7   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-DESCONTO"    TO W-CAMPO-NOME
           MOVE 113 TO W-CAMPO-POS
           MOVE 7   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-VAL-TOTAL"   TO W-CAMPO-NOME
           MOVE 120 TO W-CAMPO-POS
           MOVE 7   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-SUPERVISOR"  TO W-CAMPO-NOME
           MOVE 127 TO W-CAMPO-POS
           MOVE 8   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-AGE-CHAVE"   TO W-CAMPO-NOME
           MOVE 135 TO W-CAMPO-POS
           MOVE 19  TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-DATA-ACEITE" TO W-CAMPO-NOME
           MOVE 154 TO W-CAMPO-POS
           MOVE 8   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-VAL-RECEB"   TO W-CAMPO-NOME
           MOVE 162 TO W-CAMPO-POS
           MOVE 7   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-DATA-REALIZ" TO W-CAMPO-NOME
           MOVE 169 TO W-CAMPO-POS
           MOVE 8   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-MOTIVO-PERD" TO W-CAMPO-NOME
           MOVE 177 TO W-CAMPO-POS
           MOVE 20  TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO
           MOVE "ORC-QT-ITENS"    TO W-CAMPO-NOME
           MOVE 197 TO W-CAMPO-POS
           MOVE 2   TO W-CAMPO-TAM
           PERFORM GRAVA-CAMPO.
       ABRE-ORC-FIM.
                EXIT.

      *--------[ GRAVA UMA LINHA DE CAMPO (ANTES X DEPOIS) ]--------
       GRAVA-CAMPO.
           MOVE SPACES TO WDC-ANTES WDC-DEPOIS

      * CADASTRO DE PRECOS NEGOCIADOS POR PROCEDIMENTO,      *
      * CONVENIO E PLANO (CADPRV) - USADO PELO SMP016 PARA   *
      * VALORAR AS GUIAS TISS                                *
      * CONVENIO ZERO (PLANO ZERO) E A TABELA DE PRECOS      *
      * PARTICULARES - VALORA OS ORCAMENTOS DO SMP074 E O    *
      * RECEBIMENTO PARTICULAR NO CAIXA (SMP018)             *
      *******************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               VALUE  "   PROCEDIMENTO:".
           05  LINE 07  COLUMN 01
               VALUE  "   CONVENIO    :".
           05  LINE 07  COLUMN 30
               VALUE  "(0=PARTICULAR)".
           05  LINE 08  COLUMN 01
               VALUE  "   NOME CONV   :".
           05  LINE 10  COLUMN 01

      ******************************************************
      * INSSTAB - TABELA PROGRESSIVA DE CONTRIBUICAO DO
      * EMPREGADO AO INSS. CADA FAIXA TEM O LIMITE SUPERIOR
      * DO SALARIO DE CONTRIBUICAO E A ALIQUOTA APLICADA
      * SOMENTE SOBRE A PARCELA DO SALARIO DENTRO DA FAIXA
      * (CALCULO FAIXA A FAIXA); O LIMITE DA ULTIMA FAIXA E O
      * TETO DE CONTRIBUICAO.
      * CARREGADA NA INICIALIZACAO A PARTIR DO ARQUIVO
      * INSSTAB.DAT, SOMENTE COM AS FAIXAS CUJA VIGENCIA
      * (AAAAMM INICIAL/FINAL) COBRE A COMPETENCIA PROCESSADA.
      * AS FAIXAS DEVEM ESTAR NO ARQUIVO EM ORDEM CRESCENTE
      * DE LIMITE DENTRO DE CADA VIGENCIA.
      ******************************************************
       01  WS-INSS-TABLE.
           05 WS-INSS-FAIXA OCCURS 10 TIMES
                             INDEXED BY WS-INSS-IDX.
              10 WS-INSS-LIMITE     PIC 9(07)V99.
              10 WS-INSS-ALIQUOTA   PIC 9V9999.

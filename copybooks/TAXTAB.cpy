      * TAXTAB - TABELA DE FAIXAS DE IMPOSTO DE RENDA RETIDO
      * NA FONTE (IRRF), USADA PARA CALCULAR O DESCONTO E O
      * SALARIO LIQUIDO A PARTIR DO SALARIO BRUTO.
      * CADA FAIXA TEM O LIMITE SUPERIOR DA BASE DE CALCULO,
      * A ALIQUOTA APLICADA SOBRE A BASE QUANDO ELA SE
      * ENQUADRA NAQUELA FAIXA E A PARCELA FIXA A DEDUZIR DO
      * IMPOSTO DA FAIXA. A BASE E O BRUTO MENOS O INSS DO
      * EMPREGADO E A DEDUCAO POR DEPENDENTE.
      * CARREGADA NA INICIALIZACAO A PARTIR DO ARQUIVO
      * TAXTAB.DAT, SOMENTE COM AS FAIXAS CUJA VIGENCIA
      * (AAAAMM INICIAL/FINAL) COBRE A COMPETENCIA PROCESSADA.
                            INDEXED BY WS-TAX-IDX.
              10 WS-TAX-LIMITE      PIC 9(07)V99.
              10 WS-TAX-ALIQUOTA    PIC 9V9999.
              10 WS-TAX-DEDUCAO     PIC 9(05)V99.

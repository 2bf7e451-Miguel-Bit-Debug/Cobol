      * POR FUNCIONARIO. ATUALIZADO A CADA EXECUCAO DA FOLHA
      * (PROGCOB03) E LIDO PELO PROGRAMA DE INFORME DE
      * RENDIMENTOS (PROGCOB05). CHAVE: ANO + MATRICULA.
      * YTD-INSS-ACUM ACUMULA A CONTRIBUICAO DO EMPREGADO AO
      * INSS (CONTRIBUICAO PREVIDENCIARIA OFICIAL). O CAMPO
      * AUMENTOU O REGISTRO DE 66 PARA 77 BYTES: O ACUMULADO
      * GRAVADO NO LAYOUT ANTERIOR E CONVERTIDO UMA UNICA VEZ
      * PELO PROGCOB15 (YTDACUM.OLD -> YTDACUM.DAT,
      * YTD-INSS-ACUM ZERADO).
      ******************************************************
       01  YTD-RECORD.
           05 YTD-CHAVE.
           05 YTD-BRUTO-ACUM       PIC 9(09)V99.
           05 YTD-IRRF-ACUM        PIC 9(09)V99.
           05 YTD-LIQUIDO-ACUM     PIC 9(09)V99.
           05 YTD-INSS-ACUM        PIC 9(09)V99.

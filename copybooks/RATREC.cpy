      ******************************************************
      * RATREC - RATEIO DE CUSTO DO FUNCIONARIO ENTRE CENTROS
      * DE CUSTO (RATEIO.DAT, INDEXADO POR MATRICULA).
      * CADA PARTICIPACAO INFORMA UM CODIGO DA CCUSTAB E O
      * PERCENTUAL DO CUSTO ATRIBUIDO A ELE; AS PARTICIPACOES
      * NAO USADAS FICAM COM CODIGO EM BRANCO E PERCENTUAL
      * ZERO. A SOMA DOS PERCENTUAIS DEVE SER 100,00 E TODOS
      * OS CENTROS DEVEM ESTAR EM VIGENCIA NA COMPETENCIA;
      * CASO CONTRARIO O RATEIO E RECUSADO NA ABERTURA DA
      * FOLHA E O CUSTO FICA NO EMP-CENTRO-CUSTO.
      ******************************************************
       01  RAT-RECORD.
           05 RAT-MATRICULA        PIC 9(06).
           05 RAT-PARTICIPACAO OCCURS 5 TIMES.
              10 RAT-CCUSTO        PIC X(04).
              10 RAT-PERCENTUAL    PIC 9(03)V99.

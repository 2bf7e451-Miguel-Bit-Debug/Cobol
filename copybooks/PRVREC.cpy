      ******************************************************
      * PRVREC - SALDO DAS PROVISOES DE 13O SALARIO E FERIAS
      * POR FUNCIONARIO (PROVSALD.DAT, INDEXADO POR MATRICULA).
      * ATUALIZADO PELO PROGCOB03: A FOLHA MENSAL PROVISIONA
      * 1/12 DO 13O E 1/12 DAS FERIAS MAIS 1/3, COM O INSS
      * PATRONAL E O FGTS SOBRE CADA UM; AS FOLHAS 13SAL1,
      * 13SAL2 E FERIAS REVERTEM O SALDO PROVISIONADO.
      * PROVISAO E REVERSAO SAO OS MOVIMENTOS DA COMPETENCIA
      * PRV-COMP-AAAAMM; NA PRIMEIRA ATUALIZACAO DE UMA NOVA
      * COMPETENCIA O SALDO FINAL PASSA A SALDO INICIAL.
      * COMPONENTES (PRV-COMPONENTE):
      *   1 = 13O SALARIO          2 = ENCARGOS SOBRE O 13O
      *   3 = FERIAS MAIS 1/3      4 = ENCARGOS SOBRE FERIAS
      * PRV-ULT-REV-TIPO/VALOR GUARDAM A ULTIMA REVERSAO DA
      * COMPETENCIA POR TIPO DE FOLHA, PARA QUE O REPROCESSO
      * DA MESMA FOLHA SUBSTITUA A REVERSAO EM VEZ DE SOMA-LA.
      ******************************************************
       01  PRV-RECORD.
           05 PRV-MATRICULA        PIC 9(06).
           05 PRV-EMPRESA          PIC X(02).
           05 PRV-CCUSTO           PIC X(04).
           05 PRV-MOEDA            PIC X(03).
           05 PRV-COMP-AAAAMM      PIC 9(06).
           05 PRV-COMPONENTE OCCURS 4 TIMES.
              10 PRV-SALDO-INICIAL PIC 9(09)V99.
              10 PRV-PROVISAO      PIC 9(09)V99.
              10 PRV-REVERSAO      PIC 9(09)V99.
              10 PRV-SALDO-FINAL   PIC 9(09)V99.
              10 PRV-ULT-REV-TIPO  PIC X(06).
              10 PRV-ULT-REV-VALOR PIC 9(09)V99.

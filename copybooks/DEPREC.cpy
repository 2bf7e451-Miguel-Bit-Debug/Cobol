      ******************************************************
      * DEPREC - REGISTRO DE DEPENDENTES DO FUNCIONARIO PARA
      * FINS DE IRRF (DEPEND.DAT), INDEXADO POR MATRICULA.
      * A QUANTIDADE DE DEPENDENTES MULTIPLICADA PELA DEDUCAO
      * POR DEPENDENTE E ABATIDA DA BASE DE CALCULO DO IRRF.
      * FUNCIONARIO SEM REGISTRO NO ARQUIVO NAO TEM
      * DEPENDENTES.
      ******************************************************
       01  DEP-RECORD.
           05 DEP-MATRICULA      PIC 9(06).
           05 DEP-QTD-DEPENDENTES PIC 9(02).
           05 DEP-DATA-ATUALIZACAO PIC 9(08).

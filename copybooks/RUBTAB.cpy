      ******************************************************
      * RUBTAB - TABELA DE RUBRICAS DOS LANCAMENTOS VARIAVEIS
      * MENSAIS. PARA CADA CODIGO: DESCRICAO, TIPO (P =
      * PROVENTO, D = DESCONTO), INCIDENCIA DE IRRF (S/N),
      * INCIDENCIA DE ENCARGOS (S/N - INSS DO EMPREGADO,
      * INSS PATRONAL E FGTS) E CONTA CONTABIL DO LANCAMENTO
      * NO EXTRATO GL (PROVENTO A DEBITO, DESCONTO A CREDITO).
      * PROVENTO INTEGRA O SALARIO BRUTO; DESCONTO REDUZ O
      * LIQUIDO E, QUANDO INCIDENTE, A BASE CORRESPONDENTE.
      * CARREGADA NA INICIALIZACAO A PARTIR DO ARQUIVO
      * RUBTAB.DAT, SOMENTE COM AS RUBRICAS CUJA VIGENCIA
      * (AAAAMM INICIAL/FINAL) COBRE A COMPETENCIA PROCESSADA.
      ******************************************************
       01  WS-RUBRICA-TABELA.
           05 WS-RUBRICA-FAIXA OCCURS 30 TIMES
                                INDEXED BY WS-RUBRICA-IDX.
              10 WS-RUBRICA-CODIGO      PIC X(03).
              10 WS-RUBRICA-DESCRICAO   PIC X(20).
              10 WS-RUBRICA-TIPO        PIC X(01).
              10 WS-RUBRICA-INCIDE-IRRF PIC X(01).
              10 WS-RUBRICA-INCIDE-ENC  PIC X(01).
              10 WS-RUBRICA-CONTA       PIC X(10).

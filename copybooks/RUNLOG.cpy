      ******************************************************
      * RUNLOG - REGISTRO DO LOG DE EXECUCAO DO CICLO MENSAL
      * (RUNLOG.DAT, SEQUENCIAL DE LINHA, SOMENTE ANEXADO).
      * UM REGISTRO POR EXECUCAO, GRAVADO AO FINAL PELO
      * PROGCOB03 (FOLHA E DEMAIS MODOS, EXCETO CONSULTA),
      * PROGCOB05 (INFORME), PROGCOB07 (RETORNO BANCARIO) E
      * PROGCOB08 (VARIACAO) E PROGCOB12 (ENCERRAMENTO ANUAL,
      * NA COMPETENCIA 12/AAAA), E LIDO PELO RELATORIO DE
      * SITUACAO DO CICLO (PROGCOB11).
      * QUANTIDADES E VALORES POR PROGRAMA:
      *   PROGCOB03 - LIDOS: FUNCIONARIOS DA EMPRESA (OU
      *               TRANSACOES NA MANUTENCAO); PAGOS:
      *               PROCESSADOS/AJUSTADOS/ATUALIZADOS;
      *               VALOR-TOTAL: BRUTO; VALOR-LIQUIDO: LIQUIDO
      *   PROGCOB05 - LIDOS: ACUMULADOS DO ANO; PAGOS:
      *               INFORMES EMITIDOS; VALORES: BRUTO E
      *               LIQUIDO ANUAIS
      *   PROGCOB07 - LIDOS: DETALHES DO RETORNO; PAGOS:
      *               CREDITOS CONFIRMADOS; REJEITADOS:
      *               DEVOLVIDOS; VALOR-TOTAL: RETORNADO;
      *               VALOR-LIQUIDO: CONFIRMADO
      *   PROGCOB08 - LIDOS: FUNCIONARIOS NA COMPETENCIA ATUAL;
      *               PAGOS: ENTRARAM; REJEITADOS: VARIACOES
      *               ACIMA DO LIMITE; VALORES: LIQUIDO DA
      *               COMPETENCIA ANTERIOR E DA ATUAL
      *   PROGCOB12 - LIDOS: HISTORICO ARQUIVADO; PAGOS:
      *               ACUMULADOS ARQUIVADOS; REJEITADOS:
      *               COMPETENCIAS NAO FECHADAS; VALORES: BRUTO
      *               E LIQUIDO DO HISTORICO ARQUIVADO
      * SITUACAO: CONCLUIDO, REINICIADO (RETOMADO A PARTIR DO
      * CHKPT.DAT E CONCLUIDO) OU ABENDADO (ENCERRADO ANTES DO
      * FIM - EXECUCAO RECUSADA OU ERRO DE ARQUIVO/PARAMETRO).
      * RETURN-CODE: 00 OK, 04 CONCLUIDO COM OCORRENCIAS,
      * 08 EXECUCAO RECUSADA (ABENDADO) OU RETORNO PROCESSADO
      * COM TRAILER DIVERGENTE (PROGCOB07, SITUACAO CONCLUIDO:
      * O RETORNO FOI LIDO ATE O FIM, MAS O RESULTADO NAO PODE
      * SER ACEITO), 12 ERRO. RETURN-CODE 08 OU 12 E FALHA DA
      * ETAPA QUALQUER QUE SEJA A SITUACAO.
      ******************************************************
       01  LOG-RECORD.
           05 LOG-PROGRAMA          PIC X(09).
           05 FILLER                PIC X(01).
           05 LOG-MODO              PIC X(08).
           05 FILLER                PIC X(01).
           05 LOG-COMPETENCIA       PIC X(07).
           05 FILLER                PIC X(01).
           05 LOG-EMPRESA           PIC X(02).
           05 FILLER                PIC X(01).
           05 LOG-DATA              PIC 9(08).
           05 FILLER                PIC X(01).
           05 LOG-HORA-INICIO       PIC 9(06).
           05 FILLER                PIC X(01).
           05 LOG-HORA-FIM          PIC 9(06).
           05 FILLER                PIC X(01).
           05 LOG-USUARIO           PIC X(08).
           05 FILLER                PIC X(01).
           05 LOG-QTD-LIDOS         PIC 9(06).
           05 FILLER                PIC X(01).
           05 LOG-QTD-PAGOS         PIC 9(06).
           05 FILLER                PIC X(01).
           05 LOG-QTD-REJEITADOS    PIC 9(06).
           05 FILLER                PIC X(01).
           05 LOG-VALOR-TOTAL       PIC 9(13)V99.
           05 FILLER                PIC X(01).
           05 LOG-VALOR-LIQUIDO     PIC 9(13)V99.
           05 FILLER                PIC X(01).
           05 LOG-SITUACAO          PIC X(10).
              88 LOG-CONCLUIDO           VALUE 'CONCLUIDO'.
              88 LOG-REINICIADO          VALUE 'REINICIADO'.
              88 LOG-ABENDADO            VALUE 'ABENDADO'.
           05 FILLER                PIC X(01).
           05 LOG-RETURN-CODE       PIC 9(02).

      *              MATRICULAS PAGAS (NOVA COMPLEMENTAR NAO
      *              PAGA DUAS VEZES); RAZAO SOCIAL COMPLETA
      *              NOS CABECALHOS DA FOLHA E DO CONTRACHEQUE
      * 15/10/2026 - INSS DO EMPREGADO CALCULADO FAIXA A FAIXA
      *              PELA TABELA PROGRESSIVA INSSTAB (INSSTAB.DAT,
      *              COM VIGENCIA) E IRRF SOBRE O BRUTO MENOS O
      *              INSS E A DEDUCAO POR DEPENDENTE (ARQUIVO
      *              DEPEND.DAT INDEXADO POR MATRICULA), COM
      *              PARCELA A DEDUZIR POR FAIXA NA TAXTAB; INSS
      *              NA FOLHA, CONTRACHEQUE, TERMO DE RESCISAO,
      *              HISTORICO, ACUMULADO ANUAL E EXTRATO GL
      *              (CREDITO NA CONTA DE INSS A RECOLHER,
      *              DEDUZIDO DO CREDITO DE CONTRAPARTIDA);
      *              FOLHAHST.DAT E YTDACUM.DAT DO LAYOUT
      *              ANTERIOR DEVEM SER CONVERTIDOS PELO
      *              PROGCOB15 ANTES DA PRIMEIRA EXECUCAO
      * 15/10/2026 - LANCAMENTOS VARIAVEIS MENSAIS (LANCVAR.DAT)
      *              POR MATRICULA E COMPETENCIA, VALORADOS PELA
      *              TABELA DE RUBRICAS RUBTAB (RUBTAB.DAT, COM
      *              VIGENCIA): PROVENTO INTEGRA O BRUTO,
      *              DESCONTO REDUZ O LIQUIDO, INCIDENCIAS DE
      *              IRRF E ENCARGOS POR RUBRICA E LANCAMENTO NO
      *              EXTRATO GL NA CONTA DA RUBRICA (INCLUIDO NA
      *              RECONCILIACAO); LANCAMENTOS SEM FUNCIONARIO
      *              ATIVO, DE COMPETENCIA JA FECHADA NO PERCTL
      *              OU INVALIDOS SAEM NA LISTAGEM DE EXCECOES
      *              LANCEXC.RPT
      * 15/10/2026 - PROVISAO MENSAL DE 13O SALARIO E FERIAS: A
      *              FOLHA MENSAL PROVISIONA 1/12 DO 13O E 1/12
      *              DAS FERIAS MAIS 1/3, COM INSS PATRONAL E
      *              FGTS, NO EXTRATO GL EM CONTAS PROPRIAS POR
      *              CENTRO DE CUSTO; SALDO POR FUNCIONARIO NO
      *              ARQUIVO PROVSALD.DAT (LAYOUT PRVREC),
      *              REVERTIDO PELAS FOLHAS 13SAL1/13SAL2 E
      *              FERIAS; RELATORIO DE POSICAO DAS PROVISOES
      *              POR DEPARTAMENTO (PROVISAO.RPT)
      * 15/10/2026 - RATEIO DE CENTRO DE CUSTO (RATEIO.DAT, LAYOUT
      *              RATREC): BRUTO, INSS PATRONAL, FGTS E
      *              PROVISOES DIVIDIDOS ENTRE OS CENTROS DO
      *              RATEIO NO EXTRATO GL E NO DEPTSUM.RPT, COM A
      *              DIFERENCA DE ARREDONDAMENTO NA MAIOR PARCELA;
      *              RATEIOS QUE NAO SOMAM 100% OU COM CENTRO FORA
      *              DE VIGENCIA SAO RECUSADOS NA ABERTURA
      * 15/10/2026 - MANUTENCAO DATA AS LINHAS DO MANUTLOG.RPT E
      *              REGISTRA NA AUDITORIA (SITUACAO ALT BANCO) A
      *              ALTERACAO DE BANCO/AGENCIA/CONTA, PARA A
      *              CONFERENCIA PRE-REMESSA (PROGCOB09)
      * 15/10/2026 - LOG DE EXECUCAO DO CICLO: AO FINAL DE CADA
      *              EXECUCAO (EXCETO CONSULTA) GRAVA UM REGISTRO
      *              NO RUNLOG.DAT (LAYOUT RUNLOG) COM MODO,
      *              COMPETENCIA, EMPRESA, HORA DE INICIO E FIM,
      *              LIDOS/PAGOS/REJEITADOS, BRUTO E LIQUIDO E
      *              SITUACAO (CONCLUIDO, REINICIADO PELO CHKPT.DAT
      *              OU ABENDADO); RETURN-CODE 0 OK, 4 COM
      *              REJEICOES/OCORRENCIAS, 8 EXECUCAO RECUSADA,
      *              12 ERRO DE ARQUIVO, TABELA OU PARAMETRO
      * 15/10/2026 - ANO ENCERRADO PELO ENCERRAMENTO ANUAL
      *              (PROGCOB12, TIPO ANUAL NO PERCTL) RECUSA
      *              QUALQUER EXECUCAO EM COMPETENCIA DO ANO,
      *              INCLUSIVE REPROC, SIMULACAO E COMPLEMENTAR
      * 15/10/2026 - DATA DE ADMISSAO NO EMPREC E NO TRANREC,
      *              OBRIGATORIA NA INCLUSAO DA MANUTENCAO; NO MES
      *              DA ADMISSAO A FOLHA MENSAL PAGA AO SALARIADO
      *              SOMENTE OS DIAS A PARTIR DA ADMISSAO (PRO-RATA
      *              COMO NA RESCISAO, LINHA PROPRIA NO
      *              CONTRACHEQUE); FUNCIONARIO ADMITIDO APOS A
      *              COMPETENCIA NAO ENTRA NA FOLHA NEM NA
      *              COMPLEMENTAR; RESCISAO NO MES DA ADMISSAO
      *              CONTA OS DIAS DESDE A ADMISSAO
      * 15/10/2026 - HISTORICO DE ALTERACOES CADASTRAIS (ALTCAD.DAT,
      *              LAYOUT ALTREC): UM REGISTRO POR CAMPO ALTERADO
      *              COM VALOR ANTERIOR E NOVO, DATA/HORA, USUARIO
      *              E ORIGEM, GRAVADO NA ALTERACAO E EXCLUSAO DA
      *              MANUTENCAO, NO DISSIDIO (EXCETO SIMULACAO) E
      *              NA RESCISAO; CONSULTA PELO PROGCOB14
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT RUN-LOG-FILE     ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT BANK-PAYMENT-FILE ASSIGN TO "PAGBANCO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAGBCO-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPTAB-STATUS.

           SELECT INSS-TABLE-FILE  ASSIGN TO "INSSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INSSTAB-STATUS.

           SELECT DEPENDENT-FILE   ASSIGN TO "DEPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-MATRICULA
               FILE STATUS IS WS-DEPEND-STATUS.

           SELECT VARIABLE-EVENT-FILE ASSIGN TO "LANCVAR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LANCVAR-STATUS.

           SELECT RUBRICA-TABLE-FILE ASSIGN TO "RUBTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUBTAB-STATUS.

           SELECT EVENT-EXCEPTION-REPORT ASSIGN TO "LANCEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANEXC-STATUS.

           SELECT PROVISION-FILE   ASSIGN TO "PROVSALD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-MATRICULA
               FILE STATUS IS WS-PROVSALD-STATUS.

           SELECT PROVISION-REPORT ASSIGN TO "PROVISAO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRVRPT-STATUS.

           SELECT ALLOCATION-FILE  ASSIGN TO "RATEIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-MATRICULA
               FILE STATUS IS WS-RATEIO-STATUS.

           SELECT FGTS-DEPOSIT-FILE ASSIGN TO "FGTSDEP.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FGTSDEP-STATUS.
               RECORD KEY IS YTD-CHAVE
               FILE STATUS IS WS-YTD-STATUS.

           SELECT CHANGE-HISTORY-FILE ASSIGN TO "ALTCAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALTCAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER-FILE
                 ==EMP-CENTRO-CUSTO== BY ==NEW-EMP-CENTRO-CUSTO==
                 ==EMP-DATA-DESLIGAMENTO== BY
                 ==NEW-EMP-DATA-DESLIG==
                 ==EMP-EMPRESA== BY ==NEW-EMP-EMPRESA==
                 ==EMP-DATA-ADMISSAO== BY ==NEW-EMP-DATA-ADMISSAO==.

       FD  MAINT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
          05 FILLER                PIC X(01).
          05 PCT-EMPRESA           PIC X(02).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.

       FD  BANK-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01 BCO-LINE                  PIC X(80).
          05 TAB-TAX-VIG-FIM       PIC 9(06).
          05 TAB-TAX-LIMITE        PIC 9(07)V99.
          05 TAB-TAX-ALIQUOTA      PIC 9V9999.
          05 TAB-TAX-DEDUCAO       PIC 9(05)V99.

       FD  MOEDA-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
          05 TAB-EMP-NOME          PIC X(20).
          05 TAB-EMP-CNPJ          PIC X(14).

       FD  INSS-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01 INSSTAB-RECORD.
          05 TAB-INS-VIG-INI       PIC 9(06).
          05 TAB-INS-VIG-FIM       PIC 9(06).
          05 TAB-INS-LIMITE        PIC 9(07)V99.
          05 TAB-INS-ALIQUOTA      PIC 9V9999.

       FD  DEPENDENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY DEPREC.

       FD  VARIABLE-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LANREC.

       FD  RUBRICA-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01 RUBTAB-RECORD.
          05 TAB-RUB-VIG-INI       PIC 9(06).
          05 TAB-RUB-VIG-FIM       PIC 9(06).
          05 TAB-RUB-CODIGO        PIC X(03).
          05 TAB-RUB-DESCRICAO     PIC X(20).
          05 TAB-RUB-TIPO          PIC X(01).
          05 TAB-RUB-INCIDE-IRRF   PIC X(01).
          05 TAB-RUB-INCIDE-ENC    PIC X(01).
          05 TAB-RUB-CONTA         PIC X(10).

       FD  EVENT-EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01 LEX-LINE                  PIC X(80).

       FD  PROVISION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRVREC.

       FD  PROVISION-REPORT
           LABEL RECORDS ARE STANDARD.
       01 PRR-LINE                  PIC X(100).

       FD  ALLOCATION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATREC.

       FD  FGTS-DEPOSIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 FGT-LINE                  PIC X(60).
           LABEL RECORDS ARE STANDARD.
       COPY YTDREC.

       FD  CHANGE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALTREC.

       WORKING-STORAGE SECTION.
       77 WRK-NOME          PIC X(20) VALUE SPACES.
       77 WRK-SALARIO       PIC 9(06)V99 VALUE ZEROS.

       COPY TAXTAB.

       COPY INSSTAB.

       COPY RUBTAB.

       COPY MOEDATAB.

       COPY CCUSTAB.
          05 WS-TAXTAB-STATUS       PIC X(02) VALUE SPACES.
          05 WS-MOEDTAB-STATUS      PIC X(02) VALUE SPACES.
          05 WS-CCUSTAB-STATUS      PIC X(02) VALUE SPACES.
          05 WS-INSSTAB-STATUS      PIC X(02) VALUE SPACES.
          05 WS-RUBTAB-STATUS       PIC X(02) VALUE SPACES.
          05 WS-TAB-EOF-SW          PIC X VALUE 'N'.
             88 WS-TAB-EOF               VALUE 'S'.
          05 WS-QTD-TAX-FAIXAS      PIC 9(02) VALUE ZEROS.
          05 WS-QTD-MOEDAS          PIC 9(02) VALUE ZEROS.
          05 WS-QTD-CCUSTO          PIC 9(02) VALUE ZEROS.
          05 WS-QTD-INSS-FAIXAS     PIC 9(02) VALUE ZEROS.
          05 WS-QTD-RUBRICAS        PIC 9(02) VALUE ZEROS.
          05 WS-MAX-TAX-FAIXAS      PIC 9(02) VALUE 10.
          05 WS-MAX-INSS-FAIXAS     PIC 9(02) VALUE 10.
          05 WS-MAX-RUBRICAS        PIC 9(02) VALUE 30.
          05 WS-MAX-MOEDAS          PIC 9(02) VALUE 03.
          05 WS-MAX-CCUSTO          PIC 9(02) VALUE 20.
          05 WS-COMP-AAAAMM         PIC 9(06) VALUE ZEROS.
             10 WS-TOTAL-ENCARGO-VALOR OCCURS 3 TIMES
                                      PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-ENCARGO-OUTRAS PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-INSS-TABELA.
             10 WS-TOTAL-INSS-VALOR OCCURS 3 TIMES
                                      PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-INSS-OUTRAS   PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-DESCVAR-TABELA.
             10 WS-TOTAL-DESCVAR-VALOR OCCURS 3 TIMES
                                      PIC 9(09)V99 VALUE ZEROS.
          05 WS-TOTAL-DESCVAR-OUTRAS PIC 9(09)V99 VALUE ZEROS.
          05 WS-MOEDA-IDX-ATUAL    PIC 9 VALUE ZEROS.
          05 WS-TOT-MOEDA-SUB      PIC 9 VALUE ZEROS.

          05 FILLER               PIC X(22) VALUE 'NOME DO FUNCIONARIO'.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 FILLER                PIC X(15) VALUE 'SALARIO BRUTO'.
          05 FILLER                PIC X(15) VALUE 'INSS'.
          05 FILLER                PIC X(15) VALUE 'IRRF'.
          05 FILLER                PIC X(15) VALUE 'SALARIO LIQUIDO'.
          05 FILLER                PIC X(12) VALUE 'OUTROS (D/P)'.

       01 WS-LINHA-DETALHE.
             10 WS-DET-SALARIO-SIMBOLO PIC X(03).
             10 FILLER                 PIC X(01) VALUE SPACE.
             10 WS-DET-SALARIO-VALOR   PIC ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-INSS.
             10 WS-DET-INSS-SIMBOLO    PIC X(03).
             10 FILLER                 PIC X(01) VALUE SPACE.
             10 WS-DET-INSS-VALOR      PIC ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-IRRF.
             10 WS-DET-IRRF-SIMBOLO    PIC X(03).
             10 FILLER                 PIC X(01) VALUE SPACE.
             10 WS-DET-IRRF-VALOR      PIC ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-LIQUIDO.
             10 WS-DET-LIQUIDO-SIMBOLO PIC X(03).
             10 FILLER                 PIC X(01) VALUE SPACE.
             10 WS-DET-LIQUIDO-VALOR   PIC ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-OUTROS         PIC -ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
          05 WS-IRRF-ED             PIC $ZZZ.ZZ9,99 VALUE ZEROS.
          05 WS-SALARIO-LIQUIDO     PIC 9(07)V99 VALUE ZEROS.
          05 WS-SALARIO-LIQUIDO-ED  PIC $ZZZ.ZZ9,99 VALUE ZEROS.
          05 WS-INSS                PIC 9(07)V99 VALUE ZEROS.
          05 WS-INSS-ED             PIC $ZZZ.ZZ9,99 VALUE ZEROS.
          05 WS-BASE-INSS           PIC 9(07)V99 VALUE ZEROS.
          05 WS-INSS-ACUM           PIC 9(07)V9999 VALUE ZEROS.
          05 WS-INSS-LIMITE-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
          05 WS-INSS-PARCELA-FAIXA  PIC 9(07)V99 VALUE ZEROS.
          05 WS-BASE-IRRF-CALC      PIC S9(07)V99 VALUE ZEROS.
          05 WS-IRRF-CALC           PIC S9(07)V99 VALUE ZEROS.
          05 WS-BASE-IRRF-BRUTO     PIC 9(07)V99 VALUE ZEROS.
          05 WS-BASE-CALC           PIC S9(07)V99 VALUE ZEROS.

       01 WS-DEPENDENTES-CONTROLE.
          05 WS-DEPEND-STATUS       PIC X(02) VALUE SPACES.
          05 WS-DEPEND-ABERTO-SW    PIC X VALUE 'N'.
             88 WS-DEPEND-ABERTO         VALUE 'S'.
          05 WS-QTD-DEPENDENTES     PIC 9(02) VALUE ZEROS.
          05 WS-DEDUCAO-POR-DEPENDENTE PIC 9(04)V99 VALUE 189,59.
          05 WS-DEDUCAO-DEPENDENTES PIC 9(05)V99 VALUE ZEROS.

       01 WS-AUDITORIA-CONTROLE.
          05 WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
             10 FILLER              PIC X VALUE ':'.
             10 WS-AUDIT-HORA-SS    PIC 99.

       01 WS-LOG-EXECUCAO.
          05 WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
          05 WS-LOG-MODO            PIC X(08) VALUE SPACES.
          05 WS-LOG-DATA-INICIO     PIC 9(08) VALUE ZEROS.
          05 WS-LOG-HORA-INICIO     PIC 9(06) VALUE ZEROS.
          05 WS-LOG-HORA-SISTEMA.
             10 WS-LOG-HORA-SIS     PIC 9(06).
             10 FILLER              PIC 9(02).
          05 WS-LOG-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
          05 WS-LOG-QTD-PAGOS       PIC 9(06) VALUE ZEROS.
          05 WS-LOG-QTD-REJEITADOS  PIC 9(06) VALUE ZEROS.
          05 WS-LOG-VALOR-TOTAL     PIC 9(13)V99 VALUE ZEROS.
          05 WS-LOG-VALOR-LIQUIDO   PIC 9(13)V99 VALUE ZEROS.
          05 WS-LOG-SITUACAO        PIC X(10) VALUE SPACES.
          05 WS-LOG-RC              PIC 9(02) VALUE ZEROS.
          05 WS-LOG-DESATIVADO-SW   PIC X VALUE 'N'.
             88 WS-LOG-DESATIVADO        VALUE 'S'.

       01 WS-LINHA-AUDITORIA.
          05 WS-AUD-DATA            PIC 99/99/9999.
          05 FILLER                 PIC X VALUE SPACE.
             10 WS-GL-CONTA-DEBITO OCCURS 7 TIMES PIC X(10).
          05 WS-QTD-CONTAS-DEBITO   PIC 9 VALUE 7.
          05 WS-GL-CONTA-LIQUIDACAO PIC X(10) VALUE '1110100001'.
          05 WS-GL-CONTA-INSS-RETIDO PIC X(10) VALUE '2120100001'.
      * CONTAS DAS PROVISOES, NA ORDEM DOS COMPONENTES DO PRVREC
      * (13O, ENCARGOS 13O, FERIAS, ENCARGOS FERIAS): A DESPESA
      * E DEBITADA E O PASSIVO CREDITADO NA PROVISAO MENSAL; A
      * REVERSAO NAS FOLHAS DE 13O E FERIAS FAZ O INVERSO.
          05 WS-CONTAS-DESP-PROVISAO.
             10 FILLER                 PIC X(10) VALUE '2140100001'.
             10 FILLER                 PIC X(10) VALUE '2140100002'.
             10 FILLER                 PIC X(10) VALUE '2140100003'.
             10 FILLER                 PIC X(10) VALUE '2140100004'.
          05 WS-CONTAS-DESP-PROV-TAB REDEFINES WS-CONTAS-DESP-PROVISAO.
             10 WS-GL-CONTA-DESP-PROV OCCURS 4 TIMES PIC X(10).
          05 WS-CONTAS-PASS-PROVISAO.
             10 FILLER                 PIC X(10) VALUE '2220100001'.
             10 FILLER                 PIC X(10) VALUE '2220100002'.
             10 FILLER                 PIC X(10) VALUE '2220100003'.
             10 FILLER                 PIC X(10) VALUE '2220100004'.
          05 WS-CONTAS-PASS-PROV-TAB REDEFINES WS-CONTAS-PASS-PROVISAO.
             10 WS-GL-CONTA-PASS-PROV OCCURS 4 TIMES PIC X(10).

       01 WS-GL-ACUMULADORES.
          05 WS-GL-ACUM-CONTA OCCURS 7 TIMES.
             10 WS-GL-ACUM-VALOR OCCURS 4 TIMES
                                      PIC 9(11)V99 VALUE ZEROS.
          05 WS-GL-ACUM-INSS-RETIDO OCCURS 4 TIMES
                                      PIC 9(11)V99 VALUE ZEROS.
          05 WS-GL-ACUM-RUBRICA-DEB OCCURS 4 TIMES
                                      PIC 9(11)V99 VALUE ZEROS.
          05 WS-GL-ACUM-RUBRICA-CRED OCCURS 4 TIMES
                                      PIC 9(11)V99 VALUE ZEROS.
          05 WS-GL-ACUM-PROV-DEB OCCURS 4 TIMES
                                      PIC 9(11)V99 VALUE ZEROS.
          05 WS-GL-ACUM-PROV-CRED OCCURS 4 TIMES
                                      PIC 9(11)V99 VALUE ZEROS.

       01 WS-ENCARGOS-CONTROLE.
          05 WS-ALIQ-INSS-PATRONAL  PIC 9V9999 VALUE 0,2000.
          05 WS-INSS-PATRONAL       PIC 9(07)V99 VALUE ZEROS.
          05 WS-FGTS                PIC 9(07)V99 VALUE ZEROS.
          05 WS-TOTAL-ENCARGOS-FUNC PIC 9(07)V99 VALUE ZEROS.
          05 WS-BASE-ENCARGOS       PIC 9(07)V99 VALUE ZEROS.

       01 WS-LINHA-FGTS.
          05 WS-FGT-MATRICULA       PIC 9(06).
          05 WS-RECON-MOEDA-SUB     PIC 9 VALUE ZEROS.
          05 WS-RECON-GL-TOTAL      PIC 9(11)V99 VALUE ZEROS.
          05 WS-RECON-REG-TOTAL     PIC 9(11)V99 VALUE ZEROS.
          05 WS-RECON-INSS-RETIDO   PIC 9(11)V99 VALUE ZEROS.
          05 WS-RECON-CREDITO       PIC 9(11)V99 VALUE ZEROS.
          05 WS-RECON-RUBRICA-DEB   PIC 9(11)V99 VALUE ZEROS.
          05 WS-RECON-DESC-VARIAVEIS PIC 9(11)V99 VALUE ZEROS.
          05 WS-RECON-PROV-DEB      PIC 9(11)V99 VALUE ZEROS.
          05 WS-RECON-PROV-CRED     PIC 9(11)V99 VALUE ZEROS.
          05 WS-CONTA-PROVISAO-SW   PIC X VALUE 'N'.
             88 WS-CONTA-PROVISAO        VALUE 'S'.
          05 WS-RECON-ERRO-SW       PIC X VALUE 'N'.
             88 WS-RECON-DESBALANCEADO    VALUE 'S'.

             88 WS-PERCTL-EOF            VALUE 'S'.
          05 WS-COMP-FECHADA-SW     PIC X VALUE 'N'.
             88 WS-COMP-FECHADA          VALUE 'S'.
          05 WS-ANO-ENCERRADO-SW    PIC X VALUE 'N'.
             88 WS-ANO-ENCERRADO         VALUE 'S'.
          05 WS-REPROCESSO-SW       PIC X VALUE 'N'.
             88 WS-REPROCESSO            VALUE 'S'.
          05 WS-QTD-COMP-FECHADAS   PIC 9(03) VALUE ZEROS.
          05 WS-MAX-COMP-FECHADAS   PIC 9(03) VALUE 200.
          05 WS-COMP-FEC-SUB        PIC 9(03) VALUE ZEROS.

      * COMPETENCIAS DA FOLHA MENSAL JA FECHADAS NO PERCTL PARA
      * A EMPRESA DA EXECUCAO (CONSULTADAS NOS LANCAMENTOS
      * VARIAVEIS DE OUTRA COMPETENCIA).
       01 WS-COMP-FECHADAS-TAB.
          05 WS-COMP-FECHADA-ENT OCCURS 200 TIMES PIC X(07).

       01 WS-LINHA-PERCTL.
          05 WS-PCT-COMPETENCIA     PIC X(07).
          05 WS-CCUSTO-CODIGO-BUSCA PIC X(04) VALUE SPACES.
          05 WS-DEPTO-SUB           PIC 9(02) VALUE ZEROS.
          05 WS-DEPTO-MOEDA-SUB     PIC 9 VALUE ZEROS.
          05 WS-DEPTO-MOVIMENTO-SW  PIC X VALUE 'N'.
             88 WS-DEPTO-COM-MOVIMENTO   VALUE 'S'.

      * RATEIO DO FUNCIONARIO CORRENTE ENTRE CENTROS DE CUSTO.
      * WS-RAT-DEPTO-SUB E A OCORRENCIA DO CENTRO NA CCUSTAB E
      * WS-RAT-MAIOR A PARTICIPACAO QUE RECEBE O ARREDONDAMENTO.
       01 WS-RATEIO-CONTROLE.
          05 WS-RATEIO-STATUS       PIC X(02) VALUE SPACES.
          05 WS-RATEIO-ABERTO-SW    PIC X VALUE 'N'.
             88 WS-RATEIO-ABERTO         VALUE 'S'.
          05 WS-RATEIO-ATIVO-SW     PIC X VALUE 'N'.
             88 WS-RATEIO-ATIVO          VALUE 'S'.
          05 WS-RATEIO-VALIDO-SW    PIC X VALUE 'N'.
             88 WS-RATEIO-VALIDO         VALUE 'S'.
          05 WS-RAT-EOF-SW          PIC X VALUE 'N'.
             88 WS-RAT-EOF               VALUE 'S'.
          05 WS-RAT-MOTIVO          PIC X(35) VALUE SPACES.
          05 WS-RAT-CCUSTO-ERRO     PIC X(04) VALUE SPACES.
          05 WS-RAT-ENT-SUB         PIC 9(01) VALUE ZEROS.
          05 WS-RAT-SUB             PIC 9(01) VALUE ZEROS.
          05 WS-RAT-QTD             PIC 9(01) VALUE ZEROS.
          05 WS-RAT-MAIOR           PIC 9(01) VALUE ZEROS.
          05 WS-RAT-SOMA-PERCENTUAL PIC 9(04)V99 VALUE ZEROS.
          05 WS-RAT-VALOR-TOTAL     PIC 9(13)V99 VALUE ZEROS.
          05 WS-RAT-SOMA-PARCELAS   PIC 9(13)V99 VALUE ZEROS.
          05 WS-QTD-RATEIO-VALIDOS  PIC 9(06) VALUE ZEROS.
          05 WS-QTD-RATEIO-RECUSADOS PIC 9(06) VALUE ZEROS.
          05 WS-QTD-RATEADOS        PIC 9(06) VALUE ZEROS.
          05 WS-RAT-PARTICIPACAO OCCURS 5 TIMES.
             10 WS-RAT-CCUSTO       PIC X(04).
             10 WS-RAT-DEPTO-SUB    PIC 9(02).
             10 WS-RAT-PERCENTUAL   PIC 9(03)V99.
             10 WS-RAT-PARCELA      PIC 9(13)V99.

       01 WS-DEPTO-ACUMULADORES.
          05 WS-DEPTO-ACUM OCCURS 20 TIMES.
          05 WS-YTD-ABERTO-SW       PIC X VALUE 'N'.
             88 WS-YTD-ABERTO            VALUE 'S'.

       01 WS-PROVISAO-CONTROLE.
          05 WS-PROVSALD-STATUS     PIC X(02) VALUE SPACES.
          05 WS-PRVRPT-STATUS       PIC X(02) VALUE SPACES.
          05 WS-PROVSALD-ABERTO-SW  PIC X VALUE 'N'.
             88 WS-PROVSALD-ABERTO       VALUE 'S'.
          05 WS-PRV-EXISTE-SW       PIC X VALUE 'N'.
             88 WS-PRV-EXISTE            VALUE 'S'.
          05 WS-PRV-EOF-SW          PIC X VALUE 'N'.
             88 WS-PRV-EOF               VALUE 'S'.
          05 WS-PRV-SUB             PIC 9(01) VALUE ZEROS.
          05 WS-PRV-SUB-INI         PIC 9(01) VALUE ZEROS.
          05 WS-PRV-SUB-FIM         PIC 9(01) VALUE ZEROS.
          05 WS-PRV-MOEDA-SUB       PIC 9(01) VALUE ZEROS.
          05 WS-PRV-DEPTO-SUB       PIC 9(02) VALUE ZEROS.
          05 WS-PRV-DEPTO-TOTAL     PIC 9(02) VALUE 21.
          05 WS-PRV-BASE            PIC 9(07)V99 VALUE ZEROS.
          05 WS-PRV-CALC            PIC S9(09)V99 VALUE ZEROS.
          05 WS-PRV-MOVIMENTO OCCURS 4 TIMES
                                    PIC 9(09)V99 VALUE ZEROS.
          05 WS-QTD-PRV-PROVISIONADOS PIC 9(06) VALUE ZEROS.
          05 WS-QTD-PRV-REVERTIDOS  PIC 9(06) VALUE ZEROS.
          05 WS-QTD-PRV-IGNORADOS   PIC 9(06) VALUE ZEROS.
          05 WS-QTD-PRV-SEM-CCUSTO  PIC 9(06) VALUE ZEROS.

      * POSICAO DAS PROVISOES POR DEPARTAMENTO (OCORRENCIAS DA
      * CCUSTAB) E MOEDA; A OCORRENCIA 21 E O TOTAL GERAL.
       01 WS-PRV-ACUMULADORES.
          05 WS-PRV-ACUM-DEPTO OCCURS 21 TIMES.
             10 WS-PRV-ACUM-MOEDA OCCURS 4 TIMES.
                15 WS-PRV-ACUM-COMP OCCURS 4 TIMES.
                   20 WS-PRV-ACUM-INICIAL  PIC 9(11)V99.
                   20 WS-PRV-ACUM-PROVISAO PIC 9(11)V99.
                   20 WS-PRV-ACUM-REVERSAO PIC 9(11)V99.
                   20 WS-PRV-ACUM-FINAL    PIC 9(11)V99.

       01 WS-PRV-NOMES-COMPONENTE.
          05 FILLER                 PIC X(12) VALUE '13O SALARIO'.
          05 FILLER                 PIC X(12) VALUE 'ENCARGOS 13O'.
          05 FILLER                 PIC X(12) VALUE 'FERIAS + 1/3'.
          05 FILLER                 PIC X(12) VALUE 'ENCARG FERIA'.
       01 WS-PRV-NOMES-TAB REDEFINES WS-PRV-NOMES-COMPONENTE.
          05 WS-PRV-NOME-COMPONENTE OCCURS 4 TIMES PIC X(12).

       01 WS-CABECALHO-PROVISAO.
          05 FILLER                PIC X(38) VALUE
             'POSICAO DAS PROVISOES DE 13O E FERIAS'.
          05 FILLER                PIC X(06) VALUE 'DATA: '.
          05 WS-PRR-CAB-DATA       PIC 99/99/9999.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 FILLER                PIC X(06) VALUE 'COMP: '.
          05 WS-PRR-CAB-COMP       PIC X(07).
          05 FILLER                PIC X(06) VALUE ' EMP: '.
          05 WS-PRR-CAB-EMPRESA    PIC X(02).

       01 WS-PRR-COLUNAS.
          05 FILLER                PIC X(26) VALUE
             'CCUS DEPARTAMENTO'.
          05 FILLER                PIC X(17) VALUE
             'MOE COMPONENTE'.
          05 FILLER                PIC X(14) VALUE
             'SALDO INICIAL'.
          05 FILLER                PIC X(14) VALUE
             '     PROVISAO'.
          05 FILLER                PIC X(14) VALUE
             '     REVERSAO'.
          05 FILLER                PIC X(14) VALUE
             '  SALDO FINAL'.

       01 WS-PRR-LINHA.
          05 WS-PRR-CCUSTO         PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-PRR-NOME           PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-PRR-MOEDA          PIC X(03).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-PRR-COMPONENTE     PIC X(12).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-PRR-INICIAL        PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-PRR-PROVISAO       PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-PRR-REVERSAO       PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-PRR-FINAL          PIC ZZ.ZZZ.ZZ9,99.

       01 WS-RECORRENTES-CONTROLE.
          05 WS-DEDFILE-STATUS      PIC X(02) VALUE SPACES.
          05 WS-DED-EOF-SW          PIC X VALUE 'N'.
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 WS-CHQ-ITEM-VALOR      PIC ZZZ.ZZ9,99.

       01 WS-LANCAMENTOS-CONTROLE.
          05 WS-LANCVAR-STATUS      PIC X(02) VALUE SPACES.
          05 WS-LANEXC-STATUS       PIC X(02) VALUE SPACES.
          05 WS-LAN-EOF-SW          PIC X VALUE 'N'.
             88 WS-LAN-EOF               VALUE 'S'.
          05 WS-LANCVAR-ABERTO-SW   PIC X VALUE 'N'.
             88 WS-LANCVAR-ABERTO        VALUE 'S'.
          05 WS-LANEXC-ABERTO-SW    PIC X VALUE 'N'.
             88 WS-LANEXC-ABERTO         VALUE 'S'.
          05 WS-LAN-COMP-FECHADA-SW PIC X VALUE 'N'.
             88 WS-LAN-COMP-FECHADA      VALUE 'S'.
          05 WS-QTD-LAN-FUNC        PIC 9(02) VALUE ZEROS.
          05 WS-MAX-LAN-FUNC        PIC 9(02) VALUE 10.
          05 WS-LAN-SUB             PIC 9(02) VALUE ZEROS.
          05 WS-LAN-TIPO-IMPRESSAO  PIC X(01) VALUE SPACES.
          05 WS-LAN-TOT-PROVENTOS   PIC 9(07)V99 VALUE ZEROS.
          05 WS-LAN-TOT-DESCONTOS   PIC 9(07)V99 VALUE ZEROS.
          05 WS-LAN-PROV-SEM-IRRF   PIC 9(07)V99 VALUE ZEROS.
          05 WS-LAN-PROV-SEM-ENC    PIC 9(07)V99 VALUE ZEROS.
          05 WS-LAN-DESC-COM-IRRF   PIC 9(07)V99 VALUE ZEROS.
          05 WS-LAN-DESC-COM-ENC    PIC 9(07)V99 VALUE ZEROS.
          05 WS-QTD-LAN-APLICADOS   PIC 9(06) VALUE ZEROS.
          05 WS-QTD-LAN-EXCECOES    PIC 9(06) VALUE ZEROS.
          05 WS-LAN-MATRIC-ANTERIOR PIC 9(06) VALUE ZEROS.
          05 WS-LAN-FORA-SEQ-SW     PIC X VALUE 'N'.
             88 WS-LAN-FORA-DE-SEQUENCIA  VALUE 'S'.

       01 WS-LANCAMENTOS-DO-FUNC.
          05 WS-LAN-FUNC OCCURS 10 TIMES.
             10 WS-LAN-CODIGO       PIC X(03).
             10 WS-LAN-DESCRICAO    PIC X(20).
             10 WS-LAN-TIPO         PIC X(01).
             10 WS-LAN-CONTA        PIC X(10).
             10 WS-LAN-VALOR-FUNC   PIC 9(07)V99.

       01 WS-CABECALHO-LANEXC.
          05 FILLER                PIC X(37) VALUE
             'LANCAMENTOS VARIAVEIS NAO APLICADOS '.
          05 FILLER                PIC X(06) VALUE 'COMP: '.
          05 WS-LEX-CAB-COMP       PIC X(07).
          05 FILLER                PIC X(06) VALUE ' EMP: '.
          05 WS-LEX-CAB-EMPRESA    PIC X(02).

       01 WS-LINHA-LANEXC.
          05 WS-LEX-MATRICULA      PIC 9(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LEX-COMPETENCIA    PIC X(07).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LEX-RUBRICA        PIC X(03).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LEX-VALOR          PIC X(08).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LEX-MOTIVO         PIC X(35).

       01 WS-MESTRE-CONTROLE.
          05 WS-EMPMAST-STATUS      PIC X(02) VALUE SPACES.
          05 WS-MESTRE-AUSENTE-SW   PIC X VALUE 'N'.
          05 WS-RESC-BCO-ABERTO-SW  PIC X VALUE 'N'.
             88 WS-RESC-BCO-ABERTO       VALUE 'S'.

      * DATA DE ADMISSAO DO FUNCIONARIO CONTRA A COMPETENCIA:
      * ADMITIDO NO MES RECEBE PRO-RATA; APOS A COMPETENCIA, FICA
      * FORA DA FOLHA.
       01 WS-ADMISSAO-CONTROLE.
          05 WS-ADM-DATA            PIC 9(08) VALUE ZEROS.
          05 WS-ADM-DATA-R          REDEFINES WS-ADM-DATA.
             10 WS-ADM-AAAA         PIC 9(04).
             10 WS-ADM-MM           PIC 9(02).
             10 WS-ADM-DD           PIC 9(02).
          05 WS-ADM-DATA-DDMMAAAA.
             10 WS-ADM-ED-DD        PIC 9(02).
             10 WS-ADM-ED-MM        PIC 9(02).
             10 WS-ADM-ED-AAAA      PIC 9(04).
          05 WS-ADM-DATA-ED-9       REDEFINES WS-ADM-DATA-DDMMAAAA
                                    PIC 9(08).
          05 WS-ADMISSAO-SITUACAO-SW PIC X VALUE 'N'.
             88 WS-ADMISSAO-ANTERIOR     VALUE 'N'.
             88 WS-ADMISSAO-NO-MES       VALUE 'M'.
             88 WS-ADMISSAO-POSTERIOR    VALUE 'P'.
          05 WS-ADM-PRO-RATA-SW     PIC X VALUE 'N'.
             88 WS-ADM-PRO-RATA          VALUE 'S'.
          05 WS-ADM-VALIDA-SW       PIC X VALUE 'N'.
             88 WS-ADM-VALIDA            VALUE 'S'.
          05 WS-QTD-NAO-ADMITIDOS   PIC 9(06) VALUE ZEROS.

       01 WS-HISTORICO-ALTERACAO.
          05 WS-ALTCAD-STATUS       PIC X(02) VALUE SPACES.
          05 WS-ALT-ORIGEM          PIC X(08) VALUE SPACES.
          05 WS-ALT-DATA            PIC 9(08) VALUE ZEROS.
          05 WS-ALT-HORA-SISTEMA.
             10 WS-ALT-HORA-SIS     PIC 9(06).
             10 FILLER              PIC 9(02).
          05 WS-ALT-USUARIO         PIC X(08) VALUE SPACES.
          05 WS-ALT-MATRICULA       PIC 9(06) VALUE ZEROS.
          05 WS-ALT-EMPRESA         PIC X(02) VALUE SPACES.
          05 WS-ALT-CAMPO           PIC X(12) VALUE SPACES.
          05 WS-ALT-ANTERIOR        PIC X(20) VALUE SPACES.
          05 WS-ALT-NOVO            PIC X(20) VALUE SPACES.
          05 WS-ALT-VALOR-ED        PIC ZZZ.ZZ9,99.
          05 WS-ALT-STATUS-ANTERIOR PIC X(01) VALUE SPACES.
          05 WS-ALT-DESLIG-ANTERIOR PIC 9(08) VALUE ZEROS.
          05 WS-QTD-ALT-GRAVADAS    PIC 9(06) VALUE ZEROS.

       01 WS-CHQ-LINHA-ADMISSAO.
          05 FILLER                 PIC X(19) VALUE
             'DATA ADMISSAO....: '.
          05 WS-CHQ-ADM-DATA-ED     PIC 99/99/9999.
          05 FILLER                 PIC X(03) VALUE SPACES.
          05 FILLER                 PIC X(18) VALUE
             'DIAS TRABALHADOS: '.
          05 WS-CHQ-ADM-DIAS        PIC Z9.

       01 WS-RSC-LINHA-DESLIG.
          05 FILLER                 PIC X(19) VALUE
             'DATA DESLIGAMENTO: '.
          05 WS-LOGM-NOME           PIC X(20).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-LOGM-MENSAGEM       PIC X(40).
          05 FILLER                 PIC X VALUE SPACE.
          05 WS-LOGM-DATA           PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           UNSTRING WS-PARAMETRO-EXECUCAO DELIMITED BY ALL SPACES
               INTO WS-PARM-MODO WS-PARM-ARG1 WS-PARM-ARG2
                    WS-PARM-ARG3 WS-PARM-ARG4
           ACCEPT WS-LOG-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO WS-LOG-HORA-INICIO
           MOVE WS-PARM-MODO         TO WS-LOG-MODO
           MOVE SPACES               TO WS-COMPETENCIA-X
           EVALUATE TRUE
               WHEN WS-PARM-MODO = 'MANUT'
                   SET WS-MODO-MANUTENCAO TO TRUE
                   PERFORM 0500-VALIDA-MESTRE
                   PERFORM 5000-EXECUTA-MANUTENCAO
               WHEN WS-PARM-MODO = 'CONSULTA'
                   SET WS-LOG-DESATIVADO TO TRUE
                   PERFORM 6000-CONSULTA-FUNCIONARIO
               WHEN WS-PARM-MODO = 'COMPLEM'
                   SET WS-COMPLEMENTAR TO TRUE
                   PERFORM 2000-PROCESSA-FUNCIONARIO UNTIL WS-EOF
                   PERFORM 9000-FINALIZA
               WHEN OTHER
                   MOVE 'FOLHA'      TO WS-LOG-MODO
                   MOVE WS-PARM-MODO TO WS-PARM-COMPETENCIA
                   MOVE WS-PARM-ARG1 TO WS-PARM-REPROC
                   PERFORM 1400-VALIDA-EMPRESA
                   PERFORM 2000-PROCESSA-FUNCIONARIO UNTIL WS-EOF
                   PERFORM 9000-FINALIZA
           END-EVALUATE
           IF NOT WS-LOG-DESATIVADO
              PERFORM 9700-ENCERRA-EXECUCAO
           END-IF
           STOP RUN.

      **************CONTROLE DE COMPETENCIA**********************
                      WS-PARM-COMPETENCIA
              DISPLAY 'USO: MM/AAAA [REPROC] OU SIMULA MM/AAAA'
                      ' OU 13SAL1/13SAL2/FERIAS MM/AAAA'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF

           MOVE WS-COMP-MM-9         TO WS-AVOS-13SAL
           END-IF

           PERFORM 1060-CONSULTA-PERIODO-FECHADO
           IF WS-ANO-ENCERRADO
              DISPLAY 'ANO ' WS-COMP-AAAA ' ENCERRADO PARA A EMPRESA '
                      WS-PARM-EMPRESA ' - EXECUCAO RECUSADA'
              MOVE 08                TO WS-LOG-RC
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           IF WS-COMP-FECHADA
              EVALUATE TRUE
                  WHEN WS-SIMULACAO
                      DISPLAY 'COMPETENCIA ' WS-COMPETENCIA-X
                              ' JA FECHADA - EXECUCAO RECUSADA'
                      DISPLAY 'INFORME REPROC PARA REPROCESSAR'
                      MOVE 08        TO WS-LOG-RC
                      PERFORM 9750-CANCELA-EXECUCAO
              END-EVALUATE
           END-IF

           IF WS-PERCTL-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR CONTROLE DE PERIODO - STATUS: '
                      WS-PERCTL-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-PERCTL-EOF-SW
           PERFORM 1070-LE-PERIODO UNTIL WS-PERCTL-EOF
                                   WS-EMPRESA-PADRAO))
                      SET WS-COMP-FECHADA TO TRUE
                   END-IF
                   IF PCT-TIPO-FOLHA = 'ANUAL '
                      AND PCT-COMPETENCIA(4:4) = WS-COMP-AAAA
                      AND (PCT-EMPRESA = WS-PARM-EMPRESA
                           OR (PCT-EMPRESA = SPACES
                               AND WS-PARM-EMPRESA =
                                   WS-EMPRESA-PADRAO))
                      SET WS-ANO-ENCERRADO TO TRUE
                   END-IF
                   IF (PCT-TIPO-FOLHA = 'FOLHA '
                       OR PCT-TIPO-FOLHA = SPACES)
                      AND (PCT-EMPRESA = WS-PARM-EMPRESA
                           OR (PCT-EMPRESA = SPACES
                               AND WS-PARM-EMPRESA =
                                   WS-EMPRESA-PADRAO))
                      AND WS-QTD-COMP-FECHADAS < WS-MAX-COMP-FECHADAS
                      ADD 1          TO WS-QTD-COMP-FECHADAS
                      MOVE PCT-COMPETENCIA TO
                           WS-COMP-FECHADA-ENT(WS-QTD-COMP-FECHADAS)
                   END-IF
           END-READ.

      **************EDICAO DE INTEGRIDADE DO MESTRE*************
              ELSE
                 DISPLAY 'ERRO AO ABRIR ARQUIVO MESTRE - STATUS: '
                         WS-EMPMAST-STATUS
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
           END-IF
           OPEN OUTPUT MASTER-EDIT-REPORT
              DISPLAY 'ARQUIVO MESTRE COM ERROS DE INTEGRIDADE: '
                      WS-EDIT-QTD-ERROS
              DISPLAY 'PROCESSAMENTO CANCELADO - VER MSTREDIT.RPT'
              MOVE 08                TO WS-LOG-RC
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF.

       0510-LE-MESTRE-EDICAO.
              ELSE
                 SET WS-PON-EOF     TO TRUE
              END-IF
              OPEN INPUT  VARIABLE-EVENT-FILE
              IF WS-LANCVAR-STATUS = '00'
                 SET WS-LANCVAR-ABERTO TO TRUE
                 PERFORM 1395-CARREGA-RUBTAB
                 PERFORM 2023-LE-LANCAMENTO
              ELSE
                 SET WS-LAN-EOF     TO TRUE
              END-IF
           ELSE
              SET WS-DED-EOF        TO TRUE
              SET WS-PON-EOF        TO TRUE
              SET WS-LAN-EOF        TO TRUE
           END-IF
           PERFORM 1250-ABRE-DEPENDENTES
           PERFORM 1270-ABRE-RATEIO
           IF WS-RATEIO-ABERTO
              PERFORM 1275-VALIDA-RATEIOS
           END-IF
           IF NOT WS-SIMULACAO
              OPEN I-O YTD-FILE
                 DISPLAY 'ACUMULADO ANUAL INDISPONIVEL - STATUS: '
                         WS-YTD-STATUS
              END-IF
              PERFORM 1260-ABRE-PROVISAO
           END-IF
           ACCEPT WS-AUDIT-USUARIO FROM ENVIRONMENT "USER"
           ACCEPT WS-AUDIT-HORA-SISTEMA FROM TIME
           MOVE WS-DATA-DDMMAAAA    TO WS-DATA-EDITADA
           PERFORM 1100-VERIFICA-CHECKPOINT
           PERFORM 1150-ABRE-ARQUIVOS-SAIDA
           PERFORM 1180-ABRE-EXCECOES-LANCAMENTO
           PERFORM 1200-ABRE-AUDITORIA

           IF WS-REINICIO-ATIVO
                      OR PON-MATRICULA > WS-CKPT-ULTIMA-MATRIC
                 PERFORM 2043-LE-APONTAMENTO
              END-PERFORM
              PERFORM UNTIL WS-LAN-EOF
                      OR LAN-MATRICULA > WS-CKPT-ULTIMA-MATRIC
                 PERFORM 2023-LE-LANCAMENTO
              END-PERFORM
           END-IF

           IF NOT WS-EOF
           COMPUTE WS-COMP-AAAAMM =
                   (WS-COMP-AAAA-9 * 100) + WS-COMP-MM-9
           PERFORM 1310-CARREGA-TAXTAB
           PERFORM 1390-CARREGA-INSSTAB
           PERFORM 1330-CARREGA-MOEDATAB
           PERFORM 1350-CARREGA-CCUSTAB.

           IF WS-TAXTAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR TAXTAB.DAT - STATUS: '
                      WS-TAXTAB-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-TAB-EOF-SW
           PERFORM 1315-LE-TAXTAB
              DISPLAY 'NENHUMA VIGENCIA DE TAXTAB.DAT COBRE A'
                      ' COMPETENCIA ' WS-COMPETENCIA-X
                      ' - EXECUCAO CANCELADA'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF.

       1315-LE-TAXTAB.
                 MOVE TAB-TAX-LIMITE TO WS-TAX-LIMITE(WS-TAX-IDX)
                 MOVE TAB-TAX-ALIQUOTA
                                     TO WS-TAX-ALIQUOTA(WS-TAX-IDX)
                 IF TAB-TAX-DEDUCAO NUMERIC
                    MOVE TAB-TAX-DEDUCAO
                                     TO WS-TAX-DEDUCAO(WS-TAX-IDX)
                 END-IF
              END-IF
           END-IF
           PERFORM 1315-LE-TAXTAB.
           IF WS-MOEDTAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR MOEDATAB.DAT - STATUS: '
                      WS-MOEDTAB-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-TAB-EOF-SW
           PERFORM 1335-LE-MOEDATAB
              DISPLAY 'NENHUMA VIGENCIA DE MOEDATAB.DAT COBRE A'
                      ' COMPETENCIA ' WS-COMPETENCIA-X
                      ' - EXECUCAO CANCELADA'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF.

       1335-LE-MOEDATAB.
           IF WS-CCUSTAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR CCUSTAB.DAT - STATUS: '
                      WS-CCUSTAB-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-TAB-EOF-SW
           PERFORM 1355-LE-CCUSTAB
              DISPLAY 'NENHUMA VIGENCIA DE CCUSTAB.DAT COBRE A'
                      ' COMPETENCIA ' WS-COMPETENCIA-X
                      ' - EXECUCAO CANCELADA'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF.

       1355-LE-CCUSTAB.
           END-IF
           PERFORM 1355-LE-CCUSTAB.

       1390-CARREGA-INSSTAB.
           MOVE ZEROS                TO WS-INSS-TABLE
           OPEN INPUT INSS-TABLE-FILE
           IF WS-INSSTAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR INSSTAB.DAT - STATUS: '
                      WS-INSSTAB-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-TAB-EOF-SW
           PERFORM 1392-LE-INSSTAB
           PERFORM 1394-SELECIONA-INSSTAB UNTIL WS-TAB-EOF
           CLOSE INSS-TABLE-FILE
           IF WS-QTD-INSS-FAIXAS = ZEROS
              DISPLAY 'NENHUMA VIGENCIA DE INSSTAB.DAT COBRE A'
                      ' COMPETENCIA ' WS-COMPETENCIA-X
                      ' - EXECUCAO CANCELADA'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF.

       1392-LE-INSSTAB.
           READ INSS-TABLE-FILE
               AT END
                   SET WS-TAB-EOF TO TRUE
           END-READ.

       1394-SELECIONA-INSSTAB.
           IF TAB-INS-VIG-INI NUMERIC
              AND TAB-INS-VIG-FIM NUMERIC
              AND TAB-INS-VIG-INI <= WS-COMP-AAAAMM
              AND TAB-INS-VIG-FIM >= WS-COMP-AAAAMM
              IF WS-QTD-INSS-FAIXAS >= WS-MAX-INSS-FAIXAS
                 DISPLAY 'LIMITE DE FAIXAS DE INSSTAB EXCEDIDO'
                         ' - FAIXA IGNORADA'
              ELSE
                 ADD 1               TO WS-QTD-INSS-FAIXAS
                 SET WS-INSS-IDX     TO WS-QTD-INSS-FAIXAS
                 MOVE TAB-INS-LIMITE TO WS-INSS-LIMITE(WS-INSS-IDX)
                 MOVE TAB-INS-ALIQUOTA
                                     TO WS-INSS-ALIQUOTA(WS-INSS-IDX)
              END-IF
           END-IF
           PERFORM 1392-LE-INSSTAB.

      * A RUBTAB SO E CARREGADA QUANDO HA ARQUIVO DE LANCAMENTOS
      * VARIAVEIS NA FOLHA MENSAL.
       1395-CARREGA-RUBTAB.
           MOVE SPACES               TO WS-RUBRICA-TABELA
           MOVE ZEROS                TO WS-QTD-RUBRICAS
           OPEN INPUT RUBRICA-TABLE-FILE
           IF WS-RUBTAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR RUBTAB.DAT - STATUS: '
                      WS-RUBTAB-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-TAB-EOF-SW
           PERFORM 1396-LE-RUBTAB
           PERFORM 1397-SELECIONA-RUBTAB UNTIL WS-TAB-EOF
           CLOSE RUBRICA-TABLE-FILE.

       1396-LE-RUBTAB.
           READ RUBRICA-TABLE-FILE
               AT END
                   SET WS-TAB-EOF TO TRUE
           END-READ.

       1397-SELECIONA-RUBTAB.
           IF TAB-RUB-VIG-INI NUMERIC
              AND TAB-RUB-VIG-FIM NUMERIC
              AND TAB-RUB-VIG-INI <= WS-COMP-AAAAMM
              AND TAB-RUB-VIG-FIM >= WS-COMP-AAAAMM
              IF TAB-RUB-CODIGO = SPACES
                 OR TAB-RUB-CONTA = SPACES
                 OR (TAB-RUB-TIPO NOT = 'P' AND NOT = 'D')
                 OR (TAB-RUB-INCIDE-IRRF NOT = 'S' AND NOT = 'N')
                 OR (TAB-RUB-INCIDE-ENC NOT = 'S' AND NOT = 'N')
                 DISPLAY 'RUBRICA INVALIDA IGNORADA NA RUBTAB: '
                         TAB-RUB-CODIGO
              ELSE
                 IF WS-QTD-RUBRICAS >= WS-MAX-RUBRICAS
                    DISPLAY 'LIMITE DE RUBRICAS EXCEDIDO'
                            ' - RUBRICA IGNORADA: ' TAB-RUB-CODIGO
                 ELSE
                    ADD 1            TO WS-QTD-RUBRICAS
                    SET WS-RUBRICA-IDX TO WS-QTD-RUBRICAS
                    MOVE TAB-RUB-CODIGO
                                  TO WS-RUBRICA-CODIGO(WS-RUBRICA-IDX)
                    MOVE TAB-RUB-DESCRICAO
                               TO WS-RUBRICA-DESCRICAO(WS-RUBRICA-IDX)
                    MOVE TAB-RUB-TIPO
                                  TO WS-RUBRICA-TIPO(WS-RUBRICA-IDX)
                    MOVE TAB-RUB-INCIDE-IRRF
                            TO WS-RUBRICA-INCIDE-IRRF(WS-RUBRICA-IDX)
                    MOVE TAB-RUB-INCIDE-ENC
                             TO WS-RUBRICA-INCIDE-ENC(WS-RUBRICA-IDX)
                    MOVE TAB-RUB-CONTA
                                  TO WS-RUBRICA-CONTA(WS-RUBRICA-IDX)
                 END-IF
              END-IF
           END-IF
           PERFORM 1396-LE-RUBTAB.

      **************AVOS DO 13O SALARIO PELO HISTORICO***********
       1500-CARREGA-AVOS-13SAL.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-EMPTAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR EMPTAB.DAT - STATUS: '
                      WS-EMPTAB-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-TAB-EOF-SW
           PERFORM 1375-LE-EMPTAB
           IF WS-QTD-EMPRESAS = ZEROS
              DISPLAY 'TABELA DE EMPRESAS VAZIA - EXECUCAO'
                      ' CANCELADA'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           SET WS-EMPTAB-CARREGADA   TO TRUE.

           PERFORM 1380-BUSCA-EMPRESA
           IF WS-EMPRESA-IDX-ATUAL = ZEROS
              DISPLAY 'EMPRESA INVALIDA: ' WS-PARM-EMPRESA
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           SET WS-EMPRESA-IDX TO WS-EMPRESA-IDX-ATUAL
           MOVE WS-EMPRESA-NOME(WS-EMPRESA-IDX)
                    IF WS-YTD-ABERTO
                       CLOSE YTD-FILE
                    END-IF
                    IF WS-PROVSALD-ABERTO
                       CLOSE PROVISION-FILE
                    END-IF
                    IF WS-RATEIO-ABERTO
                       CLOSE ALLOCATION-FILE
                    END-IF
                    MOVE 08          TO WS-LOG-RC
                    PERFORM 9750-CANCELA-EXECUCAO
                 END-IF
                 SET WS-REINICIO-ATIVO TO TRUE
                 DISPLAY 'REINICIANDO PROCESSAMENTO APOS MATRICULA: '
           END-IF
           PERFORM 1165-LE-REJFILE-ANTIGO.

      * NA COMPLEMENTAR E NA RETOMADA A LISTAGEM DE LANCAMENTOS NAO
      * APLICADOS E ESTENDIDA, PRESERVANDO O QUE A EXECUCAO
      * ORIGINAL JA LISTOU.
       1180-ABRE-EXCECOES-LANCAMENTO.
           IF NOT WS-LANCVAR-ABERTO
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-SIMULACAO
              AND (WS-COMPLEMENTAR OR WS-REINICIO-ATIVO)
              OPEN EXTEND EVENT-EXCEPTION-REPORT
              IF WS-LANEXC-STATUS = '00'
                 SET WS-LANEXC-ABERTO TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           OPEN OUTPUT EVENT-EXCEPTION-REPORT
           IF WS-LANEXC-STATUS NOT = '00'
              DISPLAY 'LISTAGEM DE LANCAMENTOS NAO APLICADOS'
                      ' INDISPONIVEL - STATUS: ' WS-LANEXC-STATUS
              EXIT PARAGRAPH
           END-IF
           SET WS-LANEXC-ABERTO      TO TRUE
           IF WS-SIMULACAO
              WRITE LEX-LINE FROM WS-MARCA-SIMULACAO
           END-IF
           MOVE WS-COMPETENCIA-X     TO WS-LEX-CAB-COMP
           MOVE WS-PARM-EMPRESA      TO WS-LEX-CAB-EMPRESA
           WRITE LEX-LINE FROM WS-CABECALHO-LANEXC.

       1200-ABRE-AUDITORIA.
           IF WS-SIMULACAO
              EXIT PARAGRAPH
              OPEN EXTEND AUDIT-TRAIL-FILE
           END-IF.

      * HISTORICO DE ALTERACOES CADASTRAIS: SOMENTE ANEXADO; DATA,
      * HORA E USUARIO DA EXECUCAO CARIMBADOS EM CADA REGISTRO
       1210-ABRE-HISTORICO-CADASTRO.
           ACCEPT WS-ALT-DATA        FROM DATE YYYYMMDD
           ACCEPT WS-ALT-HORA-SISTEMA FROM TIME
           ACCEPT WS-ALT-USUARIO     FROM ENVIRONMENT "USER"
           OPEN EXTEND CHANGE-HISTORY-FILE
           IF WS-ALTCAD-STATUS = '35'
              OPEN OUTPUT CHANGE-HISTORY-FILE
              CLOSE CHANGE-HISTORY-FILE
              OPEN EXTEND CHANGE-HISTORY-FILE
           END-IF
           IF WS-ALTCAD-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR HISTORICO DE ALTERACOES - '
                      'STATUS: ' WS-ALTCAD-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF.

       1250-ABRE-DEPENDENTES.
           OPEN INPUT DEPENDENT-FILE
           IF WS-DEPEND-STATUS = '00'
              SET WS-DEPEND-ABERTO   TO TRUE
           ELSE
              DISPLAY 'ARQUIVO DE DEPENDENTES INDISPONIVEL - STATUS: '
                      WS-DEPEND-STATUS
              DISPLAY 'IRRF CALCULADO SEM DEDUCAO POR DEPENDENTE'
           END-IF.

       1260-ABRE-PROVISAO.
           OPEN I-O PROVISION-FILE
           IF WS-PROVSALD-STATUS = '35'
              OPEN OUTPUT PROVISION-FILE
              CLOSE PROVISION-FILE
              OPEN I-O PROVISION-FILE
           END-IF
           IF WS-PROVSALD-STATUS = '00'
              SET WS-PROVSALD-ABERTO TO TRUE
           ELSE
              DISPLAY 'SALDO DE PROVISOES INDISPONIVEL - STATUS: '
                      WS-PROVSALD-STATUS
              DISPLAY 'PROVISAO DE 13O E FERIAS NAO ATUALIZADA'
           END-IF.

      * SEM O ARQUIVO RATEIO.DAT TODO O CUSTO FICA NO CENTRO DE
      * CUSTO DO CADASTRO.
       1270-ABRE-RATEIO.
           OPEN INPUT ALLOCATION-FILE
           IF WS-RATEIO-STATUS = '00'
              SET WS-RATEIO-ABERTO   TO TRUE
           ELSE
              IF WS-RATEIO-STATUS NOT = '35'
                 DISPLAY 'ARQUIVO DE RATEIO INDISPONIVEL - STATUS: '
                         WS-RATEIO-STATUS
                 DISPLAY 'CUSTO LANCADO NO CENTRO DE CUSTO DO'
                         ' CADASTRO'
              END-IF
           END-IF.

      * TODOS OS RATEIOS SAO CONFERIDOS CONTRA A CCUSTAB DA
      * COMPETENCIA ANTES DO PRIMEIRO FUNCIONARIO; O RATEIO
      * RECUSADO E IGNORADO NO PROCESSAMENTO.
       1275-VALIDA-RATEIOS.
           MOVE 'N'                  TO WS-RAT-EOF-SW
           MOVE ZEROS                TO RAT-MATRICULA
           START ALLOCATION-FILE KEY NOT LESS THAN RAT-MATRICULA
               INVALID KEY
                   SET WS-RAT-EOF    TO TRUE
           END-START
           PERFORM 1276-VALIDA-REGISTRO-RATEIO UNTIL WS-RAT-EOF
           DISPLAY 'RATEIOS DE CENTRO DE CUSTO VALIDOS: '
                   WS-QTD-RATEIO-VALIDOS
           IF WS-QTD-RATEIO-RECUSADOS > ZEROS
              DISPLAY 'RATEIOS RECUSADOS (CUSTO NO CENTRO DO'
                      ' CADASTRO): ' WS-QTD-RATEIO-RECUSADOS
           END-IF.

       1276-VALIDA-REGISTRO-RATEIO.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   SET WS-RAT-EOF    TO TRUE
                   EXIT PARAGRAPH
           END-READ
           PERFORM 2092-CONFERE-RATEIO
           IF WS-RATEIO-VALIDO
              ADD 1                  TO WS-QTD-RATEIO-VALIDOS
           ELSE
              ADD 1                  TO WS-QTD-RATEIO-RECUSADOS
              DISPLAY 'RATEIO RECUSADO - MATRICULA: ' RAT-MATRICULA
                      ' - ' WS-RAT-MOTIVO ' ' WS-RAT-CCUSTO-ERRO
           END-IF.

      **************MOSTRA DADOS************************
       2000-PROCESSA-FUNCIONARIO.
           PERFORM 2073-SINCRONIZA-RECORRENTES
           PERFORM 2041-SINCRONIZA-APONTAMENTO
           PERFORM 2022-SINCRONIZA-LANCAMENTOS
           IF EMP-REGISTRO-CONTROLE
              PERFORM 2100-LE-EMP-MASTER
              EXIT PARAGRAPH
              PERFORM 2100-LE-EMP-MASTER
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-LOG-QTD-LIDOS
           IF EMP-EXCLUIDO
              PERFORM 2074-DESCARTA-ITENS-FUNC
              MOVE 'FUNCIONARIO EXCLUIDO' TO WS-PNO-MOTIVO
              PERFORM 2042-DESCARTA-APONTAMENTO
              MOVE 'FUNCIONARIO EXCLUIDO' TO WS-LEX-MOTIVO
              PERFORM 2024-DESCARTA-LANCAMENTOS
              PERFORM 2100-LE-EMP-MASTER
              EXIT PARAGRAPH
           END-IF
           PERFORM 2057-VERIFICA-ADMISSAO
           IF WS-ADMISSAO-POSTERIOR
              ADD 1                  TO WS-QTD-NAO-ADMITIDOS
              DISPLAY 'ADMISSAO POSTERIOR A COMPETENCIA - FORA DA'
                      ' FOLHA: ' EMP-MATRICULA
              PERFORM 2074-DESCARTA-ITENS-FUNC
              MOVE 'ADMISSAO POSTERIOR A COMPETENCIA'
                                     TO WS-PNO-MOTIVO
              PERFORM 2042-DESCARTA-APONTAMENTO
              MOVE 'ADMISSAO POSTERIOR A COMPETENCIA'
                                     TO WS-LEX-MOTIVO
              PERFORM 2024-DESCARTA-LANCAMENTOS
              PERFORM 2100-LE-EMP-MASTER
              EXIT PARAGRAPH
           END-IF
                                     TO WS-PNO-MOTIVO
                   PERFORM 2042-DESCARTA-APONTAMENTO
                   PERFORM 2050-VALIDA-SALARIO
                   IF WS-SALARIO-VALIDO AND WS-FOLHA-MENSAL
                      AND WS-ADMISSAO-NO-MES
                      PERFORM 2058-PRO-RATA-ADMISSAO
                   END-IF
           END-EVALUATE

           IF WS-SALARIO-VALIDO AND NOT WS-FOLHA-MENSAL
           IF WS-SALARIO-VALIDO
              PERFORM 2090-VALIDA-CENTRO-CUSTO
           END-IF
           PERFORM 2091-OBTEM-RATEIO

           IF WS-SALARIO-VALIDO
              PERFORM 2020-CASA-LANCAMENTOS
           END-IF

           IF WS-SALARIO-VALIDO
              DISPLAY 'NOME: '        WRK-NOME

              PERFORM 2075-CALCULA-IMPOSTO
              PERFORM 2076-APLICA-RECORRENTES
              DISPLAY 'INSS: '        WS-INSS-ED
              DISPLAY 'IRRF: '        WS-IRRF-ED
              DISPLAY 'LIQUIDO: '     WS-SALARIO-LIQUIDO-ED
              PERFORM 2067-FORMATA-MOEDA
              MOVE WRK-NOME            TO WS-DET-NOME
              MOVE WS-MOEDA-SIMBOLO-ATUAL TO WS-DET-SALARIO-SIMBOLO
              MOVE WRK-SALARIO         TO WS-DET-SALARIO-VALOR
              MOVE WS-MOEDA-SIMBOLO-ATUAL TO WS-DET-INSS-SIMBOLO
              MOVE WS-INSS             TO WS-DET-INSS-VALOR
              MOVE WS-MOEDA-SIMBOLO-ATUAL TO WS-DET-IRRF-SIMBOLO
              MOVE WS-IRRF             TO WS-DET-IRRF-VALOR
              MOVE WS-MOEDA-SIMBOLO-ATUAL TO WS-DET-LIQUIDO-SIMBOLO
              IF WS-MOEDA-IDX-ATUAL > ZEROS
                 ADD WRK-SALARIO TO
                     WS-TOTAL-MOEDA-VALOR(WS-MOEDA-IDX-ATUAL)
                 ADD WS-INSS TO
                     WS-TOTAL-INSS-VALOR(WS-MOEDA-IDX-ATUAL)
                 ADD WS-LAN-TOT-DESCONTOS TO
                     WS-TOTAL-DESCVAR-VALOR(WS-MOEDA-IDX-ATUAL)
                 MOVE WS-MOEDA-IDX-ATUAL TO WS-DEPTO-MOEDA-SUB
              ELSE
                 ADD WRK-SALARIO TO WS-TOTAL-OUTRAS-MOEDAS
                 ADD WS-INSS     TO WS-TOTAL-INSS-OUTRAS
                 ADD WS-LAN-TOT-DESCONTOS TO WS-TOTAL-DESCVAR-OUTRAS
                 MOVE 4              TO WS-DEPTO-MOEDA-SUB
              END-IF
              MOVE WS-CCUSTO-IDX-ATUAL TO WS-DEPTO-SUB
              ADD 1 TO WS-DEPTO-HEADCOUNT(WS-DEPTO-SUB)
              IF WS-RATEIO-ATIVO
                 MOVE WRK-SALARIO    TO WS-RAT-VALOR-TOTAL
                 PERFORM 2088-RATEIA-VALOR-DEPTO
              ELSE
                 ADD WRK-SALARIO TO
                     WS-DEPTO-VALOR(WS-DEPTO-SUB, WS-DEPTO-MOEDA-SUB)
              END-IF

              MOVE WRK-SALARIO-ED      TO WS-AUD-SALARIO
              MOVE 'PROCESSADO'        TO WS-AUD-SITUACAO
              PERFORM 2066-GRAVA-GL
              PERFORM 2071-CALCULA-ENCARGOS
              PERFORM 2072-GRAVA-ENCARGOS
              PERFORM 2095-ATUALIZA-PROVISAO
              PERFORM 2068-GRAVA-CONTRACHEQUE
              PERFORM 2069-GRAVA-PAGAMENTO-BANCO
              PERFORM 2081-GRAVA-HISTORICO
              PERFORM 2085-ATUALIZA-ACUMULADO
              ADD 1                    TO WS-LOG-QTD-PAGOS
              ADD WRK-SALARIO          TO WS-LOG-VALOR-TOTAL
              ADD WS-SALARIO-LIQUIDO   TO WS-LOG-VALOR-LIQUIDO
           ELSE
              PERFORM 2060-GRAVA-REJEICAO
              MOVE ZEROS                TO WS-AUD-SALARIO
              MOVE 'REJEITADO'          TO WS-AUD-SITUACAO
              PERFORM 2065-GRAVA-AUDITORIA
              PERFORM 2074-DESCARTA-ITENS-FUNC
              MOVE 'FUNCIONARIO REJEITADO NA FOLHA'
                                        TO WS-LEX-MOTIVO
              PERFORM 2024-DESCARTA-LANCAMENTOS
           END-IF.

      **************LANCAMENTOS VARIAVEIS DA COMPETENCIA*********
      * LANCVAR.DAT VEM CLASSIFICADO POR MATRICULA. CADA EVENTO
      * TRAZ A RUBRICA, QUE DEFINE NA RUBTAB SE E PROVENTO OU
      * DESCONTO, AS INCIDENCIAS E A CONTA CONTABIL. PROVENTOS
      * ENTRAM NO BRUTO (WRK-SALARIO); DESCONTOS SAEM DO LIQUIDO.
      * EVENTOS NAO APLICADOS VAO PARA LANCEXC.RPT COM O MOTIVO.
       2020-CASA-LANCAMENTOS.
           MOVE ZEROS                TO WS-QTD-LAN-FUNC
           MOVE ZEROS                TO WS-LAN-TOT-PROVENTOS
           MOVE ZEROS                TO WS-LAN-TOT-DESCONTOS
           MOVE ZEROS                TO WS-LAN-PROV-SEM-IRRF
           MOVE ZEROS                TO WS-LAN-PROV-SEM-ENC
           MOVE ZEROS                TO WS-LAN-DESC-COM-IRRF
           MOVE ZEROS                TO WS-LAN-DESC-COM-ENC
           PERFORM UNTIL WS-LAN-EOF
                   OR LAN-MATRICULA NOT = EMP-MATRICULA
              PERFORM 2021-AVALIA-LANCAMENTO
              PERFORM 2023-LE-LANCAMENTO
           END-PERFORM
           ADD WS-LAN-TOT-PROVENTOS  TO WRK-SALARIO.

       2021-AVALIA-LANCAMENTO.
           IF LAN-COMPETENCIA NOT = WS-COMPETENCIA-X
              PERFORM 2028-VERIFICA-COMP-FECHADA
              IF WS-LAN-COMP-FECHADA
                 MOVE 'COMPETENCIA JA FECHADA NO PERCTL'
                                     TO WS-LEX-MOTIVO
              ELSE
                 MOVE 'COMPETENCIA DIFERENTE DA FOLHA'
                                     TO WS-LEX-MOTIVO
              END-IF
              PERFORM 2025-GRAVA-EXCECAO-LANCAMENTO
              EXIT PARAGRAPH
           END-IF
           IF LAN-VALOR NOT NUMERIC
              OR LAN-VALOR = ZEROS
              MOVE 'VALOR INVALIDO OU ZERO' TO WS-LEX-MOTIVO
              PERFORM 2025-GRAVA-EXCECAO-LANCAMENTO
              EXIT PARAGRAPH
           END-IF
           IF LAN-RUBRICA = SPACES
              MOVE 'RUBRICA NAO INFORMADA' TO WS-LEX-MOTIVO
              PERFORM 2025-GRAVA-EXCECAO-LANCAMENTO
              EXIT PARAGRAPH
           END-IF
           SET WS-RUBRICA-IDX TO 1
           SEARCH WS-RUBRICA-FAIXA
               AT END
                   MOVE 'RUBRICA SEM VIGENCIA NA RUBTAB'
                                     TO WS-LEX-MOTIVO
                   PERFORM 2025-GRAVA-EXCECAO-LANCAMENTO
                   EXIT PARAGRAPH
               WHEN WS-RUBRICA-CODIGO(WS-RUBRICA-IDX) = LAN-RUBRICA
                   CONTINUE
           END-SEARCH
           IF WS-QTD-LAN-FUNC >= WS-MAX-LAN-FUNC
              MOVE 'LIMITE DE LANCAMENTOS EXCEDIDO' TO WS-LEX-MOTIVO
              PERFORM 2025-GRAVA-EXCECAO-LANCAMENTO
              EXIT PARAGRAPH
           END-IF

           ADD 1                     TO WS-QTD-LAN-FUNC
           ADD 1                     TO WS-QTD-LAN-APLICADOS
           MOVE LAN-RUBRICA          TO WS-LAN-CODIGO(WS-QTD-LAN-FUNC)
           MOVE WS-RUBRICA-DESCRICAO(WS-RUBRICA-IDX)
                                  TO WS-LAN-DESCRICAO(WS-QTD-LAN-FUNC)
           MOVE WS-RUBRICA-TIPO(WS-RUBRICA-IDX)
                                     TO WS-LAN-TIPO(WS-QTD-LAN-FUNC)
           MOVE WS-RUBRICA-CONTA(WS-RUBRICA-IDX)
                                     TO WS-LAN-CONTA(WS-QTD-LAN-FUNC)
           MOVE LAN-VALOR         TO WS-LAN-VALOR-FUNC(WS-QTD-LAN-FUNC)
           IF WS-RUBRICA-TIPO(WS-RUBRICA-IDX) = 'P'
              ADD LAN-VALOR          TO WS-LAN-TOT-PROVENTOS
              IF WS-RUBRICA-INCIDE-IRRF(WS-RUBRICA-IDX) = 'N'
                 ADD LAN-VALOR       TO WS-LAN-PROV-SEM-IRRF
              END-IF
              IF WS-RUBRICA-INCIDE-ENC(WS-RUBRICA-IDX) = 'N'
                 ADD LAN-VALOR       TO WS-LAN-PROV-SEM-ENC
              END-IF
           ELSE
              ADD LAN-VALOR          TO WS-LAN-TOT-DESCONTOS
              IF WS-RUBRICA-INCIDE-IRRF(WS-RUBRICA-IDX) = 'S'
                 ADD LAN-VALOR       TO WS-LAN-DESC-COM-IRRF
              END-IF
              IF WS-RUBRICA-INCIDE-ENC(WS-RUBRICA-IDX) = 'S'
                 ADD LAN-VALOR       TO WS-LAN-DESC-COM-ENC
              END-IF
           END-IF.

       2022-SINCRONIZA-LANCAMENTOS.
           MOVE 'SEM FUNCIONARIO NO MESTRE' TO WS-LEX-MOTIVO
           PERFORM UNTIL WS-LAN-EOF
                   OR LAN-MATRICULA >= EMP-MATRICULA
              PERFORM 2029-GRAVA-LANCAMENTO-ORFAO
              PERFORM 2023-LE-LANCAMENTO
           END-PERFORM.

       2023-LE-LANCAMENTO.
           READ VARIABLE-EVENT-FILE
               AT END
                   SET WS-LAN-EOF TO TRUE
               NOT AT END
                   IF LAN-MATRICULA NUMERIC
                      AND LAN-MATRICULA < WS-LAN-MATRIC-ANTERIOR
                      IF NOT WS-LAN-FORA-DE-SEQUENCIA
                         DISPLAY 'LANCVAR.DAT FORA DE SEQUENCIA NA'
                                 ' MATRICULA: ' LAN-MATRICULA
                      END-IF
                      SET WS-LAN-FORA-DE-SEQUENCIA TO TRUE
                   END-IF
                   MOVE LAN-MATRICULA TO WS-LAN-MATRIC-ANTERIOR
           END-READ.

       2024-DESCARTA-LANCAMENTOS.
           PERFORM UNTIL WS-LAN-EOF
                   OR LAN-MATRICULA NOT = EMP-MATRICULA
              PERFORM 2025-GRAVA-EXCECAO-LANCAMENTO
              PERFORM 2023-LE-LANCAMENTO
           END-PERFORM.

       2025-GRAVA-EXCECAO-LANCAMENTO.
           ADD 1                     TO WS-QTD-LAN-EXCECOES
           IF NOT WS-LANEXC-ABERTO
              EXIT PARAGRAPH
           END-IF
           MOVE LAN-MATRICULA        TO WS-LEX-MATRICULA
           MOVE LAN-COMPETENCIA      TO WS-LEX-COMPETENCIA
           MOVE LAN-RUBRICA          TO WS-LEX-RUBRICA
           MOVE LAN-VALOR-X          TO WS-LEX-VALOR
           WRITE LEX-LINE FROM WS-LINHA-LANEXC.

       2026-GRAVA-GL-LANCAMENTO.
           MOVE WS-LAN-CONTA(WS-LAN-SUB) TO WS-GL-CONTA
           IF WS-LAN-TIPO(WS-LAN-SUB) = 'P'
              MOVE 'D'               TO WS-GL-TIPO-LANCTO
           ELSE
              MOVE 'C'               TO WS-GL-TIPO-LANCTO
           END-IF
           MOVE WS-LAN-VALOR-FUNC(WS-LAN-SUB) TO WS-GL-VALOR
           PERFORM 2093-GRAVA-GL-RATEADO.

       2027-IMPRIME-LANCAMENTO-CHQ.
           IF WS-LAN-TIPO(WS-LAN-SUB) NOT = WS-LAN-TIPO-IMPRESSAO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-LAN-CODIGO(WS-LAN-SUB)    TO WS-CHQ-ITEM-CODIGO
           MOVE WS-LAN-DESCRICAO(WS-LAN-SUB) TO WS-CHQ-ITEM-DESCRICAO
           MOVE WS-LAN-TIPO(WS-LAN-SUB)      TO WS-CHQ-ITEM-TIPO
           MOVE WS-LAN-VALOR-FUNC(WS-LAN-SUB) TO WS-CHQ-ITEM-VALOR
           WRITE CHQ-LINE FROM WS-CHQ-LINHA-ITEM.

       2028-VERIFICA-COMP-FECHADA.
           MOVE 'N'                  TO WS-LAN-COMP-FECHADA-SW
           PERFORM VARYING WS-COMP-FEC-SUB FROM 1 BY 1
                   UNTIL WS-COMP-FEC-SUB > WS-QTD-COMP-FECHADAS
                   OR WS-LAN-COMP-FECHADA
              IF WS-COMP-FECHADA-ENT(WS-COMP-FEC-SUB) =
                 LAN-COMPETENCIA
                 SET WS-LAN-COMP-FECHADA TO TRUE
              END-IF
           END-PERFORM.

      * EVENTOS SEM FUNCIONARIO SO SAO LISTADOS QUANDO PERTENCEM
      * A EMPRESA DESTA EXECUCAO.
       2029-GRAVA-LANCAMENTO-ORFAO.
           IF LAN-EMPRESA = WS-PARM-EMPRESA
              OR (LAN-EMPRESA = SPACES
                  AND WS-PARM-EMPRESA = WS-EMPRESA-PADRAO)
              PERFORM 2025-GRAVA-EXCECAO-LANCAMENTO
           END-IF.

      **************APONTAMENTO MENSAL DE HORAS******************
              END-IF
           END-IF.

      * SITUACAO DA ADMISSAO CONTRA A COMPETENCIA. DATA ZERADA
      * OU INVALIDA (MESTRE CONVERTIDO SEM A DATA) E TRATADA
      * COMO ADMISSAO ANTERIOR: MES INTEIRO.
       2057-VERIFICA-ADMISSAO.
           SET WS-ADMISSAO-ANTERIOR  TO TRUE
           MOVE 'N'                  TO WS-ADM-PRO-RATA-SW
           IF EMP-DATA-ADMISSAO NOT NUMERIC
              OR EMP-DATA-ADMISSAO = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE EMP-DATA-ADMISSAO    TO WS-ADM-DATA
           EVALUATE TRUE
               WHEN WS-ADM-AAAA > WS-COMP-AAAA-9
                   SET WS-ADMISSAO-POSTERIOR TO TRUE
               WHEN WS-ADM-AAAA = WS-COMP-AAAA-9
                AND WS-ADM-MM > WS-COMP-MM-9
                   SET WS-ADMISSAO-POSTERIOR TO TRUE
               WHEN WS-ADM-AAAA = WS-COMP-AAAA-9
                AND WS-ADM-MM = WS-COMP-MM-9
                   SET WS-ADMISSAO-NO-MES TO TRUE
           END-EVALUATE.

      * SALARIADO ADMITIDO NA COMPETENCIA RECEBE OS DIAS DESDE A
      * ADMISSAO SOBRE O MES COMERCIAL DE 30 DIAS, COMO O SALDO
      * DE SALARIO DA RESCISAO.
       2058-PRO-RATA-ADMISSAO.
           IF WS-ADM-DD > 30
              MOVE 1                 TO WS-DIAS-TRABALHADOS
           ELSE
              COMPUTE WS-DIAS-TRABALHADOS = 31 - WS-ADM-DD
           END-IF
           IF WS-DIAS-TRABALHADOS < 30
              COMPUTE WRK-SALARIO ROUNDED =
                      WRK-SALARIO * WS-DIAS-TRABALHADOS / 30
              SET WS-ADM-PRO-RATA    TO TRUE
              DISPLAY 'ADMISSAO NA COMPETENCIA - DIAS: '
                      WS-DIAS-TRABALHADOS ' MATRICULA: '
                      EMP-MATRICULA
           END-IF.

       2046-PULA-ARQUIVOS-FUNC.
           PERFORM UNTIL WS-DED-EOF
                   OR DED-MATRICULA NOT = EMP-MATRICULA
           PERFORM UNTIL WS-PON-EOF
                   OR PON-MATRICULA NOT = EMP-MATRICULA
              PERFORM 2043-LE-APONTAMENTO
           END-PERFORM
           PERFORM UNTIL WS-LAN-EOF
                   OR LAN-MATRICULA NOT = EMP-MATRICULA
              PERFORM 2023-LE-LANCAMENTO
           END-PERFORM.

       2050-VALIDA-SALARIO.
                   MOVE WS-GL-CONTA-SALARIADOS TO WS-GL-CONTA
           END-EVALUATE
           MOVE 'D'                  TO WS-GL-TIPO-LANCTO
           COMPUTE WS-GL-VALOR = WRK-SALARIO - WS-LAN-TOT-PROVENTOS
           MOVE WS-DATA-AAAAMMDD     TO WS-GL-DATA
           MOVE EMP-MATRICULA        TO WS-GL-MATRICULA
           MOVE WRK-NOME             TO WS-GL-NOME
           MOVE WS-CCUSTO-CODIGO-BUSCA TO WS-GL-CCUSTO
           MOVE WS-COMPETENCIA-X     TO WS-GL-COMPETENCIA
           MOVE WS-PARM-EMPRESA      TO WS-GL-EMPRESA
           PERFORM 2093-GRAVA-GL-RATEADO
           IF WS-QTD-LAN-FUNC > ZEROS
              PERFORM 2026-GRAVA-GL-LANCAMENTO
                  VARYING WS-LAN-SUB FROM 1 BY 1
                  UNTIL WS-LAN-SUB > WS-QTD-LAN-FUNC
           END-IF
           IF WS-INSS > ZEROS
              MOVE WS-GL-CONTA-INSS-RETIDO TO WS-GL-CONTA
              MOVE 'C'               TO WS-GL-TIPO-LANCTO
              MOVE WS-INSS           TO WS-GL-VALOR
              WRITE GL-LINE FROM WS-LINHA-GL
           END-IF.

       2067-FORMATA-MOEDA.
           MOVE EMP-MOEDA            TO WS-MOEDA-CODIGO-BUSCA
              WRITE CHQ-LINE FROM WS-CHQ-LINHA-HORAS
           END-IF

           IF WS-ADM-PRO-RATA
              MOVE WS-ADM-DD         TO WS-ADM-ED-DD
              MOVE WS-ADM-MM         TO WS-ADM-ED-MM
              MOVE WS-ADM-AAAA       TO WS-ADM-ED-AAAA
              MOVE WS-ADM-DATA-ED-9  TO WS-CHQ-ADM-DATA-ED
              MOVE WS-DIAS-TRABALHADOS TO WS-CHQ-ADM-DIAS
              WRITE CHQ-LINE FROM WS-CHQ-LINHA-ADMISSAO
           END-IF

           IF WS-QTD-LAN-FUNC > ZEROS
              MOVE 'P'               TO WS-LAN-TIPO-IMPRESSAO
              PERFORM 2027-IMPRIME-LANCAMENTO-CHQ
                  VARYING WS-LAN-SUB FROM 1 BY 1
                  UNTIL WS-LAN-SUB > WS-QTD-LAN-FUNC
           END-IF

           MOVE 'SALARIO BRUTO..: ' TO WS-CHQ-VALOR-TITULO
           MOVE WS-MOEDA-SIMBOLO-ATUAL TO WS-CHQ-VALOR-SIMBOLO
           MOVE WRK-SALARIO          TO WS-CHQ-VALOR
           WRITE CHQ-LINE FROM WS-CHQ-LINHA-VALOR

           MOVE 'INSS...........: ' TO WS-CHQ-VALOR-TITULO
           MOVE WS-INSS              TO WS-CHQ-VALOR
           WRITE CHQ-LINE FROM WS-CHQ-LINHA-VALOR

           MOVE 'IRRF...........: ' TO WS-CHQ-VALOR-TITULO
           MOVE WS-IRRF              TO WS-CHQ-VALOR
           WRITE CHQ-LINE FROM WS-CHQ-LINHA-VALOR

           IF WS-QTD-LAN-FUNC > ZEROS
              MOVE 'D'               TO WS-LAN-TIPO-IMPRESSAO
              PERFORM 2027-IMPRIME-LANCAMENTO-CHQ
                  VARYING WS-LAN-SUB FROM 1 BY 1
                  UNTIL WS-LAN-SUB > WS-QTD-LAN-FUNC
           END-IF

           IF WS-QTD-ITENS-FUNC > ZEROS
              PERFORM 2079-IMPRIME-ITEM-CONTRACHEQUE
                  VARYING WS-ITEM-SUB FROM 1 BY 1
           MOVE WS-SALARIO-LIQUIDO   TO WS-CHQ-VALOR
           WRITE CHQ-LINE FROM WS-CHQ-LINHA-VALOR

           MOVE 'BASE IRRF......: ' TO WS-CHQ-VALOR-TITULO
           MOVE WS-BASE-IMPOSTO      TO WS-CHQ-VALOR
           WRITE CHQ-LINE FROM WS-CHQ-LINHA-VALOR

           WRITE CHQ-LINE FROM WS-CHQ-SEPARADOR
           MOVE SPACES               TO CHQ-LINE
           WRITE CHQ-LINE.
           END-IF
           END-IF.

      * INSS DO EMPREGADO FAIXA A FAIXA E IRRF SOBRE O BRUTO
      * MENOS O INSS E A DEDUCAO POR DEPENDENTE, COM A PARCELA
      * A DEDUZIR DA FAIXA. NA PRIMEIRA PARCELA DO 13O NAO HA
      * RETENCAO; NA SEGUNDA, INSS E IRRF INCIDEM SOBRE O
      * VALOR INTEGRAL.
       2075-CALCULA-IMPOSTO.
           EVALUATE TRUE
               WHEN WS-FOLHA-13SAL-P1
                   MOVE ZEROS         TO WS-BASE-INSS
                   MOVE ZEROS         TO WS-BASE-IRRF-BRUTO
               WHEN WS-FOLHA-13SAL-P2
                   MOVE WS-VALOR-13-INTEGRAL TO WS-BASE-INSS
                   MOVE WS-VALOR-13-INTEGRAL TO WS-BASE-IRRF-BRUTO
               WHEN OTHER
      * OS LANCAMENTOS VARIAVEIS AJUSTAM AS BASES CONFORME A
      * INCIDENCIA DE CADA RUBRICA NA RUBTAB.
                   COMPUTE WS-BASE-CALC = WRK-SALARIO -
                           WS-LAN-PROV-SEM-ENC - WS-LAN-DESC-COM-ENC
                   IF WS-BASE-CALC > ZEROS
                      MOVE WS-BASE-CALC TO WS-BASE-INSS
                   ELSE
                      MOVE ZEROS      TO WS-BASE-INSS
                   END-IF
                   COMPUTE WS-BASE-CALC = WRK-SALARIO -
                           WS-LAN-PROV-SEM-IRRF - WS-LAN-DESC-COM-IRRF
                   IF WS-BASE-CALC > ZEROS
                      MOVE WS-BASE-CALC TO WS-BASE-IRRF-BRUTO
                   ELSE
                      MOVE ZEROS      TO WS-BASE-IRRF-BRUTO
                   END-IF
           END-EVALUATE

           PERFORM 2082-CALCULA-INSS
           PERFORM 2084-OBTEM-DEPENDENTES

           IF WS-BASE-IRRF-BRUTO = ZEROS
              MOVE ZEROS              TO WS-BASE-IMPOSTO
           ELSE
              COMPUTE WS-DEDUCAO-DEPENDENTES =
                      WS-QTD-DEPENDENTES * WS-DEDUCAO-POR-DEPENDENTE
              COMPUTE WS-BASE-IRRF-CALC =
                      WS-BASE-IRRF-BRUTO - WS-INSS -
                      WS-DEDUCAO-DEPENDENTES
              IF WS-BASE-IRRF-CALC > ZEROS
                 MOVE WS-BASE-IRRF-CALC TO WS-BASE-IMPOSTO
              ELSE
                 MOVE ZEROS           TO WS-BASE-IMPOSTO
              END-IF
           END-IF

           IF WS-BASE-IMPOSTO = ZEROS
              MOVE ZEROS              TO WS-IRRF
           ELSE
                      OR WS-TAX-IDX = WS-QTD-TAX-FAIXAS
                 SET WS-TAX-IDX UP BY 1
              END-PERFORM
              COMPUTE WS-IRRF-CALC ROUNDED =
                      (WS-BASE-IMPOSTO * WS-TAX-ALIQUOTA(WS-TAX-IDX))
                      - WS-TAX-DEDUCAO(WS-TAX-IDX)
              IF WS-IRRF-CALC > ZEROS
                 MOVE WS-IRRF-CALC    TO WS-IRRF
              ELSE
                 MOVE ZEROS           TO WS-IRRF
              END-IF
           END-IF
           IF WS-INSS + WS-IRRF + WS-LAN-TOT-DESCONTOS > WRK-SALARIO
              MOVE ZEROS              TO WS-SALARIO-LIQUIDO
           ELSE
              COMPUTE WS-SALARIO-LIQUIDO =
                      WRK-SALARIO - WS-INSS - WS-IRRF -
                      WS-LAN-TOT-DESCONTOS
           END-IF

           MOVE WS-INSS               TO WS-INSS-ED
           MOVE WS-IRRF               TO WS-IRRF-ED
           MOVE WS-SALARIO-LIQUIDO    TO WS-SALARIO-LIQUIDO-ED.

       2082-CALCULA-INSS.
           MOVE ZEROS                TO WS-INSS
           MOVE ZEROS                TO WS-INSS-ACUM
           MOVE ZEROS                TO WS-INSS-LIMITE-ANTERIOR
           IF WS-BASE-INSS = ZEROS
              EXIT PARAGRAPH
           END-IF
           PERFORM 2083-APLICA-FAIXA-INSS
               VARYING WS-INSS-IDX FROM 1 BY 1
               UNTIL WS-INSS-IDX > WS-QTD-INSS-FAIXAS
               OR WS-BASE-INSS <= WS-INSS-LIMITE-ANTERIOR
           COMPUTE WS-INSS ROUNDED = WS-INSS-ACUM.

       2083-APLICA-FAIXA-INSS.
           IF WS-BASE-INSS < WS-INSS-LIMITE(WS-INSS-IDX)
              COMPUTE WS-INSS-PARCELA-FAIXA =
                      WS-BASE-INSS - WS-INSS-LIMITE-ANTERIOR
           ELSE
              COMPUTE WS-INSS-PARCELA-FAIXA =
                      WS-INSS-LIMITE(WS-INSS-IDX) -
                      WS-INSS-LIMITE-ANTERIOR
           END-IF
           COMPUTE WS-INSS-ACUM = WS-INSS-ACUM +
                   (WS-INSS-PARCELA-FAIXA *
                    WS-INSS-ALIQUOTA(WS-INSS-IDX))
           MOVE WS-INSS-LIMITE(WS-INSS-IDX)
                                     TO WS-INSS-LIMITE-ANTERIOR.

       2084-OBTEM-DEPENDENTES.
           MOVE ZEROS                TO WS-QTD-DEPENDENTES
           IF NOT WS-DEPEND-ABERTO
              EXIT PARAGRAPH
           END-IF
           MOVE EMP-MATRICULA        TO DEP-MATRICULA
           READ DEPENDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DEP-QTD-DEPENDENTES NUMERIC
                      MOVE DEP-QTD-DEPENDENTES
                                     TO WS-QTD-DEPENDENTES
                   END-IF
           END-READ.

      **************ENCARGOS PATRONAIS***************************
       2071-CALCULA-ENCARGOS.
           COMPUTE WS-BASE-CALC = WRK-SALARIO -
                   WS-LAN-PROV-SEM-ENC - WS-LAN-DESC-COM-ENC
           IF WS-BASE-CALC > ZEROS
              MOVE WS-BASE-CALC      TO WS-BASE-ENCARGOS
           ELSE
              MOVE ZEROS             TO WS-BASE-ENCARGOS
           END-IF
           COMPUTE WS-INSS-PATRONAL ROUNDED =
                   WS-BASE-ENCARGOS * WS-ALIQ-INSS-PATRONAL
           COMPUTE WS-FGTS ROUNDED =
                   WS-BASE-ENCARGOS * WS-ALIQ-FGTS
           COMPUTE WS-TOTAL-ENCARGOS-FUNC =
                   WS-INSS-PATRONAL + WS-FGTS
           IF WS-MOEDA-IDX-ATUAL > ZEROS
           ELSE
              ADD WS-TOTAL-ENCARGOS-FUNC TO WS-TOTAL-ENCARGO-OUTRAS
           END-IF
      * COM RATEIO, INSS PATRONAL E FGTS SAO RATEADOS UM A UM,
      * COMO NAS LINHAS DO EXTRATO GL.
           IF WS-RATEIO-ATIVO
              MOVE WS-INSS-PATRONAL  TO WS-RAT-VALOR-TOTAL
              PERFORM 2089-RATEIA-ENCARGO-DEPTO
              MOVE WS-FGTS           TO WS-RAT-VALOR-TOTAL
              PERFORM 2089-RATEIA-ENCARGO-DEPTO
           ELSE
              ADD WS-TOTAL-ENCARGOS-FUNC TO
                  WS-DEPTO-ENCARGO(WS-DEPTO-SUB, WS-DEPTO-MOEDA-SUB)
           END-IF.

       2072-GRAVA-ENCARGOS.
           IF WS-SIMULACAO
           MOVE WS-GL-CONTA-INSS-PAT TO WS-GL-CONTA
           MOVE 'D'                  TO WS-GL-TIPO-LANCTO
           MOVE WS-INSS-PATRONAL     TO WS-GL-VALOR
           PERFORM 2093-GRAVA-GL-RATEADO
           MOVE WS-GL-CONTA-FGTS     TO WS-GL-CONTA
           MOVE WS-FGTS              TO WS-GL-VALOR
           PERFORM 2093-GRAVA-GL-RATEADO
           MOVE EMP-MATRICULA        TO WS-FGT-MATRICULA
           MOVE WS-COMPETENCIA-X     TO WS-FGT-COMPETENCIA
           MOVE WS-BASE-ENCARGOS     TO WS-FGT-BASE
           MOVE WS-FGTS              TO WS-FGT-VALOR
           MOVE WS-PARM-EMPRESA      TO WS-FGT-EMPRESA
           WRITE FGT-LINE FROM WS-LINHA-FGTS.
           END-PERFORM

           COMPUTE WS-OUTROS-LIQUIDO =
                   WS-TOT-PROVENTOS-FUNC - WS-TOT-DESCONTOS-FUNC -
                   WS-LAN-TOT-DESCONTOS
           MOVE WS-SALARIO-LIQUIDO   TO WS-SALARIO-LIQUIDO-ED.

       2077-LE-RECORRENTE.
           MOVE WS-CCUSTO-CODIGO-BUSCA TO HST-CENTRO-CUSTO
           MOVE WS-MOEDA-CODIGO-BUSCA TO HST-MOEDA
           MOVE WS-PARM-EMPRESA      TO HST-EMPRESA
           MOVE WS-INSS              TO HST-INSS
           WRITE HST-RECORD.

       2085-ATUALIZA-ACUMULADO.
                   MOVE ZEROS        TO YTD-BRUTO-ACUM
                   MOVE ZEROS        TO YTD-IRRF-ACUM
                   MOVE ZEROS        TO YTD-LIQUIDO-ACUM
                   MOVE ZEROS        TO YTD-INSS-ACUM
                   PERFORM 2086-SOMA-ACUMULADO
                   WRITE YTD-RECORD
               NOT INVALID KEY
       2086-SOMA-ACUMULADO.
           ADD WRK-SALARIO           TO YTD-BRUTO-ACUM
           ADD WS-IRRF               TO YTD-IRRF-ACUM
           ADD WS-SALARIO-LIQUIDO    TO YTD-LIQUIDO-ACUM
           ADD WS-INSS               TO YTD-INSS-ACUM.

       2090-VALIDA-CENTRO-CUSTO.
           MOVE EMP-CENTRO-CUSTO     TO WS-CCUSTO-CODIGO-BUSCA
                   SET WS-CCUSTO-IDX-ATUAL TO WS-CCUSTO-IDX
           END-SEARCH.

      **************RATEIO ENTRE CENTROS DE CUSTO****************
       2091-OBTEM-RATEIO.
           MOVE 'N'                  TO WS-RATEIO-ATIVO-SW
           IF NOT WS-RATEIO-ABERTO
              EXIT PARAGRAPH
           END-IF
           MOVE EMP-MATRICULA        TO RAT-MATRICULA
           READ ALLOCATION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM 2092-CONFERE-RATEIO
           IF WS-RATEIO-VALIDO
              SET WS-RATEIO-ATIVO    TO TRUE
              ADD 1                  TO WS-QTD-RATEADOS
           END-IF.

      * MONTA AS PARTICIPACOES DO RAT-RECORD EM WS-RAT-PARTICIPACAO
      * E CONFERE PERCENTUAIS E CENTROS DE CUSTO.
       2092-CONFERE-RATEIO.
           MOVE 'S'                  TO WS-RATEIO-VALIDO-SW
           MOVE SPACES               TO WS-RAT-MOTIVO
           MOVE SPACES               TO WS-RAT-CCUSTO-ERRO
           MOVE ZEROS                TO WS-RAT-QTD
           MOVE ZEROS                TO WS-RAT-SOMA-PERCENTUAL
           MOVE 1                    TO WS-RAT-MAIOR
           PERFORM 2048-CONFERE-PARTICIPACAO
               VARYING WS-RAT-ENT-SUB FROM 1 BY 1
               UNTIL WS-RAT-ENT-SUB > 5
                  OR NOT WS-RATEIO-VALIDO
           IF WS-RATEIO-VALIDO
              AND WS-RAT-QTD = ZEROS
              MOVE 'N'               TO WS-RATEIO-VALIDO-SW
              MOVE 'RATEIO SEM CENTRO DE CUSTO'
                                     TO WS-RAT-MOTIVO
           END-IF
           IF WS-RATEIO-VALIDO
              AND WS-RAT-SOMA-PERCENTUAL NOT = 100
              MOVE 'N'               TO WS-RATEIO-VALIDO-SW
              MOVE 'PERCENTUAIS NAO SOMAM 100%'
                                     TO WS-RAT-MOTIVO
           END-IF.

       2048-CONFERE-PARTICIPACAO.
           IF RAT-PERCENTUAL(WS-RAT-ENT-SUB) NOT NUMERIC
              MOVE 'N'               TO WS-RATEIO-VALIDO-SW
              MOVE 'PERCENTUAL INVALIDO' TO WS-RAT-MOTIVO
              MOVE RAT-CCUSTO(WS-RAT-ENT-SUB) TO WS-RAT-CCUSTO-ERRO
              EXIT PARAGRAPH
           END-IF
           IF RAT-CCUSTO(WS-RAT-ENT-SUB) = SPACES
              IF RAT-PERCENTUAL(WS-RAT-ENT-SUB) > ZEROS
                 MOVE 'N'            TO WS-RATEIO-VALIDO-SW
                 MOVE 'PERCENTUAL SEM CENTRO DE CUSTO'
                                     TO WS-RAT-MOTIVO
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE RAT-CCUSTO(WS-RAT-ENT-SUB) TO WS-RAT-CCUSTO-ERRO
           IF RAT-PERCENTUAL(WS-RAT-ENT-SUB) = ZEROS
              MOVE 'N'               TO WS-RATEIO-VALIDO-SW
              MOVE 'CENTRO DE CUSTO SEM PERCENTUAL'
                                     TO WS-RAT-MOTIVO
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RAT-SUB FROM 1 BY 1
                   UNTIL WS-RAT-SUB > WS-RAT-QTD
              IF WS-RAT-CCUSTO(WS-RAT-SUB) =
                 RAT-CCUSTO(WS-RAT-ENT-SUB)
                 MOVE 'N'            TO WS-RATEIO-VALIDO-SW
                 MOVE 'CENTRO DE CUSTO REPETIDO'
                                     TO WS-RAT-MOTIVO
              END-IF
           END-PERFORM
           IF NOT WS-RATEIO-VALIDO
              EXIT PARAGRAPH
           END-IF
           SET WS-CCUSTO-IDX TO 1
           SEARCH WS-CCUSTO-FAIXA
               AT END
                   MOVE 'N'          TO WS-RATEIO-VALIDO-SW
                   MOVE 'CENTRO DE CUSTO FORA DE VIGENCIA'
                                     TO WS-RAT-MOTIVO
               WHEN WS-CCUSTO-CODIGO(WS-CCUSTO-IDX) =
                    RAT-CCUSTO(WS-RAT-ENT-SUB)
                   ADD 1             TO WS-RAT-QTD
                   MOVE RAT-CCUSTO(WS-RAT-ENT-SUB)
                                     TO WS-RAT-CCUSTO(WS-RAT-QTD)
                   SET WS-RAT-DEPTO-SUB(WS-RAT-QTD) TO WS-CCUSTO-IDX
                   MOVE RAT-PERCENTUAL(WS-RAT-ENT-SUB)
                                     TO WS-RAT-PERCENTUAL(WS-RAT-QTD)
                   ADD RAT-PERCENTUAL(WS-RAT-ENT-SUB)
                                     TO WS-RAT-SOMA-PERCENTUAL
                   IF WS-RAT-PERCENTUAL(WS-RAT-QTD) >
                      WS-RAT-PERCENTUAL(WS-RAT-MAIOR)
                      MOVE WS-RAT-QTD TO WS-RAT-MAIOR
                   END-IF
           END-SEARCH
           IF WS-RATEIO-VALIDO
              MOVE SPACES            TO WS-RAT-CCUSTO-ERRO
           END-IF.

      * AS PARCELAS MENORES SAO TRUNCADAS NO CENTAVO E A MAIOR
      * PARTICIPACAO RECEBE O RESTANTE, DE MODO QUE A SOMA DAS
      * PARCELAS E SEMPRE IGUAL A WS-RAT-VALOR-TOTAL.
       2087-CALCULA-PARCELAS-RATEIO.
           MOVE ZEROS                TO WS-RAT-SOMA-PARCELAS
           PERFORM VARYING WS-RAT-SUB FROM 1 BY 1
                   UNTIL WS-RAT-SUB > WS-RAT-QTD
              IF WS-RAT-SUB NOT = WS-RAT-MAIOR
                 COMPUTE WS-RAT-PARCELA(WS-RAT-SUB) =
                         WS-RAT-VALOR-TOTAL *
                         WS-RAT-PERCENTUAL(WS-RAT-SUB) / 100
                 ADD WS-RAT-PARCELA(WS-RAT-SUB)
                                     TO WS-RAT-SOMA-PARCELAS
              END-IF
           END-PERFORM
           COMPUTE WS-RAT-PARCELA(WS-RAT-MAIOR) =
                   WS-RAT-VALOR-TOTAL - WS-RAT-SOMA-PARCELAS.

       2088-RATEIA-VALOR-DEPTO.
           PERFORM 2087-CALCULA-PARCELAS-RATEIO
           PERFORM VARYING WS-RAT-SUB FROM 1 BY 1
                   UNTIL WS-RAT-SUB > WS-RAT-QTD
              ADD WS-RAT-PARCELA(WS-RAT-SUB) TO
                  WS-DEPTO-VALOR(WS-RAT-DEPTO-SUB(WS-RAT-SUB),
                                 WS-DEPTO-MOEDA-SUB)
           END-PERFORM.

       2089-RATEIA-ENCARGO-DEPTO.
           PERFORM 2087-CALCULA-PARCELAS-RATEIO
           PERFORM VARYING WS-RAT-SUB FROM 1 BY 1
                   UNTIL WS-RAT-SUB > WS-RAT-QTD
              ADD WS-RAT-PARCELA(WS-RAT-SUB) TO
                  WS-DEPTO-ENCARGO(WS-RAT-DEPTO-SUB(WS-RAT-SUB),
                                   WS-DEPTO-MOEDA-SUB)
           END-PERFORM.

      * GRAVA A LINHA MONTADA EM WS-LINHA-GL; COM RATEIO ATIVO
      * GRAVA UMA LINHA POR CENTRO DE CUSTO DO RATEIO.
       2093-GRAVA-GL-RATEADO.
           IF NOT WS-RATEIO-ATIVO
              WRITE GL-LINE FROM WS-LINHA-GL
              EXIT PARAGRAPH
           END-IF
           MOVE WS-GL-VALOR          TO WS-RAT-VALOR-TOTAL
           PERFORM 2087-CALCULA-PARCELAS-RATEIO
           PERFORM VARYING WS-RAT-SUB FROM 1 BY 1
                   UNTIL WS-RAT-SUB > WS-RAT-QTD
              IF WS-RAT-PARCELA(WS-RAT-SUB) > ZEROS
                 MOVE WS-RAT-CCUSTO(WS-RAT-SUB) TO WS-GL-CCUSTO
                 MOVE WS-RAT-PARCELA(WS-RAT-SUB) TO WS-GL-VALOR
                 WRITE GL-LINE FROM WS-LINHA-GL
              END-IF
           END-PERFORM
           MOVE WS-CCUSTO-CODIGO-BUSCA TO WS-GL-CCUSTO
           MOVE WS-RAT-VALOR-TOTAL   TO WS-GL-VALOR.

      **************PROVISAO DE 13O SALARIO E FERIAS*************
      * A FOLHA MENSAL PROVISIONA SOBRE A REMUNERACAO SUJEITA A
      * ENCARGOS DO MES (WS-BASE-ENCARGOS). AS FOLHAS DE 13O E
      * FERIAS REVERTEM O VALOR PAGO E OS ENCARGOS DO PAGAMENTO,
      * LIMITADOS AO SALDO; A 13SAL2 REVERTE TODO O SALDO DO 13O.
      * O REPROCESSO DA MESMA COMPETENCIA SUBSTITUI O MOVIMENTO
      * ANTERIOR EM VEZ DE SOMA-LO. A FOLHA COMPLEMENTAR NAO
      * ALTERA A PROVISAO, QUE SE AJUSTA NA COMPETENCIA SEGUINTE.
       2095-ATUALIZA-PROVISAO.
           IF NOT WS-PROVSALD-ABERTO
              OR WS-COMPLEMENTAR
              EXIT PARAGRAPH
           END-IF
           MOVE EMP-MATRICULA        TO PRV-MATRICULA
           MOVE 'S'                  TO WS-PRV-EXISTE-SW
           READ PROVISION-FILE
               INVALID KEY
                   MOVE 'N'          TO WS-PRV-EXISTE-SW
           END-READ
           IF NOT WS-PRV-EXISTE
              MOVE EMP-MATRICULA     TO PRV-MATRICULA
              MOVE ZEROS             TO PRV-COMP-AAAAMM
              PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                      UNTIL WS-PRV-SUB > 4
                 MOVE ZEROS          TO PRV-SALDO-FINAL(WS-PRV-SUB)
              END-PERFORM
           END-IF
           IF PRV-COMP-AAAAMM > WS-COMP-AAAAMM
              ADD 1                  TO WS-QTD-PRV-IGNORADOS
              EXIT PARAGRAPH
           END-IF
           IF PRV-COMP-AAAAMM < WS-COMP-AAAAMM
              PERFORM 2096-VIRA-COMPETENCIA-PROVISAO
                  VARYING WS-PRV-SUB FROM 1 BY 1
                  UNTIL WS-PRV-SUB > 4
              MOVE WS-COMP-AAAAMM    TO PRV-COMP-AAAAMM
           END-IF
           MOVE WS-PARM-EMPRESA      TO PRV-EMPRESA
           MOVE WS-CCUSTO-CODIGO-BUSCA TO PRV-CCUSTO
           MOVE WS-MOEDA-CODIGO-BUSCA TO PRV-MOEDA

           MOVE ZEROS                TO WS-PRV-MOVIMENTO(1)
           MOVE ZEROS                TO WS-PRV-MOVIMENTO(2)
           MOVE ZEROS                TO WS-PRV-MOVIMENTO(3)
           MOVE ZEROS                TO WS-PRV-MOVIMENTO(4)
           EVALUATE TRUE
               WHEN WS-FOLHA-MENSAL
                   MOVE WS-BASE-ENCARGOS TO WS-PRV-BASE
                   COMPUTE WS-PRV-MOVIMENTO(1) ROUNDED =
                           WS-PRV-BASE / 12
                   COMPUTE WS-PRV-MOVIMENTO(3) ROUNDED =
                           (WS-PRV-BASE + (WS-PRV-BASE / 3)) / 12
                   COMPUTE WS-PRV-MOVIMENTO(2) ROUNDED =
                           WS-PRV-MOVIMENTO(1) *
                           (WS-ALIQ-INSS-PATRONAL + WS-ALIQ-FGTS)
                   COMPUTE WS-PRV-MOVIMENTO(4) ROUNDED =
                           WS-PRV-MOVIMENTO(3) *
                           (WS-ALIQ-INSS-PATRONAL + WS-ALIQ-FGTS)
                   PERFORM 2097-APLICA-PROVISAO
                       VARYING WS-PRV-SUB FROM 1 BY 1
                       UNTIL WS-PRV-SUB > 4
                   ADD 1             TO WS-QTD-PRV-PROVISIONADOS
               WHEN WS-FOLHA-13SAL OR WS-FOLHA-FERIAS
                   IF WS-FOLHA-13SAL
                      MOVE 1         TO WS-PRV-SUB-INI
                   ELSE
                      MOVE 3         TO WS-PRV-SUB-INI
                   END-IF
                   COMPUTE WS-PRV-SUB-FIM = WS-PRV-SUB-INI + 1
                   MOVE WRK-SALARIO  TO
                        WS-PRV-MOVIMENTO(WS-PRV-SUB-INI)
                   MOVE WS-TOTAL-ENCARGOS-FUNC TO
                        WS-PRV-MOVIMENTO(WS-PRV-SUB-FIM)
                   PERFORM 2098-APLICA-REVERSAO
                       VARYING WS-PRV-SUB FROM WS-PRV-SUB-INI BY 1
                       UNTIL WS-PRV-SUB > WS-PRV-SUB-FIM
                   ADD 1             TO WS-QTD-PRV-REVERTIDOS
           END-EVALUATE

           IF WS-PRV-EXISTE
              REWRITE PRV-RECORD
           ELSE
              WRITE PRV-RECORD
           END-IF
           IF WS-PROVSALD-STATUS NOT = '00'
              DISPLAY 'ERRO AO GRAVAR SALDO DE PROVISAO: '
                      EMP-MATRICULA ' STATUS: ' WS-PROVSALD-STATUS
           END-IF.

       2096-VIRA-COMPETENCIA-PROVISAO.
           MOVE PRV-SALDO-FINAL(WS-PRV-SUB)
                                  TO PRV-SALDO-INICIAL(WS-PRV-SUB)
           MOVE ZEROS                TO PRV-PROVISAO(WS-PRV-SUB)
           MOVE ZEROS                TO PRV-REVERSAO(WS-PRV-SUB)
           MOVE SPACES               TO PRV-ULT-REV-TIPO(WS-PRV-SUB)
           MOVE ZEROS                TO PRV-ULT-REV-VALOR(WS-PRV-SUB).

       2097-APLICA-PROVISAO.
           MOVE WS-PRV-MOVIMENTO(WS-PRV-SUB)
                                     TO PRV-PROVISAO(WS-PRV-SUB)
           PERFORM 2094-CALCULA-SALDO-PROVISAO
           PERFORM 2099-GRAVA-GL-PROVISAO.

       2098-APLICA-REVERSAO.
           IF PRV-ULT-REV-TIPO(WS-PRV-SUB) = WS-TIPO-FOLHA
              SUBTRACT PRV-ULT-REV-VALOR(WS-PRV-SUB)
                  FROM PRV-REVERSAO(WS-PRV-SUB)
           END-IF
           COMPUTE WS-PRV-CALC = PRV-SALDO-INICIAL(WS-PRV-SUB) +
                   PRV-PROVISAO(WS-PRV-SUB) -
                   PRV-REVERSAO(WS-PRV-SUB)
           IF WS-PRV-CALC < ZEROS
              MOVE ZEROS             TO WS-PRV-CALC
           END-IF
           IF WS-FOLHA-13SAL-P2
              OR WS-PRV-MOVIMENTO(WS-PRV-SUB) > WS-PRV-CALC
              MOVE WS-PRV-CALC       TO WS-PRV-MOVIMENTO(WS-PRV-SUB)
           END-IF
           ADD WS-PRV-MOVIMENTO(WS-PRV-SUB)
                                     TO PRV-REVERSAO(WS-PRV-SUB)
           MOVE WS-TIPO-FOLHA        TO PRV-ULT-REV-TIPO(WS-PRV-SUB)
           MOVE WS-PRV-MOVIMENTO(WS-PRV-SUB)
                                  TO PRV-ULT-REV-VALOR(WS-PRV-SUB)
           PERFORM 2094-CALCULA-SALDO-PROVISAO
           PERFORM 2099-GRAVA-GL-PROVISAO.

       2094-CALCULA-SALDO-PROVISAO.
           COMPUTE WS-PRV-CALC = PRV-SALDO-INICIAL(WS-PRV-SUB) +
                   PRV-PROVISAO(WS-PRV-SUB) -
                   PRV-REVERSAO(WS-PRV-SUB)
           IF WS-PRV-CALC < ZEROS
              MOVE ZEROS             TO PRV-SALDO-FINAL(WS-PRV-SUB)
           ELSE
              MOVE WS-PRV-CALC       TO PRV-SALDO-FINAL(WS-PRV-SUB)
           END-IF.

      * AS DEMAIS COLUNAS DA LINHA GL (DATA, MATRICULA, MOEDA,
      * CENTRO DE CUSTO, COMPETENCIA E EMPRESA) JA FORAM
      * PREENCHIDAS PELO 2066-GRAVA-GL DO FUNCIONARIO.
       2099-GRAVA-GL-PROVISAO.
           IF WS-PRV-MOVIMENTO(WS-PRV-SUB) = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PRV-MOVIMENTO(WS-PRV-SUB) TO WS-GL-VALOR
           IF WS-FOLHA-MENSAL
              MOVE WS-GL-CONTA-DESP-PROV(WS-PRV-SUB) TO WS-GL-CONTA
              MOVE 'D'               TO WS-GL-TIPO-LANCTO
              PERFORM 2093-GRAVA-GL-RATEADO
              MOVE WS-GL-CONTA-PASS-PROV(WS-PRV-SUB) TO WS-GL-CONTA
              MOVE 'C'               TO WS-GL-TIPO-LANCTO
              PERFORM 2093-GRAVA-GL-RATEADO
           ELSE
              MOVE WS-GL-CONTA-PASS-PROV(WS-PRV-SUB) TO WS-GL-CONTA
              MOVE 'D'               TO WS-GL-TIPO-LANCTO
              PERFORM 2093-GRAVA-GL-RATEADO
              MOVE WS-GL-CONTA-DESP-PROV(WS-PRV-SUB) TO WS-GL-CONTA
              MOVE 'C'               TO WS-GL-TIPO-LANCTO
              PERFORM 2093-GRAVA-GL-RATEADO
           END-IF.

       2100-LE-EMP-MASTER.
           READ EMP-MASTER-FILE NEXT
               AT END
           END-IF

           DISPLAY 'TOTAL DE REGISTROS REJEITADOS: ' WS-QTD-REJEITADOS
           IF WS-QTD-NAO-ADMITIDOS > ZEROS
              DISPLAY 'ADMITIDOS APOS A COMPETENCIA (FORA DA'
                      ' FOLHA): ' WS-QTD-NAO-ADMITIDOS
           END-IF

           IF NOT WS-COMPLEMENTAR
              PERFORM UNTIL WS-DED-EOF
              END-IF
           END-IF

           IF NOT WS-COMPLEMENTAR
              MOVE 'SEM FUNCIONARIO NO MESTRE' TO WS-LEX-MOTIVO
              PERFORM UNTIL WS-LAN-EOF
                 PERFORM 2029-GRAVA-LANCAMENTO-ORFAO
                 PERFORM 2023-LE-LANCAMENTO
              END-PERFORM
           END-IF
           IF WS-LANCVAR-ABERTO
              DISPLAY 'LANCAMENTOS VARIAVEIS APLICADOS: '
                      WS-QTD-LAN-APLICADOS
              IF WS-QTD-LAN-EXCECOES > ZEROS
                 DISPLAY 'LANCAMENTOS VARIAVEIS NAO APLICADOS: '
                         WS-QTD-LAN-EXCECOES
                         ' - VER LANCEXC.RPT'
              END-IF
              IF WS-LAN-FORA-DE-SEQUENCIA
                 DISPLAY 'ATENCAO: LANCVAR.DAT FORA DE SEQUENCIA -'
                         ' LANCAMENTOS PODEM TER SIDO IGNORADOS -'
                         ' RECLASSIFICAR E REPROCESSAR'
              END-IF
           END-IF

           IF WS-COMPLEMENTAR
              PERFORM 3900-GRAVA-CREDITO-COMPLEM
           ELSE
              PERFORM 8000-RECONCILIA-GL
           END-IF
           PERFORM 8600-GRAVA-DEPTSUM
           IF WS-PROVSALD-ABERTO
              PERFORM 8700-GRAVA-POSICAO-PROVISAO
           END-IF

           IF NOT WS-SIMULACAO
              MOVE WS-QTD-PAGAMENTOS TO WS-BCO-TRL-QTD
           IF WS-DEDFILE-ABERTO
              CLOSE DEDUCTION-FILE
           END-IF
           IF WS-LANCVAR-ABERTO
              CLOSE VARIABLE-EVENT-FILE
           END-IF
           IF WS-LANEXC-ABERTO
              CLOSE EVENT-EXCEPTION-REPORT
           END-IF
           IF WS-DEPEND-ABERTO
              CLOSE DEPENDENT-FILE
           END-IF
           IF WS-YTD-ABERTO
              CLOSE YTD-FILE
           END-IF
           IF WS-PROVSALD-ABERTO
              CLOSE PROVISION-FILE
           END-IF
           IF WS-RATEIO-ABERTO
              IF WS-QTD-RATEADOS > ZEROS
                 DISPLAY 'FUNCIONARIOS COM CUSTO RATEADO: '
                         WS-QTD-RATEADOS
              END-IF
              CLOSE ALLOCATION-FILE
           END-IF
           PERFORM 9100-FECHA-COMPETENCIA.

       9100-FECHA-COMPETENCIA.
                   EXIT PARAGRAPH
           END-READ
           MOVE GL-LINE              TO WS-LINHA-GL
           PERFORM 8090-VERIFICA-CONTA-PROVISAO
           IF WS-CONTA-PROVISAO
              EXIT PARAGRAPH
           END-IF
           IF WS-GL-TIPO-LANCTO = 'C'
              AND WS-GL-CONTA = WS-GL-CONTA-INSS-RETIDO
              PERFORM 8060-ACUMULA-INSS-RETIDO
              EXIT PARAGRAPH
           END-IF
           IF WS-GL-TIPO-LANCTO = 'C'
              AND WS-GL-CONTA NOT = WS-GL-CONTA-LIQUIDACAO
              PERFORM 8080-BUSCA-CONTA-RUBRICA
              EXIT PARAGRAPH
           END-IF
           IF WS-GL-TIPO-LANCTO NOT = 'D'
              EXIT PARAGRAPH
           END-IF
              END-IF
           END-PERFORM
           IF WS-GL-CONTA-SUB = ZEROS
              PERFORM 8080-BUSCA-CONTA-RUBRICA
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
                      WS-GL-MATRICULA
           END-IF.

       8060-ACUMULA-INSS-RETIDO.
           EVALUATE TRUE
               WHEN WS-GL-MOEDA = WS-MOEDA-CODIGO(1)
                   MOVE 1             TO WS-GL-MOEDA-SUB
               WHEN WS-GL-MOEDA = WS-MOEDA-CODIGO(2)
                   MOVE 2             TO WS-GL-MOEDA-SUB
               WHEN WS-GL-MOEDA = WS-MOEDA-CODIGO(3)
                   MOVE 3             TO WS-GL-MOEDA-SUB
               WHEN OTHER
                   MOVE 4             TO WS-GL-MOEDA-SUB
           END-EVALUATE
           IF WS-GL-VALOR NUMERIC
              ADD WS-GL-VALOR TO
                  WS-GL-ACUM-INSS-RETIDO(WS-GL-MOEDA-SUB)
           ELSE
              DISPLAY 'VALOR INVALIDO NO EXTRATO GL: '
                      WS-GL-MATRICULA
           END-IF.

      * LINHAS DE RUBRICAS DOS LANCAMENTOS VARIAVEIS: PROVENTOS
      * SAO DEBITOS QUE COMPOEM O BRUTO; DESCONTOS SAO CREDITOS
      * QUE REDUZEM A CONTRAPARTIDA DE LIQUIDACAO.
       8070-ACUMULA-RUBRICA.
           EVALUATE TRUE
               WHEN WS-GL-MOEDA = WS-MOEDA-CODIGO(1)
                   MOVE 1             TO WS-GL-MOEDA-SUB
               WHEN WS-GL-MOEDA = WS-MOEDA-CODIGO(2)
                   MOVE 2             TO WS-GL-MOEDA-SUB
               WHEN WS-GL-MOEDA = WS-MOEDA-CODIGO(3)
                   MOVE 3             TO WS-GL-MOEDA-SUB
               WHEN OTHER
                   MOVE 4             TO WS-GL-MOEDA-SUB
           END-EVALUATE
           IF WS-GL-VALOR NOT NUMERIC
              DISPLAY 'VALOR INVALIDO NO EXTRATO GL: '
                      WS-GL-MATRICULA
              EXIT PARAGRAPH
           END-IF
           IF WS-GL-TIPO-LANCTO = 'D'
              ADD WS-GL-VALOR TO
                  WS-GL-ACUM-RUBRICA-DEB(WS-GL-MOEDA-SUB)
           ELSE
              ADD WS-GL-VALOR TO
                  WS-GL-ACUM-RUBRICA-CRED(WS-GL-MOEDA-SUB)
           END-IF.

       8080-BUSCA-CONTA-RUBRICA.
           SET WS-RUBRICA-IDX TO 1
           SEARCH WS-RUBRICA-FAIXA
               AT END
                   DISPLAY 'CONTA DESCONHECIDA NO EXTRATO GL: '
                           WS-GL-CONTA
               WHEN WS-RUBRICA-CONTA(WS-RUBRICA-IDX) = WS-GL-CONTA
                   PERFORM 8070-ACUMULA-RUBRICA
           END-SEARCH.

      * AS PROVISOES SAO LANCAMENTOS DE DEBITO E CREDITO PROPRIOS,
      * FORA DO TOTAL DA FOLHA; SAO SOMADAS A PARTE E EXIBIDAS NA
      * RECONCILIACAO APENAS PARA CONFERENCIA.
       8090-VERIFICA-CONTA-PROVISAO.
           MOVE 'N'                  TO WS-CONTA-PROVISAO-SW
           PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                   UNTIL WS-PRV-SUB > 4
              IF WS-GL-CONTA = WS-GL-CONTA-DESP-PROV(WS-PRV-SUB)
                 OR WS-GL-CONTA = WS-GL-CONTA-PASS-PROV(WS-PRV-SUB)
                 SET WS-CONTA-PROVISAO TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-CONTA-PROVISAO
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-GL-MOEDA = WS-MOEDA-CODIGO(1)
                   MOVE 1             TO WS-GL-MOEDA-SUB
               WHEN WS-GL-MOEDA = WS-MOEDA-CODIGO(2)
                   MOVE 2             TO WS-GL-MOEDA-SUB
               WHEN WS-GL-MOEDA = WS-MOEDA-CODIGO(3)
                   MOVE 3             TO WS-GL-MOEDA-SUB
               WHEN OTHER
                   MOVE 4             TO WS-GL-MOEDA-SUB
           END-EVALUATE
           IF WS-GL-VALOR NOT NUMERIC
              DISPLAY 'VALOR INVALIDO NO EXTRATO GL: '
                      WS-GL-MATRICULA
              EXIT PARAGRAPH
           END-IF
           IF WS-GL-TIPO-LANCTO = 'D'
              ADD WS-GL-VALOR TO WS-GL-ACUM-PROV-DEB(WS-GL-MOEDA-SUB)
           ELSE
              ADD WS-GL-VALOR TO WS-GL-ACUM-PROV-CRED(WS-GL-MOEDA-SUB)
           END-IF.

       8100-RECONCILIA-MOEDA.
           IF WS-RECON-MOEDA-SUB < 4
              MOVE WS-RECON-MOEDA-SUB TO WS-GL-MOEDA-SUB
                                   WS-GL-MOEDA-SUB)
                  TO WS-RECON-GL-TOTAL
           END-PERFORM
           MOVE WS-GL-ACUM-INSS-RETIDO(WS-GL-MOEDA-SUB)
                                     TO WS-RECON-INSS-RETIDO
           MOVE WS-GL-ACUM-RUBRICA-DEB(WS-GL-MOEDA-SUB)
                                     TO WS-RECON-RUBRICA-DEB
           ADD WS-RECON-RUBRICA-DEB  TO WS-RECON-GL-TOTAL
           MOVE WS-GL-ACUM-RUBRICA-CRED(WS-GL-MOEDA-SUB)
                                     TO WS-RECON-DESC-VARIAVEIS
           MOVE WS-GL-ACUM-PROV-DEB(WS-GL-MOEDA-SUB)
                                     TO WS-RECON-PROV-DEB
           MOVE WS-GL-ACUM-PROV-CRED(WS-GL-MOEDA-SUB)
                                     TO WS-RECON-PROV-CRED

           IF WS-RECON-GL-TOTAL = ZEROS
              AND WS-RECON-REG-TOTAL = ZEROS
           PERFORM 8150-GRAVA-CONTA-RECON
               VARYING WS-GL-BUSCA-SUB FROM 1 BY 1
               UNTIL WS-GL-BUSCA-SUB > WS-QTD-CONTAS-DEBITO
           IF WS-RECON-RUBRICA-DEB > ZEROS
              MOVE 'RUBRICAS'      TO WS-RECON-CONTA
              MOVE WS-RECON-RUBRICA-DEB TO WS-RECON-CONTA-VALOR
              WRITE RCN-LINE FROM WS-RECON-LINHA-CONTA
           END-IF

           MOVE 'TOTAL EXTRATO GL: ' TO WS-RECON-TOTAL-TITULO
           MOVE WS-RECON-GL-TOTAL    TO WS-RECON-TOTAL-VALOR
           MOVE 'TOTAL DA FOLHA..: ' TO WS-RECON-TOTAL-TITULO
           MOVE WS-RECON-REG-TOTAL   TO WS-RECON-TOTAL-VALOR
           WRITE RCN-LINE FROM WS-RECON-LINHA-TOTAL
           IF WS-RECON-INSS-RETIDO > ZEROS
              MOVE 'INSS RETIDO (C).: ' TO WS-RECON-TOTAL-TITULO
              MOVE WS-RECON-INSS-RETIDO TO WS-RECON-TOTAL-VALOR
              WRITE RCN-LINE FROM WS-RECON-LINHA-TOTAL
           END-IF
           IF WS-RECON-DESC-VARIAVEIS > ZEROS
              MOVE 'RUBRICAS (C)....: ' TO WS-RECON-TOTAL-TITULO
              MOVE WS-RECON-DESC-VARIAVEIS TO WS-RECON-TOTAL-VALOR
              WRITE RCN-LINE FROM WS-RECON-LINHA-TOTAL
           END-IF
           IF WS-RECON-PROV-DEB > ZEROS
              OR WS-RECON-PROV-CRED > ZEROS
              MOVE 'PROVISOES (D)...: ' TO WS-RECON-TOTAL-TITULO
              MOVE WS-RECON-PROV-DEB TO WS-RECON-TOTAL-VALOR
              WRITE RCN-LINE FROM WS-RECON-LINHA-TOTAL
              MOVE 'PROVISOES (C)...: ' TO WS-RECON-TOTAL-TITULO
              MOVE WS-RECON-PROV-CRED TO WS-RECON-TOTAL-VALOR
              WRITE RCN-LINE FROM WS-RECON-LINHA-TOTAL
           END-IF

           IF WS-RECON-GL-TOTAL = WS-RECON-REG-TOTAL
              MOVE 'IN-BALANCE'      TO WS-RECON-SITUACAO
              WRITE RCN-LINE FROM WS-RECON-LINHA-CONTA
           END-IF.

      * O CREDITO DE CONTRAPARTIDA E O TOTAL DEBITADO MENOS O
      * INSS RETIDO, JA CREDITADO NA CONTA DE INSS A RECOLHER, E
      * MENOS OS DESCONTOS VARIAVEIS, CREDITADOS NAS CONTAS DAS
      * RUBRICAS.
       8200-GRAVA-CREDITO-GL.
           IF WS-RECON-GL-TOTAL > ZEROS
              COMPUTE WS-RECON-CREDITO =
                      WS-RECON-GL-TOTAL - WS-RECON-INSS-RETIDO -
                      WS-RECON-DESC-VARIAVEIS
              MOVE WS-GL-CONTA-LIQUIDACAO TO WS-GL-CONTA
              MOVE 'C'               TO WS-GL-TIPO-LANCTO
              MOVE WS-RECON-CREDITO  TO WS-GL-VALOR
              MOVE WS-DATA-AAAAMMDD  TO WS-GL-DATA
              MOVE ZEROS             TO WS-GL-MATRICULA
              MOVE 'FOLHA DE PAGAMENTO'   TO WS-GL-NOME

      **************TOTAIS POR CENTRO DE CUSTO*******************
       8500-SUBTOTAIS-DEPTO.
           PERFORM 8640-VERIFICA-MOVIMENTO-DEPTO
           IF NOT WS-DEPTO-COM-MOVIMENTO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CCUSTO-CODIGO(WS-DEPTO-SUB) TO WS-SUBT-CCUSTO
           END-IF
           CLOSE DEPT-SUMMARY-REPORT.

      * UM CENTRO DE CUSTO SEM FUNCIONARIOS PODE TER VALORES
      * RECEBIDOS POR RATEIO.
       8640-VERIFICA-MOVIMENTO-DEPTO.
           MOVE 'N'                  TO WS-DEPTO-MOVIMENTO-SW
           IF WS-DEPTO-HEADCOUNT(WS-DEPTO-SUB) > ZEROS
              SET WS-DEPTO-COM-MOVIMENTO TO TRUE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEPTO-MOEDA-SUB FROM 1 BY 1
                   UNTIL WS-DEPTO-MOEDA-SUB > 4
              IF WS-DEPTO-VALOR(WS-DEPTO-SUB, WS-DEPTO-MOEDA-SUB)
                 > ZEROS
                 OR WS-DEPTO-ENCARGO(WS-DEPTO-SUB,
                                     WS-DEPTO-MOEDA-SUB) > ZEROS
                 SET WS-DEPTO-COM-MOVIMENTO TO TRUE
              END-IF
           END-PERFORM.

       8650-GRAVA-LINHA-DEPTSUM.
           PERFORM 8640-VERIFICA-MOVIMENTO-DEPTO
           IF NOT WS-DEPTO-COM-MOVIMENTO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CCUSTO-CODIGO(WS-DEPTO-SUB) TO WS-DSUM-CCUSTO
              END-IF
           END-PERFORM.

      **************POSICAO DAS PROVISOES POR DEPARTAMENTO*******
      * O RELATORIO E A POSICAO DE TODO O ARQUIVO PROVSALD.DAT DA
      * EMPRESA: FUNCIONARIOS SEM MOVIMENTO NA COMPETENCIA ENTRAM
      * COM O SALDO FINAL DA ULTIMA ATUALIZACAO.
       8700-GRAVA-POSICAO-PROVISAO.
           MOVE ZEROS                TO WS-PRV-ACUMULADORES
           MOVE 'N'                  TO WS-PRV-EOF-SW
           MOVE ZEROS                TO PRV-MATRICULA
           START PROVISION-FILE KEY NOT LESS THAN PRV-MATRICULA
               INVALID KEY
                   SET WS-PRV-EOF    TO TRUE
           END-START
           PERFORM 8710-ACUMULA-POSICAO-PROVISAO UNTIL WS-PRV-EOF

           OPEN OUTPUT PROVISION-REPORT
           IF WS-PRVRPT-STATUS NOT = '00'
              DISPLAY 'RELATORIO DE PROVISOES INDISPONIVEL -'
                      ' STATUS: ' WS-PRVRPT-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-EDITADA      TO WS-PRR-CAB-DATA
           MOVE WS-COMPETENCIA-X     TO WS-PRR-CAB-COMP
           MOVE WS-PARM-EMPRESA      TO WS-PRR-CAB-EMPRESA
           WRITE PRR-LINE FROM WS-CABECALHO-PROVISAO
           MOVE SPACES               TO PRR-LINE
           WRITE PRR-LINE
           WRITE PRR-LINE FROM WS-PRR-COLUNAS
           PERFORM 8720-GRAVA-LINHA-PROVISAO
               VARYING WS-PRV-DEPTO-SUB FROM 1 BY 1
               UNTIL WS-PRV-DEPTO-SUB > WS-QTD-CCUSTO
           MOVE SPACES               TO PRR-LINE
           WRITE PRR-LINE
           MOVE WS-PRV-DEPTO-TOTAL   TO WS-PRV-DEPTO-SUB
           PERFORM 8720-GRAVA-LINHA-PROVISAO
           CLOSE PROVISION-REPORT

           DISPLAY 'PROVISOES DE 13O E FERIAS CALCULADAS: '
                   WS-QTD-PRV-PROVISIONADOS
           IF WS-QTD-PRV-REVERTIDOS > ZEROS
              DISPLAY 'PROVISOES REVERTIDAS NO PAGAMENTO: '
                      WS-QTD-PRV-REVERTIDOS
           END-IF
           IF WS-QTD-PRV-IGNORADOS > ZEROS
              DISPLAY 'PROVISOES NAO ATUALIZADAS (SALDO DE'
                      ' COMPETENCIA POSTERIOR): '
                      WS-QTD-PRV-IGNORADOS
           END-IF
           IF WS-QTD-PRV-SEM-CCUSTO > ZEROS
              DISPLAY 'SALDOS DE PROVISAO COM CENTRO DE CUSTO FORA'
                      ' DA CCUSTAB (SO NO TOTAL): '
                      WS-QTD-PRV-SEM-CCUSTO
           END-IF.

       8710-ACUMULA-POSICAO-PROVISAO.
           READ PROVISION-FILE NEXT RECORD
               AT END
                   SET WS-PRV-EOF    TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF PRV-EMPRESA NOT = WS-PARM-EMPRESA
              OR PRV-COMP-AAAAMM > WS-COMP-AAAAMM
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN PRV-MOEDA = WS-MOEDA-CODIGO(1)
                   MOVE 1             TO WS-PRV-MOEDA-SUB
               WHEN PRV-MOEDA = WS-MOEDA-CODIGO(2)
                   MOVE 2             TO WS-PRV-MOEDA-SUB
               WHEN PRV-MOEDA = WS-MOEDA-CODIGO(3)
                   MOVE 3             TO WS-PRV-MOEDA-SUB
               WHEN OTHER
                   MOVE 4             TO WS-PRV-MOEDA-SUB
           END-EVALUATE
           MOVE ZEROS                TO WS-PRV-DEPTO-SUB
           SET WS-CCUSTO-IDX TO 1
           SEARCH WS-CCUSTO-FAIXA
               AT END
                   ADD 1             TO WS-QTD-PRV-SEM-CCUSTO
               WHEN WS-CCUSTO-CODIGO(WS-CCUSTO-IDX) = PRV-CCUSTO
                   SET WS-PRV-DEPTO-SUB TO WS-CCUSTO-IDX
           END-SEARCH
           PERFORM 8715-SOMA-COMPONENTE-PROVISAO
               VARYING WS-PRV-SUB FROM 1 BY 1
               UNTIL WS-PRV-SUB > 4.

       8715-SOMA-COMPONENTE-PROVISAO.
           IF PRV-COMP-AAAAMM = WS-COMP-AAAAMM
              MOVE PRV-SALDO-INICIAL(WS-PRV-SUB)
                                     TO WS-PRV-CALC
           ELSE
              MOVE PRV-SALDO-FINAL(WS-PRV-SUB)
                                     TO WS-PRV-CALC
           END-IF
           ADD WS-PRV-CALC TO
               WS-PRV-ACUM-INICIAL(WS-PRV-DEPTO-TOTAL,
                                   WS-PRV-MOEDA-SUB, WS-PRV-SUB)
           ADD PRV-SALDO-FINAL(WS-PRV-SUB) TO
               WS-PRV-ACUM-FINAL(WS-PRV-DEPTO-TOTAL,
                                 WS-PRV-MOEDA-SUB, WS-PRV-SUB)
           IF WS-PRV-DEPTO-SUB > ZEROS
              ADD WS-PRV-CALC TO
                  WS-PRV-ACUM-INICIAL(WS-PRV-DEPTO-SUB,
                                      WS-PRV-MOEDA-SUB, WS-PRV-SUB)
              ADD PRV-SALDO-FINAL(WS-PRV-SUB) TO
                  WS-PRV-ACUM-FINAL(WS-PRV-DEPTO-SUB,
                                    WS-PRV-MOEDA-SUB, WS-PRV-SUB)
           END-IF
           IF PRV-COMP-AAAAMM NOT = WS-COMP-AAAAMM
              EXIT PARAGRAPH
           END-IF
           ADD PRV-PROVISAO(WS-PRV-SUB) TO
               WS-PRV-ACUM-PROVISAO(WS-PRV-DEPTO-TOTAL,
                                    WS-PRV-MOEDA-SUB, WS-PRV-SUB)
           ADD PRV-REVERSAO(WS-PRV-SUB) TO
               WS-PRV-ACUM-REVERSAO(WS-PRV-DEPTO-TOTAL,
                                    WS-PRV-MOEDA-SUB, WS-PRV-SUB)
           IF WS-PRV-DEPTO-SUB > ZEROS
              ADD PRV-PROVISAO(WS-PRV-SUB) TO
                  WS-PRV-ACUM-PROVISAO(WS-PRV-DEPTO-SUB,
                                       WS-PRV-MOEDA-SUB, WS-PRV-SUB)
              ADD PRV-REVERSAO(WS-PRV-SUB) TO
                  WS-PRV-ACUM-REVERSAO(WS-PRV-DEPTO-SUB,
                                       WS-PRV-MOEDA-SUB, WS-PRV-SUB)
           END-IF.

       8720-GRAVA-LINHA-PROVISAO.
           IF WS-PRV-DEPTO-SUB = WS-PRV-DEPTO-TOTAL
              MOVE SPACES            TO WS-PRR-CCUSTO
              MOVE 'TOTAL GERAL'     TO WS-PRR-NOME
           ELSE
              MOVE WS-CCUSTO-CODIGO(WS-PRV-DEPTO-SUB)
                                     TO WS-PRR-CCUSTO
              MOVE WS-CCUSTO-NOME(WS-PRV-DEPTO-SUB)
                                     TO WS-PRR-NOME
           END-IF
           PERFORM 8730-GRAVA-COMPONENTE-PROVISAO
               VARYING WS-PRV-MOEDA-SUB FROM 1 BY 1
               UNTIL WS-PRV-MOEDA-SUB > 4
               AFTER WS-PRV-SUB FROM 1 BY 1
               UNTIL WS-PRV-SUB > 4.

       8730-GRAVA-COMPONENTE-PROVISAO.
           IF WS-PRV-ACUM-INICIAL(WS-PRV-DEPTO-SUB, WS-PRV-MOEDA-SUB,
                                  WS-PRV-SUB) = ZEROS
              AND WS-PRV-ACUM-PROVISAO(WS-PRV-DEPTO-SUB,
                                  WS-PRV-MOEDA-SUB, WS-PRV-SUB) = ZEROS
              AND WS-PRV-ACUM-REVERSAO(WS-PRV-DEPTO-SUB,
                                  WS-PRV-MOEDA-SUB, WS-PRV-SUB) = ZEROS
              AND WS-PRV-ACUM-FINAL(WS-PRV-DEPTO-SUB,
                                  WS-PRV-MOEDA-SUB, WS-PRV-SUB) = ZEROS
              EXIT PARAGRAPH
           END-IF
           IF WS-PRV-MOEDA-SUB < 4
              MOVE WS-MOEDA-CODIGO(WS-PRV-MOEDA-SUB) TO WS-PRR-MOEDA
           ELSE
              MOVE '***'             TO WS-PRR-MOEDA
           END-IF
           MOVE WS-PRV-NOME-COMPONENTE(WS-PRV-SUB)
                                     TO WS-PRR-COMPONENTE
           MOVE WS-PRV-ACUM-INICIAL(WS-PRV-DEPTO-SUB,
                WS-PRV-MOEDA-SUB, WS-PRV-SUB) TO WS-PRR-INICIAL
           MOVE WS-PRV-ACUM-PROVISAO(WS-PRV-DEPTO-SUB,
                WS-PRV-MOEDA-SUB, WS-PRV-SUB) TO WS-PRR-PROVISAO
           MOVE WS-PRV-ACUM-REVERSAO(WS-PRV-DEPTO-SUB,
                WS-PRV-MOEDA-SUB, WS-PRV-SUB) TO WS-PRR-REVERSAO
           MOVE WS-PRV-ACUM-FINAL(WS-PRV-DEPTO-SUB,
                WS-PRV-MOEDA-SUB, WS-PRV-SUB) TO WS-PRR-FINAL
           WRITE PRR-LINE FROM WS-PRR-LINHA
           MOVE SPACES               TO WS-PRR-CCUSTO
           MOVE SPACES               TO WS-PRR-NOME.

      **************FOLHA COMPLEMENTAR***************************
       3000-EXECUTA-COMPLEMENTAR.
           PERFORM 3100-MONTA-LISTA-COMPLEM
           IF WS-QTD-COMPL = ZEROS
              DISPLAY 'NENHUMA MATRICULA PARA A FOLHA'
                      ' COMPLEMENTAR DE ' WS-COMPETENCIA-X
              MOVE 08                TO WS-LOG-RC
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           DISPLAY 'MATRICULAS NA COMPLEMENTAR: ' WS-QTD-COMPL
           PERFORM 1000-INITIALIZE
                         WS-REJFILE-STATUS
                 DISPLAY 'INFORME AS MATRICULAS: COMPLEM MM/AAAA'
                         ' NNNNNN [NNNNNN] [NNNNNN]'
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
              PERFORM 3160-LE-REJFILE
              PERFORM 3170-SELECIONA-REJFILE UNTIL WS-REJF-EOF
           PERFORM 3160-LE-REJFILE.

       3200-PROCESSA-COMPLEM.
           ADD 1                     TO WS-LOG-QTD-LIDOS
           MOVE WS-COMPL-MATRICULA(WS-COMPL-SUB) TO EMP-MATRICULA
           READ EMP-MASTER-FILE
               INVALID KEY
                      ' COMPLEMENTAR: ' EMP-MATRICULA
              EXIT PARAGRAPH
           END-IF
           PERFORM 2057-VERIFICA-ADMISSAO
           IF WS-ADMISSAO-POSTERIOR
              ADD 1                  TO WS-QTD-COMPL-IGNORADOS
              DISPLAY 'ADMISSAO POSTERIOR A COMPETENCIA IGNORADA NA'
                      ' COMPLEMENTAR: ' EMP-MATRICULA
              EXIT PARAGRAPH
           END-IF
           PERFORM 3250-POSICIONA-ARQUIVOS-COMPL
           PERFORM 2010-CALCULA-E-GRAVA
           IF WS-SALARIO-VALIDO
           PERFORM UNTIL WS-PON-EOF
                   OR PON-MATRICULA >= EMP-MATRICULA
              PERFORM 2043-LE-APONTAMENTO
           END-PERFORM
           PERFORM UNTIL WS-LAN-EOF
                   OR LAN-MATRICULA >= EMP-MATRICULA
              PERFORM 2023-LE-LANCAMENTO
           END-PERFORM.

      * AO FINAL DA COMPLEMENTAR O ARQUIVO DE REJEICOES E
                     WS-TOTAL-ENCARGO-VALOR(WS-RECON-MOEDA-SUB)
                 MOVE WS-MOEDA-CODIGO(WS-RECON-MOEDA-SUB)
                                     TO WS-RECON-MOEDA
                 MOVE WS-TOTAL-INSS-VALOR(WS-RECON-MOEDA-SUB)
                                     TO WS-RECON-INSS-RETIDO
                 MOVE WS-TOTAL-DESCVAR-VALOR(WS-RECON-MOEDA-SUB)
                                     TO WS-RECON-DESC-VARIAVEIS
              ELSE
                 COMPUTE WS-RECON-GL-TOTAL =
                     WS-TOTAL-OUTRAS-MOEDAS +
                     WS-TOTAL-ENCARGO-OUTRAS
                 MOVE '***'          TO WS-RECON-MOEDA
                 MOVE WS-TOTAL-INSS-OUTRAS
                                     TO WS-RECON-INSS-RETIDO
                 MOVE WS-TOTAL-DESCVAR-OUTRAS
                                     TO WS-RECON-DESC-VARIAVEIS
              END-IF
              PERFORM 8200-GRAVA-CREDITO-GL
           END-PERFORM.
                      WS-DIS-TIPO-FILTRO
              DISPLAY 'USO: DISSIDIO CCCC S/H/* PNNNVV OU'
                      ' FNNNNNNVV [SIMULA]'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE WS-DIS-AJUSTE-X(1:1) TO WS-DIS-FORMA
           EVALUATE TRUE
                      OR WS-DIS-PERCENT = ZEROS
                      DISPLAY 'PERCENTUAL INVALIDO NO DISSIDIO: '
                              WS-DIS-AJUSTE-X
                      PERFORM 9750-CANCELA-EXECUCAO
                   END-IF
               WHEN WS-DIS-VALOR-FIXO
                   MOVE WS-DIS-AJUSTE-X(2:8) TO WS-DIS-VALOR-X
                      OR WS-DIS-VALOR = ZEROS
                      DISPLAY 'VALOR INVALIDO NO DISSIDIO: '
                              WS-DIS-AJUSTE-X
                      PERFORM 9750-CANCELA-EXECUCAO
                   END-IF
               WHEN OTHER
                   DISPLAY 'AJUSTE INVALIDO NO DISSIDIO: '
                           WS-DIS-AJUSTE-X
                   DISPLAY 'USO: DISSIDIO CCCC S/H/* PNNNVV OU'
                           ' FNNNNNNVV [SIMULA]'
                   PERFORM 9750-CANCELA-EXECUCAO
           END-EVALUATE.

       4200-INICIALIZA-DISSIDIO.
              IF WS-CCUSTO-IDX-ATUAL = ZEROS
                 DISPLAY 'CENTRO DE CUSTO INVALIDO NO DISSIDIO: '
                         WS-DIS-CCUSTO-FILTRO
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
           END-IF

           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQUIVO MESTRE - STATUS: '
                      WS-EMPMAST-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           IF NOT WS-DIS-SIMULACAO
              OPEN OUTPUT NEW-MASTER-FILE
              MOVE 'DISSIDIO'        TO WS-ALT-ORIGEM
              PERFORM 1210-ABRE-HISTORICO-CADASTRO
           END-IF
           OPEN OUTPUT ADJUSTMENT-REPORT
           IF WS-DIS-SIMULACAO
              ADD 1                  TO WS-QTD-FORA-FILTRO
           END-IF
           IF NOT WS-DIS-SIMULACAO
              PERFORM 5800-REGISTRA-ALTERACOES
              WRITE NEW-EMP-RECORD
              ADD 1                  TO WS-QTD-GRAVADOS-NOVO
           END-IF.
              MOVE WS-QTD-GRAVADOS-NOVO TO NEW-EMP-CTL-QTD-REG
              WRITE NEW-EMP-RECORD
              CLOSE NEW-MASTER-FILE
              CLOSE CHANGE-HISTORY-FILE
              DISPLAY 'MESTRE REAJUSTADO GRAVADO EM EMPMAST.NEW'
              DISPLAY 'ALTERACOES NO HISTORICO CADASTRAL: '
                      WS-QTD-ALT-GRAVADAS
           END-IF
           DISPLAY 'FUNCIONARIOS AJUSTADOS.....: '
                   WS-QTD-AJUSTADOS
           OPEN INPUT  TRANSACTION-FILE
           OPEN OUTPUT NEW-MASTER-FILE
           OPEN OUTPUT MAINT-LOG-FILE
           ACCEPT WS-AUDIT-USUARIO FROM ENVIRONMENT "USER"
           ACCEPT WS-AUDIT-HORA-SISTEMA FROM TIME
           MOVE WS-AUDIT-HORA-SIS-HH TO WS-AUDIT-HORA-HH
           MOVE WS-AUDIT-HORA-SIS-MM TO WS-AUDIT-HORA-MM
           MOVE WS-AUDIT-HORA-SIS-SS TO WS-AUDIT-HORA-SS
           ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WS-DATA-DD           TO WS-DATA-DDMM-DD
           MOVE WS-DATA-MM           TO WS-DATA-DDMM-MM
           MOVE WS-DATA-AAAA         TO WS-DATA-DDMM-AAAA
           MOVE WS-DATA-DDMMAAAA     TO WS-DATA-EDITADA
           PERFORM 1200-ABRE-AUDITORIA
           MOVE 'MANUT'              TO WS-ALT-ORIGEM
           PERFORM 1210-ABRE-HISTORICO-CADASTRO
           IF NOT WS-MESTRE-AUSENTE
              PERFORM 5110-LE-OLD-MASTER
           END-IF
           READ TRANSACTION-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1             TO WS-LOG-QTD-LIDOS
           END-READ.

       5200-MESCLA-MANUTENCAO.
                 PERFORM 5120-LE-TRANSACAO
                 EXIT PARAGRAPH
              END-IF
              PERFORM 5760-VALIDA-ADMISSAO-TRAN
              IF NOT WS-ADM-VALIDA
                 MOVE 'INCLUSAO SEM DATA DE ADMISSAO VALIDA'
                                          TO WS-LOGM-MENSAGEM
                 PERFORM 5700-GRAVA-LOG-TRAN-ERRO
                 PERFORM 5120-LE-TRANSACAO
                 EXIT PARAGRAPH
              END-IF
              MOVE TRAN-MATRICULA        TO NEW-EMP-MATRICULA
              MOVE TRAN-NOME              TO NEW-EMP-NOME
              MOVE TRAN-TIPO               TO NEW-EMP-TIPO
              SET NEW-EMP-ATIVO           TO TRUE
              MOVE ZEROS                  TO NEW-EMP-DATA-DESLIG
              MOVE WS-EMPRESA-CODIGO-BUSCA TO NEW-EMP-EMPRESA
              MOVE TRAN-DATA-ADMISSAO     TO NEW-EMP-DATA-ADMISSAO
              WRITE NEW-EMP-RECORD
                  INVALID KEY
                      MOVE 'INCLUSAO REJEITADA - MATRICULA JA EXISTE'
                         EXIT PARAGRAPH
                      END-IF
                   END-IF
                   IF TRAN-DATA-ADMISSAO-X NOT = ZEROS
                      AND TRAN-DATA-ADMISSAO-X NOT = SPACES
                      PERFORM 5760-VALIDA-ADMISSAO-TRAN
                      IF NOT WS-ADM-VALIDA
                         MOVE EMP-RECORD    TO NEW-EMP-RECORD
                         WRITE NEW-EMP-RECORD
                         ADD 1              TO WS-QTD-GRAVADOS-NOVO
                         MOVE 'DATA DE ADMISSAO INVALIDA NA TRANSACAO'
                                            TO WS-LOGM-MENSAGEM
                         PERFORM 5700-GRAVA-LOG-TRAN-ERRO
                         PERFORM 5110-LE-OLD-MASTER
                         PERFORM 5120-LE-TRANSACAO
                         EXIT PARAGRAPH
                      END-IF
                   END-IF
                   MOVE EMP-RECORD          TO NEW-EMP-RECORD
                   MOVE TRAN-TIPO           TO NEW-EMP-TIPO
                   IF TRAN-TIPO-HORISTA
                      MOVE WS-EMPRESA-CODIGO-BUSCA
                                            TO NEW-EMP-EMPRESA
                   END-IF
                   IF TRAN-DATA-ADMISSAO-X NOT = ZEROS
                      AND TRAN-DATA-ADMISSAO-X NOT = SPACES
                      MOVE TRAN-DATA-ADMISSAO
                                            TO NEW-EMP-DATA-ADMISSAO
                   END-IF
                   PERFORM 5800-REGISTRA-ALTERACOES
                   WRITE NEW-EMP-RECORD
                   ADD 1                    TO WS-QTD-GRAVADOS-NOVO
                   ADD 1                    TO WS-QTD-ALTERACOES
                   IF NEW-EMP-BANCO   NOT = EMP-BANCO
                      OR NEW-EMP-AGENCIA NOT = EMP-AGENCIA
                      OR NEW-EMP-CONTA   NOT = EMP-CONTA
                      MOVE 'FUNCIONARIO ALTERADO - DADOS BANCARIOS'
                                            TO WS-LOGM-MENSAGEM
                      PERFORM 5650-GRAVA-AUDITORIA-BANCO
                   ELSE
                      MOVE 'FUNCIONARIO ALTERADO' TO WS-LOGM-MENSAGEM
                   END-IF
                   PERFORM 5600-GRAVA-LOG-TRAN-OK
               WHEN TRAN-EXCLUSAO
                   MOVE EMP-RECORD          TO NEW-EMP-RECORD
                   SET NEW-EMP-EXCLUIDO     TO TRUE
                   PERFORM 5800-REGISTRA-ALTERACOES
                   WRITE NEW-EMP-RECORD
                   ADD 1                    TO WS-QTD-GRAVADOS-NOVO
                   ADD 1                    TO WS-QTD-EXCLUSOES
           END-IF
           PERFORM 1380-BUSCA-EMPRESA.

      * DATA DE ADMISSAO DA TRANSACAO (AAAAMMDD): NUMERICA, NAO
      * ZERADA, MES E DIA VALIDOS.
       5760-VALIDA-ADMISSAO-TRAN.
           MOVE 'N'                  TO WS-ADM-VALIDA-SW
           IF TRAN-DATA-ADMISSAO NOT NUMERIC
              OR TRAN-DATA-ADMISSAO = ZEROS
              EXIT PARAGRAPH
           END-IF
           MOVE TRAN-DATA-ADMISSAO   TO WS-ADM-DATA
           IF WS-ADM-AAAA < 1900
              OR WS-ADM-MM < 01
              OR WS-ADM-MM > 12
              OR WS-ADM-DD < 01
              OR WS-ADM-DD > 31
              EXIT PARAGRAPH
           END-IF
           SET WS-ADM-VALIDA         TO TRUE.

      * HISTORICO DE ALTERACOES CADASTRAIS: COMPARA O REGISTRO
      * LIDO DO MESTRE (EMP-RECORD) COM O REGISTRO A GRAVAR
      * (NEW-EMP-RECORD), ANTES DA GRAVACAO, E REGISTRA NO
      * ALTCAD.DAT UM REGISTRO POR CAMPO ALTERADO
       5800-REGISTRA-ALTERACOES.
           MOVE NEW-EMP-MATRICULA    TO WS-ALT-MATRICULA
           MOVE NEW-EMP-EMPRESA      TO WS-ALT-EMPRESA
           MOVE 'NOME'               TO WS-ALT-CAMPO
           MOVE EMP-NOME             TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-NOME         TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           MOVE 'TIPO'               TO WS-ALT-CAMPO
           MOVE EMP-TIPO             TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-TIPO         TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           IF NEW-EMP-TIPO NOT = EMP-TIPO
              PERFORM 5810-REGISTRA-TROCA-TIPO
           ELSE
              PERFORM 5820-REGISTRA-REMUNERACAO
           END-IF
           MOVE 'MOEDA'              TO WS-ALT-CAMPO
           MOVE EMP-MOEDA            TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-MOEDA        TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           MOVE 'BANCO'              TO WS-ALT-CAMPO
           MOVE EMP-BANCO            TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-BANCO        TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           MOVE 'AGENCIA'            TO WS-ALT-CAMPO
           MOVE EMP-AGENCIA          TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-AGENCIA      TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           MOVE 'CONTA'              TO WS-ALT-CAMPO
           MOVE EMP-CONTA            TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-CONTA        TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           MOVE 'C-CUSTO'            TO WS-ALT-CAMPO
           MOVE EMP-CENTRO-CUSTO     TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-CENTRO-CUSTO TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           MOVE 'EMPRESA'            TO WS-ALT-CAMPO
           MOVE EMP-EMPRESA          TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-EMPRESA      TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           MOVE 'ADMISSAO'           TO WS-ALT-CAMPO
           MOVE EMP-DATA-ADMISSAO    TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-DATA-ADMISSAO TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           MOVE 'DESLIGAMENTO'       TO WS-ALT-CAMPO
           MOVE EMP-DATA-DESLIGAMENTO TO WS-ALT-ANTERIOR
           MOVE NEW-EMP-DATA-DESLIG  TO WS-ALT-NOVO
           PERFORM 5880-GRAVA-SE-ALTERADO
           IF NEW-EMP-STATUS NOT = EMP-STATUS
              MOVE 'STATUS'          TO WS-ALT-CAMPO
              MOVE EMP-STATUS        TO WS-ALT-ANTERIOR
              MOVE NEW-EMP-STATUS    TO WS-ALT-NOVO
              PERFORM 5840-EDITA-STATUS
              PERFORM 5890-GRAVA-ALTERACAO
           END-IF.

      * TROCA DE TIPO: A REMUNERACAO DO TIPO ANTERIOR SAI COM O
      * VALOR NOVO EM BRANCO E A DO NOVO TIPO COM O VALOR ANTERIOR
      * EM BRANCO
       5810-REGISTRA-TROCA-TIPO.
           IF EMP-TIPO-HORISTA
              MOVE 'HORAS'           TO WS-ALT-CAMPO
              PERFORM 5832-EDITA-HORAS
              MOVE SPACES            TO WS-ALT-NOVO
              PERFORM 5890-GRAVA-ALTERACAO
              MOVE 'VALOR-HORA'      TO WS-ALT-CAMPO
              PERFORM 5834-EDITA-VALOR-HORA
              MOVE SPACES            TO WS-ALT-NOVO
              PERFORM 5890-GRAVA-ALTERACAO
           ELSE
              MOVE 'SALARIO'         TO WS-ALT-CAMPO
              PERFORM 5830-EDITA-SALARIO
              MOVE SPACES            TO WS-ALT-NOVO
              PERFORM 5890-GRAVA-ALTERACAO
           END-IF
           IF NEW-EMP-TIPO-HOR
              MOVE 'HORAS'           TO WS-ALT-CAMPO
              PERFORM 5832-EDITA-HORAS
              MOVE SPACES            TO WS-ALT-ANTERIOR
              PERFORM 5890-GRAVA-ALTERACAO
              MOVE 'VALOR-HORA'      TO WS-ALT-CAMPO
              PERFORM 5834-EDITA-VALOR-HORA
              MOVE SPACES            TO WS-ALT-ANTERIOR
              PERFORM 5890-GRAVA-ALTERACAO
           ELSE
              MOVE 'SALARIO'         TO WS-ALT-CAMPO
              PERFORM 5830-EDITA-SALARIO
              MOVE SPACES            TO WS-ALT-ANTERIOR
              PERFORM 5890-GRAVA-ALTERACAO
           END-IF.

       5820-REGISTRA-REMUNERACAO.
           IF EMP-TIPO-HORISTA
              IF NEW-EMP-HORAS-TRAB-X NOT = EMP-HORAS-TRABALHADAS-X
                 MOVE 'HORAS'        TO WS-ALT-CAMPO
                 PERFORM 5832-EDITA-HORAS
                 PERFORM 5890-GRAVA-ALTERACAO
              END-IF
              IF NEW-EMP-VALOR-HORA-X NOT = EMP-VALOR-HORA-X
                 MOVE 'VALOR-HORA'   TO WS-ALT-CAMPO
                 PERFORM 5834-EDITA-VALOR-HORA
                 PERFORM 5890-GRAVA-ALTERACAO
              END-IF
           ELSE
              IF NEW-EMP-SALARIO-X NOT = EMP-SALARIO-X
                 MOVE 'SALARIO'      TO WS-ALT-CAMPO
                 PERFORM 5830-EDITA-SALARIO
                 PERFORM 5890-GRAVA-ALTERACAO
              END-IF
           END-IF.

      * VALORES EDITADOS COM VIRGULA DECIMAL; CONTEUDO NAO NUMERICO
      * VAI COMO ESTA
       5830-EDITA-SALARIO.
           IF EMP-SALARIO NUMERIC
              MOVE EMP-SALARIO       TO WS-ALT-VALOR-ED
              MOVE WS-ALT-VALOR-ED   TO WS-ALT-ANTERIOR
           ELSE
              MOVE EMP-SALARIO-X     TO WS-ALT-ANTERIOR
           END-IF
           IF NEW-EMP-SALARIO NUMERIC
              MOVE NEW-EMP-SALARIO   TO WS-ALT-VALOR-ED
              MOVE WS-ALT-VALOR-ED   TO WS-ALT-NOVO
           ELSE
              MOVE NEW-EMP-SALARIO-X TO WS-ALT-NOVO
           END-IF.

       5832-EDITA-HORAS.
           IF EMP-HORAS-TRABALHADAS NUMERIC
              MOVE EMP-HORAS-TRABALHADAS TO WS-ALT-VALOR-ED
              MOVE WS-ALT-VALOR-ED   TO WS-ALT-ANTERIOR
           ELSE
              MOVE EMP-HORAS-TRABALHADAS-X TO WS-ALT-ANTERIOR
           END-IF
           IF NEW-EMP-HORAS-TRAB NUMERIC
              MOVE NEW-EMP-HORAS-TRAB TO WS-ALT-VALOR-ED
              MOVE WS-ALT-VALOR-ED   TO WS-ALT-NOVO
           ELSE
              MOVE NEW-EMP-HORAS-TRAB-X TO WS-ALT-NOVO
           END-IF.

       5834-EDITA-VALOR-HORA.
           IF EMP-VALOR-HORA NUMERIC
              MOVE EMP-VALOR-HORA    TO WS-ALT-VALOR-ED
              MOVE WS-ALT-VALOR-ED   TO WS-ALT-ANTERIOR
           ELSE
              MOVE EMP-VALOR-HORA-X  TO WS-ALT-ANTERIOR
           END-IF
           IF NEW-EMP-VALOR-HORA NUMERIC
              MOVE NEW-EMP-VALOR-HORA TO WS-ALT-VALOR-ED
              MOVE WS-ALT-VALOR-ED   TO WS-ALT-NOVO
           ELSE
              MOVE NEW-EMP-VALOR-HORA-X TO WS-ALT-NOVO
           END-IF.

       5840-EDITA-STATUS.
           EVALUATE WS-ALT-ANTERIOR
               WHEN 'A'
                   MOVE 'ATIVO'      TO WS-ALT-ANTERIOR
               WHEN 'D'
                   MOVE 'EXCLUIDO'   TO WS-ALT-ANTERIOR
           END-EVALUATE
           EVALUATE WS-ALT-NOVO
               WHEN 'A'
                   MOVE 'ATIVO'      TO WS-ALT-NOVO
               WHEN 'D'
                   MOVE 'EXCLUIDO'   TO WS-ALT-NOVO
           END-EVALUATE.

       5880-GRAVA-SE-ALTERADO.
           IF WS-ALT-ANTERIOR NOT = WS-ALT-NOVO
              PERFORM 5890-GRAVA-ALTERACAO
           END-IF.

       5890-GRAVA-ALTERACAO.
           MOVE SPACES               TO ALT-RECORD
           MOVE WS-ALT-MATRICULA     TO ALT-MATRICULA
           IF WS-ALT-EMPRESA = SPACES
              MOVE WS-EMPRESA-PADRAO TO ALT-EMPRESA
           ELSE
              MOVE WS-ALT-EMPRESA    TO ALT-EMPRESA
           END-IF
           MOVE WS-ALT-DATA          TO ALT-DATA
           MOVE WS-ALT-HORA-SIS      TO ALT-HORA
           MOVE WS-ALT-USUARIO       TO ALT-USUARIO
           MOVE WS-ALT-ORIGEM        TO ALT-ORIGEM
           MOVE WS-ALT-CAMPO         TO ALT-CAMPO
           MOVE WS-ALT-ANTERIOR      TO ALT-VALOR-ANTERIOR
           MOVE WS-ALT-NOVO          TO ALT-VALOR-NOVO
           WRITE ALT-RECORD
           ADD 1                     TO WS-QTD-ALT-GRAVADAS.

       5600-GRAVA-LOG-TRAN-OK.
           MOVE TRAN-CODIGO             TO WS-LOGM-CODIGO
           MOVE TRAN-MATRICULA          TO WS-LOGM-MATRICULA
           MOVE TRAN-NOME               TO WS-LOGM-NOME
           MOVE WS-DATA-AAAAMMDD        TO WS-LOGM-DATA
           WRITE MAINT-LOG-LINE FROM WS-LINHA-LOG-MANUTENCAO.

      * ALTERACAO DE DADOS BANCARIOS FICA NA AUDITORIA (SEM
      * SALARIO E SEM COMPETENCIA) PARA A CONFERENCIA PRE-REMESSA
       5650-GRAVA-AUDITORIA-BANCO.
           MOVE WS-DATA-EDITADA       TO WS-AUD-DATA
           MOVE WS-AUDIT-HORA-EDITADA TO WS-AUD-HORA
           MOVE WS-AUDIT-USUARIO      TO WS-AUD-USUARIO
           MOVE NEW-EMP-MATRICULA     TO WS-AUD-MATRICULA
           MOVE NEW-EMP-NOME          TO WS-AUD-NOME
           MOVE ZEROS                 TO WS-AUD-SALARIO
           MOVE 'ALT BANCO'           TO WS-AUD-SITUACAO
           MOVE SPACES                TO WS-AUD-COMPETENCIA
           MOVE NEW-EMP-EMPRESA       TO WS-AUD-EMPRESA
           WRITE AUDIT-LINE FROM WS-LINHA-AUDITORIA.

       5700-GRAVA-LOG-TRAN-ERRO.
           ADD 1                         TO WS-QTD-TRAN-REJEITADAS
           MOVE TRAN-CODIGO             TO WS-LOGM-CODIGO
           MOVE TRAN-MATRICULA          TO WS-LOGM-MATRICULA
           MOVE TRAN-NOME               TO WS-LOGM-NOME
           MOVE WS-DATA-AAAAMMDD        TO WS-LOGM-DATA
           WRITE MAINT-LOG-LINE FROM WS-LINHA-LOG-MANUTENCAO.

       5900-FINALIZA-MANUTENCAO.
           DISPLAY 'FUNCIONARIOS ALTERADOS: '   WS-QTD-ALTERACOES
           DISPLAY 'FUNCIONARIOS EXCLUIDOS: '   WS-QTD-EXCLUSOES
           DISPLAY 'TRANSACOES REJEITADAS: '    WS-QTD-TRAN-REJEITADAS
           DISPLAY 'ALTERACOES NO HISTORICO CADASTRAL: '
                   WS-QTD-ALT-GRAVADAS
           IF NOT WS-MESTRE-AUSENTE
              CLOSE EMP-MASTER-FILE
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE NEW-MASTER-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CHANGE-HISTORY-FILE.

      **************CONSULTA DE UM FUNCIONARIO*******************
       6000-CONSULTA-FUNCIONARIO.
           DISPLAY 'MOEDA....: ' EMP-MOEDA
           DISPLAY 'EMPRESA..: ' EMP-EMPRESA
           DISPLAY 'C.CUSTO..: ' EMP-CENTRO-CUSTO
           IF EMP-DATA-ADMISSAO NUMERIC
              AND EMP-DATA-ADMISSAO NOT = ZEROS
              DISPLAY 'ADMISSAO.: ' EMP-DATA-ADMISSAO
           ELSE
              DISPLAY 'ADMISSAO.: NAO INFORMADA'
           END-IF
           DISPLAY 'BANCO....: ' EMP-BANCO ' AG: ' EMP-AGENCIA
                   ' CONTA: ' EMP-CONTA
           IF EMP-EXCLUIDO
           PERFORM 7100-VALIDA-PARM-RESCISAO
           PERFORM 1300-CARREGA-TABELAS
           PERFORM 7200-ABRE-ARQUIVOS-RESCISAO
           MOVE 1                    TO WS-LOG-QTD-LIDOS
           PERFORM 7300-CALCULA-RESCISAO
           IF WS-SALARIO-INVALIDO
              DISPLAY 'RESCISAO NAO EFETIVADA: ' WS-REJ-MOTIVO
              ADD 1                  TO WS-QTD-REJEITADOS
              PERFORM 7900-FINALIZA-RESCISAO
              MOVE 08                TO WS-LOG-RC
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           PERFORM 7400-GRAVA-SAIDAS-RESCISAO
           PERFORM 7500-ATUALIZA-MESTRE-RESCISAO
              OR WS-RESC-MATRICULA = 999999
              DISPLAY 'MATRICULA INVALIDA: ' WS-PARM-ARG2
              DISPLAY 'USO: RESCISAO MM/AAAA NNNNNN DDMMAAAA'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           IF WS-RESC-DATA-X NOT NUMERIC
              OR WS-RESC-DD < 01
              DISPLAY 'DATA DE DESLIGAMENTO INVALIDA: '
                      WS-PARM-ARG3
              DISPLAY 'USO: RESCISAO MM/AAAA NNNNNN DDMMAAAA'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE WS-RESC-AAAA         TO WS-RESC-A-AAAA
           MOVE WS-RESC-MM           TO WS-RESC-A-MM
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQUIVO MESTRE - STATUS: '
                      WS-EMPMAST-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE WS-RESC-MATRICULA    TO EMP-MATRICULA
           READ EMP-MASTER-FILE
                   DISPLAY 'MATRICULA NAO ENCONTRADA: '
                           WS-RESC-MATRICULA
                   CLOSE EMP-MASTER-FILE
                   MOVE 08           TO WS-LOG-RC
                   PERFORM 9750-CANCELA-EXECUCAO
           END-READ
           IF EMP-EXCLUIDO
              DISPLAY 'FUNCIONARIO JA EXCLUIDO: ' WS-RESC-MATRICULA
              CLOSE EMP-MASTER-FILE
              MOVE 08                TO WS-LOG-RC
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           IF EMP-EMPRESA NOT = WS-PARM-EMPRESA
              AND NOT (EMP-EMPRESA = SPACES
              DISPLAY 'FUNCIONARIO DE OUTRA EMPRESA: '
                      WS-RESC-MATRICULA ' (' EMP-EMPRESA ')'
              CLOSE EMP-MASTER-FILE
              MOVE 08                TO WS-LOG-RC
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           IF EMP-DATA-ADMISSAO NUMERIC
              AND EMP-DATA-ADMISSAO NOT = ZEROS
              MOVE EMP-DATA-ADMISSAO TO WS-ADM-DATA
              IF WS-ADM-DATA > WS-RESC-DATA-AAAAMMDD
                 DISPLAY 'DESLIGAMENTO ANTERIOR A ADMISSAO ('
                         EMP-DATA-ADMISSAO '): ' WS-RESC-MATRICULA
                 CLOSE EMP-MASTER-FILE
                 MOVE 08             TO WS-LOG-RC
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
              IF WS-ADM-AAAA = WS-RESC-A-AAAA
                 AND WS-ADM-MM = WS-RESC-A-MM
                 COMPUTE WS-DIAS-TRABALHADOS =
                         WS-RESC-A-DD - WS-ADM-DD + 1
              END-IF
           END-IF

           OPEN INPUT  DEDUCTION-FILE
           ELSE
              SET WS-PON-EOF        TO TRUE
           END-IF
           PERFORM 1250-ABRE-DEPENDENTES
           PERFORM 1270-ABRE-RATEIO

           OPEN I-O YTD-FILE
           IF WS-YTD-STATUS = '35'
           END-IF

           PERFORM 1200-ABRE-AUDITORIA
           MOVE 'RESCISAO'           TO WS-ALT-ORIGEM
           PERFORM 1210-ABRE-HISTORICO-CADASTRO
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GLEXTR-STATUS = '35'
              OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-SALARIO-VALIDO
              PERFORM 2090-VALIDA-CENTRO-CUSTO
           END-IF
           PERFORM 2091-OBTEM-RATEIO
           IF WS-SALARIO-VALIDO
              PERFORM 2067-FORMATA-MOEDA
              IF WS-MOEDA-IDX-ATUAL > ZEROS
           PERFORM 2066-GRAVA-GL
           PERFORM 2072-GRAVA-ENCARGOS
           COMPUTE WS-RESC-CREDITO-GL =
                   WRK-SALARIO + WS-TOTAL-ENCARGOS-FUNC - WS-INSS
           MOVE WS-GL-CONTA-LIQUIDACAO TO WS-GL-CONTA
           MOVE 'C'                  TO WS-GL-TIPO-LANCTO
           MOVE WS-RESC-CREDITO-GL   TO WS-GL-VALOR
                      WS-RESC-MATRICULA
           END-IF
           PERFORM 2081-GRAVA-HISTORICO
           PERFORM 2085-ATUALIZA-ACUMULADO
           ADD 1                     TO WS-LOG-QTD-PAGOS
           ADD WRK-SALARIO           TO WS-LOG-VALOR-TOTAL
           ADD WS-SALARIO-LIQUIDO    TO WS-LOG-VALOR-LIQUIDO.

       7450-GRAVA-TERMO-RESCISAO.
           WRITE RSC-LINE FROM WS-CHQ-SEPARADOR
           MOVE WRK-SALARIO          TO WS-CHQ-VALOR
           WRITE RSC-LINE FROM WS-CHQ-LINHA-VALOR

           MOVE 'INSS...........: ' TO WS-CHQ-VALOR-TITULO
           MOVE WS-INSS              TO WS-CHQ-VALOR
           WRITE RSC-LINE FROM WS-CHQ-LINHA-VALOR

           MOVE 'IRRF...........: ' TO WS-CHQ-VALOR-TITULO
           MOVE WS-IRRF              TO WS-CHQ-VALOR
           WRITE RSC-LINE FROM WS-CHQ-LINHA-VALOR
           WRITE RSC-LINE FROM WS-CHQ-LINHA-ITEM.

       7500-ATUALIZA-MESTRE-RESCISAO.
           MOVE EMP-MATRICULA        TO WS-ALT-MATRICULA
           MOVE EMP-EMPRESA          TO WS-ALT-EMPRESA
           MOVE EMP-STATUS           TO WS-ALT-STATUS-ANTERIOR
           MOVE EMP-DATA-DESLIGAMENTO TO WS-ALT-DESLIG-ANTERIOR
           SET EMP-EXCLUIDO          TO TRUE
           MOVE WS-RESC-DATA-AAAAMMDD TO EMP-DATA-DESLIGAMENTO
           REWRITE EMP-RECORD
               NOT INVALID KEY
                   DISPLAY 'FUNCIONARIO RESCINDIDO E EXCLUIDO: '
                           WS-RESC-MATRICULA
                   PERFORM 7550-REGISTRA-ALTERACAO-RESC
           END-REWRITE.

      * HISTORICO CADASTRAL DA RESCISAO: STATUS E DATA DE
      * DESLIGAMENTO, COM OS VALORES ANTERIORES GUARDADOS ANTES
      * DA REGRAVACAO DO MESTRE
       7550-REGISTRA-ALTERACAO-RESC.
           MOVE 'STATUS'             TO WS-ALT-CAMPO
           MOVE WS-ALT-STATUS-ANTERIOR TO WS-ALT-ANTERIOR
           MOVE EMP-STATUS           TO WS-ALT-NOVO
           PERFORM 5840-EDITA-STATUS
           PERFORM 5890-GRAVA-ALTERACAO
           IF WS-ALT-DESLIG-ANTERIOR NOT = WS-RESC-DATA-AAAAMMDD
              MOVE 'DESLIGAMENTO'    TO WS-ALT-CAMPO
              MOVE WS-ALT-DESLIG-ANTERIOR TO WS-ALT-ANTERIOR
              MOVE WS-RESC-DATA-AAAAMMDD TO WS-ALT-NOVO
              PERFORM 5890-GRAVA-ALTERACAO
           END-IF.

       7900-FINALIZA-RESCISAO.
           IF WS-RESC-BCO-ABERTO
              MOVE WS-QTD-PAGAMENTOS TO WS-BCO-TRL-QTD
           END-IF
           CLOSE EMP-MASTER-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE FGTS-DEPOSIT-FILE
           CLOSE PAYROLL-HISTORY-FILE
           IF WS-PONTO-ABERTO
              CLOSE TIMESHEET-FILE
           END-IF
           IF WS-DEPEND-ABERTO
              CLOSE DEPENDENT-FILE
           END-IF
           IF WS-YTD-ABERTO
              CLOSE YTD-FILE
           END-IF
           IF WS-RATEIO-ABERTO
              CLOSE ALLOCATION-FILE
           END-IF.

      **************LOG DE EXECUCAO DO CICLO*********************
      * UM REGISTRO NO RUNLOG.DAT AO FINAL DE CADA EXECUCAO (A
      * CONSULTA NAO E REGISTRADA), LIDO PELO RELATORIO DE
      * SITUACAO DO CICLO MENSAL (PROGCOB11). O RETURN-CODE
      * DEVOLVIDO AO JCL E O MESMO GRAVADO NO REGISTRO.
       9700-ENCERRA-EXECUCAO.
           PERFORM 9710-APURA-QUANTIDADES-LOG
           IF WS-LOG-QTD-REJEITADOS > ZEROS
              OR WS-QTD-SEM-DADOS-BANCO > ZEROS
              OR WS-QTD-LAN-EXCECOES > ZEROS
              OR WS-QTD-PONTO-ORFAOS > ZEROS
              OR WS-QTD-ITENS-ORFAOS > ZEROS
              OR WS-QTD-COMPL-IGNORADOS > ZEROS
              MOVE 04                TO WS-LOG-RC
           ELSE
              MOVE ZEROS             TO WS-LOG-RC
           END-IF
           IF WS-REINICIO-ATIVO
              MOVE 'REINICIADO'      TO WS-LOG-SITUACAO
           ELSE
              MOVE 'CONCLUIDO'       TO WS-LOG-SITUACAO
           END-IF
           PERFORM 9720-GRAVA-LOG-EXECUCAO
           MOVE WS-LOG-RC            TO RETURN-CODE.

       9710-APURA-QUANTIDADES-LOG.
           EVALUATE TRUE
               WHEN WS-MODO-MANUTENCAO
                   COMPUTE WS-LOG-QTD-PAGOS = WS-QTD-INCLUSOES +
                           WS-QTD-ALTERACOES + WS-QTD-EXCLUSOES
                   MOVE WS-QTD-TRAN-REJEITADAS
                                     TO WS-LOG-QTD-REJEITADOS
               WHEN WS-LOG-MODO = 'DISSIDIO'
                   COMPUTE WS-LOG-QTD-LIDOS = WS-QTD-AJUSTADOS +
                           WS-QTD-FORA-FILTRO + WS-QTD-FORA-FAIXA
                   MOVE WS-QTD-AJUSTADOS  TO WS-LOG-QTD-PAGOS
                   MOVE WS-QTD-FORA-FAIXA TO WS-LOG-QTD-REJEITADOS
               WHEN OTHER
                   MOVE WS-QTD-REJEITADOS TO WS-LOG-QTD-REJEITADOS
           END-EVALUATE.

       9720-GRAVA-LOG-EXECUCAO.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-STATUS = '35'
              OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = '00'
              DISPLAY 'LOG DE EXECUCAO INDISPONIVEL - STATUS: '
                      WS-RUNLOG-STATUS
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES               TO LOG-RECORD
           MOVE 'PROGCOB03'          TO LOG-PROGRAMA
           MOVE WS-LOG-MODO          TO LOG-MODO
           IF WS-LOG-MODO = 'FOLHA' AND WS-REPROCESSO
              MOVE 'REPROC'          TO LOG-MODO
           END-IF
           IF WS-MODO-MANUTENCAO
              MOVE SPACES            TO LOG-COMPETENCIA
           ELSE
              MOVE WS-COMPETENCIA-X  TO LOG-COMPETENCIA
           END-IF
           MOVE WS-PARM-EMPRESA      TO LOG-EMPRESA
           MOVE WS-LOG-DATA-INICIO   TO LOG-DATA
           MOVE WS-LOG-HORA-INICIO   TO LOG-HORA-INICIO
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO LOG-HORA-FIM
           ACCEPT LOG-USUARIO FROM ENVIRONMENT "USER"
           MOVE WS-LOG-QTD-LIDOS     TO LOG-QTD-LIDOS
           MOVE WS-LOG-QTD-PAGOS     TO LOG-QTD-PAGOS
           MOVE WS-LOG-QTD-REJEITADOS TO LOG-QTD-REJEITADOS
           MOVE WS-LOG-VALOR-TOTAL   TO LOG-VALOR-TOTAL
           MOVE WS-LOG-VALOR-LIQUIDO TO LOG-VALOR-LIQUIDO
           MOVE WS-LOG-SITUACAO      TO LOG-SITUACAO
           MOVE WS-LOG-RC            TO LOG-RETURN-CODE
           WRITE LOG-RECORD
           CLOSE RUN-LOG-FILE.

      * ENCERRAMENTO ANTES DO FIM: EXECUCAO RECUSADA (RC 8, JA
      * INFORMADO PELO CHAMADOR) OU ERRO DE ARQUIVO, TABELA OU
      * PARAMETRO (RC 12)
       9750-CANCELA-EXECUCAO.
           IF WS-LOG-RC < 08
              MOVE 12                TO WS-LOG-RC
           END-IF
           MOVE 'ABENDADO'           TO WS-LOG-SITUACAO
           IF NOT WS-LOG-DESATIVADO
              PERFORM 9710-APURA-QUANTIDADES-LOG
              PERFORM 9720-GRAVA-LOG-EXECUCAO
           END-IF
           MOVE WS-LOG-RC            TO RETURN-CODE
           STOP RUN.

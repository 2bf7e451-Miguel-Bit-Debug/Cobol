      ******************************************************
      * CNAB240 - REGISTROS DO ARQUIVO FEBRABAN CNAB 240 DE
      * PAGAMENTO A FORNECEDORES/SALARIOS (240 POSICOES POR
      * LINHA). GERADO PELO PROGCOB10 A PARTIR DA REMESSA
      * PAGBANCO.DAT, UM ARQUIVO POR EMPRESA E BANCO DE
      * DESTINO, E LIDO PELO PROGCOB07 NO RETORNO (MESMOS
      * REGISTROS, CODIGO DE ARQUIVO 2 E OCORRENCIAS
      * PREENCHIDAS PELO BANCO).
      * ESTRUTURA: HEADER DE ARQUIVO (TIPO 0), POR LOTE UM
      * HEADER DE LOTE (TIPO 1), SEGMENTOS A (TIPO 3) E
      * TRAILER DE LOTE (TIPO 5), E TRAILER DE ARQUIVO (9).
      * O SEU NUMERO DO SEGMENTO A LEVA A MATRICULA E A
      * COMPETENCIA, DEVOLVIDAS PELO BANCO NO RETORNO.
      ******************************************************
       01  CNB-HEADER-ARQUIVO.
           05 CNB-HA-BANCO          PIC 9(03) VALUE ZEROS.
           05 CNB-HA-LOTE           PIC 9(04) VALUE ZEROS.
           05 CNB-HA-TIPO           PIC X(01) VALUE '0'.
           05 FILLER                PIC X(09) VALUE SPACES.
           05 CNB-HA-TIPO-INSCRICAO PIC 9(01) VALUE 2.
           05 CNB-HA-CNPJ           PIC X(14) VALUE SPACES.
           05 CNB-HA-CONVENIO       PIC X(20) VALUE SPACES.
           05 CNB-HA-AGENCIA        PIC 9(05) VALUE ZEROS.
           05 CNB-HA-AGENCIA-DV     PIC X(01) VALUE SPACE.
           05 CNB-HA-CONTA          PIC 9(12) VALUE ZEROS.
           05 CNB-HA-CONTA-DV       PIC X(01) VALUE SPACE.
           05 CNB-HA-AG-CONTA-DV    PIC X(01) VALUE SPACE.
           05 CNB-HA-NOME-EMPRESA   PIC X(30) VALUE SPACES.
           05 CNB-HA-NOME-BANCO     PIC X(30) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 CNB-HA-CODIGO-ARQUIVO PIC 9(01) VALUE 1.
              88 CNB-HA-REMESSA          VALUE 1.
              88 CNB-HA-RETORNO          VALUE 2.
           05 CNB-HA-DATA-GERACAO   PIC 9(08) VALUE ZEROS.
           05 CNB-HA-HORA-GERACAO   PIC 9(06) VALUE ZEROS.
           05 CNB-HA-NSA            PIC 9(06) VALUE ZEROS.
           05 CNB-HA-VERSAO-LAYOUT  PIC 9(03) VALUE 089.
           05 CNB-HA-DENSIDADE      PIC 9(05) VALUE 01600.
           05 CNB-HA-RESERV-BANCO   PIC X(20) VALUE SPACES.
           05 CNB-HA-RESERV-EMPRESA PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(29) VALUE SPACES.

       01  CNB-HEADER-LOTE.
           05 CNB-HL-BANCO          PIC 9(03) VALUE ZEROS.
           05 CNB-HL-LOTE           PIC 9(04) VALUE ZEROS.
           05 CNB-HL-TIPO           PIC X(01) VALUE '1'.
           05 CNB-HL-OPERACAO       PIC X(01) VALUE 'C'.
           05 CNB-HL-TIPO-SERVICO   PIC 9(02) VALUE 30.
           05 CNB-HL-FORMA-LANCTO   PIC 9(02) VALUE 01.
           05 CNB-HL-VERSAO-LOTE    PIC 9(03) VALUE 045.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CNB-HL-TIPO-INSCRICAO PIC 9(01) VALUE 2.
           05 CNB-HL-CNPJ           PIC X(14) VALUE SPACES.
           05 CNB-HL-CONVENIO       PIC X(20) VALUE SPACES.
           05 CNB-HL-AGENCIA        PIC 9(05) VALUE ZEROS.
           05 CNB-HL-AGENCIA-DV     PIC X(01) VALUE SPACE.
           05 CNB-HL-CONTA          PIC 9(12) VALUE ZEROS.
           05 CNB-HL-CONTA-DV       PIC X(01) VALUE SPACE.
           05 CNB-HL-AG-CONTA-DV    PIC X(01) VALUE SPACE.
           05 CNB-HL-NOME-EMPRESA   PIC X(30) VALUE SPACES.
           05 CNB-HL-MENSAGEM       PIC X(40) VALUE SPACES.
           05 CNB-HL-LOGRADOURO     PIC X(30) VALUE SPACES.
           05 CNB-HL-NUMERO         PIC X(05) VALUE SPACES.
           05 CNB-HL-COMPLEMENTO    PIC X(15) VALUE SPACES.
           05 CNB-HL-CIDADE         PIC X(20) VALUE SPACES.
           05 CNB-HL-CEP            PIC X(05) VALUE SPACES.
           05 CNB-HL-CEP-COMPL      PIC X(03) VALUE SPACES.
           05 CNB-HL-UF             PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 CNB-HL-OCORRENCIAS    PIC X(10) VALUE SPACES.

       01  CNB-SEGMENTO-A.
           05 CNB-SA-BANCO          PIC 9(03) VALUE ZEROS.
           05 CNB-SA-LOTE           PIC 9(04) VALUE ZEROS.
           05 CNB-SA-TIPO           PIC X(01) VALUE '3'.
           05 CNB-SA-NUM-REGISTRO   PIC 9(05) VALUE ZEROS.
           05 CNB-SA-SEGMENTO       PIC X(01) VALUE 'A'.
           05 CNB-SA-TIPO-MOVIMENTO PIC 9(01) VALUE ZERO.
           05 CNB-SA-INSTRUCAO      PIC 9(02) VALUE ZEROS.
           05 CNB-SA-CAMARA         PIC 9(03) VALUE ZEROS.
           05 CNB-SA-BANCO-FAV      PIC 9(03) VALUE ZEROS.
           05 CNB-SA-AGENCIA-FAV    PIC 9(05) VALUE ZEROS.
           05 CNB-SA-AGENCIA-DV-FAV PIC X(01) VALUE SPACE.
           05 CNB-SA-CONTA-FAV      PIC 9(12) VALUE ZEROS.
           05 CNB-SA-CONTA-DV-FAV   PIC X(01) VALUE SPACE.
           05 CNB-SA-AG-CTA-DV-FAV  PIC X(01) VALUE SPACE.
           05 CNB-SA-NOME-FAV       PIC X(30) VALUE SPACES.
           05 CNB-SA-SEU-NUMERO.
              10 CNB-SA-SEU-MATRICULA PIC 9(06) VALUE ZEROS.
              10 CNB-SA-SEU-COMP    PIC X(07) VALUE SPACES.
              10 FILLER             PIC X(07) VALUE SPACES.
           05 CNB-SA-DATA-PAGTO     PIC 9(08) VALUE ZEROS.
           05 CNB-SA-MOEDA          PIC X(03) VALUE 'BRL'.
           05 CNB-SA-QTD-MOEDA      PIC 9(10)V9(05) VALUE ZEROS.
           05 CNB-SA-VALOR          PIC 9(13)V99 VALUE ZEROS.
           05 CNB-SA-NOSSO-NUMERO   PIC X(20) VALUE SPACES.
           05 CNB-SA-DATA-REAL      PIC 9(08) VALUE ZEROS.
           05 CNB-SA-VALOR-REAL     PIC 9(13)V99 VALUE ZEROS.
           05 CNB-SA-INFORMACOES    PIC X(40) VALUE SPACES.
           05 CNB-SA-COMPL-SERVICO  PIC X(02) VALUE SPACES.
           05 CNB-SA-FINALIDADE-TED PIC X(05) VALUE SPACES.
           05 CNB-SA-FINALIDADE-CPL PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CNB-SA-AVISO          PIC 9(01) VALUE ZERO.
           05 CNB-SA-OCORRENCIAS.
              10 CNB-SA-OCORRENCIA-1 PIC X(02) VALUE SPACES.
              10 FILLER             PIC X(08) VALUE SPACES.

       01  CNB-TRAILER-LOTE.
           05 CNB-TL-BANCO          PIC 9(03) VALUE ZEROS.
           05 CNB-TL-LOTE           PIC 9(04) VALUE ZEROS.
           05 CNB-TL-TIPO           PIC X(01) VALUE '5'.
           05 FILLER                PIC X(09) VALUE SPACES.
           05 CNB-TL-QTD-REGISTROS  PIC 9(06) VALUE ZEROS.
           05 CNB-TL-SOMA-VALORES   PIC 9(16)V99 VALUE ZEROS.
           05 CNB-TL-SOMA-MOEDAS    PIC 9(13)V9(05) VALUE ZEROS.
           05 CNB-TL-AVISO-DEBITO   PIC 9(06) VALUE ZEROS.
           05 FILLER                PIC X(165) VALUE SPACES.
           05 CNB-TL-OCORRENCIAS    PIC X(10) VALUE SPACES.

       01  CNB-TRAILER-ARQUIVO.
           05 CNB-TA-BANCO          PIC 9(03) VALUE ZEROS.
           05 CNB-TA-LOTE           PIC 9(04) VALUE 9999.
           05 CNB-TA-TIPO           PIC X(01) VALUE '9'.
           05 FILLER                PIC X(09) VALUE SPACES.
           05 CNB-TA-QTD-LOTES      PIC 9(06) VALUE ZEROS.
           05 CNB-TA-QTD-REGISTROS  PIC 9(06) VALUE ZEROS.
           05 CNB-TA-QTD-CONTAS     PIC 9(06) VALUE ZEROS.
           05 FILLER                PIC X(205) VALUE SPACES.

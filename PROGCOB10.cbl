       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROGCOB10.
      ******************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR - MIGUEL DOS SAMTOS RIBEIRO MISANRI
      * OBJETIVO - CONVERTER A REMESSA BANCARIA DA FOLHA
      *            (PAGBANCO.DAT, OU A RE-REMESSA PAGBANCO.NEW
      *            DO PROGCOB07 COM O PARAMETRO REREM) EM
      *            ARQUIVOS FEBRABAN CNAB 240, UM POR EMPRESA
      *            E BANCO DE DESTINO (EMP-BANCO DO DETALHE),
      *            COM UM LOTE CNAB POR LOTE DA REMESSA. O
      *            CNPJ E A RAZAO SOCIAL VEM DA EMPTAB; O
      *            CONVENIO, A CONTA DE DEBITO DA EMPRESA E O
      *            NUMERO SEQUENCIAL DO ARQUIVO (NSA) FICAM NO
      *            CONTROLE CNABCTL.DAT, ATUALIZADO A CADA
      *            ARQUIVO GERADO. ARQUIVOS GERADOS:
      *            CNBeebbbnnnnnn.REM (EMPRESA, BANCO, NSA),
      *            LISTADOS EM CNABREM.RPT
      * DATA - 15/10/2026
      * 15/10/2026 - VERSAO INICIAL: SEGMENTO A DE CREDITO EM
      *              CONTA (SERVICO 30 - SALARIOS, FORMA 01),
      *              DATA DE PAGAMENTO PELA DATA DO CABECALHO
      *              DA REMESSA; TRAILER DA REMESSA CONFERIDO
      *              ANTES DE GERAR; DETALHE SEM BANCO OU DE
      *              EMPRESA FORA DA EMPTAB NAO E GERADO E SAI
      *              NO RELATORIO (RETURN-CODE 4)
      * 15/10/2026 - LINHAS DO CNABCTL.DAT DE TODOS OS ARQUIVOS
      *              OBTIDAS ANTES DE GERAR O PRIMEIRO (LIMITE DE
      *              LINHAS INTERROMPE SEM CONSUMIR NSA); FALHA NA
      *              CRIACAO DE UM ARQUIVO DESFAZ O NSA DELE E
      *              GRAVA O CONTROLE DOS JA GERADOS; FALHA NA
      *              GRAVACAO DO CNABCTL.DAT LISTA AS LINHAS A
      *              REGISTRAR MANUALMENTE (RETURN-CODE 12)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE       ASSIGN USING WS-REMESSA-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.

           SELECT EMPRESA-TABLE-FILE ASSIGN TO "EMPTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPTAB-STATUS.

           SELECT CNAB-CONTROL-FILE ASSIGN TO "CNABCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNABCTL-STATUS.

           SELECT CNAB-FILE        ASSIGN USING WS-CNAB-NOME-ARQUIVO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNAB-STATUS.

           SELECT CNAB-REPORT      ASSIGN TO "CNABREM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REM-LINE                  PIC X(80).

       FD  EMPRESA-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPTAB-RECORD.
          05 TAB-EMP-CODIGO        PIC X(02).
          05 TAB-EMP-NOME          PIC X(20).
          05 TAB-EMP-CNPJ          PIC X(14).

      * UMA LINHA POR EMPRESA E BANCO: CONVENIO E CONTA DE DEBITO
      * DA EMPRESA NAQUELE BANCO E ULTIMO NSA GERADO
       FD  CNAB-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 CTL-RECORD.
          05 CTL-EMPRESA           PIC X(02).
          05 CTL-BANCO             PIC 9(03).
          05 CTL-NSA               PIC 9(06).
          05 CTL-CONVENIO          PIC X(20).
          05 CTL-AGENCIA           PIC 9(05).
          05 CTL-AGENCIA-DV        PIC X(01).
          05 CTL-CONTA             PIC 9(12).
          05 CTL-CONTA-DV          PIC X(01).
          05 CTL-DATA-ULT          PIC 9(08).

      * LINHA CNAB COM 240 POSICOES FIXAS (BRANCOS A DIREITA
      * PRESERVADOS) TERMINADA EM CR/LF, COMO OS BANCOS EXIGEM
       FD  CNAB-FILE
           LABEL RECORDS ARE STANDARD.
       01 CNAB-LINE.
          05 CNAB-DADOS             PIC X(240).
          05 CNAB-FIM-LINHA         PIC X(02).

       FD  CNAB-REPORT
           LABEL RECORDS ARE STANDARD.
       01 CRM-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY EMPTAB.

       COPY CNAB240.

       01 WS-SWITCHES.
          05 WS-REM-EOF-SW          PIC X VALUE 'N'.
             88 WS-REM-EOF               VALUE 'S'.
          05 WS-CTL-EOF-SW          PIC X VALUE 'N'.
             88 WS-CTL-EOF               VALUE 'S'.
          05 WS-EMPTAB-EOF-SW       PIC X VALUE 'N'.
             88 WS-EMPTAB-EOF            VALUE 'S'.
          05 WS-ACHOU-SW            PIC X VALUE 'N'.
             88 WS-ACHOU                 VALUE 'S'.
          05 WS-CTL-ERRO-SW         PIC X VALUE 'N'.
             88 WS-CTL-GRAVACAO-FALHOU   VALUE 'S'.

       01 WS-ARQUIVOS-STATUS.
          05 WS-REMESSA-STATUS      PIC X(02) VALUE SPACES.
          05 WS-EMPTAB-STATUS       PIC X(02) VALUE SPACES.
          05 WS-CNABCTL-STATUS      PIC X(02) VALUE SPACES.
          05 WS-CNAB-STATUS         PIC X(02) VALUE SPACES.

       01 WS-PARAMETROS.
          05 WS-PARAMETRO-EXECUCAO  PIC X(30) VALUE SPACES.
          05 WS-PARM-MODO           PIC X(10) VALUE SPACES.
             88 WS-MODO-REREMESSA        VALUE 'REREM'.
          05 WS-REMESSA-NOME        PIC X(20) VALUE 'PAGBANCO.DAT'.
          05 WS-CNAB-NOME-ARQUIVO   PIC X(20) VALUE SPACES.
          05 WS-CNAB-CRLF           PIC X(02) VALUE X'0D0A'.

       01 WS-CNAB-NOME-MONTAGEM.
          05 FILLER                 PIC X(03) VALUE 'CNB'.
          05 WS-NOM-EMPRESA         PIC X(02).
          05 WS-NOM-BANCO           PIC 9(03).
          05 WS-NOM-NSA             PIC 9(06).
          05 FILLER                 PIC X(04) VALUE '.REM'.

       01 WS-EMPTAB-CONTROLE.
          05 WS-QTD-EMPRESAS        PIC 9(02) VALUE ZEROS.
          05 WS-MAX-EMPRESAS        PIC 9(02) VALUE 05.
          05 WS-EMPRESA-PADRAO      PIC X(02) VALUE '01'.
          05 WS-EMP-SUB             PIC 9(02) VALUE ZEROS.

       01 WS-CONTADORES.
          05 WS-SUB                 PIC 9(04) VALUE ZEROS.
          05 WS-LOTE-SUB            PIC 9(02) VALUE ZEROS.
          05 WS-ARQ-SUB             PIC 9(02) VALUE ZEROS.
          05 WS-CTL-SUB             PIC 9(02) VALUE ZEROS.
          05 WS-QTD-REMESSA         PIC 9(04) VALUE ZEROS.
          05 WS-MAX-REMESSA         PIC 9(04) VALUE 1000.
          05 WS-QTD-LOTES           PIC 9(02) VALUE ZEROS.
          05 WS-MAX-LOTES           PIC 9(02) VALUE 20.
          05 WS-QTD-ARQUIVOS        PIC 9(02) VALUE ZEROS.
          05 WS-MAX-ARQUIVOS        PIC 9(02) VALUE 50.
          05 WS-QTD-CONTROLES       PIC 9(02) VALUE ZEROS.
          05 WS-MAX-CONTROLES       PIC 9(02) VALUE 50.
          05 WS-QTD-GERADOS         PIC 9(06) VALUE ZEROS.
          05 WS-QTD-NAO-GERADOS     PIC 9(06) VALUE ZEROS.
          05 WS-VALOR-GERADO        PIC 9(15)V99 VALUE ZEROS.
          05 WS-QTD-LOTES-ARQ       PIC 9(06) VALUE ZEROS.
          05 WS-QTD-REG-ARQ         PIC 9(06) VALUE ZEROS.
          05 WS-QTD-DET-ARQ         PIC 9(06) VALUE ZEROS.
          05 WS-VALOR-ARQ           PIC 9(15)V99 VALUE ZEROS.
          05 WS-QTD-DET-LOTE        PIC 9(06) VALUE ZEROS.
          05 WS-VALOR-LOTE          PIC 9(16)V99 VALUE ZEROS.
          05 WS-NSA-ANTERIOR        PIC 9(06) VALUE ZEROS.
          05 WS-DATA-ULT-ANTERIOR   PIC 9(08) VALUE ZEROS.

       01 WS-DATA-SISTEMA.
          05 WS-DATA-AAAAMMDD.
             10 WS-DATA-AAAA       PIC 9(04).
             10 WS-DATA-MM         PIC 9(02).
             10 WS-DATA-DD         PIC 9(02).
          05 WS-DATA-DDMMAAAA.
             10 WS-DATA-DDMM-DD    PIC 9(02).
             10 WS-DATA-DDMM-MM    PIC 9(02).
             10 WS-DATA-DDMM-AAAA  PIC 9(04).
          05 WS-DATA-DDMMAAAA-R    REDEFINES WS-DATA-DDMMAAAA
                                   PIC 9(08).
          05 WS-DATA-EDITADA       PIC 99/99/9999.

       01 WS-HORA-SISTEMA.
          05 WS-HORA-HHMMSS        PIC 9(06).
          05 WS-HORA-CC            PIC 9(02).

       01 WS-DATA-PAGAMENTO.
          05 WS-PAGTO-AAAAMMDD.
             10 WS-PAGTO-AAAA      PIC 9(04).
             10 WS-PAGTO-MM        PIC 9(02).
             10 WS-PAGTO-DD        PIC 9(02).
          05 WS-PAGTO-AAAAMMDD-R   REDEFINES WS-PAGTO-AAAAMMDD
                                   PIC 9(08).
          05 WS-PAGTO-DDMMAAAA.
             10 WS-PAGTO-DDMM-DD   PIC 9(02).
             10 WS-PAGTO-DDMM-MM   PIC 9(02).
             10 WS-PAGTO-DDMM-AAAA PIC 9(04).
          05 WS-PAGTO-DDMMAAAA-R   REDEFINES WS-PAGTO-DDMMAAAA
                                   PIC 9(08).

       01 WS-BCO-HEADER-ENT.
          05 WS-HDR-TIPO            PIC X(01).
          05 FILLER                 PIC X(07).
          05 WS-HDR-TITULO          PIC X(14).
          05 FILLER                 PIC X(01).
          05 WS-HDR-EMPRESA         PIC X(10).
          05 FILLER                 PIC X(01).
          05 WS-HDR-DATA            PIC 9(08).
          05 FILLER                 PIC X(07).
          05 WS-HDR-COMPETENCIA     PIC X(07).
          05 FILLER                 PIC X(01).
          05 WS-HDR-CNPJ            PIC X(14).
          05 FILLER                 PIC X(09).

       01 WS-BCO-DETALHE-ENT.
          05 WS-DET-TIPO            PIC X(01).
          05 WS-DET-MATRICULA       PIC 9(06).
          05 WS-DET-BANCO           PIC 9(03).
          05 WS-DET-AGENCIA         PIC 9(04).
          05 WS-DET-CONTA           PIC 9(10).
          05 WS-DET-VALOR           PIC 9(13)V99.
          05 WS-DET-NOME            PIC X(20).
          05 FILLER                 PIC X(21).

       01 WS-BCO-TRAILER-ENT.
          05 WS-TRL-TIPO            PIC X(01).
          05 WS-TRL-QTD             PIC 9(06).
          05 WS-TRL-HASH            PIC 9(15)V99.
          05 FILLER                 PIC X(56).

       01 WS-LOTE-TABELA.
          05 WS-LOTE-ENT OCCURS 20 TIMES.
             10 WS-LOTE-TITULO      PIC X(14).
             10 WS-LOTE-DATA        PIC 9(08).
             10 WS-LOTE-COMP        PIC X(07).
             10 WS-LOTE-EMPRESA     PIC X(02).
             10 WS-LOTE-EMP-SUB     PIC 9(02).
             10 WS-LOTE-QTD         PIC 9(06).
             10 WS-LOTE-HASH        PIC 9(15)V99.
             10 WS-LOTE-TRAILER-SW  PIC X(01).
                88 WS-LOTE-TRAILER-CONFERIDO VALUE 'S'.

       01 WS-REMESSA-TABELA.
          05 WS-PAG-ENT OCCURS 1000 TIMES.
             10 WS-PAG-LOTE         PIC 9(02).
             10 WS-PAG-MATRICULA    PIC 9(06).
             10 WS-PAG-BANCO        PIC 9(03).
             10 WS-PAG-AGENCIA      PIC 9(04).
             10 WS-PAG-CONTA        PIC 9(10).
             10 WS-PAG-VALOR        PIC 9(13)V99.
             10 WS-PAG-NOME         PIC X(20).
             10 WS-PAG-MOTIVO       PIC X(30).

       01 WS-ARQUIVO-TABELA.
          05 WS-ARQ-ENT OCCURS 50 TIMES.
             10 WS-ARQ-EMPRESA      PIC X(02).
             10 WS-ARQ-EMP-SUB      PIC 9(02).
             10 WS-ARQ-BANCO        PIC 9(03).

       01 WS-CONTROLE-TABELA.
          05 WS-CTL-ENT OCCURS 50 TIMES.
             10 WS-CTL-EMPRESA      PIC X(02).
             10 WS-CTL-BANCO        PIC 9(03).
             10 WS-CTL-NSA          PIC 9(06).
             10 WS-CTL-CONVENIO     PIC X(20).
             10 WS-CTL-AGENCIA      PIC 9(05).
             10 WS-CTL-AGENCIA-DV   PIC X(01).
             10 WS-CTL-CONTA        PIC 9(12).
             10 WS-CTL-CONTA-DV     PIC X(01).
             10 WS-CTL-DATA-ULT     PIC 9(08).

       01 WS-LINHA-CONTROLE.
          05 WS-LCT-EMPRESA         PIC X(02).
          05 WS-LCT-BANCO           PIC 9(03).
          05 WS-LCT-NSA             PIC 9(06).
          05 WS-LCT-CONVENIO        PIC X(20).
          05 WS-LCT-AGENCIA         PIC 9(05).
          05 WS-LCT-AGENCIA-DV      PIC X(01).
          05 WS-LCT-CONTA           PIC 9(12).
          05 WS-LCT-CONTA-DV        PIC X(01).
          05 WS-LCT-DATA-ULT        PIC 9(08).

       01 WS-MENSAGEM-LOTE.
          05 WS-MSG-TITULO          PIC X(14).
          05 FILLER                 PIC X(06) VALUE ' COMP '.
          05 WS-MSG-COMP            PIC X(07).
          05 FILLER                 PIC X(13) VALUE SPACES.

       01 WS-CABECALHO-CNAB.
          05 FILLER                PIC X(34) VALUE
             'GERACAO DE REMESSAS CNAB 240      '.
          05 FILLER                PIC X(06) VALUE 'DATA: '.
          05 WS-CRM-CAB-DATA       PIC 99/99/9999.
          05 FILLER                PIC X(10) VALUE '  ORIGEM: '.
          05 WS-CRM-CAB-ORIGEM     PIC X(20).

       01 WS-CABECALHO-COLUNAS.
          05 FILLER                PIC X(20) VALUE 'ARQUIVO'.
          05 FILLER                PIC X(05) VALUE 'EMP'.
          05 FILLER                PIC X(05) VALUE 'BCO'.
          05 FILLER                PIC X(08) VALUE 'NSA'.
          05 FILLER                PIC X(07) VALUE 'LOTES'.
          05 FILLER                PIC X(10) VALUE 'DETALHES'.
          05 FILLER                PIC X(20) VALUE
             '         VALOR TOTAL'.

       01 WS-LINHA-ARQUIVO.
          05 WS-CRM-ARQUIVO        PIC X(18).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-CRM-EMPRESA        PIC X(02).
          05 FILLER                PIC X(03) VALUE SPACES.
          05 WS-CRM-BANCO          PIC 9(03).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-CRM-NSA            PIC 9(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-CRM-LOTES          PIC ZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-CRM-DETALHES       PIC ZZZ.ZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-CRM-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-CRM-AVISO          PIC X(20).

       01 WS-LINHA-NAO-GERADO.
          05 WS-CRN-MATRICULA      PIC 9(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-CRN-NOME           PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-CRN-BANCO          PIC 9(03).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-CRN-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-CRN-MOTIVO         PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           UNSTRING WS-PARAMETRO-EXECUCAO DELIMITED BY ALL SPACES
               INTO WS-PARM-MODO
           IF WS-PARM-MODO NOT = SPACES
              IF WS-MODO-REREMESSA
                 MOVE 'PAGBANCO.NEW' TO WS-REMESSA-NOME
              ELSE
                 DISPLAY 'USO: PROGCOB10 [REREM]'
                 MOVE 12             TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MONTA-ARQUIVOS
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-REMESSA
      * AS LINHAS DE CONTROLE DE TODOS OS ARQUIVOS SAO OBTIDAS
      * ANTES DE GERAR O PRIMEIRO: O LIMITE DO CNABCTL.DAT
      * INTERROMPE A EXECUCAO SEM NENHUM NSA CONSUMIDO
           PERFORM 3100-OBTEM-CONTROLE
               VARYING WS-ARQ-SUB FROM 1 BY 1
               UNTIL WS-ARQ-SUB > WS-QTD-ARQUIVOS
           PERFORM 3000-GERA-ARQUIVO
               VARYING WS-ARQ-SUB FROM 1 BY 1
               UNTIL WS-ARQ-SUB > WS-QTD-ARQUIVOS
           PERFORM 4000-LISTA-NAO-GERADOS
           PERFORM 8000-GRAVA-CONTROLE
           PERFORM 9000-FINALIZA
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WS-DATA-DD           TO WS-DATA-DDMM-DD
           MOVE WS-DATA-MM           TO WS-DATA-DDMM-MM
           MOVE WS-DATA-AAAA         TO WS-DATA-DDMM-AAAA
           MOVE WS-DATA-DDMMAAAA     TO WS-DATA-EDITADA
           ACCEPT WS-HORA-SISTEMA FROM TIME

           PERFORM 1300-CARREGA-EMPTAB

           OPEN INPUT REMIT-FILE
           IF WS-REMESSA-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ' WS-REMESSA-NOME
                      ' - STATUS: ' WS-REMESSA-STATUS
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1100-LE-REMESSA
           PERFORM 1200-CARREGA-REMESSA UNTIL WS-REM-EOF
           IF WS-QTD-LOTES > ZEROS
              PERFORM 1260-VERIFICA-TRAILER-LOTE
           END-IF
           CLOSE REMIT-FILE
           DISPLAY 'DETALHES DA REMESSA CARREGADOS: '
                   WS-QTD-REMESSA

           PERFORM 1400-CARREGA-CONTROLE

           OPEN OUTPUT CNAB-REPORT
           MOVE WS-DATA-EDITADA      TO WS-CRM-CAB-DATA
           MOVE WS-REMESSA-NOME      TO WS-CRM-CAB-ORIGEM
           WRITE CRM-LINE FROM WS-CABECALHO-CNAB
           MOVE SPACES               TO CRM-LINE
           WRITE CRM-LINE
           WRITE CRM-LINE FROM WS-CABECALHO-COLUNAS
           MOVE SPACES               TO CRM-LINE
           WRITE CRM-LINE.

       1100-LE-REMESSA.
           READ REMIT-FILE
               AT END
                   SET WS-REM-EOF TO TRUE
           END-READ.

      * CADA CABECALHO ABRE UM LOTE E CADA TRAILER E CONFERIDO
      * CONTRA OS DETALHES DO SEU LOTE; LOTE SEM TRAILER (ARQUIVO
      * TRUNCADO OU CABECALHO SEGUIDO DE CABECALHO) TAMBEM TORNA A
      * REMESSA INCONSISTENTE, E REMESSA INCONSISTENTE NAO E
      * CONVERTIDA
       1200-CARREGA-REMESSA.
           MOVE REM-LINE             TO WS-BCO-DETALHE-ENT
           EVALUATE WS-DET-TIPO
               WHEN '0'
                   IF WS-QTD-LOTES >= WS-MAX-LOTES
                      DISPLAY 'LIMITE DE LOTES DA REMESSA'
                              ' EXCEDIDO: ' WS-MAX-LOTES
                      MOVE 12        TO RETURN-CODE
                      STOP RUN
                   END-IF
                   IF WS-QTD-LOTES > ZEROS
                      PERFORM 1260-VERIFICA-TRAILER-LOTE
                   END-IF
                   MOVE REM-LINE     TO WS-BCO-HEADER-ENT
                   ADD 1             TO WS-QTD-LOTES
                   MOVE WS-HDR-TITULO TO WS-LOTE-TITULO(WS-QTD-LOTES)
                   MOVE WS-HDR-DATA  TO WS-LOTE-DATA(WS-QTD-LOTES)
                   MOVE WS-HDR-COMPETENCIA TO
                        WS-LOTE-COMP(WS-QTD-LOTES)
                   MOVE ZEROS        TO WS-LOTE-QTD(WS-QTD-LOTES)
                   MOVE ZEROS        TO WS-LOTE-HASH(WS-QTD-LOTES)
                   MOVE 'N'          TO
                        WS-LOTE-TRAILER-SW(WS-QTD-LOTES)
                   PERFORM 1350-BUSCA-EMPRESA-LOTE
               WHEN '1'
                   IF WS-QTD-LOTES = ZEROS
                      DISPLAY 'DETALHE SEM CABECALHO NA REMESSA: '
                              WS-DET-MATRICULA
                      MOVE 12        TO RETURN-CODE
                      STOP RUN
                   END-IF
                   IF WS-QTD-REMESSA >= WS-MAX-REMESSA
                      DISPLAY 'LIMITE DE DETALHES DA REMESSA'
                              ' EXCEDIDO: ' WS-MAX-REMESSA
                      MOVE 12        TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1             TO WS-QTD-REMESSA
                   MOVE WS-QTD-LOTES TO WS-PAG-LOTE(WS-QTD-REMESSA)
                   MOVE WS-DET-MATRICULA TO
                        WS-PAG-MATRICULA(WS-QTD-REMESSA)
                   MOVE WS-DET-BANCO TO WS-PAG-BANCO(WS-QTD-REMESSA)
                   MOVE WS-DET-AGENCIA TO
                        WS-PAG-AGENCIA(WS-QTD-REMESSA)
                   MOVE WS-DET-CONTA TO WS-PAG-CONTA(WS-QTD-REMESSA)
                   MOVE WS-DET-VALOR TO WS-PAG-VALOR(WS-QTD-REMESSA)
                   MOVE WS-DET-NOME  TO WS-PAG-NOME(WS-QTD-REMESSA)
                   MOVE SPACES       TO WS-PAG-MOTIVO(WS-QTD-REMESSA)
                   ADD 1             TO WS-LOTE-QTD(WS-QTD-LOTES)
                   ADD WS-DET-VALOR  TO WS-LOTE-HASH(WS-QTD-LOTES)
               WHEN '9'
                   MOVE REM-LINE     TO WS-BCO-TRAILER-ENT
                   PERFORM 1250-CONFERE-TRAILER
               WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO DESCONHECIDO NA'
                           ' REMESSA: ' WS-DET-TIPO
           END-EVALUATE
           PERFORM 1100-LE-REMESSA.

       1250-CONFERE-TRAILER.
           IF WS-QTD-LOTES = ZEROS
              OR WS-TRL-QTD NOT NUMERIC
              OR WS-TRL-HASH NOT NUMERIC
              OR WS-TRL-QTD NOT = WS-LOTE-QTD(WS-QTD-LOTES)
              OR WS-TRL-HASH NOT = WS-LOTE-HASH(WS-QTD-LOTES)
              DISPLAY 'TRAILER DIVERGE DOS DETALHES NO LOTE '
                      WS-QTD-LOTES ' DA REMESSA - NADA GERADO'
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF
           SET WS-LOTE-TRAILER-CONFERIDO(WS-QTD-LOTES) TO TRUE.

      * O LOTE CORRENTE SO E ACEITO SE O SEU TRAILER FOI CONFERIDO
       1260-VERIFICA-TRAILER-LOTE.
           IF NOT WS-LOTE-TRAILER-CONFERIDO(WS-QTD-LOTES)
              DISPLAY 'LOTE SEM TRAILER NA REMESSA - NADA GERADO'
              DISPLAY 'LOTE: ' WS-QTD-LOTES ' - '
                      WS-LOTE-TITULO(WS-QTD-LOTES)
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF.

       1300-CARREGA-EMPTAB.
           MOVE SPACES               TO WS-EMPRESA-TABELA
           OPEN INPUT EMPRESA-TABLE-FILE
           IF WS-EMPTAB-STATUS NOT = '00'
              DISPLAY 'EMPTAB.DAT INDISPONIVEL - STATUS: '
                      WS-EMPTAB-STATUS
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1310-LE-EMPTAB
           PERFORM 1320-RETEM-EMPTAB UNTIL WS-EMPTAB-EOF
           CLOSE EMPRESA-TABLE-FILE.

       1310-LE-EMPTAB.
           READ EMPRESA-TABLE-FILE
               AT END
                   SET WS-EMPTAB-EOF TO TRUE
           END-READ.

       1320-RETEM-EMPTAB.
           IF TAB-EMP-CODIGO NOT = SPACES
              IF WS-QTD-EMPRESAS < WS-MAX-EMPRESAS
                 ADD 1               TO WS-QTD-EMPRESAS
                 SET WS-EMPRESA-IDX  TO WS-QTD-EMPRESAS
                 MOVE TAB-EMP-CODIGO TO
                      WS-EMPRESA-CODIGO(WS-EMPRESA-IDX)
                 MOVE TAB-EMP-NOME   TO
                      WS-EMPRESA-NOME(WS-EMPRESA-IDX)
                 MOVE TAB-EMP-CNPJ   TO
                      WS-EMPRESA-CNPJ(WS-EMPRESA-IDX)
              END-IF
           END-IF
           PERFORM 1310-LE-EMPTAB.

      * A EMPRESA DO LOTE E RESOLVIDA PELO CNPJ DO CABECALHO;
      * CABECALHO SEM CNPJ (FOLHA ANTERIOR A EMPTAB) PERTENCE A
      * EMPRESA PADRAO
       1350-BUSCA-EMPRESA-LOTE.
           MOVE SPACES               TO WS-LOTE-EMPRESA(WS-QTD-LOTES)
           MOVE ZEROS                TO WS-LOTE-EMP-SUB(WS-QTD-LOTES)
           IF WS-QTD-EMPRESAS = ZEROS
              EXIT PARAGRAPH
           END-IF
           SET WS-EMPRESA-IDX TO 1
           IF WS-HDR-CNPJ = SPACES
              SEARCH WS-EMPRESA-FAIXA
                  AT END
                      CONTINUE
                  WHEN WS-EMPRESA-CODIGO(WS-EMPRESA-IDX) =
                       WS-EMPRESA-PADRAO
                      MOVE WS-EMPRESA-CODIGO(WS-EMPRESA-IDX)
                                     TO WS-LOTE-EMPRESA(WS-QTD-LOTES)
                      SET WS-LOTE-EMP-SUB(WS-QTD-LOTES)
                                     TO WS-EMPRESA-IDX
              END-SEARCH
           ELSE
              SEARCH WS-EMPRESA-FAIXA
                  AT END
                      CONTINUE
                  WHEN WS-EMPRESA-CNPJ(WS-EMPRESA-IDX) = WS-HDR-CNPJ
                      MOVE WS-EMPRESA-CODIGO(WS-EMPRESA-IDX)
                                     TO WS-LOTE-EMPRESA(WS-QTD-LOTES)
                      SET WS-LOTE-EMP-SUB(WS-QTD-LOTES)
                                     TO WS-EMPRESA-IDX
              END-SEARCH
           END-IF.

       1400-CARREGA-CONTROLE.
           OPEN INPUT CNAB-CONTROL-FILE
           IF WS-CNABCTL-STATUS NOT = '00'
              DISPLAY 'CNABCTL.DAT AUSENTE - NSA INICIADO EM 1'
              EXIT PARAGRAPH
           END-IF
           PERFORM 1410-LE-CONTROLE
           PERFORM 1420-RETEM-CONTROLE UNTIL WS-CTL-EOF
           CLOSE CNAB-CONTROL-FILE.

       1410-LE-CONTROLE.
           READ CNAB-CONTROL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
           END-READ.

       1420-RETEM-CONTROLE.
           IF CTL-EMPRESA NOT = SPACES
              AND CTL-BANCO NUMERIC
              IF WS-QTD-CONTROLES < WS-MAX-CONTROLES
                 ADD 1               TO WS-QTD-CONTROLES
                 MOVE CTL-EMPRESA    TO
                      WS-CTL-EMPRESA(WS-QTD-CONTROLES)
                 MOVE CTL-BANCO      TO WS-CTL-BANCO(WS-QTD-CONTROLES)
                 MOVE CTL-CONVENIO   TO
                      WS-CTL-CONVENIO(WS-QTD-CONTROLES)
                 MOVE CTL-AGENCIA-DV TO
                      WS-CTL-AGENCIA-DV(WS-QTD-CONTROLES)
                 MOVE CTL-CONTA-DV   TO
                      WS-CTL-CONTA-DV(WS-QTD-CONTROLES)
                 MOVE ZEROS          TO WS-CTL-NSA(WS-QTD-CONTROLES)
                 MOVE ZEROS          TO
                      WS-CTL-AGENCIA(WS-QTD-CONTROLES)
                 MOVE ZEROS          TO WS-CTL-CONTA(WS-QTD-CONTROLES)
                 MOVE ZEROS          TO
                      WS-CTL-DATA-ULT(WS-QTD-CONTROLES)
                 IF CTL-NSA NUMERIC
                    MOVE CTL-NSA     TO WS-CTL-NSA(WS-QTD-CONTROLES)
                 END-IF
                 IF CTL-AGENCIA NUMERIC
                    MOVE CTL-AGENCIA TO
                         WS-CTL-AGENCIA(WS-QTD-CONTROLES)
                 END-IF
                 IF CTL-CONTA NUMERIC
                    MOVE CTL-CONTA   TO
                         WS-CTL-CONTA(WS-QTD-CONTROLES)
                 END-IF
                 IF CTL-DATA-ULT NUMERIC
                    MOVE CTL-DATA-ULT TO
                         WS-CTL-DATA-ULT(WS-QTD-CONTROLES)
                 END-IF
              ELSE
                 DISPLAY 'LIMITE DE LINHAS DO CNABCTL.DAT'
                         ' EXCEDIDO: ' WS-MAX-CONTROLES
                 DISPLAY 'NENHUM ARQUIVO GERADO - O CONTROLE SERIA'
                         ' REGRAVADO SEM AS LINHAS EXCEDENTES'
                 CLOSE CNAB-CONTROL-FILE
                 MOVE 12             TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           PERFORM 1410-LE-CONTROLE.

      **************ARQUIVOS POR EMPRESA E BANCO*****************
       2000-MONTA-ARQUIVOS.
           MOVE WS-PAG-LOTE(WS-SUB)  TO WS-LOTE-SUB
           IF WS-LOTE-EMPRESA(WS-LOTE-SUB) = SPACES
              MOVE 'EMPRESA DO LOTE FORA DA EMPTAB'
                                     TO WS-PAG-MOTIVO(WS-SUB)
              EXIT PARAGRAPH
           END-IF
           IF WS-PAG-BANCO(WS-SUB) = ZEROS
              MOVE 'SEM BANCO DE DESTINO'
                                     TO WS-PAG-MOTIVO(WS-SUB)
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                  TO WS-ACHOU-SW
           PERFORM VARYING WS-ARQ-SUB FROM 1 BY 1
                   UNTIL WS-ARQ-SUB > WS-QTD-ARQUIVOS
                   OR WS-ACHOU
              IF WS-ARQ-EMPRESA(WS-ARQ-SUB) =
                 WS-LOTE-EMPRESA(WS-LOTE-SUB)
                 AND WS-ARQ-BANCO(WS-ARQ-SUB) = WS-PAG-BANCO(WS-SUB)
                 SET WS-ACHOU        TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-ACHOU
              IF WS-QTD-ARQUIVOS >= WS-MAX-ARQUIVOS
                 MOVE 'LIMITE DE ARQUIVOS EXCEDIDO'
                                     TO WS-PAG-MOTIVO(WS-SUB)
              ELSE
                 ADD 1               TO WS-QTD-ARQUIVOS
                 MOVE WS-LOTE-EMPRESA(WS-LOTE-SUB) TO
                      WS-ARQ-EMPRESA(WS-QTD-ARQUIVOS)
                 MOVE WS-LOTE-EMP-SUB(WS-LOTE-SUB) TO
                      WS-ARQ-EMP-SUB(WS-QTD-ARQUIVOS)
                 MOVE WS-PAG-BANCO(WS-SUB) TO
                      WS-ARQ-BANCO(WS-QTD-ARQUIVOS)
              END-IF
           END-IF.

      **************GERACAO DE UM ARQUIVO CNAB 240***************
       3000-GERA-ARQUIVO.
           PERFORM 3100-OBTEM-CONTROLE
           MOVE WS-CTL-NSA(WS-CTL-SUB)      TO WS-NSA-ANTERIOR
           MOVE WS-CTL-DATA-ULT(WS-CTL-SUB) TO WS-DATA-ULT-ANTERIOR
           IF WS-CTL-NSA(WS-CTL-SUB) >= 999999
              MOVE 1                 TO WS-CTL-NSA(WS-CTL-SUB)
           ELSE
              ADD 1                  TO WS-CTL-NSA(WS-CTL-SUB)
           END-IF
           MOVE WS-DATA-AAAAMMDD     TO WS-CTL-DATA-ULT(WS-CTL-SUB)
           MOVE WS-ARQ-EMP-SUB(WS-ARQ-SUB) TO WS-EMP-SUB

           MOVE WS-ARQ-EMPRESA(WS-ARQ-SUB) TO WS-NOM-EMPRESA
           MOVE WS-ARQ-BANCO(WS-ARQ-SUB)   TO WS-NOM-BANCO
           MOVE WS-CTL-NSA(WS-CTL-SUB)     TO WS-NOM-NSA
           MOVE WS-CNAB-NOME-MONTAGEM      TO WS-CNAB-NOME-ARQUIVO
           OPEN OUTPUT CNAB-FILE
           IF WS-CNAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO CRIAR ' WS-CNAB-NOME-ARQUIVO
                      ' - STATUS: ' WS-CNAB-STATUS
              MOVE WS-NSA-ANTERIOR   TO WS-CTL-NSA(WS-CTL-SUB)
              MOVE WS-DATA-ULT-ANTERIOR TO
                   WS-CTL-DATA-ULT(WS-CTL-SUB)
              PERFORM 8000-GRAVA-CONTROLE
              CLOSE CNAB-REPORT
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-ARQ-BANCO(WS-ARQ-SUB)   TO CNB-HA-BANCO
           MOVE WS-EMPRESA-CNPJ(WS-EMP-SUB) TO CNB-HA-CNPJ
           MOVE WS-CTL-CONVENIO(WS-CTL-SUB) TO CNB-HA-CONVENIO
           MOVE WS-CTL-AGENCIA(WS-CTL-SUB)  TO CNB-HA-AGENCIA
           MOVE WS-CTL-AGENCIA-DV(WS-CTL-SUB) TO CNB-HA-AGENCIA-DV
           MOVE WS-CTL-CONTA(WS-CTL-SUB)    TO CNB-HA-CONTA
           MOVE WS-CTL-CONTA-DV(WS-CTL-SUB) TO CNB-HA-CONTA-DV
           MOVE WS-EMPRESA-NOME(WS-EMP-SUB) TO CNB-HA-NOME-EMPRESA
           SET CNB-HA-REMESSA              TO TRUE
           MOVE WS-DATA-DDMMAAAA-R         TO CNB-HA-DATA-GERACAO
           MOVE WS-HORA-HHMMSS             TO CNB-HA-HORA-GERACAO
           MOVE WS-CTL-NSA(WS-CTL-SUB)     TO CNB-HA-NSA
           MOVE CNB-HEADER-ARQUIVO   TO CNAB-DADOS
           PERFORM 3900-GRAVA-LINHA-CNAB
           MOVE 1                    TO WS-QTD-REG-ARQ
           MOVE ZEROS                TO WS-QTD-LOTES-ARQ
           MOVE ZEROS                TO WS-QTD-DET-ARQ
           MOVE ZEROS                TO WS-VALOR-ARQ

           PERFORM 3200-GERA-LOTE
               VARYING WS-LOTE-SUB FROM 1 BY 1
               UNTIL WS-LOTE-SUB > WS-QTD-LOTES

           ADD 1                     TO WS-QTD-REG-ARQ
           MOVE WS-ARQ-BANCO(WS-ARQ-SUB) TO CNB-TA-BANCO
           MOVE WS-QTD-LOTES-ARQ     TO CNB-TA-QTD-LOTES
           MOVE WS-QTD-REG-ARQ       TO CNB-TA-QTD-REGISTROS
           MOVE CNB-TRAILER-ARQUIVO  TO CNAB-DADOS
           PERFORM 3900-GRAVA-LINHA-CNAB
           CLOSE CNAB-FILE

           MOVE WS-CNAB-NOME-ARQUIVO TO WS-CRM-ARQUIVO
           MOVE WS-ARQ-EMPRESA(WS-ARQ-SUB) TO WS-CRM-EMPRESA
           MOVE WS-ARQ-BANCO(WS-ARQ-SUB)   TO WS-CRM-BANCO
           MOVE WS-CTL-NSA(WS-CTL-SUB)     TO WS-CRM-NSA
           MOVE WS-QTD-LOTES-ARQ     TO WS-CRM-LOTES
           MOVE WS-QTD-DET-ARQ       TO WS-CRM-DETALHES
           MOVE WS-VALOR-ARQ         TO WS-CRM-VALOR
           IF WS-CTL-CONVENIO(WS-CTL-SUB) = SPACES
              MOVE 'SEM CONVENIO' TO WS-CRM-AVISO
              DISPLAY 'CONVENIO NAO CADASTRADO NO CNABCTL.DAT PARA'
                      ' EMPRESA ' WS-ARQ-EMPRESA(WS-ARQ-SUB)
                      ' BANCO ' WS-ARQ-BANCO(WS-ARQ-SUB)
           ELSE
              MOVE SPACES            TO WS-CRM-AVISO
           END-IF
           WRITE CRM-LINE FROM WS-LINHA-ARQUIVO.

       3100-OBTEM-CONTROLE.
           MOVE 'N'                  TO WS-ACHOU-SW
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > WS-QTD-CONTROLES
                   OR WS-ACHOU
              IF WS-CTL-EMPRESA(WS-CTL-SUB) =
                 WS-ARQ-EMPRESA(WS-ARQ-SUB)
                 AND WS-CTL-BANCO(WS-CTL-SUB) =
                     WS-ARQ-BANCO(WS-ARQ-SUB)
                 SET WS-ACHOU        TO TRUE
                 SUBTRACT 1          FROM WS-CTL-SUB
              END-IF
           END-PERFORM
           IF WS-ACHOU
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CONTROLES >= WS-MAX-CONTROLES
              DISPLAY 'LIMITE DE LINHAS DO CNABCTL.DAT EXCEDIDO: '
                      WS-MAX-CONTROLES
              CLOSE CNAB-REPORT
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1                     TO WS-QTD-CONTROLES
           MOVE WS-QTD-CONTROLES     TO WS-CTL-SUB
           MOVE WS-ARQ-EMPRESA(WS-ARQ-SUB) TO
                WS-CTL-EMPRESA(WS-CTL-SUB)
           MOVE WS-ARQ-BANCO(WS-ARQ-SUB)   TO WS-CTL-BANCO(WS-CTL-SUB)
           MOVE ZEROS                TO WS-CTL-NSA(WS-CTL-SUB)
           MOVE SPACES               TO WS-CTL-CONVENIO(WS-CTL-SUB)
           MOVE ZEROS                TO WS-CTL-AGENCIA(WS-CTL-SUB)
           MOVE SPACE                TO WS-CTL-AGENCIA-DV(WS-CTL-SUB)
           MOVE ZEROS                TO WS-CTL-CONTA(WS-CTL-SUB)
           MOVE SPACE                TO WS-CTL-CONTA-DV(WS-CTL-SUB)
           MOVE ZEROS                TO WS-CTL-DATA-ULT(WS-CTL-SUB).

      * UM LOTE CNAB PARA CADA LOTE DA REMESSA DA EMPRESA DO
      * ARQUIVO QUE TENHA DETALHES PARA O BANCO DO ARQUIVO
       3200-GERA-LOTE.
           IF WS-LOTE-EMPRESA(WS-LOTE-SUB) NOT =
              WS-ARQ-EMPRESA(WS-ARQ-SUB)
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS                TO WS-QTD-DET-LOTE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QTD-REMESSA
              IF WS-PAG-LOTE(WS-SUB) = WS-LOTE-SUB
                 AND WS-PAG-BANCO(WS-SUB) = WS-ARQ-BANCO(WS-ARQ-SUB)
                 AND WS-PAG-MOTIVO(WS-SUB) = SPACES
                 ADD 1               TO WS-QTD-DET-LOTE
              END-IF
           END-PERFORM
           IF WS-QTD-DET-LOTE = ZEROS
              EXIT PARAGRAPH
           END-IF

           ADD 1                     TO WS-QTD-LOTES-ARQ
           MOVE WS-ARQ-BANCO(WS-ARQ-SUB)   TO CNB-HL-BANCO
           MOVE WS-QTD-LOTES-ARQ           TO CNB-HL-LOTE
           MOVE WS-EMPRESA-CNPJ(WS-EMP-SUB) TO CNB-HL-CNPJ
           MOVE WS-CTL-CONVENIO(WS-CTL-SUB) TO CNB-HL-CONVENIO
           MOVE WS-CTL-AGENCIA(WS-CTL-SUB)  TO CNB-HL-AGENCIA
           MOVE WS-CTL-AGENCIA-DV(WS-CTL-SUB) TO CNB-HL-AGENCIA-DV
           MOVE WS-CTL-CONTA(WS-CTL-SUB)    TO CNB-HL-CONTA
           MOVE WS-CTL-CONTA-DV(WS-CTL-SUB) TO CNB-HL-CONTA-DV
           MOVE WS-EMPRESA-NOME(WS-EMP-SUB) TO CNB-HL-NOME-EMPRESA
           MOVE WS-LOTE-TITULO(WS-LOTE-SUB) TO WS-MSG-TITULO
           MOVE WS-LOTE-COMP(WS-LOTE-SUB)   TO WS-MSG-COMP
           MOVE WS-MENSAGEM-LOTE           TO CNB-HL-MENSAGEM
           MOVE CNB-HEADER-LOTE      TO CNAB-DADOS
           PERFORM 3900-GRAVA-LINHA-CNAB
           ADD 1                     TO WS-QTD-REG-ARQ

           IF WS-LOTE-DATA(WS-LOTE-SUB) NUMERIC
              AND WS-LOTE-DATA(WS-LOTE-SUB) NOT = ZEROS
              MOVE WS-LOTE-DATA(WS-LOTE-SUB) TO WS-PAGTO-AAAAMMDD-R
           ELSE
              MOVE WS-DATA-AAAAMMDD  TO WS-PAGTO-AAAAMMDD
           END-IF
           MOVE WS-PAGTO-DD          TO WS-PAGTO-DDMM-DD
           MOVE WS-PAGTO-MM          TO WS-PAGTO-DDMM-MM
           MOVE WS-PAGTO-AAAA        TO WS-PAGTO-DDMM-AAAA

           MOVE ZEROS                TO WS-QTD-DET-LOTE
           MOVE ZEROS                TO WS-VALOR-LOTE
           PERFORM 3300-GERA-SEGMENTO-A
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-REMESSA

           MOVE WS-ARQ-BANCO(WS-ARQ-SUB) TO CNB-TL-BANCO
           MOVE WS-QTD-LOTES-ARQ     TO CNB-TL-LOTE
           COMPUTE CNB-TL-QTD-REGISTROS = WS-QTD-DET-LOTE + 2
           MOVE WS-VALOR-LOTE        TO CNB-TL-SOMA-VALORES
           MOVE CNB-TRAILER-LOTE     TO CNAB-DADOS
           PERFORM 3900-GRAVA-LINHA-CNAB
           ADD 1                     TO WS-QTD-REG-ARQ.

       3300-GERA-SEGMENTO-A.
           IF WS-PAG-LOTE(WS-SUB) NOT = WS-LOTE-SUB
              OR WS-PAG-BANCO(WS-SUB) NOT = WS-ARQ-BANCO(WS-ARQ-SUB)
              OR WS-PAG-MOTIVO(WS-SUB) NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-QTD-DET-LOTE
           MOVE WS-ARQ-BANCO(WS-ARQ-SUB) TO CNB-SA-BANCO
           MOVE WS-QTD-LOTES-ARQ     TO CNB-SA-LOTE
           MOVE WS-QTD-DET-LOTE      TO CNB-SA-NUM-REGISTRO
           MOVE WS-PAG-BANCO(WS-SUB)     TO CNB-SA-BANCO-FAV
           MOVE WS-PAG-AGENCIA(WS-SUB)   TO CNB-SA-AGENCIA-FAV
           MOVE WS-PAG-CONTA(WS-SUB)     TO CNB-SA-CONTA-FAV
           MOVE WS-PAG-NOME(WS-SUB)      TO CNB-SA-NOME-FAV
           MOVE WS-PAG-MATRICULA(WS-SUB) TO CNB-SA-SEU-MATRICULA
           MOVE WS-LOTE-COMP(WS-LOTE-SUB) TO CNB-SA-SEU-COMP
           MOVE WS-PAGTO-DDMMAAAA-R  TO CNB-SA-DATA-PAGTO
           MOVE WS-PAG-VALOR(WS-SUB) TO CNB-SA-VALOR
           MOVE CNB-SEGMENTO-A       TO CNAB-DADOS
           PERFORM 3900-GRAVA-LINHA-CNAB
           ADD 1                     TO WS-QTD-REG-ARQ
           ADD 1                     TO WS-QTD-DET-ARQ
           ADD 1                     TO WS-QTD-GERADOS
           ADD WS-PAG-VALOR(WS-SUB)  TO WS-VALOR-LOTE
           ADD WS-PAG-VALOR(WS-SUB)  TO WS-VALOR-ARQ
           ADD WS-PAG-VALOR(WS-SUB)  TO WS-VALOR-GERADO.

       3900-GRAVA-LINHA-CNAB.
           MOVE WS-CNAB-CRLF         TO CNAB-FIM-LINHA
           WRITE CNAB-LINE.

      **************DETALHES NAO CONVERTIDOS*********************
       4000-LISTA-NAO-GERADOS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QTD-REMESSA
              IF WS-PAG-MOTIVO(WS-SUB) NOT = SPACES
                 IF WS-QTD-NAO-GERADOS = ZEROS
                    MOVE SPACES      TO CRM-LINE
                    WRITE CRM-LINE
                    MOVE 'DETALHES NAO GERADOS:' TO CRM-LINE
                    WRITE CRM-LINE
                 END-IF
                 ADD 1               TO WS-QTD-NAO-GERADOS
                 MOVE WS-PAG-MATRICULA(WS-SUB) TO WS-CRN-MATRICULA
                 MOVE WS-PAG-NOME(WS-SUB)      TO WS-CRN-NOME
                 MOVE WS-PAG-BANCO(WS-SUB)     TO WS-CRN-BANCO
                 MOVE WS-PAG-VALOR(WS-SUB)     TO WS-CRN-VALOR
                 MOVE WS-PAG-MOTIVO(WS-SUB)    TO WS-CRN-MOTIVO
                 WRITE CRM-LINE FROM WS-LINHA-NAO-GERADO
              END-IF
           END-PERFORM.

      * O CONTROLE E REGRAVADO INTEIRO COM OS NSA ATUALIZADOS.
      * SE A GRAVACAO FALHAR, OS NSA DOS ARQUIVOS JA GERADOS SO
      * FICAM NO CONSOLE: AS LINHAS SAO LISTADAS PARA REGISTRO
      * MANUAL, SENAO A PROXIMA EXECUCAO REPETIRIA O NSA.
       8000-GRAVA-CONTROLE.
           IF WS-QTD-ARQUIVOS = ZEROS
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CNAB-CONTROL-FILE
           IF WS-CNABCTL-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR CNABCTL.DAT PARA GRAVACAO'
                      ' - STATUS: ' WS-CNABCTL-STATUS
              SET WS-CTL-GRAVACAO-FALHOU TO TRUE
              PERFORM 8200-LISTA-CONTROLE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > WS-QTD-CONTROLES
                   OR WS-CTL-GRAVACAO-FALHOU
              PERFORM 8100-MONTA-LINHA-CONTROLE
              WRITE CTL-RECORD FROM WS-LINHA-CONTROLE
              IF WS-CNABCTL-STATUS NOT = '00'
                 DISPLAY 'ERRO AO GRAVAR CNABCTL.DAT - STATUS: '
                         WS-CNABCTL-STATUS
                 SET WS-CTL-GRAVACAO-FALHOU TO TRUE
              END-IF
           END-PERFORM
           CLOSE CNAB-CONTROL-FILE
           IF WS-CTL-GRAVACAO-FALHOU
              PERFORM 8200-LISTA-CONTROLE
           END-IF.

       8100-MONTA-LINHA-CONTROLE.
           MOVE WS-CTL-EMPRESA(WS-CTL-SUB)  TO WS-LCT-EMPRESA
           MOVE WS-CTL-BANCO(WS-CTL-SUB)    TO WS-LCT-BANCO
           MOVE WS-CTL-NSA(WS-CTL-SUB)      TO WS-LCT-NSA
           MOVE WS-CTL-CONVENIO(WS-CTL-SUB) TO WS-LCT-CONVENIO
           MOVE WS-CTL-AGENCIA(WS-CTL-SUB)  TO WS-LCT-AGENCIA
           MOVE WS-CTL-AGENCIA-DV(WS-CTL-SUB) TO WS-LCT-AGENCIA-DV
           MOVE WS-CTL-CONTA(WS-CTL-SUB)    TO WS-LCT-CONTA
           MOVE WS-CTL-CONTA-DV(WS-CTL-SUB) TO WS-LCT-CONTA-DV
           MOVE WS-CTL-DATA-ULT(WS-CTL-SUB) TO WS-LCT-DATA-ULT.

       8200-LISTA-CONTROLE.
           DISPLAY 'CNABCTL.DAT NAO ATUALIZADO - REGRAVE AS LINHAS'
                   ' ABAIXO ANTES DA PROXIMA GERACAO:'
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                   UNTIL WS-CTL-SUB > WS-QTD-CONTROLES
              PERFORM 8100-MONTA-LINHA-CONTROLE
              DISPLAY WS-LINHA-CONTROLE
           END-PERFORM
           MOVE SPACES               TO CRM-LINE
           WRITE CRM-LINE
           MOVE 'CNABCTL.DAT NAO ATUALIZADO - NSA ACIMA A REGISTRAR'
                                     TO CRM-LINE
           WRITE CRM-LINE.

       9000-FINALIZA.
           EVALUATE TRUE
               WHEN WS-CTL-GRAVACAO-FALHOU
                   MOVE 12           TO RETURN-CODE
               WHEN WS-QTD-NAO-GERADOS > ZEROS
                   MOVE 4            TO RETURN-CODE
               WHEN OTHER
                   MOVE 0            TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'ARQUIVOS CNAB 240 GERADOS....: ' WS-QTD-ARQUIVOS
           DISPLAY 'DETALHES GERADOS.............: ' WS-QTD-GERADOS
           DISPLAY 'VALOR GERADO.................: ' WS-VALOR-GERADO
           DISPLAY 'DETALHES NAO GERADOS.........: '
                   WS-QTD-NAO-GERADOS
           CLOSE CNAB-REPORT.

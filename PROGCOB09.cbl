       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROGCOB09.
      ******************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR - MIGUEL DOS SAMTOS RIBEIRO MISANRI
      * OBJETIVO - CONFERENCIA ANTIFRAUDE DA REMESSA BANCARIA
      *            (PAGBANCO.DAT) ANTES DA TRANSMISSAO, CONTRA
      *            O MESTRE (EMPMAST.DAT), O HISTORICO DA
      *            FOLHA (FOLHAHST.DAT) E AS ALTERACOES DE
      *            DADOS BANCARIOS DA MANUTENCAO (AUDITLOG.DAT
      *            E MANUTLOG.RPT). LISTA AS EXCECOES PARA
      *            APROVACAO (CONFREM.RPT) E DEVOLVE RETURN-
      *            CODE PARA O OPERADOR RETER A TRANSMISSAO:
      *              0 = REMESSA LIBERADA
      *              4 = SOMENTE ALERTAS (SEM HISTORICO)
      *              8 = EXCECOES - RETER ATE A APROVACAO
      *             12 = ARQUIVO INDISPONIVEL, NADA CONFERIDO
      * DATA - 15/10/2026
      * 15/10/2026 - VERSAO INICIAL: PARAMETROS [DIAS] [PCT]
      *              (PADRAO 30 DIAS E 50%), 1 A 3 DIGITOS SEM
      *              ZEROS A ESQUERDA. RETEM: MESMA CONTA
      *              (BANCO/AGENCIA/CONTA) PARA MAIS DE UMA
      *              MATRICULA; CONTA ALTERADA NA MANUTENCAO
      *              HA ATE DIAS DIAS; LIQUIDO ACIMA DA MEDIA
      *              DAS ULTIMAS 6 COMPETENCIAS DA FOLHA MENSAL
      *              MAIS PCT; EXCLUIDO, DESLIGADO OU FORA DO
      *              MESTRE EM LOTE MENSAL (SALARIOS OU
      *              COMPLEMENTAR). ALERTA: SEM HISTORICO EM
      *              COMPETENCIA ANTERIOR A DA REMESSA
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE       ASSIGN TO "PAGBANCO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.

           SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "FOLHAHST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FOLHAHST-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MAINT-LOG-FILE   ASSIGN TO "MANUTLOG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANUTLOG-STATUS.

           SELECT CHECK-REPORT     ASSIGN TO "CONFREM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REM-LINE                  PIC X(80).

       FD  EMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  PAYROLL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HSTREC.

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-LINE                PIC X(100).

       FD  MAINT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01 MAINT-LOG-LINE            PIC X(80).

       FD  CHECK-REPORT
           LABEL RECORDS ARE STANDARD.
       01 CRF-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
          05 WS-REM-EOF-SW          PIC X VALUE 'N'.
             88 WS-REM-EOF               VALUE 'S'.
          05 WS-HST-EOF-SW          PIC X VALUE 'N'.
             88 WS-HST-EOF               VALUE 'S'.
          05 WS-AUD-EOF-SW          PIC X VALUE 'N'.
             88 WS-AUD-EOF               VALUE 'S'.
          05 WS-LOG-EOF-SW          PIC X VALUE 'N'.
             88 WS-LOG-EOF               VALUE 'S'.
          05 WS-ACHOU-SW            PIC X VALUE 'N'.
             88 WS-ACHOU                 VALUE 'S'.
          05 WS-NUM-FIM-SW          PIC X VALUE 'N'.
             88 WS-NUM-FIM               VALUE 'S'.
          05 WS-NUM-INVALIDO-SW     PIC X VALUE 'N'.
             88 WS-NUM-INVALIDO          VALUE 'S'.

       01 WS-ARQUIVOS-STATUS.
          05 WS-REMESSA-STATUS      PIC X(02) VALUE SPACES.
          05 WS-EMPMAST-STATUS      PIC X(02) VALUE SPACES.
          05 WS-FOLHAHST-STATUS     PIC X(02) VALUE SPACES.
          05 WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
          05 WS-MANUTLOG-STATUS     PIC X(02) VALUE SPACES.

       01 WS-PARAMETROS.
          05 WS-PARAMETRO-EXECUCAO  PIC X(30) VALUE SPACES.
          05 WS-PARM-DIAS           PIC X(10) VALUE SPACES.
          05 WS-PARM-PCT            PIC X(10) VALUE SPACES.
          05 WS-DIAS-LIMITE         PIC 9(03) VALUE ZEROS.
          05 WS-PCT-LIMITE          PIC 9(03) VALUE ZEROS.
          05 WS-QTD-COMP-MEDIA      PIC 9(01) VALUE 6.
          05 WS-PARM-NUMERO         PIC X(10) VALUE SPACES.
          05 WS-NUM-VALOR           PIC 9(03) VALUE ZEROS.
          05 WS-NUM-SUB             PIC 9(02) VALUE ZEROS.
          05 WS-NUM-DIGITO-X        PIC X(01) VALUE SPACES.
          05 WS-NUM-DIGITO          REDEFINES WS-NUM-DIGITO-X
                                    PIC 9(01).

       01 WS-CONTADORES.
          05 WS-SUB                 PIC 9(04) VALUE ZEROS.
          05 WS-SUB-2               PIC 9(04) VALUE ZEROS.
          05 WS-COMP-SUB            PIC 9(02) VALUE ZEROS.
          05 WS-QTD-REMESSA         PIC 9(04) VALUE ZEROS.
          05 WS-MAX-REMESSA         PIC 9(04) VALUE 1000.
          05 WS-QTD-LOTES           PIC 9(02) VALUE ZEROS.
          05 WS-MAX-LOTES           PIC 9(02) VALUE 20.
          05 WS-LOTE-ANTERIOR       PIC 9(02) VALUE ZEROS.
          05 WS-QTD-CONTA-REPETIDA  PIC 9(06) VALUE ZEROS.
          05 WS-QTD-CONTA-ALTERADA  PIC 9(06) VALUE ZEROS.
          05 WS-QTD-ACIMA-MEDIA     PIC 9(06) VALUE ZEROS.
          05 WS-QTD-DESLIGADOS      PIC 9(06) VALUE ZEROS.
          05 WS-QTD-SEM-HISTORICO   PIC 9(06) VALUE ZEROS.
          05 WS-QTD-RETIDOS         PIC 9(06) VALUE ZEROS.
          05 WS-QTD-ALERTAS         PIC 9(06) VALUE ZEROS.
          05 WS-QTD-ALT-LIDAS       PIC 9(06) VALUE ZEROS.
          05 WS-ALT-MATRICULA       PIC 9(06) VALUE ZEROS.
          05 WS-VALOR-RETIDO        PIC 9(15)V99 VALUE ZEROS.
          05 WS-VALOR-TOTAL         PIC 9(15)V99 VALUE ZEROS.
          05 WS-RETENCAO-SW         PIC X VALUE 'N'.
             88 WS-ENTRADA-RETIDA        VALUE 'S'.

       01 WS-DATA-SISTEMA.
          05 WS-DATA-AAAAMMDD.
             10 WS-DATA-AAAA       PIC 9(04).
             10 WS-DATA-MM         PIC 9(02).
             10 WS-DATA-DD         PIC 9(02).
          05 WS-DATA-DDMMAAAA.
             10 WS-DATA-DDMM-DD    PIC 9(02).
             10 WS-DATA-DDMM-MM    PIC 9(02).
             10 WS-DATA-DDMM-AAAA  PIC 9(04).
          05 WS-DATA-EDITADA       PIC 99/99/9999.

      * NUMERO DE DIAS CORRIDOS DE UMA DATA (CALENDARIO
      * GREGORIANO), PARA A DISTANCIA EM DIAS ENTRE DUAS DATAS
       01 WS-NUMERO-DIA-CONTROLE.
          05 WS-DN-ANO              PIC 9(04) VALUE ZEROS.
          05 WS-DN-MES              PIC 9(02) VALUE ZEROS.
          05 WS-DN-DIA              PIC 9(02) VALUE ZEROS.
          05 WS-DN-A                PIC 9(04) VALUE ZEROS.
          05 WS-DN-M                PIC 9(02) VALUE ZEROS.
          05 WS-DN-AUX              PIC 9(07) VALUE ZEROS.
          05 WS-DN-NUMERO           PIC 9(07) VALUE ZEROS.
          05 WS-DN-HOJE             PIC 9(07) VALUE ZEROS.
          05 WS-DN-DISTANCIA        PIC S9(07) VALUE ZEROS.
          05 WS-DN-DATA-ALT         PIC 9(08) VALUE ZEROS.

       01 WS-COMPETENCIA-CONTROLE.
          05 WS-COMP-TRAB           PIC X(07) VALUE SPACES.
          05 WS-COMP-TRAB-R         REDEFINES WS-COMP-TRAB.
             10 WS-COMP-TRAB-MM     PIC 9(02).
             10 FILLER              PIC X(01).
             10 WS-COMP-TRAB-AAAA   PIC 9(04).
          05 WS-COMP-INDICE         PIC 9(06) VALUE ZEROS.
          05 WS-COMP-INICIO-MEDIA   PIC 9(06) VALUE ZEROS.
          05 WS-MEDIA-LIQUIDO       PIC 9(13)V99 VALUE ZEROS.
          05 WS-LIMITE-LIQUIDO      PIC 9(15)V99 VALUE ZEROS.

       01 WS-BCO-HEADER-ENT.
          05 WS-HDR-TIPO            PIC X(01).
          05 FILLER                 PIC X(07).
          05 WS-HDR-TITULO          PIC X(14).
             88 WS-HDR-LOTE-MENSAL       VALUE 'PAGTO SALARIOS'
                                               'PAGTO COMPLEM '
                                               'RE-REMES SALAR'.
          05 FILLER                 PIC X(01).
          05 WS-HDR-EMPRESA         PIC X(10).
          05 FILLER                 PIC X(16).
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

      * LINHA DA TRILHA DE AUDITORIA (MESMO LAYOUT GRAVADO PELO
      * PROGCOB03 E PELO PROGCOB07)
       01 WS-AUDITORIA-ENT.
          05 WS-AUE-DIA             PIC 9(02).
          05 FILLER                 PIC X(01).
          05 WS-AUE-MES             PIC 9(02).
          05 FILLER                 PIC X(01).
          05 WS-AUE-ANO             PIC 9(04).
          05 FILLER                 PIC X(19).
          05 WS-AUE-MATRICULA       PIC 9(06).
          05 FILLER                 PIC X(34).
          05 WS-AUE-SITUACAO        PIC X(10).
          05 FILLER                 PIC X(21).

      * LINHA DO LOG DA MANUTENCAO (MANUTLOG.RPT)
       01 WS-LOG-MANUTENCAO-ENT.
          05 WS-LGE-CODIGO          PIC X(01).
          05 FILLER                 PIC X(01).
          05 WS-LGE-MATRICULA       PIC 9(06).
          05 FILLER                 PIC X(01).
          05 WS-LGE-NOME            PIC X(20).
          05 FILLER                 PIC X(01).
          05 WS-LGE-MENSAGEM        PIC X(40).
          05 FILLER                 PIC X(01).
          05 WS-LGE-DATA.
             10 WS-LGE-DATA-AAAA    PIC 9(04).
             10 WS-LGE-DATA-MM      PIC 9(02).
             10 WS-LGE-DATA-DD      PIC 9(02).
          05 FILLER                 PIC X(01).

       01 WS-LOTE-TABELA.
          05 WS-LOTE-ENT OCCURS 20 TIMES.
             10 WS-LOTE-TITULO      PIC X(14).
             10 WS-LOTE-EMPRESA     PIC X(10).
             10 WS-LOTE-COMP        PIC X(07).
             10 WS-LOTE-QTD         PIC 9(06).

       01 WS-REMESSA-TABELA.
          05 WS-REM-ENT OCCURS 1000 TIMES.
             10 WS-REM-MATRICULA    PIC 9(06).
             10 WS-REM-BANCO        PIC 9(03).
             10 WS-REM-AGENCIA      PIC 9(04).
             10 WS-REM-CONTA        PIC 9(10).
             10 WS-REM-VALOR        PIC 9(13)V99.
             10 WS-REM-NOME         PIC X(20).
             10 WS-REM-LOTE         PIC 9(02).
             10 WS-REM-COMP-INDICE  PIC 9(06).
             10 WS-REM-MENSAL-SW    PIC X(01).
                88 WS-REM-LOTE-MENSAL    VALUE 'S'.
             10 WS-REM-REPETIDA-SW  PIC X(01).
                88 WS-REM-CONTA-REPETIDA VALUE 'S'.
             10 WS-REM-DATA-ALT     PIC 9(08).
             10 WS-REM-HISTORICO-SW PIC X(01).
                88 WS-REM-TEM-HISTORICO  VALUE 'S'.
             10 WS-REM-SOMA-LIQUIDO PIC 9(13)V99.
             10 WS-REM-QTD-COMP     PIC 9(01).
             10 WS-REM-COMP-MEDIA   PIC 9(06) OCCURS 6 TIMES.
             10 WS-REM-MESTRE-SW    PIC X(01).
                88 WS-REM-MESTRE-OK      VALUE 'A'.
                88 WS-REM-EXCLUIDO       VALUE 'E'.
                88 WS-REM-DESLIGADO      VALUE 'D'.
                88 WS-REM-FORA-MESTRE    VALUE 'N'.

       01 WS-CABECALHO-CONFERENCIA.
          05 FILLER                PIC X(34) VALUE
             'CONFERENCIA PRE-REMESSA BANCARIA  '.
          05 FILLER                PIC X(06) VALUE 'DATA: '.
          05 WS-CRF-CAB-DATA       PIC 99/99/9999.
          05 FILLER                PIC X(17) VALUE
             '  ALTERACAO ATE '.
          05 WS-CRF-CAB-DIAS       PIC ZZ9.
          05 FILLER                PIC X(16) VALUE
             ' DIAS  MEDIA + '.
          05 WS-CRF-CAB-PCT        PIC ZZ9.
          05 FILLER                PIC X(01) VALUE '%'.

       01 WS-CABECALHO-LOTE.
          05 FILLER                PIC X(06) VALUE 'LOTE: '.
          05 WS-CRF-LOTE-TITULO    PIC X(14).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-CRF-LOTE-EMPRESA   PIC X(10).
          05 FILLER                PIC X(08) VALUE '  COMP: '.
          05 WS-CRF-LOTE-COMP      PIC X(07).
          05 FILLER                PIC X(12) VALUE '  DETALHES: '.
          05 WS-CRF-LOTE-QTD       PIC ZZZ.ZZ9.

       01 WS-CABECALHO-COLUNAS.
          05 FILLER                PIC X(07) VALUE 'MATRIC.'.
          05 FILLER                PIC X(21) VALUE 'NOME'.
          05 FILLER                PIC X(21) VALUE
             'BCO/AGEN/CONTA'.
          05 FILLER                PIC X(15) VALUE '  VALOR LIQUIDO'.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 FILLER                PIC X(06) VALUE 'MOTIVO'.

       01 WS-LINHA-EXCECAO.
          05 WS-EXC-MATRICULA      PIC 9(06).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-EXC-NOME           PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-EXC-BANCO          PIC 9(03).
          05 FILLER                PIC X(01) VALUE '/'.
          05 WS-EXC-AGENCIA        PIC 9(04).
          05 FILLER                PIC X(01) VALUE '/'.
          05 WS-EXC-CONTA          PIC 9(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-EXC-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-EXC-MOTIVO         PIC X(36).

       01 WS-MOTIVO-ALTERACAO.
          05 FILLER                PIC X(18) VALUE
             'CONTA ALTERADA EM '.
          05 WS-MOT-ALT-DATA       PIC 99/99/9999.

       01 WS-MOTIVO-MEDIA.
          05 FILLER                PIC X(17) VALUE
             'LIQ. ACIMA MEDIA '.
          05 WS-MOT-MEDIA          PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-DATA-ALT-TRAB.
          05 WS-DATA-ALT-AAAA      PIC 9(04).
          05 WS-DATA-ALT-MM        PIC 9(02).
          05 WS-DATA-ALT-DD        PIC 9(02).
       01 WS-DATA-ALT-TRAB-R       REDEFINES WS-DATA-ALT-TRAB
                                   PIC 9(08).
       01 WS-DATA-ALT-DDMMAAAA.
          05 WS-DATA-ALT-DDMM-DD   PIC 9(02).
          05 WS-DATA-ALT-DDMM-MM   PIC 9(02).
          05 WS-DATA-ALT-DDMM-AAAA PIC 9(04).

       01 WS-LINHA-RESUMO.
          05 WS-RES-DESCRICAO      PIC X(38).
          05 WS-RES-QTD            PIC ZZZ.ZZ9.

       01 WS-LINHA-RESULTADO.
          05 FILLER                PIC X(11) VALUE 'RESULTADO: '.
          05 WS-RES-RESULTADO      PIC X(40).
          05 FILLER                PIC X(15) VALUE
             ' RETURN-CODE: '.
          05 WS-RES-RETORNO        PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           UNSTRING WS-PARAMETRO-EXECUCAO DELIMITED BY ALL SPACES
               INTO WS-PARM-DIAS WS-PARM-PCT
           IF WS-PARM-DIAS = SPACES
              MOVE 030               TO WS-DIAS-LIMITE
           ELSE
              MOVE WS-PARM-DIAS      TO WS-PARM-NUMERO
              PERFORM 1050-CONVERTE-NUMERO
              IF WS-NUM-INVALIDO
                 DISPLAY 'QUANTIDADE DE DIAS INVALIDA: '
                         WS-PARM-DIAS
                 DISPLAY 'USO: PROGCOB09 [DIAS] [PCT]'
                 MOVE 12             TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-NUM-VALOR      TO WS-DIAS-LIMITE
           END-IF
           IF WS-PARM-PCT = SPACES
              MOVE 050               TO WS-PCT-LIMITE
           ELSE
              MOVE WS-PARM-PCT       TO WS-PARM-NUMERO
              PERFORM 1050-CONVERTE-NUMERO
              IF WS-NUM-INVALIDO
                 DISPLAY 'PERCENTUAL INVALIDO: ' WS-PARM-PCT
                 DISPLAY 'USO: PROGCOB09 [DIAS] [PCT]'
                 MOVE 12             TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-NUM-VALOR      TO WS-PCT-LIMITE
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONFERE-CONTA-REPETIDA
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-REMESSA
           PERFORM 3000-CONFERE-HISTORICO UNTIL WS-HST-EOF
           PERFORM 4000-CONFERE-ALTERACOES
           PERFORM 5000-CONFERE-MESTRE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-REMESSA
           PERFORM 6000-EMITE-EXCECOES
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-REMESSA
           PERFORM 9000-FINALIZA
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WS-DATA-DD           TO WS-DATA-DDMM-DD
           MOVE WS-DATA-MM           TO WS-DATA-DDMM-MM
           MOVE WS-DATA-AAAA         TO WS-DATA-DDMM-AAAA
           MOVE WS-DATA-DDMMAAAA     TO WS-DATA-EDITADA
           MOVE WS-DATA-AAAA         TO WS-DN-ANO
           MOVE WS-DATA-MM           TO WS-DN-MES
           MOVE WS-DATA-DD           TO WS-DN-DIA
           PERFORM 4900-CALCULA-NUMERO-DIA
           MOVE WS-DN-NUMERO         TO WS-DN-HOJE

           OPEN INPUT REMIT-FILE
           IF WS-REMESSA-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR PAGBANCO.DAT - STATUS: '
                      WS-REMESSA-STATUS
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1100-LE-REMESSA
           PERFORM 1200-CARREGA-REMESSA UNTIL WS-REM-EOF
           CLOSE REMIT-FILE
           DISPLAY 'DETALHES DA REMESSA CARREGADOS: '
                   WS-QTD-REMESSA

           OPEN INPUT EMP-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'ARQUIVO MESTRE INDISPONIVEL - STATUS: '
                      WS-EMPMAST-STATUS
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-FOLHAHST-STATUS NOT = '00'
              DISPLAY 'HISTORICO DA FOLHA INDISPONIVEL - STATUS: '
                      WS-FOLHAHST-STATUS
              CLOSE EMP-MASTER-FILE
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CHECK-REPORT
           MOVE WS-DATA-EDITADA      TO WS-CRF-CAB-DATA
           MOVE WS-DIAS-LIMITE       TO WS-CRF-CAB-DIAS
           MOVE WS-PCT-LIMITE        TO WS-CRF-CAB-PCT
           WRITE CRF-LINE FROM WS-CABECALHO-CONFERENCIA
           MOVE SPACES               TO CRF-LINE
           WRITE CRF-LINE
           WRITE CRF-LINE FROM WS-CABECALHO-COLUNAS
           MOVE SPACES               TO CRF-LINE
           WRITE CRF-LINE
           PERFORM 3100-LE-HISTORICO.

      * CONVERTE WS-PARM-NUMERO (1 A 3 DIGITOS, SEM ZEROS A
      * ESQUERDA) EM WS-NUM-VALOR
       1050-CONVERTE-NUMERO.
           MOVE ZEROS                TO WS-NUM-VALOR
           MOVE 'N'                  TO WS-NUM-FIM-SW
           MOVE 'N'                  TO WS-NUM-INVALIDO-SW
           PERFORM VARYING WS-NUM-SUB FROM 1 BY 1
                   UNTIL WS-NUM-SUB > 3
                   OR WS-NUM-FIM
                   OR WS-NUM-INVALIDO
              MOVE WS-PARM-NUMERO(WS-NUM-SUB:1)
                                     TO WS-NUM-DIGITO-X
              EVALUATE TRUE
                  WHEN WS-NUM-DIGITO-X = SPACE
                      SET WS-NUM-FIM  TO TRUE
                  WHEN WS-NUM-DIGITO-X NUMERIC
                      COMPUTE WS-NUM-VALOR =
                              (WS-NUM-VALOR * 10) + WS-NUM-DIGITO
                  WHEN OTHER
                      SET WS-NUM-INVALIDO TO TRUE
              END-EVALUATE
           END-PERFORM
           IF WS-PARM-NUMERO(4:1) NOT = SPACE
              SET WS-NUM-INVALIDO    TO TRUE
           END-IF.

       1100-LE-REMESSA.
           READ REMIT-FILE
               AT END
                   SET WS-REM-EOF TO TRUE
           END-READ.

      * CADA CABECALHO ABRE UM LOTE; O PAGBANCO.DAT PODE TRAZER
      * MAIS DE UM (EX.: RESCISAO ACRESCENTADA A FOLHA MENSAL)
       1200-CARREGA-REMESSA.
           MOVE REM-LINE             TO WS-BCO-DETALHE-ENT
           EVALUATE WS-DET-TIPO
               WHEN '0'
                   IF WS-QTD-LOTES >= WS-MAX-LOTES
                      DISPLAY 'LIMITE DE LOTES DA REMESSA'
                              ' EXCEDIDO: ' WS-MAX-LOTES
                              ' - REMESSA NAO CONFERIDA'
                      MOVE 12        TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE REM-LINE     TO WS-BCO-HEADER-ENT
                   ADD 1             TO WS-QTD-LOTES
                   MOVE WS-HDR-TITULO TO
                        WS-LOTE-TITULO(WS-QTD-LOTES)
                   MOVE WS-HDR-EMPRESA TO
                        WS-LOTE-EMPRESA(WS-QTD-LOTES)
                   MOVE WS-HDR-COMPETENCIA TO
                        WS-LOTE-COMP(WS-QTD-LOTES)
                   MOVE ZEROS        TO WS-LOTE-QTD(WS-QTD-LOTES)
                   MOVE WS-HDR-COMPETENCIA TO WS-COMP-TRAB
                   PERFORM 1300-CALCULA-INDICE-COMP
               WHEN '1'
                   IF WS-QTD-REMESSA >= WS-MAX-REMESSA
                      DISPLAY 'LIMITE DE DETALHES DA REMESSA'
                              ' EXCEDIDO: ' WS-MAX-REMESSA
                              ' - REMESSA NAO CONFERIDA'
                      MOVE 12        TO RETURN-CODE
                      STOP RUN
                   END-IF
                   PERFORM 1250-RETEM-DETALHE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 1100-LE-REMESSA.

       1250-RETEM-DETALHE.
           ADD 1                     TO WS-QTD-REMESSA
           MOVE WS-DET-MATRICULA     TO
                WS-REM-MATRICULA(WS-QTD-REMESSA)
           MOVE WS-DET-BANCO         TO WS-REM-BANCO(WS-QTD-REMESSA)
           MOVE WS-DET-AGENCIA       TO
                WS-REM-AGENCIA(WS-QTD-REMESSA)
           MOVE WS-DET-CONTA         TO WS-REM-CONTA(WS-QTD-REMESSA)
           MOVE WS-DET-VALOR         TO WS-REM-VALOR(WS-QTD-REMESSA)
           MOVE WS-DET-NOME          TO WS-REM-NOME(WS-QTD-REMESSA)
           MOVE WS-QTD-LOTES         TO WS-REM-LOTE(WS-QTD-REMESSA)
           MOVE WS-COMP-INDICE       TO
                WS-REM-COMP-INDICE(WS-QTD-REMESSA)
           IF WS-HDR-LOTE-MENSAL
              MOVE 'S'               TO
                   WS-REM-MENSAL-SW(WS-QTD-REMESSA)
           ELSE
              MOVE 'N'               TO
                   WS-REM-MENSAL-SW(WS-QTD-REMESSA)
           END-IF
           MOVE 'N'                  TO
                WS-REM-REPETIDA-SW(WS-QTD-REMESSA)
           MOVE ZEROS                TO
                WS-REM-DATA-ALT(WS-QTD-REMESSA)
           MOVE 'N'                  TO
                WS-REM-HISTORICO-SW(WS-QTD-REMESSA)
           MOVE ZEROS                TO
                WS-REM-SOMA-LIQUIDO(WS-QTD-REMESSA)
           MOVE ZEROS                TO WS-REM-QTD-COMP(WS-QTD-REMESSA)
           MOVE 'A'                  TO WS-REM-MESTRE-SW(WS-QTD-REMESSA)
           ADD WS-DET-VALOR          TO WS-VALOR-TOTAL
           IF WS-QTD-LOTES > ZEROS
              ADD 1                  TO WS-LOTE-QTD(WS-QTD-LOTES)
           END-IF.

      * COMPETENCIA MM/AAAA EM NUMERO DE MESES (AAAA * 12 + MM),
      * PARA COMPARAR E RECUAR COMPETENCIAS; ZERO SE INVALIDA
       1300-CALCULA-INDICE-COMP.
           IF WS-COMP-TRAB-MM NUMERIC
              AND WS-COMP-TRAB-AAAA NUMERIC
              AND WS-COMP-TRAB-MM >= 1
              AND WS-COMP-TRAB-MM <= 12
              COMPUTE WS-COMP-INDICE =
                      WS-COMP-TRAB-AAAA * 12 + WS-COMP-TRAB-MM
           ELSE
              MOVE ZEROS             TO WS-COMP-INDICE
           END-IF.

      **************CONTA REPETIDA ENTRE MATRICULAS**************
       2000-CONFERE-CONTA-REPETIDA.
           PERFORM VARYING WS-SUB-2 FROM 1 BY 1
                   UNTIL WS-SUB-2 > WS-QTD-REMESSA
              IF WS-REM-BANCO(WS-SUB-2) = WS-REM-BANCO(WS-SUB)
                 AND WS-REM-AGENCIA(WS-SUB-2) =
                     WS-REM-AGENCIA(WS-SUB)
                 AND WS-REM-CONTA(WS-SUB-2) = WS-REM-CONTA(WS-SUB)
                 AND WS-REM-MATRICULA(WS-SUB-2) NOT =
                     WS-REM-MATRICULA(WS-SUB)
                 MOVE 'S'            TO WS-REM-REPETIDA-SW(WS-SUB)
              END-IF
           END-PERFORM.

      **************HISTORICO E MEDIA DO LIQUIDO*****************
      * QUALQUER REGISTRO EM COMPETENCIA ANTERIOR A DA REMESSA
      * CONTA COMO HISTORICO; A MEDIA USA OS LIQUIDOS DA FOLHA
      * MENSAL (COMPLEMENTAR SOMADA) DAS ULTIMAS 6 COMPETENCIAS
      * ANTERIORES, DIVIDIDOS PELAS COMPETENCIAS ENCONTRADAS
       3000-CONFERE-HISTORICO.
           MOVE HST-COMPETENCIA      TO WS-COMP-TRAB
           PERFORM 1300-CALCULA-INDICE-COMP
           IF WS-COMP-INDICE > ZEROS
              PERFORM 3200-APLICA-HISTORICO
                  VARYING WS-SUB FROM 1 BY 1
                  UNTIL WS-SUB > WS-QTD-REMESSA
           END-IF
           PERFORM 3100-LE-HISTORICO.

       3100-LE-HISTORICO.
           READ PAYROLL-HISTORY-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
           END-READ.

       3200-APLICA-HISTORICO.
           IF WS-REM-MATRICULA(WS-SUB) NOT = HST-MATRICULA
              OR WS-COMP-INDICE NOT < WS-REM-COMP-INDICE(WS-SUB)
              EXIT PARAGRAPH
           END-IF
           MOVE 'S'                  TO WS-REM-HISTORICO-SW(WS-SUB)
           IF HST-TIPO-FOLHA NOT = 'FOLHA ' AND NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COMP-INICIO-MEDIA =
                   WS-REM-COMP-INDICE(WS-SUB) - WS-QTD-COMP-MEDIA
           IF WS-COMP-INDICE < WS-COMP-INICIO-MEDIA
              EXIT PARAGRAPH
           END-IF
           ADD HST-LIQUIDO           TO WS-REM-SOMA-LIQUIDO(WS-SUB)
           MOVE 'N'                  TO WS-ACHOU-SW
           PERFORM VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > WS-REM-QTD-COMP(WS-SUB)
                   OR WS-ACHOU
              IF WS-REM-COMP-MEDIA(WS-SUB WS-COMP-SUB) =
                 WS-COMP-INDICE
                 SET WS-ACHOU        TO TRUE
              END-IF
           END-PERFORM
           IF NOT WS-ACHOU
              AND WS-REM-QTD-COMP(WS-SUB) < WS-QTD-COMP-MEDIA
              ADD 1                  TO WS-REM-QTD-COMP(WS-SUB)
              MOVE WS-COMP-INDICE    TO
                   WS-REM-COMP-MEDIA(WS-SUB WS-REM-QTD-COMP(WS-SUB))
           END-IF.

      **************ALTERACAO RECENTE DE DADOS BANCARIOS*********
      * A MANUTENCAO REGISTRA A TROCA DE BANCO/AGENCIA/CONTA NA
      * AUDITORIA (SITUACAO ALT BANCO) E NO MANUTLOG.RPT; OS DOIS
      * SAO LIDOS PORQUE O MANUTLOG SO GUARDA A ULTIMA EXECUCAO
       4000-CONFERE-ALTERACOES.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS = '00'
              PERFORM 4100-LE-AUDITORIA
              PERFORM 4200-CONFERE-AUDITORIA UNTIL WS-AUD-EOF
              CLOSE AUDIT-TRAIL-FILE
           ELSE
              DISPLAY 'AUDITLOG.DAT INDISPONIVEL - STATUS: '
                      WS-AUDIT-STATUS
           END-IF
           OPEN INPUT MAINT-LOG-FILE
           IF WS-MANUTLOG-STATUS = '00'
              PERFORM 4300-LE-LOG-MANUTENCAO
              PERFORM 4400-CONFERE-LOG-MANUTENCAO UNTIL WS-LOG-EOF
              CLOSE MAINT-LOG-FILE
           END-IF.

       4100-LE-AUDITORIA.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
           END-READ.

       4200-CONFERE-AUDITORIA.
           MOVE AUDIT-LINE           TO WS-AUDITORIA-ENT
           IF WS-AUE-SITUACAO = 'ALT BANCO'
              AND WS-AUE-DIA NUMERIC
              AND WS-AUE-MES NUMERIC
              AND WS-AUE-ANO NUMERIC
              AND WS-AUE-MATRICULA NUMERIC
              MOVE WS-AUE-ANO        TO WS-DATA-ALT-AAAA
              MOVE WS-AUE-MES        TO WS-DATA-ALT-MM
              MOVE WS-AUE-DIA        TO WS-DATA-ALT-DD
              MOVE WS-AUE-MATRICULA  TO WS-ALT-MATRICULA
              PERFORM 4500-REGISTRA-ALTERACAO
           END-IF
           PERFORM 4100-LE-AUDITORIA.

       4300-LE-LOG-MANUTENCAO.
           READ MAINT-LOG-FILE
               AT END
                   SET WS-LOG-EOF TO TRUE
           END-READ.

       4400-CONFERE-LOG-MANUTENCAO.
           MOVE MAINT-LOG-LINE       TO WS-LOG-MANUTENCAO-ENT
           IF WS-LGE-MENSAGEM =
              'FUNCIONARIO ALTERADO - DADOS BANCARIOS'
              AND WS-LGE-DATA NUMERIC
              AND WS-LGE-MATRICULA NUMERIC
              MOVE WS-LGE-DATA-AAAA  TO WS-DATA-ALT-AAAA
              MOVE WS-LGE-DATA-MM    TO WS-DATA-ALT-MM
              MOVE WS-LGE-DATA-DD    TO WS-DATA-ALT-DD
              MOVE WS-LGE-MATRICULA  TO WS-ALT-MATRICULA
              PERFORM 4500-REGISTRA-ALTERACAO
           END-IF
           PERFORM 4300-LE-LOG-MANUTENCAO.

      * ALTERACAO DENTRO DA JANELA DE DIAS MARCA OS DETALHES DA
      * MATRICULA COM A DATA DA ALTERACAO MAIS RECENTE
       4500-REGISTRA-ALTERACAO.
           IF WS-DATA-ALT-MM < 1 OR WS-DATA-ALT-MM > 12
              OR WS-DATA-ALT-DD < 1 OR WS-DATA-ALT-DD > 31
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-ALT-AAAA     TO WS-DN-ANO
           MOVE WS-DATA-ALT-MM       TO WS-DN-MES
           MOVE WS-DATA-ALT-DD       TO WS-DN-DIA
           PERFORM 4900-CALCULA-NUMERO-DIA
           COMPUTE WS-DN-DISTANCIA = WS-DN-HOJE - WS-DN-NUMERO
           IF WS-DN-DISTANCIA < ZEROS
              OR WS-DN-DISTANCIA > WS-DIAS-LIMITE
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-QTD-ALT-LIDAS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QTD-REMESSA
              IF WS-REM-MATRICULA(WS-SUB) = WS-ALT-MATRICULA
                 AND WS-REM-DATA-ALT(WS-SUB) < WS-DATA-ALT-TRAB-R
                 MOVE WS-DATA-ALT-TRAB-R TO WS-REM-DATA-ALT(WS-SUB)
              END-IF
           END-PERFORM.

      * NUMERO DO DIA: MESES DE MARCO A FEVEREIRO, COM JANEIRO E
      * FEVEREIRO CONTADOS NO ANO ANTERIOR; CADA DIVISAO E
      * TRUNCADA SEPARADAMENTE
       4900-CALCULA-NUMERO-DIA.
           MOVE WS-DN-ANO            TO WS-DN-A
           MOVE WS-DN-MES            TO WS-DN-M
           IF WS-DN-M <= 2
              SUBTRACT 1             FROM WS-DN-A
              ADD 12                 TO WS-DN-M
           END-IF
           COMPUTE WS-DN-NUMERO = WS-DN-A * 365 + WS-DN-DIA
           COMPUTE WS-DN-AUX = WS-DN-A / 4
           ADD WS-DN-AUX             TO WS-DN-NUMERO
           COMPUTE WS-DN-AUX = WS-DN-A / 100
           SUBTRACT WS-DN-AUX        FROM WS-DN-NUMERO
           COMPUTE WS-DN-AUX = WS-DN-A / 400
           ADD WS-DN-AUX             TO WS-DN-NUMERO
           COMPUTE WS-DN-AUX = (153 * (WS-DN-M - 3) + 2) / 5
           ADD WS-DN-AUX             TO WS-DN-NUMERO.

      **************SITUACAO NO MESTRE***************************
       5000-CONFERE-MESTRE.
           MOVE WS-REM-MATRICULA(WS-SUB) TO EMP-MATRICULA
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE 'N'          TO WS-REM-MESTRE-SW(WS-SUB)
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN EMP-EXCLUIDO
                   MOVE 'E'          TO WS-REM-MESTRE-SW(WS-SUB)
               WHEN EMP-DATA-DESLIGAMENTO NUMERIC
                    AND EMP-DATA-DESLIGAMENTO NOT = ZEROS
                   MOVE 'D'          TO WS-REM-MESTRE-SW(WS-SUB)
               WHEN OTHER
                   MOVE 'A'          TO WS-REM-MESTRE-SW(WS-SUB)
           END-EVALUATE.

      **************RELATORIO DE EXCECOES************************
      * UMA LINHA POR MOTIVO; O DETALHE COM QUALQUER MOTIVO DE
      * RETENCAO CONTA UMA VEZ NOS RETIDOS
       6000-EMITE-EXCECOES.
           IF WS-REM-LOTE(WS-SUB) NOT = WS-LOTE-ANTERIOR
              MOVE WS-REM-LOTE(WS-SUB) TO WS-LOTE-ANTERIOR
              PERFORM 6100-CABECALHO-LOTE
           END-IF
           MOVE 'N'                  TO WS-RETENCAO-SW
           MOVE WS-REM-MATRICULA(WS-SUB) TO WS-EXC-MATRICULA
           MOVE WS-REM-NOME(WS-SUB)      TO WS-EXC-NOME
           MOVE WS-REM-BANCO(WS-SUB)     TO WS-EXC-BANCO
           MOVE WS-REM-AGENCIA(WS-SUB)   TO WS-EXC-AGENCIA
           MOVE WS-REM-CONTA(WS-SUB)     TO WS-EXC-CONTA
           MOVE WS-REM-VALOR(WS-SUB)     TO WS-EXC-VALOR

           IF WS-REM-CONTA-REPETIDA(WS-SUB)
              ADD 1                  TO WS-QTD-CONTA-REPETIDA
              SET WS-ENTRADA-RETIDA  TO TRUE
              MOVE 'CONTA REPETIDA P/ OUTRA MATRICULA'
                                     TO WS-EXC-MOTIVO
              WRITE CRF-LINE FROM WS-LINHA-EXCECAO
           END-IF

           IF WS-REM-DATA-ALT(WS-SUB) NOT = ZEROS
              ADD 1                  TO WS-QTD-CONTA-ALTERADA
              SET WS-ENTRADA-RETIDA  TO TRUE
              MOVE WS-REM-DATA-ALT(WS-SUB) TO WS-DATA-ALT-TRAB-R
              MOVE WS-DATA-ALT-DD    TO WS-DATA-ALT-DDMM-DD
              MOVE WS-DATA-ALT-MM    TO WS-DATA-ALT-DDMM-MM
              MOVE WS-DATA-ALT-AAAA  TO WS-DATA-ALT-DDMM-AAAA
              MOVE WS-DATA-ALT-DDMMAAAA TO WS-MOT-ALT-DATA
              MOVE WS-MOTIVO-ALTERACAO TO WS-EXC-MOTIVO
              WRITE CRF-LINE FROM WS-LINHA-EXCECAO
           END-IF

           IF WS-REM-QTD-COMP(WS-SUB) > ZEROS
              COMPUTE WS-MEDIA-LIQUIDO =
                      WS-REM-SOMA-LIQUIDO(WS-SUB) /
                      WS-REM-QTD-COMP(WS-SUB)
              COMPUTE WS-LIMITE-LIQUIDO =
                      WS-MEDIA-LIQUIDO * (100 + WS-PCT-LIMITE) / 100
              IF WS-REM-VALOR(WS-SUB) > WS-LIMITE-LIQUIDO
                 ADD 1               TO WS-QTD-ACIMA-MEDIA
                 SET WS-ENTRADA-RETIDA TO TRUE
                 MOVE WS-MEDIA-LIQUIDO TO WS-MOT-MEDIA
                 MOVE WS-MOTIVO-MEDIA TO WS-EXC-MOTIVO
                 WRITE CRF-LINE FROM WS-LINHA-EXCECAO
              END-IF
           END-IF

           IF WS-REM-LOTE-MENSAL(WS-SUB)
              AND NOT WS-REM-MESTRE-OK(WS-SUB)
              ADD 1                  TO WS-QTD-DESLIGADOS
              SET WS-ENTRADA-RETIDA  TO TRUE
              EVALUATE TRUE
                  WHEN WS-REM-EXCLUIDO(WS-SUB)
                      MOVE 'EXCLUIDO NO MESTRE EM LOTE MENSAL'
                                     TO WS-EXC-MOTIVO
                  WHEN WS-REM-DESLIGADO(WS-SUB)
                      MOVE 'DESLIGADO EM LOTE MENSAL'
                                     TO WS-EXC-MOTIVO
                  WHEN OTHER
                      MOVE 'MATRICULA FORA DO MESTRE'
                                     TO WS-EXC-MOTIVO
              END-EVALUATE
              WRITE CRF-LINE FROM WS-LINHA-EXCECAO
           END-IF

           IF NOT WS-REM-TEM-HISTORICO(WS-SUB)
              ADD 1                  TO WS-QTD-SEM-HISTORICO
              MOVE 'ALERTA: SEM HISTORICO ANTERIOR'
                                     TO WS-EXC-MOTIVO
              WRITE CRF-LINE FROM WS-LINHA-EXCECAO
              IF NOT WS-ENTRADA-RETIDA
                 ADD 1               TO WS-QTD-ALERTAS
              END-IF
           END-IF

           IF WS-ENTRADA-RETIDA
              ADD 1                  TO WS-QTD-RETIDOS
              ADD WS-REM-VALOR(WS-SUB) TO WS-VALOR-RETIDO
           END-IF.

       6100-CABECALHO-LOTE.
           MOVE WS-LOTE-TITULO(WS-LOTE-ANTERIOR)
                                     TO WS-CRF-LOTE-TITULO
           MOVE WS-LOTE-EMPRESA(WS-LOTE-ANTERIOR)
                                     TO WS-CRF-LOTE-EMPRESA
           MOVE WS-LOTE-COMP(WS-LOTE-ANTERIOR)
                                     TO WS-CRF-LOTE-COMP
           MOVE WS-LOTE-QTD(WS-LOTE-ANTERIOR)
                                     TO WS-CRF-LOTE-QTD
           MOVE SPACES               TO CRF-LINE
           WRITE CRF-LINE
           WRITE CRF-LINE FROM WS-CABECALHO-LOTE.

       9000-FINALIZA.
           IF WS-QTD-RETIDOS > ZEROS
              MOVE 8                 TO RETURN-CODE
              MOVE 'REMESSA RETIDA - APROVACAO NECESSARIA'
                                     TO WS-RES-RESULTADO
           ELSE
              IF WS-QTD-ALERTAS > ZEROS
                 MOVE 4              TO RETURN-CODE
                 MOVE 'REMESSA LIBERADA COM ALERTAS'
                                     TO WS-RES-RESULTADO
              ELSE
                 MOVE 0              TO RETURN-CODE
                 MOVE 'REMESSA LIBERADA' TO WS-RES-RESULTADO
              END-IF
           END-IF
           MOVE RETURN-CODE          TO WS-RES-RETORNO

           MOVE SPACES               TO CRF-LINE
           WRITE CRF-LINE
           MOVE 'DETALHES CONFERIDOS..................:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-REMESSA       TO WS-RES-QTD
           WRITE CRF-LINE FROM WS-LINHA-RESUMO
           MOVE 'CONTA REPETIDA P/ OUTRA MATRICULA....:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-CONTA-REPETIDA TO WS-RES-QTD
           WRITE CRF-LINE FROM WS-LINHA-RESUMO
           MOVE 'CONTA ALTERADA NA JANELA DE DIAS.....:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-CONTA-ALTERADA TO WS-RES-QTD
           WRITE CRF-LINE FROM WS-LINHA-RESUMO
           MOVE 'LIQUIDO ACIMA DA MEDIA...............:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-ACIMA-MEDIA   TO WS-RES-QTD
           WRITE CRF-LINE FROM WS-LINHA-RESUMO
           MOVE 'EXCLUIDO/DESLIGADO EM LOTE MENSAL....:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-DESLIGADOS    TO WS-RES-QTD
           WRITE CRF-LINE FROM WS-LINHA-RESUMO
           MOVE 'SEM HISTORICO ANTERIOR (ALERTA)......:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-SEM-HISTORICO TO WS-RES-QTD
           WRITE CRF-LINE FROM WS-LINHA-RESUMO
           MOVE 'DETALHES RETIDOS.....................:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-RETIDOS       TO WS-RES-QTD
           WRITE CRF-LINE FROM WS-LINHA-RESUMO
           MOVE SPACES               TO CRF-LINE
           WRITE CRF-LINE
           WRITE CRF-LINE FROM WS-LINHA-RESULTADO
           MOVE SPACES               TO CRF-LINE
           WRITE CRF-LINE
           MOVE 'APROVADO POR: ____________________  DATA: __/__/____'
                                     TO CRF-LINE
           WRITE CRF-LINE

           DISPLAY 'DETALHES CONFERIDOS..........: ' WS-QTD-REMESSA
           DISPLAY 'VALOR TOTAL DA REMESSA.......: ' WS-VALOR-TOTAL
           DISPLAY 'CONTA REPETIDA...............: '
                   WS-QTD-CONTA-REPETIDA
           DISPLAY 'ALTERACOES BANCARIAS NA JANELA: '
                   WS-QTD-ALT-LIDAS
           DISPLAY 'CONTA ALTERADA RECENTEMENTE..: '
                   WS-QTD-CONTA-ALTERADA
           DISPLAY 'LIQUIDO ACIMA DA MEDIA.......: '
                   WS-QTD-ACIMA-MEDIA
           DISPLAY 'EXCLUIDO/DESLIGADO/SEM MESTRE: '
                   WS-QTD-DESLIGADOS
           DISPLAY 'SEM HISTORICO ANTERIOR.......: '
                   WS-QTD-SEM-HISTORICO
           DISPLAY 'DETALHES RETIDOS.............: ' WS-QTD-RETIDOS
           DISPLAY 'VALOR RETIDO.................: ' WS-VALOR-RETIDO
           DISPLAY 'RESULTADO: ' WS-RES-RESULTADO
           CLOSE EMP-MASTER-FILE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE CHECK-REPORT.

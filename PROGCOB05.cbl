      * 22/08/2026 - VERSAO INICIAL: LISTA UM INFORME POR
      *              FUNCIONARIO PARA O ANO INFORMADO COMO
      *              PARAMETRO DE EXECUCAO (AAAA)
      * 15/10/2026 - INCLUIDA A LINHA DE INSS RETIDO ANUAL
      *              (YTD-INSS-ACUM) NO INFORME
      * 15/10/2026 - REGISTRO DA EXECUCAO NO LOG DO CICLO
      *              (RUNLOG.DAT, LAYOUT RUNLOG) COM O ANO COMO
      *              COMPETENCIA 12/AAAA E A EMPRESA DA VARIAVEL
      *              DE AMBIENTE EMPRESA; RETURN-CODE 0 OK, 4
      *              NENHUM INFORME EMITIDO, 12 ERRO
      * 15/10/2026 - ANO ENCERRADO (PROGCOB12): O INFORME E EMITIDO
      *              A PARTIR DO ARQUIVO YTDeeAAAA.ARQ DA EMPRESA
      *              DA EXECUCAO (PADRAO 01), QUANDO EXISTIR
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT YTD-FILE         ASSIGN TO "YTDACUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTF-CHAVE
               FILE STATUS IS WS-YTD-STATUS.

           SELECT YTD-ARCHIVE-FILE ASSIGN USING WS-ARQ-YTD-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARQYTD-STATUS.

           SELECT INFORME-REPORT   ASSIGN TO "INFORMES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE     ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YTDREC
           REPLACING ==YTD-RECORD== BY ==YTF-RECORD==
                 ==YTD-CHAVE== BY ==YTF-CHAVE==
                 ==YTD-ANO== BY ==YTF-ANO==
                 ==YTD-MATRICULA== BY ==YTF-MATRICULA==
                 ==YTD-NOME== BY ==YTF-NOME==
                 ==YTD-MOEDA== BY ==YTF-MOEDA==
                 ==YTD-BRUTO-ACUM== BY ==YTF-BRUTO-ACUM==
                 ==YTD-IRRF-ACUM== BY ==YTF-IRRF-ACUM==
                 ==YTD-LIQUIDO-ACUM== BY ==YTF-LIQUIDO-ACUM==
                 ==YTD-INSS-ACUM== BY ==YTF-INSS-ACUM==.

      * ACUMULADO DO ANO ENCERRADO, ARQUIVADO PELO PROGCOB12
       FD  YTD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARQ-YTD-LINE              PIC X(77).

       FD  INFORME-REPORT
           LABEL RECORDS ARE STANDARD.
       01 INF-LINE                  PIC X(80).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
          05 WS-EOF-SW              PIC X VALUE 'N'.
             88 WS-EOF                   VALUE 'S'.
          05 WS-YTD-STATUS          PIC X(02) VALUE SPACES.
          05 WS-ARQYTD-STATUS       PIC X(02) VALUE SPACES.
          05 WS-ORIGEM-SW           PIC X VALUE 'Y'.
             88 WS-ORIGEM-YTDACUM        VALUE 'Y'.
             88 WS-ORIGEM-ARQUIVO        VALUE 'A'.

       01 WS-ARQ-YTD-NOME           PIC X(20) VALUE SPACES.
       01 WS-ARQ-NOME-MONTAGEM.
          05 FILLER                 PIC X(03) VALUE 'YTD'.
          05 WS-NOM-EMPRESA         PIC X(02).
          05 WS-NOM-ANO             PIC X(04).
          05 FILLER                 PIC X(04) VALUE '.ARQ'.

      * REGISTRO EM PROCESSAMENTO, LIDO DO YTDACUM OU DO ARQUIVO
       COPY YTDREC.

       01 WS-CONTROLES.
          05 WS-PARAMETRO-EXECUCAO  PIC X(10) VALUE SPACES.
                                    PIC 9(04).
          05 WS-QTD-INFORMES        PIC 9(06) VALUE ZEROS.

       01 WS-LOG-EXECUCAO.
          05 WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
          05 WS-LOG-EMPRESA         PIC X(02) VALUE SPACES.
          05 WS-LOG-DATA-INICIO     PIC 9(08) VALUE ZEROS.
          05 WS-LOG-HORA-INICIO     PIC 9(06) VALUE ZEROS.
          05 WS-LOG-HORA-SISTEMA.
             10 WS-LOG-HORA-SIS     PIC 9(06).
             10 FILLER              PIC 9(02).
          05 WS-LOG-QTD-LIDOS       PIC 9(06) VALUE ZEROS.
          05 WS-LOG-VALOR-TOTAL     PIC 9(13)V99 VALUE ZEROS.
          05 WS-LOG-VALOR-LIQUIDO   PIC 9(13)V99 VALUE ZEROS.
          05 WS-LOG-SITUACAO        PIC X(10) VALUE 'CONCLUIDO'.
          05 WS-LOG-RC              PIC 9(02) VALUE ZEROS.

       01 WS-INF-SEPARADOR          PIC X(60) VALUE ALL '='.

       01 WS-INF-CABECALHO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-LOG-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO WS-LOG-HORA-INICIO
           ACCEPT WS-LOG-EMPRESA FROM ENVIRONMENT "EMPRESA"
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           MOVE WS-PARAMETRO-EXECUCAO TO WS-ANO-INFORME-X
           IF WS-ANO-INFORME NOT NUMERIC
              DISPLAY 'ANO INVALIDO: ' WS-PARAMETRO-EXECUCAO
              DISPLAY 'USO: PROGCOB05 AAAA'
              MOVE 'ABENDADO'        TO WS-LOG-SITUACAO
              MOVE 12                TO WS-LOG-RC
              PERFORM 9700-GRAVA-LOG-EXECUCAO
              MOVE WS-LOG-RC         TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-ACUMULADO UNTIL WS-EOF
           PERFORM 9000-FINALIZA
           PERFORM 9700-GRAVA-LOG-EXECUCAO
           MOVE WS-LOG-RC            TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           IF WS-LOG-EMPRESA = SPACES
              MOVE '01'              TO WS-NOM-EMPRESA
           ELSE
              MOVE WS-LOG-EMPRESA    TO WS-NOM-EMPRESA
           END-IF
           MOVE WS-ANO-INFORME-X     TO WS-NOM-ANO
           MOVE WS-ARQ-NOME-MONTAGEM TO WS-ARQ-YTD-NOME
           OPEN INPUT YTD-ARCHIVE-FILE
           IF WS-ARQYTD-STATUS = '00'
              SET WS-ORIGEM-ARQUIVO  TO TRUE
              DISPLAY 'ANO ENCERRADO - INFORME A PARTIR DE '
                      WS-ARQ-YTD-NOME
              OPEN OUTPUT INFORME-REPORT
              PERFORM 2100-LE-ACUMULADO
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS NOT = '00'
              DISPLAY 'ACUMULADO ANUAL INDISPONIVEL - STATUS: '
                      WS-YTD-STATUS
              MOVE 'ABENDADO'        TO WS-LOG-SITUACAO
              MOVE 12                TO WS-LOG-RC
              SET WS-EOF TO TRUE
              OPEN OUTPUT INFORME-REPORT
              EXIT PARAGRAPH

       2000-PROCESSA-ACUMULADO.
           IF YTD-ANO = WS-ANO-INFORME
              ADD 1                  TO WS-LOG-QTD-LIDOS
              ADD YTD-BRUTO-ACUM     TO WS-LOG-VALOR-TOTAL
              ADD YTD-LIQUIDO-ACUM   TO WS-LOG-VALOR-LIQUIDO
              PERFORM 2200-IMPRIME-INFORME
           END-IF
           PERFORM 2100-LE-ACUMULADO.

       2100-LE-ACUMULADO.
           IF WS-ORIGEM-ARQUIVO
              READ YTD-ARCHIVE-FILE INTO YTD-RECORD
                  AT END
                      SET WS-EOF TO TRUE
              END-READ
           ELSE
              READ YTD-FILE NEXT INTO YTD-RECORD
                  AT END
                      SET WS-EOF TO TRUE
              END-READ
           END-IF.

       2200-IMPRIME-INFORME.
           ADD 1                     TO WS-QTD-INFORMES
           MOVE 'RENDIMENTO BRUTO ANUAL..: ' TO WS-INF-VALOR-TITULO
           MOVE YTD-BRUTO-ACUM       TO WS-INF-VALOR
           WRITE INF-LINE FROM WS-INF-LINHA-VALOR
           MOVE 'INSS RETIDO ANUAL.......: ' TO WS-INF-VALOR-TITULO
           MOVE YTD-INSS-ACUM        TO WS-INF-VALOR
           WRITE INF-LINE FROM WS-INF-LINHA-VALOR
           MOVE 'IRRF RETIDO ANUAL.......: ' TO WS-INF-VALOR-TITULO
           MOVE YTD-IRRF-ACUM        TO WS-INF-VALOR
           WRITE INF-LINE FROM WS-INF-LINHA-VALOR

       9000-FINALIZA.
           DISPLAY 'INFORMES EMITIDOS: ' WS-QTD-INFORMES
           IF WS-QTD-INFORMES = ZEROS
              AND WS-LOG-RC = ZEROS
              MOVE 04                TO WS-LOG-RC
           END-IF
           IF WS-ORIGEM-ARQUIVO
              CLOSE YTD-ARCHIVE-FILE
           ELSE
              IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
                 CLOSE YTD-FILE
              END-IF
           END-IF
           CLOSE INFORME-REPORT.

      **************LOG DE EXECUCAO DO CICLO*********************
      * O INFORME E ANUAL: REGISTRADO NA COMPETENCIA 12/AAAA DO
      * ANO INFORMADO
       9700-GRAVA-LOG-EXECUCAO.
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
           MOVE 'PROGCOB05'          TO LOG-PROGRAMA
           MOVE 'INFORME'            TO LOG-MODO
           IF WS-ANO-INFORME NUMERIC
              STRING '12/' WS-ANO-INFORME-X
                     DELIMITED BY SIZE INTO LOG-COMPETENCIA
           END-IF
           MOVE WS-LOG-EMPRESA       TO LOG-EMPRESA
           MOVE WS-LOG-DATA-INICIO   TO LOG-DATA
           MOVE WS-LOG-HORA-INICIO   TO LOG-HORA-INICIO
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO LOG-HORA-FIM
           ACCEPT LOG-USUARIO FROM ENVIRONMENT "USER"
           MOVE WS-LOG-QTD-LIDOS     TO LOG-QTD-LIDOS
           MOVE WS-QTD-INFORMES      TO LOG-QTD-PAGOS
           MOVE ZEROS                TO LOG-QTD-REJEITADOS
           MOVE WS-LOG-VALOR-TOTAL   TO LOG-VALOR-TOTAL
           MOVE WS-LOG-VALOR-LIQUIDO TO LOG-VALOR-LIQUIDO
           MOVE WS-LOG-SITUACAO      TO LOG-SITUACAO
           MOVE WS-LOG-RC            TO LOG-RETURN-CODE
           WRITE LOG-RECORD
           CLOSE RUN-LOG-FILE.

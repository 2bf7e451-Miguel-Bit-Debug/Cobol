      *              COMPLEMENTAR) SAO SOMADOS
      * 02/09/2026 - PARAMETRO DE PERCENTUAL ACEITA 1 A 3
      *              DIGITOS SEM ZEROS A ESQUERDA
      * 15/10/2026 - COMPARACAO RESTRITA A EMPRESA DA EXECUCAO
      *              (VARIAVEL DE AMBIENTE EMPRESA, PADRAO 01;
      *              HISTORICO COM EMPRESA EM BRANCO PERTENCE A
      *              EMPRESA PADRAO) E REGISTRO DA EXECUCAO NO LOG
      *              DO CICLO (RUNLOG.DAT, LAYOUT RUNLOG);
      *              RETURN-CODE 0 SEM OCORRENCIAS, 4 ENTRADAS,
      *              SAIDAS OU VARIACOES ACIMA DO LIMITE, 12 ERRO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT VARIANCE-REPORT  ASSIGN TO "VARIACAO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE     ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 VAR-LINE                  PIC X(100).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
          05 WS-EOF-SW              PIC X VALUE 'N'.
          05 WS-QTD-VARIACAO        PIC 9(06) VALUE ZEROS.
          05 WS-DIFERENCA           PIC S9(09)V99 VALUE ZEROS.
          05 WS-VARIACAO-PCT        PIC S9(05)V99 VALUE ZEROS.
          05 WS-PARM-EMPRESA        PIC X(02) VALUE SPACES.
          05 WS-EMPRESA-PADRAO      PIC X(02) VALUE '01'.

       01 WS-LOG-EXECUCAO.
          05 WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
          05 WS-LOG-DATA-INICIO     PIC 9(08) VALUE ZEROS.
          05 WS-LOG-HORA-INICIO     PIC 9(06) VALUE ZEROS.
          05 WS-LOG-HORA-SISTEMA.
             10 WS-LOG-HORA-SIS     PIC 9(06).
             10 FILLER              PIC 9(02).
          05 WS-LOG-LIQ-ANTERIOR    PIC 9(13)V99 VALUE ZEROS.
          05 WS-LOG-LIQ-ATUAL       PIC 9(13)V99 VALUE ZEROS.
          05 WS-LOG-SITUACAO        PIC X(10) VALUE 'CONCLUIDO'.
          05 WS-LOG-RC              PIC 9(02) VALUE ZEROS.

       01 WS-FUNC-ANTERIOR-TAB.
          05 WS-ANT-ENT OCCURS 2000 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-LOG-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO WS-LOG-HORA-INICIO
           ACCEPT WS-PARM-EMPRESA FROM ENVIRONMENT "EMPRESA"
           IF WS-PARM-EMPRESA = SPACES
              MOVE WS-EMPRESA-PADRAO TO WS-PARM-EMPRESA
           END-IF
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           UNSTRING WS-PARAMETRO-EXECUCAO DELIMITED BY ALL SPACES
               INTO WS-COMP-ANTERIOR WS-COMP-ATUAL WS-PARM-PCT
           IF WS-COMP-ANTERIOR = SPACES
              OR WS-COMP-ATUAL = SPACES
              DISPLAY 'USO: PROGCOB08 MM/AAAA MM/AAAA [PCT]'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           IF WS-PARM-PCT = SPACES
              MOVE 010               TO WS-PCT-LIMITE
                     WHEN OTHER
                         DISPLAY 'PERCENTUAL INVALIDO: '
                                 WS-PARM-PCT
                         PERFORM 9750-CANCELA-EXECUCAO
                 END-EVALUATE
              END-PERFORM
              IF WS-PARM-PCT(4:1) NOT = SPACE
                 DISPLAY 'PERCENTUAL INVALIDO: ' WS-PARM-PCT
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
           END-IF
           PERFORM 1000-INITIALIZE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-ANTERIOR
           PERFORM 9000-FINALIZA
           IF WS-QTD-ENTROU > ZEROS
              OR WS-QTD-SAIU > ZEROS
              OR WS-QTD-VARIACAO > ZEROS
              MOVE 04                TO WS-LOG-RC
           END-IF
           PERFORM 9700-GRAVA-LOG-EXECUCAO
           MOVE WS-LOG-RC            TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           IF WS-FOLHAHST-STATUS NOT = '00'
              DISPLAY 'HISTORICO DA FOLHA INDISPONIVEL - STATUS: '
                      WS-FOLHAHST-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           OPEN OUTPUT VARIANCE-REPORT
           MOVE WS-COMP-ANTERIOR     TO WS-CAB-COMP-ANTERIOR
           PERFORM 2100-LE-HISTORICO.

       2000-CARREGA-HISTORICO.
           IF (HST-TIPO-FOLHA = 'FOLHA ' OR SPACES)
              AND (HST-EMPRESA = WS-PARM-EMPRESA
                   OR (HST-EMPRESA = SPACES
                       AND WS-PARM-EMPRESA = WS-EMPRESA-PADRAO))
              EVALUATE HST-COMPETENCIA
                  WHEN WS-COMP-ANTERIOR
                      PERFORM 2200-ACUMULA-ANTERIOR
                 ADD HST-LIQUIDO     TO WS-ANT-LIQUIDO(WS-SUB-2)
              END-IF
           END-PERFORM
           ADD HST-LIQUIDO           TO WS-LOG-LIQ-ANTERIOR
           IF NOT WS-ACHOU
              IF WS-QTD-ANTERIOR >= WS-MAX-FUNC
                 DISPLAY 'LIMITE DE FUNCIONARIOS EXCEDIDO NA'
                 ADD HST-LIQUIDO     TO WS-ATU-LIQUIDO(WS-SUB-2)
              END-IF
           END-PERFORM
           ADD HST-LIQUIDO           TO WS-LOG-LIQ-ATUAL
           IF NOT WS-ACHOU
              IF WS-QTD-ATUAL >= WS-MAX-FUNC
                 DISPLAY 'LIMITE DE FUNCIONARIOS EXCEDIDO NA'
                   WS-QTD-VARIACAO
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE VARIANCE-REPORT.

      **************LOG DE EXECUCAO DO CICLO*********************
      * A VARIACAO E REGISTRADA NA COMPETENCIA ATUAL DA
      * COMPARACAO
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
           MOVE 'PROGCOB08'          TO LOG-PROGRAMA
           MOVE 'VARIACAO'           TO LOG-MODO
           MOVE WS-COMP-ATUAL        TO LOG-COMPETENCIA
           MOVE WS-PARM-EMPRESA      TO LOG-EMPRESA
           MOVE WS-LOG-DATA-INICIO   TO LOG-DATA
           MOVE WS-LOG-HORA-INICIO   TO LOG-HORA-INICIO
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO LOG-HORA-FIM
           ACCEPT LOG-USUARIO FROM ENVIRONMENT "USER"
           MOVE WS-QTD-ATUAL         TO LOG-QTD-LIDOS
           MOVE WS-QTD-ENTROU        TO LOG-QTD-PAGOS
           MOVE WS-QTD-VARIACAO      TO LOG-QTD-REJEITADOS
           MOVE WS-LOG-LIQ-ANTERIOR  TO LOG-VALOR-TOTAL
           MOVE WS-LOG-LIQ-ATUAL     TO LOG-VALOR-LIQUIDO
           MOVE WS-LOG-SITUACAO      TO LOG-SITUACAO
           MOVE WS-LOG-RC            TO LOG-RETURN-CODE
           WRITE LOG-RECORD
           CLOSE RUN-LOG-FILE.

       9750-CANCELA-EXECUCAO.
           MOVE 'ABENDADO'           TO WS-LOG-SITUACAO
           MOVE 12                   TO WS-LOG-RC
           PERFORM 9700-GRAVA-LOG-EXECUCAO
           MOVE WS-LOG-RC            TO RETURN-CODE
           STOP RUN.

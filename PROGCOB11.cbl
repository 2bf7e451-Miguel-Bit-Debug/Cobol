       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROGCOB11.
      ******************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR - MIGUEL DOS SAMTOS RIBEIRO MISANRI
      * OBJETIVO - SITUACAO DO CICLO MENSAL A PARTIR DO LOG DE
      *            EXECUCAO (RUNLOG.DAT) PARA O OPERADOR DO
      *            TURNO DA NOITE E O CHECKLIST DE FECHAMENTO:
      *            POR EMPRESA E COMPETENCIA, LISTA AS ETAPAS
      *            DO CICLO (FOLHA MENSAL - PROGCOB03, VARIACAO
      *            - PROGCOB08, RETORNO BANCARIO - PROGCOB07 E,
      *            NA COMPETENCIA 12, INFORME ANUAL - PROGCOB05)
      *            COMO OK, FALHOU OU PENDENTE, PELA ULTIMA
      *            EXECUCAO REGISTRADA DE CADA ETAPA, E AS
      *            DEMAIS EXECUCOES (SIMULACAO, COMPLEMENTAR,
      *            13O, FERIAS, RESCISAO, DISSIDIO, MANUTENCAO)
      *            COMO INFORMATIVAS (CICLO.RPT). RETURN-CODE:
      *              0 = TODAS AS ETAPAS OK
      *              4 = ETAPA PENDENTE OU COM FALHA
      *             12 = LOG INDISPONIVEL OU PARAMETRO INVALIDO
      * DATA - 15/10/2026
      * 15/10/2026 - VERSAO INICIAL: PARAMETRO OPCIONAL MM/AAAA
      *              RESTRINGE A UMA COMPETENCIA; SEM REGISTRO
      *              NA COMPETENCIA INFORMADA, O CICLO DA
      *              EMPRESA DA EXECUCAO (VARIAVEL DE AMBIENTE
      *              EMPRESA, PADRAO 01) E LISTADO COM TODAS AS
      *              ETAPAS PENDENTES. EMPRESA EM BRANCO NO LOG
      *              PERTENCE A EMPRESA PADRAO
      * 15/10/2026 - CICLO SEM REGISTRO NA COMPETENCIA INFORMADA
      *              MONTADO DO PARAMETRO EM WORKING-STORAGE
      *              (NAO MAIS NO REGISTRO DO LOG JA FECHADO),
      *              COM A COMPETENCIA DO PARAMETRO NO CABECALHO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE     ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT CYCLE-REPORT     ASSIGN TO "CICLO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.

       FD  CYCLE-REPORT
           LABEL RECORDS ARE STANDARD.
       01 CIC-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
          05 WS-LOG-EOF-SW          PIC X VALUE 'N'.
             88 WS-LOG-EOF               VALUE 'S'.
          05 WS-ACHOU-SW            PIC X VALUE 'N'.
             88 WS-ACHOU                 VALUE 'S'.
          05 WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.

       01 WS-PARAMETROS.
          05 WS-PARAMETRO-EXECUCAO  PIC X(30) VALUE SPACES.
          05 WS-PARM-COMPETENCIA    PIC X(07) VALUE SPACES.
          05 WS-PARM-COMP-R         REDEFINES WS-PARM-COMPETENCIA.
             10 WS-PARM-COMP-MM     PIC X(02).
             10 WS-PARM-COMP-BARRA  PIC X(01).
             10 WS-PARM-COMP-AAAA   PIC X(04).
          05 WS-PARM-EXCEDENTE      PIC X(10) VALUE SPACES.
          05 WS-PARM-EMPRESA        PIC X(02) VALUE SPACES.
          05 WS-EMPRESA-PADRAO      PIC X(02) VALUE '01'.

       01 WS-CONTADORES.
          05 WS-SUB                 PIC 9(04) VALUE ZEROS.
          05 WS-CIC-SUB             PIC 9(04) VALUE ZEROS.
          05 WS-ETP-SUB             PIC 9(01) VALUE ZEROS.
          05 WS-QTD-ETAPAS          PIC 9(01) VALUE ZEROS.
          05 WS-QTD-LIDOS           PIC 9(06) VALUE ZEROS.
          05 WS-QTD-CICLOS          PIC 9(04) VALUE ZEROS.
          05 WS-MAX-CICLOS          PIC 9(04) VALUE 300.
          05 WS-QTD-OUTRAS          PIC 9(04) VALUE ZEROS.
          05 WS-MAX-OUTRAS          PIC 9(04) VALUE 2000.
          05 WS-QTD-IGNORADOS       PIC 9(06) VALUE ZEROS.
          05 WS-QTD-ETAPAS-OK       PIC 9(06) VALUE ZEROS.
          05 WS-QTD-ETAPAS-FALHA    PIC 9(06) VALUE ZEROS.
          05 WS-QTD-ETAPAS-PEND     PIC 9(06) VALUE ZEROS.
          05 WS-QTD-OUTRAS-CICLO    PIC 9(04) VALUE ZEROS.

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

      * CHAVE DO CICLO: EMPRESA + AAAA + MM, PARA LISTAR POR
      * EMPRESA EM ORDEM CRONOLOGICA. EXECUCOES SEM COMPETENCIA
      * (MANUTENCAO) FICAM AO FINAL DA EMPRESA
       01 WS-CHAVE-TRAB.
          05 WS-CHV-EMPRESA         PIC X(02).
          05 WS-CHV-AAAA            PIC X(04).
          05 WS-CHV-MM              PIC X(02).
       01 WS-COMPETENCIA-TRAB       PIC X(07).
       01 WS-COMP-TRAB-R            REDEFINES WS-COMPETENCIA-TRAB.
          05 WS-COMP-TRAB-MM        PIC X(02).
          05 FILLER                 PIC X(01).
          05 WS-COMP-TRAB-AAAA      PIC X(04).

       01 WS-CICLO-TABELA.
          05 WS-CIC-ENT OCCURS 300 TIMES.
             10 WS-CIC-CHAVE        PIC X(08).
             10 WS-CIC-EMPRESA      PIC X(02).
             10 WS-CIC-COMPETENCIA  PIC X(07).
             10 WS-CIC-ETAPA OCCURS 4 TIMES.
                15 WS-ETP-ACHOU-SW  PIC X(01).
                   88 WS-ETP-ACHOU       VALUE 'S'.
                15 WS-ETP-PROGRAMA  PIC X(09).
                15 WS-ETP-MODO      PIC X(08).
                15 WS-ETP-DATA      PIC 9(08).
                15 WS-ETP-HORA-INI  PIC 9(06).
                15 WS-ETP-HORA-FIM  PIC 9(06).
                15 WS-ETP-SITUACAO  PIC X(10).
                15 WS-ETP-RC        PIC 9(02).

       01 WS-OUTRAS-TABELA.
          05 WS-OUT-ENT OCCURS 2000 TIMES.
             10 WS-OUT-CHAVE        PIC X(08).
             10 WS-OUT-PROGRAMA     PIC X(09).
             10 WS-OUT-MODO         PIC X(08).
             10 WS-OUT-DATA         PIC 9(08).
             10 WS-OUT-HORA-INI     PIC 9(06).
             10 WS-OUT-HORA-FIM     PIC 9(06).
             10 WS-OUT-SITUACAO     PIC X(10).
             10 WS-OUT-RC           PIC 9(02).

       01 WS-NOMES-ETAPAS.
          05 FILLER                PIC X(16) VALUE 'FOLHA MENSAL'.
          05 FILLER                PIC X(16) VALUE 'VARIACAO'.
          05 FILLER                PIC X(16) VALUE 'RETORNO BANCARIO'.
          05 FILLER                PIC X(16) VALUE 'INFORME ANUAL'.
       01 WS-NOMES-ETAPAS-R        REDEFINES WS-NOMES-ETAPAS.
          05 WS-NOME-ETAPA         PIC X(16) OCCURS 4 TIMES.

       01 WS-DATA-LOG-TRAB.
          05 WS-DLT-AAAA           PIC 9(04).
          05 WS-DLT-MM             PIC 9(02).
          05 WS-DLT-DD             PIC 9(02).
       01 WS-DATA-LOG-R            REDEFINES WS-DATA-LOG-TRAB
                                   PIC 9(08).
       01 WS-HORA-LOG-TRAB.
          05 WS-HLT-HH             PIC 9(02).
          05 WS-HLT-MM             PIC 9(02).
          05 WS-HLT-SS             PIC 9(02).
       01 WS-HORA-LOG-R            REDEFINES WS-HORA-LOG-TRAB
                                   PIC 9(06).

       01 WS-CABECALHO-CICLO.
          05 FILLER                PIC X(30) VALUE
             'SITUACAO DO CICLO MENSAL  '.
          05 FILLER                PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-DATA           PIC 99/99/9999.
          05 FILLER                PIC X(15) VALUE
             '  COMPETENCIA: '.
          05 WS-CAB-COMPETENCIA    PIC X(07).

       01 WS-CABECALHO-EMPRESA.
          05 FILLER                PIC X(09) VALUE 'EMPRESA: '.
          05 WS-CEM-EMPRESA        PIC X(02).
          05 FILLER                PIC X(15) VALUE
             '  COMPETENCIA: '.
          05 WS-CEM-COMPETENCIA    PIC X(10).

       01 WS-CABECALHO-COLUNAS.
          05 FILLER                PIC X(18) VALUE 'ETAPA'.
          05 FILLER                PIC X(18) VALUE 'SITUACAO'.
          05 FILLER                PIC X(10) VALUE 'PROGRAMA'.
          05 FILLER                PIC X(09) VALUE 'MODO'.
          05 FILLER                PIC X(11) VALUE 'DATA'.
          05 FILLER                PIC X(09) VALUE 'INICIO'.
          05 FILLER                PIC X(09) VALUE 'FIM'.
          05 FILLER                PIC X(11) VALUE 'LOG'.
          05 FILLER                PIC X(02) VALUE 'RC'.

       01 WS-LINHA-ETAPA.
          05 WS-LET-ETAPA          PIC X(16).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LET-RESULTADO      PIC X(16).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LET-PROGRAMA       PIC X(09).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LET-MODO           PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LET-DATA           PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LET-HORA-INI       PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LET-HORA-FIM       PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LET-SITUACAO       PIC X(10).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-LET-RC             PIC X(02).

       01 WS-DATA-EDIT-TRAB.
          05 WS-DET-DD             PIC 9(02).
          05 FILLER                PIC X(01) VALUE '/'.
          05 WS-DET-MM             PIC 9(02).
          05 FILLER                PIC X(01) VALUE '/'.
          05 WS-DET-AAAA           PIC 9(04).
       01 WS-HORA-EDIT-TRAB.
          05 WS-HET-HH             PIC 9(02).
          05 FILLER                PIC X(01) VALUE ':'.
          05 WS-HET-MM             PIC 9(02).
          05 FILLER                PIC X(01) VALUE ':'.
          05 WS-HET-SS             PIC 9(02).
       01 WS-RC-EDITADO            PIC 99.

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
               INTO WS-PARM-COMPETENCIA WS-PARM-EXCEDENTE
           IF WS-PARM-COMPETENCIA NOT = SPACES
              IF WS-PARM-COMP-MM NOT NUMERIC
                 OR WS-PARM-COMP-BARRA NOT = '/'
                 OR WS-PARM-COMP-AAAA NOT NUMERIC
                 OR WS-PARM-COMP-MM < '01'
                 OR WS-PARM-COMP-MM > '12'
                 OR WS-PARM-EXCEDENTE NOT = SPACES
                 DISPLAY 'COMPETENCIA INVALIDA: '
                         WS-PARAMETRO-EXECUCAO
                 DISPLAY 'USO: PROGCOB11 [MM/AAAA]'
                 MOVE 12             TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           ACCEPT WS-PARM-EMPRESA FROM ENVIRONMENT "EMPRESA"
           IF WS-PARM-EMPRESA = SPACES
              MOVE WS-EMPRESA-PADRAO TO WS-PARM-EMPRESA
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-LOG UNTIL WS-LOG-EOF
           CLOSE RUN-LOG-FILE
           IF WS-QTD-CICLOS = ZEROS
              AND WS-PARM-COMPETENCIA NOT = SPACES
              MOVE WS-PARM-EMPRESA   TO WS-CHV-EMPRESA
              MOVE WS-PARM-COMPETENCIA TO WS-COMPETENCIA-TRAB
              PERFORM 2110-MONTA-CHAVE-COMPETENCIA
              PERFORM 2200-LOCALIZA-CICLO
           END-IF
           PERFORM 3000-EMITE-CICLO
               VARYING WS-CIC-SUB FROM 1 BY 1
               UNTIL WS-CIC-SUB > WS-QTD-CICLOS
           PERFORM 9000-FINALIZA
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WS-DATA-DD           TO WS-DATA-DDMM-DD
           MOVE WS-DATA-MM           TO WS-DATA-DDMM-MM
           MOVE WS-DATA-AAAA         TO WS-DATA-DDMM-AAAA
           MOVE WS-DATA-DDMMAAAA     TO WS-DATA-EDITADA

           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = '00'
              DISPLAY 'LOG DE EXECUCAO INDISPONIVEL - STATUS: '
                      WS-RUNLOG-STATUS
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CYCLE-REPORT
           MOVE WS-DATA-EDITADA      TO WS-CAB-DATA
           IF WS-PARM-COMPETENCIA = SPACES
              MOVE 'TODAS'           TO WS-CAB-COMPETENCIA
           ELSE
              MOVE WS-PARM-COMPETENCIA TO WS-CAB-COMPETENCIA
           END-IF
           WRITE CIC-LINE FROM WS-CABECALHO-CICLO
           MOVE SPACES               TO CIC-LINE
           WRITE CIC-LINE
           PERFORM 1100-LE-LOG.

       1100-LE-LOG.
           READ RUN-LOG-FILE
               AT END
                   SET WS-LOG-EOF    TO TRUE
               NOT AT END
                   ADD 1             TO WS-QTD-LIDOS
           END-READ.

      **************CLASSIFICA A EXECUCAO NO CICLO***************
      * O LOG E GRAVADO EM ORDEM CRONOLOGICA: A ULTIMA EXECUCAO
      * DE CADA ETAPA SUBSTITUI AS ANTERIORES (REPROCESSAMENTO
      * OU REINICIO APOS FALHA)
       2000-PROCESSA-LOG.
           IF WS-PARM-COMPETENCIA NOT = SPACES
              AND LOG-COMPETENCIA NOT = WS-PARM-COMPETENCIA
              PERFORM 1100-LE-LOG
              EXIT PARAGRAPH
           END-IF
           PERFORM 2100-MONTA-CHAVE
           PERFORM 2200-LOCALIZA-CICLO
           IF WS-CIC-SUB = ZEROS
              ADD 1                  TO WS-QTD-IGNORADOS
              PERFORM 1100-LE-LOG
              EXIT PARAGRAPH
           END-IF
           MOVE ZEROS                TO WS-ETP-SUB
           IF LOG-COMPETENCIA NOT = SPACES
              EVALUATE TRUE
                  WHEN LOG-PROGRAMA = 'PROGCOB03'
                       AND (LOG-MODO = 'FOLHA' OR 'REPROC')
                      MOVE 1         TO WS-ETP-SUB
                  WHEN LOG-PROGRAMA = 'PROGCOB08'
                      MOVE 2         TO WS-ETP-SUB
                  WHEN LOG-PROGRAMA = 'PROGCOB07'
                      MOVE 3         TO WS-ETP-SUB
                  WHEN LOG-PROGRAMA = 'PROGCOB05'
                      MOVE 4         TO WS-ETP-SUB
              END-EVALUATE
           END-IF
           IF WS-ETP-SUB > ZEROS
              MOVE 'S'        TO WS-ETP-ACHOU-SW(WS-CIC-SUB, WS-ETP-SUB)
              MOVE LOG-PROGRAMA
                              TO WS-ETP-PROGRAMA(WS-CIC-SUB, WS-ETP-SUB)
              MOVE LOG-MODO   TO WS-ETP-MODO(WS-CIC-SUB, WS-ETP-SUB)
              MOVE LOG-DATA   TO WS-ETP-DATA(WS-CIC-SUB, WS-ETP-SUB)
              MOVE LOG-HORA-INICIO
                              TO WS-ETP-HORA-INI(WS-CIC-SUB, WS-ETP-SUB)
              MOVE LOG-HORA-FIM
                              TO WS-ETP-HORA-FIM(WS-CIC-SUB, WS-ETP-SUB)
              MOVE LOG-SITUACAO
                              TO WS-ETP-SITUACAO(WS-CIC-SUB, WS-ETP-SUB)
              MOVE LOG-RETURN-CODE
                              TO WS-ETP-RC(WS-CIC-SUB, WS-ETP-SUB)
           ELSE
              IF WS-QTD-OUTRAS < WS-MAX-OUTRAS
                 ADD 1               TO WS-QTD-OUTRAS
                 MOVE WS-CHAVE-TRAB  TO WS-OUT-CHAVE(WS-QTD-OUTRAS)
                 MOVE LOG-PROGRAMA   TO WS-OUT-PROGRAMA(WS-QTD-OUTRAS)
                 MOVE LOG-MODO       TO WS-OUT-MODO(WS-QTD-OUTRAS)
                 MOVE LOG-DATA       TO WS-OUT-DATA(WS-QTD-OUTRAS)
                 MOVE LOG-HORA-INICIO
                                     TO WS-OUT-HORA-INI(WS-QTD-OUTRAS)
                 MOVE LOG-HORA-FIM   TO WS-OUT-HORA-FIM(WS-QTD-OUTRAS)
                 MOVE LOG-SITUACAO   TO WS-OUT-SITUACAO(WS-QTD-OUTRAS)
                 MOVE LOG-RETURN-CODE
                                     TO WS-OUT-RC(WS-QTD-OUTRAS)
              ELSE
                 ADD 1               TO WS-QTD-IGNORADOS
              END-IF
           END-IF
           PERFORM 1100-LE-LOG.

       2100-MONTA-CHAVE.
           IF LOG-EMPRESA = SPACES
              MOVE WS-EMPRESA-PADRAO TO WS-CHV-EMPRESA
           ELSE
              MOVE LOG-EMPRESA       TO WS-CHV-EMPRESA
           END-IF
           MOVE LOG-COMPETENCIA      TO WS-COMPETENCIA-TRAB
           PERFORM 2110-MONTA-CHAVE-COMPETENCIA.

       2110-MONTA-CHAVE-COMPETENCIA.
           IF WS-COMPETENCIA-TRAB = SPACES
              MOVE '9999'            TO WS-CHV-AAAA
              MOVE '99'              TO WS-CHV-MM
           ELSE
              MOVE WS-COMP-TRAB-AAAA TO WS-CHV-AAAA
              MOVE WS-COMP-TRAB-MM   TO WS-CHV-MM
           END-IF.

      * LOCALIZA O CICLO DA CHAVE EM WS-CHAVE-TRAB OU O INCLUI NA
      * POSICAO ORDENADA. TABELA CHEIA DEVOLVE WS-CIC-SUB ZERADO
       2200-LOCALIZA-CICLO.
           MOVE 'N'                  TO WS-ACHOU-SW
           MOVE ZEROS                TO WS-CIC-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QTD-CICLOS
                   OR WS-CIC-SUB > ZEROS
              IF WS-CIC-CHAVE(WS-SUB) NOT < WS-CHAVE-TRAB
                 MOVE WS-SUB         TO WS-CIC-SUB
                 IF WS-CIC-CHAVE(WS-SUB) = WS-CHAVE-TRAB
                    SET WS-ACHOU     TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-ACHOU
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CICLOS NOT < WS-MAX-CICLOS
              DISPLAY 'TABELA DE CICLOS CHEIA - EMPRESA '
                      WS-CHV-EMPRESA ' COMPETENCIA '
                      WS-COMPETENCIA-TRAB
              MOVE ZEROS             TO WS-CIC-SUB
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-QTD-CICLOS
           IF WS-CIC-SUB = ZEROS
              MOVE WS-QTD-CICLOS     TO WS-CIC-SUB
           ELSE
              PERFORM VARYING WS-SUB FROM WS-QTD-CICLOS BY -1
                      UNTIL WS-SUB NOT > WS-CIC-SUB
                 MOVE WS-CIC-ENT(WS-SUB - 1) TO WS-CIC-ENT(WS-SUB)
              END-PERFORM
           END-IF
           MOVE SPACES               TO WS-CIC-ENT(WS-CIC-SUB)
           MOVE WS-CHAVE-TRAB        TO WS-CIC-CHAVE(WS-CIC-SUB)
           MOVE WS-CHV-EMPRESA       TO WS-CIC-EMPRESA(WS-CIC-SUB)
           MOVE WS-COMPETENCIA-TRAB  TO WS-CIC-COMPETENCIA(WS-CIC-SUB).

      **************EMISSAO DO CICLO*****************************
       3000-EMITE-CICLO.
           MOVE WS-CIC-EMPRESA(WS-CIC-SUB) TO WS-CEM-EMPRESA
           IF WS-CIC-COMPETENCIA(WS-CIC-SUB) = SPACES
              MOVE 'MANUTENCAO'      TO WS-CEM-COMPETENCIA
           ELSE
              MOVE WS-CIC-COMPETENCIA(WS-CIC-SUB)
                                     TO WS-CEM-COMPETENCIA
           END-IF
           WRITE CIC-LINE FROM WS-CABECALHO-EMPRESA
           WRITE CIC-LINE FROM WS-CABECALHO-COLUNAS
           IF WS-CIC-COMPETENCIA(WS-CIC-SUB) NOT = SPACES
              MOVE WS-CIC-COMPETENCIA(WS-CIC-SUB)
                                     TO WS-COMPETENCIA-TRAB
              IF WS-COMP-TRAB-MM = '12'
                 MOVE 4              TO WS-QTD-ETAPAS
              ELSE
                 MOVE 3              TO WS-QTD-ETAPAS
              END-IF
              PERFORM 3100-EMITE-ETAPA
                  VARYING WS-ETP-SUB FROM 1 BY 1
                  UNTIL WS-ETP-SUB > WS-QTD-ETAPAS
           END-IF
           MOVE ZEROS                TO WS-QTD-OUTRAS-CICLO
           PERFORM 3200-EMITE-OUTRA-EXECUCAO
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-QTD-OUTRAS
           MOVE SPACES               TO CIC-LINE
           WRITE CIC-LINE.

      * A ETAPA FALHOU QUANDO ABENDADA OU COM RETURN-CODE 08
      * OU 12 (LAYOUT RUNLOG), INCLUSIVE O RETORNO BANCARIO
      * CONCLUIDO COM TRAILER DIVERGENTE.
       3100-EMITE-ETAPA.
           MOVE SPACES               TO WS-LINHA-ETAPA
           MOVE WS-NOME-ETAPA(WS-ETP-SUB) TO WS-LET-ETAPA
           IF NOT WS-ETP-ACHOU(WS-CIC-SUB, WS-ETP-SUB)
              MOVE 'PENDENTE'        TO WS-LET-RESULTADO
              ADD 1                  TO WS-QTD-ETAPAS-PEND
              WRITE CIC-LINE FROM WS-LINHA-ETAPA
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ETP-SITUACAO(WS-CIC-SUB, WS-ETP-SUB)
                    = 'ABENDADO'
                 OR WS-ETP-RC(WS-CIC-SUB, WS-ETP-SUB) NOT < 8
                   MOVE 'FALHOU'     TO WS-LET-RESULTADO
                   ADD 1             TO WS-QTD-ETAPAS-FALHA
               WHEN WS-ETP-RC(WS-CIC-SUB, WS-ETP-SUB) > ZEROS
                   MOVE 'OK C/OCORRENCIAS' TO WS-LET-RESULTADO
                   ADD 1             TO WS-QTD-ETAPAS-OK
               WHEN OTHER
                   MOVE 'OK'         TO WS-LET-RESULTADO
                   ADD 1             TO WS-QTD-ETAPAS-OK
           END-EVALUATE
           MOVE WS-ETP-PROGRAMA(WS-CIC-SUB, WS-ETP-SUB)
                                     TO WS-LET-PROGRAMA
           MOVE WS-ETP-MODO(WS-CIC-SUB, WS-ETP-SUB) TO WS-LET-MODO
           MOVE WS-ETP-DATA(WS-CIC-SUB, WS-ETP-SUB)
                                     TO WS-DATA-LOG-R
           MOVE WS-ETP-HORA-INI(WS-CIC-SUB, WS-ETP-SUB)
                                     TO WS-HORA-LOG-R
           PERFORM 3900-EDITA-DATA-HORA
           MOVE WS-DATA-EDIT-TRAB    TO WS-LET-DATA
           MOVE WS-HORA-EDIT-TRAB    TO WS-LET-HORA-INI
           MOVE WS-ETP-HORA-FIM(WS-CIC-SUB, WS-ETP-SUB)
                                     TO WS-HORA-LOG-R
           PERFORM 3900-EDITA-DATA-HORA
           MOVE WS-HORA-EDIT-TRAB    TO WS-LET-HORA-FIM
           MOVE WS-ETP-SITUACAO(WS-CIC-SUB, WS-ETP-SUB)
                                     TO WS-LET-SITUACAO
           MOVE WS-ETP-RC(WS-CIC-SUB, WS-ETP-SUB) TO WS-RC-EDITADO
           MOVE WS-RC-EDITADO        TO WS-LET-RC
           WRITE CIC-LINE FROM WS-LINHA-ETAPA.

      * DEMAIS EXECUCOES DO CICLO, SOMENTE INFORMATIVAS
       3200-EMITE-OUTRA-EXECUCAO.
           IF WS-OUT-CHAVE(WS-SUB) NOT = WS-CIC-CHAVE(WS-CIC-SUB)
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-QTD-OUTRAS-CICLO
           MOVE SPACES               TO WS-LINHA-ETAPA
           IF WS-QTD-OUTRAS-CICLO = 1
              MOVE 'OUTRAS EXECUCOES' TO WS-LET-ETAPA
           END-IF
           MOVE 'INFORMATIVA'        TO WS-LET-RESULTADO
           MOVE WS-OUT-PROGRAMA(WS-SUB) TO WS-LET-PROGRAMA
           MOVE WS-OUT-MODO(WS-SUB)  TO WS-LET-MODO
           MOVE WS-OUT-DATA(WS-SUB)  TO WS-DATA-LOG-R
           MOVE WS-OUT-HORA-INI(WS-SUB) TO WS-HORA-LOG-R
           PERFORM 3900-EDITA-DATA-HORA
           MOVE WS-DATA-EDIT-TRAB    TO WS-LET-DATA
           MOVE WS-HORA-EDIT-TRAB    TO WS-LET-HORA-INI
           MOVE WS-OUT-HORA-FIM(WS-SUB) TO WS-HORA-LOG-R
           PERFORM 3900-EDITA-DATA-HORA
           MOVE WS-HORA-EDIT-TRAB    TO WS-LET-HORA-FIM
           MOVE WS-OUT-SITUACAO(WS-SUB) TO WS-LET-SITUACAO
           MOVE WS-OUT-RC(WS-SUB)    TO WS-RC-EDITADO
           MOVE WS-RC-EDITADO        TO WS-LET-RC
           WRITE CIC-LINE FROM WS-LINHA-ETAPA.

       3900-EDITA-DATA-HORA.
           MOVE WS-DLT-DD            TO WS-DET-DD
           MOVE WS-DLT-MM            TO WS-DET-MM
           MOVE WS-DLT-AAAA          TO WS-DET-AAAA
           MOVE WS-HLT-HH            TO WS-HET-HH
           MOVE WS-HLT-MM            TO WS-HET-MM
           MOVE WS-HLT-SS            TO WS-HET-SS.

       9000-FINALIZA.
           IF WS-QTD-ETAPAS-PEND > ZEROS
              OR WS-QTD-ETAPAS-FALHA > ZEROS
              MOVE 4                 TO RETURN-CODE
              MOVE 'CICLO COM ETAPAS PENDENTES OU COM FALHA'
                                     TO WS-RES-RESULTADO
           ELSE
              MOVE 0                 TO RETURN-CODE
              MOVE 'CICLO COMPLETO' TO WS-RES-RESULTADO
           END-IF
           MOVE RETURN-CODE          TO WS-RES-RETORNO

           MOVE 'EXECUCOES LIDAS NO LOG...............:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-LIDOS         TO WS-RES-QTD
           WRITE CIC-LINE FROM WS-LINHA-RESUMO
           MOVE 'CICLOS LISTADOS......................:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-CICLOS        TO WS-RES-QTD
           WRITE CIC-LINE FROM WS-LINHA-RESUMO
           MOVE 'ETAPAS OK............................:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-ETAPAS-OK     TO WS-RES-QTD
           WRITE CIC-LINE FROM WS-LINHA-RESUMO
           MOVE 'ETAPAS COM FALHA.....................:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-ETAPAS-FALHA  TO WS-RES-QTD
           WRITE CIC-LINE FROM WS-LINHA-RESUMO
           MOVE 'ETAPAS PENDENTES.....................:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-ETAPAS-PEND   TO WS-RES-QTD
           WRITE CIC-LINE FROM WS-LINHA-RESUMO
           IF WS-QTD-IGNORADOS > ZEROS
              MOVE 'EXECUCOES NAO LISTADAS (TAB. CHEIA)..:'
                                     TO WS-RES-DESCRICAO
              MOVE WS-QTD-IGNORADOS  TO WS-RES-QTD
              WRITE CIC-LINE FROM WS-LINHA-RESUMO
           END-IF
           MOVE SPACES               TO CIC-LINE
           WRITE CIC-LINE
           WRITE CIC-LINE FROM WS-LINHA-RESULTADO

           DISPLAY 'EXECUCOES LIDAS NO LOG.......: ' WS-QTD-LIDOS
           DISPLAY 'CICLOS LISTADOS..............: ' WS-QTD-CICLOS
           DISPLAY 'ETAPAS OK....................: ' WS-QTD-ETAPAS-OK
           DISPLAY 'ETAPAS COM FALHA.............: '
                   WS-QTD-ETAPAS-FALHA
           DISPLAY 'ETAPAS PENDENTES.............: '
                   WS-QTD-ETAPAS-PEND
           DISPLAY 'RESULTADO: ' WS-RES-RESULTADO
           CLOSE CYCLE-REPORT.

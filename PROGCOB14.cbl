       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROGCOB14.
      ******************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR - MIGUEL DOS SAMTOS RIBEIRO MISANRI
      * OBJETIVO - CONSULTA DO HISTORICO DE ALTERACOES CADASTRAIS
      *            DE UM FUNCIONARIO PARA RECLAMACOES TRABALHISTAS
      *            E AUDITORIA: LE O HISTORICO (ALTCAD.DAT,
      *            LAYOUT ALTREC, GRAVADO PELO PROGCOB03 NA
      *            MANUTENCAO, NO DISSIDIO E NA RESCISAO) E LISTA
      *            EM ORDEM CRONOLOGICA TODAS AS ALTERACOES DA
      *            MATRICULA INFORMADA, COM DATA/HORA, USUARIO,
      *            ORIGEM, CAMPO, VALOR ANTERIOR E VALOR NOVO
      *            (ALTHIST.RPT E CONSOLE). NOME E SITUACAO
      *            ATUAL VEM DO MESTRE (EMPMAST.DAT).
      *            PARAMETROS: NNNNNN [DDMMAAAA DDMMAAAA] [CAMPO]
      *              NNNNNN   = MATRICULA (OBRIGATORIA)
      *              DDMMAAAA = PERIODO INICIAL E FINAL DA
      *                         ALTERACAO (OPCIONAL, OS DOIS)
      *              CAMPO    = SOMENTE O CAMPO INFORMADO
      *                         (OPCIONAL - NOME, TIPO, SALARIO,
      *                         HORAS, VALOR-HORA, MOEDA, BANCO,
      *                         AGENCIA, CONTA, C-CUSTO, EMPRESA,
      *                         ADMISSAO, STATUS, DESLIGAMENTO)
      *            RETURN-CODE:
      *              0 = ALTERACOES LISTADAS
      *              4 = NENHUMA ALTERACAO NO FILTRO INFORMADO
      *             12 = ARQUIVO INDISPONIVEL OU PARAMETRO
      *                  INVALIDO
      * DATA - 15/10/2026
      * 15/10/2026 - VERSAO INICIAL
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-HISTORY-FILE ASSIGN TO "ALTCAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALTCAD-STATUS.

           SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT HISTORY-REPORT   ASSIGN TO "ALTHIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ALTREC.

       FD  EMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  HISTORY-REPORT
           LABEL RECORDS ARE STANDARD.
       01 HST-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
          05 WS-ALT-EOF-SW          PIC X VALUE 'N'.
             88 WS-ALT-EOF               VALUE 'S'.
          05 WS-ALTCAD-STATUS       PIC X(02) VALUE SPACES.
          05 WS-EMPMAST-STATUS      PIC X(02) VALUE SPACES.
          05 WS-FILTRO-DATA-SW      PIC X VALUE 'N'.
             88 WS-FILTRO-DATA           VALUE 'S'.
          05 WS-CAMPO-VALIDO-SW     PIC X VALUE 'N'.
             88 WS-CAMPO-VALIDO          VALUE 'S'.

       01 WS-PARAMETROS.
          05 WS-PARAMETRO-EXECUCAO  PIC X(60) VALUE SPACES.
          05 WS-PARM-ARG1           PIC X(10) VALUE SPACES.
          05 WS-PARM-ARG2           PIC X(12) VALUE SPACES.
          05 WS-PARM-ARG3           PIC X(12) VALUE SPACES.
          05 WS-PARM-ARG4           PIC X(12) VALUE SPACES.
          05 WS-PARM-EXCEDENTE      PIC X(10) VALUE SPACES.
          05 WS-PARM-MATRICULA-X    PIC X(06) VALUE SPACES.
          05 WS-PARM-MATRICULA      REDEFINES WS-PARM-MATRICULA-X
                                    PIC 9(06).
          05 WS-PARM-CAMPO          PIC X(12) VALUE SPACES.
          05 WS-EMPRESA-PADRAO      PIC X(02) VALUE '01'.

      * DATAS DO PERIODO RECEBIDAS EM DDMMAAAA E CONVERTIDAS PARA
      * AAAAMMDD, FORMATO DA DATA NO HISTORICO
       01 WS-DATA-PARM-X            PIC X(08) VALUE SPACES.
       01 WS-DATA-PARM-R            REDEFINES WS-DATA-PARM-X.
          05 WS-DATA-PARM-DD        PIC 9(02).
          05 WS-DATA-PARM-MM        PIC 9(02).
          05 WS-DATA-PARM-AAAA      PIC 9(04).
       01 WS-DATA-CONV.
          05 WS-DATA-CONV-AAAA      PIC 9(04).
          05 WS-DATA-CONV-MM        PIC 9(02).
          05 WS-DATA-CONV-DD        PIC 9(02).
       01 WS-DATA-CONV-9            REDEFINES WS-DATA-CONV
                                    PIC 9(08).
       01 WS-PERIODO.
          05 WS-DATA-INICIAL        PIC 9(08) VALUE ZEROS.
          05 WS-DATA-FINAL          PIC 9(08) VALUE 99999999.
          05 WS-DATA-VALIDA-SW      PIC X VALUE 'N'.
             88 WS-DATA-VALIDA           VALUE 'S'.

      * CAMPOS REGISTRADOS NO HISTORICO (VER ALTREC)
       01 WS-CAMPOS-VALORES.
          05 FILLER                 PIC X(12) VALUE 'NOME'.
          05 FILLER                 PIC X(12) VALUE 'TIPO'.
          05 FILLER                 PIC X(12) VALUE 'SALARIO'.
          05 FILLER                 PIC X(12) VALUE 'HORAS'.
          05 FILLER                 PIC X(12) VALUE 'VALOR-HORA'.
          05 FILLER                 PIC X(12) VALUE 'MOEDA'.
          05 FILLER                 PIC X(12) VALUE 'BANCO'.
          05 FILLER                 PIC X(12) VALUE 'AGENCIA'.
          05 FILLER                 PIC X(12) VALUE 'CONTA'.
          05 FILLER                 PIC X(12) VALUE 'C-CUSTO'.
          05 FILLER                 PIC X(12) VALUE 'EMPRESA'.
          05 FILLER                 PIC X(12) VALUE 'ADMISSAO'.
          05 FILLER                 PIC X(12) VALUE 'STATUS'.
          05 FILLER                 PIC X(12) VALUE 'DESLIGAMENTO'.
       01 WS-CAMPOS-TABELA          REDEFINES WS-CAMPOS-VALORES.
          05 WS-CAMPO-NOME          PIC X(12) OCCURS 14 TIMES.

       01 WS-CONTADORES.
          05 WS-SUB                 PIC 9(02) VALUE ZEROS.
          05 WS-QTD-CAMPOS          PIC 9(02) VALUE 14.
          05 WS-QTD-LIDOS           PIC 9(06) VALUE ZEROS.
          05 WS-QTD-MATRICULA       PIC 9(06) VALUE ZEROS.
          05 WS-QTD-LISTADAS        PIC 9(06) VALUE ZEROS.

       01 WS-DATA-SISTEMA.
          05 WS-DATA-AAAAMMDD.
             10 WS-DATA-AAAA       PIC 9(04).
             10 WS-DATA-MM         PIC 9(02).
             10 WS-DATA-DD         PIC 9(02).
          05 WS-DATA-DDMMAAAA.
             10 WS-DATA-DDMM-DD    PIC 9(02).
             10 WS-DATA-DDMM-MM    PIC 9(02).
             10 WS-DATA-DDMM-AAAA  PIC 9(04).
          05 WS-DATA-DDMMAAAA-9    REDEFINES WS-DATA-DDMMAAAA
                                   PIC 9(08).
          05 WS-DATA-EDITADA       PIC 99/99/9999.

       01 WS-HORA-ALTERACAO         PIC 9(06).
       01 WS-HORA-ALTERACAO-R       REDEFINES WS-HORA-ALTERACAO.
          05 WS-HORA-ALT-HH         PIC 9(02).
          05 WS-HORA-ALT-MM         PIC 9(02).
          05 WS-HORA-ALT-SS         PIC 9(02).

       01 WS-CABECALHO-HISTORICO.
          05 FILLER                PIC X(44) VALUE
             'HISTORICO DE ALTERACOES CADASTRAIS'.
          05 FILLER                PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-DATA           PIC 99/99/9999.

       01 WS-CABECALHO-FUNCIONARIO.
          05 FILLER                PIC X(11) VALUE 'MATRICULA: '.
          05 WS-CFU-MATRICULA      PIC 9(06).
          05 FILLER                PIC X(03) VALUE ' - '.
          05 WS-CFU-NOME           PIC X(20).
          05 FILLER                PIC X(11) VALUE '  EMPRESA: '.
          05 WS-CFU-EMPRESA        PIC X(02).
          05 FILLER                PIC X(12) VALUE
             '  SITUACAO: '.
          05 WS-CFU-SITUACAO       PIC X(20).

       01 WS-CABECALHO-FILTRO.
          05 FILLER                PIC X(09) VALUE 'PERIODO: '.
          05 WS-CFI-PERIODO        PIC X(23).
          05 FILLER                PIC X(09) VALUE '  CAMPO: '.
          05 WS-CFI-CAMPO          PIC X(12).

       01 WS-CFI-PERIODO-DATAS.
          05 WS-CFI-DATA-INICIAL   PIC 99/99/9999.
          05 FILLER                PIC X(03) VALUE ' A '.
          05 WS-CFI-DATA-FINAL     PIC 99/99/9999.

       01 WS-CABECALHO-COLUNAS.
          05 FILLER                PIC X(11) VALUE 'DATA'.
          05 FILLER                PIC X(09) VALUE 'HORA'.
          05 FILLER                PIC X(09) VALUE 'USUARIO'.
          05 FILLER                PIC X(09) VALUE 'ORIGEM'.
          05 FILLER                PIC X(03) VALUE 'EM'.
          05 FILLER                PIC X(13) VALUE 'CAMPO'.
          05 FILLER                PIC X(21) VALUE
             'VALOR ANTERIOR'.
          05 FILLER                PIC X(20) VALUE 'VALOR NOVO'.

       01 WS-LINHA-DETALHE.
          05 WS-DET-DATA           PIC 99/99/9999.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-HORA-HH        PIC 9(02).
          05 FILLER                PIC X(01) VALUE ':'.
          05 WS-DET-HORA-MM        PIC 9(02).
          05 FILLER                PIC X(01) VALUE ':'.
          05 WS-DET-HORA-SS        PIC 9(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-USUARIO        PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-ORIGEM         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-EMPRESA        PIC X(02).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-CAMPO          PIC X(12).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-ANTERIOR       PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-NOVO           PIC X(20).

       01 WS-LINHA-RESUMO.
          05 WS-RES-DESCRICAO      PIC X(38).
          05 WS-RES-QTD            PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           UNSTRING WS-PARAMETRO-EXECUCAO DELIMITED BY ALL SPACES
               INTO WS-PARM-ARG1 WS-PARM-ARG2 WS-PARM-ARG3
                    WS-PARM-ARG4 WS-PARM-EXCEDENTE
           PERFORM 1000-VALIDA-PARAMETROS
           PERFORM 1500-INITIALIZE
           PERFORM 2000-PROCESSA-HISTORICO UNTIL WS-ALT-EOF
           PERFORM 9000-FINALIZA
           STOP RUN.

      **************PARAMETROS DA CONSULTA***********************
       1000-VALIDA-PARAMETROS.
           MOVE WS-PARM-ARG1         TO WS-PARM-MATRICULA-X
           IF WS-PARM-ARG1(7:4) NOT = SPACES
              OR WS-PARM-MATRICULA NOT NUMERIC
              OR WS-PARM-MATRICULA = ZEROS
              OR WS-PARM-MATRICULA = 999999
              DISPLAY 'MATRICULA INVALIDA OU NAO INFORMADA: '
                      WS-PARM-ARG1
              PERFORM 1900-PARAMETRO-INVALIDO
           END-IF

      *    DATA NO SEGUNDO ARGUMENTO: PERIODO (DUAS DATAS) E CAMPO
      *    OPCIONAL NO QUARTO; SENAO O SEGUNDO E O CAMPO
           MOVE WS-PARM-ARG2         TO WS-DATA-PARM-X
           IF WS-PARM-ARG2 NOT = SPACES
              AND WS-PARM-ARG2(9:4) = SPACES
              AND WS-DATA-PARM-X NUMERIC
              SET WS-FILTRO-DATA     TO TRUE
              PERFORM 1100-VALIDA-DATA
              IF NOT WS-DATA-VALIDA
                 DISPLAY 'DATA INICIAL INVALIDA: ' WS-PARM-ARG2
                 PERFORM 1900-PARAMETRO-INVALIDO
              END-IF
              MOVE WS-DATA-CONV-9    TO WS-DATA-INICIAL
              MOVE WS-PARM-ARG3      TO WS-DATA-PARM-X
              PERFORM 1100-VALIDA-DATA
              IF NOT WS-DATA-VALIDA
                 OR WS-PARM-ARG3(9:4) NOT = SPACES
                 DISPLAY 'DATA FINAL INVALIDA OU NAO INFORMADA: '
                         WS-PARM-ARG3
                 PERFORM 1900-PARAMETRO-INVALIDO
              END-IF
              MOVE WS-DATA-CONV-9    TO WS-DATA-FINAL
              IF WS-DATA-FINAL < WS-DATA-INICIAL
                 DISPLAY 'DATA FINAL ANTERIOR A DATA INICIAL: '
                         WS-PARM-ARG2 ' ' WS-PARM-ARG3
                 PERFORM 1900-PARAMETRO-INVALIDO
              END-IF
              MOVE WS-PARM-ARG4      TO WS-PARM-CAMPO
           ELSE
              IF WS-PARM-ARG3 NOT = SPACES
                 OR WS-PARM-ARG4 NOT = SPACES
                 DISPLAY 'PARAMETROS EXCEDENTES: ' WS-PARM-ARG3
                         ' ' WS-PARM-ARG4
                 PERFORM 1900-PARAMETRO-INVALIDO
              END-IF
              MOVE WS-PARM-ARG2      TO WS-PARM-CAMPO
           END-IF
           IF WS-PARM-EXCEDENTE NOT = SPACES
              DISPLAY 'PARAMETROS EXCEDENTES: ' WS-PARM-EXCEDENTE
              PERFORM 1900-PARAMETRO-INVALIDO
           END-IF

           IF WS-PARM-CAMPO NOT = SPACES
              MOVE 'N'               TO WS-CAMPO-VALIDO-SW
              PERFORM VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-QTD-CAMPOS
                 IF WS-CAMPO-NOME(WS-SUB) = WS-PARM-CAMPO
                    SET WS-CAMPO-VALIDO TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-CAMPO-VALIDO
                 DISPLAY 'CAMPO INVALIDO: ' WS-PARM-CAMPO
                 PERFORM 1900-PARAMETRO-INVALIDO
              END-IF
           END-IF.

      * DATA DDMMAAAA (WS-DATA-PARM-X) CONVERTIDA PARA AAAAMMDD
       1100-VALIDA-DATA.
           MOVE 'N'                  TO WS-DATA-VALIDA-SW
           IF WS-DATA-PARM-X NOT NUMERIC
              OR WS-DATA-PARM-DD < 01
              OR WS-DATA-PARM-DD > 31
              OR WS-DATA-PARM-MM < 01
              OR WS-DATA-PARM-MM > 12
              OR WS-DATA-PARM-AAAA < 1900
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATA-PARM-AAAA    TO WS-DATA-CONV-AAAA
           MOVE WS-DATA-PARM-MM      TO WS-DATA-CONV-MM
           MOVE WS-DATA-PARM-DD      TO WS-DATA-CONV-DD
           SET WS-DATA-VALIDA        TO TRUE.

       1900-PARAMETRO-INVALIDO.
           DISPLAY 'USO: PROGCOB14 NNNNNN [DDMMAAAA DDMMAAAA]'
                   ' [CAMPO]'
           MOVE 12                   TO RETURN-CODE
           STOP RUN.

       1500-INITIALIZE.
           ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WS-DATA-DD           TO WS-DATA-DDMM-DD
           MOVE WS-DATA-MM           TO WS-DATA-DDMM-MM
           MOVE WS-DATA-AAAA         TO WS-DATA-DDMM-AAAA
           MOVE WS-DATA-DDMMAAAA     TO WS-DATA-EDITADA

           OPEN INPUT CHANGE-HISTORY-FILE
           IF WS-ALTCAD-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ALTCAD.DAT - STATUS: '
                      WS-ALTCAD-STATUS
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF

      *    NOME, EMPRESA E SITUACAO ATUAIS DO MESTRE; FUNCIONARIO
      *    AUSENTE DO MESTRE AINDA TEM O HISTORICO LISTADO
           MOVE WS-PARM-MATRICULA    TO WS-CFU-MATRICULA
           MOVE SPACES               TO WS-CFU-EMPRESA
           OPEN INPUT EMP-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'MESTRE INDISPONIVEL - STATUS: '
                      WS-EMPMAST-STATUS
              MOVE '*** MESTRE INDISPONIVEL' TO WS-CFU-NOME
              MOVE SPACES            TO WS-CFU-SITUACAO
           ELSE
              MOVE WS-PARM-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      MOVE '*** NAO CADASTRADO' TO WS-CFU-NOME
                      MOVE SPACES    TO WS-CFU-SITUACAO
                  NOT INVALID KEY
                      MOVE EMP-NOME  TO WS-CFU-NOME
                      MOVE EMP-EMPRESA TO WS-CFU-EMPRESA
                      IF EMP-EMPRESA = SPACES
                         MOVE WS-EMPRESA-PADRAO TO WS-CFU-EMPRESA
                      END-IF
                      IF EMP-EXCLUIDO
                         MOVE 'EXCLUIDO' TO WS-CFU-SITUACAO
                      ELSE
                         MOVE 'ATIVO' TO WS-CFU-SITUACAO
                      END-IF
              END-READ
              CLOSE EMP-MASTER-FILE
           END-IF

           OPEN OUTPUT HISTORY-REPORT
           MOVE WS-DATA-EDITADA      TO WS-CAB-DATA
           WRITE HST-LINE FROM WS-CABECALHO-HISTORICO
           MOVE SPACES               TO HST-LINE
           WRITE HST-LINE
           WRITE HST-LINE FROM WS-CABECALHO-FUNCIONARIO
           IF WS-FILTRO-DATA
              MOVE WS-DATA-INICIAL   TO WS-DATA-CONV-9
              PERFORM 1600-EDITA-DATA-CONV
              MOVE WS-DATA-DDMMAAAA-9 TO WS-CFI-DATA-INICIAL
              MOVE WS-DATA-FINAL     TO WS-DATA-CONV-9
              PERFORM 1600-EDITA-DATA-CONV
              MOVE WS-DATA-DDMMAAAA-9 TO WS-CFI-DATA-FINAL
              MOVE WS-CFI-PERIODO-DATAS TO WS-CFI-PERIODO
           ELSE
              MOVE 'COMPLETO'        TO WS-CFI-PERIODO
           END-IF
           IF WS-PARM-CAMPO = SPACES
              MOVE 'TODOS'           TO WS-CFI-CAMPO
           ELSE
              MOVE WS-PARM-CAMPO     TO WS-CFI-CAMPO
           END-IF
           WRITE HST-LINE FROM WS-CABECALHO-FILTRO
           MOVE SPACES               TO HST-LINE
           WRITE HST-LINE
           WRITE HST-LINE FROM WS-CABECALHO-COLUNAS
           DISPLAY WS-CABECALHO-FUNCIONARIO
           DISPLAY WS-CABECALHO-FILTRO
           DISPLAY WS-CABECALHO-COLUNAS
           PERFORM 2100-LE-HISTORICO.

      * AAAAMMDD (WS-DATA-CONV) PARA DDMMAAAA (WS-DATA-DDMMAAAA)
       1600-EDITA-DATA-CONV.
           MOVE WS-DATA-CONV-DD      TO WS-DATA-DDMM-DD
           MOVE WS-DATA-CONV-MM      TO WS-DATA-DDMM-MM
           MOVE WS-DATA-CONV-AAAA    TO WS-DATA-DDMM-AAAA.

      **************SELECAO DAS ALTERACOES***********************
       2000-PROCESSA-HISTORICO.
           ADD 1                     TO WS-QTD-LIDOS
           IF ALT-MATRICULA NOT = WS-PARM-MATRICULA
              PERFORM 2100-LE-HISTORICO
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-QTD-MATRICULA
           IF ALT-DATA < WS-DATA-INICIAL
              OR ALT-DATA > WS-DATA-FINAL
              PERFORM 2100-LE-HISTORICO
              EXIT PARAGRAPH
           END-IF
           IF WS-PARM-CAMPO NOT = SPACES
              AND ALT-CAMPO NOT = WS-PARM-CAMPO
              PERFORM 2100-LE-HISTORICO
              EXIT PARAGRAPH
           END-IF
           PERFORM 2200-IMPRIME-ALTERACAO
           PERFORM 2100-LE-HISTORICO.

       2100-LE-HISTORICO.
           READ CHANGE-HISTORY-FILE
               AT END
                   SET WS-ALT-EOF    TO TRUE
           END-READ.

       2200-IMPRIME-ALTERACAO.
           MOVE ALT-DATA             TO WS-DATA-CONV-9
           PERFORM 1600-EDITA-DATA-CONV
           MOVE WS-DATA-DDMMAAAA-9   TO WS-DET-DATA
           MOVE ALT-HORA             TO WS-HORA-ALTERACAO
           MOVE WS-HORA-ALT-HH       TO WS-DET-HORA-HH
           MOVE WS-HORA-ALT-MM       TO WS-DET-HORA-MM
           MOVE WS-HORA-ALT-SS       TO WS-DET-HORA-SS
           MOVE ALT-USUARIO          TO WS-DET-USUARIO
           MOVE ALT-ORIGEM           TO WS-DET-ORIGEM
           MOVE ALT-EMPRESA          TO WS-DET-EMPRESA
           MOVE ALT-CAMPO            TO WS-DET-CAMPO
           MOVE ALT-VALOR-ANTERIOR   TO WS-DET-ANTERIOR
           MOVE ALT-VALOR-NOVO       TO WS-DET-NOVO
           WRITE HST-LINE FROM WS-LINHA-DETALHE
           DISPLAY WS-LINHA-DETALHE
           ADD 1                     TO WS-QTD-LISTADAS.

       9000-FINALIZA.
           CLOSE CHANGE-HISTORY-FILE
           MOVE SPACES               TO HST-LINE
           WRITE HST-LINE
           IF WS-QTD-LISTADAS = ZEROS
              MOVE 'NENHUMA ALTERACAO NO FILTRO INFORMADO'
                                     TO HST-LINE
              WRITE HST-LINE
              MOVE SPACES            TO HST-LINE
              WRITE HST-LINE
              MOVE 4                 TO RETURN-CODE
           ELSE
              MOVE 0                 TO RETURN-CODE
           END-IF
           MOVE 'REGISTROS LIDOS NO HISTORICO.........:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-LIDOS         TO WS-RES-QTD
           WRITE HST-LINE FROM WS-LINHA-RESUMO
           MOVE 'ALTERACOES DA MATRICULA..............:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-MATRICULA     TO WS-RES-QTD
           WRITE HST-LINE FROM WS-LINHA-RESUMO
           MOVE 'ALTERACOES LISTADAS NO FILTRO........:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-LISTADAS      TO WS-RES-QTD
           WRITE HST-LINE FROM WS-LINHA-RESUMO

           DISPLAY 'ALTERACOES DA MATRICULA......: '
                   WS-QTD-MATRICULA
           DISPLAY 'ALTERACOES LISTADAS..........: '
                   WS-QTD-LISTADAS
           CLOSE HISTORY-REPORT.

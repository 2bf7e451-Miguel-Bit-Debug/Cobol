       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROGCOB12.
      ******************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR - MIGUEL DOS SAMTOS RIBEIRO MISANRI
      * OBJETIVO - ENCERRAMENTO ANUAL DA FOLHA POR EMPRESA
      *            (VARIAVEL DE AMBIENTE EMPRESA, PADRAO 01).
      *            CONFERE NO PERCTL.DAT AS DOZE COMPETENCIAS
      *            DA FOLHA MENSAL E AS DUAS PARCELAS DO 13O
      *            (13SAL1/13SAL2) DO ANO FECHADAS; ARQUIVA OS
      *            REGISTROS DO ANO DO HISTORICO DA FOLHA
      *            (FOLHAHST.DAT), DA AUDITORIA (AUDITLOG.DAT)
      *            E DO ACUMULADO ANUAL (YTDACUM.DAT) EM
      *              HSTeeAAAA.ARQ, AUDeeAAAA.ARQ, YTDeeAAAA.ARQ
      *            (EMPRESA E ANO), COM TOTAIS DE CONTROLE NO
      *            ARQANUAL.DAT E NO RELATORIO ENCANUAL.RPT;
      *            RETIRA ESSES REGISTROS DOS ARQUIVOS EM USO E
      *            GRAVA O ANO ENCERRADO NO PERCTL (TIPO ANUAL),
      *            QUE PASSA A RECUSAR QUALQUER EXECUCAO DO
      *            PROGCOB03 EM COMPETENCIA DO ANO. O INFORME DE
      *            RENDIMENTOS (PROGCOB05) DO ANO ENCERRADO E
      *            EMITIDO A PARTIR DE YTDeeAAAA.ARQ.
      *            EXECUTAR APOS O CICLO DE JANEIRO DO ANO
      *            SEGUINTE: A VARIACAO (PROGCOB08) E A
      *            CONFERENCIA PRE-REMESSA (PROGCOB09) DE
      *            JANEIRO USAM O HISTORICO E A AUDITORIA DE
      *            DEZEMBRO. AS COPIAS DE TRABALHO FOLHAHST.WRK
      *            E AUDITLOG.WRK (REGISTROS MANTIDOS) FICAM ATE
      *            O PROXIMO ENCERRAMENTO PARA RECUPERACAO.
      *            RETURN-CODE: 0 ANO ENCERRADO, 4 ANO ENCERRADO
      *            COM ACUMULADOS NAO RETIRADOS DO YTDACUM.DAT
      *            (EXCLUIR PELO YTDeeAAAA.ARQ), 8 ENCERRAMENTO
      *            RECUSADO (COMPETENCIA PENDENTE OU ANO JA
      *            ENCERRADO), 12 ERRO DE ARQUIVO OU PARAMETRO
      * DATA - 15/10/2026
      * 15/10/2026 - VERSAO INICIAL: PARAMETRO AAAA. HISTORICO
      *              PELO ANO DA COMPETENCIA; AUDITORIA PELO ANO
      *              DA COMPETENCIA OU, SEM COMPETENCIA (ALT
      *              BANCO), PELO ANO DA DATA DA LINHA; EMPRESA
      *              EM BRANCO PERTENCE A EMPRESA PADRAO. O
      *              ACUMULADO ANUAL NAO TEM EMPRESA: SAO
      *              ARQUIVADAS AS MATRICULAS COM HISTORICO DA
      *              EMPRESA NO ANO
      * 15/10/2026 - ERRO NA REGRAVACAO DO FOLHAHST.DAT OU DO
      *              AUDITLOG.DAT CANCELA A EXECUCAO COM A
      *              ORIENTACAO DE RESTAURAR PELO .WRK; ACUMULADOS
      *              ARQUIVADOS E NAO RETIRADOS DO YTDACUM.DAT SAO
      *              INFORMADOS NO RELATORIO (RETURN-CODE 4)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "FOLHAHST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FOLHAHST-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "FOLHAHST.WRK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSTWRK-STATUS.

           SELECT HISTORY-ARCHIVE-FILE ASSIGN USING WS-ARQ-HST-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARQHST-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-WORK-FILE  ASSIGN TO "AUDITLOG.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDWRK-STATUS.

           SELECT AUDIT-ARCHIVE-FILE ASSIGN USING WS-ARQ-AUD-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQAUD-STATUS.

           SELECT YTD-FILE         ASSIGN TO "YTDACUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-CHAVE
               FILE STATUS IS WS-YTD-STATUS.

           SELECT YTD-ARCHIVE-FILE ASSIGN USING WS-ARQ-YTD-NOME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARQYTD-STATUS.

           SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "ARQANUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQCTL-STATUS.

           SELECT CLOSE-REPORT     ASSIGN TO "ENCANUAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE     ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 PERCTL-RECORD.
          05 PCT-COMPETENCIA       PIC X(07).
          05 FILLER                PIC X(01).
          05 PCT-DATA-FECHAMENTO   PIC 9(08).
          05 FILLER                PIC X(01).
          05 PCT-USUARIO           PIC X(08).
          05 FILLER                PIC X(01).
          05 PCT-TIPO-FOLHA        PIC X(06).
          05 FILLER                PIC X(01).
          05 PCT-EMPRESA           PIC X(02).

       FD  PAYROLL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HSTREC.

       FD  HISTORY-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 HST-WORK-LINE             PIC X(101).

       FD  HISTORY-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARQ-HST-LINE              PIC X(101).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-LINE                PIC X(100).

       FD  AUDIT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUD-WORK-LINE             PIC X(100).

       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARQ-AUD-LINE              PIC X(100).

       FD  YTD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YTDREC.

       FD  YTD-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARQ-YTD-LINE.
          05 ARQ-YTD-CHAVE          PIC X(10).
          05 FILLER                 PIC X(67).

      * CONTROLE DOS ARQUIVOS DO ENCERRAMENTO: UMA LINHA POR
      * ARQUIVO GERADO. HISTORICO E ACUMULADO: VALOR-1 BRUTO E
      * VALOR-2 LIQUIDO; AUDITORIA: VALOR-1 SOMA DAS MATRICULAS
       FD  ARCHIVE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01 ARQCTL-RECORD.
          05 ACT-EMPRESA           PIC X(02).
          05 FILLER                PIC X(01).
          05 ACT-ANO               PIC X(04).
          05 FILLER                PIC X(01).
          05 ACT-ARQUIVO           PIC X(20).
          05 FILLER                PIC X(01).
          05 ACT-DATA              PIC 9(08).
          05 FILLER                PIC X(01).
          05 ACT-USUARIO           PIC X(08).
          05 FILLER                PIC X(01).
          05 ACT-QTD-REGISTROS     PIC 9(07).
          05 FILLER                PIC X(01).
          05 ACT-VALOR-1           PIC 9(13)V99.
          05 FILLER                PIC X(01).
          05 ACT-VALOR-2           PIC 9(13)V99.

       FD  CLOSE-REPORT
           LABEL RECORDS ARE STANDARD.
       01 ENC-LINE                  PIC X(100).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
          05 WS-EOF-SW              PIC X VALUE 'N'.
             88 WS-EOF                   VALUE 'S'.
          05 WS-ACHOU-SW            PIC X VALUE 'N'.
             88 WS-ACHOU                 VALUE 'S'.
          05 WS-ANO-ENCERRADO-SW    PIC X VALUE 'N'.
             88 WS-ANO-ENCERRADO         VALUE 'S'.
          05 WS-13SAL1-FECHADO-SW   PIC X VALUE 'N'.
             88 WS-13SAL1-FECHADO        VALUE 'S'.
          05 WS-13SAL2-FECHADO-SW   PIC X VALUE 'N'.
             88 WS-13SAL2-FECHADO        VALUE 'S'.
          05 WS-HST-PRESENTE-SW     PIC X VALUE 'N'.
             88 WS-HST-PRESENTE          VALUE 'S'.
          05 WS-AUD-PRESENTE-SW     PIC X VALUE 'N'.
             88 WS-AUD-PRESENTE          VALUE 'S'.
          05 WS-RELATORIO-SW        PIC X VALUE 'N'.
             88 WS-RELATORIO-ABERTO      VALUE 'S'.

       01 WS-ARQUIVOS-STATUS.
          05 WS-PERCTL-STATUS       PIC X(02) VALUE SPACES.
          05 WS-FOLHAHST-STATUS     PIC X(02) VALUE SPACES.
          05 WS-HSTWRK-STATUS       PIC X(02) VALUE SPACES.
          05 WS-ARQHST-STATUS       PIC X(02) VALUE SPACES.
          05 WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
          05 WS-AUDWRK-STATUS       PIC X(02) VALUE SPACES.
          05 WS-ARQAUD-STATUS       PIC X(02) VALUE SPACES.
          05 WS-YTD-STATUS          PIC X(02) VALUE SPACES.
          05 WS-ARQYTD-STATUS       PIC X(02) VALUE SPACES.
          05 WS-ARQCTL-STATUS       PIC X(02) VALUE SPACES.
          05 WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.

       01 WS-PARAMETROS.
          05 WS-PARAMETRO-EXECUCAO  PIC X(30) VALUE SPACES.
          05 WS-ANO-X               PIC X(04) VALUE SPACES.
          05 WS-ANO                 REDEFINES WS-ANO-X
                                    PIC 9(04).
          05 WS-PARM-EXCEDENTE      PIC X(10) VALUE SPACES.
          05 WS-PARM-EMPRESA        PIC X(02) VALUE SPACES.
          05 WS-EMPRESA-PADRAO      PIC X(02) VALUE '01'.
          05 WS-USUARIO             PIC X(08) VALUE SPACES.
          05 WS-ARQ-HST-NOME        PIC X(20) VALUE SPACES.
          05 WS-ARQ-AUD-NOME        PIC X(20) VALUE SPACES.
          05 WS-ARQ-YTD-NOME        PIC X(20) VALUE SPACES.

       01 WS-ARQ-NOME-MONTAGEM.
          05 WS-NOM-PREFIXO         PIC X(03).
          05 WS-NOM-EMPRESA         PIC X(02).
          05 WS-NOM-ANO             PIC X(04).
          05 FILLER                 PIC X(04) VALUE '.ARQ'.

       01 WS-CONTADORES.
          05 WS-SUB                 PIC 9(04) VALUE ZEROS.
          05 WS-MES-SUB             PIC 9(02) VALUE ZEROS.
          05 WS-QTD-PENDENTES       PIC 9(02) VALUE ZEROS.
          05 WS-QTD-HST-ARQUIVADOS  PIC 9(07) VALUE ZEROS.
          05 WS-QTD-HST-MANTIDOS    PIC 9(07) VALUE ZEROS.
          05 WS-VLR-HST-BRUTO       PIC 9(13)V99 VALUE ZEROS.
          05 WS-VLR-HST-LIQUIDO     PIC 9(13)V99 VALUE ZEROS.
          05 WS-QTD-AUD-ARQUIVADOS  PIC 9(07) VALUE ZEROS.
          05 WS-QTD-AUD-MANTIDOS    PIC 9(07) VALUE ZEROS.
          05 WS-HASH-AUD-MATRICULA  PIC 9(13)V99 VALUE ZEROS.
          05 WS-QTD-YTD-ARQUIVADOS  PIC 9(07) VALUE ZEROS.
          05 WS-QTD-YTD-EXCLUIDOS   PIC 9(07) VALUE ZEROS.
          05 WS-QTD-YTD-NAO-EXCLUIDOS PIC 9(07) VALUE ZEROS.
          05 WS-VLR-YTD-BRUTO       PIC 9(13)V99 VALUE ZEROS.
          05 WS-VLR-YTD-LIQUIDO     PIC 9(13)V99 VALUE ZEROS.
          05 WS-QTD-MATRICULAS      PIC 9(04) VALUE ZEROS.
          05 WS-MAX-MATRICULAS      PIC 9(04) VALUE 5000.

       01 WS-MESES-FECHADOS.
          05 WS-MES-FECHADO-SW      PIC X(01) OCCURS 12 TIMES.
             88 WS-MES-FECHADO           VALUE 'S'.

      * MATRICULAS DA EMPRESA COM HISTORICO NO ANO (SELECIONAM
      * O ACUMULADO ANUAL, QUE NAO TEM EMPRESA)
       01 WS-MATRICULAS-TABELA.
          05 WS-MAT-ENT OCCURS 5000 TIMES PIC 9(06).

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

       01 WS-PCT-COMP-TRAB.
          05 WS-PCT-MM-X            PIC X(02).
          05 WS-PCT-MM              REDEFINES WS-PCT-MM-X
                                    PIC 9(02).
          05 FILLER                 PIC X(01).
          05 WS-PCT-AAAA            PIC X(04).

      * LINHA DA AUDITORIA GRAVADA PELO PROGCOB03
       01 WS-AUDITORIA-ENT.
          05 WS-AUE-DIA             PIC X(02).
          05 FILLER                 PIC X(01).
          05 WS-AUE-MES             PIC X(02).
          05 FILLER                 PIC X(01).
          05 WS-AUE-ANO             PIC X(04).
          05 FILLER                 PIC X(19).
          05 WS-AUE-MATRICULA-X     PIC X(06).
          05 WS-AUE-MATRICULA       REDEFINES WS-AUE-MATRICULA-X
                                    PIC 9(06).
          05 FILLER                 PIC X(34).
          05 WS-AUE-SITUACAO        PIC X(10).
          05 FILLER                 PIC X(01).
          05 WS-AUE-COMPETENCIA.
             10 WS-AUE-COMP-MM      PIC X(02).
             10 FILLER              PIC X(01).
             10 WS-AUE-COMP-AAAA    PIC X(04).
          05 FILLER                 PIC X(01).
          05 WS-AUE-EMPRESA         PIC X(02).
          05 FILLER                 PIC X(10).
       01 WS-AUE-ANO-REGISTRO       PIC X(04) VALUE SPACES.
       01 WS-AUE-EMPRESA-REGISTRO   PIC X(02) VALUE SPACES.

       01 WS-LINHA-PERCTL.
          05 WS-PCT-COMPETENCIA     PIC X(07).
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 WS-PCT-DATA-FECHAMENTO PIC 9(08).
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 WS-PCT-USUARIO         PIC X(08).
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 WS-PCT-TIPO-FOLHA      PIC X(06).
          05 FILLER                 PIC X(01) VALUE SPACE.
          05 WS-PCT-EMPRESA         PIC X(02).

       01 WS-LOG-EXECUCAO.
          05 WS-LOG-DATA-INICIO     PIC 9(08) VALUE ZEROS.
          05 WS-LOG-HORA-INICIO     PIC 9(06) VALUE ZEROS.
          05 WS-LOG-HORA-SISTEMA.
             10 WS-LOG-HORA-SIS     PIC 9(06).
             10 FILLER              PIC 9(02).
          05 WS-LOG-SITUACAO        PIC X(10) VALUE 'CONCLUIDO'.
          05 WS-LOG-RC              PIC 9(02) VALUE ZEROS.

       01 WS-CABECALHO-ENCERRAMENTO.
          05 FILLER                PIC X(26) VALUE
             'ENCERRAMENTO ANUAL - ANO: '.
          05 WS-CAB-ANO            PIC X(04).
          05 FILLER                PIC X(11) VALUE '  EMPRESA: '.
          05 WS-CAB-EMPRESA        PIC X(02).
          05 FILLER                PIC X(08) VALUE '  DATA: '.
          05 WS-CAB-DATA           PIC 99/99/9999.

       01 WS-LINHA-PENDENCIA.
          05 FILLER                PIC X(27) VALUE
             'COMPETENCIA NAO FECHADA:  '.
          05 WS-PEN-COMPETENCIA    PIC X(07).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-PEN-TIPO           PIC X(06).

       01 WS-CABECALHO-ARQUIVOS.
          05 FILLER                PIC X(22) VALUE 'ARQUIVO'.
          05 FILLER                PIC X(11) VALUE 'ARQUIVADOS'.
          05 FILLER                PIC X(11) VALUE 'MANTIDOS'.
          05 FILLER                PIC X(22) VALUE
             '         TOTAL 1'.
          05 FILLER                PIC X(22) VALUE
             '         TOTAL 2'.

       01 WS-LINHA-ARQUIVO.
          05 WS-LAR-ARQUIVO        PIC X(20).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LAR-ARQUIVADOS     PIC Z.ZZZ.ZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LAR-MANTIDOS       PIC Z.ZZZ.ZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LAR-VALOR-1        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-LAR-VALOR-2        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-YTD-PENDENTE.
          05 FILLER                PIC X(37) VALUE
             'ACUMULADOS NAO RETIRADOS DO YTDACUM: '.
          05 WS-LYP-QTD            PIC Z.ZZZ.ZZ9.
          05 FILLER                PIC X(24) VALUE
             ' - EXCLUIR PELO ARQUIVO '.
          05 WS-LYP-ARQUIVO        PIC X(20).

       01 WS-LINHA-RESULTADO.
          05 FILLER                PIC X(11) VALUE 'RESULTADO: '.
          05 WS-RES-RESULTADO      PIC X(40).
          05 FILLER                PIC X(15) VALUE
             ' RETURN-CODE: '.
          05 WS-RES-RETORNO        PIC Z9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-LOG-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO WS-LOG-HORA-INICIO
           ACCEPT WS-PARM-EMPRESA FROM ENVIRONMENT "EMPRESA"
           IF WS-PARM-EMPRESA = SPACES
              MOVE WS-EMPRESA-PADRAO TO WS-PARM-EMPRESA
           END-IF
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           UNSTRING WS-PARAMETRO-EXECUCAO DELIMITED BY ALL SPACES
               INTO WS-ANO-X WS-PARM-EXCEDENTE
           IF WS-ANO NOT NUMERIC
              OR WS-PARM-EXCEDENTE NOT = SPACES
              DISPLAY 'ANO INVALIDO: ' WS-PARAMETRO-EXECUCAO
              DISPLAY 'USO: PROGCOB12 AAAA'
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFICA-PERIODOS
           PERFORM 3000-ARQUIVA-HISTORICO
           PERFORM 4000-ARQUIVA-AUDITORIA
           PERFORM 5000-ARQUIVA-ACUMULADO
           PERFORM 6000-GRAVA-CONTROLES
           PERFORM 7000-ATUALIZA-ARQUIVOS
           PERFORM 9000-FINALIZA
           PERFORM 9700-GRAVA-LOG-EXECUCAO
           MOVE WS-LOG-RC            TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WS-DATA-DD           TO WS-DATA-DDMM-DD
           MOVE WS-DATA-MM           TO WS-DATA-DDMM-MM
           MOVE WS-DATA-AAAA         TO WS-DATA-DDMM-AAAA
           MOVE WS-DATA-DDMMAAAA     TO WS-DATA-EDITADA

           MOVE WS-PARM-EMPRESA      TO WS-NOM-EMPRESA
           MOVE WS-ANO-X             TO WS-NOM-ANO
           MOVE 'HST'                TO WS-NOM-PREFIXO
           MOVE WS-ARQ-NOME-MONTAGEM TO WS-ARQ-HST-NOME
           MOVE 'AUD'                TO WS-NOM-PREFIXO
           MOVE WS-ARQ-NOME-MONTAGEM TO WS-ARQ-AUD-NOME
           MOVE 'YTD'                TO WS-NOM-PREFIXO
           MOVE WS-ARQ-NOME-MONTAGEM TO WS-ARQ-YTD-NOME

           OPEN OUTPUT CLOSE-REPORT
           SET WS-RELATORIO-ABERTO   TO TRUE
           MOVE WS-ANO-X             TO WS-CAB-ANO
           MOVE WS-PARM-EMPRESA      TO WS-CAB-EMPRESA
           MOVE WS-DATA-EDITADA      TO WS-CAB-DATA
           WRITE ENC-LINE FROM WS-CABECALHO-ENCERRAMENTO
           MOVE SPACES               TO ENC-LINE
           WRITE ENC-LINE.

      **************CONFERENCIA DO PERCTL*************************
       2000-VERIFICA-PERIODOS.
           MOVE ALL 'N'              TO WS-MESES-FECHADOS
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS = '00'
              MOVE 'N'               TO WS-EOF-SW
              PERFORM 2100-LE-PERIODO UNTIL WS-EOF
              CLOSE PERIOD-CONTROL-FILE
           ELSE
              IF WS-PERCTL-STATUS NOT = '35'
                 DISPLAY 'ERRO AO ABRIR CONTROLE DE PERIODO - '
                         'STATUS: ' WS-PERCTL-STATUS
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
           END-IF

           IF WS-ANO-ENCERRADO
              DISPLAY 'ANO ' WS-ANO-X ' JA ENCERRADO PARA A EMPRESA '
                      WS-PARM-EMPRESA ' - EXECUCAO RECUSADA'
              MOVE 'ANO JA ENCERRADO'  TO ENC-LINE
              WRITE ENC-LINE
              MOVE 08                TO WS-LOG-RC
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF

           PERFORM VARYING WS-MES-SUB FROM 1 BY 1
                   UNTIL WS-MES-SUB > 12
              IF NOT WS-MES-FECHADO(WS-MES-SUB)
                 MOVE WS-MES-SUB     TO WS-PCT-MM
                 MOVE '/'            TO WS-PCT-COMP-TRAB(3:1)
                 MOVE WS-ANO-X       TO WS-PCT-AAAA
                 MOVE WS-PCT-COMP-TRAB TO WS-PEN-COMPETENCIA
                 MOVE 'FOLHA'        TO WS-PEN-TIPO
                 PERFORM 2200-GRAVA-PENDENCIA
              END-IF
           END-PERFORM
           IF NOT WS-13SAL1-FECHADO
              MOVE WS-ANO-X          TO WS-PEN-COMPETENCIA
              MOVE '13SAL1'          TO WS-PEN-TIPO
              PERFORM 2200-GRAVA-PENDENCIA
           END-IF
           IF NOT WS-13SAL2-FECHADO
              MOVE WS-ANO-X          TO WS-PEN-COMPETENCIA
              MOVE '13SAL2'          TO WS-PEN-TIPO
              PERFORM 2200-GRAVA-PENDENCIA
           END-IF
           IF WS-QTD-PENDENTES > ZEROS
              DISPLAY 'COMPETENCIAS NAO FECHADAS NO ANO: '
                      WS-QTD-PENDENTES ' - ENCERRAMENTO RECUSADO'
              MOVE 08                TO WS-LOG-RC
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF.

       2100-LE-PERIODO.
           READ PERIOD-CONTROL-FILE
               AT END
                   SET WS-EOF        TO TRUE
               NOT AT END
                   IF PCT-COMPETENCIA(4:4) = WS-ANO-X
                      AND (PCT-EMPRESA = WS-PARM-EMPRESA
                           OR (PCT-EMPRESA = SPACES
                               AND WS-PARM-EMPRESA =
                                   WS-EMPRESA-PADRAO))
                      MOVE PCT-COMPETENCIA TO WS-PCT-COMP-TRAB
                      EVALUATE TRUE
                          WHEN PCT-TIPO-FOLHA = 'FOLHA '
                            OR PCT-TIPO-FOLHA = SPACES
                              IF WS-PCT-MM-X NUMERIC
                                 AND WS-PCT-MM >= 01
                                 AND WS-PCT-MM <= 12
                                 SET WS-MES-FECHADO(WS-PCT-MM)
                                                 TO TRUE
                              END-IF
                          WHEN PCT-TIPO-FOLHA = '13SAL1'
                              SET WS-13SAL1-FECHADO TO TRUE
                          WHEN PCT-TIPO-FOLHA = '13SAL2'
                              SET WS-13SAL2-FECHADO TO TRUE
                          WHEN PCT-TIPO-FOLHA = 'ANUAL '
                              SET WS-ANO-ENCERRADO TO TRUE
                      END-EVALUATE
                   END-IF
           END-READ.

       2200-GRAVA-PENDENCIA.
           ADD 1                     TO WS-QTD-PENDENTES
           WRITE ENC-LINE FROM WS-LINHA-PENDENCIA.

      **************ARQUIVAMENTO DO HISTORICO DA FOLHA***********
      * OS REGISTROS MANTIDOS VAO PARA FOLHAHST.WRK E SO VOLTAM
      * AO FOLHAHST.DAT DEPOIS DE GRAVADOS OS CONTROLES
       3000-ARQUIVA-HISTORICO.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-FOLHAHST-STATUS = '35'
              DISPLAY 'HISTORICO DA FOLHA INEXISTENTE - NADA A'
                      ' ARQUIVAR'
           ELSE
              IF WS-FOLHAHST-STATUS NOT = '00'
                 DISPLAY 'HISTORICO DA FOLHA INDISPONIVEL - STATUS: '
                         WS-FOLHAHST-STATUS
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
              SET WS-HST-PRESENTE    TO TRUE
           END-IF
           OPEN OUTPUT HISTORY-ARCHIVE-FILE
           IF WS-ARQHST-STATUS NOT = '00'
              DISPLAY 'ERRO AO CRIAR ' WS-ARQ-HST-NOME ' - STATUS: '
                      WS-ARQHST-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           IF NOT WS-HST-PRESENTE
              CLOSE HISTORY-ARCHIVE-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HISTORY-WORK-FILE
           IF WS-HSTWRK-STATUS NOT = '00'
              DISPLAY 'ERRO AO CRIAR FOLHAHST.WRK - STATUS: '
                      WS-HSTWRK-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-EOF-SW
           PERFORM 3100-LE-HISTORICO
           PERFORM 3200-SEPARA-HISTORICO UNTIL WS-EOF
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE HISTORY-WORK-FILE
           CLOSE HISTORY-ARCHIVE-FILE
           DISPLAY 'HISTORICO ARQUIVADO: ' WS-QTD-HST-ARQUIVADOS
                   ' EM ' WS-ARQ-HST-NOME.

       3100-LE-HISTORICO.
           READ PAYROLL-HISTORY-FILE
               AT END
                   SET WS-EOF        TO TRUE
           END-READ.

       3200-SEPARA-HISTORICO.
           IF HST-COMPETENCIA(4:4) = WS-ANO-X
              AND (HST-EMPRESA = WS-PARM-EMPRESA
                   OR (HST-EMPRESA = SPACES
                       AND WS-PARM-EMPRESA = WS-EMPRESA-PADRAO))
              WRITE ARQ-HST-LINE FROM HST-RECORD
              ADD 1                  TO WS-QTD-HST-ARQUIVADOS
              ADD HST-BRUTO          TO WS-VLR-HST-BRUTO
              ADD HST-LIQUIDO        TO WS-VLR-HST-LIQUIDO
              PERFORM 3300-REGISTRA-MATRICULA
           ELSE
              WRITE HST-WORK-LINE FROM HST-RECORD
              ADD 1                  TO WS-QTD-HST-MANTIDOS
           END-IF
           PERFORM 3100-LE-HISTORICO.

       3300-REGISTRA-MATRICULA.
           MOVE 'N'                  TO WS-ACHOU-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QTD-MATRICULAS
                   OR WS-ACHOU
              IF WS-MAT-ENT(WS-SUB) = HST-MATRICULA
                 SET WS-ACHOU        TO TRUE
              END-IF
           END-PERFORM
           IF WS-ACHOU
              EXIT PARAGRAPH
           END-IF
           IF WS-QTD-MATRICULAS NOT < WS-MAX-MATRICULAS
              DISPLAY 'LIMITE DE MATRICULAS NO ENCERRAMENTO'
                      ' EXCEDIDO: ' WS-MAX-MATRICULAS
              CLOSE PAYROLL-HISTORY-FILE
              CLOSE HISTORY-WORK-FILE
              CLOSE HISTORY-ARCHIVE-FILE
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           ADD 1                     TO WS-QTD-MATRICULAS
           MOVE HST-MATRICULA        TO WS-MAT-ENT(WS-QTD-MATRICULAS).

      **************ARQUIVAMENTO DA AUDITORIA*********************
      * ANO DA LINHA: O DA COMPETENCIA OU, QUANDO EM BRANCO
      * (ALTERACAO BANCARIA DA MANUTENCAO), O DA DATA DA LINHA
       4000-ARQUIVA-AUDITORIA.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-STATUS = '35'
              DISPLAY 'AUDITORIA INEXISTENTE - NADA A ARQUIVAR'
           ELSE
              IF WS-AUDIT-STATUS NOT = '00'
                 DISPLAY 'AUDITORIA INDISPONIVEL - STATUS: '
                         WS-AUDIT-STATUS
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
              SET WS-AUD-PRESENTE    TO TRUE
           END-IF
           OPEN OUTPUT AUDIT-ARCHIVE-FILE
           IF WS-ARQAUD-STATUS NOT = '00'
              DISPLAY 'ERRO AO CRIAR ' WS-ARQ-AUD-NOME ' - STATUS: '
                      WS-ARQAUD-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           IF NOT WS-AUD-PRESENTE
              CLOSE AUDIT-ARCHIVE-FILE
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUDIT-WORK-FILE
           IF WS-AUDWRK-STATUS NOT = '00'
              DISPLAY 'ERRO AO CRIAR AUDITLOG.WRK - STATUS: '
                      WS-AUDWRK-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-EOF-SW
           PERFORM 4100-LE-AUDITORIA
           PERFORM 4200-SEPARA-AUDITORIA UNTIL WS-EOF
           CLOSE AUDIT-TRAIL-FILE
           CLOSE AUDIT-WORK-FILE
           CLOSE AUDIT-ARCHIVE-FILE
           DISPLAY 'AUDITORIA ARQUIVADA: ' WS-QTD-AUD-ARQUIVADOS
                   ' EM ' WS-ARQ-AUD-NOME.

       4100-LE-AUDITORIA.
           READ AUDIT-TRAIL-FILE
               AT END
                   SET WS-EOF        TO TRUE
           END-READ.

       4200-SEPARA-AUDITORIA.
           MOVE AUDIT-LINE           TO WS-AUDITORIA-ENT
           IF WS-AUE-COMPETENCIA = SPACES
              MOVE WS-AUE-ANO        TO WS-AUE-ANO-REGISTRO
           ELSE
              MOVE WS-AUE-COMP-AAAA  TO WS-AUE-ANO-REGISTRO
           END-IF
           IF WS-AUE-EMPRESA = SPACES
              MOVE WS-EMPRESA-PADRAO TO WS-AUE-EMPRESA-REGISTRO
           ELSE
              MOVE WS-AUE-EMPRESA    TO WS-AUE-EMPRESA-REGISTRO
           END-IF
           IF WS-AUE-ANO-REGISTRO = WS-ANO-X
              AND WS-AUE-EMPRESA-REGISTRO = WS-PARM-EMPRESA
              WRITE ARQ-AUD-LINE FROM AUDIT-LINE
              ADD 1                  TO WS-QTD-AUD-ARQUIVADOS
              IF WS-AUE-MATRICULA-X NUMERIC
                 ADD WS-AUE-MATRICULA TO WS-HASH-AUD-MATRICULA
              END-IF
           ELSE
              WRITE AUD-WORK-LINE FROM AUDIT-LINE
              ADD 1                  TO WS-QTD-AUD-MANTIDOS
           END-IF
           PERFORM 4100-LE-AUDITORIA.

      **************ARQUIVAMENTO DO ACUMULADO ANUAL**************
       5000-ARQUIVA-ACUMULADO.
           OPEN OUTPUT YTD-ARCHIVE-FILE
           IF WS-ARQYTD-STATUS NOT = '00'
              DISPLAY 'ERRO AO CRIAR ' WS-ARQ-YTD-NOME ' - STATUS: '
                      WS-ARQYTD-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           OPEN INPUT YTD-FILE
           IF WS-YTD-STATUS = '35'
              DISPLAY 'ACUMULADO ANUAL INEXISTENTE - NADA A ARQUIVAR'
              CLOSE YTD-ARCHIVE-FILE
              EXIT PARAGRAPH
           END-IF
           IF WS-YTD-STATUS NOT = '00'
              DISPLAY 'ACUMULADO ANUAL INDISPONIVEL - STATUS: '
                      WS-YTD-STATUS
              CLOSE YTD-ARCHIVE-FILE
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE 'N'                  TO WS-EOF-SW
           MOVE WS-ANO               TO YTD-ANO
           MOVE ZEROS                TO YTD-MATRICULA
           START YTD-FILE KEY NOT LESS THAN YTD-CHAVE
               INVALID KEY
                   SET WS-EOF        TO TRUE
           END-START
           IF NOT WS-EOF
              PERFORM 5100-LE-ACUMULADO
           END-IF
           PERFORM 5200-SEPARA-ACUMULADO UNTIL WS-EOF
           CLOSE YTD-FILE
           CLOSE YTD-ARCHIVE-FILE
           DISPLAY 'ACUMULADO ANUAL ARQUIVADO: '
                   WS-QTD-YTD-ARQUIVADOS ' EM ' WS-ARQ-YTD-NOME.

       5100-LE-ACUMULADO.
           READ YTD-FILE NEXT
               AT END
                   SET WS-EOF        TO TRUE
               NOT AT END
                   IF YTD-ANO NOT = WS-ANO
                      SET WS-EOF     TO TRUE
                   END-IF
           END-READ.

       5200-SEPARA-ACUMULADO.
           MOVE 'N'                  TO WS-ACHOU-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QTD-MATRICULAS
                   OR WS-ACHOU
              IF WS-MAT-ENT(WS-SUB) = YTD-MATRICULA
                 SET WS-ACHOU        TO TRUE
              END-IF
           END-PERFORM
           IF WS-ACHOU
              WRITE ARQ-YTD-LINE FROM YTD-RECORD
              ADD 1                  TO WS-QTD-YTD-ARQUIVADOS
              ADD YTD-BRUTO-ACUM     TO WS-VLR-YTD-BRUTO
              ADD YTD-LIQUIDO-ACUM   TO WS-VLR-YTD-LIQUIDO
           END-IF
           PERFORM 5100-LE-ACUMULADO.

      **************CONTROLES DO ENCERRAMENTO*********************
      * OS TOTAIS DE CONTROLE SAO GRAVADOS ANTES DO ANO ENCERRADO
      * NO PERCTL; SO ENTAO OS ARQUIVOS EM USO SAO ALTERADOS
       6000-GRAVA-CONTROLES.
           OPEN EXTEND ARCHIVE-CONTROL-FILE
           IF WS-ARQCTL-STATUS = '35'
              OPEN OUTPUT ARCHIVE-CONTROL-FILE
           END-IF
           IF WS-ARQCTL-STATUS NOT = '00'
              DISPLAY 'CONTROLE DE ARQUIVAMENTO INDISPONIVEL - '
                      'STATUS: ' WS-ARQCTL-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           MOVE SPACES               TO ARQCTL-RECORD
           MOVE WS-PARM-EMPRESA      TO ACT-EMPRESA
           MOVE WS-ANO-X             TO ACT-ANO
           MOVE WS-DATA-AAAAMMDD     TO ACT-DATA
           MOVE WS-USUARIO           TO ACT-USUARIO
           MOVE WS-ARQ-HST-NOME      TO ACT-ARQUIVO
           MOVE WS-QTD-HST-ARQUIVADOS TO ACT-QTD-REGISTROS
           MOVE WS-VLR-HST-BRUTO     TO ACT-VALOR-1
           MOVE WS-VLR-HST-LIQUIDO   TO ACT-VALOR-2
           WRITE ARQCTL-RECORD
           MOVE WS-ARQ-AUD-NOME      TO ACT-ARQUIVO
           MOVE WS-QTD-AUD-ARQUIVADOS TO ACT-QTD-REGISTROS
           MOVE WS-HASH-AUD-MATRICULA TO ACT-VALOR-1
           MOVE ZEROS                TO ACT-VALOR-2
           WRITE ARQCTL-RECORD
           MOVE WS-ARQ-YTD-NOME      TO ACT-ARQUIVO
           MOVE WS-QTD-YTD-ARQUIVADOS TO ACT-QTD-REGISTROS
           MOVE WS-VLR-YTD-BRUTO     TO ACT-VALOR-1
           MOVE WS-VLR-YTD-LIQUIDO   TO ACT-VALOR-2
           WRITE ARQCTL-RECORD
           CLOSE ARCHIVE-CONTROL-FILE

           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-PERCTL-STATUS = '35'
              OPEN OUTPUT PERIOD-CONTROL-FILE
           END-IF
           IF WS-PERCTL-STATUS NOT = '00'
              DISPLAY 'CONTROLE DE PERIODO INDISPONIVEL - STATUS: '
                      WS-PERCTL-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           STRING '12/' WS-ANO-X DELIMITED BY SIZE
               INTO WS-PCT-COMPETENCIA
           MOVE WS-DATA-AAAAMMDD     TO WS-PCT-DATA-FECHAMENTO
           MOVE WS-USUARIO           TO WS-PCT-USUARIO
           MOVE 'ANUAL '             TO WS-PCT-TIPO-FOLHA
           MOVE WS-PARM-EMPRESA      TO WS-PCT-EMPRESA
           WRITE PERCTL-RECORD FROM WS-LINHA-PERCTL
           CLOSE PERIOD-CONTROL-FILE
           DISPLAY 'ANO ENCERRADO NO CONTROLE DE PERIODO: '
                   WS-ANO-X ' EMPRESA ' WS-PARM-EMPRESA.

      **************RETIRADA DOS REGISTROS ARQUIVADOS*************
       7000-ATUALIZA-ARQUIVOS.
           IF WS-HST-PRESENTE
              OPEN INPUT HISTORY-WORK-FILE
              OPEN OUTPUT PAYROLL-HISTORY-FILE
              IF WS-HSTWRK-STATUS NOT = '00'
                 OR WS-FOLHAHST-STATUS NOT = '00'
                 DISPLAY 'ERRO AO REGRAVAR FOLHAHST.DAT - RESTAURAR'
                         ' A PARTIR DE FOLHAHST.WRK'
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
              MOVE 'N'               TO WS-EOF-SW
              PERFORM 7100-COPIA-HISTORICO UNTIL WS-EOF
              CLOSE HISTORY-WORK-FILE
              CLOSE PAYROLL-HISTORY-FILE
           END-IF

           IF WS-AUD-PRESENTE
              OPEN INPUT AUDIT-WORK-FILE
              OPEN OUTPUT AUDIT-TRAIL-FILE
              IF WS-AUDWRK-STATUS NOT = '00'
                 OR WS-AUDIT-STATUS NOT = '00'
                 DISPLAY 'ERRO AO REGRAVAR AUDITLOG.DAT - RESTAURAR'
                         ' A PARTIR DE AUDITLOG.WRK'
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
              MOVE 'N'               TO WS-EOF-SW
              PERFORM 7200-COPIA-AUDITORIA UNTIL WS-EOF
              CLOSE AUDIT-WORK-FILE
              CLOSE AUDIT-TRAIL-FILE
           END-IF

           IF WS-QTD-YTD-ARQUIVADOS > ZEROS
              OPEN I-O YTD-FILE
              OPEN INPUT YTD-ARCHIVE-FILE
              IF WS-YTD-STATUS NOT = '00'
                 OR WS-ARQYTD-STATUS NOT = '00'
                 DISPLAY 'ERRO AO RETIRAR O ANO DO YTDACUM.DAT -'
                         ' EXCLUIR PELO ARQUIVO ' WS-ARQ-YTD-NOME
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
              MOVE 'N'               TO WS-EOF-SW
              PERFORM 7300-EXCLUI-ACUMULADO UNTIL WS-EOF
              CLOSE YTD-ARCHIVE-FILE
              CLOSE YTD-FILE
           END-IF.

       7100-COPIA-HISTORICO.
           READ HISTORY-WORK-FILE
               AT END
                   SET WS-EOF        TO TRUE
               NOT AT END
                   WRITE HST-RECORD FROM HST-WORK-LINE
                   IF WS-FOLHAHST-STATUS NOT = '00'
                      DISPLAY 'ERRO AO REGRAVAR FOLHAHST.DAT - STATUS: '
                              WS-FOLHAHST-STATUS
                      DISPLAY 'RESTAURAR A PARTIR DE FOLHAHST.WRK'
                      PERFORM 9750-CANCELA-EXECUCAO
                   END-IF
           END-READ.

       7200-COPIA-AUDITORIA.
           READ AUDIT-WORK-FILE
               AT END
                   SET WS-EOF        TO TRUE
               NOT AT END
                   WRITE AUDIT-LINE FROM AUD-WORK-LINE
                   IF WS-AUDIT-STATUS NOT = '00'
                      DISPLAY 'ERRO AO REGRAVAR AUDITLOG.DAT - STATUS: '
                              WS-AUDIT-STATUS
                      DISPLAY 'RESTAURAR A PARTIR DE AUDITLOG.WRK'
                      PERFORM 9750-CANCELA-EXECUCAO
                   END-IF
           END-READ.

       7300-EXCLUI-ACUMULADO.
           READ YTD-ARCHIVE-FILE
               AT END
                   SET WS-EOF        TO TRUE
               NOT AT END
                   MOVE ARQ-YTD-CHAVE TO YTD-CHAVE
                   DELETE YTD-FILE RECORD
                       INVALID KEY
                           DISPLAY 'ACUMULADO NAO EXCLUIDO: '
                                   ARQ-YTD-CHAVE
                       NOT INVALID KEY
                           ADD 1     TO WS-QTD-YTD-EXCLUIDOS
                   END-DELETE
           END-READ.

       9000-FINALIZA.
           WRITE ENC-LINE FROM WS-CABECALHO-ARQUIVOS
           MOVE WS-ARQ-HST-NOME      TO WS-LAR-ARQUIVO
           MOVE WS-QTD-HST-ARQUIVADOS TO WS-LAR-ARQUIVADOS
           MOVE WS-QTD-HST-MANTIDOS  TO WS-LAR-MANTIDOS
           MOVE WS-VLR-HST-BRUTO     TO WS-LAR-VALOR-1
           MOVE WS-VLR-HST-LIQUIDO   TO WS-LAR-VALOR-2
           WRITE ENC-LINE FROM WS-LINHA-ARQUIVO
           MOVE WS-ARQ-AUD-NOME      TO WS-LAR-ARQUIVO
           MOVE WS-QTD-AUD-ARQUIVADOS TO WS-LAR-ARQUIVADOS
           MOVE WS-QTD-AUD-MANTIDOS  TO WS-LAR-MANTIDOS
           MOVE WS-HASH-AUD-MATRICULA TO WS-LAR-VALOR-1
           MOVE ZEROS                TO WS-LAR-VALOR-2
           WRITE ENC-LINE FROM WS-LINHA-ARQUIVO
           MOVE WS-ARQ-YTD-NOME      TO WS-LAR-ARQUIVO
           MOVE WS-QTD-YTD-ARQUIVADOS TO WS-LAR-ARQUIVADOS
           MOVE ZEROS                TO WS-LAR-MANTIDOS
           MOVE WS-VLR-YTD-BRUTO     TO WS-LAR-VALOR-1
           MOVE WS-VLR-YTD-LIQUIDO   TO WS-LAR-VALOR-2
           WRITE ENC-LINE FROM WS-LINHA-ARQUIVO
           MOVE SPACES               TO ENC-LINE
           WRITE ENC-LINE
           MOVE 'TOTAL 1: BRUTO (HST/YTD) OU SOMA DAS MATRICULAS'
                                     TO ENC-LINE
           WRITE ENC-LINE
           MOVE '(AUD); TOTAL 2: LIQUIDO. CONTROLES EM ARQANUAL.DAT'
                                     TO ENC-LINE
           WRITE ENC-LINE
           MOVE SPACES               TO ENC-LINE
           WRITE ENC-LINE
      * ACUMULADO ARQUIVADO QUE NAO FOI EXCLUIDO CONTINUA NO
      * YTDACUM.DAT: A EXCLUSAO FICA PARA O OPERADOR, PELO ARQUIVO
           IF WS-QTD-YTD-EXCLUIDOS NOT = WS-QTD-YTD-ARQUIVADOS
              SUBTRACT WS-QTD-YTD-EXCLUIDOS FROM WS-QTD-YTD-ARQUIVADOS
                  GIVING WS-QTD-YTD-NAO-EXCLUIDOS
              MOVE WS-QTD-YTD-NAO-EXCLUIDOS TO WS-LYP-QTD
              MOVE WS-ARQ-YTD-NOME   TO WS-LYP-ARQUIVO
              WRITE ENC-LINE FROM WS-LINHA-YTD-PENDENTE
              MOVE SPACES            TO ENC-LINE
              WRITE ENC-LINE
              DISPLAY 'ACUMULADOS NAO RETIRADOS DO YTDACUM: '
                      WS-QTD-YTD-NAO-EXCLUIDOS
                      ' - EXCLUIR PELO ARQUIVO ' WS-ARQ-YTD-NOME
              MOVE 04                TO WS-LOG-RC
              MOVE 'ANO ENCERRADO COM ACUMULADOS PENDENTES'
                                     TO WS-RES-RESULTADO
           ELSE
              MOVE 'ANO ENCERRADO'   TO WS-RES-RESULTADO
           END-IF
           MOVE WS-LOG-RC            TO WS-RES-RETORNO
           WRITE ENC-LINE FROM WS-LINHA-RESULTADO
           CLOSE CLOSE-REPORT

           DISPLAY 'HISTORICO ARQUIVADO..........: '
                   WS-QTD-HST-ARQUIVADOS
           DISPLAY 'HISTORICO MANTIDO............: '
                   WS-QTD-HST-MANTIDOS
           DISPLAY 'AUDITORIA ARQUIVADA..........: '
                   WS-QTD-AUD-ARQUIVADOS
           DISPLAY 'AUDITORIA MANTIDA............: '
                   WS-QTD-AUD-MANTIDOS
           DISPLAY 'ACUMULADOS ARQUIVADOS........: '
                   WS-QTD-YTD-ARQUIVADOS
           DISPLAY 'ACUMULADOS RETIRADOS DO YTD..: '
                   WS-QTD-YTD-EXCLUIDOS
           DISPLAY 'ANO ' WS-ANO-X ' ENCERRADO PARA A EMPRESA '
                   WS-PARM-EMPRESA.

      **************LOG DE EXECUCAO DO CICLO*********************
      * O ENCERRAMENTO E REGISTRADO NA COMPETENCIA 12/AAAA
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
           MOVE 'PROGCOB12'          TO LOG-PROGRAMA
           MOVE 'ANUAL'              TO LOG-MODO
           IF WS-ANO NUMERIC
              STRING '12/' WS-ANO-X
                     DELIMITED BY SIZE INTO LOG-COMPETENCIA
           END-IF
           MOVE WS-PARM-EMPRESA      TO LOG-EMPRESA
           MOVE WS-LOG-DATA-INICIO   TO LOG-DATA
           MOVE WS-LOG-HORA-INICIO   TO LOG-HORA-INICIO
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO LOG-HORA-FIM
           MOVE WS-USUARIO           TO LOG-USUARIO
           MOVE WS-QTD-HST-ARQUIVADOS TO LOG-QTD-LIDOS
           MOVE WS-QTD-YTD-ARQUIVADOS TO LOG-QTD-PAGOS
           MOVE WS-QTD-PENDENTES     TO LOG-QTD-REJEITADOS
           MOVE WS-VLR-HST-BRUTO     TO LOG-VALOR-TOTAL
           MOVE WS-VLR-HST-LIQUIDO   TO LOG-VALOR-LIQUIDO
           MOVE WS-LOG-SITUACAO      TO LOG-SITUACAO
           MOVE WS-LOG-RC            TO LOG-RETURN-CODE
           WRITE LOG-RECORD
           CLOSE RUN-LOG-FILE.

       9750-CANCELA-EXECUCAO.
           IF WS-LOG-RC < 08
              MOVE 12                TO WS-LOG-RC
           END-IF
           MOVE 'ABENDADO'           TO WS-LOG-SITUACAO
           IF WS-RELATORIO-ABERTO
              MOVE SPACES            TO ENC-LINE
              WRITE ENC-LINE
              MOVE 'ANO NAO ENCERRADO' TO WS-RES-RESULTADO
              MOVE WS-LOG-RC         TO WS-RES-RETORNO
              WRITE ENC-LINE FROM WS-LINHA-RESULTADO
              CLOSE CLOSE-REPORT
           END-IF
           PERFORM 9700-GRAVA-LOG-EXECUCAO
           MOVE WS-LOG-RC            TO RETURN-CODE
           STOP RUN.

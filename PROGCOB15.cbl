       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROGCOB15.
      ******************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR - MIGUEL DOS SAMTOS RIBEIRO MISANRI
      * OBJETIVO - CONVERSAO UNICA DO HISTORICO DA FOLHA E DO
      *            ACUMULADO ANUAL PARA O LAYOUT COM INSS DO
      *            EMPREGADO: LE O HISTORICO ANTIGO
      *            (FOLHAHST.OLD, 90 BYTES SEM HST-INSS) E O
      *            ACUMULADO ANTIGO (YTDACUM.OLD, INDEXADO, 66
      *            BYTES SEM YTD-INSS-ACUM) E GRAVA FOLHAHST.DAT
      *            E YTDACUM.DAT NO LAYOUT ATUAL (HSTREC/YTDREC),
      *            COM O INSS ZERADO. EXECUTAR UMA VEZ, ANTES DA
      *            PRIMEIRA FOLHA COM O CALCULO DO INSS, APOS
      *            RENOMEAR OS ARQUIVOS ATUAIS PARA .OLD. O
      *            ARQUIVO .OLD AUSENTE NAO E CONVERTIDO.
      *            RETURN-CODE:
      *              0 = ARQUIVOS CONVERTIDOS
      *              4 = REGISTROS DO ACUMULADO NAO CONVERTIDOS
      *             12 = NENHUM ARQUIVO ANTIGO, ERRO DE ARQUIVO
      *                  OU REGISTRO FORA DO LAYOUT ANTIGO
      * DATA - 15/10/2026
      * 15/10/2026 - VERSAO INICIAL: HST-INSS E YTD-INSS-ACUM
      *              CARREGADOS COM ZEROS (O INSS DAS COMPETENCIAS
      *              ANTERIORES NAO FOI GRAVADO)
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "FOLHAHST.OLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDHST-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "FOLHAHST.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT OLD-YTD-FILE     ASSIGN TO "YTDACUM.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-YTD-CHAVE
               FILE STATUS IS WS-OLDYTD-STATUS.

           SELECT YTD-FILE         ASSIGN TO "YTDACUM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YTD-CHAVE
               FILE STATUS IS WS-YTD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLD-HST-RECORD.
          05 OLD-HST-COMPETENCIA   PIC X(07).
          05 OLD-HST-TIPO-FOLHA    PIC X(06).
          05 OLD-HST-MATRICULA     PIC 9(06).
          05 OLD-HST-NOME          PIC X(20).
          05 OLD-HST-BRUTO         PIC 9(09)V99.
          05 OLD-HST-IRRF          PIC 9(09)V99.
          05 OLD-HST-OUTROS        PIC S9(07)V99.
          05 OLD-HST-LIQUIDO       PIC 9(09)V99.
          05 OLD-HST-CENTRO-CUSTO  PIC X(04).
          05 OLD-HST-MOEDA         PIC X(03).
          05 OLD-HST-EMPRESA       PIC X(02).

       FD  PAYROLL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HSTREC.

       FD  OLD-YTD-FILE
           LABEL RECORDS ARE STANDARD.
       01 OLD-YTD-RECORD.
          05 OLD-YTD-CHAVE.
             10 OLD-YTD-ANO        PIC 9(04).
             10 OLD-YTD-MATRICULA  PIC 9(06).
          05 OLD-YTD-NOME          PIC X(20).
          05 OLD-YTD-MOEDA         PIC X(03).
          05 OLD-YTD-BRUTO-ACUM    PIC 9(09)V99.
          05 OLD-YTD-IRRF-ACUM     PIC 9(09)V99.
          05 OLD-YTD-LIQUIDO-ACUM  PIC 9(09)V99.

       FD  YTD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YTDREC.

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
          05 WS-OLDHST-STATUS       PIC X(02) VALUE SPACES.
          05 WS-HIST-STATUS         PIC X(02) VALUE SPACES.
          05 WS-OLDYTD-STATUS       PIC X(02) VALUE SPACES.
          05 WS-YTD-STATUS          PIC X(02) VALUE SPACES.
          05 WS-OLDHST-EOF-SW       PIC X VALUE 'N'.
             88 WS-OLDHST-EOF            VALUE 'S'.
          05 WS-OLDYTD-EOF-SW       PIC X VALUE 'N'.
             88 WS-OLDYTD-EOF            VALUE 'S'.
          05 WS-HST-CONVERTE-SW     PIC X VALUE 'N'.
             88 WS-HST-CONVERTE          VALUE 'S'.
          05 WS-YTD-CONVERTE-SW     PIC X VALUE 'N'.
             88 WS-YTD-CONVERTE          VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-QTD-HST-LIDOS       PIC 9(07) VALUE ZEROS.
          05 WS-QTD-HST-CONVERTIDOS PIC 9(07) VALUE ZEROS.
          05 WS-QTD-YTD-LIDOS       PIC 9(07) VALUE ZEROS.
          05 WS-QTD-YTD-CONVERTIDOS PIC 9(07) VALUE ZEROS.
          05 WS-QTD-YTD-REJEITADOS  PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-HST-CONVERTE
              PERFORM 2100-LE-HISTORICO-ANTIGO
              PERFORM 2000-CONVERTE-HISTORICO UNTIL WS-OLDHST-EOF
              CLOSE OLD-HISTORY-FILE
              CLOSE PAYROLL-HISTORY-FILE
           END-IF
           IF WS-YTD-CONVERTE
              PERFORM 3100-LE-ACUMULADO-ANTIGO
              PERFORM 3000-CONVERTE-ACUMULADO UNTIL WS-OLDYTD-EOF
              CLOSE OLD-YTD-FILE
              CLOSE YTD-FILE
           END-IF
           PERFORM 9000-FINALIZA
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OLD-HISTORY-FILE
           EVALUATE WS-OLDHST-STATUS
              WHEN '00'
                 SET WS-HST-CONVERTE   TO TRUE
              WHEN '35'
                 DISPLAY 'FOLHAHST.OLD NAO ENCONTRADO - HISTORICO'
                         ' NAO CONVERTIDO'
              WHEN OTHER
                 DISPLAY 'ERRO AO ABRIR FOLHAHST.OLD - STATUS: '
                         WS-OLDHST-STATUS
                 MOVE 12               TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           OPEN INPUT OLD-YTD-FILE
           EVALUATE WS-OLDYTD-STATUS
              WHEN '00'
                 SET WS-YTD-CONVERTE   TO TRUE
              WHEN '35'
                 DISPLAY 'YTDACUM.OLD NAO ENCONTRADO - ACUMULADO'
                         ' NAO CONVERTIDO'
              WHEN OTHER
                 DISPLAY 'ERRO AO ABRIR YTDACUM.OLD - STATUS: '
                         WS-OLDYTD-STATUS
                 MOVE 12               TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           IF NOT WS-HST-CONVERTE AND NOT WS-YTD-CONVERTE
              DISPLAY 'RENOMEIE FOLHAHST.DAT E YTDACUM.DAT PARA'
                      ' FOLHAHST.OLD E YTDACUM.OLD ANTES DA'
                      ' CONVERSAO'
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-HST-CONVERTE
              OPEN OUTPUT PAYROLL-HISTORY-FILE
              IF WS-HIST-STATUS NOT = '00'
                 DISPLAY 'ERRO AO CRIAR FOLHAHST.DAT - STATUS: '
                         WS-HIST-STATUS
                 MOVE 12               TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           IF WS-YTD-CONVERTE
              OPEN OUTPUT YTD-FILE
              IF WS-YTD-STATUS NOT = '00'
                 DISPLAY 'ERRO AO CRIAR YTDACUM.DAT - STATUS: '
                         WS-YTD-STATUS
                 MOVE 12               TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      **************HISTORICO DA FOLHA (FOLHAHST)****************
      * UM REGISTRO COM MATRICULA OU VALORES NAO NUMERICOS
      * INDICA ARQUIVO JA CONVERTIDO OU DE OUTRO LAYOUT: A
      * CONVERSAO E INTERROMPIDA, E O FOLHAHST.OLD PRESERVADO.
       2000-CONVERTE-HISTORICO.
           IF OLD-HST-MATRICULA NOT NUMERIC
              OR OLD-HST-BRUTO NOT NUMERIC
              OR OLD-HST-IRRF NOT NUMERIC
              OR OLD-HST-LIQUIDO NOT NUMERIC
              DISPLAY 'REGISTRO FORA DO LAYOUT ANTIGO NO'
                      ' FOLHAHST.OLD - REGISTRO: ' WS-QTD-HST-LIDOS
              DISPLAY 'CONVERSAO INTERROMPIDA - FOLHAHST.DAT'
                      ' GERADO INCOMPLETO'
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE OLD-HST-COMPETENCIA    TO HST-COMPETENCIA
           MOVE OLD-HST-TIPO-FOLHA     TO HST-TIPO-FOLHA
           MOVE OLD-HST-MATRICULA      TO HST-MATRICULA
           MOVE OLD-HST-NOME           TO HST-NOME
           MOVE OLD-HST-BRUTO          TO HST-BRUTO
           MOVE OLD-HST-IRRF           TO HST-IRRF
           MOVE OLD-HST-OUTROS         TO HST-OUTROS
           MOVE OLD-HST-LIQUIDO        TO HST-LIQUIDO
           MOVE OLD-HST-CENTRO-CUSTO   TO HST-CENTRO-CUSTO
           MOVE OLD-HST-MOEDA          TO HST-MOEDA
           MOVE OLD-HST-EMPRESA        TO HST-EMPRESA
           MOVE ZEROS                  TO HST-INSS
           WRITE HST-RECORD
           IF WS-HIST-STATUS NOT = '00'
              DISPLAY 'ERRO AO GRAVAR FOLHAHST.DAT - STATUS: '
                      WS-HIST-STATUS
              MOVE 12                  TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1                       TO WS-QTD-HST-CONVERTIDOS
           PERFORM 2100-LE-HISTORICO-ANTIGO.

      * A AREA E LIMPA ANTES DA LEITURA PARA QUE UM REGISTRO
      * FINAL INCOMPLETO NAO APROVEITE O CONTEUDO DO ANTERIOR.
       2100-LE-HISTORICO-ANTIGO.
           MOVE SPACES                 TO OLD-HST-RECORD
           READ OLD-HISTORY-FILE
               AT END
                   SET WS-OLDHST-EOF TO TRUE
           END-READ
           IF NOT WS-OLDHST-EOF
              ADD 1                    TO WS-QTD-HST-LIDOS
              IF WS-OLDHST-STATUS NOT = '00'
                 DISPLAY 'ERRO NA LEITURA DO FOLHAHST.OLD - STATUS: '
                         WS-OLDHST-STATUS ' REGISTRO: '
                         WS-QTD-HST-LIDOS
                 MOVE 12               TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      **************ACUMULADO ANUAL (YTDACUM)********************
      * O ACUMULADO ANTIGO E LIDO NA ORDEM DA CHAVE (ANO +
      * MATRICULA) E GRAVADO NA MESMA ORDEM NO ARQUIVO NOVO.
       3000-CONVERTE-ACUMULADO.
           MOVE OLD-YTD-ANO            TO YTD-ANO
           MOVE OLD-YTD-MATRICULA      TO YTD-MATRICULA
           MOVE OLD-YTD-NOME           TO YTD-NOME
           MOVE OLD-YTD-MOEDA          TO YTD-MOEDA
           MOVE OLD-YTD-BRUTO-ACUM     TO YTD-BRUTO-ACUM
           MOVE OLD-YTD-IRRF-ACUM      TO YTD-IRRF-ACUM
           MOVE OLD-YTD-LIQUIDO-ACUM   TO YTD-LIQUIDO-ACUM
           MOVE ZEROS                  TO YTD-INSS-ACUM
           WRITE YTD-RECORD
               INVALID KEY
                   ADD 1               TO WS-QTD-YTD-REJEITADOS
                   DISPLAY 'ACUMULADO DUPLICADO OU FORA DE'
                           ' SEQUENCIA NAO CONVERTIDO: '
                           OLD-YTD-ANO ' ' OLD-YTD-MATRICULA
               NOT INVALID KEY
                   ADD 1               TO WS-QTD-YTD-CONVERTIDOS
           END-WRITE
           PERFORM 3100-LE-ACUMULADO-ANTIGO.

       3100-LE-ACUMULADO-ANTIGO.
           READ OLD-YTD-FILE
               AT END
                   SET WS-OLDYTD-EOF TO TRUE
           END-READ
           IF NOT WS-OLDYTD-EOF
              ADD 1                    TO WS-QTD-YTD-LIDOS
              IF WS-OLDYTD-STATUS NOT = '00'
                 DISPLAY 'ERRO NA LEITURA DO YTDACUM.OLD - STATUS: '
                         WS-OLDYTD-STATUS ' REGISTRO: '
                         WS-QTD-YTD-LIDOS
                 MOVE 12               TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       9000-FINALIZA.
           IF WS-HST-CONVERTE
              DISPLAY 'HISTORICO LIDO.........: ' WS-QTD-HST-LIDOS
              DISPLAY 'HISTORICO CONVERTIDO...: '
                      WS-QTD-HST-CONVERTIDOS
           END-IF
           IF WS-YTD-CONVERTE
              DISPLAY 'ACUMULADO LIDO.........: ' WS-QTD-YTD-LIDOS
              DISPLAY 'ACUMULADO CONVERTIDO...: '
                      WS-QTD-YTD-CONVERTIDOS
              DISPLAY 'ACUMULADO REJEITADO....: '
                      WS-QTD-YTD-REJEITADOS
           END-IF
           IF WS-QTD-YTD-REJEITADOS > ZEROS
              MOVE 4                   TO RETURN-CODE
           ELSE
              MOVE 0                   TO RETURN-CODE
           END-IF.

      * 02/09/2026 - DATA DE DESLIGAMENTO CARREGADA COM ZEROS
      *              (CAMPO NOVO DO EMPREC GRAVADO PELA
      *              RESCISAO)
      * 15/10/2026 - DATA DE ADMISSAO CARREGADA DO ARQUIVO
      *              ADMCARGA.DAT (MATRICULA E DATA AAAAMMDD,
      *              CLASSIFICADO POR MATRICULA, FORNECIDO PELO
      *              RH); FUNCIONARIO SEM LINHA NO ARQUIVO, OU COM
      *              DATA INVALIDA, FICA COM ADMISSAO ZERADA E E
      *              LISTADO NO CONSOLE PARA ACERTO PELA
      *              MANUTENCAO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDMAST-STATUS.

           SELECT ADMISSION-FILE   ASSIGN TO "ADMCARGA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADMCARGA-STATUS.

           SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
          05 OLD-EMP-STATUS        PIC X(01).
          05 OLD-EMP-MOEDA         PIC X(03).

       FD  ADMISSION-FILE
           LABEL RECORDS ARE STANDARD.
       01 ADM-RECORD.
          05 ADM-MATRICULA         PIC 9(06).
          05 FILLER                PIC X(01).
          05 ADM-DATA-ADMISSAO     PIC 9(08).
          05 ADM-DATA-R            REDEFINES ADM-DATA-ADMISSAO.
             10 ADM-AAAA           PIC 9(04).
             10 ADM-MM             PIC 9(02).
             10 ADM-DD             PIC 9(02).

       FD  EMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EMPREC.
             88 WS-OLD-EOF               VALUE 'S'.
          05 WS-OLDMAST-STATUS      PIC X(02) VALUE SPACES.
          05 WS-EMPMAST-STATUS      PIC X(02) VALUE SPACES.
          05 WS-ADMCARGA-STATUS     PIC X(02) VALUE SPACES.
          05 WS-ADM-EOF-SW          PIC X VALUE 'N'.
             88 WS-ADM-EOF               VALUE 'S'.
          05 WS-ADM-ABERTO-SW       PIC X VALUE 'N'.
             88 WS-ADM-ABERTO            VALUE 'S'.

       01 WS-CONTADORES.
          05 WS-QTD-CONVERTIDOS     PIC 9(06) VALUE ZEROS.
          05 WS-QTD-REJEITADOS      PIC 9(06) VALUE ZEROS.
          05 WS-QTD-SEM-ADMISSAO    PIC 9(06) VALUE ZEROS.
          05 WS-QTD-ADM-ORFAOS      PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
              CLOSE OLD-MASTER-FILE
              STOP RUN
           END-IF
           OPEN INPUT ADMISSION-FILE
           IF WS-ADMCARGA-STATUS = '00'
              SET WS-ADM-ABERTO     TO TRUE
              PERFORM 2300-LE-ADMISSAO
           ELSE
              SET WS-ADM-EOF        TO TRUE
              DISPLAY 'ADMCARGA.DAT INDISPONIVEL - STATUS: '
                      WS-ADMCARGA-STATUS
              DISPLAY 'DATAS DE ADMISSAO CARREGADAS COM ZEROS'
           END-IF
           PERFORM 2100-LE-OLD-MASTER.

       2000-CONVERTE-REGISTRO.
           MOVE ZEROS                TO EMP-CONTA
           MOVE SPACES               TO EMP-CENTRO-CUSTO
           MOVE ZEROS                TO EMP-DATA-DESLIGAMENTO
           PERFORM 2400-OBTEM-ADMISSAO
           WRITE EMP-RECORD
               INVALID KEY
                   ADD 1             TO WS-QTD-REJEITADOS
                   ADD 1             TO WS-QTD-CONVERTIDOS
           END-WRITE.

       2300-LE-ADMISSAO.
           READ ADMISSION-FILE
               AT END
                   SET WS-ADM-EOF TO TRUE
           END-READ.

      * ADMCARGA.DAT E CASADO POR MATRICULA COM O MESTRE ANTIGO,
      * AMBOS CLASSIFICADOS. LINHAS SEM FUNCIONARIO SAO LISTADAS
      * E DESPREZADAS.
       2400-OBTEM-ADMISSAO.
           MOVE ZEROS                TO EMP-DATA-ADMISSAO
           PERFORM UNTIL WS-ADM-EOF
                   OR ADM-MATRICULA >= OLD-EMP-MATRICULA
              ADD 1                  TO WS-QTD-ADM-ORFAOS
              DISPLAY 'ADMISSAO SEM FUNCIONARIO NO MESTRE ANTIGO: '
                      ADM-MATRICULA
              PERFORM 2300-LE-ADMISSAO
           END-PERFORM
           IF NOT WS-ADM-EOF
              AND ADM-MATRICULA = OLD-EMP-MATRICULA
              IF ADM-DATA-ADMISSAO NUMERIC
                 AND ADM-AAAA NOT < 1900
                 AND ADM-MM > ZEROS AND ADM-MM < 13
                 AND ADM-DD > ZEROS AND ADM-DD < 32
                 MOVE ADM-DATA-ADMISSAO TO EMP-DATA-ADMISSAO
              ELSE
                 DISPLAY 'DATA DE ADMISSAO INVALIDA: '
                         OLD-EMP-MATRICULA ' ' ADM-DATA-ADMISSAO
              END-IF
              PERFORM 2300-LE-ADMISSAO
           END-IF
           IF EMP-DATA-ADMISSAO = ZEROS
              ADD 1                  TO WS-QTD-SEM-ADMISSAO
              IF WS-ADM-ABERTO
                 DISPLAY 'FUNCIONARIO SEM DATA DE ADMISSAO: '
                         OLD-EMP-MATRICULA
              END-IF
           END-IF.

       9000-FINALIZA.
           MOVE SPACES               TO EMP-RECORD
           MOVE 999999               TO EMP-MATRICULA
           END-WRITE
           DISPLAY 'REGISTROS CONVERTIDOS: ' WS-QTD-CONVERTIDOS
           DISPLAY 'REGISTROS REJEITADOS.: ' WS-QTD-REJEITADOS
           DISPLAY 'SEM DATA DE ADMISSAO.: ' WS-QTD-SEM-ADMISSAO
           PERFORM UNTIL WS-ADM-EOF
              ADD 1                  TO WS-QTD-ADM-ORFAOS
              DISPLAY 'ADMISSAO SEM FUNCIONARIO NO MESTRE ANTIGO: '
                      ADM-MATRICULA
              PERFORM 2300-LE-ADMISSAO
           END-PERFORM
           IF WS-QTD-ADM-ORFAOS > ZEROS
              DISPLAY 'ADMISSOES SEM FUNCIONARIO: ' WS-QTD-ADM-ORFAOS
           END-IF
           IF WS-ADM-ABERTO
              CLOSE ADMISSION-FILE
           END-IF
           CLOSE OLD-MASTER-FILE
           CLOSE EMP-MASTER-FILE.

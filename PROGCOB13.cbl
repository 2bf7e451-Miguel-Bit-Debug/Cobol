       IDENTIFICATION DIVISION.

       PROGRAM-ID. PROGCOB13.
      ******************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR - MIGUEL DOS SAMTOS RIBEIRO MISANRI
      * OBJETIVO - REGISTRO DE ADMISSOES DA COMPETENCIA PARA OS
      *            CONTATOS DE BENEFICIOS E DO SINDICATO: LE O
      *            MESTRE DE FUNCIONARIOS (EMPMAST.DAT) E LISTA
      *            OS ADMITIDOS NO MES/ANO INFORMADO, POR
      *            EMPRESA (EMPTAB.DAT) E CENTRO DE CUSTO
      *            (CCUSTAB.DAT, VIGENCIA DA COMPETENCIA), COM
      *            TIPO, DATA DE ADMISSAO, SALARIO OU VALOR
      *            HORA E SITUACAO, E TOTAIS POR CENTRO DE
      *            CUSTO E POR EMPRESA (ADMISSAO.RPT).
      *            RETURN-CODE:
      *              0 = REGISTRO EMITIDO
      *              4 = ADMISSOES NAO LISTADAS (TABELA CHEIA)
      *             12 = ARQUIVO INDISPONIVEL OU PARAMETRO
      *                  INVALIDO
      * DATA - 15/10/2026
      * 15/10/2026 - VERSAO INICIAL: PARAMETRO MM/AAAA
      *              OBRIGATORIO; TODAS AS EMPRESAS DO MESTRE
      *              (EMPRESA EM BRANCO PERTENCE A EMPRESA PADRAO
      *              01, CENTRO DE CUSTO EM BRANCO AO 0000);
      *              FUNCIONARIOS SEM DATA DE ADMISSAO (MESTRE
      *              CONVERTIDO) SO SAO CONTADOS NO RESUMO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE  ASSIGN TO "EMPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EMPRESA-TABLE-FILE ASSIGN TO "EMPTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPTAB-STATUS.

           SELECT CCUSTO-TABLE-FILE ASSIGN TO "CCUSTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCUSTAB-STATUS.

           SELECT ADMISSION-REPORT ASSIGN TO "ADMISSAO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY EMPREC.

       FD  EMPRESA-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01 EMPTAB-RECORD.
          05 TAB-EMP-CODIGO        PIC X(02).
          05 TAB-EMP-NOME          PIC X(20).
          05 TAB-EMP-CNPJ          PIC X(14).

       FD  CCUSTO-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
       01 CCUSTAB-RECORD.
          05 TAB-CCU-VIG-INI       PIC 9(06).
          05 TAB-CCU-VIG-FIM       PIC 9(06).
          05 TAB-CCU-CODIGO        PIC X(04).
          05 TAB-CCU-NOME          PIC X(20).

       FD  ADMISSION-REPORT
           LABEL RECORDS ARE STANDARD.
       01 ADM-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SWITCHES.
          05 WS-EMP-EOF-SW          PIC X VALUE 'N'.
             88 WS-EMP-EOF               VALUE 'S'.
          05 WS-TAB-EOF-SW          PIC X VALUE 'N'.
             88 WS-TAB-EOF               VALUE 'S'.
          05 WS-EMPMAST-STATUS      PIC X(02) VALUE SPACES.
          05 WS-EMPTAB-STATUS       PIC X(02) VALUE SPACES.
          05 WS-CCUSTAB-STATUS      PIC X(02) VALUE SPACES.

       01 WS-PARAMETROS.
          05 WS-PARAMETRO-EXECUCAO  PIC X(30) VALUE SPACES.
          05 WS-PARM-COMPETENCIA    PIC X(07) VALUE SPACES.
          05 WS-PARM-COMP-R         REDEFINES WS-PARM-COMPETENCIA.
             10 WS-PARM-COMP-MM     PIC X(02).
             10 WS-PARM-COMP-BARRA  PIC X(01).
             10 WS-PARM-COMP-AAAA   PIC X(04).
          05 WS-PARM-EXCEDENTE      PIC X(10) VALUE SPACES.
          05 WS-EMPRESA-PADRAO      PIC X(02) VALUE '01'.
          05 WS-CCUSTO-PADRAO       PIC X(04) VALUE '0000'.

      * COMPETENCIA EM AAAAMM PARA A VIGENCIA DA CCUSTAB E PARA
      * O MES/ANO DA ADMISSAO
       01 WS-COMP-AAAAMM-X.
          05 WS-COMP-AAAA           PIC X(04).
          05 WS-COMP-MM             PIC X(02).
       01 WS-COMP-AAAAMM            REDEFINES WS-COMP-AAAAMM-X
                                    PIC 9(06).

       01 WS-CONTADORES.
          05 WS-SUB                 PIC 9(04) VALUE ZEROS.
          05 WS-ADM-SUB             PIC 9(04) VALUE ZEROS.
          05 WS-QTD-ADMISSOES       PIC 9(04) VALUE ZEROS.
          05 WS-MAX-ADMISSOES       PIC 9(04) VALUE 2000.
          05 WS-QTD-EMPRESAS        PIC 9(02) VALUE ZEROS.
          05 WS-MAX-EMPRESAS        PIC 9(02) VALUE 5.
          05 WS-QTD-CCUSTOS         PIC 9(02) VALUE ZEROS.
          05 WS-MAX-CCUSTOS         PIC 9(02) VALUE 20.
          05 WS-QTD-LIDOS           PIC 9(06) VALUE ZEROS.
          05 WS-QTD-SEM-ADMISSAO    PIC 9(06) VALUE ZEROS.
          05 WS-QTD-NAO-LISTADAS    PIC 9(06) VALUE ZEROS.
          05 WS-QTD-TOT-CCUSTO      PIC 9(06) VALUE ZEROS.
          05 WS-QTD-TOT-EMPRESA     PIC 9(06) VALUE ZEROS.
          05 WS-QTD-EMPRESAS-LIST   PIC 9(04) VALUE ZEROS.

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

       01 WS-ADM-DATA               PIC 9(08).
       01 WS-ADM-DATA-R             REDEFINES WS-ADM-DATA.
          05 WS-ADM-AAAAMM          PIC 9(06).
          05 WS-ADM-DD              PIC 9(02).
       01 WS-ADM-DATA-R2            REDEFINES WS-ADM-DATA.
          05 WS-ADM-AAAA            PIC 9(04).
          05 WS-ADM-MM              PIC 9(02).
          05 FILLER                 PIC 9(02).

      * ADMISSOES DA COMPETENCIA ORDENADAS POR EMPRESA, CENTRO DE
      * CUSTO E MATRICULA
       01 WS-CHAVE-TRAB.
          05 WS-CHV-EMPRESA         PIC X(02).
          05 WS-CHV-CCUSTO          PIC X(04).
          05 WS-CHV-MATRICULA       PIC 9(06).

       01 WS-ADMISSAO-TABELA.
          05 WS-ADM-ENT OCCURS 2000 TIMES.
             10 WS-ADT-CHAVE.
                15 WS-ADT-EMPRESA   PIC X(02).
                15 WS-ADT-CCUSTO    PIC X(04).
                15 WS-ADT-MATRICULA PIC 9(06).
             10 WS-ADT-NOME         PIC X(20).
             10 WS-ADT-TIPO         PIC X(01).
                88 WS-ADT-HORISTA        VALUE 'H'.
             10 WS-ADT-DATA         PIC 9(08).
             10 WS-ADT-MOEDA        PIC X(03).
             10 WS-ADT-VALOR        PIC 9(06)V99.
             10 WS-ADT-STATUS       PIC X(01).
                88 WS-ADT-EXCLUIDO       VALUE 'D'.

       COPY EMPTAB.

       COPY CCUSTAB.

       01 WS-QUEBRA.
          05 WS-EMPRESA-ANTERIOR    PIC X(02) VALUE SPACES.
          05 WS-CCUSTO-ANTERIOR     PIC X(04) VALUE SPACES.

       01 WS-CABECALHO-ADMISSAO.
          05 FILLER                PIC X(30) VALUE
             'REGISTRO DE ADMISSOES'.
          05 FILLER                PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-DATA           PIC 99/99/9999.
          05 FILLER                PIC X(15) VALUE
             '  COMPETENCIA: '.
          05 WS-CAB-COMPETENCIA    PIC X(07).

       01 WS-CABECALHO-EMPRESA.
          05 FILLER                PIC X(09) VALUE 'EMPRESA: '.
          05 WS-CEM-EMPRESA        PIC X(02).
          05 FILLER                PIC X(03) VALUE ' - '.
          05 WS-CEM-NOME           PIC X(20).
          05 FILLER                PIC X(08) VALUE '  CNPJ: '.
          05 WS-CEM-CNPJ           PIC X(14).

       01 WS-CABECALHO-CCUSTO.
          05 FILLER                PIC X(19) VALUE
             '  CENTRO DE CUSTO: '.
          05 WS-CCC-CODIGO         PIC X(04).
          05 FILLER                PIC X(03) VALUE ' - '.
          05 WS-CCC-NOME           PIC X(20).

       01 WS-CABECALHO-COLUNAS.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 FILLER                PIC X(10) VALUE 'MATRICULA'.
          05 FILLER                PIC X(21) VALUE 'NOME'.
          05 FILLER                PIC X(10) VALUE 'TIPO'.
          05 FILLER                PIC X(12) VALUE 'ADMISSAO'.
          05 FILLER                PIC X(06) VALUE 'MOEDA'.
          05 FILLER                PIC X(17) VALUE
             'SALARIO/VLR HORA'.
          05 FILLER                PIC X(08) VALUE 'SITUACAO'.

       01 WS-LINHA-DETALHE.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 WS-DET-MATRICULA      PIC 9(06).
          05 FILLER                PIC X(04) VALUE SPACES.
          05 WS-DET-NOME           PIC X(20).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-TIPO           PIC X(09).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-ADMISSAO       PIC 99/99/9999.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 WS-DET-MOEDA          PIC X(03).
          05 FILLER                PIC X(03) VALUE SPACES.
          05 WS-DET-VALOR          PIC ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-UNIDADE        PIC X(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WS-DET-SITUACAO       PIC X(08).

       01 WS-LINHA-TOTAL-CCUSTO.
          05 FILLER                PIC X(30) VALUE
             '  TOTAL DO CENTRO DE CUSTO..: '.
          05 WS-TCC-QTD            PIC ZZZ.ZZ9.

       01 WS-LINHA-TOTAL-EMPRESA.
          05 FILLER                PIC X(30) VALUE
             'TOTAL DE ADMISSOES EMPRESA..: '.
          05 WS-TEM-QTD            PIC ZZZ.ZZ9.

       01 WS-LINHA-RESUMO.
          05 WS-RES-DESCRICAO      PIC X(38).
          05 WS-RES-QTD            PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           UNSTRING WS-PARAMETRO-EXECUCAO DELIMITED BY ALL SPACES
               INTO WS-PARM-COMPETENCIA WS-PARM-EXCEDENTE
           IF WS-PARM-COMP-MM NOT NUMERIC
              OR WS-PARM-COMP-BARRA NOT = '/'
              OR WS-PARM-COMP-AAAA NOT NUMERIC
              OR WS-PARM-COMP-MM < '01'
              OR WS-PARM-COMP-MM > '12'
              OR WS-PARM-EXCEDENTE NOT = SPACES
              DISPLAY 'COMPETENCIA INVALIDA OU NAO INFORMADA: '
                      WS-PARAMETRO-EXECUCAO
              DISPLAY 'USO: PROGCOB13 MM/AAAA'
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-PARM-COMP-AAAA    TO WS-COMP-AAAA
           MOVE WS-PARM-COMP-MM      TO WS-COMP-MM
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-MESTRE UNTIL WS-EMP-EOF
           CLOSE EMP-MASTER-FILE
           PERFORM 3000-EMITE-ADMISSAO
               VARYING WS-ADM-SUB FROM 1 BY 1
               UNTIL WS-ADM-SUB > WS-QTD-ADMISSOES
           IF WS-QTD-ADMISSOES > ZEROS
              PERFORM 3300-TOTAL-CCUSTO
              PERFORM 3400-TOTAL-EMPRESA
           END-IF
           PERFORM 9000-FINALIZA
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
           MOVE WS-DATA-DD           TO WS-DATA-DDMM-DD
           MOVE WS-DATA-MM           TO WS-DATA-DDMM-MM
           MOVE WS-DATA-AAAA         TO WS-DATA-DDMM-AAAA
           MOVE WS-DATA-DDMMAAAA     TO WS-DATA-EDITADA

           PERFORM 1100-CARREGA-EMPTAB
           PERFORM 1200-CARREGA-CCUSTAB

           OPEN INPUT EMP-MASTER-FILE
           IF WS-EMPMAST-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR ARQUIVO MESTRE - STATUS: '
                      WS-EMPMAST-STATUS
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ADMISSION-REPORT
           MOVE WS-DATA-EDITADA      TO WS-CAB-DATA
           MOVE WS-PARM-COMPETENCIA  TO WS-CAB-COMPETENCIA
           WRITE ADM-LINE FROM WS-CABECALHO-ADMISSAO
           MOVE SPACES               TO ADM-LINE
           WRITE ADM-LINE
           PERFORM 2100-LE-MESTRE.

      **************TABELAS DE EMPRESAS E CENTROS DE CUSTO*******
       1100-CARREGA-EMPTAB.
           MOVE SPACES               TO WS-EMPRESA-TABELA
           OPEN INPUT EMPRESA-TABLE-FILE
           IF WS-EMPTAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR EMPTAB.DAT - STATUS: '
                      WS-EMPTAB-STATUS
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N'                  TO WS-TAB-EOF-SW
           PERFORM 1150-LE-EMPTAB
           PERFORM 1160-SELECIONA-EMPTAB UNTIL WS-TAB-EOF
           CLOSE EMPRESA-TABLE-FILE.

       1150-LE-EMPTAB.
           READ EMPRESA-TABLE-FILE
               AT END
                   SET WS-TAB-EOF TO TRUE
           END-READ.

       1160-SELECIONA-EMPTAB.
           IF TAB-EMP-CODIGO NOT = SPACES
              IF WS-QTD-EMPRESAS >= WS-MAX-EMPRESAS
                 DISPLAY 'LIMITE DE EMPRESAS DE EMPTAB EXCEDIDO'
                         ' - EMPRESA IGNORADA: ' TAB-EMP-CODIGO
              ELSE
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
           PERFORM 1150-LE-EMPTAB.

       1200-CARREGA-CCUSTAB.
           MOVE SPACES               TO WS-CCUSTO-TABELA
           OPEN INPUT CCUSTO-TABLE-FILE
           IF WS-CCUSTAB-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR CCUSTAB.DAT - STATUS: '
                      WS-CCUSTAB-STATUS
              MOVE 12                TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'N'                  TO WS-TAB-EOF-SW
           PERFORM 1250-LE-CCUSTAB
           PERFORM 1260-SELECIONA-CCUSTAB UNTIL WS-TAB-EOF
           CLOSE CCUSTO-TABLE-FILE.

       1250-LE-CCUSTAB.
           READ CCUSTO-TABLE-FILE
               AT END
                   SET WS-TAB-EOF TO TRUE
           END-READ.

       1260-SELECIONA-CCUSTAB.
           IF TAB-CCU-VIG-INI NUMERIC
              AND TAB-CCU-VIG-FIM NUMERIC
              AND TAB-CCU-VIG-INI <= WS-COMP-AAAAMM
              AND TAB-CCU-VIG-FIM >= WS-COMP-AAAAMM
              IF WS-QTD-CCUSTOS >= WS-MAX-CCUSTOS
                 DISPLAY 'LIMITE DE CENTROS DE CUSTO DE CCUSTAB'
                         ' EXCEDIDO - IGNORADO: ' TAB-CCU-CODIGO
              ELSE
                 ADD 1               TO WS-QTD-CCUSTOS
                 SET WS-CCUSTO-IDX   TO WS-QTD-CCUSTOS
                 MOVE TAB-CCU-CODIGO TO
                      WS-CCUSTO-CODIGO(WS-CCUSTO-IDX)
                 MOVE TAB-CCU-NOME   TO
                      WS-CCUSTO-NOME(WS-CCUSTO-IDX)
              END-IF
           END-IF
           PERFORM 1250-LE-CCUSTAB.

      **************SELECAO DAS ADMISSOES DA COMPETENCIA*********
       2000-PROCESSA-MESTRE.
           IF EMP-REGISTRO-CONTROLE
              PERFORM 2100-LE-MESTRE
              EXIT PARAGRAPH
           END-IF
           ADD 1                     TO WS-QTD-LIDOS
           IF EMP-DATA-ADMISSAO NOT NUMERIC
              OR EMP-DATA-ADMISSAO = ZEROS
              ADD 1                  TO WS-QTD-SEM-ADMISSAO
              PERFORM 2100-LE-MESTRE
              EXIT PARAGRAPH
           END-IF
           MOVE EMP-DATA-ADMISSAO    TO WS-ADM-DATA
           IF WS-ADM-AAAAMM = WS-COMP-AAAAMM
              PERFORM 2200-INCLUI-ADMISSAO
           END-IF
           PERFORM 2100-LE-MESTRE.

       2100-LE-MESTRE.
           READ EMP-MASTER-FILE NEXT
               AT END
                   SET WS-EMP-EOF    TO TRUE
           END-READ.

      * INCLUI O ADMITIDO NA POSICAO ORDENADA DA TABELA
       2200-INCLUI-ADMISSAO.
           IF WS-QTD-ADMISSOES NOT < WS-MAX-ADMISSOES
              ADD 1                  TO WS-QTD-NAO-LISTADAS
              DISPLAY 'TABELA DE ADMISSOES CHEIA - NAO LISTADA: '
                      EMP-MATRICULA
              EXIT PARAGRAPH
           END-IF
           IF EMP-EMPRESA = SPACES
              MOVE WS-EMPRESA-PADRAO TO WS-CHV-EMPRESA
           ELSE
              MOVE EMP-EMPRESA       TO WS-CHV-EMPRESA
           END-IF
           IF EMP-CENTRO-CUSTO = SPACES
              MOVE WS-CCUSTO-PADRAO  TO WS-CHV-CCUSTO
           ELSE
              MOVE EMP-CENTRO-CUSTO  TO WS-CHV-CCUSTO
           END-IF
           MOVE EMP-MATRICULA        TO WS-CHV-MATRICULA

           MOVE ZEROS                TO WS-ADM-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-QTD-ADMISSOES
                   OR WS-ADM-SUB > ZEROS
              IF WS-ADT-CHAVE(WS-SUB) > WS-CHAVE-TRAB
                 MOVE WS-SUB         TO WS-ADM-SUB
              END-IF
           END-PERFORM
           ADD 1                     TO WS-QTD-ADMISSOES
           IF WS-ADM-SUB = ZEROS
              MOVE WS-QTD-ADMISSOES  TO WS-ADM-SUB
           ELSE
              PERFORM VARYING WS-SUB FROM WS-QTD-ADMISSOES BY -1
                      UNTIL WS-SUB NOT > WS-ADM-SUB
                 MOVE WS-ADM-ENT(WS-SUB - 1) TO WS-ADM-ENT(WS-SUB)
              END-PERFORM
           END-IF

           MOVE WS-CHAVE-TRAB        TO WS-ADT-CHAVE(WS-ADM-SUB)
           MOVE EMP-NOME             TO WS-ADT-NOME(WS-ADM-SUB)
           MOVE EMP-TIPO             TO WS-ADT-TIPO(WS-ADM-SUB)
           MOVE EMP-DATA-ADMISSAO    TO WS-ADT-DATA(WS-ADM-SUB)
           MOVE EMP-MOEDA            TO WS-ADT-MOEDA(WS-ADM-SUB)
           MOVE EMP-STATUS           TO WS-ADT-STATUS(WS-ADM-SUB)
           MOVE ZEROS                TO WS-ADT-VALOR(WS-ADM-SUB)
           IF EMP-TIPO-HORISTA
              IF EMP-VALOR-HORA NUMERIC
                 MOVE EMP-VALOR-HORA TO WS-ADT-VALOR(WS-ADM-SUB)
              END-IF
           ELSE
              IF EMP-SALARIO NUMERIC
                 MOVE EMP-SALARIO    TO WS-ADT-VALOR(WS-ADM-SUB)
              END-IF
           END-IF.

      **************EMISSAO DO REGISTRO**************************
       3000-EMITE-ADMISSAO.
           IF WS-ADT-EMPRESA(WS-ADM-SUB) NOT = WS-EMPRESA-ANTERIOR
              IF WS-EMPRESA-ANTERIOR NOT = SPACES
                 PERFORM 3300-TOTAL-CCUSTO
                 PERFORM 3400-TOTAL-EMPRESA
              END-IF
              PERFORM 3100-CABECALHO-EMPRESA
           END-IF
           IF WS-ADT-CCUSTO(WS-ADM-SUB) NOT = WS-CCUSTO-ANTERIOR
              IF WS-CCUSTO-ANTERIOR NOT = SPACES
                 PERFORM 3300-TOTAL-CCUSTO
              END-IF
              PERFORM 3200-CABECALHO-CCUSTO
           END-IF

           MOVE WS-ADT-MATRICULA(WS-ADM-SUB) TO WS-DET-MATRICULA
           MOVE WS-ADT-NOME(WS-ADM-SUB)      TO WS-DET-NOME
           MOVE WS-ADT-DATA(WS-ADM-SUB)      TO WS-ADM-DATA
           MOVE WS-ADM-DD                    TO WS-DATA-DDMM-DD
           MOVE WS-ADM-MM                    TO WS-DATA-DDMM-MM
           MOVE WS-ADM-AAAA                  TO WS-DATA-DDMM-AAAA
           MOVE WS-DATA-DDMMAAAA-9           TO WS-DET-ADMISSAO
           MOVE WS-ADT-MOEDA(WS-ADM-SUB)     TO WS-DET-MOEDA
           MOVE WS-ADT-VALOR(WS-ADM-SUB)     TO WS-DET-VALOR
           IF WS-ADT-HORISTA(WS-ADM-SUB)
              MOVE 'HORISTA'         TO WS-DET-TIPO
              MOVE '/HORA'           TO WS-DET-UNIDADE
           ELSE
              MOVE 'SALARIADO'       TO WS-DET-TIPO
              MOVE '/MES'            TO WS-DET-UNIDADE
           END-IF
           IF WS-ADT-EXCLUIDO(WS-ADM-SUB)
              MOVE 'EXCLUIDO'        TO WS-DET-SITUACAO
           ELSE
              MOVE 'ATIVO'           TO WS-DET-SITUACAO
           END-IF
           WRITE ADM-LINE FROM WS-LINHA-DETALHE
           ADD 1                     TO WS-QTD-TOT-CCUSTO
           ADD 1                     TO WS-QTD-TOT-EMPRESA.

       3100-CABECALHO-EMPRESA.
           MOVE WS-ADT-EMPRESA(WS-ADM-SUB) TO WS-EMPRESA-ANTERIOR
           MOVE SPACES               TO WS-CCUSTO-ANTERIOR
           ADD 1                     TO WS-QTD-EMPRESAS-LIST
           MOVE WS-EMPRESA-ANTERIOR  TO WS-CEM-EMPRESA
           MOVE '*** NAO CADASTRADA' TO WS-CEM-NOME
           MOVE SPACES               TO WS-CEM-CNPJ
           SET WS-EMPRESA-IDX TO 1
           SEARCH WS-EMPRESA-FAIXA
               AT END
                   CONTINUE
               WHEN WS-EMPRESA-CODIGO(WS-EMPRESA-IDX) =
                    WS-EMPRESA-ANTERIOR
                   MOVE WS-EMPRESA-NOME(WS-EMPRESA-IDX)
                                     TO WS-CEM-NOME
                   MOVE WS-EMPRESA-CNPJ(WS-EMPRESA-IDX)
                                     TO WS-CEM-CNPJ
           END-SEARCH
           WRITE ADM-LINE FROM WS-CABECALHO-EMPRESA
           MOVE SPACES               TO ADM-LINE
           WRITE ADM-LINE.

       3200-CABECALHO-CCUSTO.
           MOVE WS-ADT-CCUSTO(WS-ADM-SUB) TO WS-CCUSTO-ANTERIOR
           MOVE WS-CCUSTO-ANTERIOR   TO WS-CCC-CODIGO
           MOVE '*** NAO CADASTRADO' TO WS-CCC-NOME
           SET WS-CCUSTO-IDX TO 1
           SEARCH WS-CCUSTO-FAIXA
               AT END
                   CONTINUE
               WHEN WS-CCUSTO-CODIGO(WS-CCUSTO-IDX) =
                    WS-CCUSTO-ANTERIOR
                   MOVE WS-CCUSTO-NOME(WS-CCUSTO-IDX)
                                     TO WS-CCC-NOME
           END-SEARCH
           WRITE ADM-LINE FROM WS-CABECALHO-CCUSTO
           WRITE ADM-LINE FROM WS-CABECALHO-COLUNAS.

       3300-TOTAL-CCUSTO.
           MOVE WS-QTD-TOT-CCUSTO    TO WS-TCC-QTD
           WRITE ADM-LINE FROM WS-LINHA-TOTAL-CCUSTO
           MOVE SPACES               TO ADM-LINE
           WRITE ADM-LINE
           MOVE ZEROS                TO WS-QTD-TOT-CCUSTO.

       3400-TOTAL-EMPRESA.
           MOVE WS-QTD-TOT-EMPRESA   TO WS-TEM-QTD
           WRITE ADM-LINE FROM WS-LINHA-TOTAL-EMPRESA
           MOVE SPACES               TO ADM-LINE
           WRITE ADM-LINE
           MOVE ZEROS                TO WS-QTD-TOT-EMPRESA.

       9000-FINALIZA.
           IF WS-QTD-ADMISSOES = ZEROS
              MOVE 'NENHUMA ADMISSAO NA COMPETENCIA'
                                     TO ADM-LINE
              WRITE ADM-LINE
              MOVE SPACES            TO ADM-LINE
              WRITE ADM-LINE
           END-IF
           MOVE 'FUNCIONARIOS LIDOS NO MESTRE.........:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-LIDOS         TO WS-RES-QTD
           WRITE ADM-LINE FROM WS-LINHA-RESUMO
           MOVE 'ADMISSOES LISTADAS...................:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-ADMISSOES     TO WS-RES-QTD
           WRITE ADM-LINE FROM WS-LINHA-RESUMO
           MOVE 'EMPRESAS COM ADMISSOES...............:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-EMPRESAS-LIST TO WS-RES-QTD
           WRITE ADM-LINE FROM WS-LINHA-RESUMO
           MOVE 'FUNCIONARIOS SEM DATA DE ADMISSAO....:'
                                     TO WS-RES-DESCRICAO
           MOVE WS-QTD-SEM-ADMISSAO  TO WS-RES-QTD
           WRITE ADM-LINE FROM WS-LINHA-RESUMO
           IF WS-QTD-NAO-LISTADAS > ZEROS
              MOVE 'ADMISSOES NAO LISTADAS (TAB. CHEIA)..:'
                                     TO WS-RES-DESCRICAO
              MOVE WS-QTD-NAO-LISTADAS TO WS-RES-QTD
              WRITE ADM-LINE FROM WS-LINHA-RESUMO
              MOVE 4                 TO RETURN-CODE
           ELSE
              MOVE 0                 TO RETURN-CODE
           END-IF

           DISPLAY 'FUNCIONARIOS LIDOS...........: ' WS-QTD-LIDOS
           DISPLAY 'ADMISSOES LISTADAS...........: ' WS-QTD-ADMISSOES
           DISPLAY 'SEM DATA DE ADMISSAO.........: '
                   WS-QTD-SEM-ADMISSAO
           IF WS-QTD-NAO-LISTADAS > ZEROS
              DISPLAY 'ADMISSOES NAO LISTADAS.......: '
                      WS-QTD-NAO-LISTADAS
           END-IF
           CLOSE ADMISSION-REPORT.

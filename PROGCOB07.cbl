      *              EMPRESA (MESMO LAYOUT DA FOLHA), COM O
      *              CODIGO RESOLVIDO PELO CNPJ DO CABECALHO
      *              DA REMESSA CONTRA A TABELA EMPTAB
      * 15/10/2026 - PARAMETRO CNAB: RETORNO NO PADRAO FEBRABAN
      *              CNAB 240 (RETCNAB.DAT, UM OU MAIS ARQUIVOS
      *              DE RETORNO CONCATENADOS), CASADO PELA
      *              MATRICULA DO SEU NUMERO DO SEGMENTO A;
      *              TRAILER DE CADA LOTE CONFERIDO. OCORRENCIAS
      *              DO BANCO TRADUZIDAS NO RETBANCO.RPT (LINHA
      *              DE MOTIVO ABAIXO DO DEVOLVIDO); 00 E OS
      *              AGENDAMENTOS BD/BE CONTAM COMO CONFIRMADOS
      * 15/10/2026 - REGISTRO DA EXECUCAO NO LOG DO CICLO
      *              (RUNLOG.DAT, LAYOUT RUNLOG) COM A COMPETENCIA
      *              E A EMPRESA DA REMESSA; RETURN-CODE 0 TODOS
      *              CONFIRMADOS, 4 DEVOLVIDOS OU PENDENCIAS DE
      *              CASAMENTO, 8 TRAILER DIVERGENTE (SITUACAO
      *              CONCLUIDO, ETAPA COM FALHA NO PROGCOB11),
      *              12 ERRO
      ******************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RETURN-REPORT    ASSIGN TO "RETBANCO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CNAB-RETURN-FILE ASSIGN TO "RETCNAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETCNAB-STATUS.

           SELECT RUN-LOG-FILE     ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT NEW-REMIT-FILE   ASSIGN TO "PAGBANCO.NEW"
               ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       01 RRT-LINE                  PIC X(80).

       FD  CNAB-RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01 RCN-LINE                  PIC X(240).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNLOG.

       FD  NEW-REMIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 NRM-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       COPY EMPTAB.

       COPY CNAB240.

       01 WS-SWITCHES.
          05 WS-REM-EOF-SW          PIC X VALUE 'N'.
             88 WS-REM-EOF               VALUE 'S'.
             88 WS-MESTRE-ABERTO         VALUE 'S'.
          05 WS-ACHOU-SW            PIC X VALUE 'N'.
             88 WS-ACHOU-REMESSA         VALUE 'S'.
          05 WS-FORMATO-RETORNO-SW  PIC X VALUE 'P'.
             88 WS-RETORNO-CNAB          VALUE 'C'.
          05 WS-DIVERGENCIA-SW      PIC X VALUE 'N'.
             88 WS-TRAILER-DIVERGENTE    VALUE 'S'.

       01 WS-LOG-EXECUCAO.
          05 WS-RUNLOG-STATUS       PIC X(02) VALUE SPACES.
          05 WS-LOG-DATA-INICIO     PIC 9(08) VALUE ZEROS.
          05 WS-LOG-HORA-INICIO     PIC 9(06) VALUE ZEROS.
          05 WS-LOG-HORA-SISTEMA.
             10 WS-LOG-HORA-SIS     PIC 9(06).
             10 FILLER              PIC 9(02).
          05 WS-LOG-VALOR-CONFIRMADO PIC 9(13)V99 VALUE ZEROS.
          05 WS-LOG-SITUACAO        PIC X(10) VALUE 'CONCLUIDO'.
          05 WS-LOG-RC              PIC 9(02) VALUE ZEROS.

       01 WS-PARAMETROS.
          05 WS-PARAMETRO-EXECUCAO  PIC X(30) VALUE SPACES.
          05 WS-PARM-FORMATO        PIC X(10) VALUE SPACES.

       01 WS-ARQUIVOS-STATUS.
          05 WS-REMESSA-STATUS      PIC X(02) VALUE SPACES.
          05 WS-EMPMAST-STATUS      PIC X(02) VALUE SPACES.
          05 WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
          05 WS-EMPTAB-STATUS       PIC X(02) VALUE SPACES.
          05 WS-RETCNAB-STATUS      PIC X(02) VALUE SPACES.

       01 WS-EMPTAB-CONTROLE.
          05 WS-EMPTAB-EOF-SW       PIC X VALUE 'N'.
          05 WS-HASH-REM2           PIC 9(15)V99 VALUE ZEROS.
          05 WS-REM-SUB             PIC 9(04) VALUE ZEROS.
          05 WS-MAX-REMESSA         PIC 9(04) VALUE 1000.
          05 WS-QTD-REG-LOTE-RET    PIC 9(06) VALUE ZEROS.
          05 WS-HASH-LOTE-RET       PIC 9(16)V99 VALUE ZEROS.
          05 WS-OCO-SUB             PIC 9(02) VALUE ZEROS.
          05 WS-QTD-OCORRENCIAS     PIC 9(02) VALUE 38.

       01 WS-DATA-SISTEMA.
          05 WS-DATA-AAAAMMDD.
          05 WS-DET-VALOR           PIC 9(13)V99.
          05 WS-DET-NOME            PIC X(20).
          05 WS-DET-OCORRENCIA      PIC X(02).
             88 WS-OCORRENCIA-CREDITO    VALUE '00' 'BD' 'BE'.
          05 FILLER                 PIC X(19).

       01 WS-BCO-TRAILER-ENT.
          05 FILLER                PIC X(06) VALUE 'COMP: '.
          05 WS-RRT-CAB-COMP       PIC X(07).

      * OCORRENCIAS DE RETORNO DO PADRAO FEBRABAN (CODIGO +
      * MOTIVO), USADAS NA LINHA DE MOTIVO DO RETBANCO.RPT
       01 WS-TABELA-OCORRENCIAS.
          05 FILLER                 PIC X(40) VALUE
             '00CREDITO EFETUADO                      '.
          05 FILLER                 PIC X(40) VALUE
             '01INSUFICIENCIA DE FUNDOS               '.
          05 FILLER                 PIC X(40) VALUE
             '02CREDITO CANCELADO PELO PAGADOR        '.
          05 FILLER                 PIC X(40) VALUE
             '03DEBITO AUTORIZADO PELA AGENCIA        '.
          05 FILLER                 PIC X(40) VALUE
             'AACONTROLE INVALIDO                     '.
          05 FILLER                 PIC X(40) VALUE
             'ABTIPO DE OPERACAO INVALIDO             '.
          05 FILLER                 PIC X(40) VALUE
             'ACTIPO DE SERVICO INVALIDO              '.
          05 FILLER                 PIC X(40) VALUE
             'ADFORMA DE LANCAMENTO INVALIDA          '.
          05 FILLER                 PIC X(40) VALUE
             'AETIPO/NUMERO DE INSCRICAO INVALIDO     '.
          05 FILLER                 PIC X(40) VALUE
             'AFCODIGO DE CONVENIO INVALIDO           '.
          05 FILLER                 PIC X(40) VALUE
             'AGAGENCIA/CONTA DA EMPRESA INVALIDA     '.
          05 FILLER                 PIC X(40) VALUE
             'AHSEQUENCIAL DO REGISTRO INVALIDO       '.
          05 FILLER                 PIC X(40) VALUE
             'AICODIGO DE SEGMENTO INVALIDO           '.
          05 FILLER                 PIC X(40) VALUE
             'AJTIPO DE MOVIMENTO INVALIDO            '.
          05 FILLER                 PIC X(40) VALUE
             'AKCAMARA DO BANCO FAVORECIDO INVALIDA   '.
          05 FILLER                 PIC X(40) VALUE
             'ALBANCO DO FAVORECIDO INVALIDO          '.
          05 FILLER                 PIC X(40) VALUE
             'AMAGENCIA DO FAVORECIDO INVALIDA        '.
          05 FILLER                 PIC X(40) VALUE
             'ANCONTA/DV DO FAVORECIDO INVALIDO       '.
          05 FILLER                 PIC X(40) VALUE
             'AONOME DO FAVORECIDO NAO INFORMADO      '.
          05 FILLER                 PIC X(40) VALUE
             'APDATA DE LANCAMENTO INVALIDA           '.
          05 FILLER                 PIC X(40) VALUE
             'ARVALOR DO LANCAMENTO INVALIDO          '.
          05 FILLER                 PIC X(40) VALUE
             'ASAVISO AO FAVORECIDO INVALIDO          '.
          05 FILLER                 PIC X(40) VALUE
             'ATCPF/CNPJ DO FAVORECIDO INVALIDO       '.
          05 FILLER                 PIC X(40) VALUE
             'BDPAGAMENTO AGENDADO                    '.
          05 FILLER                 PIC X(40) VALUE
             'BEPAGAMENTO AGENDADO - FORMA ALTERADA   '.
          05 FILLER                 PIC X(40) VALUE
             'HALOTE NAO ACEITO                       '.
          05 FILLER                 PIC X(40) VALUE
             'HBINSCRICAO DA EMPRESA INVALIDA         '.
          05 FILLER                 PIC X(40) VALUE
             'HCCONVENIO COM A EMPRESA INEXISTENTE    '.
          05 FILLER                 PIC X(40) VALUE
             'HDAGENCIA/CONTA DA EMPRESA INEXISTENTE  '.
          05 FILLER                 PIC X(40) VALUE
             'HETIPO DE SERVICO INVALIDO P/ CONTRATO  '.
          05 FILLER                 PIC X(40) VALUE
             'HFCONTA DA EMPRESA SEM SALDO            '.
          05 FILLER                 PIC X(40) VALUE
             'HGLOTE DE SERVICO FORA DE SEQUENCIA     '.
          05 FILLER                 PIC X(40) VALUE
             'HHLOTE DE SERVICO INVALIDO              '.
          05 FILLER                 PIC X(40) VALUE
             'HIARQUIVO NAO ACEITO                    '.
          05 FILLER                 PIC X(40) VALUE
             'HJTIPO DE REGISTRO INVALIDO             '.
          05 FILLER                 PIC X(40) VALUE
             'HLVERSAO DE LAYOUT INVALIDA             '.
          05 FILLER                 PIC X(40) VALUE
             'TALOTE NAO ACEITO - TOTAIS DIVERGENTES  '.
          05 FILLER                 PIC X(40) VALUE
             'ZACONTA DO FAVORECIDO SUBSTITUIDA       '.
       01 WS-TABELA-OCORRENCIAS-R REDEFINES WS-TABELA-OCORRENCIAS.
          05 WS-OCO-ENT OCCURS 38 TIMES.
             10 WS-OCO-CODIGO       PIC X(02).
             10 WS-OCO-MOTIVO       PIC X(38).

       01 WS-LINHA-MOTIVO.
          05 FILLER                PIC X(30) VALUE SPACES.
          05 FILLER                PIC X(08) VALUE 'MOTIVO: '.
          05 WS-RRT-MOTIVO         PIC X(38).

       01 WS-LINHA-RETORNO.
          05 WS-RRT-MATRICULA      PIC 9(06).
          05 FILLER                PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-LOG-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO WS-LOG-HORA-INICIO
           ACCEPT WS-PARAMETRO-EXECUCAO FROM COMMAND-LINE
           UNSTRING WS-PARAMETRO-EXECUCAO DELIMITED BY ALL SPACES
               INTO WS-PARM-FORMATO
           EVALUATE WS-PARM-FORMATO
               WHEN SPACES
                   CONTINUE
               WHEN 'CNAB'
                   SET WS-RETORNO-CNAB TO TRUE
               WHEN OTHER
                   DISPLAY 'USO: PROGCOB07 [CNAB]'
                   PERFORM 9750-CANCELA-EXECUCAO
           END-EVALUATE
           PERFORM 1000-INITIALIZE
           IF WS-RETORNO-CNAB
              PERFORM 2600-PROCESSA-RETORNO-CNAB UNTIL WS-RET-EOF
           ELSE
              PERFORM 2000-PROCESSA-RETORNO UNTIL WS-RET-EOF
           END-IF
           PERFORM 3000-LISTA-SEM-RETORNO
               VARYING WS-REM-SUB FROM 1 BY 1
               UNTIL WS-REM-SUB > WS-QTD-REMESSA
           PERFORM 9000-FINALIZA
           EVALUATE TRUE
               WHEN WS-TRAILER-DIVERGENTE
                   MOVE 08           TO WS-LOG-RC
               WHEN WS-QTD-DEVOLVIDOS > ZEROS
                    OR WS-QTD-SEM-REMESSA > ZEROS
                    OR WS-QTD-SEM-RETORNO > ZEROS
                   MOVE 04           TO WS-LOG-RC
               WHEN OTHER
                   MOVE ZEROS        TO WS-LOG-RC
           END-EVALUATE
           PERFORM 9700-GRAVA-LOG-EXECUCAO
           MOVE WS-LOG-RC            TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           IF WS-REMESSA-STATUS NOT = '00'
              DISPLAY 'ERRO AO ABRIR PAGBANCO.DAT - STATUS: '
                      WS-REMESSA-STATUS
              PERFORM 9750-CANCELA-EXECUCAO
           END-IF
           PERFORM 1100-LE-REMESSA
           PERFORM 1200-CARREGA-REMESSA UNTIL WS-REM-EOF
           PERFORM 1300-CARREGA-EMPTAB
           PERFORM 1350-BUSCA-EMPRESA-AUDIT

           IF WS-RETORNO-CNAB
              OPEN INPUT CNAB-RETURN-FILE
              IF WS-RETCNAB-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR RETCNAB.DAT - STATUS: '
                         WS-RETCNAB-STATUS
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
           ELSE
              OPEN INPUT RETURN-FILE
              IF WS-RETORNO-STATUS NOT = '00'
                 DISPLAY 'ERRO AO ABRIR RETBANCO.DAT - STATUS: '
                         WS-RETORNO-STATUS
                 PERFORM 9750-CANCELA-EXECUCAO
              END-IF
           END-IF

           OPEN INPUT EMP-MASTER-FILE
              CLOSE AUDIT-TRAIL-FILE
              OPEN EXTEND AUDIT-TRAIL-FILE
           END-IF
           IF WS-RETORNO-CNAB
              PERFORM 2610-LE-RETORNO-CNAB
           ELSE
              PERFORM 2100-LE-RETORNO
           END-IF.

       1100-LE-REMESSA.
           READ REMIT-FILE
              EXIT PARAGRAPH
           END-IF

           IF WS-OCORRENCIA-CREDITO
              ADD 1                  TO WS-QTD-CONFIRMADOS
              ADD WS-DET-VALOR       TO WS-LOG-VALOR-CONFIRMADO
              MOVE 'C'               TO WS-REM-SITUACAO(WS-REM-SUB)
              IF WS-DET-OCORRENCIA = '00'
                 MOVE 'CREDITO CONFIRMADO'
                                     TO WS-RRT-SITUACAO
              ELSE
                 MOVE 'CREDITO AGENDADO PELO BANCO'
                                     TO WS-RRT-SITUACAO
              END-IF
              WRITE RRT-LINE FROM WS-LINHA-RETORNO
           ELSE
              ADD 1                  TO WS-QTD-DEVOLVIDOS
                     WS-DET-OCORRENCIA
                     DELIMITED BY SIZE INTO WS-RRT-SITUACAO
              WRITE RRT-LINE FROM WS-LINHA-RETORNO
              PERFORM 2250-GRAVA-MOTIVO-OCORRENCIA
              PERFORM 2300-GRAVA-AUDITORIA-DEVOL
              PERFORM 2400-GRAVA-RE-REMESSA
           END-IF.

       2250-GRAVA-MOTIVO-OCORRENCIA.
           MOVE 'OCORRENCIA NAO CATALOGADA' TO WS-RRT-MOTIVO
           PERFORM VARYING WS-OCO-SUB FROM 1 BY 1
                   UNTIL WS-OCO-SUB > WS-QTD-OCORRENCIAS
              IF WS-OCO-CODIGO(WS-OCO-SUB) = WS-DET-OCORRENCIA
                 MOVE WS-OCO-MOTIVO(WS-OCO-SUB) TO WS-RRT-MOTIVO
              END-IF
           END-PERFORM
           WRITE RRT-LINE FROM WS-LINHA-MOTIVO.

       2300-GRAVA-AUDITORIA-DEVOL.
           MOVE WS-DATA-EDITADA       TO WS-AUD-DATA
           MOVE WS-AUDIT-HORA-EDITADA TO WS-AUD-HORA
              DISPLAY 'TOTAL DE DETALHES DIVERGE DO TRAILER DO'
                      ' RETORNO: ' WS-TRL-QTD ' / '
                      WS-QTD-RET-DETALHES
              SET WS-TRAILER-DIVERGENTE TO TRUE
           END-IF
           IF WS-TRL-HASH NUMERIC
              AND WS-TRL-HASH NOT = WS-HASH-RET-DETALHES
              DISPLAY 'HASH DE VALORES DIVERGE DO TRAILER DO'
                      ' RETORNO'
              SET WS-TRAILER-DIVERGENTE TO TRUE
           END-IF.

      **************RETORNO FEBRABAN CNAB 240********************
      * O SEGMENTO A DO RETORNO E CONVERTIDO PARA O DETALHE DO
      * RETORNO PROPRIO E CASADO PELA MESMA ROTINA; A PRIMEIRA
      * OCORRENCIA DO BANCO DECIDE CONFIRMADO OU DEVOLVIDO
       2600-PROCESSA-RETORNO-CNAB.
           MOVE RCN-LINE             TO CNB-SEGMENTO-A
           EVALUATE CNB-SA-TIPO
               WHEN '0'
                   MOVE RCN-LINE     TO CNB-HEADER-ARQUIVO
                   IF NOT CNB-HA-RETORNO
                      DISPLAY 'ARQUIVO CNAB NAO E DE RETORNO - NSA '
                              CNB-HA-NSA ' BANCO ' CNB-HA-BANCO
                   END-IF
               WHEN '1'
                   MOVE ZEROS        TO WS-QTD-REG-LOTE-RET
                   MOVE ZEROS        TO WS-HASH-LOTE-RET
               WHEN '3'
                   ADD 1             TO WS-QTD-REG-LOTE-RET
                   IF CNB-SA-SEGMENTO = 'A'
                      PERFORM 2620-CONVERTE-SEGMENTO-A
                      ADD 1          TO WS-QTD-RET-DETALHES
                      ADD WS-DET-VALOR TO WS-HASH-RET-DETALHES
                      ADD WS-DET-VALOR TO WS-HASH-LOTE-RET
                      PERFORM 2200-CASA-RETORNO
                   END-IF
               WHEN '5'
                   MOVE RCN-LINE     TO CNB-TRAILER-LOTE
                   PERFORM 2630-CONFERE-TRAILER-LOTE
               WHEN '9'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TIPO DE REGISTRO DESCONHECIDO NO'
                           ' RETORNO CNAB: ' CNB-SA-TIPO
           END-EVALUATE
           PERFORM 2610-LE-RETORNO-CNAB.

       2610-LE-RETORNO-CNAB.
           READ CNAB-RETURN-FILE
               AT END
                   SET WS-RET-EOF TO TRUE
           END-READ.

       2620-CONVERTE-SEGMENTO-A.
           MOVE '1'                  TO WS-DET-TIPO
           MOVE ZEROS                TO WS-DET-MATRICULA
           MOVE ZEROS                TO WS-DET-VALOR
           IF CNB-SA-SEU-MATRICULA NUMERIC
              MOVE CNB-SA-SEU-MATRICULA TO WS-DET-MATRICULA
           END-IF
           IF CNB-SA-VALOR NUMERIC
              MOVE CNB-SA-VALOR      TO WS-DET-VALOR
           END-IF
           MOVE CNB-SA-BANCO-FAV     TO WS-DET-BANCO
           MOVE CNB-SA-AGENCIA-FAV   TO WS-DET-AGENCIA
           MOVE CNB-SA-CONTA-FAV     TO WS-DET-CONTA
           MOVE CNB-SA-NOME-FAV      TO WS-DET-NOME
           MOVE CNB-SA-OCORRENCIA-1  TO WS-DET-OCORRENCIA.

      * QUANTIDADE DO TRAILER INCLUI O HEADER E O TRAILER DO LOTE
       2630-CONFERE-TRAILER-LOTE.
           IF CNB-TL-QTD-REGISTROS NUMERIC
              AND CNB-TL-QTD-REGISTROS NOT =
                  WS-QTD-REG-LOTE-RET + 2
              DISPLAY 'TOTAL DE REGISTROS DIVERGE DO TRAILER DO'
                      ' LOTE ' CNB-TL-LOTE ' DO RETORNO CNAB'
              SET WS-TRAILER-DIVERGENTE TO TRUE
           END-IF
           IF CNB-TL-SOMA-VALORES NUMERIC
              AND CNB-TL-SOMA-VALORES NOT = WS-HASH-LOTE-RET
              DISPLAY 'SOMA DE VALORES DIVERGE DO TRAILER DO'
                      ' LOTE ' CNB-TL-LOTE ' DO RETORNO CNAB'
              SET WS-TRAILER-DIVERGENTE TO TRUE
           END-IF.

       3000-LISTA-SEM-RETORNO.
                   WS-QTD-RE-REMETIDOS
           DISPLAY 'DEVOLVIDOS NAO RE-REMETIDOS..: '
                   WS-QTD-NAO-REMETIDOS
           IF WS-RETORNO-CNAB
              CLOSE CNAB-RETURN-FILE
           ELSE
              CLOSE RETURN-FILE
           END-IF
           CLOSE RETURN-REPORT
           CLOSE AUDIT-TRAIL-FILE
           IF WS-MESTRE-ABERTO
              CLOSE EMP-MASTER-FILE
           END-IF.

      **************LOG DE EXECUCAO DO CICLO*********************
      * COMPETENCIA E EMPRESA VEM DO CABECALHO DA REMESSA
      * (EMPRESA RESOLVIDA PELO CNPJ; EM BRANCO = EMPRESA PADRAO)
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
           MOVE 'PROGCOB07'          TO LOG-PROGRAMA
           IF WS-RETORNO-CNAB
              MOVE 'RETCNAB'         TO LOG-MODO
           ELSE
              MOVE 'RETORNO'         TO LOG-MODO
           END-IF
           MOVE WS-COMPETENCIA-REMESSA TO LOG-COMPETENCIA
           MOVE WS-EMPRESA-AUDIT     TO LOG-EMPRESA
           MOVE WS-LOG-DATA-INICIO   TO LOG-DATA
           MOVE WS-LOG-HORA-INICIO   TO LOG-HORA-INICIO
           ACCEPT WS-LOG-HORA-SISTEMA FROM TIME
           MOVE WS-LOG-HORA-SIS      TO LOG-HORA-FIM
           ACCEPT LOG-USUARIO FROM ENVIRONMENT "USER"
           MOVE WS-QTD-RET-DETALHES  TO LOG-QTD-LIDOS
           MOVE WS-QTD-CONFIRMADOS   TO LOG-QTD-PAGOS
           MOVE WS-QTD-DEVOLVIDOS    TO LOG-QTD-REJEITADOS
           MOVE WS-HASH-RET-DETALHES TO LOG-VALOR-TOTAL
           MOVE WS-LOG-VALOR-CONFIRMADO TO LOG-VALOR-LIQUIDO
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

      * TRANREC - REGISTRO DE TRANSACAO DE MANUTENCAO DO
      * ARQUIVO MESTRE DE FUNCIONARIOS (INCLUSAO/ALTERACAO/
      * EXCLUSAO), USADO PELO MODO DE MANUTENCAO DO PROGCOB03.
      * DATA DE ADMISSAO (AAAAMMDD) OBRIGATORIA NA INCLUSAO; NA
      * ALTERACAO, ZERADA OU EM BRANCO PRESERVA A DO MESTRE.
      ******************************************************
       01  TRAN-RECORD.
           05 TRAN-CODIGO        PIC X(01).
              10 TRAN-CONTA         PIC 9(10).
           05 TRAN-CENTRO-CUSTO   PIC X(04).
           05 TRAN-EMPRESA        PIC X(02).
           05 TRAN-DATA-ADMISSAO  PIC 9(08).
           05 TRAN-DATA-ADMISSAO-X REDEFINES TRAN-DATA-ADMISSAO
                                  PIC X(08).

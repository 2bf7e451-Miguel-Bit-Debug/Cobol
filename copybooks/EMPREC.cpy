      * REGISTROS DE FUNCIONARIOS DO ARQUIVO.
      * A DATA DE DESLIGAMENTO (AAAAMMDD) E GRAVADA PELA
      * RESCISAO E FICA ZERADA PARA FUNCIONARIOS ATIVOS.
      * A DATA DE ADMISSAO (AAAAMMDD) E OBRIGATORIA NA INCLUSAO
      * PELA MANUTENCAO; ZERADA QUANDO NAO INFORMADA NA
      * CONVERSAO DO MESTRE ANTIGO (PROGCOB06).
      ******************************************************
       01  EMP-RECORD.
           05 EMP-MATRICULA     PIC 9(06).
           05 EMP-CENTRO-CUSTO   PIC X(04).
           05 EMP-DATA-DESLIGAMENTO PIC 9(08).
           05 EMP-EMPRESA        PIC X(02).
           05 EMP-DATA-ADMISSAO  PIC 9(08).

      ******************************************************
      * ALTREC - REGISTRO DO HISTORICO DE ALTERACOES CADASTRAIS
      * DO MESTRE DE FUNCIONARIOS (ALTCAD.DAT, SEQUENCIAL DE
      * LINHA, SOMENTE ANEXADO, NUNCA REGRAVADO NEM ARQUIVADO).
      * UM REGISTRO POR CAMPO ALTERADO, COM O VALOR ANTERIOR E
      * O NOVO, GRAVADO PELO PROGCOB03 NA MANUTENCAO (ALTERACAO
      * E EXCLUSAO), NO DISSIDIO (EXCETO SIMULACAO) E NA
      * RESCISAO, E LIDO PELA CONSULTA DO HISTORICO POR
      * MATRICULA (PROGCOB14).
      * ORIGEM: MANUT, DISSIDIO OU RESCISAO.
      * CAMPO: NOME, TIPO, SALARIO, HORAS, VALOR-HORA, MOEDA,
      * BANCO, AGENCIA, CONTA, C-CUSTO, EMPRESA, ADMISSAO,
      * STATUS OU DESLIGAMENTO.
      * VALORES EDITADOS PARA LEITURA: VALORES MONETARIOS E
      * HORAS COM VIRGULA DECIMAL, DATAS EM AAAAMMDD, STATUS
      * ATIVO/EXCLUIDO; EM BRANCO QUANDO O CAMPO NAO SE APLICA
      * (TROCA DE TIPO SALARIADO/HORISTA).
      ******************************************************
       01  ALT-RECORD.
           05 ALT-MATRICULA         PIC 9(06).
           05 FILLER                PIC X(01).
           05 ALT-EMPRESA           PIC X(02).
           05 FILLER                PIC X(01).
           05 ALT-DATA              PIC 9(08).
           05 FILLER                PIC X(01).
           05 ALT-HORA              PIC 9(06).
           05 FILLER                PIC X(01).
           05 ALT-USUARIO           PIC X(08).
           05 FILLER                PIC X(01).
           05 ALT-ORIGEM            PIC X(08).
              88 ALT-ORIGEM-MANUT        VALUE 'MANUT'.
              88 ALT-ORIGEM-DISSIDIO     VALUE 'DISSIDIO'.
              88 ALT-ORIGEM-RESCISAO     VALUE 'RESCISAO'.
           05 FILLER                PIC X(01).
           05 ALT-CAMPO             PIC X(12).
           05 FILLER                PIC X(01).
           05 ALT-VALOR-ANTERIOR    PIC X(20).
           05 FILLER                PIC X(01).
           05 ALT-VALOR-NOVO        PIC X(20).

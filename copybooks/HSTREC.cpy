      * FUNCIONARIO E COMPETENCIA (FOLHAHST.DAT). GRAVADO
      * PELO PROGCOB03 PARA CADA FUNCIONARIO PROCESSADO EM
      * EXECUCAO EFETIVA (NUNCA EM SIMULACAO) E LIDO PELO
      * PROGRAMA DE VARIACAO ENTRE COMPETENCIAS (PROGCOB08),
      * PELA CONFERENCIA ANTIFRAUDE PRE-REMESSA (PROGCOB09,
      * MEDIA DO LIQUIDO DAS ULTIMAS COMPETENCIAS) E PELO
      * ENCERRAMENTO ANUAL (PROGCOB12), QUE ARQUIVA OS
      * REGISTROS DO ANO ENCERRADO DA EMPRESA EM HSTeeAAAA.ARQ
      * E OS RETIRA DO FOLHAHST.DAT.
      * HST-INSS GUARDA A CONTRIBUICAO DO EMPREGADO AO INSS
      * DESCONTADA NA EXECUCAO. O CAMPO AUMENTOU O REGISTRO DE
      * 90 PARA 101 BYTES: O HISTORICO GRAVADO NO LAYOUT
      * ANTERIOR E CONVERTIDO UMA UNICA VEZ PELO PROGCOB15
      * (FOLHAHST.OLD -> FOLHAHST.DAT, HST-INSS ZERADO).
      ******************************************************
       01  HST-RECORD.
           05 HST-COMPETENCIA    PIC X(07).
           05 HST-CENTRO-CUSTO   PIC X(04).
           05 HST-MOEDA          PIC X(03).
           05 HST-EMPRESA        PIC X(02).
           05 HST-INSS           PIC 9(09)V99.

      ******************************************************
      * LANREC - REGISTRO DE LANCAMENTO VARIAVEL MENSAL
      * (COMISSAO, BONUS EVENTUAL, FALTAS, ADICIONAL NOTURNO
      * ETC) DO ARQUIVO LANCVAR.DAT, CASADO POR MATRICULA COM
      * O ARQUIVO MESTRE NA FOLHA MENSAL. CADA LANCAMENTO
      * INFORMA A COMPETENCIA A QUE PERTENCE E O CODIGO DA
      * RUBRICA (TABELA RUBTAB), QUE DEFINE SE E PROVENTO OU
      * DESCONTO, AS INCIDENCIAS E A CONTA CONTABIL.
      * O ARQUIVO DEVE ESTAR CLASSIFICADO POR MATRICULA.
      * LANCAMENTOS NAO APLICADOS SAEM NA LISTAGEM DE
      * EXCECOES (LANCEXC.RPT).
      ******************************************************
       01  LAN-RECORD.
           05 LAN-MATRICULA      PIC 9(06).
           05 LAN-COMPETENCIA    PIC X(07).
           05 LAN-EMPRESA        PIC X(02).
           05 LAN-RUBRICA        PIC X(03).
           05 LAN-VALOR          PIC 9(06)V99.
           05 LAN-VALOR-X        REDEFINES LAN-VALOR
                                 PIC X(08).

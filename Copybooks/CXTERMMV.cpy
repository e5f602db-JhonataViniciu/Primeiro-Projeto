      *==========================================
      *==  COPYBOOK: CXTERMMV
      *==  OBJETIVO: REGISTRO DO LOG DE NUMERARIO DOS TERMINAIS
      *==            (TERMMOV): CADA ABASTECIMENTO E RECOLHIMENTO
      *==            FEITO NO TERMMNT, COM O OPERADOR, AS
      *==            QUANTIDADES POR CASSETE E O VALOR TOTAL
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  TMOV-DATA               PIC 9(08).
           05  TMOV-HORA               PIC 9(06).
           05  TMOV-TERMINAL           PIC X(08).
           05  TMOV-OPERADOR           PIC X(08).
           05  TMOV-OPERACAO           PIC X(01).
               88  TMOV-E-ABASTECIMENTO VALUE 'A'.
               88  TMOV-E-RECOLHIMENTO  VALUE 'R'.
           05  TMOV-CASSETE            OCCURS 4 TIMES.
               10  TMOV-CED-VALOR      PIC 9(03).
               10  TMOV-CED-QTD        PIC 9(05).
           05  TMOV-VALOR-TOTAL        PIC 9(10)V99.

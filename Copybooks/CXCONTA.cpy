      *==                    MANUTENCAO COBRADA (AAAAMM) E TARIFA
      *==                    PENDENTE ACUMULADA QUANDO O SALDO
      *==                    NAO COMPORTA A COBRANCA (TARIFMES)
      *== 2026-10-15 JV      SITUACAO DA CONTA (ATIVA/DORMENTE),
      *==                    MARCADA PELO BATCH DORMENTE E
      *==                    REATIVADA SO PELO GERENTE NO
      *==                    ABRECONTA, E DATA DA ULTIMA MUDANCA
      *==                    DE SITUACAO
      *==========================================
           05  CONTA-SALDO             PIC 9(10)V99.
           05  CONTA-SALDO-ABERTURA    PIC 9(10)V99.
           05  CONTA-SALDO-BLOQUEADO   PIC 9(10)V99.
           05  CONTA-ULT-TARIFA        PIC 9(06).
           05  CONTA-TARIFA-PENDENTE   PIC 9(10)V99.
           05  CONTA-SITUACAO          PIC X(01).
               88  CONTA-ATIVA                 VALUE 'A' SPACE.
               88  CONTA-DORMENTE              VALUE 'D'.
           05  CONTA-DATA-SITUACAO     PIC 9(08).

      *==                    CONVENIO (BATCH CONVDEB)
      *== 2026-09-02 JV      TIPO 'M' PARA TARIFA MENSAL DE
      *==                    MANUTENCAO (BATCH TARIFMES)
      *== 2026-10-15 JV      NSU (NUMERO SEQUENCIAL UNICO, CONTROLE
      *==                    NSUCTL - COPYBOOK CXNSU) EM TODO
      *==                    MOVIMENTO; TIPO 'Z' PARA ESTORNO POR
      *==                    NSU (PROGRAMA ESTORNO), COM O NSU E O
      *==                    TIPO DO MOVIMENTO ESTORNADO.  O
      *==                    ESTORNO DE UM CREDITO (D, R, J, L)
      *==                    DEBITA A CONTA; O DE UM DEBITO (S, T,
      *==                    V, M, E) CREDITA
      *== 2026-10-15 JV      TERMINAL DE ORIGEM DO MOVIMENTO: CODIGO
      *==                    DO TERMINAL (MESTRE TERMMEST) NO
      *==                    CAIXA-ELETRONICO, NOME DO PROGRAMA
      *==                    NOS BATCHES E NO ESTORNO
      *== 2026-10-15 JV      TIPOS 'P' (CREDITO DO PRINCIPAL DE
      *==                    EMPRESTIMO, PROGRAMA EMPRESTIMO) E 'Q'
      *==                    (DEBITO DE PARCELA DE EMPRESTIMO COM
      *==                    ENCARGOS, BATCH COBREMP), COM O NUMERO
      *==                    DO CONTRATO EM DIARIO-CONTRAPARTIDA.
      *==                    NAO SAO ESTORNAVEIS PELO ESTORNO (O
      *==                    CONTRATO FICARIA INCONSISTENTE)
      *== 2026-10-15 JV      TIPOS 'B' (TED ENVIADA A OUTRO BANCO PELO
      *==                    CAIXA-ELETRONICO, DEBITO), 'F'
      *==                    (DEVOLUCAO DE TED RECUSADA PELA
      *==                    COMPENSACAO, CREDITO, BATCH TEDRET) E
      *==                    'I' (TED RECEBIDA DE OUTRO BANCO,
      *==                    CREDITO, BATCH TEDRECB).  NO 'B' O NSU
      *==                    E O NUMERO DO PEDIDO DE TED (TEDPEND);
      *==                    NO 'F' A CONTRAPARTIDA E O NUMERO DO
      *==                    PEDIDO DEVOLVIDO E NO 'I' O
      *==                    IDENTIFICADOR DA TED NA COMPENSACAO.
      *==                    NAO SAO ESTORNAVEIS PELO ESTORNO (A
      *==                    ORDEM JA FOI OU SERA ENVIADA)
      *==========================================
           05  DIARIO-CONTA            PIC 9(10).
           05  DIARIO-TIPO             PIC X(01).
               88  DIARIO-E-ESTORNO-LIBERADO VALUE 'E'.
               88  DIARIO-E-DEB-CONVENIO   VALUE 'V'.
               88  DIARIO-E-TARIFA         VALUE 'M'.
               88  DIARIO-E-ESTORNO-NSU    VALUE 'Z'.
               88  DIARIO-E-CRED-EMPRESTIMO VALUE 'P'.
               88  DIARIO-E-DEB-PARCELA    VALUE 'Q'.
               88  DIARIO-E-TED-ENVIADA    VALUE 'B'.
               88  DIARIO-E-TED-DEVOLVIDA  VALUE 'F'.
               88  DIARIO-E-TED-RECEBIDA   VALUE 'I'.
           05  DIARIO-VALOR            PIC 9(10)V99.
           05  DIARIO-SALDO            PIC 9(10)V99.
           05  DIARIO-DATA             PIC 9(08).
           05  DIARIO-HORA             PIC 9(06).
           05  DIARIO-CONTRAPARTIDA    PIC 9(10).
           05  DIARIO-NSU              PIC 9(10).
           05  DIARIO-NSU-ORIGEM       PIC 9(10).
           05  DIARIO-TIPO-ORIGEM      PIC X(01).
               88  DIARIO-ORIGEM-CREDITO   VALUE 'D' 'R' 'J' 'L'.
               88  DIARIO-ORIGEM-DEBITO    VALUE 'S' 'T' 'V' 'M' 'E'.
           05  DIARIO-TERMINAL         PIC X(08).

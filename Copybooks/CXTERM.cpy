      *==========================================
      *==  COPYBOOK: CXTERM
      *==  OBJETIVO: REGISTRO DO MESTRE DE TERMINAIS DO CAIXA
      *==            ELETRONICO (TERMMEST), COM O NUMERARIO EM
      *==            CASSETES POR VALOR DE CEDULA.  CADASTRADO,
      *==            ABASTECIDO E RECOLHIDO PELO TERMMNT, BAIXADO
      *==            A CADA SAQUE PELO CAIXA-ELETRONICO E FECHADO
      *==            PELO BATCH FECHTERM, QUE CONFRONTA O
      *==            NUMERARIO COM OS SAQUES DO DIARIO E ROLA O
      *==            SALDO DE ABERTURA.  OS CASSETES FICAM EM
      *==            ORDEM DECRESCENTE DE VALOR (ZERO = VAZIO)
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  TERM-CODIGO             PIC X(08).
           05  TERM-DESCRICAO          PIC X(30).
           05  TERM-SITUACAO           PIC X(01).
               88  TERM-ATIVO          VALUE 'A'.
               88  TERM-INATIVO        VALUE 'I'.
           05  TERM-CASSETE            OCCURS 4 TIMES.
               10  TERM-CED-VALOR      PIC 9(03).
               10  TERM-CED-QTD        PIC 9(05).
           05  TERM-NUMERARIO-ABERTURA PIC 9(10)V99.
           05  TERM-ABASTECIDO         PIC 9(10)V99.
           05  TERM-RECOLHIDO          PIC 9(10)V99.
           05  TERM-DISPENSADO         PIC 9(10)V99.
           05  TERM-QTD-SAQUES         PIC 9(06).
           05  TERM-NSU-FECHAMENTO     PIC 9(10).
           05  TERM-DATA-FECHAMENTO    PIC 9(08).

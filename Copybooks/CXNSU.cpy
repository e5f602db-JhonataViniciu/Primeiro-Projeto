      *==========================================
      *==  COPYBOOK: CXNSU
      *==  OBJETIVO: REGISTRO UNICO DO CONTROLE DE NSU (NSUCTL),
      *==            COM O ULTIMO NUMERO SEQUENCIAL UNICO
      *==            ATRIBUIDO A UM MOVIMENTO DO DIARIO.  TODO
      *==            PROGRAMA QUE GRAVA NO DIARIO (CAIXA, BATCHES
      *==            E ESTORNO) SOMA 1, REGRAVA O CONTROLE E
      *==            CARIMBA O NUMERO EM DIARIO-NSU
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  NSU-ULTIMO              PIC 9(10).
           05  NSU-DATA-ATUALIZACAO    PIC 9(08).
           05  NSU-HORA-ATUALIZACAO    PIC 9(06).

      *==========================================
      *==  COPYBOOK: CXCNVCTL
      *==  OBJETIVO: REGISTRO DO ARQUIVO DE CONTROLE DAS REMESSAS
      *==            DE DEBITO AUTOMATICO RECEBIDAS DOS CONVENIOS
      *==            (CONVCTL).  O CONVDEB GRAVA UM REGISTRO POR
      *==            REMESSA (CONVENIO + NUMERO DA REMESSA DO
      *==            HEADER DO CONVREM) ANTES DE DEBITAR, EM
      *==            PROCESSAMENTO, E O BAIXA NO FIM COM AS
      *==            QUANTIDADES E O TOTAL PAGO.  REMESSA JA
      *==            REGISTRADA E RECUSADA, PARA QUE A MESMA
      *==            COBRANCA NAO SEJA DEBITADA DUAS VEZES
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  CNVC-CONVENIO           PIC X(10).
           05  CNVC-NUMERO-REMESSA     PIC 9(06).
           05  CNVC-DATA-GERACAO       PIC 9(08).
           05  CNVC-DATA-PROCESSAMENTO PIC 9(08).
           05  CNVC-HORA-PROCESSAMENTO PIC 9(06).
           05  CNVC-QTD-LIDAS          PIC 9(09).
           05  CNVC-QTD-PAGAS          PIC 9(09).
           05  CNVC-QTD-RECUSADAS      PIC 9(09).
           05  CNVC-TOTAL-PAGO         PIC 9(15)V99.
           05  CNVC-SITUACAO           PIC X(01).
               88  CNVC-EM-PROCESSAMENTO VALUE 'P'.
               88  CNVC-PROCESSADA       VALUE 'C'.

      *==========================================
      *==  COPYBOOK: CXEMPR
      *==  OBJETIVO: REGISTRO DO MESTRE DE CONTRATOS DE EMPRESTIMO
      *==            (EMPRMEST).  GRAVADO PELO EMPRESTIMO NA
      *==            CONTRATACAO (PARCELA FIXA - TABELA PRICE) E
      *==            ATUALIZADO PELO BATCH COBREMP A CADA PARCELA
      *==            PAGA.  TAXA MENSAL EM PERCENTUAL COM QUATRO
      *==            DECIMAIS (015000 = 1,5000% A.M.).  AS
      *==            PARCELAS FICAM NO ARQUIVO EMPRPARC (COPYBOOK
      *==            CXPARC)
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  EMPR-CONTRATO           PIC 9(10).
           05  EMPR-CLIENTE            PIC 9(10).
           05  EMPR-CONTA              PIC 9(10).
           05  EMPR-PRINCIPAL          PIC 9(10)V99.
           05  EMPR-TAXA-MENSAL        PIC 9(02)V9(04).
           05  EMPR-QTD-PARCELAS       PIC 9(03).
           05  EMPR-DIA-VENCIMENTO     PIC 9(02).
           05  EMPR-VALOR-PARCELA      PIC 9(10)V99.
           05  EMPR-DATA-CONTRATO      PIC 9(08).
           05  EMPR-OPERADOR           PIC X(08).
           05  EMPR-NSU-CREDITO        PIC 9(10).
           05  EMPR-SITUACAO           PIC X(01).
               88  EMPR-ATIVO          VALUE 'A'.
               88  EMPR-QUITADO        VALUE 'Q'.
           05  EMPR-QTD-PAGAS          PIC 9(03).
           05  EMPR-SALDO-DEVEDOR      PIC 9(10)V99.
           05  EMPR-DATA-QUITACAO      PIC 9(08).

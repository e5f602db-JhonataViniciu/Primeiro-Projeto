      *==========================================
      *==  COPYBOOK: CXPARC
      *==  OBJETIVO: REGISTRO DAS PARCELAS DOS CONTRATOS DE
      *==            EMPRESTIMO (EMPRPARC), CHAVE CONTRATO +
      *==            NUMERO DA PARCELA.  GERADAS PELO EMPRESTIMO
      *==            NA CONTRATACAO COM A DECOMPOSICAO PRICE
      *==            (AMORTIZACAO, JUROS E SALDO DEVEDOR APOS A
      *==            PARCELA) E BAIXADAS PELO BATCH COBREMP, QUE
      *==            DEBITA A PARCELA VENCIDA NA CONTA VINCULADA
      *==            E, ENQUANTO NAO PAGA, ACUMULA MULTA E JUROS
      *==            DE MORA ATE PARC-DATA-ULT-MORA
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  PARC-CHAVE.
               10  PARC-CONTRATO       PIC 9(10).
               10  PARC-NUMERO         PIC 9(03).
           05  PARC-CONTA              PIC 9(10).
           05  PARC-VENCIMENTO         PIC 9(08).
           05  PARC-VALOR              PIC 9(10)V99.
           05  PARC-AMORTIZACAO        PIC 9(10)V99.
           05  PARC-JUROS              PIC 9(10)V99.
           05  PARC-SALDO-DEVEDOR      PIC 9(10)V99.
           05  PARC-MULTA              PIC 9(10)V99.
           05  PARC-JUROS-MORA         PIC 9(10)V99.
           05  PARC-DATA-ULT-MORA      PIC 9(08).
           05  PARC-VALOR-PAGO         PIC 9(10)V99.
           05  PARC-DATA-PAGAMENTO     PIC 9(08).
           05  PARC-NSU-DEBITO         PIC 9(10).
           05  PARC-SITUACAO           PIC X(01).
               88  PARC-ABERTA         VALUE 'A'.
               88  PARC-PAGA           VALUE 'P'.

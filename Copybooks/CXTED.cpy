      *==========================================
      *==  COPYBOOK: CXTED
      *==  OBJETIVO: REGISTRO DO ARQUIVO DE PEDIDOS DE TED PARA
      *==            OUTROS BANCOS (TEDPEND), COMPARTILHADO ENTRE
      *==            O CAIXA-ELETRONICO (DEBITA O CLIENTE E GRAVA O
      *==            PEDIDO PENDENTE), O BATCH TEDREM (ENVIA NA
      *==            REMESSA A COMPENSACAO) E O BATCH TEDRET
      *==            (LIQUIDA OU DEVOLVE CONFORME O RETORNO).  O
      *==            NUMERO DO PEDIDO E O NSU DO MOVIMENTO 'B' DO
      *==            DIARIO QUE DEBITOU O CLIENTE
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  TED-NUMERO              PIC 9(10).
           05  TED-CONTA-ORIGEM        PIC 9(10).
           05  TED-BANCO-DESTINO       PIC 9(03).
           05  TED-AGENCIA-DESTINO     PIC 9(04).
           05  TED-CONTA-DESTINO       PIC 9(12).
           05  TED-CPF-FAVORECIDO      PIC 9(11).
           05  TED-VALOR               PIC 9(10)V99.
           05  TED-DATA-PEDIDO         PIC 9(08).
           05  TED-HORA-PEDIDO         PIC 9(06).
           05  TED-TERMINAL            PIC X(08).
           05  TED-SITUACAO            PIC X(01).
               88  TED-PENDENTE        VALUE 'P'.
               88  TED-ENVIADA         VALUE 'E'.
               88  TED-LIQUIDADA       VALUE 'L'.
               88  TED-DEVOLVIDA       VALUE 'D'.
           05  TED-DATA-REMESSA        PIC 9(08).
           05  TED-NUMERO-REMESSA      PIC 9(06).
           05  TED-DATA-RETORNO        PIC 9(08).
           05  TED-MOTIVO              PIC X(30).

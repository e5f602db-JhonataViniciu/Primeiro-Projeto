      *==========================================
      *==  COPYBOOK: CXTEDCTL
      *==  OBJETIVO: REGISTRO DO ARQUIVO DE CONTROLE DOS ARQUIVOS
      *==            DE TED TROCADOS COM A COMPENSACAO (TEDCTL).
      *==            SENTIDO 'S': REMESSA ENVIADA PELO TEDREM,
      *==            PENDENTE ATE O TEDRET PROCESSAR O RETORNO DA
      *==            COMPENSACAO.  SENTIDO 'E': LOTE DE TEDS
      *==            RECEBIDAS PROCESSADO PELO TEDRECB.  RETORNO OU
      *==            LOTE JA PROCESSADO E RECUSADO, PARA QUE A MESMA
      *==            TED NAO SEJA DEVOLVIDA OU CREDITADA DUAS VEZES.
      *==            A SITUACAO 'R' MARCA O RETORNO OU LOTE EM
      *==            PROCESSAMENTO; SE FICAR ASSIM O PROCESSAMENTO
      *==            FOI INTERROMPIDO E SO E LIBERADO APOS A
      *==            CONFERENCIA DO DIARIO
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  TEDC-SENTIDO            PIC X(01).
               88  TEDC-REMESSA        VALUE 'S'.
               88  TEDC-ENTRADA        VALUE 'E'.
           05  TEDC-NUMERO             PIC 9(06).
           05  TEDC-DATA-MOVIMENTO     PIC 9(08).
           05  TEDC-DATA-GERACAO       PIC 9(08).
           05  TEDC-HORA-GERACAO       PIC 9(06).
           05  TEDC-QTD-DETALHES       PIC 9(09).
           05  TEDC-HASH-VALOR         PIC 9(15)V99.
           05  TEDC-QTD-ACEITAS        PIC 9(09).
           05  TEDC-QTD-RECUSADAS      PIC 9(09).
           05  TEDC-SITUACAO           PIC X(01).
               88  TEDC-PENDENTE       VALUE 'P'.
               88  TEDC-EM-PROCESSAMENTO VALUE 'R'.
               88  TEDC-PROCESSADA     VALUE 'C'.
           05  TEDC-DATA-RETORNO       PIC 9(08).

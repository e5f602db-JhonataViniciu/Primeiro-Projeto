      *==========================================
      *==  COPYBOOK: CXDIACHV
      *==  OBJETIVO: CHAVE ALTERNADA CONTA + DATA DO DIARIO DE
      *==            MOVIMENTO INDEXADO (DIARIO E HISTORICO
      *==            DIAHIST), COPIADA LOGO APOS O CXDIARIO NO
      *==            REGISTRO DO ARQUIVO (106 POSICOES).  A CHAVE
      *==            PRINCIPAL E O DIARIO-NSU.  QUEM GRAVA O
      *==            DIARIO PREENCHE A CHAVE COM DIARIO-CONTA E
      *==            DIARIO-DATA ANTES DO WRITE.  O ARQUIVO
      *==            SEQUENCIAL DO ARQDIA (DIARQ) CONTINUA COM AS
      *==            88 POSICOES DO CXDIARIO, SEM A CHAVE
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  DIARIO-CHAVE-CONTA-DATA.
               10  DIARIO-CHV-CONTA        PIC 9(10).
               10  DIARIO-CHV-DATA         PIC 9(08).

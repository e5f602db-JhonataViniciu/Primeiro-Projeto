      *==========================================
      *==  COPYBOOK: CXDATMOV
      *==  OBJETIVO: REGISTRO UNICO DO CONTROLE DE DATA DE
      *==            MOVIMENTO (DATAMOV), LIDO POR TODA A CADEIA
      *==            NOTURNA NO LUGAR DA DATA DO SISTEMA E
      *==            AVANCADO PELO VIRADIA AO FINAL DA CADEIA,
      *==            SEGUNDO O CALENDARIO DE DIAS UTEIS
      *==            (FERIADOS).  O MOVIMENTO DO DIA ABRANGE AS
      *==            DATAS DE CALENDARIO POSTERIORES A
      *==            DMOV-DATA-ANTERIOR ATE DMOV-DATA-MOVIMENTO,
      *==            DE MODO QUE SABADOS, DOMINGOS E FERIADOS
      *==            ENTRAM NO MOVIMENTO DO DIA UTIL SEGUINTE
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  DMOV-DATA-MOVIMENTO     PIC 9(08).
           05  DMOV-DATA-ANTERIOR      PIC 9(08).
           05  DMOV-PROXIMA-DATA       PIC 9(08).
           05  DMOV-FIM-MES            PIC X(01).
               88  DMOV-ULTIMO-DIA-UTIL-MES VALUE 'S'.
           05  DMOV-DATA-VIRADA        PIC 9(08).
           05  DMOV-HORA-VIRADA        PIC 9(06).

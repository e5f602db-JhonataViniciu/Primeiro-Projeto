      *==========================================
      *==  COPYBOOK: CXFERIAD
      *==  OBJETIVO: REGISTRO DO CALENDARIO DE FERIADOS
      *==            (FERIADOS), INDEXADO PELA DATA.  MANTIDO
      *==            PELO FERIMNT E CONSULTADO PELOS BATCHES QUE
      *==            CONTAM DIAS UTEIS (VIRADIA, COMPCHEQ)
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  FER-DATA                PIC 9(08).
           05  FER-ABRANGENCIA         PIC X(01).
               88  FER-NACIONAL        VALUE 'N'.
               88  FER-LOCAL           VALUE 'L'.
           05  FER-DESCRICAO           PIC X(30).

      *==========================================
      *==  COPYBOOK: CXEXEC
      *==  OBJETIVO: REGISTRO DO CONTROLE DE EXECUCAO DA CADEIA
      *==            BATCH (EXECCTL), CHAVE NOME DO JOB + DATA DE
      *==            MOVIMENTO.  GRAVADO POR CADA JOB DA CADEIA NO
      *==            INICIO (SITUACAO EM ANDAMENTO) E NO FIM
      *==            (CONCLUIDO COM RC ATE 4, OU COM ERRO), COM AS
      *==            QUANTIDADES DE REGISTROS LIDOS, PROCESSADOS E
      *==            DE EXCECOES (REJEITADOS, PENDENTES, ALERTAS OU
      *==            DIFERENCAS, CONFORME O JOB).  CONSULTADO PELOS
      *==            JOBS PARA CONFERIR OS PREDECESSORES DA DATA E
      *==            PELO SITCADEI NO RELATORIO DE SITUACAO DA
      *==            CADEIA.
      *==            REGISTRO EM ANDAMENTO SEM FIM = JOB
      *==            INTERROMPIDO (ABEND)
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      CRIACAO DO COPYBOOK
      *==========================================
           05  EXEC-CHAVE.
               10  EXEC-JOB            PIC X(08).
               10  EXEC-DATA-MOVIMENTO PIC 9(08).
           05  EXEC-DATA-INICIO        PIC 9(08).
           05  EXEC-HORA-INICIO        PIC 9(06).
           05  EXEC-DATA-FIM           PIC 9(08).
           05  EXEC-HORA-FIM           PIC 9(06).
           05  EXEC-RETORNO            PIC 9(04).
           05  EXEC-SITUACAO           PIC X(01).
               88  EXEC-EM-ANDAMENTO   VALUE 'A'.
               88  EXEC-CONCLUIDO      VALUE 'C'.
               88  EXEC-COM-ERRO       VALUE 'E'.
           05  EXEC-MODO               PIC X(01).
               88  EXEC-MODO-NORMAL    VALUE 'N'.
               88  EXEC-MODO-REPROCESSO VALUE 'R'.
           05  EXEC-QTD-EXECUCOES      PIC 9(03).
           05  EXEC-QTD-LIDOS          PIC 9(09).
           05  EXEC-QTD-PROCESSADOS    PIC 9(09).
           05  EXEC-QTD-EXCECOES       PIC 9(09).

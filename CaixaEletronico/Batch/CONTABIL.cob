      *== DATA: 21/08/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL CONTABIL,
      *==           APOS O CONCILIA.  A DATA VEM DE SYSIN
      *==           (AAAAMMDD; 00000000 = DATA DE MOVIMENTO DO
      *==           CONTROLE DATAMOV, COM OS REGISTROS DATADOS
      *==           APOS A DATA DE MOVIMENTO ANTERIOR ATE ELA,
      *==           COMO NO CONCILIA; DATA INFORMADA PEGA TODO O
      *==           DIARIO APONTADO ATE A DATA).  O
      *==           ARQUIVO E REGERAVEL PARA A MESMA DATA: CADA
      *==           EXECUCAO REGRAVA O CONTFILE DO ZERO (PARA
      *==           DATA JA ARQUIVADA PELO ARQDIA, APONTAR O DD
      *==           DIARQ PARA A GERACAO DO GDG DA DATA).
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-08-21 JV      PROGRAMA CRIADO
      *==                    CXREMCTL) COM SITUACAO PENDENTE, PARA
      *==                    CONFRONTO COM O RETORNO DA
      *==                    CONTABILIDADE PELO CONTRET
      *== 2026-10-15 JV      DATA PADRAO PASSA A SER A DATA DE
      *==                    MOVIMENTO (DATAMOV), COM O DIARIO
      *==                    SELECIONADO DESDE A DATA DE MOVIMENTO
      *==                    ANTERIOR
      *== 2026-10-15 JV      ESTORNO POR NSU (TIPO Z) SAI COMO DEBITO
      *==                    QUANDO ESTORNA UM CREDITO E COMO
      *==                    CREDITO QUANDO ESTORNA UM DEBITO
      *== 2026-10-15 JV      CREDITO DE EMPRESTIMO (TIPO P) SAI COMO
      *==                    CREDITO E DEBITO DE PARCELA DE
      *==                    EMPRESTIMO (TIPO Q) COMO DEBITO
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    REGISTRA INICIO, FIM, RC E QUANTIDADES,
      *==                    RECUSA EXECUTAR DE NOVO UMA DATA JA
      *==                    CONCLUIDA SEM DATA INFORMADA NO SYSIN E
      *==                    SO EXECUTA COM O CONCILIA CONCLUIDO NA
      *==                    DATA
      *== 2026-10-15 JV      TED ENVIADA (TIPO B) SAI COMO DEBITO;
      *==                    TED DEVOLVIDA (TIPO F) E TED RECEBIDA
      *==                    (TIPO I) COMO CREDITO
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV), LIDO NA ORDEM DO NSU; DATA
      *==                    JA ARQUIVADA E LIDA DO DD DIARQ
      *==                    (GERACAO DO GDG DE ARQUIVO, DUMMY NO
      *==                    PROCESSAMENTO NORMAL), EM SEGUIDA AO
      *==                    DIARIO
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIARIO-NSU
               ALTERNATE RECORD KEY IS DIARIO-CHAVE-CONTA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT DIARQ ASSIGN TO "DIARQ"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIARQ-STATUS.

           SELECT CONTFILE ASSIGN TO "CONTFILE"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REMCTL-STATUS.

           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  DIARQ.
       01  WS-DIARQ-REC               PIC X(88).

       FD  CONTFILE.
       01  WS-CONTFILE-REC            PIC X(60).
       01  WS-REMCTL-REC.
           COPY CXREMCTL.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       WORKING-STORAGE                 SECTION.

       77  WS-DIARIO-STATUS    PIC X(02).
       77  WS-DIARQ-STATUS     PIC X(02).
       77  WS-CONTFILE-STATUS  PIC X(02).
       77  WS-REMCTL-STATUS    PIC X(02).
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).

       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-DATA-MOVIMENTO   PIC 9(08) VALUE ZERO.
       77  WS-DATA-ANTERIOR    PIC 9(08) VALUE ZERO.

       77  WS-FIM-DIARIO-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-DIARIO           VALUE 'S'.
       77  WS-FIM-DIARQ-SW     PIC X(01) VALUE 'N'.
           88  WS-FIM-DIARQ            VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-DATA-INFORMADA-SW PIC X(01) VALUE 'N'.
           88  WS-DATA-INFORMADA       VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-EXECUCAO-RECUSADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-RECUSADA    VALUE 'S'.

      *    JOBS QUE PRECISAM TER CONCLUIDO NA DATA DE MOVIMENTO
       01  WS-PREDECESSORES-AREA.
           05  FILLER              PIC X(08) VALUE 'CONCILIA'.
       01  WS-PREDECESSORES-TAB REDEFINES WS-PREDECESSORES-AREA.
           05  WS-PREDECESSOR      PIC X(08) OCCURS 1 TIMES
                                   INDEXED BY WS-PDX.
       77  WS-QTD-PREDECESSORES PIC 9(02) VALUE 1.

       77  WS-QTD-LIDOS        PIC 9(09) VALUE ZERO.
       77  WS-QTD-DETALHES     PIC 9(09) VALUE ZERO.
       77  WS-QTD-IGNORADOS    PIC 9(09) VALUE ZERO.
       77  WS-HASH-VALOR       PIC 9(15)V99 VALUE ZERO.
           PERFORM 2000-PROCESSAR-DIARIO.
           PERFORM 3000-GRAVAR-TRAILER.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-MOVIMENTO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           OPEN INPUT DIARIO.
           IF WS-DIARIO-STATUS NOT = '00'
              SET WS-FIM-DIARIO TO TRUE
           END-IF.
           OPEN INPUT DIARQ.
           IF WS-DIARQ-STATUS NOT = '00'
              SET WS-FIM-DIARQ TO TRUE
           END-IF.
           OPEN OUTPUT CONTFILE.
           MOVE WS-DATA-MOVIMENTO TO HDR-DATA-MOVIMENTO.
           ACCEPT HDR-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT HDR-HORA-GERACAO FROM TIME.
           WRITE WS-CONTFILE-REC FROM WS-CONT-HEADER.

       1020-LER-DATA-MOVIMENTO.
           OPEN INPUT DATAMOV.
           IF WS-DATAMOV-STATUS = '00'
              READ DATAMOV
                 NOT AT END
                    SET WS-TEM-DATAMOV TO TRUE
              END-READ
              CLOSE DATAMOV
           END-IF.
           IF WS-TEM-DATAMOV
              MOVE DMOV-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
              MOVE DMOV-DATA-ANTERIOR  TO WS-DATA-ANTERIOR
           ELSE
              DISPLAY 'CONTABIL - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD
           END-IF.

       1030-CONTROLAR-EXECUCAO.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              SET WS-DATA-INFORMADA TO TRUE
           END-IF.
           OPEN I-O EXECCTL.
           IF WS-EXECCTL-STATUS = '35'
              CLOSE EXECCTL
              OPEN OUTPUT EXECCTL
              CLOSE EXECCTL
              OPEN I-O EXECCTL
           END-IF.
           PERFORM 1035-VERIFICAR-PREDECESSOR
              VARYING WS-PDX FROM 1 BY 1
              UNTIL WS-PDX > WS-QTD-PREDECESSORES.
           MOVE 'CONTABIL' TO EXEC-JOB.
           MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'CONTABIL - JA CONCLUIDO NA DATA '
                      WS-DATA-MOVIMENTO
              DISPLAY 'CONTABIL - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'CONTABIL' TO EXEC-JOB
              MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO
           END-IF.
           ADD 1 TO EXEC-QTD-EXECUCOES.
           ACCEPT EXEC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-INICIO FROM TIME.
           MOVE ZERO TO EXEC-DATA-FIM EXEC-HORA-FIM EXEC-RETORNO
                        EXEC-QTD-LIDOS EXEC-QTD-PROCESSADOS
                        EXEC-QTD-EXCECOES.
           SET EXEC-EM-ANDAMENTO TO TRUE.
           IF WS-DATA-INFORMADA
              SET EXEC-MODO-REPROCESSO TO TRUE
           ELSE
              SET EXEC-MODO-NORMAL TO TRUE
           END-IF.
           IF WS-TEM-EXECUCAO
              REWRITE WS-EXECCTL-REC
           ELSE
              WRITE WS-EXECCTL-REC
           END-IF.
           CLOSE EXECCTL.

       1035-VERIFICAR-PREDECESSOR.
           MOVE WS-PREDECESSOR(WS-PDX) TO EXEC-JOB.
           MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'CONTABIL - PREDECESSOR '
                         WS-PREDECESSOR(WS-PDX)
                         ' NAO EXECUTADO NA DATA '
                         WS-DATA-MOVIMENTO
                 SET WS-EXECUCAO-RECUSADA TO TRUE
              NOT INVALID KEY
                 IF NOT EXEC-CONCLUIDO
                    DISPLAY 'CONTABIL - PREDECESSOR '
                            WS-PREDECESSOR(WS-PDX)
                            ' NAO CONCLUIDO NA DATA '
                            WS-DATA-MOVIMENTO
                    SET WS-EXECUCAO-RECUSADA TO TRUE
                 END-IF
           END-READ.

       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'CONTABIL - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-PROCESSAR-DIARIO.
           PERFORM 2100-LER-PROXIMO-DIARIO.
           PERFORM 2200-TRATAR-MOVIMENTO
              UNTIL WS-FIM-DIARIO.
           PERFORM 2150-LER-PROXIMO-DIARQ.
           PERFORM 2250-TRATAR-ARQUIVADO
              UNTIL WS-FIM-DIARQ.

       2100-LER-PROXIMO-DIARIO.
           READ DIARIO
                 SET WS-FIM-DIARIO TO TRUE
           END-READ.

      *    DIARIO ARQUIVADO (DD DIARQ), SO NA REGERACAO DE UMA DATA JA
      *    ARQUIVADA PELO ARQDIA; NO PROCESSAMENTO NORMAL E DUMMY
       2150-LER-PROXIMO-DIARQ.
           READ DIARQ INTO WS-DIARIO-REC
              AT END
                 SET WS-FIM-DIARQ TO TRUE
           END-READ.

       2200-TRATAR-MOVIMENTO.
           ADD 1 TO WS-QTD-LIDOS.
           IF DIARIO-DATA > WS-DATA-ANTERIOR
              AND DIARIO-DATA NOT GREATER THAN WS-DATA-MOVIMENTO
              PERFORM 2300-GRAVAR-DETALHE
           END-IF.
           PERFORM 2100-LER-PROXIMO-DIARIO.

       2250-TRATAR-ARQUIVADO.
           ADD 1 TO WS-QTD-LIDOS.
           IF DIARIO-DATA > WS-DATA-ANTERIOR
              AND DIARIO-DATA NOT GREATER THAN WS-DATA-MOVIMENTO
              PERFORM 2300-GRAVAR-DETALHE
           END-IF.
           PERFORM 2150-LER-PROXIMO-DIARQ.

       2300-GRAVAR-DETALHE.
           EVALUATE DIARIO-TIPO
              WHEN 'D'
              WHEN 'R'
              WHEN 'J'
              WHEN 'L'
              WHEN 'P'
              WHEN 'F'
              WHEN 'I'
                 SET DET-E-CREDITO TO TRUE
                 PERFORM 2350-MONTAR-E-GRAVAR
              WHEN 'S'
              WHEN 'V'
              WHEN 'M'
              WHEN 'E'
              WHEN 'Q'
              WHEN 'B'
                 SET DET-E-DEBITO TO TRUE
                 PERFORM 2350-MONTAR-E-GRAVAR
              WHEN 'Z'
                 IF DIARIO-ORIGEM-CREDITO
                    SET DET-E-DEBITO TO TRUE
                 ELSE
                    SET DET-E-CREDITO TO TRUE
                 END-IF
                 PERFORM 2350-MONTAR-E-GRAVAR
              WHEN 'C'
              WHEN 'X'
                 CONTINUE

       9000-FINALIZAR.
           CLOSE DIARIO.
           CLOSE DIARQ.
           CLOSE CONTFILE.
           DISPLAY 'CONTABIL - DATA MOVIMENTO: ' WS-DATA-MOVIMENTO.
           DISPLAY 'CONTABIL - DETALHES......: ' WS-QTD-DETALHES.
           DISPLAY 'CONTABIL - IGNORADOS.....: ' WS-QTD-IGNORADOS.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'CONTABIL' TO EXEC-JOB.
           MOVE WS-DATA-MOVIMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'CONTABIL - CONTROLE DE EXECUCAO NAO '
                         'ENCONTRADO'
              NOT INVALID KEY
                 PERFORM 9850-ATUALIZAR-EXECUCAO
           END-READ.
           CLOSE EXECCTL.

       9850-ATUALIZAR-EXECUCAO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE RETURN-CODE TO EXEC-RETORNO.
           IF RETURN-CODE > 4
              SET EXEC-COM-ERRO TO TRUE
           ELSE
              SET EXEC-CONCLUIDO TO TRUE
           END-IF.
           MOVE WS-QTD-LIDOS TO EXEC-QTD-LIDOS.
           MOVE WS-QTD-DETALHES TO EXEC-QTD-PROCESSADOS.
           MOVE WS-QTD-IGNORADOS TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

      *==           CORTA DO DIARIO OS MOVIMENTOS DA DATA
      *==           PROCESSADA, GRAVANDO-OS NO ARQUIVO DE
      *==           ARQUIVAMENTO DIARQ (UMA GERACAO POR DATA) E
      *==           NO HISTORICO INDEXADO DIAHIST (CHAVE NSU E
      *==           CHAVE ALTERNADA CONTA + DATA) E EXCLUINDO-OS
      *==           DO DIARIO, PARA QUE O DIARIO NAO CRESCA SEM
      *==           LIMITE, A CONCILIACAO DE UMA DATA PASSADA
      *==           POSSA SER REPROCESSADA SOBRE O ARQUIVO DA
      *==           DATA E O INFORME DE RENDIMENTOS LEIA SO OS
      *==           MOVIMENTOS DE CADA CONTA NO ANO.
      *== DATA: 21/08/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL ARQDIA, APOS
      *==           O CONTABIL.  A DATA A ARQUIVAR VEM DE SYSIN
      *==           (AAAAMMDD; 00000000 = DATA DE MOVIMENTO DO
      *==           CONTROLE DATAMOV).  SAO ARQUIVADOS OS
      *==           REGISTROS DATADOS APOS A DATA DE MOVIMENTO
      *==           ANTERIOR ATE A DATA DE MOVIMENTO (COM DATA
      *==           INFORMADA, TUDO ATE ELA); O QUE FOR POSTERIOR
      *==           (CAIXA APOS A MEIA-NOITE) PERMANECE NO DIARIO
      *==           PARA O MOVIMENTO SEGUINTE.  MOVIMENTO QUE JA
      *==           ESTA NO DIAHIST (REEXECUCAO APOS
      *==           INTERRUPCAO) SO E EXCLUIDO DO DIARIO E GRAVADO
      *==           NO DIARQ.  OUTRO ERRO AO GRAVAR O DIAHIST OU AO
      *==           EXCLUIR DO DIARIO INTERROMPE O ARQUIVAMENTO COM
      *==           RETURN-CODE 8, MANTENDO O MOVIMENTO NO DIARIO.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-08-21 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      DATA PADRAO PASSA A SER A DATA DE
      *==                    MOVIMENTO (DATAMOV), ARQUIVANDO DESDE
      *==                    A DATA DE MOVIMENTO ANTERIOR
      *== 2026-10-15 JV      REGISTRO DO DIARIO PASSA A 80 POSICOES
      *==                    (NSU, NSU E TIPO DO MOVIMENTO ESTORNADO)
      *== 2026-10-15 JV      REGISTRO DO DIARIO PASSA A 88 POSICOES
      *==                    (TERMINAL DE ORIGEM DO MOVIMENTO)
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    REGISTRA INICIO, FIM, RC E QUANTIDADES,
      *==                    RECUSA EXECUTAR DE NOVO UMA DATA JA
      *==                    CONCLUIDA SEM DATA INFORMADA NO SYSIN E
      *==                    SO EXECUTA COM CONTABIL, FECHTERM E
      *==                    MONATIP CONCLUIDOS NA DATA
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV): OS MOVIMENTOS ARQUIVADOS
      *==                    SAO EXCLUIDOS DO PROPRIO DIARIO, SEM
      *==                    O DIARNOVO, E GRAVADOS TAMBEM NO
      *==                    HISTORICO INDEXADO DIAHIST; O DIARQ
      *==                    CONTINUA COM 88 POSICOES
      *== 2026-10-15 JV      SO NSU JA EXISTENTE NO DIAHIST (STATUS 22)
      *==                    CONTA COMO JA ARQUIVADO; OUTRA FALHA NO
      *==                    DIAHIST OU NA EXCLUSAO DO DIARIO PARA O
      *==                    PROCESSAMENTO COM RC=8.  O DIARQ E GRAVADO
      *==                    DEPOIS DA EXCLUSAO DO DIARIO
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARIO-NSU OF WS-DIARIO-REC
               ALTERNATE RECORD KEY IS
                   DIARIO-CHAVE-CONTA-DATA OF WS-DIARIO-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT DIARQ ASSIGN TO "DIARQ"
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DIARQ-STATUS.

           SELECT DIAHIST ASSIGN TO "DIAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARIO-NSU OF WS-DIAHIST-REC
               ALTERNATE RECORD KEY IS
                   DIARIO-CHAVE-CONTA-DATA OF WS-DIAHIST-REC
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAHIST-STATUS.

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

       FD  DIAHIST.
       01  WS-DIAHIST-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       WORKING-STORAGE                 SECTION.

       77  WS-DIARIO-STATUS    PIC X(02).
       77  WS-DIARQ-STATUS     PIC X(02).
       77  WS-DIAHIST-STATUS   PIC X(02).
           88  WS-DIAHIST-GRAVADO          VALUE '00' '02'.
           88  WS-DIAHIST-NSU-DUPLICADO    VALUE '22'.
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).

       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-DATA-ARQUIVO     PIC 9(08) VALUE ZERO.
       77  WS-DATA-ANTERIOR    PIC 9(08) VALUE ZERO.

       77  WS-FIM-DIARIO-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-DIARIO           VALUE 'S'.
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
           05  FILLER              PIC X(08) VALUE 'CONTABIL'.
           05  FILLER              PIC X(08) VALUE 'FECHTERM'.
           05  FILLER              PIC X(08) VALUE 'MONATIP'.
       01  WS-PREDECESSORES-TAB REDEFINES WS-PREDECESSORES-AREA.
           05  WS-PREDECESSOR      PIC X(08) OCCURS 3 TIMES
                                   INDEXED BY WS-PDX.
       77  WS-QTD-PREDECESSORES PIC 9(02) VALUE 3.

       77  WS-QTD-LIDOS        PIC 9(08) VALUE ZERO.
       77  WS-QTD-ARQUIVADOS   PIC 9(08) VALUE ZERO.
       77  WS-QTD-MANTIDOS     PIC 9(08) VALUE ZERO.
       77  WS-QTD-JA-HISTORICO PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR-DIARIO.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-ARQUIVO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS NOT = '00'
              SET WS-FIM-DIARIO TO TRUE
           END-IF.
           OPEN OUTPUT DIARQ.
           OPEN I-O DIAHIST.
           IF WS-DIAHIST-STATUS = '35'
              CLOSE DIAHIST
              OPEN OUTPUT DIAHIST
              CLOSE DIAHIST
              OPEN I-O DIAHIST
           END-IF.

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
              MOVE DMOV-DATA-MOVIMENTO TO WS-DATA-ARQUIVO
              MOVE DMOV-DATA-ANTERIOR  TO WS-DATA-ANTERIOR
           ELSE
              DISPLAY 'ARQDIA - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-ARQUIVO FROM DATE YYYYMMDD
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
           MOVE 'ARQDIA' TO EXEC-JOB.
           MOVE WS-DATA-ARQUIVO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'ARQDIA - JA CONCLUIDO NA DATA '
                      WS-DATA-ARQUIVO
              DISPLAY 'ARQDIA - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'ARQDIA' TO EXEC-JOB
              MOVE WS-DATA-ARQUIVO TO EXEC-DATA-MOVIMENTO
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
           MOVE WS-DATA-ARQUIVO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'ARQDIA - PREDECESSOR '
                         WS-PREDECESSOR(WS-PDX)
                         ' NAO EXECUTADO NA DATA '
                         WS-DATA-ARQUIVO
                 SET WS-EXECUCAO-RECUSADA TO TRUE
              NOT INVALID KEY
                 IF NOT EXEC-CONCLUIDO
                    DISPLAY 'ARQDIA - PREDECESSOR '
                            WS-PREDECESSOR(WS-PDX)
                            ' NAO CONCLUIDO NA DATA '
                            WS-DATA-ARQUIVO
                    SET WS-EXECUCAO-RECUSADA TO TRUE
                 END-IF
           END-READ.

       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'ARQDIA - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-PROCESSAR-DIARIO.
           PERFORM 2100-LER-PROXIMO-DIARIO.
              UNTIL WS-FIM-DIARIO.

       2100-LER-PROXIMO-DIARIO.
           READ DIARIO NEXT RECORD
              AT END
                 SET WS-FIM-DIARIO TO TRUE
           END-READ.

       2200-CLASSIFICAR-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS.
           IF DIARIO-DATA OF WS-DIARIO-REC > WS-DATA-ANTERIOR
              AND DIARIO-DATA OF WS-DIARIO-REC
                  NOT GREATER THAN WS-DATA-ARQUIVO
              PERFORM 2300-ARQUIVAR-REGISTRO
           ELSE
              ADD 1 TO WS-QTD-MANTIDOS
           END-IF.
           PERFORM 2100-LER-PROXIMO-DIARIO.

      *    O DIARQ RECEBE SO AS 88 POSICOES DO CXDIARIO (SEM A CHAVE
      *    CONTA + DATA); O MOVIMENTO SO SAI DO DIARIO DEPOIS DE
      *    GRAVADO NO DIAHIST E SO VAI PARA O DIARQ DEPOIS DE SAIR DO
      *    DIARIO.  NSU JA NO DIAHIST (STATUS 22) E MOVIMENTO JA
      *    ARQUIVADO EM EXECUCAO INTERROMPIDA; QUALQUER OUTRA FALHA
      *    PARA O PROCESSAMENTO
       2300-ARQUIVAR-REGISTRO.
           WRITE WS-DIAHIST-REC FROM WS-DIARIO-REC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           EVALUATE TRUE
              WHEN WS-DIAHIST-GRAVADO
                 CONTINUE
              WHEN WS-DIAHIST-NSU-DUPLICADO
                 ADD 1 TO WS-QTD-JA-HISTORICO
              WHEN OTHER
                 DISPLAY 'ARQDIA - ERRO AO GRAVAR NO DIAHIST O NSU '
                         DIARIO-NSU OF WS-DIARIO-REC
                         ' STATUS ' WS-DIAHIST-STATUS
                 PERFORM 9900-INTERROMPER-ARQUIVO
           END-EVALUATE.
           DELETE DIARIO RECORD
              INVALID KEY
                 CONTINUE
           END-DELETE.
           IF WS-DIARIO-STATUS NOT = '00'
              DISPLAY 'ARQDIA - ERRO AO EXCLUIR DO DIARIO O NSU '
                      DIARIO-NSU OF WS-DIARIO-REC
                      ' STATUS ' WS-DIARIO-STATUS
              PERFORM 9900-INTERROMPER-ARQUIVO
           END-IF.
           WRITE WS-DIARQ-REC FROM WS-DIARIO-REC.
           ADD 1 TO WS-QTD-ARQUIVADOS.

       9000-FINALIZAR.
           CLOSE DIARIO.
           CLOSE DIARQ.
           CLOSE DIAHIST.
           DISPLAY 'ARQDIA - DATA ARQUIVADA..: ' WS-DATA-ARQUIVO.
           DISPLAY 'ARQDIA - LIDOS...........: ' WS-QTD-LIDOS.
           DISPLAY 'ARQDIA - ARQUIVADOS......: ' WS-QTD-ARQUIVADOS.
           DISPLAY 'ARQDIA - MANTIDOS........: ' WS-QTD-MANTIDOS.
           DISPLAY 'ARQDIA - JA NO HISTORICO.: ' WS-QTD-JA-HISTORICO.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'ARQDIA' TO EXEC-JOB.
           MOVE WS-DATA-ARQUIVO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'ARQDIA - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-ARQUIVADOS TO EXEC-QTD-PROCESSADOS.
           MOVE ZERO TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

      *    FALHA NO DIAHIST OU NA EXCLUSAO DO DIARIO: O MOVIMENTO
      *    CORRENTE FICA NO DIARIO, FORA DO DIARQ; O ARQUIVAMENTO PARA
      *    COM RC=8 E A REEXECUCAO CONTINUA DO PONTO DA FALHA
       9900-INTERROMPER-ARQUIVO.
           PERFORM 9000-FINALIZAR.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

      *==           SEGUINTE.  EMITE O RELATORIO TARREL DAS
      *==           COBRADAS, ISENTAS E PENDENTES.
      *== DATA: 02/09/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL TARIFMES, TODA
      *==           NOITE NA CADEIA, ANTES DO CONCILIA DO DIA (COMO
      *==           EFETAGEN E COMPCHEQ), PARA QUE O MOVIMENTO
      *==           'M' CONCILIE NO PROPRIO DIA.  SYSIN: PRIMEIRA
      *==           LINHA COM A COMPETENCIA AAAAMM (000000 =
      *==           DERIVADA DA DATA DE PROCESSAMENTO), SEGUNDA
      *==           LINHA COM A DATA DE PROCESSAMENTO (AAAAMMDD;
      *==           00000000 = DATA DE MOVIMENTO DO CONTROLE
      *==           DATAMOV).  COM AS DUAS LINHAS ZERADAS SO
      *==           COBRA QUANDO A DATA DE MOVIMENTO E O ULTIMO
      *==           DIA UTIL DO MES (DMOV-FIM-MES); NOS DEMAIS
      *==           DIAS TERMINA SEM PROCESSAR - A COMPETENCIA
      *==           EXPLICITA PERMITE REPROCESSAR O MES APOS A
      *==           VIRADA SEM ESVAZIAR A BASE DE SALDO MEDIO.
      *==           SEGURO PARA REEXECUCAO:
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-09-02 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      DATA DE PROCESSAMENTO PADRAO PASSA A
      *==                    SER A DATA DE MOVIMENTO (DATAMOV) E A
      *==                    COBRANCA AUTOMATICA SO OCORRE NO
      *==                    ULTIMO DIA UTIL DO MES
      *== 2026-10-15 JV      CADA MOVIMENTO GRAVADO NO DIARIO LEVA O
      *==                    NSU OBTIDO NO CONTROLE NSUCTL (COPYBOOK
      *==                    CXNSU)
      *== 2026-10-15 JV      NOME DO PROGRAMA GRAVADO COMO TERMINAL
      *==                    DE ORIGEM DO MOVIMENTO NO DIARIO
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    REGISTRA INICIO, FIM, RC E QUANTIDADES
      *==                    E RECUSA EXECUTAR DE NOVO UMA DATA JA
      *==                    CONCLUIDA SEM DATA INFORMADA NO SYSIN
      *== 2026-10-15 JV      DIARIO INDEXADO (CHAVE NSU E CHAVE
      *==                    ALTERNADA CONTA + DATA, COPYBOOK
      *==                    CXDIACHV): ABERTO EM I-O, COM A CHAVE
      *==                    CONTA + DATA PREENCHIDA NA GRAVACAO
      *== 2026-10-15 JV      NSUCTL ABERTO EM EXCLUSIVO, COM NOVA
      *==                    TENTATIVA QUANDO OCUPADO; NSU DUPLICADO NO
      *==                    DIARIO PEDE OUTRO NSU.  DIARIO GRAVADO
      *==                    ANTES DE REGRAVAR A CONTA; OUTRA FALHA NO
      *==                    DIARIO INTERROMPE O PROCESSAMENTO COM RC=8
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARIO-NSU
               ALTERNATE RECORD KEY IS DIARIO-CHAVE-CONTA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WS-DIARIO-STATUS.

           SELECT NSUCTL ASSIGN TO "NSUCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-NSUCTL-STATUS.

           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

           SELECT TARREL ASSIGN TO "TARREL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  NSUCTL.
       01  WS-NSUCTL-REC.
           COPY CXNSU.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       FD  TARREL.
       01  REL-LINHA                  PIC X(100).
       77  WS-SALDARQ-STATUS   PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-DIARIO-STATUS    PIC X(02).
           88  WS-DIARIO-NSU-DUPLICADO     VALUE '22'.
           88  WS-DIARIO-ERRO-IO           VALUE '30' THRU '99'.
       77  WS-NSUCTL-STATUS    PIC X(02).
           88  WS-NSUCTL-OCUPADO           VALUE '61' '90' THRU '99'.
       77  WS-TARREL-STATUS    PIC X(02).
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).

      *--- NSUCTL ABERTO EM EXCLUSIVO SO PARA LER, SOMAR E REGRAVAR;
      *--- OCUPADO, TENTA DE NOVO.  NSU JA EXISTENTE NO DIARIO PEDE
      *--- OUTRO NSU
       77  WS-NSU-TENTATIVAS   PIC 9(04) VALUE ZERO.
       77  WS-NSU-SW           PIC X(01) VALUE 'N'.
           88  WS-NSU-OBTIDO           VALUE 'S'.
           88  WS-NSU-INDISPONIVEL     VALUE 'N'.
       77  WS-DIARIO-TENTATIVAS PIC 9(02) VALUE ZERO.
       77  WS-DIARIO-SW        PIC X(01) VALUE 'R'.
           88  WS-DIARIO-GRAVADO       VALUE 'S'.
           88  WS-DIARIO-RECUSADO      VALUE 'E'.
           88  WS-DIARIO-REPETIR       VALUE 'R'.

       77  WS-PARM-COMP        PIC X(06) VALUE '000000'.
       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
           88  WS-FIM-TARTAB           VALUE 'S'.
       77  WS-FIM-SALDARQ-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-SALDARQ          VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-DATA-INFORMADA-SW PIC X(01) VALUE 'N'.
           88  WS-DATA-INFORMADA       VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-EXECUCAO-RECUSADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-RECUSADA    VALUE 'S'.
       77  WS-FORA-FIM-MES-SW  PIC X(01) VALUE 'N'.
           88  WS-FORA-FIM-MES         VALUE 'S'.
       77  WS-SEM-TABELA-SW    PIC X(01) VALUE 'N'.
           88  WS-SEM-TABELA           VALUE 'S'.
       77  WS-CONTA-ISENTA-SW  PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           IF NOT WS-SEM-TABELA AND NOT WS-FORA-FIM-MES
              PERFORM 1500-CARREGAR-SALDOS-MES
              PERFORM 2000-PROCESSAR-CONTAS
              PERFORM 5000-EMITIR-RODAPE
           END-IF.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-PROCESSAMENTO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           IF WS-PARM-COMP NUMERIC AND WS-PARM-COMP NOT = '000000'
              MOVE WS-PARM-COMP TO WS-COMPETENCIA
           ELSE
              COMPUTE WS-COMPETENCIA = WS-DATA-PROCESSAMENTO / 100
           END-IF.
           IF WS-FORA-FIM-MES
              DISPLAY 'TARIFMES - DATA DE MOVIMENTO '
                      WS-DATA-PROCESSAMENTO
                      ' NAO E O ULTIMO DIA UTIL DO MES - '
                      'NADA PROCESSADO'
           ELSE
              PERFORM 1100-CARREGAR-TABELA-TARIFAS
              PERFORM 1200-ABRIR-ARQUIVOS
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
              MOVE DMOV-DATA-MOVIMENTO TO WS-DATA-PROCESSAMENTO
              IF WS-PARM-COMP = '000000'
                 AND NOT DMOV-ULTIMO-DIA-UTIL-MES
                 SET WS-FORA-FIM-MES TO TRUE
              END-IF
           ELSE
              DISPLAY 'TARIFMES - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
              IF WS-PARM-COMP = '000000'
                 SET WS-FORA-FIM-MES TO TRUE
              END-IF
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
           MOVE 'TARIFMES' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'TARIFMES - JA CONCLUIDO NA DATA '
                      WS-DATA-PROCESSAMENTO
              DISPLAY 'TARIFMES - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'TARIFMES' TO EXEC-JOB
              MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO
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

       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'TARIFMES - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1100-CARREGAR-TABELA-TARIFAS.
           MOVE ZERO TO WS-QTD-FAIXAS.
              SET WS-MDX TO WS-QTD-MEDIAS
           END-IF.

       1200-ABRIR-ARQUIVOS.
           IF WS-SEM-TABELA
              DISPLAY 'TARIFMES - TABELA DE TARIFAS TARTAB '
                      'AUSENTE OU VAZIA - NADA PROCESSADO'
           ELSE
              OPEN I-O CONTAS
              OPEN I-O DIARIO
              IF WS-DIARIO-STATUS = '35'
                 CLOSE DIARIO
                 OPEN OUTPUT DIARIO
                 CLOSE DIARIO
                 OPEN I-O DIARIO
              END-IF
              OPEN OUTPUT TARREL
              MOVE WS-COMPETENCIA TO WS-REL-CAB-COMPETENCIA
              WRITE REL-LINHA FROM WS-REL-CABECALHO
              WRITE REL-LINHA FROM SPACES
              WRITE REL-LINHA FROM WS-REL-CABECALHO2
              WRITE REL-LINHA FROM SPACES
           END-IF.


       2000-PROCESSAR-CONTAS.
           MOVE LOW-VALUES TO XREF-CONTA-NUMERO OF WS-CONTA-REC.
           START CONTAS KEY IS NOT LESS THAN
           ADD WS-VALOR-COBRAR TO WS-TOTAL-COBRADO.
           MOVE 'COBRADA ' TO DET-SITUACAO.
           MOVE WS-VALOR-COBRAR TO DET-COBRADO.
           PERFORM 2750-GRAVAR-DIARIO.
           PERFORM 2700-MARCAR-COMPETENCIA.

       2700-MARCAR-COMPETENCIA.
           MOVE WS-COMPETENCIA TO CONTA-ULT-TARIFA.
           MOVE WS-DATA-PROCESSAMENTO TO DIARIO-DATA.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE ZERO            TO DIARIO-CONTRAPARTIDA.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM.
           MOVE 'TARIFMES' TO DIARIO-TERMINAL.
           MOVE DIARIO-CONTA TO DIARIO-CHV-CONTA.
           MOVE DIARIO-DATA  TO DIARIO-CHV-DATA.
           SET WS-DIARIO-REPETIR TO TRUE.
           MOVE ZERO TO WS-DIARIO-TENTATIVAS.
           PERFORM 2755-TENTAR-GRAVAR-DIARIO
              UNTIL NOT WS-DIARIO-REPETIR.
           IF WS-DIARIO-RECUSADO
              PERFORM 9900-INTERROMPER-DIARIO
           END-IF.

       2755-TENTAR-GRAVAR-DIARIO.
           ADD 1 TO WS-DIARIO-TENTATIVAS.
           PERFORM 2760-OBTER-NSU.
           IF WS-NSU-INDISPONIVEL
              SET WS-DIARIO-RECUSADO TO TRUE
           ELSE
              WRITE WS-DIARIO-REC
                 INVALID KEY
                    IF NOT WS-DIARIO-NSU-DUPLICADO
                       OR WS-DIARIO-TENTATIVAS NOT LESS THAN 10
                       SET WS-DIARIO-RECUSADO TO TRUE
                    END-IF
                 NOT INVALID KEY
                    SET WS-DIARIO-GRAVADO TO TRUE
              END-WRITE
              IF WS-DIARIO-ERRO-IO
                 SET WS-DIARIO-RECUSADO TO TRUE
              END-IF
           END-IF.

       2760-OBTER-NSU.
           SET WS-NSU-INDISPONIVEL TO TRUE.
           MOVE ZERO TO WS-NSU-TENTATIVAS.
           PERFORM 2765-ABRIR-NSUCTL
              UNTIL WS-NSU-OBTIDO
                 OR WS-NSU-TENTATIVAS NOT LESS THAN 500.
           IF WS-NSU-OBTIDO
              READ NSUCTL
                 AT END
                    INITIALIZE WS-NSUCTL-REC
              END-READ
              ADD 1 TO NSU-ULTIMO
              ACCEPT NSU-DATA-ATUALIZACAO FROM DATE YYYYMMDD
              ACCEPT NSU-HORA-ATUALIZACAO FROM TIME
              REWRITE WS-NSUCTL-REC
              CLOSE NSUCTL
              MOVE NSU-ULTIMO TO DIARIO-NSU
           END-IF.

       2765-ABRIR-NSUCTL.
           ADD 1 TO WS-NSU-TENTATIVAS.
           OPEN I-O NSUCTL.
           IF WS-NSUCTL-STATUS = '35'
              CLOSE NSUCTL
              OPEN OUTPUT NSUCTL
              INITIALIZE WS-NSUCTL-REC
              WRITE WS-NSUCTL-REC
              CLOSE NSUCTL
              OPEN I-O NSUCTL
           END-IF.
           EVALUATE TRUE
              WHEN WS-NSUCTL-STATUS = '00'
                 SET WS-NSU-OBTIDO TO TRUE
              WHEN WS-NSUCTL-OCUPADO
                 CONTINUE
              WHEN OTHER
                 MOVE 500 TO WS-NSU-TENTATIVAS
           END-EVALUATE.

       2800-IMPRIMIR-DETALHE.
           MOVE XREF-CONTA-NUMERO OF WS-CONTA-REC TO DET-CONTA.
           DISPLAY 'TARIFMES - COBRADAS.......: ' WS-QTD-COBRADAS.
           DISPLAY 'TARIFMES - ISENTAS........: ' WS-QTD-ISENTAS.
           DISPLAY 'TARIFMES - PENDENTES......: ' WS-QTD-PENDENTES.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'TARIFMES' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'TARIFMES - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-CORRENTES TO EXEC-QTD-LIDOS.
           MOVE WS-QTD-COBRADAS TO EXEC-QTD-PROCESSADOS.
           MOVE WS-QTD-PENDENTES TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

      *    FALHA NA GRAVACAO DO DIARIO: A CONTA DO MOVIMENTO CORRENTE
      *    NAO FOI ATUALIZADA; O PROCESSAMENTO PARA COM RC=8
       9900-INTERROMPER-DIARIO.
           DISPLAY 'TARIFMES - ERRO AO GRAVAR O DIARIO - CONTA '
                   DIARIO-CONTA ' NSU ' DIARIO-NSU
                   ' STATUS ' WS-DIARIO-STATUS ' ' WS-NSUCTL-STATUS.
           PERFORM 9000-FINALIZAR.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

      *==           JANELA NOTURNA.  SYSIN: PRIMEIRA LINHA COM O
      *==           PRAZO DE COMPENSACAO EM DIAS UTEIS (99),
      *==           SEGUNDA LINHA COM A DATA DE PROCESSAMENTO
      *==           (AAAAMMDD; 00000000 = DATA DE MOVIMENTO DO
      *==           CONTROLE DATAMOV).  DIAS UTEIS CONTADOS DE
      *==           SEGUNDA A SEXTA, EXCLUIDAS AS DATAS DO
      *==           CALENDARIO DE FERIADOS (FERIADOS); SEM O
      *==           CALENDARIO, CONTA SO OS FINS DE SEMANA E
      *==           AVISA NO SYSOUT.  O CHQPEND E REGRAVADO EM
      *==           CHQPENDN COM A SITUACAO ATUALIZADA E O PASSO
      *==           SEGUINTE DO JCL SUBSTITUI O CHQPEND PELO
      *==           CHQPENDN (TAMBEM COM RC=8: NA RECUSA OU NA
      *==           INTERRUPCAO O CHQPENDN RECEBE O RESTANTE DO
      *==           CHQPEND SEM ALTERACAO).  O CHQDEVOL IDENTIFICA
      *==           O CHEQUE PELA CONTA E PELA DATA/HORA DO DEPOSITO.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-09-02 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      DATA DE PROCESSAMENTO PADRAO PASSA A
      *==                    SER A DATA DE MOVIMENTO (DATAMOV) E A
      *==                    CONTAGEM DE DIAS UTEIS PULA FERIADOS
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
      *== 2026-10-15 JV      INTERRUPCAO POR FALHA NO DIARIO OU RECUSA
      *==                    DO CONTROLE DA CADEIA COPIAM PARA O
      *==                    CHQPENDN O CHEQUE CORRENTE SEM ALTERACAO E
      *==                    O RESTANTE DO CHQPEND, PARA QUE O PASSO
      *==                    SEGUINTE SUBSTITUA O CHQPEND TAMBEM COM
      *==                    RC=8 E A REEXECUCAO NAO REPITA CHEQUES JA
      *==                    BAIXADOS
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

           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

           SELECT COMPREL ASSIGN TO "COMPREL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  NSUCTL.
       01  WS-NSUCTL-REC.
           COPY CXNSU.

       FD  FERIADOS.
       01  WS-FERIADO-REC.
           COPY CXFERIAD.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       FD  COMPREL.
       01  REL-LINHA                  PIC X(100).
       77  WS-CHQDEVOL-STATUS  PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-DIARIO-STATUS    PIC X(02).
           88  WS-DIARIO-NSU-DUPLICADO     VALUE '22'.
           88  WS-DIARIO-ERRO-IO           VALUE '30' THRU '99'.
       77  WS-NSUCTL-STATUS    PIC X(02).
           88  WS-NSUCTL-OCUPADO           VALUE '61' '90' THRU '99'.
       77  WS-COMPREL-STATUS   PIC X(02).
       77  WS-FERIADOS-STATUS  PIC X(02).
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

       77  WS-PARM-DIAS        PIC 9(02) VALUE ZERO.
       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
           88  WS-FIM-CHQDEVOL         VALUE 'S'.
       77  WS-CHEQUE-DEVOLVIDO-SW PIC X(01) VALUE 'N'.
           88  WS-CHEQUE-DEVOLVIDO     VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-DATA-INFORMADA-SW PIC X(01) VALUE 'N'.
           88  WS-DATA-INFORMADA       VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-EXECUCAO-RECUSADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-RECUSADA    VALUE 'S'.
       77  WS-TEM-FERIADOS-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-FERIADOS         VALUE 'S'.
       77  WS-DIA-FERIADO-SW   PIC X(01) VALUE 'N'.
           88  WS-DIA-FERIADO          VALUE 'S'.
       77  WS-BAIXA-OK-SW      PIC X(01) VALUE 'S'.
           88  WS-BAIXA-OK             VALUE 'S'.
           88  WS-BAIXA-FALHOU         VALUE 'N'.
           PERFORM 4500-RELATAR-DEVOL-SEM-BAIXA.
           PERFORM 5000-EMITIR-RODAPE.
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
           OPEN INPUT FERIADOS.
           IF WS-FERIADOS-STATUS = '00'
              SET WS-TEM-FERIADOS TO TRUE
           ELSE
              DISPLAY 'COMPCHEQ - CALENDARIO DE FERIADOS AUSENTE - '
                      'DIAS UTEIS SEM FERIADOS'
           END-IF.
           OPEN INPUT CHQPEND.
           IF WS-CHQPEND-STATUS NOT = '00'
           END-IF.
           OPEN OUTPUT CHQPENDN.
           OPEN I-O CONTAS.
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS = '35'
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.
           OPEN OUTPUT COMPREL.
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           WRITE REL-LINHA FROM WS-REL-CABECALHO3.
           WRITE REL-LINHA FROM SPACES.

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
           ELSE
              DISPLAY 'COMPCHEQ - CONTROLE DATAMOV AUSENTE - '
                      'USADA A DATA DO SISTEMA'
              ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
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
           MOVE 'COMPCHEQ' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'COMPCHEQ - JA CONCLUIDO NA DATA '
                      WS-DATA-PROCESSAMENTO
              DISPLAY 'COMPCHEQ - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'COMPCHEQ' TO EXEC-JOB
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

      *    RECUSA: O CHQPEND E COPIADO SEM ALTERACAO PARA O CHQPENDN,
      *    QUE O PASSO SEGUINTE DO JCL GRAVA SOBRE O CHQPEND
       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           DISPLAY 'COMPCHEQ - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           OPEN INPUT CHQPEND.
           IF WS-CHQPEND-STATUS NOT = '00'
              SET WS-FIM-CHQPEND TO TRUE
           END-IF.
           OPEN OUTPUT CHQPENDN.
           PERFORM 2100-LER-PROXIMO-CHEQUE.
           PERFORM 9950-COPIAR-CHEQUE
              UNTIL WS-FIM-CHQPEND.
           CLOSE CHQPEND.
           CLOSE CHQPENDN.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1500-CARREGAR-DEVOLUCOES.
           MOVE ZERO TO WS-QTD-DEVOL.
           OPEN INPUT CHQDEVOL.
                 COMPUTE WS-BLOQUEADO-NOVO =
                         CONTA-SALDO-BLOQUEADO - CHQ-VALOR
                 MOVE WS-BLOQUEADO-NOVO TO CONTA-SALDO-BLOQUEADO
           END-READ.
           IF WS-BAIXA-OK
              MOVE 'X' TO DIARIO-TIPO
              MOVE CONTA-SALDO TO WS-SALDO-NOVO
              PERFORM 3200-GRAVAR-DIARIO
              REWRITE WS-CONTA-REC
              SET CHQ-DEVOLVIDO TO TRUE
              MOVE WS-DATA-PROCESSAMENTO TO CHQ-DATA-BAIXA
              ADD 1 TO WS-QTD-ESTORNADOS
                    COMPUTE WS-SALDO-NOVO =
                            CONTA-SALDO - CHQ-VALOR
                    MOVE WS-SALDO-NOVO TO CONTA-SALDO
                 END-IF
           END-READ.
           IF WS-BAIXA-OK
              MOVE 'E' TO DIARIO-TIPO
              PERFORM 3200-GRAVAR-DIARIO
              REWRITE WS-CONTA-REC
              SET CHQ-DEVOLVIDO TO TRUE
              MOVE WS-DATA-PROCESSAMENTO TO CHQ-DATA-BAIXA
              ADD 1 TO WS-QTD-ESTORNADOS
                 COMPUTE WS-SALDO-NOVO =
                         CONTA-SALDO + CHQ-VALOR
                 MOVE WS-SALDO-NOVO TO CONTA-SALDO
           END-READ.
           IF WS-BAIXA-OK
              MOVE 'L' TO DIARIO-TIPO
              PERFORM 3200-GRAVAR-DIARIO
              REWRITE WS-CONTA-REC
              SET CHQ-LIBERADO TO TRUE
              MOVE WS-DATA-PROCESSAMENTO TO CHQ-DATA-BAIXA
              ADD 1 TO WS-QTD-LIBERADOS
           MOVE WS-DATA-PROCESSAMENTO TO DIARIO-DATA.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE ZERO           TO DIARIO-CONTRAPARTIDA.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM.
           MOVE 'COMPCHEQ' TO DIARIO-TERMINAL.
           MOVE DIARIO-CONTA TO DIARIO-CHV-CONTA.
           MOVE DIARIO-DATA  TO DIARIO-CHV-DATA.
           SET WS-DIARIO-REPETIR TO TRUE.
           MOVE ZERO TO WS-DIARIO-TENTATIVAS.
           PERFORM 3245-TENTAR-GRAVAR-DIARIO
              UNTIL NOT WS-DIARIO-REPETIR.
           IF WS-DIARIO-RECUSADO
              PERFORM 9900-INTERROMPER-DIARIO
           END-IF.

       3245-TENTAR-GRAVAR-DIARIO.
           ADD 1 TO WS-DIARIO-TENTATIVAS.
           PERFORM 3250-OBTER-NSU.
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

       3250-OBTER-NSU.
           SET WS-NSU-INDISPONIVEL TO TRUE.
           MOVE ZERO TO WS-NSU-TENTATIVAS.
           PERFORM 3255-ABRIR-NSUCTL
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

       3255-ABRIR-NSUCTL.
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

       3300-IMPRIMIR-DETALHE.
           MOVE CHQ-CONTA          TO DET-CONTA.
           END-IF.
           PERFORM 4200-DIA-DA-SEMANA.
           IF WS-DIA-SEMANA > 1
              PERFORM 4250-VERIFICAR-FERIADO
              IF NOT WS-DIA-FERIADO
                 ADD 1 TO WS-DIAS-UTEIS
              END-IF
           END-IF.

       4150-DIAS-NO-MES.
              GIVING WS-ZEL-QUOCIENTE
              REMAINDER WS-DIA-SEMANA.

       4250-VERIFICAR-FERIADO.
           MOVE 'N' TO WS-DIA-FERIADO-SW.
           IF WS-TEM-FERIADOS
              MOVE WS-DATA-CORRENTE TO FER-DATA
              READ FERIADOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-DIA-FERIADO TO TRUE
              END-READ
           END-IF.

       4500-RELATAR-DEVOL-SEM-BAIXA.
           IF WS-QTD-DEVOL > ZERO
              PERFORM 4600-VERIFICAR-DEVOLUCAO-USADA
           CLOSE CONTAS.
           CLOSE DIARIO.
           CLOSE COMPREL.
           IF WS-TEM-FERIADOS
              CLOSE FERIADOS
           END-IF.
           DISPLAY 'COMPCHEQ - DATA PROCESSADA: '
                   WS-DATA-PROCESSAMENTO.
           DISPLAY 'COMPCHEQ - LIDOS..........: ' WS-QTD-LIDOS.
           DISPLAY 'COMPCHEQ - LIBERADOS......: ' WS-QTD-LIBERADOS.
           DISPLAY 'COMPCHEQ - ESTORNADOS.....: ' WS-QTD-ESTORNADOS.
           DISPLAY 'COMPCHEQ - PENDENTES......: ' WS-QTD-PENDENTES.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'COMPCHEQ' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'COMPCHEQ - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-LIBERADOS TO EXEC-QTD-PROCESSADOS.
           MOVE WS-QTD-ESTORNADOS TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

      *    FALHA NA GRAVACAO DO DIARIO: A CONTA DO MOVIMENTO CORRENTE
      *    NAO FOI ATUALIZADA; O CHEQUE CORRENTE (AINDA SEM ALTERACAO)
      *    E O RESTANTE DO CHQPEND SAO COPIADOS PARA O CHQPENDN, PARA
      *    QUE OS CHEQUES JA BAIXADOS NESTA EXECUCAO NAO VOLTEM COMO
      *    PENDENTES; O PROCESSAMENTO PARA COM RC=8
       9900-INTERROMPER-DIARIO.
           DISPLAY 'COMPCHEQ - ERRO AO GRAVAR O DIARIO - CONTA '
                   DIARIO-CONTA ' NSU ' DIARIO-NSU
                   ' STATUS ' WS-DIARIO-STATUS ' ' WS-NSUCTL-STATUS.
           PERFORM 9950-COPIAR-CHEQUE
              UNTIL WS-FIM-CHQPEND.
           PERFORM 9000-FINALIZAR.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       9950-COPIAR-CHEQUE.
           WRITE WS-CHQPENDN-REC FROM WS-CHQPEND-REC.
           PERFORM 2100-LER-PROXIMO-CHEQUE.

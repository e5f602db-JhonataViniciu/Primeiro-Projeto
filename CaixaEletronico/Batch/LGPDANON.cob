       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDANON.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: ANONIMIZACAO DOS DADOS PESSOAIS DE EX-CLIENTES
      *==           (LGPD).  O CLIENTE CUJAS CONTAS FORAM TODAS
      *==           ENCERRADAS (SEGLOG OPERACAO 'F', GRAVADA PELO
      *==           ABRECONTA) OU QUE FOI EXCLUIDO DO CADASTRO
      *==           (CLIHIST OPERACAO 'E') HA MAIS TEMPO QUE O
      *==           PRAZO DE RETENCAO, E QUE NAO TEM NENHUMA CONTA
      *==           NO CONTAS, TEM NOME, CPF, ENDERECO E TELEFONE
      *==           MASCARADOS NO CLIMEST E NAS IMAGENS
      *==           ANTES/DEPOIS DO CLIHIST.  O NUMERO DO CLIENTE
      *==           E A DATA DE ABERTURA SAO MANTIDOS, PARA QUE O
      *==           HISTORICO CONTINUE AMARRADO.  CADA
      *==           ANONIMIZACAO E REGISTRADA NO SEGLOG (OPERACAO
      *==           'L') E LISTADA NO RELATORIO ANONREL, QUE NAO
      *==           TRAZ NENHUM DADO PESSOAL.
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL LGPDANON, FORA
      *==           DA CADEIA NOTURNA, UMA VEZ POR MES, COM O
      *==           CLIENTES FORA DO AR (O CLIHIST E REGRAVADO).
      *==           SYSIN: PRIMEIRA LINHA COM O PRAZO DE RETENCAO
      *==           EM MESES (999; 000 = 60 MESES), SEGUNDA LINHA
      *==           COM A DATA DE PROCESSAMENTO (AAAAMMDD; 00000000
      *==           = DATA DE MOVIMENTO DO CONTROLE DATAMOV).  A
      *==           DATA DE CORTE E A DATA DE PROCESSAMENTO MENOS O
      *==           PRAZO; VALE A DATA DO ULTIMO ENCERRAMENTO OU DA
      *==           EXCLUSAO DO CLIENTE.  O CLIHIST E REGRAVADO
      *==           INTEIRO NO CLIHNOV, QUE O STEP SEGUINTE DO JCL
      *==           COPIA SOBRE O CLIHIST.  SEGURO PARA
      *==           REEXECUCAO: CADASTRO E IMAGENS JA ANONIMIZADOS
      *==           NAO SAO ALTERADOS DE NOVO.  CLIHIST AUSENTE
      *==           TERMINA COM RC=8 SEM ALTERAR NADA; ERRO DE
      *==           REGRAVACAO OU TABELA CHEIA TERMINA COM RC=4.
      *==           ENCERRAMENTOS ANTERIORES AO REGISTRO NO SEGLOG
      *==           NAO SAO CONHECIDOS PELO PROGRAMA.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGLOG ASSIGN TO "SEGLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SEGLOG-STATUS.

           SELECT CLIHIST ASSIGN TO "CLIHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLIHIST-STATUS.

           SELECT CLIHNOV ASSIGN TO "CLIHNOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLIHNOV-STATUS.

           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-CONTA-NUMERO OF WS-CONTA-REC
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT CLIMEST ASSIGN TO "CLIMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-CPF
               FILE STATUS IS WS-CLIMEST-STATUS.

           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

           SELECT ANONREL ASSIGN TO "ANONREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANONREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGLOG.
       01  SEG-LOG-REC.
           COPY SEGLREC.

       FD  CLIHIST.
       01  CLI-HIST-REC.
           COPY CLIHREC.

       FD  CLIHNOV.
       01  WS-CLIHNOV-REC              PIC X(383).

       FD  CONTAS.
       01  WS-CONTA-REC.
           COPY CLIXREF.
           COPY CXCONTA.

       FD  CLIMEST.
       01  CLI-MESTRE-REC.
           COPY CLIMREC.

       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       FD  ANONREL.
       01  REL-LINHA                  PIC X(100).

       WORKING-STORAGE                 SECTION.

       77  WS-SEGLOG-STATUS    PIC X(02).
       77  WS-CLIHIST-STATUS   PIC X(02).
       77  WS-CLIHNOV-STATUS   PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-CLIMEST-STATUS   PIC X(02).
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).
       77  WS-ANONREL-STATUS   PIC X(02).

       77  WS-PARM-MESES       PIC X(03) VALUE '000'.
       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-MESES-RETENCAO   PIC 9(03) VALUE 60.
       77  WS-DATA-PROCESSAMENTO  PIC 9(08) VALUE ZERO.
       77  WS-MESES-CORRIDOS   PIC 9(06) VALUE ZERO.
       77  WS-ANO-CORTE        PIC 9(04) VALUE ZERO.
       77  WS-MES-CORTE        PIC 9(02) VALUE ZERO.
       01  WS-DATA-PROC-AREA.
           05  WS-DATA-PROC            PIC 9(08).
           05  WS-DATA-PROC-PARTES REDEFINES WS-DATA-PROC.
               10  WS-PROC-ANO         PIC 9(04).
               10  WS-PROC-MES         PIC 9(02).
               10  WS-PROC-DIA         PIC 9(02).
       01  WS-DATA-CORTE-AREA.
           05  WS-DATA-CORTE           PIC 9(08).
           05  WS-DATA-CORTE-PARTES REDEFINES WS-DATA-CORTE.
               10  WS-CORTE-ANO        PIC 9(04).
               10  WS-CORTE-MES        PIC 9(02).
               10  WS-CORTE-DIA        PIC 9(02).

       77  WS-FIM-SEGLOG-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-SEGLOG           VALUE 'S'.
       77  WS-FIM-CLIHIST-SW   PIC X(01) VALUE 'N'.
           88  WS-FIM-CLIHIST          VALUE 'S'.
       77  WS-FIM-CONTAS-SW    PIC X(01) VALUE 'N'.
           88  WS-FIM-CONTAS           VALUE 'S'.
       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-DATA-INFORMADA-SW PIC X(01) VALUE 'N'.
           88  WS-DATA-INFORMADA       VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-EXECUCAO-RECUSADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-RECUSADA    VALUE 'S'.
       77  WS-IMAGEM-ALTERADA-SW PIC X(01) VALUE 'N'.
           88  WS-IMAGEM-ALTERADA      VALUE 'S'.

       77  WS-REF-CLIENTE      PIC 9(10) VALUE ZERO.
       77  WS-REF-DATA         PIC 9(08) VALUE ZERO.
       77  WS-REF-ORIGEM       PIC X(01) VALUE SPACE.

       77  WS-QTD-ANALISADOS   PIC 9(06) VALUE ZERO.
       77  WS-QTD-COM-CONTA    PIC 9(06) VALUE ZERO.
       77  WS-QTD-EM-RETENCAO  PIC 9(06) VALUE ZERO.
       77  WS-QTD-ANONIMIZADOS PIC 9(06) VALUE ZERO.
       77  WS-QTD-SO-HISTORICO PIC 9(06) VALUE ZERO.
       77  WS-QTD-JA-ANONIMIZADOS PIC 9(06) VALUE ZERO.
       77  WS-QTD-HIST-LIDOS   PIC 9(08) VALUE ZERO.
       77  WS-QTD-HIST-MASCARADOS PIC 9(08) VALUE ZERO.
       77  WS-QTD-ERROS        PIC 9(06) VALUE ZERO.

      *    CLIENTES COM ENCERRAMENTO DE CONTA OU EXCLUSAO, COM A
      *    DATA MAIS RECENTE ENTRE OS DOIS (DATA DE REFERENCIA)
       77  WS-QTD-CLIENTES     PIC 9(04) VALUE ZERO.
       01  WS-CLIENTE-TAB-AREA.
           05  TAB-ENTRY OCCURS 1 TO 5000 TIMES
                         DEPENDING ON WS-QTD-CLIENTES
                         INDEXED BY WS-IDX.
               10  TAB-CLIENTE          PIC 9(10).
               10  TAB-DATA-REFERENCIA  PIC 9(08).
               10  TAB-ORIGEM           PIC X(01).
                   88  TAB-POR-ENCERRAMENTO     VALUE 'F'.
                   88  TAB-POR-EXCLUSAO         VALUE 'E'.
               10  TAB-CONTA-SW         PIC X(01).
                   88  TAB-COM-CONTA            VALUE 'S'.
               10  TAB-ANONIMIZAR-SW    PIC X(01).
                   88  TAB-ANONIMIZAR           VALUE 'S'.
               10  TAB-CADASTRO-SW      PIC X(01).
                   88  TAB-CADASTRO-MASCARADO   VALUE 'S'.
               10  TAB-HISTORICO-SW     PIC X(01).
                   88  TAB-HISTORICO-MASCARADO  VALUE 'S'.

      *    IMAGEM DO CLIENTE A MASCARAR (CLIMEST OU CLIHIST)
       01  WS-ANON-REC.
           COPY CLIMREC REPLACING LEADING ==CLI== BY ==ANO==.

      *    CPF FICTICIO DO CLIENTE ANONIMIZADO
       01  WS-CPF-AREA.
           05  WS-CPF-NUMERO           PIC 9(11).
           05  WS-CPF-DIGITOS REDEFINES WS-CPF-NUMERO.
               10  WS-CPF-DIG          PIC 9(01) OCCURS 11 TIMES.
           05  WS-CPF-PARTES REDEFINES WS-CPF-NUMERO.
               10  WS-CPF-BASE         PIC 9(09).
               10  WS-CPF-DV           PIC 9(02).
       77  WS-CPF-SOMA         PIC 9(04) VALUE ZERO.
       77  WS-CPF-IND          PIC 9(02) VALUE ZERO.
       77  WS-CPF-PESO         PIC 9(02) VALUE ZERO.
       77  WS-CPF-QUOCIENTE    PIC 9(04) VALUE ZERO.
       77  WS-CPF-RESTO        PIC 9(02) VALUE ZERO.
       77  WS-CPF-DV1          PIC 9(01) VALUE ZERO.

       01  WS-MOTIVO-CADASTRO.
           05  FILLER                  PIC X(27) VALUE
               'RETENCAO VENCIDA - CLIMEST '.
           05  FILLER                  PIC X(13) VALUE
               'E CLIHIST'.

       01  WS-MOTIVO-HISTORICO.
           05  FILLER                  PIC X(27) VALUE
               'RETENCAO VENCIDA - SO O CLI'.
           05  FILLER                  PIC X(13) VALUE
               'HIST'.

       01  WS-REL-CABECALHO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'CLIENTES ANONIMIZADOS (LGPD)'.
           05  FILLER                  PIC X(12) VALUE 'PROCESSADO: '.
           05  WS-REL-CAB-DATA         PIC 9(08).
           05  FILLER                  PIC X(08) VALUE '  CORTE:'.
           05  WS-REL-CAB-CORTE        PIC 9(08).
           05  FILLER                  PIC X(12) VALUE
               '  RETENCAO:'.
           05  WS-REL-CAB-MESES        PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE ' MESES'.

       01  WS-REL-CABECALHO2.
           05  FILLER                  PIC X(11) VALUE 'CLIENTE'.
           05  FILLER                  PIC X(13) VALUE 'REFERENCIA'.
           05  FILLER                  PIC X(15) VALUE 'ORIGEM'.
           05  FILLER                  PIC X(40) VALUE
               'DADOS ANONIMIZADOS'.

       01  WS-REL-DETALHE.
           05  DET-CLIENTE             PIC Z(9)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DET-REFERENCIA          PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  DET-ORIGEM              PIC X(12).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  DET-ACAO                PIC X(40).

       01  WS-REL-RODAPE1.
           05  FILLER                  PIC X(30) VALUE
               'CLIENTES ANALISADOS.........: '.
           05  ROD-ANALISADOS          PIC Z(5)9.

       01  WS-REL-RODAPE2.
           05  FILLER                  PIC X(30) VALUE
               'COM CONTA NO CONTAS.........: '.
           05  ROD-COM-CONTA           PIC Z(5)9.

       01  WS-REL-RODAPE3.
           05  FILLER                  PIC X(30) VALUE
               'DENTRO DO PRAZO DE RETENCAO.: '.
           05  ROD-EM-RETENCAO         PIC Z(5)9.

       01  WS-REL-RODAPE4.
           05  FILLER                  PIC X(30) VALUE
               'ANONIMIZADOS NO CLIMEST.....: '.
           05  ROD-ANONIMIZADOS        PIC Z(5)9.

       01  WS-REL-RODAPE5.
           05  FILLER                  PIC X(30) VALUE
               'ANONIMIZADOS SO NO CLIHIST..: '.
           05  ROD-SO-HISTORICO        PIC Z(5)9.

       01  WS-REL-RODAPE6.
           05  FILLER                  PIC X(30) VALUE
               'JA ANONIMIZADOS ANTES.......: '.
           05  ROD-JA-ANONIMIZADOS     PIC Z(5)9.

       01  WS-REL-RODAPE7.
           05  FILLER                  PIC X(30) VALUE
               'IMAGENS MASCARADAS CLIHIST..: '.
           05  ROD-HIST-MASCARADOS     PIC Z(7)9.

       01  WS-REL-RODAPE8.
           05  FILLER                  PIC X(30) VALUE
               'ERROS DE REGRAVACAO.........: '.
           05  ROD-ERROS               PIC Z(5)9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-CARREGAR-ENCERRAMENTOS.
           PERFORM 2500-CARREGAR-EXCLUSOES.
           PERFORM 3000-VERIFICAR-CONTAS.
           PERFORM 4000-ANONIMIZAR-CADASTRO.
           PERFORM 5000-REGRAVAR-CLIHIST.
           PERFORM 6000-REGISTRAR-SO-HISTORICO.
           PERFORM 6500-EMITIR-RODAPE.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-PARM-MESES.
           ACCEPT WS-PARM-DATA.
           IF WS-PARM-MESES NUMERIC AND WS-PARM-MESES NOT = '000'
              MOVE WS-PARM-MESES TO WS-MESES-RETENCAO
           END-IF.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-PROCESSAMENTO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           PERFORM 1100-CALCULAR-DATA-CORTE.
           PERFORM 1200-ABRIR-ARQUIVOS.

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
              DISPLAY 'LGPDANON - CONTROLE DATAMOV AUSENTE - '
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
           MOVE 'LGPDANON' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'LGPDANON - JA CONCLUIDO NA DATA '
                      WS-DATA-PROCESSAMENTO
              DISPLAY 'LGPDANON - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'LGPDANON' TO EXEC-JOB
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
           DISPLAY 'LGPDANON - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1100-CALCULAR-DATA-CORTE.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-PROC.
           COMPUTE WS-MESES-CORRIDOS = WS-PROC-ANO * 12
                                     + WS-PROC-MES - 1
                                     - WS-MESES-RETENCAO.
           DIVIDE WS-MESES-CORRIDOS BY 12
              GIVING WS-ANO-CORTE
              REMAINDER WS-MES-CORTE.
           MOVE WS-ANO-CORTE TO WS-CORTE-ANO.
           COMPUTE WS-CORTE-MES = WS-MES-CORTE + 1.
           MOVE WS-PROC-DIA  TO WS-CORTE-DIA.
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           MOVE WS-DATA-CORTE         TO WS-REL-CAB-CORTE.
           MOVE WS-MESES-RETENCAO     TO WS-REL-CAB-MESES.

      *    SEM O CLIHIST NAO HA COMO REGRAVA-LO: RECUSA ANTES DE
      *    ALTERAR QUALQUER CADASTRO
       1200-ABRIR-ARQUIVOS.
           OPEN INPUT CLIHIST.
           IF WS-CLIHIST-STATUS NOT = '00'
              DISPLAY 'LGPDANON - CLIHIST AUSENTE - STATUS '
                      WS-CLIHIST-STATUS
              MOVE 8 TO RETURN-CODE
              PERFORM 9800-REGISTRAR-FIM
              STOP RUN
           END-IF.
           OPEN INPUT SEGLOG.
           IF WS-SEGLOG-STATUS NOT = '00'
              SET WS-FIM-SEGLOG TO TRUE
           END-IF.
           OPEN INPUT CONTAS.
           OPEN I-O CLIMEST.
           OPEN OUTPUT ANONREL.
           WRITE REL-LINHA FROM WS-REL-CABECALHO.
           WRITE REL-LINHA FROM WS-REL-CABECALHO2.
           WRITE REL-LINHA FROM SPACES.

       2000-CARREGAR-ENCERRAMENTOS.
           PERFORM 2100-LER-PROXIMO-SEG.
           PERFORM 2200-TRATAR-SEG
              UNTIL WS-FIM-SEGLOG.
           CLOSE SEGLOG.

       2100-LER-PROXIMO-SEG.
           READ SEGLOG
              AT END
                 SET WS-FIM-SEGLOG TO TRUE
           END-READ.

       2200-TRATAR-SEG.
           IF SEG-E-ENCERRAMENTO
              AND SEG-CLIENTE NUMERIC
              AND SEG-CLIENTE NOT = ZERO
              MOVE SEG-CLIENTE TO WS-REF-CLIENTE
              MOVE SEG-DATA    TO WS-REF-DATA
              MOVE 'F'         TO WS-REF-ORIGEM
              PERFORM 2300-REGISTRAR-REFERENCIA
           END-IF.
           PERFORM 2100-LER-PROXIMO-SEG.

      *    GUARDA A DATA MAIS RECENTE DO CLIENTE NA TABELA
       2300-REGISTRAR-REFERENCIA.
           SET WS-IDX TO 1.
           SEARCH TAB-ENTRY
              AT END
                 PERFORM 2350-INSERIR-CLIENTE
              WHEN TAB-CLIENTE(WS-IDX) = WS-REF-CLIENTE
                 IF WS-REF-DATA > TAB-DATA-REFERENCIA(WS-IDX)
                    MOVE WS-REF-DATA   TO TAB-DATA-REFERENCIA(WS-IDX)
                    MOVE WS-REF-ORIGEM TO TAB-ORIGEM(WS-IDX)
                 END-IF
           END-SEARCH.

       2350-INSERIR-CLIENTE.
           IF WS-QTD-CLIENTES < 5000
              ADD 1 TO WS-QTD-CLIENTES
              SET WS-IDX TO WS-QTD-CLIENTES
              MOVE WS-REF-CLIENTE TO TAB-CLIENTE(WS-IDX)
              MOVE WS-REF-DATA    TO TAB-DATA-REFERENCIA(WS-IDX)
              MOVE WS-REF-ORIGEM  TO TAB-ORIGEM(WS-IDX)
              MOVE 'N' TO TAB-CONTA-SW(WS-IDX)
                          TAB-ANONIMIZAR-SW(WS-IDX)
                          TAB-CADASTRO-SW(WS-IDX)
                          TAB-HISTORICO-SW(WS-IDX)
           ELSE
              DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE IGNORADO: '
                      WS-REF-CLIENTE
              MOVE 4 TO RETURN-CODE
           END-IF.

       2500-CARREGAR-EXCLUSOES.
           PERFORM 2600-LER-PROXIMO-HIST.
           PERFORM 2700-TRATAR-HIST
              UNTIL WS-FIM-CLIHIST.
           CLOSE CLIHIST.

       2600-LER-PROXIMO-HIST.
           READ CLIHIST
              AT END
                 SET WS-FIM-CLIHIST TO TRUE
           END-READ.

       2700-TRATAR-HIST.
           IF HIST-E-EXCLUSAO
              MOVE HIST-ANTES TO WS-ANON-REC
              IF ANO-NUMERO NUMERIC
                 MOVE ANO-NUMERO TO WS-REF-CLIENTE
                 MOVE HIST-DATA  TO WS-REF-DATA
                 MOVE 'E'        TO WS-REF-ORIGEM
                 PERFORM 2300-REGISTRAR-REFERENCIA
              END-IF
           END-IF.
           PERFORM 2600-LER-PROXIMO-HIST.

      *    CLIENTE COM QUALQUER CONTA NO CONTAS NAO E ANONIMIZADO
       3000-VERIFICAR-CONTAS.
           MOVE LOW-VALUES TO XREF-CONTA-NUMERO OF WS-CONTA-REC.
           START CONTAS KEY IS NOT LESS THAN
                 XREF-CONTA-NUMERO OF WS-CONTA-REC
              INVALID KEY
                 SET WS-FIM-CONTAS TO TRUE
           END-START.
           PERFORM 3100-LER-PROXIMA-CONTA
              UNTIL WS-FIM-CONTAS.
           CLOSE CONTAS.

       3100-LER-PROXIMA-CONTA.
           READ CONTAS NEXT RECORD
              AT END
                 SET WS-FIM-CONTAS TO TRUE
              NOT AT END
                 PERFORM 3200-MARCAR-CONTA
           END-READ.

       3200-MARCAR-CONTA.
           IF WS-QTD-CLIENTES > ZERO
              SET WS-IDX TO 1
              SEARCH TAB-ENTRY
                 AT END
                    CONTINUE
                 WHEN TAB-CLIENTE(WS-IDX) =
                      XREF-CLIENTE-NUMERO OF WS-CONTA-REC
                    SET TAB-COM-CONTA(WS-IDX) TO TRUE
              END-SEARCH
           END-IF.

       4000-ANONIMIZAR-CADASTRO.
           OPEN EXTEND SEGLOG.
           IF WS-SEGLOG-STATUS = '35'
              CLOSE SEGLOG
              OPEN OUTPUT SEGLOG
              CLOSE SEGLOG
              OPEN EXTEND SEGLOG
           END-IF.
           PERFORM 4100-AVALIAR-CLIENTE
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CLIENTES.

       4100-AVALIAR-CLIENTE.
           ADD 1 TO WS-QTD-ANALISADOS.
           EVALUATE TRUE
              WHEN TAB-COM-CONTA(WS-IDX)
                 ADD 1 TO WS-QTD-COM-CONTA
              WHEN TAB-DATA-REFERENCIA(WS-IDX) > WS-DATA-CORTE
                 ADD 1 TO WS-QTD-EM-RETENCAO
              WHEN OTHER
                 PERFORM 4200-LER-CADASTRO
           END-EVALUATE.

       4200-LER-CADASTRO.
           MOVE TAB-CLIENTE(WS-IDX) TO CLI-NUMERO.
           READ CLIMEST
              INVALID KEY
                 SET TAB-ANONIMIZAR(WS-IDX) TO TRUE
              NOT INVALID KEY
                 IF CLI-ANONIMIZADO
                    ADD 1 TO WS-QTD-JA-ANONIMIZADOS
                    SET TAB-ANONIMIZAR(WS-IDX) TO TRUE
                 ELSE
                    PERFORM 4300-MASCARAR-CADASTRO
                 END-IF
           END-READ.

       4300-MASCARAR-CADASTRO.
           MOVE CLI-MESTRE-REC TO WS-ANON-REC.
           PERFORM 7000-MASCARAR-IMAGEM.
           MOVE WS-ANON-REC TO CLI-MESTRE-REC.
           REWRITE CLI-MESTRE-REC
              INVALID KEY
                 DISPLAY 'LGPDANON - ERRO AO REGRAVAR O CLIENTE: '
                         TAB-CLIENTE(WS-IDX) ' STATUS '
                         WS-CLIMEST-STATUS
                 ADD 1 TO WS-QTD-ERROS
                 MOVE 4 TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-QTD-ANONIMIZADOS
                 SET TAB-ANONIMIZAR(WS-IDX) TO TRUE
                 SET TAB-CADASTRO-MASCARADO(WS-IDX) TO TRUE
                 MOVE WS-MOTIVO-CADASTRO TO SEG-MOTIVO
                 PERFORM 7500-GRAVAR-SEGLOG
                 MOVE 'CLIMEST E CLIHIST' TO DET-ACAO
                 PERFORM 7600-IMPRIMIR-DETALHE
           END-REWRITE.

      *    O CLIHIST E COPIADO INTEIRO PARA O CLIHNOV, COM AS
      *    IMAGENS DOS CLIENTES ANONIMIZADOS MASCARADAS
       5000-REGRAVAR-CLIHIST.
           MOVE 'N' TO WS-FIM-CLIHIST-SW.
           OPEN INPUT CLIHIST.
           OPEN OUTPUT CLIHNOV.
           PERFORM 2600-LER-PROXIMO-HIST.
           PERFORM 5100-TRATAR-HIST
              UNTIL WS-FIM-CLIHIST.
           CLOSE CLIHIST.
           CLOSE CLIHNOV.

       5100-TRATAR-HIST.
           ADD 1 TO WS-QTD-HIST-LIDOS.
           MOVE 'N' TO WS-IMAGEM-ALTERADA-SW.
           MOVE HIST-ANTES TO WS-ANON-REC.
           PERFORM 5200-TRATAR-IMAGEM.
           MOVE WS-ANON-REC TO HIST-ANTES.
           IF HIST-E-ALTERACAO
              MOVE HIST-DEPOIS TO WS-ANON-REC
              PERFORM 5200-TRATAR-IMAGEM
              MOVE WS-ANON-REC TO HIST-DEPOIS
           END-IF.
           IF WS-IMAGEM-ALTERADA
              ADD 1 TO WS-QTD-HIST-MASCARADOS
           END-IF.
           WRITE WS-CLIHNOV-REC FROM CLI-HIST-REC.
           PERFORM 2600-LER-PROXIMO-HIST.

       5200-TRATAR-IMAGEM.
           IF ANO-NUMERO NUMERIC AND NOT ANO-ANONIMIZADO
              AND WS-QTD-CLIENTES > ZERO
              SET WS-IDX TO 1
              SEARCH TAB-ENTRY
                 AT END
                    CONTINUE
                 WHEN TAB-CLIENTE(WS-IDX) = ANO-NUMERO
                    IF TAB-ANONIMIZAR(WS-IDX)
                       PERFORM 7000-MASCARAR-IMAGEM
                       SET TAB-HISTORICO-MASCARADO(WS-IDX) TO TRUE
                       SET WS-IMAGEM-ALTERADA TO TRUE
                    END-IF
              END-SEARCH
           END-IF.

      *    CLIENTE JA EXCLUIDO OU JA ANONIMIZADO NO CLIMEST QUE
      *    AINDA TINHA IMAGENS ABERTAS NO CLIHIST
       6000-REGISTRAR-SO-HISTORICO.
           PERFORM 6100-VERIFICAR-SO-HISTORICO
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CLIENTES.
           CLOSE SEGLOG.

       6100-VERIFICAR-SO-HISTORICO.
           IF TAB-HISTORICO-MASCARADO(WS-IDX)
              AND NOT TAB-CADASTRO-MASCARADO(WS-IDX)
              ADD 1 TO WS-QTD-SO-HISTORICO
              MOVE WS-MOTIVO-HISTORICO TO SEG-MOTIVO
              PERFORM 7500-GRAVAR-SEGLOG
              MOVE 'SO CLIHIST' TO DET-ACAO
              PERFORM 7600-IMPRIMIR-DETALHE
           END-IF.

       6500-EMITIR-RODAPE.
           WRITE REL-LINHA FROM SPACES.
           MOVE WS-QTD-ANALISADOS      TO ROD-ANALISADOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE1.
           MOVE WS-QTD-COM-CONTA       TO ROD-COM-CONTA.
           WRITE REL-LINHA FROM WS-REL-RODAPE2.
           MOVE WS-QTD-EM-RETENCAO     TO ROD-EM-RETENCAO.
           WRITE REL-LINHA FROM WS-REL-RODAPE3.
           MOVE WS-QTD-ANONIMIZADOS    TO ROD-ANONIMIZADOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE4.
           MOVE WS-QTD-SO-HISTORICO    TO ROD-SO-HISTORICO.
           WRITE REL-LINHA FROM WS-REL-RODAPE5.
           MOVE WS-QTD-JA-ANONIMIZADOS TO ROD-JA-ANONIMIZADOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE6.
           MOVE WS-QTD-HIST-MASCARADOS TO ROD-HIST-MASCARADOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE7.
           MOVE WS-QTD-ERROS           TO ROD-ERROS.
           WRITE REL-LINHA FROM WS-REL-RODAPE8.

      *    MASCARA OS DADOS PESSOAIS DA IMAGEM EM WS-ANON-REC,
      *    MANTENDO O NUMERO DO CLIENTE E A DATA DE ABERTURA
       7000-MASCARAR-IMAGEM.
           SET ANO-ANONIMIZADO TO TRUE.
           PERFORM 7100-GERAR-CPF-FICTICIO.
           MOVE WS-CPF-NUMERO TO ANO-CPF.
           MOVE SPACES TO ANO-END-LOGRADOURO
                          ANO-END-NUMERO
                          ANO-END-BAIRRO
                          ANO-END-CIDADE
                          ANO-END-UF.
           MOVE ZERO   TO ANO-END-CEP.
           MOVE SPACES TO ANO-TELEFONE.

      *    O CPF FICTICIO E O NUMERO DO CLIENTE NOS NOVE PRIMEIROS
      *    DIGITOS COM O PRIMEIRO DIGITO VERIFICADOR ERRADO DE
      *    PROPOSITO: NAO COINCIDE COM NENHUM CPF VALIDO (O
      *    CLIENTES E O CARGACLI SO ACEITAM CPF VALIDO) E E UNICO
      *    POR CLIENTE, COMO EXIGE A CHAVE ALTERNADA CLI-CPF
       7100-GERAR-CPF-FICTICIO.
           MOVE ZERO       TO WS-CPF-NUMERO.
           MOVE ANO-NUMERO TO WS-CPF-BASE.
           MOVE ZERO TO WS-CPF-SOMA.
           PERFORM 7150-SOMAR-PESO-DV1
              VARYING WS-CPF-IND FROM 1 BY 1
              UNTIL WS-CPF-IND > 9.
           DIVIDE WS-CPF-SOMA BY 11
              GIVING WS-CPF-QUOCIENTE
              REMAINDER WS-CPF-RESTO.
           IF WS-CPF-RESTO < 2
              MOVE ZERO TO WS-CPF-DV1
           ELSE
              COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO
           END-IF.
           IF WS-CPF-DV1 = 9
              MOVE ZERO TO WS-CPF-DIG(10)
           ELSE
              COMPUTE WS-CPF-DIG(10) = WS-CPF-DV1 + 1
           END-IF.
           MOVE ZERO TO WS-CPF-DIG(11).

       7150-SOMAR-PESO-DV1.
           COMPUTE WS-CPF-PESO = 11 - WS-CPF-IND.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                   WS-CPF-DIG(WS-CPF-IND) * WS-CPF-PESO.

       7500-GRAVAR-SEGLOG.
           ACCEPT SEG-DATA FROM DATE YYYYMMDD.
           ACCEPT SEG-HORA FROM TIME.
           MOVE 'LGPDANON'          TO SEG-OPERADOR.
           SET SEG-E-ANONIMIZACAO   TO TRUE.
           MOVE ZERO                TO SEG-CONTA.
           MOVE ZERO                TO SEG-NSU-ORIGEM.
           MOVE ZERO                TO SEG-NSU-ESTORNO.
           MOVE TAB-CLIENTE(WS-IDX) TO SEG-CLIENTE.
           WRITE SEG-LOG-REC.

       7600-IMPRIMIR-DETALHE.
           MOVE TAB-CLIENTE(WS-IDX)         TO DET-CLIENTE.
           MOVE TAB-DATA-REFERENCIA(WS-IDX) TO DET-REFERENCIA.
           IF TAB-POR-EXCLUSAO(WS-IDX)
              MOVE 'EXCLUSAO    ' TO DET-ORIGEM
           ELSE
              MOVE 'ENCERRAMENTO' TO DET-ORIGEM
           END-IF.
           WRITE REL-LINHA FROM WS-REL-DETALHE.

       9000-FINALIZAR.
           CLOSE CLIMEST.
           CLOSE ANONREL.
           DISPLAY 'LGPDANON - DATA PROCESSAMENTO: '
                   WS-DATA-PROCESSAMENTO.
           DISPLAY 'LGPDANON - DATA DE CORTE.....: ' WS-DATA-CORTE.
           DISPLAY 'LGPDANON - ANALISADOS........: '
                   WS-QTD-ANALISADOS.
           DISPLAY 'LGPDANON - ANONIMIZADOS......: '
                   WS-QTD-ANONIMIZADOS.
           DISPLAY 'LGPDANON - SO NO CLIHIST.....: '
                   WS-QTD-SO-HISTORICO.
           DISPLAY 'LGPDANON - IMAGENS CLIHIST...: '
                   WS-QTD-HIST-MASCARADOS.
           DISPLAY 'LGPDANON - ERROS.............: ' WS-QTD-ERROS.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'LGPDANON' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'LGPDANON - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-ANALISADOS TO EXEC-QTD-LIDOS.
           COMPUTE EXEC-QTD-PROCESSADOS = WS-QTD-ANONIMIZADOS
                                        + WS-QTD-SO-HISTORICO.
           MOVE WS-QTD-ERROS TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

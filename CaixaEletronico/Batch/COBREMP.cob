       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBREMP.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: COBRANCA DIARIA DAS PARCELAS DE EMPRESTIMO.
      *==           VARRE OS CONTRATOS ATIVOS DO EMPRMEST E, PARA
      *==           CADA PARCELA EM ABERTO DO EMPRPARC VENCIDA ATE
      *==           A DATA DE PROCESSAMENTO, DEBITA NA CONTA
      *==           VINCULADA O VALOR DA PARCELA MAIS OS ENCARGOS
      *==           DE ATRASO, GRAVANDO MOVIMENTO TIPO 'Q' NO
      *==           DIARIO.  A COBRANCA NAO DEIXA O SALDO
      *==           NEGATIVO (COMO NO TARIFMES): QUANDO O SALDO
      *==           NAO COMPORTA O VALOR DEVIDO, A PARCELA FICA
      *==           PENDENTE PARA O DIA SEGUINTE, E AS PARCELAS
      *==           POSTERIORES DO MESMO CONTRATO ESPERAM A MAIS
      *==           ANTIGA.  PARCELA COBRADA APOS O VENCIMENTO
      *==           (PAGA OU NAO NO DIA) RECEBE MULTA UMA UNICA VEZ
      *==           E JUROS DE MORA PRO RATA DIA (TAXA MENSAL / 30
      *==           POR DIA CORRIDO), CONTADOS DESDE O VENCIMENTO,
      *==           APURADOS ATE A DATA DE PROCESSAMENTO E
      *==           GUARDADOS NA PARCELA.  QUITADA
      *==           A ULTIMA PARCELA, O CONTRATO PASSA A QUITADO.
      *==           EMITE O RELATORIO COBRREL DAS PARCELAS
      *==           TRATADAS E O RELATORIO DE INADIMPLENCIA
      *==           INADREL COM AS PARCELAS EM ATRASO POR FAIXA DE
      *==           DIAS DE ATRASO.
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL COBREMP, TODA
      *==           NOITE NA CADEIA, ANTES DO CONCILIA DO DIA (COMO
      *==           EFETAGEN, COMPCHEQ E TARIFMES), PARA QUE O
      *==           MOVIMENTO 'Q' CONCILIE NO PROPRIO DIA.  SYSIN:
      *==           LINHA 1 PERCENTUAL DE MULTA 99V9999 (000000 =
      *==           2,0000%), LINHA 2 PERCENTUAL MENSAL DE JUROS DE
      *==           MORA 99V9999 (000000 = 1,0000%), LINHA 3 DATA
      *==           DE PROCESSAMENTO (AAAAMMDD; 00000000 = DATA DE
      *==           MOVIMENTO DO CONTROLE DATAMOV).  SEGURO PARA
      *==           REEXECUCAO: PARCELA PAGA NAO E COBRADA DE NOVO
      *==           E A MORA SO CORRE DE PARC-DATA-ULT-MORA ATE A
      *==           DATA DE PROCESSAMENTO.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
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
      *==                    (CONTRATO EM CURSO REGRAVADO ANTES)
      *== 2026-10-15 JV      MULTA E MORA INICIADAS AO TRATAR A PARCELA
      *==                    VENCIDA, ANTES DE APURAR O VALOR DEVIDO:
      *==                    PARCELA DEBITADA COM ATRASO SEM TENTATIVA
      *==                    ANTERIOR TAMBEM PAGA OS ENCARGOS
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRMEST ASSIGN TO "EMPRMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPR-CONTRATO
               FILE STATUS IS WS-EMPRMEST-STATUS.

           SELECT EMPRPARC ASSIGN TO "EMPRPARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARC-CHAVE
               FILE STATUS IS WS-EMPRPARC-STATUS.

           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-CONTA-NUMERO OF WS-CONTA-REC
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

           SELECT COBRREL ASSIGN TO "COBRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COBRREL-STATUS.

           SELECT INADREL ASSIGN TO "INADREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INADREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPRMEST.
       01  WS-EMPRMEST-REC.
           COPY CXEMPR.

       FD  EMPRPARC.
       01  WS-EMPRPARC-REC.
           COPY CXPARC.

       FD  CONTAS.
       01  WS-CONTA-REC.
           COPY CLIXREF.
           COPY CXCONTA.

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

       FD  COBRREL.
       01  REL-LINHA                  PIC X(100).

       FD  INADREL.
       01  INAD-LINHA                 PIC X(100).

       WORKING-STORAGE                 SECTION.

       77  WS-EMPRMEST-STATUS  PIC X(02).
       77  WS-EMPRPARC-STATUS  PIC X(02).
       77  WS-CONTAS-STATUS    PIC X(02).
       77  WS-DIARIO-STATUS    PIC X(02).
           88  WS-DIARIO-NSU-DUPLICADO     VALUE '22'.
           88  WS-DIARIO-ERRO-IO           VALUE '30' THRU '99'.
       77  WS-NSUCTL-STATUS    PIC X(02).
           88  WS-NSUCTL-OCUPADO           VALUE '61' '90' THRU '99'.
       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).
       77  WS-COBRREL-STATUS   PIC X(02).
       77  WS-INADREL-STATUS   PIC X(02).

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

       01  WS-PARM-MULTA-AREA.
           05  WS-PARM-MULTA           PIC X(06) VALUE '000000'.
           05  WS-PARM-MULTA-NUM REDEFINES WS-PARM-MULTA
                                       PIC 9(02)V9(04).
       01  WS-PARM-MORA-AREA.
           05  WS-PARM-MORA            PIC X(06) VALUE '000000'.
           05  WS-PARM-MORA-NUM REDEFINES WS-PARM-MORA
                                       PIC 9(02)V9(04).
       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-PERC-MULTA       PIC 9(02)V9(04) VALUE 2.
       77  WS-PERC-MORA        PIC 9(02)V9(04) VALUE 1.
       77  WS-DATA-PROCESSAMENTO  PIC 9(08) VALUE ZERO.

       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-DATA-INFORMADA-SW PIC X(01) VALUE 'N'.
           88  WS-DATA-INFORMADA       VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-EXECUCAO-RECUSADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-RECUSADA    VALUE 'S'.
       77  WS-SEM-CONTRATOS-SW PIC X(01) VALUE 'N'.
           88  WS-SEM-CONTRATOS        VALUE 'S'.
       77  WS-FIM-PARCELAS-SW  PIC X(01) VALUE 'N'.
           88  WS-FIM-PARCELAS         VALUE 'S'.
       77  WS-TEM-CONTA-SW     PIC X(01) VALUE 'N'.
           88  WS-TEM-CONTA            VALUE 'S'.
       77  WS-CONTRATO-RETIDO-SW PIC X(01) VALUE 'N'.
           88  WS-CONTRATO-RETIDO      VALUE 'S'.
       77  WS-CONTRATO-ALTERADO-SW PIC X(01) VALUE 'N'.
           88  WS-CONTRATO-ALTERADO    VALUE 'S'.

       77  WS-VALOR-DEVIDO     PIC 9(10)V99 VALUE ZERO.
       77  WS-ENCARGOS         PIC 9(10)V99 VALUE ZERO.
       77  WS-MORA-PERIODO     PIC 9(10)V99 VALUE ZERO.
       77  WS-DIAS-MORA        PIC 9(05) VALUE ZERO.
       77  WS-DIAS-ATRASO      PIC 9(05) VALUE ZERO.

       77  WS-QTD-CONTRATOS    PIC 9(06) VALUE ZERO.
       77  WS-QTD-VENCIDAS     PIC 9(06) VALUE ZERO.
       77  WS-QTD-PAGAS        PIC 9(06) VALUE ZERO.
       77  WS-QTD-PENDENTES    PIC 9(06) VALUE ZERO.
       77  WS-QTD-QUITADOS     PIC 9(06) VALUE ZERO.
       77  WS-QTD-INADIMPLENTES PIC 9(06) VALUE ZERO.
       77  WS-TOTAL-COBRADO    PIC 9(12)V99 VALUE ZERO.
       77  WS-TOTAL-PENDENTE   PIC 9(12)V99 VALUE ZERO.
       77  WS-TOTAL-ENCARGOS   PIC 9(12)V99 VALUE ZERO.
       77  WS-TOTAL-INADIMPLENTE PIC 9(12)V99 VALUE ZERO.

      *--- CONTAGEM DE DIAS CORRIDOS ENTRE DUAS DATAS
       77  WS-DATA-LIMITE      PIC 9(08) VALUE ZERO.
       77  WS-QTD-DIAS         PIC 9(05) VALUE ZERO.
       77  WS-DIAS-NO-MES      PIC 9(02) VALUE ZERO.
       77  WS-ANO-RESTO        PIC 9(03) VALUE ZERO.
       77  WS-ANO-QUOCIENTE    PIC 9(04) VALUE ZERO.
       01  WS-DATA-CORRENTE-AREA.
           05  WS-DATA-CORRENTE        PIC 9(08).
           05  WS-DATA-CORR-PARTES REDEFINES WS-DATA-CORRENTE.
               10  WS-DC-ANO           PIC 9(04).
               10  WS-DC-MES           PIC 9(02).
               10  WS-DC-DIA           PIC 9(02).

      *--- FAIXAS DE DIAS DE ATRASO DO RELATORIO DE INADIMPLENCIA
       01  WS-FAIXA-DESCRICOES.
           05  FILLER                  PIC X(25) VALUE
               'ATRASO 001 A 030 DIAS..: '.
           05  FILLER                  PIC X(25) VALUE
               'ATRASO 031 A 060 DIAS..: '.
           05  FILLER                  PIC X(25) VALUE
               'ATRASO 061 A 090 DIAS..: '.
           05  FILLER                  PIC X(25) VALUE
               'ATRASO ACIMA DE 90 DIAS: '.
       01  WS-FAIXA-DESC-TAB REDEFINES WS-FAIXA-DESCRICOES.
           05  TABF-DESCRICAO          PIC X(25) OCCURS 4 TIMES
                                       INDEXED BY WS-DDX.

       01  WS-FAIXA-TAB-AREA.
           05  FAIXA-ENTRY OCCURS 4 TIMES
                           INDEXED BY WS-FDX.
               10  TABF-QTD             PIC 9(06).
               10  TABF-VALOR           PIC 9(12)V99.

       01  WS-REL-CABECALHO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'COBRANCA DE PARCELAS DE EMPRESTIMO'.
           05  FILLER                  PIC X(07) VALUE 'DATA: '.
           05  WS-REL-CAB-DATA         PIC 9(08).

       01  WS-REL-CABECALHO2.
           05  FILLER                  PIC X(12) VALUE 'CONTRATO'.
           05  FILLER                  PIC X(05) VALUE 'PARC'.
           05  FILLER                  PIC X(12) VALUE 'CONTA'.
           05  FILLER                  PIC X(10) VALUE 'VENCTO'.
           05  FILLER                  PIC X(12) VALUE 'VALOR'.
           05  FILLER                  PIC X(12) VALUE 'ENCARGOS'.
           05  FILLER                  PIC X(12) VALUE 'COBRADO'.
           05  FILLER                  PIC X(10) VALUE 'SITUACAO'.

       01  WS-REL-DETALHE.
           05  DET-CONTRATO            PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-PARCELA             PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-CONTA               PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-VENCIMENTO          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-VALOR               PIC Z(6)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-ENCARGOS            PIC Z(6)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-COBRADO             PIC Z(6)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-SITUACAO            PIC X(09).

       01  WS-REL-RODAPE1.
           05  FILLER                  PIC X(25) VALUE
               'CONTRATOS ATIVOS......: '.
           05  ROD-CONTRATOS           PIC Z(5)9.

       01  WS-REL-RODAPE2.
           05  FILLER                  PIC X(25) VALUE
               'PARCELAS VENCIDAS.....: '.
           05  ROD-VENCIDAS            PIC Z(5)9.

       01  WS-REL-RODAPE3.
           05  FILLER                  PIC X(25) VALUE
               'PARCELAS PAGAS........: '.
           05  ROD-PAGAS               PIC Z(5)9.

       01  WS-REL-RODAPE4.
           05  FILLER                  PIC X(25) VALUE
               'PARCELAS PENDENTES....: '.
           05  ROD-PENDENTES           PIC Z(5)9.

       01  WS-REL-RODAPE5.
           05  FILLER                  PIC X(25) VALUE
               'CONTRATOS QUITADOS....: '.
           05  ROD-QUITADOS            PIC Z(5)9.

       01  WS-REL-RODAPE6.
           05  FILLER                  PIC X(25) VALUE
               'TOTAL COBRADO.........: '.
           05  ROD-TOTAL-COBRADO       PIC Z(9)9,99.

       01  WS-REL-RODAPE7.
           05  FILLER                  PIC X(25) VALUE
               'TOTAL PENDENTE........: '.
           05  ROD-TOTAL-PENDENTE      PIC Z(9)9,99.

       01  WS-REL-RODAPE8.
           05  FILLER                  PIC X(25) VALUE
               'ENCARGOS APURADOS.....: '.
           05  ROD-TOTAL-ENCARGOS      PIC Z(9)9,99.

       01  WS-INAD-CABECALHO.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'RELATORIO DE INADIMPLENCIA - EMPRESTIMO'.
           05  FILLER                  PIC X(07) VALUE 'DATA: '.
           05  WS-INAD-CAB-DATA        PIC 9(08).

       01  WS-INAD-CABECALHO2.
           05  FILLER                  PIC X(12) VALUE 'CONTRATO'.
           05  FILLER                  PIC X(05) VALUE 'PARC'.
           05  FILLER                  PIC X(12) VALUE 'CONTA'.
           05  FILLER                  PIC X(10) VALUE 'VENCTO'.
           05  FILLER                  PIC X(07) VALUE 'DIAS'.
           05  FILLER                  PIC X(09) VALUE 'FAIXA'.
           05  FILLER                  PIC X(12) VALUE 'VALOR'.
           05  FILLER                  PIC X(12) VALUE 'ENCARGOS'.
           05  FILLER                  PIC X(12) VALUE 'TOTAL DEVIDO'.

       01  WS-INAD-DETALHE.
           05  INAD-CONTRATO           PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INAD-PARCELA            PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INAD-CONTA              PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INAD-VENCIMENTO         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INAD-DIAS               PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INAD-FAIXA              PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INAD-VALOR              PIC Z(6)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INAD-ENCARGOS           PIC Z(6)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INAD-TOTAL              PIC Z(7)9,99.

       01  WS-INAD-RODAPE-FAIXA.
           05  ROD-FAIXA-DESCRICAO     PIC X(25).
           05  ROD-FAIXA-QTD           PIC Z(5)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ROD-FAIXA-VALOR         PIC Z(9)9,99.

       01  WS-INAD-RODAPE-TOTAL.
           05  FILLER                  PIC X(25) VALUE
               'TOTAL EM ATRASO.......: '.
           05  ROD-INAD-QTD            PIC Z(5)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ROD-INAD-VALOR          PIC Z(9)9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           PERFORM 2000-PROCESSAR-CONTRATOS.
           PERFORM 5000-EMITIR-RODAPE.
           PERFORM 9000-FINALIZAR.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-PARM-MULTA.
           ACCEPT WS-PARM-MORA.
           ACCEPT WS-PARM-DATA.
           IF WS-PARM-MULTA NUMERIC AND WS-PARM-MULTA NOT = '000000'
              MOVE WS-PARM-MULTA-NUM TO WS-PERC-MULTA
           END-IF.
           IF WS-PARM-MORA NUMERIC AND WS-PARM-MORA NOT = '000000'
              MOVE WS-PARM-MORA-NUM TO WS-PERC-MORA
           END-IF.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              MOVE WS-PARM-DATA TO WS-DATA-PROCESSAMENTO
           ELSE
              PERFORM 1020-LER-DATA-MOVIMENTO
           END-IF.
           PERFORM 1030-CONTROLAR-EXECUCAO.
           INITIALIZE WS-FAIXA-TAB-AREA.
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
              DISPLAY 'COBREMP - CONTROLE DATAMOV AUSENTE - '
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
           MOVE 'COBREMP' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              AND NOT WS-DATA-INFORMADA
              DISPLAY 'COBREMP - JA CONCLUIDO NA DATA '
                      WS-DATA-PROCESSAMENTO
              DISPLAY 'COBREMP - PARA REPROCESSAR INFORMAR A DATA '
                      'NO SYSIN'
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'COBREMP' TO EXEC-JOB
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
           DISPLAY 'COBREMP - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       1200-ABRIR-ARQUIVOS.
           OPEN I-O EMPRMEST.
           IF WS-EMPRMEST-STATUS NOT = '00'
              SET WS-SEM-CONTRATOS TO TRUE
              DISPLAY 'COBREMP - CADASTRO DE CONTRATOS EMPRMEST '
                      'AUSENTE - NADA A COBRAR'
           END-IF.
           OPEN I-O EMPRPARC.
           IF WS-EMPRPARC-STATUS NOT = '00'
              SET WS-SEM-CONTRATOS TO TRUE
           END-IF.
           OPEN I-O CONTAS.
           OPEN I-O DIARIO.
           IF WS-DIARIO-STATUS = '35'
              CLOSE DIARIO
              OPEN OUTPUT DIARIO
              CLOSE DIARIO
              OPEN I-O DIARIO
           END-IF.
           OPEN OUTPUT COBRREL.
           MOVE WS-DATA-PROCESSAMENTO TO WS-REL-CAB-DATA.
           WRITE REL-LINHA FROM WS-REL-CABECALHO.
           WRITE REL-LINHA FROM SPACES.
           WRITE REL-LINHA FROM WS-REL-CABECALHO2.
           WRITE REL-LINHA FROM SPACES.
           OPEN OUTPUT INADREL.
           MOVE WS-DATA-PROCESSAMENTO TO WS-INAD-CAB-DATA.
           WRITE INAD-LINHA FROM WS-INAD-CABECALHO.
           WRITE INAD-LINHA FROM SPACES.
           WRITE INAD-LINHA FROM WS-INAD-CABECALHO2.
           WRITE INAD-LINHA FROM SPACES.

       2000-PROCESSAR-CONTRATOS.
           IF NOT WS-SEM-CONTRATOS
              MOVE LOW-VALUES TO EMPR-CONTRATO
              START EMPRMEST KEY IS NOT LESS THAN EMPR-CONTRATO
                 INVALID KEY
                    CONTINUE
              END-START
              PERFORM 2100-LER-PROXIMO-CONTRATO
                 UNTIL WS-EMPRMEST-STATUS NOT = '00'
           END-IF.

       2100-LER-PROXIMO-CONTRATO.
           READ EMPRMEST NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF EMPR-ATIVO
                    PERFORM 2200-TRATAR-CONTRATO
                 END-IF
           END-READ.

       2200-TRATAR-CONTRATO.
           ADD 1 TO WS-QTD-CONTRATOS.
           MOVE 'N' TO WS-CONTRATO-RETIDO-SW.
           MOVE 'N' TO WS-CONTRATO-ALTERADO-SW.
           PERFORM 2250-LER-CONTA.
           MOVE 'N' TO WS-FIM-PARCELAS-SW.
           MOVE EMPR-CONTRATO TO PARC-CONTRATO.
           MOVE ZERO          TO PARC-NUMERO.
           START EMPRPARC KEY IS GREATER THAN PARC-CHAVE
              INVALID KEY
                 SET WS-FIM-PARCELAS TO TRUE
           END-START.
           PERFORM 2300-LER-PROXIMA-PARCELA
              UNTIL WS-FIM-PARCELAS.
           IF WS-CONTRATO-ALTERADO
              PERFORM 2800-ATUALIZAR-CONTRATO
           END-IF.

       2250-LER-CONTA.
           MOVE EMPR-CONTA TO XREF-CONTA-NUMERO OF WS-CONTA-REC.
           READ CONTAS
              INVALID KEY
                 MOVE 'N' TO WS-TEM-CONTA-SW
              NOT INVALID KEY
                 SET WS-TEM-CONTA TO TRUE
           END-READ.

      *    PARCELAS LIDAS EM ORDEM DE NUMERO (= ORDEM DE VENCIMENTO);
      *    PARA NA PRIMEIRA AINDA NAO VENCIDA OU NO PROXIMO CONTRATO
       2300-LER-PROXIMA-PARCELA.
           READ EMPRPARC NEXT RECORD
              AT END
                 SET WS-FIM-PARCELAS TO TRUE
              NOT AT END
                 IF PARC-CONTRATO NOT = EMPR-CONTRATO
                    OR PARC-VENCIMENTO > WS-DATA-PROCESSAMENTO
                    SET WS-FIM-PARCELAS TO TRUE
                 ELSE
                    IF PARC-ABERTA
                       PERFORM 2400-TRATAR-PARCELA-VENCIDA
                    END-IF
                 END-IF
           END-READ.

       2400-TRATAR-PARCELA-VENCIDA.
           ADD 1 TO WS-QTD-VENCIDAS.
           IF PARC-DATA-ULT-MORA = ZERO
              IF PARC-VENCIMENTO < WS-DATA-PROCESSAMENTO
                 PERFORM 2470-INICIAR-ATRASO
              END-IF
           ELSE
              PERFORM 2500-ATUALIZAR-MORA
           END-IF.
           COMPUTE WS-VALOR-DEVIDO =
                   PARC-VALOR + PARC-MULTA + PARC-JUROS-MORA.
           IF WS-TEM-CONTA
              AND NOT WS-CONTRATO-RETIDO
              AND WS-VALOR-DEVIDO NOT GREATER THAN CONTA-SALDO
              PERFORM 2600-DEBITAR-PARCELA
           ELSE
              PERFORM 2450-DEIXAR-PENDENTE
           END-IF.

       2450-DEIXAR-PENDENTE.
           SET WS-CONTRATO-RETIDO TO TRUE.
           REWRITE WS-EMPRPARC-REC.
           COMPUTE WS-ENCARGOS = PARC-MULTA + PARC-JUROS-MORA.
           COMPUTE WS-VALOR-DEVIDO = PARC-VALOR + WS-ENCARGOS.
           ADD 1 TO WS-QTD-PENDENTES.
           ADD WS-VALOR-DEVIDO TO WS-TOTAL-PENDENTE.
           IF WS-TEM-CONTA
              MOVE 'PENDENTE ' TO DET-SITUACAO
           ELSE
              MOVE 'SEM CONTA' TO DET-SITUACAO
           END-IF.
           MOVE ZERO TO DET-COBRADO.
           PERFORM 2750-IMPRIMIR-DETALHE.
           IF PARC-VENCIMENTO < WS-DATA-PROCESSAMENTO
              PERFORM 2900-REGISTRAR-INADIMPLENCIA
           END-IF.

      *    PRIMEIRA COBRANCA APOS O VENCIMENTO: MULTA SOBRE O VALOR DA
      *    PARCELA E MORA CONTADA DESDE O VENCIMENTO
       2470-INICIAR-ATRASO.
           COMPUTE PARC-MULTA ROUNDED =
                   PARC-VALOR * WS-PERC-MULTA / 100.
           ADD PARC-MULTA TO WS-TOTAL-ENCARGOS.
           MOVE PARC-VENCIMENTO TO PARC-DATA-ULT-MORA.
           PERFORM 2500-ATUALIZAR-MORA.

       2500-ATUALIZAR-MORA.
           MOVE PARC-DATA-ULT-MORA    TO WS-DATA-CORRENTE.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-LIMITE.
           PERFORM 4000-CONTAR-DIAS.
           MOVE WS-QTD-DIAS TO WS-DIAS-MORA.
           IF WS-DIAS-MORA > ZERO
              COMPUTE WS-MORA-PERIODO ROUNDED =
                      PARC-VALOR * WS-PERC-MORA / 100 / 30
                      * WS-DIAS-MORA
              ADD WS-MORA-PERIODO TO PARC-JUROS-MORA
              ADD WS-MORA-PERIODO TO WS-TOTAL-ENCARGOS
              MOVE WS-DATA-PROCESSAMENTO TO PARC-DATA-ULT-MORA
           END-IF.

       2600-DEBITAR-PARCELA.
           SUBTRACT WS-VALOR-DEVIDO FROM CONTA-SALDO.
           PERFORM 2650-GRAVAR-DIARIO.
           REWRITE WS-CONTA-REC.
           MOVE WS-VALOR-DEVIDO       TO PARC-VALOR-PAGO.
           MOVE WS-DATA-PROCESSAMENTO TO PARC-DATA-PAGAMENTO.
           MOVE DIARIO-NSU            TO PARC-NSU-DEBITO.
           SET PARC-PAGA TO TRUE.
           REWRITE WS-EMPRPARC-REC.
           ADD 1 TO EMPR-QTD-PAGAS.
           SUBTRACT PARC-AMORTIZACAO FROM EMPR-SALDO-DEVEDOR.
           SET WS-CONTRATO-ALTERADO TO TRUE.
           ADD 1 TO WS-QTD-PAGAS.
           ADD WS-VALOR-DEVIDO TO WS-TOTAL-COBRADO.
           MOVE 'PAGA     ' TO DET-SITUACAO.
           MOVE WS-VALOR-DEVIDO TO DET-COBRADO.
           PERFORM 2750-IMPRIMIR-DETALHE.

       2650-GRAVAR-DIARIO.
           MOVE EMPR-CONTA      TO DIARIO-CONTA.
           MOVE 'Q'             TO DIARIO-TIPO.
           MOVE WS-VALOR-DEVIDO TO DIARIO-VALOR.
           MOVE CONTA-SALDO     TO DIARIO-SALDO.
           MOVE WS-DATA-PROCESSAMENTO TO DIARIO-DATA.
           ACCEPT DIARIO-HORA FROM TIME.
           MOVE EMPR-CONTRATO   TO DIARIO-CONTRAPARTIDA.
           MOVE ZERO  TO DIARIO-NSU-ORIGEM.
           MOVE SPACE TO DIARIO-TIPO-ORIGEM.
           MOVE 'COBREMP' TO DIARIO-TERMINAL.
           MOVE DIARIO-CONTA TO DIARIO-CHV-CONTA.
           MOVE DIARIO-DATA  TO DIARIO-CHV-DATA.
           SET WS-DIARIO-REPETIR TO TRUE.
           MOVE ZERO TO WS-DIARIO-TENTATIVAS.
           PERFORM 2655-TENTAR-GRAVAR-DIARIO
              UNTIL NOT WS-DIARIO-REPETIR.
           IF WS-DIARIO-RECUSADO
              PERFORM 9900-INTERROMPER-DIARIO
           END-IF.

       2655-TENTAR-GRAVAR-DIARIO.
           ADD 1 TO WS-DIARIO-TENTATIVAS.
           PERFORM 2660-OBTER-NSU.
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

       2660-OBTER-NSU.
           SET WS-NSU-INDISPONIVEL TO TRUE.
           MOVE ZERO TO WS-NSU-TENTATIVAS.
           PERFORM 2665-ABRIR-NSUCTL
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

       2665-ABRIR-NSUCTL.
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

       2750-IMPRIMIR-DETALHE.
           MOVE PARC-CONTRATO   TO DET-CONTRATO.
           MOVE PARC-NUMERO     TO DET-PARCELA.
           MOVE EMPR-CONTA      TO DET-CONTA.
           MOVE PARC-VENCIMENTO TO DET-VENCIMENTO.
           MOVE PARC-VALOR      TO DET-VALOR.
           COMPUTE DET-ENCARGOS = PARC-MULTA + PARC-JUROS-MORA.
           WRITE REL-LINHA FROM WS-REL-DETALHE.

       2800-ATUALIZAR-CONTRATO.
           IF EMPR-QTD-PAGAS NOT LESS THAN EMPR-QTD-PARCELAS
              SET EMPR-QUITADO TO TRUE
              MOVE WS-DATA-PROCESSAMENTO TO EMPR-DATA-QUITACAO
              ADD 1 TO WS-QTD-QUITADOS
           END-IF.
           REWRITE WS-EMPRMEST-REC.

       2900-REGISTRAR-INADIMPLENCIA.
           MOVE PARC-VENCIMENTO       TO WS-DATA-CORRENTE.
           MOVE WS-DATA-PROCESSAMENTO TO WS-DATA-LIMITE.
           PERFORM 4000-CONTAR-DIAS.
           MOVE WS-QTD-DIAS TO WS-DIAS-ATRASO.
           EVALUATE TRUE
              WHEN WS-DIAS-ATRASO NOT GREATER THAN 30
                 SET WS-FDX TO 1
                 MOVE '001-030' TO INAD-FAIXA
              WHEN WS-DIAS-ATRASO NOT GREATER THAN 60
                 SET WS-FDX TO 2
                 MOVE '031-060' TO INAD-FAIXA
              WHEN WS-DIAS-ATRASO NOT GREATER THAN 90
                 SET WS-FDX TO 3
                 MOVE '061-090' TO INAD-FAIXA
              WHEN OTHER
                 SET WS-FDX TO 4
                 MOVE 'ACIMA90' TO INAD-FAIXA
           END-EVALUATE.
           ADD 1 TO TABF-QTD(WS-FDX).
           ADD WS-VALOR-DEVIDO TO TABF-VALOR(WS-FDX).
           ADD 1 TO WS-QTD-INADIMPLENTES.
           ADD WS-VALOR-DEVIDO TO WS-TOTAL-INADIMPLENTE.
           MOVE PARC-CONTRATO   TO INAD-CONTRATO.
           MOVE PARC-NUMERO     TO INAD-PARCELA.
           MOVE EMPR-CONTA      TO INAD-CONTA.
           MOVE PARC-VENCIMENTO TO INAD-VENCIMENTO.
           MOVE WS-DIAS-ATRASO  TO INAD-DIAS.
           MOVE PARC-VALOR      TO INAD-VALOR.
           MOVE WS-ENCARGOS     TO INAD-ENCARGOS.
           MOVE WS-VALOR-DEVIDO TO INAD-TOTAL.
           WRITE INAD-LINHA FROM WS-INAD-DETALHE.

      *    DIAS CORRIDOS DE WS-DATA-CORRENTE ATE WS-DATA-LIMITE
       4000-CONTAR-DIAS.
           MOVE ZERO TO WS-QTD-DIAS.
           PERFORM 4100-AVANCAR-DIA
              UNTIL WS-DATA-CORRENTE NOT LESS THAN WS-DATA-LIMITE.

       4100-AVANCAR-DIA.
           PERFORM 4150-DIAS-NO-MES.
           IF WS-DC-DIA < WS-DIAS-NO-MES
              ADD 1 TO WS-DC-DIA
           ELSE
              MOVE 1 TO WS-DC-DIA
              IF WS-DC-MES < 12
                 ADD 1 TO WS-DC-MES
              ELSE
                 MOVE 1 TO WS-DC-MES
                 ADD 1 TO WS-DC-ANO
              END-IF
           END-IF.
           ADD 1 TO WS-QTD-DIAS.

       4150-DIAS-NO-MES.
           EVALUATE WS-DC-MES
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-DIAS-NO-MES
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-DIAS-NO-MES
              WHEN 02
                 PERFORM 4180-DIAS-FEVEREIRO
           END-EVALUATE.

       4180-DIAS-FEVEREIRO.
           MOVE 28 TO WS-DIAS-NO-MES.
           DIVIDE WS-DC-ANO BY 4
              GIVING WS-ANO-QUOCIENTE
              REMAINDER WS-ANO-RESTO.
           IF WS-ANO-RESTO = ZERO
              MOVE 29 TO WS-DIAS-NO-MES
              DIVIDE WS-DC-ANO BY 100
                 GIVING WS-ANO-QUOCIENTE
                 REMAINDER WS-ANO-RESTO
              IF WS-ANO-RESTO = ZERO
                 MOVE 28 TO WS-DIAS-NO-MES
                 DIVIDE WS-DC-ANO BY 400
                    GIVING WS-ANO-QUOCIENTE
                    REMAINDER WS-ANO-RESTO
                 IF WS-ANO-RESTO = ZERO
                    MOVE 29 TO WS-DIAS-NO-MES
                 END-IF
              END-IF
           END-IF.

       5000-EMITIR-RODAPE.
           WRITE REL-LINHA FROM SPACES.
           MOVE WS-QTD-CONTRATOS  TO ROD-CONTRATOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE1.
           MOVE WS-QTD-VENCIDAS   TO ROD-VENCIDAS.
           WRITE REL-LINHA FROM WS-REL-RODAPE2.
           MOVE WS-QTD-PAGAS      TO ROD-PAGAS.
           WRITE REL-LINHA FROM WS-REL-RODAPE3.
           MOVE WS-QTD-PENDENTES  TO ROD-PENDENTES.
           WRITE REL-LINHA FROM WS-REL-RODAPE4.
           MOVE WS-QTD-QUITADOS   TO ROD-QUITADOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE5.
           MOVE WS-TOTAL-COBRADO  TO ROD-TOTAL-COBRADO.
           WRITE REL-LINHA FROM WS-REL-RODAPE6.
           MOVE WS-TOTAL-PENDENTE TO ROD-TOTAL-PENDENTE.
           WRITE REL-LINHA FROM WS-REL-RODAPE7.
           MOVE WS-TOTAL-ENCARGOS TO ROD-TOTAL-ENCARGOS.
           WRITE REL-LINHA FROM WS-REL-RODAPE8.
           WRITE INAD-LINHA FROM SPACES.
           PERFORM 5100-IMPRIMIR-FAIXA
              VARYING WS-FDX FROM 1 BY 1
              UNTIL WS-FDX > 4.
           MOVE WS-QTD-INADIMPLENTES  TO ROD-INAD-QTD.
           MOVE WS-TOTAL-INADIMPLENTE TO ROD-INAD-VALOR.
           WRITE INAD-LINHA FROM WS-INAD-RODAPE-TOTAL.

       5100-IMPRIMIR-FAIXA.
           SET WS-DDX TO WS-FDX.
           MOVE TABF-DESCRICAO(WS-DDX) TO ROD-FAIXA-DESCRICAO.
           MOVE TABF-QTD(WS-FDX)       TO ROD-FAIXA-QTD.
           MOVE TABF-VALOR(WS-FDX)     TO ROD-FAIXA-VALOR.
           WRITE INAD-LINHA FROM WS-INAD-RODAPE-FAIXA.

       9000-FINALIZAR.
           CLOSE EMPRMEST.
           CLOSE EMPRPARC.
           CLOSE CONTAS.
           CLOSE DIARIO.
           CLOSE COBRREL.
           CLOSE INADREL.
           DISPLAY 'COBREMP - DATA PROCESSAMENTO: '
                   WS-DATA-PROCESSAMENTO.
           DISPLAY 'COBREMP - PARCELAS PAGAS....: ' WS-QTD-PAGAS.
           DISPLAY 'COBREMP - PARCELAS PENDENTES: ' WS-QTD-PENDENTES.
           DISPLAY 'COBREMP - EM ATRASO.........: '
                   WS-QTD-INADIMPLENTES.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'COBREMP' TO EXEC-JOB.
           MOVE WS-DATA-PROCESSAMENTO TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'COBREMP - CONTROLE DE EXECUCAO NAO '
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
           MOVE WS-QTD-VENCIDAS TO EXEC-QTD-LIDOS.
           MOVE WS-QTD-PAGAS TO EXEC-QTD-PROCESSADOS.
           MOVE WS-QTD-PENDENTES TO EXEC-QTD-EXCECOES.
           REWRITE WS-EXECCTL-REC.

      *    FALHA NA GRAVACAO DO DIARIO: A CONTA DO MOVIMENTO CORRENTE
      *    NAO FOI ATUALIZADA; O PROCESSAMENTO PARA COM RC=8
       9900-INTERROMPER-DIARIO.
           DISPLAY 'COBREMP - ERRO AO GRAVAR O DIARIO - CONTA '
                   DIARIO-CONTA ' NSU ' DIARIO-NSU
                   ' STATUS ' WS-DIARIO-STATUS ' ' WS-NSUCTL-STATUS.
           IF WS-CONTRATO-ALTERADO
              PERFORM 2800-ATUALIZAR-CONTRATO
           END-IF.
           PERFORM 9000-FINALIZAR.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9800-REGISTRAR-FIM.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIRADIA.
      *=======================================================
      *== AUTOR: JHONATA VINICIUS                   EMPRESA:XPTO
      *== OBJETIVO: VIRADA DA DATA DE MOVIMENTO DA CADEIA
      *==           NOTURNA.  LE O REGISTRO UNICO DE CONTROLE
      *==           DATAMOV (COPYBOOK CXDATMOV) E AVANCA A DATA
      *==           DE MOVIMENTO PARA O PROXIMO DIA UTIL PELO
      *==           CALENDARIO DE FERIADOS (FERIADOS), PULANDO
      *==           SABADOS, DOMINGOS E FERIADOS NACIONAIS E
      *==           LOCAIS.  A DATA DE MOVIMENTO QUE SAI VIRA A
      *==           DATA DE MOVIMENTO ANTERIOR, QUE DELIMITA O
      *==           DIARIO DO NOVO MOVIMENTO.  GRAVA TAMBEM O DIA
      *==           UTIL SEGUINTE AO NOVO MOVIMENTO E A MARCA DE
      *==           ULTIMO DIA UTIL DO MES USADA PELO TARIFMES E
      *==           PELO RENDMENS.
      *== DATA: 15/10/2026
      *== OBSERVACOES: EXECUTADO EM BATCH, VIA JCL VIRADIA, COMO
      *==           ULTIMO JOB DA CADEIA NOTURNA (APOS O ARQDIA),
      *==           ANTES OU DEPOIS DA MEIA-NOITE.  SYSIN: DATA
      *==           AAAAMMDD; 00000000 = AVANCAR PARA O PROXIMO
      *==           DIA UTIL.  DATA INFORMADA (IMPLANTACAO OU
      *==           ACERTO) PASSA A SER A DATA DE MOVIMENTO, DESDE
      *==           QUE SEJA DIA UTIL, COM A DATA ANTERIOR NO DIA
      *==           UTIL QUE A PRECEDE.  NAO AVANCA QUANDO A DATA
      *==           DE MOVIMENTO JA ESTA A FRENTE DA DATA DO
      *==           SISTEMA (VIRADA JA FEITA).  EM ERRO TERMINA
      *==           COM RETURN-CODE 8 SEM ALTERAR O DATAMOV.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      CONTROLE DE EXECUCAO DA CADEIA (EXECCTL):
      *==                    A VIRADA SO AVANCA COM ARQDIA E DORMENTE
      *==                    CONCLUIDOS NA DATA DE MOVIMENTO E
      *==                    REGISTRA INICIO, FIM E RC NA DATA QUE
      *==                    SAI.  A FIXACAO DE DATA INFORMADA
      *==                    (IMPLANTACAO OU ACERTO) NAO PASSA PELO
      *==                    CONTROLE
      *== 2026-10-15 JV      A VIRADA TAMBEM EXIGE A REMESSA DE TED
      *==                    (TEDREM) CONCLUIDA NA DATA DE MOVIMENTO
      *== 2026-10-15 JV      INDICADOR DE ULTIMO UTIL DO MES EXIBIDO
      *==                    A PARTIR DO SWITCH DO PROGRAMA, NAO DO
      *==                    REGISTRO DO DATAMOV JA FECHADO
       ENVIRONMENT                     DIVISION.
       CONFIGURATION                   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATAMOV ASSIGN TO "DATAMOV"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXECCTL ASSIGN TO "EXECCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXEC-CHAVE
               FILE STATUS IS WS-EXECCTL-STATUS.

           SELECT FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-DATA
               FILE STATUS IS WS-FERIADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATAMOV.
       01  WS-DATAMOV-REC.
           COPY CXDATMOV.

       FD  EXECCTL.
       01  WS-EXECCTL-REC.
           COPY CXEXEC.

       FD  FERIADOS.
       01  WS-FERIADO-REC.
           COPY CXFERIAD.

       WORKING-STORAGE                 SECTION.

       77  WS-DATAMOV-STATUS   PIC X(02).
       77  WS-FERIADOS-STATUS  PIC X(02).
       77  WS-EXECCTL-STATUS   PIC X(02).

       77  WS-PARM-DATA        PIC X(08) VALUE '00000000'.
       77  WS-DATA-SISTEMA     PIC 9(08) VALUE ZERO.
       77  WS-HORA-SISTEMA     PIC 9(06) VALUE ZERO.

       77  WS-MOV-ATUAL        PIC 9(08) VALUE ZERO.
       77  WS-MOV-NOVO         PIC 9(08) VALUE ZERO.
       77  WS-MOV-ANTERIOR     PIC 9(08) VALUE ZERO.
       77  WS-MOV-PROXIMO      PIC 9(08) VALUE ZERO.
       77  WS-MES-MOVIMENTO    PIC 9(02) VALUE ZERO.

       77  WS-TEM-DATAMOV-SW   PIC X(01) VALUE 'N'.
           88  WS-TEM-DATAMOV          VALUE 'S'.
       77  WS-TEM-FERIADOS-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-FERIADOS         VALUE 'S'.
       77  WS-DIA-UTIL-SW      PIC X(01) VALUE 'N'.
           88  WS-DIA-UTIL             VALUE 'S'.
       77  WS-ERRO-SW          PIC X(01) VALUE 'N'.
           88  WS-ERRO                 VALUE 'S'.
       77  WS-FIM-MES-SW       PIC X(01) VALUE 'N'.
           88  WS-FIM-MES              VALUE 'S'.
       77  WS-TEM-EXECUCAO-SW  PIC X(01) VALUE 'N'.
           88  WS-TEM-EXECUCAO         VALUE 'S'.
       77  WS-EXECUCAO-RECUSADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-RECUSADA    VALUE 'S'.
       77  WS-EXECUCAO-CONTROLADA-SW PIC X(01) VALUE 'N'.
           88  WS-EXECUCAO-CONTROLADA  VALUE 'S'.

      *    JOBS QUE PRECISAM TER CONCLUIDO NA DATA DE MOVIMENTO
       01  WS-PREDECESSORES-AREA.
           05  FILLER              PIC X(08) VALUE 'ARQDIA'.
           05  FILLER              PIC X(08) VALUE 'DORMENTE'.
           05  FILLER              PIC X(08) VALUE 'TEDREM'.
       01  WS-PREDECESSORES-TAB REDEFINES WS-PREDECESSORES-AREA.
           05  WS-PREDECESSOR      PIC X(08) OCCURS 3 TIMES
                                   INDEXED BY WS-PDX.
       77  WS-QTD-PREDECESSORES PIC 9(02) VALUE 3.

       77  WS-DIAS-NO-MES      PIC 9(02) VALUE ZERO.
       77  WS-DIA-SEMANA       PIC 9(01) VALUE ZERO.
       01  WS-DATA-CORRENTE-AREA.
           05  WS-DATA-CORRENTE        PIC 9(08).
           05  WS-DATA-CORR-PARTES REDEFINES WS-DATA-CORRENTE.
               10  WS-DC-ANO           PIC 9(04).
               10  WS-DC-MES           PIC 9(02).
               10  WS-DC-DIA           PIC 9(02).
       77  WS-ZEL-ANO          PIC 9(04) VALUE ZERO.
       77  WS-ZEL-MES          PIC 9(02) VALUE ZERO.
       77  WS-ZEL-J            PIC 9(02) VALUE ZERO.
       77  WS-ZEL-K            PIC 9(02) VALUE ZERO.
       77  WS-ZEL-JQ           PIC 9(02) VALUE ZERO.
       77  WS-ZEL-KQ           PIC 9(02) VALUE ZERO.
       77  WS-ZEL-TERMO        PIC 9(04) VALUE ZERO.
       77  WS-ZEL-TERMO-Q      PIC 9(04) VALUE ZERO.
       77  WS-ZEL-SOMA         PIC 9(04) VALUE ZERO.
       77  WS-ZEL-QUOCIENTE    PIC 9(04) VALUE ZERO.
       77  WS-ANO-RESTO        PIC 9(03) VALUE ZERO.
       77  WS-ANO-QUOCIENTE    PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       0001-PRINCIPAL SECTION.
           PERFORM 1000-INICIALIZAR.
           IF WS-PARM-DATA NUMERIC AND WS-PARM-DATA NOT = '00000000'
              PERFORM 2000-FIXAR-DATA-INFORMADA
           ELSE
              IF WS-TEM-DATAMOV
                 PERFORM 1030-CONTROLAR-EXECUCAO
              END-IF
              PERFORM 2500-AVANCAR-MOVIMENTO
           END-IF.
           IF NOT WS-ERRO
              PERFORM 3000-CALCULAR-PROXIMO
              PERFORM 3500-GRAVAR-DATAMOV
           END-IF.
           PERFORM 9000-FINALIZAR.
           IF WS-EXECUCAO-CONTROLADA
              PERFORM 9800-REGISTRAR-FIM
           END-IF.
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-PARM-DATA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           OPEN INPUT FERIADOS.
           IF WS-FERIADOS-STATUS = '00'
              SET WS-TEM-FERIADOS TO TRUE
           ELSE
              DISPLAY 'VIRADIA - CALENDARIO DE FERIADOS AUSENTE - '
                      'DIAS UTEIS SEM FERIADOS'
           END-IF.
           OPEN INPUT DATAMOV.
           IF WS-DATAMOV-STATUS = '00'
              READ DATAMOV
                 NOT AT END
                    SET WS-TEM-DATAMOV TO TRUE
                    MOVE DMOV-DATA-MOVIMENTO TO WS-MOV-ATUAL
              END-READ
              CLOSE DATAMOV
           END-IF.

      *    A VIRADA AUTOMATICA FECHA A DATA DE MOVIMENTO ATUAL: SO
      *    COM OS ULTIMOS JOBS DA CADEIA CONCLUIDOS NELA
       1030-CONTROLAR-EXECUCAO.
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
           MOVE 'VIRADIA' TO EXEC-JOB.
           MOVE WS-MOV-ATUAL TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 MOVE 'N' TO WS-TEM-EXECUCAO-SW
              NOT INVALID KEY
                 SET WS-TEM-EXECUCAO TO TRUE
           END-READ.
           IF WS-TEM-EXECUCAO AND EXEC-CONCLUIDO
              DISPLAY 'VIRADIA - JA CONCLUIDO NA DATA '
                      WS-MOV-ATUAL
              SET WS-EXECUCAO-RECUSADA TO TRUE
           END-IF.
           IF WS-EXECUCAO-RECUSADA
              PERFORM 1040-RECUSAR-EXECUCAO
           END-IF.
           IF NOT WS-TEM-EXECUCAO
              INITIALIZE WS-EXECCTL-REC
              MOVE 'VIRADIA' TO EXEC-JOB
              MOVE WS-MOV-ATUAL TO EXEC-DATA-MOVIMENTO
           END-IF.
           ADD 1 TO EXEC-QTD-EXECUCOES.
           ACCEPT EXEC-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-INICIO FROM TIME.
           MOVE ZERO TO EXEC-DATA-FIM EXEC-HORA-FIM EXEC-RETORNO
                        EXEC-QTD-LIDOS EXEC-QTD-PROCESSADOS
                        EXEC-QTD-EXCECOES.
           SET EXEC-EM-ANDAMENTO TO TRUE.
           SET EXEC-MODO-NORMAL TO TRUE.
           IF WS-TEM-EXECUCAO
              REWRITE WS-EXECCTL-REC
           ELSE
              WRITE WS-EXECCTL-REC
           END-IF.
           CLOSE EXECCTL.
           SET WS-EXECUCAO-CONTROLADA TO TRUE.

       1035-VERIFICAR-PREDECESSOR.
           MOVE WS-PREDECESSOR(WS-PDX) TO EXEC-JOB.
           MOVE WS-MOV-ATUAL TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'VIRADIA - PREDECESSOR '
                         WS-PREDECESSOR(WS-PDX)
                         ' NAO EXECUTADO NA DATA '
                         WS-MOV-ATUAL
                 SET WS-EXECUCAO-RECUSADA TO TRUE
              NOT INVALID KEY
                 IF NOT EXEC-CONCLUIDO
                    DISPLAY 'VIRADIA - PREDECESSOR '
                            WS-PREDECESSOR(WS-PDX)
                            ' NAO CONCLUIDO NA DATA '
                            WS-MOV-ATUAL
                    SET WS-EXECUCAO-RECUSADA TO TRUE
                 END-IF
           END-READ.

       1040-RECUSAR-EXECUCAO.
           CLOSE EXECCTL.
           IF WS-TEM-FERIADOS
              CLOSE FERIADOS
           END-IF.
           DISPLAY 'VIRADIA - EXECUCAO RECUSADA PELO CONTROLE DA '
                   'CADEIA - DATAMOV NAO ALTERADO'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       2000-FIXAR-DATA-INFORMADA.
           MOVE WS-PARM-DATA TO WS-DATA-CORRENTE.
           PERFORM 4250-CLASSIFICAR-DIA.
           IF WS-DIA-UTIL
              MOVE WS-DATA-CORRENTE TO WS-MOV-NOVO
              PERFORM 4050-DIA-UTIL-ANTERIOR
              MOVE WS-DATA-CORRENTE TO WS-MOV-ANTERIOR
           ELSE
              DISPLAY 'VIRADIA - DATA INFORMADA ' WS-PARM-DATA
                      ' NAO E DIA UTIL - DATAMOV NAO ALTERADO'
              SET WS-ERRO TO TRUE
           END-IF.

       2500-AVANCAR-MOVIMENTO.
           IF NOT WS-TEM-DATAMOV
              DISPLAY 'VIRADIA - CONTROLE DATAMOV AUSENTE - '
                      'INFORMAR A DATA DE MOVIMENTO INICIAL NO SYSIN'
              SET WS-ERRO TO TRUE
           ELSE
              IF WS-MOV-ATUAL > WS-DATA-SISTEMA
                 DISPLAY 'VIRADIA - DATA DE MOVIMENTO ' WS-MOV-ATUAL
                         ' A FRENTE DA DATA DO SISTEMA - '
                         'VIRADA JA FEITA'
                 SET WS-ERRO TO TRUE
              ELSE
                 MOVE WS-MOV-ATUAL     TO WS-MOV-ANTERIOR
                 MOVE WS-MOV-ATUAL     TO WS-DATA-CORRENTE
                 PERFORM 4000-PROXIMO-DIA-UTIL
                 MOVE WS-DATA-CORRENTE TO WS-MOV-NOVO
              END-IF
           END-IF.

       3000-CALCULAR-PROXIMO.
           MOVE WS-MOV-NOVO TO WS-DATA-CORRENTE.
           MOVE WS-DC-MES   TO WS-MES-MOVIMENTO.
           PERFORM 4000-PROXIMO-DIA-UTIL.
           MOVE WS-DATA-CORRENTE TO WS-MOV-PROXIMO.
           IF WS-DC-MES NOT = WS-MES-MOVIMENTO
              SET WS-FIM-MES TO TRUE
           END-IF.

       3500-GRAVAR-DATAMOV.
           MOVE WS-MOV-NOVO      TO DMOV-DATA-MOVIMENTO.
           MOVE WS-MOV-ANTERIOR  TO DMOV-DATA-ANTERIOR.
           MOVE WS-MOV-PROXIMO   TO DMOV-PROXIMA-DATA.
           IF WS-FIM-MES
              MOVE 'S' TO DMOV-FIM-MES
           ELSE
              MOVE 'N' TO DMOV-FIM-MES
           END-IF.
           MOVE WS-DATA-SISTEMA  TO DMOV-DATA-VIRADA.
           MOVE WS-HORA-SISTEMA  TO DMOV-HORA-VIRADA.
           OPEN OUTPUT DATAMOV.
           WRITE WS-DATAMOV-REC.
           CLOSE DATAMOV.

      *    PROXIMO DIA UTIL APOS WS-DATA-CORRENTE
       4000-PROXIMO-DIA-UTIL.
           MOVE 'N' TO WS-DIA-UTIL-SW.
           PERFORM 4100-AVANCAR-DIA
              UNTIL WS-DIA-UTIL.

      *    DIA UTIL IMEDIATAMENTE ANTERIOR A WS-DATA-CORRENTE
       4050-DIA-UTIL-ANTERIOR.
           MOVE 'N' TO WS-DIA-UTIL-SW.
           PERFORM 4300-RECUAR-DIA
              UNTIL WS-DIA-UTIL.

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
           PERFORM 4250-CLASSIFICAR-DIA.

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

      *    DIA DA SEMANA PELA CONGRUENCIA DE ZELLER:
      *    0 = SABADO, 1 = DOMINGO, 2 = SEGUNDA ... 6 = SEXTA
       4200-DIA-DA-SEMANA.
           MOVE WS-DC-ANO TO WS-ZEL-ANO.
           MOVE WS-DC-MES TO WS-ZEL-MES.
           IF WS-ZEL-MES < 3
              ADD 12 TO WS-ZEL-MES
              SUBTRACT 1 FROM WS-ZEL-ANO
           END-IF.
           DIVIDE WS-ZEL-ANO BY 100
              GIVING WS-ZEL-J
              REMAINDER WS-ZEL-K.
           COMPUTE WS-ZEL-TERMO = 13 * (WS-ZEL-MES + 1).
           DIVIDE WS-ZEL-TERMO BY 5
              GIVING WS-ZEL-TERMO-Q.
           DIVIDE WS-ZEL-K BY 4
              GIVING WS-ZEL-KQ.
           DIVIDE WS-ZEL-J BY 4
              GIVING WS-ZEL-JQ.
           COMPUTE WS-ZEL-SOMA = WS-DC-DIA + WS-ZEL-TERMO-Q
                   + WS-ZEL-K + WS-ZEL-KQ + WS-ZEL-JQ
                   + 5 * WS-ZEL-J.
           DIVIDE WS-ZEL-SOMA BY 7
              GIVING WS-ZEL-QUOCIENTE
              REMAINDER WS-DIA-SEMANA.

      *    DIA UTIL = SEGUNDA A SEXTA SEM REGISTRO NO FERIADOS
       4250-CLASSIFICAR-DIA.
           MOVE 'N' TO WS-DIA-UTIL-SW.
           PERFORM 4200-DIA-DA-SEMANA.
           IF WS-DIA-SEMANA > 1
              SET WS-DIA-UTIL TO TRUE
              IF WS-TEM-FERIADOS
                 MOVE WS-DATA-CORRENTE TO FER-DATA
                 READ FERIADOS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'N' TO WS-DIA-UTIL-SW
                 END-READ
              END-IF
           END-IF.

       4300-RECUAR-DIA.
           IF WS-DC-DIA > 1
              SUBTRACT 1 FROM WS-DC-DIA
           ELSE
              IF WS-DC-MES > 1
                 SUBTRACT 1 FROM WS-DC-MES
              ELSE
                 MOVE 12 TO WS-DC-MES
                 SUBTRACT 1 FROM WS-DC-ANO
              END-IF
              PERFORM 4150-DIAS-NO-MES
              MOVE WS-DIAS-NO-MES TO WS-DC-DIA
           END-IF.
           PERFORM 4250-CLASSIFICAR-DIA.

       9000-FINALIZAR.
           IF WS-TEM-FERIADOS
              CLOSE FERIADOS
           END-IF.
           IF WS-ERRO
              MOVE 8 TO RETURN-CODE
              DISPLAY 'VIRADIA - VIRADA NAO REALIZADA'
           ELSE
              DISPLAY 'VIRADIA - MOVIMENTO ANTERIOR: '
                      WS-MOV-ANTERIOR
              DISPLAY 'VIRADIA - DATA DE MOVIMENTO.: ' WS-MOV-NOVO
              DISPLAY 'VIRADIA - PROXIMO DIA UTIL..: '
                      WS-MOV-PROXIMO
              DISPLAY 'VIRADIA - ULTIMO UTIL DO MES: ' WS-FIM-MES-SW
           END-IF.

       9800-REGISTRAR-FIM.
           OPEN I-O EXECCTL.
           MOVE 'VIRADIA' TO EXEC-JOB.
           MOVE WS-MOV-ATUAL TO EXEC-DATA-MOVIMENTO.
           READ EXECCTL
              INVALID KEY
                 DISPLAY 'VIRADIA - CONTROLE DE EXECUCAO NAO '
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
           REWRITE WS-EXECCTL-REC.

      *==                    'V' (DEBITO AUTOMATICO DE CONVENIO)
      *== 2026-09-02 JV      HISTORICO 'TARIFA MANUTENC' PARA O
      *==                    TIPO 'M' (TARIFA MENSAL TARIFMES)
      *== 2026-10-15 JV      COLUNA NSU NO DETALHE; HISTORICOS
      *==                    'ESTORNO CREDITO' (DEBITO) E 'ESTORNO
      *==                    DEBITO' (CREDITO) PARA O TIPO 'Z'
      *==                    (ESTORNO POR NSU), CONFORME O TIPO DO
      *==                    MOVIMENTO ESTORNADO
      *== 2026-10-15 JV      HISTORICOS 'CRED EMPRESTIMO' PARA O
      *==                    TIPO 'P' (CREDITO DO PRINCIPAL) E
      *==                    'PARCELA EMPREST' PARA O TIPO 'Q'
      *==                    (DEBITO DE PARCELA, BATCH COBREMP)
      *== 2026-10-15 JV      HISTORICOS 'TED ENVIADA' (TIPO B,
      *==                    DEBITO), 'TED DEVOLVIDA' (TIPO F,
      *==                    CREDITO DA TED RECUSADA PELA
      *==                    COMPENSACAO) E 'TED RECEBIDA' (TIPO I,
      *==                    CREDITO DE TED DE OUTRO BANCO)
      *== 2026-10-15 JV      DIARIO INDEXADO: LE SO OS MOVIMENTOS DA
      *==                    CONTA NO PERIODO, PELA CHAVE ALTERNADA
      *==                    CONTA + DATA (COPYBOOK CXDIACHV)
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

           SELECT EXTRREL ASSIGN TO "EXTRREL"
       FD  DIARIO.
       01  WS-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  EXTRREL.
       01  REL-LINHA                  PIC X(100).
           05  FILLER                  PIC X(12) VALUE 'CONTRAPARTE'.
           05  FILLER                  PIC X(13) VALUE 'VALOR'.
           05  FILLER                  PIC X(10) VALUE 'SALDO'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'NSU'.

       01  WS-REL-DETALHE.
           05  DET-DATA                PIC 9(08).
           05  DET-VALOR               PIC Z(6)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-SALDO               PIC Z(6)9,99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DET-NSU                 PIC Z(9)9.

       01  WS-REL-ABERTURA.
           05  FILLER                  PIC X(25) VALUE
           MOVE CONTA-SALDO-ABERTURA TO WS-SALDO-CORRIDO.
           PERFORM 3100-MONTAR-CABECALHOS.
           PERFORM 3200-IMPRIMIR-ABERTURA.
           PERFORM 3250-POSICIONAR-DIARIO.
           PERFORM 3300-LER-PROXIMO-DIARIO.
           PERFORM 3400-PROCESSAR-MOVIMENTO
              UNTIL WS-FIM-DIARIO.
           WRITE REL-LINHA FROM SPACES.
           ADD 2 TO WS-REL-LINHAS.

       3250-POSICIONAR-DIARIO.
           MOVE WS-EXTR-CONTA   TO DIARIO-CHV-CONTA.
           MOVE WS-DATA-INICIAL TO DIARIO-CHV-DATA.
           START DIARIO KEY IS NOT LESS THAN DIARIO-CHAVE-CONTA-DATA
              INVALID KEY
                 SET WS-FIM-DIARIO TO TRUE
           END-START.

       3300-LER-PROXIMO-DIARIO.
           IF NOT WS-FIM-DIARIO
              READ DIARIO NEXT RECORD
                 AT END
                    SET WS-FIM-DIARIO TO TRUE
                 NOT AT END
                    IF DIARIO-CHV-CONTA NOT = WS-EXTR-CONTA
                       OR DIARIO-CHV-DATA > WS-DATA-FINAL
                       SET WS-FIM-DIARIO TO TRUE
                    END-IF
              END-READ
           END-IF.

       3400-PROCESSAR-MOVIMENTO.
           PERFORM 3500-IMPRIMIR-MOVIMENTO.
           PERFORM 3300-LER-PROXIMO-DIARIO.

       3500-IMPRIMIR-MOVIMENTO.
                 MOVE 'TARIFA MANUTENC ' TO DET-HISTORICO
                 SUBTRACT DIARIO-VALOR FROM WS-SALDO-CORRIDO
                 ADD DIARIO-VALOR TO WS-TOTAL-DEBITOS
              WHEN 'P'
                 MOVE 'CRED EMPRESTIMO ' TO DET-HISTORICO
                 ADD DIARIO-VALOR TO WS-SALDO-CORRIDO
                 ADD DIARIO-VALOR TO WS-TOTAL-CREDITOS
              WHEN 'Q'
                 MOVE 'PARCELA EMPREST ' TO DET-HISTORICO
                 SUBTRACT DIARIO-VALOR FROM WS-SALDO-CORRIDO
                 ADD DIARIO-VALOR TO WS-TOTAL-DEBITOS
              WHEN 'B'
                 MOVE 'TED ENVIADA     ' TO DET-HISTORICO
                 SUBTRACT DIARIO-VALOR FROM WS-SALDO-CORRIDO
                 ADD DIARIO-VALOR TO WS-TOTAL-DEBITOS
              WHEN 'F'
                 MOVE 'TED DEVOLVIDA   ' TO DET-HISTORICO
                 ADD DIARIO-VALOR TO WS-SALDO-CORRIDO
                 ADD DIARIO-VALOR TO WS-TOTAL-CREDITOS
              WHEN 'I'
                 MOVE 'TED RECEBIDA    ' TO DET-HISTORICO
                 ADD DIARIO-VALOR TO WS-SALDO-CORRIDO
                 ADD DIARIO-VALOR TO WS-TOTAL-CREDITOS
              WHEN 'Z'
                 IF DIARIO-ORIGEM-CREDITO
                    MOVE 'ESTORNO CREDITO ' TO DET-HISTORICO
                    SUBTRACT DIARIO-VALOR FROM WS-SALDO-CORRIDO
                    ADD DIARIO-VALOR TO WS-TOTAL-DEBITOS
                 ELSE
                    MOVE 'ESTORNO DEBITO  ' TO DET-HISTORICO
                    ADD DIARIO-VALOR TO WS-SALDO-CORRIDO
                    ADD DIARIO-VALOR TO WS-TOTAL-CREDITOS
                 END-IF
              WHEN OTHER
                 MOVE 'MOVIMENTO       ' TO DET-HISTORICO
                 ADD DIARIO-VALOR TO WS-SALDO-CORRIDO
           MOVE DIARIO-CONTRAPARTIDA TO DET-CONTRAPARTE.
           MOVE DIARIO-VALOR         TO DET-VALOR.
           MOVE WS-SALDO-CORRIDO     TO DET-SALDO.
           MOVE DIARIO-NSU           TO DET-NSU.
           WRITE REL-LINHA FROM WS-REL-DETALHE.
           ADD 1 TO WS-REL-LINHAS.
           ADD 1 TO WS-QTD-MOVIMENTOS.

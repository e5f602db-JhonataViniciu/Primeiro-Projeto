       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ESTORNO.
      *==========================================
      *==  OBJETIVO: ESTORNO DE MOVIMENTO DO DIARIO PELO NSU.
      *==            LOCALIZA NO DIARIO O MOVIMENTO DO NSU
      *==            INFORMADO, MOSTRA OS DADOS PARA CONFERENCIA
      *==            E, CONFIRMADO, GRAVA NO DIARIO O MOVIMENTO
      *==            INVERSO TIPO 'Z' (COM O NSU E O TIPO DO
      *==            MOVIMENTO ESTORNADO), ACERTA O SALDO EM
      *==            CONTAS E REGISTRA NO LOG DE SEGURANCA
      *==            SEGLOG QUEM ESTORNOU, QUANDO E O MOTIVO.
      *==            SO ESTORNA MOVIMENTO QUE AFETA O SALDO
      *==            DISPONIVEL (D, R, J, L, S, T, V, M, E); O
      *==            FLUXO DE CHEQUE BLOQUEADO (C, X) FICA COM O
      *==            COMPCHEQ.  UM NSU SO PODE SER ESTORNADO UMA
      *==            VEZ E ESTORNO NAO SE ESTORNA.  O MOVIMENTO
      *==            PRECISA ESTAR NO DIARIO CORRENTE (AINDA NAO
      *==            ARQUIVADO PELO ARQDIA).
      *==            EXIGE LOGON DE OPERADOR COM PERFIL
      *==            SUPERVISOR (OPERMEST).
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-10-15 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      DIARIO INDEXADO: MOVIMENTO LIDO
      *==                    DIRETO PELO NSU E ESTORNO ANTERIOR
      *==                    PROCURADO SO NA CONTA, PELA CHAVE
      *==                    CONTA + DATA (COPYBOOK CXDIACHV)
      *== 2026-10-15 JV      CLIENTE TITULAR DA CONTA GRAVADO NO
      *==                    SEGLOG (SEG-CLIENTE)
      *== 2026-10-15 JV      NSUCTL ABERTO EM EXCLUSIVO PARA OBTER O
      *==                    NSU, COM NOVA TENTATIVA QUANDO OCUPADO;
      *==                    GRAVACAO DO 'Z' NO DIARIO CONFERIDA (NSU
      *==                    DUPLICADO PEDE OUTRO NSU) E, SE RECUSADA,
      *==                    O SALDO DA CONTA VOLTA AO ANTERIOR E NADA
      *==                    E REGISTRADO NO SEGLOG
      *==========================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-CONTA-NUMERO OF WRK-CONTA-REC
               FILE STATUS IS WRK-CONTAS-STATUS.

           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIARIO-NSU
               ALTERNATE RECORD KEY IS DIARIO-CHAVE-CONTA-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-DIARIO-STATUS.

           SELECT NSUCTL ASSIGN TO "NSUCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WRK-NSUCTL-STATUS.

           SELECT SEGLOG ASSIGN TO "SEGLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-SEGLOG-STATUS.

           SELECT OPERMEST ASSIGN TO "OPERMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-CODIGO
               FILE STATUS IS WRK-OPERMEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS.
       01  WRK-CONTA-REC.
           COPY CLIXREF.
           COPY CXCONTA.

       FD  DIARIO.
       01  WRK-DIARIO-REC.
           COPY CXDIARIO.
           COPY CXDIACHV.

       FD  NSUCTL.
       01  WRK-NSUCTL-REC.
           COPY CXNSU.

       FD  SEGLOG.
       01  SEG-LOG-REC.
           COPY SEGLREC.

       FD  OPERMEST.
       01  OPER-MESTRE-REC.
           COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WRK-OPCAO  PIC X(1).
       77  WRK-TITULO PIC X(35).
       77  WRK-MODULO PIC X(25).
       77  WRK-TECLA  PIC X(1).

       77  WRK-CONTAS-STATUS   PIC X(02).
       77  WRK-DIARIO-STATUS   PIC X(02).
           88  WRK-DIARIO-NSU-DUPLICADO    VALUE '22'.
           88  WRK-DIARIO-ERRO-IO          VALUE '30' THRU '99'.
       77  WRK-NSUCTL-STATUS   PIC X(02).
           88  WRK-NSUCTL-OCUPADO          VALUE '61' '90' THRU '99'.
       77  WRK-SEGLOG-STATUS   PIC X(02).
       77  WRK-OPERMEST-STATUS PIC X(02).

       77  WRK-SENHA               PIC 9(06) VALUE ZERO.
       77  WRK-PERFIL              PIC X(01) VALUE SPACE.
       77  WRK-LOGON-SW            PIC X(01) VALUE 'N'.
           88  WRK-LOGON-OK                VALUE 'S'.
       77  WRK-TENTATIVAS-LOGON    PIC 9(01) VALUE ZERO.
       77  WRK-OPERADOR            PIC X(08) VALUE SPACES.
       77  WRK-MOTIVO              PIC X(40) VALUE SPACES.
       77  WRK-NSU-CHAVE           PIC 9(10) VALUE ZERO.
       77  WRK-CONFIRMA            PIC X(01).

       77  WRK-FIM-DIARIO-SW       PIC X(01) VALUE 'N'.
           88  WRK-FIM-DIARIO              VALUE 'S'.
       77  WRK-ACHOU-NSU-SW        PIC X(01) VALUE 'N'.
           88  WRK-ACHOU-NSU               VALUE 'S'.
       77  WRK-JA-ESTORNADO-SW     PIC X(01) VALUE 'N'.
           88  WRK-JA-ESTORNADO            VALUE 'S'.
       77  WRK-ESTORNO-SW          PIC X(01) VALUE 'S'.
           88  WRK-ESTORNO-ACEITO          VALUE 'S'.
           88  WRK-ESTORNO-REJEITADO       VALUE 'N'.

      *--- MOVIMENTO ORIGINAL LOCALIZADO PELO NSU
       77  WRK-ORIG-CONTA          PIC 9(10) VALUE ZERO.
       77  WRK-ORIG-TIPO           PIC X(01) VALUE SPACE.
           88  WRK-ORIG-CREDITO            VALUE 'D' 'R' 'J' 'L'.
           88  WRK-ORIG-DEBITO             VALUE 'S' 'T' 'V' 'M' 'E'.
       77  WRK-ORIG-VALOR          PIC 9(10)V99 VALUE ZERO.
       77  WRK-ORIG-DATA           PIC 9(08) VALUE ZERO.
       77  WRK-ORIG-HORA           PIC 9(06) VALUE ZERO.
       77  WRK-ORIG-CONTRAPARTIDA  PIC 9(10) VALUE ZERO.
       77  WRK-ORIG-VALOR-EDIT     PIC Z(9)9,99.
       77  WRK-SALDO-NOVO          PIC 9(10)V99 VALUE ZERO.
       77  WRK-NSU-ESTORNO         PIC 9(10) VALUE ZERO.
       77  WRK-SALDO-ANTERIOR      PIC 9(10)V99 VALUE ZERO.

      *--- NSUCTL ABERTO EM EXCLUSIVO SO PARA LER, SOMAR E REGRAVAR;
      *--- OCUPADO, TENTA DE NOVO.  NSU JA EXISTENTE NO DIARIO PEDE
      *--- OUTRO NSU
       77  WRK-NSU-TENTATIVAS      PIC 9(04) VALUE ZERO.
       77  WRK-NSU-SW              PIC X(01) VALUE 'N'.
           88  WRK-NSU-OBTIDO              VALUE 'S'.
           88  WRK-NSU-INDISPONIVEL        VALUE 'N'.
       77  WRK-DIARIO-TENTATIVAS   PIC 9(02) VALUE ZERO.
       77  WRK-DIARIO-SW           PIC X(01) VALUE 'R'.
           88  WRK-DIARIO-GRAVADO          VALUE 'S'.
           88  WRK-DIARIO-RECUSADO         VALUE 'E'.
           88  WRK-DIARIO-REPETIR          VALUE 'R'.

       SCREEN          SECTION.
       01  TELA.
           05 LIMP-TELA.
              10 BLANK SCREEN.
              10 LINE 01 COLUMN 01 PIC X(20) ERASE EOL
                 BACKGROUND-COLOR 3 .
              10 LINE 01 COLUMN 25 PIC X(20)
                 BACKGROUND-COLOR 3 FOREGROUND-COLOR 0
                       FROM 'ESTORNO POR NSU'.
              10 LINE 02 COLUMN 01 PIC X(25) ERASE EOL
                 BACKGROUND-COLOR 1 FROM WRK-MODULO.

       01  TELA-LOGON.
           05 LINE 04 COLUMN 15 VALUE 'OPERADOR SUPERVISOR.: '.
           05 LINE 04 COLUMN 37 USING WRK-OPERADOR.
           05 LINE 05 COLUMN 15 VALUE 'SENHA...............: '.
           05 LINE 05 COLUMN 37 SECURE USING WRK-SENHA.

       01  TELA-MENU.
           05 LINE 07 COLUMN 15 VALUE '1 - ESTORNAR MOVIMENTO (NSU)'.
           05 LINE 08 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 09 COLUMN 15 VALUE 'OPCAO.......: ' .
           05 LINE 09 COLUMN 29 USING  WRK-OPCAO.

       01  TELA-NSU.
           05 LINE 04 COLUMN 15 VALUE 'NSU DO MOVIMENTO....: '.
           05 LINE 04 COLUMN 37 USING WRK-NSU-CHAVE.
           05 LINE 05 COLUMN 15 VALUE 'MOTIVO..............: '.
           05 LINE 05 COLUMN 37 USING WRK-MOTIVO.

       01  TELA-MOVIMENTO.
           05 LINE 07 COLUMN 15 VALUE 'CONTA...............: '.
           05 LINE 07 COLUMN 37 FROM WRK-ORIG-CONTA.
           05 LINE 08 COLUMN 15 VALUE 'TIPO................: '.
           05 LINE 08 COLUMN 37 FROM WRK-ORIG-TIPO.
           05 LINE 09 COLUMN 15 VALUE 'VALOR...............: '.
           05 LINE 09 COLUMN 37 FROM WRK-ORIG-VALOR-EDIT.
           05 LINE 10 COLUMN 15 VALUE 'DATA / HORA.........: '.
           05 LINE 10 COLUMN 37 FROM WRK-ORIG-DATA.
           05 LINE 10 COLUMN 46 FROM WRK-ORIG-HORA.
           05 LINE 11 COLUMN 15 VALUE 'CONTRAPARTIDA.......: '.
           05 LINE 11 COLUMN 37 FROM WRK-ORIG-CONTRAPARTIDA.

       01  TELA-CONFIRMA.
           05 LINE 13 COLUMN 15 VALUE
              'CONFIRMA ESTORNO (S/N)....: '.
           05 LINE 13 COLUMN 44 USING WRK-CONFIRMA.

       01  WRK-MOSTRA-ERRO.
           05 MSG-ERRO.
              10 LINE 16 COLUMN 01 ERASE EOL
                               BACKGROUND-COLOR 3 .
              10 LINE 16 COLUMN 10 PIC X(35)
                               BACKGROUND-COLOR 3
                               FROM WRK-TITULO.
              10 COLUMN PLUS 2 PIC X(01)
                               USING WRK-TECLA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL  SECTION.
           PERFORM 1000-INICIAR.
           IF WRK-LOGON-OK
              PERFORM 2000-PROCESSAR
           END-IF.
           PERFORM 3000-FINALIZAR.
           STOP RUN.

       1000-INICIAR.
           OPEN I-O CONTAS.
           OPEN EXTEND SEGLOG.
           IF WRK-SEGLOG-STATUS = '35'
              CLOSE SEGLOG
              OPEN OUTPUT SEGLOG
              CLOSE SEGLOG
              OPEN EXTEND SEGLOG
           END-IF.
           OPEN INPUT OPERMEST.
           IF WRK-OPERMEST-STATUS = '00'
              PERFORM 1100-LOGON
           ELSE
              MOVE 'CADASTRO DE OPERADORES AUSENTE    ' TO
                   WRK-TITULO
              DISPLAY TELA
              ACCEPT WRK-MOSTRA-ERRO
           END-IF.
           IF WRK-LOGON-OK
              DISPLAY TELA
              ACCEPT TELA-MENU
           END-IF.

       1100-LOGON.
           MOVE 'N'  TO WRK-LOGON-SW.
           MOVE ZERO TO WRK-TENTATIVAS-LOGON.
           PERFORM 1150-PEDIR-LOGON
              UNTIL WRK-LOGON-OK
                 OR WRK-TENTATIVAS-LOGON NOT LESS THAN 3.
           IF NOT WRK-LOGON-OK
              MOVE 'ACESSO NEGADO - ENCERRANDO        ' TO
                   WRK-TITULO
              DISPLAY TELA
              ACCEPT WRK-MOSTRA-ERRO
           END-IF.

       1150-PEDIR-LOGON.
           MOVE 'MODULO - IDENTIFICACAO'  TO WRK-MODULO.
           MOVE SPACES TO WRK-OPERADOR.
           MOVE ZERO   TO WRK-SENHA.
           DISPLAY TELA.
           ACCEPT TELA-LOGON.
           MOVE WRK-OPERADOR TO OPER-CODIGO.
           READ OPERMEST
              INVALID KEY
                 MOVE 'OPERADOR NAO CADASTRADO           ' TO
                      WRK-TITULO
                 DISPLAY TELA
                 ACCEPT WRK-MOSTRA-ERRO
                 ADD 1 TO WRK-TENTATIVAS-LOGON
              NOT INVALID KEY
                 PERFORM 1160-VALIDAR-LOGON
           END-READ.

       1160-VALIDAR-LOGON.
           IF NOT OPER-ESTA-ATIVO
              MOVE 'OPERADOR INATIVO                  ' TO
                   WRK-TITULO
              DISPLAY TELA
              ACCEPT WRK-MOSTRA-ERRO
              ADD 1 TO WRK-TENTATIVAS-LOGON
           ELSE
              IF OPER-SENHA NOT = WRK-SENHA
                 MOVE 'SENHA INCORRETA                   ' TO
                      WRK-TITULO
                 DISPLAY TELA
                 ACCEPT WRK-MOSTRA-ERRO
                 ADD 1 TO WRK-TENTATIVAS-LOGON
              ELSE
                 IF OPER-E-SUPERVISOR
                    SET WRK-LOGON-OK TO TRUE
                    MOVE OPER-PERFIL TO WRK-PERFIL
                 ELSE
                    MOVE 'PERFIL SEM ALCADA - SUPERVISOR    ' TO
                         WRK-TITULO
                    DISPLAY TELA
                    ACCEPT WRK-MOSTRA-ERRO
                    MOVE 3 TO WRK-TENTATIVAS-LOGON
                 END-IF
              END-IF
           END-IF.

       2000-PROCESSAR.
               EVALUATE WRK-OPCAO
                WHEN 1
                  PERFORM 5000-ESTORNAR
                WHEN OTHER
                  IF WRK-OPCAO NOT EQUAL 'X'
                     DISPLAY'ENTRE COM A OPCAO CORRETA'
                  END-IF
               END-EVALUATE.

       3000-FINALIZAR.
               CLOSE CONTAS.
               CLOSE SEGLOG.
               CLOSE OPERMEST.

       5000-ESTORNAR.
             MOVE 'MODULO - ESTORNO'        TO WRK-MODULO.
             DISPLAY TELA.
             ACCEPT TELA-NSU.
             SET WRK-ESTORNO-ACEITO TO TRUE.
             IF WRK-MOTIVO = SPACES
                MOVE 'MOTIVO DO ESTORNO OBRIGATORIO     ' TO
                     WRK-TITULO
                SET WRK-ESTORNO-REJEITADO TO TRUE
             ELSE
                PERFORM 5100-LOCALIZAR-NSU
                PERFORM 5200-VALIDAR-MOVIMENTO
             END-IF.
             IF WRK-ESTORNO-REJEITADO
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             ELSE
                PERFORM 5300-CONFIRMAR-ESTORNO
             END-IF.

       5100-LOCALIZAR-NSU.
             MOVE 'N' TO WRK-ACHOU-NSU-SW.
             MOVE 'N' TO WRK-JA-ESTORNADO-SW.
             MOVE 'N' TO WRK-FIM-DIARIO-SW.
             OPEN INPUT DIARIO.
             IF WRK-DIARIO-STATUS NOT = '00'
                SET WRK-FIM-DIARIO TO TRUE
             ELSE
                MOVE WRK-NSU-CHAVE TO DIARIO-NSU
                READ DIARIO
                   INVALID KEY
                      SET WRK-FIM-DIARIO TO TRUE
                   NOT INVALID KEY
                      SET WRK-ACHOU-NSU TO TRUE
                      MOVE DIARIO-CONTA         TO WRK-ORIG-CONTA
                      MOVE DIARIO-TIPO          TO WRK-ORIG-TIPO
                      MOVE DIARIO-VALOR         TO WRK-ORIG-VALOR
                      MOVE DIARIO-DATA          TO WRK-ORIG-DATA
                      MOVE DIARIO-HORA          TO WRK-ORIG-HORA
                      MOVE DIARIO-CONTRAPARTIDA TO
                           WRK-ORIG-CONTRAPARTIDA
                END-READ
             END-IF.
             IF WRK-ACHOU-NSU
                PERFORM 5130-POSICIONAR-CONTA
             END-IF.
             PERFORM 5150-LER-DIARIO
                UNTIL WRK-FIM-DIARIO.
             CLOSE DIARIO.

      *    O ESTORNO, SE HOUVER, ESTA NA MESMA CONTA E NAO E ANTERIOR
      *    AO MOVIMENTO ORIGINAL: LE SO OS MOVIMENTOS DA CONTA A
      *    PARTIR DA DATA DO ORIGINAL, PELA CHAVE CONTA + DATA
       5130-POSICIONAR-CONTA.
             MOVE WRK-ORIG-CONTA TO DIARIO-CHV-CONTA.
             MOVE WRK-ORIG-DATA  TO DIARIO-CHV-DATA.
             START DIARIO KEY IS NOT LESS THAN DIARIO-CHAVE-CONTA-DATA
                INVALID KEY
                   SET WRK-FIM-DIARIO TO TRUE
             END-START.

       5150-LER-DIARIO.
             READ DIARIO NEXT RECORD
                AT END
                   SET WRK-FIM-DIARIO TO TRUE
                NOT AT END
                   IF DIARIO-CHV-CONTA NOT = WRK-ORIG-CONTA
                      SET WRK-FIM-DIARIO TO TRUE
                   ELSE
                      IF DIARIO-E-ESTORNO-NSU
                         AND DIARIO-NSU-ORIGEM = WRK-NSU-CHAVE
                         SET WRK-JA-ESTORNADO TO TRUE
                         SET WRK-FIM-DIARIO TO TRUE
                      END-IF
                   END-IF
             END-READ.

       5200-VALIDAR-MOVIMENTO.
             IF NOT WRK-ACHOU-NSU
                MOVE 'NSU NAO ENCONTRADO NO DIARIO      ' TO
                     WRK-TITULO
                SET WRK-ESTORNO-REJEITADO TO TRUE
             ELSE
                IF WRK-JA-ESTORNADO
                   MOVE 'MOVIMENTO JA ESTORNADO            ' TO
                        WRK-TITULO
                   SET WRK-ESTORNO-REJEITADO TO TRUE
                ELSE
                   IF NOT WRK-ORIG-CREDITO
                      AND NOT WRK-ORIG-DEBITO
                      MOVE 'TIPO DE MOVIMENTO NAO ESTORNAVEL  ' TO
                           WRK-TITULO
                      SET WRK-ESTORNO-REJEITADO TO TRUE
                   END-IF
                END-IF
             END-IF.

       5300-CONFIRMAR-ESTORNO.
             MOVE WRK-ORIG-VALOR TO WRK-ORIG-VALOR-EDIT.
             MOVE 'N' TO WRK-CONFIRMA.
             DISPLAY TELA.
             DISPLAY TELA-MOVIMENTO.
             ACCEPT TELA-CONFIRMA.
             IF WRK-CONFIRMA = 'S' OR 's'
                PERFORM 5400-ACERTAR-CONTA
             ELSE
                MOVE 'ESTORNO CANCELADO                 ' TO
                     WRK-TITULO
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             END-IF.

       5400-ACERTAR-CONTA.
             MOVE WRK-ORIG-CONTA TO XREF-CONTA-NUMERO OF
                                    WRK-CONTA-REC.
             READ CONTAS
                INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA              ' TO
                        WRK-TITULO
                   SET WRK-ESTORNO-REJEITADO TO TRUE
                NOT INVALID KEY
                   PERFORM 5450-CALCULAR-SALDO
             END-READ.
             IF WRK-ESTORNO-ACEITO
                MOVE CONTA-SALDO    TO WRK-SALDO-ANTERIOR
                MOVE WRK-SALDO-NOVO TO CONTA-SALDO
                REWRITE WRK-CONTA-REC
                   INVALID KEY
                      MOVE 'ERRO AO REGRAVAR A CONTA          ' TO
                           WRK-TITULO
                      SET WRK-ESTORNO-REJEITADO TO TRUE
                END-REWRITE
             END-IF.
             IF WRK-ESTORNO-ACEITO
                PERFORM 5500-GRAVAR-DIARIO
                IF WRK-DIARIO-GRAVADO
                   PERFORM 5600-GRAVAR-SEGLOG
                   MOVE 'ESTORNO EFETUADO E REGISTRADO     ' TO
                        WRK-TITULO
                ELSE
                   PERFORM 5480-DESFAZER-SALDO
                   MOVE 'ERRO NO DIARIO - ESTORNO DESFEITO ' TO
                        WRK-TITULO
                END-IF
             END-IF.
             DISPLAY TELA.
             ACCEPT WRK-MOSTRA-ERRO.

       5450-CALCULAR-SALDO.
             IF WRK-ORIG-CREDITO
                IF CONTA-SALDO < WRK-ORIG-VALOR
                   MOVE 'SALDO INSUFICIENTE PARA ESTORNO   ' TO
                        WRK-TITULO
                   SET WRK-ESTORNO-REJEITADO TO TRUE
                ELSE
                   COMPUTE WRK-SALDO-NOVO =
                           CONTA-SALDO - WRK-ORIG-VALOR
                END-IF
             ELSE
                COMPUTE WRK-SALDO-NOVO =
                        CONTA-SALDO + WRK-ORIG-VALOR
             END-IF.

      *--- SEM O MOVIMENTO 'Z' NO DIARIO O SALDO VOLTA AO ANTERIOR
       5480-DESFAZER-SALDO.
             MOVE WRK-ORIG-CONTA TO XREF-CONTA-NUMERO OF
                                    WRK-CONTA-REC.
             READ CONTAS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE WRK-SALDO-ANTERIOR TO CONTA-SALDO
                   REWRITE WRK-CONTA-REC
             END-READ.

       5500-GRAVAR-DIARIO.
             OPEN I-O DIARIO.
             MOVE WRK-ORIG-CONTA         TO DIARIO-CONTA.
             MOVE 'Z'                    TO DIARIO-TIPO.
             MOVE WRK-ORIG-VALOR         TO DIARIO-VALOR.
             MOVE WRK-SALDO-NOVO         TO DIARIO-SALDO.
             ACCEPT DIARIO-DATA FROM DATE YYYYMMDD.
             ACCEPT DIARIO-HORA FROM TIME.
             MOVE WRK-ORIG-CONTRAPARTIDA TO DIARIO-CONTRAPARTIDA.
             MOVE WRK-NSU-CHAVE          TO DIARIO-NSU-ORIGEM.
             MOVE WRK-ORIG-TIPO          TO DIARIO-TIPO-ORIGEM.
             MOVE 'ESTORNO'              TO DIARIO-TERMINAL.
             MOVE DIARIO-CONTA           TO DIARIO-CHV-CONTA.
             MOVE DIARIO-DATA            TO DIARIO-CHV-DATA.
             SET WRK-DIARIO-REPETIR TO TRUE.
             MOVE ZERO TO WRK-DIARIO-TENTATIVAS.
             PERFORM 5520-TENTAR-GRAVAR-DIARIO
                UNTIL NOT WRK-DIARIO-REPETIR.
             MOVE DIARIO-NSU             TO WRK-NSU-ESTORNO.
             CLOSE DIARIO.

       5520-TENTAR-GRAVAR-DIARIO.
             ADD 1 TO WRK-DIARIO-TENTATIVAS.
             PERFORM 5550-OBTER-NSU.
             IF WRK-NSU-INDISPONIVEL
                SET WRK-DIARIO-RECUSADO TO TRUE
             ELSE
                WRITE WRK-DIARIO-REC
                   INVALID KEY
                      IF NOT WRK-DIARIO-NSU-DUPLICADO
                         OR WRK-DIARIO-TENTATIVAS NOT LESS THAN 10
                         SET WRK-DIARIO-RECUSADO TO TRUE
                      END-IF
                   NOT INVALID KEY
                      SET WRK-DIARIO-GRAVADO TO TRUE
                END-WRITE
                IF WRK-DIARIO-ERRO-IO
                   SET WRK-DIARIO-RECUSADO TO TRUE
                END-IF
             END-IF.

       5550-OBTER-NSU.
             SET WRK-NSU-INDISPONIVEL TO TRUE.
             MOVE ZERO TO WRK-NSU-TENTATIVAS.
             PERFORM 5560-ABRIR-NSUCTL
                UNTIL WRK-NSU-OBTIDO
                   OR WRK-NSU-TENTATIVAS NOT LESS THAN 500.
             IF WRK-NSU-OBTIDO
                READ NSUCTL
                   AT END
                      INITIALIZE WRK-NSUCTL-REC
                END-READ
                ADD 1 TO NSU-ULTIMO
                ACCEPT NSU-DATA-ATUALIZACAO FROM DATE YYYYMMDD
                ACCEPT NSU-HORA-ATUALIZACAO FROM TIME
                REWRITE WRK-NSUCTL-REC
                CLOSE NSUCTL
                MOVE NSU-ULTIMO TO DIARIO-NSU
             END-IF.

       5560-ABRIR-NSUCTL.
             ADD 1 TO WRK-NSU-TENTATIVAS.
             OPEN I-O NSUCTL.
             IF WRK-NSUCTL-STATUS = '35'
                CLOSE NSUCTL
                OPEN OUTPUT NSUCTL
                INITIALIZE WRK-NSUCTL-REC
                WRITE WRK-NSUCTL-REC
                CLOSE NSUCTL
                OPEN I-O NSUCTL
             END-IF.
             EVALUATE TRUE
                WHEN WRK-NSUCTL-STATUS = '00'
                   SET WRK-NSU-OBTIDO TO TRUE
                WHEN WRK-NSUCTL-OCUPADO
                   CONTINUE
                WHEN OTHER
                   MOVE 500 TO WRK-NSU-TENTATIVAS
             END-EVALUATE.

       5600-GRAVAR-SEGLOG.
             ACCEPT SEG-DATA FROM DATE YYYYMMDD.
             ACCEPT SEG-HORA FROM TIME.
             MOVE WRK-OPERADOR    TO SEG-OPERADOR.
             MOVE 'E'             TO SEG-OPERACAO.
             MOVE WRK-ORIG-CONTA  TO SEG-CONTA.
             MOVE WRK-MOTIVO      TO SEG-MOTIVO.
             MOVE WRK-NSU-CHAVE   TO SEG-NSU-ORIGEM.
             MOVE WRK-NSU-ESTORNO TO SEG-NSU-ESTORNO.
             MOVE XREF-CLIENTE-NUMERO OF WRK-CONTA-REC
                                  TO SEG-CLIENTE.
             WRITE SEG-LOG-REC.

      *==            ABRE A CONTA COM NUMERO ATRIBUIDO PELO
      *==            PROGRAMA, TIPO (C/P), PIN INICIAL E DEPOSITO
      *==            DE ABERTURA; CONSULTA E ENCERRA CONTAS.
      *==            REATIVA CONTA DORMENTE (SO GERENTE), COM
      *==            REGISTRO NO LOG DE SEGURANCA SEGLOG.  O
      *==            ENCERRAMENTO TAMBEM FICA NO SEGLOG, COM O
      *==            CLIENTE TITULAR E A DATA.
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *==                    OPERREC, MANTIDO PELO OPERMNT);
      *==                    ALTERACAO DE LIMITE DE SAQUE
      *==                    RESTRITA AO PERFIL GERENTE
      *== 2026-10-15 JV      SITUACAO DA CONTA (ATIVA/DORMENTE) NA
      *==                    CONSULTA; OPCAO 6 REATIVA CONTA
      *==                    DORMENTE, SO PARA O PERFIL GERENTE,
      *==                    COM MOTIVO GRAVADO NO SEGLOG (OPERACAO
      *==                    'R'); CONTA ABERTA JA NASCE ATIVA
      *== 2026-10-15 JV      ENCERRAMENTO DE CONTA REGISTRADO NO
      *==                    SEGLOG (OPERACAO 'F') COM O CLIENTE
      *==                    TITULAR, BASE DO PRAZO DE RETENCAO DO
      *==                    LGPDANON; CLIENTE ANONIMIZADO NAO
      *==                    ABRE CONTA; SEG-CLIENTE TAMBEM NA
      *==                    REATIVACAO
      *==========================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS XREF-CONTA-NUMERO OF WRK-CONTA-REC
               FILE STATUS IS WRK-CONTAS-STATUS.

           SELECT SEGLOG ASSIGN TO "SEGLOG"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WRK-SEGLOG-STATUS.

           SELECT OPERMEST ASSIGN TO "OPERMEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY CLIXREF.
           COPY CXCONTA.

       FD  SEGLOG.
       01  SEG-LOG-REC.
           COPY SEGLREC.

       FD  OPERMEST.
       01  OPER-MESTRE-REC.
           COPY OPERREC.

       77  WRK-CLIMEST-STATUS  PIC X(02).
       77  WRK-CONTAS-STATUS   PIC X(02).
       77  WRK-SEGLOG-STATUS   PIC X(02).
       77  WRK-OPERMEST-STATUS PIC X(02).

       77  WRK-OPERADOR            PIC X(08) VALUE SPACES.
       77  WRK-NOVO-LIMITE         PIC 9(10)V99 VALUE ZERO.
       77  WRK-CONTA-CHAVE         PIC 9(10) VALUE ZERO.
       77  WRK-MAIOR-CONTA         PIC 9(10) VALUE ZERO.
       77  WRK-MOTIVO              PIC X(40) VALUE SPACES.

       77  WRK-ABERTURA-SW         PIC X(01) VALUE 'S'.
           88  WRK-ABERTURA-ACEITA         VALUE 'S'.
           05 LINE 08 COLUMN 15 VALUE '2 - CONSULTAR'.
           05 LINE 09 COLUMN 15 VALUE '4 - ALTERAR LIMITE'.
           05 LINE 10 COLUMN 15 VALUE '5 - ENCERRAR'.
           05 LINE 11 COLUMN 15 VALUE '6 - REATIVAR CONTA DORMENTE'.
           05 LINE 12 COLUMN 15 VALUE 'X - SAIR'.
           05 LINE 13 COLUMN 15 VALUE 'OPCAO.......: ' .
           05 LINE 13 COLUMN 29 USING  WRK-OPCAO.

       01  TELA-ABERTURA.
           05 LINE 04 COLUMN 15 VALUE 'NUMERO DO CLIENTE...: '.
           05 LINE 04 COLUMN 15 VALUE 'NUMERO DA CONTA.....: '.
           05 LINE 04 COLUMN 37 USING WRK-CONTA-CHAVE.

       01  TELA-MOTIVO.
           05 LINE 05 COLUMN 15 VALUE 'MOTIVO..............: '.
           05 LINE 05 COLUMN 37 USING WRK-MOTIVO.

       01  TELA-NOVO-LIMITE.
           05 LINE 06 COLUMN 15 VALUE 'NOVO LIMITE DIARIO..: '.
           05 LINE 06 COLUMN 37 USING WRK-NOVO-LIMITE.
           05 LINE 10 COLUMN 30 FROM CONTA-BLOQUEADA.
           05 LINE 11 COLUMN 15 VALUE 'LIMITE SAQUE: '.
           05 LINE 11 COLUMN 30 FROM CONTA-LIMITE-SAQUE.
           05 LINE 12 COLUMN 15 VALUE 'SITUACAO....: '.
           05 LINE 12 COLUMN 30 FROM CONTA-SITUACAO.
           05 LINE 13 COLUMN 15 VALUE 'TECLE ENTER PARA VOLTAR'.
           05 LINE 13 COLUMN 50 USING WRK-TECLA.

              'CONFIRMA ENCERRAMENTO (S/N): '.
           05 LINE 16 COLUMN 45 USING WRK-CONFIRMA.

       01  TELA-CONFIRMA-REATIVACAO.
           05 LINE 16 COLUMN 15 VALUE
              'CONFIRMA REATIVACAO (S/N)..: '.
           05 LINE 16 COLUMN 45 USING WRK-CONFIRMA.

       PROCEDURE DIVISION.
       0001-PRINCIPAL  SECTION.
           PERFORM 1000-INICIAR.
              CLOSE CONTAS
              OPEN I-O CONTAS
           END-IF.
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
                  PERFORM 7000-ALTERAR-LIMITE
                WHEN 5
                  PERFORM 8000-ENCERRAR
                WHEN 6
                  PERFORM 9000-REATIVAR
                WHEN OTHER
                  IF WRK-OPCAO NOT EQUAL 'X'
                     DISPLAY'ENTRE COM A OPCAO CORRETA'
       3000-FINALIZAR.
               CLOSE CLIMEST.
               CLOSE CONTAS.
               CLOSE SEGLOG.
               CLOSE OPERMEST.

       5000-ABRIR-CONTA.
                        WRK-TITULO
                   SET WRK-ABERTURA-REJEITADA TO TRUE
               NOT INVALID KEY
                   IF CLI-ANONIMIZADO
                      MOVE 'CLIENTE ANONIMIZADO - NAO ABERTA   ' TO
                           WRK-TITULO
                      SET WRK-ABERTURA-REJEITADA TO TRUE
                   ELSE
                      PERFORM 5200-VALIDAR-TIPO
                   END-IF
             END-READ.

       5200-VALIDAR-TIPO.
             MOVE WRK-ABR-PIN        TO CONTA-PIN.
             MOVE ZERO               TO CONTA-TENTATIVAS.
             MOVE 'N'                TO CONTA-BLOQUEADA.
             SET CONTA-ATIVA         TO TRUE.
             ACCEPT CONTA-DATA-SITUACAO FROM DATE YYYYMMDD.
             MOVE WRK-ABR-LIMITE     TO CONTA-LIMITE-SAQUE.
             WRITE WRK-CONTA-REC
                INVALID KEY
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 8300-GRAVAR-SEGLOG
                   MOVE 'CONTA ENCERRADA COM SUCESSO       ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
             END-DELETE.

       8300-GRAVAR-SEGLOG.
             ACCEPT SEG-DATA FROM DATE YYYYMMDD.
             ACCEPT SEG-HORA FROM TIME.
             MOVE WRK-OPERADOR      TO SEG-OPERADOR.
             SET SEG-E-ENCERRAMENTO TO TRUE.
             MOVE WRK-CONTA-CHAVE   TO SEG-CONTA.
             MOVE 'ENCERRAMENTO DA CONTA' TO SEG-MOTIVO.
             MOVE ZERO              TO SEG-NSU-ORIGEM.
             MOVE ZERO              TO SEG-NSU-ESTORNO.
             MOVE XREF-CLIENTE-NUMERO OF WRK-CONTA-REC
                                    TO SEG-CLIENTE.
             WRITE SEG-LOG-REC.

       9000-REATIVAR.
             MOVE 'MODULO - REATIVACAO'    TO WRK-MODULO.
             IF WRK-PERFIL NOT = 'G'
                MOVE 'PERFIL SEM ALCADA - SO GERENTE    ' TO
                     WRK-TITULO
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             ELSE
                PERFORM 9050-CAPTAR-E-REATIVAR
             END-IF.

       9050-CAPTAR-E-REATIVAR.
             MOVE SPACES TO WRK-MOTIVO.
             DISPLAY TELA.
             ACCEPT TELA-CONSULTA-CHAVE.
             ACCEPT TELA-MOTIVO.
             PERFORM 6100-LER-CONTA.
             IF WRK-CONTAS-STATUS = '00'
                PERFORM 9100-VALIDAR-REATIVACAO
             END-IF.

       9100-VALIDAR-REATIVACAO.
             IF NOT CONTA-DORMENTE
                MOVE 'CONTA NAO ESTA DORMENTE           ' TO
                     WRK-TITULO
                DISPLAY TELA
                ACCEPT WRK-MOSTRA-ERRO
             ELSE
                IF WRK-MOTIVO = SPACES
                   MOVE 'INFORME O MOTIVO DA REATIVACAO    ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
                ELSE
                   PERFORM 6200-BUSCAR-NOME-CLIENTE
                   DISPLAY TELA
                   ACCEPT TELA-CONSULTA
                   DISPLAY TELA
                   ACCEPT TELA-CONFIRMA-REATIVACAO
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                      PERFORM 9200-REGRAVAR-REATIVACAO
                   END-IF
                END-IF
             END-IF.

       9200-REGRAVAR-REATIVACAO.
             SET CONTA-ATIVA TO TRUE.
             ACCEPT CONTA-DATA-SITUACAO FROM DATE YYYYMMDD.
             REWRITE WRK-CONTA-REC
                INVALID KEY
                   MOVE 'ERRO AO REATIVAR A CONTA          ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   PERFORM 9300-GRAVAR-SEGLOG
                   MOVE 'CONTA REATIVADA E REGISTRADA      ' TO
                        WRK-TITULO
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
             END-REWRITE.

       9300-GRAVAR-SEGLOG.
             ACCEPT SEG-DATA FROM DATE YYYYMMDD.
             ACCEPT SEG-HORA FROM TIME.
             MOVE WRK-OPERADOR    TO SEG-OPERADOR.
             SET SEG-E-REATIVACAO TO TRUE.
             MOVE WRK-CONTA-CHAVE TO SEG-CONTA.
             MOVE WRK-MOTIVO      TO SEG-MOTIVO.
             MOVE ZERO            TO SEG-NSU-ORIGEM.
             MOVE ZERO            TO SEG-NSU-ESTORNO.
             MOVE XREF-CLIENTE-NUMERO OF WRK-CONTA-REC
                                  TO SEG-CLIENTE.
             WRITE SEG-LOG-REC.

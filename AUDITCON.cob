      *==  OBJETIVO: CONSULTA UNIFICADA DE AUDITORIA SOBRE O
      *==            HISTORICO DE CLIENTES (CLIHIST) E O LOG DE
      *==            SEGURANCA (SEGLOG).  FILTRA POR PERIODO, POR
      *==            OPERADOR, POR CLIENTE OU POR CONTA (SO O
      *==            SEGLOG), MOSTRA AS ALTERACOES COM O
      *==            ANTES/DEPOIS ABERTO CAMPO A CAMPO SEGUNDO O
      *==            LAYOUT CLIMREC, E GERA O RELATORIO IMPRESSO
      *==            PAGINADO AUDITREL DA SELECAO.
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-09-02 JV      PROGRAMA CRIADO
      *== 2026-10-15 JV      SEGLOG PASSA A TER OS ESTORNOS POR NSU
      *==                    (PROGRAMA ESTORNO), IMPRESSOS COM O
      *==                    NSU DO MOVIMENTO ESTORNADO
      *== 2026-10-15 JV      REATIVACOES DE CONTA DORMENTE
      *==                    (ABRECONTA) IMPRESSAS NA SECAO DO
      *==                    SEGLOG
      *== 2026-10-15 JV      ENCERRAMENTOS DE CONTA, RELATORIOS DE
      *==                    DADOS PESSOAIS E ANONIMIZACOES (LGPD)
      *==                    NA SECAO DO SEGLOG, COM O CLIENTE; O
      *==                    FILTRO DE CLIENTE VALE TAMBEM PARA O
      *==                    SEGLOG (SEG-CLIENTE)
      *==========================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WRK-CAMPO-DEPOIS        PIC X(40).

       01  WRK-REL-SECAO2.
           05  FILLER                  PIC X(37) VALUE
               'DESBLOQUEIOS, RESET DE PIN, ESTORNOS,'.
           05  FILLER                  PIC X(36) VALUE
               ' REATIVACOES, ENCERRAMENTOS E LGPD '.
           05  FILLER                  PIC X(08) VALUE
               '(SEGLOG)'.

       01  WRK-REL-DET-SEG.
           05  WRK-SEG-DET-DATA        PIC 9(08).
           05  WRK-SEG-DET-CONTA       PIC Z(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WRK-SEG-DET-MOTIVO      PIC X(40).
           05  WRK-SEG-DET-NSU-TXT     PIC X(05).
           05  WRK-SEG-DET-NSU         PIC Z(9)9 BLANK WHEN ZERO.

       01  WRK-REL-RODAPE1.
           05  FILLER                  PIC X(25) VALUE
              MOVE 'N' TO WRK-SELECIONADO-SW
           END-IF.
           IF WRK-FIL-CLIENTE NOT = ZERO
              AND SEG-CLIENTE NOT = WRK-FIL-CLIENTE
              MOVE 'N' TO WRK-SELECIONADO-SW
           END-IF.

           MOVE SEG-DATA     TO WRK-SEG-DET-DATA.
           MOVE SEG-HORA     TO WRK-SEG-DET-HORA.
           MOVE SEG-OPERADOR TO WRK-SEG-DET-OPERADOR.
           MOVE SPACES       TO WRK-SEG-DET-NSU-TXT.
           MOVE ZERO         TO WRK-SEG-DET-NSU.
           EVALUATE TRUE
              WHEN SEG-E-RESET-PIN
                 MOVE 'RESET PIN  ' TO WRK-SEG-DET-OPERACAO
              WHEN SEG-E-ESTORNO
                 MOVE 'ESTORNO NSU' TO WRK-SEG-DET-OPERACAO
                 MOVE ' NSU:'       TO WRK-SEG-DET-NSU-TXT
                 MOVE SEG-NSU-ORIGEM TO WRK-SEG-DET-NSU
              WHEN SEG-E-REATIVACAO
                 MOVE 'REATIVACAO ' TO WRK-SEG-DET-OPERACAO
              WHEN SEG-E-ENCERRAMENTO
                 MOVE 'ENCERRAMENT' TO WRK-SEG-DET-OPERACAO
                 MOVE ' CLI:'       TO WRK-SEG-DET-NSU-TXT
                 MOVE SEG-CLIENTE   TO WRK-SEG-DET-NSU
              WHEN SEG-E-EXPORTACAO
                 MOVE 'RELAT. LGPD' TO WRK-SEG-DET-OPERACAO
                 MOVE ' CLI:'       TO WRK-SEG-DET-NSU-TXT
                 MOVE SEG-CLIENTE   TO WRK-SEG-DET-NSU
              WHEN SEG-E-ANONIMIZACAO
                 MOVE 'ANONIMIZ.  ' TO WRK-SEG-DET-OPERACAO
                 MOVE ' CLI:'       TO WRK-SEG-DET-NSU-TXT
                 MOVE SEG-CLIENTE   TO WRK-SEG-DET-NSU
              WHEN OTHER
                 MOVE 'DESBLOQUEIO' TO WRK-SEG-DET-OPERACAO
           END-EVALUATE.
           MOVE SEG-CONTA    TO WRK-SEG-DET-CONTA.
           MOVE SEG-MOTIVO   TO WRK-SEG-DET-MOTIVO.
           WRITE REL-LINHA FROM WRK-REL-DET-SEG.

      *==========================================
      *==  COPYBOOK: SEGLREC
      *==  OBJETIVO: REGISTRO DO LOG DE SEGURANCA (SEGLOG),
      *==            COMPARTILHADO ENTRE O SUPERVSR, O ESTORNO,
      *==            O ABRECONTA, O LGPDCON E O LGPDANON (GRAVAM)
      *==            E O AUDITCON (CONSULTA)
      *==  AUTOR:  JHONATA VINICIUS
      *==========================================
      *== HISTORICO DE ALTERACOES
      *== DATA       AUTOR   DESCRICAO
      *== 2026-09-02 JV      CRIACAO DO COPYBOOK A PARTIR DO LAYOUT
      *==                    QUE ESTAVA NO PROGRAMA SUPERVSR
      *== 2026-10-15 JV      OPERACAO 'E' (ESTORNO POR NSU, GRAVADA
      *==                    PELO PROGRAMA ESTORNO) COM O NSU DO
      *==                    MOVIMENTO ESTORNADO E O DO ESTORNO
      *== 2026-10-15 JV      OPERACAO 'R' (REATIVACAO DE CONTA
      *==                    DORMENTE, GRAVADA PELO ABRECONTA)
      *== 2026-10-15 JV      NUMERO DO CLIENTE TITULAR (SEG-CLIENTE)
      *==                    EM TODAS AS OPERACOES; OPERACOES 'F'
      *==                    (ENCERRAMENTO DE CONTA, ABRECONTA),
      *==                    'X' (RELATORIO DE DADOS PESSOAIS,
      *==                    LGPDCON) E 'L' (ANONIMIZACAO DO
      *==                    CLIENTE, LGPDANON; CONTA ZERADA)
      *==========================================
           05  SEG-DATA                PIC 9(08).
           05  SEG-HORA                PIC 9(06).
           05  SEG-OPERACAO            PIC X(01).
               88  SEG-E-DESBLOQUEIO   VALUE 'B'.
               88  SEG-E-RESET-PIN     VALUE 'P'.
               88  SEG-E-ESTORNO       VALUE 'E'.
               88  SEG-E-REATIVACAO    VALUE 'R'.
               88  SEG-E-ENCERRAMENTO  VALUE 'F'.
               88  SEG-E-EXPORTACAO    VALUE 'X'.
               88  SEG-E-ANONIMIZACAO  VALUE 'L'.
           05  SEG-CONTA               PIC 9(10).
           05  SEG-MOTIVO              PIC X(40).
           05  SEG-NSU-ORIGEM          PIC 9(10).
           05  SEG-NSU-ESTORNO         PIC 9(10).
           05  SEG-CLIENTE             PIC 9(10).

      *== 2026-09-02 JV      REGISTRO DO SEGLOG MOVIDO PARA O
      *==                    COPYBOOK SEGLREC (COMPARTILHADO COM
      *==                    A CONSULTA DE AUDITORIA AUDITCON)
      *== 2026-10-15 JV      CAMPOS DE NSU DO SEGLOG ZERADOS NAS
      *==                    OPERACOES DO SUPERVISOR
      *== 2026-10-15 JV      CLIENTE TITULAR DA CONTA GRAVADO NO
      *==                    SEGLOG (SEG-CLIENTE)
      *==========================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             MOVE WRK-OPERACAO    TO SEG-OPERACAO.
             MOVE WRK-CONTA-CHAVE TO SEG-CONTA.
             MOVE WRK-MOTIVO      TO SEG-MOTIVO.
             MOVE ZERO            TO SEG-NSU-ORIGEM.
             MOVE ZERO            TO SEG-NSU-ESTORNO.
             MOVE XREF-CLIENTE-NUMERO OF WRK-CONTA-REC
                                  TO SEG-CLIENTE.
             WRITE SEG-LOG-REC.

       6000-RESET-PIN.

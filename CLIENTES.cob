      *== 2026-09-02 JV      REGISTRO DO CLIHIST MOVIDO PARA O
      *==                    COPYBOOK CLIHREC (COMPARTILHADO COM
      *==                    A CONSULTA DE AUDITORIA AUDITCON)
      *== 2026-10-15 JV      CLIENTE ANONIMIZADO PELO LGPDANON NAO
      *==                    PODE SER ALTERADO
      *==========================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   DISPLAY TELA
                   ACCEPT WRK-MOSTRA-ERRO
               NOT INVALID KEY
                   IF CLI-ANONIMIZADO
                      MOVE 'CLIENTE ANONIMIZADO - NAO ALTERADO ' TO
                           WRK-TITULO
                      DISPLAY TELA
                      ACCEPT WRK-MOSTRA-ERRO
                   ELSE
                      PERFORM 7100-EDITAR-E-GRAVAR
                   END-IF
             END-READ.

       7100-EDITAR-E-GRAVAR.

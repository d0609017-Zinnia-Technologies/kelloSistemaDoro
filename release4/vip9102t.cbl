                PERFORM CARREGA-MENSAGEM-ERRO
                GO DESTINA-LANCAMENTO-FIM
           END-READ.
           IF NOT LANCTO-PENDENTE-EXP910
              MOVE "LANCAMENTO JA FOI DESTINADO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DESTINA-LANCAMENTO-FIM.
                PERFORM CARREGA-MENSAGEM-ERRO
                GO DESTINA-PARCIAL-FIM
           END-READ.
           IF NOT LANCTO-PENDENTE-EXP910
              MOVE "LANCAMENTO JA FOI DESTINADO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DESTINA-PARCIAL-FIM.
                PERFORM CARREGA-MENSAGEM-ERRO
                GO SOMA-LANCAMENTO-SLOT-FIM
           END-READ.
           IF NOT LANCTO-PENDENTE-EXP910
              MOVE "LANCAMENTO JA FOI DESTINADO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SOMA-LANCAMENTO-SLOT-FIM.


       GRAVA-DEGRAU SECTION.
           IF GS-ACAO NOT = "T" AND GS-ACAO NOT = "C" AND
              GS-ACAO NOT = "P" AND GS-ACAO NOT = "N"
              MOVE "ACAO: T-TELEFONE C-CARTA P-PROTESTO N-NEGATIVACAO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEGRAU-FIM

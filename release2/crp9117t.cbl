      *RODADAS DO GERAR-REMESSA COM PORTADOR, DATA/HORA, USUARIO,
      *TOTAIS, FAIXA DE SEQUENCIA E ARQUIVO GRAVADO, E AVANCA A
      *SITUACAO DE CADA REMESSA (GERADA -> TRANSMITIDA -> CONFIRMADA).
      *REMESSA "E" (GERADA EM EMPRESA DE TREINAMENTO) NAO AVANCA - NAO
      *PODE SER MARCADA COMO TRANSMITIDA.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
                        REWRITE REG-CAT910
                        MOVE "REMESSA MARCADA COMO CONFIRMADA"
                                         TO GS-MENSAGEM-ERRO
                    WHEN REMESSA-TREINAMENTO-CAT910
                        MOVE "REMESSA DE TREINAMENTO - NAO TRANSMITIR"
                                         TO GS-MENSAGEM-ERRO
                    WHEN OTHER
                        MOVE "REMESSA JA CONFIRMADA - SEM AVANCO"
                                         TO GS-MENSAGEM-ERRO

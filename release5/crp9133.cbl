      *CONTRATADO (PRC910) - A MESMA IDEIA DO CONFRONTO DE POSICAO
      *DO CRP9113, APLICADA AS TARIFAS. EVENTO SEM PRECO CONTRATADO
      *E DIFERENCA DE VALOR SAEM MARCADOS P/ A NEGOCIACAO COM O
      *BANCO. A TAXA DE CARTAO (MDR, EVENTOS "MD"/"MC" GRAVADOS PELA
      *IMPORTACAO DA LIQUIDACAO DO CRP9159 NO PORTADOR DA
      *CREDENCIADORA) SAI NA MESMA LISTA, AO LADO DA TARIFA DE
      *BOLETO; NESSES EVENTOS O PRECO DO PRC910 E O PERCENTUAL
      *CONTRATADO, APLICADO SOBRE O BRUTO DAS VENDAS, E A DIFERENCA
      *DE ARREDONDAMENTO (1 CENTAVO POR VENDA) NAO E APONTADA.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-6 = MES AAAAMM (ZEROS =
      *MES CORRENTE).
       DATE-WRITTEN.  02/09/26.
                INITIALIZE REG-PRC910
                ADD 1 TO QTDE-SEM-PRECO-W
           END-READ.
           IF EVENTO-TAR910 = "MD" OR "MC"
              COMPUTE VALOR-CONTRATADO-W ROUNDED =
                      VALOR-BASE-TAR910 * PRECO-PRC910 / 100
           ELSE
              COMPUTE VALOR-CONTRATADO-W =
                      QTDE-TAR910 * PRECO-PRC910
           END-IF.
           ADD VALOR-CONTRATADO-W TO TOTAL-CONTRATADO-W.
           COMPUTE DIFERENCA-W = VALOR-TAR910 - VALOR-CONTRATADO-W.
           IF EVENTO-TAR910 = "MD" OR "MC"
              IF DIFERENCA-W NOT > QTDE-TAR910 * 0,01 AND
                 DIFERENCA-W NOT < QTDE-TAR910 * -0,01
                 MOVE ZEROS TO DIFERENCA-W
              END-IF
           END-IF.

           MOVE SPACES TO REG-REL9133.
           MOVE PORTADOR-TAR910  TO REG-REL9133(1: 4).

      *PROPRIOS DO REGISTRO, TRILHA NO LOG001 E LISTAGEM POR TIPO.
      *ATE AQUI O ARQUIVO ERA CARREGADO POR FERRAMENTA EXTERNA E
      *ACEITAVA TIPO INEXISTENTE.
      *GUARDA TAMBEM OS DADOS DE PAGAMENTO DO FORNECEDOR P/ A
      *REMESSA DO COD9050: FORMA (TED/PIX/BOLETO), BANCO, AGENCIA E
      *CONTA DA TED OU TIPO E CHAVE DO PIX, CONSISTIDOS NA GRAVACAO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           MOVE CNPJ-FORNEC-CD011    TO GS-CNPJ.
           MOVE FONE-FORNEC-CD011    TO GS-FONE.
           MOVE CONTATO-FORNEC-CD011 TO GS-CONTATO.
           MOVE FORMA-PAGTO-CD011    TO GS-FORMA-PAGTO.
           MOVE BANCO-FORNEC-CD011   TO GS-BANCO.
           MOVE AGENCIA-FORNEC-CD011 TO GS-AGENCIA.
           MOVE DV-AGENCIA-FORNEC-CD011 TO GS-DV-AGENCIA.
           MOVE CONTA-FORNEC-CD011   TO GS-CONTA.
           MOVE DV-CONTA-FORNEC-CD011 TO GS-DV-CONTA.
           MOVE TIPO-CHAVE-PIX-CD011 TO GS-TIPO-CHAVE-PIX.
           MOVE CHAVE-PIX-CD011      TO GS-CHAVE-PIX.
           PERFORM MOSTRA-NOME-TIPO.

       MOSTRA-NOME-TIPO SECTION.
                PERFORM CARREGA-MENSAGEM-ERRO
                GO SALVAR-DADOS-FIM
           END-READ.
           PERFORM CONSISTE-DADOS-PAGTO.
           IF GS-MENSAGEM-ERRO NOT = SPACES
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM.
           MOVE GS-CODIGO  TO CODIGO-FORNEC-CD011.
           MOVE GS-TIPO    TO TIPO-FORNEC-CD011.
           MOVE GS-NOME    TO NOME-FORNEC-CD011.
           MOVE GS-CNPJ    TO CNPJ-FORNEC-CD011.
           MOVE GS-FONE    TO FONE-FORNEC-CD011.
           MOVE GS-CONTATO TO CONTATO-FORNEC-CD011.
           MOVE GS-FORMA-PAGTO    TO FORMA-PAGTO-CD011.
           MOVE GS-BANCO          TO BANCO-FORNEC-CD011.
           MOVE GS-AGENCIA        TO AGENCIA-FORNEC-CD011.
           MOVE GS-DV-AGENCIA     TO DV-AGENCIA-FORNEC-CD011.
           MOVE GS-CONTA          TO CONTA-FORNEC-CD011.
           MOVE GS-DV-CONTA       TO DV-CONTA-FORNEC-CD011.
           MOVE GS-TIPO-CHAVE-PIX TO TIPO-CHAVE-PIX-CD011.
           MOVE GS-CHAVE-PIX      TO CHAVE-PIX-CD011.
           MOVE SPACES            TO REG-CAD011(180: 20).
           IF GRAVA-W = 1
              WRITE REG-CAD011 INVALID KEY
                 REWRITE REG-CAD011
       SALVAR-DADOS-FIM.
           EXIT.

       CONSISTE-DADOS-PAGTO SECTION.
      *    A REMESSA DE PAGAMENTO (COD9050) SO LEVA FORNECEDOR COM OS
      *    DADOS DA FORMA ESCOLHIDA COMPLETOS.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           EVALUATE GS-FORMA-PAGTO
               WHEN SPACES
               WHEN "B"
                   CONTINUE
               WHEN "T"
                   IF GS-BANCO = ZEROS OR GS-AGENCIA = ZEROS OR
                      GS-CONTA = ZEROS
                      MOVE "TED EXIGE BANCO, AGENCIA E CONTA"
                                     TO GS-MENSAGEM-ERRO
                   END-IF
               WHEN "P"
                   IF GS-CHAVE-PIX = SPACES
                      MOVE "PIX EXIGE A CHAVE DO FORNECEDOR"
                                     TO GS-MENSAGEM-ERRO
                   END-IF
                   IF GS-TIPO-CHAVE-PIX NOT = "C" AND "E" AND "T"
                                          AND "A"
                      MOVE "TIPO DE CHAVE PIX: C, E, T OU A"
                                     TO GS-MENSAGEM-ERRO
                   END-IF
               WHEN OTHER
                   MOVE "FORMA DE PAGAMENTO: T, P, B OU BRANCO"
                                     TO GS-MENSAGEM-ERRO
           END-EVALUATE.

       EXCLUI-RECORD SECTION.
           MOVE GS-CODIGO TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY

      *NOVO), P/ QUE A VARIANCIA APONTADA PELO COD9043 POSSA SER
      *LIDA CONTRA A ERA DE CUSTO EM QUE O ITEM FOI ORCADO. ATE AQUI
      *O ARQUIVO ERA EDITADO POR FERRAMENTA EXTERNA.
      *ESTOQUE MINIMO E LOTE DE REPOSICAO DO BRINDE ALIMENTAM A
      *SUGESTAO DE COMPRA NOTURNA (BRP9205).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           MOVE NOME-BRD010          TO GS-NOME.
           MOVE CUSTO-PADRAO-BRD010  TO GS-CUSTO-PADRAO.
           MOVE CODIGO-FORNEC-BRD010 TO GS-FORNECEDOR.
           MOVE ESTOQUE-MINIMO-BRD010 TO GS-ESTOQUE-MINIMO.
           MOVE QTDE-REPOSICAO-BRD010 TO GS-QTDE-REPOSICAO.

       SALVAR-DADOS SECTION.
           MOVE ZEROS TO CUSTO-ANT-W.
           MOVE GS-NOME         TO NOME-BRD010.
           MOVE GS-CUSTO-PADRAO TO CUSTO-PADRAO-BRD010.
           MOVE GS-FORNECEDOR   TO CODIGO-FORNEC-BRD010.
           MOVE GS-ESTOQUE-MINIMO TO ESTOQUE-MINIMO-BRD010.
           MOVE GS-QTDE-REPOSICAO TO QTDE-REPOSICAO-BRD010.
           IF GRAVA-W = 1
              WRITE REG-BRD010 INVALID KEY
                 REWRITE REG-BRD010

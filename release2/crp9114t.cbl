      *TITULO PARA REINCLUSAO (STATUS-CR20 = "RE"), DE FORMA QUE A
      *PROXIMA GERACAO DE REMESSA DO CRP9108 VOLTE A SELECIONA-LO.
      *CADA REINCLUSAO GANHA ANOTACAO NO CRD200/CRD201.
      *A REINCLUSAO SO E REGRAVADA SE O TITULO NAO FOI ALTERADO POR
      *OUTRO USUARIO OU PELO LOTE DEPOIS DE LIDO (CRP9187 - CONFLITOS
      *NO CNC910, RELATORIO CRP9188); A LISTA E RECARREGADA.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY "CRP9114T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPCONC.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
                                         TO GS-MENSAGEM-ERRO
                   PERFORM CARREGA-MENSAGEM-ERRO
                ELSE
                   PERFORM GUARDA-TITULO-LIDO
                   MOVE "RE" TO STATUS-CR20
                   PERFORM REGRAVA-TITULO
                   IF TITULO-REGRAVADO-CNC
                      MOVE SPACES TO ANOTACAO-TRAB-W
                      STRING "REINCLUSAO- TITULO REJEITADO CORRIGIDO E "
                             "MARCADO P/ NOVA REMESSA"
                             DELIMITED BY SIZE INTO ANOTACAO-TRAB-W
                      PERFORM GRAVA-ANOTACAO
                   ELSE
                      MOVE "TITULO ALTERADO POR OUTRO USUARIO - REFACA"
                                         TO GS-MENSAGEM-ERRO
                      PERFORM CARREGA-MENSAGEM-ERRO
                   END-IF
                END-IF
           END-READ.

             END-WRITE
           END-PERFORM.

       GUARDA-TITULO-LIDO SECTION.
      *    IMAGEM DO TITULO COMO FOI LIDO, BASE DA REGRAVACAO
      *    PROTEGIDA (O REWRITE SO VAI SE NINGUEM GRAVOU DEPOIS).
           MOVE REG-CRD020          TO IMAGEM-LIDA-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-LIDO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-LIDO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-LIDO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-LIDO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-LIDO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-LIDO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-LIDO-CNC.
           MOVE STATUS-CR20         TO STATUS-LIDO-CNC.

       REGRAVA-TITULO SECTION.
      *    REWRITE PROTEGIDO DO CRD020: RELE O TITULO E SO GRAVA POR
      *    CIMA SE ELE AINDA E O LIDO. SE OUTRO USUARIO OU LOTE
      *    GRAVOU NO MEIO DO CAMINHO, A ROTINA CRP9187 REAPLICA A
      *    ALTERACAO SOBRE O TITULO ATUAL (CAMPOS DIFERENTES) OU A
      *    DESPREZA (MESMO CAMPO) - NESSE CASO TITULO-REGRAVADO-CNC
      *    VOLTA FALSO E O BUFFER FICA COM O TITULO ATUAL.
           MOVE "S"                 TO REGRAVACAO-CNC-SW.
           MOVE REG-CRD020          TO IMAGEM-NOVA-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-NOVO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-NOVO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-NOVO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-NOVO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-NOVO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-NOVO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-NOVO-CNC.
           MOVE STATUS-CR20         TO STATUS-NOVO-CNC.
           READ CRD020 INVALID KEY
                MOVE IMAGEM-NOVA-CNC TO REG-CRD020
                MOVE "N" TO REGRAVACAO-CNC-SW
                GO REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM GUARDA-TITULO-LIDO
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9114T"        TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM GUARDA-TITULO-LIDO.
       REGRAVA-TITULO-FIM.
           EXIT.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.


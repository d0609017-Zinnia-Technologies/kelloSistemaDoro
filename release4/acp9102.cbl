      *(PORTADOR, VALOR, VENCIMENTO), MARCA A PROPOSTA COMO EFETIVADA
      *E RELATA CADA SUBSTITUICAO EXECUTADA. O PASSO MANUAL QUE
      *CAUSAVA ERROS DEIXA DE EXISTIR.
      *ORIGINAL ALTERADO POR OUTRO USUARIO ENTRE A LEITURA E A BAIXA
      *DEIXA A PROPOSTA PENDENTE (ROTINA CRP9187 - CONFLITOS NO CNC910,
      *RELATORIO CRP9188).
       DATE-WRITTEN.  22/08/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  NOSSO-NUMERO-BAIXA-W      PIC X(20)  VALUE SPACES.
       01  PORTADOR-BAIXA-W          PIC 9(04)  VALUE ZEROS.
       01  QTDE-BAIXAS-FILA-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-CONFLITOS-W          PIC 9(06)  VALUE ZEROS.
       COPY CRPCONC.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
                WRITE REG-REL9102
                GO 2100-EFETIVA-SUBSTITUICAO-FIM
           END-READ.
           PERFORM 2190-GUARDA-TITULO-LIDO.

      *    TITULO ORIGINAL QUE JA NAO ESTA EM ABERTO FOI SUBSTITUIDO
      *    (OU LIQUIDADO) A MAO ANTES DESTE BATCH EXISTIR: A PROPOSTA
           MOVE MODALIDADE-CR20 TO MODALIDADE-ORIG-W.
           MOVE "SB"            TO STATUS-CR20.
           MOVE DATA-DIA-I      TO DATA-BAIXA-CR20.
      *    ORIGINAL ALTERADO POR OUTRO USUARIO NO MEIO DO CAMINHO: A
      *    PROPOSTA FICA PENDENTE P/ A PROXIMA RODADA.
           PERFORM 2195-REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              ADD 1 TO QTDE-CONFLITOS-W
              MOVE SPACES TO REG-REL9102
              MOVE NUMERO-AC110 TO REG-REL9102(1: 6)
              MOVE COD-COMPL-ORIG-AC110 TO REG-REL9102(8: 9)
              MOVE "TITULO ALTERADO POR OUTRO USUARIO - NAO EFETIVADA"
                                TO REG-REL9102(18: 50)
              WRITE REG-REL9102
              GO 2100-EFETIVA-SUBSTITUICAO-FIM.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "SUBSTITUICAO- TITULO BAIXADO PELA PROPOSTA "
                  NUMERO-AC110
           MOVE DATA-DIA-I           TO DATA-FILA-INS910.
           MOVE ZEROS                TO DATA-ENVIO-INS910.
           MOVE "ACP9102"            TO ORIGEM-INS910.
           MOVE "B"                  TO TIPO-INSTR-INS910.
           MOVE ZEROS                TO NOVO-VENCTO-INS910.
           WRITE REG-INS910 INVALID KEY
              REWRITE REG-INS910
           END-WRITE.
           ADD 1 TO QTDE-BAIXAS-FILA-W.

       2190-GUARDA-TITULO-LIDO SECTION.
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

       2195-REGRAVA-TITULO SECTION.
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
                GO 2195-REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM 2190-GUARDA-TITULO-LIDO
              GO 2195-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "ACP9102"         TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO 2195-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM 2190-GUARDA-TITULO-LIDO.
       2195-REGRAVA-TITULO-FIM.
           EXIT.

       2200-GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
                   QTDE-JA-RESOLVIDAS-W.
           DISPLAY "ACP9102 - BAIXAS ENFILEIRADAS..: "
                   QTDE-BAIXAS-FILA-W.
           DISPLAY "ACP9102 - CONFLITOS DE GRAVACAO: "
                   QTDE-CONFLITOS-W.

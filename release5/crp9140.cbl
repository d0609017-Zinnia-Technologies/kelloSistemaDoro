      *EM DOBRO - PADRAO DO CRP9109/CRP9127/CRP9134.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA,
      *POS 2 = "F" FORCA REIMPORTACAO DE LOTE JA IMPORTADO.
      *TITULO ALTERADO POR OUTRO USUARIO ENTRE A LEITURA E A BAIXA NAO
      *E BAIXADO (ROTINA CRP9187 - CONFLITOS NO CNC910, RELATORIO
      *CRP9188).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  QTDE-RECUSADOS-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-BAIXADOS-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-CUSTAS-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-CONFLITOS-W          PIC 9(06)  VALUE ZEROS.
       01  ANOTACAO-TRAB-W           PIC X(120) VALUE SPACES.
       01  RESULTADO-W               PIC X(30)  VALUE SPACES.
       01  VALOR-EDIT-W              PIC ZZZZZZZZZ9,99.
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
       COPY "PARAMETR".
       COPY CRPCONC.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           READ CRD020 INVALID KEY
                GO 2300-BAIXA-PAGO-CARTORIO-FIM
           END-READ.
           PERFORM 2310-GUARDA-TITULO-LIDO.
           MOVE "PG"       TO STATUS-CR20.
           MOVE DATA-CRT   TO DATA-BAIXA-CR20.
           MOVE VALOR-CRT  TO VALOR-PAGO-CR20.
           PERFORM 2320-REGRAVA-TITULO.
      *    ALTERADO POR OUTRO USUARIO NO MEIO DO CAMINHO: NAO BAIXA
      *    NEM RETIRA O PROTESTO - O TITULO FICA ANOTADO P/ A
      *    COBRANCA CONFERIR (CONFLITO NO CNC910).
           IF NOT TITULO-REGRAVADO-CNC
              SUBTRACT 1 FROM QTDE-BAIXADOS-W
              ADD 1 TO QTDE-CONFLITOS-W
              MOVE "ALTERADO POR OUTRO-NAO BAIXADO" TO RESULTADO-W
              MOVE "BAIXA-CARTORIO- NAO APLICADA, TITULO ALTERADO POR OU
      -            "TRO USUARIO" TO ANOTACAO-TRAB-W
              PERFORM 2200-GRAVA-ANOTACAO
              GO 2300-BAIXA-PAGO-CARTORIO-FIM.
           MOVE "BAIXA-CARTORIO- TITULO PAGO NO CARTORIO"
                TO ANOTACAO-TRAB-W.
           PERFORM 2200-GRAVA-ANOTACAO.
       2300-BAIXA-PAGO-CARTORIO-FIM.
           EXIT.

       2310-GUARDA-TITULO-LIDO SECTION.
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

       2320-REGRAVA-TITULO SECTION.
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
                GO 2320-REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM 2310-GUARDA-TITULO-LIDO
              GO 2320-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9140"         TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO 2320-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM 2310-GUARDA-TITULO-LIDO.
       2320-REGRAVA-TITULO-FIM.
           EXIT.

       2400-LANCA-CUSTAS SECTION.
           ADD 1 TO QTDE-CUSTAS-W.
           IF MODO-CONFERENCIA
           DISPLAY "CRP9140 - RECUSADOS...........: " QTDE-RECUSADOS-W.
           DISPLAY "CRP9140 - BAIXADOS (PAGO CART): " QTDE-BAIXADOS-W.
           DISPLAY "CRP9140 - CUSTAS LANCADAS.....: " QTDE-CUSTAS-W.
           IF QTDE-CONFLITOS-W NOT = ZEROS
              DISPLAY "CRP9140 - CONFLITOS DE GRAVACAO: "
                      QTDE-CONFLITOS-W
           END-IF.

      *SEC910 CONSEGUE EFETIVAR (MESMO MODELO DAS FUNCOES GERREMESSA
      *E IMPRETORNO); TENTATIVA NEGADA VAI P/ O LOGACESS. O RESIDUO
      *PEQUENO DE BAIXA PARCIAL E BAIXADO EM LOTE PELO CRP9132.
      *BAIXA DATADA EM MES FECHADO NO FCH910 (ROTINA CRP9164) E
      *RECUSADA, QUALQUER QUE SEJA O TRATAMENTO DO FECHAMENTO.
      *TITULO ALTERADO POR OUTRO USUARIO OU PELO LOTE DEPOIS DE
      *MOSTRADO NA TELA E RECARREGADO P/ O OPERADOR REFAZER (CRP9187
      *- CONFLITOS NO CNC910, RELATORIO CRP9188).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       COPY CRPFECH.
       COPY CRPCONC.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD200             PIC XX       VALUE SPACES.
           05  ST-CRD201             PIC XX       VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
                MOVE VALOR-TOT-CR20      TO GS-VALOR
                MOVE VALOR-PAGO-CR20     TO GS-VALOR-PAGO
                MOVE STATUS-CR20         TO GS-STATUS
                PERFORM GUARDA-TITULO-LIDO
           END-READ.

       VERIFICA-PERMISSAO SECTION.
      *    PERMISSOES A FUNCAO E LIBERADA; SEM O REGISTRO DO USUARIO
      *    A FUNCAO E NEGADA E A TENTATIVA VAI P/ O LOGACESS.
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
                PERFORM CARREGA-MENSAGEM-ERRO
                GO BAIXA-POR-PERDA-FIM
           END-READ.
           PERFORM CONFERE-TITULO-EXIBIDO.
           IF NOT TITULO-CONFERIDO-CNC
              PERFORM CARREGA-TITULO
              GO BAIXA-POR-PERDA-FIM
           END-IF.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              MOVE "TITULO NAO ESTA EM ABERTO - BAIXA RECUSADA"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BAIXA-POR-PERDA-FIM
           END-IF.
           MOVE EMPRESA-W  TO EMPRESA-FCH.
           MOVE DATA-DIA-I TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF NOT PERIODO-ABERTO-FCH
              MOVE "DATA EM MES FECHADO - BAIXA RECUSADA: "
                                    TO GS-MENSAGEM-ERRO
              MOVE ANOMES-FECHADO-FCH TO GS-MENSAGEM-ERRO(40: 6)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BAIXA-POR-PERDA-FIM
           END-IF.
           MOVE "PD"       TO STATUS-CR20.
           MOVE DATA-DIA-I TO DATA-BAIXA-CR20.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              MOVE "TITULO ALTERADO POR OUTRO USUARIO - NAO BAIXADO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              PERFORM CARREGA-TITULO
              GO BAIXA-POR-PERDA-FIM
           END-IF.
           ACCEPT HORA-BRA FROM TIME.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "PERDA- BAIXA POR INCOBRAVEL: " GS-JUSTIFICATIVA
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
           MOVE "CRP9131T"        TO PROGRAMA-CNC.
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

       CONFERE-TITULO-EXIBIDO SECTION.
      *    O TITULO RELIDO NA HORA DE GRAVAR TEM DE SER O QUE O
      *    OPERADOR VIU NA TELA; SE OUTRO USUARIO OU O LOTE GRAVOU
      *    NESSE MEIO TEMPO, O CONFLITO E REGISTRADO (CRP9187) E O
      *    CHAMADOR RECARREGA O TITULO P/ O OPERADOR REFAZER. TITULO
      *    QUE NAO PASSOU PELA TELA NAO TEM IMAGEM P/ CONFERIR.
           MOVE "S"                 TO REGRAVACAO-CNC-SW.
           IF COD-COMPL-CNC NOT = COD-COMPL-CR20 OR
              REG-CRD020 = IMAGEM-LIDA-CNC
              PERFORM GUARDA-TITULO-LIDO
              GO CONFERE-TITULO-EXIBIDO-FIM.
           MOVE "N"                 TO REGRAVACAO-CNC-SW.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9131T"        TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "R"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           MOVE "TITULO ALTERADO POR OUTRO USUARIO - DADOS RECARREGADOS"
                                    TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       CONFERE-TITULO-EXIBIDO-FIM.
           EXIT.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.


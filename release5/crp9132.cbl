      *AGRUPADO POR MES DA BAIXA, P/ O CONTADOR.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA (SO
      *RELATORIO, NADA E REGRAVADO).
      *COM O MES CORRENTE FECHADO NO FCH910 (ROTINA CRP9164) A BAIXA
      *POR PERDA VAI P/ O PRIMEIRO DIA ABERTO OU, SE O FECHAMENTO
      *RECUSA LANCAMENTOS, A EXECUCAO VIRA MODO CONFERENCIA.
      *TITULO ALTERADO POR OUTRO USUARIO ENTRE A LEITURA E A BAIXA NAO
      *E BAIXADO NA RODADA (ROTINA CRP9187 - CONFLITOS NO CNC910,
      *RELATORIO CRP9188).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  ST-CRD200                 PIC XX     VALUE SPACES.
       01  ST-CRD201                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-REL9132                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  ULT-SEQ                   PIC 9(05)  VALUE ZEROS.
       01  ANOTACAO-TRAB-W           PIC X(120) VALUE SPACES.
       01  DATA-BAIXA-PERDA-W        PIC 9(08)  VALUE ZEROS.
       COPY CRPFECH.
       COPY CRPCONC.
       01  LIMITE-RESIDUO-W          PIC 9(09)V99 VALUE 1,00.
      *    LIMITE-RESIDUO-W - RESIDUO MAXIMO BAIXADO EM LOTE; O
      *    PADRAO DE R$ 1,00 VALE ENQUANTO NAO HOUVER O PARAMETRO
       01  RESIDUO-W                 PIC 9(11)V99 VALUE ZEROS.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-BAIXADOS-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-CONFLITOS-W          PIC 9(06)  VALUE ZEROS.
       01  VALOR-BAIXADO-W           PIC 9(11)V99 VALUE ZEROS.
       01  MES-BAIXA-W               PIC 9(06)  VALUE ZEROS.
       01  IX-MES-W                  PIC 9(02) COMP VALUE ZEROS.
           ACCEPT HORA-BRA   FROM TIME.
           MOVE OPCAO-PARAM-W(1: 1) TO MODO-CONFERENCIA-SW.
           INITIALIZE TABELA-MESES-W.
           MOVE EMPRESA-W  TO EMPRESA-FCH.
           MOVE DATA-DIA-I TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           MOVE DATA-AJUSTADA-FCH TO DATA-BAIXA-PERDA-W.
           IF LANCTO-RECUSADO-FCH AND NOT MODO-CONFERENCIA
              DISPLAY "CRP9132 - MES " ANOMES-FECHADO-FCH
                      " FECHADO - EXECUTANDO EM MODO CONFERENCIA"
              MOVE "C" TO MODO-CONFERENCIA-SW
           END-IF.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE "RESIDUO BAIXADO POR PERDA" TO REG-REL9132(38: 25)
              WRITE REG-REL9132
              IF NOT MODO-CONFERENCIA
                 PERFORM 2180-GUARDA-TITULO-LIDO
                 MOVE "PD"       TO STATUS-CR20
                 MOVE DATA-BAIXA-PERDA-W TO DATA-BAIXA-CR20
                 PERFORM 2190-REGRAVA-TITULO
                 IF TITULO-REGRAVADO-CNC
                    MOVE SPACES TO ANOTACAO-TRAB-W
                    STRING "PERDA- RESIDUO DE BAIXA PARCIAL " RESIDUO-W
                           " ABAIXO DO LIMITE - BAIXADO EM LOTE"
                           DELIMITED BY SIZE INTO ANOTACAO-TRAB-W
                    PERFORM 2200-GRAVA-ANOTACAO
                    MOVE DATA-BAIXA-PERDA-W(1: 6) TO MES-BAIXA-W
                    PERFORM 2300-ACUMULA-MES
                 ELSE
      *             ALTERADO POR OUTRO USUARIO NO MEIO DO CAMINHO: O
      *             RESIDUO FICA P/ A PROXIMA RODADA.
                    SUBTRACT 1 FROM QTDE-BAIXADOS-W
                    SUBTRACT RESIDUO-W FROM VALOR-BAIXADO-W
                    ADD 1 TO QTDE-CONFLITOS-W
                    MOVE SPACES TO REG-REL9132
                    MOVE COD-COMPL-CR20  TO REG-REL9132(1: 9)
                    MOVE NR-DOCTO-CR20   TO REG-REL9132(11: 10)
                    MOVE "ALTERADO POR OUTRO USUARIO - NAO BAIXADO"
                                         TO REG-REL9132(38: 40)
                    WRITE REG-REL9132
                 END-IF
              END-IF
           END-IF.

       2180-GUARDA-TITULO-LIDO SECTION.
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

       2190-REGRAVA-TITULO SECTION.
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
                GO 2190-REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM 2180-GUARDA-TITULO-LIDO
              GO 2190-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9132"         TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO 2190-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM 2180-GUARDA-TITULO-LIDO.
       2190-REGRAVA-TITULO-FIM.
           EXIT.

       2200-GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           DISPLAY "CRP9132 - TITULOS LIDOS........: " QTDE-LIDOS-W.
           DISPLAY "CRP9132 - RESIDUOS BAIXADOS....: "
                   QTDE-BAIXADOS-W.
           IF QTDE-CONFLITOS-W NOT = ZEROS
              DISPLAY "CRP9132 - CONFLITOS DE GRAVACAO: "
                      QTDE-CONFLITOS-W
           END-IF.

       3100-IMPRIME-MES SECTION.
           MOVE SPACES TO REG-REL9132.

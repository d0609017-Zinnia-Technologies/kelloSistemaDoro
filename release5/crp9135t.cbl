      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: CAIXA DO BALCAO - RECEBE PARCELA PAGA NO ESCRITORIO
      *(DINHEIRO, CHEQUE, PIX OU CARTAO NO BALCAO). LOCALIZA O TITULO NO
      *CRD020 PELAS MESMAS CHAVES DA CONSULTA CRP9111T (COD-COMPL
      *DIRETO OU LISTA POR CLIENTE/DOCUMENTO), REGISTRA O PAGAMENTO
      *COM JUROS/DESCONTO, APLICA A BAIXA ("PG", OU "PP" QUANDO O
      *CAIXA (CXA910) P/ O FECHAMENTO DIARIO DO CRP9136 TOTALIZAR
      *POR OPERADOR E FORMA E ALIMENTAR A MESMA EXPORTACAO CONTABIL
      *DAS BAIXAS DE RETORNO.
      *O CHEQUE (INCLUSIVE PRE-DATADO) EXIGE BANCO, NUMERO E DATA
      *BOM-PARA E FICA NA CUSTODIA DE CHEQUES (CHQ910) ATE SER
      *DEPOSITADO OU DEVOLVIDO (CRP9157/CRP9158T).
      *O CARTAO EXIGE TIPO (DEBITO/CREDITO), BANDEIRA E CODIGO DE
      *AUTORIZACAO DA MAQUININHA (CREDITO PODE SER PARCELADO) E FICA
      *PENDENTE NO CXA910 ATE A CREDENCIADORA LIQUIDAR A VENDA
      *(CONCILIACAO NO CRP9159).
      *RECEBIMENTO DATADO EM MES FECHADO NO FCH910 (ROTINA CRP9164) E
      *RECUSADO, QUALQUER QUE SEJA O TRATAMENTO DO FECHAMENTO.
      *TITULO QUITADO QUE ESTAVA NEGATIVADO TEM A EXCLUSAO DO BIRO
      *MARCADA PELA ROTINA CRP9166 (ENVIADA PELO CRP9165).
      *QUITACAO ANTECIPADA DE CAMPANHA (CMP910): INFORMADOS CLIENTE
      *E CONTRATO, SIMULA O TOTAL DE TODAS AS PARCELAS EM ABERTO
      *PELA ROTINA CRP9129 (A VENCER COM O DESCONTO DA CAMPANHA,
      *VENCIDAS COM JUROS) E, RECEBIDO ESSE TOTAL EM DINHEIRO OU
      *PIX, BAIXA TODAS DE UMA VEZ COM A CAMPANHA GRAVADA NO BXA910.
      *CADA RECEBIMENTO (AVULSO OU QUITACAO) EMITE UM RECIBO IMPRESSO
      *COM NUMERO SEQUENCIAL DA EMPRESA (RCB910): PAGADOR, TITULOS,
      *PRINCIPAL/JUROS/DESCONTO E OPERADOR. O NUMERO FICA EM CADA
      *MOVIMENTO DO CXA910 DO RECIBO; O ESTORNO (CRP9153T) CANCELA O
      *RECIBO E O FECHAMENTO (CRP9136) CONFERE A NUMERACAO DO DIA.
      *TITULO ALTERADO POR OUTRO USUARIO OU PELO LOTE DEPOIS DE
      *MOSTRADO NA TELA E RECARREGADO P/ O OPERADOR REFAZER, E A
      *BAIXA SO E REGRAVADA SE O TITULO AINDA E O LIDO (CRP9187 -
      *CONFLITOS NO CNC910, RELATORIO CRP9188). O NUMERO DO RECIBO SO
      *E RESERVADO NA PRIMEIRA BAIXA REGRAVADA, E A QUITACAO CONFERE
      *TODAS AS PARCELAS ANTES DE BAIXAR A PRIMEIRA.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY CRPX201.
           COPY CRPX926.
           COPY JRDX910.
           COPY CRPX928.
           COPY CRPX929.
           COPY CRPX930.
           COPY CRPX944.
           COPY CGPX010.
           COPY LOGACESS.SEL.
           SELECT RECIBO ASSIGN TO RECIBO-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-RECIBO.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW201.
       COPY CRPW926.
       COPY JRDW910.
       COPY CRPW928.
       COPY CRPW929.
       COPY CRPW930.
       COPY CRPW944.
       COPY CGPW010.
       COPY LOGACESS.FD.
       FD  RECIBO
           LABEL RECORD IS OMITTED.
       01  REG-RECIBO                PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "CRP9135T.CPB".
           COPY "CRP9135T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       COPY CRPFECH.
       COPY CRPCONC.
       COPY CRPNEGA.
       COPY CRPSALDO.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  PATH-CXA910           PIC X(30)    VALUE SPACES.
           05  ST-JRD910             PIC XX       VALUE SPACES.
           05  PATH-JRD910           PIC X(30)    VALUE SPACES.
           05  ST-BXA910             PIC XX       VALUE SPACES.
           05  PATH-BXA910           PIC X(30)    VALUE SPACES.
           05  ST-CCL910             PIC XX       VALUE SPACES.
           05  PATH-CCL910           PIC X(30)    VALUE SPACES.
           05  ST-CHQ910             PIC XX       VALUE SPACES.
           05  PATH-CHQ910           PIC X(30)    VALUE SPACES.
           05  ST-RCB910             PIC XX       VALUE SPACES.
           05  PATH-RCB910           PIC X(30)    VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-RECIBO             PIC XX       VALUE SPACES.
           05  RECIBO-NOME-W         PIC X(14)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(08)    VALUE ZEROS.
           05  SALDO-TITULO-W        PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-QUITADO-W       PIC 9(11)V99 VALUE ZEROS.
           05  RESIDUO-W             PIC 9(11)V99 VALUE ZEROS.
           05  STATUS-ANT-W          PIC X(02)    VALUE SPACES.
           05  VALOR-PAGO-ANT-W      PIC 9(11)V99 VALUE ZEROS.
           05  DATA-BAIXA-ANT-W      PIC 9(08)    VALUE ZEROS.
           05  EXCESSO-W             PIC S9(11)V99 VALUE ZEROS.
           05  SEQ-CCL-W             PIC 9(05)    VALUE ZEROS.
           05  ATENDE-FILTROS-SW     PIC X        VALUE "N".
               88  ATENDE-FILTROS           VALUE "S".
           05  CAMPANHA-BXA-W        PIC 9(04)    VALUE ZEROS.
           05  CAMPANHA-QUIT-W       PIC 9(04)    VALUE ZEROS.
           05  QTDE-QUIT-W           PIC 9(03)    VALUE ZEROS.
           05  IX-QUIT-W             PIC 9(03)    VALUE ZEROS.
           05  QTDE-CONFLITO-W       PIC 9(03)    VALUE ZEROS.
           05  TOTAL-QUIT-W          PIC 9(11)V99 VALUE ZEROS.
           05  JUROS-QUIT-W          PIC 9(11)V99 VALUE ZEROS.
           05  DESCONTO-QUIT-W       PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-CONF-QUIT-W     PIC 9(11)V99 VALUE ZEROS.
           05  NAO-APLICADO-QUIT-W   PIC 9(11)V99 VALUE ZEROS.
           05  TAB-QUITACAO-W.
               10  COD-COMPL-QUIT-W  PIC 9(09)    OCCURS 120 TIMES.
           05  NUMERO-RECIBO-W       PIC 9(08)    VALUE ZEROS.
           05  QTDE-TIT-RECIBO-W     PIC 9(03)    VALUE ZEROS.
           05  PRINCIPAL-RECIBO-W    PIC 9(11)V99 VALUE ZEROS.
           05  JUROS-RECIBO-W        PIC 9(11)V99 VALUE ZEROS.
           05  DESCONTO-RECIBO-W     PIC 9(11)V99 VALUE ZEROS.
           05  TOTAL-RECIBO-W        PIC 9(11)V99 VALUE ZEROS.
           05  CLIENTE-RECIBO-W      PIC 9(08)    VALUE ZEROS.
           05  PAGADOR-RECIBO-W      PIC X(40)    VALUE SPACES.
           05  CHAVE-CXA-RECIBO-W    PIC X(14)    VALUE SPACES.
           05  VALOR-EDIT-W          PIC ZZZ.ZZZ.ZZ9,99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXA910.
           MOVE "JRD910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-JRD910.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "CHQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHQ910.
           MOVE "RCB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RCB910.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

              CLOSE JRD910      OPEN OUTPUT JRD910
              CLOSE JRD910      OPEN I-O JRD910
           END-IF.
           OPEN I-O BXA910.
           IF ST-BXA910 = "35"
              CLOSE BXA910      OPEN OUTPUT BXA910
              CLOSE BXA910      OPEN I-O BXA910
           END-IF.
           OPEN I-O CCL910.
           IF ST-CCL910 = "35"
              CLOSE CCL910      OPEN OUTPUT CCL910
              CLOSE CCL910      OPEN I-O CCL910
           END-IF.
           OPEN I-O CHQ910.
           IF ST-CHQ910 = "35"
              CLOSE CHQ910      OPEN OUTPUT CHQ910
              CLOSE CHQ910      OPEN I-O CHQ910
           END-IF.
           OPEN I-O RCB910.
           IF ST-RCB910 = "35"
              CLOSE RCB910      OPEN OUTPUT RCB910
              CLOSE RCB910      OPEN I-O RCB910
           END-IF.
           OPEN INPUT CGD010.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
                    PERFORM CARREGA-TITULO
               WHEN GS-RECEBER-TRUE
                    PERFORM RECEBE-PAGAMENTO
               WHEN GS-SIMULA-QUITACAO-TRUE
                    PERFORM SIMULA-QUITACAO
               WHEN GS-QUITA-CONTRATO-TRUE
                    PERFORM QUITA-CONTRATO
           END-EVALUATE.
           PERFORM CLEAR-FLAGS.
           PERFORM CALL-DIALOG-SYSTEM.
                MOVE VALOR-TOT-CR20      TO GS-VALOR
                MOVE VALOR-PAGO-CR20     TO GS-VALOR-PAGO-ANT
                MOVE STATUS-CR20         TO GS-STATUS
                PERFORM GUARDA-TITULO-LIDO
           END-READ.

       RECEBE-PAGAMENTO SECTION.
              PERFORM CARREGA-MENSAGEM-ERRO
              GO RECEBE-PAGAMENTO-FIM.
           IF GS-FORMA NOT = "D" AND GS-FORMA NOT = "C" AND
              GS-FORMA NOT = "P" AND GS-FORMA NOT = "T"
              MOVE "FORMA DEVE SER D-DINHEIRO C-CHEQUE P-PIX T-CARTAO"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO RECEBE-PAGAMENTO-FIM.
           IF GS-FORMA = "C"
              IF GS-BANCO-CHEQUE = ZEROS OR GS-NUMERO-CHEQUE = ZEROS
                 MOVE "CHEQUE EXIGE BANCO E NUMERO DO CHEQUE"
                                         TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO RECEBE-PAGAMENTO-FIM
              END-IF
              IF GS-BOM-PARA = ZEROS
                 MOVE DATA-DIA-I TO GS-BOM-PARA
              END-IF
              IF GS-BOM-PARA < DATA-DIA-I
                 MOVE "DATA BOM-PARA DO CHEQUE ANTERIOR A HOJE"
                                         TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO RECEBE-PAGAMENTO-FIM
              END-IF
           END-IF.
           IF GS-FORMA = "T"
              IF GS-TIPO-CARTAO NOT = "D" AND GS-TIPO-CARTAO NOT = "C"
                 MOVE "CARTAO DEVE SER D-DEBITO OU C-CREDITO"
                                         TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO RECEBE-PAGAMENTO-FIM
              END-IF
              IF GS-BANDEIRA = SPACES OR GS-AUTORIZACAO = SPACES
                 MOVE "CARTAO EXIGE BANDEIRA E CODIGO DE AUTORIZACAO"
                                         TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO RECEBE-PAGAMENTO-FIM
              END-IF
              IF GS-PARCELAS-CARTAO = ZEROS
                 MOVE 1 TO GS-PARCELAS-CARTAO
              END-IF
              IF GS-TIPO-CARTAO = "D" AND GS-PARCELAS-CARTAO > 1
                 MOVE "CARTAO DE DEBITO NAO PODE SER PARCELADO"
                                         TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO RECEBE-PAGAMENTO-FIM
              END-IF
           END-IF.
           MOVE GS-COD-COMPL TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "TITULO NAO ENCONTRADO NO CRD020"
                PERFORM CARREGA-MENSAGEM-ERRO
                GO RECEBE-PAGAMENTO-FIM
           END-READ.
           PERFORM CONFERE-TITULO-EXIBIDO.
           IF NOT TITULO-CONFERIDO-CNC
              PERFORM CARREGA-TITULO
              GO RECEBE-PAGAMENTO-FIM
           END-IF.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              MOVE "TITULO NAO ESTA EM ABERTO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO RECEBE-PAGAMENTO-FIM
           END-IF.
           MOVE EMPRESA-W  TO EMPRESA-FCH.
           MOVE DATA-DIA-I TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF NOT PERIODO-ABERTO-FCH
              MOVE "DATA EM MES FECHADO - RECEBIMENTO RECUSADO: "
                                         TO GS-MENSAGEM-ERRO
              MOVE ANOMES-FECHADO-FCH TO GS-MENSAGEM-ERRO(46: 6)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO RECEBE-PAGAMENTO-FIM
           END-IF.
           MOVE ZEROS TO CAMPANHA-BXA-W.
           MOVE ZEROS TO QTDE-CONFLITO-W.
           MOVE ZEROS TO NUMERO-RECIBO-W.
           PERFORM APLICA-BAIXA.
           PERFORM FECHA-RECIBO.
           IF QTDE-CONFLITO-W NOT = ZEROS
              MOVE "TITULO ALTERADO POR OUTRO USUARIO - NAO BAIXADO"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              PERFORM CARREGA-TITULO
              GO RECEBE-PAGAMENTO-FIM
           END-IF.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           IF SEQ-CCL-W NOT = ZEROS
              STRING "PAGAMENTO REGISTRADO - CREDITO - RECIBO "
                     NUMERO-RECIBO-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
           ELSE
              STRING "PAGAMENTO REGISTRADO NO CAIXA - RECIBO "
                     NUMERO-RECIBO-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
           END-IF.
           PERFORM CARREGA-MENSAGEM-ERRO.
       RECEBE-PAGAMENTO-FIM.
           EXIT.

       APLICA-BAIXA SECTION.
      *    BAIXA DO TITULO LIDO NO CRD020 COM O VALOR RECEBIDO, OS
      *    JUROS E O DESCONTO DA TELA - RECEBIMENTO AVULSO OU CADA
      *    PARCELA DA QUITACAO DE CAMPANHA (CAMPANHA-BXA-W). TITULO
      *    QUE OUTRO USUARIO ALTEROU NO MEIO DO CAMINHO NAO E BAIXADO
      *    (QTDE-CONFLITO-W). O RECIBO SO E ABERTO NA PRIMEIRA BAIXA
      *    REGRAVADA - SEM BAIXA NAO HA NUMERO RESERVADO NEM IMPRESSO.
           PERFORM GUARDA-TITULO-LIDO.
           MOVE STATUS-CR20     TO STATUS-ANT-W.
           MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-ANT-W.
           MOVE DATA-BAIXA-CR20 TO DATA-BAIXA-ANT-W.
           IF STATUS-CR20 = "PP"
              COMPUTE SALDO-TITULO-W =
                      VALOR-TOT-CR20 - VALOR-PAGO-CR20
                     DELIMITED BY SIZE INTO ANOTACAO-TRAB-W
           ELSE
              MOVE "PG" TO STATUS-CR20
              IF CAMPANHA-BXA-W = ZEROS
                 MOVE "BAIXA-CAIXA- RECEBIDO NO BALCAO"
                      TO ANOTACAO-TRAB-W
              ELSE
                 MOVE SPACES TO ANOTACAO-TRAB-W
                 STRING "BAIXA-CAIXA- QUITACAO ANTECIPADA CAMPANHA "
                        CAMPANHA-BXA-W
                        DELIMITED BY SIZE INTO ANOTACAO-TRAB-W
              END-IF
           END-IF.
           MOVE DATA-DIA-I TO DATA-BAIXA-CR20.
           COMPUTE VALOR-PAGO-CR20 =
                   VALOR-PAGO-CR20 + VALOR-QUITADO-W.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              ADD 1 TO QTDE-CONFLITO-W
              GO APLICA-BAIXA-FIM
           END-IF.
           IF NUMERO-RECIBO-W = ZEROS
              PERFORM ABRE-RECIBO
           END-IF.
           PERFORM GRAVA-ANOTACAO.
           PERFORM GRAVA-MOVIMENTO-CAIXA.
           IF GS-FORMA = "C"
              PERFORM GRAVA-CUSTODIA-CHEQUE
           END-IF.
           PERFORM GRAVA-JUROS-REALIZADO.
           PERFORM GRAVA-CREDITO-CLIENTE.
           PERFORM GRAVA-BAIXA-APLICADA.
           IF STATUS-CR20 = "PG"
              PERFORM RETIRA-NEGATIVACAO
           END-IF.
           PERFORM IMPRIME-TITULO-RECIBO.
       APLICA-BAIXA-FIM.
           EXIT.

       SIMULA-QUITACAO SECTION.
           PERFORM MONTA-QUITACAO.
           IF GS-MENSAGEM-ERRO NOT = SPACES
              PERFORM CARREGA-MENSAGEM-ERRO
           ELSE
              MOVE "REFRESH-DATA" TO DS-PROCEDURE
              PERFORM CALL-DIALOG-SYSTEM
           END-IF.

       MONTA-QUITACAO SECTION.
      *    TODAS AS PARCELAS EM ABERTO DO CLIENTE NO CONTRATO, CADA
      *    UMA PELA ROTINA CRP9129 NA DATA DE HOJE. A OFERTA SO VALE
      *    SE ALGUMA PARCELA CAIR EM CAMPANHA ATIVA.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           MOVE ZEROS  TO QTDE-QUIT-W TOTAL-QUIT-W JUROS-QUIT-W
                          DESCONTO-QUIT-W CAMPANHA-QUIT-W.
           IF GS-CLIENTE = ZEROS OR GS-CONTRATO = ZEROS
              MOVE "QUITACAO EXIGE O CLIENTE E O CONTRATO"
                                         TO GS-MENSAGEM-ERRO
              GO MONTA-QUITACAO-FIM.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                IF CLIENTE-CR20 = GS-CLIENTE
                   AND NR-CONTRATO-CR20 = GS-CONTRATO
                   AND NOT STATUS-TERMINAL-CR20
                   PERFORM SOMA-PARCELA-QUITACAO
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.
           MOVE QTDE-QUIT-W     TO GS-QTDE-QUITACAO.
           MOVE TOTAL-QUIT-W    TO GS-TOTAL-QUITACAO.
           MOVE JUROS-QUIT-W    TO GS-JUROS-QUITACAO.
           MOVE DESCONTO-QUIT-W TO GS-DESCONTO-QUITACAO.
           MOVE CAMPANHA-QUIT-W TO GS-CAMPANHA.
           IF QTDE-QUIT-W = ZEROS
              MOVE "CONTRATO SEM PARCELAS EM ABERTO P/ O CLIENTE"
                                         TO GS-MENSAGEM-ERRO
              GO MONTA-QUITACAO-FIM.
           IF QTDE-QUIT-W > 120
              MOVE "CONTRATO COM MAIS DE 120 PARCELAS EM ABERTO"
                                         TO GS-MENSAGEM-ERRO
              GO MONTA-QUITACAO-FIM.
           IF CAMPANHA-QUIT-W = ZEROS
              MOVE "NENHUMA CAMPANHA DE QUITACAO ATIVA P/ O CONTRATO"
                                         TO GS-MENSAGEM-ERRO.
       MONTA-QUITACAO-FIM.
           EXIT.

       SOMA-PARCELA-QUITACAO SECTION.
           ADD 1 TO QTDE-QUIT-W.
           IF QTDE-QUIT-W NOT > 120
              MOVE COD-COMPL-CR20 TO COD-COMPL-QUIT-W(QTDE-QUIT-W)
           END-IF.
           PERFORM CALCULA-SALDO-PARCELA.
           ADD VALOR-ATUALIZADO-SLD TO TOTAL-QUIT-W.
           ADD VALOR-JUROS-SLD      TO JUROS-QUIT-W.
           ADD VALOR-DESCONTO-SLD   TO DESCONTO-QUIT-W.
           IF CAMPANHA-SLD NOT = ZEROS
              MOVE CAMPANHA-SLD TO CAMPANHA-QUIT-W
           END-IF.

       CALCULA-SALDO-PARCELA SECTION.
           INITIALIZE PARAMETROS-SALDO-ATU.
           MOVE EMPRESA-W      TO EMPRESA-SLD.
           MOVE COD-COMPL-CR20 TO COD-COMPL-SLD.
           MOVE DATA-DIA-I     TO DATA-CALCULO-SLD.
           CALL "CRP9129" USING PARAMETROS-SALDO-ATU.
           CANCEL "CRP9129".

       QUITA-CONTRATO SECTION.
      *    O TOTAL E RECALCULADO NA HORA E TEM DE BATER COM O VALOR
      *    RECEBIDO. SO DINHEIRO OU PIX: CHEQUE E CARTAO TERIAM UM
      *    DOCUMENTO P/ VARIAS PARCELAS, E A CUSTODIA (CHQ910) E A
      *    CONCILIACAO DO CARTAO SAO POR MOVIMENTO DO CAIXA.
           IF GS-FORMA NOT = "D" AND GS-FORMA NOT = "P"
              MOVE "QUITACAO DE CAMPANHA SO EM D-DINHEIRO OU P-PIX"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO QUITA-CONTRATO-FIM.
           MOVE EMPRESA-W  TO EMPRESA-FCH.
           MOVE DATA-DIA-I TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF NOT PERIODO-ABERTO-FCH
              MOVE "DATA EM MES FECHADO - RECEBIMENTO RECUSADO: "
                                         TO GS-MENSAGEM-ERRO
              MOVE ANOMES-FECHADO-FCH TO GS-MENSAGEM-ERRO(46: 6)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO QUITA-CONTRATO-FIM
           END-IF.
           PERFORM MONTA-QUITACAO.
           IF GS-MENSAGEM-ERRO NOT = SPACES
              PERFORM CARREGA-MENSAGEM-ERRO
              GO QUITA-CONTRATO-FIM.
           IF GS-VALOR-RECEBIDO NOT = TOTAL-QUIT-W
              MOVE "VALOR RECEBIDO DIFERE DO TOTAL DA QUITACAO"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO QUITA-CONTRATO-FIM.
           PERFORM CONFERE-QUITACAO.
           IF GS-MENSAGEM-ERRO NOT = SPACES
              PERFORM CARREGA-MENSAGEM-ERRO
              GO QUITA-CONTRATO-FIM.
           MOVE CAMPANHA-QUIT-W TO CAMPANHA-BXA-W.
           MOVE ZEROS TO QTDE-CONFLITO-W.
           MOVE ZEROS TO NUMERO-RECIBO-W.
           PERFORM VARYING IX-QUIT-W FROM 1 BY 1
                   UNTIL IX-QUIT-W > QTDE-QUIT-W
              MOVE COD-COMPL-QUIT-W(IX-QUIT-W) TO COD-COMPL-CR20
              READ CRD020 INVALID KEY
                   ADD 1 TO QTDE-CONFLITO-W
                 NOT INVALID KEY
                   MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                   IF STATUS-TERMINAL-CR20
                      ADD 1 TO QTDE-CONFLITO-W
                   ELSE
                      PERFORM CALCULA-SALDO-PARCELA
                      MOVE VALOR-ATUALIZADO-SLD TO GS-VALOR-RECEBIDO
                      MOVE VALOR-JUROS-SLD      TO GS-VALOR-JUROS
                      MOVE VALOR-DESCONTO-SLD   TO GS-VALOR-DESCONTO
                      PERFORM APLICA-BAIXA
                   END-IF
              END-READ
           END-PERFORM.
           PERFORM FECHA-RECIBO.
           MOVE ZEROS        TO CAMPANHA-BXA-W.
           MOVE TOTAL-QUIT-W TO GS-VALOR-RECEBIDO.
           MOVE JUROS-QUIT-W TO GS-VALOR-JUROS.
           MOVE DESCONTO-QUIT-W TO GS-VALOR-DESCONTO.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           IF NUMERO-RECIBO-W = ZEROS
              MOVE "QUITACAO NAO BAIXADA - PARCELAS ALTERADAS POR OUTRO"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO QUITA-CONTRATO-FIM
           END-IF.
           STRING "QUITACAO REGISTRADA - PARCELAS: "
                  QTDE-TIT-RECIBO-W " - RECIBO " NUMERO-RECIBO-W
                  DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
      *    PARCELA ALTERADA ENTRE A CONFERENCIA E A BAIXA: O RECIBO E O
      *    CAIXA SO TEM AS PARCELAS BAIXADAS E A DIFERENCA RECEBIDA
      *    VOLTA P/ O CLIENTE.
           IF QTDE-CONFLITO-W NOT = ZEROS
              COMPUTE NAO-APLICADO-QUIT-W =
                      TOTAL-QUIT-W - TOTAL-RECIBO-W
              MOVE NAO-APLICADO-QUIT-W TO VALOR-EDIT-W
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "QUITACAO INCOMPLETA - DEVOLVER AO CLIENTE "
                     VALOR-EDIT-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       QUITA-CONTRATO-FIM.
           EXIT.

       CONFERE-QUITACAO SECTION.
      *    A MONTAGEM PERCORRE O CRD020 INTEIRO; ANTES DE QUALQUER
      *    BAIXA CADA PARCELA E RELIDA PELA CHAVE E TEM DE CONTINUAR EM
      *    ABERTO COM O MESMO SALDO - SENAO A QUITACAO E RECUSADA
      *    INTEIRA, SEM BAIXA PARCIAL DO CONTRATO.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           MOVE ZEROS  TO TOTAL-CONF-QUIT-W.
           PERFORM VARYING IX-QUIT-W FROM 1 BY 1
                   UNTIL IX-QUIT-W > QTDE-QUIT-W
                      OR GS-MENSAGEM-ERRO NOT = SPACES
              MOVE COD-COMPL-QUIT-W(IX-QUIT-W) TO COD-COMPL-CR20
              READ CRD020 INVALID KEY
                   MOVE "PARCELA DA QUITACAO NAO ENCONTRADA - REFAZER"
                                         TO GS-MENSAGEM-ERRO
                 NOT INVALID KEY
                   MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                   IF STATUS-TERMINAL-CR20
                      MOVE "PARCELA BAIXADA POR OUTRO USUARIO - REFAZER"
                                         TO GS-MENSAGEM-ERRO
                   ELSE
                      PERFORM CALCULA-SALDO-PARCELA
                      ADD VALOR-ATUALIZADO-SLD TO TOTAL-CONF-QUIT-W
                   END-IF
              END-READ
           END-PERFORM.
           IF GS-MENSAGEM-ERRO = SPACES
              AND TOTAL-CONF-QUIT-W NOT = TOTAL-QUIT-W
              MOVE "PARCELA ALTERADA POR OUTRO USUARIO - REFAZER"
                                         TO GS-MENSAGEM-ERRO
           END-IF.

       GRAVA-MOVIMENTO-CAIXA SECTION.
           INITIALIZE REG-CXA910.
           MOVE DATA-DIA-I        TO DATA-CXA910.
           MOVE 1                 TO SEQ-CXA910.
           MOVE COD-COMPL-CR20    TO COD-COMPL-CXA910.
           MOVE GS-VALOR-RECEBIDO TO VALOR-PAGO-CXA910.
           MOVE GS-VALOR-JUROS    TO VALOR-JUROS-CXA910.
           MOVE GS-VALOR-DESCONTO TO VALOR-DESCONTO-CXA910.
           MOVE SPACES            TO TIPO-MOVTO-CXA910.
           MOVE NUMERO-RECIBO-W   TO NUMERO-RECIBO-CXA910.
           IF GS-FORMA = "T"
              MOVE GS-TIPO-CARTAO     TO TIPO-CARTAO-CXA910
              MOVE GS-BANDEIRA        TO BANDEIRA-CXA910
              MOVE GS-PARCELAS-CARTAO TO PARCELAS-CXA910
              MOVE GS-AUTORIZACAO     TO AUTORIZACAO-CXA910
              MOVE "P"                TO SITUACAO-CARTAO-CXA910
           END-IF.
           MOVE ZEROS TO ST-CXA910.
           PERFORM UNTIL ST-CXA910 = "10"
              WRITE REG-CXA910 INVALID KEY
           END-PERFORM.
           MOVE SPACES TO ST-CXA910.

       ABRE-RECIBO SECTION.
      *    RESERVA O PROXIMO NUMERO DE RECIBO DA EMPRESA GRAVANDO O
      *    REGISTRO JA NA ABERTURA - DOIS CAIXAS AO MESMO TEMPO NAO
      *    PEGAM O MESMO NUMERO. O RESTO E PREENCHIDO NO FECHA-RECIBO.
      *    CHAMADA NA PRIMEIRA BAIXA REGRAVADA (APLICA-BAIXA), ANTES DO
      *    MOVIMENTO DO CAIXA QUE GUARDA O NUMERO.
           MOVE ZEROS TO NUMERO-RECIBO-W NUMERO-RCB910
                         QTDE-TIT-RECIBO-W PRINCIPAL-RECIBO-W
                         JUROS-RECIBO-W DESCONTO-RECIBO-W
                         TOTAL-RECIBO-W CLIENTE-RECIBO-W.
           MOVE SPACES TO PAGADOR-RECIBO-W.
           MOVE ZEROS  TO CHAVE-CXA-RECIBO-W.
           START RCB910 KEY IS NOT < NUMERO-RCB910 INVALID KEY
                 MOVE "10" TO ST-RCB910.
           PERFORM UNTIL ST-RCB910 = "10"
              READ RCB910 NEXT RECORD AT END
                   MOVE "10" TO ST-RCB910
              NOT AT END
                   MOVE NUMERO-RCB910 TO NUMERO-RECIBO-W
              END-READ
           END-PERFORM.
           ADD 1 TO NUMERO-RECIBO-W.
           ACCEPT HORA-BRA FROM TIME.
           INITIALIZE REG-RCB910.
           MOVE NUMERO-RECIBO-W   TO NUMERO-RCB910.
           MOVE DATA-DIA-I        TO DATA-EMISSAO-RCB910.
           MOVE HORA-BRA(1: 4)    TO HORA-EMISSAO-RCB910.
           MOVE USUARIO-W         TO OPERADOR-RCB910.
           MOVE GS-FORMA          TO FORMA-RCB910.
           MOVE CAMPANHA-BXA-W    TO CAMPANHA-RCB910.
           MOVE "E"               TO SITUACAO-RCB910.
           MOVE ZEROS TO ST-RCB910.
           PERFORM UNTIL ST-RCB910 = "10"
              WRITE REG-RCB910 INVALID KEY
                 ADD 1 TO NUMERO-RCB910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-RCB910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-RCB910.
           MOVE NUMERO-RCB910 TO NUMERO-RECIBO-W.
           MOVE SPACES TO RECIBO-NOME-W.
           STRING "RC" NUMERO-RECIBO-W ".RCB"
                  DELIMITED BY SIZE INTO RECIBO-NOME-W.
           OPEN OUTPUT RECIBO.

       IMPRIME-TITULO-RECIBO SECTION.
      *    UMA LINHA POR TITULO BAIXADO; O CABECALHO SAI NO PRIMEIRO,
      *    COM O PAGADOR DO CADASTRO DO SACADO (CGD010).
           IF QTDE-TIT-RECIBO-W = ZEROS
              MOVE COD-COMPL-CR20 TO COD-COMPL-CG10
              READ CGD010 INVALID KEY
                   MOVE SPACES TO COMPRADOR-CG10
              END-READ
              MOVE CLIENTE-CR20   TO CLIENTE-RECIBO-W
              MOVE COMPRADOR-CG10 TO PAGADOR-RECIBO-W
              MOVE CHAVE-CXA910   TO CHAVE-CXA-RECIBO-W
              PERFORM IMPRIME-CABECALHO-RECIBO
           END-IF.
           ADD 1                 TO QTDE-TIT-RECIBO-W.
           ADD VALOR-QUITADO-W   TO PRINCIPAL-RECIBO-W.
           ADD GS-VALOR-JUROS    TO JUROS-RECIBO-W.
           ADD GS-VALOR-DESCONTO TO DESCONTO-RECIBO-W.
           ADD GS-VALOR-RECEBIDO TO TOTAL-RECIBO-W.
           MOVE SPACES TO REG-RECIBO.
           MOVE COD-COMPL-CR20   TO REG-RECIBO(1: 9).
           MOVE NR-DOCTO-CR20    TO REG-RECIBO(11: 10).
           MOVE DATA-VENCTO-CR20 TO REG-RECIBO(22: 8).
           MOVE VALOR-QUITADO-W  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-RECIBO(31: 14).
           MOVE GS-VALOR-RECEBIDO TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-RECIBO(47: 14).
           MOVE STATUS-CR20      TO REG-RECIBO(63: 2).
           WRITE REG-RECIBO.

       IMPRIME-CABECALHO-RECIBO SECTION.
           MOVE SPACES TO REG-RECIBO.
           MOVE "RECIBO DE PAGAMENTO" TO REG-RECIBO(1: 19).
           MOVE "NR"                  TO REG-RECIBO(34: 2).
           MOVE NUMERO-RECIBO-W       TO REG-RECIBO(37: 8).
           MOVE "DATA:"               TO REG-RECIBO(48: 5).
           MOVE DATA-DIA-I            TO REG-RECIBO(54: 8).
           MOVE HORA-EMISSAO-RCB910   TO REG-RECIBO(63: 4).
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           MOVE "RECEBEMOS DE:"       TO REG-RECIBO(1: 13).
           MOVE COMPRADOR-CG10        TO REG-RECIBO(15: 40).
           MOVE "CLIENTE:"            TO REG-RECIBO(57: 8).
           MOVE CLIENTE-CR20          TO REG-RECIBO(66: 8).
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           EVALUATE GS-FORMA
               WHEN "D" MOVE "EM DINHEIRO"        TO REG-RECIBO(1: 20)
               WHEN "C" MOVE "EM CHEQUE"          TO REG-RECIBO(1: 20)
               WHEN "P" MOVE "EM PIX NO BALCAO"   TO REG-RECIBO(1: 20)
               WHEN "T" MOVE "EM CARTAO"          TO REG-RECIBO(1: 20)
           END-EVALUATE.
           MOVE "O PAGAMENTO DOS TITULOS ABAIXO:" TO REG-RECIBO(22: 31).
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE "COD-COMPL DOCUMENTO  VENCTO        PRINCIPAL      VALO
      -         "R PAGO ST" TO REG-RECIBO.
           WRITE REG-RECIBO.

       FECHA-RECIBO SECTION.
      *    TOTAIS, OPERADOR E ASSINATURA; O REGISTRO RESERVADO NO
      *    RCB910 RECEBE O PAGADOR E OS VALORES. NENHUMA BAIXA
      *    REGRAVADA = NENHUM RECIBO ABERTO.
           IF NUMERO-RECIBO-W = ZEROS
              GO FECHA-RECIBO-FIM.
           MOVE SPACES TO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           MOVE "PRINCIPAL.:"        TO REG-RECIBO(1: 11).
           MOVE PRINCIPAL-RECIBO-W   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RECIBO(13: 14).
           MOVE "JUROS.:"            TO REG-RECIBO(30: 7).
           MOVE JUROS-RECIBO-W       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RECIBO(38: 14).
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           MOVE "DESCONTO..:"        TO REG-RECIBO(1: 11).
           MOVE DESCONTO-RECIBO-W    TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RECIBO(13: 14).
           MOVE "TOTAL.:"            TO REG-RECIBO(30: 7).
           MOVE TOTAL-RECIBO-W       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RECIBO(38: 14).
           WRITE REG-RECIBO.
           IF SEQ-CCL-W NOT = ZEROS
              MOVE SPACES TO REG-RECIBO
              MOVE "VALOR ACIMA DO SALDO FICA COMO CREDITO DO CLIENTE"
                   TO REG-RECIBO
              WRITE REG-RECIBO
           END-IF.
           MOVE SPACES TO REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           MOVE "OPERADOR:"          TO REG-RECIBO(1: 9).
           MOVE USUARIO-W            TO REG-RECIBO(11: 8).
           MOVE "______________________________" TO REG-RECIBO(40: 30).
           WRITE REG-RECIBO.
           MOVE SPACES TO REG-RECIBO.
           MOVE "CAIXA"              TO REG-RECIBO(52: 5).
           WRITE REG-RECIBO.
           CLOSE RECIBO.
           MOVE NUMERO-RECIBO-W TO NUMERO-RCB910.
           READ RCB910 INVALID KEY
                GO FECHA-RECIBO-FIM
           END-READ.
           MOVE CLIENTE-RECIBO-W   TO CLIENTE-RCB910.
           MOVE PAGADOR-RECIBO-W   TO PAGADOR-RCB910.
           MOVE CHAVE-CXA-RECIBO-W TO CHAVE-CXA-RCB910.
           MOVE QTDE-TIT-RECIBO-W  TO QTDE-TITULOS-RCB910.
           MOVE PRINCIPAL-RECIBO-W TO VALOR-PRINCIPAL-RCB910.
           MOVE JUROS-RECIBO-W     TO VALOR-JUROS-RCB910.
           MOVE DESCONTO-RECIBO-W  TO VALOR-DESCONTO-RCB910.
           MOVE TOTAL-RECIBO-W     TO VALOR-TOTAL-RCB910.
           REWRITE REG-RCB910 INVALID KEY
              CONTINUE
           END-REWRITE.
       FECHA-RECIBO-FIM.
           EXIT.

       GRAVA-CUSTODIA-CHEQUE SECTION.
      *    CHEQUE ENTRA NA CUSTODIA COM A MESMA CHAVE DO MOVIMENTO DO
      *    CAIXA QUE O RECEBEU.
           INITIALIZE REG-CHQ910.
           MOVE DATA-CXA910       TO DATA-CXA-CHQ910.
           MOVE SEQ-CXA910        TO SEQ-CXA-CHQ910.
           MOVE COD-COMPL-CR20    TO COD-COMPL-CHQ910.
           MOVE CLIENTE-CR20      TO CLIENTE-CHQ910.
           MOVE GS-BANCO-CHEQUE   TO BANCO-CHQ910.
           MOVE GS-AGENCIA-CHEQUE TO AGENCIA-CHQ910.
           MOVE GS-CONTA-CHEQUE   TO CONTA-CHQ910.
           MOVE GS-NUMERO-CHEQUE  TO NUMERO-CHQ910.
           MOVE GS-BOM-PARA       TO DATA-BOM-PARA-CHQ910.
           MOVE GS-VALOR-RECEBIDO TO VALOR-CHQ910.
           MOVE USUARIO-W         TO OPERADOR-CHQ910.
           MOVE "C"               TO SITUACAO-CHQ910.
           MOVE DATA-DIA-I        TO DATA-SITUACAO-CHQ910.
           MOVE USUARIO-W         TO USUARIO-SITUACAO-CHQ910.
           WRITE REG-CHQ910 INVALID KEY
                 REWRITE REG-CHQ910
           END-WRITE.

       GRAVA-JUROS-REALIZADO SECTION.
      *    MESMO LIVRO DE JUROS/DESCONTO REALIZADOS DAS BAIXAS DE
      *    RETORNO (JRD910), FECHADO POR MES NO CRP9152.
           MOVE GS-VALOR-JUROS    TO VALOR-JUROS-JRD910.
           MOVE GS-VALOR-DESCONTO TO VALOR-DESC-JRD910.
           MOVE "CRP9135T"        TO ORIGEM-JRD910.
           MOVE SPACES            TO TIPO-LANCTO-JRD910.
           MOVE ZEROS TO ST-JRD910.
           PERFORM UNTIL ST-JRD910 = "10"
              WRITE REG-JRD910 INVALID KEY
           END-PERFORM.
           MOVE SPACES TO ST-JRD910.

       GRAVA-BAIXA-APLICADA SECTION.
      *    LIVRO DE BAIXAS (BXA910), BASE DO ESTORNO DO CRP9153T. A
      *    CHAVE DO MOVIMENTO DO CAIXA FICA NO REGISTRO P/ O ESTORNO
      *    SAIR NA MESMA FORMA DE PAGAMENTO NO FECHAMENTO (CRP9136).
           INITIALIZE REG-BXA910.
           MOVE COD-COMPL-CR20    TO COD-COMPL-BXA910.
           MOVE 1                 TO SEQ-BXA910.
           MOVE "C"               TO CANAL-BXA910.
           MOVE "CRP9135T"        TO ORIGEM-BXA910.
           MOVE DATA-DIA-I        TO DATA-BXA910.
           MOVE USUARIO-W         TO USUARIO-BXA910.
           MOVE PORTADOR-CR20     TO PORTADOR-BXA910.
           MOVE MODALIDADE-CR20   TO MODALIDADE-BXA910.
           MOVE STATUS-ANT-W      TO STATUS-ANT-BXA910.
           MOVE VALOR-PAGO-ANT-W  TO VALOR-PAGO-ANT-BXA910.
           MOVE DATA-BAIXA-ANT-W  TO DATA-BAIXA-ANT-BXA910.
           MOVE STATUS-CR20       TO STATUS-NOVO-BXA910.
           MOVE VALOR-PAGO-CR20   TO VALOR-PAGO-NOVO-BXA910.
           MOVE DATA-BAIXA-CR20   TO DATA-BAIXA-NOVO-BXA910.
           MOVE GS-VALOR-RECEBIDO TO VALOR-RECEBIDO-BXA910.
           MOVE GS-VALOR-JUROS    TO VALOR-JUROS-BXA910.
           MOVE GS-VALOR-DESCONTO TO VALOR-DESCONTO-BXA910.
           MOVE "CTBCXA"          TO ARQ-CTB-BXA910.
           MOVE "S"               TO JRD910-GRAVADO-BXA910.
           MOVE FORMA-CXA910      TO FORMA-CXA-BXA910.
           MOVE DATA-CXA910       TO DATA-CXA-BXA910.
           MOVE SEQ-CXA910        TO SEQ-CXA-BXA910.
           MOVE "A"               TO SITUACAO-BXA910.
           MOVE SEQ-CCL-W         TO SEQ-CCL-BXA910.
           MOVE CAMPANHA-BXA-W    TO CAMPANHA-BXA910.
           MOVE ZEROS TO ST-BXA910.
           PERFORM UNTIL ST-BXA910 = "10"
              WRITE REG-BXA910 INVALID KEY
                 ADD 1 TO SEQ-BXA910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-BXA910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-BXA910.

       GRAVA-CREDITO-CLIENTE SECTION.
      *    RECEBIDO NO BALCAO ALEM DO SALDO DO TITULO: O EXCESSO VIRA
      *    CREDITO DO CLIENTE NO CCL910, COMO NA BAIXA DO RETORNO.
           MOVE ZEROS TO SEQ-CCL-W.
           COMPUTE EXCESSO-W = VALOR-QUITADO-W - SALDO-TITULO-W.
           IF EXCESSO-W NOT > ZEROS
              GO GRAVA-CREDITO-CLIENTE-FIM.
           INITIALIZE REG-CCL910.
           MOVE CLIENTE-CR20      TO CLIENTE-CCL910.
           MOVE 1                 TO SEQ-CCL910.
           MOVE COD-COMPL-CR20    TO COD-COMPL-ORIG-CCL910.
           MOVE "C"               TO CANAL-CCL910.
           MOVE "CRP9135T"        TO ORIGEM-CCL910.
           MOVE DATA-DIA-I        TO DATA-CCL910.
           MOVE USUARIO-W         TO USUARIO-CCL910.
           MOVE EXCESSO-W         TO VALOR-CREDITO-CCL910.
           MOVE ZEROS             TO VALOR-UTILIZADO-CCL910.
           MOVE "A"               TO SITUACAO-CCL910.
           MOVE ZEROS TO ST-CCL910.
           PERFORM UNTIL ST-CCL910 = "10"
              WRITE REG-CCL910 INVALID KEY
                 ADD 1 TO SEQ-CCL910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-CCL910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-CCL910.
           MOVE SEQ-CCL910 TO SEQ-CCL-W.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "CREDITO CLIENTE- RECEBIDO A MAIS NO BALCAO "
                  VALOR-CREDITO-CCL910
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
       GRAVA-CREDITO-CLIENTE-FIM.
           EXIT.

       RETIRA-NEGATIVACAO SECTION.
      *    TITULO QUITADO: SE ESTAVA NO BIRO DE CREDITO, A EXCLUSAO
      *    FICA PENDENTE NO NEG910 DENTRO DO PRAZO LEGAL.
           MOVE EMPRESA-W      TO EMPRESA-NGA.
           MOVE COD-COMPL-CR20 TO COD-COMPL-NGA.
           MOVE "P"            TO MOTIVO-NGA.
           MOVE DATA-DIA-I     TO DATA-QUITACAO-NGA.
           CALL "CRP9166" USING PARAMETROS-NEGATIVACAO.
           CANCEL "CRP9166".
           IF EXCLUSAO-PENDENTE-NGA
              MOVE SPACES TO ANOTACAO-TRAB-W
              MOVE "NEGATIVACAO- EXCLUSAO PENDENTE NO BIRO"
                   TO ANOTACAO-TRAB-W
              PERFORM GRAVA-ANOTACAO
           END-IF.

       GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
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
           MOVE "CRP9135T"        TO PROGRAMA-CNC.
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
           MOVE "CRP9135T"        TO PROGRAMA-CNC.
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


           close logacess

           CLOSE CRD020 CRD200 CRD201 CXA910 JRD910 BXA910 CCL910
                 CHQ910 RCB910 CGD010.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *FECHAMENTO DIARIO DO CAIXA DO BALCAO - TOTALIZA O MOVIMENTO
      *DO CXA910 DA DATA INFORMADA POR OPERADOR E POR FORMA DE
      *PAGAMENTO (DINHEIRO/CHEQUE/PIX NO BALCAO/CARTAO) E EXPORTA O
      *MOVIMENTO CONTABIL CTBCXA NO MESMO LAYOUT ";" DO CTB910 DAS
      *BAIXAS DE RETORNO, P/ O CONTADOR IMPORTAR TUDO PELO MESMO
      *CANAL.
      *MOVIMENTOS DE ESTORNO (TIPO-MOVTO-CXA910 = "E", GRAVADOS PELO
      *CRP9153T) NAO ENTRAM NOS TOTAIS DE OPERADOR/FORMA: SAO
      *LISTADOS A PARTE, ABATIDOS NO LIQUIDO DO DIA E EXPORTADOS NO
      *CTBCXA COM O LANCAMENTO INVERSO. O MESMO VALE P/ O CHEQUE
      *DEVOLVIDO (TIPO "V", GRAVADO PELO CRP9158T), COM HISTORICO
      *PROPRIO.
      *NA POSICAO DO CAIXA, O DINHEIRO EM MAOS (RECEBIDO EM DINHEIRO
      *MENOS OS ESTORNOS EM DINHEIRO) SAI SEPARADO DOS CHEQUES DO DIA
      *QUE FICARAM NA CUSTODIA (CHQ910) E DO TOTAL DE CHEQUES EM
      *CUSTODIA NO COFRE. O CARTAO NAO ENTRA NO CAIXA: VAI P/
      *CARTOES A RECEBER ATE A LIQUIDACAO DA CREDENCIADORA (CRP9159).
      *CONFERENCIA DOS RECIBOS (RCB910, EMITIDOS PELO CRP9135T): FAIXA
      *DE NUMEROS EMITIDOS NO DIA, NUMEROS QUE FALTAM NA SEQUENCIA E
      *RECIBOS CANCELADOS PELO ESTORNO (CRP9153T) - OS EMITIDOS NO DIA
      *E OS DE OUTROS DIAS CANCELADOS NO DIA - COM O MOVIMENTO DE
      *ESTORNO DO CXA910 LIGADO A CADA UM.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-8 = DATA AAAAMMDD
      *(ZEROS = HOJE).
       DATE-WRITTEN.  02/09/26.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX926.
           COPY CRPX930.
           COPY CRPX944.
           SELECT REL9136 ASSIGN TO REL9136-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       COPY CRPW926.
       COPY CRPW930.
       COPY CRPW944.
       FD  REL9136
           LABEL RECORD IS OMITTED.
       01  REG-REL9136               PIC X(90).
       01  CTBCXA-NOME               PIC X(12)  VALUE SPACES.
       01  PATH-CXA910               PIC X(30)  VALUE SPACES.
       01  ST-CXA910                 PIC XX     VALUE SPACES.
       01  PATH-CHQ910               PIC X(30)  VALUE SPACES.
       01  ST-CHQ910                 PIC XX     VALUE SPACES.
       01  CHQ910-ABERTO-SW          PIC X      VALUE "N".
           88  CHQ910-ABERTO                    VALUE "S".
       01  PATH-RCB910               PIC X(30)  VALUE SPACES.
       01  ST-RCB910                 PIC XX     VALUE SPACES.
       01  ST-REL9136                PIC XX     VALUE SPACES.
       01  ST-CTBCXA                 PIC XX     VALUE SPACES.
       01  FIM-CXA910-SW             PIC X      VALUE "N".
       01  DATA-FILTRO-W             PIC 9(08)  VALUE ZEROS.
       01  QTDE-RECEBIMENTOS-W       PIC 9(06)  VALUE ZEROS.
       01  TOTAL-DIA-W               PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-ESTORNOS-W           PIC 9(06)  VALUE ZEROS.
       01  TOTAL-ESTORNOS-W          PIC 9(12)V99 VALUE ZEROS.
       01  LIQUIDO-DIA-W             PIC S9(12)V99 VALUE ZEROS.
       01  LIQUIDO-ABS-W             PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-DEVOLVIDOS-W         PIC 9(06)  VALUE ZEROS.
       01  TOTAL-DEVOLVIDOS-W        PIC 9(12)V99 VALUE ZEROS.
       01  ESTORNO-DINHEIRO-W        PIC 9(12)V99 VALUE ZEROS.
       01  DINHEIRO-MAOS-W           PIC S9(12)V99 VALUE ZEROS.
       01  QTDE-CHQ-DIA-W            PIC 9(06)  VALUE ZEROS.
       01  VALOR-CHQ-DIA-W           PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-CHQ-COFRE-W          PIC 9(06)  VALUE ZEROS.
       01  VALOR-CHQ-COFRE-W         PIC 9(12)V99 VALUE ZEROS.
       01  FIM-RCB910-SW             PIC X      VALUE "N".
           88  FIM-RCB910                  VALUE "S".
       01  NUMERO-ANT-W              PIC 9(08)  VALUE ZEROS.
       01  FALTA-INICIO-W            PIC 9(08)  VALUE ZEROS.
       01  FALTA-FIM-W               PIC 9(08)  VALUE ZEROS.
       01  PRIMEIRO-RECIBO-W         PIC 9(08)  VALUE ZEROS.
       01  ULTIMO-RECIBO-W           PIC 9(08)  VALUE ZEROS.
       01  QTDE-RECIBOS-W            PIC 9(06)  VALUE ZEROS.
       01  QTDE-RECIBOS-CANC-W       PIC 9(06)  VALUE ZEROS.
       01  QTDE-FALTAS-W             PIC 9(06)  VALUE ZEROS.
       01  IX-OPER-W                 PIC 9(02) COMP VALUE ZEROS.
       01  QTDE-OPER-W               PIC 9(02) COMP VALUE ZEROS.
       01  ACHOU-OPER-SW             PIC X      VALUE "N".
               10  QTDE-OP-W         PIC 9(06).
               10  VALOR-OP-W        PIC 9(12)V99.
       01  TOTAIS-FORMA-W.
           05  FORMA-TOT-W OCCURS 4 TIMES.
               10  QTDE-FORMA-W      PIC 9(06).
               10  VALOR-FORMA-W     PIC 9(12)V99.
       01  DESCR-FORMAS-W.
           05  FILLER                PIC X(10) VALUE "DINHEIRO".
           05  FILLER                PIC X(10) VALUE "CHEQUE".
           05  FILLER                PIC X(10) VALUE "PIX BALCAO".
           05  FILLER                PIC X(10) VALUE "CARTAO".
       01  DESCR-FORMAS-R REDEFINES DESCR-FORMAS-W.
           05  DESCR-FORMA-W         PIC X(10) OCCURS 4 TIMES.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXA910.
           MOVE "CHQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHQ910.
           MOVE "RCB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RCB910.
           MOVE "REL9136" TO REL9136-NOME.
           MOVE "CTBCXA"  TO CTBCXA-NOME.

           END-IF.
           INITIALIZE TABELA-OPERADORES-W TOTAIS-FORMA-W.

           OPEN INPUT CXA910 CHQ910 RCB910.
           IF ST-CHQ910 = "00"  MOVE "S" TO CHQ910-ABERTO-SW.
           OPEN OUTPUT REL9136 CTBCXA.
           MOVE SPACES TO REG-REL9136.
           MOVE "FECHAMENTO DO CAIXA -" TO REG-REL9136(1: 21).
                IF DATA-CXA910 <> DATA-FILTRO-W
                   MOVE "S" TO FIM-CXA910-SW
                ELSE
                   IF MOVTO-ESTORNO-CXA910 OR
                      MOVTO-CHEQUE-DEVOLVIDO-CXA910
                      PERFORM 2400-ACUMULA-ESTORNO
                   ELSE
                      PERFORM 2100-ACUMULA-RECEBIMENTO
                   END-IF
                END-IF
           END-READ.

           EVALUATE TRUE
               WHEN FORMA-DINHEIRO-CXA910   MOVE 1 TO IX-FORMA-W
               WHEN FORMA-CHEQUE-CXA910     MOVE 2 TO IX-FORMA-W
               WHEN FORMA-CARTAO-CXA910     MOVE 4 TO IX-FORMA-W
               WHEN OTHER                   MOVE 3 TO IX-FORMA-W
           END-EVALUATE.
           ADD 1                 TO QTDE-FORMA-W(IX-FORMA-W).
           ADD VALOR-PAGO-CXA910 TO VALOR-FORMA-W(IX-FORMA-W).
           PERFORM 2200-ACUMULA-OPERADOR.
           PERFORM 2300-GRAVA-CONTABIL.
           IF FORMA-CHEQUE-CXA910
              PERFORM 2500-VERIFICA-CUSTODIA
           END-IF.

       2200-ACUMULA-OPERADOR SECTION.
           MOVE "N" TO ACHOU-OPER-SW.
           MOVE VALOR-PAGO-CXA910     TO VALOR-PAGO-CTBX.
           MOVE VALOR-JUROS-CXA910    TO VALOR-JUROS-CTBX.
           MOVE VALOR-DESCONTO-CXA910 TO VALOR-DESCONTO-CTBX.
           IF FORMA-CARTAO-CXA910
              MOVE "D-CARTOES A RECEBER/C-CLIENTES" TO HISTORICO-CTBX
           ELSE
              MOVE "D-CAIXA/C-CLIENTES"  TO HISTORICO-CTBX
           END-IF.
           MOVE ";" TO SEP1-CTBX SEP2-CTBX SEP3-CTBX SEP4-CTBX
                       SEP5-CTBX SEP6-CTBX SEP7-CTBX.
           WRITE REG-CTBCXA.

       2400-ACUMULA-ESTORNO SECTION.
           ADD 1                 TO QTDE-ESTORNOS-W.
           ADD VALOR-PAGO-CXA910 TO TOTAL-ESTORNOS-W.
           IF FORMA-DINHEIRO-CXA910
              ADD VALOR-PAGO-CXA910 TO ESTORNO-DINHEIRO-W
           END-IF.
           MOVE SPACES TO REG-REL9136.
           IF MOVTO-CHEQUE-DEVOLVIDO-CXA910
              ADD 1                 TO QTDE-DEVOLVIDOS-W
              ADD VALOR-PAGO-CXA910 TO TOTAL-DEVOLVIDOS-W
              MOVE "CHQ DEV"        TO REG-REL9136(3: 7)
           ELSE
              MOVE "ESTORNO"        TO REG-REL9136(3: 7)
           END-IF.
           MOVE COD-COMPL-CXA910      TO REG-REL9136(11: 9).
           MOVE OPERADOR-CXA910       TO REG-REL9136(21: 8).
           MOVE VALOR-PAGO-CXA910     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9136(30: 14).
           IF NUMERO-RECIBO-CXA910 NUMERIC AND
              NUMERO-RECIBO-CXA910 NOT = ZEROS
              MOVE "RECIBO"             TO REG-REL9136(46: 6)
              MOVE NUMERO-RECIBO-CXA910 TO REG-REL9136(53: 8)
           END-IF.
           WRITE REG-REL9136.
           MOVE SPACES                TO REG-CTBCXA.
           MOVE DATA-CXA910           TO DATA-CTBX.
           MOVE PORTADOR-CXA910       TO PORTADOR-CTBX.
           MOVE COD-COMPL-CXA910      TO COD-COMPL-CTBX.
           MOVE MODALIDADE-CXA910     TO MODALIDADE-CTBX.
           MOVE VALOR-PAGO-CXA910     TO VALOR-PAGO-CTBX.
           MOVE VALOR-JUROS-CXA910    TO VALOR-JUROS-CTBX.
           MOVE VALOR-DESCONTO-CXA910 TO VALOR-DESCONTO-CTBX.
           IF MOVTO-CHEQUE-DEVOLVIDO-CXA910
              MOVE "CHQ DEVOLV D-CLIENTES/C-CAIXA"
                                   TO HISTORICO-CTBX
           ELSE
              IF FORMA-CARTAO-CXA910
                 MOVE "ESTORNO D-CLIENTES/C-CARTOES"
                                   TO HISTORICO-CTBX
              ELSE
                 MOVE "ESTORNO D-CLIENTES/C-CAIXA" TO HISTORICO-CTBX
              END-IF
           END-IF.
           MOVE ";" TO SEP1-CTBX SEP2-CTBX SEP3-CTBX SEP4-CTBX
                       SEP5-CTBX SEP6-CTBX SEP7-CTBX.
           WRITE REG-CTBCXA.

       2500-VERIFICA-CUSTODIA SECTION.
      *    CHEQUE RECEBIDO NO DIA QUE AINDA ESTA NO COFRE.
           IF NOT CHQ910-ABERTO
              GO 2500-VERIFICA-CUSTODIA-FIM.
           MOVE DATA-CXA910 TO DATA-CXA-CHQ910.
           MOVE SEQ-CXA910  TO SEQ-CXA-CHQ910.
           READ CHQ910 INVALID KEY
                GO 2500-VERIFICA-CUSTODIA-FIM
           END-READ.
           IF CHEQUE-CUSTODIA-CHQ910
              ADD 1            TO QTDE-CHQ-DIA-W
              ADD VALOR-CHQ910 TO VALOR-CHQ-DIA-W
           END-IF.
       2500-VERIFICA-CUSTODIA-FIM.
           EXIT.

       2600-SOMA-COFRE SECTION.
      *    TODOS OS CHEQUES AINDA EM CUSTODIA, DE QUALQUER DIA.
           IF NOT CHQ910-ABERTO
              GO 2600-SOMA-COFRE-FIM.
           MOVE ZEROS TO DATA-CXA-CHQ910 SEQ-CXA-CHQ910.
           START CHQ910 KEY IS NOT < CHAVE-CHQ910 INVALID KEY
                 MOVE "10" TO ST-CHQ910.
           PERFORM UNTIL ST-CHQ910 = "10"
              READ CHQ910 NEXT RECORD AT END
                   MOVE "10" TO ST-CHQ910
              NOT AT END
                IF CHEQUE-CUSTODIA-CHQ910
                   ADD 1            TO QTDE-CHQ-COFRE-W
                   ADD VALOR-CHQ910 TO VALOR-CHQ-COFRE-W
                END-IF
              END-READ
           END-PERFORM.
       2600-SOMA-COFRE-FIM.
           EXIT.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9136.
           MOVE "TOTAIS POR OPERADOR" TO REG-REL9136(1: 19).
           WRITE REG-REL9136.
           PERFORM 3200-IMPRIME-FORMA
                   VARYING IX-FORMA-W FROM 1 BY 1
                   UNTIL IX-FORMA-W > 4.
           MOVE SPACES TO REG-REL9136.
           MOVE "TOTAL DO DIA:" TO REG-REL9136(1: 13).
           MOVE TOTAL-DIA-W     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W    TO REG-REL9136(15: 14).
           WRITE REG-REL9136.
           IF QTDE-ESTORNOS-W NOT = ZEROS
              MOVE SPACES TO REG-REL9136
              MOVE "ESTORNOS....:"  TO REG-REL9136(1: 13)
              MOVE TOTAL-ESTORNOS-W TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W     TO REG-REL9136(15: 14)
              MOVE QTDE-ESTORNOS-W  TO REG-REL9136(31: 6)
              WRITE REG-REL9136
              COMPUTE LIQUIDO-DIA-W = TOTAL-DIA-W - TOTAL-ESTORNOS-W
              MOVE SPACES TO REG-REL9136
              MOVE "LIQUIDO.....:"  TO REG-REL9136(1: 13)
              IF LIQUIDO-DIA-W < 0
                 MOVE "-" TO REG-REL9136(14: 1)
                 COMPUTE LIQUIDO-ABS-W = 0 - LIQUIDO-DIA-W
              ELSE
                 MOVE LIQUIDO-DIA-W TO LIQUIDO-ABS-W
              END-IF
              MOVE LIQUIDO-ABS-W    TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W     TO REG-REL9136(15: 14)
              WRITE REG-REL9136
           END-IF.
           IF QTDE-DEVOLVIDOS-W NOT = ZEROS
              MOVE SPACES TO REG-REL9136
              MOVE "  CHQ DEVOLV:"   TO REG-REL9136(1: 13)
              MOVE TOTAL-DEVOLVIDOS-W TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W      TO REG-REL9136(15: 14)
              MOVE QTDE-DEVOLVIDOS-W TO REG-REL9136(31: 6)
              WRITE REG-REL9136
           END-IF.
           PERFORM 2600-SOMA-COFRE.
           PERFORM 3300-IMPRIME-POSICAO.
           PERFORM 3400-CONFERE-RECIBOS.
           CLOSE CXA910 CHQ910 RCB910 REL9136 CTBCXA.
           DISPLAY "CRP9136 - RECEBIMENTOS DO DIA..: "
                   QTDE-RECEBIMENTOS-W.
           DISPLAY "CRP9136 - ESTORNOS DO DIA......: "
                   QTDE-ESTORNOS-W.
           DISPLAY "CRP9136 - RECIBOS EMITIDOS.....: "
                   QTDE-RECIBOS-W.
           DISPLAY "CRP9136 - RECIBOS FALTANTES....: "
                   QTDE-FALTAS-W.

       3100-IMPRIME-OPERADOR SECTION.
           MOVE SPACES TO REG-REL9136.
              MOVE VALOR-EDIT-W              TO REG-REL9136(22: 14)
              WRITE REG-REL9136
           END-IF.

       3300-IMPRIME-POSICAO SECTION.
           MOVE SPACES TO REG-REL9136.
           MOVE "POSICAO DO CAIXA" TO REG-REL9136(1: 16).
           WRITE REG-REL9136.
           COMPUTE DINHEIRO-MAOS-W = VALOR-FORMA-W(1)
                                   - ESTORNO-DINHEIRO-W.
           MOVE SPACES TO REG-REL9136.
           MOVE "DINHEIRO EM MAOS.....:" TO REG-REL9136(3: 22).
           IF DINHEIRO-MAOS-W < 0
              MOVE "-" TO REG-REL9136(25: 1)
              COMPUTE LIQUIDO-ABS-W = 0 - DINHEIRO-MAOS-W
           ELSE
              MOVE DINHEIRO-MAOS-W TO LIQUIDO-ABS-W
           END-IF.
           MOVE LIQUIDO-ABS-W    TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9136(26: 14).
           WRITE REG-REL9136.
           MOVE SPACES TO REG-REL9136.
           MOVE "CHEQUES DO DIA NO COFRE:" TO REG-REL9136(3: 24).
           MOVE VALOR-CHQ-DIA-W  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9136(28: 14).
           MOVE QTDE-CHQ-DIA-W   TO REG-REL9136(44: 6).
           WRITE REG-REL9136.
           MOVE SPACES TO REG-REL9136.
           MOVE "TOTAL CHEQUES CUSTODIA:" TO REG-REL9136(3: 23).
           MOVE VALOR-CHQ-COFRE-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W      TO REG-REL9136(28: 14).
           MOVE QTDE-CHQ-COFRE-W  TO REG-REL9136(44: 6).
           WRITE REG-REL9136.

       3400-CONFERE-RECIBOS SECTION.
      *    O RCB910 E LIDO TODO EM ORDEM DE NUMERO: UM SALTO ANTES DE
      *    UM RECIBO DO DIA E FALTA NA SEQUENCIA (INCLUSIVE ENTRE O
      *    ULTIMO DO DIA ANTERIOR E O PRIMEIRO DO DIA).
           MOVE SPACES TO REG-REL9136.
           WRITE REG-REL9136.
           MOVE "CONFERENCIA DOS RECIBOS" TO REG-REL9136(1: 23).
           WRITE REG-REL9136.
           IF ST-RCB910 NOT = "00"
              MOVE SPACES TO REG-REL9136
              MOVE "NENHUM RECIBO EMITIDO (RCB910 INEXISTENTE)"
                   TO REG-REL9136(3: 42)
              WRITE REG-REL9136
              GO 3400-CONFERE-RECIBOS-FIM.
           MOVE "N" TO FIM-RCB910-SW.
           MOVE ZEROS TO NUMERO-ANT-W NUMERO-RCB910.
           START RCB910 KEY IS NOT < NUMERO-RCB910 INVALID KEY
                 MOVE "S" TO FIM-RCB910-SW.
           PERFORM 3410-LE-RECIBO UNTIL FIM-RCB910.
           MOVE SPACES TO REG-REL9136.
           IF QTDE-RECIBOS-W = ZEROS
              MOVE "NENHUM RECIBO EMITIDO NO DIA" TO REG-REL9136(3: 28)
           ELSE
              STRING "NUMERACAO DO DIA: " PRIMEIRO-RECIBO-W " A "
                     ULTIMO-RECIBO-W "  EMITIDOS: " QTDE-RECIBOS-W
                     DELIMITED BY SIZE INTO REG-REL9136(3: 70)
           END-IF.
           WRITE REG-REL9136.
           MOVE SPACES TO REG-REL9136.
           STRING "NUMEROS FALTANTES: " QTDE-FALTAS-W
                  "  CANCELADOS: " QTDE-RECIBOS-CANC-W
                  DELIMITED BY SIZE INTO REG-REL9136(3: 70).
           WRITE REG-REL9136.
       3400-CONFERE-RECIBOS-FIM.
           EXIT.

       3410-LE-RECIBO SECTION.
           READ RCB910 NEXT RECORD AT END
                MOVE "S" TO FIM-RCB910-SW
                GO 3410-LE-RECIBO-FIM
           END-READ.
           IF DATA-EMISSAO-RCB910 = DATA-FILTRO-W
              IF NUMERO-RCB910 > NUMERO-ANT-W + 1
                 COMPUTE FALTA-INICIO-W = NUMERO-ANT-W + 1
                 COMPUTE FALTA-FIM-W    = NUMERO-RCB910 - 1
                 COMPUTE QTDE-FALTAS-W  = QTDE-FALTAS-W
                         + FALTA-FIM-W - FALTA-INICIO-W + 1
                 MOVE SPACES TO REG-REL9136
                 STRING "FALTA NA SEQUENCIA: " FALTA-INICIO-W " A "
                        FALTA-FIM-W
                        DELIMITED BY SIZE INTO REG-REL9136(3: 70)
                 WRITE REG-REL9136
              END-IF
              IF QTDE-RECIBOS-W = ZEROS
                 MOVE NUMERO-RCB910 TO PRIMEIRO-RECIBO-W
              END-IF
              MOVE NUMERO-RCB910 TO ULTIMO-RECIBO-W
              ADD 1 TO QTDE-RECIBOS-W
              IF RECIBO-CANCELADO-RCB910
                 PERFORM 3420-IMPRIME-CANCELADO
              END-IF
           ELSE
              IF RECIBO-CANCELADO-RCB910 AND
                 DATA-CANCEL-RCB910 = DATA-FILTRO-W
                 PERFORM 3420-IMPRIME-CANCELADO
              END-IF
           END-IF.
           MOVE NUMERO-RCB910 TO NUMERO-ANT-W.
       3410-LE-RECIBO-FIM.
           EXIT.

       3420-IMPRIME-CANCELADO SECTION.
           ADD 1 TO QTDE-RECIBOS-CANC-W.
           MOVE SPACES TO REG-REL9136.
           MOVE "CANCELADO"              TO REG-REL9136(3: 9).
           MOVE NUMERO-RCB910            TO REG-REL9136(13: 8).
           MOVE DATA-EMISSAO-RCB910      TO REG-REL9136(22: 8).
           MOVE VALOR-TOTAL-RCB910       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W             TO REG-REL9136(31: 14).
           MOVE "ESTORNO"                TO REG-REL9136(46: 7).
           MOVE DATA-CXA-EST-RCB910      TO REG-REL9136(54: 8).
           MOVE SEQ-CXA-EST-RCB910       TO REG-REL9136(63: 6).
           MOVE USUARIO-CANCEL-RCB910    TO REG-REL9136(70: 8).
           WRITE REG-REL9136.
           MOVE SPACES TO REG-REL9136.
           MOVE "MOTIVO:"                TO REG-REL9136(13: 7).
           MOVE MOTIVO-CANCEL-RCB910     TO REG-REL9136(21: 40).
           MOVE "TITULO"                 TO REG-REL9136(63: 6).
           MOVE COD-COMPL-ESTORNO-RCB910 TO REG-REL9136(70: 9).
           WRITE REG-REL9136.

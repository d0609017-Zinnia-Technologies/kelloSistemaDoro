       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9179.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CHECK-LIST DE PRONTIDAO DO EVENTO - P/ CADA CONTRATO ATIVO DO
      *CTR910 CUJO EVENTO (DATA-EVENTO-CTR910) CAI DE HOJE ATE N DIAS
      *A FRENTE, UMA LINHA VERDE/VERMELHO POR ITEM:
      *  - ROMANEIO DE BRINDES: CADA ITEM DO GRUPO DO CONTRATO NO
      *    COD043 (SEQ-CO43-CTR910) JA TEM SAIDA NO BRD020 P/ O
      *    CONTRATO (BRP0400T OU BRP0200T); OS ITENS QUE FALTAM SAEM
      *    LISTADOS, MARCADOS "EM FALTA" QUANDO O ESTOQUE NAO COBRE;
      *  - PEDIDOS DE COMPRA: ITENS DO PED910 DO GRUPO AINDA SO
      *    EMITIDOS (NAO RECEBIDOS);
      *  - MOVIMENTOS DO VIP100 DO CONTRATO NAO FECHADOS;
      *  - TITULOS DO CRD020 DO CONTRATO VENCIDOS E EM ABERTO
      *    (STATUS NAO TERMINAL DO CRPTERM, INCLUSIVE "PP");
      *  - PROPOSTAS ACP110 AINDA NAO EFETIVADAS E ACP120 COM OS
      *    DEPOSITOS AINDA NAO INTEGRADOS.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-3 = N DIAS (SEM
      *INFORMAR = 30). OS CONTRATOS SAEM EM ORDEM DE DATA DO EVENTO.
      *O RELATORIO E CATALOGADO NO IMP910 (RLNNNNNN.REL) P/ A
      *REUNIAO DE OPERACOES REIMPRIMIR PELA TELA IMP9100T.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX942.
           COPY COD043X.
           COPY BRDX010.
           COPY BRDX020.
           COPY PEDX910.
           COPY VIP100X.
           COPY ACP110X.
           COPY ACP120X.
           COPY IMPX910.
           SELECT SORT-CONTRATOS ASSIGN TO "CRP9179.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELARQ ASSIGN TO RELARQ-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-RELARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW942.
       COPY COD043W.
       COPY BRDW010.
       COPY BRDW020.
       COPY PEDW910.
       COPY VIP100W.
       COPY ACP110W.
       COPY ACP120W.
       COPY IMPW910.
       SD  SORT-CONTRATOS.
       01  REG-SORT-CONTRATOS.
           05  SORT-DATA-EVENTO      PIC 9(08).
           05  SORT-CONTRATO         PIC 9(04).
           05  SORT-SEQ-CO43         PIC 9(03).
       FD  RELARQ
           LABEL RECORD IS OMITTED.
       01  REG-RELARQ                PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  RELARQ-NOME-W             PIC X(12)  VALUE SPACES.
       01  PATH-IMP910               PIC X(30)  VALUE SPACES.
       01  PATH-CTR910               PIC X(30)  VALUE SPACES.
       01  PATH-BRD020               PIC X(30)  VALUE SPACES.
       01  PATH-PED910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CTR910                 PIC XX     VALUE SPACES.
       01  ST-COD043                 PIC XX     VALUE SPACES.
       01  ST-BRD010                 PIC XX     VALUE SPACES.
       01  ST-BRD020                 PIC XX     VALUE SPACES.
       01  ST-PED910                 PIC XX     VALUE SPACES.
       01  ST-VIP100                 PIC XX     VALUE SPACES.
       01  VIP100-ABERTO-SW          PIC X      VALUE "N".
           88  VIP100-ABERTO                    VALUE "S".
       01  ST-ACP110                 PIC XX     VALUE SPACES.
       01  ST-ACP120                 PIC XX     VALUE SPACES.
       01  ST-IMP910                 PIC XX     VALUE SPACES.
       01  ST-RELARQ                 PIC XX     VALUE SPACES.
       01  FIM-ARQ-SW                PIC X      VALUE "N".
       01  FIM-SORT-SW               PIC X      VALUE "N".
           88  FIM-SORT                    VALUE "S".
       01  FIM-BRD020-SW             PIC X      VALUE "N".
       01  JA-ENTREGUE-SW            PIC X      VALUE "N".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  DATA-LIMITE-W             PIC 9(08)  VALUE ZEROS.
       01  DIAS-JANELA-W             PIC 9(03)  VALUE 30.
       01  DIAS-FALTAM-W             PIC 9(05)  VALUE ZEROS.
       01  NUMERO-IMP-W              PIC 9(06)  VALUE ZEROS.
       01  IX-CONTR-W                PIC 9(03) COMP VALUE ZEROS.
       01  IX-ITEM-W                 PIC 9(03) COMP VALUE ZEROS.
       01  QTDE-CONTRATOS-W          PIC 9(03) COMP VALUE ZEROS.
       01  CONTRATOS-EDIT-W          PIC ZZ9.
       01  QTDE-PRONTOS-W            PIC 9(03)  VALUE ZEROS.
       01  QTDE-PENDENTES-W          PIC 9(03)  VALUE ZEROS.
       01  QTDE-FORA-TABELA-W        PIC 9(05)  VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  VALOR-RESIDUO-W           PIC 9(11)V99 VALUE ZEROS.
       01  TOTAL-ENTRADAS-W          PIC 9(07)  VALUE ZEROS.
       01  TOTAL-SAIDAS-W            PIC 9(07)  VALUE ZEROS.
       01  SALDO-W                   PIC S9(07) VALUE ZEROS.
      *    LINHA DE ITEM DO CHECK-LIST.
       01  ITEM-CHECK-W.
           05  DESCR-CHECK-W         PIC X(34)  VALUE SPACES.
           05  SEMAFORO-W            PIC X(08)  VALUE SPACES.
           05  DETALHE-CHECK-W       PIC X(70)  VALUE SPACES.
       01  PENDENCIAS-CONTRATO-W     PIC 9(02)  VALUE ZEROS.
      *    CONTRATOS DA JANELA EM ORDEM DE EVENTO. POSICAO-TAB-W DA A
      *    LINHA DA TABELA PELO NUMERO DO CONTRATO (ZEROS = FORA).
       01  TABELA-CONTRATOS-W.
           05  CONTRATO-TAB-W OCCURS 500 TIMES.
               10  CONTRATO-CT-W         PIC 9(04).
               10  DATA-EVENTO-CT-W      PIC 9(08).
               10  SEQ-CO43-CT-W         PIC 9(03).
               10  QTDE-PEDIDOS-CT-W     PIC 9(05).
               10  QTDE-VENCIDOS-CT-W    PIC 9(05).
               10  VALOR-VENCIDO-CT-W    PIC 9(11)V99.
               10  QTDE-ACP110-CT-W      PIC 9(04).
               10  QTDE-ACP120-CT-W      PIC 9(04).
       01  POSICOES-CONTRATO-W.
           05  POSICAO-TAB-W         PIC 9(03) COMP OCCURS 9999.
      *    CONFERENCIA DOS BRINDES DO CONTRATO SENDO IMPRESSO.
       01  BRINDES-CONTRATO-W.
           05  QTDE-ITENS-BR-W       PIC 9(03)  VALUE ZEROS.
           05  QTDE-NAO-POSTADOS-W   PIC 9(03)  VALUE ZEROS.
           05  QTDE-EM-FALTA-W       PIC 9(03)  VALUE ZEROS.
           05  ITEM-BR-TAB-W OCCURS 99 TIMES.
               10  BRINDE-BR-W       PIC 9(03).
               10  QTDE-BR-W         PIC 9(05).
               10  EM-FALTA-BR-W     PIC X(01).
       01  QTDE-MOVTOS-ABERTOS-W     PIC 9(05)  VALUE ZEROS.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  VAR1                  PIC X VALUE "\".
           05  EMP-REC               PIC XXX.
           05  VAR2                  PIC X VALUE "\".
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
       COPY "PARAMETR".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           SORT SORT-CONTRATOS
                ASCENDING KEY SORT-DATA-EVENTO SORT-CONTRATO
                INPUT PROCEDURE IS 2000-SELECIONA-CONTRATOS
                OUTPUT PROCEDURE IS 2100-CARREGA-TABELA.
           IF QTDE-CONTRATOS-W > ZEROS
              PERFORM 2200-VARRE-CRD020
              PERFORM 2300-VARRE-PED910
              PERFORM 2400-VARRE-ACP110
              PERFORM 2500-VARRE-ACP120
           END-IF.
           PERFORM 4000-IMPRIME-RELATORIO.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "PED910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PED910.
           MOVE "VIP100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VIP100.
           MOVE "ACP110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACP110.
           MOVE "ACP120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACP120.
           MOVE "IMP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-IMP910.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           IF OPCAO-PARAM-W(1: 3) NUMERIC AND
              OPCAO-PARAM-W(1: 3) NOT = "000"
              MOVE OPCAO-PARAM-W(1: 3) TO DIAS-JANELA-W
           END-IF.
           COMPUTE DATA-LIMITE-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DATA-DIA-I)
                    + DIAS-JANELA-W).
           INITIALIZE TABELA-CONTRATOS-W POSICOES-CONTRATO-W.

           OPEN INPUT CRD020 CTR910 COD043 BRD010 BRD020 PED910
                      VIP100 ACP110 ACP120.
           IF ST-VIP100 = "00"  MOVE "S" TO VIP100-ABERTO-SW.

       2000-SELECIONA-CONTRATOS SECTION.
           IF ST-CTR910 <> "00"
              GO 2000-SELECIONA-CONTRATOS-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO NR-CONTRATO-CTR910.
           START CTR910 KEY IS NOT < NR-CONTRATO-CTR910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ-SW = "S"
              READ CTR910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF CONTRATO-ATIVO-CTR910
                   AND DATA-EVENTO-CTR910 NOT < DATA-DIA-I
                   AND DATA-EVENTO-CTR910 NOT > DATA-LIMITE-W
                   MOVE DATA-EVENTO-CTR910 TO SORT-DATA-EVENTO
                   MOVE NR-CONTRATO-CTR910 TO SORT-CONTRATO
                   MOVE SEQ-CO43-CTR910    TO SORT-SEQ-CO43
                   RELEASE REG-SORT-CONTRATOS
                END-IF
              END-READ
           END-PERFORM.
       2000-SELECIONA-CONTRATOS-FIM.
           EXIT.

       2100-CARREGA-TABELA SECTION.
           PERFORM UNTIL FIM-SORT
              RETURN SORT-CONTRATOS AT END
                     MOVE "S" TO FIM-SORT-SW
                   NOT AT END
                     IF QTDE-CONTRATOS-W < 500
                        ADD 1 TO QTDE-CONTRATOS-W
                        MOVE QTDE-CONTRATOS-W TO IX-CONTR-W
                        MOVE SORT-CONTRATO
                                 TO CONTRATO-CT-W(IX-CONTR-W)
                        MOVE SORT-DATA-EVENTO
                                 TO DATA-EVENTO-CT-W(IX-CONTR-W)
                        MOVE SORT-SEQ-CO43
                                 TO SEQ-CO43-CT-W(IX-CONTR-W)
                        MOVE IX-CONTR-W
                                 TO POSICAO-TAB-W(SORT-CONTRATO)
                     ELSE
                        ADD 1 TO QTDE-FORA-TABELA-W
                     END-IF
              END-RETURN
           END-PERFORM.

       2200-VARRE-CRD020 SECTION.
      *    UMA PASSADA SO NO CRD020 (NAO HA CHAVE POR CONTRATO).
           IF ST-CRD020 <> "00"
              GO 2200-VARRE-CRD020-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ-SW = "S"
              READ CRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF NR-CONTRATO-CR20 NOT = ZEROS
                   AND DATA-VENCTO-CR20 < DATA-DIA-I
                   MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                   IF NOT STATUS-TERMINAL-CR20
                      MOVE POSICAO-TAB-W(NR-CONTRATO-CR20)
                                          TO IX-CONTR-W
                      IF IX-CONTR-W NOT = ZEROS
                         PERFORM 2210-ACUMULA-VENCIDO
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2200-VARRE-CRD020-FIM.
           EXIT.

       2210-ACUMULA-VENCIDO SECTION.
           ADD 1 TO QTDE-VENCIDOS-CT-W(IX-CONTR-W).
           MOVE ZEROS TO VALOR-RESIDUO-W.
           IF VALOR-TOT-CR20 > VALOR-PAGO-CR20
              COMPUTE VALOR-RESIDUO-W =
                      VALOR-TOT-CR20 - VALOR-PAGO-CR20
           END-IF.
           ADD VALOR-RESIDUO-W TO VALOR-VENCIDO-CT-W(IX-CONTR-W).

       2300-VARRE-PED910 SECTION.
      *    ITEM DE PEDIDO SO EMITIDO (SEM CONFERENCIA DE RECEBIMENTO)
      *    CONTA P/ TODO CONTRATO DA JANELA COM O MESMO GRUPO.
           IF ST-PED910 <> "00"
              GO 2300-VARRE-PED910-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO NUMERO-PED910 ITEM-PED910.
           START PED910 KEY IS NOT < CHAVE-PED910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ-SW = "S"
              READ PED910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF PEDIDO-EMITIDO-PED910
                   AND SEQ-CO43-PED910 NOT = ZEROS
                   PERFORM 2310-ACUMULA-PEDIDO
                           VARYING IX-CONTR-W FROM 1 BY 1
                           UNTIL IX-CONTR-W > QTDE-CONTRATOS-W
                END-IF
              END-READ
           END-PERFORM.
       2300-VARRE-PED910-FIM.
           EXIT.

       2310-ACUMULA-PEDIDO SECTION.
           IF SEQ-CO43-CT-W(IX-CONTR-W) = SEQ-CO43-PED910
              ADD 1 TO QTDE-PEDIDOS-CT-W(IX-CONTR-W)
           END-IF.

       2400-VARRE-ACP110 SECTION.
      *    PROPOSTA AINDA NAO EXECUTADA PELO ACP9102 (APROVADA OU NAO).
           IF ST-ACP110 <> "00"
              GO 2400-VARRE-ACP110-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO NUMERO-AC110.
           START ACP110 KEY IS NOT < NUMERO-AC110 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ-SW = "S"
              READ ACP110 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF CONTRATO-AC110 NOT = ZEROS
                   AND DATA-EFETIVACAO-AC110 = ZEROS
                   MOVE POSICAO-TAB-W(CONTRATO-AC110) TO IX-CONTR-W
                   IF IX-CONTR-W NOT = ZEROS
                      ADD 1 TO QTDE-ACP110-CT-W(IX-CONTR-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2400-VARRE-ACP110-FIM.
           EXIT.

       2500-VARRE-ACP120 SECTION.
      *    PROPOSTA COM DEPOSITOS AINDA NAO LEVADOS AO VIP100.
           IF ST-ACP120 <> "00"
              GO 2500-VARRE-ACP120-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO NUMERO-AC120.
           START ACP120 KEY IS NOT < NUMERO-AC120 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ-SW = "S"
              READ ACP120 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF CONTRATO-AC120 NOT = ZEROS
                   AND DATA-INTEGRACAO-AC120 = ZEROS
                   MOVE POSICAO-TAB-W(CONTRATO-AC120) TO IX-CONTR-W
                   IF IX-CONTR-W NOT = ZEROS
                      ADD 1 TO QTDE-ACP120-CT-W(IX-CONTR-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2500-VARRE-ACP120-FIM.
           EXIT.

       4000-IMPRIME-RELATORIO SECTION.
           PERFORM 4100-ABRE-RELATORIO-IMP910.
           PERFORM 4200-CABECALHO.
           PERFORM 4300-IMPRIME-CONTRATO
                   VARYING IX-CONTR-W FROM 1 BY 1
                   UNTIL IX-CONTR-W > QTDE-CONTRATOS-W.
           PERFORM 4800-IMPRIME-TOTAIS.
           PERFORM 4900-FECHA-RELATORIO-IMP910.

       4100-ABRE-RELATORIO-IMP910 SECTION.
           MOVE ZEROS TO NUMERO-IMP-W NUMERO-IMP910.
           OPEN I-O IMP910.
           IF ST-IMP910 = "35"
              CLOSE IMP910      OPEN OUTPUT IMP910
              CLOSE IMP910      OPEN I-O IMP910
           END-IF.
           START IMP910 KEY IS NOT < NUMERO-IMP910 INVALID KEY
                 MOVE "10" TO ST-IMP910.
           PERFORM UNTIL ST-IMP910 = "10"
              READ IMP910 NEXT RECORD AT END
                   MOVE "10" TO ST-IMP910
              NOT AT END
                   MOVE NUMERO-IMP910 TO NUMERO-IMP-W
              END-READ
           END-PERFORM.
           ADD 1 TO NUMERO-IMP-W.
           MOVE SPACES TO RELARQ-NOME-W.
           STRING "RL" NUMERO-IMP-W ".REL"
                  DELIMITED BY SIZE INTO RELARQ-NOME-W.
           OPEN OUTPUT RELARQ.

       4200-CABECALHO SECTION.
           MOVE SPACES TO REG-RELARQ.
           MOVE "PRONTIDAO DOS EVENTOS - CONTRATOS COM EVENTO ENTRE"
                                  TO REG-RELARQ(1: 50).
           MOVE DATA-DIA-I        TO REG-RELARQ(52: 8).
           MOVE "E"               TO REG-RELARQ(61: 1).
           MOVE DATA-LIMITE-W     TO REG-RELARQ(63: 8).
           MOVE "("               TO REG-RELARQ(72: 1).
           MOVE DIAS-JANELA-W     TO REG-RELARQ(73: 3).
           MOVE "DIAS)"           TO REG-RELARQ(77: 5).
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           WRITE REG-RELARQ.
           IF QTDE-CONTRATOS-W = ZEROS
              MOVE "NENHUM CONTRATO ATIVO COM EVENTO NO PERIODO"
                                  TO REG-RELARQ(1: 43)
              WRITE REG-RELARQ
           END-IF.

       4300-IMPRIME-CONTRATO SECTION.
           MOVE ZEROS TO PENDENCIAS-CONTRATO-W.
           MOVE CONTRATO-CT-W(IX-CONTR-W) TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                INITIALIZE REG-CTR910
           END-READ.
           COMPUTE DIAS-FALTAM-W =
                   FUNCTION INTEGER-OF-DATE
                            (DATA-EVENTO-CT-W(IX-CONTR-W))
                 - FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           MOVE ALL "-" TO REG-RELARQ.
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "CONTRATO"                  TO REG-RELARQ(1: 8).
           MOVE CONTRATO-CT-W(IX-CONTR-W)   TO REG-RELARQ(10: 4).
           MOVE "EVENTO"                    TO REG-RELARQ(16: 6).
           MOVE DATA-EVENTO-CT-W(IX-CONTR-W) TO REG-RELARQ(23: 8).
           MOVE "FALTAM"                    TO REG-RELARQ(33: 6).
           MOVE DIAS-FALTAM-W               TO REG-RELARQ(40: 5).
           MOVE "DIAS"                      TO REG-RELARQ(46: 4).
           MOVE INSTITUICAO-CTR910          TO REG-RELARQ(52: 40).
           MOVE CURSO-CTR910                TO REG-RELARQ(93: 30).
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "TURMA"                     TO REG-RELARQ(10: 5).
           MOVE TURMA-CTR910                TO REG-RELARQ(16: 20).
           MOVE "COMISSAO"                  TO REG-RELARQ(38: 8).
           MOVE NOME-COMISSAO-CTR910(1)     TO REG-RELARQ(47: 25).
           MOVE FONE-COMISSAO-CTR910(1)     TO REG-RELARQ(73: 15).
           WRITE REG-RELARQ.
           PERFORM 4310-CHECA-BRINDES.
           PERFORM 4320-CHECA-PEDIDOS.
           PERFORM 4330-CHECA-VIP100.
           PERFORM 4340-CHECA-TITULOS.
           PERFORM 4350-CHECA-PROPOSTAS.
           MOVE SPACES TO REG-RELARQ.
           IF PENDENCIAS-CONTRATO-W = ZEROS
              ADD 1 TO QTDE-PRONTOS-W
              MOVE "CONTRATO PRONTO P/ O EVENTO" TO REG-RELARQ(3: 27)
           ELSE
              ADD 1 TO QTDE-PENDENTES-W
              MOVE "ITENS EM VERMELHO:"     TO REG-RELARQ(3: 18)
              MOVE PENDENCIAS-CONTRATO-W    TO REG-RELARQ(22: 2)
           END-IF.
           WRITE REG-RELARQ.

       4310-CHECA-BRINDES SECTION.
           MOVE "ROMANEIO DE BRINDES (BRD020)" TO DESCR-CHECK-W.
           MOVE ZEROS TO QTDE-ITENS-BR-W QTDE-NAO-POSTADOS-W
                         QTDE-EM-FALTA-W.
           MOVE ZEROS TO ST-COD043.
           IF SEQ-CO43-CT-W(IX-CONTR-W) = ZEROS
              MOVE "GRUPO DE BRINDES NAO INFORMADO NO CTR9100T"
                                          TO DETALHE-CHECK-W
              PERFORM 4410-ITEM-VERMELHO
              GO 4310-CHECA-BRINDES-FIM
           END-IF.
           MOVE SEQ-CO43-CT-W(IX-CONTR-W) TO SEQ-CO43.
           MOVE ZEROS                     TO ITEM-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                 MOVE "10" TO ST-COD043.
           PERFORM UNTIL ST-COD043 = "10"
              READ COD043 NEXT RECORD AT END
                   MOVE "10" TO ST-COD043
              NOT AT END
                IF SEQ-CO43 NOT = SEQ-CO43-CT-W(IX-CONTR-W)
                   MOVE "10" TO ST-COD043
                ELSE
                   ADD 1 TO QTDE-ITENS-BR-W
                   PERFORM 4311-CONFERE-ITEM-BRINDE
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD043.
           IF QTDE-ITENS-BR-W = ZEROS
              MOVE "GRUPO SEM ITENS NO COD043" TO DETALHE-CHECK-W
              PERFORM 4410-ITEM-VERMELHO
              GO 4310-CHECA-BRINDES-FIM
           END-IF.
           IF QTDE-NAO-POSTADOS-W = ZEROS
              MOVE SPACES TO DETALHE-CHECK-W
              STRING "TODOS OS " QTDE-ITENS-BR-W
                     " ITENS JA SAIRAM P/ O CONTRATO"
                     DELIMITED BY SIZE INTO DETALHE-CHECK-W
              PERFORM 4400-ITEM-VERDE
              GO 4310-CHECA-BRINDES-FIM
           END-IF.
           MOVE SPACES TO DETALHE-CHECK-W.
           STRING QTDE-NAO-POSTADOS-W " DE " QTDE-ITENS-BR-W
                  " ITENS NAO POSTADOS, " QTDE-EM-FALTA-W
                  " SEM SALDO NO ESTOQUE"
                  DELIMITED BY SIZE INTO DETALHE-CHECK-W.
           PERFORM 4410-ITEM-VERMELHO.
           PERFORM 4312-IMPRIME-ITEM-BRINDE
                   VARYING IX-ITEM-W FROM 1 BY 1
                   UNTIL IX-ITEM-W > QTDE-NAO-POSTADOS-W.
       4310-CHECA-BRINDES-FIM.
           EXIT.

       4311-CONFERE-ITEM-BRINDE SECTION.
      *    SAIDA DO BRINDE P/ O CONTRATO, PELO ROMANEIO (BRP0400T) OU
      *    LANCADA AVULSA (BRP0200T), DA O ITEM COMO ENTREGUE.
           MOVE "N" TO JA-ENTREGUE-SW FIM-BRD020-SW.
           MOVE ZEROS TO TOTAL-ENTRADAS-W TOTAL-SAIDAS-W.
           MOVE BRINDE-CO43 TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS       TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
           PERFORM UNTIL FIM-BRD020-SW = "S"
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> BRINDE-CO43
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   IF ENTRADA-ESTOQUE-BRD020
                      ADD QTDE-BRD020 TO TOTAL-ENTRADAS-W
                   ELSE
                      ADD QTDE-BRD020 TO TOTAL-SAIDAS-W
                      IF CONTRATO-BRD020 = CONTRATO-CT-W(IX-CONTR-W)
                         MOVE "S" TO JA-ENTREGUE-SW
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           IF JA-ENTREGUE-SW = "S"
              GO 4311-CONFERE-ITEM-BRINDE-FIM.
           ADD 1 TO QTDE-NAO-POSTADOS-W.
           IF QTDE-NAO-POSTADOS-W > 99
              GO 4311-CONFERE-ITEM-BRINDE-FIM.
           MOVE QTDE-NAO-POSTADOS-W TO IX-ITEM-W.
           MOVE BRINDE-CO43      TO BRINDE-BR-W(IX-ITEM-W).
           MOVE QTDE-BRINDE-CO43 TO QTDE-BR-W(IX-ITEM-W).
           MOVE "N"              TO EM-FALTA-BR-W(IX-ITEM-W).
           COMPUTE SALDO-W = TOTAL-ENTRADAS-W - TOTAL-SAIDAS-W.
           IF SALDO-W < QTDE-BRINDE-CO43
              MOVE "S" TO EM-FALTA-BR-W(IX-ITEM-W)
              ADD 1 TO QTDE-EM-FALTA-W
           END-IF.
       4311-CONFERE-ITEM-BRINDE-FIM.
           EXIT.

       4312-IMPRIME-ITEM-BRINDE SECTION.
           IF IX-ITEM-W > 99
              GO 4312-IMPRIME-ITEM-BRINDE-FIM.
           MOVE BRINDE-BR-W(IX-ITEM-W) TO CODIGO-BRD010.
           READ BRD010 INVALID KEY
                MOVE "*** SEM CADASTRO ***" TO NOME-BRD010
           END-READ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "BRINDE"                  TO REG-RELARQ(45: 6).
           MOVE BRINDE-BR-W(IX-ITEM-W)    TO REG-RELARQ(52: 3).
           MOVE NOME-BRD010               TO REG-RELARQ(56: 30).
           MOVE "QTDE"                    TO REG-RELARQ(87: 4).
           MOVE QTDE-BR-W(IX-ITEM-W)      TO REG-RELARQ(92: 5).
           IF EM-FALTA-BR-W(IX-ITEM-W) = "S"
              MOVE "*** EM FALTA"         TO REG-RELARQ(99: 12)
           END-IF.
           WRITE REG-RELARQ.
       4312-IMPRIME-ITEM-BRINDE-FIM.
           EXIT.

       4320-CHECA-PEDIDOS SECTION.
           MOVE "PEDIDOS DE COMPRA (PED910)" TO DESCR-CHECK-W.
           MOVE SPACES TO DETALHE-CHECK-W.
           IF QTDE-PEDIDOS-CT-W(IX-CONTR-W) = ZEROS
              MOVE "NENHUM ITEM DE PEDIDO AGUARDANDO RECEBIMENTO"
                                          TO DETALHE-CHECK-W
              PERFORM 4400-ITEM-VERDE
           ELSE
              STRING QTDE-PEDIDOS-CT-W(IX-CONTR-W)
                     " ITENS DE PEDIDO EMITIDOS E NAO RECEBIDOS"
                     DELIMITED BY SIZE INTO DETALHE-CHECK-W
              PERFORM 4410-ITEM-VERMELHO
           END-IF.

       4330-CHECA-VIP100 SECTION.
           MOVE "MOVIMENTOS DE DEPOSITO (VIP100)" TO DESCR-CHECK-W.
           MOVE ZEROS TO QTDE-MOVTOS-ABERTOS-W.
           MOVE "N" TO FIM-ARQ-SW.
           IF NOT VIP100-ABERTO
              MOVE "S" TO FIM-ARQ-SW
           ELSE
              MOVE CONTRATO-CT-W(IX-CONTR-W) TO NR-CONTRATO-VI100
              MOVE ZEROS                     TO NR-MOVTO-VI100
              START VIP100 KEY IS NOT < CHAVE-VI100 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
           END-IF.
           PERFORM UNTIL FIM-ARQ-SW = "S"
              READ VIP100 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF NR-CONTRATO-VI100 <> CONTRATO-CT-W(IX-CONTR-W)
                   MOVE "S" TO FIM-ARQ-SW
                ELSE
                   IF NOT MOVTO-FECHADO-VI100
                      ADD 1 TO QTDE-MOVTOS-ABERTOS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO DETALHE-CHECK-W.
           IF QTDE-MOVTOS-ABERTOS-W = ZEROS
              MOVE "TODOS OS MOVIMENTOS FECHADOS" TO DETALHE-CHECK-W
              PERFORM 4400-ITEM-VERDE
           ELSE
              STRING QTDE-MOVTOS-ABERTOS-W
                     " MOVIMENTOS AINDA NAO FECHADOS"
                     DELIMITED BY SIZE INTO DETALHE-CHECK-W
              PERFORM 4410-ITEM-VERMELHO
           END-IF.

       4340-CHECA-TITULOS SECTION.
           MOVE "TITULOS VENCIDOS (CRD020)" TO DESCR-CHECK-W.
           MOVE SPACES TO DETALHE-CHECK-W.
           IF QTDE-VENCIDOS-CT-W(IX-CONTR-W) = ZEROS
              MOVE "NENHUM TITULO VENCIDO EM ABERTO"
                                          TO DETALHE-CHECK-W
              PERFORM 4400-ITEM-VERDE
           ELSE
              MOVE VALOR-VENCIDO-CT-W(IX-CONTR-W) TO VALOR-EDIT-W
              STRING QTDE-VENCIDOS-CT-W(IX-CONTR-W)
                     " TITULOS VENCIDOS, SALDO DE " VALOR-EDIT-W
                     DELIMITED BY SIZE INTO DETALHE-CHECK-W
              PERFORM 4410-ITEM-VERMELHO
           END-IF.

       4350-CHECA-PROPOSTAS SECTION.
           MOVE "PROPOSTAS ACP110/ACP120" TO DESCR-CHECK-W.
           MOVE SPACES TO DETALHE-CHECK-W.
           IF QTDE-ACP110-CT-W(IX-CONTR-W) = ZEROS AND
              QTDE-ACP120-CT-W(IX-CONTR-W) = ZEROS
              MOVE "NENHUMA PROPOSTA PENDENTE" TO DETALHE-CHECK-W
              PERFORM 4400-ITEM-VERDE
           ELSE
              STRING QTDE-ACP110-CT-W(IX-CONTR-W)
                     " ACP110 NAO EFETIVADAS, "
                     QTDE-ACP120-CT-W(IX-CONTR-W)
                     " ACP120 NAO INTEGRADAS"
                     DELIMITED BY SIZE INTO DETALHE-CHECK-W
              PERFORM 4410-ITEM-VERMELHO
           END-IF.

       4400-ITEM-VERDE SECTION.
           MOVE "VERDE"    TO SEMAFORO-W.
           PERFORM 4420-GRAVA-ITEM.

       4410-ITEM-VERMELHO SECTION.
           MOVE "VERMELHO" TO SEMAFORO-W.
           ADD 1 TO PENDENCIAS-CONTRATO-W.
           PERFORM 4420-GRAVA-ITEM.

       4420-GRAVA-ITEM SECTION.
           MOVE SPACES          TO REG-RELARQ.
           MOVE DESCR-CHECK-W   TO REG-RELARQ(3: 34).
           MOVE SEMAFORO-W      TO REG-RELARQ(37: 8).
           MOVE DETALHE-CHECK-W TO REG-RELARQ(47: 70).
           WRITE REG-RELARQ.

       4800-IMPRIME-TOTAIS SECTION.
           MOVE ALL "-" TO REG-RELARQ.
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE QTDE-CONTRATOS-W     TO CONTRATOS-EDIT-W.
           MOVE "CONTRATOS:"         TO REG-RELARQ(1: 10).
           MOVE CONTRATOS-EDIT-W     TO REG-RELARQ(12: 3).
           MOVE "PRONTOS:"           TO REG-RELARQ(17: 8).
           MOVE QTDE-PRONTOS-W       TO REG-RELARQ(26: 3).
           MOVE "COM PENDENCIA:"     TO REG-RELARQ(31: 14).
           MOVE QTDE-PENDENTES-W     TO REG-RELARQ(46: 3).
           WRITE REG-RELARQ.
           IF QTDE-FORA-TABELA-W > ZEROS
              MOVE SPACES TO REG-RELARQ
              MOVE "CONTRATOS ALEM DO LIMITE DE 500, NAO LISTADOS:"
                                     TO REG-RELARQ(1: 46)
              MOVE QTDE-FORA-TABELA-W TO REG-RELARQ(48: 5)
              WRITE REG-RELARQ
           END-IF.

       4900-FECHA-RELATORIO-IMP910 SECTION.
           CLOSE RELARQ.
           MOVE NUMERO-IMP-W   TO NUMERO-IMP910.
           MOVE "CRP9179"      TO PROGRAMA-IMP910.
           MOVE USUARIO-W      TO USUARIO-IMP910.
           MOVE DATA-DIA-I     TO DATA-IMP910.
           MOVE HORA-BRA(1: 4) TO HORA-IMP910.
           MOVE RELARQ-NOME-W  TO NOME-ARQ-IMP910.
           WRITE REG-IMP910 INVALID KEY
              REWRITE REG-IMP910
           END-WRITE.
           CLOSE IMP910.

       3000-FINALIZA SECTION.
           CLOSE CRD020 CTR910 COD043 BRD010 BRD020 PED910
                 VIP100 ACP110 ACP120.
           DISPLAY "CRP9179 - JANELA (DIAS)..........: " DIAS-JANELA-W.
           DISPLAY "CRP9179 - CONTRATOS NO RELATORIO.: "
                   QTDE-CONTRATOS-W.
           DISPLAY "CRP9179 - PRONTOS / PENDENTES....: "
                   QTDE-PRONTOS-W " / " QTDE-PENDENTES-W.
           DISPLAY "CRP9179 - CATALOGADO NO IMP910...: " NUMERO-IMP-W.

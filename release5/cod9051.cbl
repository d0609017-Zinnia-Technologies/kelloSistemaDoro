      *DESVIO DE CUSTO ENTRE O PEDIDO (CUSTO-PED910) E O PAGO
      *(CUSTO-REAL-CO43). A LISTA SAI DO PIOR P/ O MELHOR, P/ A
      *RENEGOCIACAO DE CADA TEMPORADA COMECAR COM NUMEROS NA MESA.
      *DAS RODADAS DE COTACAO (COT910) SAEM, POR FORNECEDOR, OS
      *CONVITES, AS RESPOSTAS E AS VITORIAS (COTACOES PERDIDAS
      *CONTAM COMO RESPOSTA) - SO INFORMATIVO, FORA DA NOTA.
      *DEVOLUCOES AO FORNECEDOR (DEV910) ENTRAM NA NOTA: TAXA DE
      *DEVOLUCAO = DEVOLUCOES / ITENS RECEBIDOS. A QTDE DEVOLVIDA
      *VOLTA A CONTAR COMO RECEBIDA NA TAXA DE ENTREGA CURTA (A
      *DEVOLUCAO BAIXA A QTDE-RECEBIDA-CO43 E NAO PODE SER PUNIDA
      *DUAS VEZES).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY PEDX910.
           COPY COD043X.
           COPY CAPX011.
           COPY COTX910.
           COPY DEVX910.
           SELECT REL9051 ASSIGN TO REL9051-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       COPY PEDW910.
       COPY COD043W.
       COPY CAPW011.
       COPY COTW910.
       COPY DEVW910.
       FD  REL9051
           LABEL RECORD IS OMITTED.
       01  REG-REL9051               PIC X(120).

       WORKING-STORAGE SECTION.
       01  REL9051-NOME              PIC X(12)  VALUE SPACES.
       01  ST-PED910                 PIC XX     VALUE SPACES.
       01  ST-COD043                 PIC XX     VALUE SPACES.
       01  ST-CAD011                 PIC XX     VALUE SPACES.
       01  PATH-COT910               PIC X(30)  VALUE SPACES.
       01  ST-COT910                 PIC XX     VALUE SPACES.
       01  FIM-COT910-SW             PIC X      VALUE "N".
           88  FIM-COT910                  VALUE "S".
       01  PATH-DEV910               PIC X(30)  VALUE SPACES.
       01  ST-DEV910                 PIC XX     VALUE SPACES.
       01  FIM-DEV910-SW             PIC X      VALUE "N".
           88  FIM-DEV910                  VALUE "S".
       01  DEV910-ABERTO-SW          PIC X      VALUE "N".
           88  DEV910-ABERTO               VALUE "S".
       01  QTDE-DEVOLVIDA-W          PIC 9(07)  VALUE ZEROS.
       01  TAXA-DEVOL-W              PIC 9(03)V99 VALUE ZEROS.
       01  FORNEC-PROCURA-W          PIC 9(06)  VALUE ZEROS.
       01  ST-REL9051                PIC XX     VALUE SPACES.
       01  FIM-PED910-SW             PIC X      VALUE "N".
           88  FIM-PED910                  VALUE "S".
       01  ACHOU-FORN-SW             PIC X      VALUE "N".
       01  IX-ORD-W                  PIC 9(03) COMP VALUE ZEROS.
       01  TROCOU-SW                 PIC X      VALUE "N".
       01  FORN-TRAB-W               PIC X(75)  VALUE SPACES.
       01  PRAZO-MEDIO-W             PIC 9(05)  VALUE ZEROS.
       01  TAXA-CURTA-W              PIC 9(03)V99 VALUE ZEROS.
       01  DESVIO-PCT-W              PIC S9(03)V99 VALUE ZEROS.
               10  QTDE-CURTAS-FN-W  PIC 9(05).
               10  SOMA-PED-FN-W     PIC 9(12)V99.
               10  SOMA-REAL-FN-W    PIC 9(12)V99.
               10  QTDE-CONVITES-FN-W PIC 9(03).
               10  QTDE-RESPOSTAS-FN-W PIC 9(03).
               10  QTDE-VITORIAS-FN-W PIC 9(03).
               10  QTDE-DEVOL-FN-W   PIC 9(05).

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           PERFORM 2000-PROCESSA-PED910 UNTIL FIM-PED910.
           PERFORM 2300-PROCESSA-COT910 UNTIL FIM-COT910.
           IF DEV910-ABERTO
              MOVE ZEROS TO FORNEC-DEV910 NUMERO-DEV910
              START DEV910 KEY IS NOT < CHAVE-DEV910 INVALID KEY
                    MOVE "S" TO FIM-DEV910-SW
              END-START
           END-IF.
           PERFORM 2400-PROCESSA-DEV910 UNTIL FIM-DEV910.
           PERFORM 2500-ORDENA-PIORES.
           PERFORM 3000-FINALIZA.
           GOBACK.
           MOVE "PED910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PED910.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "COT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COT910.
           MOVE "DEV910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DEV910.
           MOVE "REL9051" TO REL9051-NOME.

           OPEN INPUT PED910 COD043 CAD011 COT910.
           IF ST-COT910 <> "00"
              MOVE "S" TO FIM-COT910-SW
           ELSE
              MOVE ZEROS TO RODADA-COT910 BRINDE-COT910 FORNEC-COT910
              START COT910 KEY IS NOT < CHAVE-COT910 INVALID KEY
                    MOVE "S" TO FIM-COT910-SW
           END-IF.
           OPEN INPUT DEV910.
           IF ST-DEV910 <> "00"
              MOVE "S" TO FIM-DEV910-SW
           ELSE
              MOVE "S" TO DEV910-ABERTO-SW
           END-IF.
           OPEN OUTPUT REL9051.
           IF ST-PED910 <> "00"
              MOVE "S" TO FIM-PED910-SW
           END-READ.

       2100-ACUMULA-ITEM SECTION.
           MOVE FORNEC-PED910 TO FORNEC-PROCURA-W.
           PERFORM 2200-ACHA-FORNECEDOR.
           IF IX-FORN-W > 100
              GO 2100-ACUMULA-ITEM-FIM.
           READ COD043 INVALID KEY
                GO 2100-ACUMULA-ITEM-FIM
           END-READ.
           PERFORM 2150-SOMA-DEVOLVIDO.
           IF QTDE-RECEBIDA-CO43 NOT = ZEROS OR QTDE-DEVOLVIDA-W > 0
              IF QTDE-RECEBIDA-CO43 + QTDE-DEVOLVIDA-W < QTDE-PED910
                 ADD 1 TO QTDE-CURTAS-FN-W(IX-FORN-W)
              END-IF
           END-IF.
       2100-ACUMULA-ITEM-FIM.
           EXIT.

       2150-SOMA-DEVOLVIDO SECTION.
      *    QTDE DEVOLVIDA DO ITEM DE PEDIDO (DEVOLUCOES DO FORNECEDOR
      *    NO DEV910).
           MOVE ZEROS TO QTDE-DEVOLVIDA-W.
           IF NOT DEV910-ABERTO
              GO 2150-SOMA-DEVOLVIDO-FIM.
           MOVE FORNEC-PED910 TO FORNEC-DEV910.
           MOVE ZEROS         TO NUMERO-DEV910.
           START DEV910 KEY IS NOT < CHAVE-DEV910 INVALID KEY
                 GO 2150-SOMA-DEVOLVIDO-FIM.
           MOVE "N" TO FIM-DEV910-SW.
           PERFORM UNTIL FIM-DEV910-SW = "S"
              READ DEV910 NEXT RECORD AT END
                   MOVE "S" TO FIM-DEV910-SW
              NOT AT END
                IF FORNEC-DEV910 NOT = FORNEC-PED910
                   MOVE "S" TO FIM-DEV910-SW
                ELSE
                   IF NUMERO-PED-DEV910 = NUMERO-PED910
                      AND ITEM-PED-DEV910 = ITEM-PED910
                      ADD QTDE-DEV910 TO QTDE-DEVOLVIDA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO FIM-DEV910-SW.
       2150-SOMA-DEVOLVIDO-FIM.
           EXIT.

       2200-ACHA-FORNECEDOR SECTION.
           MOVE "N" TO ACHOU-FORN-SW.
           MOVE 1 TO IX-FORN-W.
              IF QTDE-FORN-W < 100
                 ADD 1 TO QTDE-FORN-W
                 MOVE QTDE-FORN-W TO IX-FORN-W
                 INITIALIZE FORN-TAB-W(IX-FORN-W)
                 MOVE FORNEC-PROCURA-W TO FORNEC-FN-W(IX-FORN-W)
              ELSE
                 MOVE 101 TO IX-FORN-W
              END-IF
           END-IF.

       2210-PROCURA-FORNECEDOR SECTION.
           IF FORNEC-FN-W(IX-FORN-W) = FORNEC-PROCURA-W
              MOVE "S" TO ACHOU-FORN-SW
           ELSE
              ADD 1 TO IX-FORN-W
           END-IF.

       2300-PROCESSA-COT910 SECTION.
           READ COT910 NEXT RECORD AT END
                MOVE "S" TO FIM-COT910-SW
              NOT AT END
                MOVE FORNEC-COT910 TO FORNEC-PROCURA-W
                PERFORM 2200-ACHA-FORNECEDOR
                IF IX-FORN-W NOT > 100
                   ADD 1 TO QTDE-CONVITES-FN-W(IX-FORN-W)
                   IF COTACAO-RESPONDIDA-COT910 OR
                      COTACAO-VENCEDORA-COT910 OR
                      COTACAO-PERDEDORA-COT910
                      ADD 1 TO QTDE-RESPOSTAS-FN-W(IX-FORN-W)
                   END-IF
                   IF COTACAO-VENCEDORA-COT910
                      ADD 1 TO QTDE-VITORIAS-FN-W(IX-FORN-W)
                   END-IF
                END-IF
           END-READ.

       2400-PROCESSA-DEV910 SECTION.
           READ DEV910 NEXT RECORD AT END
                MOVE "S" TO FIM-DEV910-SW
              NOT AT END
                MOVE FORNEC-DEV910 TO FORNEC-PROCURA-W
                PERFORM 2200-ACHA-FORNECEDOR
                IF IX-FORN-W NOT > 100
                   ADD 1 TO QTDE-DEVOL-FN-W(IX-FORN-W)
                END-IF
           END-READ.

       2500-ORDENA-PIORES SECTION.
      *    DO PIOR P/ O MELHOR: NOTA = TAXA DE ENTREGA CURTA + DESVIO
      *    ABSOLUTO DE CUSTO + TAXA DE DEVOLUCAO, EM PONTOS
      *    PERCENTUAIS (BOLHA SIMPLES).
           MOVE "S" TO TROCOU-SW.
           PERFORM 2510-ORDENA-UMA-PASSADA UNTIL TROCOU-SW = "N".

           EXIT.

       2520-CALCULA-NOTA SECTION.
           MOVE ZEROS TO TAXA-CURTA-W DESVIO-PCT-W NOTA-A-W
                         TAXA-DEVOL-W.
           IF QTDE-RECEB-FN-W(IX-FORN-W) > ZEROS
              COMPUTE TAXA-CURTA-W ROUNDED =
                      (QTDE-CURTAS-FN-W(IX-FORN-W) * 100)
           ELSE
              MOVE DESVIO-PCT-W TO DESVIO-ABS-W
           END-IF.
           IF QTDE-RECEB-FN-W(IX-FORN-W) > ZEROS
              IF QTDE-DEVOL-FN-W(IX-FORN-W) NOT <
                 QTDE-RECEB-FN-W(IX-FORN-W)
                 MOVE 100 TO TAXA-DEVOL-W
              ELSE
                 COMPUTE TAXA-DEVOL-W ROUNDED =
                         (QTDE-DEVOL-FN-W(IX-FORN-W) * 100)
                         / QTDE-RECEB-FN-W(IX-FORN-W)
              END-IF
           END-IF.
           COMPUTE NOTA-A-W = TAXA-CURTA-W + DESVIO-ABS-W
                            + TAXA-DEVOL-W.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9051.
           MOVE "DESEMPENHO DOS FORNECEDORES (PIOR PRIMEIRO)"
                TO REG-REL9051(1: 43).
           WRITE REG-REL9051.
           MOVE SPACES TO REG-REL9051.
           MOVE "COTACOES: CONVITES/RESPOSTAS/VITORIAS"
                TO REG-REL9051(1: 37).
           WRITE REG-REL9051.
           PERFORM 3100-IMPRIME-FORNECEDOR
                   VARYING IX-ORD-W FROM 1 BY 1
                   UNTIL IX-ORD-W > QTDE-FORN-W.
           CLOSE PED910 COD043 CAD011 COT910 DEV910 REL9051.
           DISPLAY "COD9051 - ITENS DE PEDIDO LIDOS: " QTDE-LIDOS-W.
           DISPLAY "COD9051 - FORNECEDORES.........: " QTDE-FORN-W.

           MOVE DESVIO-ABS-W              TO TAXA-EDIT-W.
           MOVE TAXA-EDIT-W               TO REG-REL9051(72: 6).
           MOVE "%CUSTO"                  TO REG-REL9051(78: 6).
           MOVE "COT"                     TO REG-REL9051(86: 3).
           MOVE QTDE-CONVITES-FN-W(IX-FORN-W)  TO REG-REL9051(90: 3).
           MOVE "/"                       TO REG-REL9051(93: 1).
           MOVE QTDE-RESPOSTAS-FN-W(IX-FORN-W) TO REG-REL9051(94: 3).
           MOVE "/"                       TO REG-REL9051(97: 1).
           MOVE QTDE-VITORIAS-FN-W(IX-FORN-W)  TO REG-REL9051(98: 3).
           MOVE TAXA-DEVOL-W              TO TAXA-EDIT-W.
           MOVE TAXA-EDIT-W               TO REG-REL9051(103: 6).
           MOVE "%DEVOL"                  TO REG-REL9051(109: 6).
           WRITE REG-REL9051.

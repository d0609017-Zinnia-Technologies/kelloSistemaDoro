       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COD9054.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ORCAMENTO X REALIZADO DAS COMPRAS POR TIPO DE FORNECEDOR
      *(CAD019). P/ CADA TIPO: O ORCAMENTO DO PERIODO (ORC910,
      *ORC9100T), O COMPROMETIDO (ITENS DE PEDIDO PED910 AINDA
      *EMITIDOS, SEM RECEBIMENTO, PELA DATA DE EMISSAO), O FATURADO
      *(ITENS DE NF DO NFE910 NAO DIVERGENTES, PELA DATA DA NF) E O
      *PAGO (TITULOS APG910 PAGOS, PELA DATA DO PAGAMENTO). O
      *UTILIZADO = COMPROMETIDO + FATURADO; SALDO = ORCAMENTO -
      *UTILIZADO E % USADO = UTILIZADO / ORCAMENTO. O TIPO DO
      *FORNECEDOR VEM DO CAD011 (TIPO-FORNEC-CD011). TIPO COM % USADO
      *A PARTIR DO ORCALERTA DO PAR910 (PADRAO 90%) SAI "ATENCAO", A
      *PARTIR DE 100% "ESTOURADO", E COM GASTO SEM ORCAMENTO "SEM
      *ORCAMENTO" - P/ AS COMPRAS SEGURAREM OS PEDIDOS DESSE TIPO.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-4 = ANO (BRANCOS = ANO
      *CORRENTE), POSICOES 5-6 = MES (BRANCOS OU 00 = ANO TODO).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORCX910.
           COPY CAPX019.
           COPY CAPX011.
           COPY PEDX910.
           COPY NFEX910.
           COPY APGX910.
           COPY PARX910.
           SELECT REL9054 ASSIGN TO REL9054-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9054.

       DATA DIVISION.
       FILE SECTION.
       COPY ORCW910.
       COPY CAPW019.
       COPY CAPW011.
       COPY PEDW910.
       COPY NFEW910.
       COPY APGW910.
       COPY PARW910.
       FD  REL9054
           LABEL RECORD IS OMITTED.
       01  REG-REL9054               PIC X(132).

       WORKING-STORAGE SECTION.
       01  PATH-ORC910               PIC X(30)  VALUE SPACES.
       01  PATH-CAD011               PIC X(30)  VALUE SPACES.
       01  PATH-PED910               PIC X(30)  VALUE SPACES.
       01  PATH-NFE910               PIC X(30)  VALUE SPACES.
       01  PATH-APG910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  REL9054-NOME              PIC X(12)  VALUE SPACES.
       01  ST-ORC910                 PIC XX     VALUE SPACES.
       01  ST-CAD019                 PIC XX     VALUE SPACES.
       01  ST-CAD011                 PIC XX     VALUE SPACES.
       01  ST-PED910                 PIC XX     VALUE SPACES.
       01  ST-NFE910                 PIC XX     VALUE SPACES.
       01  ST-APG910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-REL9054                PIC XX     VALUE SPACES.
       01  FIM-ARQ-SW                PIC X      VALUE "N".
           88  FIM-ARQ                     VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  ANO-FILTRO-W              PIC 9(04)  VALUE ZEROS.
       01  MES-FILTRO-W              PIC 9(02)  VALUE ZEROS.
       01  PERC-ALERTA-W             PIC 9(03)V99 VALUE 90.
       01  DATA-TESTE-W              PIC 9(08)  VALUE ZEROS.
       01  DATA-TESTE-R REDEFINES DATA-TESTE-W.
           05  ANO-TESTE-W           PIC 9(04).
           05  MES-TESTE-W           PIC 9(02).
           05  DIA-TESTE-W           PIC 9(02).
       01  NO-PERIODO-SW             PIC X      VALUE "N".
           88  NO-PERIODO                  VALUE "S".
       01  FORNEC-PROCURA-W          PIC 9(06)  VALUE ZEROS.
       01  IX-TIPO-W                 PIC 9(03) COMP VALUE ZEROS.
       01  VALOR-ITEM-W              PIC 9(12)V99 VALUE ZEROS.
       01  UTILIZADO-W               PIC 9(12)V99 VALUE ZEROS.
       01  SALDO-W                   PIC S9(12)V99 VALUE ZEROS.
       01  PERC-USADO-W              PIC 9(05)V99 VALUE ZEROS.
       01  SITUACAO-REL-W            PIC X(13)  VALUE SPACES.
       01  QTDE-ALERTAS-W            PIC 9(03)  VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  SALDO-EDIT-W              PIC -ZZZ.ZZZ.ZZ9,99.
       01  PERC-EDIT-W               PIC ZZZZ9,9.
      *    ACUMULADOS POR TIPO DE FORNECEDOR: OCORRENCIA = TIPO + 1
      *    (TIPO 00 = FORNECEDOR SEM TIPO OU FORA DO CAD011); A
      *    OCORRENCIA 101 E O TOTAL GERAL.
       01  TABELA-TIPOS-W.
           05  TIPO-TB-W OCCURS 101 TIMES.
               10  ORCADO-TB-W       PIC 9(12)V99.
               10  COMPROMETIDO-TB-W PIC 9(12)V99.
               10  FATURADO-TB-W     PIC 9(12)V99.
               10  PAGO-TB-W         PIC 9(12)V99.

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
           PERFORM 2000-SOMA-ORCAMENTO.
           PERFORM 2100-SOMA-COMPROMETIDO.
           PERFORM 2200-SOMA-FATURADO.
           PERFORM 2300-SOMA-PAGO.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "ORC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ORC910.
           MOVE "CAD019" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD019.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "PED910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PED910.
           MOVE "NFE910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NFE910.
           MOVE "APG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-APG910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "REL9054" TO REL9054-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           MOVE DATA-DIA-I(1: 4) TO ANO-FILTRO-W.
           IF OPCAO-PARAM-W(1: 4) NUMERIC
              MOVE OPCAO-PARAM-W(1: 4) TO ANO-FILTRO-W
           END-IF.
           IF OPCAO-PARAM-W(5: 2) NUMERIC
              MOVE OPCAO-PARAM-W(5: 2) TO MES-FILTRO-W
           END-IF.
           IF MES-FILTRO-W > 12
              MOVE ZEROS TO MES-FILTRO-W
           END-IF.
           INITIALIZE TABELA-TIPOS-W.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "ORCALERTA"   TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO PERC-ALERTA-W
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.

           OPEN INPUT ORC910 CAD019 CAD011 PED910 NFE910 APG910.
           OPEN OUTPUT REL9054.
           MOVE SPACES TO REG-REL9054.
           MOVE "ORCAMENTO X REALIZADO DAS COMPRAS POR TIPO - ANO"
                                     TO REG-REL9054(1: 48).
           MOVE ANO-FILTRO-W         TO REG-REL9054(50: 4).
           IF MES-FILTRO-W NOT = ZEROS
              MOVE "MES"             TO REG-REL9054(56: 3)
              MOVE MES-FILTRO-W      TO REG-REL9054(60: 2)
           END-IF.
           MOVE "ALERTA A PARTIR DE" TO REG-REL9054(64: 18).
           MOVE PERC-ALERTA-W        TO PERC-EDIT-W.
           MOVE PERC-EDIT-W          TO REG-REL9054(83: 7).
           MOVE "%"                  TO REG-REL9054(90: 1).
           WRITE REG-REL9054.
           MOVE SPACES TO REG-REL9054.
           MOVE "TP NOME"            TO REG-REL9054(1: 7).
           MOVE "ORCADO"             TO REG-REL9054(33: 6).
           MOVE "COMPROMETIDO"       TO REG-REL9054(42: 12).
           MOVE "FATURADO"           TO REG-REL9054(61: 8).
           MOVE "PAGO"               TO REG-REL9054(80: 4).
           MOVE "SALDO"              TO REG-REL9054(95: 5).
           MOVE "%USO"               TO REG-REL9054(104: 4).
           WRITE REG-REL9054.

       2000-SOMA-ORCAMENTO SECTION.
           IF ST-ORC910 NOT = "00"
              GO 2000-SOMA-ORCAMENTO-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ANO-FILTRO-W TO ANO-ORC910.
           MOVE ZEROS        TO MES-ORC910 TIPO-ORC910.
           START ORC910 KEY IS NOT < CHAVE-ORC910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ ORC910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF ANO-ORC910 NOT = ANO-FILTRO-W
                   MOVE "S" TO FIM-ARQ-SW
                ELSE
                   IF MES-FILTRO-W = ZEROS OR
                      MES-ORC910 = MES-FILTRO-W
                      COMPUTE IX-TIPO-W = TIPO-ORC910 + 1
                      ADD VALOR-ORC910 TO ORCADO-TB-W(IX-TIPO-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2000-SOMA-ORCAMENTO-FIM.
           EXIT.

       2100-SOMA-COMPROMETIDO SECTION.
      *    SO ITEM AINDA "E": O RECEBIDO JA TEM (OU VAI TER) NF E
      *    ENTRA NO FATURADO - NAO CONTA DUAS VEZES.
           IF ST-PED910 NOT = "00"
              GO 2100-SOMA-COMPROMETIDO-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO NUMERO-PED910 ITEM-PED910.
           START PED910 KEY IS NOT < CHAVE-PED910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ PED910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF PEDIDO-EMITIDO-PED910
                   MOVE DATA-EMISSAO-PED910 TO DATA-TESTE-W
                   PERFORM 2900-TESTA-PERIODO
                   IF NO-PERIODO
                      MOVE FORNEC-PED910 TO FORNEC-PROCURA-W
                      PERFORM 2950-ACHA-TIPO
                      COMPUTE VALOR-ITEM-W =
                              QTDE-PED910 * CUSTO-PED910
                      ADD VALOR-ITEM-W TO
                          COMPROMETIDO-TB-W(IX-TIPO-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2100-SOMA-COMPROMETIDO-FIM.
           EXIT.

       2200-SOMA-FATURADO SECTION.
           IF ST-NFE910 NOT = "00"
              GO 2200-SOMA-FATURADO-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO FORNEC-NFE910 NUMERO-NFE910 ITEM-NFE910.
           START NFE910 KEY IS NOT < CHAVE-NFE910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ NFE910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF NOT NF-DIVERGENTE-NFE910
                   MOVE DATA-NFE910 TO DATA-TESTE-W
                   PERFORM 2900-TESTA-PERIODO
                   IF NO-PERIODO
                      MOVE FORNEC-NFE910 TO FORNEC-PROCURA-W
                      PERFORM 2950-ACHA-TIPO
                      COMPUTE VALOR-ITEM-W =
                              QTDE-NFE910 * PRECO-NFE910
                      ADD VALOR-ITEM-W TO FATURADO-TB-W(IX-TIPO-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2200-SOMA-FATURADO-FIM.
           EXIT.

       2300-SOMA-PAGO SECTION.
           IF ST-APG910 NOT = "00"
              GO 2300-SOMA-PAGO-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO FORNEC-APG910 NUMERO-PED-APG910
                         ITEM-PED-APG910.
           START APG910 KEY IS NOT < CHAVE-APG910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ APG910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF PAGAR-PAGO-APG910
                   MOVE DATA-PAGTO-APG910 TO DATA-TESTE-W
                   PERFORM 2900-TESTA-PERIODO
                   IF NO-PERIODO
                      MOVE FORNEC-APG910 TO FORNEC-PROCURA-W
                      PERFORM 2950-ACHA-TIPO
                      ADD VALOR-APG910 TO PAGO-TB-W(IX-TIPO-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2300-SOMA-PAGO-FIM.
           EXIT.

       2900-TESTA-PERIODO SECTION.
           MOVE "N" TO NO-PERIODO-SW.
           IF ANO-TESTE-W = ANO-FILTRO-W
              IF MES-FILTRO-W = ZEROS OR MES-TESTE-W = MES-FILTRO-W
                 MOVE "S" TO NO-PERIODO-SW
              END-IF
           END-IF.

       2950-ACHA-TIPO SECTION.
           MOVE FORNEC-PROCURA-W TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE ZEROS TO TIPO-FORNEC-CD011.
           COMPUTE IX-TIPO-W = TIPO-FORNEC-CD011 + 1.

       3000-FINALIZA SECTION.
           PERFORM 3100-IMPRIME-TIPO
                   VARYING IX-TIPO-W FROM 1 BY 1 UNTIL IX-TIPO-W > 100.
           MOVE SPACES TO REG-REL9054.
           WRITE REG-REL9054.
           MOVE 101 TO IX-TIPO-W.
           MOVE "TOTAL GERAL" TO NOME-TIPO.
           PERFORM 3200-IMPRIME-LINHA.
           MOVE SPACES TO REG-REL9054.
           MOVE "TIPOS EM ALERTA.:"  TO REG-REL9054(1: 17).
           MOVE QTDE-ALERTAS-W       TO REG-REL9054(19: 3).
           WRITE REG-REL9054.
           CLOSE ORC910 CAD019 CAD011 PED910 NFE910 APG910 REL9054.
           DISPLAY "COD9054 - TIPOS EM ALERTA: " QTDE-ALERTAS-W.

       3100-IMPRIME-TIPO SECTION.
           IF ORCADO-TB-W(IX-TIPO-W) = ZEROS AND
              COMPROMETIDO-TB-W(IX-TIPO-W) = ZEROS AND
              FATURADO-TB-W(IX-TIPO-W) = ZEROS AND
              PAGO-TB-W(IX-TIPO-W) = ZEROS
              GO 3100-IMPRIME-TIPO-FIM.
           ADD ORCADO-TB-W(IX-TIPO-W)       TO ORCADO-TB-W(101).
           ADD COMPROMETIDO-TB-W(IX-TIPO-W) TO COMPROMETIDO-TB-W(101).
           ADD FATURADO-TB-W(IX-TIPO-W)     TO FATURADO-TB-W(101).
           ADD PAGO-TB-W(IX-TIPO-W)         TO PAGO-TB-W(101).
           COMPUTE CODIGO-TIPO = IX-TIPO-W - 1.
           READ CAD019 INVALID KEY
                MOVE "*** SEM TIPO" TO NOME-TIPO.
           PERFORM 3200-IMPRIME-LINHA.
           IF SITUACAO-REL-W NOT = SPACES
              ADD 1 TO QTDE-ALERTAS-W
           END-IF.
       3100-IMPRIME-TIPO-FIM.
           EXIT.

       3200-IMPRIME-LINHA SECTION.
           COMPUTE UTILIZADO-W = COMPROMETIDO-TB-W(IX-TIPO-W)
                               + FATURADO-TB-W(IX-TIPO-W).
           COMPUTE SALDO-W = ORCADO-TB-W(IX-TIPO-W) - UTILIZADO-W.
           MOVE ZEROS  TO PERC-USADO-W.
           MOVE SPACES TO SITUACAO-REL-W.
           IF ORCADO-TB-W(IX-TIPO-W) = ZEROS
              IF UTILIZADO-W > ZEROS
                 MOVE "SEM ORCAMENTO" TO SITUACAO-REL-W
              END-IF
           ELSE
              COMPUTE PERC-USADO-W ROUNDED =
                      UTILIZADO-W * 100 / ORCADO-TB-W(IX-TIPO-W)
                      ON SIZE ERROR MOVE 99999,99 TO PERC-USADO-W
              END-COMPUTE
              IF PERC-USADO-W NOT < 100
                 MOVE "ESTOURADO" TO SITUACAO-REL-W
              ELSE
                 IF PERC-USADO-W NOT < PERC-ALERTA-W
                    MOVE "ATENCAO" TO SITUACAO-REL-W
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO REG-REL9054.
           IF IX-TIPO-W < 101
              MOVE CODIGO-TIPO       TO REG-REL9054(1: 2)
           END-IF.
           MOVE NOME-TIPO            TO REG-REL9054(4: 20).
           MOVE ORCADO-TB-W(IX-TIPO-W)       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-REL9054(25: 14).
           MOVE COMPROMETIDO-TB-W(IX-TIPO-W) TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-REL9054(40: 14).
           MOVE FATURADO-TB-W(IX-TIPO-W)     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-REL9054(55: 14).
           MOVE PAGO-TB-W(IX-TIPO-W)         TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-REL9054(70: 14).
           MOVE SALDO-W              TO SALDO-EDIT-W.
           MOVE SALDO-EDIT-W         TO REG-REL9054(85: 15).
           MOVE PERC-USADO-W         TO PERC-EDIT-W.
           MOVE PERC-EDIT-W          TO REG-REL9054(101: 7).
           MOVE SITUACAO-REL-W       TO REG-REL9054(109: 13).
           WRITE REG-REL9054.

      *CONFRONTA O SALDO EM ESTOQUE COM O QUE OS CONTRATOS EM ABERTO
      *AINDA EXIGEM (ITENS DO COD043 COM DATA-PAGTO EM ZEROS), P/ A
      *FALTA APARECER ANTES DO DIA DO EVENTO.
      *BRINDE KIT (KIT910): O SALDO E O DE KIT MONTADO, A LINHA
      *SEGUINTE MOSTRA QUANTOS KITS AS PECAS SOLTAS AINDA MONTAM E A
      *FALTA DO KIT SO APARECE ALEM DISSO. A PARTE DA EXIGENCIA DO
      *KIT QUE O SALDO DE KIT MONTADO NAO COBRE E EXPLODIDA NOS
      *COMPONENTES (QTDE X QTDE POR KIT) E SOMADA NA EXIGENCIA DE
      *CADA COMPONENTE.
      *LOCAIS DE ESTOQUE (LOC910): QUANDO O BRINDE TEM SALDO FORA DO
      *DEPOSITO PRINCIPAL (00), SAEM LINHAS COM O SALDO DE CADA LOCAL.
      *AS TRANSFERENCIAS ENTRE LOCAIS (ORIGEM "TRANSF") SO MEXEM NOS
      *SALDOS POR LOCAL - NAO ENTRAM NAS COLUNAS DE ENTRADAS/SAIDAS.
       DATE-WRITTEN.  22/08/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY BRDX010.
           COPY BRDX020.
           COPY COD043X.
           COPY KITX910.
           COPY LOCX910.
           SELECT REL9201 ASSIGN TO REL9201-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       COPY BRDW010.
       COPY BRDW020.
       COPY COD043W.
       COPY KITW910.
       COPY LOCW910.
       FD  REL9201
           LABEL RECORD IS OMITTED.
       01  REG-REL9201               PIC X(90).
       01  ST-BRD020                 PIC XX     VALUE SPACES.
       01  ST-COD043                 PIC XX     VALUE SPACES.
       01  ST-REL9201                PIC XX     VALUE SPACES.
       01  PATH-KIT910               PIC X(30)  VALUE SPACES.
       01  ST-KIT910                 PIC XX     VALUE SPACES.
       01  KIT910-ABERTO-SW          PIC X      VALUE "N".
           88  KIT910-ABERTO                    VALUE "S".
       01  FIM-KIT910-SW             PIC X      VALUE "N".
       01  PATH-LOC910               PIC X(30)  VALUE SPACES.
       01  ST-LOC910                 PIC XX     VALUE SPACES.
       01  LOC910-ABERTO-SW          PIC X      VALUE "N".
           88  LOC910-ABERTO               VALUE "S".
       01  IX-LOC-W                  PIC 9(03) COMP VALUE ZEROS.
       01  QTDE-LOCAIS-W             PIC 9(03) COMP VALUE ZEROS.
      *    SALDO DO BRINDE POR LOCAL (INDICE = LOCAL + 1).
       01  TABELA-LOCAIS-W.
           05  SALDO-LOC-TAB-W       PIC S9(07) OCCURS 100 TIMES.
       01  FIM-BRD010-SW             PIC X      VALUE "N".
           88  FIM-BRD010                  VALUE "S".
       01  FIM-BRD020-SW             PIC X      VALUE "N".
       01  SALDO-W                   PIC S9(07) VALUE ZEROS.
       01  FALTA-W                   PIC S9(07) VALUE ZEROS.
       01  FALTA-ABS-W               PIC 9(07)  VALUE ZEROS.
       01  BRINDE-AUX-W              PIC 9(03)  VALUE ZEROS.
       01  SALDO-AUX-W               PIC S9(07) VALUE ZEROS.
       01  REQUERIDO-AUX-W           PIC 9(07)  VALUE ZEROS.
       01  KIT-ANTERIOR-W            PIC 9(03)  VALUE ZEROS.
       01  EXIGENCIA-KIT-W           PIC 9(07)  VALUE ZEROS.
       01  MONTAVEIS-W               PIC 9(07)  VALUE ZEROS.
       01  MONTAVEIS-COMP-W          PIC 9(07)  VALUE ZEROS.
       01  QTDE-COMPONENTES-W        PIC 9(03)  VALUE ZEROS.
       01  IX-CMP-W                  PIC 9(03) COMP VALUE ZEROS.
       01  QTDE-CMP-W                PIC 9(03) COMP VALUE ZEROS.
      *    EXIGENCIA DOS COMPONENTES VINDA DOS KITS PENDENTES.
       01  TABELA-COMPONENTES-W.
           05  CMP-TAB-W OCCURS 500 TIMES.
               10  BRINDE-CMP-W      PIC 9(03).
               10  REQUERIDO-CMP-W   PIC 9(07).

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "KIT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-KIT910.
           MOVE "LOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOC910.
           MOVE "REL9201" TO REL9201-NOME.

           OPEN INPUT BRD010 BRD020 COD043 KIT910 LOC910.
           IF ST-LOC910 = "00"
              MOVE "S" TO LOC910-ABERTO-SW
           END-IF.
           IF ST-KIT910 = "00"
              MOVE "S" TO KIT910-ABERTO-SW
           END-IF.
           OPEN OUTPUT REL9201.
           INITIALIZE TABELA-COMPONENTES-W.
           IF KIT910-ABERTO
              PERFORM 1100-EXPLODE-KITS
           END-IF.
           IF ST-BRD010 <> "00"
              MOVE "S" TO FIM-BRD010-SW
           ELSE
                    MOVE "S" TO FIM-BRD010-SW
           END-IF.

       1100-EXPLODE-KITS SECTION.
      *    P/ CADA KIT DO KIT910: EXIGENCIA NAO COBERTA PELO SALDO
      *    DE KIT MONTADO X QTDE POR KIT VAI P/ A TABELA DE
      *    COMPONENTES.
           MOVE ZEROS TO KIT-ANTERIOR-W KIT-KIT910 COMPONENTE-KIT910.
           MOVE "N"   TO FIM-KIT910-SW.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = KIT-ANTERIOR-W
                   MOVE KIT-KIT910 TO KIT-ANTERIOR-W
                   PERFORM 1200-EXIGENCIA-KIT
                END-IF
                IF EXIGENCIA-KIT-W > 0
                   PERFORM 1300-SOMA-COMPONENTE
                END-IF
              END-READ
           END-PERFORM.

       1200-EXIGENCIA-KIT SECTION.
           MOVE KIT-KIT910 TO BRINDE-AUX-W.
           PERFORM 2150-SALDO-AUXILIAR.
           PERFORM 2250-REQUERIDO-AUXILIAR.
           IF SALDO-AUX-W > 0
              COMPUTE SALDO-AUX-W = REQUERIDO-AUX-W - SALDO-AUX-W
           ELSE
              MOVE REQUERIDO-AUX-W TO SALDO-AUX-W
           END-IF.
           IF SALDO-AUX-W > 0
              MOVE SALDO-AUX-W TO EXIGENCIA-KIT-W
           ELSE
              MOVE ZEROS TO EXIGENCIA-KIT-W
           END-IF.

       1300-SOMA-COMPONENTE SECTION.
           MOVE 1 TO IX-CMP-W.
           PERFORM UNTIL IX-CMP-W > QTDE-CMP-W
                      OR BRINDE-CMP-W(IX-CMP-W) = COMPONENTE-KIT910
              ADD 1 TO IX-CMP-W
           END-PERFORM.
           IF IX-CMP-W > QTDE-CMP-W
              IF QTDE-CMP-W < 500
                 ADD 1 TO QTDE-CMP-W
                 MOVE QTDE-CMP-W TO IX-CMP-W
                 MOVE COMPONENTE-KIT910 TO BRINDE-CMP-W(IX-CMP-W)
              ELSE
                 GO 1300-SOMA-COMPONENTE-FIM
              END-IF
           END-IF.
           COMPUTE REQUERIDO-CMP-W(IX-CMP-W) =
                   REQUERIDO-CMP-W(IX-CMP-W) +
                   EXIGENCIA-KIT-W * QTDE-COMPONENTE-KIT910.
       1300-SOMA-COMPONENTE-FIM.
           EXIT.

       2000-PROCESSA-BRINDE SECTION.
           READ BRD010 NEXT RECORD AT END
                MOVE "S" TO FIM-BRD010-SW
                ADD 1 TO QTDE-BRINDES-W
                PERFORM 2100-TOTALIZA-MOVIMENTO
                PERFORM 2200-TOTALIZA-REQUERIDO
                PERFORM 2270-VERIFICA-KIT
                PERFORM 2300-IMPRIME-SALDO
           END-READ.

       2100-TOTALIZA-MOVIMENTO SECTION.
           MOVE ZEROS TO TOTAL-ENTRADAS-W TOTAL-SAIDAS-W.
           INITIALIZE TABELA-LOCAIS-W.
           MOVE "N"   TO FIM-BRD020-SW.
           MOVE CODIGO-BRD010 TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS         TO SEQ-BRD020.
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> CODIGO-BRD010
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   COMPUTE IX-LOC-W = LOCAL-BRD020 + 1
                   IF ENTRADA-ESTOQUE-BRD020
                      ADD QTDE-BRD020 TO SALDO-LOC-TAB-W(IX-LOC-W)
                   ELSE
                      SUBTRACT QTDE-BRD020
                          FROM SALDO-LOC-TAB-W(IX-LOC-W)
                   END-IF
                   IF ORIGEM-BRD020 NOT = "TRANSF"
                      IF ENTRADA-ESTOQUE-BRD020
                         ADD QTDE-BRD020 TO TOTAL-ENTRADAS-W
                      ELSE
                         ADD QTDE-BRD020 TO TOTAL-SAIDAS-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       2150-SALDO-AUXILIAR SECTION.
      *    MESMO CALCULO DO 2100, P/ O BRINDE-AUX-W EM SALDO-AUX-W.
           MOVE ZEROS TO SALDO-AUX-W.
           MOVE "N"   TO FIM-BRD020-SW.
           MOVE BRINDE-AUX-W TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS        TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
           PERFORM UNTIL FIM-BRD020-SW = "S"
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> BRINDE-AUX-W
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   IF ENTRADA-ESTOQUE-BRD020
                      ADD QTDE-BRD020 TO SALDO-AUX-W
                   ELSE
                      SUBTRACT QTDE-BRD020 FROM SALDO-AUX-W
                   END-IF
                END-IF
              END-READ
                END-IF
              END-READ
           END-PERFORM.
      *    COMPONENTE: SOMA A PARTE DOS KITS PENDENTES A MONTAR.
           MOVE 1 TO IX-CMP-W.
           PERFORM UNTIL IX-CMP-W > QTDE-CMP-W
                      OR BRINDE-CMP-W(IX-CMP-W) = CODIGO-BRD010
              ADD 1 TO IX-CMP-W
           END-PERFORM.
           IF IX-CMP-W NOT > QTDE-CMP-W
              ADD REQUERIDO-CMP-W(IX-CMP-W) TO TOTAL-REQUERIDO-W
           END-IF.

       2250-REQUERIDO-AUXILIAR SECTION.
      *    MESMO FILTRO DO 2200, P/ O BRINDE-AUX-W.
           MOVE ZEROS TO REQUERIDO-AUX-W.
           MOVE "N"   TO FIM-COD043-SW.
           MOVE ZEROS TO SEQ-CO43 ITEM-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                 MOVE "S" TO FIM-COD043-SW.
           PERFORM UNTIL FIM-COD043-SW = "S"
              READ COD043 NEXT RECORD AT END
                   MOVE "S" TO FIM-COD043-SW
              NOT AT END
                IF BRINDE-CO43 = BRINDE-AUX-W
                   AND DATA-PAGTO-CO43 = ZEROS
                   ADD QTDE-BRINDE-CO43 TO REQUERIDO-AUX-W
                END-IF
              END-READ
           END-PERFORM.

       2270-VERIFICA-KIT SECTION.
      *    QUANTOS KITS O SALDO DAS PECAS SOLTAS MONTA (MENOR SALDO
      *    DO COMPONENTE / QTDE POR KIT). SEM COMPONENTES, NAO E KIT.
           MOVE ZEROS TO MONTAVEIS-W QTDE-COMPONENTES-W.
           IF NOT KIT910-ABERTO
              GO 2270-VERIFICA-KIT-FIM
           END-IF.
           MOVE "N" TO FIM-KIT910-SW.
           MOVE CODIGO-BRD010 TO KIT-KIT910.
           MOVE ZEROS         TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = CODIGO-BRD010
                   MOVE "S" TO FIM-KIT910-SW
                ELSE
                   ADD 1 TO QTDE-COMPONENTES-W
                   MOVE COMPONENTE-KIT910 TO BRINDE-AUX-W
                   PERFORM 2150-SALDO-AUXILIAR
                   IF SALDO-AUX-W > 0 AND QTDE-COMPONENTE-KIT910 > 0
                      DIVIDE SALDO-AUX-W BY QTDE-COMPONENTE-KIT910
                             GIVING MONTAVEIS-COMP-W
                   ELSE
                      MOVE ZEROS TO MONTAVEIS-COMP-W
                   END-IF
                   IF QTDE-COMPONENTES-W = 1 OR
                      MONTAVEIS-COMP-W < MONTAVEIS-W
                      MOVE MONTAVEIS-COMP-W TO MONTAVEIS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2270-VERIFICA-KIT-FIM.
           EXIT.

       2300-IMPRIME-SALDO SECTION.
           COMPUTE SALDO-W = TOTAL-ENTRADAS-W - TOTAL-SAIDAS-W.
           COMPUTE FALTA-W = TOTAL-REQUERIDO-W - SALDO-W.
           IF QTDE-COMPONENTES-W > 0
              COMPUTE FALTA-W = FALTA-W - MONTAVEIS-W
           END-IF.
           MOVE SPACES TO REG-REL9201.
           MOVE CODIGO-BRD010     TO REG-REL9201(1: 3)
           MOVE NOME-BRD010       TO REG-REL9201(5: 30)
              MOVE FALTA-ABS-W TO REG-REL9201(79: 7)
           END-IF.
           WRITE REG-REL9201.
           IF QTDE-COMPONENTES-W > 0
              MOVE SPACES TO REG-REL9201
              MOVE "KIT - COMPONENTES:"    TO REG-REL9201(5: 18)
              MOVE QTDE-COMPONENTES-W      TO REG-REL9201(24: 3)
              MOVE "MONTAVEIS COM AS PECAS:" TO REG-REL9201(29: 23)
              MOVE MONTAVEIS-W             TO REG-REL9201(53: 7)
              WRITE REG-REL9201
           END-IF.
           PERFORM 2400-IMPRIME-LOCAIS.

       2400-IMPRIME-LOCAIS SECTION.
      *    SO ABRE POR LOCAL QUANDO HA SALDO FORA DO 00.
           MOVE ZEROS TO QTDE-LOCAIS-W.
           PERFORM VARYING IX-LOC-W FROM 2 BY 1 UNTIL IX-LOC-W > 100
              IF SALDO-LOC-TAB-W(IX-LOC-W) NOT = ZEROS
                 ADD 1 TO QTDE-LOCAIS-W
              END-IF
           END-PERFORM.
           IF QTDE-LOCAIS-W = ZEROS
              GO 2400-IMPRIME-LOCAIS-FIM
           END-IF.
           PERFORM VARYING IX-LOC-W FROM 1 BY 1 UNTIL IX-LOC-W > 100
              IF SALDO-LOC-TAB-W(IX-LOC-W) NOT = ZEROS
                 PERFORM 2450-IMPRIME-LINHA-LOCAL
              END-IF
           END-PERFORM.
       2400-IMPRIME-LOCAIS-FIM.
           EXIT.

       2450-IMPRIME-LINHA-LOCAL SECTION.
           COMPUTE CODIGO-LOC910 = IX-LOC-W - 1.
           IF CODIGO-LOC910 = ZEROS
              MOVE "DEPOSITO PRINCIPAL" TO NOME-LOC910
           ELSE
              MOVE "*** SEM CADASTRO ***" TO NOME-LOC910
              IF LOC910-ABERTO
                 READ LOC910 INVALID KEY
                      MOVE "*** SEM CADASTRO ***" TO NOME-LOC910
                 END-READ
              END-IF
           END-IF.
           MOVE SPACES TO REG-REL9201.
           MOVE "LOCAL"                TO REG-REL9201(5: 5).
           MOVE CODIGO-LOC910          TO REG-REL9201(11: 2).
           MOVE NOME-LOC910            TO REG-REL9201(14: 30).
           IF SALDO-LOC-TAB-W(IX-LOC-W) < 0
              MOVE "-"                 TO REG-REL9201(52: 1)
              COMPUTE FALTA-ABS-W = 0 - SALDO-LOC-TAB-W(IX-LOC-W)
           ELSE
              MOVE SALDO-LOC-TAB-W(IX-LOC-W) TO FALTA-ABS-W
           END-IF.
           MOVE FALTA-ABS-W            TO REG-REL9201(53: 7).
           WRITE REG-REL9201.

       3000-FINALIZA SECTION.
           CLOSE BRD010 BRD020 COD043 KIT910 LOC910 REL9201.
           DISPLAY "BRP9201 - BRINDES LISTADOS....: " QTDE-BRINDES-W.

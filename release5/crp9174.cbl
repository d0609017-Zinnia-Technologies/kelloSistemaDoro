       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9174.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *PROVA DIARIA DO SALDO DA CARTEIRA (ROLL-FORWARD DO CRD020) -
      *PASSO DA CORRENTE NOTURNA, ANTES DO PAINEL CRP9137. PARTE DO
      *SALDO EM ABERTO DA RODADA ANTERIOR (FOTOGRAFIA SNP910), SOMA
      *OS TITULOS INCLUIDOS (CRP9144T, CRP9130T, ACP9102), TIRA AS
      *BAIXAS POR CANAL (RETORNO, PIX, DEBITO, CAIXA, CARTORIO,
      *AGENCIA, CREDITO DO CLIENTE E MESA DE EXCECOES), AS PERDAS
      *(PD), SUBSTITUICOES (SB), RENEGOCIACOES (RN), CANCELAMENTOS
      *(CA) E REJEITADOS (RJ), DEVOLVE OS ESTORNOS DE BAIXA E
      *CHEQUES DEVOLVIDOS E SOMA OU TIRA O REAJUSTE (CRP9151). O
      *SALDO CALCULADO E CONFRONTADO COM O SALDO EM ABERTO REAL DO
      *CRD020. CADA TITULO SO ENTRA NUMA LINHA COM PROVA: BAIXA
      *PRECISA DO LIVRO BXA910 (CARTORIO: PROTESTO NO PRT910),
      *ESTORNO DA BAIXA ESTORNADA NO BXA910, AS DEMAIS DO STATUS
      *FINAL. O QUE SOBRA, E O TITULO QUE SUMIU DO CRD020, E
      *DIFERENCA NAO EXPLICADA: LISTADA TITULO A TITULO NO REL9174
      *E MARCADA "***" P/ SUBIR NO PAINEL. NO FIM A FOTOGRAFIA E
      *REGRAVADA P/ A RODADA SEGUINTE. SEM FOTOGRAFIA (PRIMEIRA
      *RODADA) SO FAZ A CARGA INICIAL.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX914.
           COPY CRPX928.
           COPY CRPX938.
           SELECT REL9174 ASSIGN TO REL9174-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9174.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW914.
       COPY CRPW928.
       COPY CRPW938.
       FD  REL9174
           LABEL RECORD IS OMITTED.
       01  REG-REL9174               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  REL9174-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-PRT910               PIC X(30)  VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  PATH-SNP910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-PRT910                 PIC XX     VALUE SPACES.
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  ST-SNP910                 PIC XX     VALUE SPACES.
       01  ST-REL9174                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  FIM-SNP910-SW             PIC X      VALUE "N".
           88  FIM-SNP910                  VALUE "S".
       01  CARGA-INICIAL-SW          PIC X      VALUE "N".
           88  CARGA-INICIAL               VALUE "S".
       01  ACHOU-FOTO-SW             PIC X      VALUE "N".
           88  ACHOU-FOTO                  VALUE "S".
       01  ACHOU-ESTORNO-SW          PIC X      VALUE "N".
           88  ACHOU-ESTORNO               VALUE "S".
       01  CANAL-ACHADO-W            PIC X(01)  VALUE SPACES.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  HORA-RODADA-W             PIC 9(06)  VALUE ZEROS.
       01  DATA-FOTO-W               PIC 9(08)  VALUE ZEROS.

      *    FOTOGRAFIA ANTERIOR DO TITULO EM TRATAMENTO.
       01  STATUS-ANT-W              PIC X(02)  VALUE SPACES.
       01  PORTADOR-ANT-W            PIC 9(04)  VALUE ZEROS.
       01  VALOR-TOT-ANT-W           PIC 9(11)V99 VALUE ZEROS.
       01  SALDO-ANT-W               PIC 9(11)V99 VALUE ZEROS.
       01  DATA-SNP-ANT-W            PIC 9(08)  VALUE ZEROS.
       01  SALDO-ATU-W               PIC 9(11)V99 VALUE ZEROS.
       01  COD-COMPL-MOV-W           PIC 9(09)  VALUE ZEROS.
       01  PORTADOR-MOV-W            PIC 9(04)  VALUE ZEROS.
       01  STATUS-MOV-W              PIC X(02)  VALUE SPACES.
       01  DELTA-REAJUSTE-W          PIC S9(11)V99 VALUE ZEROS.
       01  DELTA-RESTO-W             PIC S9(11)V99 VALUE ZEROS.
       01  LINHA-W                   PIC 9(02)  VALUE ZEROS.
       01  IX-LINHA-W                PIC 9(02)  COMP VALUE ZEROS.

      *    LINHAS DA PROVA: 01-16 MOVIMENTO EXPLICADO, 17-18 NAO
      *    EXPLICADO.
       01  DESCRICOES-PROVA-W.
           05  FILLER PIC X(36) VALUE
               "(+) TITULOS INCLUIDOS".
           05  FILLER PIC X(36) VALUE
               "(-) BAIXAS - RETORNO BANCARIO".
           05  FILLER PIC X(36) VALUE
               "(-) BAIXAS - PIX".
           05  FILLER PIC X(36) VALUE
               "(-) BAIXAS - DEBITO AUTOMATICO".
           05  FILLER PIC X(36) VALUE
               "(-) BAIXAS - CAIXA".
           05  FILLER PIC X(36) VALUE
               "(-) BAIXAS - CARTORIO".
           05  FILLER PIC X(36) VALUE
               "(-) BAIXAS - AGENCIA DE COBRANCA".
           05  FILLER PIC X(36) VALUE
               "(-) BAIXAS - CREDITO DO CLIENTE".
           05  FILLER PIC X(36) VALUE
               "(-) BAIXAS - MESA DE EXCECOES".
           05  FILLER PIC X(36) VALUE
               "(+) ESTORNOS/CHEQUES DEVOLVIDOS".
           05  FILLER PIC X(36) VALUE
               "(-) BAIXAS P/ PERDA (PD)".
           05  FILLER PIC X(36) VALUE
               "(-) SUBSTITUICOES (SB)".
           05  FILLER PIC X(36) VALUE
               "(-) RENEGOCIACOES (RN)".
           05  FILLER PIC X(36) VALUE
               "(-) CANCELAMENTOS (CA)".
           05  FILLER PIC X(36) VALUE
               "(-) REJEITADOS NO RETORNO (RJ)".
           05  FILLER PIC X(36) VALUE
               "(+/-) REAJUSTES (CRP9151)".
           05  FILLER PIC X(36) VALUE
               "(?) MOVIMENTO SEM ORIGEM".
           05  FILLER PIC X(36) VALUE
               "(?) TITULOS EXCLUIDOS DO CRD020".
       01  DESCRICOES-PROVA-R REDEFINES DESCRICOES-PROVA-W.
           05  DESCR-PROVA-W         PIC X(36) OCCURS 18 TIMES.
       01  TOTAIS-PROVA-W.
           05  TOTAL-PROVA-W OCCURS 18 TIMES.
               10  QTDE-PROVA-W      PIC 9(06).
               10  VALOR-PROVA-W     PIC S9(13)V99.

       01  SALDO-ABERTURA-W          PIC 9(13)V99 VALUE ZEROS.
       01  SALDO-CALCULADO-W         PIC S9(13)V99 VALUE ZEROS.
       01  SALDO-REAL-W              PIC 9(13)V99 VALUE ZEROS.
       01  DIFERENCA-W               PIC S9(13)V99 VALUE ZEROS.
       01  QTDE-FOTO-W               PIC 9(06)  VALUE ZEROS.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-NAO-EXPLICADOS-W     PIC 9(06)  VALUE ZEROS.
       01  VALOR-EDIT-W              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  QTDE-EDIT-W               PIC ZZZ.ZZ9.

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
           PERFORM 1100-SOMA-ABERTURA.
           PERFORM 2000-PROCESSA-CRD020 UNTIL FIM-CRD020.
           IF NOT CARGA-INICIAL
              PERFORM 2500-PROCURA-EXCLUIDOS
           END-IF.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "PRT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PRT910.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "SNP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SNP910.
           MOVE "REL9174" TO REL9174-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           MOVE HORA-BRA(1: 6) TO HORA-RODADA-W.
           INITIALIZE TOTAIS-PROVA-W.

           OPEN INPUT CRD020.
           OPEN INPUT PRT910.
           IF ST-PRT910 = "35"
              CLOSE PRT910      OPEN OUTPUT PRT910
              CLOSE PRT910      OPEN INPUT PRT910
           END-IF.
           OPEN INPUT BXA910.
           IF ST-BXA910 = "35"
              CLOSE BXA910      OPEN OUTPUT BXA910
              CLOSE BXA910      OPEN INPUT BXA910
           END-IF.
           OPEN I-O SNP910.
           IF ST-SNP910 = "35"
              CLOSE SNP910      OPEN OUTPUT SNP910
              CLOSE SNP910      OPEN I-O SNP910
           END-IF.
           OPEN OUTPUT REL9174.
           MOVE SPACES TO REG-REL9174.
           STRING "CRP9174 - PROVA DIARIA DO SALDO DA CARTEIRA - "
                  DATA-DIA-I DELIMITED BY SIZE INTO REG-REL9174.
           WRITE REG-REL9174.
           MOVE SPACES TO REG-REL9174.
           WRITE REG-REL9174.
           MOVE "TITULOS COM MOVIMENTO NAO EXPLICADO" TO REG-REL9174.
           WRITE REG-REL9174.
           MOVE "COD-COMPL PORT ANT ATU     SALDO ANTERIOR"
                TO REG-REL9174.
           MOVE "         SALDO ATUAL           DIFERENCA"
                TO REG-REL9174(43: 40).
           WRITE REG-REL9174.
           IF ST-CRD020 <> "00"
              MOVE "S" TO FIM-CRD020-SW
           ELSE
              MOVE ZEROS TO COD-COMPL-CR20
              START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                    MOVE "S" TO FIM-CRD020-SW
           END-IF.

       1100-SOMA-ABERTURA SECTION.
      *    SALDO DE ABERTURA = SOMA DA FOTOGRAFIA DA RODADA ANTERIOR.
           MOVE "N" TO FIM-SNP910-SW.
           MOVE ZEROS TO COD-COMPL-SNP910.
           START SNP910 KEY IS NOT < COD-COMPL-SNP910 INVALID KEY
                 MOVE "S" TO FIM-SNP910-SW.
           PERFORM UNTIL FIM-SNP910
              READ SNP910 NEXT RECORD AT END
                   MOVE "S" TO FIM-SNP910-SW
              NOT AT END
                   ADD 1                   TO QTDE-FOTO-W
                   ADD SALDO-ABERTO-SNP910 TO SALDO-ABERTURA-W
                   IF DATA-SNP910 > DATA-FOTO-W
                      MOVE DATA-SNP910 TO DATA-FOTO-W
                   END-IF
              END-READ
           END-PERFORM.
           IF QTDE-FOTO-W = ZEROS
              MOVE "S" TO CARGA-INICIAL-SW
           END-IF.

       2000-PROCESSA-CRD020 SECTION.
           READ CRD020 NEXT RECORD AT END
                MOVE "S" TO FIM-CRD020-SW
              NOT AT END
                ADD 1 TO QTDE-LIDOS-W
                PERFORM 2100-TRATA-TITULO
           END-READ.

       2100-TRATA-TITULO SECTION.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              MOVE ZEROS TO SALDO-ATU-W
           ELSE
              IF STATUS-CR20 = "PP"
                 COMPUTE SALDO-ATU-W =
                         VALOR-TOT-CR20 - VALOR-PAGO-CR20
              ELSE
                 MOVE VALOR-TOT-CR20 TO SALDO-ATU-W
              END-IF
           END-IF.
           ADD SALDO-ATU-W TO SALDO-REAL-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-MOV-W.
           MOVE PORTADOR-CR20  TO PORTADOR-MOV-W.
           MOVE STATUS-CR20    TO STATUS-MOV-W.

           MOVE COD-COMPL-CR20 TO COD-COMPL-SNP910.
           READ SNP910 INVALID KEY
                MOVE "N"    TO ACHOU-FOTO-SW
                MOVE SPACES TO STATUS-ANT-W
                MOVE ZEROS  TO SALDO-ANT-W
              NOT INVALID KEY
                MOVE "S" TO ACHOU-FOTO-SW
                MOVE STATUS-SNP910       TO STATUS-ANT-W
                MOVE PORTADOR-SNP910     TO PORTADOR-ANT-W
                MOVE VALOR-TOT-SNP910    TO VALOR-TOT-ANT-W
                MOVE SALDO-ABERTO-SNP910 TO SALDO-ANT-W
                MOVE DATA-SNP910         TO DATA-SNP-ANT-W
           END-READ.
           IF NOT CARGA-INICIAL
              IF ACHOU-FOTO
                 PERFORM 2200-CLASSIFICA-MOVIMENTO
              ELSE
                 IF SALDO-ATU-W > ZEROS
                    MOVE 1 TO LINHA-W
                    MOVE SALDO-ATU-W TO DELTA-RESTO-W
                    PERFORM 2400-ACUMULA-LINHA
                 END-IF
              END-IF
           END-IF.

           MOVE COD-COMPL-CR20 TO COD-COMPL-SNP910.
           MOVE PORTADOR-CR20  TO PORTADOR-SNP910.
           MOVE STATUS-CR20    TO STATUS-SNP910.
           MOVE VALOR-TOT-CR20 TO VALOR-TOT-SNP910.
           MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-SNP910.
           MOVE SALDO-ATU-W    TO SALDO-ABERTO-SNP910.
           MOVE DATA-DIA-I     TO DATA-SNP910.
           MOVE HORA-RODADA-W  TO HORA-SNP910.
           IF ACHOU-FOTO
              REWRITE REG-SNP910 INVALID KEY
                 CONTINUE
              END-REWRITE
           ELSE
              WRITE REG-SNP910 INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.

       2200-CLASSIFICA-MOVIMENTO SECTION.
      *    REAJUSTE: MUDANCA DO VALOR-TOT COM O TITULO ABERTO NAS
      *    DUAS PONTAS. O RESTO DA VARIACAO E BAIXA/ESTORNO/STATUS.
           MOVE ZEROS TO DELTA-REAJUSTE-W.
           MOVE STATUS-ANT-W TO STATUS-TESTE-CR20.
           IF NOT STATUS-TERMINAL-CR20
              MOVE STATUS-CR20 TO STATUS-TESTE-CR20
              IF NOT STATUS-TERMINAL-CR20
                 COMPUTE DELTA-REAJUSTE-W =
                         VALOR-TOT-CR20 - VALOR-TOT-ANT-W
              END-IF
           END-IF.
           COMPUTE DELTA-RESTO-W =
                   SALDO-ATU-W - SALDO-ANT-W - DELTA-REAJUSTE-W.
           IF DELTA-REAJUSTE-W NOT = ZEROS
              MOVE DELTA-RESTO-W    TO DIFERENCA-W
              MOVE DELTA-REAJUSTE-W TO DELTA-RESTO-W
              MOVE 16               TO LINHA-W
              PERFORM 2400-ACUMULA-LINHA
              MOVE DIFERENCA-W      TO DELTA-RESTO-W
           END-IF.
           IF DELTA-RESTO-W = ZEROS
              GO 2200-CLASSIFICA-MOVIMENTO-FIM.
           MOVE 17 TO LINHA-W.
           EVALUATE STATUS-CR20
               WHEN "PD"   MOVE 11 TO LINHA-W
               WHEN "SB"   MOVE 12 TO LINHA-W
               WHEN "RN"   MOVE 13 TO LINHA-W
               WHEN "CA"   MOVE 14 TO LINHA-W
               WHEN "RJ"   MOVE 15 TO LINHA-W
               WHEN OTHER
                    PERFORM 2300-PROCURA-BAIXA
                    IF DELTA-RESTO-W < ZEROS
                       PERFORM 2210-LINHA-DO-CANAL
                    ELSE
                       IF ACHOU-ESTORNO
                          MOVE 10 TO LINHA-W
                       END-IF
                    END-IF
           END-EVALUATE.
           PERFORM 2400-ACUMULA-LINHA.
       2200-CLASSIFICA-MOVIMENTO-FIM.
           EXIT.

       2210-LINHA-DO-CANAL SECTION.
           EVALUATE CANAL-ACHADO-W
               WHEN "R"    MOVE 02 TO LINHA-W
               WHEN "P"    MOVE 03 TO LINHA-W
               WHEN "D"    MOVE 04 TO LINHA-W
               WHEN "C"    MOVE 05 TO LINHA-W
               WHEN "G"    MOVE 07 TO LINHA-W
               WHEN "K"    MOVE 08 TO LINHA-W
               WHEN "M"    MOVE 09 TO LINHA-W
               WHEN OTHER
      *             O RESULTADO DO CARTORIO (CRP9140) BAIXA SEM LIVRO
      *             BXA910: A PROVA E O TITULO PAGO COM PROTESTO.
                    IF STATUS-CR20 = "PG"
                       MOVE COD-COMPL-CR20 TO COD-COMPL-PRT910
                       READ PRT910 INVALID KEY
                            CONTINUE
                          NOT INVALID KEY
                            MOVE 06 TO LINHA-W
                       END-READ
                    END-IF
           END-EVALUATE.

       2300-PROCURA-BAIXA SECTION.
      *    CANAL DA ULTIMA BAIXA ATIVA E ESTORNO FEITOS DESDE A
      *    FOTOGRAFIA ANTERIOR DO TITULO.
           MOVE SPACES TO CANAL-ACHADO-W.
           MOVE "N"    TO ACHOU-ESTORNO-SW.
           MOVE COD-COMPL-CR20 TO COD-COMPL-BXA910.
           MOVE ZEROS          TO SEQ-BXA910.
           START BXA910 KEY IS NOT < CHAVE-BXA910 INVALID KEY
                 MOVE "10" TO ST-BXA910.
           PERFORM UNTIL ST-BXA910 = "10"
              READ BXA910 NEXT RECORD AT END
                   MOVE "10" TO ST-BXA910
              NOT AT END
                IF COD-COMPL-BXA910 <> COD-COMPL-CR20
                   MOVE "10" TO ST-BXA910
                ELSE
                   IF BAIXA-ATIVA-BXA910 AND
                      DATA-BXA910 NOT < DATA-SNP-ANT-W
                      MOVE CANAL-BXA910 TO CANAL-ACHADO-W
                   END-IF
                   IF BAIXA-ESTORNADA-BXA910 AND
                      DATA-ESTORNO-BXA910 NOT < DATA-SNP-ANT-W
                      MOVE "S" TO ACHOU-ESTORNO-SW
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       2400-ACUMULA-LINHA SECTION.
      *    DELTA-RESTO-W JA VEM COM O SINAL DO EFEITO NO SALDO.
           ADD 1             TO QTDE-PROVA-W(LINHA-W).
           ADD DELTA-RESTO-W TO VALOR-PROVA-W(LINHA-W).
           IF LINHA-W > 16
              ADD 1 TO QTDE-NAO-EXPLICADOS-W
              MOVE SPACES TO REG-REL9174
              MOVE COD-COMPL-MOV-W     TO REG-REL9174(1: 9)
              MOVE PORTADOR-MOV-W      TO REG-REL9174(11: 4)
              MOVE STATUS-ANT-W        TO REG-REL9174(16: 2)
              MOVE STATUS-MOV-W        TO REG-REL9174(20: 2)
              MOVE SALDO-ANT-W         TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W        TO REG-REL9174(23: 19)
              MOVE SALDO-ATU-W         TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W        TO REG-REL9174(43: 19)
              MOVE DELTA-RESTO-W       TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W        TO REG-REL9174(63: 19)
              WRITE REG-REL9174
           END-IF.

       2500-PROCURA-EXCLUIDOS SECTION.
      *    FOTOGRAFIA QUE ESTA RODADA NAO TOCOU: O TITULO SAIU DO
      *    CRD020 SEM PASSAR POR STATUS NENHUM.
           MOVE "N" TO FIM-SNP910-SW.
           MOVE ZEROS TO COD-COMPL-SNP910.
           START SNP910 KEY IS NOT < COD-COMPL-SNP910 INVALID KEY
                 MOVE "S" TO FIM-SNP910-SW.
           PERFORM 2510-LE-FOTOGRAFIA UNTIL FIM-SNP910.

       2510-LE-FOTOGRAFIA SECTION.
           READ SNP910 NEXT RECORD AT END
                MOVE "S" TO FIM-SNP910-SW
                GO 2510-LE-FOTOGRAFIA-FIM
           END-READ.
           IF (DATA-SNP910 = DATA-DIA-I AND
               HORA-SNP910 = HORA-RODADA-W)
              OR SALDO-ABERTO-SNP910 = ZEROS
              GO 2510-LE-FOTOGRAFIA-FIM.
           MOVE COD-COMPL-SNP910    TO COD-COMPL-MOV-W.
           MOVE PORTADOR-SNP910     TO PORTADOR-MOV-W.
           MOVE STATUS-SNP910       TO STATUS-ANT-W.
           MOVE "--"                TO STATUS-MOV-W.
           MOVE SALDO-ABERTO-SNP910 TO SALDO-ANT-W.
           MOVE ZEROS               TO SALDO-ATU-W.
           COMPUTE DELTA-RESTO-W = ZEROS - SALDO-ABERTO-SNP910.
           MOVE 18 TO LINHA-W.
           PERFORM 2400-ACUMULA-LINHA.
           MOVE ZEROS         TO SALDO-ABERTO-SNP910.
           MOVE DATA-DIA-I    TO DATA-SNP910.
           MOVE HORA-RODADA-W TO HORA-SNP910.
           REWRITE REG-SNP910 INVALID KEY
              CONTINUE
           END-REWRITE.
       2510-LE-FOTOGRAFIA-FIM.
           EXIT.

       3000-FINALIZA SECTION.
           IF QTDE-NAO-EXPLICADOS-W = ZEROS
              MOVE "  NENHUM" TO REG-REL9174
              WRITE REG-REL9174
           END-IF.
           MOVE SPACES TO REG-REL9174.
           WRITE REG-REL9174.
           IF CARGA-INICIAL
              MOVE "CARGA INICIAL DA FOTOGRAFIA SNP910 - A PROVA COMECA"
                   TO REG-REL9174
              MOVE " NA PROXIMA RODADA" TO REG-REL9174(52: 18)
              WRITE REG-REL9174
              MOVE SPACES TO REG-REL9174
              MOVE "SALDO EM ABERTO DO CRD020" TO REG-REL9174(4: 36)
              MOVE SALDO-REAL-W TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W TO REG-REL9174(50: 19)
              WRITE REG-REL9174
              GO 3000-FECHA.
           MOVE SPACES TO REG-REL9174.
           STRING "   SALDO DE ABERTURA (RODADA DE " DATA-FOTO-W ")"
                  DELIMITED BY SIZE INTO REG-REL9174.
           MOVE SALDO-ABERTURA-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9174(50: 19).
           WRITE REG-REL9174.
           MOVE SALDO-ABERTURA-W TO SALDO-CALCULADO-W.
           PERFORM 3100-IMPRIME-LINHA-PROVA
                   VARYING IX-LINHA-W FROM 1 BY 1
                   UNTIL IX-LINHA-W > 16.
           MOVE SPACES TO REG-REL9174.
           MOVE "SALDO CALCULADO"     TO REG-REL9174(4: 36).
           MOVE SALDO-CALCULADO-W     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9174(50: 19).
           WRITE REG-REL9174.
           MOVE SPACES TO REG-REL9174.
           MOVE "SALDO EM ABERTO DO CRD020" TO REG-REL9174(4: 36).
           MOVE SALDO-REAL-W          TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9174(50: 19).
           WRITE REG-REL9174.
           COMPUTE DIFERENCA-W = SALDO-REAL-W - SALDO-CALCULADO-W.
           MOVE SPACES TO REG-REL9174.
           WRITE REG-REL9174.
           PERFORM 3100-IMPRIME-LINHA-PROVA
                   VARYING IX-LINHA-W FROM 17 BY 1
                   UNTIL IX-LINHA-W > 18.
      *    "***" NA COLUNA 1 SOBE P/ O PAINEL CRP9137.
           MOVE SPACES TO REG-REL9174.
           IF DIFERENCA-W = ZEROS
              MOVE "DIFERENCA NAO EXPLICADA" TO REG-REL9174(4: 36)
           ELSE
              MOVE "*** DIFERENCA NAO EXPLICADA" TO REG-REL9174(1: 39)
           END-IF.
           MOVE QTDE-NAO-EXPLICADOS-W TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W           TO REG-REL9174(41: 7).
           MOVE DIFERENCA-W           TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9174(50: 19).
           WRITE REG-REL9174.
       3000-FECHA.
           CLOSE CRD020 PRT910 BXA910 SNP910 REL9174.
           DISPLAY "CRP9174 - TITULOS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "CRP9174 - NAO EXPLICADOS.....: "
                   QTDE-NAO-EXPLICADOS-W.
           IF DIFERENCA-W NOT = ZEROS
              DISPLAY "CRP9174 - SALDO NAO CONFERE - VER REL9174"
           END-IF.

       3100-IMPRIME-LINHA-PROVA SECTION.
           IF IX-LINHA-W NOT > 16
              ADD VALOR-PROVA-W(IX-LINHA-W) TO SALDO-CALCULADO-W
           END-IF.
           MOVE SPACES TO REG-REL9174.
           MOVE DESCR-PROVA-W(IX-LINHA-W) TO REG-REL9174(4: 36).
           MOVE QTDE-PROVA-W(IX-LINHA-W)  TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W               TO REG-REL9174(41: 7).
           MOVE VALOR-PROVA-W(IX-LINHA-W) TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W              TO REG-REL9174(50: 19).
           WRITE REG-REL9174.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9173.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *APROPRIACAO MENSAL DOS JUROS DE MORA DOS TITULOS VENCIDOS -
      *OS JUROS SO ENTRAVAM NA CONTABILIDADE QUANDO O PAGAMENTO
      *CHEGAVA (JRD910). NO FECHAMENTO DO MES ESTE PROGRAMA CALCULA,
      *TITULO A TITULO, OS JUROS CORRIDOS ATE A DATA-BASE (ULTIMO DIA
      *DO MES) PELA ROTINA DE SALDO ATUALIZADO CRP9129, GUARDA O
      *VALOR NO JAC910 E LANCA NO ARQUIVO CONTABIL CTBJUR (LAYOUT ";"
      *DO CTB910) SO A DIFERENCA P/ O QUE FOI APROPRIADO NO MES
      *ANTERIOR. TITULO QUE LIQUIDOU, FOI P/ PERDA (PD), FOI
      *RENEGOCIADO (RN) OU TEVE OUTRO STATUS FINAL (CRPTERM) TEM OS
      *JUROS APROPRIADOS ESTORNADOS POR INTEIRO - O JUROS RECEBIDO
      *ENTRA PELA BAIXA, COMO SEMPRE. O RELATORIO REL9173 TRAZ OS
      *TOTAIS POR PORTADOR E OS 20 TITULOS QUE MAIS PESAM NO VALOR.
      *RODAR DE NOVO NO MESMO MES REFAZ O CALCULO E O ARQUIVO; COM O
      *MES FECHADO NO FCH910 (ROTINA CRP9164) A EXECUCAO VIRA MODO
      *CONFERENCIA.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-6 = AAAAMM DE REFERENCIA
      *(BRANCOS = MES ANTERIOR); POS 7 = "C" MODO CONFERENCIA (SO
      *RELATORIO, NADA E GRAVADO).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX937.
           SELECT CTBJUR ASSIGN TO CTBJUR-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-CTBJUR.
           SELECT REL9173 ASSIGN TO REL9173-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9173.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW937.
       FD  CTBJUR
           LABEL RECORD IS OMITTED.
       01  REG-CTBJUR.
           05  DATA-CTBJ             PIC 9(08).
           05  SEP1-CTBJ             PIC X(01).
           05  PORTADOR-CTBJ         PIC 9(04).
           05  SEP2-CTBJ             PIC X(01).
           05  COD-COMPL-CTBJ        PIC 9(09).
           05  SEP3-CTBJ             PIC X(01).
           05  MODALIDADE-CTBJ       PIC 9(02).
           05  SEP4-CTBJ             PIC X(01).
           05  VALOR-PAGO-CTBJ       PIC 9(11)V99.
           05  SEP5-CTBJ             PIC X(01).
           05  VALOR-JUROS-CTBJ      PIC 9(11)V99.
           05  SEP6-CTBJ             PIC X(01).
           05  VALOR-DESCONTO-CTBJ   PIC 9(11)V99.
           05  SEP7-CTBJ             PIC X(01).
           05  HISTORICO-CTBJ        PIC X(30).
       FD  REL9173
           LABEL RECORD IS OMITTED.
       01  REG-REL9173               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       COPY CRPFECH.
       COPY CRPSALDO.
       01  CTBJUR-NOME               PIC X(12)  VALUE SPACES.
       01  REL9173-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-JAC910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-JAC910                 PIC XX     VALUE SPACES.
       01  ST-CTBJUR                 PIC XX     VALUE SPACES.
       01  ST-REL9173                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  FIM-JAC910-SW             PIC X      VALUE "N".
           88  FIM-JAC910                  VALUE "S".
       01  PRIMEIRO-REG-SW           PIC X      VALUE "S".
           88  PRIMEIRO-REG                VALUE "S".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-DIA-R  REDEFINES DATA-DIA-I.
           05  ANO-DIA-R             PIC 9(04).
           05  MES-DIA-R             PIC 9(02).
           05  DIA-DIA-R             PIC 9(02).
       01  ANOMES-REF-W              PIC 9(06)  VALUE ZEROS.
       01  ANOMES-REF-R  REDEFINES ANOMES-REF-W.
           05  ANO-REF-W             PIC 9(04).
           05  MES-REF-W             PIC 9(02).
       01  ANOMES-ANT-W              PIC 9(06)  VALUE ZEROS.
       01  ANOMES-ANT-R  REDEFINES ANOMES-ANT-W.
           05  ANO-ANT-W             PIC 9(04).
           05  MES-ANT-W             PIC 9(02).
       01  DATA-PROX-MES-W           PIC 9(08)  VALUE ZEROS.
       01  DATA-BASE-W               PIC 9(08)  VALUE ZEROS.
       01  JULIANO-BASE-W            PIC 9(08)  VALUE ZEROS.
       01  PORTADOR-ANT-W            PIC 9(04)  VALUE ZEROS.
       01  VALOR-ANTERIOR-W          PIC 9(11)V99 VALUE ZEROS.
       01  VALOR-JUROS-W             PIC 9(11)V99 VALUE ZEROS.
       01  DIFERENCA-W               PIC S9(11)V99 VALUE ZEROS.
       01  IX-TOP-W                  PIC 9(02)  COMP VALUE ZEROS.
       01  IX-DESLOCA-W              PIC 9(02)  COMP VALUE ZEROS.

      *    TOTAIS DO PORTADOR E GERAIS: 1 = PORTADOR, 2 = GERAL.
       01  TOTAIS-W.
           05  TOTAL-NIVEL-W OCCURS 2 TIMES.
               10  QTDE-TITULOS-TOT-W  PIC 9(06).
               10  JUROS-TOT-W         PIC 9(13)V99.
               10  ANTERIOR-TOT-W      PIC 9(13)V99.
               10  APROPRIACAO-TOT-W   PIC 9(13)V99.
               10  ESTORNO-TOT-W       PIC 9(13)V99.

      *    OS 20 TITULOS COM MAIS JUROS APROPRIADOS, EM ORDEM
      *    DECRESCENTE DE JUROS.
       01  QTDE-TOP-W                PIC 9(02)  COMP VALUE ZEROS.
       01  TABELA-TOP-W.
           05  TOP-JUROS-W OCCURS 20 TIMES.
               10  COD-COMPL-TOP-W   PIC 9(09).
               10  CLIENTE-TOP-W     PIC 9(08).
               10  PORTADOR-TOP-W    PIC 9(04).
               10  DIAS-ATRASO-TOP-W PIC 9(06).
               10  VALOR-BASE-TOP-W  PIC 9(11)V99.
               10  VALOR-JUROS-TOP-W PIC 9(11)V99.

       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-APROPRIADOS-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-ESTORNADOS-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-LANCTOS-W            PIC 9(06)  VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM 2000-PROCESSA-CRD020 UNTIL FIM-CRD020.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "JAC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-JAC910.
           MOVE "CTBJUR"  TO CTBJUR-NOME.
           MOVE "REL9173" TO REL9173-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 6) NUMERIC AND
              OPCAO-PARAM-W(1: 6) NOT = ZEROS
              MOVE OPCAO-PARAM-W(1: 6) TO ANOMES-REF-W
           ELSE
              MOVE ANO-DIA-R TO ANO-REF-W
              MOVE MES-DIA-R TO MES-REF-W
              IF MES-REF-W = 1
                 MOVE 12 TO MES-REF-W
                 SUBTRACT 1 FROM ANO-REF-W
              ELSE
                 SUBTRACT 1 FROM MES-REF-W
              END-IF
           END-IF.
           MOVE OPCAO-PARAM-W(7: 1) TO MODO-CONFERENCIA-SW.

      *    DATA-BASE = VESPERA DO PRIMEIRO DIA DO MES SEGUINTE.
           MOVE ANO-REF-W TO ANO-ANT-W.
           MOVE MES-REF-W TO MES-ANT-W.
           IF MES-REF-W = 12
              COMPUTE DATA-PROX-MES-W = (ANO-REF-W + 1) * 10000 + 0101
           ELSE
              COMPUTE DATA-PROX-MES-W = ANO-REF-W * 10000
                                      + (MES-REF-W + 1) * 100 + 1
           END-IF.
           COMPUTE JULIANO-BASE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-PROX-MES-W) - 1.
           COMPUTE DATA-BASE-W =
                   FUNCTION DATE-OF-INTEGER(JULIANO-BASE-W).
           IF MES-ANT-W = 1
              MOVE 12 TO MES-ANT-W
              SUBTRACT 1 FROM ANO-ANT-W
           ELSE
              SUBTRACT 1 FROM MES-ANT-W
           END-IF.

      *    A APROPRIACAO E DATADA NO PROPRIO MES: MES FECHADO NAO
      *    RECEBE LANCAMENTO NEM DESLOCADO.
           MOVE EMPRESA-W   TO EMPRESA-FCH.
           MOVE DATA-BASE-W TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF NOT PERIODO-ABERTO-FCH AND NOT MODO-CONFERENCIA
              DISPLAY "CRP9173 - MES " ANOMES-FECHADO-FCH
                      " FECHADO - EXECUTANDO EM MODO CONFERENCIA"
              MOVE "C" TO MODO-CONFERENCIA-SW
           END-IF.

           OPEN INPUT CRD020.
           OPEN I-O JAC910.
           IF ST-JAC910 = "35"
              CLOSE JAC910      OPEN OUTPUT JAC910
              CLOSE JAC910      OPEN I-O JAC910
           END-IF.
           OPEN OUTPUT CTBJUR REL9173.
           IF NOT MODO-CONFERENCIA
              PERFORM 1200-APAGA-CALCULO-ANTERIOR
           END-IF.
           PERFORM 1300-CABECALHO.
           INITIALIZE TOTAIS-W TABELA-TOP-W.
           IF ST-CRD020 <> "00"
              MOVE "S" TO FIM-CRD020-SW
           ELSE
              MOVE ZEROS TO PORTADOR-CR20
              START CRD020 KEY IS NOT < PORTADOR-CR20 INVALID KEY
                    MOVE "S" TO FIM-CRD020-SW
           END-IF.

       1200-APAGA-CALCULO-ANTERIOR SECTION.
      *    NOVA EXECUCAO NO MESMO MES SUBSTITUI O CALCULO ANTERIOR.
           MOVE "N" TO FIM-JAC910-SW.
           MOVE ANOMES-REF-W TO ANOMES-JAC910.
           MOVE ZEROS TO COD-COMPL-JAC910.
           START JAC910 KEY IS NOT < CHAVE-JAC910 INVALID KEY
                 MOVE "S" TO FIM-JAC910-SW.
           PERFORM UNTIL FIM-JAC910
              READ JAC910 NEXT RECORD AT END
                   MOVE "S" TO FIM-JAC910-SW
              NOT AT END
                IF ANOMES-JAC910 NOT = ANOMES-REF-W
                   MOVE "S" TO FIM-JAC910-SW
                ELSE
                   DELETE JAC910 RECORD
                END-IF
              END-READ
           END-PERFORM.

       1300-CABECALHO SECTION.
           MOVE SPACES TO REG-REL9173.
           STRING "CRP9173 - APROPRIACAO DE JUROS DE MORA - MES "
                  MES-REF-W "/" ANO-REF-W " - DATA-BASE " DATA-BASE-W
                  DELIMITED BY SIZE INTO REG-REL9173.
           WRITE REG-REL9173.
           IF MODO-CONFERENCIA
              MOVE "*** MODO CONFERENCIA - NADA FOI GRAVADO ***"
                   TO REG-REL9173
              WRITE REG-REL9173
           END-IF.
           MOVE SPACES TO REG-REL9173.
           WRITE REG-REL9173.
           MOVE "PORT  QTDE     JUROS NA BASE         MES ANTERIOR"
                TO REG-REL9173.
           MOVE "         APROPRIACAO              ESTORNO"
                TO REG-REL9173(51: 40).
           WRITE REG-REL9173.

       2000-PROCESSA-CRD020 SECTION.
           READ CRD020 NEXT RECORD AT END
                MOVE "S" TO FIM-CRD020-SW
                IF NOT PRIMEIRO-REG
                   PERFORM 2500-FECHA-PORTADOR
                END-IF
              NOT AT END
                ADD 1 TO QTDE-LIDOS-W
                IF PRIMEIRO-REG
                   MOVE "N"           TO PRIMEIRO-REG-SW
                   MOVE PORTADOR-CR20 TO PORTADOR-ANT-W
                ELSE
                   IF PORTADOR-CR20 <> PORTADOR-ANT-W
                      PERFORM 2500-FECHA-PORTADOR
                      MOVE PORTADOR-CR20 TO PORTADOR-ANT-W
                   END-IF
                END-IF
                IF DATA-EMISSAO-CR20 NOT > DATA-BASE-W
                   PERFORM 2100-APURA-TITULO
                END-IF
           END-READ.

       2100-APURA-TITULO SECTION.
           MOVE ANOMES-ANT-W   TO ANOMES-JAC910.
           MOVE COD-COMPL-CR20 TO COD-COMPL-JAC910.
           READ JAC910 INVALID KEY
                MOVE ZEROS TO VALOR-JUROS-JAC910
           END-READ.
           MOVE VALOR-JUROS-JAC910 TO VALOR-ANTERIOR-W.
           INITIALIZE REG-JAC910.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
      *       LIQUIDADO, PERDA, RENEGOCIADO ETC.: ESTORNA O QUE ESTIVER
      *       APROPRIADO.
              IF VALOR-ANTERIOR-W = ZEROS
                 GO 2100-APURA-TITULO-FIM
              END-IF
              MOVE ZEROS TO VALOR-JUROS-W
              MOVE "E"   TO SITUACAO-JAC910
              ADD 1      TO QTDE-ESTORNADOS-W
           ELSE
              MOVE ZEROS TO VALOR-JUROS-W
              IF DATA-VENCTO-CR20 < DATA-BASE-W
                 PERFORM 2110-CALCULA-JUROS
              END-IF
              IF VALOR-JUROS-W = ZEROS AND VALOR-ANTERIOR-W = ZEROS
                 GO 2100-APURA-TITULO-FIM
              END-IF
              MOVE "A" TO SITUACAO-JAC910
              ADD 1    TO QTDE-APROPRIADOS-W
           END-IF.
           COMPUTE DIFERENCA-W = VALOR-JUROS-W - VALOR-ANTERIOR-W.
           MOVE ANOMES-REF-W       TO ANOMES-JAC910.
           MOVE COD-COMPL-CR20     TO COD-COMPL-JAC910.
           MOVE PORTADOR-CR20      TO PORTADOR-JAC910.
           MOVE MODALIDADE-CR20    TO MODALIDADE-JAC910.
           MOVE CLIENTE-CR20       TO CLIENTE-JAC910.
           MOVE DATA-BASE-W        TO DATA-BASE-JAC910.
           MOVE VALOR-JUROS-W      TO VALOR-JUROS-JAC910.
           MOVE VALOR-ANTERIOR-W   TO VALOR-ANTERIOR-JAC910.
           MOVE DIFERENCA-W        TO VALOR-DIFERENCA-JAC910.
           MOVE STATUS-CR20        TO STATUS-TITULO-JAC910.
           MOVE DATA-DIA-I         TO DATA-CALCULO-JAC910.
           MOVE USUARIO-W          TO USUARIO-JAC910.
           IF NOT MODO-CONFERENCIA
              WRITE REG-JAC910 INVALID KEY
                 REWRITE REG-JAC910
              END-WRITE
              IF DIFERENCA-W NOT = ZEROS
                 PERFORM 2120-GRAVA-LANCTO-CONTABIL
              END-IF
           END-IF.
           ADD 1                TO QTDE-TITULOS-TOT-W(1).
           ADD VALOR-JUROS-W    TO JUROS-TOT-W(1).
           ADD VALOR-ANTERIOR-W TO ANTERIOR-TOT-W(1).
           IF DIFERENCA-W > ZEROS
              ADD DIFERENCA-W TO APROPRIACAO-TOT-W(1)
           ELSE
              SUBTRACT DIFERENCA-W FROM ESTORNO-TOT-W(1)
           END-IF.
           IF VALOR-JUROS-W > ZEROS
              PERFORM 2130-CLASSIFICA-MAIORES
           END-IF.
       2100-APURA-TITULO-FIM.
           EXIT.

       2110-CALCULA-JUROS SECTION.
      *    MESMA FORMULA DA REMESSA E DA SEGUNDA VIA, NA DATA-BASE.
           INITIALIZE PARAMETROS-SALDO-ATU.
           MOVE EMPRESA-W      TO EMPRESA-SLD.
           MOVE COD-COMPL-CR20 TO COD-COMPL-SLD.
           MOVE DATA-BASE-W    TO DATA-CALCULO-SLD.
           MOVE ZEROS          TO TAXA-JUROS-SLD.
           CALL "CRP9129" USING PARAMETROS-SALDO-ATU.
           IF SALDO-OK-SLD
              MOVE VALOR-JUROS-SLD TO VALOR-JUROS-W
           END-IF.
           MOVE VALOR-BASE-SLD TO VALOR-BASE-JAC910.
           IF DIAS-ATRASO-SLD > ZEROS
              MOVE DIAS-ATRASO-SLD TO DIAS-ATRASO-JAC910
           END-IF.

       2120-GRAVA-LANCTO-CONTABIL SECTION.
           ADD 1 TO QTDE-LANCTOS-W.
           MOVE SPACES             TO REG-CTBJUR.
           MOVE DATA-BASE-W        TO DATA-CTBJ.
           MOVE PORTADOR-CR20      TO PORTADOR-CTBJ.
           MOVE COD-COMPL-CR20     TO COD-COMPL-CTBJ.
           MOVE MODALIDADE-CR20    TO MODALIDADE-CTBJ.
           MOVE ZEROS              TO VALOR-PAGO-CTBJ
                                      VALOR-DESCONTO-CTBJ.
           IF DIFERENCA-W > ZEROS
              MOVE DIFERENCA-W     TO VALOR-JUROS-CTBJ
              MOVE "D-JUROS A RECEBER/C-REC.JUROS" TO HISTORICO-CTBJ
           ELSE
              COMPUTE VALOR-JUROS-CTBJ = ZEROS - DIFERENCA-W
              MOVE "D-REC.JUROS/C-JUROS A RECEBER" TO HISTORICO-CTBJ
           END-IF.
           MOVE ";" TO SEP1-CTBJ SEP2-CTBJ SEP3-CTBJ SEP4-CTBJ
                       SEP5-CTBJ SEP6-CTBJ SEP7-CTBJ.
           WRITE REG-CTBJUR.

       2130-CLASSIFICA-MAIORES SECTION.
      *    INSERE NA TABELA DOS 20 MAIORES, EMPURRANDO OS MENORES.
           IF QTDE-TOP-W = 20
              AND VALOR-JUROS-W NOT > VALOR-JUROS-TOP-W(20)
              GO 2130-CLASSIFICA-MAIORES-FIM.
           MOVE 1 TO IX-TOP-W.
           PERFORM UNTIL IX-TOP-W > QTDE-TOP-W
                   OR VALOR-JUROS-W > VALOR-JUROS-TOP-W(IX-TOP-W)
              ADD 1 TO IX-TOP-W
           END-PERFORM.
           IF QTDE-TOP-W < 20
              ADD 1 TO QTDE-TOP-W
           END-IF.
           MOVE QTDE-TOP-W TO IX-DESLOCA-W.
           PERFORM UNTIL IX-DESLOCA-W NOT > IX-TOP-W
              MOVE TOP-JUROS-W(IX-DESLOCA-W - 1)
                TO TOP-JUROS-W(IX-DESLOCA-W)
              SUBTRACT 1 FROM IX-DESLOCA-W
           END-PERFORM.
           MOVE COD-COMPL-CR20     TO COD-COMPL-TOP-W(IX-TOP-W).
           MOVE CLIENTE-CR20       TO CLIENTE-TOP-W(IX-TOP-W).
           MOVE PORTADOR-CR20      TO PORTADOR-TOP-W(IX-TOP-W).
           MOVE DIAS-ATRASO-JAC910 TO DIAS-ATRASO-TOP-W(IX-TOP-W).
           MOVE VALOR-BASE-JAC910  TO VALOR-BASE-TOP-W(IX-TOP-W).
           MOVE VALOR-JUROS-W      TO VALOR-JUROS-TOP-W(IX-TOP-W).
       2130-CLASSIFICA-MAIORES-FIM.
           EXIT.

       2500-FECHA-PORTADOR SECTION.
           IF QTDE-TITULOS-TOT-W(1) = ZEROS
              GO 2500-FECHA-PORTADOR-FIM.
           MOVE SPACES TO REG-REL9173.
           MOVE PORTADOR-ANT-W        TO REG-REL9173(1: 4).
           PERFORM 2510-IMPRIME-TOTAL.
           ADD QTDE-TITULOS-TOT-W(1)  TO QTDE-TITULOS-TOT-W(2).
           ADD JUROS-TOT-W(1)         TO JUROS-TOT-W(2).
           ADD ANTERIOR-TOT-W(1)      TO ANTERIOR-TOT-W(2).
           ADD APROPRIACAO-TOT-W(1)   TO APROPRIACAO-TOT-W(2).
           ADD ESTORNO-TOT-W(1)       TO ESTORNO-TOT-W(2).
           INITIALIZE TOTAL-NIVEL-W(1).
       2500-FECHA-PORTADOR-FIM.
           EXIT.

       2510-IMPRIME-TOTAL SECTION.
      *    REG-REL9173(1: 5) JA VEM COM O PORTADOR OU "TOTAL".
           MOVE QTDE-TITULOS-TOT-W(1) TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W           TO REG-REL9173(6: 7).
           MOVE JUROS-TOT-W(1)        TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9173(14: 19).
           MOVE ANTERIOR-TOT-W(1)     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9173(33: 19).
           MOVE APROPRIACAO-TOT-W(1)  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9173(52: 19).
           MOVE ESTORNO-TOT-W(1)      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9173(72: 19).
           WRITE REG-REL9173.

       2600-IMPRIME-MAIORES SECTION.
           MOVE SPACES TO REG-REL9173.
           WRITE REG-REL9173.
           MOVE "MAIORES JUROS APROPRIADOS NO MES" TO REG-REL9173.
           WRITE REG-REL9173.
           MOVE "COD-COMPL  CLIENTE PORT  DIAS          SALDO BASE"
                TO REG-REL9173.
           MOVE "               JUROS" TO REG-REL9173(51: 20).
           WRITE REG-REL9173.
           PERFORM 2610-IMPRIME-MAIOR
                   VARYING IX-TOP-W FROM 1 BY 1
                   UNTIL IX-TOP-W > QTDE-TOP-W.

       2610-IMPRIME-MAIOR SECTION.
           MOVE SPACES TO REG-REL9173.
           MOVE COD-COMPL-TOP-W(IX-TOP-W)   TO REG-REL9173(1: 9).
           MOVE CLIENTE-TOP-W(IX-TOP-W)     TO REG-REL9173(11: 8).
           MOVE PORTADOR-TOP-W(IX-TOP-W)    TO REG-REL9173(20: 4).
           MOVE DIAS-ATRASO-TOP-W(IX-TOP-W) TO REG-REL9173(25: 6).
           MOVE VALOR-BASE-TOP-W(IX-TOP-W)  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W                TO REG-REL9173(32: 19).
           MOVE VALOR-JUROS-TOP-W(IX-TOP-W) TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W                TO REG-REL9173(52: 19).
           WRITE REG-REL9173.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9173.
           WRITE REG-REL9173.
           MOVE TOTAL-NIVEL-W(2) TO TOTAL-NIVEL-W(1).
           MOVE SPACES  TO REG-REL9173.
           MOVE "TOTAL" TO REG-REL9173(1: 5).
           PERFORM 2510-IMPRIME-TOTAL.
           PERFORM 2600-IMPRIME-MAIORES.
           CANCEL "CRP9129".
           CLOSE CRD020 JAC910 CTBJUR REL9173.
           DISPLAY "CRP9173 - TITULOS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "CRP9173 - JUROS APROPRIADOS..: " QTDE-APROPRIADOS-W.
           DISPLAY "CRP9173 - JUROS ESTORNADOS...: " QTDE-ESTORNADOS-W.
           DISPLAY "CRP9173 - LANCAMENTOS CTBJUR.: " QTDE-LANCTOS-W.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9172.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *PROVISAO MENSAL P/ DEVEDORES DUVIDOSOS (PDD) - NO FECHAMENTO
      *DO MES CLASSIFICA O SALDO EM ABERTO DOS TITULOS DO CRD020 NA
      *DATA-BASE (ULTIMO DIA DO MES) NAS FAIXAS DE ATRASO DO CRP9112
      *(A VENCER, 1-30, 31-60, 61-90, MAIS DE 90) E APLICA O
      *PERCENTUAL DA FAIXA, LIDO DO PAR910 (PDDPERCNF, F = FAIXA 1 A
      *5). TITULO ENVIADO A PROTESTO (PRT910) USA PDDPERCPF E TITULO
      *CEDIDO A AGENCIA DE COBRANCA EXTERNA (ACB910) USA PDDPERCGF;
      *SEM ESSES PARAMETROS VALE O PERCENTUAL NORMAL. A PROVISAO E
      *GUARDADA POR PORTADOR/MODALIDADE NO PDD910 E COMPARADA COM A
      *DO MES ANTERIOR: SO A DIFERENCA VAI P/ O ARQUIVO CONTABIL
      *CTBPDD, NO LAYOUT ";" DO CTB910 (CONSTITUICAO QUANDO A
      *PROVISAO CRESCE, REVERSAO QUANDO CAI - INCLUSIVE DO PORTADOR/
      *MODALIDADE QUE NAO TEM MAIS SALDO). RODAR DE NOVO NO MESMO MES
      *REFAZ O CALCULO E O ARQUIVO; COM O MES FECHADO NO FCH910
      *(ROTINA CRP9164) A EXECUCAO VIRA MODO CONFERENCIA.
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
           COPY CRPX914.
           COPY CRPX934.
           COPY CRPX936.
           COPY PARX910.
           SELECT CTBPDD ASSIGN TO CTBPDD-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-CTBPDD.
           SELECT REL9172 ASSIGN TO REL9172-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9172.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW914.
       COPY CRPW934.
       COPY CRPW936.
       COPY PARW910.
       FD  CTBPDD
           LABEL RECORD IS OMITTED.
       01  REG-CTBPDD.
           05  DATA-CTBP             PIC 9(08).
           05  SEP1-CTBP             PIC X(01).
           05  PORTADOR-CTBP         PIC 9(04).
           05  SEP2-CTBP             PIC X(01).
           05  COD-COMPL-CTBP        PIC 9(09).
           05  SEP3-CTBP             PIC X(01).
           05  MODALIDADE-CTBP       PIC 9(02).
           05  SEP4-CTBP             PIC X(01).
           05  VALOR-PAGO-CTBP       PIC 9(11)V99.
           05  SEP5-CTBP             PIC X(01).
           05  VALOR-JUROS-CTBP      PIC 9(11)V99.
           05  SEP6-CTBP             PIC X(01).
           05  VALOR-DESCONTO-CTBP   PIC 9(11)V99.
           05  SEP7-CTBP             PIC X(01).
           05  HISTORICO-CTBP        PIC X(30).
       FD  REL9172
           LABEL RECORD IS OMITTED.
       01  REG-REL9172               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       COPY CRPFECH.
       01  CTBPDD-NOME               PIC X(12)  VALUE SPACES.
       01  REL9172-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-PRT910               PIC X(30)  VALUE SPACES.
       01  PATH-ACB910               PIC X(30)  VALUE SPACES.
       01  PATH-PDD910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-PRT910                 PIC XX     VALUE SPACES.
       01  ST-ACB910                 PIC XX     VALUE SPACES.
       01  ST-PDD910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-CTBPDD                 PIC XX     VALUE SPACES.
       01  ST-REL9172                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  FIM-PDD910-SW             PIC X      VALUE "N".
           88  FIM-PDD910                  VALUE "S".
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
       01  JULIANO-VENCTO-W          PIC 9(08)  VALUE ZEROS.
       01  DIAS-ATRASO-W             PIC S9(06) VALUE ZEROS.
       01  PORTADOR-ANT-W            PIC 9(04)  VALUE ZEROS.
       01  FAIXA-W                   PIC 9(01)  VALUE ZEROS.
       01  CARTEIRA-W                PIC 9(01)  VALUE ZEROS.
       01  IX-FAIXA-W                PIC 9(01)  COMP VALUE ZEROS.
       01  IX-CART-W                 PIC 9(01)  COMP VALUE ZEROS.
       01  IX-MODAL-W                PIC 9(03)  COMP VALUE ZEROS.
       01  IX-COMBO-W                PIC 9(04)  COMP VALUE ZEROS.
       01  SALDO-TITULO-W            PIC 9(11)V99 VALUE ZEROS.
       01  PROVISAO-TITULO-W         PIC 9(11)V99 VALUE ZEROS.
       01  DIFERENCA-W               PIC S9(11)V99 VALUE ZEROS.
       01  VALOR-ANTERIOR-W          PIC 9(11)V99 VALUE ZEROS.
       01  CHAVE-COMBO-W             PIC 9(06)  VALUE ZEROS.
       01  CHAVE-COMBO-R  REDEFINES CHAVE-COMBO-W.
           05  PORTADOR-COMBO-W      PIC 9(04).
           05  MODALIDADE-COMBO-W    PIC 9(02).

      *    PERCENTUAIS POR CARTEIRA (1 = NORMAL, 2 = PROTESTO,
      *    3 = AGENCIA) E FAIXA DE ATRASO, EM %.
       01  LETRAS-CARTEIRA-W         PIC X(03)  VALUE "NPG".
       01  PERCENTUAIS-W.
           05  PERC-CARTEIRA-W OCCURS 3 TIMES.
               10  PERC-FAIXA-W      PIC 9(03)V99 OCCURS 5 TIMES.
       01  PERC-PADRAO-W.
           05  FILLER                PIC 9(03)V99 VALUE 0.
           05  FILLER                PIC 9(03)V99 VALUE 1.
           05  FILLER                PIC 9(03)V99 VALUE 3.
           05  FILLER                PIC 9(03)V99 VALUE 10.
           05  FILLER                PIC 9(03)V99 VALUE 50.
       01  ID-PERC-W.
           05  FILLER                PIC X(07)  VALUE "PDDPERC".
           05  CARTEIRA-ID-W         PIC X(01)  VALUE SPACES.
           05  FAIXA-ID-W            PIC 9(01)  VALUE ZEROS.
           05  FILLER                PIC X(03)  VALUE SPACES.

       01  MODALIDADES-PORTADOR-W.
           05  MODAL-PDD-W OCCURS 100 TIMES.
               10  QTDE-MOD-W        PIC 9(06).
               10  SALDO-MOD-W       PIC 9(11)V99.
               10  PROVISAO-MOD-W    PIC 9(11)V99.
       01  QTDE-COMBOS-W             PIC 9(04)  COMP VALUE ZEROS.
       01  TABELA-COMBOS-W.
           05  COMBO-ATUAL-W         PIC 9(06) OCCURS 5000 TIMES.

       01  DESCR-FAIXAS-W.
           05  FILLER                PIC X(10) VALUE "A VENCER".
           05  FILLER                PIC X(10) VALUE "01-30".
           05  FILLER                PIC X(10) VALUE "31-60".
           05  FILLER                PIC X(10) VALUE "61-90".
           05  FILLER                PIC X(10) VALUE "MAIS DE 90".
       01  DESCR-FAIXAS-R REDEFINES DESCR-FAIXAS-W.
           05  DESCR-FAIXA-W         PIC X(10) OCCURS 5 TIMES.

       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-ABERTOS-W            PIC 9(06)  VALUE ZEROS.
       01  QTDE-LANCTOS-W            PIC 9(06)  VALUE ZEROS.
       01  SALDO-GERAL-W             PIC 9(13)V99 VALUE ZEROS.
       01  PROVISAO-GERAL-W          PIC 9(13)V99 VALUE ZEROS.
       01  ANTERIOR-GERAL-W          PIC 9(13)V99 VALUE ZEROS.
       01  CONSTITUICAO-GERAL-W      PIC 9(13)V99 VALUE ZEROS.
       01  REVERSAO-GERAL-W          PIC 9(13)V99 VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  DIFER-EDIT-W              PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  PERC-EDIT-W               PIC ZZ9,99.

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
           PERFORM 2600-REVERTE-SEM-SALDO.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "PRT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PRT910.
           MOVE "ACB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACB910.
           MOVE "PDD910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PDD910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "CTBPDD"  TO CTBPDD-NOME.
           MOVE "REL9172" TO REL9172-NOME.

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

      *    A PROVISAO E DATADA NO PROPRIO MES: MES FECHADO NAO
      *    RECEBE LANCAMENTO NEM DESLOCADO.
           MOVE EMPRESA-W   TO EMPRESA-FCH.
           MOVE DATA-BASE-W TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF NOT PERIODO-ABERTO-FCH AND NOT MODO-CONFERENCIA
              DISPLAY "CRP9172 - MES " ANOMES-FECHADO-FCH
                      " FECHADO - EXECUTANDO EM MODO CONFERENCIA"
              MOVE "C" TO MODO-CONFERENCIA-SW
           END-IF.

           PERFORM 1100-CARREGA-PERCENTUAIS.

           OPEN INPUT CRD020.
           OPEN INPUT PRT910.
           IF ST-PRT910 = "35"
              CLOSE PRT910      OPEN OUTPUT PRT910
              CLOSE PRT910      OPEN INPUT PRT910
           END-IF.
           OPEN INPUT ACB910.
           IF ST-ACB910 = "35"
              CLOSE ACB910      OPEN OUTPUT ACB910
              CLOSE ACB910      OPEN INPUT ACB910
           END-IF.
           OPEN I-O PDD910.
           IF ST-PDD910 = "35"
              CLOSE PDD910      OPEN OUTPUT PDD910
              CLOSE PDD910      OPEN I-O PDD910
           END-IF.
           OPEN OUTPUT CTBPDD REL9172.
           IF NOT MODO-CONFERENCIA
              PERFORM 1200-APAGA-CALCULO-ANTERIOR
           END-IF.
           PERFORM 1300-CABECALHO.
           INITIALIZE MODALIDADES-PORTADOR-W.
           IF ST-CRD020 <> "00"
              MOVE "S" TO FIM-CRD020-SW
           ELSE
              MOVE ZEROS TO PORTADOR-CR20
              START CRD020 KEY IS NOT < PORTADOR-CR20 INVALID KEY
                    MOVE "S" TO FIM-CRD020-SW
           END-IF.

       1100-CARREGA-PERCENTUAIS SECTION.
      *    NORMAL: PAR910 OU O PADRAO; PROTESTO E AGENCIA PARTEM DO
      *    NORMAL E SO MUDAM NA FAIXA QUE TIVER PARAMETRO PROPRIO.
           MOVE PERC-PADRAO-W TO PERC-CARTEIRA-W(1).
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE 1 TO IX-CART-W
              PERFORM 1110-LE-PERCENTUAL
                      VARYING IX-FAIXA-W FROM 1 BY 1
                      UNTIL IX-FAIXA-W > 5
           END-IF.
           MOVE PERC-CARTEIRA-W(1) TO PERC-CARTEIRA-W(2)
                                      PERC-CARTEIRA-W(3).
           IF ST-PAR910 = "00"
              PERFORM 1110-LE-PERCENTUAL
                      VARYING IX-CART-W FROM 2 BY 1
                      UNTIL IX-CART-W > 3
                      AFTER IX-FAIXA-W FROM 1 BY 1
                      UNTIL IX-FAIXA-W > 5
              CLOSE PAR910
           END-IF.

       1110-LE-PERCENTUAL SECTION.
           MOVE LETRAS-CARTEIRA-W(IX-CART-W: 1) TO CARTEIRA-ID-W.
           MOVE IX-FAIXA-W                      TO FAIXA-ID-W.
           MOVE EMPRESA-W TO EMPRESA-PAR910.
           MOVE ID-PERC-W TO ID-PAR910.
           READ PAR910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE VALOR-PAR910 TO PERC-FAIXA-W(IX-CART-W IX-FAIXA-W)
           END-READ.

       1200-APAGA-CALCULO-ANTERIOR SECTION.
      *    NOVA EXECUCAO NO MESMO MES SUBSTITUI O CALCULO ANTERIOR.
           MOVE "N" TO FIM-PDD910-SW.
           MOVE ANOMES-REF-W TO ANOMES-PDD910.
           MOVE ZEROS TO PORTADOR-PDD910 MODALIDADE-PDD910.
           START PDD910 KEY IS NOT < CHAVE-PDD910 INVALID KEY
                 MOVE "S" TO FIM-PDD910-SW.
           PERFORM UNTIL FIM-PDD910
              READ PDD910 NEXT RECORD AT END
                   MOVE "S" TO FIM-PDD910-SW
              NOT AT END
                IF ANOMES-PDD910 NOT = ANOMES-REF-W
                   MOVE "S" TO FIM-PDD910-SW
                ELSE
                   DELETE PDD910 RECORD
                END-IF
              END-READ
           END-PERFORM.

       1300-CABECALHO SECTION.
           MOVE SPACES TO REG-REL9172.
           STRING "CRP9172 - PROVISAO P/ DEVEDORES DUVIDOSOS - MES "
                  MES-REF-W "/" ANO-REF-W " - DATA-BASE " DATA-BASE-W
                  DELIMITED BY SIZE INTO REG-REL9172.
           WRITE REG-REL9172.
           IF MODO-CONFERENCIA
              MOVE "*** MODO CONFERENCIA - NADA FOI GRAVADO ***"
                   TO REG-REL9172
              WRITE REG-REL9172
           END-IF.
           MOVE SPACES TO REG-REL9172.
           MOVE "PERCENTUAIS     NORMAL  PROTESTO   AGENCIA"
                TO REG-REL9172.
           WRITE REG-REL9172.
           PERFORM 1310-IMPRIME-PERCENTUAL
                   VARYING IX-FAIXA-W FROM 1 BY 1
                   UNTIL IX-FAIXA-W > 5.
           MOVE SPACES TO REG-REL9172.
           WRITE REG-REL9172.
           MOVE "PORT MD        SALDO ABERTO            PROVISAO"
                TO REG-REL9172.
           MOVE "       MES ANTERIOR           DIFERENCA"
                TO REG-REL9172(49: 39).
           WRITE REG-REL9172.

       1310-IMPRIME-PERCENTUAL SECTION.
           MOVE SPACES TO REG-REL9172.
           MOVE DESCR-FAIXA-W(IX-FAIXA-W)     TO REG-REL9172(1: 10).
           MOVE PERC-FAIXA-W(1 IX-FAIXA-W)    TO PERC-EDIT-W.
           MOVE PERC-EDIT-W                   TO REG-REL9172(18: 6).
           MOVE PERC-FAIXA-W(2 IX-FAIXA-W)    TO PERC-EDIT-W.
           MOVE PERC-EDIT-W                   TO REG-REL9172(28: 6).
           MOVE PERC-FAIXA-W(3 IX-FAIXA-W)    TO PERC-EDIT-W.
           MOVE PERC-EDIT-W                   TO REG-REL9172(38: 6).
           WRITE REG-REL9172.

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
                MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                IF NOT STATUS-TERMINAL-CR20
                   AND DATA-EMISSAO-CR20 NOT > DATA-BASE-W
                   PERFORM 2100-ACUMULA-TITULO
                END-IF
           END-READ.

       2100-ACUMULA-TITULO SECTION.
      *    BAIXA PARCIAL ENTRA PELO SALDO RESIDUAL, COMO NO CRP9112.
           IF STATUS-CR20 = "PP"
              COMPUTE SALDO-TITULO-W =
                      VALOR-TOT-CR20 - VALOR-PAGO-CR20
           ELSE
              MOVE VALOR-TOT-CR20 TO SALDO-TITULO-W
           END-IF.
           IF SALDO-TITULO-W = ZEROS
              GO 2100-ACUMULA-TITULO-FIM.
           ADD 1 TO QTDE-ABERTOS-W.
           COMPUTE JULIANO-VENCTO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20).
           COMPUTE DIAS-ATRASO-W = JULIANO-BASE-W - JULIANO-VENCTO-W.
           EVALUATE TRUE
               WHEN DIAS-ATRASO-W NOT > 0   MOVE 1 TO FAIXA-W
               WHEN DIAS-ATRASO-W NOT > 30  MOVE 2 TO FAIXA-W
               WHEN DIAS-ATRASO-W NOT > 60  MOVE 3 TO FAIXA-W
               WHEN DIAS-ATRASO-W NOT > 90  MOVE 4 TO FAIXA-W
               WHEN OTHER                   MOVE 5 TO FAIXA-W
           END-EVALUATE.
           PERFORM 2200-ACHA-CARTEIRA.
           COMPUTE PROVISAO-TITULO-W ROUNDED =
                   SALDO-TITULO-W * PERC-FAIXA-W(CARTEIRA-W FAIXA-W)
                   / 100.
           COMPUTE IX-MODAL-W = MODALIDADE-CR20 + 1.
           ADD 1                 TO QTDE-MOD-W(IX-MODAL-W).
           ADD SALDO-TITULO-W    TO SALDO-MOD-W(IX-MODAL-W).
           ADD PROVISAO-TITULO-W TO PROVISAO-MOD-W(IX-MODAL-W).
       2100-ACUMULA-TITULO-FIM.
           EXIT.

       2200-ACHA-CARTEIRA SECTION.
           MOVE 1 TO CARTEIRA-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-ACB910.
           READ ACB910 INVALID KEY
                MOVE SPACES TO SITUACAO-ACB910
           END-READ.
           IF CESSAO-ATIVA-ACB910
              MOVE 3 TO CARTEIRA-W
              GO 2200-ACHA-CARTEIRA-FIM.
           MOVE COD-COMPL-CR20 TO COD-COMPL-PRT910.
           READ PRT910 INVALID KEY
                MOVE SPACES TO SITUACAO-PRT910
           END-READ.
           IF PROTESTO-ENVIADO-PRT910 OR PROTESTO-CARTORIO-PRT910
              MOVE 2 TO CARTEIRA-W.
       2200-ACHA-CARTEIRA-FIM.
           EXIT.

       2500-FECHA-PORTADOR SECTION.
           PERFORM 2510-FECHA-MODALIDADE
                   VARYING IX-MODAL-W FROM 1 BY 1
                   UNTIL IX-MODAL-W > 100.
           INITIALIZE MODALIDADES-PORTADOR-W.

       2510-FECHA-MODALIDADE SECTION.
           IF QTDE-MOD-W(IX-MODAL-W) = ZEROS
              GO 2510-FECHA-MODALIDADE-FIM.
           MOVE PORTADOR-ANT-W TO PORTADOR-COMBO-W.
           COMPUTE MODALIDADE-COMBO-W = IX-MODAL-W - 1.
           IF QTDE-COMBOS-W < 5000
              ADD 1 TO QTDE-COMBOS-W
              MOVE CHAVE-COMBO-W TO COMBO-ATUAL-W(QTDE-COMBOS-W)
           ELSE
              DISPLAY "CRP9172 - TABELA DE PORTADOR/MODALIDADE CHEIA"
           END-IF.
           MOVE ANOMES-ANT-W       TO ANOMES-PDD910.
           MOVE PORTADOR-COMBO-W   TO PORTADOR-PDD910.
           MOVE MODALIDADE-COMBO-W TO MODALIDADE-PDD910.
           READ PDD910 INVALID KEY
                MOVE ZEROS TO VALOR-PROVISAO-PDD910
           END-READ.
           MOVE VALOR-PROVISAO-PDD910 TO VALOR-ANTERIOR-W.
           COMPUTE DIFERENCA-W =
                   PROVISAO-MOD-W(IX-MODAL-W) - VALOR-ANTERIOR-W.
           INITIALIZE REG-PDD910.
           MOVE ANOMES-REF-W       TO ANOMES-PDD910.
           MOVE PORTADOR-COMBO-W   TO PORTADOR-PDD910.
           MOVE MODALIDADE-COMBO-W TO MODALIDADE-PDD910.
           MOVE SALDO-MOD-W(IX-MODAL-W)    TO SALDO-ABERTO-PDD910.
           MOVE PROVISAO-MOD-W(IX-MODAL-W) TO VALOR-PROVISAO-PDD910.
           PERFORM 2700-GRAVA-PROVISAO.
       2510-FECHA-MODALIDADE-FIM.
           EXIT.

       2600-REVERTE-SEM-SALDO SECTION.
      *    PORTADOR/MODALIDADE PROVISIONADO NO MES ANTERIOR E SEM
      *    SALDO AGORA: A PROVISAO INTEIRA E REVERTIDA. AS DUAS
      *    LISTAS ESTAO EM ORDEM DE PORTADOR + MODALIDADE.
           MOVE 1 TO IX-COMBO-W.
           MOVE "N" TO FIM-PDD910-SW.
           MOVE ANOMES-ANT-W TO ANOMES-PDD910.
           MOVE ZEROS TO PORTADOR-PDD910 MODALIDADE-PDD910.
           START PDD910 KEY IS NOT < CHAVE-PDD910 INVALID KEY
                 MOVE "S" TO FIM-PDD910-SW.
           PERFORM 2610-LE-MES-ANTERIOR UNTIL FIM-PDD910.

       2610-LE-MES-ANTERIOR SECTION.
           READ PDD910 NEXT RECORD AT END
                MOVE "S" TO FIM-PDD910-SW
                GO 2610-LE-MES-ANTERIOR-FIM
           END-READ.
           IF ANOMES-PDD910 NOT = ANOMES-ANT-W
              MOVE "S" TO FIM-PDD910-SW
              GO 2610-LE-MES-ANTERIOR-FIM.
           IF VALOR-PROVISAO-PDD910 = ZEROS
              GO 2610-LE-MES-ANTERIOR-FIM.
           MOVE PORTADOR-PDD910   TO PORTADOR-COMBO-W.
           MOVE MODALIDADE-PDD910 TO MODALIDADE-COMBO-W.
           PERFORM UNTIL IX-COMBO-W > QTDE-COMBOS-W
                   OR COMBO-ATUAL-W(IX-COMBO-W) NOT < CHAVE-COMBO-W
              ADD 1 TO IX-COMBO-W
           END-PERFORM.
           IF IX-COMBO-W NOT > QTDE-COMBOS-W
              AND COMBO-ATUAL-W(IX-COMBO-W) = CHAVE-COMBO-W
              GO 2610-LE-MES-ANTERIOR-FIM.
           MOVE VALOR-PROVISAO-PDD910 TO VALOR-ANTERIOR-W.
           COMPUTE DIFERENCA-W = ZEROS - VALOR-ANTERIOR-W.
           INITIALIZE REG-PDD910.
           MOVE ANOMES-REF-W       TO ANOMES-PDD910.
           MOVE PORTADOR-COMBO-W   TO PORTADOR-PDD910.
           MOVE MODALIDADE-COMBO-W TO MODALIDADE-PDD910.
           PERFORM 2700-GRAVA-PROVISAO.
      *    VOLTA A LEITURA P/ O MES ANTERIOR, DEPOIS DA CHAVE TRATADA.
           MOVE ANOMES-ANT-W       TO ANOMES-PDD910.
           MOVE PORTADOR-COMBO-W   TO PORTADOR-PDD910.
           MOVE MODALIDADE-COMBO-W TO MODALIDADE-PDD910.
           START PDD910 KEY IS > CHAVE-PDD910 INVALID KEY
                 MOVE "S" TO FIM-PDD910-SW.
       2610-LE-MES-ANTERIOR-FIM.
           EXIT.

       2700-GRAVA-PROVISAO SECTION.
      *    REG-PDD910 JA TEM CHAVE, SALDO E PROVISAO DO MES.
           MOVE DATA-BASE-W      TO DATA-BASE-PDD910.
           MOVE VALOR-ANTERIOR-W TO VALOR-ANTERIOR-PDD910.
           MOVE DIFERENCA-W      TO VALOR-DIFERENCA-PDD910.
           MOVE DATA-DIA-I       TO DATA-CALCULO-PDD910.
           MOVE USUARIO-W        TO USUARIO-PDD910.
           IF NOT MODO-CONFERENCIA
              WRITE REG-PDD910 INVALID KEY
                 REWRITE REG-PDD910
              END-WRITE
              IF DIFERENCA-W NOT = ZEROS
                 PERFORM 2710-GRAVA-LANCTO-CONTABIL
              END-IF
           END-IF.
           ADD SALDO-ABERTO-PDD910   TO SALDO-GERAL-W.
           ADD VALOR-PROVISAO-PDD910 TO PROVISAO-GERAL-W.
           ADD VALOR-ANTERIOR-W      TO ANTERIOR-GERAL-W.
           IF DIFERENCA-W > ZEROS
              ADD DIFERENCA-W TO CONSTITUICAO-GERAL-W
           ELSE
              SUBTRACT DIFERENCA-W FROM REVERSAO-GERAL-W
           END-IF.
           MOVE SPACES TO REG-REL9172.
           MOVE PORTADOR-PDD910       TO REG-REL9172(1: 4).
           MOVE MODALIDADE-PDD910     TO REG-REL9172(6: 2).
           MOVE SALDO-ABERTO-PDD910   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9172(9: 19).
           MOVE VALOR-PROVISAO-PDD910 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9172(29: 19).
           MOVE VALOR-ANTERIOR-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9172(49: 19).
           MOVE DIFERENCA-W           TO DIFER-EDIT-W.
           MOVE DIFER-EDIT-W          TO REG-REL9172(68: 20).
           WRITE REG-REL9172.

       2710-GRAVA-LANCTO-CONTABIL SECTION.
           ADD 1 TO QTDE-LANCTOS-W.
           MOVE SPACES             TO REG-CTBPDD.
           MOVE DATA-BASE-W        TO DATA-CTBP.
           MOVE PORTADOR-PDD910    TO PORTADOR-CTBP.
           MOVE ZEROS              TO COD-COMPL-CTBP.
           MOVE MODALIDADE-PDD910  TO MODALIDADE-CTBP.
           MOVE ZEROS              TO VALOR-JUROS-CTBP
                                      VALOR-DESCONTO-CTBP.
           IF DIFERENCA-W > ZEROS
              MOVE DIFERENCA-W     TO VALOR-PAGO-CTBP
              MOVE "D-DESPESA PDD/C-PROVISAO PDD" TO HISTORICO-CTBP
           ELSE
              COMPUTE VALOR-PAGO-CTBP = ZEROS - DIFERENCA-W
              MOVE "D-PROVISAO PDD/C-REVERSAO PDD" TO HISTORICO-CTBP
           END-IF.
           MOVE ";" TO SEP1-CTBP SEP2-CTBP SEP3-CTBP SEP4-CTBP
                       SEP5-CTBP SEP6-CTBP SEP7-CTBP.
           WRITE REG-CTBPDD.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9172.
           WRITE REG-REL9172.
           MOVE SPACES TO REG-REL9172.
           MOVE "TOTAL"               TO REG-REL9172(1: 5).
           MOVE SALDO-GERAL-W         TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9172(9: 19).
           MOVE PROVISAO-GERAL-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9172(29: 19).
           MOVE ANTERIOR-GERAL-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9172(49: 19).
           WRITE REG-REL9172.
           MOVE SPACES TO REG-REL9172.
           MOVE "CONSTITUICAO DO MES"  TO REG-REL9172(1: 19).
           MOVE CONSTITUICAO-GERAL-W  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9172(29: 19).
           WRITE REG-REL9172.
           MOVE SPACES TO REG-REL9172.
           MOVE "REVERSAO DO MES"     TO REG-REL9172(1: 15).
           MOVE REVERSAO-GERAL-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9172(29: 19).
           WRITE REG-REL9172.
           CLOSE CRD020 PRT910 ACB910 PDD910 CTBPDD REL9172.
           DISPLAY "CRP9172 - TITULOS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "CRP9172 - TITULOS EM ABERTO..: " QTDE-ABERTOS-W.
           DISPLAY "CRP9172 - LANCAMENTOS CTBPDD.: " QTDE-LANCTOS-W.

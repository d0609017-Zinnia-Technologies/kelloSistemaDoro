       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRP9204.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *FECHAMENTO MENSAL DO ESTOQUE DE BRINDES A CUSTO MEDIO
      *PONDERADO - P/ CADA BRINDE DO BRD010 PARTE DO SALDO FINAL DO
      *MES ANTERIOR NO CME910 (NO PRIMEIRO FECHAMENTO, DO SALDO DO
      *LIVRO VALORIZADO PELO CUSTO-PADRAO) E PERCORRE O MOVIMENTO
      *BRD020 DO MES NA ORDEM EM QUE FOI GRAVADO: ENTRADA DE COMPRA
      *(COD9047T) ENTRA PELO PRECO DA NF CONFERIDA DO NFE910 OU,
      *ENQUANTO A NF NAO FOR CONFERIDA, PELO CUSTO DO PEDIDO
      *(PED910) GRAVADO NA ENTRADA, E RECALCULA O MEDIO; SAIDAS,
      *AJUSTES DE INVENTARIO (ORIGEM "INVENT") E ENTRADAS SEM CUSTO
      *PROPRIO SAEM/ENTRAM PELO MEDIO DO MOMENTO. CADA MOVIMENTO
      *FICA COM O CUSTO UNITARIO USADO (CUSTO-MOVTO-BRD020). OS KITS
      *(KIT910) SAO FECHADOS POR ULTIMO: A ENTRADA DE MONTAGEM DO
      *KIT VALE A SOMA DO MEDIO DE FECHAMENTO DOS COMPONENTES X
      *QTDE POR KIT. GRAVA O CME910 DO MES, O RELATORIO REL9204 E O
      *ARQUIVO CONTABIL CTBEST NO LAYOUT ";" DO CTB910 (COMPRAS,
      *OUTRAS ENTRADAS, CUSTO DAS SAIDAS, SOBRA/PERDA DE INVENTARIO
      *E A DIFERENCA DE VALOR DAS MONTAGENS). RODAR DE NOVO NO MESMO
      *MES REFAZ O FECHAMENTO; COM O MES FECHADO NO FCH910 (ROTINA
      *CRP9164) A EXECUCAO VIRA MODO CONFERENCIA. O CUSTO MEDIO E
      *DO BRINDE (TODOS OS LOCAIS JUNTOS): A TRANSFERENCIA ENTRE
      *LOCAIS (ORIGEM "TRANSF") SO RECEBE O MEDIO DO MOMENTO E NAO
      *MEXE NO SALDO NEM NO VALOR DO MES. A DEVOLUCAO AO FORNECEDOR
      *(ORIGEM "DEVOL", DEV9100T) SAI PELO PRECO DA NF DEVOLVIDA E O
      *MEDIO E RECALCULADO SOBRE O QUE FICOU; ENTRA NA COLUNA DE
      *SAIDAS.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-6 = AAAAMM DE REFERENCIA
      *(BRANCOS = MES ANTERIOR); POS 7 = "C" MODO CONFERENCIA (SO
      *RELATORIO, NADA E GRAVADO).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BRDX010.
           COPY BRDX020.
           COPY KITX910.
           COPY NFEX910.
           COPY CMEX910.
           SELECT CTBEST ASSIGN TO CTBEST-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-CTBEST.
           SELECT REL9204 ASSIGN TO REL9204-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9204.

       DATA DIVISION.
       FILE SECTION.
       COPY BRDW010.
       COPY BRDW020.
       COPY KITW910.
       COPY NFEW910.
       COPY CMEW910.
       FD  CTBEST
           LABEL RECORD IS OMITTED.
       01  REG-CTBEST.
           05  DATA-CTBE             PIC 9(08).
           05  SEP1-CTBE             PIC X(01).
           05  PORTADOR-CTBE         PIC 9(04).
           05  SEP2-CTBE             PIC X(01).
           05  COD-COMPL-CTBE        PIC 9(09).
           05  SEP3-CTBE             PIC X(01).
           05  MODALIDADE-CTBE       PIC 9(02).
           05  SEP4-CTBE             PIC X(01).
           05  VALOR-PAGO-CTBE       PIC 9(11)V99.
           05  SEP5-CTBE             PIC X(01).
           05  VALOR-JUROS-CTBE      PIC 9(11)V99.
           05  SEP6-CTBE             PIC X(01).
           05  VALOR-DESCONTO-CTBE   PIC 9(11)V99.
           05  SEP7-CTBE             PIC X(01).
           05  HISTORICO-CTBE        PIC X(30).
       FD  REL9204
           LABEL RECORD IS OMITTED.
       01  REG-REL9204               PIC X(130).

       WORKING-STORAGE SECTION.
       COPY CRPFECH.
       01  CTBEST-NOME               PIC X(12)  VALUE SPACES.
       01  REL9204-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-BRD020               PIC X(30)  VALUE SPACES.
       01  PATH-KIT910               PIC X(30)  VALUE SPACES.
       01  PATH-NFE910               PIC X(30)  VALUE SPACES.
       01  PATH-CME910               PIC X(30)  VALUE SPACES.
       01  ST-BRD010                 PIC XX     VALUE SPACES.
       01  ST-BRD020                 PIC XX     VALUE SPACES.
       01  ST-KIT910                 PIC XX     VALUE SPACES.
       01  KIT910-ABERTO-SW          PIC X      VALUE "N".
           88  KIT910-ABERTO                    VALUE "S".
       01  ST-NFE910                 PIC XX     VALUE SPACES.
       01  ST-CME910                 PIC XX     VALUE SPACES.
       01  ST-CTBEST                 PIC XX     VALUE SPACES.
       01  ST-REL9204                PIC XX     VALUE SPACES.
       01  FIM-BRD010-SW             PIC X      VALUE "N".
           88  FIM-BRD010                  VALUE "S".
       01  FIM-BRD020-SW             PIC X      VALUE "N".
       01  FIM-KIT910-SW             PIC X      VALUE "N".
       01  FIM-NFE910-SW             PIC X      VALUE "N".
       01  FIM-CME910-SW             PIC X      VALUE "N".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  E-KIT-SW                  PIC X      VALUE "N".
           88  BRINDE-E-KIT                VALUE "S".
       01  ACHOU-ANTERIOR-SW         PIC X      VALUE "N".
           88  ACHOU-ANTERIOR              VALUE "S".
       01  TEVE-MOVIMENTO-SW         PIC X      VALUE "N".
           88  TEVE-MOVIMENTO              VALUE "S".
       01  PASSADA-W                 PIC 9(01)  VALUE ZEROS.
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
       01  DATA-INI-MES-W            PIC 9(08)  VALUE ZEROS.
       01  DATA-PROX-MES-W           PIC 9(08)  VALUE ZEROS.
       01  DATA-BASE-W               PIC 9(08)  VALUE ZEROS.
       01  JULIANO-BASE-W            PIC 9(08)  VALUE ZEROS.

      *    SALDO CORRENTE DO BRINDE DURANTE O MES.
       01  QTDE-W                    PIC S9(07) VALUE ZEROS.
       01  VALOR-W                   PIC S9(11)V99 VALUE ZEROS.
       01  MEDIO-W                   PIC 9(08)V99 VALUE ZEROS.
       01  CUSTO-MOV-W               PIC 9(08)V99 VALUE ZEROS.
       01  VALOR-MOV-W               PIC S9(11)V99 VALUE ZEROS.
       01  ORIGEM-CUSTO-W            PIC X(01)  VALUE SPACES.
       01  CUSTO-KIT-W               PIC 9(08)V99 VALUE ZEROS.
       01  BRINDE-ATUAL-W            PIC 9(03)  VALUE ZEROS.

      *    PRECO DAS NF CONFERIDAS POR ITEM DE PEDIDO.
       01  QTDE-NF-W                 PIC 9(04)  COMP VALUE ZEROS.
       01  IX-NF-W                   PIC 9(04)  COMP VALUE ZEROS.
       01  TABELA-NF-W.
           05  NF-TAB-W OCCURS 3000 TIMES.
               10  PEDIDO-NF-W       PIC 9(06).
               10  ITEM-PED-NF-W     PIC 9(02).
               10  PRECO-NF-W        PIC 9(08)V99.

       01  QTDE-BRINDES-W            PIC 9(04)  VALUE ZEROS.
       01  QTDE-MOVTOS-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-LANCTOS-W            PIC 9(06)  VALUE ZEROS.
       01  VALOR-INI-GERAL-W         PIC S9(13)V99 VALUE ZEROS.
       01  VALOR-ENTR-GERAL-W        PIC S9(13)V99 VALUE ZEROS.
       01  VALOR-SAIDA-GERAL-W       PIC S9(13)V99 VALUE ZEROS.
       01  VALOR-AJUSTE-GERAL-W      PIC S9(13)V99 VALUE ZEROS.
       01  VALOR-MONTAG-GERAL-W      PIC S9(13)V99 VALUE ZEROS.
       01  VALOR-FIM-GERAL-W         PIC S9(13)V99 VALUE ZEROS.
       01  VALOR-LINHA-W             PIC S9(13)V99 VALUE ZEROS.
       01  VALOR-CTB-W               PIC S9(13)V99 VALUE ZEROS.
       01  HISTORICO-POS-W           PIC X(30)  VALUE SPACES.
       01  HISTORICO-NEG-W           PIC X(30)  VALUE SPACES.
       01  QTDE-EDIT-W               PIC -ZZZZZ9.
       01  VALOR-EDIT-W              PIC -ZZ.ZZZ.ZZ9,99.
       01  TOTAL-EDIT-W              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  MEDIO-EDIT-W              PIC ZZ.ZZZ.ZZ9,99.

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
      *    1A. PASSADA: BRINDES SIMPLES; 2A.: KITS, QUE DEPENDEM DO
      *    MEDIO DE FECHAMENTO DOS COMPONENTES.
           MOVE 1 TO PASSADA-W.
           PERFORM 1500-POSICIONA-BRD010.
           PERFORM 2000-PROCESSA-BRINDE UNTIL FIM-BRD010.
           MOVE 2 TO PASSADA-W.
           PERFORM 1500-POSICIONA-BRD010.
           PERFORM 2000-PROCESSA-BRINDE UNTIL FIM-BRD010.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "KIT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-KIT910.
           MOVE "NFE910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NFE910.
           MOVE "CME910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CME910.
           MOVE "CTBEST"  TO CTBEST-NOME.
           MOVE "REL9204" TO REL9204-NOME.

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
           COMPUTE DATA-INI-MES-W = ANOMES-REF-W * 100 + 1.
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

      *    O FECHAMENTO E DATADO NO PROPRIO MES: MES FECHADO NAO
      *    RECEBE LANCAMENTO.
           MOVE EMPRESA-W   TO EMPRESA-FCH.
           MOVE DATA-BASE-W TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF NOT PERIODO-ABERTO-FCH AND NOT MODO-CONFERENCIA
              DISPLAY "BRP9204 - MES " ANOMES-FECHADO-FCH
                      " FECHADO - EXECUTANDO EM MODO CONFERENCIA"
              MOVE "C" TO MODO-CONFERENCIA-SW
           END-IF.

           OPEN INPUT BRD010 KIT910.
           IF ST-KIT910 = "00"  MOVE "S" TO KIT910-ABERTO-SW.
           IF MODO-CONFERENCIA
              OPEN INPUT BRD020
           ELSE
              OPEN I-O BRD020
           END-IF.
           OPEN I-O CME910.
           IF ST-CME910 = "35"
              CLOSE CME910      OPEN OUTPUT CME910
              CLOSE CME910      OPEN I-O CME910
           END-IF.
           OPEN OUTPUT CTBEST REL9204.
           PERFORM 1100-CARREGA-NF-CONFERIDAS.
           IF NOT MODO-CONFERENCIA
              PERFORM 1200-APAGA-FECHAMENTO-ANTERIOR
           END-IF.
           PERFORM 1300-CABECALHO.

       1100-CARREGA-NF-CONFERIDAS SECTION.
           MOVE ZEROS TO QTDE-NF-W.
           OPEN INPUT NFE910.
           IF ST-NFE910 NOT = "00"
              GO 1100-CARREGA-NF-CONFERIDAS-FIM
           END-IF.
           MOVE "N" TO FIM-NFE910-SW.
           MOVE ZEROS TO FORNEC-NFE910 NUMERO-NFE910 ITEM-NFE910.
           START NFE910 KEY IS NOT < CHAVE-NFE910 INVALID KEY
                 MOVE "S" TO FIM-NFE910-SW.
           PERFORM UNTIL FIM-NFE910-SW = "S"
              READ NFE910 NEXT RECORD AT END
                   MOVE "S" TO FIM-NFE910-SW
              NOT AT END
                IF NF-CONFERIDA-NFE910 AND
                   NUMERO-PED-NFE910 NOT = ZEROS AND
                   QTDE-NF-W < 3000
                   ADD 1 TO QTDE-NF-W
                   MOVE NUMERO-PED-NFE910 TO PEDIDO-NF-W(QTDE-NF-W)
                   MOVE ITEM-PED-NFE910   TO ITEM-PED-NF-W(QTDE-NF-W)
                   MOVE PRECO-NFE910      TO PRECO-NF-W(QTDE-NF-W)
                END-IF
              END-READ
           END-PERFORM.
           CLOSE NFE910.
       1100-CARREGA-NF-CONFERIDAS-FIM.
           EXIT.

       1200-APAGA-FECHAMENTO-ANTERIOR SECTION.
      *    NOVA EXECUCAO NO MESMO MES SUBSTITUI O FECHAMENTO ANTERIOR.
           MOVE "N" TO FIM-CME910-SW.
           MOVE ANOMES-REF-W TO ANOMES-CME910.
           MOVE ZEROS        TO BRINDE-CME910.
           START CME910 KEY IS NOT < CHAVE-CME910 INVALID KEY
                 MOVE "S" TO FIM-CME910-SW.
           PERFORM UNTIL FIM-CME910-SW = "S"
              READ CME910 NEXT RECORD AT END
                   MOVE "S" TO FIM-CME910-SW
              NOT AT END
                IF ANOMES-CME910 NOT = ANOMES-REF-W
                   MOVE "S" TO FIM-CME910-SW
                   IF ANOMES-CME910 > ANOMES-REF-W
                      DISPLAY "BRP9204 - ATENCAO: MES " ANOMES-CME910
                              " JA FECHADO - RODAR DE NOVO EM SEGUIDA"
                   END-IF
                ELSE
                   DELETE CME910 RECORD
                END-IF
              END-READ
           END-PERFORM.

       1300-CABECALHO SECTION.
           MOVE SPACES TO REG-REL9204.
           STRING "BRP9204 - FECHAMENTO DO ESTOQUE DE BRINDES A CUSTO "
                  "MEDIO - MES " MES-REF-W "/" ANO-REF-W
                  " - DATA-BASE " DATA-BASE-W
                  DELIMITED BY SIZE INTO REG-REL9204.
           WRITE REG-REL9204.
           IF MODO-CONFERENCIA
              MOVE "*** MODO CONFERENCIA - NADA FOI GRAVADO ***"
                   TO REG-REL9204
              WRITE REG-REL9204
           END-IF.
           MOVE SPACES TO REG-REL9204.
           WRITE REG-REL9204.
           MOVE SPACES TO REG-REL9204.
           MOVE "BRI NOME                 QTD INI      VALOR INIC"
                TO REG-REL9204(1: 47).
           MOVE "IAL       ENTRADAS   CUSTO SAIDAS  AJUSTE/MONTAG"
                TO REG-REL9204(48: 47).
           MOVE " QTD FIM    VALOR FINAL   CUSTO MEDIO"
                TO REG-REL9204(95: 36).
           WRITE REG-REL9204.

       1500-POSICIONA-BRD010 SECTION.
           MOVE "N" TO FIM-BRD010-SW.
           IF ST-BRD010 NOT = "00"
              MOVE "S" TO FIM-BRD010-SW
           ELSE
              MOVE ZEROS TO CODIGO-BRD010
              START BRD010 KEY IS NOT < CODIGO-BRD010 INVALID KEY
                    MOVE "S" TO FIM-BRD010-SW
           END-IF.

       2000-PROCESSA-BRINDE SECTION.
           READ BRD010 NEXT RECORD AT END
                MOVE "S" TO FIM-BRD010-SW
                GO 2000-PROCESSA-BRINDE-FIM
           END-READ.
           PERFORM 2050-VERIFICA-KIT.
           IF (PASSADA-W = 1 AND BRINDE-E-KIT) OR
              (PASSADA-W = 2 AND NOT BRINDE-E-KIT)
              GO 2000-PROCESSA-BRINDE-FIM
           END-IF.
           MOVE CODIGO-BRD010 TO BRINDE-ATUAL-W.
           MOVE ZEROS TO CUSTO-KIT-W.
           IF BRINDE-E-KIT
              PERFORM 2060-CUSTO-MONTAGEM-KIT
           END-IF.
           PERFORM 2100-SALDO-INICIAL.
           PERFORM 2200-VALORIZA-MES.
           IF QTDE-INI-CME910 NOT = ZEROS OR
              VALOR-INI-CME910 NOT = ZEROS OR TEVE-MOVIMENTO
              PERFORM 2500-GRAVA-FECHAMENTO
           END-IF.
       2000-PROCESSA-BRINDE-FIM.
           EXIT.

       2050-VERIFICA-KIT SECTION.
           MOVE "N" TO E-KIT-SW.
           IF NOT KIT910-ABERTO
              GO 2050-VERIFICA-KIT-FIM
           END-IF.
           MOVE CODIGO-BRD010 TO KIT-KIT910.
           MOVE ZEROS         TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 GO 2050-VERIFICA-KIT-FIM.
           READ KIT910 NEXT RECORD AT END
                GO 2050-VERIFICA-KIT-FIM.
           IF KIT-KIT910 = CODIGO-BRD010
              MOVE "S" TO E-KIT-SW
           END-IF.
       2050-VERIFICA-KIT-FIM.
           EXIT.

       2060-CUSTO-MONTAGEM-KIT SECTION.
      *    SOMA DO CUSTO MEDIO DE FECHAMENTO DESTE MES (CME910, 1A.
      *    PASSADA) DE CADA COMPONENTE X QTDE POR KIT.
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
                   MOVE ANOMES-REF-W      TO ANOMES-CME910
                   MOVE COMPONENTE-KIT910 TO BRINDE-CME910
                   READ CME910 INVALID KEY
                        MOVE ZEROS TO CUSTO-MEDIO-CME910
                   END-READ
                   COMPUTE CUSTO-KIT-W = CUSTO-KIT-W +
                           CUSTO-MEDIO-CME910 * QTDE-COMPONENTE-KIT910
                END-IF
              END-READ
           END-PERFORM.

       2100-SALDO-INICIAL SECTION.
      *    SALDO FINAL DO MES ANTERIOR; SEM ELE (PRIMEIRO FECHAMENTO)
      *    O SALDO DO LIVRO ATE A VESPERA DO MES, PELO CUSTO-PADRAO.
           MOVE ANOMES-ANT-W   TO ANOMES-CME910.
           MOVE BRINDE-ATUAL-W TO BRINDE-CME910.
           MOVE "S" TO ACHOU-ANTERIOR-SW.
           READ CME910 INVALID KEY
                MOVE "N" TO ACHOU-ANTERIOR-SW
           END-READ.
           IF ACHOU-ANTERIOR
              MOVE QTDE-FIM-CME910    TO QTDE-W
              MOVE VALOR-FIM-CME910   TO VALOR-W
              MOVE CUSTO-MEDIO-CME910 TO MEDIO-W
              INITIALIZE REG-CME910
              MOVE "N" TO ABERTURA-PADRAO-CME910
           ELSE
              INITIALIZE REG-CME910
              MOVE "S" TO ABERTURA-PADRAO-CME910
              PERFORM 2150-SALDO-LIVRO-ANTERIOR
              MOVE CUSTO-PADRAO-BRD010 TO MEDIO-W
              COMPUTE VALOR-W = QTDE-W * MEDIO-W
           END-IF.
           IF QTDE-W > 0
              COMPUTE MEDIO-W ROUNDED = VALOR-W / QTDE-W
           END-IF.
           MOVE ANOMES-REF-W   TO ANOMES-CME910.
           MOVE BRINDE-ATUAL-W TO BRINDE-CME910.
           MOVE QTDE-W  TO QTDE-INI-CME910.
           MOVE VALOR-W TO VALOR-INI-CME910.

       2150-SALDO-LIVRO-ANTERIOR SECTION.
           MOVE ZEROS TO QTDE-W.
           MOVE "N"   TO FIM-BRD020-SW.
           MOVE BRINDE-ATUAL-W TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS          TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
           PERFORM UNTIL FIM-BRD020-SW = "S"
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> BRINDE-ATUAL-W
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   IF DATA-BRD020 < DATA-INI-MES-W
                      IF ENTRADA-ESTOQUE-BRD020
                         ADD QTDE-BRD020 TO QTDE-W
                      ELSE
                         SUBTRACT QTDE-BRD020 FROM QTDE-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       2200-VALORIZA-MES SECTION.
           MOVE "N" TO TEVE-MOVIMENTO-SW.
           MOVE "N" TO FIM-BRD020-SW.
           MOVE BRINDE-ATUAL-W TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS          TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
           PERFORM UNTIL FIM-BRD020-SW = "S"
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> BRINDE-ATUAL-W
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   IF DATA-BRD020 NOT < DATA-INI-MES-W AND
                      DATA-BRD020 NOT > DATA-BASE-W
                      MOVE "S" TO TEVE-MOVIMENTO-SW
                      ADD 1 TO QTDE-MOVTOS-W
                      PERFORM 2300-VALORIZA-MOVIMENTO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       2300-VALORIZA-MOVIMENTO SECTION.
           MOVE "M"     TO ORIGEM-CUSTO-W.
           MOVE MEDIO-W TO CUSTO-MOV-W.
           IF CUSTO-MOV-W = ZEROS
              MOVE CUSTO-PADRAO-BRD010 TO CUSTO-MOV-W
           END-IF.
           EVALUATE TRUE
               WHEN ORIGEM-BRD020 = "TRANSF"
                    CONTINUE
               WHEN ENTRADA-ESTOQUE-BRD020 AND
                    ORIGEM-BRD020 = "COD9047T"
                    PERFORM 2310-CUSTO-COMPRA
                    PERFORM 2400-SOMA-ENTRADA
                    ADD QTDE-BRD020 TO QTDE-COMPRA-CME910
                    ADD VALOR-MOV-W TO VALOR-COMPRA-CME910
               WHEN ENTRADA-ESTOQUE-BRD020 AND
                    ORIGEM-BRD020 = "MONTAGEM"
                    IF CUSTO-KIT-W NOT = ZEROS
                       MOVE CUSTO-KIT-W TO CUSTO-MOV-W
                    END-IF
                    PERFORM 2400-SOMA-ENTRADA
                    ADD QTDE-BRD020 TO QTDE-MONTAGEM-CME910
                    ADD VALOR-MOV-W TO VALOR-MONTAGEM-CME910
               WHEN ENTRADA-ESTOQUE-BRD020 AND
                    ORIGEM-BRD020 = "INVENT"
                    PERFORM 2400-SOMA-ENTRADA
                    ADD QTDE-BRD020 TO QTDE-AJUSTE-CME910
                    ADD VALOR-MOV-W TO VALOR-AJUSTE-CME910
               WHEN ENTRADA-ESTOQUE-BRD020
                    PERFORM 2400-SOMA-ENTRADA
                    ADD QTDE-BRD020 TO QTDE-OUTRAS-CME910
                    ADD VALOR-MOV-W TO VALOR-OUTRAS-CME910
               WHEN ORIGEM-BRD020 = "INVENT"
                    PERFORM 2450-BAIXA-SAIDA
                    SUBTRACT QTDE-BRD020 FROM QTDE-AJUSTE-CME910
                    SUBTRACT VALOR-MOV-W FROM VALOR-AJUSTE-CME910
               WHEN ORIGEM-BRD020 = "DEVOL"
                    IF CUSTO-UNIT-BRD020 NOT = ZEROS AND
                       CUSTO-NOTA-BRD020
                       MOVE CUSTO-UNIT-BRD020 TO CUSTO-MOV-W
                       MOVE "N" TO ORIGEM-CUSTO-W
                    END-IF
                    PERFORM 2450-BAIXA-SAIDA
                    IF QTDE-W > 0 AND VALOR-W > 0
                       COMPUTE MEDIO-W ROUNDED = VALOR-W / QTDE-W
                    END-IF
                    ADD QTDE-BRD020 TO QTDE-SAIDA-CME910
                    ADD VALOR-MOV-W TO VALOR-SAIDA-CME910
               WHEN ORIGEM-BRD020 = "MONTAGEM"
                    PERFORM 2450-BAIXA-SAIDA
                    SUBTRACT QTDE-BRD020 FROM QTDE-MONTAGEM-CME910
                    SUBTRACT VALOR-MOV-W FROM VALOR-MONTAGEM-CME910
               WHEN OTHER
                    PERFORM 2450-BAIXA-SAIDA
                    ADD QTDE-BRD020 TO QTDE-SAIDA-CME910
                    ADD VALOR-MOV-W TO VALOR-SAIDA-CME910
           END-EVALUATE.
           IF NOT MODO-CONFERENCIA
              MOVE CUSTO-MOV-W    TO CUSTO-UNIT-BRD020
              MOVE ORIGEM-CUSTO-W TO ORIGEM-CUSTO-BRD020
              REWRITE REG-BRD020 INVALID KEY
                      CONTINUE
              END-REWRITE
           END-IF.

       2310-CUSTO-COMPRA SECTION.
      *    NF CONFERIDA DO ITEM DO PEDIDO; SENAO O CUSTO DO PEDIDO
      *    GRAVADO NA ENTRADA; ENTRADA ANTIGA SEM CUSTO FICA NO MEDIO.
           IF NUMERO-PED-BRD020 NOT = ZEROS
              MOVE 1 TO IX-NF-W
              PERFORM UNTIL IX-NF-W > QTDE-NF-W
                 IF PEDIDO-NF-W(IX-NF-W) = NUMERO-PED-BRD020 AND
                    ITEM-PED-NF-W(IX-NF-W) = ITEM-PED-BRD020
                    MOVE PRECO-NF-W(IX-NF-W) TO CUSTO-MOV-W
                    MOVE "N" TO ORIGEM-CUSTO-W
                    GO 2310-CUSTO-COMPRA-FIM
                 END-IF
                 ADD 1 TO IX-NF-W
              END-PERFORM
           END-IF.
           IF CUSTO-UNIT-BRD020 NOT = ZEROS AND
              (CUSTO-PEDIDO-BRD020 OR CUSTO-NOTA-BRD020)
              MOVE CUSTO-UNIT-BRD020 TO CUSTO-MOV-W
              MOVE "P" TO ORIGEM-CUSTO-W
           END-IF.
       2310-CUSTO-COMPRA-FIM.
           EXIT.

       2400-SOMA-ENTRADA SECTION.
           COMPUTE VALOR-MOV-W ROUNDED = QTDE-BRD020 * CUSTO-MOV-W.
           ADD QTDE-BRD020 TO QTDE-W.
           ADD VALOR-MOV-W TO VALOR-W.
           IF QTDE-W > 0 AND VALOR-W > 0
              COMPUTE MEDIO-W ROUNDED = VALOR-W / QTDE-W
           END-IF.

       2450-BAIXA-SAIDA SECTION.
      *    SAIDA QUE ZERA O SALDO LEVA O VALOR QUE SOBROU (SEM
      *    RESIDUO DE ARREDONDAMENTO NO ESTOQUE).
           IF QTDE-W > 0 AND QTDE-BRD020 = QTDE-W
              MOVE VALOR-W TO VALOR-MOV-W
              IF VALOR-MOV-W > 0
                 COMPUTE CUSTO-MOV-W ROUNDED =
                         VALOR-MOV-W / QTDE-BRD020
              END-IF
           ELSE
              COMPUTE VALOR-MOV-W ROUNDED = QTDE-BRD020 * CUSTO-MOV-W
           END-IF.
           SUBTRACT QTDE-BRD020 FROM QTDE-W.
           SUBTRACT VALOR-MOV-W FROM VALOR-W.

       2500-GRAVA-FECHAMENTO SECTION.
           MOVE QTDE-W         TO QTDE-FIM-CME910.
           MOVE VALOR-W        TO VALOR-FIM-CME910.
           MOVE MEDIO-W        TO CUSTO-MEDIO-CME910.
           MOVE DATA-DIA-I     TO DATA-FECHAMENTO-CME910.
           MOVE USUARIO-W      TO USUARIO-CME910.
           ADD 1 TO QTDE-BRINDES-W.
           IF NOT MODO-CONFERENCIA
              WRITE REG-CME910 INVALID KEY
                 REWRITE REG-CME910
              END-WRITE
              MOVE VALOR-COMPRA-CME910 TO VALOR-CTB-W
              MOVE "D-ESTOQUE BRINDES/C-COMPRAS"    TO HISTORICO-POS-W
              MOVE SPACES                           TO HISTORICO-NEG-W
              PERFORM 2600-GRAVA-LANCTO-CONTABIL
              MOVE VALOR-OUTRAS-CME910 TO VALOR-CTB-W
              MOVE "D-ESTOQUE BRINDES/C-OUTRAS ENT" TO HISTORICO-POS-W
              PERFORM 2600-GRAVA-LANCTO-CONTABIL
              MOVE VALOR-SAIDA-CME910  TO VALOR-CTB-W
              MOVE "D-CMV BRINDES/C-ESTOQUE"        TO HISTORICO-POS-W
              MOVE "D-ESTOQUE/C-CMV BRINDES"        TO HISTORICO-NEG-W
              PERFORM 2600-GRAVA-LANCTO-CONTABIL
              MOVE VALOR-AJUSTE-CME910 TO VALOR-CTB-W
              MOVE "D-ESTOQUE BRINDES/C-SOBRA INV"  TO HISTORICO-POS-W
              MOVE "D-PERDA INVENT/C-EST BRINDES"   TO HISTORICO-NEG-W
              PERFORM 2600-GRAVA-LANCTO-CONTABIL
           END-IF.
           ADD VALOR-INI-CME910      TO VALOR-INI-GERAL-W.
           ADD VALOR-COMPRA-CME910   TO VALOR-ENTR-GERAL-W.
           ADD VALOR-OUTRAS-CME910   TO VALOR-ENTR-GERAL-W.
           ADD VALOR-SAIDA-CME910    TO VALOR-SAIDA-GERAL-W.
           ADD VALOR-AJUSTE-CME910   TO VALOR-AJUSTE-GERAL-W.
           ADD VALOR-MONTAGEM-CME910 TO VALOR-MONTAG-GERAL-W.
           ADD VALOR-FIM-CME910      TO VALOR-FIM-GERAL-W.

           MOVE SPACES TO REG-REL9204.
           MOVE BRINDE-CME910         TO REG-REL9204(1: 3).
           MOVE NOME-BRD010           TO REG-REL9204(5: 20).
           MOVE QTDE-INI-CME910       TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W           TO REG-REL9204(26: 7).
           MOVE VALOR-INI-CME910      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9204(34: 14).
           COMPUTE VALOR-LINHA-W = VALOR-COMPRA-CME910
                                 + VALOR-OUTRAS-CME910.
           MOVE VALOR-LINHA-W         TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9204(49: 14).
           MOVE VALOR-SAIDA-CME910    TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9204(64: 14).
           COMPUTE VALOR-LINHA-W = VALOR-AJUSTE-CME910
                                 + VALOR-MONTAGEM-CME910.
           MOVE VALOR-LINHA-W         TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9204(79: 14).
           MOVE QTDE-FIM-CME910       TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W           TO REG-REL9204(94: 7).
           MOVE VALOR-FIM-CME910      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9204(102: 14).
           MOVE CUSTO-MEDIO-CME910    TO MEDIO-EDIT-W.
           MOVE MEDIO-EDIT-W          TO REG-REL9204(117: 13).
           IF BRINDE-E-KIT
              MOVE "K"                TO REG-REL9204(130: 1)
           END-IF.
           WRITE REG-REL9204.

       2600-GRAVA-LANCTO-CONTABIL SECTION.
      *    VALOR-CTB-W COM SINAL: POSITIVO USA O HISTORICO-POS-W,
      *    NEGATIVO O HISTORICO-NEG-W (INVERTIDO).
           IF VALOR-CTB-W = ZEROS
              GO 2600-GRAVA-LANCTO-CONTABIL-FIM.
           ADD 1 TO QTDE-LANCTOS-W.
           MOVE SPACES             TO REG-CTBEST.
           MOVE DATA-BASE-W        TO DATA-CTBE.
           MOVE ZEROS              TO PORTADOR-CTBE MODALIDADE-CTBE.
           MOVE BRINDE-ATUAL-W     TO COD-COMPL-CTBE.
           MOVE ZEROS              TO VALOR-JUROS-CTBE
                                      VALOR-DESCONTO-CTBE.
           IF VALOR-CTB-W > ZEROS
              MOVE VALOR-CTB-W     TO VALOR-PAGO-CTBE
              MOVE HISTORICO-POS-W TO HISTORICO-CTBE
           ELSE
              COMPUTE VALOR-PAGO-CTBE = ZEROS - VALOR-CTB-W
              MOVE HISTORICO-NEG-W TO HISTORICO-CTBE
           END-IF.
           MOVE ";" TO SEP1-CTBE SEP2-CTBE SEP3-CTBE SEP4-CTBE
                       SEP5-CTBE SEP6-CTBE SEP7-CTBE.
           WRITE REG-CTBEST.
       2600-GRAVA-LANCTO-CONTABIL-FIM.
           EXIT.

       3000-FINALIZA SECTION.
      *    MONTAGEM SO TROCA PECA POR KIT; A DIFERENCA ENTRE O MEDIO
      *    DAS PECAS NA SAIDA E O CUSTO DO KIT NA ENTRADA VAI NUM
      *    LANCAMENTO UNICO.
           IF NOT MODO-CONFERENCIA
              MOVE ZEROS                TO BRINDE-ATUAL-W
              MOVE VALOR-MONTAG-GERAL-W TO VALOR-CTB-W
              MOVE "D-ESTOQUE BRINDES/C-VAR MONTAG" TO HISTORICO-POS-W
              MOVE "D-VAR MONTAGEM/C-EST BRINDES"   TO HISTORICO-NEG-W
              PERFORM 2600-GRAVA-LANCTO-CONTABIL
           END-IF.
           MOVE SPACES TO REG-REL9204.
           WRITE REG-REL9204.
           MOVE "SALDO INICIAL DO ESTOQUE"  TO HISTORICO-POS-W.
           MOVE VALOR-INI-GERAL-W           TO VALOR-LINHA-W.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE "(+) ENTRADAS"              TO HISTORICO-POS-W.
           MOVE VALOR-ENTR-GERAL-W          TO VALOR-LINHA-W.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE "(-) CUSTO DAS SAIDAS"      TO HISTORICO-POS-W.
           MOVE VALOR-SAIDA-GERAL-W         TO VALOR-LINHA-W.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE "(+/-) AJUSTES INVENTARIO"  TO HISTORICO-POS-W.
           MOVE VALOR-AJUSTE-GERAL-W        TO VALOR-LINHA-W.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE "(+/-) MONTAGEM DE KITS"    TO HISTORICO-POS-W.
           MOVE VALOR-MONTAG-GERAL-W        TO VALOR-LINHA-W.
           PERFORM 3100-IMPRIME-TOTAL.
           MOVE "VALOR DO ESTOQUE NO FIM"   TO HISTORICO-POS-W.
           MOVE VALOR-FIM-GERAL-W           TO VALOR-LINHA-W.
           PERFORM 3100-IMPRIME-TOTAL.
           CLOSE BRD010 BRD020 KIT910 CME910 CTBEST REL9204.
           DISPLAY "BRP9204 - BRINDES FECHADOS.....: " QTDE-BRINDES-W.
           DISPLAY "BRP9204 - MOVIMENTOS VALORIZADOS: " QTDE-MOVTOS-W.
           DISPLAY "BRP9204 - LANCAMENTOS CTBEST...: " QTDE-LANCTOS-W.

       3100-IMPRIME-TOTAL SECTION.
           MOVE SPACES TO REG-REL9204.
           MOVE HISTORICO-POS-W TO REG-REL9204(1: 30).
           MOVE VALOR-LINHA-W   TO TOTAL-EDIT-W.
           MOVE TOTAL-EDIT-W    TO REG-REL9204(32: 19).
           WRITE REG-REL9204.

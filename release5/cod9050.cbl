       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *BAIXA EM LOTE DO CONTAS A PAGAR DE BRINDES - PAGA NA DATA
      *INFORMADA OS TITULOS DO APG910 EM ABERTO COM VENCIMENTO ATE
      *ESSA DATA - O PAGAMENTO SO E LIBERADO POR NF CONFERIDA NO
      *COD9048; TITULO SEM NF CONFERIDA NAO E PAGO E SAI NO
      *RELATORIO. NO FIM, O
      *RELATORIO DE NECESSIDADE DE CAIXA POR SEMANA DE VENCIMENTO
      *DOS TITULOS QUE SEGUEM EM ABERTO, P/ POR AO LADO DA PROJECAO
      *DE RECEBIVEIS DO CRP9125.
      *O PAGAMENTO EM SI SAI NA REMESSA DE PAGAMENTO (CNAB 240,
      *SERVICO 20 - FORNECEDORES) DA CONTA DO PORTADOR INFORMADO: UM
      *LOTE POR FORMA DO CAD011 (TED, PIX PELA CHAVE, BOLETO DO
      *FORNECEDOR PELO CODIGO DE BARRAS DA APG9100T), CATALOGADA NO
      *CAT910 COMO AS REMESSAS DE COBRANCA. O TITULO FICA "R"
      *(REMETIDO) - SO O RETORNO DO BANCO (COD9052) O DA POR PAGO E
      *AVANCA PEDIDO/COD043. FORNECEDOR SEM DADOS DE PAGAMENTO OU
      *BOLETO SEM CODIGO DE BARRAS NAO ENTRA E SAI NO RELATORIO.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-8 = DATA DO PAGAMENTO
      *AAAAMMDD (ZEROS = HOJE); POSICAO 9 = "C" MODO CONFERENCIA
      *(GERA O CONFER.PAG SEM CATALOGAR NEM MARCAR OS TITULOS);
      *POSICOES 10-13 = PORTADOR DA CONTA PAGADORA (CAD018) - SEM
      *ELE A RODADA E SO DE CONFERENCIA.
      *EM EMPRESA DE TREINAMENTO (EMPRTREINO = 1 NO PAR910 - CLONAGEM
      *CRP9189) A REMESSA E GERADA MAS CATALOGADA "E", QUE NAO AVANCA
      *P/ TRANSMITIDA.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APGX910.
           COPY NFEX910.
           COPY CAPX011.
           COPY CAPX002.
           COPY CAPX018.
           COPY CRPX916.
           COPY PARX910.
           SELECT REL9050 ASSIGN TO REL9050-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9050.
           SELECT REMPAG ASSIGN TO REMPAG-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REMPAG.
           SELECT LOTEPAG ASSIGN TO LOTEPAG-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-LOTEPAG.

       DATA DIVISION.
       FILE SECTION.
       COPY APGW910.
       COPY NFEW910.
       COPY CAPW011.
       COPY CAPW002.
       COPY CAPW018.
       COPY CRPW916.
       COPY PARW910.
       FD  REL9050
           LABEL RECORD IS OMITTED.
       01  REG-REL9050               PIC X(90).
       FD  REMPAG
           LABEL RECORD IS OMITTED.
       01  REG-REMPAG                PIC X(240).
      *    LOTEPAG - ARQUIVO DE TRABALHO DE CADA FORMA (PAGTED.TMP,
      *    PAGPIX.TMP, PAGBOL.TMP): OS DETALHES SAEM AQUI NA ORDEM DO
      *    APG910 E SAO JUNTADOS NO REMPAG, UM LOTE POR FORMA, NO FIM.
       FD  LOTEPAG
           LABEL RECORD IS OMITTED.
       01  REG-LOTEPAG               PIC X(240).

       WORKING-STORAGE SECTION.
       01  REL9050-NOME              PIC X(12)  VALUE SPACES.
       01  REMPAG-NOME               PIC X(12)  VALUE SPACES.
       01  LOTEPAG-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-CAD011               PIC X(30)  VALUE SPACES.
       01  PATH-CAT910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-CAD011                 PIC XX     VALUE SPACES.
       01  ST-CAD002                 PIC XX     VALUE SPACES.
       01  ST-CAD018                 PIC XX     VALUE SPACES.
       01  ST-CAT910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-REMPAG                 PIC XX     VALUE SPACES.
       01  ST-LOTEPAG                PIC XX     VALUE SPACES.
       01  PORTADOR-PAGTO-W          PIC 9(04)  VALUE ZEROS.
       01  NUMERO-CAT-W              PIC 9(06)  VALUE ZEROS.
       01  SEQ-CAT-EDIT-W            PIC 9(02)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  QTDE-SEM-DADOS-W          PIC 9(06)  VALUE ZEROS.
       01  MOTIVO-NAO-REMETIDO-W     PIC X(40)  VALUE SPACES.
       01  FORMA-W                   PIC 9(01)  VALUE ZEROS.
       01  IX-FORMA-W                PIC 9(01) COMP VALUE ZEROS.
       01  LOTE-W                    PIC 9(04)  VALUE ZEROS.
       01  SEQ-LOTE-W                PIC 9(05)  VALUE ZEROS.
       01  QTDE-REGS-ARQ-W           PIC 9(06)  VALUE ZEROS.
       01  FIM-LOTEPAG-SW            PIC X      VALUE "N".
           88  FIM-LOTEPAG                 VALUE "S".
       01  DATA-TRAB-W.
           05  ANO-TRAB-W            PIC 9(04).
           05  MES-TRAB-W            PIC 9(02).
           05  DIA-TRAB-W            PIC 9(02).
       01  DATA-TRAB-R REDEFINES DATA-TRAB-W PIC 9(08).
       01  DATA-DDMMAAAA-W           PIC 9(08)  VALUE ZEROS.
      *    FORMAS DA REMESSA: 1 = TED, 2 = PIX, 3 = BOLETO - CADA UMA
      *    COM SEU ARQUIVO DE TRABALHO, FORMA DE LANCAMENTO FEBRABAN
      *    (41 TED OUTRA TITULARIDADE, 45 PIX TRANSFERENCIA, 31
      *    PAGAMENTO DE TITULOS) E VERSAO DE LAYOUT DO LOTE.
       01  FORMAS-PAGTO-W.
           05  FORMA-PG-W OCCURS 3 TIMES.
               10  QTDE-FORMA-W      PIC 9(06).
               10  VALOR-FORMA-W     PIC 9(16)V99.
       01  DESCR-FORMAS-W.
           05  FILLER                PIC X(20)
               VALUE "PAGTED.TMP  41045TED".
           05  FILLER                PIC X(20)
               VALUE "PAGPIX.TMP  45045PIX".
           05  FILLER                PIC X(20)
               VALUE "PAGBOL.TMP  31040BOL".
       01  DESCR-FORMAS-R REDEFINES DESCR-FORMAS-W.
           05  DESCR-FORMA-W OCCURS 3 TIMES.
               10  ARQ-FORMA-W       PIC X(12).
               10  LANCTO-FORMA-W    PIC X(02).
               10  LAYOUT-FORMA-W    PIC X(03).
               10  SIGLA-FORMA-W     PIC X(03).

      *    REGISTROS DA REMESSA DE PAGAMENTO (CNAB 240 FEBRABAN,
      *    SERVICO 20): HEADER DE ARQUIVO (0), HEADER DE LOTE (1),
      *    SEGMENTOS A (TED/PIX), B (CHAVE PIX) E J (BOLETO), TRAILER
      *    DE LOTE (5) E DE ARQUIVO (9). O SEU NUMERO DOS SEGMENTOS A
      *    E J LEVA A CHAVE DO APG910 ("P" + FORNECEDOR + PEDIDO +
      *    ITEM) P/ O RETORNO (COD9052) ACHAR O TITULO.
       01  PAG-REG-0.
           05  BANCO-PG0             PIC 9(03).
           05  LOTE-PG0              PIC 9(04).
           05  TIPO-REG-PG0          PIC X(01).
           05  FILLER                PIC X(09).
           05  TIPO-INSC-PG0         PIC X(01).
           05  CNPJ-PG0              PIC 9(14).
           05  CONVENIO-PG0          PIC X(20).
           05  AGENCIA-PG0           PIC 9(05).
           05  DV-AGENCIA-PG0        PIC X(01).
           05  CONTA-PG0             PIC X(12).
           05  DV-CONTA-PG0          PIC X(01).
           05  FILLER                PIC X(01).
           05  NOME-EMP-PG0          PIC X(30).
           05  NOME-BANCO-PG0        PIC X(30).
           05  FILLER                PIC X(10).
           05  COD-REMESSA-PG0       PIC X(01).
           05  DATA-GERACAO-PG0      PIC 9(08).
           05  HORA-GERACAO-PG0      PIC 9(06).
           05  NSA-PG0               PIC 9(06).
           05  LAYOUT-ARQ-PG0        PIC X(03).
           05  DENSIDADE-PG0         PIC 9(05).
           05  FILLER                PIC X(69).
       01  PAG-REG-1.
           05  BANCO-PG1             PIC 9(03).
           05  LOTE-PG1              PIC 9(04).
           05  TIPO-REG-PG1          PIC X(01).
           05  OPERACAO-PG1          PIC X(01).
           05  SERVICO-PG1           PIC X(02).
           05  FORMA-LANCTO-PG1      PIC X(02).
           05  LAYOUT-LOTE-PG1       PIC X(03).
           05  FILLER                PIC X(01).
           05  TIPO-INSC-PG1         PIC X(01).
           05  CNPJ-PG1              PIC 9(14).
           05  CONVENIO-PG1          PIC X(20).
           05  AGENCIA-PG1           PIC 9(05).
           05  DV-AGENCIA-PG1        PIC X(01).
           05  CONTA-PG1             PIC X(12).
           05  DV-CONTA-PG1          PIC X(01).
           05  FILLER                PIC X(01).
           05  NOME-EMP-PG1          PIC X(30).
           05  FILLER                PIC X(128).
           05  OCORRENCIAS-PG1       PIC X(10).
       01  PAG-REG-A.
           05  BANCO-PGA             PIC 9(03).
           05  LOTE-PGA              PIC 9(04).
           05  TIPO-REG-PGA          PIC X(01).
           05  SEQ-PGA               PIC 9(05).
           05  SEGMENTO-PGA          PIC X(01).
           05  MOVIMENTO-PGA         PIC X(01).
           05  INSTRUCAO-PGA         PIC X(02).
           05  CAMARA-PGA            PIC X(03).
           05  BANCO-FAV-PGA         PIC 9(03).
           05  AGENCIA-FAV-PGA       PIC 9(05).
           05  DV-AGENCIA-FAV-PGA    PIC X(01).
           05  CONTA-FAV-PGA         PIC 9(12).
           05  DV-CONTA-FAV-PGA      PIC X(01).
           05  DV-AG-CONTA-FAV-PGA   PIC X(01).
           05  NOME-FAV-PGA          PIC X(30).
           05  SEU-NUMERO-PGA        PIC X(20).
           05  DATA-PAGTO-PGA        PIC 9(08).
           05  MOEDA-PGA             PIC X(03).
           05  QTDE-MOEDA-PGA        PIC 9(15).
           05  VALOR-PAGTO-PGA       PIC 9(13)V99.
           05  NOSSO-NUMERO-PGA      PIC X(20).
           05  DATA-REAL-PGA         PIC 9(08).
           05  VALOR-REAL-PGA        PIC 9(13)V99.
           05  INFORMACAO-PGA        PIC X(40).
           05  FINALIDADE-DOC-PGA    PIC X(02).
           05  FINALIDADE-TED-PGA    PIC X(05).
           05  FILLER                PIC X(05).
           05  AVISO-PGA             PIC X(01).
           05  OCORRENCIAS-PGA       PIC X(10).
       01  PAG-REG-B.
           05  BANCO-PGB             PIC 9(03).
           05  LOTE-PGB              PIC 9(04).
           05  TIPO-REG-PGB          PIC X(01).
           05  SEQ-PGB               PIC 9(05).
           05  SEGMENTO-PGB          PIC X(01).
           05  FORMA-INICIACAO-PGB   PIC X(03).
           05  TIPO-INSC-FAV-PGB     PIC X(01).
           05  CNPJ-FAV-PGB          PIC 9(14).
           05  TXID-PGB              PIC X(35).
           05  INFORMACAO-PGB        PIC X(60).
           05  CHAVE-PIX-PGB         PIC X(99).
           05  FILLER                PIC X(14).
       01  PAG-REG-J.
           05  BANCO-PGJ             PIC 9(03).
           05  LOTE-PGJ              PIC 9(04).
           05  TIPO-REG-PGJ          PIC X(01).
           05  SEQ-PGJ               PIC 9(05).
           05  SEGMENTO-PGJ          PIC X(01).
           05  MOVIMENTO-PGJ         PIC X(01).
           05  INSTRUCAO-PGJ         PIC X(02).
           05  CODIGO-BARRAS-PGJ     PIC X(44).
           05  NOME-CEDENTE-PGJ      PIC X(30).
           05  DATA-VENCTO-PGJ       PIC 9(08).
           05  VALOR-TITULO-PGJ      PIC 9(13)V99.
           05  VALOR-DESCONTO-PGJ    PIC 9(13)V99.
           05  VALOR-ACRESCIMO-PGJ   PIC 9(13)V99.
           05  DATA-PAGTO-PGJ        PIC 9(08).
           05  VALOR-PAGTO-PGJ       PIC 9(13)V99.
           05  QTDE-MOEDA-PGJ        PIC 9(15).
           05  SEU-NUMERO-PGJ        PIC X(20).
           05  NOSSO-NUMERO-PGJ      PIC X(20).
           05  MOEDA-PGJ             PIC X(02).
           05  FILLER                PIC X(06).
           05  OCORRENCIAS-PGJ       PIC X(10).
       01  PAG-REG-5.
           05  BANCO-PG5             PIC 9(03).
           05  LOTE-PG5              PIC 9(04).
           05  TIPO-REG-PG5          PIC X(01).
           05  FILLER                PIC X(09).
           05  QTDE-REGS-PG5         PIC 9(06).
           05  VALOR-TOTAL-PG5       PIC 9(16)V99.
           05  QTDE-MOEDA-PG5        PIC 9(18).
           05  AVISO-DEBITO-PG5      PIC 9(06).
           05  FILLER                PIC X(165).
           05  OCORRENCIAS-PG5       PIC X(10).
       01  PAG-REG-9.
           05  BANCO-PG9             PIC 9(03).
           05  LOTE-PG9              PIC 9(04).
           05  TIPO-REG-PG9          PIC X(01).
           05  FILLER                PIC X(09).
           05  QTDE-LOTES-PG9        PIC 9(06).
           05  QTDE-REGS-PG9         PIC 9(06).
           05  QTDE-CONTAS-PG9       PIC 9(06).
           05  FILLER                PIC X(205).
       01  PATH-APG910               PIC X(30)  VALUE SPACES.
       01  PATH-NFE910               PIC X(30)  VALUE SPACES.
       01  ST-APG910                 PIC XX     VALUE SPACES.
       01  ST-NFE910                 PIC XX     VALUE SPACES.
       01  ST-REL9050                PIC XX     VALUE SPACES.
       01  FIM-APG910-SW             PIC X      VALUE "N".
           88  FIM-APG910                  VALUE "S".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  EMPRESA-TREINO-SW         PIC X      VALUE "N".
           88  EMPRESA-DE-TREINO           VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-PAGTO-W              PIC 9(08)  VALUE ZEROS.
       01  JULIANO-PAGTO-W           PIC 9(08)  VALUE ZEROS.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "APG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-APG910.
           MOVE "NFE910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NFE910.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "CAD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD002.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "CAT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAT910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "REL9050" TO REL9050-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           IF OPCAO-PARAM-W(1: 8) NUMERIC AND
              OPCAO-PARAM-W(1: 8) NOT = ZEROS
              MOVE OPCAO-PARAM-W(1: 8) TO DATA-PAGTO-W
              MOVE DATA-DIA-I TO DATA-PAGTO-W
           END-IF.
           MOVE OPCAO-PARAM-W(9: 1) TO MODO-CONFERENCIA-SW.
           IF OPCAO-PARAM-W(10: 4) NUMERIC
              MOVE OPCAO-PARAM-W(10: 4) TO PORTADOR-PAGTO-W
           END-IF.
           COMPUTE JULIANO-PAGTO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-PAGTO-W).
           INITIALIZE SEMANAS-PAGAR-W FORMAS-PAGTO-W.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W      TO EMPRESA-PAR910
              MOVE "EMPRTREINO"   TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 = 1
                      MOVE "S" TO EMPRESA-TREINO-SW
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.

           OPEN I-O APG910.
           OPEN INPUT NFE910.
           IF ST-NFE910 = "35"
              CLOSE NFE910      OPEN OUTPUT NFE910
              CLOSE NFE910      OPEN INPUT NFE910
           END-IF.
           OPEN INPUT CAD011 CAD002 CAD018.
           OPEN I-O CAT910.
           IF ST-CAT910 = "35"
              CLOSE CAT910      OPEN OUTPUT CAT910
              CLOSE CAT910      OPEN I-O CAT910
           END-IF.
           PERFORM 1100-VERIFICA-CONTA-PAGADORA.
           PERFORM 1200-MONTA-NOME-REMPAG.
           OPEN OUTPUT REL9050.
           MOVE SPACES TO REG-REL9050.
           MOVE "BAIXA DO CONTAS A PAGAR -" TO REG-REL9050(1: 25).
                    MOVE "S" TO FIM-APG910-SW
           END-IF.

       1100-VERIFICA-CONTA-PAGADORA SECTION.
      *    SEM A CONTA PAGADORA NAO HA REMESSA DE VERDADE: A RODADA
      *    VIRA CONFERENCIA, P/ NENHUM TITULO FICAR "REMETIDO" SEM
      *    ARQUIVO P/ O BANCO.
           IF PORTADOR-PAGTO-W = ZEROS
              DISPLAY "COD9050 - PORTADOR PAGADOR NAO INFORMADO - "
                      "RODANDO EM CONFERENCIA"
              MOVE "C" TO MODO-CONFERENCIA-SW
              INITIALIZE REG-CAD018
              GO 1100-VERIFICA-CONTA-PAGADORA-FIM.
           MOVE PORTADOR-PAGTO-W TO PORTADOR.
           READ CAD018 INVALID KEY
                DISPLAY "COD9050 - PORTADOR " PORTADOR-PAGTO-W
                        " NAO CADASTRADO - RODANDO EM CONFERENCIA"
                MOVE "C" TO MODO-CONFERENCIA-SW
                INITIALIZE REG-CAD018
           END-READ.
       1100-VERIFICA-CONTA-PAGADORA-FIM.
           EXIT.

       1200-MONTA-NOME-REMPAG SECTION.
      *    MESMA CONVENCAO DE NOME DA REMESSA DE DEBITO (CRP9126):
      *    NUMERO DO CATALOGO NO NOME; NA CONFERENCIA NOME FIXO E
      *    FORA DO CATALOGO.
           MOVE EMPRESA-W TO CODIGO-CD002.
           READ CAD002 INVALID KEY
                INITIALIZE REG-CAD002
           END-READ.
           IF MODO-CONFERENCIA
              MOVE "CONFER.PAG" TO REMPAG-NOME
           ELSE
              PERFORM 1210-PROXIMO-NUMERO-CATALOGO
              MOVE NUMERO-CAT-W(5: 2) TO SEQ-CAT-EDIT-W
              MOVE SPACES TO REMPAG-NOME
              STRING "PG" DATA-DIA-I(5: 4) SEQ-CAT-EDIT-W ".PAG"
                     DELIMITED BY SIZE INTO REMPAG-NOME
           END-IF.
           PERFORM 1220-ABRE-LOTE-FORMA
                   VARYING IX-FORMA-W FROM 1 BY 1
                   UNTIL IX-FORMA-W > 3.

       1210-PROXIMO-NUMERO-CATALOGO SECTION.
           MOVE ZEROS TO NUMERO-CAT-W NUMERO-CAT910.
           START CAT910 KEY IS NOT < NUMERO-CAT910 INVALID KEY
                 MOVE "10" TO ST-CAT910.
           PERFORM UNTIL ST-CAT910 = "10"
              READ CAT910 NEXT RECORD AT END
                   MOVE "10" TO ST-CAT910
              NOT AT END
                   MOVE NUMERO-CAT910 TO NUMERO-CAT-W
              END-READ
           END-PERFORM.
           ADD 1 TO NUMERO-CAT-W.
           MOVE SPACES TO ST-CAT910.

       1220-ABRE-LOTE-FORMA SECTION.
      *    ZERA O ARQUIVO DE TRABALHO DA FORMA (RESTO DE RODADA
      *    ANTERIOR NAO PODE ENTRAR NA REMESSA).
           MOVE ARQ-FORMA-W(IX-FORMA-W) TO LOTEPAG-NOME.
           OPEN OUTPUT LOTEPAG.
           CLOSE LOTEPAG.

       2000-PROCESSA-APG910 SECTION.
           READ APG910 NEXT RECORD AT END
                MOVE "S" TO FIM-APG910-SW
              WRITE REG-REL9050
              PERFORM 2500-ACUMULA-NECESSIDADE
              GO 2100-PAGA-TITULO-FIM.
           PERFORM 2150-VERIFICA-DADOS-PAGTO.
           IF FORMA-W = ZEROS
              ADD 1 TO QTDE-SEM-DADOS-W
              MOVE SPACES TO REG-REL9050
              MOVE FORNEC-APG910     TO REG-REL9050(1: 6)
              MOVE NUMERO-PED-APG910 TO REG-REL9050(8: 6)
              MOVE ITEM-PED-APG910   TO REG-REL9050(15: 2)
              MOVE MOTIVO-NAO-REMETIDO-W TO REG-REL9050(19: 40)
              WRITE REG-REL9050
              PERFORM 2500-ACUMULA-NECESSIDADE
              GO 2100-PAGA-TITULO-FIM.
           ADD 1 TO QTDE-PAGOS-W.
           ADD VALOR-APG910 TO VALOR-PAGO-TOT-W.
           ADD 1            TO QTDE-FORMA-W(FORMA-W).
           ADD VALOR-APG910 TO VALOR-FORMA-W(FORMA-W).
           MOVE SPACES TO REG-REL9050.
           MOVE FORNEC-APG910      TO REG-REL9050(1: 6).
           MOVE NUMERO-PED-APG910  TO REG-REL9050(8: 6).
           MOVE DATA-VENCTO-APG910 TO REG-REL9050(19: 8).
           MOVE VALOR-APG910       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9050(28: 14).
           MOVE "REMETIDO"         TO REG-REL9050(44: 8).
           MOVE SIGLA-FORMA-W(FORMA-W) TO REG-REL9050(53: 3).
           WRITE REG-REL9050.
           PERFORM 2600-GRAVA-DETALHE.
           IF MODO-CONFERENCIA
              GO 2100-PAGA-TITULO-FIM.
           MOVE "R"          TO SITUACAO-APG910.
           MOVE NUMERO-CAT-W TO NUMERO-CAT-APG910.
           MOVE DATA-PAGTO-W TO DATA-REMESSA-APG910.
           MOVE SPACES       TO OCORRENCIA-APG910.
           REWRITE REG-APG910.
       2100-PAGA-TITULO-FIM.
           EXIT.

       2150-VERIFICA-DADOS-PAGTO SECTION.
      *    FORMA DA REMESSA PELO CAD011 DO FORNECEDOR (ZERO = NAO
      *    ENTRA, COM O MOTIVO P/ O RELATORIO).
           MOVE ZEROS TO FORMA-W.
           MOVE FORNEC-APG910 TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "FORNECEDOR NAO CADASTRADO NO CAD011"
                                    TO MOTIVO-NAO-REMETIDO-W
                GO 2150-VERIFICA-DADOS-PAGTO-FIM
           END-READ.
           EVALUATE TRUE
               WHEN PAGTO-TED-CD011
                   MOVE 1 TO FORMA-W
               WHEN PAGTO-PIX-CD011
                   MOVE 2 TO FORMA-W
               WHEN PAGTO-BOLETO-CD011
                   IF CODIGO-BARRAS-APG910 = SPACES
                      MOVE "BOLETO SEM CODIGO DE BARRAS (APG9100T)"
                                    TO MOTIVO-NAO-REMETIDO-W
                   ELSE
                      MOVE 3 TO FORMA-W
                   END-IF
               WHEN OTHER
                   MOVE "SEM DADOS DE PAGAMENTO NO CAD011"
                                    TO MOTIVO-NAO-REMETIDO-W
           END-EVALUATE.
       2150-VERIFICA-DADOS-PAGTO-FIM.
           EXIT.

       2200-VERIFICA-NF-CONFERIDA SECTION.
           MOVE "N" TO NF-LIBERADA-SW.
           IF NUMERO-NF-APG910 = ZEROS
       2200-VERIFICA-NF-CONFERIDA-FIM.
           EXIT.

       2500-ACUMULA-NECESSIDADE SECTION.
           COMPUTE JULIANO-VENCTO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-VENCTO-APG910).
           ADD 1            TO QTDE-SEM-PG-W(SEMANA-W).
           ADD VALOR-APG910 TO VALOR-SEM-PG-W(SEMANA-W).

       2600-GRAVA-DETALHE SECTION.
      *    DETALHE NO ARQUIVO DE TRABALHO DA FORMA; LOTE E SEQUENCIA
      *    SAO POSTOS NA JUNCAO (3100).
           MOVE ARQ-FORMA-W(FORMA-W) TO LOTEPAG-NOME.
           OPEN EXTEND LOTEPAG.
           MOVE DATA-PAGTO-W TO DATA-TRAB-R.
           COMPUTE DATA-DDMMAAAA-W = DIA-TRAB-W * 1000000
                                   + MES-TRAB-W * 10000 + ANO-TRAB-W.
           IF FORMA-W = 3
              PERFORM 2620-GRAVA-SEGMENTO-J
           ELSE
              PERFORM 2610-GRAVA-SEGMENTO-A
           END-IF.
           CLOSE LOTEPAG.

       2610-GRAVA-SEGMENTO-A SECTION.
           MOVE SPACES TO PAG-REG-A.
           MOVE BANCO-CD018           TO BANCO-PGA.
           MOVE ZEROS                 TO LOTE-PGA SEQ-PGA.
           MOVE "3"                   TO TIPO-REG-PGA.
           MOVE "A"                   TO SEGMENTO-PGA.
           MOVE "0"                   TO MOVIMENTO-PGA.
           MOVE "00"                  TO INSTRUCAO-PGA.
           IF FORMA-W = 2
              MOVE "009"              TO CAMARA-PGA
              MOVE ZEROS              TO BANCO-FAV-PGA AGENCIA-FAV-PGA
                                         CONTA-FAV-PGA
           ELSE
              MOVE "018"              TO CAMARA-PGA
              MOVE BANCO-FORNEC-CD011 TO BANCO-FAV-PGA
              MOVE AGENCIA-FORNEC-CD011 TO AGENCIA-FAV-PGA
              MOVE DV-AGENCIA-FORNEC-CD011 TO DV-AGENCIA-FAV-PGA
              MOVE CONTA-FORNEC-CD011 TO CONTA-FAV-PGA
              MOVE DV-CONTA-FORNEC-CD011 TO DV-CONTA-FAV-PGA
           END-IF.
           MOVE NOME-FORNEC-CD011     TO NOME-FAV-PGA.
           PERFORM 2650-MONTA-SEU-NUMERO.
           MOVE DATA-DDMMAAAA-W       TO DATA-PAGTO-PGA.
           MOVE "BRL"                 TO MOEDA-PGA.
           MOVE ZEROS                 TO QTDE-MOEDA-PGA DATA-REAL-PGA
                                         VALOR-REAL-PGA.
           MOVE VALOR-APG910          TO VALOR-PAGTO-PGA.
           MOVE "0"                   TO AVISO-PGA.
           IF FORMA-W = 1
      *       FINALIDADE TED 00005 - PAGAMENTO A FORNECEDORES.
              MOVE "00005"            TO FINALIDADE-TED-PGA
           END-IF.
           WRITE REG-LOTEPAG FROM PAG-REG-A.
           IF FORMA-W = 2
              PERFORM 2615-GRAVA-SEGMENTO-B
           END-IF.

       2615-GRAVA-SEGMENTO-B SECTION.
           MOVE SPACES TO PAG-REG-B.
           MOVE BANCO-CD018           TO BANCO-PGB.
           MOVE ZEROS                 TO LOTE-PGB SEQ-PGB.
           MOVE "3"                   TO TIPO-REG-PGB.
           MOVE "B"                   TO SEGMENTO-PGB.
           EVALUATE TRUE
               WHEN CHAVE-PIX-FONE-CD011
                   MOVE "01 "         TO FORMA-INICIACAO-PGB
               WHEN CHAVE-PIX-EMAIL-CD011
                   MOVE "02 "         TO FORMA-INICIACAO-PGB
               WHEN CHAVE-PIX-CNPJ-CD011
                   MOVE "03 "         TO FORMA-INICIACAO-PGB
               WHEN OTHER
                   MOVE "04 "         TO FORMA-INICIACAO-PGB
           END-EVALUATE.
           MOVE "2"                   TO TIPO-INSC-FAV-PGB.
           MOVE CNPJ-FORNEC-CD011     TO CNPJ-FAV-PGB.
           MOVE CHAVE-PIX-CD011       TO CHAVE-PIX-PGB.
           WRITE REG-LOTEPAG FROM PAG-REG-B.

       2620-GRAVA-SEGMENTO-J SECTION.
           MOVE SPACES TO PAG-REG-J.
           MOVE BANCO-CD018           TO BANCO-PGJ.
           MOVE ZEROS                 TO LOTE-PGJ SEQ-PGJ.
           MOVE "3"                   TO TIPO-REG-PGJ.
           MOVE "J"                   TO SEGMENTO-PGJ.
           MOVE "0"                   TO MOVIMENTO-PGJ.
           MOVE "00"                  TO INSTRUCAO-PGJ.
           MOVE CODIGO-BARRAS-APG910  TO CODIGO-BARRAS-PGJ.
           MOVE NOME-FORNEC-CD011     TO NOME-CEDENTE-PGJ.
           MOVE DATA-VENCTO-APG910    TO DATA-TRAB-R.
           COMPUTE DATA-VENCTO-PGJ = DIA-TRAB-W * 1000000
                                   + MES-TRAB-W * 10000 + ANO-TRAB-W.
           MOVE VALOR-APG910          TO VALOR-TITULO-PGJ
                                         VALOR-PAGTO-PGJ.
           MOVE ZEROS                 TO VALOR-DESCONTO-PGJ
                                         VALOR-ACRESCIMO-PGJ
                                         QTDE-MOEDA-PGJ.
           MOVE DATA-DDMMAAAA-W       TO DATA-PAGTO-PGJ.
           PERFORM 2650-MONTA-SEU-NUMERO.
           MOVE SEU-NUMERO-PGA        TO SEU-NUMERO-PGJ.
           MOVE "09"                  TO MOEDA-PGJ.
           WRITE REG-LOTEPAG FROM PAG-REG-J.

       2650-MONTA-SEU-NUMERO SECTION.
           MOVE SPACES                TO SEU-NUMERO-PGA.
           MOVE "P"                   TO SEU-NUMERO-PGA(1: 1).
           MOVE FORNEC-APG910         TO SEU-NUMERO-PGA(2: 6).
           MOVE NUMERO-PED-APG910     TO SEU-NUMERO-PGA(8: 6).
           MOVE ITEM-PED-APG910       TO SEU-NUMERO-PGA(14: 2).

       3000-FINALIZA SECTION.
           IF QTDE-PAGOS-W NOT = ZEROS
              PERFORM 3100-MONTA-REMESSA
              IF MODO-CONFERENCIA
                 DISPLAY "COD9050 - MODO CONFERENCIA - NADA CATALOGADO"
              ELSE
                 PERFORM 3300-GRAVA-CATALOGO
                 IF EMPRESA-DE-TREINO
                    DISPLAY "COD9050 - EMPRESA DE TREINAMENTO - REMESS"
                            "A CATALOGADA SEM TRANSMISSAO (E)"
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO REG-REL9050.
           MOVE "NECESSIDADE DE CAIXA POR SEMANA DE VENCIMENTO"
                TO REG-REL9050(1: 45).
                   VARYING IX-SEM-W FROM 1 BY 1
                   UNTIL IX-SEM-W > 10.
           MOVE SPACES TO REG-REL9050.
           MOVE "TOTAL REMETIDO:" TO REG-REL9050(1: 15).
           MOVE VALOR-PAGO-TOT-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W   TO REG-REL9050(17: 14).
           IF QTDE-PAGOS-W NOT = ZEROS
              MOVE "ARQUIVO"     TO REG-REL9050(33: 7)
              MOVE REMPAG-NOME   TO REG-REL9050(41: 12)
           END-IF.
           WRITE REG-REL9050.
           CLOSE APG910 NFE910 CAD011 CAD002 CAD018 CAT910 REL9050.
           IF MODO-CONFERENCIA
              DISPLAY "COD9050 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "COD9050 - TITULOS EM ABERTO....: " QTDE-LIDOS-W.
           DISPLAY "COD9050 - TITULOS REMETIDOS....: " QTDE-PAGOS-W.
           DISPLAY "COD9050 - SEM NF CONFERIDA.....: " QTDE-SEM-NF-W.
           DISPLAY "COD9050 - SEM DADOS DE PAGTO...: " QTDE-SEM-DADOS-W.
           IF QTDE-PAGOS-W NOT = ZEROS
              DISPLAY "COD9050 - REMESSA DE PAGAMENTO.: " REMPAG-NOME
           END-IF.

       3100-MONTA-REMESSA SECTION.
      *    HEADER DE ARQUIVO, UM LOTE POR FORMA COM DETALHE E O
      *    TRAILER DE ARQUIVO.
           OPEN OUTPUT REMPAG.
           MOVE SPACES TO PAG-REG-0.
           MOVE BANCO-CD018          TO BANCO-PG0.
           MOVE ZEROS                TO LOTE-PG0.
           MOVE "0"                  TO TIPO-REG-PG0.
           MOVE "2"                  TO TIPO-INSC-PG0.
           MOVE CGC-CD002            TO CNPJ-PG0.
           MOVE CONVENIO7-POS-CD018  TO CONVENIO-PG0.
           MOVE AGENCIA-CD018        TO AGENCIA-PG0.
           MOVE CONTA-CD018          TO CONTA-PG0.
           MOVE NOME-CD002           TO NOME-EMP-PG0.
           MOVE NOME-PORT            TO NOME-BANCO-PG0.
           MOVE "1"                  TO COD-REMESSA-PG0.
           MOVE DATA-DIA-I           TO DATA-TRAB-R.
           COMPUTE DATA-GERACAO-PG0 = DIA-TRAB-W * 1000000
                                    + MES-TRAB-W * 10000 + ANO-TRAB-W.
           MOVE HORA-BRA(1: 6)       TO HORA-GERACAO-PG0.
           MOVE NUMERO-CAT-W         TO NSA-PG0.
           MOVE "089"                TO LAYOUT-ARQ-PG0.
           MOVE ZEROS                TO DENSIDADE-PG0.
           WRITE REG-REMPAG FROM PAG-REG-0.
           MOVE 1     TO QTDE-REGS-ARQ-W.
           MOVE ZEROS TO LOTE-W.
           PERFORM 3200-GRAVA-LOTE-FORMA
                   VARYING IX-FORMA-W FROM 1 BY 1
                   UNTIL IX-FORMA-W > 3.
           MOVE SPACES TO PAG-REG-9.
           MOVE BANCO-CD018          TO BANCO-PG9.
           MOVE 9999                 TO LOTE-PG9.
           MOVE "9"                  TO TIPO-REG-PG9.
           ADD 1                     TO QTDE-REGS-ARQ-W.
           MOVE LOTE-W               TO QTDE-LOTES-PG9.
           MOVE QTDE-REGS-ARQ-W      TO QTDE-REGS-PG9.
           MOVE ZEROS                TO QTDE-CONTAS-PG9.
           WRITE REG-REMPAG FROM PAG-REG-9.
           CLOSE REMPAG.

       3200-GRAVA-LOTE-FORMA SECTION.
           IF QTDE-FORMA-W(IX-FORMA-W) = ZEROS
              GO 3200-GRAVA-LOTE-FORMA-FIM.
           ADD 1 TO LOTE-W.
           MOVE SPACES TO PAG-REG-1.
           MOVE BANCO-CD018          TO BANCO-PG1.
           MOVE LOTE-W               TO LOTE-PG1.
           MOVE "1"                  TO TIPO-REG-PG1.
           MOVE "C"                  TO OPERACAO-PG1.
           MOVE "20"                 TO SERVICO-PG1.
           MOVE LANCTO-FORMA-W(IX-FORMA-W) TO FORMA-LANCTO-PG1.
           MOVE LAYOUT-FORMA-W(IX-FORMA-W) TO LAYOUT-LOTE-PG1.
           MOVE "2"                  TO TIPO-INSC-PG1.
           MOVE CGC-CD002            TO CNPJ-PG1.
           MOVE CONVENIO7-POS-CD018  TO CONVENIO-PG1.
           MOVE AGENCIA-CD018        TO AGENCIA-PG1.
           MOVE CONTA-CD018          TO CONTA-PG1.
           MOVE NOME-CD002           TO NOME-EMP-PG1.
           WRITE REG-REMPAG FROM PAG-REG-1.
           MOVE ZEROS TO SEQ-LOTE-W.
           MOVE "N"   TO FIM-LOTEPAG-SW.
           MOVE ARQ-FORMA-W(IX-FORMA-W) TO LOTEPAG-NOME.
           OPEN INPUT LOTEPAG.
           PERFORM 3210-COPIA-DETALHE UNTIL FIM-LOTEPAG.
           CLOSE LOTEPAG.
           MOVE SPACES TO PAG-REG-5.
           MOVE BANCO-CD018          TO BANCO-PG5.
           MOVE LOTE-W               TO LOTE-PG5.
           MOVE "5"                  TO TIPO-REG-PG5.
           COMPUTE QTDE-REGS-PG5 = SEQ-LOTE-W + 2.
           MOVE VALOR-FORMA-W(IX-FORMA-W) TO VALOR-TOTAL-PG5.
           MOVE ZEROS                TO QTDE-MOEDA-PG5
                                        AVISO-DEBITO-PG5.
           WRITE REG-REMPAG FROM PAG-REG-5.
           COMPUTE QTDE-REGS-ARQ-W = QTDE-REGS-ARQ-W + SEQ-LOTE-W + 2.
       3200-GRAVA-LOTE-FORMA-FIM.
           EXIT.

       3210-COPIA-DETALHE SECTION.
           READ LOTEPAG AT END
                MOVE "S" TO FIM-LOTEPAG-SW
              NOT AT END
                ADD 1 TO SEQ-LOTE-W
                MOVE LOTE-W     TO REG-LOTEPAG(4: 4)
                MOVE SEQ-LOTE-W TO REG-LOTEPAG(9: 5)
                WRITE REG-REMPAG FROM REG-LOTEPAG
           END-READ.

       3300-GRAVA-CATALOGO SECTION.
           MOVE NUMERO-CAT-W       TO NUMERO-CAT910.
           MOVE PORTADOR-PAGTO-W   TO PORTADOR-CAT910.
           MOVE DATA-DIA-I         TO DATA-CAT910.
           MOVE HORA-BRA(1: 4)     TO HORA-CAT910.
           MOVE USUARIO-W          TO USUARIO-CAT910.
           MOVE QTDE-PAGOS-W       TO QTDE-TIT-CAT910.
           MOVE VALOR-PAGO-TOT-W   TO VALOR-TOTAL-CAT910.
           MOVE ZEROS              TO SEQ-INICIAL-CAT910
                                      SEQ-FINAL-CAT910.
           MOVE REMPAG-NOME        TO NOME-ARQ-CAT910.
           MOVE 240                TO LAYOUT-CAT910.
           IF EMPRESA-DE-TREINO
              MOVE "E"             TO SITUACAO-CAT910
           ELSE
              MOVE "G"             TO SITUACAO-CAT910
           END-IF.
           MOVE "P"                TO TIPO-REMESSA-CAT910.
           WRITE REG-CAT910 INVALID KEY
              REWRITE REG-CAT910
           END-WRITE.

       3100-IMPRIME-SEMANA SECTION.
           IF QTDE-SEM-PG-W(IX-SEM-W) NOT = ZEROS

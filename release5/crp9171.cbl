       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9171.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *DECLARACAO ANUAL DE QUITACAO DE DEBITOS (LEI 12.007/2009) -
      *AGRUPA POR CLIENTE + CONTRATO AS PARCELAS DO CRD020 COM
      *VENCIMENTO NO ANO INFORMADO E, SE TODAS ESTAO PAGAS SEM
      *RESIDUO ("PG" - PAGAMENTO PARCIAL "PP" NAO QUITA), EMITE A
      *DECLARACAO NO MESMO FORMATO DAS CARTAS DO CRP9128 (ENDERECO
      *DO CGD010/CGD011/CAD010 E TEXTO DO MODELO "Q" DO CTA910, COM
      *OS MARCADORES [NOME], [CONTRATO], [ANO] E [VALOR]), MAIS O
      *CSV DE MALA DIRETA E ANOTACAO AUTOMATICA (TIPO 09) NO COD501.
      *PARCELA REJEITADA, SUBSTITUIDA, RENEGOCIADA OU CANCELADA NAO
      *E MAIS DIVIDA E FICA FORA DA CONTA; QUALQUER OUTRA (EM
      *ABERTO, "PP", PERDA) MANDA O CLIENTE/CONTRATO P/ A LISTA DE
      *EXCECOES REL9171 COM AS PARCELAS PENDENTES. CONTRATO QUE JA
      *TEM A ANOTACAO DA DECLARACAO DO ANO NAO RECEBE OUTRA.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-4 = ANO DE REFERENCIA
      *(AAAA; BRANCOS = ANO ANTERIOR AO CORRENTE); POS 5 = "R"
      *REEMITE AS DECLARACOES JA ANOTADAS (2A. VIA).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CGPX010.
           COPY CGPX011.
           COPY CAPX010.
           COPY CRPX922.
           COPY COD501X.
           SELECT SORT-PARCELAS ASSIGN TO "CRP9171.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECLQUIT ASSIGN TO DECLQUIT-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-DECLQUIT.
           SELECT MALACSV ASSIGN TO MALACSV-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-MALACSV.
           SELECT REL9171 ASSIGN TO REL9171-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9171.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CGPW010.
       COPY CGPW011.
       COPY CAPW010.
       COPY CRPW922.
       COPY COD501W.
       SD  SORT-PARCELAS.
       01  REG-SORT-PARCELAS.
           05  SORT-CHAVE-GRUPO.
               10  SORT-CLIENTE      PIC 9(08).
               10  SORT-CONTRATO     PIC 9(04).
           05  SORT-VENCTO           PIC 9(08).
           05  SORT-COD-COMPL        PIC 9(09).
           05  SORT-DOCTO            PIC X(10).
           05  SORT-VALOR-TOT        PIC 9(11)V99.
           05  SORT-VALOR-PAGO       PIC 9(11)V99.
           05  SORT-STATUS           PIC X(02).
       FD  DECLQUIT
           LABEL RECORD IS OMITTED.
       01  REG-DECLQUIT              PIC X(80).
       FD  MALACSV
           LABEL RECORD IS OMITTED.
       01  REG-MALACSV               PIC X(200).
       FD  REL9171
           LABEL RECORD IS OMITTED.
       01  REG-REL9171               PIC X(90).

       WORKING-STORAGE SECTION.
       01  DECLQUIT-NOME             PIC X(12)  VALUE SPACES.
       01  MALACSV-NOME              PIC X(12)  VALUE SPACES.
       01  REL9171-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-CTA910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-CGD011                 PIC XX     VALUE SPACES.
       01  ST-CAD010                 PIC XX     VALUE SPACES.
       01  ST-CTA910                 PIC XX     VALUE SPACES.
       01  ST-COD501                 PIC XX     VALUE SPACES.
       01  ST-DECLQUIT               PIC XX     VALUE SPACES.
       01  ST-MALACSV                PIC XX     VALUE SPACES.
       01  ST-REL9171                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  FIM-SORT-PARCELAS-SW      PIC X      VALUE "N".
           88  FIM-SORT-PARCELAS           VALUE "S".
       01  PRIMEIRO-REG-SW           PIC X      VALUE "S".
           88  PRIMEIRO-REG                VALUE "S".
       01  REEMISSAO-SW              PIC X      VALUE "N".
           88  REEMISSAO                   VALUE "R".
       01  JA-DECLARADO-SW           PIC X      VALUE "N".
           88  JA-DECLARADO                VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  ANO-REF-W                 PIC 9(04)  VALUE ZEROS.
       01  VENCTO-INI-W              PIC 9(08)  VALUE ZEROS.
       01  VENCTO-FIM-W              PIC 9(08)  VALUE ZEROS.
       01  CHAVE-GRUPO-ANT-W         PIC X(12)  VALUE SPACES.
       01  CLIENTE-GRUPO-W           PIC 9(08)  VALUE ZEROS.
       01  CONTRATO-GRUPO-W          PIC 9(04)  VALUE ZEROS.
       01  COD-COMPL-GRUPO-W         PIC 9(09)  VALUE ZEROS.
       01  QTDE-PARC-GRUPO-W         PIC 9(04)  VALUE ZEROS.
       01  QTDE-PEND-GRUPO-W         PIC 9(04)  VALUE ZEROS.
       01  VALOR-PAGO-GRUPO-W        PIC 9(13)V99 VALUE ZEROS.
       01  IX-PEND-W                 PIC 9(03) COMP VALUE ZEROS.
       01  TABELA-PENDENTES-W.
           05  PENDENTE-TAB-W OCCURS 50 TIMES.
               10  COD-COMPL-PEND-W  PIC 9(09).
               10  DOCTO-PEND-W      PIC X(10).
               10  VENCTO-PEND-W     PIC 9(08).
               10  VALOR-PEND-W      PIC 9(11)V99.
               10  STATUS-PEND-W     PIC X(02).
       01  MARCA-QUITACAO-W          PIC X(31)  VALUE SPACES.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-PARCELAS-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-DECLARACOES-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-EXCECOES-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-JA-EMITIDAS-W        PIC 9(06)  VALUE ZEROS.

       01  LINHA-MODELO-W            PIC X(75)  VALUE SPACES.
       01  LINHA-SAIDA-W             PIC X(80)  VALUE SPACES.
       01  TAM-MARCADOR-W            PIC 9(02)  VALUE ZEROS.
       01  CONTEUDO-W                PIC X(40)  VALUE SPACES.
       01  TAM-CONTEUDO-W            PIC 9(02)  VALUE ZEROS.
       01  INI-CONTEUDO-W            PIC 9(02)  VALUE ZEROS.
       01  IX-CONT-W                 PIC 9(02) COMP VALUE ZEROS.
       01  IX-SCAN-W                 PIC 9(03) COMP VALUE ZEROS.
       01  POS-MARCADOR-W            PIC 9(03) COMP VALUE ZEROS.
       01  RESTO-POS-W               PIC 9(03) COMP VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  VENCTO-EDIT-W             PIC 99/99/9999.
       01  DATA-TRAB-W.
           05  ANO-TRAB-W            PIC 9(04).
           05  MES-TRAB-W            PIC 9(02).
           05  DIA-TRAB-W            PIC 9(02).
       01  DATA-TRAB-R REDEFINES DATA-TRAB-W PIC 9(08).
       01  SEP-CSV-W                 PIC X      VALUE ";".

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
           SORT SORT-PARCELAS
                ASCENDING KEY SORT-CHAVE-GRUPO SORT-VENCTO
                              SORT-COD-COMPL
                INPUT PROCEDURE IS 2000-SELECIONA-PARCELAS
                OUTPUT PROCEDURE IS 4000-EMITE-DECLARACOES.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CAD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD010.
           MOVE "CTA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTA910.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "DECLQUIT" TO DECLQUIT-NOME.
           MOVE "QUITACAO.CSV" TO MALACSV-NOME.
           MOVE "REL9171" TO REL9171-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           IF OPCAO-PARAM-W(1: 4) NUMERIC
              MOVE OPCAO-PARAM-W(1: 4) TO ANO-REF-W
           ELSE
              COMPUTE ANO-REF-W = DATA-DIA-I / 10000 - 1
           END-IF.
           MOVE OPCAO-PARAM-W(5: 1) TO REEMISSAO-SW.
           COMPUTE VENCTO-INI-W = ANO-REF-W * 10000 + 0101.
           COMPUTE VENCTO-FIM-W = ANO-REF-W * 10000 + 1231.
           MOVE SPACES TO MARCA-QUITACAO-W.
           STRING "DECLARACAO- QUITACAO ANUAL " ANO-REF-W
                  DELIMITED BY SIZE INTO MARCA-QUITACAO-W.

           OPEN I-O CTA910.
           IF ST-CTA910 = "35"
              CLOSE CTA910      OPEN OUTPUT CTA910
              CLOSE CTA910      OPEN I-O CTA910
           END-IF.
           PERFORM 1200-SEMEIA-MODELO-QUITACAO.

           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN INPUT CRD020 CGD010 CGD011 CAD010.
           OPEN OUTPUT DECLQUIT MALACSV REL9171.
           MOVE SPACES TO REG-MALACSV.
           STRING "CLIENTE;CONTRATO;NOME;ENDERECO;CEP;CIDADE;UF;ANO;"
                  "VALOR PAGO" DELIMITED BY SIZE
                  INTO REG-MALACSV.
           WRITE REG-MALACSV.
           MOVE SPACES TO REG-REL9171.
           STRING "CRP9171 - EXCECOES DA DECLARACAO DE QUITACAO "
                  ANO-REF-W " - PARCELAS PENDENTES"
                  DELIMITED BY SIZE INTO REG-REL9171.
           WRITE REG-REL9171.
           IF ST-CRD020 <> "00"
              MOVE "S" TO FIM-CRD020-SW
           ELSE
              MOVE ZEROS TO COD-COMPL-CR20
              START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                    MOVE "S" TO FIM-CRD020-SW
           END-IF.

       1200-SEMEIA-MODELO-QUITACAO SECTION.
      *    SEM MODELO "Q" CADASTRADO, CARREGA O TEXTO PADRAO - MESMA
      *    IDEIA DOS MODELOS PADRAO DO CRP9128. A DECLARACAO DEVE
      *    DIZER QUE SUBSTITUI AS QUITACOES MENSAIS (LEI 12.007,
      *    ART. 4).
           MOVE "Q" TO TIPO-CARTA-CTA910.
           MOVE 1   TO LINHA-CTA910.
           READ CTA910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                GO 1200-SEMEIA-MODELO-QUITACAO-FIM
           END-READ.
           MOVE "Q" TO TIPO-CARTA-CTA910.
           MOVE 1 TO LINHA-CTA910.
           MOVE "PREZADO(A) [NOME]" TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 2 TO LINHA-CTA910.
           MOVE SPACES TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 3 TO LINHA-CTA910.
           MOVE "DECLARAMOS, NOS TERMOS DA LEI 12.007/2009, QUE ESTAO"
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
      *    UM MARCADOR POR LINHA - O 2400 SUBSTITUI NO MAXIMO UM.
           MOVE 4 TO LINHA-CTA910.
           MOVE "QUITADAS TODAS AS PARCELAS DO CONTRATO [CONTRATO]"
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 5 TO LINHA-CTA910.
           MOVE "COM VENCIMENTO NO ANO DE [ANO]," TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 6 TO LINHA-CTA910.
           MOVE "NO TOTAL PAGO DE R$ [VALOR]." TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 7 TO LINHA-CTA910.
           MOVE SPACES TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 8 TO LINHA-CTA910.
           MOVE "ESTA DECLARACAO SUBSTITUI, P/ A COMPROVACAO DO"
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 9 TO LINHA-CTA910.
           MOVE "PAGAMENTO, AS QUITACOES MENSAIS DO ANO A QUE SE"
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 10 TO LINHA-CTA910.
           MOVE "REFERE E DOS ANOS ANTERIORES." TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
       1200-SEMEIA-MODELO-QUITACAO-FIM.
           EXIT.

       1230-GRAVA-LINHA-MODELO SECTION.
           WRITE REG-CTA910 INVALID KEY
              REWRITE REG-CTA910
           END-WRITE.

       2000-SELECIONA-PARCELAS SECTION.
           PERFORM 2100-LE-CRD020 UNTIL FIM-CRD020.

       2100-LE-CRD020 SECTION.
      *    RJ/SB/RN/CA NAO SAO MAIS DIVIDA DO CLIENTE (A RENEGOCIACAO
      *    E A SUBSTITUICAO GERAM PARCELAS NOVAS, QUE ENTRAM PELO
      *    PROPRIO VENCIMENTO).
           READ CRD020 NEXT RECORD AT END
                MOVE "S" TO FIM-CRD020-SW
              NOT AT END
                ADD 1 TO QTDE-LIDOS-W
                IF DATA-VENCTO-CR20 NOT < VENCTO-INI-W
                   AND DATA-VENCTO-CR20 NOT > VENCTO-FIM-W
                   AND STATUS-CR20 NOT = "RJ"
                   AND STATUS-CR20 NOT = "SB"
                   AND STATUS-CR20 NOT = "RN"
                   AND STATUS-CR20 NOT = "CA"
                   ADD 1 TO QTDE-PARCELAS-W
                   MOVE CLIENTE-CR20     TO SORT-CLIENTE
                   MOVE NR-CONTRATO-CR20 TO SORT-CONTRATO
                   MOVE DATA-VENCTO-CR20 TO SORT-VENCTO
                   MOVE COD-COMPL-CR20   TO SORT-COD-COMPL
                   MOVE NR-DOCTO-CR20    TO SORT-DOCTO
                   MOVE VALOR-TOT-CR20   TO SORT-VALOR-TOT
                   MOVE VALOR-PAGO-CR20  TO SORT-VALOR-PAGO
                   MOVE STATUS-CR20      TO SORT-STATUS
                   RELEASE REG-SORT-PARCELAS
                END-IF
           END-READ.

       4000-EMITE-DECLARACOES SECTION.
           PERFORM 4100-RETORNA-PARCELA UNTIL FIM-SORT-PARCELAS.
           IF NOT PRIMEIRO-REG
              PERFORM 4300-FECHA-GRUPO.

       4100-RETORNA-PARCELA SECTION.
           RETURN SORT-PARCELAS AT END
                  MOVE "S" TO FIM-SORT-PARCELAS-SW
                NOT AT END
                  PERFORM 4200-ACUMULA-PARCELA
           END-RETURN.

       4200-ACUMULA-PARCELA SECTION.
           IF PRIMEIRO-REG
              MOVE "N" TO PRIMEIRO-REG-SW
              PERFORM 4210-ABRE-GRUPO
           ELSE
              IF SORT-CHAVE-GRUPO NOT = CHAVE-GRUPO-ANT-W
                 PERFORM 4300-FECHA-GRUPO
                 PERFORM 4210-ABRE-GRUPO
              END-IF
           END-IF.
           ADD 1 TO QTDE-PARC-GRUPO-W.
           ADD SORT-VALOR-PAGO TO VALOR-PAGO-GRUPO-W.
           IF SORT-STATUS NOT = "PG"
              ADD 1 TO QTDE-PEND-GRUPO-W
              IF QTDE-PEND-GRUPO-W NOT > 50
                 MOVE SORT-COD-COMPL TO
                      COD-COMPL-PEND-W(QTDE-PEND-GRUPO-W)
                 MOVE SORT-DOCTO     TO DOCTO-PEND-W(QTDE-PEND-GRUPO-W)
                 MOVE SORT-VENCTO    TO VENCTO-PEND-W(QTDE-PEND-GRUPO-W)
                 MOVE SORT-VALOR-TOT TO VALOR-PEND-W(QTDE-PEND-GRUPO-W)
                 MOVE SORT-STATUS    TO STATUS-PEND-W(QTDE-PEND-GRUPO-W)
              END-IF
           END-IF.

       4210-ABRE-GRUPO SECTION.
           MOVE SORT-CHAVE-GRUPO TO CHAVE-GRUPO-ANT-W.
           MOVE SORT-CLIENTE     TO CLIENTE-GRUPO-W.
           MOVE SORT-CONTRATO    TO CONTRATO-GRUPO-W.
           MOVE SORT-COD-COMPL   TO COD-COMPL-GRUPO-W.
           MOVE ZEROS TO QTDE-PARC-GRUPO-W QTDE-PEND-GRUPO-W
                         VALOR-PAGO-GRUPO-W.

       4300-FECHA-GRUPO SECTION.
           IF QTDE-PEND-GRUPO-W > ZEROS
              PERFORM 4700-LISTA-EXCECAO
              GO 4300-FECHA-GRUPO-FIM.
           PERFORM 4310-VERIFICA-JA-DECLARADO.
           IF JA-DECLARADO AND NOT REEMISSAO
              ADD 1 TO QTDE-JA-EMITIDAS-W
              GO 4300-FECHA-GRUPO-FIM.
           PERFORM 4400-EMITE-DECLARACAO.
       4300-FECHA-GRUPO-FIM.
           EXIT.

       4310-VERIFICA-JA-DECLARADO SECTION.
      *    A ANOTACAO DA DECLARACAO DO ANO FICA NO COD501 DO
      *    CONTRATO; ACHANDO-A, A DECLARACAO JA FOI ENVIADA.
           MOVE "N" TO JA-DECLARADO-SW.
           IF CONTRATO-GRUPO-W = ZEROS
              GO 4310-VERIFICA-JA-DECLARADO-FIM.
           MOVE CONTRATO-GRUPO-W TO NR-CONTRATO-CO501.
           MOVE ZEROS TO ITEM-CO501 SUBITEM-CO501.
           START COD501 KEY IS NOT < CHAVE-CO501 INVALID KEY
                 MOVE "10" TO ST-COD501.
           PERFORM UNTIL ST-COD501 = "10"
              READ COD501 NEXT RECORD AT END
                   MOVE "10" TO ST-COD501
              NOT AT END
                IF NR-CONTRATO-CO501 <> CONTRATO-GRUPO-W
                   MOVE "10" TO ST-COD501
                ELSE
                   IF ANOTACAO-CO501(1: 31) = MARCA-QUITACAO-W
                      MOVE "S" TO JA-DECLARADO-SW
                      MOVE "10" TO ST-COD501
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD501.
       4310-VERIFICA-JA-DECLARADO-FIM.
           EXIT.

       4400-EMITE-DECLARACAO SECTION.
           ADD 1 TO QTDE-DECLARACOES-W.
           MOVE COD-COMPL-GRUPO-W TO COD-COMPL-CG10 COD-COMPL-CG11.
           READ CGD010 INVALID KEY
                INITIALIZE REG-CGD010.
           READ CGD011 INVALID KEY
                INITIALIZE REG-CGD011.
           MOVE CIDADE1-CG11 TO CIDADE.
           READ CAD010 INVALID KEY
                MOVE SPACES TO NOME-CID UF-CID.
           MOVE VALOR-PAGO-GRUPO-W TO VALOR-EDIT-W.

           MOVE SPACES TO REG-DECLQUIT.
           WRITE REG-DECLQUIT AFTER PAGE.
           MOVE SPACES TO REG-DECLQUIT.
           MOVE COMPRADOR-CG10   TO REG-DECLQUIT(1: 35).
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           MOVE ENDERECO1-CG11   TO REG-DECLQUIT(1: 35).
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           MOVE CEP1-CG11        TO REG-DECLQUIT(1: 8).
           MOVE NOME-CID         TO REG-DECLQUIT(10: 15).
           MOVE UF-CID           TO REG-DECLQUIT(26: 2).
           WRITE REG-DECLQUIT.
           MOVE SPACES TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.

           PERFORM 4500-IMPRIME-MODELO.
           MOVE SPACES TO REG-DECLQUIT.
           WRITE REG-DECLQUIT.
           MOVE DATA-DIA-I TO DATA-TRAB-R.
           COMPUTE VENCTO-EDIT-W = DIA-TRAB-W * 1000000
                                 + MES-TRAB-W * 10000 + ANO-TRAB-W.
           MOVE SPACES TO REG-DECLQUIT.
           STRING "EMITIDA EM " VENCTO-EDIT-W
                  DELIMITED BY SIZE INTO REG-DECLQUIT.
           WRITE REG-DECLQUIT.

           PERFORM 4600-GRAVA-ANOTACAO-COD501.
           PERFORM 4650-GRAVA-LINHA-CSV.

       4500-IMPRIME-MODELO SECTION.
           MOVE "Q"   TO TIPO-CARTA-CTA910.
           MOVE ZEROS TO LINHA-CTA910.
           START CTA910 KEY IS NOT < CHAVE-CTA910 INVALID KEY
                 MOVE "10" TO ST-CTA910.
           PERFORM UNTIL ST-CTA910 = "10"
              READ CTA910 NEXT RECORD AT END
                   MOVE "10" TO ST-CTA910
              NOT AT END
                IF TIPO-CARTA-CTA910 <> "Q"
                   MOVE "10" TO ST-CTA910
                ELSE
                   MOVE TEXTO-CTA910 TO LINHA-MODELO-W
                   PERFORM 4510-SUBSTITUI-MARCADOR
                   WRITE REG-DECLQUIT FROM LINHA-SAIDA-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CTA910.

       4510-SUBSTITUI-MARCADOR SECTION.
      *    MESMA SUBSTITUICAO DO CRP9128 (NO MAXIMO UM MARCADOR POR
      *    LINHA), SO COM O CONTEUDO UTIL NO LUGAR DO MARCADOR.
           MOVE LINHA-MODELO-W TO LINHA-SAIDA-W.
           MOVE SPACES TO CONTEUDO-W.
           MOVE ZEROS  TO TAM-MARCADOR-W.
           IF LINHA-MODELO-W(1: 75) = SPACES
              GO 4510-SUBSTITUI-MARCADOR-FIM.
           PERFORM 4520-PROCURA-MARCADOR.
           IF TAM-MARCADOR-W = ZEROS
              GO 4510-SUBSTITUI-MARCADOR-FIM.
           MOVE ZEROS TO TAM-CONTEUDO-W INI-CONTEUDO-W.
           PERFORM VARYING IX-CONT-W FROM 40 BY -1
                   UNTIL IX-CONT-W < 1 OR TAM-CONTEUDO-W > ZEROS
               IF CONTEUDO-W(IX-CONT-W: 1) NOT = SPACE
                  MOVE IX-CONT-W TO TAM-CONTEUDO-W
               END-IF
           END-PERFORM.
           PERFORM VARYING IX-CONT-W FROM 1 BY 1
                   UNTIL IX-CONT-W > 40 OR INI-CONTEUDO-W > ZEROS
               IF CONTEUDO-W(IX-CONT-W: 1) NOT = SPACE
                  MOVE IX-CONT-W TO INI-CONTEUDO-W
               END-IF
           END-PERFORM.
           IF TAM-CONTEUDO-W = ZEROS
              MOVE 1 TO TAM-CONTEUDO-W INI-CONTEUDO-W
           END-IF.
           COMPUTE TAM-CONTEUDO-W =
                   TAM-CONTEUDO-W - INI-CONTEUDO-W + 1.
           MOVE SPACES TO LINHA-SAIDA-W.
           COMPUTE RESTO-POS-W = POS-MARCADOR-W + TAM-MARCADOR-W.
           IF RESTO-POS-W > 75
              MOVE 75 TO RESTO-POS-W
              MOVE SPACE TO LINHA-MODELO-W(75: 1)
           END-IF.
           IF POS-MARCADOR-W > 1
              STRING LINHA-MODELO-W(1: POS-MARCADOR-W - 1)
                     CONTEUDO-W(INI-CONTEUDO-W: TAM-CONTEUDO-W)
                     LINHA-MODELO-W(RESTO-POS-W: 76 - RESTO-POS-W)
                     DELIMITED BY SIZE
                     INTO LINHA-SAIDA-W
           ELSE
              STRING CONTEUDO-W(INI-CONTEUDO-W: TAM-CONTEUDO-W)
                     LINHA-MODELO-W(RESTO-POS-W: 76 - RESTO-POS-W)
                     DELIMITED BY SIZE
                     INTO LINHA-SAIDA-W
           END-IF.
       4510-SUBSTITUI-MARCADOR-FIM.
           EXIT.

       4520-PROCURA-MARCADOR SECTION.
           PERFORM VARYING IX-SCAN-W FROM 1 BY 1
                   UNTIL IX-SCAN-W > 66 OR TAM-MARCADOR-W > ZEROS
               EVALUATE TRUE
                   WHEN LINHA-MODELO-W(IX-SCAN-W: 6) = "[NOME]"
                       MOVE IX-SCAN-W       TO POS-MARCADOR-W
                       MOVE 6               TO TAM-MARCADOR-W
                       MOVE COMPRADOR-CG10  TO CONTEUDO-W
                   WHEN LINHA-MODELO-W(IX-SCAN-W: 10) = "[ENDERECO]"
                       MOVE IX-SCAN-W       TO POS-MARCADOR-W
                       MOVE 10              TO TAM-MARCADOR-W
                       MOVE ENDERECO1-CG11  TO CONTEUDO-W
                   WHEN LINHA-MODELO-W(IX-SCAN-W: 8) = "[CIDADE]"
                       MOVE IX-SCAN-W       TO POS-MARCADOR-W
                       MOVE 8               TO TAM-MARCADOR-W
                       MOVE NOME-CID        TO CONTEUDO-W
                   WHEN LINHA-MODELO-W(IX-SCAN-W: 10) = "[CONTRATO]"
                       MOVE IX-SCAN-W       TO POS-MARCADOR-W
                       MOVE 10              TO TAM-MARCADOR-W
                       MOVE CONTRATO-GRUPO-W TO CONTEUDO-W
                   WHEN LINHA-MODELO-W(IX-SCAN-W: 5) = "[ANO]"
                       MOVE IX-SCAN-W       TO POS-MARCADOR-W
                       MOVE 5               TO TAM-MARCADOR-W
                       MOVE ANO-REF-W       TO CONTEUDO-W
                   WHEN LINHA-MODELO-W(IX-SCAN-W: 7) = "[VALOR]"
                       MOVE IX-SCAN-W       TO POS-MARCADOR-W
                       MOVE 7               TO TAM-MARCADOR-W
                       MOVE VALOR-EDIT-W    TO CONTEUDO-W
               END-EVALUATE
           END-PERFORM.

       4600-GRAVA-ANOTACAO-COD501 SECTION.
           IF CONTRATO-GRUPO-W = ZEROS
              GO 4600-GRAVA-ANOTACAO-COD501-FIM.
           MOVE CONTRATO-GRUPO-W     TO NR-CONTRATO-CO501.
           MOVE ZEROS                TO ITEM-CO501.
           MOVE 1                    TO SUBITEM-CO501.
           MOVE SPACES               TO ANOTACAO-CO501.
           STRING MARCA-QUITACAO-W " EMITIDA - PAGO " VALOR-EDIT-W
                  DELIMITED BY SIZE INTO ANOTACAO-CO501.
           MOVE 09                   TO TIPO-CONTATO-CO501.
           MOVE ZEROS                TO DATA-RETORNO-CO501.
           MOVE "CRP9171"            TO USUARIO-CO501.
           MOVE DATA-DIA-I           TO DATA-GRAVACAO-CO501.
           MOVE HORA-BRA(1: 4)       TO HORA-GRAVACAO-CO501.
           MOVE ZEROS                TO ST-COD501.
           PERFORM UNTIL ST-COD501 = "10"
              WRITE REG-COD501 INVALID KEY
                 ADD 1 TO SUBITEM-CO501
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-COD501
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-COD501.
       4600-GRAVA-ANOTACAO-COD501-FIM.
           EXIT.

       4650-GRAVA-LINHA-CSV SECTION.
           MOVE SPACES TO REG-MALACSV.
           STRING CLIENTE-GRUPO-W SEP-CSV-W
                  CONTRATO-GRUPO-W SEP-CSV-W
                  COMPRADOR-CG10 SEP-CSV-W
                  ENDERECO1-CG11 SEP-CSV-W
                  CEP1-CG11 SEP-CSV-W
                  NOME-CID SEP-CSV-W
                  UF-CID SEP-CSV-W
                  ANO-REF-W SEP-CSV-W
                  VALOR-EDIT-W
                  DELIMITED BY SIZE INTO REG-MALACSV.
           WRITE REG-MALACSV.

       4700-LISTA-EXCECAO SECTION.
           ADD 1 TO QTDE-EXCECOES-W.
           MOVE SPACES TO REG-REL9171.
           WRITE REG-REL9171.
           MOVE SPACES TO REG-REL9171.
           STRING "CLIENTE " CLIENTE-GRUPO-W
                  "  CONTRATO " CONTRATO-GRUPO-W
                  "  PARCELAS NO ANO " QTDE-PARC-GRUPO-W
                  "  PENDENTES " QTDE-PEND-GRUPO-W
                  DELIMITED BY SIZE INTO REG-REL9171.
           WRITE REG-REL9171.
           PERFORM 4710-LISTA-PENDENTE
                   VARYING IX-PEND-W FROM 1 BY 1
                   UNTIL IX-PEND-W > QTDE-PEND-GRUPO-W
                      OR IX-PEND-W > 50.
           IF QTDE-PEND-GRUPO-W > 50
              MOVE SPACES TO REG-REL9171
              MOVE "   ... DEMAIS PARCELAS PENDENTES NAO LISTADAS"
                   TO REG-REL9171
              WRITE REG-REL9171
           END-IF.

       4710-LISTA-PENDENTE SECTION.
           MOVE SPACES TO REG-REL9171.
           MOVE COD-COMPL-PEND-W(IX-PEND-W) TO REG-REL9171(4: 9).
           MOVE DOCTO-PEND-W(IX-PEND-W)     TO REG-REL9171(14: 10).
           MOVE VENCTO-PEND-W(IX-PEND-W)    TO DATA-TRAB-R.
           COMPUTE VENCTO-EDIT-W = DIA-TRAB-W * 1000000
                                 + MES-TRAB-W * 10000 + ANO-TRAB-W.
           MOVE VENCTO-EDIT-W               TO REG-REL9171(25: 10).
           MOVE VALOR-PEND-W(IX-PEND-W)     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W                TO REG-REL9171(36: 14).
           MOVE STATUS-PEND-W(IX-PEND-W)    TO REG-REL9171(51: 2).
           WRITE REG-REL9171.

       3000-FINALIZA SECTION.
           CLOSE CRD020 CGD010 CGD011 CAD010 CTA910 COD501 DECLQUIT
                 MALACSV REL9171.
           DISPLAY "CRP9171 - ANO DE REFERENCIA..: " ANO-REF-W.
           DISPLAY "CRP9171 - PARCELAS DO ANO....: " QTDE-PARCELAS-W.
           DISPLAY "CRP9171 - DECLARACOES........: "
                   QTDE-DECLARACOES-W.
           DISPLAY "CRP9171 - JA EMITIDAS ANTES..: "
                   QTDE-JA-EMITIDAS-W.
           DISPLAY "CRP9171 - COM PENDENCIA......: " QTDE-EXCECOES-W.

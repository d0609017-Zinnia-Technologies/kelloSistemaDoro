      *(OU DE HOJE) + PRAZOFORNEC DO PAR910 (PADRAO 28 DIAS). O QUE
      *ANTES MORAVA EM PLANILHA PASSA A TER ARQUIVO, BAIXA EM LOTE
      *(COD9050) E RELATORIO DE NECESSIDADE DE CAIXA.
      *CREDITOS DE DEVOLUCAO DO FORNECEDOR (NOTAS DE DEBITO DO DEV910
      *AINDA NAO ABATIDAS) SAO DESCONTADOS DOS TITULOS NOVOS, DO MAIS
      *ANTIGO P/ O MAIS NOVO, ATE ZERAR O CREDITO OU O TITULO. NA
      *RELIGACAO DA NF O QUE JA FOI ABATIDO CONTINUA DESCONTADO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY NFEX910.
           COPY APGX910.
           COPY PARX910.
           COPY DEVX910.
           SELECT REL9049 ASSIGN TO REL9049-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       COPY NFEW910.
       COPY APGW910.
       COPY PARW910.
       COPY DEVW910.
       FD  REL9049
           LABEL RECORD IS OMITTED.
       01  REG-REL9049               PIC X(90).
       01  PATH-PED910               PIC X(30)  VALUE SPACES.
       01  PATH-NFE910               PIC X(30)  VALUE SPACES.
       01  PATH-APG910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-PED910                 PIC XX     VALUE SPACES.
       01  ST-COD043                 PIC XX     VALUE SPACES.
       01  ST-NFE910                 PIC XX     VALUE SPACES.
       01  ST-APG910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  PATH-DEV910               PIC X(30)  VALUE SPACES.
       01  ST-DEV910                 PIC XX     VALUE SPACES.
       01  FIM-DEV910-SW             PIC X      VALUE "N".
       01  VALOR-ABATE-W             PIC 9(10)V99 VALUE ZEROS.
       01  CREDITO-DEV-W             PIC 9(10)V99 VALUE ZEROS.
       01  VALOR-ABATIDO-TOT-W       PIC 9(12)V99 VALUE ZEROS.
       01  ST-REL9049                PIC XX     VALUE SPACES.
       01  FIM-PED910-SW             PIC X      VALUE "N".
           88  FIM-PED910                  VALUE "S".
           MOVE "NFE910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NFE910.
           MOVE "APG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-APG910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "DEV910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DEV910.
           MOVE "REL9049" TO REL9049-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
              CLOSE APG910      OPEN OUTPUT APG910
              CLOSE APG910      OPEN I-O APG910
           END-IF.
           OPEN I-O DEV910.
           IF ST-DEV910 = "35"
              CLOSE DEV910      OPEN OUTPUT DEV910
              CLOSE DEV910      OPEN I-O DEV910
           END-IF.
           OPEN OUTPUT REL9049.
           IF ST-PED910 <> "00"
              MOVE "S" TO FIM-PED910-SW
           END-IF.
           COMPUTE JULIANO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-BASE-W).
           INITIALIZE REG-APG910.
           MOVE FORNEC-PED910    TO FORNEC-APG910.
           MOVE NUMERO-PED910    TO NUMERO-PED-APG910.
           MOVE ITEM-PED910      TO ITEM-PED-APG910.
           MOVE ITEM-NF-W        TO ITEM-NF-APG910.
           MOVE "A"              TO SITUACAO-APG910.
           MOVE ZEROS            TO DATA-PAGTO-APG910.
           PERFORM 2400-ABATE-CREDITOS.
           MOVE VALOR-APG910     TO VALOR-TITULO-W.
           WRITE REG-APG910 INVALID KEY
              CONTINUE
           END-WRITE.
              MOVE NUMERO-NF-W    TO NUMERO-NF-APG910
              MOVE ITEM-NF-W      TO ITEM-NF-APG910
              MOVE PRECO-UNIT-W   TO PRECO-UNIT-APG910
              IF VALOR-TITULO-W > VALOR-ABATIDO-APG910
                 SUBTRACT VALOR-ABATIDO-APG910 FROM VALOR-TITULO-W
              ELSE
                 MOVE ZEROS TO VALOR-TITULO-W
              END-IF
              MOVE VALOR-TITULO-W TO VALOR-APG910
              COMPUTE JULIANO-W =
                      FUNCTION INTEGER-OF-DATE(DATA-NF-W)
              WRITE REG-REL9049
           END-IF.

       2400-ABATE-CREDITOS SECTION.
      *    NOTAS DE DEBITO DO FORNECEDOR COM CREDITO EM ABERTO ("C")
      *    SAEM DO TITULO NOVO (REG-APG910 AINDA NAO GRAVADO).
           MOVE "N" TO FIM-DEV910-SW.
           MOVE FORNEC-APG910 TO FORNEC-DEV910.
           MOVE ZEROS         TO NUMERO-DEV910.
           START DEV910 KEY IS NOT < CHAVE-DEV910 INVALID KEY
                 MOVE "S" TO FIM-DEV910-SW.
           PERFORM UNTIL FIM-DEV910-SW = "S"
              READ DEV910 NEXT RECORD AT END
                   MOVE "S" TO FIM-DEV910-SW
              NOT AT END
                IF FORNEC-DEV910 NOT = FORNEC-APG910
                   OR VALOR-APG910 = ZEROS
                   MOVE "S" TO FIM-DEV910-SW
                ELSE
                   IF CREDITO-ABERTO-DEV910
                      PERFORM 2450-ABATE-NOTA-DEBITO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       2450-ABATE-NOTA-DEBITO SECTION.
           COMPUTE CREDITO-DEV-W =
                   VALOR-DEV910 - VALOR-ABATIDO-DEV910.
           IF CREDITO-DEV-W > VALOR-APG910
              MOVE VALOR-APG910  TO VALOR-ABATE-W
           ELSE
              MOVE CREDITO-DEV-W TO VALOR-ABATE-W
           END-IF.
           SUBTRACT VALOR-ABATE-W FROM VALOR-APG910.
           ADD VALOR-ABATE-W TO VALOR-ABATIDO-APG910.
           ADD VALOR-ABATE-W TO VALOR-ABATIDO-DEV910.
           ADD VALOR-ABATE-W TO VALOR-ABATIDO-TOT-W.
           MOVE NUMERO-PED-APG910 TO PED-ABATIDO-DEV910.
           MOVE ITEM-PED-APG910   TO ITEM-ABATIDO-DEV910.
           IF VALOR-ABATIDO-DEV910 NOT < VALOR-DEV910
              MOVE "A" TO SITUACAO-DEV910
           END-IF.
           REWRITE REG-DEV910 INVALID KEY
              CONTINUE
           END-REWRITE.
      *    TITULO TODO COBERTO PELO CREDITO NASCE QUITADO.
           IF VALOR-APG910 = ZEROS
              MOVE "P"         TO SITUACAO-APG910
              MOVE DATA-DIA-I  TO DATA-PAGTO-APG910
              MOVE "DEVOLUCAO" TO OCORRENCIA-APG910
           END-IF.
           MOVE SPACES TO REG-REL9049.
           MOVE FORNEC-APG910      TO REG-REL9049(1: 6).
           MOVE NUMERO-PED-APG910  TO REG-REL9049(8: 6).
           MOVE ITEM-PED-APG910    TO REG-REL9049(15: 2).
           MOVE VALOR-ABATE-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9049(27: 14).
           MOVE "ABATIDO DEVOLUCAO" TO REG-REL9049(42: 17).
           MOVE NUMERO-DEV910      TO REG-REL9049(60: 6).
           WRITE REG-REL9049.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9049.
           MOVE "TITULOS GERADOS:" TO REG-REL9049(1: 16).
           MOVE VALOR-GERADO-W     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9049(26: 14).
           WRITE REG-REL9049.
           MOVE SPACES TO REG-REL9049.
           MOVE "CREDITOS DE DEVOLUCAO ABATIDOS:" TO REG-REL9049(1: 31).
           MOVE VALOR-ABATIDO-TOT-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO REG-REL9049(33: 14).
           WRITE REG-REL9049.
           CLOSE PED910 COD043 NFE910 APG910 DEV910 REL9049.
           DISPLAY "COD9049 - PEDIDOS RECEBIDOS....: " QTDE-LIDOS-W.
           DISPLAY "COD9049 - TITULOS GERADOS......: " QTDE-GERADOS-W.
           DISPLAY "COD9049 - NF RELIGADA EM ABERTO: "

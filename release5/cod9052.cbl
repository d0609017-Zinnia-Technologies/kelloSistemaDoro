       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COD9052.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *IMPORTA O RETORNO DA REMESSA DE PAGAMENTO A FORNECEDORES (CNAB
      *240, SERVICO 20) GERADA PELO COD9050. A REMESSA E ACHADA NO
      *CAT910 PELO NSA DO HEADER (= NUMERO DO CATALOGO) E O TITULO DO
      *APG910 PELO SEU NUMERO DOS SEGMENTOS A/J. OCORRENCIA "00" DA O
      *TITULO POR PAGO NA DATA REAL DO PAGAMENTO, AVANCA O PEDIDO P/
      *"P" NO PED910 E POSTA DATA-PAGTO-CO43 E CUSTO-REAL-CO43 NO
      *COD043; "BD" (PAGAMENTO AGENDADO) DEIXA O TITULO REMETIDO P/ O
      *PROXIMO RETORNO; QUALQUER OUTRA OCORRENCIA E REJEICAO - O
      *TITULO VOLTA P/ EM ABERTO COM AS OCORRENCIAS GUARDADAS E SAI
      *NO RELATORIO. NO FIM A REMESSA FICA "C" NO CAT910 E O MESMO
      *RETORNO NAO E APLICADO DE NOVO.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA,
      *POS 2 = "F" REIMPORTACAO FORCADA.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APGX910.
           COPY PEDX910.
           COPY COD043X.
           COPY CRPX916.
           SELECT RETPAG ASSIGN TO PATH-RETPAG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-RETPAG.
           SELECT REL9052 ASSIGN TO REL9052-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9052.

       DATA DIVISION.
       FILE SECTION.
       COPY APGW910.
       COPY PEDW910.
       COPY COD043W.
       COPY CRPW916.
       FD  RETPAG
           LABEL RECORD IS OMITTED.
      *    RETPAG - RETORNO CNAB 240 DE PAGAMENTOS, NO MESMO LAYOUT DA
      *    REMESSA DO COD9050 COM AS OCORRENCIAS DO BANCO NAS
      *    POSICOES 231-240.
       01  REG-RETPAG.
           05  BANCO-RPG             PIC 9(03).
           05  LOTE-RPG              PIC 9(04).
           05  TIPO-REG-RPG          PIC X(01).
               88  HEADER-ARQ-RPG          VALUE "0".
               88  DETALHE-RPG             VALUE "3".
               88  TRAILER-ARQ-RPG         VALUE "9".
           05  SEQ-RPG               PIC 9(05).
           05  SEGMENTO-RPG          PIC X(01).
           05  FILLER                PIC X(216).
           05  OCORRENCIAS-RPG       PIC X(10).
       01  REG-RPG-HEADER.
           05  FILLER                PIC X(157).
           05  NSA-RPG0              PIC 9(06).
           05  FILLER                PIC X(77).
       01  REG-RPG-SEG-A.
           05  FILLER                PIC X(73).
           05  SEU-NUMERO-RPGA.
               10  FILLER            PIC X(01).
               10  FORNEC-RPGA       PIC 9(06).
               10  NUMERO-PED-RPGA   PIC 9(06).
               10  ITEM-PED-RPGA     PIC 9(02).
               10  FILLER            PIC X(05).
           05  DATA-PAGTO-RPGA       PIC 9(08).
           05  FILLER                PIC X(53).
           05  DATA-REAL-RPGA        PIC 9(08).
           05  VALOR-REAL-RPGA       PIC 9(13)V99.
           05  FILLER                PIC X(63).
       01  REG-RPG-SEG-J.
           05  FILLER                PIC X(144).
           05  DATA-PAGTO-RPGJ       PIC 9(08).
           05  VALOR-PAGTO-RPGJ      PIC 9(13)V99.
           05  FILLER                PIC X(15).
           05  SEU-NUMERO-RPGJ.
               10  FILLER            PIC X(01).
               10  FORNEC-RPGJ       PIC 9(06).
               10  NUMERO-PED-RPGJ   PIC 9(06).
               10  ITEM-PED-RPGJ     PIC 9(02).
               10  FILLER            PIC X(05).
           05  FILLER                PIC X(38).
       01  REG-RPG-TRAILER.
           05  FILLER                PIC X(23).
           05  QTDE-REGS-RPG9        PIC 9(06).
           05  FILLER                PIC X(211).
       FD  REL9052
           LABEL RECORD IS OMITTED.
       01  REG-REL9052               PIC X(90).

       WORKING-STORAGE SECTION.
       01  PATH-APG910               PIC X(30)  VALUE SPACES.
       01  PATH-PED910               PIC X(30)  VALUE SPACES.
       01  PATH-CAT910               PIC X(30)  VALUE SPACES.
       01  PATH-RETPAG               PIC X(30)  VALUE SPACES.
       01  REL9052-NOME              PIC X(12)  VALUE SPACES.
       01  ST-APG910                 PIC XX     VALUE SPACES.
       01  ST-PED910                 PIC XX     VALUE SPACES.
       01  ST-COD043                 PIC XX     VALUE SPACES.
       01  ST-CAT910                 PIC XX     VALUE SPACES.
       01  ST-RETPAG                 PIC XX     VALUE SPACES.
       01  ST-REL9052                PIC XX     VALUE SPACES.
       01  FIM-RETPAG-SW             PIC X      VALUE "N".
           88  FIM-RETPAG                  VALUE "S".
       01  FIM-PRESCAN-SW            PIC X      VALUE "N".
           88  FIM-PRESCAN                 VALUE "S".
       01  LOTE-RECUSADO-SW          PIC X      VALUE "N".
           88  LOTE-RECUSADO               VALUE "S".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-PAGOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-AGENDADOS-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-REJEITADOS-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-NAO-ENCONTRADOS-W    PIC 9(06)  VALUE ZEROS.
       01  QTDE-PRE-REGS-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-TRAILER-W            PIC 9(06)  VALUE ZEROS.
       01  NSA-W                     PIC 9(06)  VALUE ZEROS.
       01  VALOR-PAGO-TOT-W          PIC 9(12)V99 VALUE ZEROS.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-PAGTO-RET-W          PIC 9(08)  VALUE ZEROS.
       01  DATA-DDMMAAAA-W           PIC 9(08)  VALUE ZEROS.
       01  DATA-DDMMAAAA-R REDEFINES DATA-DDMMAAAA-W.
           05  DIA-RET-W             PIC 9(02).
           05  MES-RET-W             PIC 9(02).
           05  ANO-RET-W             PIC 9(04).
       01  SITUACAO-REL-W            PIC X(10)  VALUE SPACES.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.

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
           PERFORM 2000-PROCESSA-RETPAG UNTIL FIM-RETPAG.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "APG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-APG910.
           MOVE "PED910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PED910.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "CAT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAT910.
           MOVE "RETPAG" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RETPAG.
           MOVE "REL9052" TO REL9052-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           MOVE OPCAO-PARAM-W(1: 1) TO MODO-CONFERENCIA-SW.

           OPEN I-O APG910 PED910 COD043 CAT910.
           OPEN INPUT RETPAG.
           OPEN OUTPUT REL9052.
           IF ST-RETPAG <> "00"
              DISPLAY "COD9052 - ARQUIVO DE RETORNO NAO ENCONTRADO"
              MOVE "S" TO FIM-RETPAG-SW LOTE-RECUSADO-SW
           ELSE
              PERFORM 1100-IDENTIFICA-REMESSA
           END-IF.

       1100-IDENTIFICA-REMESSA SECTION.
      *    PRE-LEITURA: NSA DO HEADER E CONFERENCIA DO TRAILER DE
      *    ARQUIVO (QTDE DE REGISTROS) ANTES DE APLICAR QUALQUER
      *    OCORRENCIA. REMESSA QUE NAO E DE PAGAMENTO OU QUE JA TEVE
      *    O RETORNO APLICADO ("C") E RECUSADA, SALVO POS 2 = "F".
           PERFORM 1110-LE-PRESCAN UNTIL FIM-PRESCAN.
           CLOSE RETPAG.
           OPEN INPUT RETPAG.
           IF QTDE-TRAILER-W NOT = QTDE-PRE-REGS-W
              DISPLAY "COD9052 - TRAILER NAO CONFERE - "
                      "ARQUIVO RECUSADO"
              MOVE "S" TO FIM-RETPAG-SW LOTE-RECUSADO-SW
              GO 1100-IDENTIFICA-REMESSA-FIM.
           MOVE NSA-W TO NUMERO-CAT910.
           READ CAT910 INVALID KEY
                DISPLAY "COD9052 - REMESSA " NSA-W
                        " NAO CATALOGADA - ARQUIVO RECUSADO"
                MOVE "S" TO FIM-RETPAG-SW LOTE-RECUSADO-SW
                GO 1100-IDENTIFICA-REMESSA-FIM
           END-READ.
           IF NOT REMESSA-PAGAMENTO-CAT910
              DISPLAY "COD9052 - REMESSA " NSA-W
                      " NAO E DE PAGAMENTO - ARQUIVO RECUSADO"
              MOVE "S" TO FIM-RETPAG-SW LOTE-RECUSADO-SW
              GO 1100-IDENTIFICA-REMESSA-FIM.
           IF REMESSA-CONFIRMADA-CAT910
              IF OPCAO-PARAM-W(2: 1) = "F"
                 DISPLAY "COD9052 - RETORNO DA REMESSA " NSA-W
                         " JA IMPORTADO - REIMPORTACAO FORCADA"
              ELSE
                 DISPLAY "COD9052 - RETORNO DA REMESSA " NSA-W
                         " JA IMPORTADO - ARQUIVO RECUSADO"
                 MOVE "S" TO FIM-RETPAG-SW LOTE-RECUSADO-SW
              END-IF
           END-IF.
       1100-IDENTIFICA-REMESSA-FIM.
           EXIT.

       1110-LE-PRESCAN SECTION.
           READ RETPAG AT END
                MOVE "S" TO FIM-PRESCAN-SW
              NOT AT END
                ADD 1 TO QTDE-PRE-REGS-W
                IF HEADER-ARQ-RPG
                   MOVE NSA-RPG0 TO NSA-W
                END-IF
                IF TRAILER-ARQ-RPG
                   MOVE QTDE-REGS-RPG9 TO QTDE-TRAILER-W
                END-IF
           END-READ.

       2000-PROCESSA-RETPAG SECTION.
           READ RETPAG AT END MOVE "S" TO FIM-RETPAG-SW
             NOT AT END
               ADD 1 TO QTDE-LIDOS-W
               IF DETALHE-RPG
                  IF SEGMENTO-RPG = "A" OR SEGMENTO-RPG = "J"
                     PERFORM 2100-APLICA-OCORRENCIA
                  END-IF
               END-IF
           END-READ.

       2100-APLICA-OCORRENCIA SECTION.
           IF SEGMENTO-RPG = "A"
              MOVE FORNEC-RPGA     TO FORNEC-APG910
              MOVE NUMERO-PED-RPGA TO NUMERO-PED-APG910
              MOVE ITEM-PED-RPGA   TO ITEM-PED-APG910
              IF DATA-REAL-RPGA NOT = ZEROS
                 MOVE DATA-REAL-RPGA  TO DATA-DDMMAAAA-W
              ELSE
                 MOVE DATA-PAGTO-RPGA TO DATA-DDMMAAAA-W
              END-IF
           ELSE
              MOVE FORNEC-RPGJ     TO FORNEC-APG910
              MOVE NUMERO-PED-RPGJ TO NUMERO-PED-APG910
              MOVE ITEM-PED-RPGJ   TO ITEM-PED-APG910
              MOVE DATA-PAGTO-RPGJ TO DATA-DDMMAAAA-W
           END-IF.
           COMPUTE DATA-PAGTO-RET-W = ANO-RET-W * 10000
                                    + MES-RET-W * 100 + DIA-RET-W.
           READ APG910 INVALID KEY
                ADD 1 TO QTDE-NAO-ENCONTRADOS-W
                MOVE "NAO ACHADO" TO SITUACAO-REL-W
                PERFORM 2900-GRAVA-LINHA-REL
                GO 2100-APLICA-OCORRENCIA-FIM
           END-READ.
      *    SO MEXE NO TITULO QUE ESTA REMETIDO NESTA REMESSA (UM
      *    RETORNO VELHO NAO DESFAZ UMA REMESSA MAIS NOVA).
           IF NOT PAGAR-REMETIDO-APG910
              OR NUMERO-CAT-APG910 NOT = NSA-W
              ADD 1 TO QTDE-NAO-ENCONTRADOS-W
              MOVE "FORA REMES" TO SITUACAO-REL-W
              PERFORM 2900-GRAVA-LINHA-REL
              GO 2100-APLICA-OCORRENCIA-FIM.
           EVALUATE OCORRENCIAS-RPG(1: 2)
               WHEN "00"
                   ADD 1 TO QTDE-PAGOS-W
                   ADD VALOR-APG910 TO VALOR-PAGO-TOT-W
                   MOVE "PAGO"       TO SITUACAO-REL-W
                   IF NOT MODO-CONFERENCIA
                      MOVE "P"              TO SITUACAO-APG910
                      MOVE DATA-PAGTO-RET-W TO DATA-PAGTO-APG910
                      MOVE OCORRENCIAS-RPG  TO OCORRENCIA-APG910
                      REWRITE REG-APG910
                      PERFORM 2300-ATUALIZA-PEDIDO
                      PERFORM 2400-ATUALIZA-COD043
                   END-IF
               WHEN "BD"
                   ADD 1 TO QTDE-AGENDADOS-W
                   MOVE "AGENDADO"   TO SITUACAO-REL-W
                   IF NOT MODO-CONFERENCIA
                      MOVE OCORRENCIAS-RPG  TO OCORRENCIA-APG910
                      REWRITE REG-APG910
                   END-IF
               WHEN OTHER
                   ADD 1 TO QTDE-REJEITADOS-W
                   MOVE "REJEITADO"  TO SITUACAO-REL-W
                   IF NOT MODO-CONFERENCIA
                      MOVE "A"              TO SITUACAO-APG910
                      MOVE ZEROS            TO NUMERO-CAT-APG910
                                               DATA-REMESSA-APG910
                      MOVE OCORRENCIAS-RPG  TO OCORRENCIA-APG910
                      REWRITE REG-APG910
                   END-IF
           END-EVALUATE.
           PERFORM 2900-GRAVA-LINHA-REL.
       2100-APLICA-OCORRENCIA-FIM.
           EXIT.

       2300-ATUALIZA-PEDIDO SECTION.
           MOVE NUMERO-PED-APG910 TO NUMERO-PED910.
           MOVE ITEM-PED-APG910   TO ITEM-PED910.
           READ PED910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "P" TO SITUACAO-PED910
                REWRITE REG-PED910
           END-READ.

       2400-ATUALIZA-COD043 SECTION.
           MOVE NUMERO-PED-APG910 TO NUMERO-PED910.
           MOVE ITEM-PED-APG910   TO ITEM-PED910.
           READ PED910 INVALID KEY
                GO 2400-ATUALIZA-COD043-FIM
           END-READ.
           MOVE SEQ-CO43-PED910  TO SEQ-CO43.
           MOVE ITEM-CO43-PED910 TO ITEM-CO43.
           READ COD043 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE DATA-PAGTO-RET-W  TO DATA-PAGTO-CO43
                MOVE PRECO-UNIT-APG910 TO CUSTO-REAL-CO43
                REWRITE REG-COD043
           END-READ.
       2400-ATUALIZA-COD043-FIM.
           EXIT.

       2900-GRAVA-LINHA-REL SECTION.
           MOVE SPACES TO REG-REL9052.
           MOVE FORNEC-APG910      TO REG-REL9052(1: 6).
           MOVE NUMERO-PED-APG910  TO REG-REL9052(8: 6).
           MOVE ITEM-PED-APG910    TO REG-REL9052(15: 2).
           MOVE SEGMENTO-RPG       TO REG-REL9052(18: 1).
           MOVE DATA-PAGTO-RET-W   TO REG-REL9052(20: 8).
           MOVE VALOR-APG910       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9052(29: 14).
           MOVE SITUACAO-REL-W     TO REG-REL9052(44: 10).
           MOVE OCORRENCIAS-RPG    TO REG-REL9052(55: 10).
           WRITE REG-REL9052.

       3000-FINALIZA SECTION.
           IF NOT LOTE-RECUSADO AND NOT MODO-CONFERENCIA
              MOVE "C" TO SITUACAO-CAT910
              REWRITE REG-CAT910
           END-IF.
           MOVE SPACES TO REG-REL9052.
           MOVE "TOTAL PAGO:" TO REG-REL9052(1: 11).
           MOVE VALOR-PAGO-TOT-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9052(13: 14).
           WRITE REG-REL9052.
           CLOSE APG910 PED910 COD043 CAT910 RETPAG REL9052.
           IF MODO-CONFERENCIA
              DISPLAY "COD9052 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "COD9052 - REGISTROS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "COD9052 - PAGAMENTOS CONFIRMADOS: " QTDE-PAGOS-W.
           DISPLAY "COD9052 - PAGAMENTOS AGENDADOS.: " QTDE-AGENDADOS-W.
           DISPLAY "COD9052 - REJEITADOS (EM ABERTO): "
                   QTDE-REJEITADOS-W.
           DISPLAY "COD9052 - FORA DA REMESSA......: "
                   QTDE-NAO-ENCONTRADOS-W.

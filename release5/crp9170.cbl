       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9170.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *APURACAO NOTURNA DAS PROMESSAS DE PAGAMENTO - P/ CADA PROMESSA
      *PENDENTE DO PMP910 (GRAVADA NA MESA COD9046T) SOMA O VALOR
      *RECEBIDO NAS BAIXAS ATIVAS DO BXA910 DOS TITULOS COBERTOS,
      *COM DATA DE BAIXA ENTRE O REGISTRO DA PROMESSA E A DATA
      *PROMETIDA MAIS A TOLERANCIA (TOLERPROMESA DIAS CORRIDOS DO
      *PAR910, PADRAO 1). O BXA910 GUARDA AS BAIXAS DE TODOS OS
      *CANAIS (RETORNO, PIX, DEBITO, CAIXA, MESA, AGENCIA) COM A
      *DATA DO PAGAMENTO. VALOR ALCANCADO = PROMESSA CUMPRIDA ("C");
      *PRAZO VENCIDO SEM O VALOR = PROMESSA QUEBRADA ("Q"), QUE
      *REABRE TAREFA DE TELEFONE NO COD501 (NO TOPO DA MESA COD9046T
      *NA MANHA SEGUINTE) E PESA CONTRA O CONTRATO NA REGUA
      *(CRP9139); TODOS OS TITULOS ENCERRADOS SEM O VALOR (RENEGO-
      *CIACAO, CANCELAMENTO...) = PROMESSA PREJUDICADA ("X"). RODA
      *COMO PASSO DA CORRENTE CHN910, ANTES DA REGUA.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA (SO
      *RELATORIO, NADA E GRAVADO).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX928.
           COPY CRPX935.
           COPY PARX910.
           COPY COD501X.
           SELECT REL9170 ASSIGN TO REL9170-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9170.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW928.
       COPY CRPW935.
       COPY PARW910.
       COPY COD501W.
       FD  REL9170
           LABEL RECORD IS OMITTED.
       01  REG-REL9170               PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  REL9170-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  PATH-PMP910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  ST-PMP910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-COD501                 PIC XX     VALUE SPACES.
       01  ST-REL9170                PIC XX     VALUE SPACES.
       01  FIM-PMP910-SW             PIC X      VALUE "N".
           88  FIM-PMP910                  VALUE "S".
       01  FIM-BXA910-SW             PIC X      VALUE "N".
       01  PMP910-ABERTO-SW          PIC X      VALUE "N".
           88  PMP910-ABERTO               VALUE "S".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  TOLERANCIA-W              PIC 9(03)  VALUE 1.
       01  JULIANO-W                 PIC 9(08)  VALUE ZEROS.
       01  DATA-LIMITE-W             PIC 9(08)  VALUE ZEROS.
       01  IX-TIT-W                  PIC 9(02)  VALUE ZEROS.
       01  QTDE-ABERTOS-W            PIC 9(02)  VALUE ZEROS.
       01  VALOR-APURADO-W           PIC 9(11)V99 VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  VALOR-EDIT2-W             PIC ZZZ.ZZZ.ZZ9,99.
       01  QTDE-LIDAS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-CUMPRIDAS-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-QUEBRADAS-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-PREJUDICADAS-W       PIC 9(06)  VALUE ZEROS.
       01  QTDE-NO-PRAZO-W           PIC 9(06)  VALUE ZEROS.

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
           PERFORM 2000-PROCESSA-PMP910 UNTIL FIM-PMP910.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "PMP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PMP910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "REL9170" TO REL9170-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           MOVE OPCAO-PARAM-W(1: 1) TO MODO-CONFERENCIA-SW.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W      TO EMPRESA-PAR910
              MOVE "TOLERPROMESA" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE VALOR-PAR910 TO TOLERANCIA-W
              END-READ
              CLOSE PAR910
           END-IF.

      *    SEM O ARQUIVO NENHUMA PROMESSA FOI REGISTRADA.
           OPEN I-O PMP910.
           IF ST-PMP910 <> "00"
              MOVE "S" TO FIM-PMP910-SW
              GO 1000-INICIALIZA-FIM.
           MOVE "S" TO PMP910-ABERTO-SW.
           OPEN INPUT CRD020.
           OPEN INPUT BXA910.
           IF ST-BXA910 = "35"
              CLOSE BXA910      OPEN OUTPUT BXA910
              CLOSE BXA910      OPEN INPUT BXA910
           END-IF.
           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN OUTPUT REL9170.
           IF ST-CRD020 <> "00"
              MOVE "S" TO FIM-PMP910-SW
           ELSE
              MOVE ZEROS TO CHAVE-PMP910
              START PMP910 KEY IS NOT < CHAVE-PMP910 INVALID KEY
                    MOVE "S" TO FIM-PMP910-SW
           END-IF.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-PROCESSA-PMP910 SECTION.
           READ PMP910 NEXT RECORD AT END
                MOVE "S" TO FIM-PMP910-SW
              NOT AT END
                IF PROMESSA-PENDENTE-PMP910
                   ADD 1 TO QTDE-LIDAS-W
                   PERFORM 2100-APURA-PROMESSA
                END-IF
           END-READ.

       2100-APURA-PROMESSA SECTION.
      *    PRAZO DA PROMESSA: DATA PROMETIDA + TOLERANCIA. SO CONTAM
      *    AS BAIXAS FEITAS DENTRO DELE.
           COMPUTE JULIANO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-PROMETIDA-PMP910)
                   + TOLERANCIA-W.
           COMPUTE DATA-LIMITE-W = FUNCTION DATE-OF-INTEGER(JULIANO-W).
           MOVE ZEROS TO VALOR-APURADO-W QTDE-ABERTOS-W.
           PERFORM 2200-APURA-TITULO
                   VARYING IX-TIT-W FROM 1 BY 1
                   UNTIL IX-TIT-W > QTDE-TITULOS-PMP910.
           MOVE VALOR-APURADO-W TO VALOR-APURADO-PMP910.
           EVALUATE TRUE
               WHEN VALOR-APURADO-W NOT < VALOR-PROMETIDO-PMP910
                   MOVE "C" TO SITUACAO-PMP910
                   MOVE DATA-DIA-I TO DATA-APURACAO-PMP910
                   ADD 1 TO QTDE-CUMPRIDAS-W
               WHEN QTDE-ABERTOS-W = ZEROS
                   MOVE "X" TO SITUACAO-PMP910
                   MOVE DATA-DIA-I TO DATA-APURACAO-PMP910
                   ADD 1 TO QTDE-PREJUDICADAS-W
               WHEN DATA-DIA-I > DATA-LIMITE-W
                   MOVE "Q" TO SITUACAO-PMP910
                   MOVE DATA-DIA-I TO DATA-APURACAO-PMP910
                   ADD 1 TO QTDE-QUEBRADAS-W
               WHEN OTHER
                   ADD 1 TO QTDE-NO-PRAZO-W
           END-EVALUATE.
           IF NOT MODO-CONFERENCIA
              REWRITE REG-PMP910 INVALID KEY
                 CONTINUE
              END-REWRITE
              IF NOT PROMESSA-PENDENTE-PMP910
                 PERFORM 2300-GRAVA-COD501
              END-IF
           END-IF.
           PERFORM 2400-IMPRIME-PROMESSA.

       2200-APURA-TITULO SECTION.
           MOVE COD-COMPL-TIT-PMP910(IX-TIT-W) TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "PG" TO STATUS-CR20
           END-READ.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF NOT STATUS-TERMINAL-CR20
              ADD 1 TO QTDE-ABERTOS-W.
           MOVE COD-COMPL-TIT-PMP910(IX-TIT-W) TO COD-COMPL-BXA910.
           MOVE ZEROS TO SEQ-BXA910.
           MOVE "N" TO FIM-BXA910-SW.
           START BXA910 KEY IS NOT < CHAVE-BXA910 INVALID KEY
                 MOVE "S" TO FIM-BXA910-SW.
           PERFORM UNTIL FIM-BXA910-SW = "S"
              READ BXA910 NEXT RECORD AT END
                   MOVE "S" TO FIM-BXA910-SW
              NOT AT END
                IF COD-COMPL-BXA910 <>
                   COD-COMPL-TIT-PMP910(IX-TIT-W)
                   MOVE "S" TO FIM-BXA910-SW
                ELSE
                   IF BAIXA-ATIVA-BXA910
                      AND DATA-BAIXA-NOVO-BXA910 NOT <
                          DATA-REGISTRO-PMP910
                      AND DATA-BAIXA-NOVO-BXA910 NOT > DATA-LIMITE-W
                      ADD VALOR-RECEBIDO-BXA910 TO VALOR-APURADO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       2300-GRAVA-COD501 SECTION.
      *    PROMESSA QUEBRADA VIRA TAREFA DE TELEFONE P/ HOJE (A MESA
      *    COD9046T A MOSTRA ANTES DAS DEMAIS PELA MARCA "PROMESSA
      *    QUEBRADA-"); CUMPRIDA OU PREJUDICADA SO FICA ANOTADA.
           MOVE NR-CONTRATO-PMP910   TO NR-CONTRATO-CO501.
           MOVE ITEM-CO501-PMP910    TO ITEM-CO501.
           MOVE 1                    TO SUBITEM-CO501.
           MOVE SPACES               TO ANOTACAO-CO501.
           MOVE VALOR-PROMETIDO-PMP910 TO VALOR-EDIT-W.
           MOVE VALOR-APURADO-W        TO VALOR-EDIT2-W.
           EVALUATE TRUE
               WHEN PROMESSA-QUEBRADA-PMP910
                   STRING "PROMESSA QUEBRADA- PROMETIDO "
                          VALOR-EDIT-W " ATE " DATA-PROMETIDA-PMP910
                          " PAGO " VALOR-EDIT2-W
                          DELIMITED BY SIZE INTO ANOTACAO-CO501
                   MOVE 01          TO TIPO-CONTATO-CO501
                   MOVE DATA-DIA-I  TO DATA-RETORNO-CO501
               WHEN PROMESSA-CUMPRIDA-PMP910
                   STRING "PROMESSA CUMPRIDA- PROMETIDO "
                          VALOR-EDIT-W " PAGO " VALOR-EDIT2-W
                          DELIMITED BY SIZE INTO ANOTACAO-CO501
                   MOVE 09          TO TIPO-CONTATO-CO501
                   MOVE ZEROS       TO DATA-RETORNO-CO501
               WHEN OTHER
                   STRING "PROMESSA PREJUDICADA- TITULOS ENCERRADOS "
                          "SEM O PAGAMENTO PROMETIDO"
                          DELIMITED BY SIZE INTO ANOTACAO-CO501
                   MOVE 09          TO TIPO-CONTATO-CO501
                   MOVE ZEROS       TO DATA-RETORNO-CO501
           END-EVALUATE.
           MOVE "CRP9170"            TO USUARIO-CO501.
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

       2400-IMPRIME-PROMESSA SECTION.
           MOVE SPACES TO REG-REL9170.
           MOVE NR-CONTRATO-PMP910     TO REG-REL9170(1: 4).
           MOVE SEQ-PMP910             TO REG-REL9170(6: 3).
           MOVE DATA-REGISTRO-PMP910   TO REG-REL9170(10: 8).
           MOVE DATA-PROMETIDA-PMP910  TO REG-REL9170(19: 8).
           MOVE VALOR-PROMETIDO-PMP910 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W           TO REG-REL9170(28: 14).
           MOVE VALOR-APURADO-W        TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W           TO REG-REL9170(43: 14).
           MOVE USUARIO-PMP910         TO REG-REL9170(58: 8).
           EVALUATE TRUE
               WHEN PROMESSA-CUMPRIDA-PMP910
                   MOVE "CUMPRIDA"     TO REG-REL9170(67: 11)
               WHEN PROMESSA-QUEBRADA-PMP910
                   MOVE "QUEBRADA"     TO REG-REL9170(67: 11)
               WHEN PROMESSA-PREJUDICADA-PMP910
                   MOVE "PREJUDICADA"  TO REG-REL9170(67: 11)
               WHEN OTHER
                   MOVE "NO PRAZO"     TO REG-REL9170(67: 11)
           END-EVALUATE.
           WRITE REG-REL9170.

       3000-FINALIZA SECTION.
           IF NOT PMP910-ABERTO
              DISPLAY "CRP9170 - NENHUMA PROMESSA REGISTRADA"
              GO 3000-FINALIZA-FIM.
           CLOSE PMP910 CRD020 BXA910 COD501 REL9170.
           DISPLAY "CRP9170 - PROMESSAS APURADAS...: " QTDE-LIDAS-W.
           DISPLAY "CRP9170 - CUMPRIDAS............: "
                   QTDE-CUMPRIDAS-W.
           DISPLAY "CRP9170 - QUEBRADAS............: "
                   QTDE-QUEBRADAS-W.
           DISPLAY "CRP9170 - PREJUDICADAS.........: "
                   QTDE-PREJUDICADAS-W.
           DISPLAY "CRP9170 - AINDA NO PRAZO.......: "
                   QTDE-NO-PRAZO-W.
       3000-FINALIZA-FIM.
           EXIT.

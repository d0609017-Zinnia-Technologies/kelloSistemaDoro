       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9178.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *SITUACAO DA COBRANCA P/ A COMISSAO DE FORMATURA - UM
      *RELATORIO POR CONTRATO, UMA LINHA POR FORMANDO (CLIENTE-CR20)
      *COM AS PARCELAS PAGAS, A VENCER E VENCIDAS, O VALOR PAGO, O
      *SALDO A VENCER, O VENCIDO E O RESIDUO DAS BAIXAS PARCIAIS
      *("PP"), E A SITUACAO (EM DIA/EM ATRASO/QUITADO/DESISTENTE).
      *TITULO SUBSTITUIDO (SB), RENEGOCIADO (RN) OU REJEITADO (RJ)
      *NAO ENTRA - O TITULO QUE O SUBSTITUIU E QUE CONTA; PERDA
      *BAIXADA (PD) CONTA COMO VENCIDA; FORMANDO SO COM TITULOS
      *CANCELADOS (CA) SAI COMO DESISTENTE.
      *O FECHO CONFRONTA O CONTRATO (VALOR-CONTRATO-CTR910) COM O
      *PLANO DE PARCELAS, O RECEBIDO E OS DEPOSITOS JA FEITOS NO
      *VIP100/VIP101.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-4 = CONTRATO, 5 = "S"
      *P/ OCULTAR OS VALORES (SO QUANTIDADES E SITUACAO, P/ ENTREGAR
      *A COMISSAO SEM EXPOR O QUANTO CADA UM PAGOU).
      *O RELATORIO E CATALOGADO NO IMP910 (RLNNNNNN.REL) P/ O GERENTE
      *DA CONTA REIMPRIMIR PELA TELA IMP9100T. A TELA RQU9100T
      *ENFILEIRA NO RQU910 UM PEDIDO POR CONTRATO ATIVO NO CTR910 P/
      *A RODADA DO MES (EXECUTOR CRP9149).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CGPX010.
           COPY CRPX942.
           COPY VIP100X.
           COPY VIP101X.
           COPY IMPX910.
           SELECT SORT-TITULOS ASSIGN TO "CRP9178.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELARQ ASSIGN TO RELARQ-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-RELARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CGPW010.
       COPY CRPW942.
       COPY VIP100W.
       COPY VIP101W.
       COPY IMPW910.
       SD  SORT-TITULOS.
       01  REG-SORT-TITULOS.
           05  SORT-CLIENTE          PIC 9(08).
           05  SORT-COD-COMPL        PIC 9(09).
           05  SORT-VENCTO           PIC 9(08).
           05  SORT-STATUS           PIC X(02).
           05  SORT-VALOR-TOT        PIC 9(11)V99.
           05  SORT-VALOR-PAGO       PIC 9(11)V99.
       FD  RELARQ
           LABEL RECORD IS OMITTED.
       01  REG-RELARQ                PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  RELARQ-NOME-W             PIC X(12)  VALUE SPACES.
       01  PATH-IMP910               PIC X(30)  VALUE SPACES.
       01  PATH-VIP101               PIC X(30)  VALUE SPACES.
       01  PATH-CTR910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-CTR910                 PIC XX     VALUE SPACES.
       01  ST-VIP100                 PIC XX     VALUE SPACES.
       01  ST-VIP101                 PIC XX     VALUE SPACES.
       01  ST-IMP910                 PIC XX     VALUE SPACES.
       01  ST-RELARQ                 PIC XX     VALUE SPACES.
       01  FIM-ARQ-SW                PIC X      VALUE "N".
       01  FIM-SORT-SW               PIC X      VALUE "N".
           88  FIM-SORT                    VALUE "S".
       01  OCULTA-VALORES-SW         PIC X      VALUE "N".
           88  OCULTA-VALORES              VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  CONTRATO-FILTRO-W         PIC 9(04)  VALUE ZEROS.
       01  NUMERO-IMP-W              PIC 9(06)  VALUE ZEROS.
       01  IX-SLOT-W                 PIC 9(01) COMP VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  PERC-EDIT-W               PIC ZZ9,99.
       01  VALOR-RESIDUO-W           PIC 9(11)V99 VALUE ZEROS.
       01  DIFERENCA-W               PIC S9(12)V99 VALUE ZEROS.
       01  DIFERENCA-EDIT-W          PIC -ZZZ.ZZZ.ZZ9,99.
       01  PERC-RECEBIDO-W           PIC 9(03)V99 VALUE ZEROS.
      *    ACUMULADORES DO FORMANDO (QUEBRA POR SORT-CLIENTE).
       01  FORMANDO-W.
           05  CLIENTE-ATUAL-W       PIC 9(08)  VALUE ZEROS.
           05  COD-COMPL-NOME-W      PIC 9(09)  VALUE ZEROS.
           05  QTDE-PAGAS-W          PIC 9(04)  VALUE ZEROS.
           05  QTDE-A-VENCER-W       PIC 9(04)  VALUE ZEROS.
           05  QTDE-VENCIDAS-W       PIC 9(04)  VALUE ZEROS.
           05  QTDE-CANCELADAS-W     PIC 9(04)  VALUE ZEROS.
           05  VALOR-PAGO-W          PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-A-VENCER-W      PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-VENCIDO-W       PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-PARCIAL-W       PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-PLANO-W         PIC 9(11)V99 VALUE ZEROS.
           05  SITUACAO-FORMANDO-W   PIC X(10)  VALUE SPACES.
      *    TOTAIS DO CONTRATO.
       01  TOTAIS-W.
           05  QTDE-FORMANDOS-W      PIC 9(05)  VALUE ZEROS.
           05  QTDE-EM-DIA-W         PIC 9(05)  VALUE ZEROS.
           05  QTDE-EM-ATRASO-W      PIC 9(05)  VALUE ZEROS.
           05  QTDE-QUITADOS-W       PIC 9(05)  VALUE ZEROS.
           05  QTDE-DESISTENTES-W    PIC 9(05)  VALUE ZEROS.
           05  TOTAL-PLANO-W         PIC 9(12)V99 VALUE ZEROS.
           05  TOTAL-PAGO-W          PIC 9(12)V99 VALUE ZEROS.
           05  TOTAL-A-VENCER-W      PIC 9(12)V99 VALUE ZEROS.
           05  TOTAL-VENCIDO-W       PIC 9(12)V99 VALUE ZEROS.
           05  TOTAL-PARCIAL-W       PIC 9(12)V99 VALUE ZEROS.
           05  TOTAL-DEPOSITADO-W    PIC 9(12)V99 VALUE ZEROS.

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
           SORT SORT-TITULOS
                ASCENDING KEY SORT-CLIENTE SORT-COD-COMPL
                INPUT PROCEDURE IS 2000-SELECIONA-TITULOS
                OUTPUT PROCEDURE IS 4000-IMPRIME-RELATORIO.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "VIP100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VIP100.
           MOVE "VIP101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VIP101.
           MOVE "IMP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-IMP910.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           IF OPCAO-PARAM-W(1: 4) NUMERIC
              MOVE OPCAO-PARAM-W(1: 4) TO CONTRATO-FILTRO-W
           END-IF.
           IF OPCAO-PARAM-W(5: 1) = "S"
              MOVE "S" TO OCULTA-VALORES-SW
           END-IF.

           OPEN INPUT CRD020 CGD010 CTR910 VIP100 VIP101.
           INITIALIZE REG-CTR910.
           IF CONTRATO-FILTRO-W = ZEROS
              DISPLAY "CRP9178 - CONTRATO NAO INFORMADO NO PARAMETRO"
           ELSE
              MOVE CONTRATO-FILTRO-W TO NR-CONTRATO-CTR910
              READ CTR910 INVALID KEY
                   INITIALIZE REG-CTR910
              END-READ
           END-IF.

       2000-SELECIONA-TITULOS SECTION.
           IF CONTRATO-FILTRO-W = ZEROS OR ST-CRD020 <> "00"
              GO 2000-SELECIONA-TITULOS-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ-SW = "S"
              READ CRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF NR-CONTRATO-CR20 = CONTRATO-FILTRO-W
                   AND STATUS-CR20 NOT = "SB"
                   AND STATUS-CR20 NOT = "RN"
                   AND STATUS-CR20 NOT = "RJ"
                   MOVE CLIENTE-CR20     TO SORT-CLIENTE
                   MOVE COD-COMPL-CR20   TO SORT-COD-COMPL
                   MOVE DATA-VENCTO-CR20 TO SORT-VENCTO
                   MOVE STATUS-CR20      TO SORT-STATUS
                   MOVE VALOR-TOT-CR20   TO SORT-VALOR-TOT
                   MOVE VALOR-PAGO-CR20  TO SORT-VALOR-PAGO
                   RELEASE REG-SORT-TITULOS
                END-IF
              END-READ
           END-PERFORM.
           PERFORM 2100-SOMA-DEPOSITOS.
       2000-SELECIONA-TITULOS-FIM.
           EXIT.

       2100-SOMA-DEPOSITOS SECTION.
      *    MESMA LEITURA DO EXTRATO CRP9138: OS QUATRO SLOTS DO
      *    MOVIMENTO E A CONTINUACAO NO VIP101.
           IF ST-VIP100 <> "00"
              GO 2100-SOMA-DEPOSITOS-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE CONTRATO-FILTRO-W TO NR-CONTRATO-VI100.
           MOVE ZEROS             TO NR-MOVTO-VI100.
           START VIP100 KEY IS NOT < CHAVE-VI100 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ-SW = "S"
              READ VIP100 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF NR-CONTRATO-VI100 <> CONTRATO-FILTRO-W
                   MOVE "S" TO FIM-ARQ-SW
                ELSE
                   PERFORM 2110-SOMA-SLOT
                           VARYING IX-SLOT-W FROM 1 BY 1
                           UNTIL IX-SLOT-W > 4
                   PERFORM 2120-SOMA-CONTINUACAO
                END-IF
              END-READ
           END-PERFORM.
       2100-SOMA-DEPOSITOS-FIM.
           EXIT.

       2110-SOMA-SLOT SECTION.
           IF DTDEP-VI100(IX-SLOT-W) NOT = ZEROS
              ADD VLRTOTAL-VI100(IX-SLOT-W) TO TOTAL-DEPOSITADO-W
           END-IF.

       2120-SOMA-CONTINUACAO SECTION.
           IF ST-VIP101 <> "00"
              GO 2120-SOMA-CONTINUACAO-FIM.
           MOVE NR-CONTRATO-VI100 TO NR-CONTRATO-VI101.
           MOVE NR-MOVTO-VI100    TO NR-MOVTO-VI101.
           MOVE ZEROS             TO SEQ-VI101.
           START VIP101 KEY IS NOT < CHAVE-VI101 INVALID KEY
                 MOVE "10" TO ST-VIP101.
           PERFORM UNTIL ST-VIP101 = "10"
              READ VIP101 NEXT RECORD AT END
                   MOVE "10" TO ST-VIP101
              NOT AT END
                IF NR-CONTRATO-VI101 <> NR-CONTRATO-VI100 OR
                   NR-MOVTO-VI101 <> NR-MOVTO-VI100
                   MOVE "10" TO ST-VIP101
                ELSE
                   IF DTDEP-VI101 NOT = ZEROS
                      ADD VLRTOTAL-VI101 TO TOTAL-DEPOSITADO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-VIP101.
       2120-SOMA-CONTINUACAO-FIM.
           EXIT.

       4000-IMPRIME-RELATORIO SECTION.
           PERFORM 4100-ABRE-RELATORIO-IMP910.
           PERFORM 4200-CABECALHO.
           INITIALIZE FORMANDO-W.
           PERFORM 4300-RETORNA-TITULO UNTIL FIM-SORT.
           IF CLIENTE-ATUAL-W NOT = ZEROS
              PERFORM 4500-IMPRIME-FORMANDO
           END-IF.
           PERFORM 4600-IMPRIME-TOTAIS.
           PERFORM 4900-FECHA-RELATORIO-IMP910.

       4100-ABRE-RELATORIO-IMP910 SECTION.
           MOVE ZEROS TO NUMERO-IMP-W NUMERO-IMP910.
           OPEN I-O IMP910.
           IF ST-IMP910 = "35"
              CLOSE IMP910      OPEN OUTPUT IMP910
              CLOSE IMP910      OPEN I-O IMP910
           END-IF.
           START IMP910 KEY IS NOT < NUMERO-IMP910 INVALID KEY
                 MOVE "10" TO ST-IMP910.
           PERFORM UNTIL ST-IMP910 = "10"
              READ IMP910 NEXT RECORD AT END
                   MOVE "10" TO ST-IMP910
              NOT AT END
                   MOVE NUMERO-IMP910 TO NUMERO-IMP-W
              END-READ
           END-PERFORM.
           ADD 1 TO NUMERO-IMP-W.
           MOVE SPACES TO RELARQ-NOME-W.
           STRING "RL" NUMERO-IMP-W ".REL"
                  DELIMITED BY SIZE INTO RELARQ-NOME-W.
           OPEN OUTPUT RELARQ.

       4200-CABECALHO SECTION.
           MOVE SPACES TO REG-RELARQ.
           MOVE "SITUACAO DA COBRANCA P/ A COMISSAO - CONTRATO"
                                  TO REG-RELARQ(1: 45).
           MOVE CONTRATO-FILTRO-W TO REG-RELARQ(47: 4).
           MOVE "EM"              TO REG-RELARQ(53: 2).
           MOVE DATA-DIA-I        TO REG-RELARQ(56: 8).
           IF OCULTA-VALORES
              MOVE "(SEM VALORES)" TO REG-RELARQ(66: 13)
           END-IF.
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE INSTITUICAO-CTR910 TO REG-RELARQ(1: 40).
           MOVE CURSO-CTR910       TO REG-RELARQ(42: 30).
           MOVE TURMA-CTR910       TO REG-RELARQ(73: 20).
           MOVE "EVENTO"           TO REG-RELARQ(95: 6).
           MOVE DATA-EVENTO-CTR910 TO REG-RELARQ(102: 8).
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "CLIENTE  NOME                           PAGAS A VENC V
      -         "ENCID" TO REG-RELARQ(1: 59).
           IF NOT OCULTA-VALORES
              MOVE "    VALOR PAGO       A VENCER        VENCIDO     RES
      -            "IDUO PP" TO REG-RELARQ(61: 59)
           END-IF.
           MOVE "SITUACAO"        TO REG-RELARQ(122: 8).
           WRITE REG-RELARQ.

       4300-RETORNA-TITULO SECTION.
           RETURN SORT-TITULOS AT END
                  MOVE "S" TO FIM-SORT-SW
                NOT AT END
                  IF SORT-CLIENTE NOT = CLIENTE-ATUAL-W
                     IF CLIENTE-ATUAL-W NOT = ZEROS
                        PERFORM 4500-IMPRIME-FORMANDO
                     END-IF
                     INITIALIZE FORMANDO-W
                     MOVE SORT-CLIENTE   TO CLIENTE-ATUAL-W
                     MOVE SORT-COD-COMPL TO COD-COMPL-NOME-W
                  END-IF
                  PERFORM 4400-ACUMULA-TITULO
           END-RETURN.

       4400-ACUMULA-TITULO SECTION.
           IF SORT-STATUS = "CA"
              ADD 1 TO QTDE-CANCELADAS-W
              ADD SORT-VALOR-PAGO TO VALOR-PAGO-W
              GO 4400-ACUMULA-TITULO-FIM.
           ADD SORT-VALOR-TOT TO VALOR-PLANO-W.
           IF SORT-STATUS = "PG"
              ADD 1 TO QTDE-PAGAS-W
              IF SORT-VALOR-PAGO = ZEROS
                 ADD SORT-VALOR-TOT  TO VALOR-PAGO-W
              ELSE
                 ADD SORT-VALOR-PAGO TO VALOR-PAGO-W
              END-IF
              GO 4400-ACUMULA-TITULO-FIM.
      *    EM ABERTO (OU PERDA BAIXADA): O QUE FALTA RECEBER VAI P/
      *    A VENCER OU VENCIDO; NA BAIXA PARCIAL O PAGO ENTRA NO PAGO
      *    E O RESIDUO TAMBEM E DESTACADO.
           ADD SORT-VALOR-PAGO TO VALOR-PAGO-W.
           MOVE ZEROS TO VALOR-RESIDUO-W.
           IF SORT-VALOR-TOT > SORT-VALOR-PAGO
              COMPUTE VALOR-RESIDUO-W =
                      SORT-VALOR-TOT - SORT-VALOR-PAGO
           END-IF.
           IF SORT-STATUS = "PP"
              ADD VALOR-RESIDUO-W TO VALOR-PARCIAL-W
           END-IF.
           IF SORT-STATUS = "PD" OR SORT-VENCTO < DATA-DIA-I
              ADD 1 TO QTDE-VENCIDAS-W
              ADD VALOR-RESIDUO-W TO VALOR-VENCIDO-W
           ELSE
              ADD 1 TO QTDE-A-VENCER-W
              ADD VALOR-RESIDUO-W TO VALOR-A-VENCER-W
           END-IF.
       4400-ACUMULA-TITULO-FIM.
           EXIT.

       4500-IMPRIME-FORMANDO SECTION.
           ADD 1 TO QTDE-FORMANDOS-W.
           IF QTDE-VENCIDAS-W > ZEROS
              MOVE "EM ATRASO"  TO SITUACAO-FORMANDO-W
              ADD 1 TO QTDE-EM-ATRASO-W
           ELSE
              IF QTDE-A-VENCER-W > ZEROS
                 MOVE "EM DIA"     TO SITUACAO-FORMANDO-W
                 ADD 1 TO QTDE-EM-DIA-W
              ELSE
                 IF QTDE-PAGAS-W > ZEROS
                    MOVE "QUITADO"    TO SITUACAO-FORMANDO-W
                    ADD 1 TO QTDE-QUITADOS-W
                 ELSE
                    MOVE "DESISTENTE" TO SITUACAO-FORMANDO-W
                    ADD 1 TO QTDE-DESISTENTES-W
                 END-IF
              END-IF
           END-IF.
           ADD VALOR-PLANO-W    TO TOTAL-PLANO-W.
           ADD VALOR-PAGO-W     TO TOTAL-PAGO-W.
           ADD VALOR-A-VENCER-W TO TOTAL-A-VENCER-W.
           ADD VALOR-VENCIDO-W  TO TOTAL-VENCIDO-W.
           ADD VALOR-PARCIAL-W  TO TOTAL-PARCIAL-W.
           MOVE COD-COMPL-NOME-W TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                MOVE SPACES TO COMPRADOR-CG10
           END-READ.
           MOVE SPACES TO REG-RELARQ.
           MOVE CLIENTE-ATUAL-W       TO REG-RELARQ(1: 8).
           MOVE COMPRADOR-CG10        TO REG-RELARQ(10: 30).
           MOVE QTDE-PAGAS-W          TO REG-RELARQ(42: 4).
           MOVE QTDE-A-VENCER-W       TO REG-RELARQ(49: 4).
           MOVE QTDE-VENCIDAS-W       TO REG-RELARQ(56: 4).
           IF NOT OCULTA-VALORES
              MOVE VALOR-PAGO-W       TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W       TO REG-RELARQ(61: 14)
              MOVE VALOR-A-VENCER-W   TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W       TO REG-RELARQ(76: 14)
              MOVE VALOR-VENCIDO-W    TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W       TO REG-RELARQ(91: 14)
              MOVE VALOR-PARCIAL-W    TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W       TO REG-RELARQ(106: 14)
           END-IF.
           MOVE SITUACAO-FORMANDO-W   TO REG-RELARQ(122: 10).
           WRITE REG-RELARQ.

       4600-IMPRIME-TOTAIS SECTION.
           MOVE SPACES TO REG-RELARQ.
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "FORMANDOS:"         TO REG-RELARQ(1: 10).
           MOVE QTDE-FORMANDOS-W     TO REG-RELARQ(12: 5).
           MOVE "EM DIA:"            TO REG-RELARQ(19: 7).
           MOVE QTDE-EM-DIA-W        TO REG-RELARQ(27: 5).
           MOVE "EM ATRASO:"         TO REG-RELARQ(34: 10).
           MOVE QTDE-EM-ATRASO-W     TO REG-RELARQ(45: 5).
           MOVE "QUITADOS:"          TO REG-RELARQ(52: 9).
           MOVE QTDE-QUITADOS-W      TO REG-RELARQ(62: 5).
           MOVE "DESISTENTES:"       TO REG-RELARQ(69: 12).
           MOVE QTDE-DESISTENTES-W   TO REG-RELARQ(82: 5).
           WRITE REG-RELARQ.
           MOVE ZEROS TO PERC-RECEBIDO-W.
           IF TOTAL-PLANO-W > ZEROS
              COMPUTE PERC-RECEBIDO-W ROUNDED =
                      TOTAL-PAGO-W * 100 / TOTAL-PLANO-W
           END-IF.
           MOVE SPACES TO REG-RELARQ.
           MOVE "PERCENTUAL DO PLANO JA RECEBIDO:" TO REG-RELARQ(1: 32).
           MOVE PERC-RECEBIDO-W      TO PERC-EDIT-W.
           MOVE PERC-EDIT-W          TO REG-RELARQ(34: 6).
           MOVE "%"                  TO REG-RELARQ(40: 1).
           WRITE REG-RELARQ.
           IF OCULTA-VALORES
              GO 4600-IMPRIME-TOTAIS-FIM.
           MOVE SPACES TO REG-RELARQ.
           MOVE "VALOR DO CONTRATO (CTR910)......:"
                            TO REG-RELARQ(1: 33).
           MOVE VALOR-CONTRATO-CTR910 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RELARQ(35: 14).
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "PLANO DE PARCELAS (CRD020)......:"
                            TO REG-RELARQ(1: 33).
           MOVE TOTAL-PLANO-W        TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RELARQ(35: 14).
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "RECEBIDO DOS FORMANDOS..........:"
                            TO REG-RELARQ(1: 33).
           MOVE TOTAL-PAGO-W         TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RELARQ(35: 14).
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "A VENCER........................:"
                            TO REG-RELARQ(1: 33).
           MOVE TOTAL-A-VENCER-W     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RELARQ(35: 14).
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "VENCIDO.........................:"
                            TO REG-RELARQ(1: 33).
           MOVE TOTAL-VENCIDO-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RELARQ(35: 14).
           MOVE "(RESIDUO PP"        TO REG-RELARQ(51: 11).
           MOVE TOTAL-PARCIAL-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RELARQ(63: 14).
           MOVE ")"                  TO REG-RELARQ(77: 1).
           WRITE REG-RELARQ.
           MOVE SPACES TO REG-RELARQ.
           MOVE "DEPOSITOS JA FEITOS (VIP100)....:"
                            TO REG-RELARQ(1: 33).
           MOVE TOTAL-DEPOSITADO-W   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-RELARQ(35: 14).
           WRITE REG-RELARQ.
           COMPUTE DIFERENCA-W = TOTAL-PAGO-W - TOTAL-DEPOSITADO-W.
           MOVE SPACES TO REG-RELARQ.
           MOVE "RECEBIDO MENOS DEPOSITADO.......:"
                            TO REG-RELARQ(1: 33).
           MOVE DIFERENCA-W          TO DIFERENCA-EDIT-W.
           MOVE DIFERENCA-EDIT-W     TO REG-RELARQ(34: 15).
           WRITE REG-RELARQ.
           COMPUTE DIFERENCA-W = VALOR-CONTRATO-CTR910 - TOTAL-PLANO-W.
           MOVE SPACES TO REG-RELARQ.
           MOVE "CONTRATO MENOS PLANO............:"
                            TO REG-RELARQ(1: 33).
           MOVE DIFERENCA-W          TO DIFERENCA-EDIT-W.
           MOVE DIFERENCA-EDIT-W     TO REG-RELARQ(34: 15).
           WRITE REG-RELARQ.
       4600-IMPRIME-TOTAIS-FIM.
           EXIT.

       4900-FECHA-RELATORIO-IMP910 SECTION.
           CLOSE RELARQ.
           MOVE NUMERO-IMP-W   TO NUMERO-IMP910.
           MOVE "CRP9178"      TO PROGRAMA-IMP910.
           MOVE USUARIO-W      TO USUARIO-IMP910.
           MOVE DATA-DIA-I     TO DATA-IMP910.
           MOVE HORA-BRA(1: 4) TO HORA-IMP910.
           MOVE RELARQ-NOME-W  TO NOME-ARQ-IMP910.
           WRITE REG-IMP910 INVALID KEY
              REWRITE REG-IMP910
           END-WRITE.
           CLOSE IMP910.

       3000-FINALIZA SECTION.
           CLOSE CRD020 CGD010 CTR910 VIP100 VIP101.
           DISPLAY "CRP9178 - CONTRATO..............: "
                   CONTRATO-FILTRO-W.
           DISPLAY "CRP9178 - FORMANDOS NO RELATORIO: "
                   QTDE-FORMANDOS-W.
           DISPLAY "CRP9178 - CATALOGADO NO IMP910..: " NUMERO-IMP-W.

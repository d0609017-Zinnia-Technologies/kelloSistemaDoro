       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9183.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *BLOQUEIO AUTOMATICO DE CREDITO E RELACAO DOS CLIENTES
      *BLOQUEADOS - VARRE O CRD020 ATRAS DOS CLIENTES QUE JA
      *RENEGOCIARAM E VOLTARAM A ATRASAR (PARCELA DO PLANO DO
      *CRP9130T - DOCUMENTO "RN..." - EM ABERTO E VENCIDA HA MAIS DE
      *BLQATRASORN DIAS, PAR910, PADRAO 15) OU QUE TEM TITULO BAIXADO
      *POR PERDA ("PD"), E BLOQUEIA O CLIENTE NO BLQ910 (ORIGEM "A").
      *CLIENTE LIBERADO NA BLQ9100T SO VOLTA A SER BLOQUEADO POR FATO
      *POSTERIOR A LIBERACAO (PARCELA QUE VENCEU OU PERDA LANCADA
      *DEPOIS DELA) - O QUE O USUARIO JA AVALIOU NAO BLOQUEIA DE NOVO.
      *EM SEGUIDA LISTA TODOS OS CLIENTES BLOQUEADOS (MANUAIS E
      *AUTOMATICOS) COM MOTIVO, DATA E USUARIO NO REL9183.
      *PASSO DA CORRENTE NOTURNA (CRP9123), DEPOIS DAS BAIXAS.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" CONFERENCIA - NAO
      *GRAVA BLOQUEIO, SO LISTA OS QUE SERIAM BLOQUEADOS.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX943.
           COPY PARX910.
           SELECT SORT-CLIENTES ASSIGN TO "CRP9183.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL9183 ASSIGN TO REL9183-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9183.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW943.
       COPY PARW910.
       SD  SORT-CLIENTES.
       01  REG-SORT-CLIENTES.
           05  SORT-CLIENTE          PIC 9(08).
      *        SORT-TIPO - "R" PARCELA DE RENEGOCIACAO VENCIDA, "P"
      *        TITULO BAIXADO POR PERDA.
           05  SORT-TIPO             PIC X(01).
           05  SORT-DATA-FATO        PIC 9(08).
       FD  REL9183
           LABEL RECORD IS OMITTED.
       01  REG-REL9183               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  REL9183-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-BLQ910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-BLQ910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-REL9183                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  FIM-SORT-SW               PIC X      VALUE "N".
           88  FIM-SORT                    VALUE "S".
       01  FIM-BLQ910-SW             PIC X      VALUE "N".
           88  FIM-BLQ910                  VALUE "S".
       01  CONFERENCIA-SW            PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DIAS-TOLERANCIA-W         PIC 9(03)  VALUE 15.
       01  DATA-LIMITE-VENCTO-W      PIC 9(08)  VALUE ZEROS.
      *    ACUMULADOS DO CLIENTE NA SAIDA DO SORT.
       01  CLIENTE-ATUAL-W           PIC 9(08)  VALUE ZEROS.
       01  QTDE-RN-CLI-W             PIC 9(03)  VALUE ZEROS.
       01  QTDE-PD-CLI-W             PIC 9(03)  VALUE ZEROS.
       01  DATA-ULT-FATO-W           PIC 9(08)  VALUE ZEROS.
       01  BLQ910-EXISTE-SW          PIC X      VALUE "N".
       01  MOTIVO-W                  PIC X(60)  VALUE SPACES.
       01  QTDE-CLIENTES-FATO-W      PIC 9(06)  VALUE ZEROS.
       01  QTDE-NOVOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-JA-BLOQUEADOS-W      PIC 9(06)  VALUE ZEROS.
       01  QTDE-JA-AVALIADOS-W       PIC 9(06)  VALUE ZEROS.
       01  QTDE-BLOQUEADOS-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-MANUAIS-W            PIC 9(06)  VALUE ZEROS.
       01  QTDE-AUTOMATICOS-W        PIC 9(06)  VALUE ZEROS.

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
           IF ST-CRD020 = "00" AND ST-BLQ910 = "00"
              SORT SORT-CLIENTES
                   ASCENDING KEY SORT-CLIENTE SORT-DATA-FATO
                   INPUT PROCEDURE IS 2000-SELECIONA-TITULOS
                   OUTPUT PROCEDURE IS 2100-AVALIA-CLIENTES
              PERFORM 3000-LISTA-BLOQUEADOS
           END-IF.
           PERFORM 4000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "BLQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BLQ910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "REL9183" TO REL9183-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 1) = "C"
              MOVE "S" TO CONFERENCIA-SW
           END-IF.
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "BLQATRASORN" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE VALOR-PAR910 TO DIAS-TOLERANCIA-W
              END-READ
              CLOSE PAR910
           END-IF.
           COMPUTE DATA-LIMITE-VENCTO-W = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(DATA-DIA-I)
                    - DIAS-TOLERANCIA-W).

           OPEN INPUT CRD020.
           OPEN I-O BLQ910.
           IF ST-BLQ910 = "35"
              CLOSE BLQ910      OPEN OUTPUT BLQ910
              CLOSE BLQ910      OPEN I-O BLQ910
           END-IF.
           OPEN OUTPUT REL9183.
           MOVE SPACES TO REG-REL9183.
           STRING "CRP9183 - BLOQUEIO DE CREDITO DE CLIENTES - "
                  DATA-DIA-I(7: 2) "/" DATA-DIA-I(5: 2) "/"
                  DATA-DIA-I(1: 4)
                  DELIMITED BY SIZE INTO REG-REL9183.
           IF MODO-CONFERENCIA
              MOVE "(CONFERENCIA - NADA GRAVADO)"
                   TO REG-REL9183(60: 28)
           END-IF.
           WRITE REG-REL9183.
           MOVE SPACES TO REG-REL9183.
           STRING "PARCELA DE RENEGOCIACAO VENCIDA HA MAIS DE "
                  DIAS-TOLERANCIA-W " DIAS OU TITULO PD BLOQUEIA"
                  DELIMITED BY SIZE INTO REG-REL9183.
           WRITE REG-REL9183.
           MOVE SPACES TO REG-REL9183.
           WRITE REG-REL9183.
           MOVE "BLOQUEIOS AUTOMATICOS DESTA RODADA" TO REG-REL9183.
           WRITE REG-REL9183.
           IF ST-CRD020 <> "00" OR ST-BLQ910 <> "00"
              MOVE SPACES TO REG-REL9183
              STRING "*** ERRO ABERTURA CRD020 " ST-CRD020
                     " / BLQ910 " ST-BLQ910
                     DELIMITED BY SIZE INTO REG-REL9183
              WRITE REG-REL9183
           END-IF.

       2000-SELECIONA-TITULOS SECTION.
           MOVE "N" TO FIM-CRD020-SW.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
           PERFORM 2010-LE-TITULO UNTIL FIM-CRD020.

       2010-LE-TITULO SECTION.
           READ CRD020 NEXT RECORD AT END
                MOVE "S" TO FIM-CRD020-SW
                GO 2010-LE-TITULO-FIM
           END-READ.
           IF CLIENTE-CR20 = ZEROS
              GO 2010-LE-TITULO-FIM.
           IF STATUS-CR20 = "PD"
              MOVE CLIENTE-CR20 TO SORT-CLIENTE
              MOVE "P"          TO SORT-TIPO
              IF DATA-BAIXA-CR20 NOT = ZEROS
                 MOVE DATA-BAIXA-CR20  TO SORT-DATA-FATO
              ELSE
                 MOVE DATA-VENCTO-CR20 TO SORT-DATA-FATO
              END-IF
              RELEASE REG-SORT-CLIENTES
              GO 2010-LE-TITULO-FIM.
      *    PARCELA DO PLANO DE RENEGOCIACAO (DOCUMENTO "RNAAAA/PP"
      *    GRAVADO PELO CRP9130T) AINDA EM ABERTO E VENCIDA ALEM DA
      *    TOLERANCIA.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF NR-DOCTO-CR20(1: 2) = "RN"
              AND NOT STATUS-TERMINAL-CR20
              AND DATA-VENCTO-CR20 < DATA-LIMITE-VENCTO-W
              MOVE CLIENTE-CR20     TO SORT-CLIENTE
              MOVE "R"              TO SORT-TIPO
              MOVE DATA-VENCTO-CR20 TO SORT-DATA-FATO
              RELEASE REG-SORT-CLIENTES
           END-IF.
       2010-LE-TITULO-FIM.
           EXIT.

       2100-AVALIA-CLIENTES SECTION.
           MOVE "N" TO FIM-SORT-SW.
           MOVE ZEROS TO CLIENTE-ATUAL-W.
           PERFORM 2110-LE-SORT UNTIL FIM-SORT.
           IF CLIENTE-ATUAL-W NOT = ZEROS
              PERFORM 2200-APLICA-BLOQUEIO
           END-IF.

       2110-LE-SORT SECTION.
           RETURN SORT-CLIENTES AT END
                  MOVE "S" TO FIM-SORT-SW
                  GO 2110-LE-SORT-FIM
           END-RETURN.
           IF SORT-CLIENTE NOT = CLIENTE-ATUAL-W
              IF CLIENTE-ATUAL-W NOT = ZEROS
                 PERFORM 2200-APLICA-BLOQUEIO
              END-IF
              MOVE SORT-CLIENTE TO CLIENTE-ATUAL-W
              MOVE ZEROS TO QTDE-RN-CLI-W QTDE-PD-CLI-W
                            DATA-ULT-FATO-W
           END-IF.
           IF SORT-TIPO = "R"
              ADD 1 TO QTDE-RN-CLI-W
           ELSE
              ADD 1 TO QTDE-PD-CLI-W
           END-IF.
           IF SORT-DATA-FATO > DATA-ULT-FATO-W
              MOVE SORT-DATA-FATO TO DATA-ULT-FATO-W
           END-IF.
       2110-LE-SORT-FIM.
           EXIT.

       2200-APLICA-BLOQUEIO SECTION.
           ADD 1 TO QTDE-CLIENTES-FATO-W.
           MOVE CLIENTE-ATUAL-W TO CLIENTE-BLQ910.
           READ BLQ910 INVALID KEY
                MOVE "N" TO BLQ910-EXISTE-SW
              NOT INVALID KEY
                MOVE "S" TO BLQ910-EXISTE-SW
           END-READ.
           IF BLQ910-EXISTE-SW = "S"
              IF CLIENTE-BLOQUEADO-BLQ910
                 ADD 1 TO QTDE-JA-BLOQUEADOS-W
                 GO 2200-APLICA-BLOQUEIO-FIM
              END-IF
      *       LIBERADO DEPOIS DO ULTIMO FATO: JA FOI AVALIADO.
              IF DATA-LIBERACAO-BLQ910 NOT < DATA-ULT-FATO-W
                 ADD 1 TO QTDE-JA-AVALIADOS-W
                 GO 2200-APLICA-BLOQUEIO-FIM
              END-IF
           ELSE
              INITIALIZE REG-BLQ910
              MOVE CLIENTE-ATUAL-W TO CLIENTE-BLQ910
           END-IF.
           MOVE SPACES TO MOTIVO-W.
           STRING "AUTOMATICO - " QTDE-RN-CLI-W
                  " PARC RENEGOC VENCIDA(S) / " QTDE-PD-CLI-W
                  " TITULO(S) PD"
                  DELIMITED BY SIZE INTO MOTIVO-W.
           ADD 1 TO QTDE-NOVOS-W.
           MOVE SPACES TO REG-REL9183.
           STRING "  CLIENTE " CLIENTE-ATUAL-W "  " MOTIVO-W
                  "  ULTIMO FATO " DATA-ULT-FATO-W
                  DELIMITED BY SIZE INTO REG-REL9183.
           WRITE REG-REL9183.
           IF MODO-CONFERENCIA
              GO 2200-APLICA-BLOQUEIO-FIM.
           MOVE "B"             TO SITUACAO-BLQ910.
           MOVE "A"             TO ORIGEM-BLQ910.
           MOVE MOTIVO-W        TO MOTIVO-BLQ910.
           MOVE DATA-DIA-I      TO DATA-BLOQUEIO-BLQ910.
           MOVE "CRP9183"       TO USUARIO-BLOQUEIO-BLQ910.
           MOVE QTDE-RN-CLI-W   TO QTDE-RN-BLQ910.
           MOVE QTDE-PD-CLI-W   TO QTDE-PD-BLQ910.
           MOVE ZEROS           TO DATA-LIBERACAO-BLQ910.
           MOVE SPACES          TO USUARIO-LIBERACAO-BLQ910
                                   MOTIVO-LIBERACAO-BLQ910.
           IF BLQ910-EXISTE-SW = "S"
              REWRITE REG-BLQ910 INVALID KEY CONTINUE
              END-REWRITE
           ELSE
              WRITE REG-BLQ910 INVALID KEY CONTINUE
              END-WRITE
           END-IF.
       2200-APLICA-BLOQUEIO-FIM.
           EXIT.

       3000-LISTA-BLOQUEADOS SECTION.
           IF QTDE-NOVOS-W = ZEROS
              MOVE "  NENHUM CLIENTE NOVO A BLOQUEAR" TO REG-REL9183
              WRITE REG-REL9183
           END-IF.
           MOVE SPACES TO REG-REL9183.
           WRITE REG-REL9183.
           MOVE "CLIENTES BLOQUEADOS" TO REG-REL9183.
           WRITE REG-REL9183.
           MOVE SPACES TO REG-REL9183.
           STRING "CLIENTE  OR DESDE      USUARIO  MOTIVO"
                  DELIMITED BY SIZE INTO REG-REL9183.
           MOVE "SOBREP ULT.SOBREP" TO REG-REL9183(96: 17).
           WRITE REG-REL9183.
           MOVE "N" TO FIM-BLQ910-SW.
           MOVE ZEROS TO CLIENTE-BLQ910.
           START BLQ910 KEY IS NOT < CLIENTE-BLQ910 INVALID KEY
                 MOVE "S" TO FIM-BLQ910-SW.
           PERFORM 3100-LE-BLOQUEIO UNTIL FIM-BLQ910.

       3100-LE-BLOQUEIO SECTION.
           READ BLQ910 NEXT RECORD AT END
                MOVE "S" TO FIM-BLQ910-SW
                GO 3100-LE-BLOQUEIO-FIM
           END-READ.
           IF NOT CLIENTE-BLOQUEADO-BLQ910
              GO 3100-LE-BLOQUEIO-FIM.
           ADD 1 TO QTDE-BLOQUEADOS-W.
           IF BLOQUEIO-MANUAL-BLQ910
              ADD 1 TO QTDE-MANUAIS-W
           ELSE
              ADD 1 TO QTDE-AUTOMATICOS-W
           END-IF.
           MOVE SPACES TO REG-REL9183.
           MOVE CLIENTE-BLQ910             TO REG-REL9183(1: 8).
           MOVE ORIGEM-BLQ910              TO REG-REL9183(10: 1).
           MOVE DATA-BLOQUEIO-BLQ910(7: 2) TO REG-REL9183(13: 2).
           MOVE "/"                        TO REG-REL9183(15: 1).
           MOVE DATA-BLOQUEIO-BLQ910(5: 2) TO REG-REL9183(16: 2).
           MOVE "/"                        TO REG-REL9183(18: 1).
           MOVE DATA-BLOQUEIO-BLQ910(1: 4) TO REG-REL9183(19: 4).
           MOVE USUARIO-BLOQUEIO-BLQ910    TO REG-REL9183(24: 8).
           MOVE MOTIVO-BLQ910              TO REG-REL9183(33: 60).
           MOVE QTDE-SOBREPOSICOES-BLQ910  TO REG-REL9183(96: 3).
           IF DATA-ULT-SOBREP-BLQ910 NOT = ZEROS
              MOVE DATA-ULT-SOBREP-BLQ910  TO REG-REL9183(103: 8)
           END-IF.
           WRITE REG-REL9183.
       3100-LE-BLOQUEIO-FIM.
           EXIT.

       4000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9183.
           WRITE REG-REL9183.
           MOVE SPACES TO REG-REL9183.
           STRING "TOTAL BLOQUEADOS " QTDE-BLOQUEADOS-W
                  "  (MANUAIS " QTDE-MANUAIS-W
                  " / AUTOMATICOS " QTDE-AUTOMATICOS-W ")"
                  DELIMITED BY SIZE INTO REG-REL9183.
           WRITE REG-REL9183.
           CLOSE CRD020 BLQ910 REL9183.
           DISPLAY "CRP9183 - CLIENTES COM RN VENCIDA/PD: "
                   QTDE-CLIENTES-FATO-W.
           DISPLAY "CRP9183 - NOVOS BLOQUEIOS...........: "
                   QTDE-NOVOS-W.
           DISPLAY "CRP9183 - JA BLOQUEADOS.............: "
                   QTDE-JA-BLOQUEADOS-W.
           DISPLAY "CRP9183 - LIBERADOS APOS OS FATOS...: "
                   QTDE-JA-AVALIADOS-W.
           DISPLAY "CRP9183 - TOTAL DE BLOQUEADOS.......: "
                   QTDE-BLOQUEADOS-W.
           IF MODO-CONFERENCIA
              DISPLAY "CRP9183 - CONFERENCIA: NADA GRAVADO"
           END-IF.

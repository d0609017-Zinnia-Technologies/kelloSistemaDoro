       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COD9053.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *VENCIMENTO DOS DOCUMENTOS DE REGULARIDADE DOS FORNECEDORES
      *(DOC910) - RODA TODA SEMANA. LISTA, PELA DATA DE VALIDADE, OS
      *DOCUMENTOS JA VENCIDOS E OS QUE VENCEM NOS PROXIMOS N DIAS,
      *COM OS DIAS QUE FALTAM (NEGATIVO = VENCIDO HA N DIAS). O
      *DOCUMENTO OBRIGATORIO VENCIDO SAI MARCADO "BLOQUEIA" - O
      *COD9047T NAO EMITE PEDIDO AO FORNECEDOR SEM A LIBERACAO DA
      *FUNCAO "DOCVENCIDO" DO SEC910.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-3 = DIAS DE ANTECEDENCIA
      *(BRANCOS = 030).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DOCX910.
           COPY CAPX011.
           SELECT REL9053 ASSIGN TO REL9053-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9053.

       DATA DIVISION.
       FILE SECTION.
       COPY DOCW910.
       COPY CAPW011.
       FD  REL9053
           LABEL RECORD IS OMITTED.
       01  REG-REL9053               PIC X(110).

       WORKING-STORAGE SECTION.
       01  PATH-DOC910               PIC X(30)  VALUE SPACES.
       01  PATH-CAD011               PIC X(30)  VALUE SPACES.
       01  REL9053-NOME              PIC X(12)  VALUE SPACES.
       01  ST-DOC910                 PIC XX     VALUE SPACES.
       01  ST-CAD011                 PIC XX     VALUE SPACES.
       01  ST-REL9053                PIC XX     VALUE SPACES.
       01  FIM-DOC910-SW             PIC X      VALUE "N".
           88  FIM-DOC910                  VALUE "S".
       01  DIAS-ANTECEDENCIA-W       PIC 9(03)  VALUE 30.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-LIMITE-W             PIC 9(08)  VALUE ZEROS.
       01  JULIANO-HOJE-W            PIC 9(08)  VALUE ZEROS.
       01  DIAS-RESTANTES-W          PIC S9(05) VALUE ZEROS.
       01  DIAS-EDIT-W               PIC -----9.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-VENCIDOS-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-A-VENCER-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-BLOQUEIOS-W          PIC 9(06)  VALUE ZEROS.

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
           PERFORM 2000-PROCESSA-DOC910 UNTIL FIM-DOC910.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "DOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DOC910.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "REL9053" TO REL9053-NOME.
           IF OPCAO-PARAM-W(1: 3) NUMERIC
              MOVE OPCAO-PARAM-W(1: 3) TO DIAS-ANTECEDENCIA-W
           END-IF.
           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           COMPUTE JULIANO-HOJE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           COMPUTE DATA-LIMITE-W = FUNCTION DATE-OF-INTEGER
                   (JULIANO-HOJE-W + DIAS-ANTECEDENCIA-W).

           OPEN INPUT DOC910 CAD011.
           OPEN OUTPUT REL9053.
           MOVE SPACES TO REG-REL9053.
           MOVE "DOCUMENTOS DE FORNECEDOR VENCIDOS OU A VENCER ATE"
                                     TO REG-REL9053(1: 50).
           MOVE DATA-LIMITE-W        TO REG-REL9053(52: 8).
           MOVE "EM"                 TO REG-REL9053(61: 2).
           MOVE DATA-DIA-I           TO REG-REL9053(64: 8).
           WRITE REG-REL9053.
           MOVE SPACES TO REG-REL9053.
           MOVE "FORNEC NOME"        TO REG-REL9053(1: 11).
           MOVE "TIPO"               TO REG-REL9053(39: 4).
           MOVE "NUMERO"             TO REG-REL9053(50: 6).
           MOVE "VALIDADE"           TO REG-REL9053(81: 8).
           MOVE "DIAS"               TO REG-REL9053(92: 4).
           MOVE "OBR"                TO REG-REL9053(97: 3).
           WRITE REG-REL9053.
           IF ST-DOC910 <> "00"
              MOVE "S" TO FIM-DOC910-SW
           ELSE
              MOVE ZEROS TO DATA-VALIDADE-DOC910
              START DOC910 KEY IS NOT < DATA-VALIDADE-DOC910
                    INVALID KEY
                    MOVE "S" TO FIM-DOC910-SW
           END-IF.

       2000-PROCESSA-DOC910 SECTION.
      *    PELA CHAVE DE VALIDADE: PARA NO PRIMEIRO DOCUMENTO QUE VENCE
      *    DEPOIS DO LIMITE.
           READ DOC910 NEXT RECORD AT END
                MOVE "S" TO FIM-DOC910-SW
              NOT AT END
                IF DATA-VALIDADE-DOC910 > DATA-LIMITE-W
                   MOVE "S" TO FIM-DOC910-SW
                ELSE
                   ADD 1 TO QTDE-LIDOS-W
                   PERFORM 2100-IMPRIME-DOCUMENTO
                END-IF
           END-READ.

       2100-IMPRIME-DOCUMENTO SECTION.
           MOVE FORNEC-DOC910 TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "*** FORNECEDOR NAO CADASTRADO" TO
                                       NOME-FORNEC-CD011.
           COMPUTE DIAS-RESTANTES-W =
                   FUNCTION INTEGER-OF-DATE(DATA-VALIDADE-DOC910)
                 - JULIANO-HOJE-W.
           MOVE DIAS-RESTANTES-W     TO DIAS-EDIT-W.
           MOVE SPACES TO REG-REL9053.
           MOVE FORNEC-DOC910        TO REG-REL9053(1: 6).
           MOVE NOME-FORNEC-CD011    TO REG-REL9053(8: 30).
           MOVE TIPO-DOC910          TO REG-REL9053(39: 10).
           MOVE NUMERO-DOC910        TO REG-REL9053(50: 30).
           MOVE DATA-VALIDADE-DOC910 TO REG-REL9053(81: 8).
           MOVE DIAS-EDIT-W          TO REG-REL9053(90: 6).
           MOVE OBRIGATORIO-DOC910   TO REG-REL9053(98: 1).
           IF DATA-VALIDADE-DOC910 < DATA-DIA-I
              ADD 1 TO QTDE-VENCIDOS-W
              IF DOC-OBRIGATORIO-DOC910
                 ADD 1 TO QTDE-BLOQUEIOS-W
                 MOVE "BLOQUEIA"     TO REG-REL9053(101: 8)
              ELSE
                 MOVE "VENCIDO"      TO REG-REL9053(101: 7)
              END-IF
           ELSE
              ADD 1 TO QTDE-A-VENCER-W
           END-IF.
           WRITE REG-REL9053.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9053.
           WRITE REG-REL9053.
           MOVE SPACES TO REG-REL9053.
           MOVE "DOCUMENTOS VENCIDOS......:" TO REG-REL9053(1: 26).
           MOVE QTDE-VENCIDOS-W      TO REG-REL9053(28: 6).
           WRITE REG-REL9053.
           MOVE SPACES TO REG-REL9053.
           MOVE "OBRIGATORIOS VENCIDOS....:" TO REG-REL9053(1: 26).
           MOVE QTDE-BLOQUEIOS-W     TO REG-REL9053(28: 6).
           WRITE REG-REL9053.
           MOVE SPACES TO REG-REL9053.
           MOVE "A VENCER NO PERIODO......:" TO REG-REL9053(1: 26).
           MOVE QTDE-A-VENCER-W      TO REG-REL9053(28: 6).
           WRITE REG-REL9053.
           CLOSE DOC910 CAD011 REL9053.
           DISPLAY "COD9053 - DOCUMENTOS LISTADOS: " QTDE-LIDOS-W.
           DISPLAY "COD9053 - OBRIGATORIOS VENCIDOS: " QTDE-BLOQUEIOS-W.

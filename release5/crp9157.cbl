       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9157.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *LISTA DIARIA DE CHEQUES A DEPOSITAR - LE A CUSTODIA DE
      *CHEQUES CHQ910 PELA DATA BOM-PARA E LISTA OS CHEQUES AINDA EM
      *CUSTODIA (SITUACAO "C") QUE JA PODEM SER DEPOSITADOS NA DATA
      *INFORMADA (BOM-PARA ATE ELA, INCLUSIVE OS ATRASADOS): BANCO,
      *AGENCIA, CONTA, NUMERO, BOM-PARA, TITULO E VALOR, COM O
      *TOTAL A DEPOSITAR E, EM SEPARADO, O TOTAL DOS PRE-DATADOS
      *QUE CONTINUAM NO COFRE. O DEPOSITO E CONFIRMADO NA CRP9158T.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-8 = DATA AAAAMMDD
      *(ZEROS = HOJE).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX930.
           SELECT REL9157 ASSIGN TO REL9157-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9157.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW930.
       FD  REL9157
           LABEL RECORD IS OMITTED.
       01  REG-REL9157               PIC X(132).

       WORKING-STORAGE SECTION.
       01  REL9157-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-CHQ910               PIC X(30)  VALUE SPACES.
       01  ST-CHQ910                 PIC XX     VALUE SPACES.
       01  ST-REL9157                PIC XX     VALUE SPACES.
       01  FIM-CHQ910-SW             PIC X      VALUE "N".
           88  FIM-CHQ910                  VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-FILTRO-W             PIC 9(08)  VALUE ZEROS.
       01  QTDE-DEPOSITAR-W          PIC 9(06)  VALUE ZEROS.
       01  TOTAL-DEPOSITAR-W         PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-PRE-DATADOS-W        PIC 9(06)  VALUE ZEROS.
       01  TOTAL-PRE-DATADOS-W       PIC 9(12)V99 VALUE ZEROS.
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
           PERFORM 2000-PROCESSA-CHQ910 UNTIL FIM-CHQ910.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CHQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHQ910.
           MOVE "REL9157" TO REL9157-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 8) NUMERIC AND
              OPCAO-PARAM-W(1: 8) NOT = ZEROS
              MOVE OPCAO-PARAM-W(1: 8) TO DATA-FILTRO-W
           ELSE
              MOVE DATA-DIA-I TO DATA-FILTRO-W
           END-IF.

           OPEN INPUT CHQ910.
           OPEN OUTPUT REL9157.
           MOVE SPACES TO REG-REL9157.
           MOVE "CHEQUES A DEPOSITAR EM" TO REG-REL9157(1: 22).
           MOVE DATA-FILTRO-W            TO REG-REL9157(24: 8).
           WRITE REG-REL9157.
           MOVE SPACES TO REG-REL9157.
           MOVE "BCO AGEN CONTA        NUMERO BOM-PARA TITULO    OPERADO
      -         "R          VALOR"
                TO REG-REL9157.
           WRITE REG-REL9157.
           IF ST-CHQ910 <> "00"
              MOVE "S" TO FIM-CHQ910-SW
           ELSE
              MOVE ZEROS TO DATA-BOM-PARA-CHQ910
              START CHQ910 KEY IS NOT < DATA-BOM-PARA-CHQ910
                    INVALID KEY
                    MOVE "S" TO FIM-CHQ910-SW
           END-IF.

       2000-PROCESSA-CHQ910 SECTION.
           READ CHQ910 NEXT RECORD AT END
                MOVE "S" TO FIM-CHQ910-SW
              NOT AT END
                IF CHEQUE-CUSTODIA-CHQ910
                   IF DATA-BOM-PARA-CHQ910 > DATA-FILTRO-W
                      ADD 1            TO QTDE-PRE-DATADOS-W
                      ADD VALOR-CHQ910 TO TOTAL-PRE-DATADOS-W
                   ELSE
                      PERFORM 2100-IMPRIME-CHEQUE
                   END-IF
                END-IF
           END-READ.

       2100-IMPRIME-CHEQUE SECTION.
           ADD 1            TO QTDE-DEPOSITAR-W.
           ADD VALOR-CHQ910 TO TOTAL-DEPOSITAR-W.
           MOVE SPACES TO REG-REL9157.
           MOVE BANCO-CHQ910         TO REG-REL9157(1: 3).
           MOVE AGENCIA-CHQ910       TO REG-REL9157(5: 4).
           MOVE CONTA-CHQ910         TO REG-REL9157(10: 12).
           MOVE NUMERO-CHQ910        TO REG-REL9157(23: 6).
           MOVE DATA-BOM-PARA-CHQ910 TO REG-REL9157(30: 8).
           MOVE COD-COMPL-CHQ910     TO REG-REL9157(39: 9).
           MOVE OPERADOR-CHQ910      TO REG-REL9157(49: 8).
           MOVE VALOR-CHQ910         TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-REL9157(58: 14).
           WRITE REG-REL9157.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9157.
           MOVE "TOTAL A DEPOSITAR....:" TO REG-REL9157(1: 22).
           MOVE QTDE-DEPOSITAR-W         TO REG-REL9157(24: 6).
           MOVE TOTAL-DEPOSITAR-W        TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W             TO REG-REL9157(58: 14).
           WRITE REG-REL9157.
           MOVE SPACES TO REG-REL9157.
           MOVE "PRE-DATADOS NO COFRE.:" TO REG-REL9157(1: 22).
           MOVE QTDE-PRE-DATADOS-W       TO REG-REL9157(24: 6).
           MOVE TOTAL-PRE-DATADOS-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W             TO REG-REL9157(58: 14).
           WRITE REG-REL9157.
           CLOSE CHQ910 REL9157.
           DISPLAY "CRP9157 - CHEQUES A DEPOSITAR..: " QTDE-DEPOSITAR-W.

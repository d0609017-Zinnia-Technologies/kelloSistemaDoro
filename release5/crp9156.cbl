       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9156.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *LISTA DE DEVOLUCAO DE CREDITOS - LE O CREDITO DO CLIENTE
      *CCL910 E LISTA P/ O FINANCEIRO OS CREDITOS MANDADOS P/
      *DEVOLUCAO PELA TELA CRP9155T (SITUACAO "D"): CLIENTE, SEQ,
      *TITULO QUE GEROU O CREDITO, CANAL/PROGRAMA DE ORIGEM, DATA
      *DO CREDITO E DO ENVIO, USUARIO E O VALOR A DEVOLVER (CREDITO
      *MENOS O JA APLICADO EM PARCELAS), COM TOTAL GERAL. DEPOIS DE
      *PAGO, O CREDITO E MARCADO COMO DEVOLVIDO NA CRP9155T.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-8 = CLIENTE (ZEROS =
      *TODOS OS CLIENTES).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX929.
           SELECT REL9156 ASSIGN TO REL9156-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9156.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW929.
       FD  REL9156
           LABEL RECORD IS OMITTED.
       01  REG-REL9156               PIC X(132).

       WORKING-STORAGE SECTION.
       01  REL9156-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-CCL910               PIC X(30)  VALUE SPACES.
       01  ST-CCL910                 PIC XX     VALUE SPACES.
       01  ST-REL9156                PIC XX     VALUE SPACES.
       01  FIM-CCL910-SW             PIC X      VALUE "N".
           88  FIM-CCL910                  VALUE "S".
       01  CLIENTE-FILTRO-W          PIC 9(08)  VALUE ZEROS.
       01  QTDE-DEVOLVER-W           PIC 9(06)  VALUE ZEROS.
       01  VALOR-DEVOLVER-W          PIC 9(11)V99 VALUE ZEROS.
       01  TOTAL-DEVOLVER-W          PIC 9(12)V99 VALUE ZEROS.
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
           PERFORM 2000-PROCESSA-CCL910 UNTIL FIM-CCL910.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "REL9156" TO REL9156-NOME.

           IF OPCAO-PARAM-W(1: 8) NUMERIC
              MOVE OPCAO-PARAM-W(1: 8) TO CLIENTE-FILTRO-W
           END-IF.

           OPEN INPUT CCL910.
           OPEN OUTPUT REL9156.
           MOVE SPACES TO REG-REL9156.
           MOVE "CREDITOS DE CLIENTE A DEVOLVER" TO REG-REL9156(1: 30).
           IF CLIENTE-FILTRO-W NOT = ZEROS
              MOVE "CLIENTE"        TO REG-REL9156(33: 7)
              MOVE CLIENTE-FILTRO-W TO REG-REL9156(41: 8)
           END-IF.
           WRITE REG-REL9156.
           MOVE SPACES TO REG-REL9156.
           MOVE "CLIENTE  SEQ   TITULO    CANAL ORIGEM   CREDITO  ENVIO
      -         "    USUARIO       A DEVOLVER"
                TO REG-REL9156.
           WRITE REG-REL9156.
           IF ST-CCL910 <> "00"
              MOVE "S" TO FIM-CCL910-SW
           ELSE
              MOVE CLIENTE-FILTRO-W TO CLIENTE-CCL910
              MOVE ZEROS            TO SEQ-CCL910
              START CCL910 KEY IS NOT < CHAVE-CCL910 INVALID KEY
                    MOVE "S" TO FIM-CCL910-SW
           END-IF.

       2000-PROCESSA-CCL910 SECTION.
           READ CCL910 NEXT RECORD AT END
                MOVE "S" TO FIM-CCL910-SW
              NOT AT END
                IF CLIENTE-FILTRO-W NOT = ZEROS AND
                   CLIENTE-CCL910 <> CLIENTE-FILTRO-W
                   MOVE "S" TO FIM-CCL910-SW
                ELSE
                   IF CREDITO-A-DEVOLVER-CCL910
                      PERFORM 2100-IMPRIME-CREDITO
                   END-IF
                END-IF
           END-READ.

       2100-IMPRIME-CREDITO SECTION.
           COMPUTE VALOR-DEVOLVER-W = VALOR-CREDITO-CCL910
                                    - VALOR-UTILIZADO-CCL910.
           ADD 1                TO QTDE-DEVOLVER-W.
           ADD VALOR-DEVOLVER-W TO TOTAL-DEVOLVER-W.
           MOVE SPACES TO REG-REL9156.
           MOVE CLIENTE-CCL910          TO REG-REL9156(1: 8).
           MOVE SEQ-CCL910              TO REG-REL9156(10: 5).
           MOVE COD-COMPL-ORIG-CCL910   TO REG-REL9156(16: 9).
           MOVE CANAL-CCL910            TO REG-REL9156(26: 1).
           MOVE ORIGEM-CCL910           TO REG-REL9156(32: 8).
           MOVE DATA-CCL910             TO REG-REL9156(41: 8).
           MOVE DATA-SITUACAO-CCL910    TO REG-REL9156(50: 8).
           MOVE USUARIO-SITUACAO-CCL910 TO REG-REL9156(59: 8).
           MOVE VALOR-DEVOLVER-W        TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W            TO REG-REL9156(68: 14).
           WRITE REG-REL9156.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9156.
           MOVE "TOTAL A DEVOLVER:" TO REG-REL9156(1: 17).
           MOVE QTDE-DEVOLVER-W     TO REG-REL9156(19: 6).
           MOVE TOTAL-DEVOLVER-W    TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO REG-REL9156(68: 14).
           WRITE REG-REL9156.
           CLOSE CCL910 REL9156.
           DISPLAY "CRP9156 - CREDITOS A DEVOLVER..: " QTDE-DEVOLVER-W.

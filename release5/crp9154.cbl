       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9154.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *RELATORIO MENSAL DE ESTORNOS DE BAIXA - LE O LIVRO DE BAIXAS
      *BXA910 E LISTA AS BAIXAS ESTORNADAS NO MES PELA TELA
      *CRP9153T: TITULO, CANAL/PROGRAMA DE ORIGEM DA BAIXA, DATA DA
      *BAIXA E DO ESTORNO, USUARIO QUE ESTORNOU, VALORES DESFEITOS
      *E O MOTIVO, COM TOTAIS POR CANAL (RETORNO/PIX/DEBITO/CAIXA/
      *CREDITO DO CLIENTE/MESA DE EXCECOES) P/ A AUDITORIA
      *ACOMPANHAR OS ESTORNOS.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-6 = MES AAAAMM DO
      *ESTORNO (ZEROS = MES CORRENTE).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX928.
           SELECT REL9154 ASSIGN TO REL9154-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9154.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW928.
       FD  REL9154
           LABEL RECORD IS OMITTED.
       01  REG-REL9154               PIC X(132).

       WORKING-STORAGE SECTION.
       01  REL9154-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  ST-REL9154                PIC XX     VALUE SPACES.
       01  FIM-BXA910-SW             PIC X      VALUE "N".
           88  FIM-BXA910                  VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  MES-FILTRO-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-ESTORNOS-W           PIC 9(06)  VALUE ZEROS.
       01  TOTAL-ESTORNOS-W          PIC 9(12)V99 VALUE ZEROS.
       01  IX-CANAL-W                PIC 9(01) COMP VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  TOTAIS-CANAL-W.
           05  CANAL-TOT-W OCCURS 6 TIMES.
               10  QTDE-CANAL-W      PIC 9(06).
               10  VALOR-CANAL-W     PIC 9(12)V99.
       01  DESCR-CANAIS-W.
           05  FILLER                PIC X(10) VALUE "RETORNO".
           05  FILLER                PIC X(10) VALUE "PIX".
           05  FILLER                PIC X(10) VALUE "DEBITO".
           05  FILLER                PIC X(10) VALUE "CAIXA".
           05  FILLER                PIC X(10) VALUE "CREDITO".
           05  FILLER                PIC X(10) VALUE "MESA EXC".
       01  DESCR-CANAIS-R REDEFINES DESCR-CANAIS-W.
           05  DESCR-CANAL-W         PIC X(10) OCCURS 6 TIMES.

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
           PERFORM 2000-PROCESSA-BXA910 UNTIL FIM-BXA910.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "REL9154" TO REL9154-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 6) NUMERIC AND
              OPCAO-PARAM-W(1: 6) NOT = ZEROS
              MOVE OPCAO-PARAM-W(1: 6) TO MES-FILTRO-W
           ELSE
              MOVE DATA-DIA-I(1: 6) TO MES-FILTRO-W
           END-IF.
           INITIALIZE TOTAIS-CANAL-W.

           OPEN INPUT BXA910.
           OPEN OUTPUT REL9154.
           MOVE SPACES TO REG-REL9154.
           MOVE "ESTORNOS DE BAIXA - MES" TO REG-REL9154(1: 23).
           MOVE MES-FILTRO-W               TO REG-REL9154(25: 6).
           WRITE REG-REL9154.
           MOVE SPACES TO REG-REL9154.
           MOVE "TITULO    CANAL      ORIGEM   BAIXA    ESTORNO  USUARIO
      -         "          RECEBIDO MOTIVO"
                TO REG-REL9154.
           WRITE REG-REL9154.
           IF ST-BXA910 <> "00"
              MOVE "S" TO FIM-BXA910-SW
           ELSE
              MOVE ZEROS TO COD-COMPL-BXA910 SEQ-BXA910
              START BXA910 KEY IS NOT < CHAVE-BXA910 INVALID KEY
                    MOVE "S" TO FIM-BXA910-SW
           END-IF.

       2000-PROCESSA-BXA910 SECTION.
           READ BXA910 NEXT RECORD AT END
                MOVE "S" TO FIM-BXA910-SW
              NOT AT END
                IF BAIXA-ESTORNADA-BXA910 AND
                   DATA-ESTORNO-BXA910(1: 6) = MES-FILTRO-W
                   PERFORM 2100-IMPRIME-ESTORNO
                END-IF
           END-READ.

       2100-IMPRIME-ESTORNO SECTION.
           EVALUATE TRUE
               WHEN CANAL-RETORNO-BXA910    MOVE 1 TO IX-CANAL-W
               WHEN CANAL-PIX-BXA910        MOVE 2 TO IX-CANAL-W
               WHEN CANAL-DEBITO-BXA910     MOVE 3 TO IX-CANAL-W
               WHEN CANAL-CAIXA-BXA910      MOVE 4 TO IX-CANAL-W
               WHEN CANAL-CREDITO-BXA910    MOVE 5 TO IX-CANAL-W
               WHEN OTHER                   MOVE 6 TO IX-CANAL-W
           END-EVALUATE.
           ADD 1                     TO QTDE-ESTORNOS-W.
           ADD VALOR-RECEBIDO-BXA910 TO TOTAL-ESTORNOS-W.
           ADD 1                     TO QTDE-CANAL-W(IX-CANAL-W).
           ADD VALOR-RECEBIDO-BXA910 TO VALOR-CANAL-W(IX-CANAL-W).
           MOVE SPACES TO REG-REL9154.
           MOVE COD-COMPL-BXA910          TO REG-REL9154(1: 9).
           MOVE DESCR-CANAL-W(IX-CANAL-W) TO REG-REL9154(11: 10).
           MOVE ORIGEM-BXA910             TO REG-REL9154(22: 8).
           MOVE DATA-BXA910               TO REG-REL9154(31: 8).
           MOVE DATA-ESTORNO-BXA910       TO REG-REL9154(40: 8).
           MOVE USUARIO-ESTORNO-BXA910    TO REG-REL9154(49: 8).
           MOVE VALOR-RECEBIDO-BXA910     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W              TO REG-REL9154(58: 14).
           MOVE MOTIVO-ESTORNO-BXA910     TO REG-REL9154(73: 40).
           WRITE REG-REL9154.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9154.
           MOVE "TOTAIS POR CANAL" TO REG-REL9154(1: 16).
           WRITE REG-REL9154.
           PERFORM 3100-IMPRIME-CANAL
                   VARYING IX-CANAL-W FROM 1 BY 1
                   UNTIL IX-CANAL-W > 6.
           MOVE SPACES TO REG-REL9154.
           MOVE "TOTAL DO MES:"  TO REG-REL9154(1: 13).
           MOVE QTDE-ESTORNOS-W  TO REG-REL9154(15: 6).
           MOVE TOTAL-ESTORNOS-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9154(22: 14).
           WRITE REG-REL9154.
           CLOSE BXA910 REL9154.
           DISPLAY "CRP9154 - ESTORNOS DO MES......: " QTDE-ESTORNOS-W.

       3100-IMPRIME-CANAL SECTION.
           IF QTDE-CANAL-W(IX-CANAL-W) NOT = ZEROS
              MOVE SPACES TO REG-REL9154
              MOVE DESCR-CANAL-W(IX-CANAL-W) TO REG-REL9154(3: 10)
              MOVE QTDE-CANAL-W(IX-CANAL-W)  TO REG-REL9154(15: 6)
              MOVE VALOR-CANAL-W(IX-CANAL-W) TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W              TO REG-REL9154(22: 14)
              WRITE REG-REL9154
           END-IF.

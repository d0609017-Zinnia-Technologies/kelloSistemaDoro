       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9161.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *REGISTROS DE BOLETO NAO CONFIRMADOS - LE O HISTORICO DE
      *NOSSOS-NUMEROS HRM910 E LISTA OS ENVIADOS EM REMESSA (CAT910)
      *HA MAIS DE N DIAS QUE AINDA NAO TIVERAM NENHUMA OCORRENCIA DE
      *REGISTRO NO RETORNO (CONFIRMACAO OU REJEICAO, MARCADAS PELO
      *CRP9109), AGRUPADOS POR PORTADOR E REMESSA. AS REMESSAS EM
      *QUE NENHUM TITULO VOLTOU (O BANCO NAO PROCESSOU O ARQUIVO)
      *SAEM SEPARADAS NO INICIO DO REL9161, P/ LIGAR P/ O BANCO NA
      *MESMA MANHA; OS TITULOS DELAS NAO SE REPETEM NA LISTA.
      *PARAMETRO NO PAR910: DIASREGISTRO = DIAS CORRIDOS DE ESPERA
      *PELO REGISTRO (PADRAO 5). NOSSOS-NUMEROS ANTERIORES AO
      *CONTROLE DE REGISTRO (SEM REMESSA NO HRM910) NAO SAO LISTADOS.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX912.
           COPY CRPX916.
           COPY PARX910.
           SELECT SORT-HRM ASSIGN TO "CRP9161.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL9161 ASSIGN TO REL9161-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9161.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW912.
       COPY CRPW916.
       COPY PARW910.
       SD  SORT-HRM.
       01  REG-SORT-HRM.
           05  SORT-PORTADOR         PIC 9(04).
           05  SORT-NUMERO-CAT       PIC 9(06).
           05  SORT-NOSSO-NUMERO     PIC X(20).
           05  SORT-COD-COMPL        PIC 9(09).
           05  SORT-DATA-GERACAO     PIC 9(08).
       FD  REL9161
           LABEL RECORD IS OMITTED.
       01  REG-REL9161               PIC X(132).

       WORKING-STORAGE SECTION.
       01  PATH-HRM910               PIC X(30)  VALUE SPACES.
       01  PATH-CAT910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  REL9161-NOME              PIC X(12)  VALUE SPACES.
       01  ST-HRM910                 PIC XX     VALUE SPACES.
       01  ST-CAT910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-REL9161                PIC XX     VALUE SPACES.
       01  FIM-HRM910-SW             PIC X      VALUE "N".
           88  FIM-HRM910                  VALUE "S".
       01  FIM-SORT-SW               PIC X      VALUE "N".
           88  FIM-SORT                    VALUE "S".
       01  ACHOU-REM-SW              PIC X      VALUE "N".
           88  ACHOU-REM                   VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  JULIANO-HOJE-W            PIC 9(08)  VALUE ZEROS.
       01  JULIANO-GERACAO-W         PIC 9(08)  VALUE ZEROS.
       01  DATA-CORTE-W              PIC 9(08)  VALUE ZEROS.
       01  DIAS-REGISTRO-W           PIC 9(03)  VALUE 5.
       01  DIAS-ESPERA-W             PIC 9(05)  VALUE ZEROS.
       01  IX-REM-W                  PIC 9(03) COMP VALUE ZEROS.
       01  QTDE-REM-W                PIC 9(03) COMP VALUE ZEROS.
       01  TABELA-REM-W.
      *    REMESSAS COM TITULO PENDENTE DE REGISTRO, MONTADA NA
      *    SELECAO: A PENDENCIA QUE COBRE A REMESSA INTEIRA (TODOS OS
      *    TITULOS DO CAT910) MARCA A REMESSA COMO NAO PROCESSADA.
           05  REM-TAB-W OCCURS 500 TIMES.
               10  NUMERO-CAT-REM-W  PIC 9(06).
               10  PORTADOR-REM-W    PIC 9(04).
               10  QTDE-PEND-REM-W   PIC 9(06).
               10  INTEIRA-REM-W     PIC X(01).
       01  PORTADOR-ANT-W            PIC 9(04)  VALUE ZEROS.
       01  NUMERO-CAT-ANT-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-PORT-W               PIC 9(06)  VALUE ZEROS.
       01  QTDE-PEND-W               PIC 9(06)  VALUE ZEROS.
       01  QTDE-LISTADOS-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-REM-INTEIRA-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-TIT-INTEIRA-W        PIC 9(06)  VALUE ZEROS.
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
           SORT SORT-HRM
                ASCENDING KEY SORT-PORTADOR SORT-NUMERO-CAT
                              SORT-NOSSO-NUMERO
                INPUT PROCEDURE IS 2000-SELECIONA-PENDENTES
                OUTPUT PROCEDURE IS 4000-IMPRIME-PENDENTES.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "CAT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAT910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "REL9161" TO REL9161-NOME.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W      TO EMPRESA-PAR910
              MOVE "DIASREGISTRO" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO DIAS-REGISTRO-W
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           COMPUTE JULIANO-HOJE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           COMPUTE DATA-CORTE-W = FUNCTION DATE-OF-INTEGER
                   (JULIANO-HOJE-W - DIAS-REGISTRO-W).
           INITIALIZE TABELA-REM-W.

           OPEN INPUT HRM910 CAT910.
           OPEN OUTPUT REL9161.
           MOVE SPACES TO REG-REL9161.
           MOVE "REGISTROS DE BOLETO NAO CONFIRMADOS EM"
                                    TO REG-REL9161(1: 38).
           MOVE DATA-DIA-I          TO REG-REL9161(40: 8).
           MOVE "- REMESSAS ATE"    TO REG-REL9161(49: 14).
           MOVE DATA-CORTE-W        TO REG-REL9161(64: 8).
           WRITE REG-REL9161.
           IF ST-HRM910 <> "00"
              MOVE "S" TO FIM-HRM910-SW
           ELSE
              MOVE SPACES TO NOSSO-NUMERO-HRM910
              START HRM910 KEY IS NOT < NOSSO-NUMERO-HRM910
                    INVALID KEY
                    MOVE "S" TO FIM-HRM910-SW
           END-IF.

       2000-SELECIONA-PENDENTES SECTION.
           PERFORM 2100-LE-HRM910 UNTIL FIM-HRM910.

       2100-LE-HRM910 SECTION.
           READ HRM910 NEXT RECORD AT END
                MOVE "S" TO FIM-HRM910-SW
                GO 2100-LE-HRM910-FIM
           END-READ.
           IF NUMERO-CAT-HRM910 NOT NUMERIC
              GO 2100-LE-HRM910-FIM.
           IF NUMERO-CAT-HRM910 = ZEROS OR
              NOT REGISTRO-PENDENTE-HRM910 OR
              DATA-GERACAO-HRM910 > DATA-CORTE-W
              GO 2100-LE-HRM910-FIM.
           MOVE PORTADOR-HRM910     TO SORT-PORTADOR.
           MOVE NUMERO-CAT-HRM910   TO SORT-NUMERO-CAT.
           MOVE NOSSO-NUMERO-HRM910 TO SORT-NOSSO-NUMERO.
           MOVE COD-COMPL-HRM910    TO SORT-COD-COMPL.
           MOVE DATA-GERACAO-HRM910 TO SORT-DATA-GERACAO.
           RELEASE REG-SORT-HRM.
           PERFORM 2200-ACUMULA-REMESSA.
       2100-LE-HRM910-FIM.
           EXIT.

       2200-ACUMULA-REMESSA SECTION.
           PERFORM 2300-PROCURA-REMESSA.
           IF NOT ACHOU-REM
              IF QTDE-REM-W < 500
                 ADD 1 TO QTDE-REM-W
                 MOVE QTDE-REM-W        TO IX-REM-W
                 MOVE NUMERO-CAT-HRM910 TO NUMERO-CAT-REM-W(IX-REM-W)
                 MOVE PORTADOR-HRM910   TO PORTADOR-REM-W(IX-REM-W)
                 MOVE "N"               TO INTEIRA-REM-W(IX-REM-W)
                 MOVE "S"               TO ACHOU-REM-SW
              END-IF
           END-IF.
           IF ACHOU-REM
              ADD 1 TO QTDE-PEND-REM-W(IX-REM-W)
           END-IF.

       2300-PROCURA-REMESSA SECTION.
           MOVE "N" TO ACHOU-REM-SW.
           MOVE 1 TO IX-REM-W.
           PERFORM 2310-COMPARA-REMESSA
                   UNTIL IX-REM-W > QTDE-REM-W OR ACHOU-REM.

       2310-COMPARA-REMESSA SECTION.
           IF NUMERO-CAT-REM-W(IX-REM-W) = NUMERO-CAT-HRM910
              MOVE "S" TO ACHOU-REM-SW
           ELSE
              ADD 1 TO IX-REM-W
           END-IF.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9161.
           WRITE REG-REL9161.
           MOVE "REMESSAS NAO PROCESSADAS:" TO REG-REL9161(1: 25).
           MOVE QTDE-REM-INTEIRA-W          TO REG-REL9161(27: 6).
           MOVE "TITULOS:"                  TO REG-REL9161(35: 8).
           MOVE QTDE-TIT-INTEIRA-W          TO REG-REL9161(44: 6).
           WRITE REG-REL9161.
           MOVE SPACES TO REG-REL9161.
           MOVE "TITULOS SEM REGISTRO....:" TO REG-REL9161(1: 25).
           MOVE QTDE-LISTADOS-W             TO REG-REL9161(27: 6).
           WRITE REG-REL9161.
           CLOSE HRM910 CAT910 REL9161.
           DISPLAY "CRP9161 - REMESSAS NAO PROCESSADAS: "
                   QTDE-REM-INTEIRA-W.
           DISPLAY "CRP9161 - TITULOS SEM REGISTRO....: "
                   QTDE-LISTADOS-W.

       4000-IMPRIME-PENDENTES SECTION.
      *    PRIMEIRO AS REMESSAS INTEIRAS SEM RETORNO, DEPOIS OS
      *    TITULOS PENDENTES DAS DEMAIS, POR PORTADOR E REMESSA.
           MOVE SPACES TO REG-REL9161.
           WRITE REG-REL9161.
           MOVE "*** REMESSAS SEM NENHUM REGISTRO NO BANCO - CONTATAR"
                                    TO REG-REL9161(1: 52).
           MOVE " O BANCO ***"      TO REG-REL9161(53: 12).
           WRITE REG-REL9161.
           MOVE SPACES TO REG-REL9161.
           MOVE "PORT REMESSA ARQUIVO      GERADA   TITULOS"
                                    TO REG-REL9161(1: 42).
           MOVE "         VALOR SIT"
                                    TO REG-REL9161(43: 18).
           WRITE REG-REL9161.
           PERFORM 4100-VERIFICA-REMESSA-INTEIRA
                   VARYING IX-REM-W FROM 1 BY 1
                   UNTIL IX-REM-W > QTDE-REM-W.
           IF QTDE-REM-INTEIRA-W = ZEROS
              MOVE SPACES   TO REG-REL9161
              MOVE "NENHUMA" TO REG-REL9161(1: 7)
              WRITE REG-REL9161
           END-IF.
           MOVE SPACES TO REG-REL9161.
           WRITE REG-REL9161.
           MOVE "*** TITULOS SEM CONFIRMACAO DE REGISTRO ***"
                                    TO REG-REL9161(1: 43).
           WRITE REG-REL9161.
           MOVE SPACES TO REG-REL9161.
           MOVE "NOSSO-NUMERO         TITULO    GERADO   DIAS"
                                    TO REG-REL9161(5: 44).
           WRITE REG-REL9161.
           PERFORM 4200-RETORNA-PENDENTE UNTIL FIM-SORT.
           IF QTDE-PEND-W NOT = ZEROS
              PERFORM 4400-IMPRIME-TOTAL-REMESSA
           END-IF.
           IF QTDE-PORT-W NOT = ZEROS
              PERFORM 4500-IMPRIME-TOTAL-PORTADOR
           END-IF.

       4100-VERIFICA-REMESSA-INTEIRA SECTION.
           MOVE NUMERO-CAT-REM-W(IX-REM-W) TO NUMERO-CAT910.
           READ CAT910 INVALID KEY
                GO 4100-VERIFICA-REMESSA-INTEIRA-FIM
           END-READ.
           IF QTDE-PEND-REM-W(IX-REM-W) < QTDE-TIT-CAT910
              GO 4100-VERIFICA-REMESSA-INTEIRA-FIM.
           MOVE "S" TO INTEIRA-REM-W(IX-REM-W).
           ADD 1 TO QTDE-REM-INTEIRA-W.
           ADD QTDE-PEND-REM-W(IX-REM-W) TO QTDE-TIT-INTEIRA-W.
           MOVE SPACES TO REG-REL9161.
           MOVE PORTADOR-CAT910     TO REG-REL9161(1: 4).
           MOVE NUMERO-CAT910       TO REG-REL9161(6: 6).
           MOVE NOME-ARQ-CAT910     TO REG-REL9161(14: 12).
           MOVE DATA-CAT910         TO REG-REL9161(27: 8).
           MOVE QTDE-TIT-CAT910     TO REG-REL9161(39: 4).
           MOVE VALOR-TOTAL-CAT910  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO REG-REL9161(44: 14).
           MOVE SITUACAO-CAT910     TO REG-REL9161(59: 1).
           WRITE REG-REL9161.
       4100-VERIFICA-REMESSA-INTEIRA-FIM.
           EXIT.

       4200-RETORNA-PENDENTE SECTION.
           RETURN SORT-HRM AT END
                  MOVE "S" TO FIM-SORT-SW
                  GO 4200-RETORNA-PENDENTE-FIM
           END-RETURN.
           MOVE SORT-NUMERO-CAT TO NUMERO-CAT-HRM910.
           PERFORM 2300-PROCURA-REMESSA.
           IF ACHOU-REM
              IF INTEIRA-REM-W(IX-REM-W) = "S"
                 GO 4200-RETORNA-PENDENTE-FIM
              END-IF
           END-IF.
           IF QTDE-PEND-W NOT = ZEROS AND
              (SORT-PORTADOR NOT = PORTADOR-ANT-W OR
               SORT-NUMERO-CAT NOT = NUMERO-CAT-ANT-W)
              PERFORM 4400-IMPRIME-TOTAL-REMESSA
           END-IF.
           IF QTDE-PORT-W NOT = ZEROS AND
              SORT-PORTADOR NOT = PORTADOR-ANT-W
              PERFORM 4500-IMPRIME-TOTAL-PORTADOR
           END-IF.
           IF QTDE-PORT-W = ZEROS
              MOVE SPACES        TO REG-REL9161
              WRITE REG-REL9161
              MOVE "PORTADOR"    TO REG-REL9161(1: 8)
              MOVE SORT-PORTADOR TO REG-REL9161(10: 4)
              WRITE REG-REL9161
              MOVE SORT-PORTADOR TO PORTADOR-ANT-W
           END-IF.
           IF QTDE-PEND-W = ZEROS
              PERFORM 4300-IMPRIME-CABEC-REMESSA
           END-IF.
           ADD 1 TO QTDE-PORT-W QTDE-PEND-W QTDE-LISTADOS-W.
           COMPUTE JULIANO-GERACAO-W =
                   FUNCTION INTEGER-OF-DATE(SORT-DATA-GERACAO).
           COMPUTE DIAS-ESPERA-W = JULIANO-HOJE-W - JULIANO-GERACAO-W.
           MOVE SPACES            TO REG-REL9161.
           MOVE SORT-NOSSO-NUMERO TO REG-REL9161(5: 20).
           MOVE SORT-COD-COMPL    TO REG-REL9161(26: 9).
           MOVE SORT-DATA-GERACAO TO REG-REL9161(36: 8).
           MOVE DIAS-ESPERA-W     TO REG-REL9161(45: 5).
           WRITE REG-REL9161.
       4200-RETORNA-PENDENTE-FIM.
           EXIT.

       4300-IMPRIME-CABEC-REMESSA SECTION.
           MOVE SORT-NUMERO-CAT TO NUMERO-CAT-ANT-W NUMERO-CAT910.
           MOVE SPACES          TO REG-REL9161.
           MOVE "REMESSA"       TO REG-REL9161(3: 7).
           MOVE SORT-NUMERO-CAT TO REG-REL9161(11: 6).
           READ CAT910 INVALID KEY
                MOVE "NAO CATALOGADA" TO REG-REL9161(18: 14)
              NOT INVALID KEY
                MOVE NOME-ARQ-CAT910  TO REG-REL9161(18: 12)
                MOVE "DE"             TO REG-REL9161(31: 2)
                MOVE DATA-CAT910      TO REG-REL9161(34: 8)
                MOVE "TITULOS"        TO REG-REL9161(43: 7)
                MOVE QTDE-TIT-CAT910  TO REG-REL9161(51: 4)
           END-READ.
           WRITE REG-REL9161.

       4400-IMPRIME-TOTAL-REMESSA SECTION.
           MOVE SPACES TO REG-REL9161.
           MOVE "PENDENTES NA REMESSA:" TO REG-REL9161(3: 21).
           MOVE QTDE-PEND-W             TO REG-REL9161(25: 6).
           WRITE REG-REL9161.
           MOVE ZEROS TO QTDE-PEND-W.

       4500-IMPRIME-TOTAL-PORTADOR SECTION.
           MOVE SPACES TO REG-REL9161.
           MOVE "TOTAL DO PORTADOR:"   TO REG-REL9161(1: 18).
           MOVE QTDE-PORT-W            TO REG-REL9161(25: 6).
           WRITE REG-REL9161.
           MOVE ZEROS TO QTDE-PORT-W.

      *REMESSA OFERECE NO BOLETO - A PROJECAO BATE COM O QUE O
      *CLIENTE REALMENTE PODE PAGAR. TITULO COM BAIXA PARCIAL ENTRA
      *PELO SALDO RESIDUAL.
      *OS TITULOS EM ABERTO E O SALDO VEM DO EXTRATO DO CRP9190
      *(ABT910), NO LUGAR DA LEITURA DO CRD020. EXTRATO QUE NAO E DE
      *HOJE OU NAO CONFERE COM O TOTAL DE CONTROLE (ROTINA CRP9191)
      *NAO E USADO - O RELATORIO SAI SO COM O MOTIVO.
       DATE-WRITTEN.  22/08/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX952.
           COPY CRPX910.
           COPY CRPX927.
           SELECT REL9125 ASSIGN TO REL9125-NOME

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW952.
       COPY CRPW910.
       COPY CRPW927.
       FD  REL9125
       01  REG-REL9125               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CRPEXTR.
       01  REL9125-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-ABT910               PIC X(30)  VALUE SPACES.
       01  ST-ABT910                 PIC XX     VALUE SPACES.
       01  PATH-PRF910               PIC X(30)  VALUE SPACES.
       01  PATH-FER910               PIC X(30)  VALUE SPACES.
       01  ST-FER910                 PIC XX     VALUE SPACES.
       01  JULIANO-ROLAR-W           PIC 9(08)  VALUE ZEROS.
       01  DIA-SEMANA-W              PIC 9(01)  VALUE ZEROS.
       01  DIA-UTIL-SW               PIC X(01)  VALUE "N".
       01  ST-PRF910                 PIC XX     VALUE SPACES.
       01  ST-REL9125                PIC XX     VALUE SPACES.
       01  FIM-ABT910-SW             PIC X      VALUE "N".
           88  FIM-ABT910                  VALUE "S".
       01  PRIMEIRO-REG-SW           PIC X      VALUE "S".
           88  PRIMEIRO-REG                VALUE "S".
       01  PORTADOR-ANT-W            PIC 9(04)  VALUE ZEROS.
       01  VALOR-ABERTO-W            PIC 9(11)V99 VALUE ZEROS.
       01  VALOR-ESPERADO-W          PIC 9(11)V99 VALUE ZEROS.
       01  VALOR-DESCONTO-W          PIC 9(11)V99 VALUE ZEROS.
       01  QTDE-ABERTOS-W            PIC 9(06)  VALUE ZEROS.
       01  MES-VENCTO-W              PIC 9(06)  VALUE ZEROS.
       01  IX-MES-W                  PIC 9(02) COMP VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           PERFORM 2000-PROCESSA-ABT910 UNTIL FIM-ABT910.
           PERFORM 3000-FINALIZA.
           STOP RUN.

           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "ABT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ABT910.
           MOVE "PRF910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PRF910.
           MOVE "FER910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FER910.
           MOVE "REL9125" TO REL9125-NOME.
              CLOSE FER910      OPEN INPUT FER910
           END-IF.

           OPEN OUTPUT REL9125.
           PERFORM 1100-CONFERE-EXTRATO.
           IF NOT EXTRATO-OK-EXT
              MOVE "S" TO FIM-ABT910-SW
           ELSE
              OPEN INPUT ABT910
              MOVE LOW-VALUES TO CHAVE-ABT910
              START ABT910 KEY IS NOT < CHAVE-ABT910 INVALID KEY
                    MOVE "S" TO FIM-ABT910-SW
              END-START
           END-IF.

       1100-CONFERE-EXTRATO SECTION.
           MOVE EMPRESA-W  TO EMPRESA-EXT.
           MOVE DATA-DIA-I TO DATA-REFERENCIA-EXT.
           CALL "CRP9191" USING PARAMETROS-EXTRATO.
           CANCEL "CRP9191".
           IF NOT EXTRATO-OK-EXT
              MOVE SPACES       TO REG-REL9125
              MOVE MENSAGEM-EXT TO REG-REL9125
              WRITE REG-REL9125
              DISPLAY "CRP9125 - " MENSAGEM-EXT
           END-IF.

       2000-PROCESSA-ABT910 SECTION.
      *    O EXTRATO VEM NA ORDEM DO PORTADOR; SO OS TITULOS EM
      *    ABERTO ("A") SAO PROJETADOS.
           READ ABT910 NEXT RECORD AT END
                MOVE "S" TO FIM-ABT910-SW
                IF NOT PRIMEIRO-REG
                   PERFORM 2500-IMPRIME-PORTADOR
                END-IF
              NOT AT END
                IF TITULO-ABERTO-ABT910
                   IF PRIMEIRO-REG
                      MOVE "N"             TO PRIMEIRO-REG-SW
                      MOVE PORTADOR-ABT910 TO PORTADOR-ANT-W
                   ELSE
                      IF PORTADOR-ABT910 <> PORTADOR-ANT-W
                         PERFORM 2500-IMPRIME-PORTADOR
                         MOVE PORTADOR-ABT910 TO PORTADOR-ANT-W
                      END-IF
                   END-IF
                   PERFORM 2100-PROJETA-TITULO
                END-IF
           END-READ.

       2100-PROJETA-TITULO SECTION.
           ADD 1 TO QTDE-ABERTOS-W.
           MOVE SALDO-ABT910 TO VALOR-ABERTO-W.
      *    A ENTRADA DO DINHEIRO E PROJETADA NO DIA UTIL EM QUE O
      *    BANCO REALMENTE LIQUIDA: VENCIMENTO EM DIA NAO UTIL
      *    (FIM DE SEMANA/FERIADO NACIONAL DO FER910) ROLA P/ O
      *    PROXIMO DIA UTIL ANTES DE CAIR NA FAIXA.
           MOVE DATA-VENCTO-ABT910 TO DATA-VENCTO-UTIL-W.
           PERFORM 2150-ROLA-DIA-UTIL.
           COMPUTE JULIANO-VENCTO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-VENCTO-UTIL-W).
           END-IF.

       3000-FINALIZA SECTION.
           IF NOT EXTRATO-OK-EXT
              CLOSE FER910 REL9125
              GO 3000-FINALIZA-FIM.
           MOVE SPACES TO REG-REL9125.
           MOVE "TOTAL GERAL POR SEMANA" TO REG-REL9125(1: 22).
           WRITE REG-REL9125.
           PERFORM 3200-IMPRIME-MES
                   VARYING IX-MES-W FROM 1 BY 1
                   UNTIL IX-MES-W > QTDE-MESES-W.
           CLOSE ABT910 FER910 REL9125.
           DISPLAY "CRP9125 - " MENSAGEM-EXT.
           DISPLAY "CRP9125 - TITULOS PROJETADOS.: " QTDE-ABERTOS-W.
       3000-FINALIZA-FIM.
           EXIT.

       3100-IMPRIME-SEMANA-GERAL SECTION.
           IF QTDE-SEM-GER-W(IX-SEM-W) NOT = ZEROS

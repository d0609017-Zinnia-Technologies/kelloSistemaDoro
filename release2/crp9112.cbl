       PROGRAM-ID.    CRP9112.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *RELATORIO DE ENVELHECIMENTO DA CARTEIRA DE RECEBIVEIS - CLASSIFICA
      *OS TITULOS DO CRD020 AINDA EM ABERTO POR FAIXA DE ATRASO
      *CONTRA O VENCIMENTO (A VENCER,
      *1-30, 31-60, 61-90, MAIS DE 90 DIAS), COM SUBTOTAIS POR PORTADOR
      *E POR MODALIDADE, QUANTIDADE E VALOR POR FAIXA.
      *LE O EXTRATO DE TITULOS EM ABERTO (ABT910, GERADO PELO CRP9190
      *NA CORRENTE NOTURNA) NO LUGAR DO CRD020: "EM ABERTO" E O STATUS
      *NAO TERMINAL DO CRPTERM, O VALOR E O SALDO (RESIDUAL NA BAIXA
      *PARCIAL) E O ATRASO E O CALCULADO NA EXTRACAO. EXTRATO QUE NAO
      *E DE HOJE OU NAO CONFERE COM O TOTAL DE CONTROLE (ROTINA
      *CRP9191) NAO E USADO - O RELATORIO SAI SO COM O MOTIVO.
       DATE-WRITTEN.  22/08/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX952.
           SELECT REL9112 ASSIGN TO REL9112-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW952.
       FD  REL9112
           LABEL RECORD IS OMITTED.
       01  REG-REL9112               PIC X(110).

       WORKING-STORAGE SECTION.
       COPY CRPEXTR.
       01  REL9112-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-ABT910               PIC X(30)  VALUE SPACES.
       01  ST-ABT910                 PIC XX     VALUE SPACES.
       01  ST-REL9112                PIC XX     VALUE SPACES.
       01  FIM-ABT910-SW             PIC X      VALUE "N".
           88  FIM-ABT910                  VALUE "S".
       01  PRIMEIRO-REG-SW           PIC X      VALUE "S".
           88  PRIMEIRO-REG                VALUE "S".
       01  PORTADOR-ANT-W            PIC 9(04)  VALUE ZEROS.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  FAIXA-W                   PIC 9(01)  VALUE ZEROS.
       01  IX-FAIXA-W                PIC 9(01)  COMP VALUE ZEROS.
       01  IX-MODAL-W                PIC 9(03)  COMP VALUE ZEROS.
       01  QTDE-ABERTOS-W            PIC 9(06)  VALUE ZEROS.
       01  VALOR-ABERTO-W            PIC 9(11)V99 VALUE ZEROS.

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
           MOVE "REL9112" TO REL9112-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.

           INITIALIZE FAIXAS-PORTADOR-W FAIXAS-GERAL-W
                      FAIXAS-MODALIDADE-W.

           OPEN OUTPUT REL9112.
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
              MOVE SPACES       TO REG-REL9112
              MOVE MENSAGEM-EXT TO REG-REL9112
              WRITE REG-REL9112
              DISPLAY "CRP9112 - " MENSAGEM-EXT
           END-IF.

       2000-PROCESSA-ABT910 SECTION.
      *    O EXTRATO VEM NA ORDEM DO PORTADOR; SO OS TITULOS EM
      *    ABERTO ("A") ENTRAM NO ENVELHECIMENTO.
           READ ABT910 NEXT RECORD AT END
                MOVE "S" TO FIM-ABT910-SW
                IF NOT PRIMEIRO-REG
                   PERFORM 2500-IMPRIME-TOTAL-PORTADOR
                END-IF
              NOT AT END
                IF TITULO-ABERTO-ABT910
                   IF PRIMEIRO-REG
                      MOVE "N"             TO PRIMEIRO-REG-SW
                      MOVE PORTADOR-ABT910 TO PORTADOR-ANT-W
                   ELSE
                      IF PORTADOR-ABT910 <> PORTADOR-ANT-W
                         PERFORM 2500-IMPRIME-TOTAL-PORTADOR
                         MOVE PORTADOR-ABT910 TO PORTADOR-ANT-W
                      END-IF
                   END-IF
                   PERFORM 2100-ACUMULA-TITULO
                END-IF
           END-READ.

       2100-ACUMULA-TITULO SECTION.
           ADD 1 TO QTDE-ABERTOS-W.
           MOVE SALDO-ABT910 TO VALOR-ABERTO-W.
           EVALUATE TRUE
               WHEN DIAS-ATRASO-ABT910 NOT > 0   MOVE 1 TO FAIXA-W
               WHEN DIAS-ATRASO-ABT910 NOT > 30  MOVE 2 TO FAIXA-W
               WHEN DIAS-ATRASO-ABT910 NOT > 60  MOVE 3 TO FAIXA-W
               WHEN DIAS-ATRASO-ABT910 NOT > 90  MOVE 4 TO FAIXA-W
               WHEN OTHER                        MOVE 5 TO FAIXA-W
           END-EVALUATE.
           ADD 1               TO QTDE-FX-PORT-W(FAIXA-W).
           ADD VALOR-ABERTO-W  TO VALOR-FX-PORT-W(FAIXA-W).
           ADD 1               TO QTDE-FX-GER-W(FAIXA-W).
           ADD VALOR-ABERTO-W  TO VALOR-FX-GER-W(FAIXA-W).
           COMPUTE IX-MODAL-W = MODALIDADE-ABT910 + 1.
           ADD 1               TO QTDE-FX-MOD-W(IX-MODAL-W FAIXA-W).
           ADD VALOR-ABERTO-W  TO VALOR-FX-MOD-W(IX-MODAL-W FAIXA-W).

           WRITE REG-REL9112.

       3000-FINALIZA SECTION.
           IF EXTRATO-OK-EXT
              PERFORM 3100-IMPRIME-MODALIDADES
              PERFORM 3200-IMPRIME-TOTAL-GERAL
              CLOSE ABT910
           END-IF.
           CLOSE REL9112.
           DISPLAY "CRP9112 - " MENSAGEM-EXT.
           DISPLAY "CRP9112 - TITULOS EM ABERTO..: " QTDE-ABERTOS-W.

       3100-IMPRIME-MODALIDADES SECTION.

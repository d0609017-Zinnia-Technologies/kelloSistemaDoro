      *("PG", "CF", "RJ" E EM ABERTO), CONFRONTA COM A POSICAO GRAVADA
      *NA RODADA ANTERIOR (POS910) E REGRAVA A POSICAO DO DIA, PARA
      *QUE UM RETORNO ERRADO APARECA NA MESMA MANHA.
      *LE O EXTRATO DO CRP9190 (ABT910) NO LUGAR DO CRD020: OS TITULOS
      *EM ABERTO VEM UM A UM ("CF" NA CLASSE CF, OS DEMAIS EM ABERTO
      *PELO SALDO) E OS ENCERRADOS PELO RESUMO POR PORTADOR/STATUS
      *("RJ" NA CLASSE RJ, OS DEMAIS STATUS TERMINAIS DO CRPTERM NA
      *CLASSE PG). EXTRATO QUE NAO E DE HOJE OU NAO CONFERE COM O
      *TOTAL DE CONTROLE (ROTINA CRP9191) NAO E USADO E A POSICAO
      *GRAVADA NO POS910 FICA COMO ESTA.
       DATE-WRITTEN.  22/08/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX952.
           COPY CRPX913.
           SELECT REL9113 ASSIGN TO REL9113-NOME
                  ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW952.
       COPY CRPW913.
       FD  REL9113
           LABEL RECORD IS OMITTED.
       01  REG-REL9113               PIC X(110).

       WORKING-STORAGE SECTION.
       COPY CRPEXTR.
       01  REL9113-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-POS910               PIC X(30)  VALUE SPACES.
       01  PATH-ABT910               PIC X(30)  VALUE SPACES.
       01  ST-ABT910                 PIC XX     VALUE SPACES.
       01  ST-POS910                 PIC XX     VALUE SPACES.
       01  ST-REL9113                PIC XX     VALUE SPACES.
       01  FIM-ABT910-SW             PIC X      VALUE "N".
           88  FIM-ABT910                  VALUE "S".
       01  PRIMEIRO-REG-SW           PIC X      VALUE "S".
           88  PRIMEIRO-REG                VALUE "S".
       01  PORTADOR-ANT-W            PIC 9(04)  VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           PERFORM 2000-PROCESSA-ABT910 UNTIL FIM-ABT910.
           PERFORM 3000-FINALIZA.
           STOP RUN.

           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "POS910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-POS910.
           MOVE "ABT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ABT910.
           MOVE "REL9113" TO REL9113-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           INITIALIZE POSICAO-PORTADOR-W.

           OPEN OUTPUT REL9113.
           PERFORM 1100-CONFERE-EXTRATO.
           IF NOT EXTRATO-OK-EXT
              MOVE "S" TO FIM-ABT910-SW
           ELSE
              OPEN INPUT ABT910
              OPEN I-O POS910
              IF ST-POS910 = "35"
                 CLOSE POS910      OPEN OUTPUT POS910
                 CLOSE POS910      OPEN I-O POS910
              END-IF
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
              MOVE SPACES       TO REG-REL9113
              MOVE MENSAGEM-EXT TO REG-REL9113
              WRITE REG-REL9113
              DISPLAY "CRP9113 - " MENSAGEM-EXT
           END-IF.

       2000-PROCESSA-ABT910 SECTION.
      *    O EXTRATO VEM NA ORDEM DO PORTADOR; DENTRO DO PORTADOR, OS
      *    TITULOS EM ABERTO ("A") E O RESUMO DOS ENCERRADOS ("R").
      *    O CONTROLE E OS LIQUIDADOS DO DIA ("L", JA CONTADOS NO
      *    RESUMO) FICAM DE FORA.
           READ ABT910 NEXT RECORD AT END
                MOVE "S" TO FIM-ABT910-SW
                IF NOT PRIMEIRO-REG
                   PERFORM 2500-IMPRIME-POSICAO-PORTADOR
                END-IF
              NOT AT END
                IF TITULO-ABERTO-ABT910 OR RESUMO-ENCERRADOS-ABT910
                   IF PRIMEIRO-REG
                      MOVE "N"             TO PRIMEIRO-REG-SW
                      MOVE PORTADOR-ABT910 TO PORTADOR-ANT-W
                   ELSE
                      IF PORTADOR-ABT910 <> PORTADOR-ANT-W
                         PERFORM 2500-IMPRIME-POSICAO-PORTADOR
                         MOVE PORTADOR-ABT910 TO PORTADOR-ANT-W
                      END-IF
                   END-IF
                   PERFORM 2100-ACUMULA-TITULO
                END-IF
           END-READ.

       2100-ACUMULA-TITULO SECTION.
           IF RESUMO-ENCERRADOS-ABT910
              IF STATUS-ABT910 = "RJ"
                 MOVE 3 TO CLASSE-W
              ELSE
      *          SB (SUBSTITUIDO PELO ACP9102), RN, PD E CA CONTAM COM
      *          OS BAIXADOS - O SALDO VIVO, QUANDO HA, ESTA NO TITULO
      *          SUBSTITUTO/RENEGOCIADO.
                 MOVE 1 TO CLASSE-W
              END-IF
              ADD QTDE-TITULOS-ABT910 TO QTDE-LIDOS-W
              ADD QTDE-TITULOS-ABT910 TO QTDE-CL-W(CLASSE-W)
              ADD VALOR-TOT-ABT910    TO VALOR-CL-W(CLASSE-W)
           ELSE
              IF STATUS-ABT910 = "CF"
                 MOVE 2 TO CLASSE-W
              ELSE
                 MOVE 4 TO CLASSE-W
              END-IF
      *       BAIXA PARCIAL ENTRA NA CLASSE EM ABERTO PELO SALDO
      *       RESIDUAL, JA CALCULADO NO EXTRATO.
              MOVE SALDO-ABT910 TO VALOR-ABERTO-W
              ADD 1              TO QTDE-LIDOS-W
              ADD 1              TO QTDE-CL-W(CLASSE-W)
              ADD VALOR-ABERTO-W TO VALOR-CL-W(CLASSE-W)
           END-IF.

       2500-IMPRIME-POSICAO-PORTADOR SECTION.
           MOVE SPACES TO REG-REL9113.
           END-REWRITE.

       3000-FINALIZA SECTION.
           IF EXTRATO-OK-EXT
              CLOSE ABT910 POS910
           END-IF.
           CLOSE REL9113.
           DISPLAY "CRP9113 - " MENSAGEM-EXT.
           DISPLAY "CRP9113 - TITULOS LIDOS......: " QTDE-LIDOS-W.

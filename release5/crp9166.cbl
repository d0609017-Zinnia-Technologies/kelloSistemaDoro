       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9166.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ROTINA DE RETIRADA DE NEGATIVACAO - CHAMADA POR QUEM QUITA
      *(CRP9109, CRP9134, CRP9135T) OU RENEGOCIA (CRP9130T) UM
      *TITULO: SE O TITULO JA FOI INCLUIDO NO BIRO DE CREDITO, O
      *NEG910 FICA COM A EXCLUSAO PENDENTE E O ULTIMO DIA UTIL P/
      *ELA SER ENVIADA (PRAZOEXCLNEG DIAS UTEIS DO PAR910, PADRAO 5,
      *CONTADOS SEM FIM DE SEMANA E FERIADO NACIONAL DO FER910); SE
      *AINDA NAO FOI INCLUIDO, A NEGATIVACAO E CANCELADA. O ARQUIVO
      *DE EXCLUSAO E GERADO PELO CRP9165 NA CORRENTE NOTURNA.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX932.
           COPY PARX910.
           COPY CRPX927.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW932.
       COPY PARW910.
       COPY CRPW927.

       WORKING-STORAGE SECTION.
       01  PATH-NEG910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  PATH-FER910               PIC X(30)  VALUE SPACES.
       01  ST-NEG910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-FER910                 PIC XX     VALUE SPACES.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  PRAZO-EXCLUSAO-W          PIC 9(03)  VALUE 5.
       01  QTDE-DIAS-UTEIS-W         PIC 9(03)  VALUE ZEROS.
       01  JULIANO-W                 PIC 9(08)  VALUE ZEROS.
       01  DIA-SEMANA-W              PIC 9(01)  VALUE ZEROS.
       01  DATA-TESTE-W              PIC 9(08)  VALUE ZEROS.
       01  DIA-UTIL-SW               PIC X(01)  VALUE "S".
       01  FER910-ABERTO-SW          PIC X(01)  VALUE "N".
           88  FER910-ABERTO               VALUE "S".

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  VAR1                  PIC X VALUE "\".
           05  EMP-REC               PIC XXX.
           05  VAR2                  PIC X VALUE "\".
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       LINKAGE SECTION.
       COPY CRPNEGA.

       PROCEDURE DIVISION USING PARAMETROS-NEGATIVACAO.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           IF ST-NEG910 = "00"
              PERFORM 2000-MARCA-RETIRADA
              CLOSE NEG910
           END-IF.
           GOBACK.

       1000-INICIALIZA SECTION.
           MOVE "NN" TO RETORNO-NGA.
           IF DATA-QUITACAO-NGA = ZEROS
              ACCEPT DATA-DIA-I FROM DATE YYYYMMDD
              MOVE DATA-DIA-I TO DATA-QUITACAO-NGA
           END-IF.
           MOVE EMPRESA-NGA        TO EMP-REC.
           MOVE "NEG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NEG910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "FER910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FER910.
      *    SEM O ARQUIVO NENHUM TITULO FOI NEGATIVADO.
           OPEN I-O NEG910.

       2000-MARCA-RETIRADA SECTION.
           MOVE COD-COMPL-NGA TO COD-COMPL-NEG910.
           READ NEG910 INVALID KEY
                GO 2000-MARCA-RETIRADA-FIM
           END-READ.
           IF AGUARDA-AVISO-NEG910 OR AVISADO-NEG910
              MOVE "C"               TO SITUACAO-NEG910
              MOVE MOTIVO-NGA        TO MOTIVO-RETIRADA-NEG910
              MOVE DATA-QUITACAO-NGA TO DATA-QUITACAO-NEG910
              REWRITE REG-NEG910
              MOVE "CA" TO RETORNO-NGA
              GO 2000-MARCA-RETIRADA-FIM.
           IF NOT INCLUIDO-NEG910
              GO 2000-MARCA-RETIRADA-FIM.
           PERFORM 2100-LE-PRAZO-EXCLUSAO.
           PERFORM 2200-CALCULA-DATA-LIMITE.
           MOVE "B"               TO SITUACAO-NEG910.
           MOVE MOTIVO-NGA        TO MOTIVO-RETIRADA-NEG910.
           MOVE DATA-QUITACAO-NGA TO DATA-QUITACAO-NEG910.
           MOVE DATA-TESTE-W      TO DATA-LIMITE-EXCL-NEG910.
           REWRITE REG-NEG910.
           MOVE "EX" TO RETORNO-NGA.
       2000-MARCA-RETIRADA-FIM.
           EXIT.

       2100-LE-PRAZO-EXCLUSAO SECTION.
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-NGA    TO EMPRESA-PAR910
              MOVE "PRAZOEXCLNEG" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO PRAZO-EXCLUSAO-W
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.

       2200-CALCULA-DATA-LIMITE SECTION.
      *    CONTA OS DIAS UTEIS A PARTIR DO DIA SEGUINTE A QUITACAO,
      *    NO MESMO CRITERIO DE DIA UTIL DA CORRENTE (CRP9123).
           MOVE "N" TO FER910-ABERTO-SW.
           OPEN INPUT FER910.
           IF ST-FER910 = "00"
              MOVE "S" TO FER910-ABERTO-SW
           END-IF.
           MOVE ZEROS TO QTDE-DIAS-UTEIS-W.
           MOVE DATA-QUITACAO-NGA TO DATA-TESTE-W.
           COMPUTE JULIANO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-QUITACAO-NGA).
           PERFORM 2210-PROXIMO-DIA-UTIL
                   UNTIL QTDE-DIAS-UTEIS-W NOT < PRAZO-EXCLUSAO-W.
           IF FER910-ABERTO
              CLOSE FER910
           END-IF.

       2210-PROXIMO-DIA-UTIL SECTION.
           ADD 1 TO JULIANO-W.
           COMPUTE DATA-TESTE-W = FUNCTION DATE-OF-INTEGER(JULIANO-W).
           MOVE "S" TO DIA-UTIL-SW.
           COMPUTE DIA-SEMANA-W = FUNCTION MOD(JULIANO-W 7).
           IF DIA-SEMANA-W = 0 OR DIA-SEMANA-W = 6
              MOVE "N" TO DIA-UTIL-SW
           ELSE
              IF FER910-ABERTO
                 MOVE "BR"         TO UF-FER910
                 MOVE DATA-TESTE-W TO DATA-FER910
                 READ FER910 INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE "N" TO DIA-UTIL-SW
                 END-READ
              END-IF
           END-IF.
           IF DIA-UTIL-SW = "S"
              ADD 1 TO QTDE-DIAS-UTEIS-W
           END-IF.

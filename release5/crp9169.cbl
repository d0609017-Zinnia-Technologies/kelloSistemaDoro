       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9169.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *DEMONSTRATIVO MENSAL DE COMISSAO DAS AGENCIAS DE COBRANCA
      *EXTERNA - P/ CADA AGENCIA DO AGC910 LISTA AS BAIXAS DO LIVRO
      *BXA910 FEITAS PELO RETORNO DA AGENCIA (CANAL "G", CRP9168)
      *COM DATA DE BAIXA NO MES, DOS TITULOS CEDIDOS A ELA NO ACB910.
      *O ATRASO DE CADA RECEBIMENTO (DATA DA BAIXA MENOS VENCIMENTO)
      *DEFINE A FAIXA DE COMISSAO DA AGENCIA; A COMISSAO E O VALOR
      *RECEBIDO VEZES O PERCENTUAL DA FAIXA. BAIXA ESTORNADA
      *(CRP9153T) SAI NO DEMONSTRATIVO SEM COMISSAO. TOTAIS POR
      *AGENCIA E GERAL NO REL9169.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-6 = AAAAMM DE REFERENCIA
      *(ZEROS/BRANCOS = MES ANTERIOR); POS 7-9 = AGENCIA (ZEROS/
      *BRANCOS = TODAS).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX928.
           COPY CRPX933.
           COPY CRPX934.
           SELECT REL9169 ASSIGN TO REL9169-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9169.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW928.
       COPY CRPW933.
       COPY CRPW934.
       FD  REL9169
           LABEL RECORD IS OMITTED.
       01  REG-REL9169               PIC X(100).

       WORKING-STORAGE SECTION.
       01  REL9169-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  PATH-AGC910               PIC X(30)  VALUE SPACES.
       01  PATH-ACB910               PIC X(30)  VALUE SPACES.
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  ST-AGC910                 PIC XX     VALUE SPACES.
       01  ST-ACB910                 PIC XX     VALUE SPACES.
       01  ST-REL9169                PIC XX     VALUE SPACES.
       01  FIM-AGC910-SW             PIC X      VALUE "N".
           88  FIM-AGC910                  VALUE "S".
       01  FIM-BXA910-SW             PIC X      VALUE "N".
           88  FIM-BXA910                  VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-DIA-R  REDEFINES DATA-DIA-I.
           05  ANO-DIA-R             PIC 9(04).
           05  MES-DIA-R             PIC 9(02).
           05  DIA-DIA-R             PIC 9(02).
       01  ANOMES-REF-W              PIC 9(06)  VALUE ZEROS.
       01  ANOMES-REF-R  REDEFINES ANOMES-REF-W.
           05  ANO-REF-W             PIC 9(04).
           05  MES-REF-W             PIC 9(02).
       01  AGENCIA-PARAM-W           PIC 9(03)  VALUE ZEROS.
       01  JULIANO-BAIXA-W           PIC 9(08)  VALUE ZEROS.
       01  JULIANO-VENCTO-W          PIC 9(08)  VALUE ZEROS.
       01  DIAS-ATRASO-W             PIC S9(06) VALUE ZEROS.
       01  IND-FAIXA                 PIC 9(02)  VALUE ZEROS.
       01  PERC-FAIXA-W              PIC 9(03)V99 VALUE ZEROS.
       01  COMISSAO-W                PIC 9(11)V99 VALUE ZEROS.
       01  QTDE-AGENCIA-W            PIC 9(06)  VALUE ZEROS.
       01  RECEBIDO-AGENCIA-W        PIC 9(12)V99 VALUE ZEROS.
       01  COMISSAO-AGENCIA-W        PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-AGENCIAS-W           PIC 9(04)  VALUE ZEROS.
       01  QTDE-GERAL-W              PIC 9(06)  VALUE ZEROS.
       01  RECEBIDO-GERAL-W          PIC 9(12)V99 VALUE ZEROS.
       01  COMISSAO-GERAL-W          PIC 9(12)V99 VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  PERC-EDIT-W               PIC ZZ9,99.
       01  DIAS-EDIT-W               PIC ZZZZ9.

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
           PERFORM 2000-PROCESSA-AGENCIA UNTIL FIM-AGC910.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "AGC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-AGC910.
           MOVE "ACB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACB910.
           MOVE "REL9169" TO REL9169-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 6) NUMERIC AND
              OPCAO-PARAM-W(1: 6) NOT = ZEROS
              MOVE OPCAO-PARAM-W(1: 6) TO ANOMES-REF-W
           ELSE
              MOVE ANO-DIA-R TO ANO-REF-W
              MOVE MES-DIA-R TO MES-REF-W
              IF MES-REF-W = 1
                 MOVE 12 TO MES-REF-W
                 SUBTRACT 1 FROM ANO-REF-W
              ELSE
                 SUBTRACT 1 FROM MES-REF-W
              END-IF
           END-IF.
           IF OPCAO-PARAM-W(7: 3) NUMERIC
              MOVE OPCAO-PARAM-W(7: 3) TO AGENCIA-PARAM-W
           END-IF.

           OPEN INPUT AGC910 ACB910 BXA910.
           OPEN OUTPUT REL9169.
           MOVE SPACES TO REG-REL9169.
           STRING "CRP9169 - DEMONSTRATIVO DE COMISSAO DA COBRANCA "
                  "EXTERNA - MES " MES-REF-W "/" ANO-REF-W
                  DELIMITED BY SIZE INTO REG-REL9169.
           WRITE REG-REL9169.
           IF ST-AGC910 <> "00" OR ST-BXA910 <> "00"
              OR ST-ACB910 <> "00"
              MOVE "S" TO FIM-AGC910-SW
              GO 1000-INICIALIZA-FIM.
           MOVE AGENCIA-PARAM-W TO CODIGO-AGC910.
           START AGC910 KEY IS NOT < CODIGO-AGC910 INVALID KEY
                 MOVE "S" TO FIM-AGC910-SW.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-PROCESSA-AGENCIA SECTION.
           READ AGC910 NEXT RECORD AT END
                MOVE "S" TO FIM-AGC910-SW
                GO 2000-PROCESSA-AGENCIA-FIM
           END-READ.
           IF AGENCIA-PARAM-W NOT = ZEROS AND
              CODIGO-AGC910 NOT = AGENCIA-PARAM-W
              MOVE "S" TO FIM-AGC910-SW
              GO 2000-PROCESSA-AGENCIA-FIM.
           MOVE ZEROS TO QTDE-AGENCIA-W RECEBIDO-AGENCIA-W
                         COMISSAO-AGENCIA-W.
           MOVE SPACES TO REG-REL9169.
           WRITE REG-REL9169.
           MOVE SPACES TO REG-REL9169.
           STRING "AGENCIA " CODIGO-AGC910 " - " NOME-AGC910
                  DELIMITED BY SIZE INTO REG-REL9169.
           WRITE REG-REL9169.
           MOVE "TITULO    BAIXA    ATRASO        RECEBIDO    PERC"
                TO REG-REL9169.
           MOVE "      COMISSAO" TO REG-REL9169(51: 14).
           WRITE REG-REL9169.
           MOVE "N" TO FIM-BXA910-SW.
           MOVE ZEROS TO COD-COMPL-BXA910 SEQ-BXA910.
           START BXA910 KEY IS NOT < CHAVE-BXA910 INVALID KEY
                 MOVE "S" TO FIM-BXA910-SW.
           PERFORM 2100-LE-BAIXA UNTIL FIM-BXA910.
           IF QTDE-AGENCIA-W = ZEROS
              MOVE "  NENHUM RECEBIMENTO NO MES" TO REG-REL9169
              WRITE REG-REL9169
              GO 2000-PROCESSA-AGENCIA-FIM.
           ADD 1                  TO QTDE-AGENCIAS-W.
           ADD QTDE-AGENCIA-W     TO QTDE-GERAL-W.
           ADD RECEBIDO-AGENCIA-W TO RECEBIDO-GERAL-W.
           ADD COMISSAO-AGENCIA-W TO COMISSAO-GERAL-W.
           MOVE SPACES TO REG-REL9169.
           MOVE "TOTAL DA AGENCIA" TO REG-REL9169(1: 16).
           MOVE RECEBIDO-AGENCIA-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9169(29: 14).
           MOVE COMISSAO-AGENCIA-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9169(51: 14).
           WRITE REG-REL9169.
       2000-PROCESSA-AGENCIA-FIM.
           EXIT.

       2100-LE-BAIXA SECTION.
           READ BXA910 NEXT RECORD AT END
                MOVE "S" TO FIM-BXA910-SW
                GO 2100-LE-BAIXA-FIM
           END-READ.
           IF NOT CANAL-AGENCIA-BXA910
              GO 2100-LE-BAIXA-FIM.
           IF DATA-BAIXA-NOVO-BXA910(1: 6) NOT = ANOMES-REF-W
              GO 2100-LE-BAIXA-FIM.
           MOVE COD-COMPL-BXA910 TO COD-COMPL-ACB910.
           READ ACB910 INVALID KEY
                GO 2100-LE-BAIXA-FIM
           END-READ.
           IF AGENCIA-ACB910 NOT = CODIGO-AGC910
              GO 2100-LE-BAIXA-FIM.
           COMPUTE JULIANO-BAIXA-W =
                   FUNCTION INTEGER-OF-DATE(DATA-BAIXA-NOVO-BXA910).
           COMPUTE JULIANO-VENCTO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-VENCTO-ACB910).
           COMPUTE DIAS-ATRASO-W = JULIANO-BAIXA-W - JULIANO-VENCTO-W.
           IF DIAS-ATRASO-W < ZEROS
              MOVE ZEROS TO DIAS-ATRASO-W
           END-IF.
           PERFORM 2200-ACHA-FAIXA.
           IF BAIXA-ESTORNADA-BXA910
              MOVE ZEROS TO COMISSAO-W
           ELSE
              COMPUTE COMISSAO-W ROUNDED =
                      VALOR-RECEBIDO-BXA910 * PERC-FAIXA-W / 100
              ADD 1                     TO QTDE-AGENCIA-W
              ADD VALOR-RECEBIDO-BXA910 TO RECEBIDO-AGENCIA-W
              ADD COMISSAO-W            TO COMISSAO-AGENCIA-W
           END-IF.
           MOVE SPACES TO REG-REL9169.
           MOVE COD-COMPL-BXA910       TO REG-REL9169(1: 9).
           MOVE DATA-BAIXA-NOVO-BXA910 TO REG-REL9169(11: 8).
           MOVE DIAS-ATRASO-W          TO DIAS-EDIT-W.
           MOVE DIAS-EDIT-W            TO REG-REL9169(21: 5).
           MOVE VALOR-RECEBIDO-BXA910  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W           TO REG-REL9169(29: 14).
           MOVE PERC-FAIXA-W           TO PERC-EDIT-W.
           MOVE PERC-EDIT-W            TO REG-REL9169(44: 6).
           MOVE COMISSAO-W             TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W           TO REG-REL9169(51: 14).
           IF BAIXA-ESTORNADA-BXA910
              MOVE "ESTORNADA"         TO REG-REL9169(67: 9)
           END-IF.
           WRITE REG-REL9169.
       2100-LE-BAIXA-FIM.
           EXIT.

       2200-ACHA-FAIXA SECTION.
      *    PRIMEIRA FAIXA CUJO DIAS-ATE COBRE O ATRASO; ACIMA DE TODAS
      *    VALE A ULTIMA FAIXA PREENCHIDA.
           MOVE ZEROS TO PERC-FAIXA-W.
           PERFORM VARYING IND-FAIXA FROM 1 BY 1 UNTIL IND-FAIXA > 4
              IF DIAS-ATE-AGC910(IND-FAIXA) NOT = ZEROS
                 MOVE PERC-COMISSAO-AGC910(IND-FAIXA) TO PERC-FAIXA-W
                 IF DIAS-ATRASO-W NOT > DIAS-ATE-AGC910(IND-FAIXA)
                    MOVE 5 TO IND-FAIXA
                 END-IF
              END-IF
           END-PERFORM.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9169.
           WRITE REG-REL9169.
           MOVE "TOTAL GERAL" TO REG-REL9169(1: 11).
           MOVE RECEBIDO-GERAL-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9169(29: 14).
           MOVE COMISSAO-GERAL-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9169(51: 14).
           WRITE REG-REL9169.
           CLOSE AGC910 ACB910 BXA910 REL9169.
           DISPLAY "CRP9169 - MES DE REFERENCIA......: " MES-REF-W "/"
                   ANO-REF-W.
           DISPLAY "CRP9169 - AGENCIAS COM RECEBIMENTO: "
                   QTDE-AGENCIAS-W.
           DISPLAY "CRP9169 - RECEBIMENTOS...........: " QTDE-GERAL-W.
           MOVE RECEBIDO-GERAL-W TO VALOR-EDIT-W.
           DISPLAY "CRP9169 - VALOR RECUPERADO.......: " VALOR-EDIT-W.
           MOVE COMISSAO-GERAL-W TO VALOR-EDIT-W.
           DISPLAY "CRP9169 - COMISSAO DEVIDA........: " VALOR-EDIT-W.

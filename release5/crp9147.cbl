      *  WEBPAG - UM REGISTRO POR BAIXA APLICADA NO ULTIMO DIA:
      *    CONTRATO(4);CLIENTE(6);COD-COMPL(9);DATA-BAIXA(AAAAMMDD);
      *    VALOR-PAGO(11V99);STATUS(2).
      *OS DOIS ARQUIVOS SAEM DO EXTRATO DO CRP9190 (ABT910), QUE RODA
      *ANTES NA CORRENTE: TITULOS EM ABERTO ("A") COM O SALDO JA
      *CALCULADO E, EM WEBPAG, AS BAIXAS PARCIAIS DESSES TITULOS MAIS
      *OS LIQUIDADOS DO DIA ("L"). EXTRATO QUE NAO E DE HOJE OU NAO
      *CONFERE COM O TOTAL DE CONTROLE (ROTINA CRP9191) NAO E USADO:
      *OS ARQUIVOS DO DIA ANTERIOR FICAM COMO ESTAO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX952.
           COPY CRPX912.
           COPY CAPX018.
           SELECT WEBTIT ASSIGN TO WEBTIT-NOME

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW952.
       COPY CRPW912.
       COPY CAPW018.
       FD  WEBTIT
       01  REG-WEBPAG                PIC X(60).

       WORKING-STORAGE SECTION.
       COPY CRPEXTR.
       01  WEBTIT-NOME               PIC X(12)  VALUE SPACES.
       01  WEBPAG-NOME               PIC X(12)  VALUE SPACES.
       01  PATH-HRM910               PIC X(30)  VALUE SPACES.
       01  PATH-ABT910               PIC X(30)  VALUE SPACES.
       01  ST-ABT910                 PIC XX     VALUE SPACES.
       01  ST-HRM910                 PIC XX     VALUE SPACES.
       01  ST-CAD018                 PIC XX     VALUE SPACES.
       01  ST-WEBTIT                 PIC XX     VALUE SPACES.
       01  ST-WEBPAG                 PIC XX     VALUE SPACES.
       01  FIM-ABT910-SW             PIC X      VALUE "N".
           88  FIM-ABT910                  VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-ONTEM-W              PIC 9(08)  VALUE ZEROS.
       01  JULIANO-W                 PIC 9(08)  VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           PERFORM 2000-PROCESSA-ABT910 UNTIL FIM-ABT910.
           PERFORM 3000-FINALIZA.
           GOBACK.

           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "ABT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ABT910.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "WEBTIT" TO WEBTIT-NOME.
           COMPUTE DATA-ONTEM-W =
                   FUNCTION DATE-OF-INTEGER(JULIANO-W - 1).

           PERFORM 1100-CONFERE-EXTRATO.
           IF NOT EXTRATO-OK-EXT
              MOVE "S" TO FIM-ABT910-SW
              GO 1000-INICIALIZA-FIM.
           OPEN INPUT ABT910 CAD018.
           OPEN INPUT HRM910.
           IF ST-HRM910 = "35"
              CLOSE HRM910      OPEN OUTPUT HRM910
                  "VALOR-PAGO;STATUS"
                  DELIMITED BY SIZE INTO REG-WEBPAG.
           WRITE REG-WEBPAG.
      *    PELA CHAVE ALTERNATIVA (TIPO + COD-COMPL): PRIMEIRO OS
      *    TITULOS EM ABERTO ("A"), DEPOIS OS LIQUIDADOS DO DIA ("L"),
      *    NA ORDEM DO COD-COMPL, COMO NA LEITURA DO CRD020.
           MOVE "A"   TO TIPO-COMPL-ABT910.
           MOVE ZEROS TO COD-COMPL-ALT-ABT910.
           START ABT910 KEY IS NOT < CHAVE-COMPL-ABT910 INVALID KEY
                 MOVE "S" TO FIM-ABT910-SW.
       1000-INICIALIZA-FIM.
           EXIT.

       1100-CONFERE-EXTRATO SECTION.
           MOVE EMPRESA-W  TO EMPRESA-EXT.
           MOVE DATA-DIA-I TO DATA-REFERENCIA-EXT.
           CALL "CRP9191" USING PARAMETROS-EXTRATO.
           CANCEL "CRP9191".
           DISPLAY "CRP9147 - " MENSAGEM-EXT.

       2000-PROCESSA-ABT910 SECTION.
           READ ABT910 NEXT RECORD AT END
                MOVE "S" TO FIM-ABT910-SW
              NOT AT END
                EVALUATE TRUE
                    WHEN TITULO-ABERTO-ABT910
                        PERFORM 2100-EXPORTA-TITULO
                        IF STATUS-ABT910 = "PP"
                           AND DATA-BAIXA-ABT910 NOT = ZEROS
                           AND DATA-BAIXA-ABT910 NOT < DATA-ONTEM-W
                           PERFORM 2200-EXPORTA-PAGAMENTO
                        END-IF
                    WHEN TITULO-LIQUIDADO-ABT910
                        PERFORM 2200-EXPORTA-PAGAMENTO
                    WHEN OTHER
                        MOVE "S" TO FIM-ABT910-SW
                END-EVALUATE
           END-READ.

       2100-EXPORTA-TITULO SECTION.
           ADD 1 TO QTDE-ABERTOS-W.
           MOVE SALDO-ABT910 TO VALOR-ATUAL-W.
           PERFORM 2300-MONTA-LINHA-DIGITAVEL.
           MOVE SPACES TO REG-WEBTIT.
           STRING NR-CONTRATO-ABT910 SEP-W
                  CLIENTE-ABT910 SEP-W
                  COD-COMPL-ABT910 SEP-W
                  DATA-VENCTO-ABT910 SEP-W
                  VALOR-ATUAL-W SEP-W
                  STATUS-ABT910 SEP-W
                  LINHA-DIGITAVEL-W
                  DELIMITED BY SIZE INTO REG-WEBTIT.
           WRITE REG-WEBTIT.
           MOVE "N" TO NN-ACHADO-SW.
           MOVE SPACES TO NOSSO-NUMERO-ACHADO-W.
           MOVE ZEROS  TO PORTADOR-ACHADO-W.
           MOVE COD-COMPL-ABT910 TO COD-COMPL-HRM910.
           START HRM910 KEY IS NOT < COD-COMPL-HRM910 INVALID KEY
                 MOVE "10" TO ST-HRM910.
           PERFORM UNTIL ST-HRM910 = "10"
              READ HRM910 NEXT RECORD AT END
                   MOVE "10" TO ST-HRM910
              NOT AT END
                IF COD-COMPL-HRM910 <> COD-COMPL-ABT910
                   MOVE "10" TO ST-HRM910
                ELSE
      *            GUARDA O NUMERO CASADO DURANTE A VARREDURA (COMO
       2200-EXPORTA-PAGAMENTO SECTION.
           ADD 1 TO QTDE-PAGTOS-W.
           MOVE SPACES TO REG-WEBPAG.
           STRING NR-CONTRATO-ABT910 SEP-W
                  CLIENTE-ABT910 SEP-W
                  COD-COMPL-ABT910 SEP-W
                  DATA-BAIXA-ABT910 SEP-W
                  VALOR-PAGO-ABT910 SEP-W
                  STATUS-ABT910
                  DELIMITED BY SIZE INTO REG-WEBPAG.
           WRITE REG-WEBPAG.

       3000-FINALIZA SECTION.
           IF NOT EXTRATO-OK-EXT
              GO 3000-FINALIZA-FIM.
           CLOSE ABT910 HRM910 CAD018 WEBTIT WEBPAG.
           DISPLAY "CRP9147 - TITULOS EM ABERTO....: " QTDE-ABERTOS-W.
           DISPLAY "CRP9147 - PAGAMENTOS DO DIA....: " QTDE-PAGTOS-W.
       3000-FINALIZA-FIM.
           EXIT.

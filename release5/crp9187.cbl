       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9187.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ROTINA DE CONFLITO NA REGRAVACAO DO CRD020 - O PROGRAMA QUE
      *REGRAVA UM TITULO RELE O REGISTRO ANTES DO REWRITE E, SE ELE
      *NAO E MAIS O QUE FOI LIDO (OUTRA TELA OU O LOTE GRAVOU NO
      *MEIO DO CAMINHO), CHAMA ESTA ROTINA:
      *  FUNCAO "M" - CONFRONTA CAMPO A CAMPO O LIDO, O NOVO E O
      *    ATUAL. CAMPO QUE SO O PROGRAMA MUDOU VALE O NOVO; CAMPO
      *    QUE SO O OUTRO MUDOU FICA O ATUAL - TRATAMENTO "A"
      *    (REAPLICADO, O CHAMADOR GRAVA OS CAMPOS -NOVO- SOBRE O
      *    ATUAL). SE OS DOIS MUDARAM O MESMO CAMPO P/ VALORES
      *    DIFERENTES, TRATAMENTO "D" (DESPREZADO): O CHAMADOR NAO
      *    GRAVA, FICA A GRAVACAO DO OUTRO E OS CAMPOS EM COLISAO
      *    VAO P/ O RELATORIO.
      *  FUNCAO "R" - TELA QUE MOSTROU O TITULO E ACHOU OUTRO NA
      *    HORA DE GRAVAR: A TELA RECARREGA E SO O REGISTRO E FEITO.
      *TODO CONFLITO GRAVA UM REGISTRO NO CNC910 (RELATORIO CRP9188).
      *CHAMADA PELOS PROGRAMAS QUE REGRAVAM O CRD020 VIA COPY
      *CRPCONC.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX951.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW951.

       WORKING-STORAGE SECTION.
       01  PATH-CNC910               PIC X(30)  VALUE SPACES.
       01  ST-CNC910                 PIC XX     VALUE SPACES.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  PONTEIRO-W                PIC 9(02)  VALUE ZEROS.
       01  NOME-CAMPO-W              PIC X(10)  VALUE SPACES.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  VAR1                  PIC X VALUE "\".
           05  EMP-REC               PIC XXX.
           05  VAR2                  PIC X VALUE "\".
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       LINKAGE SECTION.
       COPY CRPCONC.

       PROCEDURE DIVISION USING PARAMETROS-CONCORRENCIA.
       0000-MAINLINE SECTION.
           IF REGISTRA-RECARGA-CNC
              MOVE "R" TO TRATAMENTO-CNC
           ELSE
              PERFORM 2000-MESCLA-CAMPOS
           END-IF.
           PERFORM 3000-REGISTRA-CONFLITO.
           GOBACK.

       2000-MESCLA-CAMPOS SECTION.
           MOVE "A"    TO TRATAMENTO-CNC.
           MOVE SPACES TO CAMPOS-COLISAO-CNC.
           MOVE 1      TO PONTEIRO-W.
           IF CLIENTE-NOVO-CNC NOT = CLIENTE-LIDO-CNC
              IF CLIENTE-ATUAL-CNC NOT = CLIENTE-LIDO-CNC AND
                 CLIENTE-ATUAL-CNC NOT = CLIENTE-NOVO-CNC
                 MOVE "CLIENTE" TO NOME-CAMPO-W
                 PERFORM 2100-ANOTA-COLISAO
              END-IF
           ELSE
              MOVE CLIENTE-ATUAL-CNC TO CLIENTE-NOVO-CNC
           END-IF.
           IF PORTADOR-NOVO-CNC NOT = PORTADOR-LIDO-CNC
              IF PORTADOR-ATUAL-CNC NOT = PORTADOR-LIDO-CNC AND
                 PORTADOR-ATUAL-CNC NOT = PORTADOR-NOVO-CNC
                 MOVE "PORTADOR" TO NOME-CAMPO-W
                 PERFORM 2100-ANOTA-COLISAO
              END-IF
           ELSE
              MOVE PORTADOR-ATUAL-CNC TO PORTADOR-NOVO-CNC
           END-IF.
           IF PORTADOR-ANT-NOVO-CNC NOT = PORTADOR-ANT-LIDO-CNC
              IF PORTADOR-ANT-ATUAL-CNC NOT = PORTADOR-ANT-LIDO-CNC
                 AND PORTADOR-ANT-ATUAL-CNC NOT =
                     PORTADOR-ANT-NOVO-CNC
                 MOVE "PORT-ANT" TO NOME-CAMPO-W
                 PERFORM 2100-ANOTA-COLISAO
              END-IF
           ELSE
              MOVE PORTADOR-ANT-ATUAL-CNC TO PORTADOR-ANT-NOVO-CNC
           END-IF.
           IF VENCTO-NOVO-CNC NOT = VENCTO-LIDO-CNC
              IF VENCTO-ATUAL-CNC NOT = VENCTO-LIDO-CNC AND
                 VENCTO-ATUAL-CNC NOT = VENCTO-NOVO-CNC
                 MOVE "VENCTO" TO NOME-CAMPO-W
                 PERFORM 2100-ANOTA-COLISAO
              END-IF
           ELSE
              MOVE VENCTO-ATUAL-CNC TO VENCTO-NOVO-CNC
           END-IF.
           IF BAIXA-NOVO-CNC NOT = BAIXA-LIDO-CNC
              IF BAIXA-ATUAL-CNC NOT = BAIXA-LIDO-CNC AND
                 BAIXA-ATUAL-CNC NOT = BAIXA-NOVO-CNC
                 MOVE "BAIXA" TO NOME-CAMPO-W
                 PERFORM 2100-ANOTA-COLISAO
              END-IF
           ELSE
              MOVE BAIXA-ATUAL-CNC TO BAIXA-NOVO-CNC
           END-IF.
           IF VALOR-TOT-NOVO-CNC NOT = VALOR-TOT-LIDO-CNC
              IF VALOR-TOT-ATUAL-CNC NOT = VALOR-TOT-LIDO-CNC AND
                 VALOR-TOT-ATUAL-CNC NOT = VALOR-TOT-NOVO-CNC
                 MOVE "VALOR-TOT" TO NOME-CAMPO-W
                 PERFORM 2100-ANOTA-COLISAO
              END-IF
           ELSE
              MOVE VALOR-TOT-ATUAL-CNC TO VALOR-TOT-NOVO-CNC
           END-IF.
      *    PAGAMENTO E STATUS: BASTA O OUTRO TER MEXIDO - O VALOR
      *    PAGO E O STATUS QUE O PROGRAMA CALCULOU PARTIRAM DO LIDO
      *    (UMA BAIXA NO MEIO DO CAMINHO SE PERDERIA NA SOMA).
           IF VALOR-PAGO-NOVO-CNC NOT = VALOR-PAGO-LIDO-CNC
              IF VALOR-PAGO-ATUAL-CNC NOT = VALOR-PAGO-LIDO-CNC
                 MOVE "VALOR-PAGO" TO NOME-CAMPO-W
                 PERFORM 2100-ANOTA-COLISAO
              END-IF
           ELSE
              MOVE VALOR-PAGO-ATUAL-CNC TO VALOR-PAGO-NOVO-CNC
           END-IF.
           IF STATUS-NOVO-CNC NOT = STATUS-LIDO-CNC
              IF STATUS-ATUAL-CNC NOT = STATUS-LIDO-CNC
                 MOVE "STATUS" TO NOME-CAMPO-W
                 PERFORM 2100-ANOTA-COLISAO
              END-IF
           ELSE
              MOVE STATUS-ATUAL-CNC TO STATUS-NOVO-CNC
           END-IF.
       2000-MESCLA-CAMPOS-FIM.
           EXIT.

       2100-ANOTA-COLISAO SECTION.
           MOVE "D" TO TRATAMENTO-CNC.
           IF PONTEIRO-W < 31
              STRING NOME-CAMPO-W DELIMITED BY SPACE
                     " "          DELIMITED BY SIZE
                     INTO CAMPOS-COLISAO-CNC
                     WITH POINTER PONTEIRO-W
           END-IF.
       2100-ANOTA-COLISAO-FIM.
           EXIT.

       3000-REGISTRA-CONFLITO SECTION.
           MOVE EMPRESA-CNC   TO EMP-REC.
           MOVE "CNC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CNC910.
           OPEN I-O CNC910.
           IF ST-CNC910 = "35"
              CLOSE CNC910      OPEN OUTPUT CNC910
              CLOSE CNC910      OPEN I-O CNC910
           END-IF.
           IF ST-CNC910 NOT = "00"
              GO 3000-REGISTRA-CONFLITO-FIM.
           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-DIA-I FROM TIME.
           INITIALIZE REG-CNC910.
           MOVE DATA-DIA-I             TO DATA-CNC910.
           MOVE HORA-DIA-I             TO HORA-CNC910.
           MOVE ZEROS                  TO SEQ-CNC910.
           MOVE PROGRAMA-CNC           TO PROGRAMA-CNC910.
           MOVE USUARIO-CNC            TO USUARIO-CNC910.
           MOVE COD-COMPL-CNC          TO COD-COMPL-CNC910.
           MOVE TRATAMENTO-CNC         TO TRATAMENTO-CNC910.
           MOVE STATUS-LIDO-CNC        TO STATUS-LIDO-CNC910.
           MOVE STATUS-ATUAL-CNC       TO STATUS-ATUAL-CNC910.
           MOVE VALOR-PAGO-LIDO-CNC    TO VALOR-PAGO-LIDO-CNC910.
           MOVE VALOR-PAGO-ATUAL-CNC   TO VALOR-PAGO-ATUAL-CNC910.
           MOVE CAMPOS-COLISAO-CNC     TO CAMPOS-COLISAO-CNC910.
      *    DOIS CONFLITOS NO MESMO CENTESIMO: A SEQUENCIA DESEMPATA.
           MOVE "22" TO ST-CNC910.
           PERFORM UNTIL ST-CNC910 NOT = "22" OR SEQ-CNC910 = 9999
              WRITE REG-CNC910 INVALID KEY
                    ADD 1 TO SEQ-CNC910
                    MOVE "22" TO ST-CNC910
              END-WRITE
           END-PERFORM.
           CLOSE CNC910.
       3000-REGISTRA-CONFLITO-FIM.
           EXIT.

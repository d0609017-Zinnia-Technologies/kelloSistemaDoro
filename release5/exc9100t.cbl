      *CONFIRMADO COM O VALOR E A OCORRENCIA DO PROPRIO RETORNO,
      *COM A ANOTACAO DE CASAMENTO MANUAL NO CRD200/CRD201 - A
      *EXCECAO SAI DA LISTA DE PENDENTES.
      *OCORRENCIA DATADA EM MES FECHADO NO FCH910 (ROTINA CRP9164)
      *SEGUE O TRATAMENTO DO FECHAMENTO, COMO NA BAIXA DO RETORNO: A
      *BAIXA E RECUSADA OU VAI P/ O PRIMEIRO DIA ABERTO COM ANOTACAO
      *DA DATA ORIGINAL (A DATA VEM DO BANCO, NAO E DIGITADA).
      *A BAIXA SO E REGRAVADA SE O TITULO NAO FOI ALTERADO POR OUTRO
      *USUARIO OU PELO LOTE DEPOIS DE LIDO (CRP9187 - CONFLITOS NO
      *CNC910, RELATORIO CRP9188); SENAO A BUSCA E REFEITA.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX928.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW928.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "EXC9100T.CPB".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       COPY CRPFECH.
       COPY CRPCONC.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD200             PIC XX       VALUE SPACES.
           05  ST-CRD201             PIC XX       VALUE SPACES.
           05  ST-BXA910             PIC XX       VALUE SPACES.
           05  PATH-BXA910           PIC X(30)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(08)    VALUE ZEROS.
           05  ANOTACAO-TRAB-W       PIC X(120)   VALUE SPACES.
           05  SALDO-TITULO-W        PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-QUITADO-W       PIC 9(11)V99 VALUE ZEROS.
           05  STATUS-ANT-W          PIC X(02)    VALUE SPACES.
           05  VALOR-PAGO-ANT-W      PIC 9(11)V99 VALUE ZEROS.
           05  DATA-BAIXA-ANT-W      PIC 9(08)    VALUE ZEROS.
           05  ATENDE-FILTROS-SW     PIC X        VALUE "N".
               88  ATENDE-FILTROS           VALUE "S".
           05  EMP-REFERENCIA.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN I-O BXA910.
           IF ST-BXA910 = "35"
              CLOSE BXA910      OPEN OUTPUT BXA910
              CLOSE BXA910      OPEN I-O BXA910
           END-IF.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APLICA-CASAMENTO-FIM
           END-IF.
           PERFORM GUARDA-TITULO-LIDO.
           MOVE EMPRESA-W         TO EMPRESA-FCH.
           MOVE DATA-OCORR-EXQ910 TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF LANCTO-RECUSADO-FCH
              MOVE "DATA EM MES FECHADO - BAIXA RECUSADA: "
                                     TO GS-MENSAGEM-ERRO
              MOVE ANOMES-FECHADO-FCH TO GS-MENSAGEM-ERRO(40: 6)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APLICA-CASAMENTO-FIM
           END-IF.
           MOVE STATUS-CR20     TO STATUS-ANT-W.
           MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-ANT-W.
           MOVE DATA-BAIXA-CR20 TO DATA-BAIXA-ANT-W.
           IF STATUS-CR20 = "PP"
              COMPUTE SALDO-TITULO-W =
                      VALOR-TOT-CR20 - VALOR-PAGO-CR20
           ELSE
              MOVE "PG" TO STATUS-CR20
           END-IF.
           MOVE DATA-AJUSTADA-FCH TO DATA-BAIXA-CR20.
           COMPUTE VALOR-PAGO-CR20 =
                   VALOR-PAGO-CR20 + VALOR-QUITADO-W.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              MOVE "TITULO ALTERADO POR OUTRO USUARIO - REFACA A BUSCA"
                                   TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              PERFORM BUSCA-TITULOS
              GO APLICA-CASAMENTO-FIM
           END-IF.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "BAIXA-RETORNO CASADA MANUALMENTE- OCORR "
                  OCORRENCIA-EXQ910 " EXCECAO " NUMERO-EXQ910
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
           PERFORM GRAVA-BAIXA-APLICADA.
           MOVE "R"            TO SITUACAO-EXQ910.
           MOVE GS-COD-COMPL   TO COD-COMPL-APL-EXQ910.
           MOVE USUARIO-W      TO USUARIO-RESOL-EXQ910.
       APLICA-CASAMENTO-FIM.
           EXIT.

       GRAVA-BAIXA-APLICADA SECTION.
      *    LIVRO DE BAIXAS (BXA910), BASE DO ESTORNO DO CRP9153T. A
      *    BAIXA DA MESA NAO GERA LANCAMENTO CONTABIL NEM JRD910, E O
      *    ESTORNO DELA SO DESFAZ O TITULO.
           INITIALIZE REG-BXA910.
           MOVE COD-COMPL-CR20    TO COD-COMPL-BXA910.
           MOVE 1                 TO SEQ-BXA910.
           MOVE "M"               TO CANAL-BXA910.
           MOVE "EXC9100T"        TO ORIGEM-BXA910.
           MOVE DATA-DIA-I        TO DATA-BXA910.
           MOVE USUARIO-W         TO USUARIO-BXA910.
           MOVE PORTADOR-CR20     TO PORTADOR-BXA910.
           MOVE MODALIDADE-CR20   TO MODALIDADE-BXA910.
           MOVE STATUS-ANT-W      TO STATUS-ANT-BXA910.
           MOVE VALOR-PAGO-ANT-W  TO VALOR-PAGO-ANT-BXA910.
           MOVE DATA-BAIXA-ANT-W  TO DATA-BAIXA-ANT-BXA910.
           MOVE STATUS-CR20       TO STATUS-NOVO-BXA910.
           MOVE VALOR-PAGO-CR20   TO VALOR-PAGO-NOVO-BXA910.
           MOVE DATA-BAIXA-CR20   TO DATA-BAIXA-NOVO-BXA910.
           MOVE VALOR-PAGO-EXQ910 TO VALOR-RECEBIDO-BXA910.
           MOVE VALOR-JUROS-EXQ910 TO VALOR-JUROS-BXA910.
           MOVE VALOR-DESC-EXQ910 TO VALOR-DESCONTO-BXA910.
           MOVE SPACES            TO ARQ-CTB-BXA910.
           MOVE "N"               TO JRD910-GRAVADO-BXA910.
           MOVE "A"               TO SITUACAO-BXA910.
           MOVE ZEROS TO ST-BXA910.
           PERFORM UNTIL ST-BXA910 = "10"
              WRITE REG-BXA910 INVALID KEY
                 ADD 1 TO SEQ-BXA910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-BXA910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-BXA910.

       GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.
           IF LANCTO-DESLOCADO-FCH
              MOVE SPACES TO ANOTACAO-CR201
              STRING "DATA ORIGINAL " DATA-OCORR-EXQ910
                     " EM MES FECHADO"
                     DELIMITED BY SIZE INTO ANOTACAO-CR201
              ADD 1 TO SUBSEQ-CR201
              WRITE REG-CRD201 INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.

       GUARDA-TITULO-LIDO SECTION.
      *    IMAGEM DO TITULO COMO FOI LIDO, BASE DA REGRAVACAO
      *    PROTEGIDA (O REWRITE SO VAI SE NINGUEM GRAVOU DEPOIS).
           MOVE REG-CRD020          TO IMAGEM-LIDA-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-LIDO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-LIDO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-LIDO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-LIDO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-LIDO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-LIDO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-LIDO-CNC.
           MOVE STATUS-CR20         TO STATUS-LIDO-CNC.

       REGRAVA-TITULO SECTION.
      *    REWRITE PROTEGIDO DO CRD020: RELE O TITULO E SO GRAVA POR
      *    CIMA SE ELE AINDA E O LIDO. SE OUTRO USUARIO OU LOTE
      *    GRAVOU NO MEIO DO CAMINHO, A ROTINA CRP9187 REAPLICA A
      *    ALTERACAO SOBRE O TITULO ATUAL (CAMPOS DIFERENTES) OU A
      *    DESPREZA (MESMO CAMPO) - NESSE CASO TITULO-REGRAVADO-CNC
      *    VOLTA FALSO E O BUFFER FICA COM O TITULO ATUAL.
           MOVE "S"                 TO REGRAVACAO-CNC-SW.
           MOVE REG-CRD020          TO IMAGEM-NOVA-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-NOVO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-NOVO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-NOVO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-NOVO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-NOVO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-NOVO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-NOVO-CNC.
           MOVE STATUS-CR20         TO STATUS-NOVO-CNC.
           READ CRD020 INVALID KEY
                MOVE IMAGEM-NOVA-CNC TO REG-CRD020
                MOVE "N" TO REGRAVACAO-CNC-SW
                GO REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM GUARDA-TITULO-LIDO
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "EXC9100T"        TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM GUARDA-TITULO-LIDO.
       REGRAVA-TITULO-FIM.
           EXIT.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

           close logacess

           CLOSE EXQ910 CRD020 CRD200 CRD201 BXA910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

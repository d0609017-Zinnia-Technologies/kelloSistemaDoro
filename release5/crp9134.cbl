      *LAYOUT ";" DO CTB910.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA,
      *POS 2 = "F" REIMPORTACAO FORCADA.
      *RECEBIMENTO DATADO EM MES FECHADO NO FCH910 (ROTINA CRP9164)
      *VAI P/ AS EXCECOES OU E BAIXADO NO PRIMEIRO DIA ABERTO COM
      *ANOTACAO, CONFORME O TRATAMENTO DO FECHAMENTO. TITULO QUITADO
      *QUE ESTAVA NEGATIVADO TEM A EXCLUSAO DO BIRO MARCADA PELA
      *ROTINA CRP9166 (ENVIADA PELO CRP9165).
      *TITULO ALTERADO POR OUTRO USUARIO ENTRE A LEITURA E A BAIXA E
      *REAPLICADO SE OS CAMPOS NAO COLIDEM; SENAO O PIX VAI P/ AS
      *EXCECOES E O CONFLITO P/ O CNC910 (ROTINA CRP9187, RELATORIO
      *CRP9188).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CRPX201.
           COPY CRPX912.
           COPY CRPX918.
           COPY CRPX928.
           COPY CRPX929.
           COPY SECX910.
           COPY LOGACESS.SEL.
           SELECT RETPIX ASSIGN TO PATH-RETPIX
       COPY CRPW201.
       COPY CRPW912.
       COPY CRPW918.
       COPY CRPW928.
       COPY CRPW929.
       COPY SECW910.
       COPY LOGACESS.FD.
       FD  RETPIX
       01  PATH-LTR910               PIC X(30)  VALUE SPACES.
       01  PATH-HRM910               PIC X(30)  VALUE SPACES.
       01  PATH-SEC910               PIC X(30)  VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  PATH-CCL910               PIC X(30)  VALUE SPACES.
       01  REL9134-NOME              PIC X(12)  VALUE SPACES.
       01  EXCPIX-NOME               PIC X(12)  VALUE SPACES.
       01  CTBPIX-NOME               PIC X(12)  VALUE SPACES.
       01  ST-HRM910                 PIC XX     VALUE SPACES.
       01  ST-LTR910                 PIC XX     VALUE SPACES.
       01  ST-SEC910                 PIC XX     VALUE SPACES.
       01  SEC910-ABERTO-SW          PIC X      VALUE "N".
           88  SEC910-ABERTO             VALUE "S".
       01  ST-RETPIX                 PIC XX     VALUE SPACES.
       01  ST-REL9134                PIC XX     VALUE SPACES.
       01  ST-EXCPIX                 PIC XX     VALUE SPACES.
       01  ST-CTBPIX                 PIC XX     VALUE SPACES.
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  ST-CCL910                 PIC XX     VALUE SPACES.
       01  FS-LOGACESS               PIC XX     VALUE SPACES.
       01  FIM-RETPIX-SW             PIC X      VALUE "N".
           88  FIM-RETPIX                  VALUE "S".
                                     PIC X(14).
       01  PRIMEIRO-TXID-W           PIC X(20)  VALUE SPACES.
       01  IDENT-ARQ-W               PIC X(40)  VALUE SPACES.
       01  PORTADOR-LOTE-W           PIC 9(04)  VALUE ZEROS.
       01  VALOR-CREDITO-LOTE-W      PIC 9(12)V99 VALUE ZEROS.
       01  SALDO-TITULO-W            PIC 9(11)V99 VALUE ZEROS.
       01  RESIDUO-W                 PIC 9(11)V99 VALUE ZEROS.
       01  STATUS-ANT-W              PIC X(02)  VALUE SPACES.
       01  VALOR-PAGO-ANT-W          PIC 9(11)V99 VALUE ZEROS.
       01  DATA-BAIXA-ANT-W          PIC 9(08)  VALUE ZEROS.
       01  EXCESSO-W                 PIC S9(11)V99 VALUE ZEROS.
       01  SEQ-CCL-W                 PIC 9(05)  VALUE ZEROS.
       01  QTDE-CREDITOS-W           PIC 9(06)  VALUE ZEROS.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  ULT-SEQ                   PIC 9(05)  VALUE ZEROS.
       01  ANOTACAO-RET-W            PIC X(60)  VALUE SPACES.
       01  DATA-BAIXA-PIX-W          PIC 9(08)  VALUE ZEROS.
       01  PERIODO-DESLOCADO-SW      PIC X(01)  VALUE "N".
           88  PERIODO-DESLOCADO           VALUE "S".
       01  QTDE-MES-FECHADO-W        PIC 9(06)  VALUE ZEROS.
       COPY CRPFECH.
       COPY CRPNEGA.
       COPY CRPCONC.
       01  QTDE-CONFLITOS-W          PIC 9(06)  VALUE ZEROS.
       01  VALOR-PAGO-EDIT-W         PIC ZZZZZZZZZ9,99.

       01  EMP-REFERENCIA.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "LTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LTR910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                      ARQUIVO-LOGACESS.
           MOVE "REL9134" TO REL9134-NOME.
              CLOSE LTR910      OPEN OUTPUT LTR910
              CLOSE LTR910      OPEN I-O LTR910
           END-IF.
           OPEN I-O BXA910.
           IF ST-BXA910 = "35"
              CLOSE BXA910      OPEN OUTPUT BXA910
              CLOSE BXA910      OPEN I-O BXA910
           END-IF.
           OPEN I-O CCL910.
           IF ST-CCL910 = "35"
              CLOSE CCL910      OPEN OUTPUT CCL910
              CLOSE CCL910      OPEN I-O CCL910
           END-IF.

           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           MOVE "IMPRETORNO" TO FUNCAO-VERIF-W.
           PERFORM 1050-VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"

       1050-VERIFICA-PERMISSAO SECTION.
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO 1050-VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
                PERFORM 2120-GRAVA-EXCECAO
                GO 2100-APLICA-RECEBIMENTO-FIM
           END-READ.
           PERFORM 2180-GUARDA-TITULO-LIDO.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              ADD 1 TO QTDE-EXCECOES-W
              PERFORM 2120-GRAVA-EXCECAO
              GO 2100-APLICA-RECEBIMENTO-FIM
           END-IF.
           PERFORM 2105-VERIFICA-PERIODO.
           IF LANCTO-RECUSADO-FCH
              GO 2100-APLICA-RECEBIMENTO-FIM.
           MOVE STATUS-CR20     TO STATUS-ANT-W.
           MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-ANT-W.
           MOVE DATA-BAIXA-CR20 TO DATA-BAIXA-ANT-W.
           IF STATUS-CR20 = "PP"
              COMPUTE SALDO-TITULO-W =
                      VALOR-TOT-CR20 - VALOR-PAGO-CR20
              ADD 1 TO QTDE-BAIXADOS-W
              IF NOT MODO-CONFERENCIA
                 MOVE "PG" TO STATUS-CR20
                 MOVE DATA-BAIXA-PIX-W TO DATA-BAIXA-CR20
                 COMPUTE VALOR-PAGO-CR20 =
                         VALOR-PAGO-CR20 + VALOR-PIX
                 PERFORM 2190-REGRAVA-TITULO
                 IF TITULO-REGRAVADO-CNC
                    MOVE "BAIXA-PIX- TITULO PAGO VIA PIX"
                         TO ANOTACAO-RET-W
                    PERFORM 2200-GRAVA-ANOTACAO
                    PERFORM 2400-GRAVA-CONTABIL
                    PERFORM 2150-RETIRA-NEGATIVACAO
                 ELSE
                    SUBTRACT 1 FROM QTDE-BAIXADOS-W
                    PERFORM 2185-ANOTA-CONFLITO
                 END-IF
              END-IF
           END-IF.
           PERFORM 2900-GRAVA-LINHA-REL.
       2100-APLICA-RECEBIMENTO-FIM.
           EXIT.

       2105-VERIFICA-PERIODO SECTION.
      *    DATA DO PIX EM MES JA FECHADO PELO FINANCEIRO: RECUSA
      *    (EXCPIX COM O MES FECHADO) OU DESLOCA A BAIXA P/ O
      *    PRIMEIRO DIA ABERTO, CONFORME O FCH910.
           MOVE "N"        TO PERIODO-DESLOCADO-SW.
           MOVE DATA-PIX   TO DATA-BAIXA-PIX-W.
           MOVE EMPRESA-W  TO EMPRESA-FCH.
           MOVE DATA-PIX   TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF LANCTO-DESLOCADO-FCH
              MOVE DATA-AJUSTADA-FCH TO DATA-BAIXA-PIX-W
              MOVE "S"               TO PERIODO-DESLOCADO-SW
              GO 2105-VERIFICA-PERIODO-FIM.
           IF NOT LANCTO-RECUSADO-FCH
              GO 2105-VERIFICA-PERIODO-FIM.
           ADD 1 TO QTDE-EXCECOES-W QTDE-MES-FECHADO-W.
           MOVE SPACES TO REG-EXCPIX.
           MOVE TXID-PIX          TO REG-EXCPIX(1: 20).
           MOVE DATA-PIX          TO REG-EXCPIX(22: 8).
           MOVE VALOR-PIX         TO VALOR-PAGO-EDIT-W.
           MOVE VALOR-PAGO-EDIT-W TO REG-EXCPIX(31: 13).
           MOVE "DATA EM MES FECHADO" TO REG-EXCPIX(46: 19).
           MOVE ANOMES-FECHADO-FCH    TO REG-EXCPIX(66: 6).
           WRITE REG-EXCPIX.
       2105-VERIFICA-PERIODO-FIM.
           EXIT.

       2110-VALIDA-HRM910 SECTION.
      *    O TXID DO RECEBIMENTO E O NOSSO-NUMERO DO HISTORICO: SEM
      *    CORRESPONDENCIA NO HRM910 NADA E BAIXADO, COMO NA
           COMPUTE RESIDUO-W = SALDO-TITULO-W - VALOR-PIX.
           IF NOT MODO-CONFERENCIA
              MOVE "PP" TO STATUS-CR20
              MOVE DATA-BAIXA-PIX-W TO DATA-BAIXA-CR20
              COMPUTE VALOR-PAGO-CR20 =
                      VALOR-PAGO-CR20 + VALOR-PIX
              PERFORM 2190-REGRAVA-TITULO
              IF TITULO-REGRAVADO-CNC
                 MOVE SPACES TO ANOTACAO-RET-W
                 STRING "BAIXA-PIX PARCIAL- RESIDUO " RESIDUO-W
                        DELIMITED BY SIZE INTO ANOTACAO-RET-W
                 PERFORM 2200-GRAVA-ANOTACAO
                 PERFORM 2400-GRAVA-CONTABIL
              ELSE
                 SUBTRACT 1 FROM QTDE-PARCIAIS-W
                 PERFORM 2185-ANOTA-CONFLITO
              END-IF
           END-IF.

       2150-RETIRA-NEGATIVACAO SECTION.
      *    TITULO QUITADO: SE ESTAVA NO BIRO DE CREDITO, A EXCLUSAO
      *    FICA PENDENTE NO NEG910 DENTRO DO PRAZO LEGAL.
           MOVE EMPRESA-W        TO EMPRESA-NGA.
           MOVE COD-COMPL-CR20   TO COD-COMPL-NGA.
           MOVE "P"              TO MOTIVO-NGA.
           MOVE DATA-BAIXA-PIX-W TO DATA-QUITACAO-NGA.
           CALL "CRP9166" USING PARAMETROS-NEGATIVACAO.
           CANCEL "CRP9166".
           IF EXCLUSAO-PENDENTE-NGA
              MOVE "NEGATIVACAO- EXCLUSAO PENDENTE NO BIRO"
                   TO ANOTACAO-RET-W
              PERFORM 2200-GRAVA-ANOTACAO
           END-IF.

       2180-GUARDA-TITULO-LIDO SECTION.
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

       2185-ANOTA-CONFLITO SECTION.
      *    O TITULO FOI ALTERADO POR OUTRO USUARIO ENQUANTO O PIX ERA
      *    APLICADO E A BAIXA BATEU NO MESMO CAMPO: NADA E GRAVADO
      *    NEM CONTABILIZADO, O RECEBIMENTO VAI P/ AS EXCECOES, O
      *    CONFLITO FICA NO CNC910 (RELATORIO CRP9188) E O TITULO
      *    RECEBE A ANOTACAO.
           ADD 1 TO QTDE-CONFLITOS-W QTDE-EXCECOES-W.
           MOVE SPACES TO REG-EXCPIX.
           MOVE TXID-PIX          TO REG-EXCPIX(1: 20).
           MOVE DATA-PIX          TO REG-EXCPIX(22: 8).
           MOVE VALOR-PIX         TO VALOR-PAGO-EDIT-W.
           MOVE VALOR-PAGO-EDIT-W TO REG-EXCPIX(31: 13).
           MOVE "TITULO ALTERADO POR OUTRO USUARIO"
                                  TO REG-EXCPIX(46: 33).
           WRITE REG-EXCPIX.
           MOVE "PIX NAO BAIXADO- ALTERADO POR OUTRO USUARIO"
                TO ANOTACAO-RET-W.
           PERFORM 2200-GRAVA-ANOTACAO.

       2190-REGRAVA-TITULO SECTION.
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
                GO 2190-REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM 2180-GUARDA-TITULO-LIDO
              GO 2190-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9134"         TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO 2190-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM 2180-GUARDA-TITULO-LIDO.
       2190-REGRAVA-TITULO-FIM.
           EXIT.

       2200-GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.
           IF PERIODO-DESLOCADO
              MOVE SPACES TO ANOTACAO-CR201
              STRING "DATA ORIGINAL " DATA-PIX
                     " EM MES FECHADO"
                     DELIMITED BY SIZE INTO ANOTACAO-CR201
              ADD 1 TO SUBSEQ-CR201
              WRITE REG-CRD201 INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.

       2400-GRAVA-CONTABIL SECTION.
           MOVE SPACES             TO REG-CTBPIX.
           MOVE ";" TO SEP1-CTBP SEP2-CTBP SEP3-CTBP SEP4-CTBP
                       SEP5-CTBP SEP6-CTBP SEP7-CTBP.
           WRITE REG-CTBPIX.
      *    O PAGO DA BAIXA COMPOE O CREDITO QUE O BANCO DEVE FAZER
      *    NA CONTA P/ O LOTE (LTR910), CONFERIDO PELO CRP9160.
           IF PORTADOR-LOTE-W = ZEROS
              MOVE PORTADOR-CR20 TO PORTADOR-LOTE-W
           END-IF.
           ADD VALOR-PIX TO VALOR-CREDITO-LOTE-W.
           PERFORM 2480-GRAVA-CREDITO-CLIENTE.
           PERFORM 2470-GRAVA-BAIXA-APLICADA.

       2470-GRAVA-BAIXA-APLICADA SECTION.
      *    LIVRO DE BAIXAS (BXA910), BASE DO ESTORNO DO CRP9153T -
      *    MESMO REGISTRO DA BAIXA DE RETORNO DO CRP9109.
           INITIALIZE REG-BXA910.
           MOVE COD-COMPL-CR20     TO COD-COMPL-BXA910.
           MOVE 1                  TO SEQ-BXA910.
           MOVE "P"                TO CANAL-BXA910.
           MOVE "CRP9134"          TO ORIGEM-BXA910.
           MOVE DATA-DIA-I         TO DATA-BXA910.
           MOVE USUARIO-W          TO USUARIO-BXA910.
           MOVE PORTADOR-CR20      TO PORTADOR-BXA910.
           MOVE MODALIDADE-CR20    TO MODALIDADE-BXA910.
           MOVE STATUS-ANT-W       TO STATUS-ANT-BXA910.
           MOVE VALOR-PAGO-ANT-W   TO VALOR-PAGO-ANT-BXA910.
           MOVE DATA-BAIXA-ANT-W   TO DATA-BAIXA-ANT-BXA910.
           MOVE STATUS-CR20        TO STATUS-NOVO-BXA910.
           MOVE VALOR-PAGO-CR20    TO VALOR-PAGO-NOVO-BXA910.
           MOVE DATA-BAIXA-CR20    TO DATA-BAIXA-NOVO-BXA910.
           MOVE VALOR-PIX          TO VALOR-RECEBIDO-BXA910.
           MOVE ZEROS              TO VALOR-JUROS-BXA910
                                      VALOR-DESCONTO-BXA910.
           MOVE "CTBPIX"           TO ARQ-CTB-BXA910.
           MOVE "N"                TO JRD910-GRAVADO-BXA910.
           MOVE "A"                TO SITUACAO-BXA910.
           MOVE SEQ-CCL-W          TO SEQ-CCL-BXA910.
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

       2480-GRAVA-CREDITO-CLIENTE SECTION.
      *    PIX MAIOR QUE O SALDO DO TITULO: O EXCESSO VIRA CREDITO DO
      *    CLIENTE NO CCL910, COMO NA BAIXA DO RETORNO (CRP9109).
           MOVE ZEROS TO SEQ-CCL-W.
           COMPUTE EXCESSO-W = VALOR-PIX - SALDO-TITULO-W.
           IF EXCESSO-W NOT > ZEROS
              GO 2480-GRAVA-CREDITO-CLIENTE-FIM.
           ADD 1 TO QTDE-CREDITOS-W.
           INITIALIZE REG-CCL910.
           MOVE CLIENTE-CR20       TO CLIENTE-CCL910.
           MOVE 1                  TO SEQ-CCL910.
           MOVE COD-COMPL-CR20     TO COD-COMPL-ORIG-CCL910.
           MOVE "P"                TO CANAL-CCL910.
           MOVE "CRP9134"          TO ORIGEM-CCL910.
           MOVE DATA-DIA-I         TO DATA-CCL910.
           MOVE USUARIO-W          TO USUARIO-CCL910.
           MOVE EXCESSO-W          TO VALOR-CREDITO-CCL910.
           MOVE ZEROS              TO VALOR-UTILIZADO-CCL910.
           MOVE "A"                TO SITUACAO-CCL910.
           MOVE ZEROS TO ST-CCL910.
           PERFORM UNTIL ST-CCL910 = "10"
              WRITE REG-CCL910 INVALID KEY
                 ADD 1 TO SEQ-CCL910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-CCL910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-CCL910.
           MOVE SEQ-CCL910 TO SEQ-CCL-W.
           MOVE SPACES TO ANOTACAO-RET-W.
           STRING "CREDITO CLIENTE- PIX A MAIS " VALOR-CREDITO-CCL910
                  DELIMITED BY SIZE INTO ANOTACAO-RET-W.
           PERFORM 2200-GRAVA-ANOTACAO.
       2480-GRAVA-CREDITO-CLIENTE-FIM.
           EXIT.

       2900-GRAVA-LINHA-REL SECTION.
           MOVE SPACES TO REG-REL9134.
              MOVE QTDE-BAIXADOS-W    TO QTDE-BAIXADOS-LTR910
              MOVE QTDE-EXCECOES-W    TO QTDE-REJEITADOS-LTR910
              MOVE VALOR-PRE-TOTAL-W  TO VALOR-TOTAL-LTR910
              MOVE PORTADOR-LOTE-W    TO PORTADOR-LTR910
              MOVE VALOR-CREDITO-LOTE-W TO VALOR-CREDITO-LTR910
              MOVE SPACES             TO SITUACAO-CRED-LTR910
              MOVE ZEROS              TO DATA-CRED-REAL-LTR910
                                         VALOR-CRED-REAL-LTR910
              WRITE REG-LTR910 INVALID KEY
                 REWRITE REG-LTR910
              END-WRITE
              CLOSE CTBPIX
           END-IF.
           CLOSE RETPIX REL9134 EXCPIX CRD020 CRD200 CRD201
                 HRM910 LTR910 BXA910 CCL910 SEC910.
           IF MODO-CONFERENCIA
              DISPLAY "CRP9134 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "CRP9134 - TITULOS BAIXADOS...: " QTDE-BAIXADOS-W.
           DISPLAY "CRP9134 - BAIXAS PARCIAIS....: " QTDE-PARCIAIS-W.
           DISPLAY "CRP9134 - EXCECOES...........: " QTDE-EXCECOES-W.
           DISPLAY "CRP9134 - CREDITOS CLIENTE...: " QTDE-CREDITOS-W.
           IF QTDE-MES-FECHADO-W NOT = ZEROS
              DISPLAY "CRP9134 - RECUSADOS MES FECHADO: "
                      QTDE-MES-FECHADO-W
           END-IF.
           IF QTDE-CONFLITOS-W NOT = ZEROS
              DISPLAY "CRP9134 - CONFLITOS DE GRAVACAO: "
                      QTDE-CONFLITOS-W
           END-IF.

      *SUSPENDE A ADESAO NO DDA910 QUANDO A CONTA E INVALIDA.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA,
      *POS 2 = "F" REIMPORTACAO FORCADA.
      *DEBITO DATADO EM MES FECHADO NO FCH910 (ROTINA CRP9164) NAO E
      *BAIXADO (FICA ANOTADO NO TITULO) OU E BAIXADO NO PRIMEIRO DIA
      *ABERTO COM ANOTACAO, CONFORME O TRATAMENTO DO FECHAMENTO.
      *TITULO ALTERADO POR OUTRO USUARIO ENTRE A LEITURA E A BAIXA E
      *REAPLICADO SE OS CAMPOS NAO COLIDEM; SENAO NAO E BAIXADO E O
      *CONFLITO VAI P/ O CNC910 (ROTINA CRP9187, RELATORIO CRP9188).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CRPX201.
           COPY CRPX918.
           COPY CRPX921.
           COPY CRPX928.
           COPY SECX910.
           COPY LOGACESS.SEL.
           SELECT RETDEB ASSIGN TO PATH-RETDEB
       COPY CRPW201.
       COPY CRPW918.
       COPY CRPW921.
       COPY CRPW928.
       COPY SECW910.
       COPY LOGACESS.FD.
       FD  RETDEB
       01  PATH-DDA910               PIC X(30)  VALUE SPACES.
       01  PATH-LTR910               PIC X(30)  VALUE SPACES.
       01  PATH-SEC910               PIC X(30)  VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  REL9127-NOME              PIC X(12)  VALUE SPACES.
       01  CTBDEB-NOME               PIC X(12)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-LTR910                 PIC XX     VALUE SPACES.
       01  ST-DDA910                 PIC XX     VALUE SPACES.
       01  ST-SEC910                 PIC XX     VALUE SPACES.
       01  SEC910-ABERTO-SW          PIC X      VALUE "N".
           88  SEC910-ABERTO             VALUE "S".
       01  ST-RETDEB                 PIC XX     VALUE SPACES.
       01  ST-REL9127                PIC XX     VALUE SPACES.
       01  ST-CTBDEB                 PIC XX     VALUE SPACES.
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  FS-LOGACESS               PIC XX     VALUE SPACES.
       01  FIM-RETDEB-SW             PIC X      VALUE "N".
           88  FIM-RETDEB                  VALUE "S".
       01  VALOR-TRAILER-W           PIC 9(13)V99 VALUE ZEROS.
       01  HEADER-ARQ-W              PIC X(20)  VALUE SPACES.
       01  IDENT-ARQ-W               PIC X(40)  VALUE SPACES.
       01  PORTADOR-LOTE-W           PIC 9(04)  VALUE ZEROS.
       01  VALOR-CREDITO-LOTE-W      PIC 9(12)V99 VALUE ZEROS.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  ULT-SEQ                   PIC 9(05)  VALUE ZEROS.
       01  STATUS-ANT-W              PIC X(02)  VALUE SPACES.
       01  VALOR-PAGO-ANT-W          PIC 9(11)V99 VALUE ZEROS.
       01  DATA-BAIXA-ANT-W          PIC 9(08)  VALUE ZEROS.
       01  ANOTACAO-RET-W            PIC X(60)  VALUE SPACES.
       01  DATA-BAIXA-RDB-W          PIC 9(08)  VALUE ZEROS.
       01  PERIODO-DESLOCADO-SW      PIC X(01)  VALUE "N".
           88  PERIODO-DESLOCADO           VALUE "S".
       01  QTDE-MES-FECHADO-W        PIC 9(06)  VALUE ZEROS.
       COPY CRPFECH.
       COPY CRPCONC.
       01  QTDE-CONFLITOS-W          PIC 9(06)  VALUE ZEROS.
       01  VALOR-PAGO-EDIT-W         PIC ZZZZZZZZZ9,99.

       01  EMP-REFERENCIA.
           MOVE "LTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LTR910.
           MOVE "DDA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DDA910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                      ARQUIVO-LOGACESS.
           MOVE "REL9127" TO REL9127-NOME.
              CLOSE DDA910      OPEN OUTPUT DDA910
              CLOSE DDA910      OPEN I-O DDA910
           END-IF.
           OPEN I-O BXA910.
           IF ST-BXA910 = "35"
              CLOSE BXA910      OPEN OUTPUT BXA910
              CLOSE BXA910      OPEN I-O BXA910
           END-IF.

           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           MOVE "IMPRETORNO" TO FUNCAO-VERIF-W.
           PERFORM 1050-VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
      *    FUNCAO E LIBERADA; SEM O REGISTRO DO USUARIO A FUNCAO E
      *    NEGADA E A TENTATIVA VAI P/ O LOGACESS.
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO 1050-VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
           END-READ.

       2100-APLICA-DEBITO SECTION.
           MOVE "OK"               TO RETORNO-FCH.
           MOVE "N"                TO PERIODO-DESLOCADO-SW.
           MOVE COD-COMPL-CR20-RDB TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                ADD 1 TO QTDE-NAO-ENCONTRADOS-W
                PERFORM 2900-GRAVA-LINHA-REL
              NOT INVALID KEY
                PERFORM 2180-GUARDA-TITULO-LIDO
                EVALUATE CODIGO-RETORNO-RDB
                    WHEN "00"
                        PERFORM 2150-VERIFICA-PERIODO
                        IF NOT LANCTO-RECUSADO-FCH
                           ADD 1 TO QTDE-BAIXADOS-W
                           IF NOT MODO-CONFERENCIA
                              MOVE STATUS-CR20     TO STATUS-ANT-W
                              MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-ANT-W
                              MOVE DATA-BAIXA-CR20 TO DATA-BAIXA-ANT-W
                              MOVE "PG" TO STATUS-CR20
                              MOVE DATA-BAIXA-RDB-W TO DATA-BAIXA-CR20
                              MOVE VALOR-DEBITADO-RDB
                                   TO VALOR-PAGO-CR20
                              PERFORM 2190-REGRAVA-TITULO
                              IF TITULO-REGRAVADO-CNC
                                 MOVE "BAIXA-DEBITO- DEBITADO EM CONTA"
                                      TO ANOTACAO-RET-W
                                 PERFORM 2200-GRAVA-ANOTACAO
                                 PERFORM 2400-GRAVA-CONTABIL
                              ELSE
                                 SUBTRACT 1 FROM QTDE-BAIXADOS-W
                                 PERFORM 2185-ANOTA-CONFLITO
                              END-IF
                           END-IF
                        END-IF
                    WHEN "01"
                        ADD 1 TO QTDE-REJEITADOS-W
                PERFORM 2900-GRAVA-LINHA-REL
           END-READ.

       2150-VERIFICA-PERIODO SECTION.
      *    DEBITO EM MES JA FECHADO PELO FINANCEIRO: O TITULO FICA EM
      *    ABERTO COM A ANOTACAO DO MES FECHADO, OU A BAIXA VAI P/ O
      *    PRIMEIRO DIA ABERTO, CONFORME O FCH910.
           MOVE DATA-DEBITO-RDB TO DATA-BAIXA-RDB-W.
           MOVE EMPRESA-W       TO EMPRESA-FCH.
           MOVE DATA-DEBITO-RDB TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF LANCTO-DESLOCADO-FCH
              MOVE DATA-AJUSTADA-FCH TO DATA-BAIXA-RDB-W
              MOVE "S"               TO PERIODO-DESLOCADO-SW
              GO 2150-VERIFICA-PERIODO-FIM.
           IF NOT LANCTO-RECUSADO-FCH
              GO 2150-VERIFICA-PERIODO-FIM.
           ADD 1 TO QTDE-MES-FECHADO-W.
           IF MODO-CONFERENCIA
              GO 2150-VERIFICA-PERIODO-FIM.
           MOVE SPACES TO ANOTACAO-RET-W.
           STRING "DEBITO NAO BAIXADO- DATA EM MES FECHADO "
                  ANOMES-FECHADO-FCH
                  DELIMITED BY SIZE INTO ANOTACAO-RET-W.
           PERFORM 2200-GRAVA-ANOTACAO.
       2150-VERIFICA-PERIODO-FIM.
           EXIT.

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
      *    O TITULO FOI ALTERADO POR OUTRO USUARIO ENQUANTO O DEBITO
      *    ERA APLICADO E A BAIXA BATEU NO MESMO CAMPO: NADA E
      *    GRAVADO NEM CONTABILIZADO, O CONFLITO FICA NO CNC910
      *    (RELATORIO CRP9188) E O TITULO RECEBE A ANOTACAO P/ A
      *    COBRANCA REAPLICAR O DEBITO A MAO.
           ADD 1 TO QTDE-CONFLITOS-W.
           MOVE "DEBITO NAO BAIXADO- ALTERADO POR OUTRO USUARIO"
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
           MOVE "CRP9127"         TO PROGRAMA-CNC.
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
              STRING "DATA ORIGINAL " DATA-DEBITO-RDB
                     " EM MES FECHADO"
                     DELIMITED BY SIZE INTO ANOTACAO-CR201
              ADD 1 TO SUBSEQ-CR201
              WRITE REG-CRD201 INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.

       2400-GRAVA-CONTABIL SECTION.
           MOVE SPACES             TO REG-CTBDEB.
           MOVE ";" TO SEP1-CTBD SEP2-CTBD SEP3-CTBD SEP4-CTBD
                       SEP5-CTBD SEP6-CTBD SEP7-CTBD.
           WRITE REG-CTBDEB.
      *    O PAGO DA BAIXA COMPOE O CREDITO QUE O BANCO DEVE FAZER
      *    NA CONTA P/ O LOTE (LTR910), CONFERIDO PELO CRP9160.
           IF PORTADOR-LOTE-W = ZEROS
              MOVE PORTADOR-CR20 TO PORTADOR-LOTE-W
           END-IF.
           ADD VALOR-DEBITADO-RDB TO VALOR-CREDITO-LOTE-W.
           PERFORM 2470-GRAVA-BAIXA-APLICADA.

       2470-GRAVA-BAIXA-APLICADA SECTION.
      *    LIVRO DE BAIXAS (BXA910), BASE DO ESTORNO DO CRP9153T -
      *    MESMO REGISTRO DA BAIXA DE RETORNO DO CRP9109.
           INITIALIZE REG-BXA910.
           MOVE COD-COMPL-CR20     TO COD-COMPL-BXA910.
           MOVE 1                  TO SEQ-BXA910.
           MOVE "D"                TO CANAL-BXA910.
           MOVE "CRP9127"          TO ORIGEM-BXA910.
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
           MOVE VALOR-DEBITADO-RDB TO VALOR-RECEBIDO-BXA910.
           MOVE ZEROS              TO VALOR-JUROS-BXA910
                                      VALOR-DESCONTO-BXA910.
           MOVE "CTBDEB"           TO ARQ-CTB-BXA910.
           MOVE "N"                TO JRD910-GRAVADO-BXA910.
           MOVE "A"                TO SITUACAO-BXA910.
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

       2500-SUSPENDE-ADESAO SECTION.
      *    CONTA INVALIDA OU DEBITO NAO AUTORIZADO: SEM A SUSPENSAO O
           MOVE DATA-DEBITO-RDB       TO REG-REL9127(16: 8).
           MOVE VALOR-DEBITADO-RDB    TO VALOR-PAGO-EDIT-W.
           MOVE VALOR-PAGO-EDIT-W     TO REG-REL9127(26: 13).
           IF LANCTO-RECUSADO-FCH
              MOVE "DATA EM MES FECHADO" TO REG-REL9127(41: 19)
           END-IF.
           WRITE REG-REL9127.

       3000-FINALIZA SECTION.
              MOVE QTDE-BAIXADOS-W    TO QTDE-BAIXADOS-LTR910
              MOVE QTDE-REJEITADOS-W  TO QTDE-REJEITADOS-LTR910
              MOVE VALOR-PRE-TOTAL-W  TO VALOR-TOTAL-LTR910
              MOVE PORTADOR-LOTE-W    TO PORTADOR-LTR910
              MOVE VALOR-CREDITO-LOTE-W TO VALOR-CREDITO-LTR910
              MOVE SPACES             TO SITUACAO-CRED-LTR910
              MOVE ZEROS              TO DATA-CRED-REAL-LTR910
                                         VALOR-CRED-REAL-LTR910
              WRITE REG-LTR910 INVALID KEY
                 REWRITE REG-LTR910
              END-WRITE
              CLOSE CTBDEB
           END-IF.
           CLOSE RETDEB REL9127 CRD020 CRD200 CRD201 LTR910
                 DDA910 BXA910 SEC910.
           IF MODO-CONFERENCIA
              DISPLAY "CRP9127 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "CRP9127 - ADESOES SUSPENSAS..: " QTDE-SUSPENSOS-W.
           DISPLAY "CRP9127 - NAO ENCONTRADOS NO CRD020: "
                    QTDE-NAO-ENCONTRADOS-W.
           IF QTDE-MES-FECHADO-W NOT = ZEROS
              DISPLAY "CRP9127 - RECUSADOS MES FECHADO: "
                      QTDE-MES-FECHADO-W
           END-IF.
           IF QTDE-CONFLITOS-W NOT = ZEROS
              DISPLAY "CRP9127 - CONFLITOS DE GRAVACAO: "
                      QTDE-CONFLITOS-W
           END-IF.

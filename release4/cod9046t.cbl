      *(NOVA ANOTACAO), REAGENDAR A DATA-RETORNO OU ENCERRAR A
      *PENDENCIA - INCLUSIVE TODAS AS PENDENCIAS DE UM CONTRATO DE
      *UMA VEZ. A LISTA ENCOLHE CONFORME AS PENDENCIAS SAO ACIONADAS.
      *O COBRADOR TAMBEM REGISTRA A PROMESSA DE PAGAMENTO DO CLIENTE
      *(TITULOS COBERTOS, DATA E VALOR PROMETIDOS) NO PMP910, APURADA
      *TODA NOITE PELO CRP9170; A PROMESSA QUEBRADA VOLTA COMO TAREFA
      *E APARECE ANTES DAS DEMAIS PENDENCIAS DA MESA.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COD501X.
           COPY CRPX020.
           COPY CRPX935.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY COD501W.
       COPY CRPW020.
       COPY CRPW935.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "COD9046T.CPB".
           COPY "COD9046T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD501             PIC XX       VALUE SPACES.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-PMP910             PIC XX       VALUE SPACES.
           05  PATH-PMP910           PIC X(30)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-GRAV-W           PIC 9(08)    VALUE ZEROS.
           05  IX-PEND-W             PIC 9(03) COMP VALUE ZEROS.
           05  IX-ORD-W              PIC 9(03) COMP VALUE ZEROS.
           05  TROCOU-SW             PIC X        VALUE "N".
           05  PEND-TRAB-W           PIC X(101)   VALUE SPACES.
           05  TABELA-PENDENTES-W.
               10  PENDENTE-TAB-W OCCURS 500 TIMES.
      *            PRIORIDADE-PEND-W - 1 = PROMESSA QUEBRADA (VEM
      *            PRIMEIRO NA MESA); 2 = DEMAIS PENDENCIAS.
                   15  PRIORIDADE-PEND-W PIC 9(01).
                   15  DATA-RET-PEND-W   PIC 9(08).
                   15  CONTRATO-PEND-W   PIC 9(04).
                   15  ITEM-PEND-W       PIC 9(02).
                   15  SUBITEM-PEND-W    PIC 9(02).
                   15  TIPO-PEND-W       PIC 9(02).
                   15  ANOTACAO-PEND-W   PIC X(80).
           05  IX-TIT-W              PIC 9(02)    VALUE ZEROS.
           05  QTDE-TIT-W            PIC 9(02)    VALUE ZEROS.
           05  PROMESSA-OK-SW        PIC X(01)    VALUE "S".
               88  PROMESSA-OK               VALUE "S".
           05  DATA-PROMETIDA-W      PIC 9(08)    VALUE ZEROS.
           05  VALOR-PROMETIDO-W     PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZZ.ZZZ.ZZ9,99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".

           MOVE EMPRESA-W          TO EMP-REC
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "PMP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PMP910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

              CLOSE COD501      OPEN OUTPUT COD501
              CLOSE COD501      OPEN I-O COD501
           END-IF.
           OPEN INPUT CRD020.
           OPEN I-O PMP910.
           IF ST-PMP910 = "35"
              CLOSE PMP910      OPEN OUTPUT PMP910
              CLOSE PMP910      OPEN I-O PMP910
           END-IF.
           IF ST-COD501 <> "00"
              MOVE "ERRO ABERTURA COD501: "  TO GS-MENSAGEM-ERRO
              MOVE ST-COD501 TO GS-MENSAGEM-ERRO(23: 02)
               WHEN GS-ENCERRA-CONTRATO-TRUE
                    PERFORM ENCERRA-CONTRATO
                    PERFORM CARREGA-PENDENCIAS
               WHEN GS-GRAVA-PROMESSA-TRUE
                    PERFORM GRAVA-PROMESSA
                    PERFORM CARREGA-PENDENCIAS
           END-EVALUATE.
           PERFORM CLEAR-FLAGS.
           PERFORM CALL-DIALOG-SYSTEM.
                   AND DATA-RETORNO-CO501 NOT > DATA-DIA-I
                   AND QTDE-PEND-W < 500
                   ADD 1 TO QTDE-PEND-W
                   IF ANOTACAO-CO501(1: 18) = "PROMESSA QUEBRADA-"
                      MOVE 1 TO PRIORIDADE-PEND-W(QTDE-PEND-W)
                   ELSE
                      MOVE 2 TO PRIORIDADE-PEND-W(QTDE-PEND-W)
                   END-IF
                   MOVE DATA-RETORNO-CO501
                        TO DATA-RET-PEND-W(QTDE-PEND-W)
                   MOVE NR-CONTRATO-CO501

       ORDENA-PENDENCIAS SECTION.
      *    ORDENA A MESA DO MAIS ANTIGO P/ O MAIS RECENTE (BOLHA
      *    SIMPLES - A MESA E LIMITADA A 500 LINHAS), COM AS
      *    PROMESSAS QUEBRADAS NA FRENTE.
           MOVE "S" TO TROCOU-SW.
           PERFORM ORDENA-UMA-PASSADA UNTIL TROCOU-SW = "N".

              GO ORDENA-UMA-PASSADA-FIM.
           PERFORM VARYING IX-ORD-W FROM 1 BY 1
                   UNTIL IX-ORD-W NOT < QTDE-PEND-W
               IF PRIORIDADE-PEND-W(IX-ORD-W) >
                  PRIORIDADE-PEND-W(IX-ORD-W + 1)
                  OR (PRIORIDADE-PEND-W(IX-ORD-W) =
                      PRIORIDADE-PEND-W(IX-ORD-W + 1)
                  AND DATA-RET-PEND-W(IX-ORD-W) >
                      DATA-RET-PEND-W(IX-ORD-W + 1))
                  MOVE PENDENTE-TAB-W(IX-ORD-W)     TO PEND-TRAB-W
                  MOVE PENDENTE-TAB-W(IX-ORD-W + 1)
                       TO PENDENTE-TAB-W(IX-ORD-W)
           END-PERFORM.
           MOVE SPACES TO ST-COD501.

       GRAVA-PROMESSA SECTION.
      *    GRAVA A PROMESSA DE PAGAMENTO DO CONTRATO DA LINHA
      *    SELECIONADA: DATA NAO ANTERIOR A HOJE, VALOR MAIOR QUE
      *    ZERO E DE 1 A 10 TITULOS EM ABERTO DO PROPRIO CONTRATO.
      *    A PROMESSA FICA ANOTADA NO COD501 SEM DATA-RETORNO - QUEM
      *    A ACOMPANHA E A APURACAO NOTURNA (CRP9170).
           MOVE GS-DATA-PROMETIDA  TO DATA-PROMETIDA-W.
           MOVE GS-VALOR-PROMETIDO TO VALOR-PROMETIDO-W.
           IF GS-CONTRATO = ZEROS
              MOVE "SELECIONE A PENDENCIA DO CONTRATO"
                   TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-PROMESSA-FIM.
           IF DATA-PROMETIDA-W < DATA-DIA-I
              MOVE "DATA PROMETIDA ANTERIOR A HOJE" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-PROMESSA-FIM.
           IF VALOR-PROMETIDO-W = ZEROS
              MOVE "INFORME O VALOR PROMETIDO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-PROMESSA-FIM.
           INITIALIZE REG-PMP910.
           MOVE ZEROS TO QTDE-TIT-W.
           MOVE "S"   TO PROMESSA-OK-SW.
           PERFORM VERIFICA-TITULO-PROMESSA
                   VARYING IX-TIT-W FROM 1 BY 1
                   UNTIL IX-TIT-W > 10 OR NOT PROMESSA-OK.
           IF NOT PROMESSA-OK
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-PROMESSA-FIM.
           IF QTDE-TIT-W = ZEROS
              MOVE "INFORME OS TITULOS COBERTOS PELA PROMESSA"
                   TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-PROMESSA-FIM.

           ACCEPT HORA-GRAV-W FROM TIME.
           MOVE GS-CONTRATO      TO NR-CONTRATO-CO501.
           MOVE GS-ITEM          TO ITEM-CO501.
           MOVE 1                TO SUBITEM-CO501.
           MOVE SPACES           TO ANOTACAO-CO501.
           MOVE VALOR-PROMETIDO-W TO VALOR-EDIT-W.
           STRING "PROMESSA DE PAGAMENTO- " VALOR-EDIT-W
                  " ATE " DATA-PROMETIDA-W " - " QTDE-TIT-W
                  " TITULO(S)"
                  DELIMITED BY SIZE INTO ANOTACAO-CO501.
           MOVE GS-TIPO-CONTATO  TO TIPO-CONTATO-CO501.
           MOVE ZEROS            TO DATA-RETORNO-CO501.
           MOVE USUARIO-W        TO USUARIO-CO501.
           MOVE DATA-DIA-I       TO DATA-GRAVACAO-CO501.
           MOVE HORA-GRAV-W(1: 4) TO HORA-GRAVACAO-CO501.
           MOVE ZEROS            TO ST-COD501.
           PERFORM UNTIL ST-COD501 = "10"
              WRITE REG-COD501 INVALID KEY
                 ADD 1 TO SUBITEM-CO501
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-COD501
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-COD501.

           MOVE GS-CONTRATO       TO NR-CONTRATO-PMP910.
           MOVE 1                 TO SEQ-PMP910.
           MOVE DATA-DIA-I        TO DATA-REGISTRO-PMP910.
           MOVE HORA-GRAV-W(1: 4) TO HORA-REGISTRO-PMP910.
           MOVE USUARIO-W         TO USUARIO-PMP910.
           MOVE DATA-PROMETIDA-W  TO DATA-PROMETIDA-PMP910.
           MOVE VALOR-PROMETIDO-W TO VALOR-PROMETIDO-PMP910.
           MOVE QTDE-TIT-W        TO QTDE-TITULOS-PMP910.
           MOVE ZEROS             TO VALOR-APURADO-PMP910
                                     DATA-APURACAO-PMP910.
           MOVE "P"               TO SITUACAO-PMP910.
           MOVE ITEM-CO501        TO ITEM-CO501-PMP910.
           MOVE ZEROS             TO ST-PMP910.
           PERFORM UNTIL ST-PMP910 = "10"
              WRITE REG-PMP910 INVALID KEY
                 ADD 1 TO SEQ-PMP910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-PMP910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-PMP910.
       GRAVA-PROMESSA-FIM.
           EXIT.

       VERIFICA-TITULO-PROMESSA SECTION.
           IF GS-TITULO-PROM(IX-TIT-W) = ZEROS
              GO VERIFICA-TITULO-PROMESSA-FIM.
           MOVE GS-TITULO-PROM(IX-TIT-W) TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "N" TO PROMESSA-OK-SW
                MOVE "TITULO NAO ENCONTRADO: " TO GS-MENSAGEM-ERRO
                MOVE COD-COMPL-CR20 TO GS-MENSAGEM-ERRO(24: 9)
                GO VERIFICA-TITULO-PROMESSA-FIM
           END-READ.
           IF NR-CONTRATO-CR20 NOT = GS-CONTRATO
              MOVE "N" TO PROMESSA-OK-SW
              MOVE "TITULO DE OUTRO CONTRATO: " TO GS-MENSAGEM-ERRO
              MOVE COD-COMPL-CR20 TO GS-MENSAGEM-ERRO(27: 9)
              GO VERIFICA-TITULO-PROMESSA-FIM.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              MOVE "N" TO PROMESSA-OK-SW
              MOVE "TITULO JA ENCERRADO: " TO GS-MENSAGEM-ERRO
              MOVE COD-COMPL-CR20 TO GS-MENSAGEM-ERRO(22: 9)
              GO VERIFICA-TITULO-PROMESSA-FIM.
           ADD 1 TO QTDE-TIT-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-TIT-PMP910(QTDE-TIT-W).
       VERIFICA-TITULO-PROMESSA-FIM.
           EXIT.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.


           close logacess

           CLOSE COD501 CRD020 PMP910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP9155T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: CREDITOS DO CLIENTE - LISTA OS CREDITOS DO CCL910
      *DE UM CLIENTE (EXCESSO RECEBIDO PELO RETORNO CRP9109, PIX
      *CRP9134 OU CAIXA CRP9135T) COM O SALDO DISPONIVEL E PERMITE:
      *- APLICAR O CREDITO NA PARCELA EM ABERTO DO CLIENTE DE MENOR
      *  VENCIMENTO (BAIXA "PG"/"PP" SEM LANCAMENTO CONTABIL - O
      *  DINHEIRO JA ENTROU NA BAIXA QUE GEROU O CREDITO), GRAVADA NO
      *  LIVRO DE BAIXAS BXA910 NO CANAL "K" P/ PODER SER ESTORNADA
      *  PELO CRP9153T;
      *- MANDAR O CREDITO P/ A LISTA DE DEVOLUCAO DO FINANCEIRO
      *  (CRP9156) E, DEPOIS DE PAGO, MARCA-LO COMO DEVOLVIDO.
      *CADA MOVIMENTO VAI P/ A ANOTACAO CRD200/CRD201 DO TITULO.
      *SO USUARIO COM "CREDITOCLI" LIBERADO NO SEC910 MOVIMENTA O
      *CREDITO; TENTATIVA NEGADA VAI P/ O LOGACESS.
      *A APLICACAO SO E REGRAVADA SE A PARCELA NAO FOI ALTERADA POR
      *OUTRO USUARIO OU PELO LOTE DEPOIS DE LIDA (CRP9187 - CONFLITOS
      *NO CNC910, RELATORIO CRP9188).
      *APLICACAO COM O MES DE HOJE FECHADO NO FCH910 (ROTINA CRP9164)
      *E RECUSADA, COMO O RECEBIMENTO NO CAIXA (CRP9135T).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX928.
           COPY CRPX929.
           COPY SECX910.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW928.
       COPY CRPW929.
       COPY SECW910.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "CRP9155T.CPB".
           COPY "CRP9155T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       COPY CRPCONC.
       COPY CRPFECH.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD200             PIC XX       VALUE SPACES.
           05  ST-CRD201             PIC XX       VALUE SPACES.
           05  ST-BXA910             PIC XX       VALUE SPACES.
           05  PATH-BXA910           PIC X(30)    VALUE SPACES.
           05  ST-CCL910             PIC XX       VALUE SPACES.
           05  PATH-CCL910           PIC X(30)    VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(08)    VALUE ZEROS.
           05  ULT-SEQ               PIC 9(05)    VALUE ZEROS.
           05  ANOTACAO-TRAB-W       PIC X(120)   VALUE SPACES.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  ACHOU-PARCELA-SW      PIC X(01)    VALUE "N".
               88  ACHOU-PARCELA             VALUE "S".
           05  COD-COMPL-PARCELA-W   PIC 9(09)    VALUE ZEROS.
           05  VENCTO-PARCELA-W      PIC 9(08)    VALUE ZEROS.
           05  SALDO-CREDITO-W       PIC 9(11)V99 VALUE ZEROS.
           05  SALDO-TITULO-W        PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-APLICADO-W      PIC 9(11)V99 VALUE ZEROS.
           05  STATUS-ANT-W          PIC X(02)    VALUE SPACES.
           05  VALOR-PAGO-ANT-W      PIC 9(11)V99 VALUE ZEROS.
           05  DATA-BAIXA-ANT-W      PIC 9(08)    VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZZ.ZZZ.ZZ9,99.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
       77 wHandle                      pic 9(09) comp-5 value zeros.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           PERFORM CORPO-PROGRAMA UNTIL GS-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           INITIALIZE GS-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE GS-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE GS-VERSION-NO  TO DS-VERSION-NO

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.

           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O CRD020 CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
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
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM LOAD-SCREENSET
              PERFORM CARREGA-MENSAGEM-ERRO
           ELSE
              PERFORM GRAVA-LOGACESS-ABERTO
              PERFORM LOAD-SCREENSET.

       GRAVA-LOGACESS-ABERTO SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP9155T"          to logacess-programa
           move "ABERTO"            to logacess-status
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN GS-CENTRALIZA-TRUE
                    PERFORM CENTRALIZAR
               WHEN GS-CARREGA-TRUE
                    PERFORM CARREGA-CREDITOS
               WHEN GS-APLICAR-TRUE
                    PERFORM APLICA-CREDITO
                    PERFORM CARREGA-CREDITOS
               WHEN GS-DEVOLVER-TRUE
                    PERFORM ENVIA-DEVOLUCAO
                    PERFORM CARREGA-CREDITOS
               WHEN GS-DEVOLVIDO-TRUE
                    PERFORM CONFIRMA-DEVOLUCAO
                    PERFORM CARREGA-CREDITOS
           END-EVALUATE.
           PERFORM CLEAR-FLAGS.
           PERFORM CALL-DIALOG-SYSTEM.

       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       CARREGA-MENSAGEM-ERRO SECTION.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       CARREGA-CREDITOS SECTION.
      *    LISTA TODOS OS CREDITOS DO CLIENTE; O SALDO DA TELA SO
      *    SOMA OS DISPONIVEIS (SITUACAO "A").
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT GS-SALDO-CREDITO.
           MOVE GS-CLIENTE TO CLIENTE-CCL910.
           MOVE ZEROS      TO SEQ-CCL910.
           START CCL910 KEY IS NOT < CHAVE-CCL910 INVALID KEY
                 MOVE "10" TO ST-CCL910.
           PERFORM UNTIL ST-CCL910 = "10"
              READ CCL910 NEXT RECORD AT END
                   MOVE "10" TO ST-CCL910
              NOT AT END
                IF CLIENTE-CCL910 <> GS-CLIENTE
                   MOVE "10" TO ST-CCL910
                ELSE
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE SEQ-CCL910             TO GS-LINDET(1: 5)
                   MOVE DATA-CCL910            TO GS-LINDET(7: 8)
                   MOVE ORIGEM-CCL910          TO GS-LINDET(16: 8)
                   MOVE COD-COMPL-ORIG-CCL910  TO GS-LINDET(25: 9)
                   MOVE VALOR-CREDITO-CCL910   TO VALOR-EDIT-W
                   MOVE VALOR-EDIT-W           TO GS-LINDET(35: 14)
                   MOVE VALOR-UTILIZADO-CCL910 TO VALOR-EDIT-W
                   MOVE VALOR-EDIT-W           TO GS-LINDET(50: 14)
                   MOVE SITUACAO-CCL910        TO GS-LINDET(65: 1)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                   IF CREDITO-ABERTO-CCL910
                      COMPUTE GS-SALDO-CREDITO = GS-SALDO-CREDITO
                            + VALOR-CREDITO-CCL910
                            - VALOR-UTILIZADO-CCL910
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CCL910.

       LE-CREDITO SECTION.
           MOVE GS-CLIENTE      TO CLIENTE-CCL910.
           MOVE GS-SEQ-CREDITO  TO SEQ-CCL910.
           READ CCL910 INVALID KEY
                MOVE "CREDITO NAO ENCONTRADO NO CCL910"
                                         TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                MOVE "23" TO ST-CCL910
           END-READ.

       VERIFICA-PERMISSAO SECTION.
      *    MESMA REGRA DO CRP9108/CRP9109: SEM O ARQUIVO DE
      *    PERMISSOES A FUNCAO E LIBERADA; SEM O REGISTRO DO USUARIO
      *    A FUNCAO E NEGADA E A TENTATIVA VAI P/ O LOGACESS.
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
           MOVE FUNCAO-VERIF-W TO FUNCAO-SEC910.
           READ SEC910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF FUNCAO-PERMITIDA-SEC910
                   MOVE "S" TO PERMISSAO-OK-SW
                END-IF
           END-READ.
           IF PERMISSAO-OK-SW = "N"
              PERFORM GRAVA-LOGACESS-NEGADO
              MOVE "USUARIO SEM PERMISSAO P/ MOVIMENTAR CREDITO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       VERIFICA-PERMISSAO-FIM.
           EXIT.

       GRAVA-LOGACESS-NEGADO SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP9155T"          to logacess-programa
           move "NEGADO"            to logacess-status
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess.

       APLICA-CREDITO SECTION.
           MOVE "CREDITOCLI" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              GO APLICA-CREDITO-FIM.
           PERFORM LE-CREDITO.
           IF ST-CCL910 = "23"
              GO APLICA-CREDITO-FIM.
           COMPUTE SALDO-CREDITO-W = VALOR-CREDITO-CCL910
                                   - VALOR-UTILIZADO-CCL910.
           IF NOT CREDITO-ABERTO-CCL910 OR SALDO-CREDITO-W = ZEROS
              MOVE "CREDITO SEM SALDO DISPONIVEL P/ APLICAR"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APLICA-CREDITO-FIM.
           PERFORM LOCALIZA-PARCELA-ABERTA.
           IF NOT ACHOU-PARCELA
              MOVE "CLIENTE SEM PARCELA EM ABERTO P/ APLICAR O CREDITO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APLICA-CREDITO-FIM.
           MOVE COD-COMPL-PARCELA-W TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "PARCELA NAO ENCONTRADA NO CRD020"
                                    TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO APLICA-CREDITO-FIM
           END-READ.
           MOVE EMPRESA-W  TO EMPRESA-FCH.
           MOVE DATA-DIA-I TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF NOT PERIODO-ABERTO-FCH
              MOVE "DATA EM MES FECHADO - APLICACAO RECUSADA: "
                                    TO GS-MENSAGEM-ERRO
              MOVE ANOMES-FECHADO-FCH TO GS-MENSAGEM-ERRO(43: 6)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APLICA-CREDITO-FIM
           END-IF.
           PERFORM GUARDA-TITULO-LIDO.
           MOVE STATUS-CR20     TO STATUS-ANT-W.
           MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-ANT-W.
           MOVE DATA-BAIXA-CR20 TO DATA-BAIXA-ANT-W.
           IF STATUS-CR20 = "PP"
              COMPUTE SALDO-TITULO-W =
                      VALOR-TOT-CR20 - VALOR-PAGO-CR20
           ELSE
              MOVE VALOR-TOT-CR20 TO SALDO-TITULO-W
           END-IF.
           IF SALDO-CREDITO-W < SALDO-TITULO-W
              MOVE SALDO-CREDITO-W TO VALOR-APLICADO-W
              MOVE "PP" TO STATUS-CR20
           ELSE
              MOVE SALDO-TITULO-W  TO VALOR-APLICADO-W
              MOVE "PG" TO STATUS-CR20
           END-IF.
           MOVE DATA-DIA-I TO DATA-BAIXA-CR20.
           COMPUTE VALOR-PAGO-CR20 =
                   VALOR-PAGO-CR20 + VALOR-APLICADO-W.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              MOVE "PARCELA ALTERADA POR OUTRO USUARIO - NAO APLICADO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO APLICA-CREDITO-FIM
           END-IF.
           ACCEPT HORA-BRA FROM TIME.

           ADD VALOR-APLICADO-W TO VALOR-UTILIZADO-CCL910.
           IF VALOR-UTILIZADO-CCL910 NOT < VALOR-CREDITO-CCL910
              MOVE "U" TO SITUACAO-CCL910
           END-IF.
           MOVE COD-COMPL-CR20 TO COD-COMPL-APL-CCL910.
           MOVE DATA-DIA-I     TO DATA-SITUACAO-CCL910.
           MOVE USUARIO-W      TO USUARIO-SITUACAO-CCL910.
           REWRITE REG-CCL910.

           PERFORM GRAVA-BAIXA-APLICADA.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "BAIXA-CREDITO CLIENTE- SEQ " SEQ-CCL910
                  " ORIGEM " COD-COMPL-ORIG-CCL910 " VALOR "
                  VALOR-APLICADO-W
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
           MOVE "CREDITO APLICADO NA PARCELA EM ABERTO"
                                    TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       APLICA-CREDITO-FIM.
           EXIT.

       LOCALIZA-PARCELA-ABERTA SECTION.
      *    PARCELA DO CLIENTE AINDA EM ABERTO (NAO TERMINAL) COM O
      *    MENOR VENCIMENTO.
           MOVE "N" TO ACHOU-PARCELA-SW.
           MOVE ZEROS TO COD-COMPL-PARCELA-W VENCTO-PARCELA-W.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                IF CLIENTE-CR20 = GS-CLIENTE
                   MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                   IF NOT STATUS-TERMINAL-CR20
                      IF NOT ACHOU-PARCELA OR
                         DATA-VENCTO-CR20 < VENCTO-PARCELA-W
                         MOVE "S"              TO ACHOU-PARCELA-SW
                         MOVE COD-COMPL-CR20   TO COD-COMPL-PARCELA-W
                         MOVE DATA-VENCTO-CR20 TO VENCTO-PARCELA-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.

       GRAVA-BAIXA-APLICADA SECTION.
      *    APLICACAO DE CREDITO ENTRA NO LIVRO DE BAIXAS NO CANAL "K",
      *    SEM ARQUIVO CONTABIL E SEM JUROS/DESCONTO.
           INITIALIZE REG-BXA910.
           MOVE COD-COMPL-CR20    TO COD-COMPL-BXA910.
           MOVE 1                 TO SEQ-BXA910.
           MOVE "K"               TO CANAL-BXA910.
           MOVE "CRP9155T"        TO ORIGEM-BXA910.
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
           MOVE VALOR-APLICADO-W  TO VALOR-RECEBIDO-BXA910.
           MOVE ZEROS             TO VALOR-JUROS-BXA910
                                     VALOR-DESCONTO-BXA910.
           MOVE SPACES            TO ARQ-CTB-BXA910.
           MOVE "N"               TO JRD910-GRAVADO-BXA910.
           MOVE "A"               TO SITUACAO-BXA910.
           MOVE SEQ-CCL910        TO SEQ-CCL-BXA910.
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

       ENVIA-DEVOLUCAO SECTION.
      *    O SALDO DISPONIVEL DO CREDITO VAI P/ A LISTA DE DEVOLUCAO.
           MOVE "CREDITOCLI" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              GO ENVIA-DEVOLUCAO-FIM.
           PERFORM LE-CREDITO.
           IF ST-CCL910 = "23"
              GO ENVIA-DEVOLUCAO-FIM.
           IF NOT CREDITO-ABERTO-CCL910 OR
              VALOR-UTILIZADO-CCL910 NOT < VALOR-CREDITO-CCL910
              MOVE "CREDITO SEM SALDO DISPONIVEL P/ DEVOLUCAO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ENVIA-DEVOLUCAO-FIM.
           MOVE "D"        TO SITUACAO-CCL910.
           MOVE DATA-DIA-I TO DATA-SITUACAO-CCL910.
           MOVE USUARIO-W  TO USUARIO-SITUACAO-CCL910.
           REWRITE REG-CCL910.
           COMPUTE SALDO-CREDITO-W = VALOR-CREDITO-CCL910
                                   - VALOR-UTILIZADO-CCL910.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "CREDITO CLIENTE- SEQ " SEQ-CCL910
                  " ENVIADO P/ DEVOLUCAO " SALDO-CREDITO-W
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO-ORIGEM.
           MOVE "CREDITO ENVIADO P/ A LISTA DE DEVOLUCAO"
                                    TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       ENVIA-DEVOLUCAO-FIM.
           EXIT.

       CONFIRMA-DEVOLUCAO SECTION.
      *    FINANCEIRO JA PAGOU O CLIENTE: FECHA O CREDITO.
           MOVE "CREDITOCLI" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              GO CONFIRMA-DEVOLUCAO-FIM.
           PERFORM LE-CREDITO.
           IF ST-CCL910 = "23"
              GO CONFIRMA-DEVOLUCAO-FIM.
           IF NOT CREDITO-A-DEVOLVER-CCL910
              MOVE "CREDITO NAO ESTA NA LISTA DE DEVOLUCAO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO CONFIRMA-DEVOLUCAO-FIM.
           MOVE "R"        TO SITUACAO-CCL910.
           MOVE DATA-DIA-I TO DATA-SITUACAO-CCL910.
           MOVE USUARIO-W  TO USUARIO-SITUACAO-CCL910.
           REWRITE REG-CCL910.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "CREDITO CLIENTE- SEQ " SEQ-CCL910
                  " DEVOLVIDO AO CLIENTE"
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO-ORIGEM.
           MOVE "CREDITO MARCADO COMO DEVOLVIDO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       CONFIRMA-DEVOLUCAO-FIM.
           EXIT.

       GRAVA-ANOTACAO-ORIGEM SECTION.
      *    DEVOLUCAO E ANOTADA NO TITULO QUE GEROU O CREDITO.
           ACCEPT HORA-BRA FROM TIME.
           MOVE COD-COMPL-ORIG-CCL910 TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                PERFORM GRAVA-ANOTACAO
           END-READ.

       GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR20
                    MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE ZEROS          TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ        TO SEQ-CR200.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS          TO DATA-RETORNO-CR200.
           MOVE USUARIO-W      TO USUARIO-CR200.
           MOVE DATA-DIA-I     TO DATA-MOVTO-CR200.
           MOVE HORA-BRA(1: 4) TO HORA-MOVTO-CR200.

           MOVE ZEROS TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
              WRITE REG-CRD200 INVALID KEY
                 ADD 1 TO SEQ-CR200
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD200
           END-PERFORM.

           MOVE SEQ-CR200      TO SEQ-CR201.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR201.
           MOVE ANOTACAO-TRAB-W TO ANOTACAO-CR201.
           MOVE ZEROS TO ST-CRD201.
           MOVE 1              TO SUBSEQ-CR201.
           PERFORM UNTIL ST-CRD201 = "10"
             WRITE REG-CRD201 INVALID KEY
               ADD 1 TO SUBSEQ-CR201
               CONTINUE
              NOT INVALID KEY
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.

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
           MOVE "CRP9155T"        TO PROGRAMA-CNC.
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

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP9155T" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.

       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, GS-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
              GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP9155T"          to logacess-programa
           move "FECHADO"           to logacess-status
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess

           CLOSE CRD020 CRD200 CRD201 BXA910 CCL910 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

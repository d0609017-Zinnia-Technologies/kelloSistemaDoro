       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCH9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: FECHAMENTO MENSAL DOS LANCAMENTOS FINANCEIROS
      *(FCH910). O FINANCEIRO FECHA O MES (AAAAMM) DA EMPRESA E
      *ESCOLHE O TRATAMENTO DAS IMPORTACOES EM LOTE P/ LANCAMENTOS
      *DATADOS NELE (R = RECUSA, D = DESLOCA P/ O PRIMEIRO DIA
      *ABERTO). A REABERTURA E FUNCAO SENSIVEL: SO USUARIO COM
      *"REABREMES" LIBERADO NO SEC910; TENTATIVA NEGADA VAI P/ O
      *LOGACESS. FECHAMENTO E REABERTURA SAO LOGADOS NO LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX931.
           COPY SECX910.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW931.
       COPY SECW910.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "FCH9100T.CPB".
           COPY "FCH9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-FCH910             PIC XX       VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-FCH910           PIC X(30)    VALUE SPACES.
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  ANOMES-TESTE-W.
               10  ANO-TESTE-W       PIC 9(04).
               10  MES-TESTE-W       PIC 9(02).
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
           MOVE "FCH910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FCH910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O FCH910.
           IF ST-FCH910 = "35"
              CLOSE FCH910      OPEN OUTPUT FCH910
              CLOSE FCH910      OPEN I-O FCH910
           END-IF.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           IF ST-FCH910 <> "00"
              MOVE "ERRO ABERTURA FCH910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-FCH910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "FCH9100T"          to logacess-programa
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
               WHEN GS-CARREGA-LIST-BOX-TRUE
                    PERFORM CARREGA-MESES
               WHEN GS-FECHA-MES-TRUE
                    PERFORM FECHA-MES
                    PERFORM CARREGA-MESES
               WHEN GS-REABRE-MES-TRUE
                    PERFORM REABRE-MES
                    PERFORM CARREGA-MESES
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

       CARREGA-MESES SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE ZEROS TO ANOMES-FCH910.
           START FCH910 KEY IS NOT < ANOMES-FCH910 INVALID KEY
                 MOVE "10" TO ST-FCH910.
           PERFORM UNTIL ST-FCH910 = "10"
              READ FCH910 NEXT RECORD AT END
                   MOVE "10" TO ST-FCH910
              NOT AT END
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE ANOMES-FCH910          TO GS-LINDET(1: 6)
                   IF MES-FECHADO-FCH910
                      MOVE "FECHADO"           TO GS-LINDET(8: 8)
                   ELSE
                      MOVE "REABERTO"          TO GS-LINDET(8: 8)
                   END-IF
                   MOVE TRATAMENTO-FCH910      TO GS-LINDET(17: 1)
                   MOVE DATA-FECHAMENTO-FCH910 TO GS-LINDET(19: 8)
                   MOVE USUARIO-FECHAMENTO-FCH910
                                               TO GS-LINDET(28: 8)
                   MOVE DATA-REABERTURA-FCH910 TO GS-LINDET(37: 8)
                   MOVE USUARIO-REABERTURA-FCH910
                                               TO GS-LINDET(46: 8)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-FCH910.

       VALIDA-ANOMES SECTION.
           MOVE GS-ANOMES TO ANOMES-TESTE-W.
           IF GS-ANOMES = ZEROS OR MES-TESTE-W < 1 OR
              MES-TESTE-W > 12 OR ANO-TESTE-W < 1990
              MOVE "MES INVALIDO - INFORME AAAAMM" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              MOVE ZEROS TO GS-ANOMES
           END-IF.

       FECHA-MES SECTION.
           PERFORM VALIDA-ANOMES.
           IF GS-ANOMES = ZEROS
              GO FECHA-MES-FIM.
      *    O MES CORRENTE NAO PODE SER FECHADO: AINDA HA LANCAMENTOS
      *    DO DIA ENTRANDO.
           IF GS-ANOMES NOT < DATA-DIA-I(1: 6)
              MOVE "SO MES JA ENCERRADO PODE SER FECHADO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO FECHA-MES-FIM.
           IF GS-TRATAMENTO NOT = "R" AND GS-TRATAMENTO NOT = "D"
              MOVE "TRATAMENTO: R = RECUSA, D = DESLOCA"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO FECHA-MES-FIM.
           MOVE GS-ANOMES TO ANOMES-FCH910.
           MOVE "A" TO LOG1-OPERACAO.
           READ FCH910 INVALID KEY
                MOVE "I" TO LOG1-OPERACAO
                MOVE ZEROS  TO DATA-REABERTURA-FCH910
                MOVE SPACES TO USUARIO-REABERTURA-FCH910
           END-READ.
           MOVE GS-ANOMES     TO ANOMES-FCH910.
           MOVE "F"           TO SITUACAO-FCH910.
           MOVE GS-TRATAMENTO TO TRATAMENTO-FCH910.
           MOVE DATA-DIA-I    TO DATA-FECHAMENTO-FCH910.
           MOVE USUARIO-W     TO USUARIO-FECHAMENTO-FCH910.
           IF LOG1-OPERACAO = "I"
              WRITE REG-FCH910 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE REG-FCH910 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           PERFORM GRAVA-LOG001.
           MOVE "MES FECHADO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       FECHA-MES-FIM.
           EXIT.

       REABRE-MES SECTION.
           MOVE "REABREMES" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "USUARIO SEM PERMISSAO P/ REABRIR MES"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO REABRE-MES-FIM.
           MOVE GS-ANOMES TO ANOMES-FCH910.
           READ FCH910 INVALID KEY
                MOVE "MES NAO ESTA FECHADO" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO REABRE-MES-FIM
           END-READ.
           IF NOT MES-FECHADO-FCH910
              MOVE "MES NAO ESTA FECHADO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO REABRE-MES-FIM.
           MOVE "A"        TO SITUACAO-FCH910.
           MOVE DATA-DIA-I TO DATA-REABERTURA-FCH910.
           MOVE USUARIO-W  TO USUARIO-REABERTURA-FCH910.
           REWRITE REG-FCH910 INVALID KEY CONTINUE
           END-REWRITE.
           MOVE "A" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG001.
           MOVE "MES REABERTO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       REABRE-MES-FIM.
           EXIT.

       VERIFICA-PERMISSAO SECTION.
      *    MESMA REGRA DO CRP9131T: SEM O ARQUIVO DE PERMISSOES A
      *    FUNCAO E LIBERADA; SEM O REGISTRO DO USUARIO A FUNCAO E
      *    NEGADA E A TENTATIVA VAI P/ O LOGACESS.
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
           move "FCH9100T"          to logacess-programa
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

       GRAVA-LOG001 SECTION.
           OPEN I-O LOG001.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           MOVE USUARIO-W   TO LOG1-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO LOG1-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS TO LOG1-HORAS.
           MOVE "FCH910"    TO LOG1-ARQUIVO.
           MOVE "FCH9100T"  TO LOG1-PROGRAMA.
           MOVE REG-FCH910  TO LOG1-REGISTRO.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "FCH9100T" TO DS-SET-NAME
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
           move "FCH9100T"          to logacess-programa
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

           CLOSE FCH910 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

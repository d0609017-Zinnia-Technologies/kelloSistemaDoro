       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLQ9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: BLOQUEIO DE CREDITO DO SACADO (BLQ910) - BLOQUEIO
      *MANUAL DO CLIENTE COM MOTIVO, LIBERACAO (EXIGE A FUNCAO
      *BLOQCREDIT DO SEC910 E O MOTIVO DA LIBERACAO) E CONSULTA DOS
      *CLIENTES BLOQUEADOS/LIBERADOS. O BLOQUEIO AUTOMATICO E FEITO
      *PELO CRP9183; CLIENTE BLOQUEADO E RECUSADO NO CRP9144T,
      *CRP9130T E ACP1100T (ROTINA CRP9182). O REGISTRO NAO E
      *EXCLUIDO: A LIBERACAO FICA GRAVADA. AS GRAVACOES SAO LOGADAS
      *NO LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX943.
           COPY SECX910.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW943.
       COPY SECW910.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "BLQ9100T.CPB".
           COPY "BLQ9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-BLQ910             PIC XX       VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-BLQ910           PIC X(30)    VALUE SPACES.
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
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
           MOVE "BLQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BLQ910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O BLQ910.
           IF ST-BLQ910 = "35"
              CLOSE BLQ910      OPEN OUTPUT BLQ910
              CLOSE BLQ910      OPEN I-O BLQ910
           END-IF.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           IF ST-BLQ910 <> "00"
              MOVE "ERRO ABERTURA BLQ910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-BLQ910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "BLQ9100T"          to logacess-programa
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
                    PERFORM CARREGA-BLOQUEIOS
               WHEN GS-LE-CLIENTE-TRUE
                    PERFORM LE-CLIENTE
               WHEN GS-BLOQUEIA-TRUE
                    PERFORM BLOQUEIA-CLIENTE
                    PERFORM CARREGA-BLOQUEIOS
               WHEN GS-LIBERA-TRUE
                    PERFORM LIBERA-CLIENTE
                    PERFORM CARREGA-BLOQUEIOS
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

       CARREGA-BLOQUEIOS SECTION.
      *    GS-SITUACAO-FILTRO: "B" SO OS BLOQUEADOS, "L" SO OS
      *    LIBERADOS, BRANCO = TODOS.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE ZEROS TO CLIENTE-BLQ910.
           START BLQ910 KEY IS NOT < CLIENTE-BLQ910 INVALID KEY
                 MOVE "10" TO ST-BLQ910.
           PERFORM UNTIL ST-BLQ910 = "10"
              READ BLQ910 NEXT RECORD AT END
                   MOVE "10" TO ST-BLQ910
              NOT AT END
                IF GS-SITUACAO-FILTRO = SPACES OR
                   GS-SITUACAO-FILTRO = SITUACAO-BLQ910
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE CLIENTE-BLQ910        TO GS-LINDET(1: 8)
                   MOVE SITUACAO-BLQ910       TO GS-LINDET(10: 1)
                   MOVE ORIGEM-BLQ910         TO GS-LINDET(12: 1)
                   MOVE DATA-BLOQUEIO-BLQ910  TO GS-LINDET(14: 8)
                   MOVE USUARIO-BLOQUEIO-BLQ910 TO GS-LINDET(23: 8)
                   MOVE MOTIVO-BLQ910         TO GS-LINDET(32: 60)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-BLQ910.

       LE-CLIENTE SECTION.
           MOVE GS-CLIENTE TO CLIENTE-BLQ910.
           READ BLQ910 INVALID KEY
                INITIALIZE REG-BLQ910
                MOVE "CLIENTE SEM BLOQUEIO DE CREDITO"
                                       TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           END-READ.
           MOVE SITUACAO-BLQ910           TO GS-SITUACAO.
           MOVE ORIGEM-BLQ910             TO GS-ORIGEM.
           MOVE MOTIVO-BLQ910             TO GS-MOTIVO.
           MOVE DATA-BLOQUEIO-BLQ910      TO GS-DATA-BLOQUEIO.
           MOVE USUARIO-BLOQUEIO-BLQ910   TO GS-USUARIO-BLOQUEIO.
           MOVE DATA-LIBERACAO-BLQ910     TO GS-DATA-LIBERACAO.
           MOVE USUARIO-LIBERACAO-BLQ910  TO GS-USUARIO-LIBERACAO.
           MOVE MOTIVO-LIBERACAO-BLQ910   TO GS-MOTIVO-LIBERACAO.
           MOVE QTDE-SOBREPOSICOES-BLQ910 TO GS-QTDE-SOBREP.
           MOVE DATA-ULT-SOBREP-BLQ910    TO GS-DATA-ULT-SOBREP.
           MOVE USUARIO-ULT-SOBREP-BLQ910 TO GS-USUARIO-ULT-SOBREP.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.

       BLOQUEIA-CLIENTE SECTION.
           IF GS-CLIENTE = ZEROS OR GS-MOTIVO = SPACES
              MOVE "INFORME O CLIENTE E O MOTIVO DO BLOQUEIO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BLOQUEIA-CLIENTE-FIM
           END-IF.
           MOVE GS-CLIENTE TO CLIENTE-BLQ910.
           READ BLQ910 INVALID KEY
                INITIALIZE REG-BLQ910
                MOVE GS-CLIENTE TO CLIENTE-BLQ910
                MOVE "I" TO LOG1-OPERACAO
              NOT INVALID KEY
                MOVE "A" TO LOG1-OPERACAO
           END-READ.
           IF CLIENTE-BLOQUEADO-BLQ910
              MOVE "CLIENTE JA ESTA BLOQUEADO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO BLOQUEIA-CLIENTE-FIM
           END-IF.
      *    UM NOVO BLOQUEIO ZERA OS DADOS DA LIBERACAO ANTERIOR; AS
      *    SOBREPOSICOES ACUMULAM (HISTORICO DO CLIENTE).
           MOVE "B"        TO SITUACAO-BLQ910.
           MOVE "M"        TO ORIGEM-BLQ910.
           MOVE GS-MOTIVO  TO MOTIVO-BLQ910.
           MOVE DATA-DIA-I TO DATA-BLOQUEIO-BLQ910.
           MOVE USUARIO-W  TO USUARIO-BLOQUEIO-BLQ910.
           MOVE ZEROS      TO QTDE-RN-BLQ910 QTDE-PD-BLQ910
                              DATA-LIBERACAO-BLQ910.
           MOVE SPACES     TO USUARIO-LIBERACAO-BLQ910
                              MOTIVO-LIBERACAO-BLQ910.
           IF LOG1-OPERACAO = "I"
              WRITE REG-BLQ910 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE REG-BLQ910 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           PERFORM GRAVA-LOG001.
           MOVE "CLIENTE BLOQUEADO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       BLOQUEIA-CLIENTE-FIM.
           EXIT.

       LIBERA-CLIENTE SECTION.
           IF GS-CLIENTE = ZEROS OR GS-MOTIVO-LIBERACAO = SPACES
              MOVE "INFORME O CLIENTE E O MOTIVO DA LIBERACAO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO LIBERA-CLIENTE-FIM
           END-IF.
           MOVE GS-CLIENTE TO CLIENTE-BLQ910.
           READ BLQ910 INVALID KEY
                INITIALIZE REG-BLQ910
           END-READ.
           IF NOT CLIENTE-BLOQUEADO-BLQ910
              MOVE "CLIENTE NAO ESTA BLOQUEADO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO LIBERA-CLIENTE-FIM
           END-IF.
           MOVE "BLOQCREDIT" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "USUARIO SEM PERMISSAO P/ LIBERAR BLOQUEIO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO LIBERA-CLIENTE-FIM
           END-IF.
           MOVE "L"                 TO SITUACAO-BLQ910.
           MOVE DATA-DIA-I          TO DATA-LIBERACAO-BLQ910.
           MOVE USUARIO-W           TO USUARIO-LIBERACAO-BLQ910.
           MOVE GS-MOTIVO-LIBERACAO TO MOTIVO-LIBERACAO-BLQ910.
           REWRITE REG-BLQ910 INVALID KEY CONTINUE
           END-REWRITE.
           MOVE "A" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG001.
           MOVE "CLIENTE LIBERADO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       LIBERA-CLIENTE-FIM.
           EXIT.

       VERIFICA-PERMISSAO SECTION.
      *    MESMA REGRA DO CRP9150T/CRP9176T: SEM O ARQUIVO DE
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
           move "BLQ9100T"          to logacess-programa
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
           MOVE "BLQ910"    TO LOG1-ARQUIVO.
           MOVE "BLQ9100T"  TO LOG1-PROGRAMA.
           MOVE REG-BLQ910  TO LOG1-REGISTRO.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "BLQ9100T" TO DS-SET-NAME
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
           move "BLQ9100T"          to logacess-programa
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

           CLOSE BLQ910 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REV9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: ASSINATURA DAS REVISOES DE ACESSO (REV910). CADA
      *RODADA DA REVISAO SEC9101 FICA PENDENTE ATE UM REVISOR COM A
      *FUNCAO REVACESSO DO SEC910 ASSINAR AQUI, COM OBSERVACAO; A
      *DATA E O USUARIO DA ASSINATURA FICAM NO REV910 E NO LOG001 P/
      *A AUDITORIA. REVISAO ASSINADA NAO E ASSINADA DE NOVO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REVX910.
           COPY SECX910.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY REVW910.
       COPY SECW910.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "REV9100T.CPB".
           COPY "REV9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-REV910             PIC XX       VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-REV910           PIC X(30)    VALUE SPACES.
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  FIM-REV910-SW         PIC X        VALUE "N".
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
           MOVE "REV910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-REV910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O REV910.
           IF ST-REV910 = "35"
              CLOSE REV910      OPEN OUTPUT REV910
              CLOSE REV910      OPEN I-O REV910
           END-IF.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           IF ST-REV910 <> "00"
              MOVE "ERRO ABERTURA REV910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-REV910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "REV9100T"          to logacess-programa
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
               WHEN GS-LOAD-FLG-TRUE
                    PERFORM CARREGAR-DADOS
               WHEN GS-ASSINA-TRUE
                    PERFORM ASSINA-REVISAO
                    PERFORM CARREGA-ULTIMOS
               WHEN GS-CARREGA-ULT-TRUE
                    PERFORM CARREGA-ULTIMOS
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

       CARREGAR-DADOS SECTION.
           MOVE GS-DATA-REV TO DATA-REV910.
           MOVE GS-HORA-REV TO HORA-REV910.
           READ REV910 INVALID KEY
                INITIALIZE REG-REV910.
           MOVE DIAS-REV910            TO GS-DIAS.
           MOVE QTDE-CONFLITOS-REV910  TO GS-QTDE-CONFLITOS.
           MOVE QTDE-DORMENTES-REV910  TO GS-QTDE-DORMENTES.
           MOVE QTDE-NEGADOS-REV910    TO GS-QTDE-NEGADOS.
           MOVE SITUACAO-REV910        TO GS-SITUACAO.
           MOVE DATA-ASSINATURA-REV910 TO GS-DATA-ASSINATURA.
           MOVE REVISOR-REV910         TO GS-REVISOR.
           MOVE OBSERVACAO-REV910      TO GS-OBSERVACAO.

       ASSINA-REVISAO SECTION.
           MOVE "REVACESSO" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "USUARIO SEM PERMISSAO P/ ASSINAR A REVISAO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ASSINA-REVISAO-FIM.
           MOVE GS-DATA-REV TO DATA-REV910.
           MOVE GS-HORA-REV TO HORA-REV910.
           READ REV910 INVALID KEY
                MOVE "REVISAO NAO ENCONTRADA" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO ASSINA-REVISAO-FIM
           END-READ.
           IF REV-ASSINADA-REV910
              MOVE "REVISAO JA ASSINADA" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ASSINA-REVISAO-FIM
           END-IF.
           MOVE "A"            TO SITUACAO-REV910.
           MOVE DATA-DIA-I     TO DATA-ASSINATURA-REV910.
           MOVE USUARIO-W      TO REVISOR-REV910.
           MOVE GS-OBSERVACAO  TO OBSERVACAO-REV910.
           REWRITE REG-REV910 INVALID KEY
              MOVE "ERRO NA GRAVACAO DA ASSINATURA" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ASSINA-REVISAO-FIM
           END-REWRITE.
           MOVE "A"          TO LOG1-OPERACAO.
           MOVE "REV910"     TO LOG1-ARQUIVO.
           MOVE REG-REV910   TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
           MOVE "REVISAO ASSINADA" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       ASSINA-REVISAO-FIM.
           EXIT.

       CARREGA-ULTIMOS SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE "N"   TO FIM-REV910-SW.
           MOVE ZEROS TO DATA-REV910 HORA-REV910.
           START REV910 KEY IS NOT < CHAVE-REV910 INVALID KEY
                 MOVE "S" TO FIM-REV910-SW.
           PERFORM UNTIL FIM-REV910-SW = "S"
              READ REV910 NEXT RECORD AT END
                   MOVE "S" TO FIM-REV910-SW
              NOT AT END
                ADD 1 TO GS-CONT
                MOVE SPACES TO GS-LINDET
                MOVE DATA-REV910            TO GS-LINDET(1: 8)
                MOVE HORA-REV910            TO GS-LINDET(10: 8)
                MOVE DIAS-REV910            TO GS-LINDET(19: 3)
                MOVE QTDE-CONFLITOS-REV910  TO GS-LINDET(23: 5)
                MOVE QTDE-DORMENTES-REV910  TO GS-LINDET(29: 5)
                MOVE QTDE-NEGADOS-REV910    TO GS-LINDET(35: 5)
                IF REV-ASSINADA-REV910
                   MOVE "ASSINADA"             TO GS-LINDET(41: 8)
                   MOVE DATA-ASSINATURA-REV910 TO GS-LINDET(50: 8)
                   MOVE REVISOR-REV910         TO GS-LINDET(59: 8)
                ELSE
                   MOVE "PENDENTE"             TO GS-LINDET(41: 8)
                END-IF
                MOVE "INSERE-LIST" TO DS-PROCEDURE
                PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.

       VERIFICA-PERMISSAO SECTION.
      *    MESMA REGRA DO BLQ9100T: SEM O ARQUIVO DE PERMISSOES A
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
           move "REV9100T"          to logacess-programa
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
           MOVE "REV9100T"  TO LOG1-PROGRAMA.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "REV9100T" TO DS-SET-NAME
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
           move "REV9100T"          to logacess-programa
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

           CLOSE REV910 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

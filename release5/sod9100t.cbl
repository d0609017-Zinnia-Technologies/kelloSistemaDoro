       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: CADASTRO DOS PARES DE FUNCOES CONFLITANTES DO
      *SEC910 (SOD910) - FUNCOES QUE O MESMO USUARIO NAO DEVE TER
      *JUNTAS (EX.: GERREMESSA X IMPRETORNO). O PAR E GRAVADO NA
      *ORDEM ALFABETICA, ENTAO A X B E B X A SAO O MESMO PAR. INCLUI,
      *ALTERA E EXCLUI COM TRILHA NO LOG001. A REVISAO DE ACESSOS
      *SEC9101 LISTA OS USUARIOS COM AS DUAS FUNCOES DO PAR.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SODX910.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY SODW910.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "SOD9100T.CPB".
           COPY "SOD9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-SOD910             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-SOD910           PIC X(30)    VALUE SPACES.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  FUNCAO-TROCA-W        PIC X(10)    VALUE SPACES.
           05  FIM-SOD910-SW         PIC X        VALUE "N".
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
           MOVE "SOD910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SOD910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O SOD910.
           IF ST-SOD910 = "35"
              CLOSE SOD910      OPEN OUTPUT SOD910
              CLOSE SOD910      OPEN I-O SOD910
           END-IF.
           IF ST-SOD910 <> "00"
              MOVE "ERRO ABERTURA SOD910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-SOD910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "SOD9100T"          to logacess-programa
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
               WHEN GS-SAVE-FLG-TRUE
                    PERFORM SALVAR-DADOS
                    PERFORM CARREGA-ULTIMOS
               WHEN GS-EXCLUI-FLG-TRUE
                    PERFORM EXCLUI-RECORD
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
           PERFORM ORDENA-PAR.
           MOVE GS-FUNCAO-A TO FUNCAO-A-SOD910.
           MOVE GS-FUNCAO-B TO FUNCAO-B-SOD910.
           READ SOD910 INVALID KEY
                MOVE SPACES TO DESCRICAO-SOD910.
           MOVE DESCRICAO-SOD910 TO GS-DESCRICAO.

       ORDENA-PAR SECTION.
           IF GS-FUNCAO-A > GS-FUNCAO-B
              MOVE GS-FUNCAO-A TO FUNCAO-TROCA-W
              MOVE GS-FUNCAO-B TO GS-FUNCAO-A
              MOVE FUNCAO-TROCA-W TO GS-FUNCAO-B
           END-IF.

       SALVAR-DADOS SECTION.
           IF GS-FUNCAO-A = SPACES OR GS-FUNCAO-B = SPACES
              MOVE "INFORME AS DUAS FUNCOES DO PAR" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           IF GS-FUNCAO-A = GS-FUNCAO-B
              MOVE "AS FUNCOES DO PAR DEVEM SER DIFERENTES"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           PERFORM ORDENA-PAR.
           MOVE GS-FUNCAO-A TO FUNCAO-A-SOD910.
           MOVE GS-FUNCAO-B TO FUNCAO-B-SOD910.
           READ SOD910 INVALID KEY
                MOVE 1 TO GRAVA-W
              NOT INVALID KEY
                MOVE ZEROS TO GRAVA-W
           END-READ.
           MOVE GS-FUNCAO-A      TO FUNCAO-A-SOD910.
           MOVE GS-FUNCAO-B      TO FUNCAO-B-SOD910.
           MOVE GS-DESCRICAO     TO DESCRICAO-SOD910.
           MOVE DATA-DIA-I       TO DATA-ALTERACAO-SOD910.
           MOVE USUARIO-W        TO USUARIO-SOD910.
           IF GRAVA-W = 1
              WRITE REG-SOD910 INVALID KEY
                 REWRITE REG-SOD910
              END-WRITE
              MOVE "I" TO LOG1-OPERACAO
           ELSE
              REWRITE REG-SOD910
              MOVE "A" TO LOG1-OPERACAO
           END-IF.
           MOVE "SOD910"     TO LOG1-ARQUIVO.
           MOVE REG-SOD910   TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
       SALVAR-DADOS-FIM.
           EXIT.

       EXCLUI-RECORD SECTION.
           PERFORM ORDENA-PAR.
           MOVE GS-FUNCAO-A TO FUNCAO-A-SOD910.
           MOVE GS-FUNCAO-B TO FUNCAO-B-SOD910.
           READ SOD910 INVALID KEY
                MOVE "PAR NAO ENCONTRADO" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
              NOT INVALID KEY
                DELETE SOD910 RECORD
                MOVE "E"          TO LOG1-OPERACAO
                MOVE "SOD910"     TO LOG1-ARQUIVO
                MOVE REG-SOD910   TO LOG1-REGISTRO
                PERFORM GRAVA-LOG001
           END-READ.

       CARREGA-ULTIMOS SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE "N"   TO FIM-SOD910-SW.
           MOVE SPACES TO CHAVE-SOD910.
           START SOD910 KEY IS NOT < CHAVE-SOD910 INVALID KEY
                 MOVE "S" TO FIM-SOD910-SW.
           PERFORM UNTIL FIM-SOD910-SW = "S"
              READ SOD910 NEXT RECORD AT END
                   MOVE "S" TO FIM-SOD910-SW
              NOT AT END
                ADD 1 TO GS-CONT
                MOVE SPACES TO GS-LINDET
                MOVE FUNCAO-A-SOD910       TO GS-LINDET(1: 10)
                MOVE FUNCAO-B-SOD910       TO GS-LINDET(12: 10)
                MOVE DESCRICAO-SOD910      TO GS-LINDET(23: 40)
                MOVE DATA-ALTERACAO-SOD910 TO GS-LINDET(64: 8)
                MOVE "INSERE-LIST" TO DS-PROCEDURE
                PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.

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
           MOVE "SOD9100T"  TO LOG1-PROGRAMA.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "SOD9100T" TO DS-SET-NAME
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
           move "SOD9100T"          to logacess-programa
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

           CLOSE SOD910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

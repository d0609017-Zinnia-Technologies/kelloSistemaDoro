       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOC9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: CADASTRO DOS LOCAIS DE ESTOQUE DOS BRINDES (LOC910)
      *- DEPOSITO, ESCRITORIO E REPRESENTANTES QUE LEVAM BRINDES P/
      *OS EVENTOS. INCLUI, ALTERA E EXCLUI COM TRILHA NO LOG001. O
      *CODIGO 00 E O DEPOSITO PRINCIPAL E NAO PODE SER EXCLUIDO;
      *LOCAL COM MOVIMENTO NO BRD020 TAMBEM NAO - DEVE SER INATIVADO,
      *O QUE IMPEDE MOVIMENTO NOVO NELE.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOCX910.
           COPY BRDX020.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY LOCW910.
       COPY BRDW020.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "LOC9100T.CPB".
           COPY "LOC9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-LOC910             PIC XX       VALUE SPACES.
           05  ST-BRD020             PIC XX       VALUE SPACES.
           05  BRD020-ABERTO-SW      PIC X        VALUE "N".
               88  BRD020-ABERTO                  VALUE "S".
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-LOC910           PIC X(30)    VALUE SPACES.
           05  PATH-BRD020           PIC X(30)    VALUE SPACES.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  FIM-BRD020-SW         PIC X        VALUE "N".
           05  TEM-MOVIMENTO-SW      PIC X        VALUE "N".
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
           MOVE "LOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOC910.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O LOC910.
           IF ST-LOC910 = "35"
              CLOSE LOC910      OPEN OUTPUT LOC910
              CLOSE LOC910      OPEN I-O LOC910
           END-IF.
           OPEN INPUT BRD020.
           IF ST-BRD020 = "00"  MOVE "S" TO BRD020-ABERTO-SW.
           IF ST-LOC910 <> "00"
              MOVE "ERRO ABERTURA LOC910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-LOC910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "LOC9100T"          to logacess-programa
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
           MOVE ZEROS TO GRAVA-W.
           MOVE GS-LOCAL TO CODIGO-LOC910.
           READ LOC910 INVALID KEY
                INITIALIZE REG-LOC910
                MOVE GS-LOCAL TO CODIGO-LOC910
                MOVE "A" TO SITUACAO-LOC910
                IF GS-LOCAL = ZEROS
                   MOVE "DEPOSITO PRINCIPAL" TO NOME-LOC910
                   MOVE "D" TO TIPO-LOC910
                END-IF
                MOVE 1 TO GRAVA-W.
           MOVE NOME-LOC910         TO GS-NOME-LOCAL.
           MOVE TIPO-LOC910         TO GS-TIPO-LOCAL.
           MOVE RESPONSAVEL-LOC910  TO GS-RESPONSAVEL.
           MOVE SITUACAO-LOC910     TO GS-SITUACAO.

       SALVAR-DADOS SECTION.
           IF GS-TIPO-LOCAL NOT = "D" AND NOT = "E" AND NOT = "R"
              MOVE "TIPO DEVE SER D-DEPOSITO, E-ESCRITORIO OU R-REPR"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           IF GS-SITUACAO NOT = "A" AND NOT = "I"
              MOVE "SITUACAO DEVE SER A-ATIVO OU I-INATIVO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           IF GS-LOCAL = ZEROS AND GS-SITUACAO = "I"
              MOVE "DEPOSITO PRINCIPAL NAO PODE SER INATIVADO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           MOVE GS-LOCAL TO CODIGO-LOC910.
           READ LOC910 INVALID KEY
                MOVE 1 TO GRAVA-W
              NOT INVALID KEY
                MOVE ZEROS TO GRAVA-W
           END-READ.
           MOVE GS-LOCAL        TO CODIGO-LOC910.
           MOVE GS-NOME-LOCAL   TO NOME-LOC910.
           MOVE GS-TIPO-LOCAL   TO TIPO-LOC910.
           MOVE GS-RESPONSAVEL  TO RESPONSAVEL-LOC910.
           MOVE GS-SITUACAO     TO SITUACAO-LOC910.
           MOVE DATA-DIA-I      TO DATA-ALTERACAO-LOC910.
           MOVE USUARIO-W       TO USUARIO-LOC910.
           IF GRAVA-W = 1
              WRITE REG-LOC910 INVALID KEY
                 REWRITE REG-LOC910
              END-WRITE
              MOVE "I" TO LOG1-OPERACAO
           ELSE
              REWRITE REG-LOC910
              MOVE "A" TO LOG1-OPERACAO
           END-IF.
           MOVE "LOC910"     TO LOG1-ARQUIVO.
           MOVE REG-LOC910   TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
       SALVAR-DADOS-FIM.
           EXIT.

       EXCLUI-RECORD SECTION.
           IF GS-LOCAL = ZEROS
              MOVE "DEPOSITO PRINCIPAL NAO PODE SER EXCLUIDO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EXCLUI-RECORD-FIM
           END-IF.
           PERFORM VERIFICA-MOVIMENTO-LOCAL.
           IF TEM-MOVIMENTO-SW = "S"
              MOVE "LOCAL COM MOVIMENTO NO ESTOQUE - INATIVE O LOCAL"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EXCLUI-RECORD-FIM
           END-IF.
           MOVE GS-LOCAL TO CODIGO-LOC910.
           READ LOC910 INVALID KEY
                MOVE "LOCAL NAO ENCONTRADO" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
              NOT INVALID KEY
                DELETE LOC910 RECORD
                MOVE "E"          TO LOG1-OPERACAO
                MOVE "LOC910"     TO LOG1-ARQUIVO
                MOVE REG-LOC910   TO LOG1-REGISTRO
                PERFORM GRAVA-LOG001
           END-READ.
       EXCLUI-RECORD-FIM.
           EXIT.

       VERIFICA-MOVIMENTO-LOCAL SECTION.
           MOVE "N" TO TEM-MOVIMENTO-SW.
           IF NOT BRD020-ABERTO
              GO VERIFICA-MOVIMENTO-LOCAL-FIM
           END-IF.
           MOVE "N"   TO FIM-BRD020-SW.
           MOVE ZEROS TO CODIGO-BRINDE-BRD020 SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
           PERFORM UNTIL FIM-BRD020-SW = "S"
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF LOCAL-BRD020 = GS-LOCAL
                   MOVE "S" TO TEM-MOVIMENTO-SW FIM-BRD020-SW
                END-IF
              END-READ
           END-PERFORM.
       VERIFICA-MOVIMENTO-LOCAL-FIM.
           EXIT.

       CARREGA-ULTIMOS SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE ZEROS TO CODIGO-LOC910.
           START LOC910 KEY IS NOT < CODIGO-LOC910 INVALID KEY
                 MOVE "10" TO ST-LOC910.
           PERFORM UNTIL ST-LOC910 = "10"
              READ LOC910 NEXT RECORD AT END
                   MOVE "10" TO ST-LOC910
              NOT AT END
                ADD 1 TO GS-CONT
                MOVE SPACES TO GS-LINDET
                MOVE CODIGO-LOC910        TO GS-LINDET(1: 2)
                MOVE NOME-LOC910          TO GS-LINDET(4: 30)
                MOVE TIPO-LOC910          TO GS-LINDET(35: 1)
                MOVE RESPONSAVEL-LOC910   TO GS-LINDET(37: 30)
                MOVE SITUACAO-LOC910      TO GS-LINDET(68: 1)
                MOVE "INSERE-LIST" TO DS-PROCEDURE
                PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-LOC910.

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
           MOVE "LOC9100T"  TO LOG1-PROGRAMA.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "LOC9100T" TO DS-SET-NAME
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
           move "LOC9100T"          to logacess-programa
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

           CLOSE LOC910 BRD020.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

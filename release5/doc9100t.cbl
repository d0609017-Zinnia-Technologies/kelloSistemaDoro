       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: CADASTRO DOS DOCUMENTOS DE REGULARIDADE DOS
      *FORNECEDORES (DOC910) - CERTIDOES NEGATIVAS, CADASTRO, ALVARA -
      *COM NUMERO, EMISSAO E VALIDADE. INCLUI, ALTERA E EXCLUI COM
      *TRILHA NO LOG001. DOCUMENTO MARCADO COMO OBRIGATORIO E VENCIDO
      *BLOQUEIA A EMISSAO DE PEDIDO AO FORNECEDOR NO COD9047T.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DOCX910.
           COPY CAPX011.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY DOCW910.
       COPY CAPW011.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "DOC9100T.CPB".
           COPY "DOC9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-DOC910             PIC XX       VALUE SPACES.
           05  ST-CAD011             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-DOC910           PIC X(30)    VALUE SPACES.
           05  PATH-CAD011           PIC X(30)    VALUE SPACES.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  FIM-DOC910-SW         PIC X        VALUE "N".
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
           MOVE "DOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DOC910.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O DOC910.
           IF ST-DOC910 = "35"
              CLOSE DOC910      OPEN OUTPUT DOC910
              CLOSE DOC910      OPEN I-O DOC910
           END-IF.
           OPEN INPUT CAD011.
           IF ST-DOC910 <> "00"
              MOVE "ERRO ABERTURA DOC910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-DOC910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "DOC9100T"          to logacess-programa
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
           MOVE GS-FORNECEDOR TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE SPACES TO NOME-FORNEC-CD011.
           MOVE NOME-FORNEC-CD011 TO GS-NOME-FORNEC.
           MOVE GS-FORNECEDOR TO FORNEC-DOC910.
           MOVE GS-TIPO-DOC   TO TIPO-DOC910.
           READ DOC910 INVALID KEY
                INITIALIZE REG-DOC910
                MOVE GS-FORNECEDOR TO FORNEC-DOC910
                MOVE GS-TIPO-DOC   TO TIPO-DOC910
                MOVE "S" TO OBRIGATORIO-DOC910
                MOVE 1 TO GRAVA-W.
           MOVE NUMERO-DOC910         TO GS-NUMERO-DOC.
           MOVE DATA-EMISSAO-DOC910   TO GS-DATA-EMISSAO.
           MOVE DATA-VALIDADE-DOC910  TO GS-DATA-VALIDADE.
           MOVE OBRIGATORIO-DOC910    TO GS-OBRIGATORIO.

       SALVAR-DADOS SECTION.
           MOVE GS-FORNECEDOR TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "FORNECEDOR NAO CADASTRADO NO CAD011"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO SALVAR-DADOS-FIM
           END-READ.
           IF GS-TIPO-DOC = SPACES
              MOVE "INFORME O TIPO DO DOCUMENTO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           IF GS-DATA-VALIDADE = ZEROS
              MOVE "INFORME A DATA DE VALIDADE DO DOCUMENTO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           IF GS-DATA-EMISSAO > GS-DATA-VALIDADE
              MOVE "VALIDADE ANTERIOR A EMISSAO DO DOCUMENTO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           IF GS-OBRIGATORIO NOT = "S" AND NOT = "N"
              MOVE "OBRIGATORIO DEVE SER S-SIM OU N-NAO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           MOVE GS-FORNECEDOR TO FORNEC-DOC910.
           MOVE GS-TIPO-DOC   TO TIPO-DOC910.
           READ DOC910 INVALID KEY
                MOVE 1 TO GRAVA-W
              NOT INVALID KEY
                MOVE ZEROS TO GRAVA-W
           END-READ.
           MOVE GS-FORNECEDOR    TO FORNEC-DOC910.
           MOVE GS-TIPO-DOC      TO TIPO-DOC910.
           MOVE GS-NUMERO-DOC    TO NUMERO-DOC910.
           MOVE GS-DATA-EMISSAO  TO DATA-EMISSAO-DOC910.
           MOVE GS-DATA-VALIDADE TO DATA-VALIDADE-DOC910.
           MOVE GS-OBRIGATORIO   TO OBRIGATORIO-DOC910.
           MOVE DATA-DIA-I       TO DATA-ALTERACAO-DOC910.
           MOVE USUARIO-W        TO USUARIO-DOC910.
           IF GRAVA-W = 1
              WRITE REG-DOC910 INVALID KEY
                 REWRITE REG-DOC910
              END-WRITE
              MOVE "I" TO LOG1-OPERACAO
           ELSE
              REWRITE REG-DOC910
              MOVE "A" TO LOG1-OPERACAO
           END-IF.
           MOVE "DOC910"     TO LOG1-ARQUIVO.
           MOVE REG-DOC910   TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
       SALVAR-DADOS-FIM.
           EXIT.

       EXCLUI-RECORD SECTION.
           MOVE GS-FORNECEDOR TO FORNEC-DOC910.
           MOVE GS-TIPO-DOC   TO TIPO-DOC910.
           READ DOC910 INVALID KEY
                MOVE "DOCUMENTO NAO ENCONTRADO" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
              NOT INVALID KEY
                DELETE DOC910 RECORD
                MOVE "E"          TO LOG1-OPERACAO
                MOVE "DOC910"     TO LOG1-ARQUIVO
                MOVE REG-DOC910   TO LOG1-REGISTRO
                PERFORM GRAVA-LOG001
           END-READ.

       CARREGA-ULTIMOS SECTION.
      *    DOCUMENTOS DO FORNECEDOR DA TELA, COM A SITUACAO DE CADA UM
      *    NA DATA DE HOJE.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE "N"   TO FIM-DOC910-SW.
           MOVE GS-FORNECEDOR TO FORNEC-DOC910.
           MOVE SPACES        TO TIPO-DOC910.
           START DOC910 KEY IS NOT < CHAVE-DOC910 INVALID KEY
                 MOVE "S" TO FIM-DOC910-SW.
           PERFORM UNTIL FIM-DOC910-SW = "S"
              READ DOC910 NEXT RECORD AT END
                   MOVE "S" TO FIM-DOC910-SW
              NOT AT END
                IF FORNEC-DOC910 NOT = GS-FORNECEDOR
                   MOVE "S" TO FIM-DOC910-SW
                ELSE
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE TIPO-DOC910          TO GS-LINDET(1: 10)
                   MOVE NUMERO-DOC910        TO GS-LINDET(12: 30)
                   MOVE DATA-EMISSAO-DOC910  TO GS-LINDET(43: 8)
                   MOVE DATA-VALIDADE-DOC910 TO GS-LINDET(52: 8)
                   MOVE OBRIGATORIO-DOC910   TO GS-LINDET(61: 1)
                   IF DATA-VALIDADE-DOC910 < DATA-DIA-I
                      MOVE "VENCIDO"         TO GS-LINDET(63: 7)
                   END-IF
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
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
           MOVE "DOC9100T"  TO LOG1-PROGRAMA.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "DOC9100T" TO DS-SET-NAME
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
           move "DOC9100T"          to logacess-programa
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

           CLOSE DOC910 CAD011.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORC9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: ORCAMENTO DE COMPRAS DA TEMPORADA (ORC910) POR ANO,
      *MES E TIPO DE FORNECEDOR DO CAD019. INCLUI, ALTERA E EXCLUI COM
      *TRILHA NO LOG001 E LISTA O ORCAMENTO DO ANO COM O TOTAL. O
      *CONFRONTO COM O COMPROMETIDO, FATURADO E PAGO E O COD9054.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ORCX910.
           COPY CAPX019.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ORCW910.
       COPY CAPW019.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "ORC9100T.CPB".
           COPY "ORC9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-ORC910             PIC XX       VALUE SPACES.
           05  ST-CAD019             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-ORC910           PIC X(30)    VALUE SPACES.
           05  GRAVA-W               PIC 9        VALUE ZEROS.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  FIM-ORC910-SW         PIC X        VALUE "N".
           05  TOTAL-ANO-W           PIC 9(12)V99 VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           MOVE "ORC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ORC910.
           MOVE "CAD019" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD019.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O ORC910.
           IF ST-ORC910 = "35"
              CLOSE ORC910      OPEN OUTPUT ORC910
              CLOSE ORC910      OPEN I-O ORC910
           END-IF.
           OPEN INPUT CAD019.
           IF ST-ORC910 <> "00"
              MOVE "ERRO ABERTURA ORC910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-ORC910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "ORC9100T"          to logacess-programa
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
           MOVE GS-TIPO TO CODIGO-TIPO.
           READ CAD019 INVALID KEY
                MOVE SPACES TO NOME-TIPO.
           MOVE NOME-TIPO TO GS-NOME-TIPO.
           MOVE GS-ANO  TO ANO-ORC910.
           MOVE GS-MES  TO MES-ORC910.
           MOVE GS-TIPO TO TIPO-ORC910.
           READ ORC910 INVALID KEY
                MOVE ZEROS TO VALOR-ORC910
                MOVE 1 TO GRAVA-W.
           MOVE VALOR-ORC910 TO GS-VALOR.

       SALVAR-DADOS SECTION.
           IF GS-ANO = ZEROS
              MOVE "INFORME O ANO DO ORCAMENTO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           IF GS-MES < 1 OR GS-MES > 12
              MOVE "MES DEVE SER DE 01 A 12" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO SALVAR-DADOS-FIM
           END-IF.
           MOVE GS-TIPO TO CODIGO-TIPO.
           READ CAD019 INVALID KEY
                MOVE "TIPO DE FORNECEDOR NAO CADASTRADO NO CAD019"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO SALVAR-DADOS-FIM
           END-READ.
           MOVE GS-ANO  TO ANO-ORC910.
           MOVE GS-MES  TO MES-ORC910.
           MOVE GS-TIPO TO TIPO-ORC910.
           READ ORC910 INVALID KEY
                MOVE 1 TO GRAVA-W
              NOT INVALID KEY
                MOVE ZEROS TO GRAVA-W
           END-READ.
           MOVE GS-ANO          TO ANO-ORC910.
           MOVE GS-MES          TO MES-ORC910.
           MOVE GS-TIPO         TO TIPO-ORC910.
           MOVE GS-VALOR        TO VALOR-ORC910.
           MOVE DATA-DIA-I      TO DATA-ALTERACAO-ORC910.
           MOVE USUARIO-W       TO USUARIO-ORC910.
           IF GRAVA-W = 1
              WRITE REG-ORC910 INVALID KEY
                 REWRITE REG-ORC910
              END-WRITE
              MOVE "I" TO LOG1-OPERACAO
           ELSE
              REWRITE REG-ORC910
              MOVE "A" TO LOG1-OPERACAO
           END-IF.
           MOVE "ORC910"     TO LOG1-ARQUIVO.
           MOVE REG-ORC910   TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
       SALVAR-DADOS-FIM.
           EXIT.

       EXCLUI-RECORD SECTION.
           MOVE GS-ANO  TO ANO-ORC910.
           MOVE GS-MES  TO MES-ORC910.
           MOVE GS-TIPO TO TIPO-ORC910.
           READ ORC910 INVALID KEY
                MOVE "ORCAMENTO NAO ENCONTRADO" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
              NOT INVALID KEY
                DELETE ORC910 RECORD
                MOVE "E"          TO LOG1-OPERACAO
                MOVE "ORC910"     TO LOG1-ARQUIVO
                MOVE REG-ORC910   TO LOG1-REGISTRO
                PERFORM GRAVA-LOG001
           END-READ.

       CARREGA-ULTIMOS SECTION.
      *    ORCAMENTO DO ANO DA TELA, MES A MES E TIPO A TIPO, COM O
      *    TOTAL DO ANO NA ULTIMA LINHA.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT TOTAL-ANO-W.
           MOVE "N"   TO FIM-ORC910-SW.
           MOVE GS-ANO TO ANO-ORC910.
           MOVE ZEROS  TO MES-ORC910 TIPO-ORC910.
           START ORC910 KEY IS NOT < CHAVE-ORC910 INVALID KEY
                 MOVE "S" TO FIM-ORC910-SW.
           PERFORM UNTIL FIM-ORC910-SW = "S"
              READ ORC910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ORC910-SW
              NOT AT END
                IF ANO-ORC910 NOT = GS-ANO
                   MOVE "S" TO FIM-ORC910-SW
                ELSE
                   MOVE TIPO-ORC910 TO CODIGO-TIPO
                   READ CAD019 INVALID KEY
                        MOVE SPACES TO NOME-TIPO
                   END-READ
                   ADD VALOR-ORC910 TO TOTAL-ANO-W
                   MOVE VALOR-ORC910 TO VALOR-EDIT-W
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE MES-ORC910           TO GS-LINDET(1: 2)
                   MOVE TIPO-ORC910          TO GS-LINDET(4: 2)
                   MOVE NOME-TIPO            TO GS-LINDET(7: 20)
                   MOVE VALOR-EDIT-W         TO GS-LINDET(28: 17)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE TOTAL-ANO-W TO VALOR-EDIT-W.
           MOVE SPACES TO GS-LINDET.
           MOVE "TOTAL DO ANO"       TO GS-LINDET(7: 12).
           MOVE VALOR-EDIT-W         TO GS-LINDET(28: 17).
           MOVE "INSERE-LIST" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.

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
           MOVE "ORC9100T"  TO LOG1-PROGRAMA.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "ORC9100T" TO DS-SET-NAME
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
           move "ORC9100T"          to logacess-programa
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

           CLOSE ORC910 CAD019.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFC9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: PREFERENCIAS DE CONTATO DO SACADO (PFC910) - CANAL
      *PREFERIDO, E-MAIL E TELEFONE DE CONTATO, RECUSA (OPT-OUT) DE
      *CARTA, E-MAIL E TELEFONE E A DATA/MEIO DO CONSENTIMENTO, POR
      *CLIENTE. A REGUA (CRP9139) E AS CARTAS (CRP9128) SEGUEM O QUE
      *ESTIVER AQUI PELA ROTINA CRP9185. EXCLUIR O REGISTRO VOLTA O
      *CLIENTE AO TRATAMENTO PADRAO (TODOS OS CANAIS). AS GRAVACOES
      *SAO LOGADAS NO LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX949.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW949.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "PFC9100T.CPB".
           COPY "PFC9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-PFC910             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-PFC910           PIC X(30)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  DADOS-OK-SW           PIC X(01)    VALUE "N".
               88  DADOS-OK                 VALUE "S".
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
           MOVE "PFC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PFC910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O PFC910.
           IF ST-PFC910 = "35"
              CLOSE PFC910      OPEN OUTPUT PFC910
              CLOSE PFC910      OPEN I-O PFC910
           END-IF.
           IF ST-PFC910 <> "00"
              MOVE "ERRO ABERTURA PFC910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-PFC910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "PFC9100T"          to logacess-programa
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
                    PERFORM CARREGA-PREFERENCIAS
               WHEN GS-LE-CLIENTE-TRUE
                    PERFORM LE-CLIENTE
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-PREFERENCIA
                    PERFORM CARREGA-PREFERENCIAS
               WHEN GS-EXCLUI-TRUE
                    PERFORM EXCLUI-PREFERENCIA
                    PERFORM CARREGA-PREFERENCIAS
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

       CARREGA-PREFERENCIAS SECTION.
      *    GS-RECUSA-FILTRO: "S" SO OS CLIENTES COM ALGUMA RECUSA DE
      *    CANAL, BRANCO = TODOS OS CADASTRADOS.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE ZEROS TO CLIENTE-PFC910.
           START PFC910 KEY IS NOT < CLIENTE-PFC910 INVALID KEY
                 MOVE "10" TO ST-PFC910.
           PERFORM UNTIL ST-PFC910 = "10"
              READ PFC910 NEXT RECORD AT END
                   MOVE "10" TO ST-PFC910
              NOT AT END
                IF GS-RECUSA-FILTRO = SPACES OR
                   RECUSA-CARTA-PFC910 OR RECUSA-EMAIL-PFC910 OR
                   RECUSA-TELEFONE-PFC910
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE CLIENTE-PFC910         TO GS-LINDET(1: 8)
                   MOVE CANAL-PREFERIDO-PFC910 TO GS-LINDET(10: 1)
                   MOVE OPTOUT-CARTA-PFC910    TO GS-LINDET(12: 1)
                   MOVE OPTOUT-EMAIL-PFC910    TO GS-LINDET(14: 1)
                   MOVE OPTOUT-TELEFONE-PFC910 TO GS-LINDET(16: 1)
                   MOVE DATA-CONSENTIMENTO-PFC910 TO GS-LINDET(18: 8)
                   MOVE FONE-PFC910            TO GS-LINDET(27: 15)
                   MOVE EMAIL-PFC910           TO GS-LINDET(43: 60)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PFC910.

       LE-CLIENTE SECTION.
           MOVE GS-CLIENTE TO CLIENTE-PFC910.
           READ PFC910 INVALID KEY
                INITIALIZE REG-PFC910
                MOVE "CLIENTE SEM PREFERENCIA - ACEITA TODOS OS CANAIS"
                                       TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           END-READ.
           MOVE CANAL-PREFERIDO-PFC910    TO GS-CANAL-PREFERIDO.
           MOVE EMAIL-PFC910              TO GS-EMAIL.
           MOVE FONE-PFC910               TO GS-FONE.
           MOVE OPTOUT-CARTA-PFC910       TO GS-OPTOUT-CARTA.
           MOVE OPTOUT-EMAIL-PFC910       TO GS-OPTOUT-EMAIL.
           MOVE OPTOUT-TELEFONE-PFC910    TO GS-OPTOUT-TELEFONE.
           MOVE DATA-CONSENTIMENTO-PFC910 TO GS-DATA-CONSENTIMENTO.
           MOVE MEIO-CONSENTIMENTO-PFC910 TO GS-MEIO-CONSENTIMENTO.
           MOVE DATA-ALTERACAO-PFC910     TO GS-DATA-ALTERACAO.
           MOVE USUARIO-PFC910            TO GS-USUARIO-ALTERACAO.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.

       GRAVA-PREFERENCIA SECTION.
           PERFORM CONSISTE-PREFERENCIA.
           IF NOT DADOS-OK
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-PREFERENCIA-FIM
           END-IF.
           MOVE GS-CLIENTE TO CLIENTE-PFC910.
           READ PFC910 INVALID KEY
                INITIALIZE REG-PFC910
                MOVE GS-CLIENTE TO CLIENTE-PFC910
                MOVE "I" TO LOG1-OPERACAO
              NOT INVALID KEY
                MOVE "A" TO LOG1-OPERACAO
           END-READ.
           MOVE GS-CANAL-PREFERIDO    TO CANAL-PREFERIDO-PFC910.
           MOVE GS-EMAIL              TO EMAIL-PFC910.
           MOVE GS-FONE               TO FONE-PFC910.
           MOVE GS-OPTOUT-CARTA       TO OPTOUT-CARTA-PFC910.
           MOVE GS-OPTOUT-EMAIL       TO OPTOUT-EMAIL-PFC910.
           MOVE GS-OPTOUT-TELEFONE    TO OPTOUT-TELEFONE-PFC910.
      *    SEM DATA INFORMADA, O CONSENTIMENTO E O DE HOJE.
           IF GS-DATA-CONSENTIMENTO = ZEROS
              MOVE DATA-DIA-I         TO GS-DATA-CONSENTIMENTO
           END-IF.
           MOVE GS-DATA-CONSENTIMENTO TO DATA-CONSENTIMENTO-PFC910.
           MOVE GS-MEIO-CONSENTIMENTO TO MEIO-CONSENTIMENTO-PFC910.
           MOVE DATA-DIA-I            TO DATA-ALTERACAO-PFC910.
           MOVE USUARIO-W             TO USUARIO-PFC910.
           IF LOG1-OPERACAO = "I"
              WRITE REG-PFC910 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE REG-PFC910 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           PERFORM GRAVA-LOG001.
           MOVE "PREFERENCIAS GRAVADAS" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       GRAVA-PREFERENCIA-FIM.
           EXIT.

       CONSISTE-PREFERENCIA SECTION.
           MOVE "N" TO DADOS-OK-SW.
           IF GS-CLIENTE = ZEROS
              MOVE "INFORME O CLIENTE" TO GS-MENSAGEM-ERRO
              GO CONSISTE-PREFERENCIA-FIM
           END-IF.
           IF GS-CANAL-PREFERIDO NOT = SPACES AND "C" AND "E" AND "T"
              MOVE "CANAL PREFERIDO: C-CARTA, E-E-MAIL OU T-TELEFONE"
                                     TO GS-MENSAGEM-ERRO
              GO CONSISTE-PREFERENCIA-FIM
           END-IF.
           IF (GS-OPTOUT-CARTA NOT = SPACES AND "S" AND "N") OR
              (GS-OPTOUT-EMAIL NOT = SPACES AND "S" AND "N") OR
              (GS-OPTOUT-TELEFONE NOT = SPACES AND "S" AND "N")
              MOVE "RECUSA DE CANAL: S-RECUSA OU N-ACEITA"
                                     TO GS-MENSAGEM-ERRO
              GO CONSISTE-PREFERENCIA-FIM
           END-IF.
      *    O CANAL PREFERIDO NAO PODE SER UM DOS RECUSADOS.
           IF (GS-CANAL-PREFERIDO = "C" AND GS-OPTOUT-CARTA = "S") OR
              (GS-CANAL-PREFERIDO = "E" AND GS-OPTOUT-EMAIL = "S") OR
              (GS-CANAL-PREFERIDO = "T" AND GS-OPTOUT-TELEFONE = "S")
              MOVE "CANAL PREFERIDO ESTA ENTRE OS RECUSADOS"
                                     TO GS-MENSAGEM-ERRO
              GO CONSISTE-PREFERENCIA-FIM
           END-IF.
           IF GS-CANAL-PREFERIDO = "E" AND GS-EMAIL = SPACES
              MOVE "PREFERENCIA POR E-MAIL EXIGE O E-MAIL"
                                     TO GS-MENSAGEM-ERRO
              GO CONSISTE-PREFERENCIA-FIM
           END-IF.
           IF GS-DATA-CONSENTIMENTO > DATA-DIA-I
              MOVE "DATA DO CONSENTIMENTO NAO PODE SER FUTURA"
                                     TO GS-MENSAGEM-ERRO
              GO CONSISTE-PREFERENCIA-FIM
           END-IF.
           MOVE "S" TO DADOS-OK-SW.
       CONSISTE-PREFERENCIA-FIM.
           EXIT.

       EXCLUI-PREFERENCIA SECTION.
           MOVE GS-CLIENTE TO CLIENTE-PFC910.
           READ PFC910 INVALID KEY
                MOVE "CLIENTE SEM PREFERENCIA CADASTRADA"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO EXCLUI-PREFERENCIA-FIM
           END-READ.
           DELETE PFC910 RECORD INVALID KEY
                  CONTINUE
           END-DELETE.
           MOVE "E" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG001.
           MOVE "PREFERENCIAS EXCLUIDAS" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       EXCLUI-PREFERENCIA-FIM.
           EXIT.

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
           MOVE "PFC910"    TO LOG1-ARQUIVO.
           MOVE "PFC9100T"  TO LOG1-PROGRAMA.
           MOVE REG-PFC910  TO LOG1-REGISTRO.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "PFC9100T" TO DS-SET-NAME
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
           move "PFC9100T"          to logacess-programa
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

           CLOSE PFC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

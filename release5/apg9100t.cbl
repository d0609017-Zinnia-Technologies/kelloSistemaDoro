       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APG9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: TITULOS A PAGAR DO FORNECEDOR (APG910) - LISTA OS
      *TITULOS DO FORNECEDOR DO CAD011 COM VENCIMENTO, VALOR,
      *SITUACAO (ABERTO/REMETIDO AO BANCO/PAGO) E A OCORRENCIA DO
      *ULTIMO RETORNO DE PAGAMENTO, E RECEBE O CODIGO DE BARRAS DO
      *BOLETO DO FORNECEDOR (FORMA "B" NO CAD011) P/ A REMESSA DE
      *PAGAMENTO DO COD9050. SO TITULO EM ABERTO ACEITA O CODIGO, E
      *O VALOR DO CODIGO TEM DE BATER COM O DO TITULO. AS GRAVACOES
      *SAO LOGADAS NO LOG001. O VALOR LISTADO E O LIQUIDO A PAGAR;
      *AO LADO SAI O QUE NOTAS DE DEBITO DE DEVOLUCAO (DEV910) JA
      *ABATERAM DO TITULO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APGX910.
           COPY CAPX011.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY APGW910.
       COPY CAPW011.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "APG9100T.CPB".
           COPY "APG9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-APG910             PIC XX       VALUE SPACES.
           05  ST-CAD011             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  PATH-APG910           PIC X(30)    VALUE SPACES.
           05  PATH-CAD011           PIC X(30)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  VALOR-BARRAS-W        PIC 9(08)V99 VALUE ZEROS.
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

           MOVE EMPRESA-W          TO EMP-REC
           MOVE "APG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-APG910.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O APG910.
           IF ST-APG910 = "35"
              CLOSE APG910      OPEN OUTPUT APG910
              CLOSE APG910      OPEN I-O APG910
           END-IF.
           OPEN INPUT CAD011.
           IF ST-APG910 <> "00"
              MOVE "ERRO ABERTURA APG910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-APG910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "APG9100T"          to logacess-programa
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
                    PERFORM CARREGA-TITULOS
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-CODIGO-BARRAS
                    PERFORM CARREGA-TITULOS
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

       CARREGA-TITULOS SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE GS-FORNECEDOR TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "*** FORNECEDOR NAO CADASTRADO ***"
                     TO NOME-FORNEC-CD011
                MOVE SPACES TO FORMA-PAGTO-CD011
           END-READ.
           MOVE NOME-FORNEC-CD011 TO GS-NOME-FORNEC.
           MOVE FORMA-PAGTO-CD011 TO GS-FORMA-PAGTO.
           MOVE GS-FORNECEDOR TO FORNEC-APG910.
           MOVE ZEROS         TO NUMERO-PED-APG910 ITEM-PED-APG910.
           START APG910 KEY IS NOT < CHAVE-APG910 INVALID KEY
                 MOVE "10" TO ST-APG910.
           PERFORM UNTIL ST-APG910 = "10"
              READ APG910 NEXT RECORD AT END
                   MOVE "10" TO ST-APG910
              NOT AT END
                IF FORNEC-APG910 NOT = GS-FORNECEDOR
                   MOVE "10" TO ST-APG910
                ELSE
                   PERFORM INSERE-TITULO-LISTA
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-APG910.

       INSERE-TITULO-LISTA SECTION.
           ADD 1 TO GS-CONT.
           MOVE SPACES TO GS-LINDET.
           MOVE NUMERO-PED-APG910  TO GS-LINDET(1: 6).
           MOVE ITEM-PED-APG910    TO GS-LINDET(8: 2).
           MOVE DATA-VENCTO-APG910 TO GS-LINDET(11: 8).
           MOVE VALOR-APG910       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO GS-LINDET(20: 14).
           EVALUATE TRUE
               WHEN PAGAR-ABERTO-APG910
                   MOVE "ABERTO"   TO GS-LINDET(35: 8)
               WHEN PAGAR-REMETIDO-APG910
                   MOVE "REMETIDO" TO GS-LINDET(35: 8)
               WHEN PAGAR-PAGO-APG910
                   MOVE "PAGO"     TO GS-LINDET(35: 8)
           END-EVALUATE.
           IF CODIGO-BARRAS-APG910 NOT = SPACES
              MOVE "COM BOLETO"    TO GS-LINDET(44: 10)
           END-IF.
           MOVE OCORRENCIA-APG910  TO GS-LINDET(55: 10).
           IF VALOR-ABATIDO-APG910 NOT = ZEROS
              MOVE "DEVOL"           TO GS-LINDET(66: 5)
              MOVE VALOR-ABATIDO-APG910 TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W      TO GS-LINDET(72: 14)
           END-IF.
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       GRAVA-CODIGO-BARRAS SECTION.
           MOVE GS-FORNECEDOR  TO FORNEC-APG910.
           MOVE GS-NUMERO-PED  TO NUMERO-PED-APG910.
           MOVE GS-ITEM-PED    TO ITEM-PED-APG910.
           READ APG910 INVALID KEY
                MOVE "TITULO NAO ENCONTRADO NO APG910"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO GRAVA-CODIGO-BARRAS-FIM
           END-READ.
           IF NOT PAGAR-ABERTO-APG910
              MOVE "SO TITULO EM ABERTO ACEITA CODIGO DE BARRAS"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CODIGO-BARRAS-FIM
           END-IF.
           IF GS-CODIGO-BARRAS NOT = SPACES
              IF GS-CODIGO-BARRAS NOT NUMERIC
                 MOVE "CODIGO DE BARRAS DEVE TER 44 DIGITOS"
                                     TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO GRAVA-CODIGO-BARRAS-FIM
              END-IF
      *       POSICOES 10-19 DO CODIGO = VALOR DO BOLETO EM CENTAVOS
      *       (ZEROS = BOLETO SEM VALOR IMPRESSO).
              MOVE GS-CODIGO-BARRAS(10: 10) TO VALOR-BARRAS-W
              IF VALOR-BARRAS-W NOT = ZEROS AND
                 VALOR-BARRAS-W NOT = VALOR-APG910
                 MOVE "VALOR DO BOLETO DIFERENTE DO TITULO"
                                     TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO GRAVA-CODIGO-BARRAS-FIM
              END-IF
           END-IF.
           MOVE GS-CODIGO-BARRAS TO CODIGO-BARRAS-APG910.
           REWRITE REG-APG910 INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE "A"         TO LOG1-OPERACAO.
           MOVE "APG910"    TO LOG1-ARQUIVO.
           MOVE REG-APG910  TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
       GRAVA-CODIGO-BARRAS-FIM.
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
           MOVE "APG9100T"  TO LOG1-PROGRAMA.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "APG9100T" TO DS-SET-NAME
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
           move "APG9100T"          to logacess-programa
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

           CLOSE APG910 CAD011.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

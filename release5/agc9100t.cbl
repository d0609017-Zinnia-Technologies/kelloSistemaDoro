       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGC9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: MANUTENCAO DAS AGENCIAS DE COBRANCA EXTERNA
      *(AGC910) - NOME, CNPJ, SITUACAO E AS ATE 4 FAIXAS DE ATRASO
      *COM O PERCENTUAL DE COMISSAO DE CADA UMA, USADAS PELO
      *DEMONSTRATIVO MENSAL CRP9169. AGENCIA NAO E EXCLUIDA (PODE
      *TER TITULOS CEDIDOS NO ACB910): E INATIVADA, E O ENVIO
      *CRP9167 RECUSA AGENCIA INATIVA. AS GRAVACOES SAO LOGADAS NO
      *LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX933.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW933.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "AGC9100T.CPB".
           COPY "AGC9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-AGC910             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-AGC910           PIC X(30)    VALUE SPACES.
           05  IX-FAIXA-W            PIC 9(01)    VALUE ZEROS.
           05  DIAS-ANT-W            PIC 9(04)    VALUE ZEROS.
           05  FAIXA-INVALIDA-SW     PIC X(01)    VALUE "N".
           05  FIM-FAIXAS-SW         PIC X(01)    VALUE "N".
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
           MOVE "AGC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-AGC910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O AGC910.
           IF ST-AGC910 = "35"
              CLOSE AGC910      OPEN OUTPUT AGC910
              CLOSE AGC910      OPEN I-O AGC910
           END-IF.
           IF ST-AGC910 <> "00"
              MOVE "ERRO ABERTURA AGC910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-AGC910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "AGC9100T"          to logacess-programa
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
                    PERFORM CARREGA-AGENCIAS
               WHEN GS-LE-AGENCIA-TRUE
                    PERFORM LE-AGENCIA
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-AGENCIA
                    PERFORM CARREGA-AGENCIAS
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

       CARREGA-AGENCIAS SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE ZEROS TO CODIGO-AGC910.
           START AGC910 KEY IS NOT < CODIGO-AGC910 INVALID KEY
                 MOVE "10" TO ST-AGC910.
           PERFORM UNTIL ST-AGC910 = "10"
              READ AGC910 NEXT RECORD AT END
                   MOVE "10" TO ST-AGC910
              NOT AT END
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE CODIGO-AGC910        TO GS-LINDET(1: 3)
                   MOVE NOME-AGC910          TO GS-LINDET(5: 40)
                   MOVE SITUACAO-AGC910      TO GS-LINDET(46: 1)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-AGC910.

       LE-AGENCIA SECTION.
           MOVE GS-CODIGO TO CODIGO-AGC910.
           READ AGC910 INVALID KEY
                MOVE "AGENCIA NAO CADASTRADA" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO LE-AGENCIA-FIM
           END-READ.
           MOVE NOME-AGC910     TO GS-NOME.
           MOVE CNPJ-AGC910     TO GS-CNPJ.
           MOVE SITUACAO-AGC910 TO GS-SITUACAO.
           PERFORM VARYING IX-FAIXA-W FROM 1 BY 1 UNTIL IX-FAIXA-W > 4
              MOVE DIAS-ATE-AGC910(IX-FAIXA-W)
                                TO GS-DIAS-ATE(IX-FAIXA-W)
              MOVE PERC-COMISSAO-AGC910(IX-FAIXA-W)
                                TO GS-PERC-COMISSAO(IX-FAIXA-W)
           END-PERFORM.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.
       LE-AGENCIA-FIM.
           EXIT.

       GRAVA-AGENCIA SECTION.
           IF GS-CODIGO = ZEROS OR GS-NOME = SPACES
              MOVE "INFORME O CODIGO E O NOME DA AGENCIA"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-AGENCIA-FIM
           END-IF.
           IF GS-SITUACAO NOT = "A" AND GS-SITUACAO NOT = "I"
              MOVE "SITUACAO DEVE SER A-ATIVA OU I-INATIVA"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-AGENCIA-FIM
           END-IF.
           PERFORM VALIDA-FAIXAS.
           IF FAIXA-INVALIDA-SW = "S"
              MOVE "FAIXAS: DIAS CRESCENTES E PERCENTUAL ATE 100"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-AGENCIA-FIM
           END-IF.
           MOVE GS-CODIGO      TO CODIGO-AGC910.
           MOVE GS-NOME        TO NOME-AGC910.
           MOVE GS-CNPJ        TO CNPJ-AGC910.
           MOVE GS-SITUACAO    TO SITUACAO-AGC910.
           PERFORM VARYING IX-FAIXA-W FROM 1 BY 1 UNTIL IX-FAIXA-W > 4
              MOVE GS-DIAS-ATE(IX-FAIXA-W)
                                TO DIAS-ATE-AGC910(IX-FAIXA-W)
              MOVE GS-PERC-COMISSAO(IX-FAIXA-W)
                                TO PERC-COMISSAO-AGC910(IX-FAIXA-W)
           END-PERFORM.
           MOVE "A"            TO LOG1-OPERACAO.
           REWRITE REG-AGC910 INVALID KEY
              MOVE "I" TO LOG1-OPERACAO
              WRITE REG-AGC910 INVALID KEY CONTINUE
              END-WRITE
           END-REWRITE.
           PERFORM GRAVA-LOG001.
       GRAVA-AGENCIA-FIM.
           EXIT.

       VALIDA-FAIXAS SECTION.
      *    A PRIMEIRA FAIXA E OBRIGATORIA; AS SEGUINTES, QUANDO
      *    PREENCHIDAS, TEM DIAS MAIORES QUE A ANTERIOR. FAIXA COM
      *    DIAS ZERADOS ENCERRA A TABELA.
           MOVE "N"   TO FAIXA-INVALIDA-SW FIM-FAIXAS-SW.
           MOVE ZEROS TO DIAS-ANT-W.
           IF GS-DIAS-ATE(1) = ZEROS
              MOVE "S" TO FAIXA-INVALIDA-SW
           END-IF.
           PERFORM VARYING IX-FAIXA-W FROM 1 BY 1 UNTIL IX-FAIXA-W > 4
              IF GS-DIAS-ATE(IX-FAIXA-W) = ZEROS
                 MOVE "S" TO FIM-FAIXAS-SW
              END-IF
              IF FIM-FAIXAS-SW = "S"
                 MOVE ZEROS TO GS-DIAS-ATE(IX-FAIXA-W)
                               GS-PERC-COMISSAO(IX-FAIXA-W)
              ELSE
                 IF GS-DIAS-ATE(IX-FAIXA-W) NOT > DIAS-ANT-W OR
                    GS-PERC-COMISSAO(IX-FAIXA-W) > 100
                    MOVE "S" TO FAIXA-INVALIDA-SW
                 END-IF
                 MOVE GS-DIAS-ATE(IX-FAIXA-W) TO DIAS-ANT-W
              END-IF
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
           MOVE "AGC910"    TO LOG1-ARQUIVO.
           MOVE "AGC9100T"  TO LOG1-PROGRAMA.
           MOVE REG-AGC910  TO LOG1-REGISTRO.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "AGC9100T" TO DS-SET-NAME
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
           move "AGC9100T"          to logacess-programa
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

           CLOSE AGC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

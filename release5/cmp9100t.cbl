       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMP9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: MANUTENCAO DAS CAMPANHAS DE QUITACAO ANTECIPADA
      *(CMP910) - ESCOPO POR CONTRATO OU POR PORTADOR, JANELA DE
      *VALIDADE E PERCENTUAL DE DESCONTO SOBRE AS PARCELAS A VENCER.
      *A ROTINA DE SALDO CRP9129 USA A CAMPANHA NO CALCULO (SEGUNDA
      *VIA DO CRP9116, CONSULTA CRP9111T E QUITACAO NO CAIXA
      *CRP9135T) E O CRP9175 MOSTRA QUEM ADERIU. CAMPANHA NAO E
      *EXCLUIDA (O RELATORIO LE A JANELA DELA): E INATIVADA. AS
      *GRAVACOES SAO LOGADAS NO LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX939.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW939.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "CMP9100T.CPB".
           COPY "CMP9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CMP910             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-CMP910           PIC X(30)    VALUE SPACES.
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
           MOVE "CMP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CMP910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O CMP910.
           IF ST-CMP910 = "35"
              CLOSE CMP910      OPEN OUTPUT CMP910
              CLOSE CMP910      OPEN I-O CMP910
           END-IF.
           IF ST-CMP910 <> "00"
              MOVE "ERRO ABERTURA CMP910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CMP910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "CMP9100T"          to logacess-programa
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
                    PERFORM CARREGA-CAMPANHAS
               WHEN GS-LE-CAMPANHA-TRUE
                    PERFORM LE-CAMPANHA
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-CAMPANHA
                    PERFORM CARREGA-CAMPANHAS
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

       CARREGA-CAMPANHAS SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE ZEROS TO NUMERO-CMP910.
           START CMP910 KEY IS NOT < NUMERO-CMP910 INVALID KEY
                 MOVE "10" TO ST-CMP910.
           PERFORM UNTIL ST-CMP910 = "10"
              READ CMP910 NEXT RECORD AT END
                   MOVE "10" TO ST-CMP910
              NOT AT END
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE NUMERO-CMP910        TO GS-LINDET(1: 4)
                   MOVE DESCRICAO-CMP910     TO GS-LINDET(6: 40)
                   MOVE ESCOPO-CMP910        TO GS-LINDET(47: 1)
                   IF ESCOPO-CONTRATO-CMP910
                      MOVE NR-CONTRATO-CMP910 TO GS-LINDET(49: 4)
                   ELSE
                      MOVE PORTADOR-CMP910    TO GS-LINDET(49: 4)
                   END-IF
                   MOVE DATA-INICIO-CMP910   TO GS-LINDET(54: 8)
                   MOVE DATA-FIM-CMP910      TO GS-LINDET(63: 8)
                   MOVE PERC-DESCONTO-CMP910 TO GS-LINDET(72: 5)
                   MOVE SITUACAO-CMP910      TO GS-LINDET(78: 1)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CMP910.

       LE-CAMPANHA SECTION.
           MOVE GS-NUMERO TO NUMERO-CMP910.
           READ CMP910 INVALID KEY
                MOVE "CAMPANHA NAO CADASTRADA" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO LE-CAMPANHA-FIM
           END-READ.
           MOVE DESCRICAO-CMP910     TO GS-DESCRICAO.
           MOVE ESCOPO-CMP910        TO GS-ESCOPO.
           MOVE NR-CONTRATO-CMP910   TO GS-CONTRATO.
           MOVE PORTADOR-CMP910      TO GS-PORTADOR.
           MOVE DATA-INICIO-CMP910   TO GS-DATA-INICIO.
           MOVE DATA-FIM-CMP910      TO GS-DATA-FIM.
           MOVE PERC-DESCONTO-CMP910 TO GS-PERC-DESCONTO.
           MOVE SITUACAO-CMP910      TO GS-SITUACAO.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.
       LE-CAMPANHA-FIM.
           EXIT.

       GRAVA-CAMPANHA SECTION.
           IF GS-NUMERO = ZEROS OR GS-DESCRICAO = SPACES
              MOVE "INFORME O NUMERO E A DESCRICAO DA CAMPANHA"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CAMPANHA-FIM
           END-IF.
           IF GS-ESCOPO NOT = "C" AND GS-ESCOPO NOT = "P"
              MOVE "ESCOPO DEVE SER C-CONTRATO OU P-PORTADOR"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CAMPANHA-FIM
           END-IF.
      *    SO A CHAVE DO ESCOPO ESCOLHIDO FICA GRAVADA, P/ A ROTINA
      *    DE SALDO NAO CASAR A CAMPANHA PELO CAMPO ERRADO.
           IF GS-ESCOPO = "C"
              MOVE ZEROS TO GS-PORTADOR
              IF GS-CONTRATO = ZEROS
                 MOVE "CAMPANHA POR CONTRATO EXIGE O CONTRATO"
                                     TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO GRAVA-CAMPANHA-FIM
              END-IF
           ELSE
              MOVE ZEROS TO GS-CONTRATO
              IF GS-PORTADOR = ZEROS
                 MOVE "CAMPANHA POR PORTADOR EXIGE O PORTADOR"
                                     TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO GRAVA-CAMPANHA-FIM
              END-IF
           END-IF.
           IF GS-DATA-INICIO = ZEROS OR GS-DATA-FIM = ZEROS OR
              GS-DATA-FIM < GS-DATA-INICIO
              MOVE "JANELA INVALIDA - FIM ANTERIOR AO INICIO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CAMPANHA-FIM
           END-IF.
           IF GS-PERC-DESCONTO = ZEROS OR GS-PERC-DESCONTO NOT < 100
              MOVE "PERCENTUAL DE DESCONTO DEVE FICAR ENTRE 0 E 100"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CAMPANHA-FIM
           END-IF.
           IF GS-SITUACAO NOT = "A" AND GS-SITUACAO NOT = "I"
              MOVE "SITUACAO DEVE SER A-ATIVA OU I-INATIVA"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CAMPANHA-FIM
           END-IF.
           MOVE GS-NUMERO        TO NUMERO-CMP910.
           MOVE GS-DESCRICAO     TO DESCRICAO-CMP910.
           MOVE GS-ESCOPO        TO ESCOPO-CMP910.
           MOVE GS-CONTRATO      TO NR-CONTRATO-CMP910.
           MOVE GS-PORTADOR      TO PORTADOR-CMP910.
           MOVE GS-DATA-INICIO   TO DATA-INICIO-CMP910.
           MOVE GS-DATA-FIM      TO DATA-FIM-CMP910.
           MOVE GS-PERC-DESCONTO TO PERC-DESCONTO-CMP910.
           MOVE GS-SITUACAO      TO SITUACAO-CMP910.
           MOVE DATA-DIA-I       TO DATA-CADASTRO-CMP910.
           MOVE USUARIO-W        TO USUARIO-CMP910.
           MOVE "A"            TO LOG1-OPERACAO.
           REWRITE REG-CMP910 INVALID KEY
              MOVE "I" TO LOG1-OPERACAO
              WRITE REG-CMP910 INVALID KEY CONTINUE
              END-WRITE
           END-REWRITE.
           PERFORM GRAVA-LOG001.
       GRAVA-CAMPANHA-FIM.
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
           MOVE "CMP910"    TO LOG1-ARQUIVO.
           MOVE "CMP9100T"  TO LOG1-PROGRAMA.
           MOVE REG-CMP910  TO LOG1-REGISTRO.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CMP9100T" TO DS-SET-NAME
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
           move "CMP9100T"          to logacess-programa
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

           CLOSE CMP910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVC9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: REGISTRO DE CORRESPONDENCIA DEVOLVIDA PELO CORREIO
      *(DVC910) - CARTA DO CRP9128 OU CARNE/BOLETO DO CRP9116 QUE
      *VOLTOU COM "MUDOU-SE", "ENDERECO INSUFICIENTE" ETC. LANCA A
      *DEVOLUCAO POR COD-COMPL OU POR CLIENTE (TODOS OS TITULOS EM
      *ABERTO DELE NO CRD020), COM O CODIGO DO MOTIVO:
      *01 MUDOU-SE              02 ENDERECO INSUFICIENTE
      *03 NAO EXISTE O NUMERO   04 DESCONHECIDO
      *05 RECUSADO              06 NAO PROCURADO
      *07 AUSENTE               08 FALECIDO
      *09 OUTROS
      *A DEVOLUCAO FICA PENDENTE E MARCA O ENDERECO DO SACADO COMO
      *INVALIDO (CRP9128 NAO EMITE CARTA, CARNE DO CRP9116 SAI COM
      *AVISO DE NAO POSTAR, CRITICA DO CRP9108 AVISA). NA PRIMEIRA
      *DEVOLUCAO PENDENTE DO SACADO ABRE TAREFA NO COD501 DO
      *CONTRATO (RETORNO P/ HOJE) P/ OBTER O ENDERECO NOVO; A
      *GRAVACAO DO ENDERECO NOVO NA CGP9124T RESOLVE AS PENDENTES.
      *AS GRAVACOES SAO LOGADAS NO LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CGPX011.
           COPY CRPX941.
           COPY COD501X.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CGPW011.
       COPY CRPW941.
       COPY COD501W.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "DVC9100T.CPB".
           COPY "DVC9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-DVC910             PIC XX       VALUE SPACES.
           05  PATH-DVC910           PIC X(30)    VALUE SPACES.
           05  ST-COD501             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(08)    VALUE ZEROS.
           05  COD-COMPL-DEVOL-W     PIC 9(09)    VALUE ZEROS.
           05  NR-CONTRATO-DEVOL-W   PIC 9(04)    VALUE ZEROS.
           05  DATA-DEVOL-W          PIC 9(08)    VALUE ZEROS.
           05  MOTIVO-DEVOL-W        PIC 9(02)    VALUE ZEROS.
           05  DESCR-MOTIVO-W        PIC X(22)    VALUE SPACES.
           05  ULT-SEQ-DVC-W         PIC 9(03)    VALUE ZEROS.
           05  JA-PENDENTE-SW        PIC X(01)    VALUE "N".
               88  JA-PENDENTE               VALUE "S".
           05  QTDE-REGISTRADA-W     PIC 9(04)    VALUE ZEROS.
           05  QTDE-TAREFAS-W        PIC 9(04)    VALUE ZEROS.
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
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "DVC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DVC910.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN INPUT CRD020 CGD011.
           OPEN I-O DVC910.
           IF ST-DVC910 = "35"
              CLOSE DVC910      OPEN OUTPUT DVC910
              CLOSE DVC910      OPEN I-O DVC910
           END-IF.
           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           IF ST-DVC910 <> "00"
              MOVE "ERRO ABERTURA DVC910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-DVC910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "DVC9100T"          to logacess-programa
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
                    PERFORM CARREGA-DEVOLUCOES
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-DEVOLUCAO
                    PERFORM CARREGA-DEVOLUCOES
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

       CARREGA-DEVOLUCOES SECTION.
      *    COM COD-COMPL NA TELA, TODAS AS DEVOLUCOES DO SACADO; SEM
      *    ELE, SO AS PENDENTES DA BASE (A FILA DE ENDERECOS A
      *    CORRIGIR).
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE GS-COD-COMPL TO COD-COMPL-DVC910.
           MOVE ZEROS        TO SEQ-DVC910.
           START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                 MOVE "10" TO ST-DVC910.
           PERFORM UNTIL ST-DVC910 = "10"
              READ DVC910 NEXT RECORD AT END
                   MOVE "10" TO ST-DVC910
              NOT AT END
                IF GS-COD-COMPL NOT = ZEROS AND
                   COD-COMPL-DVC910 NOT = GS-COD-COMPL
                   MOVE "10" TO ST-DVC910
                ELSE
                   IF GS-COD-COMPL NOT = ZEROS OR
                      DEVOLUCAO-PENDENTE-DVC910
                      PERFORM INSERE-LINHA-DEVOLUCAO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-DVC910.

       INSERE-LINHA-DEVOLUCAO SECTION.
           ADD 1 TO GS-CONT.
           MOVE MOTIVO-DVC910 TO MOTIVO-DEVOL-W.
           PERFORM DESCREVE-MOTIVO.
           MOVE SPACES TO GS-LINDET.
           MOVE COD-COMPL-DVC910     TO GS-LINDET(1: 9).
           MOVE SEQ-DVC910           TO GS-LINDET(11: 3).
           MOVE DATA-DEVOL-DVC910    TO GS-LINDET(15: 8).
           MOVE MOTIVO-DVC910        TO GS-LINDET(24: 2).
           MOVE DESCR-MOTIVO-W       TO GS-LINDET(27: 22).
           MOVE ORIGEM-DVC910        TO GS-LINDET(50: 1).
           MOVE NR-DOCTO-DVC910      TO GS-LINDET(52: 10).
           MOVE SITUACAO-DVC910      TO GS-LINDET(63: 1).
           MOVE ENDERECO-DVC910      TO GS-LINDET(65: 40).
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       GRAVA-DEVOLUCAO SECTION.
           MOVE ZEROS TO QTDE-REGISTRADA-W QTDE-TAREFAS-W.
           IF GS-COD-COMPL = ZEROS AND GS-CLIENTE = ZEROS
              MOVE "INFORME O COD-COMPL OU O CLIENTE"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEVOLUCAO-FIM
           END-IF.
           MOVE GS-CODIGO-MOTIVO TO MOTIVO-DEVOL-W.
           IF MOTIVO-DEVOL-W < 01 OR MOTIVO-DEVOL-W > 09
              MOVE "MOTIVO DA DEVOLUCAO DEVE SER DE 01 A 09"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEVOLUCAO-FIM
           END-IF.
           IF GS-ORIGEM NOT = "C" AND GS-ORIGEM NOT = "B" AND
              GS-ORIGEM NOT = "O"
              MOVE "ORIGEM DEVE SER C-CARTA, B-BOLETO/CARNE OU O-OUTRA"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEVOLUCAO-FIM
           END-IF.
           MOVE GS-DATA-DEVOL TO DATA-DEVOL-W.
           IF DATA-DEVOL-W = ZEROS
              MOVE DATA-DIA-I TO DATA-DEVOL-W
           END-IF.
           IF DATA-DEVOL-W > DATA-DIA-I
              MOVE "DATA DA DEVOLUCAO POSTERIOR A HOJE"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEVOLUCAO-FIM
           END-IF.
           PERFORM DESCREVE-MOTIVO.
           ACCEPT HORA-BRA FROM TIME.
           IF GS-COD-COMPL NOT = ZEROS
              MOVE GS-COD-COMPL TO COD-COMPL-CR20
              READ CRD020 INVALID KEY
                   MOVE ZEROS TO NR-CONTRATO-CR20
              END-READ
              MOVE GS-COD-COMPL     TO COD-COMPL-DEVOL-W
              MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-DEVOL-W
              PERFORM REGISTRA-DEVOLUCAO
           ELSE
              PERFORM REGISTRA-DEVOLUCAO-CLIENTE
           END-IF.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           IF QTDE-REGISTRADA-W = ZEROS
              MOVE "NENHUM SACADO CADASTRADO P/ A DEVOLUCAO"
                                     TO GS-MENSAGEM-ERRO
           ELSE
              STRING "DEVOLUCAO REGISTRADA EM " QTDE-REGISTRADA-W
                     " SACADO(S) - TAREFAS ABERTAS: " QTDE-TAREFAS-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
           END-IF.
           PERFORM CARREGA-MENSAGEM-ERRO.
       GRAVA-DEVOLUCAO-FIM.
           EXIT.

       REGISTRA-DEVOLUCAO-CLIENTE SECTION.
      *    A MESMA DEVOLUCAO VALE P/ OS TITULOS EM ABERTO DO CLIENTE:
      *    TODOS SAEM NO MESMO ENDERECO.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                IF CLIENTE-CR20 = GS-CLIENTE
                   AND NOT STATUS-TERMINAL-CR20
                   MOVE COD-COMPL-CR20   TO COD-COMPL-DEVOL-W
                   MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-DEVOL-W
                   PERFORM REGISTRA-DEVOLUCAO
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.

       REGISTRA-DEVOLUCAO SECTION.
           MOVE COD-COMPL-DEVOL-W TO COD-COMPL-CG11.
           READ CGD011 INVALID KEY
                GO REGISTRA-DEVOLUCAO-FIM
           END-READ.
           PERFORM VERIFICA-PENDENTES.
           INITIALIZE REG-DVC910.
           MOVE COD-COMPL-DEVOL-W TO COD-COMPL-DVC910.
           COMPUTE SEQ-DVC910 = ULT-SEQ-DVC-W + 1.
           MOVE DATA-DEVOL-W      TO DATA-DEVOL-DVC910.
           MOVE MOTIVO-DEVOL-W    TO MOTIVO-DVC910.
           MOVE GS-ORIGEM         TO ORIGEM-DVC910.
           MOVE GS-NR-DOCTO       TO NR-DOCTO-DVC910.
           MOVE ENDERECO1-CG11    TO ENDERECO-DVC910.
           MOVE CEP1-CG11         TO CEP-DVC910.
           MOVE GS-OBS            TO OBS-DVC910.
           MOVE "P"               TO SITUACAO-DVC910.
           MOVE DATA-DIA-I        TO DATA-CADASTRO-DVC910.
           MOVE USUARIO-W         TO USUARIO-DVC910.
           MOVE ZEROS             TO DATA-RESOLUCAO-DVC910.
           MOVE SPACES            TO USUARIO-RESOL-DVC910.
           MOVE ZEROS TO ST-DVC910.
           PERFORM UNTIL ST-DVC910 = "10"
              WRITE REG-DVC910 INVALID KEY
                 ADD 1 TO SEQ-DVC910
               NOT INVALID KEY MOVE "10" TO ST-DVC910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-DVC910.
           ADD 1 TO QTDE-REGISTRADA-W.
           MOVE "I" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG001.
      *    SACADO QUE JA ESTAVA COM O ENDERECO MARCADO JA TEM A
      *    TAREFA ABERTA: A NOVA DEVOLUCAO SO ENTRA NO REGISTRO.
           IF NOT JA-PENDENTE
              PERFORM GRAVA-TAREFA-COD501
           END-IF.
       REGISTRA-DEVOLUCAO-FIM.
           EXIT.

       VERIFICA-PENDENTES SECTION.
           MOVE ZEROS TO ULT-SEQ-DVC-W.
           MOVE "N"   TO JA-PENDENTE-SW.
           MOVE COD-COMPL-DEVOL-W TO COD-COMPL-DVC910.
           MOVE ZEROS             TO SEQ-DVC910.
           START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                 MOVE "10" TO ST-DVC910.
           PERFORM UNTIL ST-DVC910 = "10"
             READ DVC910 NEXT RECORD AT END MOVE "10" TO ST-DVC910
               NOT AT END
                 IF COD-COMPL-DVC910 <> COD-COMPL-DEVOL-W
                    MOVE "10" TO ST-DVC910
                 ELSE
                    MOVE SEQ-DVC910 TO ULT-SEQ-DVC-W
                    IF DEVOLUCAO-PENDENTE-DVC910
                       MOVE "S" TO JA-PENDENTE-SW
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE SPACES TO ST-DVC910.

       GRAVA-TAREFA-COD501 SECTION.
      *    TAREFA NO CONTRATO: RETORNO P/ HOJE, ENTRA NA AGENDA DE
      *    RETORNOS DO COD9046 P/ ALGUEM OBTER O ENDERECO NOVO.
           IF NR-CONTRATO-DEVOL-W = ZEROS
              GO GRAVA-TAREFA-COD501-FIM.
           MOVE NR-CONTRATO-DEVOL-W  TO NR-CONTRATO-CO501.
           MOVE ZEROS                TO ITEM-CO501.
           MOVE 1                    TO SUBITEM-CO501.
           MOVE SPACES               TO ANOTACAO-CO501.
           STRING "CORRESPONDENCIA DEVOLVIDA (" DESCR-MOTIVO-W
                  ")- OBTER ENDERECO NOVO DO SACADO "
                  COD-COMPL-DEVOL-W
                  DELIMITED BY SIZE INTO ANOTACAO-CO501.
           MOVE 09                   TO TIPO-CONTATO-CO501.
           MOVE DATA-DIA-I           TO DATA-RETORNO-CO501.
           MOVE "DVC9100T"           TO USUARIO-CO501.
           MOVE DATA-DIA-I           TO DATA-GRAVACAO-CO501.
           MOVE HORA-BRA(1: 4)       TO HORA-GRAVACAO-CO501.
           MOVE ZEROS                TO ST-COD501.
           PERFORM UNTIL ST-COD501 = "10"
              WRITE REG-COD501 INVALID KEY
                 ADD 1 TO SUBITEM-CO501
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-COD501
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-COD501.
           ADD 1 TO QTDE-TAREFAS-W.
       GRAVA-TAREFA-COD501-FIM.
           EXIT.

       DESCREVE-MOTIVO SECTION.
           EVALUATE MOTIVO-DEVOL-W
               WHEN 01 MOVE "MUDOU-SE"              TO DESCR-MOTIVO-W
               WHEN 02 MOVE "ENDERECO INSUFICIENTE" TO DESCR-MOTIVO-W
               WHEN 03 MOVE "NAO EXISTE O NUMERO"   TO DESCR-MOTIVO-W
               WHEN 04 MOVE "DESCONHECIDO"          TO DESCR-MOTIVO-W
               WHEN 05 MOVE "RECUSADO"              TO DESCR-MOTIVO-W
               WHEN 06 MOVE "NAO PROCURADO"         TO DESCR-MOTIVO-W
               WHEN 07 MOVE "AUSENTE"               TO DESCR-MOTIVO-W
               WHEN 08 MOVE "FALECIDO"              TO DESCR-MOTIVO-W
               WHEN OTHER MOVE "OUTROS"             TO DESCR-MOTIVO-W
           END-EVALUATE.

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
           MOVE "DVC910"    TO LOG1-ARQUIVO.
           MOVE "DVC9100T"  TO LOG1-PROGRAMA.
           MOVE REG-DVC910  TO LOG1-REGISTRO.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "DVC9100T" TO DS-SET-NAME
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
           move "DVC9100T"          to logacess-programa
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

           CLOSE CRD020 CGD011 DVC910 COD501.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

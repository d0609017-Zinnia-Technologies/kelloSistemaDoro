       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: COMPOSICAO E MONTAGEM DOS BRINDES KIT (KIT910) -
      *CADASTRA OS COMPONENTES DE UM BRINDE KIT (OUTROS BRINDES DO
      *BRD010 COM A QUANTIDADE POR KIT), MOSTRA O CUSTO DO KIT
      *SOMADO DOS CUSTOS-PADRAO DOS COMPONENTES E QUANTOS KITS O
      *SALDO DAS PECAS SOLTAS PERMITE MONTAR. A MONTAGEM E UM
      *MOVIMENTO DO BRD020: SAIDA DE CADA COMPONENTE E ENTRADA DO
      *KIT, AMBOS COM ORIGEM "MONTAGEM" - O ESTOQUE PASSA DAS PECAS
      *P/ O KIT SEM SER CONTADO DUAS VEZES. COMPONENTE NAO PODE SER
      *KIT (UM SO NIVEL). AS ALTERACOES DA COMPOSICAO SAO LOGADAS
      *NO LOG001. A MONTAGEM E FEITA NUM LOCAL DE ESTOQUE (GS-LOCAL,
      *LOC910, 00 = DEPOSITO PRINCIPAL): OS SALDOS MOSTRADOS E AS
      *PECAS CONSUMIDAS SAO DO LOCAL E O KIT ENTRA NO MESMO LOCAL.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KITX910.
           COPY BRDX010.
           COPY BRDX020.
           COPY LOCX910.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY KITW910.
       COPY BRDW010.
       COPY BRDW020.
       COPY LOCW910.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "KIT9100T.CPB".
           COPY "KIT9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-KIT910             PIC XX       VALUE SPACES.
           05  ST-BRD010             PIC XX       VALUE SPACES.
           05  ST-BRD020             PIC XX       VALUE SPACES.
           05  ST-LOC910             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-KIT910           PIC X(30)    VALUE SPACES.
           05  PATH-BRD020           PIC X(30)    VALUE SPACES.
           05  PATH-LOC910           PIC X(30)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  DADOS-OK-SW           PIC X(01)    VALUE "N".
               88  DADOS-OK                 VALUE "S".
           05  FIM-KIT910-SW         PIC X        VALUE "N".
           05  FIM-BRD020-SW         PIC X        VALUE "N".
           05  BRINDE-SALDO-W        PIC 9(03)    VALUE ZEROS.
           05  TOTAL-ENTRADAS-W      PIC 9(07)    VALUE ZEROS.
           05  TOTAL-SAIDAS-W        PIC 9(07)    VALUE ZEROS.
           05  SALDO-W               PIC S9(07)   VALUE ZEROS.
           05  SALDO-ABS-W           PIC 9(07)    VALUE ZEROS.
           05  NECESSARIO-W          PIC 9(09)    VALUE ZEROS.
           05  MONTAVEIS-W           PIC 9(07)    VALUE ZEROS.
           05  MONTAVEIS-COMP-W      PIC 9(07)    VALUE ZEROS.
           05  QTDE-COMPONENTES-W    PIC 9(03)    VALUE ZEROS.
           05  CUSTO-KIT-W           PIC 9(10)V99 VALUE ZEROS.
           05  CUSTO-EDIT-W          PIC ZZ.ZZZ.ZZ9,99.
           05  COMPONENTE-FALTA-W    PIC 9(03)    VALUE ZEROS.
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
           MOVE "KIT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-KIT910.
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "LOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOC910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN INPUT BRD010 LOC910.
           OPEN I-O KIT910.
           IF ST-KIT910 = "35"
              CLOSE KIT910      OPEN OUTPUT KIT910
              CLOSE KIT910      OPEN I-O KIT910
           END-IF.
           OPEN I-O BRD020.
           IF ST-BRD020 = "35"
              CLOSE BRD020      OPEN OUTPUT BRD020
              CLOSE BRD020      OPEN I-O BRD020
           END-IF.
           IF ST-KIT910 <> "00"
              MOVE "ERRO ABERTURA KIT910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-KIT910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "KIT9100T"          to logacess-programa
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
                    PERFORM CARREGA-COMPONENTES
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-COMPONENTE
                    PERFORM CARREGA-COMPONENTES
               WHEN GS-EXCLUI-TRUE
                    PERFORM EXCLUI-COMPONENTE
                    PERFORM CARREGA-COMPONENTES
               WHEN GS-MONTA-TRUE
                    PERFORM MONTA-KITS
                    PERFORM CARREGA-COMPONENTES
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

       CARREGA-COMPONENTES SECTION.
      *    LISTA OS COMPONENTES DO GS-KIT COM O SALDO DE PECA SOLTA
      *    E DEVOLVE O CUSTO SOMADO, O SALDO DE KIT MONTADO E
      *    QUANTOS KITS AINDA DA P/ MONTAR COM AS PECAS.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT GS-CUSTO-KIT GS-MONTAVEIS
                         GS-SALDO-KIT.
           MOVE GS-KIT TO CODIGO-BRD010.
           READ BRD010 INVALID KEY
                MOVE "*** SEM CADASTRO ***" TO NOME-BRD010
           END-READ.
           MOVE NOME-BRD010 TO GS-NOME-KIT.
           MOVE GS-KIT TO BRINDE-SALDO-W.
           PERFORM TOTALIZA-SALDO-BRINDE.
           IF SALDO-W > 0
              MOVE SALDO-W TO GS-SALDO-KIT
           END-IF.
           PERFORM CALCULA-MONTAVEIS.
           MOVE MONTAVEIS-W TO GS-MONTAVEIS.
           MOVE CUSTO-KIT-W TO GS-CUSTO-KIT.
           MOVE "N" TO FIM-KIT910-SW.
           MOVE GS-KIT TO KIT-KIT910.
           MOVE ZEROS  TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = GS-KIT
                   MOVE "S" TO FIM-KIT910-SW
                ELSE
                   PERFORM INSERE-COMPONENTE-LISTA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.

       INSERE-COMPONENTE-LISTA SECTION.
           ADD 1 TO GS-CONT.
           MOVE COMPONENTE-KIT910 TO CODIGO-BRD010.
           READ BRD010 INVALID KEY
                MOVE "*** SEM CADASTRO ***" TO NOME-BRD010
                MOVE ZEROS TO CUSTO-PADRAO-BRD010
           END-READ.
           MOVE COMPONENTE-KIT910 TO BRINDE-SALDO-W.
           PERFORM TOTALIZA-SALDO-BRINDE.
           MOVE SPACES TO GS-LINDET.
           MOVE COMPONENTE-KIT910      TO GS-LINDET(1: 3).
           MOVE NOME-BRD010            TO GS-LINDET(5: 30).
           MOVE QTDE-COMPONENTE-KIT910 TO GS-LINDET(36: 5).
           IF SALDO-W < 0
              MOVE "-" TO GS-LINDET(42: 1)
              COMPUTE SALDO-ABS-W = 0 - SALDO-W
           ELSE
              MOVE SALDO-W TO SALDO-ABS-W
           END-IF.
           MOVE SALDO-ABS-W            TO GS-LINDET(43: 7).
           MOVE CUSTO-PADRAO-BRD010    TO CUSTO-EDIT-W.
           MOVE CUSTO-EDIT-W           TO GS-LINDET(51: 13).
           MOVE "INSERE-LIST" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.

       CALCULA-MONTAVEIS SECTION.
      *    MONTAVEIS-W = MENOR (SALDO DO COMPONENTE / QTDE POR KIT)
      *    ENTRE OS COMPONENTES DO GS-KIT; CUSTO-KIT-W = SOMA DO
      *    CUSTO-PADRAO X QTDE. COMPONENTE-FALTA-W GUARDA O PRIMEIRO
      *    COMPONENTE QUE LIMITA A MONTAGEM.
           MOVE ZEROS TO MONTAVEIS-W QTDE-COMPONENTES-W CUSTO-KIT-W
                         COMPONENTE-FALTA-W.
           MOVE "N" TO FIM-KIT910-SW.
           MOVE GS-KIT TO KIT-KIT910.
           MOVE ZEROS  TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = GS-KIT
                   MOVE "S" TO FIM-KIT910-SW
                ELSE
                   ADD 1 TO QTDE-COMPONENTES-W
                   MOVE COMPONENTE-KIT910 TO CODIGO-BRD010
                   READ BRD010 INVALID KEY
                        MOVE ZEROS TO CUSTO-PADRAO-BRD010
                   END-READ
                   COMPUTE CUSTO-KIT-W = CUSTO-KIT-W +
                           CUSTO-PADRAO-BRD010 * QTDE-COMPONENTE-KIT910
                   MOVE COMPONENTE-KIT910 TO BRINDE-SALDO-W
                   PERFORM TOTALIZA-SALDO-BRINDE
                   IF SALDO-W > 0 AND QTDE-COMPONENTE-KIT910 > 0
                      DIVIDE SALDO-W BY QTDE-COMPONENTE-KIT910
                             GIVING MONTAVEIS-COMP-W
                   ELSE
                      MOVE ZEROS TO MONTAVEIS-COMP-W
                   END-IF
                   IF QTDE-COMPONENTES-W = 1 OR
                      MONTAVEIS-COMP-W < MONTAVEIS-W
                      MOVE MONTAVEIS-COMP-W  TO MONTAVEIS-W
                      MOVE COMPONENTE-KIT910 TO COMPONENTE-FALTA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       TOTALIZA-SALDO-BRINDE SECTION.
      *    MESMO CALCULO DE SALDO DO BRP9201, P/ O BRINDE-SALDO-W
      *    NO LOCAL DA MONTAGEM (GS-LOCAL).
           MOVE ZEROS TO TOTAL-ENTRADAS-W TOTAL-SAIDAS-W.
           MOVE "N"   TO FIM-BRD020-SW.
           MOVE BRINDE-SALDO-W TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS          TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
           PERFORM UNTIL FIM-BRD020-SW = "S"
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> BRINDE-SALDO-W
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   IF LOCAL-BRD020 = GS-LOCAL
                      IF ENTRADA-ESTOQUE-BRD020
                         ADD QTDE-BRD020 TO TOTAL-ENTRADAS-W
                      ELSE
                         ADD QTDE-BRD020 TO TOTAL-SAIDAS-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           COMPUTE SALDO-W = TOTAL-ENTRADAS-W - TOTAL-SAIDAS-W.

       GRAVA-COMPONENTE SECTION.
           PERFORM CONSISTE-COMPONENTE.
           IF NOT DADOS-OK
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-COMPONENTE-FIM
           END-IF.
           MOVE GS-KIT        TO KIT-KIT910.
           MOVE GS-COMPONENTE TO COMPONENTE-KIT910.
           READ KIT910 INVALID KEY
                INITIALIZE REG-KIT910
                MOVE GS-KIT        TO KIT-KIT910
                MOVE GS-COMPONENTE TO COMPONENTE-KIT910
                MOVE "I" TO LOG1-OPERACAO
              NOT INVALID KEY
                MOVE "A" TO LOG1-OPERACAO
           END-READ.
           MOVE GS-QTDE-COMPONENTE TO QTDE-COMPONENTE-KIT910.
           MOVE DATA-DIA-I         TO DATA-ALTERACAO-KIT910.
           MOVE USUARIO-W          TO USUARIO-KIT910.
           IF LOG1-OPERACAO = "I"
              WRITE REG-KIT910 INVALID KEY CONTINUE
              END-WRITE
           ELSE
              REWRITE REG-KIT910 INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
           PERFORM GRAVA-LOG001.
           MOVE "COMPONENTE GRAVADO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       GRAVA-COMPONENTE-FIM.
           EXIT.

       CONSISTE-COMPONENTE SECTION.
           MOVE "N" TO DADOS-OK-SW.
           MOVE GS-KIT TO CODIGO-BRD010.
           READ BRD010 INVALID KEY
                MOVE "KIT NAO CADASTRADO NO BRD010" TO GS-MENSAGEM-ERRO
                GO CONSISTE-COMPONENTE-FIM
           END-READ.
           MOVE GS-COMPONENTE TO CODIGO-BRD010.
           READ BRD010 INVALID KEY
                MOVE "COMPONENTE NAO CADASTRADO NO BRD010"
                                     TO GS-MENSAGEM-ERRO
                GO CONSISTE-COMPONENTE-FIM
           END-READ.
           IF GS-COMPONENTE = GS-KIT
              MOVE "O KIT NAO PODE SER COMPONENTE DELE MESMO"
                                     TO GS-MENSAGEM-ERRO
              GO CONSISTE-COMPONENTE-FIM
           END-IF.
           IF GS-QTDE-COMPONENTE = ZEROS
              MOVE "INFORME A QUANTIDADE DO COMPONENTE POR KIT"
                                     TO GS-MENSAGEM-ERRO
              GO CONSISTE-COMPONENTE-FIM
           END-IF.
      *    UM SO NIVEL: O COMPONENTE NAO PODE TER COMPONENTES E O
      *    KIT NAO PODE SER COMPONENTE DE OUTRO KIT.
           MOVE GS-COMPONENTE TO KIT-KIT910.
           MOVE ZEROS         TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE ZEROS TO KIT-KIT910
              NOT INVALID KEY
                 READ KIT910 NEXT RECORD AT END
                      MOVE ZEROS TO KIT-KIT910
                 END-READ
           END-START.
           IF KIT-KIT910 = GS-COMPONENTE
              MOVE "COMPONENTE E UM KIT - SO UM NIVEL E ACEITO"
                                     TO GS-MENSAGEM-ERRO
              GO CONSISTE-COMPONENTE-FIM
           END-IF.
           MOVE GS-KIT TO COMPONENTE-KIT910.
           READ KIT910 KEY IS COMPONENTE-KIT910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "ESTE BRINDE JA E COMPONENTE DO KIT"
                                     TO GS-MENSAGEM-ERRO
                MOVE KIT-KIT910 TO GS-MENSAGEM-ERRO(36: 3)
                GO CONSISTE-COMPONENTE-FIM
           END-READ.
           MOVE "S" TO DADOS-OK-SW.
       CONSISTE-COMPONENTE-FIM.
           EXIT.

       EXCLUI-COMPONENTE SECTION.
           MOVE GS-KIT        TO KIT-KIT910.
           MOVE GS-COMPONENTE TO COMPONENTE-KIT910.
           READ KIT910 INVALID KEY
                MOVE "COMPONENTE NAO CADASTRADO NESTE KIT"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO EXCLUI-COMPONENTE-FIM
           END-READ.
           DELETE KIT910 RECORD INVALID KEY
                  CONTINUE
           END-DELETE.
           MOVE "E" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG001.
           MOVE "COMPONENTE EXCLUIDO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       EXCLUI-COMPONENTE-FIM.
           EXIT.

       MONTA-KITS SECTION.
      *    MONTAGEM DE GS-QTDE-MONTAGEM KITS: SO MONTA SE TODOS OS
      *    COMPONENTES TEM SALDO P/ A QUANTIDADE INTEIRA.
           IF GS-QTDE-MONTAGEM = ZEROS
              MOVE "INFORME A QUANTIDADE DE KITS A MONTAR"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO MONTA-KITS-FIM
           END-IF.
           PERFORM CALCULA-MONTAVEIS.
           IF QTDE-COMPONENTES-W = ZEROS
              MOVE "BRINDE SEM COMPONENTES CADASTRADOS - NAO E KIT"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO MONTA-KITS-FIM
           END-IF.
      *    00 E SEMPRE O DEPOSITO PRINCIPAL; OS DEMAIS TEM DE ESTAR
      *    ATIVOS NO LOC910.
           IF GS-LOCAL NOT = ZEROS
              MOVE GS-LOCAL TO CODIGO-LOC910
              READ LOC910 INVALID KEY
                   MOVE "I" TO SITUACAO-LOC910
              END-READ
              IF NOT LOCAL-ATIVO-LOC910
                 MOVE "LOCAL DE ESTOQUE INEXISTENTE OU INATIVO"
                                     TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO MONTA-KITS-FIM
              END-IF
           END-IF.
           IF MONTAVEIS-W < GS-QTDE-MONTAGEM
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "SALDO DE PECAS SO MONTA " MONTAVEIS-W
                     " KIT(S) - FALTA O COMPONENTE "
                     COMPONENTE-FALTA-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO MONTA-KITS-FIM
           END-IF.
           MOVE "N" TO FIM-KIT910-SW.
           MOVE GS-KIT TO KIT-KIT910.
           MOVE ZEROS  TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = GS-KIT
                   MOVE "S" TO FIM-KIT910-SW
                ELSE
                   COMPUTE NECESSARIO-W =
                           GS-QTDE-MONTAGEM * QTDE-COMPONENTE-KIT910
                   MOVE COMPONENTE-KIT910 TO CODIGO-BRINDE-BRD020
                   MOVE "S"               TO TIPO-MOVTO-BRD020
                   MOVE NECESSARIO-W      TO QTDE-BRD020
                   PERFORM POSTA-MOVIMENTO-MONTAGEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE GS-KIT           TO CODIGO-BRINDE-BRD020.
           MOVE "E"              TO TIPO-MOVTO-BRD020.
           MOVE GS-QTDE-MONTAGEM TO QTDE-BRD020.
           PERFORM POSTA-MOVIMENTO-MONTAGEM.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           STRING "KITS MONTADOS: " GS-QTDE-MONTAGEM
                  DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       MONTA-KITS-FIM.
           EXIT.

       POSTA-MOVIMENTO-MONTAGEM SECTION.
      *    CODIGO, TIPO E QTDE JA PREENCHIDOS PELO CHAMADOR.
           MOVE 1                TO SEQ-BRD020.
           MOVE ZEROS            TO CONTRATO-BRD020.
           MOVE DATA-DIA-I       TO DATA-BRD020.
           MOVE USUARIO-W        TO USUARIO-BRD020.
           MOVE "MONTAGEM"       TO ORIGEM-BRD020.
           INITIALIZE CUSTO-MOVTO-BRD020.
           MOVE GS-LOCAL         TO LOCAL-BRD020.
           MOVE ZEROS TO ST-BRD020.
           PERFORM UNTIL ST-BRD020 = "10"
              WRITE REG-BRD020 INVALID KEY
                 ADD 1 TO SEQ-BRD020
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-BRD020
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-BRD020.

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
           MOVE "KIT910"    TO LOG1-ARQUIVO.
           MOVE "KIT9100T"  TO LOG1-PROGRAMA.
           MOVE REG-KIT910  TO LOG1-REGISTRO.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "KIT9100T" TO DS-SET-NAME
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
           move "KIT9100T"          to logacess-programa
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

           CLOSE KIT910 BRD010 BRD020 LOC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

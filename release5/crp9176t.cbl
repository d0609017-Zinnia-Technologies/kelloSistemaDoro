       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP9176T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: ALTERACAO DE VENCIMENTO A PEDIDO DO FORMANDO - POR
      *TITULO (COD-COMPL + DATA NOVA) OU P/ TODAS AS PARCELAS EM
      *ABERTO DE UM CONTRATO (CONTRATO, CLIENTE OPCIONAL E O DIA DE
      *VENCIMENTO NOVO: CADA PARCELA FICA NO PROPRIO MES, COM O DIA
      *LIMITADO AO FIM DO MES E ROLADO P/ O PROXIMO DIA UTIL).
      *A SIMULACAO SO LISTA O RESULTADO; A CONFIRMACAO EXIGE A FUNCAO
      *"ALTVENCTO" LIBERADA NO SEC910 E O MOTIVO.
      *REGRAS: TITULO NAO TERMINAL (CRPTERM), DATA NOVA NAO ANTERIOR A
      *HOJE, EM DIA UTIL (FIM DE SEMANA OU FERIADO NACIONAL "BR" DO
      *FER910 E RECUSADO NO PEDIDO POR TITULO, COM A SUGESTAO DO
      *PROXIMO DIA UTIL), PRORROGACAO DE NO MAXIMO "ALTVENCDIAS" DIAS
      *SOBRE O VENCIMENTO ATUAL E NO MAXIMO "ALTVENCQTDE" ALTERACOES
      *POR TITULO (PAR910; SEM O PARAMETRO VALEM 60 DIAS E 2
      *ALTERACOES). ANTECIPACAO NAO TEM LIMITE DE DIAS.
      *A ALTERACAO REGRAVA DATA-VENCTO-CR20, GRAVA A ANOTACAO
      *CRD200/CRD201 E O HISTORICO VNC910. SE O TITULO TEM NOSSO-
      *NUMERO REGISTRADO NO BANCO (ULTIMO HRM910 COM REMESSA E NAO
      *REJEITADO), A INSTRUCAO DE ALTERACAO DE VENCIMENTO ENTRA NA
      *FILA INS910 (TIPO "V") P/ A PROXIMA REMESSA DE INSTRUCAO DO
      *PORTADOR (CRP9108); PEDIDO DE BAIXA JA NA FILA NAO E TROCADO.
      *A SEGUNDA VIA DO TITULO ALTERADO SAI PELO CRP9116 (VALOR
      *ATUALIZADO NA DATA DE HOJE), CHAMADO DAQUI COM O PARAMETRO
      *MONTADO NA LINHA DE COMANDO.
      *A ALTERACAO SO E REGRAVADA SE O TITULO NAO FOI ALTERADO POR
      *OUTRO USUARIO OU PELO LOTE DEPOIS DE LIDO (CRP9187 - CONFLITOS
      *NO CNC910, RELATORIO CRP9188); SENAO SAI REJEITADO NA LISTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX912.
           COPY CRPX927.
           COPY CRPX940.
           COPY INSX910.
           COPY PARX910.
           COPY SECX910.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW912.
       COPY CRPW927.
       COPY CRPW940.
       COPY INSW910.
       COPY PARW910.
       COPY SECW910.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "CRP9176T.CPB".
           COPY "CRP9176T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       COPY CRPCONC.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD200             PIC XX       VALUE SPACES.
           05  ST-CRD201             PIC XX       VALUE SPACES.
           05  ST-HRM910             PIC XX       VALUE SPACES.
           05  PATH-HRM910           PIC X(30)    VALUE SPACES.
           05  ST-FER910             PIC XX       VALUE SPACES.
           05  PATH-FER910           PIC X(30)    VALUE SPACES.
           05  ST-VNC910             PIC XX       VALUE SPACES.
           05  PATH-VNC910           PIC X(30)    VALUE SPACES.
           05  ST-INS910             PIC XX       VALUE SPACES.
           05  PATH-INS910           PIC X(30)    VALUE SPACES.
           05  ST-PAR910             PIC XX       VALUE SPACES.
           05  PATH-PAR910           PIC X(30)    VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(08)    VALUE ZEROS.
           05  ULT-SEQ               PIC 9(05)    VALUE ZEROS.
           05  ANOTACAO-TRAB-W       PIC X(120)   VALUE SPACES.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
      *    LIMITES DA ALTERACAO, COM PADRAO SOBREPOSTO PELOS
      *    PARAMETROS "ALTVENCDIAS" E "ALTVENCQTDE" DO PAR910.
           05  DIAS-PRORROGA-MAX-W   PIC 9(03)    VALUE 60.
           05  QTDE-ALTERA-MAX-W     PIC 9(03)    VALUE 2.
           05  MODO-CONFIRMA-SW      PIC X(01)    VALUE "N".
               88  MODO-CONFIRMA             VALUE "S".
           05  ALTERACAO-OK-SW       PIC X(01)    VALUE "N".
               88  ALTERACAO-OK              VALUE "S".
           05  DIA-UTIL-SW           PIC X(01)    VALUE "N".
           05  NN-REGISTRADO-SW      PIC X(01)    VALUE "N".
           05  INSTRUCAO-FILA-SW     PIC X(01)    VALUE "N".
           05  FIM-HRM910-SW         PIC X(01)    VALUE "N".
           05  NOSSO-NUMERO-ALT-W    PIC X(20)    VALUE SPACES.
           05  PORTADOR-ALT-W        PIC 9(04)    VALUE ZEROS.
           05  NUMERO-CAT-ALT-W      PIC 9(06)    VALUE ZEROS.
           05  SITUACAO-REG-ALT-W    PIC X(01)    VALUE SPACES.
           05  VENCTO-ANT-W          PIC 9(08)    VALUE ZEROS.
           05  DATA-NOVA-W           PIC 9(08)    VALUE ZEROS.
           05  DATA-NOVA-R REDEFINES DATA-NOVA-W.
               10  ANO-NOVA-W        PIC 9(04).
               10  MES-NOVA-W        PIC 9(02).
               10  DIA-NOVA-W        PIC 9(02).
           05  DATA-PROX-MES-W       PIC 9(08)    VALUE ZEROS.
           05  DATA-PROX-MES-R REDEFINES DATA-PROX-MES-W.
               10  ANO-PROX-MES-W    PIC 9(04).
               10  MES-PROX-MES-W    PIC 9(02).
               10  DIA-PROX-MES-W    PIC 9(02).
           05  DATA-UTIL-W           PIC 9(08)    VALUE ZEROS.
           05  DIA-VENCTO-W          PIC 9(02)    VALUE ZEROS.
           05  JULIANO-ROLAR-W       PIC 9(08)    VALUE ZEROS.
           05  JULIANO-FIM-MES-W     PIC 9(08)    VALUE ZEROS.
           05  DIA-SEMANA-W          PIC 9(01)    VALUE ZEROS.
           05  DIAS-PRORROGA-W       PIC S9(05)   VALUE ZEROS.
           05  QTDE-ALTERACOES-W     PIC 9(03)    VALUE ZEROS.
           05  ULT-SEQ-VNC-W         PIC 9(03)    VALUE ZEROS.
           05  QTDE-OK-W             PIC 9(04)    VALUE ZEROS.
           05  QTDE-REJ-W            PIC 9(04)    VALUE ZEROS.
           05  SITUACAO-ALT-W        PIC X(50)    VALUE SPACES.
           05  DATA-EDIT-W.
               10  DIA-EDIT-W        PIC 99.
               10  FILLER            PIC X        VALUE "/".
               10  MES-EDIT-W        PIC 99.
               10  FILLER            PIC X        VALUE "/".
               10  ANO-EDIT-W        PIC 9999.
           05  DATA-EDIT-AUX-W       PIC 9(08)    VALUE ZEROS.
           05  DATA-EDIT-AUX-R REDEFINES DATA-EDIT-AUX-W.
               10  ANO-EDIT-AUX-W    PIC 9(04).
               10  MES-EDIT-AUX-W    PIC 9(02).
               10  DIA-EDIT-AUX-W    PIC 9(02).
           05  PARAMETROS-SALVA-W    PIC X(100)   VALUE SPACES.
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
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "FER910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FER910.
           MOVE "VNC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VNC910.
           MOVE "INS910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-INS910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O CRD020 CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN INPUT HRM910.
           IF ST-HRM910 = "35"
              CLOSE HRM910      OPEN OUTPUT HRM910
              CLOSE HRM910      OPEN INPUT HRM910
           END-IF.
           OPEN INPUT FER910.
           OPEN I-O VNC910.
           IF ST-VNC910 = "35"
              CLOSE VNC910      OPEN OUTPUT VNC910
              CLOSE VNC910      OPEN I-O VNC910
           END-IF.
           OPEN I-O INS910.
           IF ST-INS910 = "35"
              CLOSE INS910      OPEN OUTPUT INS910
              CLOSE INS910      OPEN I-O INS910
           END-IF.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "ALTVENCDIAS" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO DIAS-PRORROGA-MAX-W
                   END-IF
              END-READ
              MOVE "ALTVENCQTDE" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO QTDE-ALTERA-MAX-W
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "CRP9176T"          to logacess-programa
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
               WHEN GS-SIMULA-ALTERACAO-TRUE
                    MOVE "N" TO MODO-CONFIRMA-SW
                    PERFORM PROCESSA-ALTERACAO
               WHEN GS-CONFIRMA-ALTERACAO-TRUE
                    MOVE "S" TO MODO-CONFIRMA-SW
                    PERFORM PROCESSA-ALTERACAO
               WHEN GS-SEGUNDA-VIA-TRUE
                    PERFORM EMITE-SEGUNDA-VIA
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

       PROCESSA-ALTERACAO SECTION.
      *    COD-COMPL INFORMADO = PEDIDO POR TITULO; SENAO O CONTRATO
      *    (COM O DIA NOVO) LEVA TODAS AS PARCELAS EM ABERTO.
           MOVE ZEROS TO QTDE-OK-W QTDE-REJ-W.
           MOVE ZEROS TO GS-QTDE-ALTERADA GS-QTDE-REJEITADA.
           IF GS-COD-COMPL = ZEROS AND GS-CONTRATO = ZEROS
              MOVE "INFORME O TITULO OU O CONTRATO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO PROCESSA-ALTERACAO-FIM.
           IF GS-COD-COMPL = ZEROS
              AND (GS-DIA-VENCTO = ZEROS OR GS-DIA-VENCTO > 31)
              MOVE "DIA DE VENCIMENTO NOVO INVALIDO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO PROCESSA-ALTERACAO-FIM.
           IF GS-COD-COMPL NOT = ZEROS
              AND GS-NOVO-VENCTO = ZEROS
              MOVE "INFORME A DATA DE VENCIMENTO NOVA"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO PROCESSA-ALTERACAO-FIM.
           IF MODO-CONFIRMA
              MOVE "ALTVENCTO" TO FUNCAO-VERIF-W
              PERFORM VERIFICA-PERMISSAO
              IF PERMISSAO-OK-SW = "N"
                 MOVE "USUARIO SEM PERMISSAO P/ ALTERAR VENCIMENTO"
                                         TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO PROCESSA-ALTERACAO-FIM
              END-IF
              IF GS-MOTIVO = SPACES
                 MOVE "INFORME O MOTIVO DA ALTERACAO"
                                         TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO PROCESSA-ALTERACAO-FIM
              END-IF
              ACCEPT HORA-BRA FROM TIME
           END-IF.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           IF GS-COD-COMPL NOT = ZEROS
              PERFORM ALTERA-TITULO
           ELSE
              PERFORM ALTERA-CONTRATO
           END-IF.
           MOVE QTDE-OK-W  TO GS-QTDE-ALTERADA.
           MOVE QTDE-REJ-W TO GS-QTDE-REJEITADA.
           IF GS-CONT = ZEROS
              MOVE "NENHUM TITULO EM ABERTO P/ O PEDIDO"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       PROCESSA-ALTERACAO-FIM.
           EXIT.

       ALTERA-TITULO SECTION.
           MOVE GS-COD-COMPL TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "TITULO NAO ENCONTRADO NO CRD020"
                                         TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO ALTERA-TITULO-FIM
           END-READ.
           MOVE GS-NOVO-VENCTO TO DATA-NOVA-W.
           PERFORM VALIDA-ALTERACAO.
      *    NO PEDIDO POR TITULO A DATA NAO UTIL NAO E ROLADA: VOLTA
      *    P/ O ATENDENTE COM A SUGESTAO DO PROXIMO DIA UTIL.
           IF ALTERACAO-OK
              MOVE DATA-NOVA-W TO DATA-UTIL-W
              PERFORM ROLA-DIA-UTIL
              IF DATA-UTIL-W NOT = DATA-NOVA-W
                 MOVE "N" TO ALTERACAO-OK-SW
                 MOVE DATA-UTIL-W TO DATA-EDIT-AUX-W
                 PERFORM EDITA-DATA
                 MOVE SPACES TO SITUACAO-ALT-W
                 STRING "NAO E DIA UTIL - SUGESTAO " DATA-EDIT-W
                        DELIMITED BY SIZE INTO SITUACAO-ALT-W
              END-IF
           END-IF.
           PERFORM APLICA-ALTERACAO.
       ALTERA-TITULO-FIM.
           EXIT.

       ALTERA-CONTRATO SECTION.
           MOVE GS-DIA-VENCTO TO DIA-VENCTO-W.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "10" TO ST-CRD020.
           PERFORM UNTIL ST-CRD020 = "10"
              READ CRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD020
              NOT AT END
                MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                IF NR-CONTRATO-CR20 = GS-CONTRATO
                   AND (GS-CLIENTE = ZEROS
                        OR CLIENTE-CR20 = GS-CLIENTE)
                   AND NOT STATUS-TERMINAL-CR20
                   PERFORM CALCULA-DATA-CONTRATO
                   PERFORM VALIDA-ALTERACAO
                   PERFORM APLICA-ALTERACAO
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD020.

       CALCULA-DATA-CONTRATO SECTION.
      *    A PARCELA FICA NO MES DELA, COM O DIA PEDIDO LIMITADO AO
      *    ULTIMO DIA DO MES, E ROLA P/ O PROXIMO DIA UTIL.
           MOVE DATA-VENCTO-CR20 TO DATA-NOVA-W.
           MOVE 01               TO DIA-PROX-MES-W.
           IF MES-NOVA-W = 12
              COMPUTE ANO-PROX-MES-W = ANO-NOVA-W + 1
              MOVE 01               TO MES-PROX-MES-W
           ELSE
              MOVE ANO-NOVA-W       TO ANO-PROX-MES-W
              COMPUTE MES-PROX-MES-W = MES-NOVA-W + 1
           END-IF.
           COMPUTE JULIANO-FIM-MES-W =
                   FUNCTION INTEGER-OF-DATE(DATA-PROX-MES-W) - 1.
           MOVE 01 TO DIA-NOVA-W.
           COMPUTE DIA-NOVA-W = JULIANO-FIM-MES-W -
                   FUNCTION INTEGER-OF-DATE(DATA-NOVA-W) + 1.
           IF DIA-VENCTO-W < DIA-NOVA-W
              MOVE DIA-VENCTO-W TO DIA-NOVA-W
           END-IF.
           MOVE DATA-NOVA-W TO DATA-UTIL-W.
           PERFORM ROLA-DIA-UTIL.
           MOVE DATA-UTIL-W TO DATA-NOVA-W.

       VALIDA-ALTERACAO SECTION.
           MOVE "S" TO ALTERACAO-OK-SW.
           MOVE SPACES TO SITUACAO-ALT-W.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              MOVE "TITULO NAO ESTA EM ABERTO" TO SITUACAO-ALT-W
              GO VALIDA-ALTERACAO-ERRO.
           IF DATA-NOVA-W = DATA-VENCTO-CR20
              MOVE "JA VENCE NA DATA PEDIDA" TO SITUACAO-ALT-W
              GO VALIDA-ALTERACAO-ERRO.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-NOVA-W) NOT = ZEROS
              MOVE "DATA NOVA INVALIDA" TO SITUACAO-ALT-W
              GO VALIDA-ALTERACAO-ERRO.
           IF DATA-NOVA-W < DATA-DIA-I
              MOVE "DATA NOVA ANTERIOR A HOJE" TO SITUACAO-ALT-W
              GO VALIDA-ALTERACAO-ERRO.
           COMPUTE DIAS-PRORROGA-W =
                   FUNCTION INTEGER-OF-DATE(DATA-NOVA-W) -
                   FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20).
           IF DIAS-PRORROGA-W > DIAS-PRORROGA-MAX-W
              MOVE SPACES TO SITUACAO-ALT-W
              STRING "PRORROGACAO ACIMA DE " DIAS-PRORROGA-MAX-W
                     " DIAS" DELIMITED BY SIZE INTO SITUACAO-ALT-W
              GO VALIDA-ALTERACAO-ERRO.
           PERFORM CONTA-ALTERACOES.
           IF QTDE-ALTERACOES-W NOT < QTDE-ALTERA-MAX-W
              MOVE SPACES TO SITUACAO-ALT-W
              STRING "TITULO JA TEVE " QTDE-ALTERACOES-W
                     " ALTERACOES (LIMITE)" DELIMITED BY SIZE
                     INTO SITUACAO-ALT-W
              GO VALIDA-ALTERACAO-ERRO.
           GO VALIDA-ALTERACAO-FIM.
       VALIDA-ALTERACAO-ERRO.
           MOVE "N" TO ALTERACAO-OK-SW.
       VALIDA-ALTERACAO-FIM.
           EXIT.

       CONTA-ALTERACOES SECTION.
           MOVE ZEROS TO QTDE-ALTERACOES-W ULT-SEQ-VNC-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-VNC910.
           MOVE ZEROS          TO SEQ-VNC910.
           START VNC910 KEY IS NOT < CHAVE-VNC910 INVALID KEY
                 MOVE "10" TO ST-VNC910.
           PERFORM UNTIL ST-VNC910 = "10"
             READ VNC910 NEXT RECORD AT END MOVE "10" TO ST-VNC910
               NOT AT END
                 IF COD-COMPL-VNC910 <> COD-COMPL-CR20
                    MOVE "10" TO ST-VNC910
                 ELSE
                    ADD 1 TO QTDE-ALTERACOES-W
                    MOVE SEQ-VNC910 TO ULT-SEQ-VNC-W
                 END-IF
             END-READ
           END-PERFORM.
           MOVE SPACES TO ST-VNC910.

       ROLA-DIA-UTIL SECTION.
           MOVE "N" TO DIA-UTIL-SW.
           PERFORM VERIFICA-DIA-UTIL UNTIL DIA-UTIL-SW = "S".

       VERIFICA-DIA-UTIL SECTION.
           MOVE "S" TO DIA-UTIL-SW.
           COMPUTE JULIANO-ROLAR-W =
                   FUNCTION INTEGER-OF-DATE(DATA-UTIL-W).
           COMPUTE DIA-SEMANA-W = FUNCTION MOD(JULIANO-ROLAR-W 7).
           IF DIA-SEMANA-W = 0 OR DIA-SEMANA-W = 6
              MOVE "N" TO DIA-UTIL-SW
           ELSE
              IF ST-FER910 = "00"
                 MOVE "BR" TO UF-FER910
                 MOVE DATA-UTIL-W TO DATA-FER910
                 READ FER910 INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE "N" TO DIA-UTIL-SW
                 END-READ
              END-IF
           END-IF.
           IF DIA-UTIL-SW = "N"
              COMPUTE DATA-UTIL-W =
                      FUNCTION DATE-OF-INTEGER(JULIANO-ROLAR-W + 1)
           END-IF.

       APLICA-ALTERACAO SECTION.
      *    NA SIMULACAO SO LISTA; NA CONFIRMACAO GRAVA O TITULO, A
      *    ANOTACAO, O HISTORICO E (SE FOR O CASO) A INSTRUCAO.
           MOVE DATA-VENCTO-CR20 TO VENCTO-ANT-W.
           IF NOT ALTERACAO-OK
              ADD 1 TO QTDE-REJ-W
              GO APLICA-ALTERACAO-LISTA.
           ADD 1 TO QTDE-OK-W.
           IF NOT MODO-CONFIRMA
              MOVE "OK P/ ALTERAR" TO SITUACAO-ALT-W
              GO APLICA-ALTERACAO-LISTA.
           PERFORM GUARDA-TITULO-LIDO.
           MOVE DATA-NOVA-W TO DATA-VENCTO-CR20.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              MOVE "ALTERADO POR OUTRO USUARIO - REFACA" TO
                   SITUACAO-ALT-W
              SUBTRACT 1 FROM QTDE-OK-W
              ADD 1 TO QTDE-REJ-W
              GO APLICA-ALTERACAO-LISTA
           END-IF.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           MOVE VENCTO-ANT-W TO DATA-EDIT-AUX-W.
           PERFORM EDITA-DATA.
           MOVE "ALT.VENCTO- DE " TO ANOTACAO-TRAB-W(1: 15).
           MOVE DATA-EDIT-W       TO ANOTACAO-TRAB-W(16: 10).
           MOVE " P/ "            TO ANOTACAO-TRAB-W(26: 4).
           MOVE DATA-NOVA-W TO DATA-EDIT-AUX-W.
           PERFORM EDITA-DATA.
           MOVE DATA-EDIT-W       TO ANOTACAO-TRAB-W(30: 10).
           MOVE " - "             TO ANOTACAO-TRAB-W(40: 3).
           MOVE GS-MOTIVO         TO ANOTACAO-TRAB-W(43: 40).
           PERFORM GRAVA-ANOTACAO.
           PERFORM VERIFICA-NN-REGISTRADO.
           MOVE "ALTERADO" TO SITUACAO-ALT-W.
           MOVE "N" TO INSTRUCAO-FILA-SW.
           IF NN-REGISTRADO-SW = "S"
              PERFORM ENFILEIRA-INSTRUCAO
           END-IF.
           PERFORM GRAVA-HISTORICO.
       APLICA-ALTERACAO-LISTA.
           ADD 1 TO GS-CONT.
           MOVE SPACES TO GS-LINDET.
           MOVE COD-COMPL-CR20   TO GS-LINDET(1: 9).
           MOVE NR-DOCTO-CR20    TO GS-LINDET(11: 10).
           MOVE VENCTO-ANT-W     TO GS-LINDET(22: 8).
           MOVE DATA-NOVA-W      TO GS-LINDET(31: 8).
           MOVE SITUACAO-ALT-W   TO GS-LINDET(40: 50).
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.
       APLICA-ALTERACAO-FIM.
           EXIT.

       VERIFICA-NN-REGISTRADO SECTION.
      *    VALE O ULTIMO NOSSO-NUMERO DO TITULO: SO RESERVADO (SEM
      *    REMESSA) OU COM ENTRADA REJEITADA O BANCO NAO CONHECE - A
      *    PROXIMA REMESSA JA SAI COM O VENCIMENTO NOVO.
           MOVE "N" TO NN-REGISTRADO-SW.
           MOVE SPACES TO NOSSO-NUMERO-ALT-W SITUACAO-REG-ALT-W.
           MOVE ZEROS  TO PORTADOR-ALT-W NUMERO-CAT-ALT-W.
           MOVE "N" TO FIM-HRM910-SW.
           MOVE COD-COMPL-CR20 TO COD-COMPL-HRM910.
           START HRM910 KEY IS NOT < COD-COMPL-HRM910 INVALID KEY
                 MOVE "S" TO FIM-HRM910-SW.
           PERFORM UNTIL FIM-HRM910-SW = "S"
              READ HRM910 NEXT RECORD AT END
                   MOVE "S" TO FIM-HRM910-SW
              NOT AT END
                IF COD-COMPL-HRM910 <> COD-COMPL-CR20
                   MOVE "S" TO FIM-HRM910-SW
                ELSE
                   MOVE NOSSO-NUMERO-HRM910 TO NOSSO-NUMERO-ALT-W
                   MOVE PORTADOR-HRM910     TO PORTADOR-ALT-W
                   MOVE NUMERO-CAT-HRM910   TO NUMERO-CAT-ALT-W
                   MOVE SITUACAO-REG-HRM910 TO SITUACAO-REG-ALT-W
                END-IF
              END-READ
           END-PERFORM.
           IF NUMERO-CAT-ALT-W NOT = ZEROS
              AND SITUACAO-REG-ALT-W NOT = "R"
              MOVE "S" TO NN-REGISTRADO-SW
           END-IF.

       ENFILEIRA-INSTRUCAO SECTION.
      *    UM REGISTRO DE FILA POR TITULO: PEDIDO DE BAIXA AINDA NA
      *    FILA PREVALECE; ALTERACAO ANTERIOR AINDA NAO ENVIADA E
      *    TROCADA PELA DATA NOVA.
           MOVE COD-COMPL-CR20 TO COD-COMPL-INS910.
           READ INS910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF INSTR-NA-FILA-INS910 AND PEDIDO-BAIXA-INS910
                   MOVE "ALTERADO - BAIXA BANCARIA JA NA FILA"
                                         TO SITUACAO-ALT-W
                   GO ENFILEIRA-INSTRUCAO-FIM
                END-IF
           END-READ.
           MOVE COD-COMPL-CR20       TO COD-COMPL-INS910.
           MOVE PORTADOR-ALT-W       TO PORTADOR-INS910.
           MOVE NOSSO-NUMERO-ALT-W   TO NOSSO-NUMERO-INS910.
           MOVE "Q"                  TO SITUACAO-INS910.
           MOVE DATA-DIA-I           TO DATA-FILA-INS910.
           MOVE ZEROS                TO DATA-ENVIO-INS910.
           MOVE "CRP9176T"           TO ORIGEM-INS910.
           MOVE "V"                  TO TIPO-INSTR-INS910.
           MOVE DATA-NOVA-W          TO NOVO-VENCTO-INS910.
           WRITE REG-INS910 INVALID KEY
              REWRITE REG-INS910
           END-WRITE.
           MOVE "S" TO INSTRUCAO-FILA-SW.
           MOVE "ALTERADO - INSTRUCAO NA FILA DO BANCO"
                                         TO SITUACAO-ALT-W.
       ENFILEIRA-INSTRUCAO-FIM.
           EXIT.

       GRAVA-HISTORICO SECTION.
           MOVE COD-COMPL-CR20     TO COD-COMPL-VNC910.
           COMPUTE SEQ-VNC910 = ULT-SEQ-VNC-W + 1.
           MOVE VENCTO-ANT-W       TO VENCTO-ANT-VNC910.
           MOVE DATA-NOVA-W        TO VENCTO-NOVO-VNC910.
           MOVE DATA-DIA-I         TO DATA-VNC910.
           MOVE HORA-BRA(1: 4)     TO HORA-VNC910.
           MOVE USUARIO-W          TO USUARIO-VNC910.
           MOVE GS-MOTIVO          TO MOTIVO-VNC910.
           MOVE PORTADOR-ALT-W     TO PORTADOR-VNC910.
           MOVE NOSSO-NUMERO-ALT-W TO NOSSO-NUMERO-VNC910.
           MOVE INSTRUCAO-FILA-SW  TO INSTRUCAO-VNC910.
           MOVE ZEROS TO ST-VNC910.
           PERFORM UNTIL ST-VNC910 = "10"
              WRITE REG-VNC910 INVALID KEY
                 ADD 1 TO SEQ-VNC910
               NOT INVALID KEY MOVE "10" TO ST-VNC910
              END-WRITE
           END-PERFORM.

       EMITE-SEGUNDA-VIA SECTION.
      *    O CRP9116 IMPRIME A PARTIR DO HRM910: TITULO SEM NOSSO-
      *    NUMERO NAO TEM SEGUNDA VIA, SAI NA PROXIMA REMESSA.
           IF GS-COD-COMPL = ZEROS
              MOVE "INFORME O TITULO P/ A SEGUNDA VIA"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EMITE-SEGUNDA-VIA-FIM.
           MOVE GS-COD-COMPL TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "TITULO NAO ENCONTRADO NO CRD020"
                                         TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO EMITE-SEGUNDA-VIA-FIM
           END-READ.
           PERFORM VERIFICA-NN-REGISTRADO.
           IF NOSSO-NUMERO-ALT-W = SPACES
              MOVE "TITULO SEM NOSSO-NUMERO - NAO HA SEGUNDA VIA"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EMITE-SEGUNDA-VIA-FIM.
           MOVE SPACES             TO GS-MENSAGEM-ERRO.
           MOVE PARAMETROS-W       TO PARAMETROS-SALVA-W.
           MOVE SPACES             TO OPCAO-PARAM-W.
           MOVE COD-COMPL-CR20     TO OPCAO-PARAM-W(1: 9).
           MOVE "A"                TO OPCAO-PARAM-W(10: 1).
           MOVE DATA-DIA-I         TO OPCAO-PARAM-W(11: 8).
           DISPLAY PARAMETROS-W UPON COMMAND-LINE.
           CALL "CRP9116"
               ON EXCEPTION
                  MOVE "FALHA AO CHAMAR O CRP9116" TO GS-MENSAGEM-ERRO
           END-CALL.
           CANCEL "CRP9116".
           MOVE PARAMETROS-SALVA-W TO PARAMETROS-W.
           DISPLAY PARAMETROS-W UPON COMMAND-LINE.
           IF GS-MENSAGEM-ERRO = SPACES
              MOVE "SEGUNDA VIA GERADA NO BOL9116" TO GS-MENSAGEM-ERRO
           END-IF.
           PERFORM CARREGA-MENSAGEM-ERRO.
       EMITE-SEGUNDA-VIA-FIM.
           EXIT.

       EDITA-DATA SECTION.
           MOVE DIA-EDIT-AUX-W TO DIA-EDIT-W.
           MOVE MES-EDIT-AUX-W TO MES-EDIT-W.
           MOVE ANO-EDIT-AUX-W TO ANO-EDIT-W.

       VERIFICA-PERMISSAO SECTION.
      *    MESMA REGRA DO CRP9108/CRP9109: SEM O ARQUIVO DE
      *    PERMISSOES A FUNCAO E LIBERADA; SEM O REGISTRO DO USUARIO
      *    A FUNCAO E NEGADA E A TENTATIVA VAI P/ O LOGACESS.
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
           MOVE FUNCAO-VERIF-W TO FUNCAO-SEC910.
           READ SEC910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF FUNCAO-PERMITIDA-SEC910
                   MOVE "S" TO PERMISSAO-OK-SW
                END-IF
           END-READ.
           IF PERMISSAO-OK-SW = "N"
              PERFORM GRAVA-LOGACESS-NEGADO
           END-IF.
       VERIFICA-PERMISSAO-FIM.
           EXIT.

       GRAVA-LOGACESS-NEGADO SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP9176T"          to logacess-programa
           move "NEGADO"            to logacess-status
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess.

       GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR20
                    MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE ZEROS          TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ        TO SEQ-CR200.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS          TO DATA-RETORNO-CR200.
           MOVE USUARIO-W      TO USUARIO-CR200.
           MOVE DATA-DIA-I     TO DATA-MOVTO-CR200.
           MOVE HORA-BRA(1: 4) TO HORA-MOVTO-CR200.

           MOVE ZEROS TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
              WRITE REG-CRD200 INVALID KEY
                 ADD 1 TO SEQ-CR200
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD200
           END-PERFORM.

           MOVE SEQ-CR200      TO SEQ-CR201.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR201.
           MOVE ANOTACAO-TRAB-W TO ANOTACAO-CR201.
           MOVE ZEROS TO ST-CRD201.
           MOVE 1              TO SUBSEQ-CR201.
           PERFORM UNTIL ST-CRD201 = "10"
             WRITE REG-CRD201 INVALID KEY
               ADD 1 TO SUBSEQ-CR201
               CONTINUE
              NOT INVALID KEY
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.

       GUARDA-TITULO-LIDO SECTION.
      *    IMAGEM DO TITULO COMO FOI LIDO, BASE DA REGRAVACAO
      *    PROTEGIDA (O REWRITE SO VAI SE NINGUEM GRAVOU DEPOIS).
           MOVE REG-CRD020          TO IMAGEM-LIDA-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-LIDO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-LIDO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-LIDO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-LIDO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-LIDO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-LIDO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-LIDO-CNC.
           MOVE STATUS-CR20         TO STATUS-LIDO-CNC.

       REGRAVA-TITULO SECTION.
      *    REWRITE PROTEGIDO DO CRD020: RELE O TITULO E SO GRAVA POR
      *    CIMA SE ELE AINDA E O LIDO. SE OUTRO USUARIO OU LOTE
      *    GRAVOU NO MEIO DO CAMINHO, A ROTINA CRP9187 REAPLICA A
      *    ALTERACAO SOBRE O TITULO ATUAL (CAMPOS DIFERENTES) OU A
      *    DESPREZA (MESMO CAMPO) - NESSE CASO TITULO-REGRAVADO-CNC
      *    VOLTA FALSO E O BUFFER FICA COM O TITULO ATUAL.
           MOVE "S"                 TO REGRAVACAO-CNC-SW.
           MOVE REG-CRD020          TO IMAGEM-NOVA-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-NOVO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-NOVO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-NOVO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-NOVO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-NOVO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-NOVO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-NOVO-CNC.
           MOVE STATUS-CR20         TO STATUS-NOVO-CNC.
           READ CRD020 INVALID KEY
                MOVE IMAGEM-NOVA-CNC TO REG-CRD020
                MOVE "N" TO REGRAVACAO-CNC-SW
                GO REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM GUARDA-TITULO-LIDO
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9176T"        TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM GUARDA-TITULO-LIDO.
       REGRAVA-TITULO-FIM.
           EXIT.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP9176T" TO DS-SET-NAME
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
           move "CRP9176T"          to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201 HRM910 FER910 VNC910 INS910
                 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

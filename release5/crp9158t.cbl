       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP9158T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: CUSTODIA DE CHEQUES - LISTA OS CHEQUES DO CHQ910
      *(RECEBIDOS NO CAIXA CRP9135T) POR SITUACAO E LANCA:
      *- O DEPOSITO DO CHEQUE (SAI DA CUSTODIA);
      *- A DEVOLUCAO DO CHEQUE PELO BANCO (COM A ALINEA): REABRE O
      *  TITULO DO CRD020 COM O STATUS/VALOR PAGO/DATA DE BAIXA QUE
      *  ELE TINHA ANTES DO RECEBIMENTO (LIVRO DE BAIXAS BXA910),
      *  GRAVA NO CXA910 O MOVIMENTO DE CHEQUE DEVOLVIDO (O CRP9136
      *  LISTA A PARTE E EXPORTA O LANCAMENTO INVERSO NO CTBCXA), A
      *  LINHA DE ESTORNO NO JRD910 QUANDO HOUVE JUROS/DESCONTO, A
      *  ANOTACAO CRD200/CRD201 E UMA TAREFA DE COBRANCA NO COD501
      *  DO CONTRATO (RETORNO P/ HOJE).
      *COMO NO ESTORNO (CRP9153T), SO DA P/ DEVOLVER SE A BAIXA DO
      *CHEQUE E A ULTIMA ATIVA DO TITULO E O CREDITO GERADO POR ELA
      *(EXCESSO) AINDA NAO FOI USADO. A DEVOLUCAO EXIGE "CHEQUEDEV"
      *LIBERADO NO SEC910; TENTATIVA NEGADA VAI P/ O LOGACESS.
      *A REABERTURA SO E REGRAVADA SE O TITULO NAO FOI ALTERADO POR
      *OUTRO USUARIO OU PELO LOTE DEPOIS DE LIDO (CRP9187 - CONFLITOS
      *NO CNC910, RELATORIO CRP9188).
      *COM O MES DE HOJE FECHADO NO FCH910 (ROTINA CRP9164) A
      *DEVOLUCAO E RECUSADA; COM O MES DA BAIXA DO CHEQUE JA FECHADO,
      *A LINHA DE ESTORNO DO JRD910 ENTRA NO MES CORRENTE.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX926.
           COPY CRPX928.
           COPY CRPX929.
           COPY CRPX930.
           COPY JRDX910.
           COPY COD501X.
           COPY SECX910.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW926.
       COPY CRPW928.
       COPY CRPW929.
       COPY CRPW930.
       COPY JRDW910.
       COPY COD501W.
       COPY SECW910.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "CRP9158T.CPB".
           COPY "CRP9158T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPCONC.
       COPY CRPFECH.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD200             PIC XX       VALUE SPACES.
           05  ST-CRD201             PIC XX       VALUE SPACES.
           05  ST-CXA910             PIC XX       VALUE SPACES.
           05  PATH-CXA910           PIC X(30)    VALUE SPACES.
           05  ST-BXA910             PIC XX       VALUE SPACES.
           05  PATH-BXA910           PIC X(30)    VALUE SPACES.
           05  ST-CCL910             PIC XX       VALUE SPACES.
           05  PATH-CCL910           PIC X(30)    VALUE SPACES.
           05  ST-CHQ910             PIC XX       VALUE SPACES.
           05  PATH-CHQ910           PIC X(30)    VALUE SPACES.
           05  ST-JRD910             PIC XX       VALUE SPACES.
           05  PATH-JRD910           PIC X(30)    VALUE SPACES.
           05  ST-COD501             PIC XX       VALUE SPACES.
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
           05  ACHOU-BAIXA-SW        PIC X(01)    VALUE "N".
               88  ACHOU-BAIXA               VALUE "S".
           05  SEQ-BAIXA-W           PIC 9(03)    VALUE ZEROS.
           05  SEQ-ULTIMA-W          PIC 9(03)    VALUE ZEROS.
           05  MES-ESTORNO-W         PIC 9(06)    VALUE ZEROS.
           05  SITUACAO-FILTRO-W     PIC X(01)    VALUE SPACES.
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

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.

           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXA910.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "CHQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHQ910.
           MOVE "JRD910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-JRD910.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O CRD020 CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN I-O CXA910.
           IF ST-CXA910 = "35"
              CLOSE CXA910      OPEN OUTPUT CXA910
              CLOSE CXA910      OPEN I-O CXA910
           END-IF.
           OPEN I-O BXA910.
           IF ST-BXA910 = "35"
              CLOSE BXA910      OPEN OUTPUT BXA910
              CLOSE BXA910      OPEN I-O BXA910
           END-IF.
           OPEN I-O CCL910.
           IF ST-CCL910 = "35"
              CLOSE CCL910      OPEN OUTPUT CCL910
              CLOSE CCL910      OPEN I-O CCL910
           END-IF.
           OPEN I-O CHQ910.
           IF ST-CHQ910 = "35"
              CLOSE CHQ910      OPEN OUTPUT CHQ910
              CLOSE CHQ910      OPEN I-O CHQ910
           END-IF.
           OPEN I-O JRD910.
           IF ST-JRD910 = "35"
              CLOSE JRD910      OPEN OUTPUT JRD910
              CLOSE JRD910      OPEN I-O JRD910
           END-IF.
           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
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
           move "CRP9158T"          to logacess-programa
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
               WHEN GS-CARREGA-TRUE
                    PERFORM CARREGA-CHEQUES
               WHEN GS-DEPOSITAR-TRUE
                    PERFORM DEPOSITA-CHEQUE
                    PERFORM CARREGA-CHEQUES
               WHEN GS-DEVOLVER-TRUE
                    PERFORM DEVOLVE-CHEQUE
                    PERFORM CARREGA-CHEQUES
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

       CARREGA-CHEQUES SECTION.
      *    SEM SITUACAO INFORMADA, LISTA OS CHEQUES EM CUSTODIA, NA
      *    ORDEM DA DATA BOM-PARA.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT GS-TOTAL-CHEQUES.
           IF GS-SITUACAO-FILTRO = SPACES
              MOVE "C" TO SITUACAO-FILTRO-W
           ELSE
              MOVE GS-SITUACAO-FILTRO TO SITUACAO-FILTRO-W
           END-IF.
           MOVE ZEROS TO DATA-BOM-PARA-CHQ910.
           START CHQ910 KEY IS NOT < DATA-BOM-PARA-CHQ910 INVALID KEY
                 MOVE "10" TO ST-CHQ910.
           PERFORM UNTIL ST-CHQ910 = "10"
              READ CHQ910 NEXT RECORD AT END
                   MOVE "10" TO ST-CHQ910
              NOT AT END
                IF SITUACAO-CHQ910 = SITUACAO-FILTRO-W
                   ADD 1 TO GS-CONT
                   ADD VALOR-CHQ910 TO GS-TOTAL-CHEQUES
                   MOVE SPACES TO GS-LINDET
                   MOVE DATA-CXA-CHQ910     TO GS-LINDET(1: 8)
                   MOVE SEQ-CXA-CHQ910      TO GS-LINDET(10: 6)
                   MOVE BANCO-CHQ910        TO GS-LINDET(17: 3)
                   MOVE NUMERO-CHQ910       TO GS-LINDET(21: 6)
                   MOVE DATA-BOM-PARA-CHQ910 TO GS-LINDET(28: 8)
                   MOVE COD-COMPL-CHQ910    TO GS-LINDET(37: 9)
                   MOVE VALOR-CHQ910        TO VALOR-EDIT-W
                   MOVE VALOR-EDIT-W        TO GS-LINDET(47: 14)
                   MOVE SITUACAO-CHQ910     TO GS-LINDET(62: 1)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CHQ910.

       LE-CHEQUE SECTION.
           MOVE GS-DATA-CXA TO DATA-CXA-CHQ910.
           MOVE GS-SEQ-CXA  TO SEQ-CXA-CHQ910.
           READ CHQ910 INVALID KEY
                MOVE "CHEQUE NAO ENCONTRADO NA CUSTODIA"
                                         TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                MOVE "23" TO ST-CHQ910
           END-READ.

       DEPOSITA-CHEQUE SECTION.
           PERFORM LE-CHEQUE.
           IF ST-CHQ910 = "23"
              GO DEPOSITA-CHEQUE-FIM.
           IF NOT CHEQUE-CUSTODIA-CHQ910
              MOVE "CHEQUE NAO ESTA EM CUSTODIA" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEPOSITA-CHEQUE-FIM.
           IF DATA-BOM-PARA-CHQ910 > DATA-DIA-I
              MOVE "CHEQUE PRE-DATADO AINDA NAO PODE SER DEPOSITADO"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEPOSITA-CHEQUE-FIM.
           MOVE "D"        TO SITUACAO-CHQ910.
           MOVE DATA-DIA-I TO DATA-SITUACAO-CHQ910.
           MOVE USUARIO-W  TO USUARIO-SITUACAO-CHQ910.
           REWRITE REG-CHQ910.
           MOVE "CHEQUE DEPOSITADO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       DEPOSITA-CHEQUE-FIM.
           EXIT.

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
           move "CRP9158T"          to logacess-programa
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

       DEVOLVE-CHEQUE SECTION.
           MOVE "CHEQUEDEV" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "USUARIO SEM PERMISSAO P/ DEVOLUCAO DE CHEQUE"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEVOLVE-CHEQUE-FIM.
           IF GS-ALINEA = ZEROS
              MOVE "ALINEA DA DEVOLUCAO E OBRIGATORIA"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEVOLVE-CHEQUE-FIM.
           PERFORM LE-CHEQUE.
           IF ST-CHQ910 = "23"
              GO DEVOLVE-CHEQUE-FIM.
           IF NOT CHEQUE-CUSTODIA-CHQ910 AND
              NOT CHEQUE-DEPOSITADO-CHQ910
              MOVE "CHEQUE JA DEVOLVIDO OU CANCELADO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEVOLVE-CHEQUE-FIM.
           MOVE COD-COMPL-CHQ910 TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "TITULO DO CHEQUE NAO ENCONTRADO NO CRD020"
                                    TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO DEVOLVE-CHEQUE-FIM
           END-READ.
           PERFORM GUARDA-TITULO-LIDO.
           PERFORM LOCALIZA-BAIXA-CHEQUE.
           IF NOT ACHOU-BAIXA
              MOVE "BAIXA DO CHEQUE NAO ESTA ATIVA NO LIVRO DE BAIXAS"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEVOLVE-CHEQUE-FIM
           END-IF.
           IF SEQ-BAIXA-W <> SEQ-ULTIMA-W
              MOVE "TITULO TEM BAIXA POSTERIOR - ESTORNE-A ANTES"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEVOLVE-CHEQUE-FIM
           END-IF.
           IF STATUS-CR20     <> STATUS-NOVO-BXA910     OR
              VALOR-PAGO-CR20 <> VALOR-PAGO-NOVO-BXA910 OR
              DATA-BAIXA-CR20 <> DATA-BAIXA-NOVO-BXA910
              MOVE "TITULO ALTERADO DEPOIS DA BAIXA - CHEQUE RECUSADO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEVOLVE-CHEQUE-FIM
           END-IF.
           PERFORM VERIFICA-PERIODO-ESTORNO.
           IF NOT PERIODO-ABERTO-FCH
              MOVE "DATA EM MES FECHADO - DEVOLUCAO RECUSADA: "
                                    TO GS-MENSAGEM-ERRO
              MOVE ANOMES-FECHADO-FCH TO GS-MENSAGEM-ERRO(43: 6)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEVOLVE-CHEQUE-FIM
           END-IF.
           IF SEQ-CCL-BXA910 NOT = ZEROS
              MOVE CLIENTE-CR20   TO CLIENTE-CCL910
              MOVE SEQ-CCL-BXA910 TO SEQ-CCL910
              READ CCL910 INVALID KEY
                   MOVE "A"   TO SITUACAO-CCL910
                   MOVE ZEROS TO VALOR-UTILIZADO-CCL910
              END-READ
              IF NOT CREDITO-ABERTO-CCL910 OR
                 VALOR-UTILIZADO-CCL910 NOT = ZEROS
                 MOVE
                 "CREDITO GERADO PELO CHEQUE JA UTILIZADO/DEVOLVIDO"
                                    TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO DEVOLVE-CHEQUE-FIM
              END-IF
           END-IF.
           MOVE STATUS-ANT-BXA910     TO STATUS-CR20.
           MOVE VALOR-PAGO-ANT-BXA910 TO VALOR-PAGO-CR20.
           MOVE DATA-BAIXA-ANT-BXA910 TO DATA-BAIXA-CR20.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              MOVE "TITULO ALTERADO POR OUTRO USUARIO - REFACA"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO DEVOLVE-CHEQUE-FIM
           END-IF.
           ACCEPT HORA-BRA FROM TIME.
           IF COM-JRD910-BXA910
              PERFORM GRAVA-JUROS-ESTORNO
           END-IF.
           PERFORM GRAVA-MOVIMENTO-DEVOLUCAO.
           IF SEQ-CCL-BXA910 NOT = ZEROS
              PERFORM CANCELA-CREDITO-GERADO
           END-IF.
           MOVE "E"        TO SITUACAO-BXA910.
           MOVE DATA-DIA-I TO DATA-ESTORNO-BXA910.
           MOVE USUARIO-W  TO USUARIO-ESTORNO-BXA910.
           MOVE SPACES     TO MOTIVO-ESTORNO-BXA910.
           STRING "CHEQUE DEVOLVIDO ALINEA " GS-ALINEA
                  DELIMITED BY SIZE INTO MOTIVO-ESTORNO-BXA910.
           REWRITE REG-BXA910.
           MOVE "V"        TO SITUACAO-CHQ910.
           MOVE DATA-DIA-I TO DATA-SITUACAO-CHQ910.
           MOVE USUARIO-W  TO USUARIO-SITUACAO-CHQ910.
           MOVE GS-ALINEA  TO ALINEA-CHQ910.
           REWRITE REG-CHQ910.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "CHEQUE DEVOLVIDO- BCO " BANCO-CHQ910
                  " CHQ " NUMERO-CHQ910 " ALINEA " GS-ALINEA
                  " - TITULO REABERTO"
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
           PERFORM GRAVA-TAREFA-COD501.
           MOVE "CHEQUE DEVOLVIDO - TITULO REABERTO" TO
                GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       DEVOLVE-CHEQUE-FIM.
           EXIT.

       LOCALIZA-BAIXA-CHEQUE SECTION.
      *    BAIXA ATIVA DO CAIXA GRAVADA PELO RECEBIMENTO DO CHEQUE
      *    (MESMA CHAVE DO CXA910) E A ULTIMA BAIXA ATIVA DO TITULO.
           MOVE "N" TO ACHOU-BAIXA-SW.
           MOVE ZEROS TO SEQ-BAIXA-W SEQ-ULTIMA-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-BXA910.
           MOVE ZEROS          TO SEQ-BXA910.
           START BXA910 KEY IS NOT < CHAVE-BXA910 INVALID KEY
                 MOVE "10" TO ST-BXA910.
           PERFORM UNTIL ST-BXA910 = "10"
             READ BXA910 NEXT RECORD AT END MOVE "10" TO ST-BXA910
               NOT AT END
                 IF COD-COMPL-BXA910 <> COD-COMPL-CR20
                    MOVE "10" TO ST-BXA910
                 ELSE
                    IF BAIXA-ATIVA-BXA910
                       MOVE SEQ-BXA910 TO SEQ-ULTIMA-W
                       IF CANAL-CAIXA-BXA910 AND
                          CHAVE-CXA-BXA910 = CHAVE-CHQ910
                          MOVE SEQ-BXA910 TO SEQ-BAIXA-W
                          MOVE "S" TO ACHOU-BAIXA-SW
                       END-IF
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF ACHOU-BAIXA
              MOVE COD-COMPL-CR20 TO COD-COMPL-BXA910
              MOVE SEQ-BAIXA-W    TO SEQ-BXA910
              READ BXA910 INVALID KEY
                   MOVE "N" TO ACHOU-BAIXA-SW
              END-READ
           END-IF.
           MOVE SPACES TO ST-BXA910.

       VERIFICA-PERIODO-ESTORNO SECTION.
      *    MESMA REGRA DO ESTORNO (CRP9153T): MES DE HOJE FECHADO
      *    RECUSA; A LINHA DO JRD910 VAI P/ O MES DA BAIXA DO CHEQUE
      *    SE ELE AINDA ESTA ABERTO, SENAO P/ O MES CORRENTE.
           MOVE EMPRESA-W  TO EMPRESA-FCH.
           MOVE DATA-DIA-I TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF NOT PERIODO-ABERTO-FCH
              GO VERIFICA-PERIODO-ESTORNO-FIM.
           MOVE DATA-DIA-I(1: 6) TO MES-ESTORNO-W.
           MOVE DATA-BXA910      TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF PERIODO-ABERTO-FCH
              MOVE DATA-BXA910(1: 6) TO MES-ESTORNO-W
           ELSE
              MOVE "OK" TO RETORNO-FCH
           END-IF.
       VERIFICA-PERIODO-ESTORNO-FIM.
           EXIT.

       GRAVA-JUROS-ESTORNO SECTION.
      *    LINHA DE ESTORNO NO MES DA BAIXA DO CHEQUE OU, COM ELE
      *    FECHADO, NO MES CORRENTE - COMO NO CRP9153T.
           MOVE COD-COMPL-CR20        TO COD-COMPL-JRD910.
           MOVE 1                     TO SEQ-JRD910.
           MOVE PORTADOR-BXA910       TO PORTADOR-JRD910.
           MOVE MES-ESTORNO-W         TO MES-JRD910.
           MOVE VALOR-TOT-CR20        TO VALOR-FACE-JRD910.
           MOVE VALOR-RECEBIDO-BXA910 TO VALOR-PAGO-JRD910.
           MOVE VALOR-JUROS-BXA910    TO VALOR-JUROS-JRD910.
           MOVE VALOR-DESCONTO-BXA910 TO VALOR-DESC-JRD910.
           MOVE "CRP9158T"            TO ORIGEM-JRD910.
           MOVE "E"                   TO TIPO-LANCTO-JRD910.
           MOVE ZEROS TO ST-JRD910.
           PERFORM UNTIL ST-JRD910 = "10"
              WRITE REG-JRD910 INVALID KEY
                 ADD 1 TO SEQ-JRD910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-JRD910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-JRD910.

       GRAVA-MOVIMENTO-DEVOLUCAO SECTION.
      *    CHEQUE DEVOLVIDO ENTRA NO MOVIMENTO DO DIA COM TIPO "V"; O
      *    CRP9136 LISTA A PARTE E EXPORTA O LANCAMENTO INVERSO.
           INITIALIZE REG-CXA910.
           MOVE DATA-DIA-I            TO DATA-CXA910.
           MOVE 1                     TO SEQ-CXA910.
           MOVE COD-COMPL-CR20        TO COD-COMPL-CXA910.
           MOVE USUARIO-W             TO OPERADOR-CXA910.
           MOVE "C"                   TO FORMA-CXA910.
           MOVE HORA-BRA(1: 4)        TO HORA-CXA910.
           MOVE PORTADOR-BXA910       TO PORTADOR-CXA910.
           MOVE MODALIDADE-BXA910     TO MODALIDADE-CXA910.
           MOVE VALOR-RECEBIDO-BXA910 TO VALOR-PAGO-CXA910.
           MOVE VALOR-JUROS-BXA910    TO VALOR-JUROS-CXA910.
           MOVE VALOR-DESCONTO-BXA910 TO VALOR-DESCONTO-CXA910.
           MOVE "V"                   TO TIPO-MOVTO-CXA910.
           MOVE ZEROS TO ST-CXA910.
           PERFORM UNTIL ST-CXA910 = "10"
              WRITE REG-CXA910 INVALID KEY
                 ADD 1 TO SEQ-CXA910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-CXA910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-CXA910.

       CANCELA-CREDITO-GERADO SECTION.
      *    O EXCESSO PAGO COM O CHEQUE DEVOLVIDO DEIXA DE SER CREDITO.
           MOVE CLIENTE-CR20   TO CLIENTE-CCL910.
           MOVE SEQ-CCL-BXA910 TO SEQ-CCL910.
           READ CCL910 INVALID KEY
                GO CANCELA-CREDITO-GERADO-FIM
           END-READ.
           MOVE "C"        TO SITUACAO-CCL910.
           MOVE DATA-DIA-I TO DATA-SITUACAO-CCL910.
           MOVE USUARIO-W  TO USUARIO-SITUACAO-CCL910.
           REWRITE REG-CCL910.
       CANCELA-CREDITO-GERADO-FIM.
           EXIT.

       GRAVA-TAREFA-COD501 SECTION.
      *    TAREFA DE COBRANCA NO CONTRATO: RETORNO P/ HOJE, ENTRA NA
      *    AGENDA DE RETORNOS DO COD9046.
           IF NR-CONTRATO-CR20 = ZEROS
              GO GRAVA-TAREFA-COD501-FIM.
           MOVE NR-CONTRATO-CR20     TO NR-CONTRATO-CO501.
           MOVE ZEROS                TO ITEM-CO501.
           MOVE 1                    TO SUBITEM-CO501.
           MOVE SPACES               TO ANOTACAO-CO501.
           MOVE VALOR-CHQ910         TO VALOR-EDIT-W.
           STRING "CHEQUE DEVOLVIDO- COBRAR TITULO " COD-COMPL-CR20
                  " CHQ " NUMERO-CHQ910 " R$" VALOR-EDIT-W
                  DELIMITED BY SIZE INTO ANOTACAO-CO501.
           MOVE 09                   TO TIPO-CONTATO-CO501.
           MOVE DATA-DIA-I           TO DATA-RETORNO-CO501.
           MOVE "CRP9158T"           TO USUARIO-CO501.
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
       GRAVA-TAREFA-COD501-FIM.
           EXIT.

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
           MOVE "CRP9158T"        TO PROGRAMA-CNC.
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
           MOVE "CRP9158T" TO DS-SET-NAME
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
           move "CRP9158T"          to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201 CXA910 BXA910 CCL910 CHQ910
                 JRD910 COD501 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP9153T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: ESTORNO DE BAIXA APLICADA - LOCALIZA O TITULO NO
      *CRD020 E A ULTIMA BAIXA ATIVA DELE NO LIVRO BXA910 (GRAVADO
      *PELO RETORNO CRP9109, PIX CRP9134, DEBITO CRP9127, CAIXA
      *CRP9135T, MESA DE EXCECOES EXC9100T E RETORNO DA AGENCIA DE
      *COBRANCA EXTERNA CRP9168) E DESFAZ A BAIXA:
      *VOLTA STATUS/VALOR PAGO/DATA DE BAIXA DO TITULO AOS VALORES
      *ANTERIORES, GRAVA A LINHA DE ESTORNO NO JRD910 (QUANDO A
      *BAIXA GEROU JUROS/DESCONTO REALIZADO), O LANCAMENTO CONTABIL
      *INVERSO E A ANOTACAO CRD200/CRD201 COM O MOTIVO.
      *O LANCAMENTO INVERSO DAS BAIXAS DE RETORNO/PIX/DEBITO/AGENCIA
      *VAI P/ O ARQUIVO CONTABIL DE ESTORNOS DO DIA, NA PASTA DA
      *EMPRESA (CTBEBXAAAAMMDD, LAYOUT ";" DO CTB910, HISTORICO COM
      *O CANAL) - OS ARQUIVOS DOS CANAIS (CTB910/CTBPIX/CTBDEB/
      *CTBAGC) SAO REFEITOS A CADA RODADA E PERDERIAM O ESTORNO. O
      *DA BAIXA DO CAIXA ENTRA COMO MOVIMENTO DE ESTORNO NO CXA910 E
      *SAI NO CTBCXA DO FECHAMENTO DO CAIXA (CRP9136). A BAIXA DA
      *MESA DE EXCECOES NAO TEM CONTABIL A DESFAZER.
      *A BAIXA POR APLICACAO DE CREDITO DO CLIENTE (CANAL "K", TELA
      *CRP9155T) NAO TEM CONTABIL: O ESTORNO DEVOLVE O VALOR AO
      *CREDITO NO CCL910. A BAIXA QUE GEROU CREDITO (EXCESSO) SO E
      *ESTORNADA SE O CREDITO AINDA ESTA INTACTO, E O CREDITO E
      *CANCELADO JUNTO.
      *NA BAIXA DO CAIXA PAGA EM CHEQUE, O CHEQUE QUE AINDA ESTA NA
      *CUSTODIA (CHQ910) E CANCELADO, P/ NAO IR P/ O DEPOSITO.
      *NA BAIXA DO CAIXA, O RECIBO EMITIDO PELO CRP9135T (RCB910) E
      *CANCELADO - CONSERVA O NUMERO E GUARDA O MOVIMENTO DE ESTORNO
      *DO CXA910, QUE TAMBEM LEVA O NUMERO DO RECIBO.
      *NA BAIXA DA AGENCIA DE COBRANCA EXTERNA A CESSAO DO ACB910
      *VOLTA A FICAR ATIVA, SEM O VALOR ESTORNADO NO RECUPERADO.
      *AS BAIXAS SAO ESTORNADAS DA MAIS RECENTE P/ A MAIS ANTIGA E
      *SO SE O TITULO AINDA ESTA COMO A BAIXA O DEIXOU.
      *ESTORNO COM O MES DE HOJE FECHADO NO FCH910 (ROTINA CRP9164)
      *E RECUSADO, COMO O RECEBIMENTO NO CAIXA. COM O MES DA BAIXA
      *ORIGINAL JA FECHADO, A LINHA DE ESTORNO DO JRD910 ENTRA NO MES
      *CORRENTE (O ABERTO), P/ NAO MEXER NO MES FECHADO.
      *A FUNCAO E SENSIVEL: SO USUARIO COM "ESTORNOBX" LIBERADO NO
      *SEC910 CONSEGUE EFETIVAR; TENTATIVA NEGADA VAI P/ O LOGACESS.
      *TITULO ALTERADO POR OUTRO USUARIO OU PELO LOTE DEPOIS DE
      *MOSTRADO NA TELA E RECARREGADO P/ O OPERADOR REFAZER (CRP9187
      *- CONFLITOS NO CNC910, RELATORIO CRP9188).
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
           COPY CRPX934.
           COPY CRPX944.
           COPY JRDX910.
           COPY SECX910.
           COPY LOGACESS.SEL.
           SELECT CTBEBX ASSIGN TO CTBEBX-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-CTBEBX.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW926.
       COPY CRPW928.
       COPY CRPW929.
       COPY CRPW930.
       COPY CRPW934.
       COPY CRPW944.
       COPY JRDW910.
       COPY SECW910.
       COPY LOGACESS.FD.
       FD  CTBEBX
           LABEL RECORD IS OMITTED.
       01  REG-CTBEBX.
           05  DATA-CTBE             PIC 9(08).
           05  SEP1-CTBE             PIC X(01).
           05  PORTADOR-CTBE         PIC 9(04).
           05  SEP2-CTBE             PIC X(01).
           05  COD-COMPL-CTBE        PIC 9(09).
           05  SEP3-CTBE             PIC X(01).
           05  MODALIDADE-CTBE       PIC 9(02).
           05  SEP4-CTBE             PIC X(01).
           05  VALOR-PAGO-CTBE       PIC 9(11)V99.
           05  SEP5-CTBE             PIC X(01).
           05  VALOR-JUROS-CTBE      PIC 9(11)V99.
           05  SEP6-CTBE             PIC X(01).
           05  VALOR-DESCONTO-CTBE   PIC 9(11)V99.
           05  SEP7-CTBE             PIC X(01).
           05  HISTORICO-CTBE        PIC X(30).
       WORKING-STORAGE SECTION.
           COPY "CRP9153T.CPB".
           COPY "CRP9153T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
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
           05  ST-ACB910             PIC XX       VALUE SPACES.
           05  PATH-ACB910           PIC X(30)    VALUE SPACES.
           05  ST-RCB910             PIC XX       VALUE SPACES.
           05  RCB910-ABERTO-SW      PIC X        VALUE "N".
               88  RCB910-ABERTO         VALUE "S".
           05  PATH-RCB910           PIC X(30)    VALUE SPACES.
           05  NUMERO-RECIBO-W       PIC 9(08)    VALUE ZEROS.
           05  ST-JRD910             PIC XX       VALUE SPACES.
           05  PATH-JRD910           PIC X(30)    VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  ST-CTBEBX             PIC XX       VALUE SPACES.
           05  CTBEBX-NOME           PIC X(40)    VALUE SPACES.
           05  MES-ESTORNO-W         PIC 9(06)    VALUE ZEROS.
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
           MOVE "ACB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACB910.
           MOVE "RCB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RCB910.
           MOVE "JRD910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-JRD910.
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
           OPEN I-O JRD910.
           IF ST-JRD910 = "35"
              CLOSE JRD910      OPEN OUTPUT JRD910
              CLOSE JRD910      OPEN I-O JRD910
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
           OPEN I-O ACB910.
           IF ST-ACB910 = "35"
              CLOSE ACB910      OPEN OUTPUT ACB910
              CLOSE ACB910      OPEN I-O ACB910
           END-IF.
           OPEN I-O RCB910.
           IF ST-RCB910 = "00"  MOVE "S" TO RCB910-ABERTO-SW.
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
           move "CRP9153T"          to logacess-programa
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
                    PERFORM CARREGA-TITULO
               WHEN GS-ESTORNAR-TRUE
                    PERFORM ESTORNA-BAIXA
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

       CARREGA-TITULO SECTION.
           MOVE SPACES TO GS-CANAL GS-ORIGEM GS-STATUS-ANT.
           MOVE ZEROS  TO GS-DATA-BAIXA GS-VALOR-RECEBIDO.
           MOVE GS-COD-COMPL TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "TITULO NAO ENCONTRADO NO CRD020"
                                         TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO CARREGA-TITULO-FIM
           END-READ.
           MOVE NR-DOCTO-CR20       TO GS-NR-DOCTO.
           MOVE CLIENTE-CR20        TO GS-CLIENTE.
           MOVE VALOR-TOT-CR20      TO GS-VALOR.
           MOVE VALOR-PAGO-CR20     TO GS-VALOR-PAGO.
           MOVE STATUS-CR20         TO GS-STATUS.
           PERFORM GUARDA-TITULO-LIDO.
           PERFORM LOCALIZA-ULTIMA-BAIXA.
           IF NOT ACHOU-BAIXA
              MOVE "TITULO SEM BAIXA ATIVA NO LIVRO DE BAIXAS"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO CARREGA-TITULO-FIM
           END-IF.
           MOVE CANAL-BXA910          TO GS-CANAL.
           MOVE ORIGEM-BXA910         TO GS-ORIGEM.
           MOVE DATA-BXA910           TO GS-DATA-BAIXA.
           MOVE VALOR-RECEBIDO-BXA910 TO GS-VALOR-RECEBIDO.
           MOVE STATUS-ANT-BXA910     TO GS-STATUS-ANT.
       CARREGA-TITULO-FIM.
           EXIT.

       LOCALIZA-ULTIMA-BAIXA SECTION.
      *    A BAIXA A ESTORNAR E A ULTIMA AINDA ATIVA DO TITULO - AS
      *    ANTERIORES SO PODEM SER DESFEITAS DEPOIS DELA.
           MOVE "N" TO ACHOU-BAIXA-SW.
           MOVE ZEROS TO SEQ-BAIXA-W.
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
                       MOVE SEQ-BXA910 TO SEQ-BAIXA-W
                       MOVE "S" TO ACHOU-BAIXA-SW
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
           move "CRP9153T"          to logacess-programa
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

       ESTORNA-BAIXA SECTION.
           MOVE "ESTORNOBX" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "USUARIO SEM PERMISSAO P/ ESTORNO DE BAIXA"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ESTORNA-BAIXA-FIM.
           IF GS-MOTIVO = SPACES
              MOVE "MOTIVO E OBRIGATORIO NO ESTORNO DE BAIXA"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ESTORNA-BAIXA-FIM.
           MOVE GS-COD-COMPL TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "TITULO NAO ENCONTRADO NO CRD020"
                                    TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO ESTORNA-BAIXA-FIM
           END-READ.
           PERFORM CONFERE-TITULO-EXIBIDO.
           IF NOT TITULO-CONFERIDO-CNC
              PERFORM CARREGA-TITULO
              GO ESTORNA-BAIXA-FIM
           END-IF.
           PERFORM LOCALIZA-ULTIMA-BAIXA.
           IF NOT ACHOU-BAIXA
              MOVE "TITULO SEM BAIXA ATIVA NO LIVRO DE BAIXAS"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ESTORNA-BAIXA-FIM
           END-IF.
           IF STATUS-CR20     <> STATUS-NOVO-BXA910     OR
              VALOR-PAGO-CR20 <> VALOR-PAGO-NOVO-BXA910 OR
              DATA-BAIXA-CR20 <> DATA-BAIXA-NOVO-BXA910
              MOVE "TITULO ALTERADO DEPOIS DA BAIXA - ESTORNO RECUSADO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ESTORNA-BAIXA-FIM
           END-IF.
           PERFORM VERIFICA-PERIODO-ESTORNO.
           IF NOT PERIODO-ABERTO-FCH
              MOVE "DATA EM MES FECHADO - ESTORNO RECUSADO: "
                                    TO GS-MENSAGEM-ERRO
              MOVE ANOMES-FECHADO-FCH TO GS-MENSAGEM-ERRO(41: 6)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ESTORNA-BAIXA-FIM
           END-IF.
           IF NOT CANAL-CREDITO-BXA910 AND SEQ-CCL-BXA910 NOT = ZEROS
              MOVE CLIENTE-CR20   TO CLIENTE-CCL910
              MOVE SEQ-CCL-BXA910 TO SEQ-CCL910
              READ CCL910 INVALID KEY
                   MOVE "A"   TO SITUACAO-CCL910
                   MOVE ZEROS TO VALOR-UTILIZADO-CCL910
              END-READ
              IF NOT CREDITO-ABERTO-CCL910 OR
                 VALOR-UTILIZADO-CCL910 NOT = ZEROS
                 MOVE
                 "CREDITO GERADO PELA BAIXA JA UTILIZADO/DEVOLVIDO"
                                    TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO ESTORNA-BAIXA-FIM
              END-IF
           END-IF.
           MOVE STATUS-ANT-BXA910     TO STATUS-CR20.
           MOVE VALOR-PAGO-ANT-BXA910 TO VALOR-PAGO-CR20.
           MOVE DATA-BAIXA-ANT-BXA910 TO DATA-BAIXA-CR20.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              MOVE "TITULO ALTERADO POR OUTRO USUARIO - NAO ESTORNADO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              PERFORM CARREGA-TITULO
              GO ESTORNA-BAIXA-FIM
           END-IF.
           ACCEPT HORA-BRA FROM TIME.
           IF COM-JRD910-BXA910
              PERFORM GRAVA-JUROS-ESTORNO
           END-IF.
           EVALUATE TRUE
               WHEN CANAL-CAIXA-BXA910
                    IF FORMA-CXA-BXA910 = "T"
                       PERFORM CANCELA-VENDA-CARTAO
                    END-IF
                    PERFORM LOCALIZA-RECIBO
                    PERFORM GRAVA-MOVIMENTO-ESTORNO
                    IF NUMERO-RECIBO-W NOT = ZEROS
                       PERFORM CANCELA-RECIBO
                    END-IF
                    IF FORMA-CXA-BXA910 = "C"
                       PERFORM CANCELA-CHEQUE-CUSTODIA
                    END-IF
               WHEN CANAL-MESA-BXA910
                    CONTINUE
               WHEN CANAL-CREDITO-BXA910
                    PERFORM DEVOLVE-CREDITO-APLICADO
               WHEN OTHER
                    IF ARQ-CTB-BXA910 NOT = SPACES
                       PERFORM GRAVA-CONTABIL-ESTORNO
                    END-IF
           END-EVALUATE.
           IF NOT CANAL-CREDITO-BXA910 AND SEQ-CCL-BXA910 NOT = ZEROS
              PERFORM CANCELA-CREDITO-GERADO
           END-IF.
           IF CANAL-AGENCIA-BXA910
              PERFORM REABRE-CESSAO-AGENCIA
           END-IF.
           MOVE "E"        TO SITUACAO-BXA910.
           MOVE DATA-DIA-I TO DATA-ESTORNO-BXA910.
           MOVE USUARIO-W  TO USUARIO-ESTORNO-BXA910.
           MOVE GS-MOTIVO  TO MOTIVO-ESTORNO-BXA910.
           REWRITE REG-BXA910.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "ESTORNO DE BAIXA- " ORIGEM-BXA910 " "
                  DATA-BXA910 ": " GS-MOTIVO
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
           MOVE STATUS-CR20     TO GS-STATUS.
           MOVE VALOR-PAGO-CR20 TO GS-VALOR-PAGO.
           MOVE "BAIXA ESTORNADA" TO GS-MENSAGEM-ERRO.
           IF CANAL-CAIXA-BXA910 AND NUMERO-RECIBO-W NOT = ZEROS
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "BAIXA ESTORNADA - RECIBO " NUMERO-RECIBO-W
                     " CANCELADO" DELIMITED BY SIZE
                     INTO GS-MENSAGEM-ERRO
           END-IF.
           PERFORM CARREGA-MENSAGEM-ERRO.
       ESTORNA-BAIXA-FIM.
           EXIT.

       VERIFICA-PERIODO-ESTORNO SECTION.
      *    O ESTORNO E LANCADO HOJE: MES DE HOJE FECHADO RECUSA,
      *    QUALQUER QUE SEJA O TRATAMENTO DO FECHAMENTO. A LINHA DO
      *    JRD910 VAI P/ O MES DA BAIXA ORIGINAL SE ELE AINDA ESTA
      *    ABERTO; SENAO P/ O MES CORRENTE.
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
      *    LINHA DE ESTORNO COM OS MESMOS VALORES DA BAIXA, NO MES DA
      *    BAIXA ORIGINAL OU, COM ELE FECHADO, NO MES CORRENTE - O
      *    CRP9152 SUBTRAI DO FECHAMENTO DO MES EM QUE ELA CAIU.
           MOVE COD-COMPL-CR20        TO COD-COMPL-JRD910.
           MOVE 1                     TO SEQ-JRD910.
           MOVE PORTADOR-BXA910       TO PORTADOR-JRD910.
           MOVE MES-ESTORNO-W         TO MES-JRD910.
           MOVE VALOR-TOT-CR20        TO VALOR-FACE-JRD910.
           MOVE VALOR-RECEBIDO-BXA910 TO VALOR-PAGO-JRD910.
           MOVE VALOR-JUROS-BXA910    TO VALOR-JUROS-JRD910.
           MOVE VALOR-DESCONTO-BXA910 TO VALOR-DESC-JRD910.
           MOVE "CRP9153T"            TO ORIGEM-JRD910.
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

       GRAVA-MOVIMENTO-ESTORNO SECTION.
      *    ESTORNO DA BAIXA DO CAIXA ENTRA NO MOVIMENTO DO DIA NA
      *    MESMA FORMA DE PAGAMENTO; O CRP9136 LISTA A PARTE E
      *    EXPORTA O LANCAMENTO INVERSO NO CTBCXA.
           INITIALIZE REG-CXA910.
           MOVE DATA-DIA-I            TO DATA-CXA910.
           MOVE 1                     TO SEQ-CXA910.
           MOVE COD-COMPL-CR20        TO COD-COMPL-CXA910.
           MOVE USUARIO-W             TO OPERADOR-CXA910.
           MOVE FORMA-CXA-BXA910      TO FORMA-CXA910.
           MOVE HORA-BRA(1: 4)        TO HORA-CXA910.
           MOVE PORTADOR-BXA910       TO PORTADOR-CXA910.
           MOVE MODALIDADE-BXA910     TO MODALIDADE-CXA910.
           MOVE VALOR-RECEBIDO-BXA910 TO VALOR-PAGO-CXA910.
           MOVE VALOR-JUROS-BXA910    TO VALOR-JUROS-CXA910.
           MOVE VALOR-DESCONTO-BXA910 TO VALOR-DESCONTO-CXA910.
           MOVE "E"                   TO TIPO-MOVTO-CXA910.
           MOVE NUMERO-RECIBO-W       TO NUMERO-RECIBO-CXA910.
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

       GRAVA-CONTABIL-ESTORNO SECTION.
      *    LANCAMENTO INVERSO NO LAYOUT ";" DO CTB910, ACRESCENTADO
      *    AO ARQUIVO DE ESTORNOS DO DIA NA PASTA DA EMPRESA - NENHUM
      *    CANAL ABRE ESSE ARQUIVO EM OUTPUT.
           MOVE SPACES TO CTBEBX-NOME.
           STRING "\PROGRAMA\KELLO\" EMPRESA-W "\CTBEBX" DATA-DIA-I
                  DELIMITED BY SIZE INTO CTBEBX-NOME.
           OPEN EXTEND CTBEBX.
           IF ST-CTBEBX = "35"
              OPEN OUTPUT CTBEBX
           END-IF.
           MOVE SPACES                TO REG-CTBEBX.
           MOVE DATA-DIA-I            TO DATA-CTBE.
           MOVE PORTADOR-BXA910       TO PORTADOR-CTBE.
           MOVE COD-COMPL-CR20        TO COD-COMPL-CTBE.
           MOVE MODALIDADE-BXA910     TO MODALIDADE-CTBE.
           MOVE VALOR-RECEBIDO-BXA910 TO VALOR-PAGO-CTBE.
           MOVE VALOR-JUROS-BXA910    TO VALOR-JUROS-CTBE.
           MOVE VALOR-DESCONTO-BXA910 TO VALOR-DESCONTO-CTBE.
           EVALUATE TRUE
               WHEN CANAL-PIX-BXA910
                    MOVE "ESTORNO D-CLIENTES-PIX/C-BANCO"
                                      TO HISTORICO-CTBE
               WHEN CANAL-DEBITO-BXA910
                    MOVE "ESTORNO D-CLIENTES-DEB/C-BANCO"
                                      TO HISTORICO-CTBE
               WHEN CANAL-AGENCIA-BXA910
                    MOVE "ESTORNO D-CLIENTES/C-AGENCIA"
                                      TO HISTORICO-CTBE
               WHEN OTHER
                    MOVE "ESTORNO D-CLIENTES/C-BANCO"
                                      TO HISTORICO-CTBE
           END-EVALUATE.
           MOVE ";" TO SEP1-CTBE SEP2-CTBE SEP3-CTBE SEP4-CTBE
                       SEP5-CTBE SEP6-CTBE SEP7-CTBE.
           WRITE REG-CTBEBX.
           CLOSE CTBEBX.

       REABRE-CESSAO-AGENCIA SECTION.
      *    O RECEBIMENTO DA AGENCIA FOI DESFEITO: O TITULO VOLTA A
      *    FICAR COM ELA, FORA DA REGUA E DAS CARTAS.
           MOVE COD-COMPL-CR20 TO COD-COMPL-ACB910.
           READ ACB910 INVALID KEY
                GO REABRE-CESSAO-AGENCIA-FIM
           END-READ.
           IF VALOR-RECUPERADO-ACB910 > VALOR-RECEBIDO-BXA910
              SUBTRACT VALOR-RECEBIDO-BXA910
                       FROM VALOR-RECUPERADO-ACB910
           ELSE
              MOVE ZEROS TO VALOR-RECUPERADO-ACB910
           END-IF.
           MOVE "A"   TO SITUACAO-ACB910.
           MOVE ZEROS TO DATA-ENCERRAMENTO-ACB910.
           REWRITE REG-ACB910.
       REABRE-CESSAO-AGENCIA-FIM.
           EXIT.

       DEVOLVE-CREDITO-APLICADO SECTION.
      *    ESTORNO DA APLICACAO DE CREDITO: O VALOR VOLTA A FICAR
      *    DISPONIVEL NO CREDITO DE ORIGEM. SE ESSE CREDITO JA FOI
      *    P/ DEVOLUCAO OU CANCELADO, O VALOR ENTRA COMO CREDITO NOVO
      *    (CANAL "E") P/ NAO MEXER NO QUE O FINANCEIRO JA TRATOU.
           MOVE CLIENTE-CR20   TO CLIENTE-CCL910.
           MOVE SEQ-CCL-BXA910 TO SEQ-CCL910.
           READ CCL910 INVALID KEY
                MOVE "R" TO SITUACAO-CCL910
           END-READ.
           IF (CREDITO-ABERTO-CCL910 OR CREDITO-UTILIZADO-CCL910) AND
              VALOR-UTILIZADO-CCL910 NOT < VALOR-RECEBIDO-BXA910
              SUBTRACT VALOR-RECEBIDO-BXA910
                       FROM VALOR-UTILIZADO-CCL910
              MOVE "A"        TO SITUACAO-CCL910
              MOVE DATA-DIA-I TO DATA-SITUACAO-CCL910
              MOVE USUARIO-W  TO USUARIO-SITUACAO-CCL910
              REWRITE REG-CCL910
           ELSE
              INITIALIZE REG-CCL910
              MOVE CLIENTE-CR20          TO CLIENTE-CCL910
              MOVE 1                     TO SEQ-CCL910
              MOVE COD-COMPL-CR20        TO COD-COMPL-ORIG-CCL910
              MOVE "E"                   TO CANAL-CCL910
              MOVE "CRP9153T"            TO ORIGEM-CCL910
              MOVE DATA-DIA-I            TO DATA-CCL910
              MOVE USUARIO-W             TO USUARIO-CCL910
              MOVE VALOR-RECEBIDO-BXA910 TO VALOR-CREDITO-CCL910
              MOVE ZEROS                 TO VALOR-UTILIZADO-CCL910
              MOVE "A"                   TO SITUACAO-CCL910
              MOVE ZEROS TO ST-CCL910
              PERFORM UNTIL ST-CCL910 = "10"
                 WRITE REG-CCL910 INVALID KEY
                    ADD 1 TO SEQ-CCL910
                    CONTINUE
                  NOT INVALID KEY
                    MOVE "10" TO ST-CCL910
                 END-WRITE
              END-PERFORM
              MOVE SPACES TO ST-CCL910
           END-IF.

       CANCELA-CHEQUE-CUSTODIA SECTION.
           MOVE CHAVE-CXA-BXA910 TO CHAVE-CHQ910.
           READ CHQ910 INVALID KEY
                GO CANCELA-CHEQUE-CUSTODIA-FIM
           END-READ.
           IF CHEQUE-CUSTODIA-CHQ910
              MOVE "X"        TO SITUACAO-CHQ910
              MOVE DATA-DIA-I TO DATA-SITUACAO-CHQ910
              MOVE USUARIO-W  TO USUARIO-SITUACAO-CHQ910
              REWRITE REG-CHQ910
           END-IF.
       CANCELA-CHEQUE-CUSTODIA-FIM.
           EXIT.

       CANCELA-VENDA-CARTAO SECTION.
      *    VENDA NO CARTAO ESTORNADA (CANCELADA TAMBEM NA MAQUININHA)
      *    SAI DA CONCILIACAO DA CREDENCIADORA (CRP9159).
           MOVE CHAVE-CXA-BXA910 TO CHAVE-CXA910.
           READ CXA910 INVALID KEY
                GO CANCELA-VENDA-CARTAO-FIM
           END-READ.
           IF CARTAO-PENDENTE-CXA910
              MOVE "X" TO SITUACAO-CARTAO-CXA910
              REWRITE REG-CXA910
           END-IF.
       CANCELA-VENDA-CARTAO-FIM.
           EXIT.

       LOCALIZA-RECIBO SECTION.
      *    RECIBO DO RECEBIMENTO ESTORNADO, NO MOVIMENTO ORIGINAL DO
      *    CXA910 (REGISTRO ANTIGO SEM RECIBO FICA EM BRANCO).
           MOVE ZEROS TO NUMERO-RECIBO-W.
           MOVE CHAVE-CXA-BXA910 TO CHAVE-CXA910.
           READ CXA910 INVALID KEY
                GO LOCALIZA-RECIBO-FIM
           END-READ.
           IF NUMERO-RECIBO-CXA910 NUMERIC
              MOVE NUMERO-RECIBO-CXA910 TO NUMERO-RECIBO-W
           END-IF.
       LOCALIZA-RECIBO-FIM.
           EXIT.

       CANCELA-RECIBO SECTION.
      *    O RECIBO CONSERVA O NUMERO E FICA LIGADO AO MOVIMENTO DE
      *    ESTORNO RECEM GRAVADO. JA CANCELADO (OUTRA PARCELA DA
      *    MESMA QUITACAO) FICA COMO ESTAVA.
           IF NOT RCB910-ABERTO
              GO CANCELA-RECIBO-FIM.
           MOVE NUMERO-RECIBO-W TO NUMERO-RCB910.
           READ RCB910 INVALID KEY
                GO CANCELA-RECIBO-FIM
           END-READ.
           IF RECIBO-CANCELADO-RCB910
              GO CANCELA-RECIBO-FIM.
           MOVE "C"            TO SITUACAO-RCB910.
           MOVE DATA-DIA-I     TO DATA-CANCEL-RCB910.
           MOVE USUARIO-W      TO USUARIO-CANCEL-RCB910.
           MOVE GS-MOTIVO      TO MOTIVO-CANCEL-RCB910.
           MOVE COD-COMPL-CR20 TO COD-COMPL-ESTORNO-RCB910.
           MOVE DATA-CXA910    TO DATA-CXA-EST-RCB910.
           MOVE SEQ-CXA910     TO SEQ-CXA-EST-RCB910.
           REWRITE REG-RCB910 INVALID KEY
              CONTINUE
           END-REWRITE.
       CANCELA-RECIBO-FIM.
           EXIT.

       CANCELA-CREDITO-GERADO SECTION.
      *    O EXCESSO DA BAIXA ESTORNADA DEIXA DE SER CREDITO.
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
           MOVE "CRP9153T"        TO PROGRAMA-CNC.
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

       CONFERE-TITULO-EXIBIDO SECTION.
      *    O TITULO RELIDO NA HORA DE GRAVAR TEM DE SER O QUE O
      *    OPERADOR VIU NA TELA; SE OUTRO USUARIO OU O LOTE GRAVOU
      *    NESSE MEIO TEMPO, O CONFLITO E REGISTRADO (CRP9187) E O
      *    CHAMADOR RECARREGA O TITULO P/ O OPERADOR REFAZER. TITULO
      *    QUE NAO PASSOU PELA TELA NAO TEM IMAGEM P/ CONFERIR.
           MOVE "S"                 TO REGRAVACAO-CNC-SW.
           IF COD-COMPL-CNC NOT = COD-COMPL-CR20 OR
              REG-CRD020 = IMAGEM-LIDA-CNC
              PERFORM GUARDA-TITULO-LIDO
              GO CONFERE-TITULO-EXIBIDO-FIM.
           MOVE "N"                 TO REGRAVACAO-CNC-SW.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9153T"        TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "R"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           MOVE "TITULO ALTERADO POR OUTRO USUARIO - DADOS RECARREGADOS"
                                    TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       CONFERE-TITULO-EXIBIDO-FIM.
           EXIT.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP9153T" TO DS-SET-NAME
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
           move "CRP9153T"          to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201 CXA910 JRD910 BXA910 SEC910
                 CCL910 CHQ910 ACB910 RCB910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

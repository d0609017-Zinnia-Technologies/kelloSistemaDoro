       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP9177T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: DESISTENCIA INDIVIDUAL DE FORMANDO COM ACERTO DE
      *CONTAS - INFORMADOS CONTRATO, CLIENTE (FORMANDO) E O GRUPO DE
      *BRINDES DO CONTRATO (SEQ-CO43), A TELA LISTA OS TITULOS DO
      *FORMANDO E CALCULA:
      *  - O QUE ELE JA PAGOU (VALOR-PAGO-CR20 DOS TITULOS; TITULO
      *    "PG" SEM VALOR PAGO CONTA PELO TOTAL), COM A PARTE
      *    RECEBIDA NO CAIXA DO BALCAO (CXA910, LIQUIDA DE ESTORNO E
      *    CHEQUE DEVOLVIDO) MOSTRADA A PARTE - ELA JA ESTA DENTRO
      *    DO VALOR PAGO DO TITULO;
      *  - A MULTA CONTRATUAL: PERC-MULTA-CTR910 DO CONTRATO (OU O
      *    PARAMETRO "MULTADESIST" DO PAR910; SEM OS DOIS, 10%)
      *    SOBRE O SALDO EM ABERTO DO FORMANDO;
      *  - O CUSTO DE BRINDE JA INCORRIDO P/ ELE: ITENS DO GRUPO JA
      *    PAGOS (DATA-PAGTO-CO43), PELO CUSTO REAL (OU O PREVISTO
      *    SE O REAL ESTA ZERADO), DIVIDIDOS PELOS FORMANDOS DO
      *    CONTRATO (CLIENTES COM TITULO NAO CANCELADO/REJEITADO).
      *PAGO MENOS MULTA E BRINDE POSITIVO = VALOR A DEVOLVER; NEGATIVO
      *= PARCELA FINAL A COBRAR.
      *A CONFIRMACAO EXIGE A FUNCAO "DESISTE" LIBERADA NO SEC910,
      *CONTRATO ATIVO NO CTR910 E O MOTIVO: CANCELA AS PARCELAS EM
      *ABERTO DO FORMANDO COM STATUS "CA" (ANOTACAO CRD200/CRD201),
      *ENFILEIRA NO INS910 A BAIXA BANCARIA DAS QUE TEM NOSSO-NUMERO
      *REGISTRADO (ULTIMO HRM910 COM REMESSA E NAO REJEITADO), GRAVA
      *A DEVOLUCAO COMO CREDITO DO CLIENTE JA NA LISTA DE DEVOLUCAO
      *(CCL910 SITUACAO "D", CANAL "D" - SAI NO CRP9156) OU GERA O
      *TITULO DA PARCELA FINAL (DOCUMENTO CONTRATO + "/DS", CADASTRO
      *DO SACADO COPIADO DO PRIMEIRO TITULO DO FORMANDO), ANOTA NO
      *COD501 E IMPRIME O TERMO DE DESISTENCIA P/ ASSINATURA
      *("DS" + CLIENTE + ".TRM"). FORMANDO QUE JA TEM O TITULO "/DS"
      *OU CREDITO GRAVADO POR ESTA TELA NAO E PROCESSADO DE NOVO.
      *PARCELA QUE OUTRO USUARIO OU O LOTE ALTEROU ENTRE A LEITURA E
      *O CANCELAMENTO NAO E CANCELADA (CRP9187 - CONFLITOS NO CNC910,
      *RELATORIO CRP9188).
      *DESISTENCIA COM O MES DE HOJE FECHADO NO FCH910 (ROTINA
      *CRP9164) E RECUSADA ANTES DE QUALQUER GRAVACAO.
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
           COPY CRPX912.
           COPY CRPX926.
           COPY CRPX929.
           COPY CRPX942.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX014.
           COPY INSX910.
           COPY COD043X.
           COPY COD501X.
           COPY PARX910.
           COPY SECX910.
           COPY LOGACESS.SEL.
           SELECT TERMO ASSIGN TO TERMO-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-TERMO.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW912.
       COPY CRPW926.
       COPY CRPW929.
       COPY CRPW942.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW014.
       COPY INSW910.
       COPY COD043W.
       COPY COD501W.
       COPY PARW910.
       COPY SECW910.
       COPY LOGACESS.FD.
       FD  TERMO
           LABEL RECORD IS OMITTED.
       01  REG-TERMO                 PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "CRP9177T.CPB".
           COPY "CRP9177T.CPY".
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
           05  ST-HRM910             PIC XX       VALUE SPACES.
           05  PATH-HRM910           PIC X(30)    VALUE SPACES.
           05  ST-CXA910             PIC XX       VALUE SPACES.
           05  PATH-CXA910           PIC X(30)    VALUE SPACES.
           05  ST-CCL910             PIC XX       VALUE SPACES.
           05  PATH-CCL910           PIC X(30)    VALUE SPACES.
           05  ST-CTR910             PIC XX       VALUE SPACES.
           05  PATH-CTR910           PIC X(30)    VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD014             PIC XX       VALUE SPACES.
           05  ST-INS910             PIC XX       VALUE SPACES.
           05  PATH-INS910           PIC X(30)    VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD501             PIC XX       VALUE SPACES.
           05  ST-PAR910             PIC XX       VALUE SPACES.
           05  PATH-PAR910           PIC X(30)    VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  ST-TERMO              PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  TERMO-NOME-W          PIC X(14)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(08)    VALUE ZEROS.
           05  ULT-SEQ               PIC 9(05)    VALUE ZEROS.
           05  ANOTACAO-TRAB-W       PIC X(120)   VALUE SPACES.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  FIM-CRD020-SW         PIC X(01)    VALUE "N".
           05  FIM-HRM910-SW         PIC X(01)    VALUE "N".
           05  NN-REGISTRADO-SW      PIC X(01)    VALUE "N".
           05  CALCULO-OK-SW         PIC X(01)    VALUE "N".
           05  CONTRATO-ATIVO-SW     PIC X(01)    VALUE "N".
           05  DESISTENCIA-FEITA-SW  PIC X(01)    VALUE "N".
           05  ACHOU-SW              PIC X(01)    VALUE "N".
           05  NOSSO-NUMERO-BAIXA-W  PIC X(20)    VALUE SPACES.
           05  PORTADOR-BAIXA-W      PIC 9(04)    VALUE ZEROS.
           05  NUMERO-CAT-BAIXA-W    PIC 9(06)    VALUE ZEROS.
           05  SITUACAO-REG-BAIXA-W  PIC X(01)    VALUE SPACES.
           05  CONTRATO-W            PIC 9(04)    VALUE ZEROS.
           05  CLIENTE-W             PIC 9(08)    VALUE ZEROS.
      *    MULTA PADRAO DA DESISTENCIA, SOBREPOSTA PELO PARAMETRO
      *    "MULTADESIST" DO PAR910 E PELO PERCENTUAL DO CONTRATO.
           05  PERC-MULTA-PADRAO-W   PIC 9(03)V99 VALUE 10.
           05  PERC-MULTA-W          PIC 9(03)V99 VALUE ZEROS.
           05  QTDE-PAGAS-W          PIC 9(04)    VALUE ZEROS.
           05  QTDE-ABERTAS-W        PIC 9(04)    VALUE ZEROS.
           05  QTDE-CANCELADAS-W     PIC 9(04)    VALUE ZEROS.
           05  QTDE-CONFLITO-W       PIC 9(04)    VALUE ZEROS.
           05  QTDE-FILA-W           PIC 9(04)    VALUE ZEROS.
           05  VALOR-PAGO-W          PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-CAIXA-W         PIC S9(11)V99 VALUE ZEROS.
           05  VALOR-ABERTO-W        PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-MULTA-W         PIC 9(11)V99 VALUE ZEROS.
           05  CUSTO-BRINDE-GRUPO-W  PIC S9(11)V99 VALUE ZEROS.
           05  CUSTO-ITEM-W          PIC 9(11)V99 VALUE ZEROS.
           05  CUSTO-BRINDE-W        PIC 9(11)V99 VALUE ZEROS.
           05  SALDO-ACERTO-W        PIC S9(11)V99 VALUE ZEROS.
           05  VALOR-DEVOLVER-W      PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-PARCELA-FINAL-W PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZZ.ZZZ.ZZ9,99.
           05  PERC-EDIT-W           PIC ZZ9,99.
           05  MAIOR-SEQ-W           PIC 9(05)    VALUE ZEROS.
           05  PORTADOR-FINAL-W      PIC 9(04)    VALUE ZEROS.
           05  MODALIDADE-FINAL-W    PIC 9(02)    VALUE ZEROS.
           05  VENCTO-FINAL-W        PIC 9(08)    VALUE ZEROS.
           05  COD-COMPL-BASE-W      PIC 9(09)    VALUE ZEROS.
           05  COD-COMPL-NOVO-W      PIC 9(09)    VALUE ZEROS.
           05  PROXIMO-COD-COMPL-W   PIC 9(09)    VALUE ZEROS.
           05  DOCTO-FINAL-W         PIC X(10)    VALUE SPACES.
           05  NOME-FORMANDO-W       PIC X(40)    VALUE SPACES.
           05  RESULTADO-W           PIC X(60)    VALUE SPACES.
      *    TITULOS DO FORMANDO (P/ CASAR O MOVIMENTO DO CAIXA) E
      *    FORMANDOS DO CONTRATO (P/ RATEAR O CUSTO DE BRINDE).
           05  QTDE-TIT-FORMANDO-W   PIC 9(03)    VALUE ZEROS.
           05  IX-TIT-W              PIC 9(03) COMP VALUE ZEROS.
           05  TAB-TIT-FORMANDO.
               10  COD-COMPL-TAB-W   PIC 9(09)    OCCURS 200 TIMES.
           05  QTDE-FORMANDOS-W      PIC 9(04)    VALUE ZEROS.
           05  IX-FORM-W             PIC 9(04) COMP VALUE ZEROS.
           05  TAB-FORMANDOS.
               10  CLIENTE-TAB-W     PIC 9(08)    OCCURS 2000 TIMES.
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
           MOVE "CXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXA910.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "INS910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-INS910.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O CRD020 CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN I-O CGD010 CGD011 CGD014.
           OPEN INPUT HRM910.
           IF ST-HRM910 = "35"
              CLOSE HRM910      OPEN OUTPUT HRM910
              CLOSE HRM910      OPEN INPUT HRM910
           END-IF.
           OPEN INPUT CXA910.
           IF ST-CXA910 = "35"
              CLOSE CXA910      OPEN OUTPUT CXA910
              CLOSE CXA910      OPEN INPUT CXA910
           END-IF.
           OPEN I-O CCL910.
           IF ST-CCL910 = "35"
              CLOSE CCL910      OPEN OUTPUT CCL910
              CLOSE CCL910      OPEN I-O CCL910
           END-IF.
           OPEN INPUT CTR910.
           IF ST-CTR910 = "35"
              CLOSE CTR910      OPEN OUTPUT CTR910
              CLOSE CTR910      OPEN INPUT CTR910
           END-IF.
           OPEN I-O INS910.
           IF ST-INS910 = "35"
              CLOSE INS910      OPEN OUTPUT INS910
              CLOSE INS910      OPEN I-O INS910
           END-IF.
           OPEN INPUT COD043.
           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "MULTADESIST" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO PERC-MULTA-PADRAO-W
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
           move "CRP9177T"          to logacess-programa
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
               WHEN GS-SIMULA-TRUE
                    PERFORM CALCULA-ACERTO
               WHEN GS-CONFIRMA-TRUE
                    PERFORM EFETIVA-DESISTENCIA
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

       CALCULA-ACERTO SECTION.
      *    SIMULACAO: LISTA OS TITULOS DO FORMANDO E DEVOLVE NA TELA
      *    O ACERTO. NAO GRAVA NADA.
           MOVE "N" TO CALCULO-OK-SW.
           IF GS-CONTRATO = ZEROS OR GS-CLIENTE = ZEROS
              MOVE "INFORMAR CONTRATO E CLIENTE" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO CALCULA-ACERTO-FIM
           END-IF.
           MOVE GS-CONTRATO TO CONTRATO-W.
           MOVE GS-CLIENTE  TO CLIENTE-W.
           MOVE "N" TO CONTRATO-ATIVO-SW.
           MOVE CONTRATO-W TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                MOVE "CONTRATO NAO CADASTRADO - VER CTR9100T"
                                      TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO CALCULA-ACERTO-FIM
           END-READ.
           IF CONTRATO-ATIVO-CTR910
              MOVE "S" TO CONTRATO-ATIVO-SW
           END-IF.
           IF PERC-MULTA-CTR910 > ZEROS
              MOVE PERC-MULTA-CTR910   TO PERC-MULTA-W
           ELSE
              MOVE PERC-MULTA-PADRAO-W TO PERC-MULTA-W
           END-IF.
           MOVE ZEROS TO QTDE-PAGAS-W QTDE-ABERTAS-W VALOR-PAGO-W
                         VALOR-CAIXA-W VALOR-ABERTO-W VALOR-MULTA-W
                         CUSTO-BRINDE-GRUPO-W CUSTO-BRINDE-W
                         VALOR-DEVOLVER-W VALOR-PARCELA-FINAL-W
                         MAIOR-SEQ-W PORTADOR-FINAL-W
                         MODALIDADE-FINAL-W COD-COMPL-BASE-W
                         QTDE-TIT-FORMANDO-W QTDE-FORMANDOS-W.
           MOVE "N" TO DESISTENCIA-FEITA-SW.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE ZEROS TO GS-CONT.
           PERFORM LE-TITULOS-CONTRATO.
           IF QTDE-TIT-FORMANDO-W = ZEROS
              MOVE "CLIENTE SEM TITULO NESTE CONTRATO"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO CALCULA-ACERTO-FIM
           END-IF.
           PERFORM SOMA-CAIXA-FORMANDO.
           PERFORM SOMA-CUSTO-BRINDE.
           PERFORM VERIFICA-CREDITO-DESISTENCIA.
           COMPUTE VALOR-MULTA-W ROUNDED =
                   VALOR-ABERTO-W * PERC-MULTA-W / 100.
           IF QTDE-FORMANDOS-W > ZEROS AND
              CUSTO-BRINDE-GRUPO-W > ZEROS
              COMPUTE CUSTO-BRINDE-W ROUNDED =
                      CUSTO-BRINDE-GRUPO-W / QTDE-FORMANDOS-W
           END-IF.
           COMPUTE SALDO-ACERTO-W = VALOR-PAGO-W
                                  - VALOR-MULTA-W - CUSTO-BRINDE-W.
           MOVE SPACES TO RESULTADO-W.
           IF SALDO-ACERTO-W > ZEROS
              MOVE SALDO-ACERTO-W TO VALOR-DEVOLVER-W
              MOVE VALOR-DEVOLVER-W TO VALOR-EDIT-W
              STRING "VALOR A DEVOLVER AO FORMANDO: " VALOR-EDIT-W
                     DELIMITED BY SIZE INTO RESULTADO-W
           ELSE
              IF SALDO-ACERTO-W < ZEROS
                 COMPUTE VALOR-PARCELA-FINAL-W = SALDO-ACERTO-W * -1
                 MOVE VALOR-PARCELA-FINAL-W TO VALOR-EDIT-W
                 STRING "PARCELA FINAL A COBRAR: " VALOR-EDIT-W
                        DELIMITED BY SIZE INTO RESULTADO-W
              ELSE
                 MOVE "SEM VALOR A DEVOLVER OU A COBRAR"
                                      TO RESULTADO-W
              END-IF
           END-IF.
           IF DESISTENCIA-FEITA-SW = "S"
              MOVE "DESISTENCIA JA EFETIVADA P/ ESTE FORMANDO"
                                      TO RESULTADO-W
           END-IF.
           MOVE QTDE-PAGAS-W          TO GS-QTDE-PAGAS.
           MOVE VALOR-PAGO-W          TO GS-VALOR-PAGO.
           MOVE VALOR-CAIXA-W         TO GS-VALOR-CAIXA.
           MOVE QTDE-ABERTAS-W        TO GS-QTDE-ABERTAS.
           MOVE VALOR-ABERTO-W        TO GS-VALOR-ABERTO.
           MOVE PERC-MULTA-W          TO GS-PERC-MULTA.
           MOVE VALOR-MULTA-W         TO GS-VALOR-MULTA.
           MOVE QTDE-FORMANDOS-W      TO GS-QTDE-FORMANDOS.
           MOVE CUSTO-BRINDE-W        TO GS-CUSTO-BRINDE.
           MOVE VALOR-DEVOLVER-W      TO GS-VALOR-DEVOLVER.
           MOVE VALOR-PARCELA-FINAL-W TO GS-VALOR-PARCELA-FINAL.
           MOVE RESULTADO-W           TO GS-RESULTADO.
           IF GS-PORTADOR = ZEROS
              MOVE PORTADOR-FINAL-W   TO GS-PORTADOR
           END-IF.
           IF GS-VENCTO-FINAL = ZEROS
              COMPUTE GS-VENCTO-FINAL = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE(DATA-DIA-I) + 30)
           END-IF.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.
           MOVE "S" TO CALCULO-OK-SW.
       CALCULA-ACERTO-FIM.
           EXIT.

       LE-TITULOS-CONTRATO SECTION.
      *    UMA VOLTA NO CRD020: OS TITULOS DO FORMANDO VAO P/ A LISTA
      *    E P/ OS TOTAIS; OS DEMAIS CLIENTES DO CONTRATO SO CONTAM
      *    P/ O RATEIO DO BRINDE.
           MOVE "N" TO FIM-CRD020-SW.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
           PERFORM UNTIL FIM-CRD020-SW = "S"
              READ CRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-CRD020-SW
              NOT AT END
                IF NR-CONTRATO-CR20 = CONTRATO-W
                   IF STATUS-CR20 NOT = "CA" AND
                      STATUS-CR20 NOT = "RJ"
                      PERFORM ACUMULA-FORMANDO
                   END-IF
                   IF CLIENTE-CR20 = CLIENTE-W
                      PERFORM SOMA-TITULO-FORMANDO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       ACUMULA-FORMANDO SECTION.
           MOVE "N" TO ACHOU-SW.
           PERFORM VARYING IX-FORM-W FROM 1 BY 1
                   UNTIL IX-FORM-W > QTDE-FORMANDOS-W
                      OR ACHOU-SW = "S"
              IF CLIENTE-TAB-W(IX-FORM-W) = CLIENTE-CR20
                 MOVE "S" TO ACHOU-SW
              END-IF
           END-PERFORM.
           IF ACHOU-SW = "N" AND QTDE-FORMANDOS-W < 2000
              ADD 1 TO QTDE-FORMANDOS-W
              MOVE CLIENTE-CR20 TO CLIENTE-TAB-W(QTDE-FORMANDOS-W)
           END-IF.

       SOMA-TITULO-FORMANDO SECTION.
           IF QTDE-TIT-FORMANDO-W < 200
              ADD 1 TO QTDE-TIT-FORMANDO-W
              MOVE COD-COMPL-CR20
                   TO COD-COMPL-TAB-W(QTDE-TIT-FORMANDO-W)
           END-IF.
           IF COD-COMPL-BASE-W = ZEROS
              MOVE COD-COMPL-CR20 TO COD-COMPL-BASE-W
           END-IF.
           IF SEQ-CR20 > MAIOR-SEQ-W
              MOVE SEQ-CR20 TO MAIOR-SEQ-W
           END-IF.
           IF NR-DOCTO-CR20(5: 3) = "/DS"
              MOVE "S" TO DESISTENCIA-FEITA-SW
           END-IF.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              IF STATUS-CR20 = "PG"
                 ADD 1 TO QTDE-PAGAS-W
                 IF VALOR-PAGO-CR20 = ZEROS
                    ADD VALOR-TOT-CR20  TO VALOR-PAGO-W
                 ELSE
                    ADD VALOR-PAGO-CR20 TO VALOR-PAGO-W
                 END-IF
              ELSE
                 ADD VALOR-PAGO-CR20 TO VALOR-PAGO-W
              END-IF
           ELSE
              ADD 1 TO QTDE-ABERTAS-W
              ADD VALOR-PAGO-CR20 TO VALOR-PAGO-W
              IF VALOR-TOT-CR20 > VALOR-PAGO-CR20
                 COMPUTE VALOR-ABERTO-W = VALOR-ABERTO-W
                         + VALOR-TOT-CR20 - VALOR-PAGO-CR20
              END-IF
              MOVE PORTADOR-CR20   TO PORTADOR-FINAL-W
              MOVE MODALIDADE-CR20 TO MODALIDADE-FINAL-W
           END-IF.
           ADD 1 TO GS-CONT.
           MOVE SPACES TO GS-LINDET.
           MOVE COD-COMPL-CR20   TO GS-LINDET(1: 9).
           MOVE NR-DOCTO-CR20    TO GS-LINDET(11: 10).
           MOVE DATA-VENCTO-CR20 TO DATA-EDIT-AUX-W.
           PERFORM EDITA-DATA.
           MOVE DATA-EDIT-W      TO GS-LINDET(22: 10).
           MOVE VALOR-TOT-CR20   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO GS-LINDET(33: 14).
           MOVE VALOR-PAGO-CR20  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO GS-LINDET(48: 14).
           MOVE STATUS-CR20      TO GS-LINDET(63: 2).
           MOVE "INSERE-LIST" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.

       SOMA-CAIXA-FORMANDO SECTION.
      *    RECEBIMENTOS DO BALCAO NOS TITULOS DO FORMANDO, LIQUIDOS
      *    DE ESTORNO ("E") E CHEQUE DEVOLVIDO ("V"). SO INFORMATIVO:
      *    O CRP9135T JA LANCA O RECEBIDO NO VALOR-PAGO-CR20.
           MOVE ZEROS TO DATA-CXA910 SEQ-CXA910.
           START CXA910 KEY IS NOT < CHAVE-CXA910 INVALID KEY
                 MOVE "10" TO ST-CXA910.
           PERFORM UNTIL ST-CXA910 = "10"
              READ CXA910 NEXT RECORD AT END
                   MOVE "10" TO ST-CXA910
              NOT AT END
                MOVE "N" TO ACHOU-SW
                PERFORM VARYING IX-TIT-W FROM 1 BY 1
                        UNTIL IX-TIT-W > QTDE-TIT-FORMANDO-W
                           OR ACHOU-SW = "S"
                   IF COD-COMPL-TAB-W(IX-TIT-W) = COD-COMPL-CXA910
                      MOVE "S" TO ACHOU-SW
                   END-IF
                END-PERFORM
                IF ACHOU-SW = "S"
                   IF MOVTO-ESTORNO-CXA910 OR
                      MOVTO-CHEQUE-DEVOLVIDO-CXA910
                      SUBTRACT VALOR-PAGO-CXA910 FROM VALOR-CAIXA-W
                   ELSE
                      ADD VALOR-PAGO-CXA910 TO VALOR-CAIXA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CXA910.
           IF VALOR-CAIXA-W < ZEROS
              MOVE ZEROS TO VALOR-CAIXA-W
           END-IF.

       SOMA-CUSTO-BRINDE SECTION.
      *    CUSTO JA INCORRIDO DO GRUPO DE BRINDES DO CONTRATO: SO OS
      *    ITENS JA PAGOS; CREDITO ("C") ABATE.
           IF GS-SEQ-CO43 = ZEROS
              GO SOMA-CUSTO-BRINDE-FIM.
           MOVE GS-SEQ-CO43 TO SEQ-CO43.
           MOVE ZEROS       TO ITEM-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                 MOVE "10" TO ST-COD043.
           PERFORM UNTIL ST-COD043 = "10"
              READ COD043 NEXT RECORD AT END
                   MOVE "10" TO ST-COD043
              NOT AT END
                IF SEQ-CO43 NOT = GS-SEQ-CO43
                   MOVE "10" TO ST-COD043
                ELSE
                   IF DATA-PAGTO-CO43 NOT = ZEROS
                      IF CUSTO-REAL-CO43 > ZEROS
                         MOVE CUSTO-REAL-CO43     TO CUSTO-ITEM-W
                      ELSE
                         MOVE CUSTO-PREVISTO-CO43 TO CUSTO-ITEM-W
                      END-IF
                      IF DEB-CRED-CO43 = "C"
                         SUBTRACT CUSTO-ITEM-W
                             FROM CUSTO-BRINDE-GRUPO-W
                      ELSE
                         ADD CUSTO-ITEM-W TO CUSTO-BRINDE-GRUPO-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD043.
       SOMA-CUSTO-BRINDE-FIM.
           EXIT.

       VERIFICA-CREDITO-DESISTENCIA SECTION.
      *    A DEVOLUCAO NAO GERA TITULO: O CREDITO GRAVADO POR ESTA
      *    TELA E QUE MARCA A DESISTENCIA JA FEITA.
           MOVE CLIENTE-W TO CLIENTE-CCL910.
           MOVE ZEROS     TO SEQ-CCL910.
           START CCL910 KEY IS NOT < CHAVE-CCL910 INVALID KEY
                 MOVE "10" TO ST-CCL910.
           PERFORM UNTIL ST-CCL910 = "10"
              READ CCL910 NEXT RECORD AT END
                   MOVE "10" TO ST-CCL910
              NOT AT END
                IF CLIENTE-CCL910 NOT = CLIENTE-W
                   MOVE "10" TO ST-CCL910
                ELSE
                   IF ORIGEM-CCL910 = "CRP9177T" AND
                      NOT CREDITO-CANCELADO-CCL910
                      MOVE "S" TO DESISTENCIA-FEITA-SW
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CCL910.

       EFETIVA-DESISTENCIA SECTION.
           MOVE "DESISTE" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "USUARIO SEM PERMISSAO P/ DESISTENCIA"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-DESISTENCIA-FIM.
           IF GS-MOTIVO = SPACES
              MOVE "INFORMAR O MOTIVO DA DESISTENCIA"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-DESISTENCIA-FIM.
           PERFORM CALCULA-ACERTO.
           IF CALCULO-OK-SW = "N"
              GO EFETIVA-DESISTENCIA-FIM.
           IF CONTRATO-ATIVO-SW = "N"
              MOVE "CONTRATO ENCERRADO/CANCELADO NO CTR9100T"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-DESISTENCIA-FIM.
           IF DESISTENCIA-FEITA-SW = "S"
              MOVE "DESISTENCIA JA EFETIVADA P/ ESTE FORMANDO"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-DESISTENCIA-FIM.
           IF VALOR-PARCELA-FINAL-W > ZEROS
              IF GS-PORTADOR = ZEROS
                 MOVE "INFORMAR O PORTADOR DA PARCELA FINAL"
                                      TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO EFETIVA-DESISTENCIA-FIM
              END-IF
              IF GS-VENCTO-FINAL < DATA-DIA-I
                 MOVE "VENCIMENTO DA PARCELA FINAL ANTERIOR A HOJE"
                                      TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO EFETIVA-DESISTENCIA-FIM
              END-IF
           END-IF.
           MOVE EMPRESA-W  TO EMPRESA-FCH.
           MOVE DATA-DIA-I TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF NOT PERIODO-ABERTO-FCH
              MOVE "DATA EM MES FECHADO - DESISTENCIA RECUSADA: "
                                      TO GS-MENSAGEM-ERRO
              MOVE ANOMES-FECHADO-FCH TO GS-MENSAGEM-ERRO(45: 6)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-DESISTENCIA-FIM
           END-IF.
           MOVE COD-COMPL-BASE-W TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                MOVE SPACES TO NOME-FORMANDO-W
              NOT INVALID KEY
                MOVE COMPRADOR-CG10 TO NOME-FORMANDO-W
           END-READ.
           MOVE ZEROS TO QTDE-CANCELADAS-W QTDE-FILA-W QTDE-CONFLITO-W.
           ACCEPT HORA-BRA FROM TIME.
           PERFORM CANCELA-PARCELAS.
           IF VALOR-DEVOLVER-W > ZEROS
              PERFORM GRAVA-DEVOLUCAO
           END-IF.
           IF VALOR-PARCELA-FINAL-W > ZEROS
              PERFORM GERA-PARCELA-FINAL
           END-IF.
           PERFORM GRAVA-ANOTACAO-COD501.
           PERFORM IMPRIME-TERMO.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           STRING "DESISTENCIA EFETIVADA - " QTDE-CANCELADAS-W
                  " PARCELA(S) CANCELADA(S), " QTDE-FILA-W
                  " BAIXA(S) NA FILA - TERMO " TERMO-NOME-W
                  DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
           IF QTDE-CONFLITO-W NOT = ZEROS
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "PARCELAS NAO CANCELADAS - ALTERADAS POR OUTRO: "
                     QTDE-CONFLITO-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       EFETIVA-DESISTENCIA-FIM.
           EXIT.

       CANCELA-PARCELAS SECTION.
           MOVE "N" TO FIM-CRD020-SW.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
           PERFORM UNTIL FIM-CRD020-SW = "S"
              READ CRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-CRD020-SW
              NOT AT END
                MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                IF NR-CONTRATO-CR20 = CONTRATO-W AND
                   CLIENTE-CR20 = CLIENTE-W AND
                   NOT STATUS-TERMINAL-CR20
                   PERFORM CANCELA-UMA-PARCELA
                END-IF
              END-READ
           END-PERFORM.

       CANCELA-UMA-PARCELA SECTION.
      *    PARCELA ALTERADA POR OUTRO USUARIO OU PELO LOTE ENTRE A
      *    LEITURA E O CANCELAMENTO FICA COMO O OUTRO A DEIXOU.
           PERFORM GUARDA-TITULO-LIDO.
           MOVE "CA"       TO STATUS-CR20.
           MOVE DATA-DIA-I TO DATA-BAIXA-CR20.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              ADD 1 TO QTDE-CONFLITO-W
              GO CANCELA-UMA-PARCELA-FIM
           END-IF.
           ADD 1 TO QTDE-CANCELADAS-W.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "DESISTENCIA- PARCELA CANCELADA PELA DESISTENCIA DO "
                  "FORMANDO: " GS-MOTIVO
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
           PERFORM VERIFICA-NN-REGISTRADO.
           IF NN-REGISTRADO-SW = "S"
              PERFORM ENFILEIRA-BAIXA-BANCO
           END-IF.
       CANCELA-UMA-PARCELA-FIM.
           EXIT.

       VERIFICA-NN-REGISTRADO SECTION.
      *    VALE O ULTIMO NOSSO-NUMERO DO TITULO, COMO NO CRP9176T:
      *    SO RESERVADO (SEM REMESSA) OU COM ENTRADA REJEITADA O
      *    BANCO NAO CONHECE E NAO HA O QUE BAIXAR.
           MOVE "N" TO NN-REGISTRADO-SW.
           MOVE SPACES TO NOSSO-NUMERO-BAIXA-W SITUACAO-REG-BAIXA-W.
           MOVE ZEROS  TO PORTADOR-BAIXA-W NUMERO-CAT-BAIXA-W.
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
                   MOVE NOSSO-NUMERO-HRM910 TO NOSSO-NUMERO-BAIXA-W
                   MOVE PORTADOR-HRM910     TO PORTADOR-BAIXA-W
                   MOVE NUMERO-CAT-HRM910   TO NUMERO-CAT-BAIXA-W
                   MOVE SITUACAO-REG-HRM910 TO SITUACAO-REG-BAIXA-W
                END-IF
              END-READ
           END-PERFORM.
           IF NUMERO-CAT-BAIXA-W NOT = ZEROS
              AND SITUACAO-REG-BAIXA-W NOT = "R"
              MOVE "S" TO NN-REGISTRADO-SW
           END-IF.

       ENFILEIRA-BAIXA-BANCO SECTION.
      *    PEDIDO DE BAIXA JA NA FILA FICA COMO ESTA; ALTERACAO DE
      *    VENCIMENTO AINDA NAO ENVIADA E TROCADA PELA BAIXA.
           MOVE COD-COMPL-CR20 TO COD-COMPL-INS910.
           READ INS910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF INSTR-NA-FILA-INS910 AND PEDIDO-BAIXA-INS910
                   GO ENFILEIRA-BAIXA-BANCO-FIM
                END-IF
           END-READ.
           MOVE COD-COMPL-CR20       TO COD-COMPL-INS910.
           MOVE PORTADOR-BAIXA-W     TO PORTADOR-INS910.
           MOVE NOSSO-NUMERO-BAIXA-W TO NOSSO-NUMERO-INS910.
           MOVE "Q"                  TO SITUACAO-INS910.
           MOVE DATA-DIA-I           TO DATA-FILA-INS910.
           MOVE ZEROS                TO DATA-ENVIO-INS910.
           MOVE "CRP9177T"           TO ORIGEM-INS910.
           MOVE "B"                  TO TIPO-INSTR-INS910.
           MOVE ZEROS                TO NOVO-VENCTO-INS910.
           WRITE REG-INS910 INVALID KEY
              REWRITE REG-INS910
           END-WRITE.
           ADD 1 TO QTDE-FILA-W.
       ENFILEIRA-BAIXA-BANCO-FIM.
           EXIT.

       GRAVA-DEVOLUCAO SECTION.
      *    O VALOR A DEVOLVER ENTRA DIRETO NA LISTA DE DEVOLUCAO DO
      *    FINANCEIRO (CRP9156), LIGADO AO PRIMEIRO TITULO DO FORMANDO.
           INITIALIZE REG-CCL910.
           MOVE CLIENTE-W         TO CLIENTE-CCL910.
           MOVE 1                 TO SEQ-CCL910.
           MOVE COD-COMPL-BASE-W  TO COD-COMPL-ORIG-CCL910.
           MOVE "D"               TO CANAL-CCL910.
           MOVE "CRP9177T"        TO ORIGEM-CCL910.
           MOVE DATA-DIA-I        TO DATA-CCL910.
           MOVE USUARIO-W         TO USUARIO-CCL910.
           MOVE VALOR-DEVOLVER-W  TO VALOR-CREDITO-CCL910.
           MOVE ZEROS             TO VALOR-UTILIZADO-CCL910.
           MOVE "D"               TO SITUACAO-CCL910.
           MOVE DATA-DIA-I        TO DATA-SITUACAO-CCL910.
           MOVE USUARIO-W         TO USUARIO-SITUACAO-CCL910.
           MOVE ZEROS TO ST-CCL910.
           PERFORM UNTIL ST-CCL910 = "10"
              WRITE REG-CCL910 INVALID KEY
                 ADD 1 TO SEQ-CCL910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-CCL910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-CCL910.

       GERA-PARCELA-FINAL SECTION.
      *    TITULO UNICO COM O SALDO DEVEDOR DO ACERTO, GRAVADO COMO
      *    NO CRP9144T (PROXIMO COD-COMPL LIVRE, CADASTRO DO SACADO
      *    COPIADO).
           MOVE SPACES TO DOCTO-FINAL-W.
           STRING CONTRATO-W "/DS" DELIMITED BY SIZE
                  INTO DOCTO-FINAL-W.
           MOVE GS-VENCTO-FINAL TO VENCTO-FINAL-W.
           PERFORM ACHA-PROXIMO-COD-COMPL.
           INITIALIZE REG-CRD020.
           MOVE PROXIMO-COD-COMPL-W   TO COD-COMPL-CR20.
           ADD 1 TO MAIOR-SEQ-W.
           MOVE MAIOR-SEQ-W           TO SEQ-CR20.
           MOVE CLIENTE-W             TO CLIENTE-CR20.
           MOVE CONTRATO-W            TO NR-CONTRATO-CR20.
           MOVE DOCTO-FINAL-W         TO NR-DOCTO-CR20.
           MOVE GS-PORTADOR           TO PORTADOR-CR20.
           MOVE MODALIDADE-FINAL-W    TO MODALIDADE-CR20.
           MOVE DATA-DIA-I            TO DATA-EMISSAO-CR20.
           MOVE VENCTO-FINAL-W        TO DATA-VENCTO-CR20.
           MOVE VALOR-PARCELA-FINAL-W TO VALOR-TOT-CR20.
           MOVE SPACES                TO STATUS-CR20.
           WRITE REG-CRD020 INVALID KEY
              ADD 1 TO PROXIMO-COD-COMPL-W
              MOVE PROXIMO-COD-COMPL-W TO COD-COMPL-CR20
              WRITE REG-CRD020
              END-WRITE
           END-WRITE.
           MOVE COD-COMPL-CR20 TO COD-COMPL-NOVO-W.
           PERFORM COPIA-CADASTRO-SACADO.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "DESISTENCIA- PARCELA FINAL DO ACERTO DA DESISTENCIA"
                  " DO FORMANDO"
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.

       ACHA-PROXIMO-COD-COMPL SECTION.
      *    PROXIMA CHAVE LIVRE DO CRD020 (MAIOR COD-COMPL + 1), COMO
      *    NO CRP9144T.
           MOVE ZEROS TO PROXIMO-COD-COMPL-W COD-COMPL-CR20.
           MOVE "N" TO FIM-CRD020-SW.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
           PERFORM UNTIL FIM-CRD020-SW = "S"
              READ CRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-CRD020-SW
              NOT AT END
                   MOVE COD-COMPL-CR20 TO PROXIMO-COD-COMPL-W
              END-READ
           END-PERFORM.
           ADD 1 TO PROXIMO-COD-COMPL-W.

       COPIA-CADASTRO-SACADO SECTION.
      *    MESMO MOTIVO DO CRP9144T: O CADASTRO DO SACADO E CHAVEADO
      *    PELO COD-COMPL DO TITULO.
           MOVE COD-COMPL-BASE-W TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE COD-COMPL-NOVO-W TO COD-COMPL-CG10
                WRITE REG-CGD010 INVALID KEY
                   REWRITE REG-CGD010
                END-WRITE
           END-READ.
           MOVE COD-COMPL-BASE-W TO COD-COMPL-CG11.
           READ CGD011 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE COD-COMPL-NOVO-W TO COD-COMPL-CG11
                WRITE REG-CGD011 INVALID KEY
                   REWRITE REG-CGD011
                END-WRITE
           END-READ.
           MOVE COD-COMPL-BASE-W TO COD-COMPL-CG14.
           READ CGD014 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE COD-COMPL-NOVO-W TO COD-COMPL-CG14
                WRITE REG-CGD014 INVALID KEY
                   REWRITE REG-CGD014
                END-WRITE
           END-READ.

       GRAVA-ANOTACAO-COD501 SECTION.
           MOVE CONTRATO-W           TO NR-CONTRATO-CO501.
           MOVE ZEROS                TO ITEM-CO501.
           MOVE 1                    TO SUBITEM-CO501.
           MOVE SPACES               TO ANOTACAO-CO501.
           STRING "DESISTENCIA- CLIENTE " CLIENTE-W " - "
                  QTDE-CANCELADAS-W " PARCELA(S) CANCELADA(S), "
                  RESULTADO-W
                  DELIMITED BY SIZE INTO ANOTACAO-CO501.
           MOVE 09                   TO TIPO-CONTATO-CO501.
           MOVE ZEROS                TO DATA-RETORNO-CO501.
           MOVE "CRP9177T"           TO USUARIO-CO501.
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

       IMPRIME-TERMO SECTION.
           MOVE SPACES TO TERMO-NOME-W.
           STRING "DS" CLIENTE-W ".TRM"
                  DELIMITED BY SIZE INTO TERMO-NOME-W.
           OPEN OUTPUT TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "TERMO DE DESISTENCIA DE FORMANDO" TO REG-TERMO(24: 32).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "CONTRATO:"         TO REG-TERMO(1: 9).
           MOVE CONTRATO-W          TO REG-TERMO(11: 4).
           MOVE INSTITUICAO-CTR910  TO REG-TERMO(17: 40).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "CURSO...:"         TO REG-TERMO(1: 9).
           MOVE CURSO-CTR910        TO REG-TERMO(11: 30).
           MOVE "TURMA:"            TO REG-TERMO(42: 6).
           MOVE TURMA-CTR910        TO REG-TERMO(49: 20).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "FORMANDO:"         TO REG-TERMO(1: 9).
           MOVE CLIENTE-W           TO REG-TERMO(11: 8).
           MOVE NOME-FORMANDO-W     TO REG-TERMO(20: 40).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "MOTIVO..:"         TO REG-TERMO(1: 9).
           MOVE GS-MOTIVO           TO REG-TERMO(11: 60).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "VALOR PAGO ATE A DATA..........:" TO REG-TERMO(1: 32).
           MOVE VALOR-PAGO-W        TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO REG-TERMO(34: 14).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "SALDO EM ABERTO CANCELADO......:" TO REG-TERMO(1: 32).
           MOVE VALOR-ABERTO-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO REG-TERMO(34: 14).
           MOVE QTDE-CANCELADAS-W   TO REG-TERMO(50: 4).
           MOVE "PARCELA(S)"        TO REG-TERMO(55: 10).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "MULTA CONTRATUAL...........(%):" TO REG-TERMO(1: 32).
           MOVE VALOR-MULTA-W       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO REG-TERMO(34: 14).
           MOVE PERC-MULTA-W        TO PERC-EDIT-W.
           MOVE PERC-EDIT-W         TO REG-TERMO(50: 6).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "CUSTO DE BRINDES JA INCORRIDO..:" TO REG-TERMO(1: 32).
           MOVE CUSTO-BRINDE-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO REG-TERMO(34: 14).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE RESULTADO-W         TO REG-TERMO(1: 60).
           WRITE REG-TERMO.
           IF VALOR-PARCELA-FINAL-W > ZEROS
              MOVE SPACES TO REG-TERMO
              MOVE "VENCIMENTO:"    TO REG-TERMO(1: 11)
              MOVE VENCTO-FINAL-W   TO DATA-EDIT-AUX-W
              PERFORM EDITA-DATA
              MOVE DATA-EDIT-W      TO REG-TERMO(13: 10)
              MOVE "DOCUMENTO:"     TO REG-TERMO(25: 10)
              MOVE DOCTO-FINAL-W    TO REG-TERMO(36: 10)
              WRITE REG-TERMO
           END-IF.
           MOVE SPACES TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "O FORMANDO ACIMA DECLARA DESISTIR DA PARTICIPACAO NO CO
      -         "NTRATO" TO REG-TERMO(1: 62).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "E CONCORDA COM O ACERTO DE CONTAS DEMONSTRADO NESTE TE
      -         "RMO." TO REG-TERMO(1: 60).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE DATA-DIA-I          TO DATA-EDIT-AUX-W.
           PERFORM EDITA-DATA.
           MOVE "DATA:"             TO REG-TERMO(1: 5).
           MOVE DATA-EDIT-W         TO REG-TERMO(7: 10).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE ALL "_"             TO REG-TERMO(1: 35).
           MOVE ALL "_"             TO REG-TERMO(42: 35).
           WRITE REG-TERMO.
           MOVE SPACES TO REG-TERMO.
           MOVE "FORMANDO"          TO REG-TERMO(14: 8).
           MOVE "KELLO FORMATURAS"  TO REG-TERMO(51: 16).
           WRITE REG-TERMO.
           CLOSE TERMO.

       EDITA-DATA SECTION.
           MOVE DIA-EDIT-AUX-W TO DIA-EDIT-W.
           MOVE MES-EDIT-AUX-W TO MES-EDIT-W.
           MOVE ANO-EDIT-AUX-W TO ANO-EDIT-W.

       VERIFICA-PERMISSAO SECTION.
      *    MESMA REGRA DO CRP9150T/CRP9176T: SEM O ARQUIVO DE
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
           move "CRP9177T"          to logacess-programa
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
           MOVE "CRP9177T"        TO PROGRAMA-CNC.
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
           MOVE "CRP9177T" TO DS-SET-NAME
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
           move "CRP9177T"          to logacess-programa
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

           CLOSE CRD020 CRD200 CRD201 CGD010 CGD011 CGD014 HRM910
                 CXA910 CCL910 CTR910 INS910 COD043 COD501 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

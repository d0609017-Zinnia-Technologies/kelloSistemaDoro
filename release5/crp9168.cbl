       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9168.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *IMPORTA O ARQUIVO DE RETORNO DA AGENCIA DE COBRANCA EXTERNA
      *(AGCRET) E ATUALIZA AS CESSOES DO ACB910 GRAVADAS PELO
      *CRP9167:
      *  - "P" = PAGAMENTO RECEBIDO PELA AGENCIA: BAIXA O TITULO NO
      *    CRD020 ("PG" OU "PP" SE MENOR QUE O SALDO), COM O LIVRO DE
      *    BAIXAS BXA910 CANAL "G" E O MOVIMENTO CONTABIL CTBAGC NO
      *    LAYOUT ";" DO CTB910; O QUE PASSAR DO SALDO VIRA CREDITO
      *    DO CLIENTE (CCL910). TITULO QUITADO ENCERRA A CESSAO COMO
      *    RECUPERADA ("Q") E TEM A NEGATIVACAO RETIRADA (CRP9166);
      *  - "D" = TITULO DEVOLVIDO SEM EXITO: A CESSAO FICA "D" E O
      *    TITULO VOLTA A SER TRATADO PELA EMPRESA.
      *SO E ACEITO O REGISTRO CUJO TITULO TEM CESSAO ATIVA P/ A
      *MESMA AGENCIA; O RESTO VAI P/ O ARQUIVO DE EXCECOES EXCAGC.
      *O LOTE E GUARDADO NO LTR910 (IDENTIFICACAO PREFIXADA "AGC",
      *SEM VALOR A CREDITAR - O REPASSE DA AGENCIA NAO ENTRA NA
      *CONCILIACAO DE FLOAT DO CRP9160). PAGAMENTO DATADO EM MES
      *FECHADO NO FCH910 SEGUE O TRATAMENTO DA ROTINA CRP9164.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA,
      *POS 2 = "F" REIMPORTACAO FORCADA.
      *TITULO ALTERADO POR OUTRO USUARIO ENTRE A LEITURA E A BAIXA E
      *REAPLICADO SE OS CAMPOS NAO COLIDEM; SENAO O PAGAMENTO VAI P/
      *AS EXCECOES E O CONFLITO P/ O CNC910 (ROTINA CRP9187,
      *RELATORIO CRP9188).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX918.
           COPY CRPX928.
           COPY CRPX929.
           COPY CRPX934.
           COPY SECX910.
           COPY LOGACESS.SEL.
           SELECT AGCRET ASSIGN TO PATH-AGCRET
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-AGCRET.
           SELECT REL9168 ASSIGN TO REL9168-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9168.
           SELECT EXCAGC ASSIGN TO EXCAGC-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-EXCAGC.
           SELECT CTBAGC ASSIGN TO CTBAGC-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-CTBAGC.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW918.
       COPY CRPW928.
       COPY CRPW929.
       COPY CRPW934.
       COPY SECW910.
       COPY LOGACESS.FD.
       FD  AGCRET
           LABEL RECORD IS OMITTED.
       01  REG-AGCRET.
           05  TIPO-AGR              PIC X(01).
               88  PAGAMENTO-AGR              VALUE "P".
               88  DEVOLUCAO-AGR              VALUE "D".
           05  AGENCIA-AGR           PIC 9(03).
           05  COD-COMPL-AGR         PIC 9(09).
           05  DATA-AGR              PIC 9(08).
           05  VALOR-AGR             PIC 9(11)V99.
           05  FILLER                PIC X(20).
       FD  REL9168
           LABEL RECORD IS OMITTED.
       01  REG-REL9168               PIC X(90).
       FD  EXCAGC
           LABEL RECORD IS OMITTED.
      *    EXCAGC - REGISTROS DO RETORNO SEM CESSAO ATIVA P/ A MESMA
      *    AGENCIA OU COM TITULO JA QUITADO: NADA E APLICADO.
       01  REG-EXCAGC                PIC X(90).
       FD  CTBAGC
           LABEL RECORD IS OMITTED.
       01  REG-CTBAGC.
           05  DATA-CTBA             PIC 9(08).
           05  SEP1-CTBA             PIC X(01).
           05  PORTADOR-CTBA         PIC 9(04).
           05  SEP2-CTBA             PIC X(01).
           05  COD-COMPL-CTBA        PIC 9(09).
           05  SEP3-CTBA             PIC X(01).
           05  MODALIDADE-CTBA       PIC 9(02).
           05  SEP4-CTBA             PIC X(01).
           05  VALOR-PAGO-CTBA       PIC 9(11)V99.
           05  SEP5-CTBA             PIC X(01).
           05  VALOR-JUROS-CTBA      PIC 9(11)V99.
           05  SEP6-CTBA             PIC X(01).
           05  VALOR-DESCONTO-CTBA   PIC 9(11)V99.
           05  SEP7-CTBA             PIC X(01).
           05  HISTORICO-CTBA        PIC X(30).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  PATH-AGCRET               PIC X(30)  VALUE SPACES.
       01  PATH-LTR910               PIC X(30)  VALUE SPACES.
       01  PATH-SEC910               PIC X(30)  VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  PATH-CCL910               PIC X(30)  VALUE SPACES.
       01  PATH-ACB910               PIC X(30)  VALUE SPACES.
       01  REL9168-NOME              PIC X(12)  VALUE SPACES.
       01  EXCAGC-NOME               PIC X(12)  VALUE SPACES.
       01  CTBAGC-NOME               PIC X(12)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CRD200                 PIC XX     VALUE SPACES.
       01  ST-CRD201                 PIC XX     VALUE SPACES.
       01  ST-LTR910                 PIC XX     VALUE SPACES.
       01  ST-SEC910                 PIC XX     VALUE SPACES.
       01  SEC910-ABERTO-SW          PIC X      VALUE "N".
           88  SEC910-ABERTO             VALUE "S".
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  ST-CCL910                 PIC XX     VALUE SPACES.
       01  ST-ACB910                 PIC XX     VALUE SPACES.
       01  ST-AGCRET                 PIC XX     VALUE SPACES.
       01  ST-REL9168                PIC XX     VALUE SPACES.
       01  ST-EXCAGC                 PIC XX     VALUE SPACES.
       01  ST-CTBAGC                 PIC XX     VALUE SPACES.
       01  FS-LOGACESS               PIC XX     VALUE SPACES.
       01  FIM-AGCRET-SW             PIC X      VALUE "N".
           88  FIM-AGCRET                  VALUE "S".
       01  FIM-PRESCAN-SW            PIC X      VALUE "N".
           88  FIM-PRESCAN                 VALUE "S".
       01  LOTE-RECUSADO-SW          PIC X      VALUE "N".
           88  LOTE-RECUSADO               VALUE "S".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  RETORNO-VALIDO-SW         PIC X      VALUE "N".
           88  RETORNO-VALIDO              VALUE "S".
       01  FUNCAO-VERIF-W            PIC X(10)  VALUE SPACES.
       01  PERMISSAO-OK-SW           PIC X(01)  VALUE "N".
       01  WS-DATA-SYS.
           05  WS-DATA-CPU.
               10  WS-ANO-CPU        PIC 9(04).
               10  WS-MES-CPU        PIC 9(02).
               10  WS-DIA-CPU        PIC 9(02).
           05  FILLER                PIC X(13).
       01  WS-HORA-SYS               PIC 9(08).
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-BAIXADOS-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-PARCIAIS-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-DEVOLVIDOS-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-EXCECOES-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-PRE-REGS-W           PIC 9(06)  VALUE ZEROS.
       01  VALOR-PRE-TOTAL-W         PIC 9(12)V99 VALUE ZEROS.
       01  VALOR-PRE-TOTAL-X-W      REDEFINES VALOR-PRE-TOTAL-W
                                     PIC X(14).
       01  PRIMEIRO-REG-W            PIC X(12)  VALUE SPACES.
       01  IDENT-ARQ-W               PIC X(40)  VALUE SPACES.
       01  VALOR-RECUPERADO-LOTE-W   PIC 9(12)V99 VALUE ZEROS.
       01  SALDO-TITULO-W            PIC 9(11)V99 VALUE ZEROS.
       01  RESIDUO-W                 PIC 9(11)V99 VALUE ZEROS.
       01  STATUS-ANT-W              PIC X(02)  VALUE SPACES.
       01  VALOR-PAGO-ANT-W          PIC 9(11)V99 VALUE ZEROS.
       01  DATA-BAIXA-ANT-W          PIC 9(08)  VALUE ZEROS.
       01  EXCESSO-W                 PIC S9(11)V99 VALUE ZEROS.
       01  SEQ-CCL-W                 PIC 9(05)  VALUE ZEROS.
       01  QTDE-CREDITOS-W           PIC 9(06)  VALUE ZEROS.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  ULT-SEQ                   PIC 9(05)  VALUE ZEROS.
       01  ANOTACAO-RET-W            PIC X(60)  VALUE SPACES.
       01  MOTIVO-EXCECAO-W          PIC X(34)  VALUE SPACES.
       01  DATA-BAIXA-AGC-W          PIC 9(08)  VALUE ZEROS.
       01  PERIODO-DESLOCADO-SW      PIC X(01)  VALUE "N".
           88  PERIODO-DESLOCADO           VALUE "S".
       01  QTDE-MES-FECHADO-W        PIC 9(06)  VALUE ZEROS.
       COPY CRPFECH.
       COPY CRPNEGA.
       COPY CRPCONC.
       01  QTDE-CONFLITOS-W          PIC 9(06)  VALUE ZEROS.
       01  VALOR-PAGO-EDIT-W         PIC ZZZZZZZZZ9,99.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  VAR1                  PIC X VALUE "\".
           05  EMP-REC               PIC XXX.
           05  VAR2                  PIC X VALUE "\".
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
       COPY "PARAMETR".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           PERFORM 2000-PROCESSA-AGCRET UNTIL FIM-AGCRET.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "AGCRET" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-AGCRET.
           MOVE "LTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LTR910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "ACB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACB910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                      ARQUIVO-LOGACESS.
           MOVE "REL9168" TO REL9168-NOME.
           MOVE "EXCAGC"  TO EXCAGC-NOME.
           MOVE "CTBAGC"  TO CTBAGC-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           MOVE OPCAO-PARAM-W(1: 1) TO MODO-CONFERENCIA-SW.

           OPEN I-O CRD020 CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN I-O LTR910.
           IF ST-LTR910 = "35"
              CLOSE LTR910      OPEN OUTPUT LTR910
              CLOSE LTR910      OPEN I-O LTR910
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
           OPEN I-O ACB910.
           IF ST-ACB910 = "35"
              CLOSE ACB910      OPEN OUTPUT ACB910
              CLOSE ACB910      OPEN I-O ACB910
           END-IF.

           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           MOVE "IMPRETORNO" TO FUNCAO-VERIF-W.
           PERFORM 1050-VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              DISPLAY "CRP9168 - USUARIO SEM PERMISSAO P/ IMPORTAR "
                      "RETORNO"
              MOVE "S" TO FIM-AGCRET-SW LOTE-RECUSADO-SW
           END-IF.

           OPEN INPUT AGCRET.
           OPEN OUTPUT REL9168 EXCAGC.
           IF NOT MODO-CONFERENCIA
              OPEN OUTPUT CTBAGC
           END-IF.
           IF ST-AGCRET <> "00"
              MOVE "S" TO FIM-AGCRET-SW
           ELSE
              PERFORM 1100-IDENTIFICA-LOTE
           END-IF.

       1050-VERIFICA-PERMISSAO SECTION.
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO 1050-VERIFICA-PERMISSAO-FIM.
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
              PERFORM 1060-GRAVA-LOGACESS-NEGADO
           END-IF.
       1050-VERIFICA-PERMISSAO-FIM.
           EXIT.

       1060-GRAVA-LOGACESS-NEGADO SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP9168"           to logacess-programa
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

       1100-IDENTIFICA-LOTE SECTION.
      *    A IDENTIFICACAO DO LOTE DA AGENCIA E COMPOSTA DA AGENCIA E
      *    DO PRIMEIRO TITULO MAIS QUANTIDADE E VALOR TOTAL DO
      *    ARQUIVO, PREFIXADA "AGC" - PADRAO DO CRP9109/CRP9134.
           PERFORM 1110-LE-PRESCAN UNTIL FIM-PRESCAN.
           CLOSE AGCRET.
           OPEN INPUT AGCRET.
           MOVE SPACES        TO IDENT-ARQ-W.
           STRING "AGC" PRIMEIRO-REG-W QTDE-PRE-REGS-W
                  VALOR-PRE-TOTAL-X-W
                  DELIMITED BY SIZE INTO IDENT-ARQ-W.
           MOVE IDENT-ARQ-W   TO IDENT-LTR910.
           READ LTR910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF OPCAO-PARAM-W(2: 1) = "F"
                   DISPLAY "CRP9168 - LOTE JA IMPORTADO EM "
                           DATA-IMPORT-LTR910
                           " - REIMPORTACAO FORCADA"
                ELSE
                   MOVE "S" TO LOTE-RECUSADO-SW
                   MOVE "S" TO FIM-AGCRET-SW
                   DISPLAY "CRP9168 - LOTE JA IMPORTADO EM "
                           DATA-IMPORT-LTR910
                           " POR " USUARIO-LTR910
                           " - ARQUIVO RECUSADO"
                END-IF
           END-READ.

       1110-LE-PRESCAN SECTION.
           READ AGCRET AT END
                MOVE "S" TO FIM-PRESCAN-SW
              NOT AT END
                IF QTDE-PRE-REGS-W = ZEROS
                   MOVE AGENCIA-AGR   TO PRIMEIRO-REG-W(1: 3)
                   MOVE COD-COMPL-AGR TO PRIMEIRO-REG-W(4: 9)
                END-IF
                ADD 1 TO QTDE-PRE-REGS-W
                ADD VALOR-AGR TO VALOR-PRE-TOTAL-W
           END-READ.

       2000-PROCESSA-AGCRET SECTION.
           READ AGCRET AT END MOVE "S" TO FIM-AGCRET-SW
             NOT AT END
               ADD 1 TO QTDE-LIDOS-W
               PERFORM 2100-APLICA-RETORNO
           END-READ.

       2100-APLICA-RETORNO SECTION.
           PERFORM 2110-VALIDA-CESSAO.
           IF NOT RETORNO-VALIDO
              GO 2100-APLICA-RETORNO-FIM.
           IF DEVOLUCAO-AGR
              PERFORM 2300-DEVOLUCAO
              GO 2100-APLICA-RETORNO-FIM.
           PERFORM 2105-VERIFICA-PERIODO.
           IF LANCTO-RECUSADO-FCH
              GO 2100-APLICA-RETORNO-FIM.
           MOVE STATUS-CR20     TO STATUS-ANT-W.
           MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-ANT-W.
           MOVE DATA-BAIXA-CR20 TO DATA-BAIXA-ANT-W.
           IF STATUS-CR20 = "PP"
              COMPUTE SALDO-TITULO-W =
                      VALOR-TOT-CR20 - VALOR-PAGO-CR20
           ELSE
              MOVE VALOR-TOT-CR20 TO SALDO-TITULO-W
           END-IF.
           IF VALOR-AGR < SALDO-TITULO-W
              PERFORM 2130-BAIXA-PARCIAL
           ELSE
              ADD 1 TO QTDE-BAIXADOS-W
              IF NOT MODO-CONFERENCIA
                 MOVE "PG" TO STATUS-CR20
                 MOVE DATA-BAIXA-AGC-W TO DATA-BAIXA-CR20
                 COMPUTE VALOR-PAGO-CR20 =
                         VALOR-PAGO-CR20 + VALOR-AGR
                 PERFORM 2190-REGRAVA-TITULO
                 IF TITULO-REGRAVADO-CNC
                    MOVE SPACES TO ANOTACAO-RET-W
                    STRING "COBRANCA EXTERNA- TITULO PAGO VIA AGENCIA "
                           AGENCIA-AGR
                           DELIMITED BY SIZE INTO ANOTACAO-RET-W
                    PERFORM 2200-GRAVA-ANOTACAO
                    PERFORM 2400-GRAVA-CONTABIL
                    ADD VALOR-AGR      TO VALOR-RECUPERADO-ACB910
                    MOVE "Q"           TO SITUACAO-ACB910
                    MOVE DATA-BAIXA-AGC-W TO DATA-ENCERRAMENTO-ACB910
                    REWRITE REG-ACB910
                    PERFORM 2150-RETIRA-NEGATIVACAO
                 ELSE
                    SUBTRACT 1 FROM QTDE-BAIXADOS-W
                    PERFORM 2185-ANOTA-CONFLITO
                 END-IF
              END-IF
           END-IF.
           PERFORM 2900-GRAVA-LINHA-REL.
       2100-APLICA-RETORNO-FIM.
           EXIT.

       2105-VERIFICA-PERIODO SECTION.
      *    PAGAMENTO EM MES JA FECHADO PELO FINANCEIRO: RECUSA
      *    (EXCAGC COM O MES FECHADO) OU DESLOCA A BAIXA P/ O
      *    PRIMEIRO DIA ABERTO, CONFORME O FCH910.
           MOVE "N"        TO PERIODO-DESLOCADO-SW.
           MOVE DATA-AGR   TO DATA-BAIXA-AGC-W.
           MOVE EMPRESA-W  TO EMPRESA-FCH.
           MOVE DATA-AGR   TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF LANCTO-DESLOCADO-FCH
              MOVE DATA-AJUSTADA-FCH TO DATA-BAIXA-AGC-W
              MOVE "S"               TO PERIODO-DESLOCADO-SW
              GO 2105-VERIFICA-PERIODO-FIM.
           IF NOT LANCTO-RECUSADO-FCH
              GO 2105-VERIFICA-PERIODO-FIM.
           ADD 1 TO QTDE-EXCECOES-W QTDE-MES-FECHADO-W.
           MOVE SPACES TO MOTIVO-EXCECAO-W.
           STRING "DATA EM MES FECHADO " ANOMES-FECHADO-FCH
                  DELIMITED BY SIZE INTO MOTIVO-EXCECAO-W.
           PERFORM 2120-GRAVA-EXCECAO.
       2105-VERIFICA-PERIODO-FIM.
           EXIT.

       2110-VALIDA-CESSAO SECTION.
      *    O RETORNO SO VALE P/ TITULO AINDA EM ABERTO, CEDIDO A
      *    MESMA AGENCIA E COM A CESSAO ATIVA NO ACB910.
           MOVE "N" TO RETORNO-VALIDO-SW.
           IF NOT PAGAMENTO-AGR AND NOT DEVOLUCAO-AGR
              MOVE "TIPO DE REGISTRO INVALIDO" TO MOTIVO-EXCECAO-W
              GO 2110-VALIDA-CESSAO-ERRO.
           MOVE COD-COMPL-AGR TO COD-COMPL-ACB910.
           READ ACB910 INVALID KEY
                MOVE "TITULO NAO ENVIADO A AGENCIA"
                     TO MOTIVO-EXCECAO-W
                GO 2110-VALIDA-CESSAO-ERRO
           END-READ.
           IF AGENCIA-ACB910 NOT = AGENCIA-AGR
              MOVE "TITULO CEDIDO A OUTRA AGENCIA"
                   TO MOTIVO-EXCECAO-W
              GO 2110-VALIDA-CESSAO-ERRO.
           IF NOT CESSAO-ATIVA-ACB910
              MOVE "CESSAO JA ENCERRADA" TO MOTIVO-EXCECAO-W
              GO 2110-VALIDA-CESSAO-ERRO.
           MOVE COD-COMPL-AGR TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "TITULO NAO ENCONTRADO NO CRD020"
                     TO MOTIVO-EXCECAO-W
                GO 2110-VALIDA-CESSAO-ERRO
           END-READ.
           PERFORM 2180-GUARDA-TITULO-LIDO.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20 AND PAGAMENTO-AGR
              MOVE "TITULO JA BAIXADO/CANCELADO" TO MOTIVO-EXCECAO-W
              GO 2110-VALIDA-CESSAO-ERRO.
           MOVE "S" TO RETORNO-VALIDO-SW.
           GO 2110-VALIDA-CESSAO-FIM.
       2110-VALIDA-CESSAO-ERRO.
           ADD 1 TO QTDE-EXCECOES-W.
           PERFORM 2120-GRAVA-EXCECAO.
       2110-VALIDA-CESSAO-FIM.
           EXIT.

       2120-GRAVA-EXCECAO SECTION.
           MOVE SPACES TO REG-EXCAGC.
           MOVE TIPO-AGR          TO REG-EXCAGC(1: 1).
           MOVE AGENCIA-AGR       TO REG-EXCAGC(3: 3).
           MOVE COD-COMPL-AGR     TO REG-EXCAGC(7: 9).
           MOVE DATA-AGR          TO REG-EXCAGC(17: 8).
           MOVE VALOR-AGR         TO VALOR-PAGO-EDIT-W.
           MOVE VALOR-PAGO-EDIT-W TO REG-EXCAGC(26: 13).
           MOVE MOTIVO-EXCECAO-W  TO REG-EXCAGC(41: 34).
           WRITE REG-EXCAGC.

       2130-BAIXA-PARCIAL SECTION.
           ADD 1 TO QTDE-PARCIAIS-W.
           COMPUTE RESIDUO-W = SALDO-TITULO-W - VALOR-AGR.
           IF NOT MODO-CONFERENCIA
              MOVE "PP" TO STATUS-CR20
              MOVE DATA-BAIXA-AGC-W TO DATA-BAIXA-CR20
              COMPUTE VALOR-PAGO-CR20 =
                      VALOR-PAGO-CR20 + VALOR-AGR
              PERFORM 2190-REGRAVA-TITULO
              IF TITULO-REGRAVADO-CNC
                 MOVE SPACES TO ANOTACAO-RET-W
                 STRING "COBRANCA EXTERNA PARCIAL- RESIDUO " RESIDUO-W
                        DELIMITED BY SIZE INTO ANOTACAO-RET-W
                 PERFORM 2200-GRAVA-ANOTACAO
                 PERFORM 2400-GRAVA-CONTABIL
                 ADD VALOR-AGR TO VALOR-RECUPERADO-ACB910
                 REWRITE REG-ACB910
              ELSE
                 SUBTRACT 1 FROM QTDE-PARCIAIS-W
                 PERFORM 2185-ANOTA-CONFLITO
              END-IF
           END-IF.

       2150-RETIRA-NEGATIVACAO SECTION.
      *    TITULO QUITADO: SE ESTAVA NO BIRO DE CREDITO, A EXCLUSAO
      *    FICA PENDENTE NO NEG910 DENTRO DO PRAZO LEGAL.
           MOVE EMPRESA-W        TO EMPRESA-NGA.
           MOVE COD-COMPL-CR20   TO COD-COMPL-NGA.
           MOVE "P"              TO MOTIVO-NGA.
           MOVE DATA-BAIXA-AGC-W TO DATA-QUITACAO-NGA.
           CALL "CRP9166" USING PARAMETROS-NEGATIVACAO.
           CANCEL "CRP9166".
           IF EXCLUSAO-PENDENTE-NGA
              MOVE "NEGATIVACAO- EXCLUSAO PENDENTE NO BIRO"
                   TO ANOTACAO-RET-W
              PERFORM 2200-GRAVA-ANOTACAO
           END-IF.

       2180-GUARDA-TITULO-LIDO SECTION.
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

       2185-ANOTA-CONFLITO SECTION.
      *    O TITULO FOI ALTERADO POR OUTRO USUARIO ENQUANTO O
      *    PAGAMENTO DA AGENCIA ERA APLICADO E A BAIXA BATEU NO MESMO
      *    CAMPO: NADA E GRAVADO NEM CONTABILIZADO, A CESSAO FICA
      *    COMO ESTAVA, O REGISTRO VAI P/ AS EXCECOES, O CONFLITO
      *    FICA NO CNC910 (RELATORIO CRP9188) E O TITULO RECEBE A
      *    ANOTACAO.
           ADD 1 TO QTDE-CONFLITOS-W QTDE-EXCECOES-W.
           MOVE "TITULO ALTERADO POR OUTRO USUARIO"
                TO MOTIVO-EXCECAO-W.
           PERFORM 2120-GRAVA-EXCECAO.
           MOVE "COBRANCA EXTERNA NAO BAIXADA- ALTERADO POR OUTRO"
                TO ANOTACAO-RET-W.
           PERFORM 2200-GRAVA-ANOTACAO.

       2190-REGRAVA-TITULO SECTION.
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
                GO 2190-REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM 2180-GUARDA-TITULO-LIDO
              GO 2190-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9168"         TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO 2190-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM 2180-GUARDA-TITULO-LIDO.
       2190-REGRAVA-TITULO-FIM.
           EXIT.

       2200-GRAVA-ANOTACAO SECTION.
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
           MOVE "CRP9168"      TO USUARIO-CR200.
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
           MOVE ANOTACAO-RET-W TO ANOTACAO-CR201.
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
           IF PERIODO-DESLOCADO
              MOVE SPACES TO ANOTACAO-CR201
              STRING "DATA ORIGINAL " DATA-AGR
                     " EM MES FECHADO"
                     DELIMITED BY SIZE INTO ANOTACAO-CR201
              ADD 1 TO SUBSEQ-CR201
              WRITE REG-CRD201 INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.

       2300-DEVOLUCAO SECTION.
      *    TITULO DEVOLVIDO SEM EXITO: A CESSAO E ENCERRADA E O TITULO
      *    VOLTA P/ A REGUA E AS CARTAS; UM NOVO ENVIO (CRP9167) SO
      *    PODE SER FEITO A OUTRA AGENCIA.
           ADD 1 TO QTDE-DEVOLVIDOS-W.
           IF NOT MODO-CONFERENCIA
              MOVE "D"        TO SITUACAO-ACB910
              MOVE DATA-AGR   TO DATA-ENCERRAMENTO-ACB910
              REWRITE REG-ACB910
              MOVE SPACES TO ANOTACAO-RET-W
              STRING "COBRANCA EXTERNA- TITULO DEVOLVIDO PELA AGENCIA "
                     AGENCIA-AGR
                     DELIMITED BY SIZE INTO ANOTACAO-RET-W
              PERFORM 2200-GRAVA-ANOTACAO
           END-IF.
           PERFORM 2900-GRAVA-LINHA-REL.

       2400-GRAVA-CONTABIL SECTION.
           MOVE SPACES             TO REG-CTBAGC.
           MOVE DATA-DIA-I         TO DATA-CTBA.
           MOVE PORTADOR-CR20      TO PORTADOR-CTBA.
           MOVE COD-COMPL-CR20     TO COD-COMPL-CTBA.
           MOVE MODALIDADE-CR20    TO MODALIDADE-CTBA.
           MOVE VALOR-AGR          TO VALOR-PAGO-CTBA.
           MOVE ZEROS              TO VALOR-JUROS-CTBA
                                      VALOR-DESCONTO-CTBA.
           MOVE "D-AGENCIA COBR/C-CLIENTES" TO HISTORICO-CTBA.
           MOVE ";" TO SEP1-CTBA SEP2-CTBA SEP3-CTBA SEP4-CTBA
                       SEP5-CTBA SEP6-CTBA SEP7-CTBA.
           WRITE REG-CTBAGC.
           ADD VALOR-AGR TO VALOR-RECUPERADO-LOTE-W.
           PERFORM 2480-GRAVA-CREDITO-CLIENTE.
           PERFORM 2470-GRAVA-BAIXA-APLICADA.

       2470-GRAVA-BAIXA-APLICADA SECTION.
      *    LIVRO DE BAIXAS (BXA910), BASE DO ESTORNO DO CRP9153T E DO
      *    DEMONSTRATIVO DE COMISSAO DA AGENCIA (CRP9169).
           INITIALIZE REG-BXA910.
           MOVE COD-COMPL-CR20     TO COD-COMPL-BXA910.
           MOVE 1                  TO SEQ-BXA910.
           MOVE "G"                TO CANAL-BXA910.
           MOVE "CRP9168"          TO ORIGEM-BXA910.
           MOVE DATA-DIA-I         TO DATA-BXA910.
           MOVE USUARIO-W          TO USUARIO-BXA910.
           MOVE PORTADOR-CR20      TO PORTADOR-BXA910.
           MOVE MODALIDADE-CR20    TO MODALIDADE-BXA910.
           MOVE STATUS-ANT-W       TO STATUS-ANT-BXA910.
           MOVE VALOR-PAGO-ANT-W   TO VALOR-PAGO-ANT-BXA910.
           MOVE DATA-BAIXA-ANT-W   TO DATA-BAIXA-ANT-BXA910.
           MOVE STATUS-CR20        TO STATUS-NOVO-BXA910.
           MOVE VALOR-PAGO-CR20    TO VALOR-PAGO-NOVO-BXA910.
           MOVE DATA-BAIXA-CR20    TO DATA-BAIXA-NOVO-BXA910.
           MOVE VALOR-AGR          TO VALOR-RECEBIDO-BXA910.
           MOVE ZEROS              TO VALOR-JUROS-BXA910
                                      VALOR-DESCONTO-BXA910.
           MOVE "CTBAGC"           TO ARQ-CTB-BXA910.
           MOVE "N"                TO JRD910-GRAVADO-BXA910.
           MOVE "A"                TO SITUACAO-BXA910.
           MOVE SEQ-CCL-W          TO SEQ-CCL-BXA910.
           MOVE ZEROS TO ST-BXA910.
           PERFORM UNTIL ST-BXA910 = "10"
              WRITE REG-BXA910 INVALID KEY
                 ADD 1 TO SEQ-BXA910
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-BXA910
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-BXA910.

       2480-GRAVA-CREDITO-CLIENTE SECTION.
      *    AGENCIA REPASSOU MAIS QUE O SALDO DO TITULO: O EXCESSO VIRA
      *    CREDITO DO CLIENTE NO CCL910, COMO NA BAIXA DO RETORNO.
           MOVE ZEROS TO SEQ-CCL-W.
           COMPUTE EXCESSO-W = VALOR-AGR - SALDO-TITULO-W.
           IF EXCESSO-W NOT > ZEROS
              GO 2480-GRAVA-CREDITO-CLIENTE-FIM.
           ADD 1 TO QTDE-CREDITOS-W.
           INITIALIZE REG-CCL910.
           MOVE CLIENTE-CR20       TO CLIENTE-CCL910.
           MOVE 1                  TO SEQ-CCL910.
           MOVE COD-COMPL-CR20     TO COD-COMPL-ORIG-CCL910.
           MOVE "G"                TO CANAL-CCL910.
           MOVE "CRP9168"          TO ORIGEM-CCL910.
           MOVE DATA-DIA-I         TO DATA-CCL910.
           MOVE USUARIO-W          TO USUARIO-CCL910.
           MOVE EXCESSO-W          TO VALOR-CREDITO-CCL910.
           MOVE ZEROS              TO VALOR-UTILIZADO-CCL910.
           MOVE "A"                TO SITUACAO-CCL910.
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
           MOVE SEQ-CCL910 TO SEQ-CCL-W.
           MOVE SPACES TO ANOTACAO-RET-W.
           STRING "CREDITO CLIENTE- AGENCIA A MAIS "
                  VALOR-CREDITO-CCL910
                  DELIMITED BY SIZE INTO ANOTACAO-RET-W.
           PERFORM 2200-GRAVA-ANOTACAO.
       2480-GRAVA-CREDITO-CLIENTE-FIM.
           EXIT.

       2900-GRAVA-LINHA-REL SECTION.
           MOVE SPACES TO REG-REL9168.
           MOVE COD-COMPL-AGR     TO REG-REL9168(1: 9).
           MOVE TIPO-AGR          TO REG-REL9168(11: 1).
           MOVE AGENCIA-AGR       TO REG-REL9168(13: 3).
           MOVE DATA-AGR          TO REG-REL9168(17: 8).
           MOVE VALOR-AGR         TO VALOR-PAGO-EDIT-W.
           MOVE VALOR-PAGO-EDIT-W TO REG-REL9168(26: 13).
           MOVE STATUS-CR20       TO REG-REL9168(41: 2).
           MOVE SITUACAO-ACB910   TO REG-REL9168(44: 1).
           WRITE REG-REL9168.

       3000-FINALIZA SECTION.
           IF NOT MODO-CONFERENCIA AND NOT LOTE-RECUSADO
              AND QTDE-LIDOS-W NOT = ZEROS
              MOVE IDENT-ARQ-W        TO IDENT-LTR910
              MOVE DATA-DIA-I         TO DATA-IMPORT-LTR910
              MOVE USUARIO-W          TO USUARIO-LTR910
              MOVE QTDE-LIDOS-W       TO QTDE-LIDOS-LTR910
              MOVE QTDE-BAIXADOS-W    TO QTDE-BAIXADOS-LTR910
              MOVE QTDE-EXCECOES-W    TO QTDE-REJEITADOS-LTR910
              MOVE VALOR-PRE-TOTAL-W  TO VALOR-TOTAL-LTR910
              MOVE ZEROS              TO PORTADOR-LTR910
                                         VALOR-CREDITO-LTR910
              MOVE SPACES             TO SITUACAO-CRED-LTR910
              MOVE ZEROS              TO DATA-CRED-REAL-LTR910
                                         VALOR-CRED-REAL-LTR910
              WRITE REG-LTR910 INVALID KEY
                 REWRITE REG-LTR910
              END-WRITE
           END-IF.
           IF NOT MODO-CONFERENCIA
              CLOSE CTBAGC
           END-IF.
           CLOSE AGCRET REL9168 EXCAGC CRD020 CRD200 CRD201
                 LTR910 BXA910 CCL910 ACB910 SEC910.
           IF MODO-CONFERENCIA
              DISPLAY "CRP9168 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "CRP9168 - REGISTROS LIDOS....: " QTDE-LIDOS-W.
           DISPLAY "CRP9168 - TITULOS QUITADOS...: " QTDE-BAIXADOS-W.
           DISPLAY "CRP9168 - BAIXAS PARCIAIS....: " QTDE-PARCIAIS-W.
           DISPLAY "CRP9168 - TITULOS DEVOLVIDOS.: " QTDE-DEVOLVIDOS-W.
           DISPLAY "CRP9168 - EXCECOES...........: " QTDE-EXCECOES-W.
           DISPLAY "CRP9168 - CREDITOS CLIENTE...: " QTDE-CREDITOS-W.
           MOVE VALOR-RECUPERADO-LOTE-W TO VALOR-PAGO-EDIT-W.
           DISPLAY "CRP9168 - VALOR RECUPERADO...: " VALOR-PAGO-EDIT-W.
           IF QTDE-MES-FECHADO-W NOT = ZEROS
              DISPLAY "CRP9168 - RECUSADOS MES FECHADO: "
                      QTDE-MES-FECHADO-W
           END-IF.
           IF QTDE-CONFLITOS-W NOT = ZEROS
              DISPLAY "CRP9168 - CONFLITOS DE GRAVACAO: "
                      QTDE-CONFLITOS-W
           END-IF.

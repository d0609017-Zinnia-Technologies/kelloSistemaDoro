       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9159.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONCILIACAO DE CARTAO - IMPORTA O ARQUIVO DE LIQUIDACAO DA
      *CREDENCIADORA (UMA LINHA POR PARCELA LIQUIDADA) E CONFRONTA
      *COM AS VENDAS NO CARTAO DO CAIXA DO BALCAO (CXA910 FORMA "T",
      *GRAVADAS PELA CRP9135T): A VENDA E LOCALIZADA PELA DATA DA
      *VENDA E PELO CODIGO DE AUTORIZACAO, E CADA PARCELA SOMA O
      *BRUTO, A TAXA (MDR) E O LIQUIDO RECEBIDOS. COM TODAS AS
      *PARCELAS LIQUIDADAS A VENDA FICA LIQUIDADA ("L") SE O BRUTO
      *BATE COM O VALOR RECEBIDO NO CAIXA, OU DIVERGENTE ("D") SE
      *NAO BATE; PARCELA A MAIS OU LIQUIDO DIFERENTE DE BRUTO MENOS
      *TAXA TAMBEM MARCAM DIVERGENCIA. LINHA SEM VENDA NO CAIXA VAI
      *P/ O ARQUIVO DE EXCECOES EXCCRT.
      *A TAXA ENTRA NO LIVRO DE TARIFAS (TAR910) NO PORTADOR DA
      *CREDENCIADORA (PORTCARTAO DO PAR910), EVENTO "MD" (DEBITO) OU
      *"MC" (CREDITO), COM O BRUTO COMO VALOR-BASE, P/ O CONFRONTO
      *MENSAL DO CRP9133 MOSTRAR O CUSTO DO CARTAO AO LADO DO CUSTO
      *DO BOLETO.
      *NO FIM, LISTA AS VENDAS AINDA PENDENTES ALEM DO PRAZO DE
      *LIQUIDACAO (DEBITO D+1, CREDITO 30 DIAS POR PARCELA, MAIS A
      *TOLERANCIA TOLCARTAO DO PAR910, PADRAO 5 DIAS) E AS
      *DIVERGENTES. O LOTE E GUARDADO NO LTR910 (IDENTIFICACAO
      *PREFIXADA "CRT") P/ O MESMO ARQUIVO NAO SER APLICADO DUAS
      *VEZES.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA,
      *POS 2 = "F" REIMPORTACAO FORCADA.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX926.
           COPY CRPX924.
           COPY CRPX918.
           COPY PARX910.
           COPY SECX910.
           COPY LOGACESS.SEL.
           SELECT RETCRT ASSIGN TO PATH-RETCRT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-RETCRT.
           SELECT REL9159 ASSIGN TO REL9159-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9159.
           SELECT EXCCRT ASSIGN TO EXCCRT-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-EXCCRT.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW926.
       COPY CRPW924.
       COPY CRPW918.
       COPY PARW910.
       COPY SECW910.
       COPY LOGACESS.FD.
       FD  RETCRT
           LABEL RECORD IS OMITTED.
       01  REG-RETCRT.
           05  DATA-VENDA-CRT        PIC 9(08).
           05  AUTORIZACAO-CRT       PIC X(12).
           05  BANDEIRA-CRT          PIC X(10).
           05  PARCELA-CRT           PIC 9(02).
           05  DATA-LIQ-CRT          PIC 9(08).
           05  VALOR-BRUTO-CRT       PIC 9(11)V99.
           05  VALOR-MDR-CRT         PIC 9(11)V99.
           05  VALOR-LIQ-CRT         PIC 9(11)V99.
           05  FILLER                PIC X(07).
       FD  REL9159
           LABEL RECORD IS OMITTED.
       01  REG-REL9159               PIC X(132).
       FD  EXCCRT
           LABEL RECORD IS OMITTED.
      *    EXCCRT - PARCELAS LIQUIDADAS SEM VENDA CORRESPONDENTE NO
      *    CAIXA (OU COM A VENDA ESTORNADA): NADA E ATUALIZADO.
       01  REG-EXCCRT                PIC X(100).

       WORKING-STORAGE SECTION.
       01  PATH-RETCRT               PIC X(30)  VALUE SPACES.
       01  PATH-CXA910               PIC X(30)  VALUE SPACES.
       01  PATH-TAR910               PIC X(30)  VALUE SPACES.
       01  PATH-LTR910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  PATH-SEC910               PIC X(30)  VALUE SPACES.
       01  REL9159-NOME              PIC X(12)  VALUE SPACES.
       01  EXCCRT-NOME               PIC X(12)  VALUE SPACES.
       01  ST-CXA910                 PIC XX     VALUE SPACES.
       01  ST-TAR910                 PIC XX     VALUE SPACES.
       01  ST-LTR910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-SEC910                 PIC XX     VALUE SPACES.
       01  SEC910-ABERTO-SW          PIC X      VALUE "N".
           88  SEC910-ABERTO             VALUE "S".
       01  ST-RETCRT                 PIC XX     VALUE SPACES.
       01  ST-REL9159                PIC XX     VALUE SPACES.
       01  ST-EXCCRT                 PIC XX     VALUE SPACES.
       01  FS-LOGACESS               PIC XX     VALUE SPACES.
       01  FIM-RETCRT-SW             PIC X      VALUE "N".
           88  FIM-RETCRT                  VALUE "S".
       01  FIM-PRESCAN-SW            PIC X      VALUE "N".
           88  FIM-PRESCAN                 VALUE "S".
       01  FIM-CXA910-SW             PIC X      VALUE "N".
           88  FIM-CXA910                  VALUE "S".
       01  LOTE-RECUSADO-SW          PIC X      VALUE "N".
           88  LOTE-RECUSADO               VALUE "S".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  ACHOU-VENDA-SW            PIC X      VALUE "N".
           88  ACHOU-VENDA                 VALUE "S".
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
       01  QTDE-CONCILIADOS-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-LIQUIDADAS-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-DIVERGENTES-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-EXCECOES-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-PENDENTES-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-PRE-REGS-W           PIC 9(06)  VALUE ZEROS.
       01  VALOR-PRE-TOTAL-W         PIC 9(12)V99 VALUE ZEROS.
       01  VALOR-PRE-TOTAL-X-W      REDEFINES VALOR-PRE-TOTAL-W
                                     PIC X(14).
       01  TOTAL-BRUTO-W             PIC 9(12)V99 VALUE ZEROS.
       01  TOTAL-MDR-W               PIC 9(12)V99 VALUE ZEROS.
       01  TOTAL-LIQUIDO-W           PIC 9(12)V99 VALUE ZEROS.
       01  PRIMEIRA-AUTORIZ-W        PIC X(12)  VALUE SPACES.
       01  PRIMEIRA-DATA-W           PIC 9(08)  VALUE ZEROS.
       01  IDENT-ARQ-W               PIC X(40)  VALUE SPACES.
       01  PORTADOR-CARTAO-W         PIC 9(04)  VALUE ZEROS.
       01  TOLERANCIA-CARTAO-W       PIC 9(03)  VALUE 5.
       01  PRAZO-DIAS-W              PIC 9(05)  VALUE ZEROS.
       01  JULIANO-HOJE-W            PIC 9(07)  VALUE ZEROS.
       01  JULIANO-LIMITE-W          PIC 9(07)  VALUE ZEROS.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  OCORRENCIA-W              PIC X(30)  VALUE SPACES.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.

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
           PERFORM 2000-PROCESSA-RETCRT UNTIL FIM-RETCRT.
           IF NOT LOTE-RECUSADO
              PERFORM 2500-LISTA-PENDENTES
           END-IF.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "RETCRT" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RETCRT.
           MOVE "CXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXA910.
           MOVE "TAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-TAR910.
           MOVE "LTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LTR910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                      ARQUIVO-LOGACESS.
           MOVE "REL9159" TO REL9159-NOME.
           MOVE "EXCCRT"  TO EXCCRT-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           COMPUTE JULIANO-HOJE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           MOVE OPCAO-PARAM-W(1: 1) TO MODO-CONFERENCIA-SW.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "PORTCARTAO"  TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE VALOR-PAR910 TO PORTADOR-CARTAO-W
              END-READ
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "TOLCARTAO"   TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO TOLERANCIA-CARTAO-W
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.

           OPEN I-O CXA910.
           IF ST-CXA910 = "35"
              CLOSE CXA910      OPEN OUTPUT CXA910
              CLOSE CXA910      OPEN I-O CXA910
           END-IF.
           OPEN I-O TAR910.
           IF ST-TAR910 = "35"
              CLOSE TAR910      OPEN OUTPUT TAR910
              CLOSE TAR910      OPEN I-O TAR910
           END-IF.
           OPEN I-O LTR910.
           IF ST-LTR910 = "35"
              CLOSE LTR910      OPEN OUTPUT LTR910
              CLOSE LTR910      OPEN I-O LTR910
           END-IF.

           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           MOVE "IMPRETORNO" TO FUNCAO-VERIF-W.
           PERFORM 1050-VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              DISPLAY "CRP9159 - USUARIO SEM PERMISSAO P/ IMPORTAR "
                      "RETORNO"
              MOVE "S" TO FIM-RETCRT-SW LOTE-RECUSADO-SW
           END-IF.

           OPEN INPUT RETCRT.
           OPEN OUTPUT REL9159 EXCCRT.
           MOVE SPACES TO REG-REL9159.
           MOVE "CONCILIACAO DA LIQUIDACAO DE CARTAO EM"
                                    TO REG-REL9159(1: 38).
           MOVE DATA-DIA-I          TO REG-REL9159(40: 8).
           WRITE REG-REL9159.
           MOVE SPACES TO REG-REL9159.
           MOVE "VENDA    AUTORIZACAO  TITULO    PC LIQUIDACAO"
                                    TO REG-REL9159(1: 45).
           MOVE "         BRUTO           TAXA        LIQUIDO"
                                    TO REG-REL9159(48: 44).
           MOVE "OCORRENCIA"        TO REG-REL9159(93: 10).
           WRITE REG-REL9159.
           IF ST-RETCRT <> "00"
              MOVE "S" TO FIM-RETCRT-SW
           ELSE
              IF NOT LOTE-RECUSADO
                 PERFORM 1100-IDENTIFICA-LOTE
              END-IF
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
           move "CRP9159"           to logacess-programa
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
      *    A IDENTIFICACAO DO LOTE DE CARTAO E COMPOSTA DA DATA E
      *    AUTORIZACAO DA PRIMEIRA LINHA MAIS QUANTIDADE E BRUTO
      *    TOTAL, PREFIXADA "CRT" P/ NAO COLIDIR COM OS LOTES DE
      *    BOLETO/PIX NO MESMO LTR910 - PADRAO DO CRP9134.
           PERFORM 1110-LE-PRESCAN UNTIL FIM-PRESCAN.
           CLOSE RETCRT.
           OPEN INPUT RETCRT.
           MOVE SPACES        TO IDENT-ARQ-W.
           STRING "CRT" PRIMEIRA-DATA-W(3: 6) PRIMEIRA-AUTORIZ-W(1: 11)
                  QTDE-PRE-REGS-W VALOR-PRE-TOTAL-X-W
                  DELIMITED BY SIZE INTO IDENT-ARQ-W.
           MOVE IDENT-ARQ-W   TO IDENT-LTR910.
           READ LTR910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF OPCAO-PARAM-W(2: 1) = "F"
                   DISPLAY "CRP9159 - LOTE JA IMPORTADO EM "
                           DATA-IMPORT-LTR910
                           " - REIMPORTACAO FORCADA"
                ELSE
                   MOVE "S" TO LOTE-RECUSADO-SW
                   MOVE "S" TO FIM-RETCRT-SW
                   DISPLAY "CRP9159 - LOTE JA IMPORTADO EM "
                           DATA-IMPORT-LTR910
                           " POR " USUARIO-LTR910
                           " - ARQUIVO RECUSADO"
                END-IF
           END-READ.

       1110-LE-PRESCAN SECTION.
           READ RETCRT AT END
                MOVE "S" TO FIM-PRESCAN-SW
              NOT AT END
                IF QTDE-PRE-REGS-W = ZEROS
                   MOVE DATA-VENDA-CRT  TO PRIMEIRA-DATA-W
                   MOVE AUTORIZACAO-CRT TO PRIMEIRA-AUTORIZ-W
                END-IF
                ADD 1 TO QTDE-PRE-REGS-W
                ADD VALOR-BRUTO-CRT TO VALOR-PRE-TOTAL-W
           END-READ.

       2000-PROCESSA-RETCRT SECTION.
           READ RETCRT AT END MOVE "S" TO FIM-RETCRT-SW
             NOT AT END
               ADD 1 TO QTDE-LIDOS-W
               PERFORM 2100-CONCILIA-PARCELA
           END-READ.

       2100-CONCILIA-PARCELA SECTION.
           PERFORM 2110-LOCALIZA-VENDA.
           IF NOT ACHOU-VENDA
              MOVE "VENDA NAO ENCONTRADA NO CAIXA" TO OCORRENCIA-W
              PERFORM 2120-GRAVA-EXCECAO
              GO 2100-CONCILIA-PARCELA-FIM.
           IF CARTAO-CANCELADO-CXA910
              MOVE "VENDA ESTORNADA NO CAIXA"      TO OCORRENCIA-W
              PERFORM 2120-GRAVA-EXCECAO
              GO 2100-CONCILIA-PARCELA-FIM.
           ADD 1               TO QTDE-CONCILIADOS-W.
           ADD VALOR-BRUTO-CRT TO TOTAL-BRUTO-W.
           ADD VALOR-MDR-CRT   TO TOTAL-MDR-W.
           ADD VALOR-LIQ-CRT   TO TOTAL-LIQUIDO-W.
           MOVE SPACES TO OCORRENCIA-W.
           ADD 1               TO PARCELAS-LIQ-CXA910.
           ADD VALOR-BRUTO-CRT TO VALOR-BRUTO-LIQ-CXA910.
           ADD VALOR-MDR-CRT   TO VALOR-MDR-CXA910.
           ADD VALOR-LIQ-CRT   TO VALOR-LIQUIDO-CXA910.
           MOVE DATA-LIQ-CRT   TO DATA-LIQUIDACAO-CXA910.
           EVALUATE TRUE
               WHEN PARCELAS-LIQ-CXA910 > PARCELAS-CXA910
                    MOVE "D" TO SITUACAO-CARTAO-CXA910
                    ADD 1 TO QTDE-DIVERGENTES-W
                    MOVE "PARCELA A MAIS NA LIQUIDACAO"
                                             TO OCORRENCIA-W
               WHEN VALOR-LIQ-CRT + VALOR-MDR-CRT NOT =
                    VALOR-BRUTO-CRT
                    MOVE "D" TO SITUACAO-CARTAO-CXA910
                    ADD 1 TO QTDE-DIVERGENTES-W
                    MOVE "LIQUIDO DIFERENTE DE BRUTO-TAXA"
                                             TO OCORRENCIA-W
               WHEN PARCELAS-LIQ-CXA910 = PARCELAS-CXA910
                    IF VALOR-BRUTO-LIQ-CXA910 = VALOR-PAGO-CXA910
                       AND NOT CARTAO-DIVERGENTE-CXA910
                       MOVE "L" TO SITUACAO-CARTAO-CXA910
                       ADD 1 TO QTDE-LIQUIDADAS-W
                       MOVE "VENDA LIQUIDADA"  TO OCORRENCIA-W
                    ELSE
                       MOVE "D" TO SITUACAO-CARTAO-CXA910
                       ADD 1 TO QTDE-DIVERGENTES-W
                       MOVE "BRUTO DIFERENTE DO CAIXA"
                                             TO OCORRENCIA-W
                    END-IF
           END-EVALUATE.
           IF NOT MODO-CONFERENCIA
              REWRITE REG-CXA910
              PERFORM 2200-GRAVA-TARIFA
           END-IF.
           PERFORM 2900-GRAVA-LINHA-REL.
       2100-CONCILIA-PARCELA-FIM.
           EXIT.

       2110-LOCALIZA-VENDA SECTION.
      *    A VENDA E PROCURADA NO MOVIMENTO DO CAIXA DO DIA DA VENDA
      *    PELO CODIGO DE AUTORIZACAO DA MAQUININHA.
           MOVE "N" TO ACHOU-VENDA-SW FIM-CXA910-SW.
           MOVE DATA-VENDA-CRT TO DATA-CXA910.
           MOVE ZEROS          TO SEQ-CXA910.
           START CXA910 KEY IS NOT < CHAVE-CXA910 INVALID KEY
                 MOVE "S" TO FIM-CXA910-SW.
           PERFORM 2111-LE-VENDA-DIA
                   UNTIL FIM-CXA910 OR ACHOU-VENDA.

       2111-LE-VENDA-DIA SECTION.
           READ CXA910 NEXT RECORD AT END
                MOVE "S" TO FIM-CXA910-SW
              NOT AT END
                IF DATA-CXA910 NOT = DATA-VENDA-CRT
                   MOVE "S" TO FIM-CXA910-SW
                ELSE
                   IF FORMA-CARTAO-CXA910 AND
                      TIPO-MOVTO-CXA910 = SPACES AND
                      AUTORIZACAO-CXA910 = AUTORIZACAO-CRT
                      MOVE "S" TO ACHOU-VENDA-SW
                   END-IF
                END-IF
           END-READ.

       2120-GRAVA-EXCECAO SECTION.
           ADD 1 TO QTDE-EXCECOES-W.
           MOVE SPACES TO REG-EXCCRT.
           MOVE DATA-VENDA-CRT    TO REG-EXCCRT(1: 8).
           MOVE AUTORIZACAO-CRT   TO REG-EXCCRT(10: 12).
           MOVE BANDEIRA-CRT      TO REG-EXCCRT(23: 10).
           MOVE PARCELA-CRT       TO REG-EXCCRT(34: 2).
           MOVE DATA-LIQ-CRT      TO REG-EXCCRT(37: 8).
           MOVE VALOR-BRUTO-CRT   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W      TO REG-EXCCRT(46: 14).
           MOVE OCORRENCIA-W      TO REG-EXCCRT(61: 30).
           WRITE REG-EXCCRT.

       2200-GRAVA-TARIFA SECTION.
      *    TAXA DO CARTAO NO LIVRO DE TARIFAS, NO MES DA LIQUIDACAO.
           MOVE PORTADOR-CARTAO-W      TO PORTADOR-TAR910.
           MOVE DATA-LIQ-CRT(1: 6)     TO MES-TAR910.
           IF CARTAO-DEBITO-CXA910
              MOVE "MD"                TO EVENTO-TAR910
           ELSE
              MOVE "MC"                TO EVENTO-TAR910
           END-IF.
           READ TAR910 INVALID KEY
                MOVE 1               TO QTDE-TAR910
                MOVE VALOR-MDR-CRT   TO VALOR-TAR910
                MOVE VALOR-BRUTO-CRT TO VALOR-BASE-TAR910
                WRITE REG-TAR910 INVALID KEY
                   CONTINUE
                END-WRITE
              NOT INVALID KEY
                ADD 1                TO QTDE-TAR910
                ADD VALOR-MDR-CRT    TO VALOR-TAR910
                ADD VALOR-BRUTO-CRT  TO VALOR-BASE-TAR910
                REWRITE REG-TAR910
           END-READ.

       2500-LISTA-PENDENTES SECTION.
      *    VENDAS NO CARTAO AINDA NAO LIQUIDADAS ALEM DO PRAZO DA
      *    CREDENCIADORA MAIS A TOLERANCIA, E AS DIVERGENTES.
           MOVE SPACES TO REG-REL9159.
           WRITE REG-REL9159.
           MOVE "VENDAS NAO LIQUIDADAS NO PRAZO / DIVERGENTES"
                                    TO REG-REL9159(1: 44).
           WRITE REG-REL9159.
           MOVE "N" TO FIM-CXA910-SW.
           MOVE ZEROS TO DATA-CXA910 SEQ-CXA910.
           START CXA910 KEY IS NOT < CHAVE-CXA910 INVALID KEY
                 MOVE "S" TO FIM-CXA910-SW.
           PERFORM 2510-VERIFICA-VENDA UNTIL FIM-CXA910.

       2510-VERIFICA-VENDA SECTION.
           READ CXA910 NEXT RECORD AT END
                MOVE "S" TO FIM-CXA910-SW
                GO 2510-VERIFICA-VENDA-FIM
           END-READ.
           IF NOT FORMA-CARTAO-CXA910 OR
              TIPO-MOVTO-CXA910 NOT = SPACES
              GO 2510-VERIFICA-VENDA-FIM.
           IF CARTAO-DIVERGENTE-CXA910
              MOVE "VENDA DIVERGENTE"  TO OCORRENCIA-W
              PERFORM 2520-IMPRIME-PENDENTE
              GO 2510-VERIFICA-VENDA-FIM.
           IF NOT CARTAO-PENDENTE-CXA910
              GO 2510-VERIFICA-VENDA-FIM.
           IF CARTAO-DEBITO-CXA910
              MOVE 1 TO PRAZO-DIAS-W
           ELSE
              COMPUTE PRAZO-DIAS-W = 30 * PARCELAS-CXA910
           END-IF.
           COMPUTE JULIANO-LIMITE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-CXA910)
                 + PRAZO-DIAS-W + TOLERANCIA-CARTAO-W.
           IF JULIANO-LIMITE-W < JULIANO-HOJE-W
              MOVE "NAO LIQUIDADA NO PRAZO" TO OCORRENCIA-W
              PERFORM 2520-IMPRIME-PENDENTE
           END-IF.
       2510-VERIFICA-VENDA-FIM.
           EXIT.

       2520-IMPRIME-PENDENTE SECTION.
           ADD 1 TO QTDE-PENDENTES-W.
           MOVE SPACES TO REG-REL9159.
           MOVE DATA-CXA910            TO REG-REL9159(1: 8).
           MOVE AUTORIZACAO-CXA910     TO REG-REL9159(10: 12).
           MOVE COD-COMPL-CXA910       TO REG-REL9159(23: 9).
           MOVE PARCELAS-LIQ-CXA910    TO REG-REL9159(33: 2).
           MOVE "/"                    TO REG-REL9159(35: 1).
           MOVE PARCELAS-CXA910        TO REG-REL9159(36: 2).
           MOVE VALOR-PAGO-CXA910      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W           TO REG-REL9159(48: 14).
           MOVE VALOR-BRUTO-LIQ-CXA910 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W           TO REG-REL9159(63: 14).
           MOVE OCORRENCIA-W           TO REG-REL9159(93: 30).
           WRITE REG-REL9159.

       2900-GRAVA-LINHA-REL SECTION.
           MOVE SPACES TO REG-REL9159.
           MOVE DATA-VENDA-CRT    TO REG-REL9159(1: 8).
           MOVE AUTORIZACAO-CRT   TO REG-REL9159(10: 12).
           MOVE COD-COMPL-CXA910  TO REG-REL9159(23: 9).
           MOVE PARCELA-CRT       TO REG-REL9159(33: 2).
           MOVE DATA-LIQ-CRT      TO REG-REL9159(36: 8).
           MOVE VALOR-BRUTO-CRT   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W      TO REG-REL9159(48: 14).
           MOVE VALOR-MDR-CRT     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W      TO REG-REL9159(63: 14).
           MOVE VALOR-LIQ-CRT     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W      TO REG-REL9159(78: 14).
           MOVE OCORRENCIA-W      TO REG-REL9159(93: 30).
           WRITE REG-REL9159.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9159.
           MOVE "TOTAL LIQUIDADO...:" TO REG-REL9159(1: 19).
           MOVE QTDE-CONCILIADOS-W    TO REG-REL9159(21: 6).
           MOVE TOTAL-BRUTO-W         TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9159(48: 14).
           MOVE TOTAL-MDR-W           TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9159(63: 14).
           MOVE TOTAL-LIQUIDO-W       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9159(78: 14).
           WRITE REG-REL9159.
           IF NOT MODO-CONFERENCIA AND NOT LOTE-RECUSADO
              AND QTDE-LIDOS-W NOT = ZEROS
              MOVE IDENT-ARQ-W        TO IDENT-LTR910
              MOVE DATA-DIA-I         TO DATA-IMPORT-LTR910
              MOVE USUARIO-W          TO USUARIO-LTR910
              MOVE QTDE-LIDOS-W       TO QTDE-LIDOS-LTR910
              MOVE QTDE-CONCILIADOS-W TO QTDE-BAIXADOS-LTR910
              MOVE QTDE-EXCECOES-W    TO QTDE-REJEITADOS-LTR910
              MOVE VALOR-PRE-TOTAL-W  TO VALOR-TOTAL-LTR910
      *       A LIQUIDACAO DE CARTAO E CONCILIADA PARCELA A PARCELA
      *       AQUI MESMO - O LOTE NAO ENTRA NA CONCILIACAO DE FLOAT.
              MOVE PORTADOR-CARTAO-W  TO PORTADOR-LTR910
              MOVE ZEROS              TO VALOR-CREDITO-LTR910
                                         DATA-CRED-REAL-LTR910
                                         VALOR-CRED-REAL-LTR910
              MOVE SPACES             TO SITUACAO-CRED-LTR910
              WRITE REG-LTR910 INVALID KEY
                 REWRITE REG-LTR910
              END-WRITE
           END-IF.
           CLOSE RETCRT REL9159 EXCCRT CXA910 TAR910 LTR910 SEC910.
           IF MODO-CONFERENCIA
              DISPLAY "CRP9159 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "CRP9159 - PARCELAS LIDAS......: " QTDE-LIDOS-W.
           DISPLAY "CRP9159 - PARCELAS CONCILIADAS: "
                   QTDE-CONCILIADOS-W.
           DISPLAY "CRP9159 - VENDAS LIQUIDADAS...: " QTDE-LIQUIDADAS-W.
           DISPLAY "CRP9159 - VENDAS DIVERGENTES..: "
                   QTDE-DIVERGENTES-W.
           DISPLAY "CRP9159 - EXCECOES............: " QTDE-EXCECOES-W.
           DISPLAY "CRP9159 - PENDENTES/DIVERG....: " QTDE-PENDENTES-W.

       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *IMPORTA RETORNO DO BANCO E BAIXA/REJEITA TITULOS DO CRD020,
      *EM PAREAMENTO COM O ARQUIVO REMESSA GERADO PELO CRP9108.
      *O LAYOUT DO RETORNO (CNAB 400 OU CNAB 240 COM SEGMENTOS T/U)
      *SEGUE O CADASTRO BLR910 DO BANCO DO PORTADOR, COMO NA REMESSA.
      *DETALHE DATADO EM MES FECHADO NO FCH910 (ROTINA CRP9164) E
      *RECUSADO P/ O EXC9109/MESA OU DESLOCADO P/ O PRIMEIRO DIA
      *ABERTO COM ANOTACAO, CONFORME O TRATAMENTO DO FECHAMENTO.
      *TITULO LIQUIDADO QUE ESTAVA NEGATIVADO TEM A EXCLUSAO DO BIRO
      *MARCADA PELA ROTINA CRP9166 (ENVIADA PELO CRP9165).
      *PARAMETRO (OPCAO-PARAM-W): POSICAO 1 = "C" MODO CONFERENCIA;
      *POSICAO 2 = "F" REIMPORTACAO FORCADA; POSICOES 3-6 = PORTADOR
      *DO ARQUIVO (ZEROS = CNAB 400, COMO ANTES).
      *TITULO ALTERADO POR OUTRO USUARIO ENTRE A LEITURA E A BAIXA E
      *REAPLICADO SE OS CAMPOS NAO COLIDEM; SENAO NAO E BAIXADO E O
      *CONFLITO VAI P/ O CNC910 (ROTINA CRP9187, RELATORIO CRP9188).
       DATE-WRITTEN.  08/08/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CRPX201.
           COPY CRPX912.
           COPY CRPX914.
           COPY CRPX915.
           COPY CRPX918.
           COPY CRPX924.
           COPY CKRX910.
           COPY OCOX910.
           COPY EXQX910.
           COPY JRDX910.
           COPY CRPX928.
           COPY CRPX929.
           COPY CAPX018.
           COPY SECX910.
           COPY LOGACESS.SEL.
       COPY CRPW201.
       COPY CRPW912.
       COPY CRPW914.
       COPY CRPW915.
       COPY CRPW918.
       COPY CRPW924.
       COPY CKRW910.
       COPY OCOW910.
       COPY EXQW910.
       COPY JRDW910.
       COPY CRPW928.
       COPY CRPW929.
       COPY CAPW018.
       COPY SECW910.
       COPY LOGACESS.FD.
           05  QTDE-TITULOS-RET9     PIC 9(08).
           05  VALOR-TOTAL-RET9      PIC 9(12)V99.
           05  FILLER                PIC X(361).
       01  REG-RET240-T.
      *    VISAO CNAB 240 (FEBRABAN) DO REGISTRO: COMUM A TODOS OS
      *    TIPOS (BANCO, LOTE, TIPO DE REGISTRO E SEGMENTO NA POSICAO
      *    8 E 14) E OS CAMPOS DO SEGMENTO T - IDENTIFICACAO DO
      *    TITULO. O NUMERO DO DOCUMENTO VOLTA COMO A REMESSA DO
      *    CRP9108 ENVIOU: COD-COMPL NAS 9 PRIMEIRAS POSICOES.
           05  BANCO-R240            PIC X(03).
           05  LOTE-R240             PIC X(04).
           05  TIPO-REG-R240         PIC X(01).
           05  SEQ-R240              PIC X(05).
           05  SEGMENTO-R240         PIC X(01).
           05  FILLER                PIC X(01).
           05  OCORRENCIA-RT         PIC X(02).
           05  FILLER                PIC X(20).
           05  NOSSO-NUMERO-RT       PIC X(20).
           05  FILLER                PIC X(01).
           05  DOCTO-RT              PIC X(15).
           05  FILLER                PIC X(125).
           05  VALOR-TARIFA-RT       PIC 9(13)V99.
           05  FILLER                PIC X(187).
       01  REG-RET240-U.
      *    SEGMENTO U (CNAB 240): VALORES E DATA DA OCORRENCIA DO
      *    TITULO IDENTIFICADO NO SEGMENTO T IMEDIATAMENTE ANTERIOR.
           05  FILLER                PIC X(15).
           05  OCORRENCIA-RU         PIC X(02).
           05  VALOR-JUROS-RU        PIC 9(13)V99.
           05  VALOR-DESCONTO-RU     PIC 9(13)V99.
           05  VALOR-ABATIM-RU       PIC 9(13)V99.
           05  FILLER                PIC X(15).
           05  VALOR-PAGO-RU         PIC 9(13)V99.
           05  FILLER                PIC X(45).
           05  DATA-OCORRENCIA-RU    PIC X(08).
      *        DATA-OCORRENCIA-RU - DDMMAAAA
           05  DATA-CREDITO-RU       PIC X(08).
           05  FILLER                PIC X(247).
       01  REG-RET240-TRL.
      *    TRAILERS CNAB 240: NO DE LOTE (TIPO 5) A POSICAO 18-23 E A
      *    QUANTIDADE DE REGISTROS DO LOTE; NO DE ARQUIVO (TIPO 9) A
      *    POSICAO 24-29 E A QUANTIDADE DE REGISTROS DO ARQUIVO.
           05  FILLER                PIC X(17).
           05  QTDE-REGS-LOTE-R240   PIC 9(06).
           05  QTDE-REGS-ARQ-R240    PIC 9(06).
           05  FILLER                PIC X(371).
       FD  REL9109
           LABEL RECORD IS OMITTED.
       01  REG-REL9109               PIC X(80).
       01  PROX-EXQ-W                PIC 9(06)  VALUE ZEROS.
       01  ST-JRD910                 PIC XX     VALUE SPACES.
       01  PATH-JRD910               PIC X(30)  VALUE SPACES.
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  STATUS-ANT-W              PIC X(02)  VALUE SPACES.
       01  VALOR-PAGO-ANT-W          PIC 9(11)V99 VALUE ZEROS.
       01  DATA-BAIXA-ANT-W          PIC 9(08)  VALUE ZEROS.
      *    STATUS/VALOR-PAGO/DATA-BAIXA DO TITULO ANTES DA BAIXA,
      *    GUARDADOS NA LEITURA P/ O LIVRO DE BAIXAS (BXA910).
       01  ST-CCL910                 PIC XX     VALUE SPACES.
       01  PATH-CCL910               PIC X(30)  VALUE SPACES.
       01  SALDO-ANT-W               PIC 9(11)V99 VALUE ZEROS.
       01  JA-PAGO-W                 PIC 9(11)V99 VALUE ZEROS.
       01  EXCESSO-W                 PIC S9(11)V99 VALUE ZEROS.
       01  SEQ-CCL-W                 PIC 9(05)  VALUE ZEROS.
       01  QTDE-CREDITOS-W           PIC 9(06)  VALUE ZEROS.
       01  FIM-PRESCAN-SW            PIC X      VALUE "N".
           88  FIM-PRESCAN                 VALUE "S".
       01  LOTE-RECUSADO-SW          PIC X      VALUE "N".
       01  VALOR-PRE-TOTAL-X-W      REDEFINES VALOR-PRE-TOTAL-W
                                     PIC X(14).
       01  IDENT-ARQ-W               PIC X(40)  VALUE SPACES.
       01  PORTADOR-LOTE-W           PIC 9(04)  VALUE ZEROS.
       01  VALOR-CREDITO-LOTE-W      PIC 9(12)V99 VALUE ZEROS.
       01  ST-BLR910                 PIC XX     VALUE SPACES.
       01  PATH-BLR910               PIC X(30)  VALUE SPACES.
       01  LAYOUT-RET-W              PIC 9(03)  VALUE 400.
       01  BANCO-LAYOUT-W            PIC X(03)  VALUE SPACES.
       01  LAYOUT-DIVERGENTE-SW      PIC X      VALUE "N".
           88  LAYOUT-DIVERGENTE           VALUE "S".
       01  SEGMENTO-T-SW             PIC X      VALUE "N".
           88  SEGMENTO-T-PENDENTE         VALUE "S".
       01  DETALHE-PRONTO-SW         PIC X      VALUE "N".
           88  DETALHE-PRONTO              VALUE "S".
       01  QTDE-REGS-ARQ-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-REGS-LOTE-W          PIC 9(06)  VALUE ZEROS.
       01  NOSSO-NUMERO-T-W          PIC X(20)  VALUE SPACES.
       01  DOCTO-T-W                 PIC X(15)  VALUE SPACES.
       01  OCORRENCIA-T-W            PIC X(02)  VALUE SPACES.
       01  VALOR-TARIFA-T-W          PIC 9(13)V99 VALUE ZEROS.
       01  VALOR-PAGO-U-W            PIC 9(13)V99 VALUE ZEROS.
       01  VALOR-JUROS-U-W           PIC 9(13)V99 VALUE ZEROS.
       01  VALOR-DESCONTO-U-W        PIC 9(13)V99 VALUE ZEROS.
       01  DATA-OCORR-U-W.
           05  DIA-OCORR-U-W         PIC 9(02).
           05  MES-OCORR-U-W         PIC 9(02).
           05  ANO-OCORR-U-W         PIC 9(04).
       01  DATA-OCORR-DDMMAA-W.
           05  DIA-MES-OCORR-W       PIC 9(04).
           05  ANO2-OCORR-W          PIC 9(02).
       01  DATA-OCORR-400-W.
           05  DIA-OCORR-400-W       PIC 9(02).
           05  MES-OCORR-400-W       PIC 9(02).
           05  ANO-OCORR-400-W       PIC 9(02).
       01  DATA-BAIXA-RET-W          PIC 9(08)  VALUE ZEROS.
      *    DATA-BAIXA-RET-W - DATA GRAVADA NA BAIXA DO TITULO, SEMPRE
      *    EM AAAAMMDD: NO CNAB 400 A DATA DA OCORRENCIA DO DETALHE
      *    (DDMMAA, CONVERTIDA NO 2005), NO CNAB 240 A DO SEGMENTO U.
       01  DATA-ORIGINAL-RET-W       PIC 9(08)  VALUE ZEROS.
       01  PERIODO-DESLOCADO-SW      PIC X(01)  VALUE "N".
           88  PERIODO-DESLOCADO           VALUE "S".
       01  QTDE-MES-FECHADO-W        PIC 9(06)  VALUE ZEROS.
       COPY CRPFECH.
       COPY CRPNEGA.
       COPY CRPCONC.
       01  QTDE-CONFLITOS-W          PIC 9(06)  VALUE ZEROS.
       01  ST-SEC910                 PIC XX     VALUE SPACES.
       01  SEC910-ABERTO-SW          PIC X      VALUE "N".
           88  SEC910-ABERTO             VALUE "S".
       01  PATH-SEC910               PIC X(30)  VALUE SPACES.
       01  FS-LOGACESS               PIC XX     VALUE SPACES.
       01  FUNCAO-VERIF-W            PIC X(10)  VALUE SPACES.
           MOVE "CRD201"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "RETORNO" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RETORNO.
           MOVE "LTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LTR910.
           MOVE "BLR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BLR910.
           MOVE "TAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-TAR910.
           MOVE "CKR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CKR910.
           MOVE "OCO910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-OCO910.
           MOVE "EXQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-EXQ910.
           MOVE "JRD910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-JRD910.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "PRT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PRT910.
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
           MOVE ZEROS TO PROX-EXQ-W NUMERO-EXQ910.
           START EXQ910 KEY IS NOT < NUMERO-EXQ910 INVALID KEY
                 MOVE "10" TO ST-EXQ910.
           MOVE SPACES TO ST-EXQ910.

           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           MOVE "IMPRETORNO" TO FUNCAO-VERIF-W.
           PERFORM 1050-VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "S" TO FIM-RETORNO-SW LOTE-RECUSADO-SW
           END-IF.

           OPEN I-O HRM910.
           IF ST-HRM910 = "35"
              CLOSE HRM910      OPEN OUTPUT HRM910
              CLOSE HRM910      OPEN I-O HRM910
           END-IF.

           OPEN I-O PRT910.
              CLOSE PRT910      OPEN I-O PRT910
           END-IF.

           OPEN INPUT BLR910.
           IF ST-BLR910 = "35"
              CLOSE BLR910      OPEN OUTPUT BLR910
              CLOSE BLR910      OPEN INPUT BLR910
           END-IF.
           PERFORM 1090-DEFINE-LAYOUT.

           OPEN INPUT RETORNO.
           OPEN OUTPUT REL9109 EXC9109.
           IF NOT MODO-CONFERENCIA
           IF ST-RETORNO <> "00"
              MOVE "S" TO FIM-RETORNO-SW
           ELSE
              IF NOT LOTE-RECUSADO
                 PERFORM 1100-IDENTIFICA-LOTE
              END-IF
           END-IF.

       1090-DEFINE-LAYOUT SECTION.
      *    O LAYOUT DO RETORNO SEGUE O CADASTRO BLR910 DO BANCO DO
      *    PORTADOR INFORMADO NAS POSICOES 3-6 DO PARAMETRO, COM A
      *    MESMA REGRA DA REMESSA (CRP9108): SEM REGISTRO NO
      *    CADASTRO, CARTEIRA 1 E CNAB 400 E AS DEMAIS CNAB 240. SEM
      *    PORTADOR INFORMADO O RETORNO E CNAB 400, COMO SEMPRE FOI.
           MOVE 400    TO LAYOUT-RET-W.
           MOVE SPACES TO BANCO-LAYOUT-W.
           IF OPCAO-PARAM-W(3: 4) NOT NUMERIC OR
              OPCAO-PARAM-W(3: 4) = ZEROS
              GO 1090-DEFINE-LAYOUT-FIM.
           MOVE OPCAO-PARAM-W(3: 4) TO PORTADOR.
           READ CAD018 INVALID KEY
                MOVE "S" TO LOTE-RECUSADO-SW
                MOVE "S" TO FIM-RETORNO-SW
                DISPLAY "CRP9109 - PORTADOR " OPCAO-PARAM-W(3: 4)
                        " NAO CADASTRADO - ARQUIVO RECUSADO"
                GO 1090-DEFINE-LAYOUT-FIM
           END-READ.
           MOVE BANCO-CD018 TO BANCO-BLR910 BANCO-LAYOUT-W.
           READ BLR910 INVALID KEY
                IF CARTEIRA-T1-CD018 NOT = 1
                   MOVE 240 TO LAYOUT-RET-W
                END-IF
              NOT INVALID KEY
                MOVE LAYOUT-BLR910 TO LAYOUT-RET-W
           END-READ.
           IF LAYOUT-RET-W = 240
              DISPLAY "CRP9109 - RETORNO CNAB 240 - BANCO "
                      BANCO-LAYOUT-W
           END-IF.
       1090-DEFINE-LAYOUT-FIM.
           EXIT.

       1050-VERIFICA-PERMISSAO SECTION.
      *    CONSULTA A PERMISSAO DO USUARIO NO SEC910. SEM O ARQUIVO A
      *    USUARIO A FUNCAO E NEGADA E A TENTATIVA VAI P/ O LOGACESS
      *    COM STATUS "NEGADO".
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO 1050-VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
           READ RETORNO AT END
                MOVE "S" TO FIM-PRESCAN-SW
              NOT AT END
                IF LAYOUT-RET-W = 240
                   PERFORM 1115-PRESCAN-CNAB240
                ELSE
                   IF TIPO-REG-RET = "0"
                      MOVE REG-RETORNO(2: 20) TO HEADER-ARQ-W
                   END-IF
                   IF TIPO-REG-RET = "1"
                      ADD 1 TO QTDE-PRE-REGS-W
                      ADD VALOR-PAGO-RET TO VALOR-PRE-TOTAL-W
                   END-IF
                   IF TIPO-REG-RET = "9"
                      MOVE QTDE-TITULOS-RET9 TO QTDE-TRAILER-W
                      MOVE VALOR-TOTAL-RET9  TO VALOR-TRAILER-W
                   END-IF
                END-IF
           END-READ.

       1115-PRESCAN-CNAB240 SECTION.
      *    CNAB 240: O CABECALHO DO ARQUIVO (TIPO 0) DA A
      *    IDENTIFICACAO DO LOTE (DATA/HORA DE GERACAO E NSA), CADA
      *    PAR DE SEGMENTOS T/U E UM TITULO E OS TRAILERS DE LOTE (5)
      *    E DE ARQUIVO (9) TRAZEM AS QUANTIDADES DE REGISTROS P/ A
      *    CONCILIACAO DO 1125. SEGMENTO T SEM O U LOGO A SEGUIR (OU
      *    U SEM T) E ARQUIVO FORA DE LAYOUT.
           ADD 1 TO QTDE-REGS-ARQ-W.
           IF TIPO-REG-R240 = "1"
              MOVE ZEROS TO QTDE-REGS-LOTE-W
           END-IF.
           ADD 1 TO QTDE-REGS-LOTE-W.
           EVALUATE TRUE
               WHEN TIPO-REG-R240 = "0"
                    MOVE REG-RETORNO(144: 20) TO HEADER-ARQ-W
                    IF BANCO-R240 NOT = BANCO-LAYOUT-W
                       MOVE "S" TO LAYOUT-DIVERGENTE-SW
                    END-IF
               WHEN TIPO-REG-R240 = "3" AND SEGMENTO-R240 = "T"
                    IF SEGMENTO-T-PENDENTE
                       MOVE "S" TO LAYOUT-DIVERGENTE-SW
                    END-IF
                    MOVE "S" TO SEGMENTO-T-SW
                    ADD 1 TO QTDE-PRE-REGS-W
               WHEN TIPO-REG-R240 = "3" AND SEGMENTO-R240 = "U"
                    IF NOT SEGMENTO-T-PENDENTE
                       MOVE "S" TO LAYOUT-DIVERGENTE-SW
                    END-IF
                    MOVE "N" TO SEGMENTO-T-SW
                    ADD VALOR-PAGO-RU TO VALOR-PRE-TOTAL-W
               WHEN TIPO-REG-R240 = "5"
                    IF SEGMENTO-T-PENDENTE OR
                       QTDE-REGS-LOTE-R240 NOT = QTDE-REGS-LOTE-W
                       MOVE "S" TO LAYOUT-DIVERGENTE-SW
                    END-IF
               WHEN TIPO-REG-R240 = "9"
                    MOVE QTDE-REGS-ARQ-R240 TO QTDE-TRAILER-W
           END-EVALUATE.

       1120-CONCILIA-TRAILER SECTION.
      *    OS TOTAIS DO TRAILER DO ARQUIVO DEVEM BATER COM A SOMA DOS
      *    DETALHES. DIVERGENCIA = ARQUIVO TRUNCADO OU FORA DE LAYOUT,
      *    E NENHUMA BAIXA E APLICADA. ARQUIVO SEM TRAILER (TOTAIS
      *    ZERADOS) PASSA SEM CONCILIACAO, COMO NOS LAYOUTS ANTIGOS.
           IF LAYOUT-RET-W = 240
              PERFORM 1125-CONCILIA-CNAB240
              GO 1120-CONCILIA-TRAILER-FIM.
           IF QTDE-TRAILER-W NOT = ZEROS
              IF QTDE-TRAILER-W NOT = QTDE-PRE-REGS-W OR
                 VALOR-TRAILER-W NOT = VALOR-PRE-TOTAL-W
                         "ARQUIVO RECUSADO"
              END-IF
           END-IF.
       1120-CONCILIA-TRAILER-FIM.
           EXIT.

       1125-CONCILIA-CNAB240 SECTION.
      *    NO CNAB 240 O TRAILER DO ARQUIVO E OBRIGATORIO E A SUA
      *    QUANTIDADE DE REGISTROS TEM QUE BATER COM O LIDO; CABECALHO
      *    AUSENTE OU DE OUTRO BANCO, TRAILER DE LOTE DIVERGENTE OU
      *    SEGMENTOS T/U DESPAREADOS RECUSAM O ARQUIVO INTEIRO.
           IF HEADER-ARQ-W = SPACES OR
              QTDE-TRAILER-W = ZEROS OR
              QTDE-TRAILER-W NOT = QTDE-REGS-ARQ-W OR
              SEGMENTO-T-PENDENTE
              MOVE "S" TO LAYOUT-DIVERGENTE-SW
           END-IF.
           MOVE "N" TO SEGMENTO-T-SW.
           IF LAYOUT-DIVERGENTE
              MOVE "S" TO LOTE-RECUSADO-SW
              MOVE "S" TO FIM-RETORNO-SW
              MOVE SPACES TO REG-EXC9109
              MOVE "RETORNO FORA DO LAYOUT CNAB 240 DO PORTADOR"
                                      TO REG-EXC9109(1: 43)
              WRITE REG-EXC9109
              DISPLAY "CRP9109 - RETORNO FORA DO LAYOUT CNAB 240 - "
                      "ARQUIVO RECUSADO"
           END-IF.

       2000-PROCESSA-RETORNO SECTION.
           READ RETORNO AT END MOVE "S" TO FIM-RETORNO-SW
             NOT AT END
               ADD 1 TO QTDE-LIDOS-W
               MOVE "N" TO DETALHE-PRONTO-SW
               IF LAYOUT-RET-W = 240
                  PERFORM 2010-MONTA-DETALHE-CNAB240
               ELSE
                  IF TIPO-REG-RET = "1"
                     PERFORM 2005-CONVERTE-DATA-CNAB400
                     MOVE "S" TO DETALHE-PRONTO-SW
                  END-IF
               END-IF
               IF DETALHE-PRONTO
                  ADD 1 TO DETALHE-ATUAL-W
                  IF DETALHE-ATUAL-W NOT > RETOMAR-DETALHE-W
                     ADD 1 TO QTDE-PULADOS-CKP-W
                  ELSE
                     PERFORM 2080-VERIFICA-PERIODO
                     IF NOT LANCTO-RECUSADO-FCH
                        PERFORM 2100-BAIXA-TITULO
                     END-IF
                     PERFORM 2050-AVANCA-CHECKPOINT
                  END-IF
               END-IF
           END-READ.

       2005-CONVERTE-DATA-CNAB400 SECTION.
      *    O DETALHE CNAB 400 TRAZ A OCORRENCIA EM DDMMAA: ANO ABAIXO
      *    DE 80 E DO SECULO 2000, OS DEMAIS DO 1900.
           MOVE DATA-OCORRENCIA-RET TO DATA-OCORR-400-W.
           IF ANO-OCORR-400-W < 80
              COMPUTE DATA-BAIXA-RET-W = (2000 + ANO-OCORR-400-W)
                                       * 10000
                                       + MES-OCORR-400-W * 100
                                       + DIA-OCORR-400-W
           ELSE
              COMPUTE DATA-BAIXA-RET-W = (1900 + ANO-OCORR-400-W)
                                       * 10000
                                       + MES-OCORR-400-W * 100
                                       + DIA-OCORR-400-W
           END-IF.
       2005-CONVERTE-DATA-CNAB400-FIM.
           EXIT.

       2010-MONTA-DETALHE-CNAB240 SECTION.
      *    CNAB 240: O SEGMENTO T IDENTIFICA O TITULO E O SEGMENTO U,
      *    QUE VEM LOGO A SEGUIR, TRAZ VALORES E DATA. NO U O PAR E
      *    REMONTADO NOS CAMPOS DO DETALHE CNAB 400 P/ SEGUIR PELA
      *    MESMA VALIDACAO HRM910, CLASSIFICACAO OCO910, REGRA DE
      *    BAIXA PARCIAL, CHECKPOINT E GRAVACOES DO 2100. OS CAMPOS
      *    DO U SAO GUARDADOS ANTES, POIS OCUPAM O MESMO REGISTRO.
           IF TIPO-REG-R240 NOT = "3"
              GO 2010-MONTA-DETALHE-CNAB240-FIM.
           IF SEGMENTO-R240 = "T"
              MOVE NOSSO-NUMERO-RT  TO NOSSO-NUMERO-T-W
              MOVE DOCTO-RT         TO DOCTO-T-W
              MOVE OCORRENCIA-RT    TO OCORRENCIA-T-W
              MOVE VALOR-TARIFA-RT  TO VALOR-TARIFA-T-W
              MOVE "S" TO SEGMENTO-T-SW
              GO 2010-MONTA-DETALHE-CNAB240-FIM.
           IF SEGMENTO-R240 NOT = "U" OR NOT SEGMENTO-T-PENDENTE
              GO 2010-MONTA-DETALHE-CNAB240-FIM.
           MOVE "N" TO SEGMENTO-T-SW.
           MOVE VALOR-PAGO-RU      TO VALOR-PAGO-U-W.
           MOVE VALOR-JUROS-RU     TO VALOR-JUROS-U-W.
      *    ABATIMENTO CONCEDIDO REDUZ O DEVIDO COMO O DESCONTO.
           COMPUTE VALOR-DESCONTO-U-W = VALOR-DESCONTO-RU
                                      + VALOR-ABATIM-RU.
           MOVE DATA-OCORRENCIA-RU TO DATA-OCORR-U-W.
           COMPUTE DATA-BAIXA-RET-W = ANO-OCORR-U-W * 10000
                                    + MES-OCORR-U-W * 100
                                    + DIA-OCORR-U-W.
           MOVE DATA-OCORRENCIA-RU(1: 4) TO DIA-MES-OCORR-W.
           MOVE DATA-OCORRENCIA-RU(7: 2) TO ANO2-OCORR-W.

           MOVE SPACES              TO REG-RETORNO.
           MOVE "1"                 TO TIPO-REG-RET.
           MOVE NOSSO-NUMERO-T-W    TO NOSSO-NUMERO-RET.
           MOVE DOCTO-T-W(1: 9)     TO COD-COMPL-CR20-RET.
           MOVE OCORRENCIA-T-W      TO CODIGO-OCORRENCIA-RET.
           MOVE DATA-OCORR-DDMMAA-W TO DATA-OCORRENCIA-RET.
      *    MOVIMENTO SO DE TARIFA (SEM VALOR PAGO) TRAZ O VALOR
      *    COBRADO NO SEGMENTO T - VAI NO CAMPO DE VALOR, COMO O
      *    CNAB 400 ENTREGA A TARIFA.
           IF VALOR-PAGO-U-W = ZEROS
              MOVE VALOR-TARIFA-T-W TO VALOR-PAGO-RET
           ELSE
              MOVE VALOR-PAGO-U-W   TO VALOR-PAGO-RET
           END-IF.
           MOVE VALOR-JUROS-U-W     TO VALOR-JUROS-RET.
           MOVE VALOR-DESCONTO-U-W  TO VALOR-DESCONTO-RET.
           MOVE "S" TO DETALHE-PRONTO-SW.
       2010-MONTA-DETALHE-CNAB240-FIM.
           EXIT.

       2050-AVANCA-CHECKPOINT SECTION.
      *    O CHECKPOINT AVANCA A CADA DETALHE APLICADO: UMA QUEDA NO
      *    MEIO DO LOTE RETOMA EXATAMENTE DO PONTO PARADO, SEM
       2050-AVANCA-CHECKPOINT-FIM.
           EXIT.

       2080-VERIFICA-PERIODO SECTION.
      *    DATA DA BAIXA EM MES JA FECHADO PELO FINANCEIRO: RECUSA
      *    (EXC9109 E MESA DE RESOLUCAO, COM A DATA ORIGINAL) OU
      *    DESLOCA P/ O PRIMEIRO DIA ABERTO, CONFORME O FCH910.
           MOVE "N"              TO PERIODO-DESLOCADO-SW.
           MOVE DATA-BAIXA-RET-W TO DATA-ORIGINAL-RET-W.
           MOVE EMPRESA-W        TO EMPRESA-FCH.
           MOVE DATA-BAIXA-RET-W TO DATA-MOVTO-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".
           IF LANCTO-DESLOCADO-FCH
              MOVE DATA-AJUSTADA-FCH TO DATA-BAIXA-RET-W
              MOVE "S"               TO PERIODO-DESLOCADO-SW
              GO 2080-VERIFICA-PERIODO-FIM.
           IF NOT LANCTO-RECUSADO-FCH
              GO 2080-VERIFICA-PERIODO-FIM.
           ADD 1 TO QTDE-MES-FECHADO-W.
           MOVE SPACES TO REG-EXC9109.
           MOVE NOSSO-NUMERO-RET      TO REG-EXC9109(1: 20).
           MOVE COD-COMPL-CR20-RET    TO REG-EXC9109(22: 9).
           MOVE CODIGO-OCORRENCIA-RET TO REG-EXC9109(32: 2).
           MOVE VALOR-PAGO-RET        TO VALOR-PAGO-EDIT-W.
           MOVE VALOR-PAGO-EDIT-W     TO REG-EXC9109(35: 13).
           MOVE "DATA EM MES FECHADO" TO REG-EXC9109(50: 19).
           MOVE ANOMES-FECHADO-FCH    TO REG-EXC9109(70: 6).
           WRITE REG-EXC9109.
           PERFORM 2140-GRAVA-EXCECAO-MESA.
       2080-VERIFICA-PERIODO-FIM.
           EXIT.

       2100-BAIXA-TITULO SECTION.
           PERFORM 2150-ACUMULA-OCORRENCIA.
           PERFORM 2110-VALIDA-HRM910.
                ADD 1 TO QTDE-NAO-ENCONTRADOS-W
                PERFORM 2900-GRAVA-LINHA-REL
              NOT INVALID KEY
                PERFORM 2180-GUARDA-TITULO-LIDO
                MOVE STATUS-CR20        TO STATUS-ANT-W
                MOVE VALOR-PAGO-CR20    TO VALOR-PAGO-ANT-W
                MOVE DATA-BAIXA-CR20    TO DATA-BAIXA-ANT-W
                PERFORM 2105-CALCULA-SALDO
                PERFORM 2160-RESOLVE-OCORRENCIA
                PERFORM 2170-REGISTRO-HRM910
                EVALUATE TRUE
      *             COM REGISTRO NO OCO910 A CLASSIFICACAO MANDA;
      *             SEM REGISTRO VALE O CONJUNTO CLASSICO DO BANCO
      *             DO BRASIL ABAIXO (COMPATIBILIDADE).
                    WHEN CLASSE-OCORR-W = "B"
                        IF VALOR-PAGO-RET + VALOR-DESCONTO-RET
                           < SALDO-ANT-W
                           PERFORM 2120-BAIXA-PARCIAL
                        ELSE
                           ADD 1 TO QTDE-BAIXADOS-W
                           IF NOT MODO-CONFERENCIA
                              MOVE "PG" TO STATUS-CR20
                              MOVE DATA-BAIXA-RET-W
                                   TO DATA-BAIXA-CR20
                              COMPUTE VALOR-PAGO-CR20 =
                                      JA-PAGO-W + VALOR-PAGO-RET
                              PERFORM 2190-REGRAVA-TITULO
                              IF TITULO-REGRAVADO-CNC
                                 MOVE
                                 "BAIXA-RETORNO- TITULO PAGO/LIQUIDADO"
                                      TO ANOTACAO-RET-W
                                 PERFORM 2200-GRAVA-ANOTACAO
                                 PERFORM 2400-GRAVA-CONTABIL
                                 MOVE "R" TO SITUACAO-PROT-W
                                 PERFORM 2600-ATUALIZA-PROTESTO
                                 PERFORM 2650-RETIRA-NEGATIVACAO
                              ELSE
                                 SUBTRACT 1 FROM QTDE-BAIXADOS-W
                                 PERFORM 2185-ANOTA-CONFLITO
                              END-IF
                           END-IF
                        END-IF
                    WHEN CLASSE-OCORR-W = "R"
                        ADD 1 TO QTDE-REJEITADOS-W
                        IF NOT MODO-CONFERENCIA
                           MOVE "RJ" TO STATUS-CR20
                           PERFORM 2190-REGRAVA-TITULO
                           IF TITULO-REGRAVADO-CNC
                              MOVE
                              "BAIXA-RETORNO- TITULO REJEITADO/BAIXADO"
                                   TO ANOTACAO-RET-W
                              PERFORM 2200-GRAVA-ANOTACAO
                           ELSE
                              SUBTRACT 1 FROM QTDE-REJEITADOS-W
                              PERFORM 2185-ANOTA-CONFLITO
                           END-IF
                        END-IF
                    WHEN CLASSE-OCORR-W = "T"
                        IF NOT MODO-CONFERENCIA
      *                 NAO E BAIXA PARCIAL: SO E PARCIAL O QUE FALTA
      *                 DEPOIS DE SOMAR O DESCONTO CONCEDIDO.
                        IF VALOR-PAGO-RET + VALOR-DESCONTO-RET
                           < SALDO-ANT-W
                           PERFORM 2120-BAIXA-PARCIAL
                        ELSE
                           ADD 1 TO QTDE-BAIXADOS-W
                           IF NOT MODO-CONFERENCIA
                              MOVE "PG" TO STATUS-CR20
                              MOVE DATA-BAIXA-RET-W
                                   TO DATA-BAIXA-CR20
                              COMPUTE VALOR-PAGO-CR20 =
                                      JA-PAGO-W + VALOR-PAGO-RET
                              PERFORM 2190-REGRAVA-TITULO
                              IF TITULO-REGRAVADO-CNC
                                 MOVE
                                 "BAIXA-RETORNO- TITULO PAGO/LIQUIDADO"
                                      TO ANOTACAO-RET-W
                                 PERFORM 2200-GRAVA-ANOTACAO
                                 PERFORM 2400-GRAVA-CONTABIL
                                 MOVE "R" TO SITUACAO-PROT-W
                                 PERFORM 2600-ATUALIZA-PROTESTO
                                 PERFORM 2650-RETIRA-NEGATIVACAO
                              ELSE
                                 SUBTRACT 1 FROM QTDE-BAIXADOS-W
                                 PERFORM 2185-ANOTA-CONFLITO
                              END-IF
                           END-IF
                        END-IF
                    WHEN CODIGO-OCORRENCIA-RET = "02"
                        IF NOT MODO-CONFERENCIA
                           MOVE "CF" TO STATUS-CR20
                           PERFORM 2190-REGRAVA-TITULO
                           IF TITULO-REGRAVADO-CNC
                              MOVE "BAIXA-RETORNO- ENTRADA CONFIRMADA"
                                   TO ANOTACAO-RET-W
                              PERFORM 2200-GRAVA-ANOTACAO
                           ELSE
                              PERFORM 2185-ANOTA-CONFLITO
                           END-IF
                        END-IF
                    WHEN CODIGO-OCORRENCIA-RET = "09"
                    WHEN CODIGO-OCORRENCIA-RET = "10"
                        ADD 1 TO QTDE-REJEITADOS-W
                        IF NOT MODO-CONFERENCIA
                           MOVE "RJ" TO STATUS-CR20
                           PERFORM 2190-REGRAVA-TITULO
                           IF TITULO-REGRAVADO-CNC
                              MOVE
                              "BAIXA-RETORNO- TITULO REJEITADO/BAIXADO"
                                   TO ANOTACAO-RET-W
                              PERFORM 2200-GRAVA-ANOTACAO
                           ELSE
                              SUBTRACT 1 FROM QTDE-REJEITADOS-W
                              PERFORM 2185-ANOTA-CONFLITO
                           END-IF
                        END-IF
                    WHEN CODIGO-OCORRENCIA-RET = "23"
                        IF NOT MODO-CONFERENCIA
       2100-BAIXA-TITULO-FIM.
           EXIT.

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
      *    O TITULO FOI ALTERADO POR OUTRO USUARIO ENQUANTO O RETORNO
      *    ERA APLICADO E A BAIXA BATEU NO MESMO CAMPO: NADA E
      *    GRAVADO NEM CONTABILIZADO, O CONFLITO FICA NO CNC910
      *    (RELATORIO CRP9188) E O TITULO RECEBE A ANOTACAO P/ A
      *    COBRANCA REAPLICAR O DETALHE A MAO.
           ADD 1 TO QTDE-CONFLITOS-W.
           MOVE "CONFLITO- ALTERADO POR OUTRO USUARIO"
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
           MOVE "CRP9109"         TO PROGRAMA-CNC.
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

       2140-GRAVA-EXCECAO-MESA SECTION.
      *    A EXCECAO TAMBEM ENTRA NA MESA DE RESOLUCAO (EXQ910) P/
      *    O CASAMENTO MANUAL NO EXC9100T - NO MODO CONFERENCIA NADA
           MOVE NOSSO-NUMERO-RET      TO NOSSO-NUMERO-EXQ910.
           MOVE COD-COMPL-CR20-RET    TO COD-COMPL-INF-EXQ910.
           MOVE CODIGO-OCORRENCIA-RET TO OCORRENCIA-EXQ910.
           MOVE DATA-BAIXA-RET-W      TO DATA-OCORR-EXQ910.
           MOVE VALOR-PAGO-RET        TO VALOR-PAGO-EXQ910.
           MOVE VALOR-JUROS-RET       TO VALOR-JUROS-EXQ910.
           MOVE VALOR-DESCONTO-RET    TO VALOR-DESC-EXQ910.
       2160-RESOLVE-OCORRENCIA-FIM.
           EXIT.

       2170-REGISTRO-HRM910 SECTION.
      *    A PRIMEIRA OCORRENCIA DO BANCO P/ O NOSSO-NUMERO (AINDA NA
      *    AREA DO HRM910 LIDO NO 2110) MARCA O REGISTRO DO TITULO:
      *    ENTRADA REJEITADA (CLASSE "R" NO OCO910 OU, SEM REGISTRO,
      *    A OCORRENCIA 03) OU CONFIRMADO - LIQUIDACAO, BAIXA E
      *    TARIFA TAMBEM PROVAM QUE O BANCO CONHECE O TITULO. O
      *    CRP9161 LISTA O QUE FICAR SEM NENHUMA.
           IF MODO-CONFERENCIA OR REGISTRO-CONFIRMADO-HRM910
              GO 2170-REGISTRO-HRM910-FIM.
           IF CLASSE-OCORR-W = "R" OR
              (CLASSE-OCORR-W = SPACES AND
               CODIGO-OCORRENCIA-RET = "03")
              MOVE "R" TO SITUACAO-REG-HRM910
           ELSE
              MOVE "C" TO SITUACAO-REG-HRM910
           END-IF.
           MOVE DATA-DIA-I            TO DATA-REG-HRM910.
           MOVE CODIGO-OCORRENCIA-RET TO OCORRENCIA-REG-HRM910.
           REWRITE REG-HRM910.
       2170-REGISTRO-HRM910-FIM.
           EXIT.

       2105-CALCULA-SALDO SECTION.
      *    SALDO DO TITULO ANTES DESTA BAIXA: TITULO JA PARCIAL ("PP"
      *    PELO CAIXA, PIX OU RETORNO ANTERIOR) DEVE SO O QUE FALTA;
      *    O PAGO AGORA SOMA AO JA PAGO, COMO NO CRP9134/CRP9135T.
           IF STATUS-ANT-W = "PP"
              COMPUTE SALDO-ANT-W = VALOR-TOT-CR20 - VALOR-PAGO-ANT-W
              MOVE VALOR-PAGO-ANT-W TO JA-PAGO-W
           ELSE
              MOVE VALOR-TOT-CR20 TO SALDO-ANT-W
              MOVE ZEROS          TO JA-PAGO-W
           END-IF.

       2110-VALIDA-HRM910 SECTION.
      *    O NOSSO-NUMERO DEVOLVIDO PELO BANCO TEM QUE EXISTIR NO
      *    HISTORICO HRM910 E APONTAR P/ O MESMO TITULO INDICADO NO
           END-IF.

       2120-BAIXA-PARCIAL SECTION.
      *    O BANCO LIQUIDOU MENOS QUE O SALDO DO TITULO: O TITULO
      *    RECEBE STATUS PROPRIO "PP", SOMA O PAGO AO JA PAGO
      *    (O SALDO RESIDUAL = VALOR-TOT - VALOR-PAGO FICA
      *    VISIVEL NAS CONSULTAS) E A DIFERENCA SAI NA SECAO DE
      *    PAGAMENTOS PARCIAIS DO REL9109 P/ A COBRANCA PERSEGUIR.
           ADD 1 TO QTDE-PARCIAIS-W.
           COMPUTE RESIDUO-W = SALDO-ANT-W - VALOR-DESCONTO-RET
                             - VALOR-PAGO-RET.
           IF QTDE-PARCIAIS-W NOT > 500
              MOVE QTDE-PARCIAIS-W TO IX-PARCIAL-W
              MOVE COD-COMPL-CR20  TO COD-COMPL-PARC-W(IX-PARCIAL-W)
              MOVE SALDO-ANT-W     TO VALOR-TIT-PARC-W(IX-PARCIAL-W)
              MOVE VALOR-PAGO-RET  TO VALOR-PAGO-PARC-W(IX-PARCIAL-W)
              MOVE RESIDUO-W       TO RESIDUO-PARC-W(IX-PARCIAL-W)
           END-IF.
           IF NOT MODO-CONFERENCIA
              MOVE "PP" TO STATUS-CR20
              MOVE DATA-BAIXA-RET-W TO DATA-BAIXA-CR20
      *       O TITULO GUARDA O VALOR QUITADO (PAGO + DESCONTO
      *       CONCEDIDO), P/ O RESIDUAL DERIVADO NAS CONSULTAS E
      *       RELATORIOS (VALOR-TOT - VALOR-PAGO) SER O MESMO
      *       RESIDUO QUE O REL9109 MANDA A COBRANCA PERSEGUIR.
              COMPUTE VALOR-PAGO-CR20 = JA-PAGO-W
                      + VALOR-PAGO-RET + VALOR-DESCONTO-RET
              PERFORM 2190-REGRAVA-TITULO
              IF TITULO-REGRAVADO-CNC
                 MOVE SPACES TO ANOTACAO-RET-W
                 STRING "BAIXA PARCIAL- RESIDUO " RESIDUO-W
                        DELIMITED BY SIZE INTO ANOTACAO-RET-W
                 PERFORM 2200-GRAVA-ANOTACAO
                 PERFORM 2400-GRAVA-CONTABIL
              ELSE
                 SUBTRACT 1 FROM QTDE-PARCIAIS-W
                 PERFORM 2185-ANOTA-CONFLITO
              END-IF
           END-IF.

       2400-GRAVA-CONTABIL SECTION.
           MOVE ";" TO SEP1-CTB SEP2-CTB SEP3-CTB SEP4-CTB
                       SEP5-CTB SEP6-CTB SEP7-CTB.
           WRITE REG-CTB910.
      *    O PAGO DA BAIXA COMPOE O CREDITO QUE O BANCO DEVE FAZER
      *    NA CONTA P/ O LOTE (LTR910), CONFERIDO PELO CRP9160.
           IF PORTADOR-LOTE-W = ZEROS
              MOVE PORTADOR-CR20 TO PORTADOR-LOTE-W
           END-IF.
           ADD VALOR-PAGO-RET TO VALOR-CREDITO-LOTE-W.
           PERFORM 2410-ACUMULA-PORTADOR-CTB.
           PERFORM 2450-GRAVA-JUROS-REALIZADO.
           PERFORM 2480-GRAVA-CREDITO-CLIENTE.
           PERFORM 2470-GRAVA-BAIXA-APLICADA.

       2450-GRAVA-JUROS-REALIZADO SECTION.
      *    O JUROS REALMENTE COBRADO E O DESCONTO REALMENTE
           MOVE VALOR-JUROS-RET    TO VALOR-JUROS-JRD910.
           MOVE VALOR-DESCONTO-RET TO VALOR-DESC-JRD910.
           MOVE "CRP9109"          TO ORIGEM-JRD910.
           MOVE SPACES             TO TIPO-LANCTO-JRD910.
           MOVE ZEROS TO ST-JRD910.
           PERFORM UNTIL ST-JRD910 = "10"
              WRITE REG-JRD910 INVALID KEY
           END-PERFORM.
           MOVE SPACES TO ST-JRD910.

       2470-GRAVA-BAIXA-APLICADA SECTION.
      *    LIVRO DE BAIXAS (BXA910): A SITUACAO ANTERIOR E A NOVA DO
      *    TITULO, P/ UMA BAIXA CASADA NO TITULO ERRADO PODER SER
      *    ESTORNADA PELO CRP9153T SEM EDITAR O CRD020 NA MAO.
           INITIALIZE REG-BXA910.
           MOVE COD-COMPL-CR20     TO COD-COMPL-BXA910.
           MOVE 1                  TO SEQ-BXA910.
           MOVE "R"                TO CANAL-BXA910.
           MOVE "CRP9109"          TO ORIGEM-BXA910.
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
           MOVE VALOR-PAGO-RET     TO VALOR-RECEBIDO-BXA910.
           MOVE VALOR-JUROS-RET    TO VALOR-JUROS-BXA910.
           MOVE VALOR-DESCONTO-RET TO VALOR-DESCONTO-BXA910.
           MOVE "CTB910"           TO ARQ-CTB-BXA910.
           MOVE "S"                TO JRD910-GRAVADO-BXA910.
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
      *    O QUE O BANCO PAGOU ALEM DO SALDO DO TITULO (SEM O JUROS
      *    COBRADO, COM O DESCONTO CONCEDIDO) VIRA CREDITO DO CLIENTE
      *    NO CCL910, P/ APLICAR NA PROXIMA PARCELA OU DEVOLVER.
      *    SALDO-ANT-W VEM DO 2105-CALCULA-SALDO.
           MOVE ZEROS TO SEQ-CCL-W.
           COMPUTE EXCESSO-W = VALOR-PAGO-RET + VALOR-DESCONTO-RET
                             - VALOR-JUROS-RET - SALDO-ANT-W.
           IF EXCESSO-W NOT > ZEROS
              GO 2480-GRAVA-CREDITO-CLIENTE-FIM.
           ADD 1 TO QTDE-CREDITOS-W.
           INITIALIZE REG-CCL910.
           MOVE CLIENTE-CR20       TO CLIENTE-CCL910.
           MOVE 1                  TO SEQ-CCL910.
           MOVE COD-COMPL-CR20     TO COD-COMPL-ORIG-CCL910.
           MOVE "R"                TO CANAL-CCL910.
           MOVE "CRP9109"          TO ORIGEM-CCL910.
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
           STRING "CREDITO CLIENTE- A MAIS " VALOR-CREDITO-CCL910
                  DELIMITED BY SIZE INTO ANOTACAO-RET-W.
           PERFORM 2200-GRAVA-ANOTACAO.
       2480-GRAVA-CREDITO-CLIENTE-FIM.
           EXIT.

       2410-ACUMULA-PORTADOR-CTB SECTION.
           MOVE "N" TO ACHOU-PORT-CTB-SW.
           MOVE 1 TO IX-PORT-CTB-W.
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.
           IF PERIODO-DESLOCADO
              MOVE SPACES TO ANOTACAO-CR201
              STRING "DATA ORIGINAL " DATA-ORIGINAL-RET-W
                     " EM MES FECHADO"
                     DELIMITED BY SIZE INTO ANOTACAO-CR201
              ADD 1 TO SUBSEQ-CR201
              WRITE REG-CRD201 INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.

       2700-GRAVA-TARIFA SECTION.
           ADD 1 TO QTDE-TARIFAS-W.
           READ TAR910 INVALID KEY
                MOVE 1              TO QTDE-TAR910
                MOVE VALOR-PAGO-RET TO VALOR-TAR910
                MOVE ZEROS          TO VALOR-BASE-TAR910
                WRITE REG-TAR910 INVALID KEY
                   CONTINUE
                END-WRITE
                END-IF
           END-READ.

       2650-RETIRA-NEGATIVACAO SECTION.
      *    TITULO QUITADO: SE ESTAVA NO BIRO DE CREDITO, A EXCLUSAO
      *    FICA PENDENTE NO NEG910 DENTRO DO PRAZO LEGAL.
           MOVE EMPRESA-W        TO EMPRESA-NGA.
           MOVE COD-COMPL-CR20   TO COD-COMPL-NGA.
           MOVE "P"              TO MOTIVO-NGA.
           MOVE DATA-BAIXA-RET-W TO DATA-QUITACAO-NGA.
           CALL "CRP9166" USING PARAMETROS-NEGATIVACAO.
           CANCEL "CRP9166".
           IF EXCLUSAO-PENDENTE-NGA
              MOVE "NEGATIVACAO- EXCLUSAO PENDENTE NO BIRO"
                   TO ANOTACAO-RET-W
              PERFORM 2200-GRAVA-ANOTACAO
           END-IF.

       2900-GRAVA-LINHA-REL SECTION.
           MOVE SPACES TO REG-REL9109.
           MOVE COD-COMPL-CR20-RET TO REG-REL9109(1: 9).
              MOVE QTDE-BAIXADOS-W    TO QTDE-BAIXADOS-LTR910
              MOVE QTDE-REJEITADOS-W  TO QTDE-REJEITADOS-LTR910
              MOVE VALOR-PRE-TOTAL-W  TO VALOR-TOTAL-LTR910
              MOVE PORTADOR-LOTE-W    TO PORTADOR-LTR910
              MOVE VALOR-CREDITO-LOTE-W TO VALOR-CREDITO-LTR910
              MOVE SPACES             TO SITUACAO-CRED-LTR910
              MOVE ZEROS              TO DATA-CRED-REAL-LTR910
                                         VALOR-CRED-REAL-LTR910
              WRITE REG-LTR910 INVALID KEY
                 REWRITE REG-LTR910
              END-WRITE
           END-IF.
           CLOSE RETORNO REL9109 EXC9109 CRD020 CRD200 CRD201
                 HRM910 PRT910 LTR910 TAR910 CKR910 OCO910 CAD018
                 EXQ910 JRD910 BXA910 CCL910 SEC910 BLR910.
           IF MODO-CONFERENCIA
              DISPLAY "CRP9109 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "CRP9109 - BAIXAS PARCIAIS..: " QTDE-PARCIAIS-W.
           DISPLAY "CRP9109 - EXCECOES HRM910..: " QTDE-EXCECOES-W.
           DISPLAY "CRP9109 - TARIFAS LANCADAS.: " QTDE-TARIFAS-W.
           DISPLAY "CRP9109 - CREDITOS CLIENTE.: " QTDE-CREDITOS-W.
           DISPLAY "CRP9109 - OCORR. DESCONHECIDAS: "
                    QTDE-DESCONHECIDAS-W.
           IF QTDE-PULADOS-CKP-W NOT = ZEROS
           END-IF.
           DISPLAY "CRP9109 - NAO ENCONTRADOS NO CRD020: "
                    QTDE-NAO-ENCONTRADOS-W.
           IF QTDE-MES-FECHADO-W NOT = ZEROS
              DISPLAY "CRP9109 - RECUSADOS MES FECHADO: "
                      QTDE-MES-FECHADO-W
           END-IF.
           IF QTDE-CONFLITOS-W NOT = ZEROS
              DISPLAY "CRP9109 - CONFLITOS DE GRAVACAO: "
                      QTDE-CONFLITOS-W
           END-IF.

       3300-IMPRIME-JORNAL-PORTADOR SECTION.
           MOVE SPACES TO REG-JRN9109.

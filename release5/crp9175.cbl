       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9175.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *RELATORIO DE ADESAO A CAMPANHA DE QUITACAO ANTECIPADA (CMP910)
      *- LE O LIVRO DE BAIXAS (BXA910) E SEPARA, POR CAMPANHA, AS
      *BAIXAS ATIVAS QUE USARAM A OFERTA: AS QUITACOES DE CONTRATO
      *DO CAIXA (CRP9135T), QUE GRAVAM A CAMPANHA NA BAIXA, E AS
      *PARCELAS DO ESCOPO DA CAMPANHA (CONTRATO OU PORTADOR) PAGAS
      *DENTRO DA JANELA COM DESCONTO IGUAL OU MAIOR QUE O DA
      *CAMPANHA (SEGUNDA VIA DO CRP9116 PAGA NO BANCO/PIX). LISTA
      *POR CLIENTE + CONTRATO AS PARCELAS BAIXADAS, O DESCONTO
      *CONCEDIDO E O VALOR RECEBIDO, COM TOTAIS POR CAMPANHA.
      *BAIXA COM CREDITO DO CLIENTE (CANAL "K") NAO ENTRA: NAO HOUVE
      *RECEBIMENTO NEM DESCONTO NELA.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-4 = NUMERO DA CAMPANHA
      *(ZEROS OU BRANCOS = TODAS AS CAMPANHAS DO CMP910).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CGPX010.
           COPY CRPX928.
           COPY CRPX939.
           SELECT SORT-ADESOES ASSIGN TO "CRP9175.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL9175 ASSIGN TO REL9175-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9175.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CGPW010.
       COPY CRPW928.
       COPY CRPW939.
       SD  SORT-ADESOES.
       01  REG-SORT-ADESOES.
           05  SORT-CAMPANHA         PIC 9(04).
           05  SORT-CHAVE-GRUPO.
               10  SORT-CLIENTE      PIC 9(08).
               10  SORT-CONTRATO     PIC 9(04).
           05  SORT-COD-COMPL        PIC 9(09).
           05  SORT-DATA-BAIXA       PIC 9(08).
           05  SORT-VALOR-QUITADO    PIC 9(11)V99.
           05  SORT-VALOR-DESCONTO   PIC 9(11)V99.
           05  SORT-VALOR-RECEBIDO   PIC 9(11)V99.
       FD  REL9175
           LABEL RECORD IS OMITTED.
       01  REG-REL9175               PIC X(100).

       WORKING-STORAGE SECTION.
       01  REL9175-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  PATH-CMP910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  ST-CMP910                 PIC XX     VALUE SPACES.
       01  ST-REL9175                PIC XX     VALUE SPACES.
       01  FIM-BXA910-SW             PIC X      VALUE "N".
           88  FIM-BXA910                  VALUE "S".
       01  FIM-SORT-ADESOES-SW       PIC X      VALUE "N".
           88  FIM-SORT-ADESOES            VALUE "S".
       01  PRIMEIRO-REG-SW           PIC X      VALUE "S".
           88  PRIMEIRO-REG                VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  CAMPANHA-PARAM-W          PIC 9(04)  VALUE ZEROS.
       01  CAMPANHA-BAIXA-W          PIC 9(04)  VALUE ZEROS.
       01  CAMPANHA-ANT-W            PIC 9(04)  VALUE ZEROS.
       01  CHAVE-GRUPO-ANT-W         PIC X(12)  VALUE SPACES.
       01  CLIENTE-GRUPO-W           PIC 9(08)  VALUE ZEROS.
       01  CONTRATO-GRUPO-W          PIC 9(04)  VALUE ZEROS.
       01  COD-COMPL-GRUPO-W         PIC 9(09)  VALUE ZEROS.
       01  VALOR-QUITADO-W           PIC 9(11)V99 VALUE ZEROS.
       01  DESCONTO-MINIMO-W         PIC 9(11)V99 VALUE ZEROS.
       01  IX-CMP-W                  PIC 9(03) COMP VALUE ZEROS.
       01  QTDE-CAMPANHAS-W          PIC 9(03) COMP VALUE ZEROS.
       01  TABELA-CAMPANHAS-W.
           05  CAMPANHA-TAB-W OCCURS 100 TIMES.
               10  NUMERO-TAB-W      PIC 9(04).
               10  DESCRICAO-TAB-W   PIC X(40).
               10  ESCOPO-TAB-W      PIC X(01).
               10  NR-CONTRATO-TAB-W PIC 9(04).
               10  PORTADOR-TAB-W    PIC 9(04).
               10  DATA-INICIO-TAB-W PIC 9(08).
               10  DATA-FIM-TAB-W    PIC 9(08).
               10  PERC-TAB-W        PIC 9(03)V99.
       01  TOTAIS-GRUPO-W.
           05  QTDE-PARC-GRUPO-W     PIC 9(04)  VALUE ZEROS.
           05  QUITADO-GRUPO-W       PIC 9(13)V99 VALUE ZEROS.
           05  DESCONTO-GRUPO-W      PIC 9(13)V99 VALUE ZEROS.
           05  RECEBIDO-GRUPO-W      PIC 9(13)V99 VALUE ZEROS.
       01  TOTAIS-CAMPANHA-W.
           05  QTDE-CLI-CAMP-W       PIC 9(06)  VALUE ZEROS.
           05  QTDE-PARC-CAMP-W      PIC 9(06)  VALUE ZEROS.
           05  QUITADO-CAMP-W        PIC 9(13)V99 VALUE ZEROS.
           05  DESCONTO-CAMP-W       PIC 9(13)V99 VALUE ZEROS.
           05  RECEBIDO-CAMP-W       PIC 9(13)V99 VALUE ZEROS.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-ADESOES-W            PIC 9(06)  VALUE ZEROS.
       01  QTDE-CLIENTES-W           PIC 9(06)  VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-EDIT-W              PIC Z.ZZZ.ZZZ.ZZ9,99.
       01  PERC-EDIT-W               PIC ZZ9,99.
       01  DATA-EDIT-W               PIC 99/99/9999.
       01  DATA-TRAB-W.
           05  ANO-TRAB-W            PIC 9(04).
           05  MES-TRAB-W            PIC 9(02).
           05  DIA-TRAB-W            PIC 9(02).
       01  DATA-TRAB-R REDEFINES DATA-TRAB-W PIC 9(08).

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
           SORT SORT-ADESOES
                ASCENDING KEY SORT-CAMPANHA SORT-CHAVE-GRUPO
                              SORT-COD-COMPL
                INPUT PROCEDURE IS 2000-SELECIONA-BAIXAS
                OUTPUT PROCEDURE IS 4000-EMITE-RELATORIO.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "CMP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CMP910.
           MOVE "REL9175" TO REL9175-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 4) NUMERIC
              MOVE OPCAO-PARAM-W(1: 4) TO CAMPANHA-PARAM-W
           END-IF.

           PERFORM 1100-CARREGA-CAMPANHAS.
           OPEN INPUT CRD020 CGD010 BXA910.
           OPEN OUTPUT REL9175.
           MOVE SPACES TO REG-REL9175.
           MOVE DATA-DIA-I TO DATA-TRAB-R.
           COMPUTE DATA-EDIT-W = DIA-TRAB-W * 1000000
                               + MES-TRAB-W * 10000 + ANO-TRAB-W.
           STRING "CRP9175 - ADESAO A CAMPANHA DE QUITACAO ANTECIPADA"
                  " - EMITIDO EM " DATA-EDIT-W
                  DELIMITED BY SIZE INTO REG-REL9175.
           WRITE REG-REL9175.
           IF QTDE-CAMPANHAS-W = ZEROS OR ST-BXA910 <> "00"
              MOVE "S" TO FIM-BXA910-SW
           ELSE
              MOVE ZEROS TO COD-COMPL-BXA910 SEQ-BXA910
              START BXA910 KEY IS NOT < CHAVE-BXA910 INVALID KEY
                    MOVE "S" TO FIM-BXA910-SW
           END-IF.

       1100-CARREGA-CAMPANHAS SECTION.
      *    AS CAMPANHAS FICAM EM MEMORIA: CADA BAIXA E COMPARADA COM
      *    TODAS. CAMPANHA INATIVADA TAMBEM ENTRA - A ADESAO DENTRO
      *    DA JANELA CONTINUA VALENDO.
           MOVE ZEROS TO QTDE-CAMPANHAS-W.
           OPEN INPUT CMP910.
           IF ST-CMP910 NOT = "00"
              GO 1100-CARREGA-CAMPANHAS-FIM.
           MOVE ZEROS TO NUMERO-CMP910.
           START CMP910 KEY IS NOT < NUMERO-CMP910 INVALID KEY
                 MOVE "10" TO ST-CMP910.
           PERFORM UNTIL ST-CMP910 = "10"
              READ CMP910 NEXT RECORD AT END
                   MOVE "10" TO ST-CMP910
              NOT AT END
                IF (CAMPANHA-PARAM-W = ZEROS OR
                    NUMERO-CMP910 = CAMPANHA-PARAM-W)
                   AND QTDE-CAMPANHAS-W < 100
                   ADD 1 TO QTDE-CAMPANHAS-W
                   MOVE NUMERO-CMP910
                        TO NUMERO-TAB-W(QTDE-CAMPANHAS-W)
                   MOVE DESCRICAO-CMP910
                        TO DESCRICAO-TAB-W(QTDE-CAMPANHAS-W)
                   MOVE ESCOPO-CMP910
                        TO ESCOPO-TAB-W(QTDE-CAMPANHAS-W)
                   MOVE NR-CONTRATO-CMP910
                        TO NR-CONTRATO-TAB-W(QTDE-CAMPANHAS-W)
                   MOVE PORTADOR-CMP910
                        TO PORTADOR-TAB-W(QTDE-CAMPANHAS-W)
                   MOVE DATA-INICIO-CMP910
                        TO DATA-INICIO-TAB-W(QTDE-CAMPANHAS-W)
                   MOVE DATA-FIM-CMP910
                        TO DATA-FIM-TAB-W(QTDE-CAMPANHAS-W)
                   MOVE PERC-DESCONTO-CMP910
                        TO PERC-TAB-W(QTDE-CAMPANHAS-W)
                END-IF
              END-READ
           END-PERFORM.
           CLOSE CMP910.
       1100-CARREGA-CAMPANHAS-FIM.
           EXIT.

       2000-SELECIONA-BAIXAS SECTION.
           PERFORM 2100-LE-BXA910 UNTIL FIM-BXA910.

       2100-LE-BXA910 SECTION.
           READ BXA910 NEXT RECORD AT END
                MOVE "S" TO FIM-BXA910-SW
              NOT AT END
                ADD 1 TO QTDE-LIDOS-W
                IF BAIXA-ATIVA-BXA910
                   AND NOT CANAL-CREDITO-BXA910
                   PERFORM 2200-IDENTIFICA-CAMPANHA
                END-IF
           END-READ.

       2200-IDENTIFICA-CAMPANHA SECTION.
           MOVE ZEROS TO CAMPANHA-BAIXA-W.
           MOVE COD-COMPL-BXA910 TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                GO 2200-IDENTIFICA-CAMPANHA-FIM
           END-READ.
           COMPUTE VALOR-QUITADO-W =
                   VALOR-PAGO-NOVO-BXA910 - VALOR-PAGO-ANT-BXA910.
           IF CAMPANHA-BXA910 NOT = ZEROS
      *       QUITACAO DO CAIXA: A CAMPANHA VEIO GRAVADA NA BAIXA.
              PERFORM VARYING IX-CMP-W FROM 1 BY 1
                      UNTIL IX-CMP-W > QTDE-CAMPANHAS-W
                         OR CAMPANHA-BAIXA-W NOT = ZEROS
                 IF NUMERO-TAB-W(IX-CMP-W) = CAMPANHA-BXA910
                    MOVE CAMPANHA-BXA910 TO CAMPANHA-BAIXA-W
                 END-IF
              END-PERFORM
           ELSE
              IF VALOR-DESCONTO-BXA910 > ZEROS
                 PERFORM VARYING IX-CMP-W FROM 1 BY 1
                         UNTIL IX-CMP-W > QTDE-CAMPANHAS-W
                            OR CAMPANHA-BAIXA-W NOT = ZEROS
                    PERFORM 2300-CONFERE-CAMPANHA
                 END-PERFORM
              END-IF
           END-IF.
           IF CAMPANHA-BAIXA-W = ZEROS
              GO 2200-IDENTIFICA-CAMPANHA-FIM.
           ADD 1 TO QTDE-ADESOES-W.
           MOVE CAMPANHA-BAIXA-W      TO SORT-CAMPANHA.
           MOVE CLIENTE-CR20          TO SORT-CLIENTE.
           MOVE NR-CONTRATO-CR20      TO SORT-CONTRATO.
           MOVE COD-COMPL-CR20        TO SORT-COD-COMPL.
           MOVE DATA-BXA910           TO SORT-DATA-BAIXA.
           MOVE VALOR-QUITADO-W       TO SORT-VALOR-QUITADO.
           MOVE VALOR-DESCONTO-BXA910 TO SORT-VALOR-DESCONTO.
           MOVE VALOR-RECEBIDO-BXA910 TO SORT-VALOR-RECEBIDO.
           RELEASE REG-SORT-ADESOES.
       2200-IDENTIFICA-CAMPANHA-FIM.
           EXIT.

       2300-CONFERE-CAMPANHA SECTION.
      *    BAIXA FORA DO CAIXA: PARCELA DO ESCOPO, PAGA NA JANELA E
      *    COM DESCONTO DE PELO MENOS O PERCENTUAL DA CAMPANHA (UM
      *    CENTAVO DE TOLERANCIA DO ARREDONDAMENTO) - O CRP9129 SO
      *    DA A CAMPANHA QUANDO ELA SUPERA O DESCONTO DO PRF910.
           IF DATA-BXA910 < DATA-INICIO-TAB-W(IX-CMP-W) OR
              DATA-BXA910 > DATA-FIM-TAB-W(IX-CMP-W)
              GO 2300-CONFERE-CAMPANHA-FIM.
           IF ESCOPO-TAB-W(IX-CMP-W) = "C"
              IF NR-CONTRATO-CR20 NOT = NR-CONTRATO-TAB-W(IX-CMP-W)
                 GO 2300-CONFERE-CAMPANHA-FIM
              END-IF
           ELSE
              IF PORTADOR-BXA910 NOT = PORTADOR-TAB-W(IX-CMP-W)
                 GO 2300-CONFERE-CAMPANHA-FIM
              END-IF
           END-IF.
           COMPUTE DESCONTO-MINIMO-W ROUNDED =
                   (VALOR-QUITADO-W * PERC-TAB-W(IX-CMP-W)) / 100.
           IF DESCONTO-MINIMO-W > 0,01
              SUBTRACT 0,01 FROM DESCONTO-MINIMO-W
           END-IF.
           IF VALOR-DESCONTO-BXA910 NOT < DESCONTO-MINIMO-W
              MOVE NUMERO-TAB-W(IX-CMP-W) TO CAMPANHA-BAIXA-W
           END-IF.
       2300-CONFERE-CAMPANHA-FIM.
           EXIT.

       4000-EMITE-RELATORIO SECTION.
           PERFORM 4100-RETORNA-ADESAO UNTIL FIM-SORT-ADESOES.
           IF NOT PRIMEIRO-REG
              PERFORM 4300-FECHA-GRUPO
              PERFORM 4500-FECHA-CAMPANHA
           ELSE
              MOVE SPACES TO REG-REL9175
              WRITE REG-REL9175
              MOVE "NENHUMA ADESAO ENCONTRADA NO BXA910"
                   TO REG-REL9175
              WRITE REG-REL9175
           END-IF.

       4100-RETORNA-ADESAO SECTION.
           RETURN SORT-ADESOES AT END
                  MOVE "S" TO FIM-SORT-ADESOES-SW
                NOT AT END
                  PERFORM 4200-ACUMULA-ADESAO
           END-RETURN.

       4200-ACUMULA-ADESAO SECTION.
           IF PRIMEIRO-REG
              MOVE "N" TO PRIMEIRO-REG-SW
              PERFORM 4400-ABRE-CAMPANHA
              PERFORM 4210-ABRE-GRUPO
           ELSE
              IF SORT-CAMPANHA NOT = CAMPANHA-ANT-W
                 PERFORM 4300-FECHA-GRUPO
                 PERFORM 4500-FECHA-CAMPANHA
                 PERFORM 4400-ABRE-CAMPANHA
                 PERFORM 4210-ABRE-GRUPO
              ELSE
                 IF SORT-CHAVE-GRUPO NOT = CHAVE-GRUPO-ANT-W
                    PERFORM 4300-FECHA-GRUPO
                    PERFORM 4210-ABRE-GRUPO
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO QTDE-PARC-GRUPO-W.
           ADD SORT-VALOR-QUITADO  TO QUITADO-GRUPO-W.
           ADD SORT-VALOR-DESCONTO TO DESCONTO-GRUPO-W.
           ADD SORT-VALOR-RECEBIDO TO RECEBIDO-GRUPO-W.

       4210-ABRE-GRUPO SECTION.
           MOVE SORT-CHAVE-GRUPO TO CHAVE-GRUPO-ANT-W.
           MOVE SORT-CLIENTE     TO CLIENTE-GRUPO-W.
           MOVE SORT-CONTRATO    TO CONTRATO-GRUPO-W.
           MOVE SORT-COD-COMPL   TO COD-COMPL-GRUPO-W.
           INITIALIZE TOTAIS-GRUPO-W.

       4300-FECHA-GRUPO SECTION.
           ADD 1 TO QTDE-CLI-CAMP-W QTDE-CLIENTES-W.
           ADD QTDE-PARC-GRUPO-W TO QTDE-PARC-CAMP-W.
           ADD QUITADO-GRUPO-W   TO QUITADO-CAMP-W.
           ADD DESCONTO-GRUPO-W  TO DESCONTO-CAMP-W.
           ADD RECEBIDO-GRUPO-W  TO RECEBIDO-CAMP-W.
           MOVE COD-COMPL-GRUPO-W TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                INITIALIZE REG-CGD010.
           MOVE SPACES TO REG-REL9175.
           MOVE CLIENTE-GRUPO-W    TO REG-REL9175(1: 8).
           MOVE CONTRATO-GRUPO-W   TO REG-REL9175(10: 4).
           MOVE COMPRADOR-CG10     TO REG-REL9175(15: 30).
           MOVE QTDE-PARC-GRUPO-W  TO REG-REL9175(46: 4).
           MOVE QUITADO-GRUPO-W    TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9175(51: 14).
           MOVE DESCONTO-GRUPO-W   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9175(66: 14).
           MOVE RECEBIDO-GRUPO-W   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9175(81: 14).
           WRITE REG-REL9175.

       4400-ABRE-CAMPANHA SECTION.
           MOVE SORT-CAMPANHA TO CAMPANHA-ANT-W.
           INITIALIZE TOTAIS-CAMPANHA-W.
           PERFORM VARYING IX-CMP-W FROM 1 BY 1
                   UNTIL IX-CMP-W > QTDE-CAMPANHAS-W
                      OR NUMERO-TAB-W(IX-CMP-W) = SORT-CAMPANHA
              CONTINUE
           END-PERFORM.
           MOVE SPACES TO REG-REL9175.
           WRITE REG-REL9175.
           MOVE SPACES TO REG-REL9175.
           MOVE PERC-TAB-W(IX-CMP-W) TO PERC-EDIT-W.
           STRING "CAMPANHA " SORT-CAMPANHA " - "
                  DESCRICAO-TAB-W(IX-CMP-W) " - DESCONTO "
                  PERC-EDIT-W "%"
                  DELIMITED BY SIZE INTO REG-REL9175.
           WRITE REG-REL9175.
           MOVE SPACES TO REG-REL9175.
           IF ESCOPO-TAB-W(IX-CMP-W) = "C"
              STRING "ESCOPO: CONTRATO " NR-CONTRATO-TAB-W(IX-CMP-W)
                     DELIMITED BY SIZE INTO REG-REL9175
           ELSE
              STRING "ESCOPO: PORTADOR " PORTADOR-TAB-W(IX-CMP-W)
                     DELIMITED BY SIZE INTO REG-REL9175
           END-IF.
           MOVE DATA-INICIO-TAB-W(IX-CMP-W) TO DATA-TRAB-R.
           COMPUTE DATA-EDIT-W = DIA-TRAB-W * 1000000
                               + MES-TRAB-W * 10000 + ANO-TRAB-W.
           MOVE "JANELA:"      TO REG-REL9175(30: 7).
           MOVE DATA-EDIT-W    TO REG-REL9175(38: 10).
           MOVE "A"            TO REG-REL9175(49: 1).
           MOVE DATA-FIM-TAB-W(IX-CMP-W) TO DATA-TRAB-R.
           COMPUTE DATA-EDIT-W = DIA-TRAB-W * 1000000
                               + MES-TRAB-W * 10000 + ANO-TRAB-W.
           MOVE DATA-EDIT-W    TO REG-REL9175(51: 10).
           WRITE REG-REL9175.
           MOVE SPACES TO REG-REL9175.
           MOVE "CLIENTE"      TO REG-REL9175(1: 7).
           MOVE "CONT"         TO REG-REL9175(10: 4).
           MOVE "NOME"         TO REG-REL9175(15: 4).
           MOVE "PARC"         TO REG-REL9175(46: 4).
           MOVE "VALOR QUITADO" TO REG-REL9175(52: 13).
           MOVE "DESCONTO"     TO REG-REL9175(72: 8).
           MOVE "RECEBIDO"     TO REG-REL9175(87: 8).
           WRITE REG-REL9175.

       4500-FECHA-CAMPANHA SECTION.
           MOVE SPACES TO REG-REL9175.
           MOVE "TOTAL DA CAMPANHA - CLIENTES" TO REG-REL9175(1: 28).
           MOVE QTDE-CLI-CAMP-W    TO REG-REL9175(30: 6).
           MOVE QTDE-PARC-CAMP-W   TO REG-REL9175(44: 6).
           MOVE QUITADO-CAMP-W     TO TOTAL-EDIT-W.
           MOVE TOTAL-EDIT-W       TO REG-REL9175(49: 16).
           MOVE DESCONTO-CAMP-W    TO TOTAL-EDIT-W.
           MOVE TOTAL-EDIT-W       TO REG-REL9175(64: 16).
           MOVE RECEBIDO-CAMP-W    TO TOTAL-EDIT-W.
           MOVE TOTAL-EDIT-W       TO REG-REL9175(79: 16).
           WRITE REG-REL9175.

       3000-FINALIZA SECTION.
           CLOSE CRD020 CGD010 BXA910 REL9175.
           DISPLAY "CRP9175 - CAMPANHAS LIDAS....: " QTDE-CAMPANHAS-W.
           DISPLAY "CRP9175 - BAIXAS LIDAS.......: " QTDE-LIDOS-W.
           DISPLAY "CRP9175 - PARCELAS NA OFERTA.: " QTDE-ADESOES-W.
           DISPLAY "CRP9175 - CLIENTES/CONTRATOS.: " QTDE-CLIENTES-W.

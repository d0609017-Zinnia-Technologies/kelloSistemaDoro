      *TELEFONE VIRA TAREFA NO COD501 COM DATA-RETORNO (A MESA
      *COD9046T A VE NA MANHA SEGUINTE), CARTA VIRA TAREFA DE
      *EMISSAO (CRP9128) E PROTESTO REGISTRA O ENVIO NO PRT910 COM
      *ANOTACAO CRD200/CRD201, COMO O CRP9115 FAZ. NEGATIVACAO
      *INDICA O TITULO NO NEG910 (AGUARDANDO A CARTA DE AVISO DO
      *CRP9128; A INCLUSAO NO BIRO E DO CRP9165) E VIRA TAREFA DE
      *EMISSAO DO AVISO. A ACAO DE UM DEGRAU E ANOTADA NO COD501
      *COM MARCA PROPRIA E NUNCA E DISPARADA DUAS VEZES P/ O MESMO
      *TITULO. TITULO COM CESSAO ATIVA P/ AGENCIA DE COBRANCA
      *EXTERNA (ACB910, CRP9167) FICA FORA DA REGUA, ASSIM COMO O
      *TITULO COBERTO POR PROMESSA DE PAGAMENTO PENDENTE (PMP910);
      *CADA PROMESSA QUEBRADA DO CONTRATO SOMA DIASQUEBRAPR DIAS
      *(PAR910, PADRAO 15) AO ATRASO USADO P/ ACHAR O DEGRAU. RODA
      *COMO PASSO DA CORRENTE CHN910, DEPOIS DA APURACAO DAS
      *PROMESSAS (CRP9170).
      *AS PREFERENCIAS DE CONTATO DO CLIENTE (PFC910, ROTINA CRP9185)
      *DECIDEM O CANAL DOS DEGRAUS DE TELEFONE E CARTA: CANAL
      *RECUSADO E DESVIADO P/ UM ACEITO (A TAREFA DO COD501 SAI NO
      *CANAL DESVIADO, E-MAIL INCLUSIVE); CLIENTE QUE RECUSA TODOS
      *FICA SEM O DEGRAU E VAI P/ A RELACAO DE EXCECOES REL9139E,
      *ASSIM COMO O AVISO DE NEGATIVACAO QUE NAO TERA POR ONDE SAIR.
      *OS TITULOS EM ABERTO VEM DO EXTRATO DO CRP9190 (ABT910), QUE
      *RODA ANTES NA CORRENTE, E NAO MAIS DA VARREDURA DO CRD020. CADA
      *TITULO DO EXTRATO E RELIDO NO CRD020 PELA CHAVE ANTES DO DEGRAU:
      *O QUE FOI BAIXADO DEPOIS DA EXTRACAO NAO RECEBE COBRANCA.
      *EXTRATO QUE NAO E DE HOJE OU NAO CONFERE COM O TOTAL DE
      *CONTROLE (ROTINA CRP9191) NAO E USADO - A REGUA NAO RODA.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX952.
           COPY CRPX200.
           COPY CRPX201.
           COPY RGCX910.
           COPY CRPX914.
           COPY CRPX932.
           COPY CRPX934.
           COPY CRPX935.
           COPY PARX910.
           COPY COD501X.
           SELECT REL9139 ASSIGN TO REL9139-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9139.
           SELECT REL9139E ASSIGN TO REL9139E-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9139E.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW952.
       COPY CRPW200.
       COPY CRPW201.
       COPY RGCW910.
       COPY CRPW914.
       COPY CRPW932.
       COPY CRPW934.
       COPY CRPW935.
       COPY PARW910.
       COPY COD501W.
       FD  REL9139
           LABEL RECORD IS OMITTED.
       01  REG-REL9139               PIC X(90).
       FD  REL9139E
           LABEL RECORD IS OMITTED.
       01  REG-REL9139E              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       COPY CRPPREF.
       COPY CRPEXTR.
       01  PATH-ABT910               PIC X(30)  VALUE SPACES.
       01  ST-ABT910                 PIC XX     VALUE SPACES.
       01  REL9139-NOME              PIC X(12)  VALUE SPACES.
       01  REL9139E-NOME             PIC X(12)  VALUE SPACES.
       01  ST-REL9139E               PIC XX     VALUE SPACES.
       01  PATH-RGC910               PIC X(30)  VALUE SPACES.
       01  PATH-PRT910               PIC X(30)  VALUE SPACES.
       01  PATH-NEG910               PIC X(30)  VALUE SPACES.
       01  PATH-ACB910               PIC X(30)  VALUE SPACES.
       01  PATH-PMP910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CRD200                 PIC XX     VALUE SPACES.
       01  ST-CRD201                 PIC XX     VALUE SPACES.
       01  ST-RGC910                 PIC XX     VALUE SPACES.
       01  ST-PRT910                 PIC XX     VALUE SPACES.
       01  ST-NEG910                 PIC XX     VALUE SPACES.
       01  ST-ACB910                 PIC XX     VALUE SPACES.
       01  ST-PMP910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-COD501                 PIC XX     VALUE SPACES.
       01  ST-REL9139                PIC XX     VALUE SPACES.
       01  FIM-ABT910-SW             PIC X      VALUE "N".
           88  FIM-ABT910                  VALUE "S".
       01  EXTRATO-ABERTO-SW         PIC X      VALUE "N".
           88  EXTRATO-ABERTO              VALUE "S".
       01  FIM-RGC910-SW             PIC X      VALUE "N".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  JULIANO-VENCTO-W          PIC 9(08)  VALUE ZEROS.
       01  DIAS-ATRASO-W             PIC S9(06) VALUE ZEROS.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-BAIXADOS-DEPOIS-W    PIC 9(06)  VALUE ZEROS.
       01  QTDE-DISPARADOS-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-JA-FEITOS-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-COM-AGENCIA-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-COM-PROMESSA-W       PIC 9(06)  VALUE ZEROS.
       01  QTDE-COM-QUEBRA-W         PIC 9(06)  VALUE ZEROS.
       01  DIAS-QUEBRA-W             PIC 9(03)  VALUE 15.
       01  QTDE-QUEBRAS-W            PIC 9(03)  VALUE ZEROS.
       01  IX-TIT-W                  PIC 9(02)  VALUE ZEROS.
       01  PROMESSA-PENDENTE-SW      PIC X      VALUE "N".
           88  COM-PROMESSA-PENDENTE       VALUE "S".
       01  DEGRAU-DIAS-W             PIC 9(03)  VALUE ZEROS.
       01  DEGRAU-ACAO-W             PIC X(01)  VALUE SPACES.
       01  DEGRAU-DESCR-W            PIC X(30)  VALUE SPACES.
       01  JA-DISPARADO-SW           PIC X      VALUE "N".
       01  ANOTACAO-TRAB-W           PIC X(120) VALUE SPACES.
       01  NR-CONTRATO-TITULO-W      PIC 9(04)  VALUE ZEROS.
      *    ACAO-EFETIVA-W - CANAL EM QUE O DEGRAU SAI DEPOIS DA
      *    PREFERENCIA DO CLIENTE (BRANCO = O DA PROPRIA REGUA).
       01  ACAO-EFETIVA-W            PIC X(01)  VALUE SPACES.
           88  ACAO-EFETIVA-EMAIL          VALUE "E".
       01  QTDE-DESVIADOS-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-SEM-CANAL-W          PIC 9(06)  VALUE ZEROS.
       01  MOTIVO-EXCECAO-W          PIC X(40)  VALUE SPACES.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           PERFORM 2000-PROCESSA-ABT910 UNTIL FIM-ABT910.
           PERFORM 3000-FINALIZA.
           GOBACK.

           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "ABT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ABT910.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "RGC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RGC910.
           MOVE "PRT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PRT910.
           MOVE "NEG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NEG910.
           MOVE "ACB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACB910.
           MOVE "PMP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PMP910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "REL9139" TO REL9139-NOME.
           MOVE "REL9139E" TO REL9139E-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
              CLOSE PRT910      OPEN OUTPUT PRT910
              CLOSE PRT910      OPEN I-O PRT910
           END-IF.
           OPEN I-O NEG910.
           IF ST-NEG910 = "35"
              CLOSE NEG910      OPEN OUTPUT NEG910
              CLOSE NEG910      OPEN I-O NEG910
           END-IF.
           OPEN INPUT ACB910.
           IF ST-ACB910 = "35"
              CLOSE ACB910      OPEN OUTPUT ACB910
              CLOSE ACB910      OPEN INPUT ACB910
           END-IF.
           OPEN INPUT PMP910.
           IF ST-PMP910 = "35"
              CLOSE PMP910      OPEN OUTPUT PMP910
              CLOSE PMP910      OPEN INPUT PMP910
           END-IF.
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W      TO EMPRESA-PAR910
              MOVE "DIASQUEBRAPR" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE VALOR-PAR910 TO DIAS-QUEBRA-W
              END-READ
              CLOSE PAR910
           END-IF.
           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN OUTPUT REL9139 REL9139E.
           MOVE SPACES TO REG-REL9139E.
           MOVE "CLIENTES FORA DO ALCANCE DA REGUA POR PREFERENCIA DE"
                                       TO REG-REL9139E(1: 52).
           MOVE "CONTATO EM"           TO REG-REL9139E(54: 10).
           MOVE DATA-DIA-I             TO REG-REL9139E(65: 8).
           WRITE REG-REL9139E.
           INITIALIZE PARAMETROS-PREFERENCIA.
           MOVE EMPRESA-W              TO EMPRESA-PRF.
           PERFORM 1100-CONFERE-EXTRATO.
           IF ST-CRD020 <> "00" OR ST-RGC910 <> "00"
              OR NOT EXTRATO-OK-EXT
              MOVE "S" TO FIM-ABT910-SW
           ELSE
              OPEN INPUT ABT910
              MOVE "S" TO EXTRATO-ABERTO-SW
      *       PELA CHAVE ALTERNATIVA (TIPO + COD-COMPL): SO OS
      *       TITULOS EM ABERTO ("A"), NA ORDEM DO COD-COMPL.
              MOVE "A"   TO TIPO-COMPL-ABT910
              MOVE ZEROS TO COD-COMPL-ALT-ABT910
              START ABT910 KEY IS NOT < CHAVE-COMPL-ABT910 INVALID KEY
                    MOVE "S" TO FIM-ABT910-SW
              END-START
           END-IF.

       1100-CONFERE-EXTRATO SECTION.
           MOVE EMPRESA-W  TO EMPRESA-EXT.
           MOVE DATA-DIA-I TO DATA-REFERENCIA-EXT.
           CALL "CRP9191" USING PARAMETROS-EXTRATO.
           CANCEL "CRP9191".
           DISPLAY "CRP9139 - " MENSAGEM-EXT.
           IF NOT EXTRATO-OK-EXT
              MOVE SPACES       TO REG-REL9139
              MOVE MENSAGEM-EXT TO REG-REL9139
              WRITE REG-REL9139
           END-IF.

       2000-PROCESSA-ABT910 SECTION.
           READ ABT910 NEXT RECORD AT END
                MOVE "S" TO FIM-ABT910-SW
                GO 2000-PROCESSA-ABT910-FIM.
           IF NOT TITULO-ABERTO-ABT910
              MOVE "S" TO FIM-ABT910-SW
              GO 2000-PROCESSA-ABT910-FIM.
      *    O DEGRAU E DECIDIDO SOBRE O TITULO ATUAL DO CRD020: O QUE
      *    FOI BAIXADO ENTRE A EXTRACAO E A REGUA FICA DE FORA.
           MOVE COD-COMPL-ABT910 TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                ADD 1 TO QTDE-BAIXADOS-DEPOIS-W
                GO 2000-PROCESSA-ABT910-FIM
           END-READ.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              ADD 1 TO QTDE-BAIXADOS-DEPOIS-W
              GO 2000-PROCESSA-ABT910-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           PERFORM 2100-AVALIA-TITULO.
       2000-PROCESSA-ABT910-FIM.
           EXIT.

       2100-AVALIA-TITULO SECTION.
           COMPUTE JULIANO-VENCTO-W =
           COMPUTE DIAS-ATRASO-W = JULIANO-HOJE-W - JULIANO-VENCTO-W.
           IF DIAS-ATRASO-W < 1
              GO 2100-AVALIA-TITULO-FIM.
           MOVE COD-COMPL-CR20 TO COD-COMPL-ACB910.
           READ ACB910 INVALID KEY
                MOVE SPACES TO SITUACAO-ACB910
           END-READ.
           IF CESSAO-ATIVA-ACB910
              ADD 1 TO QTDE-COM-AGENCIA-W
              GO 2100-AVALIA-TITULO-FIM.
           PERFORM 2150-VERIFICA-PROMESSAS.
           IF COM-PROMESSA-PENDENTE
              ADD 1 TO QTDE-COM-PROMESSA-W
              GO 2100-AVALIA-TITULO-FIM.
           IF QTDE-QUEBRAS-W > ZEROS
              ADD 1 TO QTDE-COM-QUEBRA-W
              COMPUTE DIAS-ATRASO-W = DIAS-ATRASO-W +
                      QTDE-QUEBRAS-W * DIAS-QUEBRA-W
           END-IF.
           PERFORM 2200-ACHA-DEGRAU-ALCANCADO.
           IF DEGRAU-ACAO-W = SPACES
              GO 2100-AVALIA-TITULO-FIM.
           IF JA-DISPARADO-SW = "S"
              ADD 1 TO QTDE-JA-FEITOS-W
              GO 2100-AVALIA-TITULO-FIM.
           PERFORM 2350-VERIFICA-PREFERENCIA.
           IF SEM-CANAL-PRF AND DEGRAU-ACAO-W NOT = "N"
              GO 2100-AVALIA-TITULO-FIM.
           PERFORM 2400-DISPARA-DEGRAU.
       2100-AVALIA-TITULO-FIM.
           EXIT.

       2150-VERIFICA-PROMESSAS SECTION.
      *    PERCORRE AS PROMESSAS DO CONTRATO DO TITULO: PENDENTE QUE
      *    COBRE O TITULO O TIRA DA REGUA (O CRP9170 JA QUEBROU AS
      *    VENCIDAS); AS QUEBRADAS SAO CONTADAS P/ O AGRAVAMENTO.
           MOVE "N"   TO PROMESSA-PENDENTE-SW.
           MOVE ZEROS TO QTDE-QUEBRAS-W.
           MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-TITULO-W.
           IF NR-CONTRATO-TITULO-W = ZEROS
              GO 2150-VERIFICA-PROMESSAS-FIM.
           MOVE NR-CONTRATO-TITULO-W TO NR-CONTRATO-PMP910.
           MOVE ZEROS                TO SEQ-PMP910.
           START PMP910 KEY IS NOT < CHAVE-PMP910 INVALID KEY
                 MOVE "10" TO ST-PMP910.
           PERFORM UNTIL ST-PMP910 = "10"
              READ PMP910 NEXT RECORD AT END
                   MOVE "10" TO ST-PMP910
              NOT AT END
                IF NR-CONTRATO-PMP910 <> NR-CONTRATO-TITULO-W
                   MOVE "10" TO ST-PMP910
                ELSE
                   IF PROMESSA-QUEBRADA-PMP910
                      ADD 1 TO QTDE-QUEBRAS-W
                   END-IF
                   IF PROMESSA-PENDENTE-PMP910
                      PERFORM VARYING IX-TIT-W FROM 1 BY 1
                              UNTIL IX-TIT-W > QTDE-TITULOS-PMP910
                         IF COD-COMPL-TIT-PMP910(IX-TIT-W) =
                            COD-COMPL-CR20
                            MOVE "S" TO PROMESSA-PENDENTE-SW
                         END-IF
                      END-PERFORM
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-PMP910.
       2150-VERIFICA-PROMESSAS-FIM.
           EXIT.

       2200-ACHA-DEGRAU-ALCANCADO SECTION.
      *    O MAIOR DEGRAU DA REGUA COM DIAS <= ATRASO DO TITULO.
           MOVE SPACES TO DEGRAU-ACAO-W DEGRAU-DESCR-W.
       2300-VERIFICA-JA-DISPARADO-FIM.
           EXIT.

       2350-VERIFICA-PREFERENCIA SECTION.
      *    TELEFONE E CARTA SEGUEM A PREFERENCIA DO CLIENTE; O AVISO
      *    DE NEGATIVACAO E UMA CARTA (CRP9128) - A INDICACAO SEGUE,
      *    MAS SEM CANAL ELE VAI P/ AS EXCECOES. PROTESTO NAO DEPENDE
      *    DO CLIENTE.
           MOVE SPACES TO ACAO-EFETIVA-W.
           MOVE "OK"   TO RETORNO-PRF.
           EVALUATE DEGRAU-ACAO-W
               WHEN "T"
                   MOVE "T" TO CANAL-PEDIDO-PRF
               WHEN "C"
                   MOVE "C" TO CANAL-PEDIDO-PRF
               WHEN "N"
                   MOVE "C" TO CANAL-PEDIDO-PRF
               WHEN OTHER
                   GO 2350-VERIFICA-PREFERENCIA-FIM
           END-EVALUATE.
           MOVE "C"          TO FUNCAO-PRF.
           MOVE CLIENTE-CR20 TO CLIENTE-PRF.
           CALL "CRP9185" USING PARAMETROS-PREFERENCIA.
           EVALUATE TRUE
               WHEN CANAL-DESVIADO-PRF
                   IF DEGRAU-ACAO-W NOT = "N"
                      ADD 1 TO QTDE-DESVIADOS-W
                      MOVE CANAL-RET-PRF TO ACAO-EFETIVA-W
                   END-IF
               WHEN SEM-CANAL-PRF
                   ADD 1 TO QTDE-SEM-CANAL-W
                   IF DEGRAU-ACAO-W = "N"
                      MOVE "AVISO DE NEGATIVACAO SEM CANAL ACEITO"
                                             TO MOTIVO-EXCECAO-W
                   ELSE
                      MOVE "CLIENTE RECUSA TODOS OS CANAIS"
                                             TO MOTIVO-EXCECAO-W
                   END-IF
                   PERFORM 2360-GRAVA-EXCECAO
           END-EVALUATE.
       2350-VERIFICA-PREFERENCIA-FIM.
           EXIT.

       2360-GRAVA-EXCECAO SECTION.
           MOVE SPACES TO REG-REL9139E.
           MOVE CLIENTE-CR20     TO REG-REL9139E(1: 8).
           MOVE COD-COMPL-CR20   TO REG-REL9139E(10: 9).
           MOVE NR-DOCTO-CR20    TO REG-REL9139E(20: 10).
           MOVE DIAS-ATRASO-W    TO REG-REL9139E(31: 6).
           MOVE "D+"             TO REG-REL9139E(38: 2).
           MOVE DEGRAU-DIAS-W    TO REG-REL9139E(40: 3).
           MOVE DEGRAU-ACAO-W    TO REG-REL9139E(44: 1).
           MOVE MOTIVO-EXCECAO-W TO REG-REL9139E(46: 40).
           WRITE REG-REL9139E.

       2400-DISPARA-DEGRAU SECTION.
           ADD 1 TO QTDE-DISPARADOS-W.
      *    A LEITURA DA REGUA PAROU ALEM DO DEGRAU ALCANCADO.
           MOVE DEGRAU-ACAO-W TO ACAO-RGC910.
      *    DEGRAU DESVIADO PELA PREFERENCIA: TELEFONE <-> CARTA TROCA
      *    A ACAO; E-MAIL TEM TAREFA PROPRIA NO 2600.
           IF ACAO-EFETIVA-W = "T" OR "C"
              MOVE ACAO-EFETIVA-W TO ACAO-RGC910
           END-IF.
           EVALUATE TRUE
               WHEN ACAO-PROTESTO-RGC910
                   PERFORM 2500-ENVIA-PROTESTO
                   PERFORM 2600-GRAVA-TAREFA-COD501
               WHEN ACAO-NEGATIVACAO-RGC910
                   PERFORM 2800-INDICA-NEGATIVACAO
                   PERFORM 2600-GRAVA-TAREFA-COD501
               WHEN OTHER
                   PERFORM 2600-GRAVA-TAREFA-COD501
           END-EVALUATE.
           MOVE DEGRAU-DIAS-W   TO REG-REL9139(31: 3).
           MOVE DEGRAU-ACAO-W   TO REG-REL9139(35: 1).
           MOVE DEGRAU-DESCR-W  TO REG-REL9139(37: 30).
           IF ACAO-EFETIVA-W NOT = SPACES
              MOVE "->"           TO REG-REL9139(68: 2)
              MOVE ACAO-EFETIVA-W TO REG-REL9139(71: 1)
           END-IF.
           WRITE REG-REL9139.

       2500-ENVIA-PROTESTO SECTION.
           MOVE SPACES               TO ANOTACAO-CO501.
           MOVE MARCA-REGUA-W        TO ANOTACAO-CO501(1: 23).
           EVALUATE TRUE
               WHEN ACAO-EFETIVA-EMAIL
                   MOVE "ENVIAR E-MAIL DE COBRANCA: "
                        TO ANOTACAO-CO501(25: 27)
                   MOVE EMAIL-RET-PRF(1: 29) TO ANOTACAO-CO501(52: 29)
                   MOVE 04          TO TIPO-CONTATO-CO501
                   MOVE DATA-DIA-I  TO DATA-RETORNO-CO501
               WHEN ACAO-TELEFONE-RGC910
                   MOVE "LIGAR P/ O CLIENTE - TITULO VENCIDO"
                        TO ANOTACAO-CO501(25: 35)
                        TO ANOTACAO-CO501(25: 34)
                   MOVE 03          TO TIPO-CONTATO-CO501
                   MOVE DATA-DIA-I  TO DATA-RETORNO-CO501
               WHEN ACAO-NEGATIVACAO-RGC910
                   MOVE "EMITIR CARTA DE AVISO DE NEGATIVACAO (CRP9128)"
                        TO ANOTACAO-CO501(25: 46)
                   MOVE 03          TO TIPO-CONTATO-CO501
                   MOVE DATA-DIA-I  TO DATA-RETORNO-CO501
               WHEN OTHER
                   MOVE "TITULO ENVIADO A PROTESTO PELA REGUA"
                        TO ANOTACAO-CO501(25: 36)
             END-WRITE
           END-PERFORM.

       2800-INDICA-NEGATIVACAO SECTION.
      *    O TITULO ENTRA NO CONTROLE NEG910 AGUARDANDO A CARTA DE
      *    AVISO; UM TITULO JA INDICADO NAO E INDICADO DE NOVO.
           MOVE COD-COMPL-CR20 TO COD-COMPL-NEG910.
           READ NEG910 INVALID KEY
                INITIALIZE REG-NEG910
                MOVE COD-COMPL-CR20       TO COD-COMPL-NEG910
                MOVE CLIENTE-CR20         TO CLIENTE-NEG910
                MOVE NR-CONTRATO-TITULO-W TO NR-CONTRATO-NEG910
                MOVE NR-DOCTO-CR20        TO NR-DOCTO-NEG910
                MOVE DATA-VENCTO-CR20     TO DATA-VENCTO-NEG910
                MOVE VALOR-TOT-CR20       TO VALOR-NEG910
                MOVE "P"                  TO SITUACAO-NEG910
                MOVE DATA-DIA-I           TO DATA-INDICACAO-NEG910
                WRITE REG-NEG910 INVALID KEY
                   CONTINUE
                END-WRITE
                MOVE SPACES TO ANOTACAO-TRAB-W
                STRING "NEGATIVACAO- TITULO INDICADO P/ O BIRO DE "
                       "CREDITO PELA REGUA D+" DEGRAU-DIAS-W
                       DELIMITED BY SIZE INTO ANOTACAO-TRAB-W
                PERFORM 2700-GRAVA-ANOTACAO
              NOT INVALID KEY
                CONTINUE
           END-READ.

       3000-FINALIZA SECTION.
           CLOSE CRD020 CRD200 CRD201 RGC910 PRT910 NEG910 COD501
                 ACB910 PMP910 REL9139 REL9139E.
           IF EXTRATO-ABERTO
              CLOSE ABT910
           END-IF.
           MOVE "F" TO FUNCAO-PRF.
           CALL "CRP9185" USING PARAMETROS-PREFERENCIA.
           CANCEL "CRP9185".
           DISPLAY "CRP9139 - TITULOS EM ABERTO....: " QTDE-LIDOS-W.
           DISPLAY "CRP9139 - BAIXADOS APOS EXTRATO: "
                   QTDE-BAIXADOS-DEPOIS-W.
           DISPLAY "CRP9139 - DEGRAUS DISPARADOS...: "
                   QTDE-DISPARADOS-W.
           DISPLAY "CRP9139 - JA DISPARADOS ANTES..: "
                   QTDE-JA-FEITOS-W.
           DISPLAY "CRP9139 - COM AGENCIA EXTERNA..: "
                   QTDE-COM-AGENCIA-W.
           DISPLAY "CRP9139 - COM PROMESSA PENDENTE: "
                   QTDE-COM-PROMESSA-W.
           DISPLAY "CRP9139 - AGRAVADOS P/ QUEBRA..: "
                   QTDE-COM-QUEBRA-W.
           DISPLAY "CRP9139 - DESVIADOS P/ PREFER..: "
                   QTDE-DESVIADOS-W.
           DISPLAY "CRP9139 - SEM CANAL (REL9139E).: "
                   QTDE-SEM-CANAL-W.

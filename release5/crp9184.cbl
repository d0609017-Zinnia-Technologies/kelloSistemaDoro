       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9184.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ARQUIVO MORTO DOS TITULOS LIQUIDADOS - MOVE DO CRD020 P/ O
      *HISTORICO HCR020 OS TITULOS EM STATUS TERMINAL (COPY CRPTERM)
      *DE CONTRATOS ENCERRADOS OU CANCELADOS NO CTR910 ANTES DA DATA
      *DE CORTE, LEVANDO JUNTO AS ANOTACOES (CRD200/CRD201 -> HCR200/
      *HCR201) E OS NOSSOS-NUMEROS (HRM910 -> HHR910) DE CADA UM. O
      *REGISTRO VIVO SO E APAGADO DEPOIS QUE O HISTORICO FOI GRAVADO;
      *CADA REGISTRO DO HISTORICO LEVA A DATA DO ARQUIVAMENTO E A
      *DATA DE CORTE DA RODADA. CONTRATO SEM CADASTRO NO CTR910 OU
      *AINDA ATIVO NAO TEM NADA ARQUIVADO. NO REL9184 SAEM A
      *QUANTIDADE E O VALOR MOVIDOS DE CADA ARQUIVO. OS TITULOS
      *ARQUIVADOS CONTINUAM VISIVEIS NA CONSULTA CRP9111T E NO EXTRATO
      *CRP9138 QUANDO O USUARIO PEDE O HISTORICO.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-8 = DATA DE CORTE AAAAMMDD
      *(DATA DE ENCERRAMENTO DO CONTRATO NO CTR910); POS 9 = "C"
      *CONFERENCIA - NAO MOVE NADA, SO CONTA O QUE SERIA MOVIDO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX912.
           COPY CRPX942.
           COPY CRPX945.
           COPY CRPX946.
           COPY CRPX947.
           COPY CRPX948.
           SELECT REL9184 ASSIGN TO REL9184-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9184.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW912.
       COPY CRPW942.
       COPY CRPW945.
       COPY CRPW946.
       COPY CRPW947.
       COPY CRPW948.
       FD  REL9184
           LABEL RECORD IS OMITTED.
       01  REG-REL9184               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  REL9184-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-HRM910               PIC X(30)  VALUE SPACES.
       01  PATH-CTR910               PIC X(30)  VALUE SPACES.
       01  PATH-HCR020               PIC X(30)  VALUE SPACES.
       01  PATH-HCR200               PIC X(30)  VALUE SPACES.
       01  PATH-HCR201               PIC X(30)  VALUE SPACES.
       01  PATH-HHR910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CRD200                 PIC XX     VALUE SPACES.
       01  ST-CRD201                 PIC XX     VALUE SPACES.
       01  ST-HRM910                 PIC XX     VALUE SPACES.
       01  ST-CTR910                 PIC XX     VALUE SPACES.
       01  ST-HCR020                 PIC XX     VALUE SPACES.
       01  ST-HCR200                 PIC XX     VALUE SPACES.
       01  ST-HCR201                 PIC XX     VALUE SPACES.
       01  ST-HHR910                 PIC XX     VALUE SPACES.
       01  ST-REL9184                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  CONFERENCIA-SW            PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "S".
       01  HISTORICO-OK-SW           PIC X      VALUE "N".
           88  HISTORICO-OK                VALUE "S".
       01  ARQUIVOS-ABERTOS-SW       PIC X      VALUE "N".
           88  ARQUIVOS-ABERTOS            VALUE "S".
      *    SEM CRD200/CRD201/HRM910 NA EMPRESA NAO HA DEPENDENTE A
      *    MOVER - O TITULO VAI SOZINHO.
       01  TEM-CRD200-SW             PIC X      VALUE "N".
           88  TEM-CRD200                  VALUE "S".
       01  TEM-CRD201-SW             PIC X      VALUE "N".
           88  TEM-CRD201                  VALUE "S".
       01  TEM-HRM910-SW             PIC X      VALUE "N".
           88  TEM-HRM910                  VALUE "S".
      *    CONTRATO DO ULTIMO TITULO LIDO - O CRD020 TEM VARIOS
      *    TITULOS POR CONTRATO, O CTR910 SO E RELIDO NA TROCA.
       01  CONTRATO-LIDO-W           PIC 9(04)  VALUE ZEROS.
       01  CONTRATO-FECHADO-SW       PIC X      VALUE "N".
           88  CONTRATO-FECHADO            VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-CORTE-W              PIC 9(08)  VALUE ZEROS.
       01  COD-COMPL-ATUAL-W         PIC 9(09)  VALUE ZEROS.
       01  SEQ-ANOTACAO-ATUAL-W      PIC 9(05)  VALUE ZEROS.
      *    TOTAIS POR ARQUIVO P/ O REL9184.
       01  QTDE-LIDOS-CR20-W         PIC 9(08)  VALUE ZEROS.
       01  QTDE-ABERTOS-W            PIC 9(08)  VALUE ZEROS.
       01  QTDE-CONTRATO-VIVO-W      PIC 9(08)  VALUE ZEROS.
       01  QTDE-CR20-W               PIC 9(08)  VALUE ZEROS.
       01  QTDE-CR200-W              PIC 9(08)  VALUE ZEROS.
       01  QTDE-CR201-W              PIC 9(08)  VALUE ZEROS.
       01  QTDE-HRM910-W             PIC 9(08)  VALUE ZEROS.
       01  QTDE-ERROS-W              PIC 9(06)  VALUE ZEROS.
       01  VALOR-TOT-ARQ-W           PIC 9(13)V99 VALUE ZEROS.
       01  VALOR-PAGO-ARQ-W          PIC 9(13)V99 VALUE ZEROS.
       01  QTDE-EDIT-W               PIC ZZ.ZZZ.ZZ9.
       01  VALOR-EDIT-W              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

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
           IF DATA-CORTE-W NOT = ZEROS AND ST-CRD020 = "00"
              AND ST-CTR910 = "00"
              PERFORM 2000-LE-TITULO UNTIL FIM-CRD020
           END-IF.
           PERFORM 4000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "HCR020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR020.
           MOVE "HCR200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR200.
           MOVE "HCR201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR201.
           MOVE "HHR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HHR910.
           MOVE "REL9184" TO REL9184-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 8) NUMERIC
              MOVE OPCAO-PARAM-W(1: 8) TO DATA-CORTE-W
           END-IF.
           IF OPCAO-PARAM-W(9: 1) = "C"
              MOVE "S" TO CONFERENCIA-SW
           END-IF.
           OPEN OUTPUT REL9184.
           IF DATA-CORTE-W = ZEROS
              DISPLAY "CRP9184 - DATA DE CORTE NAO INFORMADA"
              GO 1000-INICIALIZA-FIM.
      *    A DATA DE CORTE NAO PODE SER FUTURA: CONTRATO ENCERRADO
      *    HOJE AINDA TEM BAIXA/ESTORNO EM ANDAMENTO.
           IF DATA-CORTE-W > DATA-DIA-I
              DISPLAY "CRP9184 - DATA DE CORTE POSTERIOR A HOJE"
              MOVE ZEROS TO DATA-CORTE-W
              GO 1000-INICIALIZA-FIM.

           OPEN INPUT CTR910.
           IF ST-CTR910 <> "00"
              DISPLAY "CRP9184 - CADASTRO DE CONTRATOS (CTR910) "
                      "INEXISTENTE - NADA A ARQUIVAR"
              GO 1000-INICIALIZA-FIM.
           IF MODO-CONFERENCIA
              OPEN INPUT CRD020 CRD200 CRD201 HRM910
           ELSE
              OPEN I-O CRD020 CRD200 CRD201 HRM910
              OPEN I-O HCR020
              IF ST-HCR020 = "35"
                 CLOSE HCR020      OPEN OUTPUT HCR020
                 CLOSE HCR020      OPEN I-O HCR020
              END-IF
              OPEN I-O HCR200
              IF ST-HCR200 = "35"
                 CLOSE HCR200      OPEN OUTPUT HCR200
                 CLOSE HCR200      OPEN I-O HCR200
              END-IF
              OPEN I-O HCR201
              IF ST-HCR201 = "35"
                 CLOSE HCR201      OPEN OUTPUT HCR201
                 CLOSE HCR201      OPEN I-O HCR201
              END-IF
              OPEN I-O HHR910
              IF ST-HHR910 = "35"
                 CLOSE HHR910      OPEN OUTPUT HHR910
                 CLOSE HHR910      OPEN I-O HHR910
              END-IF
           END-IF.
           MOVE "S" TO ARQUIVOS-ABERTOS-SW.
           IF ST-CRD200 = "00"
              MOVE "S" TO TEM-CRD200-SW
           END-IF.
           IF ST-CRD201 = "00"
              MOVE "S" TO TEM-CRD201-SW
           END-IF.
           IF ST-HRM910 = "00"
              MOVE "S" TO TEM-HRM910-SW
           END-IF.
           IF ST-CRD020 <> "00"
              DISPLAY "CRP9184 - ERRO ABERTURA CRD020: " ST-CRD020
              GO 1000-INICIALIZA-FIM.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-LE-TITULO SECTION.
           READ CRD020 NEXT RECORD AT END
                MOVE "S" TO FIM-CRD020-SW
                GO 2000-LE-TITULO-FIM
           END-READ.
           ADD 1 TO QTDE-LIDOS-CR20-W.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF NOT STATUS-TERMINAL-CR20
              ADD 1 TO QTDE-ABERTOS-W
              GO 2000-LE-TITULO-FIM.
           PERFORM 2100-VERIFICA-CONTRATO.
           IF NOT CONTRATO-FECHADO
              ADD 1 TO QTDE-CONTRATO-VIVO-W
              GO 2000-LE-TITULO-FIM.
           PERFORM 2200-ARQUIVA-TITULO.
       2000-LE-TITULO-FIM.
           EXIT.

       2100-VERIFICA-CONTRATO SECTION.
           IF NR-CONTRATO-CR20 = CONTRATO-LIDO-W
              GO 2100-VERIFICA-CONTRATO-FIM.
           MOVE NR-CONTRATO-CR20 TO CONTRATO-LIDO-W.
           MOVE "N" TO CONTRATO-FECHADO-SW.
           MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                GO 2100-VERIFICA-CONTRATO-FIM
           END-READ.
           IF (CONTRATO-ENCERRADO-CTR910 OR CONTRATO-CANCELADO-CTR910)
              AND DATA-SITUACAO-CTR910 NOT = ZEROS
              AND DATA-SITUACAO-CTR910 < DATA-CORTE-W
              MOVE "S" TO CONTRATO-FECHADO-SW
           END-IF.
       2100-VERIFICA-CONTRATO-FIM.
           EXIT.

       2200-ARQUIVA-TITULO SECTION.
      *    O TITULO VAI P/ O HISTORICO ANTES DOS DEPENDENTES: SE A
      *    GRAVACAO FALHAR NADA SAI DA BASE VIVA. REGISTRO JA NO
      *    HISTORICO (RODADA ANTERIOR INTERROMPIDA ANTES DE APAGAR O
      *    VIVO) E REGRAVADO COM A IMAGEM ATUAL.
           MOVE COD-COMPL-CR20 TO COD-COMPL-ATUAL-W.
           IF NOT MODO-CONFERENCIA
              MOVE SPACES             TO REG-HCR020
              MOVE COD-COMPL-CR20     TO COD-COMPL-HCR020
              MOVE CLIENTE-CR20       TO CLIENTE-HCR020
              MOVE NR-CONTRATO-CR20   TO NR-CONTRATO-HCR020
              MOVE DATA-DIA-I         TO DATA-ARQUIVO-HCR020
              MOVE DATA-CORTE-W       TO DATA-CORTE-HCR020
              MOVE USUARIO-W          TO USUARIO-ARQUIVO-HCR020
              MOVE REG-CRD020         TO IMAGEM-CR20-HCR020
              MOVE "S" TO HISTORICO-OK-SW
              WRITE REG-HCR020 INVALID KEY
                    REWRITE REG-HCR020 INVALID KEY
                            MOVE "N" TO HISTORICO-OK-SW
                    END-REWRITE
              END-WRITE
              IF NOT HISTORICO-OK
                 ADD 1 TO QTDE-ERROS-W
                 DISPLAY "CRP9184 - ERRO GRAVACAO HCR020: "
                         COD-COMPL-CR20 " " ST-HCR020
                 GO 2200-ARQUIVA-TITULO-FIM
              END-IF
           END-IF.
           PERFORM 2300-ARQUIVA-ANOTACOES.
           PERFORM 2500-ARQUIVA-NOSSO-NUMEROS.
           ADD 1 TO QTDE-CR20-W.
           ADD VALOR-TOT-CR20  TO VALOR-TOT-ARQ-W.
           ADD VALOR-PAGO-CR20 TO VALOR-PAGO-ARQ-W.
           IF NOT MODO-CONFERENCIA
              DELETE CRD020 RECORD INVALID KEY
                     ADD 1 TO QTDE-ERROS-W
              END-DELETE
           END-IF.
       2200-ARQUIVA-TITULO-FIM.
           EXIT.

       2300-ARQUIVA-ANOTACOES SECTION.
           IF NOT TEM-CRD200
              GO 2300-ARQUIVA-ANOTACOES-FIM.
           MOVE COD-COMPL-ATUAL-W TO COD-COMPL-CR200.
           MOVE ZEROS             TO SEQ-CR200.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
              READ CRD200 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD200
              NOT AT END
                IF COD-COMPL-CR200 <> COD-COMPL-ATUAL-W
                   MOVE "10" TO ST-CRD200
                ELSE
                   PERFORM 2310-MOVE-ANOTACAO
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD200.
       2300-ARQUIVA-ANOTACOES-FIM.
           EXIT.

       2310-MOVE-ANOTACAO SECTION.
           MOVE SEQ-CR200 TO SEQ-ANOTACAO-ATUAL-W.
           IF NOT MODO-CONFERENCIA
              MOVE SPACES           TO REG-HCR200
              MOVE COD-COMPL-CR200  TO COD-COMPL-HCR200
              MOVE SEQ-CR200        TO SEQ-HCR200
              MOVE DATA-DIA-I       TO DATA-ARQUIVO-HCR200
              MOVE REG-CRD200       TO IMAGEM-CR200-HCR200
              MOVE "S" TO HISTORICO-OK-SW
              WRITE REG-HCR200 INVALID KEY
                    REWRITE REG-HCR200 INVALID KEY
                            MOVE "N" TO HISTORICO-OK-SW
                    END-REWRITE
              END-WRITE
              IF NOT HISTORICO-OK
                 ADD 1 TO QTDE-ERROS-W
                 GO 2310-MOVE-ANOTACAO-FIM
              END-IF
           END-IF.
           PERFORM 2400-ARQUIVA-TEXTO-ANOTACAO.
           ADD 1 TO QTDE-CR200-W.
           IF NOT MODO-CONFERENCIA
              DELETE CRD200 RECORD INVALID KEY
                     ADD 1 TO QTDE-ERROS-W
              END-DELETE
           END-IF.
       2310-MOVE-ANOTACAO-FIM.
           EXIT.

       2400-ARQUIVA-TEXTO-ANOTACAO SECTION.
           IF NOT TEM-CRD201
              GO 2400-ARQUIVA-TEXTO-ANOTACAO-FIM.
           MOVE COD-COMPL-ATUAL-W    TO COD-COMPL-CR201.
           MOVE SEQ-ANOTACAO-ATUAL-W TO SEQ-CR201.
           MOVE ZEROS                TO SUBSEQ-CR201.
           START CRD201 KEY IS NOT < CHAVE-CR201 INVALID KEY
                 MOVE "10" TO ST-CRD201.
           PERFORM UNTIL ST-CRD201 = "10"
              READ CRD201 NEXT RECORD AT END
                   MOVE "10" TO ST-CRD201
              NOT AT END
                IF COD-COMPL-CR201 <> COD-COMPL-ATUAL-W OR
                   SEQ-CR201 <> SEQ-ANOTACAO-ATUAL-W
                   MOVE "10" TO ST-CRD201
                ELSE
                   PERFORM 2410-MOVE-TEXTO
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CRD201.
       2400-ARQUIVA-TEXTO-ANOTACAO-FIM.
           EXIT.

       2410-MOVE-TEXTO SECTION.
           IF NOT MODO-CONFERENCIA
              MOVE SPACES           TO REG-HCR201
              MOVE COD-COMPL-CR201  TO COD-COMPL-HCR201
              MOVE SEQ-CR201        TO SEQ-HCR201
              MOVE SUBSEQ-CR201     TO SUBSEQ-HCR201
              MOVE DATA-DIA-I       TO DATA-ARQUIVO-HCR201
              MOVE REG-CRD201       TO IMAGEM-CR201-HCR201
              MOVE "S" TO HISTORICO-OK-SW
              WRITE REG-HCR201 INVALID KEY
                    REWRITE REG-HCR201 INVALID KEY
                            MOVE "N" TO HISTORICO-OK-SW
                    END-REWRITE
              END-WRITE
              IF NOT HISTORICO-OK
                 ADD 1 TO QTDE-ERROS-W
                 GO 2410-MOVE-TEXTO-FIM
              END-IF
              DELETE CRD201 RECORD INVALID KEY
                     ADD 1 TO QTDE-ERROS-W
              END-DELETE
           END-IF.
           ADD 1 TO QTDE-CR201-W.
       2410-MOVE-TEXTO-FIM.
           EXIT.

       2500-ARQUIVA-NOSSO-NUMEROS SECTION.
           IF NOT TEM-HRM910
              GO 2500-ARQUIVA-NOSSO-NUMEROS-FIM.
           MOVE COD-COMPL-ATUAL-W TO COD-COMPL-HRM910.
           START HRM910 KEY IS NOT < COD-COMPL-HRM910 INVALID KEY
                 MOVE "10" TO ST-HRM910.
           PERFORM UNTIL ST-HRM910 = "10"
              READ HRM910 NEXT RECORD AT END
                   MOVE "10" TO ST-HRM910
              NOT AT END
                IF COD-COMPL-HRM910 <> COD-COMPL-ATUAL-W
                   MOVE "10" TO ST-HRM910
                ELSE
                   PERFORM 2510-MOVE-NOSSO-NUMERO
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-HRM910.
       2500-ARQUIVA-NOSSO-NUMEROS-FIM.
           EXIT.

       2510-MOVE-NOSSO-NUMERO SECTION.
           IF NOT MODO-CONFERENCIA
              MOVE SPACES              TO REG-HHR910
              MOVE NOSSO-NUMERO-HRM910 TO NOSSO-NUMERO-HHR910
              MOVE COD-COMPL-HRM910    TO COD-COMPL-HHR910
              MOVE DATA-DIA-I          TO DATA-ARQUIVO-HHR910
              MOVE REG-HRM910          TO IMAGEM-HRM-HHR910
              MOVE "S" TO HISTORICO-OK-SW
              WRITE REG-HHR910 INVALID KEY
                    REWRITE REG-HHR910 INVALID KEY
                            MOVE "N" TO HISTORICO-OK-SW
                    END-REWRITE
              END-WRITE
              IF NOT HISTORICO-OK
                 ADD 1 TO QTDE-ERROS-W
                 GO 2510-MOVE-NOSSO-NUMERO-FIM
              END-IF
              DELETE HRM910 RECORD INVALID KEY
                     ADD 1 TO QTDE-ERROS-W
              END-DELETE
           END-IF.
           ADD 1 TO QTDE-HRM910-W.
       2510-MOVE-NOSSO-NUMERO-FIM.
           EXIT.

       4000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9184.
           IF MODO-CONFERENCIA
              MOVE "ARQUIVO MORTO DE TITULOS - CONFERENCIA (NADA "
                                        TO REG-REL9184(1: 46)
              MOVE "MOVIDO)"            TO REG-REL9184(47: 7)
           ELSE
              MOVE "ARQUIVO MORTO DE TITULOS LIQUIDADOS"
                                        TO REG-REL9184(1: 35)
           END-IF.
           MOVE "CORTE"      TO REG-REL9184(56: 5).
           MOVE DATA-CORTE-W TO REG-REL9184(62: 8).
           MOVE "EM"         TO REG-REL9184(71: 2).
           MOVE DATA-DIA-I   TO REG-REL9184(74: 8).
           WRITE REG-REL9184.
           MOVE SPACES TO REG-REL9184.
           WRITE REG-REL9184.
           MOVE "ARQUIVO  DESTINO       QUANTIDADE"
                                        TO REG-REL9184(1: 33).
           MOVE "VALOR TITULOS"         TO REG-REL9184(43: 13).
           MOVE "VALOR PAGO"            TO REG-REL9184(66: 10).
           WRITE REG-REL9184.
           MOVE SPACES TO REG-REL9184.
           MOVE "CRD020   HCR020"       TO REG-REL9184(1: 15).
           MOVE QTDE-CR20-W             TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W             TO REG-REL9184(24: 10).
           MOVE VALOR-TOT-ARQ-W         TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W            TO REG-REL9184(36: 20).
           MOVE VALOR-PAGO-ARQ-W        TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W            TO REG-REL9184(57: 20).
           WRITE REG-REL9184.
           MOVE SPACES TO REG-REL9184.
           MOVE "CRD200   HCR200"       TO REG-REL9184(1: 15).
           MOVE QTDE-CR200-W            TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W             TO REG-REL9184(24: 10).
           WRITE REG-REL9184.
           MOVE SPACES TO REG-REL9184.
           MOVE "CRD201   HCR201"       TO REG-REL9184(1: 15).
           MOVE QTDE-CR201-W            TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W             TO REG-REL9184(24: 10).
           WRITE REG-REL9184.
           MOVE SPACES TO REG-REL9184.
           MOVE "HRM910   HHR910"       TO REG-REL9184(1: 15).
           MOVE QTDE-HRM910-W           TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W             TO REG-REL9184(24: 10).
           WRITE REG-REL9184.
           MOVE SPACES TO REG-REL9184.
           WRITE REG-REL9184.
           MOVE "TITULOS LIDOS NO CRD020............:"
                                        TO REG-REL9184(1: 37).
           MOVE QTDE-LIDOS-CR20-W       TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W             TO REG-REL9184(39: 10).
           WRITE REG-REL9184.
           MOVE SPACES TO REG-REL9184.
           MOVE "MANTIDOS - TITULO EM ABERTO........:"
                                        TO REG-REL9184(1: 37).
           MOVE QTDE-ABERTOS-W          TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W             TO REG-REL9184(39: 10).
           WRITE REG-REL9184.
           MOVE SPACES TO REG-REL9184.
           MOVE "MANTIDOS - CONTRATO ATIVO/RECENTE..:"
                                        TO REG-REL9184(1: 37).
           MOVE QTDE-CONTRATO-VIVO-W    TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W             TO REG-REL9184(39: 10).
           WRITE REG-REL9184.
           IF QTDE-ERROS-W NOT = ZEROS
              MOVE SPACES TO REG-REL9184
              MOVE "ERROS DE GRAVACAO/EXCLUSAO.........:"
                                        TO REG-REL9184(1: 37)
              MOVE QTDE-ERROS-W         TO QTDE-EDIT-W
              MOVE QTDE-EDIT-W          TO REG-REL9184(39: 10)
              WRITE REG-REL9184
           END-IF.
           CLOSE REL9184.
           IF ARQUIVOS-ABERTOS
              CLOSE CTR910 CRD020 CRD200 CRD201 HRM910
              IF NOT MODO-CONFERENCIA
                 CLOSE HCR020 HCR200 HCR201 HHR910
              END-IF
           END-IF.
           DISPLAY "CRP9184 - TITULOS ARQUIVADOS....: " QTDE-CR20-W.
           DISPLAY "CRP9184 - ANOTACOES ARQUIVADAS..: " QTDE-CR200-W.
           DISPLAY "CRP9184 - NOSSOS-NUMEROS ARQUIV.: " QTDE-HRM910-W.
           IF QTDE-ERROS-W NOT = ZEROS
              DISPLAY "CRP9184 - ERROS.................: "
                      QTDE-ERROS-W
           END-IF.

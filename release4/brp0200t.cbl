      *FORMATURA, COM A LISTA DOS MOVIMENTOS E O SALDO DO BRINDE NA
      *TELA. AS ENTRADAS DO RECEBIMENTO DE PEDIDO SAO GRAVADAS
      *AUTOMATICAMENTE PELO COD9047T.
      *TODO MOVIMENTO TEM O LOCAL DE ESTOQUE (LOC910, 00 = DEPOSITO
      *PRINCIPAL). O TIPO "T" TRANSFERE DO LOCAL INFORMADO P/ O LOCAL
      *DE DESTINO (SAIDA + ENTRADA COM ORIGEM "TRANSF", LIMITADA AO
      *SALDO DO LOCAL DE ORIGEM) SEM MUDAR O SALDO TOTAL. A TELA
      *MOSTRA O SALDO TOTAL, O DO LOCAL INFORMADO E, NA LISTA, O
      *SALDO DE CADA LOCAL.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       FILE-CONTROL.
           COPY BRDX020.
           COPY BRDX010.
           COPY LOCX910.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY BRDW020.
       COPY BRDW010.
       COPY LOCW910.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "BRP0200T.CPB".
           05  PATH-BRD020           PIC X(30)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  SALDO-W               PIC S9(07)   VALUE ZEROS.
           05  ST-LOC910             PIC XX       VALUE SPACES.
           05  PATH-LOC910           PIC X(30)    VALUE SPACES.
           05  SALDO-LOCAL-W         PIC S9(07)   VALUE ZEROS.
           05  SALDO-ABS-W           PIC 9(07)    VALUE ZEROS.
           05  LOCAL-VALIDA-W        PIC 9(02)    VALUE ZEROS.
           05  LOCAL-OK-SW           PIC X        VALUE "N".
               88  LOCAL-OK                      VALUE "S".
           05  IX-LOC-W              PIC 9(03) COMP VALUE ZEROS.
      *    SALDO DO BRINDE POR LOCAL (OCORRENCIA = LOCAL + 1).
           05  TABELA-LOCAIS-W.
               10  SALDO-LOC-TAB-W   PIC S9(07) OCCURS 100 TIMES.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
           MOVE EMPRESA-W          TO EMP-REC
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "LOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

              CLOSE BRD020      OPEN OUTPUT BRD020
              CLOSE BRD020      OPEN I-O BRD020
           END-IF.
           OPEN INPUT BRD010 LOC910.
           IF ST-BRD020 <> "00"
              MOVE "ERRO ABERTURA BRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-BRD020 TO GS-MENSAGEM-ERRO(23: 02)
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-MOVIMENTO
                    PERFORM CARREGA-MOVIMENTOS
               WHEN GS-SALDOS-LOCAIS-TRUE
                    PERFORM CARREGA-SALDOS-LOCAIS
           END-EVALUATE.
           PERFORM CLEAR-FLAGS.
           PERFORM CALL-DIALOG-SYSTEM.
       CARREGA-MOVIMENTOS SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT SALDO-W SALDO-LOCAL-W.
           MOVE GS-BRINDE TO CODIGO-BRD010.
           READ BRD010 INVALID KEY
                MOVE "*** BRINDE NAO CADASTRADO ***" TO NOME-BRD010
                   ELSE
                      SUBTRACT QTDE-BRD020 FROM SALDO-W
                   END-IF
                   IF LOCAL-BRD020 = GS-LOCAL
                      IF ENTRADA-ESTOQUE-BRD020
                         ADD QTDE-BRD020 TO SALDO-LOCAL-W
                      ELSE
                         SUBTRACT QTDE-BRD020 FROM SALDO-LOCAL-W
                      END-IF
                   END-IF
                   MOVE SPACES TO GS-LINDET
                   MOVE TIPO-MOVTO-BRD020 TO GS-LINDET(1: 1)
                   MOVE DATA-BRD020       TO GS-LINDET(3: 8)
                   MOVE CONTRATO-BRD020   TO GS-LINDET(18: 4)
                   MOVE USUARIO-BRD020    TO GS-LINDET(23: 8)
                   MOVE ORIGEM-BRD020     TO GS-LINDET(32: 8)
                   MOVE LOCAL-BRD020      TO GS-LINDET(41: 2)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE SALDO-W TO GS-SALDO.
           MOVE SALDO-LOCAL-W TO GS-SALDO-LOCAL.
           MOVE SPACES TO ST-BRD020.

       GRAVA-MOVIMENTO SECTION.
           IF GS-TIPO-MOVTO NOT = "E" AND GS-TIPO-MOVTO NOT = "S"
              AND GS-TIPO-MOVTO NOT = "T"
              MOVE "TIPO DE MOVIMENTO DEVE SER E, S OU T"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-MOVIMENTO-FIM.
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-MOVIMENTO-FIM.
           MOVE GS-LOCAL TO LOCAL-VALIDA-W.
           PERFORM VALIDA-LOCAL.
           IF NOT LOCAL-OK
              MOVE "LOCAL DE ESTOQUE INEXISTENTE OU INATIVO"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-MOVIMENTO-FIM.
           IF GS-TIPO-MOVTO = "T"
              PERFORM GRAVA-TRANSFERENCIA
              GO GRAVA-MOVIMENTO-FIM.
           MOVE GS-BRINDE      TO CODIGO-BRINDE-BRD020.
           MOVE GS-TIPO-MOVTO  TO TIPO-MOVTO-BRD020.
           MOVE GS-QTDE        TO QTDE-BRD020.
           MOVE GS-CONTRATO    TO CONTRATO-BRD020.
           MOVE "BRP0200T"     TO ORIGEM-BRD020.
           MOVE GS-LOCAL       TO LOCAL-BRD020.
           PERFORM GRAVA-REGISTRO-BRD020.
       GRAVA-MOVIMENTO-FIM.
           EXIT.

       GRAVA-TRANSFERENCIA SECTION.
      *    SAIDA NO LOCAL DE ORIGEM (GS-LOCAL) E ENTRADA NO DE DESTINO;
      *    NAO TRANSFERE MAIS DO QUE O SALDO DO LOCAL DE ORIGEM.
           MOVE GS-LOCAL-DESTINO TO LOCAL-VALIDA-W.
           PERFORM VALIDA-LOCAL.
           IF NOT LOCAL-OK OR GS-LOCAL-DESTINO = GS-LOCAL
              MOVE "LOCAL DE DESTINO INVALIDO OU IGUAL AO DE ORIGEM"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-TRANSFERENCIA-FIM.
           PERFORM TOTALIZA-LOCAIS.
           COMPUTE IX-LOC-W = GS-LOCAL + 1.
           IF GS-QTDE = ZEROS OR GS-QTDE > SALDO-LOC-TAB-W(IX-LOC-W)
              MOVE "QTDE MAIOR QUE O SALDO DO LOCAL DE ORIGEM"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-TRANSFERENCIA-FIM.
           MOVE GS-BRINDE        TO CODIGO-BRINDE-BRD020.
           MOVE "S"              TO TIPO-MOVTO-BRD020.
           MOVE GS-QTDE          TO QTDE-BRD020.
           MOVE ZEROS            TO CONTRATO-BRD020.
           MOVE "TRANSF"         TO ORIGEM-BRD020.
           MOVE GS-LOCAL         TO LOCAL-BRD020.
           PERFORM GRAVA-REGISTRO-BRD020.
           MOVE GS-BRINDE        TO CODIGO-BRINDE-BRD020.
           MOVE "E"              TO TIPO-MOVTO-BRD020.
           MOVE GS-QTDE          TO QTDE-BRD020.
           MOVE ZEROS            TO CONTRATO-BRD020.
           MOVE "TRANSF"         TO ORIGEM-BRD020.
           MOVE GS-LOCAL-DESTINO TO LOCAL-BRD020.
           PERFORM GRAVA-REGISTRO-BRD020.
       GRAVA-TRANSFERENCIA-FIM.
           EXIT.

       VALIDA-LOCAL SECTION.
      *    00 E SEMPRE O DEPOSITO PRINCIPAL; OS DEMAIS TEM DE ESTAR
      *    ATIVOS NO LOC910.
           MOVE "S" TO LOCAL-OK-SW.
           IF LOCAL-VALIDA-W = ZEROS
              GO VALIDA-LOCAL-FIM.
           MOVE LOCAL-VALIDA-W TO CODIGO-LOC910.
           READ LOC910 INVALID KEY
                MOVE "N" TO LOCAL-OK-SW
                GO VALIDA-LOCAL-FIM
           END-READ.
           IF NOT LOCAL-ATIVO-LOC910
              MOVE "N" TO LOCAL-OK-SW
           END-IF.
       VALIDA-LOCAL-FIM.
           EXIT.

       TOTALIZA-LOCAIS SECTION.
           INITIALIZE TABELA-LOCAIS-W.
           MOVE GS-BRINDE TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS     TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "10" TO ST-BRD020.
           PERFORM UNTIL ST-BRD020 = "10"
              READ BRD020 NEXT RECORD AT END
                   MOVE "10" TO ST-BRD020
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> GS-BRINDE
                   MOVE "10" TO ST-BRD020
                ELSE
                   COMPUTE IX-LOC-W = LOCAL-BRD020 + 1
                   IF ENTRADA-ESTOQUE-BRD020
                      ADD QTDE-BRD020 TO SALDO-LOC-TAB-W(IX-LOC-W)
                   ELSE
                      SUBTRACT QTDE-BRD020 FROM
                               SALDO-LOC-TAB-W(IX-LOC-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-BRD020.

       CARREGA-SALDOS-LOCAIS SECTION.
      *    UMA LINHA POR LOCAL COM SALDO DO BRINDE.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           PERFORM TOTALIZA-LOCAIS.
           MOVE 1 TO IX-LOC-W.
           PERFORM UNTIL IX-LOC-W > 100
              IF SALDO-LOC-TAB-W(IX-LOC-W) NOT = ZEROS
                 COMPUTE CODIGO-LOC910 = IX-LOC-W - 1
                 READ LOC910 INVALID KEY
                      IF CODIGO-LOC910 = ZEROS
                         MOVE "DEPOSITO PRINCIPAL" TO NOME-LOC910
                      ELSE
                         MOVE "*** SEM CADASTRO ***" TO NOME-LOC910
                      END-IF
                 END-READ
                 ADD 1 TO GS-CONT
                 MOVE SPACES TO GS-LINDET
                 MOVE CODIGO-LOC910 TO GS-LINDET(1: 2)
                 MOVE NOME-LOC910   TO GS-LINDET(4: 30)
                 IF SALDO-LOC-TAB-W(IX-LOC-W) < 0
                    MOVE "-" TO GS-LINDET(35: 1)
                    COMPUTE SALDO-ABS-W = 0 - SALDO-LOC-TAB-W(IX-LOC-W)
                 ELSE
                    MOVE SALDO-LOC-TAB-W(IX-LOC-W) TO SALDO-ABS-W
                 END-IF
                 MOVE SALDO-ABS-W   TO GS-LINDET(36: 7)
                 MOVE "INSERE-LIST" TO DS-PROCEDURE
                 PERFORM CALL-DIALOG-SYSTEM
              END-IF
              ADD 1 TO IX-LOC-W
           END-PERFORM.

       GRAVA-REGISTRO-BRD020 SECTION.
      *    CODIGO, TIPO, QTDE, CONTRATO, ORIGEM E LOCAL JA PREENCHIDOS.
           MOVE 1              TO SEQ-BRD020.
           MOVE DATA-DIA-I     TO DATA-BRD020.
           MOVE USUARIO-W      TO USUARIO-BRD020.
           INITIALIZE CUSTO-MOVTO-BRD020.
           MOVE ZEROS TO ST-BRD020.
           PERFORM UNTIL ST-BRD020 = "10"
              WRITE REG-BRD020 INVALID KEY
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-BRD020.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

           close logacess

           CLOSE BRD020 BRD010 LOC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

      *ASSINATURA E, NA CONFIRMACAO, POSTA AS SAIDAS NO BRD020
      *CONTRA O CONTRATO DE UMA VEZ - SEM A DIGITACAO ITEM A ITEM DO
      *BRP0200T. ITEM SEM SALDO NAO E POSTADO E SAI APONTADO.
      *BRINDE KIT (COM COMPONENTES NO KIT910) SAI PRIMEIRO DO SALDO
      *DE KIT JA MONTADO E O RESTANTE BAIXA OS COMPONENTES (QTDE X
      *QTDE POR KIT) COM ORIGEM "KIT" + CODIGO DO KIT; A FALTA DO
      *KIT CONSIDERA OS KITS QUE AS PECAS SOLTAS AINDA MONTAM.
      *O ROMANEIO SAI DE UM LOCAL DE ESTOQUE (GS-LOCAL, LOC910, 00 =
      *DEPOSITO PRINCIPAL): SALDOS, FALTAS E SAIDAS SAO DAQUELE LOCAL
      *E O DOCUMENTO IMPRESSO TRAZ O LOCAL DE SAIDA.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY COD043X.
           COPY BRDX010.
           COPY BRDX020.
           COPY KITX910.
           COPY LOCX910.
           COPY LOGACESS.SEL.
           SELECT ROMANEIO ASSIGN TO ROMANEIO-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
       COPY COD043W.
       COPY BRDW010.
       COPY BRDW020.
       COPY KITW910.
       COPY LOCW910.
       COPY LOGACESS.FD.
       FD  ROMANEIO
           LABEL RECORD IS OMITTED.
           05  ST-BRD010             PIC XX       VALUE SPACES.
           05  ST-BRD020             PIC XX       VALUE SPACES.
           05  ST-ROMANEIO           PIC XX       VALUE SPACES.
           05  ST-KIT910             PIC XX       VALUE SPACES.
           05  KIT910-ABERTO-SW      PIC X        VALUE "N".
               88  KIT910-ABERTO                  VALUE "S".
           05  PATH-KIT910           PIC X(30)    VALUE SPACES.
           05  ST-LOC910             PIC XX       VALUE SPACES.
           05  PATH-LOC910           PIC X(30)    VALUE SPACES.
           05  LOCAL-OK-SW           PIC X        VALUE "S".
               88  LOCAL-OK                 VALUE "S".
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-BRD020           PIC X(30)    VALUE SPACES.
           05  ROMANEIO-NOME-W       PIC X(12)    VALUE SPACES.
           05  QTDE-FALTAS-W         PIC 9(04)    VALUE ZEROS.
           05  QTDE-JA-POSTADOS-W    PIC 9(04)    VALUE ZEROS.
           05  JA-ENTREGUE-SW        PIC X        VALUE "N".
           05  BRINDE-SALDO-W        PIC 9(03)    VALUE ZEROS.
           05  FIM-KIT910-SW         PIC X        VALUE "N".
           05  E-KIT-SW              PIC X        VALUE "N".
               88  BRINDE-E-KIT             VALUE "S".
           05  SALDO-KIT-W           PIC S9(07)   VALUE ZEROS.
           05  MONTAVEIS-W           PIC 9(07)    VALUE ZEROS.
           05  MONTAVEIS-COMP-W      PIC 9(07)    VALUE ZEROS.
           05  QTDE-COMPONENTES-W    PIC 9(03)    VALUE ZEROS.
           05  USO-KIT-W             PIC 9(05)    VALUE ZEROS.
           05  USO-COMPONENTES-W     PIC 9(05)    VALUE ZEROS.
           05  QTDE-SAIDA-W          PIC 9(09)    VALUE ZEROS.
           05  DISPONIVEL-W          PIC S9(07)   VALUE ZEROS.
           05  ORIGEM-KIT-W.
               10  FILLER            PIC X(03)    VALUE "KIT".
               10  KIT-ORIGEM-W      PIC 9(03)    VALUE ZEROS.
               10  FILLER            PIC X(02)    VALUE SPACES.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "KIT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-KIT910.
           MOVE "LOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN INPUT COD043 BRD010 LOC910.
      *    SEM O KIT910 NENHUM BRINDE E KIT (SO OS ITENS SIMPLES).
           OPEN INPUT KIT910.
           IF ST-KIT910 = "00"  MOVE "S" TO KIT910-ABERTO-SW.
           OPEN I-O BRD020.
           IF ST-BRD020 = "35"
              CLOSE BRD020      OPEN OUTPUT BRD020
           READ BRD010 INVALID KEY
                MOVE "*** SEM CADASTRO ***" TO NOME-BRD010
           END-READ.
           PERFORM CALCULA-DISPONIVEL.
           MOVE SPACES TO GS-LINDET.
           MOVE ITEM-CO43        TO GS-LINDET(1: 2).
           MOVE BRINDE-CO43      TO GS-LINDET(4: 3).
              MOVE SALDO-W TO SALDO-ABS-W
           END-IF.
           MOVE SALDO-ABS-W      TO GS-LINDET(46: 7).
           IF DISPONIVEL-W < QTDE-BRINDE-CO43
              MOVE "*** FALTA" TO GS-LINDET(54: 9)
           END-IF.
           IF BRINDE-E-KIT
              MOVE "KIT +"     TO GS-LINDET(64: 5)
              MOVE MONTAVEIS-W TO GS-LINDET(70: 7)
           END-IF.
           MOVE "INSERE-LIST" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.

       CALCULA-DISPONIVEL SECTION.
      *    SALDO-W = SALDO DO PROPRIO BRINDE; P/ KIT, DISPONIVEL-W
      *    SOMA OS KITS QUE OS COMPONENTES AINDA MONTAM.
           MOVE BRINDE-CO43 TO BRINDE-SALDO-W.
           PERFORM TOTALIZA-SALDO-BRINDE.
           MOVE SALDO-W TO SALDO-KIT-W DISPONIVEL-W.
           PERFORM CALCULA-MONTAVEIS.
           IF BRINDE-E-KIT
              IF DISPONIVEL-W < 0
                 MOVE ZEROS TO DISPONIVEL-W
              END-IF
              ADD MONTAVEIS-W TO DISPONIVEL-W
           END-IF.
           MOVE SALDO-KIT-W TO SALDO-W.

       CALCULA-MONTAVEIS SECTION.
      *    MENOR (SALDO DO COMPONENTE / QTDE POR KIT) ENTRE OS
      *    COMPONENTES DO BRINDE-CO43 NO KIT910. SEM COMPONENTES O
      *    BRINDE NAO E KIT.
           MOVE ZEROS TO MONTAVEIS-W QTDE-COMPONENTES-W.
           MOVE "N"   TO E-KIT-SW FIM-KIT910-SW.
           IF NOT KIT910-ABERTO
              GO CALCULA-MONTAVEIS-FIM
           END-IF.
           MOVE BRINDE-CO43 TO KIT-KIT910.
           MOVE ZEROS       TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = BRINDE-CO43
                   MOVE "S" TO FIM-KIT910-SW
                ELSE
                   ADD 1 TO QTDE-COMPONENTES-W
                   MOVE "S" TO E-KIT-SW
                   MOVE COMPONENTE-KIT910 TO BRINDE-SALDO-W
                   PERFORM TOTALIZA-SALDO-BRINDE
                   IF SALDO-W > 0 AND QTDE-COMPONENTE-KIT910 > 0
                      DIVIDE SALDO-W BY QTDE-COMPONENTE-KIT910
                             GIVING MONTAVEIS-COMP-W
                   ELSE
                      MOVE ZEROS TO MONTAVEIS-COMP-W
                   END-IF
                   IF QTDE-COMPONENTES-W = 1 OR
                      MONTAVEIS-COMP-W < MONTAVEIS-W
                      MOVE MONTAVEIS-COMP-W TO MONTAVEIS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       CALCULA-MONTAVEIS-FIM.
           EXIT.

       TOTALIZA-SALDO-BRINDE SECTION.
      *    MESMO CALCULO DE SALDO DO BRP9201, P/ O BRINDE-SALDO-W
      *    NO LOCAL DE SAIDA DO ROMANEIO (GS-LOCAL).
           MOVE ZEROS TO TOTAL-ENTRADAS-W TOTAL-SAIDAS-W.
           MOVE "N"   TO FIM-BRD020-SW.
           MOVE BRINDE-SALDO-W TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS       TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> BRINDE-SALDO-W
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   IF LOCAL-BRD020 = GS-LOCAL
                      IF ENTRADA-ESTOQUE-BRD020
                         ADD QTDE-BRD020 TO TOTAL-ENTRADAS-W
                      ELSE
                         ADD QTDE-BRD020 TO TOTAL-SAIDAS-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           COMPUTE SALDO-W = TOTAL-ENTRADAS-W - TOTAL-SAIDAS-W.

       VALIDA-LOCAL SECTION.
      *    00 E SEMPRE O DEPOSITO PRINCIPAL; OS DEMAIS TEM DE ESTAR
      *    ATIVOS NO LOC910. DEVOLVE O NOME EM NOME-LOC910.
           MOVE "S" TO LOCAL-OK-SW.
           MOVE "DEPOSITO PRINCIPAL" TO NOME-LOC910.
           IF GS-LOCAL = ZEROS
              GO VALIDA-LOCAL-FIM.
           MOVE GS-LOCAL TO CODIGO-LOC910.
           READ LOC910 INVALID KEY
                MOVE "N" TO LOCAL-OK-SW
                GO VALIDA-LOCAL-FIM
           END-READ.
           IF NOT LOCAL-ATIVO-LOC910
              MOVE "N" TO LOCAL-OK-SW
           END-IF.
       VALIDA-LOCAL-FIM.
           IF NOT LOCAL-OK
              MOVE "LOCAL DE ESTOQUE INEXISTENTE OU INATIVO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.

       IMPRIME-ROMANEIO SECTION.
           PERFORM VALIDA-LOCAL.
           IF NOT LOCAL-OK
              GO IMPRIME-ROMANEIO-FIM
           END-IF.
           MOVE SPACES TO ROMANEIO-NOME-W.
           STRING "RO" GS-CONTRATO ".ROM"
                  DELIMITED BY SIZE INTO ROMANEIO-NOME-W.
           MOVE DATA-DIA-I  TO REG-ROMANEIO(41: 8).
           WRITE REG-ROMANEIO.
           MOVE SPACES TO REG-ROMANEIO.
           MOVE "SAIDA DE:" TO REG-ROMANEIO(1: 9).
           MOVE GS-LOCAL    TO REG-ROMANEIO(11: 2).
           MOVE NOME-LOC910 TO REG-ROMANEIO(14: 30).
           WRITE REG-ROMANEIO.
           MOVE SPACES TO REG-ROMANEIO.
           MOVE "IT BRI NOME                           QTDE   RECEBIDO
      -         " POR" TO REG-ROMANEIO.
           WRITE REG-ROMANEIO.
                   MOVE "_______________________"
                        TO REG-ROMANEIO(46: 23)
                   WRITE REG-ROMANEIO
                   PERFORM IMPRIME-COMPONENTES-KIT
                END-IF
              END-READ
           END-PERFORM.
           CLOSE ROMANEIO.
           MOVE "ROMANEIO IMPRESSO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       IMPRIME-ROMANEIO-FIM.
           EXIT.

       IMPRIME-COMPONENTES-KIT SECTION.
      *    ITEM KIT: UMA LINHA POR COMPONENTE P/ A CONFERENCIA NA
      *    ENTREGA (QTDE TOTAL = QTDE DO ITEM X QTDE POR KIT).
           IF NOT KIT910-ABERTO
              GO IMPRIME-COMPONENTES-KIT-FIM
           END-IF.
           MOVE "N" TO FIM-KIT910-SW.
           MOVE BRINDE-CO43 TO KIT-KIT910.
           MOVE ZEROS       TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = BRINDE-CO43
                   MOVE "S" TO FIM-KIT910-SW
                ELSE
                   MOVE COMPONENTE-KIT910 TO CODIGO-BRD010
                   READ BRD010 INVALID KEY
                        MOVE "*** SEM CADASTRO ***" TO NOME-BRD010
                   END-READ
                   COMPUTE QTDE-SAIDA-W =
                           QTDE-BRINDE-CO43 * QTDE-COMPONENTE-KIT910
                   MOVE SPACES TO REG-ROMANEIO
                   MOVE "+"               TO REG-ROMANEIO(2: 1)
                   MOVE COMPONENTE-KIT910 TO REG-ROMANEIO(4: 3)
                   MOVE NOME-BRD010       TO REG-ROMANEIO(10: 28)
                   MOVE QTDE-SAIDA-W      TO REG-ROMANEIO(39: 5)
                   WRITE REG-ROMANEIO
                END-IF
              END-READ
           END-PERFORM.
       IMPRIME-COMPONENTES-KIT-FIM.
           EXIT.

       CONFIRMA-ENTREGA SECTION.
      *    POSTA AS SAIDAS DO ROMANEIO NO BRD020 DE UMA VEZ. ITEM
              PERFORM CARREGA-MENSAGEM-ERRO
              GO CONFIRMA-ENTREGA-FIM
           END-IF.
           PERFORM VALIDA-LOCAL.
           IF NOT LOCAL-OK
              GO CONFIRMA-ENTREGA-FIM
           END-IF.
           MOVE ZEROS TO QTDE-POSTADOS-W QTDE-FALTAS-W
                         QTDE-JA-POSTADOS-W.
           MOVE GS-SEQ-CO43 TO SEQ-CO43.
                   IF JA-ENTREGUE-SW = "S"
                      ADD 1 TO QTDE-JA-POSTADOS-W
                   ELSE
                      PERFORM CALCULA-DISPONIVEL
                      IF DISPONIVEL-W < QTDE-BRINDE-CO43
                         ADD 1 TO QTDE-FALTAS-W
                      ELSE
                         PERFORM POSTA-SAIDA-ITEM
                END-IF
              END-READ
           END-PERFORM.
           IF JA-ENTREGUE-SW = "N"
              PERFORM VERIFICA-COMPONENTE-ENTREGUE
           END-IF.

       VERIFICA-COMPONENTE-ENTREGUE SECTION.
      *    KIT ENTREGUE PELAS PECAS: PROCURA A SAIDA DE ORIGEM "KIT"
      *    + CODIGO DO KIT NO PRIMEIRO COMPONENTE.
           IF NOT KIT910-ABERTO
              GO VERIFICA-COMPONENTE-ENTREGUE-FIM
           END-IF.
           MOVE BRINDE-CO43 TO KIT-KIT910 KIT-ORIGEM-W.
           MOVE ZEROS       TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 GO VERIFICA-COMPONENTE-ENTREGUE-FIM.
           READ KIT910 NEXT RECORD AT END
                GO VERIFICA-COMPONENTE-ENTREGUE-FIM.
           IF KIT-KIT910 NOT = BRINDE-CO43
              GO VERIFICA-COMPONENTE-ENTREGUE-FIM
           END-IF.
           MOVE "N" TO FIM-BRD020-SW.
           MOVE COMPONENTE-KIT910 TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS             TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
           PERFORM UNTIL FIM-BRD020-SW = "S"
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> COMPONENTE-KIT910
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   IF SAIDA-ESTOQUE-BRD020
                      AND CONTRATO-BRD020 = GS-CONTRATO
                      AND ORIGEM-BRD020 = ORIGEM-KIT-W
                      MOVE "S" TO JA-ENTREGUE-SW
                      MOVE "S" TO FIM-BRD020-SW
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       VERIFICA-COMPONENTE-ENTREGUE-FIM.
           EXIT.

       POSTA-SAIDA-ITEM SECTION.
      *    KIT: USA PRIMEIRO O SALDO DE KIT MONTADO (SALDO-KIT-W) E
      *    O RESTANTE SAI DOS COMPONENTES. CALCULA-DISPONIVEL JA
      *    GARANTIU QUE O TOTAL COBRE A QUANTIDADE DO ITEM.
           MOVE QTDE-BRINDE-CO43 TO USO-KIT-W.
           MOVE ZEROS            TO USO-COMPONENTES-W.
           IF BRINDE-E-KIT
              IF SALDO-KIT-W < QTDE-BRINDE-CO43
                 IF SALDO-KIT-W > 0
                    MOVE SALDO-KIT-W TO USO-KIT-W
                 ELSE
                    MOVE ZEROS TO USO-KIT-W
                 END-IF
                 COMPUTE USO-COMPONENTES-W =
                         QTDE-BRINDE-CO43 - USO-KIT-W
              END-IF
           END-IF.
           IF USO-KIT-W > 0
              MOVE BRINDE-CO43 TO CODIGO-BRINDE-BRD020
              MOVE USO-KIT-W   TO QTDE-SAIDA-W
              MOVE "BRP0400T"  TO ORIGEM-BRD020
              PERFORM GRAVA-SAIDA-BRD020
           END-IF.
           IF USO-COMPONENTES-W > 0
              PERFORM POSTA-SAIDA-COMPONENTES
           END-IF.
           ADD 1 TO QTDE-POSTADOS-W.

       POSTA-SAIDA-COMPONENTES SECTION.
           MOVE BRINDE-CO43 TO KIT-ORIGEM-W.
           MOVE "N" TO FIM-KIT910-SW.
           MOVE BRINDE-CO43 TO KIT-KIT910.
           MOVE ZEROS       TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = BRINDE-CO43
                   MOVE "S" TO FIM-KIT910-SW
                ELSE
                   MOVE COMPONENTE-KIT910 TO CODIGO-BRINDE-BRD020
                   COMPUTE QTDE-SAIDA-W =
                           USO-COMPONENTES-W * QTDE-COMPONENTE-KIT910
                   MOVE ORIGEM-KIT-W      TO ORIGEM-BRD020
                   PERFORM GRAVA-SAIDA-BRD020
                END-IF
              END-READ
           END-PERFORM.

       GRAVA-SAIDA-BRD020 SECTION.
      *    CODIGO, QTDE-SAIDA-W E ORIGEM JA PREENCHIDOS.
           MOVE 1                TO SEQ-BRD020.
           MOVE "S"              TO TIPO-MOVTO-BRD020.
           MOVE QTDE-SAIDA-W     TO QTDE-BRD020.
           MOVE GS-CONTRATO      TO CONTRATO-BRD020.
           MOVE DATA-DIA-I       TO DATA-BRD020.
           MOVE USUARIO-W        TO USUARIO-BRD020.
           INITIALIZE CUSTO-MOVTO-BRD020.
           MOVE GS-LOCAL         TO LOCAL-BRD020.
           MOVE ZEROS TO ST-BRD020.
           PERFORM UNTIL ST-BRD020 = "10"
              WRITE REG-BRD020 INVALID KEY
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-BRD020.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

           close logacess

           CLOSE COD043 BRD010 BRD020 KIT910 LOC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

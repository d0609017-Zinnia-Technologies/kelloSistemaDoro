      *PEDIDO NUMERADO (PED910 + ARQUIVO IMPRESSO) E ATUALIZA A
      *SITUACAO DOS PEDIDOS (EMITIDO -> RECEBIDO -> PAGO) CONFORME A
      *CONFERENCIA DE RECEBIMENTO E A BAIXA DO COD043.
      *BRINDE ADJUDICADO NUMA RODADA DE COTACAO (COT9100T) AINDA SEM
      *PEDIDO VAI P/ O FORNECEDOR VENCEDOR PELO PRECO COTADO, EM VEZ
      *DO HABITUAL DO BRD010 E DO CUSTO PREVISTO; A COTACAO FICA
      *MARCADA COM O NUMERO DO PEDIDO EMITIDO.
      *A ENTRADA NO ESTOQUE (BRD020) LEVA O CUSTO UNITARIO E O ITEM
      *DO PEDIDO, P/ O CUSTO MEDIO DO FECHAMENTO MENSAL (BRP9204), E
      *ENTRA NO DEPOSITO PRINCIPAL (LOCAL 00).
      *SUGESTOES DE COMPRA POR PONTO DE REPOSICAO (SUG910, BRP9205)
      *DO FORNECEDOR SAO ACEITAS NUM PEDIDO DE REPOSICAO (ITEM SEM
      *COD043) OU RECUSADAS; O RECEBIMENTO DESSES ITENS E INFORMADO
      *NA TELA (PEDIDO/ITEM/QTDE) E GERA A ENTRADA NO ESTOQUE.
      *FORNECEDOR COM DOCUMENTO OBRIGATORIO VENCIDO NO DOC910
      *(DOC9100T) NAO RECEBE PEDIDO, SALVO USUARIO COM A FUNCAO
      *DOCVENCIDO DO SEC910 - A LIBERACAO VAI P/ O LOG001 COM O
      *DOCUMENTO VENCIDO E O NUMERO DO PEDIDO EMITIDO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY CAPX011.
           COPY PEDX910.
           COPY BRDX020.
           COPY COTX910.
           COPY SUGX910.
           COPY DOCX910.
           COPY LOGACESS.SEL.
           COPY LOGX001.
           COPY SECX910.
           SELECT PEDIMP ASSIGN TO PEDIMP-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       COPY CAPW011.
       COPY PEDW910.
       COPY BRDW020.
       COPY COTW910.
       COPY SUGW910.
       COPY DOCW910.
       COPY LOGACESS.FD.
       COPY LOGW001.
       COPY SECW910.
       FD  PEDIMP
           LABEL RECORD IS OMITTED.
       01  REG-PEDIMP                PIC X(80).
           05  ST-BRD020             PIC XX       VALUE SPACES.
           05  PATH-BRD020           PIC X(30)    VALUE SPACES.
           05  PEDIMP-NOME-W         PIC X(12)    VALUE SPACES.
           05  ST-COT910             PIC XX       VALUE SPACES.
           05  PATH-COT910           PIC X(30)    VALUE SPACES.
           05  ST-SUG910             PIC XX       VALUE SPACES.
           05  PATH-SUG910           PIC X(30)    VALUE SPACES.
           05  FIM-SUG910-SW         PIC X        VALUE "N".
           05  ST-DOC910             PIC XX       VALUE SPACES.
           05  DOC910-ABERTO-SW      PIC X        VALUE "N".
               88  DOC910-ABERTO                  VALUE "S".
           05  PATH-DOC910           PIC X(30)    VALUE SPACES.
           05  FIM-DOC910-SW         PIC X        VALUE "N".
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  DOCUMENTO-OK-SW       PIC X(01)    VALUE "S".
           05  LIBERACAO-DOC-SW      PIC X(01)    VALUE "N".
           05  DOC-VENCIDO-W         PIC X(99)    VALUE SPACES.
           05  QTDE-ENTRADA-W        PIC 9(05)    VALUE ZEROS.
           05  QTDE-SUGESTOES-W      PIC 9(04)    VALUE ZEROS.
           05  FORNEC-ITEM-W         PIC 9(06)    VALUE ZEROS.
           05  CUSTO-ITEM-W          PIC 9(08)V99 VALUE ZEROS.
           05  IX-ADJ-W              PIC 9(03) COMP VALUE ZEROS.
           05  QTDE-ADJ-W            PIC 9(03) COMP VALUE ZEROS.
           05  ACHOU-ADJ-SW          PIC X        VALUE "N".
           05  BRINDE-PROCURA-W      PIC 9(03)    VALUE ZEROS.
           05  ITEM-ADJUDICADO-SW    PIC X        VALUE "N".
               88  ITEM-ADJUDICADO               VALUE "S".
      *    COTACOES VENCEDORAS AINDA NAO PEDIDAS, POR BRINDE (A RODADA
      *    MAIS RECENTE PREVALECE).
           05  TABELA-ADJUDICADAS-W.
               10  ADJUDICADA-W OCCURS 200 TIMES.
                   15  BRINDE-ADJ-W  PIC 9(03).
                   15  RODADA-ADJ-W  PIC 9(06).
                   15  FORNEC-ADJ-W  PIC 9(06).
                   15  PRECO-ADJ-W   PIC 9(08)V99.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  NUMERO-PEDIDO-W       PIC 9(06)    VALUE ZEROS.
           05  ITEM-PEDIDO-W         PIC 9(02)    VALUE ZEROS.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "PED910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PED910.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "COT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COT910.
           MOVE "SUG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SUG910.
           MOVE "DOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DOC910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN INPUT COD043 BRD010 CAD011.
           OPEN INPUT DOC910.
           IF ST-DOC910 = "00"  MOVE "S" TO DOC910-ABERTO-SW.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           OPEN I-O PED910.
           IF ST-PED910 = "35"
              CLOSE PED910      OPEN OUTPUT PED910
              CLOSE BRD020      OPEN OUTPUT BRD020
              CLOSE BRD020      OPEN I-O BRD020
           END-IF.
           OPEN I-O COT910.
           IF ST-COT910 = "35"
              CLOSE COT910      OPEN OUTPUT COT910
              CLOSE COT910      OPEN I-O COT910
           END-IF.
           OPEN I-O SUG910.
           IF ST-SUG910 = "35"
              CLOSE SUG910      OPEN OUTPUT SUG910
              CLOSE SUG910      OPEN I-O SUG910
           END-IF.
           IF ST-COD043 <> "00"
              MOVE "ERRO ABERTURA COD043: "  TO GS-MENSAGEM-ERRO
              MOVE ST-COD043 TO GS-MENSAGEM-ERRO(23: 02)
                    PERFORM ATUALIZA-SITUACAO-PEDIDOS
               WHEN GS-CARREGA-PEDIDOS-TRUE
                    PERFORM CARREGA-PEDIDOS
               WHEN GS-CARREGA-SUGESTOES-TRUE
                    PERFORM CARREGA-SUGESTOES
               WHEN GS-ACEITA-SUGESTOES-TRUE
                    PERFORM ACEITA-SUGESTOES
                    PERFORM CARREGA-SUGESTOES
               WHEN GS-RECUSA-SUGESTAO-TRUE
                    PERFORM RECUSA-SUGESTAO
                    PERFORM CARREGA-SUGESTOES
               WHEN GS-RECEBE-REPOSICAO-TRUE
                    PERFORM RECEBE-REPOSICAO
           END-EVALUATE.
           PERFORM CLEAR-FLAGS.
           PERFORM CALL-DIALOG-SYSTEM.

       CARREGA-PENDENTES-FORNEC SECTION.
      *    LISTA OS ITENS DE BRINDE AINDA NAO PAGOS CUJO FORNECEDOR
      *    HABITUAL (BRD010) - OU O VENCEDOR DA COTACAO - E O
      *    INFORMADO NA TELA.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           PERFORM CARREGA-ADJUDICADAS.
           MOVE ZEROS TO SEQ-CO43 ITEM-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                 MOVE "10" TO ST-COD043.
                   READ BRD010 INVALID KEY
                        INITIALIZE REG-BRD010
                   END-READ
                   PERFORM DEFINE-FORNEC-ITEM
                   IF FORNEC-ITEM-W = GS-FORNECEDOR
                      ADD 1 TO GS-CONT
                      MOVE SPACES TO GS-LINDET
                      MOVE SEQ-CO43          TO GS-LINDET(1: 3)
                      MOVE BRINDE-CO43       TO GS-LINDET(8: 3)
                      MOVE NOME-BRD010       TO GS-LINDET(12: 30)
                      MOVE QTDE-BRINDE-CO43  TO GS-LINDET(43: 5)
                      MOVE CUSTO-ITEM-W      TO GS-LINDET(49: 10)
                      IF ITEM-ADJUDICADO
                         MOVE "COTACAO"      TO GS-LINDET(60: 7)
                      END-IF
                      MOVE "INSERE-LIST" TO DS-PROCEDURE
                      PERFORM CALL-DIALOG-SYSTEM
                   END-IF
                PERFORM CARREGA-MENSAGEM-ERRO
                GO EMITE-PEDIDO-FIM
           END-READ.
           PERFORM VERIFICA-DOCUMENTOS-FORNEC.
           IF DOCUMENTO-OK-SW = "N"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EMITE-PEDIDO-FIM
           END-IF.
           PERFORM CARREGA-ADJUDICADAS.
           PERFORM ABRE-IMPRESSO-PEDIDO.

           MOVE ZEROS TO SEQ-CO43 ITEM-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                   READ BRD010 INVALID KEY
                        INITIALIZE REG-BRD010
                   END-READ
                   PERFORM DEFINE-FORNEC-ITEM
                   IF FORNEC-ITEM-W = GS-FORNECEDOR
                      PERFORM GRAVA-ITEM-PEDIDO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           CLOSE PEDIMP.
           PERFORM REGISTRA-LIBERACAO-DOC.
           MOVE "PEDIDO EMITIDO: " TO GS-MENSAGEM-ERRO.
           MOVE NUMERO-PEDIDO-W    TO GS-MENSAGEM-ERRO(17: 06).
           PERFORM CARREGA-MENSAGEM-ERRO.
       EMITE-PEDIDO-FIM.
           EXIT.

       VERIFICA-DOCUMENTOS-FORNEC SECTION.
      *    DOCUMENTO OBRIGATORIO DO FORNECEDOR (DOC910) COM VALIDADE
      *    ANTERIOR A HOJE BLOQUEIA O PEDIDO. USUARIO COM A FUNCAO
      *    DOCVENCIDO DO SEC910 SEGUE - A LIBERACAO E GRAVADA NO LOG001
      *    DEPOIS DE EMITIDO O PEDIDO. SEM O DOC910 NADA E BLOQUEADO.
           MOVE "S" TO DOCUMENTO-OK-SW.
           MOVE "N" TO LIBERACAO-DOC-SW.
           MOVE SPACES TO DOC-VENCIDO-W.
           IF NOT DOC910-ABERTO
              GO VERIFICA-DOCUMENTOS-FORNEC-FIM.
           MOVE "N" TO FIM-DOC910-SW.
           MOVE GS-FORNECEDOR TO FORNEC-DOC910.
           MOVE SPACES        TO TIPO-DOC910.
           START DOC910 KEY IS NOT < CHAVE-DOC910 INVALID KEY
                 MOVE "S" TO FIM-DOC910-SW.
           PERFORM UNTIL FIM-DOC910-SW = "S"
              READ DOC910 NEXT RECORD AT END
                   MOVE "S" TO FIM-DOC910-SW
              NOT AT END
                IF FORNEC-DOC910 NOT = GS-FORNECEDOR
                   MOVE "S" TO FIM-DOC910-SW
                ELSE
                   IF DOC-OBRIGATORIO-DOC910 AND
                      DATA-VALIDADE-DOC910 < DATA-DIA-I
                      MOVE REG-DOC910 TO DOC-VENCIDO-W
                      MOVE "S" TO FIM-DOC910-SW
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           IF DOC-VENCIDO-W = SPACES
              GO VERIFICA-DOCUMENTOS-FORNEC-FIM.
           MOVE "DOCVENCIDO" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "N" TO DOCUMENTO-OK-SW
              MOVE DOC-VENCIDO-W TO REG-DOC910
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "FORNECEDOR COM DOCUMENTO VENCIDO: "
                     TIPO-DOC910 " EM " DATA-VALIDADE-DOC910
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              GO VERIFICA-DOCUMENTOS-FORNEC-FIM
           END-IF.
           MOVE "S" TO LIBERACAO-DOC-SW.
       VERIFICA-DOCUMENTOS-FORNEC-FIM.
           EXIT.

       REGISTRA-LIBERACAO-DOC SECTION.
      *    OPERACAO "L" = PEDIDO LIBERADO COM DOCUMENTO VENCIDO: IMAGEM
      *    DO DOC910 SEGUIDA DO NUMERO DO PEDIDO EMITIDO.
           IF LIBERACAO-DOC-SW NOT = "S"
              GO REGISTRA-LIBERACAO-DOC-FIM.
           MOVE SPACES          TO LOG1-REGISTRO.
           MOVE "L"             TO LOG1-OPERACAO.
           MOVE "DOC910"        TO LOG1-ARQUIVO.
           MOVE DOC-VENCIDO-W   TO LOG1-REGISTRO(1: 99).
           MOVE "PEDIDO"        TO LOG1-REGISTRO(101: 6).
           MOVE NUMERO-PEDIDO-W TO LOG1-REGISTRO(108: 6).
           PERFORM GRAVA-LOG001.
           MOVE "N" TO LIBERACAO-DOC-SW.
       REGISTRA-LIBERACAO-DOC-FIM.
           EXIT.

       GRAVA-LOG001 SECTION.
           OPEN I-O LOG001.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           MOVE USUARIO-W   TO LOG1-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO LOG1-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS TO LOG1-HORAS.
           MOVE "COD9047T"  TO LOG1-PROGRAMA.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       VERIFICA-PERMISSAO SECTION.
      *    CONSULTA A PERMISSAO DO USUARIO P/ A FUNCAO SENSIVEL NO
      *    SEC910. SEM O ARQUIVO DE PERMISSOES A FUNCAO E LIBERADA
      *    (COMPATIBILIDADE); SEM O REGISTRO DO USUARIO A FUNCAO E
      *    NEGADA E A TENTATIVA VAI P/ O LOGACESS COM STATUS "NEGADO".
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
           move "COD9047T"          to logacess-programa
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

       ABRE-IMPRESSO-PEDIDO SECTION.
      *    NUMERO DO PEDIDO E CABECALHO DO ARQUIVO IMPRESSO.
           PERFORM PROXIMO-NUMERO-PEDIDO.
           MOVE ZEROS TO ITEM-PEDIDO-W.
           MOVE SPACES TO PEDIMP-NOME-W.
           STRING "PD" NUMERO-PEDIDO-W ".PED"
                  DELIMITED BY SIZE INTO PEDIMP-NOME-W.
           OPEN OUTPUT PEDIMP.
           MOVE SPACES TO REG-PEDIMP.
           MOVE "PEDIDO DE COMPRA" TO REG-PEDIMP(1: 16).
           MOVE NUMERO-PEDIDO-W    TO REG-PEDIMP(18: 6).
           MOVE DATA-DIA-I         TO REG-PEDIMP(26: 8).
           WRITE REG-PEDIMP.
           MOVE SPACES TO REG-PEDIMP.
           MOVE "FORNECEDOR:"      TO REG-PEDIMP(1: 11).
           MOVE CODIGO-FORNEC-CD011 TO REG-PEDIMP(13: 6).
           MOVE NOME-FORNEC-CD011  TO REG-PEDIMP(20: 40).
           WRITE REG-PEDIMP.

       PROXIMO-NUMERO-PEDIDO SECTION.
           MOVE ZEROS TO NUMERO-PEDIDO-W NUMERO-PED910 ITEM-PED910.
           START PED910 KEY IS NOT < CHAVE-PED910 INVALID KEY
           MOVE GS-FORNECEDOR      TO FORNEC-PED910.
           MOVE BRINDE-CO43        TO BRINDE-PED910.
           MOVE QTDE-BRINDE-CO43   TO QTDE-PED910.
           MOVE CUSTO-ITEM-W       TO CUSTO-PED910.
           MOVE SEQ-CO43           TO SEQ-CO43-PED910.
           MOVE ITEM-CO43          TO ITEM-CO43-PED910.
           MOVE DATA-DIA-I         TO DATA-EMISSAO-PED910.
           MOVE QTDE-PED910        TO REG-PEDIMP(39: 5).
           MOVE CUSTO-PED910       TO REG-PEDIMP(45: 10).
           WRITE REG-PEDIMP.
           IF ITEM-ADJUDICADO
              PERFORM MARCA-COTACAO-PEDIDA
           END-IF.

       CARREGA-ADJUDICADAS SECTION.
           MOVE ZEROS TO QTDE-ADJ-W.
           MOVE ZEROS TO RODADA-COT910 BRINDE-COT910 FORNEC-COT910.
           START COT910 KEY IS NOT < CHAVE-COT910 INVALID KEY
                 MOVE "10" TO ST-COT910.
           PERFORM UNTIL ST-COT910 = "10"
              READ COT910 NEXT RECORD AT END
                   MOVE "10" TO ST-COT910
              NOT AT END
                IF COTACAO-VENCEDORA-COT910 AND PEDIDO-COT910 = ZEROS
                   PERFORM GUARDA-ADJUDICADA
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COT910.

       GUARDA-ADJUDICADA SECTION.
           MOVE BRINDE-COT910 TO BRINDE-PROCURA-W.
           PERFORM ACHA-ADJUDICADA.
           IF ACHOU-ADJ-SW = "N"
              IF QTDE-ADJ-W < 200
                 ADD 1 TO QTDE-ADJ-W
                 MOVE QTDE-ADJ-W TO IX-ADJ-W
              ELSE
                 GO GUARDA-ADJUDICADA-FIM
              END-IF
           END-IF.
           MOVE BRINDE-COT910     TO BRINDE-ADJ-W(IX-ADJ-W).
           MOVE RODADA-COT910     TO RODADA-ADJ-W(IX-ADJ-W).
           MOVE FORNEC-COT910     TO FORNEC-ADJ-W(IX-ADJ-W).
           MOVE PRECO-UNIT-COT910 TO PRECO-ADJ-W(IX-ADJ-W).
       GUARDA-ADJUDICADA-FIM.
           EXIT.

       ACHA-ADJUDICADA SECTION.
           MOVE "N" TO ACHOU-ADJ-SW.
           PERFORM VARYING IX-ADJ-W FROM 1 BY 1
                   UNTIL IX-ADJ-W > QTDE-ADJ-W OR ACHOU-ADJ-SW = "S"
               IF BRINDE-ADJ-W(IX-ADJ-W) = BRINDE-PROCURA-W
                  MOVE "S" TO ACHOU-ADJ-SW
               END-IF
           END-PERFORM.
           IF ACHOU-ADJ-SW = "S"
              SUBTRACT 1 FROM IX-ADJ-W
           END-IF.

       DEFINE-FORNEC-ITEM SECTION.
      *    FORNECEDOR E CUSTO DO ITEM PENDENTE: O DA COTACAO VENCEDORA
      *    DO BRINDE, SE HOUVER, SENAO O HABITUAL E O CUSTO PREVISTO.
           MOVE CODIGO-FORNEC-BRD010 TO FORNEC-ITEM-W.
           MOVE CUSTO-PREVISTO-CO43  TO CUSTO-ITEM-W.
           MOVE "N" TO ITEM-ADJUDICADO-SW.
           MOVE BRINDE-CO43 TO BRINDE-PROCURA-W.
           PERFORM ACHA-ADJUDICADA.
           IF ACHOU-ADJ-SW = "S"
              MOVE FORNEC-ADJ-W(IX-ADJ-W) TO FORNEC-ITEM-W
              MOVE PRECO-ADJ-W(IX-ADJ-W)  TO CUSTO-ITEM-W
              MOVE "S" TO ITEM-ADJUDICADO-SW
           END-IF.

       MARCA-COTACAO-PEDIDA SECTION.
           MOVE BRINDE-PED910 TO BRINDE-PROCURA-W.
           PERFORM ACHA-ADJUDICADA.
           IF ACHOU-ADJ-SW = "N"
              GO MARCA-COTACAO-PEDIDA-FIM.
           MOVE RODADA-ADJ-W(IX-ADJ-W) TO RODADA-COT910.
           MOVE BRINDE-ADJ-W(IX-ADJ-W) TO BRINDE-COT910.
           MOVE FORNEC-ADJ-W(IX-ADJ-W) TO FORNEC-COT910.
           READ COT910 INVALID KEY
                GO MARCA-COTACAO-PEDIDA-FIM
           END-READ.
           MOVE NUMERO-PEDIDO-W TO PEDIDO-COT910.
           REWRITE REG-COT910 INVALID KEY
              CONTINUE
           END-REWRITE.
       MARCA-COTACAO-PEDIDA-FIM.
           EXIT.

       ATUALIZA-SITUACAO-PEDIDOS SECTION.
      *    CONFERENCIA DE RECEBIMENTO: PEDIDO EMITIDO VIRA RECEBIDO
              READ PED910 NEXT RECORD AT END
                   MOVE "S" TO FIM-PED910-SW
              NOT AT END
      *         ITEM DE REPOSICAO (SEM COD043) E RECEBIDO NA TELA.
                IF SEQ-CO43-PED910 = ZEROS
                   MOVE ZEROS TO SEQ-CO43 ITEM-CO43
                ELSE
                   MOVE SEQ-CO43-PED910  TO SEQ-CO43
                   MOVE ITEM-CO43-PED910 TO ITEM-CO43
                END-IF
                READ COD043 INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                           MOVE DATA-DIA-I TO DATA-RECEBTO-PED910
                           REWRITE REG-PED910
                           ADD 1 TO QTDE-ATUALIZADOS-W
                           MOVE QTDE-RECEBIDA-CO43 TO QTDE-ENTRADA-W
                           PERFORM GRAVA-ENTRADA-ESTOQUE
                        END-IF
                     END-IF
           MOVE BRINDE-PED910      TO CODIGO-BRINDE-BRD020.
           MOVE 1                  TO SEQ-BRD020.
           MOVE "E"                TO TIPO-MOVTO-BRD020.
           MOVE QTDE-ENTRADA-W     TO QTDE-BRD020.
           MOVE ZEROS              TO CONTRATO-BRD020.
           MOVE DATA-DIA-I         TO DATA-BRD020.
           MOVE USUARIO-W          TO USUARIO-BRD020.
           MOVE "COD9047T"         TO ORIGEM-BRD020.
           MOVE CUSTO-PED910       TO CUSTO-UNIT-BRD020.
           MOVE "P"                TO ORIGEM-CUSTO-BRD020.
           MOVE NUMERO-PED910      TO NUMERO-PED-BRD020.
           MOVE ITEM-PED910        TO ITEM-PED-BRD020.
           MOVE ZEROS              TO LOCAL-BRD020.
           MOVE ZEROS TO ST-BRD020.
           PERFORM UNTIL ST-BRD020 = "10"
              WRITE REG-BRD020 INVALID KEY
           END-PERFORM.
           MOVE SPACES TO ST-PED910.

       CARREGA-SUGESTOES SECTION.
      *    SUGESTOES DE REPOSICAO PENDENTES DO FORNECEDOR DA TELA.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE "N" TO FIM-SUG910-SW.
           MOVE GS-FORNECEDOR TO FORNEC-SUG910.
           START SUG910 KEY IS = FORNEC-SUG910 INVALID KEY
                 MOVE "S" TO FIM-SUG910-SW.
           PERFORM UNTIL FIM-SUG910-SW = "S"
              READ SUG910 NEXT RECORD AT END
                   MOVE "S" TO FIM-SUG910-SW
              NOT AT END
                IF FORNEC-SUG910 NOT = GS-FORNECEDOR
                   MOVE "S" TO FIM-SUG910-SW
                ELSE
                   IF SUGESTAO-PENDENTE-SUG910
                      MOVE BRINDE-SUG910 TO CODIGO-BRD010
                      READ BRD010 INVALID KEY
                           INITIALIZE REG-BRD010
                      END-READ
                      ADD 1 TO GS-CONT
                      MOVE SPACES TO GS-LINDET
                      MOVE BRINDE-SUG910        TO GS-LINDET(1: 3)
                      MOVE NOME-BRD010          TO GS-LINDET(5: 30)
                      MOVE MINIMO-SUG910        TO GS-LINDET(36: 5)
                      MOVE QTDE-SUGERIDA-SUG910 TO GS-LINDET(42: 5)
                      MOVE CUSTO-SUG910         TO GS-LINDET(48: 10)
                      MOVE DATA-SUGESTAO-SUG910 TO GS-LINDET(59: 8)
                      MOVE "INSERE-LIST" TO DS-PROCEDURE
                      PERFORM CALL-DIALOG-SYSTEM
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       ACEITA-SUGESTOES SECTION.
      *    TODAS AS SUGESTOES PENDENTES DO FORNECEDOR VIRAM UM PEDIDO
      *    DE REPOSICAO, PELA QTDE SUGERIDA E O CUSTO PADRAO.
           MOVE GS-FORNECEDOR TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "FORNECEDOR NAO CADASTRADO NO CAD011"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO ACEITA-SUGESTOES-FIM
           END-READ.
           MOVE ZEROS TO QTDE-SUGESTOES-W.
           MOVE "N" TO FIM-SUG910-SW.
           MOVE GS-FORNECEDOR TO FORNEC-SUG910.
           START SUG910 KEY IS = FORNEC-SUG910 INVALID KEY
                 MOVE "S" TO FIM-SUG910-SW.
           PERFORM UNTIL FIM-SUG910-SW = "S"
              READ SUG910 NEXT RECORD AT END
                   MOVE "S" TO FIM-SUG910-SW
              NOT AT END
                IF FORNEC-SUG910 NOT = GS-FORNECEDOR
                   MOVE "S" TO FIM-SUG910-SW
                ELSE
                   IF SUGESTAO-PENDENTE-SUG910
                      ADD 1 TO QTDE-SUGESTOES-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           IF QTDE-SUGESTOES-W = ZEROS
              MOVE "FORNECEDOR SEM SUGESTAO PENDENTE" TO
                                        GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ACEITA-SUGESTOES-FIM
           END-IF.
           PERFORM VERIFICA-DOCUMENTOS-FORNEC.
           IF DOCUMENTO-OK-SW = "N"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ACEITA-SUGESTOES-FIM
           END-IF.
           PERFORM ABRE-IMPRESSO-PEDIDO.
           MOVE "N" TO FIM-SUG910-SW.
           MOVE GS-FORNECEDOR TO FORNEC-SUG910.
           START SUG910 KEY IS = FORNEC-SUG910 INVALID KEY
                 MOVE "S" TO FIM-SUG910-SW.
           PERFORM UNTIL FIM-SUG910-SW = "S"
              READ SUG910 NEXT RECORD AT END
                   MOVE "S" TO FIM-SUG910-SW
              NOT AT END
                IF FORNEC-SUG910 NOT = GS-FORNECEDOR
                   MOVE "S" TO FIM-SUG910-SW
                ELSE
                   IF SUGESTAO-PENDENTE-SUG910 AND
                      ITEM-PEDIDO-W < 99
                      PERFORM GRAVA-ITEM-REPOSICAO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           CLOSE PEDIMP.
           PERFORM REGISTRA-LIBERACAO-DOC.
           MOVE "PEDIDO DE REPOSICAO EMITIDO: " TO GS-MENSAGEM-ERRO.
           MOVE NUMERO-PEDIDO-W    TO GS-MENSAGEM-ERRO(30: 06).
           PERFORM CARREGA-MENSAGEM-ERRO.
       ACEITA-SUGESTOES-FIM.
           EXIT.

       GRAVA-ITEM-REPOSICAO SECTION.
           MOVE BRINDE-SUG910 TO CODIGO-BRD010.
           READ BRD010 INVALID KEY
                INITIALIZE REG-BRD010
           END-READ.
           ADD 1 TO ITEM-PEDIDO-W.
           MOVE NUMERO-PEDIDO-W      TO NUMERO-PED910.
           MOVE ITEM-PEDIDO-W        TO ITEM-PED910.
           MOVE GS-FORNECEDOR        TO FORNEC-PED910.
           MOVE BRINDE-SUG910        TO BRINDE-PED910.
           MOVE QTDE-SUGERIDA-SUG910 TO QTDE-PED910.
           MOVE CUSTO-SUG910         TO CUSTO-PED910.
           MOVE ZEROS                TO SEQ-CO43-PED910
                                        ITEM-CO43-PED910.
           MOVE DATA-DIA-I           TO DATA-EMISSAO-PED910.
           MOVE "E"                  TO SITUACAO-PED910.
           MOVE ZEROS                TO DATA-RECEBTO-PED910.
           WRITE REG-PED910 INVALID KEY
              REWRITE REG-PED910
           END-WRITE.
           MOVE SPACES TO REG-PEDIMP.
           MOVE ITEM-PEDIDO-W      TO REG-PEDIMP(1: 2).
           MOVE BRINDE-PED910      TO REG-PEDIMP(4: 3).
           MOVE NOME-BRD010        TO REG-PEDIMP(8: 30).
           MOVE QTDE-PED910        TO REG-PEDIMP(39: 5).
           MOVE CUSTO-PED910       TO REG-PEDIMP(45: 10).
           MOVE "REPOSICAO"        TO REG-PEDIMP(56: 9).
           WRITE REG-PEDIMP.
           MOVE "A"                TO SITUACAO-SUG910.
           MOVE NUMERO-PEDIDO-W    TO NUMERO-PED-SUG910.
           MOVE ITEM-PEDIDO-W      TO ITEM-PED-SUG910.
           MOVE DATA-DIA-I         TO DATA-DECISAO-SUG910.
           MOVE USUARIO-W          TO USUARIO-SUG910.
           REWRITE REG-SUG910 INVALID KEY
              CONTINUE
           END-REWRITE.

       RECUSA-SUGESTAO SECTION.
           MOVE GS-BRINDE TO BRINDE-SUG910.
           READ SUG910 INVALID KEY
                MOVE "BRINDE SEM SUGESTAO DE COMPRA" TO
                                        GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO RECUSA-SUGESTAO-FIM
           END-READ.
           IF NOT SUGESTAO-PENDENTE-SUG910
              MOVE "SUGESTAO JA ACEITA OU RECUSADA" TO
                                        GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO RECUSA-SUGESTAO-FIM
           END-IF.
           MOVE "R"                TO SITUACAO-SUG910.
           MOVE DATA-DIA-I         TO DATA-DECISAO-SUG910.
           MOVE USUARIO-W          TO USUARIO-SUG910.
           REWRITE REG-SUG910 INVALID KEY
              CONTINUE
           END-REWRITE.
       RECUSA-SUGESTAO-FIM.
           EXIT.

       RECEBE-REPOSICAO SECTION.
      *    ITEM DE REPOSICAO NAO TEM COD043 P/ A CONFERENCIA; A QTDE
      *    RECEBIDA VEM DA TELA.
           MOVE GS-NUMERO-PEDIDO TO NUMERO-PED910.
           MOVE GS-ITEM-PEDIDO   TO ITEM-PED910.
           READ PED910 INVALID KEY
                MOVE "ITEM DE PEDIDO NAO ENCONTRADO" TO
                                        GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO RECEBE-REPOSICAO-FIM
           END-READ.
           IF SEQ-CO43-PED910 NOT = ZEROS OR
              NOT PEDIDO-EMITIDO-PED910 OR
              GS-QTDE-RECEBIDA = ZEROS
              MOVE "SO ITEM DE REPOSICAO EMITIDO, COM QTDE RECEBIDA"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO RECEBE-REPOSICAO-FIM
           END-IF.
           MOVE "R"             TO SITUACAO-PED910.
           MOVE DATA-DIA-I      TO DATA-RECEBTO-PED910.
           REWRITE REG-PED910.
           MOVE GS-QTDE-RECEBIDA TO QTDE-ENTRADA-W.
           PERFORM GRAVA-ENTRADA-ESTOQUE.
           MOVE "RECEBIMENTO GRAVADO NO ESTOQUE" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       RECEBE-REPOSICAO-FIM.
           EXIT.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.


           close logacess

           CLOSE COD043 BRD010 CAD011 PED910 BRD020 COT910 SUG910
                 DOC910 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEV9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: DEVOLUCAO DE BRINDES AO FORNECEDOR (DEV910) -
      *REGISTRA A DEVOLUCAO DE UM ITEM DE NF DE FORNECEDOR JA
      *CONFERIDA (NFE910 "C"), COM QUANTIDADE, LOCAL DE ESTOQUE DE
      *ONDE SAI E MOTIVO. A QUANTIDADE NAO PASSA DO QUE RESTA DA NF
      *(DESCONTADAS AS DEVOLUCOES ANTERIORES) NEM DO SALDO DO LOCAL.
      *NA GRAVACAO: POSTA A SAIDA NO BRD020 COM ORIGEM "DEVOL" PELO
      *PRECO DA NF, BAIXA A QTDE-RECEBIDA-CO43 DO ITEM DO COD043 E
      *EMITE A NOTA DE DEBITO (QTDE X PRECO DA NF): SE O TITULO A
      *PAGAR DO ITEM (APG910) AINDA ESTA EM ABERTO O VALOR E ABATIDO
      *DELE; O QUE NAO COUBER (TITULO PAGO, REMETIDO OU AINDA NAO
      *GERADO) FICA COMO CREDITO DO FORNECEDOR, ABATIDO PELO COD9049
      *NOS PROXIMOS TITULOS. AS GRAVACOES SAO LOGADAS NO LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEVX910.
           COPY NFEX910.
           COPY PEDX910.
           COPY COD043X.
           COPY APGX910.
           COPY BRDX020.
           COPY LOCX910.
           COPY CAPX011.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY DEVW910.
       COPY NFEW910.
       COPY PEDW910.
       COPY COD043W.
       COPY APGW910.
       COPY BRDW020.
       COPY LOCW910.
       COPY CAPW011.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "DEV9100T.CPB".
           COPY "DEV9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-DEV910             PIC XX       VALUE SPACES.
           05  ST-NFE910             PIC XX       VALUE SPACES.
           05  ST-PED910             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-APG910             PIC XX       VALUE SPACES.
           05  ST-BRD020             PIC XX       VALUE SPACES.
           05  ST-LOC910             PIC XX       VALUE SPACES.
           05  ST-CAD011             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  PATH-DEV910           PIC X(30)    VALUE SPACES.
           05  PATH-NFE910           PIC X(30)    VALUE SPACES.
           05  PATH-PED910           PIC X(30)    VALUE SPACES.
           05  PATH-APG910           PIC X(30)    VALUE SPACES.
           05  PATH-BRD020           PIC X(30)    VALUE SPACES.
           05  PATH-LOC910           PIC X(30)    VALUE SPACES.
           05  PATH-CAD011           PIC X(30)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  FIM-DEV910-SW         PIC X        VALUE "N".
           05  FIM-BRD020-SW         PIC X        VALUE "N".
           05  NUMERO-DEV-W          PIC 9(06)    VALUE ZEROS.
           05  QTDE-DEVOLVIDA-W      PIC 9(07)    VALUE ZEROS.
           05  TOTAL-ENTRADAS-W      PIC 9(07)    VALUE ZEROS.
           05  TOTAL-SAIDAS-W        PIC 9(07)    VALUE ZEROS.
           05  SALDO-W               PIC S9(07)   VALUE ZEROS.
           05  SALDO-ABS-W           PIC 9(07)    VALUE ZEROS.
           05  VALOR-DEBITO-W        PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-ABATE-W         PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-CREDITO-W       PIC 9(10)V99 VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZZ.ZZZ.ZZ9,99.
           05  VALOR-EDIT2-W         PIC ZZZ.ZZZ.ZZ9,99.
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
           MOVE "DEV910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DEV910.
           MOVE "NFE910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NFE910.
           MOVE "PED910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PED910.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "APG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-APG910.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "LOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOC910.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O DEV910.
           IF ST-DEV910 = "35"
              CLOSE DEV910      OPEN OUTPUT DEV910
              CLOSE DEV910      OPEN I-O DEV910
           END-IF.
           OPEN I-O APG910.
           IF ST-APG910 = "35"
              CLOSE APG910      OPEN OUTPUT APG910
              CLOSE APG910      OPEN I-O APG910
           END-IF.
           OPEN I-O BRD020.
           IF ST-BRD020 = "35"
              CLOSE BRD020      OPEN OUTPUT BRD020
              CLOSE BRD020      OPEN I-O BRD020
           END-IF.
           OPEN I-O COD043.
           OPEN INPUT NFE910 PED910 LOC910 CAD011.
           IF ST-DEV910 <> "00"
              MOVE "ERRO ABERTURA DEV910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-DEV910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "DEV9100T"          to logacess-programa
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
               WHEN GS-CARREGA-LIST-BOX-TRUE
                    PERFORM CARREGA-DEVOLUCOES
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-DEVOLUCAO
                    PERFORM CARREGA-DEVOLUCOES
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

       CARREGA-DEVOLUCOES SECTION.
      *    DEVOLUCOES DO GS-FORNECEDOR COM O VALOR DA NOTA DE DEBITO,
      *    O JA ABATIDO E A SITUACAO (A = ABATIDA, C = CREDITO).
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE GS-FORNECEDOR TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "*** FORNECEDOR NAO CADASTRADO ***"
                     TO NOME-FORNEC-CD011
           END-READ.
           MOVE NOME-FORNEC-CD011 TO GS-NOME-FORNEC.
           MOVE "N" TO FIM-DEV910-SW.
           MOVE GS-FORNECEDOR TO FORNEC-DEV910.
           MOVE ZEROS         TO NUMERO-DEV910.
           START DEV910 KEY IS NOT < CHAVE-DEV910 INVALID KEY
                 MOVE "S" TO FIM-DEV910-SW.
           PERFORM UNTIL FIM-DEV910-SW = "S"
              READ DEV910 NEXT RECORD AT END
                   MOVE "S" TO FIM-DEV910-SW
              NOT AT END
                IF FORNEC-DEV910 NOT = GS-FORNECEDOR
                   MOVE "S" TO FIM-DEV910-SW
                ELSE
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE NUMERO-DEV910        TO GS-LINDET(1: 6)
                   MOVE DATA-DEV910          TO GS-LINDET(8: 8)
                   MOVE NUMERO-NF-DEV910     TO GS-LINDET(17: 9)
                   MOVE ITEM-NF-DEV910       TO GS-LINDET(27: 2)
                   MOVE BRINDE-DEV910        TO GS-LINDET(30: 3)
                   MOVE QTDE-DEV910          TO GS-LINDET(34: 5)
                   MOVE VALOR-DEV910         TO VALOR-EDIT-W
                   MOVE VALOR-EDIT-W         TO GS-LINDET(40: 14)
                   MOVE VALOR-ABATIDO-DEV910 TO VALOR-EDIT-W
                   MOVE VALOR-EDIT-W         TO GS-LINDET(55: 14)
                   MOVE SITUACAO-DEV910      TO GS-LINDET(70: 1)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.

       GRAVA-DEVOLUCAO SECTION.
           MOVE GS-FORNECEDOR TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "FORNECEDOR NAO CADASTRADO NO CAD011"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO GRAVA-DEVOLUCAO-FIM
           END-READ.
           MOVE GS-FORNECEDOR TO FORNEC-NFE910.
           MOVE GS-NUMERO-NF  TO NUMERO-NFE910.
           MOVE GS-ITEM-NF    TO ITEM-NFE910.
           READ NFE910 INVALID KEY
                MOVE "ITEM DE NF NAO ENCONTRADO NO NFE910"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO GRAVA-DEVOLUCAO-FIM
           END-READ.
           IF NOT NF-CONFERIDA-NFE910
              MOVE "SO ITEM DE NF CONFERIDA PODE SER DEVOLVIDO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEVOLUCAO-FIM
           END-IF.
           IF GS-QTDE = ZEROS
              MOVE "INFORME A QUANTIDADE DEVOLVIDA" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEVOLUCAO-FIM
           END-IF.
           IF GS-MOTIVO = SPACES
              MOVE "INFORME O MOTIVO DA DEVOLUCAO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEVOLUCAO-FIM
           END-IF.
           PERFORM SOMA-DEVOLVIDO-NF.
           IF GS-QTDE + QTDE-DEVOLVIDA-W > QTDE-NFE910
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "QTDE ACIMA DO QUE RESTA DA NF - JA DEVOLVIDO: "
                     QTDE-DEVOLVIDA-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEVOLUCAO-FIM
           END-IF.
      *    00 E SEMPRE O DEPOSITO PRINCIPAL; OS DEMAIS TEM DE ESTAR
      *    ATIVOS NO LOC910.
           IF GS-LOCAL NOT = ZEROS
              MOVE GS-LOCAL TO CODIGO-LOC910
              READ LOC910 INVALID KEY
                   MOVE "I" TO SITUACAO-LOC910
              END-READ
              IF NOT LOCAL-ATIVO-LOC910
                 MOVE "LOCAL DE ESTOQUE INEXISTENTE OU INATIVO"
                                     TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO GRAVA-DEVOLUCAO-FIM
              END-IF
           END-IF.
           PERFORM TOTALIZA-SALDO-BRINDE.
           IF SALDO-W < GS-QTDE
              MOVE ZEROS TO SALDO-ABS-W
              IF SALDO-W > 0
                 MOVE SALDO-W TO SALDO-ABS-W
              END-IF
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "SALDO INSUFICIENTE NO LOCAL - SALDO: "
                     SALDO-ABS-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEVOLUCAO-FIM
           END-IF.

           PERFORM BAIXA-RECEBIDO-COD043.
           PERFORM GRAVA-SAIDA-BRD020.

           INITIALIZE REG-DEV910.
           MOVE GS-FORNECEDOR     TO FORNEC-DEV910.
           MOVE NUMERO-DEV-W      TO NUMERO-DEV910.
           MOVE DATA-DIA-I        TO DATA-DEV910.
           MOVE NUMERO-NFE910     TO NUMERO-NF-DEV910.
           MOVE ITEM-NFE910       TO ITEM-NF-DEV910.
           MOVE BRINDE-NFE910     TO BRINDE-DEV910.
           MOVE GS-QTDE           TO QTDE-DEV910.
           MOVE PRECO-NFE910      TO PRECO-DEV910.
           COMPUTE VALOR-DEBITO-W = GS-QTDE * PRECO-NFE910.
           MOVE VALOR-DEBITO-W    TO VALOR-DEV910.
           MOVE NUMERO-PED-NFE910 TO NUMERO-PED-DEV910.
           MOVE ITEM-PED-NFE910   TO ITEM-PED-DEV910.
           MOVE GS-LOCAL          TO LOCAL-DEV910.
           MOVE GS-MOTIVO         TO MOTIVO-DEV910.
           MOVE USUARIO-W         TO USUARIO-DEV910.
           PERFORM ABATE-TITULO-ABERTO.
           IF VALOR-ABATIDO-DEV910 < VALOR-DEV910
              MOVE "C" TO SITUACAO-DEV910
           ELSE
              MOVE "A" TO SITUACAO-DEV910
           END-IF.
           WRITE REG-DEV910 INVALID KEY
              CONTINUE
           END-WRITE.
           MOVE "I"         TO LOG1-OPERACAO.
           MOVE "DEV910"    TO LOG1-ARQUIVO.
           MOVE REG-DEV910  TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.

           COMPUTE VALOR-CREDITO-W =
                   VALOR-DEV910 - VALOR-ABATIDO-DEV910.
           MOVE VALOR-ABATIDO-DEV910 TO VALOR-EDIT-W.
           MOVE VALOR-CREDITO-W      TO VALOR-EDIT2-W.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           STRING "DEVOLUCAO " NUMERO-DEV910
                  " - ABATIDO NO TITULO:" VALOR-EDIT-W
                  " CREDITO:" VALOR-EDIT2-W
                  DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       GRAVA-DEVOLUCAO-FIM.
           EXIT.

       SOMA-DEVOLVIDO-NF SECTION.
      *    QTDE JA DEVOLVIDA DO ITEM DA NF E O PROXIMO NUMERO DE
      *    DEVOLUCAO DO FORNECEDOR.
           MOVE ZEROS TO QTDE-DEVOLVIDA-W NUMERO-DEV-W.
           MOVE "N" TO FIM-DEV910-SW.
           MOVE GS-FORNECEDOR TO FORNEC-DEV910.
           MOVE ZEROS         TO NUMERO-DEV910.
           START DEV910 KEY IS NOT < CHAVE-DEV910 INVALID KEY
                 MOVE "S" TO FIM-DEV910-SW.
           PERFORM UNTIL FIM-DEV910-SW = "S"
              READ DEV910 NEXT RECORD AT END
                   MOVE "S" TO FIM-DEV910-SW
              NOT AT END
                IF FORNEC-DEV910 NOT = GS-FORNECEDOR
                   MOVE "S" TO FIM-DEV910-SW
                ELSE
                   MOVE NUMERO-DEV910 TO NUMERO-DEV-W
                   IF NUMERO-NF-DEV910 = NUMERO-NFE910
                      AND ITEM-NF-DEV910 = ITEM-NFE910
                      ADD QTDE-DEV910 TO QTDE-DEVOLVIDA-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           ADD 1 TO NUMERO-DEV-W.

       TOTALIZA-SALDO-BRINDE SECTION.
      *    MESMO CALCULO DE SALDO DO BRP9201, P/ O BRINDE DA NF NO
      *    LOCAL DE ONDE SAI A DEVOLUCAO (GS-LOCAL).
           MOVE ZEROS TO TOTAL-ENTRADAS-W TOTAL-SAIDAS-W.
           MOVE "N"   TO FIM-BRD020-SW.
           MOVE BRINDE-NFE910 TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS         TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
           PERFORM UNTIL FIM-BRD020-SW = "S"
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> BRINDE-NFE910
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

       BAIXA-RECEBIDO-COD043 SECTION.
      *    O ITEM DO COD043 PASSA A TER RECEBIDO SO O QUE FICOU. ITEM
      *    DE REPOSICAO (PEDIDO SEM COD043) NAO TEM O QUE BAIXAR.
           MOVE NUMERO-PED-NFE910 TO NUMERO-PED910.
           MOVE ITEM-PED-NFE910   TO ITEM-PED910.
           READ PED910 INVALID KEY
                GO BAIXA-RECEBIDO-COD043-FIM
           END-READ.
           IF SEQ-CO43-PED910 = ZEROS
              GO BAIXA-RECEBIDO-COD043-FIM
           END-IF.
           MOVE SEQ-CO43-PED910  TO SEQ-CO43.
           MOVE ITEM-CO43-PED910 TO ITEM-CO43.
           READ COD043 INVALID KEY
                GO BAIXA-RECEBIDO-COD043-FIM
           END-READ.
           IF QTDE-RECEBIDA-CO43 > GS-QTDE
              SUBTRACT GS-QTDE FROM QTDE-RECEBIDA-CO43
           ELSE
              MOVE ZEROS TO QTDE-RECEBIDA-CO43
           END-IF.
           REWRITE REG-COD043 INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE "A"         TO LOG1-OPERACAO.
           MOVE "COD043"    TO LOG1-ARQUIVO.
           MOVE REG-COD043  TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
       BAIXA-RECEBIDO-COD043-FIM.
           EXIT.

       GRAVA-SAIDA-BRD020 SECTION.
      *    SAIDA PELO PRECO DA NF DEVOLVIDA ("N"), AMARRADA AO ITEM
      *    DO PEDIDO, NO LOCAL INFORMADO.
           MOVE BRINDE-NFE910      TO CODIGO-BRINDE-BRD020.
           MOVE 1                  TO SEQ-BRD020.
           MOVE "S"                TO TIPO-MOVTO-BRD020.
           MOVE GS-QTDE            TO QTDE-BRD020.
           MOVE ZEROS              TO CONTRATO-BRD020.
           MOVE DATA-DIA-I         TO DATA-BRD020.
           MOVE USUARIO-W          TO USUARIO-BRD020.
           MOVE "DEVOL"            TO ORIGEM-BRD020.
           MOVE PRECO-NFE910       TO CUSTO-UNIT-BRD020.
           MOVE "N"                TO ORIGEM-CUSTO-BRD020.
           MOVE NUMERO-PED-NFE910  TO NUMERO-PED-BRD020.
           MOVE ITEM-PED-NFE910    TO ITEM-PED-BRD020.
           MOVE GS-LOCAL           TO LOCAL-BRD020.
           MOVE ZEROS TO ST-BRD020.
           PERFORM UNTIL ST-BRD020 = "10"
              WRITE REG-BRD020 INVALID KEY
                 ADD 1 TO SEQ-BRD020
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-BRD020
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-BRD020.

       ABATE-TITULO-ABERTO SECTION.
      *    TITULO DO PROPRIO ITEM AINDA EM ABERTO: A NOTA DE DEBITO
      *    SAI DO VALOR A PAGAR. O CODIGO DE BARRAS DO BOLETO ANTIGO
      *    NAO VALE MAIS P/ O NOVO VALOR E E LIMPO (O FORNECEDOR
      *    MANDA OUTRO). TITULO QUE ZERA FICA QUITADO PELA DEVOLUCAO.
           MOVE ZEROS TO VALOR-ABATE-W.
           MOVE GS-FORNECEDOR     TO FORNEC-APG910.
           MOVE NUMERO-PED-NFE910 TO NUMERO-PED-APG910.
           MOVE ITEM-PED-NFE910   TO ITEM-PED-APG910.
           READ APG910 INVALID KEY
                GO ABATE-TITULO-ABERTO-FIM
           END-READ.
           IF NOT PAGAR-ABERTO-APG910
              GO ABATE-TITULO-ABERTO-FIM
           END-IF.
           IF VALOR-DEV910 > VALOR-APG910
              MOVE VALOR-APG910 TO VALOR-ABATE-W
           ELSE
              MOVE VALOR-DEV910 TO VALOR-ABATE-W
           END-IF.
           SUBTRACT VALOR-ABATE-W FROM VALOR-APG910.
           ADD VALOR-ABATE-W TO VALOR-ABATIDO-APG910.
           MOVE SPACES TO CODIGO-BARRAS-APG910.
           IF VALOR-APG910 = ZEROS
              MOVE "P"         TO SITUACAO-APG910
              MOVE DATA-DIA-I  TO DATA-PAGTO-APG910
              MOVE "DEVOLUCAO" TO OCORRENCIA-APG910
           END-IF.
           REWRITE REG-APG910 INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE "A"         TO LOG1-OPERACAO.
           MOVE "APG910"    TO LOG1-ARQUIVO.
           MOVE REG-APG910  TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
           MOVE VALOR-ABATE-W     TO VALOR-ABATIDO-DEV910.
           MOVE NUMERO-PED-APG910 TO PED-ABATIDO-DEV910.
           MOVE ITEM-PED-APG910   TO ITEM-ABATIDO-DEV910.
       ABATE-TITULO-ABERTO-FIM.
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
           MOVE "DEV9100T"  TO LOG1-PROGRAMA.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "DEV9100T" TO DS-SET-NAME
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
           move "DEV9100T"          to logacess-programa
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

           CLOSE DEV910 NFE910 PED910 COD043 APG910 BRD020 LOC910
                 CAD011.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COT9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: RODADA DE COTACAO DE BRINDES (COT910) ANTES DO
      *PEDIDO DE COMPRA DO COD9047T - ABRE A RODADA, INCLUI OS
      *BRINDES COM ITENS PENDENTES NO COD043 CONVIDANDO OS
      *FORNECEDORES DO CAD011 DO MESMO TIPO (CAD019) DO FORNECEDOR
      *HABITUAL DO BRINDE (CARTA-CONVITE EM CVnnnnnn.CVT), REGISTRA
      *O PRECO UNITARIO E O PRAZO DE ENTREGA DE CADA RESPOSTA, IMPRIME
      *O COMPARATIVO (CTnnnnnn.CMP) E ADJUDICA O BRINDE A UM
      *FORNECEDOR - OS DEMAIS FICAM PERDEDORES/SEM RESPOSTA NO
      *ARQUIVO. RESPOSTA E ADJUDICACAO SAO LOGADAS NO LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COTX910.
           COPY COD043X.
           COPY BRDX010.
           COPY CAPX011.
           COPY LOGX001.
           COPY LOGACESS.SEL.
           SELECT COTIMP ASSIGN TO COTIMP-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-COTIMP.

       DATA DIVISION.
       FILE SECTION.
       COPY COTW910.
       COPY COD043W.
       COPY BRDW010.
       COPY CAPW011.
       COPY LOGW001.
       COPY LOGACESS.FD.
       FD  COTIMP
           LABEL RECORD IS OMITTED.
       01  REG-COTIMP                PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "COT9100T.CPB".
           COPY "COT9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COT910             PIC XX       VALUE SPACES.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-BRD010             PIC XX       VALUE SPACES.
           05  ST-CAD011             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-COTIMP             PIC XX       VALUE SPACES.
           05  PATH-COT910           PIC X(30)    VALUE SPACES.
           05  PATH-CAD011           PIC X(30)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  COTIMP-NOME-W         PIC X(12)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  RODADA-W              PIC 9(06)    VALUE ZEROS.
           05  QTDE-PENDENTE-W       PIC 9(05)    VALUE ZEROS.
           05  QTDE-CONVIDADOS-W     PIC 9(03)    VALUE ZEROS.
           05  TIPO-FORNEC-W         PIC 9(02)    VALUE ZEROS.
           05  BRINDE-ANT-W          PIC 9(03)    VALUE ZEROS.
           05  FIM-COT910-SW         PIC X        VALUE "N".
               88  FIM-COT910                    VALUE "S".
           05  ACHOU-SW              PIC X        VALUE "N".
               88  ACHOU                         VALUE "S".
           05  IX-BRI-W              PIC 9(03) COMP VALUE ZEROS.
           05  QTDE-BRI-W            PIC 9(03) COMP VALUE ZEROS.
           05  TABELA-MINIMOS-W.
               10  MINIMO-BRI-W OCCURS 100 TIMES.
                   15  BRINDE-MIN-W  PIC 9(03).
                   15  PRECO-MIN-W   PIC 9(08)V99.
                   15  PRAZO-MIN-W   PIC 9(03).
           05  SITUACAO-DESCR-W      PIC X(12)    VALUE SPACES.
           05  VALOR-TOTAL-W         PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZZ.ZZZ.ZZ9,99.
           05  PRECO-EDIT-W          PIC ZZ.ZZZ.ZZ9,99.
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
           MOVE "COT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COT910.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O COT910.
           IF ST-COT910 = "35"
              CLOSE COT910      OPEN OUTPUT COT910
              CLOSE COT910      OPEN I-O COT910
           END-IF.
           OPEN INPUT COD043 BRD010 CAD011.
           IF ST-COT910 <> "00"
              MOVE "ERRO ABERTURA COT910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-COT910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "COT9100T"          to logacess-programa
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
               WHEN GS-NOVA-RODADA-TRUE
                    PERFORM PROXIMA-RODADA
               WHEN GS-INCLUI-BRINDE-TRUE
                    PERFORM INCLUI-BRINDE-RODADA
                    PERFORM CARREGA-COTACOES
               WHEN GS-CARREGA-LIST-BOX-TRUE
                    PERFORM CARREGA-COTACOES
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-COTACAO
                    PERFORM CARREGA-COTACOES
               WHEN GS-ADJUDICA-TRUE
                    PERFORM ADJUDICA-COTACAO
                    PERFORM CARREGA-COTACOES
               WHEN GS-IMPRIME-TRUE
                    PERFORM IMPRIME-COMPARATIVO
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

       PROXIMA-RODADA SECTION.
           MOVE ZEROS TO RODADA-W.
           MOVE ZEROS TO RODADA-COT910 BRINDE-COT910 FORNEC-COT910.
           START COT910 KEY IS NOT < CHAVE-COT910 INVALID KEY
                 MOVE "10" TO ST-COT910.
           PERFORM UNTIL ST-COT910 = "10"
              READ COT910 NEXT RECORD AT END
                   MOVE "10" TO ST-COT910
              NOT AT END
                   MOVE RODADA-COT910 TO RODADA-W
              END-READ
           END-PERFORM.
           ADD 1 TO RODADA-W.
           MOVE SPACES   TO ST-COT910.
           MOVE RODADA-W TO GS-RODADA.
           MOVE "NOVA RODADA DE COTACAO: " TO GS-MENSAGEM-ERRO.
           MOVE RODADA-W TO GS-MENSAGEM-ERRO(25: 06).
           PERFORM CARREGA-MENSAGEM-ERRO.

       INCLUI-BRINDE-RODADA SECTION.
           IF GS-RODADA = ZEROS
              MOVE "ABRA UMA RODADA ANTES DE INCLUIR BRINDES"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO INCLUI-BRINDE-RODADA-FIM.
           MOVE GS-BRINDE TO CODIGO-BRD010.
           READ BRD010 INVALID KEY
                MOVE "BRINDE NAO CADASTRADO NO BRD010"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO INCLUI-BRINDE-RODADA-FIM
           END-READ.
           MOVE GS-RODADA TO RODADA-COT910.
           MOVE GS-BRINDE TO BRINDE-COT910.
           MOVE ZEROS     TO FORNEC-COT910.
           START COT910 KEY IS NOT < CHAVE-COT910 INVALID KEY
                 MOVE "10" TO ST-COT910.
           IF ST-COT910 NOT = "10"
              READ COT910 NEXT RECORD AT END
                   MOVE "10" TO ST-COT910
              END-READ
           END-IF.
           IF ST-COT910 NOT = "10"
              IF RODADA-COT910 = GS-RODADA AND
                 BRINDE-COT910 = GS-BRINDE
                 MOVE SPACES TO ST-COT910
                 MOVE "BRINDE JA INCLUIDO NESTA RODADA"
                                     TO GS-MENSAGEM-ERRO
                 PERFORM CARREGA-MENSAGEM-ERRO
                 GO INCLUI-BRINDE-RODADA-FIM
              END-IF
           END-IF.
           MOVE SPACES TO ST-COT910.
           PERFORM SOMA-PENDENTE-BRINDE.
           IF QTDE-PENDENTE-W = ZEROS
              MOVE "BRINDE SEM ITENS PENDENTES NO COD043"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO INCLUI-BRINDE-RODADA-FIM.
      *    O TIPO (CAD019) VEM DO FORNECEDOR HABITUAL DO BRINDE.
           MOVE CODIGO-FORNEC-BRD010 TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "FORNECEDOR HABITUAL DO BRINDE SEM CAD011"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO INCLUI-BRINDE-RODADA-FIM
           END-READ.
           MOVE TIPO-FORNEC-CD011 TO TIPO-FORNEC-W.
           MOVE ZEROS TO QTDE-CONVIDADOS-W.
           MOVE SPACES TO COTIMP-NOME-W.
           STRING "CV" GS-RODADA ".CVT"
                  DELIMITED BY SIZE INTO COTIMP-NOME-W.
           OPEN EXTEND COTIMP.
           IF ST-COTIMP = "35"
              OPEN OUTPUT COTIMP
           END-IF.
           START CAD011 KEY IS = TIPO-FORNEC-CD011 INVALID KEY
                 MOVE "10" TO ST-CAD011.
           PERFORM UNTIL ST-CAD011 = "10"
              READ CAD011 NEXT RECORD AT END
                   MOVE "10" TO ST-CAD011
              NOT AT END
                IF TIPO-FORNEC-CD011 NOT = TIPO-FORNEC-W
                   MOVE "10" TO ST-CAD011
                ELSE
                   PERFORM CONVIDA-FORNECEDOR
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CAD011.
           CLOSE COTIMP.
           MOVE "FORNECEDORES CONVIDADOS: " TO GS-MENSAGEM-ERRO.
           MOVE QTDE-CONVIDADOS-W TO GS-MENSAGEM-ERRO(26: 03).
           MOVE "- CARTAS EM"     TO GS-MENSAGEM-ERRO(30: 11).
           MOVE COTIMP-NOME-W     TO GS-MENSAGEM-ERRO(42: 12).
           PERFORM CARREGA-MENSAGEM-ERRO.
       INCLUI-BRINDE-RODADA-FIM.
           EXIT.

       SOMA-PENDENTE-BRINDE SECTION.
      *    MESMO CRITERIO DE PENDENTE DO COD9047T: ITEM DO BRINDE COM
      *    DATA-PAGTO-CO43 = ZEROS.
           MOVE ZEROS TO QTDE-PENDENTE-W.
           MOVE ZEROS TO SEQ-CO43 ITEM-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                 MOVE "10" TO ST-COD043.
           PERFORM UNTIL ST-COD043 = "10"
              READ COD043 NEXT RECORD AT END
                   MOVE "10" TO ST-COD043
              NOT AT END
                IF DATA-PAGTO-CO43 = ZEROS AND
                   BRINDE-CO43 = GS-BRINDE
                   ADD QTDE-BRINDE-CO43 TO QTDE-PENDENTE-W
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COD043.

       CONVIDA-FORNECEDOR SECTION.
           INITIALIZE REG-COT910.
           MOVE GS-RODADA           TO RODADA-COT910.
           MOVE GS-BRINDE           TO BRINDE-COT910.
           MOVE CODIGO-FORNEC-CD011 TO FORNEC-COT910.
           MOVE TIPO-FORNEC-W       TO TIPO-FORNEC-COT910.
           MOVE QTDE-PENDENTE-W     TO QTDE-COT910.
           MOVE DATA-DIA-I          TO DATA-ABERTURA-COT910.
           MOVE "C"                 TO SITUACAO-COT910.
           MOVE USUARIO-W           TO USUARIO-COT910.
           WRITE REG-COT910 INVALID KEY
                 GO CONVIDA-FORNECEDOR-FIM
           END-WRITE.
           ADD 1 TO QTDE-CONVIDADOS-W.
           MOVE SPACES TO REG-COTIMP.
           MOVE "CARTA-CONVITE - COTACAO" TO REG-COTIMP(1: 23).
           MOVE GS-RODADA           TO REG-COTIMP(25: 6).
           MOVE DATA-DIA-I          TO REG-COTIMP(33: 8).
           WRITE REG-COTIMP.
           MOVE SPACES TO REG-COTIMP.
           MOVE "FORNECEDOR:"       TO REG-COTIMP(1: 11).
           MOVE CODIGO-FORNEC-CD011 TO REG-COTIMP(13: 6).
           MOVE NOME-FORNEC-CD011   TO REG-COTIMP(20: 40).
           MOVE FONE-FORNEC-CD011   TO REG-COTIMP(61: 10).
           MOVE CONTATO-FORNEC-CD011 TO REG-COTIMP(72: 6).
           WRITE REG-COTIMP.
           MOVE SPACES TO REG-COTIMP.
           MOVE "BRINDE:"           TO REG-COTIMP(1: 7).
           MOVE CODIGO-BRD010       TO REG-COTIMP(9: 3).
           MOVE NOME-BRD010         TO REG-COTIMP(13: 30).
           MOVE "QTDE:"             TO REG-COTIMP(44: 5).
           MOVE QTDE-PENDENTE-W     TO REG-COTIMP(50: 5).
           WRITE REG-COTIMP.
           MOVE SPACES TO REG-COTIMP.
           MOVE "INFORMAR PRECO UNITARIO E PRAZO DE ENTREGA (DIAS)"
                                    TO REG-COTIMP(1: 49).
           WRITE REG-COTIMP.
           MOVE SPACES TO REG-COTIMP.
           WRITE REG-COTIMP.
       CONVIDA-FORNECEDOR-FIM.
           EXIT.

       CARREGA-COTACOES SECTION.
      *    LINHAS DA RODADA DA TELA (SO DO BRINDE INFORMADO, SE HOUVER).
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE GS-RODADA TO RODADA-COT910.
           MOVE ZEROS     TO BRINDE-COT910 FORNEC-COT910.
           START COT910 KEY IS NOT < CHAVE-COT910 INVALID KEY
                 MOVE "10" TO ST-COT910.
           PERFORM UNTIL ST-COT910 = "10"
              READ COT910 NEXT RECORD AT END
                   MOVE "10" TO ST-COT910
              NOT AT END
                IF RODADA-COT910 NOT = GS-RODADA
                   MOVE "10" TO ST-COT910
                ELSE
                   IF GS-BRINDE = ZEROS OR
                      BRINDE-COT910 = GS-BRINDE
                      PERFORM INSERE-COTACAO-LISTA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-COT910.

       INSERE-COTACAO-LISTA SECTION.
           MOVE FORNEC-COT910 TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "*** SEM CADASTRO ***" TO NOME-FORNEC-CD011
           END-READ.
           ADD 1 TO GS-CONT.
           MOVE SPACES TO GS-LINDET.
           MOVE BRINDE-COT910      TO GS-LINDET(1: 3).
           MOVE FORNEC-COT910      TO GS-LINDET(5: 6).
           MOVE NOME-FORNEC-CD011  TO GS-LINDET(12: 25).
           MOVE PRECO-UNIT-COT910  TO PRECO-EDIT-W.
           MOVE PRECO-EDIT-W       TO GS-LINDET(38: 13).
           MOVE PRAZO-DIAS-COT910  TO GS-LINDET(52: 3).
           MOVE "DIAS"             TO GS-LINDET(56: 4).
           PERFORM DESCREVE-SITUACAO.
           MOVE SITUACAO-DESCR-W   TO GS-LINDET(61: 12).
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       DESCREVE-SITUACAO SECTION.
           MOVE SPACES TO SITUACAO-DESCR-W.
           EVALUATE TRUE
               WHEN COTACAO-CONVIDADO-COT910
                   MOVE "CONVIDADO"    TO SITUACAO-DESCR-W
               WHEN COTACAO-RESPONDIDA-COT910
                   MOVE "RESPONDIDA"   TO SITUACAO-DESCR-W
               WHEN COTACAO-VENCEDORA-COT910
                   MOVE "VENCEDORA"    TO SITUACAO-DESCR-W
               WHEN COTACAO-PERDEDORA-COT910
                   MOVE "PERDEDORA"    TO SITUACAO-DESCR-W
               WHEN COTACAO-SEM-RESPOSTA-COT910
                   MOVE "SEM RESPOSTA" TO SITUACAO-DESCR-W
           END-EVALUATE.

       GRAVA-COTACAO SECTION.
           MOVE GS-RODADA     TO RODADA-COT910.
           MOVE GS-BRINDE     TO BRINDE-COT910.
           MOVE GS-FORNECEDOR TO FORNEC-COT910.
           READ COT910 INVALID KEY
                MOVE "FORNECEDOR NAO CONVIDADO P/ ESTE BRINDE"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO GRAVA-COTACAO-FIM
           END-READ.
           IF NOT COTACAO-CONVIDADO-COT910 AND
              NOT COTACAO-RESPONDIDA-COT910
              MOVE "BRINDE JA ADJUDICADO NESTA RODADA"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-COTACAO-FIM.
           IF GS-PRECO = ZEROS
              MOVE "INFORME O PRECO UNITARIO COTADO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-COTACAO-FIM.
           MOVE GS-PRECO   TO PRECO-UNIT-COT910.
           MOVE GS-PRAZO   TO PRAZO-DIAS-COT910.
           MOVE DATA-DIA-I TO DATA-RESPOSTA-COT910.
           MOVE "R"        TO SITUACAO-COT910.
           MOVE USUARIO-W  TO USUARIO-COT910.
           REWRITE REG-COT910 INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE "A"         TO LOG1-OPERACAO.
           MOVE "COT910"    TO LOG1-ARQUIVO.
           MOVE REG-COT910  TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
       GRAVA-COTACAO-FIM.
           EXIT.

       ADJUDICA-COTACAO SECTION.
      *    SO RESPOSTA REGISTRADA PODE VENCER; AS DEMAIS LINHAS DO
      *    BRINDE NA RODADA FICAM PERDEDORAS (RESPONDERAM) OU SEM
      *    RESPOSTA (SO CONVIDADAS).
           MOVE GS-RODADA     TO RODADA-COT910.
           MOVE GS-BRINDE     TO BRINDE-COT910.
           MOVE GS-FORNECEDOR TO FORNEC-COT910.
           READ COT910 INVALID KEY
                MOVE "FORNECEDOR NAO CONVIDADO P/ ESTE BRINDE"
                                     TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO ADJUDICA-COTACAO-FIM
           END-READ.
           IF NOT COTACAO-RESPONDIDA-COT910
              MOVE "SO COTACAO RESPONDIDA E NAO ADJUDICADA VENCE"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ADJUDICA-COTACAO-FIM.
           MOVE GS-RODADA TO RODADA-COT910.
           MOVE GS-BRINDE TO BRINDE-COT910.
           MOVE ZEROS     TO FORNEC-COT910.
           MOVE "N"       TO FIM-COT910-SW.
           START COT910 KEY IS NOT < CHAVE-COT910 INVALID KEY
                 MOVE "S" TO FIM-COT910-SW.
           PERFORM UNTIL FIM-COT910
              READ COT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-COT910-SW
              NOT AT END
                IF RODADA-COT910 NOT = GS-RODADA OR
                   BRINDE-COT910 NOT = GS-BRINDE
                   MOVE "S" TO FIM-COT910-SW
                ELSE
                   PERFORM MARCA-RESULTADO
                END-IF
              END-READ
           END-PERFORM.
           MOVE "BRINDE ADJUDICADO AO FORNECEDOR " TO GS-MENSAGEM-ERRO.
           MOVE GS-FORNECEDOR TO GS-MENSAGEM-ERRO(33: 06).
           PERFORM CARREGA-MENSAGEM-ERRO.
       ADJUDICA-COTACAO-FIM.
           EXIT.

       MARCA-RESULTADO SECTION.
           EVALUATE TRUE
               WHEN FORNEC-COT910 = GS-FORNECEDOR
                   MOVE "V" TO SITUACAO-COT910
               WHEN COTACAO-RESPONDIDA-COT910
                   MOVE "P" TO SITUACAO-COT910
               WHEN COTACAO-CONVIDADO-COT910
                   MOVE "N" TO SITUACAO-COT910
           END-EVALUATE.
           MOVE DATA-DIA-I TO DATA-ADJUDICACAO-COT910.
           MOVE USUARIO-W  TO USUARIO-COT910.
           REWRITE REG-COT910 INVALID KEY
              CONTINUE
           END-REWRITE.
           IF COTACAO-VENCEDORA-COT910
              MOVE "A"         TO LOG1-OPERACAO
              MOVE "COT910"    TO LOG1-ARQUIVO
              MOVE REG-COT910  TO LOG1-REGISTRO
              PERFORM GRAVA-LOG001
           END-IF.

       IMPRIME-COMPARATIVO SECTION.
      *    1A. PASSADA: MENOR PRECO E MENOR PRAZO DE CADA BRINDE ENTRE
      *    AS RESPOSTAS; 2A. PASSADA: UMA LINHA POR FORNECEDOR COM O
      *    TOTAL (PRECO X QTDE) E A MARCA DO MELHOR PRECO/PRAZO.
           IF GS-RODADA = ZEROS
              MOVE "INFORME A RODADA" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO IMPRIME-COMPARATIVO-FIM.
           MOVE ZEROS TO QTDE-BRI-W.
           MOVE GS-RODADA TO RODADA-COT910.
           MOVE ZEROS     TO BRINDE-COT910 FORNEC-COT910.
           MOVE "N"       TO FIM-COT910-SW.
           START COT910 KEY IS NOT < CHAVE-COT910 INVALID KEY
                 MOVE "S" TO FIM-COT910-SW.
           PERFORM UNTIL FIM-COT910
              READ COT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-COT910-SW
              NOT AT END
                IF RODADA-COT910 NOT = GS-RODADA
                   MOVE "S" TO FIM-COT910-SW
                ELSE
                   PERFORM ACUMULA-MINIMO
                END-IF
              END-READ
           END-PERFORM.

           MOVE SPACES TO COTIMP-NOME-W.
           STRING "CT" GS-RODADA ".CMP"
                  DELIMITED BY SIZE INTO COTIMP-NOME-W.
           OPEN OUTPUT COTIMP.
           MOVE SPACES TO REG-COTIMP.
           MOVE "COMPARATIVO DE COTACOES - RODADA" TO REG-COTIMP(1: 32).
           MOVE GS-RODADA  TO REG-COTIMP(34: 6).
           MOVE DATA-DIA-I TO REG-COTIMP(42: 8).
           WRITE REG-COTIMP.
           MOVE ZEROS TO BRINDE-ANT-W.
           MOVE GS-RODADA TO RODADA-COT910.
           MOVE ZEROS     TO BRINDE-COT910 FORNEC-COT910.
           MOVE "N"       TO FIM-COT910-SW.
           START COT910 KEY IS NOT < CHAVE-COT910 INVALID KEY
                 MOVE "S" TO FIM-COT910-SW.
           PERFORM UNTIL FIM-COT910
              READ COT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-COT910-SW
              NOT AT END
                IF RODADA-COT910 NOT = GS-RODADA
                   MOVE "S" TO FIM-COT910-SW
                ELSE
                   PERFORM IMPRIME-LINHA-COMPARATIVO
                END-IF
              END-READ
           END-PERFORM.
           CLOSE COTIMP.
           MOVE "COMPARATIVO GRAVADO EM " TO GS-MENSAGEM-ERRO.
           MOVE COTIMP-NOME-W TO GS-MENSAGEM-ERRO(24: 12).
           PERFORM CARREGA-MENSAGEM-ERRO.
       IMPRIME-COMPARATIVO-FIM.
           EXIT.

       ACUMULA-MINIMO SECTION.
           IF COTACAO-CONVIDADO-COT910 OR COTACAO-SEM-RESPOSTA-COT910
              GO ACUMULA-MINIMO-FIM.
           PERFORM ACHA-BRINDE-TABELA.
           IF IX-BRI-W > 100
              GO ACUMULA-MINIMO-FIM.
           IF PRECO-MIN-W(IX-BRI-W) = ZEROS OR
              PRECO-UNIT-COT910 < PRECO-MIN-W(IX-BRI-W)
              MOVE PRECO-UNIT-COT910 TO PRECO-MIN-W(IX-BRI-W)
           END-IF.
           IF PRAZO-MIN-W(IX-BRI-W) = 999 OR
              PRAZO-DIAS-COT910 < PRAZO-MIN-W(IX-BRI-W)
              MOVE PRAZO-DIAS-COT910 TO PRAZO-MIN-W(IX-BRI-W)
           END-IF.
       ACUMULA-MINIMO-FIM.
           EXIT.

       ACHA-BRINDE-TABELA SECTION.
           MOVE "N" TO ACHOU-SW.
           MOVE 1 TO IX-BRI-W.
           PERFORM PROCURA-BRINDE-TABELA
                   UNTIL IX-BRI-W > QTDE-BRI-W OR ACHOU.
           IF NOT ACHOU
              IF QTDE-BRI-W < 100
                 ADD 1 TO QTDE-BRI-W
                 MOVE QTDE-BRI-W    TO IX-BRI-W
                 MOVE BRINDE-COT910 TO BRINDE-MIN-W(IX-BRI-W)
                 MOVE ZEROS         TO PRECO-MIN-W(IX-BRI-W)
                 MOVE 999           TO PRAZO-MIN-W(IX-BRI-W)
              ELSE
                 MOVE 101 TO IX-BRI-W
              END-IF
           END-IF.

       PROCURA-BRINDE-TABELA SECTION.
           IF BRINDE-MIN-W(IX-BRI-W) = BRINDE-COT910
              MOVE "S" TO ACHOU-SW
           ELSE
              ADD 1 TO IX-BRI-W
           END-IF.

       IMPRIME-LINHA-COMPARATIVO SECTION.
           IF BRINDE-COT910 NOT = BRINDE-ANT-W
              MOVE BRINDE-COT910 TO BRINDE-ANT-W CODIGO-BRD010
              READ BRD010 INVALID KEY
                   MOVE SPACES TO NOME-BRD010
              END-READ
              MOVE SPACES TO REG-COTIMP
              WRITE REG-COTIMP
              MOVE "BRINDE:"     TO REG-COTIMP(1: 7)
              MOVE BRINDE-COT910 TO REG-COTIMP(9: 3)
              MOVE NOME-BRD010   TO REG-COTIMP(13: 30)
              MOVE "QTDE:"       TO REG-COTIMP(44: 5)
              MOVE QTDE-COT910   TO REG-COTIMP(50: 5)
              WRITE REG-COTIMP
           END-IF.
           MOVE FORNEC-COT910 TO CODIGO-FORNEC-CD011.
           READ CAD011 INVALID KEY
                MOVE "*** SEM CADASTRO ***" TO NOME-FORNEC-CD011
           END-READ.
           MOVE SPACES TO REG-COTIMP.
           MOVE FORNEC-COT910      TO REG-COTIMP(3: 6).
           MOVE NOME-FORNEC-CD011  TO REG-COTIMP(10: 25).
           IF COTACAO-CONVIDADO-COT910 OR COTACAO-SEM-RESPOSTA-COT910
              MOVE "SEM RESPOSTA"  TO REG-COTIMP(36: 12)
           ELSE
              MOVE PRECO-UNIT-COT910 TO PRECO-EDIT-W
              MOVE PRECO-EDIT-W      TO REG-COTIMP(36: 13)
              COMPUTE VALOR-TOTAL-W =
                      PRECO-UNIT-COT910 * QTDE-COT910
              MOVE VALOR-TOTAL-W     TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W      TO REG-COTIMP(50: 14)
              MOVE PRAZO-DIAS-COT910 TO REG-COTIMP(65: 3)
              MOVE "DIAS"            TO REG-COTIMP(69: 4)
              PERFORM ACHA-BRINDE-TABELA
              IF IX-BRI-W NOT > 100
                 IF PRECO-UNIT-COT910 = PRECO-MIN-W(IX-BRI-W)
                    MOVE "<PRECO"    TO REG-COTIMP(74: 6)
                 END-IF
                 IF PRAZO-DIAS-COT910 = PRAZO-MIN-W(IX-BRI-W)
                    MOVE "<PRAZO"    TO REG-COTIMP(81: 6)
                 END-IF
              END-IF
           END-IF.
           PERFORM DESCREVE-SITUACAO.
           MOVE SITUACAO-DESCR-W   TO REG-COTIMP(88: 12).
           WRITE REG-COTIMP.

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
           MOVE "COT9100T"  TO LOG1-PROGRAMA.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "COT9100T" TO DS-SET-NAME
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
           move "COT9100T"          to logacess-programa
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

           CLOSE COT910 COD043 BRD010 CAD011.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

      *HRM910 (CHAVE ALTERNATIVA COD-COMPL-HRM910). A PARTIR DO
      *TITULO SELECIONADO TAMBEM CALCULA O SALDO ATUALIZADO EM UMA
      *DATA INFORMADA, PELA ROTINA CRP9129 (MESMA FORMULA DE JUROS/
      *DESCONTO DA REMESSA), MOSTRANDO O CREDITO EM ABERTO DO
      *CLIENTE (CCL910) E O VALOR QUE AINDA FALTA PAGAR DEPOIS DELE.
      *COM A OPCAO HISTORICO MARCADA, A BUSCA TAMBEM TRAZ OS TITULOS
      *JA MOVIDOS P/ O ARQUIVO MORTO PELO CRP9184 (HCR020, MARCADOS
      *"ARQUIVADO" NA LISTA), E O DETALHE, AS ANOTACOES E OS NOSSOS-
      *NUMEROS DO TITULO QUE NAO ESTA MAIS NA BASE VIVA SAO LIDOS DO
      *HISTORICO (HCR200/HCR201/HHR910).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX912.
           COPY CRPX945.
           COPY CRPX946.
           COPY CRPX947.
           COPY CRPX948.
           COPY CAPX018.
           COPY LOGACESS.SEL.

       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW912.
       COPY CRPW945.
       COPY CRPW946.
       COPY CRPW947.
       COPY CRPW948.
       COPY CAPW018.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           05  ST-CAD018             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-HRM910           PIC X(30)    VALUE SPACES.
           05  ST-HCR020             PIC XX       VALUE SPACES.
           05  ST-HCR200             PIC XX       VALUE SPACES.
           05  ST-HCR201             PIC XX       VALUE SPACES.
           05  ST-HHR910             PIC XX       VALUE SPACES.
           05  PATH-HCR020           PIC X(30)    VALUE SPACES.
           05  PATH-HCR200           PIC X(30)    VALUE SPACES.
           05  PATH-HCR201           PIC X(30)    VALUE SPACES.
           05  PATH-HHR910           PIC X(30)    VALUE SPACES.
           05  HISTORICO-DISPONIVEL-SW PIC X      VALUE "N".
               88  HISTORICO-DISPONIVEL     VALUE "S".
           05  TITULO-ACHADO-SW      PIC X        VALUE "N".
               88  TITULO-ACHADO            VALUE "S".
      *        TITULO-HISTORICO - O REG-CRD020/CRD200/HRM910 EM USO
      *        VEIO DA IMAGEM DO ARQUIVO MORTO, NAO DA BASE VIVA.
           05  TITULO-HISTORICO-SW   PIC X        VALUE "N".
               88  TITULO-HISTORICO         VALUE "S".
           05  ATENDE-FILTROS-SW     PIC X        VALUE "N".
               88  ATENDE-FILTROS           VALUE "S".
           05  EMP-REFERENCIA.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "HCR020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR020.
           MOVE "HCR200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR200.
           MOVE "HCR201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR201.
           MOVE "HHR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HHR910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

              CLOSE HRM910      OPEN OUTPUT HRM910
              CLOSE HRM910      OPEN INPUT HRM910
           END-IF.
      *    SEM ARQUIVO MORTO (CRP9184 NUNCA RODOU) NAO HA HISTORICO.
           OPEN INPUT HCR020 HCR200 HCR201 HHR910.
           IF ST-HCR020 = "00"
              MOVE "S" TO HISTORICO-DISPONIVEL-SW
           END-IF.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
                END-IF
              END-READ
           END-PERFORM.
           IF GS-HISTORICO = 1 AND HISTORICO-DISPONIVEL
              PERFORM CARREGA-TITULOS-HISTORICO
           END-IF.

       CARREGA-TITULOS-HISTORICO SECTION.
           MOVE "S" TO TITULO-HISTORICO-SW.
           IF GS-CLIENTE NOT = ZEROS
              MOVE GS-CLIENTE TO CLIENTE-HCR020
              START HCR020 KEY IS NOT < CLIENTE-HCR020 INVALID KEY
                    MOVE "10" TO ST-HCR020
           ELSE
              MOVE ZEROS TO COD-COMPL-HCR020
              START HCR020 KEY IS NOT < COD-COMPL-HCR020 INVALID KEY
                    MOVE "10" TO ST-HCR020.
           PERFORM UNTIL ST-HCR020 = "10"
              READ HCR020 NEXT RECORD AT END
                   MOVE "10" TO ST-HCR020
              NOT AT END
                IF GS-CLIENTE NOT = ZEROS AND
                   CLIENTE-HCR020 <> GS-CLIENTE
                   MOVE "10" TO ST-HCR020
                ELSE
                   MOVE IMAGEM-CR20-HCR020 TO REG-CRD020
                   PERFORM VERIFICA-FILTROS
                   IF GS-PORTADOR NOT = ZEROS AND
                      PORTADOR-CR20 <> GS-PORTADOR
                      MOVE "N" TO ATENDE-FILTROS-SW
                   END-IF
                   IF ATENDE-FILTROS
                      PERFORM INSERE-TITULO-LISTA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-HCR020.
           MOVE "N" TO TITULO-HISTORICO-SW.

       VERIFICA-FILTROS SECTION.
           MOVE "S" TO ATENDE-FILTROS-SW.
           MOVE DATA-VENCTO-CR20      TO GS-LINDET(39: 8)
           MOVE VALOR-TOT-CR20        TO GS-LINDET(48: 13)
           MOVE STATUS-CR20           TO GS-LINDET(62: 2)
           IF TITULO-HISTORICO
              MOVE "ARQUIVADO"        TO GS-LINDET(65: 9)
           END-IF
           MOVE "INSERE-LIST" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       CARREGA-DETALHE SECTION.
           MOVE "N" TO TITULO-HISTORICO-SW.
           MOVE "S" TO TITULO-ACHADO-SW.
           MOVE ZEROS TO GS-DATA-ARQUIVO-DET.
           MOVE GS-COD-COMPL TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                PERFORM LE-TITULO-HISTORICO
           END-READ.
           IF NOT TITULO-ACHADO
                MOVE "TITULO NAO ENCONTRADO NO CRD020"
                                         TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
           ELSE
                IF TITULO-HISTORICO
                   MOVE DATA-ARQUIVO-HCR020 TO GS-DATA-ARQUIVO-DET
                END-IF
                MOVE NR-DOCTO-CR20       TO GS-NR-DOCTO-DET
                MOVE CLIENTE-CR20        TO GS-CLIENTE-DET
                MOVE NR-CONTRATO-CR20    TO GS-CONTRATO-DET
                     MOVE "*******" TO NOME-PORT
                END-READ
                MOVE NOME-PORT           TO GS-DESCR-PORTADOR
           END-IF.
           MOVE "N" TO TITULO-HISTORICO-SW.

       LE-TITULO-HISTORICO SECTION.
      *    TITULO FORA DA BASE VIVA: SO VEM DO ARQUIVO MORTO SE O
      *    USUARIO PEDIU O HISTORICO.
           MOVE "N" TO TITULO-ACHADO-SW.
           IF GS-HISTORICO = 1 AND HISTORICO-DISPONIVEL
              MOVE GS-COD-COMPL TO COD-COMPL-HCR020
              READ HCR020 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE IMAGEM-CR20-HCR020 TO REG-CRD020
                   MOVE "S" TO TITULO-ACHADO-SW
                               TITULO-HISTORICO-SW
              END-READ
           END-IF.

       CARREGA-ANOTACOES SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
                END-IF
              END-READ
           END-PERFORM.
           IF GS-CONT = ZEROS AND GS-HISTORICO = 1 AND
              HISTORICO-DISPONIVEL
              PERFORM CARREGA-ANOTACOES-HISTORICO
           END-IF.

       CARREGA-ANOTACOES-HISTORICO SECTION.
           MOVE "S" TO TITULO-HISTORICO-SW.
           MOVE GS-COD-COMPL TO COD-COMPL-HCR200.
           MOVE ZEROS        TO SEQ-HCR200.
           START HCR200 KEY IS NOT < CHAVE-HCR200 INVALID KEY
                 MOVE "10" TO ST-HCR200.
           PERFORM UNTIL ST-HCR200 = "10"
              READ HCR200 NEXT RECORD AT END
                   MOVE "10" TO ST-HCR200
              NOT AT END
                IF COD-COMPL-HCR200 <> GS-COD-COMPL
                   MOVE "10" TO ST-HCR200
                ELSE
                   MOVE IMAGEM-CR200-HCR200 TO REG-CRD200
                   PERFORM INSERE-ANOTACAO-LISTA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-HCR200.
           MOVE "N" TO TITULO-HISTORICO-SW.

       INSERE-ANOTACAO-LISTA SECTION.
           ADD 1 TO GS-CONT.
           PERFORM CALL-DIALOG-SYSTEM.

       BUSCA-TEXTO-ANOTACAO SECTION.
           IF TITULO-HISTORICO
              PERFORM BUSCA-TEXTO-ANOTACAO-HIST
              GO BUSCA-TEXTO-ANOTACAO-FIM.
           MOVE COD-COMPL-CR200 TO COD-COMPL-CR201.
           MOVE SEQ-CR200       TO SEQ-CR201.
           MOVE 1               TO SUBSEQ-CR201.
              NOT INVALID KEY
                MOVE ANOTACAO-CR201 TO GS-LINDET(30: 120)
           END-READ.
       BUSCA-TEXTO-ANOTACAO-FIM.
           EXIT.

       BUSCA-TEXTO-ANOTACAO-HIST SECTION.
           MOVE COD-COMPL-CR200 TO COD-COMPL-HCR201.
           MOVE SEQ-CR200       TO SEQ-HCR201.
           MOVE 1               TO SUBSEQ-HCR201.
           READ HCR201 INVALID KEY
                MOVE SPACES TO GS-LINDET(30: 120)
              NOT INVALID KEY
                MOVE IMAGEM-CR201-HCR201 TO REG-CRD201
                MOVE ANOTACAO-CR201 TO GS-LINDET(30: 120)
           END-READ.

       CARREGA-NOSSO-NUMEROS SECTION.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
                END-IF
              END-READ
           END-PERFORM.
           IF GS-CONT = ZEROS AND GS-HISTORICO = 1 AND
              HISTORICO-DISPONIVEL
              PERFORM CARREGA-NOSSO-NUMEROS-HIST
           END-IF.
           IF GS-CONT = ZEROS
              MOVE "NENHUM NOSSO-NUMERO GERADO P/ ESTE TITULO"
                                         TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.

       CARREGA-NOSSO-NUMEROS-HIST SECTION.
           MOVE GS-COD-COMPL TO COD-COMPL-HHR910.
           START HHR910 KEY IS NOT < COD-COMPL-HHR910 INVALID KEY
                 MOVE "10" TO ST-HHR910.
           PERFORM UNTIL ST-HHR910 = "10"
              READ HHR910 NEXT RECORD AT END
                   MOVE "10" TO ST-HHR910
              NOT AT END
                IF COD-COMPL-HHR910 <> GS-COD-COMPL
                   MOVE "10" TO ST-HHR910
                ELSE
                   MOVE IMAGEM-HRM-HHR910 TO REG-HRM910
                   PERFORM INSERE-NOSSO-NUMERO-LISTA
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-HHR910.

       INSERE-NOSSO-NUMERO-LISTA SECTION.
           ADD 1 TO GS-CONT.
           MOVE SPACES TO GS-LINDET.
               WHEN TITULO-NAO-ENCONTRADO-SLD
                   MOVE "TITULO NAO ENCONTRADO NO CRD020"
                                          TO GS-MENSAGEM-ERRO
                   IF HISTORICO-DISPONIVEL
                      MOVE GS-COD-COMPL TO COD-COMPL-HCR020
                      READ HCR020 INVALID KEY
                           CONTINUE
                         NOT INVALID KEY
                           MOVE "TITULO ARQUIVADO - SEM SALDO"
                                          TO GS-MENSAGEM-ERRO
                      END-READ
                   END-IF
                   PERFORM CARREGA-MENSAGEM-ERRO
               WHEN TITULO-LIQUIDADO-SLD
                   MOVE "TITULO JA LIQUIDADO/BAIXADO - SEM SALDO"
                   MOVE VALOR-JUROS-SLD      TO GS-SALDO-JUROS
                   MOVE VALOR-DESCONTO-SLD   TO GS-SALDO-DESCONTO
                   MOVE VALOR-ATUALIZADO-SLD TO GS-SALDO-ATUALIZADO
                   MOVE VALOR-CREDITO-SLD    TO GS-SALDO-CREDITO
                   MOVE VALOR-A-PAGAR-SLD    TO GS-SALDO-A-PAGAR
           END-EVALUATE.

       CLEAR-FLAGS SECTION.
           close logacess

           CLOSE CRD020 CRD200 CRD201 HRM910 CAD018.
           CLOSE HCR020 HCR200 HCR201 HHR910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

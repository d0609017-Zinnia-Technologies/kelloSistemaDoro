      *PAGAMENTO), AS ANOTACOES CRD200/CRD201 DE CADA TITULO, OS
      *DEPOSITOS DO CONTRATO NO VIP100/VIP101 E O HISTORICO DE
      *CONTATOS DO COD501 - FECHANDO COM A LINHA DE SALDO EM ABERTO.
      *OS CREDITOS DO CLIENTE NO CCL910 (PAGAMENTOS A MAIS) ENTRAM
      *COMO EVENTOS, E O CREDITO AINDA DISPONIVEL E ABATIDO NO FECHO
      *(SALDO A PAGAR).
      *O RELATORIO E CATALOGADO NO IMP910 (RLNNNNNN.REL) P/ O
      *ATENDENTE REIMPRIMIR DURANTE A LIGACAO PELA TELA IMP9100T.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-6 = CLIENTE, 7-10 =
      *CONTRATO (ZEROS = USA O CONTRATO DO PRIMEIRO TITULO), 11 =
      *"H" P/ INCLUIR OS TITULOS JA MOVIDOS P/ O ARQUIVO MORTO PELO
      *CRP9184 (HCR020, COM AS ANOTACOES DO HCR200/HCR201), MARCADOS
      *"ARQ" NO EXTRATO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY VIP101X.
           COPY COD501X.
           COPY IMPX910.
           COPY CRPX929.
           COPY CRPX945.
           COPY CRPX946.
           COPY CRPX947.
           SELECT SORT-EVENTOS ASSIGN TO "CRP9138.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELARQ ASSIGN TO RELARQ-NOME-W
       COPY VIP101W.
       COPY COD501W.
       COPY IMPW910.
       COPY CRPW929.
       COPY CRPW945.
       COPY CRPW946.
       COPY CRPW947.
       SD  SORT-EVENTOS.
       01  REG-SORT-EVENTOS.
           05  SORT-DATA             PIC 9(08).
       COPY CRPTERM.
       01  RELARQ-NOME-W             PIC X(12)  VALUE SPACES.
       01  PATH-IMP910               PIC X(30)  VALUE SPACES.
       01  PATH-VIP101               PIC X(30)  VALUE SPACES.
       01  PATH-CCL910               PIC X(30)  VALUE SPACES.
       01  ST-CCL910                 PIC XX     VALUE SPACES.
       01  PATH-HCR020               PIC X(30)  VALUE SPACES.
       01  PATH-HCR200               PIC X(30)  VALUE SPACES.
       01  PATH-HCR201               PIC X(30)  VALUE SPACES.
       01  ST-HCR020                 PIC XX     VALUE SPACES.
       01  ST-HCR200                 PIC XX     VALUE SPACES.
       01  ST-HCR201                 PIC XX     VALUE SPACES.
       01  HISTORICO-SW              PIC X      VALUE "N".
           88  INCLUI-HISTORICO            VALUE "S".
       01  TITULO-HISTORICO-SW       PIC X      VALUE "N".
           88  TITULO-HISTORICO            VALUE "S".
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CRD200                 PIC XX     VALUE SPACES.
       01  ST-CRD201                 PIC XX     VALUE SPACES.
       01  QTDE-EVENTOS-W            PIC 9(06)  VALUE ZEROS.
       01  SALDO-ABERTO-W            PIC 9(12)V99 VALUE ZEROS.
       01  VALOR-ABERTO-W            PIC 9(11)V99 VALUE ZEROS.
       01  CREDITO-ABERTO-W          PIC 9(12)V99 VALUE ZEROS.
       01  SALDO-A-PAGAR-W           PIC 9(12)V99 VALUE ZEROS.
       01  VALOR-CREDITO-W           PIC 9(11)V99 VALUE ZEROS.
       01  IX-SLOT-W                 PIC 9(01) COMP VALUE ZEROS.
       01  NUMERO-IMP-W              PIC 9(06)  VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
           MOVE "VIP101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VIP101.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "IMP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-IMP910.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "HCR020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR020.
           MOVE "HCR200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR200.
           MOVE "HCR201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR201.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           END-IF.

           OPEN INPUT CRD020 CRD200 CRD201 VIP100 VIP101 COD501.
           OPEN INPUT CCL910.
           IF OPCAO-PARAM-W(11: 1) = "H"
              OPEN INPUT HCR020 HCR200 HCR201
              IF ST-HCR020 = "00"
                 MOVE "S" TO HISTORICO-SW
              END-IF
           END-IF.
           IF CLIENTE-FILTRO-W = ZEROS
              DISPLAY "CRP9138 - CLIENTE NAO INFORMADO NO PARAMETRO"
           END-IF.
           PERFORM 2100-COLETA-TITULOS.
           PERFORM 2300-COLETA-DEPOSITOS.
           PERFORM 2400-COLETA-CONTATOS.
           PERFORM 2500-COLETA-CREDITOS.
       2000-COLETA-EVENTOS-FIM.
           EXIT.

                END-IF
              END-READ
           END-PERFORM.
           IF INCLUI-HISTORICO
              PERFORM 2150-COLETA-TITULOS-HISTORICO
           END-IF.

       2150-COLETA-TITULOS-HISTORICO SECTION.
      *    O TITULO ARQUIVADO VOLTA P/ O REG-CRD020 PELA IMAGEM E
      *    PASSA PELO MESMO 2110; E SEMPRE TERMINAL, NAO ENTRA NO
      *    SALDO EM ABERTO.
           MOVE "S" TO TITULO-HISTORICO-SW.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE CLIENTE-FILTRO-W TO CLIENTE-HCR020.
           START HCR020 KEY IS NOT < CLIENTE-HCR020 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ-SW = "S"
              READ HCR020 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF CLIENTE-HCR020 <> CLIENTE-FILTRO-W
                   MOVE "S" TO FIM-ARQ-SW
                ELSE
                   MOVE IMAGEM-CR20-HCR020 TO REG-CRD020
                   IF CONTRATO-FILTRO-W = ZEROS OR
                      NR-CONTRATO-CR20 = CONTRATO-FILTRO-W
                      IF CONTRATO-FILTRO-W = ZEROS
                         MOVE NR-CONTRATO-CR20 TO CONTRATO-FILTRO-W
                      END-IF
                      PERFORM 2110-LIBERA-TITULO
                      PERFORM 2250-COLETA-ANOTACOES-HIST
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "N" TO TITULO-HISTORICO-SW.

       2110-LIBERA-TITULO SECTION.
           ADD 1 TO QTDE-EVENTOS-W.
           MOVE VALOR-TOT-CR20    TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W      TO SORT-TEXTO(35: 14).
           MOVE STATUS-CR20       TO SORT-TEXTO(50: 2).
           IF TITULO-HISTORICO
              MOVE "ARQ"          TO SORT-TEXTO(53: 3)
           END-IF.
           RELEASE REG-SORT-EVENTOS.
           IF DATA-BAIXA-CR20 NOT = ZEROS
              ADD 1 TO QTDE-EVENTOS-W
           END-PERFORM.
           MOVE SPACES TO ST-CRD200.

       2250-COLETA-ANOTACOES-HIST SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-HCR200.
           MOVE ZEROS          TO SEQ-HCR200.
           START HCR200 KEY IS NOT < CHAVE-HCR200 INVALID KEY
                 MOVE "10" TO ST-HCR200.
           PERFORM UNTIL ST-HCR200 = "10"
              READ HCR200 NEXT RECORD AT END
                   MOVE "10" TO ST-HCR200
              NOT AT END
                IF COD-COMPL-HCR200 <> COD-COMPL-CR20
                   MOVE "10" TO ST-HCR200
                ELSE
                   MOVE IMAGEM-CR200-HCR200 TO REG-CRD200
                   MOVE COD-COMPL-CR200 TO COD-COMPL-HCR201
                   MOVE SEQ-CR200       TO SEQ-HCR201
                   MOVE 1               TO SUBSEQ-HCR201
                   MOVE SPACES          TO ANOTACAO-CR201
                   READ HCR201 NOT INVALID KEY
                        MOVE IMAGEM-CR201-HCR201 TO REG-CRD201
                   END-READ
                   ADD 1 TO QTDE-EVENTOS-W
                   MOVE DATA-MOVTO-CR200 TO SORT-DATA
                   MOVE 4                TO SORT-ORDEM
                   MOVE SPACES           TO SORT-TEXTO
                   MOVE "ANOTACAO"       TO SORT-TEXTO(1: 8)
                   MOVE ANOTACAO-CR201(1: 80)
                                         TO SORT-TEXTO(10: 80)
                   MOVE USUARIO-CR200    TO SORT-TEXTO(92: 8)
                   RELEASE REG-SORT-EVENTOS
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-HCR200.

       2300-COLETA-DEPOSITOS SECTION.
           IF CONTRATO-FILTRO-W = ZEROS OR ST-VIP100 <> "00"
              GO 2300-COLETA-DEPOSITOS-FIM.
       2400-COLETA-CONTATOS-FIM.
           EXIT.

       2500-COLETA-CREDITOS SECTION.
      *    CREDITO E DO CLIENTE, NAO DO CONTRATO: ENTRAM TODOS.
           IF ST-CCL910 <> "00"
              GO 2500-COLETA-CREDITOS-FIM.
           MOVE CLIENTE-FILTRO-W TO CLIENTE-CCL910.
           MOVE ZEROS            TO SEQ-CCL910.
           START CCL910 KEY IS NOT < CHAVE-CCL910 INVALID KEY
                 MOVE "10" TO ST-CCL910.
           PERFORM UNTIL ST-CCL910 = "10"
              READ CCL910 NEXT RECORD AT END
                   MOVE "10" TO ST-CCL910
              NOT AT END
                IF CLIENTE-CCL910 <> CLIENTE-FILTRO-W
                   MOVE "10" TO ST-CCL910
                ELSE
                   ADD 1 TO QTDE-EVENTOS-W
                   MOVE DATA-CCL910           TO SORT-DATA
                   MOVE 6                     TO SORT-ORDEM
                   MOVE SPACES                TO SORT-TEXTO
                   MOVE "CREDITO"             TO SORT-TEXTO(1: 7)
                   MOVE SEQ-CCL910            TO SORT-TEXTO(9: 5)
                   MOVE COD-COMPL-ORIG-CCL910 TO SORT-TEXTO(15: 9)
                   MOVE ORIGEM-CCL910         TO SORT-TEXTO(25: 8)
                   MOVE VALOR-CREDITO-CCL910  TO VALOR-EDIT-W
                   MOVE VALOR-EDIT-W          TO SORT-TEXTO(35: 14)
                   MOVE SITUACAO-CCL910       TO SORT-TEXTO(50: 1)
                   RELEASE REG-SORT-EVENTOS
                   IF CREDITO-ABERTO-CCL910
                      COMPUTE VALOR-CREDITO-W = VALOR-CREDITO-CCL910
                            - VALOR-UTILIZADO-CCL910
                      ADD VALOR-CREDITO-W TO CREDITO-ABERTO-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE "00" TO ST-CCL910.
       2500-COLETA-CREDITOS-FIM.
           EXIT.

       4000-IMPRIME-EXTRATO SECTION.
           PERFORM 4100-ABRE-RELATORIO-IMP910.
           MOVE SPACES TO REG-RELARQ.
           MOVE SALDO-ABERTO-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W   TO REG-RELARQ(26: 14).
           WRITE REG-RELARQ.
           IF CREDITO-ABERTO-W NOT = ZEROS
              MOVE SPACES TO REG-RELARQ
              MOVE "CREDITO DO CLIENTE.....:" TO REG-RELARQ(1: 24)
              MOVE CREDITO-ABERTO-W TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W     TO REG-RELARQ(26: 14)
              WRITE REG-RELARQ
              IF CREDITO-ABERTO-W < SALDO-ABERTO-W
                 COMPUTE SALDO-A-PAGAR-W =
                         SALDO-ABERTO-W - CREDITO-ABERTO-W
              ELSE
                 MOVE ZEROS TO SALDO-A-PAGAR-W
              END-IF
              MOVE SPACES TO REG-RELARQ
              MOVE "SALDO A PAGAR..........:" TO REG-RELARQ(1: 24)
              MOVE SALDO-A-PAGAR-W  TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W     TO REG-RELARQ(26: 14)
              WRITE REG-RELARQ
           END-IF.
           PERFORM 4300-FECHA-RELATORIO-IMP910.

       4200-RETORNA-EVENTO SECTION.

       3000-FINALIZA SECTION.
           CLOSE CRD020 CRD200 CRD201 VIP100 VIP101 COD501.
           IF ST-CCL910 = "00"
              CLOSE CCL910
           END-IF.
           IF OPCAO-PARAM-W(11: 1) = "H"
              CLOSE HCR020 HCR200 HCR201
           END-IF.
           DISPLAY "CRP9138 - EVENTOS NO EXTRATO...: " QTDE-EVENTOS-W.

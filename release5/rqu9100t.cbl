      *(PENDENTE/EXECUTADO/FALHOU) E O NUMERO DO CATALOGO P/ ACHAR O
      *RELATORIO NA TELA IMP9100T. PEDIDO AINDA PENDENTE PODE SER
      *EXCLUIDO.
      *A RODADA DO MES DA SITUACAO DA COBRANCA P/ A COMISSAO (CRP9178)
      *ENFILEIRA DE UMA VEZ UM PEDIDO POR CONTRATO ATIVO NO CTR910
      *(PARAMETRO = CONTRATO + "S" P/ OCULTAR OS VALORES); CONTRATO
      *QUE JA TEM O PEDIDO DO CRP9178 NO MES NAO E ENFILEIRADO DE NOVO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RQUX910.
           COPY CRPX942.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY RQUW910.
       COPY CRPW942.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "RQU9100T.CPB".
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(08)    VALUE ZEROS.
           05  NUMERO-PEDIDO-W       PIC 9(06)    VALUE ZEROS.
           05  ST-CTR910             PIC XX       VALUE SPACES.
           05  PATH-CTR910           PIC X(30)    VALUE SPACES.
           05  QTDE-ENFILEIRADOS-W   PIC 9(04)    VALUE ZEROS.
           05  QTDE-JA-NA-FILA-W     PIC 9(04)    VALUE ZEROS.
           05  CONTRATO-FILA-W       PIC 9(04)    VALUE ZEROS.
      *    CONTRATOS QUE JA TEM O PEDIDO DO CRP9178 NO MES, MARCADOS
      *    PELO PROPRIO NUMERO DO CONTRATO.
           05  TAB-FILA-MES.
               10  MARCA-FILA-MES-W  PIC X(01)    OCCURS 9999 TIMES.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".

           MOVE EMPRESA-W          TO EMP-REC
           MOVE "RQU910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RQU910.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

               WHEN GS-EXCLUI-TRUE
                    PERFORM EXCLUI-PEDIDO
                    PERFORM CARREGA-FILA
               WHEN GS-ENFILEIRA-COMISSAO-TRUE
                    PERFORM ENFILEIRA-COMISSAO
                    PERFORM CARREGA-FILA
           END-EVALUATE.
           PERFORM CLEAR-FLAGS.
           PERFORM CALL-DIALOG-SYSTEM.
           ADD 1 TO NUMERO-PEDIDO-W.
           MOVE SPACES TO ST-RQU910.

       ENFILEIRA-COMISSAO SECTION.
           OPEN INPUT CTR910.
           IF ST-CTR910 <> "00"
              MOVE "CADASTRO DE CONTRATOS (CTR910) INDISPONIVEL"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ENFILEIRA-COMISSAO-FIM
           END-IF.
           MOVE ZEROS  TO QTDE-ENFILEIRADOS-W QTDE-JA-NA-FILA-W.
           MOVE SPACES TO TAB-FILA-MES.
           MOVE ZEROS TO NUMERO-RQU910.
           START RQU910 KEY IS NOT < NUMERO-RQU910 INVALID KEY
                 MOVE "10" TO ST-RQU910.
           PERFORM UNTIL ST-RQU910 = "10"
              READ RQU910 NEXT RECORD AT END
                   MOVE "10" TO ST-RQU910
              NOT AT END
                IF PROGRAMA-RQU910 = "CRP9178"
                   AND DATA-PEDIDO-RQU910(1: 6) = DATA-DIA-I(1: 6)
                   AND PARAMETROS-RQU910(1: 4) NUMERIC
                   AND PARAMETROS-RQU910(1: 4) NOT = "0000"
                   MOVE PARAMETROS-RQU910(1: 4) TO CONTRATO-FILA-W
                   MOVE "S" TO MARCA-FILA-MES-W(CONTRATO-FILA-W)
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-RQU910.
           PERFORM PROXIMO-NUMERO-PEDIDO.
           ACCEPT HORA-BRA FROM TIME.
           MOVE ZEROS TO NR-CONTRATO-CTR910.
           START CTR910 KEY IS NOT < NR-CONTRATO-CTR910 INVALID KEY
                 MOVE "10" TO ST-CTR910.
           PERFORM UNTIL ST-CTR910 = "10"
              READ CTR910 NEXT RECORD AT END
                   MOVE "10" TO ST-CTR910
              NOT AT END
                IF CONTRATO-ATIVO-CTR910 AND
                   NR-CONTRATO-CTR910 NOT = ZEROS
                   IF MARCA-FILA-MES-W(NR-CONTRATO-CTR910) = "S"
                      ADD 1 TO QTDE-JA-NA-FILA-W
                   ELSE
                      PERFORM GRAVA-PEDIDO-COMISSAO
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           CLOSE CTR910.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           STRING "CRP9178 ENFILEIRADO P/ " QTDE-ENFILEIRADOS-W
                  " CONTRATO(S); " QTDE-JA-NA-FILA-W
                  " JA NA FILA DO MES"
                  DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       ENFILEIRA-COMISSAO-FIM.
           EXIT.

       GRAVA-PEDIDO-COMISSAO SECTION.
           MOVE NUMERO-PEDIDO-W    TO NUMERO-RQU910.
           ADD 1 TO NUMERO-PEDIDO-W.
           MOVE "CRP9178"          TO PROGRAMA-RQU910.
           MOVE EMPRESA-W          TO EMPRESA-RQU910.
           MOVE SPACES             TO PARAMETROS-RQU910.
           MOVE NR-CONTRATO-CTR910 TO PARAMETROS-RQU910(1: 4).
           IF GS-OCULTA-VALORES = "S"
              MOVE "S"             TO PARAMETROS-RQU910(5: 1)
           END-IF.
           MOVE USUARIO-W          TO USUARIO-RQU910.
           MOVE "P"                TO SITUACAO-RQU910.
           MOVE DATA-DIA-I         TO DATA-PEDIDO-RQU910.
           MOVE HORA-BRA(1: 4)     TO HORA-PEDIDO-RQU910.
           MOVE ZEROS              TO DATA-EXEC-RQU910 HORA-EXEC-RQU910
                                      NUMERO-IMP-RQU910.
           WRITE REG-RQU910 INVALID KEY
              REWRITE REG-RQU910
           END-WRITE.
           ADD 1 TO QTDE-ENFILEIRADOS-W.

       EXCLUI-PEDIDO SECTION.
           MOVE GS-NUMERO TO NUMERO-RQU910.
           READ RQU910 INVALID KEY

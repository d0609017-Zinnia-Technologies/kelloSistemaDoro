      *(VALOR * TAXA / 100) / 30 POR DIA DE ATRASO, E DESCONTO DO
      *PRF910 QUANDO AINDA DENTRO DA JANELA (VENCIMENTO MENOS
      *DIAS-DESCONTO). TITULO COM BAIXA PARCIAL ENTRA PELO SALDO
      *RESIDUAL. CHAMADA PELO CRP9111T (CONSULTA), PELO CRP9116
      *(SEGUNDA VIA COM VALOR ATUALIZADO) E PELO CRP9173 (JUROS
      *APROPRIADOS NO FIM DO MES) VIA COPY CRPSALDO.
      *O CREDITO EM ABERTO DO CLIENTE NO CCL910 (PAGAMENTOS A MAIS)
      *E SOMADO E ABATIDO DO VALOR ATUALIZADO NO VALOR A PAGAR, P/
      *NINGUEM COBRAR DE NOVO O FORMANDO QUE JA PAGOU.
      *PARCELA A VENCER DO CONTRATO/PORTADOR DE UMA CAMPANHA DE
      *QUITACAO ANTECIPADA ATIVA NO CMP910 (CMP9100T), COM A DATA DO
      *CALCULO DENTRO DA JANELA, TEM O PERCENTUAL DA CAMPANHA NO
      *LUGAR DO DESCONTO DO PRF910 SEMPRE QUE FOR MAIOR.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CRPX020.
           COPY CRPX910.
           COPY PARX910.
           COPY CRPX929.
           COPY CRPX939.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW910.
       COPY PARW910.
       COPY CRPW929.
       COPY CRPW939.

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  PATH-CRD020               PIC X(30)  VALUE SPACES.
       01  PATH-PRF910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  PATH-CCL910               PIC X(30)  VALUE SPACES.
       01  ST-CCL910                 PIC XX     VALUE SPACES.
       01  PATH-CMP910               PIC X(30)  VALUE SPACES.
       01  ST-CMP910                 PIC XX     VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-PRF910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  JULIANO-VENCTO-W          PIC 9(08)  VALUE ZEROS.
       01  DIAS-ATE-VENCTO-W         PIC S9(06) VALUE ZEROS.
       01  JUROS-DIA-W               PIC 9(09)V9999 VALUE ZEROS.
       01  DESCONTO-CAMPANHA-W       PIC 9(11)V99 VALUE ZEROS.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           MOVE "OK" TO RETORNO-SLD.
           MOVE ZEROS TO VALOR-FACE-SLD VALOR-BASE-SLD
                         DIAS-ATRASO-SLD VALOR-JUROS-SLD
                         VALOR-DESCONTO-SLD VALOR-ATUALIZADO-SLD
                         VALOR-CREDITO-SLD VALOR-A-PAGAR-SLD
                         CAMPANHA-SLD PERC-CAMPANHA-SLD
                         DATA-FIM-CAMPANHA-SLD.
           MOVE EMPRESA-SLD        TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "PRF910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PRF910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "CCL910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CCL910.
           MOVE "CMP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CMP910.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF DATA-CALCULO-SLD = ZEROS
                 AND DIAS-ATE-VENCTO-W NOT < DIAS-DESCONTO-W
                 COMPUTE VALOR-DESCONTO-SLD =
                         (VALOR-BASE-SLD * TAXA-DESCONTO-W) / 100
              END-IF
              PERFORM 2200-BUSCA-CAMPANHA
              COMPUTE VALOR-ATUALIZADO-SLD =
                      VALOR-BASE-SLD - VALOR-DESCONTO-SLD
           END-IF.
           PERFORM 2100-SOMA-CREDITO-CLIENTE.
           IF VALOR-CREDITO-SLD < VALOR-ATUALIZADO-SLD
              COMPUTE VALOR-A-PAGAR-SLD =
                      VALOR-ATUALIZADO-SLD - VALOR-CREDITO-SLD
           ELSE
              MOVE ZEROS TO VALOR-A-PAGAR-SLD
           END-IF.

       2100-SOMA-CREDITO-CLIENTE SECTION.
      *    SO O CREDITO DISPONIVEL ("A") ABATE: O QUE ESTA NA LISTA
      *    DE DEVOLUCAO JA TEM DESTINO.
           OPEN INPUT CCL910.
           IF ST-CCL910 NOT = "00"
              GO 2100-SOMA-CREDITO-CLIENTE-FIM.
           MOVE CLIENTE-CR20 TO CLIENTE-CCL910.
           MOVE ZEROS        TO SEQ-CCL910.
           START CCL910 KEY IS NOT < CHAVE-CCL910 INVALID KEY
                 MOVE "10" TO ST-CCL910.
           PERFORM UNTIL ST-CCL910 = "10"
              READ CCL910 NEXT RECORD AT END
                   MOVE "10" TO ST-CCL910
              NOT AT END
                IF CLIENTE-CCL910 <> CLIENTE-CR20
                   MOVE "10" TO ST-CCL910
                ELSE
                   IF CREDITO-ABERTO-CCL910
                      COMPUTE VALOR-CREDITO-SLD = VALOR-CREDITO-SLD
                            + VALOR-CREDITO-CCL910
                            - VALOR-UTILIZADO-CCL910
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           CLOSE CCL910.
       2100-SOMA-CREDITO-CLIENTE-FIM.
           EXIT.

       2200-BUSCA-CAMPANHA SECTION.
      *    CAMPANHA DE QUITACAO ANTECIPADA: ENTRE AS ATIVAS QUE COBREM
      *    O CONTRATO OU O PORTADOR DO TITULO NA DATA DO CALCULO, VALE
      *    A DE MAIOR PERCENTUAL, E SO SE DER DESCONTO MAIOR QUE O DO
      *    PRF910 (OS DOIS NAO SE SOMAM).
           OPEN INPUT CMP910.
           IF ST-CMP910 NOT = "00"
              GO 2200-BUSCA-CAMPANHA-FIM.
           MOVE ZEROS TO NUMERO-CMP910.
           START CMP910 KEY IS NOT < NUMERO-CMP910 INVALID KEY
                 MOVE "10" TO ST-CMP910.
           PERFORM UNTIL ST-CMP910 = "10"
              READ CMP910 NEXT RECORD AT END
                   MOVE "10" TO ST-CMP910
              NOT AT END
                IF CAMPANHA-ATIVA-CMP910
                   AND DATA-CALCULO-SLD NOT < DATA-INICIO-CMP910
                   AND DATA-CALCULO-SLD NOT > DATA-FIM-CMP910
                   AND PERC-DESCONTO-CMP910 > PERC-CAMPANHA-SLD
                   IF (ESCOPO-CONTRATO-CMP910 AND
                       NR-CONTRATO-CMP910 = NR-CONTRATO-CR20) OR
                      (ESCOPO-PORTADOR-CMP910 AND
                       PORTADOR-CMP910 = PORTADOR-CR20)
                      MOVE NUMERO-CMP910   TO CAMPANHA-SLD
                      MOVE PERC-DESCONTO-CMP910
                                           TO PERC-CAMPANHA-SLD
                      MOVE DATA-FIM-CMP910 TO DATA-FIM-CAMPANHA-SLD
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           CLOSE CMP910.
           IF CAMPANHA-SLD = ZEROS
              GO 2200-BUSCA-CAMPANHA-FIM.
           COMPUTE DESCONTO-CAMPANHA-W =
                   (VALOR-BASE-SLD * PERC-CAMPANHA-SLD) / 100.
           IF DESCONTO-CAMPANHA-W > VALOR-DESCONTO-SLD
              MOVE DESCONTO-CAMPANHA-W TO VALOR-DESCONTO-SLD
           ELSE
              MOVE ZEROS TO CAMPANHA-SLD PERC-CAMPANHA-SLD
                            DATA-FIM-CAMPANHA-SLD
           END-IF.
       2200-BUSCA-CAMPANHA-FIM.
           EXIT.

       3000-FINALIZA SECTION.
           IF ST-CRD020 = "00"
              CLOSE CRD020

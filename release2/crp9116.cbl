      *(ZEROS = TODOS OS GERADOS NA DATA DO DIA); POSICAO 10 = "A"
      *IMPRIME SEGUNDA VIA COM O VALOR ATUALIZADO PELA ROTINA
      *CRP9129 (JUROS/DESCONTO DA DATA) EM VEZ DO VALOR DE FACE,
      *POSICOES 11-18 = DATA DO CALCULO AAAAMMDD (ZEROS = HOJE) -
      *PARCELA A VENCER EM CAMPANHA DE QUITACAO ANTECIPADA (CMP910)
      *SAI COM O DESCONTO DA CAMPANHA E A DATA LIMITE DA OFERTA;
      *POSICAO 19 = "C" MODO CARNE: IMPRIME O CARNE COMPLETO DO
      *CONTRATO DAS POSICOES 20-23, COM CAPA E TODAS AS PARCELAS DO
      *CRD020 EM ORDEM DE VENCIMENTO - AS PARCELAS AINDA SEM
      *NOSSO-NUMERO GANHAM RESERVA PELA MESMA SEQUENCIA SEQBRAS/
      *HRM910 DA REMESSA, QUE O CRP9108 REAPROVEITA DEPOIS EM VEZ DE
      *GERAR NUMERO NOVO.
      *TAMBEM E CHAMADO PELA TELA DE ALTERACAO DE VENCIMENTO
      *(CRP9176T) P/ A SEGUNDA VIA DO TITULO ALTERADO, COM O
      *PARAMETRO MONTADO NA LINHA DE COMANDO - POR ISSO TERMINA EM
      *GOBACK.
      *NO MODO CARNE, SACADO COM CORRESPONDENCIA DEVOLVIDA PENDENTE
      *(DVC910, TELA DVC9100T) SAI COM AVISO DE NAO POSTAR NA CAPA E
      *NA PARCELA - O CARNE SO VAI EM MAOS ATE O ENDERECO SER
      *CORRIGIDO NA CGP9124T.
       DATE-WRITTEN.  22/08/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CAPX002.
           COPY CRPX915.
           COPY SQPX910.
           COPY CRPX941.
           SELECT SEQBRAS ASSIGN TO PATH-SEQBRA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
       COPY CAPW002.
       COPY CRPW915.
       COPY SQPW910.
       COPY CRPW941.
       FD  SEQBRAS.
       01  REG-SEQBRAS.
           05  CONT-SEQUENCIA  PIC 9.
       01  QTDE-BOLETOS-W            PIC 9(06)  VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  VENCTO-EDIT-W             PIC 99/99/9999.
       01  PERC-EDIT-W               PIC ZZ9,99.
       01  DATA-TRAB-W.
           05  ANO-TRAB-W            PIC 9(04).
           05  MES-TRAB-W            PIC 9(02).
       01  SEQUENCIA-W               PIC 9(10)  VALUE ZEROS.
       01  REGRA-NN-W                PIC X(02)  VALUE "BB".
       01  QTDE-PARCELAS-W           PIC 9(03) COMP VALUE ZEROS.
       01  ST-DVC910                 PIC XX     VALUE SPACES.
       01  DVC910-ABERTO-SW          PIC X      VALUE "N".
           88  DVC910-ABERTO                    VALUE "S".
       01  PATH-DVC910               PIC X(30)  VALUE SPACES.
       01  COD-COMPL-DEVOL-W         PIC 9(09)  VALUE ZEROS.
       01  END-DEVOLVIDO-SW          PIC X      VALUE "N".
           88  END-DEVOLVIDO               VALUE "S".
       01  QTDE-END-DEVOLVIDO-W      PIC 9(05)  VALUE ZEROS.
       01  AVISO-NAO-POSTAR-W        PIC X(50)  VALUE
           "*** CORRESPONDENCIA DEVOLVIDA - NAO POSTAR ***".
       01  IX-PARC-W                 PIC 9(03) COMP VALUE ZEROS.
       01  IX-ORD-W                  PIC 9(03) COMP VALUE ZEROS.
       01  TROCOU-SW                 PIC X      VALUE "N".
              PERFORM 2000-PROCESSA-HRM910 UNTIL FIM-HRM910
           END-IF.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           MOVE "BLR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BLR910.
           MOVE "SEQBRA" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEQBRA.
           MOVE "SQP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SQP910.
           MOVE "DVC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DVC910.
           MOVE "BOL9116" TO BOL9116-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
                 CLOSE SQP910      OPEN OUTPUT SQP910
                 CLOSE SQP910      OPEN I-O SQP910
              END-IF
              OPEN INPUT DVC910
              IF ST-DVC910 = "00"
                 MOVE "S" TO DVC910-ABERTO-SW
              END-IF
              OPEN OUTPUT BOL9116
              MOVE "S" TO FIM-HRM910-SW
              GO 1000-INICIALIZA-FIM.
              MOVE VALOR-DESCONTO-SLD TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W   TO REG-BOL9116(73: 14)
              WRITE REG-BOL9116
              IF CAMPANHA-SLD NOT = ZEROS
                 PERFORM 2310-IMPRIME-CAMPANHA
              END-IF
           END-IF.

           WRITE REG-BOL9116 FROM LINHA-SEPARADORA-W.
              MOVE VALOR-ATUALIZADO-SLD TO VALOR-BOLETO-W
           END-IF.

       2310-IMPRIME-CAMPANHA SECTION.
      *    O VALOR DA SEGUNDA VIA JA TEM O DESCONTO DA CAMPANHA; A
      *    LINHA AVISA O FORMANDO ATE QUANDO A OFERTA VALE.
           MOVE SPACES TO REG-BOL9116.
           MOVE "CAMPANHA DE QUITACAO ANTECIPADA" TO REG-BOL9116(1: 31).
           MOVE CAMPANHA-SLD      TO REG-BOL9116(33: 4).
           MOVE "DESCONTO DE"     TO REG-BOL9116(39: 11).
           MOVE PERC-CAMPANHA-SLD TO PERC-EDIT-W.
           MOVE PERC-EDIT-W       TO REG-BOL9116(51: 6).
           MOVE "% SE PAGO ATE"   TO REG-BOL9116(57: 13).
           MOVE DATA-FIM-CAMPANHA-SLD TO DATA-TRAB-R.
           COMPUTE VENCTO-EDIT-W = DIA-TRAB-W * 1000000
                                 + MES-TRAB-W * 10000 + ANO-TRAB-W.
           MOVE VENCTO-EDIT-W     TO REG-BOL9116(71: 10).
           WRITE REG-BOL9116.

       2200-MONTA-LINHA-DIGITAVEL SECTION.
      *    COMPOSICAO SIMPLIFICADA DA LINHA DO BANCO DO BRASIL:
      *    BANCO-MOEDA / CONVENIO+NOSSO-NUMERO / CARTEIRA, COM O
              END-READ
           END-PERFORM.

       4150-VERIFICA-ENDERECO SECTION.
      *    SEM O ARQUIVO DE DEVOLUCOES TODO ENDERECO VALE.
           MOVE "N" TO END-DEVOLVIDO-SW.
           IF NOT DVC910-ABERTO
              GO 4150-VERIFICA-ENDERECO-FIM.
           MOVE COD-COMPL-DEVOL-W TO COD-COMPL-DVC910.
           MOVE ZEROS             TO SEQ-DVC910.
           START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                 GO 4150-VERIFICA-ENDERECO-FIM.
           PERFORM UNTIL END-DEVOLVIDO-SW = "S" OR "F"
              READ DVC910 NEXT RECORD AT END
                   MOVE "F" TO END-DEVOLVIDO-SW
              NOT AT END
                IF COD-COMPL-DVC910 <> COD-COMPL-DEVOL-W
                   MOVE "F" TO END-DEVOLVIDO-SW
                ELSE
                   IF DEVOLUCAO-PENDENTE-DVC910
                      MOVE "S" TO END-DEVOLVIDO-SW
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       4150-VERIFICA-ENDERECO-FIM.
           EXIT.

       4200-ORDENA-PARCELAS SECTION.
      *    ORDENA POR VENCIMENTO (BOLHA SIMPLES, COMO A MESA DO
      *    COD9046T - O CARNE E LIMITADO A 120 PARCELAS).
           MOVE "CONTRATO"           TO REG-BOL9116(21: 8).
           MOVE CONTRATO-CARNE-W     TO REG-BOL9116(30: 4).
           WRITE REG-BOL9116.
           MOVE COD-COMPL-PARC-W(1) TO COD-COMPL-DEVOL-W.
           PERFORM 4150-VERIFICA-ENDERECO.
           IF END-DEVOLVIDO
              WRITE REG-BOL9116 FROM AVISO-NAO-POSTAR-W
           END-IF.
           MOVE SPACES TO REG-BOL9116.
           MOVE "CLIENTE:"           TO REG-BOL9116(1: 8).
           MOVE COMPRADOR-CG10       TO REG-BOL9116(10: 35).
           END-READ.
           PERFORM 4600-RESERVA-NOSSO-NUMERO.
           IF RESERVA-OK-SW = "S"
              MOVE COD-COMPL-CR20 TO COD-COMPL-DEVOL-W
              PERFORM 4150-VERIFICA-ENDERECO
              IF END-DEVOLVIDO
                 ADD 1 TO QTDE-END-DEVOLVIDO-W
                 WRITE REG-BOL9116 FROM AVISO-NAO-POSTAR-W
              END-IF
              PERFORM 2100-IMPRIME-BOLETO
           END-IF.
       4500-IMPRIME-PARCELA-FIM.
           MOVE PORTADOR-CR20       TO PORTADOR-HRM910.
           MOVE IX-PARC-W           TO SEQUENCIA-HRM910.
           MOVE DATA-DIA-I          TO DATA-GERACAO-HRM910.
           MOVE ZEROS               TO NUMERO-CAT-HRM910
                                       DATA-REG-HRM910.
           MOVE SPACES              TO SITUACAO-REG-HRM910
                                       OCORRENCIA-REG-HRM910.
           WRITE REG-HRM910 INVALID KEY
               REWRITE REG-HRM910
           END-WRITE.
       3000-FINALIZA SECTION.
           IF MODO-CARNE
              CLOSE CRD020 HRM910 CGD010 CGD011 CAD010 CAD018 CAD002
                    BLR910 SEQBRAS SQP910 DVC910 BOL9116
           ELSE
              CLOSE CRD020 HRM910 CGD010 CGD011 CAD010 CAD018 CAD002
                    BOL9116
           END-IF.
           DISPLAY "CRP9116 - BOLETOS IMPRESSOS...: " QTDE-BOLETOS-W.
           IF MODO-CARNE
              DISPLAY "CRP9116 - PARCELAS NAO POSTAR.: "
                      QTDE-END-DEVOLVIDO-W
           END-IF.

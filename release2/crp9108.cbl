       PROGRAM-ID.    CRP9108.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *GERA ARQUIVO REMESSA P/ BANCO DO BRASIL (EDA)
      *A CRITICA PRE-REMESSA AVISA (SEM BLOQUEAR O LOTE) QUANTOS
      *TITULOS SAO DE SACADO COM CORRESPONDENCIA DEVOLVIDA PENDENTE
      *NO DVC910 - O BOLETO DO BANCO IRIA P/ UM ENDERECO JA RECUSADO.
      *A LIMPEZA DO PORTADOR ANTERIOR NO CRD020 SO E GRAVADA SE NINGUEM
      *ALTEROU O TITULO NO MEIO DO CAMINHO (ROTINA CRP9187 - CONFLITOS
      *NO CNC910, RELATORIO CRP9188).
      *EM EMPRESA DE TREINAMENTO (EMPRTREINO = 1 NO PAR910 - CLONAGEM
      *CRP9189) A REMESSA E GERADA NORMALMENTE MAS CATALOGADA "E" NO
      *CAT910, QUE NAO AVANCA P/ TRANSMITIDA.
       DATE-WRITTEN.  18/06/05.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CRPX927.
           COPY SQPX910.
           COPY CEPX910.
           COPY CRPX941.
           COPY INSX910.
           COPY LCKX910.
           SELECT SEQBRAS ASSIGN TO PATH-SEQBRA
       COPY CRPW927.
       COPY SQPW910.
       COPY CEPW910.
       COPY CRPW941.
       COPY INSW910.
       COPY LCKW910.
       COPY SECW910.
           COPY "CBPRINT.CPY".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       COPY CRPCONC.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  AREAS-DE-TRABALHO.
           05 ST-SQA910           PIC XX     VALUE SPACES.
           05 PATH-SQA910         PIC X(30)  VALUE SPACES.
           05 ST-SEC910           PIC XX     VALUE SPACES.
           05 SEC910-ABERTO-SW    PIC X      VALUE "N".
               88  SEC910-ABERTO      VALUE "S".
           05 PATH-SEC910         PIC X(30)  VALUE SPACES.
           05 ST-PAR910           PIC XX     VALUE SPACES.
           05 PATH-PAR910         PIC X(30)  VALUE SPACES.
           05 PATH-CEP910         PIC X(30)  VALUE SPACES.
           05 CEP-INV-W           PIC 9(02)  VALUE ZEROS.
           05 CEP-OK-SW           PIC X(01)  VALUE "N".
           05 ST-DVC910           PIC XX     VALUE SPACES.
           05 DVC910-ABERTO-SW    PIC X      VALUE "N".
               88  DVC910-ABERTO             VALUE "S".
           05 PATH-DVC910         PIC X(30)  VALUE SPACES.
           05 END-DEVOLVIDO-SW    PIC X(01)  VALUE "N".
           05 QTDE-END-DEVOLVIDO-W PIC 9(04) VALUE ZEROS.
           05 ST-INS910           PIC XX     VALUE SPACES.
           05 PATH-INS910         PIC X(30)  VALUE SPACES.
           05 FIM-INS910-SW       PIC X(01)  VALUE "N".
           05 QTDE-FILA-W         PIC 9(04)  VALUE ZEROS.
           05 MAX-REGS-PAR-W      PIC 9(06)  VALUE ZEROS.
           05 EMPRESA-TREINO-SW   PIC X(01)  VALUE "N".
              88  EMPRESA-DE-TREINO         VALUE "S".
           05 MAX-REGS-EFETIVO-W  PIC 9(06)  VALUE ZEROS.
           05 NUM-PARTE-W         PIC 9(02)  VALUE 1.
           05 QTDE-TIT-RUN-W      PIC 9(05)  VALUE ZEROS.
              10 CHAVE-DUP-W      PIC X(21) OCCURS 5000 TIMES.
           05 CHECKPOINT-INTERVALO-W PIC 9(03) VALUE 50.
           05 QTDE-DESDE-CKP-W    PIC 9(03) VALUE ZEROS.
           05 QTDE-CONFLITO-W     PIC 9(04) VALUE ZEROS.
           05 ULTIMO-DOCTO-CKP-W  PIC 9(09) VALUE ZEROS.
           05 RETOMAR-DE-CKP-W    PIC 9(09) VALUE ZEROS.
           05 ST-SEQ              PIC XX     VALUE SPACES.
           05 CONTROLE-INSTR-W    PIC X(25)    VALUE SPACES.
           05 OCORRENCIA-INSTR-W  PIC 9(2)     VALUE ZEROS.
           05 DESCR-INSTR-W       PIC X(30)    VALUE SPACES.
           05 TIPO-INSTR-W        PIC 9(1)     VALUE ZEROS.
           05 NOVO-VENCTO-INSTR-W PIC 9(8)     VALUE ZEROS.
           05 PORTADOR-INCOMPLETO-SW PIC X(1)  VALUE "N".
           05 MODALIDADE-DESCR-T1 PIC X(20)    VALUE SPACES.
           05 ORDEM-RELATORIO-W   PIC 9(01)    VALUE 1.
           MOVE "FER910"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FER910.
           MOVE "SQP910"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SQP910.
           MOVE "CEP910"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CEP910.
           MOVE "DVC910"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DVC910.
           MOVE "INS910"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-INS910.
           MOVE "LCK910"  TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LCK910.

           END-IF.

           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.

           OPEN INPUT DDA910.
           IF ST-DDA910 = "35"
              CLOSE CEP910      OPEN INPUT CEP910
           END-IF.

           OPEN INPUT DVC910.
           IF ST-DVC910 = "35"
              CLOSE DVC910      OPEN OUTPUT DVC910
              CLOSE DVC910      OPEN INPUT DVC910
           END-IF.
           IF ST-DVC910 = "00"  MOVE "S" TO DVC910-ABERTO-SW.

           OPEN I-O INS910.
           IF ST-INS910 = "35"
              CLOSE INS910      OPEN OUTPUT INS910
                      MOVE VALOR-PAR910 TO MAX-REGS-PAR-W
                   END-IF
              END-READ
              MOVE "EMPRTREINO"   TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 = 1
                      MOVE "S" TO EMPRESA-TREINO-SW
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.

                 ELSE
                    PERFORM DESTRAVA-SEQUENCIA
                    PERFORM AVISA-FAIXA-NO-FIM
                    IF QTDE-CONFLITO-W NOT = ZEROS
                       MOVE SPACES TO GS-MENSAGEM-ERRO
                       STRING "TRANSF. PORTADOR NAO ANOTADA EM "
                              QTDE-CONFLITO-W
                              " TITULO(S) ALTERADO(S) - VER CRP9188"
                              DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
                    END-IF
                    IF EMPRESA-DE-TREINO
                       MOVE "EMPRESA DE TREINAMENTO - REMESSA CATALOGADA
      -                " SEM TRANSMISSAO (SITUACAO E)"
                                          TO GS-MENSAGEM-ERRO
                    END-IF
                 END-IF
                 IF FAIXA-ESGOTADA-SW = "S"
                    MOVE "FAIXA ESGOTOU NO MEIO DO LOTE - TITULOS RES
      *    (COMPATIBILIDADE); SEM O REGISTRO DO USUARIO A FUNCAO E
      *    NEGADA E A TENTATIVA VAI P/ O LOGACESS COM STATUS "NEGADO".
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
      *    MESMO FILTRO REPETIDO EM CADA UMA.
           OPEN OUTPUT WORK.
           MOVE ZEROS TO CGC-CPF-INV-W CEP-INV-W QTDE-DUP-REMESSA-W
                         QTDE-END-DEVOLVIDO-W
                         QTDE-CHAVES-DUP-W SEQ-SEL-W
                         QTDE-CAB-REL QTDE-TRA-REL.
           MOVE GS-PORTADOR TO PORTADOR-CR20.
                                    TO GS-AVISO-DUPLICADOS
              MOVE QTDE-DUP-REMESSA-W TO GS-AVISO-DUPLICADOS(43: 04)
           END-IF.
           MOVE SPACES TO GS-AVISO-ENDERECO.
           IF QTDE-END-DEVOLVIDO-W > 0
              MOVE "AVISO: TITULO(S) DE SACADO C/ CORRESPONDENCIA DEVOLV
      -            "IDA:" TO GS-AVISO-ENDERECO
              MOVE QTDE-END-DEVOLVIDO-W TO GS-AVISO-ENDERECO(58: 04)
           END-IF.

       GRAVA-TITULO-WORK SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CG10 COD-COMPL-CG11
           PERFORM CONFERE-CHAVE-DUPLICADA.
           MOVE ACHOU-CHAVE-DUP-SW TO DUP-WK.

      *    ENDERECO COM CORRESPONDENCIA DEVOLVIDA SO GERA AVISO.
           PERFORM VERIFICA-END-DEVOLVIDO.
           IF END-DEVOLVIDO-SW = "S"
              ADD 1 TO QTDE-END-DEVOLVIDO-W
           END-IF.

      *    VENCIMENTO JA ROLADO P/ DIA UTIL NA SELECAO.
           MOVE DATA-VENCTO-CR20 TO DATA-ROLAR-W.
           MOVE UF-CID           TO UF-ROLAR-W.
       VALIDA-CEP-SACADO-FIM.
           EXIT.

       VERIFICA-END-DEVOLVIDO SECTION.
      *    SACADO COM DEVOLUCAO PENDENTE NO DVC910 (TELA DVC9100T);
      *    A PENDENCIA SE RESOLVE QUANDO O ENDERECO E CORRIGIDO NA
      *    CGP9124T.
           MOVE "N" TO END-DEVOLVIDO-SW.
           IF NOT DVC910-ABERTO
              GO VERIFICA-END-DEVOLVIDO-FIM.
           MOVE COD-COMPL-CR20 TO COD-COMPL-DVC910.
           MOVE ZEROS          TO SEQ-DVC910.
           START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                 GO VERIFICA-END-DEVOLVIDO-FIM.
           PERFORM UNTIL END-DEVOLVIDO-SW = "S" OR "F"
              READ DVC910 NEXT RECORD AT END
                   MOVE "F" TO END-DEVOLVIDO-SW
              NOT AT END
                IF COD-COMPL-DVC910 <> COD-COMPL-CR20
                   MOVE "F" TO END-DEVOLVIDO-SW
                ELSE
                   IF DEVOLUCAO-PENDENTE-DVC910
                      MOVE "S" TO END-DEVOLVIDO-SW
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       VERIFICA-END-DEVOLVIDO-FIM.
           EXIT.

       GERAR-REMESSA-CNAB400 SECTION.
           MOVE ZEROS TO SEQ-W VALOR-TOTAL QTDE-TIT QTDE-DESDE-CKP-W
                         QTDE-CONFLITO-W.
           PERFORM LE-CHECKPOINT.
           PERFORM MONTA-NOME-REMESSA.
           MOVE SEQUENCIA-W TO SEQ-INICIAL-CAT-W.
                    READ CRD020 INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         PERFORM GUARDA-TITULO-LIDO
                         PERFORM MOVER-DADOS-TIPO1
                         IF PORTADOR-ANT-CR20 NOT = SPACES
                            AND PORTADOR-ANT-CR20 NOT = ZEROS
                            AND SIMULACAO-SW NOT = "S"
                            PERFORM MONTA-ANOTACAO-TRANSF-PORTADOR
                            MOVE SPACES TO PORTADOR-ANT-CR20
                            PERFORM REGRAVA-TITULO
                            IF TITULO-REGRAVADO-CNC
                               PERFORM GRAVA-ANOTACAO
                               PERFORM GRAVA-ANOTACAO-COD501
                            ELSE
                               ADD 1 TO QTDE-CONFLITO-W
                            END-IF
                         END-IF
                         PERFORM AVANCA-CHECKPOINT
                    END-READ
              MOVE REMESSA-NOME    TO NOME-ARQ-CAT910
           END-IF.
           MOVE LAYOUT-REM-W      TO LAYOUT-CAT910.
           IF EMPRESA-DE-TREINO
              MOVE "E"            TO SITUACAO-CAT910
           ELSE
              MOVE "G"            TO SITUACAO-CAT910
           END-IF.
           MOVE SPACES            TO TIPO-REMESSA-CAT910.
           WRITE REG-CAT910 INVALID KEY
              REWRITE REG-CAT910
           END-WRITE.
       GERAR-REMESSA-CNAB240 SECTION.
           MOVE ZEROS TO SEQ-W VALOR-TOTAL QTDE-TIT
                          QTDE-REG-T240-W VALOR-TOTAL-T240-W
                          QTDE-DESDE-CKP-W QTDE-CONFLITO-W.
           PERFORM LE-CHECKPOINT.
           PERFORM MONTA-NOME-REMESSA.
           MOVE SEQUENCIA-W TO SEQ-INICIAL-CAT-W.
                    READ CRD020 INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         PERFORM GUARDA-TITULO-LIDO
                         PERFORM MONTA-SEGMENTO-P-T240
                         WRITE REG-REMESSA240 FROM REM240-SEGM-P
                         PERFORM VERIFICA-QUEBRA-ARQUIVO-240
                            AND PORTADOR-ANT-CR20 NOT = ZEROS
                            AND SIMULACAO-SW NOT = "S"
                            PERFORM MONTA-ANOTACAO-TRANSF-PORTADOR
                            MOVE SPACES TO PORTADOR-ANT-CR20
                            PERFORM REGRAVA-TITULO
                            IF TITULO-REGRAVADO-CNC
                               PERFORM GRAVA-ANOTACAO
                               PERFORM GRAVA-ANOTACAO-COD501
                            ELSE
                               ADD 1 TO QTDE-CONFLITO-W
                            END-IF
                         END-IF
                         PERFORM AVANCA-CHECKPOINT
                    END-READ
           MOVE 240 TO LAYOUT-REM-W.
           PERFORM GRAVA-CATALOGO-REMESSA.

       GUARDA-TITULO-LIDO SECTION.
      *    IMAGEM DO TITULO COMO FOI LIDO, BASE DA REGRAVACAO
      *    PROTEGIDA (O REWRITE SO VAI SE NINGUEM GRAVOU DEPOIS).
           MOVE REG-CRD020          TO IMAGEM-LIDA-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-LIDO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-LIDO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-LIDO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-LIDO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-LIDO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-LIDO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-LIDO-CNC.
           MOVE STATUS-CR20         TO STATUS-LIDO-CNC.

       REGRAVA-TITULO SECTION.
      *    REWRITE PROTEGIDO DO CRD020: RELE O TITULO E SO GRAVA POR
      *    CIMA SE ELE AINDA E O LIDO. SE OUTRO USUARIO OU LOTE
      *    GRAVOU NO MEIO DO CAMINHO, A ROTINA CRP9187 REAPLICA A
      *    ALTERACAO SOBRE O TITULO ATUAL (CAMPOS DIFERENTES) OU A
      *    DESPREZA (MESMO CAMPO) - NESSE CASO TITULO-REGRAVADO-CNC
      *    VOLTA FALSO E O BUFFER FICA COM O TITULO ATUAL.
           MOVE "S"                 TO REGRAVACAO-CNC-SW.
           MOVE REG-CRD020          TO IMAGEM-NOVA-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-NOVO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-NOVO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-NOVO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-NOVO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-NOVO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-NOVO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-NOVO-CNC.
           MOVE STATUS-CR20         TO STATUS-NOVO-CNC.
           READ CRD020 INVALID KEY
                MOVE IMAGEM-NOVA-CNC TO REG-CRD020
                MOVE "N" TO REGRAVACAO-CNC-SW
                GO REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM GUARDA-TITULO-LIDO
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9108"         TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM GUARDA-TITULO-LIDO.
       REGRAVA-TITULO-FIM.
           EXIT.

       VERIFICA-QUEBRA-ARQUIVO-240 SECTION.
           IF MAX-REGS-EFETIVO-W = ZEROS
              GO VERIFICA-QUEBRA-ARQUIVO-240-FIM.
           EXIT.

       BUSCA-NN-RESERVADO SECTION.
      * SO REAPROVEITA NOSSO-NUMERO DO PROPRIO PORTADOR: TITULO
      * MIGRADO DE PORTADOR (CRP9162) RECEBE NUMERO NOVO DA SEQUENCIA
      * DO PORTADOR ATUAL
           MOVE "N" TO NN-RESERVADO-SW.
           MOVE SPACES TO NOSSO-NUMERO-RESERV-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-HRM910.
                IF COD-COMPL-HRM910 <> COD-COMPL-CR20
                   MOVE "10" TO ST-HRM910
                ELSE
                   IF PORTADOR-HRM910 = PORTADOR-CR20
                      MOVE "S"                 TO NN-RESERVADO-SW
                      MOVE NOSSO-NUMERO-HRM910 TO NOSSO-NUMERO-RESERV-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE PORTADOR-CR20            TO PORTADOR-HRM910
           MOVE SEQ-W                    TO SEQUENCIA-HRM910
           MOVE DATA-DIA-I               TO DATA-GERACAO-HRM910
      *    O NOSSO-NUMERO REENVIADO NUMA REMESSA NOVA VOLTA A AGUARDAR
      *    A CONFIRMACAO DE REGISTRO DO BANCO.
           MOVE NUMERO-CAT-W             TO NUMERO-CAT-HRM910
           MOVE SPACES                   TO SITUACAO-REG-HRM910
                                            OCORRENCIA-REG-HRM910
           MOVE ZEROS                    TO DATA-REG-HRM910
           WRITE REG-HRM910 INVALID KEY
               REWRITE REG-HRM910
           END-WRITE.
      *    HISTORICO HRM910 - NADA E RECALCULADO NEM CONSOME SEQUENCIA.
      *    O TIPO 5 ESVAZIA A FILA INS910 DO PORTADOR: OS PEDIDOS DE
      *    BAIXA ENFILEIRADOS PELA SUBSTITUICAO (ACP9102) E PELO
      *    DISTRATO SAEM TODOS NA MESMA REMESSA DE INSTRUCAO, JUNTO
      *    COM AS ALTERACOES DE VENCIMENTO DA TELA CRP9176T.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           IF GS-TIPO-INSTRUCAO = 5
              PERFORM GERAR-INSTRUCOES-FILA
                         MOVE SEQUENCIA-W TO SEQ-INICIAL-CAT-W
                         OPEN OUTPUT REMESSA REMESSA2
                         PERFORM MOVER-DADOS-TIPO0
                         MOVE GS-TIPO-INSTRUCAO   TO TIPO-INSTR-W
                         MOVE GS-NOVO-VENCTO-INSTR
                                                  TO NOVO-VENCTO-INSTR-W
                         PERFORM MOVER-DADOS-INSTRUCAO
                         PERFORM MOVER-DADOS-TIPO4
                         CLOSE REMESSA REMESSA2
           PERFORM MOVER-DADOS-TIPO4.
           CLOSE REMESSA REMESSA2.
           IF QTDE-FILA-W = ZEROS
              MOVE "FILA DE INSTRUCOES DO PORTADOR ESTA VAZIA"
                                    TO GS-MENSAGEM-ERRO
           ELSE
              PERFORM GRAVA-CATALOGO-REMESSA
           MOVE "X"                 TO CONTROLE-INSTR-W(1: 1).
           MOVE COD-COMPL-CR20      TO CONTROLE-INSTR-W(2: 9).
           MOVE SEQ-CR20            TO CONTROLE-INSTR-W(11: 5).
           IF ALTERA-VENCTO-INS910
              MOVE 6                  TO TIPO-INSTR-W
              MOVE NOVO-VENCTO-INS910 TO NOVO-VENCTO-INSTR-W
           ELSE
              MOVE 5                  TO TIPO-INSTR-W
              MOVE ZEROS              TO NOVO-VENCTO-INSTR-W
           END-IF.
           PERFORM MOVER-DADOS-INSTRUCAO.
           MOVE "S"        TO SITUACAO-INS910.
           MOVE DATA-DIA-I TO DATA-ENVIO-INS910.
           END-PERFORM.

       MOVER-DADOS-INSTRUCAO SECTION.
           EVALUATE TIPO-INSTR-W
               WHEN 1 MOVE 06 TO OCORRENCIA-INSTR-W
                      MOVE "ALTERACAO DE VENCIMENTO" TO DESCR-INSTR-W
               WHEN 2 MOVE 04 TO OCORRENCIA-INSTR-W
                      MOVE "SUSTAR PROTESTO" TO DESCR-INSTR-W
               WHEN 5 MOVE 02 TO OCORRENCIA-INSTR-W
                      MOVE "PEDIDO DE BAIXA (FILA)" TO DESCR-INSTR-W
               WHEN 6 MOVE 06 TO OCORRENCIA-INSTR-W
                      MOVE "ALTERACAO DE VENCTO (FILA)" TO DESCR-INSTR-W
               WHEN OTHER
                      MOVE 06 TO OCORRENCIA-INSTR-W
                      MOVE "ALTERACAO DE VENCIMENTO" TO DESCR-INSTR-W
           MOVE NR-DOCTO-CR20            TO SEU-NUMERO-T1.
           MOVE "DM"                     TO SIGLA-ESPECIE-T1.
           MOVE DATA-EMISSAO-CR20        TO DATA-EMISSAO-T1.
           IF (TIPO-INSTR-W = 1 OR TIPO-INSTR-W = 6)
              AND NOVO-VENCTO-INSTR-W NOT = ZEROS
              MOVE NOVO-VENCTO-INSTR-W   TO DATA-INV
           ELSE
              MOVE DATA-VENCTO-CR20      TO DATA-INV
           END-IF.
           ADD VALOR-W                   TO VALOR-TOTAL.
           ADD 1                         TO QTDE-TIT.
           MOVE "09"                     TO CODIGO-MOEDA-T1.
           IF TIPO-INSTR-W = 2
              MOVE GS-VALOR-ABATIMENTO-INSTR TO VALOR-W
              MOVE VALOR-W(1: 11)        TO VALOR-ABATIMENTO-T1(1: 11)
              MOVE VALOR-W(12: 2)        TO VALOR-ABATIMENTO-T1(12: 2)
           CLOSE CRD020 SEQBRAS CGD010 CGD011 CGD014 CAD010 CAD018
                 CAD002 RETPORT PRF910 CKP910 HRM910 BLR910 CAT910
                 SQA910 SEC910 DDA910 FER910 SQP910 CEP910 INS910
                 LCK910 DVC910.
           MOVE DS-QUIT-SET TO DS-CONTROL.
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

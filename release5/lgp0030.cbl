       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LGP0030.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ANONIMIZACAO (LGPD) DOS DADOS PESSOAIS DE CONTRATOS ENCERRADOS
      *OU CANCELADOS NO CTR910 HA MAIS TEMPO QUE O PRAZO DE RETENCAO
      *(PARAMETRO RETENCAOLGPD DO PAR910, EM DIAS; PADRAO 1825):
      *  - CGD010: COMPRADOR; CGD011: CPF, ENDERECO E CEP (A CIDADE
      *    FICA P/ AS ESTATISTICAS); CGD014: NOME E CPF;
      *  - DDA910: AGENCIA E CONTA DE DEBITO MASCARADAS;
      *  - PFC910: E-MAIL E TELEFONE DE CONTATO DO CLIENTE (O CANAL,
      *    AS RECUSAS E O CONSENTIMENTO FICAM COMO PROVA);
      *  - DVC910: ENDERECO, CEP E OBSERVACAO DAS DEVOLUCOES;
      *  - CHQ910: AGENCIA E CONTA DOS CHEQUES DO SACADO (O BANCO,
      *    O NUMERO E O VALOR FICAM P/ O FINANCEIRO);
      *  - CTR910: NOME, FONE E EMAIL DOS CONTATOS DA COMISSAO.
      *O SACADO E LIGADO AO CONTRATO PELO TITULO (CRD020 OU, JA
      *ARQUIVADO, HCR020). TITULO AINDA EM ABERTO (COPY CRPTERM)
      *SEGURA O CADASTRO. OS REGISTROS FINANCEIROS (CRD020, HCR020,
      *CXA910) NAO SAO TOCADOS - O RELLGP03 LISTA O QUE FOI
      *ANONIMIZADO E FECHA COM O VALOR DOS TITULOS DOS SACADOS
      *ANONIMIZADOS, QUE CONTINUA O MESMO. CADASTRO JA ANONIMIZADO
      *(COMPRADOR "ANONIMIZADO LGPD") E PULADO. O LOG001 RECEBE A
      *IMAGEM JA ANONIMIZADA - A ANTERIOR NAO E LOGADA, SENAO O DADO
      *PESSOAL FICARIA NO LOG.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" CONFERENCIA - NAO ALTERA
      *NADA, SO LISTA O QUE SERIA ANONIMIZADO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX014.
           COPY CRPX020.
           COPY CRPX945.
           COPY CRPX921.
           COPY CRPX942.
           COPY CRPX949.
           COPY CRPX941.
           COPY CRPX930.
           COPY PARX910.
           COPY LOGX001.
           SELECT RELLGP ASSIGN TO RELLGP-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-RELLGP.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW014.
       COPY CRPW020.
       COPY CRPW945.
       COPY CRPW921.
       COPY CRPW942.
       COPY CRPW949.
       COPY CRPW941.
       COPY CRPW930.
       COPY PARW910.
       COPY LOGW001.
       FD  RELLGP
           LABEL RECORD IS OMITTED.
       01  REG-RELLGP                PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  RELLGP-NOME-W             PIC X(12)  VALUE "RELLGP03".
       01  PATH-HCR020               PIC X(30)  VALUE SPACES.
       01  PATH-DDA910               PIC X(30)  VALUE SPACES.
       01  PATH-CTR910               PIC X(30)  VALUE SPACES.
       01  PATH-PFC910               PIC X(30)  VALUE SPACES.
       01  PATH-DVC910               PIC X(30)  VALUE SPACES.
       01  PATH-CHQ910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-CGD011                 PIC XX     VALUE SPACES.
       01  ST-CGD014                 PIC XX     VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-HCR020                 PIC XX     VALUE SPACES.
       01  ST-DDA910                 PIC XX     VALUE SPACES.
       01  ST-CTR910                 PIC XX     VALUE SPACES.
       01  ST-PFC910                 PIC XX     VALUE SPACES.
       01  ST-DVC910                 PIC XX     VALUE SPACES.
       01  ST-CHQ910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-LOG001                 PIC XX     VALUE SPACES.
       01  WS-DATA-SYS.
           05  WS-DATA-CPU.
               10  WS-ANO-CPU        PIC 9(04).
               10  WS-MES-CPU        PIC 9(02).
               10  WS-DIA-CPU        PIC 9(02).
           05  FILLER                PIC X(13).
       01  WS-HORA-SYS               PIC 9(08).
       01  ST-RELLGP                 PIC XX     VALUE SPACES.
       01  FIM-ARQ-SW                PIC X      VALUE "N".
           88  FIM-ARQ                     VALUE "S".
       01  CONFERENCIA-SW            PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "S".
       01  ACHOU-TITULO-SW           PIC X      VALUE "N".
           88  ACHOU-TITULO                VALUE "S".
       01  ELEGIVEL-SW               PIC X      VALUE "N".
           88  ELEGIVEL                    VALUE "S".
      *    MOTIVO-PULO-W - POR QUE O SACADO NAO E ELEGIVEL: "J" JA
      *    ANONIMIZADO, "A" TITULO EM ABERTO, "T" SEM TITULO, "P"
      *    CONTRATO NO PRAZO DE RETENCAO.
       01  MOTIVO-PULO-W             PIC X      VALUE SPACE.
           88  PULO-JA-ANONIMIZADO         VALUE "J".
           88  PULO-TITULO-ABERTO          VALUE "A".
           88  PULO-SEM-TITULO             VALUE "T".
           88  PULO-NO-PRAZO               VALUE "P".
      *    ARQUIVOS-ABERTOS-W - O STATUS MUDA A CADA LEITURA (INVALID
      *    KEY DEIXA "23"); A ABERTURA FICA GUARDADA AQUI.
       01  ARQUIVOS-ABERTOS-W.
           05  CRD020-ABERTO-SW      PIC X      VALUE "N".
               88  CRD020-ABERTO           VALUE "S".
           05  HCR020-ABERTO-SW      PIC X      VALUE "N".
               88  HCR020-ABERTO           VALUE "S".
           05  CGD011-ABERTO-SW      PIC X      VALUE "N".
               88  CGD011-ABERTO           VALUE "S".
           05  CGD014-ABERTO-SW      PIC X      VALUE "N".
               88  CGD014-ABERTO           VALUE "S".
           05  DDA910-ABERTO-SW      PIC X      VALUE "N".
               88  DDA910-ABERTO           VALUE "S".
           05  PFC910-ABERTO-SW      PIC X      VALUE "N".
               88  PFC910-ABERTO           VALUE "S".
           05  DVC910-ABERTO-SW      PIC X      VALUE "N".
               88  DVC910-ABERTO           VALUE "S".
           05  CHQ910-ABERTO-SW      PIC X      VALUE "N".
               88  CHQ910-ABERTO           VALUE "S".
       01  FIM-DVC910-SW             PIC X      VALUE "N".
           88  FIM-DVC910                  VALUE "S".
       01  ANONIMIZADO-W             PIC X(16)
                                     VALUE "ANONIMIZADO LGPD".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  JULIANO-HOJE-W            PIC 9(08)  VALUE ZEROS.
       01  DATA-CORTE-W              PIC 9(08)  VALUE ZEROS.
       01  DIAS-RETENCAO-W           PIC 9(05)  VALUE 1825.
       01  IX-COM-W                  PIC 9(02) COMP VALUE ZEROS.
       01  MARCAS-W                  PIC X(41)  VALUE SPACES.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-SACADOS-W            PIC 9(06)  VALUE ZEROS.
       01  QTDE-CGD010-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-CGD011-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-CGD014-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-DDA910-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-CTR910-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-PFC910-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-DVC910-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-CHQ910-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-JA-ANON-W            PIC 9(06)  VALUE ZEROS.
       01  QTDE-ABERTO-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-SEM-TITULO-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-NO-PRAZO-W           PIC 9(06)  VALUE ZEROS.
       01  VALOR-TOT-TITULOS-W       PIC 9(13)V99 VALUE ZEROS.
       01  VALOR-PAGO-TITULOS-W      PIC 9(13)V99 VALUE ZEROS.
       01  VALOR-ED-W                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  QTDE-ED-W                 PIC ZZZ.ZZ9.
       01  DETALHE-RES-W             PIC X(35)  VALUE SPACES.
       01  QTDE-RES-W                PIC 9(06)  VALUE ZEROS.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  VAR1                  PIC X VALUE "\".
           05  EMP-REC               PIC XXX.
           05  VAR2                  PIC X VALUE "\".
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
       COPY "PARAMETR".

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           IF ST-CGD010 = "00" AND ST-CTR910 = "00"
              PERFORM 2000-PROCESSA-SACADOS
              PERFORM 2300-PROCESSA-CHEQUES
              PERFORM 2500-PROCESSA-CONTRATOS
           END-IF.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "HCR020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR020.
           MOVE "DDA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DDA910.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "PFC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PFC910.
           MOVE "DVC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DVC910.
           MOVE "CHQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHQ910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           IF OPCAO-PARAM-W(1: 1) = "C"
              MOVE "S" TO CONFERENCIA-SW
           END-IF.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W      TO EMPRESA-PAR910
              MOVE "RETENCAOLGPD" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO DIAS-RETENCAO-W
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.
           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           COMPUTE JULIANO-HOJE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           COMPUTE DATA-CORTE-W = FUNCTION DATE-OF-INTEGER
                   (JULIANO-HOJE-W - DIAS-RETENCAO-W).

           IF MODO-CONFERENCIA
              OPEN INPUT CGD010 CGD011 CGD014 DDA910 CTR910
              OPEN INPUT PFC910 DVC910 CHQ910
           ELSE
              OPEN I-O CGD010 CGD011 CGD014 DDA910 CTR910
              OPEN I-O PFC910 DVC910 CHQ910
              OPEN I-O LOG001
              IF ST-LOG001 = "35"
                 CLOSE LOG001      OPEN OUTPUT LOG001
                 CLOSE LOG001      OPEN I-O LOG001
              END-IF
           END-IF.
           OPEN INPUT CRD020 HCR020.
           IF ST-CRD020 = "00"  MOVE "S" TO CRD020-ABERTO-SW.
           IF ST-HCR020 = "00"  MOVE "S" TO HCR020-ABERTO-SW.
           IF ST-CGD011 = "00"  MOVE "S" TO CGD011-ABERTO-SW.
           IF ST-CGD014 = "00"  MOVE "S" TO CGD014-ABERTO-SW.
           IF ST-DDA910 = "00"  MOVE "S" TO DDA910-ABERTO-SW.
           IF ST-PFC910 = "00"  MOVE "S" TO PFC910-ABERTO-SW.
           IF ST-DVC910 = "00"  MOVE "S" TO DVC910-ABERTO-SW.
           IF ST-CHQ910 = "00"  MOVE "S" TO CHQ910-ABERTO-SW.
           OPEN OUTPUT RELLGP.
           MOVE SPACES TO REG-RELLGP.
           MOVE "ANONIMIZACAO LGPD - CONTRATOS FECHADOS ANTES DE"
                                     TO REG-RELLGP(1: 47).
           MOVE DATA-CORTE-W         TO REG-RELLGP(49: 8).
           MOVE "RETENCAO"           TO REG-RELLGP(59: 8).
           MOVE DIAS-RETENCAO-W      TO REG-RELLGP(68: 5).
           MOVE "DIAS"               TO REG-RELLGP(74: 4).
           IF MODO-CONFERENCIA
              MOVE "CONFERENCIA"     TO REG-RELLGP(80: 11)
           END-IF.
           WRITE REG-RELLGP.
           IF ST-CGD010 <> "00"
              DISPLAY "LGP0030 - ERRO ABERTURA CGD010: " ST-CGD010.
           IF ST-CTR910 <> "00"
              DISPLAY "LGP0030 - CADASTRO DE CONTRATOS (CTR910) "
                      "INEXISTENTE - NADA A ANONIMIZAR".
           MOVE SPACES TO REG-RELLGP.
           MOVE "COD-COMPL CONTR FECHADO  ARQUIVOS"
                                     TO REG-RELLGP(1: 33).
           MOVE "VALOR TITULO"       TO REG-RELLGP(74: 12).
           WRITE REG-RELLGP.

       2000-PROCESSA-SACADOS SECTION.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO COD-COMPL-CG10.
           START CGD010 KEY IS NOT < COD-COMPL-CG10 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ CGD010 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                ADD 1 TO QTDE-LIDOS-W
                PERFORM 2100-VERIFICA-SACADO
                IF ELEGIVEL
                   PERFORM 2200-ANONIMIZA-SACADO
                ELSE
                   PERFORM 2190-CONTA-PULADO
                END-IF
              END-READ
           END-PERFORM.

       2100-VERIFICA-SACADO SECTION.
      *    COM O REG-CGD010 LIDO: ELEGIVEL-SW, OU O MOTIVO-PULO-W.
           MOVE "N" TO ELEGIVEL-SW.
           MOVE SPACE TO MOTIVO-PULO-W.
           IF COMPRADOR-CG10(1: 16) = ANONIMIZADO-W
              MOVE "J" TO MOTIVO-PULO-W
              GO 2100-VERIFICA-SACADO-FIM.
           MOVE "N" TO ACHOU-TITULO-SW.
           MOVE COD-COMPL-CG10 TO COD-COMPL-CR20.
           IF CRD020-ABERTO
              READ CRD020 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO ACHOU-TITULO-SW
              END-READ
           END-IF.
           IF NOT ACHOU-TITULO AND HCR020-ABERTO
              MOVE COD-COMPL-CG10 TO COD-COMPL-HCR020
              READ HCR020 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO ACHOU-TITULO-SW
                   MOVE IMAGEM-CR20-HCR020 TO REG-CRD020
              END-READ
           END-IF.
           IF NOT ACHOU-TITULO
              MOVE "T" TO MOTIVO-PULO-W
              GO 2100-VERIFICA-SACADO-FIM.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF NOT STATUS-TERMINAL-CR20
              MOVE "A" TO MOTIVO-PULO-W
              GO 2100-VERIFICA-SACADO-FIM.
           MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                MOVE "P" TO MOTIVO-PULO-W
                GO 2100-VERIFICA-SACADO-FIM.
           PERFORM 2110-VERIFICA-CONTRATO.
           IF NOT ELEGIVEL
              MOVE "P" TO MOTIVO-PULO-W
           END-IF.
       2100-VERIFICA-SACADO-FIM.
           EXIT.

       2110-VERIFICA-CONTRATO SECTION.
      *    MESMA REGRA DO ARQUIVO MORTO (CRP9184), COM A DATA DE CORTE
      *    DADA PELO PRAZO DE RETENCAO.
           MOVE "N" TO ELEGIVEL-SW.
           IF (CONTRATO-ENCERRADO-CTR910 OR CONTRATO-CANCELADO-CTR910)
              AND DATA-SITUACAO-CTR910 NOT = ZEROS
              AND DATA-SITUACAO-CTR910 < DATA-CORTE-W
              MOVE "S" TO ELEGIVEL-SW
           END-IF.

       2190-CONTA-PULADO SECTION.
           EVALUATE TRUE
               WHEN PULO-JA-ANONIMIZADO  ADD 1 TO QTDE-JA-ANON-W
               WHEN PULO-TITULO-ABERTO   ADD 1 TO QTDE-ABERTO-W
               WHEN PULO-SEM-TITULO      ADD 1 TO QTDE-SEM-TITULO-W
               WHEN PULO-NO-PRAZO        ADD 1 TO QTDE-NO-PRAZO-W
           END-EVALUATE.

       2200-ANONIMIZA-SACADO SECTION.
           ADD 1 TO QTDE-SACADOS-W.
           ADD VALOR-TOT-CR20  TO VALOR-TOT-TITULOS-W.
           ADD VALOR-PAGO-CR20 TO VALOR-PAGO-TITULOS-W.
           MOVE SPACES TO MARCAS-W.
           ADD 1 TO QTDE-CGD010-W.
           MOVE "CGD010"             TO MARCAS-W(1: 6).
           IF NOT MODO-CONFERENCIA
              MOVE ANONIMIZADO-W TO COMPRADOR-CG10
              REWRITE REG-CGD010 INVALID KEY
                 CONTINUE
              END-REWRITE
              MOVE "CGD010"     TO LOG1-ARQUIVO
              MOVE REG-CGD010   TO LOG1-REGISTRO
              PERFORM 2900-GRAVA-LOG001
           END-IF.
           MOVE COD-COMPL-CG10 TO COD-COMPL-CG11.
           IF CGD011-ABERTO
              READ CGD011 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO QTDE-CGD011-W
                   MOVE "CGD011"     TO MARCAS-W(8: 6)
                   IF NOT MODO-CONFERENCIA
                      MOVE ZEROS         TO CPF1-CG11 CEP1-CG11
                      MOVE ANONIMIZADO-W TO ENDERECO1-CG11
                      REWRITE REG-CGD011 INVALID KEY
                         CONTINUE
                      END-REWRITE
                      MOVE "CGD011"     TO LOG1-ARQUIVO
                      MOVE REG-CGD011   TO LOG1-REGISTRO
                      PERFORM 2900-GRAVA-LOG001
                   END-IF
              END-READ
           END-IF.
           MOVE COD-COMPL-CG10 TO COD-COMPL-CG14.
           IF CGD014-ABERTO
              READ CGD014 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO QTDE-CGD014-W
                   MOVE "CGD014"     TO MARCAS-W(15: 6)
                   IF NOT MODO-CONFERENCIA
                      MOVE ZEROS         TO CPF-CG14
                      MOVE ANONIMIZADO-W TO NOME-CG14
                      REWRITE REG-CGD014 INVALID KEY
                         CONTINUE
                      END-REWRITE
                      MOVE "CGD014"     TO LOG1-ARQUIVO
                      MOVE REG-CGD014   TO LOG1-REGISTRO
                      PERFORM 2900-GRAVA-LOG001
                   END-IF
              END-READ
           END-IF.
           MOVE COD-COMPL-CG10 TO COD-COMPL-DDA910.
           IF DDA910-ABERTO
              READ DDA910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO QTDE-DDA910-W
                   MOVE "DDA910"     TO MARCAS-W(22: 6)
                   IF NOT MODO-CONFERENCIA
                      MOVE ALL "*" TO AGENCIA-DEB-DDA910
                                      CONTA-DEB-DDA910
                      REWRITE REG-DDA910 INVALID KEY
                         CONTINUE
                      END-REWRITE
                      MOVE "DDA910"     TO LOG1-ARQUIVO
                      MOVE REG-DDA910   TO LOG1-REGISTRO
                      PERFORM 2900-GRAVA-LOG001
                   END-IF
              END-READ
           END-IF.
      *    PREFERENCIA DE CONTATO E POR CLIENTE (O DO TITULO LIDO NO
      *    2100-VERIFICA-SACADO).
           MOVE CLIENTE-CR20 TO CLIENTE-PFC910.
           IF PFC910-ABERTO
              READ PFC910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO QTDE-PFC910-W
                   MOVE "PFC910"     TO MARCAS-W(29: 6)
                   IF NOT MODO-CONFERENCIA
                      MOVE SPACES TO EMAIL-PFC910 FONE-PFC910
                      REWRITE REG-PFC910 INVALID KEY
                         CONTINUE
                      END-REWRITE
                      MOVE "PFC910"     TO LOG1-ARQUIVO
                      MOVE REG-PFC910   TO LOG1-REGISTRO
                      PERFORM 2900-GRAVA-LOG001
                   END-IF
              END-READ
           END-IF.
           IF DVC910-ABERTO
              MOVE "N" TO FIM-DVC910-SW
              MOVE COD-COMPL-CG10 TO COD-COMPL-DVC910
              MOVE ZEROS          TO SEQ-DVC910
              START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                    MOVE "S" TO FIM-DVC910-SW
              END-START
              PERFORM 2210-ANONIMIZA-DEVOLUCAO UNTIL FIM-DVC910
           END-IF.
           MOVE SPACES TO REG-RELLGP.
           MOVE COD-COMPL-CG10       TO REG-RELLGP(1: 9).
           MOVE NR-CONTRATO-CTR910   TO REG-RELLGP(11: 4).
           MOVE DATA-SITUACAO-CTR910 TO REG-RELLGP(17: 8).
           MOVE MARCAS-W             TO REG-RELLGP(27: 41).
           MOVE VALOR-TOT-CR20       TO VALOR-ED-W.
           MOVE VALOR-ED-W           TO REG-RELLGP(69: 17).
           WRITE REG-RELLGP.

       2210-ANONIMIZA-DEVOLUCAO SECTION.
      *    TODAS AS DEVOLUCOES DO SACADO (COD-COMPL + SEQUENCIA).
           READ DVC910 NEXT RECORD AT END
                MOVE "S" TO FIM-DVC910-SW
                GO 2210-ANONIMIZA-DEVOLUCAO-FIM
           END-READ.
           IF COD-COMPL-DVC910 NOT = COD-COMPL-CG10
              MOVE "S" TO FIM-DVC910-SW
              GO 2210-ANONIMIZA-DEVOLUCAO-FIM.
           ADD 1 TO QTDE-DVC910-W.
           MOVE "DVC910"     TO MARCAS-W(36: 6).
           IF MODO-CONFERENCIA
              GO 2210-ANONIMIZA-DEVOLUCAO-FIM.
           MOVE ANONIMIZADO-W TO ENDERECO-DVC910.
           MOVE ZEROS         TO CEP-DVC910.
           MOVE SPACES        TO OBS-DVC910.
           REWRITE REG-DVC910 INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE "DVC910"     TO LOG1-ARQUIVO.
           MOVE REG-DVC910   TO LOG1-REGISTRO.
           PERFORM 2900-GRAVA-LOG001.
       2210-ANONIMIZA-DEVOLUCAO-FIM.
           EXIT.

       2300-PROCESSA-CHEQUES SECTION.
      *    A CUSTODIA (CHQ910) E POR MOVIMENTO DO CAIXA, SEM CHAVE POR
      *    SACADO - LEITURA COMPLETA. O CHEQUE E MASCARADO QUANDO O
      *    SACADO DELE JA ESTA ANONIMIZADO (NESTA RODADA OU ANTES) OU,
      *    NA CONFERENCIA, SERIA.
           IF NOT CHQ910-ABERTO
              GO 2300-PROCESSA-CHEQUES-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE LOW-VALUES TO CHAVE-CHQ910.
           START CHQ910 KEY IS NOT < CHAVE-CHQ910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ CHQ910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF CONTA-CHQ910 NOT = ALL "*"
                   PERFORM 2310-VERIFICA-CHEQUE
                END-IF
              END-READ
           END-PERFORM.
       2300-PROCESSA-CHEQUES-FIM.
           EXIT.

       2310-VERIFICA-CHEQUE SECTION.
           MOVE COD-COMPL-CHQ910 TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                GO 2310-VERIFICA-CHEQUE-FIM.
           PERFORM 2100-VERIFICA-SACADO.
           IF NOT ELEGIVEL AND NOT PULO-JA-ANONIMIZADO
              GO 2310-VERIFICA-CHEQUE-FIM.
           ADD 1 TO QTDE-CHQ910-W.
           MOVE SPACES TO REG-RELLGP.
           MOVE COD-COMPL-CHQ910     TO REG-RELLGP(1: 9).
           MOVE DATA-CXA-CHQ910      TO REG-RELLGP(17: 8).
           MOVE "CHQ910 CHEQUE"      TO REG-RELLGP(27: 13).
           MOVE VALOR-CHQ910         TO VALOR-ED-W.
           MOVE VALOR-ED-W           TO REG-RELLGP(69: 17).
           WRITE REG-RELLGP.
           IF MODO-CONFERENCIA
              GO 2310-VERIFICA-CHEQUE-FIM.
           MOVE ZEROS    TO AGENCIA-CHQ910.
           MOVE ALL "*"  TO CONTA-CHQ910.
           REWRITE REG-CHQ910 INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE "CHQ910"     TO LOG1-ARQUIVO.
           MOVE REG-CHQ910   TO LOG1-REGISTRO.
           PERFORM 2900-GRAVA-LOG001.
       2310-VERIFICA-CHEQUE-FIM.
           EXIT.

       2500-PROCESSA-CONTRATOS SECTION.
      *    CONTATOS DA COMISSAO DO CONTRATO FECHADO FORA DO PRAZO.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO NR-CONTRATO-CTR910.
           START CTR910 KEY IS NOT < NR-CONTRATO-CTR910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ CTR910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                PERFORM 2110-VERIFICA-CONTRATO
                IF ELEGIVEL AND
                   (NOME-COMISSAO-CTR910(1) NOT = SPACES OR
                    NOME-COMISSAO-CTR910(2) NOT = SPACES OR
                    NOME-COMISSAO-CTR910(3) NOT = SPACES) AND
                   NOME-COMISSAO-CTR910(1)(1: 16) NOT = ANONIMIZADO-W
                   PERFORM 2510-ANONIMIZA-COMISSAO
                END-IF
              END-READ
           END-PERFORM.

       2510-ANONIMIZA-COMISSAO SECTION.
           ADD 1 TO QTDE-CTR910-W.
           MOVE SPACES TO REG-RELLGP.
           MOVE "CONTRATO"           TO REG-RELLGP(1: 8).
           MOVE NR-CONTRATO-CTR910   TO REG-RELLGP(11: 4).
           MOVE DATA-SITUACAO-CTR910 TO REG-RELLGP(17: 8).
           MOVE "CTR910 COMISSAO"    TO REG-RELLGP(27: 15).
           WRITE REG-RELLGP.
           IF MODO-CONFERENCIA
              GO 2510-ANONIMIZA-COMISSAO-FIM.
           PERFORM VARYING IX-COM-W FROM 1 BY 1 UNTIL IX-COM-W > 3
              IF IX-COM-W = 1 OR
                 NOME-COMISSAO-CTR910(IX-COM-W) NOT = SPACES
                 MOVE ANONIMIZADO-W TO NOME-COMISSAO-CTR910(IX-COM-W)
              END-IF
              MOVE SPACES TO FONE-COMISSAO-CTR910(IX-COM-W)
                             EMAIL-COMISSAO-CTR910(IX-COM-W)
           END-PERFORM.
           REWRITE REG-CTR910 INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE "CTR910"     TO LOG1-ARQUIVO.
           MOVE REG-CTR910   TO LOG1-REGISTRO.
           PERFORM 2900-GRAVA-LOG001.
       2510-ANONIMIZA-COMISSAO-FIM.
           EXIT.

       2900-GRAVA-LOG001 SECTION.
           MOVE USUARIO-W   TO LOG1-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO LOG1-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS TO LOG1-HORAS.
           MOVE "A"         TO LOG1-OPERACAO.
           MOVE "LGP0030"   TO LOG1-PROGRAMA.
      *    MUITAS GRAVACOES NO MESMO CENTESIMO: CHAVE REPETIDA AVANCA
      *    A HORA, COMO A SEQUENCIA DO LOGACESS.
           MOVE "10" TO ST-LOG001.
           PERFORM UNTIL ST-LOG001 NOT = "10"
              WRITE REG-LOG001 INVALID KEY
                 ADD 1 TO LOG1-HORAS
                 MOVE "10" TO ST-LOG001
              END-WRITE
           END-PERFORM.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-RELLGP.
           WRITE REG-RELLGP.
           MOVE "SACADOS LIDOS NO CGD010..........:" TO DETALHE-RES-W.
           MOVE QTDE-LIDOS-W        TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "SACADOS ANONIMIZADOS..............:" TO DETALHE-RES-W.
           MOVE QTDE-SACADOS-W      TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "  REGISTROS CGD010................:" TO DETALHE-RES-W.
           MOVE QTDE-CGD010-W       TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "  REGISTROS CGD011................:" TO DETALHE-RES-W.
           MOVE QTDE-CGD011-W       TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "  REGISTROS CGD014................:" TO DETALHE-RES-W.
           MOVE QTDE-CGD014-W       TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "  CONTAS DDA910...................:" TO DETALHE-RES-W.
           MOVE QTDE-DDA910-W       TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "  CONTATOS PFC910.................:" TO DETALHE-RES-W.
           MOVE QTDE-PFC910-W       TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "  DEVOLUCOES DVC910...............:" TO DETALHE-RES-W.
           MOVE QTDE-DVC910-W       TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "  CHEQUES CHQ910..................:" TO DETALHE-RES-W.
           MOVE QTDE-CHQ910-W       TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "CONTRATOS COM COMISSAO ANONIMIZADA:" TO DETALHE-RES-W.
           MOVE QTDE-CTR910-W       TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "PULADOS - JA ANONIMIZADOS.........:" TO DETALHE-RES-W.
           MOVE QTDE-JA-ANON-W      TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "PULADOS - TITULO EM ABERTO........:" TO DETALHE-RES-W.
           MOVE QTDE-ABERTO-W       TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "PULADOS - SEM TITULO..............:" TO DETALHE-RES-W.
           MOVE QTDE-SEM-TITULO-W   TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
           MOVE "PULADOS - CONTRATO NO PRAZO.......:" TO DETALHE-RES-W.
           MOVE QTDE-NO-PRAZO-W     TO QTDE-RES-W.
           PERFORM 3100-LINHA-RESUMO.
      *    OS TITULOS NAO SAO ALTERADOS - OS VALORES SO CONFIRMAM QUE
      *    O FINANCEIRO DOS SACADOS ANONIMIZADOS CONTINUA INTEIRO.
           MOVE SPACES TO REG-RELLGP.
           MOVE "VALOR DOS TITULOS MANTIDOS........:"
                                     TO REG-RELLGP(1: 35).
           MOVE VALOR-TOT-TITULOS-W  TO VALOR-ED-W.
           MOVE VALOR-ED-W           TO REG-RELLGP(37: 17).
           MOVE "PAGO"               TO REG-RELLGP(56: 4).
           MOVE VALOR-PAGO-TITULOS-W TO VALOR-ED-W.
           MOVE VALOR-ED-W           TO REG-RELLGP(61: 17).
           WRITE REG-RELLGP.
           CLOSE CGD010 CGD011 CGD014 DDA910 CTR910 CRD020 HCR020
                 PFC910 DVC910 CHQ910 RELLGP.
           IF NOT MODO-CONFERENCIA
              CLOSE LOG001
           END-IF.
           DISPLAY "LGP0030 - SACADOS ANONIMIZADOS: " QTDE-SACADOS-W.
           DISPLAY "LGP0030 - CONTRATOS (COMISSAO): " QTDE-CTR910-W.

       3100-LINHA-RESUMO SECTION.
           MOVE SPACES TO REG-RELLGP.
           MOVE DETALHE-RES-W        TO REG-RELLGP(1: 35).
           MOVE QTDE-RES-W           TO QTDE-ED-W.
           MOVE QTDE-ED-W            TO REG-RELLGP(37: 7).
           WRITE REG-RELLGP.

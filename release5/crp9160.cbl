       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9160.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONCILIACAO DE FLOAT DOS LOTES DE RETORNO - P/ CADA LOTE
      *IMPORTADO (LTR910) DE BOLETO (CRP9109), DEBITO AUTOMATICO
      *("DEB", CRP9127) OU PIX ("PIX", CRP9134) COM VALOR A CREDITAR,
      *CALCULA A DATA EM QUE O BANCO DEVE CREDITAR A CONTA (DATA DA
      *IMPORTACAO MAIS OS DIAS UTEIS DE FLOAT DO CANAL, COM FIM DE
      *SEMANA E FERIADO DO FER910 "BR") E PROCURA O CREDITO ENTRE OS
      *LANCAMENTOS DO EXTRATO AINDA PENDENTES NO EXP910 (CARREGADOS
      *PELO VIP9102), DA DATA DA IMPORTACAO ATE A DATA PREVISTA MAIS
      *A JANELA DE ESPERA:
      *  - VALOR EXATO ATE A DATA PREVISTA = CREDITO NO PRAZO ("C");
      *  - VALOR EXATO DEPOIS DA DATA PREVISTA = CREDITO ATRASADO
      *    ("A"), COM OS DIAS DE ATRASO;
      *  - VALOR MENOR, DENTRO DA TOLERANCIA = CREDITO A MENOR ("M");
      *  - NADA ATE O FIM DA JANELA = CREDITO NAO EFETUADO ("N").
      *O LANCAMENTO CASADO FICA MARCADO NO EXP910 ("R") P/ NAO SER
      *OFERECIDO AOS DEPOSITOS DO VIP100 NEM A OUTRO LOTE. OS LOTES
      *COM PROBLEMA (E OS AINDA SEM CREDITO JA VENCIDA A DATA
      *PREVISTA) SAEM NO REL9160 AGRUPADOS POR PORTADOR. LOTE "N"
      *CONTINUA SENDO PROCURADO NAS RODADAS SEGUINTES.
      *PARAMETROS NO PAR910 (DIAS UTEIS): FLOATBOLETO (PADRAO 1),
      *FLOATDEBITO (PADRAO 1), FLOATPIX (PADRAO 0), FLOATnnnn P/ O
      *PORTADOR nnnn (SOBREPOE O DO CANAL), FLOATJANELA = DIAS
      *CORRIDOS DE ESPERA DEPOIS DA DATA PREVISTA (PADRAO 10) E
      *FLOATTOLER = PERCENTUAL ACEITO P/ CREDITO A MENOR (PADRAO 10).
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA (LISTA
      *SEM MARCAR LTR910/EXP910).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX918.
           COPY EXPX910.
           COPY CRPX927.
           COPY PARX910.
           SELECT SORT-LOTES ASSIGN TO "CRP9160.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL9160 ASSIGN TO REL9160-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9160.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW918.
       COPY EXPW910.
       COPY CRPW927.
       COPY PARW910.
       SD  SORT-LOTES.
       01  REG-SORT-LOTES.
           05  SORT-PORTADOR         PIC 9(04).
           05  SORT-IDENT            PIC X(40).
           05  SORT-DIFERENCA        PIC 9(12)V99.
           05  SORT-TEXTO            PIC X(120).
       FD  REL9160
           LABEL RECORD IS OMITTED.
       01  REG-REL9160               PIC X(132).

       WORKING-STORAGE SECTION.
       01  PATH-LTR910               PIC X(30)  VALUE SPACES.
       01  PATH-EXP910               PIC X(30)  VALUE SPACES.
       01  PATH-FER910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  REL9160-NOME              PIC X(12)  VALUE SPACES.
       01  ST-LTR910                 PIC XX     VALUE SPACES.
       01  ST-EXP910                 PIC XX     VALUE SPACES.
       01  ST-FER910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-REL9160                PIC XX     VALUE SPACES.
       01  FIM-LTR910-SW             PIC X      VALUE "N".
           88  FIM-LTR910                  VALUE "S".
       01  FIM-EXP910-SW             PIC X      VALUE "N".
           88  FIM-EXP910                  VALUE "S".
       01  FIM-SORT-SW               PIC X      VALUE "N".
           88  FIM-SORT                    VALUE "S".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  ACHOU-EXATO-SW            PIC X      VALUE "N".
           88  ACHOU-EXATO                 VALUE "S".
       01  ACHOU-MENOR-SW            PIC X      VALUE "N".
           88  ACHOU-MENOR                 VALUE "S".
       01  DIA-UTIL-SW               PIC X(01)  VALUE "N".
       01  PAR910-ABERTO-SW          PIC X(01)  VALUE "N".
           88  PAR910-ABERTO               VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  JULIANO-HOJE-W            PIC 9(08)  VALUE ZEROS.
       01  JULIANO-ROLAR-W           PIC 9(08)  VALUE ZEROS.
       01  JULIANO-PREVISTO-W        PIC 9(08)  VALUE ZEROS.
       01  JULIANO-LIMITE-W          PIC 9(08)  VALUE ZEROS.
       01  DIA-SEMANA-W              PIC 9(01)  VALUE ZEROS.
       01  DATA-PREVISTA-W           PIC 9(08)  VALUE ZEROS.
       01  DATA-LIMITE-W             PIC 9(08)  VALUE ZEROS.
       01  DIAS-FLOAT-W              PIC 9(03)  VALUE ZEROS.
       01  DIAS-CONTADOS-W           PIC 9(03)  VALUE ZEROS.
       01  DIAS-ATRASO-W             PIC 9(05)  VALUE ZEROS.
       01  FLOAT-BOLETO-W            PIC 9(03)  VALUE 1.
       01  FLOAT-DEBITO-W            PIC 9(03)  VALUE 1.
       01  FLOAT-PIX-W               PIC 9(03)  VALUE ZEROS.
       01  JANELA-DIAS-W             PIC 9(03)  VALUE 10.
       01  TOLERANCIA-PERC-W         PIC 9(03)V99 VALUE 10.
       01  VALOR-MINIMO-W            PIC 9(12)V99 VALUE ZEROS.
       01  DIFERENCA-W               PIC 9(12)V99 VALUE ZEROS.
       01  ID-FLOAT-PORT-W.
           05  FILLER                PIC X(05)  VALUE "FLOAT".
           05  PORTADOR-ID-FLOAT-W   PIC 9(04).
       01  CHAVE-EXATO-W             PIC X(31)  VALUE SPACES.
       01  DATA-EXATO-W              PIC 9(08)  VALUE ZEROS.
       01  CHAVE-MENOR-W             PIC X(31)  VALUE SPACES.
       01  DATA-MENOR-W              PIC 9(08)  VALUE ZEROS.
       01  VALOR-MENOR-W             PIC 9(09)V99 VALUE ZEROS.
       01  OCORRENCIA-W              PIC X(30)  VALUE SPACES.
       01  PORTADOR-ANT-W            PIC 9(04)  VALUE ZEROS.
       01  QTDE-LOTES-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-NO-PRAZO-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-ATRASADOS-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-A-MENOR-W            PIC 9(06)  VALUE ZEROS.
       01  QTDE-SEM-CREDITO-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-AGUARDANDO-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-PORT-W               PIC 9(06)  VALUE ZEROS.
       01  DIFERENCA-PORT-W          PIC 9(12)V99 VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.

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
           SORT SORT-LOTES
                ASCENDING KEY SORT-PORTADOR SORT-IDENT
                INPUT PROCEDURE IS 2000-CONCILIA-LOTES
                OUTPUT PROCEDURE IS 4000-IMPRIME-LOTES.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "LTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LTR910.
           MOVE "EXP910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-EXP910.
           MOVE "FER910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FER910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "REL9160" TO REL9160-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           COMPUTE JULIANO-HOJE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           MOVE OPCAO-PARAM-W(1: 1) TO MODO-CONFERENCIA-SW.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE "S"           TO PAR910-ABERTO-SW
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "FLOATBOLETO" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE VALOR-PAR910 TO FLOAT-BOLETO-W
              END-READ
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "FLOATDEBITO" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE VALOR-PAR910 TO FLOAT-DEBITO-W
              END-READ
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "FLOATPIX"    TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE VALOR-PAR910 TO FLOAT-PIX-W
              END-READ
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "FLOATJANELA" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO JANELA-DIAS-W
                   END-IF
              END-READ
              MOVE EMPRESA-W     TO EMPRESA-PAR910
              MOVE "FLOATTOLER"  TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO TOLERANCIA-PERC-W
                   END-IF
              END-READ
           END-IF.

           IF MODO-CONFERENCIA
              OPEN INPUT LTR910 EXP910
           ELSE
              OPEN I-O LTR910 EXP910
           END-IF.
           OPEN INPUT FER910.
           IF ST-FER910 = "35"
              CLOSE FER910      OPEN OUTPUT FER910
              CLOSE FER910      OPEN INPUT FER910
           END-IF.
           OPEN OUTPUT REL9160.
           MOVE SPACES TO REG-REL9160.
           MOVE "CONCILIACAO DE FLOAT DOS LOTES DE RETORNO EM"
                                    TO REG-REL9160(1: 44).
           MOVE DATA-DIA-I          TO REG-REL9160(46: 8).
           WRITE REG-REL9160.
           MOVE SPACES TO REG-REL9160.
           MOVE "LOTE                 IMPORTADO PREVISTO"
                                    TO REG-REL9160(1: 39).
           MOVE "      ESPERADO      CREDITADO CREDITO  ATRASO"
                                    TO REG-REL9160(40: 46).
           MOVE "OCORRENCIA"        TO REG-REL9160(87: 10).
           WRITE REG-REL9160.
           IF ST-LTR910 <> "00" OR ST-EXP910 <> "00"
              MOVE "S" TO FIM-LTR910-SW
           ELSE
              MOVE SPACES TO IDENT-LTR910
              START LTR910 KEY IS NOT < IDENT-LTR910 INVALID KEY
                    MOVE "S" TO FIM-LTR910-SW
           END-IF.

       2000-CONCILIA-LOTES SECTION.
           PERFORM 2100-PROCESSA-LTR910 UNTIL FIM-LTR910.

       2100-PROCESSA-LTR910 SECTION.
           READ LTR910 NEXT RECORD AT END
                MOVE "S" TO FIM-LTR910-SW
                GO 2100-PROCESSA-LTR910-FIM
           END-READ.
      *    LOTE ANTERIOR AO CONTROLE DE CREDITO, SEM VALOR A CREDITAR
      *    OU JA CONCILIADO NAO E PROCURADO DE NOVO.
           IF VALOR-CREDITO-LTR910 NOT NUMERIC OR
              PORTADOR-LTR910 NOT NUMERIC
              GO 2100-PROCESSA-LTR910-FIM.
           IF VALOR-CREDITO-LTR910 = ZEROS OR
              IDENT-LTR910(1: 3) = "CRT"
              GO 2100-PROCESSA-LTR910-FIM.
           IF SITUACAO-CRED-LTR910 NOT = SPACES AND
              NOT CREDITO-NAO-EFETUADO-LTR910
              GO 2100-PROCESSA-LTR910-FIM.
           PERFORM 2200-CALCULA-DATA-PREVISTA.
           IF JULIANO-PREVISTO-W > JULIANO-HOJE-W
              GO 2100-PROCESSA-LTR910-FIM.
           ADD 1 TO QTDE-LOTES-W.
           PERFORM 2300-PROCURA-CREDITO.
           MOVE SPACES TO OCORRENCIA-W.
           MOVE ZEROS  TO DIFERENCA-W DIAS-ATRASO-W.
           EVALUATE TRUE
               WHEN ACHOU-EXATO
                    MOVE CHAVE-EXATO-W        TO CHAVE-EXP910
                    MOVE DATA-EXATO-W         TO DATA-CRED-REAL-LTR910
                    MOVE VALOR-CREDITO-LTR910 TO VALOR-CRED-REAL-LTR910
                    COMPUTE JULIANO-LIMITE-W =
                            FUNCTION INTEGER-OF-DATE(DATA-EXATO-W)
                    IF JULIANO-LIMITE-W > JULIANO-PREVISTO-W
                       MOVE "A" TO SITUACAO-CRED-LTR910
                       ADD 1    TO QTDE-ATRASADOS-W
                       COMPUTE DIAS-ATRASO-W =
                               JULIANO-LIMITE-W - JULIANO-PREVISTO-W
                       MOVE "CREDITO ATRASADO" TO OCORRENCIA-W
                    ELSE
                       MOVE "C" TO SITUACAO-CRED-LTR910
                       ADD 1    TO QTDE-NO-PRAZO-W
                    END-IF
                    PERFORM 2400-MARCA-LANCAMENTO
               WHEN ACHOU-MENOR
                    MOVE CHAVE-MENOR-W        TO CHAVE-EXP910
                    MOVE DATA-MENOR-W         TO DATA-CRED-REAL-LTR910
                    MOVE VALOR-MENOR-W        TO VALOR-CRED-REAL-LTR910
                    MOVE "M" TO SITUACAO-CRED-LTR910
                    ADD 1    TO QTDE-A-MENOR-W
                    COMPUTE DIFERENCA-W = VALOR-CREDITO-LTR910
                                        - VALOR-MENOR-W
                    MOVE "CREDITO A MENOR"    TO OCORRENCIA-W
                    PERFORM 2400-MARCA-LANCAMENTO
               WHEN OTHER
                    MOVE ZEROS TO DATA-CRED-REAL-LTR910
                                  VALOR-CRED-REAL-LTR910
                    MOVE VALOR-CREDITO-LTR910 TO DIFERENCA-W
                    COMPUTE DIAS-ATRASO-W =
                            JULIANO-HOJE-W - JULIANO-PREVISTO-W
                    IF DATA-LIMITE-W < DATA-DIA-I
                       MOVE "N" TO SITUACAO-CRED-LTR910
                       ADD 1    TO QTDE-SEM-CREDITO-W
                       MOVE "CREDITO NAO EFETUADO" TO OCORRENCIA-W
                    ELSE
                       ADD 1    TO QTDE-AGUARDANDO-W
                       MOVE "SEM CREDITO - AGUARDANDO"
                                                 TO OCORRENCIA-W
                    END-IF
           END-EVALUATE.
           IF NOT MODO-CONFERENCIA
              REWRITE REG-LTR910
           END-IF.
           IF OCORRENCIA-W NOT = SPACES
              PERFORM 2500-LIBERA-LOTE
           END-IF.
       2100-PROCESSA-LTR910-FIM.
           EXIT.

       2200-CALCULA-DATA-PREVISTA SECTION.
      *    FLOAT EM DIAS UTEIS A PARTIR DA IMPORTACAO: O PORTADOR
      *    CADASTRADO NO PAR910 SOBREPOE O PADRAO DO CANAL.
           EVALUATE IDENT-LTR910(1: 3)
               WHEN "PIX"  MOVE FLOAT-PIX-W    TO DIAS-FLOAT-W
               WHEN "DEB"  MOVE FLOAT-DEBITO-W TO DIAS-FLOAT-W
               WHEN OTHER  MOVE FLOAT-BOLETO-W TO DIAS-FLOAT-W
           END-EVALUATE.
           IF PAR910-ABERTO
              MOVE PORTADOR-LTR910 TO PORTADOR-ID-FLOAT-W
              MOVE EMPRESA-W       TO EMPRESA-PAR910
              MOVE ID-FLOAT-PORT-W TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE VALOR-PAR910 TO DIAS-FLOAT-W
              END-READ
           END-IF.
           MOVE DATA-IMPORT-LTR910 TO DATA-PREVISTA-W.
           MOVE ZEROS TO DIAS-CONTADOS-W.
           PERFORM 2210-AVANCA-DIA-UTIL
                   UNTIL DIAS-CONTADOS-W NOT < DIAS-FLOAT-W.
      *    CREDITO PREVISTO EM DIA NAO UTIL ROLA P/ O PROXIMO UTIL.
           MOVE "N" TO DIA-UTIL-SW.
           PERFORM 2220-VERIFICA-DIA-UTIL UNTIL DIA-UTIL-SW = "S".
           COMPUTE JULIANO-PREVISTO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-PREVISTA-W).
           COMPUTE DATA-LIMITE-W = FUNCTION DATE-OF-INTEGER
                   (JULIANO-PREVISTO-W + JANELA-DIAS-W).

       2210-AVANCA-DIA-UTIL SECTION.
           COMPUTE JULIANO-ROLAR-W =
                   FUNCTION INTEGER-OF-DATE(DATA-PREVISTA-W).
           COMPUTE DATA-PREVISTA-W =
                   FUNCTION DATE-OF-INTEGER(JULIANO-ROLAR-W + 1).
           MOVE "N" TO DIA-UTIL-SW.
           PERFORM 2220-VERIFICA-DIA-UTIL UNTIL DIA-UTIL-SW = "S".
           ADD 1 TO DIAS-CONTADOS-W.

       2220-VERIFICA-DIA-UTIL SECTION.
           MOVE "S" TO DIA-UTIL-SW.
           COMPUTE JULIANO-ROLAR-W =
                   FUNCTION INTEGER-OF-DATE(DATA-PREVISTA-W).
           COMPUTE DIA-SEMANA-W = FUNCTION MOD(JULIANO-ROLAR-W 7).
           IF DIA-SEMANA-W = 0 OR DIA-SEMANA-W = 6
              MOVE "N" TO DIA-UTIL-SW
           ELSE
              IF ST-FER910 = "00"
                 MOVE "BR" TO UF-FER910
                 MOVE DATA-PREVISTA-W TO DATA-FER910
                 READ FER910 INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE "N" TO DIA-UTIL-SW
                 END-READ
              END-IF
           END-IF.
           IF DIA-UTIL-SW = "N"
              COMPUTE DATA-PREVISTA-W =
                      FUNCTION DATE-OF-INTEGER(JULIANO-ROLAR-W + 1)
           END-IF.

       2300-PROCURA-CREDITO SECTION.
      *    LANCAMENTOS PENDENTES DO EXTRATO DA DATA DA IMPORTACAO ATE
      *    O FIM DA JANELA: VALOR EXATO TEM PRIORIDADE; SEM ELE, VALE
      *    O PRIMEIRO MENOR DENTRO DA TOLERANCIA.
           MOVE "N" TO ACHOU-EXATO-SW ACHOU-MENOR-SW FIM-EXP910-SW.
           COMPUTE VALOR-MINIMO-W ROUNDED = VALOR-CREDITO-LTR910
                   * (100 - TOLERANCIA-PERC-W) / 100.
           MOVE DATA-IMPORT-LTR910 TO DT-LANCTO-EXP910.
           MOVE SPACES TO AGENCIA-EXP910.
           MOVE ZEROS  TO VALOR-EXP910 SEQ-EXP910.
           START EXP910 KEY IS NOT < CHAVE-EXP910 INVALID KEY
                 MOVE "S" TO FIM-EXP910-SW.
           PERFORM 2310-LE-LANCAMENTO UNTIL FIM-EXP910 OR ACHOU-EXATO.

       2310-LE-LANCAMENTO SECTION.
           READ EXP910 NEXT RECORD AT END
                MOVE "S" TO FIM-EXP910-SW
                GO 2310-LE-LANCAMENTO-FIM
           END-READ.
           IF DT-LANCTO-EXP910 > DATA-LIMITE-W
              MOVE "S" TO FIM-EXP910-SW
              GO 2310-LE-LANCAMENTO-FIM.
           IF NOT LANCTO-PENDENTE-EXP910
              GO 2310-LE-LANCAMENTO-FIM.
           IF VALOR-EXP910 = VALOR-CREDITO-LTR910
              MOVE "S"              TO ACHOU-EXATO-SW
              MOVE CHAVE-EXP910     TO CHAVE-EXATO-W
              MOVE DT-LANCTO-EXP910 TO DATA-EXATO-W
              GO 2310-LE-LANCAMENTO-FIM.
           IF NOT ACHOU-MENOR AND
              VALOR-EXP910 < VALOR-CREDITO-LTR910 AND
              VALOR-EXP910 NOT < VALOR-MINIMO-W
              MOVE "S"              TO ACHOU-MENOR-SW
              MOVE CHAVE-EXP910     TO CHAVE-MENOR-W
              MOVE DT-LANCTO-EXP910 TO DATA-MENOR-W
              MOVE VALOR-EXP910     TO VALOR-MENOR-W
           END-IF.
       2310-LE-LANCAMENTO-FIM.
           EXIT.

       2400-MARCA-LANCAMENTO SECTION.
           IF MODO-CONFERENCIA
              GO 2400-MARCA-LANCAMENTO-FIM.
           READ EXP910 INVALID KEY
                GO 2400-MARCA-LANCAMENTO-FIM
           END-READ.
           MOVE "R" TO SITUACAO-EXP910.
           REWRITE REG-EXP910.
       2400-MARCA-LANCAMENTO-FIM.
           EXIT.

       2500-LIBERA-LOTE SECTION.
           MOVE PORTADOR-LTR910       TO SORT-PORTADOR.
           MOVE IDENT-LTR910          TO SORT-IDENT.
           MOVE DIFERENCA-W           TO SORT-DIFERENCA.
           MOVE SPACES                TO SORT-TEXTO.
           MOVE IDENT-LTR910(1: 20)   TO SORT-TEXTO(1: 20).
           MOVE DATA-IMPORT-LTR910    TO SORT-TEXTO(22: 8).
           MOVE DATA-PREVISTA-W       TO SORT-TEXTO(31: 8).
           MOVE VALOR-CREDITO-LTR910  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO SORT-TEXTO(40: 14).
           IF DATA-CRED-REAL-LTR910 NOT = ZEROS
              MOVE VALOR-CRED-REAL-LTR910 TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W           TO SORT-TEXTO(55: 14)
              MOVE DATA-CRED-REAL-LTR910  TO SORT-TEXTO(70: 8)
           END-IF.
           IF DIAS-ATRASO-W NOT = ZEROS
              MOVE DIAS-ATRASO-W      TO SORT-TEXTO(80: 5)
           END-IF.
           MOVE OCORRENCIA-W(1: 24)   TO SORT-TEXTO(87: 24).
           RELEASE REG-SORT-LOTES.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9160.
           WRITE REG-REL9160.
           MOVE "LOTES CONFERIDOS....:" TO REG-REL9160(1: 21).
           MOVE QTDE-LOTES-W            TO REG-REL9160(23: 6).
           WRITE REG-REL9160.
           MOVE SPACES TO REG-REL9160.
           MOVE "CREDITADOS NO PRAZO.:" TO REG-REL9160(1: 21).
           MOVE QTDE-NO-PRAZO-W         TO REG-REL9160(23: 6).
           WRITE REG-REL9160.
           MOVE SPACES TO REG-REL9160.
           MOVE "CREDITO ATRASADO....:" TO REG-REL9160(1: 21).
           MOVE QTDE-ATRASADOS-W        TO REG-REL9160(23: 6).
           WRITE REG-REL9160.
           MOVE SPACES TO REG-REL9160.
           MOVE "CREDITO A MENOR.....:" TO REG-REL9160(1: 21).
           MOVE QTDE-A-MENOR-W          TO REG-REL9160(23: 6).
           WRITE REG-REL9160.
           MOVE SPACES TO REG-REL9160.
           MOVE "SEM CREDITO.........:" TO REG-REL9160(1: 21).
           MOVE QTDE-SEM-CREDITO-W      TO REG-REL9160(23: 6).
           WRITE REG-REL9160.
           MOVE SPACES TO REG-REL9160.
           MOVE "AGUARDANDO (JANELA).:" TO REG-REL9160(1: 21).
           MOVE QTDE-AGUARDANDO-W       TO REG-REL9160(23: 6).
           WRITE REG-REL9160.
           CLOSE LTR910 EXP910 FER910 REL9160.
           IF PAR910-ABERTO
              CLOSE PAR910
           END-IF.
           IF MODO-CONFERENCIA
              DISPLAY "CRP9160 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "CRP9160 - LOTES CONFERIDOS....: " QTDE-LOTES-W.
           DISPLAY "CRP9160 - CREDITADOS NO PRAZO.: " QTDE-NO-PRAZO-W.
           DISPLAY "CRP9160 - CREDITO ATRASADO....: " QTDE-ATRASADOS-W.
           DISPLAY "CRP9160 - CREDITO A MENOR.....: " QTDE-A-MENOR-W.
           DISPLAY "CRP9160 - SEM CREDITO.........: "
                   QTDE-SEM-CREDITO-W.

       4000-IMPRIME-LOTES SECTION.
           PERFORM 4100-RETORNA-LOTE UNTIL FIM-SORT.
           IF QTDE-PORT-W NOT = ZEROS
              PERFORM 4200-IMPRIME-TOTAL-PORTADOR
           END-IF.

       4100-RETORNA-LOTE SECTION.
           RETURN SORT-LOTES AT END
                  MOVE "S" TO FIM-SORT-SW
                NOT AT END
                  IF QTDE-PORT-W NOT = ZEROS AND
                     SORT-PORTADOR NOT = PORTADOR-ANT-W
                     PERFORM 4200-IMPRIME-TOTAL-PORTADOR
                  END-IF
                  IF QTDE-PORT-W = ZEROS
                     MOVE SPACES        TO REG-REL9160
                     WRITE REG-REL9160
                     MOVE "PORTADOR"    TO REG-REL9160(1: 8)
                     MOVE SORT-PORTADOR TO REG-REL9160(10: 4)
                     WRITE REG-REL9160
                     MOVE SORT-PORTADOR TO PORTADOR-ANT-W
                  END-IF
                  ADD 1              TO QTDE-PORT-W
                  ADD SORT-DIFERENCA TO DIFERENCA-PORT-W
                  MOVE SPACES        TO REG-REL9160
                  MOVE SORT-TEXTO    TO REG-REL9160(1: 120)
                  WRITE REG-REL9160
           END-RETURN.

       4200-IMPRIME-TOTAL-PORTADOR SECTION.
           MOVE SPACES TO REG-REL9160.
           MOVE "TOTAL DO PORTADOR:"  TO REG-REL9160(1: 18).
           MOVE QTDE-PORT-W           TO REG-REL9160(20: 6).
           MOVE "LOTE(S) - NAO CREDITADO:" TO REG-REL9160(27: 24).
           MOVE DIFERENCA-PORT-W      TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W          TO REG-REL9160(55: 14).
           WRITE REG-REL9160.
           MOVE ZEROS TO QTDE-PORT-W DIFERENCA-PORT-W.

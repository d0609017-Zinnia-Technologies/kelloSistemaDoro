       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COD9056.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONVERSAO DO CAD011 (FORNECEDORES) P/ O LAYOUT COM OS DADOS DE
      *PAGAMENTO DA REMESSA DO COD9050 (FORMA, BANCO, AGENCIA, CONTA E
      *CHAVE PIX) - OS CAMPOS ENTRARAM NO FIM E O REGISTRO PASSOU DE 78
      *P/ 199 POSICOES. RODAR UMA VEZ POR EMPRESA, COM O SISTEMA
      *PARADO, ANTES DE QUALQUER PROGRAMA DA VERSAO NOVA ABRIR O
      *ARQUIVO:
      *  - O CAD011 ATUAL (DADOS E .IDX) E RENOMEADO P/ CAD011ANT;
      *  - CADA REGISTRO DO CAD011ANT E GRAVADO NO CAD011 NOVO COM OS
      *    CAMPOS NOVOS INICIALIZADOS: FORMA DE PAGAMENTO EM BRANCO =
      *    SEM DADOS P/ PAGAMENTO - OS TITULOS DO FORNECEDOR SO ENTRAM
      *    NA REMESSA DEPOIS DE COMPLETADO O CADASTRO NO CAP011;
      *  - LIDOS E GRAVADOS SAEM NO FIM. O CAD011ANT FICA P/
      *    CONFERENCIA E E APAGADO A MAO DEPOIS.
      *ARQUIVO JA NO TAMANHO NOVO (STATUS 39 NA ABERTURA COM O LAYOUT
      *ANTIGO) OU CAD011ANT JA EXISTENTE (CONVERSAO ANTERIOR AINDA
      *NAO CONFERIDA) E RECUSADO SEM MEXER EM NADA. SE A CONVERSAO
      *PARAR NO MEIO, APAGAR O CAD011 NOVO, RENOMEAR O CAD011ANT DE
      *VOLTA E RODAR DE NOVO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX011.
           SELECT CADANT ASSIGN TO PATH-CADANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CODIGO-FORNEC-CADANT
                  ALTERNATE RECORD KEY IS TIPO-FORNEC-CADANT
                          WITH DUPLICATES
                  STATUS IS ST-CADANT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW011.

       FD  CADANT
           LABEL RECORD IS OMITTED.
      *    CADANT - CAD011 NO LAYOUT ANTERIOR (78 POSICOES), COM AS
      *    CHAVES NAS MESMAS POSICOES DO ARQUIVO ORIGINAL.
       01  REG-CADANT.
           05  CODIGO-FORNEC-CADANT  PIC 9(06).
           05  TIPO-FORNEC-CADANT    PIC 9(02).
           05  FILLER                PIC X(70).

       WORKING-STORAGE SECTION.
       01  PATH-CAD011               PIC X(30)  VALUE SPACES.
       01  PATH-CADANT               PIC X(30)  VALUE SPACES.
       01  ST-CAD011                 PIC XX     VALUE SPACES.
       01  ST-CADANT                 PIC XX     VALUE SPACES.
       01  FIM-CADANT-SW             PIC X      VALUE "N".
           88  FIM-CADANT                  VALUE "S".
       01  RECUSADO-SW               PIC X      VALUE "N".
           88  CONVERSAO-RECUSADA          VALUE "S".
       01  NOME-ORIGEM-W             PIC X(60)  VALUE SPACES.
       01  NOME-DESTINO-W            PIC X(60)  VALUE SPACES.
       01  STATUS-ROTINA-W           PIC 9(04)  COMP-5 VALUE ZEROS.
       01  QTDE-LIDOS-W              PIC 9(08)  VALUE ZEROS.
       01  QTDE-GRAVADOS-W           PIC 9(08)  VALUE ZEROS.

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
           IF NOT CONVERSAO-RECUSADA
              PERFORM 2000-RENOMEIA-ANTIGO
           END-IF.
           IF NOT CONVERSAO-RECUSADA
              PERFORM 3000-CONVERTE
           END-IF.
           GOBACK.

       1000-INICIALIZA SECTION.
      *    O CAD011 ATUAL E ABERTO COM O LAYOUT ANTIGO: SE ABRIR, AINDA
      *    NAO FOI CONVERTIDO; 39 = JA ESTA NO TAMANHO NOVO.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CAD011"    TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "CAD011ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CADANT.

           OPEN INPUT CADANT.
           IF ST-CADANT = "00"
              CLOSE CADANT
              DISPLAY "COD9056 - CAD011ANT JA EXISTE (CONVERSAO "
                      "ANTERIOR) - CONFERIR E APAGAR ANTES"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.

           MOVE PATH-CAD011 TO PATH-CADANT.
           OPEN INPUT CADANT.
           IF ST-CADANT = "39"
              DISPLAY "COD9056 - CAD011 JA CONVERTIDO"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-CADANT = "35"
              DISPLAY "COD9056 - CAD011 NAO EXISTE - NADA A CONVERTER"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-CADANT <> "00"
              DISPLAY "COD9056 - ERRO ABERTURA CAD011: " ST-CADANT
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           CLOSE CADANT.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-RENOMEIA-ANTIGO SECTION.
      *    DADOS E INDICE VAO P/ CAD011ANT E CAD011ANT.IDX.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "CAD011"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "CAD011ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "COD9056 - NAO FOI POSSIVEL RENOMEAR O CAD011"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.

           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "CAD011"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "CAD011ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "COD9056 - NAO FOI POSSIVEL RENOMEAR O INDICE DO"
                      " CAD011 - RENOMEAR O CAD011ANT DE VOLTA"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.
       2000-RENOMEIA-ANTIGO-FIM.
           EXIT.

       3000-CONVERTE SECTION.
           MOVE "CAD011ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CADANT.
           OPEN INPUT CADANT.
           IF ST-CADANT <> "00"
              DISPLAY "COD9056 - ERRO ABERTURA CAD011ANT: " ST-CADANT
              GO 3000-CONVERTE-FIM.
           OPEN OUTPUT CAD011.
           IF ST-CAD011 <> "00"
              DISPLAY "COD9056 - ERRO CRIACAO CAD011: " ST-CAD011
              CLOSE CADANT
              GO 3000-CONVERTE-FIM.
           MOVE "N" TO FIM-CADANT-SW.
           PERFORM 3100-CONVERTE-REGISTRO UNTIL FIM-CADANT.
           CLOSE CADANT CAD011.
           DISPLAY "COD9056 - REGISTROS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "COD9056 - REGISTROS GRAVADOS...: " QTDE-GRAVADOS-W.
           IF QTDE-GRAVADOS-W <> QTDE-LIDOS-W
              DISPLAY "COD9056 - QUANTIDADES DIFERENTES - CONFERIR"
                      " ANTES DE LIBERAR O SISTEMA"
           END-IF.
       3000-CONVERTE-FIM.
           EXIT.

       3100-CONVERTE-REGISTRO SECTION.
           READ CADANT NEXT RECORD AT END
                MOVE "S" TO FIM-CADANT-SW
                GO 3100-CONVERTE-REGISTRO-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           MOVE SPACES TO REG-CAD011.
           INITIALIZE REG-CAD011.
           MOVE REG-CADANT(1: 78) TO REG-CAD011(1: 78).
           WRITE REG-CAD011 INVALID KEY
                 DISPLAY "COD9056 - ERRO GRAVACAO CAD011: " ST-CAD011
                         " " CODIGO-FORNEC-CD011
                 GO 3100-CONVERTE-REGISTRO-FIM
           END-WRITE.
           ADD 1 TO QTDE-GRAVADOS-W.
       3100-CONVERTE-REGISTRO-FIM.
           EXIT.

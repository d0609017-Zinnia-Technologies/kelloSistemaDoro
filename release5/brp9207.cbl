       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRP9207.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONVERSAO DO BRD020 (MOVIMENTO DE ESTOQUE DOS BRINDES) P/ O
      *LAYOUT COM O CUSTO DO MOVIMENTO E O LOCAL FISICO - OS CAMPOS
      *ENTRARAM NO FIM E O REGISTRO PASSOU DE 53 P/ 74 POSICOES. RODAR
      *UMA VEZ POR EMPRESA, COM O SISTEMA PARADO, ANTES DE QUALQUER
      *PROGRAMA DA VERSAO NOVA ABRIR O ARQUIVO:
      *  - O BRD020 ATUAL (DADOS E .IDX) E RENOMEADO P/ BRD020ANT;
      *  - CADA REGISTRO DO BRD020ANT E GRAVADO NO BRD020 NOVO COM OS
      *    CAMPOS NOVOS INICIALIZADOS: CUSTO COMO NO MOVIMENTO GRAVADO
      *    SEM CUSTO E LOCAL 00 = DEPOSITO PRINCIPAL;
      *  - LIDOS E GRAVADOS SAEM NO FIM. O BRD020ANT FICA P/
      *    CONFERENCIA E E APAGADO A MAO DEPOIS.
      *ARQUIVO JA NO TAMANHO NOVO (STATUS 39 NA ABERTURA COM O LAYOUT
      *ANTIGO) OU BRD020ANT JA EXISTENTE (CONVERSAO ANTERIOR AINDA
      *NAO CONFERIDA) E RECUSADO SEM MEXER EM NADA. SE A CONVERSAO
      *PARAR NO MEIO, APAGAR O BRD020 NOVO, RENOMEAR O BRD020ANT DE
      *VOLTA E RODAR DE NOVO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BRDX020.
           SELECT BRDANT ASSIGN TO PATH-BRDANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CHAVE-BRDANT
                  STATUS IS ST-BRDANT.

       DATA DIVISION.
       FILE SECTION.
       COPY BRDW020.

       FD  BRDANT
           LABEL RECORD IS OMITTED.
      *    BRDANT - BRD020 NO LAYOUT ANTERIOR (53 POSICOES), COM AS
      *    CHAVES NAS MESMAS POSICOES DO ARQUIVO ORIGINAL.
       01  REG-BRDANT.
           05  CHAVE-BRDANT          PIC X(09).
           05  FILLER                PIC X(44).

       WORKING-STORAGE SECTION.
       01  PATH-BRD020               PIC X(30)  VALUE SPACES.
       01  PATH-BRDANT               PIC X(30)  VALUE SPACES.
       01  ST-BRD020                 PIC XX     VALUE SPACES.
       01  ST-BRDANT                 PIC XX     VALUE SPACES.
       01  FIM-BRDANT-SW             PIC X      VALUE "N".
           88  FIM-BRDANT                  VALUE "S".
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
      *    O BRD020 ATUAL E ABERTO COM O LAYOUT ANTIGO: SE ABRIR, AINDA
      *    NAO FOI CONVERTIDO; 39 = JA ESTA NO TAMANHO NOVO.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "BRD020"    TO ARQ-REC. MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "BRD020ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-BRDANT.

           OPEN INPUT BRDANT.
           IF ST-BRDANT = "00"
              CLOSE BRDANT
              DISPLAY "BRP9207 - BRD020ANT JA EXISTE (CONVERSAO "
                      "ANTERIOR) - CONFERIR E APAGAR ANTES"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.

           MOVE PATH-BRD020 TO PATH-BRDANT.
           OPEN INPUT BRDANT.
           IF ST-BRDANT = "39"
              DISPLAY "BRP9207 - BRD020 JA CONVERTIDO"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-BRDANT = "35"
              DISPLAY "BRP9207 - BRD020 NAO EXISTE - NADA A CONVERTER"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-BRDANT <> "00"
              DISPLAY "BRP9207 - ERRO ABERTURA BRD020: " ST-BRDANT
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           CLOSE BRDANT.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-RENOMEIA-ANTIGO SECTION.
      *    DADOS E INDICE VAO P/ BRD020ANT E BRD020ANT.IDX.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "BRD020"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "BRD020ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "BRP9207 - NAO FOI POSSIVEL RENOMEAR O BRD020"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.

           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "BRD020"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "BRD020ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "BRP9207 - NAO FOI POSSIVEL RENOMEAR O INDICE DO"
                      " BRD020 - RENOMEAR O BRD020ANT DE VOLTA"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.
       2000-RENOMEIA-ANTIGO-FIM.
           EXIT.

       3000-CONVERTE SECTION.
           MOVE "BRD020ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-BRDANT.
           OPEN INPUT BRDANT.
           IF ST-BRDANT <> "00"
              DISPLAY "BRP9207 - ERRO ABERTURA BRD020ANT: " ST-BRDANT
              GO 3000-CONVERTE-FIM.
           OPEN OUTPUT BRD020.
           IF ST-BRD020 <> "00"
              DISPLAY "BRP9207 - ERRO CRIACAO BRD020: " ST-BRD020
              CLOSE BRDANT
              GO 3000-CONVERTE-FIM.
           MOVE "N" TO FIM-BRDANT-SW.
           PERFORM 3100-CONVERTE-REGISTRO UNTIL FIM-BRDANT.
           CLOSE BRDANT BRD020.
           DISPLAY "BRP9207 - REGISTROS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "BRP9207 - REGISTROS GRAVADOS...: " QTDE-GRAVADOS-W.
           IF QTDE-GRAVADOS-W <> QTDE-LIDOS-W
              DISPLAY "BRP9207 - QUANTIDADES DIFERENTES - CONFERIR"
                      " ANTES DE LIBERAR O SISTEMA"
           END-IF.
       3000-CONVERTE-FIM.
           EXIT.

       3100-CONVERTE-REGISTRO SECTION.
           READ BRDANT NEXT RECORD AT END
                MOVE "S" TO FIM-BRDANT-SW
                GO 3100-CONVERTE-REGISTRO-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           MOVE SPACES TO REG-BRD020.
           INITIALIZE REG-BRD020.
           MOVE REG-BRDANT(1: 43) TO REG-BRD020(1: 43).
           WRITE REG-BRD020 INVALID KEY
                 DISPLAY "BRP9207 - ERRO GRAVACAO BRD020: " ST-BRD020
                         " " CHAVE-BRD020
                 GO 3100-CONVERTE-REGISTRO-FIM
           END-WRITE.
           ADD 1 TO QTDE-GRAVADOS-W.
       3100-CONVERTE-REGISTRO-FIM.
           EXIT.

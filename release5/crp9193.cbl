       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9193.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONVERSAO DO LTR910 (LOTES IMPORTADOS) P/ O LAYOUT COM O CREDITO
      *DO LOTE NA CONTA - PORTADOR, VALOR-CREDITO, SITUACAO-CRED,
      *DATA-CRED-REAL E VALOR-CRED-REAL ENTRARAM ANTES DO FILLER E O
      *REGISTRO PASSOU DE 98 P/ 139 POSICOES. RODAR UMA VEZ POR
      *EMPRESA, COM O SISTEMA PARADO, ANTES DE QUALQUER PROGRAMA DA
      *VERSAO NOVA ABRIR O ARQUIVO:
      *  - O LTR910 ATUAL (DADOS E .IDX) E RENOMEADO P/ LTR910ANT;
      *  - CADA REGISTRO DO LTR910ANT E GRAVADO NO LTR910 NOVO COM OS
      *    CAMPOS NOVOS INICIALIZADOS: ZEROS/BRANCOS = LOTE SEM VALOR
      *    A CREDITAR, QUE O CRP9160 NAO CONCILIA;
      *  - LIDOS E GRAVADOS SAEM NO FIM. O LTR910ANT FICA P/
      *    CONFERENCIA E E APAGADO A MAO DEPOIS.
      *ARQUIVO JA NO TAMANHO NOVO (STATUS 39 NA ABERTURA COM O LAYOUT
      *ANTIGO) OU LTR910ANT JA EXISTENTE (CONVERSAO ANTERIOR AINDA
      *NAO CONFERIDA) E RECUSADO SEM MEXER EM NADA. SE A CONVERSAO
      *PARAR NO MEIO, APAGAR O LTR910 NOVO, RENOMEAR O LTR910ANT DE
      *VOLTA E RODAR DE NOVO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX918.
           SELECT LTRANT ASSIGN TO PATH-LTRANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IDENT-LTRANT
                  STATUS IS ST-LTRANT.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW918.

       FD  LTRANT
           LABEL RECORD IS OMITTED.
      *    LTRANT - LTR910 NO LAYOUT ANTERIOR (98 POSICOES), COM AS
      *    CHAVES NAS MESMAS POSICOES DO ARQUIVO ORIGINAL.
       01  REG-LTRANT.
           05  IDENT-LTRANT          PIC X(40).
           05  FILLER                PIC X(58).

       WORKING-STORAGE SECTION.
       01  PATH-LTR910               PIC X(30)  VALUE SPACES.
       01  PATH-LTRANT               PIC X(30)  VALUE SPACES.
       01  ST-LTR910                 PIC XX     VALUE SPACES.
       01  ST-LTRANT                 PIC XX     VALUE SPACES.
       01  FIM-LTRANT-SW             PIC X      VALUE "N".
           88  FIM-LTRANT                  VALUE "S".
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
      *    O LTR910 ATUAL E ABERTO COM O LAYOUT ANTIGO: SE ABRIR, AINDA
      *    NAO FOI CONVERTIDO; 39 = JA ESTA NO TAMANHO NOVO.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "LTR910"    TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LTR910.
           MOVE "LTR910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LTRANT.

           OPEN INPUT LTRANT.
           IF ST-LTRANT = "00"
              CLOSE LTRANT
              DISPLAY "CRP9193 - LTR910ANT JA EXISTE (CONVERSAO "
                      "ANTERIOR) - CONFERIR E APAGAR ANTES"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.

           MOVE PATH-LTR910 TO PATH-LTRANT.
           OPEN INPUT LTRANT.
           IF ST-LTRANT = "39"
              DISPLAY "CRP9193 - LTR910 JA CONVERTIDO"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-LTRANT = "35"
              DISPLAY "CRP9193 - LTR910 NAO EXISTE - NADA A CONVERTER"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-LTRANT <> "00"
              DISPLAY "CRP9193 - ERRO ABERTURA LTR910: " ST-LTRANT
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           CLOSE LTRANT.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-RENOMEIA-ANTIGO SECTION.
      *    DADOS E INDICE VAO P/ LTR910ANT E LTR910ANT.IDX.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "LTR910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "LTR910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "CRP9193 - NAO FOI POSSIVEL RENOMEAR O LTR910"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.

           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "LTR910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "LTR910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "CRP9193 - NAO FOI POSSIVEL RENOMEAR O INDICE DO"
                      " LTR910 - RENOMEAR O LTR910ANT DE VOLTA"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.
       2000-RENOMEIA-ANTIGO-FIM.
           EXIT.

       3000-CONVERTE SECTION.
           MOVE "LTR910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LTRANT.
           OPEN INPUT LTRANT.
           IF ST-LTRANT <> "00"
              DISPLAY "CRP9193 - ERRO ABERTURA LTR910ANT: " ST-LTRANT
              GO 3000-CONVERTE-FIM.
           OPEN OUTPUT LTR910.
           IF ST-LTR910 <> "00"
              DISPLAY "CRP9193 - ERRO CRIACAO LTR910: " ST-LTR910
              CLOSE LTRANT
              GO 3000-CONVERTE-FIM.
           MOVE "N" TO FIM-LTRANT-SW.
           PERFORM 3100-CONVERTE-REGISTRO UNTIL FIM-LTRANT.
           CLOSE LTRANT LTR910.
           DISPLAY "CRP9193 - REGISTROS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "CRP9193 - REGISTROS GRAVADOS...: " QTDE-GRAVADOS-W.
           IF QTDE-GRAVADOS-W <> QTDE-LIDOS-W
              DISPLAY "CRP9193 - QUANTIDADES DIFERENTES - CONFERIR"
                      " ANTES DE LIBERAR O SISTEMA"
           END-IF.
       3000-CONVERTE-FIM.
           EXIT.

       3100-CONVERTE-REGISTRO SECTION.
           READ LTRANT NEXT RECORD AT END
                MOVE "S" TO FIM-LTRANT-SW
                GO 3100-CONVERTE-REGISTRO-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           MOVE SPACES TO REG-LTR910.
           INITIALIZE REG-LTR910.
           MOVE REG-LTRANT(1: 88) TO REG-LTR910(1: 88).
           WRITE REG-LTR910 INVALID KEY
                 DISPLAY "CRP9193 - ERRO GRAVACAO LTR910: " ST-LTR910
                         " " IDENT-LTR910
                 GO 3100-CONVERTE-REGISTRO-FIM
           END-WRITE.
           ADD 1 TO QTDE-GRAVADOS-W.
       3100-CONVERTE-REGISTRO-FIM.
           EXIT.

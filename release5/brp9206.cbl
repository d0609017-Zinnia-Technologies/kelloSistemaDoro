       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRP9206.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONVERSAO DO BRD010 (CADASTRO DE BRINDES) P/ O LAYOUT COM O
      *PONTO DE REPOSICAO - ESTOQUE-MINIMO E QTDE-REPOSICAO ENTRARAM NO
      *FIM E O REGISTRO PASSOU DE 49 P/ 59 POSICOES. RODAR UMA VEZ POR
      *EMPRESA, COM O SISTEMA PARADO, ANTES DE QUALQUER PROGRAMA DA
      *VERSAO NOVA ABRIR O ARQUIVO:
      *  - O BRD010 ATUAL (DADOS E .IDX) E RENOMEADO P/ BRD010ANT;
      *  - CADA REGISTRO DO BRD010ANT E GRAVADO NO BRD010 NOVO COM OS
      *    CAMPOS NOVOS ZERADOS: BRINDE SEM PONTO DE REPOSICAO, QUE O
      *    BRP9205 NAO SUGERE ATE SER INFORMADO NO CADASTRO;
      *  - LIDOS E GRAVADOS SAEM NO FIM. O BRD010ANT FICA P/
      *    CONFERENCIA E E APAGADO A MAO DEPOIS.
      *ARQUIVO JA NO TAMANHO NOVO (STATUS 39 NA ABERTURA COM O LAYOUT
      *ANTIGO) OU BRD010ANT JA EXISTENTE (CONVERSAO ANTERIOR AINDA
      *NAO CONFERIDA) E RECUSADO SEM MEXER EM NADA. SE A CONVERSAO
      *PARAR NO MEIO, APAGAR O BRD010 NOVO, RENOMEAR O BRD010ANT DE
      *VOLTA E RODAR DE NOVO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BRDX010.
           SELECT BRDANT ASSIGN TO PATH-BRDANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CODIGO-BRDANT
                  STATUS IS ST-BRDANT.

       DATA DIVISION.
       FILE SECTION.
       COPY BRDW010.

       FD  BRDANT
           LABEL RECORD IS OMITTED.
      *    BRDANT - BRD010 NO LAYOUT ANTERIOR (49 POSICOES), COM AS
      *    CHAVES NAS MESMAS POSICOES DO ARQUIVO ORIGINAL.
       01  REG-BRDANT.
           05  CODIGO-BRDANT         PIC 9(03).
           05  FILLER                PIC X(46).

       WORKING-STORAGE SECTION.
       01  PATH-BRDANT               PIC X(30)  VALUE SPACES.
       01  ST-BRD010                 PIC XX     VALUE SPACES.
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
      *    O BRD010 ATUAL E ABERTO COM O LAYOUT ANTIGO: SE ABRIR, AINDA
      *    NAO FOI CONVERTIDO; 39 = JA ESTA NO TAMANHO NOVO.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "BRD010"    TO ARQ-REC. MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "BRD010ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-BRDANT.

           OPEN INPUT BRDANT.
           IF ST-BRDANT = "00"
              CLOSE BRDANT
              DISPLAY "BRP9206 - BRD010ANT JA EXISTE (CONVERSAO "
                      "ANTERIOR) - CONFERIR E APAGAR ANTES"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.

           MOVE PATH-BRD010 TO PATH-BRDANT.
           OPEN INPUT BRDANT.
           IF ST-BRDANT = "39"
              DISPLAY "BRP9206 - BRD010 JA CONVERTIDO"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-BRDANT = "35"
              DISPLAY "BRP9206 - BRD010 NAO EXISTE - NADA A CONVERTER"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-BRDANT <> "00"
              DISPLAY "BRP9206 - ERRO ABERTURA BRD010: " ST-BRDANT
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           CLOSE BRDANT.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-RENOMEIA-ANTIGO SECTION.
      *    DADOS E INDICE VAO P/ BRD010ANT E BRD010ANT.IDX.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "BRD010"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "BRD010ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "BRP9206 - NAO FOI POSSIVEL RENOMEAR O BRD010"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.

           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "BRD010"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "BRD010ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "BRP9206 - NAO FOI POSSIVEL RENOMEAR O INDICE DO"
                      " BRD010 - RENOMEAR O BRD010ANT DE VOLTA"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.
       2000-RENOMEIA-ANTIGO-FIM.
           EXIT.

       3000-CONVERTE SECTION.
           MOVE "BRD010ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-BRDANT.
           OPEN INPUT BRDANT.
           IF ST-BRDANT <> "00"
              DISPLAY "BRP9206 - ERRO ABERTURA BRD010ANT: " ST-BRDANT
              GO 3000-CONVERTE-FIM.
           OPEN OUTPUT BRD010.
           IF ST-BRD010 <> "00"
              DISPLAY "BRP9206 - ERRO CRIACAO BRD010: " ST-BRD010
              CLOSE BRDANT
              GO 3000-CONVERTE-FIM.
           MOVE "N" TO FIM-BRDANT-SW.
           PERFORM 3100-CONVERTE-REGISTRO UNTIL FIM-BRDANT.
           CLOSE BRDANT BRD010.
           DISPLAY "BRP9206 - REGISTROS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "BRP9206 - REGISTROS GRAVADOS...: " QTDE-GRAVADOS-W.
           IF QTDE-GRAVADOS-W <> QTDE-LIDOS-W
              DISPLAY "BRP9206 - QUANTIDADES DIFERENTES - CONFERIR"
                      " ANTES DE LIBERAR O SISTEMA"
           END-IF.
       3000-CONVERTE-FIM.
           EXIT.

       3100-CONVERTE-REGISTRO SECTION.
           READ BRDANT NEXT RECORD AT END
                MOVE "S" TO FIM-BRDANT-SW
                GO 3100-CONVERTE-REGISTRO-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           MOVE SPACES TO REG-BRD010.
           INITIALIZE REG-BRD010.
           MOVE REG-BRDANT(1: 49) TO REG-BRD010(1: 49).
           WRITE REG-BRD010 INVALID KEY
                 DISPLAY "BRP9206 - ERRO GRAVACAO BRD010: " ST-BRD010
                         " " CODIGO-BRD010
                 GO 3100-CONVERTE-REGISTRO-FIM
           END-WRITE.
           ADD 1 TO QTDE-GRAVADOS-W.
       3100-CONVERTE-REGISTRO-FIM.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COD9055.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONVERSAO DO APG910 (CONTAS A PAGAR DOS BRINDES) P/ O LAYOUT DA
      *REMESSA DE PAGAMENTO - NUMERO-CAT, DATA-REMESSA, CODIGO-BARRAS E
      *OCORRENCIA ENTRARAM ANTES DO FILLER, O VALOR-ABATIDO NO FIM, E O
      *REGISTRO PASSOU DE 74 P/ 154 POSICOES. RODAR UMA VEZ POR
      *EMPRESA, COM O SISTEMA PARADO, ANTES DE QUALQUER PROGRAMA DA
      *VERSAO NOVA ABRIR O ARQUIVO:
      *  - O APG910 ATUAL (DADOS E .IDX) E RENOMEADO P/ APG910ANT;
      *  - CADA REGISTRO DO APG910ANT E GRAVADO NO APG910 NOVO COM OS
      *    CAMPOS NOVOS INICIALIZADOS: ZEROS/BRANCOS = TITULO NUNCA
      *    REMETIDO AO BANCO E SEM ABATIMENTO DE DEVOLUCAO;
      *  - LIDOS E GRAVADOS SAEM NO FIM. O APG910ANT FICA P/
      *    CONFERENCIA E E APAGADO A MAO DEPOIS.
      *ARQUIVO JA NO TAMANHO NOVO (STATUS 39 NA ABERTURA COM O LAYOUT
      *ANTIGO) OU APG910ANT JA EXISTENTE (CONVERSAO ANTERIOR AINDA
      *NAO CONFERIDA) E RECUSADO SEM MEXER EM NADA. SE A CONVERSAO
      *PARAR NO MEIO, APAGAR O APG910 NOVO, RENOMEAR O APG910ANT DE
      *VOLTA E RODAR DE NOVO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY APGX910.
           SELECT APGANT ASSIGN TO PATH-APGANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CHAVE-APGANT
                  STATUS IS ST-APGANT.

       DATA DIVISION.
       FILE SECTION.
       COPY APGW910.

       FD  APGANT
           LABEL RECORD IS OMITTED.
      *    APGANT - APG910 NO LAYOUT ANTERIOR (74 POSICOES), COM AS
      *    CHAVES NAS MESMAS POSICOES DO ARQUIVO ORIGINAL.
       01  REG-APGANT.
           05  CHAVE-APGANT          PIC X(14).
           05  FILLER                PIC X(60).

       WORKING-STORAGE SECTION.
       01  PATH-APG910               PIC X(30)  VALUE SPACES.
       01  PATH-APGANT               PIC X(30)  VALUE SPACES.
       01  ST-APG910                 PIC XX     VALUE SPACES.
       01  ST-APGANT                 PIC XX     VALUE SPACES.
       01  FIM-APGANT-SW             PIC X      VALUE "N".
           88  FIM-APGANT                  VALUE "S".
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
      *    O APG910 ATUAL E ABERTO COM O LAYOUT ANTIGO: SE ABRIR, AINDA
      *    NAO FOI CONVERTIDO; 39 = JA ESTA NO TAMANHO NOVO.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "APG910"    TO ARQ-REC. MOVE EMPRESA-REF TO PATH-APG910.
           MOVE "APG910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-APGANT.

           OPEN INPUT APGANT.
           IF ST-APGANT = "00"
              CLOSE APGANT
              DISPLAY "COD9055 - APG910ANT JA EXISTE (CONVERSAO "
                      "ANTERIOR) - CONFERIR E APAGAR ANTES"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.

           MOVE PATH-APG910 TO PATH-APGANT.
           OPEN INPUT APGANT.
           IF ST-APGANT = "39"
              DISPLAY "COD9055 - APG910 JA CONVERTIDO"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-APGANT = "35"
              DISPLAY "COD9055 - APG910 NAO EXISTE - NADA A CONVERTER"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-APGANT <> "00"
              DISPLAY "COD9055 - ERRO ABERTURA APG910: " ST-APGANT
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           CLOSE APGANT.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-RENOMEIA-ANTIGO SECTION.
      *    DADOS E INDICE VAO P/ APG910ANT E APG910ANT.IDX.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "APG910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "APG910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "COD9055 - NAO FOI POSSIVEL RENOMEAR O APG910"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.

           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "APG910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "APG910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "COD9055 - NAO FOI POSSIVEL RENOMEAR O INDICE DO"
                      " APG910 - RENOMEAR O APG910ANT DE VOLTA"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.
       2000-RENOMEIA-ANTIGO-FIM.
           EXIT.

       3000-CONVERTE SECTION.
           MOVE "APG910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-APGANT.
           OPEN INPUT APGANT.
           IF ST-APGANT <> "00"
              DISPLAY "COD9055 - ERRO ABERTURA APG910ANT: " ST-APGANT
              GO 3000-CONVERTE-FIM.
           OPEN OUTPUT APG910.
           IF ST-APG910 <> "00"
              DISPLAY "COD9055 - ERRO CRIACAO APG910: " ST-APG910
              CLOSE APGANT
              GO 3000-CONVERTE-FIM.
           MOVE "N" TO FIM-APGANT-SW.
           PERFORM 3100-CONVERTE-REGISTRO UNTIL FIM-APGANT.
           CLOSE APGANT APG910.
           DISPLAY "COD9055 - REGISTROS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "COD9055 - REGISTROS GRAVADOS...: " QTDE-GRAVADOS-W.
           IF QTDE-GRAVADOS-W <> QTDE-LIDOS-W
              DISPLAY "COD9055 - QUANTIDADES DIFERENTES - CONFERIR"
                      " ANTES DE LIBERAR O SISTEMA"
           END-IF.
       3000-CONVERTE-FIM.
           EXIT.

       3100-CONVERTE-REGISTRO SECTION.
           READ APGANT NEXT RECORD AT END
                MOVE "S" TO FIM-APGANT-SW
                GO 3100-CONVERTE-REGISTRO-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           MOVE SPACES TO REG-APG910.
           INITIALIZE REG-APG910.
           MOVE REG-APGANT(1: 64) TO REG-APG910(1: 64).
           WRITE REG-APG910 INVALID KEY
                 DISPLAY "COD9055 - ERRO GRAVACAO APG910: " ST-APG910
                         " " CHAVE-APG910
                 GO 3100-CONVERTE-REGISTRO-FIM
           END-WRITE.
           ADD 1 TO QTDE-GRAVADOS-W.
       3100-CONVERTE-REGISTRO-FIM.
           EXIT.

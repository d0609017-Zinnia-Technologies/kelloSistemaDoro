       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9194.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONVERSAO DO TAR910 (TARIFAS BANCARIAS) P/ O LAYOUT COM O
      *VALOR-BASE DA TAXA DE CARTAO (MDR) - O CAMPO ENTROU ANTES DO
      *FILLER E O REGISTRO PASSOU DE 41 P/ 54 POSICOES. RODAR UMA VEZ
      *POR EMPRESA, COM O SISTEMA PARADO, ANTES DE QUALQUER PROGRAMA DA
      *VERSAO NOVA ABRIR O ARQUIVO:
      *  - O TAR910 ATUAL (DADOS E .IDX) E RENOMEADO P/ TAR910ANT;
      *  - CADA REGISTRO DO TAR910ANT E GRAVADO NO TAR910 NOVO COM OS
      *    CAMPOS NOVOS ZERADOS: AS TARIFAS ANTIGAS SAO TODAS DE
      *    BANCO, SEM VALOR-BASE;
      *  - LIDOS E GRAVADOS SAEM NO FIM. O TAR910ANT FICA P/
      *    CONFERENCIA E E APAGADO A MAO DEPOIS.
      *ARQUIVO JA NO TAMANHO NOVO (STATUS 39 NA ABERTURA COM O LAYOUT
      *ANTIGO) OU TAR910ANT JA EXISTENTE (CONVERSAO ANTERIOR AINDA
      *NAO CONFERIDA) E RECUSADO SEM MEXER EM NADA. SE A CONVERSAO
      *PARAR NO MEIO, APAGAR O TAR910 NOVO, RENOMEAR O TAR910ANT DE
      *VOLTA E RODAR DE NOVO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX924.
           SELECT TARANT ASSIGN TO PATH-TARANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CHAVE-TARANT
                  STATUS IS ST-TARANT.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW924.

       FD  TARANT
           LABEL RECORD IS OMITTED.
      *    TARANT - TAR910 NO LAYOUT ANTERIOR (41 POSICOES), COM AS
      *    CHAVES NAS MESMAS POSICOES DO ARQUIVO ORIGINAL.
       01  REG-TARANT.
           05  CHAVE-TARANT          PIC X(12).
           05  FILLER                PIC X(29).

       WORKING-STORAGE SECTION.
       01  PATH-TAR910               PIC X(30)  VALUE SPACES.
       01  PATH-TARANT               PIC X(30)  VALUE SPACES.
       01  ST-TAR910                 PIC XX     VALUE SPACES.
       01  ST-TARANT                 PIC XX     VALUE SPACES.
       01  FIM-TARANT-SW             PIC X      VALUE "N".
           88  FIM-TARANT                  VALUE "S".
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
      *    O TAR910 ATUAL E ABERTO COM O LAYOUT ANTIGO: SE ABRIR, AINDA
      *    NAO FOI CONVERTIDO; 39 = JA ESTA NO TAMANHO NOVO.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "TAR910"    TO ARQ-REC. MOVE EMPRESA-REF TO PATH-TAR910.
           MOVE "TAR910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-TARANT.

           OPEN INPUT TARANT.
           IF ST-TARANT = "00"
              CLOSE TARANT
              DISPLAY "CRP9194 - TAR910ANT JA EXISTE (CONVERSAO "
                      "ANTERIOR) - CONFERIR E APAGAR ANTES"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.

           MOVE PATH-TAR910 TO PATH-TARANT.
           OPEN INPUT TARANT.
           IF ST-TARANT = "39"
              DISPLAY "CRP9194 - TAR910 JA CONVERTIDO"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-TARANT = "35"
              DISPLAY "CRP9194 - TAR910 NAO EXISTE - NADA A CONVERTER"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-TARANT <> "00"
              DISPLAY "CRP9194 - ERRO ABERTURA TAR910: " ST-TARANT
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           CLOSE TARANT.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-RENOMEIA-ANTIGO SECTION.
      *    DADOS E INDICE VAO P/ TAR910ANT E TAR910ANT.IDX.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "TAR910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "TAR910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "CRP9194 - NAO FOI POSSIVEL RENOMEAR O TAR910"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.

           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "TAR910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "TAR910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "CRP9194 - NAO FOI POSSIVEL RENOMEAR O INDICE DO"
                      " TAR910 - RENOMEAR O TAR910ANT DE VOLTA"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.
       2000-RENOMEIA-ANTIGO-FIM.
           EXIT.

       3000-CONVERTE SECTION.
           MOVE "TAR910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-TARANT.
           OPEN INPUT TARANT.
           IF ST-TARANT <> "00"
              DISPLAY "CRP9194 - ERRO ABERTURA TAR910ANT: " ST-TARANT
              GO 3000-CONVERTE-FIM.
           OPEN OUTPUT TAR910.
           IF ST-TAR910 <> "00"
              DISPLAY "CRP9194 - ERRO CRIACAO TAR910: " ST-TAR910
              CLOSE TARANT
              GO 3000-CONVERTE-FIM.
           MOVE "N" TO FIM-TARANT-SW.
           PERFORM 3100-CONVERTE-REGISTRO UNTIL FIM-TARANT.
           CLOSE TARANT TAR910.
           DISPLAY "CRP9194 - REGISTROS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "CRP9194 - REGISTROS GRAVADOS...: " QTDE-GRAVADOS-W.
           IF QTDE-GRAVADOS-W <> QTDE-LIDOS-W
              DISPLAY "CRP9194 - QUANTIDADES DIFERENTES - CONFERIR"
                      " ANTES DE LIBERAR O SISTEMA"
           END-IF.
       3000-CONVERTE-FIM.
           EXIT.

       3100-CONVERTE-REGISTRO SECTION.
           READ TARANT NEXT RECORD AT END
                MOVE "S" TO FIM-TARANT-SW
                GO 3100-CONVERTE-REGISTRO-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           MOVE SPACES TO REG-TAR910.
           INITIALIZE REG-TAR910.
           MOVE REG-TARANT(1: 31) TO REG-TAR910(1: 31).
           WRITE REG-TAR910 INVALID KEY
                 DISPLAY "CRP9194 - ERRO GRAVACAO TAR910: " ST-TAR910
                         " " CHAVE-TAR910
                 GO 3100-CONVERTE-REGISTRO-FIM
           END-WRITE.
           ADD 1 TO QTDE-GRAVADOS-W.
       3100-CONVERTE-REGISTRO-FIM.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9192.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONVERSAO DO HRM910 (NOSSO-NUMERO RESERVADO) P/ O LAYOUT COM O
      *REGISTRO DO TITULO NO BANCO - NUMERO-CAT, SITUACAO-REG,
      *DATA-REG E OCORRENCIA-REG ENTRARAM ANTES DO FILLER E O
      *REGISTRO PASSOU DE 86 P/ 103 POSICOES. RODAR UMA VEZ POR
      *EMPRESA, COM O SISTEMA PARADO, ANTES DE QUALQUER PROGRAMA DA
      *VERSAO NOVA ABRIR O ARQUIVO:
      *  - O HRM910 ATUAL (DADOS E .IDX) E RENOMEADO P/ HRM910ANT;
      *  - CADA REGISTRO DO HRM910ANT E GRAVADO NO HRM910 NOVO COM OS
      *    CAMPOS NOVOS INICIALIZADOS: ZEROS/BRANCOS = NOSSO-NUMERO
      *    SEM REMESSA, QUE O CRP9161 NAO LISTA COMO PENDENTE;
      *  - LIDOS E GRAVADOS SAEM NO FIM. O HRM910ANT FICA P/
      *    CONFERENCIA E E APAGADO A MAO DEPOIS.
      *ARQUIVO JA NO TAMANHO NOVO (STATUS 39 NA ABERTURA COM O LAYOUT
      *ANTIGO) OU HRM910ANT JA EXISTENTE (CONVERSAO ANTERIOR AINDA
      *NAO CONFERIDA) E RECUSADO SEM MEXER EM NADA. SE A CONVERSAO
      *PARAR NO MEIO, APAGAR O HRM910 NOVO, RENOMEAR O HRM910ANT DE
      *VOLTA E RODAR DE NOVO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX912.
           SELECT HRMANT ASSIGN TO PATH-HRMANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NOSSO-NUMERO-HRMANT
                  ALTERNATE RECORD KEY IS COD-COMPL-HRMANT
                          WITH DUPLICATES
                  STATUS IS ST-HRMANT.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW912.

       FD  HRMANT
           LABEL RECORD IS OMITTED.
      *    HRMANT - HRM910 NO LAYOUT ANTERIOR (86 POSICOES), COM AS
      *    CHAVES NAS MESMAS POSICOES DO ARQUIVO ORIGINAL.
       01  REG-HRMANT.
           05  NOSSO-NUMERO-HRMANT   PIC X(20).
           05  CONTROLE-HRMANT       PIC X(25).
           05  COD-COMPL-HRMANT      PIC 9(09).
           05  FILLER                PIC X(32).

       WORKING-STORAGE SECTION.
       01  PATH-HRM910               PIC X(30)  VALUE SPACES.
       01  PATH-HRMANT               PIC X(30)  VALUE SPACES.
       01  ST-HRM910                 PIC XX     VALUE SPACES.
       01  ST-HRMANT                 PIC XX     VALUE SPACES.
       01  FIM-HRMANT-SW             PIC X      VALUE "N".
           88  FIM-HRMANT                  VALUE "S".
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
      *    O HRM910 ATUAL E ABERTO COM O LAYOUT ANTIGO: SE ABRIR, AINDA
      *    NAO FOI CONVERTIDO; 39 = JA ESTA NO TAMANHO NOVO.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "HRM910"    TO ARQ-REC. MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "HRM910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-HRMANT.

           OPEN INPUT HRMANT.
           IF ST-HRMANT = "00"
              CLOSE HRMANT
              DISPLAY "CRP9192 - HRM910ANT JA EXISTE (CONVERSAO "
                      "ANTERIOR) - CONFERIR E APAGAR ANTES"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.

           MOVE PATH-HRM910 TO PATH-HRMANT.
           OPEN INPUT HRMANT.
           IF ST-HRMANT = "39"
              DISPLAY "CRP9192 - HRM910 JA CONVERTIDO"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-HRMANT = "35"
              DISPLAY "CRP9192 - HRM910 NAO EXISTE - NADA A CONVERTER"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-HRMANT <> "00"
              DISPLAY "CRP9192 - ERRO ABERTURA HRM910: " ST-HRMANT
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           CLOSE HRMANT.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-RENOMEIA-ANTIGO SECTION.
      *    DADOS E INDICE VAO P/ HRM910ANT E HRM910ANT.IDX.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "HRM910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "HRM910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "CRP9192 - NAO FOI POSSIVEL RENOMEAR O HRM910"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.

           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "HRM910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "HRM910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "CRP9192 - NAO FOI POSSIVEL RENOMEAR O INDICE DO"
                      " HRM910 - RENOMEAR O HRM910ANT DE VOLTA"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.
       2000-RENOMEIA-ANTIGO-FIM.
           EXIT.

       3000-CONVERTE SECTION.
           MOVE "HRM910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-HRMANT.
           OPEN INPUT HRMANT.
           IF ST-HRMANT <> "00"
              DISPLAY "CRP9192 - ERRO ABERTURA HRM910ANT: " ST-HRMANT
              GO 3000-CONVERTE-FIM.
           OPEN OUTPUT HRM910.
           IF ST-HRM910 <> "00"
              DISPLAY "CRP9192 - ERRO CRIACAO HRM910: " ST-HRM910
              CLOSE HRMANT
              GO 3000-CONVERTE-FIM.
           MOVE "N" TO FIM-HRMANT-SW.
           PERFORM 3100-CONVERTE-REGISTRO UNTIL FIM-HRMANT.
           CLOSE HRMANT HRM910.
           DISPLAY "CRP9192 - REGISTROS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "CRP9192 - REGISTROS GRAVADOS...: " QTDE-GRAVADOS-W.
           IF QTDE-GRAVADOS-W <> QTDE-LIDOS-W
              DISPLAY "CRP9192 - QUANTIDADES DIFERENTES - CONFERIR"
                      " ANTES DE LIBERAR O SISTEMA"
           END-IF.
       3000-CONVERTE-FIM.
           EXIT.

       3100-CONVERTE-REGISTRO SECTION.
           READ HRMANT NEXT RECORD AT END
                MOVE "S" TO FIM-HRMANT-SW
                GO 3100-CONVERTE-REGISTRO-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           MOVE SPACES TO REG-HRM910.
           INITIALIZE REG-HRM910.
           MOVE REG-HRMANT(1: 76) TO REG-HRM910(1: 76).
           WRITE REG-HRM910 INVALID KEY
                 DISPLAY "CRP9192 - ERRO GRAVACAO HRM910: " ST-HRM910
                         " " NOSSO-NUMERO-HRM910
                 GO 3100-CONVERTE-REGISTRO-FIM
           END-WRITE.
           ADD 1 TO QTDE-GRAVADOS-W.
       3100-CONVERTE-REGISTRO-FIM.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9195.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CONVERSAO DO CXA910 (MOVIMENTO DO CAIXA) P/ O LAYOUT COM O
      *TIPO-MOVTO (ESTORNO/CHEQUE DEVOLVIDO), A VENDA NO CARTAO E O
      *NUMERO-RECIBO - OS CAMPOS ENTRARAM NO LUGAR DO FILLER E O
      *REGISTRO PASSOU DE 91 P/ 167 POSICOES. RODAR UMA VEZ POR
      *EMPRESA, COM O SISTEMA PARADO, ANTES DE QUALQUER PROGRAMA DA
      *VERSAO NOVA ABRIR O ARQUIVO:
      *  - O CXA910 ATUAL (DADOS E .IDX) E RENOMEADO P/ CXA910ANT;
      *  - CADA REGISTRO DO CXA910ANT E GRAVADO NO CXA910 NOVO COM OS
      *    CAMPOS NOVOS INICIALIZADOS: BRANCOS/ZEROS = RECEBIMENTO
      *    NORMAL, SEM CARTAO E SEM RECIBO;
      *  - LIDOS E GRAVADOS SAEM NO FIM. O CXA910ANT FICA P/
      *    CONFERENCIA E E APAGADO A MAO DEPOIS.
      *ARQUIVO JA NO TAMANHO NOVO (STATUS 39 NA ABERTURA COM O LAYOUT
      *ANTIGO) OU CXA910ANT JA EXISTENTE (CONVERSAO ANTERIOR AINDA
      *NAO CONFERIDA) E RECUSADO SEM MEXER EM NADA. SE A CONVERSAO
      *PARAR NO MEIO, APAGAR O CXA910 NOVO, RENOMEAR O CXA910ANT DE
      *VOLTA E RODAR DE NOVO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX926.
           SELECT CXAANT ASSIGN TO PATH-CXAANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CHAVE-CXAANT
                  STATUS IS ST-CXAANT.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW926.

       FD  CXAANT
           LABEL RECORD IS OMITTED.
      *    CXAANT - CXA910 NO LAYOUT ANTERIOR (91 POSICOES), COM AS
      *    CHAVES NAS MESMAS POSICOES DO ARQUIVO ORIGINAL.
       01  REG-CXAANT.
           05  CHAVE-CXAANT          PIC X(14).
           05  FILLER                PIC X(77).

       WORKING-STORAGE SECTION.
       01  PATH-CXA910               PIC X(30)  VALUE SPACES.
       01  PATH-CXAANT               PIC X(30)  VALUE SPACES.
       01  ST-CXA910                 PIC XX     VALUE SPACES.
       01  ST-CXAANT                 PIC XX     VALUE SPACES.
       01  FIM-CXAANT-SW             PIC X      VALUE "N".
           88  FIM-CXAANT                  VALUE "S".
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
      *    O CXA910 ATUAL E ABERTO COM O LAYOUT ANTIGO: SE ABRIR, AINDA
      *    NAO FOI CONVERTIDO; 39 = JA ESTA NO TAMANHO NOVO.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CXA910"    TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXA910.
           MOVE "CXA910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXAANT.

           OPEN INPUT CXAANT.
           IF ST-CXAANT = "00"
              CLOSE CXAANT
              DISPLAY "CRP9195 - CXA910ANT JA EXISTE (CONVERSAO "
                      "ANTERIOR) - CONFERIR E APAGAR ANTES"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.

           MOVE PATH-CXA910 TO PATH-CXAANT.
           OPEN INPUT CXAANT.
           IF ST-CXAANT = "39"
              DISPLAY "CRP9195 - CXA910 JA CONVERTIDO"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-CXAANT = "35"
              DISPLAY "CRP9195 - CXA910 NAO EXISTE - NADA A CONVERTER"
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           IF ST-CXAANT <> "00"
              DISPLAY "CRP9195 - ERRO ABERTURA CXA910: " ST-CXAANT
              MOVE "S" TO RECUSADO-SW
              GO 1000-INICIALIZA-FIM.
           CLOSE CXAANT.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-RENOMEIA-ANTIGO SECTION.
      *    DADOS E INDICE VAO P/ CXA910ANT E CXA910ANT.IDX.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "CXA910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "CXA910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "CRP9195 - NAO FOI POSSIVEL RENOMEAR O CXA910"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.

           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           MOVE "CXA910"    TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE "CXA910ANT" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              DISPLAY "CRP9195 - NAO FOI POSSIVEL RENOMEAR O INDICE DO"
                      " CXA910 - RENOMEAR O CXA910ANT DE VOLTA"
              MOVE "S" TO RECUSADO-SW
              GO 2000-RENOMEIA-ANTIGO-FIM.
       2000-RENOMEIA-ANTIGO-FIM.
           EXIT.

       3000-CONVERTE SECTION.
           MOVE "CXA910ANT" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-CXAANT.
           OPEN INPUT CXAANT.
           IF ST-CXAANT <> "00"
              DISPLAY "CRP9195 - ERRO ABERTURA CXA910ANT: " ST-CXAANT
              GO 3000-CONVERTE-FIM.
           OPEN OUTPUT CXA910.
           IF ST-CXA910 <> "00"
              DISPLAY "CRP9195 - ERRO CRIACAO CXA910: " ST-CXA910
              CLOSE CXAANT
              GO 3000-CONVERTE-FIM.
           MOVE "N" TO FIM-CXAANT-SW.
           PERFORM 3100-CONVERTE-REGISTRO UNTIL FIM-CXAANT.
           CLOSE CXAANT CXA910.
           DISPLAY "CRP9195 - REGISTROS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "CRP9195 - REGISTROS GRAVADOS...: " QTDE-GRAVADOS-W.
           IF QTDE-GRAVADOS-W <> QTDE-LIDOS-W
              DISPLAY "CRP9195 - QUANTIDADES DIFERENTES - CONFERIR"
                      " ANTES DE LIBERAR O SISTEMA"
           END-IF.
       3000-CONVERTE-FIM.
           EXIT.

       3100-CONVERTE-REGISTRO SECTION.
           READ CXAANT NEXT RECORD AT END
                MOVE "S" TO FIM-CXAANT-SW
                GO 3100-CONVERTE-REGISTRO-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           MOVE SPACES TO REG-CXA910.
           INITIALIZE REG-CXA910.
           MOVE REG-CXAANT(1: 81) TO REG-CXA910(1: 81).
           WRITE REG-CXA910 INVALID KEY
                 DISPLAY "CRP9195 - ERRO GRAVACAO CXA910: " ST-CXA910
                         " " CHAVE-CXA910
                 GO 3100-CONVERTE-REGISTRO-FIM
           END-WRITE.
           ADD 1 TO QTDE-GRAVADOS-W.
       3100-CONVERTE-REGISTRO-FIM.
           EXIT.

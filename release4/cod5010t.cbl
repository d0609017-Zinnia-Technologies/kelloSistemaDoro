      *DATA: 08/08/2026
      *DESCRICAO: LANCAMENTO DE ANOTACOES DE CONTATO DO CONTRATO
      *(COD501), COM TIPO DE CONTATO E DATA DE RETORNO.
      *SO ANOTA CONTRATO CADASTRADO NO CTR910 (CTR9100T), EM QUALQUER
      *SITUACAO - CONTRATO ENCERRADO OU CANCELADO AINDA RECEBE CONTATO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY COD501X.
           COPY CRPX942.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY COD501W.
       COPY CRPW942.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "COD5010T.CPB".
       01  VARIAVEIS.
           05  ST-COD501             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  ST-CTR910             PIC XX       VALUE SPACES.
           05  PATH-CTR910           PIC X(30)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-GRAV-W           PIC 9(08)    VALUE ZEROS.
           05  BUSCA-LEN-W           PIC 9(2)     VALUE ZEROS.

           MOVE EMPRESA-W          TO EMP-REC
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "LOGACESS" TO ARQ-REC.  MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

              CLOSE COD501      OPEN OUTPUT COD501
              CLOSE COD501      OPEN I-O COD501
           END-IF.
           OPEN INPUT CTR910.
           IF ST-CTR910 = "35"
              CLOSE CTR910      OPEN OUTPUT CTR910
              CLOSE CTR910      OPEN INPUT CTR910
           END-IF.
           IF ST-COD501 <> "00"
              MOVE "ERRO ABERTURA COD501: "  TO GS-MENSAGEM-ERRO
              MOVE ST-COD501 TO GS-MENSAGEM-ERRO(23: 02)
           PERFORM CALL-DIALOG-SYSTEM.

       GRAVA-CONTATO SECTION.
           MOVE GS-NR-CONTRATO   TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                MOVE "CONTRATO NAO CADASTRADO - VER CTR9100T"
                                      TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO GRAVA-CONTATO-FIM
           END-READ.
           MOVE GS-NR-CONTRATO   TO NR-CONTRATO-CO501.
           MOVE GS-ITEM          TO ITEM-CO501.
           MOVE 1                TO SUBITEM-CO501.
           MOVE SPACES TO GS-ANOTACAO.
           MOVE ZEROS  TO GS-DATA-RETORNO.
           PERFORM CARREGA-HISTORICO-ITEM.
       GRAVA-CONTATO-FIM.
           EXIT.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

           close logacess

           CLOSE COD501 CTR910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

      *LERIA CADASTRO VAZIO E REPROVARIA O LOTE PELO CPF), ANOTA A
      *GERACAO DO PLANO NO COD501 E IMPRIME O PLANO P/ A PASTA DO
      *CONTRATO.
      *O CONTRATO PRECISA ESTAR CADASTRADO E ATIVO NO CTR910
      *(CTR9100T) - NAO SE GERA PLANO P/ CONTRATO INEXISTENTE.
      *CLIENTE COM BLOQUEIO DE CREDITO NO BLQ910 (ROTINA CRP9182) SO
      *RECEBE PLANO NOVO COM USUARIO DA FUNCAO BLOQCREDIT DO SEC910.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY CGPX011.
           COPY CGPX014.
           COPY COD501X.
           COPY CRPX942.
           COPY LOGACESS.SEL.
           COPY SECX910.
           SELECT PLANO ASSIGN TO PLANO-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       COPY CGPW011.
       COPY CGPW014.
       COPY COD501W.
       COPY CRPW942.
       COPY LOGACESS.FD.
       COPY SECW910.
       FD  PLANO
           LABEL RECORD IS OMITTED.
       01  REG-PLANO                 PIC X(80).
           COPY "CRP9144T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPBLOQ.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  COD-COMPL-NOVO-W      PIC 9(09)    VALUE ZEROS.
           05  ST-COD501             PIC XX       VALUE SPACES.
           05  ST-PLANO              PIC XX       VALUE SPACES.
           05  ST-CTR910             PIC XX       VALUE SPACES.
           05  PATH-CTR910           PIC X(30)    VALUE SPACES.
           05  CONTRATO-OK-SW        PIC X        VALUE "N".
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  BLOQUEIO-OK-SW        PIC X(01)    VALUE "S".
           05  SOBREPOSICAO-SW       PIC X(01)    VALUE "N".
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PLANO-NOME-W          PIC X(12)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN INPUT CTR910.
           IF ST-CTR910 = "35"  CLOSE CTR910  OPEN OUTPUT CTR910
                                CLOSE CTR910  OPEN INPUT CTR910.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GERA-PLANO-FIM
           END-IF.
           PERFORM VERIFICA-CONTRATO.
           IF CONTRATO-OK-SW = "N"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GERA-PLANO-FIM
           END-IF.
           PERFORM VERIFICA-BLOQUEIO-CREDITO.
           IF BLOQUEIO-OK-SW = "N"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GERA-PLANO-FIM
           END-IF.
      *    RECUSA O PLANO INTEIRO SE QUALQUER CHAVE CLIENTE +
      *    DOCUMENTO + PARCELA JA EXISTE NO CRD020 - E EXATAMENTE A
      *    CARGA DUPLICADA QUE O CRP9120 PERSEGUE.
                   UNTIL IX-PARC-W > GS-QTDE-PARCELAS.
           CLOSE PLANO.
           PERFORM GRAVA-ANOTACAO-COD501.
           IF SOBREPOSICAO-SW = "S"
              PERFORM REGISTRA-SOBREPOSICAO
           END-IF.
           MOVE "PLANO GERADO NO CRD020" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       GERA-PLANO-FIM.
           EXIT.

       VERIFICA-CONTRATO SECTION.
      *    SO CONTRATO CADASTRADO NO CTR910 E ATIVO RECEBE PARCELAS.
           MOVE "N" TO CONTRATO-OK-SW.
           MOVE GS-CONTRATO TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                MOVE "CONTRATO NAO CADASTRADO - VER CTR9100T"
                                      TO GS-MENSAGEM-ERRO
                GO VERIFICA-CONTRATO-FIM
           END-READ.
           IF NOT CONTRATO-ATIVO-CTR910
              MOVE "CONTRATO ENCERRADO/CANCELADO NO CTR9100T"
                                      TO GS-MENSAGEM-ERRO
              GO VERIFICA-CONTRATO-FIM
           END-IF.
           MOVE "S" TO CONTRATO-OK-SW.
       VERIFICA-CONTRATO-FIM.
           EXIT.

       MONTA-DOCTO SECTION.
           MOVE IX-PARC-W TO PARC-EDIT-W.
           MOVE SPACES TO DOCTO-NOVO-W.
           END-PERFORM.
           MOVE SPACES TO ST-COD501.

       VERIFICA-BLOQUEIO-CREDITO SECTION.
      *    CLIENTE BLOQUEADO NO BLQ910 (BLQ9100T/CRP9183) SO SEGUE COM
      *    USUARIO QUE TEM A FUNCAO BLOQCREDIT NO SEC910 - A
      *    SOBREPOSICAO E REGISTRADA NO BLQ910 DEPOIS DA OPERACAO.
           MOVE "S" TO BLOQUEIO-OK-SW.
           MOVE "N" TO SOBREPOSICAO-SW.
           MOVE EMPRESA-W       TO EMPRESA-BLQ.
           MOVE GS-CLIENTE       TO CLIENTE-BLQ.
           MOVE "C"             TO FUNCAO-BLQ.
           CALL "CRP9182" USING PARAMETROS-BLOQUEIO.
           CANCEL "CRP9182".
           IF CLIENTE-LIVRE-BLQ
              GO VERIFICA-BLOQUEIO-CREDITO-FIM.
           MOVE "BLOQCREDIT" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "N" TO BLOQUEIO-OK-SW
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "CLIENTE COM BLOQUEIO DE CREDITO - "
                     MOTIVO-RET-BLQ DELIMITED BY SIZE
                     INTO GS-MENSAGEM-ERRO
              GO VERIFICA-BLOQUEIO-CREDITO-FIM
           END-IF.
           MOVE "S" TO SOBREPOSICAO-SW.
       VERIFICA-BLOQUEIO-CREDITO-FIM.
           EXIT.

       REGISTRA-SOBREPOSICAO SECTION.
           MOVE EMPRESA-W       TO EMPRESA-BLQ.
           MOVE GS-CLIENTE       TO CLIENTE-BLQ.
           MOVE "S"             TO FUNCAO-BLQ.
           MOVE USUARIO-W       TO USUARIO-BLQ.
           MOVE "CRP9144T"      TO PROGRAMA-BLQ.
           CALL "CRP9182" USING PARAMETROS-BLOQUEIO.
           CANCEL "CRP9182".

       VERIFICA-PERMISSAO SECTION.
      *    CONSULTA A PERMISSAO DO USUARIO P/ A FUNCAO SENSIVEL NO
      *    SEC910. SEM O ARQUIVO DE PERMISSOES A FUNCAO E LIBERADA
      *    (COMPATIBILIDADE); SEM O REGISTRO DO USUARIO A FUNCAO E
      *    NEGADA E A TENTATIVA VAI P/ O LOGACESS COM STATUS "NEGADO".
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
           MOVE FUNCAO-VERIF-W TO FUNCAO-SEC910.
           READ SEC910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF FUNCAO-PERMITIDA-SEC910
                   MOVE "S" TO PERMISSAO-OK-SW
                END-IF
           END-READ.
           IF PERMISSAO-OK-SW = "N"
              PERFORM GRAVA-LOGACESS-NEGADO
           END-IF.
       VERIFICA-PERMISSAO-FIM.
           EXIT.

       GRAVA-LOGACESS-NEGADO SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP9144T"          to logacess-programa
           move "NEGADO"            to logacess-status
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.


           close logacess

           CLOSE CRD020 CGD010 CGD011 CGD014 COD501 CTR910 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

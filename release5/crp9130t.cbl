      *CADA ACORDO GANHA REGISTRO NO RNG910, ANOTACOES CRD200/CRD201
      *LIGANDO ORIGINAIS E NOVOS, ANOTACAO NO COD501 DO CONTRATO E O
      *TERMO DE RENEGOCIACAO IMPRESSO P/ ASSINATURA DO CLIENTE.
      *ORIGINAL QUE ESTAVA NEGATIVADO TEM A EXCLUSAO DO BIRO MARCADA
      *PELA ROTINA CRP9166 (ENVIADA PELO CRP9165).
      *CLIENTE COM BLOQUEIO DE CREDITO NO BLQ910 (ROTINA CRP9182) SO
      *RENEGOCIA COM USUARIO DA FUNCAO BLOQCREDIT DO SEC910.
      *LISTA ALTERADA POR OUTRO USUARIO OU PELO LOTE DEPOIS DA BUSCA
      *(QTDE OU VALOR EM ABERTO DIFERENTE) NAO EFETIVA - A LISTA E
      *RECARREGADA; O ORIGINAL SO E REGRAVADO SE AINDA E O LIDO
      *(CRP9187 - CONFLITOS NO CNC910, RELATORIO CRP9188).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY CGPX014.
           COPY COD501X.
           COPY LOGACESS.SEL.
           COPY SECX910.
           SELECT TERMO ASSIGN TO TERMO-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       COPY CGPW014.
       COPY COD501W.
       COPY LOGACESS.FD.
       COPY SECW910.
       FD  TERMO
           LABEL RECORD IS OMITTED.
       01  REG-TERMO                 PIC X(80).
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       COPY CRPNEGA.
       COPY CRPBLOQ.
       COPY CRPCONC.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-TERMO              PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-RNG910           PIC X(30)    VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  BLOQUEIO-OK-SW        PIC X(01)    VALUE "S".
           05  SOBREPOSICAO-SW       PIC X(01)    VALUE "N".
           05  TERMO-NOME-W          PIC X(12)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(08)    VALUE ZEROS.
           05  ANOTACAO-TRAB-W       PIC X(120)   VALUE SPACES.
           05  NUMERO-ACORDO-W       PIC 9(06)    VALUE ZEROS.
           05  QTDE-ORIGINAIS-W      PIC 9(03)    VALUE ZEROS.
           05  QTDE-CONFLITO-W       PIC 9(03)    VALUE ZEROS.
           05  VALOR-ORIGINAL-W      PIC 9(12)V99 VALUE ZEROS.
           05  IX-ORIG-W             PIC 9(03) COMP VALUE ZEROS.
           05  TABELA-ORIGINAIS-W.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-RENEGOCIACAO-FIM
           END-IF.
           PERFORM VERIFICA-BLOQUEIO-CREDITO.
           IF BLOQUEIO-OK-SW = "N"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-RENEGOCIACAO-FIM
           END-IF.
           PERFORM MONTA-TABELA-ORIGINAIS.
           IF QTDE-ORIGINAIS-W = ZEROS
              MOVE "CLIENTE SEM TITULO EM ABERTO P/ RENEGOCIAR"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-RENEGOCIACAO-FIM
           END-IF.
      *    O VALOR NEGOCIADO PARTIU DOS TITULOS DA LISTA: SE OUTRO
      *    USUARIO OU O LOTE MEXEU NELES DEPOIS DA BUSCA, O ACORDO
      *    NAO SAI E A LISTA E RECARREGADA (O EVENTO JA RECARREGA).
           IF QTDE-ORIGINAIS-W NOT = GS-CONT OR
              VALOR-ORIGINAL-W NOT = GS-VALOR-ABERTO
              PERFORM REGISTRA-LISTA-ALTERADA
              MOVE "TITULOS ALTERADOS POR OUTRO USUARIO - RECARREGADOS"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-RENEGOCIACAO-FIM
           END-IF.
           MOVE ZEROS TO QTDE-CONFLITO-W.
           PERFORM PROXIMO-NUMERO-ACORDO.
           PERFORM ACHA-PROXIMO-COD-COMPL.
           MOVE COD-COMPL-ORIG-W(1) TO COD-COMPL-BASE-W.
           PERFORM GRAVA-ACORDO-RNG910.
           PERFORM GRAVA-ANOTACAO-COD501.
           PERFORM IMPRIME-TERMO.
           IF SOBREPOSICAO-SW = "S"
              PERFORM REGISTRA-SOBREPOSICAO
           END-IF.
           MOVE "ACORDO EFETIVADO: " TO GS-MENSAGEM-ERRO.
           MOVE NUMERO-ACORDO-W      TO GS-MENSAGEM-ERRO(19: 06).
           PERFORM CARREGA-MENSAGEM-ERRO.
           IF QTDE-CONFLITO-W NOT = ZEROS
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "ORIGINAIS NAO BAIXADOS - ALTERADOS POR OUTRO: "
                     QTDE-CONFLITO-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       EFETIVA-RENEGOCIACAO-FIM.
           EXIT.

           READ CRD020 INVALID KEY
                GO BAIXA-TITULO-ORIGINAL-FIM
           END-READ.
           PERFORM GUARDA-TITULO-LIDO.
           MOVE "RN"       TO STATUS-CR20.
           MOVE DATA-DIA-I TO DATA-BAIXA-CR20.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              ADD 1 TO QTDE-CONFLITO-W
              GO BAIXA-TITULO-ORIGINAL-FIM
           END-IF.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "RENEGOCIACAO- TITULO BAIXADO PELO ACORDO "
                  NUMERO-ACORDO-W
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
      *    RENEGOCIADO: SE ESTAVA NO BIRO DE CREDITO, A EXCLUSAO
      *    FICA PENDENTE NO NEG910 DENTRO DO PRAZO LEGAL.
           MOVE EMPRESA-W      TO EMPRESA-NGA.
           MOVE COD-COMPL-CR20 TO COD-COMPL-NGA.
           MOVE "R"            TO MOTIVO-NGA.
           MOVE DATA-DIA-I     TO DATA-QUITACAO-NGA.
           CALL "CRP9166" USING PARAMETROS-NEGATIVACAO.
           CANCEL "CRP9166".
           IF EXCLUSAO-PENDENTE-NGA
              MOVE SPACES TO ANOTACAO-TRAB-W
              MOVE "NEGATIVACAO- EXCLUSAO PENDENTE NO BIRO"
                   TO ANOTACAO-TRAB-W
              PERFORM GRAVA-ANOTACAO
           END-IF.
       BAIXA-TITULO-ORIGINAL-FIM.
           EXIT.

             END-WRITE
           END-PERFORM.

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
           MOVE "CRP9130T"      TO PROGRAMA-BLQ.
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
           move "CRP9130T"          to logacess-programa
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

       GUARDA-TITULO-LIDO SECTION.
      *    IMAGEM DO TITULO COMO FOI LIDO, BASE DA REGRAVACAO
      *    PROTEGIDA (O REWRITE SO VAI SE NINGUEM GRAVOU DEPOIS).
           MOVE REG-CRD020          TO IMAGEM-LIDA-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-LIDO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-LIDO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-LIDO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-LIDO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-LIDO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-LIDO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-LIDO-CNC.
           MOVE STATUS-CR20         TO STATUS-LIDO-CNC.

       REGRAVA-TITULO SECTION.
      *    REWRITE PROTEGIDO DO CRD020: RELE O TITULO E SO GRAVA POR
      *    CIMA SE ELE AINDA E O LIDO. SE OUTRO USUARIO OU LOTE
      *    GRAVOU NO MEIO DO CAMINHO, A ROTINA CRP9187 REAPLICA A
      *    ALTERACAO SOBRE O TITULO ATUAL (CAMPOS DIFERENTES) OU A
      *    DESPREZA (MESMO CAMPO) - NESSE CASO TITULO-REGRAVADO-CNC
      *    VOLTA FALSO E O BUFFER FICA COM O TITULO ATUAL.
           MOVE "S"                 TO REGRAVACAO-CNC-SW.
           MOVE REG-CRD020          TO IMAGEM-NOVA-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-NOVO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-NOVO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-NOVO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-NOVO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-NOVO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-NOVO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-NOVO-CNC.
           MOVE STATUS-CR20         TO STATUS-NOVO-CNC.
           READ CRD020 INVALID KEY
                MOVE IMAGEM-NOVA-CNC TO REG-CRD020
                MOVE "N" TO REGRAVACAO-CNC-SW
                GO REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM GUARDA-TITULO-LIDO
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9130T"        TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM GUARDA-TITULO-LIDO.
       REGRAVA-TITULO-FIM.
           EXIT.

       REGISTRA-LISTA-ALTERADA SECTION.
      *    CONFLITO DA LISTA INTEIRA (NAO DE UM TITULO SO): VAI P/ O
      *    CNC910 SEM COD-COMPL, COMO TELA RECARREGADA.
           INITIALIZE PARAMETROS-CONCORRENCIA.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9130T"          TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE "R"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

           close logacess

           CLOSE CRD020 CRD200 CRD201 RNG910 CGD010 CGD011 CGD014
                 COD501 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

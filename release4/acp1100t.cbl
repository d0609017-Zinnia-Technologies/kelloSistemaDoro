      *(ACP110), COM RESOLUCAO DO TITULO ORIGINAL CONTRA O CRD020 E
      *CONFERENCIA DE TOLERANCIA ENTRE O VALOR ORIGINAL E O VALOR NOVO
      *ANTES DE LIBERAR O APROVACAO DO DCE.
      *A PROPOSTA SO E GRAVADA P/ CONTRATO CADASTRADO E ATIVO NO
      *CTR910 (CTR9100T).
      *SACADO COM BLOQUEIO DE CREDITO NO BLQ910 (ROTINA CRP9182) SO
      *TEM PROPOSTA GRAVADA POR USUARIO DA FUNCAO BLOQCREDIT DO SEC910.
      *O TITULO ORIGINAL SO E SUBSTITUIDO SE NINGUEM O ALTEROU ENTRE A
      *LEITURA E A GRAVACAO (CRP9187 - CONFLITOS NO CNC910, RELATORIO
      *CRP9188).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY LOGX001.
           COPY SECX910.
           COPY PARX910.
           COPY CRPX942.

       DATA DIVISION.
       FILE SECTION.
       COPY LOGW001.
       COPY SECW910.
       COPY PARW910.
       COPY CRPW942.
       WORKING-STORAGE SECTION.
           COPY "ACP1100T.CPB".
           COPY "ACP1100T.CPY".
           COPY "DS-CNTRL.MF".
       COPY CRPBLOQ.
       COPY CRPCONC.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
      *    TOLERANCIA-VALOR-W - VALOR MAXIMO DE DIFERENCA ADMITIDO
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  ST-PAR910             PIC XX       VALUE SPACES.
           05  PATH-PAR910           PIC X(30)    VALUE SPACES.
           05  ST-CTR910             PIC XX       VALUE SPACES.
           05  PATH-CTR910           PIC X(30)    VALUE SPACES.
           05  CONTRATO-OK-SW        PIC X(01)    VALUE "N".
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  BLOQUEIO-OK-SW        PIC X(01)    VALUE "S".
           05  SOBREPOSICAO-SW       PIC X(01)    VALUE "N".
           05  CLIENTE-PROPOSTA-W    PIC 9(08)    VALUE ZEROS.
           05  ACP110-EXISTE-SW      PIC X        VALUE "N".
               88  ACP110-EXISTE            VALUE "S".
           05  TOLERANCIA-OK-SW      PIC X        VALUE "N".
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "LOGACESS" TO ARQ-REC.  MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           END-IF.
           OPEN I-O CRD020.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           OPEN INPUT CTR910.
           IF ST-CTR910 = "35"
              CLOSE CTR910      OPEN OUTPUT CTR910
              CLOSE CTR910      OPEN INPUT CTR910
           END-IF.
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W     TO EMPRESA-PAR910
           END-IF.

       GRAVA-PROPOSTA SECTION.
           PERFORM VERIFICA-CONTRATO.
           IF CONTRATO-OK-SW = "N"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-PROPOSTA-FIM
           END-IF.
           PERFORM VERIFICA-BLOQUEIO-CREDITO.
           IF BLOQUEIO-OK-SW = "N"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-PROPOSTA-FIM
           END-IF.
           IF GS-DATA-DCE NOT = ZEROS
              MOVE "APROVADCE" TO FUNCAO-VERIF-W
              PERFORM VERIFICA-PERMISSAO
              MOVE "ACP110"     TO LOG1-ARQUIVO
              MOVE REG-ACP110   TO LOG1-REGISTRO
              PERFORM GRAVA-LOG001
              IF SOBREPOSICAO-SW = "S"
                 PERFORM REGISTRA-SOBREPOSICAO
              END-IF
              IF GS-DATA-DCE NOT = ZEROS
                 AND COD-COMPL-ORIG-AC110 NOT = ZEROS
                 PERFORM ATUALIZA-TITULO-SUBSTITUIDO
       GRAVA-PROPOSTA-FIM.
           EXIT.

       VERIFICA-CONTRATO SECTION.
      *    SO CONTRATO CADASTRADO NO CTR910 E ATIVO RECEBE PROPOSTA.
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

       VALIDA-SEQUENCIA-APROVACAO SECTION.
      *    OS ESTAGIOS DE APROVACAO SO PODEM SER CARIMBADOS NA ORDEM
      *    EMITENTE -> CPD -> ASSISTENTE -> DCE: UM ESTAGIO NAO PODE
                                       TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
              NOT INVALID KEY
                PERFORM GUARDA-TITULO-LIDO
                MOVE PORTADOR-CR20    TO PORTADOR-ANT-CR20
                MOVE GS-BANCO-NOVO    TO PORTADOR-CR20
                MOVE GS-DOC-NOVO      TO NR-DOCTO-CR20
                MOVE GS-VALOR-NOVO    TO VALOR-TOT-CR20
                MOVE GS-VENCTO-NOVO   TO DATA-VENCTO-CR20
                PERFORM REGRAVA-TITULO
                PERFORM CONFIRMA-DOCTO-SUBSTITUIDO
           END-READ.

       CONFIRMA-DOCTO-SUBSTITUIDO SECTION.
      *    NA REAPLICACAO SOBRE O TITULO ATUAL SO OS CAMPOS DE
      *    CONTROLE SAO MESCLADOS; O DOCUMENTO NOVO VAI EM SEGUIDA.
           IF NOT TITULO-REGRAVADO-CNC
              MOVE "TITULO ALTERADO POR OUTRO USUARIO - NAO SUBSTITUIDO"
                                       TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           ELSE
              IF NR-DOCTO-CR20 NOT = GS-DOC-NOVO
                 MOVE GS-DOC-NOVO      TO NR-DOCTO-CR20
                 REWRITE REG-CRD020
                 PERFORM GUARDA-TITULO-LIDO
              END-IF
           END-IF.


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
           MOVE "ACP1100T"        TO PROGRAMA-CNC.
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

       GRAVA-LOG001 SECTION.
      *    TRILHA DE ALTERACAO NO LOG001, NO MESMO PADRAO DO CAP019:
           CLOSE LOG001.


       VERIFICA-BLOQUEIO-CREDITO SECTION.
      *    CLIENTE BLOQUEADO NO BLQ910 (BLQ9100T/CRP9183) SO SEGUE COM
      *    USUARIO QUE TEM A FUNCAO BLOQCREDIT NO SEC910 - A
      *    SOBREPOSICAO E REGISTRADA NO BLQ910 DEPOIS DA OPERACAO.
           MOVE "S" TO BLOQUEIO-OK-SW.
           MOVE "N" TO SOBREPOSICAO-SW.
      *    O SACADO DA PROPOSTA E O DO TITULO ORIGINAL RESOLVIDO NO
      *    CRD020; SEM TITULO RESOLVIDO NAO HA CLIENTE A CONFERIR.
           MOVE ZEROS TO CLIENTE-PROPOSTA-W.
           IF COD-COMPL-ORIG-AC110 = ZEROS
              GO VERIFICA-BLOQUEIO-CREDITO-FIM.
           MOVE COD-COMPL-ORIG-AC110 TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                GO VERIFICA-BLOQUEIO-CREDITO-FIM
           END-READ.
           MOVE CLIENTE-CR20 TO CLIENTE-PROPOSTA-W.
           MOVE EMPRESA-W       TO EMPRESA-BLQ.
           MOVE CLIENTE-PROPOSTA-W TO CLIENTE-BLQ.
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
           MOVE CLIENTE-PROPOSTA-W TO CLIENTE-BLQ.
           MOVE "S"             TO FUNCAO-BLQ.
           MOVE USUARIO-W       TO USUARIO-BLQ.
           MOVE "ACP1100T"      TO PROGRAMA-BLQ.
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

           close logacess

           CLOSE ACP110 CRD020 SEC910 CTR910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

      *ENCERRAMENTO NO COD501 E IMPRIME O RESUMO DO DISTRATO COM
      *TUDO QUE FECHOU. FUNCAO SENSIVEL: SO USUARIO COM "DISTRATO"
      *LIBERADO NO SEC910 EFETIVA.
      *SO CONTRATO CADASTRADO E ATIVO NO CTR910 (CTR9100T) ACEITA
      *DISTRATO; AO EFETIVAR, O CONTRATO PASSA SOZINHO P/ CANCELADO
      *("C") NO CTR910, COM A ALTERACAO LOGADA NO LOG001.
      *TITULO QUE OUTRO USUARIO OU O LOTE ALTEROU ENTRE A LEITURA E O
      *CANCELAMENTO NAO E CANCELADO E SAI NO RESUMO (CRP9187 -
      *CONFLITOS NO CNC910, RELATORIO CRP9188).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY COD043X.
           COPY COD501X.
           COPY SECX910.
           COPY CRPX942.
           COPY LOGX001.
           COPY LOGACESS.SEL.
           SELECT RESUMO ASSIGN TO RESUMO-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
       COPY COD043W.
       COPY COD501W.
       COPY SECW910.
       COPY CRPW942.
       COPY LOGW001.
       COPY LOGACESS.FD.
       FD  RESUMO
           LABEL RECORD IS OMITTED.
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       COPY CRPCONC.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-COD043             PIC XX       VALUE SPACES.
           05  ST-COD501             PIC XX       VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  ST-CTR910             PIC XX       VALUE SPACES.
           05  PATH-CTR910           PIC X(30)    VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-RESUMO             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  RESUMO-NOME-W         PIC X(12)    VALUE SPACES.
           05  NOSSO-NUMERO-BAIXA-W  PIC X(20)    VALUE SPACES.
           05  PORTADOR-BAIXA-W      PIC 9(04)    VALUE ZEROS.
           05  QTDE-TITULOS-W        PIC 9(04)    VALUE ZEROS.
           05  QTDE-CONFLITO-W       PIC 9(04)    VALUE ZEROS.
           05  VALOR-CANCELADO-W     PIC 9(12)V99 VALUE ZEROS.
           05  QTDE-FILA-W           PIC 9(04)    VALUE ZEROS.
           05  QTDE-ITENS-W          PIC 9(04)    VALUE ZEROS.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           OPEN I-O CTR910.
           IF ST-CTR910 = "35"  CLOSE CTR910  OPEN OUTPUT CTR910
                                CLOSE CTR910  OPEN I-O CTR910.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)

       VERIFICA-PERMISSAO SECTION.
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
              MOVE "CONTRATO E OBRIGATORIO" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-DISTRATO-FIM.
           MOVE GS-CONTRATO TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                MOVE "CONTRATO NAO CADASTRADO - VER CTR9100T"
                                    TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO EFETIVA-DISTRATO-FIM
           END-READ.
           IF NOT CONTRATO-ATIVO-CTR910
              MOVE "CONTRATO JA ENCERRADO/CANCELADO NO CTR9100T"
                                    TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-DISTRATO-FIM.
           MOVE ZEROS TO QTDE-TITULOS-W VALOR-CANCELADO-W
                         QTDE-FILA-W QTDE-ITENS-W QTDE-CONFLITO-W.
           ACCEPT HORA-BRA FROM TIME.
           PERFORM ABRE-RESUMO.
           PERFORM CANCELA-TITULOS.
           PERFORM ENCERRA-ITENS-COD043.
           PERFORM GRAVA-ANOTACAO-COD501.
           PERFORM CANCELA-CONTRATO-CTR910.
           PERFORM FECHA-RESUMO.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           STRING "DISTRATO EFETIVADO - " QTDE-TITULOS-W
                  " BAIXA(S) NA FILA, " QTDE-ITENS-W " ITEM(NS)"
                  DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
           IF QTDE-CONFLITO-W NOT = ZEROS
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "TITULOS NAO CANCELADOS - ALTERADOS POR OUTRO: "
                     QTDE-CONFLITO-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       EFETIVA-DISTRATO-FIM.
           EXIT.

           WRITE REG-RESUMO.

       CANCELA-UM-TITULO SECTION.
      *    TITULO ALTERADO POR OUTRO USUARIO OU PELO LOTE ENTRE A
      *    LEITURA E O CANCELAMENTO NAO E CANCELADO - SAI NO RESUMO
      *    P/ O OPERADOR CONFERIR E REFAZER O DISTRATO DELE.
           PERFORM GUARDA-TITULO-LIDO.
           MOVE "CA"       TO STATUS-CR20.
           MOVE DATA-DIA-I TO DATA-BAIXA-CR20.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              ADD 1 TO QTDE-CONFLITO-W
              MOVE SPACES TO REG-RESUMO
              MOVE COD-COMPL-CR20   TO REG-RESUMO(3: 9)
              MOVE NR-DOCTO-CR20    TO REG-RESUMO(13: 10)
              MOVE "ALTERADO POR OUTRO USUARIO - NAO CANCELADO"
                                    TO REG-RESUMO(24: 42)
              WRITE REG-RESUMO
              GO CANCELA-UM-TITULO-FIM
           END-IF.
           ADD 1 TO QTDE-TITULOS-W.
           ADD VALOR-TOT-CR20 TO VALOR-CANCELADO-W.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "DISTRATO- TITULO CANCELADO PELO DISTRATO DO "
                  "CONTRATO " GS-CONTRATO
              MOVE "BAIXA BANCARIA NA FILA" TO REG-RESUMO(40: 22)
           END-IF.
           WRITE REG-RESUMO.
       CANCELA-UM-TITULO-FIM.
           EXIT.

       VERIFICA-NN-REGISTRADO SECTION.
           MOVE "N" TO NN-REGISTRADO-SW.
           MOVE DATA-DIA-I           TO DATA-FILA-INS910.
           MOVE ZEROS                TO DATA-ENVIO-INS910.
           MOVE "CRP9150T"           TO ORIGEM-INS910.
           MOVE "B"                  TO TIPO-INSTR-INS910.
           MOVE ZEROS                TO NOVO-VENCTO-INS910.
           WRITE REG-INS910 INVALID KEY
              REWRITE REG-INS910
           END-WRITE.
           END-PERFORM.
           MOVE SPACES TO ST-COD501.

       CANCELA-CONTRATO-CTR910 SECTION.
      *    O REGISTRO DO CTR910 FOI LIDO NA VALIDACAO DO DISTRATO.
           MOVE "C"        TO SITUACAO-CTR910.
           MOVE DATA-DIA-I TO DATA-SITUACAO-CTR910.
           MOVE USUARIO-W  TO USUARIO-CTR910.
           REWRITE REG-CTR910 INVALID KEY
              CONTINUE
           END-REWRITE.
           OPEN I-O LOG001.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           MOVE USUARIO-W   TO LOG1-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO LOG1-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS TO LOG1-HORAS.
           MOVE "A"         TO LOG1-OPERACAO.
           MOVE "CTR910"    TO LOG1-ARQUIVO.
           MOVE "CRP9150T"  TO LOG1-PROGRAMA.
           MOVE REG-CTR910  TO LOG1-REGISTRO.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.
           MOVE SPACES TO REG-RESUMO.
           MOVE "CONTRATO CANCELADO NO CADASTRO (CTR910)"
                                     TO REG-RESUMO(1: 39).
           WRITE REG-RESUMO.

       FECHA-RESUMO SECTION.
           MOVE SPACES TO REG-RESUMO.
           MOVE "BAIXAS BANCARIAS NA FILA:" TO REG-RESUMO(1: 25).
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
              GO FINALIZAR-PROGRAMA
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
           MOVE "CRP9150T"        TO PROGRAMA-CNC.
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

       FINALIZAR-PROGRAMA SECTION.
           open i-o logacess

           close logacess

           CLOSE CRD020 CRD200 CRD201 HRM910 INS910 COD043 COD501
                 SEC910 CTR910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

      *PARAMETRO (OPCAO-PARAM-W): POS 1-4 = CONTRATO; POS 5-12 =
      *DATA-BASE AAAAMMDD; POS 13 = "E" EXECUTA (OUTRO VALOR =
      *CONFERENCIA).
      *PARCELA ALTERADA POR OUTRO USUARIO ENTRE A LEITURA E A GRAVACAO
      *NAO E CORRIGIDA (ROTINA CRP9187 - CONFLITOS NO CNC910,
      *RELATORIO CRP9188).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       COPY CRPCONC.
       01  REL9151-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-IDX910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  VALOR-ANTIGO-W            PIC 9(11)V99 VALUE ZEROS.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-CORRIGIDOS-W         PIC 9(04)  VALUE ZEROS.
       01  QTDE-CONFLITOS-W          PIC 9(04)  VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.

       01  EMP-REFERENCIA.
           WRITE REG-REL9151.
           IF NOT MODO-EXECUTA
              GO 2100-CORRIGE-TITULO-FIM.
           PERFORM 2180-GUARDA-TITULO-LIDO.
           MOVE VALOR-NOVO-W TO VALOR-TOT-CR20.
           PERFORM 2190-REGRAVA-TITULO.
      *    PARCELA ALTERADA POR OUTRO USUARIO NO MEIO DO CAMINHO FICA
      *    SEM REAJUSTE (O VALOR ATUAL JA NAO E O DA BASE DO CALCULO).
           IF NOT TITULO-REGRAVADO-CNC
              ADD 1 TO QTDE-CONFLITOS-W
              MOVE SPACES TO REG-REL9151
              MOVE COD-COMPL-CR20 TO REG-REL9151(1: 9)
              MOVE NR-DOCTO-CR20  TO REG-REL9151(11: 10)
              MOVE "ALTERADO POR OUTRO USUARIO - NAO CORRIGIDO"
                                  TO REG-REL9151(22: 42)
              WRITE REG-REL9151
              GO 2100-CORRIGE-TITULO-FIM.
           ADD 1 TO QTDE-CORRIGIDOS-W.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "REAJUSTE- DE " VALOR-ANTIGO-W " P/ "
                  VALOR-NOVO-W " FATOR " FATOR-W
       2100-CORRIGE-TITULO-FIM.
           EXIT.

       2180-GUARDA-TITULO-LIDO SECTION.
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

       2190-REGRAVA-TITULO SECTION.
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
                GO 2190-REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM 2180-GUARDA-TITULO-LIDO
              GO 2190-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9151"         TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO 2190-REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM 2180-GUARDA-TITULO-LIDO.
       2190-REGRAVA-TITULO-FIM.
           EXIT.

       2200-GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           DISPLAY "CRP9151 - PARCELAS CORRIGIDAS..: "
                   QTDE-CORRIGIDOS-W.
           DISPLAY "CRP9151 - MESES COM INDICE.....: " QTDE-MESES-W.
           IF QTDE-CONFLITOS-W NOT = ZEROS
              DISPLAY "CRP9151 - CONFLITOS DE GRAVACAO: "
                      QTDE-CONFLITOS-W
           END-IF.

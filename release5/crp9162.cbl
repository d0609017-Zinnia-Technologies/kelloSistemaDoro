       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9162.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *MIGRACAO DE CARTEIRA ENTRE PORTADORES - QUANDO O CONVENIO COM
      *UM BANCO TERMINA, MOVE OS TITULOS EM ABERTO DO PORTADOR
      *ANTIGO (CAD018) P/ O NOVO, COM FILTRO OPCIONAL DE CONTRATO E
      *FAIXA DE VENCIMENTO. P/ CADA TITULO:
      *  - O NOSSO-NUMERO JA REGISTRADO NO BANCO ANTIGO (HRM910, NAO
      *    REJEITADO) TEM O PEDIDO DE BAIXA ENFILEIRADO NO INS910 P/
      *    A PROXIMA REMESSA DE INSTRUCAO DAQUELE PORTADOR;
      *  - PORTADOR-ANT-CR20 RECEBE O ANTIGO E PORTADOR-CR20 O NOVO:
      *    A PROXIMA REMESSA DO NOVO (CRP9108) REGISTRA O TITULO COM
      *    NOSSO-NUMERO NOVO DA SEQUENCIA DELE (SQP910) E GRAVA A
      *    ANOTACAO TRANSF.PORTADOR;
      *  - ANOTACAO DA MIGRACAO NO CRD200/CRD201.
      *TITULO COM PAGAMENTO PARCIAL ("PP") NAO E MIGRADO (A REMESSA
      *NAO O REENVIA) E SAI NO REL9162 P/ TRATAMENTO MANUAL. RODA EM
      *SIMULACAO (SO LISTA) SALVO "E" NO PARAMETRO; O REL9162 FECHA
      *COM A CONCILIACAO DAS QUANTIDADES E VALORES SELECIONADOS,
      *MIGRADOS E NAO MIGRADOS E, NA EXECUCAO, A CONFERENCIA NO
      *CRD020 DO QUE FICOU NO PORTADOR NOVO.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-4 = PORTADOR ANTIGO; POS 5-8
      *= PORTADOR NOVO; POS 9-12 = CONTRATO (ZEROS = TODOS); POS
      *13-20 E 21-28 = VENCIMENTO INICIAL E FINAL AAAAMMDD (ZEROS =
      *SEM LIMITE); POS 29 = "E" EXECUTA (OUTRO VALOR = SIMULACAO).
      *TITULO ALTERADO POR OUTRO USUARIO ENTRE A LEITURA E A GRAVACAO
      *NAO E MIGRADO (ROTINA CRP9187 - CONFLITOS NO CNC910, RELATORIO
      *CRP9188).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CAPX018.
           COPY CRPX912.
           COPY INSX910.
           SELECT REL9162 ASSIGN TO REL9162-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9162.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CAPW018.
       COPY CRPW912.
       COPY INSW910.
       FD  REL9162
           LABEL RECORD IS OMITTED.
       01  REG-REL9162               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       COPY CRPCONC.
       01  REL9162-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-HRM910               PIC X(30)  VALUE SPACES.
       01  PATH-INS910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CRD200                 PIC XX     VALUE SPACES.
       01  ST-CRD201                 PIC XX     VALUE SPACES.
       01  ST-CAD018                 PIC XX     VALUE SPACES.
       01  ST-HRM910                 PIC XX     VALUE SPACES.
       01  ST-INS910                 PIC XX     VALUE SPACES.
       01  ST-REL9162                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  FIM-HRM910-SW             PIC X      VALUE "N".
           88  FIM-HRM910                  VALUE "S".
       01  EXECUTA-SW                PIC X      VALUE "N".
           88  MODO-EXECUTA                VALUE "E".
       01  NN-REGISTRADO-SW          PIC X      VALUE "N".
           88  NN-REGISTRADO               VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  ULT-SEQ                   PIC 9(05)  VALUE ZEROS.
       01  ANOTACAO-TRAB-W           PIC X(120) VALUE SPACES.
       01  PORTADOR-ANTIGO-W         PIC 9(04)  VALUE ZEROS.
       01  PORTADOR-NOVO-W           PIC 9(04)  VALUE ZEROS.
       01  NOME-ANTIGO-W             PIC X(30)  VALUE SPACES.
       01  NOME-NOVO-W               PIC X(30)  VALUE SPACES.
       01  CONTRATO-FILTRO-W         PIC 9(04)  VALUE ZEROS.
       01  VENCTO-INI-W              PIC 9(08)  VALUE ZEROS.
       01  VENCTO-FIM-W              PIC 9(08)  VALUE ZEROS.
       01  NOSSO-NUMERO-BAIXA-W      PIC X(20)  VALUE SPACES.
       01  PORTADOR-BAIXA-W          PIC 9(04)  VALUE ZEROS.
       01  QTDE-SELECIONADOS-W       PIC 9(06)  VALUE ZEROS.
       01  VALOR-SELECIONADOS-W      PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-MIGRADOS-W           PIC 9(06)  VALUE ZEROS.
       01  VALOR-MIGRADOS-W          PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-NAO-MIGRADOS-W       PIC 9(06)  VALUE ZEROS.
       01  VALOR-NAO-MIGRADOS-W      PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-BAIXAS-FILA-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-CONFLITOS-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-CONFERIDOS-W         PIC 9(06)  VALUE ZEROS.
       01  VALOR-CONFERIDOS-W        PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-SOMA-W               PIC 9(06)  VALUE ZEROS.
       01  VALOR-SOMA-W              PIC 9(12)V99 VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.

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
           PERFORM 2000-PROCESSA-CRD020 UNTIL FIM-CRD020.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "INS910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-INS910.
           MOVE "REL9162" TO REL9162-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           IF OPCAO-PARAM-W(1: 4) NUMERIC
              MOVE OPCAO-PARAM-W(1: 4) TO PORTADOR-ANTIGO-W
           END-IF.
           IF OPCAO-PARAM-W(5: 4) NUMERIC
              MOVE OPCAO-PARAM-W(5: 4) TO PORTADOR-NOVO-W
           END-IF.
           IF OPCAO-PARAM-W(9: 4) NUMERIC
              MOVE OPCAO-PARAM-W(9: 4) TO CONTRATO-FILTRO-W
           END-IF.
           IF OPCAO-PARAM-W(13: 8) NUMERIC
              MOVE OPCAO-PARAM-W(13: 8) TO VENCTO-INI-W
           END-IF.
           IF OPCAO-PARAM-W(21: 8) NUMERIC
              MOVE OPCAO-PARAM-W(21: 8) TO VENCTO-FIM-W
           END-IF.
           MOVE OPCAO-PARAM-W(29: 1) TO EXECUTA-SW.

           OPEN I-O CRD020 CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN INPUT CAD018.
           OPEN INPUT HRM910.
           IF ST-HRM910 = "35"
              CLOSE HRM910      OPEN OUTPUT HRM910
              CLOSE HRM910      OPEN INPUT HRM910
           END-IF.
           OPEN I-O INS910.
           IF ST-INS910 = "35"
              CLOSE INS910      OPEN OUTPUT INS910
              CLOSE INS910      OPEN I-O INS910
           END-IF.
           OPEN OUTPUT REL9162.

           IF PORTADOR-ANTIGO-W = ZEROS OR PORTADOR-NOVO-W = ZEROS
              OR PORTADOR-ANTIGO-W = PORTADOR-NOVO-W
              DISPLAY "CRP9162 - PORTADOR ANTIGO/NOVO INVALIDOS"
              MOVE "S" TO FIM-CRD020-SW
              GO 1000-INICIALIZA-FIM.
           MOVE PORTADOR-NOVO-W TO PORTADOR.
           READ CAD018 INVALID KEY
                DISPLAY "CRP9162 - PORTADOR NOVO " PORTADOR-NOVO-W
                        " NAO CADASTRADO"
                MOVE "S" TO FIM-CRD020-SW
                GO 1000-INICIALIZA-FIM
           END-READ.
           MOVE NOME-PORT TO NOME-NOVO-W.
           MOVE PORTADOR-ANTIGO-W TO PORTADOR.
           READ CAD018 INVALID KEY
                MOVE SPACES    TO NOME-ANTIGO-W
              NOT INVALID KEY
                MOVE NOME-PORT TO NOME-ANTIGO-W
           END-READ.

           MOVE SPACES TO REG-REL9162.
           IF MODO-EXECUTA
              MOVE "MIGRACAO DE PORTADOR - EXECUCAO"
                                     TO REG-REL9162(1: 31)
           ELSE
              MOVE "MIGRACAO DE PORTADOR - SIMULACAO"
                                     TO REG-REL9162(1: 32)
           END-IF.
           MOVE DATA-DIA-I           TO REG-REL9162(35: 8).
           WRITE REG-REL9162.
           MOVE SPACES TO REG-REL9162.
           MOVE "DE"                 TO REG-REL9162(1: 2).
           MOVE PORTADOR-ANTIGO-W    TO REG-REL9162(4: 4).
           MOVE NOME-ANTIGO-W        TO REG-REL9162(9: 30).
           MOVE "P/"                 TO REG-REL9162(40: 2).
           MOVE PORTADOR-NOVO-W      TO REG-REL9162(43: 4).
           MOVE NOME-NOVO-W          TO REG-REL9162(48: 30).
           WRITE REG-REL9162.
           MOVE SPACES TO REG-REL9162.
           MOVE "CONTRATO"           TO REG-REL9162(1: 8).
           MOVE CONTRATO-FILTRO-W    TO REG-REL9162(10: 4).
           MOVE "VENCIMENTO DE"      TO REG-REL9162(16: 13).
           MOVE VENCTO-INI-W         TO REG-REL9162(30: 8).
           MOVE "ATE"                TO REG-REL9162(39: 3).
           MOVE VENCTO-FIM-W         TO REG-REL9162(43: 8).
           WRITE REG-REL9162.
           MOVE SPACES TO REG-REL9162.
           MOVE "TITULO    DOCUMENTO  VENCIMENTO         VALOR"
                                     TO REG-REL9162(1: 45).
           MOVE "NOSSO-NUMERO ANTIGO  SITUACAO"
                                     TO REG-REL9162(47: 29).
           WRITE REG-REL9162.
      *    A LEITURA E PELA CHAVE PRINCIPAL: O REWRITE TROCA O
      *    PORTADOR-CR20, QUE E A CHAVE ALTERNADA DO CRD020.
           IF ST-CRD020 <> "00"
              MOVE "S" TO FIM-CRD020-SW
           ELSE
              MOVE ZEROS TO COD-COMPL-CR20
              START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                    MOVE "S" TO FIM-CRD020-SW
           END-IF.
       1000-INICIALIZA-FIM.
           EXIT.

       2000-PROCESSA-CRD020 SECTION.
           READ CRD020 NEXT RECORD AT END
                MOVE "S" TO FIM-CRD020-SW
                GO 2000-PROCESSA-CRD020-FIM
           END-READ.
           IF PORTADOR-CR20 NOT = PORTADOR-ANTIGO-W
              GO 2000-PROCESSA-CRD020-FIM.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              GO 2000-PROCESSA-CRD020-FIM.
           IF CONTRATO-FILTRO-W NOT = ZEROS AND
              NR-CONTRATO-CR20 NOT = CONTRATO-FILTRO-W
              GO 2000-PROCESSA-CRD020-FIM.
           IF VENCTO-INI-W NOT = ZEROS AND
              DATA-VENCTO-CR20 < VENCTO-INI-W
              GO 2000-PROCESSA-CRD020-FIM.
           IF VENCTO-FIM-W NOT = ZEROS AND
              DATA-VENCTO-CR20 > VENCTO-FIM-W
              GO 2000-PROCESSA-CRD020-FIM.
           ADD 1              TO QTDE-SELECIONADOS-W.
           ADD VALOR-TOT-CR20 TO VALOR-SELECIONADOS-W.
           PERFORM 2100-VERIFICA-NN-REGISTRADO.
           MOVE SPACES TO REG-REL9162.
           MOVE COD-COMPL-CR20       TO REG-REL9162(1: 9).
           MOVE NR-DOCTO-CR20        TO REG-REL9162(11: 10).
           MOVE DATA-VENCTO-CR20     TO REG-REL9162(22: 8).
           MOVE VALOR-TOT-CR20       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W         TO REG-REL9162(32: 14).
           MOVE NOSSO-NUMERO-BAIXA-W TO REG-REL9162(47: 20).
           IF STATUS-CR20 = "PP"
              ADD 1              TO QTDE-NAO-MIGRADOS-W
              ADD VALOR-TOT-CR20 TO VALOR-NAO-MIGRADOS-W
              MOVE "NAO MIGRADO - PAGAMENTO PARCIAL"
                                     TO REG-REL9162(68: 31)
              WRITE REG-REL9162
              GO 2000-PROCESSA-CRD020-FIM.
           ADD 1              TO QTDE-MIGRADOS-W.
           ADD VALOR-TOT-CR20 TO VALOR-MIGRADOS-W.
           IF NN-REGISTRADO
              ADD 1 TO QTDE-BAIXAS-FILA-W
              MOVE "MIGRADO - BAIXA NA FILA"  TO REG-REL9162(68: 23)
           ELSE
              MOVE "MIGRADO - SEM REGISTRO"   TO REG-REL9162(68: 22)
           END-IF.
           WRITE REG-REL9162.
           IF NOT MODO-EXECUTA
              GO 2000-PROCESSA-CRD020-FIM.
           PERFORM 2180-GUARDA-TITULO-LIDO.
           MOVE PORTADOR-CR20   TO PORTADOR-ANT-CR20.
           MOVE PORTADOR-NOVO-W TO PORTADOR-CR20.
           PERFORM 2190-REGRAVA-TITULO.
      *    TITULO ALTERADO POR OUTRO USUARIO NO MEIO DO CAMINHO FICA
      *    NO PORTADOR ANTIGO E PASSA P/ OS NAO MIGRADOS - A BAIXA DO
      *    NOSSO-NUMERO SO VAI P/ A FILA DEPOIS DA REGRAVACAO.
           IF NOT TITULO-REGRAVADO-CNC
              ADD 1 TO QTDE-CONFLITOS-W QTDE-NAO-MIGRADOS-W
              SUBTRACT 1 FROM QTDE-MIGRADOS-W
              ADD VALOR-TOT-LIDO-CNC TO VALOR-NAO-MIGRADOS-W
              SUBTRACT VALOR-TOT-LIDO-CNC FROM VALOR-MIGRADOS-W
              IF NN-REGISTRADO
                 SUBTRACT 1 FROM QTDE-BAIXAS-FILA-W
              END-IF
              MOVE SPACES TO REG-REL9162
              MOVE COD-COMPL-CR20       TO REG-REL9162(1: 9)
              MOVE NR-DOCTO-CR20        TO REG-REL9162(11: 10)
              MOVE "NAO MIGRADO - ALTERADO POR OUTRO USUARIO"
                                        TO REG-REL9162(68: 40)
              WRITE REG-REL9162
              GO 2000-PROCESSA-CRD020-FIM.
           IF NN-REGISTRADO
              PERFORM 2200-ENFILEIRA-BAIXA-BANCO
           END-IF.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           IF NN-REGISTRADO
              STRING "MIGRACAO PORTADOR- DE " PORTADOR-ANTIGO-W
                     " P/ " PORTADOR-NOVO-W
                     " - BAIXA DO NOSSO-NUMERO " NOSSO-NUMERO-BAIXA-W
                     " NA FILA DO PORTADOR " PORTADOR-BAIXA-W
                     DELIMITED BY SIZE INTO ANOTACAO-TRAB-W
           ELSE
              STRING "MIGRACAO PORTADOR- DE " PORTADOR-ANTIGO-W
                     " P/ " PORTADOR-NOVO-W
                     " - SEM NOSSO-NUMERO REGISTRADO"
                     DELIMITED BY SIZE INTO ANOTACAO-TRAB-W
           END-IF.
           PERFORM 2300-GRAVA-ANOTACAO.
       2000-PROCESSA-CRD020-FIM.
           EXIT.

       2100-VERIFICA-NN-REGISTRADO SECTION.
      *    O ULTIMO NOSSO-NUMERO DO TITULO NO HRM910 QUE O BANCO NAO
      *    REJEITOU E DE OUTRO PORTADOR QUE NAO O NOVO: A BAIXA VAI AO
      *    PORTADOR QUE O REGISTROU (COMO NO ACP9102).
           MOVE "N" TO NN-REGISTRADO-SW FIM-HRM910-SW.
           MOVE SPACES TO NOSSO-NUMERO-BAIXA-W.
           MOVE ZEROS  TO PORTADOR-BAIXA-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-HRM910.
           START HRM910 KEY IS NOT < COD-COMPL-HRM910 INVALID KEY
                 MOVE "S" TO FIM-HRM910-SW.
           PERFORM 2110-LE-HRM910 UNTIL FIM-HRM910.

       2110-LE-HRM910 SECTION.
           READ HRM910 NEXT RECORD AT END
                MOVE "S" TO FIM-HRM910-SW
                GO 2110-LE-HRM910-FIM
           END-READ.
           IF COD-COMPL-HRM910 NOT = COD-COMPL-CR20
              MOVE "S" TO FIM-HRM910-SW
              GO 2110-LE-HRM910-FIM.
           IF REGISTRO-REJEITADO-HRM910 OR
              PORTADOR-HRM910 = PORTADOR-NOVO-W
              GO 2110-LE-HRM910-FIM.
           MOVE "S"                 TO NN-REGISTRADO-SW.
           MOVE NOSSO-NUMERO-HRM910 TO NOSSO-NUMERO-BAIXA-W.
           MOVE PORTADOR-HRM910     TO PORTADOR-BAIXA-W.
       2110-LE-HRM910-FIM.
           EXIT.

       2200-ENFILEIRA-BAIXA-BANCO SECTION.
           MOVE COD-COMPL-CR20       TO COD-COMPL-INS910.
           MOVE PORTADOR-BAIXA-W     TO PORTADOR-INS910.
           MOVE NOSSO-NUMERO-BAIXA-W TO NOSSO-NUMERO-INS910.
           MOVE "Q"                  TO SITUACAO-INS910.
           MOVE DATA-DIA-I           TO DATA-FILA-INS910.
           MOVE ZEROS                TO DATA-ENVIO-INS910.
           MOVE "CRP9162"            TO ORIGEM-INS910.
           MOVE "B"                  TO TIPO-INSTR-INS910.
           MOVE ZEROS                TO NOVO-VENCTO-INS910.
           WRITE REG-INS910 INVALID KEY
              REWRITE REG-INS910
           END-WRITE.

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
           MOVE "CRP9162"         TO PROGRAMA-CNC.
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

       2300-GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR20
                    MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE ZEROS          TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ        TO SEQ-CR200.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS          TO DATA-RETORNO-CR200.
           MOVE "CRP9162"      TO USUARIO-CR200.
           MOVE DATA-DIA-I     TO DATA-MOVTO-CR200.
           MOVE HORA-BRA(1: 4) TO HORA-MOVTO-CR200.

           MOVE ZEROS TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
              WRITE REG-CRD200 INVALID KEY
                 ADD 1 TO SEQ-CR200
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD200
           END-PERFORM.

           MOVE SEQ-CR200      TO SEQ-CR201.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR201.
           MOVE ANOTACAO-TRAB-W TO ANOTACAO-CR201.
           MOVE ZEROS TO ST-CRD201.
           MOVE 1              TO SUBSEQ-CR201.
           PERFORM UNTIL ST-CRD201 = "10"
             WRITE REG-CRD201 INVALID KEY
               ADD 1 TO SUBSEQ-CR201
               CONTINUE
              NOT INVALID KEY
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.

       3000-FINALIZA SECTION.
           IF MODO-EXECUTA AND QTDE-MIGRADOS-W NOT = ZEROS
              PERFORM 3100-CONFERE-PORTADOR-NOVO
           END-IF.
           MOVE SPACES TO REG-REL9162.
           WRITE REG-REL9162.
           MOVE "CONCILIACAO"          TO REG-REL9162(1: 11).
           WRITE REG-REL9162.
           MOVE SPACES TO REG-REL9162.
           MOVE "SELECIONADOS.........:" TO REG-REL9162(1: 22).
           MOVE QTDE-SELECIONADOS-W      TO REG-REL9162(24: 6).
           MOVE VALOR-SELECIONADOS-W     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W             TO REG-REL9162(32: 14).
           WRITE REG-REL9162.
           MOVE SPACES TO REG-REL9162.
           MOVE "MIGRADOS.............:" TO REG-REL9162(1: 22).
           MOVE QTDE-MIGRADOS-W          TO REG-REL9162(24: 6).
           MOVE VALOR-MIGRADOS-W         TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W             TO REG-REL9162(32: 14).
           WRITE REG-REL9162.
           MOVE SPACES TO REG-REL9162.
           MOVE "NAO MIGRADOS (PP/ALT):" TO REG-REL9162(1: 22).
           MOVE QTDE-NAO-MIGRADOS-W      TO REG-REL9162(24: 6).
           MOVE VALOR-NAO-MIGRADOS-W     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W             TO REG-REL9162(32: 14).
           WRITE REG-REL9162.
           MOVE SPACES TO REG-REL9162.
           MOVE "BAIXAS NA FILA INS910:" TO REG-REL9162(1: 22).
           MOVE QTDE-BAIXAS-FILA-W       TO REG-REL9162(24: 6).
           WRITE REG-REL9162.
           COMPUTE QTDE-SOMA-W  = QTDE-MIGRADOS-W + QTDE-NAO-MIGRADOS-W.
           COMPUTE VALOR-SOMA-W = VALOR-MIGRADOS-W
                                + VALOR-NAO-MIGRADOS-W.
           MOVE SPACES TO REG-REL9162.
           IF QTDE-SOMA-W = QTDE-SELECIONADOS-W AND
              VALOR-SOMA-W = VALOR-SELECIONADOS-W
              MOVE "SELECIONADOS = MIGRADOS + NAO MIGRADOS - CONFERE"
                                     TO REG-REL9162(1: 48)
           ELSE
              MOVE "SELECIONADOS <> MIGRADOS + NAO MIGRADOS - DIVERGE"
                                     TO REG-REL9162(1: 49)
           END-IF.
           WRITE REG-REL9162.
           IF MODO-EXECUTA AND QTDE-MIGRADOS-W NOT = ZEROS
              MOVE SPACES TO REG-REL9162
              MOVE "NO PORTADOR NOVO.....:" TO REG-REL9162(1: 22)
              MOVE QTDE-CONFERIDOS-W        TO REG-REL9162(24: 6)
              MOVE VALOR-CONFERIDOS-W       TO VALOR-EDIT-W
              MOVE VALOR-EDIT-W             TO REG-REL9162(32: 14)
              IF QTDE-CONFERIDOS-W = QTDE-MIGRADOS-W AND
                 VALOR-CONFERIDOS-W = VALOR-MIGRADOS-W
                 MOVE "CONFERE COM O MIGRADO" TO REG-REL9162(48: 21)
              ELSE
                 MOVE "DIVERGE DO MIGRADO"    TO REG-REL9162(48: 18)
              END-IF
              WRITE REG-REL9162
           END-IF.
           CLOSE CRD020 CRD200 CRD201 CAD018 HRM910 INS910 REL9162.
           IF NOT MODO-EXECUTA
              DISPLAY "CRP9162 - SIMULACAO - NADA FOI REGRAVADO"
           END-IF.
           DISPLAY "CRP9162 - TITULOS SELECIONADOS.: "
                   QTDE-SELECIONADOS-W.
           DISPLAY "CRP9162 - TITULOS MIGRADOS.....: " QTDE-MIGRADOS-W.
           DISPLAY "CRP9162 - NAO MIGRADOS (PP/ALT): "
                   QTDE-NAO-MIGRADOS-W.
           DISPLAY "CRP9162 - BAIXAS NA FILA.......: "
                   QTDE-BAIXAS-FILA-W.
           IF QTDE-CONFLITOS-W NOT = ZEROS
              DISPLAY "CRP9162 - CONFLITOS DE GRAVACAO: "
                      QTDE-CONFLITOS-W
           END-IF.

       3100-CONFERE-PORTADOR-NOVO SECTION.
      *    RELE O PORTADOR NOVO NO CRD020 E SOMA OS TITULOS EM ABERTO
      *    QUE VIERAM DO ANTIGO E AINDA NAO FORAM A REMESSA (O CRP9108
      *    LIMPA O PORTADOR-ANT-CR20 AO REGISTRAR), DENTRO DO MESMO
      *    FILTRO, P/ CONFERIR CONTRA O MIGRADO.
           MOVE "N" TO FIM-CRD020-SW.
           MOVE PORTADOR-NOVO-W TO PORTADOR-CR20.
           START CRD020 KEY IS NOT < PORTADOR-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
           PERFORM 3110-LE-PORTADOR-NOVO UNTIL FIM-CRD020.

       3110-LE-PORTADOR-NOVO SECTION.
           READ CRD020 NEXT RECORD AT END
                MOVE "S" TO FIM-CRD020-SW
                GO 3110-LE-PORTADOR-NOVO-FIM
           END-READ.
           IF PORTADOR-CR20 NOT = PORTADOR-NOVO-W
              MOVE "S" TO FIM-CRD020-SW
              GO 3110-LE-PORTADOR-NOVO-FIM.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF PORTADOR-ANT-CR20 NOT = PORTADOR-ANTIGO-W OR
              STATUS-TERMINAL-CR20 OR STATUS-CR20 = "PP"
              GO 3110-LE-PORTADOR-NOVO-FIM.
           IF CONTRATO-FILTRO-W NOT = ZEROS AND
              NR-CONTRATO-CR20 NOT = CONTRATO-FILTRO-W
              GO 3110-LE-PORTADOR-NOVO-FIM.
           IF VENCTO-INI-W NOT = ZEROS AND
              DATA-VENCTO-CR20 < VENCTO-INI-W
              GO 3110-LE-PORTADOR-NOVO-FIM.
           IF VENCTO-FIM-W NOT = ZEROS AND
              DATA-VENCTO-CR20 > VENCTO-FIM-W
              GO 3110-LE-PORTADOR-NOVO-FIM.
           ADD 1              TO QTDE-CONFERIDOS-W.
           ADD VALOR-TOT-CR20 TO VALOR-CONFERIDOS-W.
       3110-LE-PORTADOR-NOVO-FIM.
           EXIT.

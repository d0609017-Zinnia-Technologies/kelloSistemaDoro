       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9163.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *DISTRIBUIDOR DOS ARQUIVOS BANCARIOS RECEBIDOS - PASSO DA
      *CORRENTE CHN910 (ANTES DOS DEMAIS). VARRE A PASTA DE ENTRADA
      *DA EMPRESA (\PROGRAMA\KELLO\EEE\ENTRADA), IDENTIFICA CADA
      *ARQUIVO PELO PRIMEIRO REGISTRO (BANCO, LAYOUT E TIPO) E O
      *ENCAMINHA AO IMPORTADOR CERTO, COPIANDO-O P/ O NOME FIXO QUE
      *O IMPORTADOR LE E CHAMANDO-O COM A LINHA DE COMANDO DA
      *EMPRESA, COMO O EXECUTOR CRP9149:
      *  RETORNO DE BOLETO CNAB 400/240 -> CRP9109 (RETORNO)
      *  RETORNO DE DEBITO AUTOMATICO   -> CRP9127 (RETDEB)
      *  RECEBIMENTOS PIX               -> CRP9134 (RETPIX)
      *  RESULTADO DO CARTORIO          -> CRP9140 (RETCRT)
      *  EXTRATO ELETRONICO             -> VIP9102 (EXTRATO)
      *NO CNAB 240 O PORTADOR E O DO CAD018 COM O BANCO E O CONVENIO
      *DO HEADER (SEM PORTADOR DEFINIDO O ARQUIVO E RECUSADO). DEPOIS
      *DE TRATADO O ARQUIVO E RENOMEADO (TIPO_BANCO_DATAHORA_SEQ) E
      *MOVIDO P/ ENTRADA\PROCESSADO OU, QUANDO NAO IDENTIFICADO OU A
      *CHAMADA FALHA, P/ ENTRADA\REJEITADO. O REL9163 LISTA O QUE
      *CHEGOU, O QUE FOI PROCESSADO E O QUE NAO FOI IDENTIFICADO; A
      *DUPLICIDADE DE LOTE CONTINUA A CARGO DE CADA IMPORTADOR
      *(LTR910).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CAPX018.
           SELECT LST9163 ASSIGN TO PATH-LST9163
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-LST9163.
           SELECT ARQENT ASSIGN TO PATH-ARQENT-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-ARQENT.
           SELECT REL9163 ASSIGN TO REL9163-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9163.

       DATA DIVISION.
       FILE SECTION.
       COPY CAPW018.
      *    LST9163 - NOMES DOS ARQUIVOS DA PASTA DE ENTRADA, UM POR
      *    LINHA (LISTAGEM DO DIRETORIO FEITA NA ABERTURA).
       FD  LST9163
           LABEL RECORD IS OMITTED.
       01  REG-LST9163               PIC X(60).
       FD  ARQENT
           LABEL RECORD IS OMITTED.
       01  REG-ARQENT                PIC X(400).
       FD  REL9163
           LABEL RECORD IS OMITTED.
       01  REG-REL9163               PIC X(132).

       WORKING-STORAGE SECTION.
       01  PATH-LST9163              PIC X(30)  VALUE SPACES.
       01  PATH-ARQENT-W             PIC X(100) VALUE SPACES.
       01  REL9163-NOME              PIC X(12)  VALUE SPACES.
       01  ST-CAD018                 PIC XX     VALUE SPACES.
       01  ST-LST9163                PIC XX     VALUE SPACES.
       01  ST-ARQENT                 PIC XX     VALUE SPACES.
       01  ST-REL9163                PIC XX     VALUE SPACES.
       01  FIM-LST9163-SW            PIC X      VALUE "N".
           88  FIM-LST9163                 VALUE "S".
       01  FIM-CAD018-SW             PIC X      VALUE "N".
           88  FIM-CAD018                  VALUE "S".
       01  IDENTIFICADO-SW           PIC X      VALUE "N".
           88  ARQUIVO-IDENTIFICADO        VALUE "S".
       01  PROCESSADO-SW             PIC X      VALUE "N".
           88  ARQUIVO-PROCESSADO          VALUE "S".
       01  CHAMADA-FALHOU-SW         PIC X      VALUE "N".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  DIR-ENTRADA-W             PIC X(60)  VALUE SPACES.
       01  DIR-PROCESSADO-W          PIC X(60)  VALUE SPACES.
       01  DIR-REJEITADO-W           PIC X(60)  VALUE SPACES.
       01  NOME-ARQ-W                PIC X(60)  VALUE SPACES.
       01  NOVO-NOME-W               PIC X(40)  VALUE SPACES.
       01  NOME-ORIGEM-W             PIC X(120) VALUE SPACES.
       01  NOME-DESTINO-W            PIC X(120) VALUE SPACES.
       01  COMANDO-W                 PIC X(200) VALUE SPACES.
       01  STATUS-ROTINA-W           PIC 9(04)  COMP-5 VALUE ZEROS.
       01  PARAMETROS-EXEC-W         PIC X(100) VALUE SPACES.
       01  PARAMETROS-SALVA-W        PIC X(100) VALUE SPACES.
       01  TIPO-ARQ-W                PIC X(06)  VALUE SPACES.
       01  BANCO-ARQ-W               PIC X(03)  VALUE SPACES.
       01  PROGRAMA-DESTINO-W        PIC X(08)  VALUE SPACES.
       01  ARQ-DESTINO-W             PIC X(10)  VALUE SPACES.
       01  PORTADOR-DESTINO-W        PIC 9(04)  VALUE ZEROS.
       01  SITUACAO-ARQ-W            PIC X(24)  VALUE SPACES.
       01  SEQ-ARQ-W                 PIC 9(03)  VALUE ZEROS.
       01  CONVENIO-ARQ-W            PIC X(20)  VALUE SPACES.
       01  CONVENIO7-X-W             PIC 9(07)  VALUE ZEROS.
       01  QTDE-OCORR-W              PIC 9(02)  VALUE ZEROS.
       01  QTDE-PORT-BANCO-W         PIC 9(02)  VALUE ZEROS.
       01  QTDE-PORT-CONVENIO-W      PIC 9(02)  VALUE ZEROS.
       01  PORTADOR-BANCO-W          PIC 9(04)  VALUE ZEROS.
       01  PORTADOR-CONVENIO-W       PIC 9(04)  VALUE ZEROS.
       01  DATA-TESTE-W.
           05  ANO-TESTE-W           PIC 9(04).
           05  MES-TESTE-W           PIC 9(02).
           05  DIA-TESTE-W           PIC 9(02).
       01  DATA-TESTE-X-W REDEFINES DATA-TESTE-W PIC X(08).
       01  DATA-VALIDA-SW            PIC X      VALUE "N".
           88  DATA-VALIDA                 VALUE "S".
       01  QTDE-RECEBIDOS-W          PIC 9(04)  VALUE ZEROS.
       01  QTDE-PROCESSADOS-W        PIC 9(04)  VALUE ZEROS.
       01  QTDE-REJEITADOS-W         PIC 9(04)  VALUE ZEROS.
       01  QTDE-NAO-IDENT-W          PIC 9(04)  VALUE ZEROS.

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
           PERFORM 2000-PROCESSA-ARQUIVO UNTIL FIM-LST9163.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE PARAMETROS-W TO PARAMETROS-SALVA-W.
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "LST9163" TO ARQ-REC. MOVE EMPRESA-REF TO PATH-LST9163.
           MOVE "ENTRADA" TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE INTO DIR-ENTRADA-W.
           STRING DIR-ENTRADA-W DELIMITED BY SPACE "\PROCESSADO"
                  DELIMITED BY SIZE INTO DIR-PROCESSADO-W.
           STRING DIR-ENTRADA-W DELIMITED BY SPACE "\REJEITADO"
                  DELIMITED BY SIZE INTO DIR-REJEITADO-W.
           MOVE "REL9163" TO REL9163-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.

      *    AS PASTAS SAO CRIADAS NA PRIMEIRA RODADA; DEPOIS A CRIACAO
      *    APENAS FALHA (JA EXISTEM) E O RETORNO E IGNORADO.
           MOVE SPACES TO NOME-DESTINO-W.
           STRING DIR-ENTRADA-W DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_CREATE_DIR" USING NOME-DESTINO-W
                                 RETURNING STATUS-ROTINA-W.
           MOVE SPACES TO NOME-DESTINO-W.
           STRING DIR-PROCESSADO-W DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_CREATE_DIR" USING NOME-DESTINO-W
                                 RETURNING STATUS-ROTINA-W.
           MOVE SPACES TO NOME-DESTINO-W.
           STRING DIR-REJEITADO-W DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_CREATE_DIR" USING NOME-DESTINO-W
                                 RETURNING STATUS-ROTINA-W.

      *    SO ARQUIVOS (SEM AS SUBPASTAS), NA ORDEM DE CHEGADA.
           MOVE SPACES TO COMANDO-W.
           STRING "DIR /B /A-D /O:D " DIR-ENTRADA-W DELIMITED BY SPACE
                  " > " PATH-LST9163 DELIMITED BY SPACE
                  X"00" DELIMITED BY SIZE INTO COMANDO-W.
           CALL "SYSTEM" USING COMANDO-W.

           OPEN INPUT CAD018.
           OPEN OUTPUT REL9163.
           MOVE SPACES TO REG-REL9163.
           MOVE "ARQUIVOS RECEBIDOS - DISTRIBUICAO"
                                     TO REG-REL9163(1: 33).
           MOVE DATA-DIA-I           TO REG-REL9163(36: 8).
           MOVE HORA-BRA(1: 6)       TO REG-REL9163(45: 6).
           WRITE REG-REL9163.
           MOVE SPACES TO REG-REL9163.
           MOVE "ARQUIVO RECEBIDO"   TO REG-REL9163(1: 16).
           MOVE "TIPO   BCO PROGRAMA PORT"
                                     TO REG-REL9163(32: 24).
           MOVE "SITUACAO"           TO REG-REL9163(58: 8).
           MOVE "ARQUIVADO COMO"     TO REG-REL9163(83: 14).
           WRITE REG-REL9163.

           OPEN INPUT LST9163.
           IF ST-LST9163 <> "00"
              DISPLAY "CRP9163 - PASTA DE ENTRADA VAZIA OU INACESSIVEL"
              MOVE "S" TO FIM-LST9163-SW
           END-IF.

       2000-PROCESSA-ARQUIVO SECTION.
           READ LST9163 AT END
                MOVE "S" TO FIM-LST9163-SW
                GO 2000-PROCESSA-ARQUIVO-FIM
           END-READ.
           IF REG-LST9163 = SPACES
              GO 2000-PROCESSA-ARQUIVO-FIM.
           MOVE REG-LST9163 TO NOME-ARQ-W.
           ADD 1 TO QTDE-RECEBIDOS-W.
           MOVE "N" TO PROCESSADO-SW.
           PERFORM 2100-IDENTIFICA-ARQUIVO.
           IF ARQUIVO-IDENTIFICADO
              PERFORM 2200-ENCAMINHA-ARQUIVO
           ELSE
              ADD 1 TO QTDE-NAO-IDENT-W
           END-IF.
           IF ARQUIVO-PROCESSADO
              ADD 1 TO QTDE-PROCESSADOS-W
           ELSE
              ADD 1 TO QTDE-REJEITADOS-W
           END-IF.
           PERFORM 2300-ARQUIVA-ARQUIVO.
           PERFORM 2400-GRAVA-LOG.
       2000-PROCESSA-ARQUIVO-FIM.
           EXIT.

       2100-IDENTIFICA-ARQUIVO SECTION.
           MOVE "N"      TO IDENTIFICADO-SW.
           MOVE "NAOIDE" TO TIPO-ARQ-W.
           MOVE "000"    TO BANCO-ARQ-W.
           MOVE SPACES   TO PROGRAMA-DESTINO-W ARQ-DESTINO-W.
           MOVE ZEROS    TO PORTADOR-DESTINO-W.
           MOVE "NAO IDENTIFICADO" TO SITUACAO-ARQ-W.
           MOVE SPACES TO PATH-ARQENT-W.
           STRING DIR-ENTRADA-W DELIMITED BY SPACE "\"
                  DELIMITED BY SIZE NOME-ARQ-W DELIMITED BY "  "
                  INTO PATH-ARQENT-W.
           OPEN INPUT ARQENT.
           IF ST-ARQENT <> "00"
              MOVE "ERRO NA ABERTURA" TO SITUACAO-ARQ-W
              GO 2100-IDENTIFICA-ARQUIVO-FIM.
           MOVE SPACES TO REG-ARQENT.
           READ ARQENT AT END
                MOVE "ARQUIVO VAZIO" TO SITUACAO-ARQ-W
                CLOSE ARQENT
                GO 2100-IDENTIFICA-ARQUIVO-FIM
           END-READ.
           CLOSE ARQENT.

      *    RETORNO CNAB 400: HEADER "0" + "2" + "RETORNO".
           IF REG-ARQENT(1: 9) = "02RETORNO"
              MOVE "RET400"    TO TIPO-ARQ-W
              MOVE REG-ARQENT(77: 3) TO BANCO-ARQ-W
              MOVE "CRP9109"   TO PROGRAMA-DESTINO-W
              MOVE "RETORNO"   TO ARQ-DESTINO-W
              MOVE "S"         TO IDENTIFICADO-SW
              GO 2100-IDENTIFICA-ARQUIVO-FIM.
      *    RETORNO CNAB 240: HEADER DE ARQUIVO (LOTE 0000, TIPO 0)
      *    COM CODIGO REMESSA/RETORNO "2" NA POSICAO 143.
           IF REG-ARQENT(1: 3) NUMERIC AND
              REG-ARQENT(4: 5) = "00000" AND
              REG-ARQENT(143: 1) = "2"
              MOVE "RET240"    TO TIPO-ARQ-W
              MOVE REG-ARQENT(1: 3)   TO BANCO-ARQ-W
              MOVE REG-ARQENT(33: 20) TO CONVENIO-ARQ-W
              PERFORM 2110-BUSCA-PORTADOR-240
              IF PORTADOR-DESTINO-W = ZEROS
                 MOVE "PORTADOR NAO DEFINIDO" TO SITUACAO-ARQ-W
              ELSE
                 MOVE "CRP9109" TO PROGRAMA-DESTINO-W
                 MOVE "RETORNO" TO ARQ-DESTINO-W
                 MOVE "S"       TO IDENTIFICADO-SW
              END-IF
              GO 2100-IDENTIFICA-ARQUIVO-FIM.
      *    RETORNO DE DEBITO AUTOMATICO: REGISTRO "A" COM CODIGO DE
      *    RETORNO "2"; BANCO NAS POSICOES 43-45.
           IF REG-ARQENT(1: 2) = "A2"
              MOVE "DEBAUT"    TO TIPO-ARQ-W
              IF REG-ARQENT(43: 3) NUMERIC
                 MOVE REG-ARQENT(43: 3) TO BANCO-ARQ-W
              END-IF
              MOVE "CRP9127"   TO PROGRAMA-DESTINO-W
              MOVE "RETDEB"    TO ARQ-DESTINO-W
              MOVE "S"         TO IDENTIFICADO-SW
              GO 2100-IDENTIFICA-ARQUIVO-FIM.
      *    OS DEMAIS NAO TEM HEADER: VALE O FORMATO DO PRIMEIRO
      *    REGISTRO. CARTORIO = TITULO, CODIGO 01-05, DATA, VALOR.
           IF REG-ARQENT(1: 9) NUMERIC AND
              REG-ARQENT(10: 2) NOT < "01" AND
              REG-ARQENT(10: 2) NOT > "05" AND
              REG-ARQENT(20: 13) NUMERIC AND
              REG-ARQENT(33: 30) = SPACES
              MOVE REG-ARQENT(12: 8) TO DATA-TESTE-X-W
              PERFORM 2190-VALIDA-DATA
              IF DATA-VALIDA
                 MOVE "CARTOR"  TO TIPO-ARQ-W
                 MOVE "CRP9140" TO PROGRAMA-DESTINO-W
                 MOVE "RETCRT"  TO ARQ-DESTINO-W
                 MOVE "S"       TO IDENTIFICADO-SW
                 GO 2100-IDENTIFICA-ARQUIVO-FIM
              END-IF
           END-IF.
      *    PIX = TXID, DATA, VALOR E IDENTIFICADOR FIM-A-FIM.
           IF REG-ARQENT(1: 20) NOT = SPACES AND
              REG-ARQENT(29: 13) NUMERIC AND
              REG-ARQENT(42: 32) NOT = SPACES
              MOVE REG-ARQENT(21: 8) TO DATA-TESTE-X-W
              PERFORM 2190-VALIDA-DATA
              IF DATA-VALIDA
                 MOVE "PIX"     TO TIPO-ARQ-W
                 MOVE "CRP9134" TO PROGRAMA-DESTINO-W
                 MOVE "RETPIX"  TO ARQ-DESTINO-W
                 MOVE "S"       TO IDENTIFICADO-SW
                 GO 2100-IDENTIFICA-ARQUIVO-FIM
              END-IF
           END-IF.
      *    EXTRATO = DATA DO LANCAMENTO, AGENCIA, VALOR E HISTORICO.
           IF REG-ARQENT(19: 11) NUMERIC
              MOVE REG-ARQENT(1: 8) TO DATA-TESTE-X-W
              PERFORM 2190-VALIDA-DATA
              IF DATA-VALIDA
                 MOVE "EXTRAT"  TO TIPO-ARQ-W
                 MOVE "VIP9102" TO PROGRAMA-DESTINO-W
                 MOVE "EXTRATO" TO ARQ-DESTINO-W
                 MOVE "S"       TO IDENTIFICADO-SW
              END-IF
           END-IF.
       2100-IDENTIFICA-ARQUIVO-FIM.
           EXIT.

       2110-BUSCA-PORTADOR-240 SECTION.
      *    O HEADER 240 NAO TRAZ O PORTADOR: VALE O UNICO PORTADOR DO
      *    BANCO COM O CONVENIO DO HEADER OU, SEM ESSE, O UNICO
      *    PORTADOR DO BANCO. MAIS DE UM = INDEFINIDO (ZEROS).
           MOVE ZEROS TO QTDE-PORT-BANCO-W QTDE-PORT-CONVENIO-W
                         PORTADOR-BANCO-W PORTADOR-CONVENIO-W.
           MOVE "N" TO FIM-CAD018-SW.
           MOVE ZEROS TO PORTADOR.
           START CAD018 KEY IS NOT < PORTADOR INVALID KEY
                 MOVE "S" TO FIM-CAD018-SW.
           PERFORM 2120-LE-CAD018 UNTIL FIM-CAD018.
           IF QTDE-PORT-CONVENIO-W = 1
              MOVE PORTADOR-CONVENIO-W TO PORTADOR-DESTINO-W
           ELSE
              IF QTDE-PORT-CONVENIO-W = ZEROS AND
                 QTDE-PORT-BANCO-W = 1
                 MOVE PORTADOR-BANCO-W TO PORTADOR-DESTINO-W
              END-IF
           END-IF.

       2120-LE-CAD018 SECTION.
           READ CAD018 NEXT RECORD AT END
                MOVE "S" TO FIM-CAD018-SW
                GO 2120-LE-CAD018-FIM
           END-READ.
           IF BANCO-CD018 NOT = BANCO-ARQ-W
              GO 2120-LE-CAD018-FIM.
           ADD 1 TO QTDE-PORT-BANCO-W.
           MOVE PORTADOR TO PORTADOR-BANCO-W.
           IF CONVENIO7-POS-CD018 = ZEROS
              GO 2120-LE-CAD018-FIM.
           MOVE CONVENIO7-POS-CD018 TO CONVENIO7-X-W.
           MOVE ZEROS TO QTDE-OCORR-W.
           INSPECT CONVENIO-ARQ-W TALLYING QTDE-OCORR-W
                   FOR ALL CONVENIO7-X-W.
           IF QTDE-OCORR-W NOT = ZEROS
              ADD 1 TO QTDE-PORT-CONVENIO-W
              MOVE PORTADOR TO PORTADOR-CONVENIO-W
           END-IF.
       2120-LE-CAD018-FIM.
           EXIT.

       2190-VALIDA-DATA SECTION.
           MOVE "N" TO DATA-VALIDA-SW.
           IF DATA-TESTE-X-W NOT NUMERIC
              GO 2190-VALIDA-DATA-FIM.
           IF ANO-TESTE-W < 1990 OR ANO-TESTE-W > 2099
              GO 2190-VALIDA-DATA-FIM.
           IF MES-TESTE-W < 1 OR MES-TESTE-W > 12
              GO 2190-VALIDA-DATA-FIM.
           IF DIA-TESTE-W < 1 OR DIA-TESTE-W > 31
              GO 2190-VALIDA-DATA-FIM.
           MOVE "S" TO DATA-VALIDA-SW.
       2190-VALIDA-DATA-FIM.
           EXIT.

       2200-ENCAMINHA-ARQUIVO SECTION.
      *    O ARQUIVO E COPIADO P/ O NOME FIXO QUE O IMPORTADOR LE
      *    (\PROGRAMA\KELLO\EEE\RETORNO, RETDEB...) E O IMPORTADOR E
      *    CHAMADO COM A LINHA DE COMANDO DA EMPRESA; NO CNAB 240 O
      *    PORTADOR VAI NAS POSICOES 3-6 DO PARAMETRO DO CRP9109.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           STRING PATH-ARQENT-W DELIMITED BY "  " X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE ARQ-DESTINO-W TO ARQ-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_COPY_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              MOVE "FALHA NA COPIA" TO SITUACAO-ARQ-W
              GO 2200-ENCAMINHA-ARQUIVO-FIM.

           MOVE "N" TO CHAMADA-FALHOU-SW.
           MOVE SPACES TO PARAMETROS-EXEC-W.
           MOVE EMPRESA-W          TO PARAMETROS-EXEC-W(1: 3).
           MOVE USUARIO-W          TO PARAMETROS-EXEC-W(4: 8).
           IF PORTADOR-DESTINO-W NOT = ZEROS
              MOVE PORTADOR-DESTINO-W TO PARAMETROS-EXEC-W(14: 4)
           END-IF.
           MOVE COD-USUARIO-W      TO PARAMETROS-EXEC-W(46: 4).
           DISPLAY PARAMETROS-EXEC-W UPON COMMAND-LINE.
           DISPLAY "CRP9163 - " NOME-ARQ-W(1: 30) " -> "
                   PROGRAMA-DESTINO-W.
           CALL PROGRAMA-DESTINO-W
               ON EXCEPTION
                  MOVE "S" TO CHAMADA-FALHOU-SW
                  DISPLAY "CRP9163 - FALHA AO CHAMAR "
                          PROGRAMA-DESTINO-W
           END-CALL.
           CANCEL PROGRAMA-DESTINO-W.
           DISPLAY PARAMETROS-SALVA-W UPON COMMAND-LINE.
           IF CHAMADA-FALHOU-SW = "S"
              MOVE "FALHA AO CHAMAR" TO SITUACAO-ARQ-W
           ELSE
              MOVE "S"         TO PROCESSADO-SW
              MOVE "PROCESSADO" TO SITUACAO-ARQ-W
           END-IF.
       2200-ENCAMINHA-ARQUIVO-FIM.
           EXIT.

       2300-ARQUIVA-ARQUIVO SECTION.
           ADD 1 TO SEQ-ARQ-W.
           MOVE SPACES TO NOVO-NOME-W NOME-ORIGEM-W NOME-DESTINO-W.
           STRING TIPO-ARQ-W DELIMITED BY SPACE "_"
                  BANCO-ARQ-W "_" DATA-DIA-I HORA-BRA(1: 6) "_"
                  SEQ-ARQ-W ".TXT" DELIMITED BY SIZE
                  INTO NOVO-NOME-W.
           STRING PATH-ARQENT-W DELIMITED BY "  " X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           IF ARQUIVO-PROCESSADO
              STRING DIR-PROCESSADO-W DELIMITED BY SPACE "\"
                     DELIMITED BY SIZE NOVO-NOME-W DELIMITED BY SPACE
                     X"00" DELIMITED BY SIZE INTO NOME-DESTINO-W
           ELSE
              STRING DIR-REJEITADO-W DELIMITED BY SPACE "\"
                     DELIMITED BY SIZE NOVO-NOME-W DELIMITED BY SPACE
                     X"00" DELIMITED BY SIZE INTO NOME-DESTINO-W
           END-IF.
           CALL "CBL_RENAME_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                  RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              MOVE "(NAO MOVIDO)" TO NOVO-NOME-W
              DISPLAY "CRP9163 - NAO FOI POSSIVEL MOVER "
                      NOME-ARQ-W(1: 30)
           END-IF.

       2400-GRAVA-LOG SECTION.
           MOVE SPACES TO REG-REL9163.
           MOVE NOME-ARQ-W(1: 30)    TO REG-REL9163(1: 30).
           MOVE TIPO-ARQ-W           TO REG-REL9163(32: 6).
           MOVE BANCO-ARQ-W          TO REG-REL9163(39: 3).
           MOVE PROGRAMA-DESTINO-W   TO REG-REL9163(43: 8).
           IF PORTADOR-DESTINO-W NOT = ZEROS
              MOVE PORTADOR-DESTINO-W TO REG-REL9163(52: 4)
           END-IF.
           MOVE SITUACAO-ARQ-W       TO REG-REL9163(58: 24).
           MOVE NOVO-NOME-W          TO REG-REL9163(83: 40).
           WRITE REG-REL9163.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9163.
           WRITE REG-REL9163.
           MOVE "RECEBIDOS.........:"  TO REG-REL9163(1: 19).
           MOVE QTDE-RECEBIDOS-W       TO REG-REL9163(21: 4).
           WRITE REG-REL9163.
           MOVE SPACES TO REG-REL9163.
           MOVE "PROCESSADOS.......:"  TO REG-REL9163(1: 19).
           MOVE QTDE-PROCESSADOS-W     TO REG-REL9163(21: 4).
           WRITE REG-REL9163.
           MOVE SPACES TO REG-REL9163.
           MOVE "REJEITADOS........:"  TO REG-REL9163(1: 19).
           MOVE QTDE-REJEITADOS-W      TO REG-REL9163(21: 4).
           WRITE REG-REL9163.
           MOVE SPACES TO REG-REL9163.
           MOVE " NAO IDENTIFICADOS:"  TO REG-REL9163(1: 19).
           MOVE QTDE-NAO-IDENT-W       TO REG-REL9163(21: 4).
           WRITE REG-REL9163.
           IF ST-LST9163 = "00" OR ST-LST9163 = "10"
              CLOSE LST9163
           END-IF.
           CLOSE CAD018 REL9163.
           DISPLAY "CRP9163 - ARQUIVOS RECEBIDOS...: " QTDE-RECEBIDOS-W.
           DISPLAY "CRP9163 - PROCESSADOS..........: "
                   QTDE-PROCESSADOS-W.
           DISPLAY "CRP9163 - REJEITADOS...........: "
                   QTDE-REJEITADOS-W.
           DISPLAY "CRP9163 - NAO IDENTIFICADOS....: " QTDE-NAO-IDENT-W.

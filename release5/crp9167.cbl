       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9167.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ENVIO DE TITULOS A COBRANCA EXTERNA - SELECIONA OS TITULOS EM
      *ABERTO DO CRD020 QUE JA PASSARAM DO ULTIMO DEGRAU DA REGUA
      *(MAIOR DIAS DO RGC910 DA EMPRESA), CEDE CADA UM A AGENCIA
      *INFORMADA NO ACB910 (CESSAO ATIVA, COM ANOTACAO CRD200/CRD201)
      *E GERA O ARQUIVO DE ENVIO AGCENV NO LAYOUT FIXO COMBINADO COM
      *AS AGENCIAS (HEADER "0", DETALHE "1" COM OS DADOS DO DEVEDOR E
      *DO TITULO, TRAILER "9" COM QUANTIDADE E SALDO), MAIS O
      *RELATORIO REL9167. TITULO JA CEDIDO NAO E ENVIADO DE NOVO;
      *TITULO DEVOLVIDO POR UMA AGENCIA SO VAI P/ OUTRA. O RETORNO
      *DA AGENCIA E IMPORTADO PELO CRP9168.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-3 = CODIGO DA AGENCIA
      *(AGC910, OBRIGATORIO); POS 4 = "C" MODO CONFERENCIA (SO
      *RELATORIO, NADA E GRAVADO).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CGPX010.
           COPY CGPX011.
           COPY CAPX010.
           COPY RGCX910.
           COPY CRPX933.
           COPY CRPX934.
           SELECT AGCENV ASSIGN TO AGCENV-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-AGCENV.
           SELECT REL9167 ASSIGN TO REL9167-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9167.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CGPW010.
       COPY CGPW011.
       COPY CAPW010.
       COPY RGCW910.
       COPY CRPW933.
       COPY CRPW934.
       FD  AGCENV
           LABEL RECORD IS OMITTED.
       01  REG-AGCENV.
           05  TIPO-REG-AGE          PIC X(01).
           05  COD-COMPL-AGE         PIC 9(09).
           05  CONTRATO-AGE          PIC 9(04).
           05  DOCUMENTO-AGE         PIC X(10).
           05  TIPO-PESSOA-AGE       PIC X(01).
           05  CPF-CNPJ-AGE          PIC 9(14).
           05  NOME-AGE              PIC X(40).
           05  ENDERECO-AGE          PIC X(40).
           05  CIDADE-AGE            PIC X(30).
           05  UF-AGE                PIC X(02).
           05  CEP-AGE               PIC 9(08).
           05  DATA-VENCTO-AGE       PIC 9(08).
           05  VALOR-ORIGINAL-AGE    PIC 9(11)V99.
           05  VALOR-SALDO-AGE       PIC 9(11)V99.
           05  DIAS-ATRASO-AGE       PIC 9(05).
           05  FILLER                PIC X(12).
       01  REG-AGCENV-HEADER.
           05  TIPO-REG-AGH          PIC X(01).
           05  IDENT-AGH             PIC X(15).
           05  AGENCIA-AGH           PIC 9(03).
           05  CNPJ-AGENCIA-AGH      PIC 9(14).
           05  EMPRESA-AGH           PIC X(03).
           05  DATA-GERACAO-AGH      PIC 9(08).
           05  FILLER                PIC X(166).
       01  REG-AGCENV-TRAILER.
           05  TIPO-REG-AGT          PIC X(01).
           05  QTDE-TITULOS-AGT      PIC 9(06).
           05  VALOR-TOTAL-AGT       PIC 9(13)V99.
           05  FILLER                PIC X(188).
       FD  REL9167
           LABEL RECORD IS OMITTED.
       01  REG-REL9167               PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  AGCENV-NOME               PIC X(12)  VALUE SPACES.
       01  REL9167-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-RGC910               PIC X(30)  VALUE SPACES.
       01  PATH-AGC910               PIC X(30)  VALUE SPACES.
       01  PATH-ACB910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CRD200                 PIC XX     VALUE SPACES.
       01  ST-CRD201                 PIC XX     VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-CGD011                 PIC XX     VALUE SPACES.
       01  ST-CAD010                 PIC XX     VALUE SPACES.
       01  ST-RGC910                 PIC XX     VALUE SPACES.
       01  ST-AGC910                 PIC XX     VALUE SPACES.
       01  ST-ACB910                 PIC XX     VALUE SPACES.
       01  ST-AGCENV                 PIC XX     VALUE SPACES.
       01  ST-REL9167                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  FIM-RGC910-SW             PIC X      VALUE "N".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  CESSAO-EXISTE-SW          PIC X      VALUE "N".
           88  CESSAO-EXISTE               VALUE "S".
       01  AGENCIA-W                 PIC 9(03)  VALUE ZEROS.
       01  ULTIMO-DEGRAU-W           PIC 9(03)  VALUE ZEROS.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  ULT-SEQ                   PIC 9(05)  VALUE ZEROS.
       01  JULIANO-HOJE-W            PIC 9(08)  VALUE ZEROS.
       01  JULIANO-VENCTO-W          PIC 9(08)  VALUE ZEROS.
       01  DIAS-ATRASO-W             PIC S9(06) VALUE ZEROS.
       01  SALDO-TITULO-W            PIC 9(11)V99 VALUE ZEROS.
       01  VALOR-TOTAL-W             PIC 9(13)V99 VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  ANOTACAO-TRAB-W           PIC X(120) VALUE SPACES.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-ENVIADOS-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-JA-CEDIDOS-W         PIC 9(06)  VALUE ZEROS.

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
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CAD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD010.
           MOVE "RGC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RGC910.
           MOVE "AGC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-AGC910.
           MOVE "ACB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACB910.
           MOVE "AGCENV"  TO AGCENV-NOME.
           MOVE "REL9167" TO REL9167-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           COMPUTE JULIANO-HOJE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           IF OPCAO-PARAM-W(1: 3) NUMERIC
              MOVE OPCAO-PARAM-W(1: 3) TO AGENCIA-W
           END-IF.
           MOVE OPCAO-PARAM-W(4: 1) TO MODO-CONFERENCIA-SW.

           OPEN INPUT AGC910.
           MOVE AGENCIA-W TO CODIGO-AGC910.
           IF ST-AGC910 = "00"
              READ AGC910 INVALID KEY
                   MOVE "23" TO ST-AGC910
              END-READ
           END-IF.
           IF ST-AGC910 <> "00" OR AGENCIA-W = ZEROS
              DISPLAY "CRP9167 - AGENCIA " AGENCIA-W
                      " NAO CADASTRADA NO AGC910"
              MOVE "S" TO FIM-CRD020-SW
              GO 1000-INICIALIZA-FIM.
           IF NOT AGENCIA-ATIVA-AGC910
              DISPLAY "CRP9167 - AGENCIA " AGENCIA-W " INATIVA"
              MOVE "S" TO FIM-CRD020-SW
              GO 1000-INICIALIZA-FIM.

           PERFORM 1100-ACHA-ULTIMO-DEGRAU.
           IF ULTIMO-DEGRAU-W = ZEROS
              DISPLAY "CRP9167 - REGUA DE COBRANCA NAO CADASTRADA"
              MOVE "S" TO FIM-CRD020-SW
              GO 1000-INICIALIZA-FIM.

           OPEN I-O ACB910.
           IF ST-ACB910 = "35"
              CLOSE ACB910      OPEN OUTPUT ACB910
              CLOSE ACB910      OPEN I-O ACB910
           END-IF.
           OPEN I-O CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN INPUT CRD020 CGD010 CGD011 CAD010.
           OPEN OUTPUT REL9167.
           IF NOT MODO-CONFERENCIA
              OPEN OUTPUT AGCENV
              MOVE SPACES            TO REG-AGCENV-HEADER
              MOVE "0"               TO TIPO-REG-AGH
              MOVE "COBRANCA EXTERN" TO IDENT-AGH
              MOVE AGENCIA-W         TO AGENCIA-AGH
              MOVE CNPJ-AGC910       TO CNPJ-AGENCIA-AGH
              MOVE EMPRESA-W         TO EMPRESA-AGH
              MOVE DATA-DIA-I        TO DATA-GERACAO-AGH
              WRITE REG-AGCENV-HEADER
           END-IF.
           IF ST-CRD020 <> "00"
              MOVE "S" TO FIM-CRD020-SW
           ELSE
              MOVE ZEROS TO COD-COMPL-CR20
              START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                    MOVE "S" TO FIM-CRD020-SW
           END-IF.
       1000-INICIALIZA-FIM.
           EXIT.

       1100-ACHA-ULTIMO-DEGRAU SECTION.
      *    O ULTIMO DEGRAU E O DE MAIOR NUMERO DE DIAS DA EMPRESA.
           MOVE ZEROS TO ULTIMO-DEGRAU-W.
           OPEN INPUT RGC910.
           IF ST-RGC910 <> "00"
              GO 1100-ACHA-ULTIMO-DEGRAU-FIM.
           MOVE "N" TO FIM-RGC910-SW.
           MOVE EMPRESA-W TO EMPRESA-RGC910.
           MOVE ZEROS     TO DIAS-RGC910.
           START RGC910 KEY IS NOT < CHAVE-RGC910 INVALID KEY
                 MOVE "S" TO FIM-RGC910-SW.
           PERFORM UNTIL FIM-RGC910-SW = "S"
              READ RGC910 NEXT RECORD AT END
                   MOVE "S" TO FIM-RGC910-SW
              NOT AT END
                IF EMPRESA-RGC910 NOT = EMPRESA-W
                   MOVE "S" TO FIM-RGC910-SW
                ELSE
                   MOVE DIAS-RGC910 TO ULTIMO-DEGRAU-W
                END-IF
              END-READ
           END-PERFORM.
           CLOSE RGC910.
       1100-ACHA-ULTIMO-DEGRAU-FIM.
           EXIT.

       2000-PROCESSA-CRD020 SECTION.
           READ CRD020 NEXT RECORD AT END
                MOVE "S" TO FIM-CRD020-SW
              NOT AT END
                MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                IF NOT STATUS-TERMINAL-CR20
                   ADD 1 TO QTDE-LIDOS-W
                   PERFORM 2100-AVALIA-TITULO
                END-IF
           END-READ.

       2100-AVALIA-TITULO SECTION.
           COMPUTE JULIANO-VENCTO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20).
           COMPUTE DIAS-ATRASO-W = JULIANO-HOJE-W - JULIANO-VENCTO-W.
           IF DIAS-ATRASO-W NOT > ULTIMO-DEGRAU-W
              GO 2100-AVALIA-TITULO-FIM.
           MOVE "N" TO CESSAO-EXISTE-SW.
           MOVE COD-COMPL-CR20 TO COD-COMPL-ACB910.
           READ ACB910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE "S" TO CESSAO-EXISTE-SW
           END-READ.
           IF CESSAO-EXISTE
              IF CESSAO-ATIVA-ACB910 OR AGENCIA-ACB910 = AGENCIA-W
                 ADD 1 TO QTDE-JA-CEDIDOS-W
                 GO 2100-AVALIA-TITULO-FIM
              END-IF
           END-IF.
           IF STATUS-CR20 = "PP"
              COMPUTE SALDO-TITULO-W =
                      VALOR-TOT-CR20 - VALOR-PAGO-CR20
           ELSE
              MOVE VALOR-TOT-CR20 TO SALDO-TITULO-W
           END-IF.
           ADD 1              TO QTDE-ENVIADOS-W.
           ADD SALDO-TITULO-W TO VALOR-TOTAL-W.
           PERFORM 2900-GRAVA-LINHA-REL.
           IF MODO-CONFERENCIA
              GO 2100-AVALIA-TITULO-FIM.
           PERFORM 2200-GRAVA-CESSAO.
           PERFORM 2300-GRAVA-DETALHE-ENVIO.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "COBRANCA EXTERNA- TITULO ENVIADO A AGENCIA "
                  AGENCIA-W " " NOME-AGC910
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM 2700-GRAVA-ANOTACAO.
       2100-AVALIA-TITULO-FIM.
           EXIT.

       2200-GRAVA-CESSAO SECTION.
           INITIALIZE REG-ACB910.
           MOVE COD-COMPL-CR20      TO COD-COMPL-ACB910.
           MOVE AGENCIA-W           TO AGENCIA-ACB910.
           MOVE CLIENTE-CR20        TO CLIENTE-ACB910.
           MOVE NR-CONTRATO-CR20    TO NR-CONTRATO-ACB910.
           MOVE NR-DOCTO-CR20       TO NR-DOCTO-ACB910.
           MOVE DATA-VENCTO-CR20    TO DATA-VENCTO-ACB910.
           MOVE DATA-DIA-I          TO DATA-ENVIO-ACB910.
           MOVE DIAS-ATRASO-W       TO DIAS-ATRASO-ACB910.
           MOVE SALDO-TITULO-W      TO VALOR-ENVIADO-ACB910.
           MOVE ZEROS               TO VALOR-RECUPERADO-ACB910
                                       DATA-ENCERRAMENTO-ACB910.
           MOVE "A"                 TO SITUACAO-ACB910.
           MOVE USUARIO-W           TO USUARIO-ACB910.
           IF CESSAO-EXISTE
              REWRITE REG-ACB910
           ELSE
              WRITE REG-ACB910 INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.

       2300-GRAVA-DETALHE-ENVIO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CG10 COD-COMPL-CG11.
           READ CGD010 INVALID KEY
                INITIALIZE REG-CGD010.
           READ CGD011 INVALID KEY
                INITIALIZE REG-CGD011.
           MOVE CIDADE1-CG11 TO CIDADE.
           READ CAD010 INVALID KEY
                MOVE SPACES TO NOME-CID UF-CID.
           MOVE SPACES              TO REG-AGCENV.
           MOVE "1"                 TO TIPO-REG-AGE.
           MOVE COD-COMPL-CR20      TO COD-COMPL-AGE.
           MOVE NR-CONTRATO-CR20    TO CONTRATO-AGE.
           MOVE NR-DOCTO-CR20       TO DOCUMENTO-AGE.
      *    CPF TEM ATE 11 DIGITOS; ACIMA DISSO E CNPJ.
           IF CPF1-CG11 > 99999999999
              MOVE "J" TO TIPO-PESSOA-AGE
           ELSE
              MOVE "F" TO TIPO-PESSOA-AGE
           END-IF.
           MOVE CPF1-CG11           TO CPF-CNPJ-AGE.
           MOVE COMPRADOR-CG10      TO NOME-AGE.
           MOVE ENDERECO1-CG11      TO ENDERECO-AGE.
           MOVE NOME-CID            TO CIDADE-AGE.
           MOVE UF-CID              TO UF-AGE.
           MOVE CEP1-CG11           TO CEP-AGE.
           MOVE DATA-VENCTO-CR20    TO DATA-VENCTO-AGE.
           MOVE VALOR-TOT-CR20      TO VALOR-ORIGINAL-AGE.
           MOVE SALDO-TITULO-W      TO VALOR-SALDO-AGE.
           MOVE DIAS-ATRASO-W       TO DIAS-ATRASO-AGE.
           WRITE REG-AGCENV.

       2700-GRAVA-ANOTACAO SECTION.
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
           MOVE "CRP9167"      TO USUARIO-CR200.
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

       2900-GRAVA-LINHA-REL SECTION.
           MOVE SPACES TO REG-REL9167.
           MOVE COD-COMPL-CR20   TO REG-REL9167(1: 9).
           MOVE NR-DOCTO-CR20    TO REG-REL9167(11: 10).
           MOVE DATA-VENCTO-CR20 TO REG-REL9167(22: 8).
           MOVE DIAS-ATRASO-W    TO REG-REL9167(31: 6).
           MOVE SALDO-TITULO-W   TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9167(38: 14).
           MOVE "ENVIADO A AGENCIA" TO REG-REL9167(54: 17).
           MOVE AGENCIA-W        TO REG-REL9167(72: 3).
           WRITE REG-REL9167.

       3000-FINALIZA SECTION.
           IF ULTIMO-DEGRAU-W = ZEROS
              CLOSE AGC910
              GO 3000-FINALIZA-FIM.
           IF NOT MODO-CONFERENCIA
              MOVE SPACES           TO REG-AGCENV-TRAILER
              MOVE "9"              TO TIPO-REG-AGT
              MOVE QTDE-ENVIADOS-W  TO QTDE-TITULOS-AGT
              MOVE VALOR-TOTAL-W    TO VALOR-TOTAL-AGT
              WRITE REG-AGCENV-TRAILER
              CLOSE AGCENV
           END-IF.
           CLOSE CRD020 CRD200 CRD201 CGD010 CGD011 CAD010 AGC910
                 ACB910 REL9167.
           IF MODO-CONFERENCIA
              DISPLAY "CRP9167 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "CRP9167 - AGENCIA...............: " AGENCIA-W
                   " " NOME-AGC910.
           DISPLAY "CRP9167 - ULTIMO DEGRAU DA REGUA: D+"
                   ULTIMO-DEGRAU-W.
           DISPLAY "CRP9167 - TITULOS EM ABERTO.....: " QTDE-LIDOS-W.
           DISPLAY "CRP9167 - TITULOS ENVIADOS......: " QTDE-ENVIADOS-W.
           DISPLAY "CRP9167 - JA CEDIDOS/DEVOLVIDOS.: "
                   QTDE-JA-CEDIDOS-W.
           MOVE VALOR-TOTAL-W TO VALOR-EDIT-W.
           DISPLAY "CRP9167 - SALDO ENVIADO.........: " VALOR-EDIT-W.
       3000-FINALIZA-FIM.
           EXIT.

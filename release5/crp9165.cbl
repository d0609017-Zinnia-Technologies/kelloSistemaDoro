       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9165.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ARQUIVO DE NEGATIVACAO P/ O BIRO DE CREDITO (SERASA/SPC) -
      *PERCORRE O CONTROLE NEG910 E GERA, NO MESMO ARQUIVO NEGBIRO:
      *- A INCLUSAO DO TITULO INDICADO PELA REGUA (DEGRAU "N" DO
      *  CRP9139) CUJA CARTA DE AVISO (CRP9128) JA CUMPRIU O PRAZO
      *  LEGAL DE NOTIFICACAO (PRAZOAVISNEG DIAS DO PAR910, PADRAO
      *  10) E QUE SEGUE EM ABERTO NO CRD020;
      *- A EXCLUSAO DO TITULO NEGATIVADO QUE FOI QUITADO OU
      *  RENEGOCIADO (MARCADO PELA ROTINA CRP9166), COM AVISO NO
      *  RELATORIO QUANDO PASSOU DO ULTIMO DIA UTIL DO PRAZO LEGAL.
      *TITULO NEGATIVADO QUE SAIU DO ABERTO POR OUTRO CANAL (DEBITO
      *AUTOMATICO, MESA DE EXCECOES...) TEM A EXCLUSAO GERADA NA
      *MESMA RODADA; TITULO AINDA NAO INCLUIDO QUE SAIU DO ABERTO TEM
      *A NEGATIVACAO CANCELADA. RODA COMO PASSO DA CORRENTE CHN910.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "C" MODO CONFERENCIA (SO
      *RELATORIO, NADA E GRAVADO).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX932.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CGPX010.
           COPY CGPX011.
           COPY PARX910.
           SELECT NEGBIRO ASSIGN TO NEGBIRO-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-NEGBIRO.
           SELECT REL9165 ASSIGN TO REL9165-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9165.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW932.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CGPW010.
       COPY CGPW011.
       COPY PARW910.
      *    NEGBIRO - LAYOUT POSICIONAL DO ARQUIVO DE REMESSA AO BIRO:
      *    HEADER "0", UM DETALHE "1" POR INCLUSAO ("I") OU EXCLUSAO
      *    ("E") E TRAILER "9" COM AS QUANTIDADES.
       FD  NEGBIRO
           LABEL RECORD IS OMITTED.
       01  REG-NEGBIRO.
           05  TIPO-REG-NGB          PIC X(01).
           05  OPERACAO-NGB          PIC X(01).
           05  TIPO-PESSOA-NGB       PIC X(01).
           05  CPF-CNPJ-NGB          PIC 9(14).
           05  NOME-NGB              PIC X(40).
           05  ENDERECO-NGB          PIC X(40).
           05  CEP-NGB               PIC 9(08).
           05  CONTRATO-NGB          PIC 9(04).
           05  DOCUMENTO-NGB         PIC X(10).
           05  COD-COMPL-NGB         PIC 9(09).
           05  DATA-VENCTO-NGB       PIC 9(08).
           05  VALOR-NGB             PIC 9(11)V99.
           05  DATA-OCORRENCIA-NGB   PIC 9(08).
           05  MOTIVO-NGB            PIC X(01).
           05  FILLER                PIC X(12).
       01  REG-NEGBIRO-HEADER.
           05  TIPO-REG-NGH          PIC X(01).
           05  IDENT-NGH             PIC X(11).
           05  EMPRESA-NGH           PIC X(03).
           05  DATA-GERACAO-NGH      PIC 9(08).
           05  FILLER                PIC X(147).
       01  REG-NEGBIRO-TRAILER.
           05  TIPO-REG-NGT          PIC X(01).
           05  QTDE-INCLUSOES-NGT    PIC 9(06).
           05  QTDE-EXCLUSOES-NGT    PIC 9(06).
           05  FILLER                PIC X(157).
       FD  REL9165
           LABEL RECORD IS OMITTED.
       01  REG-REL9165               PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  NEGBIRO-NOME              PIC X(12)  VALUE SPACES.
       01  REL9165-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-NEG910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-NEG910                 PIC XX     VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CRD200                 PIC XX     VALUE SPACES.
       01  ST-CRD201                 PIC XX     VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-CGD011                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-NEGBIRO                PIC XX     VALUE SPACES.
       01  ST-REL9165                PIC XX     VALUE SPACES.
       01  FIM-NEG910-SW             PIC X      VALUE "N".
           88  FIM-NEG910                  VALUE "S".
       01  MODO-CONFERENCIA-SW       PIC X      VALUE "N".
           88  MODO-CONFERENCIA            VALUE "C".
       01  TITULO-ABERTO-SW          PIC X      VALUE "N".
           88  TITULO-ABERTO               VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  ULT-SEQ                   PIC 9(05)  VALUE ZEROS.
       01  JULIANO-HOJE-W            PIC 9(08)  VALUE ZEROS.
       01  JULIANO-AVISO-W           PIC 9(08)  VALUE ZEROS.
       01  DIAS-AVISO-W              PIC S9(06) VALUE ZEROS.
       01  PRAZO-AVISO-W             PIC 9(03)  VALUE 10.
       01  ANOTACAO-TRAB-W           PIC X(120) VALUE SPACES.
       01  SITUACAO-REL-W            PIC X(40)  VALUE SPACES.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-INCLUSOES-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-EXCLUSOES-W          PIC 9(06)  VALUE ZEROS.
       01  QTDE-FORA-PRAZO-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-AGUARDANDO-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-CANCELADOS-W         PIC 9(06)  VALUE ZEROS.

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
           PERFORM 2000-PROCESSA-NEG910 UNTIL FIM-NEG910.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "NEG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NEG910.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "NEGBIRO" TO NEGBIRO-NOME.
           MOVE "REL9165" TO REL9165-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           COMPUTE JULIANO-HOJE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           MOVE OPCAO-PARAM-W(1: 1) TO MODO-CONFERENCIA-SW.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W      TO EMPRESA-PAR910
              MOVE "PRAZOAVISNEG" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO PRAZO-AVISO-W
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.

           OPEN I-O NEG910.
           IF ST-NEG910 = "35"
              CLOSE NEG910      OPEN OUTPUT NEG910
              CLOSE NEG910      OPEN I-O NEG910
           END-IF.
           OPEN INPUT CRD020.
           OPEN I-O CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN INPUT CGD010 CGD011.
           OPEN OUTPUT REL9165.
           IF NOT MODO-CONFERENCIA
              OPEN OUTPUT NEGBIRO
              MOVE SPACES         TO REG-NEGBIRO-HEADER
              MOVE "0"            TO TIPO-REG-NGH
              MOVE "NEGATIVACAO"  TO IDENT-NGH
              MOVE EMPRESA-W      TO EMPRESA-NGH
              MOVE DATA-DIA-I     TO DATA-GERACAO-NGH
              WRITE REG-NEGBIRO-HEADER
           END-IF.
           IF ST-NEG910 <> "00"
              MOVE "S" TO FIM-NEG910-SW
           ELSE
              MOVE ZEROS TO COD-COMPL-NEG910
              START NEG910 KEY IS NOT < COD-COMPL-NEG910 INVALID KEY
                    MOVE "S" TO FIM-NEG910-SW
           END-IF.

       2000-PROCESSA-NEG910 SECTION.
           READ NEG910 NEXT RECORD AT END
                MOVE "S" TO FIM-NEG910-SW
              NOT AT END
                IF NOT EXCLUIDO-NEG910 AND NOT CANCELADO-NEG910
                   ADD 1 TO QTDE-LIDOS-W
                   PERFORM 2100-AVALIA-NEGATIVACAO
                END-IF
           END-READ.

       2100-AVALIA-NEGATIVACAO SECTION.
           MOVE "N" TO TITULO-ABERTO-SW.
           MOVE COD-COMPL-NEG910 TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                INITIALIZE REG-CRD020
                MOVE COD-COMPL-NEG910 TO COD-COMPL-CR20
              NOT INVALID KEY
                MOVE STATUS-CR20 TO STATUS-TESTE-CR20
      *         BAIXA POR PERDA (CRP9132) NAO EXTINGUE A DIVIDA: P/
      *         A NEGATIVACAO O TITULO CONTINUA DEVIDO.
                IF NOT STATUS-TERMINAL-CR20 OR STATUS-CR20 = "PD"
                   MOVE "S" TO TITULO-ABERTO-SW
                END-IF
           END-READ.
           EVALUATE TRUE
               WHEN RETIRADA-PENDENTE-NEG910
                   PERFORM 2300-GERA-EXCLUSAO
               WHEN INCLUIDO-NEG910 AND NOT TITULO-ABERTO
      *            QUITADO POR UM CANAL QUE NAO CHAMA O CRP9166: A
      *            EXCLUSAO SAI NESTA RODADA, DENTRO DO PRAZO.
                   MOVE DATA-BAIXA-CR20 TO DATA-QUITACAO-NEG910
                   MOVE DATA-DIA-I      TO DATA-LIMITE-EXCL-NEG910
                   IF STATUS-CR20 = "RN"
                      MOVE "R" TO MOTIVO-RETIRADA-NEG910
                   ELSE
                      MOVE "P" TO MOTIVO-RETIRADA-NEG910
                   END-IF
                   PERFORM 2300-GERA-EXCLUSAO
               WHEN INCLUIDO-NEG910
                   CONTINUE
               WHEN NOT TITULO-ABERTO
                   PERFORM 2400-CANCELA-NEGATIVACAO
               WHEN AGUARDA-AVISO-NEG910
                   ADD 1 TO QTDE-AGUARDANDO-W
                   MOVE "AGUARDANDO CARTA DE AVISO (CRP9128)"
                        TO SITUACAO-REL-W
                   PERFORM 2900-GRAVA-LINHA-REL
               WHEN OTHER
                   PERFORM 2200-VERIFICA-PRAZO-AVISO
           END-EVALUATE.

       2200-VERIFICA-PRAZO-AVISO SECTION.
      *    A INCLUSAO SO SAI DEPOIS DO PRAZO LEGAL CONTADO DA CARTA
      *    DE AVISO ENVIADA AO DEVEDOR.
           COMPUTE JULIANO-AVISO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-AVISO-NEG910).
           COMPUTE DIAS-AVISO-W = JULIANO-HOJE-W - JULIANO-AVISO-W.
           IF DIAS-AVISO-W < PRAZO-AVISO-W
              ADD 1 TO QTDE-AGUARDANDO-W
              MOVE "AVISADO - AGUARDANDO PRAZO LEGAL"
                   TO SITUACAO-REL-W
              PERFORM 2900-GRAVA-LINHA-REL
              GO 2200-VERIFICA-PRAZO-AVISO-FIM.
           ADD 1 TO QTDE-INCLUSOES-W.
           MOVE "INCLUSAO NO BIRO" TO SITUACAO-REL-W.
           PERFORM 2900-GRAVA-LINHA-REL.
           IF MODO-CONFERENCIA
              GO 2200-VERIFICA-PRAZO-AVISO-FIM.
           MOVE "I" TO OPERACAO-NGB.
           PERFORM 2500-GRAVA-DETALHE-BIRO.
           MOVE "I"        TO SITUACAO-NEG910.
           MOVE DATA-DIA-I TO DATA-INCLUSAO-NEG910.
           REWRITE REG-NEG910.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "NEGATIVACAO- TITULO INCLUIDO NO BIRO DE CREDITO "
                  "(AVISO EM " DATA-AVISO-NEG910 ")"
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM 2700-GRAVA-ANOTACAO.
       2200-VERIFICA-PRAZO-AVISO-FIM.
           EXIT.

       2300-GERA-EXCLUSAO SECTION.
           ADD 1 TO QTDE-EXCLUSOES-W.
           IF DATA-DIA-I > DATA-LIMITE-EXCL-NEG910
              ADD 1 TO QTDE-FORA-PRAZO-W
              MOVE "EXCLUSAO DO BIRO - FORA DO PRAZO LEGAL"
                   TO SITUACAO-REL-W
           ELSE
              MOVE "EXCLUSAO DO BIRO" TO SITUACAO-REL-W
           END-IF.
           PERFORM 2900-GRAVA-LINHA-REL.
           IF MODO-CONFERENCIA
              GO 2300-GERA-EXCLUSAO-FIM.
           MOVE "E" TO OPERACAO-NGB.
           PERFORM 2500-GRAVA-DETALHE-BIRO.
           MOVE "E"        TO SITUACAO-NEG910.
           MOVE DATA-DIA-I TO DATA-EXCLUSAO-NEG910.
           REWRITE REG-NEG910.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           IF RETIRADA-RENEGOCIACAO-NEG910
              STRING "NEGATIVACAO- EXCLUSAO ENVIADA AO BIRO "
                     "(RENEGOCIADO EM " DATA-QUITACAO-NEG910 ")"
                     DELIMITED BY SIZE INTO ANOTACAO-TRAB-W
           ELSE
              STRING "NEGATIVACAO- EXCLUSAO ENVIADA AO BIRO "
                     "(QUITADO EM " DATA-QUITACAO-NEG910 ")"
                     DELIMITED BY SIZE INTO ANOTACAO-TRAB-W
           END-IF.
           PERFORM 2700-GRAVA-ANOTACAO.
       2300-GERA-EXCLUSAO-FIM.
           EXIT.

       2400-CANCELA-NEGATIVACAO SECTION.
      *    SAIU DO ABERTO ANTES DA INCLUSAO: NADA VAI AO BIRO.
           ADD 1 TO QTDE-CANCELADOS-W.
           MOVE "CANCELADA - TITULO NAO ESTA EM ABERTO"
                TO SITUACAO-REL-W.
           PERFORM 2900-GRAVA-LINHA-REL.
           IF MODO-CONFERENCIA
              GO 2400-CANCELA-NEGATIVACAO-FIM.
           MOVE "C"             TO SITUACAO-NEG910.
           MOVE DATA-BAIXA-CR20 TO DATA-QUITACAO-NEG910.
           IF STATUS-CR20 = "RN"
              MOVE "R" TO MOTIVO-RETIRADA-NEG910
           ELSE
              MOVE "P" TO MOTIVO-RETIRADA-NEG910
           END-IF.
           REWRITE REG-NEG910.
       2400-CANCELA-NEGATIVACAO-FIM.
           EXIT.

       2500-GRAVA-DETALHE-BIRO SECTION.
           MOVE COD-COMPL-NEG910 TO COD-COMPL-CG10 COD-COMPL-CG11.
           READ CGD010 INVALID KEY
                INITIALIZE REG-CGD010.
           READ CGD011 INVALID KEY
                INITIALIZE REG-CGD011.
           MOVE "1"                 TO TIPO-REG-NGB.
      *    CPF TEM ATE 11 DIGITOS; ACIMA DISSO E CNPJ.
           IF CPF1-CG11 > 99999999999
              MOVE "J" TO TIPO-PESSOA-NGB
           ELSE
              MOVE "F" TO TIPO-PESSOA-NGB
           END-IF.
           MOVE CPF1-CG11           TO CPF-CNPJ-NGB.
           MOVE COMPRADOR-CG10      TO NOME-NGB.
           MOVE ENDERECO1-CG11      TO ENDERECO-NGB.
           MOVE CEP1-CG11           TO CEP-NGB.
           MOVE NR-CONTRATO-NEG910  TO CONTRATO-NGB.
           MOVE NR-DOCTO-NEG910     TO DOCUMENTO-NGB.
           MOVE COD-COMPL-NEG910    TO COD-COMPL-NGB.
           MOVE DATA-VENCTO-NEG910  TO DATA-VENCTO-NGB.
           MOVE VALOR-NEG910        TO VALOR-NGB.
           IF OPERACAO-NGB = "I"
              MOVE DATA-DIA-I             TO DATA-OCORRENCIA-NGB
              MOVE SPACES                 TO MOTIVO-NGB
           ELSE
              MOVE DATA-QUITACAO-NEG910   TO DATA-OCORRENCIA-NGB
              MOVE MOTIVO-RETIRADA-NEG910 TO MOTIVO-NGB
           END-IF.
           MOVE SPACES TO REG-NEGBIRO(150: 12).
           WRITE REG-NEGBIRO.

       2700-GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-NEG910 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-NEG910
                    MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE ZEROS          TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ        TO SEQ-CR200.
           MOVE COD-COMPL-NEG910 TO COD-COMPL-CR200.
           MOVE ZEROS          TO DATA-RETORNO-CR200.
           MOVE "CRP9165"      TO USUARIO-CR200.
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
           MOVE COD-COMPL-NEG910 TO COD-COMPL-CR201.
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
           MOVE SPACES TO REG-REL9165.
           MOVE COD-COMPL-NEG910   TO REG-REL9165(1: 9).
           MOVE NR-DOCTO-NEG910    TO REG-REL9165(11: 10).
           MOVE DATA-VENCTO-NEG910 TO REG-REL9165(22: 8).
           MOVE VALOR-NEG910       TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W       TO REG-REL9165(31: 14).
           MOVE SITUACAO-REL-W     TO REG-REL9165(46: 40).
           WRITE REG-REL9165.

       3000-FINALIZA SECTION.
           IF NOT MODO-CONFERENCIA
              MOVE SPACES           TO REG-NEGBIRO-TRAILER
              MOVE "9"              TO TIPO-REG-NGT
              MOVE QTDE-INCLUSOES-W TO QTDE-INCLUSOES-NGT
              MOVE QTDE-EXCLUSOES-W TO QTDE-EXCLUSOES-NGT
              WRITE REG-NEGBIRO-TRAILER
              CLOSE NEGBIRO
           END-IF.
           CLOSE NEG910 CRD020 CRD200 CRD201 CGD010 CGD011 REL9165.
           IF MODO-CONFERENCIA
              DISPLAY "CRP9165 - MODO CONFERENCIA - NADA FOI GRAVADO"
           END-IF.
           DISPLAY "CRP9165 - NEGATIVACOES ATIVAS..: " QTDE-LIDOS-W.
           DISPLAY "CRP9165 - INCLUSOES GERADAS....: " QTDE-INCLUSOES-W.
           DISPLAY "CRP9165 - EXCLUSOES GERADAS....: " QTDE-EXCLUSOES-W.
           DISPLAY "CRP9165 - AGUARDANDO AVISO/PRAZO: "
                   QTDE-AGUARDANDO-W.
           DISPLAY "CRP9165 - CANCELADAS...........: "
                   QTDE-CANCELADOS-W.
           IF QTDE-FORA-PRAZO-W NOT = ZEROS
              DISPLAY "CRP9165 - EXCLUSOES FORA DO PRAZO LEGAL: "
                      QTDE-FORA-PRAZO-W
           END-IF.

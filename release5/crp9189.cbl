       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9189.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *CLONAGEM DA EMPRESA P/ UMA EMPRESA DE TREINAMENTO - COPIA A
      *BASE INDEXADA DA EMPRESA DA LINHA DE COMANDO (ORIGEM) P/ A
      *PASTA DA EMPRESA DE TREINAMENTO (\PROGRAMA\KELLO\DDD), ONDE O
      *PESSOAL NOVO APRENDE E OS PARAMETROS DE REMESSA/RETORNO SAO
      *TESTADOS SEM MEXER NA EMPRESA VIVA. COPIADOS: CRD020 (E
      *ANOTACOES), CGD010/CGD011/CGD014, CAD002/CAD010/CAD011/CAD018/
      *CAD019, COD043, COD501, VIP100/VIP101, ACP110/ACP120, BRD010/
      *BRD020, HRM910, SEQBRAS/SQP910, PAR910, O ARQUIVO MORTO
      *(HCR020...) E OS DEMAIS ARQUIVOS 910. FICAM DE FORA AS
      *TRILHAS DE AUDITORIA (LOG001, LOGACESS) E OS CONTROLES DE
      *OPERACAO DA EMPRESA VIVA (LCK910, CKP910, CKR910, CHN910,
      *RQU910, IMP910, CNC910) - A EMPRESA NOVA COMECA ESSES LIMPOS.
      *DEPOIS DA COPIA, SO NA EMPRESA DE TREINAMENTO:
      *  - DADOS PESSOAIS MASCARADOS DE FORMA CONSISTENTE: O MESMO
      *    SACADO (COD-COMPL) RECEBE O MESMO NOME, CPF E ENDERECO
      *    FICTICIOS EM TODOS OS ARQUIVOS (CGD010/CGD011/CGD014,
      *    DVC910); CONTA DE DEBITO (DDA910) E DE CHEQUE (CHQ910),
      *    CONTATOS DA COMISSAO (CTR910) E DO SACADO (PFC910) E O
      *    TEXTO LIVRE DAS ANOTACOES (COD501, CRD201, HCR201) SAO
      *    APAGADOS. CIDADE E CEP FICAM (A CRITICA DE CEP DO CRP9108
      *    CONTINUA VALENDO NO TREINAMENTO);
      *  - PORTADORES (CAD018) COM CONVENIO, AGENCIA E CONTA DE
      *    TREINAMENTO, QUE NENHUM BANCO ACEITA;
      *  - FORNECEDORES (CAD011) COM BANCO, AGENCIA, CONTA E CHAVE
      *    PIX DE TREINAMENTO - A FORMA DE PAGAMENTO FICA, E A REMESSA
      *    DE PAGAMENTO DO COD9050 SAI CATALOGADA "E";
      *  - PAR910 E REGUA (RGC910) PASSAM P/ O CODIGO NOVO E O
      *    PARAMETRO EMPRTREINO = 1 (COM CONTROLE DUPLO) MARCA A
      *    EMPRESA: O CRP9108 E O CRP9126 CATALOGAM A REMESSA COMO
      *    "E" (TREINAMENTO), QUE O CRP9117T NAO DEIXA PASSAR A
      *    TRANSMITIDA; AS REMESSAS "G" COPIADAS TAMBEM VIRAM "E".
      *SO GRAVA EM EMPRESA NOVA OU JA MARCADA COMO DE TREINAMENTO -
      *UMA EMPRESA COM BASE E SEM A MARCA E RECUSADA, P/ UM ERRO DE
      *DIGITACAO NAO SOBREPOR OUTRA EMPRESA VIVA.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-3 = EMPRESA DESTINO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX014.
           COPY CAPX002.
           COPY CAPX011.
           COPY CAPX018.
           COPY CRPX201.
           COPY CRPX947.
           COPY COD501X.
           COPY CRPX916.
           COPY CRPX921.
           COPY CRPX930.
           COPY CRPX941.
           COPY CRPX942.
           COPY CRPX949.
           COPY PARX910.
           COPY RGCX910.
           SELECT REL9189 ASSIGN TO REL9189-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9189.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW014.
       COPY CAPW002.
       COPY CAPW011.
       COPY CAPW018.
       COPY CRPW201.
       COPY CRPW947.
       COPY COD501W.
       COPY CRPW916.
       COPY CRPW921.
       COPY CRPW930.
       COPY CRPW941.
       COPY CRPW942.
       COPY CRPW949.
       COPY PARW910.
       COPY RGCW910.
       FD  REL9189
           LABEL RECORD IS OMITTED.
       01  REG-REL9189               PIC X(100).

       WORKING-STORAGE SECTION.
       01  REL9189-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-HCR201               PIC X(30)  VALUE SPACES.
       01  PATH-CAD011               PIC X(30)  VALUE SPACES.
       01  PATH-CAT910               PIC X(30)  VALUE SPACES.
       01  PATH-DDA910               PIC X(30)  VALUE SPACES.
       01  PATH-CHQ910               PIC X(30)  VALUE SPACES.
       01  PATH-DVC910               PIC X(30)  VALUE SPACES.
       01  PATH-CTR910               PIC X(30)  VALUE SPACES.
       01  PATH-PFC910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  PATH-RGC910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-CGD011                 PIC XX     VALUE SPACES.
       01  ST-CGD014                 PIC XX     VALUE SPACES.
       01  ST-CAD002                 PIC XX     VALUE SPACES.
       01  ST-CAD011                 PIC XX     VALUE SPACES.
       01  ST-CAD018                 PIC XX     VALUE SPACES.
       01  ST-CRD201                 PIC XX     VALUE SPACES.
       01  ST-HCR201                 PIC XX     VALUE SPACES.
       01  ST-COD501                 PIC XX     VALUE SPACES.
       01  ST-CAT910                 PIC XX     VALUE SPACES.
       01  ST-DDA910                 PIC XX     VALUE SPACES.
       01  ST-CHQ910                 PIC XX     VALUE SPACES.
       01  ST-DVC910                 PIC XX     VALUE SPACES.
       01  ST-CTR910                 PIC XX     VALUE SPACES.
       01  ST-PFC910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-RGC910                 PIC XX     VALUE SPACES.
       01  ST-REL9189                PIC XX     VALUE SPACES.
       01  ST-TRATADO-W              PIC XX     VALUE SPACES.
      *    ABERTURA-SACADOS-W - STATUS DA ABERTURA DOS ARQUIVOS DO
      *    SACADO: O ST-XXX MUDA A CADA LEITURA (INVALID KEY DEIXA
      *    "23", O FIM DO CGD010 DEIXA "10").
       01  ABERTURA-SACADOS-W.
           05  ABERT-CGD010-W        PIC XX     VALUE SPACES.
               88  CGD010-ABERTO           VALUE "00".
           05  ABERT-CGD011-W        PIC XX     VALUE SPACES.
               88  CGD011-ABERTO           VALUE "00".
           05  ABERT-CGD014-W        PIC XX     VALUE SPACES.
               88  CGD014-ABERTO           VALUE "00".
           05  ABERT-DDA910-W        PIC XX     VALUE SPACES.
               88  DDA910-ABERTO           VALUE "00".
       01  FIM-ARQ-SW                PIC X      VALUE "N".
           88  FIM-ARQ                     VALUE "S".
       01  CLONAGEM-SW               PIC X      VALUE "N".
           88  CLONAGEM-LIBERADA           VALUE "S".
       01  DESTINO-TREINO-SW         PIC X      VALUE "N".
           88  DESTINO-JA-E-TREINO         VALUE "S".
       01  EMPRESA-ORIGEM-W          PIC X(03)  VALUE SPACES.
       01  EMPRESA-DESTINO-W         PIC X(03)  VALUE SPACES.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  NOME-ORIGEM-W             PIC X(120) VALUE SPACES.
       01  NOME-DESTINO-W            PIC X(120) VALUE SPACES.
       01  STATUS-ROTINA-W           PIC 9(04)  COMP-5 VALUE ZEROS.
       01  NOME-ARQ-W                PIC X(06)  VALUE SPACES.
       01  SITUACAO-ARQ-W            PIC X(30)  VALUE SPACES.
       01  QTDE-ARQ-W                PIC 9(06)  VALUE ZEROS.
       01  IX-ARQ-W                  PIC 9(03) COMP VALUE ZEROS.
       01  IX-COM-W                  PIC 9(02) COMP VALUE ZEROS.
       01  NR-COM-W                  PIC 9(01)  VALUE ZEROS.
       01  QTDE-COPIADOS-W           PIC 9(04)  VALUE ZEROS.
       01  QTDE-NAO-COPIADOS-W       PIC 9(04)  VALUE ZEROS.
       01  QTDE-ERRO-MASCARA-W       PIC 9(04)  VALUE ZEROS.
       01  QTDE-MASCARADOS-W         PIC 9(07)  VALUE ZEROS.
       01  QTDE-ED-W                 PIC ZZZ.ZZ9.
      *    REGISTRO SALVO ENQUANTO A CHAVE PASSA P/ O CODIGO NOVO.
       01  REG-PAR910-SALVO-W        PIC X(110) VALUE SPACES.
       01  REG-RGC910-SALVO-W        PIC X(60)  VALUE SPACES.

      *    MASCARAS - TUDO DERIVADO DO COD-COMPL, P/ O MESMO SACADO
      *    SAIR IGUAL EM TODO ARQUIVO. O CPF FICTICIO COMECA COM 9999
      *    (NAO PASSA NO DIGITO DE NENHUM CPF/CNPJ REAL) MAS NAO E
      *    ZERO, QUE A GERACAO DE REMESSA RECUSARIA.
       01  COD-COMPL-MASC-W          PIC 9(09)  VALUE ZEROS.
       01  NOME-MASC-W               PIC X(40)  VALUE SPACES.
       01  NOME-RESP-MASC-W          PIC X(40)  VALUE SPACES.
       01  ENDERECO-MASC-W           PIC X(40)  VALUE SPACES.
       01  CPF-MASC-W.
           05  PREFIXO-CPF-MASC-W    PIC 9(05)  VALUE 99999.
           05  COD-COMPL-CPF-MASC-W  PIC 9(09)  VALUE ZEROS.
       01  CPF-MASC-N-W REDEFINES CPF-MASC-W PIC 9(14).
       01  CPF-RESP-MASC-W.
           05  PREFIXO-RESP-MASC-W   PIC 9(05)  VALUE 99998.
           05  COD-COMPL-RESP-MASC-W PIC 9(09)  VALUE ZEROS.
       01  CPF-RESP-MASC-N-W REDEFINES CPF-RESP-MASC-W PIC 9(14).
       01  CONVENIO-TREINO-W         PIC 9(07)  VALUE 9999999.
       01  AGENCIA-TREINO-W          PIC 9(05)  VALUE 99999.
       01  CONTA-TREINO-W            PIC X(12)  VALUE "TREINAMENTO".
       01  ANOTACAO-MASC-W           PIC X(41)
           VALUE "ANOTACAO OMITIDA - EMPRESA DE TREINAMENTO".

      *    ARQUIVOS DA BASE COPIADOS P/ A EMPRESA DE TREINAMENTO.
       01  TABELA-ARQUIVOS-W.
           05  FILLER PIC X(36) VALUE
               "CRD020CRD200CRD201CGD010CGD011CGD014".
           05  FILLER PIC X(36) VALUE
               "CAD002CAD010CAD011CAD018CAD019CDU010".
           05  FILLER PIC X(36) VALUE
               "COD043COD501VIP100VIP101ACP110ACP120".
           05  FILLER PIC X(36) VALUE
               "BRD010BRD020IED010PRF019HRM910SEQBRA".
           05  FILLER PIC X(36) VALUE
               "SQP910PAR910HCR020HCR200HCR201HHR910".
           05  FILLER PIC X(36) VALUE
               "ACB910AGC910APG910BLQ910BLR910BRH910".
           05  FILLER PIC X(36) VALUE
               "BXA910CAT910CCL910CEP910CHQ910CME910".
           05  FILLER PIC X(36) VALUE
               "CMP910COT910CTA910CTR910CUS910CXA910".
           05  FILLER PIC X(36) VALUE
               "DDA910DEV910DOC910DVC910EXP910EXQ910".
           05  FILLER PIC X(36) VALUE
               "FCH910FER910IDX910INS910INV910JAC910".
           05  FILLER PIC X(36) VALUE
               "JRD910KIT910LOC910LTR910NEG910NFE910".
           05  FILLER PIC X(36) VALUE
               "OCO910ORC910ORF910PDD910PED910PFC910".
           05  FILLER PIC X(36) VALUE
               "PMP910POS910PRC910PRF910PRT910RCB910".
           05  FILLER PIC X(36) VALUE
               "REV910RGC910RNG910SEC910SNP910SOD910".
           05  FILLER PIC X(36) VALUE
               "SQA910SUG910TAR910VER910VNC910".
       01  TABELA-ARQUIVOS-R REDEFINES TABELA-ARQUIVOS-W.
           05  ARQUIVO-TB-W          PIC X(06) OCCURS 90 TIMES.

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
           IF CLONAGEM-LIBERADA
              PERFORM 2000-COPIA-ARQUIVO
                      VARYING IX-ARQ-W FROM 1 BY 1
                      UNTIL IX-ARQ-W > 89
              PERFORM 3000-MARCA-EMPRESA-TREINO
              PERFORM 4000-MASCARA-SACADOS
              PERFORM 4200-MASCARA-DEVOLUCOES
              PERFORM 4300-MASCARA-CHEQUES
              PERFORM 4400-MASCARA-CONTRATOS
              PERFORM 4500-MASCARA-CONTATOS
              PERFORM 4600-MASCARA-ANOTACOES
              PERFORM 4700-MASCARA-FORNECEDORES
              PERFORM 5000-NEUTRALIZA-PORTADORES
              PERFORM 5100-RETIRA-REMESSAS-GERADAS
           END-IF.
           PERFORM 9000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W            TO EMPRESA-ORIGEM-W.
           MOVE OPCAO-PARAM-W(1: 3)  TO EMPRESA-DESTINO-W.
           MOVE "REL9189"            TO REL9189-NOME.
           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.

           OPEN OUTPUT REL9189.
           MOVE SPACES TO REG-REL9189.
           MOVE "CLONAGEM P/ EMPRESA DE TREINAMENTO - ORIGEM"
                                     TO REG-REL9189(1: 44).
           MOVE EMPRESA-ORIGEM-W     TO REG-REL9189(46: 3).
           MOVE "DESTINO"            TO REG-REL9189(50: 7).
           MOVE EMPRESA-DESTINO-W    TO REG-REL9189(58: 3).
           MOVE DATA-DIA-I           TO REG-REL9189(63: 8).
           MOVE HORA-BRA(1: 6)       TO REG-REL9189(72: 6).
           WRITE REG-REL9189.

           IF EMPRESA-DESTINO-W = SPACES OR
              EMPRESA-DESTINO-W NOT NUMERIC
              MOVE "EMPRESA DESTINO NAO INFORMADA NO PARAMETRO"
                                     TO SITUACAO-ARQ-W
              GO 1000-INICIALIZA-FIM.
           IF EMPRESA-DESTINO-W = EMPRESA-ORIGEM-W
              MOVE "DESTINO IGUAL A ORIGEM" TO SITUACAO-ARQ-W
              GO 1000-INICIALIZA-FIM.

      *    A EMPRESA DESTINO SO E ACEITA SE AINDA NAO TEM BASE OU SE
      *    JA E DE TREINAMENTO (EMPRTREINO = 1 NO PAR910 DELA).
           MOVE EMPRESA-DESTINO-W    TO EMP-REC.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-DESTINO-W TO EMPRESA-PAR910
              MOVE "EMPRTREINO"      TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 = 1
                      MOVE "S" TO DESTINO-TREINO-SW
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.
           IF NOT DESTINO-JA-E-TREINO
              OPEN INPUT CRD020
              IF ST-CRD020 = "00"
                 CLOSE CRD020
                 MOVE "DESTINO E EMPRESA VIVA - RECUSADO"
                                     TO SITUACAO-ARQ-W
                 GO 1000-INICIALIZA-FIM
              END-IF
           END-IF.

      *    A PASTA E CRIADA NA PRIMEIRA CLONAGEM; NAS SEGUINTES A
      *    CRIACAO APENAS FALHA (JA EXISTE) E O RETORNO E IGNORADO.
           MOVE SPACES TO ARQ-REC NOME-DESTINO-W.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_CREATE_DIR" USING NOME-DESTINO-W
                                 RETURNING STATUS-ROTINA-W.
           MOVE "S" TO CLONAGEM-SW.
           MOVE "LIBERADA" TO SITUACAO-ARQ-W.
       1000-INICIALIZA-FIM.
           MOVE SPACES TO REG-REL9189.
           MOVE "SITUACAO:"          TO REG-REL9189(1: 9).
           MOVE SITUACAO-ARQ-W       TO REG-REL9189(11: 30).
           WRITE REG-REL9189.
           IF NOT CLONAGEM-LIBERADA
              DISPLAY "CRP9189 - CLONAGEM NAO FEITA: " SITUACAO-ARQ-W
           END-IF.
           MOVE SPACES TO REG-REL9189.
           WRITE REG-REL9189.
           MOVE "ARQUIVO SITUACAO"   TO REG-REL9189(1: 16).
           WRITE REG-REL9189.
           EXIT.

       2000-COPIA-ARQUIVO SECTION.
      *    O INDEXADO E O ARQUIVO DE DADOS MAIS O INDICE (.IDX); O
      *    INDICE E COPIADO JUNTO E SO O DE DADOS CONTA NO RESULTADO.
           MOVE ARQUIVO-TB-W(IX-ARQ-W) TO NOME-ARQ-W.
           MOVE NOME-ARQ-W TO ARQ-REC.
           MOVE EMPRESA-ORIGEM-W TO EMP-REC.
           MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-ORIGEM-W.
           MOVE EMPRESA-DESTINO-W TO EMP-REC.
           STRING EMPRESA-REF DELIMITED BY SPACE X"00"
                  DELIMITED BY SIZE INTO NOME-DESTINO-W.
           CALL "CBL_COPY_FILE" USING NOME-ORIGEM-W NOME-DESTINO-W
                                RETURNING STATUS-ROTINA-W.
           IF STATUS-ROTINA-W NOT = ZEROS
              ADD 1 TO QTDE-NAO-COPIADOS-W
              MOVE "NAO COPIADO (AUSENTE NA ORIGEM)"
                                     TO SITUACAO-ARQ-W
           ELSE
              ADD 1 TO QTDE-COPIADOS-W
              MOVE "COPIADO"         TO SITUACAO-ARQ-W
              MOVE EMPRESA-ORIGEM-W  TO EMP-REC
              MOVE SPACES TO NOME-ORIGEM-W NOME-DESTINO-W
              STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                     DELIMITED BY SIZE INTO NOME-ORIGEM-W
              MOVE EMPRESA-DESTINO-W TO EMP-REC
              STRING EMPRESA-REF DELIMITED BY SPACE ".IDX" X"00"
                     DELIMITED BY SIZE INTO NOME-DESTINO-W
              CALL "CBL_COPY_FILE" USING NOME-ORIGEM-W
                                         NOME-DESTINO-W
                                   RETURNING STATUS-ROTINA-W
           END-IF.
           MOVE SPACES TO REG-REL9189.
           MOVE NOME-ARQ-W           TO REG-REL9189(1: 6).
           MOVE SITUACAO-ARQ-W       TO REG-REL9189(8: 30).
           WRITE REG-REL9189.

       3000-MARCA-EMPRESA-TREINO SECTION.
           MOVE SPACES TO REG-REL9189.
           WRITE REG-REL9189.
           MOVE "MASCARAMENTO NA EMPRESA DE TREINAMENTO"
                                     TO REG-REL9189(1: 38).
           WRITE REG-REL9189.
           MOVE SPACES TO REG-REL9189.
           MOVE "ARQUIVO  REGISTROS SITUACAO"
                                     TO REG-REL9189(1: 27).
           WRITE REG-REL9189.
      *    DAQUI EM DIANTE TODO ARQUIVO ABERTO E O DA EMPRESA NOVA.
           MOVE EMPRESA-DESTINO-W TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "CAD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD002.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "HCR201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR201.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "CAT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAT910.
           MOVE "DDA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DDA910.
           MOVE "CHQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHQ910.
           MOVE "DVC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DVC910.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "PFC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PFC910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "RGC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-RGC910.

      *    NOME DA EMPRESA NO CAD002 (SAI NO BOLETO E NO HEADER DA
      *    REMESSA) COM A MARCA DE TREINAMENTO, SOB O CODIGO NOVO; O
      *    CNPJ VAI FICTICIO P/ A CHAVE PIX DO BOLETO NAO VALER.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "CAD002" TO NOME-ARQ-W.
           OPEN I-O CAD002.
           IF ST-CAD002 = "00"
              MOVE EMPRESA-ORIGEM-W TO CODIGO-CD002
              READ CAD002 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE EMPRESA-DESTINO-W TO CODIGO-CD002
                   MOVE NOME-CD002(1: 26) TO NOME-MASC-W
                   MOVE SPACES TO NOME-CD002
                   STRING "TREINAMENTO - " NOME-MASC-W(1: 26)
                          DELIMITED BY SIZE INTO NOME-CD002
                   MOVE 99999999999999 TO CGC-CD002
                   WRITE REG-CAD002 INVALID KEY
                      REWRITE REG-CAD002
                   END-WRITE
                   ADD 1 TO QTDE-ARQ-W
              END-READ
              CLOSE CAD002
           END-IF.
           MOVE ST-CAD002 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

      *    PARAMETROS DA EMPRESA: A CHAVE LEVA O CODIGO DA EMPRESA,
      *    ENTAO OS REGISTROS DA ORIGEM PASSAM P/ O CODIGO NOVO. A
      *    MARCA EMPRTREINO ENTRA COM CONTROLE DUPLO - TIRAR A MARCA
      *    PEDE UM SEGUNDO USUARIO NO PAR9100T.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "PAR910" TO NOME-ARQ-W.
           OPEN I-O PAR910.
           IF ST-PAR910 = "35"
              CLOSE PAR910      OPEN OUTPUT PAR910
              CLOSE PAR910      OPEN I-O PAR910
           END-IF.
           IF ST-PAR910 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE EMPRESA-ORIGEM-W TO EMPRESA-PAR910
              MOVE LOW-VALUES       TO ID-PAR910
              START PAR910 KEY IS NOT < CHAVE-PAR910 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 3100-REPASSA-PAR910 UNTIL FIM-ARQ
              INITIALIZE REG-PAR910
              MOVE EMPRESA-DESTINO-W TO EMPRESA-PAR910
              MOVE "EMPRTREINO"      TO ID-PAR910
              MOVE "EMPRESA DE TREINAMENTO (1=SIM)"
                                     TO DESCRICAO-PAR910
              MOVE 1                 TO VALOR-PAR910
              MOVE DATA-DIA-I        TO DATA-VIGENCIA-PAR910
              MOVE "S"               TO CONTROLE-DUPLO-PAR910
              WRITE REG-PAR910 INVALID KEY
                 REWRITE REG-PAR910
              END-WRITE
              CLOSE PAR910
           END-IF.
           MOVE ST-PAR910 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "RGC910" TO NOME-ARQ-W.
           OPEN I-O RGC910.
           IF ST-RGC910 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE EMPRESA-ORIGEM-W TO EMPRESA-RGC910
              MOVE ZEROS            TO DIAS-RGC910
              START RGC910 KEY IS NOT < CHAVE-RGC910 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 3200-REPASSA-RGC910 UNTIL FIM-ARQ
              CLOSE RGC910
           END-IF.
           MOVE ST-RGC910 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

       3100-REPASSA-PAR910 SECTION.
           READ PAR910 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 3100-REPASSA-PAR910-FIM
           END-READ.
           IF EMPRESA-PAR910 NOT = EMPRESA-ORIGEM-W
              MOVE "S" TO FIM-ARQ-SW
              GO 3100-REPASSA-PAR910-FIM.
           MOVE REG-PAR910 TO REG-PAR910-SALVO-W.
           DELETE PAR910 RECORD INVALID KEY
                  CONTINUE
           END-DELETE.
           MOVE REG-PAR910-SALVO-W TO REG-PAR910.
           MOVE EMPRESA-DESTINO-W  TO EMPRESA-PAR910.
           WRITE REG-PAR910 INVALID KEY
              REWRITE REG-PAR910
           END-WRITE.
           ADD 1 TO QTDE-ARQ-W.
      *    VOLTA A POSICAO DA LEITURA P/ O PROXIMO DA ORIGEM.
           MOVE REG-PAR910-SALVO-W TO REG-PAR910.
           START PAR910 KEY IS > CHAVE-PAR910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW
           END-START.
       3100-REPASSA-PAR910-FIM.
           EXIT.

       3200-REPASSA-RGC910 SECTION.
           READ RGC910 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 3200-REPASSA-RGC910-FIM
           END-READ.
           IF EMPRESA-RGC910 NOT = EMPRESA-ORIGEM-W
              MOVE "S" TO FIM-ARQ-SW
              GO 3200-REPASSA-RGC910-FIM.
           MOVE REG-RGC910 TO REG-RGC910-SALVO-W.
           DELETE RGC910 RECORD INVALID KEY
                  CONTINUE
           END-DELETE.
           MOVE REG-RGC910-SALVO-W TO REG-RGC910.
           MOVE EMPRESA-DESTINO-W  TO EMPRESA-RGC910.
           WRITE REG-RGC910 INVALID KEY
              REWRITE REG-RGC910
           END-WRITE.
           ADD 1 TO QTDE-ARQ-W.
           MOVE REG-RGC910-SALVO-W TO REG-RGC910.
           START RGC910 KEY IS > CHAVE-RGC910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW
           END-START.
       3200-REPASSA-RGC910-FIM.
           EXIT.

       4000-MASCARA-SACADOS SECTION.
      *    CGD010 COMANDA: CADA SACADO RECEBE AS MASCARAS DO SEU
      *    COD-COMPL NO CGD010, CGD011, CGD014 E NA ADESAO DDA910.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "CGD010" TO NOME-ARQ-W.
           OPEN I-O CGD010 CGD011 CGD014 DDA910.
           MOVE ST-CGD010 TO ABERT-CGD010-W.
           MOVE ST-CGD011 TO ABERT-CGD011-W.
           MOVE ST-CGD014 TO ABERT-CGD014-W.
           MOVE ST-DDA910 TO ABERT-DDA910-W.
           IF CGD010-ABERTO
              MOVE "N" TO FIM-ARQ-SW
              MOVE ZEROS TO COD-COMPL-CG10
              START CGD010 KEY IS NOT < COD-COMPL-CG10 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 4100-MASCARA-SACADO UNTIL FIM-ARQ
           END-IF.
           MOVE ABERT-CGD010-W TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.
           IF CGD010-ABERTO
              CLOSE CGD010.
           IF CGD011-ABERTO
              CLOSE CGD011.
           IF CGD014-ABERTO
              CLOSE CGD014.
           IF DDA910-ABERTO
              CLOSE DDA910.
           IF NOT CGD011-ABERTO AND ABERT-CGD011-W NOT = "35"
              MOVE "CGD011" TO NOME-ARQ-W  MOVE ZEROS TO QTDE-ARQ-W
              MOVE ABERT-CGD011-W TO ST-TRATADO-W
              PERFORM 8000-LINHA-MASCARA
           END-IF.
           IF NOT CGD014-ABERTO AND ABERT-CGD014-W NOT = "35"
              MOVE "CGD014" TO NOME-ARQ-W  MOVE ZEROS TO QTDE-ARQ-W
              MOVE ABERT-CGD014-W TO ST-TRATADO-W
              PERFORM 8000-LINHA-MASCARA
           END-IF.
           IF NOT DDA910-ABERTO AND ABERT-DDA910-W NOT = "35"
              MOVE "DDA910" TO NOME-ARQ-W  MOVE ZEROS TO QTDE-ARQ-W
              MOVE ABERT-DDA910-W TO ST-TRATADO-W
              PERFORM 8000-LINHA-MASCARA
           END-IF.

       4100-MASCARA-SACADO SECTION.
           READ CGD010 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 4100-MASCARA-SACADO-FIM
           END-READ.
           MOVE COD-COMPL-CG10 TO COD-COMPL-MASC-W.
           PERFORM 4900-MONTA-MASCARAS.
           MOVE NOME-MASC-W TO COMPRADOR-CG10.
           REWRITE REG-CGD010 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
           IF CGD011-ABERTO
              MOVE COD-COMPL-CG10 TO COD-COMPL-CG11
              READ CGD011 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CPF-MASC-N-W    TO CPF1-CG11
                   MOVE ENDERECO-MASC-W TO ENDERECO1-CG11
                   REWRITE REG-CGD011 INVALID KEY
                      CONTINUE
                   END-REWRITE
              END-READ
           END-IF.
           IF CGD014-ABERTO
              MOVE COD-COMPL-CG10 TO COD-COMPL-CG14
              READ CGD014 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CPF-RESP-MASC-N-W TO CPF-CG14
                   MOVE NOME-RESP-MASC-W  TO NOME-CG14
                   REWRITE REG-CGD014 INVALID KEY
                      CONTINUE
                   END-REWRITE
              END-READ
           END-IF.
           IF DDA910-ABERTO
              MOVE COD-COMPL-CG10 TO COD-COMPL-DDA910
              READ DDA910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE ALL "9" TO AGENCIA-DEB-DDA910
                   MOVE CONTA-TREINO-W TO CONTA-DEB-DDA910
                   REWRITE REG-DDA910 INVALID KEY
                      CONTINUE
                   END-REWRITE
              END-READ
           END-IF.
       4100-MASCARA-SACADO-FIM.
           EXIT.

       4200-MASCARA-DEVOLUCOES SECTION.
      *    ENDERECO DA CORRESPONDENCIA DEVOLVIDA = O MESMO ENDERECO
      *    FICTICIO DO SACADO NO CGD011; A OBSERVACAO E APAGADA.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "DVC910" TO NOME-ARQ-W.
           OPEN I-O DVC910.
           IF ST-DVC910 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE LOW-VALUES TO CHAVE-DVC910
              START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 4210-MASCARA-DEVOLUCAO UNTIL FIM-ARQ
              CLOSE DVC910
           END-IF.
           MOVE ST-DVC910 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

       4210-MASCARA-DEVOLUCAO SECTION.
           READ DVC910 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 4210-MASCARA-DEVOLUCAO-FIM
           END-READ.
           MOVE COD-COMPL-DVC910 TO COD-COMPL-MASC-W.
           PERFORM 4900-MONTA-MASCARAS.
           MOVE ENDERECO-MASC-W TO ENDERECO-DVC910.
           MOVE SPACES          TO OBS-DVC910.
           REWRITE REG-DVC910 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       4210-MASCARA-DEVOLUCAO-FIM.
           EXIT.

       4300-MASCARA-CHEQUES SECTION.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "CHQ910" TO NOME-ARQ-W.
           OPEN I-O CHQ910.
           IF ST-CHQ910 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE LOW-VALUES TO CHAVE-CHQ910
              START CHQ910 KEY IS NOT < CHAVE-CHQ910 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 4310-MASCARA-CHEQUE UNTIL FIM-ARQ
              CLOSE CHQ910
           END-IF.
           MOVE ST-CHQ910 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

       4310-MASCARA-CHEQUE SECTION.
           READ CHQ910 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 4310-MASCARA-CHEQUE-FIM
           END-READ.
           MOVE 9999           TO AGENCIA-CHQ910.
           MOVE CONTA-TREINO-W TO CONTA-CHQ910.
           REWRITE REG-CHQ910 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       4310-MASCARA-CHEQUE-FIM.
           EXIT.

       4400-MASCARA-CONTRATOS SECTION.
      *    CONTATOS DA COMISSAO DE FORMATURA, COMO NO LGP0030.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "CTR910" TO NOME-ARQ-W.
           OPEN I-O CTR910.
           IF ST-CTR910 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE ZEROS TO NR-CONTRATO-CTR910
              START CTR910 KEY IS NOT < NR-CONTRATO-CTR910 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 4410-MASCARA-CONTRATO UNTIL FIM-ARQ
              CLOSE CTR910
           END-IF.
           MOVE ST-CTR910 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

       4410-MASCARA-CONTRATO SECTION.
           READ CTR910 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 4410-MASCARA-CONTRATO-FIM
           END-READ.
           PERFORM VARYING IX-COM-W FROM 1 BY 1 UNTIL IX-COM-W > 3
              IF NOME-COMISSAO-CTR910(IX-COM-W) NOT = SPACES
                 MOVE IX-COM-W TO NR-COM-W
                 MOVE SPACES TO NOME-COMISSAO-CTR910(IX-COM-W)
                 STRING "COMISSAO TREINAMENTO " NR-COM-W
                        DELIMITED BY SIZE
                        INTO NOME-COMISSAO-CTR910(IX-COM-W)
              END-IF
              MOVE SPACES TO FONE-COMISSAO-CTR910(IX-COM-W)
                             EMAIL-COMISSAO-CTR910(IX-COM-W)
           END-PERFORM.
           REWRITE REG-CTR910 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       4410-MASCARA-CONTRATO-FIM.
           EXIT.

       4500-MASCARA-CONTATOS SECTION.
      *    PREFERENCIA DE CONTATO: O CANAL E O CONSENTIMENTO FICAM
      *    (A REGUA SEGUE ESCOLHENDO IGUAL); E-MAIL FICTICIO POR
      *    CLIENTE E TELEFONE APAGADO.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "PFC910" TO NOME-ARQ-W.
           OPEN I-O PFC910.
           IF ST-PFC910 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE ZEROS TO CLIENTE-PFC910
              START PFC910 KEY IS NOT < CLIENTE-PFC910 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 4510-MASCARA-CONTATO UNTIL FIM-ARQ
              CLOSE PFC910
           END-IF.
           MOVE ST-PFC910 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

       4510-MASCARA-CONTATO SECTION.
           READ PFC910 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 4510-MASCARA-CONTATO-FIM
           END-READ.
           IF EMAIL-PFC910 NOT = SPACES
              MOVE SPACES TO EMAIL-PFC910
              STRING "SACADO" CLIENTE-PFC910 "@TREINAMENTO.INVALIDO"
                     DELIMITED BY SIZE INTO EMAIL-PFC910
           END-IF.
           MOVE SPACES TO FONE-PFC910.
           REWRITE REG-PFC910 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       4510-MASCARA-CONTATO-FIM.
           EXIT.

       4600-MASCARA-ANOTACOES SECTION.
      *    TEXTO LIVRE (QUEM LIGOU, TELEFONE DE PARENTE, ENDERECO
      *    NOVO...) NAO TEM COMO SER MASCARADO CAMPO A CAMPO: A LINHA
      *    FICA, O TEXTO E TROCADO.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "COD501" TO NOME-ARQ-W.
           OPEN I-O COD501.
           IF ST-COD501 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE ZEROS TO NR-CONTRATO-CO501 ITEM-CO501
                            SUBITEM-CO501
              START COD501 KEY IS NOT < CHAVE-CO501 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 4610-MASCARA-COD501 UNTIL FIM-ARQ
              CLOSE COD501
           END-IF.
           MOVE ST-COD501 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "CRD201" TO NOME-ARQ-W.
           OPEN I-O CRD201.
           IF ST-CRD201 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE LOW-VALUES TO CHAVE-CR201
              START CRD201 KEY IS NOT < CHAVE-CR201 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 4620-MASCARA-CRD201 UNTIL FIM-ARQ
              CLOSE CRD201
           END-IF.
           MOVE ST-CRD201 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "HCR201" TO NOME-ARQ-W.
           OPEN I-O HCR201.
           IF ST-HCR201 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE LOW-VALUES TO CHAVE-HCR201
              START HCR201 KEY IS NOT < CHAVE-HCR201 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 4630-MASCARA-HCR201 UNTIL FIM-ARQ
              CLOSE HCR201
           END-IF.
           MOVE ST-HCR201 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

       4610-MASCARA-COD501 SECTION.
           READ COD501 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 4610-MASCARA-COD501-FIM
           END-READ.
           MOVE ANOTACAO-MASC-W TO ANOTACAO-CO501.
           REWRITE REG-COD501 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       4610-MASCARA-COD501-FIM.
           EXIT.

       4620-MASCARA-CRD201 SECTION.
           READ CRD201 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 4620-MASCARA-CRD201-FIM
           END-READ.
           MOVE ANOTACAO-MASC-W TO ANOTACAO-CR201.
           REWRITE REG-CRD201 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       4620-MASCARA-CRD201-FIM.
           EXIT.

       4630-MASCARA-HCR201 SECTION.
      *    A IMAGEM ARQUIVADA E O REGISTRO DO CRD201 (CHAVE DE 16 +
      *    TEXTO): SO O TEXTO E TROCADO.
           READ HCR201 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 4630-MASCARA-HCR201-FIM
           END-READ.
           MOVE SPACES TO IMAGEM-CR201-HCR201(17: 134).
           MOVE ANOTACAO-MASC-W TO IMAGEM-CR201-HCR201(17: 41).
           REWRITE REG-HCR201 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       4630-MASCARA-HCR201-FIM.
           EXIT.

       4700-MASCARA-FORNECEDORES SECTION.
      *    DADOS BANCARIOS DO FORNECEDOR, COMO O CHQ910 E O DDA910:
      *    AGENCIA E CONTA DE TREINAMENTO; A CHAVE PIX INFORMADA VIRA
      *    UMA CHAVE ALEATORIA FICTICIA.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "CAD011" TO NOME-ARQ-W.
           OPEN I-O CAD011.
           IF ST-CAD011 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE ZEROS TO CODIGO-FORNEC-CD011
              START CAD011 KEY IS NOT < CODIGO-FORNEC-CD011 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 4710-MASCARA-FORNECEDOR UNTIL FIM-ARQ
              CLOSE CAD011
           END-IF.
           MOVE ST-CAD011 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

       4710-MASCARA-FORNECEDOR SECTION.
           READ CAD011 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 4710-MASCARA-FORNECEDOR-FIM
           END-READ.
           IF BANCO-FORNEC-CD011 NOT = ZEROS
              MOVE 999            TO BANCO-FORNEC-CD011
           END-IF.
           MOVE ALL "9"           TO AGENCIA-FORNEC-CD011
                                     CONTA-FORNEC-CD011.
           MOVE SPACES            TO DV-AGENCIA-FORNEC-CD011
                                     DV-CONTA-FORNEC-CD011.
           IF CHAVE-PIX-CD011 NOT = SPACES
              MOVE "A"            TO TIPO-CHAVE-PIX-CD011
              MOVE SPACES         TO CHAVE-PIX-CD011
              STRING CONTA-TREINO-W CODIGO-FORNEC-CD011
                     DELIMITED BY SIZE INTO CHAVE-PIX-CD011
           END-IF.
           REWRITE REG-CAD011 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       4710-MASCARA-FORNECEDOR-FIM.
           EXIT.

       4900-MONTA-MASCARAS SECTION.
           MOVE COD-COMPL-MASC-W TO COD-COMPL-CPF-MASC-W
                                    COD-COMPL-RESP-MASC-W.
           MOVE SPACES TO NOME-MASC-W NOME-RESP-MASC-W
                          ENDERECO-MASC-W.
           STRING "SACADO TREINAMENTO " COD-COMPL-MASC-W
                  DELIMITED BY SIZE INTO NOME-MASC-W.
           STRING "RESPONSAVEL TREINAMENTO " COD-COMPL-MASC-W
                  DELIMITED BY SIZE INTO NOME-RESP-MASC-W.
           STRING "RUA DO TREINAMENTO, " COD-COMPL-MASC-W
                  DELIMITED BY SIZE INTO ENDERECO-MASC-W.

       5000-NEUTRALIZA-PORTADORES SECTION.
      *    CONVENIO ZERADO CONTINUA ZERADO (O CRP9108 SEGUE RECUSANDO
      *    PORTADOR SEM CONVENIO); OS DEMAIS VIRAM O CONVENIO DE
      *    TREINAMENTO, QUE NENHUM BANCO TEM CADASTRADO.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "CAD018" TO NOME-ARQ-W.
           OPEN I-O CAD018.
           IF ST-CAD018 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE ZEROS TO PORTADOR
              START CAD018 KEY IS NOT < PORTADOR INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 5010-NEUTRALIZA-PORTADOR UNTIL FIM-ARQ
              CLOSE CAD018
           END-IF.
           MOVE ST-CAD018 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

       5010-NEUTRALIZA-PORTADOR SECTION.
           READ CAD018 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 5010-NEUTRALIZA-PORTADOR-FIM
           END-READ.
           IF CONVENIO7-POS-CD018 NOT = ZEROS
              MOVE CONVENIO-TREINO-W TO CONVENIO7-POS-CD018
           END-IF.
           MOVE AGENCIA-TREINO-W TO AGENCIA-CD018.
           MOVE CONTA-TREINO-W   TO CONTA-CD018.
           REWRITE REG-CAD018 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       5010-NEUTRALIZA-PORTADOR-FIM.
           EXIT.

       5100-RETIRA-REMESSAS-GERADAS SECTION.
      *    REMESSA COPIADA AINDA "G" (GERADA, NAO TRANSMITIDA) VIRA
      *    "E": NA EMPRESA DE TREINAMENTO NENHUMA AVANCA P/
      *    TRANSMITIDA NO CRP9117T.
           MOVE ZEROS TO QTDE-ARQ-W.
           MOVE "CAT910" TO NOME-ARQ-W.
           OPEN I-O CAT910.
           IF ST-CAT910 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE ZEROS TO NUMERO-CAT910
              START CAT910 KEY IS NOT < NUMERO-CAT910 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM 5110-RETIRA-REMESSA UNTIL FIM-ARQ
              CLOSE CAT910
           END-IF.
           MOVE ST-CAT910 TO ST-TRATADO-W.
           PERFORM 8000-LINHA-MASCARA.

       5110-RETIRA-REMESSA SECTION.
           READ CAT910 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 5110-RETIRA-REMESSA-FIM
           END-READ.
           IF NOT REMESSA-GERADA-CAT910
              GO 5110-RETIRA-REMESSA-FIM.
           MOVE "E" TO SITUACAO-CAT910.
           REWRITE REG-CAT910 INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO QTDE-ARQ-W.
       5110-RETIRA-REMESSA-FIM.
           EXIT.

       8000-LINHA-MASCARA SECTION.
      *    ST-TRATADO-W = STATUS DA ABERTURA DO ARQUIVO TRATADO.
           MOVE SPACES TO REG-REL9189.
           MOVE NOME-ARQ-W           TO REG-REL9189(1: 6).
           MOVE QTDE-ARQ-W           TO QTDE-ED-W.
           MOVE QTDE-ED-W            TO REG-REL9189(10: 7).
           EVALUATE ST-TRATADO-W
               WHEN "00"
                    MOVE "TRATADO"   TO REG-REL9189(20: 30)
                    ADD QTDE-ARQ-W   TO QTDE-MASCARADOS-W
               WHEN "35"
                    MOVE "AUSENTE NA EMPRESA - NADA A TRATAR"
                                     TO REG-REL9189(20: 34)
               WHEN OTHER
                    ADD 1 TO QTDE-ERRO-MASCARA-W
                    MOVE "*** ERRO NA ABERTURA - NAO TRATADO:"
                                     TO REG-REL9189(20: 35)
                    MOVE ST-TRATADO-W TO REG-REL9189(56: 2)
                    DISPLAY "CRP9189 - " NOME-ARQ-W
                            " NAO TRATADO NA EMPRESA "
                            EMPRESA-DESTINO-W " - STATUS "
                            ST-TRATADO-W
           END-EVALUATE.
           WRITE REG-REL9189.

       9000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9189.
           WRITE REG-REL9189.
           MOVE "ARQUIVOS COPIADOS....:" TO REG-REL9189(1: 22).
           MOVE QTDE-COPIADOS-W          TO REG-REL9189(24: 4).
           WRITE REG-REL9189.
           MOVE SPACES TO REG-REL9189.
           MOVE "NAO COPIADOS.........:" TO REG-REL9189(1: 22).
           MOVE QTDE-NAO-COPIADOS-W      TO REG-REL9189(24: 4).
           WRITE REG-REL9189.
           MOVE SPACES TO REG-REL9189.
           MOVE "REGISTROS TRATADOS...:" TO REG-REL9189(1: 22).
           MOVE QTDE-MASCARADOS-W        TO REG-REL9189(24: 7).
           WRITE REG-REL9189.
           MOVE SPACES TO REG-REL9189.
           MOVE "ARQUIVOS COM ERRO....:" TO REG-REL9189(1: 22).
           MOVE QTDE-ERRO-MASCARA-W      TO REG-REL9189(24: 4).
           WRITE REG-REL9189.
           IF QTDE-ERRO-MASCARA-W NOT = ZEROS
              MOVE SPACES TO REG-REL9189
              MOVE "*** EMPRESA DE TREINAMENTO COM DADOS SEM MASCARA"
                   TO REG-REL9189(1: 49)
              MOVE " - NAO LIBERAR ANTES DE RODAR DE NOVO"
                   TO REG-REL9189(50: 37)
              WRITE REG-REL9189
           END-IF.
           CLOSE REL9189.
           DISPLAY "CRP9189 - EMPRESA ORIGEM.......: " EMPRESA-ORIGEM-W.
           DISPLAY "CRP9189 - EMPRESA TREINAMENTO..: "
                   EMPRESA-DESTINO-W.
           DISPLAY "CRP9189 - ARQUIVOS COPIADOS....: " QTDE-COPIADOS-W.
           DISPLAY "CRP9189 - NAO COPIADOS.........: "
                   QTDE-NAO-COPIADOS-W.
           DISPLAY "CRP9189 - REGISTROS TRATADOS...: "
                   QTDE-MASCARADOS-W.
           DISPLAY "CRP9189 - ARQUIVOS COM ERRO....: "
                   QTDE-ERRO-MASCARA-W.

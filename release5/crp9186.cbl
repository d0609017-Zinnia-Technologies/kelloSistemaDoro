       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9186.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *VERIFICACAO DE INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS - O
      *CRP9122 PROVA QUE CADA ARQUIVO ABRE E TEM CONTAGEM PLAUSIVEL;
      *ESTE CONFERE SE OS REGISTROS APONTAM P/ COISAS QUE EXISTEM:
      *  01/02 TITULO DO CRD020 SEM SACADO NO CGD010 / CGD011
      *  03    TITULO DO CRD020 COM PORTADOR FORA DO CAD018
      *  04    NOSSO-NUMERO DO HRM910 CUJO TITULO SUMIU (NEM NO
      *        CRD020 NEM NO ARQUIVO MORTO HCR020)
      *  05    ITEM DO COD043 COM BRINDE FORA DO BRD010
      *  06/07/08 PED910 / NFE910 / APG910 DE FORNECEDOR FORA DO
      *        CAD011
      *  09    FORNECEDOR DO CAD011 COM TIPO FORA DO CAD019
      *  10/11 PROPOSTA DO ACP110 / ACP120 APONTANDO P/ TITULO
      *        INEXISTENTE (ACP110 PELO COD-COMPL-ORIG RESOLVIDO, OU
      *        PELO BANCO/DOCUMENTO ORIGINAL COMO NO ACP1100T)
      *CADA ACHADO FICA NO ORF910 COM A DATA EM QUE APARECEU; O
      *REL9186 LISTA OS ACHADOS E, POR CATEGORIA, O TOTAL E OS NOVOS
      *DA RODADA. CATEGORIA COM ACHADO NOVO SAI MARCADA "***" NA
      *COLUNA 1 E SOBE P/ O PAINEL MATINAL (CRP9137). ACHADO QUE NAO
      *APARECE MAIS E DADO COMO RESOLVIDO E SAI DO ORF910.
      *ARQUIVO QUE NAO ABRE PULA A CATEGORIA (O CRP9122 JA APONTA).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CGPX010.
           COPY CGPX011.
           COPY CAPX018.
           COPY CRPX912.
           COPY CRPX945.
           COPY COD043X.
           COPY BRDX010.
           COPY PEDX910.
           COPY NFEX910.
           COPY APGX910.
           COPY CAPX011.
           COPY CAPX019.
           COPY ACP110X.
           COPY ACP120X.
           COPY CRPX950.
           SELECT REL9186 ASSIGN TO REL9186-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9186.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CGPW010.
       COPY CGPW011.
       COPY CAPW018.
       COPY CRPW912.
       COPY CRPW945.
       COPY COD043W.
       COPY BRDW010.
       COPY PEDW910.
       COPY NFEW910.
       COPY APGW910.
       COPY CAPW011.
       COPY CAPW019.
       COPY ACP110W.
       COPY ACP120W.
       COPY CRPW950.
       FD  REL9186
           LABEL RECORD IS OMITTED.
       01  REG-REL9186               PIC X(100).

       WORKING-STORAGE SECTION.
       01  REL9186-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-HRM910               PIC X(30)  VALUE SPACES.
       01  PATH-HCR020               PIC X(30)  VALUE SPACES.
       01  PATH-PED910               PIC X(30)  VALUE SPACES.
       01  PATH-NFE910               PIC X(30)  VALUE SPACES.
       01  PATH-APG910               PIC X(30)  VALUE SPACES.
       01  PATH-CAD011               PIC X(30)  VALUE SPACES.
       01  PATH-ORF910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-CGD011                 PIC XX     VALUE SPACES.
       01  ST-CAD018                 PIC XX     VALUE SPACES.
       01  ST-HRM910                 PIC XX     VALUE SPACES.
       01  ST-HCR020                 PIC XX     VALUE SPACES.
       01  ST-COD043                 PIC XX     VALUE SPACES.
       01  ST-BRD010                 PIC XX     VALUE SPACES.
       01  ST-PED910                 PIC XX     VALUE SPACES.
       01  ST-NFE910                 PIC XX     VALUE SPACES.
       01  ST-APG910                 PIC XX     VALUE SPACES.
       01  ST-CAD011                 PIC XX     VALUE SPACES.
       01  ST-CAD019                 PIC XX     VALUE SPACES.
       01  ST-ACP110                 PIC XX     VALUE SPACES.
       01  ST-ACP120                 PIC XX     VALUE SPACES.
       01  ST-ORF910                 PIC XX     VALUE SPACES.
       01  ST-REL9186                PIC XX     VALUE SPACES.
       01  ARQUIVOS-ABERTOS-W.
      *    CADA SWITCH E LIGADO NA ABERTURA; O ST-XXX DEPOIS DISSO
      *    GUARDA O RESULTADO DA ULTIMA LEITURA, NAO O DA ABERTURA.
           05  CRD020-ABERTO-SW      PIC X      VALUE "N".
               88  CRD020-ABERTO             VALUE "S".
           05  CGD010-ABERTO-SW      PIC X      VALUE "N".
               88  CGD010-ABERTO             VALUE "S".
           05  CGD011-ABERTO-SW      PIC X      VALUE "N".
               88  CGD011-ABERTO             VALUE "S".
           05  CAD018-ABERTO-SW      PIC X      VALUE "N".
               88  CAD018-ABERTO             VALUE "S".
           05  HRM910-ABERTO-SW      PIC X      VALUE "N".
               88  HRM910-ABERTO             VALUE "S".
           05  HCR020-ABERTO-SW      PIC X      VALUE "N".
               88  HCR020-ABERTO             VALUE "S".
           05  COD043-ABERTO-SW      PIC X      VALUE "N".
               88  COD043-ABERTO             VALUE "S".
           05  BRD010-ABERTO-SW      PIC X      VALUE "N".
               88  BRD010-ABERTO             VALUE "S".
           05  PED910-ABERTO-SW      PIC X      VALUE "N".
               88  PED910-ABERTO             VALUE "S".
           05  NFE910-ABERTO-SW      PIC X      VALUE "N".
               88  NFE910-ABERTO             VALUE "S".
           05  APG910-ABERTO-SW      PIC X      VALUE "N".
               88  APG910-ABERTO             VALUE "S".
           05  CAD011-ABERTO-SW      PIC X      VALUE "N".
               88  CAD011-ABERTO             VALUE "S".
           05  CAD019-ABERTO-SW      PIC X      VALUE "N".
               88  CAD019-ABERTO             VALUE "S".
           05  ACP110-ABERTO-SW      PIC X      VALUE "N".
               88  ACP110-ABERTO             VALUE "S".
           05  ACP120-ABERTO-SW      PIC X      VALUE "N".
               88  ACP120-ABERTO             VALUE "S".
           05  ORF910-ABERTO-SW      PIC X      VALUE "N".
               88  ORF910-ABERTO             VALUE "S".
       01  FIM-ARQ-SW                PIC X      VALUE "N".
           88  FIM-ARQ                     VALUE "S".
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  TITULO-EXISTE-SW          PIC X      VALUE "N".
           88  TITULO-EXISTE               VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  CATEGORIA-W               PIC 9(02)  VALUE ZEROS.
       01  CHAVE-ACHADO-W            PIC X(20)  VALUE SPACES.
       01  DETALHE-ACHADO-W          PIC X(40)  VALUE SPACES.
       01  COD-COMPL-PROCURA-W       PIC 9(09)  VALUE ZEROS.
       01  BANCO-PROCURA-W           PIC 9(04)  VALUE ZEROS.
       01  DOCTO-PROCURA-W           PIC X(10)  VALUE SPACES.
       01  IX-CAT-W                  PIC 9(02) COMP VALUE ZEROS.
       01  QTDE-ACHADOS-W            PIC 9(06)  VALUE ZEROS.
       01  QTDE-NOVOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-RESOLVIDOS-W         PIC 9(06)  VALUE ZEROS.
       01  TABELA-DESCRICOES-W.
           05  FILLER PIC X(34) VALUE
               "CRD020 SEM SACADO NO CGD010".
           05  FILLER PIC X(34) VALUE
               "CRD020 SEM SACADO NO CGD011".
           05  FILLER PIC X(34) VALUE
               "CRD020 COM PORTADOR FORA DO CAD018".
           05  FILLER PIC X(34) VALUE
               "HRM910 COM TITULO INEXISTENTE".
           05  FILLER PIC X(34) VALUE
               "COD043 COM BRINDE FORA DO BRD010".
           05  FILLER PIC X(34) VALUE
               "PED910 COM FORNEC FORA DO CAD011".
           05  FILLER PIC X(34) VALUE
               "NFE910 COM FORNEC FORA DO CAD011".
           05  FILLER PIC X(34) VALUE
               "APG910 COM FORNEC FORA DO CAD011".
           05  FILLER PIC X(34) VALUE
               "CAD011 COM TIPO FORA DO CAD019".
           05  FILLER PIC X(34) VALUE
               "ACP110 COM TITULO INEXISTENTE".
           05  FILLER PIC X(34) VALUE
               "ACP120 COM TITULO INEXISTENTE".
       01  TABELA-DESCRICOES-R REDEFINES TABELA-DESCRICOES-W.
           05  DESCRICAO-CAT-W       PIC X(34) OCCURS 11 TIMES.
       01  TABELA-CATEGORIAS-W.
           05  CATEGORIA-TB-W OCCURS 11 TIMES.
               10  TOTAL-CAT-W       PIC 9(06).
               10  NOVOS-CAT-W       PIC 9(06).
               10  SITUACAO-CAT-W    PIC X(01).
      *            SITUACAO-CAT-W: "V" VERIFICADA, BRANCO = ARQUIVO
      *            NAO ABRIU E A CATEGORIA FICOU DE FORA.

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
           PERFORM 2100-CONFERE-CRD020.
           PERFORM 2200-CONFERE-HRM910.
           PERFORM 2300-CONFERE-COD043.
           PERFORM 2400-CONFERE-PED910.
           PERFORM 2450-CONFERE-NFE910.
           PERFORM 2500-CONFERE-APG910.
           PERFORM 2550-CONFERE-CAD011.
           PERFORM 2600-CONFERE-ACP110.
           PERFORM 2650-CONFERE-ACP120.
           PERFORM 2900-LIMPA-RESOLVIDOS.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "HCR020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR020.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "PED910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PED910.
           MOVE "NFE910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NFE910.
           MOVE "APG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-APG910.
           MOVE "CAD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD011.
           MOVE "CAD019" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD019.
           MOVE "ACP110" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACP110.
           MOVE "ACP120" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACP120.
           MOVE "ORF910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ORF910.
           MOVE "REL9186" TO REL9186-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           INITIALIZE TABELA-CATEGORIAS-W.

           OPEN INPUT CRD020 CGD010 CGD011 CAD018 HRM910 HCR020.
           OPEN INPUT COD043 BRD010 PED910 NFE910 APG910.
           OPEN INPUT CAD011 CAD019 ACP110 ACP120.
           OPEN I-O ORF910.
           IF ST-ORF910 = "35"
              CLOSE ORF910      OPEN OUTPUT ORF910
              CLOSE ORF910      OPEN I-O ORF910
           END-IF.
           IF ST-CRD020 = "00"  MOVE "S" TO CRD020-ABERTO-SW.
           IF ST-CGD010 = "00"  MOVE "S" TO CGD010-ABERTO-SW.
           IF ST-CGD011 = "00"  MOVE "S" TO CGD011-ABERTO-SW.
           IF ST-CAD018 = "00"  MOVE "S" TO CAD018-ABERTO-SW.
           IF ST-HRM910 = "00"  MOVE "S" TO HRM910-ABERTO-SW.
           IF ST-HCR020 = "00"  MOVE "S" TO HCR020-ABERTO-SW.
           IF ST-COD043 = "00"  MOVE "S" TO COD043-ABERTO-SW.
           IF ST-BRD010 = "00"  MOVE "S" TO BRD010-ABERTO-SW.
           IF ST-PED910 = "00"  MOVE "S" TO PED910-ABERTO-SW.
           IF ST-NFE910 = "00"  MOVE "S" TO NFE910-ABERTO-SW.
           IF ST-APG910 = "00"  MOVE "S" TO APG910-ABERTO-SW.
           IF ST-CAD011 = "00"  MOVE "S" TO CAD011-ABERTO-SW.
           IF ST-CAD019 = "00"  MOVE "S" TO CAD019-ABERTO-SW.
           IF ST-ACP110 = "00"  MOVE "S" TO ACP110-ABERTO-SW.
           IF ST-ACP120 = "00"  MOVE "S" TO ACP120-ABERTO-SW.
           IF ST-ORF910 = "00"  MOVE "S" TO ORF910-ABERTO-SW.
           OPEN OUTPUT REL9186.
           MOVE SPACES TO REG-REL9186.
           MOVE "INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS - ACHADOS EM"
                                     TO REG-REL9186(1: 51).
           MOVE DATA-DIA-I           TO REG-REL9186(53: 8).
           WRITE REG-REL9186.
           MOVE SPACES TO REG-REL9186.
           MOVE "CT REGISTRO"        TO REG-REL9186(1: 11).
           MOVE "DETALHE"            TO REG-REL9186(25: 7).
           MOVE "DESDE"              TO REG-REL9186(66: 5).
           WRITE REG-REL9186.

       2100-CONFERE-CRD020 SECTION.
      *    CATEGORIAS 01, 02 E 03 NUMA SO PASSADA PELO CRD020.
           IF NOT CRD020-ABERTO
              GO 2100-CONFERE-CRD020-FIM.
           IF CGD010-ABERTO
              MOVE "V" TO SITUACAO-CAT-W(1)
           END-IF.
           IF CGD011-ABERTO
              MOVE "V" TO SITUACAO-CAT-W(2)
           END-IF.
           IF CAD018-ABERTO
              MOVE "V" TO SITUACAO-CAT-W(3)
           END-IF.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ CRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                PERFORM 2110-CONFERE-TITULO
              END-READ
           END-PERFORM.
       2100-CONFERE-CRD020-FIM.
           EXIT.

       2110-CONFERE-TITULO SECTION.
           MOVE SPACES TO CHAVE-ACHADO-W.
           MOVE COD-COMPL-CR20 TO CHAVE-ACHADO-W(1: 9).
           IF CGD010-ABERTO
              MOVE COD-COMPL-CR20 TO COD-COMPL-CG10
              READ CGD010 INVALID KEY
                   MOVE 1 TO CATEGORIA-W
                   MOVE SPACES TO DETALHE-ACHADO-W
                   STRING "CLIENTE " CLIENTE-CR20 " DOCTO "
                          NR-DOCTO-CR20
                          DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                   PERFORM 2800-REGISTRA-ACHADO
              END-READ
           END-IF.
           IF CGD011-ABERTO
              MOVE COD-COMPL-CR20 TO COD-COMPL-CG11
              READ CGD011 INVALID KEY
                   MOVE 2 TO CATEGORIA-W
                   MOVE SPACES TO DETALHE-ACHADO-W
                   STRING "CLIENTE " CLIENTE-CR20 " DOCTO "
                          NR-DOCTO-CR20
                          DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                   PERFORM 2800-REGISTRA-ACHADO
              END-READ
           END-IF.
           IF CAD018-ABERTO
              MOVE PORTADOR-CR20 TO PORTADOR
              READ CAD018 INVALID KEY
                   MOVE 3 TO CATEGORIA-W
                   MOVE SPACES TO DETALHE-ACHADO-W
                   STRING "PORTADOR " PORTADOR-CR20 " STATUS "
                          STATUS-CR20
                          DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                   PERFORM 2800-REGISTRA-ACHADO
              END-READ
           END-IF.

       2200-CONFERE-HRM910 SECTION.
           IF NOT HRM910-ABERTO OR NOT CRD020-ABERTO
              GO 2200-CONFERE-HRM910-FIM.
           MOVE "V" TO SITUACAO-CAT-W(4).
           MOVE 4 TO CATEGORIA-W.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE SPACES TO NOSSO-NUMERO-HRM910.
           START HRM910 KEY IS NOT < NOSSO-NUMERO-HRM910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ HRM910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                MOVE COD-COMPL-HRM910 TO COD-COMPL-PROCURA-W
                PERFORM 2700-PROCURA-COD-COMPL
                IF NOT TITULO-EXISTE
                   MOVE NOSSO-NUMERO-HRM910 TO CHAVE-ACHADO-W
                   MOVE SPACES TO DETALHE-ACHADO-W
                   STRING "COD-COMPL " COD-COMPL-HRM910 " PORT "
                          PORTADOR-HRM910
                          DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                   PERFORM 2800-REGISTRA-ACHADO
                END-IF
              END-READ
           END-PERFORM.
       2200-CONFERE-HRM910-FIM.
           EXIT.

       2300-CONFERE-COD043 SECTION.
           IF NOT COD043-ABERTO OR NOT BRD010-ABERTO
              GO 2300-CONFERE-COD043-FIM.
           MOVE "V" TO SITUACAO-CAT-W(5).
           MOVE 5 TO CATEGORIA-W.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO SEQ-CO43 ITEM-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ COD043 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                MOVE BRINDE-CO43 TO CODIGO-BRD010
                READ BRD010 INVALID KEY
                     MOVE SPACES TO CHAVE-ACHADO-W DETALHE-ACHADO-W
                     STRING SEQ-CO43 "/" ITEM-CO43
                            DELIMITED BY SIZE INTO CHAVE-ACHADO-W
                     STRING "BRINDE " BRINDE-CO43
                            DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                     PERFORM 2800-REGISTRA-ACHADO
                END-READ
              END-READ
           END-PERFORM.
       2300-CONFERE-COD043-FIM.
           EXIT.

       2400-CONFERE-PED910 SECTION.
           IF NOT PED910-ABERTO OR NOT CAD011-ABERTO
              GO 2400-CONFERE-PED910-FIM.
           MOVE "V" TO SITUACAO-CAT-W(6).
           MOVE 6 TO CATEGORIA-W.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO NUMERO-PED910 ITEM-PED910.
           START PED910 KEY IS NOT < CHAVE-PED910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ PED910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                MOVE FORNEC-PED910 TO CODIGO-FORNEC-CD011
                READ CAD011 INVALID KEY
                     MOVE SPACES TO CHAVE-ACHADO-W DETALHE-ACHADO-W
                     STRING NUMERO-PED910 "/" ITEM-PED910
                            DELIMITED BY SIZE INTO CHAVE-ACHADO-W
                     STRING "FORNECEDOR " FORNEC-PED910
                            DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                     PERFORM 2800-REGISTRA-ACHADO
                END-READ
              END-READ
           END-PERFORM.
       2400-CONFERE-PED910-FIM.
           EXIT.

       2450-CONFERE-NFE910 SECTION.
           IF NOT NFE910-ABERTO OR NOT CAD011-ABERTO
              GO 2450-CONFERE-NFE910-FIM.
           MOVE "V" TO SITUACAO-CAT-W(7).
           MOVE 7 TO CATEGORIA-W.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO FORNEC-NFE910 NUMERO-NFE910 ITEM-NFE910.
           START NFE910 KEY IS NOT < CHAVE-NFE910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ NFE910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                MOVE FORNEC-NFE910 TO CODIGO-FORNEC-CD011
                READ CAD011 INVALID KEY
                     MOVE CHAVE-NFE910 TO CHAVE-ACHADO-W
                     MOVE SPACES TO DETALHE-ACHADO-W
                     STRING "FORNECEDOR " FORNEC-NFE910 " NF "
                            NUMERO-NFE910
                            DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                     PERFORM 2800-REGISTRA-ACHADO
                END-READ
              END-READ
           END-PERFORM.
       2450-CONFERE-NFE910-FIM.
           EXIT.

       2500-CONFERE-APG910 SECTION.
           IF NOT APG910-ABERTO OR NOT CAD011-ABERTO
              GO 2500-CONFERE-APG910-FIM.
           MOVE "V" TO SITUACAO-CAT-W(8).
           MOVE 8 TO CATEGORIA-W.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO FORNEC-APG910 NUMERO-PED-APG910
                         ITEM-PED-APG910.
           START APG910 KEY IS NOT < CHAVE-APG910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ APG910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                MOVE FORNEC-APG910 TO CODIGO-FORNEC-CD011
                READ CAD011 INVALID KEY
                     MOVE CHAVE-APG910 TO CHAVE-ACHADO-W
                     MOVE SPACES TO DETALHE-ACHADO-W
                     STRING "FORNECEDOR " FORNEC-APG910 " SITUACAO "
                            SITUACAO-APG910
                            DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                     PERFORM 2800-REGISTRA-ACHADO
                END-READ
              END-READ
           END-PERFORM.
       2500-CONFERE-APG910-FIM.
           EXIT.

       2550-CONFERE-CAD011 SECTION.
           IF NOT CAD011-ABERTO OR NOT CAD019-ABERTO
              GO 2550-CONFERE-CAD011-FIM.
           MOVE "V" TO SITUACAO-CAT-W(9).
           MOVE 9 TO CATEGORIA-W.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO CODIGO-FORNEC-CD011.
           START CAD011 KEY IS NOT < CODIGO-FORNEC-CD011 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ CAD011 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                MOVE TIPO-FORNEC-CD011 TO CODIGO-TIPO
                READ CAD019 INVALID KEY
                     MOVE SPACES TO CHAVE-ACHADO-W DETALHE-ACHADO-W
                     MOVE CODIGO-FORNEC-CD011 TO CHAVE-ACHADO-W(1: 6)
                     STRING "TIPO " TIPO-FORNEC-CD011 " "
                            NOME-FORNEC-CD011
                            DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                     PERFORM 2800-REGISTRA-ACHADO
                END-READ
              END-READ
           END-PERFORM.
       2550-CONFERE-CAD011-FIM.
           EXIT.

       2600-CONFERE-ACP110 SECTION.
      *    COM O COD-COMPL-ORIG JA RESOLVIDO O TITULO E LIDO PELA
      *    CHAVE (VALE O ARQUIVO MORTO); SEM ELE, PROCURA PELO BANCO E
      *    DOCUMENTO ORIGINAIS, COMO A RESOLUCAO DO ACP1100T.
           IF NOT ACP110-ABERTO OR NOT CRD020-ABERTO
              GO 2600-CONFERE-ACP110-FIM.
           MOVE "V" TO SITUACAO-CAT-W(10).
           MOVE 10 TO CATEGORIA-W.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO NUMERO-AC110.
           START ACP110 KEY IS NOT < NUMERO-AC110 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ ACP110 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF COD-COMPL-ORIG-AC110 NOT = ZEROS
                   MOVE COD-COMPL-ORIG-AC110 TO COD-COMPL-PROCURA-W
                   PERFORM 2700-PROCURA-COD-COMPL
                ELSE
                   MOVE BANCO-ORIG-AC110 TO BANCO-PROCURA-W
                   MOVE DOC-ORIG-AC110   TO DOCTO-PROCURA-W
                   PERFORM 2750-PROCURA-DOCUMENTO
                END-IF
                IF NOT TITULO-EXISTE
                   MOVE SPACES TO CHAVE-ACHADO-W DETALHE-ACHADO-W
                   MOVE NUMERO-AC110 TO CHAVE-ACHADO-W(1: 6)
                   STRING "DOCTO " DOC-ORIG-AC110 " BANCO "
                          BANCO-ORIG-AC110 " " COD-COMPL-ORIG-AC110
                          DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                   PERFORM 2800-REGISTRA-ACHADO
                END-IF
              END-READ
           END-PERFORM.
       2600-CONFERE-ACP110-FIM.
           EXIT.

       2650-CONFERE-ACP120 SECTION.
           IF NOT ACP120-ABERTO OR NOT CRD020-ABERTO
              GO 2650-CONFERE-ACP120-FIM.
           MOVE "V" TO SITUACAO-CAT-W(11).
           MOVE 11 TO CATEGORIA-W.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO NUMERO-AC120.
           START ACP120 KEY IS NOT < NUMERO-AC120 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ ACP120 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                MOVE BANCO-ORIG-AC120 TO BANCO-PROCURA-W
                MOVE DOC-ORIG-AC120   TO DOCTO-PROCURA-W
                PERFORM 2750-PROCURA-DOCUMENTO
                IF NOT TITULO-EXISTE
                   MOVE SPACES TO CHAVE-ACHADO-W DETALHE-ACHADO-W
                   MOVE NUMERO-AC120 TO CHAVE-ACHADO-W(1: 6)
                   STRING "DOCTO " DOC-ORIG-AC120 " BANCO "
                          BANCO-ORIG-AC120
                          DELIMITED BY SIZE INTO DETALHE-ACHADO-W
                   PERFORM 2800-REGISTRA-ACHADO
                END-IF
              END-READ
           END-PERFORM.
       2650-CONFERE-ACP120-FIM.
           EXIT.

       2700-PROCURA-COD-COMPL SECTION.
      *    TITULO EXISTE NO CRD020 OU, JA ARQUIVADO, NO HCR020.
           MOVE "S" TO TITULO-EXISTE-SW.
           MOVE COD-COMPL-PROCURA-W TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                MOVE "N" TO TITULO-EXISTE-SW.
           IF NOT TITULO-EXISTE AND HCR020-ABERTO
              MOVE COD-COMPL-PROCURA-W TO COD-COMPL-HCR020
              READ HCR020 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO TITULO-EXISTE-SW
              END-READ
           END-IF.

       2750-PROCURA-DOCUMENTO SECTION.
           MOVE "N" TO TITULO-EXISTE-SW.
           MOVE "N" TO FIM-CRD020-SW.
           MOVE BANCO-PROCURA-W TO PORTADOR-CR20.
           START CRD020 KEY IS NOT < PORTADOR-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
           PERFORM UNTIL FIM-CRD020
              READ CRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-CRD020-SW
              NOT AT END
                IF PORTADOR-CR20 NOT = BANCO-PROCURA-W
                   MOVE "S" TO FIM-CRD020-SW
                ELSE
                   IF NR-DOCTO-CR20 = DOCTO-PROCURA-W
                      MOVE "S" TO TITULO-EXISTE-SW FIM-CRD020-SW
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       2800-REGISTRA-ACHADO SECTION.
      *    ACHADO JA CONHECIDO SO ATUALIZA A ULTIMA DATA; NOVO ENTRA
      *    COM A DATA DE HOJE. NOVO = APARECEU NESTA DATA (UMA
      *    SEGUNDA RODADA NO MESMO DIA CONTINUA MOSTRANDO COMO NOVO).
           ADD 1 TO QTDE-ACHADOS-W.
           ADD 1 TO TOTAL-CAT-W(CATEGORIA-W).
           MOVE CATEGORIA-W    TO CATEGORIA-ORF910.
           MOVE CHAVE-ACHADO-W TO CHAVE-REG-ORF910.
           READ ORF910 INVALID KEY
                MOVE DETALHE-ACHADO-W TO DETALHE-ORF910
                MOVE DATA-DIA-I       TO DATA-PRIMEIRA-ORF910
                                         DATA-ULTIMA-ORF910
                WRITE REG-ORF910 INVALID KEY
                   CONTINUE
                END-WRITE
              NOT INVALID KEY
                MOVE DETALHE-ACHADO-W TO DETALHE-ORF910
                MOVE DATA-DIA-I       TO DATA-ULTIMA-ORF910
                REWRITE REG-ORF910 INVALID KEY
                   CONTINUE
                END-REWRITE
           END-READ.
           MOVE SPACES TO REG-REL9186.
           MOVE CATEGORIA-W          TO REG-REL9186(1: 2).
           MOVE CHAVE-ACHADO-W       TO REG-REL9186(4: 20).
           MOVE DETALHE-ACHADO-W     TO REG-REL9186(25: 40).
           MOVE DATA-PRIMEIRA-ORF910 TO REG-REL9186(66: 8).
           IF DATA-PRIMEIRA-ORF910 = DATA-DIA-I
              ADD 1 TO QTDE-NOVOS-W
              ADD 1 TO NOVOS-CAT-W(CATEGORIA-W)
              MOVE "NOVO"            TO REG-REL9186(75: 4)
           END-IF.
           WRITE REG-REL9186.

       2900-LIMPA-RESOLVIDOS SECTION.
      *    SO APAGA ACHADO DE CATEGORIA VERIFICADA NESTA RODADA - COM
      *    O ARQUIVO FORA DO AR O ACHADO FICA COMO ESTAVA.
           IF NOT ORF910-ABERTO
              GO 2900-LIMPA-RESOLVIDOS-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS  TO CATEGORIA-ORF910.
           MOVE SPACES TO CHAVE-REG-ORF910.
           START ORF910 KEY IS NOT < CHAVE-ORF910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ ORF910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF CATEGORIA-ORF910 > ZEROS AND
                   CATEGORIA-ORF910 < 12 AND
                   DATA-ULTIMA-ORF910 < DATA-DIA-I
                   IF SITUACAO-CAT-W(CATEGORIA-ORF910) = "V"
                      DELETE ORF910 RECORD
                      ADD 1 TO QTDE-RESOLVIDOS-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2900-LIMPA-RESOLVIDOS-FIM.
           EXIT.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9186.
           WRITE REG-REL9186.
           MOVE SPACES TO REG-REL9186.
           MOVE "RESUMO POR CATEGORIA" TO REG-REL9186(5: 20).
           MOVE "TOTAL"              TO REG-REL9186(46: 5).
           MOVE "NOVOS"              TO REG-REL9186(53: 5).
           WRITE REG-REL9186.
           PERFORM 3100-IMPRIME-CATEGORIA
                   VARYING IX-CAT-W FROM 1 BY 1 UNTIL IX-CAT-W > 11.
           MOVE SPACES TO REG-REL9186.
           MOVE "ACHADOS RESOLVIDOS DESDE A ULTIMA RODADA:"
                                     TO REG-REL9186(5: 41).
           MOVE QTDE-RESOLVIDOS-W    TO REG-REL9186(47: 6).
           WRITE REG-REL9186.
           CLOSE CRD020 CGD010 CGD011 CAD018 HRM910 HCR020 COD043
                 BRD010 PED910 NFE910 APG910 CAD011 CAD019 ACP110
                 ACP120 ORF910 REL9186.
           DISPLAY "CRP9186 - ACHADOS......: " QTDE-ACHADOS-W.
           DISPLAY "CRP9186 - NOVOS........: " QTDE-NOVOS-W.
           DISPLAY "CRP9186 - RESOLVIDOS...: " QTDE-RESOLVIDOS-W.

       3100-IMPRIME-CATEGORIA SECTION.
      *    "***" NA COLUNA 1 = CATEGORIA COM ACHADO NOVO (O PAINEL
      *    CRP9137 SOBE ESSAS LINHAS).
           MOVE SPACES TO REG-REL9186.
           IF NOVOS-CAT-W(IX-CAT-W) > ZEROS
              MOVE "***"             TO REG-REL9186(1: 3)
           END-IF.
           MOVE IX-CAT-W                  TO CATEGORIA-W.
           MOVE CATEGORIA-W               TO REG-REL9186(5: 2).
           MOVE DESCRICAO-CAT-W(IX-CAT-W) TO REG-REL9186(8: 34).
           IF SITUACAO-CAT-W(IX-CAT-W) = "V"
              MOVE TOTAL-CAT-W(IX-CAT-W)  TO REG-REL9186(45: 6)
              MOVE NOVOS-CAT-W(IX-CAT-W)  TO REG-REL9186(52: 6)
           ELSE
              MOVE "NAO VERIFICADA"       TO REG-REL9186(45: 14)
           END-IF.
           WRITE REG-REL9186.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LGP0020.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *RELATORIO DO TITULAR (LGPD) - RESPONDE "QUE DADOS VOCES TEM
      *SOBRE MIM?": DADO UM CPF/CNPJ, JUNTA NO RELLGP02 TUDO O QUE O
      *SISTEMA GUARDA DA PESSOA:
      *  - CADASTROS CGD010/CGD011/CGD014 (ACHADOS PELO CPF NO CGD011
      *    E NO CGD014 - O COD-COMPL DELES LIGA O RESTO);
      *  - TITULOS DO CRD020 E DO ARQUIVO MORTO HCR020;
      *  - CONTA DE DEBITO AUTOMATICO (DDA910);
      *  - PREFERENCIAS DE CONTATO E CONSENTIMENTO (PFC910), PELO
      *    CLIENTE DOS TITULOS;
      *  - RECEBIMENTOS NO CAIXA DO BALCAO (CXA910) E CHEQUES EM
      *    CUSTODIA (CHQ910);
      *  - CORRESPONDENCIA DEVOLVIDA PELO CORREIO (DVC910);
      *  - ANOTACOES DE CONTATO (COD501) DOS CONTRATOS DOS TITULOS -
      *    SAO DO CONTRATO/TURMA, NAO SO DO TITULAR: CONFERIR ANTES
      *    DE ENTREGAR;
      *  - GRAVACOES DO LOG001 DOS REGISTROS DELE (PELO COD-COMPL NO
      *    INICIO DO REGISTRO LOGADO, OU PELO CPF EM QUALQUER PONTO).
      *DADO ANONIMIZADO PELO LGP0030 NAO E MAIS ACHADO PELO CPF.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-14 = CPF/CNPJ (SO DIGITOS; CPF
      *PODE VIR COM 11 DIGITOS SEGUIDOS DE BRANCOS).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX014.
           COPY CRPX020.
           COPY CRPX945.
           COPY CRPX921.
           COPY CRPX926.
           COPY CRPX949.
           COPY CRPX930.
           COPY CRPX941.
           COPY COD501X.
           COPY LOGX001.
           SELECT RELLGP ASSIGN TO RELLGP-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-RELLGP.

       DATA DIVISION.
       FILE SECTION.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW014.
       COPY CRPW020.
       COPY CRPW945.
       COPY CRPW921.
       COPY CRPW926.
       COPY CRPW949.
       COPY CRPW930.
       COPY CRPW941.
       COPY COD501W.
       COPY LOGW001.
       FD  RELLGP
           LABEL RECORD IS OMITTED.
       01  REG-RELLGP                PIC X(110).

       WORKING-STORAGE SECTION.
       01  RELLGP-NOME-W             PIC X(12)  VALUE "RELLGP02".
       01  PATH-HCR020               PIC X(30)  VALUE SPACES.
       01  PATH-DDA910               PIC X(30)  VALUE SPACES.
       01  PATH-CXA910               PIC X(30)  VALUE SPACES.
       01  PATH-PFC910               PIC X(30)  VALUE SPACES.
       01  PATH-CHQ910               PIC X(30)  VALUE SPACES.
       01  PATH-DVC910               PIC X(30)  VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-CGD011                 PIC XX     VALUE SPACES.
       01  ST-CGD014                 PIC XX     VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-HCR020                 PIC XX     VALUE SPACES.
       01  ST-DDA910                 PIC XX     VALUE SPACES.
       01  ST-CXA910                 PIC XX     VALUE SPACES.
       01  ST-PFC910                 PIC XX     VALUE SPACES.
       01  ST-CHQ910                 PIC XX     VALUE SPACES.
       01  ST-DVC910                 PIC XX     VALUE SPACES.
       01  ST-COD501                 PIC XX     VALUE SPACES.
       01  ST-LOG001                 PIC XX     VALUE SPACES.
       01  ST-RELLGP                 PIC XX     VALUE SPACES.
       01  FIM-ARQ-SW                PIC X      VALUE "N".
           88  FIM-ARQ                     VALUE "S".
       01  ACHOU-SW                  PIC X      VALUE "N".
           88  ACHOU                       VALUE "S".
      *    ARQUIVOS-ABERTOS-W - O STATUS MUDA A CADA LEITURA (INVALID
      *    KEY DEIXA "23"); A ABERTURA FICA GUARDADA AQUI.
       01  ARQUIVOS-ABERTOS-W.
           05  CGD010-ABERTO-SW      PIC X      VALUE "N".
               88  CGD010-ABERTO           VALUE "S".
           05  CGD011-ABERTO-SW      PIC X      VALUE "N".
               88  CGD011-ABERTO           VALUE "S".
           05  CGD014-ABERTO-SW      PIC X      VALUE "N".
               88  CGD014-ABERTO           VALUE "S".
           05  CRD020-ABERTO-SW      PIC X      VALUE "N".
               88  CRD020-ABERTO           VALUE "S".
           05  HCR020-ABERTO-SW      PIC X      VALUE "N".
               88  HCR020-ABERTO           VALUE "S".
           05  PFC910-ABERTO-SW      PIC X      VALUE "N".
               88  PFC910-ABERTO           VALUE "S".
           05  CHQ910-ABERTO-SW      PIC X      VALUE "N".
               88  CHQ910-ABERTO           VALUE "S".
           05  DVC910-ABERTO-SW      PIC X      VALUE "N".
               88  DVC910-ABERTO           VALUE "S".
       01  CPF-W                     PIC 9(14)  VALUE ZEROS.
       01  CPF-X-W REDEFINES CPF-W   PIC X(14).
       01  COD-COMPL-W               PIC 9(09)  VALUE ZEROS.
       01  COD-COMPL-X-W REDEFINES COD-COMPL-W PIC X(09).
       01  CONTRATO-W                PIC 9(04)  VALUE ZEROS.
       01  CLIENTE-W                 PIC 9(08)  VALUE ZEROS.
       01  CLIENTE-X-W REDEFINES CLIENTE-W PIC X(08).
       01  QTDE-CPF-LOG-W            PIC 9(03)  VALUE ZEROS.
       01  IX-COD-W                  PIC 9(04) COMP VALUE ZEROS.
       01  IX-CTR-W                  PIC 9(04) COMP VALUE ZEROS.
       01  IX-CLI-W                  PIC 9(04) COMP VALUE ZEROS.
       01  QTDE-COD-W                PIC 9(04) COMP VALUE ZEROS.
       01  QTDE-CTR-W                PIC 9(04) COMP VALUE ZEROS.
       01  QTDE-CLI-W                PIC 9(04) COMP VALUE ZEROS.
       01  QTDE-ITENS-W              PIC 9(06)  VALUE ZEROS.
       01  TABELA-COD-COMPL-W.
           05  COD-COMPL-TB-W        PIC 9(09) OCCURS 200 TIMES.
       01  TABELA-CONTRATOS-W.
           05  CONTRATO-TB-W         PIC 9(04) OCCURS 100 TIMES.
       01  TABELA-CLIENTES-W.
           05  CLIENTE-TB-W          PIC 9(08) OCCURS 100 TIMES.
       01  VALOR-ED-W                PIC ZZZ.ZZZ.ZZ9,99.
       01  DETALHE-SECAO-W           PIC X(110) VALUE SPACES.

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
           IF CPF-W NOT = ZEROS
              PERFORM 2000-LOCALIZA-CADASTROS
              PERFORM 2100-LISTA-CADASTROS
              PERFORM 2200-LISTA-TITULOS
              PERFORM 2300-LISTA-DEBITO-CONTA
              PERFORM 2350-LISTA-CONTATOS
              PERFORM 2400-LISTA-CAIXA
              PERFORM 2420-LISTA-CHEQUES
              PERFORM 2450-LISTA-DEVOLUCOES
              PERFORM 2500-LISTA-ANOTACOES
              PERFORM 2600-LISTA-LOG001
           END-IF.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "HCR020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HCR020.
           MOVE "DDA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DDA910.
           MOVE "CXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CXA910.
           MOVE "PFC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PFC910.
           MOVE "CHQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CHQ910.
           MOVE "DVC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DVC910.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           IF OPCAO-PARAM-W(1: 14) NUMERIC
              MOVE OPCAO-PARAM-W(1: 14) TO CPF-W
           ELSE
              IF OPCAO-PARAM-W(1: 11) NUMERIC AND
                 OPCAO-PARAM-W(12: 3) = SPACES
                 MOVE OPCAO-PARAM-W(1: 11) TO CPF-W
              END-IF
           END-IF.
           INITIALIZE TABELA-COD-COMPL-W TABELA-CONTRATOS-W
                      TABELA-CLIENTES-W.

           OPEN INPUT CGD010 CGD011 CGD014 CRD020 HCR020 DDA910.
           OPEN INPUT CXA910 COD501 LOG001.
           OPEN INPUT PFC910 CHQ910 DVC910.
           IF ST-CGD010 = "00"  MOVE "S" TO CGD010-ABERTO-SW.
           IF ST-CGD011 = "00"  MOVE "S" TO CGD011-ABERTO-SW.
           IF ST-CGD014 = "00"  MOVE "S" TO CGD014-ABERTO-SW.
           IF ST-CRD020 = "00"  MOVE "S" TO CRD020-ABERTO-SW.
           IF ST-HCR020 = "00"  MOVE "S" TO HCR020-ABERTO-SW.
           IF ST-PFC910 = "00"  MOVE "S" TO PFC910-ABERTO-SW.
           IF ST-CHQ910 = "00"  MOVE "S" TO CHQ910-ABERTO-SW.
           IF ST-DVC910 = "00"  MOVE "S" TO DVC910-ABERTO-SW.
           OPEN OUTPUT RELLGP.
           MOVE SPACES TO REG-RELLGP.
           MOVE "DADOS PESSOAIS DO TITULAR - CPF/CNPJ"
                                     TO REG-RELLGP(1: 36).
           MOVE CPF-W                TO REG-RELLGP(38: 14).
           WRITE REG-RELLGP.
           IF CPF-W = ZEROS
              MOVE SPACES TO REG-RELLGP
              MOVE "CPF/CNPJ NAO INFORMADO NO PARAMETRO"
                                     TO REG-RELLGP(1: 35)
              WRITE REG-RELLGP
              DISPLAY "LGP0020 - CPF/CNPJ NAO INFORMADO"
           END-IF.

       2000-LOCALIZA-CADASTROS SECTION.
      *    O CPF NAO E CHAVE DO CGD011/CGD014 - LEITURA COMPLETA.
           IF ST-CGD011 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE ZEROS TO COD-COMPL-CG11
              START CGD011 KEY IS NOT < COD-COMPL-CG11 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM UNTIL FIM-ARQ
                 READ CGD011 NEXT RECORD AT END
                      MOVE "S" TO FIM-ARQ-SW
                 NOT AT END
                   IF CPF1-CG11 = CPF-W
                      MOVE COD-COMPL-CG11 TO COD-COMPL-W
                      PERFORM 2010-GUARDA-COD-COMPL
                   END-IF
                 END-READ
              END-PERFORM
           END-IF.
           IF ST-CGD014 = "00"
              MOVE "N" TO FIM-ARQ-SW
              MOVE ZEROS TO COD-COMPL-CG14
              START CGD014 KEY IS NOT < COD-COMPL-CG14 INVALID KEY
                    MOVE "S" TO FIM-ARQ-SW
              END-START
              PERFORM UNTIL FIM-ARQ
                 READ CGD014 NEXT RECORD AT END
                      MOVE "S" TO FIM-ARQ-SW
                 NOT AT END
                   IF CPF-CG14 = CPF-W
                      MOVE COD-COMPL-CG14 TO COD-COMPL-W
                      PERFORM 2010-GUARDA-COD-COMPL
                   END-IF
                 END-READ
              END-PERFORM
           END-IF.
           IF QTDE-COD-W = ZEROS
              MOVE SPACES TO REG-RELLGP
              MOVE "NENHUM CADASTRO COM ESTE CPF/CNPJ"
                                     TO REG-RELLGP(1: 33)
              WRITE REG-RELLGP
           END-IF.

       2010-GUARDA-COD-COMPL SECTION.
           MOVE "N" TO ACHOU-SW.
           PERFORM VARYING IX-COD-W FROM 1 BY 1
                   UNTIL IX-COD-W > QTDE-COD-W OR ACHOU
              IF COD-COMPL-TB-W(IX-COD-W) = COD-COMPL-W
                 MOVE "S" TO ACHOU-SW
              END-IF
           END-PERFORM.
           IF NOT ACHOU AND QTDE-COD-W < 200
              ADD 1 TO QTDE-COD-W
              MOVE COD-COMPL-W TO COD-COMPL-TB-W(QTDE-COD-W)
           END-IF.

       2050-GUARDA-CONTRATO SECTION.
           MOVE "N" TO ACHOU-SW.
           PERFORM VARYING IX-CTR-W FROM 1 BY 1
                   UNTIL IX-CTR-W > QTDE-CTR-W OR ACHOU
              IF CONTRATO-TB-W(IX-CTR-W) = CONTRATO-W
                 MOVE "S" TO ACHOU-SW
              END-IF
           END-PERFORM.
           IF NOT ACHOU AND QTDE-CTR-W < 100
              ADD 1 TO QTDE-CTR-W
              MOVE CONTRATO-W TO CONTRATO-TB-W(QTDE-CTR-W)
           END-IF.

       2060-GUARDA-CLIENTE SECTION.
           MOVE "N" TO ACHOU-SW.
           PERFORM VARYING IX-CLI-W FROM 1 BY 1
                   UNTIL IX-CLI-W > QTDE-CLI-W OR ACHOU
              IF CLIENTE-TB-W(IX-CLI-W) = CLIENTE-W
                 MOVE "S" TO ACHOU-SW
              END-IF
           END-PERFORM.
           IF NOT ACHOU AND QTDE-CLI-W < 100
              ADD 1 TO QTDE-CLI-W
              MOVE CLIENTE-W TO CLIENTE-TB-W(QTDE-CLI-W)
           END-IF.

       2090-TITULO-SECAO SECTION.
           MOVE SPACES TO REG-RELLGP.
           WRITE REG-RELLGP.
           WRITE REG-RELLGP FROM DETALHE-SECAO-W.
           MOVE ZEROS TO QTDE-ITENS-W.

       2095-FECHA-SECAO SECTION.
           IF QTDE-ITENS-W = ZEROS
              MOVE SPACES TO REG-RELLGP
              MOVE "   NADA CONSTA"  TO REG-RELLGP(1: 14)
              WRITE REG-RELLGP
           END-IF.

       2100-LISTA-CADASTROS SECTION.
           MOVE "CADASTROS (CGD010/CGD011/CGD014)" TO DETALHE-SECAO-W.
           PERFORM 2090-TITULO-SECAO.
           PERFORM 2110-LISTA-CADASTRO
                   VARYING IX-COD-W FROM 1 BY 1
                   UNTIL IX-COD-W > QTDE-COD-W.
           PERFORM 2095-FECHA-SECAO.

       2110-LISTA-CADASTRO SECTION.
           MOVE COD-COMPL-TB-W(IX-COD-W) TO COD-COMPL-CG10
                                            COD-COMPL-CG11
                                            COD-COMPL-CG14.
           IF CGD010-ABERTO
              READ CGD010 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO QTDE-ITENS-W
                   MOVE SPACES TO REG-RELLGP
                   MOVE "CGD010"       TO REG-RELLGP(4: 6)
                   MOVE COD-COMPL-CG10 TO REG-RELLGP(11: 9)
                   MOVE "COMPRADOR"    TO REG-RELLGP(21: 9)
                   MOVE COMPRADOR-CG10 TO REG-RELLGP(31: 40)
                   WRITE REG-RELLGP
              END-READ
           END-IF.
           IF CGD011-ABERTO
              READ CGD011 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO QTDE-ITENS-W
                   MOVE SPACES TO REG-RELLGP
                   MOVE "CGD011"       TO REG-RELLGP(4: 6)
                   MOVE COD-COMPL-CG11 TO REG-RELLGP(11: 9)
                   MOVE "CPF"          TO REG-RELLGP(21: 3)
                   MOVE CPF1-CG11      TO REG-RELLGP(25: 14)
                   MOVE "CEP"          TO REG-RELLGP(40: 3)
                   MOVE CEP1-CG11      TO REG-RELLGP(44: 8)
                   MOVE "CIDADE"       TO REG-RELLGP(53: 6)
                   MOVE CIDADE1-CG11   TO REG-RELLGP(60: 4)
                   WRITE REG-RELLGP
                   MOVE SPACES TO REG-RELLGP
                   MOVE "ENDERECO"     TO REG-RELLGP(21: 8)
                   MOVE ENDERECO1-CG11 TO REG-RELLGP(31: 40)
                   WRITE REG-RELLGP
              END-READ
           END-IF.
           IF CGD014-ABERTO
              READ CGD014 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO QTDE-ITENS-W
                   MOVE SPACES TO REG-RELLGP
                   MOVE "CGD014"       TO REG-RELLGP(4: 6)
                   MOVE COD-COMPL-CG14 TO REG-RELLGP(11: 9)
                   MOVE "CPF"          TO REG-RELLGP(21: 3)
                   MOVE CPF-CG14       TO REG-RELLGP(25: 14)
                   MOVE NOME-CG14      TO REG-RELLGP(40: 40)
                   WRITE REG-RELLGP
              END-READ
           END-IF.

       2200-LISTA-TITULOS SECTION.
      *    O TITULO LIQUIDADO DE CONTRATO ANTIGO PODE ESTAR NO ARQUIVO
      *    MORTO (HCR020), COM A IMAGEM DO CRD020.
           MOVE "TITULOS (CRD020 E ARQUIVO MORTO HCR020)"
                                     TO DETALHE-SECAO-W.
           PERFORM 2090-TITULO-SECAO.
           PERFORM 2210-LISTA-TITULO
                   VARYING IX-COD-W FROM 1 BY 1
                   UNTIL IX-COD-W > QTDE-COD-W.
           PERFORM 2095-FECHA-SECAO.

       2210-LISTA-TITULO SECTION.
           MOVE "N" TO ACHOU-SW.
           MOVE COD-COMPL-TB-W(IX-COD-W) TO COD-COMPL-CR20.
           IF CRD020-ABERTO
              READ CRD020 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO ACHOU-SW
                   MOVE SPACES TO REG-RELLGP
              END-READ
           END-IF.
           IF NOT ACHOU AND HCR020-ABERTO
              MOVE COD-COMPL-TB-W(IX-COD-W) TO COD-COMPL-HCR020
              READ HCR020 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "S" TO ACHOU-SW
                   MOVE IMAGEM-CR20-HCR020 TO REG-CRD020
                   MOVE SPACES TO REG-RELLGP
                   MOVE "ARQ"  TO REG-RELLGP(100: 3)
              END-READ
           END-IF.
           IF ACHOU
              ADD 1 TO QTDE-ITENS-W
              MOVE COD-COMPL-CR20    TO REG-RELLGP(4: 9)
              MOVE NR-CONTRATO-CR20  TO REG-RELLGP(14: 4)
              MOVE NR-DOCTO-CR20     TO REG-RELLGP(19: 10)
              MOVE DATA-EMISSAO-CR20 TO REG-RELLGP(30: 8)
              MOVE DATA-VENCTO-CR20  TO REG-RELLGP(39: 8)
              MOVE VALOR-TOT-CR20    TO VALOR-ED-W
              MOVE VALOR-ED-W        TO REG-RELLGP(48: 14)
              MOVE VALOR-PAGO-CR20   TO VALOR-ED-W
              MOVE VALOR-ED-W        TO REG-RELLGP(63: 14)
              MOVE STATUS-CR20       TO REG-RELLGP(78: 2)
              MOVE DATA-BAIXA-CR20   TO REG-RELLGP(81: 8)
              WRITE REG-RELLGP
              MOVE NR-CONTRATO-CR20  TO CONTRATO-W
              PERFORM 2050-GUARDA-CONTRATO
              MOVE CLIENTE-CR20      TO CLIENTE-W
              PERFORM 2060-GUARDA-CLIENTE
           END-IF.

       2300-LISTA-DEBITO-CONTA SECTION.
           MOVE "CONTA P/ DEBITO AUTOMATICO (DDA910)"
                                     TO DETALHE-SECAO-W.
           PERFORM 2090-TITULO-SECAO.
           IF ST-DDA910 = "00"
              PERFORM 2310-LISTA-DDA910
                      VARYING IX-COD-W FROM 1 BY 1
                      UNTIL IX-COD-W > QTDE-COD-W
           END-IF.
           PERFORM 2095-FECHA-SECAO.

       2310-LISTA-DDA910 SECTION.
           MOVE COD-COMPL-TB-W(IX-COD-W) TO COD-COMPL-DDA910.
           READ DDA910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                ADD 1 TO QTDE-ITENS-W
                MOVE SPACES TO REG-RELLGP
                MOVE COD-COMPL-DDA910   TO REG-RELLGP(4: 9)
                MOVE "BANCO"            TO REG-RELLGP(14: 5)
                MOVE BANCO-DDA910       TO REG-RELLGP(20: 3)
                MOVE "AG"               TO REG-RELLGP(24: 2)
                MOVE AGENCIA-DEB-DDA910 TO REG-RELLGP(27: 10)
                MOVE "CONTA"            TO REG-RELLGP(38: 5)
                MOVE CONTA-DEB-DDA910   TO REG-RELLGP(44: 12)
                MOVE SITUACAO-DDA910    TO REG-RELLGP(57: 1)
                MOVE DATA-ADESAO-DDA910 TO REG-RELLGP(59: 8)
                WRITE REG-RELLGP
           END-READ.

       2350-LISTA-CONTATOS SECTION.
           MOVE "PREFERENCIAS DE CONTATO E CONSENTIMENTO (PFC910)"
                                     TO DETALHE-SECAO-W.
           PERFORM 2090-TITULO-SECAO.
           IF PFC910-ABERTO
              PERFORM 2360-LISTA-PFC910
                      VARYING IX-CLI-W FROM 1 BY 1
                      UNTIL IX-CLI-W > QTDE-CLI-W
           END-IF.
           PERFORM 2095-FECHA-SECAO.

       2360-LISTA-PFC910 SECTION.
           MOVE CLIENTE-TB-W(IX-CLI-W) TO CLIENTE-PFC910.
           READ PFC910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                ADD 1 TO QTDE-ITENS-W
                MOVE SPACES TO REG-RELLGP
                MOVE CLIENTE-PFC910     TO REG-RELLGP(4: 8)
                MOVE "CANAL"            TO REG-RELLGP(13: 5)
                MOVE CANAL-PREFERIDO-PFC910 TO REG-RELLGP(19: 1)
                MOVE "RECUSAS C/E/T"    TO REG-RELLGP(21: 13)
                MOVE OPTOUT-CARTA-PFC910    TO REG-RELLGP(35: 1)
                MOVE OPTOUT-EMAIL-PFC910    TO REG-RELLGP(37: 1)
                MOVE OPTOUT-TELEFONE-PFC910 TO REG-RELLGP(39: 1)
                MOVE "CONSENTIMENTO"    TO REG-RELLGP(41: 13)
                MOVE DATA-CONSENTIMENTO-PFC910 TO REG-RELLGP(55: 8)
                MOVE MEIO-CONSENTIMENTO-PFC910 TO REG-RELLGP(64: 20)
                WRITE REG-RELLGP
                MOVE SPACES TO REG-RELLGP
                MOVE "E-MAIL"           TO REG-RELLGP(13: 6)
                MOVE EMAIL-PFC910       TO REG-RELLGP(20: 60)
                MOVE "FONE"             TO REG-RELLGP(81: 4)
                MOVE FONE-PFC910        TO REG-RELLGP(86: 15)
                WRITE REG-RELLGP
           END-READ.

       2400-LISTA-CAIXA SECTION.
           MOVE "RECEBIMENTOS NO CAIXA DO BALCAO (CXA910)"
                                     TO DETALHE-SECAO-W.
           PERFORM 2090-TITULO-SECAO.
           IF ST-CXA910 NOT = "00" OR QTDE-COD-W = ZEROS
              GO 2400-LISTA-CAIXA-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE ZEROS TO DATA-CXA910 SEQ-CXA910.
           START CXA910 KEY IS NOT < CHAVE-CXA910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ CXA910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                MOVE "N" TO ACHOU-SW
                PERFORM VARYING IX-COD-W FROM 1 BY 1
                        UNTIL IX-COD-W > QTDE-COD-W OR ACHOU
                   IF COD-COMPL-TB-W(IX-COD-W) = COD-COMPL-CXA910
                      MOVE "S" TO ACHOU-SW
                   END-IF
                END-PERFORM
                IF ACHOU
                   ADD 1 TO QTDE-ITENS-W
                   MOVE SPACES TO REG-RELLGP
                   MOVE COD-COMPL-CXA910  TO REG-RELLGP(4: 9)
                   MOVE DATA-CXA910       TO REG-RELLGP(14: 8)
                   MOVE FORMA-CXA910      TO REG-RELLGP(23: 1)
                   MOVE TIPO-MOVTO-CXA910 TO REG-RELLGP(25: 1)
                   MOVE VALOR-PAGO-CXA910 TO VALOR-ED-W
                   MOVE VALOR-ED-W        TO REG-RELLGP(27: 14)
                   MOVE OPERADOR-CXA910   TO REG-RELLGP(42: 8)
                   WRITE REG-RELLGP
                END-IF
              END-READ
           END-PERFORM.
       2400-LISTA-CAIXA-FIM.
           PERFORM 2095-FECHA-SECAO.

       2420-LISTA-CHEQUES SECTION.
      *    A CUSTODIA E POR MOVIMENTO DO CAIXA - LEITURA COMPLETA.
           MOVE "CHEQUES RECEBIDOS NO CAIXA (CUSTODIA CHQ910)"
                                     TO DETALHE-SECAO-W.
           PERFORM 2090-TITULO-SECAO.
           IF NOT CHQ910-ABERTO OR QTDE-COD-W = ZEROS
              GO 2420-LISTA-CHEQUES-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE LOW-VALUES TO CHAVE-CHQ910.
           START CHQ910 KEY IS NOT < CHAVE-CHQ910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ CHQ910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                MOVE "N" TO ACHOU-SW
                PERFORM VARYING IX-COD-W FROM 1 BY 1
                        UNTIL IX-COD-W > QTDE-COD-W OR ACHOU
                   IF COD-COMPL-TB-W(IX-COD-W) = COD-COMPL-CHQ910
                      MOVE "S" TO ACHOU-SW
                   END-IF
                END-PERFORM
                IF ACHOU
                   ADD 1 TO QTDE-ITENS-W
                   MOVE SPACES TO REG-RELLGP
                   MOVE COD-COMPL-CHQ910  TO REG-RELLGP(4: 9)
                   MOVE "BANCO"           TO REG-RELLGP(14: 5)
                   MOVE BANCO-CHQ910      TO REG-RELLGP(20: 3)
                   MOVE "AG"              TO REG-RELLGP(24: 2)
                   MOVE AGENCIA-CHQ910    TO REG-RELLGP(27: 4)
                   MOVE "CONTA"           TO REG-RELLGP(32: 5)
                   MOVE CONTA-CHQ910      TO REG-RELLGP(38: 12)
                   MOVE "NR"              TO REG-RELLGP(51: 2)
                   MOVE NUMERO-CHQ910     TO REG-RELLGP(54: 6)
                   MOVE DATA-BOM-PARA-CHQ910 TO REG-RELLGP(61: 8)
                   MOVE VALOR-CHQ910      TO VALOR-ED-W
                   MOVE VALOR-ED-W        TO REG-RELLGP(70: 14)
                   MOVE SITUACAO-CHQ910   TO REG-RELLGP(85: 1)
                   WRITE REG-RELLGP
                END-IF
              END-READ
           END-PERFORM.
       2420-LISTA-CHEQUES-FIM.
           PERFORM 2095-FECHA-SECAO.

       2450-LISTA-DEVOLUCOES SECTION.
           MOVE "CORRESPONDENCIA DEVOLVIDA PELO CORREIO (DVC910)"
                                     TO DETALHE-SECAO-W.
           PERFORM 2090-TITULO-SECAO.
           IF DVC910-ABERTO
              PERFORM 2460-LISTA-DVC910
                      VARYING IX-COD-W FROM 1 BY 1
                      UNTIL IX-COD-W > QTDE-COD-W
           END-IF.
           PERFORM 2095-FECHA-SECAO.

       2460-LISTA-DVC910 SECTION.
           MOVE COD-COMPL-TB-W(IX-COD-W) TO COD-COMPL-DVC910.
           MOVE ZEROS TO SEQ-DVC910.
           MOVE "N" TO FIM-ARQ-SW.
           START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ DVC910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF COD-COMPL-DVC910 NOT = COD-COMPL-TB-W(IX-COD-W)
                   MOVE "S" TO FIM-ARQ-SW
                ELSE
                   ADD 1 TO QTDE-ITENS-W
                   MOVE SPACES TO REG-RELLGP
                   MOVE COD-COMPL-DVC910  TO REG-RELLGP(4: 9)
                   MOVE DATA-DEVOL-DVC910 TO REG-RELLGP(14: 8)
                   MOVE MOTIVO-DVC910     TO REG-RELLGP(23: 2)
                   MOVE ENDERECO-DVC910   TO REG-RELLGP(26: 40)
                   MOVE "CEP"             TO REG-RELLGP(67: 3)
                   MOVE CEP-DVC910        TO REG-RELLGP(71: 8)
                   MOVE SITUACAO-DVC910   TO REG-RELLGP(80: 1)
                   WRITE REG-RELLGP
                   IF OBS-DVC910 NOT = SPACES
                      MOVE SPACES TO REG-RELLGP
                      MOVE "OBS"          TO REG-RELLGP(14: 3)
                      MOVE OBS-DVC910     TO REG-RELLGP(26: 40)
                      WRITE REG-RELLGP
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       2500-LISTA-ANOTACOES SECTION.
           MOVE "ANOTACOES DOS CONTRATOS (COD501) - NIVEL CONTRATO"
                                     TO DETALHE-SECAO-W.
           PERFORM 2090-TITULO-SECAO.
           IF ST-COD501 = "00"
              PERFORM 2510-LISTA-CONTRATO
                      VARYING IX-CTR-W FROM 1 BY 1
                      UNTIL IX-CTR-W > QTDE-CTR-W
           END-IF.
           PERFORM 2095-FECHA-SECAO.

       2510-LISTA-CONTRATO SECTION.
           MOVE CONTRATO-TB-W(IX-CTR-W) TO NR-CONTRATO-CO501.
           MOVE ZEROS TO ITEM-CO501 SUBITEM-CO501.
           MOVE "N" TO FIM-ARQ-SW.
           START COD501 KEY IS NOT < CHAVE-CO501 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ COD501 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF NR-CONTRATO-CO501 NOT = CONTRATO-TB-W(IX-CTR-W)
                   MOVE "S" TO FIM-ARQ-SW
                ELSE
                   ADD 1 TO QTDE-ITENS-W
                   MOVE SPACES TO REG-RELLGP
                   MOVE NR-CONTRATO-CO501   TO REG-RELLGP(4: 4)
                   MOVE DATA-GRAVACAO-CO501 TO REG-RELLGP(9: 8)
                   MOVE ANOTACAO-CO501      TO REG-RELLGP(18: 80)
                   WRITE REG-RELLGP
                END-IF
              END-READ
           END-PERFORM.

       2600-LISTA-LOG001 SECTION.
      *    O LOG001 E POR USUARIO/DATA - LEITURA COMPLETA. O REGISTRO
      *    LOGADO DOS CADASTROS, DO CRD020, DO DDA910 E DO DVC910
      *    COMECA PELO COD-COMPL; NO CXA910 E NO CHQ910 ELE VEM DEPOIS
      *    DA CHAVE (DATA+SEQ); O PFC910 COMECA PELO CLIENTE.
           MOVE "GRAVACOES NO LOG DE ALTERACOES (LOG001)"
                                     TO DETALHE-SECAO-W.
           PERFORM 2090-TITULO-SECAO.
           IF ST-LOG001 NOT = "00"
              GO 2600-LISTA-LOG001-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE LOW-VALUES TO CHAVE-LOG001.
           START LOG001 KEY IS NOT < CHAVE-LOG001 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ LOG001 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                PERFORM 2610-CONFERE-LOG001
              END-READ
           END-PERFORM.
       2600-LISTA-LOG001-FIM.
           PERFORM 2095-FECHA-SECAO.

       2610-CONFERE-LOG001 SECTION.
           MOVE "N" TO ACHOU-SW.
           PERFORM VARYING IX-COD-W FROM 1 BY 1
                   UNTIL IX-COD-W > QTDE-COD-W OR ACHOU
              MOVE COD-COMPL-TB-W(IX-COD-W) TO COD-COMPL-W
              IF (LOG1-ARQUIVO = "CGD010" OR "CGD011" OR "CGD014"
                                 OR "CRD020" OR "DDA910" OR "DVC910")
                 AND LOG1-REGISTRO(1: 9) = COD-COMPL-X-W
                 MOVE "S" TO ACHOU-SW
              END-IF
              IF (LOG1-ARQUIVO = "CXA910" OR "CHQ910") AND
                 LOG1-REGISTRO(15: 9) = COD-COMPL-X-W
                 MOVE "S" TO ACHOU-SW
              END-IF
           END-PERFORM.
           IF NOT ACHOU AND LOG1-ARQUIVO = "PFC910"
              PERFORM VARYING IX-CLI-W FROM 1 BY 1
                      UNTIL IX-CLI-W > QTDE-CLI-W OR ACHOU
                 MOVE CLIENTE-TB-W(IX-CLI-W) TO CLIENTE-W
                 IF LOG1-REGISTRO(1: 8) = CLIENTE-X-W
                    MOVE "S" TO ACHOU-SW
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT ACHOU
              MOVE ZEROS TO QTDE-CPF-LOG-W
              INSPECT LOG1-REGISTRO TALLYING QTDE-CPF-LOG-W
                      FOR ALL CPF-X-W
              IF QTDE-CPF-LOG-W > ZEROS
                 MOVE "S" TO ACHOU-SW
              END-IF
           END-IF.
           IF ACHOU
              ADD 1 TO QTDE-ITENS-W
              MOVE SPACES TO REG-RELLGP
              MOVE LOG1-DATA          TO REG-RELLGP(4: 8)
              MOVE LOG1-HORAS         TO REG-RELLGP(13: 8)
              MOVE LOG1-USUARIO       TO REG-RELLGP(22: 8)
              MOVE LOG1-PROGRAMA      TO REG-RELLGP(31: 10)
              MOVE LOG1-ARQUIVO       TO REG-RELLGP(42: 10)
              MOVE LOG1-OPERACAO      TO REG-RELLGP(53: 1)
              MOVE LOG1-REGISTRO(1: 50) TO REG-RELLGP(55: 50)
              WRITE REG-RELLGP
           END-IF.

       3000-FINALIZA SECTION.
           CLOSE CGD010 CGD011 CGD014 CRD020 HCR020 DDA910 CXA910
                 PFC910 CHQ910 DVC910 COD501 LOG001 RELLGP.
           DISPLAY "LGP0020 - CADASTROS DO TITULAR: " QTDE-COD-W.

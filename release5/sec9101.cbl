       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SEC9101.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *REVISAO PERIODICA DE ACESSOS - O SEC910 LIBERA FUNCAO POR
      *FUNCAO E NINGUEM OLHAVA O CONJUNTO. O RELATORIO RELSEC01 TRAZ:
      *  1. USUARIOS COM AS DUAS FUNCOES DE UM PAR CONFLITANTE DO
      *     SOD910 (MANTIDO NA TELA SOD9100T);
      *  2. USUARIOS COM FUNCAO LIBERADA E SEM SESSAO ("ABERTO") NO
      *     LOGACESS NOS ULTIMOS N DIAS - O LOGIN VEM DO LOGIN-SEC910;
      *     USUARIO SEM LOGIN CADASTRADO SAI COMO NAO AVALIADO;
      *  3. TENTATIVAS NEGADAS ("NEGADO") POR USUARIO NO MESMO PERIODO.
      *CADA RODADA GRAVA NO REV910 UMA REVISAO PENDENTE COM OS TOTAIS,
      *A SER ASSINADA PELO REVISOR NA TELA REV9100T.
      *SOD910 VAZIO RECEBE OS PARES PADRAO (GERREMESSA X IMPRETORNO,
      *APROVAPARAM X BAIXAPERDA).
      *O PERIODO NAO DEVE PASSAR DA DATA DE CORTE DO LOG9101 - O QUE
      *JA FOI P/ O ARQUIVO MORTO NAO E LIDO AQUI.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-3 = DIAS SEM SESSAO / JANELA
      *DAS TENTATIVAS NEGADAS (PADRAO 90).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECX910.
           COPY SODX910.
           COPY REVX910.
           COPY LOGACESS.SEL.
           SELECT RELSEC ASSIGN TO RELSEC-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-RELSEC.

       DATA DIVISION.
       FILE SECTION.
       COPY SECW910.
       COPY SODW910.
       COPY REVW910.
       COPY LOGACESS.FD.
       FD  RELSEC
           LABEL RECORD IS OMITTED.
       01  REG-RELSEC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  RELSEC-NOME-W             PIC X(12)  VALUE "RELSEC01".
       01  PATH-SEC910               PIC X(30)  VALUE SPACES.
       01  PATH-SOD910               PIC X(30)  VALUE SPACES.
       01  PATH-REV910               PIC X(30)  VALUE SPACES.
       01  ST-SEC910                 PIC XX     VALUE SPACES.
       01  SEC910-ABERTO-SW          PIC X      VALUE "N".
           88  SEC910-ABERTO             VALUE "S".
       01  ST-SOD910                 PIC XX     VALUE SPACES.
       01  ST-REV910                 PIC XX     VALUE SPACES.
       01  FS-LOGACESS               PIC XX     VALUE SPACES.
       01  ST-RELSEC                 PIC XX     VALUE SPACES.
       01  FIM-ARQ-SW                PIC X      VALUE "N".
           88  FIM-ARQ                     VALUE "S".
       01  ACHOU-SW                  PIC X      VALUE "N".
           88  ACHOU                       VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-DIA-W                PIC 9(08)  VALUE ZEROS.
       01  JULIANO-HOJE-W            PIC 9(08)  VALUE ZEROS.
       01  DATA-CORTE-W              PIC 9(08)  VALUE ZEROS.
       01  DIAS-W                    PIC 9(03)  VALUE 90.
       01  USUARIO-ATUAL-W           PIC X(04)  VALUE SPACES.
       01  LOGIN-ATUAL-W             PIC X(08)  VALUE SPACES.
       01  TEM-A-SW                  PIC X      VALUE "N".
       01  TEM-B-SW                  PIC X      VALUE "N".
       01  IX-PAR-W                  PIC 9(04) COMP VALUE ZEROS.
       01  IX-FUN-W                  PIC 9(04) COMP VALUE ZEROS.
       01  IX-USU-W                  PIC 9(04) COMP VALUE ZEROS.
       01  IX-LOG-W                  PIC 9(04) COMP VALUE ZEROS.
       01  QTDE-PARES-W              PIC 9(04) COMP VALUE ZEROS.
       01  QTDE-FUNC-W               PIC 9(04) COMP VALUE ZEROS.
       01  QTDE-USU-W                PIC 9(04) COMP VALUE ZEROS.
       01  QTDE-LOG-W                PIC 9(04) COMP VALUE ZEROS.
       01  QTDE-CONFLITOS-W          PIC 9(05)  VALUE ZEROS.
       01  QTDE-DORMENTES-W          PIC 9(05)  VALUE ZEROS.
       01  QTDE-SEM-LOGIN-W          PIC 9(05)  VALUE ZEROS.
       01  QTDE-NEGADOS-W            PIC 9(05)  VALUE ZEROS.
       01  TABELA-PARES-W.
           05  PAR-TB-W OCCURS 200 TIMES.
               10  FUNCAO-A-TB-W     PIC X(10).
               10  FUNCAO-B-TB-W     PIC X(10).
       01  TABELA-FUNCOES-W.
           05  FUNCAO-TB-W           PIC X(10) OCCURS 200 TIMES.
       01  TABELA-USUARIOS-W.
           05  USUARIO-TB-W OCCURS 500 TIMES.
               10  COD-USUARIO-TB-W  PIC X(04).
               10  LOGIN-USUARIO-TB-W PIC X(08).
               10  QTDE-FUNC-TB-W    PIC 9(03).
       01  TABELA-LOGINS-W.
           05  LOGIN-TB-W OCCURS 500 TIMES.
               10  NOME-LOGIN-TB-W   PIC X(08).
               10  ULTIMA-SESSAO-TB-W PIC 9(08).
               10  QTDE-NEGADOS-TB-W PIC 9(05).
               10  ULTIMO-NEGADO-TB-W PIC 9(08).
               10  PROGRAMA-NEGADO-TB-W PIC X(10).

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
           PERFORM 1200-CARREGA-PARES.
           PERFORM 2000-CONFERE-CONFLITOS.
           PERFORM 2300-LE-LOGACESS.
           PERFORM 2400-LISTA-SEM-SESSAO.
           PERFORM 2500-LISTA-NEGADOS.
           PERFORM 2900-GRAVA-REVISAO.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "SOD910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SOD910.
           MOVE "REV910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-REV910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                      ARQUIVO-LOGACESS.
           IF OPCAO-PARAM-W(1: 3) NUMERIC AND
              OPCAO-PARAM-W(1: 3) NOT = "000"
              MOVE OPCAO-PARAM-W(1: 3) TO DIAS-W
           END-IF.
           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-DIA-W FROM TIME.
           COMPUTE JULIANO-HOJE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           COMPUTE DATA-CORTE-W = FUNCTION DATE-OF-INTEGER
                   (JULIANO-HOJE-W - DIAS-W).
           INITIALIZE TABELA-PARES-W TABELA-USUARIOS-W
                      TABELA-LOGINS-W.

           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           OPEN INPUT LOGACESS.
           OPEN I-O SOD910.
           IF ST-SOD910 = "35"
              CLOSE SOD910      OPEN OUTPUT SOD910
              CLOSE SOD910      OPEN I-O SOD910
           END-IF.
           OPEN I-O REV910.
           IF ST-REV910 = "35"
              CLOSE REV910      OPEN OUTPUT REV910
              CLOSE REV910      OPEN I-O REV910
           END-IF.
           OPEN OUTPUT RELSEC.
           MOVE SPACES TO REG-RELSEC.
           MOVE "REVISAO DE ACESSOS EM"  TO REG-RELSEC(1: 21).
           MOVE DATA-DIA-I               TO REG-RELSEC(23: 8).
           MOVE "- PERIODO DESDE"        TO REG-RELSEC(32: 15).
           MOVE DATA-CORTE-W             TO REG-RELSEC(48: 8).
           MOVE "("                      TO REG-RELSEC(57: 1).
           MOVE DIAS-W                   TO REG-RELSEC(58: 3).
           MOVE "DIAS)"                  TO REG-RELSEC(62: 5).
           WRITE REG-RELSEC.

       1200-CARREGA-PARES SECTION.
           IF ST-SOD910 NOT = "00"
              GO 1200-CARREGA-PARES-FIM.
           MOVE SPACES TO CHAVE-SOD910.
           START SOD910 KEY IS NOT < CHAVE-SOD910 INVALID KEY
                 PERFORM 1210-GRAVA-PARES-PADRAO
                 MOVE SPACES TO CHAVE-SOD910
                 START SOD910 KEY IS NOT < CHAVE-SOD910 INVALID KEY
                       CONTINUE
                 END-START
           END-START.
           MOVE "N" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ SOD910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF QTDE-PARES-W < 200
                   ADD 1 TO QTDE-PARES-W
                   MOVE FUNCAO-A-SOD910
                                 TO FUNCAO-A-TB-W(QTDE-PARES-W)
                   MOVE FUNCAO-B-SOD910
                                 TO FUNCAO-B-TB-W(QTDE-PARES-W)
                END-IF
              END-READ
           END-PERFORM.
       1200-CARREGA-PARES-FIM.
           EXIT.

       1210-GRAVA-PARES-PADRAO SECTION.
      *    PARES SEMPRE NA ORDEM ALFABETICA (VER SODW910).
           INITIALIZE REG-SOD910.
           MOVE DATA-DIA-I   TO DATA-ALTERACAO-SOD910.
           MOVE USUARIO-W    TO USUARIO-SOD910.
           MOVE "GERREMESSA" TO FUNCAO-A-SOD910.
           MOVE "IMPRETORNO" TO FUNCAO-B-SOD910.
           MOVE "GERA A REMESSA E IMPORTA O RETORNO DO BANCO"
                             TO DESCRICAO-SOD910.
           WRITE REG-SOD910 INVALID KEY
              CONTINUE
           END-WRITE.
           MOVE "APROVAPARAM" TO FUNCAO-A-SOD910.
           MOVE "BAIXAPERDA"  TO FUNCAO-B-SOD910.
           MOVE "BAIXA PERDA E APROVA ALTERACAO DE PARAMETRO"
                             TO DESCRICAO-SOD910.
           WRITE REG-SOD910 INVALID KEY
              CONTINUE
           END-WRITE.

       2000-CONFERE-CONFLITOS SECTION.
      *    O SEC910 VEM NA ORDEM USUARIO + FUNCAO; NA QUEBRA DE
      *    USUARIO AS FUNCOES LIBERADAS DELE SAO CONFRONTADAS COM OS
      *    PARES DO SOD910.
           MOVE SPACES TO REG-RELSEC.
           WRITE REG-RELSEC.
           MOVE SPACES TO REG-RELSEC.
           MOVE "1. USUARIOS COM PAR DE FUNCOES CONFLITANTES (SOD910)"
                                         TO REG-RELSEC(1: 53).
           WRITE REG-RELSEC.
           IF NOT SEC910-ABERTO
              MOVE SPACES TO REG-RELSEC
              MOVE "   SEC910 NAO DISPONIVEL - REVISAO NAO REALIZADA"
                                         TO REG-RELSEC(1: 48)
              WRITE REG-RELSEC
              GO 2000-CONFERE-CONFLITOS-FIM.
           MOVE SPACES TO USUARIO-ATUAL-W LOGIN-ATUAL-W.
           MOVE ZEROS  TO QTDE-FUNC-W.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE SPACES TO CHAVE-SEC910.
           START SEC910 KEY IS NOT < CHAVE-SEC910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ SEC910 NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF COD-USUARIO-SEC910 NOT = USUARIO-ATUAL-W
                   PERFORM 2100-FECHA-USUARIO
                   MOVE COD-USUARIO-SEC910 TO USUARIO-ATUAL-W
                   MOVE SPACES TO LOGIN-ATUAL-W
                   MOVE ZEROS  TO QTDE-FUNC-W
                END-IF
                IF LOGIN-SEC910 NOT = SPACES
                   MOVE LOGIN-SEC910 TO LOGIN-ATUAL-W
                END-IF
                IF FUNCAO-PERMITIDA-SEC910 AND QTDE-FUNC-W < 200
                   ADD 1 TO QTDE-FUNC-W
                   MOVE FUNCAO-SEC910 TO FUNCAO-TB-W(QTDE-FUNC-W)
                END-IF
              END-READ
           END-PERFORM.
           PERFORM 2100-FECHA-USUARIO.
           MOVE SPACES TO REG-RELSEC.
           MOVE "   TOTAL DE CONFLITOS:"   TO REG-RELSEC(1: 22).
           MOVE QTDE-CONFLITOS-W           TO REG-RELSEC(24: 5).
           WRITE REG-RELSEC.
       2000-CONFERE-CONFLITOS-FIM.
           EXIT.

       2100-FECHA-USUARIO SECTION.
      *    SO ENTRA NA TABELA QUEM TEM AO MENOS UMA FUNCAO LIBERADA.
           IF USUARIO-ATUAL-W = SPACES OR QTDE-FUNC-W = ZEROS
              GO 2100-FECHA-USUARIO-FIM.
           PERFORM 2110-CONFERE-PAR
                   VARYING IX-PAR-W FROM 1 BY 1
                   UNTIL IX-PAR-W > QTDE-PARES-W.
           IF QTDE-USU-W < 500
              ADD 1 TO QTDE-USU-W
              MOVE USUARIO-ATUAL-W TO COD-USUARIO-TB-W(QTDE-USU-W)
              MOVE LOGIN-ATUAL-W   TO LOGIN-USUARIO-TB-W(QTDE-USU-W)
              MOVE QTDE-FUNC-W     TO QTDE-FUNC-TB-W(QTDE-USU-W)
           END-IF.
       2100-FECHA-USUARIO-FIM.
           EXIT.

       2110-CONFERE-PAR SECTION.
           MOVE "N" TO TEM-A-SW TEM-B-SW.
           PERFORM VARYING IX-FUN-W FROM 1 BY 1
                   UNTIL IX-FUN-W > QTDE-FUNC-W
              IF FUNCAO-TB-W(IX-FUN-W) = FUNCAO-A-TB-W(IX-PAR-W)
                 MOVE "S" TO TEM-A-SW
              END-IF
              IF FUNCAO-TB-W(IX-FUN-W) = FUNCAO-B-TB-W(IX-PAR-W)
                 MOVE "S" TO TEM-B-SW
              END-IF
           END-PERFORM.
           IF TEM-A-SW = "S" AND TEM-B-SW = "S"
              ADD 1 TO QTDE-CONFLITOS-W
              MOVE SPACES TO REG-RELSEC
              MOVE USUARIO-ATUAL-W          TO REG-RELSEC(4: 4)
              MOVE LOGIN-ATUAL-W            TO REG-RELSEC(9: 8)
              MOVE FUNCAO-A-TB-W(IX-PAR-W)  TO REG-RELSEC(18: 10)
              MOVE "X"                      TO REG-RELSEC(29: 1)
              MOVE FUNCAO-B-TB-W(IX-PAR-W)  TO REG-RELSEC(31: 10)
              WRITE REG-RELSEC
           END-IF.

       2300-LE-LOGACESS SECTION.
      *    UMA PASSADA NO LOGACESS (CHAVE COMECA PELO USUARIO): ULTIMA
      *    SESSAO ABERTA DE CADA LOGIN E AS TENTATIVAS NEGADAS DO
      *    PERIODO.
           IF FS-LOGACESS NOT = "00"
              GO 2300-LE-LOGACESS-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE SPACES TO LOGIN-ATUAL-W.
           MOVE LOW-VALUES TO LOGACESS-CHAVE.
           START LOGACESS KEY IS NOT < LOGACESS-CHAVE INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ LOGACESS NEXT RECORD AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
                IF LOGACESS-USUARIO NOT = LOGIN-ATUAL-W OR
                   QTDE-LOG-W = ZEROS
                   MOVE LOGACESS-USUARIO TO LOGIN-ATUAL-W
                   IF QTDE-LOG-W < 500
                      ADD 1 TO QTDE-LOG-W
                      MOVE LOGACESS-USUARIO
                                     TO NOME-LOGIN-TB-W(QTDE-LOG-W)
                   END-IF
                END-IF
                IF LOGACESS-STATUS = "ABERTO" AND
                   LOGACESS-DATA > ULTIMA-SESSAO-TB-W(QTDE-LOG-W)
                   MOVE LOGACESS-DATA
                                  TO ULTIMA-SESSAO-TB-W(QTDE-LOG-W)
                END-IF
                IF LOGACESS-STATUS = "NEGADO" AND
                   LOGACESS-DATA NOT < DATA-CORTE-W
                   ADD 1 TO QTDE-NEGADOS-TB-W(QTDE-LOG-W)
                   IF LOGACESS-DATA NOT <
                      ULTIMO-NEGADO-TB-W(QTDE-LOG-W)
                      MOVE LOGACESS-DATA
                                  TO ULTIMO-NEGADO-TB-W(QTDE-LOG-W)
                      MOVE LOGACESS-PROGRAMA
                                  TO PROGRAMA-NEGADO-TB-W(QTDE-LOG-W)
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2300-LE-LOGACESS-FIM.
           EXIT.

       2400-LISTA-SEM-SESSAO SECTION.
           MOVE SPACES TO REG-RELSEC.
           WRITE REG-RELSEC.
           MOVE SPACES TO REG-RELSEC.
           MOVE "2. USUARIOS COM FUNCAO LIBERADA E SEM SESSAO"
                                         TO REG-RELSEC(1: 44).
           WRITE REG-RELSEC.
           IF FS-LOGACESS NOT = "00"
              MOVE SPACES TO REG-RELSEC
              MOVE "   LOGACESS NAO DISPONIVEL - ITEM NAO AVALIADO"
                                         TO REG-RELSEC(1: 46)
              WRITE REG-RELSEC
              GO 2400-LISTA-SEM-SESSAO-FIM.
           MOVE SPACES TO REG-RELSEC.
           MOVE "COD LOGIN    FUNCOES ULTIMA SESSAO"
                                         TO REG-RELSEC(4: 34).
           WRITE REG-RELSEC.
           PERFORM 2410-CONFERE-SESSAO
                   VARYING IX-USU-W FROM 1 BY 1
                   UNTIL IX-USU-W > QTDE-USU-W.
           MOVE SPACES TO REG-RELSEC.
           MOVE "   TOTAL SEM SESSAO:"     TO REG-RELSEC(1: 20).
           MOVE QTDE-DORMENTES-W           TO REG-RELSEC(22: 5).
           MOVE "SEM LOGIN CADASTRADO:"    TO REG-RELSEC(30: 21).
           MOVE QTDE-SEM-LOGIN-W           TO REG-RELSEC(52: 5).
           WRITE REG-RELSEC.
       2400-LISTA-SEM-SESSAO-FIM.
           EXIT.

       2410-CONFERE-SESSAO SECTION.
           MOVE SPACES TO REG-RELSEC.
           MOVE COD-USUARIO-TB-W(IX-USU-W)   TO REG-RELSEC(4: 4).
           MOVE LOGIN-USUARIO-TB-W(IX-USU-W) TO REG-RELSEC(8: 8).
           MOVE QTDE-FUNC-TB-W(IX-USU-W)     TO REG-RELSEC(21: 3).
           IF LOGIN-USUARIO-TB-W(IX-USU-W) = SPACES
              ADD 1 TO QTDE-SEM-LOGIN-W
              MOVE "SEM LOGIN NO SEC910 - NAO AVALIADO"
                                              TO REG-RELSEC(25: 34)
              WRITE REG-RELSEC
              GO 2410-CONFERE-SESSAO-FIM.
           MOVE "N" TO ACHOU-SW.
           PERFORM VARYING IX-LOG-W FROM 1 BY 1
                   UNTIL IX-LOG-W > QTDE-LOG-W OR ACHOU
              IF NOME-LOGIN-TB-W(IX-LOG-W) =
                 LOGIN-USUARIO-TB-W(IX-USU-W)
                 MOVE "S" TO ACHOU-SW
              END-IF
           END-PERFORM.
      *    NO FIM DO VARYING O INDICE PASSOU UMA POSICAO DO ACHADO.
           IF ACHOU
              SUBTRACT 1 FROM IX-LOG-W
              IF ULTIMA-SESSAO-TB-W(IX-LOG-W) NOT < DATA-CORTE-W
                 GO 2410-CONFERE-SESSAO-FIM
              END-IF
           END-IF.
           ADD 1 TO QTDE-DORMENTES-W.
           IF ACHOU AND ULTIMA-SESSAO-TB-W(IX-LOG-W) > ZEROS
              MOVE ULTIMA-SESSAO-TB-W(IX-LOG-W) TO REG-RELSEC(25: 8)
           ELSE
              MOVE "NENHUMA"                    TO REG-RELSEC(25: 7)
           END-IF.
           WRITE REG-RELSEC.
       2410-CONFERE-SESSAO-FIM.
           EXIT.

       2500-LISTA-NEGADOS SECTION.
           MOVE SPACES TO REG-RELSEC.
           WRITE REG-RELSEC.
           MOVE SPACES TO REG-RELSEC.
           MOVE "3. TENTATIVAS NEGADAS POR USUARIO NO PERIODO"
                                         TO REG-RELSEC(1: 45).
           WRITE REG-RELSEC.
           IF FS-LOGACESS NOT = "00"
              MOVE SPACES TO REG-RELSEC
              MOVE "   LOGACESS NAO DISPONIVEL - ITEM NAO AVALIADO"
                                         TO REG-RELSEC(1: 46)
              WRITE REG-RELSEC
              GO 2500-LISTA-NEGADOS-FIM.
           MOVE SPACES TO REG-RELSEC.
           MOVE "LOGIN    QTDE ULTIMA   PROGRAMA"
                                         TO REG-RELSEC(4: 31).
           WRITE REG-RELSEC.
           PERFORM 2510-IMPRIME-NEGADO
                   VARYING IX-LOG-W FROM 1 BY 1
                   UNTIL IX-LOG-W > QTDE-LOG-W.
           MOVE SPACES TO REG-RELSEC.
           MOVE "   TOTAL DE TENTATIVAS NEGADAS:" TO REG-RELSEC(1: 31).
           MOVE QTDE-NEGADOS-W                    TO REG-RELSEC(33: 5).
           WRITE REG-RELSEC.
       2500-LISTA-NEGADOS-FIM.
           EXIT.

       2510-IMPRIME-NEGADO SECTION.
           IF QTDE-NEGADOS-TB-W(IX-LOG-W) > ZEROS
              ADD QTDE-NEGADOS-TB-W(IX-LOG-W) TO QTDE-NEGADOS-W
              MOVE SPACES TO REG-RELSEC
              MOVE NOME-LOGIN-TB-W(IX-LOG-W)      TO REG-RELSEC(4: 8)
              MOVE QTDE-NEGADOS-TB-W(IX-LOG-W)    TO REG-RELSEC(13: 5)
              MOVE ULTIMO-NEGADO-TB-W(IX-LOG-W)   TO REG-RELSEC(19: 8)
              MOVE PROGRAMA-NEGADO-TB-W(IX-LOG-W) TO REG-RELSEC(28: 10)
              WRITE REG-RELSEC
           END-IF.

       2900-GRAVA-REVISAO SECTION.
      *    REVISAO PENDENTE DE ASSINATURA (TELA REV9100T).
           IF ST-REV910 NOT = "00"
              GO 2900-GRAVA-REVISAO-FIM.
           INITIALIZE REG-REV910.
           MOVE DATA-DIA-I        TO DATA-REV910.
           MOVE HORA-DIA-W        TO HORA-REV910.
           MOVE DIAS-W            TO DIAS-REV910.
           MOVE QTDE-CONFLITOS-W  TO QTDE-CONFLITOS-REV910.
           MOVE QTDE-DORMENTES-W  TO QTDE-DORMENTES-REV910.
           MOVE QTDE-NEGADOS-W    TO QTDE-NEGADOS-REV910.
           MOVE USUARIO-W         TO USUARIO-GERACAO-REV910.
           MOVE "P"               TO SITUACAO-REV910.
           WRITE REG-REV910 INVALID KEY
              CONTINUE
           END-WRITE.
           MOVE SPACES TO REG-RELSEC.
           WRITE REG-RELSEC.
           MOVE SPACES TO REG-RELSEC.
           MOVE "REVISAO"              TO REG-RELSEC(1: 7).
           MOVE DATA-REV910            TO REG-RELSEC(9: 8).
           MOVE HORA-REV910            TO REG-RELSEC(18: 8).
           MOVE "PENDENTE DE ASSINATURA NA TELA REV9100T"
                                       TO REG-RELSEC(27: 39).
           WRITE REG-RELSEC.
       2900-GRAVA-REVISAO-FIM.
           EXIT.

       3000-FINALIZA SECTION.
           CLOSE SEC910 SOD910 REV910 LOGACESS RELSEC.
           DISPLAY "SEC9101 - CONFLITOS.......: " QTDE-CONFLITOS-W.
           DISPLAY "SEC9101 - SEM SESSAO......: " QTDE-DORMENTES-W.
           DISPLAY "SEC9101 - SEM LOGIN.......: " QTDE-SEM-LOGIN-W.
           DISPLAY "SEC9101 - NEGADAS.........: " QTDE-NEGADOS-W.

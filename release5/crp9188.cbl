       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9188.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *RELATORIO DOS CONFLITOS DE CONCORRENCIA NA REGRAVACAO DO
      *CRD020 GRAVADOS NO CNC910 PELA ROTINA CRP9187 - TITULO QUE
      *OUTRO USUARIO OU OUTRO LOTE ALTEROU ENTRE A LEITURA E A
      *REGRAVACAO. P/ O PERIODO PEDIDO O REL9188 LISTA, UM A UM, OS
      *CASOS DE ALTERACAO DESPREZADA ("D" - OS DOIS MEXERAM NO MESMO
      *CAMPO E FICOU A GRAVACAO DO OUTRO), QUE PRECISAM DE ANALISE,
      *E FECHA COM A CONTAGEM POR PROGRAMA E TRATAMENTO: "R" TELA
      *RECARREGOU O TITULO, "A" ALTERACAO REAPLICADA SOBRE O ATUAL,
      *"D" DESPREZADA.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-8 = DATA INICIAL AAAAMMDD;
      *POS 9-16 = DATA FINAL (ZEROS = MES CORRENTE ATE HOJE).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX951.
           SELECT REL9188 ASSIGN TO REL9188-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9188.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW951.
       FD  REL9188
           LABEL RECORD IS OMITTED.
       01  REG-REL9188               PIC X(100).

       WORKING-STORAGE SECTION.
       01  REL9188-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-CNC910               PIC X(30)  VALUE SPACES.
       01  ST-CNC910                 PIC XX     VALUE SPACES.
       01  ST-REL9188                PIC XX     VALUE SPACES.
       01  FIM-ARQ-SW                PIC X      VALUE "N".
           88  FIM-ARQ                     VALUE "S".
       01  ACHOU-PROGRAMA-SW         PIC X      VALUE "N".
           88  ACHOU-PROGRAMA              VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-INI-W                PIC 9(08)  VALUE ZEROS.
       01  DATA-FIM-W                PIC 9(08)  VALUE ZEROS.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-RECARREGADOS-W       PIC 9(06)  VALUE ZEROS.
       01  QTDE-REAPLICADOS-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-DESPREZADOS-W        PIC 9(06)  VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  IX-PROG-W                 PIC 9(02) COMP VALUE ZEROS.
       01  QTDE-PROGRAMAS-W          PIC 9(02) COMP VALUE ZEROS.
       01  TABELA-PROGRAMAS-W.
           05  PROGRAMA-TB-W OCCURS 60 TIMES.
               10  PROGRAMA-PROG-W   PIC X(08).
               10  RECARREGADOS-PROG-W PIC 9(06).
               10  REAPLICADOS-PROG-W  PIC 9(06).
               10  DESPREZADOS-PROG-W  PIC 9(06).
      *            PROGRAMA-TB-W: CONTAGEM POR PROGRAMA; O QUE PASSAR
      *            DE 60 PROGRAMAS ENTRA SO NO TOTAL GERAL.

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
           PERFORM 2000-PROCESSA-CNC910.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CNC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CNC910.
           MOVE "REL9188" TO REL9188-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 8) NUMERIC AND
              OPCAO-PARAM-W(1: 8) NOT = ZEROS
              MOVE OPCAO-PARAM-W(1: 8) TO DATA-INI-W
           ELSE
              MOVE DATA-DIA-I          TO DATA-INI-W
              MOVE 01                  TO DATA-INI-W(7: 2)
           END-IF.
           IF OPCAO-PARAM-W(9: 8) NUMERIC AND
              OPCAO-PARAM-W(9: 8) NOT = ZEROS
              MOVE OPCAO-PARAM-W(9: 8) TO DATA-FIM-W
           ELSE
              MOVE DATA-DIA-I          TO DATA-FIM-W
           END-IF.
           INITIALIZE TABELA-PROGRAMAS-W.

           OPEN INPUT CNC910.
           OPEN OUTPUT REL9188.
           MOVE SPACES TO REG-REL9188.
           MOVE "CONFLITOS DE GRAVACAO NO CRD020 - PERIODO"
                                     TO REG-REL9188(1: 41).
           MOVE DATA-INI-W           TO REG-REL9188(43: 8).
           MOVE "A"                  TO REG-REL9188(52: 1).
           MOVE DATA-FIM-W           TO REG-REL9188(54: 8).
           WRITE REG-REL9188.
           MOVE SPACES TO REG-REL9188.
           WRITE REG-REL9188.
           MOVE "ALTERACOES DESPREZADAS (D) - P/ ANALISE"
                                     TO REG-REL9188(1: 39).
           WRITE REG-REL9188.
           MOVE SPACES TO REG-REL9188.
           MOVE "DATA     HORA     PROGRAMA USUARIO  TITULO    ST"
                                     TO REG-REL9188(1: 48).
           MOVE "PAGO LIDO/ATUAL"    TO REG-REL9188(53: 15).
           MOVE "CAMPOS EM COLISAO"  TO REG-REL9188(68: 17).
           WRITE REG-REL9188.

       2000-PROCESSA-CNC910 SECTION.
      *    SEM CNC910 NAO HOUVE CONFLITO NENHUM AINDA.
           IF ST-CNC910 NOT = "00"
              GO 2000-PROCESSA-CNC910-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           MOVE DATA-INI-W TO DATA-CNC910.
           MOVE ZEROS      TO HORA-CNC910 SEQ-CNC910.
           START CNC910 KEY IS NOT < CHAVE-CNC910 INVALID KEY
                 MOVE "S" TO FIM-ARQ-SW.
           PERFORM 2100-LE-CNC910 UNTIL FIM-ARQ.
       2000-PROCESSA-CNC910-FIM.
           EXIT.

       2100-LE-CNC910 SECTION.
           READ CNC910 NEXT RECORD AT END
                MOVE "S" TO FIM-ARQ-SW
                GO 2100-LE-CNC910-FIM
           END-READ.
           IF DATA-CNC910 > DATA-FIM-W
              MOVE "S" TO FIM-ARQ-SW
              GO 2100-LE-CNC910-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           PERFORM 2200-ACUMULA-PROGRAMA.
           EVALUATE TRUE
               WHEN TITULO-RECARREGADO-CNC910
                    ADD 1 TO QTDE-RECARREGADOS-W
               WHEN TITULO-REAPLICADO-CNC910
                    ADD 1 TO QTDE-REAPLICADOS-W
               WHEN OTHER
                    ADD 1 TO QTDE-DESPREZADOS-W
                    PERFORM 2300-IMPRIME-DESPREZADO
           END-EVALUATE.
       2100-LE-CNC910-FIM.
           EXIT.

       2200-ACUMULA-PROGRAMA SECTION.
           MOVE "N" TO ACHOU-PROGRAMA-SW.
           MOVE 1 TO IX-PROG-W.
           PERFORM 2210-PROCURA-PROGRAMA
                   UNTIL IX-PROG-W > QTDE-PROGRAMAS-W
                      OR ACHOU-PROGRAMA.
           IF NOT ACHOU-PROGRAMA
              IF QTDE-PROGRAMAS-W < 60
                 ADD 1 TO QTDE-PROGRAMAS-W
                 MOVE QTDE-PROGRAMAS-W TO IX-PROG-W
                 MOVE PROGRAMA-CNC910  TO PROGRAMA-PROG-W(IX-PROG-W)
              ELSE
                 GO 2200-ACUMULA-PROGRAMA-FIM
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN TITULO-RECARREGADO-CNC910
                    ADD 1 TO RECARREGADOS-PROG-W(IX-PROG-W)
               WHEN TITULO-REAPLICADO-CNC910
                    ADD 1 TO REAPLICADOS-PROG-W(IX-PROG-W)
               WHEN OTHER
                    ADD 1 TO DESPREZADOS-PROG-W(IX-PROG-W)
           END-EVALUATE.
       2200-ACUMULA-PROGRAMA-FIM.
           EXIT.

       2210-PROCURA-PROGRAMA SECTION.
           IF PROGRAMA-PROG-W(IX-PROG-W) = PROGRAMA-CNC910
              MOVE "S" TO ACHOU-PROGRAMA-SW
           ELSE
              ADD 1 TO IX-PROG-W
           END-IF.

       2300-IMPRIME-DESPREZADO SECTION.
           MOVE SPACES TO REG-REL9188.
           MOVE DATA-CNC910             TO REG-REL9188(1: 8).
           MOVE HORA-CNC910             TO REG-REL9188(10: 8).
           MOVE PROGRAMA-CNC910         TO REG-REL9188(19: 8).
           MOVE USUARIO-CNC910          TO REG-REL9188(28: 8).
           MOVE COD-COMPL-CNC910        TO REG-REL9188(37: 9).
           MOVE STATUS-LIDO-CNC910      TO REG-REL9188(47: 2).
           MOVE "/"                     TO REG-REL9188(49: 1).
           MOVE STATUS-ATUAL-CNC910     TO REG-REL9188(50: 2).
           MOVE VALOR-PAGO-LIDO-CNC910  TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W            TO REG-REL9188(53: 14).
           MOVE CAMPOS-COLISAO-CNC910   TO REG-REL9188(68: 33).
           WRITE REG-REL9188.
      *    O PAGO ATUAL (O QUE FICOU GRAVADO) VAI NA LINHA DE BAIXO.
           MOVE SPACES TO REG-REL9188.
           MOVE VALOR-PAGO-ATUAL-CNC910 TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W            TO REG-REL9188(53: 14).
           WRITE REG-REL9188.

       3000-FINALIZA SECTION.
           IF QTDE-DESPREZADOS-W = ZEROS
              MOVE SPACES TO REG-REL9188
              MOVE "NENHUMA ALTERACAO DESPREZADA NO PERIODO"
                                     TO REG-REL9188(1: 39)
              WRITE REG-REL9188
           END-IF.
           MOVE SPACES TO REG-REL9188.
           WRITE REG-REL9188.
           MOVE "CONFLITOS POR PROGRAMA" TO REG-REL9188(1: 22).
           WRITE REG-REL9188.
           MOVE SPACES TO REG-REL9188.
           MOVE "PROGRAMA"           TO REG-REL9188(1: 8).
           MOVE "RECARREG"           TO REG-REL9188(13: 8).
           MOVE "REAPLIC"            TO REG-REL9188(23: 7).
           MOVE "DESPREZ"            TO REG-REL9188(33: 7).
           WRITE REG-REL9188.
           PERFORM 3100-IMPRIME-PROGRAMA
                   VARYING IX-PROG-W FROM 1 BY 1
                   UNTIL IX-PROG-W > QTDE-PROGRAMAS-W.
           MOVE SPACES TO REG-REL9188.
           MOVE "TOTAL"              TO REG-REL9188(1: 5).
           MOVE QTDE-RECARREGADOS-W  TO REG-REL9188(15: 6).
           MOVE QTDE-REAPLICADOS-W   TO REG-REL9188(24: 6).
           MOVE QTDE-DESPREZADOS-W   TO REG-REL9188(34: 6).
           WRITE REG-REL9188.
           IF ST-CNC910 = "00"
              CLOSE CNC910
           END-IF.
           CLOSE REL9188.
           DISPLAY "CRP9188 - CONFLITOS NO PERIODO: " QTDE-LIDOS-W.
           DISPLAY "CRP9188 - RECARREGADOS.......: "
                   QTDE-RECARREGADOS-W.
           DISPLAY "CRP9188 - REAPLICADOS........: "
                   QTDE-REAPLICADOS-W.
           DISPLAY "CRP9188 - DESPREZADOS........: "
                   QTDE-DESPREZADOS-W.

       3100-IMPRIME-PROGRAMA SECTION.
           MOVE SPACES TO REG-REL9188.
           MOVE PROGRAMA-PROG-W(IX-PROG-W)     TO REG-REL9188(1: 8).
           MOVE RECARREGADOS-PROG-W(IX-PROG-W) TO REG-REL9188(15: 6).
           MOVE REAPLICADOS-PROG-W(IX-PROG-W)  TO REG-REL9188(24: 6).
           MOVE DESPREZADOS-PROG-W(IX-PROG-W)  TO REG-REL9188(34: 6).
           WRITE REG-REL9188.

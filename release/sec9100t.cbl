      *DESCRICAO: MANUTENCAO DAS PERMISSOES DE FUNCAO POR USUARIO
      *(SEC910). CADA LINHA LIBERA OU NEGA UMA FUNCAO SENSIVEL
      *(GERREMESSA, IMPRETORNO, BAIXALOTE, APROVADCE, EXCLUITIPO...)
      *P/ UM USUARIO; AS GRAVACOES SAO LOGADAS NO LOG001. GUARDA
      *TAMBEM O LOGIN DO USUARIO (NOME DO LOGACESS) P/ A REVISAO DE
      *ACESSOS E AVISA QUANDO A FUNCAO LIBERADA FORMA COM OUTRA JA
      *LIBERADA P/ O MESMO USUARIO UM PAR CONFLITANTE DO SOD910.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECX910.
           COPY SODX910.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY SECW910.
       COPY SODW910.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  ST-SOD910             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  PATH-SOD910           PIC X(30)    VALUE SPACES.
           05  LOGIN-ANTERIOR-W      PIC X(08)    VALUE SPACES.
           05  FUNCAO-CONFLITO-W     PIC X(10)    VALUE SPACES.
           05  FIM-SOD910-SW         PIC X        VALUE "N".
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".

           MOVE EMPRESA-W          TO EMP-REC
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "SOD910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SOD910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS
              CLOSE SEC910      OPEN OUTPUT SEC910
              CLOSE SEC910      OPEN I-O SEC910
           END-IF.
           OPEN INPUT SOD910.
           IF ST-SEC910 <> "00"
              MOVE "ERRO ABERTURA SEC910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-SEC910 TO GS-MENSAGEM-ERRO(23: 02)
                   MOVE COD-USUARIO-SEC910 TO GS-LINDET(1: 4)
                   MOVE FUNCAO-SEC910      TO GS-LINDET(6: 10)
                   MOVE PERMITIDO-SEC910   TO GS-LINDET(17: 1)
                   MOVE LOGIN-SEC910       TO GS-LINDET(19: 8)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
           END-PERFORM.

       GRAVA-PERMISSAO SECTION.
      *    LOGIN EM BRANCO NA TELA MANTEM O QUE JA ESTAVA GRAVADO.
           MOVE SPACES         TO LOGIN-ANTERIOR-W.
           MOVE GS-COD-USUARIO TO COD-USUARIO-SEC910.
           MOVE GS-FUNCAO      TO FUNCAO-SEC910.
           READ SEC910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE LOGIN-SEC910 TO LOGIN-ANTERIOR-W
           END-READ.
           MOVE GS-COD-USUARIO TO COD-USUARIO-SEC910.
           MOVE GS-FUNCAO      TO FUNCAO-SEC910.
           MOVE GS-PERMITIDO   TO PERMITIDO-SEC910.
           IF GS-LOGIN = SPACES
              MOVE LOGIN-ANTERIOR-W TO LOGIN-SEC910
           ELSE
              MOVE GS-LOGIN         TO LOGIN-SEC910
           END-IF.
           MOVE "A"            TO LOG1-OPERACAO.
           REWRITE REG-SEC910 INVALID KEY
              MOVE "I" TO LOG1-OPERACAO
              END-WRITE
           END-REWRITE.
           PERFORM GRAVA-LOG001.
           IF GS-PERMITIDO = "S"
              PERFORM VERIFICA-CONFLITO-SOD
           END-IF.

       VERIFICA-CONFLITO-SOD SECTION.
      *    A GRAVACAO NAO E BARRADA - O AVISO SAI NA HORA E O CONFLITO
      *    VOLTA NA REVISAO DE ACESSOS (SEC9101) ATE SER RESOLVIDO.
           IF ST-SOD910 <> "00"
              GO VERIFICA-CONFLITO-SOD-FIM.
           MOVE "N" TO FIM-SOD910-SW.
           MOVE SPACES TO CHAVE-SOD910.
           START SOD910 KEY IS NOT < CHAVE-SOD910 INVALID KEY
                 MOVE "S" TO FIM-SOD910-SW.
           PERFORM UNTIL FIM-SOD910-SW = "S"
              READ SOD910 NEXT RECORD AT END
                   MOVE "S" TO FIM-SOD910-SW
              NOT AT END
                MOVE SPACES TO FUNCAO-CONFLITO-W
                IF FUNCAO-A-SOD910 = GS-FUNCAO
                   MOVE FUNCAO-B-SOD910 TO FUNCAO-CONFLITO-W
                END-IF
                IF FUNCAO-B-SOD910 = GS-FUNCAO
                   MOVE FUNCAO-A-SOD910 TO FUNCAO-CONFLITO-W
                END-IF
                IF FUNCAO-CONFLITO-W NOT = SPACES
                   MOVE GS-COD-USUARIO    TO COD-USUARIO-SEC910
                   MOVE FUNCAO-CONFLITO-W TO FUNCAO-SEC910
                   READ SEC910 INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF FUNCAO-PERMITIDA-SEC910
                           MOVE SPACES TO GS-MENSAGEM-ERRO
                           STRING "ATENCAO: CONFLITO SOD910 COM "
                                  FUNCAO-CONFLITO-W
                                  DELIMITED BY SIZE
                                  INTO GS-MENSAGEM-ERRO
                           PERFORM CARREGA-MENSAGEM-ERRO
                           MOVE "S" TO FIM-SOD910-SW
                        END-IF
                   END-READ
                END-IF
              END-READ
           END-PERFORM.
       VERIFICA-CONFLITO-SOD-FIM.
           EXIT.

       EXCLUI-PERMISSAO SECTION.
           MOVE GS-COD-USUARIO TO COD-USUARIO-SEC910.

           close logacess

           CLOSE SEC910 SOD910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

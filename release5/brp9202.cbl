      *CAMPO EM BRANCO P/ ANOTAR O CONTADO NA PRATELEIRA. A
      *DIGITACAO E APROVACAO FICAM NA TELA BRP0300T E O LANCAMENTO
      *DOS AJUSTES NO BRP9203.
      *BRINDE KIT (KIT910) SAI MARCADO "KIT" E SEGUIDO DOS SEUS
      *COMPONENTES SO P/ ORIENTAR A CONTAGEM: NA LINHA DO KIT CONTA-
      *SE SO O KIT JA MONTADO (FECHADO); A PECA SOLTA E CONTADA NA
      *LINHA DO PROPRIO COMPONENTE.
      *O CICLO E DE UM LOCAL DE ESTOQUE (LOC910): O SALDO GUARDADO E
      *O DO BRINDE NAQUELE LOCAL E A FOLHA SAI COM O NOME DO LOCAL.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-2 = LOCAL (BRANCOS = 00,
      *DEPOSITO PRINCIPAL).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY BRDX010.
           COPY BRDX020.
           COPY INVX910.
           COPY KITX910.
           COPY LOCX910.
           SELECT REL9202 ASSIGN TO REL9202-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       COPY BRDW010.
       COPY BRDW020.
       COPY INVW910.
       COPY KITW910.
       COPY LOCW910.
       FD  REL9202
           LABEL RECORD IS OMITTED.
       01  REG-REL9202               PIC X(80).
       01  ST-BRD020                 PIC XX     VALUE SPACES.
       01  ST-INV910                 PIC XX     VALUE SPACES.
       01  ST-REL9202                PIC XX     VALUE SPACES.
       01  PATH-KIT910               PIC X(30)  VALUE SPACES.
       01  ST-KIT910                 PIC XX     VALUE SPACES.
       01  KIT910-ABERTO-SW          PIC X      VALUE "N".
           88  KIT910-ABERTO                    VALUE "S".
       01  FIM-KIT910-SW             PIC X      VALUE "N".
       01  E-KIT-SW                  PIC X      VALUE "N".
           88  BRINDE-E-KIT                VALUE "S".
       01  KIT-ATUAL-W               PIC 9(03)  VALUE ZEROS.
       01  FIM-BRD010-SW             PIC X      VALUE "N".
           88  FIM-BRD010                  VALUE "S".
       01  FIM-BRD020-SW             PIC X      VALUE "N".
       01  SALDO-W                   PIC S9(07) VALUE ZEROS.
       01  SALDO-ABS-W               PIC 9(07)  VALUE ZEROS.
       01  QTDE-BRINDES-W            PIC 9(04)  VALUE ZEROS.
       01  PATH-LOC910               PIC X(30)  VALUE SPACES.
       01  ST-LOC910                 PIC XX     VALUE SPACES.
       01  LOCAL-CICLO-W             PIC 9(02)  VALUE ZEROS.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "INV910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-INV910.
           MOVE "KIT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-KIT910.
           MOVE "LOC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOC910.
           MOVE "REL9202" TO REL9202-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 2) NUMERIC
              MOVE OPCAO-PARAM-W(1: 2) TO LOCAL-CICLO-W
           END-IF.

           OPEN INPUT BRD010 BRD020 KIT910 LOC910.
           IF ST-KIT910 = "00"  MOVE "S" TO KIT910-ABERTO-SW.
           MOVE LOCAL-CICLO-W TO CODIGO-LOC910.
           MOVE "DEPOSITO PRINCIPAL" TO NOME-LOC910.
           IF LOCAL-CICLO-W NOT = ZEROS
              IF ST-LOC910 = "00"
                 READ LOC910 INVALID KEY
                      MOVE "23" TO ST-LOC910
                 END-READ
              END-IF
              IF ST-LOC910 NOT = "00"
                 DISPLAY "BRP9202 - LOCAL " LOCAL-CICLO-W
                         " NAO CADASTRADO NO LOC910"
                 CLOSE BRD010 BRD020 KIT910 LOC910
                 GOBACK
              END-IF
           END-IF.
           OPEN I-O INV910.
           IF ST-INV910 = "35"
              CLOSE INV910      OPEN OUTPUT INV910
           MOVE DATA-DIA-I                  TO REG-REL9202(38: 8).
           WRITE REG-REL9202.
           MOVE SPACES TO REG-REL9202.
           MOVE "LOCAL"                     TO REG-REL9202(1: 5).
           MOVE LOCAL-CICLO-W               TO REG-REL9202(7: 2).
           MOVE NOME-LOC910                 TO REG-REL9202(10: 30).
           WRITE REG-REL9202.
           MOVE SPACES TO REG-REL9202.
           MOVE "BRINDE NOME                           SALDO   CONTADO"
                TO REG-REL9202.
           WRITE REG-REL9202.
           END-READ.

       2100-TOTALIZA-MOVIMENTO SECTION.
      *    MESMO CALCULO DE SALDO DO BRP9201, SO DO LOCAL DO CICLO.
           MOVE ZEROS TO TOTAL-ENTRADAS-W TOTAL-SAIDAS-W.
           MOVE "N"   TO FIM-BRD020-SW.
           MOVE CODIGO-BRD010 TO CODIGO-BRINDE-BRD020.
                IF CODIGO-BRINDE-BRD020 <> CODIGO-BRD010
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   IF LOCAL-BRD020 = LOCAL-CICLO-W
                      IF ENTRADA-ESTOQUE-BRD020
                         ADD QTDE-BRD020 TO TOTAL-ENTRADAS-W
                      ELSE
                         ADD QTDE-BRD020 TO TOTAL-SAIDAS-W
                      END-IF
                   END-IF
                END-IF
              END-READ
           MOVE DATA-DIA-I    TO DATA-GERACAO-INV910.
           MOVE ZEROS         TO DATA-CONTAGEM-INV910.
           MOVE SPACES        TO USUARIO-INV910.
           MOVE LOCAL-CICLO-W TO LOCAL-INV910.
           WRITE REG-INV910 INVALID KEY
              REWRITE REG-INV910
           END-WRITE.
           END-IF.
           MOVE SALDO-ABS-W   TO REG-REL9202(40: 7).
           MOVE "________"    TO REG-REL9202(50: 8).
           PERFORM 2250-VERIFICA-KIT.
           IF BRINDE-E-KIT
              MOVE "KIT"      TO REG-REL9202(59: 3)
           END-IF.
           WRITE REG-REL9202.
           IF BRINDE-E-KIT
              PERFORM 2300-IMPRIME-COMPONENTES
           END-IF.

       2250-VERIFICA-KIT SECTION.
           MOVE "N" TO E-KIT-SW.
           IF NOT KIT910-ABERTO
              GO 2250-VERIFICA-KIT-FIM
           END-IF.
           MOVE CODIGO-BRD010 TO KIT-KIT910.
           MOVE ZEROS         TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 GO 2250-VERIFICA-KIT-FIM.
           READ KIT910 NEXT RECORD AT END
                GO 2250-VERIFICA-KIT-FIM.
           IF KIT-KIT910 = CODIGO-BRD010
              MOVE "S" TO E-KIT-SW
           END-IF.
       2250-VERIFICA-KIT-FIM.
           EXIT.

       2300-IMPRIME-COMPONENTES SECTION.
      *    LINHAS SO DE ORIENTACAO (NAO VAO P/ O INV910). O BRD010
      *    E LIDO NO COMPONENTE E REPOSICIONADO DEPOIS DO KIT P/ A
      *    LEITURA SEQUENCIAL SEGUIR DO PONTO CERTO.
           MOVE CODIGO-BRD010 TO KIT-ATUAL-W.
           MOVE SPACES TO REG-REL9202.
           MOVE "CONTAR SO O KIT MONTADO; PECA SOLTA NA LINHA DELA"
                TO REG-REL9202(8: 50).
           WRITE REG-REL9202.
           MOVE "N" TO FIM-KIT910-SW.
           MOVE KIT-ATUAL-W TO KIT-KIT910.
           MOVE ZEROS       TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = KIT-ATUAL-W
                   MOVE "S" TO FIM-KIT910-SW
                ELSE
                   MOVE COMPONENTE-KIT910 TO CODIGO-BRD010
                   READ BRD010 INVALID KEY
                        MOVE "*** SEM CADASTRO ***" TO NOME-BRD010
                   END-READ
                   MOVE SPACES TO REG-REL9202
                   MOVE "+"                    TO REG-REL9202(8: 1)
                   MOVE COMPONENTE-KIT910      TO REG-REL9202(10: 3)
                   MOVE NOME-BRD010            TO REG-REL9202(14: 30)
                   MOVE "X"                    TO REG-REL9202(45: 1)
                   MOVE QTDE-COMPONENTE-KIT910 TO REG-REL9202(47: 5)
                   WRITE REG-REL9202
                END-IF
              END-READ
           END-PERFORM.
           MOVE KIT-ATUAL-W TO CODIGO-BRD010.
           START BRD010 KEY IS > CODIGO-BRD010 INVALID KEY
                 MOVE "S" TO FIM-BRD010-SW.

       3000-FINALIZA SECTION.
           CLOSE BRD010 BRD020 INV910 KIT910 LOC910 REL9202.
           DISPLAY "BRP9202 - CICLO GERADO.........: " CICLO-NOVO-W.
           DISPLAY "BRP9202 - LOCAL DO CICLO.......: " LOCAL-CICLO-W.
           DISPLAY "BRP9202 - BRINDES NO CICLO.....: " QTDE-BRINDES-W.

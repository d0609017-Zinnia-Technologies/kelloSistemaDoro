       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRP9205.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *SUGESTAO DE COMPRA POR PONTO DE REPOSICAO (RODA TODA NOITE) -
      *P/ CADA BRINDE DO BRD010 COM ESTOQUE-MINIMO-BRD010 CALCULA A
      *POSICAO PROJETADA = SALDO DO MOVIMENTO BRD020 - EXIGENCIA DOS
      *CONTRATOS EM ABERTO (ITENS DO COD043 COM DATA-PAGTO EM ZEROS,
      *COM A PARTE DOS KITS PENDENTES EXPLODIDA NOS COMPONENTES COMO
      *NO BRP9201) + QTDE DOS PED910 EMITIDOS AINDA NAO RECEBIDOS.
      *ABAIXO DO MINIMO GRAVA NO SUG910 UMA SUGESTAO PENDENTE P/ O
      *FORNECEDOR HABITUAL, COM A FALTA ATE O MINIMO ARREDONDADA P/
      *CIMA NO LOTE (QTDE-REPOSICAO-BRD010), QUE O COMPRADOR ACEITA
      *OU RECUSA NO COD9047T. BRINDE QUE VOLTOU AO MINIMO TEM A
      *SUGESTAO NAO ACEITA APAGADA; A RECUSADA SO VOLTA A SER
      *SUGERIDA DEPOIS DISSO. KIT NAO E SUGERIDO (SE COMPRA PECA).
      *LISTA AS SUGESTOES NO REL9205.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BRDX010.
           COPY BRDX020.
           COPY COD043X.
           COPY KITX910.
           COPY PEDX910.
           COPY SUGX910.
           SELECT REL9205 ASSIGN TO REL9205-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9205.

       DATA DIVISION.
       FILE SECTION.
       COPY BRDW010.
       COPY BRDW020.
       COPY COD043W.
       COPY KITW910.
       COPY PEDW910.
       COPY SUGW910.
       FD  REL9205
           LABEL RECORD IS OMITTED.
       01  REG-REL9205               PIC X(100).

       WORKING-STORAGE SECTION.
       01  REL9205-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-BRD020               PIC X(30)  VALUE SPACES.
       01  PATH-KIT910               PIC X(30)  VALUE SPACES.
       01  PATH-PED910               PIC X(30)  VALUE SPACES.
       01  PATH-SUG910               PIC X(30)  VALUE SPACES.
       01  ST-BRD010                 PIC XX     VALUE SPACES.
       01  ST-BRD020                 PIC XX     VALUE SPACES.
       01  ST-COD043                 PIC XX     VALUE SPACES.
       01  ST-KIT910                 PIC XX     VALUE SPACES.
       01  KIT910-ABERTO-SW          PIC X      VALUE "N".
           88  KIT910-ABERTO                    VALUE "S".
       01  ST-PED910                 PIC XX     VALUE SPACES.
       01  ST-SUG910                 PIC XX     VALUE SPACES.
       01  ST-REL9205                PIC XX     VALUE SPACES.
       01  FIM-BRD010-SW             PIC X      VALUE "N".
           88  FIM-BRD010                  VALUE "S".
       01  FIM-BRD020-SW             PIC X      VALUE "N".
       01  FIM-COD043-SW             PIC X      VALUE "N".
       01  FIM-KIT910-SW             PIC X      VALUE "N".
       01  FIM-PED910-SW             PIC X      VALUE "N".
       01  E-KIT-SW                  PIC X      VALUE "N".
           88  BRINDE-E-KIT                VALUE "S".
       01  ACHOU-SUG-SW              PIC X      VALUE "N".
           88  ACHOU-SUGESTAO              VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  BRINDE-AUX-W              PIC 9(03)  VALUE ZEROS.
       01  SALDO-AUX-W               PIC S9(07) VALUE ZEROS.
       01  KIT-ANTERIOR-W            PIC 9(03)  VALUE ZEROS.
       01  EXIGENCIA-KIT-W           PIC 9(07)  VALUE ZEROS.
       01  SALDO-W                   PIC S9(07) VALUE ZEROS.
       01  PROJETADO-W               PIC S9(07) VALUE ZEROS.
       01  FALTA-W                   PIC S9(07) VALUE ZEROS.
       01  LOTES-W                   PIC 9(07)  VALUE ZEROS.
       01  SUGERIDA-W                PIC 9(07)  VALUE ZEROS.
       01  QTDE-BRINDES-W            PIC 9(04)  VALUE ZEROS.
       01  QTDE-SUGESTOES-W          PIC 9(04)  VALUE ZEROS.
       01  QTDE-RECUSADAS-W          PIC 9(04)  VALUE ZEROS.
       01  QTDE-APAGADAS-W           PIC 9(04)  VALUE ZEROS.
       01  QTDE-EDIT-W               PIC -ZZZZZZ9.
      *    EXIGENCIA EM ABERTO E PEDIDO EMITIDO POR CODIGO DE BRINDE.
       01  TABELA-BRINDES-W.
           05  BRINDE-TAB-W OCCURS 999 TIMES.
               10  EXIGENCIA-TAB-W   PIC 9(07).
               10  PED-ABERTO-TAB-W  PIC 9(07).

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
           PERFORM 2000-PROCESSA-BRINDE UNTIL FIM-BRD010.
           PERFORM 3000-FINALIZA.
           STOP RUN.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "BRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD020.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "KIT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-KIT910.
           MOVE "PED910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PED910.
           MOVE "SUG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SUG910.
           MOVE "REL9205" TO REL9205-NOME.
           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.

           OPEN INPUT BRD010 BRD020 COD043 KIT910 PED910.
           IF ST-KIT910 = "00"  MOVE "S" TO KIT910-ABERTO-SW.
           OPEN I-O SUG910.
           IF ST-SUG910 = "35"
              CLOSE SUG910      OPEN OUTPUT SUG910
              CLOSE SUG910      OPEN I-O SUG910
           END-IF.
           OPEN OUTPUT REL9205.
           INITIALIZE TABELA-BRINDES-W.
           PERFORM 1100-CARREGA-EXIGENCIA.
           IF KIT910-ABERTO
              PERFORM 1200-EXPLODE-KITS
           END-IF.
           PERFORM 1400-CARREGA-PEDIDOS.
           PERFORM 1500-CABECALHO.
           IF ST-BRD010 <> "00"
              MOVE "S" TO FIM-BRD010-SW
           ELSE
              MOVE ZEROS TO CODIGO-BRD010
              START BRD010 KEY IS NOT < CODIGO-BRD010 INVALID KEY
                    MOVE "S" TO FIM-BRD010-SW
           END-IF.

       1100-CARREGA-EXIGENCIA SECTION.
           MOVE "N"   TO FIM-COD043-SW.
           MOVE ZEROS TO SEQ-CO43 ITEM-CO43.
           START COD043 KEY IS NOT < CHAVE-CO43 INVALID KEY
                 MOVE "S" TO FIM-COD043-SW.
           PERFORM UNTIL FIM-COD043-SW = "S"
              READ COD043 NEXT RECORD AT END
                   MOVE "S" TO FIM-COD043-SW
              NOT AT END
                IF DATA-PAGTO-CO43 = ZEROS AND BRINDE-CO43 > 0
                   ADD QTDE-BRINDE-CO43 TO
                       EXIGENCIA-TAB-W(BRINDE-CO43)
                END-IF
              END-READ
           END-PERFORM.

       1200-EXPLODE-KITS SECTION.
      *    EXIGENCIA DO KIT NAO COBERTA PELO SALDO DE KIT MONTADO X
      *    QTDE POR KIT SOMA NA EXIGENCIA DE CADA COMPONENTE.
           MOVE ZEROS TO KIT-ANTERIOR-W KIT-KIT910 COMPONENTE-KIT910.
           MOVE "N"   TO FIM-KIT910-SW.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = KIT-ANTERIOR-W
                   MOVE KIT-KIT910 TO KIT-ANTERIOR-W
                   PERFORM 1300-EXIGENCIA-KIT
                END-IF
                IF EXIGENCIA-KIT-W > 0 AND COMPONENTE-KIT910 > 0
                   COMPUTE EXIGENCIA-TAB-W(COMPONENTE-KIT910) =
                           EXIGENCIA-TAB-W(COMPONENTE-KIT910) +
                           EXIGENCIA-KIT-W * QTDE-COMPONENTE-KIT910
                END-IF
              END-READ
           END-PERFORM.

       1300-EXIGENCIA-KIT SECTION.
           MOVE KIT-KIT910 TO BRINDE-AUX-W.
           PERFORM 2150-SALDO-AUXILIAR.
           IF SALDO-AUX-W > 0
              COMPUTE SALDO-AUX-W = EXIGENCIA-TAB-W(KIT-KIT910)
                                  - SALDO-AUX-W
           ELSE
              MOVE EXIGENCIA-TAB-W(KIT-KIT910) TO SALDO-AUX-W
           END-IF.
           IF SALDO-AUX-W > 0
              MOVE SALDO-AUX-W TO EXIGENCIA-KIT-W
           ELSE
              MOVE ZEROS TO EXIGENCIA-KIT-W
           END-IF.

       1400-CARREGA-PEDIDOS SECTION.
      *    PEDIDO EMITIDO E AINDA NAO RECEBIDO VAI ENTRAR NO ESTOQUE.
           MOVE "N"   TO FIM-PED910-SW.
           MOVE ZEROS TO NUMERO-PED910 ITEM-PED910.
           START PED910 KEY IS NOT < CHAVE-PED910 INVALID KEY
                 MOVE "S" TO FIM-PED910-SW.
           PERFORM UNTIL FIM-PED910-SW = "S"
              READ PED910 NEXT RECORD AT END
                   MOVE "S" TO FIM-PED910-SW
              NOT AT END
                IF PEDIDO-EMITIDO-PED910 AND BRINDE-PED910 > 0
                   ADD QTDE-PED910 TO PED-ABERTO-TAB-W(BRINDE-PED910)
                END-IF
              END-READ
           END-PERFORM.

       1500-CABECALHO SECTION.
           MOVE SPACES TO REG-REL9205.
           STRING "BRP9205 - SUGESTAO DE COMPRA POR PONTO DE REPOSICAO"
                  " - " DATA-DIA-I
                  DELIMITED BY SIZE INTO REG-REL9205.
           WRITE REG-REL9205.
           MOVE SPACES TO REG-REL9205.
           WRITE REG-REL9205.
           MOVE "BRI NOME                   SALDO EXIGENC PED ABER PROJ
      -         "ETAD  MINIMO SUGERIDA FORNEC SIT" TO REG-REL9205.
           WRITE REG-REL9205.

       2000-PROCESSA-BRINDE SECTION.
           READ BRD010 NEXT RECORD AT END
                MOVE "S" TO FIM-BRD010-SW
                GO 2000-PROCESSA-BRINDE-FIM
           END-READ.
           ADD 1 TO QTDE-BRINDES-W.
           PERFORM 2050-VERIFICA-KIT.
           MOVE CODIGO-BRD010 TO BRINDE-SUG910.
           MOVE "S" TO ACHOU-SUG-SW.
           READ SUG910 INVALID KEY
                MOVE "N" TO ACHOU-SUG-SW
           END-READ.
           IF BRINDE-E-KIT OR ESTOQUE-MINIMO-BRD010 = ZEROS
              PERFORM 2400-APAGA-SUGESTAO
              GO 2000-PROCESSA-BRINDE-FIM
           END-IF.
           MOVE CODIGO-BRD010 TO BRINDE-AUX-W.
           PERFORM 2150-SALDO-AUXILIAR.
           MOVE SALDO-AUX-W TO SALDO-W.
           COMPUTE PROJETADO-W = SALDO-W
                               - EXIGENCIA-TAB-W(CODIGO-BRD010)
                               + PED-ABERTO-TAB-W(CODIGO-BRD010).
           IF PROJETADO-W NOT < ESTOQUE-MINIMO-BRD010
              PERFORM 2400-APAGA-SUGESTAO
              GO 2000-PROCESSA-BRINDE-FIM
           END-IF.
           IF ACHOU-SUGESTAO AND SUGESTAO-RECUSADA-SUG910
              ADD 1 TO QTDE-RECUSADAS-W
              PERFORM 2600-IMPRIME-SUGESTAO
              GO 2000-PROCESSA-BRINDE-FIM
           END-IF.
           PERFORM 2200-CALCULA-SUGERIDA.
           PERFORM 2300-GRAVA-SUGESTAO.
           PERFORM 2600-IMPRIME-SUGESTAO.
       2000-PROCESSA-BRINDE-FIM.
           EXIT.

       2050-VERIFICA-KIT SECTION.
           MOVE "N" TO E-KIT-SW.
           IF NOT KIT910-ABERTO
              GO 2050-VERIFICA-KIT-FIM
           END-IF.
           MOVE CODIGO-BRD010 TO KIT-KIT910.
           MOVE ZEROS         TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 GO 2050-VERIFICA-KIT-FIM.
           READ KIT910 NEXT RECORD AT END
                GO 2050-VERIFICA-KIT-FIM.
           IF KIT-KIT910 = CODIGO-BRD010
              MOVE "S" TO E-KIT-SW
           END-IF.
       2050-VERIFICA-KIT-FIM.
           EXIT.

       2150-SALDO-AUXILIAR SECTION.
      *    SALDO DO MOVIMENTO BRD020 DO BRINDE-AUX-W EM SALDO-AUX-W.
           MOVE ZEROS TO SALDO-AUX-W.
           MOVE "N"   TO FIM-BRD020-SW.
           MOVE BRINDE-AUX-W TO CODIGO-BRINDE-BRD020.
           MOVE ZEROS        TO SEQ-BRD020.
           START BRD020 KEY IS NOT < CHAVE-BRD020 INVALID KEY
                 MOVE "S" TO FIM-BRD020-SW.
           PERFORM UNTIL FIM-BRD020-SW = "S"
              READ BRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-BRD020-SW
              NOT AT END
                IF CODIGO-BRINDE-BRD020 <> BRINDE-AUX-W
                   MOVE "S" TO FIM-BRD020-SW
                ELSE
                   IF ENTRADA-ESTOQUE-BRD020
                      ADD QTDE-BRD020 TO SALDO-AUX-W
                   ELSE
                      SUBTRACT QTDE-BRD020 FROM SALDO-AUX-W
                   END-IF
                END-IF
              END-READ
           END-PERFORM.

       2200-CALCULA-SUGERIDA SECTION.
      *    FALTA ATE O MINIMO, ARREDONDADA P/ CIMA EM LOTES DE
      *    REPOSICAO (SEM LOTE, A PROPRIA FALTA).
           COMPUTE FALTA-W = ESTOQUE-MINIMO-BRD010 - PROJETADO-W.
           IF QTDE-REPOSICAO-BRD010 > 0
              DIVIDE FALTA-W BY QTDE-REPOSICAO-BRD010 GIVING LOTES-W
              IF LOTES-W * QTDE-REPOSICAO-BRD010 < FALTA-W
                 ADD 1 TO LOTES-W
              END-IF
              COMPUTE SUGERIDA-W = LOTES-W * QTDE-REPOSICAO-BRD010
           ELSE
              MOVE FALTA-W TO SUGERIDA-W
           END-IF.
           IF SUGERIDA-W > 99999
              MOVE 99999 TO SUGERIDA-W
           END-IF.

       2300-GRAVA-SUGESTAO SECTION.
      *    SUGESTAO ACEITA ANTES JA CONTA NO PEDIDO EM ABERTO; SE
      *    AINDA FALTA, VIRA NOVA SUGESTAO PENDENTE.
           INITIALIZE REG-SUG910.
           MOVE CODIGO-BRD010          TO BRINDE-SUG910.
           MOVE CODIGO-FORNEC-BRD010   TO FORNEC-SUG910.
           MOVE SALDO-W                TO SALDO-SUG910.
           MOVE EXIGENCIA-TAB-W(CODIGO-BRD010)  TO EXIGENCIA-SUG910.
           MOVE PED-ABERTO-TAB-W(CODIGO-BRD010) TO
                                          PEDIDO-ABERTO-SUG910.
           MOVE ESTOQUE-MINIMO-BRD010  TO MINIMO-SUG910.
           MOVE SUGERIDA-W             TO QTDE-SUGERIDA-SUG910.
           MOVE CUSTO-PADRAO-BRD010    TO CUSTO-SUG910.
           MOVE DATA-DIA-I             TO DATA-SUGESTAO-SUG910.
           MOVE "P"                    TO SITUACAO-SUG910.
           MOVE USUARIO-W              TO USUARIO-SUG910.
           IF ACHOU-SUGESTAO
              REWRITE REG-SUG910 INVALID KEY
                      CONTINUE
              END-REWRITE
           ELSE
              WRITE REG-SUG910 INVALID KEY
                    REWRITE REG-SUG910
              END-WRITE
           END-IF.
           ADD 1 TO QTDE-SUGESTOES-W.

       2400-APAGA-SUGESTAO SECTION.
      *    BRINDE ATENDIDO: SAI A SUGESTAO PENDENTE OU RECUSADA; A
      *    ACEITA FICA COMO REFERENCIA DO PEDIDO.
           IF ACHOU-SUGESTAO AND NOT SUGESTAO-ACEITA-SUG910
              DELETE SUG910 RECORD INVALID KEY
                     CONTINUE
              END-DELETE
              ADD 1 TO QTDE-APAGADAS-W
           END-IF.

       2600-IMPRIME-SUGESTAO SECTION.
           MOVE SPACES TO REG-REL9205.
           MOVE CODIGO-BRD010          TO REG-REL9205(1: 3).
           MOVE NOME-BRD010            TO REG-REL9205(5: 20).
           MOVE SALDO-W                TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W            TO REG-REL9205(26: 8).
           MOVE EXIGENCIA-TAB-W(CODIGO-BRD010)  TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W            TO REG-REL9205(35: 8).
           MOVE PED-ABERTO-TAB-W(CODIGO-BRD010) TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W            TO REG-REL9205(44: 8).
           MOVE PROJETADO-W            TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W            TO REG-REL9205(53: 8).
           MOVE ESTOQUE-MINIMO-BRD010  TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W            TO REG-REL9205(62: 8).
           MOVE QTDE-SUGERIDA-SUG910   TO QTDE-EDIT-W.
           MOVE QTDE-EDIT-W            TO REG-REL9205(71: 8).
           MOVE FORNEC-SUG910          TO REG-REL9205(80: 6).
           IF SUGESTAO-RECUSADA-SUG910
              MOVE "RECUSADA"          TO REG-REL9205(87: 8)
           ELSE
              MOVE "PENDENTE"          TO REG-REL9205(87: 8)
           END-IF.
           WRITE REG-REL9205.

       3000-FINALIZA SECTION.
           CLOSE BRD010 BRD020 COD043 KIT910 PED910 SUG910 REL9205.
           DISPLAY "BRP9205 - BRINDES LIDOS.......: " QTDE-BRINDES-W.
           DISPLAY "BRP9205 - SUGESTOES GRAVADAS..: " QTDE-SUGESTOES-W.
           DISPLAY "BRP9205 - RECUSADAS MANTIDAS..: " QTDE-RECUSADAS-W.
           DISPLAY "BRP9205 - SUGESTOES APAGADAS..: " QTDE-APAGADAS-W.

      *DEPOSITOS DO VIP100/VIP101. FECHA COM A MARGEM DE CADA
      *CONTRATO, DO PIOR P/ O MELHOR, P/ O COMERCIAL AGIR ANTES DA
      *DATA DO EVENTO.
      *BRINDE KIT (KIT910) AINDA SEM CUSTO-REAL TEM O CUSTO
      *COMPROMETIDO SOMADO DOS COMPONENTES (CUSTO-PADRAO DO BRD010
      *X QTDE POR KIT) NO LUGAR DO CUSTO-PREVISTO DO COD043.
      *A RECEITA VEM DO EXTRATO DO CRP9190 (ABT910) E NAO MAIS DO
      *CRD020: OS TITULOS EM ABERTO DAO O SALDO (E O PAGO DOS "PP") E
      *O RESUMO DOS ENCERRADOS DA O PAGO DOS "PG" DE CADA CONTRATO.
      *EXTRATO QUE NAO E DE HOJE OU NAO CONFERE COM O TOTAL DE
      *CONTROLE (ROTINA CRP9191) NAO E USADO - O RELATORIO SAI SO COM
      *O MOTIVO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX952.
           COPY COD043X.
           COPY VIP100X.
           COPY VIP101X.
           COPY BRDX010.
           COPY KITX910.
           SELECT REL9148 ASSIGN TO REL9148-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW952.
       COPY COD043W.
       COPY VIP100W.
       COPY VIP101W.
       COPY BRDW010.
       COPY KITW910.
       FD  REL9148
           LABEL RECORD IS OMITTED.
       01  REG-REL9148               PIC X(130).

       WORKING-STORAGE SECTION.
       COPY CRPEXTR.
       01  REL9148-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-ABT910               PIC X(30)  VALUE SPACES.
       01  ST-ABT910                 PIC XX     VALUE SPACES.
       01  ST-COD043                 PIC XX     VALUE SPACES.
       01  ST-VIP100                 PIC XX     VALUE SPACES.
       01  ST-VIP101                 PIC XX     VALUE SPACES.
       01  PATH-VIP101               PIC X(30)  VALUE SPACES.
       01  ST-REL9148                PIC XX     VALUE SPACES.
       01  ST-BRD010                 PIC XX     VALUE SPACES.
       01  ST-KIT910                 PIC XX     VALUE SPACES.
       01  KIT910-ABERTO-SW          PIC X      VALUE "N".
           88  KIT910-ABERTO                    VALUE "S".
       01  PATH-KIT910               PIC X(30)  VALUE SPACES.
       01  FIM-KIT910-SW             PIC X      VALUE "N".
       01  CUSTO-KIT-W               PIC 9(10)V99 VALUE ZEROS.
       01  QTDE-COMPONENTES-W        PIC 9(03)  VALUE ZEROS.
       01  FIM-ABT910-SW             PIC X      VALUE "N".
           88  FIM-ABT910                  VALUE "S".
       01  FIM-COD043-SW             PIC X      VALUE "N".
           88  FIM-COD043                  VALUE "S".
       01  FIM-VIP100-SW             PIC X      VALUE "N".
      *    PROXIMO ARQUIVO FORA DO AT END DO ANTERIOR (COMO O
      *    IEP9102 FAZ) - REARMAR A MESMA CHAVE DENTRO DO AT END
      *    RELERIA ALEM DO FIM E NUNCA TERMINARIA.
           PERFORM 2100-VARRE-ABT910 UNTIL FIM-ABT910.
           PERFORM 2150-INICIA-COD043.
           PERFORM 2200-VARRE-COD043 UNTIL FIM-COD043.
           PERFORM 2250-INICIA-VIP100.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "ABT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ABT910.
           MOVE "COD043" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD043.
           MOVE "VIP100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VIP100.
           MOVE "VIP101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VIP101.
           MOVE "BRD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BRD010.
           MOVE "KIT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-KIT910.
           MOVE "REL9148" TO REL9148-NOME.

           INITIALIZE TABELA-CONTRATOS-W.
           OPEN OUTPUT REL9148.
           PERFORM 1100-CONFERE-EXTRATO.
           IF NOT EXTRATO-OK-EXT
              MOVE "S" TO FIM-ABT910-SW FIM-COD043-SW FIM-VIP100-SW
           ELSE
              OPEN INPUT ABT910 COD043 VIP100 VIP101 BRD010 KIT910
              IF ST-KIT910 = "00"
                 MOVE "S" TO KIT910-ABERTO-SW
              END-IF
      *       PELA CHAVE ALTERNATIVA A PARTIR DOS TITULOS EM ABERTO
      *       ("A"): DEPOIS VEM OS LIQUIDADOS DO DIA ("L", JA NO
      *       RESUMO) E O RESUMO DOS ENCERRADOS ("R").
              MOVE "A"   TO TIPO-COMPL-ABT910
              MOVE ZEROS TO COD-COMPL-ALT-ABT910
              START ABT910 KEY IS NOT < CHAVE-COMPL-ABT910 INVALID KEY
                    MOVE "S" TO FIM-ABT910-SW
              END-START
           END-IF.

       1100-CONFERE-EXTRATO SECTION.
           MOVE EMPRESA-W  TO EMPRESA-EXT.
           MOVE ZEROS      TO DATA-REFERENCIA-EXT.
           CALL "CRP9191" USING PARAMETROS-EXTRATO.
           CANCEL "CRP9191".
           IF NOT EXTRATO-OK-EXT
              MOVE SPACES       TO REG-REL9148
              MOVE MENSAGEM-EXT TO REG-REL9148
              WRITE REG-REL9148
           END-IF.
           DISPLAY "CRP9148 - " MENSAGEM-EXT.

       2100-VARRE-ABT910 SECTION.
           READ ABT910 NEXT RECORD AT END
                MOVE "S" TO FIM-ABT910-SW
              NOT AT END
                IF NOT TITULO-LIQUIDADO-ABT910
                   AND NR-CONTRATO-ABT910 NOT = ZEROS
                   MOVE NR-CONTRATO-ABT910 TO CONTRATO-TRAB-W
                   PERFORM 2400-ACHA-CONTRATO
                   IF IX-CON-W NOT > 500
                      IF STATUS-ABT910 = "PG" OR
                         STATUS-ABT910 = "PP"
                         ADD VALOR-PAGO-ABT910
                             TO RECEBIDO-CN-W(IX-CON-W)
                      END-IF
                      IF TITULO-ABERTO-ABT910
                         ADD SALDO-ABT910 TO ABERTO-CN-W(IX-CON-W)
                      END-IF
                   END-IF
                END-IF
                      ADD MARGEM-ABS-W
                          TO CUSTO-REAL-CN-W(IX-CON-W)
                   ELSE
                      PERFORM 2210-CUSTO-KIT
                      IF QTDE-COMPONENTES-W > 0
                         COMPUTE MARGEM-ABS-W =
                                 CUSTO-KIT-W * QTDE-BRINDE-CO43
                      ELSE
                         COMPUTE MARGEM-ABS-W =
                                 CUSTO-PREVISTO-CO43 * QTDE-BRINDE-CO43
                      END-IF
                      ADD MARGEM-ABS-W
                          TO CUSTO-PREV-CN-W(IX-CON-W)
                   END-IF
                END-IF
           END-READ.

       2210-CUSTO-KIT SECTION.
      *    SOMA CUSTO-PADRAO X QTDE DOS COMPONENTES DO BRINDE-CO43.
      *    SEM COMPONENTES (QTDE-COMPONENTES-W = 0) NAO E KIT.
           MOVE ZEROS TO CUSTO-KIT-W QTDE-COMPONENTES-W.
           IF NOT KIT910-ABERTO
              GO 2210-CUSTO-KIT-FIM
           END-IF.
           MOVE "N" TO FIM-KIT910-SW.
           MOVE BRINDE-CO43 TO KIT-KIT910.
           MOVE ZEROS       TO COMPONENTE-KIT910.
           START KIT910 KEY IS NOT < CHAVE-KIT910 INVALID KEY
                 MOVE "S" TO FIM-KIT910-SW.
           PERFORM UNTIL FIM-KIT910-SW = "S"
              READ KIT910 NEXT RECORD AT END
                   MOVE "S" TO FIM-KIT910-SW
              NOT AT END
                IF KIT-KIT910 NOT = BRINDE-CO43
                   MOVE "S" TO FIM-KIT910-SW
                ELSE
                   ADD 1 TO QTDE-COMPONENTES-W
                   MOVE COMPONENTE-KIT910 TO CODIGO-BRD010
                   READ BRD010 INVALID KEY
                        MOVE ZEROS TO CUSTO-PADRAO-BRD010
                   END-READ
                   COMPUTE CUSTO-KIT-W = CUSTO-KIT-W +
                           CUSTO-PADRAO-BRD010 * QTDE-COMPONENTE-KIT910
                END-IF
              END-READ
           END-PERFORM.
       2210-CUSTO-KIT-FIM.
           EXIT.

       2250-INICIA-VIP100 SECTION.
           IF ST-VIP100 = "00"
              MOVE ZEROS TO NR-CONTRATO-VI100 NR-MOVTO-VI100
                   - CUSTO-PREV-CN-W(IX-CON-W).

       3000-FINALIZA SECTION.
           IF NOT EXTRATO-OK-EXT
              CLOSE REL9148
              GO 3000-FINALIZA-FIM.
           MOVE SPACES TO REG-REL9148.
           MOVE "RENTABILIDADE POR CONTRATO (PIOR MARGEM PRIMEIRO)"
                TO REG-REL9148(1: 50).
           PERFORM 3100-IMPRIME-CONTRATO
                   VARYING IX-ORD-W FROM 1 BY 1
                   UNTIL IX-ORD-W > QTDE-CON-W.
           CLOSE ABT910 COD043 VIP100 VIP101 BRD010 KIT910 REL9148.
           DISPLAY "CRP9148 - CONTRATOS LISTADOS...: " QTDE-CON-W.
       3000-FINALIZA-FIM.
           EXIT.

       3100-IMPRIME-CONTRATO SECTION.
           MOVE IX-ORD-W TO IX-CON-W.

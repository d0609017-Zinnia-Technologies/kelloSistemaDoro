       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9190.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *EXTRATO NOTURNO DOS TITULOS EM ABERTO - PASSO DA CORRENTE
      *CHN910, LOGO DEPOIS DA IMPORTACAO DOS RETORNOS (CRP9163). LE O
      *CRD020 UMA SO VEZ E GRAVA O ABT910 (COPY CRPW952) COM UM
      *REGISTRO POR TITULO EM ABERTO - STATUS NAO TERMINAL PELO
      *CRPTERM, SALDO RESIDUAL NA BAIXA PARCIAL, DIAS DE ATRASO,
      *PORTADOR, MODALIDADE, CONTRATO E CLIENTE -, OS LIQUIDADOS DO
      *DIA ANTERIOR E O RESUMO DOS ENCERRADOS POR PORTADOR/CONTRATO/
      *STATUS. OS RELATORIOS CRP9112, CRP9113, CRP9125, CRP9128,
      *CRP9139, CRP9147 E CRP9148 LEEM O EXTRATO NO LUGAR DO CRD020,
      *TODOS COM A MESMA REGRA DE "EM ABERTO" E DE SALDO.
      *O REGISTRO DE CONTROLE E GRAVADO "G" (EM GERACAO) ANTES DO
      *PRIMEIRO TITULO E SO VIRA "C" (COMPLETO), COM A DATA E OS
      *TOTAIS DE CONTROLE, NO FIM: EXTRATO INTERROMPIDO, DE OUTRO DIA
      *OU QUE NAO BATE COM OS TOTAIS E RECUSADO PELOS RELATORIOS
      *(ROTINA CRP9191). RODADO FORA DA CORRENTE, REFAZ O EXTRATO COM
      *A POSICAO DO MOMENTO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX952.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW952.

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       01  PATH-ABT910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-ABT910                 PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
           88  FIM-CRD020                  VALUE "S".
       01  EXTRATO-ABERTO-SW         PIC X      VALUE "N".
           88  EXTRATO-ABERTO              VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  HORA-BRA                  PIC 9(08)  VALUE ZEROS.
       01  DATA-ONTEM-W              PIC 9(08)  VALUE ZEROS.
       01  JULIANO-HOJE-W            PIC 9(08)  VALUE ZEROS.
       01  JULIANO-VENCTO-W          PIC 9(08)  VALUE ZEROS.
       01  QTDE-LIDOS-W              PIC 9(08)  VALUE ZEROS.
       01  QTDE-ABERTOS-W            PIC 9(08)  VALUE ZEROS.
       01  QTDE-LIQUIDADOS-W         PIC 9(08)  VALUE ZEROS.
       01  QTDE-RESUMOS-W            PIC 9(08)  VALUE ZEROS.
       01  SALDO-ABERTO-W            PIC 9(13)V99 VALUE ZEROS.
       01  SALDO-TITULO-W            PIC 9(11)V99 VALUE ZEROS.
       01  VALOR-EDIT-W              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

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
           PERFORM 2000-PROCESSA-CRD020 UNTIL FIM-CRD020.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "ABT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ABT910.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           COMPUTE JULIANO-HOJE-W =
                   FUNCTION INTEGER-OF-DATE(DATA-DIA-I).
           COMPUTE DATA-ONTEM-W =
                   FUNCTION DATE-OF-INTEGER(JULIANO-HOJE-W - 1).

           OPEN INPUT CRD020.
           IF ST-CRD020 <> "00"
              DISPLAY "CRP9190 - ERRO ABERTURA CRD020: " ST-CRD020
                      " - EXTRATO NAO GERADO"
              MOVE "S" TO FIM-CRD020-SW
              GO 1000-INICIALIZA-FIM.

      *    O EXTRATO E REFEITO DO ZERO A CADA RODADA. O CONTROLE "G"
      *    VAI PRIMEIRO: SE A RODADA CAIR NO MEIO, O EXTRATO FICA
      *    MARCADO COMO INCOMPLETO E NENHUM RELATORIO O USA.
           OPEN OUTPUT ABT910.
           IF ST-ABT910 <> "00"
              DISPLAY "CRP9190 - ERRO ABERTURA ABT910: " ST-ABT910
                      " - EXTRATO NAO GERADO"
              CLOSE CRD020
              MOVE "S" TO FIM-CRD020-SW
              GO 1000-INICIALIZA-FIM.
           PERFORM 1100-MONTA-CONTROLE.
           MOVE "G" TO SITUACAO-EXTRATO-ABT910.
           WRITE REG-ABT910.
           CLOSE ABT910.
           OPEN I-O ABT910.
           MOVE "S" TO EXTRATO-ABERTO-SW.

           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
       1000-INICIALIZA-FIM.
           EXIT.

       1100-MONTA-CONTROLE SECTION.
           INITIALIZE REG-ABT910.
           MOVE ZEROS      TO PORTADOR-ABT910 NR-CONTRATO-ABT910
                              COD-COMPL-ABT910 COD-COMPL-ALT-ABT910.
           MOVE "0"        TO TIPO-ABT910 TIPO-COMPL-ABT910.
           MOVE "00"       TO STATUS-ABT910.
           MOVE DATA-DIA-I TO DATA-EXTRATO-ABT910.
           MOVE HORA-BRA(1: 6) TO HORA-EXTRATO-ABT910.
       1100-MONTA-CONTROLE-FIM.
           EXIT.

       2000-PROCESSA-CRD020 SECTION.
           READ CRD020 NEXT RECORD AT END
                MOVE "S" TO FIM-CRD020-SW
                GO 2000-PROCESSA-CRD020-FIM.
           ADD 1 TO QTDE-LIDOS-W.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF NOT STATUS-TERMINAL-CR20
              PERFORM 2100-GRAVA-ABERTO
              GO 2000-PROCESSA-CRD020-FIM.
           PERFORM 2200-ACUMULA-ENCERRADO.
           IF STATUS-CR20 = "PG"
              AND DATA-BAIXA-CR20 NOT < DATA-ONTEM-W
              PERFORM 2300-GRAVA-LIQUIDADO.
       2000-PROCESSA-CRD020-FIM.
           EXIT.

       2100-GRAVA-ABERTO SECTION.
      *    REGRA UNICA DO SALDO: BAIXA PARCIAL ENTRA PELO RESIDUAL.
           IF STATUS-CR20 = "PP"
              COMPUTE SALDO-TITULO-W =
                      VALOR-TOT-CR20 - VALOR-PAGO-CR20
           ELSE
              MOVE VALOR-TOT-CR20 TO SALDO-TITULO-W
           END-IF.
           MOVE "A" TO TIPO-ABT910.
           PERFORM 2400-MONTA-TITULO.
           MOVE SALDO-TITULO-W TO SALDO-ABT910.
           IF DATA-VENCTO-CR20 > ZEROS
              COMPUTE JULIANO-VENCTO-W =
                      FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20)
              COMPUTE DIAS-ATRASO-ABT910 =
                      JULIANO-HOJE-W - JULIANO-VENCTO-W
           END-IF.
           WRITE REG-ABT910 INVALID KEY
                 DISPLAY "CRP9190 - TITULO DUPLICADO NO EXTRATO: "
                         COD-COMPL-CR20
              NOT INVALID KEY
                 ADD 1              TO QTDE-ABERTOS-W
                 ADD SALDO-TITULO-W TO SALDO-ABERTO-W
           END-WRITE.
       2100-GRAVA-ABERTO-FIM.
           EXIT.

       2200-ACUMULA-ENCERRADO SECTION.
           PERFORM 2210-MONTA-RESUMO.
           READ ABT910 INVALID KEY
                PERFORM 2210-MONTA-RESUMO
                MOVE 1               TO QTDE-TITULOS-ABT910
                MOVE VALOR-TOT-CR20  TO VALOR-TOT-ABT910
                MOVE VALOR-PAGO-CR20 TO VALOR-PAGO-ABT910
                WRITE REG-ABT910 INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      ADD 1 TO QTDE-RESUMOS-W
                END-WRITE
              NOT INVALID KEY
                ADD 1               TO QTDE-TITULOS-ABT910
                ADD VALOR-TOT-CR20  TO VALOR-TOT-ABT910
                ADD VALOR-PAGO-CR20 TO VALOR-PAGO-ABT910
                REWRITE REG-ABT910
           END-READ.
       2200-ACUMULA-ENCERRADO-FIM.
           EXIT.

       2210-MONTA-RESUMO SECTION.
           INITIALIZE REG-ABT910.
           MOVE PORTADOR-CR20    TO PORTADOR-ABT910.
           MOVE "R"              TO TIPO-ABT910 TIPO-COMPL-ABT910.
           MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-ABT910.
           MOVE STATUS-CR20      TO STATUS-ABT910.
           MOVE ZEROS            TO COD-COMPL-ABT910
                                    COD-COMPL-ALT-ABT910.
       2210-MONTA-RESUMO-FIM.
           EXIT.

       2300-GRAVA-LIQUIDADO SECTION.
           MOVE "L" TO TIPO-ABT910.
           PERFORM 2400-MONTA-TITULO.
           WRITE REG-ABT910 INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO QTDE-LIQUIDADOS-W
           END-WRITE.
       2300-GRAVA-LIQUIDADO-FIM.
           EXIT.

       2400-MONTA-TITULO SECTION.
      *    CAMPOS COMUNS DOS REGISTROS "A" E "L" (O TIPO JA VEM
      *    EM TIPO-ABT910).
           MOVE TIPO-ABT910      TO TIPO-COMPL-ABT910.
           INITIALIZE DADOS-ABT910.
           MOVE PORTADOR-CR20    TO PORTADOR-ABT910.
           MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-ABT910.
           MOVE STATUS-CR20      TO STATUS-ABT910.
           MOVE COD-COMPL-CR20   TO COD-COMPL-ABT910
                                    COD-COMPL-ALT-ABT910.
           MOVE MODALIDADE-CR20  TO MODALIDADE-ABT910.
           MOVE CLIENTE-CR20     TO CLIENTE-ABT910.
           MOVE NR-DOCTO-CR20    TO NR-DOCTO-ABT910.
           MOVE DATA-VENCTO-CR20 TO DATA-VENCTO-ABT910.
           MOVE DATA-BAIXA-CR20  TO DATA-BAIXA-ABT910.
           MOVE VALOR-TOT-CR20   TO VALOR-TOT-ABT910.
           MOVE VALOR-PAGO-CR20  TO VALOR-PAGO-ABT910.
           MOVE 1                TO QTDE-TITULOS-ABT910.
       2400-MONTA-TITULO-FIM.
           EXIT.

       3000-FINALIZA SECTION.
           IF NOT EXTRATO-ABERTO
              GO 3000-FINALIZA-FIM.
           PERFORM 1100-MONTA-CONTROLE.
           READ ABT910 INVALID KEY
                DISPLAY "CRP9190 - CONTROLE DO ABT910 NAO ENCONTRADO"
           END-READ.
           MOVE "C"               TO SITUACAO-EXTRATO-ABT910.
           MOVE QTDE-LIDOS-W      TO QTDE-LIDOS-CTL-ABT910.
           MOVE QTDE-ABERTOS-W    TO QTDE-ABERTOS-CTL-ABT910.
           MOVE SALDO-ABERTO-W    TO SALDO-ABERTO-CTL-ABT910.
           MOVE QTDE-LIQUIDADOS-W TO QTDE-LIQUIDADOS-CTL-ABT910.
           MOVE QTDE-RESUMOS-W    TO QTDE-RESUMOS-CTL-ABT910.
           REWRITE REG-ABT910.
           CLOSE CRD020 ABT910.
           MOVE SALDO-ABERTO-W TO VALOR-EDIT-W.
           DISPLAY "CRP9190 - TITULOS LIDOS........: " QTDE-LIDOS-W.
           DISPLAY "CRP9190 - TITULOS EM ABERTO....: " QTDE-ABERTOS-W.
           DISPLAY "CRP9190 - SALDO EM ABERTO......: " VALOR-EDIT-W.
           DISPLAY "CRP9190 - LIQUIDADOS DO DIA....: "
                   QTDE-LIQUIDADOS-W.
           DISPLAY "CRP9190 - RESUMOS DE ENCERRADOS: " QTDE-RESUMOS-W.
       3000-FINALIZA-FIM.
           EXIT.

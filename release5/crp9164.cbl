       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9164.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ROTINA DE PERIODO FECHADO - DIZ SE UM LANCAMENTO FINANCEIRO
      *(BAIXA, RECEBIMENTO DO CAIXA, DEPOSITO, BAIXA POR PERDA) PODE
      *SER GRAVADO NA DATA INFORMADA, PELO FECHAMENTO MENSAL DA
      *EMPRESA NO FCH910: MES ABERTO (OU SEM REGISTRO) = "OK"; MES
      *FECHADO = "RC" (RECUSA) OU "DS" (DESLOCA), CONFORME O
      *TRATAMENTO ESCOLHIDO NO FECHAMENTO - NO DESLOCAMENTO A DATA
      *AJUSTADA E O PRIMEIRO DIA DO PRIMEIRO MES ABERTO SEGUINTE.
      *CHAMADA PELO CRP9109, CRP9127, CRP9134, CRP9132, CRP9131T,
      *CRP9135T, EXC9100T, VIP1000T, CRP9153T, CRP9155T, CRP9158T E
      *CRP9177T (ENTRE OUTROS) VIA COPY CRPFECH.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX931.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW931.

       WORKING-STORAGE SECTION.
       01  PATH-FCH910               PIC X(30)  VALUE SPACES.
       01  ST-FCH910                 PIC XX     VALUE SPACES.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  ANOMES-W.
           05  ANO-W                 PIC 9(04).
           05  MES-W                 PIC 9(02).
       01  ANOMES-N-W REDEFINES ANOMES-W PIC 9(06).
       01  QTDE-MESES-W              PIC 9(03)  VALUE ZEROS.
       01  FIM-DESLOCA-SW            PIC X      VALUE "N".
           88  FIM-DESLOCA                 VALUE "S".

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  VAR1                  PIC X VALUE "\".
           05  EMP-REC               PIC XXX.
           05  VAR2                  PIC X VALUE "\".
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       LINKAGE SECTION.
       COPY CRPFECH.

       PROCEDURE DIVISION USING PARAMETROS-FECHAMENTO.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           IF ST-FCH910 = "00"
              PERFORM 2000-VERIFICA-PERIODO
              CLOSE FCH910
           END-IF.
           GOBACK.

       1000-INICIALIZA SECTION.
           MOVE "OK"  TO RETORNO-FCH.
           MOVE ZEROS TO ANOMES-FECHADO-FCH.
           IF DATA-MOVTO-FCH = ZEROS
              ACCEPT DATA-DIA-I FROM DATE YYYYMMDD
              MOVE DATA-DIA-I TO DATA-MOVTO-FCH
           END-IF.
           MOVE DATA-MOVTO-FCH TO DATA-AJUSTADA-FCH.
           MOVE EMPRESA-FCH        TO EMP-REC.
           MOVE "FCH910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-FCH910.
      *    SEM O ARQUIVO NENHUM MES FOI FECHADO: TUDO ABERTO.
           OPEN INPUT FCH910.

       2000-VERIFICA-PERIODO SECTION.
           MOVE DATA-MOVTO-FCH(1: 6) TO ANOMES-FCH910.
           READ FCH910 INVALID KEY
                GO 2000-VERIFICA-PERIODO-FIM
           END-READ.
           IF NOT MES-FECHADO-FCH910
              GO 2000-VERIFICA-PERIODO-FIM.
           MOVE ANOMES-FCH910 TO ANOMES-FECHADO-FCH.
           IF NOT DESLOCA-LANCTO-FCH910
              MOVE "RC" TO RETORNO-FCH
              GO 2000-VERIFICA-PERIODO-FIM.
           MOVE "DS" TO RETORNO-FCH.
           MOVE ANOMES-FCH910 TO ANOMES-N-W.
           MOVE ZEROS TO QTDE-MESES-W.
           MOVE "N"   TO FIM-DESLOCA-SW.
           PERFORM 2100-PROXIMO-MES UNTIL FIM-DESLOCA.
           COMPUTE DATA-AJUSTADA-FCH = ANOMES-N-W * 100 + 1.
       2000-VERIFICA-PERIODO-FIM.
           EXIT.

       2100-PROXIMO-MES SECTION.
      *    MESES FECHADOS EM SEQUENCIA SAO PULADOS ATE O PRIMEIRO
      *    ABERTO (LIMITE DE 10 ANOS P/ UM CADASTRO INCONSISTENTE).
           ADD 1 TO MES-W.
           IF MES-W > 12
              MOVE 1 TO MES-W
              ADD 1 TO ANO-W
           END-IF.
           ADD 1 TO QTDE-MESES-W.
           IF QTDE-MESES-W > 120
              MOVE "RC" TO RETORNO-FCH
              MOVE "S"  TO FIM-DESLOCA-SW
              GO 2100-PROXIMO-MES-FIM.
           MOVE ANOMES-N-W TO ANOMES-FCH910.
           READ FCH910 INVALID KEY
                MOVE "S" TO FIM-DESLOCA-SW
              NOT INVALID KEY
                IF NOT MES-FECHADO-FCH910
                   MOVE "S" TO FIM-DESLOCA-SW
                END-IF
           END-READ.
       2100-PROXIMO-MES-FIM.
           EXIT.

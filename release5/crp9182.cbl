       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9182.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ROTINA DE BLOQUEIO DE CREDITO DO SACADO - DIZ SE O CLIENTE
      *ESTA BLOQUEADO NO BLQ910 ("OK" LIVRE / "BL" BLOQUEADO, COM
      *MOTIVO, DATA E ORIGEM) E REGISTRA A SOBREPOSICAO QUANDO UM
      *USUARIO COM A FUNCAO BLOQCREDIT DO SEC910 SEGUE COM A
      *OPERACAO MESMO ASSIM. CHAMADA PELO CRP9144T, CRP9130T E
      *ACP1100T VIA COPY CRPBLOQ.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX943.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW943.

       WORKING-STORAGE SECTION.
       01  PATH-BLQ910               PIC X(30)  VALUE SPACES.
       01  ST-BLQ910                 PIC XX     VALUE SPACES.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  VAR1                  PIC X VALUE "\".
           05  EMP-REC               PIC XXX.
           05  VAR2                  PIC X VALUE "\".
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       LINKAGE SECTION.
       COPY CRPBLOQ.

       PROCEDURE DIVISION USING PARAMETROS-BLOQUEIO.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           IF ST-BLQ910 = "00"
              PERFORM 2000-CONSULTA-BLOQUEIO
              IF CLIENTE-BLOQUEADO-BLQ AND REGISTRA-SOBREPOSICAO-BLQ
                 PERFORM 3000-REGISTRA-SOBREPOSICAO
              END-IF
              CLOSE BLQ910
           END-IF.
           GOBACK.

       1000-INICIALIZA SECTION.
           MOVE "OK"   TO RETORNO-BLQ.
           MOVE SPACES TO ORIGEM-RET-BLQ MOTIVO-RET-BLQ.
           MOVE ZEROS  TO DATA-BLOQUEIO-RET-BLQ.
           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           MOVE EMPRESA-BLQ        TO EMP-REC.
           MOVE "BLQ910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BLQ910.
      *    SEM O ARQUIVO NENHUM CLIENTE FOI BLOQUEADO: TODOS LIVRES.
           IF REGISTRA-SOBREPOSICAO-BLQ
              OPEN I-O BLQ910
           ELSE
              OPEN INPUT BLQ910
           END-IF.

       2000-CONSULTA-BLOQUEIO SECTION.
           MOVE CLIENTE-BLQ TO CLIENTE-BLQ910.
           READ BLQ910 INVALID KEY
                GO 2000-CONSULTA-BLOQUEIO-FIM
           END-READ.
           IF NOT CLIENTE-BLOQUEADO-BLQ910
              GO 2000-CONSULTA-BLOQUEIO-FIM.
           MOVE "BL"                 TO RETORNO-BLQ.
           MOVE ORIGEM-BLQ910        TO ORIGEM-RET-BLQ.
           MOVE MOTIVO-BLQ910        TO MOTIVO-RET-BLQ.
           MOVE DATA-BLOQUEIO-BLQ910 TO DATA-BLOQUEIO-RET-BLQ.
       2000-CONSULTA-BLOQUEIO-FIM.
           EXIT.

       3000-REGISTRA-SOBREPOSICAO SECTION.
           ADD 1            TO QTDE-SOBREPOSICOES-BLQ910.
           MOVE DATA-DIA-I   TO DATA-ULT-SOBREP-BLQ910.
           MOVE USUARIO-BLQ  TO USUARIO-ULT-SOBREP-BLQ910.
           MOVE PROGRAMA-BLQ TO PROGRAMA-ULT-SOBREP-BLQ910.
           REWRITE REG-BLQ910 INVALID KEY
              CONTINUE
           END-REWRITE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9185.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ROTINA DE PREFERENCIA DE CONTATO DO SACADO - DIZ SE O CANAL
      *QUE O CHAMADOR QUER USAR (CARTA, E-MAIL OU TELEFONE) E ACEITO
      *PELO CLIENTE NO PFC910 OU P/ QUAL CANAL DESVIAR, DEVOLVENDO O
      *E-MAIL/TELEFONE DE CONTATO CADASTRADOS. CHAMADA PELA REGUA
      *(CRP9139) E PELAS CARTAS DE COBRANCA (CRP9128) VIA COPY
      *CRPPREF. O ARQUIVO FICA ABERTO ATE A FUNCAO "F".
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX949.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW949.

       WORKING-STORAGE SECTION.
       01  PATH-PFC910               PIC X(30)  VALUE SPACES.
       01  ST-PFC910                 PIC XX     VALUE SPACES.
       01  PFC910-ABERTO-SW          PIC X      VALUE "N".
           88  PFC910-ABERTO               VALUE "S".
           88  PFC910-AUSENTE              VALUE "A".
       01  CANAL-TESTE-W             PIC X(01)  VALUE SPACES.
       01  CANAL-ACEITO-SW           PIC X      VALUE "N".
           88  CANAL-TESTE-ACEITO          VALUE "S".

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  VAR1                  PIC X VALUE "\".
           05  EMP-REC               PIC XXX.
           05  VAR2                  PIC X VALUE "\".
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       LINKAGE SECTION.
       COPY CRPPREF.

       PROCEDURE DIVISION USING PARAMETROS-PREFERENCIA.
       0000-MAINLINE SECTION.
           IF FECHA-ARQUIVO-PRF
              IF PFC910-ABERTO
                 CLOSE PFC910
              END-IF
              MOVE "N" TO PFC910-ABERTO-SW
              GOBACK
           END-IF.
           MOVE "OK"             TO RETORNO-PRF.
           MOVE CANAL-PEDIDO-PRF TO CANAL-RET-PRF.
           MOVE SPACES           TO EMAIL-RET-PRF FONE-RET-PRF.
           IF PFC910-ABERTO-SW = "N"
              PERFORM 1000-ABRE-ARQUIVO
           END-IF.
           IF PFC910-ABERTO
              PERFORM 2000-CONSULTA-PREFERENCIA
           END-IF.
           GOBACK.

       1000-ABRE-ARQUIVO SECTION.
      *    SEM O ARQUIVO NENHUM CLIENTE REGISTROU PREFERENCIA: TODOS
      *    OS CANAIS VALEM (E NAO SE TENTA ABRIR DE NOVO A CADA
      *    CHAMADA).
           MOVE EMPRESA-PRF        TO EMP-REC.
           MOVE "PFC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PFC910.
           OPEN INPUT PFC910.
           IF ST-PFC910 = "00"
              MOVE "S" TO PFC910-ABERTO-SW
           ELSE
              MOVE "A" TO PFC910-ABERTO-SW
           END-IF.

       2000-CONSULTA-PREFERENCIA SECTION.
           MOVE CLIENTE-PRF TO CLIENTE-PFC910.
           READ PFC910 INVALID KEY
                GO 2000-CONSULTA-PREFERENCIA-FIM
           END-READ.
           MOVE EMAIL-PFC910 TO EMAIL-RET-PRF.
           MOVE FONE-PFC910  TO FONE-RET-PRF.
           MOVE CANAL-PEDIDO-PRF TO CANAL-TESTE-W.
           PERFORM 2100-TESTA-CANAL.
           IF CANAL-TESTE-ACEITO
              GO 2000-CONSULTA-PREFERENCIA-FIM.
           MOVE "RD" TO RETORNO-PRF.
           IF CANAL-PREFERIDO-PFC910 NOT = SPACES
              MOVE CANAL-PREFERIDO-PFC910 TO CANAL-TESTE-W
              PERFORM 2100-TESTA-CANAL
              IF CANAL-TESTE-ACEITO
                 MOVE CANAL-TESTE-W TO CANAL-RET-PRF
                 GO 2000-CONSULTA-PREFERENCIA-FIM
              END-IF
           END-IF.
           MOVE "E" TO CANAL-TESTE-W.
           PERFORM 2100-TESTA-CANAL.
           IF NOT CANAL-TESTE-ACEITO
              MOVE "T" TO CANAL-TESTE-W
              PERFORM 2100-TESTA-CANAL
           END-IF.
           IF NOT CANAL-TESTE-ACEITO
              MOVE "C" TO CANAL-TESTE-W
              PERFORM 2100-TESTA-CANAL
           END-IF.
           IF CANAL-TESTE-ACEITO
              MOVE CANAL-TESTE-W TO CANAL-RET-PRF
           ELSE
              MOVE "SC"   TO RETORNO-PRF
              MOVE SPACES TO CANAL-RET-PRF
           END-IF.
       2000-CONSULTA-PREFERENCIA-FIM.
           EXIT.

       2100-TESTA-CANAL SECTION.
           MOVE "S" TO CANAL-ACEITO-SW.
           EVALUATE CANAL-TESTE-W
               WHEN "C"
                   IF RECUSA-CARTA-PFC910
                      MOVE "N" TO CANAL-ACEITO-SW
                   END-IF
               WHEN "E"
                   IF RECUSA-EMAIL-PFC910 OR EMAIL-PFC910 = SPACES
                      MOVE "N" TO CANAL-ACEITO-SW
                   END-IF
               WHEN "T"
                   IF RECUSA-TELEFONE-PFC910
                      MOVE "N" TO CANAL-ACEITO-SW
                   END-IF
               WHEN OTHER
                   MOVE "N" TO CANAL-ACEITO-SW
           END-EVALUATE.

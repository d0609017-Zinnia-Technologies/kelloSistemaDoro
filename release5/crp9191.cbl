       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9191.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *ROTINA DE CONFERENCIA DO EXTRATO DE TITULOS EM ABERTO (ABT910,
      *GERADO PELO CRP9190) - CHAMADA PELOS RELATORIOS ANTES DE LER O
      *EXTRATO, P/ NENHUM RODAR SOBRE EXTRATO VELHO OU QUEBRADO:
      *  - SEM ARQUIVO OU SEM REGISTRO DE CONTROLE: RETORNO "AU";
      *  - CONTROLE AINDA "G" (EXTRATO INTERROMPIDO): RETORNO "IN";
      *  - DATA DA EXTRACAO DIFERENTE DA DATA EXIGIDA PELO CHAMADOR
      *    (ZEROS = HOJE): RETORNO "DT";
      *  - RECONTAGEM DO EXTRATO (QTDE E SALDO DOS TITULOS EM ABERTO,
      *    QTDE DE LIQUIDADOS E DE RESUMOS) DIFERENTE DOS TOTAIS DE
      *    CONTROLE: RETORNO "DV".
      *EXTRATO CONFERIDO DEVOLVE "OK" COM A DATA/HORA DA EXTRACAO E
      *OS TOTAIS; NOS DEMAIS CASOS A MENSAGEM-EXT DIZ O MOTIVO.
      *PARAMETROS VIA COPY CRPEXTR.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX952.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW952.

       WORKING-STORAGE SECTION.
       01  PATH-ABT910               PIC X(30)  VALUE SPACES.
       01  ST-ABT910                 PIC XX     VALUE SPACES.
       01  FIM-ABT910-SW             PIC X      VALUE "N".
           88  FIM-ABT910                  VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  QTDE-ABERTOS-W            PIC 9(08)  VALUE ZEROS.
       01  QTDE-LIQUIDADOS-W         PIC 9(08)  VALUE ZEROS.
       01  QTDE-RESUMOS-W            PIC 9(08)  VALUE ZEROS.
       01  SALDO-ABERTO-W            PIC 9(13)V99 VALUE ZEROS.
       01  CONTROLE-ABT910-W         PIC X(87)  VALUE SPACES.
       01  DATA-EDIT-W.
           05  DIA-EDIT-W            PIC 99.
           05  FILLER                PIC X      VALUE "/".
           05  MES-EDIT-W            PIC 99.
           05  FILLER                PIC X      VALUE "/".
           05  ANO-EDIT-W            PIC 9999.

       01  EMP-REFERENCIA.
           05  FILLER                PIC X(15) VALUE "\PROGRAMA\KELLO".
           05  VAR1                  PIC X VALUE "\".
           05  EMP-REC               PIC XXX.
           05  VAR2                  PIC X VALUE "\".
           05  ARQ-REC               PIC X(10).
       01  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).

       LINKAGE SECTION.
       COPY CRPEXTR.

       PROCEDURE DIVISION USING PARAMETROS-EXTRATO.
       0000-MAINLINE SECTION.
           MOVE "AU"   TO RETORNO-EXT.
           MOVE ZEROS  TO DATA-EXTRATO-EXT HORA-EXTRATO-EXT
                          QTDE-ABERTOS-EXT SALDO-ABERTO-EXT.
           MOVE SPACES TO MENSAGEM-EXT.
           PERFORM 1000-LE-CONTROLE.
           IF RETORNO-EXT = SPACES
              PERFORM 2000-RECONTA-EXTRATO
           END-IF.
           GOBACK.

       1000-LE-CONTROLE SECTION.
           MOVE EMPRESA-EXT   TO EMP-REC.
           MOVE "ABT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ABT910.
           IF DATA-REFERENCIA-EXT = ZEROS
              ACCEPT DATA-DIA-I FROM DATE YYYYMMDD
           ELSE
              MOVE DATA-REFERENCIA-EXT TO DATA-DIA-I
           END-IF.
           OPEN INPUT ABT910.
           IF ST-ABT910 <> "00"
              MOVE "EXTRATO ABT910 NAO ENCONTRADO - RODAR O CRP9190"
                                        TO MENSAGEM-EXT
              GO 1000-LE-CONTROLE-FIM.
           MOVE ZEROS TO PORTADOR-ABT910 NR-CONTRATO-ABT910
                         COD-COMPL-ABT910.
           MOVE "0"   TO TIPO-ABT910.
           MOVE "00"  TO STATUS-ABT910.
           READ ABT910 INVALID KEY
                MOVE "EXTRATO ABT910 SEM CONTROLE - RODAR O CRP9190"
                                        TO MENSAGEM-EXT
                CLOSE ABT910
                GO 1000-LE-CONTROLE-FIM
           END-READ.
           MOVE DADOS-CONTROLE-ABT910 TO CONTROLE-ABT910-W.
           MOVE DATA-EXTRATO-ABT910   TO DATA-EXTRATO-EXT.
           MOVE HORA-EXTRATO-ABT910   TO HORA-EXTRATO-EXT.
           MOVE DATA-EXTRATO-ABT910(7: 2) TO DIA-EDIT-W.
           MOVE DATA-EXTRATO-ABT910(5: 2) TO MES-EDIT-W.
           MOVE DATA-EXTRATO-ABT910(1: 4) TO ANO-EDIT-W.
           IF NOT EXTRATO-COMPLETO-ABT910
              MOVE "IN" TO RETORNO-EXT
              STRING "EXTRATO ABT910 DE " DATA-EDIT-W
                     " INCOMPLETO - RODAR O CRP9190"
                     DELIMITED BY SIZE INTO MENSAGEM-EXT
              CLOSE ABT910
              GO 1000-LE-CONTROLE-FIM.
           IF DATA-EXTRATO-ABT910 <> DATA-DIA-I
              MOVE "DT" TO RETORNO-EXT
              STRING "EXTRATO ABT910 DE " DATA-EDIT-W
                     " DESATUALIZADO - RODAR O CRP9190"
                     DELIMITED BY SIZE INTO MENSAGEM-EXT
              CLOSE ABT910
              GO 1000-LE-CONTROLE-FIM.
           MOVE SPACES TO RETORNO-EXT.
       1000-LE-CONTROLE-FIM.
           EXIT.

       2000-RECONTA-EXTRATO SECTION.
      *    PERCORRE O EXTRATO INTEIRO (DEPOIS DO CONTROLE) SOMANDO O
      *    QUE CADA TIPO TEM: EXTRATO TRUNCADO OU MEXIDO DEPOIS DA
      *    EXTRACAO NAO BATE COM OS TOTAIS GRAVADOS NO FIM DO CRP9190.
           MOVE ZEROS TO QTDE-ABERTOS-W QTDE-LIQUIDADOS-W
                         QTDE-RESUMOS-W SALDO-ABERTO-W.
           MOVE "N"   TO FIM-ABT910-SW.
           MOVE LOW-VALUES TO CHAVE-ABT910.
           START ABT910 KEY IS NOT < CHAVE-ABT910 INVALID KEY
                 MOVE "S" TO FIM-ABT910-SW.
           PERFORM 2100-SOMA-REGISTRO UNTIL FIM-ABT910.
           CLOSE ABT910.
           MOVE CONTROLE-ABT910-W TO DADOS-CONTROLE-ABT910.
           IF QTDE-ABERTOS-W    <> QTDE-ABERTOS-CTL-ABT910 OR
              SALDO-ABERTO-W    <> SALDO-ABERTO-CTL-ABT910 OR
              QTDE-LIQUIDADOS-W <> QTDE-LIQUIDADOS-CTL-ABT910 OR
              QTDE-RESUMOS-W    <> QTDE-RESUMOS-CTL-ABT910
              MOVE "DV" TO RETORNO-EXT
              STRING "EXTRATO ABT910 DE " DATA-EDIT-W
                     " NAO CONFERE COM O CONTROLE - RODAR O CRP9190"
                     DELIMITED BY SIZE INTO MENSAGEM-EXT
           ELSE
              MOVE "OK" TO RETORNO-EXT
              MOVE QTDE-ABERTOS-W TO QTDE-ABERTOS-EXT
              MOVE SALDO-ABERTO-W TO SALDO-ABERTO-EXT
              STRING "EXTRATO ABT910 DE " DATA-EDIT-W
                     " CONFERIDO"
                     DELIMITED BY SIZE INTO MENSAGEM-EXT
           END-IF.
       2000-RECONTA-EXTRATO-FIM.
           EXIT.

       2100-SOMA-REGISTRO SECTION.
           READ ABT910 NEXT RECORD AT END
                MOVE "S" TO FIM-ABT910-SW
                GO 2100-SOMA-REGISTRO-FIM.
           EVALUATE TRUE
               WHEN TITULO-ABERTO-ABT910
                   ADD 1            TO QTDE-ABERTOS-W
                   ADD SALDO-ABT910 TO SALDO-ABERTO-W
               WHEN TITULO-LIQUIDADO-ABT910
                   ADD 1            TO QTDE-LIQUIDADOS-W
               WHEN RESUMO-ENCERRADOS-ABT910
                   ADD 1            TO QTDE-RESUMOS-W
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2100-SOMA-REGISTRO-FIM.
           EXIT.

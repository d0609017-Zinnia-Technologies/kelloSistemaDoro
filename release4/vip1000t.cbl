      *CONTRA O VALOR ESPERADO DO MOVIMENTO CALCULADOS AO VIVO NA TELA.
      *A IMPORTACAO DO EXTRATO BANCARIO (VIP9102) E UM PROCESSO
      *SEPARADO, RODADO ANTES DA MANUTENCAO DESTA TELA.
      *DEPOSITO INCLUIDO, ALTERADO OU EXCLUIDO COM DATA EM MES
      *FECHADO NO FCH910 (ROTINA CRP9164) E RECUSADO, QUALQUER QUE
      *SEJA O TRATAMENTO DO FECHAMENTO.
      *MOVIMENTO NOVO SO P/ CONTRATO CADASTRADO E ATIVO NO CTR910
      *(CTR9100T); MOVIMENTO JA EXISTENTE EXIGE O CONTRATO CADASTRADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY VIP100X.
           COPY VIP101X.
           COPY PARX910.
           COPY CRPX942.
           COPY LOGACESS.SEL.
           COPY LOGX001.

       COPY VIP100W.
       COPY VIP101W.
       COPY PARW910.
       COPY CRPW942.
       COPY LOGACESS.FD.
       COPY LOGW001.
       WORKING-STORAGE SECTION.
           05  FIM-VIP101-SW         PIC X        VALUE "N".
           05  ST-PAR910             PIC XX       VALUE SPACES.
           05  PATH-PAR910           PIC X(30)    VALUE SPACES.
           05  ST-CTR910             PIC XX       VALUE SPACES.
           05  PATH-CTR910           PIC X(30)    VALUE SPACES.
           05  CONTRATO-OK-SW        PIC X        VALUE "N".
           05  TOLERANCIA-FECHA-W    PIC 9(07)V99 VALUE 1,00.
           05  TOTAL-DEP-FECHA-W     PIC 9(11)V99 VALUE ZEROS.
           05  DIF-FECHA-W           PIC S9(11)V99 VALUE ZEROS.
           05  ORIGEM-ANT-W          PIC X(01) OCCURS 4 VALUE "D".
           05  DTDEP-ANT-W           PIC 9(08) OCCURS 4 VALUE ZEROS.
           05  VLRORIG-ANT-W         PIC 9(11)V99 OCCURS 4 VALUE ZEROS.
           05  IX-DEP-W              PIC 9(01)    VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".

       COPY CRPFECH.

       01 WS-DATA-SYS.
          05 WS-DATA-CPU.
             10 WS-ANO-CPU                 PIC 9(04).
           MOVE "VIP100" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VIP100.
           MOVE "VIP101" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-VIP101.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
              CLOSE VIP101      OPEN OUTPUT VIP101
              CLOSE VIP101      OPEN I-O VIP101
           END-IF.
           OPEN INPUT CTR910.
           IF ST-CTR910 = "35"
              CLOSE CTR910      OPEN OUTPUT CTR910
              CLOSE CTR910      OPEN INPUT CTR910
           END-IF.
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
      *       TOLERANCIA DO CONFRONTO P/ FECHAR O MOVIMENTO, EDITAVEL
                                       TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-DEPOSITO-EXTRA-FIM.
           MOVE GS-DTDEP-EXTRA  TO DATA-MOVTO-FCH.
           PERFORM VERIFICA-PERIODO.
           IF NOT PERIODO-ABERTO-FCH
              PERFORM MENSAGEM-MES-FECHADO
              GO GRAVA-DEPOSITO-EXTRA-FIM.
           MOVE GS-CONTRATO     TO NR-CONTRATO-VI101.
           MOVE GS-MOVTO        TO NR-MOVTO-VI101.
           MOVE 1               TO SEQ-VI101.
                                       TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-MOVIMENTO-FIM.
           PERFORM VERIFICA-CONTRATO.
           IF CONTRATO-OK-SW = "N"
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-MOVIMENTO-FIM.
           PERFORM VERIFICA-PERIODO-DEPOSITOS.
           IF NOT PERIODO-ABERTO-FCH
              PERFORM MENSAGEM-MES-FECHADO
              GO GRAVA-MOVIMENTO-FIM.
           IF NOT VIP100-EXISTE
              INITIALIZE REG-VIP100
           END-IF.
       GRAVA-MOVIMENTO-FIM.
           EXIT.

       VERIFICA-CONTRATO SECTION.
      *    O CONTRATO TEM DE ESTAR NO CTR910; MOVIMENTO NOVO SO EM
      *    CONTRATO ATIVO.
           MOVE "N" TO CONTRATO-OK-SW.
           MOVE GS-CONTRATO TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                MOVE "CONTRATO NAO CADASTRADO - VER CTR9100T"
                                      TO GS-MENSAGEM-ERRO
                GO VERIFICA-CONTRATO-FIM
           END-READ.
           IF NOT VIP100-EXISTE AND NOT CONTRATO-ATIVO-CTR910
              MOVE "CONTRATO ENCERRADO/CANCELADO NO CTR9100T"
                                      TO GS-MENSAGEM-ERRO
              GO VERIFICA-CONTRATO-FIM
           END-IF.
           MOVE "S" TO CONTRATO-OK-SW.
       VERIFICA-CONTRATO-FIM.
           EXIT.

       VERIFICA-PERIODO-DEPOSITOS SECTION.
      *    SO OS SLOTS MEXIDOS NA TELA SAO CONFERIDOS: A DATA ANTIGA
      *    (ALTERACAO/EXCLUSAO) E A NOVA (INCLUSAO/ALTERACAO).
           MOVE "OK" TO RETORNO-FCH.
           PERFORM VERIFICA-PERIODO-SLOT
                   VARYING IX-DEP-W FROM 1 BY 1
                   UNTIL IX-DEP-W > 4 OR NOT PERIODO-ABERTO-FCH.

       VERIFICA-PERIODO-SLOT SECTION.
           IF GS-DTDEP(IX-DEP-W) = DTDEP-ANT-W(IX-DEP-W) AND
              GS-VLRORIG(IX-DEP-W) = VLRORIG-ANT-W(IX-DEP-W)
              GO VERIFICA-PERIODO-SLOT-FIM.
           IF DTDEP-ANT-W(IX-DEP-W) NOT = ZEROS
              MOVE DTDEP-ANT-W(IX-DEP-W) TO DATA-MOVTO-FCH
              PERFORM VERIFICA-PERIODO
              IF NOT PERIODO-ABERTO-FCH
                 GO VERIFICA-PERIODO-SLOT-FIM
              END-IF
           END-IF.
           IF GS-DTDEP(IX-DEP-W) NOT = ZEROS
              MOVE GS-DTDEP(IX-DEP-W) TO DATA-MOVTO-FCH
              PERFORM VERIFICA-PERIODO
           END-IF.
       VERIFICA-PERIODO-SLOT-FIM.
           EXIT.

       VERIFICA-PERIODO SECTION.
           MOVE EMPRESA-W TO EMPRESA-FCH.
           CALL "CRP9164" USING PARAMETROS-FECHAMENTO.
           CANCEL "CRP9164".

       MENSAGEM-MES-FECHADO SECTION.
           MOVE "DEPOSITO COM DATA EM MES FECHADO - RECUSADO: "
                                    TO GS-MENSAGEM-ERRO.
           MOVE ANOMES-FECHADO-FCH  TO GS-MENSAGEM-ERRO(47: 6).
           PERFORM CARREGA-MENSAGEM-ERRO.

       FECHA-MOVIMENTO SECTION.
      *    FECHA O MOVIMENTO QUANDO A SOMA DOS DEPOSITOS CONFERE COM
      *    O VALOR ESPERADO DENTRO DA TOLERANCIA. MOVIMENTO FECHADO

           close logacess

           CLOSE VIP100 VIP101 CTR910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

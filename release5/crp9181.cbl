       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRP9181.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *DEMONSTRATIVO MENSAL DE COMISSAO DOS COBRADORES - CADA BAIXA
      *DO MES NO LIVRO BXA910 (DATA DE BAIXA NO MES, QUALQUER CANAL
      *DE DINHEIRO NOVO: RETORNO, PIX, DEBITO, CAIXA, MESA) E
      *CREDITADA AO COBRADOR (USUARIO-CO501) DO ULTIMO CONTATO REAL
      *(COD501 TIPO 01 A 08) DO CONTRATO DO TITULO FEITO COM O TITULO
      *JA VENCIDO, NO DIA DA BAIXA OU ATE DIASRECUP DIAS ANTES
      *(PAR910, PADRAO 30 - A MESMA JANELA DO CRP9145). UMA BAIXA
      *VAI P/ UM SO COBRADOR; SEM CONTATO NA JANELA NAO GERA
      *COMISSAO. A BAIXA DA AGENCIA EXTERNA (CANAL "G") JA E PAGA
      *PELO CRP9169 E A APLICACAO DE CREDITO (CANAL "K") NAO E
      *DINHEIRO NOVO - AMBAS FICAM DE FORA.
      *O ATRASO NA DATA DA BAIXA (BAIXA MENOS VENCIMENTO) DEFINE A
      *FAIXA; AS FAIXAS FICAM NO PAR910, MANTIDAS PELA TELA PAR9100T:
      *COMCOBDIASF = ATRASO ATE (DIAS) E COMCOBPERCF = PERCENTUAL DA
      *FAIXA F (1 A 4). A PRIMEIRA FAIXA CUJO ATE COBRE O ATRASO
      *VALE; ACIMA DE TODAS VALE A ULTIMA PREENCHIDA (MESMA REGRA DO
      *AGC910). BAIXA ESTORNADA (CRP9153T) SAI SEM COMISSAO.
      *SAIDAS: REL9181 (TITULOS POR COBRADOR, COM TOTAIS) E
      *FOLHACOM.CSV, UMA LINHA POR COBRADOR P/ A FOLHA DE PAGAMENTO.
      *PARAMETRO (OPCAO-PARAM-W): POS 1-6 = AAAAMM DE REFERENCIA
      *(ZEROS/BRANCOS = MES ANTERIOR).
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX928.
           COPY CRPX020.
           COPY COD501X.
           COPY PARX910.
           SELECT SORT-COBRADORES ASSIGN TO "CRP9181.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL9181 ASSIGN TO REL9181-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9181.
           SELECT FOLHACOM ASSIGN TO FOLHACOM-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-FOLHACOM.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW928.
       COPY CRPW020.
       COPY COD501W.
       COPY PARW910.
       SD  SORT-COBRADORES.
       01  REG-SORT-COBRADORES.
           05  SORT-USUARIO          PIC X(08).
           05  SORT-DATA-BAIXA       PIC 9(08).
           05  SORT-COD-COMPL        PIC 9(09).
           05  SORT-SEQ-BAIXA        PIC 9(03).
           05  SORT-CONTRATO         PIC 9(04).
           05  SORT-DATA-CONTATO     PIC 9(08).
           05  SORT-TIPO-CONTATO     PIC 9(02).
           05  SORT-ATRASO           PIC 9(05).
           05  SORT-RECEBIDO         PIC 9(11)V99.
           05  SORT-PERC             PIC 9(03)V99.
           05  SORT-COMISSAO         PIC 9(11)V99.
           05  SORT-ESTORNADA        PIC X(01).
       FD  REL9181
           LABEL RECORD IS OMITTED.
       01  REG-REL9181               PIC X(100).
       FD  FOLHACOM
           LABEL RECORD IS OMITTED.
       01  REG-FOLHACOM              PIC X(100).

       WORKING-STORAGE SECTION.
       01  REL9181-NOME              PIC X(12)  VALUE SPACES.
       01  FOLHACOM-NOME             PIC X(12)  VALUE SPACES.
       01  PATH-BXA910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-BXA910                 PIC XX     VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-COD501                 PIC XX     VALUE SPACES.
       01  COD501-ABERTO-SW          PIC X      VALUE "N".
           88  COD501-ABERTO                    VALUE "S".
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-REL9181                PIC XX     VALUE SPACES.
       01  ST-FOLHACOM               PIC XX     VALUE SPACES.
       01  FIM-BXA910-SW             PIC X      VALUE "N".
           88  FIM-BXA910                  VALUE "S".
       01  FIM-COD501-SW             PIC X      VALUE "N".
           88  FIM-COD501                  VALUE "S".
       01  FIM-SORT-SW               PIC X      VALUE "N".
           88  FIM-SORT                    VALUE "S".
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  DATA-DIA-R  REDEFINES DATA-DIA-I.
           05  ANO-DIA-R             PIC 9(04).
           05  MES-DIA-R             PIC 9(02).
           05  DIA-DIA-R             PIC 9(02).
       01  ANOMES-REF-W              PIC 9(06)  VALUE ZEROS.
       01  ANOMES-REF-R  REDEFINES ANOMES-REF-W.
           05  ANO-REF-W             PIC 9(04).
           05  MES-REF-W             PIC 9(02).
       01  DIAS-RECUP-W              PIC 9(03)  VALUE 30.
       01  JULIANO-BAIXA-W           PIC 9(08)  VALUE ZEROS.
       01  JULIANO-VENCTO-W          PIC 9(08)  VALUE ZEROS.
       01  DATA-INICIO-JANELA-W      PIC 9(08)  VALUE ZEROS.
       01  DIAS-ATRASO-W             PIC S9(06) VALUE ZEROS.
      *    CONTATO QUE LEVA A BAIXA: O MAIS RECENTE DA JANELA.
       01  CONTATO-ESCOLHIDO-W.
           05  USUARIO-ESC-W         PIC X(08)  VALUE SPACES.
           05  DATA-ESC-W            PIC 9(08)  VALUE ZEROS.
           05  HORA-ESC-W            PIC 9(04)  VALUE ZEROS.
           05  TIPO-ESC-W            PIC 9(02)  VALUE ZEROS.
      *    FAIXAS DE COMISSAO (PAR910 COMCOBDIASF / COMCOBPERCF).
       01  FAIXAS-COMISSAO-W.
           05  FAIXA-COM-W OCCURS 4 TIMES.
               10  DIAS-ATE-FX-W     PIC 9(05).
               10  PERC-FX-W         PIC 9(03)V99.
       01  ID-FAIXA-W.
           05  FILLER                PIC X(06)  VALUE "COMCOB".
           05  TIPO-ID-FAIXA-W       PIC X(04)  VALUE SPACES.
           05  NUM-ID-FAIXA-W        PIC 9(01)  VALUE ZEROS.
           05  FILLER                PIC X(01)  VALUE SPACES.
       01  IND-FAIXA                 PIC 9(02)  VALUE ZEROS.
       01  QTDE-FAIXAS-W             PIC 9(02)  VALUE ZEROS.
       01  PERC-FAIXA-W              PIC 9(03)V99 VALUE ZEROS.
       01  COMISSAO-W                PIC 9(11)V99 VALUE ZEROS.
      *    QUEBRA POR COBRADOR NA SAIDA DO SORT.
       01  USUARIO-ATUAL-W           PIC X(08)  VALUE SPACES.
       01  QTDE-COBRADOR-W           PIC 9(06)  VALUE ZEROS.
       01  RECEBIDO-COBRADOR-W       PIC 9(12)V99 VALUE ZEROS.
       01  COMISSAO-COBRADOR-W       PIC 9(12)V99 VALUE ZEROS.
       01  QTDE-COBRADORES-W         PIC 9(04)  VALUE ZEROS.
       01  QTDE-BAIXAS-MES-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-CREDITADAS-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-SEM-CONTATO-W        PIC 9(06)  VALUE ZEROS.
       01  RECEBIDO-SEM-CONTATO-W    PIC 9(12)V99 VALUE ZEROS.
       01  RECEBIDO-GERAL-W          PIC 9(12)V99 VALUE ZEROS.
       01  COMISSAO-GERAL-W          PIC 9(12)V99 VALUE ZEROS.
       01  VALOR-EDIT-W              PIC ZZZ.ZZZ.ZZ9,99.
       01  VALOR-CSV-W               PIC 9(10),99.
       01  COMISSAO-CSV-W            PIC 9(10),99.
       01  QTDE-CSV-W                PIC 9(06).
       01  PERC-EDIT-W               PIC ZZ9,99.
       01  DIAS-EDIT-W               PIC ZZZZ9.
       01  SEP-CSV-W                 PIC X      VALUE ";".

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
           SORT SORT-COBRADORES
                ASCENDING KEY SORT-USUARIO SORT-DATA-BAIXA
                              SORT-COD-COMPL SORT-SEQ-BAIXA
                INPUT PROCEDURE IS 2000-SELECIONA-BAIXAS
                OUTPUT PROCEDURE IS 4000-IMPRIME-DEMONSTRATIVO.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "BXA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-BXA910.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "REL9181"      TO REL9181-NOME.
           MOVE "FOLHACOM.CSV" TO FOLHACOM-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           IF OPCAO-PARAM-W(1: 6) NUMERIC AND
              OPCAO-PARAM-W(1: 6) NOT = ZEROS
              MOVE OPCAO-PARAM-W(1: 6) TO ANOMES-REF-W
           ELSE
              MOVE ANO-DIA-R TO ANO-REF-W
              MOVE MES-DIA-R TO MES-REF-W
              IF MES-REF-W = 1
                 MOVE 12 TO MES-REF-W
                 SUBTRACT 1 FROM ANO-REF-W
              ELSE
                 SUBTRACT 1 FROM MES-REF-W
              END-IF
           END-IF.

           INITIALIZE FAIXAS-COMISSAO-W.
           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W   TO EMPRESA-PAR910
              MOVE "DIASRECUP" TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 > 0
                      MOVE VALOR-PAR910 TO DIAS-RECUP-W
                   END-IF
              END-READ
              PERFORM 1100-LE-FAIXA
                      VARYING IND-FAIXA FROM 1 BY 1
                      UNTIL IND-FAIXA > 4
              CLOSE PAR910
           END-IF.

           OPEN INPUT BXA910 CRD020 COD501.
           IF ST-COD501 = "00"  MOVE "S" TO COD501-ABERTO-SW.
           OPEN OUTPUT REL9181 FOLHACOM.
           MOVE SPACES TO REG-REL9181.
           STRING "CRP9181 - DEMONSTRATIVO DE COMISSAO DOS COBRADORES"
                  " - MES " MES-REF-W "/" ANO-REF-W
                  DELIMITED BY SIZE INTO REG-REL9181.
           WRITE REG-REL9181.
           MOVE SPACES TO REG-REL9181.
           STRING "JANELA DE RECUPERACAO " DIAS-RECUP-W " DIAS"
                  DELIMITED BY SIZE INTO REG-REL9181.
           WRITE REG-REL9181.
           PERFORM 1200-IMPRIME-FAIXAS.
           MOVE SPACES TO REG-FOLHACOM.
           STRING "MES;COBRADOR;TITULOS;VALOR RECUPERADO;COMISSAO"
                  DELIMITED BY SIZE INTO REG-FOLHACOM.
           WRITE REG-FOLHACOM.

       1100-LE-FAIXA SECTION.
           MOVE IND-FAIXA TO NUM-ID-FAIXA-W.
           MOVE "DIAS"    TO TIPO-ID-FAIXA-W.
           MOVE EMPRESA-W  TO EMPRESA-PAR910.
           MOVE ID-FAIXA-W TO ID-PAR910.
           READ PAR910 INVALID KEY
                GO 1100-LE-FAIXA-FIM
           END-READ.
           IF VALOR-PAR910 = ZEROS
              GO 1100-LE-FAIXA-FIM.
           MOVE VALOR-PAR910 TO DIAS-ATE-FX-W(IND-FAIXA).
           MOVE "PERC"     TO TIPO-ID-FAIXA-W.
           MOVE ID-FAIXA-W TO ID-PAR910.
           READ PAR910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE VALOR-PAR910 TO PERC-FX-W(IND-FAIXA)
           END-READ.
           ADD 1 TO QTDE-FAIXAS-W.
       1100-LE-FAIXA-FIM.
           EXIT.

       1200-IMPRIME-FAIXAS SECTION.
           IF QTDE-FAIXAS-W = ZEROS
              MOVE SPACES TO REG-REL9181
              STRING "*** FAIXAS DE COMISSAO NAO CADASTRADAS NO PAR910 "
                     "(COMCOBDIAS1-4/COMCOBPERC1-4) - COMISSAO ZERO"
                     DELIMITED BY SIZE INTO REG-REL9181
              WRITE REG-REL9181
              GO 1200-IMPRIME-FAIXAS-FIM.
           PERFORM VARYING IND-FAIXA FROM 1 BY 1 UNTIL IND-FAIXA > 4
              IF DIAS-ATE-FX-W(IND-FAIXA) NOT = ZEROS
                 MOVE SPACES TO REG-REL9181
                 MOVE DIAS-ATE-FX-W(IND-FAIXA) TO DIAS-EDIT-W
                 MOVE PERC-FX-W(IND-FAIXA)     TO PERC-EDIT-W
                 STRING "FAIXA " IND-FAIXA " - ATRASO ATE "
                        DIAS-EDIT-W " DIAS: " PERC-EDIT-W " %"
                        DELIMITED BY SIZE INTO REG-REL9181
                 WRITE REG-REL9181
              END-IF
           END-PERFORM.
       1200-IMPRIME-FAIXAS-FIM.
           EXIT.

       2000-SELECIONA-BAIXAS SECTION.
           IF ST-BXA910 <> "00" OR ST-CRD020 <> "00"
              GO 2000-SELECIONA-BAIXAS-FIM.
           MOVE "N" TO FIM-BXA910-SW.
           MOVE ZEROS TO COD-COMPL-BXA910 SEQ-BXA910.
           START BXA910 KEY IS NOT < CHAVE-BXA910 INVALID KEY
                 MOVE "S" TO FIM-BXA910-SW.
           PERFORM 2100-LE-BAIXA UNTIL FIM-BXA910.
       2000-SELECIONA-BAIXAS-FIM.
           EXIT.

       2100-LE-BAIXA SECTION.
           READ BXA910 NEXT RECORD AT END
                MOVE "S" TO FIM-BXA910-SW
                GO 2100-LE-BAIXA-FIM
           END-READ.
           IF DATA-BAIXA-NOVO-BXA910(1: 6) NOT = ANOMES-REF-W
              GO 2100-LE-BAIXA-FIM.
           IF CANAL-AGENCIA-BXA910 OR CANAL-CREDITO-BXA910
              GO 2100-LE-BAIXA-FIM.
           IF VALOR-RECEBIDO-BXA910 = ZEROS
              GO 2100-LE-BAIXA-FIM.
           MOVE COD-COMPL-BXA910 TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                GO 2100-LE-BAIXA-FIM
           END-READ.
           ADD 1 TO QTDE-BAIXAS-MES-W.
           COMPUTE JULIANO-BAIXA-W =
                   FUNCTION INTEGER-OF-DATE(DATA-BAIXA-NOVO-BXA910).
           COMPUTE JULIANO-VENCTO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20).
           COMPUTE DATA-INICIO-JANELA-W = FUNCTION DATE-OF-INTEGER
                   (JULIANO-BAIXA-W - DIAS-RECUP-W).
           PERFORM 2200-ACHA-CONTATO.
           IF USUARIO-ESC-W = SPACES
              IF BAIXA-ATIVA-BXA910
                 ADD 1                     TO QTDE-SEM-CONTATO-W
                 ADD VALOR-RECEBIDO-BXA910 TO RECEBIDO-SEM-CONTATO-W
              END-IF
              GO 2100-LE-BAIXA-FIM.
           COMPUTE DIAS-ATRASO-W = JULIANO-BAIXA-W - JULIANO-VENCTO-W.
           IF DIAS-ATRASO-W < ZEROS
              MOVE ZEROS TO DIAS-ATRASO-W
           END-IF.
           PERFORM 2300-ACHA-FAIXA.
           IF BAIXA-ESTORNADA-BXA910
              MOVE ZEROS TO COMISSAO-W
           ELSE
              COMPUTE COMISSAO-W ROUNDED =
                      VALOR-RECEBIDO-BXA910 * PERC-FAIXA-W / 100
              ADD 1 TO QTDE-CREDITADAS-W
           END-IF.
           MOVE USUARIO-ESC-W          TO SORT-USUARIO.
           MOVE DATA-BAIXA-NOVO-BXA910 TO SORT-DATA-BAIXA.
           MOVE COD-COMPL-BXA910       TO SORT-COD-COMPL.
           MOVE SEQ-BXA910             TO SORT-SEQ-BAIXA.
           MOVE NR-CONTRATO-CR20       TO SORT-CONTRATO.
           MOVE DATA-ESC-W             TO SORT-DATA-CONTATO.
           MOVE TIPO-ESC-W             TO SORT-TIPO-CONTATO.
           MOVE DIAS-ATRASO-W          TO SORT-ATRASO.
           MOVE VALOR-RECEBIDO-BXA910  TO SORT-RECEBIDO.
           MOVE PERC-FAIXA-W           TO SORT-PERC.
           MOVE COMISSAO-W             TO SORT-COMISSAO.
           MOVE SITUACAO-BXA910        TO SORT-ESTORNADA.
           RELEASE REG-SORT-COBRADORES.
       2100-LE-BAIXA-FIM.
           EXIT.

       2200-ACHA-CONTATO SECTION.
      *    CONTATOS REAIS DO CONTRATO, DO INICIO DA JANELA ATE O DIA
      *    DA BAIXA, FEITOS COM O TITULO JA VENCIDO; FICA O MAIS
      *    RECENTE (DATA E HORA DA GRAVACAO) - SO UM COBRADOR LEVA.
           INITIALIZE CONTATO-ESCOLHIDO-W.
           IF NOT COD501-ABERTO
              GO 2200-ACHA-CONTATO-FIM.
           MOVE "N" TO FIM-COD501-SW.
           MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-CO501.
           MOVE ZEROS TO ITEM-CO501 SUBITEM-CO501.
           START COD501 KEY IS NOT < CHAVE-CO501 INVALID KEY
                 MOVE "S" TO FIM-COD501-SW.
           PERFORM 2210-LE-CONTATO UNTIL FIM-COD501.
       2200-ACHA-CONTATO-FIM.
           EXIT.

       2210-LE-CONTATO SECTION.
           READ COD501 NEXT RECORD AT END
                MOVE "S" TO FIM-COD501-SW
                GO 2210-LE-CONTATO-FIM
           END-READ.
           IF NR-CONTRATO-CO501 NOT = NR-CONTRATO-CR20
              MOVE "S" TO FIM-COD501-SW
              GO 2210-LE-CONTATO-FIM.
           IF TIPO-CONTATO-CO501 = ZEROS OR
              TIPO-CONTATO-CO501 > 8
              GO 2210-LE-CONTATO-FIM.
           IF USUARIO-CO501 = SPACES
              GO 2210-LE-CONTATO-FIM.
           IF DATA-GRAVACAO-CO501 > DATA-BAIXA-NOVO-BXA910 OR
              DATA-GRAVACAO-CO501 < DATA-INICIO-JANELA-W
              GO 2210-LE-CONTATO-FIM.
           IF DATA-VENCTO-CR20 NOT < DATA-GRAVACAO-CO501
              GO 2210-LE-CONTATO-FIM.
           IF DATA-GRAVACAO-CO501 < DATA-ESC-W
              GO 2210-LE-CONTATO-FIM.
           IF DATA-GRAVACAO-CO501 = DATA-ESC-W AND
              HORA-GRAVACAO-CO501 NOT > HORA-ESC-W
              GO 2210-LE-CONTATO-FIM.
           MOVE USUARIO-CO501       TO USUARIO-ESC-W.
           MOVE DATA-GRAVACAO-CO501 TO DATA-ESC-W.
           MOVE HORA-GRAVACAO-CO501 TO HORA-ESC-W.
           MOVE TIPO-CONTATO-CO501  TO TIPO-ESC-W.
       2210-LE-CONTATO-FIM.
           EXIT.

       2300-ACHA-FAIXA SECTION.
      *    PRIMEIRA FAIXA CUJO DIAS-ATE COBRE O ATRASO; ACIMA DE TODAS
      *    VALE A ULTIMA FAIXA PREENCHIDA.
           MOVE ZEROS TO PERC-FAIXA-W.
           PERFORM VARYING IND-FAIXA FROM 1 BY 1 UNTIL IND-FAIXA > 4
              IF DIAS-ATE-FX-W(IND-FAIXA) NOT = ZEROS
                 MOVE PERC-FX-W(IND-FAIXA) TO PERC-FAIXA-W
                 IF DIAS-ATRASO-W NOT > DIAS-ATE-FX-W(IND-FAIXA)
                    MOVE 5 TO IND-FAIXA
                 END-IF
              END-IF
           END-PERFORM.

       3000-FINALIZA SECTION.
           MOVE SPACES TO REG-REL9181.
           WRITE REG-REL9181.
           MOVE "TOTAL GERAL" TO REG-REL9181(1: 11).
           MOVE RECEBIDO-GERAL-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9181(49: 14).
           MOVE COMISSAO-GERAL-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO REG-REL9181(71: 14).
           WRITE REG-REL9181.
           MOVE SPACES TO REG-REL9181.
           MOVE RECEBIDO-SEM-CONTATO-W TO VALOR-EDIT-W.
           STRING "BAIXAS SEM CONTATO NA JANELA (SEM COMISSAO): "
                  QTDE-SEM-CONTATO-W " - " VALOR-EDIT-W
                  DELIMITED BY SIZE INTO REG-REL9181.
           WRITE REG-REL9181.
           CLOSE BXA910 CRD020 COD501 REL9181 FOLHACOM.
           DISPLAY "CRP9181 - MES DE REFERENCIA......: " MES-REF-W "/"
                   ANO-REF-W.
           DISPLAY "CRP9181 - BAIXAS DO MES..........: "
                   QTDE-BAIXAS-MES-W.
           DISPLAY "CRP9181 - CREDITADAS A COBRADOR..: "
                   QTDE-CREDITADAS-W.
           DISPLAY "CRP9181 - SEM CONTATO NA JANELA..: "
                   QTDE-SEM-CONTATO-W.
           DISPLAY "CRP9181 - COBRADORES.............: "
                   QTDE-COBRADORES-W.
           MOVE RECEBIDO-GERAL-W TO VALOR-EDIT-W.
           DISPLAY "CRP9181 - VALOR RECUPERADO.......: " VALOR-EDIT-W.
           MOVE COMISSAO-GERAL-W TO VALOR-EDIT-W.
           DISPLAY "CRP9181 - COMISSAO DEVIDA........: " VALOR-EDIT-W.

       4000-IMPRIME-DEMONSTRATIVO SECTION.
           MOVE "N" TO FIM-SORT-SW.
           MOVE SPACES TO USUARIO-ATUAL-W.
           PERFORM 4100-LE-SORT UNTIL FIM-SORT.
           IF USUARIO-ATUAL-W NOT = SPACES
              PERFORM 4300-FECHA-COBRADOR
           END-IF.

       4100-LE-SORT SECTION.
           RETURN SORT-COBRADORES AT END
                  MOVE "S" TO FIM-SORT-SW
                  GO 4100-LE-SORT-FIM
           END-RETURN.
           IF SORT-USUARIO NOT = USUARIO-ATUAL-W
              IF USUARIO-ATUAL-W NOT = SPACES
                 PERFORM 4300-FECHA-COBRADOR
              END-IF
              PERFORM 4200-ABRE-COBRADOR
           END-IF.
           IF SORT-ESTORNADA NOT = "E"
              ADD 1             TO QTDE-COBRADOR-W
              ADD SORT-RECEBIDO TO RECEBIDO-COBRADOR-W
              ADD SORT-COMISSAO TO COMISSAO-COBRADOR-W
           END-IF.
           MOVE SPACES TO REG-REL9181.
           MOVE SORT-COD-COMPL    TO REG-REL9181(1: 9).
           MOVE SORT-CONTRATO     TO REG-REL9181(11: 4).
           MOVE SORT-DATA-CONTATO TO REG-REL9181(16: 8).
           MOVE SORT-TIPO-CONTATO TO REG-REL9181(25: 2).
           MOVE SORT-DATA-BAIXA   TO REG-REL9181(28: 8).
           MOVE SORT-ATRASO       TO DIAS-EDIT-W.
           MOVE DIAS-EDIT-W       TO REG-REL9181(38: 5).
           MOVE SORT-RECEBIDO     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W      TO REG-REL9181(49: 14).
           MOVE SORT-PERC         TO PERC-EDIT-W.
           MOVE PERC-EDIT-W       TO REG-REL9181(64: 6).
           MOVE SORT-COMISSAO     TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W      TO REG-REL9181(71: 14).
           IF SORT-ESTORNADA = "E"
              MOVE "ESTORNADA"    TO REG-REL9181(87: 9)
           END-IF.
           WRITE REG-REL9181.
       4100-LE-SORT-FIM.
           EXIT.

       4200-ABRE-COBRADOR SECTION.
           MOVE SORT-USUARIO TO USUARIO-ATUAL-W.
           MOVE ZEROS TO QTDE-COBRADOR-W RECEBIDO-COBRADOR-W
                         COMISSAO-COBRADOR-W.
           MOVE SPACES TO REG-REL9181.
           WRITE REG-REL9181.
           MOVE SPACES TO REG-REL9181.
           STRING "COBRADOR " USUARIO-ATUAL-W
                  DELIMITED BY SIZE INTO REG-REL9181.
           WRITE REG-REL9181.
           MOVE "TITULO    CONT CONTATO  TP BAIXA     ATRASO"
                TO REG-REL9181.
           MOVE "      RECEBIDO   PERC        COMISSAO"
                TO REG-REL9181(49: 38).
           WRITE REG-REL9181.

       4300-FECHA-COBRADOR SECTION.
           ADD 1                   TO QTDE-COBRADORES-W.
           ADD RECEBIDO-COBRADOR-W TO RECEBIDO-GERAL-W.
           ADD COMISSAO-COBRADOR-W TO COMISSAO-GERAL-W.
           MOVE SPACES TO REG-REL9181.
           MOVE "TOTAL DO COBRADOR" TO REG-REL9181(1: 17).
           MOVE QTDE-COBRADOR-W     TO REG-REL9181(28: 6).
           MOVE RECEBIDO-COBRADOR-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO REG-REL9181(49: 14).
           MOVE COMISSAO-COBRADOR-W TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W        TO REG-REL9181(71: 14).
           WRITE REG-REL9181.
      *    FOLHA DE PAGAMENTO: UMA LINHA POR COBRADOR, VALORES SEM
      *    SEPARADOR DE MILHAR.
           MOVE QTDE-COBRADOR-W     TO QTDE-CSV-W.
           MOVE RECEBIDO-COBRADOR-W TO VALOR-CSV-W.
           MOVE COMISSAO-COBRADOR-W TO COMISSAO-CSV-W.
           MOVE SPACES TO REG-FOLHACOM.
           STRING ANOMES-REF-W SEP-CSV-W
                  USUARIO-ATUAL-W SEP-CSV-W
                  QTDE-CSV-W SEP-CSV-W
                  VALOR-CSV-W SEP-CSV-W
                  COMISSAO-CSV-W
                  DELIMITED BY SIZE INTO REG-FOLHACOM.
           WRITE REG-FOLHACOM.

      *MESMOS QUE A REMESSA USA - SOBRE OS MODELOS DO CTA910, E
      *EMITE UMA CARTA POR TITULO MAIS UM CSV DE MALA DIRETA. CADA
      *CARTA EMITIDA DEIXA ANOTACAO AUTOMATICA (TIPO 09) NO COD501,
      *P/ OS COBRADORES VEREM NO HISTORICO DE CONTATOS. TITULO
      *INDICADO P/ NEGATIVACAO PELA REGUA (NEG910 AGUARDANDO AVISO)
      *RECEBE, EM QUALQUER MODO, A CARTA DE AVISO PREVIO "N" EM VEZ
      *DA CARTA NORMAL, E O NEG910 GUARDA A DATA DO AVISO - O PRAZO
      *LEGAL P/ A INCLUSAO NO BIRO (CRP9165) CONTA DESSA DATA.
      *TITULO COM CESSAO ATIVA P/ AGENCIA DE COBRANCA EXTERNA
      *(ACB910, CRP9167) NAO RECEBE CARTA NENHUMA.
      *SACADO COM CORRESPONDENCIA DEVOLVIDA PENDENTE (DVC910, TELA
      *DVC9100T) TAMBEM NAO: O ENDERECO E SABIDAMENTE RUIM. O AVISO
      *PREVIO DE NEGATIVACAO FICA AGUARDANDO ATE O ENDERECO SER
      *CORRIGIDO NA CGP9124T, P/ O PRAZO LEGAL NAO CORRER SEM AVISO.
      *ANTES DE CADA CARTA CONSULTA A PREFERENCIA DE CONTATO DO
      *CLIENTE (PFC910, ROTINA CRP9185): QUEM RECUSA CARTA E ACEITA
      *E-MAIL VAI P/ O EMAIL.CSV (COM ANOTACAO TIPO 04 - VALE COMO
      *AVISO PREVIO DE NEGATIVACAO); QUEM SO ACEITA TELEFONE GERA
      *TAREFA DE LIGACAO (TIPO 01) E O AVISO PREVIO FICA AGUARDANDO;
      *QUEM RECUSA TUDO NAO RECEBE NADA E VAI P/ O CARTAS.EXC.
      *PARAMETRO (OPCAO-PARAM-W): POS 1 = "V" SELECIONA A VENCER EM
      *ATE NNN DIAS, "A" SELECIONA VENCIDOS HA NNN DIAS OU MAIS;
      *POS 2-4 = NNN (ZEROS = USA DIAS-CARENCIA-PF910 NO MODO "A" E
      *DIAS-DESCONTO-PF910 NO MODO "V").
      *OS TITULOS EM ABERTO VEM DO EXTRATO DO CRP9190 (ABT910) E NAO
      *MAIS DA VARREDURA DO CRD020. CADA TITULO DO EXTRATO E RELIDO
      *NO CRD020 PELA CHAVE ANTES DA CARTA: O QUE FOI BAIXADO DEPOIS
      *DA EXTRACAO NAO RECEBE CARTA. EXTRATO QUE NAO E DE HOJE OU NAO
      *CONFERE COM O TOTAL DE CONTROLE (ROTINA CRP9191) NAO E USADO -
      *NENHUMA CARTA SAI E O MOTIVO VAI P/ O CARTAS.EXC.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX952.
           COPY CGPX010.
           COPY CGPX011.
           COPY CAPX010.
           COPY CRPX910.
           COPY CRPX922.
           COPY COD501X.
           COPY CRPX932.
           COPY CRPX934.
           COPY CRPX941.
           SELECT CARTAS ASSIGN TO CARTAS-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-MALACSV.
           SELECT EMAILCSV ASSIGN TO EMAILCSV-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-EMAILCSV.
           SELECT CARTASEXC ASSIGN TO CARTASEXC-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-CARTASEXC.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW952.
       COPY CGPW010.
       COPY CGPW011.
       COPY CAPW010.
       COPY CRPW910.
       COPY CRPW922.
       COPY COD501W.
       COPY CRPW932.
       COPY CRPW934.
       COPY CRPW941.
       FD  CARTAS
           LABEL RECORD IS OMITTED.
       01  REG-CARTAS                PIC X(80).
       FD  MALACSV
           LABEL RECORD IS OMITTED.
       01  REG-MALACSV               PIC X(200).
       FD  EMAILCSV
           LABEL RECORD IS OMITTED.
       01  REG-EMAILCSV              PIC X(200).
       FD  CARTASEXC
           LABEL RECORD IS OMITTED.
       01  REG-CARTASEXC             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CRPTERM.
       COPY CRPPREF.
       COPY CRPEXTR.
       01  CARTAS-NOME               PIC X(12)  VALUE SPACES.
       01  MALACSV-NOME              PIC X(12)  VALUE SPACES.
       01  EMAILCSV-NOME             PIC X(12)  VALUE SPACES.
       01  CARTASEXC-NOME            PIC X(12)  VALUE SPACES.
       01  ST-EMAILCSV               PIC XX     VALUE SPACES.
       01  ST-CARTASEXC              PIC XX     VALUE SPACES.
       01  PATH-PRF910               PIC X(30)  VALUE SPACES.
       01  PATH-CTA910               PIC X(30)  VALUE SPACES.
       01  PATH-NEG910               PIC X(30)  VALUE SPACES.
       01  PATH-ACB910               PIC X(30)  VALUE SPACES.
       01  PATH-DVC910               PIC X(30)  VALUE SPACES.
       01  PATH-ABT910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-CGD010                 PIC XX     VALUE SPACES.
       01  ST-CGD011                 PIC XX     VALUE SPACES.
       01  ST-PRF910                 PIC XX     VALUE SPACES.
       01  ST-CTA910                 PIC XX     VALUE SPACES.
       01  ST-COD501                 PIC XX     VALUE SPACES.
       01  ST-NEG910                 PIC XX     VALUE SPACES.
       01  ST-ACB910                 PIC XX     VALUE SPACES.
       01  ST-DVC910                 PIC XX     VALUE SPACES.
       01  DVC910-ABERTO-SW          PIC X      VALUE "N".
           88  DVC910-ABERTO                    VALUE "S".
       01  ST-ABT910                 PIC XX     VALUE SPACES.
       01  ST-CARTAS                 PIC XX     VALUE SPACES.
       01  ST-MALACSV                PIC XX     VALUE SPACES.
       01  FIM-ABT910-SW             PIC X      VALUE "N".
           88  FIM-ABT910                  VALUE "S".
       01  EXTRATO-ABERTO-SW         PIC X      VALUE "N".
           88  EXTRATO-ABERTO              VALUE "S".
       01  MODO-SELECAO-W            PIC X      VALUE "A".
           88  MODO-A-VENCER               VALUE "V".
           88  MODO-VENCIDOS               VALUE "A".
       01  JULIANO-VENCTO-W          PIC 9(08)  VALUE ZEROS.
       01  DIAS-ATRASO-W             PIC S9(06) VALUE ZEROS.
       01  QTDE-LIDOS-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-BAIXADOS-DEPOIS-W    PIC 9(06)  VALUE ZEROS.
       01  QTDE-CARTAS-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-AVISOS-NEG-W         PIC 9(06)  VALUE ZEROS.
       01  QTDE-COM-AGENCIA-W        PIC 9(06)  VALUE ZEROS.
       01  QTDE-END-DEVOLVIDO-W      PIC 9(06)  VALUE ZEROS.
       01  QTDE-EMAILS-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-LIGACOES-W           PIC 9(06)  VALUE ZEROS.
       01  QTDE-SEM-CANAL-W          PIC 9(06)  VALUE ZEROS.
       01  AVISO-ENVIADO-SW          PIC X      VALUE "N".
           88  AVISO-ENVIADO               VALUE "S".
       01  END-DEVOLVIDO-SW          PIC X      VALUE "N".
           88  END-DEVOLVIDO               VALUE "S".
       01  TIPO-CARTA-W              PIC X(01)  VALUE SPACES.
       01  NR-CONTRATO-TITULO-W      PIC 9(04)  VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAINLINE SECTION.
           PERFORM 1000-INICIALIZA.
           PERFORM 2000-PROCESSA-ABT910 UNTIL FIM-ABT910.
           PERFORM 3000-FINALIZA.
           GOBACK.

           COPY "CBDATA1.CPY".
           MOVE EMPRESA-W          TO EMP-REC.
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "ABT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ABT910.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CAD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD010.
           MOVE "PRF910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PRF910.
           MOVE "CTA910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTA910.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "NEG910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-NEG910.
           MOVE "ACB910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-ACB910.
           MOVE "DVC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DVC910.
           MOVE "CARTAS" TO CARTAS-NOME.
           MOVE "MALA.CSV" TO MALACSV-NOME.
           MOVE "EMAIL.CSV" TO EMAILCSV-NOME.
           MOVE "CARTAS.EXC" TO CARTASEXC-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           ACCEPT HORA-BRA   FROM TIME.
           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN I-O NEG910.
           IF ST-NEG910 = "35"
              CLOSE NEG910      OPEN OUTPUT NEG910
              CLOSE NEG910      OPEN I-O NEG910
           END-IF.
           OPEN INPUT ACB910.
           IF ST-ACB910 = "35"
              CLOSE ACB910      OPEN OUTPUT ACB910
              CLOSE ACB910      OPEN INPUT ACB910
           END-IF.
           OPEN INPUT DVC910.
           IF ST-DVC910 = "00"  MOVE "S" TO DVC910-ABERTO-SW.
           OPEN INPUT CRD020 CGD010 CGD011 CAD010.
           OPEN OUTPUT CARTAS MALACSV.
           MOVE SPACES TO REG-MALACSV.
                  "VENCIMENTO;VALOR" DELIMITED BY SIZE
                  INTO REG-MALACSV.
           WRITE REG-MALACSV.
           OPEN OUTPUT EMAILCSV CARTASEXC.
           MOVE SPACES TO REG-EMAILCSV.
           STRING "COD-COMPL;NOME;EMAIL;TIPO;DOCTO;VENCIMENTO;VALOR"
                  DELIMITED BY SIZE INTO REG-EMAILCSV.
           WRITE REG-EMAILCSV.
           MOVE SPACES TO REG-CARTASEXC.
           MOVE "CARTAS NAO EMITIDAS - CLIENTE RECUSA TODOS OS CANAIS"
                                     TO REG-CARTASEXC(1: 52).
           MOVE DATA-DIA-I           TO REG-CARTASEXC(54: 8).
           WRITE REG-CARTASEXC.
           INITIALIZE PARAMETROS-PREFERENCIA.
           MOVE EMPRESA-W            TO EMPRESA-PRF.
           PERFORM 1100-CONFERE-EXTRATO.
           IF ST-CRD020 <> "00" OR NOT EXTRATO-OK-EXT
              MOVE "S" TO FIM-ABT910-SW
           ELSE
              OPEN INPUT ABT910
              MOVE "S" TO EXTRATO-ABERTO-SW
      *       PELA CHAVE ALTERNATIVA (TIPO + COD-COMPL): SO OS
      *       TITULOS EM ABERTO ("A"), NA ORDEM DO COD-COMPL.
              MOVE "A"   TO TIPO-COMPL-ABT910
              MOVE ZEROS TO COD-COMPL-ALT-ABT910
              START ABT910 KEY IS NOT < CHAVE-COMPL-ABT910 INVALID KEY
                    MOVE "S" TO FIM-ABT910-SW
              END-START
           END-IF.

       1100-CONFERE-EXTRATO SECTION.
           MOVE EMPRESA-W  TO EMPRESA-EXT.
           MOVE DATA-DIA-I TO DATA-REFERENCIA-EXT.
           CALL "CRP9191" USING PARAMETROS-EXTRATO.
           CANCEL "CRP9191".
           DISPLAY "CRP9128 - " MENSAGEM-EXT.
           IF NOT EXTRATO-OK-EXT
              MOVE SPACES       TO REG-CARTASEXC
              MOVE MENSAGEM-EXT TO REG-CARTASEXC
              WRITE REG-CARTASEXC
           END-IF.

       1200-SEMEIA-MODELOS-PADRAO SECTION.
              NOT INVALID KEY
                CONTINUE
           END-READ.
           MOVE "N" TO TIPO-CARTA-CTA910.
           MOVE 1   TO LINHA-CTA910.
           READ CTA910 INVALID KEY
                PERFORM 1225-GRAVA-MODELO-NEGATIVACAO
              NOT INVALID KEY
                CONTINUE
           END-READ.

       1210-GRAVA-MODELO-AVISO SECTION.
           MOVE "A" TO TIPO-CARTA-CTA910.
           MOVE "ENCAMINHAMENTO DO TITULO A PROTESTO." TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.

       1225-GRAVA-MODELO-NEGATIVACAO SECTION.
      *    COMUNICACAO PREVIA EXIGIDA ANTES DA INCLUSAO DO DEVEDOR
      *    EM CADASTRO DE INADIMPLENTES (CDC ART. 43, PAR. 2).
           MOVE "N" TO TIPO-CARTA-CTA910.
           MOVE 1 TO LINHA-CTA910.
           MOVE "PREZADO(A) [NOME]" TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 2 TO LINHA-CTA910.
           MOVE SPACES TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 3 TO LINHA-CTA910.
           MOVE "COMUNICAMOS QUE A PARCELA [DOCTO], VENCIDA EM"
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
      *    UM MARCADOR POR LINHA - O 2400 SUBSTITUI NO MAXIMO UM.
           MOVE 4 TO LINHA-CTA910.
           MOVE "[VENCTO]," TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 5 TO LINHA-CTA910.
           MOVE "NO VALOR DE R$ [VALOR], CONTINUA EM ABERTO."
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 6 TO LINHA-CTA910.
           MOVE "NAO HAVENDO O PAGAMENTO EM ATE 10 DIAS DESTE AVISO,"
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 7 TO LINHA-CTA910.
           MOVE "SEU NOME SERA INCLUIDO NOS ORGAOS DE PROTECAO AO"
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 8 TO LINHA-CTA910.
           MOVE "CREDITO (SERASA/SPC), CONFORME O ART. 43 DO CDC."
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.
           MOVE 9 TO LINHA-CTA910.
           MOVE "CASO JA TENHA EFETUADO O PAGAMENTO, DESCONSIDERE."
                TO TEXTO-CTA910.
           PERFORM 1230-GRAVA-LINHA-MODELO.

       1230-GRAVA-LINHA-MODELO SECTION.
           WRITE REG-CTA910 INVALID KEY
              REWRITE REG-CTA910
           END-WRITE.

       2000-PROCESSA-ABT910 SECTION.
           READ ABT910 NEXT RECORD AT END
                MOVE "S" TO FIM-ABT910-SW
                GO 2000-PROCESSA-ABT910-FIM.
           IF NOT TITULO-ABERTO-ABT910
              MOVE "S" TO FIM-ABT910-SW
              GO 2000-PROCESSA-ABT910-FIM.
           ADD 1 TO QTDE-LIDOS-W.
      *    A CARTA SAI SOBRE O TITULO ATUAL DO CRD020: O QUE FOI
      *    BAIXADO ENTRE A EXTRACAO E A EMISSAO FICA DE FORA.
           MOVE COD-COMPL-ABT910 TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                ADD 1 TO QTDE-BAIXADOS-DEPOIS-W
                GO 2000-PROCESSA-ABT910-FIM
           END-READ.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF STATUS-TERMINAL-CR20
              ADD 1 TO QTDE-BAIXADOS-DEPOIS-W
              GO 2000-PROCESSA-ABT910-FIM.
           PERFORM 2100-VERIFICA-SELECAO.
       2000-PROCESSA-ABT910-FIM.
           EXIT.

       2100-VERIFICA-SELECAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-ACB910.
           READ ACB910 INVALID KEY
                MOVE SPACES TO SITUACAO-ACB910
           END-READ.
           IF CESSAO-ATIVA-ACB910
              ADD 1 TO QTDE-COM-AGENCIA-W
              GO 2100-VERIFICA-SELECAO-FIM.
           PERFORM 2150-VERIFICA-ENDERECO.
           IF END-DEVOLVIDO
              ADD 1 TO QTDE-END-DEVOLVIDO-W
              GO 2100-VERIFICA-SELECAO-FIM.
           MOVE COD-COMPL-CR20 TO COD-COMPL-NEG910.
           READ NEG910 INVALID KEY
                MOVE SPACES TO SITUACAO-NEG910
           END-READ.
           IF AGUARDA-AVISO-NEG910
              MOVE "N" TO TIPO-CARTA-W
              PERFORM 2180-ENCAMINHA-CARTA
              IF AVISO-ENVIADO
                 PERFORM 2700-MARCA-AVISO-NEGATIVACAO
              END-IF
              GO 2100-VERIFICA-SELECAO-FIM.
           COMPUTE JULIANO-VENCTO-W =
                   FUNCTION INTEGER-OF-DATE(DATA-VENCTO-CR20).
           COMPUTE DIAS-ATRASO-W = JULIANO-HOJE-W - JULIANO-VENCTO-W.
              IF DIAS-ATRASO-W < 0 AND
                 DIAS-ATRASO-W NOT < (0 - DIAS-FILTRO-W)
                 MOVE "A" TO TIPO-CARTA-W
                 PERFORM 2180-ENCAMINHA-CARTA
              END-IF
           ELSE
              IF DIAS-ATRASO-W NOT < DIAS-FILTRO-W
                 MOVE "C" TO TIPO-CARTA-W
                 PERFORM 2180-ENCAMINHA-CARTA
              END-IF
           END-IF.
       2100-VERIFICA-SELECAO-FIM.
           EXIT.

       2150-VERIFICA-ENDERECO SECTION.
      *    SEM O ARQUIVO DE DEVOLUCOES TODO ENDERECO VALE.
           MOVE "N" TO END-DEVOLVIDO-SW.
           IF NOT DVC910-ABERTO
              GO 2150-VERIFICA-ENDERECO-FIM.
           MOVE COD-COMPL-CR20 TO COD-COMPL-DVC910.
           MOVE ZEROS          TO SEQ-DVC910.
           START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                 GO 2150-VERIFICA-ENDERECO-FIM.
           PERFORM UNTIL END-DEVOLVIDO-SW = "S" OR "F"
              READ DVC910 NEXT RECORD AT END
                   MOVE "F" TO END-DEVOLVIDO-SW
              NOT AT END
                IF COD-COMPL-DVC910 <> COD-COMPL-CR20
                   MOVE "F" TO END-DEVOLVIDO-SW
                ELSE
                   IF DEVOLUCAO-PENDENTE-DVC910
                      MOVE "S" TO END-DEVOLVIDO-SW
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
       2150-VERIFICA-ENDERECO-FIM.
           EXIT.

       2180-ENCAMINHA-CARTA SECTION.
      *    A CARTA SAI PELO CANAL QUE O CLIENTE ACEITA (CRP9185).
      *    AVISO-ENVIADO DIZ SE O CLIENTE FOI DE FATO AVISADO (CARTA
      *    OU E-MAIL) - LIGACAO AINDA POR FAZER NAO CONTA.
           MOVE "N"          TO AVISO-ENVIADO-SW.
           MOVE "C"          TO FUNCAO-PRF CANAL-PEDIDO-PRF.
           MOVE CLIENTE-CR20 TO CLIENTE-PRF.
           CALL "CRP9185" USING PARAMETROS-PREFERENCIA.
           EVALUATE TRUE
               WHEN CANAL-ACEITO-PRF
                   PERFORM 2200-EMITE-CARTA
                   MOVE "S" TO AVISO-ENVIADO-SW
               WHEN SEM-CANAL-PRF
                   PERFORM 2900-GRAVA-EXCECAO
               WHEN CANAL-EMAIL-PRF
                   PERFORM 2800-ENVIA-EMAIL
                   MOVE "S" TO AVISO-ENVIADO-SW
               WHEN OTHER
                   PERFORM 2850-GRAVA-TAREFA-LIGACAO
           END-EVALUATE.

       2200-EMITE-CARTA SECTION.
           ADD 1 TO QTDE-CARTAS-W.
           MOVE ZEROS                TO ITEM-CO501.
           MOVE 1                    TO SUBITEM-CO501.
           MOVE SPACES               TO ANOTACAO-CO501.
           EVALUATE TIPO-CARTA-W
               WHEN "A"
                   STRING "CARTA- AVISO DE VENCIMENTO EMITIDO - DOCTO "
                          NR-DOCTO-CR20 DELIMITED BY SIZE
                          INTO ANOTACAO-CO501
               WHEN "N"
                   STRING "CARTA- AVISO DE NEGATIVACAO EMITIDO - DOCTO "
                          NR-DOCTO-CR20 DELIMITED BY SIZE
                          INTO ANOTACAO-CO501
               WHEN OTHER
                   STRING "CARTA- COBRANCA DE VENCIDO EMITIDA - DOCTO "
                          NR-DOCTO-CR20 DELIMITED BY SIZE
                          INTO ANOTACAO-CO501
           END-EVALUATE.
           MOVE 09                   TO TIPO-CONTATO-CO501.
           MOVE ZEROS                TO DATA-RETORNO-CO501.
           MOVE "CRP9128"            TO USUARIO-CO501.
           MOVE DATA-DIA-I           TO DATA-GRAVACAO-CO501.
           MOVE HORA-BRA(1: 4)       TO HORA-GRAVACAO-CO501.
           PERFORM 2550-GRAVA-REG-COD501.
       2500-GRAVA-ANOTACAO-COD501-FIM.
           EXIT.

       2550-GRAVA-REG-COD501 SECTION.
           MOVE ZEROS                TO ST-COD501.
           PERFORM UNTIL ST-COD501 = "10"
              WRITE REG-COD501 INVALID KEY
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-COD501.

       2600-GRAVA-LINHA-CSV SECTION.
           MOVE SPACES TO REG-MALACSV.
                  DELIMITED BY SIZE INTO REG-MALACSV.
           WRITE REG-MALACSV.

       2700-MARCA-AVISO-NEGATIVACAO SECTION.
           ADD 1 TO QTDE-AVISOS-NEG-W.
           MOVE "A"        TO SITUACAO-NEG910.
           MOVE DATA-DIA-I TO DATA-AVISO-NEG910.
           REWRITE REG-NEG910.

       2800-ENVIA-EMAIL SECTION.
      *    CLIENTE QUE SO ACEITA E-MAIL: A CARTA VAI P/ O EMAIL.CSV
      *    (ENVIADO PELO SETOR) E FICA ANOTADA COMO CONTATO TIPO 04.
           ADD 1 TO QTDE-EMAILS-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CG10.
           READ CGD010 INVALID KEY
                INITIALIZE REG-CGD010.
           MOVE VALOR-TOT-CR20   TO VALOR-EDIT-W.
           MOVE SPACES TO REG-EMAILCSV.
           STRING COD-COMPL-CR20 SEP-CSV-W
                  COMPRADOR-CG10 SEP-CSV-W
                  EMAIL-RET-PRF SEP-CSV-W
                  TIPO-CARTA-W SEP-CSV-W
                  NR-DOCTO-CR20 SEP-CSV-W
                  DATA-VENCTO-CR20 SEP-CSV-W
                  VALOR-EDIT-W
                  DELIMITED BY SIZE INTO REG-EMAILCSV.
           WRITE REG-EMAILCSV.
           MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-TITULO-W.
           IF NR-CONTRATO-TITULO-W = ZEROS
              GO 2800-ENVIA-EMAIL-FIM.
           MOVE NR-CONTRATO-TITULO-W TO NR-CONTRATO-CO501.
           MOVE ZEROS                TO ITEM-CO501.
           MOVE 1                    TO SUBITEM-CO501.
           MOVE SPACES               TO ANOTACAO-CO501.
           EVALUATE TIPO-CARTA-W
               WHEN "A"
                   STRING "E-MAIL- AVISO DE VENCIMENTO - DOCTO "
                          NR-DOCTO-CR20 DELIMITED BY SIZE
                          INTO ANOTACAO-CO501
               WHEN "N"
                   STRING "E-MAIL- AVISO DE NEGATIVACAO - DOCTO "
                          NR-DOCTO-CR20 DELIMITED BY SIZE
                          INTO ANOTACAO-CO501
               WHEN OTHER
                   STRING "E-MAIL- COBRANCA DE VENCIDO - DOCTO "
                          NR-DOCTO-CR20 DELIMITED BY SIZE
                          INTO ANOTACAO-CO501
           END-EVALUATE.
           MOVE 04                   TO TIPO-CONTATO-CO501.
           MOVE ZEROS                TO DATA-RETORNO-CO501.
           MOVE "CRP9128"            TO USUARIO-CO501.
           MOVE DATA-DIA-I           TO DATA-GRAVACAO-CO501.
           MOVE HORA-BRA(1: 4)       TO HORA-GRAVACAO-CO501.
           PERFORM 2550-GRAVA-REG-COD501.
       2800-ENVIA-EMAIL-FIM.
           EXIT.

       2850-GRAVA-TAREFA-LIGACAO SECTION.
      *    CLIENTE QUE SO ACEITA TELEFONE: TAREFA P/ O COBRADOR LIGAR
      *    HOJE, NO LUGAR DA CARTA.
           ADD 1 TO QTDE-LIGACOES-W.
           MOVE NR-CONTRATO-CR20 TO NR-CONTRATO-TITULO-W.
           IF NR-CONTRATO-TITULO-W = ZEROS
              GO 2850-GRAVA-TAREFA-LIGACAO-FIM.
           MOVE NR-CONTRATO-TITULO-W TO NR-CONTRATO-CO501.
           MOVE ZEROS                TO ITEM-CO501.
           MOVE 1                    TO SUBITEM-CO501.
           MOVE SPACES               TO ANOTACAO-CO501.
           STRING "LIGAR - CLIENTE NAO RECEBE CARTA - DOCTO "
                  NR-DOCTO-CR20 " FONE " FONE-RET-PRF
                  DELIMITED BY SIZE INTO ANOTACAO-CO501.
           MOVE 01                   TO TIPO-CONTATO-CO501.
           MOVE DATA-DIA-I           TO DATA-RETORNO-CO501.
           MOVE "CRP9128"            TO USUARIO-CO501.
           MOVE DATA-DIA-I           TO DATA-GRAVACAO-CO501.
           MOVE HORA-BRA(1: 4)       TO HORA-GRAVACAO-CO501.
           PERFORM 2550-GRAVA-REG-COD501.
       2850-GRAVA-TAREFA-LIGACAO-FIM.
           EXIT.

       2900-GRAVA-EXCECAO SECTION.
           ADD 1 TO QTDE-SEM-CANAL-W.
           MOVE SPACES TO REG-CARTASEXC.
           MOVE COD-COMPL-CR20   TO REG-CARTASEXC(1: 9).
           MOVE CLIENTE-CR20     TO REG-CARTASEXC(11: 8).
           MOVE NR-DOCTO-CR20    TO REG-CARTASEXC(20: 10).
           MOVE TIPO-CARTA-W     TO REG-CARTASEXC(31: 1).
           IF TIPO-CARTA-W = "N"
              MOVE "AVISO NEGATIVACAO CONTINUA AGUARDANDO"
                                 TO REG-CARTASEXC(33: 40)
           ELSE
              MOVE "CLIENTE RECUSA TODOS OS CANAIS"
                                 TO REG-CARTASEXC(33: 30)
           END-IF.
           WRITE REG-CARTASEXC.

       3000-FINALIZA SECTION.
           CLOSE CRD020 CGD010 CGD011 CAD010 CTA910 COD501 NEG910
                 ACB910 DVC910 CARTAS MALACSV EMAILCSV CARTASEXC.
           IF EXTRATO-ABERTO
              CLOSE ABT910
           END-IF.
           MOVE "F" TO FUNCAO-PRF.
           CALL "CRP9185" USING PARAMETROS-PREFERENCIA.
           CANCEL "CRP9185".
           DISPLAY "CRP9128 - TITULOS LIDOS......: " QTDE-LIDOS-W.
           DISPLAY "CRP9128 - BAIXADOS APOS EXTR.: "
                   QTDE-BAIXADOS-DEPOIS-W.
           DISPLAY "CRP9128 - CARTAS EMITIDAS....: " QTDE-CARTAS-W.
           DISPLAY "CRP9128 - AVISOS NEGATIVACAO.: " QTDE-AVISOS-NEG-W.
           DISPLAY "CRP9128 - COM AGENCIA EXTERNA: " QTDE-COM-AGENCIA-W.
           DISPLAY "CRP9128 - ENDERECO DEVOLVIDO.: "
                   QTDE-END-DEVOLVIDO-W.
           DISPLAY "CRP9128 - DESVIADAS P/ E-MAIL: " QTDE-EMAILS-W.
           DISPLAY "CRP9128 - DESVIADAS P/ FONE..: " QTDE-LIGACOES-W.
           DISPLAY "CRP9128 - SEM CANAL (EXC)....: " QTDE-SEM-CANAL-W.

       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRP9180T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: CESSAO DE VAGA ENTRE FORMANDOS - INFORMADOS
      *CONTRATO, CLIENTE QUE SAI (CEDENTE) E CLIENTE QUE ENTRA
      *(CESSIONARIO), A TELA LISTA AS PARCELAS EM ABERTO DO CEDENTE
      *NO CONTRATO (STATUS NAO TERMINAL DO CRPTERM) COM VENCIMENTO A
      *PARTIR DA DATA INFORMADA (ZEROS = TODAS) E AS PASSA P/ O
      *CESSIONARIO:
      *  - PARCELA SEM NOSSO-NUMERO REGISTRADO NO BANCO E SEM BAIXA
      *    PARCIAL MUDA DE CLIENTE NO PROPRIO REGISTRO, COM O
      *    CADASTRO DO SACADO (CGD010/CGD011/CGD014) REGRAVADO;
      *  - PARCELA JA REGISTRADA (ULTIMO HRM910 COM REMESSA E NAO
      *    REJEITADO) OU COM BAIXA PARCIAL ("PP") E SUBSTITUIDA COMO
      *    NO ACP9102: A ORIGINAL FICA "SB" COM A BAIXA BANCARIA
      *    ENFILEIRADA NO INS910 E NASCE UM TITULO NOVO P/ O
      *    CESSIONARIO PELO SALDO, QUE A PROXIMA REMESSA REGISTRA.
      *CESSIONARIO QUE JA TEM TITULO NO CRD020 LEVA O CADASTRO DO
      *PRIMEIRO TITULO DELE; CESSIONARIO NOVO EXIGE NOME E CPF, COM
      *DIGITO VERIFICADOR CONFERIDO (MESMO CALCULO DO CGP9121T) E
      *RECUSA DE CPF JA CADASTRADO P/ OUTRO CLIENTE.
      *A CONFIRMACAO EXIGE A FUNCAO "CESSAO" LIBERADA NO SEC910 E O
      *CONTRATO ATIVO NO CTR910. CADA TITULO MEXIDO RECEBE ANOTACAO
      *NO CRD200/CRD201 E O COD501 DO CONTRATO RECEBE UMA ANOTACAO
      *P/ CADA CLIENTE, UMA APONTANDO P/ A OUTRA.
      *PARCELA QUE OUTRO USUARIO OU O LOTE ALTEROU ENTRE A LEITURA E
      *A GRAVACAO NAO E CEDIDA (CRP9187 - CONFLITOS NO CNC910,
      *RELATORIO CRP9188).
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX020.
           COPY CRPX200.
           COPY CRPX201.
           COPY CRPX912.
           COPY CRPX942.
           COPY CGPX010.
           COPY CGPX011.
           COPY CGPX014.
           COPY INSX910.
           COPY COD501X.
           COPY SECX910.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW020.
       COPY CRPW200.
       COPY CRPW201.
       COPY CRPW912.
       COPY CRPW942.
       COPY CGPW010.
       COPY CGPW011.
       COPY CGPW014.
       COPY INSW910.
       COPY COD501W.
       COPY SECW910.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "CRP9180T.CPB".
           COPY "CRP9180T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       COPY CRPTERM.
       COPY CRPCONC.
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CRD020             PIC XX       VALUE SPACES.
           05  ST-CRD200             PIC XX       VALUE SPACES.
           05  ST-CRD201             PIC XX       VALUE SPACES.
           05  ST-HRM910             PIC XX       VALUE SPACES.
           05  PATH-HRM910           PIC X(30)    VALUE SPACES.
           05  ST-CTR910             PIC XX       VALUE SPACES.
           05  PATH-CTR910           PIC X(30)    VALUE SPACES.
           05  ST-CGD010             PIC XX       VALUE SPACES.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CGD014             PIC XX       VALUE SPACES.
           05  ST-INS910             PIC XX       VALUE SPACES.
           05  PATH-INS910           PIC X(30)    VALUE SPACES.
           05  ST-COD501             PIC XX       VALUE SPACES.
           05  ST-SEC910             PIC XX       VALUE SPACES.
           05  SEC910-ABERTO-SW      PIC X        VALUE "N".
               88  SEC910-ABERTO         VALUE "S".
           05  PATH-SEC910           PIC X(30)    VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  HORA-BRA              PIC 9(08)    VALUE ZEROS.
           05  ULT-SEQ               PIC 9(05)    VALUE ZEROS.
           05  ANOTACAO-TRAB-W       PIC X(120)   VALUE SPACES.
           05  FUNCAO-VERIF-W        PIC X(10)    VALUE SPACES.
           05  PERMISSAO-OK-SW       PIC X(01)    VALUE "N".
           05  FIM-CRD020-SW         PIC X(01)    VALUE "N".
           05  FIM-HRM910-SW         PIC X(01)    VALUE "N".
           05  NN-REGISTRADO-SW      PIC X(01)    VALUE "N".
           05  CARGA-OK-SW           PIC X(01)    VALUE "N".
           05  CONTRATO-ATIVO-SW     PIC X(01)    VALUE "N".
           05  CESSIONARIO-EXISTE-SW PIC X(01)    VALUE "N".
           05  ACHOU-SW              PIC X(01)    VALUE "N".
           05  NOSSO-NUMERO-BAIXA-W  PIC X(20)    VALUE SPACES.
           05  PORTADOR-BAIXA-W      PIC 9(04)    VALUE ZEROS.
           05  NUMERO-CAT-BAIXA-W    PIC 9(06)    VALUE ZEROS.
           05  SITUACAO-REG-BAIXA-W  PIC X(01)    VALUE SPACES.
           05  CONTRATO-W            PIC 9(04)    VALUE ZEROS.
           05  CEDENTE-W             PIC 9(08)    VALUE ZEROS.
           05  CESSIONARIO-W         PIC 9(08)    VALUE ZEROS.
           05  VENCTO-INICIAL-W      PIC 9(08)    VALUE ZEROS.
           05  COD-COMPL-CEDENTE-W   PIC 9(09)    VALUE ZEROS.
           05  COD-COMPL-CESSION-W   PIC 9(09)    VALUE ZEROS.
           05  COD-COMPL-ORIG-W      PIC 9(09)    VALUE ZEROS.
           05  COD-COMPL-NOVO-W      PIC 9(09)    VALUE ZEROS.
           05  PROXIMO-COD-COMPL-W   PIC 9(09)    VALUE ZEROS.
           05  CLIENTE-DONO-CPF-W    PIC 9(08)    VALUE ZEROS.
           05  NOME-CEDENTE-W        PIC X(40)    VALUE SPACES.
           05  NOME-CESSIONARIO-W    PIC X(40)    VALUE SPACES.
           05  VALOR-SALDO-W         PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-TRANSF-W        PIC 9(11)V99 VALUE ZEROS.
           05  VALOR-EDIT-W          PIC ZZZ.ZZZ.ZZ9,99.
           05  QTDE-PARCELAS-W       PIC 9(04)    VALUE ZEROS.
           05  QTDE-NO-LUGAR-W       PIC 9(04)    VALUE ZEROS.
           05  QTDE-SUBSTITUIDAS-W   PIC 9(04)    VALUE ZEROS.
           05  QTDE-CONFLITO-W       PIC 9(04)    VALUE ZEROS.
           05  QTDE-FILA-W           PIC 9(04)    VALUE ZEROS.
      *    PARCELAS DO CEDENTE SELECIONADAS NA CARGA DA TELA.
           05  IX-TIT-W              PIC 9(03) COMP VALUE ZEROS.
           05  TAB-TIT-CESSAO.
               10  COD-COMPL-TAB-W   PIC 9(09)    OCCURS 200 TIMES.
      *    CAMPOS DA PARCELA ORIGINAL QUE PASSAM AO SUBSTITUTO.
           05  SEQ-ORIG-W            PIC 9(05)    VALUE ZEROS.
           05  DOCTO-ORIG-W          PIC X(10)    VALUE SPACES.
           05  PORTADOR-ORIG-W       PIC 9(04)    VALUE ZEROS.
           05  MODALIDADE-ORIG-W     PIC 9(02)    VALUE ZEROS.
           05  VENCTO-ORIG-W         PIC 9(08)    VALUE ZEROS.
      *    DIGITO VERIFICADOR DO CPF (MESMO CALCULO DO CGP9121T).
           05  SITUACAO-CPF-W        PIC X(08)    VALUE SPACES.
           05  CPF-NOVO-W            PIC 9(14)    VALUE ZEROS.
           05  CPF-TRAB-W            PIC 9(11)    VALUE ZEROS.
           05  CPF-TRAB-R REDEFINES CPF-TRAB-W.
               10  CPF-DIG-W         PIC 9 OCCURS 11 TIMES.
           05  IND-DV-W              PIC 9(02) COMP VALUE ZEROS.
           05  PESO-DV-W             PIC 9(02)      VALUE ZEROS.
           05  SOMA-DV-W             PIC 9(05)      VALUE ZEROS.
           05  RESTO-DV-W            PIC 9(02)      VALUE ZEROS.
           05  DIGITO1-W             PIC 9(01)      VALUE ZEROS.
           05  DIGITO2-W             PIC 9(01)      VALUE ZEROS.
           05  EMP-REFERENCIA.
               10  FILLER            PIC X(15)
                   VALUE "\PROGRAMA\KELLO".
               10  VAR1              PIC X VALUE "\".
               10  EMP-REC           PIC XXX.
               10  VAR2              PIC X VALUE "\".
               10  ARQ-REC           PIC X(10).
           05  EMPRESA-REF REDEFINES EMP-REFERENCIA PIC X(30).
           COPY "PARAMETR".

       77 janelaPrincipal              object reference.
       77 handle8                      pic 9(08) comp-x value zeros.
       77 wHandle                      pic 9(09) comp-5 value zeros.

       PROCEDURE DIVISION.

       MAIN-PROCESS SECTION.
           PERFORM INICIALIZA-PROGRAMA.
           PERFORM CORPO-PROGRAMA UNTIL GS-EXIT-FLG-TRUE.
           GO FINALIZAR-PROGRAMA.

       INICIALIZA-PROGRAMA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
           COPY "CBDATA1.CPY".
           INITIALIZE GS-DATA-BLOCK
           INITIALIZE DS-CONTROL-BLOCK
           MOVE GS-DATA-BLOCK-VERSION-NO
                                   TO DS-DATA-BLOCK-VERSION-NO
           MOVE GS-VERSION-NO  TO DS-VERSION-NO

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.

           MOVE EMPRESA-W          TO EMP-REC
           MOVE "CRD020" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD020.
           MOVE "CRD200" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD200.
           MOVE "CRD201" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CRD201.
           MOVE "HRM910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-HRM910.
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "CGD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD010.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CGD014" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD014.
           MOVE "INS910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-INS910.
           MOVE "COD501" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-COD501.
           MOVE "SEC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-SEC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O CRD020 CRD200 CRD201.
           IF ST-CRD200 = "35"  CLOSE CRD200  OPEN OUTPUT CRD200
                                CLOSE CRD200  OPEN I-O CRD200.
           IF ST-CRD201 = "35"  CLOSE CRD201  OPEN OUTPUT CRD201
                                CLOSE CRD201  OPEN I-O CRD201.
           OPEN I-O CGD010 CGD011 CGD014.
           OPEN INPUT HRM910.
           IF ST-HRM910 = "35"
              CLOSE HRM910      OPEN OUTPUT HRM910
              CLOSE HRM910      OPEN INPUT HRM910
           END-IF.
           OPEN INPUT CTR910.
           IF ST-CTR910 = "35"
              CLOSE CTR910      OPEN OUTPUT CTR910
              CLOSE CTR910      OPEN INPUT CTR910
           END-IF.
           OPEN I-O INS910.
           IF ST-INS910 = "35"
              CLOSE INS910      OPEN OUTPUT INS910
              CLOSE INS910      OPEN I-O INS910
           END-IF.
           OPEN I-O COD501.
           IF ST-COD501 = "35"  CLOSE COD501  OPEN OUTPUT COD501
                                CLOSE COD501  OPEN I-O COD501.
           OPEN INPUT SEC910.
           IF ST-SEC910 = "00"  MOVE "S" TO SEC910-ABERTO-SW.
           IF ST-CRD020 <> "00"
              MOVE "ERRO ABERTURA CRD020: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CRD020 TO GS-MENSAGEM-ERRO(23: 02)
              PERFORM LOAD-SCREENSET
              PERFORM CARREGA-MENSAGEM-ERRO
           ELSE
              PERFORM GRAVA-LOGACESS-ABERTO
              PERFORM LOAD-SCREENSET.

       GRAVA-LOGACESS-ABERTO SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP9180T"          to logacess-programa
           move "ABERTO"            to logacess-status
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess.

       CORPO-PROGRAMA SECTION.
           EVALUATE TRUE
               WHEN GS-CENTRALIZA-TRUE
                    PERFORM CENTRALIZAR
               WHEN GS-CARREGA-TRUE
                    PERFORM CARREGA-PARCELAS
               WHEN GS-CONFIRMA-TRUE
                    PERFORM EFETIVA-CESSAO
           END-EVALUATE.
           PERFORM CLEAR-FLAGS.
           PERFORM CALL-DIALOG-SYSTEM.

       CENTRALIZAR SECTION.
          move-object-handle principal handle8
          move handle8 to wHandle
          invoke Window "fromHandleWithClass" using wHandle Window
                 returning janelaPrincipal

          invoke janelaPrincipal "CentralizarNoDesktop".

       CARREGA-MENSAGEM-ERRO SECTION.
           MOVE "EXIBE-ERRO" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM.

       CARREGA-PARCELAS SECTION.
      *    LISTA AS PARCELAS QUE VAO MUDAR DE DONO E DIZ SE O
      *    CESSIONARIO JA EXISTE (E COM QUE NOME) OU SE SERA CRIADO.
           MOVE "N" TO CARGA-OK-SW CONTRATO-ATIVO-SW
                       CESSIONARIO-EXISTE-SW.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           IF GS-CONTRATO = ZEROS OR GS-CLIENTE-SAI = ZEROS OR
              GS-CLIENTE-ENTRA = ZEROS
              MOVE "INFORMAR CONTRATO, CLIENTE QUE SAI E QUE ENTRA"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO CARREGA-PARCELAS-FIM.
           IF GS-CLIENTE-SAI = GS-CLIENTE-ENTRA
              MOVE "CLIENTE QUE ENTRA IGUAL AO QUE SAI"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO CARREGA-PARCELAS-FIM.
           MOVE GS-CONTRATO      TO CONTRATO-W.
           MOVE GS-CLIENTE-SAI   TO CEDENTE-W.
           MOVE GS-CLIENTE-ENTRA TO CESSIONARIO-W.
           MOVE GS-VENCTO-INICIAL TO VENCTO-INICIAL-W.
           MOVE CONTRATO-W TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                MOVE "CONTRATO NAO CADASTRADO NO CTR9100T"
                                      TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO CARREGA-PARCELAS-FIM
           END-READ.
           IF CONTRATO-ATIVO-CTR910
              MOVE "S" TO CONTRATO-ATIVO-SW
           END-IF.
           MOVE ZEROS TO IX-TIT-W QTDE-PARCELAS-W VALOR-TRANSF-W
                         COD-COMPL-CEDENTE-W COD-COMPL-CESSION-W.
           INITIALIZE TAB-TIT-CESSAO.
           MOVE "N" TO FIM-CRD020-SW.
           MOVE ZEROS TO COD-COMPL-CR20.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
           PERFORM UNTIL FIM-CRD020-SW = "S"
              READ CRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-CRD020-SW
              NOT AT END
                IF CLIENTE-CR20 = CESSIONARIO-W
                   AND COD-COMPL-CESSION-W = ZEROS
                   MOVE COD-COMPL-CR20 TO COD-COMPL-CESSION-W
                END-IF
                IF CLIENTE-CR20 = CEDENTE-W AND
                   NR-CONTRATO-CR20 = CONTRATO-W
                   IF COD-COMPL-CEDENTE-W = ZEROS
                      MOVE COD-COMPL-CR20 TO COD-COMPL-CEDENTE-W
                   END-IF
                   MOVE STATUS-CR20 TO STATUS-TESTE-CR20
                   IF NOT STATUS-TERMINAL-CR20 AND
                      DATA-VENCTO-CR20 NOT < VENCTO-INICIAL-W
                      PERFORM INSERE-PARCELA-LISTA
                   END-IF
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO NOME-CEDENTE-W NOME-CESSIONARIO-W.
           IF COD-COMPL-CEDENTE-W NOT = ZEROS
              MOVE COD-COMPL-CEDENTE-W TO COD-COMPL-CG10
              READ CGD010 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE COMPRADOR-CG10 TO NOME-CEDENTE-W
              END-READ
           END-IF.
           MOVE NOME-CEDENTE-W TO GS-NOME-SAI.
           IF COD-COMPL-CESSION-W NOT = ZEROS
              MOVE "S" TO CESSIONARIO-EXISTE-SW
              MOVE COD-COMPL-CESSION-W TO COD-COMPL-CG10
              READ CGD010 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE COMPRADOR-CG10 TO NOME-CESSIONARIO-W
              END-READ
              MOVE NOME-CESSIONARIO-W TO GS-NOME-ENTRA
              MOVE COD-COMPL-CESSION-W TO COD-COMPL-CG11
              READ CGD011 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CPF1-CG11 TO GS-CPF-ENTRA
              END-READ
              MOVE "CLIENTE JA CADASTRADO" TO GS-SITUACAO-ENTRA
           ELSE
              MOVE "CLIENTE NOVO - INFORMAR NOME E CPF"
                                      TO GS-SITUACAO-ENTRA
           END-IF.
           MOVE QTDE-PARCELAS-W TO GS-QTDE-PARCELAS.
           MOVE VALOR-TRANSF-W  TO GS-VALOR-TRANSF.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.
           IF QTDE-PARCELAS-W = ZEROS
              MOVE "CEDENTE SEM PARCELA EM ABERTO NO CONTRATO"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO CARREGA-PARCELAS-FIM.
           MOVE "S" TO CARGA-OK-SW.
       CARREGA-PARCELAS-FIM.
           EXIT.

       INSERE-PARCELA-LISTA SECTION.
           IF IX-TIT-W NOT < 200
              GO INSERE-PARCELA-LISTA-FIM.
           ADD 1 TO IX-TIT-W QTDE-PARCELAS-W.
           MOVE COD-COMPL-CR20 TO COD-COMPL-TAB-W(IX-TIT-W).
           MOVE ZEROS TO VALOR-SALDO-W.
           IF VALOR-TOT-CR20 > VALOR-PAGO-CR20
              COMPUTE VALOR-SALDO-W = VALOR-TOT-CR20 - VALOR-PAGO-CR20
           END-IF.
           ADD VALOR-SALDO-W TO VALOR-TRANSF-W.
           ADD 1 TO GS-CONT.
           MOVE SPACES TO GS-LINDET.
           MOVE COD-COMPL-CR20   TO GS-LINDET(1: 9).
           MOVE NR-DOCTO-CR20    TO GS-LINDET(11: 10).
           MOVE DATA-VENCTO-CR20 TO GS-LINDET(22: 8).
           MOVE VALOR-SALDO-W    TO VALOR-EDIT-W.
           MOVE VALOR-EDIT-W     TO GS-LINDET(31: 14).
           MOVE STATUS-CR20      TO GS-LINDET(46: 2).
           MOVE PORTADOR-CR20    TO GS-LINDET(49: 4).
           MOVE "INSERE-LIST" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.
       INSERE-PARCELA-LISTA-FIM.
           EXIT.

       EFETIVA-CESSAO SECTION.
           MOVE "CESSAO" TO FUNCAO-VERIF-W.
           PERFORM VERIFICA-PERMISSAO.
           IF PERMISSAO-OK-SW = "N"
              MOVE "USUARIO SEM PERMISSAO P/ CESSAO DE VAGA"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-CESSAO-FIM.
           PERFORM CARREGA-PARCELAS.
           IF CARGA-OK-SW = "N"
              GO EFETIVA-CESSAO-FIM.
           IF CONTRATO-ATIVO-SW = "N"
              MOVE "CONTRATO ENCERRADO/CANCELADO NO CTR9100T"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO EFETIVA-CESSAO-FIM.
           PERFORM MONTA-CADASTRO-CESSIONARIO.
           IF CARGA-OK-SW = "N"
              GO EFETIVA-CESSAO-FIM.
           MOVE ZEROS TO QTDE-NO-LUGAR-W QTDE-SUBSTITUIDAS-W
                         QTDE-FILA-W QTDE-CONFLITO-W.
           ACCEPT HORA-BRA FROM TIME.
           PERFORM ACHA-PROXIMO-COD-COMPL.
           PERFORM TRANSFERE-UMA-PARCELA
                   VARYING IX-TIT-W FROM 1 BY 1
                   UNTIL IX-TIT-W > QTDE-PARCELAS-W
                      OR IX-TIT-W > 200.
           PERFORM GRAVA-ANOTACOES-COD501.
           MOVE SPACES TO GS-MENSAGEM-ERRO.
           STRING "CESSAO EFETIVADA - " QTDE-NO-LUGAR-W
                  " PARCELA(S) PASSADA(S), " QTDE-SUBSTITUIDAS-W
                  " SUBSTITUIDA(S), " QTDE-FILA-W
                  " BAIXA(S) NA FILA"
                  DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
           IF QTDE-CONFLITO-W NOT = ZEROS
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "PARCELAS NAO CEDIDAS - ALTERADAS POR OUTRO: "
                     QTDE-CONFLITO-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
           END-IF.
       EFETIVA-CESSAO-FIM.
           EXIT.

       MONTA-CADASTRO-CESSIONARIO SECTION.
      *    CESSIONARIO EXISTENTE: CADASTRO DO PRIMEIRO TITULO DELE.
      *    CESSIONARIO NOVO: NOME, CPF E ENDERECO DA TELA, COM O CPF
      *    CONFERIDO E SEM DUPLICIDADE NO CGD011.
           MOVE "N" TO CARGA-OK-SW.
           IF CESSIONARIO-EXISTE-SW = "S"
              MOVE "S" TO CARGA-OK-SW
              GO MONTA-CADASTRO-CESSIONARIO-FIM.
           IF GS-NOME-ENTRA = SPACES
              MOVE "NOME DO CLIENTE QUE ENTRA E OBRIGATORIO"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO MONTA-CADASTRO-CESSIONARIO-FIM.
           MOVE GS-CPF-ENTRA TO CPF-NOVO-W.
           IF CPF-NOVO-W = ZEROS OR CPF-NOVO-W > 99999999999
              MOVE "INVALIDO" TO SITUACAO-CPF-W
           ELSE
              MOVE CPF-NOVO-W(4: 11) TO CPF-TRAB-W
              PERFORM VALIDA-CPF
           END-IF.
           IF SITUACAO-CPF-W NOT = "VALIDO"
              MOVE "CPF DO CLIENTE QUE ENTRA INVALIDO"
                                      TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO MONTA-CADASTRO-CESSIONARIO-FIM.
           PERFORM VERIFICA-CPF-DUPLICADO.
           IF ACHOU-SW = "S"
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "CPF JA CADASTRADO P/ O CLIENTE "
                     CLIENTE-DONO-CPF-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO MONTA-CADASTRO-CESSIONARIO-FIM.
           MOVE "S" TO CARGA-OK-SW.
       MONTA-CADASTRO-CESSIONARIO-FIM.
           EXIT.

       VERIFICA-CPF-DUPLICADO SECTION.
      *    O CGD011 E UM POR TITULO: CPF ACHADO EM QUALQUER TITULO
      *    JA E DE OUTRO CLIENTE (O CESSIONARIO NOVO NAO TEM TITULO).
           MOVE "N" TO ACHOU-SW.
           MOVE ZEROS TO CLIENTE-DONO-CPF-W COD-COMPL-CG11.
           START CGD011 KEY IS NOT < COD-COMPL-CG11 INVALID KEY
                 MOVE "10" TO ST-CGD011.
           PERFORM UNTIL ST-CGD011 = "10"
              READ CGD011 NEXT RECORD AT END
                   MOVE "10" TO ST-CGD011
              NOT AT END
                IF CPF1-CG11 = CPF-NOVO-W
                   MOVE "S" TO ACHOU-SW
                   MOVE "10" TO ST-CGD011
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CGD011.
           IF ACHOU-SW = "S"
              MOVE COD-COMPL-CG11 TO COD-COMPL-CR20
              READ CRD020 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CLIENTE-CR20 TO CLIENTE-DONO-CPF-W
              END-READ
           END-IF.

       VALIDA-CPF SECTION.
           MOVE ZEROS TO SOMA-DV-W.
           MOVE 10 TO PESO-DV-W.
           PERFORM VARYING IND-DV-W FROM 1 BY 1 UNTIL IND-DV-W > 9
               COMPUTE SOMA-DV-W = SOMA-DV-W
                       + CPF-DIG-W(IND-DV-W) * PESO-DV-W
               SUBTRACT 1 FROM PESO-DV-W
           END-PERFORM.
           COMPUTE RESTO-DV-W =
                   FUNCTION MOD(FUNCTION MOD(SOMA-DV-W * 10 11) 10).
           MOVE RESTO-DV-W TO DIGITO1-W.
           MOVE ZEROS TO SOMA-DV-W.
           MOVE 11 TO PESO-DV-W.
           PERFORM VARYING IND-DV-W FROM 1 BY 1 UNTIL IND-DV-W > 10
               COMPUTE SOMA-DV-W = SOMA-DV-W
                       + CPF-DIG-W(IND-DV-W) * PESO-DV-W
               SUBTRACT 1 FROM PESO-DV-W
           END-PERFORM.
           COMPUTE RESTO-DV-W =
                   FUNCTION MOD(FUNCTION MOD(SOMA-DV-W * 10 11) 10).
           MOVE RESTO-DV-W TO DIGITO2-W.
           IF CPF-DIG-W(10) = DIGITO1-W AND
              CPF-DIG-W(11) = DIGITO2-W
              MOVE "VALIDO"   TO SITUACAO-CPF-W
           ELSE
              MOVE "INVALIDO" TO SITUACAO-CPF-W
           END-IF.

       TRANSFERE-UMA-PARCELA SECTION.
           MOVE COD-COMPL-TAB-W(IX-TIT-W) TO COD-COMPL-CR20.
           READ CRD020 INVALID KEY
                GO TRANSFERE-UMA-PARCELA-FIM
           END-READ.
      *    PARCELA QUE MUDOU DESDE A CARGA DA TELA FICA COMO ESTA.
           MOVE STATUS-CR20 TO STATUS-TESTE-CR20.
           IF CLIENTE-CR20 NOT = CEDENTE-W OR STATUS-TERMINAL-CR20
              GO TRANSFERE-UMA-PARCELA-FIM.
           PERFORM GUARDA-TITULO-LIDO.
           PERFORM VERIFICA-NN-REGISTRADO.
           IF NN-REGISTRADO-SW = "S" OR STATUS-CR20 = "PP"
              PERFORM SUBSTITUI-PARCELA
           ELSE
              PERFORM PASSA-PARCELA-NO-LUGAR
           END-IF.
       TRANSFERE-UMA-PARCELA-FIM.
           EXIT.

       PASSA-PARCELA-NO-LUGAR SECTION.
           MOVE CESSIONARIO-W TO CLIENTE-CR20.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              ADD 1 TO QTDE-CONFLITO-W
              GO PASSA-PARCELA-NO-LUGAR-FIM
           END-IF.
           MOVE COD-COMPL-CR20 TO COD-COMPL-NOVO-W.
           PERFORM GRAVA-CADASTRO-CESSIONARIO.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "CESSAO DE VAGA- PARCELA PASSADA DO CLIENTE "
                  CEDENTE-W " P/ O CLIENTE " CESSIONARIO-W
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
           ADD 1 TO QTDE-NO-LUGAR-W.
       PASSA-PARCELA-NO-LUGAR-FIM.
           EXIT.

       SUBSTITUI-PARCELA SECTION.
      *    MESMO CAMINHO DO ACP9102: A ORIGINAL E BAIXADA COMO
      *    SUBSTITUIDA (COM O PEDIDO DE BAIXA NO BANCO) E O SALDO
      *    NASCE NUM COD-COMPL NOVO, QUE A REMESSA REGISTRA.
           MOVE COD-COMPL-CR20 TO COD-COMPL-ORIG-W.
           MOVE ZEROS TO VALOR-SALDO-W.
           IF VALOR-TOT-CR20 > VALOR-PAGO-CR20
              COMPUTE VALOR-SALDO-W = VALOR-TOT-CR20 - VALOR-PAGO-CR20
           END-IF.
           MOVE SEQ-CR20         TO SEQ-ORIG-W.
           MOVE NR-DOCTO-CR20    TO DOCTO-ORIG-W.
           MOVE PORTADOR-CR20    TO PORTADOR-ORIG-W.
           MOVE MODALIDADE-CR20  TO MODALIDADE-ORIG-W.
           MOVE DATA-VENCTO-CR20 TO VENCTO-ORIG-W.
           MOVE "SB"       TO STATUS-CR20.
           MOVE DATA-DIA-I TO DATA-BAIXA-CR20.
           PERFORM REGRAVA-TITULO.
           IF NOT TITULO-REGRAVADO-CNC
              ADD 1 TO QTDE-CONFLITO-W
              GO SUBSTITUI-PARCELA-FIM
           END-IF.
           IF NN-REGISTRADO-SW = "S"
              PERFORM ENFILEIRA-BAIXA-BANCO
           END-IF.
           MOVE PROXIMO-COD-COMPL-W TO COD-COMPL-NOVO-W.
           ADD 1 TO PROXIMO-COD-COMPL-W.
           INITIALIZE REG-CRD020.
           MOVE COD-COMPL-NOVO-W  TO COD-COMPL-CR20.
           MOVE SEQ-ORIG-W        TO SEQ-CR20.
           MOVE CESSIONARIO-W     TO CLIENTE-CR20.
           MOVE CONTRATO-W        TO NR-CONTRATO-CR20.
           MOVE DOCTO-ORIG-W      TO NR-DOCTO-CR20.
           MOVE PORTADOR-ORIG-W   TO PORTADOR-CR20.
           MOVE MODALIDADE-ORIG-W TO MODALIDADE-CR20.
           MOVE DATA-DIA-I        TO DATA-EMISSAO-CR20.
           MOVE VENCTO-ORIG-W     TO DATA-VENCTO-CR20.
           MOVE VALOR-SALDO-W     TO VALOR-TOT-CR20.
           MOVE SPACES            TO STATUS-CR20.
           WRITE REG-CRD020 INVALID KEY
              MOVE PROXIMO-COD-COMPL-W TO COD-COMPL-NOVO-W
                                          COD-COMPL-CR20
              ADD 1 TO PROXIMO-COD-COMPL-W
              WRITE REG-CRD020
              END-WRITE
           END-WRITE.
           PERFORM GRAVA-CADASTRO-CESSIONARIO.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "CESSAO DE VAGA- TITULO CRIADO P/ O CLIENTE "
                  CESSIONARIO-W " NO LUGAR DE " COD-COMPL-ORIG-W
                  " DO CLIENTE " CEDENTE-W
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
           MOVE COD-COMPL-ORIG-W TO COD-COMPL-CR20.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "CESSAO DE VAGA- TITULO SUBSTITUIDO PELO "
                  COD-COMPL-NOVO-W " DO CLIENTE " CESSIONARIO-W
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO.
           ADD 1 TO QTDE-SUBSTITUIDAS-W.
       SUBSTITUI-PARCELA-FIM.
           EXIT.

       GRAVA-CADASTRO-CESSIONARIO SECTION.
      *    O CADASTRO DO SACADO E CHAVEADO PELO COD-COMPL DO TITULO
      *    (VER MOVER-DADOS-TIPO1 DO CRP9108). CESSIONARIO EXISTENTE
      *    LEVA O CADASTRO DO PRIMEIRO TITULO DELE; O NOVO, O DA TELA.
      *    AVALISTA DO CEDENTE NAO PASSA P/ O CESSIONARIO.
           IF CESSIONARIO-EXISTE-SW = "S"
              MOVE COD-COMPL-CESSION-W TO COD-COMPL-CG10
              READ CGD010 INVALID KEY
                   INITIALIZE REG-CGD010
              END-READ
              MOVE COD-COMPL-CESSION-W TO COD-COMPL-CG11
              READ CGD011 INVALID KEY
                   INITIALIZE REG-CGD011
              END-READ
           ELSE
              INITIALIZE REG-CGD010 REG-CGD011
              MOVE GS-NOME-ENTRA     TO COMPRADOR-CG10
              MOVE CPF-NOVO-W        TO CPF1-CG11
              MOVE GS-ENDERECO-ENTRA TO ENDERECO1-CG11
              MOVE GS-CIDADE-ENTRA   TO CIDADE1-CG11
              MOVE GS-CEP-ENTRA      TO CEP1-CG11
           END-IF.
           MOVE COD-COMPL-NOVO-W  TO COD-COMPL-CG10.
           WRITE REG-CGD010 INVALID KEY
              REWRITE REG-CGD010
           END-WRITE.
           MOVE COD-COMPL-NOVO-W  TO COD-COMPL-CG11.
           WRITE REG-CGD011 INVALID KEY
              REWRITE REG-CGD011
           END-WRITE.
           MOVE COD-COMPL-NOVO-W  TO COD-COMPL-CG14.
           READ CGD014 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                DELETE CGD014 RECORD
           END-READ.
           IF CESSIONARIO-EXISTE-SW = "S"
              MOVE COD-COMPL-CESSION-W TO COD-COMPL-CG14
              READ CGD014 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE COD-COMPL-NOVO-W TO COD-COMPL-CG14
                   WRITE REG-CGD014 INVALID KEY
                      REWRITE REG-CGD014
                   END-WRITE
              END-READ
           END-IF.

       ACHA-PROXIMO-COD-COMPL SECTION.
      *    PROXIMA CHAVE LIVRE DO CRD020 (MAIOR COD-COMPL + 1), COMO
      *    NO CRP9144T.
           MOVE ZEROS TO PROXIMO-COD-COMPL-W COD-COMPL-CR20.
           MOVE "N" TO FIM-CRD020-SW.
           START CRD020 KEY IS NOT < COD-COMPL-CR20 INVALID KEY
                 MOVE "S" TO FIM-CRD020-SW.
           PERFORM UNTIL FIM-CRD020-SW = "S"
              READ CRD020 NEXT RECORD AT END
                   MOVE "S" TO FIM-CRD020-SW
              NOT AT END
                   MOVE COD-COMPL-CR20 TO PROXIMO-COD-COMPL-W
              END-READ
           END-PERFORM.
           ADD 1 TO PROXIMO-COD-COMPL-W.

       VERIFICA-NN-REGISTRADO SECTION.
      *    VALE O ULTIMO NOSSO-NUMERO DO TITULO, COMO NO CRP9176T:
      *    SO RESERVADO (SEM REMESSA) OU COM ENTRADA REJEITADA O
      *    BANCO NAO CONHECE E NAO HA O QUE BAIXAR.
           MOVE "N" TO NN-REGISTRADO-SW.
           MOVE SPACES TO NOSSO-NUMERO-BAIXA-W SITUACAO-REG-BAIXA-W.
           MOVE ZEROS  TO PORTADOR-BAIXA-W NUMERO-CAT-BAIXA-W.
           MOVE "N" TO FIM-HRM910-SW.
           MOVE COD-COMPL-CR20 TO COD-COMPL-HRM910.
           START HRM910 KEY IS NOT < COD-COMPL-HRM910 INVALID KEY
                 MOVE "S" TO FIM-HRM910-SW.
           PERFORM UNTIL FIM-HRM910-SW = "S"
              READ HRM910 NEXT RECORD AT END
                   MOVE "S" TO FIM-HRM910-SW
              NOT AT END
                IF COD-COMPL-HRM910 <> COD-COMPL-CR20
                   MOVE "S" TO FIM-HRM910-SW
                ELSE
                   MOVE NOSSO-NUMERO-HRM910 TO NOSSO-NUMERO-BAIXA-W
                   MOVE PORTADOR-HRM910     TO PORTADOR-BAIXA-W
                   MOVE NUMERO-CAT-HRM910   TO NUMERO-CAT-BAIXA-W
                   MOVE SITUACAO-REG-HRM910 TO SITUACAO-REG-BAIXA-W
                END-IF
              END-READ
           END-PERFORM.
           IF NUMERO-CAT-BAIXA-W NOT = ZEROS
              AND SITUACAO-REG-BAIXA-W NOT = "R"
              MOVE "S" TO NN-REGISTRADO-SW
           END-IF.

       ENFILEIRA-BAIXA-BANCO SECTION.
      *    PEDIDO DE BAIXA JA NA FILA FICA COMO ESTA; ALTERACAO DE
      *    VENCIMENTO AINDA NAO ENVIADA E TROCADA PELA BAIXA.
           MOVE COD-COMPL-CR20 TO COD-COMPL-INS910.
           READ INS910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF INSTR-NA-FILA-INS910 AND PEDIDO-BAIXA-INS910
                   GO ENFILEIRA-BAIXA-BANCO-FIM
                END-IF
           END-READ.
           MOVE COD-COMPL-CR20       TO COD-COMPL-INS910.
           MOVE PORTADOR-BAIXA-W     TO PORTADOR-INS910.
           MOVE NOSSO-NUMERO-BAIXA-W TO NOSSO-NUMERO-INS910.
           MOVE "Q"                  TO SITUACAO-INS910.
           MOVE DATA-DIA-I           TO DATA-FILA-INS910.
           MOVE ZEROS                TO DATA-ENVIO-INS910.
           MOVE "CRP9180T"           TO ORIGEM-INS910.
           MOVE "B"                  TO TIPO-INSTR-INS910.
           MOVE ZEROS                TO NOVO-VENCTO-INS910.
           WRITE REG-INS910 INVALID KEY
              REWRITE REG-INS910
           END-WRITE.
           ADD 1 TO QTDE-FILA-W.
       ENFILEIRA-BAIXA-BANCO-FIM.
           EXIT.

       GRAVA-ANOTACOES-COD501 SECTION.
      *    UMA ANOTACAO P/ CADA LADO DA CESSAO, CADA UMA CITANDO O
      *    OUTRO CLIENTE.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "CESSAO DE VAGA- CLIENTE " CEDENTE-W
                  " CEDEU A VAGA AO CLIENTE " CESSIONARIO-W " ("
                  QTDE-PARCELAS-W " PARCELAS)"
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO-COD501.
           MOVE SPACES TO ANOTACAO-TRAB-W.
           STRING "CESSAO DE VAGA- CLIENTE " CESSIONARIO-W
                  " ASSUMIU A VAGA DO CLIENTE " CEDENTE-W
                  DELIMITED BY SIZE INTO ANOTACAO-TRAB-W.
           PERFORM GRAVA-ANOTACAO-COD501.

       GRAVA-ANOTACAO-COD501 SECTION.
           MOVE CONTRATO-W           TO NR-CONTRATO-CO501.
           MOVE ZEROS                TO ITEM-CO501.
           MOVE 1                    TO SUBITEM-CO501.
           MOVE ANOTACAO-TRAB-W      TO ANOTACAO-CO501.
           MOVE 09                   TO TIPO-CONTATO-CO501.
           MOVE ZEROS                TO DATA-RETORNO-CO501.
           MOVE "CRP9180T"           TO USUARIO-CO501.
           MOVE DATA-DIA-I           TO DATA-GRAVACAO-CO501.
           MOVE HORA-BRA(1: 4)       TO HORA-GRAVACAO-CO501.
           MOVE ZEROS                TO ST-COD501.
           PERFORM UNTIL ST-COD501 = "10"
              WRITE REG-COD501 INVALID KEY
                 ADD 1 TO SUBITEM-CO501
                 CONTINUE
               NOT INVALID KEY
                 MOVE "10" TO ST-COD501
              END-WRITE
           END-PERFORM.
           MOVE SPACES TO ST-COD501.

       VERIFICA-PERMISSAO SECTION.
      *    MESMA REGRA DO CRP9150T/CRP9176T: SEM O ARQUIVO DE
      *    PERMISSOES A FUNCAO E LIBERADA; SEM O REGISTRO DO USUARIO
      *    A FUNCAO E NEGADA E A TENTATIVA VAI P/ O LOGACESS.
           MOVE "N" TO PERMISSAO-OK-SW.
           IF NOT SEC910-ABERTO
              MOVE "S" TO PERMISSAO-OK-SW
              GO VERIFICA-PERMISSAO-FIM.
           MOVE COD-USUARIO-W  TO COD-USUARIO-SEC910.
           MOVE FUNCAO-VERIF-W TO FUNCAO-SEC910.
           READ SEC910 INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF FUNCAO-PERMITIDA-SEC910
                   MOVE "S" TO PERMISSAO-OK-SW
                END-IF
           END-READ.
           IF PERMISSAO-OK-SW = "N"
              PERFORM GRAVA-LOGACESS-NEGADO
           END-IF.
       VERIFICA-PERMISSAO-FIM.
           EXIT.

       GRAVA-LOGACESS-NEGADO SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP9180T"          to logacess-programa
           move "NEGADO"            to logacess-status
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess.

       GRAVA-ANOTACAO SECTION.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS TO SEQ-CR200 ULT-SEQ.
           START CRD200 KEY IS NOT < CHAVE-CR200 INVALID KEY
                 MOVE "10" TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
             READ CRD200 NEXT RECORD AT END MOVE "10" TO ST-CRD200
               NOT AT END
                 IF COD-COMPL-CR200 <> COD-COMPL-CR20
                    MOVE "10" TO ST-CRD200
                 ELSE MOVE SEQ-CR200 TO ULT-SEQ
                      CONTINUE
             END-READ
           END-PERFORM.
           MOVE ZEROS          TO SITUACAO-ANOTACAO-CR200.
           ADD 1 TO ULT-SEQ.
           MOVE ULT-SEQ        TO SEQ-CR200.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR200.
           MOVE ZEROS          TO DATA-RETORNO-CR200.
           MOVE USUARIO-W      TO USUARIO-CR200.
           MOVE DATA-DIA-I     TO DATA-MOVTO-CR200.
           MOVE HORA-BRA(1: 4) TO HORA-MOVTO-CR200.

           MOVE ZEROS TO ST-CRD200.
           PERFORM UNTIL ST-CRD200 = "10"
              WRITE REG-CRD200 INVALID KEY
                 ADD 1 TO SEQ-CR200
                 CONTINUE
               NOT INVALID KEY MOVE "10" TO ST-CRD200
           END-PERFORM.

           MOVE SEQ-CR200      TO SEQ-CR201.
           MOVE COD-COMPL-CR20 TO COD-COMPL-CR201.
           MOVE ANOTACAO-TRAB-W TO ANOTACAO-CR201.
           MOVE ZEROS TO ST-CRD201.
           MOVE 1              TO SUBSEQ-CR201.
           PERFORM UNTIL ST-CRD201 = "10"
             WRITE REG-CRD201 INVALID KEY
               ADD 1 TO SUBSEQ-CR201
               CONTINUE
              NOT INVALID KEY
                MOVE "10" TO ST-CRD201
             END-WRITE
           END-PERFORM.

       GUARDA-TITULO-LIDO SECTION.
      *    IMAGEM DO TITULO COMO FOI LIDO, BASE DA REGRAVACAO
      *    PROTEGIDA (O REWRITE SO VAI SE NINGUEM GRAVOU DEPOIS).
           MOVE REG-CRD020          TO IMAGEM-LIDA-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-LIDO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-LIDO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-LIDO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-LIDO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-LIDO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-LIDO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-LIDO-CNC.
           MOVE STATUS-CR20         TO STATUS-LIDO-CNC.

       REGRAVA-TITULO SECTION.
      *    REWRITE PROTEGIDO DO CRD020: RELE O TITULO E SO GRAVA POR
      *    CIMA SE ELE AINDA E O LIDO. SE OUTRO USUARIO OU LOTE
      *    GRAVOU NO MEIO DO CAMINHO, A ROTINA CRP9187 REAPLICA A
      *    ALTERACAO SOBRE O TITULO ATUAL (CAMPOS DIFERENTES) OU A
      *    DESPREZA (MESMO CAMPO) - NESSE CASO TITULO-REGRAVADO-CNC
      *    VOLTA FALSO E O BUFFER FICA COM O TITULO ATUAL.
           MOVE "S"                 TO REGRAVACAO-CNC-SW.
           MOVE REG-CRD020          TO IMAGEM-NOVA-CNC.
           MOVE CLIENTE-CR20        TO CLIENTE-NOVO-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-NOVO-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-NOVO-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-NOVO-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-NOVO-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-NOVO-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-NOVO-CNC.
           MOVE STATUS-CR20         TO STATUS-NOVO-CNC.
           READ CRD020 INVALID KEY
                MOVE IMAGEM-NOVA-CNC TO REG-CRD020
                MOVE "N" TO REGRAVACAO-CNC-SW
                GO REGRAVA-TITULO-FIM
           END-READ.
           IF REG-CRD020 = IMAGEM-LIDA-CNC
              MOVE IMAGEM-NOVA-CNC  TO REG-CRD020
              REWRITE REG-CRD020
              PERFORM GUARDA-TITULO-LIDO
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-CR20        TO CLIENTE-ATUAL-CNC.
           MOVE PORTADOR-CR20       TO PORTADOR-ATUAL-CNC.
           MOVE PORTADOR-ANT-CR20   TO PORTADOR-ANT-ATUAL-CNC.
           MOVE DATA-VENCTO-CR20    TO VENCTO-ATUAL-CNC.
           MOVE DATA-BAIXA-CR20     TO BAIXA-ATUAL-CNC.
           MOVE VALOR-TOT-CR20      TO VALOR-TOT-ATUAL-CNC.
           MOVE VALOR-PAGO-CR20     TO VALOR-PAGO-ATUAL-CNC.
           MOVE STATUS-CR20         TO STATUS-ATUAL-CNC.
           MOVE EMPRESA-W           TO EMPRESA-CNC.
           MOVE "CRP9180T"        TO PROGRAMA-CNC.
           MOVE USUARIO-W           TO USUARIO-CNC.
           MOVE COD-COMPL-CR20      TO COD-COMPL-CNC.
           MOVE "M"                 TO FUNCAO-CNC.
           CALL "CRP9187" USING PARAMETROS-CONCORRENCIA.
           CANCEL "CRP9187".
           IF NOT TITULO-REAPLICADO-CNC
              MOVE "N" TO REGRAVACAO-CNC-SW
              GO REGRAVA-TITULO-FIM.
           MOVE CLIENTE-NOVO-CNC    TO CLIENTE-CR20.
           MOVE PORTADOR-NOVO-CNC   TO PORTADOR-CR20.
           MOVE PORTADOR-ANT-NOVO-CNC TO PORTADOR-ANT-CR20.
           MOVE VENCTO-NOVO-CNC     TO DATA-VENCTO-CR20.
           MOVE BAIXA-NOVO-CNC      TO DATA-BAIXA-CR20.
           MOVE VALOR-TOT-NOVO-CNC  TO VALOR-TOT-CR20.
           MOVE VALOR-PAGO-NOVO-CNC TO VALOR-PAGO-CR20.
           MOVE STATUS-NOVO-CNC     TO STATUS-CR20.
           REWRITE REG-CRD020.
           PERFORM GUARDA-TITULO-LIDO.
       REGRAVA-TITULO-FIM.
           EXIT.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CRP9180T" TO DS-SET-NAME
           PERFORM CALL-DIALOG-SYSTEM.

       CALL-DIALOG-SYSTEM SECTION.
           CALL "DSRUN" USING DS-CONTROL-BLOCK, GS-DATA-BLOCK.
           IF NOT DS-NO-ERROR
              MOVE DS-ERROR-CODE TO DISPLAY-ERROR-NO
              DISPLAY "DS ERROR NO:  " DISPLAY-ERROR-NO
              GO FINALIZAR-PROGRAMA
           END-IF.
       FINALIZAR-PROGRAMA SECTION.
           open i-o logacess

           move function current-date to ws-data-sys

           move usuario-w           to logacess-usuario
           move ws-data-cpu         to logacess-data
           accept ws-hora-sys from time
           move ws-hora-sys         to logacess-horas
           move 1                   to logacess-sequencia
           move "CRP9180T"          to logacess-programa
           move "FECHADO"           to logacess-status
           move "10" to fs-logacess
           perform until fs-logacess = "00"
                write reg-logacess invalid key
                    add 1 to logacess-sequencia
                not invalid key
                    move "00" to fs-logacess
                end-write
           end-perform

           close logacess

           CLOSE CRD020 CRD200 CRD201 CGD010 CGD011 CGD014 HRM910
                 CTR910 INS910 COD501 SEC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

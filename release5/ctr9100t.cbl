       copy dslang.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR9100T.
      *AUTOR: ALFREDO SAVIOLLI NETO
      *DATA: 02/09/2026
      *DESCRICAO: CADASTRO DE CONTRATOS/TURMAS (CTR910) - INSTITUICAO,
      *CURSO, TURMA, DATA DO EVENTO, VENDEDOR, CONTATOS DA COMISSAO
      *E VALOR DO CONTRATO, COM O PERCENTUAL DA MULTA DE DESISTENCIA
      *DO FORMANDO (CRP9177T) E O GRUPO DE BRINDES DO COD043
      *(SEQ-CO43) DA TURMA. O CONTRATO NASCE ATIVO ("A") E SO SAI
      *DELE P/ ENCERRADO ("E") OU CANCELADO ("C"); O DISTRATO DO
      *CRP9150T CANCELA SOZINHO. CRP9144T, COD5010T, ACP1100T,
      *VIP1000T E CRP9150T RECUSAM CONTRATO QUE NAO ESTEJA AQUI. AS
      *GRAVACOES SAO LOGADAS NO LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       class-control.
           Window             is class "wclass".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRPX942.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CRPW942.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           COPY "CTR9100T.CPB".
           COPY "CTR9100T.CPY".
           COPY "DS-CNTRL.MF".
           COPY "CBDATA.CPY".
       78  REFRESH-TEXT-AND-DATA-PROC VALUE 255.
       77  DISPLAY-ERROR-NO          PIC 9(4).
       01  VARIAVEIS.
           05  ST-CTR910             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  PATH-CTR910           PIC X(30)    VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  IX-COMISSAO-W         PIC 9(01)    VALUE ZEROS.
           05  DATA-EVENTO-W         PIC 9(08)    VALUE ZEROS.
           05  DATA-EVENTO-R REDEFINES DATA-EVENTO-W.
               10  ANO-EVENTO-W      PIC 9(04).
               10  MES-EVENTO-W      PIC 9(02).
               10  DIA-EVENTO-W      PIC 9(02).
           05  NOVA-SITUACAO-W       PIC X(01)    VALUE SPACES.
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
           MOVE "CTR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CTR910.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O CTR910.
           IF ST-CTR910 = "35"
              CLOSE CTR910      OPEN OUTPUT CTR910
              CLOSE CTR910      OPEN I-O CTR910
           END-IF.
           IF ST-CTR910 <> "00"
              MOVE "ERRO ABERTURA CTR910: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CTR910 TO GS-MENSAGEM-ERRO(23: 02)
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
           move "CTR9100T"          to logacess-programa
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
               WHEN GS-CARREGA-LIST-BOX-TRUE
                    PERFORM CARREGA-CONTRATOS
               WHEN GS-LE-CONTRATO-TRUE
                    PERFORM LE-CONTRATO
               WHEN GS-GRAVA-TRUE
                    PERFORM GRAVA-CONTRATO
                    PERFORM CARREGA-CONTRATOS
               WHEN GS-ENCERRA-TRUE
                    MOVE "E" TO NOVA-SITUACAO-W
                    PERFORM ALTERA-SITUACAO
                    PERFORM CARREGA-CONTRATOS
               WHEN GS-CANCELA-TRUE
                    MOVE "C" TO NOVA-SITUACAO-W
                    PERFORM ALTERA-SITUACAO
                    PERFORM CARREGA-CONTRATOS
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

       CARREGA-CONTRATOS SECTION.
      *    LISTA TODOS OS CONTRATOS, OU SO OS DA SITUACAO INFORMADA
      *    EM GS-SITUACAO.
           MOVE "CLEAR-LIST-BOX" TO DS-PROCEDURE
           PERFORM CALL-DIALOG-SYSTEM
           MOVE ZEROS TO GS-CONT.
           MOVE ZEROS TO NR-CONTRATO-CTR910.
           START CTR910 KEY IS NOT < NR-CONTRATO-CTR910 INVALID KEY
                 MOVE "10" TO ST-CTR910.
           PERFORM UNTIL ST-CTR910 = "10"
              READ CTR910 NEXT RECORD AT END
                   MOVE "10" TO ST-CTR910
              NOT AT END
                IF GS-SITUACAO = SPACES OR
                   SITUACAO-CTR910 = GS-SITUACAO
                   ADD 1 TO GS-CONT
                   MOVE SPACES TO GS-LINDET
                   MOVE NR-CONTRATO-CTR910  TO GS-LINDET(1: 4)
                   MOVE INSTITUICAO-CTR910  TO GS-LINDET(6: 40)
                   MOVE CURSO-CTR910        TO GS-LINDET(47: 30)
                   MOVE TURMA-CTR910        TO GS-LINDET(78: 20)
                   MOVE DATA-EVENTO-CTR910  TO GS-LINDET(99: 8)
                   MOVE SITUACAO-CTR910     TO GS-LINDET(108: 1)
                   MOVE "INSERE-LIST" TO DS-PROCEDURE
                   PERFORM CALL-DIALOG-SYSTEM
                END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO ST-CTR910.

       LE-CONTRATO SECTION.
           MOVE GS-CONTRATO TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                MOVE "CONTRATO NAO CADASTRADO" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO LE-CONTRATO-FIM
           END-READ.
           MOVE INSTITUICAO-CTR910    TO GS-INSTITUICAO.
           MOVE CURSO-CTR910          TO GS-CURSO.
           MOVE TURMA-CTR910          TO GS-TURMA.
           MOVE DATA-EVENTO-CTR910    TO GS-DATA-EVENTO.
           MOVE VENDEDOR-CTR910       TO GS-VENDEDOR.
           MOVE VALOR-CONTRATO-CTR910 TO GS-VALOR-CONTRATO.
           MOVE PERC-MULTA-CTR910     TO GS-PERC-MULTA.
           MOVE SEQ-CO43-CTR910       TO GS-SEQ-CO43.
           MOVE SITUACAO-CTR910       TO GS-SITUACAO.
           MOVE DATA-SITUACAO-CTR910  TO GS-DATA-SITUACAO.
           PERFORM VARYING IX-COMISSAO-W FROM 1 BY 1
                   UNTIL IX-COMISSAO-W > 3
              MOVE NOME-COMISSAO-CTR910(IX-COMISSAO-W)
                                TO GS-NOME-COMISSAO(IX-COMISSAO-W)
              MOVE FONE-COMISSAO-CTR910(IX-COMISSAO-W)
                                TO GS-FONE-COMISSAO(IX-COMISSAO-W)
              MOVE EMAIL-COMISSAO-CTR910(IX-COMISSAO-W)
                                TO GS-EMAIL-COMISSAO(IX-COMISSAO-W)
           END-PERFORM.
           MOVE "REFRESH-DATA" TO DS-PROCEDURE.
           PERFORM CALL-DIALOG-SYSTEM.
       LE-CONTRATO-FIM.
           EXIT.

       GRAVA-CONTRATO SECTION.
           IF GS-CONTRATO = ZEROS OR GS-INSTITUICAO = SPACES OR
              GS-CURSO = SPACES
              MOVE "INFORME CONTRATO, INSTITUICAO E CURSO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CONTRATO-FIM
           END-IF.
           IF GS-CONTRATO > 9999
              MOVE "NUMERO DE CONTRATO COM MAIS DE 4 DIGITOS"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CONTRATO-FIM
           END-IF.
           MOVE GS-DATA-EVENTO TO DATA-EVENTO-W.
           IF DATA-EVENTO-W = ZEROS OR ANO-EVENTO-W < 1990 OR
              MES-EVENTO-W < 01 OR MES-EVENTO-W > 12 OR
              DIA-EVENTO-W < 01 OR DIA-EVENTO-W > 31
              MOVE "DATA DO EVENTO INVALIDA (AAAAMMDD)"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CONTRATO-FIM
           END-IF.
           IF GS-PERC-MULTA > 100
              MOVE "MULTA DE DESISTENCIA ACIMA DE 100%"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-CONTRATO-FIM
           END-IF.
           MOVE GS-CONTRATO TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
      *         CONTRATO NOVO NASCE ATIVO.
                INITIALIZE REG-CTR910
                MOVE GS-CONTRATO TO NR-CONTRATO-CTR910
                MOVE "A"         TO SITUACAO-CTR910
                MOVE DATA-DIA-I  TO DATA-SITUACAO-CTR910
                                    DATA-CADASTRO-CTR910
           END-READ.
           MOVE GS-INSTITUICAO    TO INSTITUICAO-CTR910.
           MOVE GS-CURSO          TO CURSO-CTR910.
           MOVE GS-TURMA          TO TURMA-CTR910.
           MOVE DATA-EVENTO-W     TO DATA-EVENTO-CTR910.
           MOVE GS-VENDEDOR       TO VENDEDOR-CTR910.
           MOVE GS-VALOR-CONTRATO TO VALOR-CONTRATO-CTR910.
           MOVE GS-PERC-MULTA     TO PERC-MULTA-CTR910.
           MOVE GS-SEQ-CO43       TO SEQ-CO43-CTR910.
           PERFORM VARYING IX-COMISSAO-W FROM 1 BY 1
                   UNTIL IX-COMISSAO-W > 3
              MOVE GS-NOME-COMISSAO(IX-COMISSAO-W)
                          TO NOME-COMISSAO-CTR910(IX-COMISSAO-W)
              MOVE GS-FONE-COMISSAO(IX-COMISSAO-W)
                          TO FONE-COMISSAO-CTR910(IX-COMISSAO-W)
              MOVE GS-EMAIL-COMISSAO(IX-COMISSAO-W)
                          TO EMAIL-COMISSAO-CTR910(IX-COMISSAO-W)
           END-PERFORM.
           MOVE USUARIO-W         TO USUARIO-CTR910.
           MOVE "A"            TO LOG1-OPERACAO.
           REWRITE REG-CTR910 INVALID KEY
              MOVE "I" TO LOG1-OPERACAO
              WRITE REG-CTR910 INVALID KEY CONTINUE
              END-WRITE
           END-REWRITE.
           PERFORM GRAVA-LOG001.
           MOVE SITUACAO-CTR910      TO GS-SITUACAO.
           MOVE DATA-SITUACAO-CTR910 TO GS-DATA-SITUACAO.
           MOVE "CONTRATO GRAVADO" TO GS-MENSAGEM-ERRO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       GRAVA-CONTRATO-FIM.
           EXIT.

       ALTERA-SITUACAO SECTION.
      *    SO CONTRATO ATIVO MUDA DE SITUACAO: ATIVO -> ENCERRADO OU
      *    ATIVO -> CANCELADO. NAO HA VOLTA P/ ATIVO.
           MOVE GS-CONTRATO TO NR-CONTRATO-CTR910.
           READ CTR910 INVALID KEY
                MOVE "CONTRATO NAO CADASTRADO" TO GS-MENSAGEM-ERRO
                PERFORM CARREGA-MENSAGEM-ERRO
                GO ALTERA-SITUACAO-FIM
           END-READ.
           IF NOT CONTRATO-ATIVO-CTR910
              MOVE "SO CONTRATO ATIVO PODE SER ENCERRADO/CANCELADO"
                                     TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ALTERA-SITUACAO-FIM
           END-IF.
           MOVE NOVA-SITUACAO-W TO SITUACAO-CTR910.
           MOVE DATA-DIA-I      TO DATA-SITUACAO-CTR910.
           MOVE USUARIO-W       TO USUARIO-CTR910.
           REWRITE REG-CTR910 INVALID KEY
              MOVE "ERRO REGRAVACAO CTR910" TO GS-MENSAGEM-ERRO
              PERFORM CARREGA-MENSAGEM-ERRO
              GO ALTERA-SITUACAO-FIM
           END-REWRITE.
           MOVE "A" TO LOG1-OPERACAO.
           PERFORM GRAVA-LOG001.
           MOVE SITUACAO-CTR910      TO GS-SITUACAO.
           MOVE DATA-SITUACAO-CTR910 TO GS-DATA-SITUACAO.
           IF CONTRATO-ENCERRADO-CTR910
              MOVE "CONTRATO ENCERRADO" TO GS-MENSAGEM-ERRO
           ELSE
              MOVE "CONTRATO CANCELADO" TO GS-MENSAGEM-ERRO
           END-IF.
           PERFORM CARREGA-MENSAGEM-ERRO.
       ALTERA-SITUACAO-FIM.
           EXIT.

       GRAVA-LOG001 SECTION.
           OPEN I-O LOG001.
           IF ST-LOG001 = "35"
              CLOSE LOG001      OPEN OUTPUT LOG001
              CLOSE LOG001      OPEN I-O LOG001
           END-IF.
           MOVE USUARIO-W   TO LOG1-USUARIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SYS.
           MOVE WS-DATA-CPU TO LOG1-DATA.
           ACCEPT WS-HORA-SYS FROM TIME.
           MOVE WS-HORA-SYS TO LOG1-HORAS.
           MOVE "CTR910"    TO LOG1-ARQUIVO.
           MOVE "CTR9100T"  TO LOG1-PROGRAMA.
           MOVE REG-CTR910  TO LOG1-REGISTRO.
           WRITE REG-LOG001 INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE LOG001.

       CLEAR-FLAGS SECTION.
           INITIALIZE GS-FLAG-GROUP.

       LOAD-SCREENSET SECTION.
           MOVE DS-PUSH-SET TO DS-CONTROL
           MOVE "CTR9100T" TO DS-SET-NAME
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
           move "CTR9100T"          to logacess-programa
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

           CLOSE CTR910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

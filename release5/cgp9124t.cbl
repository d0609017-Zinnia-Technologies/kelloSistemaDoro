      *ALARME DE DUPLICIDADE QUANDO O DOCUMENTO GRAVADO JA EXISTE EM
      *OUTRO COD-COMPL. A LISTA COMPLETA DOS DOCUMENTOS DUPLICADOS
      *DA BASE SAI NO CGP9125. AS GRAVACOES SAO LOGADAS NO LOG001.
      *SACADO COM CORRESPONDENCIA DEVOLVIDA PENDENTE (DVC910, TELA
      *DVC9100T) E AVISADO NA CARGA; GRAVAR UM ENDERECO NOVO
      *(ENDERECO, CEP OU CIDADE DIFERENTE DO CADASTRADO) RESOLVE AS
      *DEVOLUCOES PENDENTES E O ENDERECO VOLTA A VALER P/ CARTAS,
      *CARNES E REMESSA.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
           COPY CGPX010.
           COPY CGPX011.
           COPY CAPX010.
           COPY CRPX941.
           COPY LOGX001.
           COPY LOGACESS.SEL.

       COPY CGPW010.
       COPY CGPW011.
       COPY CAPW010.
       COPY CRPW941.
       COPY LOGW001.
       COPY LOGACESS.FD.
       WORKING-STORAGE SECTION.
           05  ST-CGD011             PIC XX       VALUE SPACES.
           05  ST-CAD010             PIC XX       VALUE SPACES.
           05  ST-LOG001             PIC XX       VALUE SPACES.
           05  ST-DVC910             PIC XX       VALUE SPACES.
           05  PATH-DVC910           PIC X(30)    VALUE SPACES.
           05  ENDERECO-ANT-W        PIC X(40)    VALUE SPACES.
           05  CEP-ANT-W             PIC 9(08)    VALUE ZEROS.
           05  CIDADE-ANT-W          PIC 9(04)    VALUE ZEROS.
           05  QTDE-RESOLVIDA-W      PIC 9(03)    VALUE ZEROS.
           05  DEVOLUCAO-PEND-SW     PIC X(01)    VALUE "N".
           05  FS-LOGACESS           PIC XX       VALUE SPACES.
           05  DATA-DIA-I            PIC 9(08)    VALUE ZEROS.
           05  TAM-BUSCA-W           PIC 9(02) COMP VALUE ZEROS.
           MOVE "CGD011" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CGD011.
           MOVE "CAD010" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD010.
           MOVE "LOG001" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-LOG001.
           MOVE "DVC910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-DVC910.
           MOVE "LOGACESS" TO ARQ-REC. MOVE EMPRESA-REF TO
                                                       ARQUIVO-LOGACESS

           OPEN I-O CGD010 CGD011.
           OPEN INPUT CAD010.
           OPEN I-O DVC910.
           IF ST-DVC910 = "35"
              CLOSE DVC910      OPEN OUTPUT DVC910
              CLOSE DVC910      OPEN I-O DVC910
           END-IF.
           IF ST-CGD010 <> "00"
              MOVE "ERRO ABERTURA CGD010: "  TO GS-MENSAGEM-ERRO
              MOVE ST-CGD010 TO GS-MENSAGEM-ERRO(23: 02)
                MOVE "*** CIDADE NAO CADASTRADA ***" TO NOME-CID
           END-READ.
           MOVE NOME-CID TO GS-NOME-CIDADE.
           PERFORM VERIFICA-DEVOLUCAO-PENDENTE.
           MOVE SPACES TO GS-AVISO-ENDERECO.
           IF DEVOLUCAO-PEND-SW = "S"
              MOVE "ENDERECO COM CORRESPONDENCIA DEVOLVIDA - ATUALIZAR"
                                     TO GS-AVISO-ENDERECO
           END-IF.

       GRAVA-SACADO SECTION.
           MOVE GS-CIDADE TO CIDADE.
                INITIALIZE REG-CGD011
                MOVE GS-COD-COMPL TO COD-COMPL-CG11
           END-READ.
           MOVE ENDERECO1-CG11 TO ENDERECO-ANT-W.
           MOVE CEP1-CG11      TO CEP-ANT-W.
           MOVE CIDADE1-CG11   TO CIDADE-ANT-W.
           MOVE GS-NOME      TO COMPRADOR-CG10.
           REWRITE REG-CGD010 INVALID KEY
              WRITE REG-CGD010 INVALID KEY CONTINUE
           MOVE "CGD011"     TO LOG1-ARQUIVO.
           MOVE REG-CGD011   TO LOG1-REGISTRO.
           PERFORM GRAVA-LOG001.
           MOVE ZEROS TO QTDE-RESOLVIDA-W.
           IF ENDERECO1-CG11 NOT = ENDERECO-ANT-W OR
              CEP1-CG11 NOT = CEP-ANT-W OR
              CIDADE1-CG11 NOT = CIDADE-ANT-W
              PERFORM RESOLVE-DEVOLUCOES
           END-IF.
           IF DUPLICADO-SW = "S"
              MOVE SPACES TO GS-MENSAGEM-ERRO
              STRING "GRAVADO - AVISO: DOCUMENTO JA EXISTE NO "
                     "COD-COMPL " COD-COMPL-DUP-W
                     DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
           ELSE
              IF QTDE-RESOLVIDA-W > ZEROS
                 MOVE SPACES TO GS-MENSAGEM-ERRO
                 STRING "CADASTRO GRAVADO - DEVOLUCOES RESOLVIDAS: "
                        QTDE-RESOLVIDA-W
                        DELIMITED BY SIZE INTO GS-MENSAGEM-ERRO
              ELSE
                 MOVE "CADASTRO DO SACADO GRAVADO" TO GS-MENSAGEM-ERRO
              END-IF
           END-IF.
           MOVE SPACES TO GS-AVISO-ENDERECO.
           PERFORM CARREGA-MENSAGEM-ERRO.
       GRAVA-SACADO-FIM.
           EXIT.

       VERIFICA-DEVOLUCAO-PENDENTE SECTION.
           MOVE "N" TO DEVOLUCAO-PEND-SW.
           MOVE GS-COD-COMPL TO COD-COMPL-DVC910.
           MOVE ZEROS        TO SEQ-DVC910.
           START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                 MOVE "10" TO ST-DVC910.
           PERFORM UNTIL ST-DVC910 = "10"
             READ DVC910 NEXT RECORD AT END MOVE "10" TO ST-DVC910
               NOT AT END
                 IF COD-COMPL-DVC910 <> GS-COD-COMPL
                    MOVE "10" TO ST-DVC910
                 ELSE
                    IF DEVOLUCAO-PENDENTE-DVC910
                       MOVE "S" TO DEVOLUCAO-PEND-SW
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE SPACES TO ST-DVC910.

       RESOLVE-DEVOLUCOES SECTION.
      *    O ENDERECO NOVO VALE P/ TODAS AS DEVOLUCOES PENDENTES DO
      *    SACADO, QUALQUER QUE TENHA SIDO O MOTIVO.
           MOVE GS-COD-COMPL TO COD-COMPL-DVC910.
           MOVE ZEROS        TO SEQ-DVC910.
           START DVC910 KEY IS NOT < CHAVE-DVC910 INVALID KEY
                 MOVE "10" TO ST-DVC910.
           PERFORM UNTIL ST-DVC910 = "10"
             READ DVC910 NEXT RECORD AT END MOVE "10" TO ST-DVC910
               NOT AT END
                 IF COD-COMPL-DVC910 <> GS-COD-COMPL
                    MOVE "10" TO ST-DVC910
                 ELSE
                    IF DEVOLUCAO-PENDENTE-DVC910
                       MOVE "R"        TO SITUACAO-DVC910
                       MOVE DATA-DIA-I TO DATA-RESOLUCAO-DVC910
                       MOVE USUARIO-W  TO USUARIO-RESOL-DVC910
                       REWRITE REG-DVC910
                       ADD 1 TO QTDE-RESOLVIDA-W
                    END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE SPACES TO ST-DVC910.

       VERIFICA-DUPLICIDADE SECTION.
      *    O MESMO DOCUMENTO EM OUTRO COD-COMPL E O MESMO FORMANDO
      *    CADASTRADO DUAS VEZES - O AVISO ABRE O TRABALHO DE FUSAO.

           close logacess

           CLOSE CGD010 CGD011 CAD010 DVC910.
           move ds-quit-set to ds-control
           PERFORM CALL-DIALOG-SYSTEM.
           EXIT PROGRAM.

      *COBRANCA.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-4 = PORTADOR,
      *POSICAO 5 = "C" RODA EM MODO CONFERENCIA (NADA E CATALOGADO).
      *EM EMPRESA DE TREINAMENTO (EMPRTREINO = 1 NO PAR910 - CLONAGEM
      *CRP9189) O ARQUIVO E GERADO MAS CATALOGADO "E", QUE NAO AVANCA
      *P/ TRANSMITIDA.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CAPX002.
           COPY CAPX018.
           COPY CRPX916.
           COPY PARX910.
           SELECT REMDEB ASSIGN TO REMDEB-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       COPY CAPW002.
       COPY CAPW018.
       COPY CRPW916.
       COPY PARW910.
       FD  REMDEB
           LABEL RECORD IS OMITTED.
       01  REG-REMDEB                PIC X(150).
       01  REL9126-NOME              PIC X(12)  VALUE SPACES.
       01  PATH-DDA910               PIC X(30)  VALUE SPACES.
       01  PATH-CAT910               PIC X(30)  VALUE SPACES.
       01  PATH-PAR910               PIC X(30)  VALUE SPACES.
       01  ST-CRD020                 PIC XX     VALUE SPACES.
       01  ST-DDA910                 PIC XX     VALUE SPACES.
       01  ST-CAD002                 PIC XX     VALUE SPACES.
       01  ST-CAD018                 PIC XX     VALUE SPACES.
       01  ST-CAT910                 PIC XX     VALUE SPACES.
       01  ST-PAR910                 PIC XX     VALUE SPACES.
       01  ST-REMDEB                 PIC XX     VALUE SPACES.
       01  ST-REL9126                PIC XX     VALUE SPACES.
       01  FIM-CRD020-SW             PIC X      VALUE "N".
       01  REMDEB-ABERTO-SW          PIC X      VALUE "N".
           88  REMDEB-ABERTO               VALUE "S".
       01  SIMULACAO-SW              PIC X      VALUE "N".
       01  EMPRESA-TREINO-SW         PIC X      VALUE "N".
           88  EMPRESA-DE-TREINO           VALUE "S".
      *    SIMULACAO-SW - "C" NO PARAMETRO: GERA O ARQUIVO DE TRABALHO
      *    CONFER.DEB E O RELATORIO COMPLETOS MAS NAO GRAVA O CAT910.
       01  PORTADOR-FILTRO-W         PIC 9(04)  VALUE ZEROS.
           MOVE "CAD002" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD002.
           MOVE "CAD018" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAD018.
           MOVE "CAT910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-CAT910.
           MOVE "PAR910" TO ARQ-REC.  MOVE EMPRESA-REF TO PATH-PAR910.
           MOVE "REL9126" TO REL9126-NOME.

           ACCEPT DATA-DIA-I FROM DATE YYYYMMDD.
           END-IF.
           MOVE OPCAO-PARAM-W(5: 1) TO SIMULACAO-SW.

           OPEN INPUT PAR910.
           IF ST-PAR910 = "00"
              MOVE EMPRESA-W      TO EMPRESA-PAR910
              MOVE "EMPRTREINO"   TO ID-PAR910
              READ PAR910 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF VALOR-PAR910 = 1
                      MOVE "S" TO EMPRESA-TREINO-SW
                   END-IF
              END-READ
              CLOSE PAR910
           END-IF.

           OPEN INPUT CRD020 CAD002 CAD018.
           OPEN INPUT DDA910.
           IF ST-DDA910 = "35"
                 DISPLAY "CRP9126 - MODO CONFERENCIA - NADA CATALOGADO"
              ELSE
                 PERFORM 3200-GRAVA-CATALOGO
                 IF EMPRESA-DE-TREINO
                    DISPLAY "CRP9126 - EMPRESA DE TREINAMENTO - REMESS"
                            "A CATALOGADA SEM TRANSMISSAO (E)"
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO REG-REL9126.
                                      SEQ-FINAL-CAT910.
           MOVE REMDEB-NOME        TO NOME-ARQ-CAT910.
           MOVE 150                TO LAYOUT-CAT910.
           IF EMPRESA-DE-TREINO
              MOVE "E"             TO SITUACAO-CAT910
           ELSE
              MOVE "G"             TO SITUACAO-CAT910
           END-IF.
           MOVE SPACES             TO TIPO-REMESSA-CAT910.
           WRITE REG-CAT910 INVALID KEY
              REWRITE REG-CAT910
           END-WRITE.

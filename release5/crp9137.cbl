       PROGRAM-ID.    CRP9137.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *PAINEL MATINAL DA OPERACAO - ULTIMO PASSO DA CORRENTE NOTURNA:
      *CONSOLIDA EM UMA PAGINA O QUE HOJE SE OLHA EM CINCO SAIDAS:
      *OS PASSOS DA CORRENTE (CHN910) COM SITUACAO E HORARIOS, OS
      *ARQUIVOS SUSPEITOS DA VERIFICACAO DE INTEGRIDADE (LINHAS
      *MARCADAS DO REL9122), AS VARIACOES DE POSICAO DA CARTEIRA
      *ACIMA DO LIMITE POSVARLIMITE DO PAR910 (LINHAS DO REL9113), A
      *DIFERENCA NAO EXPLICADA DA PROVA DIARIA DO SALDO (LINHA
      *MARCADA DO REL9174), AS CATEGORIAS COM ACHADO NOVO DA
      *INTEGRIDADE REFERENCIAL (LINHAS MARCADAS DO REL9186) E OS
      *LOTES DE RETORNO DE ONTEM/HOJE (LTR910). O VEREDICTO
      *OK/ATENCAO SAI NA PRIMEIRA LINHA E O RELATORIO E CATALOGADO
      *NO IMP910 P/ REIMPRESSAO PELA TELA IMP9100T.
       DATE-WRITTEN.  02/09/26.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9113E.
           SELECT REL9174E ASSIGN TO REL9174E-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9174E.
           SELECT REL9186E ASSIGN TO REL9186E-NOME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  STATUS IS ST-REL9186E.
           SELECT RELARQ ASSIGN TO RELARQ-NOME-W
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
       FD  REL9113E
           LABEL RECORD IS OMITTED.
       01  REG-REL9113E              PIC X(110).
       FD  REL9174E
           LABEL RECORD IS OMITTED.
       01  REG-REL9174E              PIC X(100).
       FD  REL9186E
           LABEL RECORD IS OMITTED.
       01  REG-REL9186E              PIC X(100).
       FD  RELARQ
           LABEL RECORD IS OMITTED.
       01  REG-RELARQ                PIC X(100).
       WORKING-STORAGE SECTION.
       01  REL9122E-NOME             PIC X(12)  VALUE "REL9122".
       01  REL9113E-NOME             PIC X(12)  VALUE "REL9113".
       01  REL9174E-NOME             PIC X(12)  VALUE "REL9174".
       01  REL9186E-NOME             PIC X(12)  VALUE "REL9186".
       01  RELARQ-NOME-W             PIC X(12)  VALUE SPACES.
       01  PATH-CHN910               PIC X(30)  VALUE SPACES.
       01  PATH-LTR910               PIC X(30)  VALUE SPACES.
       01  ST-IMP910                 PIC XX     VALUE SPACES.
       01  ST-REL9122E               PIC XX     VALUE SPACES.
       01  ST-REL9113E               PIC XX     VALUE SPACES.
       01  ST-REL9174E               PIC XX     VALUE SPACES.
       01  ST-REL9186E               PIC XX     VALUE SPACES.
       01  ST-RELARQ                 PIC XX     VALUE SPACES.
       01  FIM-ARQ-SW                PIC X      VALUE "N".
           88  FIM-ARQ                     VALUE "S".
           PERFORM 2100-LE-CORRENTE.
           PERFORM 2200-LE-VERIFICACAO.
           PERFORM 2300-LE-POSICAO.
           PERFORM 2350-LE-PROVA-SALDO.
           PERFORM 2370-LE-ORFAOS.
           PERFORM 2400-LE-LOTES-RETORNO.
           PERFORM 3000-FINALIZA.
           GOBACK.
       2300-LE-POSICAO-FIM.
           EXIT.

       2350-LE-PROVA-SALDO SECTION.
           PERFORM 2900-GRAVA-TITULO-SECAO.
           MOVE "PROVA DIARIA DO SALDO DA CARTEIRA (CRP9174)" TO
                LINHA-PAINEL-W(QTDE-LINHAS-W).
           OPEN INPUT REL9174E.
           IF ST-REL9174E <> "00"
              PERFORM 2910-GRAVA-LINHA
              MOVE "  RELATORIO DA PROVA NAO ENCONTRADO" TO
                   LINHA-PAINEL-W(QTDE-LINHAS-W)
              ADD 1 TO QTDE-ATENCAO-W
              GO 2350-LE-PROVA-SALDO-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ REL9174E AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
      *         SO A LINHA DA DIFERENCA NAO EXPLICADA VEM MARCADA
      *         (COLUNA 1 DO REL9174).
                IF REG-REL9174E(1: 3) = "***"
                   ADD 1 TO QTDE-ATENCAO-W
                   PERFORM 2910-GRAVA-LINHA
                   MOVE SPACES TO LINHA-PAINEL-W(QTDE-LINHAS-W)
                   MOVE REG-REL9174E(1: 98)
                        TO LINHA-PAINEL-W(QTDE-LINHAS-W)(3: 98)
                END-IF
              END-READ
           END-PERFORM.
           CLOSE REL9174E.
       2350-LE-PROVA-SALDO-FIM.
           EXIT.

       2370-LE-ORFAOS SECTION.
           PERFORM 2900-GRAVA-TITULO-SECAO.
           MOVE "INTEGRIDADE REFERENCIAL (CRP9186) - ACHADOS NOVOS" TO
                LINHA-PAINEL-W(QTDE-LINHAS-W).
           OPEN INPUT REL9186E.
           IF ST-REL9186E <> "00"
              PERFORM 2910-GRAVA-LINHA
              MOVE "  RELATORIO DE INTEGRIDADE NAO ENCONTRADO" TO
                   LINHA-PAINEL-W(QTDE-LINHAS-W)
              ADD 1 TO QTDE-ATENCAO-W
              GO 2370-LE-ORFAOS-FIM.
           MOVE "N" TO FIM-ARQ-SW.
           PERFORM UNTIL FIM-ARQ
              READ REL9186E AT END
                   MOVE "S" TO FIM-ARQ-SW
              NOT AT END
      *         SO A LINHA DE RESUMO DA CATEGORIA COM ACHADO NOVO VEM
      *         MARCADA (COLUNA 1 DO REL9186).
                IF REG-REL9186E(1: 3) = "***"
                   ADD 1 TO QTDE-ATENCAO-W
                   PERFORM 2910-GRAVA-LINHA
                   MOVE SPACES TO LINHA-PAINEL-W(QTDE-LINHAS-W)
                   MOVE REG-REL9186E(1: 98)
                        TO LINHA-PAINEL-W(QTDE-LINHAS-W)(3: 98)
                END-IF
              END-READ
           END-PERFORM.
           CLOSE REL9186E.
       2370-LE-ORFAOS-FIM.
           EXIT.

       2400-LE-LOTES-RETORNO SECTION.
           PERFORM 2900-GRAVA-TITULO-SECAO.
           MOVE "LOTES DE RETORNO DE ONTEM/HOJE (LTR910)" TO

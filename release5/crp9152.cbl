      *(MOVER-DADOS-TIPO1) E O QUE DE FATO ACONTECEU, P/ O
      *FINANCEIRO CALIBRAR TAXA-DESCONTO-PF910/DIAS-DESCONTO-PF910
      *COM EVIDENCIA.
      *AS LINHAS DE ESTORNO (TIPO-LANCTO-JRD910 = "E", GRAVADAS PELO
      *CRP9153T NO MES DA BAIXA ORIGINAL) SAO SUBTRAIDAS DO PORTADOR,
      *DE MODO QUE O FECHAMENTO REFLETE SO AS BAIXAS QUE FICARAM.
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-6 = MES AAAAMM (ZEROS =
      *MES CORRENTE).
       DATE-WRITTEN.  02/09/26.
       01  DATA-DIA-I                PIC 9(08)  VALUE ZEROS.
       01  MES-FILTRO-W              PIC 9(06)  VALUE ZEROS.
       01  QTDE-BAIXAS-W             PIC 9(06)  VALUE ZEROS.
       01  QTDE-ESTORNOS-W           PIC 9(06)  VALUE ZEROS.
       01  IX-PORT-W                 PIC 9(03) COMP VALUE ZEROS.
       01  QTDE-PORT-W               PIC 9(03) COMP VALUE ZEROS.
       01  ACHOU-PORT-SW             PIC X      VALUE "N".
                MOVE "S" TO FIM-JRD910-SW
              NOT AT END
                IF MES-JRD910 = MES-FILTRO-W
                   IF LANCTO-ESTORNO-JRD910
                      ADD 1 TO QTDE-ESTORNOS-W
                      SUBTRACT 1 FROM QTDE-BAIXAS-W
                   ELSE
                      ADD 1 TO QTDE-BAIXAS-W
                   END-IF
                   PERFORM 2100-ACUMULA-PORTADOR
                END-IF
           END-READ.
                 MOVE PORTADOR-JRD910 TO PORTADOR-PT-W(IX-PORT-W)
              END-IF
           END-IF.
           IF IX-PORT-W NOT > 100 AND LANCTO-ESTORNO-JRD910
              SUBTRACT 1                  FROM QTDE-PT-W(IX-PORT-W)
              SUBTRACT VALOR-FACE-JRD910  FROM FACE-PT-W(IX-PORT-W)
              SUBTRACT VALOR-PAGO-JRD910  FROM PAGO-PT-W(IX-PORT-W)
              SUBTRACT VALOR-JUROS-JRD910 FROM JUROS-PT-W(IX-PORT-W)
              SUBTRACT VALOR-DESC-JRD910  FROM DESC-PT-W(IX-PORT-W)
              GO 2100-ACUMULA-PORTADOR-FIM
           END-IF.
           IF IX-PORT-W NOT > 100
              ADD 1                  TO QTDE-PT-W(IX-PORT-W)
              ADD VALOR-FACE-JRD910  TO FACE-PT-W(IX-PORT-W)
              ADD VALOR-JUROS-JRD910 TO JUROS-PT-W(IX-PORT-W)
              ADD VALOR-DESC-JRD910  TO DESC-PT-W(IX-PORT-W)
           END-IF.
       2100-ACUMULA-PORTADOR-FIM.
           EXIT.

       2110-PROCURA-PORTADOR SECTION.
           IF PORTADOR-PT-W(IX-PORT-W) = PORTADOR-JRD910
                   UNTIL IX-PORT-W > QTDE-PORT-W.
           CLOSE JRD910 CAD018 REL9152.
           DISPLAY "CRP9152 - BAIXAS DO MES........: " QTDE-BAIXAS-W.
           DISPLAY "CRP9152 - ESTORNOS DO MES......: " QTDE-ESTORNOS-W.
           DISPLAY "CRP9152 - PORTADORES...........: " QTDE-PORT-W.

       3100-IMPRIME-PORTADOR SECTION.

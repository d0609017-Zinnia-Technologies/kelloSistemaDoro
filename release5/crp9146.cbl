      *QUE ESTA NA FILA ("Q", AGUARDANDO A PROXIMA REMESSA DE
      *INSTRUCAO DO PORTADOR) E O QUE JA FOI ENVIADO ("S"), COM
      *ORIGEM E DATAS - NADA FICA SENDO COBRADO NO BANCO DEPOIS DA
      *SUBSTITUICAO/DISTRATO SEM APARECER AQUI. A ALTERACAO DE
      *VENCIMENTO (TIPO "V") SAI COM A DATA NOVA.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           OPEN INPUT INS910.
           OPEN OUTPUT REL9146.
           MOVE SPACES TO REG-REL9146.
           MOVE "FILA DE INSTRUCOES DE BAIXA/VENCIMENTO"
                TO REG-REL9146(1: 38).
           WRITE REG-REL9146.
           IF ST-INS910 <> "00"
              MOVE "S" TO FIM-INS910-SW
                MOVE DATA-FILA-INS910    TO REG-REL9146(39: 8)
                MOVE DATA-ENVIO-INS910   TO REG-REL9146(48: 8)
                MOVE ORIGEM-INS910       TO REG-REL9146(57: 8)
                IF ALTERA-VENCTO-INS910
                   MOVE "V"                  TO REG-REL9146(66: 1)
                   MOVE NOVO-VENCTO-INS910   TO REG-REL9146(68: 8)
                ELSE
                   MOVE "B"                  TO REG-REL9146(66: 1)
                END-IF
                WRITE REG-REL9146
           END-READ.


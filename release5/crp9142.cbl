                   MOVE "S" TO FIM-BKP-SW
                 NOT AT END
                   ADD 1 TO QTDE-RESTAURADA-W
                   MOVE REG-BKPARQ(1: 199) TO REG-CAD011
                   WRITE REG-CAD011 INVALID KEY
                      CONTINUE
                   END-WRITE

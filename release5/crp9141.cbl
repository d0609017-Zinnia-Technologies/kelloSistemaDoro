                    NOT AT END
                      ADD 1 TO QTDE-COPIADA-W
                      MOVE SPACES TO REG-BKPARQ
                      MOVE REG-CAD011 TO REG-BKPARQ(1: 199)
                      WRITE REG-BKPARQ
                 END-READ
              END-PERFORM

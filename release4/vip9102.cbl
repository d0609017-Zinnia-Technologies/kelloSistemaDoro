           PERFORM 1500-CARREGA-EXTRATO UNTIL FIM-EXTRATO.
           PERFORM 2000-PROCESSA-VIP100 UNTIL FIM-VIP100.
           PERFORM 3000-FINALIZA.
           GOBACK.

       1000-INICIALIZA SECTION.
           ACCEPT PARAMETROS-W FROM COMMAND-LINE.
                   CONTINUE
                END-WRITE
              NOT INVALID KEY
                IF NOT LANCTO-PENDENTE-EXP910
                   MOVE "S" TO USADO-TAB(EXT-IDX)
                END-IF
           END-READ.

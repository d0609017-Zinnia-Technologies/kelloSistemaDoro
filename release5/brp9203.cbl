      *MOVIMENTO DE AJUSTE NO BRD020: SOBRA VIRA ENTRADA, FALTA VIRA
      *SAIDA, SEMPRE COM ORIGEM "INVENT" E O USUARIO DA CONTAGEM -
      *A AUDITORIA DISTINGUE AJUSTE DE ENTRADA/SAIDA REAL. A LINHA
      *LANCADA AVANCA P/ "L" E NAO E POSTADA DE NOVO. O AJUSTE E
      *POSTADO NO LOCAL DE ESTOQUE DO CICLO (LOCAL-INV910).
      *PARAMETRO (OPCAO-PARAM-W): POSICOES 1-4 = CICLO.
       DATE-WRITTEN.  02/09/26.
       ENVIRONMENT DIVISION.
           MOVE DATA-DIA-I           TO DATA-BRD020.
           MOVE USUARIO-INV910       TO USUARIO-BRD020.
           MOVE "INVENT"             TO ORIGEM-BRD020.
           INITIALIZE CUSTO-MOVTO-BRD020.
           IF LOCAL-INV910 NUMERIC
              MOVE LOCAL-INV910      TO LOCAL-BRD020
           ELSE
              MOVE ZEROS             TO LOCAL-BRD020
           END-IF.
           MOVE ZEROS TO ST-BRD020.
           PERFORM UNTIL ST-BRD020 = "10"
              WRITE REG-BRD020 INVALID KEY

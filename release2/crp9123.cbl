       PROGRAM-ID.    CRP9123.
       AUTHOR.        ALFREDO SAVIOLLI NETO.
      *DRIVER DA CORRENTE DE PROCESSOS NOTURNOS - EXECUTA OS PASSOS
      *CADASTRADOS NO CHN910 NA ORDEM (CRP9163, CRP9190, COD9044,
      *COD9046, ACP9101...), REGISTRANDO INICIO/FIM E SITUACAO DE
      *CADA UM. UMA FALHA PARA A CORRENTE; A RE-EXECUCAO RETOMA DO
      *PASSO QUE FALHOU (OS PASSOS JA CONCLUIDOS FICAM MARCADOS "O" E
      *SAO PULADOS). OS PROGRAMAS DA CORRENTE ENCERRAM COM GOBACK P/
           EXIT.

       1200-CARGA-PASSOS-PADRAO SECTION.
      *    O PRIMEIRO PASSO E O DISTRIBUIDOR DA PASTA DE ENTRADA, QUE
      *    CHAMA O CRP9109 (E OS DEMAIS IMPORTADORES) P/ CADA ARQUIVO
      *    RECEBIDO.
           MOVE 1         TO NUMERO-PASSO-CHN910.
           MOVE "CRP9163" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
      *    O EXTRATO DE TITULOS EM ABERTO (ABT910) E GERADO LOGO APOS
      *    AS BAIXAS DO RETORNO E ANTES DOS RELATORIOS QUE O LEEM NO
      *    LUGAR DO CRD020 (CRP9139, CRP9147 E OS DA FILA DO CRP9149).
           MOVE 2         TO NUMERO-PASSO-CHN910.
           MOVE "CRP9190" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
           MOVE 3         TO NUMERO-PASSO-CHN910.
           MOVE "COD9044" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
           MOVE 4         TO NUMERO-PASSO-CHN910.
           MOVE "COD9046" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
           MOVE 5         TO NUMERO-PASSO-CHN910.
           MOVE "ACP9101" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
           MOVE 6         TO NUMERO-PASSO-CHN910.
           MOVE "CRP9110" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
      *    AS PROMESSAS DE PAGAMENTO SAO APURADAS ANTES DA REGUA,
      *    QUE PAUSA OS TITULOS COM PROMESSA PENDENTE E AGRAVA O
      *    CONTRATO COM PROMESSA QUEBRADA.
           MOVE 7         TO NUMERO-PASSO-CHN910.
           MOVE "CRP9170" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
           MOVE 8         TO NUMERO-PASSO-CHN910.
           MOVE "CRP9139" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
      *    A NEGATIVACAO RODA DEPOIS DA REGUA E DAS BAIXAS DA NOITE,
      *    P/ JA LEVAR AS EXCLUSOES DOS TITULOS QUITADOS.
           MOVE 9         TO NUMERO-PASSO-CHN910.
           MOVE "CRP9165" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
           MOVE 10        TO NUMERO-PASSO-CHN910.
           MOVE "CRP9141" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
           MOVE 11        TO NUMERO-PASSO-CHN910.
           MOVE "CRP9147" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
           MOVE 12        TO NUMERO-PASSO-CHN910.
           MOVE "CRP9149" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
      *    A PROVA DO SALDO RODA DEPOIS DE TODOS OS PASSOS QUE MEXEM
      *    NO CRD020 E ANTES DO PAINEL, QUE MOSTRA A DIFERENCA.
           MOVE 13        TO NUMERO-PASSO-CHN910.
           MOVE "CRP9174" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
      *    O BLOQUEIO AUTOMATICO DE CREDITO OLHA O CRD020 JA COM AS
      *    BAIXAS E PERDAS DA NOITE.
           MOVE 14        TO NUMERO-PASSO-CHN910.
           MOVE "CRP9183" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
      *    A INTEGRIDADE REFERENCIAL RODA COM OS ARQUIVOS JA
      *    ATUALIZADOS PELA NOITE E ANTES DO PAINEL, QUE MOSTRA OS
      *    ACHADOS NOVOS.
           MOVE 15        TO NUMERO-PASSO-CHN910.
           MOVE "CRP9186" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
      *    O PAINEL DA MANHA (CRP9137) E SEMPRE O ULTIMO PASSO, P/
      *    CONSOLIDAR O RESULTADO DE TODOS OS ANTERIORES.
           MOVE 16        TO NUMERO-PASSO-CHN910.
           MOVE "CRP9137" TO PROGRAMA-CHN910.
           PERFORM 1210-GRAVA-PASSO-PADRAO.
           DISPLAY "CRP9123 - CORRENTE PADRAO CARREGADA (16 PASSOS)".

       1210-GRAVA-PASSO-PADRAO SECTION.
           MOVE "P"   TO SITUACAO-CHN910.

      *DATA: 02/09/2026
      *DESCRICAO: MANUTENCAO DOS MODELOS DE CARTA DE COBRANCA
      *(CTA910). CADA REGISTRO E UMA LINHA DE TEXTO DE UM TIPO DE
      *CARTA ("A" AVISO DE VENCIMENTO / "C" COBRANCA DE VENCIDO /
      *"N" AVISO DE NEGATIVACAO / "Q" DECLARACAO ANUAL DE QUITACAO),
      *COM OS MARCADORES [NOME], [ENDERECO], [CIDADE], [DOCTO],
      *[VENCTO] E [VALOR] QUE O CRP9128 SUBSTITUI AO EMITIR (NA
      *DECLARACAO DO CRP9171 TAMBEM [CONTRATO] E [ANO]). AS
      *GRAVACOES SAO LOGADAS NO LOG001.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.

       GRAVA-LINHA SECTION.
           IF GS-TIPO-CARTA NOT = "A" AND GS-TIPO-CARTA NOT = "C"
              AND GS-TIPO-CARTA NOT = "N" AND GS-TIPO-CARTA NOT = "Q"
              MOVE "TIPO DEVE SER A-AVISO, C-COBRANCA, N-NEGATIVACAO"
                                     TO GS-MENSAGEM-ERRO
              MOVE "OU Q-QUITACAO ANUAL" TO GS-MENSAGEM-ERRO(51: 19)
              PERFORM CARREGA-MENSAGEM-ERRO
              GO GRAVA-LINHA-FIM
           END-IF.

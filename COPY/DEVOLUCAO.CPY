000100*================================================================*
000110* DEVOLUCAO.CPY                                                  *
000120*----------------------------------------------------------------*
000130* LAYOUT COMUM DO REGISTRO DE DEVOLUCAO DE MERCADORIA, GRAVADO   *
000140* EM DEVOLUCOES-FILE PELA DEVOLUCAO DE FATURAS (DEVFAT) E LIDO   *
000150* PELO EXTRATO DO CLIENTE (EXTCLI). CADA DEVOLUCAO APLICADA E UM *
000160* REGISTRO PROPRIO, CHAVEADO POR RG DO CLIENTE + DATA DA         *
000170* DEVOLUCAO + SEQUENCIA, NOS MOLDES DO MOVIMENTO DE COMPRA, E    *
000180* CARREGA A FATURA ORIGINAL, A NOTA DE CREDITO EMITIDA, O        *
000190* PRODUTO, A QUANTIDADE E O VALOR CREDITADO.                     *
000200*----------------------------------------------------------------*
000210* HISTORICO DE ALTERACOES                                       *
000220* 15/10/2026 GGS CRIACAO DO COPYBOOK, JUNTO COM A DEVOLUCAO DE   *
000230*             MERCADORIA E A NOTA DE CREDITO (DEVFAT).           *
000240*================================================================*
000250 01  DEVOLUCAO-REG.
000260     02 CHAVE-DEVOLUCAO.
000270         03 RG-DEVOLUCAO          PIC X(15).
000280         03 DATA-DEVOLUCAO        PIC 9(08).
000290         03 SEQUENCIA-DEVOLUCAO   PIC 9(03).
000300     02 NUMERO-NOTA-DEVOLUCAO     PIC 9(08).
000310     02 NUMERO-FATURA-DEVOLUCAO   PIC 9(08).
000320     02 CODIGO-PRODUTO-DEVOLUCAO  PIC 9(04).
000330     02 NOME-PRODUTO-DEVOLUCAO    PIC X(25).
000340     02 QUANTIDADE-DEVOLUCAO      PIC 9(02).
000350     02 VALOR-DEVOLUCAO           PIC 9(07)V99.

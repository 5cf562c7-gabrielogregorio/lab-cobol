000100*================================================================*
000110* ESTOQUE.CPY                                                    *
000120*----------------------------------------------------------------*
000130* LAYOUT COMUM DO REGISTRO DE MOVIMENTACAO DE ESTOQUE, GRAVADO   *
000140* EM HISTORICO-ESTOQUE-FILE A CADA MUDANCA DO SALDO-ESTOQUE-     *
000150* PRODUTO DO CATALOGO: VENDA (ATUCLI), ENTRADA DE MERCADORIA E   *
000160* AJUSTE DE CONTAGEM (ATUEST). GUARDA O PROGRAMA DE ORIGEM, O    *
000170* LOTE E O DOCUMENTO QUE CAUSARAM A MUDANCA E O SALDO ANTES E    *
000180* DEPOIS, DE MODO QUE O SALDO DE QUALQUER PRODUTO SE RECONSTROI  *
000190* PELO HISTORICO. QUANTIDADE E SALDOS TEM SINAL SEPARADO A       *
000200* ESQUERDA (SAIDA NEGATIVA, ENTRADA POSITIVA).                   *
000210*----------------------------------------------------------------*
000220* HISTORICO DE ALTERACOES                                       *
000230* 15/10/2026 GGS CRIACAO DO COPYBOOK, JUNTO COM O CONTROLE DE    *
000240*             ESTOQUE DO CATALOGO DE PRODUTOS.                   *
000250*================================================================*
000260 01  MOVIMENTO-ESTOQUE-REG.
000270     02 CODIGO-PRODUTO-ESTOQUE    PIC 9(04).
000280     02 DATA-MOV-ESTOQUE          PIC 9(08).
000290     02 HORA-MOV-ESTOQUE          PIC 9(08).
000300     02 ORIGEM-MOV-ESTOQUE        PIC X(06).
000310     02 TIPO-MOV-ESTOQUE          PIC X(01).
000320        88 MOV-ESTOQUE-VENDA            VALUE "V".
000330        88 MOV-ESTOQUE-ENTRADA          VALUE "E".
000340        88 MOV-ESTOQUE-AJUSTE           VALUE "A".
000350     02 LOTE-MOV-ESTOQUE          PIC X(08).
000360     02 DOCUMENTO-MOV-ESTOQUE     PIC X(15).
000370     02 QUANTIDADE-MOV-ESTOQUE    PIC S9(07)
000380                                  SIGN IS LEADING SEPARATE.
000390     02 SALDO-ANTERIOR-ESTOQUE    PIC S9(07)
000400                                  SIGN IS LEADING SEPARATE.
000410     02 SALDO-POSTERIOR-ESTOQUE   PIC S9(07)
000420                                  SIGN IS LEADING SEPARATE.

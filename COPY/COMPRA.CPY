000210* HISTORICO DE ALTERACOES                                       *
000220* 22/08/2026 GGS CRIACAO DO COPYBOOK, NA SEPARACAO DAS COMPRAS   *
000230*             DO REGISTRO DO MESTRE DE CLIENTES.                 *
000231* 15/10/2026 GGS INCLUIDO NUMERO-FATURA-COMPRA: NUMERO DA FATURA *
000232*             QUE COBROU O MOVIMENTO (ZERO = NAO FATURADO),      *
000233*             PARA O FATURAMENTO POR PERIODO NAO COBRAR DUAS     *
000234*             VEZES O MESMO MOVIMENTO.                           *
000235* 15/10/2026 GGS INCLUIDA QUANTIDADE-DEVOLVIDA-COMPRA: UNIDADES  *
000236*             DO MOVIMENTO JA DEVOLVIDAS PELO CLIENTE E          *
000237*             CREDITADAS EM NOTA DE CREDITO (DEVFAT); A          *
000238*             DEVOLUCAO NUNCA PASSA DA QUANTIDADE FATURADA.      *
000240*================================================================*
000250 01  COMPRA.
000260     02 CHAVE-COMPRA.
000310         03 ITEM-CODIGO-COMPRA     PIC 9(04).
000320         03 ITEM-NOME-COMPRA       PIC X(25).
000330         03 ITEM-QUANTIDADE-COMPRA PIC 9(02).
000340     02 NUMERO-FATURA-COMPRA       PIC 9(08).
000350     02 QUANTIDADE-DEVOLVIDA-COMPRA PIC 9(02).

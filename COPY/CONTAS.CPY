000100*================================================================*
000110* CONTAS.CPY                                                     *
000120*----------------------------------------------------------------*
000130* CODIGOS DAS CONTAS DO PLANO DA CONTABILIDADE MOVIMENTADAS PELOS*
000140* LANCAMENTOS DO FATURAMENTO, DA DEVOLUCAO E DA BAIXA DE         *
000150* PAGAMENTOS, NUM LUGAR SO: MUDANDO O PLANO DE CONTAS, BASTA     *
000160* ALTERAR AQUI E RECOMPILAR QUEM COPIA O COPYBOOK.               *
000170*----------------------------------------------------------------*
000180* HISTORICO DE ALTERACOES                                       *
000190* 15/10/2026 GGS CRIACAO DO COPYBOOK, JUNTO COM A INTERFACE      *
000200*             CONTABIL (COPYBOOK LANCTO).                        *
000210*================================================================*
000220*    ATIVO: CAIXA E BANCOS E CLIENTES (CONTAS A RECEBER).
000230 78  CONTA-CAIXA                VALUE "1.1.01".
000240 78  CONTA-CLIENTES             VALUE "1.1.02".
000250*    PASSIVO: IMPOSTO SOBRE VENDAS A RECOLHER E SALDO CREDOR
000260*    DOS CLIENTES (ADIANTAMENTOS).
000270 78  CONTA-IMPOSTO-A-RECOLHER   VALUE "2.1.01".
000280 78  CONTA-CREDITOS-CLIENTES    VALUE "2.1.02".
000290*    RESULTADO: RECEITA DE VENDAS E SUAS DEDUCOES.
000300 78  CONTA-RECEITA-VENDAS       VALUE "3.1.01".
000310 78  CONTA-DESCONTOS-CONCEDIDOS VALUE "3.2.01".
000320 78  CONTA-DEVOLUCOES-VENDAS    VALUE "3.2.02".

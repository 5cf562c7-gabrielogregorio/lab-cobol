000197*             DE NOVOS MOVIMENTOS, MAS NUNCA E REMOVIDO          *
000198*             FISICAMENTE - O HISTORICO DE COMPRAS DELE CONTINUA *
000199*             PRECIFICANDO E SAINDO NOS RELATORIOS.              *
000200* 15/10/2026 GGS INCLUIDOS SALDO-ESTOQUE-PRODUTO (COM SINAL: UMA *
000201*             VENDA SEM MERCADORIA DEIXA O SALDO NEGATIVO, QUE   *
000202*             SAI NO RELATORIO DE REPOSICAO) E PONTO-REPOSICAO-  *
000203*             PRODUTO (MANTIDO PELO ATUPRO). O SALDO SO MUDA     *
000204*             PELAS VENDAS DO ATUCLI E PELAS ENTRADAS E          *
000205*             CONTAGENS DO ATUEST, SEMPRE COM REGISTRO EM        *
000206*             HISTORICO-ESTOQUE-FILE (COPYBOOK ESTOQUE).         *
000207*================================================================*
000210 01  PRODUTO.
000220     02 CODIGO-PRODUTO     PIC 9(04).
000230     02 DESCRICAO-PRODUTO  PIC X(25).
000260     02 SITUACAO-PRODUTO   PIC X(01).
000270        88 PRODUTO-ATIVO         VALUE "A".
000280        88 PRODUTO-INATIVO       VALUE "I".
000290     02 SALDO-ESTOQUE-PRODUTO PIC S9(07).
000300     02 PONTO-REPOSICAO-PRODUTO PIC 9(07).

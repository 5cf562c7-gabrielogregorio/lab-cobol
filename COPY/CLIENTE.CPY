000370*             ACUMULADO (MESMA UNIDADE DE CONTROLE-TOTAL-        *
000380*             COMPRAS) COBRADO PELO ATUCLI NA MANUTENCAO; ZERO   *
000390*             E SEM LIMITE. RELATORIO DE ALERTA NO RELLIM.       *
000391* 15/10/2026 GGS INCLUIDOS SITUACAO-CLIENTE (ATIVO, EM           *
000392*             BLOQUEIO DE CREDITO OU ENCERRADO) E DATA-          *
000393*             SITUACAO-CLIENTE (DATA DA ULTIMA MUDANCA). O       *
000394*             BLOQUEIO E POSTO PELA COBRANCA (COBFAT) QUANDO A   *
000395*             FATURA ABERTA MAIS ANTIGA PASSA DO ATRASO MAXIMO,  *
000396*             E O ATUCLI RECUSA COMPRA NOVA DE CLIENTE EM        *
000397*             BLOQUEIO. ENCERRADO FICA NO MESTRE COM O           *
000398*             HISTORICO, SEM SER APAGADO. SITUACAO EM BRANCO     *
000399*             (REGISTRO ANTIGO) VALE COMO ATIVO.                 *
000400*================================================================*
000410 01  CLIENTE.
000420     02 NOME-CLIENTE       PIC X(30).
000460     02 QTD-ITENS-COMPRA   PIC 9(02) BINARY.
000470     02 CONTROLE-TOTAL-COMPRAS PIC 9(04).
000480     02 LIMITE-VOLUME-CLIENTE  PIC 9(04).
000490     02 SITUACAO-CLIENTE       PIC X(01).
000500        88 CLIENTE-ATIVO             VALUE "A" " ".
000510        88 CLIENTE-BLOQUEADO         VALUE "B".
000520        88 CLIENTE-ENCERRADO         VALUE "E".
000530     02 DATA-SITUACAO-CLIENTE  PIC 9(08).


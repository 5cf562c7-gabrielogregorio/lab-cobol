000380*>             DATA DE VIGENCIA), COM TRILHA DE AUDITORIA EM    <*
000390*>             AUDITORIA-PRECO-FILE; O FATURAMENTO PRECIFICA    <*
000400*>             CADA COMPRA PELO PRECO EM VIGOR NA DATA DELA.    <*
000402*> 15/10/2026 GGS CARGA PASSA A GRAVAR O PONTO DE REPOSICAO DE  <*
000404*>             CADA PRODUTO E O SALDO DE ESTOQUE ZERADO; O      <*
000406*>             ESTOQUE ENTRA PELAS ENTRADAS E CONTAGENS DO      <*
000408*>             ATUEST.                                          <*
000410*>                                                              <*
000420*********************FIM DOCUMENTACAO*****************************
000430******************************************************************
000960         03 SEMENTE-DESCRICAO  PIC X(25).
000970         03 SEMENTE-UNIDADE    PIC X(03).
000980         03 SEMENTE-PRECO      PIC 9(05)V99.
000985         03 SEMENTE-REPOSICAO  PIC 9(07).

000990*================================================================*
001000 PROCEDURE                           DIVISION.
001180     MOVE "ABACAXI"  TO SEMENTE-DESCRICAO (1).
001190     MOVE "UN"       TO SEMENTE-UNIDADE   (1).
001200     MOVE 5.50       TO SEMENTE-PRECO     (1).
001205     MOVE 20         TO SEMENTE-REPOSICAO (1).

001210     MOVE 0020       TO SEMENTE-CODIGO    (2).
001220     MOVE "LARANJA"  TO SEMENTE-DESCRICAO (2).
001230     MOVE "UN"       TO SEMENTE-UNIDADE   (2).
001240     MOVE 0.80       TO SEMENTE-PRECO     (2).
001245     MOVE 100        TO SEMENTE-REPOSICAO (2).

001250     MOVE 0030       TO SEMENTE-CODIGO    (3).
001260     MOVE "MAMAO"    TO SEMENTE-DESCRICAO (3).
001270     MOVE "UN"       TO SEMENTE-UNIDADE   (3).
001280     MOVE 4.20       TO SEMENTE-PRECO     (3).
001285     MOVE 30         TO SEMENTE-REPOSICAO (3).

001290     MOVE 0040       TO SEMENTE-CODIGO    (4).
001300     MOVE "MELANCIA" TO SEMENTE-DESCRICAO (4).
001310     MOVE "UN"       TO SEMENTE-UNIDADE   (4).
001320     MOVE 12.90      TO SEMENTE-PRECO     (4).
001325     MOVE 10         TO SEMENTE-REPOSICAO (4).

001330     OPEN OUTPUT PRODUTO-FILE.
001340     IF NOT PRODUTO-FILE-OK
001730     MOVE SEMENTE-UNIDADE   (INDICE-CARGA) TO UNIDADE-PRODUTO.
001740     MOVE SEMENTE-PRECO     (INDICE-CARGA)
001750         TO PRECO-UNITARIO-PRODUTO.
001752     MOVE SEMENTE-REPOSICAO (INDICE-CARGA)
001754         TO PONTO-REPOSICAO-PRODUTO.
001756     MOVE ZERO TO SALDO-ESTOQUE-PRODUTO.
001760     SET PRODUTO-ATIVO TO TRUE.

001770     WRITE PRODUTO.

000452*> 02/09/2026 GGS CARGA PASSA A ZERAR O LIMITE-VOLUME-CLIENTE   <*
000454*>             NOVO DO MESTRE (SEM LIMITE NA CARGA; O LIMITE E  <*
000456*>             MANTIDO PELO ATUCLI).                            <*
000457*> 15/10/2026 GGS MOVIMENTO NASCE NAO FATURADO E SEM DEVOLUCAO; <*
000458*>             CLIENTE NASCE ATIVO, COM A DATA DA CARGA COMO    <*
000459*>             DATA DA SITUACAO (SITUACAO-CLIENTE).             <*
000460*>                                                              <*
000470*********************FIM DOCUMENTACAO*****************************
000480******************************************************************
001850     MOVE SEMENTE-QTD-ITENS    (INDICE-CARGA) TO QTD-ITENS-COMPRA.
001860     MOVE ZERO TO CONTROLE-TOTAL-COMPRAS.
001865     MOVE ZERO TO LIMITE-VOLUME-CLIENTE.
001866     SET CLIENTE-ATIVO TO TRUE.
001867     MOVE DATA-CARGA-MESTRE TO DATA-SITUACAO-CLIENTE.
001870     MOVE ZERO TO SEQUENCIA-CARGA.

001880     PERFORM 2110-GRAVAR-ITEM
002250     MOVE DESCRICAO-PRODUTO  TO ITEM-NOME-COMPRA.
002260     MOVE SEMENTE-QUANTIDADE  (INDICE-CARGA IDX-SEMENTE-ITEM)
002270         TO ITEM-QUANTIDADE-COMPRA.
002272     MOVE ZERO               TO NUMERO-FATURA-COMPRA.
002274     MOVE ZERO               TO QUANTIDADE-DEVOLVIDA-COMPRA.
002280     WRITE COMPRA.
002290     IF NOT COMPRAS-FILE-OK
002300         DISPLAY "CADCLI: ERRO AO GRAVAR MOVIMENTO DO RG "

000100*================================================================*
000110* CREDITO.CPY                                                    *
000120*----------------------------------------------------------------*
000130* LAYOUT COMUM DO SALDO CREDOR DO CLIENTE, GRAVADO EM            *
000140* CREDITOS-CLIENTE-FILE: UM REGISTRO POR RG, CHAVEADO PELO RG.   *
000150* RECEBE O EXCESSO DE PAGAMENTO DA BAIXA DE PAGAMENTOS (PAGFAT)  *
000160* E O CREDITO DE DEVOLUCAO QUE PASSA DO SALDO DA FATURA          *
000170* (DEVFAT); O FATURAMENTO (FATCLI) CONSOME O SALDO NA PROXIMA    *
000180* FATURA EMITIDA PARA O CLIENTE.                                 *
000190*----------------------------------------------------------------*
000200* HISTORICO DE ALTERACOES                                       *
000210* 15/10/2026 GGS CRIACAO DO COPYBOOK, JUNTO COM A BAIXA DE       *
000220*             PAGAMENTOS POR CLIENTE E O ESTORNO (PAGFAT).       *
000230*================================================================*
000240 01  CREDITO-CLIENTE-REG.
000250     02 RG-CREDITO              PIC X(15).
000260     02 SALDO-CREDITO           PIC 9(07)V99.
000270     02 DATA-ULTIMO-CREDITO     PIC 9(08).

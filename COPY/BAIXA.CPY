000100*================================================================*
000110* BAIXA.CPY                                                      *
000120*----------------------------------------------------------------*
000130* LAYOUT COMUM DO REGISTRO DE BAIXAS DE PAGAMENTO, GRAVADO EM    *
000140* BAIXAS-FILE PELA BAIXA DE PAGAMENTOS (PAGFAT). CADA PAGAMENTO  *
000150* ACEITO RECEBE UMA SEQUENCIA DENTRO DO RG E DA DATA DO          *
000160* PAGAMENTO, E CADA PARCELA EM QUE ELE FOI REPARTIDO (UMA POR    *
000170* FATURA BAIXADA, MAIS A SOBRA LEVADA AO SALDO CREDOR DO         *
000180* CLIENTE, COM FATURA ZERO) E UM REGISTRO PROPRIO. E POR ESTE    *
000190* REGISTRO QUE O ESTORNO LOCALIZA O PAGAMENTO ORIGINAL E DESFAZ  *
000200* CADA PARCELA.                                                  *
000210*----------------------------------------------------------------*
000220* HISTORICO DE ALTERACOES                                       *
000230* 15/10/2026 GGS CRIACAO DO COPYBOOK, JUNTO COM A BAIXA DE       *
000240*             PAGAMENTOS POR CLIENTE E O ESTORNO (PAGFAT).       *
000250*================================================================*
000260 01  BAIXA-REG.
000270     02 CHAVE-BAIXA.
000280         03 RG-BAIXA            PIC X(15).
000290         03 DATA-BAIXA          PIC 9(08).
000300         03 SEQUENCIA-BAIXA     PIC 9(03).
000310         03 PARCELA-BAIXA       PIC 9(02).
000320     02 NUMERO-FATURA-BAIXA     PIC 9(08).
000330     02 VALOR-PAGAMENTO-BAIXA   PIC 9(07)V99.
000340     02 VALOR-BAIXA             PIC 9(07)V99.
000350     02 SITUACAO-BAIXA          PIC X(01).
000360        88 BAIXA-ATIVA                VALUE "A".
000370        88 BAIXA-ESTORNADA            VALUE "E".
000380     02 DATA-ESTORNO-BAIXA      PIC 9(08).

000100*================================================================*
000110* LANCTO.CPY                                                     *
000120*----------------------------------------------------------------*
000130* LAYOUT COMUM DO LANCAMENTO CONTABIL GRAVADO NA INTERFACE COM A *
000140* CONTABILIDADE LANCAMENTOS-CONTABEIS-FILE PELO FATURAMENTO      *
000150* (FATCLI), PELA BAIXA DE PAGAMENTOS (PAGFAT) E PELA DEVOLUCAO   *
000160* (DEVFAT), E LIDO PELO FECHAMENTO CONTABIL (FECCTB). CADA       *
000170* RODADA DE UM PROGRAMA E UM LOTE (PROGRAMA + DATA + HORA DO     *
000180* INICIO) E CADA DOCUMENTO GERA PARTIDAS DOBRADAS: A SOMA DOS    *
000190* DEBITOS DE UM LOTE TEM QUE SER IGUAL A DOS CREDITOS. AS CONTAS *
000200* SAO AS DO COPYBOOK CONTAS.                                     *
000210*----------------------------------------------------------------*
000220* HISTORICO DE ALTERACOES                                       *
000230* 15/10/2026 GGS CRIACAO DO COPYBOOK, JUNTO COM A INTERFACE      *
000240*             CONTABIL DO FATURAMENTO E DA BAIXA DE PAGAMENTOS.  *
000250*================================================================*
000260 01  LANCAMENTO-REG.
000270     02 LOTE-LANCAMENTO.
000280         03 ORIGEM-LOTE-LANCAMENTO PIC X(06).
000290         03 DATA-LOTE-LANCAMENTO  PIC 9(08).
000300         03 HORA-LOTE-LANCAMENTO  PIC 9(08).
000310     02 SEQUENCIA-LANCAMENTO      PIC 9(06).
000320     02 CONTA-LANCAMENTO          PIC X(10).
000330     02 NATUREZA-LANCAMENTO       PIC X(01).
000340        88 LANCAMENTO-DEBITO            VALUE "D".
000350        88 LANCAMENTO-CREDITO           VALUE "C".
000360     02 VALOR-LANCAMENTO          PIC 9(09)V99.
000370     02 DATA-LANCAMENTO           PIC 9(08).
000380     02 TIPO-DOCUMENTO-LANCAMENTO PIC X(02).
000390        88 LANCAMENTO-DE-FATURA         VALUE "FT".
000400        88 LANCAMENTO-DE-NOTA-CREDITO   VALUE "NC".
000410        88 LANCAMENTO-DE-PAGAMENTO      VALUE "PG".
000420        88 LANCAMENTO-DE-ESTORNO        VALUE "ES".
000430     02 NUMERO-DOCUMENTO-LANCAMENTO PIC 9(08).
000440     02 RG-LANCAMENTO             PIC X(15).

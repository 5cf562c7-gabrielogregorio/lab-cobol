000210* 02/09/2026 GGS CRIACAO DO COPYBOOK, JUNTO COM O REGISTRO DE    *
000220*             FATURAS EMITIDO PELO FATURAMENTO (FATCLI), A       *
000230*             BAIXA DE PAGAMENTOS (PAGFAT) E O AGING (RELAGE).   *
000231* 15/10/2026 GGS INCLUIDOS TIPO-DOCUMENTO-FATURA (F = FATURA,    *
000232*             C = NOTA DE CREDITO), NUMERO-FATURA-ORIGEM (FATURA *
000233*             DA NOTA) E VALOR-CREDITO-FATURA (CREDITO ABATIDO;  *
000234*             NA NOTA, A PARTE ABATIDA DA FATURA ORIGINAL).      *
000235*             SALDO = VALOR - PAGO - CREDITO; O PAGO INCLUI O    *
000236*             SALDO CREDOR CONSUMIDO NA EMISSAO.                 *
000237* 15/10/2026 GGS INCLUIDOS VALOR-BRUTO/-DESCONTO/-IMPOSTO-FATURA *
000238*             PARA A CONTABILIDADE (VALOR = BRUTO - DESCONTO +   *
000239*             IMPOSTO); NA NOTA DE CREDITO, A PARTE ESTORNADA.   *
000240*================================================================*
000250 01  FATURA-REG.
000260     02 NUMERO-FATURA          PIC 9(08).
000330     02 SITUACAO-FATURA        PIC X(01).
000340        88 FATURA-ABERTA             VALUE "A".
000350        88 FATURA-LIQUIDADA          VALUE "L".
000360     02 TIPO-DOCUMENTO-FATURA  PIC X(01).
000370        88 DOCUMENTO-FATURA          VALUE "F".
000380        88 DOCUMENTO-NOTA-CREDITO    VALUE "C".
000390     02 NUMERO-FATURA-ORIGEM   PIC 9(08).
000400     02 VALOR-CREDITO-FATURA   PIC 9(07)V99.
000410     02 VALOR-BRUTO-FATURA     PIC 9(07)V99.
000420     02 VALOR-DESCONTO-FATURA  PIC 9(07)V99.
000430     02 VALOR-IMPOSTO-FATURA   PIC 9(07)V99.

000100*================================================================*
000110* COBRANCA.CPY                                                   *
000120*----------------------------------------------------------------*
000130* LAYOUT COMUM DO HISTORICO DE COBRANCA, GRAVADO EM              *
000140* HISTORICO-COBRANCA-FILE PELA EMISSAO DE CARTAS DE COBRANCA     *
000150* (COBFAT): UM REGISTRO POR CARTA EMITIDA, CHAVEADO POR RG DO    *
000160* CLIENTE + NIVEL DA CARTA + DATA DE EMISSAO, DE MODO QUE A      *
000170* ULTIMA CARTA DE CADA NIVEL DE UM CLIENTE SE ACHA POSICIONANDO  *
000180* NA CHAVE. NIVEL 1 E O LEMBRETE AMIGAVEL, 2 O SEGUNDO AVISO E 3 *
000190* O AVISO FINAL ANTES DA SUSPENSAO.                              *
000200*----------------------------------------------------------------*
000210* HISTORICO DE ALTERACOES                                       *
000220* 15/10/2026 GGS CRIACAO DO COPYBOOK, JUNTO COM A EMISSAO DE     *
000230*             CARTAS DE COBRANCA (COBFAT).                       *
000240*================================================================*
000250 01  COBRANCA-REG.
000260     02 CHAVE-COBRANCA.
000270         03 RG-COBRANCA           PIC X(15).
000280         03 NIVEL-COBRANCA        PIC 9(01).
000290         03 DATA-COBRANCA         PIC 9(08).
000300     02 QUANTIDADE-FATURAS-COBRANCA PIC 9(03).
000310     02 VALOR-COBRANCA            PIC 9(09)V99.
000320     02 FATURA-MAIS-ANTIGA-COBRANCA PIC 9(08).
000330     02 DIAS-ATRASO-COBRANCA      PIC 9(04).

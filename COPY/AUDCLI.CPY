000100*================================================================*
000110* AUDCLI.CPY                                                     *
000120*----------------------------------------------------------------*
000130* LAYOUT COMUM DO REGISTRO DE AUDITORIA DO MESTRE DE CLIENTES,   *
000140* GRAVADO EM AUDITORIA-CLIENTE-FILE PELA MANUTENCAO (ATUCLI) A   *
000150* CADA INCLUSAO, ALTERACAO OU EXCLUSAO APLICADA EM CLIENTE-FILE  *
000160* E LIDO PELA CONSULTA DE AUDITORIA (RELAUD). GUARDA O RG, A     *
000170* ACAO, O LOTE DO MOVCLI, DATA/HORA E AS IMAGENS ANTES E DEPOIS  *
000180* DO REGISTRO, CAMPO A CAMPO EM FORMATO DE EXIBICAO (O MESTRE    *
000190* TEM CAMPO BINARIO, QUE NAO PODE IR CRU PARA ARQUIVO DE LINHA). *
000200* NA INCLUSAO A IMAGEM ANTES VAI EM BRANCO; NA EXCLUSAO A IMAGEM *
000210* DEPOIS VAI EM BRANCO E COMPRAS-EXCLUIDAS-AUDITORIA CONTA OS    *
000220* MOVIMENTOS DE COMPRAS-FILE APAGADOS JUNTO COM O CLIENTE. O     *
000230* ARQUIVO SO RECEBE ACRESCIMOS, LOGO A ORDEM FISICA E A ORDEM    *
000240* DO TEMPO.                                                      *
000250*----------------------------------------------------------------*
000260* HISTORICO DE ALTERACOES                                       *
000270* 15/10/2026 GGS CRIACAO DO COPYBOOK, JUNTO COM A TRILHA DE      *
000280*             AUDITORIA DO MESTRE DE CLIENTES (ATUCLI/RELAUD).   *
000281* 15/10/2026 GGS INCLUIDA A SITUACAO DO CLIENTE NAS              *
000282*             IMAGENS ANTES E DEPOIS E AS ACOES DE MUDANCA DE    *
000283*             SITUACAO: ENCERRAMENTO E LIBERACAO (ATUCLI) E      *
000284*             BLOQUEIO (ATUCLI OU, AUTOMATICO POR ATRASO, A      *
000285*             COBRANCA COBFAT - LOTE-AUDITORIA "COBFAT").        *
000290*================================================================*
000300 01  AUDITORIA-CLIENTE-REG.
000310     02 RG-AUDITORIA              PIC X(15).
000320     02 DATA-AUDITORIA            PIC 9(08).
000330     02 HORA-AUDITORIA            PIC 9(08).
000340     02 ACAO-AUDITORIA            PIC X(01).
000350        88 AUDITORIA-INCLUSAO           VALUE "I".
000360        88 AUDITORIA-ALTERACAO          VALUE "A".
000370        88 AUDITORIA-EXCLUSAO           VALUE "E".
000372        88 AUDITORIA-ENCERRAMENTO       VALUE "C".
000374        88 AUDITORIA-BLOQUEIO           VALUE "B".
000376        88 AUDITORIA-LIBERACAO          VALUE "L".
000378        88 AUDITORIA-MUDANCA-SITUACAO   VALUE "C" "B" "L".
000380     02 LOTE-AUDITORIA            PIC X(08).
000390     02 COMPRAS-EXCLUIDAS-AUDITORIA PIC 9(05).
000400     02 IMAGEM-ANTES-AUDITORIA.
000410         03 NOME-ANTES-AUDITORIA      PIC X(30).
000420         03 RG-ANTES-AUDITORIA        PIC X(15).
000430         03 QTD-ITENS-ANTES-AUDITORIA PIC 9(02).
000440         03 CONTROLE-ANTES-AUDITORIA  PIC 9(04).
000450         03 LIMITE-ANTES-AUDITORIA    PIC 9(04).
000455         03 SITUACAO-ANTES-AUDITORIA  PIC X(01).
000460     02 IMAGEM-DEPOIS-AUDITORIA.
000470         03 NOME-DEPOIS-AUDITORIA      PIC X(30).
000480         03 RG-DEPOIS-AUDITORIA        PIC X(15).
000490         03 QTD-ITENS-DEPOIS-AUDITORIA PIC 9(02).
000500         03 CONTROLE-DEPOIS-AUDITORIA  PIC 9(04).
000510         03 LIMITE-DEPOIS-AUDITORIA    PIC 9(04).
000520         03 SITUACAO-DEPOIS-AUDITORIA  PIC X(01).

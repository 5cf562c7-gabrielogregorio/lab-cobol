000230* 02/09/2026 GGS CRIACAO DO COPYBOOK, NA PROMOCAO DA LINHA DE    *
000240*             LOG MONTADA COM STRING PARA REGISTRO DE LAYOUT     *
000250*             FIXO.                                              *
000251* 15/10/2026 GGS INCLUIDOS LOG-PROGRAMA (QUEM GRAVOU O           *
000252*             REGISTRO), LOG-ID-CADEIA E LOG-PASSO-CADEIA: O     *
000253*             CONTROLADOR DA CADEIA NOTURNA (EXECAD) GRAVA UM    *
000254*             REGISTRO POR PASSO COM O MESMO ID DE CADEIA, PARA  *
000255*             O RELOPS MOSTRAR A NOITE INTEIRA COMO UMA CADEIA.  *
000256*             REGISTRO FORA DE CADEIA LEVA LOG-ID-CADEIA EM      *
000257*             BRANCO; OS REGISTROS ANTIGOS, MAIS CURTOS, SAO     *
000258*             LIDOS COM OS CAMPOS NOVOS EM BRANCO.               *
000260*================================================================*
000270 01  LOG-EXECUCAO-REG.
000280     02 LOG-DATA-INICIO        PIC 9(08).
000350     02 LOG-MARCA-RETOMADA     PIC X(01).
000360     02 LOG-CONDICAO-FINAL     PIC X(35).
000370     02 LOG-CODIGO-RETORNO     PIC 9(02).
000380     02 LOG-PROGRAMA           PIC X(10).
000390     02 LOG-ID-CADEIA          PIC X(16).
000400     02 LOG-PASSO-CADEIA       PIC 9(02).

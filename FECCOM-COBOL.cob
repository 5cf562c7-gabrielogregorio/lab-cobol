000392*> 02/09/2026 GGS DATA DE CORTE PASSA A SER CRITICADA COMO DATA <*
000394*>             DE CALENDARIO REAL PELO SUBPROGRAMA DATECALC, E  <*
000396*>             NAO SO COMO NUMERICA.                            <*
000397*> 15/10/2026 GGS HISTORICO GUARDA A FATURA E A QTD DEVOLVIDA;  <*
000398*>             MOVIMENTO AINDA NAO FATURADO NAO E ARQUIVADO:    <*
000399*>             FICA NO RETIDO (SEM FATURA) ATE SER COBRADO.     <*
000400*>                                                              <*
000410*********************FIM DOCUMENTACAO*****************************
000420******************************************************************
000900         03 DATA-COMPRA-HIST      PIC 9(08).
000910         03 SEQUENCIA-COMPRA-HIST PIC 9(03).
000920     02 ITEM-COMPRA-HIST          PIC X(31).
000925     02 NUMERO-FATURA-COMPRA-HIST PIC 9(08).
000927     02 QUANTIDADE-DEVOLVIDA-COMPRA-HIST PIC 9(02).

000930 FD  FECHAMENTO-FILE.
000940 01  FECHAMENTO-LINHA          PIC X(80).
001300 77  CONTADOR-MOV-LIDOS       PIC 9(06) VALUE ZERO.
001310 77  CONTADOR-MOV-ARQUIVADOS  PIC 9(06) VALUE ZERO.
001320 77  CONTADOR-MOV-RETIDOS     PIC 9(06) VALUE ZERO.
001325 77  CONTADOR-MOV-SEM-FATURA  PIC 9(06) VALUE ZERO.
001330 77  HASH-QTD-LIDA            PIC 9(08) VALUE ZERO.
001340 77  HASH-QTD-ARQUIVADA       PIC 9(08) VALUE ZERO.
001350 77  HASH-QTD-RETIDA          PIC 9(08) VALUE ZERO.
002530* PARA O HISTORICO E APAGADO DO CORRENTE; DO CORTE EM DIANTE SO  *
002540* CONTA NO RETIDO. TODO MOVIMENTO LIDO SOMA NO HASH DE LEITURA   *
002550* PARA A PROVA DO RELATORIO                                      *
002552* MOVIMENTO ANTERIOR AO CORTE AINDA NAO FATURADO TAMBEM FICA NO  *
002554* RETIDO (E CONTA EM RETIDOS SEM FATURA): SO O FATURAMENTO, QUE  *
002556* LE O ARQUIVO CORRENTE, PODE COBRA-LO                           *
002560*----------------------------------------------------------------*
002570 2000-ARQUIVAR-MOVIMENTOS.
002580     ADD 1 TO CONTADOR-MOV-LIDOS.
002590     ADD ITEM-QUANTIDADE-COMPRA TO HASH-QTD-LIDA.

002600     IF DATA-COMPRA < DATA-CORTE-FECHAMENTO
002605        AND NUMERO-FATURA-COMPRA NOT = ZERO
002610         PERFORM 2200-MOVER-PARA-HISTORICO
002620             THRU 2200-MOVER-PARA-HISTORICO-EXIT
002630     ELSE
002640         ADD 1 TO CONTADOR-MOV-RETIDOS
002650         ADD ITEM-QUANTIDADE-COMPRA TO HASH-QTD-RETIDA
002652         IF DATA-COMPRA < DATA-CORTE-FECHAMENTO
002654             ADD 1 TO CONTADOR-MOV-SEM-FATURA
002656         END-IF
002660     END-IF.

002670     PERFORM 2100-LER-MOVIMENTO
002850 2200-MOVER-PARA-HISTORICO.
002860     MOVE CHAVE-COMPRA TO CHAVE-COMPRA-HIST.
002870     MOVE ITEM-COMPRA  TO ITEM-COMPRA-HIST.
002875     MOVE NUMERO-FATURA-COMPRA TO NUMERO-FATURA-COMPRA-HIST.
002877     MOVE QUANTIDADE-DEVOLVIDA-COMPRA
002878         TO QUANTIDADE-DEVOLVIDA-COMPRA-HIST.
002880     WRITE COMPRA-HIST
002890         INVALID KEY
002900             REWRITE COMPRA-HIST
003950             DELIMITED BY SIZE INTO FECHAMENTO-LINHA.
003960     WRITE FECHAMENTO-LINHA.

003962     MOVE SPACES TO FECHAMENTO-LINHA.
003964     STRING "  RETIDOS SEM FATURA.: " CONTADOR-MOV-SEM-FATURA
003966             DELIMITED BY SIZE INTO FECHAMENTO-LINHA.
003968     WRITE FECHAMENTO-LINHA.

003970     MOVE SPACES TO FECHAMENTO-LINHA.
003980     COMPUTE HASH-SOMA-CONFERENCIA =
003990             HASH-QTD-ARQUIVADA + HASH-QTD-RETIDA.

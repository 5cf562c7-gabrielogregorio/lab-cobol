000450*>             CLIENTES DIFERENTES NO MESMO DIA NAO SE          <*
000460*>             DESTROEM MAIS NEM DIVIDEM UM REGISTRO SO DE      <*
000470*>             GERACAO.                                         <*
000471*> 15/10/2026 GGS DEVOLUCOES DO CLIENTE NO PERIODO (REGISTRO    <*
000472*>             DEVOLUCOES-FILE DA DEVOLUCAO DE FATURAS DEVFAT)  <*
000473*>             SAEM APOS OS MOVIMENTOS COMO LINHAS NEGATIVAS,   <*
000474*>             COM A NOTA DE CREDITO, E O TOTAL PASSA A MOSTRAR <*
000475*>             O VALOR DEVOLVIDO E O VALOR LIQUIDO DO PERIODO.  <*
000480*>                                                              <*
000490*********************FIM DOCUMENTACAO*****************************
000500******************************************************************
000770            ALTERNATE RECORD KEY IS DESCRICAO-PRODUTO
000780            FILE STATUS    IS STATUS-PRODUTO-FILE.

000781     SELECT OPTIONAL DEVOLUCOES-FILE ASSIGN TO "DEVOLUCOES-FILE"
000782            ORGANIZATION   IS INDEXED
000783            ACCESS MODE    IS DYNAMIC
000784            RECORD KEY     IS CHAVE-DEVOLUCAO
000785            FILE STATUS    IS STATUS-DEVOLUCOES-FILE.

000790     SELECT EXTRATO-FILE   ASSIGN TO DYNAMIC NOME-EXTRATO-GERACAO
000800            ORGANIZATION   IS LINE SEQUENTIAL
000810            FILE STATUS    IS STATUS-EXTRATO-FILE.
001070     LABEL RECORD IS STANDARD.
001080     COPY PRODUTO.

001082 FD  DEVOLUCOES-FILE
001084     LABEL RECORD IS STANDARD.
001086     COPY DEVOLUCAO.

001090 FD  EXTRATO-FILE.
001100 01  EXTRATO-LINHA             PIC X(80).

001460 77  STATUS-PRODUTO-FILE   PIC X(02) VALUE "00".
001470     88 PRODUTO-FILE-OK           VALUE "00".

001471************** CONTROLE DO REGISTRO DE DEVOLUCOES ****************
001472 77  STATUS-DEVOLUCOES-FILE PIC X(02) VALUE "00".
001473     88 DEVOLUCOES-FILE-OK       VALUE "00" "05".

001474 77  MARCA-FIM-DEVOLUCOES-CLI PIC X(01) VALUE "N".
001475     88 DEVOLUCOES-CLIENTE-FIM   VALUE "S".

001480******************* CONTROLE DO EXTRATO IMPRESSO *****************
001490 77  STATUS-EXTRATO-FILE   PIC X(02) VALUE "00".
001500     88 EXTRATO-FILE-OK          VALUE "00".
001910 77  PRECO-EDITADO         PIC ZZZZ9.99 VALUE ZERO.
001920 77  VALOR-EDITADO         PIC ZZZZZZ9.99 VALUE ZERO.
001930 77  TOTAL-EDITADO         PIC ZZZZZZZZ9.99 VALUE ZERO.
001931 77  CONTADOR-DEV-PERIODO  PIC 9(04) VALUE ZERO.
001932 77  TOTAL-DEVOLVIDO-PERIODO PIC 9(09)V99 VALUE ZERO.
001933 77  VALOR-LIQUIDO-PERIODO PIC S9(09)V99 VALUE ZERO.
001934 77  DEVOLVIDO-EDITADO     PIC -ZZZZZZ9.99 VALUE ZERO.
001935 77  LIQUIDO-EDITADO       PIC -ZZZZZZZZ9.99 VALUE ZERO.

001940*================================================================*
001950 PROCEDURE                           DIVISION.
002360         DISPLAY "EXTCLI: ERRO AO ABRIR PRODUTO-FILE - STATUS "
002370                 STATUS-PRODUTO-FILE
002380         MOVE 10 TO RETURN-CODE
002381         GO TO 9999-ENCERRAR
002382     END-IF.

002383     OPEN INPUT DEVOLUCOES-FILE.
002384     IF NOT DEVOLUCOES-FILE-OK
002385         DISPLAY "EXTCLI: ERRO AO ABRIR DEVOLUCOES-FILE - STATUS "
002386                 STATUS-DEVOLUCOES-FILE
002387         MOVE 28 TO RETURN-CODE
002390         GO TO 9999-ENCERRAR
002400     END-IF.

005440*----------------------------------------------------------------*
005450* POSICIONA OS MOVIMENTOS DO CLIENTE NO INICIO DO PERIODO (A     *
005460* CHAVE RG + DATA + SEQUENCIA JA ENTREGA A ORDEM DE DATA), LISTA *
005467* CADA MOVIMENTO ATE PASSAR DA DATA FINAL, LISTA EM SEGUIDA AS   *
005474* DEVOLUCOES DO PERIODO E IMPRIME OS TOTAIS: COMPRADO, DEVOLVIDO *
005481* E LIQUIDO                                                      *
005490*----------------------------------------------------------------*
005500 2000-LISTAR-PERIODO.
005510     MOVE "N" TO MARCA-FIM-COMPRAS-CLI.
005600         THRU 2100-LISTAR-MOVIMENTO-EXIT
005610         UNTIL COMPRAS-CLIENTE-FIM.

005611     MOVE "N" TO MARCA-FIM-DEVOLUCOES-CLI.
005612     MOVE RG-CLIENTE TO RG-DEVOLUCAO.
005613     MOVE DATA-EXTRATO-DE TO DATA-DEVOLUCAO.
005614     MOVE ZERO TO SEQUENCIA-DEVOLUCAO.
005615     START DEVOLUCOES-FILE KEY IS NOT LESS THAN CHAVE-DEVOLUCAO
005616         INVALID KEY
005617             SET DEVOLUCOES-CLIENTE-FIM TO TRUE
005618     END-START.
005619     PERFORM 2300-LISTAR-DEVOLUCAO
005620         THRU 2300-LISTAR-DEVOLUCAO-EXIT
005621         UNTIL DEVOLUCOES-CLIENTE-FIM.

005622     MOVE SPACES TO EXTRATO-LINHA.
005630     WRITE EXTRATO-LINHA.

005640     MOVE SPACES TO EXTRATO-LINHA.
005720     MOVE TOTAL-VALOR-PERIODO TO TOTAL-EDITADO.
005730     MOVE SPACES TO EXTRATO-LINHA.
005740     STRING "   VALOR TOTAL..........: " TOTAL-EDITADO
005741             DELIMITED BY SIZE INTO EXTRATO-LINHA.
005742     WRITE EXTRATO-LINHA.

005743     MOVE SPACES TO EXTRATO-LINHA.
005744     STRING "   DEVOLUCOES NO PERIODO: " CONTADOR-DEV-PERIODO
005745             DELIMITED BY SIZE INTO EXTRATO-LINHA.
005746     WRITE EXTRATO-LINHA.

005747     MOVE TOTAL-DEVOLVIDO-PERIODO TO TOTAL-EDITADO.
005748     MOVE SPACES TO EXTRATO-LINHA.
005749     STRING "   VALOR DEVOLVIDO......: " TOTAL-EDITADO
005750             DELIMITED BY SIZE INTO EXTRATO-LINHA.
005751     WRITE EXTRATO-LINHA.

005752     COMPUTE VALOR-LIQUIDO-PERIODO =
005753             TOTAL-VALOR-PERIODO - TOTAL-DEVOLVIDO-PERIODO.
005754     MOVE VALOR-LIQUIDO-PERIODO TO LIQUIDO-EDITADO.
005755     MOVE SPACES TO EXTRATO-LINHA.
005756     STRING "   VALOR LIQUIDO........:" LIQUIDO-EDITADO
005757             DELIMITED BY SIZE INTO EXTRATO-LINHA.
005760     WRITE EXTRATO-LINHA.
005770 2000-LISTAR-PERIODO-EXIT.
005780     EXIT.
006590     EXIT.

006600*----------------------------------------------------------------*
006601* LISTA UMA DEVOLUCAO DO PERIODO COMO LINHA NEGATIVA, COM O      *
006602* VALOR CREDITADO E O NUMERO DA NOTA DE CREDITO, E ACUMULA O     *
006603* TOTAL DEVOLVIDO; DEVOLUCAO DE OUTRO RG OU ALEM DA DATA FINAL   *
006604* ENCERRA A LISTAGEM                                             *
006605*----------------------------------------------------------------*
006606 2300-LISTAR-DEVOLUCAO.
006607     READ DEVOLUCOES-FILE NEXT RECORD
006608         AT END
006609             SET DEVOLUCOES-CLIENTE-FIM TO TRUE
006610     END-READ.
006611     IF DEVOLUCOES-CLIENTE-FIM
006612         GO TO 2300-LISTAR-DEVOLUCAO-EXIT.
006613     IF RG-DEVOLUCAO NOT = RG-CLIENTE
006614         SET DEVOLUCOES-CLIENTE-FIM TO TRUE
006615         GO TO 2300-LISTAR-DEVOLUCAO-EXIT.
006616     IF DATA-DEVOLUCAO > DATA-EXTRATO-ATE
006617         SET DEVOLUCOES-CLIENTE-FIM TO TRUE
006618         GO TO 2300-LISTAR-DEVOLUCAO-EXIT.

006619     ADD 1 TO CONTADOR-DEV-PERIODO.
006620     ADD VALOR-DEVOLUCAO TO TOTAL-DEVOLVIDO-PERIODO.

006621     COMPUTE DEVOLVIDO-EDITADO = ZERO - VALOR-DEVOLUCAO.
006622     MOVE SPACES TO EXTRATO-LINHA.
006623     STRING "   " DATA-DEVOLUCAO
006624             " " NOME-PRODUTO-DEVOLUCAO
006625             " " QUANTIDADE-DEVOLUCAO
006626             "         "
006627             DEVOLVIDO-EDITADO
006628             " NC " NUMERO-NOTA-DEVOLUCAO
006629             DELIMITED BY SIZE INTO EXTRATO-LINHA.
006630     WRITE EXTRATO-LINHA.
006631 2300-LISTAR-DEVOLUCAO-EXIT.
006632     EXIT.

006633*----------------------------------------------------------------*
006634* FECHA OS ARQUIVOS E ENCERRA O EXTRATO                          *
006635*----------------------------------------------------------------*
006636 8000-FINALIZAR.
006640     CLOSE CLIENTE-FILE.
006650     CLOSE COMPRAS-FILE.
006660     CLOSE PRECOS-FILE.
006670     CLOSE PRODUTO-FILE.
006675     CLOSE DEVOLUCOES-FILE.
006680     CLOSE EXTRATO-FILE.
006690     DISPLAY "EXTCLI: EXTRATO GRAVADO EM " NOME-EXTRATO-GERACAO
006700             " - MOVIMENTOS " CONTADOR-MOV-PERIODO.

000380*> 02/09/2026 GGS ATRASO PASSA DOS DIAS COMERCIAIS (ANO DE 360  <*
000390*>             DIAS) PARA A DIFERENCA EM DIAS CORRIDOS DO       <*
000400*>             SUBPROGRAMA DATECALC.                            <*
000401*> 15/10/2026 GGS NOTA DE CREDITO DA DEVOLUCAO (DEVFAT) SAI     <*
000402*>             COMO LINHA NEGATIVA NA FAIXA DA FATURA ORIGINAL  <*
000403*>             ENQUANTO ESTA ESTIVER ABERTA, ABATENDO O CREDITO <*
000404*>             DOS TOTAIS DA FAIXA E DO SALDO ABERTO. O MESTRE  <*
000405*>             PASSA A SER LIDO EM ACESSO DINAMICO PARA BUSCAR  <*
000406*>             A FATURA ORIGINAL DE CADA NOTA.                  <*
000407*> 15/10/2026 GGS A NOTA DE CREDITO ABATE DA FAIXA SO A PARTE   <*
000408*>             DO CREDITO QUE FOI ABATIDA DA FATURA ORIGINAL    <*
000409*>             (VALOR-CREDITO-FATURA DA NOTA); O QUE FOI PARA O <*
000410*>             SALDO CREDOR DO CLIENTE NAO ENTRA NO AGING.      <*
000411*>                                                              <*
000420*********************FIM DOCUMENTACAO*****************************
000430******************************************************************

000480 FILE-CONTROL.
000490     SELECT FATURAS-FILE   ASSIGN TO "FATURAS-FILE"
000500            ORGANIZATION   IS INDEXED
000510            ACCESS MODE    IS DYNAMIC
000520            RECORD KEY     IS NUMERO-FATURA
000530            FILE STATUS    IS STATUS-FATURAS-FILE.

000850 77  SALDO-EDITADO         PIC ZZZZZZ9.99 VALUE ZERO.
000860 77  TOTAL-FAIXA-EDITADO   PIC ZZZZZZZZ9.99 VALUE ZERO.

000861****************** NOTA DE CREDITO CORRENTE **********************
000862 77  NUMERO-NOTA-CORRENTE  PIC 9(08) VALUE ZERO.
000863 77  VALOR-NOTA-CORRENTE   PIC 9(07)V99 VALUE ZERO.
000864 77  CREDITO-EDITADO       PIC -ZZZZZZ9.99 VALUE ZERO.
000865 77  MARCA-ORIGEM-ABERTA   PIC X(01) VALUE "N".
000866     88 ORIGEM-ABERTA            VALUE "S".

000870****************** TOTAIS POR FAIXA DE ATRASO ********************
000880 01  TABELA-FAIXAS-AGING.
000890     02 FAIXA-AGING-TOTAL OCCURS 5 TIMES
001030 77  CONTADOR-FATURAS-ABERTAS  PIC 9(04) VALUE ZERO.
001040 77  CONTADOR-FATURAS-QUITADAS PIC 9(04) VALUE ZERO.
001050 77  TOTAL-SALDO-ABERTO        PIC 9(09)V99 VALUE ZERO.
001055 77  CONTADOR-NOTAS-CREDITO    PIC 9(04) VALUE ZERO.

001060*================================================================*
001070 PROCEDURE                           DIVISION.
001570*----------------------------------------------------------------*
001580* CLASSIFICA A FATURA CORRENTE: LIQUIDADA SO CONTA NO RESUMO;    *
001590* ABERTA TEM O SALDO DEVEDOR ENQUADRADO NA FAIXA DE ATRASO,      *
001596* IMPRESSO NO DETALHE E ACUMULADO NOS TOTAIS DA FAIXA; NOTA DE   *
001602* CREDITO VAI PARA 2300-ABATER-NOTA-CREDITO                      *
001610*----------------------------------------------------------------*
001620 2000-CLASSIFICAR-FATURAS.
001630     ADD 1 TO CONTADOR-FATURAS-LIDAS.
001631     IF DOCUMENTO-NOTA-CREDITO
001632         ADD 1 TO CONTADOR-NOTAS-CREDITO
001633         PERFORM 2300-ABATER-NOTA-CREDITO
001634             THRU 2300-ABATER-NOTA-CREDITO-EXIT
001635         IF FATURAS-FILE-FIM
001636             GO TO 2000-CLASSIFICAR-FATURAS-EXIT
001637         END-IF
001638         GO TO 2000-CLASSIFICAR-FATURAS-LER.
001640     IF FATURA-LIQUIDADA
001650         ADD 1 TO CONTADOR-FATURAS-QUITADAS
001660         GO TO 2000-CLASSIFICAR-FATURAS-LER.
002330     EXIT.

002340*----------------------------------------------------------------*
002341* NOTA DE CREDITO DA DEVOLUCAO: SE A FATURA ORIGINAL AINDA ESTA  *
002342* ABERTA, O CREDITO SAI COMO LINHA NEGATIVA NA FAIXA DELA E E    *
002343* ABATIDO DOS TOTAIS (O SALDO IMPRESSO NA FATURA E O BRUTO DE    *
002344* CREDITOS, DE MODO QUE FATURA MAIS NOTAS DA O LIQUIDO). A       *
002345* LEITURA DA ORIGINAL DESLOCA A POSICAO NO MESTRE, QUE E         *
002346* RETOMADA LOGO APOS A NOTA. SO CONTA A PARTE DO CREDITO QUE FOI *
002347* ABATIDA DA FATURA; A QUE FOI PARA O SALDO CREDOR DO CLIENTE    *
002348* FICA FORA DO AGING                                             *
002349*----------------------------------------------------------------*
002350 2300-ABATER-NOTA-CREDITO.
002351     MOVE NUMERO-FATURA TO NUMERO-NOTA-CORRENTE.
002352     MOVE VALOR-CREDITO-FATURA TO VALOR-NOTA-CORRENTE.
002353     MOVE "N" TO MARCA-ORIGEM-ABERTA.
002354     MOVE NUMERO-FATURA-ORIGEM TO NUMERO-FATURA.
002355     READ FATURAS-FILE
002356         INVALID KEY
002357             DISPLAY "RELAGE: FATURA ORIGINAL INEXISTENTE PARA A "
002358                     "NOTA DE CREDITO " NUMERO-NOTA-CORRENTE
002359         NOT INVALID KEY
002360             IF FATURA-ABERTA
002361                 SET ORIGEM-ABERTA TO TRUE
002362             END-IF
002363     END-READ.
002364     IF NOT ORIGEM-ABERTA OR VALOR-NOTA-CORRENTE = ZERO
002365         GO TO 2300-ABATER-NOTA-CREDITO-POS.

002366     PERFORM 2200-ENQUADRAR-FAIXA
002367         THRU 2200-ENQUADRAR-FAIXA-EXIT.
002368     SET IDX-FAIXA TO FAIXA-AGING.
002369     SUBTRACT VALOR-NOTA-CORRENTE FROM FAIXA-VALOR (IDX-FAIXA).
002370     SUBTRACT VALOR-NOTA-CORRENTE FROM TOTAL-SALDO-ABERTO.

002371     MOVE NOME-FAIXA (FAIXA-AGING) TO DESCRICAO-FAIXA.
002372     COMPUTE CREDITO-EDITADO = ZERO - VALOR-NOTA-CORRENTE.
002373     MOVE SPACES TO AGING-LINHA.
002374     STRING NUMERO-NOTA-CORRENTE
002375             "  " RG-FATURA
002376             " " DATA-VENCIMENTO-FATURA
002377             CREDITO-EDITADO
002378             " " DESCRICAO-FAIXA
002379             " NC FATURA " NUMERO-FATURA
002380             DELIMITED BY SIZE INTO AGING-LINHA.
002381     WRITE AGING-LINHA.

002382 2300-ABATER-NOTA-CREDITO-POS.
002383     MOVE NUMERO-NOTA-CORRENTE TO NUMERO-FATURA.
002384     START FATURAS-FILE KEY IS GREATER THAN NUMERO-FATURA
002385         INVALID KEY
002386             SET FATURAS-FILE-FIM TO TRUE
002387     END-START.
002388 2300-ABATER-NOTA-CREDITO-EXIT.
002389     EXIT.

002390*----------------------------------------------------------------*
002391* IMPRIME OS TOTAIS POR FAIXA DE ATRASO E O RESUMO GERAL DO      *
002392* CONTAS A RECEBER                                               *
002393*----------------------------------------------------------------*
002394 3000-IMPRIMIR-TOTAIS.
002395     MOVE SPACES TO AGING-LINHA.
002400     WRITE AGING-LINHA.

002410     MOVE "TOTAIS POR FAIXA DE ATRASO" TO AGING-LINHA.

002570     MOVE SPACES TO AGING-LINHA.
002580     STRING "FATURAS LIQUIDADAS...: " CONTADOR-FATURAS-QUITADAS
002582             DELIMITED BY SIZE INTO AGING-LINHA.
002584     WRITE AGING-LINHA.

002586     MOVE SPACES TO AGING-LINHA.
002588     STRING "NOTAS DE CREDITO.....: " CONTADOR-NOTAS-CREDITO
002590             DELIMITED BY SIZE INTO AGING-LINHA.
002600     WRITE AGING-LINHA.


000100*================================================================*
000110 IDENTIFICATION                      DIVISION.
000120*================================================================*
000130 PROGRAM-ID. FECCTB.
000140 AUTHOR. GABRIEL GREGORIO DA SILVA.
000150 INSTALLATION. COMBRATEC.
000160 DATE-WRITTEN. 15/10/2026.
000170 DATE-COMPILED.
000180************************DOCUMENTACAO******************************
000190******************************************************************
000200*>                                                    COMBRATEC <*
000210*> DATA.     : 15/10/2026                                       <*
000220*> ANALISTA. : GABRIEL GREGORIO DA SILVA                        <*
000230*> OBJETIVO. : FECHAMENTO CONTABIL DA INTERFACE COM A           <*
000240*>             CONTABILIDADE: LE OS LANCAMENTOS GRAVADOS EM     <*
000250*>             LANCAMENTOS-CONTABEIS-FILE PELO FATURAMENTO      <*
000260*>             (FATCLI), PELA BAIXA DE PAGAMENTOS (PAGFAT) E    <*
000270*>             PELA DEVOLUCAO (DEVFAT), TOTALIZA DEBITOS E      <*
000280*>             CREDITOS POR LOTE E IMPRIME A PROVA DE QUE CADA  <*
000290*>             LOTE FECHA (DEBITOS = CREDITOS). SO SE TODOS OS  <*
000300*>             LOTES FECHAM E NAO HA LANCAMENTO INVALIDO GERA O <*
000310*>             ARQUIVO DE IMPORTACAO DO RAZAO NO FORMATO FIXO   <*
000320*>             IMPORTACAO-CONTABIL-FILE (HEADER, DETALHES E     <*
000330*>             TRAILER POR LOTE) E ESVAZIA A INTERFACE. COM     <*
000340*>             DIFERENCA A INTERFACE FICA COMO ESTA, NADA E     <*
000350*>             EXPORTADO E O PROGRAMA TERMINA COM RC 33.        <*
000360*>                                                              <*
000370*> HISTORICO DE ALTERACOES                                     <*
000380*> 15/10/2026 GGS CRIACAO DO PROGRAMA DE FECHAMENTO CONTABIL.   <*
000390*>                                                              <*
000400*********************FIM DOCUMENTACAO*****************************
000410******************************************************************

000420*================================================================*
000430 ENVIRONMENT                         DIVISION.
000440*================================================================*
000450 INPUT-OUTPUT                        SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL LANCAMENTOS-CONTABEIS-FILE
000480            ASSIGN TO "LANCAMENTOS-CONTABEIS-FILE"
000490            ORGANIZATION   IS LINE SEQUENTIAL
000500            FILE STATUS    IS STATUS-LANCAMENTOS-FILE.

000510     SELECT IMPORTACAO-CONTABIL-FILE
000520            ASSIGN TO "IMPORTACAO-CONTABIL-FILE"
000530            ORGANIZATION   IS LINE SEQUENTIAL
000540            FILE STATUS    IS STATUS-IMPORTACAO-FILE.

000550     SELECT RELATORIO-FILE ASSIGN TO "RELATORIO-CONTABIL-FILE"
000560            ORGANIZATION   IS LINE SEQUENTIAL
000570            FILE STATUS    IS STATUS-RELATORIO-FILE.

000580*================================================================*
000590 DATA                                DIVISION.
000600*================================================================*
000610 FILE                                SECTION.
000620 FD  LANCAMENTOS-CONTABEIS-FILE.
000630     COPY LANCTO.

000640 FD  IMPORTACAO-CONTABIL-FILE.
000650 01  IMPORTACAO-LINHA          PIC X(80).

000660 FD  RELATORIO-FILE.
000670 01  RELATORIO-LINHA           PIC X(80).

000680*----------------------------------------------------------------*
000690 WORKING-STORAGE                             SECTION.
000700*----------------------------------------------------------------*
000710*************** CONTROLE DA INTERFACE CONTABIL *******************
000720 77  STATUS-LANCAMENTOS-FILE PIC X(02) VALUE "00".
000730     88 LANCAMENTOS-FILE-OK       VALUE "00" "05".
000740     88 LANCAMENTOS-FILE-FIM      VALUE "10".

000750*************** CONTROLE DO ARQUIVO DE IMPORTACAO ****************
000760 77  STATUS-IMPORTACAO-FILE PIC X(02) VALUE "00".
000770     88 IMPORTACAO-FILE-OK        VALUE "00".

000780**************** CONTROLE DO RELATORIO CONTABIL ******************
000790 77  STATUS-RELATORIO-FILE PIC X(02) VALUE "00".
000800     88 RELATORIO-FILE-OK         VALUE "00".

000810********************** TOTAIS POR LOTE ***************************
000820 77  MAXIMO-LOTES          PIC 9(04) BINARY VALUE 200.
000830 77  QTD-LOTES             PIC 9(04) BINARY VALUE ZERO.
000840 77  MARCA-LOTE-ACHADO     PIC X(01) VALUE "N".
000850     88 LOTE-ACHADO               VALUE "S".
000860 77  LOTE-PROCURADO        PIC X(22) VALUE SPACES.

000870 01  TABELA-LOTES.
000880     02 LOTE-TOTAL OCCURS 200 TIMES
000890                   INDEXED BY IDX-LOTE.
000900         03 LOTE-TABELA        PIC X(22).
000910         03 LOTE-QTD-LANCTOS   PIC 9(06).
000920         03 LOTE-DEBITOS       PIC 9(11)V99.
000930         03 LOTE-CREDITOS      PIC 9(11)V99.

000940*********************** TOTAIS GERAIS ****************************
000950 77  DATA-EXECUCAO-CONTABIL PIC 9(08) VALUE ZERO.
000960 77  CONTADOR-LANCTOS-LIDOS PIC 9(06) VALUE ZERO.
000970 77  CONTADOR-LANCTOS-INVALIDOS PIC 9(06) VALUE ZERO.
000980 77  CONTADOR-LOTES-DIFERENCA PIC 9(04) VALUE ZERO.
000990 77  CONTADOR-LANCTOS-EXPORTADOS PIC 9(06) VALUE ZERO.
001000 77  TOTAL-DEBITOS         PIC 9(11)V99 VALUE ZERO.
001010 77  TOTAL-CREDITOS        PIC 9(11)V99 VALUE ZERO.
001020 77  VALOR-EDITADO-D       PIC ZZZZZZZZZZ9.99 VALUE ZERO.
001030 77  VALOR-EDITADO-C       PIC ZZZZZZZZZZ9.99 VALUE ZERO.
001040 77  QTD-EDITADA           PIC ZZZZZ9 VALUE ZERO.

001050 77  MARCA-EXPORTAR        PIC X(01) VALUE "N".
001060     88 EXPORTAR-LOTES            VALUE "S".

001070**************** QUEBRA DE LOTE NA EXPORTACAO ********************
001080 77  LOTE-ANTERIOR         PIC X(22) VALUE SPACES.

001090********** LAYOUT FIXO DO ARQUIVO DE IMPORTACAO DO RAZAO *********
001100*    TODOS OS REGISTROS TEM 80 POSICOES; A POSICAO 1 DIZ O TIPO:
001110*    H = INICIO DE LOTE, D = LANCAMENTO, T = FIM DE LOTE COM A
001120*    QUANTIDADE E OS TOTAIS DE DEBITO E CREDITO PARA CONFERENCIA.
001130 01  IMPORTACAO-HEADER.
001140     02 TIPO-HEADER            PIC X(01) VALUE "H".
001150     02 LOTE-HEADER            PIC X(22).
001160     02 DATA-GERACAO-HEADER    PIC 9(08).
001170     02 FILLER                 PIC X(49) VALUE SPACES.

001180 01  IMPORTACAO-DETALHE.
001190     02 TIPO-DETALHE           PIC X(01) VALUE "D".
001200     02 LOTE-DETALHE           PIC X(22).
001210     02 SEQUENCIA-DETALHE      PIC 9(06).
001220     02 CONTA-DETALHE          PIC X(10).
001230     02 NATUREZA-DETALHE       PIC X(01).
001240     02 VALOR-DETALHE          PIC 9(09)V99.
001250     02 DATA-DETALHE           PIC 9(08).
001260     02 TIPO-DOCUMENTO-DETALHE PIC X(02).
001270     02 NUMERO-DOCUMENTO-DETALHE PIC 9(08).
001280     02 FILLER                 PIC X(11) VALUE SPACES.

001290 01  IMPORTACAO-TRAILER.
001300     02 TIPO-TRAILER           PIC X(01) VALUE "T".
001310     02 LOTE-TRAILER           PIC X(22).
001320     02 QTD-LANCTOS-TRAILER    PIC 9(06).
001330     02 DEBITOS-TRAILER        PIC 9(11)V99.
001340     02 CREDITOS-TRAILER       PIC 9(11)V99.
001350     02 FILLER                 PIC X(25) VALUE SPACES.

001360*================================================================*
001370 PROCEDURE                           DIVISION.
001380*================================================================*
001390 0000-MAINLINE.
001400     PERFORM 1000-INICIALIZAR
001410         THRU 1000-INICIALIZAR-EXIT.
001420     PERFORM 2000-TOTALIZAR-LANCAMENTOS
001430         THRU 2000-TOTALIZAR-LANCAMENTOS-EXIT
001440         UNTIL LANCAMENTOS-FILE-FIM.
001450     CLOSE LANCAMENTOS-CONTABEIS-FILE.
001460     PERFORM 3000-IMPRIMIR-PROVA
001470         THRU 3000-IMPRIMIR-PROVA-EXIT.
001480     IF EXPORTAR-LOTES
001490         PERFORM 4000-EXPORTAR-LOTES
001500             THRU 4000-EXPORTAR-LOTES-EXIT
001510     END-IF.
001520     PERFORM 9000-FINALIZAR
001530         THRU 9000-FINALIZAR-EXIT.
001540     GO TO 9999-ENCERRAR.

001550*----------------------------------------------------------------*
001560* ABRE A INTERFACE E O RELATORIO E LE O PRIMEIRO LANCAMENTO. A   *
001570* INTERFACE E OPCIONAL: SEM ARQUIVO NAO HA O QUE FECHAR          *
001580*----------------------------------------------------------------*
001590 1000-INICIALIZAR.
001600     OPEN INPUT LANCAMENTOS-CONTABEIS-FILE.
001610     IF NOT LANCAMENTOS-FILE-OK
001620         DISPLAY "FECCTB: ERRO AO ABRIR LANCAMENTOS-CONTABEIS-"
001630                 "FILE - STATUS " STATUS-LANCAMENTOS-FILE
001640         MOVE 32 TO RETURN-CODE
001650         GO TO 9999-ENCERRAR
001660     END-IF.

001670     OPEN OUTPUT RELATORIO-FILE.
001680     IF NOT RELATORIO-FILE-OK
001690         DISPLAY "FECCTB: ERRO AO ABRIR RELATORIO-CONTABIL-FILE "
001700                 "- STATUS " STATUS-RELATORIO-FILE
001710         MOVE 12 TO RETURN-CODE
001720         GO TO 9999-ENCERRAR
001730     END-IF.

001740     ACCEPT DATA-EXECUCAO-CONTABIL FROM DATE YYYYMMDD.

001750     PERFORM 2100-LER-LANCAMENTO
001760         THRU 2100-LER-LANCAMENTO-EXIT.
001770 1000-INICIALIZAR-EXIT.
001780     EXIT.

001790*----------------------------------------------------------------*
001800* SOMA O LANCAMENTO NO TOTAL DO SEU LOTE. NATUREZA QUE NAO SEJA  *
001810* D OU C, OU VALOR NAO NUMERICO, CONTA COMO INVALIDO E IMPEDE A  *
001820* EXPORTACAO                                                     *
001830*----------------------------------------------------------------*
001840 2000-TOTALIZAR-LANCAMENTOS.
001850     ADD 1 TO CONTADOR-LANCTOS-LIDOS.

001860     IF VALOR-LANCAMENTO NOT NUMERIC
001870        OR NOT (LANCAMENTO-DEBITO OR LANCAMENTO-CREDITO)
001880         ADD 1 TO CONTADOR-LANCTOS-INVALIDOS
001890         DISPLAY "FECCTB: LANCAMENTO INVALIDO NO LOTE "
001900                 LOTE-LANCAMENTO " SEQ " SEQUENCIA-LANCAMENTO
001910         GO TO 2000-LER-PROXIMO
001920     END-IF.

001930     MOVE LOTE-LANCAMENTO TO LOTE-PROCURADO.
001940     PERFORM 2200-LOCALIZAR-LOTE
001950         THRU 2200-LOCALIZAR-LOTE-EXIT.
001960     IF NOT LOTE-ACHADO
001970         GO TO 2000-LER-PROXIMO.

001980     ADD 1 TO LOTE-QTD-LANCTOS (IDX-LOTE).
001990     IF LANCAMENTO-DEBITO
002000         ADD VALOR-LANCAMENTO TO LOTE-DEBITOS (IDX-LOTE)
002010         ADD VALOR-LANCAMENTO TO TOTAL-DEBITOS
002020     ELSE
002030         ADD VALOR-LANCAMENTO TO LOTE-CREDITOS (IDX-LOTE)
002040         ADD VALOR-LANCAMENTO TO TOTAL-CREDITOS
002050     END-IF.

002060 2000-LER-PROXIMO.
002070     PERFORM 2100-LER-LANCAMENTO
002080         THRU 2100-LER-LANCAMENTO-EXIT.
002090 2000-TOTALIZAR-LANCAMENTOS-EXIT.
002100     EXIT.

002110 2100-LER-LANCAMENTO.
002120     READ LANCAMENTOS-CONTABEIS-FILE
002130         AT END
002140             SET LANCAMENTOS-FILE-FIM TO TRUE
002150     END-READ.
002160 2100-LER-LANCAMENTO-EXIT.
002170     EXIT.

002180*----------------------------------------------------------------*
002190* PROCURA O LOTE DO LANCAMENTO NA TABELA E, SE AINDA NAO ESTA,   *
002200* ABRE UMA ENTRADA NOVA. TABELA CHEIA CONTA O LANCAMENTO COMO    *
002210* INVALIDO, PARA QUE NADA SEJA EXPORTADO SEM PROVA               *
002220*----------------------------------------------------------------*
002230 2200-LOCALIZAR-LOTE.
002240     MOVE "N" TO MARCA-LOTE-ACHADO.
002250     PERFORM 2210-COMPARAR-LOTE
002260         THRU 2210-COMPARAR-LOTE-EXIT
002270         VARYING IDX-LOTE FROM 1 BY 1
002280         UNTIL IDX-LOTE > QTD-LOTES
002290            OR LOTE-ACHADO.
002300     IF LOTE-ACHADO
002310         SET IDX-LOTE DOWN BY 1
002320         GO TO 2200-LOCALIZAR-LOTE-EXIT
002330     END-IF.

002340     IF QTD-LOTES NOT < MAXIMO-LOTES
002350         ADD 1 TO CONTADOR-LANCTOS-INVALIDOS
002360         DISPLAY "FECCTB: TABELA DE LOTES CHEIA - LOTE "
002370                 LOTE-PROCURADO " NAO TOTALIZADO"
002380         GO TO 2200-LOCALIZAR-LOTE-EXIT
002390     END-IF.

002400     ADD 1 TO QTD-LOTES.
002410     SET IDX-LOTE TO QTD-LOTES.
002420     MOVE LOTE-PROCURADO TO LOTE-TABELA (IDX-LOTE).
002430     MOVE ZERO TO LOTE-QTD-LANCTOS (IDX-LOTE)
002440                  LOTE-DEBITOS (IDX-LOTE)
002450                  LOTE-CREDITOS (IDX-LOTE).
002460     SET LOTE-ACHADO TO TRUE.
002470 2200-LOCALIZAR-LOTE-EXIT.
002480     EXIT.

002490 2210-COMPARAR-LOTE.
002500     IF LOTE-TABELA (IDX-LOTE) = LOTE-PROCURADO
002510         SET LOTE-ACHADO TO TRUE.
002520 2210-COMPARAR-LOTE-EXIT.
002530     EXIT.

002540*----------------------------------------------------------------*
002550* IMPRIME A PROVA POR LOTE (QUANTIDADE, DEBITOS, CREDITOS E      *
002560* SITUACAO) E OS TOTAIS. A EXPORTACAO SO E LIBERADA COM PELO     *
002570* MENOS UM LANCAMENTO, NENHUM INVALIDO E TODOS OS LOTES FECHADOS *
002580*----------------------------------------------------------------*
002590 3000-IMPRIMIR-PROVA.
002600     MOVE SPACES TO RELATORIO-LINHA.
002610     STRING "COMBRATEC - FECHAMENTO CONTABIL       DATA: "
002620             DATA-EXECUCAO-CONTABIL
002630             DELIMITED BY SIZE INTO RELATORIO-LINHA.
002640     WRITE RELATORIO-LINHA.

002650     MOVE SPACES TO RELATORIO-LINHA.
002660     WRITE RELATORIO-LINHA.

002670     IF CONTADOR-LANCTOS-LIDOS = ZERO
002680         MOVE "NENHUM LANCAMENTO NA INTERFACE - NADA A EXPORTAR"
002690             TO RELATORIO-LINHA
002700         WRITE RELATORIO-LINHA
002710         GO TO 3000-IMPRIMIR-PROVA-EXIT
002720     END-IF.

002730     MOVE SPACES TO RELATORIO-LINHA.
002740     STRING "LOTE                      QTD        DEBITOS"
002750             "       CREDITOS" DELIMITED BY SIZE
002760             INTO RELATORIO-LINHA.
002770     MOVE "SITUACAO" TO RELATORIO-LINHA (70:8).
002780     WRITE RELATORIO-LINHA.

002790     PERFORM 3100-IMPRIMIR-LOTE
002800         THRU 3100-IMPRIMIR-LOTE-EXIT
002810         VARYING IDX-LOTE FROM 1 BY 1
002820         UNTIL IDX-LOTE > QTD-LOTES.

002830     MOVE SPACES TO RELATORIO-LINHA.
002840     WRITE RELATORIO-LINHA.

002850     MOVE CONTADOR-LANCTOS-LIDOS TO QTD-EDITADA.
002860     MOVE TOTAL-DEBITOS TO VALOR-EDITADO-D.
002870     MOVE TOTAL-CREDITOS TO VALOR-EDITADO-C.
002880     MOVE SPACES TO RELATORIO-LINHA.
002890     STRING "TOTAL                  " QTD-EDITADA " "
002900             VALOR-EDITADO-D " " VALOR-EDITADO-C
002910             DELIMITED BY SIZE INTO RELATORIO-LINHA.
002920     WRITE RELATORIO-LINHA.

002930     MOVE SPACES TO RELATORIO-LINHA.
002940     STRING "LANCAMENTOS INVALIDOS: " CONTADOR-LANCTOS-INVALIDOS
002950             DELIMITED BY SIZE INTO RELATORIO-LINHA.
002960     WRITE RELATORIO-LINHA.

002970     MOVE SPACES TO RELATORIO-LINHA.
002980     STRING "LOTES COM DIFERENCA..: " CONTADOR-LOTES-DIFERENCA
002990             DELIMITED BY SIZE INTO RELATORIO-LINHA.
003000     WRITE RELATORIO-LINHA.

003010     IF CONTADOR-LANCTOS-INVALIDOS = ZERO
003020        AND CONTADOR-LOTES-DIFERENCA = ZERO
003030         SET EXPORTAR-LOTES TO TRUE
003040         MOVE "CONFERENCIA..........: OK - LOTES EXPORTADOS"
003050             TO RELATORIO-LINHA
003060     ELSE
003070         MOVE "CONFERENCIA..........: DIVERGENTE - NADA EXPORTADO"
003080             TO RELATORIO-LINHA
003090         MOVE 33 TO RETURN-CODE
003100     END-IF.
003110     WRITE RELATORIO-LINHA.
003120 3000-IMPRIMIR-PROVA-EXIT.
003130     EXIT.

003140 3100-IMPRIMIR-LOTE.
003150     MOVE LOTE-QTD-LANCTOS (IDX-LOTE) TO QTD-EDITADA.
003160     MOVE LOTE-DEBITOS (IDX-LOTE) TO VALOR-EDITADO-D.
003170     MOVE LOTE-CREDITOS (IDX-LOTE) TO VALOR-EDITADO-C.
003180     MOVE SPACES TO RELATORIO-LINHA.
003190     STRING LOTE-TABELA (IDX-LOTE) " " QTD-EDITADA " "
003200             VALOR-EDITADO-D " " VALOR-EDITADO-C
003210             DELIMITED BY SIZE INTO RELATORIO-LINHA.
003220     IF LOTE-DEBITOS (IDX-LOTE) = LOTE-CREDITOS (IDX-LOTE)
003230         MOVE "OK" TO RELATORIO-LINHA (70:2)
003240     ELSE
003250         MOVE "DIFERENCA" TO RELATORIO-LINHA (70:9)
003260         ADD 1 TO CONTADOR-LOTES-DIFERENCA
003270     END-IF.
003280     WRITE RELATORIO-LINHA.
003290 3100-IMPRIMIR-LOTE-EXIT.
003300     EXIT.

003310*----------------------------------------------------------------*
003320* RELE A INTERFACE E GRAVA O ARQUIVO DE IMPORTACAO DO RAZAO, COM *
003330* HEADER E TRAILER A CADA QUEBRA DE LOTE (CADA RODADA DE UM      *
003340* PROGRAMA GRAVA O SEU LOTE EM SEQUENCIA). NO FIM ESVAZIA A      *
003350* INTERFACE, PARA QUE O MESMO LOTE NAO SEJA IMPORTADO DUAS VEZES *
003360*----------------------------------------------------------------*
003370 4000-EXPORTAR-LOTES.
003380     OPEN INPUT LANCAMENTOS-CONTABEIS-FILE.
003390     IF NOT LANCAMENTOS-FILE-OK
003400         DISPLAY "FECCTB: ERRO AO REABRIR LANCAMENTOS-CONTABEIS-"
003410                 "FILE - STATUS " STATUS-LANCAMENTOS-FILE
003420         MOVE 32 TO RETURN-CODE
003430         GO TO 4000-EXPORTAR-LOTES-EXIT
003440     END-IF.

003450     OPEN OUTPUT IMPORTACAO-CONTABIL-FILE.
003460     IF NOT IMPORTACAO-FILE-OK
003470         DISPLAY "FECCTB: ERRO AO ABRIR IMPORTACAO-CONTABIL-FILE "
003480                 "- STATUS " STATUS-IMPORTACAO-FILE
003490         MOVE 32 TO RETURN-CODE
003500         CLOSE LANCAMENTOS-CONTABEIS-FILE
003510         GO TO 4000-EXPORTAR-LOTES-EXIT
003520     END-IF.

003530     MOVE SPACES TO LOTE-ANTERIOR.
003540     MOVE "00" TO STATUS-LANCAMENTOS-FILE.
003550     PERFORM 2100-LER-LANCAMENTO
003560         THRU 2100-LER-LANCAMENTO-EXIT.
003570     PERFORM 4100-EXPORTAR-LANCAMENTO
003580         THRU 4100-EXPORTAR-LANCAMENTO-EXIT
003590         UNTIL LANCAMENTOS-FILE-FIM.
003600     IF LOTE-ANTERIOR NOT = SPACES
003610         PERFORM 4300-GRAVAR-TRAILER
003620             THRU 4300-GRAVAR-TRAILER-EXIT
003630     END-IF.

003640     CLOSE IMPORTACAO-CONTABIL-FILE.
003650     CLOSE LANCAMENTOS-CONTABEIS-FILE.

003660     OPEN OUTPUT LANCAMENTOS-CONTABEIS-FILE.
003670     IF NOT LANCAMENTOS-FILE-OK
003680         DISPLAY "FECCTB: ERRO AO ESVAZIAR LANCAMENTOS-CONTABEIS-"
003690                 "FILE - STATUS " STATUS-LANCAMENTOS-FILE
003700         MOVE 32 TO RETURN-CODE
003710         GO TO 4000-EXPORTAR-LOTES-EXIT
003720     END-IF.
003730     CLOSE LANCAMENTOS-CONTABEIS-FILE.
003740 4000-EXPORTAR-LOTES-EXIT.
003750     EXIT.

003760 4100-EXPORTAR-LANCAMENTO.
003770     IF LOTE-LANCAMENTO NOT = LOTE-ANTERIOR
003780         IF LOTE-ANTERIOR NOT = SPACES
003790             PERFORM 4300-GRAVAR-TRAILER
003800                 THRU 4300-GRAVAR-TRAILER-EXIT
003810         END-IF
003820         PERFORM 4200-GRAVAR-HEADER
003830             THRU 4200-GRAVAR-HEADER-EXIT
003840     END-IF.

003850     MOVE LOTE-LANCAMENTO TO LOTE-DETALHE.
003860     MOVE SEQUENCIA-LANCAMENTO TO SEQUENCIA-DETALHE.
003870     MOVE CONTA-LANCAMENTO TO CONTA-DETALHE.
003880     MOVE NATUREZA-LANCAMENTO TO NATUREZA-DETALHE.
003890     MOVE VALOR-LANCAMENTO TO VALOR-DETALHE.
003900     MOVE DATA-LANCAMENTO TO DATA-DETALHE.
003910     MOVE TIPO-DOCUMENTO-LANCAMENTO TO TIPO-DOCUMENTO-DETALHE.
003920     MOVE NUMERO-DOCUMENTO-LANCAMENTO TO NUMERO-DOCUMENTO-DETALHE.
003930     WRITE IMPORTACAO-LINHA FROM IMPORTACAO-DETALHE.
003940     ADD 1 TO CONTADOR-LANCTOS-EXPORTADOS.

003950     PERFORM 2100-LER-LANCAMENTO
003960         THRU 2100-LER-LANCAMENTO-EXIT.
003970 4100-EXPORTAR-LANCAMENTO-EXIT.
003980     EXIT.

003990 4200-GRAVAR-HEADER.
004000     MOVE LOTE-LANCAMENTO TO LOTE-ANTERIOR.
004010     MOVE LOTE-LANCAMENTO TO LOTE-HEADER.
004020     MOVE DATA-EXECUCAO-CONTABIL TO DATA-GERACAO-HEADER.
004030     WRITE IMPORTACAO-LINHA FROM IMPORTACAO-HEADER.
004040 4200-GRAVAR-HEADER-EXIT.
004050     EXIT.

004060*    OS TOTAIS DO TRAILER VEM DA TABELA DA PROVA, QUE JA CONFERIU
004070*    DEBITOS = CREDITOS PARA O LOTE.
004080 4300-GRAVAR-TRAILER.
004090     MOVE LOTE-ANTERIOR TO LOTE-PROCURADO.
004100     PERFORM 2200-LOCALIZAR-LOTE
004110         THRU 2200-LOCALIZAR-LOTE-EXIT.
004120     MOVE LOTE-ANTERIOR TO LOTE-TRAILER.
004130     MOVE LOTE-QTD-LANCTOS (IDX-LOTE) TO QTD-LANCTOS-TRAILER.
004140     MOVE LOTE-DEBITOS (IDX-LOTE) TO DEBITOS-TRAILER.
004150     MOVE LOTE-CREDITOS (IDX-LOTE) TO CREDITOS-TRAILER.
004160     WRITE IMPORTACAO-LINHA FROM IMPORTACAO-TRAILER.
004170 4300-GRAVAR-TRAILER-EXIT.
004180     EXIT.

004190*----------------------------------------------------------------*
004200* FECHA O RELATORIO E ENCERRA O FECHAMENTO CONTABIL              *
004210*----------------------------------------------------------------*
004220 9000-FINALIZAR.
004230     CLOSE RELATORIO-FILE.
004240     DISPLAY "FECCTB: FECHAMENTO CONTABIL CONCLUIDO - EXPORTADOS "
004250             CONTADOR-LANCTOS-EXPORTADOS.
004260 9000-FINALIZAR-EXIT.
004270     EXIT.

004280 9999-ENCERRAR.
004290     STOP RUN.

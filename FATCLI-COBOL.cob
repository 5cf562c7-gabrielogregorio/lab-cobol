000590*>             SUBPROGRAMA DATECALC (SOMA DE DIAS COM VIRADA    <*
000600*>             DE MES, DE ANO E BISSEXTO), NO LUGAR DA TABELA   <*
000610*>             LOCAL DE DIAS POR MES SEM BISSEXTO.              <*
000611*> 15/10/2026 GGS FATURAMENTO POR PERIODO: O CARTAO DE          <*
000612*>             PARAMETROS TRAZ FATURA-DATA-DE E FATURA-DATA-ATE <*
000613*>             E SO ENTRAM NA FATURA OS MOVIMENTOS DO PERIODO   <*
000614*>             AINDA NAO FATURADOS. CADA MOVIMENTO COBRADO E    <*
000615*>             CARIMBADO COM O NUMERO DA FATURA (NUMERO-FATURA- <*
000616*>             COMPRA), DE MODO QUE A RERODADA DO MESMO PERIODO <*
000617*>             NAO COBRA DUAS VEZES; CLIENTE SEM MOVIMENTO A    <*
000618*>             FATURAR NAO RECEBE FATURA NEM CONSOME NUMERO.    <*
000619*> 15/10/2026 GGS FATURA PASSA A SER REGISTRADA COMO DOCUMENTO  <*
000620*>             "F", SEM FATURA DE ORIGEM E SEM CREDITO ABATIDO, <*
000621*>             AO LADO DAS NOTAS DE CREDITO DA DEVOLUCAO DE     <*
000622*>             MERCADORIA (DEVFAT).                             <*
000623*> 15/10/2026 GGS SALDO CREDOR DO CLIENTE (CREDITOS-CLIENTE-    <*
000624*>             FILE, EXCESSO DE PAGAMENTO OU DE DEVOLUCAO) E    <*
000625*>             CONSUMIDO NA FATURA EMITIDA: ENTRA COMO VALOR JA <*
000626*>             PAGO, A FATURA MOSTRA O SALDO A PAGAR E, SE O    <*
000627*>             CREDITO COBRE TUDO, JA NASCE LIQUIDADA.          <*
000628*> 15/10/2026 GGS FATURA REGISTRADA PASSA A GUARDAR O BRUTO, O  <*
000629*>             DESCONTO E O IMPOSTO, E CADA FATURA GERA OS      <*
000630*>             LANCAMENTOS CONTABEIS EM LANCAMENTOS-CONTABEIS-  <*
000631*>             FILE (DEBITO EM CLIENTES E DESCONTOS CONCEDIDOS, <*
000632*>             CREDITO EM RECEITA DE VENDAS E IMPOSTO A         <*
000633*>             RECOLHER); O SALDO CREDOR CONSUMIDO E LANCADO    <*
000634*>             CONTRA CLIENTES. A RODADA INTEIRA E UM LOTE.     <*
000635*>                                                              <*
000636*********************FIM DOCUMENTACAO*****************************
000640******************************************************************

000650*================================================================*
001030            RECORD KEY     IS CHAVE-PRECO
001040            FILE STATUS    IS STATUS-PRECOS-FILE.

001041     SELECT OPTIONAL CREDITOS-CLIENTE-FILE
001042            ASSIGN TO "CREDITOS-CLIENTE-FILE"
001043            ORGANIZATION   IS INDEXED
001044            ACCESS MODE    IS RANDOM
001045            RECORD KEY     IS RG-CREDITO
001046            FILE STATUS    IS STATUS-CREDITOS-FILE.

001047     SELECT OPTIONAL LANCAMENTOS-CONTABEIS-FILE
001048            ASSIGN TO "LANCAMENTOS-CONTABEIS-FILE"
001049            ORGANIZATION   IS LINE SEQUENTIAL
001050            FILE STATUS    IS STATUS-LANCAMENTOS-FILE.

001051     SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS-FILE"
001052            ORGANIZATION   IS LINE SEQUENTIAL
001053            FILE STATUS    IS STATUS-PARAMETROS-FILE.

001054*================================================================*
001060 DATA                                DIVISION.
001070*================================================================*
001080 FILE                                SECTION.
001240     LABEL RECORD IS STANDARD.
001250     COPY PRECO.

001251 FD  CREDITOS-CLIENTE-FILE
001252     LABEL RECORD IS STANDARD.
001253     COPY CREDITO.

001254 FD  LANCAMENTOS-CONTABEIS-FILE.
001255     COPY LANCTO.

001260*    ARQUIVO DE NUMERACAO: REGISTRO UNICO COM O ULTIMO NUMERO DE
001270*    FATURA JA USADO; O PROXIMO FATURAMENTO CONTINUA DALI.
001280 FD  NUMERACAO-FATURA-FILE.
001290 01  NUMERACAO-REG.
001300     02 ULTIMO-NUMERO-NUMERACAO PIC 9(08).

001301*    CARTAO DE PARAMETROS: PALAVRA-CHAVE NAS COLUNAS 1-20 E O
001302*    VALOR A PARTIR DA COLUNA 21, NO FORMATO FIXO DE CADA
001303*    PARAMETRO (NUMERICOS COM ZEROS A ESQUERDA).
001304 FD  PARAMETROS-FILE.
001305 01  PARAMETRO-CARTAO.
001306     02 PARAMETRO-NOME         PIC X(20).
001307     02 PARAMETRO-VALOR        PIC X(60).

001310*----------------------------------------------------------------*
001320 WORKING-STORAGE                             SECTION.
001330*----------------------------------------------------------------*
001420 77  MARCA-FIM-COMPRAS-CLI PIC X(01) VALUE "N".
001430     88 COMPRAS-CLIENTE-FIM       VALUE "S".

001433 77  MARCA-MOVIMENTO-FATURADO PIC X(01) VALUE "N".
001436     88 MOVIMENTO-JA-FATURADO    VALUE "S".

001440****************** CONTROLE DO CATALOGO DE PRODUTOS **************
001450 77  STATUS-PRODUTO-FILE   PIC X(02) VALUE "00".
001460     88 PRODUTO-FILE-OK           VALUE "00".
001550     88 NUMERACAO-FILE-OK        VALUE "00" "05".
001560     88 NUMERACAO-FILE-FIM       VALUE "10".

001561************** CONTROLE DO SALDO CREDOR DOS CLIENTES *************
001562 77  STATUS-CREDITOS-FILE  PIC X(02) VALUE "00".
001563     88 CREDITOS-FILE-OK         VALUE "00" "05".

001564 77  MARCA-CREDITO-CLIENTE PIC X(01) VALUE "N".
001565     88 CLIENTE-TEM-CREDITO      VALUE "S".

001566************** CONTROLE DA INTERFACE COM A CONTABILIDADE *********
001567 77  STATUS-LANCAMENTOS-FILE PIC X(02) VALUE "00".
001568     88 LANCAMENTOS-FILE-OK      VALUE "00" "05".

001569*    LOTE CONTABIL DA RODADA E LANCAMENTO A GRAVAR: O DOCUMENTO
001570*    (TIPO, NUMERO, RG E DATA) VALE PARA TODAS AS PARTIDAS DELE.
001571 01  LOTE-CONTABIL.
001572     02 ORIGEM-LOTE-CONTABIL   PIC X(06) VALUE "FATCLI".
001573     02 DATA-LOTE-CONTABIL     PIC 9(08) VALUE ZERO.
001574     02 HORA-LOTE-CONTABIL     PIC 9(08) VALUE ZERO.

001575 77  SEQUENCIA-LOTE-CONTABIL PIC 9(06) VALUE ZERO.
001576 77  CONTA-A-LANCAR        PIC X(10) VALUE SPACES.
001577 77  NATUREZA-A-LANCAR     PIC X(01) VALUE SPACE.
001578 77  VALOR-A-LANCAR        PIC 9(09)V99 VALUE ZERO.
001579 77  DATA-A-LANCAR         PIC 9(08) VALUE ZERO.
001580 77  TIPO-DOCUMENTO-A-LANCAR PIC X(02) VALUE SPACES.
001581 77  DOCUMENTO-A-LANCAR    PIC 9(08) VALUE ZERO.
001582 77  RG-A-LANCAR           PIC X(15) VALUE SPACES.

001583****************** PLANO DE CONTAS DA CONTABILIDADE **************
001584     COPY CONTAS.

001585**************** CONTROLE DO HISTORICO DE PRECOS *****************
001586 77  STATUS-PRECOS-FILE    PIC X(02) VALUE "00".
001590     88 PRECOS-FILE-OK          VALUE "00" "05".
001600     88 PRECOS-FILE-FIM         VALUE "10".

001680 77  PRAZO-PAGAMENTO-DIAS  PIC 9(03) VALUE 30.
001690 77  DATA-VENCIMENTO-CALCULADA PIC 9(08) VALUE ZERO.

001691 77  MARCA-FATURA-INICIADA PIC X(01) VALUE "N".
001692     88 FATURA-INICIADA          VALUE "S".

001693**************** CARTAO DE PARAMETROS DO FATURAMENTO *************
001694 77  STATUS-PARAMETROS-FILE PIC X(02) VALUE "00".
001695     88 PARAMETROS-FILE-OK        VALUE "00".
001696     88 PARAMETROS-FILE-FIM       VALUE "10".

001697 77  DATA-PERIODO-DE       PIC 9(08) VALUE ZERO.
001698 77  DATA-PERIODO-ATE      PIC 9(08) VALUE ZERO.

001700**************** AREA DE COMUNICACAO DO DATECALC *****************
001710     COPY DATECALC.

001840 77  VALOR-LIQUIDO-CLIENTE     PIC 9(07)V99 VALUE ZERO.
001850 77  VALOR-IMPOSTO-CLIENTE     PIC 9(07)V99 VALUE ZERO.
001860 77  VALOR-FATURA-CLIENTE      PIC 9(07)V99 VALUE ZERO.
001863 77  VALOR-CREDITO-USADO       PIC 9(07)V99 VALUE ZERO.
001866 77  VALOR-A-PAGAR-CLIENTE     PIC 9(07)V99 VALUE ZERO.

001870*********************** TOTAIS DO RESUMO *************************
001880 77  CONTADOR-FATURAS          PIC 9(04) VALUE ZERO.
001885 77  CONTADOR-SEM-MOVIMENTO    PIC 9(04) VALUE ZERO.
001890 77  TOTAL-BRUTO-GERAL         PIC 9(09)V99 VALUE ZERO.
001900 77  TOTAL-DESCONTO-GERAL      PIC 9(09)V99 VALUE ZERO.
001910 77  TOTAL-IMPOSTO-GERAL       PIC 9(09)V99 VALUE ZERO.
001920 77  TOTAL-FATURADO-GERAL      PIC 9(09)V99 VALUE ZERO.
001925 77  TOTAL-CREDITO-USADO       PIC 9(09)V99 VALUE ZERO.

001930************************ EDICAO DE VALORES ***********************
001940 77  VALOR-EDITADO             PIC ZZZZZZ9.99 VALUE ZERO.
002160* ABRE OS ARQUIVOS E LE O PRIMEIRO CLIENTE DO MESTRE             *
002170*----------------------------------------------------------------*
002180 1000-INICIALIZAR.
002182     ACCEPT DATA-FATURAMENTO FROM DATE YYYYMMDD.
002184     PERFORM 1200-LER-PARAMETROS
002186         THRU 1200-LER-PARAMETROS-EXIT.

002190     OPEN INPUT CLIENTE-FILE.
002200     IF NOT CLIENTE-FILE-OK
002210         DISPLAY "FATCLI: ERRO AO ABRIR CLIENTE-FILE - STATUS "
002240         GO TO 9999-ENCERRAR
002250     END-IF.

002260     OPEN I-O COMPRAS-FILE.
002270     IF NOT COMPRAS-FILE-OK
002280         DISPLAY "FATCLI: ERRO AO ABRIR COMPRAS-FILE - STATUS "
002290                 STATUS-COMPRAS-FILE
002610         GO TO 9999-ENCERRAR
002620     END-IF.

002621     OPEN I-O CREDITOS-CLIENTE-FILE.
002622     IF NOT CREDITOS-FILE-OK
002623         DISPLAY "FATCLI: ERRO AO ABRIR CREDITOS-CLIENTE-FILE - "
002624                 "STATUS " STATUS-CREDITOS-FILE
002625         MOVE 29 TO RETURN-CODE
002626         GO TO 9999-ENCERRAR
002627     END-IF.

002628     OPEN EXTEND LANCAMENTOS-CONTABEIS-FILE.
002629     IF NOT LANCAMENTOS-FILE-OK
002630         DISPLAY "FATCLI: ERRO AO ABRIR LANCAMENTOS-CONTABEIS-"
002631                 "FILE - STATUS " STATUS-LANCAMENTOS-FILE
002632         MOVE 32 TO RETURN-CODE
002633         GO TO 9999-ENCERRAR
002634     END-IF.
002635     MOVE DATA-FATURAMENTO TO DATA-LOTE-CONTABIL.
002636     ACCEPT HORA-LOTE-CONTABIL FROM TIME.

002640     PERFORM 2100-LER-CLIENTE
002650         THRU 2100-LER-CLIENTE-EXIT.
002970     EXIT.

002980*----------------------------------------------------------------*
002981* LE E CRITICA O CARTAO DE PARAMETROS DO FATURAMENTO:            *
002982* FATURA-DATA-DE E FATURA-DATA-ATE DELIMITAM O PERIODO COBRADO.  *
002983* SEM FATURA-DATA-DE, ENTRA TODO MOVIMENTO PENDENTE ANTERIOR;    *
002984* SEM FATURA-DATA-ATE, O PERIODO FECHA NA DATA DO FATURAMENTO    *
002985*----------------------------------------------------------------*
002986 1200-LER-PARAMETROS.
002987     OPEN INPUT PARAMETROS-FILE.
002988     IF NOT PARAMETROS-FILE-OK
002989         DISPLAY "FATCLI: ERRO AO ABRIR PARAMETROS-FILE - STATUS "
002990                 STATUS-PARAMETROS-FILE
002991         MOVE 17 TO RETURN-CODE
002992         GO TO 9999-ENCERRAR
002993     END-IF.
002994     PERFORM 1210-LER-CARTAO
002995         THRU 1210-LER-CARTAO-EXIT
002996         UNTIL PARAMETROS-FILE-FIM.
002997     CLOSE PARAMETROS-FILE.

002998     IF DATA-PERIODO-ATE = ZERO
002999         MOVE DATA-FATURAMENTO TO DATA-PERIODO-ATE
003000     END-IF.
003001     IF DATA-PERIODO-DE > DATA-PERIODO-ATE
003002         DISPLAY "FATCLI: PERIODO DE FATURAMENTO INVERTIDO - DE "
003003                 DATA-PERIODO-DE " ATE " DATA-PERIODO-ATE
003004         MOVE 18 TO RETURN-CODE
003005         GO TO 9999-ENCERRAR
003006     END-IF.
003007 1200-LER-PARAMETROS-EXIT.
003008     EXIT.

003009 1210-LER-CARTAO.
003010     READ PARAMETROS-FILE
003011         AT END
003012             SET PARAMETROS-FILE-FIM TO TRUE
003013         NOT AT END
003014             PERFORM 1220-APLICAR-PARAMETRO
003015                 THRU 1220-APLICAR-PARAMETRO-EXIT
003016     END-READ.
003017 1210-LER-CARTAO-EXIT.
003018     EXIT.

003019 1220-APLICAR-PARAMETRO.
003020     IF PARAMETRO-CARTAO = SPACES
003021         GO TO 1220-APLICAR-PARAMETRO-EXIT.

003022     IF PARAMETRO-NOME = "FATURA-DATA-DE"
003023         IF PARAMETRO-VALOR (1:8) NOT NUMERIC
003024             DISPLAY "FATCLI: FATURA-DATA-DE INVALIDA - "
003025                     PARAMETRO-VALOR (1:8)
003026             MOVE 18 TO RETURN-CODE
003027             GO TO 9999-ENCERRAR
003028         ELSE
003029             MOVE PARAMETRO-VALOR (1:8) TO DATA-PERIODO-DE
003030         END-IF
003031         MOVE DATA-PERIODO-DE TO DATECALC-DATA-1
003032         SET DATECALC-VALIDAR TO TRUE
003033         CALL "DATECALC" USING DATECALC-PARAMETROS
003034         IF DATECALC-DATA-INVALIDA
003035             DISPLAY "FATCLI: FATURA-DATA-DE IMPOSSIVEL - "
003036                     DATA-PERIODO-DE
003037             MOVE 18 TO RETURN-CODE
003038             GO TO 9999-ENCERRAR
003039         END-IF
003040         GO TO 1220-APLICAR-PARAMETRO-EXIT.

003041     IF PARAMETRO-NOME = "FATURA-DATA-ATE"
003042         IF PARAMETRO-VALOR (1:8) NOT NUMERIC
003043             DISPLAY "FATCLI: FATURA-DATA-ATE INVALIDA - "
003044                     PARAMETRO-VALOR (1:8)
003045             MOVE 18 TO RETURN-CODE
003046             GO TO 9999-ENCERRAR
003047         ELSE
003048             MOVE PARAMETRO-VALOR (1:8) TO DATA-PERIODO-ATE
003049         END-IF
003050         MOVE DATA-PERIODO-ATE TO DATECALC-DATA-1
003051         SET DATECALC-VALIDAR TO TRUE
003052         CALL "DATECALC" USING DATECALC-PARAMETROS
003053         IF DATECALC-DATA-INVALIDA
003054             DISPLAY "FATCLI: FATURA-DATA-ATE IMPOSSIVEL - "
003055                     DATA-PERIODO-ATE
003056             MOVE 18 TO RETURN-CODE
003057             GO TO 9999-ENCERRAR
003058         END-IF
003059         GO TO 1220-APLICAR-PARAMETRO-EXIT.

003060*    CARTOES DE OUTROS PROGRAMAS NO MESMO ARQUIVO SAO IGNORADOS.
003061 1220-APLICAR-PARAMETRO-EXIT.
003062     EXIT.

003063*----------------------------------------------------------------*
003064* EMITE A FATURA DE UM CLIENTE: PRECIFICA OS MOVIMENTOS DO       *
003065* PERIODO AINDA NAO FATURADOS, APLICA A FAIXA DE DESCONTO POR    *
003066* VOLUME E O IMPOSTO, E AVANCA PARA O PROXIMO CLIENTE DO MESTRE. *
003067* O NUMERO DA FATURA E O CABECALHO SO SAEM NO PRIMEIRO           *
003068* MOVIMENTO A FATURAR; CLIENTE SEM NADA PENDENTE NO PERIODO E    *
003069* APENAS CONTADO                                                 *
003070*----------------------------------------------------------------*
003071 2000-FATURAR-CLIENTES.
003072     MOVE ZERO TO VALOR-BRUTO-CLIENTE.
003073     MOVE ZERO TO QUANTIDADE-TOTAL-CLIENTE.
003074     MOVE "N" TO MARCA-FATURA-INICIADA.

003090     MOVE "N" TO MARCA-FIM-COMPRAS-CLI.
003100     MOVE RG-CLIENTE TO RG-COMPRA.
003110     MOVE DATA-PERIODO-DE TO DATA-COMPRA.
003120     MOVE ZERO TO SEQUENCIA-COMPRA.
003130     START COMPRAS-FILE KEY IS NOT LESS THAN CHAVE-COMPRA
003140         INVALID KEY
003180         THRU 2300-PRECIFICAR-ITEM-EXIT
003190         UNTIL COMPRAS-CLIENTE-FIM.

003191     IF NOT FATURA-INICIADA
003192         ADD 1 TO CONTADOR-SEM-MOVIMENTO
003193         PERFORM 2100-LER-CLIENTE
003194             THRU 2100-LER-CLIENTE-EXIT
003195         GO TO 2000-FATURAR-CLIENTES-EXIT
003196     END-IF.

003200     PERFORM 2400-CALCULAR-TOTAIS-FATURA
003210         THRU 2400-CALCULAR-TOTAIS-FATURA-EXIT.

003213     PERFORM 2450-APURAR-CREDITO-CLIENTE
003216         THRU 2450-APURAR-CREDITO-CLIENTE-EXIT.

003220     PERFORM 2500-IMPRIMIR-TOTAIS-FATURA
003230         THRU 2500-IMPRIMIR-TOTAIS-FATURA-EXIT.

003260     PERFORM 2700-REGISTRAR-FATURA
003270         THRU 2700-REGISTRAR-FATURA-EXIT.

003272     PERFORM 2750-BAIXAR-CREDITO-CLIENTE
003274         THRU 2750-BAIXAR-CREDITO-CLIENTE-EXIT.

003276     PERFORM 2800-CONTABILIZAR-FATURA
003278         THRU 2800-CONTABILIZAR-FATURA-EXIT.

003280     ADD 1 TO CONTADOR-FATURAS.
003290     ADD VALOR-BRUTO-CLIENTE    TO TOTAL-BRUTO-GERAL.
003300     ADD VALOR-DESCONTO-CLIENTE TO TOTAL-DESCONTO-GERAL.
003310     ADD VALOR-IMPOSTO-CLIENTE  TO TOTAL-IMPOSTO-GERAL.
003320     ADD VALOR-FATURA-CLIENTE   TO TOTAL-FATURADO-GERAL.
003325     ADD VALOR-CREDITO-USADO    TO TOTAL-CREDITO-USADO.

003330     PERFORM 2100-LER-CLIENTE
003340         THRU 2100-LER-CLIENTE-EXIT.
003610     WRITE FATURA-LINHA.

003620     MOVE SPACES TO FATURA-LINHA.
003622     STRING "PERIODO: " DATA-PERIODO-DE " A " DATA-PERIODO-ATE
003624             DELIMITED BY SIZE INTO FATURA-LINHA.
003626     WRITE FATURA-LINHA.

003628     MOVE SPACES TO FATURA-LINHA.
003630     WRITE FATURA-LINHA.

003640     MOVE "   ITEM                      QTDE PRECO-UNIT    VALOR"
003700* LE O PROXIMO MOVIMENTO DO CLIENTE CORRENTE, PRECIFICA PELO     *
003710* CATALOGO E IMPRIME A LINHA DA FATURA; ITEM SEM PRECO NO        *
003720* CATALOGO SAI COM VALOR ZERO E OBSERVACAO, PARA O FATURAMENTO   *
003725* NAO PARAR POR CAUSA DE UM CADASTRO INCOMPLETO. MOVIMENTO FORA  *
003730* DO PERIODO OU JA FATURADO E PULADO; O COBRADO E CARIMBADO COM  *
003735* O NUMERO DA FATURA                                             *
003740*----------------------------------------------------------------*
003750 2300-PRECIFICAR-ITEM.
003760     READ COMPRAS-FILE NEXT RECORD
003820     IF RG-COMPRA NOT = RG-CLIENTE
003830         SET COMPRAS-CLIENTE-FIM TO TRUE
003840         GO TO 2300-PRECIFICAR-ITEM-EXIT.
003841     IF DATA-COMPRA > DATA-PERIODO-ATE
003842         SET COMPRAS-CLIENTE-FIM TO TRUE
003843         GO TO 2300-PRECIFICAR-ITEM-EXIT.
003844     IF NUMERO-FATURA-COMPRA NOT = ZERO
003845         PERFORM 2330-CONFERIR-FATURA-COMPRA
003846             THRU 2330-CONFERIR-FATURA-COMPRA-EXIT
003847         IF MOVIMENTO-JA-FATURADO
003848             GO TO 2300-PRECIFICAR-ITEM-EXIT
003849         END-IF
003850     END-IF.

003851     IF NOT FATURA-INICIADA
003852         SET FATURA-INICIADA TO TRUE
003853         ADD 1 TO ULTIMO-NUMERO-FATURA
003854         PERFORM 2200-IMPRIMIR-CABECALHO-FATURA
003855             THRU 2200-IMPRIMIR-CABECALHO-FATURA-EXIT
003856     END-IF.

003857     MOVE ITEM-CODIGO-COMPRA TO CODIGO-PRODUTO.
003860     READ PRODUTO-FILE
003870         INVALID KEY
003880             MOVE ZERO TO PRECO-UNITARIO-PRODUTO
004160                 DELIMITED BY SIZE INTO FATURA-LINHA
004170     END-IF.
004180     WRITE FATURA-LINHA.

004181     MOVE ULTIMO-NUMERO-FATURA TO NUMERO-FATURA-COMPRA.
004182     REWRITE COMPRA
004183         INVALID KEY
004184             DISPLAY "FATCLI: MOVIMENTO SUMIU NA MARCACAO - "
004185                     CHAVE-COMPRA
004186             MOVE 19 TO RETURN-CODE
004187             GO TO 9999-ENCERRAR
004188     END-REWRITE.
004189     IF NOT COMPRAS-FILE-OK
004190         DISPLAY "FATCLI: ERRO AO MARCAR MOVIMENTO " CHAVE-COMPRA
004191                 " - STATUS " STATUS-COMPRAS-FILE
004192         MOVE 19 TO RETURN-CODE
004193         GO TO 9999-ENCERRAR
004194     END-IF.
004195 2300-PRECIFICAR-ITEM-EXIT.
004200     EXIT.

004210*----------------------------------------------------------------*
004560     EXIT.

004570*----------------------------------------------------------------*
004571* CONFERE SE A FATURA CARIMBADA NO MOVIMENTO EXISTE NO MESTRE DE *
004572* CONTAS A RECEBER: CARIMBO DE UMA RODADA INTERROMPIDA ANTES DE  *
004573* REGISTRAR A FATURA NAO VALE, E O MOVIMENTO VOLTA A SER COBRADO *
004574* - NEM O DE UM NUMERO QUE, DEPOIS DA INTERRUPCAO, FOI PARA A    *
004575* FATURA DE OUTRO CLIENTE OU PARA UMA NOTA DE CREDITO            *
004576*----------------------------------------------------------------*
004577 2330-CONFERIR-FATURA-COMPRA.
004578     SET MOVIMENTO-JA-FATURADO TO TRUE.
004579     MOVE NUMERO-FATURA-COMPRA TO NUMERO-FATURA.
004580     READ FATURAS-FILE
004581         INVALID KEY
004582             MOVE "N" TO MARCA-MOVIMENTO-FATURADO
004583     END-READ.
004584     IF MOVIMENTO-JA-FATURADO
004585        AND (RG-FATURA NOT = RG-COMPRA OR NOT DOCUMENTO-FATURA)
004586         MOVE "N" TO MARCA-MOVIMENTO-FATURADO
004587     END-IF.
004588 2330-CONFERIR-FATURA-COMPRA-EXIT.
004589     EXIT.

004590*----------------------------------------------------------------*
004591* CALCULA DESCONTO POR VOLUME E IMPOSTO DA FATURA, USANDO A      *
004592* OPERACAO DE PERCENTUAL DO SUBPROGRAMA MATHCALC                 *
004600*----------------------------------------------------------------*
004610 2400-CALCULAR-TOTAIS-FATURA.
004620     IF QUANTIDADE-TOTAL-CLIENTE >= FAIXA-DESCONTO-MAIOR
004840     COMPUTE VALOR-FATURA-CLIENTE =
004850             VALOR-LIQUIDO-CLIENTE + VALOR-IMPOSTO-CLIENTE.
004860 2400-CALCULAR-TOTAIS-FATURA-EXIT.
004861     EXIT.

004862*----------------------------------------------------------------*
004863* APURA QUANTO DO SALDO CREDOR DO CLIENTE ENTRA NESTA FATURA     *
004864* (O SALDO TODO OU SO O VALOR DA FATURA, O QUE FOR MENOR) E O    *
004865* SALDO QUE RESTA A PAGAR; A BAIXA NO ARQUIVO DE CREDITOS SO E   *
004866* FEITA DEPOIS DE A FATURA ESTAR REGISTRADA                      *
004867*----------------------------------------------------------------*
004868 2450-APURAR-CREDITO-CLIENTE.
004869     MOVE ZERO TO VALOR-CREDITO-USADO.
004870     SET CLIENTE-TEM-CREDITO TO TRUE.
004871     MOVE RG-CLIENTE TO RG-CREDITO.
004872     READ CREDITOS-CLIENTE-FILE
004873         INVALID KEY
004874             MOVE "N" TO MARCA-CREDITO-CLIENTE
004875     END-READ.
004876     IF CLIENTE-TEM-CREDITO
004877         IF SALDO-CREDITO > VALOR-FATURA-CLIENTE
004878             MOVE VALOR-FATURA-CLIENTE TO VALOR-CREDITO-USADO
004879         ELSE
004880             MOVE SALDO-CREDITO TO VALOR-CREDITO-USADO
004881         END-IF
004882     END-IF.
004883     COMPUTE VALOR-A-PAGAR-CLIENTE =
004884             VALOR-FATURA-CLIENTE - VALOR-CREDITO-USADO.
004885 2450-APURAR-CREDITO-CLIENTE-EXIT.
004886     EXIT.

004887*----------------------------------------------------------------*
004890* IMPRIME O RODAPE DA FATURA: BRUTO, DESCONTO, LIQUIDO, IMPOSTO  *
004900* E VALOR FINAL A PAGAR                                          *
004910*----------------------------------------------------------------*
005200             DELIMITED BY SIZE INTO FATURA-LINHA.
005210     WRITE FATURA-LINHA.

005211     IF VALOR-CREDITO-USADO > ZERO
005212         MOVE VALOR-CREDITO-USADO TO VALOR-EDITADO
005213         MOVE SPACES TO FATURA-LINHA
005214         STRING "   CREDITO ANTERIOR..: " VALOR-EDITADO
005215                 DELIMITED BY SIZE INTO FATURA-LINHA
005216         WRITE FATURA-LINHA
005217         MOVE VALOR-A-PAGAR-CLIENTE TO VALOR-EDITADO
005218         MOVE SPACES TO FATURA-LINHA
005219         STRING "   SALDO A PAGAR.....: " VALOR-EDITADO
005220                 DELIMITED BY SIZE INTO FATURA-LINHA
005221         WRITE FATURA-LINHA
005222     END-IF.

005223     MOVE SPACES TO FATURA-LINHA.
005230     WRITE FATURA-LINHA.
005240 2500-IMPRIMIR-TOTAIS-FATURA-EXIT.
005250     EXIT.
005460* REGISTRA A FATURA EMITIDA NO MESTRE DE CONTAS A RECEBER:       *
005470* NUMERO TIRADO DA NUMERACAO, RG, DATA, VALOR, VENCIMENTO E      *
005480* SITUACAO ABERTA - E DESTE REGISTRO QUE A BAIXA DE PAGAMENTOS   *
005486* E O AGING TRABALHAM. O CREDITO ANTERIOR CONSUMIDO ENTRA COMO   *
005492* VALOR JA PAGO; SE COBRE A FATURA TODA, ELA NASCE LIQUIDADA     *
005500*----------------------------------------------------------------*
005510 2700-REGISTRAR-FATURA.
005520     MOVE ULTIMO-NUMERO-FATURA  TO NUMERO-FATURA.
005550     MOVE DATA-VENCIMENTO-CALCULADA
005560         TO DATA-VENCIMENTO-FATURA.
005570     MOVE VALOR-FATURA-CLIENTE  TO VALOR-FATURA.
005580     MOVE VALOR-CREDITO-USADO   TO VALOR-PAGO-FATURA.
005590     MOVE ZERO                  TO DATA-PAGAMENTO-FATURA.
005600     SET FATURA-ABERTA TO TRUE.
005601     IF VALOR-A-PAGAR-CLIENTE = ZERO
005602         MOVE DATA-FATURAMENTO  TO DATA-PAGAMENTO-FATURA
005603         SET FATURA-LIQUIDADA TO TRUE
005604     END-IF.
005605     SET DOCUMENTO-FATURA TO TRUE.
005606     MOVE ZERO                  TO NUMERO-FATURA-ORIGEM.
005607     MOVE ZERO                  TO VALOR-CREDITO-FATURA.
005608     MOVE VALOR-BRUTO-CLIENTE    TO VALOR-BRUTO-FATURA.
005609     MOVE VALOR-DESCONTO-CLIENTE TO VALOR-DESCONTO-FATURA.
005610     MOVE VALOR-IMPOSTO-CLIENTE  TO VALOR-IMPOSTO-FATURA.
005611     WRITE FATURA-REG
005620         INVALID KEY
005630             DISPLAY "FATCLI: NUMERO DE FATURA JA REGISTRADO - "
005640                     NUMERO-FATURA
005750     EXIT.

005760*----------------------------------------------------------------*
005761* BAIXA DO SALDO CREDOR O VALOR CONSUMIDO PELA FATURA JA         *
005762* REGISTRADA                                                     *
005763*----------------------------------------------------------------*
005764 2750-BAIXAR-CREDITO-CLIENTE.
005765     IF VALOR-CREDITO-USADO = ZERO
005766         GO TO 2750-BAIXAR-CREDITO-CLIENTE-EXIT.
005767     SUBTRACT VALOR-CREDITO-USADO FROM SALDO-CREDITO.
005768     MOVE DATA-FATURAMENTO TO DATA-ULTIMO-CREDITO.
005769     REWRITE CREDITO-CLIENTE-REG
005770         INVALID KEY
005771             DISPLAY "FATCLI: CREDITO SUMIU NA BAIXA - RG "
005772                     RG-CREDITO
005773             MOVE 29 TO RETURN-CODE
005774             GO TO 9999-ENCERRAR
005775     END-REWRITE.
005776     IF NOT CREDITOS-FILE-OK
005777         DISPLAY "FATCLI: ERRO AO BAIXAR CREDITO DO RG "
005778                 RG-CREDITO
005779                 " - STATUS " STATUS-CREDITOS-FILE
005780         MOVE 29 TO RETURN-CODE
005781         GO TO 9999-ENCERRAR
005782     END-IF.
005783 2750-BAIXAR-CREDITO-CLIENTE-EXIT.
005784     EXIT.

005785*----------------------------------------------------------------*
005786* GERA OS LANCAMENTOS CONTABEIS DA FATURA REGISTRADA: DEBITO EM  *
005787* CLIENTES PELO VALOR DA FATURA E EM DESCONTOS CONCEDIDOS PELO   *
005788* DESCONTO, CONTRA CREDITO EM RECEITA DE VENDAS PELO BRUTO E EM  *
005789* IMPOSTO A RECOLHER PELO IMPOSTO (BRUTO - DESCONTO + IMPOSTO =  *
005790* VALOR DA FATURA). O SALDO CREDOR CONSUMIDO NA EMISSAO BAIXA    *
005791* CLIENTES CONTRA CREDITOS DE CLIENTES                           *
005792*----------------------------------------------------------------*
005793 2800-CONTABILIZAR-FATURA.
005794     MOVE DATA-FATURAMENTO     TO DATA-A-LANCAR.
005795     MOVE "FT"                 TO TIPO-DOCUMENTO-A-LANCAR.
005796     MOVE ULTIMO-NUMERO-FATURA TO DOCUMENTO-A-LANCAR.
005797     MOVE RG-CLIENTE           TO RG-A-LANCAR.

005798     MOVE CONTA-CLIENTES       TO CONTA-A-LANCAR.
005799     MOVE "D"                  TO NATUREZA-A-LANCAR.
005800     MOVE VALOR-FATURA-CLIENTE TO VALOR-A-LANCAR.
005801     PERFORM 2850-GRAVAR-LANCAMENTO
005802         THRU 2850-GRAVAR-LANCAMENTO-EXIT.

005803     MOVE CONTA-DESCONTOS-CONCEDIDOS TO CONTA-A-LANCAR.
005804     MOVE "D"                  TO NATUREZA-A-LANCAR.
005805     MOVE VALOR-DESCONTO-CLIENTE TO VALOR-A-LANCAR.
005806     PERFORM 2850-GRAVAR-LANCAMENTO
005807         THRU 2850-GRAVAR-LANCAMENTO-EXIT.

005808     MOVE CONTA-RECEITA-VENDAS TO CONTA-A-LANCAR.
005809     MOVE "C"                  TO NATUREZA-A-LANCAR.
005810     MOVE VALOR-BRUTO-CLIENTE  TO VALOR-A-LANCAR.
005811     PERFORM 2850-GRAVAR-LANCAMENTO
005812         THRU 2850-GRAVAR-LANCAMENTO-EXIT.

005813     MOVE CONTA-IMPOSTO-A-RECOLHER TO CONTA-A-LANCAR.
005814     MOVE "C"                  TO NATUREZA-A-LANCAR.
005815     MOVE VALOR-IMPOSTO-CLIENTE TO VALOR-A-LANCAR.
005816     PERFORM 2850-GRAVAR-LANCAMENTO
005817         THRU 2850-GRAVAR-LANCAMENTO-EXIT.

005818     IF VALOR-CREDITO-USADO = ZERO
005819         GO TO 2800-CONTABILIZAR-FATURA-EXIT.
005820     MOVE CONTA-CREDITOS-CLIENTES TO CONTA-A-LANCAR.
005821     MOVE "D"                  TO NATUREZA-A-LANCAR.
005822     MOVE VALOR-CREDITO-USADO  TO VALOR-A-LANCAR.
005823     PERFORM 2850-GRAVAR-LANCAMENTO
005824         THRU 2850-GRAVAR-LANCAMENTO-EXIT.

005825     MOVE CONTA-CLIENTES       TO CONTA-A-LANCAR.
005826     MOVE "C"                  TO NATUREZA-A-LANCAR.
005827     MOVE VALOR-CREDITO-USADO  TO VALOR-A-LANCAR.
005828     PERFORM 2850-GRAVAR-LANCAMENTO
005829         THRU 2850-GRAVAR-LANCAMENTO-EXIT.
005830 2800-CONTABILIZAR-FATURA-EXIT.
005831     EXIT.

005832*----------------------------------------------------------------*
005833* GRAVA UMA PARTIDA NA INTERFACE CONTABIL, NO LOTE DA RODADA E   *
005834* COM O DOCUMENTO CORRENTE; PARTIDA DE VALOR ZERO NAO E GRAVADA  *
005835*----------------------------------------------------------------*
005836 2850-GRAVAR-LANCAMENTO.
005837     IF VALOR-A-LANCAR = ZERO
005838         GO TO 2850-GRAVAR-LANCAMENTO-EXIT.
005839     ADD 1 TO SEQUENCIA-LOTE-CONTABIL.
005840     MOVE LOTE-CONTABIL           TO LOTE-LANCAMENTO.
005841     MOVE SEQUENCIA-LOTE-CONTABIL TO SEQUENCIA-LANCAMENTO.
005842     MOVE CONTA-A-LANCAR          TO CONTA-LANCAMENTO.
005843     MOVE NATUREZA-A-LANCAR       TO NATUREZA-LANCAMENTO.
005844     MOVE VALOR-A-LANCAR          TO VALOR-LANCAMENTO.
005845     MOVE DATA-A-LANCAR           TO DATA-LANCAMENTO.
005846     MOVE TIPO-DOCUMENTO-A-LANCAR TO TIPO-DOCUMENTO-LANCAMENTO.
005847     MOVE DOCUMENTO-A-LANCAR      TO NUMERO-DOCUMENTO-LANCAMENTO.
005848     MOVE RG-A-LANCAR             TO RG-LANCAMENTO.
005849     WRITE LANCAMENTO-REG.
005850     IF NOT LANCAMENTOS-FILE-OK
005851         DISPLAY "FATCLI: ERRO AO GRAVAR LANCAMENTO CONTABIL DA "
005852                 "FATURA " DOCUMENTO-A-LANCAR
005853                 " - STATUS " STATUS-LANCAMENTOS-FILE
005854         MOVE 32 TO RETURN-CODE
005855         GO TO 9999-ENCERRAR
005856     END-IF.
005857 2850-GRAVAR-LANCAMENTO-EXIT.
005858     EXIT.

005859*----------------------------------------------------------------*
005860* IMPRIME A PAGINA DE RESUMO DO FATURAMENTO DO LOTE              *
005861*----------------------------------------------------------------*
005862 3000-IMPRIMIR-RESUMO.
005863     MOVE ALL "=" TO FATURA-LINHA.
005864     WRITE FATURA-LINHA.

005865     MOVE SPACES TO FATURA-LINHA.
005866     STRING "COMBRATEC - RESUMO DO FATURAMENTO   DATA: "
005867             DATA-FATURAMENTO
005868             DELIMITED BY SIZE INTO FATURA-LINHA.
005869     WRITE FATURA-LINHA.

005870     MOVE SPACES TO FATURA-LINHA.
005880     STRING "   FATURAS EMITIDAS..: " CONTADOR-FATURAS
005881             DELIMITED BY SIZE INTO FATURA-LINHA.
005882     WRITE FATURA-LINHA.

005883     MOVE SPACES TO FATURA-LINHA.
005884     STRING "   PERIODO FATURADO..: " DATA-PERIODO-DE
005885             " A " DATA-PERIODO-ATE
005886             DELIMITED BY SIZE INTO FATURA-LINHA.
005887     WRITE FATURA-LINHA.

005888     MOVE SPACES TO FATURA-LINHA.
005889     STRING "   CLIENTES SEM MOVTO: " CONTADOR-SEM-MOVIMENTO
005890             DELIMITED BY SIZE INTO FATURA-LINHA.
005900     WRITE FATURA-LINHA.

006080     STRING "   TOTAL FATURADO....: " TOTAL-GERAL-EDITADO
006090             DELIMITED BY SIZE INTO FATURA-LINHA.
006100     WRITE FATURA-LINHA.

006101     MOVE TOTAL-CREDITO-USADO TO TOTAL-GERAL-EDITADO.
006102     MOVE SPACES TO FATURA-LINHA.
006103     STRING "   CREDITOS USADOS...: " TOTAL-GERAL-EDITADO
006104             DELIMITED BY SIZE INTO FATURA-LINHA.
006105     WRITE FATURA-LINHA.

006106     MOVE SPACES TO FATURA-LINHA.
006107     STRING "   LANCTOS CONTABEIS.: " SEQUENCIA-LOTE-CONTABIL
006108             "   LOTE " LOTE-CONTABIL
006109             DELIMITED BY SIZE INTO FATURA-LINHA.
006110     WRITE FATURA-LINHA.
006111 3000-IMPRIMIR-RESUMO-EXIT.
006120     EXIT.

006130*----------------------------------------------------------------*
006220     CLOSE PRECOS-FILE.
006230     CLOSE FATURA-FILE.
006240     CLOSE FATURAS-FILE.
006243     CLOSE CREDITOS-CLIENTE-FILE.
006246     CLOSE LANCAMENTOS-CONTABEIS-FILE.
006250     DISPLAY "FATCLI: FATURAMENTO CONCLUIDO - FATURAS "
006260             CONTADOR-FATURAS.
006270 9000-FINALIZAR-EXIT.

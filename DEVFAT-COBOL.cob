000100*================================================================*
000110 IDENTIFICATION                      DIVISION.
000120*================================================================*
000130 PROGRAM-ID. DEVFAT.
000140 AUTHOR. GABRIEL GREGORIO DA SILVA.
000150 INSTALLATION. COMBRATEC.
000160 DATE-WRITTEN. 15/10/2026.
000170 DATE-COMPILED.
000180************************DOCUMENTACAO******************************
000190******************************************************************
000200*>                                                    COMBRATEC <*
000210*> DATA.     : 15/10/2026                                       <*
000220*> ANALISTA. : GABRIEL GREGORIO DA SILVA                        <*
000230*> OBJETIVO. : DEVOLUCAO DE MERCADORIA CONTRA FATURA EMITIDA:   <*
000240*>             LE O MOVIMENTO DE DEVOLUCOES MOVDEV-FILE (RG,    <*
000250*>             NUMERO DA FATURA ORIGINAL, CODIGO DO PRODUTO E   <*
000260*>             QUANTIDADE DEVOLVIDA), CONFERE NOS MOVIMENTOS    <*
000270*>             DE COMPRAS-FILE COBRADOS POR AQUELA FATURA QUE   <*
000280*>             A QUANTIDADE NAO PASSA DA FATURADA (DESCONTADAS  <*
000290*>             AS DEVOLUCOES ANTERIORES), PRECIFICA CADA        <*
000300*>             UNIDADE PELO PRECO DE PRECOS-FILE EM VIGOR NA    <*
000310*>             DATA-COMPRA ORIGINAL (CATALOGO COMO RESERVA),    <*
000320*>             EMITE UMA NOTA DE CREDITO NUMERADA PELO ARQUIVO  <*
000330*>             DE NUMERACAO NUMERACAO-FATURA-FILE, REGISTRA A   <*
000340*>             NOTA NO MESTRE DE CONTAS A RECEBER E ABATE O     <*
000350*>             CREDITO DO SALDO ABERTO DA FATURA ORIGINAL (O    <*
000360*>             QUE PASSAR DO SALDO VAI PARA O SALDO CREDOR DO   <*
000370*>             CLIENTE EM CREDITOS-CLIENTE-FILE).               <*
000380*>             CADA DEVOLUCAO APLICADA VAI PARA DEVOLUCOES-FILE <*
000390*>             (LIDO PELO EXTRATO) E A NOTA E IMPRESSA EM       <*
000400*>             NOTA-CREDITO-FILE; A CRITICA SAI EM              <*
000410*>             LISTA-DEVOLUCOES-FILE, NOS MOLDES DA BAIXA DE    <*
000420*>             PAGAMENTOS (PAGFAT).                             <*
000430*>                                                              <*
000440*> HISTORICO DE ALTERACOES                                     <*
000450*> 15/10/2026 GGS CRIACAO DO PROGRAMA DE DEVOLUCAO E NOTA DE    <*
000460*>             CREDITO.                                         <*
000470*> 15/10/2026 GGS DEVOLUCAO DE FATURA JA LIQUIDADA, OU COM      <*
000480*>             CREDITO ACIMA DO SALDO ABERTO, DEIXA DE SER      <*
000490*>             REJEITADA: A NOTA ABATE DA FATURA SO O SALDO     <*
000500*>             ABERTO E O RESTO VAI PARA O SALDO CREDOR DO      <*
000510*>             CLIENTE (CREDITOS-CLIENTE-FILE), CONSUMIDO PELA  <*
000520*>             PROXIMA FATURA. A NOTA GUARDA EM                 <*
000530*>             VALOR-CREDITO-FATURA A PARTE ABATIDA DA FATURA.  <*
000540*> 15/10/2026 GGS CREDITO DA DEVOLUCAO PASSA A SER O VALOR      <*
000550*>             REALMENTE COBRADO PELAS UNIDADES: O BRUTO MENOS  <*
000560*>             O DESCONTO MAIS O IMPOSTO, RATEADOS NA PROPORCAO <*
000570*>             DOS GUARDADOS NA FATURA ORIGINAL (FATURA ANTIGA, <*
000580*>             SEM ESSES VALORES, CONTINUA CREDITANDO O BRUTO). <*
000590*>             A NOTA GUARDA O BRUTO, O DESCONTO E O IMPOSTO    <*
000600*>             ESTORNADOS E GERA OS LANCAMENTOS CONTABEIS EM    <*
000610*>             LANCAMENTOS-CONTABEIS-FILE (DEVOLUCAO DE VENDAS  <*
000620*>             E IMPOSTO A RECOLHER CONTRA DESCONTOS, CLIENTES  <*
000630*>             E CREDITOS DE CLIENTES). A RODADA E UM LOTE.     <*
000640*> 15/10/2026 GGS DEVOLUCAO QUE CHEGA DEPOIS DO FECHAMENTO DO   <*
000650*>             PERIODO PASSA A SER ACEITA: QUANDO OS MOVIMENTOS <*
000660*>             CORRENTES NAO COMPLETAM A QUANTIDADE, A APURACAO <*
000670*>             CONTINUA NO HISTORICO COMPRAS-HIST-FILE          <*
000680*>             (MOVIMENTOS ARQUIVADOS PELO FECCOM), COM O PRECO <*
000690*>             EM VIGOR NA DATA DE CADA MOVIMENTO, E A BAIXA    <*
000700*>             REGRAVA A QUANTIDADE DEVOLVIDA NO PROPRIO        <*
000710*>             HISTORICO.                                       <*
000720*>                                                              <*
000730*********************FIM DOCUMENTACAO*****************************
000740******************************************************************

000750*================================================================*
000760 ENVIRONMENT                         DIVISION.
000770*================================================================*
000780 INPUT-OUTPUT                        SECTION.
000790 FILE-CONTROL.
000800     SELECT FATURAS-FILE   ASSIGN TO "FATURAS-FILE"
000810            ORGANIZATION   IS INDEXED
000820            ACCESS MODE    IS RANDOM
000830            RECORD KEY     IS NUMERO-FATURA
000840            FILE STATUS    IS STATUS-FATURAS-FILE.

000850     SELECT COMPRAS-FILE   ASSIGN TO "COMPRAS-FILE"
000860            ORGANIZATION   IS INDEXED
000870            ACCESS MODE    IS DYNAMIC
000880            RECORD KEY     IS CHAVE-COMPRA
000890            FILE STATUS    IS STATUS-COMPRAS-FILE.

000900     SELECT OPTIONAL COMPRAS-HIST-FILE
000910            ASSIGN TO "COMPRAS-HIST-FILE"
000920            ORGANIZATION   IS INDEXED
000930            ACCESS MODE    IS DYNAMIC
000940            RECORD KEY     IS CHAVE-COMPRA-HIST
000950            FILE STATUS    IS STATUS-COMPRAS-HIST.

000960     SELECT PRODUTO-FILE   ASSIGN TO "PRODUTO-FILE"
000970            ORGANIZATION   IS INDEXED
000980            ACCESS MODE    IS RANDOM
000990            RECORD KEY     IS CODIGO-PRODUTO
001000            ALTERNATE RECORD KEY IS DESCRICAO-PRODUTO
001010            FILE STATUS    IS STATUS-PRODUTO-FILE.

001020     SELECT OPTIONAL PRECOS-FILE ASSIGN TO "PRECOS-FILE"
001030            ORGANIZATION   IS INDEXED
001040            ACCESS MODE    IS DYNAMIC
001050            RECORD KEY     IS CHAVE-PRECO
001060            FILE STATUS    IS STATUS-PRECOS-FILE.

001070     SELECT OPTIONAL NUMERACAO-FATURA-FILE
001080            ASSIGN TO "NUMERACAO-FATURA-FILE"
001090            ORGANIZATION   IS LINE SEQUENTIAL
001100            FILE STATUS    IS STATUS-NUMERACAO-FILE.

001110     SELECT OPTIONAL DEVOLUCOES-FILE ASSIGN TO "DEVOLUCOES-FILE"
001120            ORGANIZATION   IS INDEXED
001130            ACCESS MODE    IS RANDOM
001140            RECORD KEY     IS CHAVE-DEVOLUCAO
001150            FILE STATUS    IS STATUS-DEVOLUCOES-FILE.

001160     SELECT OPTIONAL CREDITOS-CLIENTE-FILE
001170            ASSIGN TO "CREDITOS-CLIENTE-FILE"
001180            ORGANIZATION   IS INDEXED
001190            ACCESS MODE    IS RANDOM
001200            RECORD KEY     IS RG-CREDITO
001210            FILE STATUS    IS STATUS-CREDITOS-FILE.

001220     SELECT MOVDEV-FILE    ASSIGN TO "MOVDEV-FILE"
001230            ORGANIZATION   IS LINE SEQUENTIAL
001240            FILE STATUS    IS STATUS-MOVDEV-FILE.

001250     SELECT NOTA-CREDITO-FILE ASSIGN TO "NOTA-CREDITO-FILE"
001260            ORGANIZATION   IS LINE SEQUENTIAL
001270            FILE STATUS    IS STATUS-NOTA-CREDITO-FILE.

001280     SELECT OPTIONAL LANCAMENTOS-CONTABEIS-FILE
001290            ASSIGN TO "LANCAMENTOS-CONTABEIS-FILE"
001300            ORGANIZATION   IS LINE SEQUENTIAL
001310            FILE STATUS    IS STATUS-LANCAMENTOS-FILE.

001320     SELECT LISTA-DEVOLUCOES-FILE
001330            ASSIGN TO "LISTA-DEVOLUCOES-FILE"
001340            ORGANIZATION   IS LINE SEQUENTIAL
001350            FILE STATUS    IS STATUS-LISTA-DEVOLUCOES.

001360*================================================================*
001370 DATA                                DIVISION.
001380*================================================================*
001390 FILE                                SECTION.
001400 FD  FATURAS-FILE
001410     LABEL RECORD IS STANDARD.
001420     COPY FATURA.

001430 FD  COMPRAS-FILE
001440     LABEL RECORD IS STANDARD.
001450     COPY COMPRA.

001460*    ESPELHO POSICIONAL DO COPYBOOK COMPRA (MESMO LAYOUT FISICO DO
001470*    HISTORICO GRAVADO PELO FECCOM, NOMES SUFIXADOS PARA NAO
001480*    COLIDIR COM O ARQUIVO CORRENTE).
001490 FD  COMPRAS-HIST-FILE
001500     LABEL RECORD IS STANDARD.
001510 01  COMPRA-HIST.
001520     02 CHAVE-COMPRA-HIST.
001530         03 RG-COMPRA-HIST        PIC X(15).
001540         03 DATA-COMPRA-HIST      PIC 9(08).
001550         03 SEQUENCIA-COMPRA-HIST PIC 9(03).
001560     02 ITEM-COMPRA-HIST.
001570         03 ITEM-CODIGO-COMPRA-HIST     PIC 9(04).
001580         03 ITEM-NOME-COMPRA-HIST       PIC X(25).
001590         03 ITEM-QUANTIDADE-COMPRA-HIST PIC 9(02).
001600     02 NUMERO-FATURA-COMPRA-HIST PIC 9(08).
001610     02 QUANTIDADE-DEVOLVIDA-COMPRA-HIST PIC 9(02).

001620 FD  PRODUTO-FILE
001630     LABEL RECORD IS STANDARD.
001640     COPY PRODUTO.

001650 FD  PRECOS-FILE
001660     LABEL RECORD IS STANDARD.
001670     COPY PRECO.

001680*    ARQUIVO DE NUMERACAO: REGISTRO UNICO COM O ULTIMO NUMERO DE
001690*    FATURA JA USADO; FATURAS E NOTAS DE CREDITO TIRAM NUMERO DA
001700*    MESMA SEQUENCIA.
001710 FD  NUMERACAO-FATURA-FILE.
001720 01  NUMERACAO-REG.
001730     02 ULTIMO-NUMERO-NUMERACAO PIC 9(08).

001740 FD  DEVOLUCOES-FILE
001750     LABEL RECORD IS STANDARD.
001760     COPY DEVOLUCAO.

001770 FD  CREDITOS-CLIENTE-FILE
001780     LABEL RECORD IS STANDARD.
001790     COPY CREDITO.

001800 FD  LANCAMENTOS-CONTABEIS-FILE.
001810     COPY LANCTO.

001820*    MOVIMENTO DE DEVOLUCAO: RG DO CLIENTE, NUMERO DA FATURA
001830*    ORIGINAL, CODIGO DO PRODUTO E QUANTIDADE DEVOLVIDA,
001840*    NUMERICOS COM ZEROS A ESQUERDA.
001850 FD  MOVDEV-FILE.
001860 01  MOVIMENTO-DEVOLUCAO.
001870     02 RG-MOVDEV              PIC X(15).
001880     02 FATURA-MOVDEV          PIC 9(08).
001890     02 PRODUTO-MOVDEV         PIC 9(04).
001900     02 QUANTIDADE-MOVDEV      PIC 9(02).

001910 FD  NOTA-CREDITO-FILE.
001920 01  NOTA-CREDITO-LINHA        PIC X(80).

001930 FD  LISTA-DEVOLUCOES-FILE.
001940 01  LISTA-DEVOLUCOES-LINHA    PIC X(80).

001950*----------------------------------------------------------------*
001960 WORKING-STORAGE                             SECTION.
001970*----------------------------------------------------------------*
001980************** CONTROLE DO MESTRE DE CONTAS A RECEBER ************
001990 77  STATUS-FATURAS-FILE   PIC X(02) VALUE "00".
002000     88 FATURAS-FILE-OK          VALUE "00".

002010*************** CONTROLE DO ARQUIVO DE MOVIMENTOS ****************
002020 77  STATUS-COMPRAS-FILE   PIC X(02) VALUE "00".
002030     88 COMPRAS-FILE-OK           VALUE "00".
002040     88 COMPRAS-FILE-FIM          VALUE "10".

002050 77  MARCA-FIM-COMPRAS-CLI PIC X(01) VALUE "N".
002060     88 COMPRAS-CLIENTE-FIM       VALUE "S".

002070***************** CONTROLE DO ARQUIVO HISTORICO ******************
002080 77  STATUS-COMPRAS-HIST   PIC X(02) VALUE "00".
002090     88 COMPRAS-HIST-OK           VALUE "00" "05".
002100     88 COMPRAS-HIST-FIM          VALUE "10".

002110 77  MARCA-HISTORICO-AUSENTE PIC X(01) VALUE "N".
002120     88 HISTORICO-AUSENTE         VALUE "S".

002130 77  MARCA-FIM-HISTORICO-CLI PIC X(01) VALUE "N".
002140     88 HISTORICO-CLIENTE-FIM     VALUE "S".

002150****************** CONTROLE DO CATALOGO DE PRODUTOS **************
002160 77  STATUS-PRODUTO-FILE   PIC X(02) VALUE "00".
002170     88 PRODUTO-FILE-OK           VALUE "00".

002180**************** CONTROLE DO HISTORICO DE PRECOS *****************
002190 77  STATUS-PRECOS-FILE    PIC X(02) VALUE "00".
002200     88 PRECOS-FILE-OK          VALUE "00" "05".

002210 77  MARCA-FIM-PRECOS-PROD PIC X(01) VALUE "N".
002220     88 PRECOS-PRODUTO-FIM       VALUE "S".

002230 77  MARCA-PRECO-VIGENTE   PIC X(01) VALUE "N".
002240     88 PRECO-VIGENTE-ACHADO     VALUE "S".

002250 77  PRECO-VIGENTE-DA-DATA PIC 9(05)V99 VALUE ZERO.

002260*    PRODUTO E DATA DA COMPRA DA PARCELA A PRECIFICAR, VINDOS DO
002270*    MOVIMENTO CORRENTE OU DO HISTORICO.
002280 77  PRODUTO-A-PRECIFICAR  PIC 9(04) VALUE ZERO.
002290 77  DATA-A-PRECIFICAR     PIC 9(08) VALUE ZERO.

002300*************** CONTROLE DO ARQUIVO DE NUMERACAO *****************
002310 77  STATUS-NUMERACAO-FILE PIC X(02) VALUE "00".
002320     88 NUMERACAO-FILE-OK        VALUE "00" "05".
002330     88 NUMERACAO-FILE-FIM       VALUE "10".

002340 77  ULTIMO-NUMERO-FATURA  PIC 9(08) VALUE ZERO.

002350************** CONTROLE DO REGISTRO DE DEVOLUCOES ****************
002360 77  STATUS-DEVOLUCOES-FILE PIC X(02) VALUE "00".
002370     88 DEVOLUCOES-FILE-OK       VALUE "00" "05".

002380 77  SEQUENCIA-DEVOLUCAO-LIVRE PIC 9(03) VALUE ZERO.

002390************** CONTROLE DO SALDO CREDOR DOS CLIENTES *************
002400 77  STATUS-CREDITOS-FILE  PIC X(02) VALUE "00".
002410     88 CREDITOS-FILE-OK         VALUE "00" "05".

002420 77  MARCA-CREDITO-CLIENTE PIC X(01) VALUE "N".
002430     88 CLIENTE-TEM-CREDITO      VALUE "S".

002440************** CONTROLE DA INTERFACE COM A CONTABILIDADE *********
002450 77  STATUS-LANCAMENTOS-FILE PIC X(02) VALUE "00".
002460     88 LANCAMENTOS-FILE-OK      VALUE "00" "05".

002470*    LOTE CONTABIL DA RODADA E LANCAMENTO A GRAVAR: O DOCUMENTO
002480*    (TIPO, NUMERO, RG E DATA) VALE PARA TODAS AS PARTIDAS DELE.
002490 01  LOTE-CONTABIL.
002500     02 ORIGEM-LOTE-CONTABIL   PIC X(06) VALUE "DEVFAT".
002510     02 DATA-LOTE-CONTABIL     PIC 9(08) VALUE ZERO.
002520     02 HORA-LOTE-CONTABIL     PIC 9(08) VALUE ZERO.

002530 77  SEQUENCIA-LOTE-CONTABIL PIC 9(06) VALUE ZERO.
002540 77  CONTA-A-LANCAR        PIC X(10) VALUE SPACES.
002550 77  NATUREZA-A-LANCAR     PIC X(01) VALUE SPACE.
002560 77  VALOR-A-LANCAR        PIC 9(09)V99 VALUE ZERO.
002570 77  DATA-A-LANCAR         PIC 9(08) VALUE ZERO.
002580 77  TIPO-DOCUMENTO-A-LANCAR PIC X(02) VALUE SPACES.
002590 77  DOCUMENTO-A-LANCAR    PIC 9(08) VALUE ZERO.
002600 77  RG-A-LANCAR           PIC X(15) VALUE SPACES.

002610****************** PLANO DE CONTAS DA CONTABILIDADE **************
002620     COPY CONTAS.

002630*************** CONTROLE DO MOVIMENTO DE DEVOLUCOES **************
002640 77  STATUS-MOVDEV-FILE    PIC X(02) VALUE "00".
002650     88 MOVDEV-FILE-OK           VALUE "00".
002660     88 MOVDEV-FILE-FIM          VALUE "10".

002670*************** CONTROLE DA NOTA DE CREDITO IMPRESSA *************
002680 77  STATUS-NOTA-CREDITO-FILE PIC X(02) VALUE "00".
002690     88 NOTA-CREDITO-FILE-OK     VALUE "00".

002700*************** CONTROLE DA LISTAGEM DE DEVOLUCOES ***************
002710 77  STATUS-LISTA-DEVOLUCOES PIC X(02) VALUE "00".
002720     88 LISTA-DEVOLUCOES-OK      VALUE "00".

002730***************** SITUACAO DA DEVOLUCAO CORRENTE *****************
002740 77  SITUACAO-DEVOLUCAO    PIC X(01) VALUE "S".
002750     88 DEVOLUCAO-APLICADA        VALUE "S".
002760     88 DEVOLUCAO-REJEITADA       VALUE "N".

002770 77  MOTIVO-REJEICAO       PIC X(30) VALUE SPACES.

002780*    A VARREDURA DOS MOVIMENTOS DA FATURA RODA DUAS VEZES: A
002790*    PRIMEIRA SO APURA QUANTIDADE E VALOR (NADA E GRAVADO SE A
002800*    DEVOLUCAO FOR REJEITADA); A SEGUNDA BAIXA AS UNIDADES NOS
002810*    MOVIMENTOS.
002820 77  MARCA-BAIXAR-MOVIMENTO PIC X(01) VALUE "N".
002830     88 BAIXAR-MOVIMENTO          VALUE "S".
002840     88 SO-APURAR-MOVIMENTO       VALUE "N".

002850***************** VALORES DA DEVOLUCAO CORRENTE ******************
002860 77  DATA-PROCESSAMENTO        PIC 9(08) VALUE ZERO.
002870 77  QUANTIDADE-FATURADA       PIC 9(04) VALUE ZERO.
002880 77  QUANTIDADE-A-BAIXAR       PIC 9(02) VALUE ZERO.
002890 77  QUANTIDADE-DISPONIVEL-MOV PIC 9(02) VALUE ZERO.
002900 77  QUANTIDADE-BAIXADA-MOV    PIC 9(02) VALUE ZERO.
002910 77  VALOR-PARCELA-DEVOLVIDA   PIC 9(07)V99 VALUE ZERO.
002920 77  VALOR-CREDITO-DEVOLUCAO   PIC 9(07)V99 VALUE ZERO.
002930 77  SALDO-ABERTO-FATURA       PIC 9(07)V99 VALUE ZERO.
002940 77  VALOR-CREDITO-ABATIDO     PIC 9(07)V99 VALUE ZERO.
002950 77  VALOR-CREDITO-SALDO       PIC 9(07)V99 VALUE ZERO.
002960 77  VENCIMENTO-FATURA-ORIGEM  PIC 9(08) VALUE ZERO.
002970 77  BRUTO-FATURA-ORIGEM       PIC 9(07)V99 VALUE ZERO.
002980 77  DESCONTO-FATURA-ORIGEM    PIC 9(07)V99 VALUE ZERO.
002990 77  IMPOSTO-FATURA-ORIGEM     PIC 9(07)V99 VALUE ZERO.
003000 77  VALOR-BRUTO-DEVOLUCAO     PIC 9(07)V99 VALUE ZERO.
003010 77  VALOR-DESCONTO-DEVOLUCAO  PIC 9(07)V99 VALUE ZERO.
003020 77  VALOR-IMPOSTO-DEVOLUCAO   PIC 9(07)V99 VALUE ZERO.
003030 77  NOME-PRODUTO-DEVOLVIDO    PIC X(25) VALUE SPACES.
003040 77  NUMERO-NOTA-CREDITO       PIC 9(08) VALUE ZERO.

003050*********************** TOTAIS DO PROCESSAMENTO ******************
003060 77  CONTADOR-DEVOL-LIDAS      PIC 9(04) VALUE ZERO.
003070 77  CONTADOR-DEVOL-APLICADAS  PIC 9(04) VALUE ZERO.
003080 77  CONTADOR-DEVOL-REJEITADAS PIC 9(04) VALUE ZERO.
003090 77  CONTADOR-FATURAS-LIQUIDADAS PIC 9(04) VALUE ZERO.
003100 77  TOTAL-VALOR-CREDITADO     PIC 9(09)V99 VALUE ZERO.
003110 77  TOTAL-VALOR-SALDO-CREDOR  PIC 9(09)V99 VALUE ZERO.
003120 77  VALOR-EDITADO             PIC ZZZZZZ9.99 VALUE ZERO.
003130 77  TOTAL-EDITADO             PIC ZZZZZZZZ9.99 VALUE ZERO.

003140*================================================================*
003150 PROCEDURE                           DIVISION.
003160*================================================================*
003170 0000-MAINLINE.
003180     PERFORM 1000-INICIALIZAR
003190         THRU 1000-INICIALIZAR-EXIT.
003200     PERFORM 2000-PROCESSAR-DEVOLUCOES
003210         THRU 2000-PROCESSAR-DEVOLUCOES-EXIT
003220         UNTIL MOVDEV-FILE-FIM.
003230     PERFORM 9000-FINALIZAR
003240         THRU 9000-FINALIZAR-EXIT.
003250     GO TO 9999-ENCERRAR.

003260*----------------------------------------------------------------*
003270* ABRE O MESTRE DE FATURAS, OS MOVIMENTOS DE COMPRA (CORRENTE E  *
003280* HISTORICO) E O SALDO CREDOR EM I-O, OS ARQUIVOS DE PRECO, O    *
003290* MOVIMENTO DE DEVOLUCOES E AS LISTAGENS, E LE A NUMERACAO E A   *
003300* PRIMEIRA DEVOLUCAO                                             *
003310*----------------------------------------------------------------*
003320 1000-INICIALIZAR.
003330     OPEN I-O FATURAS-FILE.
003340     IF NOT FATURAS-FILE-OK
003350         DISPLAY "DEVFAT: ERRO AO ABRIR FATURAS-FILE - STATUS "
003360                 STATUS-FATURAS-FILE
003370         MOVE 14 TO RETURN-CODE
003380         GO TO 9999-ENCERRAR
003390     END-IF.

003400     OPEN I-O COMPRAS-FILE.
003410     IF NOT COMPRAS-FILE-OK
003420         DISPLAY "DEVFAT: ERRO AO ABRIR COMPRAS-FILE - STATUS "
003430                 STATUS-COMPRAS-FILE
003440         MOVE 19 TO RETURN-CODE
003450         GO TO 9999-ENCERRAR
003460     END-IF.

003470     OPEN I-O COMPRAS-HIST-FILE.
003480     IF NOT COMPRAS-HIST-OK
003490         DISPLAY "DEVFAT: ERRO AO ABRIR COMPRAS-HIST-FILE - "
003500                 "STATUS " STATUS-COMPRAS-HIST
003510         MOVE 25 TO RETURN-CODE
003520         GO TO 9999-ENCERRAR
003530     END-IF.
003540*    HISTORICO AINDA NAO CRIADO (NENHUM FECHAMENTO RODOU): A
003550*    DEVOLUCAO SO E APURADA NOS MOVIMENTOS CORRENTES.
003560     IF STATUS-COMPRAS-HIST = "05"
003570         SET HISTORICO-AUSENTE TO TRUE
003580     END-IF.

003590     OPEN INPUT PRODUTO-FILE.
003600     IF NOT PRODUTO-FILE-OK
003610         DISPLAY "DEVFAT: ERRO AO ABRIR PRODUTO-FILE - STATUS "
003620                 STATUS-PRODUTO-FILE
003630         MOVE 10 TO RETURN-CODE
003640         GO TO 9999-ENCERRAR
003650     END-IF.

003660     OPEN INPUT PRECOS-FILE.
003670     IF NOT PRECOS-FILE-OK
003680         DISPLAY "DEVFAT: ERRO AO ABRIR PRECOS-FILE - STATUS "
003690                 STATUS-PRECOS-FILE
003700         MOVE 23 TO RETURN-CODE
003710         GO TO 9999-ENCERRAR
003720     END-IF.

003730     OPEN I-O DEVOLUCOES-FILE.
003740     IF NOT DEVOLUCOES-FILE-OK
003750         DISPLAY "DEVFAT: ERRO AO ABRIR DEVOLUCOES-FILE - STATUS "
003760                 STATUS-DEVOLUCOES-FILE
003770         MOVE 28 TO RETURN-CODE
003780         GO TO 9999-ENCERRAR
003790     END-IF.

003800     OPEN I-O CREDITOS-CLIENTE-FILE.
003810     IF NOT CREDITOS-FILE-OK
003820         DISPLAY "DEVFAT: ERRO AO ABRIR CREDITOS-CLIENTE-FILE - "
003830                 "STATUS " STATUS-CREDITOS-FILE
003840         MOVE 29 TO RETURN-CODE
003850         GO TO 9999-ENCERRAR
003860     END-IF.

003870     OPEN INPUT MOVDEV-FILE.
003880     IF NOT MOVDEV-FILE-OK
003890         DISPLAY "DEVFAT: ERRO AO ABRIR MOVDEV-FILE - STATUS "
003900                 STATUS-MOVDEV-FILE
003910         MOVE 20 TO RETURN-CODE
003920         GO TO 9999-ENCERRAR
003930     END-IF.

003940     OPEN OUTPUT NOTA-CREDITO-FILE.
003950     IF NOT NOTA-CREDITO-FILE-OK
003960         DISPLAY "DEVFAT: ERRO AO ABRIR NOTA-CREDITO-FILE - "
003970                 "STATUS " STATUS-NOTA-CREDITO-FILE
003980         MOVE 13 TO RETURN-CODE
003990         GO TO 9999-ENCERRAR
004000     END-IF.

004010     OPEN OUTPUT LISTA-DEVOLUCOES-FILE.
004020     IF NOT LISTA-DEVOLUCOES-OK
004030         DISPLAY "DEVFAT: ERRO AO ABRIR LISTA-DEVOLUCOES-FILE - "
004040                 "STATUS " STATUS-LISTA-DEVOLUCOES
004050         MOVE 21 TO RETURN-CODE
004060         GO TO 9999-ENCERRAR
004070     END-IF.

004080     PERFORM 1100-LER-NUMERACAO
004090         THRU 1100-LER-NUMERACAO-EXIT.

004100     OPEN EXTEND LANCAMENTOS-CONTABEIS-FILE.
004110     IF NOT LANCAMENTOS-FILE-OK
004120         DISPLAY "DEVFAT: ERRO AO ABRIR LANCAMENTOS-CONTABEIS-"
004130                 "FILE - STATUS " STATUS-LANCAMENTOS-FILE
004140         MOVE 32 TO RETURN-CODE
004150         GO TO 9999-ENCERRAR
004160     END-IF.

004170     ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
004180     MOVE DATA-PROCESSAMENTO TO DATA-LOTE-CONTABIL.
004190     ACCEPT HORA-LOTE-CONTABIL FROM TIME.

004200     PERFORM 2100-LER-DEVOLUCAO
004210         THRU 2100-LER-DEVOLUCAO-EXIT.
004220 1000-INICIALIZAR-EXIT.
004230     EXIT.

004240*----------------------------------------------------------------*
004250* LE O ULTIMO NUMERO JA USADO NO ARQUIVO DE NUMERACAO, NOS       *
004260* MOLDES DO FATURAMENTO; A REGRAVACAO E FEITA POR                *
004270* 9100-REGRAVAR-NUMERACAO NO TERMINO NORMAL DO LOTE              *
004280*----------------------------------------------------------------*
004290 1100-LER-NUMERACAO.
004300     OPEN INPUT NUMERACAO-FATURA-FILE.
004310     IF NOT NUMERACAO-FILE-OK
004320         DISPLAY "DEVFAT: ERRO AO ABRIR NUMERACAO-FATURA-FILE - "
004330                 "STATUS " STATUS-NUMERACAO-FILE
004340         MOVE 15 TO RETURN-CODE
004350         GO TO 9999-ENCERRAR
004360     END-IF.
004370     PERFORM 1110-LER-REGISTRO-NUMERACAO
004380         THRU 1110-LER-REGISTRO-NUMERACAO-EXIT
004390         UNTIL NUMERACAO-FILE-FIM.
004400     CLOSE NUMERACAO-FATURA-FILE.
004410 1100-LER-NUMERACAO-EXIT.
004420     EXIT.

004430 1110-LER-REGISTRO-NUMERACAO.
004440     READ NUMERACAO-FATURA-FILE
004450         AT END
004460             SET NUMERACAO-FILE-FIM TO TRUE
004470         NOT AT END
004480             MOVE ULTIMO-NUMERO-NUMERACAO TO ULTIMO-NUMERO-FATURA
004490     END-READ.
004500 1110-LER-REGISTRO-NUMERACAO-EXIT.
004510     EXIT.

004520*----------------------------------------------------------------*
004530* APLICA UMA DEVOLUCAO: CRITICA O MOVIMENTO, CONFERE A FATURA    *
004540* ORIGINAL, APURA QUANTIDADE E VALOR NOS MOVIMENTOS COBRADOS E,  *
004550* SE TUDO PASSAR, BAIXA AS UNIDADES, EMITE A NOTA DE CREDITO E   *
004560* ABATE O CREDITO DA FATURA; O RESULTADO VAI PARA A CRITICA      *
004570*----------------------------------------------------------------*
004580 2000-PROCESSAR-DEVOLUCOES.
004590     ADD 1 TO CONTADOR-DEVOL-LIDAS.
004600     SET DEVOLUCAO-APLICADA TO TRUE.
004610     MOVE SPACES TO MOTIVO-REJEICAO.
004620     MOVE ZERO TO NUMERO-NOTA-CREDITO.

004630     PERFORM 2200-VALIDAR-DEVOLUCAO
004640         THRU 2200-VALIDAR-DEVOLUCAO-EXIT.
004650     IF DEVOLUCAO-APLICADA
004660         PERFORM 2300-CONFERIR-FATURA
004670             THRU 2300-CONFERIR-FATURA-EXIT
004680     END-IF.
004690     IF DEVOLUCAO-APLICADA
004700         SET SO-APURAR-MOVIMENTO TO TRUE
004710         PERFORM 2400-APURAR-DEVOLUCAO
004720             THRU 2400-APURAR-DEVOLUCAO-EXIT
004730     END-IF.
004740     IF DEVOLUCAO-APLICADA
004750         SET BAIXAR-MOVIMENTO TO TRUE
004760         PERFORM 2400-APURAR-DEVOLUCAO
004770             THRU 2400-APURAR-DEVOLUCAO-EXIT
004780         PERFORM 2450-RATEAR-DESCONTO-IMPOSTO
004790             THRU 2450-RATEAR-DESCONTO-IMPOSTO-EXIT
004800         PERFORM 2600-APLICAR-CREDITO
004810             THRU 2600-APLICAR-CREDITO-EXIT
004820         PERFORM 2700-REGISTRAR-NOTA-CREDITO
004830             THRU 2700-REGISTRAR-NOTA-CREDITO-EXIT
004840         PERFORM 2750-REGISTRAR-DEVOLUCAO
004850             THRU 2750-REGISTRAR-DEVOLUCAO-EXIT
004860         PERFORM 2800-IMPRIMIR-NOTA-CREDITO
004870             THRU 2800-IMPRIMIR-NOTA-CREDITO-EXIT
004880         PERFORM 2850-CONTABILIZAR-NOTA-CREDITO
004890             THRU 2850-CONTABILIZAR-NOTA-CREDITO-EXIT
004900     END-IF.

004910     PERFORM 2500-GRAVAR-CRITICA
004920         THRU 2500-GRAVAR-CRITICA-EXIT.

004930     PERFORM 2100-LER-DEVOLUCAO
004940         THRU 2100-LER-DEVOLUCAO-EXIT.
004950 2000-PROCESSAR-DEVOLUCOES-EXIT.
004960     EXIT.

004970 2100-LER-DEVOLUCAO.
004980     READ MOVDEV-FILE
004990         AT END
005000             SET MOVDEV-FILE-FIM TO TRUE
005010     END-READ.
005020 2100-LER-DEVOLUCAO-EXIT.
005030     EXIT.

005040*----------------------------------------------------------------*
005050* CRITICA OS CAMPOS DA DEVOLUCAO: RG PREENCHIDO, FATURA, PRODUTO *
005060* E QUANTIDADE NUMERICOS E QUANTIDADE MAIOR QUE ZERO             *
005070*----------------------------------------------------------------*
005080 2200-VALIDAR-DEVOLUCAO.
005090     IF RG-MOVDEV = SPACES
005100         SET DEVOLUCAO-REJEITADA TO TRUE
005110         MOVE "RG NAO INFORMADO" TO MOTIVO-REJEICAO
005120         GO TO 2200-VALIDAR-DEVOLUCAO-EXIT.
005130     IF FATURA-MOVDEV NOT NUMERIC
005140         SET DEVOLUCAO-REJEITADA TO TRUE
005150         MOVE "NUMERO DE FATURA NAO NUMERICO" TO MOTIVO-REJEICAO
005160         GO TO 2200-VALIDAR-DEVOLUCAO-EXIT.
005170     IF PRODUTO-MOVDEV NOT NUMERIC
005180         SET DEVOLUCAO-REJEITADA TO TRUE
005190         MOVE "CODIGO DE PRODUTO NAO NUMERICO" TO MOTIVO-REJEICAO
005200         GO TO 2200-VALIDAR-DEVOLUCAO-EXIT.
005210     IF QUANTIDADE-MOVDEV NOT NUMERIC
005220         SET DEVOLUCAO-REJEITADA TO TRUE
005230         MOVE "QUANTIDADE NAO NUMERICA" TO MOTIVO-REJEICAO
005240         GO TO 2200-VALIDAR-DEVOLUCAO-EXIT.
005250     IF QUANTIDADE-MOVDEV = ZERO
005260         SET DEVOLUCAO-REJEITADA TO TRUE
005270         MOVE "QUANTIDADE IGUAL A ZERO" TO MOTIVO-REJEICAO
005280     END-IF.
005290 2200-VALIDAR-DEVOLUCAO-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------*
005320* LOCALIZA A FATURA ORIGINAL E CONFERE QUE E UMA FATURA (NAO UMA *
005330* NOTA DE CREDITO) E DO MESMO RG; GUARDA O SALDO ABERTO (ZERO SE *
005340* JA LIQUIDADA) E O VENCIMENTO PARA A NOTA DE CREDITO            *
005350*----------------------------------------------------------------*
005360 2300-CONFERIR-FATURA.
005370     MOVE FATURA-MOVDEV TO NUMERO-FATURA.
005380     READ FATURAS-FILE
005390         INVALID KEY
005400             SET DEVOLUCAO-REJEITADA TO TRUE
005410             MOVE "FATURA INEXISTENTE" TO MOTIVO-REJEICAO
005420     END-READ.
005430     IF DEVOLUCAO-REJEITADA
005440         GO TO 2300-CONFERIR-FATURA-EXIT.
005450     IF DOCUMENTO-NOTA-CREDITO
005460         SET DEVOLUCAO-REJEITADA TO TRUE
005470         MOVE "DOCUMENTO E NOTA DE CREDITO" TO MOTIVO-REJEICAO
005480         GO TO 2300-CONFERIR-FATURA-EXIT.
005490     IF RG-FATURA NOT = RG-MOVDEV
005500         SET DEVOLUCAO-REJEITADA TO TRUE
005510         MOVE "FATURA DE OUTRO CLIENTE" TO MOTIVO-REJEICAO
005520         GO TO 2300-CONFERIR-FATURA-EXIT.

005530     IF FATURA-LIQUIDADA
005540         MOVE ZERO TO SALDO-ABERTO-FATURA
005550     ELSE
005560         COMPUTE SALDO-ABERTO-FATURA =
005570                 VALOR-FATURA - VALOR-PAGO-FATURA
005580                 - VALOR-CREDITO-FATURA
005590     END-IF.
005600     MOVE DATA-VENCIMENTO-FATURA TO VENCIMENTO-FATURA-ORIGEM.
005610     MOVE VALOR-BRUTO-FATURA     TO BRUTO-FATURA-ORIGEM.
005620     MOVE VALOR-DESCONTO-FATURA  TO DESCONTO-FATURA-ORIGEM.
005630     MOVE VALOR-IMPOSTO-FATURA   TO IMPOSTO-FATURA-ORIGEM.
005640 2300-CONFERIR-FATURA-EXIT.
005650     EXIT.

005660*----------------------------------------------------------------*
005670* VARRE OS MOVIMENTOS DO RG COBRADOS PELA FATURA ORIGINAL PARA O *
005680* PRODUTO DEVOLVIDO, DO MAIS ANTIGO PARA O MAIS NOVO, TIRANDO DE *
005690* CADA UM AS UNIDADES AINDA NAO DEVOLVIDAS ATE COMPLETAR A       *
005700* QUANTIDADE PEDIDA; CADA PARCELA E PRECIFICADA PELO PRECO EM    *
005710* VIGOR NA DATA-COMPRA DAQUELE MOVIMENTO. NA APURACAO, PRODUTO   *
005720* NAO COBRADO PELA FATURA OU QUANTIDADE ACIMA DA FATURADA        *
005730* REJEITAM A DEVOLUCAO; NA BAIXA, AS UNIDADES SAO GRAVADAS NOS   *
005740* MOVIMENTOS. O QUE OS MOVIMENTOS CORRENTES NAO COMPLETAREM E    *
005750* PROCURADO DO MESMO JEITO NO HISTORICO (FATURA JA FECHADA PELO  *
005760* FECCOM)                                                        *
005770*----------------------------------------------------------------*
005780 2400-APURAR-DEVOLUCAO.
005790     MOVE ZERO TO QUANTIDADE-FATURADA.
005800     MOVE ZERO TO VALOR-CREDITO-DEVOLUCAO.
005810     MOVE QUANTIDADE-MOVDEV TO QUANTIDADE-A-BAIXAR.
005820     MOVE "N" TO MARCA-FIM-COMPRAS-CLI.
005830     MOVE RG-MOVDEV TO RG-COMPRA.
005840     MOVE ZERO TO DATA-COMPRA.
005850     MOVE ZERO TO SEQUENCIA-COMPRA.
005860     START COMPRAS-FILE KEY IS NOT LESS THAN CHAVE-COMPRA
005870         INVALID KEY
005880             SET COMPRAS-CLIENTE-FIM TO TRUE
005890     END-START.
005900     PERFORM 2410-APURAR-MOVIMENTO
005910         THRU 2410-APURAR-MOVIMENTO-EXIT
005920         UNTIL COMPRAS-CLIENTE-FIM
005930            OR QUANTIDADE-A-BAIXAR = ZERO
005940            OR DEVOLUCAO-REJEITADA.
005950     IF QUANTIDADE-A-BAIXAR NOT = ZERO
005960         PERFORM 2440-APURAR-HISTORICO
005970             THRU 2440-APURAR-HISTORICO-EXIT
005980     END-IF.

005990     IF BAIXAR-MOVIMENTO OR DEVOLUCAO-REJEITADA
006000         GO TO 2400-APURAR-DEVOLUCAO-EXIT.

006010     IF QUANTIDADE-FATURADA = ZERO
006020         SET DEVOLUCAO-REJEITADA TO TRUE
006030         MOVE "PRODUTO NAO COBRADO NA FATURA" TO MOTIVO-REJEICAO
006040         GO TO 2400-APURAR-DEVOLUCAO-EXIT.
006050     IF QUANTIDADE-A-BAIXAR NOT = ZERO
006060         SET DEVOLUCAO-REJEITADA TO TRUE
006070         MOVE "QUANTIDADE MAIOR QUE A FATURADA" TO MOTIVO-REJEICAO
006080     END-IF.
006090 2400-APURAR-DEVOLUCAO-EXIT.
006100     EXIT.

006110 2410-APURAR-MOVIMENTO.
006120     READ COMPRAS-FILE NEXT RECORD
006130         AT END
006140             SET COMPRAS-CLIENTE-FIM TO TRUE
006150     END-READ.
006160     IF NOT COMPRAS-FILE-OK AND NOT COMPRAS-FILE-FIM
006170         DISPLAY "DEVFAT: ERRO NA LEITURA DE COMPRAS-FILE - "
006180                 "STATUS " STATUS-COMPRAS-FILE
006190         MOVE 19 TO RETURN-CODE
006200         GO TO 9999-ENCERRAR
006210     END-IF.
006220     IF COMPRAS-CLIENTE-FIM
006230         GO TO 2410-APURAR-MOVIMENTO-EXIT.
006240     IF RG-COMPRA NOT = RG-MOVDEV
006250         SET COMPRAS-CLIENTE-FIM TO TRUE
006260         GO TO 2410-APURAR-MOVIMENTO-EXIT.
006270     IF NUMERO-FATURA-COMPRA NOT = FATURA-MOVDEV
006280        OR ITEM-CODIGO-COMPRA NOT = PRODUTO-MOVDEV
006290         GO TO 2410-APURAR-MOVIMENTO-EXIT.

006300     ADD ITEM-QUANTIDADE-COMPRA TO QUANTIDADE-FATURADA.
006310     MOVE ITEM-NOME-COMPRA TO NOME-PRODUTO-DEVOLVIDO.
006320     COMPUTE QUANTIDADE-DISPONIVEL-MOV =
006330             ITEM-QUANTIDADE-COMPRA - QUANTIDADE-DEVOLVIDA-COMPRA.
006340     IF QUANTIDADE-DISPONIVEL-MOV = ZERO
006350         GO TO 2410-APURAR-MOVIMENTO-EXIT.
006360     IF QUANTIDADE-DISPONIVEL-MOV > QUANTIDADE-A-BAIXAR
006370         MOVE QUANTIDADE-A-BAIXAR TO QUANTIDADE-BAIXADA-MOV
006380     ELSE
006390         MOVE QUANTIDADE-DISPONIVEL-MOV TO QUANTIDADE-BAIXADA-MOV
006400     END-IF.
006410     SUBTRACT QUANTIDADE-BAIXADA-MOV FROM QUANTIDADE-A-BAIXAR.

006420     MOVE ITEM-CODIGO-COMPRA TO PRODUTO-A-PRECIFICAR.
006430     MOVE DATA-COMPRA        TO DATA-A-PRECIFICAR.
006440     PERFORM 2415-PRECIFICAR-PARCELA
006450         THRU 2415-PRECIFICAR-PARCELA-EXIT.

006460     IF SO-APURAR-MOVIMENTO
006470         GO TO 2410-APURAR-MOVIMENTO-EXIT.
006480     ADD QUANTIDADE-BAIXADA-MOV TO QUANTIDADE-DEVOLVIDA-COMPRA.
006490     REWRITE COMPRA
006500         INVALID KEY
006510             DISPLAY "DEVFAT: MOVIMENTO SUMIU NA BAIXA - "
006520                     CHAVE-COMPRA
006530             MOVE 19 TO RETURN-CODE
006540             GO TO 9999-ENCERRAR
006550     END-REWRITE.
006560     IF NOT COMPRAS-FILE-OK
006570         DISPLAY "DEVFAT: ERRO AO BAIXAR MOVIMENTO " CHAVE-COMPRA
006580                 " - STATUS " STATUS-COMPRAS-FILE
006590         MOVE 19 TO RETURN-CODE
006600         GO TO 9999-ENCERRAR
006610     END-IF.
006620 2410-APURAR-MOVIMENTO-EXIT.
006630     EXIT.

006640*----------------------------------------------------------------*
006650* PRECIFICA A PARCELA DEVOLVIDA DE UM MOVIMENTO (CORRENTE OU DO  *
006660* HISTORICO) PELO PRECO EM VIGOR NA DATA DA COMPRA, COM O PRECO  *
006670* DO CATALOGO COMO RESERVA, E A SOMA AO CREDITO DA DEVOLUCAO     *
006680*----------------------------------------------------------------*
006690 2415-PRECIFICAR-PARCELA.
006700     MOVE PRODUTO-A-PRECIFICAR TO CODIGO-PRODUTO.
006710     READ PRODUTO-FILE
006720         INVALID KEY
006730             MOVE ZERO TO PRECO-UNITARIO-PRODUTO
006740     END-READ.
006750     PERFORM 2420-BUSCAR-PRECO-VIGENTE
006760         THRU 2420-BUSCAR-PRECO-VIGENTE-EXIT.
006770     IF PRECO-VIGENTE-ACHADO
006780         MOVE PRECO-VIGENTE-DA-DATA TO PRECO-UNITARIO-PRODUTO
006790     END-IF.
006800     COMPUTE VALOR-PARCELA-DEVOLVIDA =
006810             QUANTIDADE-BAIXADA-MOV * PRECO-UNITARIO-PRODUTO.
006820     ADD VALOR-PARCELA-DEVOLVIDA TO VALOR-CREDITO-DEVOLUCAO.
006830 2415-PRECIFICAR-PARCELA-EXIT.
006840     EXIT.

006850*----------------------------------------------------------------*
006860* BUSCA NO HISTORICO DE PRECOS O PRECO EM VIGOR NA DATA DA       *
006870* PARCELA, NOS MOLDES DA PRECIFICACAO DO FATURAMENTO             *
006880*----------------------------------------------------------------*
006890 2420-BUSCAR-PRECO-VIGENTE.
006900     MOVE "N" TO MARCA-PRECO-VIGENTE.
006910     MOVE "N" TO MARCA-FIM-PRECOS-PROD.
006920     MOVE PRODUTO-A-PRECIFICAR TO CODIGO-PRODUTO-PRECO.
006930     MOVE ZERO TO DATA-VIGENCIA-PRECO.
006940     START PRECOS-FILE KEY IS NOT LESS THAN CHAVE-PRECO
006950         INVALID KEY
006960             SET PRECOS-PRODUTO-FIM TO TRUE
006970     END-START.
006980     PERFORM 2430-LER-PRECO-VIGENCIA
006990         THRU 2430-LER-PRECO-VIGENCIA-EXIT
007000         UNTIL PRECOS-PRODUTO-FIM.
007010 2420-BUSCAR-PRECO-VIGENTE-EXIT.
007020     EXIT.

007030 2430-LER-PRECO-VIGENCIA.
007040     READ PRECOS-FILE NEXT RECORD
007050         AT END
007060             SET PRECOS-PRODUTO-FIM TO TRUE
007070     END-READ.
007080     IF PRECOS-PRODUTO-FIM
007090         GO TO 2430-LER-PRECO-VIGENCIA-EXIT.
007100     IF CODIGO-PRODUTO-PRECO NOT = PRODUTO-A-PRECIFICAR
007110         SET PRECOS-PRODUTO-FIM TO TRUE
007120         GO TO 2430-LER-PRECO-VIGENCIA-EXIT.
007130     IF DATA-VIGENCIA-PRECO > DATA-A-PRECIFICAR
007140         SET PRECOS-PRODUTO-FIM TO TRUE
007150         GO TO 2430-LER-PRECO-VIGENCIA-EXIT.
007160     SET PRECO-VIGENTE-ACHADO TO TRUE.
007170     MOVE PRECO-VIGENTE TO PRECO-VIGENTE-DA-DATA.
007180 2430-LER-PRECO-VIGENCIA-EXIT.
007190     EXIT.

007200*----------------------------------------------------------------*
007210* CONTINUA A APURACAO (OU A BAIXA) NO HISTORICO DOS MOVIMENTOS   *
007220* DO RG, COM A MESMA REGRA DOS MOVIMENTOS CORRENTES: SO OS       *
007230* COBRADOS PELA FATURA ORIGINAL PARA O PRODUTO DEVOLVIDO, DO     *
007240* MAIS ANTIGO PARA O MAIS NOVO, CADA PARCELA PELO PRECO EM VIGOR *
007250* NA DATA-COMPRA DO MOVIMENTO ARQUIVADO                          *
007260*----------------------------------------------------------------*
007270 2440-APURAR-HISTORICO.
007280     IF HISTORICO-AUSENTE
007290         GO TO 2440-APURAR-HISTORICO-EXIT.
007300     MOVE "N" TO MARCA-FIM-HISTORICO-CLI.
007310     MOVE RG-MOVDEV TO RG-COMPRA-HIST.
007320     MOVE ZERO TO DATA-COMPRA-HIST.
007330     MOVE ZERO TO SEQUENCIA-COMPRA-HIST.
007340     START COMPRAS-HIST-FILE
007350         KEY IS NOT LESS THAN CHAVE-COMPRA-HIST
007360         INVALID KEY
007370             SET HISTORICO-CLIENTE-FIM TO TRUE
007380     END-START.
007390     PERFORM 2445-APURAR-MOVIMENTO-HIST
007400         THRU 2445-APURAR-MOVIMENTO-HIST-EXIT
007410         UNTIL HISTORICO-CLIENTE-FIM
007420            OR QUANTIDADE-A-BAIXAR = ZERO.
007430 2440-APURAR-HISTORICO-EXIT.
007440     EXIT.

007450 2445-APURAR-MOVIMENTO-HIST.
007460     READ COMPRAS-HIST-FILE NEXT RECORD
007470         AT END
007480             SET HISTORICO-CLIENTE-FIM TO TRUE
007490     END-READ.
007500     IF NOT COMPRAS-HIST-OK AND NOT COMPRAS-HIST-FIM
007510         DISPLAY "DEVFAT: ERRO NA LEITURA DE COMPRAS-HIST-FILE - "
007520                 "STATUS " STATUS-COMPRAS-HIST
007530         MOVE 25 TO RETURN-CODE
007540         GO TO 9999-ENCERRAR
007550     END-IF.
007560     IF HISTORICO-CLIENTE-FIM
007570         GO TO 2445-APURAR-MOVIMENTO-HIST-EXIT.
007580     IF RG-COMPRA-HIST NOT = RG-MOVDEV
007590         SET HISTORICO-CLIENTE-FIM TO TRUE
007600         GO TO 2445-APURAR-MOVIMENTO-HIST-EXIT.
007610     IF NUMERO-FATURA-COMPRA-HIST NOT = FATURA-MOVDEV
007620        OR ITEM-CODIGO-COMPRA-HIST NOT = PRODUTO-MOVDEV
007630         GO TO 2445-APURAR-MOVIMENTO-HIST-EXIT.

007640     ADD ITEM-QUANTIDADE-COMPRA-HIST TO QUANTIDADE-FATURADA.
007650     MOVE ITEM-NOME-COMPRA-HIST TO NOME-PRODUTO-DEVOLVIDO.
007660     COMPUTE QUANTIDADE-DISPONIVEL-MOV =
007670             ITEM-QUANTIDADE-COMPRA-HIST
007680             - QUANTIDADE-DEVOLVIDA-COMPRA-HIST.
007690     IF QUANTIDADE-DISPONIVEL-MOV = ZERO
007700         GO TO 2445-APURAR-MOVIMENTO-HIST-EXIT.
007710     IF QUANTIDADE-DISPONIVEL-MOV > QUANTIDADE-A-BAIXAR
007720         MOVE QUANTIDADE-A-BAIXAR TO QUANTIDADE-BAIXADA-MOV
007730     ELSE
007740         MOVE QUANTIDADE-DISPONIVEL-MOV TO QUANTIDADE-BAIXADA-MOV
007750     END-IF.
007760     SUBTRACT QUANTIDADE-BAIXADA-MOV FROM QUANTIDADE-A-BAIXAR.

007770     MOVE ITEM-CODIGO-COMPRA-HIST TO PRODUTO-A-PRECIFICAR.
007780     MOVE DATA-COMPRA-HIST        TO DATA-A-PRECIFICAR.
007790     PERFORM 2415-PRECIFICAR-PARCELA
007800         THRU 2415-PRECIFICAR-PARCELA-EXIT.

007810     IF SO-APURAR-MOVIMENTO
007820         GO TO 2445-APURAR-MOVIMENTO-HIST-EXIT.
007830     ADD QUANTIDADE-BAIXADA-MOV
007840         TO QUANTIDADE-DEVOLVIDA-COMPRA-HIST.
007850     REWRITE COMPRA-HIST
007860         INVALID KEY
007870             DISPLAY "DEVFAT: HISTORICO SUMIU NA BAIXA - "
007880                     CHAVE-COMPRA-HIST
007890             MOVE 25 TO RETURN-CODE
007900             GO TO 9999-ENCERRAR
007910     END-REWRITE.
007920     IF NOT COMPRAS-HIST-OK
007930         DISPLAY "DEVFAT: ERRO AO BAIXAR HISTORICO "
007940                 CHAVE-COMPRA-HIST
007950                 " - STATUS " STATUS-COMPRAS-HIST
007960         MOVE 25 TO RETURN-CODE
007970         GO TO 9999-ENCERRAR
007980     END-IF.
007990 2445-APURAR-MOVIMENTO-HIST-EXIT.
008000     EXIT.

008010*----------------------------------------------------------------*
008020* O VALOR APURADO NOS MOVIMENTOS E O BRUTO DAS UNIDADES. O       *
008030* DESCONTO E O IMPOSTO DA FATURA ORIGINAL SAO RATEADOS NA MESMA  *
008040* PROPORCAO (DESCONTO SOBRE O BRUTO, IMPOSTO SOBRE O LIQUIDO) E  *
008050* O CREDITO PASSA A SER O QUE O CLIENTE PAGOU POR ELAS: BRUTO -  *
008060* DESCONTO + IMPOSTO. FATURA ANTIGA, SEM O BRUTO GUARDADO,       *
008070* CREDITA SO O BRUTO                                             *
008080*----------------------------------------------------------------*
008090 2450-RATEAR-DESCONTO-IMPOSTO.
008100     MOVE VALOR-CREDITO-DEVOLUCAO TO VALOR-BRUTO-DEVOLUCAO.
008110     MOVE ZERO TO VALOR-DESCONTO-DEVOLUCAO.
008120     MOVE ZERO TO VALOR-IMPOSTO-DEVOLUCAO.
008130     IF BRUTO-FATURA-ORIGEM = ZERO
008140         GO TO 2450-RATEAR-DESCONTO-IMPOSTO-EXIT.

008150     COMPUTE VALOR-DESCONTO-DEVOLUCAO ROUNDED =
008160             VALOR-BRUTO-DEVOLUCAO * DESCONTO-FATURA-ORIGEM
008170             / BRUTO-FATURA-ORIGEM.
008180     IF BRUTO-FATURA-ORIGEM > DESCONTO-FATURA-ORIGEM
008190         COMPUTE VALOR-IMPOSTO-DEVOLUCAO ROUNDED =
008200                 (VALOR-BRUTO-DEVOLUCAO
008210                  - VALOR-DESCONTO-DEVOLUCAO)
008220                 * IMPOSTO-FATURA-ORIGEM
008230                 / (BRUTO-FATURA-ORIGEM
008240                  - DESCONTO-FATURA-ORIGEM)
008250     END-IF.
008260     COMPUTE VALOR-CREDITO-DEVOLUCAO =
008270             VALOR-BRUTO-DEVOLUCAO - VALOR-DESCONTO-DEVOLUCAO
008280             + VALOR-IMPOSTO-DEVOLUCAO.
008290 2450-RATEAR-DESCONTO-IMPOSTO-EXIT.
008300     EXIT.

008310*----------------------------------------------------------------*
008320* GRAVA NA LISTAGEM DE CRITICA O RESULTADO DA DEVOLUCAO: NOTA DE *
008330* CREDITO EMITIDA OU, QUANDO REJEITADA, O MOTIVO DA REJEICAO     *
008340*----------------------------------------------------------------*
008350 2500-GRAVAR-CRITICA.
008360     MOVE SPACES TO LISTA-DEVOLUCOES-LINHA.
008370     IF DEVOLUCAO-APLICADA
008380         ADD 1 TO CONTADOR-DEVOL-APLICADAS
008390         MOVE VALOR-CREDITO-DEVOLUCAO TO VALOR-EDITADO
008400         STRING "APLICADA  FATURA " FATURA-MOVDEV
008410                 " NC " NUMERO-NOTA-CREDITO
008420                 " RG " RG-MOVDEV
008430                 " " VALOR-EDITADO
008440                 DELIMITED BY SIZE INTO LISTA-DEVOLUCOES-LINHA
008450     ELSE
008460         ADD 1 TO CONTADOR-DEVOL-REJEITADAS
008470         STRING "REJEITADA FATURA " FATURA-MOVDEV
008480                 " RG " RG-MOVDEV
008490                 " - " MOTIVO-REJEICAO
008500                 DELIMITED BY SIZE INTO LISTA-DEVOLUCOES-LINHA
008510     END-IF.
008520     WRITE LISTA-DEVOLUCOES-LINHA.
008530 2500-GRAVAR-CRITICA-EXIT.
008540     EXIT.

008550*----------------------------------------------------------------*
008560* ABATE O CREDITO DA FATURA ORIGINAL (RELIDA, POIS A AREA DO     *
008570* REGISTRO E REAPROVEITADA) ATE O SALDO ABERTO DELA E A LIQUIDA  *
008580* QUANDO PAGO MAIS CREDITOS ALCANCAM O VALOR FATURADO; O QUE     *
008590* PASSAR DO SALDO ABERTO VAI PARA O SALDO CREDOR DO CLIENTE      *
008600*----------------------------------------------------------------*
008610 2600-APLICAR-CREDITO.
008620     IF VALOR-CREDITO-DEVOLUCAO > SALDO-ABERTO-FATURA
008630         MOVE SALDO-ABERTO-FATURA TO VALOR-CREDITO-ABATIDO
008640     ELSE
008650         MOVE VALOR-CREDITO-DEVOLUCAO TO VALOR-CREDITO-ABATIDO
008660     END-IF.
008670     COMPUTE VALOR-CREDITO-SALDO =
008680             VALOR-CREDITO-DEVOLUCAO - VALOR-CREDITO-ABATIDO.
008690     ADD VALOR-CREDITO-DEVOLUCAO TO TOTAL-VALOR-CREDITADO.
008700     IF VALOR-CREDITO-SALDO > ZERO
008710         PERFORM 2650-CREDITAR-SALDO
008720             THRU 2650-CREDITAR-SALDO-EXIT
008730     END-IF.
008740     IF VALOR-CREDITO-ABATIDO = ZERO
008750         GO TO 2600-APLICAR-CREDITO-EXIT.

008760     MOVE FATURA-MOVDEV TO NUMERO-FATURA.
008770     READ FATURAS-FILE
008780         INVALID KEY
008790             DISPLAY "DEVFAT: FATURA SUMIU NA BAIXA - "
008800                     NUMERO-FATURA
008810             MOVE 16 TO RETURN-CODE
008820             GO TO 9999-ENCERRAR
008830     END-READ.
008840     ADD VALOR-CREDITO-ABATIDO TO VALOR-CREDITO-FATURA.
008850     IF VALOR-PAGO-FATURA + VALOR-CREDITO-FATURA
008860        NOT < VALOR-FATURA
008870         SET FATURA-LIQUIDADA TO TRUE
008880         MOVE DATA-PROCESSAMENTO TO DATA-PAGAMENTO-FATURA
008890         ADD 1 TO CONTADOR-FATURAS-LIQUIDADAS
008900     END-IF.
008910     REWRITE FATURA-REG
008920         INVALID KEY
008930             DISPLAY "DEVFAT: ERRO AO REGRAVAR FATURA "
008940                     NUMERO-FATURA
008950             MOVE 16 TO RETURN-CODE
008960             GO TO 9999-ENCERRAR
008970     END-REWRITE.
008980     IF NOT FATURAS-FILE-OK
008990         DISPLAY "DEVFAT: ERRO AO REGRAVAR FATURA " NUMERO-FATURA
009000                 " - STATUS " STATUS-FATURAS-FILE
009010         MOVE 16 TO RETURN-CODE
009020         GO TO 9999-ENCERRAR
009030     END-IF.
009040 2600-APLICAR-CREDITO-EXIT.
009050     EXIT.

009060*----------------------------------------------------------------*
009070* LEVA AO SALDO CREDOR DO CLIENTE A PARTE DO CREDITO QUE PASSOU  *
009080* DO SALDO ABERTO DA FATURA, CRIANDO O REGISTRO NO PRIMEIRO      *
009090* CREDITO, NOS MOLDES DA BAIXA DE PAGAMENTOS                     *
009100*----------------------------------------------------------------*
009110 2650-CREDITAR-SALDO.
009120     SET CLIENTE-TEM-CREDITO TO TRUE.
009130     MOVE RG-MOVDEV TO RG-CREDITO.
009140     READ CREDITOS-CLIENTE-FILE
009150         INVALID KEY
009160             MOVE "N" TO MARCA-CREDITO-CLIENTE
009170             MOVE ZERO TO SALDO-CREDITO
009180     END-READ.
009190     ADD VALOR-CREDITO-SALDO TO SALDO-CREDITO.
009200     MOVE DATA-PROCESSAMENTO TO DATA-ULTIMO-CREDITO.
009210     IF CLIENTE-TEM-CREDITO
009220         REWRITE CREDITO-CLIENTE-REG
009230             INVALID KEY
009240                 MOVE "99" TO STATUS-CREDITOS-FILE
009250         END-REWRITE
009260     ELSE
009270         WRITE CREDITO-CLIENTE-REG
009280             INVALID KEY
009290                 MOVE "99" TO STATUS-CREDITOS-FILE
009300         END-WRITE
009310     END-IF.
009320     IF NOT CREDITOS-FILE-OK
009330         DISPLAY "DEVFAT: ERRO AO GRAVAR CREDITO DO RG "
009340                 RG-CREDITO " - STATUS " STATUS-CREDITOS-FILE
009350         MOVE 29 TO RETURN-CODE
009360         GO TO 9999-ENCERRAR
009370     END-IF.
009380     ADD VALOR-CREDITO-SALDO TO TOTAL-VALOR-SALDO-CREDOR.
009390 2650-CREDITAR-SALDO-EXIT.
009400     EXIT.

009410*----------------------------------------------------------------*
009420* TIRA O NUMERO DA NOTA DE CREDITO DA NUMERACAO E A REGISTRA NO  *
009430* MESTRE DE CONTAS A RECEBER COMO DOCUMENTO "C", LIGADA A FATURA *
009440* ORIGINAL E COM O MESMO VENCIMENTO DELA (PARA O AGING LISTAR O  *
009450* CREDITO NA MESMA FAIXA); NASCE LIQUIDADA, POIS O CREDITO JA    *
009460* FOI ABATIDO DA FATURA OU LEVADO AO SALDO CREDOR. A NOTA GUARDA *
009470* EM VALOR-CREDITO-FATURA A PARTE ABATIDA DA FATURA ORIGINAL     *
009480*----------------------------------------------------------------*
009490 2700-REGISTRAR-NOTA-CREDITO.
009500     ADD 1 TO ULTIMO-NUMERO-FATURA.
009510     MOVE ULTIMO-NUMERO-FATURA    TO NUMERO-NOTA-CREDITO.
009520     MOVE NUMERO-NOTA-CREDITO     TO NUMERO-FATURA.
009530     MOVE RG-MOVDEV               TO RG-FATURA.
009540     MOVE DATA-PROCESSAMENTO      TO DATA-FATURA.
009550     MOVE VENCIMENTO-FATURA-ORIGEM TO DATA-VENCIMENTO-FATURA.
009560     MOVE VALOR-CREDITO-DEVOLUCAO TO VALOR-FATURA.
009570     MOVE ZERO                    TO VALOR-PAGO-FATURA.
009580     MOVE DATA-PROCESSAMENTO      TO DATA-PAGAMENTO-FATURA.
009590     SET FATURA-LIQUIDADA TO TRUE.
009600     SET DOCUMENTO-NOTA-CREDITO TO TRUE.
009610     MOVE FATURA-MOVDEV           TO NUMERO-FATURA-ORIGEM.
009620     MOVE VALOR-CREDITO-ABATIDO   TO VALOR-CREDITO-FATURA.
009630     MOVE VALOR-BRUTO-DEVOLUCAO   TO VALOR-BRUTO-FATURA.
009640     MOVE VALOR-DESCONTO-DEVOLUCAO TO VALOR-DESCONTO-FATURA.
009650     MOVE VALOR-IMPOSTO-DEVOLUCAO TO VALOR-IMPOSTO-FATURA.
009660     WRITE FATURA-REG
009670         INVALID KEY
009680             DISPLAY "DEVFAT: NUMERO DE NOTA JA REGISTRADO - "
009690                     NUMERO-FATURA
009700             MOVE 16 TO RETURN-CODE
009710             GO TO 9999-ENCERRAR
009720     END-WRITE.
009730     IF NOT FATURAS-FILE-OK
009740         DISPLAY "DEVFAT: ERRO AO REGISTRAR NOTA DE CREDITO "
009750                 NUMERO-FATURA " - STATUS " STATUS-FATURAS-FILE
009760         MOVE 16 TO RETURN-CODE
009770         GO TO 9999-ENCERRAR
009780     END-IF.
009790 2700-REGISTRAR-NOTA-CREDITO-EXIT.
009800     EXIT.

009810*----------------------------------------------------------------*
009820* GRAVA A DEVOLUCAO NO REGISTRO DE DEVOLUCOES (LIDO PELO         *
009830* EXTRATO); CHAVE JA OCUPADA (OUTRA DEVOLUCAO DO MESMO RG NO     *
009840* MESMO DIA) AVANCA A SEQUENCIA E TENTA DE NOVO                  *
009850*----------------------------------------------------------------*
009860 2750-REGISTRAR-DEVOLUCAO.
009870     MOVE ZERO TO SEQUENCIA-DEVOLUCAO-LIVRE.
009880     PERFORM 2760-GRAVAR-DEVOLUCAO
009890         THRU 2760-GRAVAR-DEVOLUCAO-EXIT.
009900 2750-REGISTRAR-DEVOLUCAO-EXIT.
009910     EXIT.

009920 2760-GRAVAR-DEVOLUCAO.
009930     IF SEQUENCIA-DEVOLUCAO-LIVRE >= 999
009940         DISPLAY "DEVFAT: SEQUENCIA DE DEVOLUCAO ESGOTADA - RG "
009950                 RG-MOVDEV
009960         MOVE 28 TO RETURN-CODE
009970         GO TO 9999-ENCERRAR
009980     END-IF.
009990     ADD 1 TO SEQUENCIA-DEVOLUCAO-LIVRE.
010000     MOVE RG-MOVDEV               TO RG-DEVOLUCAO.
010010     MOVE DATA-PROCESSAMENTO      TO DATA-DEVOLUCAO.
010020     MOVE SEQUENCIA-DEVOLUCAO-LIVRE TO SEQUENCIA-DEVOLUCAO.
010030     MOVE NUMERO-NOTA-CREDITO     TO NUMERO-NOTA-DEVOLUCAO.
010040     MOVE FATURA-MOVDEV           TO NUMERO-FATURA-DEVOLUCAO.
010050     MOVE PRODUTO-MOVDEV          TO CODIGO-PRODUTO-DEVOLUCAO.
010060     MOVE NOME-PRODUTO-DEVOLVIDO  TO NOME-PRODUTO-DEVOLUCAO.
010070     MOVE QUANTIDADE-MOVDEV       TO QUANTIDADE-DEVOLUCAO.
010080     MOVE VALOR-CREDITO-DEVOLUCAO TO VALOR-DEVOLUCAO.
010090     WRITE DEVOLUCAO-REG
010100         INVALID KEY
010110             GO TO 2760-GRAVAR-DEVOLUCAO
010120     END-WRITE.
010130     IF NOT DEVOLUCOES-FILE-OK
010140         DISPLAY "DEVFAT: ERRO AO GRAVAR DEVOLUCAO DO RG "
010150                 RG-MOVDEV " - STATUS " STATUS-DEVOLUCOES-FILE
010160         MOVE 28 TO RETURN-CODE
010170         GO TO 9999-ENCERRAR
010180     END-IF.
010190 2760-GRAVAR-DEVOLUCAO-EXIT.
010200     EXIT.

010210*----------------------------------------------------------------*
010220* IMPRIME A NOTA DE CREDITO EMITIDA PARA O CLIENTE               *
010230*----------------------------------------------------------------*
010240 2800-IMPRIMIR-NOTA-CREDITO.
010250     MOVE ALL "=" TO NOTA-CREDITO-LINHA.
010260     WRITE NOTA-CREDITO-LINHA.

010270     MOVE SPACES TO NOTA-CREDITO-LINHA.
010280     STRING "COMBRATEC - NOTA DE CREDITO   DATA: "
010290             DATA-PROCESSAMENTO
010300             DELIMITED BY SIZE INTO NOTA-CREDITO-LINHA.
010310     WRITE NOTA-CREDITO-LINHA.

010320     MOVE SPACES TO NOTA-CREDITO-LINHA.
010330     STRING "NOTA NR: " NUMERO-NOTA-CREDITO
010340             "   REF. FATURA NR: " FATURA-MOVDEV
010350             DELIMITED BY SIZE INTO NOTA-CREDITO-LINHA.
010360     WRITE NOTA-CREDITO-LINHA.

010370     MOVE SPACES TO NOTA-CREDITO-LINHA.
010380     STRING "RG: " RG-MOVDEV
010390             DELIMITED BY SIZE INTO NOTA-CREDITO-LINHA.
010400     WRITE NOTA-CREDITO-LINHA.

010410     MOVE SPACES TO NOTA-CREDITO-LINHA.
010420     WRITE NOTA-CREDITO-LINHA.

010430     MOVE VALOR-BRUTO-DEVOLUCAO TO VALOR-EDITADO.
010440     MOVE SPACES TO NOTA-CREDITO-LINHA.
010450     STRING "   DEVOLUCAO: " NOME-PRODUTO-DEVOLVIDO
010460             "  " QUANTIDADE-MOVDEV
010470             "  " VALOR-EDITADO
010480             DELIMITED BY SIZE INTO NOTA-CREDITO-LINHA.
010490     WRITE NOTA-CREDITO-LINHA.

010500     IF VALOR-DESCONTO-DEVOLUCAO > ZERO
010510         MOVE VALOR-DESCONTO-DEVOLUCAO TO VALOR-EDITADO
010520         MOVE SPACES TO NOTA-CREDITO-LINHA
010530         STRING "   (-) DESCONTO......: " VALOR-EDITADO
010540                 DELIMITED BY SIZE INTO NOTA-CREDITO-LINHA
010550         WRITE NOTA-CREDITO-LINHA
010560     END-IF.
010570     IF VALOR-IMPOSTO-DEVOLUCAO > ZERO
010580         MOVE VALOR-IMPOSTO-DEVOLUCAO TO VALOR-EDITADO
010590         MOVE SPACES TO NOTA-CREDITO-LINHA
010600         STRING "   (+) IMPOSTO.......: " VALOR-EDITADO
010610                 DELIMITED BY SIZE INTO NOTA-CREDITO-LINHA
010620         WRITE NOTA-CREDITO-LINHA
010630     END-IF.

010640     MOVE VALOR-CREDITO-DEVOLUCAO TO VALOR-EDITADO.

010650     MOVE SPACES TO NOTA-CREDITO-LINHA.
010660     STRING "   TOTAL CREDITADO...: " VALOR-EDITADO
010670             DELIMITED BY SIZE INTO NOTA-CREDITO-LINHA.
010680     WRITE NOTA-CREDITO-LINHA.

010690     IF VALOR-CREDITO-SALDO > ZERO
010700         MOVE VALOR-CREDITO-ABATIDO TO VALOR-EDITADO
010710         MOVE SPACES TO NOTA-CREDITO-LINHA
010720         STRING "   ABATIDO NA FATURA.: " VALOR-EDITADO
010730                 DELIMITED BY SIZE INTO NOTA-CREDITO-LINHA
010740         WRITE NOTA-CREDITO-LINHA
010750         MOVE VALOR-CREDITO-SALDO TO VALOR-EDITADO
010760         MOVE SPACES TO NOTA-CREDITO-LINHA
010770         STRING "   SALDO CREDOR......: " VALOR-EDITADO
010780                 DELIMITED BY SIZE INTO NOTA-CREDITO-LINHA
010790         WRITE NOTA-CREDITO-LINHA
010800     END-IF.

010810     MOVE SPACES TO NOTA-CREDITO-LINHA.
010820     WRITE NOTA-CREDITO-LINHA.
010830 2800-IMPRIMIR-NOTA-CREDITO-EXIT.
010840     EXIT.

010850*----------------------------------------------------------------*
010860* GERA OS LANCAMENTOS CONTABEIS DA NOTA DE CREDITO: DEBITO EM    *
010870* DEVOLUCAO DE VENDAS PELO BRUTO E EM IMPOSTO A RECOLHER PELO    *
010880* IMPOSTO ESTORNADO, CONTRA CREDITO EM DESCONTOS CONCEDIDOS PELO *
010890* DESCONTO ESTORNADO, EM CLIENTES PELA PARTE ABATIDA DA FATURA E *
010900* EM CREDITOS DE CLIENTES PELA PARTE LEVADA AO SALDO CREDOR      *
010910*----------------------------------------------------------------*
010920 2850-CONTABILIZAR-NOTA-CREDITO.
010930     MOVE DATA-PROCESSAMENTO   TO DATA-A-LANCAR.
010940     MOVE "NC"                 TO TIPO-DOCUMENTO-A-LANCAR.
010950     MOVE NUMERO-NOTA-CREDITO  TO DOCUMENTO-A-LANCAR.
010960     MOVE RG-MOVDEV            TO RG-A-LANCAR.

010970     MOVE CONTA-DEVOLUCOES-VENDAS TO CONTA-A-LANCAR.
010980     MOVE "D"                  TO NATUREZA-A-LANCAR.
010990     MOVE VALOR-BRUTO-DEVOLUCAO TO VALOR-A-LANCAR.
011000     PERFORM 2860-GRAVAR-LANCAMENTO
011010         THRU 2860-GRAVAR-LANCAMENTO-EXIT.

011020     MOVE CONTA-IMPOSTO-A-RECOLHER TO CONTA-A-LANCAR.
011030     MOVE "D"                  TO NATUREZA-A-LANCAR.
011040     MOVE VALOR-IMPOSTO-DEVOLUCAO TO VALOR-A-LANCAR.
011050     PERFORM 2860-GRAVAR-LANCAMENTO
011060         THRU 2860-GRAVAR-LANCAMENTO-EXIT.

011070     MOVE CONTA-DESCONTOS-CONCEDIDOS TO CONTA-A-LANCAR.
011080     MOVE "C"                  TO NATUREZA-A-LANCAR.
011090     MOVE VALOR-DESCONTO-DEVOLUCAO TO VALOR-A-LANCAR.
011100     PERFORM 2860-GRAVAR-LANCAMENTO
011110         THRU 2860-GRAVAR-LANCAMENTO-EXIT.

011120     MOVE CONTA-CLIENTES       TO CONTA-A-LANCAR.
011130     MOVE "C"                  TO NATUREZA-A-LANCAR.
011140     MOVE VALOR-CREDITO-ABATIDO TO VALOR-A-LANCAR.
011150     PERFORM 2860-GRAVAR-LANCAMENTO
011160         THRU 2860-GRAVAR-LANCAMENTO-EXIT.

011170     MOVE CONTA-CREDITOS-CLIENTES TO CONTA-A-LANCAR.
011180     MOVE "C"                  TO NATUREZA-A-LANCAR.
011190     MOVE VALOR-CREDITO-SALDO  TO VALOR-A-LANCAR.
011200     PERFORM 2860-GRAVAR-LANCAMENTO
011210         THRU 2860-GRAVAR-LANCAMENTO-EXIT.
011220 2850-CONTABILIZAR-NOTA-CREDITO-EXIT.
011230     EXIT.

011240*----------------------------------------------------------------*
011250* GRAVA UMA PARTIDA NA INTERFACE CONTABIL, NO LOTE DA RODADA E   *
011260* COM O DOCUMENTO CORRENTE; PARTIDA DE VALOR ZERO NAO E GRAVADA  *
011270*----------------------------------------------------------------*
011280 2860-GRAVAR-LANCAMENTO.
011290     IF VALOR-A-LANCAR = ZERO
011300         GO TO 2860-GRAVAR-LANCAMENTO-EXIT.
011310     ADD 1 TO SEQUENCIA-LOTE-CONTABIL.
011320     MOVE LOTE-CONTABIL           TO LOTE-LANCAMENTO.
011330     MOVE SEQUENCIA-LOTE-CONTABIL TO SEQUENCIA-LANCAMENTO.
011340     MOVE CONTA-A-LANCAR          TO CONTA-LANCAMENTO.
011350     MOVE NATUREZA-A-LANCAR       TO NATUREZA-LANCAMENTO.
011360     MOVE VALOR-A-LANCAR          TO VALOR-LANCAMENTO.
011370     MOVE DATA-A-LANCAR           TO DATA-LANCAMENTO.
011380     MOVE TIPO-DOCUMENTO-A-LANCAR TO TIPO-DOCUMENTO-LANCAMENTO.
011390     MOVE DOCUMENTO-A-LANCAR      TO NUMERO-DOCUMENTO-LANCAMENTO.
011400     MOVE RG-A-LANCAR             TO RG-LANCAMENTO.
011410     WRITE LANCAMENTO-REG.
011420     IF NOT LANCAMENTOS-FILE-OK
011430         DISPLAY "DEVFAT: ERRO AO GRAVAR LANCAMENTO DA NOTA "
011440                 DOCUMENTO-A-LANCAR
011450                 " - STATUS " STATUS-LANCAMENTOS-FILE
011460         MOVE 32 TO RETURN-CODE
011470         GO TO 9999-ENCERRAR
011480     END-IF.
011490 2860-GRAVAR-LANCAMENTO-EXIT.
011500     EXIT.

011510*----------------------------------------------------------------*
011520* GRAVA OS TOTAIS DO DIA NA LISTAGEM DE CRITICA, REGRAVA A       *
011530* NUMERACAO E FECHA OS ARQUIVOS                                  *
011540*----------------------------------------------------------------*
011550 9000-FINALIZAR.
011560     MOVE SPACES TO LISTA-DEVOLUCOES-LINHA.
011570     WRITE LISTA-DEVOLUCOES-LINHA.

011580     MOVE SPACES TO LISTA-DEVOLUCOES-LINHA.
011590     STRING "DEVOLUCOES LIDAS.....: " CONTADOR-DEVOL-LIDAS
011600             DELIMITED BY SIZE INTO LISTA-DEVOLUCOES-LINHA.
011610     WRITE LISTA-DEVOLUCOES-LINHA.

011620     MOVE SPACES TO LISTA-DEVOLUCOES-LINHA.
011630     STRING "DEVOLUCOES APLICADAS.: " CONTADOR-DEVOL-APLICADAS
011640             DELIMITED BY SIZE INTO LISTA-DEVOLUCOES-LINHA.
011650     WRITE LISTA-DEVOLUCOES-LINHA.

011660     MOVE SPACES TO LISTA-DEVOLUCOES-LINHA.
011670     STRING "DEVOLUCOES REJEITADAS: " CONTADOR-DEVOL-REJEITADAS
011680             DELIMITED BY SIZE INTO LISTA-DEVOLUCOES-LINHA.
011690     WRITE LISTA-DEVOLUCOES-LINHA.

011700     MOVE SPACES TO LISTA-DEVOLUCOES-LINHA.
011710     STRING "FATURAS LIQUIDADAS...: " CONTADOR-FATURAS-LIQUIDADAS
011720             DELIMITED BY SIZE INTO LISTA-DEVOLUCOES-LINHA.
011730     WRITE LISTA-DEVOLUCOES-LINHA.

011740     MOVE TOTAL-VALOR-CREDITADO TO TOTAL-EDITADO.
011750     MOVE SPACES TO LISTA-DEVOLUCOES-LINHA.
011760     STRING "VALOR TOTAL CREDITADO: " TOTAL-EDITADO
011770             DELIMITED BY SIZE INTO LISTA-DEVOLUCOES-LINHA.
011780     WRITE LISTA-DEVOLUCOES-LINHA.

011790     MOVE TOTAL-VALOR-SALDO-CREDOR TO TOTAL-EDITADO.
011800     MOVE SPACES TO LISTA-DEVOLUCOES-LINHA.
011810     STRING "VALOR A SALDO CREDOR.: " TOTAL-EDITADO
011820             DELIMITED BY SIZE INTO LISTA-DEVOLUCOES-LINHA.
011830     WRITE LISTA-DEVOLUCOES-LINHA.

011840     MOVE SPACES TO LISTA-DEVOLUCOES-LINHA.
011850     STRING "LANCTOS CONTABEIS....: " SEQUENCIA-LOTE-CONTABIL
011860             "   LOTE " LOTE-CONTABIL
011870             DELIMITED BY SIZE INTO LISTA-DEVOLUCOES-LINHA.
011880     WRITE LISTA-DEVOLUCOES-LINHA.

011890     PERFORM 9100-REGRAVAR-NUMERACAO
011900         THRU 9100-REGRAVAR-NUMERACAO-EXIT.

011910     CLOSE FATURAS-FILE.
011920     CLOSE COMPRAS-FILE.
011930     CLOSE COMPRAS-HIST-FILE.
011940     CLOSE PRODUTO-FILE.
011950     CLOSE PRECOS-FILE.
011960     CLOSE DEVOLUCOES-FILE.
011970     CLOSE CREDITOS-CLIENTE-FILE.
011980     CLOSE MOVDEV-FILE.
011990     CLOSE NOTA-CREDITO-FILE.
012000     CLOSE LISTA-DEVOLUCOES-FILE.
012010     CLOSE LANCAMENTOS-CONTABEIS-FILE.
012020     DISPLAY "DEVFAT: DEVOLUCOES CONCLUIDAS - NOTAS DE CREDITO "
012030             CONTADOR-DEVOL-APLICADAS.
012040 9000-FINALIZAR-EXIT.
012050     EXIT.

012060*----------------------------------------------------------------*
012070* REGRAVA O ARQUIVO DE NUMERACAO COM O ULTIMO NUMERO TIRADO      *
012080* NESTA RODADA, PARA O PROXIMO FATURAMENTO CONTINUAR A           *
012090* SEQUENCIA SEM REPETIR NUMERO                                   *
012100*----------------------------------------------------------------*
012110 9100-REGRAVAR-NUMERACAO.
012120     OPEN OUTPUT NUMERACAO-FATURA-FILE.
012130     IF NOT NUMERACAO-FILE-OK
012140         DISPLAY "DEVFAT: ERRO AO REGRAVAR NUMERACAO-FATURA-"
012150                 "FILE - STATUS " STATUS-NUMERACAO-FILE
012160         MOVE 15 TO RETURN-CODE
012170         GO TO 9999-ENCERRAR
012180     END-IF.
012190     MOVE ULTIMO-NUMERO-FATURA TO ULTIMO-NUMERO-NUMERACAO.
012200     WRITE NUMERACAO-REG.
012210     CLOSE NUMERACAO-FATURA-FILE.
012220 9100-REGRAVAR-NUMERACAO-EXIT.
012230     EXIT.

012240 9999-ENCERRAR.
012250     STOP RUN.

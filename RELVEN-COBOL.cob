000100*================================================================*
000110 IDENTIFICATION                      DIVISION.
000120*================================================================*
000130 PROGRAM-ID. RELVEN.
000140 AUTHOR. GABRIEL GREGORIO DA SILVA.
000150 INSTALLATION. COMBRATEC.
000160 DATE-WRITTEN. 15/10/2026.
000170 DATE-COMPILED.
000180************************DOCUMENTACAO******************************
000190******************************************************************
000200*>                                                    COMBRATEC <*
000210*> DATA.     : 15/10/2026                                       <*
000220*> ANALISTA. : GABRIEL GREGORIO DA SILVA                        <*
000230*> OBJETIVO. : ANALISE DE VENDAS ENTRE DOIS PERIODOS: LE        <*
000240*>             OS MOVIMENTOS CORRENTES (COMPRAS-FILE) E OS JA   <*
000250*>             ARQUIVADOS PELO FECHAMENTO (COMPRAS-HIST-FILE),  <*
000260*>             VALORIZA CADA MOVIMENTO PELO PRECO DE            <*
000270*>             PRECOS-FILE VIGENTE NA DATA DA COMPRA (NA FALTA  <*
000280*>             DELE, PELO PRECO DO CATALOGO) E COMPARA O        <*
000290*>             PERIODO ANTERIOR COM O ATUAL: QUANTIDADE E VALOR <*
000300*>             POR PRODUTO, COM A VARIACAO E O PERCENTUAL DE    <*
000310*>             VARIACAO, OS MAIORES CLIENTES POR VALOR EM CADA  <*
000320*>             PERIODO E A MARCA DOS PRODUTOS QUE VENDERAM NO   <*
000330*>             ANTERIOR E NAO VENDERAM NO ATUAL.                <*
000340*>                                                              <*
000350*>             A QUANTIDADE E LIQUIDA DAS DEVOLUCOES JA         <*
000360*>             CREDITADAS (DEVFAT). O CARTAO DE PARAMETROS TRAZ <*
000370*>             VENDAS-ATUAL-DE, VENDAS-ATUAL-ATE,               <*
000380*>             VENDAS-ANTERIOR-DE E VENDAS-ANTERIOR-ATE         <*
000390*>             (AAAAMMDD) E VENDAS-TOP-CLIENTES (01 A 20,       <*
000400*>             PADRAO 10). SEM CARTAO, O PERIODO ATUAL VAI DO   <*
000410*>             PRIMEIRO DIA DO MES DA RODADA ATE A DATA DA      <*
000420*>             RODADA; DATA DO ANTERIOR NAO INFORMADA E A DATA  <*
000430*>             CORRESPONDENTE DO ATUAL UM ANO ANTES (MESMO MES  <*
000440*>             DO ANO PASSADO).                                 <*
000450*>                                                              <*
000460*> HISTORICO DE ALTERACOES                                     <*
000470*> 15/10/2026 GGS CRIACAO DA ANALISE DE VENDAS ENTRE PERIODOS.  <*
000480*>                                                              <*
000490*********************FIM DOCUMENTACAO*****************************
000500******************************************************************

000510*================================================================*
000520 ENVIRONMENT                         DIVISION.
000530*================================================================*
000540 INPUT-OUTPUT                        SECTION.
000550 FILE-CONTROL.
000560     SELECT CLIENTE-FILE   ASSIGN TO "CLIENTE-FILE"
000570            ORGANIZATION   IS INDEXED
000580            ACCESS MODE    IS RANDOM
000590            RECORD KEY     IS RG-CLIENTE
000600            ALTERNATE RECORD KEY IS NOME-CLIENTE
000610                WITH DUPLICATES
000620            FILE STATUS    IS STATUS-CLIENTE-FILE.

000630     SELECT COMPRAS-FILE   ASSIGN TO "COMPRAS-FILE"
000640            ORGANIZATION   IS INDEXED
000650            ACCESS MODE    IS SEQUENTIAL
000660            RECORD KEY     IS CHAVE-COMPRA
000670            FILE STATUS    IS STATUS-COMPRAS-FILE.

000680     SELECT OPTIONAL COMPRAS-HIST-FILE
000690            ASSIGN TO "COMPRAS-HIST-FILE"
000700            ORGANIZATION   IS INDEXED
000710            ACCESS MODE    IS SEQUENTIAL
000720            RECORD KEY     IS CHAVE-COMPRA-HIST
000730            FILE STATUS    IS STATUS-COMPRAS-HIST.

000740     SELECT PRODUTO-FILE   ASSIGN TO "PRODUTO-FILE"
000750            ORGANIZATION   IS INDEXED
000760            ACCESS MODE    IS RANDOM
000770            RECORD KEY     IS CODIGO-PRODUTO
000780            ALTERNATE RECORD KEY IS DESCRICAO-PRODUTO
000790            FILE STATUS    IS STATUS-PRODUTO-FILE.

000800     SELECT OPTIONAL PRECOS-FILE ASSIGN TO "PRECOS-FILE"
000810            ORGANIZATION   IS INDEXED
000820            ACCESS MODE    IS DYNAMIC
000830            RECORD KEY     IS CHAVE-PRECO
000840            FILE STATUS    IS STATUS-PRECOS-FILE.

000850     SELECT ANALISE-FILE   ASSIGN TO "ANALISE-VENDAS-FILE"
000860            ORGANIZATION   IS LINE SEQUENTIAL
000870            FILE STATUS    IS STATUS-ANALISE-FILE.

000880     SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS-FILE"
000890            ORGANIZATION   IS LINE SEQUENTIAL
000900            FILE STATUS    IS STATUS-PARAMETROS-FILE.

000910     SELECT PRODUTOS-WORK  ASSIGN TO "PRODUTOS-WORK".

000920     SELECT CLIENTES-WORK  ASSIGN TO "CLIENTES-WORK".

000930*================================================================*
000940 DATA                                DIVISION.
000950*================================================================*
000960 FILE                                SECTION.
000970 FD  CLIENTE-FILE
000980     LABEL RECORD IS STANDARD.
000990     COPY CLIENTE.

001000 FD  COMPRAS-FILE
001010     LABEL RECORD IS STANDARD.
001020     COPY COMPRA.

001030*    ESPELHO POSICIONAL DO COPYBOOK COMPRA (MESMO LAYOUT FISICO DO
001040*    HISTORICO GRAVADO PELO FECCOM, NOMES SUFIXADOS PARA NAO
001050*    COLIDIR COM O ARQUIVO CORRENTE).
001060 FD  COMPRAS-HIST-FILE
001070     LABEL RECORD IS STANDARD.
001080 01  COMPRA-HIST.
001090     02 CHAVE-COMPRA-HIST.
001100         03 RG-COMPRA-HIST        PIC X(15).
001110         03 DATA-COMPRA-HIST      PIC 9(08).
001120         03 SEQUENCIA-COMPRA-HIST PIC 9(03).
001130     02 ITEM-COMPRA-HIST.
001140         03 ITEM-CODIGO-COMPRA-HIST     PIC 9(04).
001150         03 ITEM-NOME-COMPRA-HIST       PIC X(25).
001160         03 ITEM-QUANTIDADE-COMPRA-HIST PIC 9(02).
001170     02 NUMERO-FATURA-COMPRA-HIST PIC 9(08).
001180     02 QUANTIDADE-DEVOLVIDA-COMPRA-HIST PIC 9(02).

001190 FD  PRODUTO-FILE
001200     LABEL RECORD IS STANDARD.
001210     COPY PRODUTO.

001220 FD  PRECOS-FILE
001230     LABEL RECORD IS STANDARD.
001240     COPY PRECO.

001250 FD  ANALISE-FILE.
001260 01  ANALISE-LINHA             PIC X(132).

001270*    CARTAO DE PARAMETROS: PALAVRA-CHAVE NAS COLUNAS 1-20 E O
001280*    VALOR A PARTIR DA COLUNA 21, NO FORMATO FIXO DE CADA
001290*    PARAMETRO (NUMERICOS COM ZEROS A ESQUERDA).
001300 FD  PARAMETROS-FILE.
001310 01  PARAMETRO-CARTAO.
001320     02 PARAMETRO-NOME         PIC X(20).
001330     02 PARAMETRO-VALOR        PIC X(60).

001340 SD  PRODUTOS-WORK.
001350 01  VENDA-PRODUTO.
001360     02 PRODUTO-VENDA          PIC 9(04).
001370     02 PERIODO-VENDA-PRODUTO  PIC 9(01).
001380     02 NOME-VENDA-PRODUTO     PIC X(25).
001390     02 QUANTIDADE-VENDA-PRODUTO PIC 9(02).
001400     02 VALOR-VENDA-PRODUTO    PIC 9(07)V99.

001410 SD  CLIENTES-WORK.
001420 01  VENDA-CLIENTE.
001430     02 RG-VENDA               PIC X(15).
001440     02 PERIODO-VENDA-CLIENTE  PIC 9(01).
001450     02 QUANTIDADE-VENDA-CLIENTE PIC 9(02).
001460     02 VALOR-VENDA-CLIENTE    PIC 9(07)V99.

001470*----------------------------------------------------------------*
001480 WORKING-STORAGE                             SECTION.
001490*----------------------------------------------------------------*
001500**************** CONTROLE DO ARQUIVO DE CLIENTES *****************
001510 77  STATUS-CLIENTE-FILE   PIC X(02) VALUE "00".
001520     88 CLIENTE-FILE-OK            VALUE "00".

001530*************** CONTROLE DO ARQUIVO DE MOVIMENTOS ****************
001540 77  STATUS-COMPRAS-FILE   PIC X(02) VALUE "00".
001550     88 COMPRAS-FILE-OK           VALUE "00".
001560     88 COMPRAS-FILE-FIM          VALUE "10".

001570***************** CONTROLE DO ARQUIVO HISTORICO ******************
001580 77  STATUS-COMPRAS-HIST   PIC X(02) VALUE "00".
001590     88 COMPRAS-HIST-OK           VALUE "00" "05".
001600     88 COMPRAS-HIST-FIM          VALUE "10".
001610 77  MARCA-HISTORICO-AUSENTE PIC X(01) VALUE "N".
001620     88 HISTORICO-AUSENTE         VALUE "S".

001630**************** CONTROLE DO CATALOGO DE PRODUTOS ****************
001640 77  STATUS-PRODUTO-FILE   PIC X(02) VALUE "00".
001650     88 PRODUTO-FILE-OK           VALUE "00".

001660**************** CONTROLE DO HISTORICO DE PRECOS *****************
001670 77  STATUS-PRECOS-FILE    PIC X(02) VALUE "00".
001680     88 PRECOS-FILE-OK            VALUE "00" "05".

001690 77  MARCA-PRECOS-AUSENTE  PIC X(01) VALUE "N".
001700     88 PRECOS-AUSENTE            VALUE "S".
001710 77  MARCA-FIM-PRECOS-PROD PIC X(01) VALUE "N".
001720     88 PRECOS-PRODUTO-FIM        VALUE "S".
001730 77  MARCA-PRECO-VIGENTE   PIC X(01) VALUE "N".
001740     88 PRECO-VIGENTE-ACHADO      VALUE "S".
001750 77  PRECO-VIGENTE-DA-DATA PIC 9(05)V99 VALUE ZERO.

001760**************** CONTROLE DO RELATORIO DE ANALISE ****************
001770 77  STATUS-ANALISE-FILE   PIC X(02) VALUE "00".
001780     88 ANALISE-FILE-OK           VALUE "00".

001790 77  DATA-EXECUCAO-ANALISE     PIC 9(08) VALUE ZERO.
001800 77  ANALISE-LINHA-PENDENTE    PIC X(132) VALUE SPACES.
001810 77  TITULO-SECAO              PIC X(132) VALUE SPACES.
001820 77  CABECALHO-SECAO           PIC X(132) VALUE SPACES.
001830 77  NUMERO-PAGINA-ANALISE     PIC 9(04) VALUE ZERO.
001840 77  LINHA-PAGINA-ANALISE      PIC 9(02) BINARY VALUE ZERO.
001850 77  MAX-LINHAS-ANALISE        PIC 9(02) BINARY VALUE 20.

001860**************** CARTAO DE PARAMETROS DA ANALISE *****************
001870 77  STATUS-PARAMETROS-FILE PIC X(02) VALUE "00".
001880     88 PARAMETROS-FILE-OK        VALUE "00".
001890     88 PARAMETROS-FILE-FIM       VALUE "10".

001900 77  DATA-CARTAO-PARAMETRO PIC 9(08) VALUE ZERO.
001910 77  QUANTIDADE-TOP-CLIENTES PIC 9(02) VALUE 10.
001920 77  LIMITE-TOP-CLIENTES   PIC 9(02) VALUE 20.

001930*    AREA DE TRABALHO PARA MONTAR AS DATAS PADRAO DOS PERIODOS
001940*    (PRIMEIRO DIA DO MES E MESMA DATA UM ANO ANTES).
001950 01  DATA-TRABALHO-ANALISE.
001960     02 ANO-TRABALHO           PIC 9(04).
001970     02 MES-TRABALHO           PIC 9(02).
001980     02 DIA-TRABALHO           PIC 9(02).
001990 01  DATA-TRABALHO-NUMERICA REDEFINES DATA-TRABALHO-ANALISE
002000                               PIC 9(08).

002010**************** AREA DE COMUNICACAO DO DATECALC *****************
002020     COPY DATECALC.

002030********************** PERIODOS COMPARADOS ***********************
002040*    OCORRENCIA 1 E O PERIODO ANTERIOR E 2 O ATUAL; CADA UMA
002050*    GUARDA AS DATAS, OS TOTAIS E A TABELA DOS MAIORES CLIENTES
002060*    EM ORDEM DECRESCENTE DE VALOR.
002070 77  PERIODO-ANTERIOR      PIC 9(01) VALUE 1.
002080 77  PERIODO-ATUAL         PIC 9(01) VALUE 2.
002090 77  PERIODO-CORRENTE      PIC 9(01) VALUE ZERO.

002100 01  PERIODOS-ANALISE.
002110     02 PERIODO-ANALISE OCCURS 2 TIMES.
002120         03 DATA-DE-PERIODO        PIC 9(08).
002130         03 DATA-ATE-PERIODO       PIC 9(08).
002140         03 QUANTIDADE-PERIODO     PIC 9(07).
002150         03 VALOR-PERIODO          PIC 9(09)V99.
002160         03 PRODUTOS-PERIODO       PIC 9(05).
002170         03 CLIENTES-PERIODO       PIC 9(05).
002180         03 TOTAL-TOP-PERIODO      PIC 9(02).
002190         03 CLIENTE-TOP OCCURS 20 TIMES.
002200             04 RG-TOP             PIC X(15).
002210             04 QUANTIDADE-TOP     PIC 9(07).
002220             04 VALOR-TOP          PIC 9(09)V99.

002230 01  TABELA-NOMES-PERIODOS.
002240     02 FILLER             PIC X(08) VALUE "ANTERIOR".
002250     02 FILLER             PIC X(08) VALUE "ATUAL".
002260 01  TABELA-NOMES-PERIODOS-R REDEFINES TABELA-NOMES-PERIODOS.
002270     02 NOME-PERIODO       PIC X(08) OCCURS 2 TIMES.

002280********************** MOVIMENTO EM ANALISE **********************
002290*    CAMPOS COMUNS AOS DOIS ARQUIVOS DE MOVIMENTOS, PARA QUE O
002300*    CORRENTE E O HISTORICO PASSEM PELA MESMA CLASSIFICACAO.
002310 01  MOVIMENTO-ANALISADO.
002320     02 RG-MOVIMENTO           PIC X(15).
002330     02 DATA-MOVIMENTO         PIC 9(08).
002340     02 CODIGO-MOVIMENTO       PIC 9(04).
002350     02 NOME-MOVIMENTO         PIC X(25).
002360     02 QUANTIDADE-MOVIMENTO   PIC 9(02).
002370     02 DEVOLVIDA-MOVIMENTO    PIC 9(02).

002380 77  QUANTIDADE-LIQUIDA-MOV PIC 9(02) VALUE ZERO.
002390 77  PRECO-MOVIMENTO       PIC 9(05)V99 VALUE ZERO.
002400 77  VALOR-MOVIMENTO       PIC 9(07)V99 VALUE ZERO.

002410 77  MARCA-CLASSIFICACAO   PIC X(01) VALUE "P".
002420     88 CLASSIFICANDO-PRODUTOS    VALUE "P".
002430     88 CLASSIFICANDO-CLIENTES    VALUE "C".

002440***************** QUEBRA DE CONTROLE POR PRODUTO *****************
002450 77  MARCA-FIM-PRODUTOS    PIC X(01) VALUE "N".
002460     88 PRODUTOS-WORK-FIM         VALUE "S".
002470 77  PRIMEIRO-CLASSIFICADO PIC X(01) VALUE "S".
002480     88 E-PRIMEIRO-CLASSIFICADO   VALUE "S".
002490 77  CODIGO-PRODUTO-ANTERIOR PIC 9(04) VALUE ZERO.
002500 77  NOME-PRODUTO-ANALISE  PIC X(25) VALUE SPACES.

002510 01  ACUMULADOS-PRODUTO.
002520     02 ACUMULADO-PRODUTO OCCURS 2 TIMES.
002530         03 QUANTIDADE-ACUMULADA   PIC 9(07).
002540         03 VALOR-ACUMULADO        PIC 9(09)V99.

002550***************** QUEBRA DE CONTROLE POR CLIENTE *****************
002560 77  MARCA-FIM-CLIENTES    PIC X(01) VALUE "N".
002570     88 CLIENTES-WORK-FIM         VALUE "S".
002580 77  RG-CLIENTE-ANTERIOR   PIC X(15) VALUE SPACES.
002590 77  PERIODO-CLIENTE-ANTERIOR PIC 9(01) VALUE ZERO.
002600 77  QUANTIDADE-CLIENTE-ACUM PIC 9(07) VALUE ZERO.
002610 77  VALOR-CLIENTE-ACUM    PIC 9(09)V99 VALUE ZERO.

002620 77  INDICE-TOP            PIC 9(02) BINARY VALUE ZERO.
002630 77  INDICE-DESLOCAMENTO   PIC 9(02) BINARY VALUE ZERO.
002640 77  INDICE-ORIGEM         PIC 9(02) BINARY VALUE ZERO.
002650 77  MARCA-POSICAO-TOP     PIC X(01) VALUE "N".
002660     88 POSICAO-TOP-ACHADA        VALUE "S".

002670******************* VARIACAO ENTRE OS PERIODOS *******************
002680 77  VARIACAO-QUANTIDADE   PIC S9(07) VALUE ZERO.
002690 77  VARIACAO-VALOR        PIC S9(09)V99 VALUE ZERO.
002700 77  BASE-PERCENTUAL       PIC 9(09)V99 VALUE ZERO.
002710 77  VARIACAO-PERCENTUAL   PIC S9(09)V99 VALUE ZERO.
002720 77  PERCENTUAL-VARIACAO   PIC S9(05)V9 VALUE ZERO.
002730 77  PERCENTUAL-TEXTO      PIC X(08) VALUE SPACES.
002740 77  PERCENTUAL-QTD-TEXTO  PIC X(08) VALUE SPACES.
002750 77  PERCENTUAL-VALOR-TEXTO PIC X(08) VALUE SPACES.
002760 77  OBSERVACAO-PRODUTO    PIC X(18) VALUE SPACES.

002770 77  PARTICIPACAO-CLIENTE  PIC 9(03)V9 VALUE ZERO.
002780 77  NOME-CLIENTE-ANALISE  PIC X(30) VALUE SPACES.
002790 77  OBSERVACAO-CLIENTE    PIC X(14) VALUE SPACES.

002800************************* TOTAIS GERAIS **************************
002810 77  CONTADOR-MOV-CORRENTE PIC 9(06) VALUE ZERO.
002820 77  CONTADOR-MOV-HISTORICO PIC 9(06) VALUE ZERO.
002830 77  CONTADOR-MOV-FORA     PIC 9(06) VALUE ZERO.
002840 77  CONTADOR-MOV-DEVOLVIDOS PIC 9(06) VALUE ZERO.
002850 77  CONTADOR-MOV-SEM-PRECO PIC 9(06) VALUE ZERO.
002860 77  CONTADOR-PRODUTOS-PARADOS PIC 9(05) VALUE ZERO.
002870 77  CONTADOR-PRODUTOS-NOVOS PIC 9(05) VALUE ZERO.

002880************************ CAMPOS EDITADOS *************************
002890 77  QUANTIDADE-ANT-EDITADA PIC ZZZZZZ9 VALUE ZERO.
002900 77  QUANTIDADE-ATU-EDITADA PIC ZZZZZZ9 VALUE ZERO.
002910 77  VARIACAO-QTD-EDITADA  PIC -ZZZZZZ9 VALUE ZERO.
002920 77  VALOR-ANT-EDITADO     PIC ZZZZZZZZ9.99 VALUE ZERO.
002930 77  VALOR-ATU-EDITADO     PIC ZZZZZZZZ9.99 VALUE ZERO.
002940 77  VARIACAO-VALOR-EDITADO PIC -ZZZZZZZZ9.99 VALUE ZERO.
002950 77  PERCENTUAL-EDITADO    PIC -ZZZZ9.9 VALUE ZERO.
002960 77  PARTICIPACAO-EDITADA  PIC ZZ9.9 VALUE ZERO.
002970 77  POSICAO-EDITADA       PIC ZZ9 VALUE ZERO.
002980 77  CONTADOR-EDITADO      PIC ZZZZZ9 VALUE ZERO.

002990*================================================================*
003000 PROCEDURE                           DIVISION.
003010*================================================================*
003020 0000-MAINLINE.
003030     PERFORM 1000-INICIALIZAR
003040         THRU 1000-INICIALIZAR-EXIT.
003050     SET CLASSIFICANDO-PRODUTOS TO TRUE.
003060     SORT PRODUTOS-WORK
003070         ON ASCENDING KEY PRODUTO-VENDA PERIODO-VENDA-PRODUTO
003080         INPUT PROCEDURE IS 2000-LER-MOVIMENTOS
003090             THRU 2000-LER-MOVIMENTOS-EXIT
003100         OUTPUT PROCEDURE IS 3000-ANALISAR-PRODUTOS
003110             THRU 3000-ANALISAR-PRODUTOS-EXIT.
003120     SET CLASSIFICANDO-CLIENTES TO TRUE.
003130     SORT CLIENTES-WORK
003140         ON ASCENDING KEY RG-VENDA PERIODO-VENDA-CLIENTE
003150         INPUT PROCEDURE IS 2000-LER-MOVIMENTOS
003160             THRU 2000-LER-MOVIMENTOS-EXIT
003170         OUTPUT PROCEDURE IS 4000-ANALISAR-CLIENTES
003180             THRU 4000-ANALISAR-CLIENTES-EXIT.
003190     PERFORM 5000-IMPRIMIR-CLIENTES
003200         THRU 5000-IMPRIMIR-CLIENTES-EXIT.
003210     PERFORM 6000-IMPRIMIR-RESUMO
003220         THRU 6000-IMPRIMIR-RESUMO-EXIT.
003230     PERFORM 9000-FINALIZAR
003240         THRU 9000-FINALIZAR-EXIT.
003250     GO TO 9999-ENCERRAR.

003260*----------------------------------------------------------------*
003270* LE O CARTAO DE PARAMETROS, COMPLETA OS PERIODOS COM AS DATAS   *
003280* PADRAO E ABRE OS ARQUIVOS DE MOVIMENTOS, PRECOS, CATALOGO,     *
003290* CLIENTES E O RELATORIO DE ANALISE                              *
003300*----------------------------------------------------------------*
003310 1000-INICIALIZAR.
003320     ACCEPT DATA-EXECUCAO-ANALISE FROM DATE YYYYMMDD.
003330     MOVE ZEROS TO PERIODOS-ANALISE.
003340     PERFORM 1100-LER-PARAMETROS
003350         THRU 1100-LER-PARAMETROS-EXIT.
003360     PERFORM 1200-COMPLETAR-PERIODOS
003370         THRU 1200-COMPLETAR-PERIODOS-EXIT.

003380     OPEN INPUT COMPRAS-FILE.
003390     IF NOT COMPRAS-FILE-OK
003400         DISPLAY "RELVEN: ERRO AO ABRIR COMPRAS-FILE - STATUS "
003410                 STATUS-COMPRAS-FILE
003420         MOVE 19 TO RETURN-CODE
003430         GO TO 9999-ENCERRAR
003440     END-IF.

003450     OPEN INPUT COMPRAS-HIST-FILE.
003460     IF NOT COMPRAS-HIST-OK
003470         DISPLAY "RELVEN: ERRO AO ABRIR COMPRAS-HIST-FILE - "
003480                 "STATUS " STATUS-COMPRAS-HIST
003490         MOVE 25 TO RETURN-CODE
003500         GO TO 9999-ENCERRAR
003510     END-IF.
003520*    HISTORICO AINDA NAO CRIADO (NENHUM FECHAMENTO RODOU): SO O
003530*    ARQUIVO CORRENTE ENTRA NA ANALISE.
003540     IF STATUS-COMPRAS-HIST = "05"
003550         SET HISTORICO-AUSENTE TO TRUE
003560     END-IF.

003570     OPEN INPUT PRECOS-FILE.
003580     IF NOT PRECOS-FILE-OK
003590         DISPLAY "RELVEN: ERRO AO ABRIR PRECOS-FILE - STATUS "
003600                 STATUS-PRECOS-FILE
003610         MOVE 23 TO RETURN-CODE
003620         GO TO 9999-ENCERRAR
003630     END-IF.
003640     IF STATUS-PRECOS-FILE = "05"
003650         SET PRECOS-AUSENTE TO TRUE
003660     END-IF.

003670     OPEN INPUT PRODUTO-FILE.
003680     IF NOT PRODUTO-FILE-OK
003690         DISPLAY "RELVEN: ERRO AO ABRIR PRODUTO-FILE - STATUS "
003700                 STATUS-PRODUTO-FILE
003710         MOVE 10 TO RETURN-CODE
003720         GO TO 9999-ENCERRAR
003730     END-IF.

003740     OPEN INPUT CLIENTE-FILE.
003750     IF NOT CLIENTE-FILE-OK
003760         DISPLAY "RELVEN: ERRO AO ABRIR CLIENTE-FILE - STATUS "
003770                 STATUS-CLIENTE-FILE
003780         MOVE 08 TO RETURN-CODE
003790         GO TO 9999-ENCERRAR
003800     END-IF.

003810     OPEN OUTPUT ANALISE-FILE.
003820     IF NOT ANALISE-FILE-OK
003830         DISPLAY "RELVEN: ERRO AO ABRIR ANALISE-VENDAS-FILE - "
003840                 "STATUS " STATUS-ANALISE-FILE
003850         MOVE 12 TO RETURN-CODE
003860         GO TO 9999-ENCERRAR
003870     END-IF.

003880     DISPLAY "RELVEN: PERIODO ANTERIOR "
003890             DATA-DE-PERIODO (PERIODO-ANTERIOR) " A "
003900             DATA-ATE-PERIODO (PERIODO-ANTERIOR)
003910             " - PERIODO ATUAL "
003920             DATA-DE-PERIODO (PERIODO-ATUAL) " A "
003930             DATA-ATE-PERIODO (PERIODO-ATUAL).
003940 1000-INICIALIZAR-EXIT.
003950     EXIT.

003960*----------------------------------------------------------------*
003970* LE O CARTAO DE PARAMETROS: VENDAS-ANTERIOR-DE,                 *
003980* VENDAS-ANTERIOR-ATE, VENDAS-ATUAL-DE E VENDAS-ATUAL-ATE        *
003990* (AAAAMMDD) E VENDAS-TOP-CLIENTES (99). DATA RUIM OU QUANTIDADE *
004000* FORA DA FAIXA DERRUBA A ANALISE; CARTAO AUSENTE DEIXA O PADRAO *
004010*----------------------------------------------------------------*
004020 1100-LER-PARAMETROS.
004030     OPEN INPUT PARAMETROS-FILE.
004040     IF NOT PARAMETROS-FILE-OK
004050         DISPLAY "RELVEN: ERRO AO ABRIR PARAMETROS-FILE - STATUS "
004060                 STATUS-PARAMETROS-FILE
004070         MOVE 17 TO RETURN-CODE
004080         GO TO 9999-ENCERRAR
004090     END-IF.
004100     PERFORM 1110-LER-CARTAO
004110         THRU 1110-LER-CARTAO-EXIT
004120         UNTIL PARAMETROS-FILE-FIM.
004130     CLOSE PARAMETROS-FILE.
004140 1100-LER-PARAMETROS-EXIT.
004150     EXIT.

004160 1110-LER-CARTAO.
004170     READ PARAMETROS-FILE
004180         AT END
004190             SET PARAMETROS-FILE-FIM TO TRUE
004200         NOT AT END
004210             PERFORM 1120-APLICAR-PARAMETRO
004220                 THRU 1120-APLICAR-PARAMETRO-EXIT
004230     END-READ.
004240 1110-LER-CARTAO-EXIT.
004250     EXIT.

004260 1120-APLICAR-PARAMETRO.
004270     IF PARAMETRO-CARTAO = SPACES
004280         GO TO 1120-APLICAR-PARAMETRO-EXIT.

004290     IF PARAMETRO-NOME = "VENDAS-ANTERIOR-DE"
004300         PERFORM 1130-CRITICAR-DATA-CARTAO
004310             THRU 1130-CRITICAR-DATA-CARTAO-EXIT
004320         MOVE DATA-CARTAO-PARAMETRO
004330             TO DATA-DE-PERIODO (PERIODO-ANTERIOR)
004340         GO TO 1120-APLICAR-PARAMETRO-EXIT.

004350     IF PARAMETRO-NOME = "VENDAS-ANTERIOR-ATE"
004360         PERFORM 1130-CRITICAR-DATA-CARTAO
004370             THRU 1130-CRITICAR-DATA-CARTAO-EXIT
004380         MOVE DATA-CARTAO-PARAMETRO
004390             TO DATA-ATE-PERIODO (PERIODO-ANTERIOR)
004400         GO TO 1120-APLICAR-PARAMETRO-EXIT.

004410     IF PARAMETRO-NOME = "VENDAS-ATUAL-DE"
004420         PERFORM 1130-CRITICAR-DATA-CARTAO
004430             THRU 1130-CRITICAR-DATA-CARTAO-EXIT
004440         MOVE DATA-CARTAO-PARAMETRO
004450             TO DATA-DE-PERIODO (PERIODO-ATUAL)
004460         GO TO 1120-APLICAR-PARAMETRO-EXIT.

004470     IF PARAMETRO-NOME = "VENDAS-ATUAL-ATE"
004480         PERFORM 1130-CRITICAR-DATA-CARTAO
004490             THRU 1130-CRITICAR-DATA-CARTAO-EXIT
004500         MOVE DATA-CARTAO-PARAMETRO
004510             TO DATA-ATE-PERIODO (PERIODO-ATUAL)
004520         GO TO 1120-APLICAR-PARAMETRO-EXIT.

004530     IF PARAMETRO-NOME = "VENDAS-TOP-CLIENTES"
004540         IF PARAMETRO-VALOR (1:2) NOT NUMERIC
004550             DISPLAY "RELVEN: VENDAS-TOP-CLIENTES INVALIDO - "
004560                     PARAMETRO-VALOR (1:2)
004570             MOVE 18 TO RETURN-CODE
004580             GO TO 9999-ENCERRAR
004590         END-IF
004600         MOVE PARAMETRO-VALOR (1:2) TO QUANTIDADE-TOP-CLIENTES
004610         IF QUANTIDADE-TOP-CLIENTES = ZERO
004620            OR QUANTIDADE-TOP-CLIENTES > LIMITE-TOP-CLIENTES
004630             DISPLAY "RELVEN: VENDAS-TOP-CLIENTES FORA DE 01 A "
004640                     LIMITE-TOP-CLIENTES " - "
004650                     QUANTIDADE-TOP-CLIENTES
004660             MOVE 18 TO RETURN-CODE
004670             GO TO 9999-ENCERRAR
004680         END-IF
004690         GO TO 1120-APLICAR-PARAMETRO-EXIT.

004700*    CARTOES DE OUTROS PROGRAMAS NO MESMO ARQUIVO SAO IGNORADOS.
004710 1120-APLICAR-PARAMETRO-EXIT.
004720     EXIT.

004730*----------------------------------------------------------------*
004740* CRITICA A DATA DO CARTAO CORRENTE (AAAAMMDD): TEM QUE SER      *
004750* NUMERICA E UMA DATA DE CALENDARIO REAL PELO DATECALC           *
004760*----------------------------------------------------------------*
004770 1130-CRITICAR-DATA-CARTAO.
004780     IF PARAMETRO-VALOR (1:8) NOT NUMERIC
004790         DISPLAY "RELVEN: DATA INVALIDA NO CARTAO "
004800                 PARAMETRO-NOME " - " PARAMETRO-VALOR (1:8)
004810         MOVE 18 TO RETURN-CODE
004820         GO TO 9999-ENCERRAR
004830     END-IF.
004840     MOVE PARAMETRO-VALOR (1:8) TO DATA-CARTAO-PARAMETRO.
004850     MOVE DATA-CARTAO-PARAMETRO TO DATECALC-DATA-1.
004860     SET DATECALC-VALIDAR TO TRUE.
004870     CALL "DATECALC" USING DATECALC-PARAMETROS.
004880     IF DATECALC-DATA-INVALIDA
004890         DISPLAY "RELVEN: DATA IMPOSSIVEL NO CARTAO "
004900                 PARAMETRO-NOME " - " DATA-CARTAO-PARAMETRO
004910         MOVE 18 TO RETURN-CODE
004920         GO TO 9999-ENCERRAR
004930     END-IF.
004940 1130-CRITICAR-DATA-CARTAO-EXIT.
004950     EXIT.

004960*----------------------------------------------------------------*
004970* COMPLETA AS DATAS NAO INFORMADAS: O ATUAL VAI DO PRIMEIRO DIA  *
004980* DO MES DA RODADA ATE A DATA DA RODADA E CADA DATA DO ANTERIOR  *
004990* E A DATA CORRESPONDENTE DO ATUAL UM ANO ANTES. PERIODO COM     *
005000* DATA INICIAL DEPOIS DA FINAL DERRUBA A ANALISE                 *
005010*----------------------------------------------------------------*
005020 1200-COMPLETAR-PERIODOS.
005030     IF DATA-DE-PERIODO (PERIODO-ATUAL) = ZERO
005040         MOVE DATA-EXECUCAO-ANALISE TO DATA-TRABALHO-NUMERICA
005050         MOVE 01 TO DIA-TRABALHO
005060         MOVE DATA-TRABALHO-NUMERICA
005070             TO DATA-DE-PERIODO (PERIODO-ATUAL)
005080     END-IF.
005090     IF DATA-ATE-PERIODO (PERIODO-ATUAL) = ZERO
005100         MOVE DATA-EXECUCAO-ANALISE
005110             TO DATA-ATE-PERIODO (PERIODO-ATUAL)
005120     END-IF.

005130     IF DATA-DE-PERIODO (PERIODO-ANTERIOR) = ZERO
005140         MOVE DATA-DE-PERIODO (PERIODO-ATUAL)
005150             TO DATA-TRABALHO-NUMERICA
005160         PERFORM 1210-RECUAR-UM-ANO
005170             THRU 1210-RECUAR-UM-ANO-EXIT
005180         MOVE DATA-TRABALHO-NUMERICA
005190             TO DATA-DE-PERIODO (PERIODO-ANTERIOR)
005200     END-IF.
005210     IF DATA-ATE-PERIODO (PERIODO-ANTERIOR) = ZERO
005220         MOVE DATA-ATE-PERIODO (PERIODO-ATUAL)
005230             TO DATA-TRABALHO-NUMERICA
005240         PERFORM 1210-RECUAR-UM-ANO
005250             THRU 1210-RECUAR-UM-ANO-EXIT
005260         MOVE DATA-TRABALHO-NUMERICA
005270             TO DATA-ATE-PERIODO (PERIODO-ANTERIOR)
005280     END-IF.

005290     PERFORM 1220-CONFERIR-PERIODO
005300         THRU 1220-CONFERIR-PERIODO-EXIT
005310         VARYING PERIODO-CORRENTE FROM 1 BY 1
005320         UNTIL PERIODO-CORRENTE > 2.
005330 1200-COMPLETAR-PERIODOS-EXIT.
005340     EXIT.

005350*    29 DE FEVEREIRO UM ANO ANTES NUNCA E ANO BISSEXTO: CAI NO 28.
005360 1210-RECUAR-UM-ANO.
005370     SUBTRACT 1 FROM ANO-TRABALHO.
005380     IF MES-TRABALHO = 02 AND DIA-TRABALHO = 29
005390         MOVE 28 TO DIA-TRABALHO
005400     END-IF.
005410 1210-RECUAR-UM-ANO-EXIT.
005420     EXIT.

005430 1220-CONFERIR-PERIODO.
005440     IF DATA-DE-PERIODO (PERIODO-CORRENTE) >
005450        DATA-ATE-PERIODO (PERIODO-CORRENTE)
005460         DISPLAY "RELVEN: PERIODO "
005470                 NOME-PERIODO (PERIODO-CORRENTE)
005480                 " COM DATA INICIAL "
005490                 DATA-DE-PERIODO (PERIODO-CORRENTE)
005500                 " DEPOIS DA FINAL "
005510                 DATA-ATE-PERIODO (PERIODO-CORRENTE)
005520         MOVE 18 TO RETURN-CODE
005530         GO TO 9999-ENCERRAR
005540     END-IF.
005550 1220-CONFERIR-PERIODO-EXIT.
005560     EXIT.

005570*----------------------------------------------------------------*
005580* PROCEDIMENTO DE ENTRADA DAS DUAS CLASSIFICACOES: LE DE PONTA A *
005590* PONTA O ARQUIVO CORRENTE E DEPOIS O HISTORICO, PASSANDO CADA   *
005600* MOVIMENTO PELA MESMA CLASSIFICACAO POR PERIODO. OS DOIS        *
005610* ARQUIVOS SAO REPOSICIONADOS NO INICIO A CADA PASSADA           *
005620*----------------------------------------------------------------*
005630 2000-LER-MOVIMENTOS.
005640     MOVE LOW-VALUES TO CHAVE-COMPRA.
005650     START COMPRAS-FILE KEY IS NOT LESS THAN CHAVE-COMPRA
005660         INVALID KEY
005670             SET COMPRAS-FILE-FIM TO TRUE
005680     END-START.
005690     PERFORM 2100-LER-MOVIMENTO
005700         THRU 2100-LER-MOVIMENTO-EXIT.
005710     PERFORM 2200-TRATAR-MOVIMENTO
005720         THRU 2200-TRATAR-MOVIMENTO-EXIT
005730         UNTIL COMPRAS-FILE-FIM.

005740     IF HISTORICO-AUSENTE
005750         GO TO 2000-LER-MOVIMENTOS-EXIT.
005760     MOVE LOW-VALUES TO CHAVE-COMPRA-HIST.
005770     START COMPRAS-HIST-FILE
005780         KEY IS NOT LESS THAN CHAVE-COMPRA-HIST
005790         INVALID KEY
005800             SET COMPRAS-HIST-FIM TO TRUE
005810     END-START.
005820     PERFORM 2150-LER-HISTORICO
005830         THRU 2150-LER-HISTORICO-EXIT.
005840     PERFORM 2250-TRATAR-HISTORICO
005850         THRU 2250-TRATAR-HISTORICO-EXIT
005860         UNTIL COMPRAS-HIST-FIM.
005870 2000-LER-MOVIMENTOS-EXIT.
005880     EXIT.

005890 2100-LER-MOVIMENTO.
005900     IF COMPRAS-FILE-FIM
005910         GO TO 2100-LER-MOVIMENTO-EXIT.
005920     READ COMPRAS-FILE NEXT RECORD
005930         AT END
005940             SET COMPRAS-FILE-FIM TO TRUE
005950     END-READ.
005960     IF NOT COMPRAS-FILE-OK AND NOT COMPRAS-FILE-FIM
005970         DISPLAY "RELVEN: ERRO NA LEITURA DE COMPRAS-FILE - "
005980                 "STATUS " STATUS-COMPRAS-FILE
005990         MOVE 19 TO RETURN-CODE
006000         GO TO 9999-ENCERRAR
006010     END-IF.
006020 2100-LER-MOVIMENTO-EXIT.
006030     EXIT.

006040 2150-LER-HISTORICO.
006050     IF COMPRAS-HIST-FIM
006060         GO TO 2150-LER-HISTORICO-EXIT.
006070     READ COMPRAS-HIST-FILE NEXT RECORD
006080         AT END
006090             SET COMPRAS-HIST-FIM TO TRUE
006100     END-READ.
006110     IF NOT COMPRAS-HIST-OK AND NOT COMPRAS-HIST-FIM
006120         DISPLAY "RELVEN: ERRO NA LEITURA DE COMPRAS-HIST-FILE - "
006130                 "STATUS " STATUS-COMPRAS-HIST
006140         MOVE 25 TO RETURN-CODE
006150         GO TO 9999-ENCERRAR
006160     END-IF.
006170 2150-LER-HISTORICO-EXIT.
006180     EXIT.

006190 2200-TRATAR-MOVIMENTO.
006200     IF CLASSIFICANDO-PRODUTOS
006210         ADD 1 TO CONTADOR-MOV-CORRENTE
006220     END-IF.
006230     MOVE RG-COMPRA                   TO RG-MOVIMENTO.
006240     MOVE DATA-COMPRA                 TO DATA-MOVIMENTO.
006250     MOVE ITEM-CODIGO-COMPRA          TO CODIGO-MOVIMENTO.
006260     MOVE ITEM-NOME-COMPRA            TO NOME-MOVIMENTO.
006270     MOVE ITEM-QUANTIDADE-COMPRA      TO QUANTIDADE-MOVIMENTO.
006280     MOVE QUANTIDADE-DEVOLVIDA-COMPRA TO DEVOLVIDA-MOVIMENTO.
006290     PERFORM 2300-CLASSIFICAR-MOVIMENTO
006300         THRU 2300-CLASSIFICAR-MOVIMENTO-EXIT.
006310     PERFORM 2100-LER-MOVIMENTO
006320         THRU 2100-LER-MOVIMENTO-EXIT.
006330 2200-TRATAR-MOVIMENTO-EXIT.
006340     EXIT.

006350 2250-TRATAR-HISTORICO.
006360     IF CLASSIFICANDO-PRODUTOS
006370         ADD 1 TO CONTADOR-MOV-HISTORICO
006380     END-IF.
006390     MOVE RG-COMPRA-HIST              TO RG-MOVIMENTO.
006400     MOVE DATA-COMPRA-HIST            TO DATA-MOVIMENTO.
006410     MOVE ITEM-CODIGO-COMPRA-HIST     TO CODIGO-MOVIMENTO.
006420     MOVE ITEM-NOME-COMPRA-HIST       TO NOME-MOVIMENTO.
006430     MOVE ITEM-QUANTIDADE-COMPRA-HIST TO QUANTIDADE-MOVIMENTO.
006440     MOVE QUANTIDADE-DEVOLVIDA-COMPRA-HIST
006450         TO DEVOLVIDA-MOVIMENTO.
006460     PERFORM 2300-CLASSIFICAR-MOVIMENTO
006470         THRU 2300-CLASSIFICAR-MOVIMENTO-EXIT.
006480     PERFORM 2150-LER-HISTORICO
006490         THRU 2150-LER-HISTORICO-EXIT.
006500 2250-TRATAR-HISTORICO-EXIT.
006510     EXIT.

006520*----------------------------------------------------------------*
006530* CLASSIFICA UM MOVIMENTO: FORA DOS DOIS PERIODOS OU TOTALMENTE  *
006540* DEVOLVIDO SO CONTA NO RESUMO; OS DEMAIS SAO VALORIZADOS PELA   *
006550* QUANTIDADE LIQUIDA DAS DEVOLUCOES AO PRECO DA DATA DA COMPRA E *
006560* LIBERADOS UMA VEZ PARA CADA PERIODO QUE OS CONTEM              *
006570*----------------------------------------------------------------*
006580 2300-CLASSIFICAR-MOVIMENTO.
006590     IF (DATA-MOVIMENTO < DATA-DE-PERIODO (PERIODO-ANTERIOR)
006600         OR DATA-MOVIMENTO > DATA-ATE-PERIODO (PERIODO-ANTERIOR))
006610        AND (DATA-MOVIMENTO < DATA-DE-PERIODO (PERIODO-ATUAL)
006620         OR DATA-MOVIMENTO > DATA-ATE-PERIODO (PERIODO-ATUAL))
006630         IF CLASSIFICANDO-PRODUTOS
006640             ADD 1 TO CONTADOR-MOV-FORA
006650         END-IF
006660         GO TO 2300-CLASSIFICAR-MOVIMENTO-EXIT.

006670     IF DEVOLVIDA-MOVIMENTO NOT < QUANTIDADE-MOVIMENTO
006680         IF CLASSIFICANDO-PRODUTOS
006690             ADD 1 TO CONTADOR-MOV-DEVOLVIDOS
006700         END-IF
006710         GO TO 2300-CLASSIFICAR-MOVIMENTO-EXIT.

006720     COMPUTE QUANTIDADE-LIQUIDA-MOV =
006730             QUANTIDADE-MOVIMENTO - DEVOLVIDA-MOVIMENTO.
006740     PERFORM 2400-PRECIFICAR-MOVIMENTO
006750         THRU 2400-PRECIFICAR-MOVIMENTO-EXIT.
006760     COMPUTE VALOR-MOVIMENTO =
006770             PRECO-MOVIMENTO * QUANTIDADE-LIQUIDA-MOV.
006780     PERFORM 2500-LIBERAR-VENDA
006790         THRU 2500-LIBERAR-VENDA-EXIT
006800         VARYING PERIODO-CORRENTE FROM 1 BY 1
006810         UNTIL PERIODO-CORRENTE > 2.
006820 2300-CLASSIFICAR-MOVIMENTO-EXIT.
006830     EXIT.

006840*----------------------------------------------------------------*
006850* PRECO DO MOVIMENTO: O DE PRECOS-FILE VIGENTE NA DATA DA        *
006860* COMPRA; SEM VIGENCIA ATE A DATA, O PRECO DO CATALOGO. PRODUTO  *
006870* SEM PRECO NENHUM ENTRA COM VALOR ZERO E CONTA NO RESUMO        *
006880*----------------------------------------------------------------*
006890 2400-PRECIFICAR-MOVIMENTO.
006900     PERFORM 2410-BUSCAR-PRECO-VIGENTE
006910         THRU 2410-BUSCAR-PRECO-VIGENTE-EXIT.
006920     IF PRECO-VIGENTE-ACHADO
006930         MOVE PRECO-VIGENTE-DA-DATA TO PRECO-MOVIMENTO
006940         GO TO 2400-PRECIFICAR-MOVIMENTO-EXIT.

006950     MOVE CODIGO-MOVIMENTO TO CODIGO-PRODUTO.
006960     READ PRODUTO-FILE
006970         INVALID KEY
006980             MOVE ZERO TO PRECO-UNITARIO-PRODUTO
006990     END-READ.
007000     MOVE PRECO-UNITARIO-PRODUTO TO PRECO-MOVIMENTO.
007010     IF PRECO-MOVIMENTO = ZERO AND CLASSIFICANDO-PRODUTOS
007020         ADD 1 TO CONTADOR-MOV-SEM-PRECO
007030     END-IF.
007040 2400-PRECIFICAR-MOVIMENTO-EXIT.
007050     EXIT.

007060 2410-BUSCAR-PRECO-VIGENTE.
007070     MOVE "N" TO MARCA-PRECO-VIGENTE.
007080     MOVE "N" TO MARCA-FIM-PRECOS-PROD.
007090     IF PRECOS-AUSENTE
007100         GO TO 2410-BUSCAR-PRECO-VIGENTE-EXIT.
007110     MOVE CODIGO-MOVIMENTO TO CODIGO-PRODUTO-PRECO.
007120     MOVE ZERO TO DATA-VIGENCIA-PRECO.
007130     START PRECOS-FILE KEY IS NOT LESS THAN CHAVE-PRECO
007140         INVALID KEY
007150             SET PRECOS-PRODUTO-FIM TO TRUE
007160     END-START.
007170     PERFORM 2420-LER-PRECO-VIGENCIA
007180         THRU 2420-LER-PRECO-VIGENCIA-EXIT
007190         UNTIL PRECOS-PRODUTO-FIM.
007200 2410-BUSCAR-PRECO-VIGENTE-EXIT.
007210     EXIT.

007220 2420-LER-PRECO-VIGENCIA.
007230     READ PRECOS-FILE NEXT RECORD
007240         AT END
007250             SET PRECOS-PRODUTO-FIM TO TRUE
007260     END-READ.
007270     IF PRECOS-PRODUTO-FIM
007280         GO TO 2420-LER-PRECO-VIGENCIA-EXIT.
007290     IF CODIGO-PRODUTO-PRECO NOT = CODIGO-MOVIMENTO
007300         SET PRECOS-PRODUTO-FIM TO TRUE
007310         GO TO 2420-LER-PRECO-VIGENCIA-EXIT.
007320     IF DATA-VIGENCIA-PRECO > DATA-MOVIMENTO
007330         SET PRECOS-PRODUTO-FIM TO TRUE
007340         GO TO 2420-LER-PRECO-VIGENCIA-EXIT.
007350     SET PRECO-VIGENTE-ACHADO TO TRUE.
007360     MOVE PRECO-VIGENTE TO PRECO-VIGENTE-DA-DATA.
007370 2420-LER-PRECO-VIGENCIA-EXIT.
007380     EXIT.

007390 2500-LIBERAR-VENDA.
007400     IF DATA-MOVIMENTO < DATA-DE-PERIODO (PERIODO-CORRENTE)
007410        OR DATA-MOVIMENTO > DATA-ATE-PERIODO (PERIODO-CORRENTE)
007420         GO TO 2500-LIBERAR-VENDA-EXIT.
007430     IF CLASSIFICANDO-PRODUTOS
007440         MOVE CODIGO-MOVIMENTO       TO PRODUTO-VENDA
007450         MOVE PERIODO-CORRENTE       TO PERIODO-VENDA-PRODUTO
007460         MOVE NOME-MOVIMENTO         TO NOME-VENDA-PRODUTO
007470         MOVE QUANTIDADE-LIQUIDA-MOV TO QUANTIDADE-VENDA-PRODUTO
007480         MOVE VALOR-MOVIMENTO        TO VALOR-VENDA-PRODUTO
007490         RELEASE VENDA-PRODUTO
007500     ELSE
007510         MOVE RG-MOVIMENTO           TO RG-VENDA
007520         MOVE PERIODO-CORRENTE       TO PERIODO-VENDA-CLIENTE
007530         MOVE QUANTIDADE-LIQUIDA-MOV TO QUANTIDADE-VENDA-CLIENTE
007540         MOVE VALOR-MOVIMENTO        TO VALOR-VENDA-CLIENTE
007550         RELEASE VENDA-CLIENTE
007560     END-IF.
007570 2500-LIBERAR-VENDA-EXIT.
007580     EXIT.

007590*----------------------------------------------------------------*
007600* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO POR PRODUTO: TOTALIZA   *
007610* QUANTIDADE E VALOR DE CADA PRODUTO NOS DOIS PERIODOS (QUEBRA   *
007620* DE CONTROLE PELO CODIGO) E IMPRIME UMA LINHA POR PRODUTO COM A *
007630* VARIACAO                                                       *
007640*----------------------------------------------------------------*
007650 3000-ANALISAR-PRODUTOS.
007660     MOVE SPACES TO TITULO-SECAO.
007670     STRING "VENDAS POR PRODUTO - QUANTIDADE LIQUIDA DE "
007680             "DEVOLUCOES, VALOR AO PRECO VIGENTE NA DATA DA "
007690             "COMPRA"
007700             DELIMITED BY SIZE INTO TITULO-SECAO.
007710     MOVE SPACES TO CABECALHO-SECAO.
007720     STRING "COD  PRODUTO                   QTD ANT "
007730             "QTD ATU  VAR QTD VAR QTD%    VALOR ANT "
007740             "   VALOR ATU     VAR VALOR VAR VAL% "
007750             "OBSERVACAO"
007760             DELIMITED BY SIZE INTO CABECALHO-SECAO.
007770     PERFORM 7100-IMPRIMIR-CABECALHO
007780         THRU 7100-IMPRIMIR-CABECALHO-EXIT.

007790     PERFORM 3100-RECEBER-VENDA-PRODUTO
007800         THRU 3100-RECEBER-VENDA-PRODUTO-EXIT
007810         UNTIL PRODUTOS-WORK-FIM.

007820     IF E-PRIMEIRO-CLASSIFICADO
007830         MOVE "NENHUMA VENDA NOS PERIODOS INFORMADOS"
007840             TO ANALISE-LINHA-PENDENTE
007850         PERFORM 7200-ESCREVER-LINHA-ANALISE
007860             THRU 7200-ESCREVER-LINHA-ANALISE-EXIT
007870     ELSE
007880         PERFORM 3200-IMPRIMIR-PRODUTO
007890             THRU 3200-IMPRIMIR-PRODUTO-EXIT
007900     END-IF.
007910 3000-ANALISAR-PRODUTOS-EXIT.
007920     EXIT.

007930 3100-RECEBER-VENDA-PRODUTO.
007940     RETURN PRODUTOS-WORK
007950         AT END
007960             SET PRODUTOS-WORK-FIM TO TRUE
007970         NOT AT END
007980             PERFORM 3110-ACUMULAR-PRODUTO
007990                 THRU 3110-ACUMULAR-PRODUTO-EXIT
008000     END-RETURN.
008010 3100-RECEBER-VENDA-PRODUTO-EXIT.
008020     EXIT.

008030 3110-ACUMULAR-PRODUTO.
008040     IF NOT E-PRIMEIRO-CLASSIFICADO
008050        AND PRODUTO-VENDA NOT = CODIGO-PRODUTO-ANTERIOR
008060         PERFORM 3200-IMPRIMIR-PRODUTO
008070             THRU 3200-IMPRIMIR-PRODUTO-EXIT
008080     END-IF.
008090     IF E-PRIMEIRO-CLASSIFICADO
008100        OR PRODUTO-VENDA NOT = CODIGO-PRODUTO-ANTERIOR
008110         MOVE PRODUTO-VENDA      TO CODIGO-PRODUTO-ANTERIOR
008120         MOVE NOME-VENDA-PRODUTO TO NOME-PRODUTO-ANALISE
008130         MOVE ZEROS              TO ACUMULADOS-PRODUTO
008140         MOVE "N"                TO PRIMEIRO-CLASSIFICADO
008150     END-IF.
008160     MOVE PERIODO-VENDA-PRODUTO TO PERIODO-CORRENTE.
008170     ADD QUANTIDADE-VENDA-PRODUTO
008180         TO QUANTIDADE-ACUMULADA (PERIODO-CORRENTE).
008190     ADD VALOR-VENDA-PRODUTO
008200         TO VALOR-ACUMULADO (PERIODO-CORRENTE).
008210 3110-ACUMULAR-PRODUTO-EXIT.
008220     EXIT.

008230*----------------------------------------------------------------*
008240* IMPRIME A LINHA DO PRODUTO QUE ACABOU DE FECHAR: QUANTIDADE E  *
008250* VALOR DOS DOIS PERIODOS, VARIACAO E PERCENTUAL DE VARIACAO, E  *
008260* MARCA O PRODUTO QUE VENDEU NO ANTERIOR E NAO VENDEU NO ATUAL   *
008270*----------------------------------------------------------------*
008280 3200-IMPRIMIR-PRODUTO.
008290     PERFORM 3210-SOMAR-PERIODO
008300         THRU 3210-SOMAR-PERIODO-EXIT
008310         VARYING PERIODO-CORRENTE FROM 1 BY 1
008320         UNTIL PERIODO-CORRENTE > 2.

008330     COMPUTE VARIACAO-QUANTIDADE =
008340             QUANTIDADE-ACUMULADA (PERIODO-ATUAL)
008350           - QUANTIDADE-ACUMULADA (PERIODO-ANTERIOR).
008360     COMPUTE VARIACAO-VALOR =
008370             VALOR-ACUMULADO (PERIODO-ATUAL)
008380           - VALOR-ACUMULADO (PERIODO-ANTERIOR).

008390     MOVE QUANTIDADE-ACUMULADA (PERIODO-ANTERIOR)
008400         TO BASE-PERCENTUAL.
008410     MOVE VARIACAO-QUANTIDADE TO VARIACAO-PERCENTUAL.
008420     PERFORM 3300-CALCULAR-PERCENTUAL
008430         THRU 3300-CALCULAR-PERCENTUAL-EXIT.
008440     MOVE PERCENTUAL-TEXTO TO PERCENTUAL-QTD-TEXTO.

008450     MOVE VALOR-ACUMULADO (PERIODO-ANTERIOR) TO BASE-PERCENTUAL.
008460     MOVE VARIACAO-VALOR TO VARIACAO-PERCENTUAL.
008470     PERFORM 3300-CALCULAR-PERCENTUAL
008480         THRU 3300-CALCULAR-PERCENTUAL-EXIT.
008490     MOVE PERCENTUAL-TEXTO TO PERCENTUAL-VALOR-TEXTO.

008500     MOVE SPACES TO OBSERVACAO-PRODUTO.
008510     IF QUANTIDADE-ACUMULADA (PERIODO-ATUAL) = ZERO
008520         MOVE "SEM VENDA NO ATUAL" TO OBSERVACAO-PRODUTO
008530         ADD 1 TO CONTADOR-PRODUTOS-PARADOS
008540     END-IF.
008550     IF QUANTIDADE-ACUMULADA (PERIODO-ANTERIOR) = ZERO
008560         MOVE "NOVO NO ATUAL" TO OBSERVACAO-PRODUTO
008570         ADD 1 TO CONTADOR-PRODUTOS-NOVOS
008580     END-IF.

008590     MOVE QUANTIDADE-ACUMULADA (PERIODO-ANTERIOR)
008600         TO QUANTIDADE-ANT-EDITADA.
008610     MOVE QUANTIDADE-ACUMULADA (PERIODO-ATUAL)
008620         TO QUANTIDADE-ATU-EDITADA.
008630     MOVE VARIACAO-QUANTIDADE TO VARIACAO-QTD-EDITADA.
008640     MOVE VALOR-ACUMULADO (PERIODO-ANTERIOR) TO VALOR-ANT-EDITADO.
008650     MOVE VALOR-ACUMULADO (PERIODO-ATUAL)    TO VALOR-ATU-EDITADO.
008660     MOVE VARIACAO-VALOR TO VARIACAO-VALOR-EDITADO.

008670     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
008680     STRING CODIGO-PRODUTO-ANTERIOR " " NOME-PRODUTO-ANALISE
008690             " " QUANTIDADE-ANT-EDITADA " " QUANTIDADE-ATU-EDITADA
008700             " " VARIACAO-QTD-EDITADA " " PERCENTUAL-QTD-TEXTO
008710             " " VALOR-ANT-EDITADO " " VALOR-ATU-EDITADO
008720             " " VARIACAO-VALOR-EDITADO " " PERCENTUAL-VALOR-TEXTO
008730             " " OBSERVACAO-PRODUTO
008740             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
008750     PERFORM 7200-ESCREVER-LINHA-ANALISE
008760         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.
008770 3200-IMPRIMIR-PRODUTO-EXIT.
008780     EXIT.

008790 3210-SOMAR-PERIODO.
008800     IF QUANTIDADE-ACUMULADA (PERIODO-CORRENTE) = ZERO
008810         GO TO 3210-SOMAR-PERIODO-EXIT.
008820     ADD 1 TO PRODUTOS-PERIODO (PERIODO-CORRENTE).
008830     ADD QUANTIDADE-ACUMULADA (PERIODO-CORRENTE)
008840         TO QUANTIDADE-PERIODO (PERIODO-CORRENTE).
008850     ADD VALOR-ACUMULADO (PERIODO-CORRENTE)
008860         TO VALOR-PERIODO (PERIODO-CORRENTE).
008870 3210-SOMAR-PERIODO-EXIT.
008880     EXIT.

008890*----------------------------------------------------------------*
008900* PERCENTUAL DE VARIACAO = VARIACAO * 100 / BASE (O VALOR DO     *
008910* PERIODO ANTERIOR), COM UMA CASA. SEM BASE NAO HA PERCENTUAL E  *
008920* SAI "---"; VARIACAO ACIMA DA CAPACIDADE DO CAMPO SAI NO LIMITE *
008930*----------------------------------------------------------------*
008940 3300-CALCULAR-PERCENTUAL.
008950     IF BASE-PERCENTUAL = ZERO
008960         MOVE "     ---" TO PERCENTUAL-TEXTO
008970         GO TO 3300-CALCULAR-PERCENTUAL-EXIT.
008980     COMPUTE PERCENTUAL-VARIACAO ROUNDED =
008990             VARIACAO-PERCENTUAL * 100 / BASE-PERCENTUAL
009000         ON SIZE ERROR
009010             MOVE 99999.9 TO PERCENTUAL-VARIACAO
009020     END-COMPUTE.
009030     MOVE PERCENTUAL-VARIACAO TO PERCENTUAL-EDITADO.
009040     MOVE PERCENTUAL-EDITADO  TO PERCENTUAL-TEXTO.
009050 3300-CALCULAR-PERCENTUAL-EXIT.
009060     EXIT.

009070*----------------------------------------------------------------*
009080* PROCEDIMENTO DE SAIDA DA CLASSIFICACAO POR CLIENTE: TOTALIZA O *
009090* VALOR DE CADA CLIENTE EM CADA PERIODO (QUEBRA POR RG E         *
009100* PERIODO) E GUARDA OS MAIORES NA TABELA DO PERIODO              *
009110*----------------------------------------------------------------*
009120 4000-ANALISAR-CLIENTES.
009130     MOVE "S" TO PRIMEIRO-CLASSIFICADO.
009140     PERFORM 4100-RECEBER-VENDA-CLIENTE
009150         THRU 4100-RECEBER-VENDA-CLIENTE-EXIT
009160         UNTIL CLIENTES-WORK-FIM.
009170     IF NOT E-PRIMEIRO-CLASSIFICADO
009180         PERFORM 4200-FECHAR-CLIENTE
009190             THRU 4200-FECHAR-CLIENTE-EXIT
009200     END-IF.
009210 4000-ANALISAR-CLIENTES-EXIT.
009220     EXIT.

009230 4100-RECEBER-VENDA-CLIENTE.
009240     RETURN CLIENTES-WORK
009250         AT END
009260             SET CLIENTES-WORK-FIM TO TRUE
009270         NOT AT END
009280             PERFORM 4110-ACUMULAR-CLIENTE
009290                 THRU 4110-ACUMULAR-CLIENTE-EXIT
009300     END-RETURN.
009310 4100-RECEBER-VENDA-CLIENTE-EXIT.
009320     EXIT.

009330 4110-ACUMULAR-CLIENTE.
009340     IF NOT E-PRIMEIRO-CLASSIFICADO
009350        AND (RG-VENDA NOT = RG-CLIENTE-ANTERIOR
009360         OR PERIODO-VENDA-CLIENTE NOT = PERIODO-CLIENTE-ANTERIOR)
009370         PERFORM 4200-FECHAR-CLIENTE
009380             THRU 4200-FECHAR-CLIENTE-EXIT
009390     END-IF.
009400     IF E-PRIMEIRO-CLASSIFICADO
009410        OR RG-VENDA NOT = RG-CLIENTE-ANTERIOR
009420        OR PERIODO-VENDA-CLIENTE NOT = PERIODO-CLIENTE-ANTERIOR
009430         MOVE RG-VENDA              TO RG-CLIENTE-ANTERIOR
009440         MOVE PERIODO-VENDA-CLIENTE TO PERIODO-CLIENTE-ANTERIOR
009450         MOVE ZERO TO QUANTIDADE-CLIENTE-ACUM
009460         MOVE ZERO TO VALOR-CLIENTE-ACUM
009470         MOVE "N"  TO PRIMEIRO-CLASSIFICADO
009480     END-IF.
009490     ADD QUANTIDADE-VENDA-CLIENTE TO QUANTIDADE-CLIENTE-ACUM.
009500     ADD VALOR-VENDA-CLIENTE      TO VALOR-CLIENTE-ACUM.
009510 4110-ACUMULAR-CLIENTE-EXIT.
009520     EXIT.

009530*----------------------------------------------------------------*
009540* FECHA O TOTAL DE UM CLIENTE NUM PERIODO: CONTA O CLIENTE E, SE *
009550* O VALOR COUBER ENTRE OS MAIORES, ABRE ESPACO NA TABELA DO      *
009560* PERIODO EMPURRANDO OS MENORES UMA POSICAO PARA BAIXO (O ULTIMO *
009570* SAI). EMPATE MANTEM NA FRENTE QUEM ENTROU PRIMEIRO (MENOR RG)  *
009580*----------------------------------------------------------------*
009590 4200-FECHAR-CLIENTE.
009600     MOVE PERIODO-CLIENTE-ANTERIOR TO PERIODO-CORRENTE.
009610     ADD 1 TO CLIENTES-PERIODO (PERIODO-CORRENTE).

009620     MOVE 1 TO INDICE-TOP.
009630     MOVE "N" TO MARCA-POSICAO-TOP.
009640     PERFORM 4210-PROCURAR-POSICAO
009650         THRU 4210-PROCURAR-POSICAO-EXIT
009660         UNTIL POSICAO-TOP-ACHADA
009670            OR INDICE-TOP > TOTAL-TOP-PERIODO (PERIODO-CORRENTE).
009680     IF INDICE-TOP > QUANTIDADE-TOP-CLIENTES
009690         GO TO 4200-FECHAR-CLIENTE-EXIT.

009700     IF TOTAL-TOP-PERIODO (PERIODO-CORRENTE)
009710        < QUANTIDADE-TOP-CLIENTES
009720         ADD 1 TO TOTAL-TOP-PERIODO (PERIODO-CORRENTE)
009730     END-IF.
009740     MOVE TOTAL-TOP-PERIODO (PERIODO-CORRENTE)
009750         TO INDICE-DESLOCAMENTO.
009760     PERFORM 4220-DESLOCAR-CLIENTE
009770         THRU 4220-DESLOCAR-CLIENTE-EXIT
009780         UNTIL INDICE-DESLOCAMENTO NOT > INDICE-TOP.

009790     MOVE RG-CLIENTE-ANTERIOR
009800         TO RG-TOP (PERIODO-CORRENTE, INDICE-TOP).
009810     MOVE QUANTIDADE-CLIENTE-ACUM
009820         TO QUANTIDADE-TOP (PERIODO-CORRENTE, INDICE-TOP).
009830     MOVE VALOR-CLIENTE-ACUM
009840         TO VALOR-TOP (PERIODO-CORRENTE, INDICE-TOP).
009850 4200-FECHAR-CLIENTE-EXIT.
009860     EXIT.

009870 4210-PROCURAR-POSICAO.
009880     IF VALOR-TOP (PERIODO-CORRENTE, INDICE-TOP)
009890        < VALOR-CLIENTE-ACUM
009900         SET POSICAO-TOP-ACHADA TO TRUE
009910     ELSE
009920         ADD 1 TO INDICE-TOP
009930     END-IF.
009940 4210-PROCURAR-POSICAO-EXIT.
009950     EXIT.

009960 4220-DESLOCAR-CLIENTE.
009970     COMPUTE INDICE-ORIGEM = INDICE-DESLOCAMENTO - 1.
009980     MOVE CLIENTE-TOP (PERIODO-CORRENTE, INDICE-ORIGEM)
009990         TO CLIENTE-TOP (PERIODO-CORRENTE, INDICE-DESLOCAMENTO).
010000     SUBTRACT 1 FROM INDICE-DESLOCAMENTO.
010010 4220-DESLOCAR-CLIENTE-EXIT.
010020     EXIT.

010030*----------------------------------------------------------------*
010040* IMPRIME, PARA CADA PERIODO, OS MAIORES CLIENTES POR VALOR COM  *
010050* O NOME DO MESTRE, A PARTICIPACAO NO VALOR DO PERIODO E A       *
010060* SITUACAO DO CLIENTE QUANDO NAO ESTA ATIVO                      *
010070*----------------------------------------------------------------*
010080 5000-IMPRIMIR-CLIENTES.
010090     MOVE SPACES TO CABECALHO-SECAO.
010100     STRING "POS RG              NOME DO CLIENTE"
010110             "                QUANTID        VALOR"
010120             " PART.% OBSERVACAO"
010130             DELIMITED BY SIZE INTO CABECALHO-SECAO.
010140     PERFORM 5100-IMPRIMIR-PERIODO-CLIENTES
010150         THRU 5100-IMPRIMIR-PERIODO-CLIENTES-EXIT
010160         VARYING PERIODO-CORRENTE FROM 1 BY 1
010170         UNTIL PERIODO-CORRENTE > 2.
010180 5000-IMPRIMIR-CLIENTES-EXIT.
010190     EXIT.

010200 5100-IMPRIMIR-PERIODO-CLIENTES.
010210     MOVE QUANTIDADE-TOP-CLIENTES TO POSICAO-EDITADA.
010220     MOVE SPACES TO TITULO-SECAO.
010230     STRING "MAIORES CLIENTES POR VALOR (ATE " POSICAO-EDITADA
010240             ") - PERIODO " NOME-PERIODO (PERIODO-CORRENTE)
010250             " DE " DATA-DE-PERIODO (PERIODO-CORRENTE)
010260             " A " DATA-ATE-PERIODO (PERIODO-CORRENTE)
010270             DELIMITED BY SIZE INTO TITULO-SECAO.
010280     PERFORM 7100-IMPRIMIR-CABECALHO
010290         THRU 7100-IMPRIMIR-CABECALHO-EXIT.

010300     IF TOTAL-TOP-PERIODO (PERIODO-CORRENTE) = ZERO
010310         MOVE "NENHUMA VENDA NO PERIODO" TO ANALISE-LINHA-PENDENTE
010320         PERFORM 7200-ESCREVER-LINHA-ANALISE
010330             THRU 7200-ESCREVER-LINHA-ANALISE-EXIT
010340     ELSE
010350         PERFORM 5200-IMPRIMIR-CLIENTE-TOP
010360             THRU 5200-IMPRIMIR-CLIENTE-TOP-EXIT
010370             VARYING INDICE-TOP FROM 1 BY 1
010380             UNTIL INDICE-TOP >
010390                   TOTAL-TOP-PERIODO (PERIODO-CORRENTE)
010400     END-IF.

010410     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
010420     PERFORM 7200-ESCREVER-LINHA-ANALISE
010430         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.
010440     MOVE CLIENTES-PERIODO (PERIODO-CORRENTE) TO CONTADOR-EDITADO.
010450     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
010460     STRING "CLIENTES COM COMPRA..: " CONTADOR-EDITADO
010470             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
010480     PERFORM 7200-ESCREVER-LINHA-ANALISE
010490         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.
010500 5100-IMPRIMIR-PERIODO-CLIENTES-EXIT.
010510     EXIT.

010520 5200-IMPRIMIR-CLIENTE-TOP.
010530     MOVE SPACES TO OBSERVACAO-CLIENTE.
010540     MOVE RG-TOP (PERIODO-CORRENTE, INDICE-TOP) TO RG-CLIENTE.
010550     READ CLIENTE-FILE
010560         INVALID KEY
010570             MOVE SPACES TO NOME-CLIENTE-ANALISE
010580             MOVE "NAO CADASTRADO" TO OBSERVACAO-CLIENTE
010590         NOT INVALID KEY
010600             MOVE NOME-CLIENTE TO NOME-CLIENTE-ANALISE
010610             IF CLIENTE-BLOQUEADO
010620                 MOVE "EM BLOQUEIO" TO OBSERVACAO-CLIENTE
010630             END-IF
010640             IF CLIENTE-ENCERRADO
010650                 MOVE "ENCERRADO" TO OBSERVACAO-CLIENTE
010660             END-IF
010670     END-READ.

010680     IF VALOR-PERIODO (PERIODO-CORRENTE) = ZERO
010690         MOVE ZERO TO PARTICIPACAO-CLIENTE
010700     ELSE
010710         COMPUTE PARTICIPACAO-CLIENTE ROUNDED =
010720                 VALOR-TOP (PERIODO-CORRENTE, INDICE-TOP) * 100
010730               / VALOR-PERIODO (PERIODO-CORRENTE)
010740     END-IF.

010750     MOVE INDICE-TOP TO POSICAO-EDITADA.
010760     MOVE QUANTIDADE-TOP (PERIODO-CORRENTE, INDICE-TOP)
010770         TO QUANTIDADE-ATU-EDITADA.
010780     MOVE VALOR-TOP (PERIODO-CORRENTE, INDICE-TOP)
010790         TO VALOR-ATU-EDITADO.
010800     MOVE PARTICIPACAO-CLIENTE TO PARTICIPACAO-EDITADA.
010810     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
010820     STRING POSICAO-EDITADA
010830             " " RG-TOP (PERIODO-CORRENTE, INDICE-TOP)
010840             " " NOME-CLIENTE-ANALISE " " QUANTIDADE-ATU-EDITADA
010850             " " VALOR-ATU-EDITADO " " PARTICIPACAO-EDITADA
010860             "% " OBSERVACAO-CLIENTE
010870             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
010880     PERFORM 7200-ESCREVER-LINHA-ANALISE
010890         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.
010900 5200-IMPRIMIR-CLIENTE-TOP-EXIT.
010910     EXIT.

010920*----------------------------------------------------------------*
010930* IMPRIME O RESUMO: MOVIMENTOS LIDOS EM CADA ARQUIVO E OS QUE    *
010940* FICARAM DE FORA, TOTAIS DE CADA PERIODO, VARIACAO TOTAL E A    *
010950* CONTAGEM DE PRODUTOS SEM VENDA NO ATUAL E NOVOS NO ATUAL       *
010960*----------------------------------------------------------------*
010970 6000-IMPRIMIR-RESUMO.
010980     MOVE "RESUMO DA ANALISE" TO TITULO-SECAO.
010990     MOVE SPACES TO CABECALHO-SECAO.
011000     PERFORM 7100-IMPRIMIR-CABECALHO
011010         THRU 7100-IMPRIMIR-CABECALHO-EXIT.

011020     MOVE CONTADOR-MOV-CORRENTE TO CONTADOR-EDITADO.
011030     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011040     STRING "MOVIMENTOS CORRENTES.: " CONTADOR-EDITADO
011050             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011060     PERFORM 7200-ESCREVER-LINHA-ANALISE
011070         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.

011080     MOVE CONTADOR-MOV-HISTORICO TO CONTADOR-EDITADO.
011090     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011100     STRING "MOVIMENTOS HISTORICO.: " CONTADOR-EDITADO
011110             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011120     PERFORM 7200-ESCREVER-LINHA-ANALISE
011130         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.

011140     MOVE CONTADOR-MOV-FORA TO CONTADOR-EDITADO.
011150     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011160     STRING "FORA DOS PERIODOS....: " CONTADOR-EDITADO
011170             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011180     PERFORM 7200-ESCREVER-LINHA-ANALISE
011190         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.

011200     MOVE CONTADOR-MOV-DEVOLVIDOS TO CONTADOR-EDITADO.
011210     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011220     STRING "TOTALMENTE DEVOLVIDOS: " CONTADOR-EDITADO
011230             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011240     PERFORM 7200-ESCREVER-LINHA-ANALISE
011250         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.

011260     MOVE CONTADOR-MOV-SEM-PRECO TO CONTADOR-EDITADO.
011270     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011280     STRING "SEM PRECO (VALOR 0)..: " CONTADOR-EDITADO
011290             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011300     PERFORM 7200-ESCREVER-LINHA-ANALISE
011310         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.

011320     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011330     PERFORM 7200-ESCREVER-LINHA-ANALISE
011340         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.
011350     PERFORM 6100-IMPRIMIR-TOTAL-PERIODO
011360         THRU 6100-IMPRIMIR-TOTAL-PERIODO-EXIT
011370         VARYING PERIODO-CORRENTE FROM 1 BY 1
011380         UNTIL PERIODO-CORRENTE > 2.

011390     COMPUTE VARIACAO-QUANTIDADE =
011400             QUANTIDADE-PERIODO (PERIODO-ATUAL)
011410           - QUANTIDADE-PERIODO (PERIODO-ANTERIOR).
011420     MOVE QUANTIDADE-PERIODO (PERIODO-ANTERIOR)
011430         TO BASE-PERCENTUAL.
011440     MOVE VARIACAO-QUANTIDADE TO VARIACAO-PERCENTUAL.
011450     PERFORM 3300-CALCULAR-PERCENTUAL
011460         THRU 3300-CALCULAR-PERCENTUAL-EXIT.
011470     MOVE VARIACAO-QUANTIDADE TO VARIACAO-QTD-EDITADA.
011480     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011490     STRING "VARIACAO QUANTIDADE..: " VARIACAO-QTD-EDITADA
011500             "  PERCENTUAL " PERCENTUAL-TEXTO
011510             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011520     PERFORM 7200-ESCREVER-LINHA-ANALISE
011530         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.

011540     COMPUTE VARIACAO-VALOR =
011550             VALOR-PERIODO (PERIODO-ATUAL)
011560           - VALOR-PERIODO (PERIODO-ANTERIOR).
011570     MOVE VALOR-PERIODO (PERIODO-ANTERIOR) TO BASE-PERCENTUAL.
011580     MOVE VARIACAO-VALOR TO VARIACAO-PERCENTUAL.
011590     PERFORM 3300-CALCULAR-PERCENTUAL
011600         THRU 3300-CALCULAR-PERCENTUAL-EXIT.
011610     MOVE VARIACAO-VALOR TO VARIACAO-VALOR-EDITADO.
011620     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011630     STRING "VARIACAO VALOR.......: " VARIACAO-VALOR-EDITADO
011640             "  PERCENTUAL " PERCENTUAL-TEXTO
011650             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011660     PERFORM 7200-ESCREVER-LINHA-ANALISE
011670         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.

011680     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011690     PERFORM 7200-ESCREVER-LINHA-ANALISE
011700         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.
011710     MOVE CONTADOR-PRODUTOS-PARADOS TO CONTADOR-EDITADO.
011720     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011730     STRING "SEM VENDA NO ATUAL...: " CONTADOR-EDITADO
011740             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011750     PERFORM 7200-ESCREVER-LINHA-ANALISE
011760         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.

011770     MOVE CONTADOR-PRODUTOS-NOVOS TO CONTADOR-EDITADO.
011780     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011790     STRING "NOVOS NO ATUAL.......: " CONTADOR-EDITADO
011800             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011810     PERFORM 7200-ESCREVER-LINHA-ANALISE
011820         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.
011830 6000-IMPRIMIR-RESUMO-EXIT.
011840     EXIT.

011850 6100-IMPRIMIR-TOTAL-PERIODO.
011860     MOVE QUANTIDADE-PERIODO (PERIODO-CORRENTE)
011870         TO QUANTIDADE-ATU-EDITADA.
011880     MOVE VALOR-PERIODO (PERIODO-CORRENTE) TO VALOR-ATU-EDITADO.
011890     MOVE SPACES TO ANALISE-LINHA-PENDENTE.
011900     STRING "PERIODO " NOME-PERIODO (PERIODO-CORRENTE)
011910             ": " DATA-DE-PERIODO (PERIODO-CORRENTE)
011920             " A " DATA-ATE-PERIODO (PERIODO-CORRENTE)
011930             "  QUANTIDADE " QUANTIDADE-ATU-EDITADA
011940             "  VALOR " VALOR-ATU-EDITADO
011950             "  PRODUTOS " PRODUTOS-PERIODO (PERIODO-CORRENTE)
011960             "  CLIENTES " CLIENTES-PERIODO (PERIODO-CORRENTE)
011970             DELIMITED BY SIZE INTO ANALISE-LINHA-PENDENTE.
011980     PERFORM 7200-ESCREVER-LINHA-ANALISE
011990         THRU 7200-ESCREVER-LINHA-ANALISE-EXIT.
012000 6100-IMPRIMIR-TOTAL-PERIODO-EXIT.
012010     EXIT.

012020*----------------------------------------------------------------*
012030* IMPRIME O CABECALHO DE UMA NOVA PAGINA DA ANALISE, COM OS DOIS *
012040* PERIODOS COMPARADOS, O TITULO E AS COLUNAS DA SECAO CORRENTE   *
012050*----------------------------------------------------------------*
012060 7100-IMPRIMIR-CABECALHO.
012070     ADD 1 TO NUMERO-PAGINA-ANALISE.
012080     MOVE ZERO TO LINHA-PAGINA-ANALISE.

012090     MOVE SPACES TO ANALISE-LINHA.
012100     STRING "COMBRATEC - ANALISE DE VENDAS ENTRE PERIODOS"
012110             "     DATA: " DATA-EXECUCAO-ANALISE
012120             "     PAGINA: " NUMERO-PAGINA-ANALISE
012130             DELIMITED BY SIZE INTO ANALISE-LINHA.
012140     WRITE ANALISE-LINHA.

012150     MOVE SPACES TO ANALISE-LINHA.
012160     STRING "PERIODO ANTERIOR: "
012170             DATA-DE-PERIODO (PERIODO-ANTERIOR) " A "
012180             DATA-ATE-PERIODO (PERIODO-ANTERIOR)
012190             "     PERIODO ATUAL: "
012200             DATA-DE-PERIODO (PERIODO-ATUAL) " A "
012210             DATA-ATE-PERIODO (PERIODO-ATUAL)
012220             DELIMITED BY SIZE INTO ANALISE-LINHA.
012230     WRITE ANALISE-LINHA.

012240     MOVE SPACES TO ANALISE-LINHA.
012250     WRITE ANALISE-LINHA.

012260     MOVE TITULO-SECAO TO ANALISE-LINHA.
012270     WRITE ANALISE-LINHA.

012280     MOVE CABECALHO-SECAO TO ANALISE-LINHA.
012290     WRITE ANALISE-LINHA.

012300     MOVE SPACES TO ANALISE-LINHA.
012310     WRITE ANALISE-LINHA.

012320     MOVE 6 TO LINHA-PAGINA-ANALISE.
012330 7100-IMPRIMIR-CABECALHO-EXIT.
012340     EXIT.

012350*----------------------------------------------------------------*
012360* GRAVA UMA LINHA DA ANALISE, QUEBRANDO PARA UMA NOVA PAGINA     *
012370* QUANDO A PAGINA CORRENTE JA ESTA CHEIA                         *
012380*----------------------------------------------------------------*
012390 7200-ESCREVER-LINHA-ANALISE.
012400     IF LINHA-PAGINA-ANALISE >= MAX-LINHAS-ANALISE
012410         PERFORM 7100-IMPRIMIR-CABECALHO
012420             THRU 7100-IMPRIMIR-CABECALHO-EXIT
012430     END-IF.
012440     MOVE ANALISE-LINHA-PENDENTE TO ANALISE-LINHA.
012450     WRITE ANALISE-LINHA.
012460     ADD 1 TO LINHA-PAGINA-ANALISE.
012470 7200-ESCREVER-LINHA-ANALISE-EXIT.
012480     EXIT.

012490*----------------------------------------------------------------*
012500* FECHA OS ARQUIVOS E ENCERRA A ANALISE DE VENDAS                *
012510*----------------------------------------------------------------*
012520 9000-FINALIZAR.
012530     CLOSE COMPRAS-FILE.
012540     CLOSE COMPRAS-HIST-FILE.
012550     CLOSE PRECOS-FILE.
012560     CLOSE PRODUTO-FILE.
012570     CLOSE CLIENTE-FILE.
012580     CLOSE ANALISE-FILE.
012590*    MOVIMENTO SEM PRECO NENHUM ENTROU NA ANALISE COM VALOR
012600*    ZERO - OS VALORES SAEM SUBESTIMADOS E O RETURN-CODE DE AVISO
012610*    IMPEDE A RODADA DE PASSAR POR LIMPA NO SCHEDULER.
012620     IF CONTADOR-MOV-SEM-PRECO > ZERO
012630         DISPLAY "RELVEN: ANALISE COM MOVIMENTOS SEM PRECO: "
012640                 CONTADOR-MOV-SEM-PRECO
012650         MOVE 04 TO RETURN-CODE
012660     ELSE
012670         DISPLAY "RELVEN: ANALISE DE VENDAS ENTRE PERIODOS "
012680                 "CONCLUIDA"
012690     END-IF.
012700 9000-FINALIZAR-EXIT.
012710     EXIT.

012720 9999-ENCERRAR.
012730     STOP RUN.

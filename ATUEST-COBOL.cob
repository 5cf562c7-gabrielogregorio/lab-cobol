000100*================================================================*
000110 IDENTIFICATION                      DIVISION.
000120*================================================================*
000130 PROGRAM-ID. ATUEST.
000140 AUTHOR. GABRIEL GREGORIO DA SILVA.
000150 INSTALLATION. COMBRATEC.
000160 DATE-WRITTEN. 15/10/2026.
000170 DATE-COMPILED.
000180************************DOCUMENTACAO******************************
000190******************************************************************
000200*>                                                    COMBRATEC <*
000210*> DATA.     : 15/10/2026                                       <*
000220*> ANALISTA. : GABRIEL GREGORIO DA SILVA                        <*
000230*> OBJETIVO. : MOVIMENTACAO DE ESTOQUE DO CATALOGO DE PRODUTOS  <*
000240*>             (SALDO-ESTOQUE-PRODUTO EM PRODUTO-FILE) A PARTIR <*
000250*>             DO ARQUIVO DE MOVIMENTO MOVEST-FILE, NOS MOLDES  <*
000260*>             DO ATUPRO: ENTRADA DE MERCADORIA (SOMA A         <*
000270*>             QUANTIDADE RECEBIDA AO SALDO) E AJUSTE DE        <*
000280*>             CONTAGEM DE INVENTARIO (O SALDO PASSA A SER A    <*
000290*>             QUANTIDADE CONTADA E A DIFERENCA E REGISTRADA).  <*
000300*>             TODA MUDANCA DE SALDO GRAVA UM REGISTRO EM       <*
000310*>             HISTORICO-ESTOQUE-FILE (COPYBOOK ESTOQUE) COM A  <*
000320*>             ORIGEM ATUEST E O DOCUMENTO DO MOVIMENTO, E AS   <*
000330*>             TRANSACOES APLICADAS E REJEITADAS SAEM EM        <*
000340*>             LISTA-MOVEST-FILE. AS VENDAS SAO BAIXADAS PELO   <*
000350*>             ATUCLI.                                          <*
000360*>                                                              <*
000370*> HISTORICO DE ALTERACOES                                     <*
000380*> 15/10/2026 GGS CRIACAO DO PROGRAMA DE MOVIMENTACAO DE        <*
000390*>             ESTOQUE.                                         <*
000400*>                                                              <*
000410*********************FIM DOCUMENTACAO*****************************
000420******************************************************************

000430*================================================================*
000440 ENVIRONMENT                         DIVISION.
000450*================================================================*
000460 INPUT-OUTPUT                        SECTION.
000470 FILE-CONTROL.
000480     SELECT PRODUTO-FILE   ASSIGN TO "PRODUTO-FILE"
000490            ORGANIZATION   IS INDEXED
000500            ACCESS MODE    IS RANDOM
000510            RECORD KEY     IS CODIGO-PRODUTO
000520            ALTERNATE RECORD KEY IS DESCRICAO-PRODUTO
000530            FILE STATUS    IS STATUS-PRODUTO-FILE.

000540     SELECT OPTIONAL HISTORICO-ESTOQUE-FILE
000550            ASSIGN TO "HISTORICO-ESTOQUE-FILE"
000560            ORGANIZATION   IS LINE SEQUENTIAL
000570            FILE STATUS    IS STATUS-HISTORICO-ESTOQUE.

000580     SELECT MOVEST-FILE    ASSIGN TO "MOVEST-FILE"
000590            ORGANIZATION   IS LINE SEQUENTIAL
000600            FILE STATUS    IS STATUS-MOVEST-FILE.

000610     SELECT LISTA-MOVEST-FILE ASSIGN TO "LISTA-MOVEST-FILE"
000620            ORGANIZATION   IS LINE SEQUENTIAL
000630            FILE STATUS    IS STATUS-LISTA-MOVEST-FILE.

000640*================================================================*
000650 DATA                                DIVISION.
000660*================================================================*
000670 FILE                                SECTION.
000680 FD  PRODUTO-FILE
000690     LABEL RECORD IS STANDARD.
000700     COPY PRODUTO.

000710 FD  HISTORICO-ESTOQUE-FILE.
000720     COPY ESTOQUE.

000730*    MOVIMENTO DE ESTOQUE: TIPO (E=ENTRADA DE MERCADORIA,
000740*    C=CONTAGEM DE INVENTARIO), CODIGO DO PRODUTO, QUANTIDADE
000750*    (RECEBIDA NA ENTRADA, CONTADA NA CONTAGEM, EM UNIDADES DO
000760*    PRODUTO) E DOCUMENTO DE ORIGEM (NOTA DO FORNECEDOR OU FOLHA
000770*    DE CONTAGEM), QUE VAI PARA O HISTORICO DE ESTOQUE.
000780 FD  MOVEST-FILE.
000790 01  TRANSACAO-ESTOQUE.
000800     02 TIPO-TRANSACAO         PIC X(01).
000810        88 TIPO-ENTRADA              VALUE "E".
000820        88 TIPO-CONTAGEM             VALUE "C".
000830     02 CODIGO-TRANSACAO       PIC 9(04).
000840     02 QUANTIDADE-TRANSACAO   PIC 9(07).
000850     02 DOCUMENTO-TRANSACAO    PIC X(15).

000860 FD  LISTA-MOVEST-FILE.
000870 01  LISTA-MOVEST-LINHA        PIC X(80).

000880*----------------------------------------------------------------*
000890 WORKING-STORAGE                             SECTION.
000900*----------------------------------------------------------------*
000910****************** CONTROLE DO CATALOGO DE PRODUTOS **************
000920 77  STATUS-PRODUTO-FILE   PIC X(02) VALUE "00".
000930     88 PRODUTO-FILE-OK            VALUE "00".

000940*************** CONTROLE DO HISTORICO DE ESTOQUE *****************
000950 77  STATUS-HISTORICO-ESTOQUE PIC X(02) VALUE "00".
000960     88 HISTORICO-ESTOQUE-OK       VALUE "00" "05".

000970******************* CONTROLE DO ARQUIVO DE MOVIMENTO *************
000980 77  STATUS-MOVEST-FILE    PIC X(02) VALUE "00".
000990     88 MOVEST-FILE-OK            VALUE "00".
001000     88 MOVEST-FILE-FIM           VALUE "10".

001010******************* CONTROLE DA LISTAGEM DE CRITICA **************
001020 77  STATUS-LISTA-MOVEST-FILE PIC X(02) VALUE "00".
001030     88 LISTA-MOVEST-FILE-OK        VALUE "00".

001040******************* SITUACAO DA TRANSACAO CORRENTE ***************
001050 77  SITUACAO-TRANSACAO    PIC X(01) VALUE "S".
001060     88 TRANSACAO-APLICADA        VALUE "S".
001070     88 TRANSACAO-REJEITADA       VALUE "N".

001080 77  MOTIVO-REJEICAO       PIC X(30) VALUE SPACES.

001090*********************** TRABALHO DA MOVIMENTACAO *****************
001100 77  DATA-MOVIMENTO-EST    PIC 9(08) VALUE ZERO.
001110 77  HORA-MOVIMENTO-EST    PIC 9(08) VALUE ZERO.
001120 77  SALDO-ANTERIOR        PIC S9(07) VALUE ZERO.
001130 77  SALDO-ANTERIOR-EDIT   PIC -ZZZZZZ9 VALUE ZERO.
001140 77  SALDO-NOVO-EDIT       PIC -ZZZZZZ9 VALUE ZERO.

001150*********************** TOTAIS DO PROCESSAMENTO ******************
001160 77  CONTADOR-TRANS-LIDAS      PIC 9(04) VALUE ZERO.
001170 77  CONTADOR-TRANS-APLICADAS  PIC 9(04) VALUE ZERO.
001180 77  CONTADOR-TRANS-REJEITADAS PIC 9(04) VALUE ZERO.
001190 77  TOTAL-QTD-RECEBIDA        PIC 9(09) VALUE ZERO.
001200 77  CONTADOR-AJUSTES          PIC 9(04) VALUE ZERO.

001210*================================================================*
001220 PROCEDURE                           DIVISION.
001230*================================================================*
001240 0000-MAINLINE.
001250     PERFORM 1000-INICIALIZAR
001260         THRU 1000-INICIALIZAR-EXIT.
001270     PERFORM 2000-PROCESSAR-TRANSACOES
001280         THRU 2000-PROCESSAR-TRANSACOES-EXIT
001290         UNTIL MOVEST-FILE-FIM.
001300     PERFORM 9000-FINALIZAR
001310         THRU 9000-FINALIZAR-EXIT.
001320     GO TO 9999-ENCERRAR.

001330*----------------------------------------------------------------*
001340* ABRE O CATALOGO EM I-O, O HISTORICO DE ESTOQUE PARA EXTENSAO,  *
001350* O MOVIMENTO DO DIA E A LISTAGEM DE CRITICA, E LE A PRIMEIRA    *
001360* TRANSACAO                                                      *
001370*----------------------------------------------------------------*
001380 1000-INICIALIZAR.
001390     OPEN I-O PRODUTO-FILE.
001400     IF NOT PRODUTO-FILE-OK
001410         DISPLAY "ATUEST: ERRO AO ABRIR PRODUTO-FILE - STATUS "
001420                 STATUS-PRODUTO-FILE
001430         MOVE 10 TO RETURN-CODE
001440         GO TO 9999-ENCERRAR
001450     END-IF.

001460     OPEN EXTEND HISTORICO-ESTOQUE-FILE.
001470     IF NOT HISTORICO-ESTOQUE-OK
001480         DISPLAY "ATUEST: ERRO AO ABRIR HISTORICO-ESTOQUE-FILE - "
001490                 "STATUS " STATUS-HISTORICO-ESTOQUE
001500         MOVE 34 TO RETURN-CODE
001510         GO TO 9999-ENCERRAR
001520     END-IF.

001530     OPEN INPUT MOVEST-FILE.
001540     IF NOT MOVEST-FILE-OK
001550         DISPLAY "ATUEST: ERRO AO ABRIR MOVEST-FILE - STATUS "
001560                 STATUS-MOVEST-FILE
001570         MOVE 20 TO RETURN-CODE
001580         GO TO 9999-ENCERRAR
001590     END-IF.

001600     OPEN OUTPUT LISTA-MOVEST-FILE.
001610     IF NOT LISTA-MOVEST-FILE-OK
001620         DISPLAY "ATUEST: ERRO AO ABRIR LISTA-MOVEST-FILE - "
001630                 "STATUS " STATUS-LISTA-MOVEST-FILE
001640         MOVE 21 TO RETURN-CODE
001650         GO TO 9999-ENCERRAR
001660     END-IF.

001670     ACCEPT DATA-MOVIMENTO-EST FROM DATE YYYYMMDD.
001680     ACCEPT HORA-MOVIMENTO-EST FROM TIME.

001690     PERFORM 2100-LER-TRANSACAO
001700         THRU 2100-LER-TRANSACAO-EXIT.
001710 1000-INICIALIZAR-EXIT.
001720     EXIT.

001730*----------------------------------------------------------------*
001740* APLICA UMA TRANSACAO NO SALDO CONFORME O TIPO E GRAVA O        *
001750* RESULTADO NA LISTAGEM DE CRITICA                               *
001760*----------------------------------------------------------------*
001770 2000-PROCESSAR-TRANSACOES.
001780     ADD 1 TO CONTADOR-TRANS-LIDAS.
001790     SET TRANSACAO-APLICADA TO TRUE.
001800     MOVE SPACES TO MOTIVO-REJEICAO.

001810     PERFORM 2200-VALIDAR-TRANSACAO
001820         THRU 2200-VALIDAR-TRANSACAO-EXIT.
001830     IF TRANSACAO-APLICADA
001840         PERFORM 2300-APLICAR-TRANSACAO
001850             THRU 2300-APLICAR-TRANSACAO-EXIT
001860     END-IF.

001870     PERFORM 2500-GRAVAR-CRITICA
001880         THRU 2500-GRAVAR-CRITICA-EXIT.

001890     PERFORM 2100-LER-TRANSACAO
001900         THRU 2100-LER-TRANSACAO-EXIT.
001910 2000-PROCESSAR-TRANSACOES-EXIT.
001920     EXIT.

001930 2100-LER-TRANSACAO.
001940     READ MOVEST-FILE
001950         AT END
001960             SET MOVEST-FILE-FIM TO TRUE
001970     END-READ.
001980 2100-LER-TRANSACAO-EXIT.
001990     EXIT.

002000*----------------------------------------------------------------*
002010* CRITICA OS CAMPOS DA TRANSACAO: TIPO CONHECIDO, CODIGO E       *
002020* QUANTIDADE NUMERICOS, ENTRADA COM QUANTIDADE MAIOR QUE ZERO E  *
002030* DOCUMENTO DE ORIGEM INFORMADO - SEM DOCUMENTO O HISTORICO NAO  *
002040* EXPLICA A MUDANCA DO SALDO                                     *
002050*----------------------------------------------------------------*
002060 2200-VALIDAR-TRANSACAO.
002070     IF NOT TIPO-ENTRADA AND NOT TIPO-CONTAGEM
002080         SET TRANSACAO-REJEITADA TO TRUE
002090         MOVE "TIPO DE MOVIMENTO INVALIDO" TO MOTIVO-REJEICAO
002100         GO TO 2200-VALIDAR-TRANSACAO-EXIT.
002110     IF CODIGO-TRANSACAO NOT NUMERIC
002120         SET TRANSACAO-REJEITADA TO TRUE
002130         MOVE "CODIGO DE PRODUTO NAO NUMERICO" TO MOTIVO-REJEICAO
002140         GO TO 2200-VALIDAR-TRANSACAO-EXIT.
002150     IF QUANTIDADE-TRANSACAO NOT NUMERIC
002160         SET TRANSACAO-REJEITADA TO TRUE
002170         MOVE "QUANTIDADE NAO NUMERICA" TO MOTIVO-REJEICAO
002180         GO TO 2200-VALIDAR-TRANSACAO-EXIT.
002190     IF TIPO-ENTRADA AND QUANTIDADE-TRANSACAO = ZERO
002200         SET TRANSACAO-REJEITADA TO TRUE
002210         MOVE "ENTRADA COM QUANTIDADE ZERO" TO MOTIVO-REJEICAO
002220         GO TO 2200-VALIDAR-TRANSACAO-EXIT.
002230     IF DOCUMENTO-TRANSACAO = SPACES
002240         SET TRANSACAO-REJEITADA TO TRUE
002250         MOVE "DOCUMENTO DE ORIGEM EM BRANCO" TO MOTIVO-REJEICAO
002260     END-IF.
002270 2200-VALIDAR-TRANSACAO-EXIT.
002280     EXIT.

002290*----------------------------------------------------------------*
002300* LOCALIZA O PRODUTO PELO CODIGO E ATUALIZA O SALDO: ENTRADA     *
002310* SOMA A QUANTIDADE RECEBIDA; CONTAGEM TROCA O SALDO PELA        *
002320* QUANTIDADE CONTADA. O SALDO SO E REGRAVADO JUNTO COM O         *
002330* REGISTRO NO HISTORICO. CODIGO INEXISTENTE E REJEITADO          *
002340*----------------------------------------------------------------*
002350 2300-APLICAR-TRANSACAO.
002360     MOVE CODIGO-TRANSACAO TO CODIGO-PRODUTO.
002370     READ PRODUTO-FILE
002380         INVALID KEY
002390             SET TRANSACAO-REJEITADA TO TRUE
002400             MOVE "CODIGO INEXISTENTE NO CATALOGO"
002410                 TO MOTIVO-REJEICAO
002420     END-READ.
002430     IF TRANSACAO-REJEITADA
002440         GO TO 2300-APLICAR-TRANSACAO-EXIT.

002450     MOVE SALDO-ESTOQUE-PRODUTO TO SALDO-ANTERIOR.
002460     IF TIPO-ENTRADA
002470         ADD QUANTIDADE-TRANSACAO TO SALDO-ESTOQUE-PRODUTO
002480             ON SIZE ERROR
002490                 SET TRANSACAO-REJEITADA TO TRUE
002500                 MOVE "SALDO ESTOURARIA O CAMPO"
002510                     TO MOTIVO-REJEICAO
002520         END-ADD
002530     ELSE
002540         MOVE QUANTIDADE-TRANSACAO TO SALDO-ESTOQUE-PRODUTO
002550     END-IF.
002560     IF TRANSACAO-REJEITADA
002570         GO TO 2300-APLICAR-TRANSACAO-EXIT.

002580     REWRITE PRODUTO
002590         INVALID KEY
002600             SET TRANSACAO-REJEITADA TO TRUE
002610             MOVE "ERRO DE REGRAVACAO NO CATALOGO"
002620                 TO MOTIVO-REJEICAO
002630     END-REWRITE.
002640     IF TRANSACAO-APLICADA AND NOT PRODUTO-FILE-OK
002650         SET TRANSACAO-REJEITADA TO TRUE
002660         MOVE "ERRO DE REGRAVACAO NO CATALOGO"
002670             TO MOTIVO-REJEICAO
002680     END-IF.
002690     IF TRANSACAO-REJEITADA
002700         GO TO 2300-APLICAR-TRANSACAO-EXIT.

002710     PERFORM 2400-REGISTRAR-HISTORICO
002720         THRU 2400-REGISTRAR-HISTORICO-EXIT.
002730 2300-APLICAR-TRANSACAO-EXIT.
002740     EXIT.

002750*----------------------------------------------------------------*
002760* GRAVA NO HISTORICO DE ESTOQUE A MUDANCA DO SALDO: ENTRADA COM  *
002770* A QUANTIDADE RECEBIDA, CONTAGEM COMO AJUSTE PELA DIFERENCA     *
002780* ENTRE O CONTADO E O SALDO ANTERIOR (AJUSTE ZERO TAMBEM FICA    *
002790* REGISTRADO, COMO PROVA DE QUE O PRODUTO FOI CONTADO)           *
002800*----------------------------------------------------------------*
002810 2400-REGISTRAR-HISTORICO.
002820     MOVE CODIGO-PRODUTO        TO CODIGO-PRODUTO-ESTOQUE.
002830     MOVE DATA-MOVIMENTO-EST    TO DATA-MOV-ESTOQUE.
002840     MOVE HORA-MOVIMENTO-EST    TO HORA-MOV-ESTOQUE.
002850     MOVE "ATUEST"              TO ORIGEM-MOV-ESTOQUE.
002860     MOVE DATA-MOVIMENTO-EST    TO LOTE-MOV-ESTOQUE.
002870     MOVE DOCUMENTO-TRANSACAO   TO DOCUMENTO-MOV-ESTOQUE.
002880     MOVE SALDO-ANTERIOR        TO SALDO-ANTERIOR-ESTOQUE.
002890     MOVE SALDO-ESTOQUE-PRODUTO TO SALDO-POSTERIOR-ESTOQUE.
002900     IF TIPO-ENTRADA
002910         SET MOV-ESTOQUE-ENTRADA TO TRUE
002920         MOVE QUANTIDADE-TRANSACAO TO QUANTIDADE-MOV-ESTOQUE
002930         ADD QUANTIDADE-TRANSACAO TO TOTAL-QTD-RECEBIDA
002940     ELSE
002950         SET MOV-ESTOQUE-AJUSTE TO TRUE
002960         COMPUTE QUANTIDADE-MOV-ESTOQUE =
002970                 SALDO-ESTOQUE-PRODUTO - SALDO-ANTERIOR
002980         ADD 1 TO CONTADOR-AJUSTES
002990     END-IF.
003000     WRITE MOVIMENTO-ESTOQUE-REG.
003010     IF NOT HISTORICO-ESTOQUE-OK
003020         DISPLAY "ATUEST: ERRO AO GRAVAR HISTORICO-ESTOQUE-FILE "
003030                 "- STATUS " STATUS-HISTORICO-ESTOQUE
003040         MOVE 34 TO RETURN-CODE
003045         GO TO 9999-ENCERRAR
003050     END-IF.
003060 2400-REGISTRAR-HISTORICO-EXIT.
003070     EXIT.

003080*----------------------------------------------------------------*
003090* GRAVA NA LISTAGEM DE CRITICA O RESULTADO DA TRANSACAO: TIPO,   *
003100* CODIGO E SALDO ANTES E DEPOIS OU, QUANDO REJEITADA, O MOTIVO   *
003110* DA REJEICAO                                                    *
003120*----------------------------------------------------------------*
003130 2500-GRAVAR-CRITICA.
003140     MOVE SPACES TO LISTA-MOVEST-LINHA.
003150     IF TRANSACAO-APLICADA
003160         ADD 1 TO CONTADOR-TRANS-APLICADAS
003170         MOVE SALDO-ANTERIOR TO SALDO-ANTERIOR-EDIT
003180         MOVE SALDO-ESTOQUE-PRODUTO TO SALDO-NOVO-EDIT
003190         STRING "APLICADA  TIPO " TIPO-TRANSACAO
003200                 " CODIGO " CODIGO-TRANSACAO
003210                 " SALDO " SALDO-ANTERIOR-EDIT
003220                 " PARA " SALDO-NOVO-EDIT
003230                 " DOC " DOCUMENTO-TRANSACAO
003240                 DELIMITED BY SIZE INTO LISTA-MOVEST-LINHA
003250     ELSE
003260         ADD 1 TO CONTADOR-TRANS-REJEITADAS
003270         STRING "REJEITADA TIPO " TIPO-TRANSACAO
003280                 " CODIGO " CODIGO-TRANSACAO
003290                 " - " MOTIVO-REJEICAO
003300                 DELIMITED BY SIZE INTO LISTA-MOVEST-LINHA
003310     END-IF.
003320     WRITE LISTA-MOVEST-LINHA.
003330 2500-GRAVAR-CRITICA-EXIT.
003340     EXIT.

003350*----------------------------------------------------------------*
003360* GRAVA OS TOTAIS DO DIA NA LISTAGEM DE CRITICA E FECHA OS       *
003370* ARQUIVOS                                                       *
003380*----------------------------------------------------------------*
003390 9000-FINALIZAR.
003400     MOVE SPACES TO LISTA-MOVEST-LINHA.
003410     WRITE LISTA-MOVEST-LINHA.

003420     MOVE SPACES TO LISTA-MOVEST-LINHA.
003430     STRING "TRANSACOES LIDAS.....: " CONTADOR-TRANS-LIDAS
003440             DELIMITED BY SIZE INTO LISTA-MOVEST-LINHA.
003450     WRITE LISTA-MOVEST-LINHA.

003460     MOVE SPACES TO LISTA-MOVEST-LINHA.
003470     STRING "TRANSACOES APLICADAS.: " CONTADOR-TRANS-APLICADAS
003480             DELIMITED BY SIZE INTO LISTA-MOVEST-LINHA.
003490     WRITE LISTA-MOVEST-LINHA.

003500     MOVE SPACES TO LISTA-MOVEST-LINHA.
003510     STRING "TRANSACOES REJEITADAS: " CONTADOR-TRANS-REJEITADAS
003520             DELIMITED BY SIZE INTO LISTA-MOVEST-LINHA.
003530     WRITE LISTA-MOVEST-LINHA.

003540     MOVE SPACES TO LISTA-MOVEST-LINHA.
003550     STRING "QUANTIDADE RECEBIDA..: " TOTAL-QTD-RECEBIDA
003560             DELIMITED BY SIZE INTO LISTA-MOVEST-LINHA.
003570     WRITE LISTA-MOVEST-LINHA.

003580     MOVE SPACES TO LISTA-MOVEST-LINHA.
003590     STRING "AJUSTES DE CONTAGEM..: " CONTADOR-AJUSTES
003600             DELIMITED BY SIZE INTO LISTA-MOVEST-LINHA.
003610     WRITE LISTA-MOVEST-LINHA.

003620     CLOSE PRODUTO-FILE.
003630     CLOSE HISTORICO-ESTOQUE-FILE.
003640     CLOSE MOVEST-FILE.
003650     CLOSE LISTA-MOVEST-FILE.
003660     DISPLAY "ATUEST: MOVIMENTACAO DE ESTOQUE CONCLUIDA".
003670 9000-FINALIZAR-EXIT.
003680     EXIT.

003690 9999-ENCERRAR.
003700     STOP RUN.

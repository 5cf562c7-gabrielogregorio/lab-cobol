000600*>             DESATIVADO (SITUACAO-PRODUTO, MANTIDA PELO       <*
000610*>             ATUPRO): TRANSACAO COM ITEM FORA DE LINHA E      <*
000620*>             REJEITADA INTEIRA.                               <*
000621*> 15/10/2026 GGS MOVIMENTO GRAVADO NASCE NAO FATURADO E SEM    <*
000622*>             DEVOLUCAO (NUMERO-FATURA-COMPRA E QUANTIDADE-    <*
000623*>             DEVOLVIDA-COMPRA ZERADOS).                       <*
000624*> 15/10/2026 GGS CADA ITEM DE TRANSACAO APLICADA BAIXA A       <*
000625*>             QUANTIDADE DO SALDO-ESTOQUE-PRODUTO DO CATALOGO  <*
000626*>             (AGORA ABERTO EM I-O), COM REGISTRO EM           <*
000627*>             HISTORICO-ESTOQUE-FILE (ORIGEM ATUCLI, LOTE DO   <*
000628*>             MOVCLI E RG). A VENDA NAO E RECUSADA POR FALTA   <*
000629*>             DE SALDO: O SALDO FICA NEGATIVO, SAI AVISO NA    <*
000630*>             LISTAGEM E O PRODUTO APARECE NO RELATORIO DE     <*
000631*>             REPOSICAO (RELEST).                              <*
000632*> 15/10/2026 GGS TODA INCLUSAO, ALTERACAO E EXCLUSAO           <*
000633*>             APLICADA NO MESTRE GRAVA UM REGISTRO EM          <*
000634*>             AUDITORIA-CLIENTE-FILE (COPYBOOK AUDCLI): RG,    <*
000635*>             ACAO, LOTE DO MOVCLI, DATA/HORA E IMAGENS ANTES  <*
000636*>             E DEPOIS DO CLIENTE; A EXCLUSAO LEVA TAMBEM      <*
000637*>             QUANTOS MOVIMENTOS DE COMPRAS-FILE FORAM         <*
000638*>             APAGADOS. A EXCLUSAO PASSA A LER O CLIENTE ANTES <*
000639*>             DE APAGAR, PARA GUARDAR A IMAGEM ANTES. CONSULTA <*
000640*>             PELO RELAUD.                                     <*
000641*> 15/10/2026 GGS CLIENTE PASSA A TER SITUACAO (ATIVO, EM       <*
000642*>             BLOQUEIO DE CREDITO OU ENCERRADO). NOVAS ACOES:  <*
000643*>             C ENCERRA O CLIENTE SEM APAGA-LO (O HISTORICO    <*
000644*>             FICA PARA EXTRATOS E RELATORIOS), B BLOQUEIA E   <*
000645*>             L LIBERA (VOLTA PARA ATIVO). EXCLUSAO E          <*
000646*>             ENCERRAMENTO SAO RECUSADOS SE O CLIENTE TEM      <*
000647*>             FATURA ABERTA COM SALDO EM FATURAS-FILE (LIDO    <*
000648*>             AQUI SO PARA ESSA CONFERENCIA). ALTERACAO DE     <*
000649*>             CLIENTE ENCERRADO E RECUSADA, E CLIENTE EM       <*
000650*>             BLOQUEIO NAO RECEBE COMPRA NOVA - A RECUSA SAI   <*
000651*>             NA LISTAGEM DE CRITICA. SO INCLUSAO E            <*
000652*>             ALTERACAO BAIXAM ESTOQUE.                        <*
000653*>                                                              <*
000654*********************FIM DOCUMENTACAO*****************************
000655******************************************************************

000660*================================================================*
000670 ENVIRONMENT                         DIVISION.
000970            ALTERNATE RECORD KEY IS DESCRICAO-PRODUTO
000980            FILE STATUS    IS STATUS-PRODUTO-FILE.

000981     SELECT OPTIONAL HISTORICO-ESTOQUE-FILE
000982            ASSIGN TO "HISTORICO-ESTOQUE-FILE"
000983            ORGANIZATION   IS LINE SEQUENTIAL
000984            FILE STATUS    IS STATUS-HISTORICO-ESTOQUE.

000985     SELECT OPTIONAL AUDITORIA-CLIENTE-FILE
000986            ASSIGN TO "AUDITORIA-CLIENTE-FILE"
000987            ORGANIZATION   IS LINE SEQUENTIAL
000988            FILE STATUS    IS STATUS-AUDITORIA-CLIENTE.

000989     SELECT OPTIONAL FATURAS-FILE ASSIGN TO "FATURAS-FILE"
000990            ORGANIZATION   IS INDEXED
000991            ACCESS MODE    IS DYNAMIC
000992            RECORD KEY     IS NUMERO-FATURA
000993            FILE STATUS    IS STATUS-FATURAS-FILE.

000994*================================================================*
001000 DATA                                DIVISION.
001010*================================================================*
001020 FILE                                SECTION.
001120        88 ACAO-INCLUSAO              VALUE "I".
001130        88 ACAO-ALTERACAO             VALUE "A".
001140        88 ACAO-EXCLUSAO              VALUE "E".
001142        88 ACAO-ENCERRAMENTO          VALUE "C".
001144        88 ACAO-BLOQUEIO              VALUE "B".
001146        88 ACAO-LIBERACAO             VALUE "L".
001148        88 ACAO-MUDANCA-SITUACAO      VALUE "C" "B" "L".
001150        88 REGISTRO-HEADER             VALUE "H".
001160        88 REGISTRO-TRAILER            VALUE "T".
001170     02 NOME-TRANSACAO         PIC X(30).
001460     LABEL RECORD IS STANDARD.
001470     COPY PRODUTO.

001471 FD  HISTORICO-ESTOQUE-FILE.
001472     COPY ESTOQUE.

001473 FD  AUDITORIA-CLIENTE-FILE.
001474     COPY AUDCLI.

001475 FD  FATURAS-FILE
001476     LABEL RECORD IS STANDARD.
001477     COPY FATURA.

001480*----------------------------------------------------------------*
001490 WORKING-STORAGE                             SECTION.
001500*----------------------------------------------------------------*
001870 77  STATUS-PRODUTO-FILE   PIC X(02) VALUE "00".
001880     88 PRODUTO-FILE-OK            VALUE "00".

001881**************** CONTROLE DO HISTORICO DE ESTOQUE ****************
001882 77  STATUS-HISTORICO-ESTOQUE PIC X(02) VALUE "00".
001883     88 HISTORICO-ESTOQUE-OK       VALUE "00" "05".

001884 77  HORA-MOVIMENTO        PIC 9(08) VALUE ZERO.
001885 77  SALDO-ESTOQUE-EDITADO PIC -ZZZZZZ9 VALUE ZERO.

001886*************** CONTROLE DA AUDITORIA DE CLIENTES ****************
001887 77  STATUS-AUDITORIA-CLIENTE PIC X(02) VALUE "00".
001888     88 AUDITORIA-CLIENTE-OK       VALUE "00" "05".

001889 77  CONTADOR-COMPRAS-EXCLUIDAS PIC 9(05) VALUE ZERO.

001890************** CONTROLE DO MESTRE DE CONTAS A RECEBER ************
001891 77  STATUS-FATURAS-FILE   PIC X(02) VALUE "00".
001892     88 FATURAS-FILE-OK          VALUE "00" "05".

001893 77  MARCA-FIM-FATURAS     PIC X(01) VALUE "N".
001894     88 FATURAS-VARREDURA-FIM    VALUE "S".
001895 77  MARCA-FATURA-ABERTA   PIC X(01) VALUE "N".
001896     88 CLIENTE-COM-FATURA-ABERTA VALUE "S".

001897 77  SALDO-DEVEDOR-FATURA  PIC 9(07)V99 VALUE ZERO.

001898******************* SITUACAO DA TRANSACAO CORRENTE ***************
001900 77  SITUACAO-TRANSACAO    PIC X(01) VALUE "S".
001910     88 TRANSACAO-APLICADA        VALUE "S".
001920     88 TRANSACAO-REJEITADA       VALUE "N".
002160 77  CONTADOR-TRANS-LIDAS      PIC 9(04) VALUE ZERO.
002170 77  CONTADOR-TRANS-APLICADAS  PIC 9(04) VALUE ZERO.
002180 77  CONTADOR-TRANS-REJEITADAS PIC 9(04) VALUE ZERO.
002183 77  CONTADOR-ESTOQUE-NEGATIVO PIC 9(04) VALUE ZERO.
002186 77  CONTADOR-COMPRAS-BLOQUEIO PIC 9(04) VALUE ZERO.

002190*================================================================*
002200 PROCEDURE                           DIVISION.
002300     GO TO 9999-ENCERRAR.

002310*----------------------------------------------------------------*
002316* ABRE O MESTRE, O ARQUIVO DE MOVIMENTOS E O CATALOGO EM I-O (O  *
002322* CATALOGO GUARDA O SALDO DE ESTOQUE), O MOVIMENTO DO DIA, A     *
002328* LISTAGEM DE CRITICA, O HISTORICO DE ESTOQUE, A AUDITORIA DE    *
002334* CLIENTES E O MESTRE DE FATURAS (SO PARA CONFERIR FATURA ABERTA *
002340* NA EXCLUSAO E NO ENCERRAMENTO), E LE A PRIMEIRA TRANSACAO      *
002350*----------------------------------------------------------------*
002360 1000-INICIALIZAR.
002370     OPEN I-O CLIENTE-FILE.
002630         GO TO 9999-ENCERRAR
002640     END-IF.

002650     OPEN I-O PRODUTO-FILE.
002660     IF NOT PRODUTO-FILE-OK
002670         DISPLAY "ATUCLI: ERRO AO ABRIR PRODUTO-FILE - STATUS "
002680                 STATUS-PRODUTO-FILE
002700         GO TO 9999-ENCERRAR
002710     END-IF.

002711     OPEN EXTEND HISTORICO-ESTOQUE-FILE.
002712     IF NOT HISTORICO-ESTOQUE-OK
002713         DISPLAY "ATUCLI: ERRO AO ABRIR HISTORICO-ESTOQUE-FILE - "
002714                 "STATUS " STATUS-HISTORICO-ESTOQUE
002715         MOVE 34 TO RETURN-CODE
002716         GO TO 9999-ENCERRAR
002717     END-IF.

002718     OPEN EXTEND AUDITORIA-CLIENTE-FILE.
002719     IF NOT AUDITORIA-CLIENTE-OK
002720         DISPLAY "ATUCLI: ERRO AO ABRIR AUDITORIA-CLIENTE-FILE - "
002721                 "STATUS " STATUS-AUDITORIA-CLIENTE
002722         MOVE 37 TO RETURN-CODE
002723         GO TO 9999-ENCERRAR
002724     END-IF.

002725     OPEN INPUT FATURAS-FILE.
002726     IF NOT FATURAS-FILE-OK
002727         DISPLAY "ATUCLI: ERRO AO ABRIR FATURAS-FILE - STATUS "
002728                 STATUS-FATURAS-FILE
002729         MOVE 14 TO RETURN-CODE
002730         GO TO 9999-ENCERRAR
002731     END-IF.

002732     ACCEPT DATA-MOVIMENTO FROM DATE YYYYMMDD.
002733     ACCEPT HORA-MOVIMENTO FROM TIME.

002734*    O LOTE INTEIRO E CONFERIDO (MOLDURA, CONTAGEM, HASH E
002740*    REAPLICACAO) ANTES DE QUALQUER TRANSACAO SER APLICADA.
002750     PERFORM 1100-CONFERIR-LOTE
002760         THRU 1100-CONFERIR-LOTE-EXIT.
004640     EXIT.

004650*----------------------------------------------------------------*
004656* APLICA UMA TRANSACAO NO MESTRE CONFORME O CODIGO DE ACAO,      *
004662* GRAVA O RESULTADO NA LISTAGEM DE CRITICA E, SE A TRANSACAO FOI *
004668* APLICADA, GRAVA A AUDITORIA DO CLIENTE E BAIXA DO ESTOQUE OS   *
004674* ITENS VENDIDOS                                                 *
004680*----------------------------------------------------------------*
004690 2000-PROCESSAR-TRANSACOES.
004700*    A MOLDURA DO LOTE JA FOI CONFERIDA POR 1100-CONFERIR-LOTE;
004760     ADD 1 TO CONTADOR-TRANS-LIDAS.
004770     SET TRANSACAO-APLICADA TO TRUE.
004780     MOVE SPACES TO MOTIVO-REJEICAO.
004783     MOVE SPACES TO AUDITORIA-CLIENTE-REG.
004786     MOVE ZERO TO CONTADOR-COMPRAS-EXCLUIDAS.

004790     IF ACAO-INCLUSAO
004800         PERFORM 2200-INCLUIR-CLIENTE
004880                 PERFORM 2400-EXCLUIR-CLIENTE
004890                     THRU 2400-EXCLUIR-CLIENTE-EXIT
004900             ELSE
004903                 IF ACAO-MUDANCA-SITUACAO
004906                     PERFORM 2450-MUDAR-SITUACAO
004909                         THRU 2450-MUDAR-SITUACAO-EXIT
004912                 ELSE
004915                     SET TRANSACAO-REJEITADA TO TRUE
004918                     MOVE "CODIGO DE ACAO INVALIDO"
004921                         TO MOTIVO-REJEICAO
004924                 END-IF
004930             END-IF
004940         END-IF
004950     END-IF.

004952     IF TRANSACAO-APLICADA
004954         PERFORM 2790-GRAVAR-AUDITORIA
004956             THRU 2790-GRAVAR-AUDITORIA-EXIT
004958     END-IF.

004960     PERFORM 2500-GRAVAR-CRITICA
004970         THRU 2500-GRAVAR-CRITICA-EXIT.

004971     IF TRANSACAO-APLICADA
004972        AND (ACAO-INCLUSAO OR ACAO-ALTERACAO)
004973         PERFORM 2760-BAIXAR-ESTOQUE
004974             THRU 2760-BAIXAR-ESTOQUE-EXIT
004975     END-IF.

004980     PERFORM 2100-LER-TRANSACAO
004990         THRU 2100-LER-TRANSACAO-EXIT.
005000 2000-PROCESSAR-TRANSACOES-EXIT.
005560     MOVE QTD-ITENS-TRANSACAO TO QTD-ITENS-COMPRA.
005570     MOVE TOTAL-QUANTIDADE-TRANSACAO TO CONTROLE-TOTAL-COMPRAS.
005580     MOVE LIMITE-EFETIVO-VOLUME TO LIMITE-VOLUME-CLIENTE.
005583     SET CLIENTE-ATIVO TO TRUE.
005586     MOVE DATA-MOVIMENTO TO DATA-SITUACAO-CLIENTE.

005590     WRITE CLIENTE
005600         INVALID KEY
005780* HISTORICO DE COMPRAS DO CLIENTE NUNCA E SUBSTITUIDO, SO        *
005790* CRESCE); SE QUALQUER GRAVACAO FALHAR, OS MOVIMENTOS DESTA      *
005800* TRANSACAO SAO ESTORNADOS E O MESTRE FICA COMO ESTAVA. RG NAO   *
005805* ENCONTRADO E REJEITADO, CLIENTE ENCERRADO NAO E ALTERADO E     *
005810* CLIENTE EM BLOQUEIO DE CREDITO NAO RECEBE COMPRA NOVA (SO      *
005815* DADOS CADASTRAIS)                                              *
005820*----------------------------------------------------------------*
005830 2300-ALTERAR-CLIENTE.
005840     PERFORM 2600-VALIDAR-TRANSACAO
005960             MOVE "RG NAO ENCONTRADO NO MESTRE" TO MOTIVO-REJEICAO
005970     END-READ.
005980     IF TRANSACAO-REJEITADA
005981         GO TO 2300-ALTERAR-CLIENTE-EXIT.
005982     PERFORM 2780-GUARDAR-IMAGEM-ANTES
005983         THRU 2780-GUARDAR-IMAGEM-ANTES-EXIT.

005984     IF CLIENTE-ENCERRADO
005985         SET TRANSACAO-REJEITADA TO TRUE
005986         MOVE "CLIENTE ENCERRADO NO MESTRE" TO MOTIVO-REJEICAO
005987         GO TO 2300-ALTERAR-CLIENTE-EXIT.
005988     IF CLIENTE-BLOQUEADO
005989        AND QTD-ITENS-TRANSACAO > ZERO
005990         SET TRANSACAO-REJEITADA TO TRUE
005991         MOVE "CLIENTE EM BLOQUEIO DE CREDITO" TO MOTIVO-REJEICAO
005992         ADD 1 TO CONTADOR-COMPRAS-BLOQUEIO
005993         GO TO 2300-ALTERAR-CLIENTE-EXIT.

006000     IF LIMITE-TRANSACAO NUMERIC
006010         MOVE LIMITE-TRANSACAO TO LIMITE-EFETIVO-VOLUME

006390*----------------------------------------------------------------*
006400* EXCLUI UM CLIENTE PELO RG, APAGANDO TAMBEM TODOS OS SEUS       *
006404* MOVIMENTOS DE COMPRA (CONTADOS PARA A AUDITORIA); O CLIENTE E  *
006408* LIDO ANTES PARA GUARDAR A IMAGEM ANTES. RG NAO ENCONTRADO E    *
006412* REJEITADO, E CLIENTE COM FATURA ABERTA NAO PODE SER EXCLUIDO   *
006416* (AS FATURAS FICARIAM SEM CLIENTE)                              *
006420*----------------------------------------------------------------*
006430 2400-EXCLUIR-CLIENTE.
006440     MOVE RG-TRANSACAO TO RG-CLIENTE.
006441     READ CLIENTE-FILE
006442         INVALID KEY
006443             SET TRANSACAO-REJEITADA TO TRUE
006444             MOVE "RG NAO ENCONTRADO NO MESTRE" TO MOTIVO-REJEICAO
006445     END-READ.
006446     IF TRANSACAO-REJEITADA
006447         GO TO 2400-EXCLUIR-CLIENTE-EXIT.
006448     PERFORM 2780-GUARDAR-IMAGEM-ANTES
006449         THRU 2780-GUARDAR-IMAGEM-ANTES-EXIT.

006450     PERFORM 2420-CONFERIR-FATURAS-ABERTAS
006451         THRU 2420-CONFERIR-FATURAS-ABERTAS-EXIT.
006452     IF CLIENTE-COM-FATURA-ABERTA
006453         SET TRANSACAO-REJEITADA TO TRUE
006454         MOVE "CLIENTE COM FATURAS EM ABERTO" TO MOTIVO-REJEICAO
006455         GO TO 2400-EXCLUIR-CLIENTE-EXIT.

006456     DELETE CLIENTE-FILE
006460         INVALID KEY
006470             SET TRANSACAO-REJEITADA TO TRUE
006480             MOVE "RG NAO ENCONTRADO NO MESTRE" TO MOTIVO-REJEICAO
006730         SET EXCLUSAO-MOVIMENTOS-FIM TO TRUE
006740         GO TO 2410-EXCLUIR-MOVIMENTO-EXIT.
006750     DELETE COMPRAS-FILE.
006755     ADD 1 TO CONTADOR-COMPRAS-EXCLUIDAS.
006760 2410-EXCLUIR-MOVIMENTO-EXIT.
006761     EXIT.

006762*----------------------------------------------------------------*
006763* PROCURA NO MESTRE DE FATURAS UMA FATURA ABERTA DO CLIENTE COM  *
006764* SALDO DEVEDOR (NOTA DE CREDITO NAO CONTA). O MESTRE SO TEM A   *
006765* CHAVE DO NUMERO DA FATURA, ENTAO A PROCURA VARRE O ARQUIVO DO  *
006766* INICIO ATE ACHAR UMA OU CHEGAR AO FIM; ERRO DE LEITURA CONTA   *
006767* COMO FATURA ABERTA, PARA NA DUVIDA NAO APAGAR NEM ENCERRAR     *
006768*----------------------------------------------------------------*
006769 2420-CONFERIR-FATURAS-ABERTAS.
006770     MOVE "N" TO MARCA-FATURA-ABERTA.
006771     MOVE "N" TO MARCA-FIM-FATURAS.
006772     MOVE ZERO TO NUMERO-FATURA.
006773     START FATURAS-FILE KEY IS NOT LESS THAN NUMERO-FATURA
006774         INVALID KEY
006775             SET FATURAS-VARREDURA-FIM TO TRUE
006776     END-START.
006777     PERFORM 2430-LER-FATURA-CLIENTE
006778         THRU 2430-LER-FATURA-CLIENTE-EXIT
006779         UNTIL FATURAS-VARREDURA-FIM
006780            OR CLIENTE-COM-FATURA-ABERTA.
006781 2420-CONFERIR-FATURAS-ABERTAS-EXIT.
006782     EXIT.

006783 2430-LER-FATURA-CLIENTE.
006784     READ FATURAS-FILE NEXT RECORD
006785         AT END
006786             SET FATURAS-VARREDURA-FIM TO TRUE
006787     END-READ.
006788     IF FATURAS-VARREDURA-FIM
006789         GO TO 2430-LER-FATURA-CLIENTE-EXIT.
006790     IF NOT FATURAS-FILE-OK
006791         DISPLAY "ATUCLI: ERRO AO LER FATURAS-FILE - STATUS "
006792                 STATUS-FATURAS-FILE
006793         MOVE 14 TO RETURN-CODE
006794         SET CLIENTE-COM-FATURA-ABERTA TO TRUE
006795         GO TO 2430-LER-FATURA-CLIENTE-EXIT.
006796     IF RG-FATURA NOT = RG-TRANSACAO
006797        OR DOCUMENTO-NOTA-CREDITO
006798        OR NOT FATURA-ABERTA
006799         GO TO 2430-LER-FATURA-CLIENTE-EXIT.
006800     COMPUTE SALDO-DEVEDOR-FATURA =
006801             VALOR-FATURA - VALOR-PAGO-FATURA
006802             - VALOR-CREDITO-FATURA.
006803     IF SALDO-DEVEDOR-FATURA > ZERO
006804         SET CLIENTE-COM-FATURA-ABERTA TO TRUE
006805     END-IF.
006806 2430-LER-FATURA-CLIENTE-EXIT.
006807     EXIT.

006808*----------------------------------------------------------------*
006809* MUDA A SITUACAO DO CLIENTE SEM APAGAR NADA: ENCERRAMENTO (C)   *
006810* EXIGE QUE NAO HAJA FATURA ABERTA E DEIXA O CLIENTE NO MESTRE   *
006811* COM TODO O HISTORICO, PARA EXTRATOS E RELATORIOS; BLOQUEIO (B) *
006812* POE O CLIENTE EM BLOQUEIO DE CREDITO; LIBERACAO (L) VOLTA O    *
006813* CLIENTE BLOQUEADO OU ENCERRADO PARA ATIVO. A DATA DA MUDANCA   *
006814* FICA NO MESTRE. RG NAO ENCONTRADO OU MUDANCA PARA A SITUACAO   *
006815* EM QUE O CLIENTE JA ESTA SAO REJEITADOS                        *
006816*----------------------------------------------------------------*
006817 2450-MUDAR-SITUACAO.
006818     MOVE RG-TRANSACAO TO RG-CLIENTE.
006819     READ CLIENTE-FILE
006820         INVALID KEY
006821             SET TRANSACAO-REJEITADA TO TRUE
006822             MOVE "RG NAO ENCONTRADO NO MESTRE" TO MOTIVO-REJEICAO
006823     END-READ.
006824     IF TRANSACAO-REJEITADA
006825         GO TO 2450-MUDAR-SITUACAO-EXIT.
006826     PERFORM 2780-GUARDAR-IMAGEM-ANTES
006827         THRU 2780-GUARDAR-IMAGEM-ANTES-EXIT.

006828     IF ACAO-ENCERRAMENTO
006829         IF CLIENTE-ENCERRADO
006830             SET TRANSACAO-REJEITADA TO TRUE
006831             MOVE "CLIENTE JA ENCERRADO" TO MOTIVO-REJEICAO
006832             GO TO 2450-MUDAR-SITUACAO-EXIT
006833         END-IF
006834         PERFORM 2420-CONFERIR-FATURAS-ABERTAS
006835             THRU 2420-CONFERIR-FATURAS-ABERTAS-EXIT
006836         IF CLIENTE-COM-FATURA-ABERTA
006837             SET TRANSACAO-REJEITADA TO TRUE
006838             MOVE "CLIENTE COM FATURAS EM ABERTO"
006839                 TO MOTIVO-REJEICAO
006840             GO TO 2450-MUDAR-SITUACAO-EXIT
006841         END-IF
006842         SET CLIENTE-ENCERRADO TO TRUE
006843     END-IF.

006844     IF ACAO-BLOQUEIO
006845         IF CLIENTE-BLOQUEADO
006846             SET TRANSACAO-REJEITADA TO TRUE
006847             MOVE "CLIENTE JA EM BLOQUEIO" TO MOTIVO-REJEICAO
006848             GO TO 2450-MUDAR-SITUACAO-EXIT
006849         END-IF
006850         IF CLIENTE-ENCERRADO
006851             SET TRANSACAO-REJEITADA TO TRUE
006852             MOVE "CLIENTE ENCERRADO NO MESTRE" TO MOTIVO-REJEICAO
006853             GO TO 2450-MUDAR-SITUACAO-EXIT
006854         END-IF
006855         SET CLIENTE-BLOQUEADO TO TRUE
006856     END-IF.

006857     IF ACAO-LIBERACAO
006858         IF CLIENTE-ATIVO
006859             SET TRANSACAO-REJEITADA TO TRUE
006860             MOVE "CLIENTE JA ATIVO" TO MOTIVO-REJEICAO
006861             GO TO 2450-MUDAR-SITUACAO-EXIT
006862         END-IF
006863         SET CLIENTE-ATIVO TO TRUE
006864     END-IF.

006865     MOVE DATA-MOVIMENTO TO DATA-SITUACAO-CLIENTE.
006866     REWRITE CLIENTE
006867         INVALID KEY
006868             SET TRANSACAO-REJEITADA TO TRUE
006869             MOVE "ERRO DE REGRAVACAO NO MESTRE"
006870                 TO MOTIVO-REJEICAO
006871     END-REWRITE.
006872     IF TRANSACAO-APLICADA AND NOT CLIENTE-FILE-OK
006873         SET TRANSACAO-REJEITADA TO TRUE
006874         MOVE "ERRO DE REGRAVACAO NO MESTRE"
006875             TO MOTIVO-REJEICAO
006876     END-IF.
006877 2450-MUDAR-SITUACAO-EXIT.
006878     EXIT.

006879*----------------------------------------------------------------*
006880* GRAVA NA LISTAGEM DE CRITICA O RESULTADO DA TRANSACAO: ACAO,   *
006881* RG E, QUANDO REJEITADA, O MOTIVO DA REJEICAO                   *
006882*----------------------------------------------------------------*
006883 2500-GRAVAR-CRITICA.
006884     MOVE SPACES TO LISTA-MOVCLI-LINHA.
006885     IF TRANSACAO-APLICADA
006886         ADD 1 TO CONTADOR-TRANS-APLICADAS
006887         STRING "APLICADA  ACAO " ACAO-TRANSACAO
006888                 " RG " RG-TRANSACAO
006889                 DELIMITED BY SIZE INTO LISTA-MOVCLI-LINHA
006890     ELSE
006900         ADD 1 TO CONTADOR-TRANS-REJEITADAS
006910         STRING "REJEITADA ACAO " ACAO-TRANSACAO
008260         TO ITEM-NOME-COMPRA.
008270     MOVE QUANTIDADE-RESOLVIDA (IDX-ITEM-RESOLVIDO)
008280         TO ITEM-QUANTIDADE-COMPRA.
008283     MOVE ZERO TO NUMERO-FATURA-COMPRA.
008286     MOVE ZERO TO QUANTIDADE-DEVOLVIDA-COMPRA.
008290     WRITE COMPRA
008300         INVALID KEY
008310             GO TO 2730-GRAVAR-UM-MOVIMENTO
008690     EXIT.

008700*----------------------------------------------------------------*
008701* BAIXA DO SALDO-ESTOQUE-PRODUTO A QUANTIDADE DE CADA ITEM DA    *
008702* TRANSACAO APLICADA E REGISTRA A MUDANCA NO HISTORICO DE        *
008703* ESTOQUE. A VENDA JA ACONTECEU E NAO E DESFEITA POR FALTA DE    *
008704* SALDO: SALDO NEGATIVO SO GERA AVISO NA LISTAGEM DE CRITICA,    *
008705* LOGO ABAIXO DA LINHA DA TRANSACAO                              *
008706*----------------------------------------------------------------*
008707 2760-BAIXAR-ESTOQUE.
008708     PERFORM 2770-BAIXAR-ESTOQUE-ITEM
008709         THRU 2770-BAIXAR-ESTOQUE-ITEM-EXIT
008710         VARYING IDX-ITEM-RESOLVIDO FROM 1 BY 1
008711         UNTIL IDX-ITEM-RESOLVIDO > QTD-ITENS-TRANSACAO.
008712 2760-BAIXAR-ESTOQUE-EXIT.
008713     EXIT.

008714 2770-BAIXAR-ESTOQUE-ITEM.
008715     MOVE CODIGO-RESOLVIDO (IDX-ITEM-RESOLVIDO) TO CODIGO-PRODUTO.
008716     READ PRODUTO-FILE
008717         INVALID KEY
008718             CONTINUE
008719     END-READ.
008720     IF NOT PRODUTO-FILE-OK
008721         DISPLAY "ATUCLI: ERRO AO LER ESTOQUE DO CODIGO "
008722                 CODIGO-PRODUTO " - STATUS " STATUS-PRODUTO-FILE
008723         MOVE 10 TO RETURN-CODE
008724         GO TO 2770-BAIXAR-ESTOQUE-ITEM-EXIT
008725     END-IF.

008726     MOVE SALDO-ESTOQUE-PRODUTO TO SALDO-ANTERIOR-ESTOQUE.
008727     SUBTRACT QUANTIDADE-RESOLVIDA (IDX-ITEM-RESOLVIDO)
008728         FROM SALDO-ESTOQUE-PRODUTO.
008729     REWRITE PRODUTO
008730         INVALID KEY
008731             CONTINUE
008732     END-REWRITE.
008733     IF NOT PRODUTO-FILE-OK
008734         DISPLAY "ATUCLI: ERRO AO BAIXAR ESTOQUE DO CODIGO "
008735                 CODIGO-PRODUTO " - STATUS " STATUS-PRODUTO-FILE
008736         MOVE 10 TO RETURN-CODE
008737         GO TO 2770-BAIXAR-ESTOQUE-ITEM-EXIT
008738     END-IF.

008739     MOVE CODIGO-PRODUTO        TO CODIGO-PRODUTO-ESTOQUE.
008740     MOVE DATA-MOVIMENTO        TO DATA-MOV-ESTOQUE.
008741     MOVE HORA-MOVIMENTO        TO HORA-MOV-ESTOQUE.
008742     MOVE "ATUCLI"              TO ORIGEM-MOV-ESTOQUE.
008743     SET MOV-ESTOQUE-VENDA      TO TRUE.
008744     MOVE ID-LOTE-CORRENTE      TO LOTE-MOV-ESTOQUE.
008745     MOVE RG-TRANSACAO          TO DOCUMENTO-MOV-ESTOQUE.
008746     COMPUTE QUANTIDADE-MOV-ESTOQUE =
008747             ZERO - QUANTIDADE-RESOLVIDA (IDX-ITEM-RESOLVIDO).
008748     MOVE SALDO-ESTOQUE-PRODUTO TO SALDO-POSTERIOR-ESTOQUE.
008749     WRITE MOVIMENTO-ESTOQUE-REG.
008750     IF NOT HISTORICO-ESTOQUE-OK
008751         DISPLAY "ATUCLI: ERRO AO GRAVAR HISTORICO-ESTOQUE-FILE "
008752                 "- STATUS " STATUS-HISTORICO-ESTOQUE
008753         MOVE 34 TO RETURN-CODE
008754         GO TO 9999-ENCERRAR
008755     END-IF.

008756     IF SALDO-ESTOQUE-PRODUTO < ZERO
008757         ADD 1 TO CONTADOR-ESTOQUE-NEGATIVO
008758         MOVE SALDO-ESTOQUE-PRODUTO TO SALDO-ESTOQUE-EDITADO
008759         MOVE SPACES TO LISTA-MOVCLI-LINHA
008760         STRING "          AVISO: ESTOQUE NEGATIVO - CODIGO "
008761                 CODIGO-PRODUTO " SALDO " SALDO-ESTOQUE-EDITADO
008762                 DELIMITED BY SIZE INTO LISTA-MOVCLI-LINHA
008763         WRITE LISTA-MOVCLI-LINHA
008764     END-IF.
008765 2770-BAIXAR-ESTOQUE-ITEM-EXIT.
008766     EXIT.

008767*----------------------------------------------------------------*
008768* GUARDA NO REGISTRO DE AUDITORIA A IMAGEM ANTES DO CLIENTE,     *
008769* LOGO DEPOIS DA LEITURA DO MESTRE E ANTES DE QUALQUER MUDANCA   *
008770*----------------------------------------------------------------*
008771 2780-GUARDAR-IMAGEM-ANTES.
008772     MOVE NOME-CLIENTE           TO NOME-ANTES-AUDITORIA.
008773     MOVE RG-CLIENTE             TO RG-ANTES-AUDITORIA.
008774     MOVE QTD-ITENS-COMPRA       TO QTD-ITENS-ANTES-AUDITORIA.
008775     MOVE CONTROLE-TOTAL-COMPRAS TO CONTROLE-ANTES-AUDITORIA.
008776     MOVE LIMITE-VOLUME-CLIENTE  TO LIMITE-ANTES-AUDITORIA.
008777     MOVE SITUACAO-CLIENTE       TO SITUACAO-ANTES-AUDITORIA.
008778 2780-GUARDAR-IMAGEM-ANTES-EXIT.
008779     EXIT.

008780*----------------------------------------------------------------*
008781* GRAVA O REGISTRO DE AUDITORIA DA TRANSACAO APLICADA: RG, ACAO, *
008782* LOTE DO MOVCLI, DATA/HORA DA GRAVACAO, A IMAGEM DEPOIS (O      *
008783* MESTRE COMO FICOU - EM BRANCO NA EXCLUSAO) E, NA EXCLUSAO, OS  *
008784* MOVIMENTOS DE COMPRA APAGADOS. A IMAGEM ANTES JA FOI GUARDADA  *
008785* POR 2780-GUARDAR-IMAGEM-ANTES                                  *
008786*----------------------------------------------------------------*
008787 2790-GRAVAR-AUDITORIA.
008788     MOVE RG-TRANSACAO           TO RG-AUDITORIA.
008789     MOVE DATA-MOVIMENTO         TO DATA-AUDITORIA.
008790     ACCEPT HORA-AUDITORIA FROM TIME.
008791     MOVE ACAO-TRANSACAO         TO ACAO-AUDITORIA.
008792     MOVE ID-LOTE-CORRENTE       TO LOTE-AUDITORIA.
008793     MOVE CONTADOR-COMPRAS-EXCLUIDAS
008794         TO COMPRAS-EXCLUIDAS-AUDITORIA.
008795     IF NOT ACAO-EXCLUSAO
008796         MOVE NOME-CLIENTE           TO NOME-DEPOIS-AUDITORIA
008797         MOVE RG-CLIENTE             TO RG-DEPOIS-AUDITORIA
008798         MOVE QTD-ITENS-COMPRA       TO QTD-ITENS-DEPOIS-AUDITORIA
008799         MOVE CONTROLE-TOTAL-COMPRAS TO CONTROLE-DEPOIS-AUDITORIA
008800         MOVE LIMITE-VOLUME-CLIENTE  TO LIMITE-DEPOIS-AUDITORIA
008801         MOVE SITUACAO-CLIENTE       TO SITUACAO-DEPOIS-AUDITORIA
008802     END-IF.
008803     WRITE AUDITORIA-CLIENTE-REG.
008804     IF NOT AUDITORIA-CLIENTE-OK
008805         DISPLAY "ATUCLI: ERRO AO GRAVAR AUDITORIA-CLIENTE-FILE "
008806                 "- STATUS " STATUS-AUDITORIA-CLIENTE
008807         MOVE 37 TO RETURN-CODE
008808     END-IF.
008809 2790-GRAVAR-AUDITORIA-EXIT.
008810     EXIT.

008811*----------------------------------------------------------------*
008812* GRAVA OS TOTAIS DO DIA NA LISTAGEM DE CRITICA E FECHA OS       *
008813* ARQUIVOS                                                       *
008814*----------------------------------------------------------------*
008815 9000-FINALIZAR.
008816     PERFORM 9050-REGISTRAR-LOTE-APLICADO
008817         THRU 9050-REGISTRAR-LOTE-APLICADO-EXIT.

008818     MOVE SPACES TO LISTA-MOVCLI-LINHA.
008819     STRING "LOTE " ID-LOTE-CORRENTE
008820             " DE " DATA-LOTE-CORRENTE
008821             " APLICADO E REGISTRADO"
008822             DELIMITED BY SIZE INTO LISTA-MOVCLI-LINHA.
008823     WRITE LISTA-MOVCLI-LINHA.

008830     MOVE SPACES TO LISTA-MOVCLI-LINHA.
008840     WRITE LISTA-MOVCLI-LINHA.
008950             DELIMITED BY SIZE INTO LISTA-MOVCLI-LINHA.
008960     WRITE LISTA-MOVCLI-LINHA.

008961     MOVE SPACES TO LISTA-MOVCLI-LINHA.
008962     STRING "ITENS C/ESTOQUE NEG..: " CONTADOR-ESTOQUE-NEGATIVO
008963             DELIMITED BY SIZE INTO LISTA-MOVCLI-LINHA.
008964     WRITE LISTA-MOVCLI-LINHA.

008965     MOVE SPACES TO LISTA-MOVCLI-LINHA.
008966     STRING "RECUSAS POR BLOQUEIO.: " CONTADOR-COMPRAS-BLOQUEIO
008967             DELIMITED BY SIZE INTO LISTA-MOVCLI-LINHA.
008968     WRITE LISTA-MOVCLI-LINHA.

008970     CLOSE CLIENTE-FILE.
008980     CLOSE COMPRAS-FILE.
008990     CLOSE MOVCLI-FILE.
009000     CLOSE LISTA-MOVCLI-FILE.
009010     CLOSE PRODUTO-FILE.
009012     CLOSE HISTORICO-ESTOQUE-FILE.
009014     CLOSE AUDITORIA-CLIENTE-FILE.
009016     CLOSE FATURAS-FILE.
009020     DISPLAY "ATUCLI: MANUTENCAO DO MESTRE DE CLIENTES CONCLUIDA".
009030 9000-FINALIZAR-EXIT.
009040     EXIT.
009360     CLOSE MOVCLI-FILE.
009370     CLOSE LISTA-MOVCLI-FILE.
009380     CLOSE PRODUTO-FILE.
009382     CLOSE HISTORICO-ESTOQUE-FILE.
009384     CLOSE AUDITORIA-CLIENTE-FILE.
009386     CLOSE FATURAS-FILE.
009390     MOVE CODIGO-RETORNO-LOTE TO RETURN-CODE.
009400     DISPLAY "ATUCLI: LOTE REJEITADO - " MOTIVO-REJEICAO-LOTE.
009410     GO TO 9999-ENCERRAR.

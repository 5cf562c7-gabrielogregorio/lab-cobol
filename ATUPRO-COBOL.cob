000390*>                                                              <*
000400*> HISTORICO DE ALTERACOES                                     <*
000410*> 02/09/2026 GGS CRIACAO DO PROGRAMA DE MANUTENCAO DO CATALOGO.<*
000412*> 15/10/2026 GGS INCLUIDA A ACAO N (PONTO DE REPOSICAO DO      <*
000414*>             PRODUTO, USADO PELO RELATORIO DE REPOSICAO       <*
000416*>             RELEST). O SALDO DE ESTOQUE NAO E MANTIDO AQUI:  <*
000418*>             ENTRADAS E CONTAGENS PASSAM PELO ATUEST.         <*
000420*>                                                              <*
000430*********************FIM DOCUMENTACAO*****************************
000440******************************************************************
000820 01  AUDITORIA-PRECO-LINHA PIC X(80).

000830*    MOVIMENTO DE PRODUTO: ACAO (P=PRECO, D=DESCRICAO,
000838*    X=DESATIVACAO, R=REATIVACAO, N=PONTO DE REPOSICAO), CODIGO
000846*    DO PRODUTO, PRECO NOVO (SO NA ACAO P, DECIMAL IMPLICITO),
000854*    DESCRICAO NOVA (SO NA ACAO D, GRAFIA OFICIAL NOVA) E PONTO
000862*    DE REPOSICAO NOVO (SO NA ACAO N, EM UNIDADES DO PRODUTO).
000870 FD  MOVPRO-FILE.
000880 01  TRANSACAO-PRODUTO.
000890     02 ACAO-TRANSACAO         PIC X(01).
000910        88 ACAO-DESCRICAO            VALUE "D".
000920        88 ACAO-DESATIVACAO          VALUE "X".
000930        88 ACAO-REATIVACAO           VALUE "R".
000935        88 ACAO-REPOSICAO            VALUE "N".
000940     02 CODIGO-TRANSACAO       PIC 9(04).
000950     02 PRECO-TRANSACAO        PIC 9(05)V99.
000960     02 DESCRICAO-TRANSACAO    PIC X(25).
000965     02 REPOSICAO-TRANSACAO    PIC 9(07).

000970 FD  LISTA-MOVPRO-FILE.
000980 01  LISTA-MOVPRO-LINHA        PIC X(80).
002180* CRITICA OS CAMPOS DA TRANSACAO CONFORME A ACAO: CODIGO SEMPRE  *
002190* NUMERICO, PRECO NUMERICO NA ALTERACAO DE PRECO, DESCRICAO NAO  *
002200* VAZIA NA CORRECAO DE DESCRICAO - O CARTAO VEM DE FORA E NAO    *
002206* MERECE CONFIANCA. EXCLUSAO FISICA NAO E ACAO VALIDA, E O PONTO *
002212* DE REPOSICAO TEM QUE SER NUMERICO NA ACAO N                    *
002220*----------------------------------------------------------------*
002230 2200-VALIDAR-TRANSACAO.
002240     IF NOT ACAO-PRECO AND NOT ACAO-DESCRICAO
002250        AND NOT ACAO-DESATIVACAO AND NOT ACAO-REATIVACAO
002255        AND NOT ACAO-REPOSICAO
002260         SET TRANSACAO-REJEITADA TO TRUE
002270         MOVE "CODIGO DE ACAO INVALIDO" TO MOTIVO-REJEICAO
002280         GO TO 2200-VALIDAR-TRANSACAO-EXIT.
002370     IF ACAO-DESCRICAO AND DESCRICAO-TRANSACAO = SPACES
002380         SET TRANSACAO-REJEITADA TO TRUE
002390         MOVE "DESCRICAO NOVA EM BRANCO" TO MOTIVO-REJEICAO
002392         GO TO 2200-VALIDAR-TRANSACAO-EXIT.
002394     IF ACAO-REPOSICAO AND REPOSICAO-TRANSACAO NOT NUMERIC
002396         SET TRANSACAO-REJEITADA TO TRUE
002398         MOVE "PONTO DE REPOSICAO NAO NUMERICO" TO MOTIVO-REJEICAO
002400     END-IF.
002410 2200-VALIDAR-TRANSACAO-EXIT.
002420     EXIT.
002440* LOCALIZA O PRODUTO PELO CODIGO E APLICA A ACAO: PRECO ABRE     *
002450* NOVA VIGENCIA NO HISTORICO E REGRAVA O CATALOGO; DESCRICAO     *
002460* REGRAVA A GRAFIA OFICIAL; DESATIVACAO E REATIVACAO TROCAM SO   *
002466* A SITUACAO; PONTO DE REPOSICAO REGRAVA SO O PONTO. CODIGO      *
002472* INEXISTENTE E REJEITADO                                        *
002480*----------------------------------------------------------------*
002490 2300-APLICAR-TRANSACAO.
002500     MOVE CODIGO-TRANSACAO TO CODIGO-PRODUTO.
002820             GO TO 2300-APLICAR-TRANSACAO-EXIT
002830         END-IF
002840         SET PRODUTO-ATIVO TO TRUE
002842     END-IF.

002844     IF ACAO-REPOSICAO
002846         MOVE REPOSICAO-TRANSACAO TO PONTO-REPOSICAO-PRODUTO
002850     END-IF.

002860     REWRITE PRODUTO

001040*>             COPYBOOK LOGEXEC (MESMOS CAMPOS, MAIS O RETURN-  <*
001050*>             CODE), PARA O RELATORIO DE HISTORICO DE          <*
001060*>             EXECUCOES (RELOPS) SOMAR E AGRUPAR AS RODADAS.   <*
001062*> 15/10/2026 GGS REGISTRO DO LOG DE EXECUCAO PASSA A LEVAR O   <*
001064*>             NOME DO PROGRAMA (LOG-PROGRAMA); ID E PASSO DE   <*
001066*>             CADEIA FICAM EM BRANCO/ZERO - QUEM GRAVA O PASSO <*
001068*>             DA CADEIA NOTURNA E O CONTROLADOR EXECAD.        <*
001070*>                                                              <*
001080*********************FIM DOCUMENTACAO*****************************
001090******************************************************************
011960     MOVE MARCA-RETOMADA         TO LOG-MARCA-RETOMADA.
011970     MOVE CONDICAO-FINAL-EXECUCAO TO LOG-CONDICAO-FINAL.
011980     MOVE CODIGO-RETORNO-ABEND   TO LOG-CODIGO-RETORNO.
011982     MOVE "VARIAVEIS"            TO LOG-PROGRAMA.
011984     MOVE SPACES                 TO LOG-ID-CADEIA.
011986     MOVE ZERO                   TO LOG-PASSO-CADEIA.
011990     WRITE LOG-EXECUCAO-REG.
012000     CLOSE LOG-EXECUCAO-FILE.
012010 9000-GRAVAR-LOG-EXECUCAO-EXIT.

000440*>             QUE O LOG ACUMULADO AINDA CARREGA) PASSAM A SER  <*
000450*>             PULADOS E CONTADOS A PARTE, EM VEZ DE ENTRAREM   <*
000460*>             COMO LIXO NOS RESUMOS.                           <*
000461*> 15/10/2026 GGS REGISTROS DE PASSO DA CADEIA NOTURNA (GRAVADOS<*
000462*>             PELO EXECAD, COM LOG-ID-CADEIA PREENCHIDO) SAEM  <*
000463*>             AGRUPADOS SOB O CABECALHO DA CADEIA, UMA LINHA   <*
000464*>             POR PASSO (PASSO, PROGRAMA, HORA, TEMPO, RC,     <*
000465*>             RETOMADA E CONDICAO), FORA DOS RESUMOS POR DIA   <*
000466*>             E DO AGRUPAMENTO DE ABENDS; OS TOTAIS GANHAM     <*
000467*>             CADEIAS, PASSOS E PASSOS COM FALHA.              <*
000470*>                                                              <*
000480*********************FIM DOCUMENTACAO*****************************
000490******************************************************************
001220         03 CONDICAO-TEXTO     PIC X(35).
001230         03 CONDICAO-CONTAGEM  PIC 9(04).

001231******************* PASSOS DA CADEIA NOTURNA *********************
001232 77  ID-CADEIA-ANTERIOR    PIC X(16) VALUE SPACES.
001233 77  CONTADOR-CADEIAS      PIC 9(06) VALUE ZERO.
001234 77  CONTADOR-PASSOS-CADEIA PIC 9(06) VALUE ZERO.
001235 77  CONTADOR-PASSOS-FALHOS PIC 9(06) VALUE ZERO.

001240*********************** TOTAIS GERAIS ****************************
001250 77  CONTADOR-RODADAS-LIDAS PIC 9(06) VALUE ZERO.
001260 77  CONTADOR-REG-IGNORADOS PIC 9(06) VALUE ZERO.
002410        OR LOG-CLIENTES-LIDOS NOT NUMERIC
002420        OR LOG-RG-REJEITADOS NOT NUMERIC
002430        OR LOG-PAGINAS NOT NUMERIC
002433        OR (LOG-ID-CADEIA NOT = SPACES
002436            AND LOG-PASSO-CADEIA NOT NUMERIC)
002440         ADD 1 TO CONTADOR-REG-IGNORADOS
002441         PERFORM 2100-LER-RODADA
002442             THRU 2100-LER-RODADA-EXIT
002443         GO TO 2000-PROCESSAR-RODADAS-EXIT.

002444*    PASSO DA CADEIA NOTURNA TEM LINHA E TOTAIS PROPRIOS.
002445     IF LOG-ID-CADEIA NOT = SPACES
002446         PERFORM 2500-PROCESSAR-PASSO-CADEIA
002447             THRU 2500-PROCESSAR-PASSO-CADEIA-EXIT
002450         PERFORM 2100-LER-RODADA
002460             THRU 2100-LER-RODADA-EXIT
002470         GO TO 2000-PROCESSAR-RODADAS-EXIT.
003830     EXIT.

003840*----------------------------------------------------------------*
003841* IMPRIME UM PASSO DA CADEIA NOTURNA: NA TROCA DE ID DE CADEIA   *
003842* SAI O CABECALHO DA CADEIA; O PASSO RETOMADO DEPOIS DE UMA      *
003843* INTERRUPCAO TRAZ O MESMO ID E CONTINUA SOB O MESMO CABECALHO   *
003844*----------------------------------------------------------------*
003845 2500-PROCESSAR-PASSO-CADEIA.
003846     ADD 1 TO CONTADOR-PASSOS-CADEIA.

003847     IF LOG-ID-CADEIA NOT = ID-CADEIA-ANTERIOR
003848         ADD 1 TO CONTADOR-CADEIAS
003849         MOVE LOG-ID-CADEIA TO ID-CADEIA-ANTERIOR
003850         MOVE SPACES TO OPERACAO-LINHA
003851         STRING "CADEIA " LOG-ID-CADEIA
003852                 "   PASSO PROGRAMA   HORA     SEGUNDOS RC RET "
003853                 "CONDICAO"
003854                 DELIMITED BY SIZE INTO OPERACAO-LINHA
003855         WRITE OPERACAO-LINHA
003856     END-IF.

003857     PERFORM 2200-CALCULAR-DECORRIDO
003858         THRU 2200-CALCULAR-DECORRIDO-EXIT.
003859     MOVE SEGUNDOS-DECORRIDOS TO DECORRIDO-EDITADO.

003860     MOVE SPACES TO OPERACAO-LINHA.
003861     STRING "                             " LOG-PASSO-CADEIA
003862             "   " LOG-PROGRAMA
003863             " " LOG-HORA-INICIO
003864             " " DECORRIDO-EDITADO
003865             "  " LOG-CODIGO-RETORNO
003866             "  " LOG-MARCA-RETOMADA
003867             "  " LOG-CONDICAO-FINAL
003868             DELIMITED BY SIZE INTO OPERACAO-LINHA.
003869     WRITE OPERACAO-LINHA.

003870     IF LOG-CONDICAO-FINAL NOT = "NORMAL"
003871         ADD 1 TO CONTADOR-PASSOS-FALHOS
003872     END-IF.
003873 2500-PROCESSAR-PASSO-CADEIA-EXIT.
003874     EXIT.

003875*----------------------------------------------------------------*
003876* FECHA O ULTIMO DIA PENDENTE E IMPRIME O AGRUPAMENTO DE ABENDS  *
003877* POR CONDICAO E OS TOTAIS GERAIS DO PERIODO DO LOG              *
003878*----------------------------------------------------------------*
003880 3000-IMPRIMIR-RESUMOS.
003890     IF NOT E-PRIMEIRO-DIA
003900         PERFORM 2400-FECHAR-DIA
004230             " (FORA DO LAYOUT FIXO)"
004240             DELIMITED BY SIZE INTO OPERACAO-LINHA.
004250     WRITE OPERACAO-LINHA.

004251     MOVE SPACES TO OPERACAO-LINHA.
004252     STRING "CADEIAS NO LOG.......: " CONTADOR-CADEIAS
004253             DELIMITED BY SIZE INTO OPERACAO-LINHA.
004254     WRITE OPERACAO-LINHA.

004255     MOVE SPACES TO OPERACAO-LINHA.
004256     STRING "PASSOS DE CADEIA.....: " CONTADOR-PASSOS-CADEIA
004257             DELIMITED BY SIZE INTO OPERACAO-LINHA.
004258     WRITE OPERACAO-LINHA.

004259     MOVE SPACES TO OPERACAO-LINHA.
004260     STRING "PASSOS COM FALHA.....: " CONTADOR-PASSOS-FALHOS
004261             DELIMITED BY SIZE INTO OPERACAO-LINHA.
004262     WRITE OPERACAO-LINHA.
004263 3000-IMPRIMIR-RESUMOS-EXIT.
004270     EXIT.

004280 3100-IMPRIMIR-CONDICAO.

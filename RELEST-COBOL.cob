000100*================================================================*
000110 IDENTIFICATION                      DIVISION.
000120*================================================================*
000130 PROGRAM-ID. RELEST.
000140 AUTHOR. GABRIEL GREGORIO DA SILVA.
000150 INSTALLATION. COMBRATEC.
000160 DATE-WRITTEN. 15/10/2026.
000170 DATE-COMPILED.
000180************************DOCUMENTACAO******************************
000190******************************************************************
000200*>                                                    COMBRATEC <*
000210*> DATA.     : 15/10/2026                                       <*
000220*> ANALISTA. : GABRIEL GREGORIO DA SILVA                        <*
000230*> OBJETIVO. : RELATORIO DIARIO DE REPOSICAO DE ESTOQUE: VARRE  <*
000240*>             O CATALOGO DE PRODUTOS E LISTA TODO PRODUTO      <*
000250*>             ATIVO COM SALDO-ESTOQUE-PRODUTO NO PONTO DE      <*
000260*>             REPOSICAO OU ABAIXO DELE, COM A QUANTIDADE QUE   <*
000270*>             FALTA PARA VOLTAR AO PONTO, E TODO PRODUTO COM   <*
000280*>             SALDO NEGATIVO (VENDIDO SEM MERCADORIA), MESMO   <*
000290*>             DESATIVADO - ASSIM A FALTA E VISTA ANTES DE O    <*
000300*>             CLIENTE RECLAMAR. PRODUTO DESATIVADO COM SALDO   <*
000310*>             NAO NEGATIVO NAO ENTRA: NAO SE REPOE ITEM FORA   <*
000320*>             DE LINHA. HAVENDO SALDO NEGATIVO O PROGRAMA      <*
000330*>             TERMINA COM RETURN-CODE 04.                      <*
000340*>                                                              <*
000350*> HISTORICO DE ALTERACOES                                     <*
000360*> 15/10/2026 GGS CRIACAO DO RELATORIO DE REPOSICAO DE ESTOQUE. <*
000370*>                                                              <*
000380*********************FIM DOCUMENTACAO*****************************
000390******************************************************************

000400*================================================================*
000410 ENVIRONMENT                         DIVISION.
000420*================================================================*
000430 INPUT-OUTPUT                        SECTION.
000440 FILE-CONTROL.
000450     SELECT PRODUTO-FILE   ASSIGN TO "PRODUTO-FILE"
000460            ORGANIZATION   IS INDEXED
000470            ACCESS MODE    IS SEQUENTIAL
000480            RECORD KEY     IS CODIGO-PRODUTO
000490            ALTERNATE RECORD KEY IS DESCRICAO-PRODUTO
000500            FILE STATUS    IS STATUS-PRODUTO-FILE.

000510     SELECT REPOSICAO-FILE ASSIGN TO "RELATORIO-REPOSICAO-FILE"
000520            ORGANIZATION   IS LINE SEQUENTIAL
000530            FILE STATUS    IS STATUS-REPOSICAO-FILE.

000540*================================================================*
000550 DATA                                DIVISION.
000560*================================================================*
000570 FILE                                SECTION.
000580 FD  PRODUTO-FILE
000590     LABEL RECORD IS STANDARD.
000600     COPY PRODUTO.

000610 FD  REPOSICAO-FILE.
000620 01  REPOSICAO-LINHA           PIC X(80).

000630*----------------------------------------------------------------*
000640 WORKING-STORAGE                             SECTION.
000650*----------------------------------------------------------------*
000660****************** CONTROLE DO CATALOGO DE PRODUTOS **************
000670 77  STATUS-PRODUTO-FILE   PIC X(02) VALUE "00".
000680     88 PRODUTO-FILE-OK            VALUE "00".
000690     88 PRODUTO-FILE-FIM           VALUE "10".

000700*************** CONTROLE DO RELATORIO DE REPOSICAO ***************
000710 77  STATUS-REPOSICAO-FILE PIC X(02) VALUE "00".
000720     88 REPOSICAO-FILE-OK        VALUE "00".

000730********************* LINHA DE DETALHE ***************************
000740 01  DETALHE-REPOSICAO.
000750     02 CODIGO-DETALHE         PIC 9(04).
000760     02 FILLER                 PIC X(02) VALUE SPACES.
000770     02 DESCRICAO-DETALHE      PIC X(25).
000780     02 FILLER                 PIC X(01) VALUE SPACES.
000790     02 UNIDADE-DETALHE        PIC X(03).
000800     02 SALDO-DETALHE          PIC -ZZZZZZ9.
000810     02 FILLER                 PIC X(01) VALUE SPACES.
000820     02 PONTO-DETALHE          PIC ZZZZZZ9.
000830     02 FILLER                 PIC X(01) VALUE SPACES.
000840     02 FALTA-DETALHE          PIC ZZZZZZZ9.
000850     02 FILLER                 PIC X(02) VALUE SPACES.
000860     02 SITUACAO-DETALHE       PIC X(18).

000870******************** TRABALHO DO ENQUADRAMENTO *******************
000880 77  FALTA-PARA-PONTO      PIC S9(08) VALUE ZERO.

000890*********************** TOTAIS DO RELATORIO **********************
000900 77  DATA-EXECUCAO-REPOSICAO PIC 9(08) VALUE ZERO.
000910 77  CONTADOR-PRODUTOS-LIDOS    PIC 9(04) VALUE ZERO.
000920 77  CONTADOR-PRODUTOS-REPOR    PIC 9(04) VALUE ZERO.
000930 77  CONTADOR-PRODUTOS-NEGATIVO PIC 9(04) VALUE ZERO.

000940*================================================================*
000950 PROCEDURE                           DIVISION.
000960*================================================================*
000970 0000-MAINLINE.
000980     PERFORM 1000-INICIALIZAR
000990         THRU 1000-INICIALIZAR-EXIT.
001000     PERFORM 2000-CONFERIR-PRODUTOS
001010         THRU 2000-CONFERIR-PRODUTOS-EXIT
001020         UNTIL PRODUTO-FILE-FIM.
001030     PERFORM 3000-IMPRIMIR-TOTAIS
001040         THRU 3000-IMPRIMIR-TOTAIS-EXIT.
001050     PERFORM 9000-FINALIZAR
001060         THRU 9000-FINALIZAR-EXIT.
001070     GO TO 9999-ENCERRAR.

001080*----------------------------------------------------------------*
001090* ABRE OS ARQUIVOS, IMPRIME O CABECALHO E LE O PRIMEIRO PRODUTO  *
001100*----------------------------------------------------------------*
001110 1000-INICIALIZAR.
001120     OPEN INPUT PRODUTO-FILE.
001130     IF NOT PRODUTO-FILE-OK
001140         DISPLAY "RELEST: ERRO AO ABRIR PRODUTO-FILE - STATUS "
001150                 STATUS-PRODUTO-FILE
001160         MOVE 10 TO RETURN-CODE
001170         GO TO 9999-ENCERRAR
001180     END-IF.

001190     OPEN OUTPUT REPOSICAO-FILE.
001200     IF NOT REPOSICAO-FILE-OK
001210         DISPLAY "RELEST: ERRO AO ABRIR RELATORIO-REPOSICAO-FILE"
001220                 " - STATUS " STATUS-REPOSICAO-FILE
001230         MOVE 12 TO RETURN-CODE
001240         GO TO 9999-ENCERRAR
001250     END-IF.

001260     ACCEPT DATA-EXECUCAO-REPOSICAO FROM DATE YYYYMMDD.

001270     MOVE SPACES TO REPOSICAO-LINHA.
001280     STRING "COMBRATEC - REPOSICAO DE ESTOQUE      DATA: "
001290             DATA-EXECUCAO-REPOSICAO
001300             DELIMITED BY SIZE INTO REPOSICAO-LINHA.
001310     WRITE REPOSICAO-LINHA.

001320     MOVE SPACES TO REPOSICAO-LINHA.
001330     WRITE REPOSICAO-LINHA.

001340     MOVE SPACES TO REPOSICAO-LINHA.
001350     STRING "COD.  DESCRICAO                 UN    SALDO   PONTO"
001360             "    FALTA  SITUACAO"
001370             DELIMITED BY SIZE INTO REPOSICAO-LINHA.
001380     WRITE REPOSICAO-LINHA.

001390     PERFORM 2100-LER-PRODUTO
001400         THRU 2100-LER-PRODUTO-EXIT.
001410 1000-INICIALIZAR-EXIT.
001420     EXIT.

001430*----------------------------------------------------------------*
001440* CONFERE O PRODUTO CORRENTE: SALDO NEGATIVO SAI SEMPRE; SALDO   *
001450* NO PONTO DE REPOSICAO OU ABAIXO SAI SO PARA PRODUTO ATIVO. A   *
001460* FALTA E O QUE PRECISA ENTRAR PARA O SALDO VOLTAR AO PONTO      *
001470*----------------------------------------------------------------*
001480 2000-CONFERIR-PRODUTOS.
001490     ADD 1 TO CONTADOR-PRODUTOS-LIDOS.

001500     IF SALDO-ESTOQUE-PRODUTO < ZERO
001510         ADD 1 TO CONTADOR-PRODUTOS-NEGATIVO
001520         MOVE "*** NEGATIVO" TO SITUACAO-DETALHE
001530         GO TO 2000-IMPRIMIR-DETALHE.

001540     IF PRODUTO-INATIVO
001550        OR SALDO-ESTOQUE-PRODUTO > PONTO-REPOSICAO-PRODUTO
001560         GO TO 2000-CONFERIR-PRODUTOS-LER.

001570     ADD 1 TO CONTADOR-PRODUTOS-REPOR.
001580     IF SALDO-ESTOQUE-PRODUTO = PONTO-REPOSICAO-PRODUTO
001590         MOVE "NO PONTO" TO SITUACAO-DETALHE
001600     ELSE
001610         MOVE "ABAIXO DO PONTO" TO SITUACAO-DETALHE
001620     END-IF.

001630 2000-IMPRIMIR-DETALHE.
001640     COMPUTE FALTA-PARA-PONTO =
001650             PONTO-REPOSICAO-PRODUTO - SALDO-ESTOQUE-PRODUTO.
001660     IF FALTA-PARA-PONTO < ZERO
001670         MOVE ZERO TO FALTA-PARA-PONTO
001680     END-IF.
001690     IF PRODUTO-INATIVO
001700         MOVE "*** NEG/DESATIVADO" TO SITUACAO-DETALHE
001710     END-IF.
001720     MOVE CODIGO-PRODUTO          TO CODIGO-DETALHE.
001730     MOVE DESCRICAO-PRODUTO       TO DESCRICAO-DETALHE.
001740     MOVE UNIDADE-PRODUTO         TO UNIDADE-DETALHE.
001750     MOVE SALDO-ESTOQUE-PRODUTO   TO SALDO-DETALHE.
001760     MOVE PONTO-REPOSICAO-PRODUTO TO PONTO-DETALHE.
001770     MOVE FALTA-PARA-PONTO        TO FALTA-DETALHE.
001780     WRITE REPOSICAO-LINHA FROM DETALHE-REPOSICAO.

001790 2000-CONFERIR-PRODUTOS-LER.
001800     PERFORM 2100-LER-PRODUTO
001810         THRU 2100-LER-PRODUTO-EXIT.
001820 2000-CONFERIR-PRODUTOS-EXIT.
001830     EXIT.

001840 2100-LER-PRODUTO.
001850     READ PRODUTO-FILE NEXT RECORD
001860         AT END
001870             SET PRODUTO-FILE-FIM TO TRUE
001880     END-READ.
001890 2100-LER-PRODUTO-EXIT.
001900     EXIT.

001910*----------------------------------------------------------------*
001920* IMPRIME OS TOTAIS DA REPOSICAO; SALDO NEGATIVO ARMA O          *
001930* RETURN-CODE 04 PARA A FALTA NAO PASSAR DESPERCEBIDA NO LOTE    *
001940*----------------------------------------------------------------*
001950 3000-IMPRIMIR-TOTAIS.
001960     MOVE SPACES TO REPOSICAO-LINHA.
001970     WRITE REPOSICAO-LINHA.

001980     MOVE SPACES TO REPOSICAO-LINHA.
001990     STRING "PRODUTOS LIDOS.......: " CONTADOR-PRODUTOS-LIDOS
002000             DELIMITED BY SIZE INTO REPOSICAO-LINHA.
002010     WRITE REPOSICAO-LINHA.

002020     MOVE SPACES TO REPOSICAO-LINHA.
002030     STRING "PRODUTOS A REPOR.....: " CONTADOR-PRODUTOS-REPOR
002040             DELIMITED BY SIZE INTO REPOSICAO-LINHA.
002050     WRITE REPOSICAO-LINHA.

002060     MOVE SPACES TO REPOSICAO-LINHA.
002070     STRING "PRODUTOS NEGATIVOS...: " CONTADOR-PRODUTOS-NEGATIVO
002080             DELIMITED BY SIZE INTO REPOSICAO-LINHA.
002090     WRITE REPOSICAO-LINHA.

002100     IF CONTADOR-PRODUTOS-NEGATIVO NOT = ZERO
002110         MOVE 04 TO RETURN-CODE
002120     END-IF.
002130 3000-IMPRIMIR-TOTAIS-EXIT.
002140     EXIT.

002150*----------------------------------------------------------------*
002160* FECHA OS ARQUIVOS E ENCERRA O RELATORIO DE REPOSICAO           *
002170*----------------------------------------------------------------*
002180 9000-FINALIZAR.
002190     CLOSE PRODUTO-FILE.
002200     CLOSE REPOSICAO-FILE.
002210     DISPLAY "RELEST: REPOSICAO CONCLUIDA - A REPOR "
002220             CONTADOR-PRODUTOS-REPOR " NEGATIVOS "
002230             CONTADOR-PRODUTOS-NEGATIVO.
002240 9000-FINALIZAR-EXIT.
002250     EXIT.

002260 9999-ENCERRAR.
002270     STOP RUN.

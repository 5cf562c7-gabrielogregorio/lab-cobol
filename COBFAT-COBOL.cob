000100*================================================================*
000110 IDENTIFICATION                      DIVISION.
000120*================================================================*
000130 PROGRAM-ID. COBFAT.
000140 AUTHOR. GABRIEL GREGORIO DA SILVA.
000150 INSTALLATION. COMBRATEC.
000160 DATE-WRITTEN. 15/10/2026.
000170 DATE-COMPILED.
000180************************DOCUMENTACAO******************************
000190******************************************************************
000200*>                                                    COMBRATEC <*
000210*> DATA.     : 15/10/2026                                       <*
000220*> ANALISTA. : GABRIEL GREGORIO DA SILVA                        <*
000230*> OBJETIVO. : EMISSAO DE CARTAS DE COBRANCA: LE O MESTRE DE    <*
000240*>             FATURAS (FATURAS-FILE), SEPARA AS FATURAS        <*
000250*>             ABERTAS JA VENCIDAS, CLASSIFICA POR CLIENTE E    <*
000260*>             VENCIMENTO E EMITE UMA CARTA POR CLIENTE EM      <*
000270*>             CARTAS-COBRANCA-FILE, COM O NOME DO CLIENTE E    <*
000280*>             CADA FATURA VENCIDA (NUMERO, VENCIMENTO, SALDO E <*
000290*>             DIAS DE ATRASO). O NIVEL DA CARTA SAI DA FAIXA   <*
000300*>             DE ATRASO DA FATURA MAIS ANTIGA, NAS FAIXAS DO   <*
000310*>             AGING (RELAGE): ATE 30 DIAS LEMBRETE AMIGAVEL,   <*
000320*>             31-60 SEGUNDO AVISO, ACIMA DE 60 AVISO FINAL     <*
000330*>             ANTES DA SUSPENSAO. CADA CARTA FICA REGISTRADA   <*
000340*>             EM HISTORICO-COBRANCA-FILE, E O CLIENTE NAO      <*
000350*>             RECEBE O MESMO NIVEL DE NOVO ANTES DE PASSAR O   <*
000360*>             INTERVALO EM DIAS DO CARTAO COBRANCA-INTERVALO   <*
000370*>             (PADRAO 30). A RODADA TERMINA COM UMA PAGINA DE  <*
000380*>             RESUMO DAS CARTAS POR NIVEL.                     <*
000390*>                                                              <*
000400*>             O ATRASO E MEDIDO EM DIAS CORRIDOS PELO          <*
000410*>             SUBPROGRAMA DATECALC, COMO NO AGING; VENCIMENTO  <*
000420*>             IMPOSSIVEL CONTA COMO A FAIXA MAIS VELHA.        <*
000430*>                                                              <*
000440*> HISTORICO DE ALTERACOES                                     <*
000450*> 15/10/2026 GGS CRIACAO DO PROGRAMA DE CARTAS DE COBRANCA.    <*
000460*> 15/10/2026 GGS BLOQUEIO DE CREDITO AUTOMATICO: CLIENTE       <*
000470*>             ATIVO CUJA FATURA ABERTA MAIS ANTIGA PASSA DE    <*
000480*>             COBRANCA-BLOQUEIO DIAS DE ATRASO (CARTAO, PADRAO <*
000490*>             90; 000 DESLIGA) VAI PARA SITUACAO EM BLOQUEIO   <*
000500*>             NO MESTRE (AGORA ABERTO EM I-O), COM REGISTRO EM <*
000510*>             AUDITORIA-CLIENTE-FILE (ACAO B, LOTE COBFAT). O  <*
000520*>             BLOQUEIO INDEPENDE DA CARTA SER SUPRIMIDA; O     <*
000530*>             ATUCLI PASSA A RECUSAR COMPRA NOVA DO CLIENTE E A<*
000540*>             LIBERACAO E FEITA NELE (ACAO L). O RESUMO CONTA  <*
000550*>             OS CLIENTES BLOQUEADOS NA RODADA.                <*
000560*>                                                              <*
000570*********************FIM DOCUMENTACAO*****************************
000580******************************************************************

000590*================================================================*
000600 ENVIRONMENT                         DIVISION.
000610*================================================================*
000620 INPUT-OUTPUT                        SECTION.
000630 FILE-CONTROL.
000640     SELECT FATURAS-FILE   ASSIGN TO "FATURAS-FILE"
000650            ORGANIZATION   IS INDEXED
000660            ACCESS MODE    IS SEQUENTIAL
000670            RECORD KEY     IS NUMERO-FATURA
000680            FILE STATUS    IS STATUS-FATURAS-FILE.

000690     SELECT CLIENTE-FILE   ASSIGN TO "CLIENTE-FILE"
000700            ORGANIZATION   IS INDEXED
000710            ACCESS MODE    IS RANDOM
000720            RECORD KEY     IS RG-CLIENTE
000730            ALTERNATE RECORD KEY IS NOME-CLIENTE
000740                WITH DUPLICATES
000750            FILE STATUS    IS STATUS-CLIENTE-FILE.

000760     SELECT OPTIONAL HISTORICO-COBRANCA-FILE
000770            ASSIGN TO "HISTORICO-COBRANCA-FILE"
000780            ORGANIZATION   IS INDEXED
000790            ACCESS MODE    IS DYNAMIC
000800            RECORD KEY     IS CHAVE-COBRANCA
000810            FILE STATUS    IS STATUS-HISTORICO-FILE.

000820     SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS-FILE"
000830            ORGANIZATION   IS LINE SEQUENTIAL
000840            FILE STATUS    IS STATUS-PARAMETROS-FILE.

000850     SELECT CARTAS-FILE    ASSIGN TO "CARTAS-COBRANCA-FILE"
000860            ORGANIZATION   IS LINE SEQUENTIAL
000870            FILE STATUS    IS STATUS-CARTAS-FILE.

000880     SELECT OPTIONAL AUDITORIA-CLIENTE-FILE
000890            ASSIGN TO "AUDITORIA-CLIENTE-FILE"
000900            ORGANIZATION   IS LINE SEQUENTIAL
000910            FILE STATUS    IS STATUS-AUDITORIA-CLIENTE.

000920     SELECT VENCIDAS-WORK  ASSIGN TO "VENCIDAS-WORK".

000930*================================================================*
000940 DATA                                DIVISION.
000950*================================================================*
000960 FILE                                SECTION.
000970 FD  FATURAS-FILE
000980     LABEL RECORD IS STANDARD.
000990     COPY FATURA.

001000 FD  CLIENTE-FILE
001010     LABEL RECORD IS STANDARD.
001020     COPY CLIENTE.

001030 FD  HISTORICO-COBRANCA-FILE
001040     LABEL RECORD IS STANDARD.
001050     COPY COBRANCA.

001060*    CARTAO DE PARAMETROS: PALAVRA-CHAVE NAS COLUNAS 1-20 E O
001070*    VALOR A PARTIR DA COLUNA 21, NO FORMATO FIXO DE CADA
001080*    PARAMETRO (NUMERICOS COM ZEROS A ESQUERDA).
001090 FD  PARAMETROS-FILE.
001100 01  PARAMETRO-CARTAO.
001110     02 PARAMETRO-NOME         PIC X(20).
001120     02 PARAMETRO-VALOR        PIC X(60).

001130 FD  CARTAS-FILE.
001140 01  CARTA-LINHA               PIC X(80).

001150 FD  AUDITORIA-CLIENTE-FILE.
001160     COPY AUDCLI.

001170 SD  VENCIDAS-WORK.
001180 01  FATURA-VENCIDA.
001190     02 VENCIDA-RG             PIC X(15).
001200     02 VENCIDA-VENCIMENTO     PIC 9(08).
001210     02 VENCIDA-NUMERO         PIC 9(08).
001220     02 VENCIDA-SALDO          PIC 9(07)V99.
001230     02 VENCIDA-DIAS           PIC 9(04).

001240*----------------------------------------------------------------*
001250 WORKING-STORAGE                             SECTION.
001260*----------------------------------------------------------------*
001270************** CONTROLE DO MESTRE DE CONTAS A RECEBER ************
001280 77  STATUS-FATURAS-FILE   PIC X(02) VALUE "00".
001290     88 FATURAS-FILE-OK          VALUE "00".
001300     88 FATURAS-FILE-FIM         VALUE "10".

001310****************** CONTROLE DO ARQUIVO DE CLIENTES ***************
001320 77  STATUS-CLIENTE-FILE   PIC X(02) VALUE "00".
001330     88 CLIENTE-FILE-OK            VALUE "00".

001340*************** CONTROLE DO HISTORICO DE COBRANCA ****************
001350 77  STATUS-HISTORICO-FILE PIC X(02) VALUE "00".
001360     88 HISTORICO-FILE-OK        VALUE "00" "05".

001370 77  MARCA-FIM-HISTORICO   PIC X(01) VALUE "N".
001380     88 HISTORICO-FIM            VALUE "S".

001390**************** CARTAO DE PARAMETROS DA COBRANCA ***************
001400 77  STATUS-PARAMETROS-FILE PIC X(02) VALUE "00".
001410     88 PARAMETROS-FILE-OK        VALUE "00".
001420     88 PARAMETROS-FILE-FIM       VALUE "10".

001430 77  INTERVALO-COBRANCA    PIC 9(03) VALUE 30.
001440 77  VALOR-PARAMETRO-9303  PIC 9(03) VALUE ZERO.
001450*    ATRASO DA FATURA MAIS ANTIGA ACIMA DO QUAL O CLIENTE ENTRA EM
001460*    BLOQUEIO DE CREDITO; ZERO DESLIGA O BLOQUEIO AUTOMATICO.
001470 77  DIAS-BLOQUEIO-COBRANCA PIC 9(03) VALUE 90.

001480***************** CONTROLE DAS CARTAS DE COBRANCA ****************
001490 77  STATUS-CARTAS-FILE    PIC X(02) VALUE "00".
001500     88 CARTAS-FILE-OK           VALUE "00".

001510*************** CONTROLE DA AUDITORIA DE CLIENTES ****************
001520 77  STATUS-AUDITORIA-CLIENTE PIC X(02) VALUE "00".
001530     88 AUDITORIA-CLIENTE-OK       VALUE "00" "05".

001540 77  FIM-CLASSIFICADO      PIC X(01) VALUE "N".
001550     88 VENCIDAS-WORK-FIM        VALUE "S".

001560******************* CALCULO DO ATRASO EM DIAS ********************
001570 77  DATA-EXECUCAO-COBRANCA PIC 9(08) VALUE ZERO.
001580 77  DATA-INICIO-INTERVALO PIC 9(08) VALUE ZERO.
001590 77  SALDO-DEVEDOR-FATURA  PIC 9(07)V99 VALUE ZERO.

001600**************** AREA DE COMUNICACAO DO DATECALC *****************
001610     COPY DATECALC.

001620********************* CLIENTE CORRENTE DA COBRANCA ***************
001630 77  RG-CLIENTE-ANTERIOR   PIC X(15) VALUE SPACES.
001640 77  PRIMEIRO-CLASSIFICADO PIC X(01) VALUE "S".
001650     88 E-PRIMEIRO-CLASSIFICADO  VALUE "S".

001660 77  MARCA-CARTA-SUPRIMIDA PIC X(01) VALUE "N".
001670     88 CARTA-SUPRIMIDA          VALUE "S".

001680 77  NIVEL-CARTA           PIC 9(01) VALUE ZERO.
001690 77  NOME-CLIENTE-CARTA    PIC X(30) VALUE SPACES.
001700 77  FATURAS-DA-CARTA      PIC 9(03) VALUE ZERO.
001710 77  VALOR-DA-CARTA        PIC 9(09)V99 VALUE ZERO.
001720 77  FATURA-MAIS-ANTIGA    PIC 9(08) VALUE ZERO.
001730 77  DIAS-MAIS-ANTIGA      PIC 9(04) VALUE ZERO.
001740 77  SALDO-EDITADO         PIC ZZZZZZ9.99 VALUE ZERO.
001750 77  DIAS-EDITADO          PIC ZZZ9 VALUE ZERO.
001760 77  TOTAL-EDITADO         PIC ZZZZZZZZ9.99 VALUE ZERO.

001770******************** TOTAIS POR NIVEL DE CARTA *******************
001780 01  TABELA-NIVEIS-COBRANCA.
001790     02 NIVEL-COBRANCA-TOTAL OCCURS 3 TIMES
001800                             INDEXED BY IDX-NIVEL.
001810         03 NIVEL-CARTAS       PIC 9(04).
001820         03 NIVEL-SUPRIMIDAS   PIC 9(04).
001830         03 NIVEL-FATURAS      PIC 9(04).
001840         03 NIVEL-VALOR        PIC 9(09)V99.

001850 01  TABELA-NOMES-NIVEIS.
001860     02 FILLER             PIC X(30) VALUE "LEMBRETE AMIGAVEL".
001870     02 FILLER             PIC X(30) VALUE "SEGUNDO AVISO".
001880     02 FILLER             PIC X(30)
001890                           VALUE "AVISO FINAL ANTES DA SUSPENSAO".
001900 01  TABELA-NOMES-NIVEIS-R REDEFINES TABELA-NOMES-NIVEIS.
001910     02 NOME-NIVEL         PIC X(30) OCCURS 3 TIMES.

001920*********************** TOTAIS GERAIS ****************************
001930 77  CONTADOR-FATURAS-LIDAS    PIC 9(04) VALUE ZERO.
001940 77  CONTADOR-FATURAS-VENCIDAS PIC 9(04) VALUE ZERO.
001950 77  CONTADOR-CLIENTES-COBRADOS PIC 9(04) VALUE ZERO.
001960 77  CONTADOR-CLIENTES-SUPRIMIDOS PIC 9(04) VALUE ZERO.
001970 77  CONTADOR-CLIENTES-BLOQUEADOS PIC 9(04) VALUE ZERO.
001980 77  TOTAL-VALOR-COBRADO       PIC 9(09)V99 VALUE ZERO.

001990*================================================================*
002000 PROCEDURE                           DIVISION.
002010*================================================================*
002020 0000-MAINLINE.
002030     PERFORM 1000-INICIALIZAR
002040         THRU 1000-INICIALIZAR-EXIT.
002050     SORT VENCIDAS-WORK
002060         ON ASCENDING KEY VENCIDA-RG
002070                          VENCIDA-VENCIMENTO
002080                          VENCIDA-NUMERO
002090         INPUT PROCEDURE IS 2000-SELECIONAR-VENCIDAS
002100             THRU 2000-SELECIONAR-VENCIDAS-EXIT
002110         OUTPUT PROCEDURE IS 3000-EMITIR-CARTAS
002120             THRU 3000-EMITIR-CARTAS-EXIT.
002130     PERFORM 4000-IMPRIMIR-RESUMO
002140         THRU 4000-IMPRIMIR-RESUMO-EXIT.
002150     PERFORM 9000-FINALIZAR
002160         THRU 9000-FINALIZAR-EXIT.
002170     GO TO 9999-ENCERRAR.

002180*----------------------------------------------------------------*
002190* LE O INTERVALO ENTRE CARTAS DO MESMO NIVEL E O ATRASO DE       *
002200* BLOQUEIO DO CARTAO, ABRE OS ARQUIVOS (O MESTRE DE CLIENTES EM  *
002210* I-O, PARA O BLOQUEIO DE CREDITO) E CALCULA A DATA A PARTIR DA  *
002220* QUAL UMA CARTA ANTERIOR DO MESMO NIVEL BLOQUEIA UMA NOVA       *
002230*----------------------------------------------------------------*
002240 1000-INICIALIZAR.
002250     PERFORM 1100-LER-PARAMETROS
002260         THRU 1100-LER-PARAMETROS-EXIT.

002270     OPEN INPUT FATURAS-FILE.
002280     IF NOT FATURAS-FILE-OK
002290         DISPLAY "COBFAT: ERRO AO ABRIR FATURAS-FILE - STATUS "
002300                 STATUS-FATURAS-FILE
002310         MOVE 14 TO RETURN-CODE
002320         GO TO 9999-ENCERRAR
002330     END-IF.

002340     OPEN I-O CLIENTE-FILE.
002350     IF NOT CLIENTE-FILE-OK
002360         DISPLAY "COBFAT: ERRO AO ABRIR CLIENTE-FILE - STATUS "
002370                 STATUS-CLIENTE-FILE
002380         MOVE 08 TO RETURN-CODE
002390         GO TO 9999-ENCERRAR
002400     END-IF.

002410     OPEN I-O HISTORICO-COBRANCA-FILE.
002420     IF NOT HISTORICO-FILE-OK
002430         DISPLAY "COBFAT: ERRO AO ABRIR HISTORICO-COBRANCA-"
002440                 "FILE - STATUS " STATUS-HISTORICO-FILE
002450         MOVE 31 TO RETURN-CODE
002460         GO TO 9999-ENCERRAR
002470     END-IF.

002480     OPEN OUTPUT CARTAS-FILE.
002490     IF NOT CARTAS-FILE-OK
002500         DISPLAY "COBFAT: ERRO AO ABRIR CARTAS-COBRANCA-FILE - "
002510                 "STATUS " STATUS-CARTAS-FILE
002520         MOVE 13 TO RETURN-CODE
002530         GO TO 9999-ENCERRAR
002540     END-IF.

002550     OPEN EXTEND AUDITORIA-CLIENTE-FILE.
002560     IF NOT AUDITORIA-CLIENTE-OK
002570         DISPLAY "COBFAT: ERRO AO ABRIR AUDITORIA-CLIENTE-FILE - "
002580                 "STATUS " STATUS-AUDITORIA-CLIENTE
002590         MOVE 37 TO RETURN-CODE
002600         GO TO 9999-ENCERRAR
002610     END-IF.

002620     MOVE ZEROS TO TABELA-NIVEIS-COBRANCA.

002630     ACCEPT DATA-EXECUCAO-COBRANCA FROM DATE YYYYMMDD.

002640*    CARTA DO MESMO NIVEL EMITIDA NOS ULTIMOS INTERVALO-COBRANCA
002650*    DIAS (CONTANDO HOJE) BLOQUEIA UMA NOVA.
002660     MOVE DATA-EXECUCAO-COBRANCA TO DATECALC-DATA-1.
002670     COMPUTE DATECALC-DIAS = 1 - INTERVALO-COBRANCA.
002680     SET DATECALC-SOMAR-DIAS TO TRUE.
002690     CALL "DATECALC" USING DATECALC-PARAMETROS.
002700     IF NOT DATECALC-OK
002710         DISPLAY "COBFAT: ERRO NO CALCULO DO INTERVALO - STATUS "
002720                 DATECALC-STATUS
002730         MOVE 17 TO RETURN-CODE
002740         GO TO 9999-ENCERRAR
002750     END-IF.
002760     MOVE DATECALC-DATA-RESULTADO TO DATA-INICIO-INTERVALO.
002770 1000-INICIALIZAR-EXIT.
002780     EXIT.

002790 1100-LER-PARAMETROS.
002800     OPEN INPUT PARAMETROS-FILE.
002810     IF NOT PARAMETROS-FILE-OK
002820         DISPLAY "COBFAT: ERRO AO ABRIR PARAMETROS-FILE - STATUS "
002830                 STATUS-PARAMETROS-FILE
002840         MOVE 17 TO RETURN-CODE
002850         GO TO 9999-ENCERRAR
002860     END-IF.
002870     PERFORM 1110-LER-CARTAO
002880         THRU 1110-LER-CARTAO-EXIT
002890         UNTIL PARAMETROS-FILE-FIM.
002900     CLOSE PARAMETROS-FILE.
002910 1100-LER-PARAMETROS-EXIT.
002920     EXIT.

002930 1110-LER-CARTAO.
002940     READ PARAMETROS-FILE
002950         AT END
002960             SET PARAMETROS-FILE-FIM TO TRUE
002970         NOT AT END
002980             PERFORM 1120-APLICAR-PARAMETRO
002990                 THRU 1120-APLICAR-PARAMETRO-EXIT
003000     END-READ.
003010 1110-LER-CARTAO-EXIT.
003020     EXIT.

003030 1120-APLICAR-PARAMETRO.
003040     IF PARAMETRO-CARTAO = SPACES
003050         GO TO 1120-APLICAR-PARAMETRO-EXIT.

003060     IF PARAMETRO-NOME = "COBRANCA-INTERVALO"
003070         IF PARAMETRO-VALOR (1:3) NOT NUMERIC
003080            OR PARAMETRO-VALOR (1:3) = "000"
003090             DISPLAY "COBFAT: COBRANCA-INTERVALO INVALIDO - "
003100                     PARAMETRO-VALOR (1:3)
003110             MOVE 18 TO RETURN-CODE
003120             GO TO 9999-ENCERRAR
003130         ELSE
003140             MOVE PARAMETRO-VALOR (1:3) TO VALOR-PARAMETRO-9303
003150             MOVE VALOR-PARAMETRO-9303 TO INTERVALO-COBRANCA
003160         END-IF
003170         GO TO 1120-APLICAR-PARAMETRO-EXIT.

003180     IF PARAMETRO-NOME = "COBRANCA-BLOQUEIO"
003190         IF PARAMETRO-VALOR (1:3) NOT NUMERIC
003200             DISPLAY "COBFAT: COBRANCA-BLOQUEIO INVALIDO - "
003210                     PARAMETRO-VALOR (1:3)
003220             MOVE 18 TO RETURN-CODE
003230             GO TO 9999-ENCERRAR
003240         ELSE
003250             MOVE PARAMETRO-VALOR (1:3) TO VALOR-PARAMETRO-9303
003260             MOVE VALOR-PARAMETRO-9303 TO DIAS-BLOQUEIO-COBRANCA
003270         END-IF
003280         GO TO 1120-APLICAR-PARAMETRO-EXIT.

003290*    CARTOES DE OUTROS PROGRAMAS NO MESMO ARQUIVO SAO IGNORADOS.
003300 1120-APLICAR-PARAMETRO-EXIT.
003310     EXIT.

003320*----------------------------------------------------------------*
003330* LE O MESTRE DE FATURAS DE PONTA A PONTA E LIBERA PARA A        *
003340* CLASSIFICACAO CADA FATURA ABERTA, COM SALDO DEVEDOR E JA       *
003350* VENCIDA; NOTA DE CREDITO E FATURA LIQUIDADA OU A VENCER FICAM  *
003360* DE FORA                                                        *
003370*----------------------------------------------------------------*
003380 2000-SELECIONAR-VENCIDAS.
003390     PERFORM 2100-LER-FATURA
003400         THRU 2100-LER-FATURA-EXIT.
003410     PERFORM 2200-LIBERAR-VENCIDA
003420         THRU 2200-LIBERAR-VENCIDA-EXIT
003430         UNTIL FATURAS-FILE-FIM.
003440 2000-SELECIONAR-VENCIDAS-EXIT.
003450     EXIT.

003460 2100-LER-FATURA.
003470     READ FATURAS-FILE NEXT RECORD
003480         AT END
003490             SET FATURAS-FILE-FIM TO TRUE
003500     END-READ.
003510 2100-LER-FATURA-EXIT.
003520     EXIT.

003530 2200-LIBERAR-VENCIDA.
003540     ADD 1 TO CONTADOR-FATURAS-LIDAS.
003550     IF DOCUMENTO-NOTA-CREDITO OR NOT FATURA-ABERTA
003560         GO TO 2200-LIBERAR-VENCIDA-LER.
003570     COMPUTE SALDO-DEVEDOR-FATURA =
003580             VALOR-FATURA - VALOR-PAGO-FATURA
003590             - VALOR-CREDITO-FATURA.
003600     IF SALDO-DEVEDOR-FATURA = ZERO
003610         GO TO 2200-LIBERAR-VENCIDA-LER.

003620     PERFORM 2300-APURAR-ATRASO
003630         THRU 2300-APURAR-ATRASO-EXIT.
003640     IF VENCIDA-DIAS = ZERO
003650         GO TO 2200-LIBERAR-VENCIDA-LER.

003660     ADD 1 TO CONTADOR-FATURAS-VENCIDAS.
003670     MOVE RG-FATURA              TO VENCIDA-RG.
003680     MOVE DATA-VENCIMENTO-FATURA TO VENCIDA-VENCIMENTO.
003690     MOVE NUMERO-FATURA          TO VENCIDA-NUMERO.
003700     MOVE SALDO-DEVEDOR-FATURA   TO VENCIDA-SALDO.
003710     RELEASE FATURA-VENCIDA.

003720 2200-LIBERAR-VENCIDA-LER.
003730     PERFORM 2100-LER-FATURA
003740         THRU 2100-LER-FATURA-EXIT.
003750 2200-LIBERAR-VENCIDA-EXIT.
003760     EXIT.

003770*----------------------------------------------------------------*
003780* APURA OS DIAS DE ATRASO DA FATURA PELO SUBPROGRAMA DATECALC    *
003790* (ZERO QUANDO AINDA NAO VENCIDA); VENCIMENTO IMPOSSIVEL CONTA   *
003800* COMO O ATRASO MAXIMO, COM AVISO, COMO NO AGING                 *
003810*----------------------------------------------------------------*
003820 2300-APURAR-ATRASO.
003830     MOVE DATA-EXECUCAO-COBRANCA TO DATECALC-DATA-1.
003840     MOVE DATA-VENCIMENTO-FATURA TO DATECALC-DATA-2.
003850     SET DATECALC-DIFERENCA TO TRUE.
003860     CALL "DATECALC" USING DATECALC-PARAMETROS.
003870     IF NOT DATECALC-OK
003880         DISPLAY "COBFAT: VENCIMENTO IMPOSSIVEL NA FATURA "
003890                 NUMERO-FATURA
003900         MOVE 9999 TO VENCIDA-DIAS
003910         GO TO 2300-APURAR-ATRASO-EXIT.

003920     IF DATECALC-DIAS NOT > ZERO
003930         MOVE ZERO TO VENCIDA-DIAS
003940     ELSE
003950         IF DATECALC-DIAS > 9999
003960             MOVE 9999 TO VENCIDA-DIAS
003970         ELSE
003980             MOVE DATECALC-DIAS TO VENCIDA-DIAS
003990         END-IF
004000     END-IF.
004010 2300-APURAR-ATRASO-EXIT.
004020     EXIT.

004030*----------------------------------------------------------------*
004040* RECEBE AS FATURAS VENCIDAS CLASSIFICADAS POR RG E VENCIMENTO E *
004050* EMITE UMA CARTA POR CLIENTE (QUEBRA DE CONTROLE PELO RG); A    *
004060* PRIMEIRA FATURA DE CADA CLIENTE E A MAIS ANTIGA E DEFINE O     *
004070* NIVEL DA CARTA                                                 *
004080*----------------------------------------------------------------*
004090 3000-EMITIR-CARTAS.
004100     PERFORM 3100-RECEBER-VENCIDA
004110         THRU 3100-RECEBER-VENCIDA-EXIT
004120         UNTIL VENCIDAS-WORK-FIM.
004130     IF NOT E-PRIMEIRO-CLASSIFICADO
004140         PERFORM 3300-FECHAR-CARTA
004150             THRU 3300-FECHAR-CARTA-EXIT
004160     END-IF.
004170 3000-EMITIR-CARTAS-EXIT.
004180     EXIT.

004190 3100-RECEBER-VENCIDA.
004200     RETURN VENCIDAS-WORK
004210         AT END
004220             SET VENCIDAS-WORK-FIM TO TRUE
004230         NOT AT END
004240             PERFORM 3110-TRATAR-VENCIDA
004250                 THRU 3110-TRATAR-VENCIDA-EXIT
004260     END-RETURN.
004270 3100-RECEBER-VENCIDA-EXIT.
004280     EXIT.

004290 3110-TRATAR-VENCIDA.
004300     IF E-PRIMEIRO-CLASSIFICADO
004310        OR VENCIDA-RG NOT = RG-CLIENTE-ANTERIOR
004320         IF NOT E-PRIMEIRO-CLASSIFICADO
004330             PERFORM 3300-FECHAR-CARTA
004340                 THRU 3300-FECHAR-CARTA-EXIT
004350         END-IF
004360         PERFORM 3200-ABRIR-CARTA
004370             THRU 3200-ABRIR-CARTA-EXIT
004380     END-IF.

004390     ADD 1 TO FATURAS-DA-CARTA.
004400     ADD VENCIDA-SALDO TO VALOR-DA-CARTA.
004410     IF CARTA-SUPRIMIDA
004420         GO TO 3110-TRATAR-VENCIDA-EXIT.

004430     MOVE VENCIDA-SALDO TO SALDO-EDITADO.
004440     MOVE VENCIDA-DIAS  TO DIAS-EDITADO.
004450     MOVE SPACES TO CARTA-LINHA.
004460     STRING "   " VENCIDA-NUMERO
004470             "   " VENCIDA-VENCIMENTO
004480             "   " SALDO-EDITADO
004490             "      " DIAS-EDITADO
004500             DELIMITED BY SIZE INTO CARTA-LINHA.
004510     WRITE CARTA-LINHA.
004520 3110-TRATAR-VENCIDA-EXIT.
004530     EXIT.

004540*----------------------------------------------------------------*
004550* ABRE A CARTA DE UM NOVO CLIENTE: O NIVEL SAI DO ATRASO DA      *
004560* FATURA MAIS ANTIGA, QUE TAMBEM DECIDE O BLOQUEIO DE CREDITO    *
004570* AUTOMATICO (MESMO COM A CARTA SUPRIMIDA); SE O CLIENTE JA      *
004580* RECEBEU CARTA DO MESMO NIVEL DENTRO DO INTERVALO, A CARTA E    *
004590* SUPRIMIDA (SO CONTADA NO RESUMO); SENAO, IMPRIME O CABECALHO   *
004600* COM O NOME DO CLIENTE E O TEXTO DO NIVEL                       *
004610*----------------------------------------------------------------*
004620 3200-ABRIR-CARTA.
004630     MOVE "N" TO PRIMEIRO-CLASSIFICADO.
004640     MOVE VENCIDA-RG     TO RG-CLIENTE-ANTERIOR.
004650     MOVE ZERO           TO FATURAS-DA-CARTA.
004660     MOVE ZERO           TO VALOR-DA-CARTA.
004670     MOVE VENCIDA-NUMERO TO FATURA-MAIS-ANTIGA.
004680     MOVE VENCIDA-DIAS   TO DIAS-MAIS-ANTIGA.
004690     MOVE "N" TO MARCA-CARTA-SUPRIMIDA.

004700     IF DIAS-BLOQUEIO-COBRANCA NOT = ZERO
004710        AND VENCIDA-DIAS > DIAS-BLOQUEIO-COBRANCA
004720         PERFORM 3400-BLOQUEAR-CLIENTE
004730             THRU 3400-BLOQUEAR-CLIENTE-EXIT
004740     END-IF.

004750     IF VENCIDA-DIAS <= 30
004760         MOVE 1 TO NIVEL-CARTA
004770     ELSE
004780         IF VENCIDA-DIAS <= 60
004790             MOVE 2 TO NIVEL-CARTA
004800         ELSE
004810             MOVE 3 TO NIVEL-CARTA
004820         END-IF
004830     END-IF.

004840     PERFORM 3210-CONFERIR-HISTORICO
004850         THRU 3210-CONFERIR-HISTORICO-EXIT.
004860     IF CARTA-SUPRIMIDA
004870         SET IDX-NIVEL TO NIVEL-CARTA
004880         ADD 1 TO NIVEL-SUPRIMIDAS (IDX-NIVEL)
004890         ADD 1 TO CONTADOR-CLIENTES-SUPRIMIDOS
004900         GO TO 3200-ABRIR-CARTA-EXIT.

004910     MOVE VENCIDA-RG TO RG-CLIENTE.
004920     READ CLIENTE-FILE
004930         INVALID KEY
004940             DISPLAY "COBFAT: CLIENTE NAO CADASTRADO - RG "
004950                     VENCIDA-RG
004960             MOVE "CLIENTE NAO CADASTRADO" TO NOME-CLIENTE
004970     END-READ.
004980     MOVE NOME-CLIENTE TO NOME-CLIENTE-CARTA.

004990     PERFORM 3250-IMPRIMIR-CABECALHO
005000         THRU 3250-IMPRIMIR-CABECALHO-EXIT.
005010 3200-ABRIR-CARTA-EXIT.
005020     EXIT.

005030*----------------------------------------------------------------*
005040* POSICIONA NO HISTORICO NA CHAVE RG + NIVEL + INICIO DO         *
005050* INTERVALO: O PRIMEIRO REGISTRO DALI EM DIANTE, SE AINDA FOR DO *
005060* MESMO RG E NIVEL, E UMA CARTA DENTRO DO INTERVALO              *
005070*----------------------------------------------------------------*
005080 3210-CONFERIR-HISTORICO.
005090     MOVE "N" TO MARCA-FIM-HISTORICO.
005100     MOVE VENCIDA-RG            TO RG-COBRANCA.
005110     MOVE NIVEL-CARTA           TO NIVEL-COBRANCA.
005120     MOVE DATA-INICIO-INTERVALO TO DATA-COBRANCA.
005130     START HISTORICO-COBRANCA-FILE
005140         KEY IS NOT LESS THAN CHAVE-COBRANCA
005150         INVALID KEY
005160             SET HISTORICO-FIM TO TRUE
005170     END-START.
005180     IF HISTORICO-FIM
005190         GO TO 3210-CONFERIR-HISTORICO-EXIT.
005200     READ HISTORICO-COBRANCA-FILE NEXT RECORD
005210         AT END
005220             SET HISTORICO-FIM TO TRUE
005230     END-READ.
005240     IF HISTORICO-FIM
005250         GO TO 3210-CONFERIR-HISTORICO-EXIT.
005260     IF RG-COBRANCA = VENCIDA-RG
005270        AND NIVEL-COBRANCA = NIVEL-CARTA
005280         SET CARTA-SUPRIMIDA TO TRUE
005290     END-IF.
005300 3210-CONFERIR-HISTORICO-EXIT.
005310     EXIT.

005320 3250-IMPRIMIR-CABECALHO.
005330     MOVE ALL "=" TO CARTA-LINHA.
005340     WRITE CARTA-LINHA.

005350     MOVE SPACES TO CARTA-LINHA.
005360     STRING "COMBRATEC - AVISO DE COBRANCA          DATA: "
005370             DATA-EXECUCAO-COBRANCA
005380             DELIMITED BY SIZE INTO CARTA-LINHA.
005390     WRITE CARTA-LINHA.

005400     MOVE SPACES TO CARTA-LINHA.
005410     WRITE CARTA-LINHA.

005420     MOVE SPACES TO CARTA-LINHA.
005430     STRING "CLIENTE: " NOME-CLIENTE-CARTA
005440             "   RG: " VENCIDA-RG
005450             DELIMITED BY SIZE INTO CARTA-LINHA.
005460     WRITE CARTA-LINHA.

005470     MOVE SPACES TO CARTA-LINHA.
005480     STRING "ASSUNTO: " NOME-NIVEL (NIVEL-CARTA)
005490             DELIMITED BY SIZE INTO CARTA-LINHA.
005500     WRITE CARTA-LINHA.

005510     MOVE SPACES TO CARTA-LINHA.
005520     WRITE CARTA-LINHA.

005530     PERFORM 3260-IMPRIMIR-TEXTO-NIVEL
005540         THRU 3260-IMPRIMIR-TEXTO-NIVEL-EXIT.

005550     MOVE SPACES TO CARTA-LINHA.
005560     WRITE CARTA-LINHA.

005570     MOVE "   FATURA     VENCIMENTO        SALDO   DIAS ATRASO"
005580         TO CARTA-LINHA.
005590     WRITE CARTA-LINHA.
005600 3250-IMPRIMIR-CABECALHO-EXIT.
005610     EXIT.

005620 3260-IMPRIMIR-TEXTO-NIVEL.
005630     MOVE SPACES TO CARTA-LINHA.
005640     IF NIVEL-CARTA = 1
005650         STRING "CONSTA EM NOSSO SISTEMA SALDO EM ABERTO NAS "
005660                 "FATURAS ABAIXO."
005670                 DELIMITED BY SIZE INTO CARTA-LINHA
005680         WRITE CARTA-LINHA
005690         MOVE SPACES TO CARTA-LINHA
005700         STRING "SE O PAGAMENTO JA FOI FEITO, DESCONSIDERE ESTE "
005710                 "LEMBRETE."
005720                 DELIMITED BY SIZE INTO CARTA-LINHA
005730         WRITE CARTA-LINHA
005740         GO TO 3260-IMPRIMIR-TEXTO-NIVEL-EXIT.
005750     IF NIVEL-CARTA = 2
005760         STRING "AS FATURAS ABAIXO CONTINUAM EM ABERTO APOS "
005770                 "NOSSO LEMBRETE."
005780                 DELIMITED BY SIZE INTO CARTA-LINHA
005790         WRITE CARTA-LINHA
005800         MOVE SPACES TO CARTA-LINHA
005810         STRING "SOLICITAMOS A REGULARIZACAO NO PRAZO DE 10 "
005820                 "DIAS."
005830                 DELIMITED BY SIZE INTO CARTA-LINHA
005840         WRITE CARTA-LINHA
005850         GO TO 3260-IMPRIMIR-TEXTO-NIVEL-EXIT.
005860     STRING "AVISO FINAL: SEM A QUITACAO DAS FATURAS ABAIXO, "
005870             "O FORNECIMENTO"
005880             DELIMITED BY SIZE INTO CARTA-LINHA.
005890     WRITE CARTA-LINHA.
005900     MOVE SPACES TO CARTA-LINHA.
005910     STRING "SERA SUSPENSO E A CONTA ENCAMINHADA A COBRANCA "
005920             "JUDICIAL."
005930             DELIMITED BY SIZE INTO CARTA-LINHA.
005940     WRITE CARTA-LINHA.
005950 3260-IMPRIMIR-TEXTO-NIVEL-EXIT.
005960     EXIT.

005970*----------------------------------------------------------------*
005980* FECHA A CARTA DO CLIENTE: IMPRIME O TOTAL EM ATRASO, REGISTRA  *
005990* A CARTA NO HISTORICO E ACUMULA OS TOTAIS DO NIVEL; CARTA       *
006000* SUPRIMIDA NAO TEM NADA A FECHAR                                *
006010*----------------------------------------------------------------*
006020 3300-FECHAR-CARTA.
006030     IF CARTA-SUPRIMIDA
006040         GO TO 3300-FECHAR-CARTA-EXIT.

006050     MOVE SPACES TO CARTA-LINHA.
006060     WRITE CARTA-LINHA.

006070     MOVE VALOR-DA-CARTA TO TOTAL-EDITADO.
006080     MOVE SPACES TO CARTA-LINHA.
006090     STRING "   TOTAL EM ATRASO..: " TOTAL-EDITADO
006100             DELIMITED BY SIZE INTO CARTA-LINHA.
006110     WRITE CARTA-LINHA.

006120     MOVE SPACES TO CARTA-LINHA.
006130     WRITE CARTA-LINHA.

006140     MOVE "ATENCIOSAMENTE," TO CARTA-LINHA.
006150     WRITE CARTA-LINHA.
006160     MOVE "COMBRATEC - DEPARTAMENTO DE COBRANCA" TO CARTA-LINHA.
006170     WRITE CARTA-LINHA.

006180     MOVE SPACES TO CARTA-LINHA.
006190     WRITE CARTA-LINHA.

006200     MOVE RG-CLIENTE-ANTERIOR    TO RG-COBRANCA.
006210     MOVE NIVEL-CARTA            TO NIVEL-COBRANCA.
006220     MOVE DATA-EXECUCAO-COBRANCA TO DATA-COBRANCA.
006230     MOVE FATURAS-DA-CARTA       TO QUANTIDADE-FATURAS-COBRANCA.
006240     MOVE VALOR-DA-CARTA         TO VALOR-COBRANCA.
006250     MOVE FATURA-MAIS-ANTIGA     TO FATURA-MAIS-ANTIGA-COBRANCA.
006260     MOVE DIAS-MAIS-ANTIGA       TO DIAS-ATRASO-COBRANCA.
006270     WRITE COBRANCA-REG
006280         INVALID KEY
006290             DISPLAY "COBFAT: CARTA JA REGISTRADA NO HISTORICO - "
006300                     CHAVE-COBRANCA
006310             MOVE 31 TO RETURN-CODE
006320             GO TO 9999-ENCERRAR
006330     END-WRITE.
006340     IF NOT HISTORICO-FILE-OK
006350         DISPLAY "COBFAT: ERRO AO GRAVAR HISTORICO-COBRANCA-"
006360                 "FILE - STATUS " STATUS-HISTORICO-FILE
006370         MOVE 31 TO RETURN-CODE
006380         GO TO 9999-ENCERRAR
006390     END-IF.

006400     SET IDX-NIVEL TO NIVEL-CARTA.
006410     ADD 1 TO NIVEL-CARTAS (IDX-NIVEL).
006420     ADD FATURAS-DA-CARTA TO NIVEL-FATURAS (IDX-NIVEL).
006430     ADD VALOR-DA-CARTA TO NIVEL-VALOR (IDX-NIVEL).
006440     ADD 1 TO CONTADOR-CLIENTES-COBRADOS.
006450     ADD VALOR-DA-CARTA TO TOTAL-VALOR-COBRADO.
006460 3300-FECHAR-CARTA-EXIT.
006470     EXIT.

006480*----------------------------------------------------------------*
006490* POE EM BLOQUEIO DE CREDITO O CLIENTE ATIVO CUJA FATURA MAIS    *
006500* ANTIGA PASSOU DO ATRASO DE BLOQUEIO E REGISTRA A MUDANCA NA    *
006510* AUDITORIA DE CLIENTES (ACAO B, LOTE COBFAT). CLIENTE JA        *
006520* BLOQUEADO, ENCERRADO OU FORA DO MESTRE FICA COMO ESTA; A       *
006530* LIBERACAO E FEITA PELO ATUCLI. FALHA AO REGRAVAR O MESTRE OU   *
006535* AO GRAVAR A AUDITORIA DERRUBA A RODADA, PARA NENHUM CLIENTE    *
006537* SER DADO COMO BLOQUEADO SEM O BLOQUEIO REGISTRADO              *
006540*----------------------------------------------------------------*
006550 3400-BLOQUEAR-CLIENTE.
006560     MOVE VENCIDA-RG TO RG-CLIENTE.
006570     READ CLIENTE-FILE
006580         INVALID KEY
006590             CONTINUE
006600     END-READ.
006610     IF NOT CLIENTE-FILE-OK
006620         GO TO 3400-BLOQUEAR-CLIENTE-EXIT.
006630     IF NOT CLIENTE-ATIVO
006640         GO TO 3400-BLOQUEAR-CLIENTE-EXIT.

006650     MOVE SPACES                 TO AUDITORIA-CLIENTE-REG.
006660     MOVE NOME-CLIENTE           TO NOME-ANTES-AUDITORIA.
006670     MOVE RG-CLIENTE             TO RG-ANTES-AUDITORIA.
006680     MOVE QTD-ITENS-COMPRA       TO QTD-ITENS-ANTES-AUDITORIA.
006690     MOVE CONTROLE-TOTAL-COMPRAS TO CONTROLE-ANTES-AUDITORIA.
006700     MOVE LIMITE-VOLUME-CLIENTE  TO LIMITE-ANTES-AUDITORIA.
006710     MOVE SITUACAO-CLIENTE       TO SITUACAO-ANTES-AUDITORIA.

006720     SET CLIENTE-BLOQUEADO TO TRUE.
006730     MOVE DATA-EXECUCAO-COBRANCA TO DATA-SITUACAO-CLIENTE.
006740     REWRITE CLIENTE
006750         INVALID KEY
006760             CONTINUE
006770     END-REWRITE.
006780     IF NOT CLIENTE-FILE-OK
006790         DISPLAY "COBFAT: ERRO AO BLOQUEAR O RG " VENCIDA-RG
006800                 " - STATUS " STATUS-CLIENTE-FILE
006810         MOVE 08 TO RETURN-CODE
006820         GO TO 9999-ENCERRAR.
006830     ADD 1 TO CONTADOR-CLIENTES-BLOQUEADOS.

006840     MOVE RG-CLIENTE             TO RG-AUDITORIA.
006850     MOVE DATA-EXECUCAO-COBRANCA TO DATA-AUDITORIA.
006860     ACCEPT HORA-AUDITORIA FROM TIME.
006870     SET AUDITORIA-BLOQUEIO      TO TRUE.
006880     MOVE "COBFAT"               TO LOTE-AUDITORIA.
006890     MOVE ZERO                   TO COMPRAS-EXCLUIDAS-AUDITORIA.
006900     MOVE NOME-CLIENTE           TO NOME-DEPOIS-AUDITORIA.
006910     MOVE RG-CLIENTE             TO RG-DEPOIS-AUDITORIA.
006920     MOVE QTD-ITENS-COMPRA       TO QTD-ITENS-DEPOIS-AUDITORIA.
006930     MOVE CONTROLE-TOTAL-COMPRAS TO CONTROLE-DEPOIS-AUDITORIA.
006940     MOVE LIMITE-VOLUME-CLIENTE  TO LIMITE-DEPOIS-AUDITORIA.
006950     MOVE SITUACAO-CLIENTE       TO SITUACAO-DEPOIS-AUDITORIA.
006960     WRITE AUDITORIA-CLIENTE-REG.
006970     IF NOT AUDITORIA-CLIENTE-OK
006980         DISPLAY "COBFAT: ERRO AO GRAVAR AUDITORIA-CLIENTE-FILE "
006990                 "- STATUS " STATUS-AUDITORIA-CLIENTE
007000         MOVE 37 TO RETURN-CODE
007005         GO TO 9999-ENCERRAR
007010     END-IF.
007020 3400-BLOQUEAR-CLIENTE-EXIT.
007030     EXIT.

007040*----------------------------------------------------------------*
007050* IMPRIME A PAGINA DE RESUMO NO FIM DAS CARTAS: CARTAS EMITIDAS, *
007060* FATURAS E VALOR COBRADOS E CARTAS SUPRIMIDAS PELO INTERVALO,   *
007070* POR NIVEL, E OS TOTAIS GERAIS DA RODADA                        *
007080*----------------------------------------------------------------*
007090 4000-IMPRIMIR-RESUMO.
007100     MOVE ALL "=" TO CARTA-LINHA.
007110     WRITE CARTA-LINHA.

007120     MOVE SPACES TO CARTA-LINHA.
007130     STRING "COMBRATEC - RESUMO DA COBRANCA         DATA: "
007140             DATA-EXECUCAO-COBRANCA
007150             DELIMITED BY SIZE INTO CARTA-LINHA.
007160     WRITE CARTA-LINHA.

007170     MOVE SPACES TO CARTA-LINHA.
007180     STRING "INTERVALO ENTRE CARTAS DO MESMO NIVEL: "
007190             INTERVALO-COBRANCA " DIAS"
007200             DELIMITED BY SIZE INTO CARTA-LINHA.
007210     WRITE CARTA-LINHA.

007220     MOVE SPACES TO CARTA-LINHA.
007230     IF DIAS-BLOQUEIO-COBRANCA = ZERO
007240         MOVE "BLOQUEIO DE CREDITO AUTOMATICO DESLIGADO"
007250             TO CARTA-LINHA
007260     ELSE
007270         STRING "BLOQUEIO DE CREDITO ACIMA DE "
007280                 DIAS-BLOQUEIO-COBRANCA " DIAS DE ATRASO"
007290                 DELIMITED BY SIZE INTO CARTA-LINHA
007300     END-IF.
007310     WRITE CARTA-LINHA.

007320     MOVE SPACES TO CARTA-LINHA.
007330     WRITE CARTA-LINHA.

007340     MOVE "CARTAS POR NIVEL" TO CARTA-LINHA.
007350     WRITE CARTA-LINHA.

007360     PERFORM 4100-IMPRIMIR-NIVEL
007370         THRU 4100-IMPRIMIR-NIVEL-EXIT
007380         VARYING IDX-NIVEL FROM 1 BY 1
007390         UNTIL IDX-NIVEL > 3.

007400     MOVE SPACES TO CARTA-LINHA.
007410     WRITE CARTA-LINHA.

007420     MOVE SPACES TO CARTA-LINHA.
007430     STRING "FATURAS LIDAS........: " CONTADOR-FATURAS-LIDAS
007440             DELIMITED BY SIZE INTO CARTA-LINHA.
007450     WRITE CARTA-LINHA.

007460     MOVE SPACES TO CARTA-LINHA.
007470     STRING "FATURAS VENCIDAS.....: " CONTADOR-FATURAS-VENCIDAS
007480             DELIMITED BY SIZE INTO CARTA-LINHA.
007490     WRITE CARTA-LINHA.

007500     MOVE SPACES TO CARTA-LINHA.
007510     STRING "CARTAS EMITIDAS......: " CONTADOR-CLIENTES-COBRADOS
007520             DELIMITED BY SIZE INTO CARTA-LINHA.
007530     WRITE CARTA-LINHA.

007540     MOVE SPACES TO CARTA-LINHA.
007550     STRING "CARTAS SUPRIMIDAS....: "
007560             CONTADOR-CLIENTES-SUPRIMIDOS
007570             DELIMITED BY SIZE INTO CARTA-LINHA.
007580     WRITE CARTA-LINHA.

007590     MOVE SPACES TO CARTA-LINHA.
007600     STRING "CLIENTES BLOQUEADOS..: "
007610             CONTADOR-CLIENTES-BLOQUEADOS
007620             DELIMITED BY SIZE INTO CARTA-LINHA.
007630     WRITE CARTA-LINHA.

007640     MOVE TOTAL-VALOR-COBRADO TO TOTAL-EDITADO.
007650     MOVE SPACES TO CARTA-LINHA.
007660     STRING "VALOR TOTAL COBRADO..: " TOTAL-EDITADO
007670             DELIMITED BY SIZE INTO CARTA-LINHA.
007680     WRITE CARTA-LINHA.
007690 4000-IMPRIMIR-RESUMO-EXIT.
007700     EXIT.

007710 4100-IMPRIMIR-NIVEL.
007720     MOVE NIVEL-VALOR (IDX-NIVEL) TO TOTAL-EDITADO.
007730     MOVE SPACES TO CARTA-LINHA.
007740     STRING "   " NOME-NIVEL (IDX-NIVEL)
007750             ": CARTAS " NIVEL-CARTAS (IDX-NIVEL)
007760             " FATURAS " NIVEL-FATURAS (IDX-NIVEL)
007770             " VALOR " TOTAL-EDITADO
007780             DELIMITED BY SIZE INTO CARTA-LINHA.
007790     WRITE CARTA-LINHA.

007800     MOVE SPACES TO CARTA-LINHA.
007810     STRING "      SUPRIMIDAS PELO INTERVALO: "
007820             NIVEL-SUPRIMIDAS (IDX-NIVEL)
007830             DELIMITED BY SIZE INTO CARTA-LINHA.
007840     WRITE CARTA-LINHA.
007850 4100-IMPRIMIR-NIVEL-EXIT.
007860     EXIT.

007870*----------------------------------------------------------------*
007880* FECHA OS ARQUIVOS E ENCERRA A EMISSAO DAS CARTAS               *
007890*----------------------------------------------------------------*
007900 9000-FINALIZAR.
007910     CLOSE FATURAS-FILE.
007920     CLOSE CLIENTE-FILE.
007930     CLOSE HISTORICO-COBRANCA-FILE.
007940     CLOSE CARTAS-FILE.
007950     CLOSE AUDITORIA-CLIENTE-FILE.
007960     DISPLAY "COBFAT: COBRANCA CONCLUIDA - CARTAS EMITIDAS "
007970             CONTADOR-CLIENTES-COBRADOS.
007980 9000-FINALIZAR-EXIT.
007990     EXIT.

008000 9999-ENCERRAR.
008010     STOP RUN.

000100*================================================================*
000110 IDENTIFICATION                      DIVISION.
000120*================================================================*
000130 PROGRAM-ID. EXECAD.
000140 AUTHOR. GABRIEL GREGORIO DA SILVA.
000150 INSTALLATION. COMBRATEC.
000160 DATE-WRITTEN. 15/10/2026.
000170 DATE-COMPILED.
000180************************DOCUMENTACAO******************************
000190******************************************************************
000200*>                                                    COMBRATEC <*
000210*> DATA.     : 15/10/2026                                       <*
000220*> ANALISTA. : GABRIEL GREGORIO DA SILVA                        <*
000230*> OBJETIVO. : CONTROLADOR DA CADEIA NOTURNA: LE A DEFINICAO    <*
000240*>             DA CADEIA EM CADEIA-PASSOS-FILE (UM CARTAO POR   <*
000250*>             PASSO, NA ORDEM DE EXECUCAO), EXECUTA OS PASSOS  <*
000260*>             UM A UM E CONFERE O RETURN-CODE DE CADA UM       <*
000270*>             CONTRA O MAXIMO ACEITO PELO CARTAO. PASSO        <*
000280*>             OBRIGATORIO ACIMA DO MAXIMO PARA A CADEIA - O    <*
000290*>             PASSO SEGUINTE NAO RODA SOBRE ARQUIVO PELA       <*
000300*>             METADE - E O PASSO FALHO FICA GRAVADO EM         <*
000310*>             RETOMADA-CADEIA-FILE: A PROXIMA EXECUCAO RETOMA  <*
000320*>             NELE, COM O MESMO ID DE CADEIA, EM VEZ DE        <*
000330*>             RECOMECAR DO PRIMEIRO. PASSO OPCIONAL ACIMA DO   <*
000340*>             MAXIMO E REGISTRADO E A CADEIA SEGUE. CADA PASSO <*
000350*>             EXECUTADO GRAVA UM REGISTRO EM LOG-EXECUCAO-FILE <*
000360*>             (PROGRAMA, INICIO, FIM, RETURN-CODE, ID E PASSO  <*
000370*>             DA CADEIA), LIDO PELO RELOPS.                    <*
000380*>                                                              <*
000390*>             CARTAO DE PASSO (COLUNAS):                       <*
000400*>             01-02 NUMERO DO PASSO (CRESCENTE)                <*
000410*>             04-13 PROGRAMA                                   <*
000420*>             15-16 MAIOR RETURN-CODE QUE DEIXA A CADEIA SEGUIR<*
000430*>             18    OPCIONAL (S/N)                             <*
000440*>             20-26 DIAS DA SEMANA EM QUE RODA, SEGUNDA A      <*
000450*>                   DOMINGO ("S" RODA; EM BRANCO = TODO DIA)   <*
000460*>             28-80 COMANDO (EM BRANCO = ./PROGRAMA)           <*
000470*>             CARTAO COM "*" NA COLUNA 1 E COMENTARIO.         <*
000480*>                                                              <*
000490*>             O CARTAO CADEIA-RETOMAR = N DE PARAMETROS-FILE   <*
000500*>             DESPREZA A RETOMADA PENDENTE E RODA A CADEIA     <*
000510*>             DESDE O PRIMEIRO PASSO.                          <*
000520*>                                                              <*
000530*>             RETURN-CODE: 04 PASSO OPCIONAL FALHOU OU LOG NAO <*
000540*>             GRAVADO; 36 CADEIA INTERROMPIDA EM PASSO         <*
000550*>             OBRIGATORIO.                                     <*
000560*>                                                              <*
000570*> HISTORICO DE ALTERACOES                                     <*
000580*> 15/10/2026 GGS CRIACAO DO CONTROLADOR DA CADEIA NOTURNA.     <*
000590*>                                                              <*
000600*********************FIM DOCUMENTACAO*****************************
000610******************************************************************

000620*================================================================*
000630 ENVIRONMENT                         DIVISION.
000640*================================================================*
000650 INPUT-OUTPUT                        SECTION.
000660 FILE-CONTROL.
000670     SELECT CADEIA-FILE    ASSIGN TO "CADEIA-PASSOS-FILE"
000680            ORGANIZATION   IS LINE SEQUENTIAL
000690            FILE STATUS    IS STATUS-CADEIA-FILE.

000700     SELECT OPTIONAL RETOMADA-CADEIA-FILE
000710            ASSIGN TO "RETOMADA-CADEIA-FILE"
000720            ORGANIZATION   IS LINE SEQUENTIAL
000730            FILE STATUS    IS STATUS-RETOMADA-CADEIA-FILE.

000740     SELECT OPTIONAL LOG-EXECUCAO-FILE
000750            ASSIGN TO "LOG-EXECUCAO-FILE"
000760            ORGANIZATION   IS LINE SEQUENTIAL
000770            FILE STATUS    IS STATUS-LOG-EXECUCAO-FILE.

000780     SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS-FILE"
000790            ORGANIZATION   IS LINE SEQUENTIAL
000800            FILE STATUS    IS STATUS-PARAMETROS-FILE.

000810*================================================================*
000820 DATA                                DIVISION.
000830*================================================================*
000840 FILE                                SECTION.
000850 FD  CADEIA-FILE.
000860 01  PASSO-CARTAO.
000870     02 NUMERO-PASSO-CARTAO    PIC 9(02).
000880     02 FILLER                 PIC X(01).
000890     02 PROGRAMA-PASSO-CARTAO  PIC X(10).
000900     02 FILLER                 PIC X(01).
000910     02 RC-MAXIMO-PASSO-CARTAO PIC 9(02).
000920     02 FILLER                 PIC X(01).
000930     02 OPCIONAL-PASSO-CARTAO  PIC X(01).
000940        88 PASSO-CARTAO-OPCIONAL     VALUE "S".
000950        88 PASSO-CARTAO-OBRIGATORIO  VALUE "N".
000960     02 FILLER                 PIC X(01).
000970     02 DIAS-PASSO-CARTAO      PIC X(07).
000980     02 FILLER                 PIC X(01).
000990     02 COMANDO-PASSO-CARTAO   PIC X(53).
001000 01  PASSO-CARTAO-COMENTARIO.
001010     02 MARCA-COMENTARIO-CARTAO PIC X(01).
001020        88 CARTAO-COMENTARIO         VALUE "*".
001030     02 FILLER                 PIC X(79).

001040*    REGISTRO UNICO: O PASSO QUE PAROU A CADEIA E O ID DA
001050*    CADEIA A QUE ELE PERTENCE. ARQUIVO VAZIO = NADA A RETOMAR.
001060 FD  RETOMADA-CADEIA-FILE.
001070 01  RETOMADA-CADEIA-REG.
001080     02 ID-CADEIA-RETOMADA     PIC X(16).
001090     02 PASSO-RETOMADA         PIC 9(02).
001100     02 PROGRAMA-RETOMADA      PIC X(10).

001110 FD  LOG-EXECUCAO-FILE
001120     LABEL RECORD IS STANDARD.
001130     COPY LOGEXEC.

001140*    CARTAO DE PARAMETROS: PALAVRA-CHAVE NAS COLUNAS 1-20 E O
001150*    VALOR A PARTIR DA COLUNA 21, NO FORMATO FIXO DE CADA
001160*    PARAMETRO (NUMERICOS COM ZEROS A ESQUERDA).
001170 FD  PARAMETROS-FILE.
001180 01  PARAMETRO-CARTAO.
001190     02 PARAMETRO-NOME         PIC X(20).
001200     02 PARAMETRO-VALOR        PIC X(60).

001210*----------------------------------------------------------------*
001220 WORKING-STORAGE                             SECTION.
001230*----------------------------------------------------------------*
001240**************** CONTROLE DA DEFINICAO DA CADEIA *****************
001250 77  STATUS-CADEIA-FILE    PIC X(02) VALUE "00".
001260     88 CADEIA-FILE-OK            VALUE "00".
001270     88 CADEIA-FILE-FIM           VALUE "10".

001280**************** CONTROLE DA RETOMADA DA CADEIA ******************
001290 77  STATUS-RETOMADA-CADEIA-FILE PIC X(02) VALUE "00".
001300     88 RETOMADA-CADEIA-FILE-OK      VALUE "00" "05".
001310     88 RETOMADA-CADEIA-FILE-FIM     VALUE "10".

001320**************** CONTROLE DO LOG DE EXECUCAO *********************
001330 77  STATUS-LOG-EXECUCAO-FILE PIC X(02) VALUE "00".
001340     88 LOG-EXECUCAO-FILE-OK        VALUE "00" "05".

001350**************** CARTAO DE PARAMETROS DA CADEIA ******************
001360 77  STATUS-PARAMETROS-FILE PIC X(02) VALUE "00".
001370     88 PARAMETROS-FILE-OK        VALUE "00".
001380     88 PARAMETROS-FILE-FIM       VALUE "10".

001390 77  MARCA-CADEIA-RETOMAR  PIC X(01) VALUE "S".
001400     88 CADEIA-RETOMAR            VALUE "S".

001410******************** PASSOS DA CADEIA ****************************
001420 77  TOTAL-PASSOS          PIC 9(02) BINARY VALUE ZERO.
001430 77  LIMITE-TABELA-PASSOS  PIC 9(02) BINARY VALUE 30.
001440 77  NUMERO-PASSO-ANTERIOR PIC 9(02) VALUE ZERO.
001450 77  INDICE-PASSO-INICIAL  PIC 9(02) BINARY VALUE 1.

001460 01  TABELA-PASSOS.
001470     02 PASSO-CADEIA OCCURS 30 TIMES
001480                     INDEXED BY IDX-PASSO.
001490         03 NUMERO-PASSO       PIC 9(02).
001500         03 PROGRAMA-PASSO     PIC X(10).
001510         03 RC-MAXIMO-PASSO    PIC 9(02).
001520         03 OPCIONAL-PASSO     PIC X(01).
001530            88 PASSO-OPCIONAL        VALUE "S".
001540         03 DIAS-PASSO         PIC X(07).
001550         03 COMANDO-PASSO      PIC X(60).

001560******************** EXECUCAO DA CADEIA **************************
001570 01  ID-CADEIA-CORRENTE.
001580     02 DATA-ID-CADEIA         PIC 9(08).
001590     02 HORA-ID-CADEIA         PIC 9(08).

001600 77  MARCA-RETOMADA        PIC X(01) VALUE "N".
001610     88 EXECUCAO-RETOMADA         VALUE "S".
001620 77  MARCA-CADEIA-INTERROMPIDA PIC X(01) VALUE "N".
001630     88 CADEIA-INTERROMPIDA       VALUE "S".
001640 77  MARCA-PASSO-ACHADO    PIC X(01) VALUE "N".
001650     88 PASSO-ACHADO              VALUE "S".
001660 77  MARCA-RETOMADA-PENDENTE PIC X(01) VALUE "S".
001670     88 RETOMADA-PENDENTE         VALUE "S".

001680 77  DIA-SEMANA            PIC 9(01) VALUE ZERO.
001690 77  DATA-INICIO-PASSO     PIC 9(08) VALUE ZERO.
001700 77  HORA-INICIO-PASSO     PIC 9(08) VALUE ZERO.
001710 77  DATA-FIM-PASSO        PIC 9(08) VALUE ZERO.
001720 77  HORA-FIM-PASSO        PIC 9(08) VALUE ZERO.
001730 77  CONDICAO-PASSO        PIC X(35) VALUE SPACES.

001740*    O SYSTEM DEVOLVE O STATUS DO SHELL: O RETURN-CODE DO
001750*    PASSO VEM NO BYTE ALTO E O BYTE BAIXO SO E DIFERENTE DE
001760*    ZERO QUANDO O PASSO FOI DERRUBADO POR SINAL.
001770 77  STATUS-SISTEMA        PIC 9(05) VALUE ZERO.
001780 77  RC-PASSO              PIC 9(03) VALUE ZERO.
001790 77  SINAL-PASSO           PIC 9(03) VALUE ZERO.

001800 77  NUMERO-PASSO-FALHO    PIC 9(02) VALUE ZERO.
001810 77  PROGRAMA-PASSO-FALHO  PIC X(10) VALUE SPACES.

001820*********************** TOTAIS DA CADEIA *************************
001830 77  CONTADOR-PASSOS-EXECUTADOS PIC 9(02) VALUE ZERO.
001840 77  CONTADOR-PASSOS-PULADOS    PIC 9(02) VALUE ZERO.
001850 77  CONTADOR-OPCIONAIS-FALHOS  PIC 9(02) VALUE ZERO.
001860 77  CONTADOR-LOG-NAO-GRAVADO   PIC 9(02) VALUE ZERO.

001870*================================================================*
001880 PROCEDURE                           DIVISION.
001890*================================================================*
001900 0000-MAINLINE.
001910     PERFORM 1000-INICIALIZAR
001920         THRU 1000-INICIALIZAR-EXIT.
001930     PERFORM 2000-EXECUTAR-PASSO
001940         THRU 2000-EXECUTAR-PASSO-EXIT
001950         VARYING IDX-PASSO FROM INDICE-PASSO-INICIAL BY 1
001960         UNTIL IDX-PASSO > TOTAL-PASSOS
001970            OR CADEIA-INTERROMPIDA.
001980     PERFORM 9000-FINALIZAR
001990         THRU 9000-FINALIZAR-EXIT.
002000     GO TO 9999-ENCERRAR.

002010*----------------------------------------------------------------*
002020* LE O CARTAO DE PARAMETROS E A DEFINICAO DA CADEIA, CONFERE SE  *
002030* O LOG ABRE ANTES DE RODAR QUALQUER PASSO E DECIDE SE A         *
002040* EXECUCAO E UMA CADEIA NOVA OU A RETOMADA DE UMA INTERROMPIDA   *
002050*----------------------------------------------------------------*
002060 1000-INICIALIZAR.
002070     PERFORM 1100-LER-PARAMETROS
002080         THRU 1100-LER-PARAMETROS-EXIT.

002090     PERFORM 1200-CARREGAR-CADEIA
002100         THRU 1200-CARREGAR-CADEIA-EXIT.

002110     OPEN EXTEND LOG-EXECUCAO-FILE.
002120     IF NOT LOG-EXECUCAO-FILE-OK
002130         DISPLAY "EXECAD: ERRO AO ABRIR LOG-EXECUCAO-FILE - "
002140                 "STATUS " STATUS-LOG-EXECUCAO-FILE
002150         MOVE 16 TO RETURN-CODE
002160         GO TO 9999-ENCERRAR
002170     END-IF.
002180     CLOSE LOG-EXECUCAO-FILE.

002190     ACCEPT DATA-ID-CADEIA FROM DATE YYYYMMDD.
002200     ACCEPT HORA-ID-CADEIA FROM TIME.
002210     ACCEPT DIA-SEMANA FROM DAY-OF-WEEK.

002220     PERFORM 1300-VERIFICAR-RETOMADA
002230         THRU 1300-VERIFICAR-RETOMADA-EXIT.

002240     IF EXECUCAO-RETOMADA
002250         DISPLAY "EXECAD: RETOMANDO A CADEIA " ID-CADEIA-CORRENTE
002260                 " NO PASSO " NUMERO-PASSO (INDICE-PASSO-INICIAL)
002270                 " " PROGRAMA-PASSO (INDICE-PASSO-INICIAL)
002280     ELSE
002290         DISPLAY "EXECAD: INICIO DA CADEIA " ID-CADEIA-CORRENTE
002300                 " - PASSOS " TOTAL-PASSOS
002310     END-IF.
002320 1000-INICIALIZAR-EXIT.
002330     EXIT.

002340 1100-LER-PARAMETROS.
002350     OPEN INPUT PARAMETROS-FILE.
002360     IF NOT PARAMETROS-FILE-OK
002370         DISPLAY "EXECAD: ERRO AO ABRIR PARAMETROS-FILE - STATUS "
002380                 STATUS-PARAMETROS-FILE
002390         MOVE 17 TO RETURN-CODE
002400         GO TO 9999-ENCERRAR
002410     END-IF.
002420     PERFORM 1110-LER-CARTAO
002430         THRU 1110-LER-CARTAO-EXIT
002440         UNTIL PARAMETROS-FILE-FIM.
002450     CLOSE PARAMETROS-FILE.
002460 1100-LER-PARAMETROS-EXIT.
002470     EXIT.

002480 1110-LER-CARTAO.
002490     READ PARAMETROS-FILE
002500         AT END
002510             SET PARAMETROS-FILE-FIM TO TRUE
002520         NOT AT END
002530             PERFORM 1120-APLICAR-PARAMETRO
002540                 THRU 1120-APLICAR-PARAMETRO-EXIT
002550     END-READ.
002560 1110-LER-CARTAO-EXIT.
002570     EXIT.

002580 1120-APLICAR-PARAMETRO.
002590     IF PARAMETRO-CARTAO = SPACES
002600         GO TO 1120-APLICAR-PARAMETRO-EXIT.

002610     IF PARAMETRO-NOME = "CADEIA-RETOMAR"
002620         IF PARAMETRO-VALOR (1:1) NOT = "S"
002630            AND PARAMETRO-VALOR (1:1) NOT = "N"
002640             DISPLAY "EXECAD: CADEIA-RETOMAR INVALIDO - "
002650                     PARAMETRO-VALOR (1:1)
002660             MOVE 18 TO RETURN-CODE
002670             GO TO 9999-ENCERRAR
002680         ELSE
002690             MOVE PARAMETRO-VALOR (1:1) TO MARCA-CADEIA-RETOMAR
002700         END-IF
002710         GO TO 1120-APLICAR-PARAMETRO-EXIT.

002720*    CARTOES DE OUTROS PROGRAMAS NO MESMO ARQUIVO SAO IGNORADOS.
002730 1120-APLICAR-PARAMETRO-EXIT.
002740     EXIT.

002750*----------------------------------------------------------------*
002760* CARREGA A DEFINICAO DA CADEIA NA TABELA DE PASSOS, CRITICANDO  *
002770* CADA CARTAO; UM CARTAO RUIM DERRUBA A EXECUCAO ANTES DE RODAR  *
002780* QUALQUER PASSO - CADEIA MAL DEFINIDA NAO COMECA                *
002790*----------------------------------------------------------------*
002800 1200-CARREGAR-CADEIA.
002810     OPEN INPUT CADEIA-FILE.
002820     IF NOT CADEIA-FILE-OK
002830         DISPLAY "EXECAD: ERRO AO ABRIR CADEIA-PASSOS-FILE - "
002840                 "STATUS " STATUS-CADEIA-FILE
002850         MOVE 20 TO RETURN-CODE
002860         GO TO 9999-ENCERRAR
002870     END-IF.
002880     PERFORM 1210-LER-PASSO
002890         THRU 1210-LER-PASSO-EXIT
002900         UNTIL CADEIA-FILE-FIM.
002910     CLOSE CADEIA-FILE.

002920     IF TOTAL-PASSOS = ZERO
002930         DISPLAY "EXECAD: CADEIA-PASSOS-FILE SEM NENHUM PASSO"
002940         MOVE 18 TO RETURN-CODE
002950         GO TO 9999-ENCERRAR
002960     END-IF.
002970 1200-CARREGAR-CADEIA-EXIT.
002980     EXIT.

002990 1210-LER-PASSO.
003000     READ CADEIA-FILE
003010         AT END
003020             SET CADEIA-FILE-FIM TO TRUE
003030         NOT AT END
003040             PERFORM 1220-CRITICAR-PASSO
003050                 THRU 1220-CRITICAR-PASSO-EXIT
003060     END-READ.
003070 1210-LER-PASSO-EXIT.
003080     EXIT.

003090 1220-CRITICAR-PASSO.
003100     IF PASSO-CARTAO = SPACES
003110        OR CARTAO-COMENTARIO
003120         GO TO 1220-CRITICAR-PASSO-EXIT.

003130     IF NUMERO-PASSO-CARTAO NOT NUMERIC
003140        OR NUMERO-PASSO-CARTAO NOT > NUMERO-PASSO-ANTERIOR
003150        OR PROGRAMA-PASSO-CARTAO = SPACES
003160        OR RC-MAXIMO-PASSO-CARTAO NOT NUMERIC
003170        OR NOT (PASSO-CARTAO-OPCIONAL
003180                OR PASSO-CARTAO-OBRIGATORIO)
003190         DISPLAY "EXECAD: PASSO INVALIDO NA DEFINICAO - "
003200                 PASSO-CARTAO
003210         MOVE 18 TO RETURN-CODE
003220         GO TO 9999-ENCERRAR.

003230     IF TOTAL-PASSOS >= LIMITE-TABELA-PASSOS
003240         DISPLAY "EXECAD: CADEIA COM MAIS DE "
003250                 LIMITE-TABELA-PASSOS " PASSOS"
003260         MOVE 18 TO RETURN-CODE
003270         GO TO 9999-ENCERRAR.

003280     ADD 1 TO TOTAL-PASSOS.
003290     SET IDX-PASSO TO TOTAL-PASSOS.
003300     MOVE NUMERO-PASSO-CARTAO    TO NUMERO-PASSO (IDX-PASSO).
003310     MOVE PROGRAMA-PASSO-CARTAO  TO PROGRAMA-PASSO (IDX-PASSO).
003320     MOVE RC-MAXIMO-PASSO-CARTAO TO RC-MAXIMO-PASSO (IDX-PASSO).
003330     MOVE OPCIONAL-PASSO-CARTAO  TO OPCIONAL-PASSO (IDX-PASSO).
003340     MOVE DIAS-PASSO-CARTAO      TO DIAS-PASSO (IDX-PASSO).
003350     IF COMANDO-PASSO-CARTAO = SPACES
003360         MOVE SPACES TO COMANDO-PASSO (IDX-PASSO)
003370         STRING "./" PROGRAMA-PASSO-CARTAO
003380                 DELIMITED BY SPACE
003390                 INTO COMANDO-PASSO (IDX-PASSO)
003400     ELSE
003410         MOVE COMANDO-PASSO-CARTAO TO COMANDO-PASSO (IDX-PASSO)
003420     END-IF.
003430     MOVE NUMERO-PASSO-CARTAO TO NUMERO-PASSO-ANTERIOR.
003440 1220-CRITICAR-PASSO-EXIT.
003450     EXIT.

003460*----------------------------------------------------------------*
003470* LE A RETOMADA PENDENTE: HAVENDO UM PASSO FALHO GRAVADO, A      *
003480* CADEIA RECOMECA NELE E HERDA O ID DA CADEIA INTERROMPIDA, PARA *
003490* O RELOPS JUNTAR OS PASSOS DAS DUAS EXECUCOES. O PASSO FALHO    *
003500* TEM DE EXISTIR NA DEFINICAO COM O MESMO PROGRAMA - SE A        *
003510* DEFINICAO MUDOU, A RETOMADA E RECUSADA                         *
003520*----------------------------------------------------------------*
003530 1300-VERIFICAR-RETOMADA.
003540     OPEN INPUT RETOMADA-CADEIA-FILE.
003550     IF NOT RETOMADA-CADEIA-FILE-OK
003560         DISPLAY "EXECAD: ERRO AO ABRIR RETOMADA-CADEIA-FILE - "
003570                 "STATUS " STATUS-RETOMADA-CADEIA-FILE
003580         MOVE 35 TO RETURN-CODE
003590         GO TO 9999-ENCERRAR
003600     END-IF.
003610     READ RETOMADA-CADEIA-FILE
003620         AT END
003630             MOVE "N" TO MARCA-RETOMADA-PENDENTE
003640     END-READ.
003650     CLOSE RETOMADA-CADEIA-FILE.

003660     IF NOT RETOMADA-PENDENTE
003670        OR RETOMADA-CADEIA-REG = SPACES
003680         GO TO 1300-VERIFICAR-RETOMADA-EXIT.

003690     IF NOT CADEIA-RETOMAR
003700         DISPLAY "EXECAD: RETOMADA DO PASSO " PASSO-RETOMADA
003710                 " " PROGRAMA-RETOMADA " DESPREZADA - CADEIA "
003720                 "DESDE O INICIO"
003730         GO TO 1300-VERIFICAR-RETOMADA-EXIT.

003740     MOVE "N" TO MARCA-PASSO-ACHADO.
003750     PERFORM 1310-LOCALIZAR-PASSO
003760         THRU 1310-LOCALIZAR-PASSO-EXIT
003770         VARYING IDX-PASSO FROM 1 BY 1
003780         UNTIL IDX-PASSO > TOTAL-PASSOS
003790            OR PASSO-ACHADO.

003800     IF NOT PASSO-ACHADO
003810         DISPLAY "EXECAD: PASSO DA RETOMADA " PASSO-RETOMADA " "
003820                 PROGRAMA-RETOMADA " NAO CONFERE COM A DEFINICAO"
003830         MOVE 18 TO RETURN-CODE
003840         GO TO 9999-ENCERRAR.

003850     SET EXECUCAO-RETOMADA TO TRUE.
003860     MOVE ID-CADEIA-RETOMADA TO ID-CADEIA-CORRENTE.
003870 1300-VERIFICAR-RETOMADA-EXIT.
003880     EXIT.

003890 1310-LOCALIZAR-PASSO.
003900     IF NUMERO-PASSO (IDX-PASSO) = PASSO-RETOMADA
003910        AND PROGRAMA-PASSO (IDX-PASSO) = PROGRAMA-RETOMADA
003920         SET PASSO-ACHADO TO TRUE
003930         SET INDICE-PASSO-INICIAL TO IDX-PASSO
003940     END-IF.
003950 1310-LOCALIZAR-PASSO-EXIT.
003960     EXIT.

003970*----------------------------------------------------------------*
003980* EXECUTA UM PASSO: PASSO FORA DO DIA DA SEMANA E PULADO; OS     *
003990* DEMAIS RODAM E TEM O RETURN-CODE CONFERIDO CONTRA O MAXIMO DO  *
004000* CARTAO. PASSO OBRIGATORIO ACIMA DO MAXIMO INTERROMPE A CADEIA  *
004010*----------------------------------------------------------------*
004020 2000-EXECUTAR-PASSO.
004030     IF DIAS-PASSO (IDX-PASSO) NOT = SPACES
004040        AND DIAS-PASSO (IDX-PASSO) (DIA-SEMANA:1) NOT = "S"
004050         ADD 1 TO CONTADOR-PASSOS-PULADOS
004060         DISPLAY "EXECAD: PASSO " NUMERO-PASSO (IDX-PASSO) " "
004070                 PROGRAMA-PASSO (IDX-PASSO)
004080                 " PULADO - NAO RODA NESTE DIA DA SEMANA"
004090         GO TO 2000-EXECUTAR-PASSO-EXIT.

004100     DISPLAY "EXECAD: INICIO DO PASSO " NUMERO-PASSO (IDX-PASSO)
004110             " " PROGRAMA-PASSO (IDX-PASSO).
004120     ACCEPT DATA-INICIO-PASSO FROM DATE YYYYMMDD.
004130     ACCEPT HORA-INICIO-PASSO FROM TIME.

004140     CALL "SYSTEM" USING COMANDO-PASSO (IDX-PASSO).
004150     MOVE RETURN-CODE TO STATUS-SISTEMA.
004160     MOVE ZERO TO RETURN-CODE.
004170     DIVIDE STATUS-SISTEMA BY 256
004180         GIVING RC-PASSO REMAINDER SINAL-PASSO.
004190     IF SINAL-PASSO NOT = ZERO
004200        OR RC-PASSO > 99
004210         MOVE 99 TO RC-PASSO
004220     END-IF.

004230     ACCEPT DATA-FIM-PASSO FROM DATE YYYYMMDD.
004240     ACCEPT HORA-FIM-PASSO FROM TIME.
004250     ADD 1 TO CONTADOR-PASSOS-EXECUTADOS.

004260     IF RC-PASSO NOT > RC-MAXIMO-PASSO (IDX-PASSO)
004270         MOVE "NORMAL" TO CONDICAO-PASSO
004280     ELSE
004290         IF PASSO-OPCIONAL (IDX-PASSO)
004300             ADD 1 TO CONTADOR-OPCIONAIS-FALHOS
004310             MOVE "PASSO OPCIONAL FALHOU - SEGUIU"
004320                 TO CONDICAO-PASSO
004330         ELSE
004340             SET CADEIA-INTERROMPIDA TO TRUE
004350             MOVE NUMERO-PASSO (IDX-PASSO) TO NUMERO-PASSO-FALHO
004360             MOVE PROGRAMA-PASSO (IDX-PASSO)
004370                 TO PROGRAMA-PASSO-FALHO
004380             MOVE "RC ACIMA DO MAXIMO - CADEIA PARADA"
004390                 TO CONDICAO-PASSO
004400         END-IF
004410     END-IF.

004420     PERFORM 2100-GRAVAR-LOG-PASSO
004430         THRU 2100-GRAVAR-LOG-PASSO-EXIT.

004440     DISPLAY "EXECAD: FIM DO PASSO " NUMERO-PASSO (IDX-PASSO)
004450             " " PROGRAMA-PASSO (IDX-PASSO) " RC " RC-PASSO
004460             " - " CONDICAO-PASSO.
004470 2000-EXECUTAR-PASSO-EXIT.
004480     EXIT.

004490*----------------------------------------------------------------*
004500* GRAVA O REGISTRO DO PASSO NO LOG DE EXECUCAO. O LOG E ABERTO E *
004510* FECHADO A CADA PASSO PORQUE O PROPRIO PASSO PODE GRAVAR NELE   *
004520* (VARIAVEIS); FALHA NO LOG NAO PARA A CADEIA, MAS ARMA O        *
004530* RETURN-CODE 04 NO FINAL                                        *
004540*----------------------------------------------------------------*
004550 2100-GRAVAR-LOG-PASSO.
004560     OPEN EXTEND LOG-EXECUCAO-FILE.
004570     IF NOT LOG-EXECUCAO-FILE-OK
004580         ADD 1 TO CONTADOR-LOG-NAO-GRAVADO
004590         DISPLAY "EXECAD: ERRO AO ABRIR LOG-EXECUCAO-FILE - "
004600                 "STATUS " STATUS-LOG-EXECUCAO-FILE
004610         GO TO 2100-GRAVAR-LOG-PASSO-EXIT.

004620     MOVE DATA-INICIO-PASSO        TO LOG-DATA-INICIO.
004630     MOVE HORA-INICIO-PASSO        TO LOG-HORA-INICIO.
004640     MOVE DATA-FIM-PASSO           TO LOG-DATA-FIM.
004650     MOVE HORA-FIM-PASSO           TO LOG-HORA-FIM.
004660     MOVE ZERO                     TO LOG-CLIENTES-LIDOS.
004670     MOVE ZERO                     TO LOG-RG-REJEITADOS.
004680     MOVE ZERO                     TO LOG-PAGINAS.
004690     MOVE MARCA-RETOMADA           TO LOG-MARCA-RETOMADA.
004700     MOVE CONDICAO-PASSO           TO LOG-CONDICAO-FINAL.
004710     MOVE RC-PASSO                 TO LOG-CODIGO-RETORNO.
004720     MOVE PROGRAMA-PASSO (IDX-PASSO) TO LOG-PROGRAMA.
004730     MOVE ID-CADEIA-CORRENTE       TO LOG-ID-CADEIA.
004740     MOVE NUMERO-PASSO (IDX-PASSO) TO LOG-PASSO-CADEIA.
004750     WRITE LOG-EXECUCAO-REG.
004760     CLOSE LOG-EXECUCAO-FILE.
004770 2100-GRAVAR-LOG-PASSO-EXIT.
004780     EXIT.

004790*----------------------------------------------------------------*
004800* FECHA A CADEIA: INTERROMPIDA, GRAVA O PASSO FALHO PARA A       *
004810* PROXIMA EXECUCAO RETOMAR NELE; CONCLUIDA, ESVAZIA A RETOMADA   *
004820* PARA QUE A PROXIMA NOITE COMECE DO PRIMEIRO PASSO              *
004830*----------------------------------------------------------------*
004840 9000-FINALIZAR.
004850     OPEN OUTPUT RETOMADA-CADEIA-FILE.
004860     IF NOT RETOMADA-CADEIA-FILE-OK
004870         DISPLAY "EXECAD: ERRO AO GRAVAR RETOMADA-CADEIA-FILE - "
004880                 "STATUS " STATUS-RETOMADA-CADEIA-FILE
004890         MOVE 35 TO RETURN-CODE
004900         GO TO 9000-FINALIZAR-EXIT
004910     END-IF.
004920     IF CADEIA-INTERROMPIDA
004930         MOVE ID-CADEIA-CORRENTE   TO ID-CADEIA-RETOMADA
004940         MOVE NUMERO-PASSO-FALHO   TO PASSO-RETOMADA
004950         MOVE PROGRAMA-PASSO-FALHO TO PROGRAMA-RETOMADA
004960         WRITE RETOMADA-CADEIA-REG
004970     END-IF.
004980     CLOSE RETOMADA-CADEIA-FILE.

004990     IF CADEIA-INTERROMPIDA
005000         DISPLAY "EXECAD: CADEIA " ID-CADEIA-CORRENTE
005010                 " INTERROMPIDA NO PASSO " NUMERO-PASSO-FALHO " "
005020                 PROGRAMA-PASSO-FALHO
005030                 " - CORRIGIR E REEXECUTAR PARA RETOMAR"
005040         MOVE 36 TO RETURN-CODE
005050         GO TO 9000-FINALIZAR-EXIT.

005060     DISPLAY "EXECAD: CADEIA " ID-CADEIA-CORRENTE
005070             " CONCLUIDA - EXECUTADOS " CONTADOR-PASSOS-EXECUTADOS
005080             " PULADOS " CONTADOR-PASSOS-PULADOS
005090             " OPCIONAIS FALHOS " CONTADOR-OPCIONAIS-FALHOS.
005100     IF CONTADOR-OPCIONAIS-FALHOS NOT = ZERO
005110        OR CONTADOR-LOG-NAO-GRAVADO NOT = ZERO
005120         MOVE 04 TO RETURN-CODE
005130     END-IF.
005140 9000-FINALIZAR-EXIT.
005150     EXIT.

005160 9999-ENCERRAR.
005170     STOP RUN.

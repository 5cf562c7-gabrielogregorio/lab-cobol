000100*================================================================*
000110 IDENTIFICATION                      DIVISION.
000120*================================================================*
000130 PROGRAM-ID. RELAUD.
000140 AUTHOR. GABRIEL GREGORIO DA SILVA.
000150 INSTALLATION. COMBRATEC.
000160 DATE-WRITTEN. 15/10/2026.
000170 DATE-COMPILED.
000180************************DOCUMENTACAO******************************
000190******************************************************************
000200*>                                                    COMBRATEC <*
000210*> DATA.     : 15/10/2026                                       <*
000220*> ANALISTA. : GABRIEL GREGORIO DA SILVA                        <*
000230*> OBJETIVO. : CONSULTA DA TRILHA DE AUDITORIA DO MESTRE DE     <*
000240*>             CLIENTES (AUDITORIA-CLIENTE-FILE, GRAVADA PELO   <*
000250*>             ATUCLI): LISTA EM ORDEM DE TEMPO CADA INCLUSAO,  <*
000260*>             ALTERACAO E EXCLUSAO DE UM RG OU DE UM PERIODO,  <*
000270*>             COM O LOTE DO MOVCLI QUE A TROUXE, AS IMAGENS    <*
000280*>             ANTES E DEPOIS DO CLIENTE, OS CAMPOS QUE         <*
000290*>             MUDARAM E, NA EXCLUSAO, QUANTOS MOVIMENTOS DE    <*
000300*>             COMPRA FORAM APAGADOS JUNTO. E O QUE SE CONSULTA <*
000310*>             NUMA DISPUTA DE LIMITE DE VOLUME.                <*
000320*>                                                              <*
000330*>             O CARTAO DE PARAMETROS TRAZ AUDITORIA-RG E/OU    <*
000340*>             AUDITORIA-DATA-DE E AUDITORIA-DATA-ATE           <*
000350*>             (AAAAMMDD); SEM CARTAO, SAI A TRILHA INTEIRA. O  <*
000360*>             ARQUIVO SO RECEBE ACRESCIMOS, ENTAO A LEITURA    <*
000370*>             SEQUENCIAL JA ESTA EM ORDEM DE TEMPO.            <*
000380*>                                                              <*
000390*> HISTORICO DE ALTERACOES                                     <*
000400*> 15/10/2026 GGS CRIACAO DA CONSULTA DE AUDITORIA DE CLIENTES. <*
000410*> 15/10/2026 GGS IMAGENS PASSAM A MOSTRAR A SITUACAO DO        <*
000420*>             CLIENTE (A ATIVO, B EM BLOQUEIO, E ENCERRADO) E  <*
000430*>             A CONSULTA RECONHECE AS MUDANCAS DE SITUACAO:    <*
000440*>             ENCERRAMENTO, BLOQUEIO (DO ATUCLI OU AUTOMATICO  <*
000450*>             DA COBRANCA, LOTE COBFAT) E LIBERACAO, COM OS    <*
000460*>             CAMPOS QUE MUDARAM E TOTAL PROPRIO.              <*
000470*>                                                              <*
000480*********************FIM DOCUMENTACAO*****************************
000490******************************************************************

000500*================================================================*
000510 ENVIRONMENT                         DIVISION.
000520*================================================================*
000530 INPUT-OUTPUT                        SECTION.
000540 FILE-CONTROL.
000550     SELECT OPTIONAL AUDITORIA-CLIENTE-FILE
000560            ASSIGN TO "AUDITORIA-CLIENTE-FILE"
000570            ORGANIZATION   IS LINE SEQUENTIAL
000580            FILE STATUS    IS STATUS-AUDITORIA-CLIENTE.

000590     SELECT CONSULTA-FILE  ASSIGN TO "RELATORIO-AUDITORIA-FILE"
000600            ORGANIZATION   IS LINE SEQUENTIAL
000610            FILE STATUS    IS STATUS-CONSULTA-FILE.

000620     SELECT PARAMETROS-FILE ASSIGN TO "PARAMETROS-FILE"
000630            ORGANIZATION   IS LINE SEQUENTIAL
000640            FILE STATUS    IS STATUS-PARAMETROS-FILE.

000650*================================================================*
000660 DATA                                DIVISION.
000670*================================================================*
000680 FILE                                SECTION.
000690 FD  AUDITORIA-CLIENTE-FILE.
000700     COPY AUDCLI.

000710 FD  CONSULTA-FILE.
000720 01  CONSULTA-LINHA            PIC X(100).

000730*    CARTAO DE PARAMETROS: PALAVRA-CHAVE NAS COLUNAS 1-20 E O
000740*    VALOR A PARTIR DA COLUNA 21, NO FORMATO FIXO DE CADA
000750*    PARAMETRO (NUMERICOS COM ZEROS A ESQUERDA).
000760 FD  PARAMETROS-FILE.
000770 01  PARAMETRO-CARTAO.
000780     02 PARAMETRO-NOME         PIC X(20).
000790     02 PARAMETRO-VALOR        PIC X(60).

000800*----------------------------------------------------------------*
000810 WORKING-STORAGE                             SECTION.
000820*----------------------------------------------------------------*
000830*************** CONTROLE DA AUDITORIA DE CLIENTES ****************
000840 77  STATUS-AUDITORIA-CLIENTE PIC X(02) VALUE "00".
000850     88 AUDITORIA-CLIENTE-OK       VALUE "00" "05".
000860     88 AUDITORIA-CLIENTE-FIM      VALUE "10".

000870**************** CONTROLE DO RELATORIO DE CONSULTA ***************
000880 77  STATUS-CONSULTA-FILE  PIC X(02) VALUE "00".
000890     88 CONSULTA-FILE-OK          VALUE "00".

000900**************** CARTAO DE PARAMETROS DA CONSULTA ****************
000910 77  STATUS-PARAMETROS-FILE PIC X(02) VALUE "00".
000920     88 PARAMETROS-FILE-OK        VALUE "00".
000930     88 PARAMETROS-FILE-FIM       VALUE "10".

000940 77  RG-SELECIONADO        PIC X(15) VALUE SPACES.
000950 77  DATA-SELECAO-DE       PIC 9(08) VALUE ZERO.
000960 77  DATA-SELECAO-ATE      PIC 9(08) VALUE 99999999.

000970**************** AREA DE COMUNICACAO DO DATECALC *****************
000980     COPY DATECALC.

000990****************** MONTAGEM DAS LINHAS DA CONSULTA ***************
001000 77  DESCRICAO-ACAO        PIC X(12) VALUE SPACES.
001010 77  CAMPOS-ALTERADOS      PIC X(40) VALUE SPACES.
001020 77  PONTEIRO-ALTERADOS    PIC 9(02) BINARY VALUE 1.

001030 01  IMAGEM-IMPRESSA.
001040     02 NOME-IMPRESSO          PIC X(30).
001050     02 FILLER                 PIC X(07) VALUE " ITENS ".
001060     02 QTD-ITENS-IMPRESSA     PIC 9(02).
001070     02 FILLER                 PIC X(07) VALUE " TOTAL ".
001080     02 CONTROLE-IMPRESSO      PIC 9(04).
001090     02 FILLER                 PIC X(08) VALUE " LIMITE ".
001100     02 LIMITE-IMPRESSO        PIC 9(04).
001110     02 FILLER                 PIC X(10) VALUE " SITUACAO ".
001120     02 SITUACAO-IMPRESSA      PIC X(01).

001130*********************** TOTAIS DA CONSULTA ***********************
001140 77  DATA-EXECUCAO-CONSULTA    PIC 9(08) VALUE ZERO.
001150 77  CONTADOR-REG-LIDOS        PIC 9(06) VALUE ZERO.
001160 77  CONTADOR-REG-SELECIONADOS PIC 9(06) VALUE ZERO.
001170 77  CONTADOR-INCLUSOES        PIC 9(06) VALUE ZERO.
001180 77  CONTADOR-ALTERACOES       PIC 9(06) VALUE ZERO.
001190 77  CONTADOR-EXCLUSOES        PIC 9(06) VALUE ZERO.
001200 77  CONTADOR-MUDANCAS-SITUACAO PIC 9(06) VALUE ZERO.

001210*================================================================*
001220 PROCEDURE                           DIVISION.
001230*================================================================*
001240 0000-MAINLINE.
001250     PERFORM 1000-INICIALIZAR
001260         THRU 1000-INICIALIZAR-EXIT.
001270     PERFORM 2000-CONSULTAR-AUDITORIA
001280         THRU 2000-CONSULTAR-AUDITORIA-EXIT
001290         UNTIL AUDITORIA-CLIENTE-FIM.
001300     PERFORM 3000-IMPRIMIR-TOTAIS
001310         THRU 3000-IMPRIMIR-TOTAIS-EXIT.
001320     PERFORM 9000-FINALIZAR
001330         THRU 9000-FINALIZAR-EXIT.
001340     GO TO 9999-ENCERRAR.

001350*----------------------------------------------------------------*
001360* LE A SELECAO DO CARTAO, ABRE A TRILHA E O RELATORIO, IMPRIME O *
001370* CABECALHO COM A SELECAO E LE O PRIMEIRO REGISTRO               *
001380*----------------------------------------------------------------*
001390 1000-INICIALIZAR.
001400     PERFORM 1100-LER-PARAMETROS
001410         THRU 1100-LER-PARAMETROS-EXIT.

001420     IF DATA-SELECAO-DE > DATA-SELECAO-ATE
001430         DISPLAY "RELAUD: AUDITORIA-DATA-DE POSTERIOR A "
001440                 "AUDITORIA-DATA-ATE"
001450         MOVE 18 TO RETURN-CODE
001460         GO TO 9999-ENCERRAR
001470     END-IF.

001480     OPEN INPUT AUDITORIA-CLIENTE-FILE.
001490     IF NOT AUDITORIA-CLIENTE-OK
001500         DISPLAY "RELAUD: ERRO AO ABRIR AUDITORIA-CLIENTE-FILE - "
001510                 "STATUS " STATUS-AUDITORIA-CLIENTE
001520         MOVE 37 TO RETURN-CODE
001530         GO TO 9999-ENCERRAR
001540     END-IF.

001550     OPEN OUTPUT CONSULTA-FILE.
001560     IF NOT CONSULTA-FILE-OK
001570         DISPLAY "RELAUD: ERRO AO ABRIR RELATORIO-AUDITORIA-FILE"
001580                 " - STATUS " STATUS-CONSULTA-FILE
001590         MOVE 12 TO RETURN-CODE
001600         GO TO 9999-ENCERRAR
001610     END-IF.

001620     ACCEPT DATA-EXECUCAO-CONSULTA FROM DATE YYYYMMDD.

001630     MOVE SPACES TO CONSULTA-LINHA.
001640     STRING "COMBRATEC - AUDITORIA DE CLIENTES      DATA: "
001650             DATA-EXECUCAO-CONSULTA
001660             DELIMITED BY SIZE INTO CONSULTA-LINHA.
001670     WRITE CONSULTA-LINHA.

001680     MOVE SPACES TO CONSULTA-LINHA.
001690     IF RG-SELECIONADO = SPACES
001700         STRING "SELECAO: RG TODOS           DATAS "
001710                 DATA-SELECAO-DE " A " DATA-SELECAO-ATE
001720                 DELIMITED BY SIZE INTO CONSULTA-LINHA
001730     ELSE
001740         STRING "SELECAO: RG " RG-SELECIONADO " DATAS "
001750                 DATA-SELECAO-DE " A " DATA-SELECAO-ATE
001760                 DELIMITED BY SIZE INTO CONSULTA-LINHA
001770     END-IF.
001780     WRITE CONSULTA-LINHA.

001790     MOVE SPACES TO CONSULTA-LINHA.
001800     WRITE CONSULTA-LINHA.

001810     PERFORM 2100-LER-AUDITORIA
001820         THRU 2100-LER-AUDITORIA-EXIT.
001830 1000-INICIALIZAR-EXIT.
001840     EXIT.

001850 1100-LER-PARAMETROS.
001860     OPEN INPUT PARAMETROS-FILE.
001870     IF NOT PARAMETROS-FILE-OK
001880         DISPLAY "RELAUD: ERRO AO ABRIR PARAMETROS-FILE - STATUS "
001890                 STATUS-PARAMETROS-FILE
001900         MOVE 17 TO RETURN-CODE
001910         GO TO 9999-ENCERRAR
001920     END-IF.
001930     PERFORM 1110-LER-CARTAO
001940         THRU 1110-LER-CARTAO-EXIT
001950         UNTIL PARAMETROS-FILE-FIM.
001960     CLOSE PARAMETROS-FILE.
001970 1100-LER-PARAMETROS-EXIT.
001980     EXIT.

001990 1110-LER-CARTAO.
002000     READ PARAMETROS-FILE
002010         AT END
002020             SET PARAMETROS-FILE-FIM TO TRUE
002030         NOT AT END
002040             PERFORM 1120-APLICAR-PARAMETRO
002050                 THRU 1120-APLICAR-PARAMETRO-EXIT
002060     END-READ.
002070 1110-LER-CARTAO-EXIT.
002080     EXIT.

002090 1120-APLICAR-PARAMETRO.
002100     IF PARAMETRO-CARTAO = SPACES
002110         GO TO 1120-APLICAR-PARAMETRO-EXIT.

002120     IF PARAMETRO-NOME = "AUDITORIA-RG"
002130         MOVE PARAMETRO-VALOR (1:15) TO RG-SELECIONADO
002140         GO TO 1120-APLICAR-PARAMETRO-EXIT.

002150     IF PARAMETRO-NOME = "AUDITORIA-DATA-DE"
002160         IF PARAMETRO-VALOR (1:8) NOT NUMERIC
002170             DISPLAY "RELAUD: AUDITORIA-DATA-DE INVALIDA - "
002180                     PARAMETRO-VALOR (1:8)
002190             MOVE 18 TO RETURN-CODE
002200             GO TO 9999-ENCERRAR
002210         ELSE
002220             MOVE PARAMETRO-VALOR (1:8) TO DATA-SELECAO-DE
002230         END-IF
002240         MOVE DATA-SELECAO-DE TO DATECALC-DATA-1
002250         SET DATECALC-VALIDAR TO TRUE
002260         CALL "DATECALC" USING DATECALC-PARAMETROS
002270         IF DATECALC-DATA-INVALIDA
002280             DISPLAY "RELAUD: AUDITORIA-DATA-DE IMPOSSIVEL - "
002290                     DATA-SELECAO-DE
002300             MOVE 18 TO RETURN-CODE
002310             GO TO 9999-ENCERRAR
002320         END-IF
002330         GO TO 1120-APLICAR-PARAMETRO-EXIT.

002340     IF PARAMETRO-NOME = "AUDITORIA-DATA-ATE"
002350         IF PARAMETRO-VALOR (1:8) NOT NUMERIC
002360             DISPLAY "RELAUD: AUDITORIA-DATA-ATE INVALIDA - "
002370                     PARAMETRO-VALOR (1:8)
002380             MOVE 18 TO RETURN-CODE
002390             GO TO 9999-ENCERRAR
002400         ELSE
002410             MOVE PARAMETRO-VALOR (1:8) TO DATA-SELECAO-ATE
002420         END-IF
002430         MOVE DATA-SELECAO-ATE TO DATECALC-DATA-1
002440         SET DATECALC-VALIDAR TO TRUE
002450         CALL "DATECALC" USING DATECALC-PARAMETROS
002460         IF DATECALC-DATA-INVALIDA
002470             DISPLAY "RELAUD: AUDITORIA-DATA-ATE IMPOSSIVEL - "
002480                     DATA-SELECAO-ATE
002490             MOVE 18 TO RETURN-CODE
002500             GO TO 9999-ENCERRAR
002510         END-IF
002520         GO TO 1120-APLICAR-PARAMETRO-EXIT.

002530*    CARTOES DE OUTROS PROGRAMAS NO MESMO ARQUIVO SAO IGNORADOS.
002540 1120-APLICAR-PARAMETRO-EXIT.
002550     EXIT.

002560*----------------------------------------------------------------*
002570* CONFERE UM REGISTRO DA TRILHA CONTRA A SELECAO (RG E PERIODO)  *
002580* E, SE SELECIONADO, IMPRIME O CABECALHO DA MUDANCA, AS IMAGENS  *
002590* ANTES E DEPOIS E, NA ALTERACAO E NA MUDANCA DE SITUACAO, OS    *
002600* CAMPOS QUE MUDARAM                                             *
002610*----------------------------------------------------------------*
002620 2000-CONSULTAR-AUDITORIA.
002630     ADD 1 TO CONTADOR-REG-LIDOS.

002640     IF RG-SELECIONADO NOT = SPACES
002650        AND RG-AUDITORIA NOT = RG-SELECIONADO
002660         GO TO 2000-CONSULTAR-AUDITORIA-LER.
002670     IF DATA-AUDITORIA < DATA-SELECAO-DE
002680        OR DATA-AUDITORIA > DATA-SELECAO-ATE
002690         GO TO 2000-CONSULTAR-AUDITORIA-LER.

002700     ADD 1 TO CONTADOR-REG-SELECIONADOS.
002710     IF AUDITORIA-INCLUSAO
002720         ADD 1 TO CONTADOR-INCLUSOES
002730         MOVE "INCLUSAO" TO DESCRICAO-ACAO
002740     ELSE
002750         IF AUDITORIA-ALTERACAO
002760             ADD 1 TO CONTADOR-ALTERACOES
002770             MOVE "ALTERACAO" TO DESCRICAO-ACAO
002780         ELSE
002790             IF AUDITORIA-EXCLUSAO
002800                 ADD 1 TO CONTADOR-EXCLUSOES
002810                 MOVE "EXCLUSAO" TO DESCRICAO-ACAO
002820             ELSE
002830                 ADD 1 TO CONTADOR-MUDANCAS-SITUACAO
002840                 PERFORM 2300-DESCREVER-SITUACAO
002850                     THRU 2300-DESCREVER-SITUACAO-EXIT
002860             END-IF
002870         END-IF
002880     END-IF.

002890     MOVE SPACES TO CONSULTA-LINHA.
002900     IF AUDITORIA-EXCLUSAO
002910         STRING DATA-AUDITORIA " " HORA-AUDITORIA
002920                 " " DESCRICAO-ACAO
002930                 " RG " RG-AUDITORIA
002940                 " LOTE " LOTE-AUDITORIA
002950                 " COMPRAS APAGADAS " COMPRAS-EXCLUIDAS-AUDITORIA
002960                 DELIMITED BY SIZE INTO CONSULTA-LINHA
002970     ELSE
002980         STRING DATA-AUDITORIA " " HORA-AUDITORIA
002990                 " " DESCRICAO-ACAO
003000                 " RG " RG-AUDITORIA
003010                 " LOTE " LOTE-AUDITORIA
003020                 DELIMITED BY SIZE INTO CONSULTA-LINHA
003030     END-IF.
003040     WRITE CONSULTA-LINHA.

003050     MOVE SPACES TO CONSULTA-LINHA.
003060     IF AUDITORIA-INCLUSAO
003070         MOVE "   ANTES : (CLIENTE NAO EXISTIA)" TO CONSULTA-LINHA
003080     ELSE
003090         MOVE NOME-ANTES-AUDITORIA      TO NOME-IMPRESSO
003100         MOVE QTD-ITENS-ANTES-AUDITORIA TO QTD-ITENS-IMPRESSA
003110         MOVE CONTROLE-ANTES-AUDITORIA  TO CONTROLE-IMPRESSO
003120         MOVE LIMITE-ANTES-AUDITORIA    TO LIMITE-IMPRESSO
003130         MOVE SITUACAO-ANTES-AUDITORIA  TO SITUACAO-IMPRESSA
003140         STRING "   ANTES : " IMAGEM-IMPRESSA
003150                 DELIMITED BY SIZE INTO CONSULTA-LINHA
003160     END-IF.
003170     WRITE CONSULTA-LINHA.

003180     MOVE SPACES TO CONSULTA-LINHA.
003190     IF AUDITORIA-EXCLUSAO
003200         MOVE "   DEPOIS: (CLIENTE EXCLUIDO)" TO CONSULTA-LINHA
003210     ELSE
003220         MOVE NOME-DEPOIS-AUDITORIA      TO NOME-IMPRESSO
003230         MOVE QTD-ITENS-DEPOIS-AUDITORIA TO QTD-ITENS-IMPRESSA
003240         MOVE CONTROLE-DEPOIS-AUDITORIA  TO CONTROLE-IMPRESSO
003250         MOVE LIMITE-DEPOIS-AUDITORIA    TO LIMITE-IMPRESSO
003260         MOVE SITUACAO-DEPOIS-AUDITORIA  TO SITUACAO-IMPRESSA
003270         STRING "   DEPOIS: " IMAGEM-IMPRESSA
003280                 DELIMITED BY SIZE INTO CONSULTA-LINHA
003290     END-IF.
003300     WRITE CONSULTA-LINHA.

003310     IF AUDITORIA-ALTERACAO OR AUDITORIA-MUDANCA-SITUACAO
003320         PERFORM 2200-LISTAR-CAMPOS-ALTERADOS
003330             THRU 2200-LISTAR-CAMPOS-ALTERADOS-EXIT
003340     END-IF.

003350 2000-CONSULTAR-AUDITORIA-LER.
003360     PERFORM 2100-LER-AUDITORIA
003370         THRU 2100-LER-AUDITORIA-EXIT.
003380 2000-CONSULTAR-AUDITORIA-EXIT.
003390     EXIT.

003400 2100-LER-AUDITORIA.
003410     READ AUDITORIA-CLIENTE-FILE
003420         AT END
003430             SET AUDITORIA-CLIENTE-FIM TO TRUE
003440     END-READ.
003450 2100-LER-AUDITORIA-EXIT.
003460     EXIT.

003470*----------------------------------------------------------------*
003480* COMPARA AS IMAGENS ANTES E DEPOIS DE UMA ALTERACAO OU MUDANCA  *
003490* DE SITUACAO E IMPRIME OS CAMPOS QUE MUDARAM (OU QUE NENHUM     *
003500* MUDOU)                                                         *
003510*----------------------------------------------------------------*
003520 2200-LISTAR-CAMPOS-ALTERADOS.
003530     MOVE SPACES TO CAMPOS-ALTERADOS.
003540     MOVE 1 TO PONTEIRO-ALTERADOS.
003550     IF NOME-ANTES-AUDITORIA NOT = NOME-DEPOIS-AUDITORIA
003560         STRING "NOME " DELIMITED BY SIZE
003570             INTO CAMPOS-ALTERADOS WITH POINTER PONTEIRO-ALTERADOS
003580     END-IF.
003590     IF QTD-ITENS-ANTES-AUDITORIA NOT = QTD-ITENS-DEPOIS-AUDITORIA
003600         STRING "ITENS " DELIMITED BY SIZE
003610             INTO CAMPOS-ALTERADOS WITH POINTER PONTEIRO-ALTERADOS
003620     END-IF.
003630     IF CONTROLE-ANTES-AUDITORIA NOT = CONTROLE-DEPOIS-AUDITORIA
003640         STRING "TOTAL " DELIMITED BY SIZE
003650             INTO CAMPOS-ALTERADOS WITH POINTER PONTEIRO-ALTERADOS
003660     END-IF.
003670     IF LIMITE-ANTES-AUDITORIA NOT = LIMITE-DEPOIS-AUDITORIA
003680         STRING "LIMITE " DELIMITED BY SIZE
003690             INTO CAMPOS-ALTERADOS WITH POINTER PONTEIRO-ALTERADOS
003700     END-IF.
003710     IF SITUACAO-ANTES-AUDITORIA NOT = SITUACAO-DEPOIS-AUDITORIA
003720         STRING "SITUACAO " DELIMITED BY SIZE
003730             INTO CAMPOS-ALTERADOS WITH POINTER PONTEIRO-ALTERADOS
003740     END-IF.
003750     IF CAMPOS-ALTERADOS = SPACES
003760         MOVE "NENHUM" TO CAMPOS-ALTERADOS
003770     END-IF.

003780     MOVE SPACES TO CONSULTA-LINHA.
003790     STRING "   MUDOU : " CAMPOS-ALTERADOS
003800             DELIMITED BY SIZE INTO CONSULTA-LINHA.
003810     WRITE CONSULTA-LINHA.
003820 2200-LISTAR-CAMPOS-ALTERADOS-EXIT.
003830     EXIT.

003840*----------------------------------------------------------------*
003850* DESCREVE A MUDANCA DE SITUACAO PELA ACAO GRAVADA; BLOQUEIO DA  *
003860* COBRANCA (LOTE COBFAT) SAI COMO BLOQUEIO AUTOMATICO            *
003870*----------------------------------------------------------------*
003880 2300-DESCREVER-SITUACAO.
003890     IF AUDITORIA-ENCERRAMENTO
003900         MOVE "ENCERRAMENTO" TO DESCRICAO-ACAO
003910         GO TO 2300-DESCREVER-SITUACAO-EXIT.
003920     IF AUDITORIA-LIBERACAO
003930         MOVE "LIBERACAO" TO DESCRICAO-ACAO
003940         GO TO 2300-DESCREVER-SITUACAO-EXIT.
003950     IF LOTE-AUDITORIA = "COBFAT"
003960         MOVE "BLOQUEIO AUT" TO DESCRICAO-ACAO
003970     ELSE
003980         MOVE "BLOQUEIO" TO DESCRICAO-ACAO
003990     END-IF.
004000 2300-DESCREVER-SITUACAO-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------*
004030* IMPRIME OS TOTAIS DA CONSULTA                                  *
004040*----------------------------------------------------------------*
004050 3000-IMPRIMIR-TOTAIS.
004060     MOVE SPACES TO CONSULTA-LINHA.
004070     WRITE CONSULTA-LINHA.

004080     IF CONTADOR-REG-SELECIONADOS = ZERO
004090         MOVE "NENHUMA MUDANCA NA SELECAO" TO CONSULTA-LINHA
004100         WRITE CONSULTA-LINHA
004110         MOVE SPACES TO CONSULTA-LINHA
004120         WRITE CONSULTA-LINHA
004130     END-IF.

004140     MOVE SPACES TO CONSULTA-LINHA.
004150     STRING "REGISTROS NA TRILHA..: " CONTADOR-REG-LIDOS
004160             DELIMITED BY SIZE INTO CONSULTA-LINHA.
004170     WRITE CONSULTA-LINHA.

004180     MOVE SPACES TO CONSULTA-LINHA.
004190     STRING "MUDANCAS SELECIONADAS: " CONTADOR-REG-SELECIONADOS
004200             DELIMITED BY SIZE INTO CONSULTA-LINHA.
004210     WRITE CONSULTA-LINHA.

004220     MOVE SPACES TO CONSULTA-LINHA.
004230     STRING "INCLUSOES............: " CONTADOR-INCLUSOES
004240             DELIMITED BY SIZE INTO CONSULTA-LINHA.
004250     WRITE CONSULTA-LINHA.

004260     MOVE SPACES TO CONSULTA-LINHA.
004270     STRING "ALTERACOES...........: " CONTADOR-ALTERACOES
004280             DELIMITED BY SIZE INTO CONSULTA-LINHA.
004290     WRITE CONSULTA-LINHA.

004300     MOVE SPACES TO CONSULTA-LINHA.
004310     STRING "EXCLUSOES............: " CONTADOR-EXCLUSOES
004320             DELIMITED BY SIZE INTO CONSULTA-LINHA.
004330     WRITE CONSULTA-LINHA.

004340     MOVE SPACES TO CONSULTA-LINHA.
004350     STRING "MUDANCAS DE SITUACAO.: " CONTADOR-MUDANCAS-SITUACAO
004360             DELIMITED BY SIZE INTO CONSULTA-LINHA.
004370     WRITE CONSULTA-LINHA.
004380 3000-IMPRIMIR-TOTAIS-EXIT.
004390     EXIT.

004400*----------------------------------------------------------------*
004410* FECHA OS ARQUIVOS E ENCERRA A CONSULTA                         *
004420*----------------------------------------------------------------*
004430 9000-FINALIZAR.
004440     CLOSE AUDITORIA-CLIENTE-FILE.
004450     CLOSE CONSULTA-FILE.
004460     DISPLAY "RELAUD: CONSULTA CONCLUIDA - MUDANCAS "
004470             CONTADOR-REG-SELECIONADOS.
004480 9000-FINALIZAR-EXIT.
004490     EXIT.

004500 9999-ENCERRAR.
004510     STOP RUN.

000342*> 02/09/2026 GGS DATA DO PAGAMENTO PASSA A SER CRITICADA COMO  <*
000344*>             DATA DE CALENDARIO REAL PELO SUBPROGRAMA         <*
000346*>             DATECALC, E NAO SO COMO NUMERICA.                <*
000347*> 15/10/2026 GGS NOTA DE CREDITO DA DEVOLUCAO (DEVFAT) NAO     <*
000348*>             RECEBE PAGAMENTO; A FATURA LIQUIDA QUANDO O PAGO <*
000349*>             MAIS OS CREDITOS ABATIDOS ALCANCAM O VALOR.      <*
000350*> 15/10/2026 GGS PAGAMENTO PODE VIR SO COM O RG DO CLIENTE E E <*
000351*>             REPARTIDO PELAS FATURAS ABERTAS DO VENCIMENTO    <*
000352*>             MAIS ANTIGO PARA O MAIS NOVO; O QUE SOBRA (OU O  <*
000353*>             PAGAMENTO DE FATURA JA LIQUIDADA) VAI PARA O     <*
000354*>             SALDO CREDOR DO CLIENTE (CREDITOS-CLIENTE-FILE), <*
000355*>             CONSUMIDO PELA PROXIMA FATURA. CADA PARCELA DA   <*
000356*>             BAIXA FICA REGISTRADA EM BAIXAS-FILE, E O NOVO   <*
000357*>             MOVIMENTO DE ESTORNO (CHEQUE DEVOLVIDO) DESFAZ   <*
000358*>             AS PARCELAS DO PAGAMENTO ORIGINAL, REABRE AS     <*
000359*>             FATURAS E LISTA O ORIGINAL E O ESTORNO.          <*
000360*> 15/10/2026 GGS CADA PARCELA BAIXADA GERA OS LANCAMENTOS      <*
000361*>             CONTABEIS EM LANCAMENTOS-CONTABEIS-FILE: DEBITO  <*
000362*>             EM CAIXA CONTRA CREDITO EM CLIENTES (OU EM       <*
000363*>             CREDITOS DE CLIENTES, NA SOBRA PARA O SALDO      <*
000364*>             CREDOR), NA DATA DO PAGAMENTO; O ESTORNO LANCA O <*
000365*>             INVERSO NA DATA DO PROCESSAMENTO. A RODADA       <*
000366*>             INTEIRA E UM LOTE.                               <*
000367*>                                                              <*
000368*********************FIM DOCUMENTACAO*****************************
000370******************************************************************

000380*================================================================*
000420 FILE-CONTROL.
000430     SELECT FATURAS-FILE   ASSIGN TO "FATURAS-FILE"
000440            ORGANIZATION   IS INDEXED
000450            ACCESS MODE    IS DYNAMIC
000460            RECORD KEY     IS NUMERO-FATURA
000470            FILE STATUS    IS STATUS-FATURAS-FILE.

000471     SELECT CLIENTE-FILE   ASSIGN TO "CLIENTE-FILE"
000472            ORGANIZATION   IS INDEXED
000473            ACCESS MODE    IS RANDOM
000474            RECORD KEY     IS RG-CLIENTE
000475            ALTERNATE RECORD KEY IS NOME-CLIENTE
000476                WITH DUPLICATES
000477            FILE STATUS    IS STATUS-CLIENTE-FILE.

000478     SELECT OPTIONAL CREDITOS-CLIENTE-FILE
000479            ASSIGN TO "CREDITOS-CLIENTE-FILE"
000480            ORGANIZATION   IS INDEXED
000481            ACCESS MODE    IS RANDOM
000482            RECORD KEY     IS RG-CREDITO
000483            FILE STATUS    IS STATUS-CREDITOS-FILE.

000484     SELECT OPTIONAL BAIXAS-FILE ASSIGN TO "BAIXAS-FILE"
000485            ORGANIZATION   IS INDEXED
000486            ACCESS MODE    IS DYNAMIC
000487            RECORD KEY     IS CHAVE-BAIXA
000488            FILE STATUS    IS STATUS-BAIXAS-FILE.

000489     SELECT PAGAMENTOS-FILE ASSIGN TO "PAGAMENTOS-FILE"
000490            ORGANIZATION   IS LINE SEQUENTIAL
000500            FILE STATUS    IS STATUS-PAGAMENTOS-FILE.

000502     SELECT OPTIONAL LANCAMENTOS-CONTABEIS-FILE
000504            ASSIGN TO "LANCAMENTOS-CONTABEIS-FILE"
000506            ORGANIZATION   IS LINE SEQUENTIAL
000508            FILE STATUS    IS STATUS-LANCAMENTOS-FILE.

000510     SELECT LISTA-PAGAMENTOS-FILE
000520            ASSIGN TO "LISTA-PAGAMENTOS-FILE"
000530            ORGANIZATION   IS LINE SEQUENTIAL
000600     LABEL RECORD IS STANDARD.
000610     COPY FATURA.

000611 FD  CLIENTE-FILE
000612     LABEL RECORD IS STANDARD.
000613     COPY CLIENTE.

000614 FD  CREDITOS-CLIENTE-FILE
000615     LABEL RECORD IS STANDARD.
000616     COPY CREDITO.

000617 FD  BAIXAS-FILE
000618     LABEL RECORD IS STANDARD.
000619     COPY BAIXA.

000620 FD  LANCAMENTOS-CONTABEIS-FILE.
000621     COPY LANCTO.

000622*    MOVIMENTO DE PAGAMENTO: NUMERO DA FATURA, DATA DO PAGAMENTO
000630*    (AAAAMMDD) E VALOR PAGO, NUMERICOS COM ZEROS A ESQUERDA E
000632*    DECIMAL IMPLICITO NO VALOR. COM FATURA ZERADA, O PAGAMENTO
000634*    E DO CLIENTE DO RG E E REPARTIDO PELAS FATURAS ABERTAS DELE.
000636*    TIPO "E" E O ESTORNO DE UM PAGAMENTO JA BAIXADO: RG (OU A
000638*    FATURA, DE ONDE SE TIRA O RG), DATA E VALOR DO PAGAMENTO
000640*    ORIGINAL. MOVIMENTO NO LAYOUT ANTIGO (SEM RG E SEM TIPO) E
000642*    PAGAMENTO COMUM DA FATURA INFORMADA.
000650 FD  PAGAMENTOS-FILE.
000660 01  PAGAMENTO.
000670     02 NUMERO-PAGAMENTO       PIC 9(08).
000680     02 DATA-PAGAMENTO         PIC 9(08).
000690     02 VALOR-PAGAMENTO        PIC 9(07)V99.
000692     02 RG-PAGAMENTO           PIC X(15).
000694     02 TIPO-PAGAMENTO         PIC X(01).
000696        88 PAGAMENTO-COMUM           VALUE SPACE "P".
000698        88 PAGAMENTO-ESTORNO         VALUE "E".

000700 FD  LISTA-PAGAMENTOS-FILE.
000710 01  LISTA-PAGAMENTOS-LINHA    PIC X(80).
000760 77  STATUS-FATURAS-FILE   PIC X(02) VALUE "00".
000770     88 FATURAS-FILE-OK          VALUE "00".

000771 77  MARCA-FIM-FATURAS     PIC X(01) VALUE "N".
000772     88 FATURAS-FIM              VALUE "S".

000773****************** CONTROLE DO ARQUIVO DE CLIENTES ***************
000774 77  STATUS-CLIENTE-FILE   PIC X(02) VALUE "00".
000775     88 CLIENTE-FILE-OK            VALUE "00".

000776************** CONTROLE DO SALDO CREDOR DOS CLIENTES *************
000777 77  STATUS-CREDITOS-FILE  PIC X(02) VALUE "00".
000778     88 CREDITOS-FILE-OK         VALUE "00" "05".

000779 77  MARCA-CREDITO-CLIENTE PIC X(01) VALUE "N".
000780     88 CLIENTE-TEM-CREDITO      VALUE "S".

000781**************** CONTROLE DO REGISTRO DE BAIXAS ******************
000782 77  STATUS-BAIXAS-FILE    PIC X(02) VALUE "00".
000783     88 BAIXAS-FILE-OK           VALUE "00" "05".

000784 77  MARCA-FIM-BAIXAS      PIC X(01) VALUE "N".
000785     88 BAIXAS-FIM               VALUE "S".

000786 77  MARCA-SEQUENCIA-LIVRE PIC X(01) VALUE "N".
000787     88 SEQUENCIA-LIVRE          VALUE "S".

000788************** CONTROLE DA INTERFACE COM A CONTABILIDADE *********
000789 77  STATUS-LANCAMENTOS-FILE PIC X(02) VALUE "00".
000790     88 LANCAMENTOS-FILE-OK      VALUE "00" "05".

000791*    LOTE CONTABIL DA RODADA E PARCELA A LANCAR: O DOCUMENTO
000792*    (TIPO, NUMERO, RG E DATA) VALE PARA AS DUAS PARTIDAS DELA.
000793 01  LOTE-CONTABIL.
000794     02 ORIGEM-LOTE-CONTABIL   PIC X(06) VALUE "PAGFAT".
000795     02 DATA-LOTE-CONTABIL     PIC 9(08) VALUE ZERO.
000796     02 HORA-LOTE-CONTABIL     PIC 9(08) VALUE ZERO.

000797 77  SEQUENCIA-LOTE-CONTABIL PIC 9(06) VALUE ZERO.
000798 77  CONTA-DEBITO-PARCELA  PIC X(10) VALUE SPACES.
000799 77  CONTA-CREDITO-PARCELA PIC X(10) VALUE SPACES.
000800 77  CONTA-A-LANCAR        PIC X(10) VALUE SPACES.
000801 77  NATUREZA-A-LANCAR     PIC X(01) VALUE SPACE.
000802 77  VALOR-A-LANCAR        PIC 9(09)V99 VALUE ZERO.
000803 77  DATA-A-LANCAR         PIC 9(08) VALUE ZERO.
000804 77  TIPO-DOCUMENTO-A-LANCAR PIC X(02) VALUE SPACES.
000805 77  DOCUMENTO-A-LANCAR    PIC 9(08) VALUE ZERO.
000806 77  RG-A-LANCAR           PIC X(15) VALUE SPACES.

000807****************** PLANO DE CONTAS DA CONTABILIDADE **************
000808     COPY CONTAS.

000809*************** CONTROLE DO ARQUIVO DE PAGAMENTOS ****************
000810 77  STATUS-PAGAMENTOS-FILE PIC X(02) VALUE "00".
000811     88 PAGAMENTOS-FILE-OK        VALUE "00".
000812     88 PAGAMENTOS-FILE-FIM       VALUE "10".

000820*************** CONTROLE DA LISTAGEM DE PAGAMENTOS ***************
000830 77  STATUS-LISTA-PAGAMENTOS PIC X(02) VALUE "00".

000890 77  MOTIVO-REJEICAO       PIC X(30) VALUE SPACES.

000891****************** REPARTICAO DO PAGAMENTO CORRENTE **************
000892 77  DATA-PROCESSAMENTO    PIC 9(08) VALUE ZERO.
000893 77  RG-ALOCACAO           PIC X(15) VALUE SPACES.
000894 77  VALOR-A-ALOCAR        PIC 9(07)V99 VALUE ZERO.
000895 77  VALOR-ALOCADO         PIC 9(07)V99 VALUE ZERO.
000896 77  SALDO-ABERTO-FATURA   PIC 9(07)V99 VALUE ZERO.
000897 77  SEQUENCIA-PAGAMENTO   PIC 9(03) VALUE ZERO.
000898 77  PARCELA-PAGAMENTO     PIC 9(02) VALUE ZERO.
000899 77  VALOR-EDITADO         PIC ZZZZZZ9.99 VALUE ZERO.

000900*    FATURAS ABERTAS DO CLIENTE, CARREGADAS PARA A REPARTICAO DO
000901*    PAGAMENTO POR RG EM ORDEM DE VENCIMENTO.
000902 77  TOTAL-FATURAS-CLIENTE PIC 9(03) BINARY VALUE ZERO.
000903 77  LIMITE-FATURAS-CLIENTE PIC 9(03) BINARY VALUE 100.
000904 77  INDICE-FATURA         PIC 9(03) BINARY VALUE ZERO.
000905 77  INDICE-ESCOLHIDO      PIC 9(03) BINARY VALUE ZERO.

000906 01  TABELA-FATURAS-CLIENTE.
000907     02 FATURA-CLIENTE OCCURS 100 TIMES.
000908         03 NUMERO-FATURA-TAB     PIC 9(08).
000909         03 VENCIMENTO-FATURA-TAB PIC 9(08).
000910         03 MARCA-FATURA-TAB      PIC X(01).
000911            88 FATURA-TAB-BAIXADA       VALUE "S".

000912***************** ESTORNO DO PAGAMENTO CORRENTE ******************
000913 77  MARCA-FIM-PARCELAS    PIC X(01) VALUE "N".
000914     88 PARCELAS-FIM             VALUE "S".

000915 77  MARCA-FATURA-REABERTA PIC X(01) VALUE "N".
000916     88 FATURA-REABERTA          VALUE "S".

000917**************** AREA DE COMUNICACAO DO DATECALC *****************
000918     COPY DATECALC.

000919*********************** TOTAIS DO PROCESSAMENTO ******************
000920 77  CONTADOR-PAGTOS-LIDOS     PIC 9(04) VALUE ZERO.
000921 77  CONTADOR-PAGTOS-APLICADOS PIC 9(04) VALUE ZERO.
000930 77  CONTADOR-PAGTOS-REJEITADOS PIC 9(04) VALUE ZERO.
000940 77  CONTADOR-FATURAS-LIQUIDADAS PIC 9(04) VALUE ZERO.
000943 77  CONTADOR-ESTORNOS         PIC 9(04) VALUE ZERO.
000946 77  CONTADOR-FATURAS-REABERTAS PIC 9(04) VALUE ZERO.
000950 77  TOTAL-VALOR-BAIXADO       PIC 9(09)V99 VALUE ZERO.
000953 77  TOTAL-VALOR-CREDITADO     PIC 9(09)V99 VALUE ZERO.
000956 77  TOTAL-VALOR-ESTORNADO     PIC 9(09)V99 VALUE ZERO.
000960 77  VALOR-BAIXADO-EDITADO     PIC ZZZZZZZZ9.99 VALUE ZERO.

000970*================================================================*
001080     GO TO 9999-ENCERRAR.

001090*----------------------------------------------------------------*
001097* ABRE O MESTRE DE FATURAS, O SALDO CREDOR E O REGISTRO DE       *
001104* BAIXAS EM I-O, O MESTRE DE CLIENTES, O MOVIMENTO DE PAGAMENTOS *
001111* E A LISTAGEM DE CRITICA, E LE O PRIMEIRO PAGAMENTO             *
001120*----------------------------------------------------------------*
001130 1000-INICIALIZAR.
001140     OPEN I-O FATURAS-FILE.
001160         DISPLAY "PAGFAT: ERRO AO ABRIR FATURAS-FILE - STATUS "
001170                 STATUS-FATURAS-FILE
001180         MOVE 14 TO RETURN-CODE
001181         GO TO 9999-ENCERRAR
001182     END-IF.

001183     OPEN INPUT CLIENTE-FILE.
001184     IF NOT CLIENTE-FILE-OK
001185         DISPLAY "PAGFAT: ERRO AO ABRIR CLIENTE-FILE - STATUS "
001186                 STATUS-CLIENTE-FILE
001187         MOVE 08 TO RETURN-CODE
001188         GO TO 9999-ENCERRAR
001189     END-IF.

001190     OPEN I-O CREDITOS-CLIENTE-FILE.
001191     IF NOT CREDITOS-FILE-OK
001192         DISPLAY "PAGFAT: ERRO AO ABRIR CREDITOS-CLIENTE-FILE - "
001193                 "STATUS " STATUS-CREDITOS-FILE
001194         MOVE 29 TO RETURN-CODE
001195         GO TO 9999-ENCERRAR
001196     END-IF.

001197     OPEN I-O BAIXAS-FILE.
001198     IF NOT BAIXAS-FILE-OK
001199         DISPLAY "PAGFAT: ERRO AO ABRIR BAIXAS-FILE - STATUS "
001200                 STATUS-BAIXAS-FILE
001201         MOVE 30 TO RETURN-CODE
001202         GO TO 9999-ENCERRAR
001203     END-IF.

001210     OPEN INPUT PAGAMENTOS-FILE.
001220     IF NOT PAGAMENTOS-FILE-OK
001330         GO TO 9999-ENCERRAR
001340     END-IF.

001341     OPEN EXTEND LANCAMENTOS-CONTABEIS-FILE.
001342     IF NOT LANCAMENTOS-FILE-OK
001343         DISPLAY "PAGFAT: ERRO AO ABRIR LANCAMENTOS-CONTABEIS-"
001344                 "FILE - STATUS " STATUS-LANCAMENTOS-FILE
001345         MOVE 32 TO RETURN-CODE
001346         GO TO 9999-ENCERRAR
001347     END-IF.

001348     ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
001349     MOVE DATA-PROCESSAMENTO TO DATA-LOTE-CONTABIL.
001350     ACCEPT HORA-LOTE-CONTABIL FROM TIME.

001351     PERFORM 2100-LER-PAGAMENTO
001360         THRU 2100-LER-PAGAMENTO-EXIT.
001370 1000-INICIALIZAR-EXIT.
001380     EXIT.

001390*----------------------------------------------------------------*
001397* APLICA UM PAGAMENTO (OU ESTORNA UM PAGAMENTO JA BAIXADO) E     *
001404* GRAVA A REJEICAO, QUANDO HOUVER, NA LISTAGEM DE CRITICA; AS    *
001411* LINHAS DO QUE FOI APLICADO SAO GRAVADAS PARCELA A PARCELA      *
001420*----------------------------------------------------------------*
001430 2000-PROCESSAR-PAGAMENTOS.
001440     ADD 1 TO CONTADOR-PAGTOS-LIDOS.
001470     PERFORM 2200-VALIDAR-PAGAMENTO
001480         THRU 2200-VALIDAR-PAGAMENTO-EXIT.
001490     IF PAGAMENTO-APLICADO
001493         IF PAGAMENTO-ESTORNO
001496             PERFORM 2600-ESTORNAR-PAGAMENTO
001499                 THRU 2600-ESTORNAR-PAGAMENTO-EXIT
001502         ELSE
001505             PERFORM 2300-BAIXAR-PAGAMENTO
001508                 THRU 2300-BAIXAR-PAGAMENTO-EXIT
001511         END-IF
001520     END-IF.

001530     PERFORM 2500-GRAVAR-CRITICA
001660*----------------------------------------------------------------*
001670* CRITICA OS CAMPOS DO PAGAMENTO: NUMERO, DATA E VALOR TEM QUE   *
001680* SER NUMERICOS E O VALOR MAIOR QUE ZERO - O MOVIMENTO VEM DE    *
001686* FORA E NAO MERECE CONFIANCA. O TIPO TEM QUE SER CONHECIDO E    *
001692* FATURA ZERADA EXIGE O RG DO CLIENTE                            *
001700*----------------------------------------------------------------*
001710 2200-VALIDAR-PAGAMENTO.
001712     IF NOT PAGAMENTO-COMUM AND NOT PAGAMENTO-ESTORNO
001714         SET PAGAMENTO-REJEITADO TO TRUE
001716         MOVE "TIPO DE MOVIMENTO INVALIDO" TO MOTIVO-REJEICAO
001718         GO TO 2200-VALIDAR-PAGAMENTO-EXIT.
001720     IF NUMERO-PAGAMENTO NOT NUMERIC
001730         SET PAGAMENTO-REJEITADO TO TRUE
001740         MOVE "NUMERO DE FATURA NAO NUMERICO" TO MOTIVO-REJEICAO
001742         GO TO 2200-VALIDAR-PAGAMENTO-EXIT.
001744     IF NUMERO-PAGAMENTO = ZERO AND RG-PAGAMENTO = SPACES
001746         SET PAGAMENTO-REJEITADO TO TRUE
001748         MOVE "SEM FATURA E SEM RG" TO MOTIVO-REJEICAO
001750         GO TO 2200-VALIDAR-PAGAMENTO-EXIT.
001760     IF DATA-PAGAMENTO NOT NUMERIC
001770         SET PAGAMENTO-REJEITADO TO TRUE
001890     EXIT.

001900*----------------------------------------------------------------*
001906* BAIXA UM PAGAMENTO. COM FATURA INFORMADA, O PAGAMENTO VAI PARA *
001912* ELA ATE O SALDO ABERTO (FATURA INEXISTENTE, NOTA DE CREDITO OU *
001918* DE OUTRO RG E REJEITADA; JA LIQUIDADA NAO RECEBE NADA). SO COM *
001924* O RG, O PAGAMENTO E REPARTIDO PELAS FATURAS ABERTAS DO CLIENTE *
001930* DO VENCIMENTO MAIS ANTIGO PARA O MAIS NOVO. O QUE SOBRA VAI    *
001936* PARA O SALDO CREDOR DO CLIENTE. CADA PARCELA E GRAVADA NO      *
001942* REGISTRO DE BAIXAS SOB UMA MESMA SEQUENCIA DO PAGAMENTO        *
001950*----------------------------------------------------------------*
001951 2300-BAIXAR-PAGAMENTO.
001952     MOVE VALOR-PAGAMENTO TO VALOR-A-ALOCAR.
001953     IF NUMERO-PAGAMENTO NOT = ZERO
001954         PERFORM 2310-CONFERIR-FATURA-INFORMADA
001955             THRU 2310-CONFERIR-FATURA-INFORMADA-EXIT
001956     ELSE
001957         PERFORM 2320-CONFERIR-CLIENTE
001958             THRU 2320-CONFERIR-CLIENTE-EXIT
001959     END-IF.
001960     IF PAGAMENTO-REJEITADO
001961         GO TO 2300-BAIXAR-PAGAMENTO-EXIT.

001962     PERFORM 2400-PROCURAR-SEQUENCIA
001963         THRU 2400-PROCURAR-SEQUENCIA-EXIT.

001964     IF NUMERO-PAGAMENTO NOT = ZERO
001965         IF FATURA-ABERTA
001966             PERFORM 2350-APLICAR-NA-FATURA
001967                 THRU 2350-APLICAR-NA-FATURA-EXIT
001968         END-IF
001969     ELSE
001970         PERFORM 2330-CARREGAR-FATURAS-CLIENTE
001971             THRU 2330-CARREGAR-FATURAS-CLIENTE-EXIT
001972         MOVE 1 TO INDICE-ESCOLHIDO
001973         PERFORM 2340-ALOCAR-PROXIMA-FATURA
001974             THRU 2340-ALOCAR-PROXIMA-FATURA-EXIT
001975             UNTIL VALOR-A-ALOCAR = ZERO
001976                OR INDICE-ESCOLHIDO = ZERO
001977     END-IF.

001978     IF VALOR-A-ALOCAR > ZERO
001979         PERFORM 2360-CREDITAR-SALDO
001980             THRU 2360-CREDITAR-SALDO-EXIT
001981     END-IF.
001982 2300-BAIXAR-PAGAMENTO-EXIT.
001983     EXIT.

001984*----------------------------------------------------------------*
001985* LE A FATURA INFORMADA NO PAGAMENTO E CONFERE QUE PODE RECEBER: *
001986* EXISTE, NAO E NOTA DE CREDITO E, VINDO O RG, E DO MESMO        *
001987* CLIENTE. O RG DA REPARTICAO PASSA A SER O DA FATURA            *
001988*----------------------------------------------------------------*
001989 2310-CONFERIR-FATURA-INFORMADA.
001990     MOVE NUMERO-PAGAMENTO TO NUMERO-FATURA.
001991     READ FATURAS-FILE
001992         INVALID KEY
002000             SET PAGAMENTO-REJEITADO TO TRUE
002010             MOVE "FATURA INEXISTENTE" TO MOTIVO-REJEICAO
002020     END-READ.
002030     IF PAGAMENTO-REJEITADO
002040         GO TO 2310-CONFERIR-FATURA-INFORMADA-EXIT.
002050     IF DOCUMENTO-NOTA-CREDITO
002060         SET PAGAMENTO-REJEITADO TO TRUE
002061         MOVE "DOCUMENTO E NOTA DE CREDITO" TO MOTIVO-REJEICAO
002062         GO TO 2310-CONFERIR-FATURA-INFORMADA-EXIT.
002063     IF RG-PAGAMENTO NOT = SPACES
002064        AND RG-PAGAMENTO NOT = RG-FATURA
002065         SET PAGAMENTO-REJEITADO TO TRUE
002066         MOVE "FATURA DE OUTRO CLIENTE" TO MOTIVO-REJEICAO
002067         GO TO 2310-CONFERIR-FATURA-INFORMADA-EXIT.
002068     MOVE RG-FATURA TO RG-ALOCACAO.
002069 2310-CONFERIR-FATURA-INFORMADA-EXIT.
002070     EXIT.

002071*----------------------------------------------------------------*
002072* PAGAMENTO SO COM O RG: O CLIENTE TEM QUE ESTAR CADASTRADO      *
002073*----------------------------------------------------------------*
002074 2320-CONFERIR-CLIENTE.
002075     MOVE RG-PAGAMENTO TO RG-CLIENTE.
002076     READ CLIENTE-FILE
002077         INVALID KEY
002078             SET PAGAMENTO-REJEITADO TO TRUE
002079             MOVE "CLIENTE NAO CADASTRADO" TO MOTIVO-REJEICAO
002080     END-READ.
002081     MOVE RG-PAGAMENTO TO RG-ALOCACAO.
002082 2320-CONFERIR-CLIENTE-EXIT.
002083     EXIT.

002084*----------------------------------------------------------------*
002085* VARRE O MESTRE DE FATURAS E GUARDA NA TABELA AS FATURAS        *
002086* ABERTAS DO CLIENTE, COM O VENCIMENTO, PARA A REPARTICAO        *
002087*----------------------------------------------------------------*
002088 2330-CARREGAR-FATURAS-CLIENTE.
002089     MOVE ZERO TO TOTAL-FATURAS-CLIENTE.
002090     MOVE "N" TO MARCA-FIM-FATURAS.
002091     MOVE ZERO TO NUMERO-FATURA.
002092     START FATURAS-FILE KEY IS NOT LESS THAN NUMERO-FATURA
002093         INVALID KEY
002094             SET FATURAS-FIM TO TRUE
002095     END-START.
002096     PERFORM 2335-LER-FATURA-CLIENTE
002097         THRU 2335-LER-FATURA-CLIENTE-EXIT
002098         UNTIL FATURAS-FIM.
002099 2330-CARREGAR-FATURAS-CLIENTE-EXIT.
002100     EXIT.

002101 2335-LER-FATURA-CLIENTE.
002102     READ FATURAS-FILE NEXT RECORD
002103         AT END
002104             SET FATURAS-FIM TO TRUE
002105     END-READ.
002106     IF FATURAS-FIM
002107         GO TO 2335-LER-FATURA-CLIENTE-EXIT.
002108     IF RG-FATURA NOT = RG-ALOCACAO
002109        OR NOT FATURA-ABERTA
002110        OR DOCUMENTO-NOTA-CREDITO
002111         GO TO 2335-LER-FATURA-CLIENTE-EXIT.
002112     IF TOTAL-FATURAS-CLIENTE >= LIMITE-FATURAS-CLIENTE
002113         DISPLAY "PAGFAT: TABELA DE FATURAS DO CLIENTE CHEIA - "
002114                 "FATURA IGNORADA: " NUMERO-FATURA
002115         GO TO 2335-LER-FATURA-CLIENTE-EXIT.
002116     ADD 1 TO TOTAL-FATURAS-CLIENTE.
002117     MOVE NUMERO-FATURA
002118         TO NUMERO-FATURA-TAB (TOTAL-FATURAS-CLIENTE).
002119     MOVE DATA-VENCIMENTO-FATURA
002120         TO VENCIMENTO-FATURA-TAB (TOTAL-FATURAS-CLIENTE).
002121     MOVE "N" TO MARCA-FATURA-TAB (TOTAL-FATURAS-CLIENTE).
002122 2335-LER-FATURA-CLIENTE-EXIT.
002123     EXIT.

002124*----------------------------------------------------------------*
002125* ESCOLHE NA TABELA A FATURA AINDA NAO BAIXADA DE VENCIMENTO MAIS*
002126* ANTIGO (NO MESMO VENCIMENTO, A DE NUMERO MENOR), RELE A FATURA *
002127* E APLICA NELA O QUE AINDA HA PARA REPARTIR; SEM FATURA         *
002128* DISPONIVEL, O INDICE ESCOLHIDO VOLTA ZERO                      *
002129*----------------------------------------------------------------*
002130 2340-ALOCAR-PROXIMA-FATURA.
002131     MOVE ZERO TO INDICE-ESCOLHIDO.
002132     PERFORM 2345-COMPARAR-FATURA
002133         THRU 2345-COMPARAR-FATURA-EXIT
002134         VARYING INDICE-FATURA FROM 1 BY 1
002135         UNTIL INDICE-FATURA > TOTAL-FATURAS-CLIENTE.
002136     IF INDICE-ESCOLHIDO = ZERO
002137         GO TO 2340-ALOCAR-PROXIMA-FATURA-EXIT.

002138     SET FATURA-TAB-BAIXADA (INDICE-ESCOLHIDO) TO TRUE.
002139     MOVE NUMERO-FATURA-TAB (INDICE-ESCOLHIDO) TO NUMERO-FATURA.
002140     READ FATURAS-FILE
002141         INVALID KEY
002142             DISPLAY "PAGFAT: FATURA SUMIU NA REPARTICAO - "
002143                     NUMERO-FATURA
002144             MOVE 16 TO RETURN-CODE
002145             GO TO 9999-ENCERRAR
002146     END-READ.
002147     PERFORM 2350-APLICAR-NA-FATURA
002148         THRU 2350-APLICAR-NA-FATURA-EXIT.
002149 2340-ALOCAR-PROXIMA-FATURA-EXIT.
002150     EXIT.

002151 2345-COMPARAR-FATURA.
002152     IF FATURA-TAB-BAIXADA (INDICE-FATURA)
002153         GO TO 2345-COMPARAR-FATURA-EXIT.
002154     IF INDICE-ESCOLHIDO = ZERO
002155         MOVE INDICE-FATURA TO INDICE-ESCOLHIDO
002156         GO TO 2345-COMPARAR-FATURA-EXIT.
002157     IF VENCIMENTO-FATURA-TAB (INDICE-FATURA)
002158        < VENCIMENTO-FATURA-TAB (INDICE-ESCOLHIDO)
002159         MOVE INDICE-FATURA TO INDICE-ESCOLHIDO
002160         GO TO 2345-COMPARAR-FATURA-EXIT.
002161     IF VENCIMENTO-FATURA-TAB (INDICE-FATURA)
002162        = VENCIMENTO-FATURA-TAB (INDICE-ESCOLHIDO)
002163        AND NUMERO-FATURA-TAB (INDICE-FATURA)
002164          < NUMERO-FATURA-TAB (INDICE-ESCOLHIDO)
002165         MOVE INDICE-FATURA TO INDICE-ESCOLHIDO
002166     END-IF.
002167 2345-COMPARAR-FATURA-EXIT.
002168     EXIT.

002169*----------------------------------------------------------------*
002170* APLICA NA FATURA LIDA O QUE HA PARA REPARTIR, ATE O SALDO      *
002171* ABERTO DELA (VALOR - PAGO - CREDITOS); LIQUIDA A FATURA QUANDO *
002172* O SALDO ZERA, REGISTRA A PARCELA E LISTA A BAIXA               *
002173*----------------------------------------------------------------*
002174 2350-APLICAR-NA-FATURA.
002175     COMPUTE SALDO-ABERTO-FATURA =
002176             VALOR-FATURA - VALOR-PAGO-FATURA
002177             - VALOR-CREDITO-FATURA.
002178     IF VALOR-A-ALOCAR > SALDO-ABERTO-FATURA
002179         MOVE SALDO-ABERTO-FATURA TO VALOR-ALOCADO
002180     ELSE
002181         MOVE VALOR-A-ALOCAR TO VALOR-ALOCADO
002182     END-IF.
002183     IF VALOR-ALOCADO = ZERO
002184         GO TO 2350-APLICAR-NA-FATURA-EXIT.

002185     ADD VALOR-ALOCADO TO VALOR-PAGO-FATURA.
002186     IF VALOR-PAGO-FATURA + VALOR-CREDITO-FATURA
002187        NOT < VALOR-FATURA
002188         SET FATURA-LIQUIDADA TO TRUE
002189         MOVE DATA-PAGAMENTO TO DATA-PAGAMENTO-FATURA
002190         ADD 1 TO CONTADOR-FATURAS-LIQUIDADAS
002191     END-IF.

002192     REWRITE FATURA-REG
002193         INVALID KEY
002194             DISPLAY "PAGFAT: ERRO DE REGRAVACAO DA FATURA "
002195                     NUMERO-FATURA
002196             MOVE 16 TO RETURN-CODE
002197             GO TO 9999-ENCERRAR
002198     END-REWRITE.
002199     IF NOT FATURAS-FILE-OK
002200         DISPLAY "PAGFAT: ERRO DE REGRAVACAO DA FATURA "
002201                 NUMERO-FATURA " - STATUS " STATUS-FATURAS-FILE
002202         MOVE 16 TO RETURN-CODE
002203         GO TO 9999-ENCERRAR
002230     END-IF.
002231     SUBTRACT VALOR-ALOCADO FROM VALOR-A-ALOCAR.
002232     ADD VALOR-ALOCADO TO TOTAL-VALOR-BAIXADO.

002233     MOVE CONTA-CAIXA    TO CONTA-DEBITO-PARCELA.
002234     MOVE CONTA-CLIENTES TO CONTA-CREDITO-PARCELA.
002235     MOVE "PG"           TO TIPO-DOCUMENTO-A-LANCAR.
002236     MOVE NUMERO-FATURA  TO DOCUMENTO-A-LANCAR.
002237     MOVE DATA-PAGAMENTO TO DATA-A-LANCAR.
002238     MOVE VALOR-ALOCADO  TO VALOR-A-LANCAR.
002239     PERFORM 2700-CONTABILIZAR-PARCELA
002240         THRU 2700-CONTABILIZAR-PARCELA-EXIT.

002241     MOVE NUMERO-FATURA TO NUMERO-FATURA-BAIXA.
002242     PERFORM 2410-GRAVAR-PARCELA
002243         THRU 2410-GRAVAR-PARCELA-EXIT.

002244     MOVE VALOR-ALOCADO TO VALOR-EDITADO.
002245     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
002246     IF FATURA-LIQUIDADA
002247         STRING "APLICADO  FATURA " NUMERO-FATURA
002248                 " DATA " DATA-PAGAMENTO
002249                 " VALOR " VALOR-EDITADO
002250                 " LIQUIDADA"
002251                 DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA
002252     ELSE
002253         STRING "APLICADO  FATURA " NUMERO-FATURA
002254                 " DATA " DATA-PAGAMENTO
002255                 " VALOR " VALOR-EDITADO
002256                 DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA
002260     END-IF.
002266     WRITE LISTA-PAGAMENTOS-LINHA.
002272 2350-APLICAR-NA-FATURA-EXIT.
002280     EXIT.

002290*----------------------------------------------------------------*
002291* LEVA O QUE SOBROU DO PAGAMENTO AO SALDO CREDOR DO CLIENTE      *
002292* (CRIANDO O REGISTRO NO PRIMEIRO CREDITO), REGISTRA A PARCELA   *
002293* COM FATURA ZERO E LISTA O CREDITO                              *
002294*----------------------------------------------------------------*
002295 2360-CREDITAR-SALDO.
002296     SET CLIENTE-TEM-CREDITO TO TRUE.
002297     MOVE RG-ALOCACAO TO RG-CREDITO.
002298     READ CREDITOS-CLIENTE-FILE
002299         INVALID KEY
002300             MOVE "N" TO MARCA-CREDITO-CLIENTE
002301             MOVE ZERO TO SALDO-CREDITO
002302     END-READ.
002303     ADD VALOR-A-ALOCAR TO SALDO-CREDITO.
002304     MOVE DATA-PAGAMENTO TO DATA-ULTIMO-CREDITO.
002305     IF CLIENTE-TEM-CREDITO
002306         REWRITE CREDITO-CLIENTE-REG
002307             INVALID KEY
002308                 MOVE "99" TO STATUS-CREDITOS-FILE
002309         END-REWRITE
002310     ELSE
002311         WRITE CREDITO-CLIENTE-REG
002312             INVALID KEY
002313                 MOVE "99" TO STATUS-CREDITOS-FILE
002314         END-WRITE
002315     END-IF.
002316     IF NOT CREDITOS-FILE-OK
002317         DISPLAY "PAGFAT: ERRO AO GRAVAR CREDITO DO RG "
002318                 RG-CREDITO " - STATUS " STATUS-CREDITOS-FILE
002319         MOVE 29 TO RETURN-CODE
002320         GO TO 9999-ENCERRAR
002321     END-IF.

002322     MOVE VALOR-A-ALOCAR TO VALOR-ALOCADO.
002323     ADD VALOR-ALOCADO TO TOTAL-VALOR-CREDITADO.
002324     MOVE CONTA-CAIXA    TO CONTA-DEBITO-PARCELA.
002325     MOVE CONTA-CREDITOS-CLIENTES TO CONTA-CREDITO-PARCELA.
002326     MOVE "PG"           TO TIPO-DOCUMENTO-A-LANCAR.
002327     MOVE ZERO           TO DOCUMENTO-A-LANCAR.
002328     MOVE DATA-PAGAMENTO TO DATA-A-LANCAR.
002329     MOVE VALOR-ALOCADO  TO VALOR-A-LANCAR.
002330     PERFORM 2700-CONTABILIZAR-PARCELA
002331         THRU 2700-CONTABILIZAR-PARCELA-EXIT.
002332     MOVE ZERO TO VALOR-A-ALOCAR.
002333     MOVE ZERO TO NUMERO-FATURA-BAIXA.
002334     PERFORM 2410-GRAVAR-PARCELA
002335         THRU 2410-GRAVAR-PARCELA-EXIT.

002336     MOVE VALOR-ALOCADO TO VALOR-EDITADO.
002337     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
002338     STRING "CREDITO   RG " RG-ALOCACAO
002339             " DATA " DATA-PAGAMENTO
002340             " VALOR " VALOR-EDITADO
002341             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
002342     WRITE LISTA-PAGAMENTOS-LINHA.
002343 2360-CREDITAR-SALDO-EXIT.
002344     EXIT.

002345*----------------------------------------------------------------*
002346* PROCURA A PRIMEIRA SEQUENCIA LIVRE DO RG NA DATA DO PAGAMENTO  *
002347* NO REGISTRO DE BAIXAS (SEQUENCIA SEM A PARCELA 01 GRAVADA)     *
002348*----------------------------------------------------------------*
002349 2400-PROCURAR-SEQUENCIA.
002350     MOVE ZERO TO SEQUENCIA-PAGAMENTO.
002351     MOVE ZERO TO PARCELA-PAGAMENTO.
002352     MOVE "N" TO MARCA-SEQUENCIA-LIVRE.
002353     PERFORM 2405-TESTAR-SEQUENCIA
002354         THRU 2405-TESTAR-SEQUENCIA-EXIT
002355         UNTIL SEQUENCIA-LIVRE.
002356 2400-PROCURAR-SEQUENCIA-EXIT.
002357     EXIT.

002358 2405-TESTAR-SEQUENCIA.
002359     IF SEQUENCIA-PAGAMENTO >= 999
002360         DISPLAY "PAGFAT: SEQUENCIA DE BAIXAS ESGOTADA - RG "
002361                 RG-ALOCACAO " DATA " DATA-PAGAMENTO
002362         MOVE 30 TO RETURN-CODE
002363         GO TO 9999-ENCERRAR
002364     END-IF.
002365     ADD 1 TO SEQUENCIA-PAGAMENTO.
002366     MOVE RG-ALOCACAO         TO RG-BAIXA.
002367     MOVE DATA-PAGAMENTO      TO DATA-BAIXA.
002368     MOVE SEQUENCIA-PAGAMENTO TO SEQUENCIA-BAIXA.
002369     MOVE 01                  TO PARCELA-BAIXA.
002370     READ BAIXAS-FILE
002371         INVALID KEY
002372             SET SEQUENCIA-LIVRE TO TRUE
002373     END-READ.
002374 2405-TESTAR-SEQUENCIA-EXIT.
002375     EXIT.

002376*----------------------------------------------------------------*
002377* GRAVA UMA PARCELA DO PAGAMENTO NO REGISTRO DE BAIXAS; A FATURA *
002378* DA PARCELA (OU ZERO, PARA O SALDO CREDOR) JA VEM PREENCHIDA    *
002379*----------------------------------------------------------------*
002380 2410-GRAVAR-PARCELA.
002381     ADD 1 TO PARCELA-PAGAMENTO.
002382     MOVE RG-ALOCACAO         TO RG-BAIXA.
002383     MOVE DATA-PAGAMENTO      TO DATA-BAIXA.
002384     MOVE SEQUENCIA-PAGAMENTO TO SEQUENCIA-BAIXA.
002385     MOVE PARCELA-PAGAMENTO   TO PARCELA-BAIXA.
002386     MOVE VALOR-PAGAMENTO     TO VALOR-PAGAMENTO-BAIXA.
002387     MOVE VALOR-ALOCADO       TO VALOR-BAIXA.
002388     SET BAIXA-ATIVA TO TRUE.
002389     MOVE ZERO                TO DATA-ESTORNO-BAIXA.
002390     WRITE BAIXA-REG
002391         INVALID KEY
002392             DISPLAY "PAGFAT: PARCELA DE BAIXA JA REGISTRADA - "
002393                     CHAVE-BAIXA
002394             MOVE 30 TO RETURN-CODE
002395             GO TO 9999-ENCERRAR
002396     END-WRITE.
002397     IF NOT BAIXAS-FILE-OK
002398         DISPLAY "PAGFAT: ERRO AO GRAVAR BAIXA - STATUS "
002399                 STATUS-BAIXAS-FILE
002400         MOVE 30 TO RETURN-CODE
002401         GO TO 9999-ENCERRAR
002402     END-IF.
002403 2410-GRAVAR-PARCELA-EXIT.
002404     EXIT.

002405*----------------------------------------------------------------*
002406* CONTA O RESULTADO DO MOVIMENTO E, QUANDO REJEITADO, GRAVA NA   *
002407* LISTAGEM DE CRITICA A FATURA, O RG E O MOTIVO DA REJEICAO      *
002408*----------------------------------------------------------------*
002409 2500-GRAVAR-CRITICA.
002410     IF PAGAMENTO-APLICADO
002411         IF PAGAMENTO-ESTORNO
002412             ADD 1 TO CONTADOR-ESTORNOS
002413         ELSE
002414             ADD 1 TO CONTADOR-PAGTOS-APLICADOS
002415         END-IF
002416         GO TO 2500-GRAVAR-CRITICA-EXIT
002417     END-IF.

002418     ADD 1 TO CONTADOR-PAGTOS-REJEITADOS.
002419     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
002420     IF PAGAMENTO-ESTORNO
002421         STRING "REJEITADO ESTORNO " NUMERO-PAGAMENTO
002422                 " RG " RG-PAGAMENTO
002423                 " - " MOTIVO-REJEICAO
002424                 DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA
002425     ELSE
002426         STRING "REJEITADO FATURA " NUMERO-PAGAMENTO
002427                 " RG " RG-PAGAMENTO
002430                 " - " MOTIVO-REJEICAO
002440                 DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA
002450     END-IF.
002480     EXIT.

002490*----------------------------------------------------------------*
002500* ESTORNA UM PAGAMENTO JA BAIXADO (CHEQUE DEVOLVIDO): LOCALIZA   *
002510* NO REGISTRO DE BAIXAS O PAGAMENTO ORIGINAL DO RG NA DATA E NO  *
002520* VALOR INFORMADOS, CONFERE QUE TODAS AS PARCELAS PODEM SER      *
002530* DESFEITAS E SO ENTAO DESFAZ CADA UMA: A FATURA VOLTA A DEVER O *
002540* VALOR (E E REABERTA SE ESTAVA LIQUIDADA) E O SALDO CREDOR PERDE*
002550* A SOBRA QUE TINHA RECEBIDO. A LISTAGEM MOSTRA CADA PARCELA DO  *
002560* PAGAMENTO ORIGINAL E O ESTORNO DELA                            *
002570*----------------------------------------------------------------*
002580 2600-ESTORNAR-PAGAMENTO.
002590     IF RG-PAGAMENTO NOT = SPACES
002600         MOVE RG-PAGAMENTO TO RG-ALOCACAO
002610     ELSE
002620         MOVE NUMERO-PAGAMENTO TO NUMERO-FATURA
002630         READ FATURAS-FILE
002640             INVALID KEY
002650                 SET PAGAMENTO-REJEITADO TO TRUE
002660                 MOVE "FATURA INEXISTENTE" TO MOTIVO-REJEICAO
002670         END-READ
002680         MOVE RG-FATURA TO RG-ALOCACAO
002690     END-IF.
002700     IF PAGAMENTO-REJEITADO
002710         GO TO 2600-ESTORNAR-PAGAMENTO-EXIT.

002720     PERFORM 2610-LOCALIZAR-ORIGINAL
002730         THRU 2610-LOCALIZAR-ORIGINAL-EXIT.
002740     IF PAGAMENTO-REJEITADO
002750         GO TO 2600-ESTORNAR-PAGAMENTO-EXIT.

002760     MOVE ZERO TO PARCELA-PAGAMENTO.
002770     MOVE "N" TO MARCA-FIM-PARCELAS.
002780     PERFORM 2620-CONFERIR-PARCELA
002790         THRU 2620-CONFERIR-PARCELA-EXIT
002800         UNTIL PARCELAS-FIM OR PAGAMENTO-REJEITADO.
002810     IF PAGAMENTO-REJEITADO
002820         GO TO 2600-ESTORNAR-PAGAMENTO-EXIT.

002830     MOVE VALOR-PAGAMENTO TO VALOR-EDITADO.
002840     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
002850     STRING "ESTORNO   RG " RG-ALOCACAO
002860             " PAGTO " DATA-PAGAMENTO
002870             " VALOR " VALOR-EDITADO
002880             " EM " DATA-PROCESSAMENTO
002890             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
002900     WRITE LISTA-PAGAMENTOS-LINHA.

002910     MOVE ZERO TO PARCELA-PAGAMENTO.
002920     MOVE "N" TO MARCA-FIM-PARCELAS.
002930     PERFORM 2630-ESTORNAR-PARCELA
002940         THRU 2630-ESTORNAR-PARCELA-EXIT
002950         UNTIL PARCELAS-FIM.
002960     ADD VALOR-PAGAMENTO TO TOTAL-VALOR-ESTORNADO.
002970 2600-ESTORNAR-PAGAMENTO-EXIT.
002980     EXIT.

002990*----------------------------------------------------------------*
003000* LOCALIZA O PAGAMENTO ORIGINAL: PRIMEIRA SEQUENCIA DO RG NA     *
003010* DATA INFORMADA, AINDA ATIVA, CUJO VALOR PAGO E O DO ESTORNO    *
003020*----------------------------------------------------------------*
003030 2610-LOCALIZAR-ORIGINAL.
003040     MOVE ZERO TO SEQUENCIA-PAGAMENTO.
003050     MOVE "N" TO MARCA-FIM-BAIXAS.
003060     MOVE RG-ALOCACAO    TO RG-BAIXA.
003070     MOVE DATA-PAGAMENTO TO DATA-BAIXA.
003080     MOVE ZERO           TO SEQUENCIA-BAIXA.
003090     MOVE ZERO           TO PARCELA-BAIXA.
003100     START BAIXAS-FILE KEY IS NOT LESS THAN CHAVE-BAIXA
003110         INVALID KEY
003120             SET BAIXAS-FIM TO TRUE
003130     END-START.
003140     PERFORM 2615-LER-BAIXA-ORIGINAL
003150         THRU 2615-LER-BAIXA-ORIGINAL-EXIT
003160         UNTIL BAIXAS-FIM.
003170     IF SEQUENCIA-PAGAMENTO = ZERO
003180         SET PAGAMENTO-REJEITADO TO TRUE
003190         MOVE "PAGAMENTO ORIGINAL NAO ACHADO" TO MOTIVO-REJEICAO
003200     END-IF.
003210 2610-LOCALIZAR-ORIGINAL-EXIT.
003220     EXIT.

003230 2615-LER-BAIXA-ORIGINAL.
003240     READ BAIXAS-FILE NEXT RECORD
003250         AT END
003260             SET BAIXAS-FIM TO TRUE
003270     END-READ.
003280     IF BAIXAS-FIM
003290         GO TO 2615-LER-BAIXA-ORIGINAL-EXIT.
003300     IF RG-BAIXA NOT = RG-ALOCACAO
003310        OR DATA-BAIXA NOT = DATA-PAGAMENTO
003320         SET BAIXAS-FIM TO TRUE
003330         GO TO 2615-LER-BAIXA-ORIGINAL-EXIT.
003340     IF BAIXA-ATIVA
003350        AND VALOR-PAGAMENTO-BAIXA = VALOR-PAGAMENTO
003360         MOVE SEQUENCIA-BAIXA TO SEQUENCIA-PAGAMENTO
003370         SET BAIXAS-FIM TO TRUE
003380     END-IF.
003390 2615-LER-BAIXA-ORIGINAL-EXIT.
003400     EXIT.

003410*----------------------------------------------------------------*
003420* LE A PROXIMA PARCELA DO PAGAMENTO ORIGINAL PELA CHAVE; SEM     *
003430* MAIS PARCELAS, MARCA O FIM                                     *
003440*----------------------------------------------------------------*
003450 2640-LER-PARCELA.
003460     ADD 1 TO PARCELA-PAGAMENTO.
003470     MOVE RG-ALOCACAO         TO RG-BAIXA.
003480     MOVE DATA-PAGAMENTO      TO DATA-BAIXA.
003490     MOVE SEQUENCIA-PAGAMENTO TO SEQUENCIA-BAIXA.
003500     MOVE PARCELA-PAGAMENTO   TO PARCELA-BAIXA.
003510     READ BAIXAS-FILE
003520         INVALID KEY
003530             SET PARCELAS-FIM TO TRUE
003540     END-READ.
003550 2640-LER-PARCELA-EXIT.
003560     EXIT.

003570*----------------------------------------------------------------*
003580* CONFERE QUE A PARCELA PODE SER DESFEITA: A FATURA AINDA TEM O  *
003590* VALOR COMO PAGO, OU O SALDO CREDOR AINDA TEM A SOBRA (SE A     *
003600* PROXIMA FATURA JA CONSUMIU O CREDITO, O ESTORNO E REJEITADO    *
003610* PARA TRATAMENTO MANUAL PELA COBRANCA)                          *
003620*----------------------------------------------------------------*
003630 2620-CONFERIR-PARCELA.
003640     PERFORM 2640-LER-PARCELA
003650         THRU 2640-LER-PARCELA-EXIT.
003660     IF PARCELAS-FIM
003670         GO TO 2620-CONFERIR-PARCELA-EXIT.

003680     IF NUMERO-FATURA-BAIXA = ZERO
003690         MOVE RG-ALOCACAO TO RG-CREDITO
003700         READ CREDITOS-CLIENTE-FILE
003710             INVALID KEY
003720                 MOVE ZERO TO SALDO-CREDITO
003730         END-READ
003740         IF SALDO-CREDITO < VALOR-BAIXA
003750             SET PAGAMENTO-REJEITADO TO TRUE
003760             MOVE "CREDITO DO PAGTO JA CONSUMIDO"
003770                 TO MOTIVO-REJEICAO
003780         END-IF
003790         GO TO 2620-CONFERIR-PARCELA-EXIT.

003800     MOVE NUMERO-FATURA-BAIXA TO NUMERO-FATURA.
003810     READ FATURAS-FILE
003820         INVALID KEY
003830             SET PAGAMENTO-REJEITADO TO TRUE
003840             MOVE "FATURA DO PAGTO INEXISTENTE" TO MOTIVO-REJEICAO
003850     END-READ.
003860     IF PAGAMENTO-APLICADO
003870        AND VALOR-PAGO-FATURA < VALOR-BAIXA
003880         SET PAGAMENTO-REJEITADO TO TRUE
003890         MOVE "FATURA SEM O VALOR COMO PAGO" TO MOTIVO-REJEICAO
003900     END-IF.
003910 2620-CONFERIR-PARCELA-EXIT.
003920     EXIT.

003930*----------------------------------------------------------------*
003940* DESFAZ UMA PARCELA DO PAGAMENTO ORIGINAL, MARCA A PARCELA COMO *
003950* ESTORNADA E LISTA O ORIGINAL E O ESTORNO                       *
003960*----------------------------------------------------------------*
003970 2630-ESTORNAR-PARCELA.
003980     PERFORM 2640-LER-PARCELA
003990         THRU 2640-LER-PARCELA-EXIT.
004000     IF PARCELAS-FIM
004010         GO TO 2630-ESTORNAR-PARCELA-EXIT.

004020     MOVE VALOR-BAIXA TO VALOR-EDITADO.
004030     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
004040     IF NUMERO-FATURA-BAIXA = ZERO
004050         STRING "   ORIGINAL  SALDO CREDOR"
004060                 "          VALOR " VALOR-EDITADO
004070                 DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA
004080     ELSE
004090         STRING "   ORIGINAL  FATURA " NUMERO-FATURA-BAIXA
004100                 "       VALOR " VALOR-EDITADO
004110                 DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA
004120     END-IF.
004130     WRITE LISTA-PAGAMENTOS-LINHA.

004140     IF NUMERO-FATURA-BAIXA = ZERO
004150         PERFORM 2650-ESTORNAR-CREDITO
004160             THRU 2650-ESTORNAR-CREDITO-EXIT
004170     ELSE
004180         PERFORM 2660-ESTORNAR-NA-FATURA
004190             THRU 2660-ESTORNAR-NA-FATURA-EXIT
004200     END-IF.

004210     SET BAIXA-ESTORNADA TO TRUE.
004220     MOVE DATA-PROCESSAMENTO TO DATA-ESTORNO-BAIXA.
004230     REWRITE BAIXA-REG
004240         INVALID KEY
004250             DISPLAY "PAGFAT: PARCELA SUMIU NO ESTORNO - "
004260                     CHAVE-BAIXA
004270             MOVE 30 TO RETURN-CODE
004280             GO TO 9999-ENCERRAR
004290     END-REWRITE.
004300     IF NOT BAIXAS-FILE-OK
004310         DISPLAY "PAGFAT: ERRO AO ESTORNAR PARCELA - "
004320                 CHAVE-BAIXA " - STATUS " STATUS-BAIXAS-FILE
004330         MOVE 30 TO RETURN-CODE
004340         GO TO 9999-ENCERRAR
004350     END-IF.

004360     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
004370     IF NUMERO-FATURA-BAIXA = ZERO
004380         STRING "   ESTORNADO SALDO CREDOR"
004390                 "          VALOR " VALOR-EDITADO
004400                 DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA
004410     ELSE
004420         IF FATURA-REABERTA
004430             STRING "   ESTORNADO FATURA " NUMERO-FATURA-BAIXA
004440                     "       VALOR " VALOR-EDITADO
004450                     " REABERTA"
004460                     DELIMITED BY SIZE
004470                     INTO LISTA-PAGAMENTOS-LINHA
004480         ELSE
004490             STRING "   ESTORNADO FATURA " NUMERO-FATURA-BAIXA
004500                     "       VALOR " VALOR-EDITADO
004510                     DELIMITED BY SIZE
004520                     INTO LISTA-PAGAMENTOS-LINHA
004530         END-IF
004540     END-IF.
004550     WRITE LISTA-PAGAMENTOS-LINHA.
004560 2630-ESTORNAR-PARCELA-EXIT.
004570     EXIT.

004580 2650-ESTORNAR-CREDITO.
004590     MOVE RG-ALOCACAO TO RG-CREDITO.
004600     READ CREDITOS-CLIENTE-FILE
004610         INVALID KEY
004620             DISPLAY "PAGFAT: CREDITO SUMIU NO ESTORNO - RG "
004630                     RG-CREDITO
004640             MOVE 29 TO RETURN-CODE
004650             GO TO 9999-ENCERRAR
004660     END-READ.
004670     SUBTRACT VALOR-BAIXA FROM SALDO-CREDITO.
004680     MOVE DATA-PROCESSAMENTO TO DATA-ULTIMO-CREDITO.
004690     REWRITE CREDITO-CLIENTE-REG
004700         INVALID KEY
004710             DISPLAY "PAGFAT: ERRO AO ESTORNAR CREDITO DO RG "
004720                     RG-CREDITO
004730             MOVE 29 TO RETURN-CODE
004740             GO TO 9999-ENCERRAR
004750     END-REWRITE.
004760     IF NOT CREDITOS-FILE-OK
004770         DISPLAY "PAGFAT: ERRO AO ESTORNAR CREDITO DO RG "
004780                 RG-CREDITO " - STATUS " STATUS-CREDITOS-FILE
004790         MOVE 29 TO RETURN-CODE
004800         GO TO 9999-ENCERRAR
004810     END-IF.
004820     MOVE CONTA-CREDITOS-CLIENTES TO CONTA-DEBITO-PARCELA.
004830     MOVE CONTA-CAIXA    TO CONTA-CREDITO-PARCELA.
004840     MOVE "ES"           TO TIPO-DOCUMENTO-A-LANCAR.
004850     MOVE ZERO           TO DOCUMENTO-A-LANCAR.
004860     MOVE DATA-PROCESSAMENTO TO DATA-A-LANCAR.
004870     MOVE VALOR-BAIXA    TO VALOR-A-LANCAR.
004880     PERFORM 2700-CONTABILIZAR-PARCELA
004890         THRU 2700-CONTABILIZAR-PARCELA-EXIT.
004900 2650-ESTORNAR-CREDITO-EXIT.
004910     EXIT.

004920 2660-ESTORNAR-NA-FATURA.
004930     MOVE "N" TO MARCA-FATURA-REABERTA.
004940     MOVE NUMERO-FATURA-BAIXA TO NUMERO-FATURA.
004950     READ FATURAS-FILE
004960         INVALID KEY
004970             DISPLAY "PAGFAT: FATURA SUMIU NO ESTORNO - "
004980                     NUMERO-FATURA
004990             MOVE 16 TO RETURN-CODE
005000             GO TO 9999-ENCERRAR
005010     END-READ.
005020     SUBTRACT VALOR-BAIXA FROM VALOR-PAGO-FATURA.
005030     IF FATURA-LIQUIDADA
005040        AND VALOR-PAGO-FATURA + VALOR-CREDITO-FATURA
005050            < VALOR-FATURA
005060         SET FATURA-ABERTA TO TRUE
005070         MOVE ZERO TO DATA-PAGAMENTO-FATURA
005080         SET FATURA-REABERTA TO TRUE
005090         ADD 1 TO CONTADOR-FATURAS-REABERTAS
005100     END-IF.
005110     REWRITE FATURA-REG
005120         INVALID KEY
005130             DISPLAY "PAGFAT: ERRO DE REGRAVACAO DA FATURA "
005140                     NUMERO-FATURA
005150             MOVE 16 TO RETURN-CODE
005160             GO TO 9999-ENCERRAR
005170     END-REWRITE.
005180     IF NOT FATURAS-FILE-OK
005190         DISPLAY "PAGFAT: ERRO DE REGRAVACAO DA FATURA "
005200                 NUMERO-FATURA " - STATUS " STATUS-FATURAS-FILE
005210         MOVE 16 TO RETURN-CODE
005220         GO TO 9999-ENCERRAR
005230     END-IF.
005240     MOVE CONTA-CLIENTES TO CONTA-DEBITO-PARCELA.
005250     MOVE CONTA-CAIXA    TO CONTA-CREDITO-PARCELA.
005260     MOVE "ES"           TO TIPO-DOCUMENTO-A-LANCAR.
005270     MOVE NUMERO-FATURA  TO DOCUMENTO-A-LANCAR.
005280     MOVE DATA-PROCESSAMENTO TO DATA-A-LANCAR.
005290     MOVE VALOR-BAIXA    TO VALOR-A-LANCAR.
005300     PERFORM 2700-CONTABILIZAR-PARCELA
005310         THRU 2700-CONTABILIZAR-PARCELA-EXIT.
005320 2660-ESTORNAR-NA-FATURA-EXIT.
005330     EXIT.

005340*----------------------------------------------------------------*
005350* GERA AS DUAS PARTIDAS CONTABEIS DE UMA PARCELA (OU DO ESTORNO  *
005360* DELA): DEBITO E CREDITO DO MESMO VALOR NAS CONTAS JA ESCOLHIDAS*
005370* PELA ROTINA CHAMADORA, COM O RG DA REPARTICAO                  *
005380*----------------------------------------------------------------*
005390 2700-CONTABILIZAR-PARCELA.
005400     MOVE RG-ALOCACAO           TO RG-A-LANCAR.
005410     MOVE CONTA-DEBITO-PARCELA  TO CONTA-A-LANCAR.
005420     MOVE "D"                   TO NATUREZA-A-LANCAR.
005430     PERFORM 2710-GRAVAR-LANCAMENTO
005440         THRU 2710-GRAVAR-LANCAMENTO-EXIT.
005450     MOVE CONTA-CREDITO-PARCELA TO CONTA-A-LANCAR.
005460     MOVE "C"                   TO NATUREZA-A-LANCAR.
005470     PERFORM 2710-GRAVAR-LANCAMENTO
005480         THRU 2710-GRAVAR-LANCAMENTO-EXIT.
005490 2700-CONTABILIZAR-PARCELA-EXIT.
005500     EXIT.

005510*----------------------------------------------------------------*
005520* GRAVA UMA PARTIDA NA INTERFACE CONTABIL, NO LOTE DA RODADA E   *
005530* COM O DOCUMENTO CORRENTE; PARTIDA DE VALOR ZERO NAO E GRAVADA  *
005540*----------------------------------------------------------------*
005550 2710-GRAVAR-LANCAMENTO.
005560     IF VALOR-A-LANCAR = ZERO
005570         GO TO 2710-GRAVAR-LANCAMENTO-EXIT.
005580     ADD 1 TO SEQUENCIA-LOTE-CONTABIL.
005590     MOVE LOTE-CONTABIL           TO LOTE-LANCAMENTO.
005600     MOVE SEQUENCIA-LOTE-CONTABIL TO SEQUENCIA-LANCAMENTO.
005610     MOVE CONTA-A-LANCAR          TO CONTA-LANCAMENTO.
005620     MOVE NATUREZA-A-LANCAR       TO NATUREZA-LANCAMENTO.
005630     MOVE VALOR-A-LANCAR          TO VALOR-LANCAMENTO.
005640     MOVE DATA-A-LANCAR           TO DATA-LANCAMENTO.
005650     MOVE TIPO-DOCUMENTO-A-LANCAR TO TIPO-DOCUMENTO-LANCAMENTO.
005660     MOVE DOCUMENTO-A-LANCAR      TO NUMERO-DOCUMENTO-LANCAMENTO.
005670     MOVE RG-A-LANCAR             TO RG-LANCAMENTO.
005680     WRITE LANCAMENTO-REG.
005690     IF NOT LANCAMENTOS-FILE-OK
005700         DISPLAY "PAGFAT: ERRO AO GRAVAR LANCAMENTO DO RG "
005710                 RG-A-LANCAR " - STATUS " STATUS-LANCAMENTOS-FILE
005720         MOVE 32 TO RETURN-CODE
005730         GO TO 9999-ENCERRAR
005740     END-IF.
005750 2710-GRAVAR-LANCAMENTO-EXIT.
005760     EXIT.

005770*----------------------------------------------------------------*
005780* GRAVA OS TOTAIS DO DIA NA LISTAGEM DE CRITICA E FECHA OS       *
005790* ARQUIVOS                                                       *
005800*----------------------------------------------------------------*
005810 9000-FINALIZAR.
005820     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
005830     WRITE LISTA-PAGAMENTOS-LINHA.

005840     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
005850     STRING "PAGAMENTOS LIDOS.....: " CONTADOR-PAGTOS-LIDOS
005860             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
005870     WRITE LISTA-PAGAMENTOS-LINHA.

005880     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
005890     STRING "PAGAMENTOS APLICADOS.: " CONTADOR-PAGTOS-APLICADOS
005900             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
005910     WRITE LISTA-PAGAMENTOS-LINHA.

005920     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
005930     STRING "ESTORNOS APLICADOS...: " CONTADOR-ESTORNOS
005940             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
005950     WRITE LISTA-PAGAMENTOS-LINHA.

005960     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
005970     STRING "PAGAMENTOS REJEITADOS: " CONTADOR-PAGTOS-REJEITADOS
005980             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
005990     WRITE LISTA-PAGAMENTOS-LINHA.

006000     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
006010     STRING "FATURAS LIQUIDADAS...: " CONTADOR-FATURAS-LIQUIDADAS
006020             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
006030     WRITE LISTA-PAGAMENTOS-LINHA.

006040     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
006050     STRING "FATURAS REABERTAS....: " CONTADOR-FATURAS-REABERTAS
006060             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
006070     WRITE LISTA-PAGAMENTOS-LINHA.

006080     MOVE TOTAL-VALOR-BAIXADO TO VALOR-BAIXADO-EDITADO.
006090     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
006100     STRING "VALOR TOTAL BAIXADO..: " VALOR-BAIXADO-EDITADO
006110             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
006120     WRITE LISTA-PAGAMENTOS-LINHA.

006130     MOVE TOTAL-VALOR-CREDITADO TO VALOR-BAIXADO-EDITADO.
006140     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
006150     STRING "VALOR A SALDO CREDOR.: " VALOR-BAIXADO-EDITADO
006160             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
006170     WRITE LISTA-PAGAMENTOS-LINHA.

006180     MOVE TOTAL-VALOR-ESTORNADO TO VALOR-BAIXADO-EDITADO.
006190     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
006200     STRING "VALOR TOTAL ESTORNADO: " VALOR-BAIXADO-EDITADO
006210             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
006220     WRITE LISTA-PAGAMENTOS-LINHA.

006230     MOVE SPACES TO LISTA-PAGAMENTOS-LINHA.
006240     STRING "LANCTOS CONTABEIS....: " SEQUENCIA-LOTE-CONTABIL
006250             "   LOTE " LOTE-CONTABIL
006260             DELIMITED BY SIZE INTO LISTA-PAGAMENTOS-LINHA.
006270     WRITE LISTA-PAGAMENTOS-LINHA.

006280     CLOSE FATURAS-FILE.
006290     CLOSE CLIENTE-FILE.
006300     CLOSE CREDITOS-CLIENTE-FILE.
006310     CLOSE BAIXAS-FILE.
006320     CLOSE PAGAMENTOS-FILE.
006330     CLOSE LISTA-PAGAMENTOS-FILE.
006340     CLOSE LANCAMENTOS-CONTABEIS-FILE.
006350     DISPLAY "PAGFAT: BAIXA DE PAGAMENTOS CONCLUIDA".
006360 9000-FINALIZAR-EXIT.
006370     EXIT.

006380 9999-ENCERRAR.
006390     STOP RUN.

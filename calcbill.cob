000220*           TODO MES E A LISTA ENCERRA A DISCUSSAO.            *
000230*           O NOME DO DEPARTAMENTO (CADASTRO CALCDEPT) SAI AO  *
000240*           LADO DO CODIGO DA ORIGEM NO CABECALHO DA SECAO.    *
000241*           O ESTORNO (STATUS "X") CREDITA NA SECAO DA ORIGEM  *
000242*           A COBRANCA DA TRANSACAO ORIGINAL, NO MES EM QUE O  *
000243*           ESTORNO FOI PROCESSADO E PELO PRECO DESSE MES -    *
000244*           O TOTAL DA ORIGEM PODE FICAR NEGATIVO.             *
000245*           SO E CREDITADO O ESTORNO CUJA TRANSACAO ORIGINAL   *
000246*           FOI COBRADA (ULTIMA LINHA DELA COM STATUS "S" NO   *
000247*           LOG VIVO OU NAS GERACOES ARQUIVADAS, LIDOS EM      *
000248*           ORIGLOG); O ESTORNO DE ORIGINAL NAO COBRADA OU     *
000249*           NAO ACHADA SAI NA LISTA DE NAO COBRADAS DA ORIGEM. *
000250*                                                               *
000260*  CARTAO DO SYSIN (OBRIGATORIO):                              *
000270*    COLUNAS 01-06  MES DE FATURAMENTO (AAAAMM)                *
000360*    0 - FATURA EMITIDA                                         *
000370*    4 - HOUVE OPERACAO SEM PRECO NA TABELA (LINHAS CONTADAS    *
000380*        MAS NAO COBRADAS - VER SYSOUT)                         *
000381*        OU ESTORNO CUJA TRANSACAO ORIGINAL NAO FOI ACHADA EM   *
000382*        ORIGLOG (NAO CREDITADO - VER SYSOUT)                   *
000390*    8 - CARTAO DO MES AUSENTE/ILEGIVEL, TABELA DE PRECOS       *
000400*        AUSENTE OU FALHA DE ARQUIVO                            *
000410*                                                               *
000420*  HISTORICO DE ALTERACOES.                                     *
000430*    02/09/2026  EQS  PROGRAMA CRIADO - SUBSTITUI A FATURA      *
000440*                     MONTADA A MAO SOBRE OS TOTAIS DE          *
000441*                     CALCAUDRP.                                 *
000442*    15/10/2026  EQS  ESTORNO (STATUS "X") PASSA A SER          *
000443*                     CREDITADO POR OPERACAO NA SECAO DA        *
000444*                     ORIGEM E CONTADO NO TOTAL GERAL; NAO SAI  *
000445*                     MAIS NA LISTA DE NAO COBRADAS.            *
000446*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
000447*                     SEQUENCIA E SELO ENCADEADO NO FIM (VER    *
000448*                     CALCAUD); O REGISTRO DO FD ACOMPANHA.     *
000449*    15/10/2026  EQS  ESTORNO SO E CREDITADO QUANDO A           *
000450*                     TRANSACAO ORIGINAL FOI COBRADA: A         *
000451*                     SITUACAO DELA E PROCURADA NO LOG VIVO     *
000452*                     E NAS GERACOES ARQUIVADAS (NOVO DD        *
000453*                     ORIGLOG).  O ESTORNO NAO CREDITADO SAI    *
000454*                     NA LISTA DE NAO COBRADAS, COM A           *
000455*                     ORIGINAL E O MOTIVO.                      *
000460*                                                               *
000470***************************************************************
000480 IDENTIFICATION DIVISION.
000580     SELECT LOG-AUDITORIA ASSIGN TO "AUDITLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-LOG-AUDITORIA.
000601
000602     SELECT LOG-ORIGINAIS ASSIGN TO "ORIGLOG"
000603         ORGANIZATION IS LINE SEQUENTIAL
000604         FILE STATUS IS FS-LOG-ORIGINAIS.
000610
000620     SELECT TABELA-PRECOS ASSIGN TO "CALCPRCE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000820 FD  LOG-AUDITORIA
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850 01  REG-LOG-AUDITORIA           PIC X(100).
000851
000852 FD  LOG-ORIGINAIS
000853     LABEL RECORDS ARE STANDARD
000854     RECORDING MODE IS F.
000855 01  REG-LOG-ORIGINAIS           PIC X(100).
000860
000870 FD  TABELA-PRECOS
000880     LABEL RECORDS ARE STANDARD
001160*---------------------------------------------------------------*
001170 01  FS-LOG-AUDITORIA            PIC X(02).
001180     88  FS-LOG-OK                       VALUE "00".
001181 01  FS-LOG-ORIGINAIS            PIC X(02).
001182     88  FS-ORIGINAIS-OK                 VALUE "00".
001190 01  FS-TABELA-PRECOS            PIC X(02).
001200     88  FS-PRECOS-OK                    VALUE "00".
001210 01  FS-CADASTRO-DEPTOS          PIC X(02).
001300     88  FIM-PRECOS                     VALUE "S".
001310 01  WS-FIM-CADASTRO             PIC X(01) VALUE "N".
001320     88  FIM-CADASTRO                   VALUE "S".
001321 01  WS-FIM-ORIGINAIS            PIC X(01) VALUE "N".
001322     88  FIM-ORIGINAIS                  VALUE "S".
001330
001340*---------------------------------------------------------------*
001350*    LINHA DO LOG DECOMPOSTA (LAYOUT COMPARTILHADO COM QUEM     *
001890         10  WS-ORG-CODIGO        PIC X(08).
001900         10  WS-ORG-QTD-OP        PIC 9(07) COMP OCCURS 7.
001910         10  WS-ORG-QTD-NAO-COBR  PIC 9(07) COMP.
001911         10  WS-ORG-QTD-EST-OP    PIC 9(07) COMP OCCURS 7.
001912         10  WS-ORG-QTD-ESTORNOS  PIC 9(07) COMP.
001920 77  WS-IDX-ORG                  PIC 9(03) COMP VALUE ZERO.
001921 77  WS-IDX-BUSCA                PIC 9(03) COMP VALUE ZERO.
001922 77  WS-IDX-ORG-ACHADO           PIC 9(03) COMP VALUE ZERO.
001923 01  WS-ORIGEM-CORRENTE          PIC X(08) VALUE SPACES.
001924
001925*---------------------------------------------------------------*
001926*    ESTORNOS DO MES, LEVANTADOS NA PRIMEIRA PASSAGEM, COM A    *
001927*    SITUACAO DA TRANSACAO ORIGINAL DE CADA UM: O STATUS DA     *
001928*    ULTIMA LINHA DELA NO LOG ANTERIOR AO ESTORNO (BRANCO =     *
001929*    NAO ACHADA).  DATA E HORA FORMAM O MOMENTO DA LINHA PARA   *
001930*    A COMPARACAO - A IDENTIFICACAO DO LOTE GERADO SE REPETE    *
001931*    DE UM DIA PARA O OUTRO.                                    *
001932*---------------------------------------------------------------*
001933 77  WS-MAX-ESTORNOS             PIC 9(04) COMP VALUE 2000.
001934 01  WS-QTD-ESTORNOS-MES         PIC 9(04) COMP VALUE ZERO.
001935 01  WS-TAB-ESTORNOS.
001936     05  WS-EST-ENTRADA OCCURS 2000.
001937         10  WS-EST-ORIGEM        PIC X(08).
001938         10  WS-EST-TRANS-ID      PIC X(10).
001939         10  WS-EST-MOMENTO       PIC X(14).
001940         10  WS-EST-IDX-ORG       PIC 9(03) COMP.
001941         10  WS-EST-IDX-OP        PIC 9(02) COMP.
001942         10  WS-EST-ORIGINAL      PIC X(10).
001943         10  WS-EST-STATUS-ORIG   PIC X(01).
001944         10  WS-EST-MOMENTO-ORIG  PIC X(14).
001945 77  WS-IDX-EST                  PIC 9(04) COMP VALUE ZERO.
001946 77  WS-IDX-EST-ACHADO           PIC 9(04) COMP VALUE ZERO.
001947 01  WS-MOMENTO-LINHA.
001948     05  WS-MOM-DATA              PIC 9(08).
001949     05  WS-MOM-HORA              PIC 9(06).
001950 01  WS-QTD-ORIGINAIS-LIDAS      PIC 9(09) VALUE ZERO.
001951 01  WS-QTD-EST-NAO-CREDITADOS   PIC 9(07) COMP VALUE ZERO.
001952 01  WS-QTD-EST-SEM-ORIGINAL     PIC 9(07) COMP VALUE ZERO.
001960
001970*---------------------------------------------------------------*
001980*    VALORES APURADOS DA FATURA                                 *
002020 01  WS-TOTAL-GERAL              PIC S9(13)V99 VALUE ZERO.
002030 01  WS-QTD-GERAL-COBRADAS       PIC 9(09) VALUE ZERO.
002040 01  WS-QTD-GERAL-NAO-COBR       PIC 9(09) VALUE ZERO.
002041 01  WS-QTD-GERAL-ESTORNADAS     PIC 9(09) VALUE ZERO.
002050
002060*---------------------------------------------------------------*
002070*    TABELA DOS DEPARTAMENTOS CADASTRADOS, PARA O NOME NO       *
002560     05  FILLER                   PIC X(05) VALUE SPACES.
002570     05  FILLER                   PIC X(17) VALUE
002580         "TOTAL DA ORIGEM: ".
002590     05  TOT-ORG-VALOR            PIC -(12)9.99.
002591     05  FILLER                   PIC X(94) VALUE SPACES.
002592 01  WS-LIN-TITULO-ESTORNOS.
002593     05  FILLER                   PIC X(05) VALUE SPACES.
002594     05  FILLER                   PIC X(44) VALUE
002595         "ESTORNOS CREDITADOS (PRECO DO MES CORRENTE):".
002596     05  FILLER                   PIC X(83) VALUE SPACES.
002597 01  WS-LIN-ESTORNO.
002598     05  FILLER                   PIC X(05) VALUE SPACES.
002599     05  EST-OP-NOME              PIC X(14).
002600     05  EST-OP-QTD               PIC Z(11)9.
002601     05  FILLER                   PIC X(03) VALUE SPACES.
002602     05  EST-OP-PRECO             PIC ZZZZ9.99.
002603     05  FILLER                   PIC X(04) VALUE SPACES.
002604     05  EST-OP-VALOR             PIC -(12)9.99.
002605     05  FILLER                   PIC X(66) VALUE SPACES.
002610 01  WS-LIN-TITULO-NAO-COBR.
002620     05  FILLER                   PIC X(05) VALUE SPACES.
002630     05  FILLER                   PIC X(47) VALUE
002740     05  NCB-OPERACAO             PIC X(01).
002750     05  FILLER                   PIC X(09) VALUE "  STATUS ".
002760     05  NCB-STATUS               PIC X(01).
002770     05  FILLER                   PIC X(02) VALUE SPACES.
002771     05  NCB-OBSERVACAO.
002772         10  NCB-OBS-ROTULO       PIC X(09).
002773         10  NCB-OBS-ORIGINAL     PIC X(10).
002774         10  NCB-OBS-SITUACAO     PIC X(22).
002775     05  FILLER                   PIC X(46) VALUE SPACES.
002780 01  WS-LIN-TOTAL-GERAL.
002790     05  FILLER                   PIC X(25) VALUE
002800         "TOTAL GERAL DO MES.....: ".
002810     05  TOT-GER-VALOR            PIC -(12)9.99.
002820     05  FILLER                   PIC X(16) VALUE
002830         "  COBRADAS.....:".
002840     05  TOT-GER-COBRADAS         PIC Z(08)9.
002850     05  FILLER                   PIC X(16) VALUE
002860         "  NAO COBRADAS.:".
002870     05  TOT-GER-NAO-COBR         PIC Z(08)9.
002880     05  FILLER                   PIC X(16) VALUE
002881         "  ESTORNADAS...:".
002882     05  TOT-GER-ESTORNADAS       PIC Z(08)9.
002883     05  FILLER                   PIC X(17) VALUE SPACES.
002890 01  WS-LIN-TRACO.
002900     05  FILLER                   PIC X(60) VALUE ALL "-".
002910     05  FILLER                   PIC X(72) VALUE SPACES.
002940 0000-MAINLINE.
002950     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002960     PERFORM 2000-LEVANTAR-ORIGENS THRU 2000-EXIT.
002961     PERFORM 3000-CONFERIR-ORIGINAIS THRU 3000-EXIT.
002970     PERFORM 5000-FATURAR-ORIGEM THRU 5000-EXIT
002980         VARYING WS-IDX-ORG FROM 1 BY 1
002990         UNTIL WS-IDX-ORG > WS-QTD-ORIGENS.
003000     PERFORM 7000-TOTAL-GERAL THRU 7000-EXIT.
003010     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003020     IF WS-QTD-SEM-PRECO > ZERO OR WS-QTD-EST-SEM-ORIGINAL > ZERO
003030         MOVE 4 TO RETURN-CODE
003040     END-IF.
003050     STOP RUN.
005070     END-IF.
005080*    SO CALCULO BEM SUCEDIDO E COBRADO; QUALQUER OUTRO STATUS
005090*    (ERRO, PASSO DE CADEIA REJEITADO) E LISTADO SEM COBRANCA.
005091*    O ESTORNO ("X") CARREGA A OPERACAO DA TRANSACAO ORIGINAL E
005092*    E CREDITADO POR ELA, SE A ORIGINAL FOI COBRADA (3000).
005100     IF WS-AUD-STATUS = "S"
005110         PERFORM 4100-LOCALIZAR-OPERACAO THRU 4100-EXIT
005120         IF WS-IDX-OP-ACHADO > ZERO
005140                 (WS-IDX-ORG-ACHADO WS-IDX-OP-ACHADO)
005150         END-IF
005160     ELSE
005161      IF WS-AUD-STATUS = "X"
005162          PERFORM 4100-LOCALIZAR-OPERACAO THRU 4100-EXIT
005163          IF WS-IDX-OP-ACHADO > ZERO
005164              PERFORM 2250-GUARDAR-ESTORNO THRU 2250-EXIT
005165          ELSE
005166              DISPLAY "Aviso: estorno " WS-AUD-TRANS-ID
005167                  " com operacao desconhecida - nao creditado."
005168          END-IF
005169      ELSE
005170         ADD 1 TO WS-ORG-QTD-NAO-COBR (WS-IDX-ORG-ACHADO)
005171      END-IF
005172     END-IF.
005173 2200-EXIT.
005174     EXIT.
005175
005176 2250-GUARDAR-ESTORNO.
005177     IF WS-QTD-ESTORNOS-MES >= WS-MAX-ESTORNOS
005178         DISPLAY "Erro: tabela de estornos do mes estourada "
005179             "(maximo " WS-MAX-ESTORNOS ")."
005180         MOVE 8 TO RETURN-CODE
005181         STOP RUN
005182     END-IF.
005183     ADD 1 TO WS-QTD-ESTORNOS-MES.
005184     MOVE WS-QTD-ESTORNOS-MES TO WS-IDX-EST.
005185     MOVE WS-AUD-DATA TO WS-MOM-DATA.
005186     MOVE WS-AUD-HORA TO WS-MOM-HORA.
005187     MOVE WS-AUD-ORIGEM    TO WS-EST-ORIGEM (WS-IDX-EST).
005188     MOVE WS-AUD-TRANS-ID  TO WS-EST-TRANS-ID (WS-IDX-EST).
005189     MOVE WS-MOMENTO-LINHA TO WS-EST-MOMENTO (WS-IDX-EST).
005190     MOVE WS-IDX-ORG-ACHADO TO WS-EST-IDX-ORG (WS-IDX-EST).
005191     MOVE WS-IDX-OP-ACHADO  TO WS-EST-IDX-OP (WS-IDX-EST).
005192     MOVE WS-AUD-TRANS-ORIGINAL TO WS-EST-ORIGINAL (WS-IDX-EST).
005193     MOVE SPACES TO WS-EST-STATUS-ORIG (WS-IDX-EST).
005194     MOVE LOW-VALUES TO WS-EST-MOMENTO-ORIG (WS-IDX-EST).
005195 2250-EXIT.
005200     EXIT.
005210
005220 2300-LOCALIZAR-ORIGEM.
005230     MOVE ZERO TO WS-IDX-ORG-ACHADO.
005231     PERFORM 2310-COMPARAR-ORIGEM THRU 2310-EXIT
005232         VARYING WS-IDX-BUSCA FROM 1 BY 1
005233         UNTIL WS-IDX-BUSCA > WS-QTD-ORIGENS
005234            OR WS-IDX-ORG-ACHADO > ZERO.
005235 2300-EXIT.
005236     EXIT.
005237
005238 2310-COMPARAR-ORIGEM.
005239     IF WS-AUD-ORIGEM = WS-ORG-CODIGO (WS-IDX-BUSCA)
005240         MOVE WS-IDX-BUSCA TO WS-IDX-ORG-ACHADO
005241     END-IF.
005242 2310-EXIT.
005243     EXIT.
005244
005245*---------------------------------------------------------------*
005246*    3000-CONFERIR-ORIGINAIS                                    *
005247*    PROCURA A TRANSACAO ORIGINAL DE CADA ESTORNO DO MES NO LOG *
005248*    VIVO E NAS GERACOES ARQUIVADAS (ORIGLOG) E GUARDA O STATUS *
005249*    DA ULTIMA LINHA DELA ANTERIOR AO ESTORNO.  SO O ESTORNO DE *
005250*    ORIGINAL COBRADA ("S") E CREDITADO; O DE ORIGINAL NAO      *
005251*    COBRADA OU NAO ACHADA CONTA COMO NAO COBRADO E SAI NA      *
005252*    LISTA DA ORIGEM.  ORIGINAL NAO ACHADA E ACUSADA NO SYSOUT  *
005253*    (RC=4 NO FIM).                                             *
005254*---------------------------------------------------------------*
005255 3000-CONFERIR-ORIGINAIS.
005256     IF WS-QTD-ESTORNOS-MES = ZERO
005257         GO TO 3000-EXIT
005258     END-IF.
005259     MOVE "N" TO WS-FIM-ORIGINAIS.
005260     OPEN INPUT LOG-ORIGINAIS.
005261     IF NOT FS-ORIGINAIS-OK
005262         DISPLAY "Erro: abertura de ORIGLOG falhou. Status="
005263             FS-LOG-ORIGINAIS
005264         MOVE 8 TO RETURN-CODE
005265         STOP RUN
005266     END-IF.
005267     PERFORM 3100-CONFERIR-LINHA THRU 3100-EXIT
005268         UNTIL FIM-ORIGINAIS.
005269     CLOSE LOG-ORIGINAIS.
005270     PERFORM 3200-APURAR-ESTORNO THRU 3200-EXIT
005271         VARYING WS-IDX-EST FROM 1 BY 1
005272         UNTIL WS-IDX-EST > WS-QTD-ESTORNOS-MES.
005273 3000-EXIT.
005274     EXIT.
005275
005276*    SO INTERESSA LINHA DE CALCULO (NAO ESTORNO) ATE O FIM DO MES
005277*    FATURADO: A ORIGINAL E SEMPRE ANTERIOR AO ESTORNO.
005278 3100-CONFERIR-LINHA.
005279     READ LOG-ORIGINAIS
005280         AT END
005281             SET FIM-ORIGINAIS TO TRUE
005282             GO TO 3100-EXIT
005283     END-READ.
005284     ADD 1 TO WS-QTD-ORIGINAIS-LIDAS.
005285     MOVE REG-LOG-ORIGINAIS TO WS-LINHA-AUDITORIA.
005286     IF WS-AUD-STATUS = "X" OR
005287        WS-AUD-DATA (1:6) > WS-MES-FATURA
005288         GO TO 3100-EXIT
005289     END-IF.
005290     MOVE WS-AUD-DATA TO WS-MOM-DATA.
005291     MOVE WS-AUD-HORA TO WS-MOM-HORA.
005292     PERFORM 3110-COMPARAR-ORIGINAL THRU 3110-EXIT
005293         VARYING WS-IDX-EST FROM 1 BY 1
005294         UNTIL WS-IDX-EST > WS-QTD-ESTORNOS-MES.
005295 3100-EXIT.
005296     EXIT.
005297
005298 3110-COMPARAR-ORIGINAL.
005299     IF WS-AUD-TRANS-ID = WS-EST-ORIGINAL (WS-IDX-EST) AND
005300        WS-AUD-ORIGEM = WS-EST-ORIGEM (WS-IDX-EST) AND
005301        WS-MOMENTO-LINHA NOT > WS-EST-MOMENTO (WS-IDX-EST) AND
005302        WS-MOMENTO-LINHA NOT < WS-EST-MOMENTO-ORIG (WS-IDX-EST)
005303         MOVE WS-AUD-STATUS TO WS-EST-STATUS-ORIG (WS-IDX-EST)
005304         MOVE WS-MOMENTO-LINHA
005305             TO WS-EST-MOMENTO-ORIG (WS-IDX-EST)
005306     END-IF.
005307 3110-EXIT.
005308     EXIT.
005309
005310 3200-APURAR-ESTORNO.
005311     MOVE WS-EST-IDX-ORG (WS-IDX-EST) TO WS-IDX-ORG-ACHADO.
005312     MOVE WS-EST-IDX-OP (WS-IDX-EST) TO WS-IDX-OP-ACHADO.
005313     IF WS-EST-STATUS-ORIG (WS-IDX-EST) = "S"
005314         ADD 1 TO WS-ORG-QTD-EST-OP
005315             (WS-IDX-ORG-ACHADO WS-IDX-OP-ACHADO)
005316         ADD 1 TO WS-ORG-QTD-ESTORNOS (WS-IDX-ORG-ACHADO)
005317         GO TO 3200-EXIT
005318     END-IF.
005319     ADD 1 TO WS-ORG-QTD-NAO-COBR (WS-IDX-ORG-ACHADO).
005320     ADD 1 TO WS-QTD-EST-NAO-CREDITADOS.
005321     IF WS-EST-STATUS-ORIG (WS-IDX-EST) = SPACE
005322         ADD 1 TO WS-QTD-EST-SEM-ORIGINAL
005323         DISPLAY "Aviso: estorno " WS-EST-TRANS-ID (WS-IDX-EST)
005324             " da origem " WS-EST-ORIGEM (WS-IDX-EST)
005325             " - original " WS-EST-ORIGINAL (WS-IDX-EST)
005326             " nao achada em ORIGLOG; nao creditado."
005327     END-IF.
005328 3200-EXIT.
005329     EXIT.
005330
005331*---------------------------------------------------------------*
005332*    3300-LOCALIZAR-ESTORNO                                     *
005333*    PROCURA NA TABELA O ESTORNO DA LINHA CORRENTE DO LOG (PELA *
005334*    ORIGEM, IDENTIFICACAO E MOMENTO) E DEIXA O INDICE EM       *
005335*    WS-IDX-EST-ACHADO (ZERO QUANDO AUSENTE).                   *
005336*---------------------------------------------------------------*
005337 3300-LOCALIZAR-ESTORNO.
005338     MOVE ZERO TO WS-IDX-EST-ACHADO.
005339     MOVE WS-AUD-DATA TO WS-MOM-DATA.
005340     MOVE WS-AUD-HORA TO WS-MOM-HORA.
005341     PERFORM 3310-COMPARAR-ESTORNO THRU 3310-EXIT
005342         VARYING WS-IDX-EST FROM 1 BY 1
005343         UNTIL WS-IDX-EST > WS-QTD-ESTORNOS-MES
005344            OR WS-IDX-EST-ACHADO > ZERO.
005345 3300-EXIT.
005346     EXIT.
005347
005348 3310-COMPARAR-ESTORNO.
005349     IF WS-AUD-TRANS-ID = WS-EST-TRANS-ID (WS-IDX-EST) AND
005350        WS-AUD-ORIGEM = WS-EST-ORIGEM (WS-IDX-EST) AND
005351        WS-MOMENTO-LINHA = WS-EST-MOMENTO (WS-IDX-EST)
005352         MOVE WS-IDX-EST TO WS-IDX-EST-ACHADO
005353     END-IF.
005354 3310-EXIT.
005360     EXIT.
005370
005380*---------------------------------------------------------------*
005590*---------------------------------------------------------------*
005600*    5000-FATURAR-ORIGEM                                         *
005610*    EMITE A SECAO DE FATURA DE UMA ORIGEM: QUANTIDADE, PRECO   *
005620*    E VALOR POR OPERACAO, CREDITO DOS ESTORNOS, TOTAL DA       *
005630*    ORIGEM E A LISTA DAS LINHAS NAO COBRADAS (SEGUNDA          *
005631*    PASSAGEM SOBRE O LOG).                                     *
005640*---------------------------------------------------------------*
005650 5000-FATURAR-ORIGEM.
005660     MOVE WS-ORG-CODIGO (WS-IDX-ORG) TO WS-ORIGEM-CORRENTE.
005770     PERFORM 5100-FATURAR-OPERACAO THRU 5100-EXIT
005780         VARYING WS-IDX-OP FROM 1 BY 1
005790         UNTIL WS-IDX-OP > WS-QTD-OPERACOES.
005791     IF WS-ORG-QTD-ESTORNOS (WS-IDX-ORG) > ZERO
005792         MOVE WS-LIN-TITULO-ESTORNOS TO REG-RELATORIO
005793         PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT
005794         PERFORM 5200-CREDITAR-ESTORNO THRU 5200-EXIT
005795             VARYING WS-IDX-OP FROM 1 BY 1
005796             UNTIL WS-IDX-OP > WS-QTD-OPERACOES
005797     END-IF.
005800     MOVE WS-TOTAL-ORIGEM TO TOT-ORG-VALOR.
005810     MOVE WS-LIN-TOTAL-ORIGEM TO REG-RELATORIO.
005820     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
006160     MOVE WS-LIN-OPERACAO TO REG-RELATORIO.
006170     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
006180     ADD WS-VALOR-LINHA TO WS-TOTAL-ORIGEM.
006181     ADD WS-ORG-QTD-OP (WS-IDX-ORG WS-IDX-OP)
006182         TO WS-QTD-GERAL-COBRADAS.
006183 5100-EXIT.
006184     EXIT.
006185
006186*---------------------------------------------------------------*
006187*    5200-CREDITAR-ESTORNO                                       *
006188*    EMITE O CREDITO DOS ESTORNOS DE UMA OPERACAO NA SECAO DA   *
006189*    ORIGEM, PELO PRECO DA TABELA DO MES, E O DESCONTA DO       *
006190*    TOTAL DA ORIGEM.  OPERACAO SEM PRECO CREDITA ZERO, COMO    *
006191*    ELA TAMBEM NAO E COBRADA EM 5100.                          *
006192*---------------------------------------------------------------*
006193 5200-CREDITAR-ESTORNO.
006194     IF WS-ORG-QTD-EST-OP (WS-IDX-ORG WS-IDX-OP) = ZERO
006195         GO TO 5200-EXIT
006196     END-IF.
006197     IF WS-TEM-PRECO-OP (WS-IDX-OP) NOT = "S"
006198         MOVE ZERO TO WS-VALOR-LINHA
006199     ELSE
006200         COMPUTE WS-VALOR-LINHA =
006201             WS-ORG-QTD-EST-OP (WS-IDX-ORG WS-IDX-OP)
006202             * WS-PRECO-OP (WS-IDX-OP)
006203     END-IF.
006204     MOVE WS-OP-NOME (WS-IDX-OP) TO EST-OP-NOME.
006205     MOVE WS-ORG-QTD-EST-OP (WS-IDX-ORG WS-IDX-OP) TO EST-OP-QTD.
006206     MOVE WS-PRECO-OP (WS-IDX-OP) TO EST-OP-PRECO.
006207     COMPUTE EST-OP-VALOR = ZERO - WS-VALOR-LINHA.
006208     MOVE WS-LIN-ESTORNO TO REG-RELATORIO.
006209     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
006210     SUBTRACT WS-VALOR-LINHA FROM WS-TOTAL-ORIGEM.
006211     ADD WS-ORG-QTD-EST-OP (WS-IDX-ORG WS-IDX-OP)
006212         TO WS-QTD-GERAL-ESTORNADAS.
006213 5200-EXIT.
006220     EXIT.
006230
006240*---------------------------------------------------------------*
006820             MOVE REG-LOG-AUDITORIA TO WS-LINHA-AUDITORIA
006830             IF WS-AUD-DATA (1:6) = WS-MES-FATURA AND
006840                WS-AUD-ORIGEM = WS-ORIGEM-CORRENTE AND
006850                WS-AUD-STATUS NOT = "S" AND
006851                WS-AUD-STATUS NOT = "X"
006852                 MOVE SPACES          TO NCB-OBSERVACAO
006860                 MOVE WS-AUD-DATA     TO NCB-DATA
006870                 MOVE WS-AUD-HORA     TO NCB-HORA
006880                 MOVE WS-AUD-TRANS-ID TO NCB-TRANS-ID
006920                 PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT
006930                 ADD 1 TO WS-QTD-GERAL-NAO-COBR
006940             END-IF
006941             IF WS-AUD-DATA (1:6) = WS-MES-FATURA AND
006942                WS-AUD-ORIGEM = WS-ORIGEM-CORRENTE AND
006943                WS-AUD-STATUS = "X"
006944                 PERFORM 6200-LISTAR-ESTORNO THRU 6200-EXIT
006945             END-IF
006950     END-READ.
006960 6100-EXIT.
006970     EXIT.
006980
006990*---------------------------------------------------------------*
006991*    6200-LISTAR-ESTORNO                                        *
006992*    LISTA O ESTORNO NAO CREDITADO, COM A TRANSACAO ORIGINAL E  *
006993*    O MOTIVO: ORIGINAL NAO COBRADA (COM O STATUS DELA) OU NAO  *
006994*    ACHADA NO LOG.  O ESTORNO CREDITADO NAO SAI NA LISTA.      *
006995*---------------------------------------------------------------*
006996 6200-LISTAR-ESTORNO.
006997     PERFORM 3300-LOCALIZAR-ESTORNO THRU 3300-EXIT.
006998     IF WS-IDX-EST-ACHADO = ZERO
006999         GO TO 6200-EXIT
007000     END-IF.
007001     IF WS-EST-STATUS-ORIG (WS-IDX-EST-ACHADO) = "S"
007002         GO TO 6200-EXIT
007003     END-IF.
007004     MOVE WS-AUD-DATA     TO NCB-DATA.
007005     MOVE WS-AUD-HORA     TO NCB-HORA.
007006     MOVE WS-AUD-TRANS-ID TO NCB-TRANS-ID.
007007     MOVE WS-AUD-OPERACAO TO NCB-OPERACAO.
007008     MOVE WS-AUD-STATUS   TO NCB-STATUS.
007009     MOVE "ORIGINAL "     TO NCB-OBS-ROTULO.
007010     MOVE WS-EST-ORIGINAL (WS-IDX-EST-ACHADO) TO NCB-OBS-ORIGINAL.
007011     IF WS-EST-STATUS-ORIG (WS-IDX-EST-ACHADO) = SPACE
007012         MOVE " NAO ACHADA NO LOG" TO NCB-OBS-SITUACAO
007013     ELSE
007014         MOVE " NAO COBRADA, STATUS" TO NCB-OBS-SITUACAO
007015         MOVE WS-EST-STATUS-ORIG (WS-IDX-EST-ACHADO)
007016             TO NCB-OBS-SITUACAO (22:1)
007017     END-IF.
007018     MOVE WS-LIN-NAO-COBRADA TO REG-RELATORIO.
007019     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007020     ADD 1 TO WS-QTD-GERAL-NAO-COBR.
007021 6200-EXIT.
007022     EXIT.
007023
007024*---------------------------------------------------------------*
007025*    7000-TOTAL-GERAL                                            *
007026*    EMITE O TOTAL GERAL DO MES: VALOR FATURADO E QUANTIDADES   *
007027*    COBRADAS, NAO COBRADAS E ESTORNADAS.                       *
007030*---------------------------------------------------------------*
007040 7000-TOTAL-GERAL.
007050     MOVE SPACES TO REG-RELATORIO.
007090     MOVE WS-TOTAL-GERAL         TO TOT-GER-VALOR.
007100     MOVE WS-QTD-GERAL-COBRADAS  TO TOT-GER-COBRADAS.
007110     MOVE WS-QTD-GERAL-NAO-COBR  TO TOT-GER-NAO-COBR.
007111     MOVE WS-QTD-GERAL-ESTORNADAS TO TOT-GER-ESTORNADAS.
007120     MOVE WS-LIN-TOTAL-GERAL TO REG-RELATORIO.
007130     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007140     IF WS-QTD-DO-MES = ZERO
007420     DISPLAY "  Linhas lidas..: " WS-QTD-LIDAS.
007430     DISPLAY "  Linhas do mes.: " WS-QTD-DO-MES.
007440     DISPLAY "  Origens.......: " WS-QTD-ORIGENS.
007441     DISPLAY "  Estornos......: " WS-QTD-ESTORNOS-MES.
007442     DISPLAY "  Nao creditados: " WS-QTD-EST-NAO-CREDITADOS.
007450     DISPLAY "  Total geral...: " WS-TOTAL-GERAL.
007460     DISPLAY "--------------------------------------------".
007470 8000-EXIT.

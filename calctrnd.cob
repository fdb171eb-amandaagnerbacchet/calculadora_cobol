000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCTRND                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  TENDENCIA MENSAL DO SERVICO DE CALCULO.  CALCAUDRP  *
000090*           SO COBRE OS DIAS DO LOG VIVO E CALCBILL UM MES; ESTE*
000100*           RELATORIO LE O LOG DE AUDITORIA VIVO E AS GERACOES  *
000110*           ARQUIVADAS POR CALCARCH (LAYOUT CALCAUD) E MOSTRA OS*
000120*           12 MESES QUE TERMINAM NO MES BASE, EM TRES SECOES:  *
000130*             1. POR DEPARTAMENTO (NOME DO CADASTRO CALCDEPT),  *
000140*                COM AS SESSOES INTERATIVAS NUM BLOCO PROPRIO E *
000150*                O TOTAL GERAL NO FIM                           *
000160*             2. POR OPERACAO                                   *
000170*             3. DEPARTAMENTOS SINALIZADOS: CADA MES EM QUE O   *
000180*                VOLUME OU A TAXA DE FALHA DO DEPARTAMENTO      *
000190*                VARIOU ALEM DO LIMITE PEDIDO NO SYSIN          *
000200*           PARA CADA MES: VOLUME (LINHAS DO LOG), TAXAS DE     *
000210*           ERRO (STATUS E), REJEICAO (R) E NEGACAO (N), A TAXA *
000220*           DE FALHA (E+R+N) E A VARIACAO SOBRE O MES ANTERIOR -*
000230*           DO VOLUME EM PERCENTUAL E DA TAXA DE FALHA EM PONTOS*
000240*           PERCENTUAIS.  O MES ANTERIOR AO PRIMEIRO DA JANELA  *
000250*           TAMBEM E APURADO, SO PARA A VARIACAO DO PRIMEIRO.   *
000260*           O LOG NAO PRECISA ESTAR EM ORDEM: CADA LINHA ENTRA  *
000270*           NO MES DA PROPRIA DATA, E LINHAS FORA DA JANELA OU  *
000280*           SEM DATA VALIDA SO SAO CONTADAS.                    *
000290*                                                               *
000300*  ORIGEM DA LINHA: CODIGO DE 4 POSICOES E DEPARTAMENTO (LOTE); *
000310*  QUALQUER OUTRA ORIGEM E OPERADOR DE SESSAO INTERATIVA, COMO  *
000320*  EM CALCAUDRP.                                                *
000330*                                                               *
000340*  CARTOES DO SYSIN, UM POR LINHA, TODOS OPCIONAIS:             *
000350*    MES AAAAMM - MES BASE, O ULTIMO DA JANELA (SEM CARTAO, O   *
000360*                 ULTIMO MES FECHADO: O ANTERIOR AO DA DATA DO  *
000370*                 SISTEMA)                                      *
000380*    VOL NNN    - LIMITE DA VARIACAO DO VOLUME, EM PERCENTUAL   *
000390*                 (PADRAO 030)                                  *
000400*    ERR NNN    - LIMITE DA VARIACAO DA TAXA DE FALHA, EM PONTOS*
000410*                 PERCENTUAIS (PADRAO 005)                      *
000420*  A VARIACAO SO E SINALIZADA QUANDO O MES ANTERIOR TEM         *
000430*  MOVIMENTO; A QUEDA A ZERO CONTA COMO -100%.                  *
000440*                                                               *
000450*  CODIGO DE RETORNO:                                           *
000460*    0 - RELATORIO EMITIDO, NENHUM DEPARTAMENTO SINALIZADO      *
000470*    4 - RELATORIO EMITIDO COM DEPARTAMENTO(S) SINALIZADO(S)    *
000480*    8 - CARTAO ILEGIVEL OU FALHA DE ARQUIVO                    *
000490*                                                               *
000500*  HISTORICO DE ALTERACOES.                                     *
000510*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000520*                                                               *
000530***************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. CalcTrnd.
000560 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000570 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000580 DATE-WRITTEN. 15/10/2026.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT LOG-AUDITORIA ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-LOG-AUDITORIA.
000670
000680     SELECT CADASTRO-DEPTOS ASSIGN TO "CALCDEPT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS DEP-CODIGO
000720         FILE STATUS IS FS-CADASTRO-DEPTOS.
000730
000740     SELECT RELATORIO ASSIGN TO "TRNDREL"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS FS-RELATORIO.
000770
000780     SELECT CARTAO-CONTROLE ASSIGN TO "SYSIN"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-CARTAO-CONTROLE.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  LOG-AUDITORIA
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870 01  REG-LOG-AUDITORIA           PIC X(100).
000880
000890 FD  CADASTRO-DEPTOS
000900     LABEL RECORDS ARE STANDARD.
000910 COPY CALCDEPT.
000920
000930 FD  RELATORIO
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960 01  REG-RELATORIO               PIC X(132).
000970
000980 FD  CARTAO-CONTROLE
000990     LABEL RECORDS ARE STANDARD
001000     RECORDING MODE IS F.
001010 01  REG-CARTAO-CONTROLE.
001020     05  CTL-PALAVRA              PIC X(03).
001030         88  CARTAO-MES-BASE             VALUE "MES".
001040         88  CARTAO-LIMITE-VOLUME        VALUE "VOL".
001050         88  CARTAO-LIMITE-FALHA         VALUE "ERR".
001060     05  FILLER                   PIC X(01).
001070     05  CTL-CORPO                PIC X(76).
001080     05  CTL-CORPO-MES REDEFINES CTL-CORPO.
001090         10  CTL-MES-BASE         PIC 9(06).
001100         10  FILLER               PIC X(70).
001110     05  CTL-CORPO-LIMITE REDEFINES CTL-CORPO.
001120         10  CTL-LIMITE           PIC 9(03).
001130         10  FILLER               PIC X(73).
001140
001150 WORKING-STORAGE SECTION.
001160*---------------------------------------------------------------*
001170*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001180*---------------------------------------------------------------*
001190 01  FS-LOG-AUDITORIA            PIC X(02).
001200     88  FS-LOG-OK                       VALUE "00".
001210 01  FS-CADASTRO-DEPTOS          PIC X(02).
001220     88  FS-DEPTOS-OK                    VALUE "00".
001230 01  FS-RELATORIO                PIC X(02).
001240     88  FS-RELATORIO-OK                 VALUE "00".
001250 01  FS-CARTAO-CONTROLE          PIC X(02).
001260     88  FS-CARTAO-OK                    VALUE "00".
001270 01  WS-FIM-LOG                  PIC X(01) VALUE "N".
001280     88  FIM-LOG                        VALUE "S".
001290 01  WS-FIM-CADASTRO             PIC X(01) VALUE "N".
001300     88  FIM-CADASTRO                   VALUE "S".
001310 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
001320     88  FIM-CARTOES                    VALUE "S".
001330
001340*---------------------------------------------------------------*
001350*    LINHA DO LOG DECOMPOSTA (LAYOUT COMPARTILHADO COM QUEM     *
001360*    GRAVA O LOG) E A DATA DELA EM ANO E MES                    *
001370*---------------------------------------------------------------*
001380 COPY CALCAUD.
001390 01  WS-DATA-LINHA               PIC 9(08) VALUE ZERO.
001400 01  WS-DATA-LINHA-R REDEFINES WS-DATA-LINHA.
001410     05  WS-DTL-ANO               PIC 9(04).
001420     05  WS-DTL-MES               PIC 9(02).
001430     05  WS-DTL-DIA               PIC 9(02).
001440
001450*---------------------------------------------------------------*
001460*    PARAMETROS DO SYSIN                                        *
001470*---------------------------------------------------------------*
001480 01  WS-MES-BASE                 PIC 9(06) VALUE ZERO.
001490 01  WS-MES-BASE-R REDEFINES WS-MES-BASE.
001500     05  WS-MB-ANO                PIC 9(04).
001510     05  WS-MB-MES                PIC 9(02).
001520 01  WS-LIMITE-VOLUME            PIC 9(03) VALUE 30.
001530 01  WS-LIMITE-FALHA             PIC 9(03) VALUE 5.
001540 01  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
001550
001560*---------------------------------------------------------------*
001570*    JANELA: OS 13 MESES APURADOS (O PRIMEIRO SO SERVE DE BASE  *
001580*    PARA A VARIACAO DO SEGUNDO).  O MES E GUARDADO TAMBEM COMO *
001590*    NUMERO ABSOLUTO (ANO * 12 + MES) PARA ACHAR O INDICE DA    *
001600*    LINHA POR SUBTRACAO.                                       *
001610*---------------------------------------------------------------*
001620 77  WS-QTD-MESES                PIC 9(02) COMP VALUE 13.
001630 01  WS-TAB-MESES.
001640     05  WS-MES-ENTRADA OCCURS 13.
001650         10  WS-MES-ANO           PIC 9(04).
001660         10  WS-MES-MES           PIC 9(02).
001670 01  WS-MES-ABS-BASE             PIC 9(06) VALUE ZERO.
001680 01  WS-MES-ABS-LINHA            PIC 9(06) VALUE ZERO.
001690 01  WS-DESLOCAMENTO             PIC S9(06) VALUE ZERO.
001700 01  WS-ANO-CORRENTE             PIC 9(04) VALUE ZERO.
001710 01  WS-MES-CORRENTE             PIC 9(02) VALUE ZERO.
001720 77  WS-IDX-MES                  PIC 9(02) COMP VALUE ZERO.
001730 77  WS-IDX-MES-ANT              PIC 9(02) COMP VALUE ZERO.
001740
001750*---------------------------------------------------------------*
001760*    TABELA DAS OPERACOES CONHECIDAS, NA ORDEM DO RELATORIO     *
001770*---------------------------------------------------------------*
001780 01  WS-OPS-CONSTANTES.
001790     05  FILLER                   PIC X(15)
001800         VALUE "+SOMA          ".
001810     05  FILLER                   PIC X(15)
001820         VALUE "-SUBTRACAO     ".
001830     05  FILLER                   PIC X(15)
001840         VALUE "*MULTIPLICACAO ".
001850     05  FILLER                   PIC X(15)
001860         VALUE "/DIVISAO       ".
001870     05  FILLER                   PIC X(15)
001880         VALUE "%PORCENTAGEM   ".
001890     05  FILLER                   PIC X(15)
001900         VALUE "^EXPONENCIACAO ".
001910     05  FILLER                   PIC X(15)
001920         VALUE "TTAXA          ".
001930 01  WS-TAB-OPERACOES REDEFINES WS-OPS-CONSTANTES.
001940     05  WS-OP-ENTRADA OCCURS 7.
001950         10  WS-OP-SIMBOLO        PIC X(01).
001960         10  WS-OP-NOME           PIC X(14).
001970 77  WS-QTD-OPERACOES            PIC 9(01) COMP VALUE 7.
001980 77  WS-IDX-OP                   PIC 9(02) COMP VALUE ZERO.
001990 77  WS-IDX-OP-ACHADO            PIC 9(02) COMP VALUE ZERO.
002000
002010*---------------------------------------------------------------*
002020*    TABELA DAS ENTIDADES APURADAS, TODAS COM OS MESMOS         *
002030*    ACUMULADORES POR MES DA JANELA.  POSICOES FIXAS:           *
002040*      1      TOTAL GERAL                                       *
002050*      2 A 8  AS OPERACOES, NA ORDEM DA TABELA ACIMA            *
002060*      9      OPERACAO DESCONHECIDA                             *
002070*      10     SESSOES INTERATIVAS (ORIGEM OPERADOR)             *
002080*      11     DEPARTAMENTOS ALEM DA TABELA                      *
002090*      12...  DEPARTAMENTOS: PRIMEIRO OS DO CADASTRO CALCDEPT,  *
002100*             DEPOIS OS CODIGOS DE LOTE FORA DO CADASTRO, NA    *
002110*             ORDEM EM QUE APARECEM NO LOG                      *
002120*---------------------------------------------------------------*
002130 77  WS-ENT-TOTAL                PIC 9(03) COMP VALUE 1.
002140 77  WS-ENT-OUTRA-OPERACAO       PIC 9(03) COMP VALUE 9.
002150 77  WS-ENT-SESSOES              PIC 9(03) COMP VALUE 10.
002160 77  WS-ENT-DEMAIS               PIC 9(03) COMP VALUE 11.
002170 77  WS-ENT-PRIMEIRO-DEPTO       PIC 9(03) COMP VALUE 12.
002180 77  WS-MAX-ENTIDADES            PIC 9(03) COMP VALUE 211.
002190 01  WS-QTD-ENTIDADES            PIC 9(03) COMP VALUE 11.
002200 01  WS-TAB-ENTIDADES.
002210     05  WS-ENT-ENTRADA OCCURS 211.
002220         10  WS-ENT-CODIGO        PIC X(08).
002230         10  WS-ENT-NOME          PIC X(30).
002240         10  WS-ENT-QTD-JANELA    PIC 9(09) COMP.
002250         10  WS-ENT-MES OCCURS 13.
002260             15  WS-ENT-QTD       PIC 9(07) COMP.
002270             15  WS-ENT-ERROS     PIC 9(07) COMP.
002280             15  WS-ENT-REJEITADOS PIC 9(07) COMP.
002290             15  WS-ENT-NEGADOS   PIC 9(07) COMP.
002300 77  WS-IDX-ENT                  PIC 9(03) COMP VALUE ZERO.
002310 77  WS-IDX-ENT-ACHADO           PIC 9(03) COMP VALUE ZERO.
002320 01  WS-CADASTRO-CARREGADO       PIC X(01) VALUE "N".
002330     88  CADASTRO-CARREGADO             VALUE "S".
002340
002350*---------------------------------------------------------------*
002360*    APURACAO DE UM MES DE UMA ENTIDADE: TAXAS, VARIACOES E     *
002370*    SINALIZACAO                                                *
002380*---------------------------------------------------------------*
002390 01  WS-QTD-FALHAS               PIC 9(07) COMP VALUE ZERO.
002400 01  WS-TAXA-ERRO                PIC 9(03)V99 VALUE ZERO.
002410 01  WS-TAXA-REJEICAO            PIC 9(03)V99 VALUE ZERO.
002420 01  WS-TAXA-NEGACAO             PIC 9(03)V99 VALUE ZERO.
002430 01  WS-TAXA-FALHA               PIC 9(03)V99 VALUE ZERO.
002440 01  WS-TAXA-FALHA-ANT           PIC 9(03)V99 VALUE ZERO.
002450 01  WS-VAR-VOLUME               PIC S9(09)V9 VALUE ZERO.
002460 01  WS-VAR-VOLUME-ABS           PIC 9(09)V9 VALUE ZERO.
002470 01  WS-VAR-FALHA                PIC S9(03)V99 VALUE ZERO.
002480 01  WS-VAR-FALHA-ABS            PIC 9(03)V99 VALUE ZERO.
002490 01  WS-TEM-MES-ANTERIOR         PIC X(01) VALUE "N".
002500     88  TEM-MES-ANTERIOR               VALUE "S".
002510 01  WS-SINAL-VOLUME             PIC X(01) VALUE "N".
002520     88  SINAL-VOLUME                   VALUE "S".
002530 01  WS-SINAL-FALHA              PIC X(01) VALUE "N".
002540     88  SINAL-FALHA                    VALUE "S".
002550 01  WS-MOTIVO-SINAL             PIC X(20) VALUE SPACES.
002560 01  WS-ENTIDADE-SINALIZADA      PIC X(01) VALUE "N".
002570     88  ENTIDADE-SINALIZADA            VALUE "S".
002580
002590*---------------------------------------------------------------*
002600*    CONTADORES PARA O RESUMO                                   *
002610*---------------------------------------------------------------*
002620 01  WS-QTD-LIDAS                PIC 9(09) VALUE ZERO.
002630 01  WS-QTD-NA-JANELA            PIC 9(09) VALUE ZERO.
002640 01  WS-QTD-FORA-JANELA          PIC 9(09) VALUE ZERO.
002650 01  WS-QTD-SEM-DATA             PIC 9(09) VALUE ZERO.
002660 01  WS-QTD-DEPTOS-SINALIZADOS   PIC 9(05) VALUE ZERO.
002670 01  WS-QTD-MESES-SINALIZADOS    PIC 9(05) VALUE ZERO.
002680
002690*---------------------------------------------------------------*
002700*    CONTROLE DE PAGINACAO DO RELATORIO                         *
002710*---------------------------------------------------------------*
002720 01  WS-LINHA-GUARDADA           PIC X(132) VALUE SPACES.
002730 77  WS-NUM-PAGINA               PIC 9(05) VALUE ZERO.
002740 77  WS-NUM-LINHA                PIC 9(03) VALUE 999.
002750 77  WS-LINHAS-POR-PAGINA        PIC 9(03) VALUE 55.
002760
002770*---------------------------------------------------------------*
002780*    LINHAS MONTADAS DO RELATORIO                               *
002790*---------------------------------------------------------------*
002800 01  WS-LIN-CABECALHO1.
002810     05  FILLER                   PIC X(40) VALUE
002820         "TENDENCIA MENSAL DO SERVICO DE CALCULO".
002830     05  FILLER                   PIC X(72) VALUE SPACES.
002840     05  FILLER                   PIC X(07) VALUE "PAGINA ".
002850     05  CAB-NUM-PAGINA           PIC ZZZZ9.
002860     05  FILLER                   PIC X(08) VALUE SPACES.
002870 01  WS-LIN-CABECALHO2.
002880     05  FILLER                   PIC X(26) VALUE
002890         "CALCULADORA - AUDITLOG    ".
002900     05  FILLER                   PIC X(09) VALUE "EMITIDO: ".
002910     05  CAB-DATA-EMISSAO         PIC 9(08).
002920     05  FILLER                   PIC X(15) VALUE
002930         "   MES BASE:   ".
002940     05  CAB-ANO-BASE             PIC 9(04).
002950     05  FILLER                   PIC X(01) VALUE "/".
002960     05  CAB-MES-BASE             PIC 9(02).
002970     05  FILLER                   PIC X(16) VALUE
002980         "   LIMITES: VOL ".
002990     05  CAB-LIMITE-VOLUME        PIC ZZ9.
003000     05  FILLER                   PIC X(07) VALUE "%  ERR ".
003010     05  CAB-LIMITE-FALHA         PIC ZZ9.
003020     05  FILLER                   PIC X(03) VALUE " PP".
003030     05  FILLER                   PIC X(35) VALUE SPACES.
003040 01  WS-LIN-SECAO.
003050     05  SEC-TITULO               PIC X(60).
003060     05  FILLER                   PIC X(72) VALUE SPACES.
003070 01  WS-LIN-ENTIDADE.
003080     05  ENT-CODIGO               PIC X(08).
003090     05  FILLER                   PIC X(03) VALUE " - ".
003100     05  ENT-NOME                 PIC X(30).
003110     05  FILLER                   PIC X(91) VALUE SPACES.
003120 01  WS-LIN-TITULO-MESES.
003130     05  FILLER                   PIC X(05) VALUE SPACES.
003140     05  FILLER                   PIC X(09) VALUE "MES".
003150     05  FILLER                   PIC X(10) VALUE "    VOLUME".
003160     05  FILLER                   PIC X(13) VALUE "   VAR.VOL.%".
003170     05  FILLER                   PIC X(09) VALUE "   ERRO%".
003180     05  FILLER                   PIC X(09) VALUE "   REJ.%".
003190     05  FILLER                   PIC X(09) VALUE "   NEG.%".
003200     05  FILLER                   PIC X(09) VALUE " FALHA%".
003210     05  FILLER                   PIC X(12) VALUE "  VAR.FAL.PP".
003220     05  FILLER                   PIC X(47) VALUE SPACES.
003230 01  WS-LIN-MES.
003240     05  FILLER                   PIC X(05) VALUE SPACES.
003250     05  DET-ANO                  PIC 9(04).
003260     05  FILLER                   PIC X(01) VALUE "/".
003270     05  DET-MES                  PIC 9(02).
003280     05  FILLER                   PIC X(02) VALUE SPACES.
003290     05  DET-VOLUME               PIC Z(09)9.
003300     05  FILLER                   PIC X(01) VALUE SPACE.
003310     05  DET-VAR-VOLUME           PIC X(12).
003320     05  DET-VAR-VOLUME-N REDEFINES DET-VAR-VOLUME
003330                                  PIC -(9)9.9.
003340     05  FILLER                   PIC X(03) VALUE SPACES.
003350     05  DET-TAXA-ERRO            PIC ZZ9.99.
003360     05  FILLER                   PIC X(03) VALUE SPACES.
003370     05  DET-TAXA-REJEICAO        PIC ZZ9.99.
003380     05  FILLER                   PIC X(03) VALUE SPACES.
003390     05  DET-TAXA-NEGACAO         PIC ZZ9.99.
003400     05  FILLER                   PIC X(03) VALUE SPACES.
003410     05  DET-TAXA-FALHA           PIC ZZ9.99.
003420     05  FILLER                   PIC X(03) VALUE SPACES.
003430     05  DET-VAR-FALHA            PIC X(08).
003440     05  DET-VAR-FALHA-N REDEFINES DET-VAR-FALHA
003450                                  PIC -(4)9.99.
003460     05  FILLER                   PIC X(02) VALUE SPACES.
003470     05  DET-SINAL                PIC X(24).
003480     05  FILLER                   PIC X(22) VALUE SPACES.
003490 01  WS-LIN-TITULO-SINAIS.
003500     05  FILLER                   PIC X(05) VALUE SPACES.
003510     05  FILLER                   PIC X(44) VALUE
003520         "DEPARTAMENTO".
003530     05  FILLER                   PIC X(09) VALUE "MES".
003540     05  FILLER                   PIC X(10) VALUE "    VOLUME".
003550     05  FILLER                   PIC X(13) VALUE "   VAR.VOL.%".
003560     05  FILLER                   PIC X(09) VALUE " FALHA%".
003570     05  FILLER                   PIC X(12) VALUE "  VAR.FAL.PP".
003580     05  FILLER                   PIC X(30) VALUE "  MOTIVO".
003590 01  WS-LIN-SINAL.
003600     05  FILLER                   PIC X(05) VALUE SPACES.
003610     05  SIN-CODIGO               PIC X(04).
003620     05  FILLER                   PIC X(01) VALUE SPACE.
003630     05  SIN-NOME                 PIC X(30).
003640     05  FILLER                   PIC X(09) VALUE SPACES.
003650     05  SIN-ANO                  PIC 9(04).
003660     05  FILLER                   PIC X(01) VALUE "/".
003670     05  SIN-MES                  PIC 9(02).
003680     05  FILLER                   PIC X(02) VALUE SPACES.
003690     05  SIN-VOLUME               PIC Z(09)9.
003700     05  FILLER                   PIC X(01) VALUE SPACE.
003710     05  SIN-VAR-VOLUME           PIC -(9)9.9.
003720     05  FILLER                   PIC X(03) VALUE SPACES.
003730     05  SIN-TAXA-FALHA           PIC ZZ9.99.
003740     05  FILLER                   PIC X(03) VALUE SPACES.
003750     05  SIN-VAR-FALHA            PIC -(4)9.99.
003760     05  FILLER                   PIC X(02) VALUE SPACES.
003770     05  SIN-MOTIVO               PIC X(20).
003780     05  FILLER                   PIC X(09) VALUE SPACES.
003790 01  WS-LIN-RESUMO.
003800     05  FILLER                   PIC X(21) VALUE
003810         "LINHAS LIDAS.......: ".
003820     05  RES-QTD-LIDAS            PIC Z(08)9.
003830     05  FILLER                   PIC X(16) VALUE
003840         "  NA JANELA...: ".
003850     05  RES-QTD-NA-JANELA        PIC Z(08)9.
003860     05  FILLER                   PIC X(16) VALUE
003870         "  FORA JANELA: ".
003880     05  RES-QTD-FORA-JANELA      PIC Z(08)9.
003890     05  FILLER                   PIC X(13) VALUE
003900         "  SEM DATA: ".
003910     05  RES-QTD-SEM-DATA         PIC Z(08)9.
003920     05  FILLER                   PIC X(30) VALUE SPACES.
003930 01  WS-LIN-RESUMO-SINAIS.
003940     05  FILLER                   PIC X(28) VALUE
003950         "DEPARTAMENTOS SINALIZADOS: ".
003960     05  RES-QTD-DEPTOS           PIC Z(04)9.
003970     05  FILLER                   PIC X(22) VALUE
003980         "  MESES SINALIZADOS: ".
003990     05  RES-QTD-MESES            PIC Z(04)9.
004000     05  FILLER                   PIC X(72) VALUE SPACES.
004010 01  WS-LIN-TRACO.
004020     05  FILLER                   PIC X(120) VALUE ALL "-".
004030     05  FILLER                   PIC X(12) VALUE SPACES.
004040
004050 PROCEDURE DIVISION.
004060 0000-MAINLINE.
004070     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004080     PERFORM 2000-PROCESSAR-LOG THRU 2000-EXIT
004090         UNTIL FIM-LOG.
004100     PERFORM 3000-SECAO-DEPARTAMENTOS THRU 3000-EXIT.
004110     PERFORM 4000-SECAO-OPERACOES THRU 4000-EXIT.
004120     PERFORM 5000-SECAO-SINALIZADOS THRU 5000-EXIT.
004130     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
004140     IF WS-QTD-DEPTOS-SINALIZADOS > ZERO
004150         MOVE 4 TO RETURN-CODE
004160     END-IF.
004170     STOP RUN.
004180
004190*---------------------------------------------------------------*
004200*    1000-INICIALIZAR                                           *
004210*    LE OS CARTOES, MONTA A JANELA DE MESES, PREPARA A TABELA   *
004220*    DE ENTIDADES E ABRE O LOG E O RELATORIO.  SEM AUDITLOG NAO *
004230*    HA O QUE RELATAR: O PASSO TERMINA COM RC=8.                *
004240*---------------------------------------------------------------*
004250 1000-INICIALIZAR.
004260     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
004270     MOVE WS-DATA-SISTEMA (1:6) TO WS-MES-BASE.
004280     IF WS-MB-MES = 1
004290         MOVE 12 TO WS-MB-MES
004300         SUBTRACT 1 FROM WS-MB-ANO
004310     ELSE
004320         SUBTRACT 1 FROM WS-MB-MES
004330     END-IF.
004340     PERFORM 1100-LER-CARTOES THRU 1100-EXIT.
004350     PERFORM 1200-MONTAR-JANELA THRU 1200-EXIT.
004360     PERFORM 1300-PREPARAR-ENTIDADES THRU 1300-EXIT.
004370     PERFORM 1500-CARREGAR-DEPARTAMENTOS THRU 1500-EXIT.
004380     OPEN INPUT LOG-AUDITORIA.
004390     IF NOT FS-LOG-OK
004400         DISPLAY "Erro: abertura de AUDITLOG falhou. Status="
004410             FS-LOG-AUDITORIA
004420         MOVE 8 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     OPEN OUTPUT RELATORIO.
004460     IF NOT FS-RELATORIO-OK
004470         DISPLAY "Erro: abertura de TRNDREL falhou. Status="
004480             FS-RELATORIO
004490         MOVE 8 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520     MOVE WS-DATA-SISTEMA TO CAB-DATA-EMISSAO.
004530     MOVE WS-MB-ANO TO CAB-ANO-BASE.
004540     MOVE WS-MB-MES TO CAB-MES-BASE.
004550     MOVE WS-LIMITE-VOLUME TO CAB-LIMITE-VOLUME.
004560     MOVE WS-LIMITE-FALHA TO CAB-LIMITE-FALHA.
004570 1000-EXIT.
004580     EXIT.
004590
004600*---------------------------------------------------------------*
004610*    1100-LER-CARTOES                                           *
004620*    CARTOES OPCIONAIS: SEM SYSIN VALEM O ULTIMO MES FECHADO E  *
004630*    OS LIMITES PADRAO.  CARTAO ILEGIVEL ENCERRA O PASSO, PARA  *
004640*    NAO EMITIR O RELATORIO COM LIMITE DIFERENTE DO PEDIDO.     *
004650*---------------------------------------------------------------*
004660 1100-LER-CARTOES.
004670     OPEN INPUT CARTAO-CONTROLE.
004680     IF NOT FS-CARTAO-OK
004690         GO TO 1100-EXIT
004700     END-IF.
004710     PERFORM 1110-LER-CARTAO THRU 1110-EXIT
004720         UNTIL FIM-CARTOES.
004730     CLOSE CARTAO-CONTROLE.
004740 1100-EXIT.
004750     EXIT.
004760
004770 1110-LER-CARTAO.
004780     READ CARTAO-CONTROLE
004790         AT END
004800             SET FIM-CARTOES TO TRUE
004810             GO TO 1110-EXIT
004820     END-READ.
004830     IF CARTAO-MES-BASE
004840         IF CTL-MES-BASE NUMERIC AND CTL-MES-BASE (5:2) > "00"
004850            AND CTL-MES-BASE (5:2) < "13"
004860             MOVE CTL-MES-BASE TO WS-MES-BASE
004870             GO TO 1110-EXIT
004880         END-IF
004890     END-IF.
004900     IF CARTAO-LIMITE-VOLUME
004910         IF CTL-LIMITE NUMERIC
004920             MOVE CTL-LIMITE TO WS-LIMITE-VOLUME
004930             GO TO 1110-EXIT
004940         END-IF
004950     END-IF.
004960     IF CARTAO-LIMITE-FALHA
004970         IF CTL-LIMITE NUMERIC
004980             MOVE CTL-LIMITE TO WS-LIMITE-FALHA
004990             GO TO 1110-EXIT
005000         END-IF
005010     END-IF.
005020     DISPLAY "Erro: cartao ilegivel no SYSIN: "
005030         REG-CARTAO-CONTROLE (1:20).
005040     MOVE 8 TO RETURN-CODE.
005050     STOP RUN.
005060 1110-EXIT.
005070     EXIT.
005080
005090*---------------------------------------------------------------*
005100*    1200-MONTAR-JANELA                                         *
005110*    PREENCHE OS 13 MESES DE TRAS PARA A FRENTE, A PARTIR DO MES*
005120*    BASE (POSICAO 13).                                         *
005130*---------------------------------------------------------------*
005140 1200-MONTAR-JANELA.
005150     COMPUTE WS-MES-ABS-BASE = WS-MB-ANO * 12 + WS-MB-MES.
005160     MOVE WS-MB-ANO TO WS-ANO-CORRENTE.
005170     MOVE WS-MB-MES TO WS-MES-CORRENTE.
005180     PERFORM 1210-MONTAR-MES THRU 1210-EXIT
005190         VARYING WS-IDX-MES FROM WS-QTD-MESES BY -1
005200         UNTIL WS-IDX-MES < 1.
005210 1200-EXIT.
005220     EXIT.
005230
005240 1210-MONTAR-MES.
005250     MOVE WS-ANO-CORRENTE TO WS-MES-ANO (WS-IDX-MES).
005260     MOVE WS-MES-CORRENTE TO WS-MES-MES (WS-IDX-MES).
005270     IF WS-MES-CORRENTE = 1
005280         MOVE 12 TO WS-MES-CORRENTE
005290         SUBTRACT 1 FROM WS-ANO-CORRENTE
005300     ELSE
005310         SUBTRACT 1 FROM WS-MES-CORRENTE
005320     END-IF.
005330 1210-EXIT.
005340     EXIT.
005350
005360*---------------------------------------------------------------*
005370*    1300-PREPARAR-ENTIDADES                                    *
005380*    ZERA A TABELA E DA NOME AS POSICOES FIXAS.                 *
005390*---------------------------------------------------------------*
005400 1300-PREPARAR-ENTIDADES.
005410     INITIALIZE WS-TAB-ENTIDADES.
005420     MOVE "TOTAL" TO WS-ENT-CODIGO (WS-ENT-TOTAL).
005430     MOVE "TOTAL GERAL DO SERVICO" TO WS-ENT-NOME (WS-ENT-TOTAL).
005440     PERFORM 1310-NOMEAR-OPERACAO THRU 1310-EXIT
005450         VARYING WS-IDX-OP FROM 1 BY 1
005460         UNTIL WS-IDX-OP > WS-QTD-OPERACOES.
005470     MOVE "?" TO WS-ENT-CODIGO (WS-ENT-OUTRA-OPERACAO).
005480     MOVE "OPERACAO DESCONHECIDA"
005490         TO WS-ENT-NOME (WS-ENT-OUTRA-OPERACAO).
005500     MOVE "SESSOES" TO WS-ENT-CODIGO (WS-ENT-SESSOES).
005510     MOVE "SESSOES INTERATIVAS (OPERADORES)"
005520         TO WS-ENT-NOME (WS-ENT-SESSOES).
005530     MOVE "DEMAIS" TO WS-ENT-CODIGO (WS-ENT-DEMAIS).
005540     MOVE "DEPARTAMENTOS ALEM DA TABELA"
005550         TO WS-ENT-NOME (WS-ENT-DEMAIS).
005560 1300-EXIT.
005570     EXIT.
005580
005590 1310-NOMEAR-OPERACAO.
005600     COMPUTE WS-IDX-ENT = WS-IDX-OP + 1.
005610     MOVE WS-OP-SIMBOLO (WS-IDX-OP)
005620         TO WS-ENT-CODIGO (WS-IDX-ENT).
005630     MOVE WS-OP-NOME (WS-IDX-OP) TO WS-ENT-NOME (WS-IDX-ENT).
005640 1310-EXIT.
005650     EXIT.
005660
005670*---------------------------------------------------------------*
005680*    1500-CARREGAR-DEPARTAMENTOS                                *
005690*    CARREGA O CADASTRO DE DEPARTAMENTOS NAS POSICOES DE        *
005700*    DEPARTAMENTO DA TABELA.  CADASTRO AUSENTE NAO DERRUBA O    *
005710*    RELATORIO: OS DEPARTAMENTOS SAEM SEM NOME.                 *
005720*---------------------------------------------------------------*
005730 1500-CARREGAR-DEPARTAMENTOS.
005740     OPEN INPUT CADASTRO-DEPTOS.
005750     IF NOT FS-DEPTOS-OK
005760         DISPLAY "Aviso: CALCDEPT nao disponivel (status "
005770             FS-CADASTRO-DEPTOS "); relatorio sem nomes de "
005780             "departamento."
005790         GO TO 1500-EXIT
005800     END-IF.
005810     SET CADASTRO-CARREGADO TO TRUE.
005820     MOVE LOW-VALUES TO DEP-CODIGO.
005830     START CADASTRO-DEPTOS KEY NOT LESS DEP-CODIGO
005840         INVALID KEY
005850             SET FIM-CADASTRO TO TRUE
005860     END-START.
005870     PERFORM 1510-CARREGAR-PROXIMO THRU 1510-EXIT
005880         UNTIL FIM-CADASTRO.
005890     CLOSE CADASTRO-DEPTOS.
005900 1500-EXIT.
005910     EXIT.
005920
005930 1510-CARREGAR-PROXIMO.
005940     READ CADASTRO-DEPTOS NEXT RECORD
005950         AT END
005960             SET FIM-CADASTRO TO TRUE
005970         NOT AT END
005980             IF WS-QTD-ENTIDADES < WS-MAX-ENTIDADES
005990                 ADD 1 TO WS-QTD-ENTIDADES
006000                 MOVE DEP-CODIGO
006010                     TO WS-ENT-CODIGO (WS-QTD-ENTIDADES)
006020                 MOVE DEP-NOME TO WS-ENT-NOME (WS-QTD-ENTIDADES)
006030             ELSE
006040                 DISPLAY "Aviso: tabela de departamentos "
006050                     "estourada (maximo "
006060                     WS-MAX-ENTIDADES ")."
006070                 SET FIM-CADASTRO TO TRUE
006080             END-IF
006090     END-READ.
006100 1510-EXIT.
006110     EXIT.
006120
006130*---------------------------------------------------------------*
006140*    2000-PROCESSAR-LOG                                         *
006150*    LE UMA LINHA DO LOG E, SE A DATA DELA CAI NA JANELA, SOMA  *
006160*    NO TOTAL GERAL, NA OPERACAO E NA ORIGEM.                   *
006170*---------------------------------------------------------------*
006180 2000-PROCESSAR-LOG.
006190     READ LOG-AUDITORIA
006200         AT END
006210             SET FIM-LOG TO TRUE
006220             GO TO 2000-EXIT
006230     END-READ.
006240     ADD 1 TO WS-QTD-LIDAS.
006250     MOVE REG-LOG-AUDITORIA TO WS-LINHA-AUDITORIA.
006260     PERFORM 2100-APURAR-MES THRU 2100-EXIT.
006270     IF WS-IDX-MES = ZERO
006280         GO TO 2000-EXIT
006290     END-IF.
006300     ADD 1 TO WS-QTD-NA-JANELA.
006310     MOVE WS-ENT-TOTAL TO WS-IDX-ENT.
006320     PERFORM 2400-SOMAR-ENTIDADE THRU 2400-EXIT.
006330     PERFORM 2200-LOCALIZAR-OPERACAO THRU 2200-EXIT.
006340     PERFORM 2400-SOMAR-ENTIDADE THRU 2400-EXIT.
006350     PERFORM 2300-LOCALIZAR-ORIGEM THRU 2300-EXIT.
006360     PERFORM 2400-SOMAR-ENTIDADE THRU 2400-EXIT.
006370 2000-EXIT.
006380     EXIT.
006390
006400*---------------------------------------------------------------*
006410*    2100-APURAR-MES                                            *
006420*    DEIXA EM WS-IDX-MES A POSICAO DO MES DA LINHA NA JANELA    *
006430*    (ZERO QUANDO A LINHA NAO TEM DATA VALIDA OU CAI FORA).     *
006440*---------------------------------------------------------------*
006450 2100-APURAR-MES.
006460     MOVE ZERO TO WS-IDX-MES.
006470     IF WS-AUD-DATA NOT NUMERIC
006480         ADD 1 TO WS-QTD-SEM-DATA
006490         GO TO 2100-EXIT
006500     END-IF.
006510     MOVE WS-AUD-DATA TO WS-DATA-LINHA.
006520     IF WS-DTL-MES < 1 OR WS-DTL-MES > 12
006530         ADD 1 TO WS-QTD-SEM-DATA
006540         GO TO 2100-EXIT
006550     END-IF.
006560     COMPUTE WS-MES-ABS-LINHA = WS-DTL-ANO * 12 + WS-DTL-MES.
006570     COMPUTE WS-DESLOCAMENTO =
006580         WS-MES-ABS-LINHA - WS-MES-ABS-BASE + WS-QTD-MESES.
006590     IF WS-DESLOCAMENTO < 1 OR WS-DESLOCAMENTO > WS-QTD-MESES
006600         ADD 1 TO WS-QTD-FORA-JANELA
006610         GO TO 2100-EXIT
006620     END-IF.
006630     MOVE WS-DESLOCAMENTO TO WS-IDX-MES.
006640 2100-EXIT.
006650     EXIT.
006660
006670*---------------------------------------------------------------*
006680*    2200-LOCALIZAR-OPERACAO                                    *
006690*    DEIXA EM WS-IDX-ENT A POSICAO DA OPERACAO DA LINHA.        *
006700*---------------------------------------------------------------*
006710 2200-LOCALIZAR-OPERACAO.
006720     MOVE ZERO TO WS-IDX-OP-ACHADO.
006730     PERFORM 2210-COMPARAR-OPERACAO THRU 2210-EXIT
006740         VARYING WS-IDX-OP FROM 1 BY 1
006750         UNTIL WS-IDX-OP > WS-QTD-OPERACOES
006760            OR WS-IDX-OP-ACHADO > ZERO.
006770     IF WS-IDX-OP-ACHADO > ZERO
006780         COMPUTE WS-IDX-ENT = WS-IDX-OP-ACHADO + 1
006790     ELSE
006800         MOVE WS-ENT-OUTRA-OPERACAO TO WS-IDX-ENT
006810     END-IF.
006820 2200-EXIT.
006830     EXIT.
006840
006850 2210-COMPARAR-OPERACAO.
006860     IF WS-AUD-OPERACAO = WS-OP-SIMBOLO (WS-IDX-OP)
006870         MOVE WS-IDX-OP TO WS-IDX-OP-ACHADO
006880     END-IF.
006890 2210-EXIT.
006900     EXIT.
006910
006920*---------------------------------------------------------------*
006930*    2300-LOCALIZAR-ORIGEM                                      *
006940*    DEIXA EM WS-IDX-ENT A POSICAO DA ORIGEM DA LINHA.  CODIGO  *
006950*    DE LOTE AINDA NAO VISTO GANHA UMA POSICAO NOVA (ACUSADO    *
006960*    COMO FORA DO CADASTRO); TABELA CHEIA CAI EM "DEMAIS".      *
006970*---------------------------------------------------------------*
006980 2300-LOCALIZAR-ORIGEM.
006990     IF WS-AUD-ORIGEM (5:4) NOT = SPACES
007000         OR WS-AUD-ORIGEM (1:4) = SPACES
007010         MOVE WS-ENT-SESSOES TO WS-IDX-ENT
007020         GO TO 2300-EXIT
007030     END-IF.
007040     MOVE ZERO TO WS-IDX-ENT-ACHADO.
007050     PERFORM 2310-COMPARAR-ORIGEM THRU 2310-EXIT
007060         VARYING WS-IDX-ENT FROM WS-ENT-PRIMEIRO-DEPTO BY 1
007070         UNTIL WS-IDX-ENT > WS-QTD-ENTIDADES
007080            OR WS-IDX-ENT-ACHADO > ZERO.
007090     IF WS-IDX-ENT-ACHADO > ZERO
007100         MOVE WS-IDX-ENT-ACHADO TO WS-IDX-ENT
007110         GO TO 2300-EXIT
007120     END-IF.
007130     IF WS-QTD-ENTIDADES NOT < WS-MAX-ENTIDADES
007140         MOVE WS-ENT-DEMAIS TO WS-IDX-ENT
007150         GO TO 2300-EXIT
007160     END-IF.
007170     ADD 1 TO WS-QTD-ENTIDADES.
007180     MOVE WS-QTD-ENTIDADES TO WS-IDX-ENT.
007190     MOVE WS-AUD-ORIGEM TO WS-ENT-CODIGO (WS-IDX-ENT).
007200     IF CADASTRO-CARREGADO
007210         MOVE "*NAO CADASTRADO EM CALCDEPT*"
007220             TO WS-ENT-NOME (WS-IDX-ENT)
007230     END-IF.
007240 2300-EXIT.
007250     EXIT.
007260
007270 2310-COMPARAR-ORIGEM.
007280     IF WS-AUD-ORIGEM = WS-ENT-CODIGO (WS-IDX-ENT)
007290         MOVE WS-IDX-ENT TO WS-IDX-ENT-ACHADO
007300     END-IF.
007310 2310-EXIT.
007320     EXIT.
007330
007340*---------------------------------------------------------------*
007350*    2400-SOMAR-ENTIDADE                                        *
007360*    SOMA A LINHA NO MES WS-IDX-MES DA ENTIDADE WS-IDX-ENT.  O  *
007370*    PRIMEIRO MES DA JANELA SO SERVE DE BASE E NAO ENTRA NA     *
007380*    QUANTIDADE DA JANELA.                                      *
007390*---------------------------------------------------------------*
007400 2400-SOMAR-ENTIDADE.
007410     ADD 1 TO WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES).
007420     IF WS-IDX-MES > 1
007430         ADD 1 TO WS-ENT-QTD-JANELA (WS-IDX-ENT)
007440     END-IF.
007450     IF WS-AUD-STATUS = "E"
007460         ADD 1 TO WS-ENT-ERROS (WS-IDX-ENT, WS-IDX-MES)
007470     END-IF.
007480     IF WS-AUD-STATUS = "R"
007490         ADD 1 TO WS-ENT-REJEITADOS (WS-IDX-ENT, WS-IDX-MES)
007500     END-IF.
007510     IF WS-AUD-STATUS = "N"
007520         ADD 1 TO WS-ENT-NEGADOS (WS-IDX-ENT, WS-IDX-MES)
007530     END-IF.
007540 2400-EXIT.
007550     EXIT.
007560
007570*---------------------------------------------------------------*
007580*    3000-SECAO-DEPARTAMENTOS                                   *
007590*    SECAO 1: OS DEPARTAMENTOS COM MOVIMENTO NA JANELA, AS      *
007600*    SESSOES INTERATIVAS, O EXCESSO DA TABELA E O TOTAL GERAL.  *
007610*---------------------------------------------------------------*
007620 3000-SECAO-DEPARTAMENTOS.
007630     MOVE "1. MOVIMENTO POR DEPARTAMENTO" TO SEC-TITULO.
007640     PERFORM 6000-ABRIR-SECAO THRU 6000-EXIT.
007650     PERFORM 6100-IMPRIMIR-ENTIDADE THRU 6100-EXIT
007660         VARYING WS-IDX-ENT FROM WS-ENT-PRIMEIRO-DEPTO BY 1
007670         UNTIL WS-IDX-ENT > WS-QTD-ENTIDADES.
007680     MOVE WS-ENT-SESSOES TO WS-IDX-ENT.
007690     PERFORM 6100-IMPRIMIR-ENTIDADE THRU 6100-EXIT.
007700     MOVE WS-ENT-DEMAIS TO WS-IDX-ENT.
007710     PERFORM 6100-IMPRIMIR-ENTIDADE THRU 6100-EXIT.
007720     MOVE WS-ENT-TOTAL TO WS-IDX-ENT.
007730     PERFORM 6100-IMPRIMIR-ENTIDADE THRU 6100-EXIT.
007740 3000-EXIT.
007750     EXIT.
007760
007770*---------------------------------------------------------------*
007780*    4000-SECAO-OPERACOES                                       *
007790*    SECAO 2: AS OPERACOES CONHECIDAS E A DESCONHECIDA.         *
007800*---------------------------------------------------------------*
007810 4000-SECAO-OPERACOES.
007820     MOVE "2. MOVIMENTO POR OPERACAO" TO SEC-TITULO.
007830     PERFORM 6000-ABRIR-SECAO THRU 6000-EXIT.
007840     PERFORM 6100-IMPRIMIR-ENTIDADE THRU 6100-EXIT
007850         VARYING WS-IDX-ENT FROM 2 BY 1
007860         UNTIL WS-IDX-ENT > WS-ENT-OUTRA-OPERACAO.
007870 4000-EXIT.
007880     EXIT.
007890
007900*---------------------------------------------------------------*
007910*    5000-SECAO-SINALIZADOS                                     *
007920*    SECAO 3: CADA MES SINALIZADO DE CADA DEPARTAMENTO, PARA A  *
007930*    GERENCIA SABER QUE AGENCIA ACOMPANHAR.                     *
007940*---------------------------------------------------------------*
007950 5000-SECAO-SINALIZADOS.
007960     MOVE "3. DEPARTAMENTOS SINALIZADOS" TO SEC-TITULO.
007970     PERFORM 6000-ABRIR-SECAO THRU 6000-EXIT.
007980     MOVE WS-LIN-TITULO-SINAIS TO REG-RELATORIO.
007990     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
008000     PERFORM 5100-SINAIS-DO-DEPTO THRU 5100-EXIT
008010         VARYING WS-IDX-ENT FROM WS-ENT-PRIMEIRO-DEPTO BY 1
008020         UNTIL WS-IDX-ENT > WS-QTD-ENTIDADES.
008030     IF WS-QTD-DEPTOS-SINALIZADOS = ZERO
008040         MOVE "     NENHUM DEPARTAMENTO VARIOU ALEM DOS LIMITES."
008050             TO REG-RELATORIO
008060         PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
008070     END-IF.
008080 5000-EXIT.
008090     EXIT.
008100
008110 5100-SINAIS-DO-DEPTO.
008120     MOVE "N" TO WS-ENTIDADE-SINALIZADA.
008130     PERFORM 5110-SINAL-DO-MES THRU 5110-EXIT
008140         VARYING WS-IDX-MES FROM 2 BY 1
008150         UNTIL WS-IDX-MES > WS-QTD-MESES.
008160     IF ENTIDADE-SINALIZADA
008170         ADD 1 TO WS-QTD-DEPTOS-SINALIZADOS
008180     END-IF.
008190 5100-EXIT.
008200     EXIT.
008210
008220 5110-SINAL-DO-MES.
008230     PERFORM 6300-APURAR-MES THRU 6300-EXIT.
008240     IF WS-MOTIVO-SINAL = SPACES
008250         GO TO 5110-EXIT
008260     END-IF.
008270     SET ENTIDADE-SINALIZADA TO TRUE.
008280     ADD 1 TO WS-QTD-MESES-SINALIZADOS.
008290     MOVE WS-ENT-CODIGO (WS-IDX-ENT) TO SIN-CODIGO.
008300     MOVE WS-ENT-NOME (WS-IDX-ENT) TO SIN-NOME.
008310     MOVE WS-MES-ANO (WS-IDX-MES) TO SIN-ANO.
008320     MOVE WS-MES-MES (WS-IDX-MES) TO SIN-MES.
008330     MOVE WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES) TO SIN-VOLUME.
008340     MOVE WS-VAR-VOLUME TO SIN-VAR-VOLUME.
008350     MOVE WS-TAXA-FALHA TO SIN-TAXA-FALHA.
008360     MOVE WS-VAR-FALHA TO SIN-VAR-FALHA.
008370     MOVE WS-MOTIVO-SINAL TO SIN-MOTIVO.
008380     MOVE WS-LIN-SINAL TO REG-RELATORIO.
008390     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
008400 5110-EXIT.
008410     EXIT.
008420
008430*---------------------------------------------------------------*
008440*    6000-ABRIR-SECAO                                           *
008450*    CADA SECAO COMECA EM PAGINA NOVA.                          *
008460*---------------------------------------------------------------*
008470 6000-ABRIR-SECAO.
008480     MOVE WS-LINHAS-POR-PAGINA TO WS-NUM-LINHA.
008490     MOVE WS-LIN-SECAO TO REG-RELATORIO.
008500     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
008510     MOVE WS-LIN-TRACO TO REG-RELATORIO.
008520     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
008530 6000-EXIT.
008540     EXIT.
008550
008560*---------------------------------------------------------------*
008570*    6100-IMPRIMIR-ENTIDADE                                     *
008580*    IMPRIME O BLOCO DE UMA ENTIDADE: CODIGO E NOME E UMA LINHA *
008590*    POR MES DA JANELA.  ENTIDADE SEM MOVIMENTO NA JANELA NAO   *
008600*    SAI (EXCETO O TOTAL GERAL).                                *
008610*---------------------------------------------------------------*
008620 6100-IMPRIMIR-ENTIDADE.
008630     IF WS-ENT-QTD-JANELA (WS-IDX-ENT) = ZERO
008640         AND WS-IDX-ENT NOT = WS-ENT-TOTAL
008650         GO TO 6100-EXIT
008660     END-IF.
008670     MOVE SPACES TO REG-RELATORIO.
008680     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
008690     MOVE WS-ENT-CODIGO (WS-IDX-ENT) TO ENT-CODIGO.
008700     MOVE WS-ENT-NOME (WS-IDX-ENT) TO ENT-NOME.
008710     MOVE WS-LIN-ENTIDADE TO REG-RELATORIO.
008720     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
008730     MOVE WS-LIN-TITULO-MESES TO REG-RELATORIO.
008740     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
008750     PERFORM 6200-IMPRIMIR-MES THRU 6200-EXIT
008760         VARYING WS-IDX-MES FROM 2 BY 1
008770         UNTIL WS-IDX-MES > WS-QTD-MESES.
008780 6100-EXIT.
008790     EXIT.
008800
008810 6200-IMPRIMIR-MES.
008820     PERFORM 6300-APURAR-MES THRU 6300-EXIT.
008830     MOVE WS-MES-ANO (WS-IDX-MES) TO DET-ANO.
008840     MOVE WS-MES-MES (WS-IDX-MES) TO DET-MES.
008850     MOVE WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES) TO DET-VOLUME.
008860     MOVE WS-TAXA-ERRO TO DET-TAXA-ERRO.
008870     MOVE WS-TAXA-REJEICAO TO DET-TAXA-REJEICAO.
008880     MOVE WS-TAXA-NEGACAO TO DET-TAXA-NEGACAO.
008890     MOVE WS-TAXA-FALHA TO DET-TAXA-FALHA.
008900     IF TEM-MES-ANTERIOR
008910         MOVE WS-VAR-VOLUME TO DET-VAR-VOLUME-N
008920         MOVE WS-VAR-FALHA TO DET-VAR-FALHA-N
008930     ELSE
008940         MOVE "         ---" TO DET-VAR-VOLUME
008950         MOVE "     ---" TO DET-VAR-FALHA
008960     END-IF.
008970     IF WS-MOTIVO-SINAL = SPACES
008980         MOVE SPACES TO DET-SINAL
008990     ELSE
009000         MOVE "*** SINALIZADO" TO DET-SINAL
009010     END-IF.
009020     MOVE WS-LIN-MES TO REG-RELATORIO.
009030     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
009040 6200-EXIT.
009050     EXIT.
009060
009070*---------------------------------------------------------------*
009080*    6300-APURAR-MES                                            *
009090*    CALCULA AS TAXAS DO MES WS-IDX-MES DA ENTIDADE WS-IDX-ENT E*
009100*    AS VARIACOES SOBRE O MES ANTERIOR.  SO OS DEPARTAMENTOS    *
009110*    SAO SINALIZADOS (WS-MOTIVO-SINAL PREENCHIDO).              *
009120*---------------------------------------------------------------*
009130 6300-APURAR-MES.
009140     MOVE ZERO TO WS-TAXA-ERRO WS-TAXA-REJEICAO WS-TAXA-NEGACAO
009150                  WS-TAXA-FALHA WS-TAXA-FALHA-ANT
009160                  WS-VAR-VOLUME WS-VAR-FALHA.
009170     MOVE "N" TO WS-TEM-MES-ANTERIOR.
009180     MOVE "N" TO WS-SINAL-VOLUME.
009190     MOVE "N" TO WS-SINAL-FALHA.
009200     MOVE SPACES TO WS-MOTIVO-SINAL.
009210     IF WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES) > ZERO
009220         COMPUTE WS-TAXA-ERRO ROUNDED =
009230             WS-ENT-ERROS (WS-IDX-ENT, WS-IDX-MES) * 100
009240             / WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES)
009250         COMPUTE WS-TAXA-REJEICAO ROUNDED =
009260             WS-ENT-REJEITADOS (WS-IDX-ENT, WS-IDX-MES) * 100
009270             / WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES)
009280         COMPUTE WS-TAXA-NEGACAO ROUNDED =
009290             WS-ENT-NEGADOS (WS-IDX-ENT, WS-IDX-MES) * 100
009300             / WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES)
009310         COMPUTE WS-QTD-FALHAS =
009320             WS-ENT-ERROS (WS-IDX-ENT, WS-IDX-MES)
009330             + WS-ENT-REJEITADOS (WS-IDX-ENT, WS-IDX-MES)
009340             + WS-ENT-NEGADOS (WS-IDX-ENT, WS-IDX-MES)
009350         COMPUTE WS-TAXA-FALHA ROUNDED =
009360             WS-QTD-FALHAS * 100
009370             / WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES)
009380     END-IF.
009390     COMPUTE WS-IDX-MES-ANT = WS-IDX-MES - 1.
009400     IF WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES-ANT) = ZERO
009410         GO TO 6300-EXIT
009420     END-IF.
009430     SET TEM-MES-ANTERIOR TO TRUE.
009440     COMPUTE WS-QTD-FALHAS =
009450         WS-ENT-ERROS (WS-IDX-ENT, WS-IDX-MES-ANT)
009460         + WS-ENT-REJEITADOS (WS-IDX-ENT, WS-IDX-MES-ANT)
009470         + WS-ENT-NEGADOS (WS-IDX-ENT, WS-IDX-MES-ANT).
009480     COMPUTE WS-TAXA-FALHA-ANT ROUNDED =
009490         WS-QTD-FALHAS * 100
009500         / WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES-ANT).
009510     COMPUTE WS-VAR-VOLUME ROUNDED =
009520         (WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES)
009530          - WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES-ANT)) * 100
009540         / WS-ENT-QTD (WS-IDX-ENT, WS-IDX-MES-ANT).
009550     COMPUTE WS-VAR-FALHA = WS-TAXA-FALHA - WS-TAXA-FALHA-ANT.
009560     IF WS-IDX-ENT < WS-ENT-PRIMEIRO-DEPTO
009570         GO TO 6300-EXIT
009580     END-IF.
009590     MOVE WS-VAR-VOLUME TO WS-VAR-VOLUME-ABS.
009600     MOVE WS-VAR-FALHA TO WS-VAR-FALHA-ABS.
009610     IF WS-VAR-VOLUME-ABS > WS-LIMITE-VOLUME
009620         SET SINAL-VOLUME TO TRUE
009630     END-IF.
009640     IF WS-VAR-FALHA-ABS > WS-LIMITE-FALHA
009650         SET SINAL-FALHA TO TRUE
009660     END-IF.
009670     IF SINAL-VOLUME AND SINAL-FALHA
009680         MOVE "VOLUME E FALHA" TO WS-MOTIVO-SINAL
009690     ELSE
009700         IF SINAL-VOLUME
009710             MOVE "VOLUME" TO WS-MOTIVO-SINAL
009720         END-IF
009730         IF SINAL-FALHA
009740             MOVE "TAXA DE FALHA" TO WS-MOTIVO-SINAL
009750         END-IF
009760     END-IF.
009770 6300-EXIT.
009780     EXIT.
009790
009800*---------------------------------------------------------------*
009810*    7000-IMPRIMIR-LINHA                                        *
009820*    GRAVA A LINHA JA MONTADA EM REG-RELATORIO, ABRINDO UMA     *
009830*    PAGINA NOVA COM CABECALHO QUANDO A PAGINA CORRENTE ENCHE.  *
009840*---------------------------------------------------------------*
009850 7000-IMPRIMIR-LINHA.
009860     IF WS-NUM-LINHA >= WS-LINHAS-POR-PAGINA
009870         PERFORM 7100-CABECALHO-PAGINA THRU 7100-EXIT
009880     END-IF.
009890     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
009900     ADD 1 TO WS-NUM-LINHA.
009910 7000-EXIT.
009920     EXIT.
009930
009940*---------------------------------------------------------------*
009950*    7100-CABECALHO-PAGINA                                      *
009960*    IMPRIME O CABECALHO DE UMA PAGINA NOVA.  A LINHA EM        *
009970*    REG-RELATORIO E PRESERVADA PARA SAIR LOGO APOS O           *
009980*    CABECALHO.                                                 *
009990*---------------------------------------------------------------*
010000 7100-CABECALHO-PAGINA.
010010     MOVE REG-RELATORIO TO WS-LINHA-GUARDADA.
010020     ADD 1 TO WS-NUM-PAGINA.
010030     MOVE WS-NUM-PAGINA TO CAB-NUM-PAGINA.
010040     MOVE WS-LIN-CABECALHO1 TO REG-RELATORIO.
010050     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
010060     MOVE WS-LIN-CABECALHO2 TO REG-RELATORIO.
010070     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
010080     MOVE WS-LIN-TRACO TO REG-RELATORIO.
010090     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
010100     MOVE SPACES TO REG-RELATORIO.
010110     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
010120     MOVE 4 TO WS-NUM-LINHA.
010130     MOVE WS-LINHA-GUARDADA TO REG-RELATORIO.
010140 7100-EXIT.
010150     EXIT.
010160
010170*---------------------------------------------------------------*
010180*    7200-GRAVAR-LINHA                                          *
010190*    GRAVACAO COM CRITICA DE FILE STATUS, COMUM AS LINHAS DE    *
010200*    DETALHE E AO CABECALHO DE PAGINA.                          *
010210*---------------------------------------------------------------*
010220 7200-GRAVAR-LINHA.
010230     WRITE REG-RELATORIO.
010240     IF NOT FS-RELATORIO-OK
010250         DISPLAY "Erro: gravacao em TRNDREL falhou. Status="
010260             FS-RELATORIO
010270         MOVE 8 TO RETURN-CODE
010280         STOP RUN
010290     END-IF.
010300 7200-EXIT.
010310     EXIT.
010320
010330*---------------------------------------------------------------*
010340*    8000-FINALIZAR                                             *
010350*    GRAVA O RESUMO DA LEITURA E DA SINALIZACAO E FECHA OS      *
010360*    ARQUIVOS.  O RESUMO TAMBEM SAI NO SYSOUT PARA O OPERADOR.  *
010370*---------------------------------------------------------------*
010380 8000-FINALIZAR.
010390     MOVE SPACES TO REG-RELATORIO.
010400     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010410     MOVE WS-QTD-LIDAS TO RES-QTD-LIDAS.
010420     MOVE WS-QTD-NA-JANELA TO RES-QTD-NA-JANELA.
010430     MOVE WS-QTD-FORA-JANELA TO RES-QTD-FORA-JANELA.
010440     MOVE WS-QTD-SEM-DATA TO RES-QTD-SEM-DATA.
010450     MOVE WS-LIN-RESUMO TO REG-RELATORIO.
010460     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010470     MOVE WS-QTD-DEPTOS-SINALIZADOS TO RES-QTD-DEPTOS.
010480     MOVE WS-QTD-MESES-SINALIZADOS TO RES-QTD-MESES.
010490     MOVE WS-LIN-RESUMO-SINAIS TO REG-RELATORIO.
010500     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010510     DISPLAY "Tendencia mensal: lidas=" WS-QTD-LIDAS
010520         " na janela=" WS-QTD-NA-JANELA
010530         " fora da janela=" WS-QTD-FORA-JANELA
010540         " sem data=" WS-QTD-SEM-DATA.
010550     DISPLAY "  Departamentos sinalizados: "
010560         WS-QTD-DEPTOS-SINALIZADOS
010570         " (meses: " WS-QTD-MESES-SINALIZADOS ")".
010580     CLOSE LOG-AUDITORIA.
010590     CLOSE RELATORIO.
010600 8000-EXIT.
010610     EXIT.

000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCLIBR                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  LIBERACAO DAS TRANSACOES RETIDAS POR LIMITE DE      *
000090*           VALOR.  A CRITICA CALCEDIT GRAVA EM CALCHLD (LAYOUT *
000100*           CALCHLD) O DETALHE CUJO VALOR PASSA DO LIMITE DO    *
000110*           CADASTRO CALCLIM, COM AS CONTINUACOES DA CADEIA     *
000120*           DELE, EM VEZ DE MANDA-LO PARA O CALCULO.  ESTE      *
000130*           PROGRAMA:                                           *
000140*             1. LE OS CARTOES DO SYSIN, EM QUE UM SUPERVISOR   *
000150*                ATIVO EM CALCOPER LIBERA (LIB) OU RECUSA (REC) *
000160*                UM GRUPO RETIDO.  O GRUPO LIBERADO FICA COM    *
000170*                SITUACAO "L" EM CALCHLD; O RECUSADO SAI DE     *
000180*                CALCHLD E VAI PARA O ARQUIVO DE REJEITADOS     *
000190*                CALCREJ COM MOTIVO "RL", PARA A AGENCIA        *
000200*                CORRIGIR E REENVIAR PELA RECICLAGEM.  CADA     *
000210*                DECISAO GRAVA UMA LINHA DE TRILHA EM HLDAUD.   *
000220*             2. VARRE CALCHLD INTEIRO E REENVELOPA OS GRUPOS   *
000230*                LIBERADOS NO ARQUIVO DE LIBERADAS (CALCLIB,    *
000240*                LAYOUT CALCENT), UM LOTE "L" POR DEPARTAMENTO  *
000250*                COM TRAILER DE CONTAGEM E HASH-TOTAL           *
000260*                REGERADOS, COMO CALCSGEN.  O ARQUIVO E         *
000270*                CONCATENADO AO CALCIN DA NOITE: CALCEDIT       *
000280*                CRITICA O LOTE "L" SEM A CRITICA DE LIMITE E   *
000290*                EFETIVA A LIBERACAO ("E").  O GRUPO EFETIVADO  *
000300*                NA PROPRIA DATA DO MOVIMENTO TAMBEM E          *
000310*                REENVELOPADO, PARA A REEXECUCAO DA NOITE.      *
000320*             3. EXPURGA OS GRUPOS EFETIVADOS HA 30 DIAS OU     *
000330*                MAIS (LINHA "EXP" NA TRILHA).                  *
000340*             4. EMITE EM LIBRREL O RELATORIO DOS GRUPOS AINDA  *
000350*                RETIDOS OU LIBERADOS E NAO EFETIVADOS, POR     *
000360*                DEPARTAMENTO, COM A IDADE EM DIAS CORRIDOS     *
000370*                DESDE A RETENCAO.  RETIDO HA 5 DIAS OU MAIS    *
000380*                SAI COMO "ATRASADA".                           *
000390*           O ARQUIVO DE LIBERADAS E REESCRITO A CADA EXECUCAO: *
000400*           O SUPERVISOR PODE RODAR O PROGRAMA DURANTE O DIA E  *
000410*           A NOITE O RODA DE NOVO ANTES DA CRITICA.            *
000420*                                                               *
000430*  O LOTE GERADO RECEBE IDENTIFICACAO "L" + MMDD + SEQUENCIA   *
000440*  E ORIGEM "L" NO CABECALHO (ENT-HDR-ORIGEM DE CALCENT), QUE   *
000441*  CALCEDIT RECONHECE COMO LOTE DE LIBERADAS.                   *
000450*                                                               *
000460*  CARTOES DO SYSIN (UM POR LINHA):                             *
000470*    AAAAMMDD NAS COLUNAS 01-08: DATA DO MOVIMENTO (OPCIONAL;   *
000480*             SEM ELA, A DATA DO SISTEMA).  VEM ANTES DOS       *
000490*             DEMAIS CARTOES.                                   *
000500*    01-03  ACAO (LIB/REC)                                      *
000510*    05-12  SUPERVISOR RESPONSAVEL                              *
000520*    14-17  DEPARTAMENTO DO GRUPO RETIDO                        *
000530*    19-28  IDENTIFICACAO DA TRANSACAO DO DETALHE RETIDO        *
000540*                                                               *
000550*  CODIGO DE RETORNO:                                           *
000560*    0 - CARTOES EXECUTADOS E NENHUM GRUPO RETIDO HA 5 DIAS     *
000570*        OU MAIS                                                *
000580*    4 - UM OU MAIS CARTOES COM ERRO OU GRUPO RETIDO HA 5       *
000590*        DIAS OU MAIS (VER SYSOUT E LIBRREL)                    *
000600*    8 - FALHA DE ARQUIVO                                       *
000610*                                                               *
000620*  HISTORICO DE ALTERACOES.                                     *
000630*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000640*                                                               *
000650***************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. CalcLibr.
000680 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000690 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000700 DATE-WRITTEN. 15/10/2026.
000710 DATE-COMPILED.
000720
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT CARTOES-COMANDO ASSIGN TO "SYSIN"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-CARTOES.
000790
000800     SELECT TRANSACOES-RETIDAS ASSIGN TO "CALCHLD"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HLD-CHAVE
000840         FILE STATUS IS FS-TRANSACOES-RETIDAS.
000850
000860     SELECT CADASTRO-OPERADORES ASSIGN TO "CALCOPER"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS OPR-ID
000900         FILE STATUS IS FS-CADASTRO-OPERADORES.
000910
000920     SELECT ARQUIVO-REJEITADOS ASSIGN TO "CALCREJ"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS FS-ARQUIVO-REJEITADOS.
000950
000960     SELECT ARQUIVO-LIBERADAS ASSIGN TO "CALCLIB"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS FS-ARQUIVO-LIBERADAS.
000990
001000     SELECT LOG-RETIDAS ASSIGN TO "HLDAUD"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS FS-LOG-RETIDAS.
001030
001040     SELECT RELATORIO ASSIGN TO "LIBRREL"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS FS-RELATORIO.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  CARTOES-COMANDO
001110     LABEL RECORDS ARE STANDARD
001120     RECORDING MODE IS F.
001130 01  REG-CARTAO.
001140     05  LIB-ACAO                 PIC X(03).
001150         88  ACAO-LIBERAR                VALUE "LIB".
001160         88  ACAO-RECUSAR                VALUE "REC".
001170     05  FILLER                   PIC X(01).
001180     05  LIB-SUPERVISOR           PIC X(08).
001190     05  FILLER                   PIC X(01).
001200     05  LIB-DEPTO                PIC X(04).
001210     05  FILLER                   PIC X(01).
001220     05  LIB-TRANS-ID             PIC X(10).
001230     05  FILLER                   PIC X(52).
001240 01  REG-CARTAO-DATA.
001250     05  CRT-DATA                 PIC 9(08).
001260     05  FILLER                   PIC X(72).
001270
001280 FD  TRANSACOES-RETIDAS
001290     LABEL RECORDS ARE STANDARD.
001300 COPY CALCHLD.
001310
001320 FD  CADASTRO-OPERADORES
001330     LABEL RECORDS ARE STANDARD.
001340 COPY CALCOPER.
001350
001360 FD  ARQUIVO-REJEITADOS
001370     LABEL RECORDS ARE STANDARD
001380     RECORDING MODE IS F.
001390 COPY CALCREJ.
001400
001410 FD  ARQUIVO-LIBERADAS
001420     LABEL RECORDS ARE STANDARD
001430     RECORDING MODE IS F.
001440 COPY CALCENT.
001450
001460 FD  LOG-RETIDAS
001470     LABEL RECORDS ARE STANDARD
001480     RECORDING MODE IS F.
001490 01  REG-LOG-RETIDAS             PIC X(80).
001500
001510 FD  RELATORIO
001520     LABEL RECORDS ARE STANDARD
001530     RECORDING MODE IS F.
001540 01  REG-RELATORIO               PIC X(132).
001550
001560 WORKING-STORAGE SECTION.
001570*---------------------------------------------------------------*
001580*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001590*---------------------------------------------------------------*
001600 01  FS-CARTOES                  PIC X(02).
001610     88  FS-CARTOES-OK                   VALUE "00".
001620 01  FS-TRANSACOES-RETIDAS       PIC X(02).
001630     88  FS-RETIDAS-OK                   VALUE "00".
001640     88  FS-RETIDAS-INEXISTENTE          VALUE "35".
001650 01  FS-CADASTRO-OPERADORES      PIC X(02).
001660     88  FS-OPERADORES-OK                VALUE "00".
001670 01  FS-ARQUIVO-REJEITADOS       PIC X(02).
001680     88  FS-REJEITADOS-OK                VALUE "00".
001690 01  FS-ARQUIVO-LIBERADAS        PIC X(02).
001700     88  FS-LIBERADAS-OK                 VALUE "00".
001710 01  FS-LOG-RETIDAS              PIC X(02).
001720     88  FS-LOG-RET-OK                   VALUE "00".
001730 01  FS-RELATORIO                PIC X(02).
001740     88  FS-RELATORIO-OK                 VALUE "00".
001750 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
001760     88  FIM-CARTOES                    VALUE "S".
001770 01  WS-FIM-RETIDAS              PIC X(01) VALUE "N".
001780     88  FIM-RETIDAS                    VALUE "S".
001790 01  WS-FIM-GRUPO                PIC X(01) VALUE "N".
001800     88  FIM-GRUPO                      VALUE "S".
001810
001820*---------------------------------------------------------------*
001830*    DATA DO MOVIMENTO (CARTAO OU DATA DO SISTEMA), DATA E HORA *
001840*    DO SISTEMA PARA A DECISAO E A TRILHA, E PRAZOS EM DIAS     *
001850*    CORRIDOS: ALERTA DO GRUPO RETIDO SEM DECISAO E GUARDA DO   *
001860*    GRUPO EFETIVADO ANTES DO EXPURGO                           *
001870*---------------------------------------------------------------*
001880 01  WS-DATA-MOVIMENTO           PIC 9(08) VALUE ZERO.
001890 01  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
001900 01  WS-HORA-SISTEMA.
001910     05  WS-HH-SISTEMA            PIC 9(02).
001920     05  WS-MM-SISTEMA            PIC 9(02).
001930     05  WS-SS-SISTEMA            PIC 9(02).
001940     05  WS-CC-SISTEMA            PIC 9(02).
001950 01  WS-PRAZO-ALERTA             PIC 9(03) COMP VALUE 5.
001960 01  WS-PRAZO-EXPURGO            PIC 9(03) COMP VALUE 30.
001970
001980*---------------------------------------------------------------*
001990*    CALENDARIO DA IDADE DO GRUPO: DIAS CORRIDOS DA DATA        *
002000*    INICIAL ATE A DATA DO MOVIMENTO, AVANCANDO DIA A DIA COMO  *
002010*    EM CALCDMNT (ULTIMO DIA DO MES COM ANO BISSEXTO), COM      *
002020*    TETO DE 999 DIAS                                           *
002030*---------------------------------------------------------------*
002040 01  WS-DATA-INICIAL             PIC 9(08) VALUE ZERO.
002050 01  WS-DIAS-CORRIDOS            PIC 9(03) VALUE ZERO.
002060 01  WS-DATA-CALENDARIO          PIC 9(08) VALUE ZERO.
002070 01  WS-DATA-DECOMPOSTA REDEFINES WS-DATA-CALENDARIO.
002080     05  WS-DTC-ANO               PIC 9(04).
002090     05  WS-DTC-MES               PIC 9(02).
002100     05  WS-DTC-DIA               PIC 9(02).
002110 01  WS-ULTIMO-DIA-MES           PIC 9(02) VALUE ZERO.
002120 01  WS-QUOCIENTE                PIC 9(07) COMP VALUE ZERO.
002130 01  WS-RESTO                    PIC 9(02) COMP VALUE ZERO.
002140 01  WS-TAB-DIAS-CONSTANTES      PIC X(24) VALUE
002150     "312831303130313130313031".
002160 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-CONSTANTES.
002170     05  WS-DIAS-DO-MES           PIC 9(02) OCCURS 12.
002180
002190*---------------------------------------------------------------*
002200*    GRUPO CORRENTE (CARTAO OU VARREDURA), COM OS DADOS DO      *
002210*    REGISTRO 000 QUE DECIDEM O DESTINO DO GRUPO NA VARREDURA:  *
002220*      R - RETIDO: SO NO RELATORIO                              *
002230*      L - LIBERADO: NO RELATORIO E NO LOTE DE LIBERADAS        *
002240*      E - EFETIVADO NA DATA DO MOVIMENTO: SO NO LOTE           *
002250*      X - EFETIVADO ALEM DO PRAZO DE GUARDA: EXPURGADO         *
002260*      BRANCO - EFETIVADO NO PRAZO: FICA COMO ESTA              *
002270*---------------------------------------------------------------*
002280 01  WS-GRUPO-ABERTO             PIC X(01) VALUE "N".
002290     88  GRUPO-ABERTO                   VALUE "S".
002300 01  WS-DEPTO-GRUPO              PIC X(04) VALUE SPACES.
002310 01  WS-ID-GRUPO                 PIC X(10) VALUE SPACES.
002320 01  WS-QTD-REG-GRUPO            PIC 9(03) VALUE ZERO.
002330 01  WS-DESTINO-GRUPO            PIC X(01) VALUE SPACE.
002340     88  GRUPO-RETIDO                   VALUE "R".
002350     88  GRUPO-LIBERADO                 VALUE "L".
002360     88  GRUPO-REENVELOPADO             VALUE "E".
002370     88  GRUPO-EXPURGADO                VALUE "X".
002380     88  GRUPO-NO-RELATORIO             VALUE "R" "L".
002390     88  GRUPO-NO-LOTE                  VALUE "L" "E".
002400 01  WS-GRP-DATA-RETENCAO        PIC 9(08) VALUE ZERO.
002410 01  WS-GRP-LIM-DEPTO            PIC X(04) VALUE SPACES.
002420 01  WS-GRP-LIM-OPERACAO         PIC X(01) VALUE SPACE.
002430 01  WS-GRP-VALOR-LIMITE         PIC 9(07)V99 VALUE ZERO.
002431 01  WS-GRP-VALOR-RETIDO         PIC 9(07)V99 VALUE ZERO.
002440 01  WS-GRP-SUPERVISOR           PIC X(08) VALUE SPACES.
002450 01  WS-GRP-DATA-DECISAO         PIC 9(08) VALUE ZERO.
002460 01  WS-GRP-DIAS                 PIC 9(03) VALUE ZERO.
002470*    LINHA ORIGINAL DO DETALHE QUE ABRE O GRUPO, NO DESENHO DO
002480*    DETALHE DE CALCENT.
002490 01  WS-LINHA-RETIDA.
002500     05  WS-LRT-TIPO              PIC X(01).
002510     05  WS-LRT-TRANS-ID          PIC X(10).
002520     05  WS-LRT-NUMERO1           PIC S9(7)V99.
002530     05  WS-LRT-NUMERO2           PIC S9(7)V99.
002540     05  WS-LRT-OPERACAO          PIC X(01).
002550
002560*---------------------------------------------------------------*
002570*    LOTE "L" SENDO GERADO PARA O DEPARTAMENTO CORRENTE         *
002580*---------------------------------------------------------------*
002590 01  WS-LOTE-ABERTO              PIC X(01) VALUE "N".
002600     88  LOTE-ABERTO                     VALUE "S".
002610 01  WS-DEPTO-LOTE               PIC X(04) VALUE SPACES.
002620 01  WS-QTD-DETALHES-LOTE        PIC 9(07) VALUE ZERO.
002630 01  WS-HASH-LOTE                PIC S9(11)V99 VALUE ZERO.
002640 01  WS-LOTE-GERADO.
002650     05  FILLER                   PIC X(01) VALUE "L".
002660     05  WS-LOTE-MMDD             PIC X(04).
002670     05  WS-LOTE-SEQ              PIC 9(03).
002680 01  WS-SEQ-LOTE                 PIC 9(03) VALUE ZERO.
002690
002700*---------------------------------------------------------------*
002710*    CONTADORES DO PASSO                                        *
002720*---------------------------------------------------------------*
002730 01  WS-CONTADORES.
002740     05  WS-QTD-CARTOES           PIC 9(05) COMP VALUE ZERO.
002750     05  WS-QTD-COM-ERRO          PIC 9(05) COMP VALUE ZERO.
002760     05  WS-QTD-LIBERADOS         PIC 9(05) COMP VALUE ZERO.
002770     05  WS-QTD-RECUSADOS         PIC 9(05) COMP VALUE ZERO.
002780     05  WS-QTD-LIDOS             PIC 9(07) COMP VALUE ZERO.
002790     05  WS-QTD-GRUPOS-RETIDOS    PIC 9(07) COMP VALUE ZERO.
002800     05  WS-QTD-GRUPOS-ATRASADOS  PIC 9(07) COMP VALUE ZERO.
002810     05  WS-QTD-GRUPOS-LIBERADOS  PIC 9(07) COMP VALUE ZERO.
002820     05  WS-QTD-GRUPOS-LOTE       PIC 9(07) COMP VALUE ZERO.
002830     05  WS-QTD-REGISTROS-LOTE    PIC 9(07) COMP VALUE ZERO.
002840     05  WS-QTD-LOTES             PIC 9(07) COMP VALUE ZERO.
002850     05  WS-QTD-EXPURGADOS        PIC 9(07) COMP VALUE ZERO.
002860
002870*---------------------------------------------------------------*
002880*    LINHA DA TRILHA DE AUDITORIA DAS DECISOES (LIB/REC) E DOS  *
002890*    EXPURGOS (EXP): SUPERVISOR, GRUPO, VALOR QUE PASSOU DO     *
002891*    LIMITE E QUANTIDADE DE REGISTROS DO GRUPO                  *
002910*---------------------------------------------------------------*
002920 01  WS-LINHA-TRILHA.
002930     05  WS-TRL-DATA              PIC 9(08).
002940     05  FILLER                   PIC X(01) VALUE SPACE.
002950     05  WS-TRL-HORA              PIC 9(06).
002960     05  FILLER                   PIC X(01) VALUE SPACE.
002970     05  WS-TRL-SUPERVISOR        PIC X(08).
002980     05  FILLER                   PIC X(01) VALUE SPACE.
002990     05  WS-TRL-ACAO              PIC X(03).
003000     05  FILLER                   PIC X(01) VALUE SPACE.
003010     05  WS-TRL-DEPTO             PIC X(04).
003020     05  FILLER                   PIC X(01) VALUE SPACE.
003030     05  WS-TRL-TRANS-ID          PIC X(10).
003040     05  FILLER                   PIC X(01) VALUE SPACE.
003050     05  WS-TRL-VALOR             PIC -(7)9.99.
003060     05  FILLER                   PIC X(01) VALUE SPACE.
003070     05  WS-TRL-QTD-REGISTROS     PIC 9(03).
003080     05  FILLER                   PIC X(19) VALUE SPACES.
003090
003100*---------------------------------------------------------------*
003110*    CONTROLE DE PAGINACAO E TOTAIS DO RELATORIO                *
003120*---------------------------------------------------------------*
003130 01  WS-LINHA-GUARDADA           PIC X(132) VALUE SPACES.
003140 77  WS-NUM-PAGINA               PIC 9(05) VALUE ZERO.
003150 77  WS-NUM-LINHA                PIC 9(03) VALUE 999.
003160 77  WS-LINHAS-POR-PAGINA        PIC 9(03) VALUE 55.
003170 01  WS-DEPTO-RELATORIO          PIC X(04) VALUE SPACES.
003180 01  WS-DEPTO-IMPRESSO           PIC X(01) VALUE "N".
003190     88  DEPTO-IMPRESSO                 VALUE "S".
003200 01  WS-TOTAIS-DEPTO.
003210     05  WS-DEP-QTD-RETIDAS       PIC 9(07) VALUE ZERO.
003220     05  WS-DEP-QTD-LIBERADAS     PIC 9(07) VALUE ZERO.
003230     05  WS-DEP-MAIOR-IDADE       PIC 9(03) VALUE ZERO.
003240 01  WS-TOTAIS-GERAIS.
003250     05  WS-GER-QTD-RETIDAS       PIC 9(07) VALUE ZERO.
003260     05  WS-GER-QTD-LIBERADAS     PIC 9(07) VALUE ZERO.
003270     05  WS-GER-MAIOR-IDADE       PIC 9(03) VALUE ZERO.
003280
003290*---------------------------------------------------------------*
003300*    LINHAS MONTADAS DO RELATORIO                               *
003310*---------------------------------------------------------------*
003320 01  WS-LIN-CABECALHO1.
003330     05  FILLER                   PIC X(40) VALUE
003340         "TRANSACOES RETIDAS POR LIMITE DE VALOR".
003350     05  FILLER                   PIC X(72) VALUE SPACES.
003360     05  FILLER                   PIC X(07) VALUE "PAGINA ".
003370     05  CAB-NUM-PAGINA           PIC ZZZZ9.
003380     05  FILLER                   PIC X(08) VALUE SPACES.
003390 01  WS-LIN-CABECALHO2.
003400     05  FILLER                   PIC X(26) VALUE
003410         "CALCULADORA - CALCHLD     ".
003420     05  FILLER                   PIC X(11) VALUE "MOVIMENTO: ".
003430     05  CAB-DATA-MOVIMENTO       PIC 9(08).
003440     05  FILLER                   PIC X(87) VALUE SPACES.
003450 01  WS-LIN-TITULO-RETIDAS.
003460     05  FILLER                   PIC X(05) VALUE SPACES.
003470     05  FILLER                   PIC X(06) VALUE "DEPT".
003480     05  FILLER                   PIC X(12) VALUE "TRANSACAO".
003490     05  FILLER                   PIC X(05) VALUE "REG".
003500     05  FILLER                   PIC X(03) VALUE "O".
003510     05  FILLER                   PIC X(13) VALUE
003520         "      VALOR".
003530     05  FILLER                   PIC X(07) VALUE "LIMITE".
003540     05  FILLER                   PIC X(12) VALUE
003550         "    MAXIMO".
003560     05  FILLER                   PIC X(10) VALUE "RETIDA EM".
003570     05  FILLER                   PIC X(05) VALUE "DIAS".
003580     05  FILLER                   PIC X(11) VALUE "SITUACAO".
003590     05  FILLER                   PIC X(09) VALUE "SUPERVIS".
003600     05  FILLER                   PIC X(08) VALUE "DECISAO".
003610     05  FILLER                   PIC X(26) VALUE SPACES.
003620 01  WS-LIN-RETIDA.
003630     05  FILLER                   PIC X(05) VALUE SPACES.
003640     05  RTD-DEPTO                PIC X(04).
003650     05  FILLER                   PIC X(02) VALUE SPACES.
003660     05  RTD-TRANS-ID             PIC X(10).
003670     05  FILLER                   PIC X(02) VALUE SPACES.
003680     05  RTD-QTD-REGISTROS        PIC ZZ9.
003690     05  FILLER                   PIC X(02) VALUE SPACES.
003700     05  RTD-OPERACAO             PIC X(01).
003710     05  FILLER                   PIC X(02) VALUE SPACES.
003720     05  RTD-VALOR-RETIDO         PIC Z(7)9.99.
003730     05  FILLER                   PIC X(02) VALUE SPACES.
003740     05  RTD-LIM-DEPTO            PIC X(04).
003750     05  FILLER                   PIC X(01) VALUE "/".
003760     05  RTD-LIM-OPERACAO         PIC X(01).
003770     05  FILLER                   PIC X(02) VALUE SPACES.
003780     05  RTD-VALOR-LIMITE         PIC Z(6)9.99.
003790     05  FILLER                   PIC X(02) VALUE SPACES.
003800     05  RTD-DATA-RETENCAO        PIC 9(08).
003810     05  FILLER                   PIC X(02) VALUE SPACES.
003820     05  RTD-DIAS                 PIC ZZ9.
003830     05  FILLER                   PIC X(02) VALUE SPACES.
003840     05  RTD-SITUACAO             PIC X(09).
003850     05  FILLER                   PIC X(02) VALUE SPACES.
003860     05  RTD-SUPERVISOR           PIC X(08).
003870     05  FILLER                   PIC X(01) VALUE SPACE.
003880     05  RTD-DATA-DECISAO         PIC X(08).
003890     05  FILLER                   PIC X(24) VALUE SPACES.
003900 01  WS-LIN-TOTAL.
003910     05  FILLER                   PIC X(05) VALUE SPACES.
003920     05  TOT-TITULO               PIC X(12).
003930     05  TOT-DEPTO                PIC X(04).
003940     05  FILLER                   PIC X(03) VALUE ": ".
003950     05  FILLER                   PIC X(09) VALUE "RETIDAS:".
003960     05  TOT-QTD-RETIDAS          PIC Z(06)9.
003970     05  FILLER                   PIC X(13) VALUE
003980         "   LIBERADAS:".
003990     05  TOT-QTD-LIBERADAS        PIC Z(06)9.
004000     05  FILLER                   PIC X(22) VALUE
004010         "   MAIS ANTIGA (DIAS):".
004020     05  TOT-MAIOR-IDADE          PIC ZZ9.
004030     05  FILLER                   PIC X(47) VALUE SPACES.
004040 01  WS-LIN-NENHUMA.
004050     05  FILLER                   PIC X(05) VALUE SPACES.
004060     05  FILLER                   PIC X(40) VALUE
004070         "NENHUMA TRANSACAO RETIDA.".
004080     05  FILLER                   PIC X(87) VALUE SPACES.
004090 01  WS-LIN-OBSERVACAO1.
004100     05  FILLER                   PIC X(05) VALUE SPACES.
004110     05  FILLER                   PIC X(50) VALUE
004120         "DIAS: CORRIDOS DA RETENCAO ATE A DATA DO MOVIMENTO".
004130     05  FILLER                   PIC X(48) VALUE
004140         "; ATRASADA: RETIDA HA 5 DIAS OU MAIS SEM DECISAO".
004150     05  FILLER                   PIC X(29) VALUE SPACES.
004160 01  WS-LIN-OBSERVACAO2.
004170     05  FILLER                   PIC X(05) VALUE SPACES.
004180     05  FILLER                   PIC X(50) VALUE
004190         "LIBERADA: ENTRA NO PROXIMO MOVIMENTO NUM LOTE ""L"" ".
004200     05  FILLER                   PIC X(48) VALUE
004210         "DO ARQUIVO DE LIBERADAS.".
004220     05  FILLER                   PIC X(29) VALUE SPACES.
004230 01  WS-LIN-TRACO.
004240     05  FILLER                   PIC X(60) VALUE ALL "-".
004250     05  FILLER                   PIC X(72) VALUE SPACES.
004260
004270 PROCEDURE DIVISION.
004280 0000-MAINLINE.
004290     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004300     PERFORM 2000-PROCESSAR-CARTAO THRU 2000-EXIT
004310         UNTIL FIM-CARTOES.
004320     PERFORM 4000-VARRER-RETIDAS THRU 4000-EXIT.
004330     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
004340     IF WS-QTD-COM-ERRO > ZERO OR WS-QTD-GRUPOS-ATRASADOS > ZERO
004350         MOVE 4 TO RETURN-CODE
004360     END-IF.
004370     STOP RUN.
004380
004390*---------------------------------------------------------------*
004400*    1000-INICIALIZAR                                           *
004410*    ABRE OS CARTOES, O ARQUIVO DE RETIDAS, O CADASTRO DE       *
004420*    OPERADORES, O ARQUIVO DE REJEITADOS (EM EXTENSAO), O DE    *
004430*    LIBERADAS E O RELATORIO.  ANTES DA PRIMEIRA RETENCAO O     *
004440*    ARQUIVO DE RETIDAS AINDA NAO EXISTE (STATUS 35): E CRIADO  *
004450*    VAZIO E REABERTO PARA ATUALIZACAO, COMO NA CRITICA.        *
004460*---------------------------------------------------------------*
004470 1000-INICIALIZAR.
004480     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
004490     MOVE WS-DATA-SISTEMA TO WS-DATA-MOVIMENTO.
004500     OPEN INPUT CARTOES-COMANDO.
004510     IF NOT FS-CARTOES-OK
004520         DISPLAY "Erro: abertura do SYSIN falhou. Status="
004530             FS-CARTOES
004540         MOVE 8 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     OPEN I-O TRANSACOES-RETIDAS.
004580     IF FS-RETIDAS-INEXISTENTE
004590         OPEN OUTPUT TRANSACOES-RETIDAS
004600         CLOSE TRANSACOES-RETIDAS
004610         OPEN I-O TRANSACOES-RETIDAS
004620     END-IF.
004630     IF NOT FS-RETIDAS-OK
004640         DISPLAY "Erro: abertura de CALCHLD falhou. Status="
004650             FS-TRANSACOES-RETIDAS
004660         MOVE 8 TO RETURN-CODE
004670         STOP RUN
004680     END-IF.
004690     OPEN INPUT CADASTRO-OPERADORES.
004700     IF NOT FS-OPERADORES-OK
004710         DISPLAY "Erro: abertura de CALCOPER falhou. Status="
004720             FS-CADASTRO-OPERADORES
004730         MOVE 8 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     OPEN EXTEND ARQUIVO-REJEITADOS.
004770     IF NOT FS-REJEITADOS-OK
004780         OPEN OUTPUT ARQUIVO-REJEITADOS
004790     END-IF.
004800     IF NOT FS-REJEITADOS-OK
004810         DISPLAY "Erro: abertura de CALCREJ falhou. Status="
004820             FS-ARQUIVO-REJEITADOS
004830         MOVE 8 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860     OPEN OUTPUT ARQUIVO-LIBERADAS.
004870     IF NOT FS-LIBERADAS-OK
004880         DISPLAY "Erro: abertura de CALCLIB falhou. Status="
004890             FS-ARQUIVO-LIBERADAS
004900         MOVE 8 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930     OPEN OUTPUT RELATORIO.
004940     IF NOT FS-RELATORIO-OK
004950         DISPLAY "Erro: abertura de LIBRREL falhou. Status="
004960             FS-RELATORIO
004970         MOVE 8 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000 1000-EXIT.
005010     EXIT.
005020
005030*---------------------------------------------------------------*
005040*    2000-PROCESSAR-CARTAO                                      *
005050*    LE UM CARTAO DO SYSIN.  CARTAO EM BRANCO E IGNORADO;       *
005060*    CARTAO COM DATA NUMERICA NAS COLUNAS 01-08 E A DATA DO     *
005070*    MOVIMENTO; OS DEMAIS SAO DECISOES DO SUPERVISOR.           *
005080*---------------------------------------------------------------*
005090 2000-PROCESSAR-CARTAO.
005100     READ CARTOES-COMANDO
005110         AT END
005120             SET FIM-CARTOES TO TRUE
005130             GO TO 2000-EXIT
005140     END-READ.
005150     IF REG-CARTAO = SPACES
005160         GO TO 2000-EXIT
005170     END-IF.
005180     IF CRT-DATA NUMERIC
005190         IF CRT-DATA > ZERO
005200             MOVE CRT-DATA TO WS-DATA-MOVIMENTO
005210         END-IF
005220         GO TO 2000-EXIT
005230     END-IF.
005240     ADD 1 TO WS-QTD-CARTOES.
005250     PERFORM 2100-EXECUTAR-CARTAO THRU 2100-EXIT.
005260 2000-EXIT.
005270     EXIT.
005280
005290*---------------------------------------------------------------*
005300*    2100-EXECUTAR-CARTAO                                       *
005310*    CRITICA A ACAO E O SUPERVISOR, LOCALIZA O GRUPO RETIDO E   *
005320*    APLICA A DECISAO.  QUALQUER FALHA DE CRITICA CONTA COMO    *
005330*    CARTAO COM ERRO E O GRUPO FICA COMO ESTAVA.                *
005340*---------------------------------------------------------------*
005350 2100-EXECUTAR-CARTAO.
005360     IF NOT ACAO-LIBERAR AND NOT ACAO-RECUSAR
005370         DISPLAY "Erro: acao invalida no cartao "
005380             WS-QTD-CARTOES ": " LIB-ACAO
005390         ADD 1 TO WS-QTD-COM-ERRO
005400         GO TO 2100-EXIT
005410     END-IF.
005420     PERFORM 2200-VALIDAR-SUPERVISOR THRU 2200-EXIT.
005430     IF OPR-STATUS = SPACE
005440         GO TO 2100-EXIT
005450     END-IF.
005460     PERFORM 2300-LOCALIZAR-GRUPO THRU 2300-EXIT.
005470     IF NOT GRUPO-ABERTO
005480         GO TO 2100-EXIT
005490     END-IF.
005500     IF ACAO-LIBERAR
005510         PERFORM 3100-LIBERAR-GRUPO THRU 3100-EXIT
005520     ELSE
005530         PERFORM 3200-RECUSAR-GRUPO THRU 3200-EXIT
005540     END-IF.
005550     MOVE "N" TO WS-GRUPO-ABERTO.
005560 2100-EXIT.
005570     EXIT.
005580
005590*---------------------------------------------------------------*
005600*    2200-VALIDAR-SUPERVISOR                                    *
005610*    O SUPERVISOR DO CARTAO (COLUNAS 05-12) TEM DE ESTAR ATIVO  *
005620*    NO CADASTRO CALCOPER E SER DE NIVEL SUPERVISOR.  NA        *
005630*    RECUSA DO CARTAO, OPR-STATUS SAI EM BRANCO.                *
005640*---------------------------------------------------------------*
005650 2200-VALIDAR-SUPERVISOR.
005660     MOVE LIB-SUPERVISOR TO OPR-ID.
005670     READ CADASTRO-OPERADORES
005680         INVALID KEY
005690             MOVE SPACE TO OPR-STATUS
005700     END-READ.
005710     IF NOT OPERADOR-ATIVO
005720         DISPLAY "Erro: operador " LIB-SUPERVISOR " nao "
005730             "cadastrado ou inativo em CALCOPER. Cartao "
005740             WS-QTD-CARTOES
005750         ADD 1 TO WS-QTD-COM-ERRO
005760         MOVE SPACE TO OPR-STATUS
005770         GO TO 2200-EXIT
005780     END-IF.
005790     IF NOT NIVEL-SUPERVISOR
005800         DISPLAY "Erro: " LIB-ACAO " exige nivel supervisor ("
005810             LIB-SUPERVISOR "). Cartao " WS-QTD-CARTOES
005820         ADD 1 TO WS-QTD-COM-ERRO
005830         MOVE SPACE TO OPR-STATUS
005840     END-IF.
005850 2200-EXIT.
005860     EXIT.
005870
005880*---------------------------------------------------------------*
005890*    2300-LOCALIZAR-GRUPO                                       *
005900*    LE O REGISTRO 000 DO GRUPO DO CARTAO.  SO O GRUPO AINDA    *
005910*    RETIDO ("R") ACEITA DECISAO: O LIBERADO OU EFETIVADO JA    *
005920*    TEVE A SUA.                                                *
005930*---------------------------------------------------------------*
005940 2300-LOCALIZAR-GRUPO.
005950     MOVE "N" TO WS-GRUPO-ABERTO.
005960     MOVE LIB-DEPTO    TO HLD-DEPTO.
005970     MOVE LIB-TRANS-ID TO HLD-GRUPO-ID.
005980     MOVE ZERO         TO HLD-POSICAO.
005990     READ TRANSACOES-RETIDAS
006000         INVALID KEY
006010             DISPLAY "Erro: transacao " LIB-TRANS-ID " do depto "
006020                 LIB-DEPTO " nao esta em CALCHLD. Cartao "
006030                 WS-QTD-CARTOES
006040             ADD 1 TO WS-QTD-COM-ERRO
006050             GO TO 2300-EXIT
006060     END-READ.
006070     IF NOT HLD-RETIDA
006080         DISPLAY "Erro: transacao " LIB-TRANS-ID " do depto "
006090             LIB-DEPTO " ja decidida (situacao " HLD-SITUACAO
006100             "). Cartao " WS-QTD-CARTOES
006110         ADD 1 TO WS-QTD-COM-ERRO
006120         GO TO 2300-EXIT
006130     END-IF.
006140     SET GRUPO-ABERTO TO TRUE.
006150     MOVE HLD-DEPTO           TO WS-DEPTO-GRUPO.
006160     MOVE HLD-GRUPO-ID        TO WS-ID-GRUPO.
006170     MOVE HLD-LINHA-ORIGINAL  TO WS-LINHA-RETIDA.
006171     MOVE HLD-VALOR-RETIDO    TO WS-GRP-VALOR-RETIDO.
006180     MOVE ZERO                TO WS-QTD-REG-GRUPO.
006190 2300-EXIT.
006200     EXIT.
006210
006220*---------------------------------------------------------------*
006230*    3100-LIBERAR-GRUPO                                         *
006240*    MARCA TODOS OS REGISTROS DO GRUPO COMO LIBERADOS, COM O    *
006250*    SUPERVISOR E A DATA DA DECISAO.  O GRUPO ENTRA NO ARQUIVO  *
006260*    DE LIBERADAS NA VARREDURA DESTA MESMA EXECUCAO.  FALHA DE  *
006270*    REGRAVACAO ENCERRA O PASSO.                                *
006280*---------------------------------------------------------------*
006290 3100-LIBERAR-GRUPO.
006300     MOVE "N" TO WS-FIM-GRUPO.
006310     START TRANSACOES-RETIDAS KEY IS NOT LESS THAN HLD-CHAVE
006320         INVALID KEY
006330             SET FIM-GRUPO TO TRUE
006340     END-START.
006350     PERFORM 3110-LIBERAR-REGISTRO THRU 3110-EXIT
006360         UNTIL FIM-GRUPO.
006370     ADD 1 TO WS-QTD-LIBERADOS.
006380     MOVE "LIB" TO WS-TRL-ACAO.
006390     MOVE LIB-SUPERVISOR TO WS-TRL-SUPERVISOR.
006400     PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT.
006410     DISPLAY "Liberada: transacao " WS-ID-GRUPO " do depto "
006420         WS-DEPTO-GRUPO " (" WS-QTD-REG-GRUPO " registro(s)).".
006430 3100-EXIT.
006440     EXIT.
006450
006460 3110-LIBERAR-REGISTRO.
006470     PERFORM 3300-LER-PROXIMO-DO-GRUPO THRU 3300-EXIT.
006480     IF FIM-GRUPO
006490         GO TO 3110-EXIT
006500     END-IF.
006510     SET HLD-LIBERADA    TO TRUE.
006520     MOVE LIB-SUPERVISOR  TO HLD-SUPERVISOR.
006530     MOVE WS-DATA-SISTEMA TO HLD-DATA-DECISAO.
006540     REWRITE REG-RETIDO.
006550     IF NOT FS-RETIDAS-OK
006560         DISPLAY "Erro: regravacao em CALCHLD falhou. Status="
006570             FS-TRANSACOES-RETIDAS " Transacao=" WS-ID-GRUPO
006580         MOVE 8 TO RETURN-CODE
006590         STOP RUN
006600     END-IF.
006610 3110-EXIT.
006620     EXIT.
006630
006640*---------------------------------------------------------------*
006650*    3200-RECUSAR-GRUPO                                         *
006660*    GRAVA CADA REGISTRO DO GRUPO NO ARQUIVO DE REJEITADOS COM  *
006670*    MOTIVO "RL", O NUMERO DO REGISTRO NO MOVIMENTO EM QUE FOI  *
006680*    RETIDO E A DATA DO MOVIMENTO COMO DATA DE REJEICAO, E O    *
006690*    APAGA DE CALCHLD.  A AGENCIA CORRIGE E REENVIA PELA        *
006700*    RECICLAGEM; NO REENVIO O LIMITE E CRITICADO DE NOVO.       *
006710*---------------------------------------------------------------*
006720 3200-RECUSAR-GRUPO.
006730     MOVE "N" TO WS-FIM-GRUPO.
006740     START TRANSACOES-RETIDAS KEY IS NOT LESS THAN HLD-CHAVE
006750         INVALID KEY
006760             SET FIM-GRUPO TO TRUE
006770     END-START.
006780     PERFORM 3210-RECUSAR-REGISTRO THRU 3210-EXIT
006790         UNTIL FIM-GRUPO.
006800     ADD 1 TO WS-QTD-RECUSADOS.
006810     MOVE "REC" TO WS-TRL-ACAO.
006820     MOVE LIB-SUPERVISOR TO WS-TRL-SUPERVISOR.
006830     PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT.
006840     DISPLAY "Recusada: transacao " WS-ID-GRUPO " do depto "
006850         WS-DEPTO-GRUPO " (" WS-QTD-REG-GRUPO " registro(s)).".
006860 3200-EXIT.
006870     EXIT.
006880
006890 3210-RECUSAR-REGISTRO.
006900     PERFORM 3300-LER-PROXIMO-DO-GRUPO THRU 3300-EXIT.
006910     IF FIM-GRUPO
006920         GO TO 3210-EXIT
006930     END-IF.
006940     MOVE SPACES             TO REG-REJEITADO.
006950     MOVE HLD-NUM-REGISTRO   TO REJ-NUM-REGISTRO.
006960     MOVE "RL"               TO REJ-MOTIVO.
006970     MOVE WS-DATA-MOVIMENTO  TO REJ-DATA-REJEICAO.
006980     MOVE HLD-DEPTO          TO REJ-DEPTO.
006990     MOVE HLD-LINHA-ORIGINAL TO REJ-LINHA-ORIGINAL.
007000     WRITE REG-REJEITADO.
007010     IF NOT FS-REJEITADOS-OK
007020         DISPLAY "Erro: gravacao em CALCREJ falhou. Status="
007030             FS-ARQUIVO-REJEITADOS
007040         MOVE 8 TO RETURN-CODE
007050         STOP RUN
007060     END-IF.
007070     DELETE TRANSACOES-RETIDAS RECORD.
007080     IF NOT FS-RETIDAS-OK
007090         DISPLAY "Erro: exclusao em CALCHLD falhou. Status="
007100             FS-TRANSACOES-RETIDAS " Transacao=" WS-ID-GRUPO
007110         MOVE 8 TO RETURN-CODE
007120         STOP RUN
007130     END-IF.
007140 3210-EXIT.
007150     EXIT.
007160
007170*---------------------------------------------------------------*
007180*    3300-LER-PROXIMO-DO-GRUPO                                  *
007190*    LEITURA SEQUENCIAL DO GRUPO DO CARTAO: ENCERRA NO FIM DO   *
007200*    ARQUIVO OU NO PRIMEIRO REGISTRO DE OUTRO GRUPO.            *
007210*---------------------------------------------------------------*
007220 3300-LER-PROXIMO-DO-GRUPO.
007230     READ TRANSACOES-RETIDAS NEXT RECORD
007240         AT END
007250             SET FIM-GRUPO TO TRUE
007260             GO TO 3300-EXIT
007270     END-READ.
007280     IF HLD-DEPTO NOT = WS-DEPTO-GRUPO OR
007290        HLD-GRUPO-ID NOT = WS-ID-GRUPO
007300         SET FIM-GRUPO TO TRUE
007310         GO TO 3300-EXIT
007320     END-IF.
007330     ADD 1 TO WS-QTD-REG-GRUPO.
007340 3300-EXIT.
007350     EXIT.
007360
007370*---------------------------------------------------------------*
007380*    4000-VARRER-RETIDAS                                        *
007390*    UMA LEITURA COMPLETA DE CALCHLD EM ORDEM DE CHAVE, QUE JA  *
007400*    AGRUPA POR DEPARTAMENTO E, DENTRO DELE, POR GRUPO (O       *
007410*    REGISTRO 000 PRIMEIRO).  NO FIM, FECHA O ULTIMO GRUPO, O   *
007420*    ULTIMO LOTE E O RELATORIO.                                 *
007430*---------------------------------------------------------------*
007440 4000-VARRER-RETIDAS.
007450     MOVE WS-DATA-MOVIMENTO (5:4) TO WS-LOTE-MMDD.
007460     MOVE WS-DATA-MOVIMENTO TO CAB-DATA-MOVIMENTO.
007470     MOVE "N" TO WS-GRUPO-ABERTO.
007480     MOVE "N" TO WS-FIM-RETIDAS.
007490     MOVE LOW-VALUES TO HLD-CHAVE.
007500     START TRANSACOES-RETIDAS KEY IS NOT LESS THAN HLD-CHAVE
007510         INVALID KEY
007520             SET FIM-RETIDAS TO TRUE
007530     END-START.
007540     PERFORM 4100-LER-RETIDO THRU 4100-EXIT
007550         UNTIL FIM-RETIDAS.
007560     PERFORM 4900-FECHAR-GRUPO THRU 4900-EXIT.
007570     IF LOTE-ABERTO
007580         PERFORM 4500-FECHAR-LOTE THRU 4500-EXIT
007590     END-IF.
007600     PERFORM 6200-FECHAR-RELATORIO THRU 6200-EXIT.
007610 4000-EXIT.
007620     EXIT.
007630
007640*---------------------------------------------------------------*
007650*    4100-LER-RETIDO                                            *
007660*    LE UM REGISTRO DE CALCHLD.  O REGISTRO 000 ABRE UM GRUPO   *
007670*    NOVO E DECIDE O DESTINO DELE; OS DEMAIS SEGUEM O DESTINO   *
007680*    DO GRUPO.  CONTINUACAO SEM O REGISTRO 000 DO GRUPO NAO TEM *
007690*    COMO SER DECIDIDA E SO E ACUSADA.                          *
007700*---------------------------------------------------------------*
007710 4100-LER-RETIDO.
007720     READ TRANSACOES-RETIDAS NEXT RECORD
007730         AT END
007740             SET FIM-RETIDAS TO TRUE
007750             GO TO 4100-EXIT
007760     END-READ.
007770     ADD 1 TO WS-QTD-LIDOS.
007780     IF HLD-POSICAO = ZERO
007790         PERFORM 4200-ABRIR-GRUPO THRU 4200-EXIT
007800     ELSE
007810         IF NOT GRUPO-ABERTO OR
007820            HLD-DEPTO NOT = WS-DEPTO-GRUPO OR
007830            HLD-GRUPO-ID NOT = WS-ID-GRUPO
007840             DISPLAY "Aviso: registro " HLD-CHAVE " de CALCHLD "
007850                 "sem o detalhe do grupo - ignorado."
007860             GO TO 4100-EXIT
007870         END-IF
007880     END-IF.
007890     ADD 1 TO WS-QTD-REG-GRUPO.
007900     IF GRUPO-NO-LOTE
007910         PERFORM 4300-GRAVAR-LIBERADA THRU 4300-EXIT
007920     END-IF.
007930     IF GRUPO-EXPURGADO
007940         PERFORM 4400-EXPURGAR-REGISTRO THRU 4400-EXIT
007950     END-IF.
007960 4100-EXIT.
007970     EXIT.
007980
007990*---------------------------------------------------------------*
008000*    4200-ABRIR-GRUPO                                           *
008010*    FECHA O GRUPO ANTERIOR, GUARDA OS DADOS DO REGISTRO 000 E  *
008020*    DECIDE O DESTINO DO GRUPO PELA SITUACAO E PELAS DATAS.     *
008030*---------------------------------------------------------------*
008040 4200-ABRIR-GRUPO.
008050     PERFORM 4900-FECHAR-GRUPO THRU 4900-EXIT.
008060     SET GRUPO-ABERTO TO TRUE.
008070     MOVE HLD-DEPTO           TO WS-DEPTO-GRUPO.
008080     MOVE HLD-GRUPO-ID        TO WS-ID-GRUPO.
008090     MOVE ZERO                TO WS-QTD-REG-GRUPO.
008100     MOVE HLD-LINHA-ORIGINAL  TO WS-LINHA-RETIDA.
008101     MOVE HLD-VALOR-RETIDO    TO WS-GRP-VALOR-RETIDO.
008110     MOVE HLD-DATA-RETENCAO   TO WS-GRP-DATA-RETENCAO.
008120     MOVE HLD-LIM-DEPTO       TO WS-GRP-LIM-DEPTO.
008130     MOVE HLD-LIM-OPERACAO    TO WS-GRP-LIM-OPERACAO.
008140     MOVE HLD-VALOR-LIMITE    TO WS-GRP-VALOR-LIMITE.
008150     MOVE HLD-SUPERVISOR      TO WS-GRP-SUPERVISOR.
008160     MOVE HLD-DATA-DECISAO    TO WS-GRP-DATA-DECISAO.
008170     MOVE SPACE               TO WS-DESTINO-GRUPO.
008180     MOVE ZERO                TO WS-GRP-DIAS.
008190     IF HLD-RETIDA OR HLD-LIBERADA
008200         MOVE HLD-SITUACAO TO WS-DESTINO-GRUPO
008210         MOVE HLD-DATA-RETENCAO TO WS-DATA-INICIAL
008220         PERFORM 6500-CALCULAR-DIAS THRU 6500-EXIT
008230         MOVE WS-DIAS-CORRIDOS TO WS-GRP-DIAS
008240         GO TO 4200-EXIT
008250     END-IF.
008260     IF NOT HLD-EFETIVADA
008270         DISPLAY "Aviso: grupo " HLD-GRUPO-ID " do depto "
008280             HLD-DEPTO " com situacao invalida (" HLD-SITUACAO
008290             ") em CALCHLD - ignorado."
008300         GO TO 4200-EXIT
008310     END-IF.
008320     IF HLD-DATA-EFETIVACAO = WS-DATA-MOVIMENTO
008330         SET GRUPO-REENVELOPADO TO TRUE
008340         GO TO 4200-EXIT
008350     END-IF.
008360     MOVE HLD-DATA-EFETIVACAO TO WS-DATA-INICIAL.
008370     PERFORM 6500-CALCULAR-DIAS THRU 6500-EXIT.
008380     IF WS-DIAS-CORRIDOS NOT < WS-PRAZO-EXPURGO
008390         SET GRUPO-EXPURGADO TO TRUE
008400     END-IF.
008410 4200-EXIT.
008420     EXIT.
008430
008451*---------------------------------------------------------------*
008452*    4300-GRAVAR-LIBERADA                                       *
008460*    COPIA A LINHA ORIGINAL DO REGISTRO PARA O LOTE "L" DO      *
008470*    DEPARTAMENTO, ABRINDO O LOTE NA TROCA DE DEPARTAMENTO, E   *
008480*    ACUMULA A CONTAGEM E O HASH DE NUMERO1 DO TRAILER.         *
008490*---------------------------------------------------------------*
008500 4300-GRAVAR-LIBERADA.
008510     IF NOT LOTE-ABERTO OR HLD-DEPTO NOT = WS-DEPTO-LOTE
008520         IF LOTE-ABERTO
008530             PERFORM 4500-FECHAR-LOTE THRU 4500-EXIT
008540         END-IF
008550         PERFORM 4510-ABRIR-LOTE THRU 4510-EXIT
008560     END-IF.
008570     MOVE HLD-LINHA-ORIGINAL TO REG-ENTRADA.
008580     ADD 1 TO WS-QTD-DETALHES-LOTE.
008590     IF ENT-NUMERO1 NUMERIC
008600         ADD ENT-NUMERO1 TO WS-HASH-LOTE
008610             ON SIZE ERROR
008620                 CONTINUE
008630         END-ADD
008640     END-IF.
008650     PERFORM 6000-GRAVAR-LIBERADA THRU 6000-EXIT.
008660     ADD 1 TO WS-QTD-REGISTROS-LOTE.
008670 4300-EXIT.
008680     EXIT.
008690
008700*---------------------------------------------------------------*
008710*    4400-EXPURGAR-REGISTRO                                     *
008720*    APAGA O REGISTRO DO GRUPO EFETIVADO ALEM DO PRAZO DE       *
008730*    GUARDA.  FALHA AQUI ENCERRA O PASSO.                       *
008740*---------------------------------------------------------------*
008750 4400-EXPURGAR-REGISTRO.
008760     DELETE TRANSACOES-RETIDAS RECORD.
008770     IF NOT FS-RETIDAS-OK
008780         DISPLAY "Erro: exclusao em CALCHLD falhou. Status="
008790             FS-TRANSACOES-RETIDAS " Transacao=" WS-ID-GRUPO
008800         MOVE 8 TO RETURN-CODE
008810         STOP RUN
008820     END-IF.
008830 4400-EXIT.
008840     EXIT.
008850
008860*---------------------------------------------------------------*
008870*    4500-FECHAR-LOTE / 4510-ABRIR-LOTE                         *
008880*    TRAILER COM A CONTAGEM E O HASH-TOTAL APURADOS E           *
008890*    CABECALHO DO LOTE "L" DO DEPARTAMENTO, COMO EM CALCSGEN.   *
008900*---------------------------------------------------------------*
008910 4500-FECHAR-LOTE.
008920     MOVE SPACES TO REG-ENTRADA.
008930     MOVE "T" TO ENT-TIPO-REGISTRO.
008940     MOVE WS-LOTE-GERADO TO ENT-TRL-LOTE-ID.
008950     MOVE WS-QTD-DETALHES-LOTE TO ENT-TRL-QTD-DETALHES.
008960     MOVE WS-HASH-LOTE TO ENT-TRL-HASH-NUMERO1.
008970     PERFORM 6000-GRAVAR-LIBERADA THRU 6000-EXIT.
008980     MOVE "N" TO WS-LOTE-ABERTO.
008990     MOVE SPACES TO WS-DEPTO-LOTE.
009000 4500-EXIT.
009010     EXIT.
009020
009030 4510-ABRIR-LOTE.
009040     ADD 1 TO WS-SEQ-LOTE.
009050     MOVE WS-SEQ-LOTE TO WS-LOTE-SEQ.
009060     MOVE HLD-DEPTO TO WS-DEPTO-LOTE.
009070     MOVE ZERO TO WS-QTD-DETALHES-LOTE.
009080     MOVE ZERO TO WS-HASH-LOTE.
009090     MOVE SPACES TO REG-ENTRADA.
009100     MOVE "H" TO ENT-TIPO-REGISTRO.
009110     MOVE WS-LOTE-GERADO TO ENT-HDR-LOTE-ID.
009120     MOVE WS-DEPTO-LOTE TO ENT-HDR-DEPTO.
009121     SET ENT-HDR-ORIGEM-CALCLIBR TO TRUE.
009130     PERFORM 6000-GRAVAR-LIBERADA THRU 6000-EXIT.
009140     SET LOTE-ABERTO TO TRUE.
009150     ADD 1 TO WS-QTD-LOTES.
009160 4510-EXIT.
009170     EXIT.
009180
009190*---------------------------------------------------------------*
009200*    4900-FECHAR-GRUPO                                          *
009210*    ENCERRA O GRUPO DA VARREDURA: O RETIDO E O LIBERADO SAEM   *
009220*    NO RELATORIO; O EXPURGADO GANHA A LINHA "EXP" NA TRILHA.   *
009230*---------------------------------------------------------------*
009240 4900-FECHAR-GRUPO.
009250     IF NOT GRUPO-ABERTO
009260         GO TO 4900-EXIT
009270     END-IF.
009280     MOVE "N" TO WS-GRUPO-ABERTO.
009290     IF GRUPO-NO-RELATORIO
009300         PERFORM 6100-IMPRIMIR-GRUPO THRU 6100-EXIT
009310     END-IF.
009320     IF GRUPO-NO-LOTE
009330         ADD 1 TO WS-QTD-GRUPOS-LOTE
009340     END-IF.
009350     IF GRUPO-EXPURGADO
009360         ADD 1 TO WS-QTD-EXPURGADOS
009370         MOVE "EXP" TO WS-TRL-ACAO
009380         MOVE WS-GRP-SUPERVISOR TO WS-TRL-SUPERVISOR
009390         PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT
009400     END-IF.
009410 4900-EXIT.
009420     EXIT.
009430
009440*---------------------------------------------------------------*
009450*    5000-GRAVAR-TRILHA                                         *
009460*    ACRESCENTA EM HLDAUD A LINHA DA DECISAO OU DO EXPURGO DO   *
009470*    GRUPO CORRENTE, COM CARIMBO DE DATA E HORA.  A ACAO E O    *
009480*    SUPERVISOR VEM PREENCHIDOS PELO CHAMADOR.                  *
009490*---------------------------------------------------------------*
009500 5000-GRAVAR-TRILHA.
009510     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
009520     ACCEPT WS-HORA-SISTEMA FROM TIME.
009530     MOVE WS-DATA-SISTEMA       TO WS-TRL-DATA.
009540     MOVE WS-HORA-SISTEMA (1:6) TO WS-TRL-HORA.
009550     MOVE WS-DEPTO-GRUPO        TO WS-TRL-DEPTO.
009560     MOVE WS-ID-GRUPO           TO WS-TRL-TRANS-ID.
009570     MOVE WS-GRP-VALOR-RETIDO   TO WS-TRL-VALOR.
009580     MOVE WS-QTD-REG-GRUPO      TO WS-TRL-QTD-REGISTROS.
009590     OPEN EXTEND LOG-RETIDAS.
009600     IF NOT FS-LOG-RET-OK
009610         OPEN OUTPUT LOG-RETIDAS
009620     END-IF.
009630     IF NOT FS-LOG-RET-OK
009640         DISPLAY "Erro: abertura de HLDAUD falhou. Status="
009650             FS-LOG-RETIDAS
009660         MOVE 8 TO RETURN-CODE
009670         STOP RUN
009680     END-IF.
009690     MOVE WS-LINHA-TRILHA TO REG-LOG-RETIDAS.
009700     WRITE REG-LOG-RETIDAS.
009710     IF NOT FS-LOG-RET-OK
009720         DISPLAY "Erro: gravacao em HLDAUD falhou. Status="
009730             FS-LOG-RETIDAS
009740         MOVE 8 TO RETURN-CODE
009750         STOP RUN
009760     END-IF.
009770     CLOSE LOG-RETIDAS.
009840 5000-EXIT.
009850     EXIT.
009860
009870 6000-GRAVAR-LIBERADA.
009880     WRITE REG-ENTRADA.
009890     IF NOT FS-LIBERADAS-OK
009900         DISPLAY "Erro: gravacao em CALCLIB falhou. Status="
009910             FS-ARQUIVO-LIBERADAS
009920         MOVE 8 TO RETURN-CODE
009930         STOP RUN
009940     END-IF.
009950 6000-EXIT.
009960     EXIT.
009970
009980*---------------------------------------------------------------*
009990*    6100-IMPRIMIR-GRUPO                                        *
010000*    IMPRIME A LINHA DO GRUPO RETIDO OU LIBERADO, COM O TOTAL   *
010010*    DO DEPARTAMENTO ANTERIOR NA TROCA DE DEPARTAMENTO, E       *
010020*    ACUMULA OS TOTAIS.  O RETIDO HA MAIS QUE O PRAZO DE        *
010030*    ALERTA SAI COMO "ATRASADA".                                *
010040*---------------------------------------------------------------*
010050 6100-IMPRIMIR-GRUPO.
010060     IF NOT DEPTO-IMPRESSO OR
010070        WS-DEPTO-GRUPO NOT = WS-DEPTO-RELATORIO
010080         IF DEPTO-IMPRESSO
010090             PERFORM 6150-TOTAL-DEPTO THRU 6150-EXIT
010100         ELSE
010110             MOVE WS-LIN-TITULO-RETIDAS TO REG-RELATORIO
010120             PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
010130         END-IF
010140         SET DEPTO-IMPRESSO TO TRUE
010150         MOVE WS-DEPTO-GRUPO TO WS-DEPTO-RELATORIO
010160         MOVE ZERO TO WS-DEP-QTD-RETIDAS
010170         MOVE ZERO TO WS-DEP-QTD-LIBERADAS
010180         MOVE ZERO TO WS-DEP-MAIOR-IDADE
010190     END-IF.
010200     MOVE WS-DEPTO-GRUPO       TO RTD-DEPTO.
010210     MOVE WS-ID-GRUPO          TO RTD-TRANS-ID.
010220     MOVE WS-QTD-REG-GRUPO     TO RTD-QTD-REGISTROS.
010230     MOVE WS-LRT-OPERACAO      TO RTD-OPERACAO.
010240     MOVE WS-GRP-VALOR-RETIDO  TO RTD-VALOR-RETIDO.
010290     MOVE WS-GRP-LIM-DEPTO     TO RTD-LIM-DEPTO.
010300     MOVE WS-GRP-LIM-OPERACAO  TO RTD-LIM-OPERACAO.
010310     MOVE WS-GRP-VALOR-LIMITE  TO RTD-VALOR-LIMITE.
010320     MOVE WS-GRP-DATA-RETENCAO TO RTD-DATA-RETENCAO.
010330     MOVE WS-GRP-DIAS          TO RTD-DIAS.
010340     IF GRUPO-LIBERADO
010350         MOVE "LIBERADA"          TO RTD-SITUACAO
010360         MOVE WS-GRP-SUPERVISOR   TO RTD-SUPERVISOR
010370         MOVE WS-GRP-DATA-DECISAO TO RTD-DATA-DECISAO
010380         ADD 1 TO WS-DEP-QTD-LIBERADAS
010390         ADD 1 TO WS-GER-QTD-LIBERADAS
010400         ADD 1 TO WS-QTD-GRUPOS-LIBERADOS
010410     ELSE
010420         MOVE "RETIDA"            TO RTD-SITUACAO
010430         MOVE SPACES              TO RTD-SUPERVISOR
010440         MOVE SPACES              TO RTD-DATA-DECISAO
010450         IF WS-GRP-DIAS NOT < WS-PRAZO-ALERTA
010460             MOVE "ATRASADA"      TO RTD-SITUACAO
010470             ADD 1 TO WS-QTD-GRUPOS-ATRASADOS
010480         END-IF
010490         ADD 1 TO WS-DEP-QTD-RETIDAS
010500         ADD 1 TO WS-GER-QTD-RETIDAS
010510         ADD 1 TO WS-QTD-GRUPOS-RETIDOS
010520     END-IF.
010530     IF WS-GRP-DIAS > WS-DEP-MAIOR-IDADE
010540         MOVE WS-GRP-DIAS TO WS-DEP-MAIOR-IDADE
010550     END-IF.
010560     IF WS-GRP-DIAS > WS-GER-MAIOR-IDADE
010570         MOVE WS-GRP-DIAS TO WS-GER-MAIOR-IDADE
010580     END-IF.
010590     MOVE WS-LIN-RETIDA TO REG-RELATORIO.
010600     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010610 6100-EXIT.
010620     EXIT.
010630
010640 6150-TOTAL-DEPTO.
010650     MOVE "TOTAL DEPTO "       TO TOT-TITULO.
010660     MOVE WS-DEPTO-RELATORIO   TO TOT-DEPTO.
010670     MOVE WS-DEP-QTD-RETIDAS   TO TOT-QTD-RETIDAS.
010680     MOVE WS-DEP-QTD-LIBERADAS TO TOT-QTD-LIBERADAS.
010690     MOVE WS-DEP-MAIOR-IDADE   TO TOT-MAIOR-IDADE.
010700     MOVE WS-LIN-TOTAL TO REG-RELATORIO.
010710     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010720     MOVE SPACES TO REG-RELATORIO.
010730     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010740 6150-EXIT.
010750     EXIT.
010760
010770*---------------------------------------------------------------*
010780*    6200-FECHAR-RELATORIO                                      *
010790*    TOTAL DO ULTIMO DEPARTAMENTO, TOTAL GERAL E OBSERVACOES,   *
010800*    OU A OBSERVACAO DE NENHUMA TRANSACAO RETIDA.               *
010810*---------------------------------------------------------------*
010820 6200-FECHAR-RELATORIO.
010830     IF NOT DEPTO-IMPRESSO
010840         MOVE WS-LIN-NENHUMA TO REG-RELATORIO
010850         PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
010860         GO TO 6200-EXIT
010870     END-IF.
010880     PERFORM 6150-TOTAL-DEPTO THRU 6150-EXIT.
010890     MOVE "TOTAL GERAL "       TO TOT-TITULO.
010900     MOVE SPACES               TO TOT-DEPTO.
010910     MOVE WS-GER-QTD-RETIDAS   TO TOT-QTD-RETIDAS.
010920     MOVE WS-GER-QTD-LIBERADAS TO TOT-QTD-LIBERADAS.
010930     MOVE WS-GER-MAIOR-IDADE   TO TOT-MAIOR-IDADE.
010940     MOVE WS-LIN-TOTAL TO REG-RELATORIO.
010950     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010960     MOVE SPACES TO REG-RELATORIO.
010970     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010980     MOVE WS-LIN-OBSERVACAO1 TO REG-RELATORIO.
010990     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
011000     MOVE WS-LIN-OBSERVACAO2 TO REG-RELATORIO.
011010     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
011020 6200-EXIT.
011030     EXIT.
011040
011050*---------------------------------------------------------------*
011060*    6500-CALCULAR-DIAS                                         *
011070*    DIAS CORRIDOS DE WS-DATA-INICIAL ATE A DATA DO MOVIMENTO,  *
011080*    AVANCANDO O CALENDARIO DIA A DIA, COM TETO DE 999.  DATA   *
011090*    INVALIDA OU POSTERIOR AO MOVIMENTO DA ZERO DIAS.           *
011100*---------------------------------------------------------------*
011110 6500-CALCULAR-DIAS.
011120     MOVE ZERO TO WS-DIAS-CORRIDOS.
011130     IF WS-DATA-INICIAL NOT NUMERIC OR
011140        WS-DATA-INICIAL NOT < WS-DATA-MOVIMENTO
011150         GO TO 6500-EXIT
011160     END-IF.
011170     MOVE WS-DATA-INICIAL TO WS-DATA-CALENDARIO.
011180     IF WS-DTC-MES < 1 OR WS-DTC-MES > 12 OR WS-DTC-DIA < 1
011190         GO TO 6500-EXIT
011200     END-IF.
011210     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
011220     PERFORM 6510-AVANCAR-DIA THRU 6510-EXIT
011230         UNTIL WS-DATA-CALENDARIO NOT < WS-DATA-MOVIMENTO
011240            OR WS-DIAS-CORRIDOS = 999.
011250 6500-EXIT.
011260     EXIT.
011270
011280 6510-AVANCAR-DIA.
011290     ADD 1 TO WS-DIAS-CORRIDOS.
011300     IF WS-DTC-DIA < WS-ULTIMO-DIA-MES
011310         ADD 1 TO WS-DTC-DIA
011320         GO TO 6510-EXIT
011330     END-IF.
011340     MOVE 1 TO WS-DTC-DIA.
011350     IF WS-DTC-MES < 12
011360         ADD 1 TO WS-DTC-MES
011370     ELSE
011380         MOVE 1 TO WS-DTC-MES
011390         ADD 1 TO WS-DTC-ANO
011400     END-IF.
011410     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
011420 6510-EXIT.
011430     EXIT.
011440
011450 6520-ULTIMO-DIA-DO-MES.
011460     MOVE WS-DIAS-DO-MES (WS-DTC-MES) TO WS-ULTIMO-DIA-MES.
011470     IF WS-DTC-MES = 2
011480         DIVIDE WS-DTC-ANO BY 4 GIVING WS-QUOCIENTE
011490             REMAINDER WS-RESTO
011500         IF WS-RESTO = ZERO
011510             MOVE 29 TO WS-ULTIMO-DIA-MES
011520         END-IF
011530         DIVIDE WS-DTC-ANO BY 100 GIVING WS-QUOCIENTE
011540             REMAINDER WS-RESTO
011550         IF WS-RESTO = ZERO
011560             MOVE 28 TO WS-ULTIMO-DIA-MES
011570         END-IF
011580         DIVIDE WS-DTC-ANO BY 400 GIVING WS-QUOCIENTE
011590             REMAINDER WS-RESTO
011600         IF WS-RESTO = ZERO
011610             MOVE 29 TO WS-ULTIMO-DIA-MES
011620         END-IF
011630     END-IF.
011640 6520-EXIT.
011650     EXIT.
011660
011670*---------------------------------------------------------------*
011680*    7000-IMPRIMIR-LINHA                                        *
011690*    GRAVA A LINHA JA MONTADA EM REG-RELATORIO, ABRINDO UMA     *
011700*    PAGINA NOVA COM CABECALHO QUANDO A PAGINA CORRENTE ENCHE.  *
011710*---------------------------------------------------------------*
011720 7000-IMPRIMIR-LINHA.
011730     IF WS-NUM-LINHA >= WS-LINHAS-POR-PAGINA
011740         PERFORM 7100-CABECALHO-PAGINA THRU 7100-EXIT
011750     END-IF.
011760     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
011770     ADD 1 TO WS-NUM-LINHA.
011780 7000-EXIT.
011790     EXIT.
011800
011810*---------------------------------------------------------------*
011820*    7100-CABECALHO-PAGINA                                      *
011830*    IMPRIME O CABECALHO DE UMA PAGINA NOVA.  A LINHA EM        *
011840*    REG-RELATORIO E PRESERVADA PARA SAIR LOGO APOS O           *
011850*    CABECALHO.                                                 *
011860*---------------------------------------------------------------*
011870 7100-CABECALHO-PAGINA.
011880     MOVE REG-RELATORIO TO WS-LINHA-GUARDADA.
011890     ADD 1 TO WS-NUM-PAGINA.
011900     MOVE WS-NUM-PAGINA TO CAB-NUM-PAGINA.
011910     MOVE WS-LIN-CABECALHO1 TO REG-RELATORIO.
011920     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
011930     MOVE WS-LIN-CABECALHO2 TO REG-RELATORIO.
011940     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
011950     MOVE WS-LIN-TRACO TO REG-RELATORIO.
011960     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
011970     MOVE SPACES TO REG-RELATORIO.
011980     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
011990     MOVE 4 TO WS-NUM-LINHA.
012000     MOVE WS-LINHA-GUARDADA TO REG-RELATORIO.
012010 7100-EXIT.
012020     EXIT.
012030
012040 7200-GRAVAR-LINHA.
012050     WRITE REG-RELATORIO.
012060     IF NOT FS-RELATORIO-OK
012070         DISPLAY "Erro: gravacao em LIBRREL falhou. Status="
012080             FS-RELATORIO
012090         MOVE 8 TO RETURN-CODE
012100         STOP RUN
012110     END-IF.
012120 7200-EXIT.
012130     EXIT.
012140
012150*---------------------------------------------------------------*
012160*    8000-FINALIZAR                                             *
012170*    FECHA OS ARQUIVOS E MOSTRA O RESUMO DO PASSO.              *
012180*---------------------------------------------------------------*
012190 8000-FINALIZAR.
012200     CLOSE CARTOES-COMANDO.
012210     CLOSE TRANSACOES-RETIDAS.
012220     CLOSE CADASTRO-OPERADORES.
012230     CLOSE ARQUIVO-REJEITADOS.
012240     CLOSE ARQUIVO-LIBERADAS.
012250     CLOSE RELATORIO.
012260     DISPLAY "--------------------------------------------".
012270     DISPLAY "  LIBERACAO DE TRANSACOES RETIDAS".
012280     DISPLAY "--------------------------------------------".
012290     DISPLAY "  Data movimento: " WS-DATA-MOVIMENTO.
012300     DISPLAY "  Cartoes lidos.: " WS-QTD-CARTOES.
012310     DISPLAY "  Com erro......: " WS-QTD-COM-ERRO.
012320     DISPLAY "  Liberados.....: " WS-QTD-LIBERADOS.
012330     DISPLAY "  Recusados.....: " WS-QTD-RECUSADOS.
012340     DISPLAY "  Lidos CALCHLD.: " WS-QTD-LIDOS.
012350     DISPLAY "  Ainda retidos.: " WS-QTD-GRUPOS-RETIDOS.
012360     DISPLAY "    Atrasados...: " WS-QTD-GRUPOS-ATRASADOS.
012370     DISPLAY "  A efetivar....: " WS-QTD-GRUPOS-LIBERADOS.
012380     DISPLAY "  Grupos no lote: " WS-QTD-GRUPOS-LOTE.
012390     DISPLAY "  Registros.....: " WS-QTD-REGISTROS-LOTE.
012400     DISPLAY "  Lotes gerados.: " WS-QTD-LOTES.
012410     DISPLAY "  Expurgados....: " WS-QTD-EXPURGADOS.
012420     DISPLAY "--------------------------------------------".
012430 8000-EXIT.
012440     EXIT.

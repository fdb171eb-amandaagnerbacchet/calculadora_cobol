000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCBALC                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  BATIMENTO DE FIM DE TURNO DOS OPERADORES DA         *
000090*           CALCULADORA DE BALCAO, COMO CALCDCLS PROVA A CADEIA *
000100*           DO LOTE.  PARA CADA OPERADOR QUE TRABALHOU NO DIA,  *
000110*           CONFRONTA TRES FONTES INDEPENDENTES:                *
000120*             1. O LOG DE AUDITORIA ACUMULADO (AUDITLOG): OS    *
000130*                TOTAIS DO OPERADOR SAO RECONSTRUIDOS DAS       *
000140*                LINHAS DA DATA CUJA ORIGEM E ELE - CALCULOS    *
000150*                POR STATUS (SUCESSO "S", ERRO "E", NEGADO "N") *
000160*                E SOMA DOS RESULTADOS BEM SUCEDIDOS.  ORIGEM   *
000170*                QUE NAO ESTA NO CADASTRO CALCOPER E            *
000180*                DEPARTAMENTO DO LOTE E NAO ENTRA NO BATIMENTO; *
000190*             2. OS RESUMOS DE SESSAO (CALCSES, LAYOUT CALCSES) *
000200*                QUE A CALCULADORA GRAVA AO ENCERRAR CADA       *
000210*                SESSAO ABERTA NA DATA;                         *
000220*             3. O CARTAO DE TOTAIS DECLARADOS PELO SUPERVISOR  *
000230*                (QUANTIDADE DE CALCULOS E TOTAL DOS RESULTADOS *
000240*                CONFERIDOS NO FIM DO TURNO).                   *
000250*           O RELATORIO BALREL TRAZ UM BLOCO POR OPERADOR COM   *
000260*           AS TRES FONTES, A DIFERENCA DO LOG PARA CADA UMA E  *
000270*           O RESULTADO (BATIDO OU COM DIFERENCA).  OPERADOR    *
000280*           COM MOVIMENTO E SEM CARTAO DE DECLARACAO FICA COM   *
000290*           DIFERENCA.  SESSAO INTERROMPIDA SEM RESUMO APARECE  *
000300*           COMO DIFERENCA ENTRE O LOG E AS SESSOES; SESSAO QUE *
000310*           ATRAVESSA A MEIA-NOITE CONTA NO DIA DA ABERTURA NOS *
000320*           RESUMOS E NO DIA DE CADA LINHA NO LOG.              *
000330*           O RESULTADO VAI PARA CALCCTL (PASSO CALCBALC), PARA *
000340*           O FECHAMENTO DO DIA (CALCDCLS) VER O BALCAO.        *
000350*                                                               *
000360*  CARTOES DO SYSIN (UM POR LINHA, TIPO NAS COLUNAS 01-03):     *
000370*    DAT  05-12  DATA DO MOVIMENTO (AAAAMMDD).  SEM ESTE        *
000380*                CARTAO, A DATA DO SISTEMA.                     *
000390*    DEC  05-12  OPERADOR CUJO TURNO E DECLARADO                *
000400*         14-21  SUPERVISOR QUE CONFERIU (ATIVO, NIVEL          *
000410*                SUPERVISOR EM CALCOPER E OUTRO OPERADOR)       *
000420*         23-29  QUANTIDADE DE CALCULOS BEM SUCEDIDOS           *
000430*         31-41  TOTAL DOS RESULTADOS (9(9)V99, SINAL NO ULTIMO *
000440*                DIGITO)                                        *
000450*    CARTAO INVALIDO E REJEITADO NO SYSOUT E NAO CONTA COMO     *
000460*    DECLARACAO.  SO UM CARTAO DEC POR OPERADOR.                *
000470*                                                               *
000480*  CODIGO DE RETORNO:                                           *
000490*    0 - TODOS OS TURNOS BATIDOS                                *
000500*    4 - OPERADOR COM DIFERENCA OU CARTAO REJEITADO             *
000510*    8 - AUDITLOG OU CALCOPER NAO PODE SER ABERTO, FALHA DE     *
000520*        ARQUIVO OU TABELA DE ORIGENS ESTOURADA                 *
000530*                                                               *
000540*  HISTORICO DE ALTERACOES.                                     *
000550*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000560*                                                               *
000570***************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. CalcBalc.
000600 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000610 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000620 DATE-WRITTEN. 15/10/2026.
000630 DATE-COMPILED.
000640
000650 ENVIRONMENT DIVISION.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CARTOES-BATIMENTO ASSIGN TO "SYSIN"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-CARTOES.
000710
000720     SELECT LOG-AUDITORIA ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-LOG-AUDITORIA.
000750
000760     SELECT RESUMO-SESSAO ASSIGN TO "CALCSES"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-RESUMO-SESSAO.
000790
000800     SELECT CADASTRO-OPERADORES ASSIGN TO "CALCOPER"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS OPR-ID
000840         FILE STATUS IS FS-CADASTRO-OPERADORES.
000850
000860     SELECT RELATORIO ASSIGN TO "BALREL"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FS-RELATORIO.
000890
000900     SELECT CONTROLE-DIA ASSIGN TO "CALCCTL"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS FS-CONTROLE-DIA.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CARTOES-BATIMENTO
000970     LABEL RECORDS ARE STANDARD
000980     RECORDING MODE IS F.
000990 01  REG-CARTAO.
001000     05  BAL-TIPO                 PIC X(03).
001010         88  CARTAO-DATA                 VALUE "DAT".
001020         88  CARTAO-DECLARACAO           VALUE "DEC".
001030     05  FILLER                   PIC X(01).
001040     05  BAL-OPERADOR             PIC X(08).
001050     05  BAL-DATA REDEFINES BAL-OPERADOR
001060                                  PIC 9(08).
001070     05  FILLER                   PIC X(01).
001080     05  BAL-SUPERVISOR           PIC X(08).
001090     05  FILLER                   PIC X(01).
001100     05  BAL-QTD-CALCULOS         PIC 9(07).
001110     05  FILLER                   PIC X(01).
001120     05  BAL-TOTAL                PIC S9(09)V99.
001130     05  FILLER                   PIC X(39).
001140
001150 FD  LOG-AUDITORIA
001160     LABEL RECORDS ARE STANDARD
001170     RECORDING MODE IS F.
001180 01  REG-LOG-AUDITORIA           PIC X(100).
001190
001200 FD  RESUMO-SESSAO
001210     LABEL RECORDS ARE STANDARD
001220     RECORDING MODE IS F.
001230 01  REG-RESUMO-SESSAO           PIC X(80).
001240
001250 FD  CADASTRO-OPERADORES
001260     LABEL RECORDS ARE STANDARD.
001270 COPY CALCOPER.
001280
001290 FD  RELATORIO
001300     LABEL RECORDS ARE STANDARD
001310     RECORDING MODE IS F.
001320 01  REG-RELATORIO               PIC X(132).
001330
001340 FD  CONTROLE-DIA
001350     LABEL RECORDS ARE STANDARD
001360     RECORDING MODE IS F.
001370 01  REG-CONTROLE-DIA            PIC X(80).
001380
001390 WORKING-STORAGE SECTION.
001400*---------------------------------------------------------------*
001410*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001420*---------------------------------------------------------------*
001430 01  FS-CARTOES                  PIC X(02).
001440     88  FS-CARTOES-OK                   VALUE "00".
001450 01  FS-LOG-AUDITORIA            PIC X(02).
001460     88  FS-LOG-OK                       VALUE "00".
001470 01  FS-RESUMO-SESSAO            PIC X(02).
001480     88  FS-RESUMO-OK                    VALUE "00".
001490     88  FS-RESUMO-AUSENTE               VALUE "35".
001500 01  FS-CADASTRO-OPERADORES      PIC X(02).
001510     88  FS-OPERADORES-OK                VALUE "00".
001520 01  FS-RELATORIO                PIC X(02).
001530     88  FS-RELATORIO-OK                 VALUE "00".
001540 01  FS-CONTROLE-DIA             PIC X(02).
001550     88  FS-CONTROLE-OK                  VALUE "00".
001560 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
001570     88  FIM-CARTOES                    VALUE "S".
001580 01  WS-FIM-SESSOES              PIC X(01) VALUE "N".
001590     88  FIM-SESSOES                    VALUE "S".
001600 01  WS-FIM-LOG                  PIC X(01) VALUE "N".
001610     88  FIM-LOG                        VALUE "S".
001620
001630*---------------------------------------------------------------*
001640*    DATA DO MOVIMENTO: CARTAO DAT OU, SEM ELE, A DATA DO       *
001650*    SISTEMA NO INICIO DO PASSO                                 *
001660*---------------------------------------------------------------*
001670 01  WS-DATA-MOVIMENTO           PIC 9(08) VALUE ZERO.
001680
001690*---------------------------------------------------------------*
001700*    LINHA DO LOG E RESUMO DE SESSAO DECOMPOSTOS (LAYOUTS       *
001710*    COMPARTILHADOS COM QUEM GRAVA) E REGISTRO DE CONTROLE DO   *
001720*    DIA, GRAVADO EM CALCCTL NO FIM                             *
001730*---------------------------------------------------------------*
001740 COPY CALCAUD.
001750 COPY CALCSES.
001760 COPY CALCCTL.
001770 77  WS-RESULTADO-NUM            PIC S9(7)V99 VALUE ZERO.
001780
001790*---------------------------------------------------------------*
001800*    TABELA DAS ORIGENS DO DIA.  CADA ORIGEM E CLASSIFICADA UMA *
001810*    UNICA VEZ NO CADASTRO CALCOPER: OPERADOR ("O") ENTRA NO    *
001820*    BATIMENTO; DEPARTAMENTO DO LOTE ("L") SO FICA NA TABELA    *
001830*    PARA NAO SER PROCURADO DE NOVO A CADA LINHA.  POR          *
001840*    OPERADOR, OS TOTAIS DE CADA FONTE.                         *
001850*---------------------------------------------------------------*
001860 01  WS-TABELA-ORIGENS.
001870     05  WS-ORG-ENTRADA OCCURS 300.
001880         10  WS-ORG-CODIGO        PIC X(08).
001890         10  WS-ORG-TIPO          PIC X(01).
001900             88  ORG-OPERADOR            VALUE "O".
001910             88  ORG-LOTE                VALUE "L".
001920         10  WS-ORG-NOME          PIC X(30).
001930         10  WS-ORG-LOG-SUCESSO   PIC 9(07) COMP.
001940         10  WS-ORG-LOG-ERROS     PIC 9(07) COMP.
001950         10  WS-ORG-LOG-NEGADOS   PIC 9(07) COMP.
001960         10  WS-ORG-LOG-SOMA      PIC S9(11)V99.
001970         10  WS-ORG-QTD-SESSOES   PIC 9(05) COMP.
001980         10  WS-ORG-SES-SUCESSO   PIC 9(07) COMP.
001990         10  WS-ORG-SES-ERROS     PIC 9(07) COMP.
002000         10  WS-ORG-SES-NEGADOS   PIC 9(07) COMP.
002010         10  WS-ORG-SES-SOMA      PIC S9(11)V99.
002020         10  WS-ORG-DECLARADO     PIC X(01).
002030             88  ORG-COM-DECLARACAO      VALUE "S".
002040         10  WS-ORG-SUPERVISOR    PIC X(08).
002050         10  WS-ORG-DEC-SUCESSO   PIC 9(07) COMP.
002060         10  WS-ORG-DEC-SOMA      PIC S9(11)V99.
002070 77  WS-QTD-ORIGENS              PIC 9(03) COMP VALUE ZERO.
002080 77  WS-MAX-ORIGENS              PIC 9(03) COMP VALUE 300.
002090 77  WS-IDX-ORG                  PIC 9(03) COMP VALUE ZERO.
002100 77  WS-IDX-ORG-ACHADO           PIC 9(03) COMP VALUE ZERO.
002110 01  WS-ORIGEM-PROCURADA         PIC X(08) VALUE SPACES.
002120 01  WS-TABELA-ESTOURADA         PIC X(01) VALUE "N".
002130     88  TABELA-ESTOURADA               VALUE "S".
002140
002150*---------------------------------------------------------------*
002160*    VALIDACAO DOS CARTOES E DIFERENCAS DO OPERADOR CORRENTE    *
002170*---------------------------------------------------------------*
002180 01  WS-SUPERVISOR-VALIDO        PIC X(01) VALUE "N".
002190     88  SUPERVISOR-VALIDO              VALUE "S".
002200 01  WS-MOTIVO-REJEICAO          PIC X(50) VALUE SPACES.
002210 01  WS-DIFERENCAS.
002220     05  WS-DIF-SES-SUCESSO       PIC S9(07) VALUE ZERO.
002230     05  WS-DIF-SES-ERROS         PIC S9(07) VALUE ZERO.
002240     05  WS-DIF-SES-NEGADOS       PIC S9(07) VALUE ZERO.
002250     05  WS-DIF-SES-SOMA          PIC S9(11)V99 VALUE ZERO.
002260     05  WS-DIF-DEC-SUCESSO       PIC S9(07) VALUE ZERO.
002270     05  WS-DIF-DEC-SOMA          PIC S9(11)V99 VALUE ZERO.
002280 01  WS-OPERADOR-DIFERENTE       PIC X(01) VALUE "N".
002290     88  OPERADOR-DIFERENTE             VALUE "S".
002300
002310*---------------------------------------------------------------*
002320*    CONTADORES DO PASSO                                        *
002330*---------------------------------------------------------------*
002340 01  WS-CONTADORES.
002350     05  WS-QTD-CARTOES           PIC 9(05) COMP VALUE ZERO.
002360     05  WS-QTD-CARTOES-REJ       PIC 9(05) COMP VALUE ZERO.
002370     05  WS-QTD-DECLARACOES       PIC 9(05) COMP VALUE ZERO.
002380     05  WS-QTD-SESSOES-LIDAS     PIC 9(07) COMP VALUE ZERO.
002390     05  WS-QTD-SESSOES-DIA       PIC 9(07) COMP VALUE ZERO.
002400     05  WS-QTD-LINHAS-LIDAS      PIC 9(09) COMP VALUE ZERO.
002410     05  WS-QTD-LINHAS-BALCAO     PIC 9(09) COMP VALUE ZERO.
002420     05  WS-QTD-LINHAS-OUTRAS     PIC 9(09) COMP VALUE ZERO.
002430     05  WS-QTD-OPERADORES        PIC 9(05) COMP VALUE ZERO.
002440     05  WS-QTD-BATIDOS           PIC 9(05) COMP VALUE ZERO.
002450     05  WS-QTD-COM-DIFERENCA     PIC 9(05) COMP VALUE ZERO.
002460
002470*---------------------------------------------------------------*
002480*    LINHAS MONTADAS DO RELATORIO DE BATIMENTO                  *
002490*---------------------------------------------------------------*
002500 01  WS-LIN-TITULO.
002510     05  FILLER                   PIC X(45) VALUE
002520         "BATIMENTO DE FIM DE TURNO DO BALCAO - DATA DE".
002530     05  FILLER                   PIC X(01) VALUE SPACE.
002540     05  TIT-DATA                 PIC 9(08).
002550     05  FILLER                   PIC X(11) VALUE "  EMITIDO: ".
002560     05  TIT-DATA-EMISSAO         PIC 9(08).
002570     05  FILLER                   PIC X(59) VALUE SPACES.
002580 01  WS-LIN-OPERADOR.
002590     05  FILLER                   PIC X(10) VALUE "OPERADOR: ".
002600     05  OPE-CODIGO               PIC X(08).
002610     05  FILLER                   PIC X(02) VALUE SPACES.
002620     05  OPE-NOME                 PIC X(30).
002630     05  FILLER                   PIC X(22) VALUE
002640         "  SESSOES ENCERRADAS: ".
002650     05  OPE-QTD-SESSOES          PIC ZZZZ9.
002660     05  FILLER                   PIC X(55) VALUE SPACES.
002670 01  WS-LIN-COLUNAS.
002680     05  FILLER                   PIC X(36) VALUE
002690         "  FONTE".
002700     05  FILLER                   PIC X(35) VALUE
002710         "  CALCULOS       ERROS     NEGADOS".
002720     05  FILLER                   PIC X(16) VALUE
002730         "TOTAL RESULTADOS".
002740     05  FILLER                   PIC X(45) VALUE SPACES.
002750 01  WS-LIN-FONTE.
002760     05  FILLER                   PIC X(02) VALUE SPACES.
002770     05  FON-DESCRICAO            PIC X(34).
002780     05  FON-SUCESSO              PIC Z(09)9.
002790     05  FILLER                   PIC X(02) VALUE SPACES.
002800     05  FON-ERROS                PIC Z(09)9.
002810     05  FILLER                   PIC X(02) VALUE SPACES.
002820     05  FON-NEGADOS              PIC Z(09)9.
002830     05  FILLER                   PIC X(02) VALUE SPACES.
002840     05  FON-SOMA                 PIC -(11)9.99.
002850     05  FILLER                   PIC X(45) VALUE SPACES.
002860 01  WS-LIN-DECLARADO.
002870     05  FILLER                   PIC X(02) VALUE SPACES.
002880     05  FILLER                   PIC X(26) VALUE
002890         "DECLARADO PELO SUPERVISOR ".
002900     05  DEC-SUPERVISOR           PIC X(08).
002910     05  DEC-SUCESSO              PIC Z(09)9.
002920     05  FILLER                   PIC X(26) VALUE SPACES.
002930     05  DEC-SOMA                 PIC -(11)9.99.
002940     05  FILLER                   PIC X(45) VALUE SPACES.
002950 01  WS-LIN-SEM-DECLARACAO.
002960     05  FILLER                   PIC X(02) VALUE SPACES.
002970     05  FILLER                   PIC X(34) VALUE
002980         "DECLARADO PELO SUPERVISOR".
002990     05  FILLER                   PIC X(38) VALUE
003000         "*** SEM CARTAO DE DECLARACAO ***".
003010     05  FILLER                   PIC X(58) VALUE SPACES.
003020 01  WS-LIN-DIF-SESSOES.
003030     05  FILLER                   PIC X(02) VALUE SPACES.
003040     05  FILLER                   PIC X(34) VALUE
003050         "DIFERENCA LOG - SESSOES".
003060     05  DSE-SUCESSO              PIC -(09)9.
003070     05  FILLER                   PIC X(02) VALUE SPACES.
003080     05  DSE-ERROS                PIC -(09)9.
003090     05  FILLER                   PIC X(02) VALUE SPACES.
003100     05  DSE-NEGADOS              PIC -(09)9.
003110     05  FILLER                   PIC X(02) VALUE SPACES.
003120     05  DSE-SOMA                 PIC -(11)9.99.
003130     05  FILLER                   PIC X(45) VALUE SPACES.
003140 01  WS-LIN-DIF-DECLARADO.
003150     05  FILLER                   PIC X(02) VALUE SPACES.
003160     05  FILLER                   PIC X(34) VALUE
003170         "DIFERENCA LOG - DECLARADO".
003180     05  DDE-SUCESSO              PIC -(09)9.
003190     05  FILLER                   PIC X(26) VALUE SPACES.
003200     05  DDE-SOMA                 PIC -(11)9.99.
003210     05  FILLER                   PIC X(45) VALUE SPACES.
003220 01  WS-LIN-RESULTADO.
003230     05  FILLER                   PIC X(02) VALUE SPACES.
003240     05  FILLER                   PIC X(11) VALUE "RESULTADO: ".
003250     05  RES-TEXTO                PIC X(60).
003260     05  FILLER                   PIC X(59) VALUE SPACES.
003270 01  WS-LIN-TOTAL.
003280     05  TOT-DESCRICAO            PIC X(40).
003290     05  TOT-QTD                  PIC Z(08)9.
003300     05  FILLER                   PIC X(83) VALUE SPACES.
003310 01  WS-LIN-TEXTO.
003320     05  TXT-RESULTADO            PIC X(08).
003330     05  FILLER                   PIC X(02) VALUE SPACES.
003340     05  TXT-TEXTO                PIC X(70).
003350     05  FILLER                   PIC X(52) VALUE SPACES.
003360 01  WS-LIN-TRACO.
003370     05  FILLER                   PIC X(60) VALUE ALL "-".
003380     05  FILLER                   PIC X(72) VALUE SPACES.
003390
003400 PROCEDURE DIVISION.
003410 0000-MAINLINE.
003420     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003430     PERFORM 2000-LER-SESSOES THRU 2000-EXIT.
003440     PERFORM 3000-LER-AUDITORIA THRU 3000-EXIT.
003450     PERFORM 5000-BATER-OPERADORES THRU 5000-EXIT.
003460     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003470     STOP RUN.
003480
003490*---------------------------------------------------------------*
003500*    1000-INICIALIZAR                                           *
003510*    ABRE O CADASTRO DE OPERADORES (SEM ELE NAO HA COMO SEPARAR *
003520*    O BALCAO DO LOTE NEM VALIDAR O SUPERVISOR: RC=8), LE OS    *
003530*    CARTOES DO SYSIN (DATA E DECLARACOES) E ABRE O RELATORIO   *
003540*    COM O CABECALHO.  SEM SYSIN, DATA DO SISTEMA E NENHUMA     *
003550*    DECLARACAO.                                                *
003560*---------------------------------------------------------------*
003570 1000-INICIALIZAR.
003580     ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD.
003590     OPEN INPUT CADASTRO-OPERADORES.
003600     IF NOT FS-OPERADORES-OK
003610         DISPLAY "Erro: abertura de CALCOPER falhou. Status="
003620             FS-CADASTRO-OPERADORES
003630         MOVE 8 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660     OPEN INPUT CARTOES-BATIMENTO.
003670     IF FS-CARTOES-OK
003680         PERFORM 1100-LER-CARTAO THRU 1100-EXIT
003690             UNTIL FIM-CARTOES
003700         CLOSE CARTOES-BATIMENTO
003710     ELSE
003720         DISPLAY "Aviso: SYSIN ausente - data do sistema e "
003730             "nenhuma declaracao de supervisor."
003740     END-IF.
003750     OPEN OUTPUT RELATORIO.
003760     IF NOT FS-RELATORIO-OK
003770         DISPLAY "Erro: abertura de BALREL falhou. Status="
003780             FS-RELATORIO
003790         MOVE 8 TO RETURN-CODE
003800         STOP RUN
003810     END-IF.
003820     MOVE WS-DATA-MOVIMENTO TO TIT-DATA.
003830     ACCEPT TIT-DATA-EMISSAO FROM DATE YYYYMMDD.
003840     MOVE WS-LIN-TITULO TO REG-RELATORIO.
003850     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
003860     MOVE WS-LIN-TRACO TO REG-RELATORIO.
003870     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
003880 1000-EXIT.
003890     EXIT.
003900
003910*---------------------------------------------------------------*
003920*    1100-LER-CARTAO                                            *
003930*    LE UM CARTAO DO SYSIN: DAT MUDA A DATA DO MOVIMENTO, DEC   *
003940*    REGISTRA A DECLARACAO DO SUPERVISOR.  O RESTO E REJEITADO. *
003950*---------------------------------------------------------------*
003960 1100-LER-CARTAO.
003970     READ CARTOES-BATIMENTO
003980         AT END
003990             SET FIM-CARTOES TO TRUE
004000             GO TO 1100-EXIT
004010     END-READ.
004020     ADD 1 TO WS-QTD-CARTOES.
004030     IF CARTAO-DATA
004040         IF BAL-DATA NUMERIC AND BAL-DATA > ZERO
004050             MOVE BAL-DATA TO WS-DATA-MOVIMENTO
004060         ELSE
004070             MOVE "DATA DO MOVIMENTO INVALIDA"
004080                 TO WS-MOTIVO-REJEICAO
004090             PERFORM 1900-REJEITAR-CARTAO THRU 1900-EXIT
004100         END-IF
004110         GO TO 1100-EXIT
004120     END-IF.
004130     IF CARTAO-DECLARACAO
004140         PERFORM 1200-REGISTRAR-DECLARACAO THRU 1200-EXIT
004150     ELSE
004160         MOVE "TIPO DE CARTAO INVALIDO (DAT/DEC)"
004170             TO WS-MOTIVO-REJEICAO
004180         PERFORM 1900-REJEITAR-CARTAO THRU 1900-EXIT
004190     END-IF.
004200 1100-EXIT.
004210     EXIT.
004220
004230*---------------------------------------------------------------*
004240*    1200-REGISTRAR-DECLARACAO                                  *
004250*    CRITICA O CARTAO DEC E GUARDA A QUANTIDADE E O TOTAL       *
004260*    DECLARADOS NA ENTRADA DO OPERADOR.  O OPERADOR TEM DE      *
004270*    ESTAR NO CADASTRO CALCOPER E O SUPERVISOR TEM DE SER OUTRO *
004280*    OPERADOR, ATIVO E DE NIVEL SUPERVISOR.                     *
004290*---------------------------------------------------------------*
004300 1200-REGISTRAR-DECLARACAO.
004310     IF BAL-OPERADOR = SPACES
004320         MOVE "OPERADOR NAO INFORMADO" TO WS-MOTIVO-REJEICAO
004330         PERFORM 1900-REJEITAR-CARTAO THRU 1900-EXIT
004340         GO TO 1200-EXIT
004350     END-IF.
004360     IF BAL-QTD-CALCULOS NOT NUMERIC OR BAL-TOTAL NOT NUMERIC
004370         MOVE "QUANTIDADE OU TOTAL DECLARADO NAO NUMERICO"
004380             TO WS-MOTIVO-REJEICAO
004390         PERFORM 1900-REJEITAR-CARTAO THRU 1900-EXIT
004400         GO TO 1200-EXIT
004410     END-IF.
004420     PERFORM 1210-VALIDAR-SUPERVISOR THRU 1210-EXIT.
004430     IF NOT SUPERVISOR-VALIDO
004440         PERFORM 1900-REJEITAR-CARTAO THRU 1900-EXIT
004450         GO TO 1200-EXIT
004460     END-IF.
004470     MOVE BAL-OPERADOR TO WS-ORIGEM-PROCURADA.
004480     PERFORM 6000-LOCALIZAR-ORIGEM THRU 6000-EXIT.
004490     IF WS-IDX-ORG-ACHADO = ZERO
004500         MOVE "TABELA DE ORIGENS CHEIA" TO WS-MOTIVO-REJEICAO
004510         PERFORM 1900-REJEITAR-CARTAO THRU 1900-EXIT
004520         GO TO 1200-EXIT
004530     END-IF.
004540     IF NOT ORG-OPERADOR (WS-IDX-ORG-ACHADO)
004550         MOVE "OPERADOR NAO CADASTRADO EM CALCOPER"
004560             TO WS-MOTIVO-REJEICAO
004570         PERFORM 1900-REJEITAR-CARTAO THRU 1900-EXIT
004580         GO TO 1200-EXIT
004590     END-IF.
004600     IF ORG-COM-DECLARACAO (WS-IDX-ORG-ACHADO)
004610         MOVE "SEGUNDA DECLARACAO PARA O MESMO OPERADOR"
004620             TO WS-MOTIVO-REJEICAO
004630         PERFORM 1900-REJEITAR-CARTAO THRU 1900-EXIT
004640         GO TO 1200-EXIT
004650     END-IF.
004660     SET ORG-COM-DECLARACAO (WS-IDX-ORG-ACHADO) TO TRUE.
004670     MOVE BAL-SUPERVISOR
004680         TO WS-ORG-SUPERVISOR (WS-IDX-ORG-ACHADO).
004690     MOVE BAL-QTD-CALCULOS
004700         TO WS-ORG-DEC-SUCESSO (WS-IDX-ORG-ACHADO).
004710     MOVE BAL-TOTAL TO WS-ORG-DEC-SOMA (WS-IDX-ORG-ACHADO).
004720     ADD 1 TO WS-QTD-DECLARACOES.
004730 1200-EXIT.
004740     EXIT.
004750
004760 1210-VALIDAR-SUPERVISOR.
004770     MOVE "N" TO WS-SUPERVISOR-VALIDO.
004780     IF BAL-SUPERVISOR = SPACES
004790         MOVE "SUPERVISOR NAO INFORMADO" TO WS-MOTIVO-REJEICAO
004800         GO TO 1210-EXIT
004810     END-IF.
004820     IF BAL-SUPERVISOR = BAL-OPERADOR
004830         MOVE "SUPERVISOR NAO DECLARA O PROPRIO TURNO"
004840             TO WS-MOTIVO-REJEICAO
004850         GO TO 1210-EXIT
004860     END-IF.
004870     MOVE BAL-SUPERVISOR TO OPR-ID.
004880     READ CADASTRO-OPERADORES
004890         INVALID KEY
004900             MOVE "SUPERVISOR NAO CADASTRADO EM CALCOPER"
004910                 TO WS-MOTIVO-REJEICAO
004920             GO TO 1210-EXIT
004930     END-READ.
004940     IF OPERADOR-INATIVO OR NOT NIVEL-SUPERVISOR
004950         MOVE "SUPERVISOR INATIVO OU SEM NIVEL SUPERVISOR"
004960             TO WS-MOTIVO-REJEICAO
004970         GO TO 1210-EXIT
004980     END-IF.
004990     SET SUPERVISOR-VALIDO TO TRUE.
005000 1210-EXIT.
005010     EXIT.
005020
005030 1900-REJEITAR-CARTAO.
005040     ADD 1 TO WS-QTD-CARTOES-REJ.
005050     DISPLAY "Erro: cartao " WS-QTD-CARTOES " rejeitado - "
005060         WS-MOTIVO-REJEICAO.
005070     DISPLAY "      " REG-CARTAO.
005080 1900-EXIT.
005090     EXIT.
005100
005110*---------------------------------------------------------------*
005120*    2000-LER-SESSOES                                           *
005130*    SOMA NA ENTRADA DE CADA OPERADOR OS RESUMOS DAS SESSOES    *
005140*    ABERTAS NA DATA.  SEM CALCSES (NENHUMA SESSAO AINDA        *
005150*    ENCERRADA) O BATIMENTO SEGUE COM AS SESSOES ZERADAS - O    *
005160*    MOVIMENTO DO LOG, SE HOUVER, SAI COMO DIFERENCA.           *
005170*---------------------------------------------------------------*
005180 2000-LER-SESSOES.
005190     OPEN INPUT RESUMO-SESSAO.
005200     IF FS-RESUMO-AUSENTE
005210         DISPLAY "Aviso: CALCSES ausente - nenhum resumo de "
005220             "sessao a conferir."
005230         GO TO 2000-EXIT
005240     END-IF.
005250     IF NOT FS-RESUMO-OK
005260         DISPLAY "Erro: abertura de CALCSES falhou. Status="
005270             FS-RESUMO-SESSAO
005280         MOVE 8 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     PERFORM 2100-LER-SESSAO THRU 2100-EXIT
005320         UNTIL FIM-SESSOES.
005330     CLOSE RESUMO-SESSAO.
005340 2000-EXIT.
005350     EXIT.
005360
005370 2100-LER-SESSAO.
005380     READ RESUMO-SESSAO
005390         AT END
005400             SET FIM-SESSOES TO TRUE
005410             GO TO 2100-EXIT
005420     END-READ.
005430     ADD 1 TO WS-QTD-SESSOES-LIDAS.
005440     MOVE REG-RESUMO-SESSAO TO WS-LINHA-SESSAO.
005450     IF WS-SES-DATA-INICIO NOT NUMERIC OR
005460        WS-SES-DATA-INICIO NOT = WS-DATA-MOVIMENTO
005470         GO TO 2100-EXIT
005480     END-IF.
005490     IF WS-SES-QTD-SUCESSO NOT NUMERIC OR
005500        WS-SES-QTD-ERROS NOT NUMERIC OR
005510        WS-SES-QTD-NEGADOS NOT NUMERIC OR
005520        WS-SES-SOMA-RESULTADOS NOT NUMERIC
005530         DISPLAY "Erro: resumo de sessao ilegivel em CALCSES "
005540             "(registro " WS-QTD-SESSOES-LIDAS ") - ignorado."
005550         DISPLAY "      " REG-RESUMO-SESSAO
005560         MOVE 4 TO RETURN-CODE
005570         GO TO 2100-EXIT
005580     END-IF.
005590     MOVE WS-SES-OPERADOR TO WS-ORIGEM-PROCURADA.
005600     PERFORM 6000-LOCALIZAR-ORIGEM THRU 6000-EXIT.
005610     IF WS-IDX-ORG-ACHADO = ZERO
005620         GO TO 2100-EXIT
005630     END-IF.
005640*    SESSAO SO ABRE PARA OPERADOR DO CADASTRO; SE ELE FOI
005650*    EXCLUIDO DEPOIS, O RESUMO CONTINUA SENDO DE UM OPERADOR.
005660     IF NOT ORG-OPERADOR (WS-IDX-ORG-ACHADO)
005670         SET ORG-OPERADOR (WS-IDX-ORG-ACHADO) TO TRUE
005680         MOVE "*NAO CADASTRADO EM CALCOPER*"
005690             TO WS-ORG-NOME (WS-IDX-ORG-ACHADO)
005700     END-IF.
005710     ADD 1 TO WS-QTD-SESSOES-DIA.
005720     ADD 1 TO WS-ORG-QTD-SESSOES (WS-IDX-ORG-ACHADO).
005730     ADD WS-SES-QTD-SUCESSO
005740         TO WS-ORG-SES-SUCESSO (WS-IDX-ORG-ACHADO).
005750     ADD WS-SES-QTD-ERROS TO WS-ORG-SES-ERROS (WS-IDX-ORG-ACHADO).
005760     ADD WS-SES-QTD-NEGADOS
005770         TO WS-ORG-SES-NEGADOS (WS-IDX-ORG-ACHADO).
005780     ADD WS-SES-SOMA-RESULTADOS
005790         TO WS-ORG-SES-SOMA (WS-IDX-ORG-ACHADO).
005800 2100-EXIT.
005810     EXIT.
005820
005830*---------------------------------------------------------------*
005840*    3000-LER-AUDITORIA                                         *
005850*    RECONSTROI OS TOTAIS DE CADA OPERADOR A PARTIR DAS LINHAS  *
005860*    DA DATA NO LOG DE AUDITORIA ACUMULADO.  SEM O LOG NAO HA   *
005870*    BATIMENTO: RC=8.                                           *
005880*---------------------------------------------------------------*
005890 3000-LER-AUDITORIA.
005900     OPEN INPUT LOG-AUDITORIA.
005910     IF NOT FS-LOG-OK
005920         DISPLAY "Erro: abertura de AUDITLOG falhou. Status="
005930             FS-LOG-AUDITORIA
005940         MOVE 8 TO RETURN-CODE
005950         STOP RUN
005960     END-IF.
005970     PERFORM 3100-LER-LINHA THRU 3100-EXIT
005980         UNTIL FIM-LOG.
005990     CLOSE LOG-AUDITORIA.
006000 3000-EXIT.
006010     EXIT.
006020
006030*---------------------------------------------------------------*
006040*    3100-LER-LINHA                                             *
006050*    LINHA DA DATA CUJA ORIGEM E OPERADOR DO CADASTRO SOMA NOS  *
006060*    TOTAIS DELE PELO STATUS; O RESULTADO SO ENTRA NA SOMA NOS  *
006070*    CALCULOS BEM SUCEDIDOS, COMO NO RELATORIO FINAL DA SESSAO. *
006080*    LINHA DE ORIGEM DO LOTE SO E CONTADA.                      *
006090*---------------------------------------------------------------*
006100 3100-LER-LINHA.
006110     READ LOG-AUDITORIA
006120         AT END
006130             SET FIM-LOG TO TRUE
006140             GO TO 3100-EXIT
006150     END-READ.
006160     ADD 1 TO WS-QTD-LINHAS-LIDAS.
006170     MOVE REG-LOG-AUDITORIA TO WS-LINHA-AUDITORIA.
006180     IF WS-AUD-DATA NOT NUMERIC OR
006190        WS-AUD-DATA NOT = WS-DATA-MOVIMENTO
006200         GO TO 3100-EXIT
006210     END-IF.
006220     MOVE WS-AUD-ORIGEM TO WS-ORIGEM-PROCURADA.
006230     PERFORM 6000-LOCALIZAR-ORIGEM THRU 6000-EXIT.
006240     IF WS-IDX-ORG-ACHADO = ZERO
006250         GO TO 3100-EXIT
006260     END-IF.
006270     IF NOT ORG-OPERADOR (WS-IDX-ORG-ACHADO)
006280         ADD 1 TO WS-QTD-LINHAS-OUTRAS
006290         GO TO 3100-EXIT
006300     END-IF.
006310     ADD 1 TO WS-QTD-LINHAS-BALCAO.
006320     IF WS-AUD-STATUS = "S"
006330         ADD 1 TO WS-ORG-LOG-SUCESSO (WS-IDX-ORG-ACHADO)
006340         MOVE WS-AUD-RESULTADO TO WS-RESULTADO-NUM
006350         ADD WS-RESULTADO-NUM
006360             TO WS-ORG-LOG-SOMA (WS-IDX-ORG-ACHADO)
006370     ELSE
006380         IF WS-AUD-STATUS = "E"
006390             ADD 1 TO WS-ORG-LOG-ERROS (WS-IDX-ORG-ACHADO)
006400         ELSE
006410             IF WS-AUD-STATUS = "N"
006420                 ADD 1 TO WS-ORG-LOG-NEGADOS (WS-IDX-ORG-ACHADO)
006430             END-IF
006440         END-IF
006450     END-IF.
006460 3100-EXIT.
006470     EXIT.
006480
006490*---------------------------------------------------------------*
006500*    5000-BATER-OPERADORES                                      *
006510*    IMPRIME O BLOCO DE CADA OPERADOR DA TABELA, NA ORDEM EM    *
006520*    QUE APARECERAM.                                            *
006530*---------------------------------------------------------------*
006540 5000-BATER-OPERADORES.
006550     PERFORM 5100-BATER-OPERADOR THRU 5100-EXIT
006560         VARYING WS-IDX-ORG FROM 1 BY 1
006570         UNTIL WS-IDX-ORG > WS-QTD-ORIGENS.
006580     IF WS-QTD-OPERADORES = ZERO
006590         MOVE SPACES TO TXT-RESULTADO
006600         MOVE "NENHUM MOVIMENTO DE BALCAO NA DATA."
006610             TO TXT-TEXTO
006620         MOVE WS-LIN-TEXTO TO REG-RELATORIO
006630         PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT
006640     END-IF.
006650 5000-EXIT.
006660     EXIT.
006670
006680*---------------------------------------------------------------*
006690*    5100-BATER-OPERADOR                                        *
006700*    CALCULA A DIFERENCA DO LOG PARA AS SESSOES (TODOS OS       *
006710*    TOTAIS) E PARA O DECLARADO (CALCULOS E TOTAL) E IMPRIME O  *
006720*    BLOCO DO OPERADOR.  QUALQUER DIFERENCA, OU A FALTA DO      *
006730*    CARTAO DE DECLARACAO, DEIXA O TURNO COM DIFERENCA.         *
006740*---------------------------------------------------------------*
006750 5100-BATER-OPERADOR.
006760     IF NOT ORG-OPERADOR (WS-IDX-ORG)
006770         GO TO 5100-EXIT
006780     END-IF.
006790     ADD 1 TO WS-QTD-OPERADORES.
006800     MOVE "N" TO WS-OPERADOR-DIFERENTE.
006810     COMPUTE WS-DIF-SES-SUCESSO = WS-ORG-LOG-SUCESSO (WS-IDX-ORG)
006820         - WS-ORG-SES-SUCESSO (WS-IDX-ORG).
006830     COMPUTE WS-DIF-SES-ERROS = WS-ORG-LOG-ERROS (WS-IDX-ORG)
006840         - WS-ORG-SES-ERROS (WS-IDX-ORG).
006850     COMPUTE WS-DIF-SES-NEGADOS = WS-ORG-LOG-NEGADOS (WS-IDX-ORG)
006860         - WS-ORG-SES-NEGADOS (WS-IDX-ORG).
006870     COMPUTE WS-DIF-SES-SOMA = WS-ORG-LOG-SOMA (WS-IDX-ORG)
006880         - WS-ORG-SES-SOMA (WS-IDX-ORG).
006890     IF WS-DIF-SES-SUCESSO NOT = ZERO OR
006900        WS-DIF-SES-ERROS NOT = ZERO OR
006910        WS-DIF-SES-NEGADOS NOT = ZERO OR
006920        WS-DIF-SES-SOMA NOT = ZERO
006930         SET OPERADOR-DIFERENTE TO TRUE
006940     END-IF.
006950     IF ORG-COM-DECLARACAO (WS-IDX-ORG)
006960         COMPUTE WS-DIF-DEC-SUCESSO =
006970             WS-ORG-LOG-SUCESSO (WS-IDX-ORG)
006980             - WS-ORG-DEC-SUCESSO (WS-IDX-ORG)
006990         COMPUTE WS-DIF-DEC-SOMA = WS-ORG-LOG-SOMA (WS-IDX-ORG)
007000             - WS-ORG-DEC-SOMA (WS-IDX-ORG)
007010         IF WS-DIF-DEC-SUCESSO NOT = ZERO OR
007020            WS-DIF-DEC-SOMA NOT = ZERO
007030             SET OPERADOR-DIFERENTE TO TRUE
007040         END-IF
007050     ELSE
007060         SET OPERADOR-DIFERENTE TO TRUE
007070     END-IF.
007080     PERFORM 5200-IMPRIMIR-OPERADOR THRU 5200-EXIT.
007090     IF OPERADOR-DIFERENTE
007100         ADD 1 TO WS-QTD-COM-DIFERENCA
007110     ELSE
007120         ADD 1 TO WS-QTD-BATIDOS
007130     END-IF.
007140 5100-EXIT.
007150     EXIT.
007160
007170 5200-IMPRIMIR-OPERADOR.
007180     MOVE WS-ORG-CODIGO (WS-IDX-ORG) TO OPE-CODIGO.
007190     MOVE WS-ORG-NOME (WS-IDX-ORG) TO OPE-NOME.
007200     MOVE WS-ORG-QTD-SESSOES (WS-IDX-ORG) TO OPE-QTD-SESSOES.
007210     MOVE WS-LIN-OPERADOR TO REG-RELATORIO.
007220     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007230     MOVE WS-LIN-COLUNAS TO REG-RELATORIO.
007240     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007250     MOVE "LOG DE AUDITORIA (AUDITLOG)" TO FON-DESCRICAO.
007260     MOVE WS-ORG-LOG-SUCESSO (WS-IDX-ORG) TO FON-SUCESSO.
007270     MOVE WS-ORG-LOG-ERROS (WS-IDX-ORG) TO FON-ERROS.
007280     MOVE WS-ORG-LOG-NEGADOS (WS-IDX-ORG) TO FON-NEGADOS.
007290     MOVE WS-ORG-LOG-SOMA (WS-IDX-ORG) TO FON-SOMA.
007300     MOVE WS-LIN-FONTE TO REG-RELATORIO.
007310     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007320     MOVE "RESUMOS DE SESSAO (CALCSES)" TO FON-DESCRICAO.
007330     MOVE WS-ORG-SES-SUCESSO (WS-IDX-ORG) TO FON-SUCESSO.
007340     MOVE WS-ORG-SES-ERROS (WS-IDX-ORG) TO FON-ERROS.
007350     MOVE WS-ORG-SES-NEGADOS (WS-IDX-ORG) TO FON-NEGADOS.
007360     MOVE WS-ORG-SES-SOMA (WS-IDX-ORG) TO FON-SOMA.
007370     MOVE WS-LIN-FONTE TO REG-RELATORIO.
007380     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007390     IF ORG-COM-DECLARACAO (WS-IDX-ORG)
007400         MOVE WS-ORG-SUPERVISOR (WS-IDX-ORG) TO DEC-SUPERVISOR
007410         MOVE WS-ORG-DEC-SUCESSO (WS-IDX-ORG) TO DEC-SUCESSO
007420         MOVE WS-ORG-DEC-SOMA (WS-IDX-ORG) TO DEC-SOMA
007430         MOVE WS-LIN-DECLARADO TO REG-RELATORIO
007440     ELSE
007450         MOVE WS-LIN-SEM-DECLARACAO TO REG-RELATORIO
007460     END-IF.
007470     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007480     MOVE WS-DIF-SES-SUCESSO TO DSE-SUCESSO.
007490     MOVE WS-DIF-SES-ERROS TO DSE-ERROS.
007500     MOVE WS-DIF-SES-NEGADOS TO DSE-NEGADOS.
007510     MOVE WS-DIF-SES-SOMA TO DSE-SOMA.
007520     MOVE WS-LIN-DIF-SESSOES TO REG-RELATORIO.
007530     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007540     IF ORG-COM-DECLARACAO (WS-IDX-ORG)
007550         MOVE WS-DIF-DEC-SUCESSO TO DDE-SUCESSO
007560         MOVE WS-DIF-DEC-SOMA TO DDE-SOMA
007570         MOVE WS-LIN-DIF-DECLARADO TO REG-RELATORIO
007580         PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT
007590     END-IF.
007600     IF NOT OPERADOR-DIFERENTE
007610         MOVE "TURNO BATIDO." TO RES-TEXTO
007620     ELSE
007630         IF ORG-COM-DECLARACAO (WS-IDX-ORG)
007640             MOVE "*** TURNO COM DIFERENCA ***" TO RES-TEXTO
007650         ELSE
007660             MOVE "*** TURNO COM DIFERENCA - SEM DECLARACAO ***"
007670                 TO RES-TEXTO
007680         END-IF
007690     END-IF.
007700     MOVE WS-LIN-RESULTADO TO REG-RELATORIO.
007710     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007720     MOVE WS-LIN-TRACO TO REG-RELATORIO.
007730     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
007740 5200-EXIT.
007750     EXIT.
007760
007770*---------------------------------------------------------------*
007780*    6000-LOCALIZAR-ORIGEM                                      *
007790*    PROCURA WS-ORIGEM-PROCURADA NA TABELA DO DIA E, NA         *
007800*    PRIMEIRA VEZ QUE APARECE, A INCLUI CLASSIFICADA PELO       *
007810*    CADASTRO CALCOPER.  DEVOLVE A ENTRADA EM                   *
007820*    WS-IDX-ORG-ACHADO, OU ZERO COM A TABELA CHEIA - O          *
007830*    BATIMENTO FICA INCOMPLETO E O PASSO TERMINA COM RC=8.      *
007840*---------------------------------------------------------------*
007850 6000-LOCALIZAR-ORIGEM.
007860     MOVE ZERO TO WS-IDX-ORG-ACHADO.
007870     PERFORM 6010-COMPARAR-ORIGEM THRU 6010-EXIT
007880         VARYING WS-IDX-ORG FROM 1 BY 1
007890         UNTIL WS-IDX-ORG > WS-QTD-ORIGENS
007900            OR WS-IDX-ORG-ACHADO > ZERO.
007910     IF WS-IDX-ORG-ACHADO > ZERO
007920         GO TO 6000-EXIT
007930     END-IF.
007940     IF WS-QTD-ORIGENS NOT < WS-MAX-ORIGENS
007950         IF NOT TABELA-ESTOURADA
007960             DISPLAY "Erro: mais de " WS-MAX-ORIGENS
007970                 " origens na data - batimento incompleto."
007980             SET TABELA-ESTOURADA TO TRUE
007990         END-IF
008000         GO TO 6000-EXIT
008010     END-IF.
008020     PERFORM 6100-INCLUIR-ORIGEM THRU 6100-EXIT.
008030 6000-EXIT.
008040     EXIT.
008050
008060 6010-COMPARAR-ORIGEM.
008070     IF WS-ORIGEM-PROCURADA = WS-ORG-CODIGO (WS-IDX-ORG)
008080         MOVE WS-IDX-ORG TO WS-IDX-ORG-ACHADO
008090     END-IF.
008100 6010-EXIT.
008110     EXIT.
008120
008130 6100-INCLUIR-ORIGEM.
008140     ADD 1 TO WS-QTD-ORIGENS.
008150     MOVE WS-QTD-ORIGENS TO WS-IDX-ORG-ACHADO.
008160     INITIALIZE WS-ORG-ENTRADA (WS-IDX-ORG-ACHADO).
008170     MOVE WS-ORIGEM-PROCURADA
008180         TO WS-ORG-CODIGO (WS-IDX-ORG-ACHADO).
008190     MOVE "N" TO WS-ORG-DECLARADO (WS-IDX-ORG-ACHADO).
008200     MOVE WS-ORIGEM-PROCURADA TO OPR-ID.
008210     READ CADASTRO-OPERADORES
008220         INVALID KEY
008230             SET ORG-LOTE (WS-IDX-ORG-ACHADO) TO TRUE
008240         NOT INVALID KEY
008250             SET ORG-OPERADOR (WS-IDX-ORG-ACHADO) TO TRUE
008260             MOVE OPR-NOME TO WS-ORG-NOME (WS-IDX-ORG-ACHADO)
008270     END-READ.
008280 6100-EXIT.
008290     EXIT.
008300
008310 7100-GRAVAR-RELATORIO.
008320     WRITE REG-RELATORIO.
008330     IF NOT FS-RELATORIO-OK
008340         DISPLAY "Erro: gravacao em BALREL falhou. Status="
008350             FS-RELATORIO
008360         MOVE 8 TO RETURN-CODE
008370         STOP RUN
008380     END-IF.
008390 7100-EXIT.
008400     EXIT.
008410
008420 7200-GRAVAR-TOTAL.
008430     MOVE WS-LIN-TOTAL TO REG-RELATORIO.
008440     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
008450 7200-EXIT.
008460     EXIT.
008470
008480*---------------------------------------------------------------*
008490*    8000-FINALIZAR                                             *
008500*    IMPRIME OS TOTAIS E O VEREDITO DO BATIMENTO, RESOLVE O     *
008510*    CODIGO DE RETORNO, GRAVA O REGISTRO DE CONTROLE DO DIA,    *
008520*    FECHA OS ARQUIVOS E RESUME NO SYSOUT.                      *
008530*---------------------------------------------------------------*
008540 8000-FINALIZAR.
008550     MOVE "OPERADORES NO BATIMENTO.............: "
008560         TO TOT-DESCRICAO.
008570     MOVE WS-QTD-OPERADORES TO TOT-QTD.
008580     PERFORM 7200-GRAVAR-TOTAL THRU 7200-EXIT.
008590     MOVE "TURNOS BATIDOS......................: "
008600         TO TOT-DESCRICAO.
008610     MOVE WS-QTD-BATIDOS TO TOT-QTD.
008620     PERFORM 7200-GRAVAR-TOTAL THRU 7200-EXIT.
008630     MOVE "TURNOS COM DIFERENCA................: "
008640         TO TOT-DESCRICAO.
008650     MOVE WS-QTD-COM-DIFERENCA TO TOT-QTD.
008660     PERFORM 7200-GRAVAR-TOTAL THRU 7200-EXIT.
008670     MOVE "SESSOES ENCERRADAS NA DATA..........: "
008680         TO TOT-DESCRICAO.
008690     MOVE WS-QTD-SESSOES-DIA TO TOT-QTD.
008700     PERFORM 7200-GRAVAR-TOTAL THRU 7200-EXIT.
008710     MOVE "LINHAS DE BALCAO NO AUDITLOG........: "
008720         TO TOT-DESCRICAO.
008730     MOVE WS-QTD-LINHAS-BALCAO TO TOT-QTD.
008740     PERFORM 7200-GRAVAR-TOTAL THRU 7200-EXIT.
008750     MOVE "CARTOES DE DECLARACAO ACEITOS.......: "
008760         TO TOT-DESCRICAO.
008770     MOVE WS-QTD-DECLARACOES TO TOT-QTD.
008780     PERFORM 7200-GRAVAR-TOTAL THRU 7200-EXIT.
008790     MOVE "CARTOES REJEITADOS (VER SYSOUT).....: "
008800         TO TOT-DESCRICAO.
008810     MOVE WS-QTD-CARTOES-REJ TO TOT-QTD.
008820     PERFORM 7200-GRAVAR-TOTAL THRU 7200-EXIT.
008830     MOVE WS-LIN-TRACO TO REG-RELATORIO.
008840     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
008850     IF WS-QTD-COM-DIFERENCA > ZERO OR WS-QTD-CARTOES-REJ > ZERO
008860         IF RETURN-CODE < 4
008870             MOVE 4 TO RETURN-CODE
008880         END-IF
008890     END-IF.
008900     IF TABELA-ESTOURADA
008910         MOVE 8 TO RETURN-CODE
008920         MOVE "*FALHA* " TO TXT-RESULTADO
008930         MOVE "TABELA DE ORIGENS ESTOURADA - BATIMENTO PARCIAL."
008940             TO TXT-TEXTO
008950     ELSE
008960         IF WS-QTD-COM-DIFERENCA > ZERO
008970             MOVE "*DIFER* " TO TXT-RESULTADO
008980             MOVE "HA TURNO COM DIFERENCA - VER OPERADORES ACIMA."
008990                 TO TXT-TEXTO
009000         ELSE
009010             MOVE "OK      " TO TXT-RESULTADO
009020             MOVE "BALCAO BATIDO: LOG = SESSOES = DECLARADO."
009030                 TO TXT-TEXTO
009040         END-IF
009050     END-IF.
009060     MOVE WS-LIN-TEXTO TO REG-RELATORIO.
009070     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
009080     PERFORM 8100-GRAVAR-CONTROLE THRU 8100-EXIT.
009090     CLOSE CADASTRO-OPERADORES.
009100     CLOSE RELATORIO.
009110     DISPLAY "--------------------------------------------".
009120     DISPLAY "  BATIMENTO DO BALCAO " WS-DATA-MOVIMENTO.
009130     DISPLAY "--------------------------------------------".
009140     DISPLAY "  Operadores.......: " WS-QTD-OPERADORES.
009150     DISPLAY "  Batidos..........: " WS-QTD-BATIDOS.
009160     DISPLAY "  Com diferenca....: " WS-QTD-COM-DIFERENCA.
009170     DISPLAY "  Sessoes na data..: " WS-QTD-SESSOES-DIA.
009180     DISPLAY "  Linhas de balcao.: " WS-QTD-LINHAS-BALCAO.
009190     DISPLAY "  Linhas do lote...: " WS-QTD-LINHAS-OUTRAS.
009200     DISPLAY "  Cartoes lidos....: " WS-QTD-CARTOES.
009210     DISPLAY "  Cartoes rejeit...: " WS-QTD-CARTOES-REJ.
009220     DISPLAY "--------------------------------------------".
009230 8000-EXIT.
009240     EXIT.
009250
009260*---------------------------------------------------------------*
009270*    8100-GRAVAR-CONTROLE                                       *
009280*    ACRESCENTA O REGISTRO DE CONTROLE DO DIA EM CALCCTL:       *
009290*    ENTRADA = LINHAS DE BALCAO DA DATA NO AUDITLOG, SAIDA =    *
009300*    SESSOES ENCERRADAS NA DATA, DETALHES = OPERADORES NO       *
009310*    BATIMENTO, ERROS = TURNOS COM DIFERENCA.  O FECHAMENTO DO  *
009320*    DIA (CALCDCLS) SO DA O BALCAO COMO BATIDO COM ERROS ZERO E *
009330*    RETORNO MENOR QUE 8.  FALHA AO GRAVAR SO E AVISADA.        *
009340*---------------------------------------------------------------*
009350 8100-GRAVAR-CONTROLE.
009360     MOVE WS-DATA-MOVIMENTO    TO WS-CTL-DATA.
009370     MOVE "CALCBALC"           TO WS-CTL-PASSO.
009380     MOVE WS-QTD-LINHAS-BALCAO TO WS-CTL-QTD-ENTRADA.
009390     MOVE WS-QTD-SESSOES-DIA   TO WS-CTL-QTD-SAIDA.
009400     MOVE WS-QTD-OPERADORES    TO WS-CTL-QTD-DETALHES.
009410     MOVE WS-QTD-COM-DIFERENCA TO WS-CTL-QTD-ERROS.
009420     MOVE RETURN-CODE          TO WS-CTL-RETORNO.
009430     OPEN EXTEND CONTROLE-DIA.
009440     IF NOT FS-CONTROLE-OK
009450         OPEN OUTPUT CONTROLE-DIA
009460     END-IF.
009470     IF NOT FS-CONTROLE-OK
009480         DISPLAY "Aviso: abertura de CALCCTL falhou. Status="
009490             FS-CONTROLE-DIA " - controle do dia nao gravado."
009500         GO TO 8100-EXIT
009510     END-IF.
009520     MOVE WS-LINHA-CONTROLE TO REG-CONTROLE-DIA.
009530     WRITE REG-CONTROLE-DIA.
009540     IF NOT FS-CONTROLE-OK
009550         DISPLAY "Aviso: gravacao em CALCCTL falhou. Status="
009560             FS-CONTROLE-DIA
009570     END-IF.
009580     CLOSE CONTROLE-DIA.
009590 8100-EXIT.
009600     EXIT.

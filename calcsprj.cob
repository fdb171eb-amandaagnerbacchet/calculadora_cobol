000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCSPRJ                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  PROJECAO DAS INSTRUCOES PERMANENTES.  CALCSGEN SO   *
000090*           MOSTRA O QUE GEROU NA DATA DO MOVIMENTO, E UMA      *
000100*           INSTRUCAO QUE VAI FALHAR SO APARECE NA MANHA        *
000110*           SEGUINTE, EM CALCREJ OU COMO ERRO DE CALCBATCH.     *
000120*           ESTE PROGRAMA PERCORRE O CADASTRO CALCSTND COM A    *
000130*           MESMA REGRA DE AGENDA DE CALCSGEN PARA CADA DIA DA  *
000140*           JANELA PEDIDA NO SYSIN E IMPRIME TRES SECOES:       *
000150*             1. DISPAROS PREVISTOS - CADA INSTRUCAO ATIVA QUE  *
000160*                VAI DISPARAR, COM A DATA E O NOME DO           *
000170*                DEPARTAMENTO (CADASTRO CALCDEPT).              *
000180*             2. FALHAS PREVISTAS - CADA DISPARO QUE VAI FALHAR,*
000190*                COM O MOTIVO:                                  *
000200*                  DC DEPARTAMENTO NAO CADASTRADO EM CALCDEPT   *
000210*                  DS DEPARTAMENTO SUSPENSO EM CALCDEPT         *
000220*                  TX OPERACAO "T" SEM CODIGO DE TAXA           *
000230*                  TE TAXA EXPIRADA NA DATA DO DISPARO          *
000240*                     (TAXA-DATA-EXPIRACAO JA PASSOU)           *
000250*                  TV TAXA SEM VIGENCIA NA DATA DO DISPARO      *
000260*                E CADA INSTRUCAO ATIVA COM A DATA DE FIM JA    *
000270*                VENCIDA ANTES DA JANELA (MOTIVO FV), QUE NAO   *
000280*                DISPARA MAIS SEM QUE NINGUEM TENHA NOTADO.     *
000290*             3. ENCERRAMENTOS - CADA INSTRUCAO ATIVA CUJA DATA *
000300*                DE FIM CAI DENTRO DA JANELA, COM O ULTIMO      *
000310*                DISPARO PREVISTO.                              *
000320*           O DEPARTAMENTO TEM ASSIM TEMPO DE CORRIGIR TAXAS E  *
000330*           INSTRUCOES ANTES DO PROCESSAMENTO NOTURNO.  A       *
000340*           SITUACAO DO DEPARTAMENTO E A DE HOJE: UMA SUSPENSAO *
000350*           VALE PARA TODOS OS DISPAROS DA JANELA.              *
000360*                                                               *
000370*  A JANELA COMECA NA DATA BASE (O MOVIMENTO DA DATA BASE AINDA *
000380*  SERA GERADO NO CALCBAT DA NOITE) E COBRE OS N DIAS PEDIDOS.  *
000390*                                                               *
000400*  CARTOES DO SYSIN, UM POR LINHA:                              *
000410*    DIA NNN      - QUANTIDADE DE DIAS DA JANELA, 001-366       *
000420*                   (OBRIGATORIO)                               *
000430*    DTA AAAAMMDD - DATA BASE (SEM CARTAO, A DATA DO SISTEMA)   *
000440*                                                               *
000450*  CODIGO DE RETORNO:                                           *
000460*    0 - PROJECAO EMITIDA, NENHUMA FALHA PREVISTA               *
000470*    4 - PROJECAO EMITIDA COM FALHA(S) PREVISTA(S) NA SECAO 2   *
000480*    8 - CARTAO AUSENTE/ILEGIVEL OU FALHA DE ARQUIVO            *
000490*                                                               *
000500*  HISTORICO DE ALTERACOES.                                     *
000510*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000520*                                                               *
000530***************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. CalcSPrj.
000560 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000570 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000580 DATE-WRITTEN. 15/10/2026.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT CADASTRO-INSTRUCOES ASSIGN TO "CALCSTND"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS INS-CHAVE
000680         FILE STATUS IS FS-CADASTRO-INSTRUCOES.
000690
000700     SELECT CADASTRO-DEPTOS ASSIGN TO "CALCDEPT"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS DEP-CODIGO
000740         FILE STATUS IS FS-CADASTRO-DEPTOS.
000750
000760     SELECT ARQ-TAXAS ASSIGN TO "CALCRATE"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS TAXA-CHAVE
000800         FILE STATUS IS FS-ARQ-TAXAS.
000810
000820     SELECT RELATORIO ASSIGN TO "PRJREL"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-RELATORIO.
000850
000860     SELECT CARTAO-CONTROLE ASSIGN TO "SYSIN"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS FS-CARTAO-CONTROLE.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CADASTRO-INSTRUCOES
000930     LABEL RECORDS ARE STANDARD.
000940 COPY CALCSTND.
000950
000960 FD  CADASTRO-DEPTOS
000970     LABEL RECORDS ARE STANDARD.
000980 COPY CALCDEPT.
000990
001000 FD  ARQ-TAXAS
001010     LABEL RECORDS ARE STANDARD.
001020 COPY CALCRATE.
001030
001040 FD  RELATORIO
001050     LABEL RECORDS ARE STANDARD
001060     RECORDING MODE IS F.
001070 01  REG-RELATORIO               PIC X(132).
001080
001090 FD  CARTAO-CONTROLE
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 01  REG-CARTAO-CONTROLE.
001130     05  CTL-PALAVRA              PIC X(03).
001140         88  CARTAO-DIAS                 VALUE "DIA".
001150         88  CARTAO-DATA-BASE            VALUE "DTA".
001160     05  FILLER                   PIC X(01).
001170     05  CTL-CORPO                PIC X(76).
001180     05  CTL-CORPO-DIAS REDEFINES CTL-CORPO.
001190         10  CTL-QTD-DIAS         PIC 9(03).
001200         10  FILLER               PIC X(73).
001210     05  CTL-CORPO-DATA REDEFINES CTL-CORPO.
001220         10  CTL-DATA-BASE        PIC 9(08).
001230         10  FILLER               PIC X(68).
001240
001250 WORKING-STORAGE SECTION.
001260*---------------------------------------------------------------*
001270*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001280*---------------------------------------------------------------*
001290 01  FS-CADASTRO-INSTRUCOES      PIC X(02).
001300     88  FS-INSTRUCOES-OK                VALUE "00".
001310     88  FS-INSTRUCOES-INEXISTENTE       VALUE "35".
001320 01  FS-CADASTRO-DEPTOS          PIC X(02).
001330     88  FS-DEPTOS-OK                    VALUE "00".
001340 01  FS-ARQ-TAXAS                PIC X(02).
001350     88  FS-TAXAS-OK                     VALUE "00".
001360 01  FS-RELATORIO                PIC X(02).
001370     88  FS-RELATORIO-OK                 VALUE "00".
001380 01  FS-CARTAO-CONTROLE          PIC X(02).
001390     88  FS-CARTAO-OK                    VALUE "00".
001400 01  WS-FIM-CADASTRO             PIC X(01) VALUE "N".
001410     88  FIM-CADASTRO                   VALUE "S".
001420 01  WS-FIM-DEPTOS               PIC X(01) VALUE "N".
001430     88  FIM-DEPTOS                     VALUE "S".
001440 01  WS-FIM-TAXAS                PIC X(01) VALUE "N".
001450     88  FIM-TAXAS                      VALUE "S".
001460 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
001470     88  FIM-CARTOES                    VALUE "S".
001480*    CADASTROS QUE PODEM FALTAR SEM DERRUBAR A PROJECAO
001490 01  WS-INSTRUCOES-DISPONIVEIS   PIC X(01) VALUE "N".
001500     88  INSTRUCOES-DISPONIVEIS         VALUE "S".
001510 01  WS-TAXAS-DISPONIVEIS        PIC X(01) VALUE "N".
001520     88  TAXAS-DISPONIVEIS              VALUE "S".
001530
001540*---------------------------------------------------------------*
001550*    DATA BASE E TAMANHO DA JANELA (CARTOES DO SYSIN)           *
001560*---------------------------------------------------------------*
001570 01  WS-DATA-BASE                PIC 9(08) VALUE ZERO.
001580 01  WS-QTD-DIAS                 PIC 9(03) VALUE ZERO.
001590 01  WS-DIAS-INFORMADO           PIC X(01) VALUE "N".
001600     88  DIAS-INFORMADO                 VALUE "S".
001610
001620*---------------------------------------------------------------*
001630*    CALENDARIO DA DATA QUE AVANCA DIA A DIA NA MONTAGEM DA     *
001640*    JANELA: DIA DA SEMANA (1=SEGUNDA ... 7=DOMINGO, POR        *
001650*    ZELLER) E ULTIMO DIA DO MES (COM ANO BISSEXTO), COMO EM    *
001660*    CALCSGEN                                                   *
001670*---------------------------------------------------------------*
001680 01  WS-DATA-CALENDARIO          PIC 9(08) VALUE ZERO.
001690 01  WS-DATA-DECOMPOSTA REDEFINES WS-DATA-CALENDARIO.
001700     05  WS-DTC-ANO               PIC 9(04).
001710     05  WS-DTC-MES               PIC 9(02).
001720     05  WS-DTC-DIA               PIC 9(02).
001730 77  WS-DIA-SEMANA               PIC 9(01) VALUE ZERO.
001740 77  WS-ULTIMO-DIA-MES           PIC 9(02) VALUE ZERO.
001750*    CAMPOS DE APOIO DO CALCULO DO CALENDARIO
001760 77  WS-ANO-Z                    PIC 9(05) COMP VALUE ZERO.
001770 77  WS-MES-Z                    PIC 9(02) COMP VALUE ZERO.
001780 77  WS-TERMO-MES                PIC 9(04) COMP VALUE ZERO.
001790 77  WS-TERMO1                   PIC 9(04) COMP VALUE ZERO.
001800 77  WS-TERMO2                   PIC 9(04) COMP VALUE ZERO.
001810 77  WS-TERMO3                   PIC 9(04) COMP VALUE ZERO.
001820 77  WS-TERMO4                   PIC 9(04) COMP VALUE ZERO.
001830 77  WS-SOMA-ZELLER              PIC 9(07) COMP VALUE ZERO.
001840 77  WS-QUOCIENTE                PIC 9(07) COMP VALUE ZERO.
001850 77  WS-RESTO                    PIC 9(02) COMP VALUE ZERO.
001860 01  WS-TAB-DIAS-CONSTANTES      PIC X(24) VALUE
001870     "312831303130313130313031".
001880 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-CONSTANTES.
001890     05  WS-DIAS-DO-MES           PIC 9(02) OCCURS 12.
001900
001910*---------------------------------------------------------------*
001920*    JANELA DA PROJECAO: UM DIA POR ENTRADA, COM O CALENDARIO   *
001930*    JA APURADO PARA A VERIFICACAO DE AGENDA                    *
001940*---------------------------------------------------------------*
001950 77  WS-MAX-DIAS                 PIC 9(03) COMP VALUE 366.
001960 01  WS-TAB-JANELA.
001970     05  WS-JAN-ENTRADA OCCURS 366.
001980         10  WS-JAN-DATA          PIC 9(08).
001990         10  WS-JAN-DIA-MES       PIC 9(02).
002000         10  WS-JAN-DIA-SEMANA    PIC 9(01).
002010         10  WS-JAN-ULTIMO-DIA    PIC 9(02).
002020 77  WS-IDX-JAN                  PIC 9(03) COMP VALUE ZERO.
002030 01  WS-DATA-INICIO-JANELA       PIC 9(08) VALUE ZERO.
002040 01  WS-DATA-FIM-JANELA          PIC 9(08) VALUE ZERO.
002050
002060*---------------------------------------------------------------*
002070*    TABELA DOS DEPARTAMENTOS CADASTRADOS, CARREGADA DE         *
002080*    CALCDEPT NA ABERTURA, COM O NOME E A SITUACAO.  SEM O      *
002090*    CADASTRO A PROJECAO SAI DO MESMO JEITO, SEM OS NOMES E SEM *
002100*    PREVER AS FALHAS DC/DS.                                    *
002110*---------------------------------------------------------------*
002120 77  WS-MAX-DEPTOS               PIC 9(03) COMP VALUE 200.
002130 01  WS-QTD-DEPTOS               PIC 9(03) COMP VALUE ZERO.
002140 01  WS-TAB-DEPTOS.
002150     05  WS-DEP-ENTRADA OCCURS 200.
002160         10  WS-DEP-CODIGO        PIC X(04).
002170         10  WS-DEP-NOME          PIC X(30).
002180         10  WS-DEP-STATUS        PIC X(01).
002190 77  WS-IDX-DEP                  PIC 9(03) COMP VALUE ZERO.
002200 77  WS-IDX-DEP-ACHADO           PIC 9(03) COMP VALUE ZERO.
002210 01  WS-NOME-DEPTO               PIC X(30) VALUE SPACES.
002220 01  WS-SITUACAO-DEPTO           PIC X(01) VALUE SPACES.
002230     88  DEPTO-NAO-CADASTRADO           VALUE SPACE.
002240     88  SITUACAO-SUSPENSO              VALUE "S".
002250
002260*---------------------------------------------------------------*
002270*    RESULTADO DA VERIFICACAO DE AGENDA E DA PREVISAO DE FALHA  *
002280*    DA INSTRUCAO CORRENTE NO DIA CORRENTE DA JANELA            *
002290*---------------------------------------------------------------*
002300 01  WS-INSTRUCAO-DEVIDA         PIC X(01) VALUE "N".
002310     88  INSTRUCAO-DEVIDA                VALUE "S".
002320 01  WS-MOTIVO-FALHA             PIC X(02) VALUE SPACES.
002330 01  WS-DESCRICAO-FALHA          PIC X(50) VALUE SPACES.
002340 01  WS-ULTIMO-DISPARO           PIC 9(08) VALUE ZERO.
002350 01  WS-QTD-DISPAROS-SECAO       PIC 9(07) COMP VALUE ZERO.
002360
002370*---------------------------------------------------------------*
002380*    APOIO DA BUSCA DA TAXA, COM A MESMA REGRA DO SUBPROGRAMA   *
002390*    CALCULO: VIGENCIA MAIS RECENTE NAO POSTERIOR A DATA E NAO  *
002400*    EXPIRADA NA DATA                                           *
002410*---------------------------------------------------------------*
002420 01  WS-TAXA-ACHADA              PIC X(01) VALUE "N".
002430     88  TAXA-ACHADA                    VALUE "S".
002440 01  WS-TAXA-EXPIRADA            PIC X(01) VALUE "N".
002450     88  TAXA-EXPIRADA                  VALUE "S".
002460 01  WS-DATA-EXPIRACAO           PIC 9(08) VALUE ZERO.
002470
002480*---------------------------------------------------------------*
002490*    CONTADORES DA PROJECAO                                     *
002500*---------------------------------------------------------------*
002510 01  WS-CONTADORES.
002520     05  WS-QTD-LIDAS             PIC 9(07) COMP VALUE ZERO.
002530     05  WS-QTD-SUSPENSAS         PIC 9(07) COMP VALUE ZERO.
002540     05  WS-QTD-DISPAROS          PIC 9(07) COMP VALUE ZERO.
002550     05  WS-QTD-FALHAS            PIC 9(07) COMP VALUE ZERO.
002560     05  WS-QTD-ENCERRAMENTOS     PIC 9(07) COMP VALUE ZERO.
002570
002580*---------------------------------------------------------------*
002590*    CONTROLE DE PAGINACAO DO RELATORIO                         *
002600*---------------------------------------------------------------*
002610 01  WS-LINHA-GUARDADA           PIC X(132) VALUE SPACES.
002620 77  WS-NUM-PAGINA               PIC 9(05) VALUE ZERO.
002630 77  WS-NUM-LINHA                PIC 9(03) VALUE 999.
002640 77  WS-LINHAS-POR-PAGINA        PIC 9(03) VALUE 55.
002650
002660*---------------------------------------------------------------*
002670*    LINHAS MONTADAS DO RELATORIO                               *
002680*---------------------------------------------------------------*
002690 01  WS-LIN-CABECALHO1.
002700     05  FILLER                   PIC X(40) VALUE
002710         "PROJECAO DAS INSTRUCOES PERMANENTES".
002720     05  FILLER                   PIC X(72) VALUE SPACES.
002730     05  FILLER                   PIC X(07) VALUE "PAGINA ".
002740     05  CAB-NUM-PAGINA           PIC ZZZZ9.
002750     05  FILLER                   PIC X(08) VALUE SPACES.
002760 01  WS-LIN-CABECALHO2.
002770     05  FILLER                   PIC X(26) VALUE
002780         "CALCULADORA - CALCSTND    ".
002790     05  FILLER                   PIC X(09) VALUE "EMITIDO: ".
002800     05  CAB-DATA-EMISSAO         PIC 9(08).
002810     05  FILLER                   PIC X(11) VALUE "   JANELA: ".
002820     05  CAB-DATA-INICIO          PIC 9(08).
002830     05  FILLER                   PIC X(03) VALUE " A ".
002840     05  CAB-DATA-FIM             PIC 9(08).
002850     05  FILLER                   PIC X(02) VALUE " (".
002860     05  CAB-QTD-DIAS             PIC ZZ9.
002870     05  FILLER                   PIC X(06) VALUE " DIAS)".
002880     05  FILLER                   PIC X(48) VALUE SPACES.
002890 01  WS-LIN-SECAO.
002900     05  SEC-TITULO               PIC X(60).
002910     05  FILLER                   PIC X(72) VALUE SPACES.
002920 01  WS-LIN-TITULO-DISPAROS.
002930     05  FILLER                   PIC X(05) VALUE SPACES.
002940     05  FILLER                   PIC X(10) VALUE "DATA".
002950     05  FILLER                   PIC X(05) VALUE "DEPT".
002960     05  FILLER                   PIC X(31) VALUE
002970         "NOME DO DEPARTAMENTO".
002980     05  FILLER                   PIC X(06) VALUE "SEQ.".
002990     05  FILLER                   PIC X(03) VALUE "OP".
003000     05  FILLER                   PIC X(14) VALUE "     NUMERO1".
003010     05  FILLER                   PIC X(14) VALUE "NUMERO2/TAXA".
003020     05  FILLER                   PIC X(01) VALUE "F".
003030     05  FILLER                   PIC X(43) VALUE SPACES.
003040 01  WS-LIN-DISPARO.
003050     05  FILLER                   PIC X(05) VALUE SPACES.
003060     05  DSP-DATA                 PIC 9(08).
003070     05  FILLER                   PIC X(02) VALUE SPACES.
003080     05  DSP-DEPTO                PIC X(04).
003090     05  FILLER                   PIC X(01) VALUE SPACE.
003100     05  DSP-NOME                 PIC X(30).
003110     05  FILLER                   PIC X(01) VALUE SPACE.
003120     05  DSP-SEQUENCIA            PIC 9(04).
003130     05  FILLER                   PIC X(02) VALUE SPACES.
003140     05  DSP-OPERACAO             PIC X(01).
003150     05  FILLER                   PIC X(02) VALUE SPACES.
003160     05  DSP-NUMERO1              PIC -(7)9.99.
003170     05  FILLER                   PIC X(02) VALUE SPACES.
003180     05  DSP-NUMERO2              PIC X(12).
003190     05  FILLER                   PIC X(02) VALUE SPACES.
003200     05  DSP-FREQUENCIA           PIC X(01).
003210     05  FILLER                   PIC X(43) VALUE SPACES.
003220 01  WS-NUMERO2-EDITADO          PIC -(7)9.99.
003230 01  WS-LIN-TITULO-FALHAS.
003240     05  FILLER                   PIC X(05) VALUE SPACES.
003250     05  FILLER                   PIC X(10) VALUE "DATA".
003260     05  FILLER                   PIC X(05) VALUE "DEPT".
003270     05  FILLER                   PIC X(31) VALUE
003280         "NOME DO DEPARTAMENTO".
003290     05  FILLER                   PIC X(06) VALUE "SEQ.".
003300     05  FILLER                   PIC X(03) VALUE "OP".
003310     05  FILLER                   PIC X(04) VALUE "MOT".
003320     05  FILLER                   PIC X(50) VALUE
003330         "FALHA PREVISTA".
003340     05  FILLER                   PIC X(18) VALUE SPACES.
003350 01  WS-LIN-FALHA.
003360     05  FILLER                   PIC X(05) VALUE SPACES.
003370     05  FAL-DATA                 PIC 9(08).
003380     05  FILLER                   PIC X(02) VALUE SPACES.
003390     05  FAL-DEPTO                PIC X(04).
003400     05  FILLER                   PIC X(01) VALUE SPACE.
003410     05  FAL-NOME                 PIC X(30).
003420     05  FILLER                   PIC X(01) VALUE SPACE.
003430     05  FAL-SEQUENCIA            PIC 9(04).
003440     05  FILLER                   PIC X(02) VALUE SPACES.
003450     05  FAL-OPERACAO             PIC X(01).
003460     05  FILLER                   PIC X(02) VALUE SPACES.
003470     05  FAL-MOTIVO               PIC X(02).
003480     05  FILLER                   PIC X(02) VALUE SPACES.
003490     05  FAL-DESCRICAO            PIC X(50).
003500     05  FILLER                   PIC X(18) VALUE SPACES.
003510 01  WS-LIN-TITULO-ENCERRAMENTOS.
003520     05  FILLER                   PIC X(05) VALUE SPACES.
003530     05  FILLER                   PIC X(05) VALUE "DEPT".
003540     05  FILLER                   PIC X(31) VALUE
003550         "NOME DO DEPARTAMENTO".
003560     05  FILLER                   PIC X(06) VALUE "SEQ.".
003570     05  FILLER                   PIC X(03) VALUE "OP".
003580     05  FILLER                   PIC X(12) VALUE "DATA FIM".
003590     05  FILLER                   PIC X(08) VALUE "ULT.DISP".
003600     05  FILLER                   PIC X(62) VALUE SPACES.
003610 01  WS-LIN-ENCERRAMENTO.
003620     05  FILLER                   PIC X(05) VALUE SPACES.
003630     05  ENC-DEPTO                PIC X(04).
003640     05  FILLER                   PIC X(01) VALUE SPACE.
003650     05  ENC-NOME                 PIC X(30).
003660     05  FILLER                   PIC X(01) VALUE SPACE.
003670     05  ENC-SEQUENCIA            PIC 9(04).
003680     05  FILLER                   PIC X(02) VALUE SPACES.
003690     05  ENC-OPERACAO             PIC X(01).
003700     05  FILLER                   PIC X(02) VALUE SPACES.
003710     05  ENC-DATA-FIM             PIC 9(08).
003720     05  FILLER                   PIC X(04) VALUE SPACES.
003730     05  ENC-ULTIMO-DISPARO       PIC X(08).
003740     05  FILLER                   PIC X(62) VALUE SPACES.
003750 01  WS-LIN-TOTAL-SECAO.
003760     05  FILLER                   PIC X(05) VALUE SPACES.
003770     05  FILLER                   PIC X(18) VALUE
003780         "TOTAL DA SECAO...:".
003790     05  TOT-QTD-SECAO            PIC Z(06)9.
003800     05  FILLER                   PIC X(102) VALUE SPACES.
003810 01  WS-LIN-NENHUMA.
003820     05  FILLER                   PIC X(05) VALUE SPACES.
003830     05  FILLER                   PIC X(40) VALUE
003840         "NENHUMA OCORRENCIA NA JANELA.".
003850     05  FILLER                   PIC X(87) VALUE SPACES.
003860 01  WS-LIN-TRACO.
003870     05  FILLER                   PIC X(60) VALUE ALL "-".
003880     05  FILLER                   PIC X(72) VALUE SPACES.
003890
003900 PROCEDURE DIVISION.
003910 0000-MAINLINE.
003920     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003930     PERFORM 3000-SECAO-DISPAROS THRU 3000-EXIT.
003940     PERFORM 4000-SECAO-FALHAS THRU 4000-EXIT.
003950     PERFORM 5000-SECAO-ENCERRAMENTOS THRU 5000-EXIT.
003960     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003970     IF WS-QTD-FALHAS > ZERO
003980         MOVE 4 TO RETURN-CODE
003990     END-IF.
004000     STOP RUN.
004010
004020*---------------------------------------------------------------*
004030*    1000-INICIALIZAR                                           *
004040*    LE OS CARTOES DO SYSIN, MONTA A JANELA, ABRE O CADASTRO DE *
004050*    INSTRUCOES, O DE TAXAS E O RELATORIO E CARREGA A TABELA DE *
004060*    DEPARTAMENTOS.  CADASTRO DE INSTRUCOES AINDA INEXISTENTE   *
004070*    NAO E ERRO: AS SECOES SAEM VAZIAS.  SEM CALCRATE AS TAXAS  *
004080*    NAO SAO CONFERIDAS E O OPERADOR E AVISADO NO SYSOUT.       *
004090*---------------------------------------------------------------*
004100 1000-INICIALIZAR.
004110     ACCEPT WS-DATA-BASE FROM DATE YYYYMMDD.
004120     ACCEPT CAB-DATA-EMISSAO FROM DATE YYYYMMDD.
004130     PERFORM 1100-LER-CARTOES THRU 1100-EXIT.
004140     PERFORM 1200-MONTAR-JANELA THRU 1200-EXIT.
004150     OPEN OUTPUT RELATORIO.
004160     IF NOT FS-RELATORIO-OK
004170         DISPLAY "Erro: abertura de RELATORIO falhou. Status="
004180             FS-RELATORIO
004190         MOVE 8 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220     OPEN INPUT CADASTRO-INSTRUCOES.
004230     IF FS-INSTRUCOES-INEXISTENTE
004240         DISPLAY "Aviso: CALCSTND ainda nao existe - projecao "
004250             "vazia."
004260     ELSE
004270         IF NOT FS-INSTRUCOES-OK
004280             DISPLAY "Erro: abertura de CALCSTND falhou. Status="
004290                 FS-CADASTRO-INSTRUCOES
004300             MOVE 8 TO RETURN-CODE
004310             STOP RUN
004320         END-IF
004330         SET INSTRUCOES-DISPONIVEIS TO TRUE
004340     END-IF.
004350     OPEN INPUT ARQ-TAXAS.
004360     IF FS-TAXAS-OK
004370         SET TAXAS-DISPONIVEIS TO TRUE
004380     ELSE
004390         DISPLAY "Aviso: CALCRATE nao disponivel (status "
004400             FS-ARQ-TAXAS "); taxas da operacao T nao "
004410             "conferidas."
004420     END-IF.
004430     PERFORM 1500-CARREGAR-DEPARTAMENTOS THRU 1500-EXIT.
004440     MOVE WS-DATA-INICIO-JANELA TO CAB-DATA-INICIO.
004450     MOVE WS-DATA-FIM-JANELA TO CAB-DATA-FIM.
004460     MOVE WS-QTD-DIAS TO CAB-QTD-DIAS.
004470 1000-EXIT.
004480     EXIT.
004490
004500*---------------------------------------------------------------*
004510*    1100-LER-CARTOES                                           *
004520*    O TAMANHO DA JANELA E OBRIGATORIO: SEM ELE O PASSO TERMINA *
004530*    COM RC=8.  A DATA BASE E OPCIONAL (DATA DO SISTEMA).       *
004540*---------------------------------------------------------------*
004550 1100-LER-CARTOES.
004560     OPEN INPUT CARTAO-CONTROLE.
004570     IF NOT FS-CARTAO-OK
004580         DISPLAY "Erro: SYSIN com a quantidade de dias e "
004590             "obrigatorio. Status=" FS-CARTAO-CONTROLE
004600         MOVE 8 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630     PERFORM 1110-LER-CARTAO THRU 1110-EXIT
004640         UNTIL FIM-CARTOES.
004650     CLOSE CARTAO-CONTROLE.
004660     IF NOT DIAS-INFORMADO
004670         DISPLAY "Erro: SYSIN sem o cartao DIA da janela."
004680         MOVE 8 TO RETURN-CODE
004690         STOP RUN
004700     END-IF.
004710     DISPLAY "Projecao de " WS-QTD-DIAS " dia(s) a partir de "
004720         WS-DATA-BASE.
004730 1100-EXIT.
004740     EXIT.
004750
004760 1110-LER-CARTAO.
004770     READ CARTAO-CONTROLE
004780         AT END
004790             SET FIM-CARTOES TO TRUE
004800             GO TO 1110-EXIT
004810     END-READ.
004820     IF CARTAO-DIAS
004830         IF CTL-QTD-DIAS NUMERIC AND CTL-QTD-DIAS > ZERO AND
004840            CTL-QTD-DIAS NOT > WS-MAX-DIAS
004850             MOVE CTL-QTD-DIAS TO WS-QTD-DIAS
004860             SET DIAS-INFORMADO TO TRUE
004870             GO TO 1110-EXIT
004880         END-IF
004890     END-IF.
004900     IF CARTAO-DATA-BASE
004910         IF CTL-DATA-BASE NUMERIC AND CTL-DATA-BASE > ZERO
004920             MOVE CTL-DATA-BASE TO WS-DATA-BASE
004930             GO TO 1110-EXIT
004940         END-IF
004950     END-IF.
004960     DISPLAY "Erro: cartao ilegivel no SYSIN: "
004970         REG-CARTAO-CONTROLE (1:20).
004980     MOVE 8 TO RETURN-CODE.
004990     STOP RUN.
005000 1110-EXIT.
005010     EXIT.
005020
005030*---------------------------------------------------------------*
005040*    1200-MONTAR-JANELA                                         *
005050*    APURA O CALENDARIO DA DATA BASE E AVANCA DIA A DIA ATE     *
005060*    COMPLETAR A JANELA, GUARDANDO EM CADA ENTRADA A DATA, O DIA*
005070*    DO MES, O DIA DA SEMANA E O ULTIMO DIA DO MES.             *
005080*---------------------------------------------------------------*
005090 1200-MONTAR-JANELA.
005100     MOVE WS-DATA-BASE TO WS-DATA-CALENDARIO.
005110     IF WS-DTC-MES < 1 OR WS-DTC-MES > 12 OR WS-DTC-DIA < 1
005120         DISPLAY "Erro: data base invalida: " WS-DATA-BASE
005130         MOVE 8 TO RETURN-CODE
005140         STOP RUN
005150     END-IF.
005160     PERFORM 1310-ULTIMO-DIA-DO-MES THRU 1310-EXIT.
005170     IF WS-DTC-DIA > WS-ULTIMO-DIA-MES
005180         DISPLAY "Erro: data base invalida: " WS-DATA-BASE
005190         MOVE 8 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     PERFORM 1300-DIA-DA-SEMANA THRU 1300-EXIT.
005230     PERFORM 1210-REGISTRAR-DIA THRU 1210-EXIT
005240         VARYING WS-IDX-JAN FROM 1 BY 1
005250         UNTIL WS-IDX-JAN > WS-QTD-DIAS.
005260     MOVE WS-JAN-DATA (1) TO WS-DATA-INICIO-JANELA.
005270     MOVE WS-JAN-DATA (WS-QTD-DIAS) TO WS-DATA-FIM-JANELA.
005280 1200-EXIT.
005290     EXIT.
005300
005310 1210-REGISTRAR-DIA.
005320     MOVE WS-DATA-CALENDARIO TO WS-JAN-DATA (WS-IDX-JAN).
005330     MOVE WS-DTC-DIA TO WS-JAN-DIA-MES (WS-IDX-JAN).
005340     MOVE WS-DIA-SEMANA TO WS-JAN-DIA-SEMANA (WS-IDX-JAN).
005350     MOVE WS-ULTIMO-DIA-MES TO WS-JAN-ULTIMO-DIA (WS-IDX-JAN).
005360*    AVANCA PARA O DIA SEGUINTE, VIRANDO SEMANA, MES E ANO.
005370     ADD 1 TO WS-DIA-SEMANA.
005380     IF WS-DIA-SEMANA > 7
005390         MOVE 1 TO WS-DIA-SEMANA
005400     END-IF.
005410     IF WS-DTC-DIA < WS-ULTIMO-DIA-MES
005420         ADD 1 TO WS-DTC-DIA
005430         GO TO 1210-EXIT
005440     END-IF.
005450     MOVE 1 TO WS-DTC-DIA.
005460     IF WS-DTC-MES < 12
005470         ADD 1 TO WS-DTC-MES
005480     ELSE
005490         MOVE 1 TO WS-DTC-MES
005500         ADD 1 TO WS-DTC-ANO
005510     END-IF.
005520     PERFORM 1310-ULTIMO-DIA-DO-MES THRU 1310-EXIT.
005530 1210-EXIT.
005540     EXIT.
005550
005560*---------------------------------------------------------------*
005570*    1300-DIA-DA-SEMANA                                         *
005580*    APURA O DIA DA SEMANA DE WS-DATA-CALENDARIO (CONGRUENCIA DE*
005590*    ZELLER, CALENDARIO GREGORIANO; JANEIRO E FEVEREIRO CONTAM  *
005600*    COMO MESES 13 E 14 DO ANO ANTERIOR), COMO EM CALCSGEN.     *
005610*---------------------------------------------------------------*
005620 1300-DIA-DA-SEMANA.
005630     MOVE WS-DTC-ANO TO WS-ANO-Z.
005640     MOVE WS-DTC-MES TO WS-MES-Z.
005650     IF WS-MES-Z < 3
005660         ADD 12 TO WS-MES-Z
005670         SUBTRACT 1 FROM WS-ANO-Z
005680     END-IF.
005690     COMPUTE WS-TERMO-MES = 13 * (WS-MES-Z + 1).
005700     DIVIDE WS-TERMO-MES BY 5 GIVING WS-TERMO1.
005710     DIVIDE WS-ANO-Z BY 4 GIVING WS-TERMO2.
005720     DIVIDE WS-ANO-Z BY 100 GIVING WS-TERMO3.
005730     DIVIDE WS-ANO-Z BY 400 GIVING WS-TERMO4.
005740     COMPUTE WS-SOMA-ZELLER = WS-DTC-DIA + WS-TERMO1
005750         + WS-ANO-Z + WS-TERMO2 - WS-TERMO3 + WS-TERMO4.
005760     DIVIDE WS-SOMA-ZELLER BY 7
005770         GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
005780*    O RESTO SAI COM 0=SABADO; SOMANDO 5 (MODULO 7) E MAIS 1,
005790*    A SEMANA FICA 1=SEGUNDA ... 7=DOMINGO, COMO NO CADASTRO.
005800     COMPUTE WS-SOMA-ZELLER = WS-RESTO + 5.
005810     DIVIDE WS-SOMA-ZELLER BY 7
005820         GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
005830     COMPUTE WS-DIA-SEMANA = WS-RESTO + 1.
005840 1300-EXIT.
005850     EXIT.
005860
005870*---------------------------------------------------------------*
005880*    1310-ULTIMO-DIA-DO-MES                                     *
005890*    ULTIMO DIA DO MES DE WS-DATA-CALENDARIO, COM A REGRA       *
005900*    COMPLETA DE ANO BISSEXTO.                                  *
005910*---------------------------------------------------------------*
005920 1310-ULTIMO-DIA-DO-MES.
005930     MOVE WS-DIAS-DO-MES (WS-DTC-MES) TO WS-ULTIMO-DIA-MES.
005940     IF WS-DTC-MES = 2
005950         DIVIDE WS-DTC-ANO BY 4 GIVING WS-QUOCIENTE
005960             REMAINDER WS-RESTO
005970         IF WS-RESTO = ZERO
005980             MOVE 29 TO WS-ULTIMO-DIA-MES
005990         END-IF
006000         DIVIDE WS-DTC-ANO BY 100 GIVING WS-QUOCIENTE
006010             REMAINDER WS-RESTO
006020         IF WS-RESTO = ZERO
006030             MOVE 28 TO WS-ULTIMO-DIA-MES
006040         END-IF
006050         DIVIDE WS-DTC-ANO BY 400 GIVING WS-QUOCIENTE
006060             REMAINDER WS-RESTO
006070         IF WS-RESTO = ZERO
006080             MOVE 29 TO WS-ULTIMO-DIA-MES
006090         END-IF
006100     END-IF.
006110 1310-EXIT.
006120     EXIT.
006130
006140*---------------------------------------------------------------*
006150*    1500-CARREGAR-DEPARTAMENTOS                                *
006160*    CARREGA O CADASTRO DE DEPARTAMENTOS NA TABELA DE NOMES E   *
006170*    SITUACOES.  CADASTRO AUSENTE NAO DERRUBA A PROJECAO: OS    *
006180*    DEPARTAMENTOS SAEM SEM NOME E SEM AS FALHAS DC/DS.         *
006190*---------------------------------------------------------------*
006200 1500-CARREGAR-DEPARTAMENTOS.
006210     OPEN INPUT CADASTRO-DEPTOS.
006220     IF NOT FS-DEPTOS-OK
006230         DISPLAY "Aviso: CALCDEPT nao disponivel (status "
006240             FS-CADASTRO-DEPTOS "); projecao sem nomes e sem "
006250             "situacao de departamento."
006260         GO TO 1500-EXIT
006270     END-IF.
006280     MOVE LOW-VALUES TO DEP-CODIGO.
006290     START CADASTRO-DEPTOS KEY NOT LESS DEP-CODIGO
006300         INVALID KEY
006310             SET FIM-DEPTOS TO TRUE
006320     END-START.
006330     PERFORM 1510-CARREGAR-PROXIMO THRU 1510-EXIT
006340         UNTIL FIM-DEPTOS.
006350     CLOSE CADASTRO-DEPTOS.
006360 1500-EXIT.
006370     EXIT.
006380
006390 1510-CARREGAR-PROXIMO.
006400     READ CADASTRO-DEPTOS NEXT RECORD
006410         AT END
006420             SET FIM-DEPTOS TO TRUE
006430         NOT AT END
006440             IF WS-QTD-DEPTOS < WS-MAX-DEPTOS
006450                 ADD 1 TO WS-QTD-DEPTOS
006460                 MOVE DEP-CODIGO TO WS-DEP-CODIGO (WS-QTD-DEPTOS)
006470                 MOVE DEP-NOME   TO WS-DEP-NOME (WS-QTD-DEPTOS)
006480                 MOVE DEP-STATUS TO WS-DEP-STATUS (WS-QTD-DEPTOS)
006490             ELSE
006500                 DISPLAY "Aviso: tabela de departamentos "
006510                     "estourada (maximo " WS-MAX-DEPTOS ")."
006520                 SET FIM-DEPTOS TO TRUE
006530             END-IF
006540     END-READ.
006550 1510-EXIT.
006560     EXIT.
006570
006580*---------------------------------------------------------------*
006590*    2000-POSICIONAR-CADASTRO                                   *
006600*    POSICIONA O CADASTRO DE INSTRUCOES NO INICIO PARA A        *
006610*    VARREDURA DE UMA SECAO.  CADA SECAO RELE O CADASTRO        *
006620*    INTEIRO EM ORDEM DE CHAVE.                                 *
006630*---------------------------------------------------------------*
006640 2000-POSICIONAR-CADASTRO.
006650     MOVE "N" TO WS-FIM-CADASTRO.
006660     MOVE ZERO TO WS-QTD-DISPAROS-SECAO.
006670     IF NOT INSTRUCOES-DISPONIVEIS
006680         SET FIM-CADASTRO TO TRUE
006690         GO TO 2000-EXIT
006700     END-IF.
006710     MOVE LOW-VALUES TO INS-CHAVE.
006720     START CADASTRO-INSTRUCOES KEY NOT LESS INS-CHAVE
006730         INVALID KEY
006740             SET FIM-CADASTRO TO TRUE
006750     END-START.
006760 2000-EXIT.
006770     EXIT.
006780
006790*---------------------------------------------------------------*
006800*    2100-LER-INSTRUCAO                                         *
006810*    LE A PROXIMA INSTRUCAO E RESOLVE O NOME E A SITUACAO DO    *
006820*    SEU DEPARTAMENTO.                                          *
006830*---------------------------------------------------------------*
006840 2100-LER-INSTRUCAO.
006850     READ CADASTRO-INSTRUCOES NEXT RECORD
006860         AT END
006870             SET FIM-CADASTRO TO TRUE
006880             GO TO 2100-EXIT
006890     END-READ.
006900     IF NOT FS-INSTRUCOES-OK
006910         DISPLAY "Erro: leitura de CALCSTND falhou. Status="
006920             FS-CADASTRO-INSTRUCOES
006930         MOVE 8 TO RETURN-CODE
006940         STOP RUN
006950     END-IF.
006960     PERFORM 2300-LOCALIZAR-DEPTO THRU 2300-EXIT.
006970 2100-EXIT.
006980     EXIT.
006990
007000*---------------------------------------------------------------*
007010*    2200-VERIFICAR-AGENDA                                      *
007020*    DECIDE SE A INSTRUCAO CORRENTE E DEVIDA NO DIA WS-IDX-JAN  *
007030*    DA JANELA, COM A MESMA REGRA DE CALCSGEN: DENTRO DO PRAZO  *
007040*    (INICIO/FIM) E COM A FREQUENCIA BATENDO COM O CALENDARIO.  *
007050*    NUM MES MAIS CURTO QUE O DIA MENSAL AGENDADO, A INSTRUCAO  *
007060*    VENCE NO ULTIMO DIA DO MES.  A SITUACAO (ATIVA/SUSPENSA) E *
007070*    CONFERIDA POR QUEM CHAMA.                                  *
007080*---------------------------------------------------------------*
007090 2200-VERIFICAR-AGENDA.
007100     MOVE "N" TO WS-INSTRUCAO-DEVIDA.
007110     IF INS-DATA-INICIO > WS-JAN-DATA (WS-IDX-JAN) OR
007120        (INS-DATA-FIM > ZERO AND
007130         INS-DATA-FIM < WS-JAN-DATA (WS-IDX-JAN))
007140         GO TO 2200-EXIT
007150     END-IF.
007160     IF FREQUENCIA-DIARIA
007170         SET INSTRUCAO-DEVIDA TO TRUE
007180         GO TO 2200-EXIT
007190     END-IF.
007200     IF FREQUENCIA-SEMANAL
007210         IF INS-DIA-AGENDA = WS-JAN-DIA-SEMANA (WS-IDX-JAN)
007220             SET INSTRUCAO-DEVIDA TO TRUE
007230         END-IF
007240         GO TO 2200-EXIT
007250     END-IF.
007260     IF FREQUENCIA-MENSAL
007270         IF INS-DIA-AGENDA = WS-JAN-DIA-MES (WS-IDX-JAN) OR
007280            (INS-DIA-AGENDA > WS-JAN-ULTIMO-DIA (WS-IDX-JAN) AND
007290             WS-JAN-DIA-MES (WS-IDX-JAN) =
007300             WS-JAN-ULTIMO-DIA (WS-IDX-JAN))
007310             SET INSTRUCAO-DEVIDA TO TRUE
007320         END-IF
007330     END-IF.
007340 2200-EXIT.
007350     EXIT.
007360
007370*---------------------------------------------------------------*
007380*    2300-LOCALIZAR-DEPTO                                       *
007390*    PROCURA O DEPARTAMENTO DA INSTRUCAO NA TABELA.  NAO ACHADO,*
007400*    A SITUACAO FICA EM BRANCO (NAO CADASTRADO) E O NOME SAI    *
007410*    ACUSADO - SALVO SE O CADASTRO NAO PODE SER CARREGADO.      *
007420*---------------------------------------------------------------*
007430 2300-LOCALIZAR-DEPTO.
007440     MOVE SPACES TO WS-NOME-DEPTO.
007450     MOVE SPACES TO WS-SITUACAO-DEPTO.
007460     MOVE ZERO TO WS-IDX-DEP-ACHADO.
007470     PERFORM 2310-COMPARAR-DEPTO THRU 2310-EXIT
007480         VARYING WS-IDX-DEP FROM 1 BY 1
007490         UNTIL WS-IDX-DEP > WS-QTD-DEPTOS
007500            OR WS-IDX-DEP-ACHADO > ZERO.
007510     IF WS-IDX-DEP-ACHADO > ZERO
007520         MOVE WS-DEP-NOME (WS-IDX-DEP-ACHADO) TO WS-NOME-DEPTO
007530         MOVE WS-DEP-STATUS (WS-IDX-DEP-ACHADO)
007540             TO WS-SITUACAO-DEPTO
007550     ELSE
007560         IF WS-QTD-DEPTOS > ZERO
007570             MOVE "*NAO CADASTRADO EM CALCDEPT*" TO WS-NOME-DEPTO
007580         END-IF
007590     END-IF.
007600 2300-EXIT.
007610     EXIT.
007620
007630 2310-COMPARAR-DEPTO.
007640     IF INS-DEPTO = WS-DEP-CODIGO (WS-IDX-DEP)
007650         MOVE WS-IDX-DEP TO WS-IDX-DEP-ACHADO
007660     END-IF.
007670 2310-EXIT.
007680     EXIT.
007690
007700*---------------------------------------------------------------*
007710*    3000-SECAO-DISPAROS                                        *
007720*    SECAO 1: CADA DISPARO PREVISTO NA JANELA, INSTRUCAO POR    *
007730*    INSTRUCAO EM ORDEM DE CHAVE E, DENTRO DELA, POR DATA.      *
007740*---------------------------------------------------------------*
007750 3000-SECAO-DISPAROS.
007760     MOVE "1. DISPAROS PREVISTOS NA JANELA" TO SEC-TITULO.
007770     PERFORM 6000-ABRIR-SECAO THRU 6000-EXIT.
007780     MOVE WS-LIN-TITULO-DISPAROS TO REG-RELATORIO.
007790     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
007800     PERFORM 2000-POSICIONAR-CADASTRO THRU 2000-EXIT.
007810     PERFORM 3100-DISPAROS-DA-INSTRUCAO THRU 3100-EXIT
007820         UNTIL FIM-CADASTRO.
007830     MOVE WS-QTD-DISPAROS-SECAO TO WS-QTD-DISPAROS.
007840     PERFORM 6100-FECHAR-SECAO THRU 6100-EXIT.
007850 3000-EXIT.
007860     EXIT.
007870
007880 3100-DISPAROS-DA-INSTRUCAO.
007890     PERFORM 2100-LER-INSTRUCAO THRU 2100-EXIT.
007900     IF FIM-CADASTRO
007910         GO TO 3100-EXIT
007920     END-IF.
007930     ADD 1 TO WS-QTD-LIDAS.
007940     IF NOT INSTRUCAO-ATIVA
007950         ADD 1 TO WS-QTD-SUSPENSAS
007960         GO TO 3100-EXIT
007970     END-IF.
007980     PERFORM 3200-DISPARO-DO-DIA THRU 3200-EXIT
007990         VARYING WS-IDX-JAN FROM 1 BY 1
008000         UNTIL WS-IDX-JAN > WS-QTD-DIAS.
008010 3100-EXIT.
008020     EXIT.
008030
008040 3200-DISPARO-DO-DIA.
008050     PERFORM 2200-VERIFICAR-AGENDA THRU 2200-EXIT.
008060     IF NOT INSTRUCAO-DEVIDA
008070         GO TO 3200-EXIT
008080     END-IF.
008090     ADD 1 TO WS-QTD-DISPAROS-SECAO.
008100     MOVE WS-JAN-DATA (WS-IDX-JAN) TO DSP-DATA.
008110     MOVE INS-DEPTO TO DSP-DEPTO.
008120     MOVE WS-NOME-DEPTO TO DSP-NOME.
008130     MOVE INS-SEQUENCIA TO DSP-SEQUENCIA.
008140     MOVE INS-OPERACAO TO DSP-OPERACAO.
008150     MOVE INS-NUMERO1 TO DSP-NUMERO1.
008160*    NA OPERACAO "T" O CAMPO NUMERO2 CARREGA O CODIGO DA TAXA.
008170     IF INS-OPERACAO = "T"
008180         MOVE INS-CODIGO-TAXA TO DSP-NUMERO2
008190     ELSE
008200         MOVE INS-NUMERO2 TO WS-NUMERO2-EDITADO
008210         MOVE WS-NUMERO2-EDITADO TO DSP-NUMERO2
008220     END-IF.
008230     MOVE INS-FREQUENCIA TO DSP-FREQUENCIA.
008240     MOVE WS-LIN-DISPARO TO REG-RELATORIO.
008250     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
008260 3200-EXIT.
008270     EXIT.
008280
008290*---------------------------------------------------------------*
008300*    4000-SECAO-FALHAS                                          *
008310*    SECAO 2: CADA DISPARO DA JANELA QUE VAI FALHAR, COM O      *
008320*    MOTIVO, E CADA INSTRUCAO ATIVA COM O PRAZO JA VENCIDO ANTES*
008330*    DA JANELA (MOTIVO FV, SAI COM A DATA DE FIM).              *
008340*---------------------------------------------------------------*
008350 4000-SECAO-FALHAS.
008360     MOVE "2. DISPAROS COM FALHA PREVISTA" TO SEC-TITULO.
008370     PERFORM 6000-ABRIR-SECAO THRU 6000-EXIT.
008380     MOVE WS-LIN-TITULO-FALHAS TO REG-RELATORIO.
008390     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
008400     PERFORM 2000-POSICIONAR-CADASTRO THRU 2000-EXIT.
008410     PERFORM 4100-FALHAS-DA-INSTRUCAO THRU 4100-EXIT
008420         UNTIL FIM-CADASTRO.
008430     MOVE WS-QTD-DISPAROS-SECAO TO WS-QTD-FALHAS.
008440     PERFORM 6100-FECHAR-SECAO THRU 6100-EXIT.
008450 4000-EXIT.
008460     EXIT.
008470
008480 4100-FALHAS-DA-INSTRUCAO.
008490     PERFORM 2100-LER-INSTRUCAO THRU 2100-EXIT.
008500     IF FIM-CADASTRO OR NOT INSTRUCAO-ATIVA
008510         GO TO 4100-EXIT
008520     END-IF.
008530     IF INS-DATA-FIM > ZERO AND
008540        INS-DATA-FIM < WS-DATA-INICIO-JANELA
008550         MOVE "FV" TO WS-MOTIVO-FALHA
008560         MOVE "PRAZO (DATA FIM) VENCIDO - NAO DISPARA MAIS"
008570             TO WS-DESCRICAO-FALHA
008580         MOVE INS-DATA-FIM TO FAL-DATA
008590         PERFORM 4900-IMPRIMIR-FALHA THRU 4900-EXIT
008600         GO TO 4100-EXIT
008610     END-IF.
008620     PERFORM 4200-FALHA-DO-DIA THRU 4200-EXIT
008630         VARYING WS-IDX-JAN FROM 1 BY 1
008640         UNTIL WS-IDX-JAN > WS-QTD-DIAS.
008650 4100-EXIT.
008660     EXIT.
008670
008680 4200-FALHA-DO-DIA.
008690     PERFORM 2200-VERIFICAR-AGENDA THRU 2200-EXIT.
008700     IF NOT INSTRUCAO-DEVIDA
008710         GO TO 4200-EXIT
008720     END-IF.
008730     PERFORM 4300-PREVER-FALHA THRU 4300-EXIT.
008740     IF WS-MOTIVO-FALHA NOT = SPACES
008750         MOVE WS-JAN-DATA (WS-IDX-JAN) TO FAL-DATA
008760         PERFORM 4900-IMPRIMIR-FALHA THRU 4900-EXIT
008770     END-IF.
008780 4200-EXIT.
008790     EXIT.
008800
008810*---------------------------------------------------------------*
008820*    4300-PREVER-FALHA                                          *
008830*    APLICA AO DISPARO AS CRITICAS QUE O DERRUBARIAM NO         *
008840*    PROCESSAMENTO NOTURNO: DEPARTAMENTO NAO CADASTRADO OU      *
008850*    SUSPENSO (CALCEDIT REJEITA O LOTE, MOTIVOS DC/DS), OPERACAO*
008860*    "T" SEM CODIGO DE TAXA (CALCEDIT, MOTIVO TX) E TAXA SEM    *
008870*    VIGENCIA OU EXPIRADA NA DATA (ERRO EM CALCBATCH).  O       *
008880*    PRIMEIRO PROBLEMA ACHADO DEFINE O MOTIVO.                  *
008890*---------------------------------------------------------------*
008900 4300-PREVER-FALHA.
008910     MOVE SPACES TO WS-MOTIVO-FALHA.
008920     MOVE SPACES TO WS-DESCRICAO-FALHA.
008930     IF WS-QTD-DEPTOS > ZERO
008940         IF DEPTO-NAO-CADASTRADO
008950             MOVE "DC" TO WS-MOTIVO-FALHA
008960             MOVE "DEPARTAMENTO NAO CADASTRADO EM CALCDEPT"
008970                 TO WS-DESCRICAO-FALHA
008980             GO TO 4300-EXIT
008990         END-IF
009000         IF SITUACAO-SUSPENSO
009010             MOVE "DS" TO WS-MOTIVO-FALHA
009020             MOVE "DEPARTAMENTO SUSPENSO EM CALCDEPT"
009030                 TO WS-DESCRICAO-FALHA
009040             GO TO 4300-EXIT
009050         END-IF
009060     END-IF.
009070     IF INS-OPERACAO NOT = "T"
009080         GO TO 4300-EXIT
009090     END-IF.
009100     IF INS-CODIGO-TAXA = SPACES
009110         MOVE "TX" TO WS-MOTIVO-FALHA
009120         MOVE "OPERACAO T SEM CODIGO DE TAXA"
009130             TO WS-DESCRICAO-FALHA
009140         GO TO 4300-EXIT
009150     END-IF.
009160     IF NOT TAXAS-DISPONIVEIS
009170         GO TO 4300-EXIT
009180     END-IF.
009190     PERFORM 4400-LOCALIZAR-TAXA THRU 4400-EXIT.
009200     IF TAXA-ACHADA
009210         GO TO 4300-EXIT
009220     END-IF.
009230     IF TAXA-EXPIRADA
009240         MOVE "TE" TO WS-MOTIVO-FALHA
009250         STRING "TAXA " DELIMITED BY SIZE
009260                INS-CODIGO-TAXA DELIMITED BY SIZE
009270                " EXPIRADA EM " DELIMITED BY SIZE
009280                WS-DATA-EXPIRACAO DELIMITED BY SIZE
009290             INTO WS-DESCRICAO-FALHA
009300     ELSE
009310         MOVE "TV" TO WS-MOTIVO-FALHA
009320         STRING "TAXA " DELIMITED BY SIZE
009330                INS-CODIGO-TAXA DELIMITED BY SIZE
009340                " INEXISTENTE OU SEM VIGENCIA NA DATA"
009350                    DELIMITED BY SIZE
009360             INTO WS-DESCRICAO-FALHA
009370     END-IF.
009380 4300-EXIT.
009390     EXIT.
009400
009410*---------------------------------------------------------------*
009420*    4400-LOCALIZAR-TAXA                                        *
009430*    VARRE AS VIGENCIAS DO CODIGO DA INSTRUCAO, EM ORDEM DE     *
009440*    CHAVE, ATE A PRIMEIRA POSTERIOR A DATA DO DISPARO, COMO O  *
009450*    SUBPROGRAMA CALCULO.  SEM VIGENCIA VALIDA, GUARDA A DATA DE*
009460*    EXPIRACAO DA ULTIMA VIGENCIA JA EXPIRADA PARA O MOTIVO TE. *
009470*---------------------------------------------------------------*
009480 4400-LOCALIZAR-TAXA.
009490     MOVE "N" TO WS-TAXA-ACHADA.
009500     MOVE "N" TO WS-TAXA-EXPIRADA.
009510     MOVE ZERO TO WS-DATA-EXPIRACAO.
009520     MOVE "N" TO WS-FIM-TAXAS.
009530     MOVE INS-CODIGO-TAXA TO TAXA-CODIGO.
009540     MOVE ZERO TO TAXA-DATA-VIGENCIA.
009550     START ARQ-TAXAS KEY NOT LESS TAXA-CHAVE
009560         INVALID KEY
009570             SET FIM-TAXAS TO TRUE
009580     END-START.
009590     PERFORM 4410-LER-PROXIMA-TAXA THRU 4410-EXIT
009600         UNTIL FIM-TAXAS.
009610 4400-EXIT.
009620     EXIT.
009630
009640 4410-LER-PROXIMA-TAXA.
009650     READ ARQ-TAXAS NEXT RECORD
009660         AT END
009670             SET FIM-TAXAS TO TRUE
009680             GO TO 4410-EXIT
009690     END-READ.
009700     IF TAXA-CODIGO NOT = INS-CODIGO-TAXA OR
009710        TAXA-DATA-VIGENCIA > WS-JAN-DATA (WS-IDX-JAN)
009720         SET FIM-TAXAS TO TRUE
009730         GO TO 4410-EXIT
009740     END-IF.
009750     IF TAXA-DATA-EXPIRACAO = ZERO OR
009760        TAXA-DATA-EXPIRACAO >= WS-JAN-DATA (WS-IDX-JAN)
009770         SET TAXA-ACHADA TO TRUE
009780     ELSE
009790         SET TAXA-EXPIRADA TO TRUE
009800         MOVE TAXA-DATA-EXPIRACAO TO WS-DATA-EXPIRACAO
009810     END-IF.
009820 4410-EXIT.
009830     EXIT.
009840
009850 4900-IMPRIMIR-FALHA.
009860     ADD 1 TO WS-QTD-DISPAROS-SECAO.
009870     MOVE INS-DEPTO TO FAL-DEPTO.
009880     MOVE WS-NOME-DEPTO TO FAL-NOME.
009890     MOVE INS-SEQUENCIA TO FAL-SEQUENCIA.
009900     MOVE INS-OPERACAO TO FAL-OPERACAO.
009910     MOVE WS-MOTIVO-FALHA TO FAL-MOTIVO.
009920     MOVE WS-DESCRICAO-FALHA TO FAL-DESCRICAO.
009930     MOVE WS-LIN-FALHA TO REG-RELATORIO.
009940     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
009950 4900-EXIT.
009960     EXIT.
009970
009980*---------------------------------------------------------------*
009990*    5000-SECAO-ENCERRAMENTOS                                   *
010000*    SECAO 3: CADA INSTRUCAO ATIVA CUJA DATA DE FIM CAI DENTRO  *
010010*    DA JANELA (ANTES DO ULTIMO DIA), COM O ULTIMO DISPARO      *
010020*    PREVISTO ATE O FIM.  PRAZO JA VENCIDO ANTES DA JANELA SAI  *
010030*    NA SECAO 2.                                                *
010040*---------------------------------------------------------------*
010050 5000-SECAO-ENCERRAMENTOS.
010060     MOVE "3. INSTRUCOES QUE DEIXAM DE DISPARAR NA JANELA"
010070         TO SEC-TITULO.
010080     PERFORM 6000-ABRIR-SECAO THRU 6000-EXIT.
010090     MOVE WS-LIN-TITULO-ENCERRAMENTOS TO REG-RELATORIO.
010100     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010110     PERFORM 2000-POSICIONAR-CADASTRO THRU 2000-EXIT.
010120     PERFORM 5100-ENCERRAMENTO-DA-INSTRUCAO THRU 5100-EXIT
010130         UNTIL FIM-CADASTRO.
010140     MOVE WS-QTD-DISPAROS-SECAO TO WS-QTD-ENCERRAMENTOS.
010150     PERFORM 6100-FECHAR-SECAO THRU 6100-EXIT.
010160 5000-EXIT.
010170     EXIT.
010180
010190 5100-ENCERRAMENTO-DA-INSTRUCAO.
010200     PERFORM 2100-LER-INSTRUCAO THRU 2100-EXIT.
010210     IF FIM-CADASTRO OR NOT INSTRUCAO-ATIVA
010220         GO TO 5100-EXIT
010230     END-IF.
010240     IF INS-DATA-FIM = ZERO OR
010250        INS-DATA-FIM < WS-DATA-INICIO-JANELA OR
010260        INS-DATA-FIM NOT < WS-DATA-FIM-JANELA
010270         GO TO 5100-EXIT
010280     END-IF.
010290     MOVE ZERO TO WS-ULTIMO-DISPARO.
010300     PERFORM 5200-ULTIMO-DISPARO THRU 5200-EXIT
010310         VARYING WS-IDX-JAN FROM 1 BY 1
010320         UNTIL WS-IDX-JAN > WS-QTD-DIAS.
010330     ADD 1 TO WS-QTD-DISPAROS-SECAO.
010340     MOVE INS-DEPTO TO ENC-DEPTO.
010350     MOVE WS-NOME-DEPTO TO ENC-NOME.
010360     MOVE INS-SEQUENCIA TO ENC-SEQUENCIA.
010370     MOVE INS-OPERACAO TO ENC-OPERACAO.
010380     MOVE INS-DATA-FIM TO ENC-DATA-FIM.
010390     IF WS-ULTIMO-DISPARO = ZERO
010400         MOVE "NENHUM" TO ENC-ULTIMO-DISPARO
010410     ELSE
010420         MOVE WS-ULTIMO-DISPARO TO ENC-ULTIMO-DISPARO
010430     END-IF.
010440     MOVE WS-LIN-ENCERRAMENTO TO REG-RELATORIO.
010450     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010460 5100-EXIT.
010470     EXIT.
010480
010490 5200-ULTIMO-DISPARO.
010500     PERFORM 2200-VERIFICAR-AGENDA THRU 2200-EXIT.
010510     IF INSTRUCAO-DEVIDA
010520         MOVE WS-JAN-DATA (WS-IDX-JAN) TO WS-ULTIMO-DISPARO
010530     END-IF.
010540 5200-EXIT.
010550     EXIT.
010560
010570*---------------------------------------------------------------*
010580*    6000-ABRIR-SECAO / 6100-FECHAR-SECAO                       *
010590*    TITULO DA SECAO E, NO FECHAMENTO, O TOTAL DA SECAO OU A    *
010600*    OBSERVACAO DE SECAO VAZIA.                                 *
010610*---------------------------------------------------------------*
010620 6000-ABRIR-SECAO.
010630     MOVE SPACES TO REG-RELATORIO.
010640     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010650     MOVE WS-LIN-SECAO TO REG-RELATORIO.
010660     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010670     MOVE WS-LIN-TRACO TO REG-RELATORIO.
010680     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010690 6000-EXIT.
010700     EXIT.
010710
010720 6100-FECHAR-SECAO.
010730     IF WS-QTD-DISPAROS-SECAO = ZERO
010740         MOVE WS-LIN-NENHUMA TO REG-RELATORIO
010750     ELSE
010760         MOVE WS-QTD-DISPAROS-SECAO TO TOT-QTD-SECAO
010770         MOVE WS-LIN-TOTAL-SECAO TO REG-RELATORIO
010780     END-IF.
010790     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
010800 6100-EXIT.
010810     EXIT.
010820
010830*---------------------------------------------------------------*
010840*    7000-IMPRIMIR-LINHA                                        *
010850*    GRAVA A LINHA JA MONTADA EM REG-RELATORIO, ABRINDO UMA     *
010860*    PAGINA NOVA COM CABECALHO QUANDO A PAGINA CORRENTE ENCHE.  *
010870*---------------------------------------------------------------*
010880 7000-IMPRIMIR-LINHA.
010890     IF WS-NUM-LINHA >= WS-LINHAS-POR-PAGINA
010900         PERFORM 7100-CABECALHO-PAGINA THRU 7100-EXIT
010910     END-IF.
010920     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
010930     ADD 1 TO WS-NUM-LINHA.
010940 7000-EXIT.
010950     EXIT.
010960
010970*---------------------------------------------------------------*
010980*    7100-CABECALHO-PAGINA                                      *
010990*    IMPRIME O CABECALHO DE UMA PAGINA NOVA.  A LINHA EM        *
011000*    REG-RELATORIO E PRESERVADA PARA SAIR LOGO APOS O           *
011010*    CABECALHO.                                                 *
011020*---------------------------------------------------------------*
011030 7100-CABECALHO-PAGINA.
011040     MOVE REG-RELATORIO TO WS-LINHA-GUARDADA.
011050     ADD 1 TO WS-NUM-PAGINA.
011060     MOVE WS-NUM-PAGINA TO CAB-NUM-PAGINA.
011070     MOVE WS-LIN-CABECALHO1 TO REG-RELATORIO.
011080     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
011090     MOVE WS-LIN-CABECALHO2 TO REG-RELATORIO.
011100     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
011110     MOVE WS-LIN-TRACO TO REG-RELATORIO.
011120     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
011130     MOVE SPACES TO REG-RELATORIO.
011140     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
011150     MOVE 4 TO WS-NUM-LINHA.
011160     MOVE WS-LINHA-GUARDADA TO REG-RELATORIO.
011170 7100-EXIT.
011180     EXIT.
011190
011200*---------------------------------------------------------------*
011210*    7200-GRAVAR-LINHA                                          *
011220*    GRAVACAO COM CRITICA DE FILE STATUS, COMUM AS LINHAS DE    *
011230*    DETALHE E AO CABECALHO DE PAGINA.                          *
011240*---------------------------------------------------------------*
011250 7200-GRAVAR-LINHA.
011260     WRITE REG-RELATORIO.
011270     IF NOT FS-RELATORIO-OK
011280         DISPLAY "Erro: gravacao em RELATORIO falhou. Status="
011290             FS-RELATORIO
011300         MOVE 8 TO RETURN-CODE
011310         STOP RUN
011320     END-IF.
011330 7200-EXIT.
011340     EXIT.
011350
011360*---------------------------------------------------------------*
011370*    8000-FINALIZAR                                             *
011380*    FECHA OS ARQUIVOS E MOSTRA O RESUMO DA PROJECAO.           *
011390*---------------------------------------------------------------*
011400 8000-FINALIZAR.
011410     IF INSTRUCOES-DISPONIVEIS
011420         CLOSE CADASTRO-INSTRUCOES
011430     END-IF.
011440     IF TAXAS-DISPONIVEIS
011450         CLOSE ARQ-TAXAS
011460     END-IF.
011470     CLOSE RELATORIO.
011480     DISPLAY "--------------------------------------------".
011490     DISPLAY "  PROJECAO DAS INSTRUCOES PERMANENTES".
011500     DISPLAY "--------------------------------------------".
011510     DISPLAY "  Janela........: " WS-DATA-INICIO-JANELA
011520         " a " WS-DATA-FIM-JANELA.
011530     DISPLAY "  Instrucoes....: " WS-QTD-LIDAS.
011540     DISPLAY "  Suspensas.....: " WS-QTD-SUSPENSAS.
011550     DISPLAY "  Disparos......: " WS-QTD-DISPAROS.
011560     DISPLAY "  Falhas prev...: " WS-QTD-FALHAS.
011570     DISPLAY "  Encerramentos.: " WS-QTD-ENCERRAMENTOS.
011580     DISPLAY "--------------------------------------------".
011590 8000-EXIT.
011600     EXIT.

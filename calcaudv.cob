000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCAUDV                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  CONFERE A CADEIA DE SELOS DO LOG DE AUDITORIA       *
000090*           (LAYOUT CALCAUD) DE PONTA A PONTA: O LOG VIVO       *
000100*           (AUDITLOG) E AS GERACOES JA ARQUIVADAS POR          *
000110*           CALCARCH (AUDITARQ, A BASE DO GDG, QUE O SISTEMA    *
000120*           ENTREGA DA GERACAO MAIS NOVA PARA A MAIS ANTIGA).   *
000130*           CADA ARQUIVO E UM TRECHO CONTIGUO DA CADEIA.        *
000140*           DENTRO DO TRECHO CADA LINHA TEM DE SER A SEGUINTE   *
000150*           DA ANTERIOR (SEQUENCIA UM A MAIS) COM O SELO QUE    *
000160*           CALCSELO RECALCULA, E O INICIO DE CADA TRECHO TEM   *
000170*           DE EMENDAR NO FIM DO TRECHO MAIS ANTIGO, LIDO A     *
000180*           SEGUIR.  A ULTIMA LINHA DA CADEIA TEM DE SER A      *
000190*           GUARDADA EM AUDITCAD (LAYOUT CALCCAD), O QUE ACUSA  *
000200*           LINHAS RETIRADAS DO FIM DO LOG.                     *
000210*           ACUSA NO RELATORIO AUDVREL:                         *
000220*             - LACUNA (SEQUENCIAS FALTANDO - LINHAS RETIRADAS) *
000230*             - SELO QUE NAO CONFERE (LINHA ALTERADA OU         *
000240*               INTERCALADA)                                    *
000250*             - SEQUENCIA FORA DE ORDEM DENTRO DO LOG VIVO      *
000260*             - EMENDA ENTRE GERACOES QUE NAO CONFERE           *
000270*             - LINHA SEM SELO FORA DO INICIO DA HISTORIA E     *
000280*               SEGUNDA ORIGEM (SEQUENCIA 1) DA CADEIA          *
000290*             - ULTIMA LINHA DIFERENTE DE AUDITCAD              *
000300*           LINHAS SEM SELO SAO AS GRAVADAS ANTES DA CADEIA     *
000310*           EXISTIR (LINHA DE 80 BYTES) E SO SAO ACEITAS ANTES  *
000320*           DA ORIGEM.  QUANDO AS GERACOES MAIS ANTIGAS JA      *
000330*           SAIRAM DO GDG, O INICIO VERIFICAVEL DA CADEIA E     *
000340*           INFORMADO.  AUDITLOG E AUDITCAD SAO ABERTOS COM USO *
000350*           EXCLUSIVO NO JCL, PARA NENHUMA SESSAO GRAVAR        *
000360*           DURANTE A LEITURA.                                  *
000370*                                                               *
000380*  CODIGO DE RETORNO:                                           *
000390*    0 - CADEIA INTEIRA CONFERIDA                               *
000400*    8 - HOUVE OCORRENCIA NO RELATORIO OU FALHA DE ARQUIVO -    *
000410*        O PROCESSAMENTO DA NOITE NAO DEVE SEGUIR               *
000420*                                                               *
000430*  HISTORICO DE ALTERACOES.                                     *
000440*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000450*                                                               *
000460***************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. CalcAudv.
000490 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000500 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000510 DATE-WRITTEN. 15/10/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT LOG-AUDITORIA ASSIGN TO "AUDITLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-LOG-AUDITORIA.
000600
000610     SELECT LOG-ARQUIVADO ASSIGN TO "AUDITARQ"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-LOG-ARQUIVADO.
000640
000650     SELECT ESTADO-CADEIA ASSIGN TO "AUDITCAD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-ESTADO-CADEIA.
000680
000690     SELECT RELATORIO-VERIF ASSIGN TO "AUDVREL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-RELATORIO-VERIF.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  LOG-AUDITORIA
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780 01  REG-LOG-AUDITORIA           PIC X(100).
000790
000800 FD  LOG-ARQUIVADO
000810     LABEL RECORDS ARE STANDARD
000820     RECORDING MODE IS F.
000830 01  REG-LOG-ARQUIVADO           PIC X(100).
000840
000850 FD  ESTADO-CADEIA
000860     LABEL RECORDS ARE STANDARD
000870     RECORDING MODE IS F.
000880 COPY CALCCAD.
000890
000900 FD  RELATORIO-VERIF
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 01  REG-RELATORIO               PIC X(132).
000940
000950 WORKING-STORAGE SECTION.
000960*---------------------------------------------------------------*
000970*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
000980*---------------------------------------------------------------*
000990 01  FS-LOG-AUDITORIA            PIC X(02).
001000     88  FS-LOG-OK                       VALUE "00".
001010 01  FS-LOG-ARQUIVADO            PIC X(02).
001020     88  FS-ARQUIVADO-OK                 VALUE "00".
001030 01  FS-ESTADO-CADEIA            PIC X(02).
001040     88  FS-CADEIA-OK                    VALUE "00".
001050     88  FS-CADEIA-AUSENTE               VALUE "35".
001060 01  FS-RELATORIO-VERIF          PIC X(02).
001070     88  FS-RELATORIO-OK                 VALUE "00".
001080 01  WS-FIM-LOG                  PIC X(01) VALUE "N".
001090     88  FIM-LOG                        VALUE "S".
001100
001110*---------------------------------------------------------------*
001120*    LINHA DE AUDITORIA EM TRABALHO (LAYOUT NO COPYBOOK CALCAUD)*
001130*    E ARQUIVO DE ONDE ELA VEIO, PARA O RELATORIO               *
001140*---------------------------------------------------------------*
001150 COPY CALCAUD.
001160 01  WS-ARQUIVO-ATUAL            PIC X(08) VALUE "AUDITLOG".
001170     88  LENDO-LOG-VIVO                 VALUE "AUDITLOG".
001180 01  WS-NUM-LINHA                PIC 9(09) VALUE ZERO.
001190
001200*---------------------------------------------------------------*
001210*    ESTADO DA CADEIA GUARDADO EM AUDITCAD (ZERO SE AUSENTE)    *
001220*---------------------------------------------------------------*
001230 01  WS-CAD-SEQUENCIA            PIC 9(10) VALUE ZERO.
001240 01  WS-CAD-SELO                 PIC 9(09) VALUE ZERO.
001250
001260*---------------------------------------------------------------*
001270*    TRECHO EM CONFERENCIA: ULTIMA LINHA CONFERIDA E PRIMEIRA   *
001280*    LINHA DO TRECHO (GUARDADA INTEIRA: O SELO DELA SO PODE SER *
001290*    CONFERIDO COM O FIM DO TRECHO MAIS ANTIGO, LIDO DEPOIS)    *
001300*---------------------------------------------------------------*
001310 01  WS-TRECHO-ABERTO            PIC X(01) VALUE "N".
001320     88  TRECHO-ABERTO                  VALUE "S".
001330 01  WS-ANTERIOR-SEM-SELO        PIC X(01) VALUE "N".
001340     88  ANTERIOR-SEM-SELO              VALUE "S".
001350 01  WS-ORIGEM-VISTA             PIC X(01) VALUE "N".
001360     88  ORIGEM-VISTA                   VALUE "S".
001370 01  WS-TOPO-CONFERIDO           PIC X(01) VALUE "N".
001380     88  TOPO-CONFERIDO                 VALUE "S".
001390 01  WS-SEQ-ANTERIOR             PIC 9(10) VALUE ZERO.
001400 01  WS-SELO-ANTERIOR            PIC 9(09) VALUE ZERO.
001410 01  WS-SEQ-FALTA-DE             PIC 9(10) VALUE ZERO.
001420 01  WS-SEQ-FALTA-ATE            PIC 9(10) VALUE ZERO.
001430 01  WS-INICIO-TRECHO.
001440     05  WS-INI-ARQUIVO           PIC X(08).
001450     05  WS-INI-NUM-LINHA         PIC 9(09).
001460     05  WS-INI-SEQUENCIA         PIC 9(10).
001470     05  WS-INI-SELO              PIC 9(09).
001480     05  WS-INI-LINHA             PIC X(100).
001490 COPY CALCSEL.
001500
001510*---------------------------------------------------------------*
001520*    INICIO DO TRECHO JA FECHADO, A ESPERA DO FIM DO TRECHO MAIS*
001530*    ANTIGO PARA A EMENDA (MESMO DESENHO DE WS-INICIO-TRECHO)   *
001540*---------------------------------------------------------------*
001550 01  WS-HA-PENDENTE              PIC X(01) VALUE "N".
001560     88  HA-PENDENTE                    VALUE "S".
001570 01  WS-PENDENTE.
001580     05  WS-PEN-ARQUIVO           PIC X(08).
001590     05  WS-PEN-NUM-LINHA         PIC 9(09).
001600     05  WS-PEN-SEQUENCIA         PIC 9(10).
001610     05  WS-PEN-SELO              PIC 9(09).
001620     05  WS-PEN-LINHA             PIC X(100).
001630
001640*---------------------------------------------------------------*
001650*    CONTADORES PARA O RESUMO                                   *
001660*---------------------------------------------------------------*
001670 01  WS-QTD-LINHAS               PIC 9(09) VALUE ZERO.
001680 01  WS-QTD-SELADAS              PIC 9(09) VALUE ZERO.
001690 01  WS-QTD-SEM-SELO             PIC 9(09) VALUE ZERO.
001700 01  WS-QTD-TRECHOS              PIC 9(09) VALUE ZERO.
001710 01  WS-QTD-EMENDAS              PIC 9(09) VALUE ZERO.
001720 01  WS-QTD-OCORRENCIAS          PIC 9(09) VALUE ZERO.
001730
001740*---------------------------------------------------------------*
001750*    LINHAS DO RELATORIO DE CONFERENCIA                         *
001760*---------------------------------------------------------------*
001770 01  WS-LIN-TITULO.
001780     05  FILLER                   PIC X(44) VALUE
001790         "CONFERENCIA DA CADEIA DE SELOS DO AUDITLOG -".
001800     05  FILLER                   PIC X(09) VALUE " EMITIDO ".
001810     05  TIT-DATA-EMISSAO         PIC 9(08).
001820     05  FILLER                   PIC X(71) VALUE SPACES.
001830 01  WS-LIN-OCORRENCIA.
001840     05  OCO-ARQUIVO              PIC X(08).
001850     05  FILLER                   PIC X(07) VALUE " LINHA ".
001860     05  OCO-NUM-LINHA            PIC Z(08)9.
001870     05  FILLER                   PIC X(06) VALUE " SEQ. ".
001880     05  OCO-SEQUENCIA            PIC Z(09)9.
001890     05  FILLER                   PIC X(02) VALUE ": ".
001900     05  OCO-TEXTO                PIC X(90).
001910 01  WS-LIN-RESUMO.
001920     05  FILLER                   PIC X(08) VALUE "LINHAS: ".
001930     05  RES-QTD-LINHAS           PIC Z(08)9.
001940     05  FILLER                   PIC X(11) VALUE "  SELADAS: ".
001950     05  RES-QTD-SELADAS          PIC Z(08)9.
001960     05  FILLER                   PIC X(12) VALUE "  SEM SELO: ".
001970     05  RES-QTD-SEM-SELO         PIC Z(08)9.
001980     05  FILLER                   PIC X(11) VALUE "  TRECHOS: ".
001990     05  RES-QTD-TRECHOS          PIC Z(08)9.
002000     05  FILLER                   PIC X(15) VALUE
002010         "  OCORRENCIAS: ".
002020     05  RES-QTD-OCORRENCIAS      PIC Z(08)9.
002030     05  FILLER                   PIC X(30) VALUE SPACES.
002040 01  WS-LIN-INFORMATIVA.
002050     05  FILLER                   PIC X(12) VALUE "INFORMACAO: ".
002060     05  INF-TEXTO                PIC X(120).
002070
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002110     PERFORM 2000-LER-LOG-VIVO THRU 2000-EXIT.
002120     PERFORM 3000-LER-ARQUIVADO THRU 3000-EXIT.
002130     PERFORM 4000-CONCLUIR THRU 4000-EXIT.
002140     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002150     IF WS-QTD-OCORRENCIAS > ZERO
002160         MOVE 8 TO RETURN-CODE
002170     END-IF.
002180     STOP RUN.
002190
002200*---------------------------------------------------------------*
002210*    1000-INICIALIZAR                                           *
002220*    ABRE O RELATORIO E LE O ESTADO DA CADEIA.  AUDITCAD AUSENTE*
002230*    OU VAZIO: CADEIA AINDA NAO INICIADA (ZERO) - ENTAO O LOG   *
002240*    NAO PODE TER LINHA SELADA.                                 *
002250*---------------------------------------------------------------*
002260 1000-INICIALIZAR.
002270     OPEN OUTPUT RELATORIO-VERIF.
002280     IF NOT FS-RELATORIO-OK
002290         DISPLAY "Erro: abertura de AUDVREL falhou. Status="
002300             FS-RELATORIO-VERIF
002310         MOVE 8 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     ACCEPT TIT-DATA-EMISSAO FROM DATE YYYYMMDD.
002350     MOVE WS-LIN-TITULO TO REG-RELATORIO.
002360     PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT.
002370     OPEN INPUT ESTADO-CADEIA.
002380     IF FS-CADEIA-OK
002390         READ ESTADO-CADEIA
002400         IF FS-CADEIA-OK
002410             IF CAD-SEQUENCIA NOT NUMERIC OR CAD-SELO NOT NUMERIC
002420                 DISPLAY "Erro: registro de AUDITCAD ilegivel - "
002430                     "cadeia nao pode ser conferida"
002440                 MOVE 8 TO RETURN-CODE
002450                 STOP RUN
002460             END-IF
002470             MOVE CAD-SEQUENCIA TO WS-CAD-SEQUENCIA
002480             MOVE CAD-SELO TO WS-CAD-SELO
002490         END-IF
002500         CLOSE ESTADO-CADEIA
002510     ELSE
002520         IF NOT FS-CADEIA-AUSENTE
002530             DISPLAY "Erro: abertura de AUDITCAD falhou. Status="
002540                 FS-ESTADO-CADEIA
002550             MOVE 8 TO RETURN-CODE
002560             STOP RUN
002570         END-IF
002580     END-IF.
002590 1000-EXIT.
002600     EXIT.
002610
002620*---------------------------------------------------------------*
002630*    2000-LER-LOG-VIVO                                          *
002640*    PRIMEIRO O LOG VIVO, O TRECHO MAIS NOVO DA CADEIA.         *
002650*---------------------------------------------------------------*
002660 2000-LER-LOG-VIVO.
002670     OPEN INPUT LOG-AUDITORIA.
002680     IF NOT FS-LOG-OK
002690         DISPLAY "Erro: abertura de AUDITLOG falhou. Status="
002700             FS-LOG-AUDITORIA
002710         MOVE 8 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     MOVE "AUDITLOG" TO WS-ARQUIVO-ATUAL.
002750     MOVE ZERO TO WS-NUM-LINHA.
002760     MOVE "N" TO WS-FIM-LOG.
002770     PERFORM 2100-LER-LINHA-VIVO THRU 2100-EXIT
002780         UNTIL FIM-LOG.
002790     CLOSE LOG-AUDITORIA.
002800 2000-EXIT.
002810     EXIT.
002820
002830 2100-LER-LINHA-VIVO.
002840     READ LOG-AUDITORIA
002850         AT END
002860             SET FIM-LOG TO TRUE
002870             GO TO 2100-EXIT
002880     END-READ.
002890     MOVE REG-LOG-AUDITORIA TO WS-LINHA-AUDITORIA.
002900     PERFORM 5000-CONFERIR-LINHA THRU 5000-EXIT.
002910 2100-EXIT.
002920     EXIT.
002930
002940*---------------------------------------------------------------*
002950*    3000-LER-ARQUIVADO                                         *
002960*    DEPOIS AS GERACOES ARQUIVADAS, DA MAIS NOVA PARA A MAIS    *
002970*    ANTIGA.  A PASSAGEM DE UMA GERACAO PARA A SEGUINTE APARECE *
002980*    COMO UMA SEQUENCIA QUE NAO AVANCA (INICIO DE OUTRO TRECHO).*
002990*---------------------------------------------------------------*
003000 3000-LER-ARQUIVADO.
003010     OPEN INPUT LOG-ARQUIVADO.
003020     IF NOT FS-ARQUIVADO-OK
003030         DISPLAY "Erro: abertura de AUDITARQ falhou. Status="
003040             FS-LOG-ARQUIVADO
003050         MOVE 8 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     MOVE "AUDITARQ" TO WS-ARQUIVO-ATUAL.
003090     MOVE ZERO TO WS-NUM-LINHA.
003100     MOVE "N" TO WS-FIM-LOG.
003110     PERFORM 3100-LER-LINHA-ARQUIVADA THRU 3100-EXIT
003120         UNTIL FIM-LOG.
003130     CLOSE LOG-ARQUIVADO.
003140 3000-EXIT.
003150     EXIT.
003160
003170 3100-LER-LINHA-ARQUIVADA.
003180     READ LOG-ARQUIVADO
003190         AT END
003200             SET FIM-LOG TO TRUE
003210             GO TO 3100-EXIT
003220     END-READ.
003230     MOVE REG-LOG-ARQUIVADO TO WS-LINHA-AUDITORIA.
003240     PERFORM 5000-CONFERIR-LINHA THRU 5000-EXIT.
003250 3100-EXIT.
003260     EXIT.
003270
003280*---------------------------------------------------------------*
003290*    4000-CONCLUIR                                              *
003300*    FECHA O ULTIMO TRECHO.  INICIO QUE FICOU SEM EMENDA E O    *
003310*    INICIO VERIFICAVEL DA CADEIA (GERACOES MAIS ANTIGAS JA     *
003320*    EXPURGADAS DO GDG) - INFORMATIVO.  SEM NENHUMA LINHA       *
003330*    SELADA, O FIM DA CADEIA E CONFERIDO AQUI CONTRA AUDITCAD.  *
003340*---------------------------------------------------------------*
003350 4000-CONCLUIR.
003360     IF TRECHO-ABERTO
003370         PERFORM 5500-FECHAR-TRECHO THRU 5500-EXIT
003380     END-IF.
003390     IF NOT TOPO-CONFERIDO
003400         MOVE ZERO TO WS-SEQ-ANTERIOR
003410         MOVE ZERO TO WS-SELO-ANTERIOR
003420         PERFORM 5600-CONFERIR-TOPO THRU 5600-EXIT
003430     END-IF.
003440     IF HA-PENDENTE
003450         MOVE SPACES TO INF-TEXTO
003460         STRING "INICIO VERIFICAVEL DA CADEIA NA SEQUENCIA "
003470                                 DELIMITED BY SIZE
003480                WS-PEN-SEQUENCIA DELIMITED BY SIZE
003490                " (" DELIMITED BY SIZE
003500                WS-PEN-ARQUIVO   DELIMITED BY SIZE
003510                " LINHA " DELIMITED BY SIZE
003520                WS-PEN-NUM-LINHA DELIMITED BY SIZE
003530                ") - GERACOES ANTERIORES FORA DO GDG"
003540                                 DELIMITED BY SIZE
003550             INTO INF-TEXTO
003560         MOVE WS-LIN-INFORMATIVA TO REG-RELATORIO
003570         PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT
003580     END-IF.
003590 4000-EXIT.
003600     EXIT.
003610
003620*---------------------------------------------------------------*
003630*    5000-CONFERIR-LINHA                                        *
003640*    CONFERE UMA LINHA CONTRA A ANTERIOR DO MESMO TRECHO.       *
003650*    SEQUENCIA E SELO NAO NUMERICOS: LINHA SEM SELO (ANTERIOR A *
003660*    CADEIA).  SEQUENCIA QUE NAO AVANCA: OUTRO TRECHO (SO ENTRE *
003670*    GERACOES - NO LOG VIVO E OCORRENCIA).  SEQUENCIA QUE SALTA:*
003680*    LACUNA, E A CONFERENCIA SEGUE A PARTIR DESTA LINHA.        *
003690*---------------------------------------------------------------*
003700 5000-CONFERIR-LINHA.
003710     ADD 1 TO WS-NUM-LINHA.
003720     ADD 1 TO WS-QTD-LINHAS.
003730     IF WS-AUD-SEQUENCIA NOT NUMERIC OR WS-AUD-SELO NOT NUMERIC
003740         ADD 1 TO WS-QTD-SEM-SELO
003750         IF TRECHO-ABERTO
003760             PERFORM 5500-FECHAR-TRECHO THRU 5500-EXIT
003770             IF LENDO-LOG-VIVO
003780                 MOVE "SEM SELO APOS LINHA SELADA NO LOG VIVO"
003790                     TO OCO-TEXTO
003800                 PERFORM 7100-OCORRENCIA-LINHA THRU 7100-EXIT
003810             END-IF
003820         END-IF
003830         SET ANTERIOR-SEM-SELO TO TRUE
003840         GO TO 5000-EXIT
003850     END-IF.
003860     ADD 1 TO WS-QTD-SELADAS.
003870     IF NOT TRECHO-ABERTO
003880         IF ANTERIOR-SEM-SELO AND WS-AUD-SEQUENCIA NOT = 1
003890             MOVE SPACES TO OCO-TEXTO
003900             STRING "LINHA SELADA LOGO APOS LINHA SEM SELO, SEM "
003910                                     DELIMITED BY SIZE
003920                    "SER A ORIGEM DA CADEIA (SEQUENCIA 1)"
003930                                     DELIMITED BY SIZE
003940                 INTO OCO-TEXTO
003950             PERFORM 7100-OCORRENCIA-LINHA THRU 7100-EXIT
003960         END-IF
003970         PERFORM 5400-ABRIR-TRECHO THRU 5400-EXIT
003980         GO TO 5000-EXIT
003990     END-IF.
004000     IF WS-AUD-SEQUENCIA NOT > WS-SEQ-ANTERIOR
004010         IF LENDO-LOG-VIVO
004020             MOVE SPACES TO OCO-TEXTO
004030             STRING "SEQUENCIA FORA DE ORDEM NO LOG VIVO "
004040                                     DELIMITED BY SIZE
004050                    "(ANTERIOR "     DELIMITED BY SIZE
004060                    WS-SEQ-ANTERIOR  DELIMITED BY SIZE
004070                    ")"              DELIMITED BY SIZE
004080                 INTO OCO-TEXTO
004090             PERFORM 7100-OCORRENCIA-LINHA THRU 7100-EXIT
004100         END-IF
004110         PERFORM 5500-FECHAR-TRECHO THRU 5500-EXIT
004120         PERFORM 5400-ABRIR-TRECHO THRU 5400-EXIT
004130         GO TO 5000-EXIT
004140     END-IF.
004150     IF WS-AUD-SEQUENCIA > WS-SEQ-ANTERIOR + 1
004160         COMPUTE WS-SEQ-FALTA-DE = WS-SEQ-ANTERIOR + 1
004170         COMPUTE WS-SEQ-FALTA-ATE = WS-AUD-SEQUENCIA - 1
004180         MOVE SPACES TO OCO-TEXTO
004190         STRING "LACUNA - FALTAM AS SEQUENCIAS "
004200                                 DELIMITED BY SIZE
004210                WS-SEQ-FALTA-DE  DELIMITED BY SIZE
004220                " A "            DELIMITED BY SIZE
004230                WS-SEQ-FALTA-ATE DELIMITED BY SIZE
004240             INTO OCO-TEXTO
004250         PERFORM 7100-OCORRENCIA-LINHA THRU 7100-EXIT
004260         MOVE WS-AUD-SEQUENCIA TO WS-SEQ-ANTERIOR
004270         MOVE WS-AUD-SELO TO WS-SELO-ANTERIOR
004280         GO TO 5000-EXIT
004290     END-IF.
004300     MOVE WS-SELO-ANTERIOR TO SEL-SELO-ANTERIOR.
004310     MOVE WS-LINHA-AUDITORIA TO SEL-LINHA.
004320     CALL "CalcSelo" USING SEL-PARAMETROS.
004330     IF WS-AUD-SELO NOT = SEL-SELO
004340         MOVE "SELO NAO CONFERE - LINHA ALTERADA OU INTERCALADA"
004350             TO OCO-TEXTO
004360         PERFORM 7100-OCORRENCIA-LINHA THRU 7100-EXIT
004370     END-IF.
004380     MOVE WS-AUD-SEQUENCIA TO WS-SEQ-ANTERIOR.
004390     MOVE WS-AUD-SELO TO WS-SELO-ANTERIOR.
004400 5000-EXIT.
004410     EXIT.
004420
004430*---------------------------------------------------------------*
004440*    5400-ABRIR-TRECHO                                          *
004450*    A LINHA CORRENTE COMECA UM TRECHO.  NA ORIGEM (SEQUENCIA 1)*
004460*    O SELO E CONFERIDO A PARTIR DE ZERO; NOS DEMAIS TRECHOS, SO*
004470*    NA EMENDA COM O TRECHO MAIS ANTIGO.  NENHUMA LINHA SELADA  *
004480*    PODE SER ANTERIOR A ORIGEM.                                *
004490*---------------------------------------------------------------*
004500 5400-ABRIR-TRECHO.
004510     IF ORIGEM-VISTA
004520         MOVE "LINHA SELADA ANTERIOR A ORIGEM DA CADEIA JA LIDA"
004530             TO OCO-TEXTO
004540         PERFORM 7100-OCORRENCIA-LINHA THRU 7100-EXIT
004550     END-IF.
004560     SET TRECHO-ABERTO TO TRUE.
004570     MOVE "N" TO WS-ANTERIOR-SEM-SELO.
004580     ADD 1 TO WS-QTD-TRECHOS.
004590     MOVE WS-ARQUIVO-ATUAL TO WS-INI-ARQUIVO.
004600     MOVE WS-NUM-LINHA TO WS-INI-NUM-LINHA.
004610     MOVE WS-AUD-SEQUENCIA TO WS-INI-SEQUENCIA.
004620     MOVE WS-AUD-SELO TO WS-INI-SELO.
004630     MOVE WS-LINHA-AUDITORIA TO WS-INI-LINHA.
004640     IF WS-AUD-SEQUENCIA = 1
004650         SET ORIGEM-VISTA TO TRUE
004660         MOVE ZERO TO SEL-SELO-ANTERIOR
004670         MOVE WS-LINHA-AUDITORIA TO SEL-LINHA
004680         CALL "CalcSelo" USING SEL-PARAMETROS
004690         IF WS-AUD-SELO NOT = SEL-SELO
004700             MOVE "SELO DA ORIGEM DA CADEIA NAO CONFERE"
004710                 TO OCO-TEXTO
004720             PERFORM 7100-OCORRENCIA-LINHA THRU 7100-EXIT
004730         END-IF
004740     END-IF.
004750     MOVE WS-AUD-SEQUENCIA TO WS-SEQ-ANTERIOR.
004760     MOVE WS-AUD-SELO TO WS-SELO-ANTERIOR.
004770 5400-EXIT.
004780     EXIT.
004790
004800*---------------------------------------------------------------*
004810*    5500-FECHAR-TRECHO                                         *
004820*    O PRIMEIRO TRECHO FECHADO E O MAIS NOVO: O FIM DELE E O    *
004830*    FIM DA CADEIA.  O INICIO PENDENTE DO TRECHO MAIS NOVO TEM  *
004840*    DE SER A LINHA SEGUINTE AO FIM DESTE, COM O SELO ENCADEADO *
004850*    NELE.                                                      *
004860*    DEPOIS O INICIO DESTE TRECHO PASSA A PENDENTE (A ORIGEM NAO*
004870*    TEM O QUE EMENDAR).                                        *
004880*---------------------------------------------------------------*
004890 5500-FECHAR-TRECHO.
004900     MOVE "N" TO WS-TRECHO-ABERTO.
004910     IF NOT TOPO-CONFERIDO
004920         PERFORM 5600-CONFERIR-TOPO THRU 5600-EXIT
004930     END-IF.
004940     IF HA-PENDENTE
004950         MOVE "N" TO WS-HA-PENDENTE
004960         IF WS-SEQ-ANTERIOR NOT = WS-PEN-SEQUENCIA - 1
004970             MOVE SPACES TO OCO-TEXTO
004980             STRING "EMENDA NAO CONFERE - O TRECHO ANTERIOR "
004990                                     DELIMITED BY SIZE
005000                    "TERMINA NA SEQUENCIA "
005010                                     DELIMITED BY SIZE
005020                    WS-SEQ-ANTERIOR  DELIMITED BY SIZE
005030                 INTO OCO-TEXTO
005040             PERFORM 7200-OCORRENCIA-PENDENTE THRU 7200-EXIT
005050         ELSE
005060             MOVE WS-SELO-ANTERIOR TO SEL-SELO-ANTERIOR
005070             MOVE WS-PEN-LINHA TO SEL-LINHA
005080             CALL "CalcSelo" USING SEL-PARAMETROS
005090             IF WS-PEN-SELO NOT = SEL-SELO
005100                 MOVE SPACES TO OCO-TEXTO
005110                 STRING "EMENDA NAO CONFERE - SELO NAO ENCADEIA "
005120                                     DELIMITED BY SIZE
005130                        "NA ULTIMA LINHA DO TRECHO ANTERIOR"
005140                                     DELIMITED BY SIZE
005150                     INTO OCO-TEXTO
005160                 PERFORM 7200-OCORRENCIA-PENDENTE THRU 7200-EXIT
005170             ELSE
005180                 ADD 1 TO WS-QTD-EMENDAS
005190             END-IF
005200         END-IF
005210     END-IF.
005220     IF WS-INI-SEQUENCIA NOT = 1
005230         SET HA-PENDENTE TO TRUE
005240         MOVE WS-INICIO-TRECHO TO WS-PENDENTE
005250     END-IF.
005260 5500-EXIT.
005270     EXIT.
005280
005290*---------------------------------------------------------------*
005300*    5600-CONFERIR-TOPO                                         *
005310*    A ULTIMA LINHA DA CADEIA (SEQUENCIA E SELO ZERO SE NAO     *
005320*    HOUVE LINHA SELADA) TEM DE SER A GUARDADA EM AUDITCAD.     *
005330*---------------------------------------------------------------*
005340 5600-CONFERIR-TOPO.
005350     SET TOPO-CONFERIDO TO TRUE.
005360     IF WS-SEQ-ANTERIOR NOT = WS-CAD-SEQUENCIA
005370         OR WS-SELO-ANTERIOR NOT = WS-CAD-SELO
005380         MOVE SPACES TO OCO-TEXTO
005390         STRING "FIM DA CADEIA DIFERENTE DE AUDITCAD (SEQUENCIA "
005400                                  DELIMITED BY SIZE
005410                WS-CAD-SEQUENCIA  DELIMITED BY SIZE
005420                " SELO "          DELIMITED BY SIZE
005430                WS-CAD-SELO       DELIMITED BY SIZE
005440                ")"               DELIMITED BY SIZE
005450             INTO OCO-TEXTO
005460         MOVE "AUDITCAD" TO OCO-ARQUIVO
005470         MOVE ZERO TO OCO-NUM-LINHA
005480         MOVE WS-SEQ-ANTERIOR TO OCO-SEQUENCIA
005490         PERFORM 7300-REGISTRAR-OCORRENCIA THRU 7300-EXIT
005500     END-IF.
005510 5600-EXIT.
005520     EXIT.
005530
005540 7000-GRAVAR-RELATORIO.
005550     WRITE REG-RELATORIO.
005560     IF NOT FS-RELATORIO-OK
005570         DISPLAY "Erro: gravacao em AUDVREL falhou. Status="
005580             FS-RELATORIO-VERIF
005590         MOVE 8 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620 7000-EXIT.
005630     EXIT.
005640
005650*---------------------------------------------------------------*
005660*    7100/7200-OCORRENCIA-...                                   *
005670*    IDENTIFICA A OCORRENCIA PELA LINHA CORRENTE OU PELO INICIO *
005680*    PENDENTE (OCO-TEXTO JA PREENCHIDO) E A REGISTRA.           *
005690*---------------------------------------------------------------*
005700 7100-OCORRENCIA-LINHA.
005710     MOVE WS-ARQUIVO-ATUAL TO OCO-ARQUIVO.
005720     MOVE WS-NUM-LINHA TO OCO-NUM-LINHA.
005730     MOVE WS-AUD-SEQUENCIA TO OCO-SEQUENCIA.
005740     PERFORM 7300-REGISTRAR-OCORRENCIA THRU 7300-EXIT.
005750 7100-EXIT.
005760     EXIT.
005770
005780 7200-OCORRENCIA-PENDENTE.
005790     MOVE WS-PEN-ARQUIVO TO OCO-ARQUIVO.
005800     MOVE WS-PEN-NUM-LINHA TO OCO-NUM-LINHA.
005810     MOVE WS-PEN-SEQUENCIA TO OCO-SEQUENCIA.
005820     PERFORM 7300-REGISTRAR-OCORRENCIA THRU 7300-EXIT.
005830 7200-EXIT.
005840     EXIT.
005850
005860 7300-REGISTRAR-OCORRENCIA.
005870     MOVE WS-LIN-OCORRENCIA TO REG-RELATORIO.
005880     PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT.
005890     ADD 1 TO WS-QTD-OCORRENCIAS.
005900 7300-EXIT.
005910     EXIT.
005920
005930*---------------------------------------------------------------*
005940*    8000-FINALIZAR                                             *
005950*    GRAVA O RESUMO DA CONFERENCIA E FECHA O RELATORIO.  O      *
005960*    RESUMO TAMBEM SAI NO SYSOUT PARA O OPERADOR.               *
005970*---------------------------------------------------------------*
005980 8000-FINALIZAR.
005990     MOVE WS-QTD-LINHAS       TO RES-QTD-LINHAS.
006000     MOVE WS-QTD-SELADAS      TO RES-QTD-SELADAS.
006010     MOVE WS-QTD-SEM-SELO     TO RES-QTD-SEM-SELO.
006020     MOVE WS-QTD-TRECHOS      TO RES-QTD-TRECHOS.
006030     MOVE WS-QTD-OCORRENCIAS  TO RES-QTD-OCORRENCIAS.
006040     MOVE WS-LIN-RESUMO TO REG-RELATORIO.
006050     PERFORM 7000-GRAVAR-RELATORIO THRU 7000-EXIT.
006060     DISPLAY "Conferencia da cadeia: linhas=" WS-QTD-LINHAS
006070         " seladas=" WS-QTD-SELADAS " sem selo=" WS-QTD-SEM-SELO
006080         " trechos=" WS-QTD-TRECHOS " emendas=" WS-QTD-EMENDAS
006090         " ocorrencias=" WS-QTD-OCORRENCIAS.
006100     DISPLAY "  Fim da cadeia (AUDITCAD): " WS-CAD-SEQUENCIA.
006110     IF WS-QTD-OCORRENCIAS > ZERO
006120         DISPLAY "*** CADEIA DE SELOS DO AUDITLOG NAO CONFERE - "
006130             "VER AUDVREL - RC=8 ***"
006140     END-IF.
006150     CLOSE RELATORIO-VERIF.
006160 8000-EXIT.
006170     EXIT.

000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCPNDR                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  RELATORIO DAS ALTERACOES PENDENTES DE APROVACAO     *
000090*           (ARQUIVO VSAM/INDEXADO CALCPEND, LAYOUT CALCPEND).  *
000100*           COM O CONTROLE DUPLO, OS CARTOES INC/ALT/EXP/SUS/   *
000110*           REA DAS MANUTENCOES CALCRMNT, CALCDMNT, CALCSMNT E  *
000111*           CALCLMNT (QUE TEM AINDA O EXC)                      *
000120*           SO MEXEM NO CADASTRO QUANDO OUTRO OPERADOR, DE      *
000130*           NIVEL SUPERVISOR, OS APROVA (CARTAO APR).  ESTE     *
000140*           RELATORIO MOSTRA AOS SUPERVISORES O QUE ESTA        *
000150*           ESPERANDO APROVACAO, UMA SECAO POR CADASTRO:        *
000160*             1. TAXAS (CALCRATE, MANUTENCAO CALCRMNT)          *
000170*             2. DEPARTAMENTOS (CALCDEPT, MANUTENCAO CALCDMNT)  *
000180*             3. INSTRUCOES PERMANENTES (CALCSTND, MANUTENCAO   *
000190*                CALCSMNT)                                      *
000191*             4. LIMITES (CALCLIM, MANUTENCAO CALCLMNT)         *
000200*           CADA PENDENCIA SAI COM A CHAVE DO REGISTRO, A ACAO, *
000210*           O OPERADOR QUE A DIGITOU, A DATA E HORA DA          *
000220*           INCLUSAO, A DATA LIMITE DE APROVACAO, A SITUACAO    *
000230*           E, NA LINHA DE BAIXO, O CARTAO GUARDADO.            *
000240*           SITUACAO:                                           *
000250*             NO PRAZO   - AINDA PODE SER APROVADA              *
000260*             VENCE HOJE - ULTIMO DIA PARA A APROVACAO          *
000270*             VENCIDA    - PASSOU DA DATA LIMITE; NAO PODE MAIS *
000280*                          SER APROVADA E SERA EXPURGADA NA     *
000290*                          PROXIMA EXECUCAO DA MANUTENCAO DO    *
000300*                          CADASTRO                             *
000310*           SO CONSULTA: NAO ALTERA NEM EXPURGA NADA.           *
000320*                                                               *
000330*  CODIGO DE RETORNO:                                           *
000340*    0 - RELATORIO EMITIDO, NENHUMA PENDENCIA VENCIDA           *
000350*    4 - RELATORIO EMITIDO COM PENDENCIA(S) VENCIDA(S)          *
000360*    8 - FALHA DE ARQUIVO                                       *
000370*                                                               *
000380*  HISTORICO DE ALTERACOES.                                     *
000390*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000391*    15/10/2026  EQS  SECAO 4, LIMITES DE VALOR (CALCLMNT).     *
000400*                                                               *
000410***************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. CalcPndR.
000440 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000450 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000460 DATE-WRITTEN. 15/10/2026.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ARQ-PENDENCIAS ASSIGN TO "CALCPEND"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PND-CHAVE
000560         FILE STATUS IS FS-ARQ-PENDENCIAS.
000570
000580     SELECT RELATORIO ASSIGN TO "PNDREL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-RELATORIO.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ARQ-PENDENCIAS
000650     LABEL RECORDS ARE STANDARD.
000660 COPY CALCPEND.
000670
000680 FD  RELATORIO
000690     LABEL RECORDS ARE STANDARD
000700     RECORDING MODE IS F.
000710 01  REG-RELATORIO               PIC X(132).
000720
000730 WORKING-STORAGE SECTION.
000740*---------------------------------------------------------------*
000750*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
000760*---------------------------------------------------------------*
000770 01  FS-ARQ-PENDENCIAS           PIC X(02).
000780     88  FS-PEND-OK                      VALUE "00".
000790     88  FS-PEND-INEXISTENTE             VALUE "35".
000800 01  FS-RELATORIO                PIC X(02).
000810     88  FS-RELATORIO-OK                 VALUE "00".
000820 01  WS-FIM-PENDENCIAS           PIC X(01) VALUE "N".
000830     88  FIM-PENDENCIAS                 VALUE "S".
000840*    ARQUIVO QUE PODE FALTAR (NENHUMA PENDENCIA AINDA)
000850 01  WS-PENDENCIAS-DISPONIVEIS   PIC X(01) VALUE "N".
000860     88  PENDENCIAS-DISPONIVEIS         VALUE "S".
000870
000880*---------------------------------------------------------------*
000890*    CADASTRO DA SECAO CORRENTE E DATA DE REFERENCIA DA         *
000900*    SITUACAO (DATA DO SISTEMA, A MESMA QUE A MANUTENCAO USA    *
000910*    PARA VENCER AS PENDENCIAS)                                 *
000920*---------------------------------------------------------------*
000930 01  WS-CADASTRO-SECAO           PIC X(01) VALUE SPACE.
000940     88  SECAO-TAXAS                    VALUE "R".
000950     88  SECAO-DEPTOS                   VALUE "D".
000960     88  SECAO-INSTRUCOES               VALUE "S".
000961     88  SECAO-LIMITES                  VALUE "L".
000970 01  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
000980
000990*---------------------------------------------------------------*
001000*    CHAVE DO REGISTRO DO CADASTRO, MONTADA PARA IMPRESSAO      *
001010*---------------------------------------------------------------*
001020 01  WS-CHAVE-IMPRESSA.
001030     05  WS-CHI-PARTE1            PIC X(04).
001040     05  FILLER                   PIC X(01) VALUE SPACE.
001050     05  WS-CHI-PARTE2            PIC X(08).
001060
001070*---------------------------------------------------------------*
001080*    CONTADORES DO RELATORIO                                    *
001090*---------------------------------------------------------------*
001100 01  WS-CONTADORES.
001110     05  WS-QTD-LIDAS             PIC 9(07) COMP VALUE ZERO.
001120     05  WS-QTD-VENCIDAS          PIC 9(07) COMP VALUE ZERO.
001130     05  WS-QTD-VENCEM-HOJE       PIC 9(07) COMP VALUE ZERO.
001140     05  WS-QTD-SECAO             PIC 9(07) COMP VALUE ZERO.
001150     05  WS-QTD-VENCIDAS-SECAO    PIC 9(07) COMP VALUE ZERO.
001160
001170*---------------------------------------------------------------*
001180*    CONTROLE DE PAGINACAO DO RELATORIO                         *
001190*---------------------------------------------------------------*
001200 01  WS-LINHA-GUARDADA           PIC X(132) VALUE SPACES.
001210 77  WS-NUM-PAGINA               PIC 9(05) VALUE ZERO.
001220 77  WS-NUM-LINHA                PIC 9(03) VALUE 999.
001230 77  WS-LINHAS-POR-PAGINA        PIC 9(03) VALUE 55.
001240
001250*---------------------------------------------------------------*
001260*    LINHAS MONTADAS DO RELATORIO                               *
001270*---------------------------------------------------------------*
001280 01  WS-LIN-CABECALHO1.
001290     05  FILLER                   PIC X(40) VALUE
001300         "ALTERACOES PENDENTES DE APROVACAO".
001310     05  FILLER                   PIC X(72) VALUE SPACES.
001320     05  FILLER                   PIC X(07) VALUE "PAGINA ".
001330     05  CAB-NUM-PAGINA           PIC ZZZZ9.
001340     05  FILLER                   PIC X(08) VALUE SPACES.
001350 01  WS-LIN-CABECALHO2.
001360     05  FILLER                   PIC X(26) VALUE
001370         "CALCULADORA - CALCPEND    ".
001380     05  FILLER                   PIC X(09) VALUE "EMITIDO: ".
001390     05  CAB-DATA-EMISSAO         PIC 9(08).
001400     05  FILLER                   PIC X(89) VALUE SPACES.
001410 01  WS-LIN-SECAO.
001420     05  SEC-TITULO               PIC X(60).
001430     05  FILLER                   PIC X(72) VALUE SPACES.
001440 01  WS-LIN-TITULO-PENDENCIAS.
001450     05  FILLER                   PIC X(05) VALUE SPACES.
001460     05  FILLER                   PIC X(15) VALUE "CHAVE".
001470     05  FILLER                   PIC X(05) VALUE "ACAO".
001480     05  FILLER                   PIC X(10) VALUE "OPERADOR".
001490     05  FILLER                   PIC X(17) VALUE "INCLUSAO".
001500     05  FILLER                   PIC X(10) VALUE "LIMITE".
001510     05  FILLER                   PIC X(10) VALUE "SITUACAO".
001520     05  FILLER                   PIC X(60) VALUE SPACES.
001530 01  WS-LIN-PENDENCIA.
001540     05  FILLER                   PIC X(05) VALUE SPACES.
001550     05  PEN-CHAVE                PIC X(13).
001560     05  FILLER                   PIC X(02) VALUE SPACES.
001570     05  PEN-ACAO                 PIC X(03).
001580     05  FILLER                   PIC X(02) VALUE SPACES.
001590     05  PEN-OPERADOR             PIC X(08).
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001610     05  PEN-DATA                 PIC 9(08).
001620     05  FILLER                   PIC X(01) VALUE SPACE.
001630     05  PEN-HORA                 PIC 9(06).
001640     05  FILLER                   PIC X(02) VALUE SPACES.
001650     05  PEN-DATA-LIMITE          PIC 9(08).
001660     05  FILLER                   PIC X(02) VALUE SPACES.
001670     05  PEN-SITUACAO             PIC X(10).
001680     05  FILLER                   PIC X(60) VALUE SPACES.
001690 01  WS-LIN-CARTAO.
001700     05  FILLER                   PIC X(07) VALUE SPACES.
001710     05  FILLER                   PIC X(08) VALUE "CARTAO: ".
001720     05  CRT-IMAGEM               PIC X(80).
001730     05  FILLER                   PIC X(37) VALUE SPACES.
001740 01  WS-LIN-TOTAL-SECAO.
001750     05  FILLER                   PIC X(05) VALUE SPACES.
001760     05  FILLER                   PIC X(18) VALUE
001770         "TOTAL DA SECAO...:".
001780     05  TOT-QTD-SECAO            PIC Z(06)9.
001790     05  FILLER                   PIC X(14) VALUE
001800         "   VENCIDAS:".
001810     05  TOT-QTD-VENCIDAS         PIC Z(06)9.
001820     05  FILLER                   PIC X(81) VALUE SPACES.
001830 01  WS-LIN-NENHUMA.
001840     05  FILLER                   PIC X(05) VALUE SPACES.
001850     05  FILLER                   PIC X(40) VALUE
001860         "NENHUMA ALTERACAO PENDENTE.".
001870     05  FILLER                   PIC X(87) VALUE SPACES.
001880 01  WS-LIN-OBSERVACAO.
001890     05  FILLER                   PIC X(05) VALUE SPACES.
001900     05  FILLER                   PIC X(46) VALUE
001910         "VENCIDA: PASSOU DA DATA LIMITE SEM APROVACAO; ".
001920     05  FILLER                   PIC X(52) VALUE
001930         "SERA EXPURGADA NA PROXIMA MANUTENCAO DO CADASTRO.".
001940     05  FILLER                   PIC X(29) VALUE SPACES.
001950 01  WS-LIN-TRACO.
001960     05  FILLER                   PIC X(60) VALUE ALL "-".
001970     05  FILLER                   PIC X(72) VALUE SPACES.
001980
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002020     SET SECAO-TAXAS TO TRUE.
002030     MOVE "1. TAXAS (CALCRATE - MANUTENCAO CALCRMNT)"
002040         TO SEC-TITULO.
002050     PERFORM 3000-SECAO-CADASTRO THRU 3000-EXIT.
002060     SET SECAO-DEPTOS TO TRUE.
002070     MOVE "2. DEPARTAMENTOS (CALCDEPT - MANUTENCAO CALCDMNT)"
002080         TO SEC-TITULO.
002090     PERFORM 3000-SECAO-CADASTRO THRU 3000-EXIT.
002100     SET SECAO-INSTRUCOES TO TRUE.
002110     MOVE "3. INSTRUCOES (CALCSTND - MANUTENCAO CALCSMNT)"
002120         TO SEC-TITULO.
002130     PERFORM 3000-SECAO-CADASTRO THRU 3000-EXIT.
002131     SET SECAO-LIMITES TO TRUE.
002132     MOVE "4. LIMITES (CALCLIM - MANUTENCAO CALCLMNT)"
002133         TO SEC-TITULO.
002134     PERFORM 3000-SECAO-CADASTRO THRU 3000-EXIT.
002140     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002150     IF WS-QTD-VENCIDAS > ZERO
002160         MOVE 4 TO RETURN-CODE
002170     END-IF.
002180     STOP RUN.
002190
002200*---------------------------------------------------------------*
002210*    1000-INICIALIZAR                                           *
002220*    ABRE O RELATORIO E O ARQUIVO DE PENDENCIAS.  ARQUIVO AINDA *
002230*    INEXISTENTE NAO E ERRO (NENHUMA ALTERACAO FOI DIGITADA     *
002240*    DESDE A IMPLANTACAO DO CONTROLE DUPLO): AS SECOES SAEM     *
002250*    VAZIAS.                                                    *
002260*---------------------------------------------------------------*
002270 1000-INICIALIZAR.
002280     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002290     MOVE WS-DATA-SISTEMA TO CAB-DATA-EMISSAO.
002300     OPEN OUTPUT RELATORIO.
002310     IF NOT FS-RELATORIO-OK
002320         DISPLAY "Erro: abertura de RELATORIO falhou. Status="
002330             FS-RELATORIO
002340         MOVE 8 TO RETURN-CODE
002350         STOP RUN
002360     END-IF.
002370     OPEN INPUT ARQ-PENDENCIAS.
002380     IF FS-PEND-INEXISTENTE
002390         DISPLAY "Aviso: CALCPEND ainda nao existe - nenhuma "
002400             "pendencia."
002410     ELSE
002420         IF NOT FS-PEND-OK
002430             DISPLAY "Erro: abertura de CALCPEND falhou. Status="
002440                 FS-ARQ-PENDENCIAS
002450             MOVE 8 TO RETURN-CODE
002460             STOP RUN
002470         END-IF
002480         SET PENDENCIAS-DISPONIVEIS TO TRUE
002490     END-IF.
002500 1000-EXIT.
002510     EXIT.
002520
002530*---------------------------------------------------------------*
002540*    3000-SECAO-CADASTRO                                        *
002550*    UMA SECAO DO RELATORIO: POSICIONA NA PRIMEIRA PENDENCIA DO *
002560*    CADASTRO DA SECAO (WS-CADASTRO-SECAO) E LISTA ATE O        *
002570*    CADASTRO MUDAR, EM ORDEM DE CHAVE DO REGISTRO.             *
002580*---------------------------------------------------------------*
002590 3000-SECAO-CADASTRO.
002600     MOVE ZERO TO WS-QTD-SECAO.
002610     MOVE ZERO TO WS-QTD-VENCIDAS-SECAO.
002620     PERFORM 6000-ABRIR-SECAO THRU 6000-EXIT.
002630     IF NOT PENDENCIAS-DISPONIVEIS
002640         PERFORM 6100-FECHAR-SECAO THRU 6100-EXIT
002650         GO TO 3000-EXIT
002660     END-IF.
002670     MOVE "N" TO WS-FIM-PENDENCIAS.
002680     MOVE LOW-VALUES TO PND-CHAVE.
002690     MOVE WS-CADASTRO-SECAO TO PND-CADASTRO.
002700     START ARQ-PENDENCIAS KEY NOT LESS PND-CHAVE
002710         INVALID KEY
002720             SET FIM-PENDENCIAS TO TRUE
002730     END-START.
002740     PERFORM 3100-LER-PENDENCIA THRU 3100-EXIT
002750         UNTIL FIM-PENDENCIAS.
002760     PERFORM 6100-FECHAR-SECAO THRU 6100-EXIT.
002770 3000-EXIT.
002780     EXIT.
002790
002800 3100-LER-PENDENCIA.
002810     READ ARQ-PENDENCIAS NEXT RECORD
002820         AT END
002830             SET FIM-PENDENCIAS TO TRUE
002840             GO TO 3100-EXIT
002850     END-READ.
002860     IF PND-CADASTRO NOT = WS-CADASTRO-SECAO
002870         SET FIM-PENDENCIAS TO TRUE
002880         GO TO 3100-EXIT
002890     END-IF.
002900     PERFORM 3200-IMPRIMIR-PENDENCIA THRU 3200-EXIT.
002910 3100-EXIT.
002920     EXIT.
002930
002940*---------------------------------------------------------------*
002950*    3200-IMPRIMIR-PENDENCIA                                    *
002960*    MONTA A CHAVE DO REGISTRO PELA VISAO DO CADASTRO, APURA A  *
002970*    SITUACAO CONTRA A DATA DO SISTEMA E IMPRIME A LINHA DA     *
002980*    PENDENCIA E A DO CARTAO GUARDADO.                          *
002990*---------------------------------------------------------------*
003000 3200-IMPRIMIR-PENDENCIA.
003010     ADD 1 TO WS-QTD-LIDAS.
003020     ADD 1 TO WS-QTD-SECAO.
003030     MOVE SPACES TO WS-CHI-PARTE1 WS-CHI-PARTE2.
003040     IF SECAO-TAXAS
003050         MOVE PND-TAXA-CODIGO   TO WS-CHI-PARTE1
003060         MOVE PND-TAXA-VIGENCIA TO WS-CHI-PARTE2
003070     END-IF.
003080     IF SECAO-DEPTOS
003090         MOVE PND-DEP-CODIGO    TO WS-CHI-PARTE1
003100     END-IF.
003110     IF SECAO-INSTRUCOES
003120         MOVE PND-INS-DEPTO     TO WS-CHI-PARTE1
003130         MOVE PND-INS-SEQUENCIA TO WS-CHI-PARTE2
003140     END-IF.
003141     IF SECAO-LIMITES
003142         MOVE PND-LIM-DEPTO     TO WS-CHI-PARTE1
003143         MOVE PND-LIM-OPERACAO  TO WS-CHI-PARTE2
003144     END-IF.
003150     MOVE WS-CHAVE-IMPRESSA TO PEN-CHAVE.
003160     MOVE PND-ACAO          TO PEN-ACAO.
003170     MOVE PND-OPERADOR      TO PEN-OPERADOR.
003180     MOVE PND-DATA          TO PEN-DATA.
003190     MOVE PND-HORA          TO PEN-HORA.
003200     MOVE PND-DATA-LIMITE   TO PEN-DATA-LIMITE.
003210     IF PND-DATA-LIMITE < WS-DATA-SISTEMA
003220         MOVE "VENCIDA"    TO PEN-SITUACAO
003230         ADD 1 TO WS-QTD-VENCIDAS
003240         ADD 1 TO WS-QTD-VENCIDAS-SECAO
003250     ELSE
003260         IF PND-DATA-LIMITE = WS-DATA-SISTEMA
003270             MOVE "VENCE HOJE" TO PEN-SITUACAO
003280             ADD 1 TO WS-QTD-VENCEM-HOJE
003290         ELSE
003300             MOVE "NO PRAZO"   TO PEN-SITUACAO
003310         END-IF
003320     END-IF.
003330     MOVE WS-LIN-PENDENCIA TO REG-RELATORIO.
003340     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
003350     MOVE PND-CARTAO TO CRT-IMAGEM.
003360     MOVE WS-LIN-CARTAO TO REG-RELATORIO.
003370     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
003380 3200-EXIT.
003390     EXIT.
003400
003410*---------------------------------------------------------------*
003420*    6000-ABRIR-SECAO / 6100-FECHAR-SECAO                       *
003430*    TITULO DA SECAO E, NO FECHAMENTO, O TOTAL DA SECAO COM AS  *
003440*    VENCIDAS OU A OBSERVACAO DE SECAO VAZIA.                   *
003450*---------------------------------------------------------------*
003460 6000-ABRIR-SECAO.
003470     MOVE SPACES TO REG-RELATORIO.
003480     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
003490     MOVE WS-LIN-SECAO TO REG-RELATORIO.
003500     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
003510     MOVE WS-LIN-TRACO TO REG-RELATORIO.
003520     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
003530     MOVE WS-LIN-TITULO-PENDENCIAS TO REG-RELATORIO.
003540     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
003550 6000-EXIT.
003560     EXIT.
003570
003580 6100-FECHAR-SECAO.
003590     IF WS-QTD-SECAO = ZERO
003600         MOVE WS-LIN-NENHUMA TO REG-RELATORIO
003610     ELSE
003620         MOVE WS-QTD-SECAO TO TOT-QTD-SECAO
003630         MOVE WS-QTD-VENCIDAS-SECAO TO TOT-QTD-VENCIDAS
003640         MOVE WS-LIN-TOTAL-SECAO TO REG-RELATORIO
003650     END-IF.
003660     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
003670 6100-EXIT.
003680     EXIT.
003690
003700*---------------------------------------------------------------*
003710*    7000-IMPRIMIR-LINHA                                        *
003720*    GRAVA A LINHA JA MONTADA EM REG-RELATORIO, ABRINDO UMA     *
003730*    PAGINA NOVA COM CABECALHO QUANDO A PAGINA CORRENTE ENCHE.  *
003740*---------------------------------------------------------------*
003750 7000-IMPRIMIR-LINHA.
003760     IF WS-NUM-LINHA >= WS-LINHAS-POR-PAGINA
003770         PERFORM 7100-CABECALHO-PAGINA THRU 7100-EXIT
003780     END-IF.
003790     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
003800     ADD 1 TO WS-NUM-LINHA.
003810 7000-EXIT.
003820     EXIT.
003830
003840*---------------------------------------------------------------*
003850*    7100-CABECALHO-PAGINA                                      *
003860*    IMPRIME O CABECALHO DE UMA PAGINA NOVA.  A LINHA EM        *
003870*    REG-RELATORIO E PRESERVADA PARA SAIR LOGO APOS O           *
003880*    CABECALHO.                                                 *
003890*---------------------------------------------------------------*
003900 7100-CABECALHO-PAGINA.
003910     MOVE REG-RELATORIO TO WS-LINHA-GUARDADA.
003920     ADD 1 TO WS-NUM-PAGINA.
003930     MOVE WS-NUM-PAGINA TO CAB-NUM-PAGINA.
003940     MOVE WS-LIN-CABECALHO1 TO REG-RELATORIO.
003950     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
003960     MOVE WS-LIN-CABECALHO2 TO REG-RELATORIO.
003970     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
003980     MOVE WS-LIN-TRACO TO REG-RELATORIO.
003990     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
004000     MOVE SPACES TO REG-RELATORIO.
004010     PERFORM 7200-GRAVAR-LINHA THRU 7200-EXIT.
004020     MOVE 4 TO WS-NUM-LINHA.
004030     MOVE WS-LINHA-GUARDADA TO REG-RELATORIO.
004040 7100-EXIT.
004050     EXIT.
004060
004070*---------------------------------------------------------------*
004080*    7200-GRAVAR-LINHA                                          *
004090*    GRAVACAO COM CRITICA DE FILE STATUS, COMUM AS LINHAS DE    *
004100*    DETALHE E AO CABECALHO DE PAGINA.                          *
004110*---------------------------------------------------------------*
004120 7200-GRAVAR-LINHA.
004130     WRITE REG-RELATORIO.
004140     IF NOT FS-RELATORIO-OK
004150         DISPLAY "Erro: gravacao em RELATORIO falhou. Status="
004160             FS-RELATORIO
004170         MOVE 8 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200 7200-EXIT.
004210     EXIT.
004220
004230*---------------------------------------------------------------*
004240*    8000-FINALIZAR                                             *
004250*    IMPRIME A OBSERVACAO DAS VENCIDAS (SE HOUVER), FECHA OS    *
004260*    ARQUIVOS E MOSTRA O RESUMO NO SYSOUT.                      *
004270*---------------------------------------------------------------*
004280 8000-FINALIZAR.
004290     IF WS-QTD-VENCIDAS > ZERO
004300         MOVE SPACES TO REG-RELATORIO
004310         PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
004320         MOVE WS-LIN-OBSERVACAO TO REG-RELATORIO
004330         PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT
004340     END-IF.
004350     IF PENDENCIAS-DISPONIVEIS
004360         CLOSE ARQ-PENDENCIAS
004370     END-IF.
004380     CLOSE RELATORIO.
004390     DISPLAY "--------------------------------------------".
004400     DISPLAY "  ALTERACOES PENDENTES DE APROVACAO".
004410     DISPLAY "--------------------------------------------".
004420     DISPLAY "  Pendentes.....: " WS-QTD-LIDAS.
004430     DISPLAY "  Vencem hoje...: " WS-QTD-VENCEM-HOJE.
004440     DISPLAY "  Vencidas......: " WS-QTD-VENCIDAS.
004450     DISPLAY "--------------------------------------------".
004460 8000-EXIT.
004470     EXIT.

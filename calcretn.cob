000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCRETN                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  RETORNO DO MOVIMENTO AS AGENCIAS.  RODA DEPOIS DA   *
000090*           CONCILIACAO CALCRECON E GRAVA NO ARQUIVO RETORNO    *
000100*           (LAYOUT CALCRET) UM BLOCO POR DEPARTAMENTO DO       *
000110*           CADASTRO CALCDEPT QUE MANDOU LOTE NO MOVIMENTO: PARA*
000120*           CADA LOTE, PELO ENT-HDR-LOTE-ID RECEBIDO, A SITUACAO*
000130*           DO LOTE, O RESULTADO OU O MOTIVO DE REJEICAO DE CADA*
000140*           TRANSACAO E A QUANTIDADE E O HASH-TOTAL DO QUE FOI  *
000150*           ACEITO E DO QUE FOI REJEITADO.  ASSIM A AGENCIA CASA*
000160*           O RETORNO COM OS PROPRIOS REGISTROS SEM PRECISAR    *
000170*           LIGAR PARA A OPERACAO.                              *
000180*           O PROGRAMA RELE O MESMO CALCIN QUE A CRITICA LEU    *
000190*           (MOVIMENTO DO DIA, RECICLADOS E GERADOS) CONTANDO   *
000200*           OS REGISTROS COMO A CRITICA CONTA: O REGISTRO CUJO  *
000210*           NUMERO E LINHA ESTAO EM CALCREJ COM DATA DE REJEICAO*
000220*           DO MOVIMENTO FOI REJEITADO, COM AQUELE MOTIVO; OS   *
000230*           DEMAIS FORAM ACEITOS E O RESULTADO DELES E PROCURADO*
000240*           EM CALCOUT PELO DEPARTAMENTO, LOTE E IDENTIFICACAO  *
000250*           DA TRANSACAO (NO LOTE PARALELO A FUSAO NAO PRESERVA *
000260*           A ORDEM DOS LOTES ENTRE OS FLUXOS).  O ENVELOPE DE  *
000270*           LOTE E ACOMPANHADO COMO A CRITICA O ACOMPANHA, PARA *
000280*           CADA TRANSACAO SAIR NO LOTE EM QUE FOI CALCULADA.   *
000290*           UMA PRIMEIRA LEITURA DE CALCIN SEPARA OS            *
000300*           DEPARTAMENTOS COM MOVIMENTO; DEPOIS, PARA CADA UM, O*
000310*           PROGRAMA CARREGA DE CALCOUT OS RESULTADOS DO        *
000320*           DEPARTAMENTO E RELE CALCIN GRAVANDO O BLOCO DELE.   *
000330*           LOTE DE DEPARTAMENTO FORA DO CADASTRO (MOTIVO DC) E *
000340*           REGISTRO FORA DE LOTE NAO TEM A QUEM SER DEVOLVIDO E*
000350*           SO SAEM NO SYSOUT.                                  *
000351*           O REGISTRO RETIDO PELA CRITICA POR LIMITE DE VALOR  *
000352*           (EM CALCHLD COM DATA DE RETENCAO DO MOVIMENTO E O   *
000353*           MESMO NUMERO E LINHA) SAI COMO RETIDO, MOTIVO LM, E *
000354*           CONTA ENTRE OS REJEITADOS DO LOTE, COMO NO AJUSTE   *
000355*           DO TRAILER PELA CRITICA.  A RECUSA DO SUPERVISOR    *
000356*           (MOTIVO RL EM CALCREJ) E GRAVADA POR CALCLIBR FORA  *
000357*           DA NUMERACAO DO MOVIMENTO E NAO ENTRA NA TABELA DE  *
000358*           REJEICOES.                                          *
000360*                                                               *
000370*  CARTAO DO SYSIN (OPCIONAL): DATA DO MOVIMENTO, AAAAMMDD NAS  *
000380*  COLUNAS 01-08 (SEM CARTAO, A DATA DO SISTEMA), A MESMA DOS   *
000390*  DEMAIS PASSOS DA NOITE.                                      *
000400*                                                               *
000410*  CODIGO DE RETORNO:                                           *
000420*    0 - RETORNO GRAVADO                                        *
000430*    4 - RETORNO GRAVADO, MAS HA LOTE DE DEPARTAMENTO FORA DO   *
000440*        CADASTRO, REGISTRO FORA DE LOTE OU TRANSACAO ACEITA SEM*
000450*        RESULTADO EM CALCOUT (VER SYSOUT)                      *
000460*    8 - FALHA DE ARQUIVO OU TABELA ESTOURADA (RETORNO          *
000470*        INCOMPLETO - NAO TRANSMITIR)                           *
000480*                                                               *
000490*  HISTORICO DE ALTERACOES.                                     *
000500*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000501*    15/10/2026  EQS  TRANSACAO RETIDA POR LIMITE (CALCHLD) SAI *
000502*                     COMO RETIDA (H), MOTIVO LM; RECUSA RL DE  *
000503*                     CALCLIBR FORA DA TABELA DE REJEICOES.     *
000510*                                                               *
000520***************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. CalcRetn.
000550 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000560 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000570 DATE-WRITTEN. 15/10/2026.
000580 DATE-COMPILED.
000590
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ARQUIVO-ENTRADA ASSIGN TO "CALCIN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-ARQUIVO-ENTRADA.
000660
000670     SELECT ARQUIVO-REJEITADOS ASSIGN TO "CALCREJ"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-ARQUIVO-REJEITADOS.
000700
000710     SELECT ARQUIVO-SAIDA ASSIGN TO "CALCOUT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS FS-ARQUIVO-SAIDA.
000740
000750     SELECT CADASTRO-DEPTOS ASSIGN TO "CALCDEPT"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS DEP-CODIGO
000790         FILE STATUS IS FS-CADASTRO-DEPTOS.
000800
000810     SELECT ARQUIVO-RETORNO ASSIGN TO "RETORNO"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS FS-ARQUIVO-RETORNO.
000840
000841     SELECT TRANSACOES-RETIDAS ASSIGN TO "CALCHLD"
000842         ORGANIZATION IS INDEXED
000843         ACCESS MODE IS DYNAMIC
000844         RECORD KEY IS HLD-CHAVE
000845         FILE STATUS IS FS-TRANSACOES-RETIDAS.
000846
000850     SELECT CONTROLE-DIA ASSIGN TO "CALCCTL"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS FS-CONTROLE-DIA.
000880
000890     SELECT CARTAO-DATA ASSIGN TO "SYSIN"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FS-CARTAO-DATA.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  ARQUIVO-ENTRADA
000960     LABEL RECORDS ARE STANDARD
000970     RECORDING MODE IS F.
000980 COPY CALCENT.
000990
001000 FD  ARQUIVO-REJEITADOS
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030 COPY CALCREJ.
001040
001050 FD  ARQUIVO-SAIDA
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 COPY CALCSAI.
001090
001100 FD  CADASTRO-DEPTOS
001110     LABEL RECORDS ARE STANDARD.
001120 COPY CALCDEPT.
001130
001140 FD  ARQUIVO-RETORNO
001150     LABEL RECORDS ARE STANDARD
001160     RECORDING MODE IS F.
001170 COPY CALCRET.
001180
001181 FD  TRANSACOES-RETIDAS
001182     LABEL RECORDS ARE STANDARD.
001183 COPY CALCHLD.
001184
001190 FD  CONTROLE-DIA
001200     LABEL RECORDS ARE STANDARD
001210     RECORDING MODE IS F.
001220 01  REG-CONTROLE-DIA            PIC X(80).
001230
001240 FD  CARTAO-DATA
001250     LABEL RECORDS ARE STANDARD
001260     RECORDING MODE IS F.
001270 01  REG-CARTAO-DATA.
001280     05  CRT-DATA                 PIC 9(08).
001290     05  FILLER                   PIC X(72).
001300
001310 WORKING-STORAGE SECTION.
001320*---------------------------------------------------------------*
001330*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001340*---------------------------------------------------------------*
001350 01  FS-ARQUIVO-ENTRADA          PIC X(02).
001360     88  FS-ENTRADA-OK                   VALUE "00".
001370 01  FS-ARQUIVO-REJEITADOS       PIC X(02).
001380     88  FS-REJEITADOS-OK                VALUE "00".
001390 01  FS-ARQUIVO-SAIDA            PIC X(02).
001400     88  FS-SAIDA-OK                     VALUE "00".
001410 01  FS-CADASTRO-DEPTOS          PIC X(02).
001420     88  FS-DEPTOS-OK                    VALUE "00".
001430 01  FS-ARQUIVO-RETORNO          PIC X(02).
001440     88  FS-RETORNO-OK                   VALUE "00".
001450 01  FS-CONTROLE-DIA             PIC X(02).
001460     88  FS-CONTROLE-OK                  VALUE "00".
001470 01  FS-CARTAO-DATA              PIC X(02).
001480     88  FS-CARTAO-OK                    VALUE "00".
001481 01  FS-TRANSACOES-RETIDAS       PIC X(02).
001482     88  FS-RETIDAS-OK                   VALUE "00".
001483     88  FS-RETIDAS-INEXISTENTE          VALUE "35".
001490 01  WS-FIM-ARQUIVO-ENTRADA      PIC X(01) VALUE "N".
001500     88  FIM-ARQUIVO-ENTRADA            VALUE "S".
001510 01  WS-FIM-REJEITADOS           PIC X(01) VALUE "N".
001520     88  FIM-REJEITADOS                 VALUE "S".
001530 01  WS-FIM-SAIDA                PIC X(01) VALUE "N".
001540     88  FIM-SAIDA                      VALUE "S".
001550 01  WS-FIM-CADASTRO             PIC X(01) VALUE "N".
001560     88  FIM-CADASTRO                   VALUE "S".
001561 01  WS-FIM-RETIDAS              PIC X(01) VALUE "N".
001562     88  FIM-RETIDAS                    VALUE "S".
001570
001580*---------------------------------------------------------------*
001590*    DATA DO MOVIMENTO: CARTAO OPCIONAL NO SYSIN OU, SEM        *
001600*    CARTAO, A DATA DO SISTEMA NO INICIO DO PASSO - A MESMA     *
001610*    RESOLVIDA PELOS DEMAIS PASSOS DA NOITE                     *
001620*---------------------------------------------------------------*
001630 01  WS-DATA-MOVIMENTO           PIC 9(08) VALUE ZERO.
001640
001650*---------------------------------------------------------------*
001660*    TABELA DOS DEPARTAMENTOS CADASTRADOS, CARREGADA DE         *
001670*    CALCDEPT NA ABERTURA.  A PRIMEIRA LEITURA DE CALCIN MARCA  *
001680*    OS QUE TIVERAM LOTE NO MOVIMENTO; SO ESSES RECEBEM BLOCO   *
001690*    NO RETORNO, NA ORDEM DO CADASTRO.                          *
001700*---------------------------------------------------------------*
001710 77  WS-MAX-DEPTOS               PIC 9(03) COMP VALUE 200.
001720 01  WS-QTD-DEPTOS               PIC 9(03) COMP VALUE ZERO.
001730 01  WS-TAB-DEPTOS.
001740     05  WS-DEP-ENTRADA OCCURS 200.
001750         10  WS-DEP-CODIGO        PIC X(04).
001760         10  WS-DEP-NOME          PIC X(30).
001770         10  WS-DEP-MOVIMENTO     PIC X(01).
001780             88  DEP-COM-MOVIMENTO       VALUE "S".
001790 77  WS-IDX-DEP                  PIC 9(03) COMP VALUE ZERO.
001800 77  WS-IDX-DEP-ACHADO           PIC 9(03) COMP VALUE ZERO.
001810 77  WS-IDX-PASSE                PIC 9(03) COMP VALUE ZERO.
001820 01  WS-DEPTO-PROCURADO          PIC X(04) VALUE SPACES.
001830
001840*---------------------------------------------------------------*
001850*    REJEICOES DO MOVIMENTO, CARREGADAS DE CALCREJ EM ORDEM     *
001860*    DE NUMERO DO REGISTRO.  CALCREJ ACUMULA OS DIAS (DISP=MOD) *
001870*    E UMA REEXECUCAO DA CRITICA NO MESMO DIA ACRESCENTA UMA    *
001880*    SERIE NOVA: A SERIE MAIS RECENTE SUBSTITUI A ANTERIOR.     *
001890*---------------------------------------------------------------*
001900 77  WS-MAX-REJEICOES            PIC 9(05) COMP VALUE 30000.
001910 01  WS-QTD-REJEICOES            PIC 9(05) COMP VALUE ZERO.
001920 01  WS-TAB-REJEICOES.
001930     05  WS-REJ-ENTRADA OCCURS 30000.
001940         10  WS-REJ-NUM-REGISTRO  PIC 9(07).
001950         10  WS-REJ-MOTIVO        PIC X(02).
001960         10  WS-REJ-LINHA         PIC X(30).
001970 77  WS-IDX-REJ                  PIC 9(05) COMP VALUE ZERO.
001980 01  WS-ULTIMO-NUM-REJEITADO     PIC 9(07) VALUE ZERO.
001990 01  WS-FIM-BUSCA-REJEICAO       PIC X(01) VALUE "N".
002000     88  FIM-BUSCA-REJEICAO             VALUE "S".
002010
002011*---------------------------------------------------------------*
002012*    REGISTROS RETIDOS POR LIMITE DE VALOR NO MOVIMENTO,        *
002013*    CARREGADOS DE CALCHLD (EM ORDEM DE CHAVE, NAO DE NUMERO: A *
002014*    PROCURA PERCORRE A TABELA INTEIRA).  UMA REEXECUCAO DA     *
002015*    CRITICA JA SUBSTITUIU OS GRUPOS EM CALCHLD.                *
002016*---------------------------------------------------------------*
002017 77  WS-MAX-RETIDOS              PIC 9(05) COMP VALUE 5000.
002018 01  WS-QTD-RETIDOS              PIC 9(05) COMP VALUE ZERO.
002019 01  WS-TAB-RETIDOS.
002020     05  WS-HLD-ENTRADA OCCURS 5000.
002021         10  WS-HLD-NUM-REGISTRO  PIC 9(07).
002022         10  WS-HLD-LINHA         PIC X(30).
002023 77  WS-IDX-HLD                  PIC 9(05) COMP VALUE ZERO.
002024
002025*---------------------------------------------------------------*
002030*    RESULTADOS DE CALCOUT DO DEPARTAMENTO DO PASSE CORRENTE    *
002040*---------------------------------------------------------------*
002050 77  WS-MAX-RESULTADOS           PIC 9(05) COMP VALUE 30000.
002060 01  WS-QTD-RESULTADOS           PIC 9(05) COMP VALUE ZERO.
002070 01  WS-TAB-RESULTADOS.
002080     05  WS-RES-ENTRADA OCCURS 30000.
002090         10  WS-RES-LOTE-ID       PIC X(08).
002100         10  WS-RES-TRANS-ID      PIC X(10).
002110         10  WS-RES-STATUS        PIC X(01).
002120         10  WS-RES-RESULTADO     PIC X(11).
002130         10  WS-RES-USADO         PIC X(01).
002140             88  RES-USADO               VALUE "S".
002150 77  WS-IDX-RES                  PIC 9(05) COMP VALUE ZERO.
002160 77  WS-IDX-RES-ACHADO           PIC 9(05) COMP VALUE ZERO.
002170 77  WS-IDX-RES-CURSOR           PIC 9(05) COMP VALUE ZERO.
002180
002190*---------------------------------------------------------------*
002200*    PASSE CORRENTE SOBRE CALCIN: O PREVIO SO MARCA OS          *
002210*    DEPARTAMENTOS COM MOVIMENTO E CONTA O QUE NAO TEM A QUEM   *
002220*    SER DEVOLVIDO; OS DEMAIS GRAVAM O BLOCO DE UM DEPARTAMENTO.*
002230*---------------------------------------------------------------*
002240 01  WS-PASSE-PREVIO             PIC X(01) VALUE "S".
002250     88  PASSE-PREVIO                   VALUE "S".
002260 01  WS-DEPTO-PASSE              PIC X(04) VALUE SPACES.
002270
002280*---------------------------------------------------------------*
002290*    REGISTRO CORRENTE DE CALCIN: NUMERO NA CONTAGEM DA CRITICA *
002300*    E MOTIVO DA REJEICAO (ESPACOS = ACEITO)                    *
002310*---------------------------------------------------------------*
002320 01  WS-NUM-REGISTRO             PIC 9(07) VALUE ZERO.
002330 01  WS-MOTIVO-REGISTRO          PIC X(02) VALUE SPACES.
002340     88  REGISTRO-ACEITO                 VALUE SPACES.
002345     88  REGISTRO-RETIDO                 VALUE "LM".
002350
002360*---------------------------------------------------------------*
002370*    ENVELOPE DE LOTE: LOTE ABERTO NA CRITICA (ESPELHO DE       *
002380*    CALCEDIT) E LOTE DO RETORNO EM ANDAMENTO, QUE INCLUI O     *
002390*    LOTE DE CABECALHO REJEITADO                                *
002400*---------------------------------------------------------------*
002410 01  WS-EDIT-LOTE-ABERTO         PIC X(01) VALUE "N".
002420     88  EDIT-LOTE-ABERTO               VALUE "S".
002430 01  WS-LOTE-ATIVO               PIC X(01) VALUE "N".
002440     88  LOTE-ATIVO                     VALUE "S".
002450 01  WS-LOTE-DO-PASSE            PIC X(01) VALUE "N".
002460     88  LOTE-DO-PASSE                  VALUE "S".
002470 01  WS-LOT-ID                   PIC X(08) VALUE SPACES.
002480 01  WS-LOT-DEPTO                PIC X(04) VALUE SPACES.
002490 01  WS-LOT-SITUACAO             PIC X(01) VALUE SPACE.
002500 01  WS-LOT-MOTIVO               PIC X(02) VALUE SPACES.
002510 01  WS-LOT-QTD-ACEITOS          PIC 9(07) VALUE ZERO.
002520 01  WS-LOT-HASH-ACEITOS         PIC S9(11)V99 VALUE ZERO.
002530 01  WS-LOT-QTD-REJEITADOS       PIC 9(07) VALUE ZERO.
002540 01  WS-LOT-HASH-REJEITADOS      PIC S9(11)V99 VALUE ZERO.
002550*    DETALHES/CONTINUACOES/ESTORNOS REJEITADOS: O QUE A CRITICA
002560*    DESCONTA DA QUANTIDADE DO TRAILER.
002570 01  WS-LOT-QTD-REJ-TRAILER      PIC 9(07) VALUE ZERO.
002580 01  WS-TRL-QTD-AJUSTADA         PIC S9(08) VALUE ZERO.
002590 01  WS-TRL-HASH-AJUSTADO        PIC S9(12)V99 VALUE ZERO.
002600
002610*---------------------------------------------------------------*
002620*    CABECALHOS REJEITADOS POR SEQUENCIA (MOTIVO SQ) COM UM     *
002630*    LOTE AINDA ABERTO: OS REGISTROS SEGUINTES FORAM CALCULADOS *
002640*    NO LOTE ABERTO, ENTAO O LOTE DO CABECALHO REJEITADO SAI    *
002650*    VAZIO, LOGO APOS O FECHAMENTO DO LOTE ABERTO.              *
002660*---------------------------------------------------------------*
002670 77  WS-MAX-PENDENTES            PIC 9(03) COMP VALUE 100.
002680 01  WS-QTD-PENDENTES            PIC 9(03) COMP VALUE ZERO.
002690 01  WS-TAB-PENDENTES.
002700     05  WS-PEN-ENTRADA OCCURS 100.
002710         10  WS-PEN-LOTE-ID       PIC X(08).
002720         10  WS-PEN-NUM-REGISTRO  PIC 9(07).
002730 77  WS-IDX-PEN                  PIC 9(03) COMP VALUE ZERO.
002740
002750*---------------------------------------------------------------*
002760*    CONTADORES DO BLOCO DO DEPARTAMENTO CORRENTE               *
002770*---------------------------------------------------------------*
002780 01  WS-DEP-QTD-LOTES            PIC 9(07) VALUE ZERO.
002790 01  WS-DEP-QTD-ACEITOS          PIC 9(07) VALUE ZERO.
002800 01  WS-DEP-QTD-REJEITADOS       PIC 9(07) VALUE ZERO.
002810 01  WS-DEP-QTD-REGISTROS        PIC 9(07) VALUE ZERO.
002820
002830*---------------------------------------------------------------*
002840*    CONTADORES PARA O RESUMO E O REGISTRO DE CONTROLE          *
002850*---------------------------------------------------------------*
002860 01  WS-CONTADORES.
002870     05  WS-QTD-LIDOS             PIC 9(07) COMP VALUE ZERO.
002880     05  WS-QTD-REJ-MOVIMENTO     PIC 9(07) COMP VALUE ZERO.
002890     05  WS-QTD-DEPTOS-RETORNO    PIC 9(07) COMP VALUE ZERO.
002900     05  WS-QTD-LOTES-RETORNO     PIC 9(07) COMP VALUE ZERO.
002910     05  WS-QTD-TRANS-RETORNO     PIC 9(07) COMP VALUE ZERO.
002920     05  WS-QTD-GRAVADOS          PIC 9(07) COMP VALUE ZERO.
002930     05  WS-QTD-SEM-RESULTADO     PIC 9(07) COMP VALUE ZERO.
002940     05  WS-QTD-LOTES-SEM-CADASTRO PIC 9(07) COMP VALUE ZERO.
002950     05  WS-QTD-SEM-LOTE          PIC 9(07) COMP VALUE ZERO.
002955     05  WS-QTD-RETIDOS-MOVIMENTO PIC 9(07) COMP VALUE ZERO.
002956     05  WS-QTD-RETIDOS-RETORNO   PIC 9(07) COMP VALUE ZERO.
002960
002970*---------------------------------------------------------------*
002980*    REGISTRO DE CONTROLE DO DIA, GRAVADO EM CALCCTL NO         *
002990*    ENCERRAMENTO (LAYOUT COMPARTILHADO COM CALCDCLS)           *
003000*---------------------------------------------------------------*
003010 COPY CALCCTL.
003020
003030 PROCEDURE DIVISION.
003040 0000-MAINLINE.
003050     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003060     MOVE "S" TO WS-PASSE-PREVIO.
003070     MOVE SPACES TO WS-DEPTO-PASSE.
003080     PERFORM 2000-VARRER-ENTRADA THRU 2000-EXIT.
003090     MOVE WS-NUM-REGISTRO TO WS-QTD-LIDOS.
003100     MOVE "N" TO WS-PASSE-PREVIO.
003110     PERFORM 3000-RETORNAR-DEPTO THRU 3000-EXIT
003120         VARYING WS-IDX-PASSE FROM 1 BY 1
003130         UNTIL WS-IDX-PASSE > WS-QTD-DEPTOS.
003140     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
003150     PERFORM 8100-RESUMO-FINAL THRU 8100-EXIT.
003160     IF WS-QTD-LOTES-SEM-CADASTRO > ZERO OR
003170        WS-QTD-SEM-LOTE > ZERO OR
003180        WS-QTD-SEM-RESULTADO > ZERO
003190         MOVE 4 TO RETURN-CODE
003200     END-IF.
003210     PERFORM 8200-GRAVAR-CONTROLE THRU 8200-EXIT.
003220     STOP RUN.
003230
003240*---------------------------------------------------------------*
003250*    1000-INICIALIZAR                                           *
003260*    RESOLVE A DATA DO MOVIMENTO, CARREGA O CADASTRO DE         *
003270*    DEPARTAMENTOS, AS REJEICOES E AS RETENCOES DO MOVIMENTO E  *
003280*    ABRE O ARQUIVO DE RETORNO.  SEM O CADASTRO NAO HA A QUEM   *
003290*    DEVOLVER: O PASSO ENCERRA.                                 *
003300*---------------------------------------------------------------*
003310 1000-INICIALIZAR.
003320     ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD.
003330     PERFORM 1600-LER-CARTAO-DATA THRU 1600-EXIT.
003340     PERFORM 1500-CARREGAR-DEPARTAMENTOS THRU 1500-EXIT.
003350     PERFORM 1100-CARREGAR-REJEICOES THRU 1100-EXIT.
003355     PERFORM 1200-CARREGAR-RETIDOS THRU 1200-EXIT.
003360     OPEN OUTPUT ARQUIVO-RETORNO.
003370     IF NOT FS-RETORNO-OK
003380         DISPLAY "Erro: abertura de RETORNO falhou. Status="
003390             FS-ARQUIVO-RETORNO
003400         MOVE 8 TO RETURN-CODE
003410         STOP RUN
003420     END-IF.
003430 1000-EXIT.
003440     EXIT.
003450
003460*---------------------------------------------------------------*
003470*    1100-CARREGAR-REJEICOES                                    *
003480*    CARREGA DE CALCREJ AS REJEICOES COM DATA NAO ANTERIOR A    *
003490*    DATA DO MOVIMENTO (A CRITICA CARIMBA A DATA DO SISTEMA,    *
003500*    QUE NUMA NOITE QUE VIRA A MEIA-NOITE JA E O DIA SEGUINTE). *
003510*    NUMERO DE REGISTRO QUE NAO AVANCA ABRE UMA SERIE NOVA, DE  *
003520*    UMA REEXECUCAO DA CRITICA, QUE SUBSTITUI A ANTERIOR.  A    *
003530*    LINHA ORIGINAL E CONFERIDA DEPOIS CONTRA CALCIN.  A RECUSA *
003535*    DE RETIDO (MOTIVO RL) NAO VEM DA CRITICA DO MOVIMENTO E    *
003536*    FICA DE FORA.                                              *
003540*---------------------------------------------------------------*
003550 1100-CARREGAR-REJEICOES.
003560     OPEN INPUT ARQUIVO-REJEITADOS.
003570     IF NOT FS-REJEITADOS-OK
003580         DISPLAY "Erro: abertura de CALCREJ falhou. Status="
003590             FS-ARQUIVO-REJEITADOS
003600         MOVE 8 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     PERFORM 1110-LER-REJEICAO THRU 1110-EXIT
003640         UNTIL FIM-REJEITADOS.
003650     CLOSE ARQUIVO-REJEITADOS.
003660     MOVE WS-QTD-REJEICOES TO WS-QTD-REJ-MOVIMENTO.
003670 1100-EXIT.
003680     EXIT.
003690
003700 1110-LER-REJEICAO.
003710     READ ARQUIVO-REJEITADOS
003720         AT END
003730             SET FIM-REJEITADOS TO TRUE
003740             GO TO 1110-EXIT
003750     END-READ.
003760     IF REJ-DATA-REJEICAO NOT NUMERIC OR
003770        REJ-DATA-REJEICAO < WS-DATA-MOVIMENTO
003780         GO TO 1110-EXIT
003790     END-IF.
003795     IF REJ-MOTIVO = "RL"
003796         GO TO 1110-EXIT
003797     END-IF.
003800     IF REJ-NUM-REGISTRO NOT > WS-ULTIMO-NUM-REJEITADO
003810         MOVE ZERO TO WS-QTD-REJEICOES
003820     END-IF.
003830     MOVE REJ-NUM-REGISTRO TO WS-ULTIMO-NUM-REJEITADO.
003840     IF WS-QTD-REJEICOES NOT < WS-MAX-REJEICOES
003850         DISPLAY "Erro: tabela de rejeicoes estourada (maximo "
003860             WS-MAX-REJEICOES ")."
003870         MOVE 8 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
003900     ADD 1 TO WS-QTD-REJEICOES.
003910     MOVE REJ-NUM-REGISTRO
003920         TO WS-REJ-NUM-REGISTRO (WS-QTD-REJEICOES).
003930     MOVE REJ-MOTIVO
003940         TO WS-REJ-MOTIVO (WS-QTD-REJEICOES).
003950     MOVE REJ-LINHA-ORIGINAL
003960         TO WS-REJ-LINHA (WS-QTD-REJEICOES).
003970 1110-EXIT.
003980     EXIT.
003990
003991*---------------------------------------------------------------*
003992*    1200-CARREGAR-RETIDOS                                      *
003993*    CARREGA DE CALCHLD O NUMERO E A LINHA DE CADA REGISTRO     *
003994*    RETIDO PELA CRITICA NO MOVIMENTO, QUALQUER QUE SEJA A      *
003995*    SITUACAO ATUAL DELE.  SEM O ARQUIVO (STATUS 35) NAO HOUVE  *
003996*    RETENCAO AINDA.                                            *
003997*---------------------------------------------------------------*
003998 1200-CARREGAR-RETIDOS.
003999     OPEN INPUT TRANSACOES-RETIDAS.
004000     IF FS-RETIDAS-INEXISTENTE
004001         GO TO 1200-EXIT
004002     END-IF.
004003     IF NOT FS-RETIDAS-OK
004004         DISPLAY "Erro: abertura de CALCHLD falhou. Status="
004005             FS-TRANSACOES-RETIDAS
004006         MOVE 8 TO RETURN-CODE
004007         STOP RUN
004008     END-IF.
004009     MOVE LOW-VALUES TO HLD-CHAVE.
004010     START TRANSACOES-RETIDAS KEY NOT LESS HLD-CHAVE
004011         INVALID KEY
004012             SET FIM-RETIDAS TO TRUE
004013     END-START.
004014     PERFORM 1210-LER-RETIDO THRU 1210-EXIT
004015         UNTIL FIM-RETIDAS.
004016     CLOSE TRANSACOES-RETIDAS.
004017     MOVE WS-QTD-RETIDOS TO WS-QTD-RETIDOS-MOVIMENTO.
004018 1200-EXIT.
004019     EXIT.
004020
004021 1210-LER-RETIDO.
004022     READ TRANSACOES-RETIDAS NEXT RECORD
004023         AT END
004024             SET FIM-RETIDAS TO TRUE
004025             GO TO 1210-EXIT
004026     END-READ.
004027     IF HLD-DATA-RETENCAO NOT = WS-DATA-MOVIMENTO
004028         GO TO 1210-EXIT
004029     END-IF.
004030     IF WS-QTD-RETIDOS NOT < WS-MAX-RETIDOS
004031         DISPLAY "Erro: tabela de retidos estourada (maximo "
004032             WS-MAX-RETIDOS ")."
004033         MOVE 8 TO RETURN-CODE
004034         STOP RUN
004035     END-IF.
004036     ADD 1 TO WS-QTD-RETIDOS.
004037     MOVE HLD-NUM-REGISTRO
004038         TO WS-HLD-NUM-REGISTRO (WS-QTD-RETIDOS).
004039     MOVE HLD-LINHA-ORIGINAL
004040         TO WS-HLD-LINHA (WS-QTD-RETIDOS).
004041 1210-EXIT.
004042     EXIT.
004043
004044*---------------------------------------------------------------*
004045*    1500-CARREGAR-DEPARTAMENTOS                                *
004046*    CARREGA O CADASTRO DE DEPARTAMENTOS NA TABELA, EM ORDEM    *
004047*    DE CODIGO.  CADASTRO AUSENTE ENCERRA O PASSO.              *
004048*---------------------------------------------------------------*
004050 1500-CARREGAR-DEPARTAMENTOS.
004060     OPEN INPUT CADASTRO-DEPTOS.
004070     IF NOT FS-DEPTOS-OK
004080         DISPLAY "Erro: abertura de CALCDEPT falhou. Status="
004090             FS-CADASTRO-DEPTOS
004100         MOVE 8 TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     MOVE LOW-VALUES TO DEP-CODIGO.
004140     START CADASTRO-DEPTOS KEY NOT LESS DEP-CODIGO
004150         INVALID KEY
004160             SET FIM-CADASTRO TO TRUE
004170     END-START.
004180     PERFORM 1510-CARREGAR-PROXIMO THRU 1510-EXIT
004190         UNTIL FIM-CADASTRO.
004200     CLOSE CADASTRO-DEPTOS.
004210 1500-EXIT.
004220     EXIT.
004230
004240 1510-CARREGAR-PROXIMO.
004250     READ CADASTRO-DEPTOS NEXT RECORD
004260         AT END
004270             SET FIM-CADASTRO TO TRUE
004280         NOT AT END
004290             IF WS-QTD-DEPTOS < WS-MAX-DEPTOS
004300                 ADD 1 TO WS-QTD-DEPTOS
004310                 MOVE DEP-CODIGO TO WS-DEP-CODIGO (WS-QTD-DEPTOS)
004320                 MOVE DEP-NOME   TO WS-DEP-NOME (WS-QTD-DEPTOS)
004330                 MOVE "N" TO WS-DEP-MOVIMENTO (WS-QTD-DEPTOS)
004340             ELSE
004350                 DISPLAY "Aviso: tabela de departamentos "
004360                     "estourada (maximo " WS-MAX-DEPTOS ")."
004370                 SET FIM-CADASTRO TO TRUE
004380             END-IF
004390     END-READ.
004400 1510-EXIT.
004410     EXIT.
004420
004430*---------------------------------------------------------------*
004440*    1600-LER-CARTAO-DATA                                       *
004450*    LE A DATA DO MOVIMENTO (AAAAMMDD) DO SYSIN, QUANDO         *
004460*    INFORMADA.  SEM CARTAO (SYSIN AUSENTE OU VAZIO) VALE A     *
004470*    DATA DO SISTEMA JA CAPTURADA NO INICIO DO PASSO.           *
004480*---------------------------------------------------------------*
004490 1600-LER-CARTAO-DATA.
004500     OPEN INPUT CARTAO-DATA.
004510     IF FS-CARTAO-OK
004520         READ CARTAO-DATA
004530             AT END
004540                 CONTINUE
004550             NOT AT END
004560                 IF CRT-DATA NUMERIC AND CRT-DATA > ZERO
004570                     MOVE CRT-DATA TO WS-DATA-MOVIMENTO
004580                 END-IF
004590         END-READ
004600         CLOSE CARTAO-DATA
004610     END-IF.
004620 1600-EXIT.
004630     EXIT.
004640
004650*---------------------------------------------------------------*
004660*    2000-VARRER-ENTRADA                                        *
004670*    UMA LEITURA COMPLETA DE CALCIN, DO PRIMEIRO REGISTRO AO    *
004680*    ULTIMO, COM O ENVELOPE DE LOTE REINICIADO.  NO FIM DO      *
004690*    ARQUIVO O LOTE AINDA ABERTO NA CRITICA FICOU SEM TRAILER.  *
004700*---------------------------------------------------------------*
004710 2000-VARRER-ENTRADA.
004720     OPEN INPUT ARQUIVO-ENTRADA.
004730     IF NOT FS-ENTRADA-OK
004740         DISPLAY "Erro: abertura de CALCIN falhou. Status="
004750             FS-ARQUIVO-ENTRADA
004760         MOVE 8 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     MOVE "N"  TO WS-FIM-ARQUIVO-ENTRADA.
004800     MOVE ZERO TO WS-NUM-REGISTRO.
004810     MOVE 1    TO WS-IDX-REJ.
004820     MOVE "N"  TO WS-EDIT-LOTE-ABERTO.
004830     MOVE "N"  TO WS-LOTE-ATIVO.
004840     MOVE "N"  TO WS-LOTE-DO-PASSE.
004850     MOVE ZERO TO WS-QTD-PENDENTES.
004860     PERFORM 2100-LER-ENTRADA THRU 2100-EXIT
004870         UNTIL FIM-ARQUIVO-ENTRADA.
004880     IF LOTE-ATIVO
004890         IF EDIT-LOTE-ABERTO
004900             MOVE "F"  TO WS-LOT-SITUACAO
004910             MOVE "ST" TO WS-LOT-MOTIVO
004920             MOVE "N"  TO WS-EDIT-LOTE-ABERTO
004930         END-IF
004940         PERFORM 4500-FECHAR-LOTE THRU 4500-EXIT
004950     END-IF.
004960     PERFORM 4700-DESCARREGAR-PENDENTES THRU 4700-EXIT.
004970     CLOSE ARQUIVO-ENTRADA.
004980 2000-EXIT.
004990     EXIT.
005000
005010 2100-LER-ENTRADA.
005020     READ ARQUIVO-ENTRADA
005030         AT END
005040             SET FIM-ARQUIVO-ENTRADA TO TRUE
005050         NOT AT END
005060             ADD 1 TO WS-NUM-REGISTRO
005070             PERFORM 2110-LOCALIZAR-REJEICAO THRU 2110-EXIT
005080             PERFORM 4000-TRATAR-REGISTRO THRU 4000-EXIT
005090     END-READ.
005100 2100-EXIT.
005110     EXIT.
005120
005130*---------------------------------------------------------------*
005140*    2110-LOCALIZAR-REJEICAO                                    *
005150*    AVANCA NA TABELA DE REJEICOES ATE O NUMERO DO REGISTRO     *
005160*    CORRENTE.  O REGISTRO FOI REJEITADO SE O NUMERO BATE E A   *
005170*    LINHA GUARDADA EM CALCREJ E A MESMA LIDA DE CALCIN.  NAO   *
005171*    REJEITADO, PODE TER SIDO RETIDO: O NUMERO E A LINHA SAO    *
005172*    PROCURADOS ENTRE OS RETIDOS DO MOVIMENTO.                  *
005180*---------------------------------------------------------------*
005190 2110-LOCALIZAR-REJEICAO.
005200     MOVE SPACES TO WS-MOTIVO-REGISTRO.
005210     MOVE "N" TO WS-FIM-BUSCA-REJEICAO.
005220     PERFORM 2115-AVANCAR-REJEICAO THRU 2115-EXIT
005230         UNTIL FIM-BUSCA-REJEICAO.
005240     IF WS-IDX-REJ > WS-QTD-REJEICOES
005250         GO TO 2110-EXIT
005260     END-IF.
005270     IF WS-REJ-NUM-REGISTRO (WS-IDX-REJ) = WS-NUM-REGISTRO AND
005280        WS-REJ-LINHA (WS-IDX-REJ) = REG-ENTRADA
005290         MOVE WS-REJ-MOTIVO (WS-IDX-REJ) TO WS-MOTIVO-REGISTRO
005300     END-IF.
005301     IF REGISTRO-ACEITO
005302         PERFORM 2120-LOCALIZAR-RETIDO THRU 2120-EXIT
005303     END-IF.
005310 2110-EXIT.
005320     EXIT.
005330
005340 2115-AVANCAR-REJEICAO.
005350     IF WS-IDX-REJ > WS-QTD-REJEICOES
005360         SET FIM-BUSCA-REJEICAO TO TRUE
005370     ELSE
005380         IF WS-REJ-NUM-REGISTRO (WS-IDX-REJ) < WS-NUM-REGISTRO
005390             ADD 1 TO WS-IDX-REJ
005400         ELSE
005410             SET FIM-BUSCA-REJEICAO TO TRUE
005420         END-IF
005430     END-IF.
005440 2115-EXIT.
005450     EXIT.
005451
005452 2120-LOCALIZAR-RETIDO.
005453     PERFORM 2125-COMPARAR-RETIDO THRU 2125-EXIT
005454         VARYING WS-IDX-HLD FROM 1 BY 1
005455         UNTIL WS-IDX-HLD > WS-QTD-RETIDOS
005456            OR REGISTRO-RETIDO.
005457 2120-EXIT.
005458     EXIT.
005459
005460 2125-COMPARAR-RETIDO.
005461     IF WS-HLD-NUM-REGISTRO (WS-IDX-HLD) = WS-NUM-REGISTRO AND
005462        WS-HLD-LINHA (WS-IDX-HLD) = REG-ENTRADA
005463         SET REGISTRO-RETIDO TO TRUE
005464     END-IF.
005465 2125-EXIT.
005466     EXIT.
005467
005470*---------------------------------------------------------------*
005480*    3000-RETORNAR-DEPTO                                        *
005490*    GRAVA O BLOCO DE UM DEPARTAMENTO COM MOVIMENTO: ABERTURA,  *
005500*    OS LOTES DELE NA ORDEM RECEBIDA E O FECHAMENTO COM AS      *
005510*    CONTAGENS DO BLOCO.                                        *
005520*---------------------------------------------------------------*
005530 3000-RETORNAR-DEPTO.
005540     IF NOT DEP-COM-MOVIMENTO (WS-IDX-PASSE)
005550         GO TO 3000-EXIT
005560     END-IF.
005570     MOVE WS-DEP-CODIGO (WS-IDX-PASSE) TO WS-DEPTO-PASSE.
005580     MOVE ZERO TO WS-DEP-QTD-LOTES.
005590     MOVE ZERO TO WS-DEP-QTD-ACEITOS.
005600     MOVE ZERO TO WS-DEP-QTD-REJEITADOS.
005610     MOVE ZERO TO WS-DEP-QTD-REGISTROS.
005620     PERFORM 3100-CARREGAR-RESULTADOS THRU 3100-EXIT.
005630     MOVE SPACES TO REG-RETORNO.
005640     SET RET-TIPO-ABERTURA TO TRUE.
005650     MOVE WS-DATA-MOVIMENTO TO RET-ABE-DATA-MOVIMENTO.
005660     MOVE WS-DEP-NOME (WS-IDX-PASSE) TO RET-ABE-NOME-DEPTO.
005670     PERFORM 7000-GRAVAR-RETORNO THRU 7000-EXIT.
005680     PERFORM 2000-VARRER-ENTRADA THRU 2000-EXIT.
005690     MOVE SPACES TO REG-RETORNO.
005700     SET RET-TIPO-FECHAMENTO TO TRUE.
005710     MOVE WS-DEP-QTD-LOTES      TO RET-FEC-QTD-LOTES.
005720     MOVE WS-DEP-QTD-ACEITOS    TO RET-FEC-QTD-ACEITOS.
005730     MOVE WS-DEP-QTD-REJEITADOS TO RET-FEC-QTD-REJEITADOS.
005740     COMPUTE RET-FEC-QTD-REGISTROS = WS-DEP-QTD-REGISTROS + 1.
005750     PERFORM 7000-GRAVAR-RETORNO THRU 7000-EXIT.
005760     ADD 1 TO WS-QTD-DEPTOS-RETORNO.
005770 3000-EXIT.
005780     EXIT.
005790
005800*---------------------------------------------------------------*
005810*    3100-CARREGAR-RESULTADOS                                   *
005820*    CARREGA DE CALCOUT OS RESULTADOS DO DEPARTAMENTO DO PASSE. *
005830*    CALCOUT E O ARQUIVO DO MOVIMENTO QUE A CONCILIACAO ACABOU  *
005840*    DE PROVAR CONTRA O LOG DE AUDITORIA.                       *
005850*---------------------------------------------------------------*
005860 3100-CARREGAR-RESULTADOS.
005870     MOVE ZERO TO WS-QTD-RESULTADOS.
005880     MOVE 1 TO WS-IDX-RES-CURSOR.
005890     OPEN INPUT ARQUIVO-SAIDA.
005900     IF NOT FS-SAIDA-OK
005910         DISPLAY "Erro: abertura de CALCOUT falhou. Status="
005920             FS-ARQUIVO-SAIDA
005930         MOVE 8 TO RETURN-CODE
005940         STOP RUN
005950     END-IF.
005960     MOVE "N" TO WS-FIM-SAIDA.
005970     PERFORM 3110-LER-RESULTADO THRU 3110-EXIT
005980         UNTIL FIM-SAIDA.
005990     CLOSE ARQUIVO-SAIDA.
006000 3100-EXIT.
006010     EXIT.
006020
006030 3110-LER-RESULTADO.
006040     READ ARQUIVO-SAIDA
006050         AT END
006060             SET FIM-SAIDA TO TRUE
006070             GO TO 3110-EXIT
006080     END-READ.
006090     IF SAI-DEPTO NOT = WS-DEPTO-PASSE
006100         GO TO 3110-EXIT
006110     END-IF.
006120     IF WS-QTD-RESULTADOS NOT < WS-MAX-RESULTADOS
006130         DISPLAY "Erro: tabela de resultados do departamento "
006140             WS-DEPTO-PASSE " estourada (maximo "
006150             WS-MAX-RESULTADOS ")."
006160         MOVE 8 TO RETURN-CODE
006170         STOP RUN
006180     END-IF.
006190     ADD 1 TO WS-QTD-RESULTADOS.
006200     MOVE SAI-LOTE-ID   TO WS-RES-LOTE-ID (WS-QTD-RESULTADOS).
006210     MOVE SAI-TRANS-ID  TO WS-RES-TRANS-ID (WS-QTD-RESULTADOS).
006220     MOVE SAI-STATUS    TO WS-RES-STATUS (WS-QTD-RESULTADOS).
006230     MOVE SAI-RESULTADO TO WS-RES-RESULTADO (WS-QTD-RESULTADOS).
006240     MOVE "N"           TO WS-RES-USADO (WS-QTD-RESULTADOS).
006250 3110-EXIT.
006260     EXIT.
006270
006280*---------------------------------------------------------------*
006290*    4000-TRATAR-REGISTRO                                       *
006300*    ENCAMINHA O REGISTRO DE CALCIN CONFORME O TIPO.  QUALQUER  *
006310*    TIPO FORA DE CABECALHO E TRAILER E UMA TRANSACAO DO LOTE,  *
006320*    INCLUSIVE O TIPO INVALIDO REJEITADO COM MOTIVO TP.         *
006330*---------------------------------------------------------------*
006340 4000-TRATAR-REGISTRO.
006350     IF ENT-TIPO-CABECALHO
006360         PERFORM 4100-TRATAR-CABECALHO THRU 4100-EXIT
006370     ELSE
006380         IF ENT-TIPO-TRAILER
006390             PERFORM 4200-TRATAR-TRAILER THRU 4200-EXIT
006400         ELSE
006410             PERFORM 4300-TRATAR-TRANSACAO THRU 4300-EXIT
006420         END-IF
006430     END-IF.
006440 4000-EXIT.
006450     EXIT.
006460
006470*---------------------------------------------------------------*
006480*    4100-TRATAR-CABECALHO                                      *
006490*    CABECALHO REJEITADO COM LOTE ABERTO NA CRITICA (MOTIVO SQ) *
006500*    FICA PENDENTE: OS REGISTROS QUE O SEGUEM PERTENCEM AO LOTE *
006510*    ABERTO.  QUALQUER OUTRO CABECALHO ABRE UM LOTE NO RETORNO; *
006520*    SE REJEITADO (CB, DC, DS), O LOTE SAI REJEITADO COM O      *
006530*    MOTIVO DO CABECALHO.                                       *
006540*---------------------------------------------------------------*
006550 4100-TRATAR-CABECALHO.
006560     IF NOT REGISTRO-ACEITO AND EDIT-LOTE-ABERTO
006570         PERFORM 4600-GUARDAR-PENDENTE THRU 4600-EXIT
006580         GO TO 4100-EXIT
006590     END-IF.
006600     IF LOTE-ATIVO
006610         PERFORM 4500-FECHAR-LOTE THRU 4500-EXIT
006620     END-IF.
006630     PERFORM 4400-ABRIR-LOTE THRU 4400-EXIT.
006640     IF REGISTRO-ACEITO
006650         SET EDIT-LOTE-ABERTO TO TRUE
006660     ELSE
006670         MOVE "R" TO WS-LOT-SITUACAO
006680         MOVE WS-MOTIVO-REGISTRO TO WS-LOT-MOTIVO
006690     END-IF.
006700 4100-EXIT.
006710     EXIT.
006720
006730*---------------------------------------------------------------*
006740*    4200-TRATAR-TRAILER                                        *
006750*    O TRAILER ENCERRA O LOTE ABERTO NA CRITICA, ACEITO OU NAO  *
006760*    (REJEITADO, O LOTE SAI FORA DE BALANCO COM MOTIVO TR).     *
006770*    SEM LOTE ABERTO NA CRITICA, ENCERRA O LOTE DE CABECALHO    *
006780*    REJEITADO EM ANDAMENTO, SE HOUVER.                         *
006790*---------------------------------------------------------------*
006800 4200-TRATAR-TRAILER.
006810     IF EDIT-LOTE-ABERTO
006820         IF REGISTRO-ACEITO
006830             PERFORM 4210-CONFERIR-BALANCO THRU 4210-EXIT
006840         ELSE
006850             MOVE "F"  TO WS-LOT-SITUACAO
006860             MOVE "TR" TO WS-LOT-MOTIVO
006870         END-IF
006880         MOVE "N" TO WS-EDIT-LOTE-ABERTO
006890         PERFORM 4500-FECHAR-LOTE THRU 4500-EXIT
006900         PERFORM 4700-DESCARREGAR-PENDENTES THRU 4700-EXIT
006910     ELSE
006920         IF LOTE-ATIVO
006930             PERFORM 4500-FECHAR-LOTE THRU 4500-EXIT
006940         ELSE
006950             PERFORM 4800-CONTAR-SEM-LOTE THRU 4800-EXIT
006960         END-IF
006970     END-IF.
006980 4200-EXIT.
006990     EXIT.
007000
007010*---------------------------------------------------------------*
007020*    4210-CONFERIR-BALANCO                                      *
007030*    REFAZ A CONFERENCIA DE CALCBATCH: O TRAILER RECEBIDO,      *
007040*    DESCONTADO DO QUE A CRITICA REJEITOU, TEM DE BATER COM A   *
007050*    QUANTIDADE E O HASH DO QUE FOI ACEITO.                     *
007060*---------------------------------------------------------------*
007070 4210-CONFERIR-BALANCO.
007080     COMPUTE WS-TRL-QTD-AJUSTADA =
007090         ENT-TRL-QTD-DETALHES - WS-LOT-QTD-REJ-TRAILER.
007100     COMPUTE WS-TRL-HASH-AJUSTADO =
007110         ENT-TRL-HASH-NUMERO1 - WS-LOT-HASH-REJEITADOS.
007120     IF WS-TRL-QTD-AJUSTADA NOT = WS-LOT-QTD-ACEITOS OR
007130        WS-TRL-HASH-AJUSTADO NOT = WS-LOT-HASH-ACEITOS
007140         MOVE "F"  TO WS-LOT-SITUACAO
007150         MOVE "BL" TO WS-LOT-MOTIVO
007160     ELSE
007170         IF WS-LOT-QTD-REJEITADOS > ZERO
007180             MOVE "P" TO WS-LOT-SITUACAO
007190         END-IF
007200     END-IF.
007210 4210-EXIT.
007220     EXIT.
007230
007240*---------------------------------------------------------------*
007250*    4300-TRATAR-TRANSACAO                                      *
007260*    SOMA A TRANSACAO NO LOTE EM ANDAMENTO (ACEITA OU           *
007270*    REJEITADA, QUANTIDADE E HASH COMO NA CRITICA E NO LOTE) E, *
007280*    NO PASSE DO DEPARTAMENTO DO LOTE, GRAVA A LINHA DELA.      *
007290*---------------------------------------------------------------*
007300 4300-TRATAR-TRANSACAO.
007310     IF NOT LOTE-ATIVO
007320         PERFORM 4800-CONTAR-SEM-LOTE THRU 4800-EXIT
007330         GO TO 4300-EXIT
007340     END-IF.
007350     IF REGISTRO-ACEITO
007360         ADD 1 TO WS-LOT-QTD-ACEITOS
007370         IF NOT ENT-TIPO-ESTORNO AND ENT-NUMERO1 NUMERIC
007380             ADD ENT-NUMERO1 TO WS-LOT-HASH-ACEITOS
007390         END-IF
007400     ELSE
007410         ADD 1 TO WS-LOT-QTD-REJEITADOS
007420         IF ENT-TIPO-DETALHE OR ENT-TIPO-CONTINUACAO OR
007430            ENT-TIPO-ESTORNO
007440             ADD 1 TO WS-LOT-QTD-REJ-TRAILER
007450         END-IF
007460         IF (ENT-TIPO-DETALHE OR ENT-TIPO-CONTINUACAO) AND
007470            ENT-NUMERO1 NUMERIC
007480             ADD ENT-NUMERO1 TO WS-LOT-HASH-REJEITADOS
007490         END-IF
007500     END-IF.
007510     IF LOTE-DO-PASSE
007520         PERFORM 4310-GRAVAR-TRANSACAO THRU 4310-EXIT
007530     END-IF.
007540 4300-EXIT.
007550     EXIT.
007560
007570 4310-GRAVAR-TRANSACAO.
007580     MOVE SPACES TO REG-RETORNO.
007590     SET RET-TIPO-TRANSACAO TO TRUE.
007600     MOVE WS-LOT-ID         TO RET-TRN-LOTE-ID.
007610     MOVE WS-NUM-REGISTRO   TO RET-TRN-NUM-REGISTRO.
007620     MOVE ENT-TIPO-REGISTRO TO RET-TRN-TIPO.
007630     MOVE ENT-TRANS-ID      TO RET-TRN-TRANS-ID.
007640     IF REGISTRO-ACEITO
007650         ADD 1 TO WS-DEP-QTD-ACEITOS
007660         PERFORM 4320-LOCALIZAR-RESULTADO THRU 4320-EXIT
007670     ELSE
007680         ADD 1 TO WS-DEP-QTD-REJEITADOS
007690         SET RET-TRN-REJEITADA TO TRUE
007691         IF REGISTRO-RETIDO
007692             SET RET-TRN-RETIDA TO TRUE
007693             ADD 1 TO WS-QTD-RETIDOS-RETORNO
007694         END-IF
007700         MOVE WS-MOTIVO-REGISTRO TO RET-TRN-MOTIVO
007710     END-IF.
007720     PERFORM 7000-GRAVAR-RETORNO THRU 7000-EXIT.
007730     ADD 1 TO WS-QTD-TRANS-RETORNO.
007740 4310-EXIT.
007750     EXIT.
007760
007770*---------------------------------------------------------------*
007780*    4320-LOCALIZAR-RESULTADO                                   *
007790*    PROCURA O RESULTADO DA TRANSACAO ACEITA ENTRE OS DO        *
007800*    DEPARTAMENTO: PRIMEIRO NA POSICAO SEGUINTE A ULTIMA ACHADA *
007810*    (DENTRO DO LOTE A ORDEM E A DE CALCIN), DEPOIS NA TABELA   *
007820*    INTEIRA.  RESULTADO JA USADO NAO SERVE DE NOVO (LOTE       *
007830*    REPETIDO NO MOVIMENTO).                                    *
007840*---------------------------------------------------------------*
007850 4320-LOCALIZAR-RESULTADO.
007860     MOVE ZERO TO WS-IDX-RES-ACHADO.
007870     IF WS-IDX-RES-CURSOR NOT > WS-QTD-RESULTADOS
007880         MOVE WS-IDX-RES-CURSOR TO WS-IDX-RES
007890         PERFORM 4330-COMPARAR-RESULTADO THRU 4330-EXIT
007900     END-IF.
007910     IF WS-IDX-RES-ACHADO = ZERO
007920         PERFORM 4330-COMPARAR-RESULTADO THRU 4330-EXIT
007930             VARYING WS-IDX-RES FROM 1 BY 1
007940             UNTIL WS-IDX-RES > WS-QTD-RESULTADOS
007950                OR WS-IDX-RES-ACHADO > ZERO
007960     END-IF.
007970     IF WS-IDX-RES-ACHADO = ZERO
007980         SET RET-TRN-SEM-RESULTADO TO TRUE
007990         ADD 1 TO WS-QTD-SEM-RESULTADO
008000         DISPLAY "Aviso: transacao " ENT-TRANS-ID " do lote "
008010             WS-LOT-ID " (depto " WS-LOT-DEPTO ") aceita sem "
008020             "resultado em CALCOUT."
008030         GO TO 4320-EXIT
008040     END-IF.
008050     SET RES-USADO (WS-IDX-RES-ACHADO) TO TRUE.
008060     COMPUTE WS-IDX-RES-CURSOR = WS-IDX-RES-ACHADO + 1.
008070     SET RET-TRN-CALCULADA TO TRUE.
008080     MOVE WS-RES-STATUS (WS-IDX-RES-ACHADO)
008090         TO RET-TRN-STATUS.
008100     MOVE WS-RES-RESULTADO (WS-IDX-RES-ACHADO)
008110         TO RET-TRN-RESULTADO.
008120 4320-EXIT.
008130     EXIT.
008140
008150 4330-COMPARAR-RESULTADO.
008160     IF WS-RES-LOTE-ID (WS-IDX-RES) = WS-LOT-ID AND
008170        WS-RES-TRANS-ID (WS-IDX-RES) = ENT-TRANS-ID AND
008180        NOT RES-USADO (WS-IDX-RES)
008190         MOVE WS-IDX-RES TO WS-IDX-RES-ACHADO
008200     END-IF.
008210 4330-EXIT.
008220     EXIT.
008230
008240*---------------------------------------------------------------*
008250*    4400-ABRIR-LOTE                                            *
008260*    ABRE O LOTE DO CABECALHO CORRENTE NO RETORNO.  NO PASSE    *
008270*    PREVIO SO MARCA O DEPARTAMENTO; NO PASSE DO DEPARTAMENTO   *
008280*    DO LOTE, GRAVA O CABECALHO DO LOTE.                        *
008290*---------------------------------------------------------------*
008300 4400-ABRIR-LOTE.
008310     SET LOTE-ATIVO TO TRUE.
008320     MOVE "N"             TO WS-LOTE-DO-PASSE.
008330     MOVE ENT-HDR-LOTE-ID TO WS-LOT-ID.
008340     MOVE ENT-HDR-DEPTO   TO WS-LOT-DEPTO.
008350     MOVE "A"             TO WS-LOT-SITUACAO.
008360     MOVE SPACES          TO WS-LOT-MOTIVO.
008370     MOVE ZERO TO WS-LOT-QTD-ACEITOS.
008380     MOVE ZERO TO WS-LOT-HASH-ACEITOS.
008390     MOVE ZERO TO WS-LOT-QTD-REJEITADOS.
008400     MOVE ZERO TO WS-LOT-HASH-REJEITADOS.
008410     MOVE ZERO TO WS-LOT-QTD-REJ-TRAILER.
008420     IF PASSE-PREVIO
008430         MOVE ENT-HDR-DEPTO TO WS-DEPTO-PROCURADO
008440         PERFORM 4900-MARCAR-DEPTO THRU 4900-EXIT
008450         GO TO 4400-EXIT
008460     END-IF.
008470     IF WS-LOT-DEPTO NOT = WS-DEPTO-PASSE
008480         GO TO 4400-EXIT
008490     END-IF.
008500     SET LOTE-DO-PASSE TO TRUE.
008510     MOVE SPACES TO REG-RETORNO.
008520     SET RET-TIPO-CABECALHO TO TRUE.
008530     MOVE WS-LOT-ID       TO RET-HDR-LOTE-ID.
008540     MOVE WS-NUM-REGISTRO TO RET-HDR-NUM-REGISTRO.
008550     PERFORM 7000-GRAVAR-RETORNO THRU 7000-EXIT.
008560 4400-EXIT.
008570     EXIT.
008580
008590*---------------------------------------------------------------*
008600*    4500-FECHAR-LOTE                                           *
008610*    ENCERRA O LOTE EM ANDAMENTO.  NO PASSE DO DEPARTAMENTO DO  *
008620*    LOTE, GRAVA O TRAILER DO LOTE COM A SITUACAO, O MOTIVO E AS*
008630*    CONTAGENS.                                                 *
008640*---------------------------------------------------------------*
008650 4500-FECHAR-LOTE.
008660     IF LOTE-DO-PASSE
008670         MOVE SPACES TO REG-RETORNO
008680         SET RET-TIPO-TRAILER TO TRUE
008690         MOVE WS-LOT-ID              TO RET-TRL-LOTE-ID
008700         MOVE WS-LOT-SITUACAO        TO RET-TRL-SITUACAO
008710         MOVE WS-LOT-MOTIVO          TO RET-TRL-MOTIVO
008720         MOVE WS-LOT-QTD-ACEITOS     TO RET-TRL-QTD-ACEITOS
008730         MOVE WS-LOT-HASH-ACEITOS    TO RET-TRL-HASH-ACEITOS
008740         MOVE WS-LOT-QTD-REJEITADOS  TO RET-TRL-QTD-REJEITADOS
008750         MOVE WS-LOT-HASH-REJEITADOS TO RET-TRL-HASH-REJEITADOS
008760         PERFORM 7000-GRAVAR-RETORNO THRU 7000-EXIT
008770         ADD 1 TO WS-DEP-QTD-LOTES
008780         ADD 1 TO WS-QTD-LOTES-RETORNO
008790     END-IF.
008800     MOVE "N" TO WS-LOTE-ATIVO.
008810     MOVE "N" TO WS-LOTE-DO-PASSE.
008820 4500-EXIT.
008830     EXIT.
008840
008850*---------------------------------------------------------------*
008860*    4600-GUARDAR-PENDENTE                                      *
008870*    GUARDA O CABECALHO REJEITADO POR SEQUENCIA ATE O LOTE      *
008880*    ABERTO SE ENCERRAR.                                        *
008890*---------------------------------------------------------------*
008900 4600-GUARDAR-PENDENTE.
008910     IF PASSE-PREVIO
008920         MOVE ENT-HDR-DEPTO TO WS-DEPTO-PROCURADO
008930         PERFORM 4900-MARCAR-DEPTO THRU 4900-EXIT
008940         GO TO 4600-EXIT
008950     END-IF.
008960     IF ENT-HDR-DEPTO NOT = WS-DEPTO-PASSE
008970         GO TO 4600-EXIT
008980     END-IF.
008990     IF WS-QTD-PENDENTES NOT < WS-MAX-PENDENTES
009000         DISPLAY "Erro: tabela de cabecalhos pendentes "
009010             "estourada (maximo " WS-MAX-PENDENTES ") no lote "
009020             WS-LOT-ID "."
009030         MOVE 8 TO RETURN-CODE
009040         STOP RUN
009050     END-IF.
009060     ADD 1 TO WS-QTD-PENDENTES.
009070     MOVE ENT-HDR-LOTE-ID TO WS-PEN-LOTE-ID (WS-QTD-PENDENTES).
009080     MOVE WS-NUM-REGISTRO
009090         TO WS-PEN-NUM-REGISTRO (WS-QTD-PENDENTES).
009100 4600-EXIT.
009110     EXIT.
009120
009130*---------------------------------------------------------------*
009140*    4700-DESCARREGAR-PENDENTES                                 *
009150*    GRAVA CADA CABECALHO PENDENTE COMO UM LOTE VAZIO,          *
009160*    REJEITADO COM MOTIVO SQ.                                   *
009170*---------------------------------------------------------------*
009180 4700-DESCARREGAR-PENDENTES.
009190     PERFORM 4710-GRAVAR-PENDENTE THRU 4710-EXIT
009200         VARYING WS-IDX-PEN FROM 1 BY 1
009210         UNTIL WS-IDX-PEN > WS-QTD-PENDENTES.
009220     MOVE ZERO TO WS-QTD-PENDENTES.
009230 4700-EXIT.
009240     EXIT.
009250
009260 4710-GRAVAR-PENDENTE.
009270     MOVE SPACES TO REG-RETORNO.
009280     SET RET-TIPO-CABECALHO TO TRUE.
009290     MOVE WS-PEN-LOTE-ID (WS-IDX-PEN) TO RET-HDR-LOTE-ID.
009300     MOVE WS-PEN-NUM-REGISTRO (WS-IDX-PEN)
009310         TO RET-HDR-NUM-REGISTRO.
009320     PERFORM 7000-GRAVAR-RETORNO THRU 7000-EXIT.
009330     MOVE SPACES TO REG-RETORNO.
009340     SET RET-TIPO-TRAILER TO TRUE.
009350     MOVE WS-PEN-LOTE-ID (WS-IDX-PEN) TO RET-TRL-LOTE-ID.
009360     SET RET-TRL-REJEITADO TO TRUE.
009370     MOVE "SQ" TO RET-TRL-MOTIVO.
009380     MOVE ZERO TO RET-TRL-QTD-ACEITOS.
009390     MOVE ZERO TO RET-TRL-HASH-ACEITOS.
009400     MOVE ZERO TO RET-TRL-QTD-REJEITADOS.
009410     MOVE ZERO TO RET-TRL-HASH-REJEITADOS.
009420     PERFORM 7000-GRAVAR-RETORNO THRU 7000-EXIT.
009430     ADD 1 TO WS-DEP-QTD-LOTES.
009440     ADD 1 TO WS-QTD-LOTES-RETORNO.
009450 4710-EXIT.
009460     EXIT.
009470
009480*---------------------------------------------------------------*
009490*    4800-CONTAR-SEM-LOTE                                       *
009500*    REGISTRO FORA DE QUALQUER LOTE NAO TEM DEPARTAMENTO A      *
009510*    QUEM SER DEVOLVIDO: SO E ACUSADO, UMA VEZ, NO PASSE PREVIO.*
009520*---------------------------------------------------------------*
009530 4800-CONTAR-SEM-LOTE.
009540     IF PASSE-PREVIO
009550         ADD 1 TO WS-QTD-SEM-LOTE
009560         DISPLAY "Aviso: registro " WS-NUM-REGISTRO
009570             " fora de lote - sem retorno."
009580     END-IF.
009590 4800-EXIT.
009600     EXIT.
009610
009620*---------------------------------------------------------------*
009630*    4900-MARCAR-DEPTO                                          *
009640*    MARCA NA TABELA O DEPARTAMENTO DO LOTE COMO COM MOVIMENTO. *
009650*    DEPARTAMENTO FORA DO CADASTRO (CABECALHO REJEITADO COM     *
009660*    MOTIVO DC OU CB) NAO RECEBE RETORNO E E ACUSADO.           *
009670*---------------------------------------------------------------*
009680 4900-MARCAR-DEPTO.
009690     PERFORM 6100-LOCALIZAR-DEPTO THRU 6100-EXIT.
009700     IF WS-IDX-DEP-ACHADO > ZERO
009710         MOVE "S" TO WS-DEP-MOVIMENTO (WS-IDX-DEP-ACHADO)
009720     ELSE
009730         ADD 1 TO WS-QTD-LOTES-SEM-CADASTRO
009740         DISPLAY "Aviso: lote " ENT-HDR-LOTE-ID " do depto "
009750             WS-DEPTO-PROCURADO " nao cadastrado em CALCDEPT - "
009760             "sem retorno."
009770     END-IF.
009780 4900-EXIT.
009790     EXIT.
009800
009810*---------------------------------------------------------------*
009820*    6100-LOCALIZAR-DEPTO                                       *
009830*    PROCURA WS-DEPTO-PROCURADO NA TABELA DE DEPARTAMENTOS.     *
009840*---------------------------------------------------------------*
009850 6100-LOCALIZAR-DEPTO.
009860     MOVE ZERO TO WS-IDX-DEP-ACHADO.
009870     PERFORM 6110-COMPARAR-DEPTO THRU 6110-EXIT
009880         VARYING WS-IDX-DEP FROM 1 BY 1
009890         UNTIL WS-IDX-DEP > WS-QTD-DEPTOS
009900            OR WS-IDX-DEP-ACHADO > ZERO.
009910 6100-EXIT.
009920     EXIT.
009930
009940 6110-COMPARAR-DEPTO.
009950     IF WS-DEPTO-PROCURADO = WS-DEP-CODIGO (WS-IDX-DEP)
009960         MOVE WS-IDX-DEP TO WS-IDX-DEP-ACHADO
009970     END-IF.
009980 6110-EXIT.
009990     EXIT.
010000
010010*---------------------------------------------------------------*
010020*    7000-GRAVAR-RETORNO                                        *
010030*    GRAVA UM REGISTRO DO BLOCO DO DEPARTAMENTO DO PASSE.       *
010040*    FALHA DE GRAVACAO ENCERRA O PASSO: RETORNO INCOMPLETO NAO  *
010050*    PODE SER TRANSMITIDO.                                      *
010060*---------------------------------------------------------------*
010070 7000-GRAVAR-RETORNO.
010080     MOVE WS-DEPTO-PASSE TO RET-DEPTO.
010090     WRITE REG-RETORNO.
010100     IF NOT FS-RETORNO-OK
010110         DISPLAY "Erro: gravacao em RETORNO falhou. Status="
010120             FS-ARQUIVO-RETORNO
010130         MOVE 8 TO RETURN-CODE
010140         STOP RUN
010150     END-IF.
010160     ADD 1 TO WS-QTD-GRAVADOS.
010170     ADD 1 TO WS-DEP-QTD-REGISTROS.
010180 7000-EXIT.
010190     EXIT.
010200
010210*---------------------------------------------------------------*
010220*    8000-FINALIZAR                                             *
010230*    FECHA O ARQUIVO DE RETORNO.                                *
010240*---------------------------------------------------------------*
010250 8000-FINALIZAR.
010260     CLOSE ARQUIVO-RETORNO.
010270 8000-EXIT.
010280     EXIT.
010290
010300*---------------------------------------------------------------*
010310*    8100-RESUMO-FINAL                                          *
010320*    MOSTRA AS CONTAGENS DO PASSO NO SYSOUT.                    *
010330*---------------------------------------------------------------*
010340 8100-RESUMO-FINAL.
010350     DISPLAY "--------------------------------------------".
010360     DISPLAY "  RESUMO DO RETORNO AS AGENCIAS".
010370     DISPLAY "--------------------------------------------".
010380     DISPLAY "  Data do movimento....: " WS-DATA-MOVIMENTO.
010390     DISPLAY "  Lidos de CALCIN......: " WS-QTD-LIDOS.
010400     DISPLAY "  Rejeicoes do dia.....: " WS-QTD-REJ-MOVIMENTO.
010401     DISPLAY "  Retencoes do dia.....: " WS-QTD-RETIDOS-MOVIMENTO.
010410     DISPLAY "  Departamentos........: " WS-QTD-DEPTOS-RETORNO.
010420     DISPLAY "  Lotes devolvidos.....: " WS-QTD-LOTES-RETORNO.
010430     DISPLAY "  Transacoes devolvidas: " WS-QTD-TRANS-RETORNO.
010440     DISPLAY "    Sem resultado.....: " WS-QTD-SEM-RESULTADO.
010441     DISPLAY "    Retidas...........: " WS-QTD-RETIDOS-RETORNO.
010450     DISPLAY "  Lotes sem cadastro...: "
010460         WS-QTD-LOTES-SEM-CADASTRO.
010470     DISPLAY "  Registros sem lote...: " WS-QTD-SEM-LOTE.
010480     DISPLAY "  Registros gravados...: " WS-QTD-GRAVADOS.
010490     DISPLAY "--------------------------------------------".
010500 8100-EXIT.
010510     EXIT.
010520
010530*---------------------------------------------------------------*
010540*    8200-GRAVAR-CONTROLE                                       *
010550*    ACRESCENTA O REGISTRO DE CONTROLE DO DIA EM CALCCTL COM AS *
010560*    CONTAGENS DO RETORNO.  FALHA AQUI NAO DERRUBA O PASSO: O   *
010570*    RETORNO JA FOI GRAVADO.                                    *
010580*---------------------------------------------------------------*
010590 8200-GRAVAR-CONTROLE.
010600     MOVE WS-DATA-MOVIMENTO    TO WS-CTL-DATA.
010610     MOVE "CALCRETN"           TO WS-CTL-PASSO.
010620     MOVE WS-QTD-LIDOS         TO WS-CTL-QTD-ENTRADA.
010630     MOVE WS-QTD-GRAVADOS      TO WS-CTL-QTD-SAIDA.
010640     MOVE WS-QTD-TRANS-RETORNO TO WS-CTL-QTD-DETALHES.
010650     MOVE WS-QTD-SEM-RESULTADO TO WS-CTL-QTD-ERROS.
010660     MOVE RETURN-CODE          TO WS-CTL-RETORNO.
010670     OPEN EXTEND CONTROLE-DIA.
010680     IF NOT FS-CONTROLE-OK
010690         OPEN OUTPUT CONTROLE-DIA
010700     END-IF.
010710     IF NOT FS-CONTROLE-OK
010720         DISPLAY "Aviso: abertura de CALCCTL falhou. Status="
010730             FS-CONTROLE-DIA " - controle do dia nao gravado."
010740         GO TO 8200-EXIT
010750     END-IF.
010760     MOVE WS-LINHA-CONTROLE TO REG-CONTROLE-DIA.
010770     WRITE REG-CONTROLE-DIA.
010780     IF NOT FS-CONTROLE-OK
010790         DISPLAY "Aviso: gravacao em CALCCTL falhou. Status="
010800             FS-CONTROLE-DIA
010810     END-IF.
010820     CLOSE CONTROLE-DIA.
010830 8200-EXIT.
010840     EXIT.

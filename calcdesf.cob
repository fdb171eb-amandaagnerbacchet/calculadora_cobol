000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCDESF                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  DESFAZ UM DIA DE MOVIMENTO PROCESSADO PELA NOITE    *
000090*           (CALCBAT OU CALCBATP) PARA QUE ELE POSSA SER        *
000100*           REEXECUTADO DO ZERO, EM VEZ DE ALGUEM REMENDAR      *
000110*           AUDITLOG, CALCCTL E OS PONTOS DE CONTROLE A MAO:    *
000120*             1. LE CALCCTL E COPIA PARA CTLTMP, MARCANDO COMO  *
000130*                DESFEITOS (SITUACAO "D", LAYOUT CALCCTL) OS    *
000140*                REGISTROS ATIVOS DA DATA.  DOS REGISTROS DE    *
000150*                CALCANEX DA DATA TIRA OS TRECHOS DO AUDITLOG   *
000160*                QUE O LOTE ANEXOU (SEQUENCIA INICIAL E         *
000170*                QUANTIDADE ANEXADA).                           *
000180*             2. LE O AUDITLOG E COPIA PARA AUDTMP SEM AS       *
000190*                LINHAS DE LOTE DESSES TRECHOS (COM CARTAO LOT, *
000200*                SO AS DOS LOTES PEDIDOS, PELO REGISTRO         *
000210*                CALCTRID).  AS LINHAS DAS SESSOES DA           *
000220*                CALCULADORA FICAM TODAS; AS QUE VIEREM DEPOIS  *
000230*                DO PRIMEIRO TRECHO RETIRADO SAO RENUMERADAS E  *
000240*                RESSELADAS (CALCSELO), PARA A CADEIA CONTINUAR *
000250*                INTEIRA.  A CADEIA ORIGINAL E CONFERIDA LINHA  *
000260*                A LINHA E O FIM DELA COM AUDITCAD.             *
000270*             3. PROVA AS CONTAGENS, COMO O ARQUIVAMENTO        *
000280*                CALCARCH: LIDAS = MANTIDAS + RETIRADAS, AUDTMP *
000290*                E CTLTMP RELIDOS CONFEREM COM O GRAVADO, OS    *
000300*                TRECHOS FORAM ACHADOS INTEIROS E NENHUMA LINHA *
000310*                DE SESSAO CAIU NELES.                          *
000320*             4. SO ENTAO REESCREVE AUDITLOG E CALCCTL,         *
000330*                ATUALIZA AUDITCAD, ZERA OS PONTOS DE CONTROLE  *
000340*                DE CALCBATCH (CALCCHK E CALCCHK1 A CALCCHK4) E *
000350*                EXCLUI DE CALCTRID AS ANOTACOES DO DIA (E AS   *
000360*                MARCAS DE ESTORNO QUE AS ANOTACOES EXCLUIDAS   *
000370*                TINHAM POSTO), PARA A REEXECUCAO NAO RECUSAR O *
000371*                PROPRIO MOVIMENTO.                             *
000372*             5. NA MESMA CONDICAO, DESFAZ EM CALCHLD O QUE A   *
000373*                CRITICA FEZ NA DATA: O GRUPO EFETIVADO NO      *
000374*                MOVIMENTO VOLTA A LIBERADO ("L") E O GRUPO     *
000375*                RETIDO NO MOVIMENTO E EXCLUIDO (A REEXECUCAO   *
000376*                O RETEM DE NOVO), CADA UM COM UMA LINHA NA     *
000377*                TRILHA HLDAUD (ACAO "DEF" OU "DRT", NO         *
000378*                DESENHO DE CALCLIBR).  O GRUPO RETIDO NA DATA  *
000379*                E JA LIBERADO OU RECUSADO FICA COMO ESTA: A    *
000380*                REEXECUCAO REJEITA A COPIA DELE COM MOTIVO RH  *
000381*                E O GRUPO LIBERADO ENTRA NO LOTE "L".          *
000390*           SE AS CONTAGENS NAO PROVAREM, NADA E ALTERADO (SO   *
000400*           O REGISTRO DA TENTATIVA E ACRESCENTADO A CALCCTL) E *
000410*           O PASSO TERMINA COM RC=8.  O RELATORIO DE CONTROLE  *
000420*           SAI EM DESFREL, COM AS CONTAGENS ANTES E DEPOIS.    *
000430*           CALCOUT E A FATIA AUDITDIA NAO PRECISAM DE          *
000440*           TRATAMENTO: SEM PONTO DE CONTROLE, A REEXECUCAO DE  *
000450*           CALCBATCH OS RECRIA DO INICIO.                      *
000460*                                                               *
000470*  CARTOES DO SYSIN (UM POR LINHA):                             *
000480*    DTA AAAAMMDD  DATA DO MOVIMENTO A DESFAZER (OBRIGATORIO)   *
000490*    LOT LLLLLLLL  LOTE A DESFAZER (OPCIONAL, ATE 50 CARTOES).  *
000500*                  SEM CARTAO LOT, O DIA INTEIRO.  COM CARTAO   *
000510*                  LOT, SO AS LINHAS E ANOTACOES DOS LOTES      *
000520*                  PEDIDOS SAEM; OS REGISTROS DE CALCCTL DO DIA *
000530*                  SAO MARCADOS DO MESMO JEITO, POIS A          *
000540*                  REEXECUCAO REFAZ A CADEIA DE CONTROLE        *
000550*                  INTEIRA.                                     *
000551*                  OS ENVELOPES (H A T) DOS LOTES PEDIDOS SAO   *
000552*                  COPIADOS DO MOVIMENTO DA NOITE (CALCIN) PARA *
000553*                  CALCREEX, O CALCIN DA REEXECUCAO: SO ELES    *
000554*                  SAO REPROCESSADOS, E OS LOTES NAO PEDIDOS    *
000555*                  NAO CAEM NA DUPLICIDADE (DP).  LOTE PEDIDO   *
000556*                  AUSENTE OU SEM TRAILER EM CALCIN FAZ A PROVA *
000557*                  FALHAR.  SEM CARTAO LOT, CALCIN E CALCREEX   *
000558*                  NAO SAO USADOS.                              *
000560*                                                               *
000570*  CODIGO DE RETORNO:                                           *
000580*    0 - DIA DESFEITO                                           *
000590*    4 - DIA DESFEITO COM AVISO (NADA A RETIRAR DO AUDITLOG OU  *
000600*        MARCA DE ESTORNO NAO CONFERIDA - VER O RELATORIO)      *
000610*    8 - CONTAGENS NAO PROVARAM, CADEIA QUEBRADA, CARTAO        *
000620*        ILEGIVEL OU FALHA DE ARQUIVO; SE A FALHA FOR ANTES DA  *
000630*        PROVA, NADA FOI ALTERADO                               *
000640*                                                               *
000650*  HISTORICO DE ALTERACOES.                                     *
000660*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000661*    15/10/2026  EQS  DESFAZ TAMBEM AS RETENCOES E AS           *
000662*                     EFETIVACOES DE CALCHLD DO MOVIMENTO, COM  *
000663*                     TRILHA EM HLDAUD.  COM CARTAO LOT, COPIA  *
000664*                     OS LOTES PEDIDOS DE CALCIN PARA CALCREEX  *
000665*                     (MOVIMENTO DA REEXECUCAO) E PROVA A COPIA.*
000670*                                                               *
000680***************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID. CalcDesf.
000710 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000720 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000730 DATE-WRITTEN. 15/10/2026.
000740 DATE-COMPILED.
000750
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT CONTROLE-DIA ASSIGN TO "CALCCTL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-CONTROLE-DIA.
000820
000830     SELECT CONTROLE-TEMP ASSIGN TO "CTLTMP"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS FS-CONTROLE-TEMP.
000860
000870     SELECT LOG-AUDITORIA ASSIGN TO "AUDITLOG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS FS-LOG-AUDITORIA.
000900
000910     SELECT LOG-MANTIDO ASSIGN TO "AUDTMP"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS FS-LOG-MANTIDO.
000940
000950     SELECT LOG-ARQUIVADO ASSIGN TO "AUDITARQ"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS FS-LOG-ARQUIVADO.
000980
000990     SELECT ESTADO-CADEIA ASSIGN TO "AUDITCAD"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS FS-ESTADO-CADEIA.
001020
001030     SELECT REGISTRO-TRANSACOES ASSIGN TO "CALCTRID"
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS TRP-CHAVE
001061         FILE STATUS IS FS-REGISTRO-TRANSACOES.
001062
001063     SELECT TRANSACOES-RETIDAS ASSIGN TO "CALCHLD"
001064         ORGANIZATION IS INDEXED
001065         ACCESS MODE IS DYNAMIC
001066         RECORD KEY IS HLD-CHAVE
001067         FILE STATUS IS FS-TRANSACOES-RETIDAS.
001068
001069     SELECT LOG-RETIDAS ASSIGN TO "HLDAUD"
001070         ORGANIZATION IS LINE SEQUENTIAL
001071         FILE STATUS IS FS-LOG-RETIDAS.
001072
001073     SELECT MOVIMENTO-ENTRADA ASSIGN TO "CALCIN"
001074         ORGANIZATION IS LINE SEQUENTIAL
001075         FILE STATUS IS FS-MOVIMENTO-ENTRADA.
001076
001077     SELECT MOVIMENTO-REEXECUCAO ASSIGN TO "CALCREEX"
001078         ORGANIZATION IS LINE SEQUENTIAL
001079         FILE STATUS IS FS-MOVIMENTO-REEXECUCAO.
001080
001090     SELECT CHECKPOINT-SERIAL ASSIGN TO "CALCCHK"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS FS-CHECKPOINT-SERIAL.
001120
001130     SELECT CHECKPOINT-FLUXO1 ASSIGN TO "CALCCHK1"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS FS-CHECKPOINT-FLUXO1.
001160
001170     SELECT CHECKPOINT-FLUXO2 ASSIGN TO "CALCCHK2"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS FS-CHECKPOINT-FLUXO2.
001200
001210     SELECT CHECKPOINT-FLUXO3 ASSIGN TO "CALCCHK3"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS FS-CHECKPOINT-FLUXO3.
001240
001250     SELECT CHECKPOINT-FLUXO4 ASSIGN TO "CALCCHK4"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS FS-CHECKPOINT-FLUXO4.
001280
001290     SELECT RELATORIO ASSIGN TO "DESFREL"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS FS-RELATORIO.
001320
001330     SELECT CARTAO-CONTROLE ASSIGN TO "SYSIN"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS FS-CARTAO-CONTROLE.
001360
001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  CONTROLE-DIA
001400     LABEL RECORDS ARE STANDARD
001410     RECORDING MODE IS F.
001420 01  REG-CONTROLE-DIA            PIC X(80).
001430
001440 FD  CONTROLE-TEMP
001450     LABEL RECORDS ARE STANDARD
001460     RECORDING MODE IS F.
001470 01  REG-CONTROLE-TEMP           PIC X(80).
001480
001490 FD  LOG-AUDITORIA
001500     LABEL RECORDS ARE STANDARD
001510     RECORDING MODE IS F.
001520 01  REG-LOG-AUDITORIA           PIC X(100).
001530
001540 FD  LOG-MANTIDO
001550     LABEL RECORDS ARE STANDARD
001560     RECORDING MODE IS F.
001570 01  REG-MANTIDO                 PIC X(100).
001580
001590 FD  LOG-ARQUIVADO
001600     LABEL RECORDS ARE STANDARD
001610     RECORDING MODE IS F.
001620 01  REG-LOG-ARQUIVADO           PIC X(100).
001630
001640 FD  ESTADO-CADEIA
001650     LABEL RECORDS ARE STANDARD
001660     RECORDING MODE IS F.
001670 COPY CALCCAD.
001680
001690 FD  REGISTRO-TRANSACOES
001691     LABEL RECORDS ARE STANDARD.
001692 COPY CALCTRID.
001693
001694 FD  TRANSACOES-RETIDAS
001695     LABEL RECORDS ARE STANDARD.
001696 COPY CALCHLD.
001697
001698 FD  LOG-RETIDAS
001699     LABEL RECORDS ARE STANDARD
001700     RECORDING MODE IS F.
001701 01  REG-LOG-RETIDAS             PIC X(80).
001702
001703*    MOVIMENTO CRITICADO PELA NOITE E O EXTRAIDO DELE PARA A
001704*    REEXECUCAO DOS LOTES PEDIDOS (LAYOUT CALCENT).
001705 FD  MOVIMENTO-ENTRADA
001706     LABEL RECORDS ARE STANDARD
001707     RECORDING MODE IS F.
001708 COPY CALCENT.
001709
001710 FD  MOVIMENTO-REEXECUCAO
001711     LABEL RECORDS ARE STANDARD
001712     RECORDING MODE IS F.
001713 01  REG-REEXECUCAO              PIC X(30).
001720
001730*    PONTO DE CONTROLE DE CALCBATCH (REGISTRO UNICO DE 99
001740*    BYTES); SO A QUANTIDADE PROCESSADA INTERESSA AQUI.
001750 FD  CHECKPOINT-SERIAL
001760     LABEL RECORDS ARE STANDARD
001770     RECORDING MODE IS F.
001780 01  REG-CHECKPOINT-SERIAL.
001790     05  CHS-QTD-PROCESSADA       PIC X(09).
001800     05  FILLER                   PIC X(90).
001810
001820 FD  CHECKPOINT-FLUXO1
001830     LABEL RECORDS ARE STANDARD
001840     RECORDING MODE IS F.
001850 01  REG-CHECKPOINT-FLUXO1.
001860     05  CH1-QTD-PROCESSADA       PIC X(09).
001870     05  FILLER                   PIC X(90).
001880
001890 FD  CHECKPOINT-FLUXO2
001900     LABEL RECORDS ARE STANDARD
001910     RECORDING MODE IS F.
001920 01  REG-CHECKPOINT-FLUXO2.
001930     05  CH2-QTD-PROCESSADA       PIC X(09).
001940     05  FILLER                   PIC X(90).
001950
001960 FD  CHECKPOINT-FLUXO3
001970     LABEL RECORDS ARE STANDARD
001980     RECORDING MODE IS F.
001990 01  REG-CHECKPOINT-FLUXO3.
002000     05  CH3-QTD-PROCESSADA       PIC X(09).
002010     05  FILLER                   PIC X(90).
002020
002030 FD  CHECKPOINT-FLUXO4
002040     LABEL RECORDS ARE STANDARD
002050     RECORDING MODE IS F.
002060 01  REG-CHECKPOINT-FLUXO4.
002070     05  CH4-QTD-PROCESSADA       PIC X(09).
002080     05  FILLER                   PIC X(90).
002090
002100 FD  RELATORIO
002110     LABEL RECORDS ARE STANDARD
002120     RECORDING MODE IS F.
002130 01  REG-RELATORIO               PIC X(132).
002140
002150 FD  CARTAO-CONTROLE
002160     LABEL RECORDS ARE STANDARD
002170     RECORDING MODE IS F.
002180 01  REG-CARTAO-CONTROLE.
002190     05  CTL-PALAVRA              PIC X(03).
002200         88  CARTAO-DATA-MOVIMENTO       VALUE "DTA".
002210         88  CARTAO-LOTE                 VALUE "LOT".
002220     05  FILLER                   PIC X(01).
002230     05  CTL-CORPO                PIC X(76).
002240     05  CTL-CORPO-DATA REDEFINES CTL-CORPO.
002250         10  CTL-DATA-MOVIMENTO   PIC 9(08).
002260         10  FILLER               PIC X(68).
002270     05  CTL-CORPO-LOTE REDEFINES CTL-CORPO.
002280         10  CTL-LOTE-ID          PIC X(08).
002290         10  FILLER               PIC X(68).
002300
002310 WORKING-STORAGE SECTION.
002320*---------------------------------------------------------------*
002330*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
002340*---------------------------------------------------------------*
002350 01  FS-CONTROLE-DIA             PIC X(02).
002360     88  FS-CONTROLE-OK                  VALUE "00".
002370 01  FS-CONTROLE-TEMP            PIC X(02).
002380     88  FS-TEMP-OK                      VALUE "00".
002390 01  FS-LOG-AUDITORIA            PIC X(02).
002400     88  FS-LOG-OK                       VALUE "00".
002410 01  FS-LOG-MANTIDO              PIC X(02).
002420     88  FS-MANTIDO-OK                   VALUE "00".
002430 01  FS-LOG-ARQUIVADO            PIC X(02).
002440     88  FS-ARQUIVADO-OK                 VALUE "00".
002450 01  FS-ESTADO-CADEIA            PIC X(02).
002460     88  FS-CADEIA-OK                    VALUE "00".
002470     88  FS-CADEIA-AUSENTE               VALUE "35".
002480 01  FS-REGISTRO-TRANSACOES      PIC X(02).
002490     88  FS-TRANSACOES-OK                VALUE "00".
002491 01  FS-TRANSACOES-RETIDAS       PIC X(02).
002492     88  FS-RETIDAS-OK                   VALUE "00".
002493     88  FS-RETIDAS-INEXISTENTE          VALUE "35".
002494 01  FS-LOG-RETIDAS              PIC X(02).
002495     88  FS-LOG-RET-OK                   VALUE "00".
002496 01  FS-MOVIMENTO-ENTRADA        PIC X(02).
002497     88  FS-ENTRADA-OK                   VALUE "00".
002498 01  FS-MOVIMENTO-REEXECUCAO     PIC X(02).
002499     88  FS-REEXECUCAO-OK                VALUE "00".
002500 01  FS-CHECKPOINT-SERIAL        PIC X(02).
002510     88  FS-CHS-OK                       VALUE "00".
002520 01  FS-CHECKPOINT-FLUXO1        PIC X(02).
002530     88  FS-CH1-OK                       VALUE "00".
002540 01  FS-CHECKPOINT-FLUXO2        PIC X(02).
002550     88  FS-CH2-OK                       VALUE "00".
002560 01  FS-CHECKPOINT-FLUXO3        PIC X(02).
002570     88  FS-CH3-OK                       VALUE "00".
002580 01  FS-CHECKPOINT-FLUXO4        PIC X(02).
002590     88  FS-CH4-OK                       VALUE "00".
002600 01  FS-RELATORIO                PIC X(02).
002610     88  FS-RELATORIO-OK                 VALUE "00".
002620 01  FS-CARTAO-CONTROLE          PIC X(02).
002630     88  FS-CARTAO-OK                    VALUE "00".
002640 01  WS-FIM-ARQUIVO              PIC X(01) VALUE "N".
002650     88  FIM-ARQUIVO                    VALUE "S".
002660 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
002670     88  FIM-CARTOES                    VALUE "S".
002680 01  WS-FIM-ARQUIVADO            PIC X(01) VALUE "N".
002690     88  FIM-ARQUIVADO                  VALUE "S".
002691 01  WS-FIM-RETIDAS              PIC X(01) VALUE "N".
002692     88  FIM-RETIDAS                    VALUE "S".
002693 01  WS-FIM-ENTRADA              PIC X(01) VALUE "N".
002694     88  FIM-ENTRADA                    VALUE "S".
002700
002710*---------------------------------------------------------------*
002720*    PARAMETROS DO SYSIN: DATA DO MOVIMENTO E LOTES PEDIDOS     *
002730*    (SEM LOTE PEDIDO, O DIA INTEIRO)                           *
002740*---------------------------------------------------------------*
002750 01  WS-DATA-MOVIMENTO           PIC 9(08) VALUE ZERO.
002760 01  WS-DATA-SISTEMA             PIC 9(08) VALUE ZERO.
002770 77  WS-MAX-LOTES                PIC 9(03) COMP VALUE 50.
002780 77  WS-QTD-LOTES                PIC 9(03) COMP VALUE ZERO.
002790 77  WS-IDX-LOTE                 PIC 9(03) COMP VALUE ZERO.
002791 01  WS-TAB-LOTES.
002792     05  WS-LOTE-PEDIDO           PIC X(08) OCCURS 50.
002793 01  WS-LOTE-PROCURADO           PIC X(08) VALUE SPACES.
002794 01  WS-LOTE-ACHADO              PIC X(01) VALUE "N".
002795     88  LOTE-ACHADO                    VALUE "S".
002796
002797*---------------------------------------------------------------*
002798*    COPIA DOS LOTES PEDIDOS PARA A REEXECUCAO: ENVELOPES       *
002799*    COPIADOS DE CALCIN POR LOTE PEDIDO (NA ORDEM DA TABELA DE  *
002800*    LOTES) E O ENVELOPE EM COPIA                               *
002801*---------------------------------------------------------------*
002802 01  WS-TAB-ENVELOPES.
002803     05  WS-ENV-COPIADOS          PIC 9(05) OCCURS 50.
002804 77  WS-IDX-ENVELOPE             PIC 9(03) COMP VALUE ZERO.
002805 01  WS-LOTE-EM-COPIA            PIC X(08) VALUE SPACES.
002806 01  WS-COPIANDO-ENVELOPE        PIC X(01) VALUE "N".
002807     88  COPIANDO-ENVELOPE              VALUE "S".
002808
002809*---------------------------------------------------------------*
002810*    GRUPO DE CALCHLD EM EXAME (DADOS DO REGISTRO 000), O QUE   *
002811*    SE FAZ COM ELE E A LINHA DA TRILHA HLDAUD (MESMO DESENHO   *
002812*    DE CALCLIBR)                                               *
002813*---------------------------------------------------------------*
002814 01  WS-GRUPO-ABERTO             PIC X(01) VALUE "N".
002815     88  GRUPO-ABERTO                   VALUE "S".
002816 01  WS-DEPTO-GRUPO              PIC X(04) VALUE SPACES.
002817 01  WS-ID-GRUPO                 PIC X(10) VALUE SPACES.
002818 01  WS-QTD-REG-GRUPO            PIC 9(03) VALUE ZERO.
002819 01  WS-GRP-VALOR-RETIDO         PIC 9(07)V99 VALUE ZERO.
002820 01  WS-DESTINO-GRUPO            PIC X(01) VALUE SPACE.
002821     88  GRUPO-DEVOLVIDO                VALUE "L".
002822     88  GRUPO-EXCLUIDO                 VALUE "X".
002823 01  WS-HORA-SISTEMA.
002824     05  WS-HH-SISTEMA            PIC 9(02).
002825     05  WS-MM-SISTEMA            PIC 9(02).
002826     05  WS-SS-SISTEMA            PIC 9(02).
002827     05  WS-CC-SISTEMA            PIC 9(02).
002828 01  WS-LINHA-TRILHA.
002829     05  WS-TRL-DATA              PIC 9(08).
002830     05  FILLER                   PIC X(01) VALUE SPACE.
002831     05  WS-TRL-HORA              PIC 9(06).
002832     05  FILLER                   PIC X(01) VALUE SPACE.
002833     05  WS-TRL-SUPERVISOR        PIC X(08).
002834     05  FILLER                   PIC X(01) VALUE SPACE.
002835     05  WS-TRL-ACAO              PIC X(03).
002836     05  FILLER                   PIC X(01) VALUE SPACE.
002837     05  WS-TRL-DEPTO             PIC X(04).
002838     05  FILLER                   PIC X(01) VALUE SPACE.
002839     05  WS-TRL-TRANS-ID          PIC X(10).
002840     05  FILLER                   PIC X(01) VALUE SPACE.
002841     05  WS-TRL-VALOR             PIC -(7)9.99.
002842     05  FILLER                   PIC X(01) VALUE SPACE.
002843     05  WS-TRL-QTD-REGISTROS     PIC 9(03).
002844     05  FILLER                   PIC X(19) VALUE SPACES.
002850
002860*---------------------------------------------------------------*
002870*    REGISTRO DE CONTROLE DO DIA DECOMPOSTO (LAYOUT             *
002880*    COMPARTILHADO COM OS PASSOS QUE GRAVAM E COM CALCDCLS)     *
002890*---------------------------------------------------------------*
002900 COPY CALCCTL.
002910
002920*---------------------------------------------------------------*
002930*    TRECHOS DO AUDITLOG ANEXADOS PELO LOTE NA DATA, UM POR     *
002940*    REGISTRO ATIVO DE CALCANEX (REINICIO PODE ANEXAR MAIS DE   *
002950*    UMA VEZ), COM A QUANTIDADE DE LINHAS ACHADAS EM CADA UM    *
002960*---------------------------------------------------------------*
002970 77  WS-MAX-TRECHOS              PIC 9(03) COMP VALUE 20.
002980 77  WS-QTD-TRECHOS              PIC 9(03) COMP VALUE ZERO.
002990 77  WS-IDX-TRECHO               PIC 9(03) COMP VALUE ZERO.
003000 77  WS-IDX-TRECHO-ACHADO        PIC 9(03) COMP VALUE ZERO.
003010 01  WS-TAB-TRECHOS.
003020     05  WS-TRECHO OCCURS 20.
003030         10  WS-TRC-INICIAL       PIC 9(10).
003040         10  WS-TRC-FINAL         PIC 9(10).
003050         10  WS-TRC-ACHADAS       PIC 9(09).
003060
003070*---------------------------------------------------------------*
003080*    LINHA DO LOG EM TRABALHO (LAYOUT NO COPYBOOK CALCAUD) E O  *
003090*    QUE SE SABE DELA                                           *
003100*---------------------------------------------------------------*
003110 COPY CALCAUD.
003120 01  WS-SEQ-LIDA                 PIC 9(10) VALUE ZERO.
003130 01  WS-SELO-LIDO                PIC 9(09) VALUE ZERO.
003140 01  WS-LINHA-SESSAO             PIC X(01) VALUE "N".
003150     88  LINHA-SESSAO                   VALUE "S".
003160 01  WS-RETIRAR-LINHA            PIC X(01) VALUE "N".
003170     88  RETIRAR-LINHA                  VALUE "S".
003180
003190*---------------------------------------------------------------*
003200*    CADEIA DE SELOS: A ORIGINAL (CONFERIDA, ULTIMA LINHA LIDA) *
003210*    E A GRAVADA EM AUDTMP (CONTINUADA, ULTIMA LINHA MANTIDA).  *
003220*    ATE O PRIMEIRO TRECHO RETIRADO AS DUAS SAO A MESMA.  SE    *
003230*    A PRIMEIRA LINHA DO LOG VIVO FOR RETIRADA, O ELO ANTERIOR  *
003240*    E A ULTIMA LINHA DA GERACAO MAIS RECENTE DO ARQUIVO        *
003250*    (AUDITARQ).                                                *
003260*---------------------------------------------------------------*
003270 01  WS-SEQ-ANTERIOR             PIC 9(10) VALUE ZERO.
003280 01  WS-SELO-ANTERIOR            PIC 9(09) VALUE ZERO.
003290 01  WS-ANTERIOR-CONHECIDO       PIC X(01) VALUE "N".
003300     88  ANTERIOR-CONHECIDO             VALUE "S".
003310 01  WS-SEQ-GRAVADA              PIC 9(10) VALUE ZERO.
003320 01  WS-SELO-GRAVADO             PIC 9(09) VALUE ZERO.
003330 01  WS-GRAVADA-CONHECIDA        PIC X(01) VALUE "N".
003340     88  GRAVADA-CONHECIDA              VALUE "S".
003350 01  WS-ULT-DATA                 PIC 9(08) VALUE ZERO.
003360 01  WS-ULT-HORA                 PIC 9(06) VALUE ZERO.
003370 01  WS-ULT-ORIGEM               PIC X(08) VALUE SPACES.
003380 01  WS-CADEIA-INICIADA          PIC X(01) VALUE "N".
003390     88  CADEIA-INICIADA                VALUE "S".
003400 01  WS-RESSELANDO               PIC X(01) VALUE "N".
003410     88  RESSELANDO                     VALUE "S".
003420 01  WS-CADEIA-ABERTA            PIC X(01) VALUE "N".
003430     88  CADEIA-ABERTA                  VALUE "S".
003440 01  WS-CADEIA-LIDA              PIC X(01) VALUE "N".
003450     88  CADEIA-LIDA                    VALUE "S".
003460 01  WS-SEQ-CADEIA-ANTES         PIC 9(10) VALUE ZERO.
003470 COPY CALCSEL.
003480
003490*---------------------------------------------------------------*
003500*    CONTAGENS DA CLASSIFICACAO, DA PROVA E DA LIMPEZA          *
003510*---------------------------------------------------------------*
003520 01  WS-QTD-CONTROLES-LIDOS      PIC 9(09) VALUE ZERO.
003530 01  WS-QTD-CONTROLES-DIA        PIC 9(09) VALUE ZERO.
003540 01  WS-QTD-CONTROLES-MARCADOS   PIC 9(09) VALUE ZERO.
003550 01  WS-QTD-CONTROLES-RELIDOS    PIC 9(09) VALUE ZERO.
003560 01  WS-QTD-CONTROLES-REGRAVADOS PIC 9(09) VALUE ZERO.
003570 01  WS-QTD-LIDAS                PIC 9(09) VALUE ZERO.
003580 01  WS-QTD-MANTIDAS             PIC 9(09) VALUE ZERO.
003590 01  WS-QTD-RETIRADAS            PIC 9(09) VALUE ZERO.
003600 01  WS-QTD-RESSELADAS           PIC 9(09) VALUE ZERO.
003610 01  WS-QTD-RELIDAS-MANTIDAS     PIC 9(09) VALUE ZERO.
003620 01  WS-QTD-REGRAVADAS           PIC 9(09) VALUE ZERO.
003630 01  WS-QTD-TAMANHO-TRECHOS      PIC 9(09) VALUE ZERO.
003640 01  WS-QTD-NOS-TRECHOS          PIC 9(09) VALUE ZERO.
003650 01  WS-QTD-TRECHO-MANTIDAS      PIC 9(09) VALUE ZERO.
003660 01  WS-QTD-SESSAO-LIDAS         PIC 9(09) VALUE ZERO.
003670 01  WS-QTD-SESSAO-MANTIDAS      PIC 9(09) VALUE ZERO.
003680 01  WS-QTD-SESSAO-TRECHO        PIC 9(09) VALUE ZERO.
003690 01  WS-QTD-SEM-ANOTACAO         PIC 9(09) VALUE ZERO.
003700 01  WS-QTD-QUEBRAS              PIC 9(09) VALUE ZERO.
003710 01  WS-QTD-ANOTACOES-LIDAS      PIC 9(09) VALUE ZERO.
003720 01  WS-QTD-ANOTACOES-DIA        PIC 9(09) VALUE ZERO.
003730 01  WS-QTD-ANOTACOES-EXCLUIDAS  PIC 9(09) VALUE ZERO.
003740 01  WS-QTD-MARCAS-DESFEITAS     PIC 9(09) VALUE ZERO.
003750 01  WS-QTD-MARCAS-MANTIDAS      PIC 9(09) VALUE ZERO.
003760 01  WS-QTD-MARCAS-NAO-VISTAS    PIC 9(09) VALUE ZERO.
003770 01  WS-QTD-MARCAS-DATA          PIC 9(09) VALUE ZERO.
003771 01  WS-QTD-CHECKPOINTS-ZERADOS  PIC 9(09) VALUE ZERO.
003772 01  WS-QTD-ENTRADA-LIDOS        PIC 9(09) VALUE ZERO.
003773 01  WS-QTD-ENTRADA-COPIADOS     PIC 9(09) VALUE ZERO.
003774 01  WS-QTD-ENVELOPES-COPIADOS   PIC 9(09) VALUE ZERO.
003775 01  WS-QTD-ENVELOPES-INCOMPLETOS PIC 9(09) VALUE ZERO.
003776 01  WS-QTD-LOTES-AUSENTES       PIC 9(09) VALUE ZERO.
003777 01  WS-QTD-RETIDOS-LIDOS        PIC 9(09) VALUE ZERO.
003778 01  WS-QTD-EFETIVADOS-DIA       PIC 9(09) VALUE ZERO.
003779 01  WS-QTD-RETIDOS-DIA          PIC 9(09) VALUE ZERO.
003780 01  WS-QTD-GRUPOS-DEVOLVIDOS    PIC 9(09) VALUE ZERO.
003781 01  WS-QTD-GRUPOS-EXCLUIDOS     PIC 9(09) VALUE ZERO.
003782 01  WS-QTD-RETIDOS-EXCLUIDOS    PIC 9(09) VALUE ZERO.
003790 01  WS-CONTAGENS-PROVADAS       PIC X(01) VALUE "N".
003800     88  CONTAGENS-PROVADAS             VALUE "S".
003810 01  WS-HOUVE-AVISO              PIC X(01) VALUE "N".
003820     88  HOUVE-AVISO                    VALUE "S".
003830
003840*---------------------------------------------------------------*
003850*    ANOTACOES ORIGINAIS MARCADAS COMO ESTORNADAS NA DATA: A    *
003860*    MARCA SO E DESFEITA DEPOIS DA VARREDURA, SE A ANOTACAO DO  *
003870*    ESTORNO QUE A POS TIVER SIDO EXCLUIDA                      *
003880*---------------------------------------------------------------*
003890 77  WS-MAX-MARCAS               PIC 9(05) COMP VALUE 2000.
003900 77  WS-QTD-MARCAS               PIC 9(05) COMP VALUE ZERO.
003910 77  WS-IDX-MARCA                PIC 9(05) COMP VALUE ZERO.
003920 01  WS-TAB-MARCAS.
003930     05  WS-MARCA OCCURS 2000.
003940         10  WS-MRC-DEPTO         PIC X(04).
003950         10  WS-MRC-TRANS-ID      PIC X(10).
003960         10  WS-MRC-ESTORNO-ID    PIC X(10).
003970
003980*---------------------------------------------------------------*
003990*    PONTO DE CONTROLE ZERADO, COMO CALCBATCH O DEIXA AO        *
004000*    COMPLETAR: TODAS AS CONTAGENS EM ZERO                      *
004010*---------------------------------------------------------------*
004020 01  WS-REG-CHECKPOINT-ZERADO.
004030     05  WS-CHZ-QTD-PROCESSADA     PIC 9(09).
004040     05  WS-CHZ-QTD-GRAVADA        PIC 9(09).
004050     05  WS-CHZ-CONT-SOMA          PIC 9(07).
004060     05  WS-CHZ-CONT-SUBTRACAO     PIC 9(07).
004070     05  WS-CHZ-CONT-MULTIPLICACAO PIC 9(07).
004080     05  WS-CHZ-CONT-DIVISAO       PIC 9(07).
004090     05  WS-CHZ-CONT-PORCENTAGEM   PIC 9(07).
004100     05  WS-CHZ-CONT-EXPONENCIACAO PIC 9(07).
004110     05  WS-CHZ-CONT-TAXA          PIC 9(07).
004120     05  WS-CHZ-CONT-REJEITADOS    PIC 9(07).
004130     05  WS-CHZ-CONT-ERROS         PIC 9(07).
004140     05  WS-CHZ-SOMA-RESULTADOS    PIC S9(09)V99.
004150     05  WS-CHZ-CONT-ESTORNOS      PIC 9(07).
004160
004170*---------------------------------------------------------------*
004180*    LINHAS MONTADAS DO RELATORIO DE CONTROLE                   *
004190*---------------------------------------------------------------*
004200 01  WS-LIN-TITULO.
004210     05  FILLER                   PIC X(34) VALUE
004220         "DESFAZIMENTO DO MOVIMENTO DE      ".
004230     05  TIT-DATA                 PIC 9(08).
004240     05  FILLER                   PIC X(11) VALUE "  EMITIDO: ".
004250     05  TIT-DATA-EMISSAO         PIC 9(08).
004260     05  FILLER                   PIC X(71) VALUE SPACES.
004270 01  WS-LIN-TEXTO.
004280     05  FILLER                   PIC X(02) VALUE SPACES.
004290     05  TXT-TEXTO                PIC X(70).
004300     05  FILLER                   PIC X(60) VALUE SPACES.
004310 01  WS-LIN-LOTE.
004320     05  FILLER                   PIC X(20) VALUE
004330         "  LOTE PEDIDO.....: ".
004340     05  LOT-LOTE-ID              PIC X(08).
004350     05  FILLER                   PIC X(104) VALUE SPACES.
004351 01  WS-LIN-ENVELOPE.
004352     05  FILLER                   PIC X(20) VALUE
004353         "  LOTE PEDIDO.....: ".
004354     05  ENV-LOTE-ID              PIC X(08).
004355     05  FILLER                   PIC X(36) VALUE
004356         "  ENVELOPES COPIADOS PARA CALCREEX: ".
004357     05  ENV-QTD-COPIADOS         PIC Z(04)9.
004358     05  FILLER                   PIC X(63) VALUE SPACES.
004360 01  WS-LIN-REGISTRO.
004370     05  FILLER                   PIC X(02) VALUE SPACES.
004380     05  REG-TEXTO                PIC X(80).
004390     05  FILLER                   PIC X(02) VALUE SPACES.
004400     05  REG-MARCA                PIC X(10) VALUE SPACES.
004410     05  FILLER                   PIC X(38) VALUE SPACES.
004420 01  WS-LIN-TRECHO.
004430     05  FILLER                   PIC X(32) VALUE
004440         "  TRECHO DO AUDITLOG: SEQUENCIA ".
004450     05  TRC-INICIAL              PIC 9(10).
004460     05  FILLER                   PIC X(03) VALUE " A ".
004470     05  TRC-FINAL                PIC 9(10).
004480     05  FILLER                   PIC X(10) VALUE "  LINHAS: ".
004490     05  TRC-TAMANHO              PIC Z(08)9.
004500     05  FILLER                   PIC X(11) VALUE "  ACHADAS: ".
004510     05  TRC-ACHADAS              PIC Z(08)9.
004520     05  FILLER                   PIC X(38) VALUE SPACES.
004530 01  WS-LIN-CHECKPOINT.
004540     05  FILLER                   PIC X(20) VALUE
004550         "  PONTO DE CONTROLE ".
004560     05  CHK-DD                   PIC X(08).
004570     05  FILLER                   PIC X(21) VALUE
004580         "  PROCESSADAS ANTES: ".
004590     05  CHK-PROCESSADAS          PIC X(09).
004600     05  FILLER                   PIC X(02) VALUE SPACES.
004610     05  CHK-SITUACAO             PIC X(40).
004620     05  FILLER                   PIC X(32) VALUE SPACES.
004630 01  WS-LIN-CAB-CONTAGEM.
004640     05  FILLER                   PIC X(46) VALUE
004650         "  CONTAGEM".
004660     05  FILLER                   PIC X(10) VALUE "     ANTES".
004670     05  FILLER                   PIC X(04) VALUE SPACES.
004680     05  FILLER                   PIC X(10) VALUE "    DEPOIS".
004690     05  FILLER                   PIC X(62) VALUE SPACES.
004700 01  WS-LIN-CONTAGEM.
004710     05  FILLER                   PIC X(02) VALUE SPACES.
004720     05  CNT-DESCRICAO            PIC X(44).
004730     05  CNT-ANTES                PIC Z(09)9.
004740     05  FILLER                   PIC X(04) VALUE SPACES.
004750     05  CNT-DEPOIS               PIC Z(09)9.
004760     05  FILLER                   PIC X(62) VALUE SPACES.
004770 01  WS-LIN-PROVA.
004780     05  PRV-RESULTADO            PIC X(08).
004790     05  FILLER                   PIC X(02) VALUE SPACES.
004800     05  PRV-TEXTO                PIC X(70).
004810     05  FILLER                   PIC X(52) VALUE SPACES.
004820 01  WS-LIN-TRACO.
004830     05  FILLER                   PIC X(60) VALUE ALL "-".
004840     05  FILLER                   PIC X(72) VALUE SPACES.
004850
004860 PROCEDURE DIVISION.
004870 0000-MAINLINE.
004880     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004890     PERFORM 2000-MARCAR-CONTROLES THRU 2000-EXIT.
004900     PERFORM 3000-CLASSIFICAR-LOG THRU 3000-EXIT.
004901     IF WS-QTD-LOTES > ZERO
004902         PERFORM 3950-SEPARAR-REEXECUCAO THRU 3950-EXIT
004903     END-IF.
004910     PERFORM 4000-PROVAR-CONTAGENS THRU 4000-EXIT.
004920     IF CONTAGENS-PROVADAS
004930         PERFORM 5000-REGRAVAR-LOG THRU 5000-EXIT
004940         PERFORM 5200-REGRAVAR-CONTROLES THRU 5200-EXIT
004950         PERFORM 5400-GRAVAR-ESTADO-CADEIA THRU 5400-EXIT
004960         PERFORM 6000-ZERAR-CHECKPOINTS THRU 6000-EXIT
004970         PERFORM 6500-LIMPAR-ANOTACOES THRU 6500-EXIT
004971         PERFORM 6700-DESFAZER-RETENCOES THRU 6700-EXIT
004980     ELSE
004990         DISPLAY "*** CONTAGENS NAO PROVARAM - AUDITLOG, "
005000             "CALCCTL, AUDITCAD, CALCCHK E CALCTRID NAO "
005010             "FORAM ALTERADOS (NEM CALCHLD) ***"
005020         MOVE 8 TO RETURN-CODE
005030         IF CADEIA-ABERTA
005040             CLOSE ESTADO-CADEIA
005050         END-IF
005060     END-IF.
005070     CLOSE REGISTRO-TRANSACOES.
005080     IF RETURN-CODE = ZERO AND HOUVE-AVISO
005090         MOVE 4 TO RETURN-CODE
005100     END-IF.
005110     PERFORM 8000-RESUMO-FINAL THRU 8000-EXIT.
005120     PERFORM 8200-GRAVAR-CONTROLE THRU 8200-EXIT.
005130     STOP RUN.
005140
005150*---------------------------------------------------------------*
005160*    1000-INICIALIZAR                                           *
005170*    LE OS CARTOES, ABRE O RELATORIO, O REGISTRO DE TRANSACOES  *
005180*    E O ESTADO DA CADEIA.  QUALQUER FALHA AQUI ENCERRA O PASSO *
005190*    ANTES DE ALTERAR QUALQUER ARQUIVO.  AUDITCAD FICA ABERTO   *
005200*    ATE O FIM, COMO EM CALCANEX, PARA A CADEIA NAO SE MISTURAR *
005210*    COM UMA SESSAO.                                            *
005220*---------------------------------------------------------------*
005230 1000-INICIALIZAR.
005240     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
005250     PERFORM 1100-LER-CARTOES THRU 1100-EXIT.
005260     IF WS-DATA-MOVIMENTO = ZERO
005270         DISPLAY "Erro: cartao DTA (data do movimento a "
005280             "desfazer) ausente no SYSIN."
005290         MOVE 8 TO RETURN-CODE
005300         STOP RUN
005310     END-IF.
005320     OPEN OUTPUT RELATORIO.
005330     IF NOT FS-RELATORIO-OK
005340         DISPLAY "Erro: abertura de DESFREL falhou. Status="
005350             FS-RELATORIO
005360         MOVE 8 TO RETURN-CODE
005370         STOP RUN
005380     END-IF.
005390     MOVE WS-DATA-MOVIMENTO TO TIT-DATA.
005400     MOVE WS-DATA-SISTEMA TO TIT-DATA-EMISSAO.
005410     MOVE WS-LIN-TITULO TO REG-RELATORIO.
005420     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
005430     MOVE WS-LIN-TRACO TO REG-RELATORIO.
005440     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
005450     IF WS-QTD-LOTES = ZERO
005460         MOVE "LOTES: TODOS OS DO DIA" TO TXT-TEXTO
005470         PERFORM 7200-GRAVAR-TEXTO THRU 7200-EXIT
005480     ELSE
005490         PERFORM 1200-LISTAR-LOTE THRU 1200-EXIT
005500             VARYING WS-IDX-LOTE FROM 1 BY 1
005510             UNTIL WS-IDX-LOTE > WS-QTD-LOTES
005520     END-IF.
005530     OPEN I-O REGISTRO-TRANSACOES.
005540     IF NOT FS-TRANSACOES-OK
005550         DISPLAY "Erro: abertura de CALCTRID falhou. Status="
005560             FS-REGISTRO-TRANSACOES
005570         MOVE 8 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600     OPEN I-O ESTADO-CADEIA.
005610     IF FS-CADEIA-OK
005620         SET CADEIA-ABERTA TO TRUE
005630         READ ESTADO-CADEIA
005640         IF FS-CADEIA-OK
005650             SET CADEIA-LIDA TO TRUE
005660         END-IF
005670     ELSE
005680         IF NOT FS-CADEIA-AUSENTE
005690             DISPLAY "Erro: abertura de AUDITCAD falhou. Status="
005700                 FS-ESTADO-CADEIA
005710             MOVE 8 TO RETURN-CODE
005720             STOP RUN
005730         END-IF
005740     END-IF.
005750     IF CADEIA-LIDA
005760         IF CAD-SEQUENCIA NOT NUMERIC OR CAD-SELO NOT NUMERIC
005770             DISPLAY "Erro: registro de AUDITCAD ilegivel - "
005780                 "cadeia de AUDITLOG nao pode ser conferida"
005790             MOVE 8 TO RETURN-CODE
005800             STOP RUN
005810         END-IF
005820         MOVE CAD-SEQUENCIA TO WS-SEQ-CADEIA-ANTES
005830     END-IF.
005840 1000-EXIT.
005850     EXIT.
005860
005870*---------------------------------------------------------------*
005880*    1100-LER-CARTOES                                           *
005890*    LE OS CARTOES DO SYSIN, UM POR LINHA.  CARTAO ILEGIVEL     *
005900*    ENCERRA COM RC=8: DESFAZER O DIA OU O LOTE ERRADO NAO TEM  *
005910*    VOLTA.                                                     *
005920*---------------------------------------------------------------*
005930 1100-LER-CARTOES.
005940     OPEN INPUT CARTAO-CONTROLE.
005950     IF NOT FS-CARTAO-OK
005960         GO TO 1100-EXIT
005970     END-IF.
005980     PERFORM 1110-LER-CARTAO THRU 1110-EXIT
005990         UNTIL FIM-CARTOES.
006000     CLOSE CARTAO-CONTROLE.
006010 1100-EXIT.
006020     EXIT.
006030
006040 1110-LER-CARTAO.
006050     READ CARTAO-CONTROLE
006060         AT END
006070             SET FIM-CARTOES TO TRUE
006080             GO TO 1110-EXIT
006090     END-READ.
006100     IF REG-CARTAO-CONTROLE = SPACES
006110         GO TO 1110-EXIT
006120     END-IF.
006130     IF CARTAO-DATA-MOVIMENTO
006140         IF CTL-DATA-MOVIMENTO NUMERIC AND
006150            CTL-DATA-MOVIMENTO > ZERO
006160             MOVE CTL-DATA-MOVIMENTO TO WS-DATA-MOVIMENTO
006170             DISPLAY "Data do movimento: " WS-DATA-MOVIMENTO
006180             GO TO 1110-EXIT
006190         END-IF
006200     END-IF.
006210     IF CARTAO-LOTE
006220         IF CTL-LOTE-ID NOT = SPACES
006230             IF WS-QTD-LOTES NOT < WS-MAX-LOTES
006240                 DISPLAY "Erro: mais de " WS-MAX-LOTES
006250                     " cartoes LOT no SYSIN."
006260                 MOVE 8 TO RETURN-CODE
006270                 STOP RUN
006280             END-IF
006290             ADD 1 TO WS-QTD-LOTES
006300             MOVE CTL-LOTE-ID TO WS-LOTE-PEDIDO (WS-QTD-LOTES)
006310             DISPLAY "Lote pedido: " CTL-LOTE-ID
006320             GO TO 1110-EXIT
006330         END-IF
006340     END-IF.
006350     DISPLAY "Erro: cartao ilegivel no SYSIN: "
006360         REG-CARTAO-CONTROLE (1:20).
006370     MOVE 8 TO RETURN-CODE.
006380     STOP RUN.
006390 1110-EXIT.
006400     EXIT.
006410
006420 1200-LISTAR-LOTE.
006430     MOVE WS-LOTE-PEDIDO (WS-IDX-LOTE) TO LOT-LOTE-ID.
006440     MOVE WS-LIN-LOTE TO REG-RELATORIO.
006450     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
006460 1200-EXIT.
006470     EXIT.
006480
006490*---------------------------------------------------------------*
006500*    1300-PROCURAR-LOTE                                         *
006510*    LIGA LOTE-ACHADO SE WS-LOTE-PROCURADO ESTA ENTRE OS LOTES  *
006520*    PEDIDOS.                                                   *
006530*---------------------------------------------------------------*
006540 1300-PROCURAR-LOTE.
006550     MOVE "N" TO WS-LOTE-ACHADO.
006560     PERFORM 1310-COMPARAR-LOTE THRU 1310-EXIT
006570         VARYING WS-IDX-LOTE FROM 1 BY 1
006580         UNTIL WS-IDX-LOTE > WS-QTD-LOTES
006590            OR LOTE-ACHADO.
006600 1300-EXIT.
006610     EXIT.
006620
006630 1310-COMPARAR-LOTE.
006640     IF WS-LOTE-PEDIDO (WS-IDX-LOTE) = WS-LOTE-PROCURADO
006650         SET LOTE-ACHADO TO TRUE
006660     END-IF.
006670 1310-EXIT.
006680     EXIT.
006690
006700*---------------------------------------------------------------*
006710*    2000-MARCAR-CONTROLES                                      *
006720*    COPIA CALCCTL PARA CTLTMP.  OS REGISTROS ATIVOS DA DATA    *
006730*    SAEM MARCADOS COMO DESFEITOS E NO RELATORIO; OS DE         *
006740*    CALCANEX DAO OS TRECHOS DO AUDITLOG A RETIRAR.  SEM        *
006750*    REGISTRO ATIVO NA DATA NAO HA O QUE DESFAZER (DIA NAO      *
006760*    PROCESSADO OU JA DESFEITO E AINDA NAO REEXECUTADO).        *
006770*---------------------------------------------------------------*
006780 2000-MARCAR-CONTROLES.
006790     OPEN INPUT CONTROLE-DIA.
006800     IF NOT FS-CONTROLE-OK
006810         DISPLAY "Erro: abertura de CALCCTL falhou. Status="
006820             FS-CONTROLE-DIA
006830         MOVE 8 TO RETURN-CODE
006840         STOP RUN
006850     END-IF.
006860     OPEN OUTPUT CONTROLE-TEMP.
006870     IF NOT FS-TEMP-OK
006880         DISPLAY "Erro: abertura de CTLTMP falhou. Status="
006890             FS-CONTROLE-TEMP
006900         MOVE 8 TO RETURN-CODE
006910         STOP RUN
006920     END-IF.
006930     MOVE WS-LIN-TRACO TO REG-RELATORIO.
006940     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
006950     MOVE "REGISTROS DE CONTROLE DO DIA (CALCCTL):" TO TXT-TEXTO.
006960     PERFORM 7200-GRAVAR-TEXTO THRU 7200-EXIT.
006970     MOVE "N" TO WS-FIM-ARQUIVO.
006980     PERFORM 2100-MARCAR-REGISTRO THRU 2100-EXIT
006990         UNTIL FIM-ARQUIVO.
007000     CLOSE CONTROLE-DIA.
007010     CLOSE CONTROLE-TEMP.
007020     IF WS-QTD-CONTROLES-MARCADOS = ZERO
007030         DISPLAY "Erro: nenhum registro de controle ativo para "
007040             WS-DATA-MOVIMENTO " em CALCCTL - dia nao "
007050             "processado ou ja desfeito. Nada foi alterado."
007060         MOVE 8 TO RETURN-CODE
007070         STOP RUN
007080     END-IF.
007090     IF WS-QTD-TRECHOS = ZERO
007100         DISPLAY "Aviso: nenhum anexo de CALCANEX na data - "
007110             "nada a retirar do AUDITLOG."
007120         MOVE "NENHUM TRECHO ANEXADO AO AUDITLOG NA DATA."
007130             TO TXT-TEXTO
007140         PERFORM 7200-GRAVAR-TEXTO THRU 7200-EXIT
007150         SET HOUVE-AVISO TO TRUE
007160     END-IF.
007170 2000-EXIT.
007180     EXIT.
007190
007200 2100-MARCAR-REGISTRO.
007210     READ CONTROLE-DIA
007220         AT END
007230             SET FIM-ARQUIVO TO TRUE
007240             GO TO 2100-EXIT
007250     END-READ.
007260     ADD 1 TO WS-QTD-CONTROLES-LIDOS.
007270     MOVE REG-CONTROLE-DIA TO WS-LINHA-CONTROLE.
007280     IF WS-CTL-DATA NUMERIC AND
007290        WS-CTL-DATA = WS-DATA-MOVIMENTO
007300         ADD 1 TO WS-QTD-CONTROLES-DIA
007310         MOVE REG-CONTROLE-DIA TO REG-TEXTO
007320         IF CTL-DESFEITO
007330             MOVE "(DESFEITO)" TO REG-MARCA
007340         ELSE
007350             MOVE "(MARCADO)" TO REG-MARCA
007360             PERFORM 2200-GUARDAR-TRECHO THRU 2200-EXIT
007370             MOVE "D" TO WS-CTL-SITUACAO
007380             ADD 1 TO WS-QTD-CONTROLES-MARCADOS
007390         END-IF
007400         MOVE WS-LIN-REGISTRO TO REG-RELATORIO
007410         PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT
007420     END-IF.
007430     MOVE WS-LINHA-CONTROLE TO REG-CONTROLE-TEMP.
007440     WRITE REG-CONTROLE-TEMP.
007450     IF NOT FS-TEMP-OK
007460         DISPLAY "Erro: gravacao em CTLTMP falhou. Status="
007470             FS-CONTROLE-TEMP
007480         MOVE 8 TO RETURN-CODE
007490         STOP RUN
007500     END-IF.
007510 2100-EXIT.
007520     EXIT.
007530
007540*---------------------------------------------------------------*
007550*    2200-GUARDAR-TRECHO                                        *
007560*    REGISTRO ATIVO DE CALCANEX QUE ANEXOU LINHAS DA O TRECHO   *
007570*    SEQUENCIA INICIAL ATE INICIAL + ANEXADAS - 1.  SEM A       *
007580*    SEQUENCIA INICIAL (REGISTRO GRAVADO ANTES DE CALCANEX A    *
007590*    GUARDAR) O TRECHO NAO TEM COMO SER ACHADO: RC=8, NADA E    *
007600*    ALTERADO.                                                  *
007610*---------------------------------------------------------------*
007620 2200-GUARDAR-TRECHO.
007630     IF WS-CTL-PASSO NOT = "CALCANEX"
007640         GO TO 2200-EXIT
007650     END-IF.
007660     IF WS-CTL-QTD-SAIDA NOT NUMERIC
007670        OR WS-CTL-QTD-SAIDA = ZERO
007680         GO TO 2200-EXIT
007690     END-IF.
007700     IF WS-CTL-SEQ-INICIAL NOT NUMERIC
007710        OR WS-CTL-SEQ-INICIAL = ZERO
007720         DISPLAY "Erro: registro de CALCANEX da data sem "
007730             "sequencia inicial - o trecho anexado ao AUDITLOG "
007740             "nao pode ser localizado. Nada foi alterado."
007750         MOVE 8 TO RETURN-CODE
007760         STOP RUN
007770     END-IF.
007780     IF WS-QTD-TRECHOS NOT < WS-MAX-TRECHOS
007790         DISPLAY "Erro: mais de " WS-MAX-TRECHOS
007800             " anexos de CALCANEX na data. Nada foi alterado."
007810         MOVE 8 TO RETURN-CODE
007820         STOP RUN
007830     END-IF.
007840     ADD 1 TO WS-QTD-TRECHOS.
007850     MOVE WS-CTL-SEQ-INICIAL TO WS-TRC-INICIAL (WS-QTD-TRECHOS).
007860     COMPUTE WS-TRC-FINAL (WS-QTD-TRECHOS) =
007870         WS-CTL-SEQ-INICIAL + WS-CTL-QTD-SAIDA - 1.
007880     MOVE ZERO TO WS-TRC-ACHADAS (WS-QTD-TRECHOS).
007890     ADD WS-CTL-QTD-SAIDA TO WS-QTD-TAMANHO-TRECHOS.
007900 2200-EXIT.
007910     EXIT.
007920
007930 2300-LISTAR-TRECHO.
007940     MOVE WS-TRC-INICIAL (WS-IDX-TRECHO) TO TRC-INICIAL.
007950     MOVE WS-TRC-FINAL (WS-IDX-TRECHO) TO TRC-FINAL.
007960     COMPUTE TRC-TAMANHO = WS-TRC-FINAL (WS-IDX-TRECHO)
007970         - WS-TRC-INICIAL (WS-IDX-TRECHO) + 1.
007980     MOVE WS-TRC-ACHADAS (WS-IDX-TRECHO) TO TRC-ACHADAS.
007990     MOVE WS-LIN-TRECHO TO REG-RELATORIO.
008000     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
008010 2300-EXIT.
008020     EXIT.
008030
008040*---------------------------------------------------------------*
008050*    3000-CLASSIFICAR-LOG                                       *
008060*    COPIA O AUDITLOG PARA AUDTMP SEM AS LINHAS A RETIRAR,      *
008070*    CONFERINDO A CADEIA ORIGINAL E CONTINUANDO A GRAVADA.  SE  *
008080*    AS ULTIMAS LINHAS SELADAS FORAM TODAS RETIRADAS E O ELO    *
008090*    ANTERIOR ESTA NO ARQUIVO, ELE E LIDO DE AUDITARQ PARA      *
008100*    AUDITCAD.                                                  *
008110*---------------------------------------------------------------*
008120 3000-CLASSIFICAR-LOG.
008130     OPEN INPUT LOG-AUDITORIA.
008140     IF NOT FS-LOG-OK
008150         DISPLAY "Erro: abertura de AUDITLOG falhou. Status="
008160             FS-LOG-AUDITORIA
008170         MOVE 8 TO RETURN-CODE
008180         STOP RUN
008190     END-IF.
008200     OPEN OUTPUT LOG-MANTIDO.
008210     IF NOT FS-MANTIDO-OK
008220         DISPLAY "Erro: abertura de AUDTMP falhou. Status="
008230             FS-LOG-MANTIDO
008240         MOVE 8 TO RETURN-CODE
008250         STOP RUN
008260     END-IF.
008270     MOVE "N" TO WS-FIM-ARQUIVO.
008280     PERFORM 3100-CLASSIFICAR-LINHA THRU 3100-EXIT
008290         UNTIL FIM-ARQUIVO.
008300     CLOSE LOG-AUDITORIA.
008310     CLOSE LOG-MANTIDO.
008320     IF RESSELANDO AND NOT GRAVADA-CONHECIDA
008330         PERFORM 3900-LER-ELO-ARQUIVADO THRU 3900-EXIT
008340     END-IF.
008350 3000-EXIT.
008360     EXIT.
008370
008380*---------------------------------------------------------------*
008390*    3100-CLASSIFICAR-LINHA                                     *
008400*    LINHA SEM SEQUENCIA SO E ACEITA ANTES DA ORIGEM DA CADEIA  *
008410*    (LEGADO) E PASSA SEM ALTERACAO.  LINHA SELADA: CONFERE O   *
008420*    ELO, VE SE CAI NUM TRECHO DO LOTE E E RETIRADA OU MANTIDA. *
008430*---------------------------------------------------------------*
008440 3100-CLASSIFICAR-LINHA.
008450     READ LOG-AUDITORIA
008460         AT END
008470             SET FIM-ARQUIVO TO TRUE
008480             GO TO 3100-EXIT
008490     END-READ.
008500     ADD 1 TO WS-QTD-LIDAS.
008510     MOVE REG-LOG-AUDITORIA TO WS-LINHA-AUDITORIA.
008520     MOVE "N" TO WS-LINHA-SESSAO.
008530     IF WS-AUD-ORIGEM (5:4) NOT = SPACES
008540         OR WS-AUD-ORIGEM (1:4) = SPACES
008550         SET LINHA-SESSAO TO TRUE
008560         ADD 1 TO WS-QTD-SESSAO-LIDAS
008570     END-IF.
008580     MOVE ZERO TO WS-IDX-TRECHO-ACHADO.
008590     IF WS-AUD-SEQUENCIA NOT NUMERIC
008600         IF CADEIA-INICIADA
008610             ADD 1 TO WS-QTD-QUEBRAS
008620             DISPLAY "*** AUDITLOG: LINHA " WS-QTD-LIDAS
008630                 " SEM SEQUENCIA NO MEIO DA CADEIA ***"
008640         END-IF
008650         PERFORM 3800-GRAVAR-MANTIDA THRU 3800-EXIT
008660         GO TO 3100-EXIT
008670     END-IF.
008680     MOVE WS-AUD-SEQUENCIA TO WS-SEQ-LIDA.
008690     IF WS-AUD-SELO NUMERIC
008700         MOVE WS-AUD-SELO TO WS-SELO-LIDO
008710     ELSE
008720         MOVE ZERO TO WS-SELO-LIDO
008730     END-IF.
008740     PERFORM 3200-CONFERIR-ELO THRU 3200-EXIT.
008750     PERFORM 3300-LOCALIZAR-TRECHO THRU 3300-EXIT.
008760     MOVE "N" TO WS-RETIRAR-LINHA.
008770     IF WS-IDX-TRECHO-ACHADO > ZERO
008780         ADD 1 TO WS-TRC-ACHADAS (WS-IDX-TRECHO-ACHADO)
008790         ADD 1 TO WS-QTD-NOS-TRECHOS
008800         IF LINHA-SESSAO
008810             ADD 1 TO WS-QTD-SESSAO-TRECHO
008820             DISPLAY "*** AUDITLOG: LINHA DE SESSAO NO TRECHO "
008830                 "DO LOTE - SEQUENCIA " WS-SEQ-LIDA " ***"
008840         ELSE
008850             PERFORM 3500-APURAR-RETIRADA THRU 3500-EXIT
008860         END-IF
008870     END-IF.
008880     IF RETIRAR-LINHA
008890         ADD 1 TO WS-QTD-RETIRADAS
008900         SET RESSELANDO TO TRUE
008910     ELSE
008920         PERFORM 3700-MANTER-LINHA THRU 3700-EXIT
008930     END-IF.
008940     MOVE WS-SEQ-LIDA TO WS-SEQ-ANTERIOR.
008950     MOVE WS-SELO-LIDO TO WS-SELO-ANTERIOR.
008960     SET ANTERIOR-CONHECIDO TO TRUE.
008970 3100-EXIT.
008980     EXIT.
008990
009000*---------------------------------------------------------------*
009010*    3200-CONFERIR-ELO                                          *
009020*    A PRIMEIRA LINHA SELADA DO LOG VIVO INICIA AS DUAS         *
009030*    CADEIAS; O SELO DELA SO E CONFERIDO SE FOR A ORIGEM (O ELO *
009040*    ANTERIOR ESTA NO ARQUIVO).  AS DEMAIS TEM DE SER A         *
009050*    SEGUINTE DA ANTERIOR, COM O SELO QUE CALCSELO RECALCULA.   *
009060*    SO A PRIMEIRA QUEBRA E MOSTRADA.                           *
009070*---------------------------------------------------------------*
009080 3200-CONFERIR-ELO.
009090     IF NOT CADEIA-INICIADA
009100         SET CADEIA-INICIADA TO TRUE
009110         IF WS-SEQ-LIDA = ZERO
009120             ADD 1 TO WS-QTD-QUEBRAS
009130             DISPLAY "*** AUDITLOG: SEQUENCIA ZERO NA LINHA "
009140                 WS-QTD-LIDAS " ***"
009150             GO TO 3200-EXIT
009160         END-IF
009170         COMPUTE WS-SEQ-ANTERIOR = WS-SEQ-LIDA - 1
009180         MOVE ZERO TO WS-SELO-ANTERIOR
009190         MOVE WS-SEQ-ANTERIOR TO WS-SEQ-GRAVADA
009200         MOVE ZERO TO WS-SELO-GRAVADO
009210         IF WS-SEQ-LIDA = 1
009220             SET ANTERIOR-CONHECIDO TO TRUE
009230             SET GRAVADA-CONHECIDA TO TRUE
009240         END-IF
009250     END-IF.
009260     IF WS-SEQ-LIDA NOT = WS-SEQ-ANTERIOR + 1
009270         ADD 1 TO WS-QTD-QUEBRAS
009280         IF WS-QTD-QUEBRAS = 1
009290             DISPLAY "*** AUDITLOG: CADEIA QUEBRADA NA LINHA "
009300                 WS-QTD-LIDAS " (SEQUENCIA FORA DE ORDEM APOS "
009310                 WS-SEQ-ANTERIOR ") ***"
009320         END-IF
009330         GO TO 3200-EXIT
009340     END-IF.
009350     IF NOT ANTERIOR-CONHECIDO
009360         GO TO 3200-EXIT
009370     END-IF.
009380     MOVE WS-SELO-ANTERIOR TO SEL-SELO-ANTERIOR.
009390     MOVE WS-LINHA-AUDITORIA TO SEL-LINHA.
009400     CALL "CalcSelo" USING SEL-PARAMETROS.
009410     IF WS-AUD-SELO NOT NUMERIC
009420         OR WS-AUD-SELO NOT = SEL-SELO
009430         ADD 1 TO WS-QTD-QUEBRAS
009440         IF WS-QTD-QUEBRAS = 1
009450             DISPLAY "*** AUDITLOG: CADEIA QUEBRADA NA LINHA "
009460                 WS-QTD-LIDAS " (SELO NAO CONFERE) ***"
009470         END-IF
009480     END-IF.
009490 3200-EXIT.
009500     EXIT.
009510
009520 3300-LOCALIZAR-TRECHO.
009530     PERFORM 3310-COMPARAR-TRECHO THRU 3310-EXIT
009540         VARYING WS-IDX-TRECHO FROM 1 BY 1
009550         UNTIL WS-IDX-TRECHO > WS-QTD-TRECHOS
009560            OR WS-IDX-TRECHO-ACHADO > ZERO.
009570 3300-EXIT.
009580     EXIT.
009590
009600 3310-COMPARAR-TRECHO.
009610     IF WS-SEQ-LIDA NOT < WS-TRC-INICIAL (WS-IDX-TRECHO)
009620        AND WS-SEQ-LIDA NOT > WS-TRC-FINAL (WS-IDX-TRECHO)
009630         MOVE WS-IDX-TRECHO TO WS-IDX-TRECHO-ACHADO
009640     END-IF.
009650 3310-EXIT.
009660     EXIT.
009670
009680*---------------------------------------------------------------*
009690*    3500-APURAR-RETIRADA                                       *
009700*    LINHA DE LOTE NO TRECHO SAI SEMPRE QUANDO O DIA INTEIRO E  *
009710*    DESFEITO.  COM CARTAO LOT, SAI SO SE A ANOTACAO DA         *
009720*    TRANSACAO EM CALCTRID E DESTE MOVIMENTO E DE UM LOTE       *
009730*    PEDIDO; SEM ANOTACAO, A LINHA FICA E E CONTADA.            *
009740*---------------------------------------------------------------*
009750 3500-APURAR-RETIRADA.
009760     IF WS-QTD-LOTES = ZERO
009770         SET RETIRAR-LINHA TO TRUE
009780         GO TO 3500-EXIT
009790     END-IF.
009800     MOVE WS-AUD-ORIGEM (1:4) TO TRP-DEPTO.
009810     MOVE WS-AUD-TRANS-ID TO TRP-TRANS-ID.
009820     READ REGISTRO-TRANSACOES
009830         INVALID KEY
009840             ADD 1 TO WS-QTD-SEM-ANOTACAO
009850             GO TO 3500-EXIT
009860     END-READ.
009870     IF TRP-DATA-MOVIMENTO NOT = WS-DATA-MOVIMENTO
009880         GO TO 3500-EXIT
009890     END-IF.
009900     MOVE TRP-LOTE-ID TO WS-LOTE-PROCURADO.
009910     PERFORM 1300-PROCURAR-LOTE THRU 1300-EXIT.
009920     IF LOTE-ACHADO
009930         SET RETIRAR-LINHA TO TRUE
009940     END-IF.
009950 3500-EXIT.
009960     EXIT.
009970
009980*---------------------------------------------------------------*
009990*    3700-MANTER-LINHA                                          *
010000*    DEPOIS DO PRIMEIRO TRECHO RETIRADO, A LINHA MANTIDA E      *
010010*    RENUMERADA E RESSELADA COMO A SEGUINTE DA CADEIA GRAVADA;  *
010020*    ANTES DELE, PASSA COMO ESTA.                               *
010030*---------------------------------------------------------------*
010040 3700-MANTER-LINHA.
010050     IF RESSELANDO
010060         IF NOT GRAVADA-CONHECIDA
010070             PERFORM 3900-LER-ELO-ARQUIVADO THRU 3900-EXIT
010080         END-IF
010090         ADD 1 TO WS-SEQ-GRAVADA
010100         MOVE WS-SEQ-GRAVADA TO WS-AUD-SEQUENCIA
010110         MOVE WS-SELO-GRAVADO TO SEL-SELO-ANTERIOR
010120         MOVE WS-LINHA-AUDITORIA TO SEL-LINHA
010130         CALL "CalcSelo" USING SEL-PARAMETROS
010140         MOVE SEL-SELO TO WS-AUD-SELO
010150         MOVE SEL-SELO TO WS-SELO-GRAVADO
010160         ADD 1 TO WS-QTD-RESSELADAS
010170     ELSE
010180         MOVE WS-SEQ-LIDA TO WS-SEQ-GRAVADA
010190         MOVE WS-SELO-LIDO TO WS-SELO-GRAVADO
010200         SET GRAVADA-CONHECIDA TO TRUE
010210     END-IF.
010220     MOVE WS-AUD-DATA TO WS-ULT-DATA.
010230     MOVE WS-AUD-HORA TO WS-ULT-HORA.
010240     MOVE WS-AUD-ORIGEM TO WS-ULT-ORIGEM.
010250     PERFORM 3800-GRAVAR-MANTIDA THRU 3800-EXIT.
010260 3700-EXIT.
010270     EXIT.
010280
010290 3800-GRAVAR-MANTIDA.
010300     MOVE WS-LINHA-AUDITORIA TO REG-MANTIDO.
010310     WRITE REG-MANTIDO.
010320     IF NOT FS-MANTIDO-OK
010330         DISPLAY "Erro: gravacao em AUDTMP falhou. Status="
010340             FS-LOG-MANTIDO
010350         MOVE 8 TO RETURN-CODE
010360         STOP RUN
010370     END-IF.
010380     ADD 1 TO WS-QTD-MANTIDAS.
010390     IF LINHA-SESSAO
010400         ADD 1 TO WS-QTD-SESSAO-MANTIDAS
010410     END-IF.
010420     IF WS-IDX-TRECHO-ACHADO > ZERO
010430         ADD 1 TO WS-QTD-TRECHO-MANTIDAS
010440     END-IF.
010450 3800-EXIT.
010460     EXIT.
010470
010480*---------------------------------------------------------------*
010490*    3900-LER-ELO-ARQUIVADO                                     *
010500*    O ELO ANTERIOR A PRIMEIRA LINHA DO LOG VIVO E A ULTIMA     *
010510*    LINHA DA GERACAO MAIS RECENTE DO ARQUIVO (DD AUDITARQ).    *
010520*    ELA TEM DE TER A SEQUENCIA ESPERADA; SEM ELA A CADEIA NAO  *
010530*    TEM COMO CONTINUAR E A PROVA FALHA.                        *
010540*---------------------------------------------------------------*
010550 3900-LER-ELO-ARQUIVADO.
010560     SET GRAVADA-CONHECIDA TO TRUE.
010570     OPEN INPUT LOG-ARQUIVADO.
010580     IF NOT FS-ARQUIVADO-OK
010590         DISPLAY "*** AUDITARQ NAO ABRIU (STATUS "
010600             FS-LOG-ARQUIVADO ") - ELO ANTERIOR A SEQUENCIA "
010610             WS-SEQ-GRAVADA " NAO ENCONTRADO ***"
010620         ADD 1 TO WS-QTD-QUEBRAS
010630         GO TO 3900-EXIT
010640     END-IF.
010650     MOVE SPACES TO REG-LOG-ARQUIVADO.
010660     MOVE "N" TO WS-FIM-ARQUIVADO.
010670     PERFORM 3910-LER-ARQUIVADA THRU 3910-EXIT
010680         UNTIL FIM-ARQUIVADO.
010690     CLOSE LOG-ARQUIVADO.
010700     IF REG-LOG-ARQUIVADO (77:10) NOT NUMERIC
010710        OR REG-LOG-ARQUIVADO (88:9) NOT NUMERIC
010720        OR REG-LOG-ARQUIVADO (77:10) NOT = WS-SEQ-GRAVADA
010730         DISPLAY "*** AUDITARQ NAO TERMINA NA SEQUENCIA "
010740             WS-SEQ-GRAVADA " - ELO ANTERIOR NAO ENCONTRADO ***"
010750         ADD 1 TO WS-QTD-QUEBRAS
010760         GO TO 3900-EXIT
010770     END-IF.
010780     MOVE REG-LOG-ARQUIVADO (88:9) TO WS-SELO-GRAVADO.
010790     MOVE REG-LOG-ARQUIVADO (1:8) TO WS-ULT-DATA.
010800     MOVE REG-LOG-ARQUIVADO (10:6) TO WS-ULT-HORA.
010810     MOVE REG-LOG-ARQUIVADO (68:8) TO WS-ULT-ORIGEM.
010820 3900-EXIT.
010830     EXIT.
010840
010841*    A ULTIMA LINHA LIDA FICA NO REGISTRO DO FD: NO FIM DE
010842*    ARQUIVO O CONTEUDO DELE NAO E ALTERADO PELO READ.
010843 3910-LER-ARQUIVADA.
010844     READ LOG-ARQUIVADO
010845         AT END
010846             SET FIM-ARQUIVADO TO TRUE
010847     END-READ.
010848 3910-EXIT.
010849     EXIT.
010850
010851*---------------------------------------------------------------*
010852*    3950-SEPARAR-REEXECUCAO                                    *
010853*    SO COM CARTAO LOT.  COPIA DE CALCIN (O MOVIMENTO QUE A     *
010854*    NOITE CRITICOU) PARA CALCREEX OS ENVELOPES INTEIROS, DO    *
010855*    CABECALHO AO TRAILER, DOS LOTES PEDIDOS, NA ORDEM EM QUE   *
010856*    VIERAM.  CALCREEX E O CALCIN DA REEXECUCAO: OS LOTES NAO   *
010857*    PEDIDOS, QUE CONTINUAM CALCULADOS E ANOTADOS, NAO VOLTAM   *
010858*    A PASSAR PELA CRITICA.  LOTE PEDIDO SEM ENVELOPE COMPLETO  *
010859*    EM CALCIN FAZ A PROVA (4000) FALHAR.                       *
010860*---------------------------------------------------------------*
010861 3950-SEPARAR-REEXECUCAO.
010862     MOVE ZEROS TO WS-TAB-ENVELOPES.
010863     MOVE "N" TO WS-FIM-ENTRADA.
010864     OPEN INPUT MOVIMENTO-ENTRADA.
010865     IF NOT FS-ENTRADA-OK
010866         DISPLAY "Erro: abertura de CALCIN falhou. Status="
010867             FS-MOVIMENTO-ENTRADA
010868         MOVE 8 TO RETURN-CODE
010869         STOP RUN
010870     END-IF.
010871     OPEN OUTPUT MOVIMENTO-REEXECUCAO.
010872     IF NOT FS-REEXECUCAO-OK
010873         DISPLAY "Erro: abertura de CALCREEX falhou. Status="
010874             FS-MOVIMENTO-REEXECUCAO
010875         MOVE 8 TO RETURN-CODE
010876         STOP RUN
010877     END-IF.
010878     PERFORM 3960-COPIAR-REGISTRO THRU 3960-EXIT
010879         UNTIL FIM-ENTRADA.
010880     IF COPIANDO-ENVELOPE
010881         ADD 1 TO WS-QTD-ENVELOPES-INCOMPLETOS
010882         DISPLAY "Erro: lote " WS-LOTE-EM-COPIA
010883             " sem trailer no fim de CALCIN."
010884     END-IF.
010885     CLOSE MOVIMENTO-ENTRADA.
010886     CLOSE MOVIMENTO-REEXECUCAO.
010887     PERFORM 3980-CONFERIR-LOTE THRU 3980-EXIT
010888         VARYING WS-IDX-LOTE FROM 1 BY 1
010889         UNTIL WS-IDX-LOTE > WS-QTD-LOTES.
010890 3950-EXIT.
010891     EXIT.
010892
010893*---------------------------------------------------------------*
010894*    3960-COPIAR-REGISTRO                                       *
010895*    O CABECALHO DE UM LOTE PEDIDO ABRE A COPIA E O TRAILER A   *
010896*    FECHA.  CABECALHO NOVO COM A COPIA ABERTA E ENVELOPE SEM   *
010897*    TRAILER, CONTADO E ACUSADO.                                *
010898*---------------------------------------------------------------*
010899 3960-COPIAR-REGISTRO.
010900     READ MOVIMENTO-ENTRADA
010901         AT END
010902             SET FIM-ENTRADA TO TRUE
010903             GO TO 3960-EXIT
010904     END-READ.
010905     ADD 1 TO WS-QTD-ENTRADA-LIDOS.
010906     IF ENT-TIPO-CABECALHO
010907         IF COPIANDO-ENVELOPE
010908             ADD 1 TO WS-QTD-ENVELOPES-INCOMPLETOS
010909             DISPLAY "Erro: lote " WS-LOTE-EM-COPIA
010910                 " sem trailer em CALCIN."
010911         END-IF
010912         MOVE "N" TO WS-COPIANDO-ENVELOPE
010913         MOVE ENT-HDR-LOTE-ID TO WS-LOTE-PROCURADO
010914         PERFORM 1300-PROCURAR-LOTE THRU 1300-EXIT
010915         IF LOTE-ACHADO
010916             SET COPIANDO-ENVELOPE TO TRUE
010917             MOVE ENT-HDR-LOTE-ID TO WS-LOTE-EM-COPIA
010918             COMPUTE WS-IDX-ENVELOPE = WS-IDX-LOTE - 1
010919         END-IF
010920     END-IF.
010921     IF NOT COPIANDO-ENVELOPE
010922         GO TO 3960-EXIT
010923     END-IF.
010924     MOVE REG-ENTRADA TO REG-REEXECUCAO.
010925     WRITE REG-REEXECUCAO.
010926     IF NOT FS-REEXECUCAO-OK
010927         DISPLAY "Erro: gravacao em CALCREEX falhou. Status="
010928             FS-MOVIMENTO-REEXECUCAO
010929         MOVE 8 TO RETURN-CODE
010930         STOP RUN
010931     END-IF.
010932     ADD 1 TO WS-QTD-ENTRADA-COPIADOS.
010933     IF ENT-TIPO-TRAILER
010934         MOVE "N" TO WS-COPIANDO-ENVELOPE
010935         ADD 1 TO WS-ENV-COPIADOS (WS-IDX-ENVELOPE)
010936         ADD 1 TO WS-QTD-ENVELOPES-COPIADOS
010937     END-IF.
010938 3960-EXIT.
010939     EXIT.
010940
010941 3980-CONFERIR-LOTE.
010942     MOVE WS-LOTE-PEDIDO (WS-IDX-LOTE) TO ENV-LOTE-ID.
010943     MOVE WS-ENV-COPIADOS (WS-IDX-LOTE) TO ENV-QTD-COPIADOS.
010944     MOVE WS-LIN-ENVELOPE TO REG-RELATORIO.
010945     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
010946     IF WS-ENV-COPIADOS (WS-IDX-LOTE) = ZERO
010947         ADD 1 TO WS-QTD-LOTES-AUSENTES
010948         DISPLAY "Erro: lote pedido "
010949             WS-LOTE-PEDIDO (WS-IDX-LOTE)
010950             " sem envelope completo em CALCIN."
010951     END-IF.
010952 3980-EXIT.
010953     EXIT.
010954
010955*---------------------------------------------------------------*
010960*    4000-PROVAR-CONTAGENS                                      *
010970*    RELE AUDTMP E CTLTMP E PROVA QUE NADA SE PERDEU NEM SAIU   *
010980*    A MAIS.  CADA PROVA SAI NO RELATORIO; SO COM TODAS FEITAS  *
010990*    OS ARQUIVOS DE PRODUCAO PODEM SER REESCRITOS.              *
011000*---------------------------------------------------------------*
011010 4000-PROVAR-CONTAGENS.
011020     PERFORM 2300-LISTAR-TRECHO THRU 2300-EXIT
011030         VARYING WS-IDX-TRECHO FROM 1 BY 1
011040         UNTIL WS-IDX-TRECHO > WS-QTD-TRECHOS.
011050     MOVE "N" TO WS-FIM-ARQUIVO.
011060     OPEN INPUT LOG-MANTIDO.
011070     IF NOT FS-MANTIDO-OK
011080         DISPLAY "Erro: releitura de AUDTMP falhou. Status="
011090             FS-LOG-MANTIDO
011100         MOVE 8 TO RETURN-CODE
011110         STOP RUN
011120     END-IF.
011130     PERFORM 4100-RELER-MANTIDO THRU 4100-EXIT
011140         UNTIL FIM-ARQUIVO.
011150     CLOSE LOG-MANTIDO.
011160     MOVE "N" TO WS-FIM-ARQUIVO.
011170     OPEN INPUT CONTROLE-TEMP.
011180     IF NOT FS-TEMP-OK
011190         DISPLAY "Erro: releitura de CTLTMP falhou. Status="
011200             FS-CONTROLE-TEMP
011210         MOVE 8 TO RETURN-CODE
011220         STOP RUN
011230     END-IF.
011240     PERFORM 4200-RELER-CONTROLE THRU 4200-EXIT
011250         UNTIL FIM-ARQUIVO.
011260     CLOSE CONTROLE-TEMP.
011270     MOVE WS-LIN-TRACO TO REG-RELATORIO.
011280     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
011290     SET CONTAGENS-PROVADAS TO TRUE.
011300     IF WS-QTD-LIDAS = WS-QTD-MANTIDAS + WS-QTD-RETIRADAS
011310         MOVE "OK      " TO PRV-RESULTADO
011320     ELSE
011330         MOVE "*FALHA* " TO PRV-RESULTADO
011340         MOVE "N" TO WS-CONTAGENS-PROVADAS
011350     END-IF.
011360     MOVE "AUDITLOG: LIDAS = MANTIDAS + RETIRADAS." TO PRV-TEXTO.
011370     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
011380     IF WS-QTD-RELIDAS-MANTIDAS = WS-QTD-MANTIDAS
011390         MOVE "OK      " TO PRV-RESULTADO
011400     ELSE
011410         MOVE "*FALHA* " TO PRV-RESULTADO
011420         MOVE "N" TO WS-CONTAGENS-PROVADAS
011430     END-IF.
011440     MOVE "AUDTMP RELIDO = LINHAS MANTIDAS." TO PRV-TEXTO.
011450     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
011460     IF WS-QTD-NOS-TRECHOS = WS-QTD-TAMANHO-TRECHOS
011470         MOVE "OK      " TO PRV-RESULTADO
011480     ELSE
011490         MOVE "*FALHA* " TO PRV-RESULTADO
011500         MOVE "N" TO WS-CONTAGENS-PROVADAS
011510     END-IF.
011520     MOVE "TRECHOS DO LOTE ACHADOS INTEIROS NO AUDITLOG."
011530         TO PRV-TEXTO.
011540     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
011550     IF WS-QTD-LOTES > ZERO
011560        OR WS-QTD-RETIRADAS = WS-QTD-NOS-TRECHOS
011570         MOVE "OK      " TO PRV-RESULTADO
011580     ELSE
011590         MOVE "*FALHA* " TO PRV-RESULTADO
011600         MOVE "N" TO WS-CONTAGENS-PROVADAS
011610     END-IF.
011611     MOVE "DIA INTEIRO: TODA LINHA DOS TRECHOS FOI RETIRADA."
011612         TO PRV-TEXTO.
011613     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
011614     IF WS-QTD-LOTES-AUSENTES = ZERO
011615        AND WS-QTD-ENVELOPES-INCOMPLETOS = ZERO
011616         MOVE "OK      " TO PRV-RESULTADO
011617     ELSE
011618         MOVE "*FALHA* " TO PRV-RESULTADO
011619         MOVE "N" TO WS-CONTAGENS-PROVADAS
011620     END-IF.
011621     MOVE "LOTES PEDIDOS COPIADOS INTEIROS PARA CALCREEX."
011630         TO PRV-TEXTO.
011640     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
011650     IF WS-QTD-SESSAO-TRECHO = ZERO
011660        AND WS-QTD-SESSAO-MANTIDAS = WS-QTD-SESSAO-LIDAS
011670         MOVE "OK      " TO PRV-RESULTADO
011680     ELSE
011690         MOVE "*FALHA* " TO PRV-RESULTADO
011700         MOVE "N" TO WS-CONTAGENS-PROVADAS
011710     END-IF.
011720     MOVE "LINHAS DE SESSAO DA CALCULADORA TODAS MANTIDAS."
011730         TO PRV-TEXTO.
011740     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
011750     PERFORM 4300-PROVAR-CADEIA THRU 4300-EXIT.
011760     IF WS-QTD-CONTROLES-RELIDOS = WS-QTD-CONTROLES-LIDOS
011770         MOVE "OK      " TO PRV-RESULTADO
011780     ELSE
011790         MOVE "*FALHA* " TO PRV-RESULTADO
011800         MOVE "N" TO WS-CONTAGENS-PROVADAS
011810     END-IF.
011820     MOVE "CTLTMP RELIDO = REGISTROS DE CALCCTL LIDOS."
011830         TO PRV-TEXTO.
011840     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
011850     IF NOT CONTAGENS-PROVADAS
011860         DISPLAY "*** PROVA FALHOU: lidas=" WS-QTD-LIDAS
011870             " mantidas=" WS-QTD-MANTIDAS
011880             " retiradas=" WS-QTD-RETIRADAS
011890             " relidas=" WS-QTD-RELIDAS-MANTIDAS
011900             " quebras=" WS-QTD-QUEBRAS " ***"
011910     END-IF.
011920 4000-EXIT.
011930     EXIT.
011940
011950 4100-RELER-MANTIDO.
011960     READ LOG-MANTIDO
011970         AT END
011980             SET FIM-ARQUIVO TO TRUE
011990         NOT AT END
012000             ADD 1 TO WS-QTD-RELIDAS-MANTIDAS
012010     END-READ.
012020 4100-EXIT.
012030     EXIT.
012040
012050 4200-RELER-CONTROLE.
012060     READ CONTROLE-TEMP
012070         AT END
012080             SET FIM-ARQUIVO TO TRUE
012090         NOT AT END
012100             ADD 1 TO WS-QTD-CONTROLES-RELIDOS
012110     END-READ.
012120 4200-EXIT.
012130     EXIT.
012140
012150*---------------------------------------------------------------*
012160*    4300-PROVAR-CADEIA                                         *
012170*    A CADEIA ORIGINAL NAO PODE TER QUEBRA E A ULTIMA LINHA DO  *
012180*    LOG TEM DE SER A GUARDADA EM AUDITCAD: SENAO O LOG JA      *
012190*    ESTAVA ALTERADO E O DESFAZIMENTO ESCONDERIA ISSO.          *
012200*---------------------------------------------------------------*
012210 4300-PROVAR-CADEIA.
012220     MOVE "OK      " TO PRV-RESULTADO.
012230     IF WS-QTD-QUEBRAS > ZERO
012240         MOVE "*FALHA* " TO PRV-RESULTADO
012250     END-IF.
012260     IF CADEIA-INICIADA
012270         IF NOT CADEIA-LIDA
012280             MOVE "*FALHA* " TO PRV-RESULTADO
012290         ELSE
012300             IF CAD-SEQUENCIA NOT = WS-SEQ-ANTERIOR
012310                OR CAD-SELO NOT = WS-SELO-ANTERIOR
012320                 MOVE "*FALHA* " TO PRV-RESULTADO
012330             END-IF
012340         END-IF
012350     END-IF.
012360     IF PRV-RESULTADO NOT = "OK      "
012370         MOVE "N" TO WS-CONTAGENS-PROVADAS
012380     END-IF.
012390     MOVE "CADEIA DE SELOS CONFERIDA E FIM DO LOG = AUDITCAD."
012400         TO PRV-TEXTO.
012410     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
012420 4300-EXIT.
012430     EXIT.
012440
012450*---------------------------------------------------------------*
012460*    5000-REGRAVAR-LOG                                          *
012470*    REESCREVE O AUDITLOG COM AS LINHAS MANTIDAS, COPIANDO DE   *
012480*    VOLTA DE AUDTMP (MESMA TECNICA DE CALCARCH).  A QUANTIDADE *
012490*    REGRAVADA E CONFERIDA COM A MANTIDA.                       *
012500*---------------------------------------------------------------*
012510 5000-REGRAVAR-LOG.
012520     MOVE "N" TO WS-FIM-ARQUIVO.
012530     OPEN INPUT LOG-MANTIDO.
012540     IF NOT FS-MANTIDO-OK
012550         DISPLAY "Erro: reabertura de AUDTMP falhou. Status="
012560             FS-LOG-MANTIDO
012570         MOVE 8 TO RETURN-CODE
012580         STOP RUN
012590     END-IF.
012600     OPEN OUTPUT LOG-AUDITORIA.
012610     IF NOT FS-LOG-OK
012620         DISPLAY "Erro: reconstrucao de AUDITLOG falhou. "
012630             "Status=" FS-LOG-AUDITORIA
012640         MOVE 8 TO RETURN-CODE
012650         STOP RUN
012660     END-IF.
012670     PERFORM 5100-RECOPIAR-LINHA THRU 5100-EXIT
012680         UNTIL FIM-ARQUIVO.
012690     CLOSE LOG-MANTIDO.
012700     CLOSE LOG-AUDITORIA.
012710     IF WS-QTD-REGRAVADAS NOT = WS-QTD-MANTIDAS
012720         DISPLAY "*** REGRAVACAO DO AUDITLOG NAO CONFERE: "
012730             "mantidas=" WS-QTD-MANTIDAS
012740             " regravadas=" WS-QTD-REGRAVADAS " ***"
012750         MOVE 8 TO RETURN-CODE
012760     END-IF.
012770 5000-EXIT.
012780     EXIT.
012790
012800 5100-RECOPIAR-LINHA.
012810     READ LOG-MANTIDO
012820         AT END
012830             SET FIM-ARQUIVO TO TRUE
012840         NOT AT END
012850             MOVE REG-MANTIDO TO REG-LOG-AUDITORIA
012860             WRITE REG-LOG-AUDITORIA
012870             IF NOT FS-LOG-OK
012880                 DISPLAY "Erro: regravacao de AUDITLOG falhou. "
012890                     "Status=" FS-LOG-AUDITORIA
012900                     " - recompor o log vivo a partir de "
012910                     "AUDTMP (LINHAS MANTIDAS)."
012920                 MOVE 8 TO RETURN-CODE
012930                 STOP RUN
012940             END-IF
012950             ADD 1 TO WS-QTD-REGRAVADAS
012960     END-READ.
012970 5100-EXIT.
012980     EXIT.
012990
013000*---------------------------------------------------------------*
013010*    5200-REGRAVAR-CONTROLES                                    *
013020*    REESCREVE CALCCTL A PARTIR DE CTLTMP, COM OS REGISTROS DO  *
013030*    DIA JA MARCADOS COMO DESFEITOS.                            *
013040*---------------------------------------------------------------*
013050 5200-REGRAVAR-CONTROLES.
013060     MOVE "N" TO WS-FIM-ARQUIVO.
013070     OPEN INPUT CONTROLE-TEMP.
013080     IF NOT FS-TEMP-OK
013090         DISPLAY "Erro: reabertura de CTLTMP falhou. Status="
013100             FS-CONTROLE-TEMP
013110         MOVE 8 TO RETURN-CODE
013120         STOP RUN
013130     END-IF.
013140     OPEN OUTPUT CONTROLE-DIA.
013150     IF NOT FS-CONTROLE-OK
013160         DISPLAY "Erro: reconstrucao de CALCCTL falhou. "
013170             "Status=" FS-CONTROLE-DIA
013180         MOVE 8 TO RETURN-CODE
013190         STOP RUN
013200     END-IF.
013210     PERFORM 5300-RECOPIAR-CONTROLE THRU 5300-EXIT
013220         UNTIL FIM-ARQUIVO.
013230     CLOSE CONTROLE-TEMP.
013240     CLOSE CONTROLE-DIA.
013250     IF WS-QTD-CONTROLES-REGRAVADOS NOT = WS-QTD-CONTROLES-LIDOS
013260         DISPLAY "*** REGRAVACAO DE CALCCTL NAO CONFERE: "
013270             "lidos=" WS-QTD-CONTROLES-LIDOS
013280             " regravados=" WS-QTD-CONTROLES-REGRAVADOS " ***"
013290         MOVE 8 TO RETURN-CODE
013300     END-IF.
013310 5200-EXIT.
013320     EXIT.
013330
013340 5300-RECOPIAR-CONTROLE.
013350     READ CONTROLE-TEMP
013360         AT END
013370             SET FIM-ARQUIVO TO TRUE
013380         NOT AT END
013390             MOVE REG-CONTROLE-TEMP TO REG-CONTROLE-DIA
013400             WRITE REG-CONTROLE-DIA
013410             IF NOT FS-CONTROLE-OK
013420                 DISPLAY "Erro: regravacao de CALCCTL falhou. "
013430                     "Status=" FS-CONTROLE-DIA
013440                     " - recompor o controle do dia a partir "
013450                     "de CTLTMP."
013460                 MOVE 8 TO RETURN-CODE
013470                 STOP RUN
013480             END-IF
013490             ADD 1 TO WS-QTD-CONTROLES-REGRAVADOS
013500     END-READ.
013510 5300-EXIT.
013520     EXIT.
013530
013540*---------------------------------------------------------------*
013550*    5400-GRAVAR-ESTADO-CADEIA                                  *
013560*    REGRAVA AUDITCAD COM A ULTIMA LINHA DA CADEIA GRAVADA,     *
013570*    PARA AS SESSOES E O PROXIMO ANEXO CONTINUAREM DELA.  SEM   *
013580*    LINHA RETIRADA O ESTADO NAO MUDA.                          *
013590*---------------------------------------------------------------*
013600 5400-GRAVAR-ESTADO-CADEIA.
013610     IF NOT CADEIA-ABERTA
013620         GO TO 5400-EXIT
013630     END-IF.
013640     IF WS-QTD-RETIRADAS = ZERO OR NOT CADEIA-LIDA
013650         CLOSE ESTADO-CADEIA
013660         GO TO 5400-EXIT
013670     END-IF.
013680     MOVE SPACES TO REG-CADEIA.
013690     MOVE WS-SEQ-GRAVADA TO CAD-SEQUENCIA.
013700     MOVE WS-SELO-GRAVADO TO CAD-SELO.
013710     MOVE WS-ULT-DATA TO CAD-DATA.
013720     MOVE WS-ULT-HORA TO CAD-HORA.
013730     MOVE WS-ULT-ORIGEM TO CAD-ORIGEM.
013740     REWRITE REG-CADEIA.
013750     IF NOT FS-CADEIA-OK
013760         DISPLAY "Erro: gravacao em AUDITCAD falhou. Status="
013770             FS-ESTADO-CADEIA " - gravar a mao sequencia "
013780             WS-SEQ-GRAVADA " selo " WS-SELO-GRAVADO
013790         MOVE 8 TO RETURN-CODE
013800     END-IF.
013810     CLOSE ESTADO-CADEIA.
013820 5400-EXIT.
013830     EXIT.
013840
013850*---------------------------------------------------------------*
013860*    6000-ZERAR-CHECKPOINTS                                     *
013870*    ZERA O PONTO DE CONTROLE DE CALCBATCH DO LOTE SERIAL       *
013880*    (CALCCHK) E DOS QUATRO FLUXOS DO PARALELO (CALCCHK1 A      *
013890*    CALCCHK4), GRAVANDO O REGISTRO ZERADO QUE UMA EXECUCAO     *
013900*    COMPLETA DEIXA.  DD QUE NAO ABRE E SO ANOTADO NO           *
013910*    RELATORIO: O DIA PODE TER RODADO SO NUM DOS MODOS.         *
013920*---------------------------------------------------------------*
013930 6000-ZERAR-CHECKPOINTS.
013940     INITIALIZE WS-REG-CHECKPOINT-ZERADO.
013950     MOVE WS-LIN-TRACO TO REG-RELATORIO.
013960     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
013970     PERFORM 6100-ZERAR-SERIAL THRU 6100-EXIT.
013980     PERFORM 6110-ZERAR-FLUXO1 THRU 6110-EXIT.
013990     PERFORM 6120-ZERAR-FLUXO2 THRU 6120-EXIT.
014000     PERFORM 6130-ZERAR-FLUXO3 THRU 6130-EXIT.
014010     PERFORM 6140-ZERAR-FLUXO4 THRU 6140-EXIT.
014020 6000-EXIT.
014030     EXIT.
014040
014050 6100-ZERAR-SERIAL.
014060     MOVE "CALCCHK" TO CHK-DD.
014070     MOVE SPACES TO CHK-PROCESSADAS.
014080     OPEN INPUT CHECKPOINT-SERIAL.
014090     IF NOT FS-CHS-OK
014100         MOVE "DD AUSENTE - IGNORADO" TO CHK-SITUACAO
014110         PERFORM 6450-LISTAR-CHECKPOINT THRU 6450-EXIT
014120         GO TO 6100-EXIT
014130     END-IF.
014140     READ CHECKPOINT-SERIAL
014150         NOT AT END
014160             MOVE CHS-QTD-PROCESSADA TO CHK-PROCESSADAS
014170     END-READ.
014180     CLOSE CHECKPOINT-SERIAL.
014190     OPEN OUTPUT CHECKPOINT-SERIAL.
014200     IF FS-CHS-OK
014210         WRITE REG-CHECKPOINT-SERIAL
014220             FROM WS-REG-CHECKPOINT-ZERADO
014230     END-IF.
014240     MOVE FS-CHECKPOINT-SERIAL TO CHK-SITUACAO.
014250     CLOSE CHECKPOINT-SERIAL.
014260     PERFORM 6400-APURAR-ZERAMENTO THRU 6400-EXIT.
014270 6100-EXIT.
014280     EXIT.
014290
014300 6110-ZERAR-FLUXO1.
014310     MOVE "CALCCHK1" TO CHK-DD.
014320     MOVE SPACES TO CHK-PROCESSADAS.
014330     OPEN INPUT CHECKPOINT-FLUXO1.
014340     IF NOT FS-CH1-OK
014350         MOVE "DD AUSENTE - IGNORADO" TO CHK-SITUACAO
014360         PERFORM 6450-LISTAR-CHECKPOINT THRU 6450-EXIT
014370         GO TO 6110-EXIT
014380     END-IF.
014390     READ CHECKPOINT-FLUXO1
014400         NOT AT END
014410             MOVE CH1-QTD-PROCESSADA TO CHK-PROCESSADAS
014420     END-READ.
014430     CLOSE CHECKPOINT-FLUXO1.
014440     OPEN OUTPUT CHECKPOINT-FLUXO1.
014450     IF FS-CH1-OK
014460         WRITE REG-CHECKPOINT-FLUXO1
014470             FROM WS-REG-CHECKPOINT-ZERADO
014480     END-IF.
014490     MOVE FS-CHECKPOINT-FLUXO1 TO CHK-SITUACAO.
014500     CLOSE CHECKPOINT-FLUXO1.
014510     PERFORM 6400-APURAR-ZERAMENTO THRU 6400-EXIT.
014520 6110-EXIT.
014530     EXIT.
014540
014550 6120-ZERAR-FLUXO2.
014560     MOVE "CALCCHK2" TO CHK-DD.
014570     MOVE SPACES TO CHK-PROCESSADAS.
014580     OPEN INPUT CHECKPOINT-FLUXO2.
014590     IF NOT FS-CH2-OK
014600         MOVE "DD AUSENTE - IGNORADO" TO CHK-SITUACAO
014610         PERFORM 6450-LISTAR-CHECKPOINT THRU 6450-EXIT
014620         GO TO 6120-EXIT
014630     END-IF.
014640     READ CHECKPOINT-FLUXO2
014650         NOT AT END
014660             MOVE CH2-QTD-PROCESSADA TO CHK-PROCESSADAS
014670     END-READ.
014680     CLOSE CHECKPOINT-FLUXO2.
014690     OPEN OUTPUT CHECKPOINT-FLUXO2.
014700     IF FS-CH2-OK
014710         WRITE REG-CHECKPOINT-FLUXO2
014720             FROM WS-REG-CHECKPOINT-ZERADO
014730     END-IF.
014740     MOVE FS-CHECKPOINT-FLUXO2 TO CHK-SITUACAO.
014750     CLOSE CHECKPOINT-FLUXO2.
014760     PERFORM 6400-APURAR-ZERAMENTO THRU 6400-EXIT.
014770 6120-EXIT.
014780     EXIT.
014790
014800 6130-ZERAR-FLUXO3.
014810     MOVE "CALCCHK3" TO CHK-DD.
014820     MOVE SPACES TO CHK-PROCESSADAS.
014830     OPEN INPUT CHECKPOINT-FLUXO3.
014840     IF NOT FS-CH3-OK
014850         MOVE "DD AUSENTE - IGNORADO" TO CHK-SITUACAO
014860         PERFORM 6450-LISTAR-CHECKPOINT THRU 6450-EXIT
014870         GO TO 6130-EXIT
014880     END-IF.
014890     READ CHECKPOINT-FLUXO3
014900         NOT AT END
014910             MOVE CH3-QTD-PROCESSADA TO CHK-PROCESSADAS
014920     END-READ.
014930     CLOSE CHECKPOINT-FLUXO3.
014940     OPEN OUTPUT CHECKPOINT-FLUXO3.
014950     IF FS-CH3-OK
014960         WRITE REG-CHECKPOINT-FLUXO3
014970             FROM WS-REG-CHECKPOINT-ZERADO
014980     END-IF.
014990     MOVE FS-CHECKPOINT-FLUXO3 TO CHK-SITUACAO.
015000     CLOSE CHECKPOINT-FLUXO3.
015010     PERFORM 6400-APURAR-ZERAMENTO THRU 6400-EXIT.
015020 6130-EXIT.
015030     EXIT.
015040
015050 6140-ZERAR-FLUXO4.
015060     MOVE "CALCCHK4" TO CHK-DD.
015070     MOVE SPACES TO CHK-PROCESSADAS.
015080     OPEN INPUT CHECKPOINT-FLUXO4.
015090     IF NOT FS-CH4-OK
015100         MOVE "DD AUSENTE - IGNORADO" TO CHK-SITUACAO
015110         PERFORM 6450-LISTAR-CHECKPOINT THRU 6450-EXIT
015120         GO TO 6140-EXIT
015130     END-IF.
015140     READ CHECKPOINT-FLUXO4
015150         NOT AT END
015160             MOVE CH4-QTD-PROCESSADA TO CHK-PROCESSADAS
015170     END-READ.
015180     CLOSE CHECKPOINT-FLUXO4.
015190     OPEN OUTPUT CHECKPOINT-FLUXO4.
015200     IF FS-CH4-OK
015210         WRITE REG-CHECKPOINT-FLUXO4
015220             FROM WS-REG-CHECKPOINT-ZERADO
015230     END-IF.
015240     MOVE FS-CHECKPOINT-FLUXO4 TO CHK-SITUACAO.
015250     CLOSE CHECKPOINT-FLUXO4.
015260     PERFORM 6400-APURAR-ZERAMENTO THRU 6400-EXIT.
015270 6140-EXIT.
015280     EXIT.
015290
015300*---------------------------------------------------------------*
015310*    6400-APURAR-ZERAMENTO                                      *
015320*    CHK-SITUACAO CHEGA COM O STATUS DO OPEN OUTPUT/WRITE.      *
015330*    FALHA AQUI E ERRO: O LOG JA FOI REESCRITO E A REEXECUCAO   *
015340*    SALTARIA TRANSACOES SE O PONTO DE CONTROLE FICASSE.        *
015350*---------------------------------------------------------------*
015360 6400-APURAR-ZERAMENTO.
015370     IF CHK-SITUACAO = "00"
015380         MOVE "ZERADO" TO CHK-SITUACAO
015390         ADD 1 TO WS-QTD-CHECKPOINTS-ZERADOS
015400     ELSE
015410         DISPLAY "Erro: ponto de controle " CHK-DD
015420             " nao foi zerado. Status=" CHK-SITUACAO (1:2)
015430             " - zerar a mao antes da reexecucao."
015440         MOVE "*FALHA* NAO ZERADO - ZERAR A MAO" TO CHK-SITUACAO
015450         MOVE 8 TO RETURN-CODE
015460     END-IF.
015470     PERFORM 6450-LISTAR-CHECKPOINT THRU 6450-EXIT.
015480 6400-EXIT.
015490     EXIT.
015500
015510 6450-LISTAR-CHECKPOINT.
015520     MOVE WS-LIN-CHECKPOINT TO REG-RELATORIO.
015530     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
015540 6450-EXIT.
015550     EXIT.
015560
015570*---------------------------------------------------------------*
015580*    6500-LIMPAR-ANOTACOES                                      *
015590*    VARRE CALCTRID EM ORDEM DE CHAVE (COMO CALCTPUR) E EXCLUI  *
015600*    AS ANOTACOES DESTE MOVIMENTO (COM CARTAO LOT, SO AS DOS    *
015610*    LOTES PEDIDOS).  AS ORIGINAIS MARCADAS COMO ESTORNADAS NA  *
015620*    DATA SAO GUARDADAS E, DEPOIS DA VARREDURA, DESMARCADAS SE  *
015630*    A ANOTACAO DO ESTORNO NAO EXISTE MAIS.                     *
015640*---------------------------------------------------------------*
015650 6500-LIMPAR-ANOTACOES.
015660     MOVE "N" TO WS-FIM-ARQUIVO.
015670     MOVE LOW-VALUES TO TRP-CHAVE.
015680     START REGISTRO-TRANSACOES KEY NOT LESS TRP-CHAVE
015690         INVALID KEY
015700             SET FIM-ARQUIVO TO TRUE
015710     END-START.
015720     PERFORM 6510-EXAMINAR-ANOTACAO THRU 6510-EXIT
015730         UNTIL FIM-ARQUIVO.
015740     PERFORM 6600-DESMARCAR-ORIGINAL THRU 6600-EXIT
015750         VARYING WS-IDX-MARCA FROM 1 BY 1
015760         UNTIL WS-IDX-MARCA > WS-QTD-MARCAS.
015770     IF WS-QTD-MARCAS-NAO-VISTAS > ZERO
015780         DISPLAY "Aviso: " WS-QTD-MARCAS-NAO-VISTAS
015790             " marcas de estorno da data nao conferidas "
015800             "(tabela cheia) - conferir CALCTRID."
015810         MOVE "*AVISO* MARCAS DE ESTORNO NAO CONFERIDAS - TABELA "
015820             TO TXT-TEXTO
015830         MOVE "CHEIA" TO TXT-TEXTO (51:5)
015840         PERFORM 7200-GRAVAR-TEXTO THRU 7200-EXIT
015850         SET HOUVE-AVISO TO TRUE
015860     END-IF.
015870 6500-EXIT.
015880     EXIT.
015890
015900 6510-EXAMINAR-ANOTACAO.
015910     READ REGISTRO-TRANSACOES NEXT RECORD
015920         AT END
015930             SET FIM-ARQUIVO TO TRUE
015940             GO TO 6510-EXIT
015950     END-READ.
015960     ADD 1 TO WS-QTD-ANOTACOES-LIDAS.
015970     IF TRP-DATA-MOVIMENTO = WS-DATA-MOVIMENTO
015980         ADD 1 TO WS-QTD-ANOTACOES-DIA
015990         MOVE "S" TO WS-LOTE-ACHADO
016000         IF WS-QTD-LOTES > ZERO
016010             MOVE TRP-LOTE-ID TO WS-LOTE-PROCURADO
016020             PERFORM 1300-PROCURAR-LOTE THRU 1300-EXIT
016030         END-IF
016040         IF LOTE-ACHADO
016050             PERFORM 6520-EXCLUIR-ANOTACAO THRU 6520-EXIT
016060             GO TO 6510-EXIT
016070         END-IF
016080     END-IF.
016090     IF TRP-DATA-ESTORNO NUMERIC AND
016100        TRP-DATA-ESTORNO = WS-DATA-MOVIMENTO
016110         IF WS-QTD-MARCAS < WS-MAX-MARCAS
016120             ADD 1 TO WS-QTD-MARCAS
016130             MOVE TRP-DEPTO TO WS-MRC-DEPTO (WS-QTD-MARCAS)
016140             MOVE TRP-TRANS-ID TO WS-MRC-TRANS-ID (WS-QTD-MARCAS)
016150             MOVE TRP-ESTORNO-ID
016160                 TO WS-MRC-ESTORNO-ID (WS-QTD-MARCAS)
016170         ELSE
016180             ADD 1 TO WS-QTD-MARCAS-NAO-VISTAS
016190         END-IF
016200     END-IF.
016210 6510-EXIT.
016220     EXIT.
016230
016240 6520-EXCLUIR-ANOTACAO.
016250     DELETE REGISTRO-TRANSACOES RECORD.
016260     IF NOT FS-TRANSACOES-OK
016270         DISPLAY "Erro: exclusao em CALCTRID falhou. Status="
016280             FS-REGISTRO-TRANSACOES " Depto=" TRP-DEPTO
016290             " Transacao=" TRP-TRANS-ID
016300         MOVE 8 TO RETURN-CODE
016310         STOP RUN
016320     END-IF.
016330     ADD 1 TO WS-QTD-ANOTACOES-EXCLUIDAS.
016340 6520-EXIT.
016350     EXIT.
016360
016370*---------------------------------------------------------------*
016380*    6600-DESMARCAR-ORIGINAL                                    *
016390*    SE A ANOTACAO DO ESTORNO FOI EXCLUIDA, A ORIGINAL VOLTA A  *
016400*    NAO ESTORNADA: A REEXECUCAO PODE TRAZER O MESMO ESTORNO OU *
016410*    NENHUM.  ESTORNO DE LOTE NAO PEDIDO CONTINUA VALENDO.      *
016420*---------------------------------------------------------------*
016430 6600-DESMARCAR-ORIGINAL.
016440     MOVE WS-MRC-DEPTO (WS-IDX-MARCA) TO TRP-DEPTO.
016450     MOVE WS-MRC-ESTORNO-ID (WS-IDX-MARCA) TO TRP-TRANS-ID.
016460     READ REGISTRO-TRANSACOES
016470         INVALID KEY
016480             CONTINUE
016490         NOT INVALID KEY
016500             ADD 1 TO WS-QTD-MARCAS-MANTIDAS
016510             GO TO 6600-EXIT
016520     END-READ.
016521     MOVE WS-MRC-DEPTO (WS-IDX-MARCA) TO TRP-DEPTO.
016522     MOVE WS-MRC-TRANS-ID (WS-IDX-MARCA) TO TRP-TRANS-ID.
016523     READ REGISTRO-TRANSACOES
016524         INVALID KEY
016525             GO TO 6600-EXIT
016526     END-READ.
016527     MOVE SPACES TO TRP-ESTORNO-ID.
016528     MOVE ZERO TO TRP-DATA-ESTORNO.
016529     REWRITE REG-TRANS-PROCESSADA.
016530     IF NOT FS-TRANSACOES-OK
016531         DISPLAY "Erro: regravacao em CALCTRID falhou. Status="
016532             FS-REGISTRO-TRANSACOES " Depto=" TRP-DEPTO
016533             " Transacao=" TRP-TRANS-ID
016534         MOVE 8 TO RETURN-CODE
016535         STOP RUN
016536     END-IF.
016537     ADD 1 TO WS-QTD-MARCAS-DESFEITAS.
016538 6600-EXIT.
016539     EXIT.
016540
016541*---------------------------------------------------------------*
016542*    6700-DESFAZER-RETENCOES                                    *
016543*    VARRE CALCHLD EM ORDEM DE CHAVE, COMO CALCLIBR (O REGISTRO *
016544*    000 ABRE O GRUPO E DECIDE O QUE SE FAZ COM ELE), E DESFAZ  *
016545*    O QUE A CRITICA FEZ NO MOVIMENTO (COM CARTAO LOT, SO NOS   *
016546*    LOTES PEDIDOS): O GRUPO EFETIVADO NA DATA VOLTA A          *
016547*    LIBERADO E O GRUPO RETIDO NA DATA E EXCLUIDO.  CADA GRUPO  *
016548*    DESFEITO GANHA UMA LINHA NA TRILHA HLDAUD.  SEM CALCHLD    *
016549*    NAO HA O QUE DESFAZER.                                     *
016550*---------------------------------------------------------------*
016551 6700-DESFAZER-RETENCOES.
016552     OPEN I-O TRANSACOES-RETIDAS.
016553     IF FS-RETIDAS-INEXISTENTE
016554         MOVE "CALCHLD INEXISTENTE - NADA A DESFAZER."
016555             TO TXT-TEXTO
016556         PERFORM 7200-GRAVAR-TEXTO THRU 7200-EXIT
016557         GO TO 6700-EXIT
016558     END-IF.
016559     IF NOT FS-RETIDAS-OK
016560         DISPLAY "Erro: abertura de CALCHLD falhou. Status="
016561             FS-TRANSACOES-RETIDAS
016562         MOVE 8 TO RETURN-CODE
016563         GO TO 6700-EXIT
016564     END-IF.
016565     MOVE "N" TO WS-GRUPO-ABERTO.
016566     MOVE "N" TO WS-FIM-RETIDAS.
016567     MOVE LOW-VALUES TO HLD-CHAVE.
016568     START TRANSACOES-RETIDAS KEY IS NOT LESS THAN HLD-CHAVE
016569         INVALID KEY
016570             SET FIM-RETIDAS TO TRUE
016571     END-START.
016572     PERFORM 6710-LER-RETIDO THRU 6710-EXIT
016573         UNTIL FIM-RETIDAS.
016574     PERFORM 6790-FECHAR-GRUPO THRU 6790-EXIT.
016575     CLOSE TRANSACOES-RETIDAS.
016576 6700-EXIT.
016577     EXIT.
016578
016579 6710-LER-RETIDO.
016580     READ TRANSACOES-RETIDAS NEXT RECORD
016581         AT END
016582             SET FIM-RETIDAS TO TRUE
016583             GO TO 6710-EXIT
016584     END-READ.
016585     ADD 1 TO WS-QTD-RETIDOS-LIDOS.
016586     IF HLD-POSICAO = ZERO
016587         PERFORM 6720-ABRIR-GRUPO THRU 6720-EXIT
016588     ELSE
016589         IF NOT GRUPO-ABERTO OR
016590            HLD-DEPTO NOT = WS-DEPTO-GRUPO OR
016591            HLD-GRUPO-ID NOT = WS-ID-GRUPO
016592             DISPLAY "Aviso: registro " HLD-CHAVE " de CALCHLD "
016593                 "sem o detalhe do grupo - ignorado."
016594             GO TO 6710-EXIT
016595         END-IF
016596     END-IF.
016597     ADD 1 TO WS-QTD-REG-GRUPO.
016598     IF GRUPO-EXCLUIDO
016599         PERFORM 6740-EXCLUIR-RETIDO THRU 6740-EXIT
016600     END-IF.
016601 6710-EXIT.
016602     EXIT.
016603
016604*---------------------------------------------------------------*
016605*    6720-ABRIR-GRUPO                                           *
016606*    FECHA O GRUPO ANTERIOR, GUARDA OS DADOS DO REGISTRO 000 E  *
016607*    DECIDE O QUE SE FAZ COM O GRUPO: EFETIVADO NA DATA POR UM  *
016608*    LOTE DESFEITO VOLTA A LIBERADO NA HORA (SO O REGISTRO 000  *
016609*    GUARDA A SITUACAO); RETIDO NA DATA NUM LOTE DESFEITO TEM   *
016610*    TODOS OS REGISTROS EXCLUIDOS NA LEITURA (6710).            *
016611*---------------------------------------------------------------*
016612 6720-ABRIR-GRUPO.
016613     PERFORM 6790-FECHAR-GRUPO THRU 6790-EXIT.
016614     SET GRUPO-ABERTO TO TRUE.
016615     MOVE HLD-DEPTO           TO WS-DEPTO-GRUPO.
016616     MOVE HLD-GRUPO-ID        TO WS-ID-GRUPO.
016617     MOVE ZERO                TO WS-QTD-REG-GRUPO.
016618     MOVE HLD-VALOR-RETIDO    TO WS-GRP-VALOR-RETIDO.
016619     MOVE SPACE               TO WS-DESTINO-GRUPO.
016620     IF HLD-EFETIVADA AND
016621        HLD-DATA-EFETIVACAO = WS-DATA-MOVIMENTO
016622         ADD 1 TO WS-QTD-EFETIVADOS-DIA
016623         MOVE "S" TO WS-LOTE-ACHADO
016624         IF WS-QTD-LOTES > ZERO
016625             MOVE HLD-LOTE-EFETIVACAO TO WS-LOTE-PROCURADO
016626             PERFORM 1300-PROCURAR-LOTE THRU 1300-EXIT
016627         END-IF
016628         IF LOTE-ACHADO
016629             PERFORM 6730-DEVOLVER-GRUPO THRU 6730-EXIT
016630         END-IF
016631         GO TO 6720-EXIT
016632     END-IF.
016633     IF HLD-RETIDA AND
016634        HLD-DATA-RETENCAO = WS-DATA-MOVIMENTO
016635         ADD 1 TO WS-QTD-RETIDOS-DIA
016636         MOVE "S" TO WS-LOTE-ACHADO
016637         IF WS-QTD-LOTES > ZERO
016638             MOVE HLD-LOTE-ID TO WS-LOTE-PROCURADO
016639             PERFORM 1300-PROCURAR-LOTE THRU 1300-EXIT
016640         END-IF
016641         IF LOTE-ACHADO
016642             SET GRUPO-EXCLUIDO TO TRUE
016643         END-IF
016644     END-IF.
016645 6720-EXIT.
016646     EXIT.
016647
016648 6730-DEVOLVER-GRUPO.
016649     SET HLD-LIBERADA TO TRUE.
016650     MOVE ZERO   TO HLD-DATA-EFETIVACAO.
016651     MOVE SPACES TO HLD-LOTE-EFETIVACAO.
016652     REWRITE REG-RETIDO.
016653     IF NOT FS-RETIDAS-OK
016654         DISPLAY "Erro: regravacao em CALCHLD falhou. Status="
016655             FS-TRANSACOES-RETIDAS " Depto=" HLD-DEPTO
016656             " Transacao=" HLD-GRUPO-ID
016657         MOVE 8 TO RETURN-CODE
016658         STOP RUN
016659     END-IF.
016660     SET GRUPO-DEVOLVIDO TO TRUE.
016661 6730-EXIT.
016662     EXIT.
016663
016664 6740-EXCLUIR-RETIDO.
016665     DELETE TRANSACOES-RETIDAS RECORD.
016666     IF NOT FS-RETIDAS-OK
016667         DISPLAY "Erro: exclusao em CALCHLD falhou. Status="
016668             FS-TRANSACOES-RETIDAS " Depto=" HLD-DEPTO
016669             " Transacao=" HLD-GRUPO-ID
016670         MOVE 8 TO RETURN-CODE
016671         STOP RUN
016672     END-IF.
016673     ADD 1 TO WS-QTD-RETIDOS-EXCLUIDOS.
016674 6740-EXIT.
016675     EXIT.
016676
016677*---------------------------------------------------------------*
016678*    6790-FECHAR-GRUPO                                          *
016679*    ENCERRA O GRUPO DA VARREDURA: O DEVOLVIDO A LIBERADO GANHA *
016680*    A LINHA "DEF" NA TRILHA E O EXCLUIDO, A LINHA "DRT".       *
016681*---------------------------------------------------------------*
016682 6790-FECHAR-GRUPO.
016683     IF NOT GRUPO-ABERTO
016684         GO TO 6790-EXIT
016685     END-IF.
016686     MOVE "N" TO WS-GRUPO-ABERTO.
016687     IF GRUPO-DEVOLVIDO
016688         ADD 1 TO WS-QTD-GRUPOS-DEVOLVIDOS
016689         MOVE "DEF" TO WS-TRL-ACAO
016690         PERFORM 6800-GRAVAR-TRILHA THRU 6800-EXIT
016691     END-IF.
016692     IF GRUPO-EXCLUIDO
016693         ADD 1 TO WS-QTD-GRUPOS-EXCLUIDOS
016694         MOVE "DRT" TO WS-TRL-ACAO
016695         PERFORM 6800-GRAVAR-TRILHA THRU 6800-EXIT
016696     END-IF.
016697 6790-EXIT.
016698     EXIT.
016699
016700*---------------------------------------------------------------*
016701*    6800-GRAVAR-TRILHA                                         *
016702*    ACRESCENTA EM HLDAUD A LINHA DO GRUPO DESFEITO, COMO       *
016703*    CALCLIBR FAZ COM AS DECISOES, COM CARIMBO DE DATA E HORA.  *
016704*    NO LUGAR DO SUPERVISOR VAI O NOME DO PROGRAMA.             *
016705*---------------------------------------------------------------*
016706 6800-GRAVAR-TRILHA.
016707     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
016708     ACCEPT WS-HORA-SISTEMA FROM TIME.
016709     MOVE WS-DATA-SISTEMA       TO WS-TRL-DATA.
016710     MOVE WS-HORA-SISTEMA (1:6) TO WS-TRL-HORA.
016711     MOVE "CALCDESF"            TO WS-TRL-SUPERVISOR.
016712     MOVE WS-DEPTO-GRUPO        TO WS-TRL-DEPTO.
016713     MOVE WS-ID-GRUPO           TO WS-TRL-TRANS-ID.
016714     MOVE WS-GRP-VALOR-RETIDO   TO WS-TRL-VALOR.
016715     MOVE WS-QTD-REG-GRUPO      TO WS-TRL-QTD-REGISTROS.
016716     OPEN EXTEND LOG-RETIDAS.
016717     IF NOT FS-LOG-RET-OK
016718         OPEN OUTPUT LOG-RETIDAS
016719     END-IF.
016720     IF NOT FS-LOG-RET-OK
016721         DISPLAY "Erro: abertura de HLDAUD falhou. Status="
016722             FS-LOG-RETIDAS
016723         MOVE 8 TO RETURN-CODE
016724         STOP RUN
016725     END-IF.
016726     MOVE WS-LINHA-TRILHA TO REG-LOG-RETIDAS.
016727     WRITE REG-LOG-RETIDAS.
016728     IF NOT FS-LOG-RET-OK
016729         DISPLAY "Erro: gravacao em HLDAUD falhou. Status="
016730             FS-LOG-RETIDAS
016731         MOVE 8 TO RETURN-CODE
016732         STOP RUN
016733     END-IF.
016734     CLOSE LOG-RETIDAS.
016735 6800-EXIT.
016736     EXIT.
016737
016738*---------------------------------------------------------------*
016740*    7000-GRAVAR-PROVA / 7100-GRAVAR-RELATORIO / 7200-GRAVAR-   *
016750*    TEXTO                                                      *
016760*    SAIDA DAS LINHAS DO RELATORIO.  FALHA DE GRAVACAO          *
016770*    ENCERRA O PASSO.                                           *
016780*---------------------------------------------------------------*
016790 7000-GRAVAR-PROVA.
016800     MOVE WS-LIN-PROVA TO REG-RELATORIO.
016810     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
016820 7000-EXIT.
016830     EXIT.
016840
016850 7100-GRAVAR-RELATORIO.
016860     WRITE REG-RELATORIO.
016870     IF NOT FS-RELATORIO-OK
016880         DISPLAY "Erro: gravacao em DESFREL falhou. Status="
016890             FS-RELATORIO
016900         MOVE 8 TO RETURN-CODE
016910         STOP RUN
016920     END-IF.
016930 7100-EXIT.
016940     EXIT.
016950
016960 7200-GRAVAR-TEXTO.
016970     MOVE WS-LIN-TEXTO TO REG-RELATORIO.
016980     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
016990 7200-EXIT.
017000     EXIT.
017010
017020 7300-GRAVAR-CONTAGEM.
017030     MOVE WS-LIN-CONTAGEM TO REG-RELATORIO.
017040     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
017050 7300-EXIT.
017060     EXIT.
017070
017080*---------------------------------------------------------------*
017090*    8000-RESUMO-FINAL                                          *
017100*    FECHA O RELATORIO COM AS CONTAGENS ANTES E DEPOIS E O      *
017110*    VEREDITO, E MOSTRA O MESMO RESUMO PARA O OPERADOR.  SEM A  *
017120*    PROVA, O "DEPOIS" E O QUE TERIA FICADO - NADA FOI GRAVADO. *
017130*---------------------------------------------------------------*
017140 8000-RESUMO-FINAL.
017150     MOVE WS-LIN-TRACO TO REG-RELATORIO.
017160     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
017170     MOVE WS-LIN-CAB-CONTAGEM TO REG-RELATORIO.
017180     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
017190     MOVE "AUDITLOG - LINHAS" TO CNT-DESCRICAO.
017200     MOVE WS-QTD-LIDAS TO CNT-ANTES.
017210     MOVE WS-QTD-MANTIDAS TO CNT-DEPOIS.
017220     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017230     MOVE "AUDITLOG - LINHAS NOS TRECHOS DO LOTE"
017240         TO CNT-DESCRICAO.
017250     MOVE WS-QTD-NOS-TRECHOS TO CNT-ANTES.
017260     MOVE WS-QTD-TRECHO-MANTIDAS TO CNT-DEPOIS.
017270     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017280     MOVE "AUDITLOG - LINHAS DE SESSAO" TO CNT-DESCRICAO.
017290     MOVE WS-QTD-SESSAO-LIDAS TO CNT-ANTES.
017300     MOVE WS-QTD-SESSAO-MANTIDAS TO CNT-DEPOIS.
017310     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017320     MOVE "AUDITLOG - ULTIMA SEQUENCIA DA CADEIA"
017330         TO CNT-DESCRICAO.
017340     MOVE WS-SEQ-ANTERIOR TO CNT-ANTES.
017350     MOVE WS-SEQ-GRAVADA TO CNT-DEPOIS.
017360     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017370     MOVE "CALCCTL - REGISTROS" TO CNT-DESCRICAO.
017380     MOVE WS-QTD-CONTROLES-LIDOS TO CNT-ANTES.
017390     MOVE WS-QTD-CONTROLES-RELIDOS TO CNT-DEPOIS.
017400     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017410     MOVE "CALCCTL - REGISTROS ATIVOS DA DATA" TO CNT-DESCRICAO.
017420     MOVE WS-QTD-CONTROLES-MARCADOS TO CNT-ANTES.
017430     MOVE ZERO TO CNT-DEPOIS.
017440     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017450     MOVE "CALCTRID - ANOTACOES DO MOVIMENTO" TO CNT-DESCRICAO.
017460     MOVE WS-QTD-ANOTACOES-DIA TO CNT-ANTES.
017470     COMPUTE CNT-DEPOIS =
017480         WS-QTD-ANOTACOES-DIA - WS-QTD-ANOTACOES-EXCLUIDAS.
017490     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017500     MOVE "CALCTRID - MARCAS DE ESTORNO DA DATA" TO CNT-DESCRICAO.
017510     MOVE WS-QTD-MARCAS TO WS-QTD-MARCAS-DATA.
017520     ADD WS-QTD-MARCAS-NAO-VISTAS TO WS-QTD-MARCAS-DATA.
017530     MOVE WS-QTD-MARCAS-DATA TO CNT-ANTES.
017540     COMPUTE CNT-DEPOIS =
017541         WS-QTD-MARCAS-DATA - WS-QTD-MARCAS-DESFEITAS.
017542     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017543     MOVE "CALCHLD - GRUPOS EFETIVADOS NO MOVIMENTO"
017544         TO CNT-DESCRICAO.
017545     MOVE WS-QTD-EFETIVADOS-DIA TO CNT-ANTES.
017546     COMPUTE CNT-DEPOIS =
017547         WS-QTD-EFETIVADOS-DIA - WS-QTD-GRUPOS-DEVOLVIDOS.
017548     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017549     MOVE "CALCHLD - GRUPOS RETIDOS NO MOVIMENTO"
017550         TO CNT-DESCRICAO.
017551     MOVE WS-QTD-RETIDOS-DIA TO CNT-ANTES.
017552     COMPUTE CNT-DEPOIS =
017553         WS-QTD-RETIDOS-DIA - WS-QTD-GRUPOS-EXCLUIDOS.
017554     PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT.
017555     IF WS-QTD-LOTES > ZERO
017556         MOVE "CALCIN - REGISTROS (DEPOIS: EM CALCREEX)"
017557             TO CNT-DESCRICAO
017558         MOVE WS-QTD-ENTRADA-LIDOS TO CNT-ANTES
017559         MOVE WS-QTD-ENTRADA-COPIADOS TO CNT-DEPOIS
017560         PERFORM 7300-GRAVAR-CONTAGEM THRU 7300-EXIT
017561     END-IF.
017570     MOVE WS-LIN-TRACO TO REG-RELATORIO.
017580     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
017590     IF CONTAGENS-PROVADAS AND RETURN-CODE < 8
017600         MOVE "OK      " TO PRV-RESULTADO
017610         MOVE "DIA DESFEITO - PODE SER REEXECUTADO." TO PRV-TEXTO
017620     ELSE
017630         MOVE "*FALHA* " TO PRV-RESULTADO
017640         IF CONTAGENS-PROVADAS
017650             MOVE "DESFAZIMENTO INCOMPLETO - VER SYSOUT."
017660                 TO PRV-TEXTO
017670         ELSE
017680             MOVE "CONTAGENS NAO PROVARAM - NADA FOI ALTERADO."
017690                 TO PRV-TEXTO
017700         END-IF
017710     END-IF.
017720     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
017730     CLOSE RELATORIO.
017740     DISPLAY "--------------------------------------------".
017750     DISPLAY "  DESFAZIMENTO DO MOVIMENTO " WS-DATA-MOVIMENTO.
017760     DISPLAY "--------------------------------------------".
017770     DISPLAY "  Controles marcados...: "
017780         WS-QTD-CONTROLES-MARCADOS.
017790     DISPLAY "  Linhas lidas.........: " WS-QTD-LIDAS.
017800     DISPLAY "  Linhas retiradas.....: " WS-QTD-RETIRADAS.
017810     DISPLAY "  Linhas mantidas......: " WS-QTD-MANTIDAS.
017820     DISPLAY "  Linhas resseladas....: " WS-QTD-RESSELADAS.
017830     DISPLAY "  Linhas regravadas....: " WS-QTD-REGRAVADAS.
017840     IF WS-QTD-SEM-ANOTACAO > ZERO
017850         DISPLAY "  Sem anotacao (ficam).: " WS-QTD-SEM-ANOTACAO
017860     END-IF.
017870     DISPLAY "  Cadeia antes.........: " WS-SEQ-CADEIA-ANTES.
017880     DISPLAY "  Cadeia depois........: " WS-SEQ-GRAVADA.
017890     DISPLAY "  Checkpoints zerados..: "
017900         WS-QTD-CHECKPOINTS-ZERADOS.
017910     DISPLAY "  Anotacoes excluidas..: "
017920         WS-QTD-ANOTACOES-EXCLUIDAS.
017921     DISPLAY "  Estornos desmarcados.: " WS-QTD-MARCAS-DESFEITAS.
017922     DISPLAY "  Retidas devolvidas...: "
017923         WS-QTD-GRUPOS-DEVOLVIDOS.
017924     DISPLAY "  Retidas excluidas....: "
017925         WS-QTD-GRUPOS-EXCLUIDOS.
017926     IF WS-QTD-LOTES > ZERO
017927         DISPLAY "  Envelopes p/ CALCREEX: "
017928             WS-QTD-ENVELOPES-COPIADOS
017929         DISPLAY "  Registros p/ CALCREEX: "
017930             WS-QTD-ENTRADA-COPIADOS
017931     END-IF.
017940     DISPLAY "--------------------------------------------".
017950 8000-EXIT.
017960     EXIT.
017970
017980*---------------------------------------------------------------*
017990*    8200-GRAVAR-CONTROLE                                       *
018000*    ACRESCENTA EM CALCCTL O REGISTRO DO PROPRIO DESFAZIMENTO   *
018010*    (INFORMATIVO).  SE O DIA FOI DESFEITO, ELE JA SAI COM A    *
018020*    SITUACAO "D", JUNTO DOS REGISTROS QUE DESCREVE; SE A PROVA *
018030*    FALHOU, SAI ATIVO, SO PARA CONSTAR A TENTATIVA.  FALHA     *
018040*    AQUI NAO DERRUBA O PASSO.                                  *
018050*---------------------------------------------------------------*
018060 8200-GRAVAR-CONTROLE.
018070     MOVE WS-DATA-MOVIMENTO         TO WS-CTL-DATA.
018080     MOVE "CALCDESF"                TO WS-CTL-PASSO.
018090     MOVE WS-QTD-LIDAS              TO WS-CTL-QTD-ENTRADA.
018100     MOVE WS-QTD-MANTIDAS           TO WS-CTL-QTD-SAIDA.
018110     MOVE WS-QTD-RETIRADAS          TO WS-CTL-QTD-DETALHES.
018120     MOVE WS-QTD-CONTROLES-MARCADOS TO WS-CTL-QTD-ERROS.
018130     MOVE RETURN-CODE               TO WS-CTL-RETORNO.
018140     IF CONTAGENS-PROVADAS
018150         MOVE "D"                   TO WS-CTL-SITUACAO
018160     ELSE
018170         MOVE SPACE                 TO WS-CTL-SITUACAO
018180     END-IF.
018190     MOVE ZERO                      TO WS-CTL-SEQ-INICIAL.
018191     MOVE ZERO                      TO WS-CTL-QTD-RETIDOS.
018200     OPEN EXTEND CONTROLE-DIA.
018210     IF NOT FS-CONTROLE-OK
018220         OPEN OUTPUT CONTROLE-DIA
018230     END-IF.
018240     IF NOT FS-CONTROLE-OK
018250         DISPLAY "Aviso: abertura de CALCCTL falhou. Status="
018260             FS-CONTROLE-DIA " - controle do dia nao gravado."
018270         GO TO 8200-EXIT
018280     END-IF.
018290     MOVE WS-LINHA-CONTROLE TO REG-CONTROLE-DIA.
018300     WRITE REG-CONTROLE-DIA.
018310     IF NOT FS-CONTROLE-OK
018320         DISPLAY "Aviso: gravacao em CALCCTL falhou. Status="
018330             FS-CONTROLE-DIA
018340     END-IF.
018350     CLOSE CONTROLE-DIA.
018360 8200-EXIT.
018370     EXIT.

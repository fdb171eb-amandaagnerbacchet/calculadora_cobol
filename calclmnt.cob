000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCLMNT                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  MANUTENCAO DO CADASTRO DE LIMITES DE VALOR POR      *
000090*           DEPARTAMENTO E OPERACAO (ARQUIVO VSAM/INDEXADO      *
000100*           CALCLIM, LAYOUT CALCLIM) USADO PELA CRITICA         *
000110*           CALCEDIT PARA RETER EM CALCHLD O DETALHE CUJO VALOR *
000120*           PASSA DO LIMITE.  LE CARTOES DE COMANDO DO SYSIN -  *
000130*           UM POR LINHA - E EXECUTA:                           *
000140*             INC  INCLUI UM LIMITE                             *
000150*             ALT  ALTERA O VALOR MAXIMO DE UM LIMITE           *
000160*             EXC  EXCLUI UM LIMITE (O DEPARTAMENTO/OPERACAO    *
000170*                  PASSA A VALER PELO LIMITE MENOS ESPECIFICO)  *
000180*             LST  LISTA OS LIMITES DO DEPARTAMENTO (OU TODOS,  *
000190*                  COM O DEPARTAMENTO EM BRANCO) NO SYSOUT      *
000200*           DEPARTAMENTO EM BRANCO NO CARTAO INC/ALT/EXC E O    *
000210*           LIMITE DE TODOS OS DEPARTAMENTOS; OPERACAO EM       *
000220*           BRANCO, O DE TODAS AS OPERACOES (VER CALCLIM).      *
000230*           CONTROLE DUPLO, COMO EM CALCDMNT: INC/ALT/EXC       *
000240*           FICAM PENDENTES EM CALCPEND (LAYOUT CALCPEND) ATE   *
000250*           QUE OUTRO OPERADOR, ATIVO E DE NIVEL SUPERVISOR NO  *
000260*           CADASTRO CALCOPER, OS APROVE OU RECUSE:             *
000270*             APR  APROVA A ALTERACAO PENDENTE DO LIMITE E A    *
000280*                  APLICA AO CADASTRO                           *
000290*             REC  RECUSA A ALTERACAO PENDENTE DO LIMITE        *
000300*           QUEM DIGITA O INC/ALT/EXC TEM DE ESTAR ATIVO EM     *
000310*           CALCOPER.  A PENDENCIA NAO APROVADA EM 5 DIAS       *
000320*           CORRIDOS VENCE E E EXPURGADA NA ABERTURA SEGUINTE.  *
000330*           CADA ALTERACAO APLICADA GRAVA UMA LINHA DE TRILHA   *
000340*           DE AUDITORIA EM LIMAUD COM DATA, HORA, OPERADOR,    *
000350*           APROVADOR, ACAO E O VALOR GRAVADO; A RECUSA E O     *
000360*           VENCIMENTO SAEM NELA COMO "REC" E "VEN".            *
000370*                                                               *
000380*  LAYOUT DO CARTAO DE COMANDO (COLUNAS):                       *
000390*    01-03  ACAO (INC/ALT/EXC/APR/REC/LST)                      *
000400*    05-12  OPERADOR RESPONSAVEL                                *
000410*    14-17  CODIGO DO DEPARTAMENTO (BRANCO = TODOS)             *
000420*    19     OPERACAO + - * / % ^ T (BRANCO = TODAS)             *
000430*    21-29  VALOR MAXIMO (9999999V99, SEM SINAL)                *
000440*    APR/REC: SUPERVISOR EM 05-12 E A CHAVE EM 14-17 E 19       *
000450*                                                               *
000460*  CODIGO DE RETORNO:                                           *
000470*    0 - TODOS OS CARTOES EXECUTADOS                            *
000480*    4 - UM OU MAIS CARTOES COM ERRO (VER SYSOUT)               *
000490*    8 - CALCLIM, CALCPEND, CALCOPER, CALCDEPT OU SYSIN NAO     *
000500*        PODE SER ABERTO                                        *
000510*                                                               *
000520*  HISTORICO DE ALTERACOES.                                     *
000530*    15/10/2026  EQS  PROGRAMA CRIADO, NOS MOLDES DE CALCDMNT.  *
000531*    15/10/2026  EQS  INC/ALT DE DEPARTAMENTO QUE NAO ESTA NO   *
000532*                     CADASTRO CALCDEPT E RECUSADO, NA ENTRADA  *
000533*                     E NA APROVACAO.                           *
000540*                                                               *
000550***************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. CalcLMnt.
000580 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000590 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000600 DATE-WRITTEN. 15/10/2026.
000610 DATE-COMPILED.
000620
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT CARTOES-COMANDO ASSIGN TO "SYSIN"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-CARTOES.
000690
000700     SELECT CADASTRO-LIMITES ASSIGN TO "CALCLIM"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS LIM-CHAVE
000740         FILE STATUS IS FS-CADASTRO-LIMITES.
000750
000760     SELECT LOG-MANUTENCAO ASSIGN TO "LIMAUD"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-LOG-MANUTENCAO.
000790
000800     SELECT ARQ-PENDENCIAS ASSIGN TO "CALCPEND"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS PND-CHAVE
000840         FILE STATUS IS FS-ARQ-PENDENCIAS.
000850
000860     SELECT CADASTRO-OPERADORES ASSIGN TO "CALCOPER"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS OPR-ID
000900         FILE STATUS IS FS-CADASTRO-OPERADORES.
000901
000902     SELECT CADASTRO-DEPTOS ASSIGN TO "CALCDEPT"
000903         ORGANIZATION IS INDEXED
000904         ACCESS MODE IS DYNAMIC
000905         RECORD KEY IS DEP-CODIGO
000906         FILE STATUS IS FS-CADASTRO-DEPTOS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  CARTOES-COMANDO
000950     LABEL RECORDS ARE STANDARD
000960     RECORDING MODE IS F.
000970 01  REG-CARTAO.
000980     05  MNT-ACAO                 PIC X(03).
000990         88  ACAO-INCLUIR                VALUE "INC".
001000         88  ACAO-ALTERAR                VALUE "ALT".
001010         88  ACAO-EXCLUIR                VALUE "EXC".
001020         88  ACAO-LISTAR                 VALUE "LST".
001030         88  ACAO-APROVAR                VALUE "APR".
001040         88  ACAO-RECUSAR                VALUE "REC".
001050         88  ACAO-MUDA-CADASTRO          VALUE "INC" "ALT"
001060                                               "EXC".
001070     05  FILLER                   PIC X(01).
001080     05  MNT-OPERADOR             PIC X(08).
001090     05  FILLER                   PIC X(01).
001100     05  MNT-DEPTO                PIC X(04).
001110     05  FILLER                   PIC X(01).
001120     05  MNT-OPERACAO             PIC X(01).
001130         88  MNT-OPERACAO-VALIDA         VALUE " " "+" "-" "*"
001140                                               "/" "%" "^" "T".
001150     05  FILLER                   PIC X(01).
001160     05  MNT-VALOR                PIC 9(07)V99.
001170     05  FILLER                   PIC X(51).
001180
001190 FD  CADASTRO-LIMITES
001200     LABEL RECORDS ARE STANDARD.
001210 COPY CALCLIM.
001220
001230 FD  LOG-MANUTENCAO
001240     LABEL RECORDS ARE STANDARD
001250     RECORDING MODE IS F.
001260 01  REG-LOG-MANUTENCAO          PIC X(80).
001270
001280 FD  ARQ-PENDENCIAS
001290     LABEL RECORDS ARE STANDARD.
001300 COPY CALCPEND.
001310
001320 FD  CADASTRO-OPERADORES
001330     LABEL RECORDS ARE STANDARD.
001340 COPY CALCOPER.
001350
001351 FD  CADASTRO-DEPTOS
001352     LABEL RECORDS ARE STANDARD.
001353 COPY CALCDEPT.
001354
001360 WORKING-STORAGE SECTION.
001370*---------------------------------------------------------------*
001380*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001390*---------------------------------------------------------------*
001400 01  FS-CARTOES                  PIC X(02).
001410     88  FS-CARTOES-OK                   VALUE "00".
001420 01  FS-CADASTRO-LIMITES         PIC X(02).
001430     88  FS-LIMITES-OK                   VALUE "00".
001440     88  FS-LIMITES-INEXISTENTE          VALUE "35".
001450 01  FS-LOG-MANUTENCAO           PIC X(02).
001460     88  FS-LOG-MNT-OK                   VALUE "00".
001470 01  FS-ARQ-PENDENCIAS           PIC X(02).
001480     88  FS-PEND-OK                      VALUE "00".
001490     88  FS-PEND-INEXISTENTE             VALUE "35".
001500 01  FS-CADASTRO-OPERADORES      PIC X(02).
001510     88  FS-OPERADORES-OK                VALUE "00".
001511 01  FS-CADASTRO-DEPTOS          PIC X(02).
001512     88  FS-DEPTOS-OK                    VALUE "00".
001520 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
001530     88  FIM-CARTOES                    VALUE "S".
001540 01  WS-FIM-LISTAGEM             PIC X(01) VALUE "N".
001550     88  FIM-LISTAGEM                   VALUE "S".
001560 01  WS-FIM-PENDENCIAS           PIC X(01) VALUE "N".
001570     88  FIM-PENDENCIAS                 VALUE "S".
001580
001590*---------------------------------------------------------------*
001600*    CONTROLE DUPLO: PRAZO DE APROVACAO DA ALTERACAO PENDENTE   *
001610*    (DIAS CORRIDOS), SUPERVISOR QUE APROVOU OU RECUSOU E ACAO  *
001620*    DO CARTAO GUARDADO, PARA A TRILHA                          *
001630*---------------------------------------------------------------*
001640 01  WS-PRAZO-PENDENCIA          PIC 9(03) COMP VALUE 5.
001650 01  WS-CARTAO-REPROVADO         PIC X(01) VALUE "N".
001660     88  CARTAO-REPROVADO               VALUE "S".
001670 01  WS-OPERADOR-APROVADOR       PIC X(08) VALUE SPACES.
001680 01  WS-ACAO-PENDENTE            PIC X(03) VALUE SPACES.
001690 01  WS-ACAO-DESFECHO            PIC X(03) VALUE SPACES.
001700 01  WS-QTD-EXEC-ANTES           PIC 9(05) COMP VALUE ZERO.
001701 01  WS-DEPTO-CADASTRADO         PIC X(01) VALUE "N".
001702     88  DEPTO-CADASTRADO               VALUE "S".
001710
001720*---------------------------------------------------------------*
001730*    CONTADORES DO PASSO                                        *
001740*---------------------------------------------------------------*
001750 01  WS-QTD-CARTOES              PIC 9(05) COMP VALUE ZERO.
001760 01  WS-QTD-EXECUTADOS           PIC 9(05) COMP VALUE ZERO.
001770 01  WS-QTD-COM-ERRO             PIC 9(05) COMP VALUE ZERO.
001780 01  WS-QTD-PENDENTES            PIC 9(05) COMP VALUE ZERO.
001790 01  WS-QTD-APROVADOS            PIC 9(05) COMP VALUE ZERO.
001800 01  WS-QTD-RECUSADOS            PIC 9(05) COMP VALUE ZERO.
001810 01  WS-QTD-VENCIDOS             PIC 9(05) COMP VALUE ZERO.
001820
001830*---------------------------------------------------------------*
001840*    DATA E HORA PARA CARIMBO DA TRILHA DE AUDITORIA            *
001850*---------------------------------------------------------------*
001860 01  WS-DATA-SISTEMA              PIC 9(08).
001870 01  WS-HORA-SISTEMA.
001880     05  WS-HH-SISTEMA            PIC 9(02).
001890     05  WS-MM-SISTEMA            PIC 9(02).
001900     05  WS-SS-SISTEMA            PIC 9(02).
001910     05  WS-CC-SISTEMA            PIC 9(02).
001920
001930*---------------------------------------------------------------*
001940*    CALENDARIO DA DATA LIMITE DE APROVACAO, AVANCADA DIA A DIA *
001950*    A PARTIR DA DATA DA INCLUSAO DA PENDENCIA (ULTIMO DIA DO   *
001960*    MES COM ANO BISSEXTO), COMO EM CALCDMNT                    *
001970*---------------------------------------------------------------*
001980 01  WS-DATA-CALENDARIO          PIC 9(08) VALUE ZERO.
001990 01  WS-DATA-DECOMPOSTA REDEFINES WS-DATA-CALENDARIO.
002000     05  WS-DTC-ANO               PIC 9(04).
002010     05  WS-DTC-MES               PIC 9(02).
002020     05  WS-DTC-DIA               PIC 9(02).
002030 01  WS-ULTIMO-DIA-MES           PIC 9(02) VALUE ZERO.
002040 01  WS-QUOCIENTE                PIC 9(07) COMP VALUE ZERO.
002050 01  WS-RESTO                    PIC 9(02) COMP VALUE ZERO.
002060 01  WS-TAB-DIAS-CONSTANTES      PIC X(24) VALUE
002070     "312831303130313130313031".
002080 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-CONSTANTES.
002090     05  WS-DIAS-DO-MES           PIC 9(02) OCCURS 12.
002100
002110*---------------------------------------------------------------*
002120*    LINHA DA TRILHA DE AUDITORIA DA MANUTENCAO                 *
002130*    (OPERADOR = QUEM DIGITOU O CARTAO; APROVADOR = SUPERVISOR  *
002140*    QUE O APROVOU OU RECUSOU; ACAO PENDENTE = ACAO DO CARTAO   *
002150*    GUARDADO NAS LINHAS "REC" E "VEN")                         *
002160*---------------------------------------------------------------*
002170 01  WS-LINHA-TRILHA.
002180     05  WS-TRL-DATA              PIC 9(08).
002190     05  FILLER                   PIC X(01) VALUE SPACE.
002200     05  WS-TRL-HORA              PIC 9(06).
002210     05  FILLER                   PIC X(01) VALUE SPACE.
002220     05  WS-TRL-OPERADOR          PIC X(08).
002230     05  FILLER                   PIC X(01) VALUE SPACE.
002240     05  WS-TRL-ACAO              PIC X(03).
002250     05  FILLER                   PIC X(01) VALUE SPACE.
002260     05  WS-TRL-DEPTO             PIC X(04).
002270     05  FILLER                   PIC X(01) VALUE SPACE.
002280     05  WS-TRL-OPERACAO          PIC X(01).
002290     05  FILLER                   PIC X(01) VALUE SPACE.
002300     05  WS-TRL-VALOR             PIC 9(07)V99.
002310     05  FILLER                   PIC X(01) VALUE SPACE.
002320     05  WS-TRL-APROVADOR         PIC X(08).
002330     05  FILLER                   PIC X(01) VALUE SPACE.
002340     05  WS-TRL-ACAO-PENDENTE     PIC X(03).
002350     05  FILLER                   PIC X(22) VALUE SPACES.
002360
002370*---------------------------------------------------------------*
002380*    LINHA DA LISTAGEM (ACAO LST), MONTADA PARA O SYSOUT        *
002390*---------------------------------------------------------------*
002400 01  WS-LIN-LISTAGEM.
002410     05  LST-DEPTO                PIC X(04).
002420     05  FILLER                   PIC X(01) VALUE SPACE.
002430     05  LST-OPERACAO             PIC X(01).
002440     05  FILLER                   PIC X(01) VALUE SPACE.
002450     05  LST-VALOR                PIC Z(6)9.99.
002460     05  FILLER                   PIC X(01) VALUE SPACE.
002470     05  LST-DATA                 PIC 9(08).
002480     05  FILLER                   PIC X(01) VALUE SPACE.
002490     05  LST-OPERADOR             PIC X(08).
002500     05  FILLER                   PIC X(01) VALUE SPACE.
002510     05  LST-APROVADOR            PIC X(08).
002520
002530 PROCEDURE DIVISION.
002540 0000-MAINLINE.
002550     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002560     PERFORM 2000-PROCESSAR-CARTAO THRU 2000-EXIT
002570         UNTIL FIM-CARTOES.
002580     PERFORM 8000-FINALIZAR THRU 8000-EXIT.
002590     IF WS-QTD-COM-ERRO > ZERO
002600         MOVE 4 TO RETURN-CODE
002610     END-IF.
002620     STOP RUN.
002630
002640*---------------------------------------------------------------*
002650*    1000-INICIALIZAR                                           *
002660*    ABRE OS CARTOES, O CADASTRO DE LIMITES E AS PENDENCIAS.    *
002670*    NA PRIMEIRA EXECUCAO O CADASTRO E AS PENDENCIAS AINDA NAO  *
002680*    EXISTEM (STATUS 35): SAO CRIADOS VAZIOS E REABERTOS PARA   *
002690*    ATUALIZACAO, COMO EM CALCDMNT.  OS CADASTROS DE OPERADORES *
002700*    (CALCOPER) E DEPARTAMENTOS (CALCDEPT) SAO SO CONSULTADOS.  *
002710*    AS PENDENCIAS DE LIMITE VENCIDAS SAO EXPURGADAS ANTES DO   *
002711*    PRIMEIRO CARTAO.                                           *
002720*---------------------------------------------------------------*
002730 1000-INICIALIZAR.
002740     OPEN INPUT CARTOES-COMANDO.
002750     IF NOT FS-CARTOES-OK
002760         DISPLAY "Erro: abertura do SYSIN falhou. Status="
002770             FS-CARTOES
002780         MOVE 8 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     OPEN I-O CADASTRO-LIMITES.
002820     IF FS-LIMITES-INEXISTENTE
002830         OPEN OUTPUT CADASTRO-LIMITES
002840         CLOSE CADASTRO-LIMITES
002850         OPEN I-O CADASTRO-LIMITES
002860     END-IF.
002870     IF NOT FS-LIMITES-OK
002880         DISPLAY "Erro: abertura de CALCLIM falhou. Status="
002890             FS-CADASTRO-LIMITES
002900         MOVE 8 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930     OPEN I-O ARQ-PENDENCIAS.
002940     IF FS-PEND-INEXISTENTE
002950         OPEN OUTPUT ARQ-PENDENCIAS
002960         CLOSE ARQ-PENDENCIAS
002970         OPEN I-O ARQ-PENDENCIAS
002980     END-IF.
002990     IF NOT FS-PEND-OK
003000         DISPLAY "Erro: abertura de CALCPEND falhou. Status="
003010             FS-ARQ-PENDENCIAS
003020         MOVE 8 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     OPEN INPUT CADASTRO-OPERADORES.
003060     IF NOT FS-OPERADORES-OK
003070         DISPLAY "Erro: abertura de CALCOPER falhou. Status="
003080             FS-CADASTRO-OPERADORES
003081         MOVE 8 TO RETURN-CODE
003082         STOP RUN
003083     END-IF.
003084     OPEN INPUT CADASTRO-DEPTOS.
003085     IF NOT FS-DEPTOS-OK
003086         DISPLAY "Erro: abertura de CALCDEPT falhou. Status="
003087             FS-CADASTRO-DEPTOS
003090         MOVE 8 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
003130     PERFORM 1100-VENCER-PENDENCIAS THRU 1100-EXIT.
003140 1000-EXIT.
003150     EXIT.
003160
003170*---------------------------------------------------------------*
003180*    1100-VENCER-PENDENCIAS                                     *
003190*    EXPURGA AS ALTERACOES PENDENTES DE LIMITE CUJA DATA LIMITE *
003200*    DE APROVACAO JA PASSOU, COM LINHA "VEN" NA TRILHA.  AS     *
003210*    PENDENCIAS DOS OUTROS CADASTROS FICAM PARA OS RESPECTIVOS  *
003220*    PROGRAMAS DE MANUTENCAO.                                   *
003230*---------------------------------------------------------------*
003240 1100-VENCER-PENDENCIAS.
003250     MOVE "N" TO WS-FIM-PENDENCIAS.
003260     MOVE LOW-VALUES TO PND-CHAVE.
003270     SET PND-CAD-LIMITES TO TRUE.
003280     START ARQ-PENDENCIAS KEY NOT LESS PND-CHAVE
003290         INVALID KEY
003300             SET FIM-PENDENCIAS TO TRUE
003310     END-START.
003320     PERFORM 1110-VENCER-PROXIMA THRU 1110-EXIT
003330         UNTIL FIM-PENDENCIAS.
003340 1100-EXIT.
003350     EXIT.
003360
003370 1110-VENCER-PROXIMA.
003380     READ ARQ-PENDENCIAS NEXT RECORD
003390         AT END
003400             SET FIM-PENDENCIAS TO TRUE
003410     END-READ.
003420     IF FIM-PENDENCIAS
003430         GO TO 1110-EXIT
003440     END-IF.
003450     IF NOT PND-CAD-LIMITES
003460         SET FIM-PENDENCIAS TO TRUE
003470         GO TO 1110-EXIT
003480     END-IF.
003490     IF PND-DATA-LIMITE < WS-DATA-SISTEMA
003500         PERFORM 6700-VENCER-PENDENCIA THRU 6700-EXIT
003510     END-IF.
003520 1110-EXIT.
003530     EXIT.
003540
003550*---------------------------------------------------------------*
003560*    2000-PROCESSAR-CARTAO                                      *
003570*    LE UM CARTAO DE COMANDO E O DESPACHA PELA ACAO.  CARTAO    *
003580*    EM BRANCO E IGNORADO; ACAO DESCONHECIDA CONTA COMO ERRO.   *
003590*---------------------------------------------------------------*
003600 2000-PROCESSAR-CARTAO.
003610     READ CARTOES-COMANDO
003620         AT END
003630             SET FIM-CARTOES TO TRUE
003640         NOT AT END
003650             IF REG-CARTAO = SPACES
003660                 CONTINUE
003670             ELSE
003680                 ADD 1 TO WS-QTD-CARTOES
003690                 PERFORM 2100-EXECUTAR-CARTAO THRU 2100-EXIT
003700             END-IF
003710     END-READ.
003720 2000-EXIT.
003730     EXIT.
003740
003750 2100-EXECUTAR-CARTAO.
003760     IF ACAO-APROVAR
003770         PERFORM 6100-APROVAR-PENDENCIA THRU 6100-EXIT
003780     ELSE
003790      IF ACAO-RECUSAR
003800          PERFORM 6200-RECUSAR-PENDENCIA THRU 6200-EXIT
003810      ELSE
003820       IF ACAO-LISTAR
003830           PERFORM 3400-LISTAR-LIMITES THRU 3400-EXIT
003840       ELSE
003850        IF ACAO-MUDA-CADASTRO
003860            PERFORM 6000-REGISTRAR-PENDENCIA THRU 6000-EXIT
003870        ELSE
003880            DISPLAY "Erro: acao invalida no cartao "
003890                WS-QTD-CARTOES ": " MNT-ACAO
003900            ADD 1 TO WS-QTD-COM-ERRO
003910        END-IF
003920       END-IF
003930      END-IF
003940     END-IF.
003950 2100-EXIT.
003960     EXIT.
003970
003980*---------------------------------------------------------------*
003990*    2200-APLICAR-CARTAO                                        *
004000*    APLICA AO CADASTRO O CARTAO INC/ALT/EXC DE UMA ALTERACAO   *
004010*    PENDENTE QUE ACABA DE SER APROVADA (6100).                 *
004020*---------------------------------------------------------------*
004030 2200-APLICAR-CARTAO.
004040     IF ACAO-INCLUIR
004050         PERFORM 3100-INCLUIR-LIMITE THRU 3100-EXIT
004060     ELSE
004070         IF ACAO-ALTERAR
004080             PERFORM 3200-ALTERAR-LIMITE THRU 3200-EXIT
004090         ELSE
004100             PERFORM 3300-EXCLUIR-LIMITE THRU 3300-EXIT
004110         END-IF
004120     END-IF.
004130 2200-EXIT.
004140     EXIT.
004150
004160*---------------------------------------------------------------*
004170*    3100-INCLUIR-LIMITE                                        *
004180*    INCLUI UM LIMITE NOVO PARA A CHAVE DO CARTAO.  CHAVE JA    *
004190*    CADASTRADA E ERRO: O LIMITE DEVE SER ALTERADO (ALT), NAO   *
004200*    INCLUIDO DE NOVO.                                          *
004201*    O DEPARTAMENTO INFORMADO E CONFERIDO DE NOVO EM CALCDEPT   *
004202*    (PODE TER SAIDO DO CADASTRO DESDE A ENTRADA DO CARTAO).    *
004210*---------------------------------------------------------------*
004220 3100-INCLUIR-LIMITE.
004221     IF MNT-DEPTO NOT = SPACES
004222         PERFORM 6060-CONFERIR-DEPTO THRU 6060-EXIT
004223         IF NOT DEPTO-CADASTRADO
004224             ADD 1 TO WS-QTD-COM-ERRO
004225             GO TO 3100-EXIT
004226         END-IF
004227     END-IF.
004230     IF MNT-VALOR NOT NUMERIC OR MNT-VALOR = ZERO
004240         DISPLAY "Erro: cartao INC com valor invalido. Cartao "
004250             WS-QTD-CARTOES
004260         ADD 1 TO WS-QTD-COM-ERRO
004270     ELSE
004275         MOVE SPACES TO REG-LIMITE
004280         PERFORM 3500-MONTAR-LIMITE THRU 3500-EXIT
004290         WRITE REG-LIMITE
004300             INVALID KEY
004310                 DISPLAY "Erro: limite ja cadastrado. Depto="
004320                     MNT-DEPTO " Operacao=" MNT-OPERACAO
004330                 ADD 1 TO WS-QTD-COM-ERRO
004340             NOT INVALID KEY
004350                 ADD 1 TO WS-QTD-EXECUTADOS
004360                 PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT
004370         END-WRITE
004380     END-IF.
004390 3100-EXIT.
004400     EXIT.
004410
004420*---------------------------------------------------------------*
004430*    3200-ALTERAR-LIMITE                                        *
004440*    ALTERA O VALOR MAXIMO DE UM LIMITE JA CADASTRADO.          *
004450*---------------------------------------------------------------*
004460 3200-ALTERAR-LIMITE.
004470     IF MNT-VALOR NOT NUMERIC OR MNT-VALOR = ZERO
004480         DISPLAY "Erro: cartao ALT com valor invalido. Cartao "
004490             WS-QTD-CARTOES
004500         ADD 1 TO WS-QTD-COM-ERRO
004510     ELSE
004520         MOVE MNT-DEPTO    TO LIM-DEPTO
004530         MOVE MNT-OPERACAO TO LIM-OPERACAO
004540         READ CADASTRO-LIMITES
004550             INVALID KEY
004560                 DISPLAY "Erro: limite nao cadastrado. Depto="
004570                     MNT-DEPTO " Operacao=" MNT-OPERACAO
004580                 ADD 1 TO WS-QTD-COM-ERRO
004590             NOT INVALID KEY
004600                 PERFORM 3500-MONTAR-LIMITE THRU 3500-EXIT
004610                 REWRITE REG-LIMITE
004620                 IF FS-LIMITES-OK
004630                     ADD 1 TO WS-QTD-EXECUTADOS
004640                     PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT
004650                 ELSE
004660                     DISPLAY "Erro: regravacao em CALCLIM "
004670                         "falhou. Status=" FS-CADASTRO-LIMITES
004680                     ADD 1 TO WS-QTD-COM-ERRO
004690                 END-IF
004700         END-READ
004710     END-IF.
004720 3200-EXIT.
004730     EXIT.
004740
004750*---------------------------------------------------------------*
004760*    3300-EXCLUIR-LIMITE                                        *
004770*    EXCLUI O LIMITE DA CHAVE DO CARTAO.  A TRILHA GUARDA O     *
004780*    VALOR QUE VALIA ATE A EXCLUSAO.                            *
004790*---------------------------------------------------------------*
004800 3300-EXCLUIR-LIMITE.
004810     MOVE MNT-DEPTO    TO LIM-DEPTO.
004820     MOVE MNT-OPERACAO TO LIM-OPERACAO.
004830     READ CADASTRO-LIMITES
004840         INVALID KEY
004850             DISPLAY "Erro: limite nao cadastrado. Depto="
004860                 MNT-DEPTO " Operacao=" MNT-OPERACAO
004870             ADD 1 TO WS-QTD-COM-ERRO
004880             GO TO 3300-EXIT
004890     END-READ.
004900     DELETE CADASTRO-LIMITES RECORD
004910         INVALID KEY
004920             DISPLAY "Erro: exclusao em CALCLIM falhou. Status="
004930                 FS-CADASTRO-LIMITES
004940             ADD 1 TO WS-QTD-COM-ERRO
004950         NOT INVALID KEY
004960             ADD 1 TO WS-QTD-EXECUTADOS
004970             PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT
004980     END-DELETE.
004990 3300-EXIT.
005000     EXIT.
005010
005020*---------------------------------------------------------------*
005030*    3400-LISTAR-LIMITES                                        *
005040*    LISTA NO SYSOUT OS LIMITES DO DEPARTAMENTO PEDIDO OU, COM  *
005050*    O DEPARTAMENTO EM BRANCO, O CADASTRO INTEIRO, EM ORDEM DE  *
005060*    CHAVE (OS LIMITES GERAIS, DE DEPARTAMENTO EM BRANCO, SAEM  *
005070*    PRIMEIRO).                                                 *
005080*---------------------------------------------------------------*
005090 3400-LISTAR-LIMITES.
005100     MOVE "N" TO WS-FIM-LISTAGEM.
005110     IF MNT-DEPTO = SPACES
005120         MOVE LOW-VALUES TO LIM-CHAVE
005130     ELSE
005140         MOVE MNT-DEPTO  TO LIM-DEPTO
005150         MOVE LOW-VALUES TO LIM-OPERACAO
005160     END-IF.
005170     START CADASTRO-LIMITES KEY NOT LESS LIM-CHAVE
005180         INVALID KEY
005190             SET FIM-LISTAGEM TO TRUE
005200     END-START.
005210     DISPLAY "DEPT O  VALOR MAXIMO ALTERADO OPERADOR APROVADO".
005220     PERFORM 3410-LISTAR-PROXIMO THRU 3410-EXIT
005230         UNTIL FIM-LISTAGEM.
005240     ADD 1 TO WS-QTD-EXECUTADOS.
005250 3400-EXIT.
005260     EXIT.
005270
005280 3410-LISTAR-PROXIMO.
005290     READ CADASTRO-LIMITES NEXT RECORD
005300         AT END
005310             SET FIM-LISTAGEM TO TRUE
005320         NOT AT END
005330             IF MNT-DEPTO NOT = SPACES AND
005340                LIM-DEPTO NOT = MNT-DEPTO
005350                 SET FIM-LISTAGEM TO TRUE
005360             ELSE
005370                 MOVE LIM-DEPTO          TO LST-DEPTO
005380                 MOVE LIM-OPERACAO       TO LST-OPERACAO
005390                 MOVE LIM-VALOR-MAXIMO   TO LST-VALOR
005400                 MOVE LIM-DATA-ALTERACAO TO LST-DATA
005410                 MOVE LIM-OPERADOR       TO LST-OPERADOR
005420                 MOVE LIM-APROVADOR      TO LST-APROVADOR
005430                 DISPLAY WS-LIN-LISTAGEM
005440             END-IF
005450     END-READ.
005460 3410-EXIT.
005470     EXIT.
005480
005490*---------------------------------------------------------------*
005500*    3500-MONTAR-LIMITE                                         *
005510*    MONTA O REGISTRO DO CADASTRO COM A CHAVE E O VALOR DO      *
005520*    CARTAO, A DATA DA APROVACAO, QUEM DIGITOU E QUEM APROVOU.  *
005530*---------------------------------------------------------------*
005540 3500-MONTAR-LIMITE.
005550     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
005560     MOVE MNT-DEPTO             TO LIM-DEPTO.
005570     MOVE MNT-OPERACAO          TO LIM-OPERACAO.
005580     MOVE MNT-VALOR             TO LIM-VALOR-MAXIMO.
005590     MOVE WS-DATA-SISTEMA       TO LIM-DATA-ALTERACAO.
005600     MOVE MNT-OPERADOR          TO LIM-OPERADOR.
005610     MOVE WS-OPERADOR-APROVADOR TO LIM-APROVADOR.
005620 3500-EXIT.
005630     EXIT.
005640
005650*---------------------------------------------------------------*
005660*    5000-GRAVAR-TRILHA                                         *
005670*    ACRESCENTA A LINHA DE TRILHA DE AUDITORIA DA MANUTENCAO    *
005680*    EM LIMAUD, COM CARIMBO DE DATA E HORA, OPERADOR, ACAO E    *
005690*    O VALOR DO LIMITE.  NA ALTERACAO APROVADA, TAMBEM O        *
005700*    SUPERVISOR QUE A APROVOU.                                  *
005710*---------------------------------------------------------------*
005720 5000-GRAVAR-TRILHA.
005730     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
005740     ACCEPT WS-HORA-SISTEMA FROM TIME.
005750     MOVE WS-DATA-SISTEMA     TO WS-TRL-DATA.
005760     MOVE WS-HORA-SISTEMA (1:6) TO WS-TRL-HORA.
005770     MOVE MNT-OPERADOR        TO WS-TRL-OPERADOR.
005780     MOVE MNT-ACAO            TO WS-TRL-ACAO.
005790     MOVE LIM-DEPTO           TO WS-TRL-DEPTO.
005800     MOVE LIM-OPERACAO        TO WS-TRL-OPERACAO.
005810     MOVE LIM-VALOR-MAXIMO    TO WS-TRL-VALOR.
005820     MOVE WS-OPERADOR-APROVADOR TO WS-TRL-APROVADOR.
005830     MOVE WS-ACAO-PENDENTE    TO WS-TRL-ACAO-PENDENTE.
005840
005850     OPEN EXTEND LOG-MANUTENCAO.
005860     IF NOT FS-LOG-MNT-OK
005870         OPEN OUTPUT LOG-MANUTENCAO
005880     END-IF.
005890     IF NOT FS-LOG-MNT-OK
005900         DISPLAY "Erro: abertura de LIMAUD falhou. Status="
005910             FS-LOG-MANUTENCAO
005920         MOVE 8 TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005950
005960     MOVE WS-LINHA-TRILHA TO REG-LOG-MANUTENCAO.
005970     WRITE REG-LOG-MANUTENCAO.
005980     IF NOT FS-LOG-MNT-OK
005990         DISPLAY "Erro: gravacao em LIMAUD falhou. Status="
006000             FS-LOG-MANUTENCAO
006010         MOVE 8 TO RETURN-CODE
006020         STOP RUN
006030     END-IF.
006040     CLOSE LOG-MANUTENCAO.
006050 5000-EXIT.
006060     EXIT.
006070
006080*---------------------------------------------------------------*
006090*    6000-REGISTRAR-PENDENCIA                                   *
006100*    CARTAO DE ALTERACAO: CRITICA O OPERADOR E O CARTAO CONTRA  *
006110*    O CADASTRO NO ESTADO DE AGORA E GUARDA O CARTAO EM         *
006120*    CALCPEND COMO ALTERACAO PENDENTE, COM A DATA LIMITE DE     *
006130*    APROVACAO.                                                 *
006140*    O CADASTRO SO MUDA NA APROVACAO (6100), QUANDO O CARTAO E  *
006150*    CRITICADO DE NOVO PELAS ROTINAS DE SEMPRE.                 *
006160*---------------------------------------------------------------*
006170 6000-REGISTRAR-PENDENCIA.
006180     MOVE "N" TO WS-CARTAO-REPROVADO.
006190     PERFORM 6400-VALIDAR-OPERADOR THRU 6400-EXIT.
006200     IF CARTAO-REPROVADO
006210         GO TO 6000-EXIT
006220     END-IF.
006230     PERFORM 6050-CRITICAR-PENDENCIA THRU 6050-EXIT.
006240     IF CARTAO-REPROVADO
006250         GO TO 6000-EXIT
006260     END-IF.
006270     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
006280     READ ARQ-PENDENCIAS
006290         INVALID KEY
006300             CONTINUE
006310         NOT INVALID KEY
006320             DISPLAY "Erro: ja ha alteracao pendente (" PND-ACAO
006330                 " de " PND-OPERADOR ") para o limite. "
006340                 "Depto=" MNT-DEPTO " Operacao=" MNT-OPERACAO
006350             ADD 1 TO WS-QTD-COM-ERRO
006360             GO TO 6000-EXIT
006370     END-READ.
006380     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
006390     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
006400     ACCEPT WS-HORA-SISTEMA FROM TIME.
006410     MOVE MNT-ACAO              TO PND-ACAO.
006420     MOVE MNT-OPERADOR          TO PND-OPERADOR.
006430     MOVE WS-DATA-SISTEMA       TO PND-DATA.
006440     MOVE WS-HORA-SISTEMA (1:6) TO PND-HORA.
006450     PERFORM 6500-CALCULAR-DATA-LIMITE THRU 6500-EXIT.
006460     MOVE REG-CARTAO            TO PND-CARTAO.
006470     WRITE REG-PENDENCIA
006480         INVALID KEY
006490             DISPLAY "Erro: gravacao em CALCPEND falhou. Status="
006500                 FS-ARQ-PENDENCIAS
006510             ADD 1 TO WS-QTD-COM-ERRO
006520         NOT INVALID KEY
006530             ADD 1 TO WS-QTD-PENDENTES
006540             DISPLAY "Pendente de aprovacao ate " PND-DATA-LIMITE
006550                 ": " MNT-ACAO " "
006560                 "Depto=" MNT-DEPTO " Operacao=" MNT-OPERACAO
006570     END-WRITE.
006580 6000-EXIT.
006590     EXIT.
006600
006610*---------------------------------------------------------------*
006620*    6050-CRITICAR-PENDENCIA                                    *
006630*    CRITICA ANTECIPADA DO CARTAO INC/ALT/EXC, PARA NAO DEIXAR  *
006640*    PENDENTE O QUE A APROVACAO JA RECUSARIA: OPERACAO EM       *
006650*    BRANCO OU NO CONJUNTO DA CALCULADORA, DEPARTAMENTO         *
006660*    CADASTRADO EM CALCDEPT QUANDO INFORMADO (INC/ALT; O EXC    *
006661*    PODE TIRAR O LIMITE DE UM DEPARTAMENTO QUE JA SAIU DO      *
006662*    CADASTRO), VALOR NUMERICO E MAIOR QUE ZERO (INC/ALT),      *
006670*    LIMITE AINDA NAO CADASTRADO (INC) OU JA CADASTRADO         *
006680*    (ALT/EXC).                                                 *
006690*---------------------------------------------------------------*
006700 6050-CRITICAR-PENDENCIA.
006710     IF NOT MNT-OPERACAO-VALIDA
006720         DISPLAY "Erro: operacao invalida (" MNT-OPERACAO
006730             "). Cartao " WS-QTD-CARTOES
006740         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
006750         GO TO 6050-EXIT
006751     END-IF.
006752     IF MNT-DEPTO NOT = SPACES AND
006753        (ACAO-INCLUIR OR ACAO-ALTERAR)
006754         PERFORM 6060-CONFERIR-DEPTO THRU 6060-EXIT
006755         IF NOT DEPTO-CADASTRADO
006756             PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
006757             GO TO 6050-EXIT
006758         END-IF
006760     END-IF.
006770     IF (ACAO-INCLUIR OR ACAO-ALTERAR) AND
006780        (MNT-VALOR NOT NUMERIC OR MNT-VALOR = ZERO)
006790         DISPLAY "Erro: cartao " MNT-ACAO " com valor invalido. "
006800             "Cartao " WS-QTD-CARTOES
006810         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
006820         GO TO 6050-EXIT
006830     END-IF.
006840     MOVE MNT-DEPTO    TO LIM-DEPTO.
006850     MOVE MNT-OPERACAO TO LIM-OPERACAO.
006860     READ CADASTRO-LIMITES
006870         INVALID KEY
006880             IF NOT ACAO-INCLUIR
006890                 DISPLAY "Erro: limite nao cadastrado. Depto="
006900                     MNT-DEPTO " Operacao=" MNT-OPERACAO
006910                 PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
006920             END-IF
006930         NOT INVALID KEY
006940             IF ACAO-INCLUIR
006950                 DISPLAY "Erro: limite ja cadastrado. Depto="
006960                     MNT-DEPTO " Operacao=" MNT-OPERACAO
006970                 PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
006980             END-IF
006981     END-READ.
006982 6050-EXIT.
006983     EXIT.
006984
006985*---------------------------------------------------------------*
006986*    6060-CONFERIR-DEPTO                                        *
006987*    PROCURA O DEPARTAMENTO DO CARTAO NO CADASTRO CALCDEPT,     *
006988*    COMO A CRITICA CALCEDIT FAZ COM O CABECALHO DO LOTE: UM    *
006989*    LIMITE DE DEPARTAMENTO INEXISTENTE NUNCA SERIA APLICADO.   *
006990*    O DEPARTAMENTO SUSPENSO CONTINUA PODENDO TER LIMITE.       *
006991*---------------------------------------------------------------*
006992 6060-CONFERIR-DEPTO.
006993     MOVE MNT-DEPTO TO DEP-CODIGO.
006994     READ CADASTRO-DEPTOS
006995         INVALID KEY
006996             MOVE "N" TO WS-DEPTO-CADASTRADO
006997             DISPLAY "Erro: departamento nao cadastrado em "
006998                 "CALCDEPT. Depto=" MNT-DEPTO
006999         NOT INVALID KEY
007000             SET DEPTO-CADASTRADO TO TRUE
007001     END-READ.
007002 6060-EXIT.
007010     EXIT.
007020
007030 6090-REPROVAR-CARTAO.
007040     SET CARTAO-REPROVADO TO TRUE.
007050     ADD 1 TO WS-QTD-COM-ERRO.
007060 6090-EXIT.
007070     EXIT.
007080
007090*---------------------------------------------------------------*
007100*    6100-APROVAR-PENDENCIA                                     *
007110*    CARTAO APR: O SUPERVISOR APROVA A ALTERACAO PENDENTE DA    *
007120*    CHAVE DO CARTAO.  O CARTAO GUARDADO VOLTA A SER O CARTAO   *
007130*    CORRENTE E E APLICADO PELAS ROTINAS DE SEMPRE; O CADASTRO  *
007140*    E A TRILHA SAEM COM O OPERADOR QUE O DIGITOU E COM O       *
007150*    APROVADOR.  SE A APLICACAO FALHAR (O CADASTRO MUDOU DESDE  *
007160*    A INCLUSAO DA PENDENCIA), A PENDENCIA FICA PARA SER        *
007170*    RECUSADA OU VENCER.                                        *
007180*---------------------------------------------------------------*
007190 6100-APROVAR-PENDENCIA.
007200     PERFORM 6300-LOCALIZAR-PENDENCIA THRU 6300-EXIT.
007210     IF CARTAO-REPROVADO
007220         GO TO 6100-EXIT
007230     END-IF.
007240     MOVE MNT-OPERADOR      TO WS-OPERADOR-APROVADOR.
007250     MOVE WS-QTD-EXECUTADOS TO WS-QTD-EXEC-ANTES.
007260     MOVE PND-CARTAO        TO REG-CARTAO.
007270     PERFORM 2200-APLICAR-CARTAO THRU 2200-EXIT.
007280     MOVE SPACES            TO WS-OPERADOR-APROVADOR.
007290     IF WS-QTD-EXECUTADOS = WS-QTD-EXEC-ANTES
007300         DISPLAY "Aviso: alteracao nao aplicada; a pendencia "
007310             "fica para recusa (REC) ou vencimento."
007320         GO TO 6100-EXIT
007330     END-IF.
007340     DELETE ARQ-PENDENCIAS RECORD
007350         INVALID KEY
007360             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
007370                 FS-ARQ-PENDENCIAS
007380             ADD 1 TO WS-QTD-COM-ERRO
007390         NOT INVALID KEY
007400             ADD 1 TO WS-QTD-APROVADOS
007410     END-DELETE.
007420 6100-EXIT.
007430     EXIT.
007440
007450*---------------------------------------------------------------*
007460*    6200-RECUSAR-PENDENCIA                                     *
007470*    CARTAO REC: O SUPERVISOR DESCARTA A ALTERACAO PENDENTE DA  *
007480*    CHAVE DO CARTAO, SEM TOCAR NO CADASTRO.  A TRILHA GANHA A  *
007490*    LINHA "REC" COM OS DOIS OPERADORES.                        *
007500*---------------------------------------------------------------*
007510 6200-RECUSAR-PENDENCIA.
007520     PERFORM 6300-LOCALIZAR-PENDENCIA THRU 6300-EXIT.
007530     IF CARTAO-REPROVADO
007540         GO TO 6200-EXIT
007550     END-IF.
007560     DELETE ARQ-PENDENCIAS RECORD
007570         INVALID KEY
007580             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
007590                 FS-ARQ-PENDENCIAS
007600             ADD 1 TO WS-QTD-COM-ERRO
007610             GO TO 6200-EXIT
007620     END-DELETE.
007630     ADD 1 TO WS-QTD-RECUSADOS.
007640     MOVE MNT-OPERADOR TO WS-OPERADOR-APROVADOR.
007650     MOVE "REC"        TO WS-ACAO-DESFECHO.
007660     PERFORM 6600-TRILHA-DESFECHO THRU 6600-EXIT.
007670 6200-EXIT.
007680     EXIT.
007690
007700*---------------------------------------------------------------*
007710*    6300-LOCALIZAR-PENDENCIA                                   *
007720*    COMUM A APR E REC: SUPERVISOR ATIVO EM CALCOPER, ALTERACAO *
007730*    PENDENTE PARA A CHAVE DO CARTAO, DIGITADA POR OUTRO        *
007740*    OPERADOR E AINDA NO PRAZO.  A PENDENCIA FORA DO PRAZO E    *
007750*    VENCIDA AQUI MESMO.                                        *
007760*---------------------------------------------------------------*
007770 6300-LOCALIZAR-PENDENCIA.
007780     MOVE "N" TO WS-CARTAO-REPROVADO.
007790     PERFORM 6400-VALIDAR-OPERADOR THRU 6400-EXIT.
007800     IF CARTAO-REPROVADO
007810         GO TO 6300-EXIT
007820     END-IF.
007830     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
007840     READ ARQ-PENDENCIAS
007850         INVALID KEY
007860             DISPLAY "Erro: nao ha alteracao pendente para "
007870                 "o limite. "
007880                 "Depto=" MNT-DEPTO " Operacao=" MNT-OPERACAO
007890             PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
007900             GO TO 6300-EXIT
007910     END-READ.
007920     IF PND-OPERADOR = MNT-OPERADOR
007930         DISPLAY "Erro: " MNT-ACAO " pelo mesmo operador que "
007940             "digitou a alteracao (" PND-OPERADOR "). Cartao "
007950             WS-QTD-CARTOES
007960         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
007970         GO TO 6300-EXIT
007980     END-IF.
007990     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
008000     IF PND-DATA-LIMITE < WS-DATA-SISTEMA
008010         DISPLAY "Erro: alteracao pendente fora do prazo de "
008020             "aprovacao (" PND-DATA-LIMITE "). Cartao "
008030             WS-QTD-CARTOES
008040         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
008050         PERFORM 6700-VENCER-PENDENCIA THRU 6700-EXIT
008060     END-IF.
008070 6300-EXIT.
008080     EXIT.
008090 6310-MONTAR-CHAVE.
008100     MOVE SPACES            TO REG-PENDENCIA.
008110     SET PND-CAD-LIMITES    TO TRUE.
008120     MOVE MNT-DEPTO         TO PND-LIM-DEPTO.
008130     MOVE MNT-OPERACAO      TO PND-LIM-OPERACAO.
008140 6310-EXIT.
008150     EXIT.
008160
008170*---------------------------------------------------------------*
008180*    6400-VALIDAR-OPERADOR                                      *
008190*    O OPERADOR DO CARTAO (COLUNAS 05-12) TEM DE ESTAR ATIVO NO *
008200*    CADASTRO CALCOPER; NA APROVACAO E NA RECUSA TEM DE SER,    *
008210*    ALEM DISSO, DE NIVEL SUPERVISOR.                           *
008220*---------------------------------------------------------------*
008230 6400-VALIDAR-OPERADOR.
008240     MOVE MNT-OPERADOR TO OPR-ID.
008250     READ CADASTRO-OPERADORES
008260         INVALID KEY
008270             MOVE SPACE TO OPR-STATUS
008280     END-READ.
008290     IF NOT OPERADOR-ATIVO
008300         DISPLAY "Erro: operador " MNT-OPERADOR " nao cadastrado"
008310             " ou inativo em CALCOPER. Cartao " WS-QTD-CARTOES
008320         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
008330         GO TO 6400-EXIT
008340     END-IF.
008350     IF (ACAO-APROVAR OR ACAO-RECUSAR) AND NOT NIVEL-SUPERVISOR
008360         DISPLAY "Erro: " MNT-ACAO " exige nivel supervisor ("
008370             MNT-OPERADOR "). Cartao " WS-QTD-CARTOES
008380         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
008390     END-IF.
008400 6400-EXIT.
008410     EXIT.
008420
008430*---------------------------------------------------------------*
008440*    6500-CALCULAR-DATA-LIMITE                                  *
008450*    DATA LIMITE DE APROVACAO: A DATA DA INCLUSAO MAIS O PRAZO  *
008460*    EM DIAS CORRIDOS, AVANCANDO DIA A DIA COMO EM CALCDMNT.    *
008470*---------------------------------------------------------------*
008480 6500-CALCULAR-DATA-LIMITE.
008490     MOVE WS-DATA-SISTEMA TO WS-DATA-CALENDARIO.
008500     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
008510     PERFORM 6510-AVANCAR-DIA THRU 6510-EXIT
008520         WS-PRAZO-PENDENCIA TIMES.
008530     MOVE WS-DATA-CALENDARIO TO PND-DATA-LIMITE.
008540 6500-EXIT.
008550     EXIT.
008560
008570 6510-AVANCAR-DIA.
008580     IF WS-DTC-DIA < WS-ULTIMO-DIA-MES
008590         ADD 1 TO WS-DTC-DIA
008600         GO TO 6510-EXIT
008610     END-IF.
008620     MOVE 1 TO WS-DTC-DIA.
008630     IF WS-DTC-MES < 12
008640         ADD 1 TO WS-DTC-MES
008650     ELSE
008660         MOVE 1 TO WS-DTC-MES
008670         ADD 1 TO WS-DTC-ANO
008680     END-IF.
008690     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
008700 6510-EXIT.
008710     EXIT.
008720
008730 6520-ULTIMO-DIA-DO-MES.
008740     MOVE WS-DIAS-DO-MES (WS-DTC-MES) TO WS-ULTIMO-DIA-MES.
008750     IF WS-DTC-MES = 2
008760         DIVIDE WS-DTC-ANO BY 4 GIVING WS-QUOCIENTE
008770             REMAINDER WS-RESTO
008780         IF WS-RESTO = ZERO
008790             MOVE 29 TO WS-ULTIMO-DIA-MES
008800         END-IF
008810         DIVIDE WS-DTC-ANO BY 100 GIVING WS-QUOCIENTE
008820             REMAINDER WS-RESTO
008830         IF WS-RESTO = ZERO
008840             MOVE 28 TO WS-ULTIMO-DIA-MES
008850         END-IF
008860         DIVIDE WS-DTC-ANO BY 400 GIVING WS-QUOCIENTE
008870             REMAINDER WS-RESTO
008880         IF WS-RESTO = ZERO
008890             MOVE 29 TO WS-ULTIMO-DIA-MES
008900         END-IF
008910     END-IF.
008920 6520-EXIT.
008930     EXIT.
008940
008950*---------------------------------------------------------------*
008960*    6600-TRILHA-DESFECHO                                       *
008970*    LINHA DE TRILHA DA PENDENCIA QUE NAO CHEGOU AO CADASTRO:   *
008980*    ACAO "REC" (RECUSADA, COM O SUPERVISOR QUE RECUSOU) OU     *
008990*    "VEN" (VENCIDA), COM O OPERADOR QUE A DIGITOU, A ACAO DO   *
009000*    CARTAO GUARDADO E O VALOR DO CARTAO (OU, NUMA EXCLUSAO, O  *
009010*    DO LIMITE NO CADASTRO).                                    *
009020*---------------------------------------------------------------*
009030 6600-TRILHA-DESFECHO.
009040     MOVE PND-CARTAO       TO REG-CARTAO.
009050     MOVE MNT-ACAO         TO WS-ACAO-PENDENTE.
009060     MOVE WS-ACAO-DESFECHO TO MNT-ACAO.
009070     PERFORM 6610-MONTAR-REGISTRO THRU 6610-EXIT.
009080     PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT.
009090     MOVE SPACES TO WS-ACAO-PENDENTE.
009100     MOVE SPACES TO WS-OPERADOR-APROVADOR.
009110 6600-EXIT.
009120     EXIT.
009130 6610-MONTAR-REGISTRO.
009140     MOVE MNT-DEPTO    TO LIM-DEPTO.
009150     MOVE MNT-OPERACAO TO LIM-OPERACAO.
009160     IF WS-ACAO-PENDENTE = "EXC"
009170         READ CADASTRO-LIMITES
009180             INVALID KEY
009190                 MOVE ZERO TO LIM-VALOR-MAXIMO
009200         END-READ
009210     ELSE
009220         IF MNT-VALOR NUMERIC
009230             MOVE MNT-VALOR TO LIM-VALOR-MAXIMO
009240         ELSE
009250             MOVE ZERO TO LIM-VALOR-MAXIMO
009260         END-IF
009270     END-IF.
009280 6610-EXIT.
009290     EXIT.
009300
009310*---------------------------------------------------------------*
009320*    6700-VENCER-PENDENCIA                                      *
009330*    APAGA A PENDENCIA CORRENTE, QUE PASSOU DA DATA LIMITE SEM  *
009340*    APROVACAO, E GRAVA A LINHA "VEN" NA TRILHA.                *
009350*---------------------------------------------------------------*
009360 6700-VENCER-PENDENCIA.
009370     DELETE ARQ-PENDENCIAS RECORD
009380         INVALID KEY
009390             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
009400                 FS-ARQ-PENDENCIAS
009410             ADD 1 TO WS-QTD-COM-ERRO
009420             GO TO 6700-EXIT
009430     END-DELETE.
009440     DISPLAY "Aviso: pendencia vencida em " PND-DATA-LIMITE
009450         " sem aprovacao: " PND-ACAO " de " PND-OPERADOR
009460         " chave " PND-CHAVE-REGISTRO.
009470     ADD 1 TO WS-QTD-VENCIDOS.
009480     MOVE SPACES TO WS-OPERADOR-APROVADOR.
009490     MOVE "VEN"  TO WS-ACAO-DESFECHO.
009500     PERFORM 6600-TRILHA-DESFECHO THRU 6600-EXIT.
009510 6700-EXIT.
009520     EXIT.
009530
009540*---------------------------------------------------------------*
009550*    8000-FINALIZAR                                             *
009560*    FECHA OS ARQUIVOS E MOSTRA O RESUMO DO PASSO.              *
009570*---------------------------------------------------------------*
009580 8000-FINALIZAR.
009590     CLOSE CARTOES-COMANDO.
009600     CLOSE CADASTRO-LIMITES.
009610     CLOSE ARQ-PENDENCIAS.
009620     CLOSE CADASTRO-OPERADORES.
009621     CLOSE CADASTRO-DEPTOS.
009630     DISPLAY "--------------------------------------------".
009640     DISPLAY "  RESUMO DA MANUTENCAO DE LIMITES".
009650     DISPLAY "--------------------------------------------".
009660     DISPLAY "  Cartoes lidos: " WS-QTD-CARTOES.
009670     DISPLAY "  Executados...: " WS-QTD-EXECUTADOS.
009680     DISPLAY "  Com erro.....: " WS-QTD-COM-ERRO.
009690     DISPLAY "  Pendentes....: " WS-QTD-PENDENTES.
009700     DISPLAY "  Aprovados....: " WS-QTD-APROVADOS.
009710     DISPLAY "  Recusados....: " WS-QTD-RECUSADOS.
009720     DISPLAY "  Vencidos.....: " WS-QTD-VENCIDOS.
009730     DISPLAY "--------------------------------------------".
009740 8000-EXIT.
009750     EXIT.

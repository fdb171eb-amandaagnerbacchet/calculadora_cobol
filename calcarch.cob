000160*                DE ARQUIVO (ARCHOUT, GDG); DO MES CORRENTE    *
000170*                FICA (COPIA DE TRABALHO AUDTMP).  LINHA COM   *
000180*                DATA ILEGIVEL FICA NO LOG VIVO, POR SEGURANCA.*
000181*                O ARQUIVAMENTO PARA NA PRIMEIRA LINHA QUE     *
000182*                FICA: DALI EM DIANTE TUDO FICA NO LOG VIVO,   *
000183*                MESMO LINHA ATRASADA DE MES ANTERIOR (VAI NO  *
000184*                FECHAMENTO SEGUINTE).  ASSIM A GERACAO E O    *
000185*                LOG VIVO SAO TRECHOS CONTIGUOS DA CADEIA DE   *
000186*                SELOS (CALCAUD), COPIADOS SEM ALTERACAO, E O  *
000187*                VERIFICADOR CALCAUDV CONSEGUE EMENDA-LOS.     *
000190*             2. PROVA AS CONTAGENS RELENDO OS DOIS ARQUIVOS   *
000200*                GRAVADOS: LIDAS = ARQUIVADAS + MANTIDAS, E    *
000210*                CADA ARQUIVO RELIDO CONFERE COM O GRAVADO.    *
000360*                                                               *
000370*  HISTORICO DE ALTERACOES.                                     *
000380*    22/08/2026  EQS  PROGRAMA CRIADO.                          *
000381*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
000382*                     SEQUENCIA E SELO ENCADEADO (CALCAUD).     *
000383*                     O ARQUIVAMENTO PASSA A LEVAR SO O TRECHO  *
000384*                     INICIAL DO LOG ATE A PRIMEIRA LINHA QUE   *
000385*                     FICA, PARA NAO QUEBRAR A CADEIA, E ARCHCTL*
000386*                     GANHA A PRIMEIRA E A ULTIMA SEQUENCIA     *
000387*                     ARQUIVADAS.                               *
000390*                                                               *
000400***************************************************************
000410 IDENTIFICATION DIVISION.
000690 FD  LOG-AUDITORIA
000700     LABEL RECORDS ARE STANDARD
000710     RECORDING MODE IS F.
000720 01  REG-LOG-AUDITORIA           PIC X(100).
000730
000740 FD  ARQUIVO-GERACAO
000750     LABEL RECORDS ARE STANDARD
000760     RECORDING MODE IS F.
000770 01  REG-GERACAO                 PIC X(100).
000780
000790 FD  LOG-MANTIDO
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820 01  REG-MANTIDO                 PIC X(100).
000830
000840 FD  ARQUIVO-CONTROLE
000850     LABEL RECORDS ARE STANDARD
000940     05  CTL-DATA-MAIS-RECENTE    PIC 9(08).
000950     05  FILLER                   PIC X(01) VALUE SPACE.
000960     05  CTL-QTD-MANTIDAS         PIC 9(09).
000970*    SEQUENCIA (CADEIA DE SELOS) DA PRIMEIRA E DA ULTIMA LINHA
000971*    ARQUIVADAS; ZERO SE NADA FOI ARQUIVADO OU SE A LINHA E
000972*    ANTERIOR A CADEIA.
000973     05  FILLER                   PIC X(01) VALUE SPACE.
000974     05  CTL-SEQ-PRIMEIRA         PIC 9(10).
000975     05  FILLER                   PIC X(01) VALUE SPACE.
000976     05  CTL-SEQ-ULTIMA           PIC 9(10).
000977     05  FILLER                   PIC X(12) VALUE SPACES.
000980
000990 WORKING-STORAGE SECTION.
001000*---------------------------------------------------------------*
001170 COPY CALCAUD.
001180 01  FILLER REDEFINES WS-LINHA-AUDITORIA.
001190     05  WS-AUD-ANO-MES           PIC 9(06).
001200     05  FILLER                   PIC X(94).
001210
001220*---------------------------------------------------------------*
001230*    MES CORRENTE (AAAAMM), LIMITE DO QUE FICA NO LOG VIVO      *
001400 01  WS-DATA-MAIS-RECENTE        PIC 9(08) VALUE ZERO.
001410 01  WS-CONTAGENS-PROVADAS       PIC X(01) VALUE "N".
001420     88  CONTAGENS-PROVADAS             VALUE "S".
001421 01  WS-ARQUIVAMENTO-ENCERRADO   PIC X(01) VALUE "N".
001422     88  ARQUIVAMENTO-ENCERRADO         VALUE "S".
001423 01  WS-SEQ-PRIMEIRA             PIC 9(10) VALUE ZERO.
001424 01  WS-SEQ-ULTIMA               PIC 9(10) VALUE ZERO.
001430
001440 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001940*    2000-CLASSIFICAR-LINHA                                      *
001950*    ENCAMINHA CADA LINHA DO LOG: MES ANTERIOR AO CORRENTE VAI  *
001960*    PARA A GERACAO DE ARQUIVO, O RESTO (INCLUSIVE LINHA COM    *
001970*    DATA ILEGIVEL) FICA NO LOG VIVO.  DEPOIS DA PRIMEIRA LINHA *
001971*    QUE FICA, TODAS FICAM (TRECHOS CONTIGUOS DA CADEIA).       *
001980*---------------------------------------------------------------*
001990 2000-CLASSIFICAR-LINHA.
002000     READ LOG-AUDITORIA
002030         NOT AT END
002040             ADD 1 TO WS-QTD-LIDAS
002050             MOVE REG-LOG-AUDITORIA TO WS-LINHA-AUDITORIA
002060             IF NOT ARQUIVAMENTO-ENCERRADO AND
002061                WS-AUD-ANO-MES NUMERIC AND
002070                WS-AUD-ANO-MES < WS-ANO-MES-CORRENTE
002080                 PERFORM 2100-ARQUIVAR-LINHA THRU 2100-EXIT
002090             ELSE
002091                 SET ARQUIVAMENTO-ENCERRADO TO TRUE
002100                 PERFORM 2200-MANTER-LINHA THRU 2200-EXIT
002110             END-IF
002120     END-READ.
002280     END-IF.
002290     IF WS-AUD-DATA > WS-DATA-MAIS-RECENTE
002300         MOVE WS-AUD-DATA TO WS-DATA-MAIS-RECENTE
002301     END-IF.
002302     IF WS-AUD-SEQUENCIA NUMERIC
002303         IF WS-SEQ-PRIMEIRA = ZERO
002304             MOVE WS-AUD-SEQUENCIA TO WS-SEQ-PRIMEIRA
002305         END-IF
002306         MOVE WS-AUD-SEQUENCIA TO WS-SEQ-ULTIMA
002310     END-IF.
002320 2100-EXIT.
002330     EXIT.
003440         MOVE ZERO TO CTL-DATA-MAIS-RECENTE
003450     END-IF.
003460     MOVE WS-QTD-MANTIDAS    TO CTL-QTD-MANTIDAS.
003461     MOVE WS-SEQ-PRIMEIRA    TO CTL-SEQ-PRIMEIRA.
003462     MOVE WS-SEQ-ULTIMA      TO CTL-SEQ-ULTIMA.
003470     WRITE REG-CONTROLE.
003480     IF NOT FS-CONTROLE-OK
003490         DISPLAY "Erro: gravacao em ARCHCTL falhou. Status="
003570
003580*---------------------------------------------------------------*
003590*    5000-PURGAR-LOG-VIVO                                        *
003600*    REESCREVE O AUDITLOG SO COM AS LINHAS MANTIDAS,            *
003610*    COPIANDO DE VOLTA DE AUDTMP (MESMA TECNICA DA PODA DE      *
003620*    REINICIO DE CALCBATCH).  A QUANTIDADE REGRAVADA E          *
003630*    CONFERIDA COM A MANTIDA.                                    *

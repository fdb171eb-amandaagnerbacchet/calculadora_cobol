000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCTPUR                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  EXPURGO MENSAL DO REGISTRO DE TRANSACOES            *
000090*           PROCESSADAS (CALCTRID).  A CRITICA CALCEDIT ANOTA  *
000100*           ALI CADA DETALHE/CONTINUACAO ACEITO PARA RECUSAR   *
000110*           REENVIOS EM DIAS SEGUINTES, E O ARQUIVO CRESCERIA  *
000120*           PARA SEMPRE.  ESTE PROGRAMA, RODADO NO FECHAMENTO  *
000130*           DO MES JUNTO COM O ARQUIVAMENTO CALCARCH:          *
000140*             1. APURA A DATA DE CORTE: PRIMEIRO DIA DO MES    *
000150*                DE REFERENCIA MENOS A RETENCAO EM MESES.      *
000160*             2. PERCORRE O REGISTRO INTEIRO EM ORDEM DE CHAVE *
000170*                E EXCLUI AS ANOTACOES COM DATA DO MOVIMENTO   *
000180*                ANTERIOR AO CORTE.                            *
000190*             3. PROVA AS CONTAGENS RELENDO O REGISTRO:        *
000200*                LIDAS = EXCLUIDAS + MANTIDAS, E O QUE FICOU   *
000210*                NO ARQUIVO CONFERE COM AS MANTIDAS.           *
000220*           UMA TRANSACAO EXPURGADA DEIXA DE SER RECONHECIDA   *
000230*           COMO REENVIO: A RETENCAO DEVE COBRIR O PRAZO EM    *
000240*           QUE AS AGENCIAS AINDA PODEM REENVIAR UM LOTE.      *
000250*                                                               *
000260*  CARTOES DO SYSIN (OPCIONAIS), UM POR LINHA:                  *
000270*    RET NNN      - RETENCAO EM MESES (SEM CARTAO, 12)          *
000280*    DTA AAAAMMDD - DATA DE REFERENCIA (SEM CARTAO, A DATA DO   *
000290*                   SISTEMA)                                    *
000300*                                                               *
000310*  CODIGO DE RETORNO:                                           *
000320*    0 - EXPURGO CONCLUIDO (OU NADA A EXPURGAR)                 *
000330*    8 - CARTAO ILEGIVEL, FALHA DE ARQUIVO OU CONTAGENS QUE NAO *
000340*        PROVARAM                                               *
000350*                                                               *
000360*  HISTORICO DE ALTERACOES.                                     *
000370*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000380*                                                               *
000390***************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. CalcTPur.
000420 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000430 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000440 DATE-WRITTEN. 15/10/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT REGISTRO-TRANSACOES ASSIGN TO "CALCTRID"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS TRP-CHAVE
000540         FILE STATUS IS FS-REGISTRO-TRANSACOES.
000550
000560     SELECT CARTAO-CONTROLE ASSIGN TO "SYSIN"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-CARTAO-CONTROLE.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  REGISTRO-TRANSACOES
000630     LABEL RECORDS ARE STANDARD.
000640 COPY CALCTRID.
000650
000660 FD  CARTAO-CONTROLE
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 01  REG-CARTAO-CONTROLE.
000700     05  CTL-PALAVRA              PIC X(03).
000710         88  CARTAO-RETENCAO             VALUE "RET".
000720         88  CARTAO-DATA-REFERENCIA      VALUE "DTA".
000730     05  FILLER                   PIC X(01).
000740     05  CTL-CORPO                PIC X(76).
000750     05  CTL-CORPO-RETENCAO REDEFINES CTL-CORPO.
000760         10  CTL-MESES-RETENCAO   PIC 9(03).
000770         10  FILLER               PIC X(73).
000780     05  CTL-CORPO-DATA REDEFINES CTL-CORPO.
000790         10  CTL-DATA-REFERENCIA  PIC 9(08).
000800         10  FILLER               PIC X(68).
000810
000820 WORKING-STORAGE SECTION.
000830*---------------------------------------------------------------*
000840*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
000850*---------------------------------------------------------------*
000860 01  FS-REGISTRO-TRANSACOES      PIC X(02).
000870     88  FS-TRANSACOES-OK                VALUE "00".
000880 01  FS-CARTAO-CONTROLE          PIC X(02).
000890     88  FS-CARTAO-OK                    VALUE "00".
000900 01  WS-FIM-ARQUIVO              PIC X(01) VALUE "N".
000910     88  FIM-ARQUIVO                    VALUE "S".
000920 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
000930     88  FIM-CARTOES                    VALUE "S".
000940
000950*---------------------------------------------------------------*
000960*    DATA DE REFERENCIA, RETENCAO E DATA DE CORTE (AAAAMMDD).   *
000970*    O CORTE E SEMPRE O DIA 01 DE UM MES: AS ANOTACOES DE UM    *
000980*    MES SAEM TODAS JUNTAS, COMO AS LINHAS DO AUDITLOG.         *
000990*---------------------------------------------------------------*
001000 01  WS-DATA-REFERENCIA          PIC 9(08).
001010 01  FILLER REDEFINES WS-DATA-REFERENCIA.
001020     05  WS-REF-ANO               PIC 9(04).
001030     05  WS-REF-MES               PIC 9(02).
001040     05  WS-REF-DIA               PIC 9(02).
001050 01  WS-MESES-RETENCAO           PIC 9(03) VALUE 12.
001060 01  WS-RETENCAO-INFORMADA       PIC X(01) VALUE "N".
001070     88  RETENCAO-INFORMADA             VALUE "S".
001080 01  WS-DATA-CORTE               PIC 9(08) VALUE ZERO.
001090 01  FILLER REDEFINES WS-DATA-CORTE.
001100     05  WS-CORTE-ANO             PIC 9(04).
001110     05  WS-CORTE-MES             PIC 9(02).
001120     05  WS-CORTE-DIA             PIC 9(02).
001130 01  WS-MESES-ABSOLUTOS          PIC 9(07) COMP VALUE ZERO.
001140 01  WS-RESTO-MESES              PIC 9(02) COMP VALUE ZERO.
001150
001160*---------------------------------------------------------------*
001170*    CONTAGENS DO EXPURGO E DA PROVA                            *
001180*---------------------------------------------------------------*
001190 01  WS-QTD-LIDAS                PIC 9(09) VALUE ZERO.
001200 01  WS-QTD-EXCLUIDAS            PIC 9(09) VALUE ZERO.
001210 01  WS-QTD-MANTIDAS             PIC 9(09) VALUE ZERO.
001220 01  WS-QTD-RELIDAS              PIC 9(09) VALUE ZERO.
001230 01  WS-DATA-MAIS-ANTIGA         PIC 9(08) VALUE 99999999.
001240 01  WS-DATA-MAIS-RECENTE        PIC 9(08) VALUE ZERO.
001250 01  WS-CONTAGENS-PROVADAS       PIC X(01) VALUE "N".
001260     88  CONTAGENS-PROVADAS             VALUE "S".
001270
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001310     PERFORM 2000-EXAMINAR-ANOTACAO THRU 2000-EXIT
001320         UNTIL FIM-ARQUIVO.
001330     PERFORM 3000-PROVAR-CONTAGENS THRU 3000-EXIT.
001340     CLOSE REGISTRO-TRANSACOES.
001350     IF NOT CONTAGENS-PROVADAS
001360         DISPLAY "*** CONTAGENS DO EXPURGO NAO PROVARAM - "
001370             "CONFERIR CALCTRID ***"
001380         MOVE 8 TO RETURN-CODE
001390     END-IF.
001400     PERFORM 8000-RESUMO-FINAL THRU 8000-EXIT.
001410     STOP RUN.
001420
001430*---------------------------------------------------------------*
001440*    1000-INICIALIZAR                                            *
001450*    LE OS CARTOES, APURA A DATA DE CORTE E POSICIONA O         *
001460*    REGISTRO DE TRANSACOES NA PRIMEIRA CHAVE.                  *
001470*---------------------------------------------------------------*
001480 1000-INICIALIZAR.
001490     ACCEPT WS-DATA-REFERENCIA FROM DATE YYYYMMDD.
001500     PERFORM 1050-LER-CARTAO-CONTROLE THRU 1050-EXIT.
001510     IF NOT RETENCAO-INFORMADA
001520         DISPLAY "Aviso: cartao RET ausente; retencao padrao de "
001530             WS-MESES-RETENCAO " meses."
001540     END-IF.
001550     PERFORM 1100-APURAR-CORTE THRU 1100-EXIT.
001560     OPEN I-O REGISTRO-TRANSACOES.
001570     IF NOT FS-TRANSACOES-OK
001580         DISPLAY "Erro: abertura de CALCTRID falhou. Status="
001590             FS-REGISTRO-TRANSACOES
001600         MOVE 8 TO RETURN-CODE
001610         STOP RUN
001620     END-IF.
001630     MOVE LOW-VALUES TO TRP-CHAVE.
001640     START REGISTRO-TRANSACOES KEY NOT LESS TRP-CHAVE
001650         INVALID KEY
001660             SET FIM-ARQUIVO TO TRUE
001670     END-START.
001680 1000-EXIT.
001690     EXIT.
001700
001710*---------------------------------------------------------------*
001720*    1050-LER-CARTAO-CONTROLE                                    *
001730*    LE OS CARTOES DO SYSIN, UM POR LINHA (RET NNN E            *
001740*    DTA AAAAMMDD).  CARTAO ILEGIVEL ENCERRA COM RC=8: EXPURGAR *
001750*    COM A JANELA ERRADA APAGARIA ANOTACOES AINDA NECESSARIAS.  *
001760*---------------------------------------------------------------*
001770 1050-LER-CARTAO-CONTROLE.
001780     OPEN INPUT CARTAO-CONTROLE.
001790     IF FS-CARTAO-OK
001800         PERFORM 1060-LER-UM-CARTAO THRU 1060-EXIT
001810             UNTIL FIM-CARTOES
001820         CLOSE CARTAO-CONTROLE
001830     END-IF.
001840 1050-EXIT.
001850     EXIT.
001860
001870 1060-LER-UM-CARTAO.
001880     READ CARTAO-CONTROLE
001890         AT END
001900             SET FIM-CARTOES TO TRUE
001910         NOT AT END
001920             IF REG-CARTAO-CONTROLE = SPACES
001930                 CONTINUE
001940             ELSE
001950              IF CARTAO-RETENCAO AND
001960                 CTL-MESES-RETENCAO NUMERIC AND
001970                 CTL-MESES-RETENCAO > ZERO
001980                  MOVE CTL-MESES-RETENCAO TO WS-MESES-RETENCAO
001990                  SET RETENCAO-INFORMADA TO TRUE
002000                  DISPLAY "Retencao: " WS-MESES-RETENCAO
002010                      " meses"
002020              ELSE
002030               IF CARTAO-DATA-REFERENCIA AND
002040                  CTL-DATA-REFERENCIA NUMERIC AND
002050                  CTL-DATA-REFERENCIA > ZERO
002060                   MOVE CTL-DATA-REFERENCIA
002070                       TO WS-DATA-REFERENCIA
002080                   DISPLAY "Data de referencia: "
002090                       WS-DATA-REFERENCIA
002100               ELSE
002110                   DISPLAY "Erro: cartao de controle "
002120                       "ilegivel no SYSIN: "
002130                       REG-CARTAO-CONTROLE (1:20)
002140                   MOVE 8 TO RETURN-CODE
002150                   STOP RUN
002160               END-IF
002170              END-IF
002180             END-IF
002190     END-READ.
002200 1060-EXIT.
002210     EXIT.
002220
002230*---------------------------------------------------------------*
002240*    1100-APURAR-CORTE                                           *
002250*    CONTA O MES DE REFERENCIA EM MESES ABSOLUTOS (ANO * 12 +   *
002260*    MES - 1), SUBTRAI A RETENCAO E VOLTA PARA ANO/MES.  O      *
002270*    CORTE E O DIA 01 DESSE MES.                                *
002280*---------------------------------------------------------------*
002290 1100-APURAR-CORTE.
002300     COMPUTE WS-MESES-ABSOLUTOS =
002310         WS-REF-ANO * 12 + WS-REF-MES - 1 - WS-MESES-RETENCAO.
002320     DIVIDE WS-MESES-ABSOLUTOS BY 12
002330         GIVING WS-CORTE-ANO
002340         REMAINDER WS-RESTO-MESES.
002350     COMPUTE WS-CORTE-MES = WS-RESTO-MESES + 1.
002360     MOVE 01 TO WS-CORTE-DIA.
002370     DISPLAY "Data de corte: " WS-DATA-CORTE.
002380 1100-EXIT.
002390     EXIT.
002400
002410*---------------------------------------------------------------*
002420*    2000-EXAMINAR-ANOTACAO                                      *
002430*    LE A PROXIMA ANOTACAO EM ORDEM DE CHAVE E EXCLUI A QUE     *
002440*    TEM DATA DO MOVIMENTO ANTERIOR AO CORTE.  ANOTACAO COM     *
002450*    DATA ILEGIVEL FICA, POR SEGURANCA.                         *
002460*---------------------------------------------------------------*
002470 2000-EXAMINAR-ANOTACAO.
002480     READ REGISTRO-TRANSACOES NEXT RECORD
002490         AT END
002500             SET FIM-ARQUIVO TO TRUE
002510             GO TO 2000-EXIT
002520     END-READ.
002530     ADD 1 TO WS-QTD-LIDAS.
002540     IF TRP-DATA-MOVIMENTO NUMERIC AND
002550        TRP-DATA-MOVIMENTO < WS-DATA-CORTE
002560         PERFORM 2100-EXCLUIR-ANOTACAO THRU 2100-EXIT
002570     ELSE
002580         ADD 1 TO WS-QTD-MANTIDAS
002590     END-IF.
002600 2000-EXIT.
002610     EXIT.
002620
002630 2100-EXCLUIR-ANOTACAO.
002640     DELETE REGISTRO-TRANSACOES RECORD.
002650     IF NOT FS-TRANSACOES-OK
002660         DISPLAY "Erro: exclusao em CALCTRID falhou. Status="
002670             FS-REGISTRO-TRANSACOES " Depto=" TRP-DEPTO
002680             " Transacao=" TRP-TRANS-ID
002690         MOVE 8 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720     ADD 1 TO WS-QTD-EXCLUIDAS.
002730     IF TRP-DATA-MOVIMENTO < WS-DATA-MAIS-ANTIGA
002740         MOVE TRP-DATA-MOVIMENTO TO WS-DATA-MAIS-ANTIGA
002750     END-IF.
002760     IF TRP-DATA-MOVIMENTO > WS-DATA-MAIS-RECENTE
002770         MOVE TRP-DATA-MOVIMENTO TO WS-DATA-MAIS-RECENTE
002780     END-IF.
002790 2100-EXIT.
002800     EXIT.
002810
002820*---------------------------------------------------------------*
002830*    3000-PROVAR-CONTAGENS                                       *
002840*    RELE O REGISTRO DO INICIO E PROVA QUE NADA SE PERDEU: LIDAS*
002850*    = EXCLUIDAS + MANTIDAS E O QUE FICOU NO ARQUIVO CONFERE    *
002860*    COM AS MANTIDAS.                                           *
002870*---------------------------------------------------------------*
002880 3000-PROVAR-CONTAGENS.
002890     MOVE "N" TO WS-FIM-ARQUIVO.
002900     MOVE LOW-VALUES TO TRP-CHAVE.
002910     START REGISTRO-TRANSACOES KEY NOT LESS TRP-CHAVE
002920         INVALID KEY
002930             SET FIM-ARQUIVO TO TRUE
002940     END-START.
002950     PERFORM 3100-RELER-ANOTACAO THRU 3100-EXIT
002960         UNTIL FIM-ARQUIVO.
002970     IF WS-QTD-LIDAS = WS-QTD-EXCLUIDAS + WS-QTD-MANTIDAS
002980        AND WS-QTD-RELIDAS = WS-QTD-MANTIDAS
002990         SET CONTAGENS-PROVADAS TO TRUE
003000     ELSE
003010         DISPLAY "*** PROVA FALHOU: lidas=" WS-QTD-LIDAS
003020             " excluidas=" WS-QTD-EXCLUIDAS
003030             " mantidas=" WS-QTD-MANTIDAS
003040             " relidas=" WS-QTD-RELIDAS " ***"
003050     END-IF.
003060 3000-EXIT.
003070     EXIT.
003080
003090 3100-RELER-ANOTACAO.
003100     READ REGISTRO-TRANSACOES NEXT RECORD
003110         AT END
003120             SET FIM-ARQUIVO TO TRUE
003130         NOT AT END
003140             ADD 1 TO WS-QTD-RELIDAS
003150     END-READ.
003160 3100-EXIT.
003170     EXIT.
003180
003190*---------------------------------------------------------------*
003200*    8000-RESUMO-FINAL                                           *
003210*    MOSTRA AS CONTAGENS DO EXPURGO PARA O OPERADOR.             *
003220*---------------------------------------------------------------*
003230 8000-RESUMO-FINAL.
003240     DISPLAY "--------------------------------------------".
003250     DISPLAY "  EXPURGO DO REGISTRO DE TRANSACOES".
003260     DISPLAY "--------------------------------------------".
003270     DISPLAY "  Data de corte.: " WS-DATA-CORTE.
003280     DISPLAY "  Anotacoes lidas: " WS-QTD-LIDAS.
003290     DISPLAY "  Excluidas.....: " WS-QTD-EXCLUIDAS.
003300     IF WS-QTD-EXCLUIDAS > ZERO
003310         DISPLAY "    de " WS-DATA-MAIS-ANTIGA
003320             " a " WS-DATA-MAIS-RECENTE
003330     END-IF.
003340     DISPLAY "  Mantidas......: " WS-QTD-MANTIDAS.
003350     DISPLAY "  Relidas.......: " WS-QTD-RELIDAS.
003360     DISPLAY "--------------------------------------------".
003370 8000-EXIT.
003380     EXIT.

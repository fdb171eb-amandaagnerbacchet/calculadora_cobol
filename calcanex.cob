000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCANEX                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  ANEXA A FATIA DIARIA DO LOG DE AUDITORIA (AUDITDIA, *
000090*           GRAVADA POR CALCBATCH OU FUNDIDA POR CALCMERG) AO   *
000100*           LOG ACUMULADO (AUDITLOG), NO LUGAR DA COPIA CEGA    *
000110*           QUE O IEBGENER FAZIA.  A FATIA TEM CADEIA DE SELOS  *
000120*           PROPRIA, INICIADA EM 1 (LAYOUT CALCAUD):            *
000130*             1. CONFERE A CADEIA DA FATIA INTEIRA, LINHA A     *
000140*                LINHA, COM O SUBPROGRAMA CALCSELO.  CADEIA     *
000150*                QUEBRADA (LINHA ALTERADA, RETIRADA OU          *
000160*                INTERCALADA DEPOIS DO LOTE) NAO ANEXA NADA E O *
000170*                PASSO TERMINA COM RC=8.                        *
000180*             2. RELE A FATIA E GRAVA CADA LINHA NO FIM DO LOG  *
000190*                ACUMULADO, RENUMERADA E RESSELADA NA CADEIA    *
000200*                DELE, A PARTIR DO ESTADO GUARDADO EM AUDITCAD  *
000210*                (LAYOUT CALCCAD) - O MESMO QUE AS SESSOES DA   *
000220*                CALCULADORA USAM A CADA LINHA.                 *
000230*             3. REGRAVA AUDITCAD COM A ULTIMA LINHA ANEXADA E  *
000240*                PROVA QUE ANEXADAS = LIDAS DA FATIA.           *
000250*           AUDITCAD FICA ABERTO DO PRIMEIRO AO ULTIMO PASSO,   *
000260*           PARA A CADEIA NAO SE MISTURAR COM UMA SESSAO.       *
000270*                                                               *
000280*  CARTAO DO SYSIN (OPCIONAL): DATA DO MOVIMENTO, AAAAMMDD NAS  *
000290*  COLUNAS 01-08 (SEM CARTAO, A DATA DO SISTEMA), A MESMA DOS   *
000300*  DEMAIS PASSOS DA NOITE - SO CARIMBA O REGISTRO DE CALCCTL.   *
000310*                                                               *
000320*  CODIGO DE RETORNO:                                           *
000330*    0 - FATIA CONFERIDA E ANEXADA (OU FATIA VAZIA)             *
000340*    8 - CADEIA DA FATIA QUEBRADA (NADA ANEXADO), ESTADO DA     *
000350*        CADEIA ILEGIVEL OU FALHA DE ARQUIVO - A FATIA NAO DEVE *
000360*        SER DESCARTADA                                         *
000370*                                                               *
000380*  HISTORICO DE ALTERACOES.                                     *
000390*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000391*    15/10/2026  EQS  REGISTRO DE CALCCTL PASSA A LEVAR A       *
000392*                     SEQUENCIA DA PRIMEIRA LINHA ANEXADA, PARA *
000393*                     O DESFAZIMENTO DO DIA (CALCDESF) ACHAR O  *
000394*                     TRECHO DO LOTE NO AUDITLOG.               *
000400*                                                               *
000410***************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. CalcAnex.
000440 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000450 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000460 DATE-WRITTEN. 15/10/2026.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT LOG-FATIA ASSIGN TO "AUDITDIA"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-LOG-FATIA.
000550
000560     SELECT LOG-AUDITORIA ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-LOG-AUDITORIA.
000590
000600     SELECT ESTADO-CADEIA ASSIGN TO "AUDITCAD"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-ESTADO-CADEIA.
000630
000640     SELECT CONTROLE-DIA ASSIGN TO "CALCCTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-CONTROLE-DIA.
000670
000680     SELECT CARTAO-DATA ASSIGN TO "SYSIN"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-CARTAO-DATA.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  LOG-FATIA
000750     LABEL RECORDS ARE STANDARD
000760     RECORDING MODE IS F.
000770 01  REG-LOG-FATIA               PIC X(100).
000780
000790 FD  LOG-AUDITORIA
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820 01  REG-LOG-AUDITORIA           PIC X(100).
000830
000840 FD  ESTADO-CADEIA
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870 COPY CALCCAD.
000880
000890 FD  CONTROLE-DIA
000900     LABEL RECORDS ARE STANDARD
000910     RECORDING MODE IS F.
000920 01  REG-CONTROLE-DIA            PIC X(80).
000930
000940 FD  CARTAO-DATA
000950     LABEL RECORDS ARE STANDARD
000960     RECORDING MODE IS F.
000970 01  REG-CARTAO-DATA.
000980     05  CRT-DATA                 PIC 9(08).
000990     05  FILLER                   PIC X(72).
001000
001010 WORKING-STORAGE SECTION.
001020*---------------------------------------------------------------*
001030*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001040*---------------------------------------------------------------*
001050 01  FS-LOG-FATIA                PIC X(02).
001060     88  FS-FATIA-OK                     VALUE "00".
001070 01  FS-LOG-AUDITORIA            PIC X(02).
001080     88  FS-LOG-OK                       VALUE "00".
001090 01  FS-ESTADO-CADEIA            PIC X(02).
001100     88  FS-CADEIA-OK                    VALUE "00".
001110     88  FS-CADEIA-AUSENTE               VALUE "35".
001120 01  FS-CONTROLE-DIA             PIC X(02).
001130     88  FS-CONTROLE-OK                  VALUE "00".
001140 01  FS-CARTAO-DATA              PIC X(02).
001150     88  FS-CARTAO-OK                    VALUE "00".
001160 01  WS-FIM-FATIA                PIC X(01) VALUE "N".
001170     88  FIM-FATIA                      VALUE "S".
001180
001190*---------------------------------------------------------------*
001200*    DATA DO MOVIMENTO: CARTAO OPCIONAL NO SYSIN OU, SEM        *
001210*    CARTAO, A DATA DO SISTEMA NO INICIO DO PASSO - A MESMA     *
001220*    RESOLVIDA PELOS DEMAIS PASSOS DA NOITE                     *
001230*---------------------------------------------------------------*
001240 01  WS-DATA-MOVIMENTO           PIC 9(08) VALUE ZERO.
001250
001260*---------------------------------------------------------------*
001270*    LINHA DE AUDITORIA EM TRABALHO (LAYOUT NO COPYBOOK CALCAUD)*
001280*---------------------------------------------------------------*
001290 COPY CALCAUD.
001300
001310*---------------------------------------------------------------*
001320*    CADEIA DA FATIA (CONFERIDA) E CADEIA DO LOG ACUMULADO      *
001330*    (CONTINUADA): SEQUENCIA E SELO DA ULTIMA LINHA DE CADA UMA *
001340*    E PARAMETROS DO SUBPROGRAMA CALCSELO                       *
001350*---------------------------------------------------------------*
001360 01  WS-SEQ-FATIA                PIC 9(10) VALUE ZERO.
001370 01  WS-SELO-FATIA               PIC 9(09) VALUE ZERO.
001380 01  WS-FATIA-QUEBRADA           PIC X(01) VALUE "N".
001390     88  FATIA-QUEBRADA                 VALUE "S".
001400 01  WS-SEQ-AUDITORIA            PIC 9(10) VALUE ZERO.
001410 01  WS-SELO-AUDITORIA           PIC 9(09) VALUE ZERO.
001420 01  WS-SEQ-INICIAL-ANEXO        PIC 9(10) VALUE ZERO.
001430 01  WS-CADEIA-ABERTA            PIC X(01) VALUE "N".
001440     88  CADEIA-ABERTA                  VALUE "S".
001450 01  WS-CADEIA-LIDA              PIC X(01) VALUE "N".
001460     88  CADEIA-LIDA                    VALUE "S".
001470 COPY CALCSEL.
001480
001490*---------------------------------------------------------------*
001500*    CONTADORES PARA O RESUMO E O REGISTRO DE CONTROLE          *
001510*---------------------------------------------------------------*
001520 01  WS-QTD-LIDAS                PIC 9(09) VALUE ZERO.
001530 01  WS-QTD-ANEXADAS             PIC 9(09) VALUE ZERO.
001540 01  WS-QTD-QUEBRAS              PIC 9(09) VALUE ZERO.
001550
001560*---------------------------------------------------------------*
001570*    REGISTRO DE CONTROLE DO DIA, GRAVADO EM CALCCTL NO         *
001580*    ENCERRAMENTO (LAYOUT COMPARTILHADO COM CALCDCLS)           *
001590*---------------------------------------------------------------*
001600 COPY CALCCTL.
001610
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001650     PERFORM 2000-CONFERIR-FATIA THRU 2000-EXIT.
001660     IF FATIA-QUEBRADA
001670         DISPLAY "*** CADEIA DE SELOS DA FATIA QUEBRADA - NADA "
001680             "FOI ANEXADO AO AUDITLOG ***"
001690         MOVE 8 TO RETURN-CODE
001700         IF CADEIA-ABERTA
001710             CLOSE ESTADO-CADEIA
001720         END-IF
001730     ELSE
001740         PERFORM 3000-ANEXAR-FATIA THRU 3000-EXIT
001750         PERFORM 4000-GRAVAR-ESTADO-CADEIA THRU 4000-EXIT
001760         IF WS-QTD-ANEXADAS NOT = WS-QTD-LIDAS
001770             DISPLAY "*** ANEXO NAO CONFERE: lidas=" WS-QTD-LIDAS
001780                 " anexadas=" WS-QTD-ANEXADAS " ***"
001790             MOVE 8 TO RETURN-CODE
001800         END-IF
001810     END-IF.
001820     PERFORM 8000-RESUMO-FINAL THRU 8000-EXIT.
001830     PERFORM 8200-GRAVAR-CONTROLE THRU 8200-EXIT.
001840     STOP RUN.
001850
001860*---------------------------------------------------------------*
001870*    1000-INICIALIZAR                                           *
001880*    RESOLVE A DATA DO MOVIMENTO E LE O ESTADO DA CADEIA DO LOG *
001890*    ACUMULADO.  AUDITCAD AUSENTE OU VAZIO: CADEIA AINDA NAO    *
001900*    INICIADA (ZERO).  AUDITCAD QUE NAO ABRE POR OUTRO MOTIVO OU*
001910*    COM REGISTRO ILEGIVEL ENCERRA O PASSO - RECOMECAR A CADEIA *
001920*    NO MEIO DO LOG A QUEBRARIA.                                *
001930*---------------------------------------------------------------*
001940 1000-INICIALIZAR.
001950     ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD.
001960     PERFORM 1600-LER-CARTAO-DATA THRU 1600-EXIT.
001970     OPEN I-O ESTADO-CADEIA.
001980     IF FS-CADEIA-OK
001990         SET CADEIA-ABERTA TO TRUE
002000         READ ESTADO-CADEIA
002010         IF FS-CADEIA-OK
002020             SET CADEIA-LIDA TO TRUE
002030         END-IF
002040     ELSE
002050         IF NOT FS-CADEIA-AUSENTE
002060             DISPLAY "Erro: abertura de AUDITCAD falhou. Status="
002070                 FS-ESTADO-CADEIA
002080             MOVE 8 TO RETURN-CODE
002090             STOP RUN
002100         END-IF
002110     END-IF.
002120     IF CADEIA-LIDA
002130         IF CAD-SEQUENCIA NOT NUMERIC OR CAD-SELO NOT NUMERIC
002140             DISPLAY "Erro: registro de AUDITCAD ilegivel - "
002150                 "cadeia de AUDITLOG nao pode continuar"
002160             MOVE 8 TO RETURN-CODE
002170             STOP RUN
002180         END-IF
002190         MOVE CAD-SEQUENCIA TO WS-SEQ-AUDITORIA
002200         MOVE CAD-SELO TO WS-SELO-AUDITORIA
002210     END-IF.
002220     MOVE WS-SEQ-AUDITORIA TO WS-SEQ-INICIAL-ANEXO.
002230 1000-EXIT.
002240     EXIT.
002250
002260 1600-LER-CARTAO-DATA.
002270     OPEN INPUT CARTAO-DATA.
002280     IF FS-CARTAO-OK
002290         READ CARTAO-DATA
002300             AT END
002310                 CONTINUE
002320             NOT AT END
002330                 IF CRT-DATA NUMERIC AND CRT-DATA > ZERO
002340                     MOVE CRT-DATA TO WS-DATA-MOVIMENTO
002350                 END-IF
002360         END-READ
002370         CLOSE CARTAO-DATA
002380     END-IF.
002390 1600-EXIT.
002400     EXIT.
002410
002420*---------------------------------------------------------------*
002430*    2000-CONFERIR-FATIA                                        *
002440*    PRIMEIRA LEITURA DA FATIA: CONFERE A CADEIA PROPRIA DELA.  *
002450*    A PRIMEIRA QUEBRA E ACUSADA E ENCERRA A CONFERENCIA.       *
002460*---------------------------------------------------------------*
002470 2000-CONFERIR-FATIA.
002480     OPEN INPUT LOG-FATIA.
002490     IF NOT FS-FATIA-OK
002500         DISPLAY "Erro: abertura de AUDITDIA falhou. Status="
002510             FS-LOG-FATIA
002520         MOVE 8 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     MOVE "N" TO WS-FIM-FATIA.
002560     PERFORM 2100-CONFERIR-LINHA THRU 2100-EXIT
002570         UNTIL FIM-FATIA OR FATIA-QUEBRADA.
002580     CLOSE LOG-FATIA.
002590 2000-EXIT.
002600     EXIT.
002610
002620*---------------------------------------------------------------*
002630*    2100-CONFERIR-LINHA                                        *
002640*    A LINHA TEM DE SER A SEGUINTE DA CADEIA DA FATIA (SEQUENCIA*
002650*    UM A MAIS) E TER O SELO QUE CALCSELO RECALCULA A PARTIR DO *
002660*    SELO ANTERIOR.                                             *
002670*---------------------------------------------------------------*
002680 2100-CONFERIR-LINHA.
002690     READ LOG-FATIA
002700         AT END
002710             SET FIM-FATIA TO TRUE
002720             GO TO 2100-EXIT
002730     END-READ.
002740     ADD 1 TO WS-QTD-LIDAS.
002750     MOVE REG-LOG-FATIA TO WS-LINHA-AUDITORIA.
002760     IF WS-AUD-SEQUENCIA NOT NUMERIC
002770         OR WS-AUD-SEQUENCIA NOT = WS-SEQ-FATIA + 1
002780         DISPLAY "*** FATIA: CADEIA QUEBRADA NA LINHA "
002790             WS-QTD-LIDAS " (SEQUENCIA FORA DE ORDEM APOS "
002800             WS-SEQ-FATIA ") ***"
002810         SET FATIA-QUEBRADA TO TRUE
002820         ADD 1 TO WS-QTD-QUEBRAS
002830         GO TO 2100-EXIT
002840     END-IF.
002850     MOVE WS-SELO-FATIA TO SEL-SELO-ANTERIOR.
002860     MOVE WS-LINHA-AUDITORIA TO SEL-LINHA.
002870     CALL "CalcSelo" USING SEL-PARAMETROS.
002880     IF WS-AUD-SELO NOT NUMERIC
002890         OR WS-AUD-SELO NOT = SEL-SELO
002900         DISPLAY "*** FATIA: CADEIA QUEBRADA NA LINHA "
002910             WS-QTD-LIDAS " (SELO NAO CONFERE) ***"
002920         SET FATIA-QUEBRADA TO TRUE
002930         ADD 1 TO WS-QTD-QUEBRAS
002940         GO TO 2100-EXIT
002950     END-IF.
002960     MOVE WS-AUD-SEQUENCIA TO WS-SEQ-FATIA.
002970     MOVE WS-AUD-SELO TO WS-SELO-FATIA.
002980 2100-EXIT.
002990     EXIT.
003000
003010*---------------------------------------------------------------*
003020*    3000-ANEXAR-FATIA                                          *
003030*    SEGUNDA LEITURA DA FATIA: CADA LINHA E RENUMERADA E        *
003040*    RESSELADA COMO A SEGUINTE DA CADEIA DO LOG ACUMULADO E     *
003050*    GRAVADA NO FIM DELE.                                       *
003060*---------------------------------------------------------------*
003070 3000-ANEXAR-FATIA.
003080     IF WS-QTD-LIDAS = ZERO
003090         GO TO 3000-EXIT
003100     END-IF.
003110     OPEN INPUT LOG-FATIA.
003120     IF NOT FS-FATIA-OK
003130         DISPLAY "Erro: reabertura de AUDITDIA falhou. Status="
003140             FS-LOG-FATIA
003150         MOVE 8 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     OPEN EXTEND LOG-AUDITORIA.
003190     IF NOT FS-LOG-OK
003200         OPEN OUTPUT LOG-AUDITORIA
003210     END-IF.
003220     IF NOT FS-LOG-OK
003230         DISPLAY "Erro: abertura de AUDITLOG falhou. Status="
003240             FS-LOG-AUDITORIA
003250         MOVE 8 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     MOVE "N" TO WS-FIM-FATIA.
003290     PERFORM 3100-ANEXAR-LINHA THRU 3100-EXIT
003300         UNTIL FIM-FATIA.
003310     CLOSE LOG-FATIA.
003320     CLOSE LOG-AUDITORIA.
003330 3000-EXIT.
003340     EXIT.
003350
003360 3100-ANEXAR-LINHA.
003370     READ LOG-FATIA
003380         AT END
003390             SET FIM-FATIA TO TRUE
003400             GO TO 3100-EXIT
003410     END-READ.
003420     MOVE REG-LOG-FATIA TO WS-LINHA-AUDITORIA.
003430     ADD 1 TO WS-SEQ-AUDITORIA.
003440     MOVE WS-SEQ-AUDITORIA TO WS-AUD-SEQUENCIA.
003450     MOVE WS-SELO-AUDITORIA TO SEL-SELO-ANTERIOR.
003460     MOVE WS-LINHA-AUDITORIA TO SEL-LINHA.
003470     CALL "CalcSelo" USING SEL-PARAMETROS.
003480     MOVE SEL-SELO TO WS-AUD-SELO.
003490     MOVE SEL-SELO TO WS-SELO-AUDITORIA.
003500     MOVE WS-LINHA-AUDITORIA TO REG-LOG-AUDITORIA.
003510     WRITE REG-LOG-AUDITORIA.
003520     IF NOT FS-LOG-OK
003530         DISPLAY "Erro: gravacao em AUDITLOG falhou. Status="
003540             FS-LOG-AUDITORIA " - o log acumulado pode ter "
003550             "recebido parte da fatia; conferir com CALCAUDV "
003560             "antes de ressubmeter."
003570         MOVE 8 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600     ADD 1 TO WS-QTD-ANEXADAS.
003610 3100-EXIT.
003620     EXIT.
003630
003640*---------------------------------------------------------------*
003650*    4000-GRAVAR-ESTADO-CADEIA                                  *
003660*    REGRAVA AUDITCAD COM A ULTIMA LINHA ANEXADA.  NA PRIMEIRA  *
003670*    LINHA DA CADEIA O ARQUIVO E CRIADO (OPEN OUTPUT/WRITE);    *
003680*    DEPOIS O REGISTRO E REESCRITO NO LUGAR (REWRITE).  FATIA   *
003690*    VAZIA NAO MEXE NO ESTADO.                                  *
003700*---------------------------------------------------------------*
003710 4000-GRAVAR-ESTADO-CADEIA.
003720     IF WS-QTD-ANEXADAS = ZERO
003730         IF CADEIA-ABERTA
003740             CLOSE ESTADO-CADEIA
003750         END-IF
003760         GO TO 4000-EXIT
003770     END-IF.
003780     IF NOT CADEIA-LIDA
003790         IF CADEIA-ABERTA
003800             CLOSE ESTADO-CADEIA
003810         END-IF
003820         OPEN OUTPUT ESTADO-CADEIA
003830     END-IF.
003840     MOVE SPACES TO REG-CADEIA.
003850     MOVE WS-SEQ-AUDITORIA TO CAD-SEQUENCIA.
003860     MOVE WS-SELO-AUDITORIA TO CAD-SELO.
003870     MOVE WS-AUD-DATA TO CAD-DATA.
003880     MOVE WS-AUD-HORA TO CAD-HORA.
003890     MOVE WS-AUD-ORIGEM TO CAD-ORIGEM.
003900     IF CADEIA-LIDA
003910         REWRITE REG-CADEIA
003920     ELSE
003930         WRITE REG-CADEIA
003940     END-IF.
003950     IF NOT FS-CADEIA-OK
003960         DISPLAY "Erro: gravacao em AUDITCAD falhou. Status="
003970             FS-ESTADO-CADEIA " - ultima linha anexada: "
003980             WS-SEQ-AUDITORIA " selo " WS-SELO-AUDITORIA
003990         MOVE 8 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     CLOSE ESTADO-CADEIA.
004030 4000-EXIT.
004040     EXIT.
004050
004060*---------------------------------------------------------------*
004070*    8000-RESUMO-FINAL                                          *
004080*    MOSTRA AS CONTAGENS DO ANEXO PARA O OPERADOR.              *
004090*---------------------------------------------------------------*
004100 8000-RESUMO-FINAL.
004110     DISPLAY "--------------------------------------------".
004120     DISPLAY "  ANEXO DA FATIA DIARIA AO AUDITLOG".
004130     DISPLAY "--------------------------------------------".
004140     DISPLAY "  Data do movimento....: " WS-DATA-MOVIMENTO.
004150     DISPLAY "  Linhas da fatia......: " WS-QTD-LIDAS.
004160     DISPLAY "  Linhas anexadas......: " WS-QTD-ANEXADAS.
004170     DISPLAY "  Cadeia antes.........: " WS-SEQ-INICIAL-ANEXO.
004180     DISPLAY "  Cadeia depois........: " WS-SEQ-AUDITORIA.
004190     DISPLAY "--------------------------------------------".
004200 8000-EXIT.
004210     EXIT.
004220
004230*---------------------------------------------------------------*
004240*    8200-GRAVAR-CONTROLE                                       *
004250*    ACRESCENTA O REGISTRO DE CONTROLE DO DIA EM CALCCTL COM AS *
004260*    CONTAGENS DO ANEXO (INFORMATIVO - CALCDCLS NAO PROVA ESTE  *
004270*    PASSO).  FALHA AQUI NAO DERRUBA O PASSO.                   *
004280*---------------------------------------------------------------*
004290 8200-GRAVAR-CONTROLE.
004300     MOVE WS-DATA-MOVIMENTO    TO WS-CTL-DATA.
004310     MOVE "CALCANEX"           TO WS-CTL-PASSO.
004320     MOVE WS-QTD-LIDAS         TO WS-CTL-QTD-ENTRADA.
004330     MOVE WS-QTD-ANEXADAS      TO WS-CTL-QTD-SAIDA.
004340     MOVE WS-QTD-ANEXADAS      TO WS-CTL-QTD-DETALHES.
004350     MOVE WS-QTD-QUEBRAS       TO WS-CTL-QTD-ERROS.
004360     MOVE RETURN-CODE          TO WS-CTL-RETORNO.
004361     IF WS-QTD-ANEXADAS > ZERO
004362         COMPUTE WS-CTL-SEQ-INICIAL = WS-SEQ-INICIAL-ANEXO + 1
004363     ELSE
004364         MOVE ZERO TO WS-CTL-SEQ-INICIAL
004365     END-IF.
004370     OPEN EXTEND CONTROLE-DIA.
004380     IF NOT FS-CONTROLE-OK
004390         OPEN OUTPUT CONTROLE-DIA
004400     END-IF.
004410     IF NOT FS-CONTROLE-OK
004420         DISPLAY "Aviso: abertura de CALCCTL falhou. Status="
004430             FS-CONTROLE-DIA " - controle do dia nao gravado."
004440         GO TO 8200-EXIT
004450     END-IF.
004460     MOVE WS-LINHA-CONTROLE TO REG-CONTROLE-DIA.
004470     WRITE REG-CONTROLE-DIA.
004480     IF NOT FS-CONTROLE-OK
004490         DISPLAY "Aviso: gravacao em CALCCTL falhou. Status="
004500             FS-CONTROLE-DIA
004510     END-IF.
004520     CLOSE CONTROLE-DIA.
004530 8200-EXIT.
004540     EXIT.

001035*                     DATA DO SISTEMA NO INICIO DO PASSO):     *
001036*                     UMA NOITE QUE VIRA A MEIA-NOITE NAO      *
001037*                     PODE ESPALHAR O CONTROLE EM DUAS DATAS.  *
001038*    15/10/2026  EQS  TRATA O REGISTRO DE ESTORNO "E": NAO E    *
001039*                     CALCULADO, SAI EM CALCOUT E NO LOG DE     *
001040*                     AUDITORIA COM STATUS "X" E A              *
001041*                     IDENTIFICACAO DA TRANSACAO ORIGINAL NA    *
001042*                     POSICAO DE NUMERO2, CONTA NO TRAILER MAS  *
001043*                     NAO NO HASH DO LOTE, E E CONTADO A PARTE  *
001044*                     NO RELATORIO FINAL.  O REGISTRO DE        *
001045*                     CALCCHK GANHA A CONTAGEM DE ESTORNOS      *
001046*                     (LRECL=099).                              *
001047*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
001048*                     SEQUENCIA E SELO ENCADEADO (CALCAUD).     *
001049*                     A FATIA DO DIA E SELADA COM CADEIA        *
001050*                     PROPRIA, INICIADA EM 1 (SUBPROGRAMA       *
001051*                     CALCSELO); CALCANEX A RESSELA AO ANEXA-LA *
001052*                     AO LOG ACUMULADO.  NO REINICIO, A PODA    *
001053*                     CONFERE A CADEIA DAS LINHAS MANTIDAS E    *
001054*                     CONTINUA A PARTIR DA ULTIMA; CADEIA       *
001055*                     QUEBRADA ENCERRA COM RC=8.                *
001056*                                                               *
001057***************************************************************
001058 IDENTIFICATION DIVISION.
001059 PROGRAM-ID. CalcBatch.
001060 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
001070 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
001080 DATE-WRITTEN. 09/08/2026.
001540 FD  LOG-AUDITORIA
001550     LABEL RECORDS ARE STANDARD
001560     RECORDING MODE IS F.
001570 01  REG-LOG-AUDITORIA           PIC X(100).
001580
001590 FD  ARQUIVO-CHECKPOINT
001600     LABEL RECORDS ARE STANDARD
001720     05  CHK-CONT-REJEITADOS      PIC 9(07).
001730     05  CHK-CONT-ERROS           PIC 9(07).
001740     05  CHK-SOMA-RESULTADOS      PIC S9(09)V99.
001741     05  CHK-CONT-ESTORNOS        PIC 9(07).
001750
001760 FD  ARQUIVO-SAIDA-TEMP
001770     LABEL RECORDS ARE STANDARD
001810 FD  LOG-AUDITORIA-TEMP
001820     LABEL RECORDS ARE STANDARD
001830     RECORDING MODE IS F.
001840 01  REG-LOG-AUDITORIA-TEMP       PIC X(100).
001850
001860 FD  CARTAO-CONTROLE
001870     LABEL RECORDS ARE STANDARD
002790     05  WS-CHK-CONT-REJEITADOS    PIC 9(07).
002800     05  WS-CHK-CONT-ERROS         PIC 9(07).
002810     05  WS-CHK-SOMA-RESULTADOS    PIC S9(09)V99.
002811     05  WS-CHK-CONT-ESTORNOS      PIC 9(07).
002820*---------------------------------------------------------------*
002830*    CAMPOS DE UM CALCULO - LAYOUT COMPARTILHADO COM            *
002840*    CALCULADORA E COM O SUBPROGRAMA CALCULO                    *
003000*    (LAYOUT NO COPYBOOK CALCAUD, COMPARTILHADO COM O           *
003010*    RELATORIO GERENCIAL CALCAUDRP)                             *
003020*---------------------------------------------------------------*
003021 COPY CALCAUD.
003022
003023*---------------------------------------------------------------*
003024*    CADEIA DE SELOS DA FATIA DO DIA: SEQUENCIA E SELO DA       *
003025*    ULTIMA LINHA GRAVADA (ZERO NO INICIO DA FATIA) E           *
003026*    PARAMETROS DO SUBPROGRAMA CALCSELO                         *
003027*---------------------------------------------------------------*
003028 01  WS-SEQ-AUDITORIA            PIC 9(10) VALUE ZERO.
003029 01  WS-SELO-AUDITORIA           PIC 9(09) VALUE ZERO.
003030 COPY CALCSEL.
003031
003032*---------------------------------------------------------------*
003033*    REGISTRO DE CONTROLE DO DIA, GRAVADO EM CALCCTL NO         *
003550         10  WS-CAD-STATUS       PIC X(01).
003560         10  WS-CAD-CODIGO-TAXA  PIC X(04).
003570         10  WS-CAD-TRANS-ID     PIC X(10).
003571         10  WS-CAD-TRANS-ORIGINAL PIC X(10).
003580
003590*---------------------------------------------------------------*
003600*    TOTAIS ACUMULADOS DURANTE O LOTE, PARA O RELATORIO FINAL    *
003690     05  WS-CONT-TAXA             PIC 9(07) COMP VALUE ZERO.
003700     05  WS-CONT-REJEITADOS       PIC 9(07) COMP VALUE ZERO.
003710     05  WS-CONT-ERROS            PIC 9(07) COMP VALUE ZERO.
003711     05  WS-CONT-ESTORNOS         PIC 9(07) COMP VALUE ZERO.
003720     05  WS-SOMA-RESULTADOS       PIC S9(09)V99 VALUE ZERO.
003730
003740 PROCEDURE DIVISION.
004940*                PARAR E MANDAR LIMPAR O CALCCHK (VER O JCL).
004950                 IF CHK-QTD-PROCESSADA NOT NUMERIC OR
004960                    CHK-QTD-GRAVADA NOT NUMERIC OR
004970                    CHK-SOMA-RESULTADOS NOT NUMERIC OR
004971                    CHK-CONT-ESTORNOS NOT NUMERIC
004980                     DISPLAY "Erro: registro de CALCCHK com "
004990                         "layout irreconhecivel - limpar o "
005000                         "ponto de controle antes de rodar."
005360     MOVE CHK-CONT-TAXA          TO WS-CONT-TAXA
005370     MOVE CHK-CONT-REJEITADOS    TO WS-CONT-REJEITADOS
005380     MOVE CHK-CONT-ERROS         TO WS-CONT-ERROS
005381     MOVE CHK-CONT-ESTORNOS      TO WS-CONT-ESTORNOS
005390     MOVE CHK-SOMA-RESULTADOS    TO WS-SOMA-RESULTADOS.
005400
005410*---------------------------------------------------------------*
006551*    DIARIA DO LOG (VER O JCL), ENTAO A PODA COPIA SO AS         *
006552*    LINHAS DO DIA - ANTES ELA ARRASTAVA O HISTORICO             *
006553*    ACUMULADO INTEIRO A CADA REINICIO.                          *
006554*    CADA LINHA MANTIDA TEM A CADEIA DE SELOS CONFERIDA NA       *
006555*    COPIA PARA AUDTMP, ANTES DE O LOG SER RECRIADO: A FATIA     *
006556*    QUE CHEGA ADULTERADA NAO E REAPROVEITADA, E A GRAVACAO      *
006557*    CONTINUA A CADEIA A PARTIR DA ULTIMA LINHA MANTIDA.         *
006560*---------------------------------------------------------------*
006570 1400-TRUNCAR-AUDITORIA.
006580     OPEN INPUT LOG-AUDITORIA
006870 1410-COPIAR-LINHA-AUDITORIA.
006880     READ LOG-AUDITORIA
006890         NOT AT END
006891             MOVE REG-LOG-AUDITORIA TO WS-LINHA-AUDITORIA
006892             PERFORM 1430-CONFERIR-SELO THRU 1430-EXIT
006900             MOVE REG-LOG-AUDITORIA TO REG-LOG-AUDITORIA-TEMP
006910             WRITE REG-LOG-AUDITORIA-TEMP
006920     END-READ.
006940 1420-RECOPIAR-LINHA-AUDITORIA.
006950     READ LOG-AUDITORIA-TEMP
006960         NOT AT END
006961             MOVE REG-LOG-AUDITORIA-TEMP TO REG-LOG-AUDITORIA
006962             WRITE REG-LOG-AUDITORIA
006963     END-READ.
006964
006965*---------------------------------------------------------------*
006966*    1430-CONFERIR-SELO                                          *
006967*    A LINHA MANTIDA TEM DE SER A SEGUINTE DA CADEIA (SEQUENCIA  *
006968*    UM A MAIS) E TER O SELO QUE CALCSELO RECALCULA A PARTIR     *
006969*    DO SELO ANTERIOR.  SE CONFERE, PASSA A SER A ULTIMA LINHA   *
006970*    DA CADEIA; SE NAO, O REINICIO E INTERROMPIDO ANTES DE       *
006971*    TOCAR NO LOG.                                               *
006972*---------------------------------------------------------------*
006973 1430-CONFERIR-SELO.
006974     IF WS-AUD-SEQUENCIA NOT NUMERIC
006975         OR WS-AUD-SEQUENCIA NOT = WS-SEQ-AUDITORIA + 1
006976         DISPLAY "Erro: cadeia de selos de AUDITLOG quebrada "
006977             "apos a linha " WS-SEQ-AUDITORIA
006978             " (sequencia fora de ordem) - reinicio "
006979             "interrompido"
006980         MOVE 8 TO RETURN-CODE
006981         STOP RUN
006982     END-IF
006983     MOVE WS-SELO-AUDITORIA TO SEL-SELO-ANTERIOR
006984     MOVE WS-LINHA-AUDITORIA TO SEL-LINHA
006985     CALL "CalcSelo" USING SEL-PARAMETROS
006986     IF WS-AUD-SELO NOT NUMERIC
006987         OR WS-AUD-SELO NOT = SEL-SELO
006988         DISPLAY "Erro: cadeia de selos de AUDITLOG quebrada "
006989             "na linha " WS-AUD-SEQUENCIA
006990             " (selo nao confere) - reinicio interrompido"
006991         MOVE 8 TO RETURN-CODE
006992         STOP RUN
006993     END-IF
006994     MOVE WS-AUD-SEQUENCIA TO WS-SEQ-AUDITORIA
006995     MOVE WS-AUD-SELO TO WS-SELO-AUDITORIA.
006996 1430-EXIT.
006997     EXIT.
007000
007010*---------------------------------------------------------------*
007020*    2000-PROCESSAR-ARQUIVO                                      *
007310                         PERFORM 2600-PASSO-CONTINUACAO
007320                             THRU 2600-EXIT
007330                     ELSE
007331                      IF ENT-TIPO-ESTORNO
007332                          PERFORM 2550-PROCESSAR-ESTORNO
007333                              THRU 2550-EXIT
007334                      ELSE
007340                         PERFORM 2500-PROCESSAR-DETALHE
007350                             THRU 2500-EXIT
007351                      END-IF
007360                     END-IF
007370                 END-IF
007380             END-IF
008280     MOVE ENT-NUMERO1 TO CALC-NUMERO1.
008290     PERFORM 2700-CALCULAR-PASSO THRU 2700-EXIT.
008300 2500-EXIT.
008301     EXIT.
008302
008303*---------------------------------------------------------------*
008304*    2550-PROCESSAR-ESTORNO                                      *
008305*    UM ESTORNO "E" FECHA A CADEIA ANTERIOR E SAI SOZINHO, SEM  *
008306*    CALCULO: STATUS "X", VALORES ZERADOS, A OPERACAO DA        *
008307*    ORIGINAL (PREENCHIDA PELA CRITICA) E A IDENTIFICACAO DA    *
008308*    ORIGINAL, QUE VAI NA POSICAO DE NUMERO2 DE CALCOUT E DO    *
008309*    LOG.  CONTINUACAO LOGO APOS UM ESTORNO NAO TEM CADEIA.     *
008310*---------------------------------------------------------------*
008311 2550-PROCESSAR-ESTORNO.
008312     PERFORM 2900-ENCERRAR-CADEIA THRU 2900-EXIT.
008313     PERFORM 2950-VERIFICAR-TOLERANCIA THRU 2950-EXIT.
008314     PERFORM 2400-VERIFICAR-PONTO-CONTROLE.
008315     MOVE "N" TO WS-CADEIA-COM-ERRO.
008316     PERFORM 2510-ACUMULAR-LOTE THRU 2510-EXIT.
008317     MOVE ZERO TO CALC-NUMERO1.
008318     MOVE ZERO TO CALC-NUMERO2.
008319     MOVE ZERO TO CALC-RESULTADO.
008320     MOVE ENT-EST-OPERACAO TO CALC-OPERACAO.
008321     MOVE SPACES TO CALC-CODIGO-TAXA.
008322     MOVE ENT-EST-TRANS-ID TO CALC-TRANS-ID.
008323     MOVE ENT-EST-TRANS-ORIGINAL TO CALC-TRANS-ORIGINAL.
008324     SET CALC-ESTORNADO TO TRUE.
008325     PERFORM 2800-ANEXAR-PASSO THRU 2800-EXIT.
008326     MOVE ZERO TO WS-RESULTADO-ANTERIOR.
008327     PERFORM 2900-ENCERRAR-CADEIA THRU 2900-EXIT.
008328     MOVE "N" TO WS-CADEIA-ATIVA.
008329 2550-EXIT.
008330     EXIT.
008331
008332*---------------------------------------------------------------*
008340*    2600-PASSO-CONTINUACAO                                      *
008350*    CONTINUACAO "C": USA O RESULTADO DO PASSO ANTERIOR COMO    *
008360*    NUMERO1.  SEM CADEIA ABERTA O PASSO SAI COM ERRO; NUMA     *
008730     MOVE ENT-OPERACAO TO CALC-OPERACAO.
008740     MOVE SPACES TO CALC-CODIGO-TAXA.
008750     MOVE ENT-TRANS-ID TO CALC-TRANS-ID.
008751     MOVE SPACES TO CALC-TRANS-ORIGINAL.
008760     MOVE ZERO TO CALC-RESULTADO.
008770     SET CALC-REJEITADO TO TRUE.
008780     PERFORM 2800-ANEXAR-PASSO THRU 2800-EXIT.
008990         MOVE SPACES TO CALC-CODIGO-TAXA
009000     END-IF.
009010     MOVE ENT-TRANS-ID TO CALC-TRANS-ID.
009011     MOVE SPACES TO CALC-TRANS-ORIGINAL.
009020     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
009030     MOVE WS-DATA-SISTEMA TO CALC-DATA-CALCULO.
009040     CALL "Calculo" USING CALC-RECORD.
009450         TO WS-CAD-CODIGO-TAXA (WS-QTD-PASSOS-CADEIA).
009460     MOVE CALC-TRANS-ID
009470         TO WS-CAD-TRANS-ID (WS-QTD-PASSOS-CADEIA).
009471     MOVE CALC-TRANS-ORIGINAL
009472         TO WS-CAD-TRANS-ORIGINAL (WS-QTD-PASSOS-CADEIA).
009480 2800-EXIT.
009490     EXIT.
009500
009860     MOVE WS-CAD-STATUS (WS-IDX-PASSO)      TO CALC-STATUS.
009870     MOVE WS-CAD-CODIGO-TAXA (WS-IDX-PASSO) TO CALC-CODIGO-TAXA.
009880     MOVE WS-CAD-TRANS-ID (WS-IDX-PASSO) TO CALC-TRANS-ID.
009881     MOVE WS-CAD-TRANS-ORIGINAL (WS-IDX-PASSO)
009882         TO CALC-TRANS-ORIGINAL.
009890*    A ORIGEM DE UM CALCULO DE LOTE E O DEPARTAMENTO REMETENTE
009900*    DO LOTE, AINDA ABERTO QUANDO A CADEIA E DESCARREGADA.
009910     MOVE WS-LOTE-DEPTO TO CALC-ORIGEM.
010540 2510-ACUMULAR-LOTE.
010550     IF LOTE-ABERTO
010560         ADD 1 TO WS-LOTE-QTD-DETALHES
010570*        O ESTORNO CONTA NA QUANTIDADE MAS NAO NO HASH: NA
010571*        POSICAO DE NUMERO1 ELE CARREGA A TRANSACAO ORIGINAL.
010572         IF NOT ENT-TIPO-ESTORNO AND ENT-NUMERO1 NUMERIC
010580             ADD ENT-NUMERO1 TO WS-LOTE-HASH-NUMERO1
010590                 ON SIZE ERROR
010600                     CONTINUE
010710     MOVE CALC-TRANS-ID   TO SAI-TRANS-ID
010720     MOVE CALC-NUMERO1    TO SAI-NUMERO1
010730     MOVE CALC-NUMERO2    TO SAI-NUMERO2
010731     IF CALC-ESTORNADO
010732         MOVE CALC-TRANS-ORIGINAL TO SAI-TRANS-ORIGINAL
010733     END-IF
010740     MOVE CALC-OPERACAO   TO SAI-OPERACAO
010750     MOVE CALC-RESULTADO  TO SAI-RESULTADO
010760     MOVE CALC-STATUS     TO SAI-STATUS
011180     MOVE WS-CONT-TAXA          TO WS-CHK-CONT-TAXA
011190     MOVE WS-CONT-REJEITADOS    TO WS-CHK-CONT-REJEITADOS
011200     MOVE WS-CONT-ERROS         TO WS-CHK-CONT-ERROS
011201     MOVE WS-CONT-ESTORNOS      TO WS-CHK-CONT-ESTORNOS
011210     MOVE WS-SOMA-RESULTADOS    TO WS-CHK-SOMA-RESULTADOS
011220     PERFORM 2420-GRAVAR-PONTO-CONTROLE THRU 2420-EXIT.
011230 2410-EXIT.
011750     MOVE WS-CHK-CONT-TAXA          TO CHK-CONT-TAXA
011760     MOVE WS-CHK-CONT-REJEITADOS    TO CHK-CONT-REJEITADOS
011770     MOVE WS-CHK-CONT-ERROS         TO CHK-CONT-ERROS
011780     MOVE WS-CHK-SOMA-RESULTADOS    TO CHK-SOMA-RESULTADOS
011781     MOVE WS-CHK-CONT-ESTORNOS      TO CHK-CONT-ESTORNOS.
011790
011800*---------------------------------------------------------------*
011810*    8000-FINALIZAR                                              *
012140     MOVE WS-SS-SISTEMA   TO WS-AUD-SS
012150     MOVE CALC-NUMERO1    TO WS-AUD-NUMERO1
012160     MOVE CALC-NUMERO2    TO WS-AUD-NUMERO2
012161     IF CALC-ESTORNADO
012162         MOVE CALC-TRANS-ORIGINAL TO WS-AUD-TRANS-ORIGINAL
012163     END-IF
012170     MOVE CALC-OPERACAO   TO WS-AUD-OPERACAO
012180     MOVE CALC-RESULTADO  TO WS-AUD-RESULTADO
012190     MOVE CALC-STATUS     TO WS-AUD-STATUS
012220
012230*    O ARQUIVO JA ESTA ABERTO DESDE 1000-INICIALIZAR E SO E
012240*    FECHADO EM 8000-FINALIZAR.
012241     PERFORM SELAR-AUDITORIA
012340     MOVE WS-LINHA-AUDITORIA TO REG-LOG-AUDITORIA
012350     WRITE REG-LOG-AUDITORIA
012360     IF NOT FS-LOG-OK
012390         MOVE 8 TO RETURN-CODE
012400         STOP RUN
012410     END-IF.
012411
012412*---------------------------------------------------------------*
012413*    SELAR-AUDITORIA                                            *
012414*    NUMERA A LINHA MONTADA COMO A SEGUINTE DA CADEIA DA FATIA  *
012415*    E GRAVA NELA O SELO CALCULADO POR CALCSELO A PARTIR DO     *
012416*    SELO DA LINHA ANTERIOR.                                    *
012417*---------------------------------------------------------------*
012418 SELAR-AUDITORIA.
012419     ADD 1 TO WS-SEQ-AUDITORIA
012420     MOVE WS-SEQ-AUDITORIA TO WS-AUD-SEQUENCIA
012421     MOVE WS-SELO-AUDITORIA TO SEL-SELO-ANTERIOR
012422     MOVE WS-LINHA-AUDITORIA TO SEL-LINHA
012423     CALL "CalcSelo" USING SEL-PARAMETROS
012424     MOVE SEL-SELO TO WS-AUD-SELO
012425     MOVE SEL-SELO TO WS-SELO-AUDITORIA.
012430
012440*---------------------------------------------------------------*
012450*    ACUMULAR-ESTATISTICAS                                       *
012550      IF CALC-REJEITADO
012560          ADD 1 TO WS-CONT-REJEITADOS
012570      ELSE
012571*      ESTORNO NAO TEM RESULTADO A SOMAR NEM CALCULO A CONTAR
012572*      NA OPERACAO: E CONTADO A PARTE.
012573       IF CALC-ESTORNADO
012574           ADD 1 TO WS-CONT-ESTORNOS
012575       ELSE
012580         ADD CALC-RESULTADO TO WS-SOMA-RESULTADOS
012590             ON SIZE ERROR
012600                 DISPLAY "Erro: soma dos resultados excede "
012880                 END-IF
012890             END-IF
012900         END-IF
012901       END-IF
012910      END-IF
012920     END-IF.
012930
013100     DISPLAY "  Taxas........: " WS-CONT-TAXA.
013110     DISPLAY "  Rejeitados...: " WS-CONT-REJEITADOS.
013120     DISPLAY "  Com erro.....: " WS-CONT-ERROS.
013121     DISPLAY "  Estornos.....: " WS-CONT-ESTORNOS.
013130     DISPLAY "  Soma result..: " WS-SOMA-RESULTADOS.
013140     DISPLAY "--------------------------------------------".
013150     IF HOUVE-DESBALANCE

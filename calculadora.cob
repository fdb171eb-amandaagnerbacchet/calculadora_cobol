000606*                     CALCULADA MAS VAI PARA O LOG DE          *
000607*                     AUDITORIA COM STATUS "N", PARA A         *
000608*                     REVISAO DE SEGURANCA.                     *
000609*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
000610*                     SEQUENCIA E SELO ENCADEADO (CALCAUD).     *
000611*                     CADA LINHA E SELADA (SUBPROGRAMA          *
000612*                     CALCSELO) A PARTIR DO ESTADO DA CADEIA DO *
000613*                     LOG ACUMULADO, GUARDADO EM AUDITCAD       *
000614*                     (LAYOUT CALCCAD), REGRAVADO A CADA LINHA. *
000615*    15/10/2026  EQS  SESSAO ENCERRADA GRAVA UM RESUMO EM      *
000616*                     CALCSES (LAYOUT CALCSES): OPERADOR,      *
000617*                     ABERTURA, ENCERRAMENTO, CALCULOS POR     *
000618*                     STATUS E SOMA DOS RESULTADOS, PARA O     *
000619*                     BATIMENTO DE FIM DE TURNO (CALCBALC).    *
000620*                                                               *
000621***************************************************************
000622 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. Calculadora.
000640 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000650 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000710 FILE-CONTROL.
000720     SELECT LOG-AUDITORIA ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS LINE SEQUENTIAL
000731         FILE STATUS IS FS-LOG-AUDITORIA.
000732
000733     SELECT ESTADO-CADEIA ASSIGN TO "AUDITCAD"
000734         ORGANIZATION IS LINE SEQUENTIAL
000735         FILE STATUS IS FS-ESTADO-CADEIA.
000736
000737     SELECT RESUMO-SESSAO ASSIGN TO "CALCSES"
000738         ORGANIZATION IS LINE SEQUENTIAL
000739         FILE STATUS IS FS-RESUMO-SESSAO.
000740
000742     SELECT CADASTRO-OPERADORES ASSIGN TO "CALCOPER"
000743         ORGANIZATION IS INDEXED
000744         ACCESS MODE IS DYNAMIC
000770 FILE SECTION.
000780 FD  LOG-AUDITORIA
000790     LABEL RECORDS ARE STANDARD
000791     RECORDING MODE IS F.
000792 01  REG-LOG-AUDITORIA           PIC X(100).
000793
000794 FD  ESTADO-CADEIA
000795     LABEL RECORDS ARE STANDARD
000796     RECORDING MODE IS F.
000797 COPY CALCCAD.
000798
000799 FD  RESUMO-SESSAO
000800     LABEL RECORDS ARE STANDARD
000801     RECORDING MODE IS F.
000802 01  REG-RESUMO-SESSAO           PIC X(80).
000811
000812 FD  CADASTRO-OPERADORES
000813     LABEL RECORDS ARE STANDARD.
000910*    CHAVE DE STATUS DE ARQUIVO DO LOG DE AUDITORIA             *
000920*---------------------------------------------------------------*
000930 01  FS-LOG-AUDITORIA            PIC X(02).
000931     88  FS-LOG-OK                       VALUE "00".
000932 01  FS-CADASTRO-OPERADORES      PIC X(02).
000933     88  FS-OPERADORES-OK                VALUE "00".
000934 01  FS-ESTADO-CADEIA            PIC X(02).
000935     88  FS-CADEIA-OK                    VALUE "00".
000936     88  FS-CADEIA-AUSENTE               VALUE "35".
000937 01  FS-RESUMO-SESSAO            PIC X(02).
000938     88  FS-RESUMO-OK                    VALUE "00".
000943
000944*---------------------------------------------------------------*
000945*    ABERTURA DA SESSAO: IDENTIFICACAO INFORMADA, RESULTADO DA  *
001300*    RELATORIO GERENCIAL CALCAUDRP)                             *
001310*---------------------------------------------------------------*
001320 COPY CALCAUD.
001330
001331*---------------------------------------------------------------*
001332*    CADEIA DE SELOS DO LOG ACUMULADO: SEQUENCIA E SELO DA      *
001333*    ULTIMA LINHA, LIDOS DE AUDITCAD A CADA GRAVACAO, E         *
001334*    PARAMETROS DO SUBPROGRAMA CALCSELO                         *
001335*---------------------------------------------------------------*
001336 01  WS-SEQ-AUDITORIA            PIC 9(10) VALUE ZERO.
001337 01  WS-SELO-AUDITORIA           PIC 9(09) VALUE ZERO.
001338 01  WS-CADEIA-LIDA              PIC X(01) VALUE "N".
001339     88  CADEIA-LIDA                    VALUE "S".
001340 COPY CALCSEL.
001341 
001342*---------------------------------------------------------------*
001350*    TOTAIS ACUMULADOS DURANTE A SESSAO, PARA O RELATORIO FINAL  *
001360*---------------------------------------------------------------*
001370 01  WS-TOTAIS.
001450     05  WS-CONT-ERROS            PIC 9(07) COMP VALUE ZERO.
001460     05  WS-SOMA-RESULTADOS       PIC S9(09)V99 VALUE ZERO.
001470 
001471*---------------------------------------------------------------*
001472*    RESUMO DA SESSAO GRAVADO NO ENCERRAMENTO EM CALCSES, PARA  *
001473*    O BATIMENTO DE FIM DE TURNO (CALCBALC).  A ABERTURA E      *
001474*    CARIMBADA QUANDO O OPERADOR E ACEITO.                      *
001475*---------------------------------------------------------------*
001476 COPY CALCSES.
001477 01  WS-DATA-ABERTURA            PIC 9(08) VALUE ZERO.
001478 01  WS-HORA-ABERTURA            PIC 9(06) VALUE ZERO.
001479
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 0100-ABRIR-SESSAO THRU 0100-EXIT.
001510     PERFORM 1000-PROCESSAR-CALCULO THRU 1000-EXIT
001520         UNTIL ENCERRA-SESSAO.
001530     PERFORM 9000-RELATORIO-FINAL THRU 9000-EXIT.
001531     PERFORM 9100-GRAVAR-RESUMO-SESSAO THRU 9100-EXIT.
001540     STOP RUN.
001550
001560*---------------------------------------------------------------*
001640         MOVE 8 TO RETURN-CODE
001641         STOP RUN
001642     END-IF.
001643     ACCEPT WS-DATA-ABERTURA FROM DATE YYYYMMDD.
001644     ACCEPT WS-HORA-SISTEMA FROM TIME.
001645     MOVE WS-HORA-SISTEMA (1:6) TO WS-HORA-ABERTURA.
001680 0100-EXIT.
001690     EXIT.
001691
002560*    GRAVAR-AUDITORIA                                           *
002570*    ACRESCENTA UMA LINHA AO LOG DE AUDITORIA COM CARIMBO DE    *
002580*    DATA E HORA PARA CADA CALCULO REALIZADO.                   *
002581*    A LINHA E SELADA COMO A SEGUINTE DA CADEIA DO LOG          *
002582*    ACUMULADO: AUDITCAD FICA ABERTO DA LEITURA DO ESTADO ATE   *
002583*    A REGRAVACAO, DEPOIS DE A LINHA ESTAR NO LOG.              *
002590*---------------------------------------------------------------*
002600 GRAVAR-AUDITORIA.
002610     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
002710     MOVE CALC-STATUS     TO WS-AUD-STATUS
002720     MOVE CALC-TRANS-ID   TO WS-AUD-TRANS-ID
002730     MOVE CALC-ORIGEM     TO WS-AUD-ORIGEM
002731 
002732     PERFORM LER-ESTADO-CADEIA
002733     PERFORM SELAR-AUDITORIA
002740
002750     OPEN EXTEND LOG-AUDITORIA
002760     IF NOT FS-LOG-OK
002770         OPEN OUTPUT LOG-AUDITORIA
002810             FS-LOG-AUDITORIA
002820         STOP RUN
002830     END-IF
002831
002832     MOVE WS-LINHA-AUDITORIA TO REG-LOG-AUDITORIA
002833     WRITE REG-LOG-AUDITORIA
002834     IF NOT FS-LOG-OK
002835         DISPLAY "Erro: gravacao em AUDITLOG falhou. Status="
002836             FS-LOG-AUDITORIA
002837         STOP RUN
002838     END-IF
002839     CLOSE LOG-AUDITORIA
002840     PERFORM GRAVAR-ESTADO-CADEIA.
002841
002842*---------------------------------------------------------------*
002843*    LER-ESTADO-CADEIA                                          *
002844*    ABRE AUDITCAD E LE A SEQUENCIA E O SELO DA ULTIMA LINHA DO *
002845*    LOG ACUMULADO.  ARQUIVO AUSENTE OU VAZIO: CADEIA AINDA NAO *
002846*    INICIADA (ZERO).  ARQUIVO QUE NAO ABRE POR OUTRO MOTIVO OU *
002847*    REGISTRO ILEGIVEL ENCERRA A SESSAO - RECOMECAR A CADEIA NO *
002848*    MEIO DO LOG A QUEBRARIA.                                   *
002849*---------------------------------------------------------------*
002850 LER-ESTADO-CADEIA.
002851     MOVE ZERO TO WS-SEQ-AUDITORIA
002852     MOVE ZERO TO WS-SELO-AUDITORIA
002853     MOVE "N" TO WS-CADEIA-LIDA
002854     OPEN I-O ESTADO-CADEIA
002855     IF FS-CADEIA-OK
002856         READ ESTADO-CADEIA
002857         IF FS-CADEIA-OK
002858             SET CADEIA-LIDA TO TRUE
002859         ELSE
002860             CLOSE ESTADO-CADEIA
002861         END-IF
002862     ELSE
002863         IF NOT FS-CADEIA-AUSENTE
002864             DISPLAY "Erro: abertura de AUDITCAD falhou. Status="
002865                 FS-ESTADO-CADEIA
002866             STOP RUN
002867         END-IF
002868     END-IF
002869     IF CADEIA-LIDA
002870         IF CAD-SEQUENCIA NOT NUMERIC OR CAD-SELO NOT NUMERIC
002871             DISPLAY "Erro: registro de AUDITCAD ilegivel - "
002872                 "cadeia de AUDITLOG nao pode continuar"
002873             STOP RUN
002874         END-IF
002875         MOVE CAD-SEQUENCIA TO WS-SEQ-AUDITORIA
002876         MOVE CAD-SELO TO WS-SELO-AUDITORIA
002877     END-IF.
002878
002879*---------------------------------------------------------------*
002880*    SELAR-AUDITORIA                                            *
002881*    NUMERA A LINHA MONTADA COMO A SEGUINTE DA CADEIA E GRAVA   *
002882*    NELA O SELO CALCULADO POR CALCSELO A PARTIR DO SELO DA     *
002883*    LINHA ANTERIOR.                                            *
002884*---------------------------------------------------------------*
002885 SELAR-AUDITORIA.
002886     ADD 1 TO WS-SEQ-AUDITORIA
002887     MOVE WS-SEQ-AUDITORIA TO WS-AUD-SEQUENCIA
002888     MOVE WS-SELO-AUDITORIA TO SEL-SELO-ANTERIOR
002889     MOVE WS-LINHA-AUDITORIA TO SEL-LINHA
002890     CALL "CalcSelo" USING SEL-PARAMETROS
002891     MOVE SEL-SELO TO WS-AUD-SELO
002892     MOVE SEL-SELO TO WS-SELO-AUDITORIA.
002893
002894*---------------------------------------------------------------*
002895*    GRAVAR-ESTADO-CADEIA                                       *
002896*    REGRAVA EM AUDITCAD A LINHA RECEM-GRAVADA NO LOG COMO A    *
002897*    ULTIMA DA CADEIA.  NA PRIMEIRA LINHA DA CADEIA O ARQUIVO E *
002898*    CRIADO (OPEN OUTPUT/WRITE); DEPOIS O REGISTRO E REESCRITO  *
002899*    NO LUGAR (REWRITE), COMO O PONTO DE CONTROLE DE CALCBATCH. *
002900*---------------------------------------------------------------*
002901 GRAVAR-ESTADO-CADEIA.
002902     IF NOT CADEIA-LIDA
002903         OPEN OUTPUT ESTADO-CADEIA
002904     END-IF
002905     MOVE SPACES TO REG-CADEIA
002906     MOVE WS-SEQ-AUDITORIA TO CAD-SEQUENCIA
002907     MOVE WS-SELO-AUDITORIA TO CAD-SELO
002908     MOVE WS-AUD-DATA TO CAD-DATA
002909     MOVE WS-AUD-HORA TO CAD-HORA
002910     MOVE WS-AUD-ORIGEM TO CAD-ORIGEM
002911     IF CADEIA-LIDA
002912         REWRITE REG-CADEIA
002913     ELSE
002914         WRITE REG-CADEIA
002915     END-IF
002916     IF NOT FS-CADEIA-OK
002917         DISPLAY "Erro: gravacao em AUDITCAD falhou. Status="
002918             FS-ESTADO-CADEIA
002919         STOP RUN
002920     END-IF
002921     CLOSE ESTADO-CADEIA.
002930
002940*---------------------------------------------------------------*
002950*    ACUMULAR-ESTATISTICAS                                       *
003580     DISPLAY "--------------------------------------------".
003590 9000-EXIT.
003600     EXIT.
003601
003602*---------------------------------------------------------------*
003603*    9100-GRAVAR-RESUMO-SESSAO                                  *
003604*    ACRESCENTA A CALCSES O RESUMO DA SESSAO QUE SE ENCERRA:    *
003605*    OPERADOR, ABERTURA E ENCERRAMENTO, CALCULOS POR STATUS E   *
003606*    SOMA DOS RESULTADOS (OS TOTAIS DO RELATORIO FINAL).  OS    *
003607*    CALCULOS BEM SUCEDIDOS SAO OS CONTADOS POR OPERACAO.       *
003608*    SEM O RESUMO O TURNO NAO BATE NO FIM DO DIA: A FALHA E     *
003609*    AVISADA NA TELA E A SESSAO TERMINA COM RC=8.               *
003610*---------------------------------------------------------------*
003611 9100-GRAVAR-RESUMO-SESSAO.
003612     MOVE SPACES TO WS-LINHA-SESSAO.
003613     MOVE CALC-ORIGEM TO WS-SES-OPERADOR.
003614     MOVE WS-DATA-ABERTURA TO WS-SES-DATA-INICIO.
003615     MOVE WS-HORA-ABERTURA TO WS-SES-HORA-INICIO.
003616     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
003617     ACCEPT WS-HORA-SISTEMA FROM TIME.
003618     MOVE WS-DATA-SISTEMA TO WS-SES-DATA-FIM.
003619     MOVE WS-HORA-SISTEMA (1:6) TO WS-SES-HORA-FIM.
003620     COMPUTE WS-SES-QTD-SUCESSO = WS-CONT-SOMA + WS-CONT-SUBTRACAO
003621         + WS-CONT-MULTIPLICACAO + WS-CONT-DIVISAO
003622         + WS-CONT-PORCENTAGEM + WS-CONT-EXPONENCIACAO
003623         + WS-CONT-TAXA.
003624     MOVE WS-CONT-ERROS TO WS-SES-QTD-ERROS.
003625     MOVE WS-CONT-NEGADOS TO WS-SES-QTD-NEGADOS.
003626     MOVE WS-SOMA-RESULTADOS TO WS-SES-SOMA-RESULTADOS.
003627     OPEN EXTEND RESUMO-SESSAO.
003628     IF NOT FS-RESUMO-OK
003629         OPEN OUTPUT RESUMO-SESSAO
003630     END-IF.
003631     IF NOT FS-RESUMO-OK
003632         DISPLAY "Erro: abertura de CALCSES falhou. Status="
003633             FS-RESUMO-SESSAO " - resumo da sessao nao gravado."
003634         MOVE 8 TO RETURN-CODE
003635         GO TO 9100-EXIT
003636     END-IF.
003637     MOVE WS-LINHA-SESSAO TO REG-RESUMO-SESSAO.
003638     WRITE REG-RESUMO-SESSAO.
003639     IF NOT FS-RESUMO-OK
003640         DISPLAY "Erro: gravacao em CALCSES falhou. Status="
003641             FS-RESUMO-SESSAO " - resumo da sessao nao gravado."
003642         MOVE 8 TO RETURN-CODE
003643     END-IF.
003644     CLOSE RESUMO-SESSAO.
003645 9100-EXIT.
003646     EXIT.

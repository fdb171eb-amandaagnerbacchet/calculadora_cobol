000210*           ACUSADA EXPLICITAMENTE: PARA O AUDITOR, "NAO HA    *
000220*           SAIDA" E "NAO PROCURAMOS" SAO RESPOSTAS            *
000230*           DIFERENTES.                                         *
000231*           TRANSACAO ESTORNADA E O SEU ESTORNO SAEM JUNTOS:   *
000232*           CONSULTAR QUALQUER DOS DOIS TRAZ NO MESMO DOSSIE   *
000233*           AS OCORRENCIAS DO OUTRO, COM O VINCULO INDICADO    *
000234*           LOGO ABAIXO DA IDENTIFICACAO.                      *
000240*                                                               *
000250*  CARTOES DO SYSIN (UM POR LINHA):                            *
000260*    ID TTTTTTTTTT             - CONSULTA A TRANSACAO T        *
000390*                                                               *
000400*  HISTORICO DE ALTERACOES.                                     *
000410*    02/09/2026  EQS  PROGRAMA CRIADO, A PEDIDO DA AUDITORIA.   *
000411*    15/10/2026  EQS  DOSSIE REUNE A TRANSACAO ORIGINAL E O     *
000412*                     SEU ESTORNO (LINHA "X" DO LOG), COM O     *
000413*                     VINCULO ENTRE ELES NO CABECALHO.          *
000414*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
000415*                     SEQUENCIA E SELO ENCADEADO NO FIM (VER    *
000416*                     CALCAUD); O REGISTRO DO FD E A LINHA DE   *
000417*                     OCORRENCIA DO DOSSIE ACOMPANHAM.          *
000420*                                                               *
000430***************************************************************
000440 IDENTIFICATION DIVISION.
000760 FD  LOG-AUDITORIA
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 01  REG-LOG-AUDITORIA           PIC X(100).
000800
000810 FD  ARQUIVO-SAIDA
000820     LABEL RECORDS ARE STANDARD
001550 77  WS-IDX-BUSCA                PIC 9(03) COMP VALUE ZERO.
001560 77  WS-IDX-ACHADO               PIC 9(03) COMP VALUE ZERO.
001570 01  WS-TRANS-CORRENTE           PIC X(10) VALUE SPACES.
001571*    TRANSACAO VINCULADA A CORRENTE POR UM ESTORNO: A ORIGINAL,
001572*    QUANDO A CORRENTE E O ESTORNO, OU O ESTORNO, QUANDO A
001573*    CORRENTE E A ORIGINAL (ESPACOS = SEM VINCULO).
001574 01  WS-TRANS-VINCULADA          PIC X(10) VALUE SPACES.
001580
001590*---------------------------------------------------------------*
001600*    CONSULTA POR ORIGEM (NO MAXIMO UM CARTAO "OR")             *
001910     05  FILLER                   PIC X(11) VALUE "TRANSACAO: ".
001920     05  SEC-TRANS-ID             PIC X(10).
001930     05  FILLER                   PIC X(111) VALUE SPACES.
001931 01  WS-LIN-VINCULO.
001932     05  FILLER                   PIC X(02) VALUE SPACES.
001933     05  VIN-TEXTO                PIC X(30).
001934     05  VIN-TRANS-ID             PIC X(10).
001935     05  FILLER                   PIC X(90) VALUE SPACES.
001940 01  WS-LIN-SUBTITULO.
001950     05  FILLER                   PIC X(02) VALUE SPACES.
001960     05  SUB-TEXTO                PIC X(40).
001970     05  FILLER                   PIC X(90) VALUE SPACES.
001980 01  WS-LIN-OCORRENCIA.
001990     05  FILLER                   PIC X(04) VALUE SPACES.
002000     05  OCO-TEXTO                PIC X(100).
002010     05  FILLER                   PIC X(28) VALUE SPACES.
002020 01  WS-LIN-REJEICAO.
002030     05  FILLER                   PIC X(04) VALUE SPACES.
002040     05  REJ-LIN-MOTIVO           PIC X(02).
004170*    AUDITORIA, EM CALCOUT E EM CALCREJ, CADA ARQUIVO NUMA      *
004180*    PASSAGEM PROPRIA.  SEM OCORRENCIA EM NENHUM, A TRANSACAO   *
004190*    SAI ACUSADA E O PASSO TERMINA COM RC=4.                    *
004191*    A TRANSACAO LIGADA A CORRENTE POR UM ESTORNO E LOCALIZADA  *
004192*    ANTES (3050) E AS OCORRENCIAS DELA ENTRAM NO MESMO DOSSIE. *
004200*---------------------------------------------------------------*
004210 3000-DOSSIE-TRANSACAO.
004220     MOVE WS-TRX-ID (WS-IDX-TRX) TO WS-TRANS-CORRENTE.
004280     MOVE WS-TRANS-CORRENTE TO SEC-TRANS-ID.
004290     MOVE WS-LIN-TRANSACAO TO REG-RELATORIO.
004300     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
004301     PERFORM 3050-LOCALIZAR-VINCULO THRU 3050-EXIT.
004310     PERFORM 3100-CONSULTAR-AUDITORIA THRU 3100-EXIT.
004320     PERFORM 3200-CONSULTAR-SAIDA THRU 3200-EXIT.
004330     PERFORM 3300-CONSULTAR-REJEITADOS THRU 3300-EXIT.
004420     END-IF.
004430 3000-EXIT.
004440     EXIT.
004441
004442*---------------------------------------------------------------*
004443*    3050-LOCALIZAR-VINCULO                                      *
004444*    PROCURA NO LOG A LINHA DE ESTORNO (STATUS "X") QUE LIGA A  *
004445*    TRANSACAO CORRENTE A OUTRA: O PROPRIO ESTORNO, QUE NOMEIA  *
004446*    A ORIGINAL NA POSICAO DE NUMERO2, OU O ESTORNO QUE NOMEIA  *
004447*    A CORRENTE COMO ORIGINAL.  ACHADO, O VINCULO SAI NO        *
004448*    CABECALHO DO DOSSIE.                                       *
004449*---------------------------------------------------------------*
004450 3050-LOCALIZAR-VINCULO.
004451     MOVE SPACES TO WS-TRANS-VINCULADA.
004452     MOVE SPACES TO VIN-TEXTO.
004453     MOVE "N" TO WS-FIM-LOG.
004454     OPEN INPUT LOG-AUDITORIA.
004455     IF NOT FS-LOG-OK
004456         GO TO 3050-EXIT
004457     END-IF.
004458     PERFORM 3060-LER-VINCULO THRU 3060-EXIT
004459         UNTIL FIM-LOG.
004460     CLOSE LOG-AUDITORIA.
004461     IF WS-TRANS-VINCULADA NOT = SPACES
004462         MOVE WS-TRANS-VINCULADA TO VIN-TRANS-ID
004463         MOVE WS-LIN-VINCULO TO REG-RELATORIO
004464         PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT
004465     END-IF.
004466 3050-EXIT.
004467     EXIT.
004468
004469 3060-LER-VINCULO.
004470     READ LOG-AUDITORIA
004471         AT END
004472             SET FIM-LOG TO TRUE
004473         NOT AT END
004474             MOVE REG-LOG-AUDITORIA TO WS-LINHA-AUDITORIA
004475             IF WS-AUD-STATUS = "X"
004476                 IF WS-AUD-TRANS-ID = WS-TRANS-CORRENTE
004477                     MOVE WS-AUD-TRANS-ORIGINAL
004478                         TO WS-TRANS-VINCULADA
004479                     MOVE "ESTORNO DA TRANSACAO ORIGINAL "
004480                         TO VIN-TEXTO
004481                 ELSE
004482                     IF WS-AUD-TRANS-ORIGINAL = WS-TRANS-CORRENTE
004483                         MOVE WS-AUD-TRANS-ID
004484                             TO WS-TRANS-VINCULADA
004485                         MOVE "ESTORNADA PELA TRANSACAO      "
004486                             TO VIN-TEXTO
004487                     END-IF
004488                 END-IF
004489             END-IF
004490     END-READ.
004491 3060-EXIT.
004492     EXIT.
004493
004494*---------------------------------------------------------------*
004495*    3100-CONSULTAR-AUDITORIA                                    *
004496*    LISTA AS LINHAS DO LOG (VIVO + GERACOES CONCATENADAS)      *
004497*    DA TRANSACAO CORRENTE (E DA VINCULADA POR ESTORNO), NA     *
004498*    INTEGRA, COM DATA E HORA.                                  *
004500*---------------------------------------------------------------*
004510 3100-CONSULTAR-AUDITORIA.
004520     MOVE "LOG DE AUDITORIA:" TO SUB-TEXTO.
004770             SET FIM-LOG TO TRUE
004780         NOT AT END
004790             MOVE REG-LOG-AUDITORIA TO WS-LINHA-AUDITORIA
004800             IF WS-AUD-TRANS-ID = WS-TRANS-CORRENTE OR
004801                (WS-TRANS-VINCULADA NOT = SPACES AND
004802                 WS-AUD-TRANS-ID = WS-TRANS-VINCULADA)
004810                 ADD 1 TO WS-QTD-NO-LOG
004820                 MOVE REG-LOG-AUDITORIA TO OCO-TEXTO
004830                 MOVE WS-LIN-OCORRENCIA TO REG-RELATORIO
005220         AT END
005230             SET FIM-SAIDA TO TRUE
005240         NOT AT END
005250             IF SAI-TRANS-ID = WS-TRANS-CORRENTE OR
005251                (WS-TRANS-VINCULADA NOT = SPACES AND
005252                 SAI-TRANS-ID = WS-TRANS-VINCULADA)
005260                 ADD 1 TO WS-QTD-NA-SAIDA
005270                 MOVE REG-SAIDA TO OCO-TEXTO
005280                 MOVE WS-LIN-OCORRENCIA TO REG-RELATORIO
005350*---------------------------------------------------------------*
005360*    3300-CONSULTAR-REJEITADOS                                   *
005370*    LISTA AS REJEICOES DE CALCEDIT DA TRANSACAO: MOTIVO, DATA  *
005380*    DA REJEICAO, DEPARTAMENTO E A LINHA ORIGINAL.  SO DETALHE, *
005390*    CONTINUACAO E ESTORNO CARREGAM IDENTIFICACAO DE TRANSACAO; *
005391*    UM ESTORNO REJEITADO QUE NOMEIA A CORRENTE COMO ORIGINAL   *
005392*    TAMBEM E LISTADO.                                          *
005400*---------------------------------------------------------------*
005410 3300-CONSULTAR-REJEITADOS.
005420     MOVE "REJEICOES DA CRITICA (CALCREJ):" TO SUB-TEXTO.
005670             SET FIM-REJEITADOS TO TRUE
005680         NOT AT END
005690             MOVE REJ-LINHA-ORIGINAL TO REG-ENTRADA
005700             IF ((ENT-TIPO-DETALHE OR ENT-TIPO-CONTINUACAO OR
005710                  ENT-TIPO-ESTORNO) AND
005711                 (ENT-TRANS-ID = WS-TRANS-CORRENTE OR
005712                  (WS-TRANS-VINCULADA NOT = SPACES AND
005713                   ENT-TRANS-ID = WS-TRANS-VINCULADA)))
005714                OR
005715                (ENT-TIPO-ESTORNO AND
005716                 ENT-EST-TRANS-ORIGINAL = WS-TRANS-CORRENTE)
005720                 ADD 1 TO WS-QTD-NOS-REJEITADOS
005730                 MOVE REJ-MOTIVO         TO REJ-LIN-MOTIVO
005740                 MOVE REJ-DATA-REJEICAO  TO REJ-LIN-DATA

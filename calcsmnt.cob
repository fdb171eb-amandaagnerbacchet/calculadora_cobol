000190*                  TODAS, COM O DEPARTAMENTO EM BRANCO)        *
000200*           CADA INC/ALT/SUS/REA GRAVA UMA LINHA DE TRILHA DE  *
000210*           AUDITORIA EM STNDAUD, NO MESMO ESPIRITO DE         *
000211*           RATEAUD/DEPTAUD.                                    *
000212*           CONTROLE DUPLO, COMO EM CALCRMNT: INC/ALT/SUS/REA  *
000213*           FICAM PENDENTES EM CALCPEND (LAYOUT CALCPEND) ATE  *
000214*           QUE OUTRO OPERADOR, ATIVO E DE NIVEL SUPERVISOR NO *
000215*           CADASTRO CALCOPER, OS APROVE OU RECUSE:            *
000216*             APR  APROVA A ALTERACAO PENDENTE DA INSTRUCAO    *
000217*                  E A APLICA AO CADASTRO                      *
000218*             REC  RECUSA A ALTERACAO PENDENTE DA INSTRUCAO    *
000219*           QUEM DIGITA O INC/ALT/SUS/REA TEM DE ESTAR ATIVO   *
000220*           EM CALCOPER.  A PENDENCIA NAO APROVADA EM 5 DIAS   *
000221*           CORRIDOS VENCE E E EXPURGADA NA ABERTURA SEGUINTE. *
000222*           A TRILHA LEVA O OPERADOR E O APROVADOR; A RECUSA E *
000223*           O VENCIMENTO SAEM NELA COMO "REC" E "VEN".         *
000230*                                                               *
000240*  LAYOUT DO CARTAO DE COMANDO (COLUNAS):                      *
000250*    01-03  ACAO (INC/ALT/SUS/REA/APR/REC/LST)                 *
000260*    05-12  OPERADOR RESPONSAVEL                               *
000270*    14-17  DEPARTAMENTO                                        *
000280*    19-22  SEQUENCIA (9999)                                    *
000350*    53-54  DIA-AGENDA (SEMANAL 1-7, MENSAL 1-31)              *
000360*    56-63  DATA DE INICIO (AAAAMMDD)                          *
000370*    65-72  DATA DE FIM (AAAAMMDD, ZEROS = SEM PRAZO)          *
000371*    APR/REC: SUPERVISOR EM 05-12 E A CHAVE (14-17, 19-22)     *
000380*                                                               *
000390*  CODIGO DE RETORNO:                                           *
000400*    0 - TODOS OS CARTOES EXECUTADOS                            *
000410*    4 - UM OU MAIS CARTOES COM ERRO (VER SYSOUT)               *
000420*    8 - CALCSTND, CALCPEND, CALCOPER OU SYSIN NAO PODE SER     *
000421*        ABERTO                                                 *
000430*                                                               *
000440*  HISTORICO DE ALTERACOES.                                     *
000450*    02/09/2026  EQS  PROGRAMA CRIADO, NOS MOLDES DE CALCRMNT.  *
000451*    15/10/2026  EQS  CONTROLE DUPLO COMO EM CALCRMNT:          *
000452*                     INC/ALT/SUS/REA PENDENTES EM CALCPEND ATE *
000453*                     APR/REC DE OUTRO OPERADOR, SUPERVISOR EM  *
000454*                     CALCOPER; A PENDENCIA VENCE EM 5 DIAS;    *
000455*                     TRILHA COM O APROVADOR.                   *
000460*                                                               *
000470***************************************************************
000480 IDENTIFICATION DIVISION.
000680     SELECT LOG-MANUTENCAO ASSIGN TO "STNDAUD"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-LOG-MANUTENCAO.
000701
000702     SELECT ARQ-PENDENCIAS ASSIGN TO "CALCPEND"
000703         ORGANIZATION IS INDEXED
000704         ACCESS MODE IS DYNAMIC
000705         RECORD KEY IS PND-CHAVE
000706         FILE STATUS IS FS-ARQ-PENDENCIAS.
000707
000708     SELECT CADASTRO-OPERADORES ASSIGN TO "CALCOPER"
000709         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000711         RECORD KEY IS OPR-ID
000712         FILE STATUS IS FS-CADASTRO-OPERADORES.
000713
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CARTOES-COMANDO
000810         88  ACAO-SUSPENDER              VALUE "SUS".
000820         88  ACAO-REATIVAR               VALUE "REA".
000830         88  ACAO-LISTAR                 VALUE "LST".
000831         88  ACAO-APROVAR                VALUE "APR".
000832         88  ACAO-RECUSAR                VALUE "REC".
000833         88  ACAO-MUDA-CADASTRO          VALUE "INC" "ALT"
000834                                               "SUS" "REA".
000840     05  FILLER                   PIC X(01).
000850     05  MNT-OPERADOR             PIC X(08).
000860     05  FILLER                   PIC X(01).
001210     RECORDING MODE IS F.
001220 01  REG-LOG-MANUTENCAO          PIC X(80).
001230
001231 FD  ARQ-PENDENCIAS
001232     LABEL RECORDS ARE STANDARD.
001233 COPY CALCPEND.
001234
001235 FD  CADASTRO-OPERADORES
001236     LABEL RECORDS ARE STANDARD.
001237 COPY CALCOPER.
001238
001240 WORKING-STORAGE SECTION.
001250*---------------------------------------------------------------*
001260*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001320     88  FS-INSTRUCOES-INEXISTENTE       VALUE "35".
001330 01  FS-LOG-MANUTENCAO           PIC X(02).
001340     88  FS-LOG-MNT-OK                   VALUE "00".
001341 01  FS-ARQ-PENDENCIAS           PIC X(02).
001342     88  FS-PEND-OK                      VALUE "00".
001343     88  FS-PEND-INEXISTENTE             VALUE "35".
001344 01  FS-CADASTRO-OPERADORES      PIC X(02).
001345     88  FS-OPERADORES-OK                VALUE "00".
001350 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
001360     88  FIM-CARTOES                    VALUE "S".
001370 01  WS-FIM-LISTAGEM             PIC X(01) VALUE "N".
001371     88  FIM-LISTAGEM                   VALUE "S".
001372 01  WS-FIM-PENDENCIAS           PIC X(01) VALUE "N".
001373     88  FIM-PENDENCIAS                 VALUE "S".
001381
001382*---------------------------------------------------------------*
001383*    RESULTADO DA CRITICA DO CARTAO CORRENTE E SALVAGUARDA DO   *
001387     88  CARTAO-REPROVADO               VALUE "S".
001388 01  WS-STATUS-GUARDADO          PIC X(01) VALUE SPACE.
001390
001391*---------------------------------------------------------------*
001392*    CONTROLE DUPLO: PRAZO DE APROVACAO DA ALTERACAO PENDENTE   *
001393*    (DIAS CORRIDOS), SUPERVISOR QUE APROVOU OU RECUSOU E ACAO  *
001394*    DO CARTAO GUARDADO, PARA A TRILHA                          *
001395*---------------------------------------------------------------*
001396 01  WS-PRAZO-PENDENCIA          PIC 9(03) COMP VALUE 5.
001397 01  WS-OPERADOR-APROVADOR       PIC X(08) VALUE SPACES.
001398 01  WS-ACAO-PENDENTE            PIC X(03) VALUE SPACES.
001399 01  WS-ACAO-DESFECHO            PIC X(03) VALUE SPACES.
001400 01  WS-QTD-EXEC-ANTES           PIC 9(05) COMP VALUE ZERO.
001401
001402*---------------------------------------------------------------*
001410*    CONTADORES DO PASSO                                        *
001420*---------------------------------------------------------------*
001430 01  WS-QTD-CARTOES              PIC 9(05) COMP VALUE ZERO.
001440 01  WS-QTD-EXECUTADOS           PIC 9(05) COMP VALUE ZERO.
001450 01  WS-QTD-COM-ERRO             PIC 9(05) COMP VALUE ZERO.
001451 01  WS-QTD-PENDENTES            PIC 9(05) COMP VALUE ZERO.
001452 01  WS-QTD-APROVADOS            PIC 9(05) COMP VALUE ZERO.
001453 01  WS-QTD-RECUSADOS            PIC 9(05) COMP VALUE ZERO.
001454 01  WS-QTD-VENCIDOS             PIC 9(05) COMP VALUE ZERO.
001460
001470*---------------------------------------------------------------*
001480*    DATA E HORA PARA CARIMBO DA TRILHA DE AUDITORIA            *
001540     05  WS-SS-SISTEMA            PIC 9(02).
001550     05  WS-CC-SISTEMA            PIC 9(02).
001560
001561*---------------------------------------------------------------*
001562*    CALENDARIO DA DATA LIMITE DE APROVACAO, AVANCADA DIA A DIA *
001563*    A PARTIR DA DATA DA INCLUSAO DA PENDENCIA (ULTIMO DIA DO   *
001564*    MES COM ANO BISSEXTO), COMO NA PROJECAO CALCSPRJ           *
001565*---------------------------------------------------------------*
001566 01  WS-DATA-CALENDARIO          PIC 9(08) VALUE ZERO.
001567 01  WS-DATA-DECOMPOSTA REDEFINES WS-DATA-CALENDARIO.
001568     05  WS-DTC-ANO               PIC 9(04).
001569     05  WS-DTC-MES               PIC 9(02).
001570     05  WS-DTC-DIA               PIC 9(02).
001571 01  WS-ULTIMO-DIA-MES           PIC 9(02) VALUE ZERO.
001572 01  WS-QUOCIENTE                PIC 9(07) COMP VALUE ZERO.
001573 01  WS-RESTO                    PIC 9(02) COMP VALUE ZERO.
001574 01  WS-TAB-DIAS-CONSTANTES      PIC X(24) VALUE
001575     "312831303130313130313031".
001576 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-CONSTANTES.
001577     05  WS-DIAS-DO-MES           PIC 9(02) OCCURS 12.
001578
001579*---------------------------------------------------------------*
001580*    LINHA DA TRILHA DE AUDITORIA DA MANUTENCAO                 *
001581*    (OPERADOR = QUEM DIGITOU O CARTAO; APROVADOR = SUPERVISOR  *
001582*    QUE O APROVOU OU RECUSOU; ACAO PENDENTE = ACAO DO CARTAO   *
001583*    GUARDADO NAS LINHAS "REC" E "VEN")                         *
001590*---------------------------------------------------------------*
001600 01  WS-LINHA-TRILHA.
001610     05  WS-TRL-DATA              PIC 9(08).
001750     05  WS-TRL-OPERACAO          PIC X(01).
001760     05  FILLER                   PIC X(01) VALUE SPACE.
001770     05  WS-TRL-NUMERO1           PIC -(7)9.99.
001780     05  FILLER                   PIC X(01) VALUE SPACE.
001781     05  WS-TRL-APROVADOR         PIC X(08).
001782     05  FILLER                   PIC X(01) VALUE SPACE.
001783     05  WS-TRL-ACAO-PENDENTE     PIC X(03).
001784     05  FILLER                   PIC X(12) VALUE SPACES.
001790
001800*---------------------------------------------------------------*
001810*    LINHA DA LISTAGEM (ACAO LST), MONTADA PARA O SYSOUT        *
002180*    EXECUCAO O CADASTRO AINDA NAO EXISTE (STATUS 35): E        *
002190*    CRIADO VAZIO E REABERTO PARA ATUALIZACAO, COMO EM          *
002200*    CALCRMNT.                                                   *
002201*    O MESMO VALE PARA AS PENDENCIAS (CALCPEND); O CADASTRO DE  *
002202*    OPERADORES (CALCOPER) E SO CONSULTADO.  AS PENDENCIAS DE   *
002203*    INSTRUCAO VENCIDAS SAO EXPURGADAS ANTES DO PRIMEIRO        *
002204*    CARTAO.                                                    *
002210*---------------------------------------------------------------*
002220 1000-INICIALIZAR.
002230     OPEN INPUT CARTOES-COMANDO.
002340         OPEN I-O CADASTRO-INSTRUCOES
002350     END-IF.
002360     IF NOT FS-INSTRUCOES-OK
002361         DISPLAY "Erro: abertura de CALCSTND falhou. Status="
002362             FS-CADASTRO-INSTRUCOES
002363         MOVE 8 TO RETURN-CODE
002364         STOP RUN
002365     END-IF.
002366     OPEN I-O ARQ-PENDENCIAS.
002367     IF FS-PEND-INEXISTENTE
002368         OPEN OUTPUT ARQ-PENDENCIAS
002369         CLOSE ARQ-PENDENCIAS
002370         OPEN I-O ARQ-PENDENCIAS
002371     END-IF.
002372     IF NOT FS-PEND-OK
002373         DISPLAY "Erro: abertura de CALCPEND falhou. Status="
002374             FS-ARQ-PENDENCIAS
002375         MOVE 8 TO RETURN-CODE
002376         STOP RUN
002377     END-IF.
002378     OPEN INPUT CADASTRO-OPERADORES.
002379     IF NOT FS-OPERADORES-OK
002380         DISPLAY "Erro: abertura de CALCOPER falhou. Status="
002381             FS-CADASTRO-OPERADORES
002382         MOVE 8 TO RETURN-CODE
002383         STOP RUN
002384     END-IF.
002385     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002386     PERFORM 1100-VENCER-PENDENCIAS THRU 1100-EXIT.
002387 1000-EXIT.
002388     EXIT.
002389
002390*---------------------------------------------------------------*
002391*    1100-VENCER-PENDENCIAS                                     *
002392*    EXPURGA AS ALTERACOES PENDENTES DE INSTRUCAO CUJA DATA     *
002393*    LIMITE DE APROVACAO JA PASSOU, COM LINHA "VEN" NA TRILHA.  *
002394*    AS PENDENCIAS DOS OUTROS CADASTROS FICAM PARA OS           *
002395*    RESPECTIVOS PROGRAMAS DE MANUTENCAO.                       *
002396*---------------------------------------------------------------*
002397 1100-VENCER-PENDENCIAS.
002398     MOVE "N" TO WS-FIM-PENDENCIAS.
002399     MOVE LOW-VALUES TO PND-CHAVE.
002400     SET PND-CAD-INSTRUCOES TO TRUE.
002401     START ARQ-PENDENCIAS KEY NOT LESS PND-CHAVE
002402         INVALID KEY
002403             SET FIM-PENDENCIAS TO TRUE
002404     END-START.
002405     PERFORM 1110-VENCER-PROXIMA THRU 1110-EXIT
002406         UNTIL FIM-PENDENCIAS.
002407 1100-EXIT.
002408     EXIT.
002409
002410 1110-VENCER-PROXIMA.
002411     READ ARQ-PENDENCIAS NEXT RECORD
002412         AT END
002413             SET FIM-PENDENCIAS TO TRUE
002414     END-READ.
002415     IF FIM-PENDENCIAS
002416         GO TO 1110-EXIT
002417     END-IF.
002418     IF NOT PND-CAD-INSTRUCOES
002419         SET FIM-PENDENCIAS TO TRUE
002420         GO TO 1110-EXIT
002421     END-IF.
002422     IF PND-DATA-LIMITE < WS-DATA-SISTEMA
002423         PERFORM 6700-VENCER-PENDENCIA THRU 6700-EXIT
002424     END-IF.
002425 1110-EXIT.
002430     EXIT.
002440
002450*---------------------------------------------------------------*
002630     EXIT.
002640
002650 2100-EXECUTAR-CARTAO.
002660     IF ACAO-APROVAR
002670         PERFORM 6100-APROVAR-PENDENCIA THRU 6100-EXIT
002680     ELSE
002690      IF ACAO-RECUSAR
002700          PERFORM 6200-RECUSAR-PENDENCIA THRU 6200-EXIT
002710      ELSE
002720       IF ACAO-LISTAR
002730           PERFORM 3400-LISTAR-INSTRUCOES THRU 3400-EXIT
002740       ELSE
002750        IF ACAO-MUDA-CADASTRO
002760            PERFORM 6000-REGISTRAR-PENDENCIA THRU 6000-EXIT
002770        ELSE
002780            DISPLAY "Erro: acao invalida no cartao "
002790                WS-QTD-CARTOES ": " MNT-ACAO
002800            ADD 1 TO WS-QTD-COM-ERRO
002810        END-IF
002820       END-IF
002830      END-IF
002840     END-IF.
002841 2100-EXIT.
002842     EXIT.
002843
002844*---------------------------------------------------------------*
002845*    2200-APLICAR-CARTAO                                        *
002846*    APLICA AO CADASTRO O CARTAO INC/ALT/SUS/REA DE UMA         *
002847*    ALTERACAO PENDENTE QUE ACABA DE SER APROVADA (6100).       *
002848*---------------------------------------------------------------*
002849 2200-APLICAR-CARTAO.
002850     IF ACAO-INCLUIR
002851         PERFORM 3100-INCLUIR-INSTRUCAO THRU 3100-EXIT
002852     ELSE
002853         IF ACAO-ALTERAR
002854             PERFORM 3200-ALTERAR-INSTRUCAO THRU 3200-EXIT
002855         ELSE
002856             PERFORM 3300-MUDAR-STATUS THRU 3300-EXIT
002857         END-IF
002858     END-IF.
002859 2200-EXIT.
002860     EXIT.
002870
002880*---------------------------------------------------------------*
005140*    ACRESCENTA A LINHA DE TRILHA DE AUDITORIA DA MANUTENCAO    *
005150*    EM STNDAUD, COM CARIMBO DE DATA E HORA, OPERADOR, ACAO E   *
005160*    OS VALORES GRAVADOS NO CADASTRO.                           *
005161*    NA ALTERACAO APROVADA, TAMBEM O SUPERVISOR QUE A APROVOU.  *
005170*---------------------------------------------------------------*
005180 5000-GRAVAR-TRILHA.
005190     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
005270     MOVE INS-STATUS          TO WS-TRL-STATUS
005280     MOVE INS-OPERACAO        TO WS-TRL-OPERACAO
005290     MOVE INS-NUMERO1         TO WS-TRL-NUMERO1
005291     MOVE WS-OPERADOR-APROVADOR TO WS-TRL-APROVADOR
005292     MOVE WS-ACAO-PENDENTE    TO WS-TRL-ACAO-PENDENTE
005300
005310     OPEN EXTEND LOG-MANUTENCAO
005320     IF NOT FS-LOG-MNT-OK
005520     EXIT.
005530
005540*---------------------------------------------------------------*
005541*    6000-REGISTRAR-PENDENCIA                                   *
005542*    CARTAO DE ALTERACAO: CRITICA O OPERADOR E O CARTAO CONTRA  *
005543*    O CADASTRO NO ESTADO DE AGORA E GUARDA O CARTAO EM         *
005544*    CALCPEND COMO ALTERACAO PENDENTE, COM A DATA LIMITE DE     *
005545*    APROVACAO.                                                 *
005546*    O CADASTRO SO MUDA NA APROVACAO (6100), QUANDO O CARTAO E  *
005547*    CRITICADO DE NOVO PELAS ROTINAS DE SEMPRE.                 *
005548*---------------------------------------------------------------*
005549 6000-REGISTRAR-PENDENCIA.
005550     MOVE "N" TO WS-CARTAO-REPROVADO.
005551     PERFORM 6400-VALIDAR-OPERADOR THRU 6400-EXIT.
005552     IF CARTAO-REPROVADO
005553         GO TO 6000-EXIT
005554     END-IF.
005555     PERFORM 6050-CRITICAR-PENDENCIA THRU 6050-EXIT.
005556     IF CARTAO-REPROVADO
005557         GO TO 6000-EXIT
005558     END-IF.
005559     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
005560     READ ARQ-PENDENCIAS
005561         INVALID KEY
005562             CONTINUE
005563         NOT INVALID KEY
005564             DISPLAY "Erro: ja ha alteracao pendente (" PND-ACAO
005565                 " de " PND-OPERADOR ") para a instrucao. "
005566                 "Depto=" MNT-DEPTO " Seq=" MNT-SEQUENCIA
005567             ADD 1 TO WS-QTD-COM-ERRO
005568             GO TO 6000-EXIT
005569     END-READ.
005570     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
005571     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
005572     ACCEPT WS-HORA-SISTEMA FROM TIME.
005573     MOVE MNT-ACAO              TO PND-ACAO.
005574     MOVE MNT-OPERADOR          TO PND-OPERADOR.
005575     MOVE WS-DATA-SISTEMA       TO PND-DATA.
005576     MOVE WS-HORA-SISTEMA (1:6) TO PND-HORA.
005577     PERFORM 6500-CALCULAR-DATA-LIMITE THRU 6500-EXIT.
005578     MOVE REG-CARTAO            TO PND-CARTAO.
005579     WRITE REG-PENDENCIA
005580         INVALID KEY
005581             DISPLAY "Erro: gravacao em CALCPEND falhou. Status="
005582                 FS-ARQ-PENDENCIAS
005583             ADD 1 TO WS-QTD-COM-ERRO
005584         NOT INVALID KEY
005585             ADD 1 TO WS-QTD-PENDENTES
005586             DISPLAY "Pendente de aprovacao ate " PND-DATA-LIMITE
005587                 ": " MNT-ACAO " "
005588                 "Depto=" MNT-DEPTO " Seq=" MNT-SEQUENCIA
005589     END-WRITE.
005590 6000-EXIT.
005591     EXIT.
005592
005593*---------------------------------------------------------------*
005594*    6050-CRITICAR-PENDENCIA                                    *
005595*    CRITICA ANTECIPADA DO CARTAO INC/ALT/SUS/REA, PARA NAO     *
005596*    DEIXAR PENDENTE O QUE A APROVACAO JA RECUSARIA: A CRITICA  *
005597*    DE SEMPRE (3000) NO INC/ALT, A CHAVE NO SUS/REA, E A       *
005598*    INSTRUCAO AINDA NAO CADASTRADA (INC) OU JA CADASTRADA      *
005599*    (ALT/SUS/REA).                                             *
005600*---------------------------------------------------------------*
005601 6050-CRITICAR-PENDENCIA.
005602     IF ACAO-INCLUIR OR ACAO-ALTERAR
005603         PERFORM 3000-CRITICAR-CARTAO THRU 3000-EXIT
005604     ELSE
005605         IF MNT-DEPTO = SPACES OR MNT-SEQUENCIA NOT NUMERIC
005606             PERFORM 3010-REPROVAR-CARTAO THRU 3010-EXIT
005607         END-IF
005608     END-IF.
005609     IF CARTAO-REPROVADO
005610         GO TO 6050-EXIT
005611     END-IF.
005612     MOVE MNT-DEPTO     TO INS-DEPTO.
005613     MOVE MNT-SEQUENCIA TO INS-SEQUENCIA.
005614     READ CADASTRO-INSTRUCOES
005615         INVALID KEY
005616             IF NOT ACAO-INCLUIR
005617                 DISPLAY "Erro: instrucao nao cadastrada. Depto="
005618                     MNT-DEPTO " Seq=" MNT-SEQUENCIA
005619                 PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
005620             END-IF
005621         NOT INVALID KEY
005622             IF ACAO-INCLUIR
005623                 DISPLAY "Erro: instrucao ja cadastrada. Depto="
005624                     MNT-DEPTO " Seq=" MNT-SEQUENCIA
005625                 PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
005626             END-IF
005627     END-READ.
005628 6050-EXIT.
005629     EXIT.
005630
005631 6090-REPROVAR-CARTAO.
005632     SET CARTAO-REPROVADO TO TRUE.
005633     ADD 1 TO WS-QTD-COM-ERRO.
005634 6090-EXIT.
005635     EXIT.
005636
005637*---------------------------------------------------------------*
005638*    6100-APROVAR-PENDENCIA                                     *
005639*    CARTAO APR: O SUPERVISOR APROVA A ALTERACAO PENDENTE DA    *
005640*    CHAVE DO CARTAO.  O CARTAO GUARDADO VOLTA A SER O CARTAO   *
005641*    CORRENTE E E APLICADO PELAS ROTINAS DE SEMPRE; A TRILHA    *
005642*    SAI COM O OPERADOR QUE O DIGITOU E COM O APROVADOR.  SE A  *
005643*    APLICACAO FALHAR (O CADASTRO MUDOU DESDE A INCLUSAO DA     *
005644*    PENDENCIA), A PENDENCIA FICA PARA SER RECUSADA OU VENCER.  *
005645*---------------------------------------------------------------*
005646 6100-APROVAR-PENDENCIA.
005647     PERFORM 6300-LOCALIZAR-PENDENCIA THRU 6300-EXIT.
005648     IF CARTAO-REPROVADO
005649         GO TO 6100-EXIT
005650     END-IF.
005651     MOVE MNT-OPERADOR      TO WS-OPERADOR-APROVADOR.
005652     MOVE WS-QTD-EXECUTADOS TO WS-QTD-EXEC-ANTES.
005653     MOVE PND-CARTAO        TO REG-CARTAO.
005654     PERFORM 2200-APLICAR-CARTAO THRU 2200-EXIT.
005655     MOVE SPACES            TO WS-OPERADOR-APROVADOR.
005656     IF WS-QTD-EXECUTADOS = WS-QTD-EXEC-ANTES
005657         DISPLAY "Aviso: alteracao nao aplicada; a pendencia "
005658             "fica para recusa (REC) ou vencimento."
005659         GO TO 6100-EXIT
005660     END-IF.
005661     DELETE ARQ-PENDENCIAS RECORD
005662         INVALID KEY
005663             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
005664                 FS-ARQ-PENDENCIAS
005665             ADD 1 TO WS-QTD-COM-ERRO
005666         NOT INVALID KEY
005667             ADD 1 TO WS-QTD-APROVADOS
005668     END-DELETE.
005669 6100-EXIT.
005670     EXIT.
005671
005672*---------------------------------------------------------------*
005673*    6200-RECUSAR-PENDENCIA                                     *
005674*    CARTAO REC: O SUPERVISOR DESCARTA A ALTERACAO PENDENTE DA  *
005675*    CHAVE DO CARTAO, SEM TOCAR NO CADASTRO.  A TRILHA GANHA A  *
005676*    LINHA "REC" COM OS DOIS OPERADORES.                        *
005677*---------------------------------------------------------------*
005678 6200-RECUSAR-PENDENCIA.
005679     PERFORM 6300-LOCALIZAR-PENDENCIA THRU 6300-EXIT.
005680     IF CARTAO-REPROVADO
005681         GO TO 6200-EXIT
005682     END-IF.
005683     DELETE ARQ-PENDENCIAS RECORD
005684         INVALID KEY
005685             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
005686                 FS-ARQ-PENDENCIAS
005687             ADD 1 TO WS-QTD-COM-ERRO
005688             GO TO 6200-EXIT
005689     END-DELETE.
005690     ADD 1 TO WS-QTD-RECUSADOS.
005691     MOVE MNT-OPERADOR TO WS-OPERADOR-APROVADOR.
005692     MOVE "REC"        TO WS-ACAO-DESFECHO.
005693     PERFORM 6600-TRILHA-DESFECHO THRU 6600-EXIT.
005694 6200-EXIT.
005695     EXIT.
005696
005697*---------------------------------------------------------------*
005698*    6300-LOCALIZAR-PENDENCIA                                   *
005699*    COMUM A APR E REC: SUPERVISOR ATIVO EM CALCOPER, ALTERACAO *
005700*    PENDENTE PARA A CHAVE DO CARTAO, DIGITADA POR OUTRO        *
005701*    OPERADOR E AINDA NO PRAZO.  A PENDENCIA FORA DO PRAZO E    *
005702*    VENCIDA AQUI MESMO.                                        *
005703*---------------------------------------------------------------*
005704 6300-LOCALIZAR-PENDENCIA.
005705     MOVE "N" TO WS-CARTAO-REPROVADO.
005706     PERFORM 6400-VALIDAR-OPERADOR THRU 6400-EXIT.
005707     IF CARTAO-REPROVADO
005708         GO TO 6300-EXIT
005709     END-IF.
005710     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
005711     READ ARQ-PENDENCIAS
005712         INVALID KEY
005713             DISPLAY "Erro: nao ha alteracao pendente para "
005714                 "a instrucao. "
005715                 "Depto=" MNT-DEPTO " Seq=" MNT-SEQUENCIA
005716             PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
005717             GO TO 6300-EXIT
005718     END-READ.
005719     IF PND-OPERADOR = MNT-OPERADOR
005720         DISPLAY "Erro: " MNT-ACAO " pelo mesmo operador que "
005721             "digitou a alteracao (" PND-OPERADOR "). Cartao "
005722             WS-QTD-CARTOES
005723         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
005724         GO TO 6300-EXIT
005725     END-IF.
005726     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
005727     IF PND-DATA-LIMITE < WS-DATA-SISTEMA
005728         DISPLAY "Erro: alteracao pendente fora do prazo de "
005729             "aprovacao (" PND-DATA-LIMITE "). Cartao "
005730             WS-QTD-CARTOES
005731         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
005732         PERFORM 6700-VENCER-PENDENCIA THRU 6700-EXIT
005733     END-IF.
005734 6300-EXIT.
005735     EXIT.
005736 6310-MONTAR-CHAVE.
005737     MOVE SPACES             TO REG-PENDENCIA.
005738     SET PND-CAD-INSTRUCOES  TO TRUE.
005739     MOVE MNT-DEPTO          TO PND-INS-DEPTO.
005740     MOVE MNT-SEQUENCIA      TO PND-INS-SEQUENCIA.
005741 6310-EXIT.
005742     EXIT.
005743
005744*---------------------------------------------------------------*
005745*    6400-VALIDAR-OPERADOR                                      *
005746*    O OPERADOR DO CARTAO (COLUNAS 05-12) TEM DE ESTAR ATIVO NO *
005747*    CADASTRO CALCOPER; NA APROVACAO E NA RECUSA TEM DE SER,    *
005748*    ALEM DISSO, DE NIVEL SUPERVISOR.                           *
005749*---------------------------------------------------------------*
005750 6400-VALIDAR-OPERADOR.
005751     MOVE MNT-OPERADOR TO OPR-ID.
005752     READ CADASTRO-OPERADORES
005753         INVALID KEY
005754             MOVE SPACE TO OPR-STATUS
005755     END-READ.
005756     IF NOT OPERADOR-ATIVO
005757         DISPLAY "Erro: operador " MNT-OPERADOR " nao cadastrado"
005758             " ou inativo em CALCOPER. Cartao " WS-QTD-CARTOES
005759         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
005760         GO TO 6400-EXIT
005761     END-IF.
005762     IF (ACAO-APROVAR OR ACAO-RECUSAR) AND NOT NIVEL-SUPERVISOR
005763         DISPLAY "Erro: " MNT-ACAO " exige nivel supervisor ("
005764             MNT-OPERADOR "). Cartao " WS-QTD-CARTOES
005765         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
005766     END-IF.
005767 6400-EXIT.
005768     EXIT.
005769
005770*---------------------------------------------------------------*
005771*    6500-CALCULAR-DATA-LIMITE                                  *
005772*    DATA LIMITE DE APROVACAO: A DATA DA INCLUSAO MAIS O PRAZO  *
005773*    EM DIAS CORRIDOS, AVANCANDO DIA A DIA COMO EM CALCSPRJ.    *
005774*---------------------------------------------------------------*
005775 6500-CALCULAR-DATA-LIMITE.
005776     MOVE WS-DATA-SISTEMA TO WS-DATA-CALENDARIO.
005777     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
005778     PERFORM 6510-AVANCAR-DIA THRU 6510-EXIT
005779         WS-PRAZO-PENDENCIA TIMES.
005780     MOVE WS-DATA-CALENDARIO TO PND-DATA-LIMITE.
005781 6500-EXIT.
005782     EXIT.
005783
005784 6510-AVANCAR-DIA.
005785     IF WS-DTC-DIA < WS-ULTIMO-DIA-MES
005786         ADD 1 TO WS-DTC-DIA
005787         GO TO 6510-EXIT
005788     END-IF.
005789     MOVE 1 TO WS-DTC-DIA.
005790     IF WS-DTC-MES < 12
005791         ADD 1 TO WS-DTC-MES
005792     ELSE
005793         MOVE 1 TO WS-DTC-MES
005794         ADD 1 TO WS-DTC-ANO
005795     END-IF.
005796     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
005797 6510-EXIT.
005798     EXIT.
005799
005800 6520-ULTIMO-DIA-DO-MES.
005801     MOVE WS-DIAS-DO-MES (WS-DTC-MES) TO WS-ULTIMO-DIA-MES.
005802     IF WS-DTC-MES = 2
005803         DIVIDE WS-DTC-ANO BY 4 GIVING WS-QUOCIENTE
005804             REMAINDER WS-RESTO
005805         IF WS-RESTO = ZERO
005806             MOVE 29 TO WS-ULTIMO-DIA-MES
005807         END-IF
005808         DIVIDE WS-DTC-ANO BY 100 GIVING WS-QUOCIENTE
005809             REMAINDER WS-RESTO
005810         IF WS-RESTO = ZERO
005811             MOVE 28 TO WS-ULTIMO-DIA-MES
005812         END-IF
005813         DIVIDE WS-DTC-ANO BY 400 GIVING WS-QUOCIENTE
005814             REMAINDER WS-RESTO
005815         IF WS-RESTO = ZERO
005816             MOVE 29 TO WS-ULTIMO-DIA-MES
005817         END-IF
005818     END-IF.
005819 6520-EXIT.
005820     EXIT.
005821
005822*---------------------------------------------------------------*
005823*    6600-TRILHA-DESFECHO                                       *
005824*    LINHA DE TRILHA DA PENDENCIA QUE NAO CHEGOU AO CADASTRO:   *
005825*    ACAO "REC" (RECUSADA, COM O SUPERVISOR QUE RECUSOU) OU     *
005826*    "VEN" (VENCIDA), COM O OPERADOR QUE A DIGITOU, A ACAO DO   *
005827*    CARTAO GUARDADO E OS VALORES DO REGISTRO NO CADASTRO (OU   *
005828*    OS DO CARTAO, NUMA INCLUSAO).                              *
005829*---------------------------------------------------------------*
005830 6600-TRILHA-DESFECHO.
005831     MOVE PND-CARTAO       TO REG-CARTAO.
005832     MOVE MNT-ACAO         TO WS-ACAO-PENDENTE.
005833     MOVE WS-ACAO-DESFECHO TO MNT-ACAO.
005834     PERFORM 6610-MONTAR-REGISTRO THRU 6610-EXIT.
005835     PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT.
005836     MOVE SPACES TO WS-ACAO-PENDENTE.
005837     MOVE SPACES TO WS-OPERADOR-APROVADOR.
005838 6600-EXIT.
005839     EXIT.
005840 6610-MONTAR-REGISTRO.
005841     MOVE MNT-DEPTO     TO INS-DEPTO.
005842     MOVE MNT-SEQUENCIA TO INS-SEQUENCIA.
005843     READ CADASTRO-INSTRUCOES
005844         INVALID KEY
005845             PERFORM 3500-MONTAR-REGISTRO THRU 3500-EXIT
005846             MOVE SPACE TO INS-STATUS
005847     END-READ.
005848 6610-EXIT.
005849     EXIT.
005850
005851*---------------------------------------------------------------*
005852*    6700-VENCER-PENDENCIA                                      *
005853*    APAGA A PENDENCIA CORRENTE, QUE PASSOU DA DATA LIMITE SEM  *
005854*    APROVACAO, E GRAVA A LINHA "VEN" NA TRILHA.                *
005855*---------------------------------------------------------------*
005856 6700-VENCER-PENDENCIA.
005857     DELETE ARQ-PENDENCIAS RECORD
005858         INVALID KEY
005859             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
005860                 FS-ARQ-PENDENCIAS
005861             ADD 1 TO WS-QTD-COM-ERRO
005862             GO TO 6700-EXIT
005863     END-DELETE.
005864     DISPLAY "Aviso: pendencia vencida em " PND-DATA-LIMITE
005865         " sem aprovacao: " PND-ACAO " de " PND-OPERADOR
005866         " chave " PND-CHAVE-REGISTRO.
005867     ADD 1 TO WS-QTD-VENCIDOS.
005868     MOVE SPACES TO WS-OPERADOR-APROVADOR.
005869     MOVE "VEN"  TO WS-ACAO-DESFECHO.
005870     PERFORM 6600-TRILHA-DESFECHO THRU 6600-EXIT.
005871 6700-EXIT.
005872     EXIT.
005873
005874*---------------------------------------------------------------*
005875*    8000-FINALIZAR                                              *
005876*    FECHA OS ARQUIVOS E MOSTRA O RESUMO DO PASSO.               *
005877*---------------------------------------------------------------*
005878 8000-FINALIZAR.
005879     CLOSE CARTOES-COMANDO.
005880     CLOSE CADASTRO-INSTRUCOES.
005881     CLOSE ARQ-PENDENCIAS.
005882     CLOSE CADASTRO-OPERADORES.
005883     DISPLAY "--------------------------------------------".
005884     DISPLAY "  RESUMO DA MANUTENCAO DE INSTRUCOES".
005885     DISPLAY "--------------------------------------------".
005886     DISPLAY "  Cartoes lidos: " WS-QTD-CARTOES.
005887     DISPLAY "  Executados...: " WS-QTD-EXECUTADOS.
005888     DISPLAY "  Com erro.....: " WS-QTD-COM-ERRO.
005889     DISPLAY "  Pendentes....: " WS-QTD-PENDENTES.
005890     DISPLAY "  Aprovados....: " WS-QTD-APROVADOS.
005891     DISPLAY "  Recusados....: " WS-QTD-RECUSADOS.
005892     DISPLAY "  Vencidos.....: " WS-QTD-VENCIDOS.
005893     DISPLAY "--------------------------------------------".
005894 8000-EXIT.
005895     EXIT.

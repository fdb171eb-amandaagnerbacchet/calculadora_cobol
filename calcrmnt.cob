000190*           CADA INCLUSAO/ALTERACAO/EXPIRACAO GRAVA UMA LINHA  *
000200*           DE TRILHA DE AUDITORIA EM RATEAUD COM DATA, HORA,  *
000210*           OPERADOR, ACAO E OS VALORES GRAVADOS, PARA QUE SE  *
000211*           SAIBA QUEM MEXEU EM QUE TAXA E QUANDO.             *
000212*           CONTROLE DUPLO: INC/ALT/EXP NAO MEXEM NO CADASTRO  *
000213*           NA HORA.  O CARTAO FICA PENDENTE EM CALCPEND       *
000214*           (LAYOUT CALCPEND) ATE QUE OUTRO OPERADOR, ATIVO E  *
000215*           DE NIVEL SUPERVISOR NO CADASTRO CALCOPER, O APROVE *
000216*           OU RECUSE:                                         *
000217*             APR  APROVA A ALTERACAO PENDENTE DA CHAVE        *
000218*                  (CODIGO E VIGENCIA) E A APLICA AO CADASTRO  *
000219*             REC  RECUSA A ALTERACAO PENDENTE DA CHAVE        *
000220*           QUEM DIGITA O INC/ALT/EXP TEM DE ESTAR ATIVO EM    *
000221*           CALCOPER.  A PENDENCIA NAO APROVADA EM 5 DIAS      *
000222*           CORRIDOS VENCE E E EXPURGADA NA ABERTURA SEGUINTE. *
000223*           A LINHA DA TRILHA DA ALTERACAO APLICADA LEVA QUEM  *
000224*           DIGITOU (OPERADOR) E QUEM APROVOU (APROVADOR); A   *
000225*           RECUSA E O VENCIMENTO SAEM NELA COMO "REC" E       *
000226*           "VEN", COM A ACAO DO CARTAO GUARDADO AO LADO.      *
000230*                                                               *
000240*  LAYOUT DO CARTAO DE COMANDO (COLUNAS):                      *
000250*    01-03  ACAO (INC/ALT/EXP/APR/REC/LST)                     *
000260*    05-12  OPERADOR RESPONSAVEL                               *
000270*    14-17  CODIGO DA TAXA                                     *
000280*    19-26  DATA DE VIGENCIA (AAAAMMDD)                        *
000290*    28-35  VALOR DA TAXA (999V99999, SINAL NO ULTIMO DIGITO)  *
000300*    37-44  DATA DE EXPIRACAO (AAAAMMDD, ZEROS = NAO EXPIRA)   *
000310*    46-75  DESCRICAO                                          *
000311*    APR/REC: SUPERVISOR EM 05-12 E A CHAVE (14-17, 19-26)     *
000320*                                                               *
000330*  CODIGO DE RETORNO:                                           *
000340*    0 - TODOS OS CARTOES EXECUTADOS                            *
000350*    4 - UM OU MAIS CARTOES COM ERRO (VER SYSOUT)               *
000360*    8 - CALCRATE, CALCPEND, CALCOPER OU SYSIN NAO PODE SER     *
000361*        ABERTO                                                 *
000370*                                                               *
000380*  HISTORICO DE ALTERACOES.                                     *
000390*    22/08/2026  EQS  PROGRAMA CRIADO.                          *
000391*    15/10/2026  EQS  CONTROLE DUPLO: INC/ALT/EXP FICAM         *
000392*                     PENDENTES EM CALCPEND ATE APROVACAO (APR) *
000393*                     OU RECUSA (REC) DE OUTRO OPERADOR,        *
000394*                     SUPERVISOR EM CALCOPER; A PENDENCIA VENCE *
000395*                     EM 5 DIAS; TRILHA COM O APROVADOR.        *
000400*                                                               *
000410***************************************************************
000420 IDENTIFICATION DIVISION.
000620     SELECT LOG-MANUTENCAO ASSIGN TO "RATEAUD"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-LOG-MANUTENCAO.
000641
000642     SELECT ARQ-PENDENCIAS ASSIGN TO "CALCPEND"
000643         ORGANIZATION IS INDEXED
000644         ACCESS MODE IS DYNAMIC
000645         RECORD KEY IS PND-CHAVE
000646         FILE STATUS IS FS-ARQ-PENDENCIAS.
000647
000648     SELECT CADASTRO-OPERADORES ASSIGN TO "CALCOPER"
000649         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000651         RECORD KEY IS OPR-ID
000652         FILE STATUS IS FS-CADASTRO-OPERADORES.
000653
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CARTOES-COMANDO
000750         88  ACAO-EXPIRAR                VALUE "EXP".
000760         88  ACAO-LISTAR                 VALUE "LST".
000770         88  ACAO-VALIDA                 VALUE "INC" "ALT"
000780                                               "EXP" "APR"
000781                                               "REC" "LST".
000782         88  ACAO-APROVAR                VALUE "APR".
000783         88  ACAO-RECUSAR                VALUE "REC".
000784         88  ACAO-MUDA-CADASTRO          VALUE "INC" "ALT"
000785                                               "EXP".
000790     05  FILLER                   PIC X(01).
000800     05  MNT-OPERADOR             PIC X(08).
000810     05  FILLER                   PIC X(01).
000990     RECORDING MODE IS F.
001000 01  REG-LOG-MANUTENCAO          PIC X(80).
001010
001011 FD  ARQ-PENDENCIAS
001012     LABEL RECORDS ARE STANDARD.
001013 COPY CALCPEND.
001014
001015 FD  CADASTRO-OPERADORES
001016     LABEL RECORDS ARE STANDARD.
001017 COPY CALCOPER.
001018
001020 WORKING-STORAGE SECTION.
001030*---------------------------------------------------------------*
001040*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001100     88  FS-TAXAS-INEXISTENTE            VALUE "35".
001110 01  FS-LOG-MANUTENCAO           PIC X(02).
001120     88  FS-LOG-MNT-OK                   VALUE "00".
001121 01  FS-ARQ-PENDENCIAS           PIC X(02).
001122     88  FS-PEND-OK                      VALUE "00".
001123     88  FS-PEND-INEXISTENTE             VALUE "35".
001124 01  FS-CADASTRO-OPERADORES      PIC X(02).
001125     88  FS-OPERADORES-OK                VALUE "00".
001130 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
001140     88  FIM-CARTOES                    VALUE "S".
001150 01  WS-FIM-LISTAGEM             PIC X(01) VALUE "N".
001151     88  FIM-LISTAGEM                   VALUE "S".
001152 01  WS-FIM-PENDENCIAS           PIC X(01) VALUE "N".
001153     88  FIM-PENDENCIAS                 VALUE "S".
001154
001155*---------------------------------------------------------------*
001156*    CONTROLE DUPLO: PRAZO DE APROVACAO DA ALTERACAO PENDENTE   *
001157*    (DIAS CORRIDOS), SUPERVISOR QUE APROVOU OU RECUSOU E ACAO  *
001158*    DO CARTAO GUARDADO, PARA A TRILHA                          *
001159*---------------------------------------------------------------*
001160 01  WS-PRAZO-PENDENCIA          PIC 9(03) COMP VALUE 5.
001161 01  WS-CARTAO-REPROVADO         PIC X(01) VALUE "N".
001162     88  CARTAO-REPROVADO               VALUE "S".
001163 01  WS-OPERADOR-APROVADOR       PIC X(08) VALUE SPACES.
001164 01  WS-ACAO-PENDENTE            PIC X(03) VALUE SPACES.
001165 01  WS-ACAO-DESFECHO            PIC X(03) VALUE SPACES.
001166 01  WS-QTD-EXEC-ANTES           PIC 9(05) COMP VALUE ZERO.
001170
001180*---------------------------------------------------------------*
001190*    CONTADORES DO PASSO                                        *
001210 01  WS-QTD-CARTOES              PIC 9(05) COMP VALUE ZERO.
001220 01  WS-QTD-EXECUTADOS           PIC 9(05) COMP VALUE ZERO.
001230 01  WS-QTD-COM-ERRO             PIC 9(05) COMP VALUE ZERO.
001231 01  WS-QTD-PENDENTES            PIC 9(05) COMP VALUE ZERO.
001232 01  WS-QTD-APROVADOS            PIC 9(05) COMP VALUE ZERO.
001233 01  WS-QTD-RECUSADOS            PIC 9(05) COMP VALUE ZERO.
001234 01  WS-QTD-VENCIDOS             PIC 9(05) COMP VALUE ZERO.
001240
001250*---------------------------------------------------------------*
001260*    DATA E HORA PARA CARIMBO DA TRILHA DE AUDITORIA            *
001320     05  WS-SS-SISTEMA            PIC 9(02).
001330     05  WS-CC-SISTEMA            PIC 9(02).
001340
001341*---------------------------------------------------------------*
001342*    CALENDARIO DA DATA LIMITE DE APROVACAO, AVANCADA DIA A DIA *
001343*    A PARTIR DA DATA DA INCLUSAO DA PENDENCIA (ULTIMO DIA DO   *
001344*    MES COM ANO BISSEXTO), COMO NA PROJECAO CALCSPRJ           *
001345*---------------------------------------------------------------*
001346 01  WS-DATA-CALENDARIO          PIC 9(08) VALUE ZERO.
001347 01  WS-DATA-DECOMPOSTA REDEFINES WS-DATA-CALENDARIO.
001348     05  WS-DTC-ANO               PIC 9(04).
001349     05  WS-DTC-MES               PIC 9(02).
001350     05  WS-DTC-DIA               PIC 9(02).
001351 01  WS-ULTIMO-DIA-MES           PIC 9(02) VALUE ZERO.
001352 01  WS-QUOCIENTE                PIC 9(07) COMP VALUE ZERO.
001353 01  WS-RESTO                    PIC 9(02) COMP VALUE ZERO.
001354 01  WS-TAB-DIAS-CONSTANTES      PIC X(24) VALUE
001355     "312831303130313130313031".
001356 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-CONSTANTES.
001357     05  WS-DIAS-DO-MES           PIC 9(02) OCCURS 12.
001358
001359*---------------------------------------------------------------*
001360*    LINHA DA TRILHA DE AUDITORIA DA MANUTENCAO                 *
001361*    (OPERADOR = QUEM DIGITOU O CARTAO; APROVADOR = SUPERVISOR  *
001362*    QUE O APROVOU OU RECUSOU; ACAO PENDENTE = ACAO DO CARTAO   *
001363*    GUARDADO NAS LINHAS "REC" E "VEN")                         *
001370*---------------------------------------------------------------*
001380 01  WS-LINHA-TRILHA.
001390     05  WS-TRL-DATA              PIC 9(08).
001510     05  WS-TRL-VALOR             PIC -(3)9.9(5).
001520     05  FILLER                   PIC X(01) VALUE SPACE.
001530     05  WS-TRL-EXPIRACAO         PIC 9(08).
001540     05  FILLER                   PIC X(01) VALUE SPACE.
001541     05  WS-TRL-APROVADOR         PIC X(08).
001542     05  FILLER                   PIC X(01) VALUE SPACE.
001543     05  WS-TRL-ACAO-PENDENTE     PIC X(03).
001544     05  FILLER                   PIC X(04) VALUE SPACES.
001550
001560*---------------------------------------------------------------*
001570*    LINHA DA LISTAGEM (ACAO LST), MONTADA PARA O SYSOUT        *
001840*    EXECUCAO O CADASTRO AINDA NAO EXISTE (STATUS 35): E        *
001850*    CRIADO VAZIO E REABERTO PARA ATUALIZACAO, NO MESMO         *
001860*    ESPIRITO DO OPEN EXTEND/OUTPUT DO LOG DE AUDITORIA.        *
001861*    O MESMO VALE PARA AS PENDENCIAS (CALCPEND); O CADASTRO DE  *
001862*    OPERADORES (CALCOPER) E SO CONSULTADO.  AS PENDENCIAS DE   *
001863*    TAXA VENCIDAS SAO EXPURGADAS ANTES DO PRIMEIRO CARTAO.     *
001870*---------------------------------------------------------------*
001880 1000-INICIALIZAR.
001890     OPEN INPUT CARTOES-COMANDO.
002000         OPEN I-O ARQ-TAXAS
002010     END-IF.
002020     IF NOT FS-TAXAS-OK
002021         DISPLAY "Erro: abertura de CALCRATE falhou. Status="
002022             FS-ARQ-TAXAS
002023         MOVE 8 TO RETURN-CODE
002024         STOP RUN
002025     END-IF.
002026     OPEN I-O ARQ-PENDENCIAS.
002027     IF FS-PEND-INEXISTENTE
002028         OPEN OUTPUT ARQ-PENDENCIAS
002029         CLOSE ARQ-PENDENCIAS
002030         OPEN I-O ARQ-PENDENCIAS
002031     END-IF.
002032     IF NOT FS-PEND-OK
002033         DISPLAY "Erro: abertura de CALCPEND falhou. Status="
002034             FS-ARQ-PENDENCIAS
002035         MOVE 8 TO RETURN-CODE
002036         STOP RUN
002037     END-IF.
002038     OPEN INPUT CADASTRO-OPERADORES.
002039     IF NOT FS-OPERADORES-OK
002040         DISPLAY "Erro: abertura de CALCOPER falhou. Status="
002041             FS-CADASTRO-OPERADORES
002042         MOVE 8 TO RETURN-CODE
002043         STOP RUN
002044     END-IF.
002045     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002046     PERFORM 1100-VENCER-PENDENCIAS THRU 1100-EXIT.
002047 1000-EXIT.
002048     EXIT.
002049
002050*---------------------------------------------------------------*
002051*    1100-VENCER-PENDENCIAS                                     *
002052*    EXPURGA AS ALTERACOES PENDENTES DE TAXA CUJA DATA          *
002053*    LIMITE DE APROVACAO JA PASSOU, COM LINHA "VEN" NA TRILHA.  *
002054*    AS PENDENCIAS DOS OUTROS CADASTROS FICAM PARA OS           *
002055*    RESPECTIVOS PROGRAMAS DE MANUTENCAO.                       *
002056*---------------------------------------------------------------*
002057 1100-VENCER-PENDENCIAS.
002058     MOVE "N" TO WS-FIM-PENDENCIAS.
002059     MOVE LOW-VALUES TO PND-CHAVE.
002060     SET PND-CAD-TAXAS TO TRUE.
002061     START ARQ-PENDENCIAS KEY NOT LESS PND-CHAVE
002062         INVALID KEY
002063             SET FIM-PENDENCIAS TO TRUE
002064     END-START.
002065     PERFORM 1110-VENCER-PROXIMA THRU 1110-EXIT
002066         UNTIL FIM-PENDENCIAS.
002067 1100-EXIT.
002068     EXIT.
002069
002070 1110-VENCER-PROXIMA.
002071     READ ARQ-PENDENCIAS NEXT RECORD
002072         AT END
002073             SET FIM-PENDENCIAS TO TRUE
002074     END-READ.
002075     IF FIM-PENDENCIAS
002076         GO TO 1110-EXIT
002077     END-IF.
002078     IF NOT PND-CAD-TAXAS
002079         SET FIM-PENDENCIAS TO TRUE
002080         GO TO 1110-EXIT
002081     END-IF.
002082     IF PND-DATA-LIMITE < WS-DATA-SISTEMA
002083         PERFORM 6700-VENCER-PENDENCIA THRU 6700-EXIT
002084     END-IF.
002085 1110-EXIT.
002090     EXIT.
002100
002110*---------------------------------------------------------------*
002260             END-IF
002270     END-READ.
002280 2000-EXIT.
002281     EXIT.
002282
002283 2100-EXECUTAR-CARTAO.
002284     IF ACAO-APROVAR
002285         PERFORM 6100-APROVAR-PENDENCIA THRU 6100-EXIT
002286     ELSE
002287      IF ACAO-RECUSAR
002288          PERFORM 6200-RECUSAR-PENDENCIA THRU 6200-EXIT
002289      ELSE
002290       IF ACAO-LISTAR
002291           PERFORM 3400-LISTAR-TAXAS THRU 3400-EXIT
002292       ELSE
002293        IF ACAO-MUDA-CADASTRO
002294            PERFORM 6000-REGISTRAR-PENDENCIA THRU 6000-EXIT
002295        ELSE
002296            DISPLAY "Erro: acao invalida no cartao "
002297                WS-QTD-CARTOES ": " MNT-ACAO
002298            ADD 1 TO WS-QTD-COM-ERRO
002299        END-IF
002300       END-IF
002301      END-IF
002302     END-IF.
002303 2100-EXIT.
002304     EXIT.
002305
002306*---------------------------------------------------------------*
002307*    2200-APLICAR-CARTAO                                        *
002308*    APLICA AO CADASTRO O CARTAO INC/ALT/EXP DE UMA ALTERACAO   *
002309*    PENDENTE QUE ACABA DE SER APROVADA (6100).                 *
002310*---------------------------------------------------------------*
002311 2200-APLICAR-CARTAO.
002320     IF ACAO-INCLUIR
002330         PERFORM 3100-INCLUIR-TAXA THRU 3100-EXIT
002340     ELSE
002350         IF ACAO-ALTERAR
002360             PERFORM 3200-ALTERAR-TAXA THRU 3200-EXIT
002370         ELSE
002380             PERFORM 3300-EXPIRAR-TAXA THRU 3300-EXIT
002490         END-IF
002500     END-IF.
002510 2200-EXIT.
002520     EXIT.
002530
002540*---------------------------------------------------------------*
004030*    ACRESCENTA A LINHA DE TRILHA DE AUDITORIA DA MANUTENCAO    *
004040*    EM RATEAUD, COM CARIMBO DE DATA E HORA, OPERADOR, ACAO E   *
004050*    OS VALORES GRAVADOS NO CADASTRO.                           *
004051*    NA ALTERACAO APROVADA, TAMBEM O SUPERVISOR QUE A APROVOU.  *
004060*---------------------------------------------------------------*
004070 5000-GRAVAR-TRILHA.
004080     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
004150     MOVE TAXA-DATA-VIGENCIA  TO WS-TRL-VIGENCIA
004160     MOVE TAXA-VALOR          TO WS-TRL-VALOR
004170     MOVE TAXA-DATA-EXPIRACAO TO WS-TRL-EXPIRACAO
004171     MOVE WS-OPERADOR-APROVADOR TO WS-TRL-APROVADOR
004172     MOVE WS-ACAO-PENDENTE    TO WS-TRL-ACAO-PENDENTE
004180
004190     OPEN EXTEND LOG-MANUTENCAO
004200     IF NOT FS-LOG-MNT-OK
004400     EXIT.
004410
004420*---------------------------------------------------------------*
004421*    6000-REGISTRAR-PENDENCIA                                   *
004422*    CARTAO DE ALTERACAO: CRITICA O OPERADOR E O CARTAO CONTRA  *
004423*    O CADASTRO NO ESTADO DE AGORA E GUARDA O CARTAO EM         *
004424*    CALCPEND COMO ALTERACAO PENDENTE, COM A DATA LIMITE DE     *
004425*    APROVACAO.                                                 *
004426*    O CADASTRO SO MUDA NA APROVACAO (6100), QUANDO O CARTAO E  *
004427*    CRITICADO DE NOVO PELAS ROTINAS DE SEMPRE.                 *
004428*---------------------------------------------------------------*
004429 6000-REGISTRAR-PENDENCIA.
004430     MOVE "N" TO WS-CARTAO-REPROVADO.
004431     PERFORM 6400-VALIDAR-OPERADOR THRU 6400-EXIT.
004432     IF CARTAO-REPROVADO
004433         GO TO 6000-EXIT
004434     END-IF.
004435     PERFORM 6050-CRITICAR-PENDENCIA THRU 6050-EXIT.
004436     IF CARTAO-REPROVADO
004437         GO TO 6000-EXIT
004438     END-IF.
004439     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
004440     READ ARQ-PENDENCIAS
004441         INVALID KEY
004442             CONTINUE
004443         NOT INVALID KEY
004444             DISPLAY "Erro: ja ha alteracao pendente (" PND-ACAO
004445                 " de " PND-OPERADOR ") para a taxa. "
004446                 "Codigo=" MNT-CODIGO " Vigencia="
004447                 MNT-DATA-VIGENCIA
004448             ADD 1 TO WS-QTD-COM-ERRO
004449             GO TO 6000-EXIT
004450     END-READ.
004451     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
004452     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
004453     ACCEPT WS-HORA-SISTEMA FROM TIME.
004454     MOVE MNT-ACAO              TO PND-ACAO.
004455     MOVE MNT-OPERADOR          TO PND-OPERADOR.
004456     MOVE WS-DATA-SISTEMA       TO PND-DATA.
004457     MOVE WS-HORA-SISTEMA (1:6) TO PND-HORA.
004458     PERFORM 6500-CALCULAR-DATA-LIMITE THRU 6500-EXIT.
004459     MOVE REG-CARTAO            TO PND-CARTAO.
004460     WRITE REG-PENDENCIA
004461         INVALID KEY
004462             DISPLAY "Erro: gravacao em CALCPEND falhou. Status="
004463                 FS-ARQ-PENDENCIAS
004464             ADD 1 TO WS-QTD-COM-ERRO
004465         NOT INVALID KEY
004466             ADD 1 TO WS-QTD-PENDENTES
004467             DISPLAY "Pendente de aprovacao ate " PND-DATA-LIMITE
004468                 ": " MNT-ACAO " "
004469                 "Codigo=" MNT-CODIGO " Vigencia="
004470                 MNT-DATA-VIGENCIA
004471     END-WRITE.
004472 6000-EXIT.
004473     EXIT.
004474
004475*---------------------------------------------------------------*
004476*    6050-CRITICAR-PENDENCIA                                    *
004477*    CRITICA ANTECIPADA DO CARTAO INC/ALT/EXP, PARA NAO DEIXAR  *
004478*    PENDENTE O QUE A APROVACAO JA RECUSARIA: CODIGO, VIGENCIA  *
004479*    E VALOR (MENOS NO EXP) PREENCHIDOS, VIGENCIA AINDA NAO     *
004480*    CADASTRADA (INC) OU JA CADASTRADA (ALT/EXP).               *
004481*---------------------------------------------------------------*
004482 6050-CRITICAR-PENDENCIA.
004483     IF MNT-CODIGO = SPACES OR
004484        MNT-DATA-VIGENCIA NOT NUMERIC OR
004485        (NOT ACAO-EXPIRAR AND MNT-VALOR NOT NUMERIC)
004486         DISPLAY "Erro: cartao " MNT-ACAO " invalido (codigo/"
004487             "vigencia/valor). Cartao " WS-QTD-CARTOES
004488         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004489         GO TO 6050-EXIT
004490     END-IF.
004491     MOVE MNT-CODIGO        TO TAXA-CODIGO.
004492     MOVE MNT-DATA-VIGENCIA TO TAXA-DATA-VIGENCIA.
004493     READ ARQ-TAXAS
004494         INVALID KEY
004495             IF NOT ACAO-INCLUIR
004496                 DISPLAY "Erro: taxa nao cadastrada. Codigo="
004497                     MNT-CODIGO " Vigencia=" MNT-DATA-VIGENCIA
004498                 PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004499             END-IF
004500         NOT INVALID KEY
004501             IF ACAO-INCLUIR
004502                 DISPLAY "Erro: taxa ja cadastrada. Codigo="
004503                     MNT-CODIGO " Vigencia=" MNT-DATA-VIGENCIA
004504                 PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004505             END-IF
004506     END-READ.
004507 6050-EXIT.
004508     EXIT.
004509
004510 6090-REPROVAR-CARTAO.
004511     SET CARTAO-REPROVADO TO TRUE.
004512     ADD 1 TO WS-QTD-COM-ERRO.
004513 6090-EXIT.
004514     EXIT.
004515
004516*---------------------------------------------------------------*
004517*    6100-APROVAR-PENDENCIA                                     *
004518*    CARTAO APR: O SUPERVISOR APROVA A ALTERACAO PENDENTE DA    *
004519*    CHAVE DO CARTAO.  O CARTAO GUARDADO VOLTA A SER O CARTAO   *
004520*    CORRENTE E E APLICADO PELAS ROTINAS DE SEMPRE; A TRILHA    *
004521*    SAI COM O OPERADOR QUE O DIGITOU E COM O APROVADOR.  SE A  *
004522*    APLICACAO FALHAR (O CADASTRO MUDOU DESDE A INCLUSAO DA     *
004523*    PENDENCIA), A PENDENCIA FICA PARA SER RECUSADA OU VENCER.  *
004524*---------------------------------------------------------------*
004525 6100-APROVAR-PENDENCIA.
004526     PERFORM 6300-LOCALIZAR-PENDENCIA THRU 6300-EXIT.
004527     IF CARTAO-REPROVADO
004528         GO TO 6100-EXIT
004529     END-IF.
004530     MOVE MNT-OPERADOR      TO WS-OPERADOR-APROVADOR.
004531     MOVE WS-QTD-EXECUTADOS TO WS-QTD-EXEC-ANTES.
004532     MOVE PND-CARTAO        TO REG-CARTAO.
004533     PERFORM 2200-APLICAR-CARTAO THRU 2200-EXIT.
004534     MOVE SPACES            TO WS-OPERADOR-APROVADOR.
004535     IF WS-QTD-EXECUTADOS = WS-QTD-EXEC-ANTES
004536         DISPLAY "Aviso: alteracao nao aplicada; a pendencia "
004537             "fica para recusa (REC) ou vencimento."
004538         GO TO 6100-EXIT
004539     END-IF.
004540     DELETE ARQ-PENDENCIAS RECORD
004541         INVALID KEY
004542             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
004543                 FS-ARQ-PENDENCIAS
004544             ADD 1 TO WS-QTD-COM-ERRO
004545         NOT INVALID KEY
004546             ADD 1 TO WS-QTD-APROVADOS
004547     END-DELETE.
004548 6100-EXIT.
004549     EXIT.
004550
004551*---------------------------------------------------------------*
004552*    6200-RECUSAR-PENDENCIA                                     *
004553*    CARTAO REC: O SUPERVISOR DESCARTA A ALTERACAO PENDENTE DA  *
004554*    CHAVE DO CARTAO, SEM TOCAR NO CADASTRO.  A TRILHA GANHA A  *
004555*    LINHA "REC" COM OS DOIS OPERADORES.                        *
004556*---------------------------------------------------------------*
004557 6200-RECUSAR-PENDENCIA.
004558     PERFORM 6300-LOCALIZAR-PENDENCIA THRU 6300-EXIT.
004559     IF CARTAO-REPROVADO
004560         GO TO 6200-EXIT
004561     END-IF.
004562     DELETE ARQ-PENDENCIAS RECORD
004563         INVALID KEY
004564             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
004565                 FS-ARQ-PENDENCIAS
004566             ADD 1 TO WS-QTD-COM-ERRO
004567             GO TO 6200-EXIT
004568     END-DELETE.
004569     ADD 1 TO WS-QTD-RECUSADOS.
004570     MOVE MNT-OPERADOR TO WS-OPERADOR-APROVADOR.
004571     MOVE "REC"        TO WS-ACAO-DESFECHO.
004572     PERFORM 6600-TRILHA-DESFECHO THRU 6600-EXIT.
004573 6200-EXIT.
004574     EXIT.
004575
004576*---------------------------------------------------------------*
004577*    6300-LOCALIZAR-PENDENCIA                                   *
004578*    COMUM A APR E REC: SUPERVISOR ATIVO EM CALCOPER, ALTERACAO *
004579*    PENDENTE PARA A CHAVE DO CARTAO, DIGITADA POR OUTRO        *
004580*    OPERADOR E AINDA NO PRAZO.  A PENDENCIA FORA DO PRAZO E    *
004581*    VENCIDA AQUI MESMO.                                        *
004582*---------------------------------------------------------------*
004583 6300-LOCALIZAR-PENDENCIA.
004584     MOVE "N" TO WS-CARTAO-REPROVADO.
004585     PERFORM 6400-VALIDAR-OPERADOR THRU 6400-EXIT.
004586     IF CARTAO-REPROVADO
004587         GO TO 6300-EXIT
004588     END-IF.
004589     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
004590     READ ARQ-PENDENCIAS
004591         INVALID KEY
004592             DISPLAY "Erro: nao ha alteracao pendente para "
004593                 "a taxa. "
004594                 "Codigo=" MNT-CODIGO " Vigencia="
004595                 MNT-DATA-VIGENCIA
004596             PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004597             GO TO 6300-EXIT
004598     END-READ.
004599     IF PND-OPERADOR = MNT-OPERADOR
004600         DISPLAY "Erro: " MNT-ACAO " pelo mesmo operador que "
004601             "digitou a alteracao (" PND-OPERADOR "). Cartao "
004602             WS-QTD-CARTOES
004603         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004604         GO TO 6300-EXIT
004605     END-IF.
004606     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
004607     IF PND-DATA-LIMITE < WS-DATA-SISTEMA
004608         DISPLAY "Erro: alteracao pendente fora do prazo de "
004609             "aprovacao (" PND-DATA-LIMITE "). Cartao "
004610             WS-QTD-CARTOES
004611         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004612         PERFORM 6700-VENCER-PENDENCIA THRU 6700-EXIT
004613     END-IF.
004614 6300-EXIT.
004615     EXIT.
004616 6310-MONTAR-CHAVE.
004617     MOVE SPACES            TO REG-PENDENCIA.
004618     SET PND-CAD-TAXAS      TO TRUE.
004619     MOVE MNT-CODIGO        TO PND-TAXA-CODIGO.
004620     MOVE MNT-DATA-VIGENCIA TO PND-TAXA-VIGENCIA.
004621 6310-EXIT.
004622     EXIT.
004623
004624*---------------------------------------------------------------*
004625*    6400-VALIDAR-OPERADOR                                      *
004626*    O OPERADOR DO CARTAO (COLUNAS 05-12) TEM DE ESTAR ATIVO NO *
004627*    CADASTRO CALCOPER; NA APROVACAO E NA RECUSA TEM DE SER,    *
004628*    ALEM DISSO, DE NIVEL SUPERVISOR.                           *
004629*---------------------------------------------------------------*
004630 6400-VALIDAR-OPERADOR.
004631     MOVE MNT-OPERADOR TO OPR-ID.
004632     READ CADASTRO-OPERADORES
004633         INVALID KEY
004634             MOVE SPACE TO OPR-STATUS
004635     END-READ.
004636     IF NOT OPERADOR-ATIVO
004637         DISPLAY "Erro: operador " MNT-OPERADOR " nao cadastrado"
004638             " ou inativo em CALCOPER. Cartao " WS-QTD-CARTOES
004639         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004640         GO TO 6400-EXIT
004641     END-IF.
004642     IF (ACAO-APROVAR OR ACAO-RECUSAR) AND NOT NIVEL-SUPERVISOR
004643         DISPLAY "Erro: " MNT-ACAO " exige nivel supervisor ("
004644             MNT-OPERADOR "). Cartao " WS-QTD-CARTOES
004645         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004646     END-IF.
004647 6400-EXIT.
004648     EXIT.
004649
004650*---------------------------------------------------------------*
004651*    6500-CALCULAR-DATA-LIMITE                                  *
004652*    DATA LIMITE DE APROVACAO: A DATA DA INCLUSAO MAIS O PRAZO  *
004653*    EM DIAS CORRIDOS, AVANCANDO DIA A DIA COMO EM CALCSPRJ.    *
004654*---------------------------------------------------------------*
004655 6500-CALCULAR-DATA-LIMITE.
004656     MOVE WS-DATA-SISTEMA TO WS-DATA-CALENDARIO.
004657     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
004658     PERFORM 6510-AVANCAR-DIA THRU 6510-EXIT
004659         WS-PRAZO-PENDENCIA TIMES.
004660     MOVE WS-DATA-CALENDARIO TO PND-DATA-LIMITE.
004661 6500-EXIT.
004662     EXIT.
004663
004664 6510-AVANCAR-DIA.
004665     IF WS-DTC-DIA < WS-ULTIMO-DIA-MES
004666         ADD 1 TO WS-DTC-DIA
004667         GO TO 6510-EXIT
004668     END-IF.
004669     MOVE 1 TO WS-DTC-DIA.
004670     IF WS-DTC-MES < 12
004671         ADD 1 TO WS-DTC-MES
004672     ELSE
004673         MOVE 1 TO WS-DTC-MES
004674         ADD 1 TO WS-DTC-ANO
004675     END-IF.
004676     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
004677 6510-EXIT.
004678     EXIT.
004679
004680 6520-ULTIMO-DIA-DO-MES.
004681     MOVE WS-DIAS-DO-MES (WS-DTC-MES) TO WS-ULTIMO-DIA-MES.
004682     IF WS-DTC-MES = 2
004683         DIVIDE WS-DTC-ANO BY 4 GIVING WS-QUOCIENTE
004684             REMAINDER WS-RESTO
004685         IF WS-RESTO = ZERO
004686             MOVE 29 TO WS-ULTIMO-DIA-MES
004687         END-IF
004688         DIVIDE WS-DTC-ANO BY 100 GIVING WS-QUOCIENTE
004689             REMAINDER WS-RESTO
004690         IF WS-RESTO = ZERO
004691             MOVE 28 TO WS-ULTIMO-DIA-MES
004692         END-IF
004693         DIVIDE WS-DTC-ANO BY 400 GIVING WS-QUOCIENTE
004694             REMAINDER WS-RESTO
004695         IF WS-RESTO = ZERO
004696             MOVE 29 TO WS-ULTIMO-DIA-MES
004697         END-IF
004698     END-IF.
004699 6520-EXIT.
004700     EXIT.
004701
004702*---------------------------------------------------------------*
004703*    6600-TRILHA-DESFECHO                                       *
004704*    LINHA DE TRILHA DA PENDENCIA QUE NAO CHEGOU AO CADASTRO:   *
004705*    ACAO "REC" (RECUSADA, COM O SUPERVISOR QUE RECUSOU) OU     *
004706*    "VEN" (VENCIDA), COM O OPERADOR QUE A DIGITOU, A ACAO DO   *
004707*    CARTAO GUARDADO E OS VALORES DO REGISTRO NO CADASTRO (OU   *
004708*    OS DO CARTAO, NUMA INCLUSAO).                              *
004709*---------------------------------------------------------------*
004710 6600-TRILHA-DESFECHO.
004711     MOVE PND-CARTAO       TO REG-CARTAO.
004712     MOVE MNT-ACAO         TO WS-ACAO-PENDENTE.
004713     MOVE WS-ACAO-DESFECHO TO MNT-ACAO.
004714     PERFORM 6610-MONTAR-REGISTRO THRU 6610-EXIT.
004715     PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT.
004716     MOVE SPACES TO WS-ACAO-PENDENTE.
004717     MOVE SPACES TO WS-OPERADOR-APROVADOR.
004718 6600-EXIT.
004719     EXIT.
004720 6610-MONTAR-REGISTRO.
004721     MOVE MNT-CODIGO        TO TAXA-CODIGO.
004722     MOVE MNT-DATA-VIGENCIA TO TAXA-DATA-VIGENCIA.
004723     READ ARQ-TAXAS
004724         INVALID KEY
004725             MOVE MNT-VALOR          TO TAXA-VALOR
004726             MOVE MNT-DATA-EXPIRACAO TO TAXA-DATA-EXPIRACAO
004727             MOVE MNT-DESCRICAO      TO TAXA-DESCRICAO
004728     END-READ.
004729 6610-EXIT.
004730     EXIT.
004731
004732*---------------------------------------------------------------*
004733*    6700-VENCER-PENDENCIA                                      *
004734*    APAGA A PENDENCIA CORRENTE, QUE PASSOU DA DATA LIMITE SEM  *
004735*    APROVACAO, E GRAVA A LINHA "VEN" NA TRILHA.                *
004736*---------------------------------------------------------------*
004737 6700-VENCER-PENDENCIA.
004738     DELETE ARQ-PENDENCIAS RECORD
004739         INVALID KEY
004740             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
004741                 FS-ARQ-PENDENCIAS
004742             ADD 1 TO WS-QTD-COM-ERRO
004743             GO TO 6700-EXIT
004744     END-DELETE.
004745     DISPLAY "Aviso: pendencia vencida em " PND-DATA-LIMITE
004746         " sem aprovacao: " PND-ACAO " de " PND-OPERADOR
004747         " chave " PND-CHAVE-REGISTRO.
004748     ADD 1 TO WS-QTD-VENCIDOS.
004749     MOVE SPACES TO WS-OPERADOR-APROVADOR.
004750     MOVE "VEN"  TO WS-ACAO-DESFECHO.
004751     PERFORM 6600-TRILHA-DESFECHO THRU 6600-EXIT.
004752 6700-EXIT.
004753     EXIT.
004754
004755*---------------------------------------------------------------*
004756*    8000-FINALIZAR                                              *
004757*    FECHA OS ARQUIVOS E MOSTRA O RESUMO DO PASSO.               *
004758*---------------------------------------------------------------*
004759 8000-FINALIZAR.
004760     CLOSE CARTOES-COMANDO.
004761     CLOSE ARQ-TAXAS.
004762     CLOSE ARQ-PENDENCIAS.
004763     CLOSE CADASTRO-OPERADORES.
004764     DISPLAY "--------------------------------------------".
004765     DISPLAY "  RESUMO DA MANUTENCAO DE TAXAS".
004766     DISPLAY "--------------------------------------------".
004767     DISPLAY "  Cartoes lidos: " WS-QTD-CARTOES.
004768     DISPLAY "  Executados...: " WS-QTD-EXECUTADOS.
004769     DISPLAY "  Com erro.....: " WS-QTD-COM-ERRO.
004770     DISPLAY "  Pendentes....: " WS-QTD-PENDENTES.
004771     DISPLAY "  Aprovados....: " WS-QTD-APROVADOS.
004772     DISPLAY "  Recusados....: " WS-QTD-RECUSADOS.
004773     DISPLAY "  Vencidos.....: " WS-QTD-VENCIDOS.
004774     DISPLAY "--------------------------------------------".
004775 8000-EXIT.
004776     EXIT.

000210*           CADA INC/ALT/SUS/REA GRAVA UMA LINHA DE TRILHA DE  *
000220*           AUDITORIA EM DEPTAUD COM DATA, HORA, OPERADOR,     *
000230*           ACAO E OS VALORES GRAVADOS, NO MESMO ESPIRITO DA   *
000231*           TRILHA RATEAUD DE CALCRMNT.                        *
000232*           CONTROLE DUPLO, COMO EM CALCRMNT: INC/ALT/SUS/REA  *
000233*           FICAM PENDENTES EM CALCPEND (LAYOUT CALCPEND) ATE  *
000234*           QUE OUTRO OPERADOR, ATIVO E DE NIVEL SUPERVISOR NO *
000235*           CADASTRO CALCOPER, OS APROVE OU RECUSE:            *
000236*             APR  APROVA A ALTERACAO PENDENTE DO DEPARTAMENTO *
000237*                  E A APLICA AO CADASTRO                      *
000238*             REC  RECUSA A ALTERACAO PENDENTE DO DEPARTAMENTO *
000239*           QUEM DIGITA O INC/ALT/SUS/REA TEM DE ESTAR ATIVO   *
000240*           EM CALCOPER.  A PENDENCIA NAO APROVADA EM 5 DIAS   *
000241*           CORRIDOS VENCE E E EXPURGADA NA ABERTURA SEGUINTE. *
000242*           A TRILHA LEVA O OPERADOR E O APROVADOR; A RECUSA E *
000243*           O VENCIMENTO SAEM NELA COMO "REC" E "VEN".         *
000250*                                                               *
000260*  LAYOUT DO CARTAO DE COMANDO (COLUNAS):                      *
000270*    01-03  ACAO (INC/ALT/SUS/REA/APR/REC/LST)                 *
000280*    05-12  OPERADOR RESPONSAVEL                               *
000290*    14-17  CODIGO DO DEPARTAMENTO                             *
000300*    19-48  NOME COMPLETO                                      *
000310*    50-69  CONTATO (NOME/RAMAL DE QUEM RESPONDE PELO DEPTO)   *
000311*    APR/REC: SUPERVISOR EM 05-12 E O CODIGO EM 14-17          *
000320*                                                               *
000330*  CODIGO DE RETORNO:                                           *
000340*    0 - TODOS OS CARTOES EXECUTADOS                            *
000350*    4 - UM OU MAIS CARTOES COM ERRO (VER SYSOUT)               *
000360*    8 - CALCDEPT, CALCPEND, CALCOPER OU SYSIN NAO PODE SER     *
000361*        ABERTO                                                 *
000370*                                                               *
000380*  HISTORICO DE ALTERACOES.                                     *
000390*    02/09/2026  EQS  PROGRAMA CRIADO, NOS MOLDES DE CALCRMNT.  *
000391*    15/10/2026  EQS  CONTROLE DUPLO COMO EM CALCRMNT:          *
000392*                     INC/ALT/SUS/REA PENDENTES EM CALCPEND ATE *
000393*                     APR/REC DE OUTRO OPERADOR, SUPERVISOR EM  *
000394*                     CALCOPER; A PENDENCIA VENCE EM 5 DIAS;    *
000395*                     TRILHA COM O APROVADOR.                   *
000400*                                                               *
000410***************************************************************
000420 IDENTIFICATION DIVISION.
000620     SELECT LOG-MANUTENCAO ASSIGN TO "DEPTAUD"
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
000750         88  ACAO-SUSPENDER              VALUE "SUS".
000760         88  ACAO-REATIVAR               VALUE "REA".
000770         88  ACAO-LISTAR                 VALUE "LST".
000771         88  ACAO-APROVAR                VALUE "APR".
000772         88  ACAO-RECUSAR                VALUE "REC".
000773         88  ACAO-MUDA-CADASTRO          VALUE "INC" "ALT"
000774                                               "SUS" "REA".
000780     05  FILLER                   PIC X(01).
000790     05  MNT-OPERADOR             PIC X(08).
000800     05  FILLER                   PIC X(01).
000940     RECORDING MODE IS F.
000950 01  REG-LOG-MANUTENCAO          PIC X(80).
000960
000961 FD  ARQ-PENDENCIAS
000962     LABEL RECORDS ARE STANDARD.
000963 COPY CALCPEND.
000964
000965 FD  CADASTRO-OPERADORES
000966     LABEL RECORDS ARE STANDARD.
000967 COPY CALCOPER.
000968
000970 WORKING-STORAGE SECTION.
000980*---------------------------------------------------------------*
000990*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001050     88  FS-DEPTOS-INEXISTENTE           VALUE "35".
001060 01  FS-LOG-MANUTENCAO           PIC X(02).
001070     88  FS-LOG-MNT-OK                   VALUE "00".
001071 01  FS-ARQ-PENDENCIAS           PIC X(02).
001072     88  FS-PEND-OK                      VALUE "00".
001073     88  FS-PEND-INEXISTENTE             VALUE "35".
001074 01  FS-CADASTRO-OPERADORES      PIC X(02).
001075     88  FS-OPERADORES-OK                VALUE "00".
001080 01  WS-FIM-CARTOES              PIC X(01) VALUE "N".
001090     88  FIM-CARTOES                    VALUE "S".
001100 01  WS-FIM-LISTAGEM             PIC X(01) VALUE "N".
001101     88  FIM-LISTAGEM                   VALUE "S".
001102 01  WS-FIM-PENDENCIAS           PIC X(01) VALUE "N".
001103     88  FIM-PENDENCIAS                 VALUE "S".
001104
001105*---------------------------------------------------------------*
001106*    CONTROLE DUPLO: PRAZO DE APROVACAO DA ALTERACAO PENDENTE   *
001107*    (DIAS CORRIDOS), SUPERVISOR QUE APROVOU OU RECUSOU E ACAO  *
001108*    DO CARTAO GUARDADO, PARA A TRILHA                          *
001109*---------------------------------------------------------------*
001110 01  WS-PRAZO-PENDENCIA          PIC 9(03) COMP VALUE 5.
001111 01  WS-CARTAO-REPROVADO         PIC X(01) VALUE "N".
001112     88  CARTAO-REPROVADO               VALUE "S".
001113 01  WS-OPERADOR-APROVADOR       PIC X(08) VALUE SPACES.
001114 01  WS-ACAO-PENDENTE            PIC X(03) VALUE SPACES.
001115 01  WS-ACAO-DESFECHO            PIC X(03) VALUE SPACES.
001116 01  WS-QTD-EXEC-ANTES           PIC 9(05) COMP VALUE ZERO.
001120
001130*---------------------------------------------------------------*
001140*    CONTADORES DO PASSO                                        *
001160 01  WS-QTD-CARTOES              PIC 9(05) COMP VALUE ZERO.
001170 01  WS-QTD-EXECUTADOS           PIC 9(05) COMP VALUE ZERO.
001180 01  WS-QTD-COM-ERRO             PIC 9(05) COMP VALUE ZERO.
001181 01  WS-QTD-PENDENTES            PIC 9(05) COMP VALUE ZERO.
001182 01  WS-QTD-APROVADOS            PIC 9(05) COMP VALUE ZERO.
001183 01  WS-QTD-RECUSADOS            PIC 9(05) COMP VALUE ZERO.
001184 01  WS-QTD-VENCIDOS             PIC 9(05) COMP VALUE ZERO.
001190
001200*---------------------------------------------------------------*
001210*    DATA E HORA PARA CARIMBO DA TRILHA DE AUDITORIA            *
001270     05  WS-SS-SISTEMA            PIC 9(02).
001280     05  WS-CC-SISTEMA            PIC 9(02).
001290
001291*---------------------------------------------------------------*
001292*    CALENDARIO DA DATA LIMITE DE APROVACAO, AVANCADA DIA A DIA *
001293*    A PARTIR DA DATA DA INCLUSAO DA PENDENCIA (ULTIMO DIA DO   *
001294*    MES COM ANO BISSEXTO), COMO NA PROJECAO CALCSPRJ           *
001295*---------------------------------------------------------------*
001296 01  WS-DATA-CALENDARIO          PIC 9(08) VALUE ZERO.
001297 01  WS-DATA-DECOMPOSTA REDEFINES WS-DATA-CALENDARIO.
001298     05  WS-DTC-ANO               PIC 9(04).
001299     05  WS-DTC-MES               PIC 9(02).
001300     05  WS-DTC-DIA               PIC 9(02).
001301 01  WS-ULTIMO-DIA-MES           PIC 9(02) VALUE ZERO.
001302 01  WS-QUOCIENTE                PIC 9(07) COMP VALUE ZERO.
001303 01  WS-RESTO                    PIC 9(02) COMP VALUE ZERO.
001304 01  WS-TAB-DIAS-CONSTANTES      PIC X(24) VALUE
001305     "312831303130313130313031".
001306 01  WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-CONSTANTES.
001307     05  WS-DIAS-DO-MES           PIC 9(02) OCCURS 12.
001308
001309*---------------------------------------------------------------*
001310*    LINHA DA TRILHA DE AUDITORIA DA MANUTENCAO                 *
001311*    (OPERADOR = QUEM DIGITOU O CARTAO; APROVADOR = SUPERVISOR  *
001312*    QUE O APROVOU OU RECUSOU; ACAO PENDENTE = ACAO DO CARTAO   *
001313*    GUARDADO NAS LINHAS "REC" E "VEN")                         *
001320*---------------------------------------------------------------*
001330 01  WS-LINHA-TRILHA.
001340     05  WS-TRL-DATA              PIC 9(08).
001440     05  WS-TRL-STATUS            PIC X(01).
001450     05  FILLER                   PIC X(01) VALUE SPACE.
001460     05  WS-TRL-NOME              PIC X(30).
001470     05  FILLER                   PIC X(01) VALUE SPACE.
001471     05  WS-TRL-APROVADOR         PIC X(08).
001472     05  FILLER                   PIC X(01) VALUE SPACE.
001473     05  WS-TRL-ACAO-PENDENTE     PIC X(03).
001474     05  FILLER                   PIC X(01) VALUE SPACE.
001480
001490*---------------------------------------------------------------*
001500*    LINHA DA LISTAGEM (ACAO LST), MONTADA PARA O SYSOUT        *
001750*    PRIMEIRA EXECUCAO O CADASTRO AINDA NAO EXISTE (STATUS      *
001760*    35): E CRIADO VAZIO E REABERTO PARA ATUALIZACAO, COMO EM   *
001770*    CALCRMNT.                                                   *
001771*    O MESMO VALE PARA AS PENDENCIAS (CALCPEND); O CADASTRO DE  *
001772*    OPERADORES (CALCOPER) E SO CONSULTADO.  AS PENDENCIAS DE   *
001773*    DEPARTAMENTO VENCIDAS SAO EXPURGADAS ANTES DO PRIMEIRO     *
001774*    CARTAO.                                                    *
001780*---------------------------------------------------------------*
001790 1000-INICIALIZAR.
001800     OPEN INPUT CARTOES-COMANDO.
001910         OPEN I-O CADASTRO-DEPTOS
001920     END-IF.
001930     IF NOT FS-DEPTOS-OK
001931         DISPLAY "Erro: abertura de CALCDEPT falhou. Status="
001932             FS-CADASTRO-DEPTOS
001933         MOVE 8 TO RETURN-CODE
001934         STOP RUN
001935     END-IF.
001936     OPEN I-O ARQ-PENDENCIAS.
001937     IF FS-PEND-INEXISTENTE
001938         OPEN OUTPUT ARQ-PENDENCIAS
001939         CLOSE ARQ-PENDENCIAS
001940         OPEN I-O ARQ-PENDENCIAS
001941     END-IF.
001942     IF NOT FS-PEND-OK
001943         DISPLAY "Erro: abertura de CALCPEND falhou. Status="
001944             FS-ARQ-PENDENCIAS
001945         MOVE 8 TO RETURN-CODE
001946         STOP RUN
001947     END-IF.
001948     OPEN INPUT CADASTRO-OPERADORES.
001949     IF NOT FS-OPERADORES-OK
001950         DISPLAY "Erro: abertura de CALCOPER falhou. Status="
001951             FS-CADASTRO-OPERADORES
001952         MOVE 8 TO RETURN-CODE
001953         STOP RUN
001954     END-IF.
001955     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001956     PERFORM 1100-VENCER-PENDENCIAS THRU 1100-EXIT.
001957 1000-EXIT.
001958     EXIT.
001959
001960*---------------------------------------------------------------*
001961*    1100-VENCER-PENDENCIAS                                     *
001962*    EXPURGA AS ALTERACOES PENDENTES DE DEPARTAMENTO CUJA DATA  *
001963*    LIMITE DE APROVACAO JA PASSOU, COM LINHA "VEN" NA TRILHA.  *
001964*    AS PENDENCIAS DOS OUTROS CADASTROS FICAM PARA OS           *
001965*    RESPECTIVOS PROGRAMAS DE MANUTENCAO.                       *
001966*---------------------------------------------------------------*
001967 1100-VENCER-PENDENCIAS.
001968     MOVE "N" TO WS-FIM-PENDENCIAS.
001969     MOVE LOW-VALUES TO PND-CHAVE.
001970     SET PND-CAD-DEPTOS TO TRUE.
001971     START ARQ-PENDENCIAS KEY NOT LESS PND-CHAVE
001972         INVALID KEY
001973             SET FIM-PENDENCIAS TO TRUE
001974     END-START.
001975     PERFORM 1110-VENCER-PROXIMA THRU 1110-EXIT
001976         UNTIL FIM-PENDENCIAS.
001977 1100-EXIT.
001978     EXIT.
001979
001980 1110-VENCER-PROXIMA.
001981     READ ARQ-PENDENCIAS NEXT RECORD
001982         AT END
001983             SET FIM-PENDENCIAS TO TRUE
001984     END-READ.
001985     IF FIM-PENDENCIAS
001986         GO TO 1110-EXIT
001987     END-IF.
001988     IF NOT PND-CAD-DEPTOS
001989         SET FIM-PENDENCIAS TO TRUE
001990         GO TO 1110-EXIT
001991     END-IF.
001992     IF PND-DATA-LIMITE < WS-DATA-SISTEMA
001993         PERFORM 6700-VENCER-PENDENCIA THRU 6700-EXIT
001994     END-IF.
001995 1110-EXIT.
002000     EXIT.
002010
002020*---------------------------------------------------------------*
002200     EXIT.
002210
002220 2100-EXECUTAR-CARTAO.
002230     IF ACAO-APROVAR
002240         PERFORM 6100-APROVAR-PENDENCIA THRU 6100-EXIT
002250     ELSE
002260      IF ACAO-RECUSAR
002270          PERFORM 6200-RECUSAR-PENDENCIA THRU 6200-EXIT
002280      ELSE
002290       IF ACAO-LISTAR
002300           PERFORM 3400-LISTAR-DEPTOS THRU 3400-EXIT
002310       ELSE
002320        IF ACAO-MUDA-CADASTRO
002330            PERFORM 6000-REGISTRAR-PENDENCIA THRU 6000-EXIT
002340        ELSE
002350            DISPLAY "Erro: acao invalida no cartao "
002360                WS-QTD-CARTOES ": " MNT-ACAO
002370            ADD 1 TO WS-QTD-COM-ERRO
002380        END-IF
002390       END-IF
002400      END-IF
002410     END-IF.
002411 2100-EXIT.
002412     EXIT.
002413
002414*---------------------------------------------------------------*
002415*    2200-APLICAR-CARTAO                                        *
002416*    APLICA AO CADASTRO O CARTAO INC/ALT/SUS/REA DE UMA         *
002417*    ALTERACAO PENDENTE QUE ACABA DE SER APROVADA (6100).       *
002418*---------------------------------------------------------------*
002419 2200-APLICAR-CARTAO.
002420     IF ACAO-INCLUIR
002421         PERFORM 3100-INCLUIR-DEPTO THRU 3100-EXIT
002422     ELSE
002423         IF ACAO-ALTERAR
002424             PERFORM 3200-ALTERAR-DEPTO THRU 3200-EXIT
002425         ELSE
002426             PERFORM 3300-MUDAR-STATUS THRU 3300-EXIT
002427         END-IF
002428     END-IF.
002429 2200-EXIT.
002430     EXIT.
002440
002450*---------------------------------------------------------------*
003850*    ACRESCENTA A LINHA DE TRILHA DE AUDITORIA DA MANUTENCAO    *
003860*    EM DEPTAUD, COM CARIMBO DE DATA E HORA, OPERADOR, ACAO E   *
003870*    OS VALORES GRAVADOS NO CADASTRO.                           *
003871*    NA ALTERACAO APROVADA, TAMBEM O SUPERVISOR QUE A APROVOU.  *
003880*---------------------------------------------------------------*
003890 5000-GRAVAR-TRILHA.
003900     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
003960     MOVE DEP-CODIGO          TO WS-TRL-CODIGO
003970     MOVE DEP-STATUS          TO WS-TRL-STATUS
003980     MOVE DEP-NOME            TO WS-TRL-NOME
003981     MOVE WS-OPERADOR-APROVADOR TO WS-TRL-APROVADOR
003982     MOVE WS-ACAO-PENDENTE    TO WS-TRL-ACAO-PENDENTE
003990
004000     OPEN EXTEND LOG-MANUTENCAO
004010     IF NOT FS-LOG-MNT-OK
004210     EXIT.
004220
004230*---------------------------------------------------------------*
004231*    6000-REGISTRAR-PENDENCIA                                   *
004232*    CARTAO DE ALTERACAO: CRITICA O OPERADOR E O CARTAO CONTRA  *
004233*    O CADASTRO NO ESTADO DE AGORA E GUARDA O CARTAO EM         *
004234*    CALCPEND COMO ALTERACAO PENDENTE, COM A DATA LIMITE DE     *
004235*    APROVACAO.                                                 *
004236*    O CADASTRO SO MUDA NA APROVACAO (6100), QUANDO O CARTAO E  *
004237*    CRITICADO DE NOVO PELAS ROTINAS DE SEMPRE.                 *
004238*---------------------------------------------------------------*
004239 6000-REGISTRAR-PENDENCIA.
004240     MOVE "N" TO WS-CARTAO-REPROVADO.
004241     PERFORM 6400-VALIDAR-OPERADOR THRU 6400-EXIT.
004242     IF CARTAO-REPROVADO
004243         GO TO 6000-EXIT
004244     END-IF.
004245     PERFORM 6050-CRITICAR-PENDENCIA THRU 6050-EXIT.
004246     IF CARTAO-REPROVADO
004247         GO TO 6000-EXIT
004248     END-IF.
004249     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
004250     READ ARQ-PENDENCIAS
004251         INVALID KEY
004252             CONTINUE
004253         NOT INVALID KEY
004254             DISPLAY "Erro: ja ha alteracao pendente (" PND-ACAO
004255                 " de " PND-OPERADOR ") para o departamento. "
004256                 "Codigo=" MNT-CODIGO
004257             ADD 1 TO WS-QTD-COM-ERRO
004258             GO TO 6000-EXIT
004259     END-READ.
004260     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
004261     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
004262     ACCEPT WS-HORA-SISTEMA FROM TIME.
004263     MOVE MNT-ACAO              TO PND-ACAO.
004264     MOVE MNT-OPERADOR          TO PND-OPERADOR.
004265     MOVE WS-DATA-SISTEMA       TO PND-DATA.
004266     MOVE WS-HORA-SISTEMA (1:6) TO PND-HORA.
004267     PERFORM 6500-CALCULAR-DATA-LIMITE THRU 6500-EXIT.
004268     MOVE REG-CARTAO            TO PND-CARTAO.
004269     WRITE REG-PENDENCIA
004270         INVALID KEY
004271             DISPLAY "Erro: gravacao em CALCPEND falhou. Status="
004272                 FS-ARQ-PENDENCIAS
004273             ADD 1 TO WS-QTD-COM-ERRO
004274         NOT INVALID KEY
004275             ADD 1 TO WS-QTD-PENDENTES
004276             DISPLAY "Pendente de aprovacao ate " PND-DATA-LIMITE
004277                 ": " MNT-ACAO " "
004278                 "Codigo=" MNT-CODIGO
004279     END-WRITE.
004280 6000-EXIT.
004281     EXIT.
004282
004283*---------------------------------------------------------------*
004284*    6050-CRITICAR-PENDENCIA                                    *
004285*    CRITICA ANTECIPADA DO CARTAO INC/ALT/SUS/REA, PARA NAO     *
004286*    DEIXAR PENDENTE O QUE A APROVACAO JA RECUSARIA: CODIGO     *
004287*    PREENCHIDO, NOME PREENCHIDO (INC/ALT), DEPARTAMENTO AINDA  *
004288*    NAO CADASTRADO (INC) OU JA CADASTRADO (ALT/SUS/REA).       *
004289*---------------------------------------------------------------*
004290 6050-CRITICAR-PENDENCIA.
004291     IF MNT-CODIGO = SPACES OR
004292        ((ACAO-INCLUIR OR ACAO-ALTERAR) AND MNT-NOME = SPACES)
004293         DISPLAY "Erro: cartao " MNT-ACAO " invalido (codigo/"
004294             "nome). Cartao " WS-QTD-CARTOES
004295         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004296         GO TO 6050-EXIT
004297     END-IF.
004298     MOVE MNT-CODIGO TO DEP-CODIGO.
004299     READ CADASTRO-DEPTOS
004300         INVALID KEY
004301             IF NOT ACAO-INCLUIR
004302                 DISPLAY "Erro: departamento nao cadastrado. "
004303                     "Codigo=" MNT-CODIGO
004304                 PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004305             END-IF
004306         NOT INVALID KEY
004307             IF ACAO-INCLUIR
004308                 DISPLAY "Erro: departamento ja cadastrado. "
004309                     "Codigo=" MNT-CODIGO
004310                 PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004311             END-IF
004312     END-READ.
004313 6050-EXIT.
004314     EXIT.
004315
004316 6090-REPROVAR-CARTAO.
004317     SET CARTAO-REPROVADO TO TRUE.
004318     ADD 1 TO WS-QTD-COM-ERRO.
004319 6090-EXIT.
004320     EXIT.
004321
004322*---------------------------------------------------------------*
004323*    6100-APROVAR-PENDENCIA                                     *
004324*    CARTAO APR: O SUPERVISOR APROVA A ALTERACAO PENDENTE DA    *
004325*    CHAVE DO CARTAO.  O CARTAO GUARDADO VOLTA A SER O CARTAO   *
004326*    CORRENTE E E APLICADO PELAS ROTINAS DE SEMPRE; A TRILHA    *
004327*    SAI COM O OPERADOR QUE O DIGITOU E COM O APROVADOR.  SE A  *
004328*    APLICACAO FALHAR (O CADASTRO MUDOU DESDE A INCLUSAO DA     *
004329*    PENDENCIA), A PENDENCIA FICA PARA SER RECUSADA OU VENCER.  *
004330*---------------------------------------------------------------*
004331 6100-APROVAR-PENDENCIA.
004332     PERFORM 6300-LOCALIZAR-PENDENCIA THRU 6300-EXIT.
004333     IF CARTAO-REPROVADO
004334         GO TO 6100-EXIT
004335     END-IF.
004336     MOVE MNT-OPERADOR      TO WS-OPERADOR-APROVADOR.
004337     MOVE WS-QTD-EXECUTADOS TO WS-QTD-EXEC-ANTES.
004338     MOVE PND-CARTAO        TO REG-CARTAO.
004339     PERFORM 2200-APLICAR-CARTAO THRU 2200-EXIT.
004340     MOVE SPACES            TO WS-OPERADOR-APROVADOR.
004341     IF WS-QTD-EXECUTADOS = WS-QTD-EXEC-ANTES
004342         DISPLAY "Aviso: alteracao nao aplicada; a pendencia "
004343             "fica para recusa (REC) ou vencimento."
004344         GO TO 6100-EXIT
004345     END-IF.
004346     DELETE ARQ-PENDENCIAS RECORD
004347         INVALID KEY
004348             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
004349                 FS-ARQ-PENDENCIAS
004350             ADD 1 TO WS-QTD-COM-ERRO
004351         NOT INVALID KEY
004352             ADD 1 TO WS-QTD-APROVADOS
004353     END-DELETE.
004354 6100-EXIT.
004355     EXIT.
004356
004357*---------------------------------------------------------------*
004358*    6200-RECUSAR-PENDENCIA                                     *
004359*    CARTAO REC: O SUPERVISOR DESCARTA A ALTERACAO PENDENTE DA  *
004360*    CHAVE DO CARTAO, SEM TOCAR NO CADASTRO.  A TRILHA GANHA A  *
004361*    LINHA "REC" COM OS DOIS OPERADORES.                        *
004362*---------------------------------------------------------------*
004363 6200-RECUSAR-PENDENCIA.
004364     PERFORM 6300-LOCALIZAR-PENDENCIA THRU 6300-EXIT.
004365     IF CARTAO-REPROVADO
004366         GO TO 6200-EXIT
004367     END-IF.
004368     DELETE ARQ-PENDENCIAS RECORD
004369         INVALID KEY
004370             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
004371                 FS-ARQ-PENDENCIAS
004372             ADD 1 TO WS-QTD-COM-ERRO
004373             GO TO 6200-EXIT
004374     END-DELETE.
004375     ADD 1 TO WS-QTD-RECUSADOS.
004376     MOVE MNT-OPERADOR TO WS-OPERADOR-APROVADOR.
004377     MOVE "REC"        TO WS-ACAO-DESFECHO.
004378     PERFORM 6600-TRILHA-DESFECHO THRU 6600-EXIT.
004379 6200-EXIT.
004380     EXIT.
004381
004382*---------------------------------------------------------------*
004383*    6300-LOCALIZAR-PENDENCIA                                   *
004384*    COMUM A APR E REC: SUPERVISOR ATIVO EM CALCOPER, ALTERACAO *
004385*    PENDENTE PARA A CHAVE DO CARTAO, DIGITADA POR OUTRO        *
004386*    OPERADOR E AINDA NO PRAZO.  A PENDENCIA FORA DO PRAZO E    *
004387*    VENCIDA AQUI MESMO.                                        *
004388*---------------------------------------------------------------*
004389 6300-LOCALIZAR-PENDENCIA.
004390     MOVE "N" TO WS-CARTAO-REPROVADO.
004391     PERFORM 6400-VALIDAR-OPERADOR THRU 6400-EXIT.
004392     IF CARTAO-REPROVADO
004393         GO TO 6300-EXIT
004394     END-IF.
004395     PERFORM 6310-MONTAR-CHAVE THRU 6310-EXIT.
004396     READ ARQ-PENDENCIAS
004397         INVALID KEY
004398             DISPLAY "Erro: nao ha alteracao pendente para "
004399                 "o departamento. "
004400                 "Codigo=" MNT-CODIGO
004401             PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004402             GO TO 6300-EXIT
004403     END-READ.
004404     IF PND-OPERADOR = MNT-OPERADOR
004405         DISPLAY "Erro: " MNT-ACAO " pelo mesmo operador que "
004406             "digitou a alteracao (" PND-OPERADOR "). Cartao "
004407             WS-QTD-CARTOES
004408         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004409         GO TO 6300-EXIT
004410     END-IF.
004411     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
004412     IF PND-DATA-LIMITE < WS-DATA-SISTEMA
004413         DISPLAY "Erro: alteracao pendente fora do prazo de "
004414             "aprovacao (" PND-DATA-LIMITE "). Cartao "
004415             WS-QTD-CARTOES
004416         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004417         PERFORM 6700-VENCER-PENDENCIA THRU 6700-EXIT
004418     END-IF.
004419 6300-EXIT.
004420     EXIT.
004421 6310-MONTAR-CHAVE.
004422     MOVE SPACES            TO REG-PENDENCIA.
004423     SET PND-CAD-DEPTOS     TO TRUE.
004424     MOVE MNT-CODIGO        TO PND-DEP-CODIGO.
004425 6310-EXIT.
004426     EXIT.
004427
004428*---------------------------------------------------------------*
004429*    6400-VALIDAR-OPERADOR                                      *
004430*    O OPERADOR DO CARTAO (COLUNAS 05-12) TEM DE ESTAR ATIVO NO *
004431*    CADASTRO CALCOPER; NA APROVACAO E NA RECUSA TEM DE SER,    *
004432*    ALEM DISSO, DE NIVEL SUPERVISOR.                           *
004433*---------------------------------------------------------------*
004434 6400-VALIDAR-OPERADOR.
004435     MOVE MNT-OPERADOR TO OPR-ID.
004436     READ CADASTRO-OPERADORES
004437         INVALID KEY
004438             MOVE SPACE TO OPR-STATUS
004439     END-READ.
004440     IF NOT OPERADOR-ATIVO
004441         DISPLAY "Erro: operador " MNT-OPERADOR " nao cadastrado"
004442             " ou inativo em CALCOPER. Cartao " WS-QTD-CARTOES
004443         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004444         GO TO 6400-EXIT
004445     END-IF.
004446     IF (ACAO-APROVAR OR ACAO-RECUSAR) AND NOT NIVEL-SUPERVISOR
004447         DISPLAY "Erro: " MNT-ACAO " exige nivel supervisor ("
004448             MNT-OPERADOR "). Cartao " WS-QTD-CARTOES
004449         PERFORM 6090-REPROVAR-CARTAO THRU 6090-EXIT
004450     END-IF.
004451 6400-EXIT.
004452     EXIT.
004453
004454*---------------------------------------------------------------*
004455*    6500-CALCULAR-DATA-LIMITE                                  *
004456*    DATA LIMITE DE APROVACAO: A DATA DA INCLUSAO MAIS O PRAZO  *
004457*    EM DIAS CORRIDOS, AVANCANDO DIA A DIA COMO EM CALCSPRJ.    *
004458*---------------------------------------------------------------*
004459 6500-CALCULAR-DATA-LIMITE.
004460     MOVE WS-DATA-SISTEMA TO WS-DATA-CALENDARIO.
004461     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
004462     PERFORM 6510-AVANCAR-DIA THRU 6510-EXIT
004463         WS-PRAZO-PENDENCIA TIMES.
004464     MOVE WS-DATA-CALENDARIO TO PND-DATA-LIMITE.
004465 6500-EXIT.
004466     EXIT.
004467
004468 6510-AVANCAR-DIA.
004469     IF WS-DTC-DIA < WS-ULTIMO-DIA-MES
004470         ADD 1 TO WS-DTC-DIA
004471         GO TO 6510-EXIT
004472     END-IF.
004473     MOVE 1 TO WS-DTC-DIA.
004474     IF WS-DTC-MES < 12
004475         ADD 1 TO WS-DTC-MES
004476     ELSE
004477         MOVE 1 TO WS-DTC-MES
004478         ADD 1 TO WS-DTC-ANO
004479     END-IF.
004480     PERFORM 6520-ULTIMO-DIA-DO-MES THRU 6520-EXIT.
004481 6510-EXIT.
004482     EXIT.
004483
004484 6520-ULTIMO-DIA-DO-MES.
004485     MOVE WS-DIAS-DO-MES (WS-DTC-MES) TO WS-ULTIMO-DIA-MES.
004486     IF WS-DTC-MES = 2
004487         DIVIDE WS-DTC-ANO BY 4 GIVING WS-QUOCIENTE
004488             REMAINDER WS-RESTO
004489         IF WS-RESTO = ZERO
004490             MOVE 29 TO WS-ULTIMO-DIA-MES
004491         END-IF
004492         DIVIDE WS-DTC-ANO BY 100 GIVING WS-QUOCIENTE
004493             REMAINDER WS-RESTO
004494         IF WS-RESTO = ZERO
004495             MOVE 28 TO WS-ULTIMO-DIA-MES
004496         END-IF
004497         DIVIDE WS-DTC-ANO BY 400 GIVING WS-QUOCIENTE
004498             REMAINDER WS-RESTO
004499         IF WS-RESTO = ZERO
004500             MOVE 29 TO WS-ULTIMO-DIA-MES
004501         END-IF
004502     END-IF.
004503 6520-EXIT.
004504     EXIT.
004505
004506*---------------------------------------------------------------*
004507*    6600-TRILHA-DESFECHO                                       *
004508*    LINHA DE TRILHA DA PENDENCIA QUE NAO CHEGOU AO CADASTRO:   *
004509*    ACAO "REC" (RECUSADA, COM O SUPERVISOR QUE RECUSOU) OU     *
004510*    "VEN" (VENCIDA), COM O OPERADOR QUE A DIGITOU, A ACAO DO   *
004511*    CARTAO GUARDADO E OS VALORES DO REGISTRO NO CADASTRO (OU   *
004512*    OS DO CARTAO, NUMA INCLUSAO).                              *
004513*---------------------------------------------------------------*
004514 6600-TRILHA-DESFECHO.
004515     MOVE PND-CARTAO       TO REG-CARTAO.
004516     MOVE MNT-ACAO         TO WS-ACAO-PENDENTE.
004517     MOVE WS-ACAO-DESFECHO TO MNT-ACAO.
004518     PERFORM 6610-MONTAR-REGISTRO THRU 6610-EXIT.
004519     PERFORM 5000-GRAVAR-TRILHA THRU 5000-EXIT.
004520     MOVE SPACES TO WS-ACAO-PENDENTE.
004521     MOVE SPACES TO WS-OPERADOR-APROVADOR.
004522 6600-EXIT.
004523     EXIT.
004524 6610-MONTAR-REGISTRO.
004525     MOVE MNT-CODIGO TO DEP-CODIGO.
004526     READ CADASTRO-DEPTOS
004527         INVALID KEY
004528             MOVE MNT-NOME    TO DEP-NOME
004529             MOVE MNT-CONTATO TO DEP-CONTATO
004530             MOVE SPACE       TO DEP-STATUS
004531     END-READ.
004532 6610-EXIT.
004533     EXIT.
004534
004535*---------------------------------------------------------------*
004536*    6700-VENCER-PENDENCIA                                      *
004537*    APAGA A PENDENCIA CORRENTE, QUE PASSOU DA DATA LIMITE SEM  *
004538*    APROVACAO, E GRAVA A LINHA "VEN" NA TRILHA.                *
004539*---------------------------------------------------------------*
004540 6700-VENCER-PENDENCIA.
004541     DELETE ARQ-PENDENCIAS RECORD
004542         INVALID KEY
004543             DISPLAY "Erro: exclusao em CALCPEND falhou. Status="
004544                 FS-ARQ-PENDENCIAS
004545             ADD 1 TO WS-QTD-COM-ERRO
004546             GO TO 6700-EXIT
004547     END-DELETE.
004548     DISPLAY "Aviso: pendencia vencida em " PND-DATA-LIMITE
004549         " sem aprovacao: " PND-ACAO " de " PND-OPERADOR
004550         " chave " PND-CHAVE-REGISTRO.
004551     ADD 1 TO WS-QTD-VENCIDOS.
004552     MOVE SPACES TO WS-OPERADOR-APROVADOR.
004553     MOVE "VEN"  TO WS-ACAO-DESFECHO.
004554     PERFORM 6600-TRILHA-DESFECHO THRU 6600-EXIT.
004555 6700-EXIT.
004556     EXIT.
004557
004558*---------------------------------------------------------------*
004559*    8000-FINALIZAR                                              *
004560*    FECHA OS ARQUIVOS E MOSTRA O RESUMO DO PASSO.               *
004561*---------------------------------------------------------------*
004562 8000-FINALIZAR.
004563     CLOSE CARTOES-COMANDO.
004564     CLOSE CADASTRO-DEPTOS.
004565     CLOSE ARQ-PENDENCIAS.
004566     CLOSE CADASTRO-OPERADORES.
004567     DISPLAY "--------------------------------------------".
004568     DISPLAY "  RESUMO DA MANUTENCAO DE DEPARTAMENTOS".
004569     DISPLAY "--------------------------------------------".
004570     DISPLAY "  Cartoes lidos: " WS-QTD-CARTOES.
004571     DISPLAY "  Executados...: " WS-QTD-EXECUTADOS.
004572     DISPLAY "  Com erro.....: " WS-QTD-COM-ERRO.
004573     DISPLAY "  Pendentes....: " WS-QTD-PENDENTES.
004574     DISPLAY "  Aprovados....: " WS-QTD-APROVADOS.
004575     DISPLAY "  Recusados....: " WS-QTD-RECUSADOS.
004576     DISPLAY "  Vencidos.....: " WS-QTD-VENCIDOS.
004577     DISPLAY "--------------------------------------------".
004578 8000-EXIT.
004579     EXIT.

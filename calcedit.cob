000270*           O LOTE VAI ACUSAR DIFERENCA EM CALCBATCH.          *
000280*           AO FINAL MOSTRA O RESUMO DE CONTAGENS (LIDOS,      *
000290*           ACEITOS, REJEITADOS) PARA BALANCEAMENTO DO         *
000291*           MOVIMENTO.                                          *
000292*           RETENCAO POR LIMITE DE VALOR: A CADEIA EM QUE O     *
000293*           VALOR (O MAIOR DOS OPERANDOS, EM VALOR ABSOLUTO) DO *
000294*           DETALHE OU DE UMA CONTINUACAO PASSA DO LIMITE DO    *
000295*           DEPARTAMENTO/OPERACAO NO CADASTRO CALCLIM NAO VAI   *
000296*           PARA CALCVAL: FICA RETIDA EM CALCHLD, NO GRUPO DO   *
000297*           DETALHE, E SAI DO TRAILER DO LOTE COMO UM           *
000298*           REJEITADO.  A CADEIA ACEITA SO E GRAVADA EM CALCVAL *
000299*           QUANDO TERMINA (NO REGISTRO SEGUINTE QUE NAO E      *
000300*           CONTINUACAO).  O SUPERVISOR LIBERA OU RECUSA O      *
000301*           RETIDO PELO PROGRAMA CALCLIBR; O LIBERADO VOLTA NO  *
000302*           LOTE DE LIBERADAS (ORIGEM "L" NO CABECALHO), QUE    *
000303*           PASSA SEM A CRITICA DE LIMITE E EFETIVA A RETENCAO. *
000304*           O LOTE GERADO POR CALCSGEN (ORIGEM "G") NAO E       *
000305*           CRITICADO CONTRA O LIMITE NEM A DUPLICIDADE.  O     *
000306*           LOTE DA AGENCIA VEM COM A ORIGEM EM BRANCO,         *
000307*           QUALQUER QUE SEJA A IDENTIFICACAO DELE.             *
000310*                                                               *
000320*  CODIGOS DE MOTIVO DE REJEICAO (REJ-MOTIVO):                 *
000330*    TP - TIPO DE REGISTRO FORA DO CONJUNTO H, D, C, E, T      *
000340*    SQ - REGISTRO FORA DE SEQUENCIA (DETALHE OU TRAILER SEM   *
000350*         CABECALHO, CABECALHO COM LOTE AINDA ABERTO)          *
000360*    CB - CABECALHO COM LOTE OU DEPARTAMENTO EM BRANCO         *
000361*    DC - CABECALHO COM DEPARTAMENTO NAO CADASTRADO EM         *
000362*         CALCDEPT                                              *
000363*    DS - CABECALHO COM DEPARTAMENTO SUSPENSO NO CADASTRO      *
000364*    OR - CABECALHO COM ORIGEM DO LOTE FORA DE BRANCO, G E L,  *
000365*         OU ORIGEM G/L EM LOTE QUE NAO TEM A IDENTIFICACAO    *
000366*         MONTADA POR CALCSGEN/CALCLIBR                         *
000370*    N1 - NUMERO1 NAO NUMERICO OU SINAL FORA DE POSICAO        *
000380*    N2 - NUMERO2 NAO NUMERICO OU SINAL FORA DE POSICAO        *
000390*    OP - OPERACAO FORA DO CONJUNTO + - * / % ^ T              *
000420*    CN - CONTINUACAO SEM DETALHE/CONTINUACAO ACEITO            *
000430*         IMEDIATAMENTE ANTES (CADEIA QUEBRADA)                 *
000440*    TR - TRAILER COM CONTAGEM/HASH NAO NUMERICO OU LOTE       *
000441*         DIFERENTE DO CABECALHO ABERTO                        *
000442*    DP - DETALHE/CONTINUACAO COM IDENTIFICACAO DE TRANSACAO   *
000443*         JA PROCESSADA PELO DEPARTAMENTO NUM MOVIMENTO        *
000444*         ANTERIOR (REGISTRO DE TRANSACOES CALCTRID)           *
000445*    EO - ESTORNO SEM TRANSACAO ORIGINAL VALIDA: ORIGINAL EM    *
000446*         BRANCO, IGUAL AO PROPRIO ESTORNO, NAO ANOTADA PARA O  *
000447*         DEPARTAMENTO EM CALCTRID OU ELA MESMA UM ESTORNO      *
000448*    EJ - ESTORNO DE TRANSACAO JA ESTORNADA POR OUTRO ESTORNO   *
000449*    RH - DETALHE COM IDENTIFICACAO RETIDA EM CALCHLD           *
000450*         AGUARDANDO O SUPERVISOR, LIBERADA MAS FORA DO LOTE    *
000451*         DE LIBERADAS, OU DETALHE DE LIBERADAS SEM LIBERACAO   *
000452*    RL - GRUPO RETIDO RECUSADO PELO SUPERVISOR (GRAVADO EM     *
000453*         CALCREJ PELA LIBERACAO CALCLIBR, NAO PELA CRITICA)    *
000454*    CL - CONTINUACAO QUE PASSARIA DE 1000 REGISTROS NA CADEIA  *
000455*         (TAMANHO DO GRUPO DE CALCHLD)                         *
000460*                                                               *
000470*  CODIGO DE RETORNO:                                           *
000480*    0 - NENHUM REGISTRO REJEITADO                              *
000490*    4 - UM OU MAIS REGISTROS REJEITADOS                        *
000491*    8 - FALHA DE ABERTURA OU DE GRAVACAO DE ARQUIVO            *
000492*    (REGISTRO RETIDO NAO MUDA O CODIGO DE RETORNO)             *
000500*                                                               *
000510*  HISTORICO DE ALTERACOES.                                     *
000520*    22/08/2026  EQS  PROGRAMA CRIADO.                          *
000694*                     RESOLVIDA PELOS DEMAIS PASSOS DA NOITE:  *
000695*                     UMA NOITE QUE VIRA A MEIA-NOITE NAO      *
000696*                     PODE ESPALHAR O CONTROLE EM DUAS DATAS.  *
000697*    15/10/2026  EQS  DETALHE/CONTINUACAO ACEITO PASSA A SER   *
000698*                     ANOTADO NO REGISTRO DE TRANSACOES        *
000699*                     PROCESSADAS CALCTRID (DEPARTAMENTO +     *
000700*                     IDENTIFICACAO, COM A DATA DO MOVIMENTO)  *
000701*                     E IDENTIFICACAO JA PROCESSADA NUM        *
000702*                     MOVIMENTO ANTERIOR E REJEITADA (MOTIVO   *
000703*                     DP).  LOTE GERADO POR CALCSGEN ("G") SO  *
000704*                     E ANOTADO: A IDENTIFICACAO DELE E UNICA  *
000705*                     APENAS DENTRO DO MOVIMENTO.              *
000706*    15/10/2026  EQS  ACEITA REGISTRO DE ESTORNO "E": A         *
000707*                     ORIGINAL TEM DE ESTAR ANOTADA EM CALCTRID *
000708*                     PARA O DEPARTAMENTO E AINDA NAO ESTORNADA *
000709*                     (MOTIVOS EO E EJ).  O ESTORNO ACEITO      *
000710*                     HERDA A OPERACAO DA ORIGINAL, FICA        *
000711*                     ANOTADO E MARCA A ORIGINAL COMO           *
000712*                     ESTORNADA.  NAO ENTRA NO HASH DO LOTE.    *
000713*    15/10/2026  EQS  DETALHE ACIMA DO LIMITE DE VALOR DO       *
000714*                     CADASTRO CALCLIM FICA RETIDO EM CALCHLD   *
000715*                     (COM AS CONTINUACOES DA CADEIA) E SAI DO  *
000716*                     TRAILER DO LOTE; O LOTE "L" DE LIBERADAS  *
000717*                     (CALCLIBR) EFETIVA A RETENCAO.  MOTIVO    *
000718*                     RH.  RETIDOS NO RESUMO E NO CONTROLE DO   *
000719*                     DIA.                                      *
000720*    15/10/2026  EQS  CONTINUACAO ACEITA PASSA A SER CRITICADA  *
000721*                     CONTRA O LIMITE DE VALOR: ACIMA DELE A    *
000722*                     CADEIA INTEIRA FICA RETIDA NO GRUPO DO    *
000723*                     DETALHE.  A CADEIA ACEITA AGUARDA O FIM   *
000724*                     ANTES DE IR PARA CALCVAL; ACIMA DE 1000   *
000725*                     REGISTROS A CONTINUACAO E REJEITADA       *
000726*                     (MOTIVO CL).  O GRUPO RETIDO GUARDA O     *
000727*                     VALOR QUE PASSOU DO LIMITE.  RETIDOS      *
000728*                     ACIMA DE 99999 SAO LIMITADOS NO CONTROLE  *
000729*                     DO DIA.                                   *
000730*    15/10/2026  EQS  O LOTE GERADO E O LOTE DE LIBERADAS SAO   *
000731*                     RECONHECIDOS PELA ORIGEM NO CABECALHO     *
000732*                     (ENT-HDR-ORIGEM, "G" DE CALCSGEN E "L" DE *
000733*                     CALCLIBR), NAO PELA IDENTIFICACAO DO      *
000734*                     LOTE; ORIGEM INVALIDA REJEITA O CABECALHO *
000735*                     (MOTIVO OR).                              *
000736*                                                               *
000737***************************************************************
000738 IDENTIFICATION DIVISION.
000739 PROGRAM-ID. CalcEdit.
000740 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000741 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000742 DATE-WRITTEN. 22/08/2026.
000750 DATE-COMPILED.
000760
000770 ENVIRONMENT DIVISION.
000913         ORGANIZATION IS LINE SEQUENTIAL
000914         FILE STATUS IS FS-CARTAO-DATA.
000915
000916     SELECT REGISTRO-TRANSACOES ASSIGN TO "CALCTRID"
000917         ORGANIZATION IS INDEXED
000918         ACCESS MODE IS DYNAMIC
000919         RECORD KEY IS TRP-CHAVE
000920         FILE STATUS IS FS-REGISTRO-TRANSACOES.
000921
000922     SELECT CADASTRO-LIMITES ASSIGN TO "CALCLIM"
000923         ORGANIZATION IS INDEXED
000924         ACCESS MODE IS DYNAMIC
000925         RECORD KEY IS LIM-CHAVE
000926         FILE STATUS IS FS-CADASTRO-LIMITES.
000927
000928     SELECT TRANSACOES-RETIDAS ASSIGN TO "CALCHLD"
000929         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000931         RECORD KEY IS HLD-CHAVE
000932         FILE STATUS IS FS-TRANSACOES-RETIDAS.
000933
000934 DATA DIVISION.
000935 FILE SECTION.
000940 FD  ARQUIVO-ENTRADA
000950     LABEL RECORDS ARE STANDARD
000960     RECORDING MODE IS F.
001131     05  CRT-DATA                 PIC 9(08).
001132     05  FILLER                   PIC X(72).
001133
001134 FD  REGISTRO-TRANSACOES
001135     LABEL RECORDS ARE STANDARD.
001136 COPY CALCTRID.
001137
001138 FD  CADASTRO-LIMITES
001139     LABEL RECORDS ARE STANDARD.
001140 COPY CALCLIM.
001141
001142 FD  TRANSACOES-RETIDAS
001143     LABEL RECORDS ARE STANDARD.
001144 COPY CALCHLD.
001145
001146 WORKING-STORAGE SECTION.
001150*---------------------------------------------------------------*
001160*    CHAVES DE STATUS DE ARQUIVO E DE FIM DE ARQUIVO            *
001170*---------------------------------------------------------------*
001234     88  FS-CONTROLE-OK                  VALUE "00".
001235 01  FS-CARTAO-DATA              PIC X(02).
001236     88  FS-CARTAO-OK                    VALUE "00".
001237 01  FS-REGISTRO-TRANSACOES      PIC X(02).
001238     88  FS-TRANSACOES-OK                VALUE "00".
001239     88  FS-TRANSACOES-INEXISTENTE       VALUE "35".
001240 01  FS-CADASTRO-LIMITES         PIC X(02).
001241     88  FS-LIMITES-OK                   VALUE "00".
001242 01  FS-TRANSACOES-RETIDAS       PIC X(02).
001243     88  FS-RETIDAS-OK                   VALUE "00".
001244     88  FS-RETIDAS-INEXISTENTE          VALUE "35".
001245 01  WS-FIM-ARQUIVO-ENTRADA      PIC X(01) VALUE "N".
001250     88  FIM-ARQUIVO-ENTRADA            VALUE "S".
001260
001270*---------------------------------------------------------------*
001280*    RESULTADO DA CRITICA DO REGISTRO CORRENTE                  *
001290*---------------------------------------------------------------*
001300 01  WS-MOTIVO-REJEICAO          PIC X(02) VALUE SPACES.
001301     88  REGISTRO-ACEITO                 VALUE SPACES.
001302*    A IDENTIFICACAO DO DETALHE/CONTINUACAO CORRENTE JA ESTA NO
001303*    REGISTRO DE TRANSACOES (MOVIMENTO ANTERIOR DE LOTE GERADO
001304*    OU REEXECUCAO DO MESMO MOVIMENTO): A ANOTACAO E REGRAVADA
001305*    EM VEZ DE INCLUIDA.
001306 01  WS-TRANS-REGISTRADA         PIC X(01) VALUE "N".
001307     88  TRANS-REGISTRADA                VALUE "S".
001308*    OPERACAO DA TRANSACAO ORIGINAL DE UM ESTORNO ACEITO, LIDA
001309*    DO REGISTRO DE TRANSACOES NA CRITICA DO ESTORNO.
001310 01  WS-OPERACAO-ORIGINAL        PIC X(01) VALUE SPACE.
001311*    O DETALHE/CONTINUACAO ACEITO VAI PARA CALCHLD EM VEZ DE
001312*    CALCVAL (ACIMA DO LIMITE, OU CONTINUACAO DE UM RETIDO).
001313 01  WS-REGISTRO-RETIDO          PIC X(01) VALUE "N".
001314     88  REGISTRO-RETIDO                 VALUE "S".
001315*    O DETALHE ACEITO E A LIBERACAO DE UM LOTE "L": A RETENCAO
001316*    DELE EM CALCHLD PASSA A EFETIVADA NA GRAVACAO.
001317 01  WS-EFETIVAR-LIBERACAO       PIC X(01) VALUE "N".
001318     88  EFETIVAR-LIBERACAO              VALUE "S".
001320
001330*---------------------------------------------------------------*
001340*    ESTADO DO ENVELOPE DE LOTE CORRENTE E ACUMULADORES DOS     *
001380     88  LOTE-ABERTO                     VALUE "S".
001390 01  WS-LOTE-ID-CORRENTE         PIC X(08) VALUE SPACES.
001391 01  WS-DEPTO-CORRENTE           PIC X(04) VALUE SPACES.
001392*    ORIGEM DO LOTE CORRENTE, TIRADA DO CABECALHO (CALCENT).
001393 01  WS-ORIGEM-LOTE              PIC X(01) VALUE SPACE.
001394     88  LOTE-GERADO                     VALUE "G".
001395     88  LOTE-LIBERADAS                  VALUE "L".
001396 01  WS-DEPTO-REJEICAO           PIC X(04) VALUE SPACES.
001400 01  WS-QTD-REJ-LOTE             PIC 9(07) VALUE ZERO.
001410 01  WS-SOMA-REJ-NUMERO1         PIC S9(11)V99 VALUE ZERO.
001411 01  WS-CADEIA-ABERTA            PIC X(01) VALUE "N".
001412     88  CADEIA-ABERTA                   VALUE "S".
001413 01  WS-QTD-RET-LOTE             PIC 9(07) VALUE ZERO.
001414 01  WS-SOMA-RET-NUMERO1         PIC S9(11)V99 VALUE ZERO.
001415*    A CADEIA ABERTA E A DE UM DETALHE RETIDO: AS CONTINUACOES
001416*    SEGUEM PARA O MESMO GRUPO EM CALCHLD, NA POSICAO SEGUINTE.
001417 01  WS-CADEIA-RETIDA            PIC X(01) VALUE "N".
001418     88  CADEIA-RETIDA                   VALUE "S".
001419 01  WS-GRUPO-RETIDO             PIC X(10) VALUE SPACES.
001420 01  WS-POSICAO-RETIDA           PIC 9(03) VALUE ZERO.
001421*    CADEIA ACEITA AINDA NAO GRAVADA: O DETALHE E AS
001422*    CONTINUACOES AGUARDAM AQUI O FIM DA CADEIA, PORQUE UMA
001423*    CONTINUACAO ACIMA DO LIMITE RETEM A CADEIA INTEIRA.  A
001424*    CADEIA TEM NO MAXIMO O TAMANHO DO GRUPO DE CALCHLD
001425*    (POSICOES 000 A 999).
001426 01  WS-MAX-CADEIA               PIC 9(04) COMP VALUE 1000.
001427 01  WS-QTD-REG-CADEIA           PIC 9(04) COMP VALUE ZERO.
001428 01  WS-IDX-ESPERA               PIC 9(04) COMP VALUE ZERO.
001429 01  WS-CADEIA-ESPERA.
001430     05  WS-QTD-ESPERA           PIC 9(04) COMP VALUE ZERO.
001431     05  WS-REG-ESPERA OCCURS 1000.
001432         10  WS-ESP-LINHA        PIC X(30).
001433         10  WS-ESP-NUM-REGISTRO PIC 9(07).
001434         10  WS-ESP-EFETIVAR     PIC X(01).
001435*    REGISTRO CORRENTE GUARDADO ENQUANTO A CADEIA E GRAVADA, E
001436*    POSICAO NO CALCIN DO REGISTRO GRAVADO EM CALCHLD.
001437 01  WS-LINHA-CORRENTE           PIC X(30) VALUE SPACES.
001438 01  WS-NUM-REGISTRO-RETIDO      PIC 9(07) VALUE ZERO.
001440
001441*---------------------------------------------------------------*
001442*    DATA DO SISTEMA PARA CARIMBO DA REJEICAO EM CALCREJ        *
001452 01  WS-DATA-MOVIMENTO           PIC 9(08) VALUE ZERO.
001453
001454*---------------------------------------------------------------*
001455*    CRITICA DE LIMITE DE VALOR: VALOR CRITICADO DO DETALHE E   *
001456*    REGISTRO DE CALCLIM APLICADO (O MAIS ESPECIFICO)           *
001457*---------------------------------------------------------------*
001458 01  WS-VALOR-CRITICADO          PIC 9(07)V99 VALUE ZERO.
001459 01  WS-VALOR-OPERANDO2          PIC 9(07)V99 VALUE ZERO.
001460 01  WS-LIMITE-ACHADO            PIC X(01) VALUE "N".
001461     88  LIMITE-ACHADO                   VALUE "S".
001462*    SITUACAO DA IDENTIFICACAO DO DETALHE EM CALCHLD (ESPACO =
001463*    NAO RETIDA) E FIM DO GRUPO NA EXCLUSAO DA RETENCAO.
001464 01  WS-SITUACAO-RETENCAO        PIC X(01) VALUE SPACE.
001465 01  WS-FIM-GRUPO-RETIDO         PIC X(01) VALUE "N".
001466     88  FIM-GRUPO-RETIDO                VALUE "S".
001467 01  WS-VALOR-EDITADO            PIC Z(6)9.99.
001468 01  WS-LIMITE-EDITADO           PIC Z(6)9.99.
001469
001470*---------------------------------------------------------------*
001471*    CONTADORES PARA O RESUMO DE BALANCEAMENTO                  *
001472*---------------------------------------------------------------*
001480 01  WS-CONTADORES.
001490     05  WS-QTD-LIDOS             PIC 9(07) COMP VALUE ZERO.
001500     05  WS-QTD-ACEITOS           PIC 9(07) COMP VALUE ZERO.
001501     05  WS-QTD-REJEITADOS        PIC 9(07) COMP VALUE ZERO.
001502*        DETALHES/CONTINUACOES ACEITOS: E O QUE O LOTE VAI
001503*        GRAVAR EM CALCOUT - O ELO CONFERIDO PELO FECHAMENTO
001504*        DO DIA.
001505     05  WS-QTD-ACEITOS-DET       PIC 9(07) COMP VALUE ZERO.
001506     05  WS-QTD-DUPLICADOS        PIC 9(07) COMP VALUE ZERO.
001507     05  WS-QTD-ESTORNOS          PIC 9(07) COMP VALUE ZERO.
001508     05  WS-QTD-RETIDOS           PIC 9(07) COMP VALUE ZERO.
001515
001516*---------------------------------------------------------------*
001517*    REGISTRO DE CONTROLE DO DIA, GRAVADO EM CALCCTL NO         *
001840     END-IF.
001850     OPEN OUTPUT ARQUIVO-REJEITADOS.
001860     IF NOT FS-REJEITADOS-OK
001861         DISPLAY "Erro: abertura de CALCREJ falhou. Status="
001862             FS-ARQUIVO-REJEITADOS
001863         MOVE 8 TO RETURN-CODE
001864         STOP RUN
001865     END-IF.
001866*    SEM O CADASTRO DE DEPARTAMENTOS A CRITICA NAO TEM COMO
001867*    DISTINGUIR UM CODIGO VALIDO DE UM ERRO DE DIGITACAO:
001868*    MELHOR PARAR DO QUE ACEITAR LOTE DE DEPARTAMENTO
001869*    DESCONHECIDO.
001870     OPEN INPUT CADASTRO-DEPTOS.
001871     IF NOT FS-DEPTOS-OK
001872         DISPLAY "Erro: abertura de CALCDEPT falhou. Status="
001873             FS-CADASTRO-DEPTOS
001874         MOVE 8 TO RETURN-CODE
001875         STOP RUN
001876     END-IF.
001877*    O REGISTRO DE TRANSACOES PROCESSADAS E CRIADO VAZIO NA
001878*    PRIMEIRA EXECUCAO (STATUS 35), COMO OS CADASTROS; SEM ELE A
001879*    CRITICA NAO TEM COMO RECUSAR UM REENVIO, ENTAO QUALQUER
001880*    OUTRA FALHA DE ABERTURA ENCERRA O PASSO.
001881     OPEN I-O REGISTRO-TRANSACOES.
001882     IF FS-TRANSACOES-INEXISTENTE
001883         OPEN OUTPUT REGISTRO-TRANSACOES
001884         CLOSE REGISTRO-TRANSACOES
001885         OPEN I-O REGISTRO-TRANSACOES
001886     END-IF.
001887     IF NOT FS-TRANSACOES-OK
001888         DISPLAY "Erro: abertura de CALCTRID falhou. Status="
001889             FS-REGISTRO-TRANSACOES
001890         MOVE 8 TO RETURN-CODE
001891         STOP RUN
001892     END-IF.
001893*    SEM O CADASTRO DE LIMITES UM VALOR DIGITADO CEM VEZES MAIOR
001894*    SEGUIRIA DIRETO PARA O CALCULO: MELHOR PARAR.  O ARQUIVO DE
001895*    RETIDAS E CRIADO VAZIO NA PRIMEIRA EXECUCAO (STATUS 35).
001896     OPEN INPUT CADASTRO-LIMITES.
001897     IF NOT FS-LIMITES-OK
001898         DISPLAY "Erro: abertura de CALCLIM falhou. Status="
001899             FS-CADASTRO-LIMITES
001900         MOVE 8 TO RETURN-CODE
001901         STOP RUN
001902     END-IF.
001903     OPEN I-O TRANSACOES-RETIDAS.
001904     IF FS-RETIDAS-INEXISTENTE
001905         OPEN OUTPUT TRANSACOES-RETIDAS
001906         CLOSE TRANSACOES-RETIDAS
001907         OPEN I-O TRANSACOES-RETIDAS
001908     END-IF.
001909     IF NOT FS-RETIDAS-OK
001910         DISPLAY "Erro: abertura de CALCHLD falhou. Status="
001911             FS-TRANSACOES-RETIDAS
001912         MOVE 8 TO RETURN-CODE
001913         STOP RUN
001914     END-IF.
001922 1000-EXIT.
001930     EXIT.
001931
001955*    2000-CRITICAR-ARQUIVO                                       *
001956*    LE UM REGISTRO, CRITICA OS CAMPOS E A SEQUENCIA DO         *
001957*    ENVELOPE E O ENCAMINHA PARA CALCVAL (LIMPO) OU CALCREJ     *
001958*    (COM MOTIVO E NUMERO DO REGISTRO).  O LIMPO ACIMA DO       *
001959*    LIMITE DE VALOR VAI PARA CALCHLD.  A CADEIA ACEITA QUE     *
001960*    AGUARDA O FIM E GRAVADA ANTES DO REGISTRO SEGUINTE QUE NAO *
001961*    E CONTINUACAO, DA CONTINUACAO REJEITADA E DO FIM DO        *
001962*    ARQUIVO.                                                   *
001963*---------------------------------------------------------------*
002010 2000-CRITICAR-ARQUIVO.
002020     READ ARQUIVO-ENTRADA
002030         AT END
002031             PERFORM 2500-DESCARREGAR-CADEIA THRU 2500-EXIT
002040             IF LOTE-ABERTO
002050                 DISPLAY "Aviso: arquivo terminou com o lote "
002060                     WS-LOTE-ID-CORRENTE " sem trailer."
002080             SET FIM-ARQUIVO-ENTRADA TO TRUE
002090         NOT AT END
002100             ADD 1 TO WS-QTD-LIDOS
002101             IF NOT ENT-TIPO-CONTINUACAO
002102                 PERFORM 2500-DESCARREGAR-CADEIA THRU 2500-EXIT
002103             END-IF
002110             PERFORM 2100-VALIDAR-REGISTRO THRU 2100-EXIT
002120             IF REGISTRO-ACEITO
002121              IF REGISTRO-RETIDO
002122                 PERFORM 2400-GRAVAR-RETIDO THRU 2400-EXIT
002123              ELSE
002130                 PERFORM 2200-GRAVAR-VALIDADO THRU 2200-EXIT
002131              END-IF
002140             ELSE
002141                 PERFORM 2500-DESCARREGAR-CADEIA THRU 2500-EXIT
002150                 PERFORM 2300-GRAVAR-REJEITADO THRU 2300-EXIT
002160             END-IF
002170     END-READ.
002280*---------------------------------------------------------------*
002290 2100-VALIDAR-REGISTRO.
002300     MOVE SPACES TO WS-MOTIVO-REJEICAO.
002301     MOVE "N" TO WS-REGISTRO-RETIDO.
002302     MOVE "N" TO WS-EFETIVAR-LIBERACAO.
002310     IF ENT-TIPO-CABECALHO
002320         PERFORM 2110-VALIDAR-CABECALHO THRU 2110-EXIT
002330     ELSE
002370          IF ENT-TIPO-CONTINUACAO
002380              PERFORM 2125-VALIDAR-CONTINUACAO THRU 2125-EXIT
002390          ELSE
002391           IF ENT-TIPO-ESTORNO
002392               PERFORM 2127-VALIDAR-ESTORNO THRU 2127-EXIT
002393           ELSE
002400             IF ENT-TIPO-TRAILER
002410                 PERFORM 2130-VALIDAR-TRAILER THRU 2130-EXIT
002420             ELSE
002430                 MOVE "TP" TO WS-MOTIVO-REJEICAO
002440             END-IF
002441           END-IF
002450          END-IF
002460         END-IF
002470     END-IF.
002561         ELSE
002562             PERFORM 2115-VALIDAR-DEPARTAMENTO THRU 2115-EXIT
002570         END-IF
002571     END-IF.
002572     IF REGISTRO-ACEITO
002573         PERFORM 2117-VALIDAR-ORIGEM THRU 2117-EXIT
002580     END-IF.
002590 2110-EXIT.
002600     EXIT.
002621 2115-EXIT.
002622     EXIT.
002623
002624*---------------------------------------------------------------*
002625*    2117-VALIDAR-ORIGEM                                        *
002626*    A ORIGEM DO CABECALHO DISPENSA O LOTE DE CRITICAS: "G"     *
002627*    (CALCSGEN) DA DUPLICIDADE E DO LIMITE, "L" (CALCLIBR) DO   *
002628*    LIMITE.  O LOTE DA AGENCIA VEM COM A ORIGEM EM BRANCO,     *
002629*    QUALQUER QUE SEJA A IDENTIFICACAO.  ORIGEM FORA DE BRANCO, *
002630*    G E L, OU ORIGEM EM LOTE QUE NAO TEM A IDENTIFICACAO       *
002631*    MONTADA PELO PROGRAMA DE ORIGEM ("G"/"L" + MMDD +          *
002632*    SEQUENCIA), REJEITA COM MOTIVO OR.                         *
002633*---------------------------------------------------------------*
002634 2117-VALIDAR-ORIGEM.
002635     IF NOT ENT-HDR-ORIGEM-VALIDA
002636         MOVE "OR" TO WS-MOTIVO-REJEICAO
002637         GO TO 2117-EXIT
002638     END-IF.
002639     IF ENT-HDR-ORIGEM-AGENCIA
002640         GO TO 2117-EXIT
002641     END-IF.
002642     IF ENT-HDR-LOTE-ID (1:1) NOT = ENT-HDR-ORIGEM OR
002643        ENT-HDR-LOTE-ID (2:7) NOT NUMERIC
002644         MOVE "OR" TO WS-MOTIVO-REJEICAO
002645     END-IF.
002646 2117-EXIT.
002647     EXIT.
002648
002649 2120-VALIDAR-DETALHE.
002650     IF NOT LOTE-ABERTO
002651         MOVE "SQ" TO WS-MOTIVO-REJEICAO
002652     ELSE
002660      IF ENT-TRANS-ID = SPACES
002670          MOVE "ID" TO WS-MOTIVO-REJEICAO
002680      ELSE
002700             MOVE "N1" TO WS-MOTIVO-REJEICAO
002710         ELSE
002720             PERFORM 2140-VALIDAR-OPERANDOS THRU 2140-EXIT
002721             IF REGISTRO-ACEITO
002722                 PERFORM 2150-VERIFICAR-DUPLICIDADE
002723                     THRU 2150-EXIT
002724             END-IF
002725             IF REGISTRO-ACEITO
002726                 PERFORM 2160-VERIFICAR-RETENCAO
002727                     THRU 2160-EXIT
002728             END-IF
002730         END-IF
002740      END-IF
002750     END-IF.
002960          ELSE
002970             IF ENT-NUMERO1 NOT = SPACES AND
002980                ENT-NUMERO1 NOT NUMERIC
002981                 MOVE "N1" TO WS-MOTIVO-REJEICAO
002982             ELSE
002983                 PERFORM 2140-VALIDAR-OPERANDOS THRU 2140-EXIT
002984                 IF REGISTRO-ACEITO
002985                     PERFORM 2150-VERIFICAR-DUPLICIDADE
002986                         THRU 2150-EXIT
002987                 END-IF
002988                 IF REGISTRO-ACEITO
002989                     PERFORM 2126-VERIFICAR-CADEIA THRU 2126-EXIT
002990                 END-IF
002991             END-IF
002992          END-IF
002993         END-IF
002994     END-IF.
002995 2125-EXIT.
002996     EXIT.
002997*---------------------------------------------------------------*
002998*    2126-VERIFICAR-CADEIA                                      *
002999*    A CONTINUACAO ACEITA NAO PODE PASSAR DO TAMANHO DO GRUPO   *
003000*    DE CALCHLD (MOTIVO CL).  A CONTINUACAO DE UMA CADEIA       *
003001*    RETIDA FICA RETIDA COM ELA: O CALCULO DELA PARTE DO        *
003002*    RESULTADO ANTERIOR.  NA CADEIA QUE AINDA NAO FOI RETIDA A  *
003003*    CONTINUACAO E CRITICADA CONTRA O LIMITE COMO O DETALHE     *
003004*    (FORA DO LOTE GERADO E DO DE LIBERADAS): ACIMA DELE, 2400  *
003005*    RETEM A CADEIA INTEIRA NO GRUPO DO DETALHE.                *
003006*---------------------------------------------------------------*
003007 2126-VERIFICAR-CADEIA.
003008     IF WS-QTD-REG-CADEIA NOT < WS-MAX-CADEIA
003009         MOVE "CL" TO WS-MOTIVO-REJEICAO
003010         GO TO 2126-EXIT
003011     END-IF.
003012     IF CADEIA-RETIDA
003013         SET REGISTRO-RETIDO TO TRUE
003014         GO TO 2126-EXIT
003015     END-IF.
003016     IF LOTE-GERADO OR LOTE-LIBERADAS
003017         GO TO 2126-EXIT
003018     END-IF.
003019     PERFORM 2165-CRITICAR-LIMITE THRU 2165-EXIT.
003020 2126-EXIT.
003021     EXIT.
003022
003023*---------------------------------------------------------------*
003024*    2127-VALIDAR-ESTORNO                                        *
003025*    O ESTORNO "E" CANCELA UMA TRANSACAO JA ACEITA DO MESMO     *
003026*    DEPARTAMENTO, NUM MOVIMENTO ANTERIOR OU MAIS ACIMA NO      *
003027*    PROPRIO MOVIMENTO.  A ORIGINAL E PROCURADA NO REGISTRO DE  *
003028*    TRANSACOES: AUSENTE, ELA MESMA UM ESTORNO OU EM BRANCO     *
003029*    REJEITA COM MOTIVO EO; JA CANCELADA POR OUTRO ESTORNO      *
003030*    REJEITA COM MOTIVO EJ (O MESMO ESTORNO PASSA, PARA A       *
003031*    REEXECUCAO DA CRITICA NO MESMO MOVIMENTO).  O ESTORNO NAO  *
003032*    CONTINUA CADEIA NEM E CONTINUADO.                          *
003033*---------------------------------------------------------------*
003034 2127-VALIDAR-ESTORNO.
003035     IF NOT LOTE-ABERTO
003036         MOVE "SQ" TO WS-MOTIVO-REJEICAO
003037         GO TO 2127-EXIT
003038     END-IF.
003039     IF ENT-EST-TRANS-ID = SPACES
003040         MOVE "ID" TO WS-MOTIVO-REJEICAO
003041         GO TO 2127-EXIT
003042     END-IF.
003043     IF ENT-EST-TRANS-ORIGINAL = SPACES OR
003044        ENT-EST-TRANS-ORIGINAL = ENT-EST-TRANS-ID
003045         MOVE "EO" TO WS-MOTIVO-REJEICAO
003046         GO TO 2127-EXIT
003047     END-IF.
003048     MOVE WS-DEPTO-CORRENTE      TO TRP-DEPTO.
003049     MOVE ENT-EST-TRANS-ORIGINAL TO TRP-TRANS-ID.
003050     READ REGISTRO-TRANSACOES
003051         INVALID KEY
003052             MOVE "EO" TO WS-MOTIVO-REJEICAO
003053         NOT INVALID KEY
003054             IF TRP-TIPO-ESTORNO
003055                 MOVE "EO" TO WS-MOTIVO-REJEICAO
003056             ELSE
003057                 IF TRP-ESTORNO-ID NOT = SPACES AND
003058                    TRP-ESTORNO-ID NOT = ENT-EST-TRANS-ID
003059                     MOVE "EJ" TO WS-MOTIVO-REJEICAO
003060                 ELSE
003061                     MOVE TRP-OPERACAO TO WS-OPERACAO-ORIGINAL
003062                 END-IF
003063             END-IF
003064     END-READ.
003065     IF REGISTRO-ACEITO
003066         PERFORM 2150-VERIFICAR-DUPLICIDADE THRU 2150-EXIT
003067     END-IF.
003068 2127-EXIT.
003070     EXIT.
003080
003090*---------------------------------------------------------------*
003100*    2140-VALIDAR-OPERANDOS                                      *
003110*    CRITICA COMUM A DETALHE E CONTINUACAO: OPERACAO NO         *
003120*    CONJUNTO ACEITO E, CONFORME A OPERACAO, CODIGO DE TAXA     *
003121*    PREENCHIDO OU NUMERO2 NUMERICO.                            *
003122*---------------------------------------------------------------*
003123 2140-VALIDAR-OPERANDOS.
003124     IF NOT ENT-OPERACAO-VALIDA
003125         MOVE "OP" TO WS-MOTIVO-REJEICAO
003126     ELSE
003127*        NA OPERACAO "T" O CAMPO NUMERO2 CARREGA O CODIGO DA
003128*        TAXA, NAO UM VALOR NUMERICO.
003129         IF ENT-OPERACAO = "T"
003130             IF ENT-CODIGO-TAXA = SPACES
003131                 MOVE "TX" TO WS-MOTIVO-REJEICAO
003132             END-IF
003133         ELSE
003134             IF ENT-NUMERO2 NOT NUMERIC
003135                 MOVE "N2" TO WS-MOTIVO-REJEICAO
003136             END-IF
003137         END-IF
003138     END-IF.
003139 2140-EXIT.
003140     EXIT.
003141
003142*---------------------------------------------------------------*
003143*    2150-VERIFICAR-DUPLICIDADE                                  *
003144*    PROCURA A IDENTIFICACAO DO DETALHE/CONTINUACAO NO REGISTRO *
003145*    DE TRANSACOES PROCESSADAS, PELO DEPARTAMENTO DO LOTE.      *
003146*    ANOTADA NUM MOVIMENTO ANTERIOR, A TRANSACAO JA FOI         *
003147*    CALCULADA E O REENVIO E REJEITADO COM MOTIVO DP.  ANOTADA  *
003148*    NO PROPRIO MOVIMENTO E REEXECUCAO DA CRITICA E PASSA.  O   *
003149*    LOTE GERADO POR CALCSGEN (ORIGEM "G") NAO E CONFERIDO: O   *
003150*    GERADOR REPETE AS IDENTIFICACOES A CADA MOVIMENTO.         *
003151*---------------------------------------------------------------*
003152 2150-VERIFICAR-DUPLICIDADE.
003153     MOVE WS-DEPTO-CORRENTE TO TRP-DEPTO.
003154     MOVE ENT-TRANS-ID      TO TRP-TRANS-ID.
003155     READ REGISTRO-TRANSACOES
003156         INVALID KEY
003157             CONTINUE
003158         NOT INVALID KEY
003159             IF TRP-DATA-MOVIMENTO < WS-DATA-MOVIMENTO AND
003160                NOT LOTE-GERADO
003161                 MOVE "DP" TO WS-MOTIVO-REJEICAO
003162                 ADD 1 TO WS-QTD-DUPLICADOS
003163             END-IF
003164     END-READ.
003165 2150-EXIT.
003166     EXIT.
003167
003168*---------------------------------------------------------------*
003169*    2160-VERIFICAR-RETENCAO                                    *
003170*    PROCURA A IDENTIFICACAO DO DETALHE EM CALCHLD E DECIDE SE  *
003171*    ELE PASSA, FICA RETIDO OU E REJEITADO (MOTIVO RH):         *
003172*      - LOTE DE LIBERADAS (ORIGEM "L"): SO PASSA O DETALHE     *
003173*        LIBERADO, SEM CRITICA DE LIMITE, E A RETENCAO E        *
003174*        EFETIVADA NA GRAVACAO; O JA EFETIVADO NO PROPRIO       *
003175*        MOVIMENTO PASSA (REEXECUCAO);                          *
003176*      - RETIDO AGUARDANDO O SUPERVISOR OU LIBERADO FORA DE UM  *
003177*        LOTE DE LIBERADAS E REJEITADO.  RETIDO PELO PROPRIO    *
003178*        REGISTRO DO MOVIMENTO E REEXECUCAO: A RETENCAO E       *
003179*        DESFEITA E O DETALHE CRITICADO DE NOVO CONTRA O LIMITE;*
003180*      - SEM RETENCAO, O DETALHE E CRITICADO CONTRA O LIMITE.   *
003181*    LOTE GERADO POR CALCSGEN (ORIGEM "G") NAO E CONFERIDO.     *
003182*---------------------------------------------------------------*
003183 2160-VERIFICAR-RETENCAO.
003184     IF LOTE-GERADO
003185         GO TO 2160-EXIT
003186     END-IF.
003187     MOVE WS-DEPTO-CORRENTE TO HLD-DEPTO.
003188     MOVE ENT-TRANS-ID      TO HLD-GRUPO-ID.
003189     MOVE ZERO              TO HLD-POSICAO.
003190     READ TRANSACOES-RETIDAS
003191         INVALID KEY
003192             MOVE SPACE TO WS-SITUACAO-RETENCAO
003193         NOT INVALID KEY
003194             MOVE HLD-SITUACAO TO WS-SITUACAO-RETENCAO
003195     END-READ.
003196     IF LOTE-LIBERADAS
003197         IF WS-SITUACAO-RETENCAO = "L"
003198             SET EFETIVAR-LIBERACAO TO TRUE
003199         ELSE
003200             IF WS-SITUACAO-RETENCAO NOT = "E" OR
003201                HLD-DATA-EFETIVACAO NOT = WS-DATA-MOVIMENTO
003202                 MOVE "RH" TO WS-MOTIVO-REJEICAO
003203             END-IF
003204         END-IF
003205         GO TO 2160-EXIT
003206     END-IF.
003207     IF WS-SITUACAO-RETENCAO = "L"
003208         MOVE "RH" TO WS-MOTIVO-REJEICAO
003209         GO TO 2160-EXIT
003210     END-IF.
003211*    EFETIVADO: A TRANSACAO JA FOI CALCULADA E O REENVIO CAI NA
003212*    DUPLICIDADE (2150).
003213     IF WS-SITUACAO-RETENCAO = "E"
003214         GO TO 2160-EXIT
003215     END-IF.
003216     IF WS-SITUACAO-RETENCAO = "R"
003217         IF HLD-DATA-RETENCAO NOT = WS-DATA-MOVIMENTO OR
003218            HLD-NUM-REGISTRO NOT = WS-QTD-LIDOS
003219             MOVE "RH" TO WS-MOTIVO-REJEICAO
003220             GO TO 2160-EXIT
003221         END-IF
003222         PERFORM 2180-EXCLUIR-RETENCAO THRU 2180-EXIT
003223     END-IF.
003224     PERFORM 2165-CRITICAR-LIMITE THRU 2165-EXIT.
003225 2160-EXIT.
003226     EXIT.
003227
003228*---------------------------------------------------------------*
003229*    2165-CRITICAR-LIMITE                                       *
003230*    O VALOR CRITICADO E O MAIOR DOS OPERANDOS DO DETALHE OU DA *
003231*    CONTINUACAO EM VALOR ABSOLUTO (NA OPERACAO "T" SO O        *
003232*    NUMERO1: O NUMERO2 E O CODIGO DA TAXA; NA CONTINUACAO O    *
003233*    NUMERO1 EM BRANCO NAO CONTA).  ACIMA DO VALOR MAXIMO DO    *
003234*    REGISTRO DE CALCLIM APLICAVEL, O REGISTRO FICA RETIDO.     *
003235*    SEM REGISTRO APLICAVEL NAO HA LIMITE.                      *
003236*---------------------------------------------------------------*
003237 2165-CRITICAR-LIMITE.
003238     MOVE ZERO TO WS-VALOR-CRITICADO.
003239     IF ENT-NUMERO1 NUMERIC
003240         MOVE ENT-NUMERO1 TO WS-VALOR-CRITICADO
003241     END-IF.
003242     IF ENT-OPERACAO NOT = "T"
003243         MOVE ENT-NUMERO2 TO WS-VALOR-OPERANDO2
003244         IF WS-VALOR-OPERANDO2 > WS-VALOR-CRITICADO
003245             MOVE WS-VALOR-OPERANDO2 TO WS-VALOR-CRITICADO
003246         END-IF
003247     END-IF.
003248     PERFORM 2170-LOCALIZAR-LIMITE THRU 2170-EXIT.
003249     IF LIMITE-ACHADO AND WS-VALOR-CRITICADO > LIM-VALOR-MAXIMO
003250         SET REGISTRO-RETIDO TO TRUE
003251     END-IF.
003252 2165-EXIT.
003253     EXIT.
003254
003255*---------------------------------------------------------------*
003256*    2170-LOCALIZAR-LIMITE                                      *
003257*    LE EM CALCLIM O REGISTRO MAIS ESPECIFICO PARA O DETALHE:   *
003258*    DEPARTAMENTO E OPERACAO, SO O DEPARTAMENTO (OPERACAO EM    *
003259*    BRANCO), SO A OPERACAO (DEPARTAMENTO EM BRANCO) E, POR     *
003260*    ULTIMO, O LIMITE GERAL (CHAVE TODA EM BRANCO).             *
003261*---------------------------------------------------------------*
003262 2170-LOCALIZAR-LIMITE.
003263     MOVE WS-DEPTO-CORRENTE TO LIM-DEPTO.
003264     MOVE ENT-OPERACAO      TO LIM-OPERACAO.
003265     PERFORM 2175-LER-LIMITE THRU 2175-EXIT.
003266     IF LIMITE-ACHADO
003267         GO TO 2170-EXIT
003268     END-IF.
003269     MOVE WS-DEPTO-CORRENTE TO LIM-DEPTO.
003270     MOVE SPACE             TO LIM-OPERACAO.
003271     PERFORM 2175-LER-LIMITE THRU 2175-EXIT.
003272     IF LIMITE-ACHADO
003273         GO TO 2170-EXIT
003274     END-IF.
003275     MOVE SPACES            TO LIM-DEPTO.
003276     MOVE ENT-OPERACAO      TO LIM-OPERACAO.
003277     PERFORM 2175-LER-LIMITE THRU 2175-EXIT.
003278     IF LIMITE-ACHADO
003279         GO TO 2170-EXIT
003280     END-IF.
003281     MOVE SPACES            TO LIM-DEPTO.
003282     MOVE SPACE             TO LIM-OPERACAO.
003283     PERFORM 2175-LER-LIMITE THRU 2175-EXIT.
003284 2170-EXIT.
003285     EXIT.
003286
003287 2175-LER-LIMITE.
003288     READ CADASTRO-LIMITES
003289         INVALID KEY
003290             MOVE "N" TO WS-LIMITE-ACHADO
003291         NOT INVALID KEY
003292             SET LIMITE-ACHADO TO TRUE
003293     END-READ.
003294 2175-EXIT.
003295     EXIT.
003296
003297*---------------------------------------------------------------*
003298*    2180-EXCLUIR-RETENCAO                                      *
003299*    REEXECUCAO DO MOVIMENTO: APAGA DE CALCHLD O GRUPO RETIDO   *
003300*    PELO PROPRIO DETALHE (O DETALHE E AS CONTINUACOES), QUE    *
003301*    E CRITICADO DE NOVO E, SE AINDA PASSAR DO LIMITE, VOLTA A  *
003302*    SER GRAVADO.  FALHA AQUI ENCERRA O PASSO.                  *
003303*---------------------------------------------------------------*
003304 2180-EXCLUIR-RETENCAO.
003305     MOVE "N" TO WS-FIM-GRUPO-RETIDO.
003306     MOVE WS-DEPTO-CORRENTE TO HLD-DEPTO.
003307     MOVE ENT-TRANS-ID      TO HLD-GRUPO-ID.
003308     MOVE ZERO              TO HLD-POSICAO.
003309     START TRANSACOES-RETIDAS KEY IS NOT LESS THAN HLD-CHAVE
003310         INVALID KEY
003311             GO TO 2180-EXIT
003312     END-START.
003313     PERFORM 2185-EXCLUIR-REGISTRO-RETIDO THRU 2185-EXIT
003314         UNTIL FIM-GRUPO-RETIDO.
003315 2180-EXIT.
003316     EXIT.
003317
003318 2185-EXCLUIR-REGISTRO-RETIDO.
003319     READ TRANSACOES-RETIDAS NEXT RECORD
003320         AT END
003321             SET FIM-GRUPO-RETIDO TO TRUE
003322             GO TO 2185-EXIT
003323     END-READ.
003324     IF HLD-DEPTO NOT = WS-DEPTO-CORRENTE OR
003325        HLD-GRUPO-ID NOT = ENT-TRANS-ID
003326         SET FIM-GRUPO-RETIDO TO TRUE
003327         GO TO 2185-EXIT
003328     END-IF.
003329     DELETE TRANSACOES-RETIDAS RECORD.
003330     IF NOT FS-RETIDAS-OK
003331         DISPLAY "Erro: exclusao em CALCHLD falhou. Status="
003332             FS-TRANSACOES-RETIDAS " Transacao=" ENT-TRANS-ID
003333         MOVE 8 TO RETURN-CODE
003334         STOP RUN
003335     END-IF.
003336 2185-EXIT.
003337     EXIT.
003338
003340 2130-VALIDAR-TRAILER.
003350     IF NOT LOTE-ABERTO
003360         MOVE "SQ" TO WS-MOTIVO-REJEICAO
003500*    LER, ATUALIZANDO O ESTADO DO ENVELOPE.  UM TRAILER DE      *
003510*    LOTE QUE TEVE DETALHES REJEITADOS SEGUE COM A QUANTIDADE   *
003520*    E O HASH-TOTAL AJUSTADOS, PARA QUE O BALANCEAMENTO EM      *
003530*    CALCBATCH CONFIRA SOBRE OS REGISTROS QUE SEGUIRAM.  O      *
003531*    DETALHE E A CONTINUACAO SO ENTRAM NA CADEIA EM ESPERA      *
003532*    (2250); SAO GRAVADOS POR 2500 QUANDO A CADEIA TERMINA.     *
003540*---------------------------------------------------------------*
003550 2200-GRAVAR-VALIDADO.
003560     IF ENT-TIPO-CABECALHO
003570         SET LOTE-ABERTO TO TRUE
003580         MOVE ENT-HDR-LOTE-ID TO WS-LOTE-ID-CORRENTE
003581         MOVE ENT-HDR-DEPTO   TO WS-DEPTO-CORRENTE
003582         MOVE ENT-HDR-ORIGEM  TO WS-ORIGEM-LOTE
003590         MOVE ZERO TO WS-QTD-REJ-LOTE
003600         MOVE ZERO TO WS-SOMA-REJ-NUMERO1
003601         MOVE ZERO TO WS-QTD-RET-LOTE
003602         MOVE ZERO TO WS-SOMA-RET-NUMERO1
003610         MOVE "N" TO WS-CADEIA-ABERTA
003611         MOVE "N" TO WS-CADEIA-RETIDA
003612     END-IF.
003613     IF ENT-TIPO-DETALHE
003614         MOVE "N" TO WS-CADEIA-RETIDA
003615         MOVE ZERO TO WS-QTD-REG-CADEIA
003620     END-IF.
003621     IF ENT-TIPO-DETALHE OR ENT-TIPO-CONTINUACAO
003622         SET CADEIA-ABERTA TO TRUE
003623         ADD 1 TO WS-QTD-REG-CADEIA
003624         PERFORM 2250-GUARDAR-NA-CADEIA THRU 2250-EXIT
003625         GO TO 2200-EXIT
003626     END-IF.
003627*    O ESTORNO SEGUE COM A OPERACAO DA ORIGINAL (A FATURA
003628*    CREDITA PELO PRECO DA OPERACAO) E ENCERRA A CADEIA.
003629     IF ENT-TIPO-ESTORNO
003630         MOVE WS-OPERACAO-ORIGINAL TO ENT-EST-OPERACAO
003631         MOVE "N" TO WS-CADEIA-ABERTA
003632         MOVE "N" TO WS-CADEIA-RETIDA
003641         ADD 1 TO WS-QTD-ACEITOS-DET
003642         ADD 1 TO WS-QTD-ESTORNOS
003643         PERFORM 2210-ANOTAR-TRANSACAO THRU 2210-EXIT
003644         PERFORM 2215-MARCAR-ESTORNO THRU 2215-EXIT
003650     END-IF.
003660     IF ENT-TIPO-TRAILER
003670*        O RETIDO SAI DO TRAILER COMO O REJEITADO: O LOTE
003680*        BALANCEIA SOBRE O QUE SEGUIU PARA O CALCULO.
003681         IF WS-QTD-REJ-LOTE > ZERO OR WS-QTD-RET-LOTE > ZERO
003682             SUBTRACT WS-QTD-REJ-LOTE WS-QTD-RET-LOTE
003690                 FROM ENT-TRL-QTD-DETALHES
003700             SUBTRACT WS-SOMA-REJ-NUMERO1 WS-SOMA-RET-NUMERO1
003710                 FROM ENT-TRL-HASH-NUMERO1
003720             DISPLAY "Aviso: trailer do lote "
003730                 WS-LOTE-ID-CORRENTE " ajustado: "
003740                 WS-QTD-REJ-LOTE " rejeitado(s), "
003741                 WS-QTD-RET-LOTE " retido(s)."
003750         END-IF
003760         MOVE "N" TO WS-LOTE-ABERTO
003770         MOVE SPACES TO WS-LOTE-ID-CORRENTE
003771         MOVE SPACES TO WS-DEPTO-CORRENTE
003772         MOVE SPACE TO WS-ORIGEM-LOTE
003780         MOVE "N" TO WS-CADEIA-ABERTA
003781         MOVE "N" TO WS-CADEIA-RETIDA
003782     END-IF.
003783     MOVE REG-ENTRADA TO REG-VALIDADO
003784     WRITE REG-VALIDADO.
003785     IF NOT FS-VALIDADO-OK
003786         DISPLAY "Erro: gravacao em CALCVAL falhou. Status="
003787             FS-ARQUIVO-VALIDADO
003788         MOVE 8 TO RETURN-CODE
003789         STOP RUN
003790     END-IF.
003791     ADD 1 TO WS-QTD-ACEITOS.
003792 2200-EXIT.
003793     EXIT.
003794
003795*---------------------------------------------------------------*
003796*    2210-ANOTAR-TRANSACAO                                       *
003797*    ANOTA O DETALHE/CONTINUACAO/ESTORNO ACEITO NO REGISTRO DE  *
003798*    TRANSACOES PROCESSADAS COM A DATA DO MOVIMENTO E O LOTE.   *
003799*    A LEITURA DA ANOTACAO DECIDE ENTRE INCLUIR E REGRAVAR.     *
003800*    FALHA AQUI ENCERRA O PASSO: UMA TRANSACAO QUE SEGUE PARA O *
003801*    LOTE SEM FICAR ANOTADA PODERIA SER CALCULADA DE NOVO NUM   *
003802*    REENVIO.                                                    *
003803*---------------------------------------------------------------*
003804 2210-ANOTAR-TRANSACAO.
003805     MOVE "N" TO WS-TRANS-REGISTRADA.
003806     MOVE WS-DEPTO-CORRENTE TO TRP-DEPTO.
003807     MOVE ENT-TRANS-ID      TO TRP-TRANS-ID.
003808     READ REGISTRO-TRANSACOES
003809         INVALID KEY
003810             CONTINUE
003811         NOT INVALID KEY
003812             SET TRANS-REGISTRADA TO TRUE
003813     END-READ.
003814*    ANOTACAO NOVA, OU REAPROVEITADA DE UM MOVIMENTO ANTERIOR
003815*    (LOTE GERADO), COMECA SEM ESTORNO; NA REEXECUCAO DO MESMO
003816*    MOVIMENTO A MARCA DE ESTORNO JA FEITA E MANTIDA.
003817     IF NOT TRANS-REGISTRADA OR
003818        TRP-DATA-MOVIMENTO < WS-DATA-MOVIMENTO
003819         MOVE SPACES TO TRP-ESTORNO-ID
003820         MOVE ZERO   TO TRP-DATA-ESTORNO
003821     END-IF.
003822     MOVE WS-DEPTO-CORRENTE   TO TRP-DEPTO.
003823     MOVE ENT-TRANS-ID        TO TRP-TRANS-ID.
003824     MOVE WS-DATA-MOVIMENTO   TO TRP-DATA-MOVIMENTO.
003825     MOVE WS-LOTE-ID-CORRENTE TO TRP-LOTE-ID.
003826     MOVE ENT-TIPO-REGISTRO   TO TRP-TIPO-REGISTRO.
003827     MOVE ENT-OPERACAO        TO TRP-OPERACAO.
003828     IF TRANS-REGISTRADA
003829         REWRITE REG-TRANS-PROCESSADA
003830     ELSE
003831         WRITE REG-TRANS-PROCESSADA
003832     END-IF.
003833     IF NOT FS-TRANSACOES-OK
003834         DISPLAY "Erro: gravacao em CALCTRID falhou. Status="
003835             FS-REGISTRO-TRANSACOES " Transacao=" ENT-TRANS-ID
003836         MOVE 8 TO RETURN-CODE
003837         STOP RUN
003838     END-IF.
003839 2210-EXIT.
003840     EXIT.
003841
003842*---------------------------------------------------------------*
003843*    2215-MARCAR-ESTORNO                                         *
003844*    GRAVA NA ANOTACAO DA TRANSACAO ORIGINAL O ESTORNO QUE A    *
003845*    CANCELOU E A DATA DO MOVIMENTO, PARA QUE UM SEGUNDO        *
003846*    ESTORNO DELA SEJA REJEITADO (MOTIVO EJ).  FALHA AQUI       *
003847*    ENCERRA O PASSO, COMO EM 2210.                             *
003848*---------------------------------------------------------------*
003849 2215-MARCAR-ESTORNO.
003850     MOVE WS-DEPTO-CORRENTE      TO TRP-DEPTO.
003851     MOVE ENT-EST-TRANS-ORIGINAL TO TRP-TRANS-ID.
003852     READ REGISTRO-TRANSACOES
003853         INVALID KEY
003854             CONTINUE
003855     END-READ.
003856     IF FS-TRANSACOES-OK
003857         MOVE ENT-EST-TRANS-ID  TO TRP-ESTORNO-ID
003858         MOVE WS-DATA-MOVIMENTO TO TRP-DATA-ESTORNO
003859         REWRITE REG-TRANS-PROCESSADA
003860     END-IF.
003861     IF NOT FS-TRANSACOES-OK
003862         DISPLAY "Erro: marcacao de estorno em CALCTRID falhou. "
003863             "Status=" FS-REGISTRO-TRANSACOES
003864             " Transacao=" ENT-EST-TRANS-ORIGINAL
003865         MOVE 8 TO RETURN-CODE
003866         STOP RUN
003867     END-IF.
003868 2215-EXIT.
003869     EXIT.
003870
003871*---------------------------------------------------------------*
003872*    2220-EFETIVAR-LIBERACAO                                    *
003873*    O DETALHE LIBERADO CHEGOU NO LOTE "L" E SEGUIU PARA O      *
003874*    CALCULO: A RETENCAO DELE EM CALCHLD PASSA A EFETIVADA, COM *
003875*    A DATA DO MOVIMENTO E O LOTE, E NAO E MAIS REENVELOPADA    *
003876*    POR CALCLIBR.  FALHA AQUI ENCERRA O PASSO, COMO EM 2210.   *
003877*---------------------------------------------------------------*
003878 2220-EFETIVAR-LIBERACAO.
003879     MOVE WS-DEPTO-CORRENTE TO HLD-DEPTO.
003880     MOVE ENT-TRANS-ID      TO HLD-GRUPO-ID.
003881     MOVE ZERO              TO HLD-POSICAO.
003882     READ TRANSACOES-RETIDAS
003883         INVALID KEY
003884             CONTINUE
003885     END-READ.
003886     IF FS-RETIDAS-OK
003887         SET HLD-EFETIVADA TO TRUE
003888         MOVE WS-DATA-MOVIMENTO   TO HLD-DATA-EFETIVACAO
003889         MOVE WS-LOTE-ID-CORRENTE TO HLD-LOTE-EFETIVACAO
003890         REWRITE REG-RETIDO
003891     END-IF.
003892     IF NOT FS-RETIDAS-OK
003893         DISPLAY "Erro: efetivacao em CALCHLD falhou. Status="
003894             FS-TRANSACOES-RETIDAS " Transacao=" ENT-TRANS-ID
003895         MOVE 8 TO RETURN-CODE
003896         STOP RUN
003897     END-IF.
003898 2220-EXIT.
003900     EXIT.
003910
003920*---------------------------------------------------------------*
004017     ELSE
004018         MOVE WS-DEPTO-CORRENTE TO WS-DEPTO-REJEICAO
004019     END-IF.
004020*    ESTORNO REJEITADO SO DESCONTA A QUANTIDADE: ELE NUNCA
004021*    ENTROU NO HASH-TOTAL DE NUMERO1.
004022     IF ENT-TIPO-ESTORNO AND LOTE-ABERTO
004023         ADD 1 TO WS-QTD-REJ-LOTE
004024     END-IF.
004025     IF (ENT-TIPO-DETALHE OR ENT-TIPO-CONTINUACAO)
004030        AND LOTE-ABERTO
004040         ADD 1 TO WS-QTD-REJ-LOTE
004050         IF ENT-NUMERO1 NUMERIC
004210         MOVE "N" TO WS-LOTE-ABERTO
004220         MOVE SPACES TO WS-LOTE-ID-CORRENTE
004221         MOVE SPACES TO WS-DEPTO-CORRENTE
004222         MOVE SPACE TO WS-ORIGEM-LOTE
004230     END-IF.
004240*    DETALHE OU CONTINUACAO REJEITADO QUEBRA A CADEIA: AS
004250*    CONTINUACOES SEGUINTES SAO REJEITADAS COM MOTIVO CN E
004260*    REENVIADAS JUNTO COM O REGISTRO CORRIGIDO.
004270     IF ENT-TIPO-DETALHE OR ENT-TIPO-CONTINUACAO OR
004271        ENT-TIPO-ESTORNO
004280         MOVE "N" TO WS-CADEIA-ABERTA
004281         MOVE "N" TO WS-CADEIA-RETIDA
004290     END-IF.
004300     MOVE SPACES              TO REG-REJEITADO
004310     MOVE WS-QTD-LIDOS        TO REJ-NUM-REGISTRO
004320     MOVE WS-MOTIVO-REJEICAO  TO REJ-MOTIVO
004321     MOVE WS-DATA-SISTEMA     TO REJ-DATA-REJEICAO
004322     MOVE WS-DEPTO-REJEICAO   TO REJ-DEPTO
004323     MOVE REG-ENTRADA         TO REJ-LINHA-ORIGINAL
004324     WRITE REG-REJEITADO.
004325     IF NOT FS-REJEITADOS-OK
004326         DISPLAY "Erro: gravacao em CALCREJ falhou. Status="
004327             FS-ARQUIVO-REJEITADOS
004328         MOVE 8 TO RETURN-CODE
004329         STOP RUN
004330     END-IF.
004331     ADD 1 TO WS-QTD-REJEITADOS.
004332 2300-EXIT.
004333     EXIT.
004334
004335*---------------------------------------------------------------*
004336*    2400-GRAVAR-RETIDO                                         *
004337*    GRAVA EM CALCHLD, EM VEZ DE CALCVAL, O REGISTRO ACIMA DO   *
004338*    LIMITE E A CONTINUACAO DE UMA CADEIA RETIDA.  O DETALHE    *
004339*    RETIDO ABRE SEMPRE UM GRUPO PROPRIO, MESMO LOGO APOS OUTRO *
004340*    DETALHE RETIDO; A CONTINUACAO SO ABRE O GRUPO QUANDO E A   *
004341*    PRIMEIRA RETENCAO DA CADEIA (2410).  O RETIDO E            *
004342*    DESCONTADO DO TRAILER DO LOTE EM 2200 COMO O REJEITADO E   *
004343*    NAO E ANOTADO EM CALCTRID: SO CHEGA AO CALCULO PELO LOTE   *
004344*    "L" DE LIBERADAS.                                          *
004345*---------------------------------------------------------------*
004346 2400-GRAVAR-RETIDO.
004347     IF ENT-TIPO-DETALHE OR NOT CADEIA-RETIDA
004348         PERFORM 2410-ABRIR-GRUPO-RETIDO THRU 2410-EXIT
004349     END-IF.
004350     ADD 1 TO WS-QTD-REG-CADEIA.
004351     MOVE WS-QTD-LIDOS TO WS-NUM-REGISTRO-RETIDO.
004352     PERFORM 2450-GRAVAR-REGISTRO-RETIDO THRU 2450-EXIT.
004353 2400-EXIT.
004354     EXIT.
004355
004356*---------------------------------------------------------------*
004357*    2410-ABRIR-GRUPO-RETIDO                                    *
004358*    O GRUPO EM CALCHLD E SEMPRE O DO DETALHE QUE ABRE A CADEIA *
004359*    (POSICAO 000, COM O LIMITE APLICADO E O VALOR QUE PASSOU   *
004360*    DELE).  QUANDO QUEM PASSA DO LIMITE E UMA CONTINUACAO, O   *
004361*    DETALHE E AS CONTINUACOES ANTERIORES, QUE AGUARDAVAM O FIM *
004362*    DA CADEIA, SAO GRAVADOS ANTES DELA NO GRUPO, COM A POSICAO *
004363*    QUE TINHAM NO CALCIN.                                      *
004364*---------------------------------------------------------------*
004365 2410-ABRIR-GRUPO-RETIDO.
004366     MOVE WS-VALOR-CRITICADO TO WS-VALOR-EDITADO.
004367     MOVE LIM-VALOR-MAXIMO   TO WS-LIMITE-EDITADO.
004368     DISPLAY "Aviso: transacao " ENT-TRANS-ID " do lote "
004369         WS-LOTE-ID-CORRENTE " retida: valor "
004370         WS-VALOR-EDITADO " acima do limite "
004371         WS-LIMITE-EDITADO ".".
004372     SET CADEIA-ABERTA TO TRUE.
004373     SET CADEIA-RETIDA TO TRUE.
004374     MOVE ZERO TO WS-POSICAO-RETIDA.
004375     IF ENT-TIPO-DETALHE
004376         MOVE ZERO TO WS-QTD-REG-CADEIA
004377         MOVE ENT-TRANS-ID TO WS-GRUPO-RETIDO
004378         GO TO 2410-EXIT
004379     END-IF.
004380     MOVE REG-ENTRADA TO WS-LINHA-CORRENTE.
004381     MOVE WS-ESP-LINHA (1) TO REG-ENTRADA.
004382     MOVE ENT-TRANS-ID TO WS-GRUPO-RETIDO.
004383     DISPLAY "Aviso: a cadeia da transacao " WS-GRUPO-RETIDO
004384         " fica retida com ela.".
004385     PERFORM 2420-RETER-DA-CADEIA THRU 2420-EXIT
004386         VARYING WS-IDX-ESPERA FROM 1 BY 1
004387         UNTIL WS-IDX-ESPERA > WS-QTD-ESPERA.
004388     MOVE ZERO TO WS-QTD-ESPERA.
004389     MOVE WS-LINHA-CORRENTE TO REG-ENTRADA.
004390 2410-EXIT.
004391     EXIT.
004392
004393 2420-RETER-DA-CADEIA.
004394     MOVE WS-ESP-LINHA (WS-IDX-ESPERA) TO REG-ENTRADA.
004395     MOVE WS-ESP-NUM-REGISTRO (WS-IDX-ESPERA)
004396         TO WS-NUM-REGISTRO-RETIDO.
004397     PERFORM 2450-GRAVAR-REGISTRO-RETIDO THRU 2450-EXIT.
004398 2420-EXIT.
004399     EXIT.
004400
004401*---------------------------------------------------------------*
004402*    2450-GRAVAR-REGISTRO-RETIDO                                *
004403*    GRAVA A LINHA EM REG-ENTRADA NA POSICAO SEGUINTE DO GRUPO  *
004404*    E A DESCONTA DO LOTE.  FALHA AQUI ENCERRA O PASSO: O       *
004405*    RETIDO NAO GRAVADO SUMIRIA DO MOVIMENTO.                   *
004406*---------------------------------------------------------------*
004407 2450-GRAVAR-REGISTRO-RETIDO.
004408     MOVE SPACES              TO REG-RETIDO.
004409     MOVE WS-DEPTO-CORRENTE   TO HLD-DEPTO.
004410     MOVE WS-GRUPO-RETIDO     TO HLD-GRUPO-ID.
004411     MOVE WS-POSICAO-RETIDA   TO HLD-POSICAO.
004412     SET HLD-RETIDA           TO TRUE.
004413     MOVE "LM"                TO HLD-MOTIVO.
004414     MOVE WS-DATA-MOVIMENTO   TO HLD-DATA-RETENCAO.
004415     MOVE WS-LOTE-ID-CORRENTE TO HLD-LOTE-ID.
004416     MOVE WS-NUM-REGISTRO-RETIDO TO HLD-NUM-REGISTRO.
004417     MOVE ZERO                TO HLD-VALOR-LIMITE.
004418     MOVE ZERO                TO HLD-DATA-DECISAO.
004419     MOVE ZERO                TO HLD-DATA-EFETIVACAO.
004420     MOVE REG-ENTRADA         TO HLD-LINHA-ORIGINAL.
004421     MOVE ZERO                TO HLD-VALOR-RETIDO.
004422     IF WS-POSICAO-RETIDA = ZERO
004423         MOVE LIM-CHAVE          TO HLD-LIMITE-CHAVE
004424         MOVE LIM-VALOR-MAXIMO   TO HLD-VALOR-LIMITE
004425         MOVE WS-VALOR-CRITICADO TO HLD-VALOR-RETIDO
004426     END-IF.
004427     WRITE REG-RETIDO.
004428     IF NOT FS-RETIDAS-OK
004429         DISPLAY "Erro: gravacao em CALCHLD falhou. Status="
004430             FS-TRANSACOES-RETIDAS " Transacao=" ENT-TRANS-ID
004431         MOVE 8 TO RETURN-CODE
004432         STOP RUN
004433     END-IF.
004434     ADD 1 TO WS-POSICAO-RETIDA.
004435     ADD 1 TO WS-QTD-RET-LOTE.
004436     IF ENT-NUMERO1 NUMERIC
004437         ADD ENT-NUMERO1 TO WS-SOMA-RET-NUMERO1
004438     END-IF.
004439     ADD 1 TO WS-QTD-RETIDOS.
004440 2450-EXIT.
004441     EXIT.
004442
004443*---------------------------------------------------------------*
004444*    2250-GUARDAR-NA-CADEIA                                     *
004445*    O DETALHE/CONTINUACAO ACEITO AGUARDA NA TABELA O FIM DA    *
004446*    CADEIA, COM A POSICAO NO CALCIN E A MARCA DE EFETIVACAO.   *
004447*---------------------------------------------------------------*
004448 2250-GUARDAR-NA-CADEIA.
004449     ADD 1 TO WS-QTD-ESPERA.
004450     MOVE REG-ENTRADA  TO WS-ESP-LINHA (WS-QTD-ESPERA).
004451     MOVE WS-QTD-LIDOS TO WS-ESP-NUM-REGISTRO (WS-QTD-ESPERA).
004452     MOVE WS-EFETIVAR-LIBERACAO
004453         TO WS-ESP-EFETIVAR (WS-QTD-ESPERA).
004454 2250-EXIT.
004455     EXIT.
004456
004457*---------------------------------------------------------------*
004458*    2500-DESCARREGAR-CADEIA                                    *
004459*    A CADEIA EM ESPERA TERMINOU SEM PASSAR DO LIMITE: CADA     *
004460*    REGISTRO E ANOTADO EM CALCTRID, EFETIVA A LIBERACAO QUANDO *
004461*    VEIO NO LOTE "L" E SEGUE PARA CALCVAL, NA ORDEM DO LOTE.   *
004462*    O REGISTRO CORRENTE E PRESERVADO.                          *
004463*---------------------------------------------------------------*
004464 2500-DESCARREGAR-CADEIA.
004465     IF WS-QTD-ESPERA = ZERO
004466         GO TO 2500-EXIT
004467     END-IF.
004468     MOVE REG-ENTRADA TO WS-LINHA-CORRENTE.
004469     PERFORM 2510-GRAVAR-DA-CADEIA THRU 2510-EXIT
004470         VARYING WS-IDX-ESPERA FROM 1 BY 1
004471         UNTIL WS-IDX-ESPERA > WS-QTD-ESPERA.
004472     MOVE ZERO TO WS-QTD-ESPERA.
004473     MOVE WS-LINHA-CORRENTE TO REG-ENTRADA.
004474 2500-EXIT.
004475     EXIT.
004476
004477 2510-GRAVAR-DA-CADEIA.
004478     MOVE WS-ESP-LINHA (WS-IDX-ESPERA) TO REG-ENTRADA.
004479     ADD 1 TO WS-QTD-ACEITOS-DET.
004480     PERFORM 2210-ANOTAR-TRANSACAO THRU 2210-EXIT.
004481     IF WS-ESP-EFETIVAR (WS-IDX-ESPERA) = "S"
004482         PERFORM 2220-EFETIVAR-LIBERACAO THRU 2220-EXIT
004483     END-IF.
004484     MOVE REG-ENTRADA TO REG-VALIDADO.
004485     WRITE REG-VALIDADO.
004486     IF NOT FS-VALIDADO-OK
004487         DISPLAY "Erro: gravacao em CALCVAL falhou. Status="
004488             FS-ARQUIVO-VALIDADO
004489         MOVE 8 TO RETURN-CODE
004490         STOP RUN
004491     END-IF.
004492     ADD 1 TO WS-QTD-ACEITOS.
004493 2510-EXIT.
004494     EXIT.
004495*---------------------------------------------------------------*
004496*    8000-FINALIZAR                                              *
004497*    FECHA OS ARQUIVOS DO PASSO.                                 *
004498*---------------------------------------------------------------*
004499 8000-FINALIZAR.
004500     CLOSE ARQUIVO-ENTRADA.
004510     CLOSE ARQUIVO-VALIDADO.
004520     CLOSE ARQUIVO-REJEITADOS.
004521     CLOSE CADASTRO-DEPTOS.
004522     CLOSE REGISTRO-TRANSACOES.
004523     CLOSE CADASTRO-LIMITES.
004524     CLOSE TRANSACOES-RETIDAS.
004530 8000-EXIT.
004540     EXIT.
004550
004650     DISPLAY "  Lidos........: " WS-QTD-LIDOS.
004660     DISPLAY "  Aceitos......: " WS-QTD-ACEITOS.
004670     DISPLAY "  Rejeitados...: " WS-QTD-REJEITADOS.
004671     DISPLAY "    Duplicados.: " WS-QTD-DUPLICADOS.
004672     DISPLAY "  Retidos......: " WS-QTD-RETIDOS.
004673     DISPLAY "  Estornos.....: " WS-QTD-ESTORNOS.
004680     DISPLAY "--------------------------------------------".
004690 8100-EXIT.
004700     EXIT.
004730*    8200-GRAVAR-CONTROLE                                        *
004740*    ACRESCENTA O REGISTRO DE CONTROLE DO DIA EM CALCCTL, PARA  *
004750*    O FECHAMENTO DO DIA (CALCDCLS) PROVAR A CADEIA: LIDOS =    *
004760*    ACEITOS + REJEITADOS + RETIDOS (EM CALCHLD) E OS DETALHES  *
004770*    ACEITOS SAO O QUE O LOTE DEVE GRAVAR.  FALHA AQUI NAO      *
004780*    DERRUBA O PASSO: O MOVIMENTO JA FOI CRITICADO; O           *
004790*    FECHAMENTO ACUSARA O ELO AUSENTE.                          *
004800*---------------------------------------------------------------*
004810 8200-GRAVAR-CONTROLE.
004820     MOVE WS-DATA-MOVIMENTO   TO WS-CTL-DATA.
004850     MOVE WS-QTD-ACEITOS      TO WS-CTL-QTD-SAIDA.
004860     MOVE WS-QTD-ACEITOS-DET  TO WS-CTL-QTD-DETALHES.
004870     MOVE WS-QTD-REJEITADOS   TO WS-CTL-QTD-ERROS.
004871     MOVE WS-QTD-RETIDOS      TO WS-CTL-QTD-RETIDOS.
004872*    O CAMPO DE RETIDOS DO CONTROLE TEM CINCO POSICOES: ACIMA
004873*    DISSO GRAVA 99999 E O FECHAMENTO ACUSA A DIFERENCA NA PROVA
004874*    DE LIDOS.
004875     IF WS-QTD-RETIDOS > 99999
004876         DISPLAY "Aviso: " WS-QTD-RETIDOS " retidos nao cabem no "
004877             "controle do dia; gravado 99999."
004878         MOVE 99999 TO WS-CTL-QTD-RETIDOS
004879     END-IF.
004880     MOVE RETURN-CODE         TO WS-CTL-RETORNO.
004890     OPEN EXTEND CONTROLE-DIA.
004900     IF NOT FS-CONTROLE-OK

000150*    CALCEDIT   ENTRADA=LIDOS  SAIDA=ACEITOS                   *
000160*               DETALHES=DETALHES/CONTINUACOES ACEITOS (O QUE  *
000170*               O LOTE VAI GRAVAR)  ERROS=REJEITADOS           *
000171*               RETIDOS=DETALHES/CONTINUACOES RETIDOS POR       *
000172*               LIMITE DE VALOR (CALCHLD), AGUARDANDO O         *
000173*               SUPERVISOR                                      *
000180*    CALCBATCH  ENTRADA=REGISTROS LIDOS  SAIDA=LINHAS          *
000190*               GRAVADAS  DETALHES=LINHAS GRAVADAS             *
000200*               ERROS=CALCULOS COM ERRO                         *
000210*    CALCMERG   ENTRADA=LINHAS DE AUDITORIA FUNDIDAS           *
000220*               SAIDA=LINHAS DE CALCOUT FUNDIDAS               *
000230*               (NO LOTE PARALELO, E ESTE O ELO DE PRODUCAO)   *
000231*    CALCRECON  ENTRADA=REGISTROS DE CALCOUT                   *
000232*               SAIDA=PARES COMPARADOS  ERROS=DIVERGENTES      *
000233*    CALCRETN   ENTRADA=REGISTROS DE CALCIN  SAIDA=REGISTROS   *
000234*               DE RETORNO  DETALHES=TRANSACOES DEVOLVIDAS     *
000235*               ERROS=ACEITAS SEM RESULTADO (INFORMATIVO -     *
000236*               CALCDCLS NAO PROVA ESTE PASSO)                 *
000237*    CALCANEX   ENTRADA=LINHAS DA FATIA  SAIDA=DETALHES=        *
000238*               LINHAS ANEXADAS  ERROS=QUEBRAS DA CADEIA       *
000239*               SEQ-INICIAL=SEQUENCIA DA PRIMEIRA LINHA        *
000240*               ANEXADA AO AUDITLOG (ZERO SE NADA ANEXOU)      *
000241*    CALCDESF   ENTRADA=LINHAS DE AUDITLOG LIDAS  SAIDA=       *
000242*               MANTIDAS  DETALHES=RETIRADAS  ERROS=REGISTROS  *
000243*               DE CONTROLE MARCADOS COMO DESFEITOS            *
000244*               (INFORMATIVO)                                   *
000245*    CALCBALC   ENTRADA=LINHAS DE AUDITLOG DE BALCAO DO DIA    *
000246*               SAIDA=RESUMOS DE SESSAO DO DIA                 *
000247*               DETALHES=OPERADORES DO DIA  ERROS=OPERADORES   *
000248*               COM DIFERENCA NO TURNO                          *
000249*                                                               *
000250*  SITUACAO "D" (DESFEITO) E POSTA POR CALCDESF NOS REGISTROS   *
000251*  DE UM DIA DESFEITO: CALCDCLS OS IMPRIME MAS NAO OS PROVA, E  *
000252*  O DIA PASSA A EXIGIR UMA CADEIA NOVA (A DA REEXECUCAO).      *
000253*                                                               *
000254*  RETIDOS SO E PREENCHIDO POR CALCEDIT; NOS REGISTROS GRAVADOS *
000255*  ANTES DELE EXISTIR O CAMPO VEM EM BRANCO E VALE ZERO.       *
000260*                                                               *
000270*  USADO COMO LINHA MONTADA EM WORKING-STORAGE PELOS PASSOS     *
000280*  QUE GRAVAM E DECOMPOSTA POR CALCDCLS.                        *
000420     05  WS-CTL-QTD-ERROS         PIC 9(09).
000430     05  FILLER                   PIC X(01) VALUE SPACE.
000440     05  WS-CTL-RETORNO           PIC 9(02).
000450     05  FILLER                   PIC X(01) VALUE SPACE.
000451     05  WS-CTL-SITUACAO          PIC X(01) VALUE SPACE.
000452         88  CTL-DESFEITO                VALUE "D".
000453     05  FILLER                   PIC X(01) VALUE SPACE.
000454     05  WS-CTL-SEQ-INICIAL       PIC 9(10) VALUE ZERO.
000455     05  FILLER                   PIC X(01) VALUE SPACE.
000456     05  WS-CTL-QTD-RETIDOS       PIC 9(05) VALUE ZERO.

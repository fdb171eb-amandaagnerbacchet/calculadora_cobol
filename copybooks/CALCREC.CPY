000263*        VAI PARA O LOG DE AUDITORIA PARA A REVISAO DE
000264*        SEGURANCA.
000265         88  CALC-NEGADO                 VALUE "N".
000266*        ESTORNADO: REGISTRO DE ESTORNO DO LOTE - NAO E
000267*        CALCULADO; CANCELA A TRANSACAO ORIGINAL NOMEADA EM
000268*        CALC-TRANS-ORIGINAL.
000269         88  CALC-ESTORNADO              VALUE "X".
000270*    CAMPOS DA OPERACAO "T" (TAXA): O CODIGO DA TAXA A BUSCAR
000280*    NO CADASTRO CALCRATE E A DATA DO CALCULO, QUE DETERMINA A
000290*    VIGENCIA APLICAVEL.  O CODIGO NAO PODE VIR EM BRANCO.  O
000450*    ENXERGANDO UMA MANUTENCAO DE TAXA FEITA NO MEIO DA SESSAO.
000460     05  CALC-REGIME             PIC X(01).
000470         88  REGIME-LOTE                 VALUE "L".
000471*    NUM ESTORNO, IDENTIFICACAO DA TRANSACAO ORIGINAL QUE ELE
000472*    CANCELA (EM BRANCO EM QUALQUER OUTRO CALCULO).
000473     05  CALC-TRANS-ORIGINAL     PIC X(10).

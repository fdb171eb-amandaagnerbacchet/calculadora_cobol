000010*****************************************************************
000020*                                                               *
000030*  CALCAUD    -  LAYOUT DE UMA LINHA DO LOG DE AUDITORIA        *
000040*                (AUDITLOG, REGISTRO DE 100 BYTES)              *
000050*                                                               *
000060*  USADO COMO:                                                  *
000070*    - LINHA MONTADA EM WORKING-STORAGE POR CALCULADORA E       *
000080*      CALCBATCH ANTES DA GRAVACAO (GRAVAR-AUDITORIA)           *
000090*    - LINHA DECOMPOSTA POR CALCAUDRP PARA O RELATORIO          *
000100*      GERENCIAL DIARIO                                         *
000101*    - LINHA DECOMPOSTA POR CALCTRND PARA A TENDENCIA MENSAL    *
000102*      (LOG VIVO E GERACOES ARQUIVADAS)                         *
000103*    - LINHA DECOMPOSTA E RESSELADA POR CALCDESF AO DESFAZER    *
000104*      UM DIA DE MOVIMENTO                                      *
000105*    - LINHA DECOMPOSTA POR CALCBALC NO BATIMENTO DE FIM DE     *
000106*      TURNO DOS OPERADORES DE BALCAO                           *
000110*                                                               *
000120*  MANTIDO EM COPYBOOK PARA QUE QUEM GRAVA E QUEM LE O LOG      *
000121*  USEM SEMPRE O MESMO DESENHO DE LINHA.                        *
000122*                                                               *
000123*  CADEIA DE SELOS: TODA LINHA GRAVADA LEVA UM NUMERO DE        *
000124*  SEQUENCIA (UM A MAIS QUE A LINHA ANTERIOR DO MESMO ARQUIVO)  *
000125*  E UM SELO CALCULADO PELO SUBPROGRAMA CALCSELO SOBRE AS       *
000126*  COLUNAS 01-86 DA LINHA (DADOS E SEQUENCIA) E O SELO DA LINHA *
000127*  ANTERIOR.  ALTERAR, RETIRAR OU INTERCALAR UMA LINHA QUEBRA A *
000128*  CADEIA A PARTIR DALI, E O VERIFICADOR CALCAUDV APONTA A      *
000129*  LINHA.  A PRIMEIRA LINHA DE UMA CADEIA TEM SEQUENCIA 1 E E   *
000130*  SELADA A PARTIR DO SELO ZERO.  LINHA GRAVADA ANTES DA CADEIA *
000131*  (80 BYTES) TEM SEQUENCIA E SELO EM BRANCO.                   *
000132*  QUEM GRAVA NO LOG ACUMULADO: CALCULADORA (UMA LINHA POR      *
000133*  CALCULO), CALCANEX (A FATIA DO LOTE NOTURNO), CALCARCH E     *
000134*  CALCDESF (QUE RETIRA A FATIA DE UM DIA DESFEITO).            *
000135*  CALCBATCH E CALCMERG GRAVAM A FATIA DO DIA COM CADEIA        *
000136*  PROPRIA, INICIADA EM 1; CALCANEX CONFERE A FATIA E A RESSELA *
000137*  NA CADEIA DO LOG ACUMULADO AO ANEXA-LA (VER CALCCAD).        *
000140*                                                               *
000150*****************************************************************
000160 01  WS-LINHA-AUDITORIA.
000240     05  WS-AUD-NUMERO1           PIC -(7)9.99.
000250     05  FILLER                   PIC X(01) VALUE SPACE.
000260     05  WS-AUD-NUMERO2           PIC -(7)9.99.
000261*    NUMA LINHA DE ESTORNO (STATUS "X") NAO HA NUMERO2: A
000262*    POSICAO CARREGA A IDENTIFICACAO DA TRANSACAO ORIGINAL
000263*    ESTORNADA, SEM ALTERAR AS COLUNAS DOS DEMAIS CAMPOS.
000264     05  WS-AUD-NUMERO2-R REDEFINES WS-AUD-NUMERO2.
000265         10  WS-AUD-TRANS-ORIGINAL PIC X(10).
000266         10  FILLER               PIC X(01).
000270     05  FILLER                   PIC X(01) VALUE SPACE.
000280     05  WS-AUD-OPERACAO          PIC X(01).
000290     05  FILLER                   PIC X(01) VALUE SPACE.
000340     05  WS-AUD-TRANS-ID          PIC X(10).
000350     05  FILLER                   PIC X(01) VALUE SPACE.
000360     05  WS-AUD-ORIGEM            PIC X(08).
000361     05  FILLER                   PIC X(01) VALUE SPACE.
000362     05  WS-AUD-SEQUENCIA         PIC 9(10).
000363     05  FILLER                   PIC X(01) VALUE SPACE.
000364     05  WS-AUD-SELO              PIC 9(09).
000365     05  FILLER                   PIC X(04) VALUE SPACES.

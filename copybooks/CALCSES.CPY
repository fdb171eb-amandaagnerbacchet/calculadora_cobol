000010*****************************************************************
000020*                                                               *
000030*  CALCSES    -  LAYOUT DE UM RESUMO DE SESSAO DA CALCULADORA   *
000040*                DE BALCAO (ARQUIVO CALCSES, REGISTRO DE 80     *
000050*                BYTES)                                         *
000060*                                                               *
000070*  CADA SESSAO DA CALCULADORA, AO ENCERRAR NORMALMENTE,         *
000080*  ACRESCENTA UM REGISTRO: O OPERADOR, A DATA E A HORA DE       *
000090*  ABERTURA E DE ENCERRAMENTO, A QUANTIDADE DE CALCULOS POR     *
000100*  STATUS (SUCESSO "S", ERRO "E" E NEGADO "N") E A SOMA DOS     *
000110*  RESULTADOS DOS CALCULOS BEM SUCEDIDOS - OS MESMOS TOTAIS DO  *
000120*  RELATORIO FINAL MOSTRADO NA TELA.  SESSAO INTERROMPIDA       *
000130*  (QUEDA DO TERMINAL, FALHA DE ARQUIVO) NAO GRAVA RESUMO: A    *
000140*  FALTA APARECE NO BATIMENTO DE FIM DE TURNO (CALCBALC),       *
000150*  QUE RECONSTROI OS TOTAIS DO OPERADOR A PARTIR DO AUDITLOG.   *
000160*                                                               *
000170*  A SESSAO PERTENCE AO DIA DA ABERTURA (WS-SES-DATA-INICIO).   *
000180*  A SOMA LEVA O SINAL NO ULTIMO DIGITO.                        *
000190*                                                               *
000200*  USADO COMO:                                                  *
000210*    - LINHA MONTADA EM WORKING-STORAGE PELA CALCULADORA NO     *
000220*      ENCERRAMENTO DA SESSAO                                   *
000230*    - LINHA DECOMPOSTA POR CALCBALC NO BATIMENTO DE FIM DE     *
000240*      TURNO DOS OPERADORES                                     *
000250*                                                               *
000260*****************************************************************
000270 01  WS-LINHA-SESSAO.
000280     05  WS-SES-OPERADOR          PIC X(08).
000290     05  FILLER                   PIC X(01) VALUE SPACE.
000300     05  WS-SES-DATA-INICIO       PIC 9(08).
000310     05  WS-SES-HORA-INICIO       PIC 9(06).
000320     05  FILLER                   PIC X(01) VALUE SPACE.
000330     05  WS-SES-DATA-FIM          PIC 9(08).
000340     05  WS-SES-HORA-FIM          PIC 9(06).
000350     05  FILLER                   PIC X(01) VALUE SPACE.
000360     05  WS-SES-QTD-SUCESSO       PIC 9(07).
000370     05  FILLER                   PIC X(01) VALUE SPACE.
000380     05  WS-SES-QTD-ERROS         PIC 9(07).
000390     05  FILLER                   PIC X(01) VALUE SPACE.
000400     05  WS-SES-QTD-NEGADOS       PIC 9(07).
000410     05  FILLER                   PIC X(01) VALUE SPACE.
000420     05  WS-SES-SOMA-RESULTADOS   PIC S9(09)V99.
000430     05  FILLER                   PIC X(06) VALUE SPACES.

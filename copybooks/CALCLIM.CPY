000010*****************************************************************
000020*                                                               *
000030*  CALCLIM    -  LAYOUT DE UM REGISTRO DO CADASTRO DE LIMITES   *
000040*                DE VALOR POR DEPARTAMENTO E OPERACAO (ARQUIVO  *
000050*                VSAM/INDEXADO CALCLIM)                         *
000060*                                                               *
000070*  CHAVE: DEPARTAMENTO + OPERACAO.  DEPARTAMENTO EM BRANCO VALE *
000080*  PARA TODOS OS DEPARTAMENTOS E OPERACAO EM BRANCO PARA TODAS  *
000090*  AS OPERACOES.  NA CRITICA DE UM DETALHE VALE O REGISTRO MAIS *
000100*  ESPECIFICO, NESTA ORDEM: DEPARTAMENTO E OPERACAO, SO O       *
000110*  DEPARTAMENTO, SO A OPERACAO, E O REGISTRO TODO EM BRANCO.    *
000120*  SEM REGISTRO APLICAVEL NAO HA LIMITE.                        *
000130*                                                               *
000140*  O VALOR CRITICADO E O MAIOR DOS DOIS OPERANDOS DO DETALHE EM *
000150*  VALOR ABSOLUTO (NA OPERACAO "T" SO O PRIMEIRO, QUE O SEGUNDO *
000160*  E O CODIGO DA TAXA).  ACIMA DO VALOR MAXIMO, O DETALHE NAO   *
000170*  SEGUE PARA O CALCULO: FICA RETIDO EM CALCHLD ATE A DECISAO   *
000180*  DE UM SUPERVISOR.                                            *
000190*                                                               *
000200*  USADO COMO:                                                  *
000210*    - REGISTRO DO FD DE CALCLIM NO PROGRAMA DE MANUTENCAO      *
000220*      CALCLMNT (COM CONTROLE DUPLO EM CALCPEND)                *
000230*    - REGISTRO DO FD DE CALCLIM NA CRITICA CALCEDIT            *
000240*                                                               *
000250*****************************************************************
000260 01  REG-LIMITE.
000270     05  LIM-CHAVE.
000280         10  LIM-DEPTO            PIC X(04).
000290         10  LIM-OPERACAO         PIC X(01).
000300     05  LIM-VALOR-MAXIMO         PIC 9(07)V99.
000310*    ULTIMA ALTERACAO APLICADA: DATA, QUEM DIGITOU E QUEM APROVOU.
000320     05  LIM-DATA-ALTERACAO       PIC 9(08).
000330     05  LIM-OPERADOR             PIC X(08).
000340     05  LIM-APROVADOR            PIC X(08).
000350     05  FILLER                   PIC X(10).

000010*****************************************************************
000020*                                                               *
000030*  CALCCAD    -  LAYOUT DO REGISTRO UNICO DO ESTADO DA CADEIA DE*
000040*                SELOS DO LOG DE AUDITORIA ACUMULADO (AUDITCAD, *
000050*                REGISTRO DE 80 BYTES)                          *
000060*                                                               *
000070*  GUARDA A SEQUENCIA E O SELO DA ULTIMA LINHA GRAVADA NO       *
000080*  AUDITLOG ACUMULADO, PARA QUE A LINHA SEGUINTE SEJA SELADA A  *
000090*  PARTIR DELA SEM RELER O LOG.  ARQUIVO AUSENTE OU VAZIO       *
000100*  SIGNIFICA CADEIA AINDA NAO INICIADA (SEQUENCIA E SELO ZERO). *
000110*  QUEM GRAVA UMA LINHA NO LOG ACUMULADO REGRAVA ESTE REGISTRO  *
000120*  LOGO DEPOIS (OPEN I-O, READ, REWRITE - OU WRITE QUANDO       *
000130*  VAZIO), E QUEM CONFERE O LOG COMPARA A ULTIMA LINHA COM ELE: *
000140*  LINHA RETIRADA DO FIM DO LOG NAO QUEBRA A CADEIA, MAS DEIXA O*
000150*  LOG AQUEM DO ESTADO.                                         *
000160*                                                               *
000170*  USADO COMO:                                                  *
000180*    - REGISTRO DO FD DE AUDITCAD EM CALCULADORA E CALCANEX, QUE*
000190*      ATUALIZAM O ESTADO                                       *
000200*    - REGISTRO DO FD DE AUDITCAD NO VERIFICADOR CALCAUDV       *
000201*    - REGISTRO DO FD DE AUDITCAD NO DESFAZIMENTO CALCDESF, QUE *
000202*      REGRAVA O ESTADO COM O NOVO FIM DA CADEIA                *
000210*                                                               *
000220*****************************************************************
000230 01  REG-CADEIA.
000240     05  CAD-SEQUENCIA            PIC 9(10).
000250     05  FILLER                   PIC X(01).
000260     05  CAD-SELO                 PIC 9(09).
000270     05  FILLER                   PIC X(01).
000280*    DATA, HORA E ORIGEM DA ULTIMA LINHA SELADA.
000290     05  CAD-DATA                 PIC 9(08).
000300     05  FILLER                   PIC X(01).
000310     05  CAD-HORA                 PIC 9(06).
000320     05  FILLER                   PIC X(01).
000330     05  CAD-ORIGEM               PIC X(08).
000340     05  FILLER                   PIC X(35).

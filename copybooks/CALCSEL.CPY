000010*****************************************************************
000020*                                                               *
000030*  CALCSEL    -  PARAMETROS DO SUBPROGRAMA CALCSELO (SELO DE    *
000040*                UMA LINHA DO LOG DE AUDITORIA)                 *
000050*                                                               *
000060*  QUEM CHAMA MOVE O SELO DA LINHA ANTERIOR DA CADEIA PARA      *
000070*  SEL-SELO-ANTERIOR (ZERO NA PRIMEIRA LINHA, DE SEQUENCIA 1)   *
000080*  E A LINHA JA MONTADA, COM O NUMERO DE SEQUENCIA, PARA        *
000090*  SEL-LINHA.                                                   *
000100*  CALCSELO DEVOLVE EM SEL-SELO O SELO DA LINHA, CALCULADO      *
000110*  SOBRE SEL-CONTEUDO-SELADO (COLUNAS 01-86: DADOS E SEQUENCIA -*
000120*  O PROPRIO SELO NAO ENTRA).                                   *
000130*                                                               *
000140*  USADO COMO:                                                  *
000150*    - AREA DE TRABALHO EM WORKING-STORAGE DE QUEM GRAVA OU     *
000160*      CONFERE O LOG (CALCULADORA, CALCBATCH, CALCMERG,         *
000170*      CALCANEX, CALCAUDV E CALCDESF)                           *
000180*    - PARAMETRO (LINKAGE SECTION) DO SUBPROGRAMA CALCSELO      *
000190*                                                               *
000200*****************************************************************
000210 01  SEL-PARAMETROS.
000220     05  SEL-SELO-ANTERIOR        PIC 9(09).
000230     05  SEL-LINHA.
000240         10  SEL-CONTEUDO-SELADO  PIC X(86).
000250         10  FILLER               PIC X(14).
000260     05  SEL-SELO                 PIC 9(09).

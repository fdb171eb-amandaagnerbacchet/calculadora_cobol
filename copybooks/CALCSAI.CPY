000070*    - REGISTRO DO FD DE SAIDA DE CALCBATCH                     *
000080*    - REGISTRO DO FD DE ENTRADA DE CALCRECON (CONCILIACAO     *
000090*      POS-EXECUCAO CONTRA O AUDITLOG)                          *
000091*    - REGISTRO DO FD DE RESULTADOS DO RETORNO AS AGENCIAS      *
000092*      CALCRETN (STATUS E RESULTADO DE CADA TRANSACAO)          *
000100*                                                               *
000110*  MANTIDO EM COPYBOOK PARA QUE QUEM GRAVA E QUEM CONCILIA O   *
000120*  ARQUIVO DE RESULTADOS USEM SEMPRE O MESMO DESENHO.          *
000220     05  SAI-NUMERO1              PIC -(7)9.99.
000230     05  FILLER                   PIC X(01) VALUE SPACE.
000240     05  SAI-NUMERO2              PIC -(7)9.99.
000241*    NUM REGISTRO DE ESTORNO (STATUS "X") A POSICAO DE NUMERO2
000242*    CARREGA A IDENTIFICACAO DA TRANSACAO ORIGINAL ESTORNADA,
000243*    COMO NA LINHA DO LOG DE AUDITORIA.
000244     05  SAI-NUMERO2-R REDEFINES SAI-NUMERO2.
000245         10  SAI-TRANS-ORIGINAL   PIC X(10).
000246         10  FILLER               PIC X(01).
000250     05  FILLER                   PIC X(01) VALUE SPACE.
000260     05  SAI-OPERACAO             PIC X(01).
000270     05  FILLER                   PIC X(01) VALUE SPACE.

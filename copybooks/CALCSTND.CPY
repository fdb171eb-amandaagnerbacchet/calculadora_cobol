000270*    - REGISTRO DO FD DE CALCSTND NO PROGRAMA DE MANUTENCAO     *
000280*      CALCSMNT                                                 *
000290*    - REGISTRO DO FD DE CALCSTND NO GERADOR CALCSGEN           *
000291*    - REGISTRO DO FD DE CALCSTND NA PROJECAO CALCSPRJ, QUE     *
000292*      APLICA A MESMA REGRA DE AGENDA AOS DIAS SEGUINTES        *
000300*                                                               *
000310*****************************************************************
000320 01  REG-INSTRUCAO.

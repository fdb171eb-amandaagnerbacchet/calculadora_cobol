000150*      (OPERACAO "T")                                           *
000160*    - REGISTRO DO FD DE CALCRATE NO PROGRAMA DE MANUTENCAO    *
000170*      CALCRMNT                                                 *
000171*    - REGISTRO DO FD DE CALCRATE NA PROJECAO CALCSPRJ          *
000172*      (PREVISAO DE TAXA EXPIRADA OU SEM VIGENCIA)              *
000180*                                                               *
000190*****************************************************************
000200 01  REG-TAXA.

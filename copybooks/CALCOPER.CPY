000160*      CALCOMNT                                                 *
000170*    - REGISTRO DO FD DE CALCOPER NA SESSAO CALCULADORA         *
000180*      (VALIDACAO DE ABERTURA E DE NIVEL)                       *
000181*    - REGISTRO DO FD DE CALCOPER NAS MANUTENCOES CALCRMNT,     *
000182*      CALCDMNT, CALCSMNT E CALCLMNT (QUEM DIGITA A ALTERACAO   *
000183*      TEM DE ESTAR ATIVO; QUEM A APROVA OU RECUSA, ALEM DISSO, *
000184*      TEM DE SER SUPERVISOR E OUTRO OPERADOR)                  *
000185*    - REGISTRO DO FD DE CALCOPER NO BATIMENTO DE FIM DE TURNO  *
000186*      CALCBALC (OPERADOR OU DEPARTAMENTO NA ORIGEM DO LOG E    *
000187*      SUPERVISOR QUE ASSINA O DECLARADO)                       *
000188*    - REGISTRO DO FD DE CALCOPER NA LIBERACAO DE RETIDOS       *
000189*      CALCLIBR (SUPERVISOR ATIVO QUE LIBERA OU RECUSA O ITEM)  *
000190*                                                               *
000200*****************************************************************
000210 01  REG-OPERADOR.

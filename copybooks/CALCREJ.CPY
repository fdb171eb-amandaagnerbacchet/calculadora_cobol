000070*    - REGISTRO DO FD DE REJEITADOS DE CALCEDIT                 *
000080*    - REGISTRO DO FD DE ENTRADA DO PROGRAMA DE RECICLAGEM      *
000090*      CALCRCYC                                                  *
000091*    - REGISTRO DO FD DE REJEITADOS DO RETORNO AS AGENCIAS      *
000092*      CALCRETN (MOTIVO DE CADA REGISTRO REJEITADO DO DIA)      *
000093*    - REGISTRO DO FD DE REJEITADOS DA LIBERACAO DE RETIDOS     *
000094*      CALCLIBR (GRUPO RETIDO RECUSADO PELO SUPERVISOR, MOTIVO  *
000095*      RL, COM O NUMERO DO REGISTRO NO MOVIMENTO DA RETENCAO)   *
000100*                                                               *
000110*  CADA REGISTRO CARREGA A LINHA ORIGINAL DE CALCIN (30         *
000120*  BYTES), O NUMERO DO REGISTRO NO ARQUIVO DE ENTRADA, O        *

000160*      (VALIDACAO DO CABECALHO DE LOTE)                         *
000170*    - FONTE DOS NOMES DE DEPARTAMENTO IMPRESSOS AO LADO DO     *
000180*      CODIGO NOS RELATORIOS (CALCAUDRP, CALCRECON)             *
000181*    - FONTE DO NOME E DA SITUACAO DO DEPARTAMENTO NA PROJECAO  *
000182*      DAS INSTRUCOES PERMANENTES (CALCSPRJ)                    *
000183*    - FONTE DOS DEPARTAMENTOS QUE RECEBEM BLOCO NO ARQUIVO DE  *
000184*      RETORNO AS AGENCIAS (CALCRETN)                           *
000185*    - FONTE DOS NOMES DE DEPARTAMENTO NA TENDENCIA MENSAL      *
000186*      (CALCTRND)                                               *
000187*    - REGISTRO DO FD DE CALCDEPT NA MANUTENCAO DE LIMITES      *
000188*      CALCLMNT (DEPARTAMENTO DO LIMITE CADASTRADO)             *
000190*                                                               *
000200*****************************************************************
000210 01  REG-DEPTO.

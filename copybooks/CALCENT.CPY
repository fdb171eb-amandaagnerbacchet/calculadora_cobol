000070*    - REGISTRO DO FD DE ENTRADA DE CALCBATCH                   *
000080*    - REGISTRO DO FD DE ENTRADA E DE SAIDA VALIDADA DE         *
000090*      CALCEDIT                                                 *
000091*    - REGISTRO DO FD DE ENTRADA DO RETORNO AS AGENCIAS         *
000092*      CALCRETN                                                 *
000100*                                                               *
000110*  O ARQUIVO E ENVELOPADO POR LOTE DE AGENCIA: UM REGISTRO DE   *
000120*  CABECALHO ("H") COM IDENTIFICACAO DO LOTE E DO DEPARTAMENTO  *
000140*  CALCULO E UM TRAILER ("T") COM A QUANTIDADE ESPERADA DE      *
000150*  DETALHES E O HASH-TOTAL DE NUMERO1, PARA PROVAR QUE NADA SE  *
000160*  PERDEU NA TRANSMISSAO.                                       *
000161*                                                               *
000162*  UM REGISTRO DE ESTORNO ("E") DENTRO DO LOTE CANCELA UMA      *
000163*  TRANSACAO JA CALCULADA, NOMEADA PELA IDENTIFICACAO ORIGINAL. *
000164*  O ESTORNO CONTA NA QUANTIDADE DE DETALHES DO TRAILER, MAS    *
000165*  NAO ENTRA NO HASH-TOTAL DE NUMERO1 (NAO TEM NUMERO1).        *
000166*                                                               *
000167*  A ORIGEM NO CABECALHO E "G" NO LOTE GERADO POR CALCSGEN, "L" *
000168*  NO LOTE DE LIBERADAS DE CALCLIBR E BRANCO NO LOTE DA         *
000169*  AGENCIA, QUALQUER QUE SEJA A IDENTIFICACAO DELE.             *
000170*                                                               *
000180*  MANTIDO EM COPYBOOK PARA QUE O PROGRAMA DE CRITICA           *
000190*  (CALCEDIT) E O DRIVER DE LOTE (CALCBATCH) LEIAM SEMPRE O     *
000300*        VIR EM BRANCO.
000310         88  ENT-TIPO-CONTINUACAO        VALUE "C".
000320         88  ENT-TIPO-TRAILER            VALUE "T".
000321*        ESTORNO: CANCELA UMA TRANSACAO JA CALCULADA NUM
000322*        MOVIMENTO ANTERIOR OU NO PROPRIO MOVIMENTO.
000323         88  ENT-TIPO-ESTORNO            VALUE "E".
000330     05  ENT-CORPO                PIC X(29).
000340     05  ENT-CORPO-CABECALHO REDEFINES ENT-CORPO.
000350         10  ENT-HDR-LOTE-ID      PIC X(08).
000360         10  ENT-HDR-DEPTO        PIC X(04).
000361*        ORIGEM DO LOTE (BRANCO = AGENCIA).
000362         10  ENT-HDR-ORIGEM       PIC X(01).
000363             88  ENT-HDR-ORIGEM-AGENCIA  VALUE SPACE.
000364             88  ENT-HDR-ORIGEM-CALCSGEN VALUE "G".
000365             88  ENT-HDR-ORIGEM-CALCLIBR VALUE "L".
000366             88  ENT-HDR-ORIGEM-VALIDA   VALUE SPACE "G" "L".
000370         10  FILLER               PIC X(16).
000380     05  ENT-CORPO-DETALHE REDEFINES ENT-CORPO.
000390*        IDENTIFICACAO UNICA DA TRANSACAO, ATRIBUIDA PELA
000400*        AGENCIA REMETENTE, QUE ACOMPANHA O CALCULO ATE
000520             88  ENT-OPERACAO-VALIDA     VALUE "+" "-" "*"
000530                                               "/" "%" "^"
000540                                               "T".
000541     05  ENT-CORPO-ESTORNO REDEFINES ENT-CORPO.
000542*        IDENTIFICACAO DO PROPRIO ESTORNO (MESMA POSICAO DE
000543*        ENT-TRANS-ID) E DA TRANSACAO ORIGINAL A CANCELAR, DO
000544*        MESMO DEPARTAMENTO.  A OPERACAO DO ESTORNO VEM EM
000545*        BRANCO DA AGENCIA E E PREENCHIDA PELA CRITICA COM A
000546*        OPERACAO DA TRANSACAO ORIGINAL.
000547         10  ENT-EST-TRANS-ID     PIC X(10).
000548         10  ENT-EST-TRANS-ORIGINAL PIC X(10).
000549         10  FILLER               PIC X(08).
000550         10  ENT-EST-OPERACAO     PIC X(01).
000560     05  ENT-CORPO-TRAILER REDEFINES ENT-CORPO.
000570         10  ENT-TRL-LOTE-ID      PIC X(08).
000580         10  ENT-TRL-QTD-DETALHES PIC 9(07).

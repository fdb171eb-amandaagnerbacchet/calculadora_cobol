000470*  HISTORICO DE ALTERACOES.                                     *
000480*    02/09/2026  EQS  PROGRAMA CRIADO, A PEDIDO DA MESA DE      *
000490*                     TAXAS.                                     *
000491*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
000492*                     SEQUENCIA E SELO ENCADEADO NO FIM (VER    *
000493*                     CALCAUD); O REGISTRO DO FD ACOMPANHA.     *
000500*                                                               *
000510***************************************************************
000520 IDENTIFICATION DIVISION.
000820 FD  LOG-AUDITORIA
000830     LABEL RECORDS ARE STANDARD
000840     RECORDING MODE IS F.
000850 01  REG-LOG-AUDITORIA           PIC X(100).
000860
000870 FD  ARQ-TAXAS
000880     LABEL RECORDS ARE STANDARD.

000340*                                                               *
000350*  HISTORICO DE ALTERACOES.                                     *
000360*    22/08/2026  EQS  PROGRAMA CRIADO.                          *
000361*    15/10/2026  EQS  LINHA DE ESTORNO ("X") LEVA AO EXTRATO A  *
000362*                     TRANSACAO ORIGINAL NA POSICAO DE NUMERO2. *
000363*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
000364*                     SEQUENCIA E SELO ENCADEADO NO FIM (VER    *
000365*                     CALCAUD); O REGISTRO DO FD ACOMPANHA.     *
000370*                                                               *
000380***************************************************************
000390 IDENTIFICATION DIVISION.
000630 FD  LOG-AUDITORIA
000640     LABEL RECORDS ARE STANDARD
000650     RECORDING MODE IS F.
000660 01  REG-LOG-AUDITORIA           PIC X(100).
000670
000680 FD  ARQUIVO-EXTRATO
000690     LABEL RECORDS ARE STANDARD
002480     MOVE WS-VALOR-EDITADO TO WS-CAMPO-A-COMPACTAR.
002490     PERFORM 6000-COMPACTAR-VALOR THRU 6000-EXIT.
002500     MOVE WS-VALOR-COMPACTO TO WS-NUMERO1-TEXTO.
002510*    NA LINHA DE ESTORNO A POSICAO DE NUMERO2 TRAZ A TRANSACAO
002520*    ORIGINAL, QUE SEGUE PARA A PLANILHA COMO TEXTO.
002530     IF WS-AUD-STATUS = "X"
002540         MOVE WS-AUD-TRANS-ORIGINAL TO WS-NUMERO2-TEXTO
002550     ELSE
002551         MOVE WS-AUD-NUMERO2 TO WS-VALOR-NUMERICO
002552         MOVE WS-VALOR-NUMERICO TO WS-VALOR-EDITADO
002553         MOVE WS-VALOR-EDITADO TO WS-CAMPO-A-COMPACTAR
002554         PERFORM 6000-COMPACTAR-VALOR THRU 6000-EXIT
002555         MOVE WS-VALOR-COMPACTO TO WS-NUMERO2-TEXTO
002556     END-IF.
002560     MOVE WS-AUD-RESULTADO TO WS-VALOR-NUMERICO.
002570     MOVE WS-VALOR-NUMERICO TO WS-VALOR-EDITADO.
002580     MOVE WS-VALOR-EDITADO TO WS-CAMPO-A-COMPACTAR.

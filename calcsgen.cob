000220*           REJEICOES.                                          *
000230*                                                               *
000240*  O LOTE GERADO RECEBE IDENTIFICACAO "G" + MMDD + SEQUENCIA   *
000241*  E ORIGEM "G" NO CABECALHO (ENT-HDR-ORIGEM, QUE DISPENSA O    *
000242*  LOTE DA CRITICA DE DUPLICIDADE E DE LIMITE EM CALCEDIT)      *
000250*  E CADA DETALHE RECEBE IDENTIFICACAO DE TRANSACAO FORMADA    *
000260*  PELO PREFIXO DA INSTRUCAO + CONTADOR DA EXECUCAO (6         *
000270*  DIGITOS), UNICA DENTRO DO MOVIMENTO.                         *
000380*                                                               *
000390*  HISTORICO DE ALTERACOES.                                     *
000400*    02/09/2026  EQS  PROGRAMA CRIADO.                          *
000401*    15/10/2026  EQS  CABECALHO DO LOTE GERADO PASSA A LEVAR A  *
000402*                     ORIGEM "G" (ENT-HDR-ORIGEM DE CALCENT).   *
000410*                                                               *
000420***************************************************************
000430 IDENTIFICATION DIVISION.
003710     MOVE "H" TO ENT-TIPO-REGISTRO.
003720     MOVE WS-LOTE-GERADO TO ENT-HDR-LOTE-ID.
003730     MOVE WS-DEPTO-CORRENTE TO ENT-HDR-DEPTO.
003731     SET ENT-HDR-ORIGEM-CALCSGEN TO TRUE.
003740     PERFORM 6000-GRAVAR-GERADO THRU 6000-EXIT.
003750     SET LOTE-ABERTO TO TRUE.
003760     ADD 1 TO WS-QTD-LOTES.

000481*                     COLUNAS 01-08; SEM CARTAO, A DATA DO     *
000482*                     SISTEMA NO INICIO DO PASSO), A MESMA     *
000483*                     RESOLVIDA PELOS DEMAIS PASSOS DA NOITE.  *
000484*    15/10/2026  EQS  LINHA DE ESTORNO (STATUS "X") NAO E       *
000485*                     REEXECUTADA: NAO HOUVE CALCULO E A        *
000486*                     POSICAO DE NUMERO2 CARREGA A TRANSACAO    *
000487*                     ORIGINAL.                                 *
000488*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
000489*                     SEQUENCIA E SELO ENCADEADO NO FIM (VER    *
000490*                     CALCAUD); O REGISTRO DO FD ACOMPANHA.     *
000491*                                                               *
000492***************************************************************
000493 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CalcRecon.
000510 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000520 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000780 FD  LOG-AUDITORIA
000790     LABEL RECORDS ARE STANDARD
000800     RECORDING MODE IS F.
000810 01  REG-LOG-AUDITORIA           PIC X(100).
000820
000830 FD  RELATORIO-DIVERG
000840     LABEL RECORDS ARE STANDARD
004260*    SO CARREGA O ECO TRUNCADO A CENTAVOS (E, NUMA TAXA
004270*    INEXISTENTE, NUMERO2 ZERO EM VEZ DO CODIGO).  NESSES
004280*    CASOS A CONFERENCIA FICA NO CONFRONTO ARQUIVO A ARQUIVO.
004290*    ESTORNO (STATUS "X") TAMBEM NAO FOI CALCULADO E TRAZ A
004291*    TRANSACAO ORIGINAL NA POSICAO DE NUMERO2.
004292     IF SAI-STATUS = "R" OR SAI-STATUS = "X" OR
004293        SAI-OPERACAO = "T"
004300         MOVE "N" TO WS-RECALCULO-EXECUTADO
004310         MOVE SAI-RESULTADO TO WS-RESULTADO-RECALC
004320     ELSE

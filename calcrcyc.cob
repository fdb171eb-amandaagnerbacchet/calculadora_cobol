000080*  RESUMO.  RECICLAGEM DO ARQUIVO DE TRANSACOES REJEITADAS.    *
000090*           LE O ARQUIVO DE REJEITADOS CORRIGIDO PELAS         *
000100*           AGENCIAS (RECYCIN, LAYOUT CALCREJ), REVALIDA CADA  *
000110*           LINHA DE DETALHE/CONTINUACAO/ESTORNO COM AS        *
000111*           MESMAS REGRAS                                      *
000120*           DE CALCEDIT E REENVELOPA AS LINHAS APROVADAS EM    *
000130*           LOTES H/D/T POR DEPARTAMENTO DE ORIGEM, COM        *
000140*           CONTAGEM E HASH-TOTAL DE NUMERO1 REGERADOS NO      *
000440*                                                               *
000450*  HISTORICO DE ALTERACOES.                                     *
000460*    02/09/2026  EQS  PROGRAMA CRIADO.                          *
000461*    15/10/2026  EQS  RECICLA TAMBEM O REGISTRO DE ESTORNO "E": *
000462*                     ORIGINAL EM BRANCO OU IGUAL AO PROPRIO    *
000463*                     ESTORNO CONTINUA PENDENTE (MOTIVO EO); A  *
000464*                     EXISTENCIA DA ORIGINAL E CONFERIDA POR    *
000465*                     CALCEDIT NO REENVIO.  O ESTORNO CONTA NO  *
000466*                     TRAILER MAS NAO NO HASH E ENCERRA A       *
000467*                     CADEIA.                                   *
000470*                                                               *
000480***************************************************************
000490 IDENTIFICATION DIVISION.
002990         NOT AT END
003000             ADD 1 TO WS-QTD-LIDAS
003010             MOVE REJ-LINHA-ORIGINAL TO REG-ENTRADA
003020             IF ENT-TIPO-DETALHE OR ENT-TIPO-CONTINUACAO OR
003021                ENT-TIPO-ESTORNO
003030                 IF REJ-DEPTO = SPACES
003040                     MOVE "????" TO WS-DEPTO-CORRENTE
003050                     MOVE REJ-MOTIVO TO WS-MOTIVO-REJEICAO
003850             SET FIM-REJEITADOS TO TRUE
003860         NOT AT END
003870             MOVE REJ-LINHA-ORIGINAL TO REG-ENTRADA
003880             IF (ENT-TIPO-DETALHE OR ENT-TIPO-CONTINUACAO OR
003881                 ENT-TIPO-ESTORNO)
003890                AND REJ-DEPTO = WS-DEPTO-CORRENTE
003900                 PERFORM 4000-VALIDAR-LINHA THRU 4000-EXIT
003910                 IF REGISTRO-ACEITO
003920                     SET CADEIA-ABERTA TO TRUE
003921                     IF ENT-TIPO-ESTORNO
003922                         MOVE "N" TO WS-CADEIA-ABERTA
003923                     END-IF
003930                     ADD 1 TO WS-QTD-DETALHES-LOTE
003940                     IF NOT ENT-TIPO-ESTORNO AND
003941                        ENT-NUMERO1 NUMERIC
003950                         ADD ENT-NUMERO1 TO WS-HASH-LOTE
003960                             ON SIZE ERROR
003970                                 CONTINUE
004500             SET FIM-REJEITADOS TO TRUE
004510         NOT AT END
004520             MOVE REJ-LINHA-ORIGINAL TO REG-ENTRADA
004530             IF (ENT-TIPO-DETALHE OR ENT-TIPO-CONTINUACAO OR
004531                 ENT-TIPO-ESTORNO)
004540                AND REJ-DEPTO = WS-DEPTO-CORRENTE
004550                 PERFORM 4000-VALIDAR-LINHA THRU 4000-EXIT
004560                 IF REGISTRO-ACEITO
004570                     SET CADEIA-ABERTA TO TRUE
004571                     IF ENT-TIPO-ESTORNO
004572                         MOVE "N" TO WS-CADEIA-ABERTA
004573                     END-IF
004580                     PERFORM 6000-GRAVAR-RECICLADO THRU 6000-EXIT
004590                     ADD 1 TO WS-QTD-RECICLADAS
004600                 ELSE
004720*    WS-MOTIVO-REJEICAO O CODIGO DO PRIMEIRO PROBLEMA           *
004730*    ENCONTRADO (ESPACOS = LINHA APROVADA).  A REGRA DE         *
004740*    SEQUENCIA DE LOTE NAO SE APLICA AQUI: O ENVELOPE E         *
004750*    REGERADO PELO PROPRIO PROGRAMA.  NO ESTORNO SO A           *
004751*    IDENTIFICACAO E A ORIGINAL SAO CONFERIDAS (CALCEDIT 2127); *
004752*    O REGISTRO DE TRANSACOES FICA PARA O REENVIO.              *
004760*---------------------------------------------------------------*
004770 4000-VALIDAR-LINHA.
004780     MOVE SPACES TO WS-MOTIVO-REJEICAO.
004820     END-IF.
004830     IF ENT-TRANS-ID = SPACES
004840         MOVE "ID" TO WS-MOTIVO-REJEICAO
004841         GO TO 4000-EXIT
004842     END-IF.
004843     IF ENT-TIPO-ESTORNO
004844         IF ENT-EST-TRANS-ORIGINAL = SPACES OR
004845            ENT-EST-TRANS-ORIGINAL = ENT-EST-TRANS-ID
004846             MOVE "EO" TO WS-MOTIVO-REJEICAO
004847         END-IF
004850         GO TO 4000-EXIT
004860     END-IF.
004870     IF ENT-TIPO-DETALHE AND ENT-NUMERO1 NOT NUMERIC

000332*                     LINHA PROPRIOS, COMO OS PASSOS           *
000333*                     REJEITADOS, EM VEZ DE INFLAR A           *
000334*                     CONTAGEM DA OPERACAO.                     *
000335*    15/10/2026  EQS  ESTORNO DE LOTE (STATUS "X") GANHA        *
000336*                     CONTADOR E LINHA PROPRIOS: NAO FOI        *
000337*                     CALCULADO E A POSICAO DE NUMERO2 CARREGA  *
000338*                     A TRANSACAO ORIGINAL.                     *
000339*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
000340*                     SEQUENCIA E SELO ENCADEADO NO FIM (VER    *
000341*                     CALCAUD); O REGISTRO DO FD ACOMPANHA.     *
000342*                                                               *
000343***************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CalcAudRp.
000370 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000550 FD  LOG-AUDITORIA
000560     LABEL RECORDS ARE STANDARD
000570     RECORDING MODE IS F.
000580 01  REG-LOG-AUDITORIA           PIC X(100).
000590
000600 FD  RELATORIO
000610     LABEL RECORDS ARE STANDARD
001160     05  WS-DIA-QTD-ERROS         PIC 9(07) COMP.
001170     05  WS-DIA-QTD-REJEITADOS    PIC 9(07) COMP.
001171     05  WS-DIA-QTD-NEGADOS       PIC 9(07) COMP.
001172     05  WS-DIA-QTD-ESTORNOS      PIC 9(07) COMP.
001180     05  WS-DIA-QTD-HORA          PIC 9(07) COMP OCCURS 24.
001181
001182*---------------------------------------------------------------*
001270     05  WS-GER-QTD-ERROS         PIC 9(07) COMP.
001280     05  WS-GER-QTD-REJEITADOS    PIC 9(07) COMP.
001281     05  WS-GER-QTD-NEGADOS       PIC 9(07) COMP.
001282     05  WS-GER-QTD-ESTORNOS      PIC 9(07) COMP.
001290     05  WS-GER-QTD-DIAS          PIC 9(05) COMP.
001300
001310*---------------------------------------------------------------*
001994         "ACESSOS NEGADOS..: ".
001995     05  DET-QTD-NEGADOS          PIC Z(06)9.
001996     05  FILLER                   PIC X(101) VALUE SPACES.
001997 01  WS-LIN-ESTORNOS.
001998     05  FILLER                   PIC X(05) VALUE SPACES.
001999     05  FILLER                   PIC X(19) VALUE
002000         "ESTORNOS.........: ".
002001     05  DET-QTD-ESTORNOS         PIC Z(06)9.
002002     05  FILLER                   PIC X(101) VALUE SPACES.
002003 01  WS-LIN-HORA-PICO.
002010     05  FILLER                   PIC X(05) VALUE SPACES.
002020     05  FILLER                   PIC X(23) VALUE
002030         "HORA MAIS MOVIMENTADA: ".
003224      IF WS-AUD-STATUS = "N"
003225          ADD 1 TO WS-DIA-QTD-NEGADOS
003226          ADD 1 TO WS-GER-QTD-NEGADOS
003227      ELSE
003228*    ESTORNO DE LOTE: NAO FOI CALCULADO E NAO TEM RESULTADO;
003229*    SAI EM CONTADOR PROPRIO.
003230      IF WS-AUD-STATUS = "X"
003231          ADD 1 TO WS-DIA-QTD-ESTORNOS
003232          ADD 1 TO WS-GER-QTD-ESTORNOS
003233      ELSE
003240         PERFORM 4100-LOCALIZAR-OPERACAO THRU 4100-EXIT
003250         IF WS-IDX-ACHADO > ZERO
003260             MOVE WS-AUD-RESULTADO TO WS-RESULTADO-NUM
003310             ADD WS-RESULTADO-NUM
003320                 TO WS-GER-TOT-OP (WS-IDX-ACHADO)
003330         END-IF
003331      END-IF
003340      END-IF
003341      END-IF
003350     END-IF.
003841     MOVE WS-DIA-QTD-NEGADOS TO DET-QTD-NEGADOS.
003842     MOVE WS-LIN-NEGADOS TO REG-RELATORIO
003843     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
003844     MOVE WS-DIA-QTD-ESTORNOS TO DET-QTD-ESTORNOS.
003845     MOVE WS-LIN-ESTORNOS TO REG-RELATORIO
003846     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
003850     PERFORM 5200-APURAR-HORA-PICO THRU 5200-EXIT.
003860     MOVE WS-HORA-PICO TO DET-HORA-PICO.
003870     MOVE WS-QTD-HORA-PICO TO DET-QTD-HORA-PICO.
004561     MOVE WS-GER-QTD-NEGADOS TO DET-QTD-NEGADOS.
004562     MOVE WS-LIN-NEGADOS TO REG-RELATORIO
004563     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
004564     MOVE WS-GER-QTD-ESTORNOS TO DET-QTD-ESTORNOS.
004565     MOVE WS-LIN-ESTORNOS TO REG-RELATORIO
004566     PERFORM 7000-IMPRIMIR-LINHA THRU 7000-EXIT.
004570 6000-EXIT.
004580     EXIT.
004590

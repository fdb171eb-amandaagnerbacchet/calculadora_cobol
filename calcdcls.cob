000100*           CADA PASSO GRAVA EM CALCCTL (LAYOUT CALCCTL), EM   *
000110*           VEZ DE ALGUEM RECONSTRUIR A NOITE A PARTIR DE      *
000120*           QUATRO SPOOLS:                                      *
000130*             1. CRITICA: LIDOS = ACEITOS + REJEITADOS +      *
000131*                RETIDOS POR LIMITE DE VALOR;                   *
000140*             2. PRODUCAO: LINHAS GRAVADAS PELO LOTE (OU PELA  *
000150*                FUSAO, NO LOTE PARALELO) = DETALHES ACEITOS   *
000160*                PELA CRITICA;                                  *
000170*             3. CONCILIACAO: RODOU, SEM DIVERGENCIA E COM     *
000180*                RETORNO LIMPO;                                 *
000190*             4. NENHUM PASSO COM RETORNO 8 OU MAIOR.          *
000191*             5. BALCAO: SE O BATIMENTO DE FIM DE TURNO         *
000192*                (CALCBALC) RODOU PARA A DATA, NENHUM OPERADOR  *
000193*                COM DIFERENCA E RETORNO MENOR QUE 8.  SEM O    *
000194*                REGISTRO DELE A PROVA SO E AVISADA (DIA SEM    *
000195*                BALCAO ABERTO).                                *
000200*           QUANDO UM PASSO RODA MAIS DE UMA VEZ NO DIA        *
000210*           (REINICIO), VALE O ULTIMO REGISTRO: E O DA         *
000220*           EXECUCAO QUE COMPLETOU, COM OS TOTAIS DO DIA       *
000230*           INTEIRO RESTAURADOS DO PONTO DE CONTROLE.          *
000231*           REGISTROS DE UM DIA DESFEITO POR CALCDESF (SITUACAO*
000232*           "D") SO SAO LISTADOS: A PROVA E FEITA SOBRE OS     *
000233*           REGISTROS GRAVADOS DEPOIS, NA REEXECUCAO DO DIA.   *
000240*           O RELATORIO CONSOLIDADO DE OPERACAO SAI EM         *
000250*           OPSREL: TODOS OS REGISTROS DO DIA, O RESULTADO DE  *
000260*           CADA PROVA E O VEREDITO FINAL.                     *
000350*        ARQUIVO                                                *
000360*                                                               *
000370*  HISTORICO DE ALTERACOES.                                     *
000371*    02/09/2026  EQS  PROGRAMA CRIADO.                          *
000372*    15/10/2026  EQS  REGISTRO MARCADO COMO DESFEITO (SITUACAO  *
000373*                     "D", POSTA POR CALCDESF) SAI NO RELATORIO *
000374*                     COM A MARCA (DESFEITO), MAS NAO ENTRA NAS *
000375*                     PROVAS: O DIA DESFEITO SO FECHA COM A     *
000376*                     CADEIA NOVA DA REEXECUCAO.                *
000377*    15/10/2026  EQS  PROVA DO BALCAO SOBRE O REGISTRO DO       *
000378*                     BATIMENTO DE FIM DE TURNO (CALCBALC):     *
000379*                     OPERADOR COM DIFERENCA NO TURNO NAO DEIXA *
000380*                     O DIA FECHAR.                             *
000381*    15/10/2026  EQS  PROVA DA CRITICA SOMA OS DETALHES RETIDOS *
000382*                     POR LIMITE DE VALOR (CALCHLD) AOS ACEITOS *
000383*                     E REJEITADOS.                             *
000390*                                                               *
000400***************************************************************
000410 IDENTIFICATION DIVISION.
001150     05  WS-CRT-SAIDA             PIC 9(09) VALUE ZERO.
001160     05  WS-CRT-DETALHES          PIC 9(09) VALUE ZERO.
001170     05  WS-CRT-ERROS             PIC 9(09) VALUE ZERO.
001171     05  WS-CRT-RETIDOS           PIC 9(09) VALUE ZERO.
001180     05  WS-CRT-RETORNO           PIC 9(02) VALUE ZERO.
001190 01  WS-PASSO-LOTE.
001200     05  WS-LOT-ACHADO            PIC X(01) VALUE "N".
001330         88  CONCILIACAO-ACHADA          VALUE "S".
001340     05  WS-CON-ERROS             PIC 9(09) VALUE ZERO.
001350     05  WS-CON-RETORNO           PIC 9(02) VALUE ZERO.
001351 01  WS-PASSO-BALCAO.
001352     05  WS-BAL-ACHADO            PIC X(01) VALUE "N".
001353         88  BALCAO-ACHADO               VALUE "S".
001354     05  WS-BAL-DETALHES          PIC 9(09) VALUE ZERO.
001355     05  WS-BAL-ERROS             PIC 9(09) VALUE ZERO.
001356     05  WS-BAL-RETORNO           PIC 9(02) VALUE ZERO.
001360
001370*---------------------------------------------------------------*
001380*    VEREDITO DO FECHAMENTO E QUANTIDADE DE LINHAS DE PRODUCAO  *
001420     88  HOUVE-FALHA                     VALUE "S".
001430 01  WS-PRODUCAO-SAIDA           PIC 9(09) VALUE ZERO.
001440 01  WS-QTD-REGISTROS-DIA        PIC 9(05) COMP VALUE ZERO.
001441 01  WS-QTD-DESFEITOS-DIA        PIC 9(05) COMP VALUE ZERO.
001450 01  WS-SOMA-CRITICA             PIC 9(10) VALUE ZERO.
001460
001470*---------------------------------------------------------------*
001570 01  WS-LIN-REGISTRO.
001580     05  FILLER                   PIC X(02) VALUE SPACES.
001590     05  REG-TEXTO                PIC X(80).
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001601     05  REG-MARCA                PIC X(10) VALUE SPACES.
001602     05  FILLER                   PIC X(38) VALUE SPACES.
001610 01  WS-LIN-PROVA.
001620     05  PRV-RESULTADO            PIC X(08).
001630     05  FILLER                   PIC X(02) VALUE SPACES.
002260*    2000-LER-CONTROLES                                          *
002270*    LE UM REGISTRO DE CONTROLE; OS DO DIA PEDIDO SAEM NO       *
002280*    RELATORIO E ATUALIZAM O ULTIMO REGISTRO DO PASSO.          *
002281*    REGISTRO DESFEITO SAI COM A MARCA E NAO E GUARDADO.        *
002290*---------------------------------------------------------------*
002300 2000-LER-CONTROLES.
002310     READ CONTROLE-DIA
002350             MOVE REG-CONTROLE-DIA TO WS-LINHA-CONTROLE
002360             IF WS-CTL-DATA NUMERIC AND
002370                WS-CTL-DATA = WS-DATA-MOVIMENTO
002390                 MOVE REG-CONTROLE-DIA TO REG-TEXTO
002391                 IF CTL-DESFEITO
002392                     ADD 1 TO WS-QTD-DESFEITOS-DIA
002393                     MOVE "(DESFEITO)" TO REG-MARCA
002394                 ELSE
002395                     ADD 1 TO WS-QTD-REGISTROS-DIA
002396                     MOVE SPACES TO REG-MARCA
002397                 END-IF
002400                 MOVE WS-LIN-REGISTRO TO REG-RELATORIO
002410                 PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT
002420                 IF NOT CTL-DESFEITO
002421                     PERFORM 3000-GUARDAR-PASSO THRU 3000-EXIT
002422                 END-IF
002430             END-IF
002440     END-READ.
002450 2000-EXIT.
002700         MOVE WS-CTL-QTD-SAIDA    TO WS-CRT-SAIDA
002710         MOVE WS-CTL-QTD-DETALHES TO WS-CRT-DETALHES
002720         MOVE WS-CTL-QTD-ERROS    TO WS-CRT-ERROS
002721*        REGISTRO GRAVADO ANTES DA RETENCAO POR LIMITE TRAZ O
002722*        CAMPO EM BRANCO: NADA RETIDO.
002723         IF WS-CTL-QTD-RETIDOS NUMERIC
002724             MOVE WS-CTL-QTD-RETIDOS TO WS-CRT-RETIDOS
002725         ELSE
002726             MOVE ZERO TO WS-CRT-RETIDOS
002727         END-IF
002730         MOVE WS-CTL-RETORNO      TO WS-CRT-RETORNO
002740     ELSE
002750      IF WS-CTL-PASSO = "CALCBATCH"
002880            SET CONCILIACAO-ACHADA TO TRUE
002890            MOVE WS-CTL-QTD-ERROS TO WS-CON-ERROS
002900            MOVE WS-CTL-RETORNO   TO WS-CON-RETORNO
002901        ELSE
002902         IF WS-CTL-PASSO = "CALCBALC"
002903             SET BALCAO-ACHADO TO TRUE
002904             MOVE WS-CTL-QTD-DETALHES TO WS-BAL-DETALHES
002905             MOVE WS-CTL-QTD-ERROS TO WS-BAL-ERROS
002906             MOVE WS-CTL-RETORNO  TO WS-BAL-RETORNO
002907         END-IF
002910        END-IF
002920       END-IF
002930      END-IF
003060     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
003070     IF WS-QTD-REGISTROS-DIA = ZERO
003080         MOVE "*FALHA* " TO PRV-RESULTADO
003090         IF WS-QTD-DESFEITOS-DIA > ZERO
003100             MOVE "DIA DESFEITO E AINDA NAO REEXECUTADO."
003101                 TO PRV-TEXTO
003102         ELSE
003103             MOVE "NENHUM REGISTRO DE CONTROLE PARA A DATA."
003104                 TO PRV-TEXTO
003105         END-IF
003110         PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT
003120         SET HOUVE-FALHA TO TRUE
003130         GO TO 5000-EXIT
003160     PERFORM 5200-PROVAR-PRODUCAO THRU 5200-EXIT.
003170     PERFORM 5300-PROVAR-CONCILIACAO THRU 5300-EXIT.
003180     PERFORM 5400-PROVAR-RETORNOS THRU 5400-EXIT.
003181     PERFORM 5500-PROVAR-BALCAO THRU 5500-EXIT.
003190 5000-EXIT.
003200     EXIT.
003210
003280         PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT
003290         GO TO 5100-EXIT
003300     END-IF.
003310     COMPUTE WS-SOMA-CRITICA = WS-CRT-SAIDA + WS-CRT-ERROS
003311                             + WS-CRT-RETIDOS.
003320     IF WS-SOMA-CRITICA = WS-CRT-ENTRADA
003330         MOVE "OK      " TO PRV-RESULTADO
003340         MOVE "CRITICA: ACEITOS + REJEITADOS + RETIDOS = LIDOS."
003350             TO PRV-TEXTO
003360     ELSE
003370         MOVE "*FALHA* " TO PRV-RESULTADO
003380         MOVE SPACES TO PRV-TEXTO
003390         STRING "CRITICA: ACEITOS + REJEITADOS + RETIDOS "
003391                "DIFERE DOS LIDOS." DELIMITED BY SIZE
003392             INTO PRV-TEXTO
003400         SET HOUVE-FALHA TO TRUE
003410     END-IF.
003420     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
004170         SET HOUVE-FALHA TO TRUE
004180     END-IF.
004190     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
004191 5400-EXIT.
004192     EXIT.
004193
004194*---------------------------------------------------------------*
004195*    5500-PROVAR-BALCAO                                         *
004196*    O BATIMENTO DE FIM DE TURNO (CALCBALC) CONFRONTA, POR      *
004197*    OPERADOR, O LOG DE AUDITORIA, OS RESUMOS DE SESSAO E O     *
004198*    DECLARADO PELO SUPERVISOR.  DIA SEM O REGISTRO DELE SO E   *
004199*    AVISADO: NEM TODO DIA DE LOTE TEM BALCAO ABERTO.           *
004200*---------------------------------------------------------------*
004201 5500-PROVAR-BALCAO.
004202     IF NOT BALCAO-ACHADO
004203         MOVE "AVISO   " TO PRV-RESULTADO
004204         MOVE "BALCAO: SEM BATIMENTO DE FIM DE TURNO (CALCBALC)."
004205             TO PRV-TEXTO
004206         PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT
004207         GO TO 5500-EXIT
004208     END-IF.
004209     IF WS-BAL-ERROS = ZERO AND WS-BAL-RETORNO < 8
004210         MOVE "OK      " TO PRV-RESULTADO
004211         MOVE "BALCAO: TURNOS DOS OPERADORES BATIDOS."
004212             TO PRV-TEXTO
004213     ELSE
004214         MOVE "*FALHA* " TO PRV-RESULTADO
004215         MOVE "BALCAO: TURNO COM DIFERENCA OU FALHA NO BATIMENTO."
004216             TO PRV-TEXTO
004217         SET HOUVE-FALHA TO TRUE
004218     END-IF.
004219     PERFORM 7000-GRAVAR-PROVA THRU 7000-EXIT.
004220 5500-EXIT.
004221     EXIT.
004222
004230 7000-GRAVAR-PROVA.
004240     MOVE WS-LIN-PROVA TO REG-RELATORIO.
004250     PERFORM 7100-GRAVAR-RELATORIO THRU 7100-EXIT.
004600     DISPLAY "--------------------------------------------".
004610     DISPLAY "  FECHAMENTO DO DIA " WS-DATA-MOVIMENTO.
004620     DISPLAY "  Registros do dia: " WS-QTD-REGISTROS-DIA.
004621     IF WS-QTD-DESFEITOS-DIA > ZERO
004622         DISPLAY "  Desfeitos.......: " WS-QTD-DESFEITOS-DIA
004623     END-IF.
004630     IF HOUVE-FALHA
004640         DISPLAY "  *** NOITE NAO FECHADA - RC=8 ***"
004650     ELSE

000192*           EM CALCCTL (LAYOUT CALCCTL): NO LOTE PARALELO E    *
000193*           ESTE O ELO DE PRODUCAO QUE O FECHAMENTO DO DIA     *
000194*           (CALCDCLS) CONFERE CONTRA A CRITICA.               *
000195*           A FATIA DE AUDITORIA DE CADA FLUXO TEM A CADEIA DE *
000196*           SELOS CONFERIDA LINHA A LINHA (CADEIA PROPRIA DO   *
000197*           FLUXO, INICIADA EM 1) E A FATIA FUNDIDA E SELADA   *
000198*           DE NOVO, NUMA CADEIA UNICA INICIADA EM 1, QUE      *
000199*           CALCANEX CONFERE AO ANEXA-LA AO LOG ACUMULADO.     *
000200*           FLUXO COM A CADEIA QUEBRADA E ACUSADO COMO O FORA  *
000201*           DE BALANCO.                                        *
000202*                                                               *
000210*  CARTOES DO SYSIN (OPCIONAIS, UM POR LINHA):                 *
000220*    FLX N        - QUANTIDADE DE FLUXOS (1 A 4; SEM O        *
000230*                   CARTAO, FUNDE OS 4).  USAR A MESMA        *
000250*                                                               *
000260*  CODIGO DE RETORNO:                                           *
000270*    0 - SAIDAS FUNDIDAS E CONTAGENS CONFERIDAS                 *
000280*    8 - FLUXO FORA DE BALANCO, CADEIA DE SELOS QUEBRADA OU     *
000281*        FALHA DE ARQUIVO                                       *
000290*                                                               *
000300*  HISTORICO DE ALTERACOES.                                     *
000310*    02/09/2026  EQS  PROGRAMA CRIADO.                          *
000311*    15/10/2026  EQS  LINHA DE AUDITLOG PASSA A 100 BYTES, COM  *
000312*                     SEQUENCIA E SELO ENCADEADO (CALCAUD):     *
000313*                     CONFERE A CADEIA DE CADA FLUXO E RESSELA  *
000314*                     A FATIA FUNDIDA (SUBPROGRAMA CALCSELO).   *
000320*                                                               *
000330***************************************************************
000340 IDENTIFICATION DIVISION.
001010 FD  AUDIT-F1
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040 01  REG-AUDIT-F1                PIC X(100).
001050 FD  AUDIT-F2
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 01  REG-AUDIT-F2                PIC X(100).
001090 FD  AUDIT-F3
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 01  REG-AUDIT-F3                PIC X(100).
001130 FD  AUDIT-F4
001140     LABEL RECORDS ARE STANDARD
001150     RECORDING MODE IS F.
001160 01  REG-AUDIT-F4                PIC X(100).
001170
001180 FD  ARQUIVO-SAIDA
001190     LABEL RECORDS ARE STANDARD
001230 FD  LOG-AUDITORIA
001240     LABEL RECORDS ARE STANDARD
001250     RECORDING MODE IS F.
001260 01  REG-LOG-AUDITORIA           PIC X(100).
001270
001280 FD  CARTAO-FLUXOS
001290     LABEL RECORDS ARE STANDARD
001770 01  WS-HOUVE-DESBALANCE         PIC X(01) VALUE "N".
001780     88  HOUVE-DESBALANCE                VALUE "S".
001781 01  WS-QTD-FLUXOS-DESB          PIC 9(02) COMP VALUE ZERO.
001782
001783*---------------------------------------------------------------*
001784*    CADEIAS DE SELOS: A DO FLUXO CORRENTE (CONFERIDA) E A DA   *
001785*    FATIA FUNDIDA (GRAVADA) - SEQUENCIA E SELO DA ULTIMA       *
001786*    LINHA DE CADA UMA - E PARAMETROS DO SUBPROGRAMA CALCSELO   *
001787*---------------------------------------------------------------*
001788 01  WS-SEQ-FLUXO                PIC 9(10) VALUE ZERO.
001789 01  WS-SELO-FLUXO               PIC 9(09) VALUE ZERO.
001790 01  WS-CADEIA-FLUXO-QUEBRADA    PIC X(01) VALUE "N".
001791     88  CADEIA-FLUXO-QUEBRADA           VALUE "S".
001792 01  WS-SEQ-AUDITORIA            PIC 9(10) VALUE ZERO.
001793 01  WS-SELO-AUDITORIA           PIC 9(09) VALUE ZERO.
001794 COPY CALCSEL.
001795
001796*---------------------------------------------------------------*
001797*    LINHA DE AUDITORIA EM TRABALHO (LAYOUT NO COPYBOOK CALCAUD)*
001798*---------------------------------------------------------------*
001799 COPY CALCAUD.
001800
001801 PROCEDURE DIVISION.
001810 0000-MAINLINE.
001820     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001830     PERFORM 2000-FUNDIR-FLUXO THRU 2000-EXIT
002475*    COPIA O CALCOUT E A FATIA DE AUDITORIA DO FLUXO CORRENTE   *
002476*    PARA AS SAIDAS FUNDIDAS E CONFERE AS DUAS CONTAGENS:       *
002477*    CADA DETALHE DO FLUXO GRAVOU UMA LINHA EM CADA ARQUIVO.    *
002478*    A CADEIA DE SELOS DO FLUXO RECOMECA DO ZERO A CADA FLUXO.  *
002479*---------------------------------------------------------------*
002520 2000-FUNDIR-FLUXO.
002530     MOVE ZERO TO WS-QTD-SAIDA-FLUXO.
002540     MOVE ZERO TO WS-QTD-AUDIT-FLUXO.
002541     MOVE ZERO TO WS-SEQ-FLUXO.
002542     MOVE ZERO TO WS-SELO-FLUXO.
002543     MOVE "N" TO WS-CADEIA-FLUXO-QUEBRADA.
002550     IF WS-IDX-FLX = 1
002560         PERFORM 3100-COPIAR-SAIDA-1 THRU 3100-EXIT
002570         PERFORM 3500-COPIAR-AUDIT-1 THRU 3500-EXIT
002750             " AUDITORIA=" WS-QTD-AUDIT-FLUXO " ***"
002760         SET HOUVE-DESBALANCE TO TRUE
002761         ADD 1 TO WS-QTD-FLUXOS-DESB
002762     END-IF.
002763     IF CADEIA-FLUXO-QUEBRADA
002764         SET HOUVE-DESBALANCE TO TRUE
002765         IF WS-QTD-SAIDA-FLUXO = WS-QTD-AUDIT-FLUXO
002766             ADD 1 TO WS-QTD-FLUXOS-DESB
002767         END-IF
002770     END-IF.
002780     ADD WS-QTD-SAIDA-FLUXO TO WS-QTD-SAIDA-TOTAL.
002790     ADD WS-QTD-AUDIT-FLUXO TO WS-QTD-AUDIT-TOTAL.
004080         AT END
004090             SET FIM-FLUXO TO TRUE
004100         NOT AT END
004110             MOVE REG-AUDIT-F1 TO WS-LINHA-AUDITORIA
004111             PERFORM 4200-CONFERIR-SELO-FLUXO THRU 4200-EXIT
004112             PERFORM 4300-SELAR-AUDITORIA THRU 4300-EXIT
004113             MOVE WS-LINHA-AUDITORIA TO REG-LOG-AUDITORIA
004120             PERFORM 4100-GRAVAR-AUDITORIA THRU 4100-EXIT
004130             ADD 1 TO WS-QTD-AUDIT-FLUXO
004140     END-READ.
004350         AT END
004360             SET FIM-FLUXO TO TRUE
004370         NOT AT END
004380             MOVE REG-AUDIT-F2 TO WS-LINHA-AUDITORIA
004381             PERFORM 4200-CONFERIR-SELO-FLUXO THRU 4200-EXIT
004382             PERFORM 4300-SELAR-AUDITORIA THRU 4300-EXIT
004383             MOVE WS-LINHA-AUDITORIA TO REG-LOG-AUDITORIA
004390             PERFORM 4100-GRAVAR-AUDITORIA THRU 4100-EXIT
004400             ADD 1 TO WS-QTD-AUDIT-FLUXO
004410     END-READ.
004620         AT END
004630             SET FIM-FLUXO TO TRUE
004640         NOT AT END
004650             MOVE REG-AUDIT-F3 TO WS-LINHA-AUDITORIA
004651             PERFORM 4200-CONFERIR-SELO-FLUXO THRU 4200-EXIT
004652             PERFORM 4300-SELAR-AUDITORIA THRU 4300-EXIT
004653             MOVE WS-LINHA-AUDITORIA TO REG-LOG-AUDITORIA
004660             PERFORM 4100-GRAVAR-AUDITORIA THRU 4100-EXIT
004670             ADD 1 TO WS-QTD-AUDIT-FLUXO
004680     END-READ.
004890         AT END
004900             SET FIM-FLUXO TO TRUE
004910         NOT AT END
004920             MOVE REG-AUDIT-F4 TO WS-LINHA-AUDITORIA
004921             PERFORM 4200-CONFERIR-SELO-FLUXO THRU 4200-EXIT
004922             PERFORM 4300-SELAR-AUDITORIA THRU 4300-EXIT
004923             MOVE WS-LINHA-AUDITORIA TO REG-LOG-AUDITORIA
004930             PERFORM 4100-GRAVAR-AUDITORIA THRU 4100-EXIT
004940             ADD 1 TO WS-QTD-AUDIT-FLUXO
004950     END-READ.
005110     WRITE REG-LOG-AUDITORIA.
005120     IF NOT FS-LOG-OK
005130         DISPLAY "Erro: gravacao em AUDITLOG falhou. Status="
005131             FS-LOG-AUDITORIA
005132         MOVE 8 TO RETURN-CODE
005133         STOP RUN
005134     END-IF.
005135 4100-EXIT.
005136     EXIT.
005137
005138*---------------------------------------------------------------*
005139*    4200-CONFERIR-SELO-FLUXO                                    *
005140*    A LINHA DO FLUXO TEM DE SER A SEGUINTE DA CADEIA DO FLUXO  *
005141*    (SEQUENCIA UM A MAIS) E TER O SELO QUE CALCSELO RECALCULA  *
005142*    A PARTIR DO SELO ANTERIOR.  A PRIMEIRA QUEBRA DO FLUXO E   *
005143*    ACUSADA; DALI EM DIANTE O FLUXO E SO COPIADO, PARA A       *
005144*    FUSAO IR ATE O FIM E MOSTRAR AS CONTAGENS.                 *
005145*---------------------------------------------------------------*
005146 4200-CONFERIR-SELO-FLUXO.
005147     IF CADEIA-FLUXO-QUEBRADA
005148         GO TO 4200-EXIT
005149     END-IF.
005150     IF WS-AUD-SEQUENCIA NOT NUMERIC
005151         OR WS-AUD-SEQUENCIA NOT = WS-SEQ-FLUXO + 1
005152         DISPLAY "*** FLUXO " WS-IDX-FLX " CADEIA DE SELOS "
005153             "QUEBRADA APOS A LINHA " WS-SEQ-FLUXO
005154             " (SEQUENCIA FORA DE ORDEM) ***"
005155         SET CADEIA-FLUXO-QUEBRADA TO TRUE
005156         GO TO 4200-EXIT
005157     END-IF.
005158     MOVE WS-SELO-FLUXO TO SEL-SELO-ANTERIOR.
005159     MOVE WS-LINHA-AUDITORIA TO SEL-LINHA.
005160     CALL "CalcSelo" USING SEL-PARAMETROS.
005161     IF WS-AUD-SELO NOT NUMERIC
005162         OR WS-AUD-SELO NOT = SEL-SELO
005163         DISPLAY "*** FLUXO " WS-IDX-FLX " CADEIA DE SELOS "
005164             "QUEBRADA NA LINHA " WS-AUD-SEQUENCIA
005165             " (SELO NAO CONFERE) ***"
005166         SET CADEIA-FLUXO-QUEBRADA TO TRUE
005167         GO TO 4200-EXIT
005168     END-IF.
005169     MOVE WS-AUD-SEQUENCIA TO WS-SEQ-FLUXO.
005170     MOVE WS-AUD-SELO TO WS-SELO-FLUXO.
005171 4200-EXIT.
005172     EXIT.
005173
005174*---------------------------------------------------------------*
005175*    4300-SELAR-AUDITORIA                                        *
005176*    NUMERA A LINHA COMO A SEGUINTE DA CADEIA DA FATIA FUNDIDA  *
005177*    E GRAVA NELA O SELO CALCULADO POR CALCSELO.                *
005178*---------------------------------------------------------------*
005179 4300-SELAR-AUDITORIA.
005180     ADD 1 TO WS-SEQ-AUDITORIA.
005181     MOVE WS-SEQ-AUDITORIA TO WS-AUD-SEQUENCIA.
005182     MOVE WS-SELO-AUDITORIA TO SEL-SELO-ANTERIOR.
005183     MOVE WS-LINHA-AUDITORIA TO SEL-LINHA.
005184     CALL "CalcSelo" USING SEL-PARAMETROS.
005185     MOVE SEL-SELO TO WS-AUD-SELO.
005186     MOVE SEL-SELO TO WS-SELO-AUDITORIA.
005187 4300-EXIT.
005190     EXIT.
005200
005210*---------------------------------------------------------------*

000010***************************************************************
000020*                                                               *
000030*  PROGRAM-ID.   CALCSELO                                       *
000040*  AUTHOR.       EQUIPE DE SISTEMAS FINANCEIROS                 *
000050*  INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS         *
000060*  DATE-WRITTEN. 15/10/2026                                     *
000070*                                                               *
000080*  RESUMO.  SUBPROGRAMA QUE CALCULA O SELO DE UMA LINHA DO LOG  *
000090*           DE AUDITORIA (PARAMETROS DO COPYBOOK CALCSEL,       *
000100*           PASSADOS VIA LINKAGE SECTION).  O SELO ENCADEIA A   *
000110*           LINHA A ANTERIOR: PARTE DO SELO DA LINHA ANTERIOR E *
000120*           ACUMULA, BYTE A BYTE, AS COLUNAS 01-86 DA LINHA     *
000130*           (DADOS E NUMERO DE SEQUENCIA) NUM RESTO DE DIVISAO  *
000140*           POR UM PRIMO DE NOVE DIGITOS.  QUALQUER BYTE        *
000150*           ALTERADO, LINHA RETIRADA OU INTERCALADA MUDA O SELO *
000160*           DALI EM DIANTE.                                     *
000170*           CENTRALIZA A REGRA PARA QUE TODO PROGRAMA QUE GRAVA *
000180*           OU CONFERE O LOG SELE DO MESMO JEITO.  O SELO NAO   *
000190*           USA CHAVE SECRETA: DENUNCIA ALTERACAO FEITA POR FORA*
000200*           DOS PROGRAMAS, MAS QUEM CONHECE A REGRA CONSEGUE    *
000210*           RECALCULAR A CADEIA - POR ISSO O ESTADO DA CADEIA   *
000220*           (AUDITCAD) E O PROPRIO LOG TEM ACESSO RESTRITO.     *
000230*                                                               *
000240*  HISTORICO DE ALTERACOES.                                     *
000250*    15/10/2026  EQS  PROGRAMA CRIADO.                          *
000260*                                                               *
000270***************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. CalcSelo.
000300 AUTHOR. EQUIPE DE SISTEMAS FINANCEIROS.
000310 INSTALLATION. DEPARTAMENTO DE PROCESSAMENTO DE DADOS.
000320 DATE-WRITTEN. 15/10/2026.
000330 DATE-COMPILED.
000340
000350 DATA DIVISION.
000360 WORKING-STORAGE SECTION.
000370*---------------------------------------------------------------*
000380*    CONSTANTES DA REGRA DO SELO - ALTERAR QUALQUER UMA INVALIDA*
000390*    TODAS AS CADEIAS JA GRAVADAS                               *
000400*---------------------------------------------------------------*
000410 77  WS-MULTIPLICADOR            PIC 9(03) COMP VALUE 257.
000420 77  WS-MODULO                   PIC 9(09) COMP VALUE 999999937.
000430 77  WS-TAM-SELADO               PIC 9(03) COMP VALUE 86.
000440 77  WS-IDX-BYTE                 PIC 9(03) COMP VALUE ZERO.
000450 77  WS-ACUMULADO                PIC 9(09) COMP VALUE ZERO.
000460 77  WS-PRODUTO                  PIC 9(12) COMP VALUE ZERO.
000470 77  WS-QUOCIENTE                PIC 9(12) COMP VALUE ZERO.
000480*---------------------------------------------------------------*
000490*    A LINHA BYTE A BYTE, E O VALOR NUMERICO DE UM BYTE: O BYTE *
000500*    VAI PARA A METADE BAIXA DE UM BINARIO DE DOIS BYTES CUJA   *
000510*    METADE ALTA E LOW-VALUE                                    *
000520*---------------------------------------------------------------*
000530 01  WS-CONTEUDO.
000540     05  WS-BYTE                  PIC X(01) OCCURS 86.
000550 01  WS-PAR-BYTES.
000560     05  FILLER                   PIC X(01) VALUE LOW-VALUE.
000570     05  WS-BYTE-BAIXO            PIC X(01) VALUE LOW-VALUE.
000580 01  WS-VALOR-BYTE REDEFINES WS-PAR-BYTES
000590                                  PIC 9(04) COMP.
000600
000610 LINKAGE SECTION.
000620 COPY CALCSEL.
000630
000640 PROCEDURE DIVISION USING SEL-PARAMETROS.
000650 0000-MAINLINE.
000660     PERFORM 1000-SELAR THRU 1000-EXIT.
000670     GOBACK.
000680
000690*---------------------------------------------------------------*
000700*    1000-SELAR                                                 *
000710*    PARTE DO SELO ANTERIOR E ACUMULA AS COLUNAS SELADAS        *
000720*---------------------------------------------------------------*
000730 1000-SELAR.
000740     MOVE SEL-CONTEUDO-SELADO TO WS-CONTEUDO.
000750     MOVE SEL-SELO-ANTERIOR TO WS-ACUMULADO.
000760     PERFORM 1100-ACUMULAR-BYTE THRU 1100-EXIT
000770         VARYING WS-IDX-BYTE FROM 1 BY 1
000780         UNTIL WS-IDX-BYTE > WS-TAM-SELADO.
000790     MOVE WS-ACUMULADO TO SEL-SELO.
000800 1000-EXIT.
000810     EXIT.
000820
000830*---------------------------------------------------------------*
000840*    1100-ACUMULAR-BYTE                                         *
000850*    ACUMULADO = (ACUMULADO X 257 + VALOR DO BYTE + 1) MODULO O *
000860*    PRIMO.  O "+ 1" FAZ UM BYTE BINARIO ZERO TAMBEM PESAR.     *
000870*---------------------------------------------------------------*
000880 1100-ACUMULAR-BYTE.
000890     MOVE WS-BYTE (WS-IDX-BYTE) TO WS-BYTE-BAIXO.
000900     COMPUTE WS-PRODUTO =
000910         WS-ACUMULADO * WS-MULTIPLICADOR + WS-VALOR-BYTE + 1.
000920     DIVIDE WS-PRODUTO BY WS-MODULO
000930         GIVING WS-QUOCIENTE REMAINDER WS-ACUMULADO.
000940 1100-EXIT.
000950     EXIT.

000010*****************************************************************
000020*                                                               *
000030*  CALCRET    -  LAYOUT DE UM REGISTRO DO ARQUIVO DE RETORNO    *
000040*                AS AGENCIAS (RETORNO, REGISTRO DE 80 BYTES)    *
000050*                                                               *
000060*  O ARQUIVO DE RETORNO DEVOLVE A CADA DEPARTAMENTO O QUE       *
000070*  ACONTECEU COM CADA LOTE QUE ELE MANDOU NO MOVIMENTO,         *
000080*  IDENTIFICADO PELO MESMO ENT-HDR-LOTE-ID DO CABECALHO         *
000090*  RECEBIDO.  CADA DEPARTAMENTO CADASTRADO EM CALCDEPT QUE TEVE *
000100*  LOTE NO MOVIMENTO RECEBE UM BLOCO CONTIGUO, ENVELOPADO COMO O*
000110*  PROPRIO CALCIN:                                              *
000120*    "A" ABERTURA DO RETORNO DO DEPARTAMENTO (DATA DO MOVIMENTO *
000130*        E NOME DO CADASTRO)                                    *
000140*    "H" CABECALHO DE LOTE, UM POR LOTE RECEBIDO (INCLUSIVE OS  *
000150*        LOTES RECICLADOS "R" DE CALCRCYC E OS GERADOS "G" DE   *
000160*        CALCSGEN E OS DE LIBERADAS "L" DE CALCLIBR)            *
000170*    "D" UMA TRANSACAO DO LOTE, NA ORDEM RECEBIDA: RESULTADO DO *
000180*        CALCULO OU MOTIVO DA REJEICAO PELA CRITICA CALCEDIT    *
000190*    "T" TRAILER DO LOTE: SITUACAO DO LOTE E QUANTIDADE E       *
000200*        HASH-TOTAL DE NUMERO1 DO QUE FOI ACEITO E DO QUE FOI   *
000210*        REJEITADO                                              *
000220*    "Z" FECHAMENTO DO RETORNO DO DEPARTAMENTO, COM AS CONTAGENS*
000230*        DO BLOCO PARA A AGENCIA PROVAR QUE RECEBEU TUDO        *
000240*  TODO REGISTRO CARREGA O DEPARTAMENTO NAS COLUNAS 01-04: A    *
000250*  TRANSMISSAO SEPARA O BLOCO DE CADA AGENCIA POR ELE.          *
000260*                                                               *
000270*  SITUACAO DO LOTE (RET-TRL-SITUACAO):                         *
000280*    A - ACEITO: TODAS AS TRANSACOES PASSARAM PELA CRITICA      *
000290*    P - PARCIAL: PARTE DAS TRANSACOES FOI REJEITADA (REENVIAR  *
000300*        SO AS REJEITADAS, PELA RECICLAGEM; A RETIDA NAO SE     *
000301*        REENVIA)                                               *
000310*    R - REJEITADO: CABECALHO REJEITADO E, POR SEQUENCIA, O LOTE*
000320*        INTEIRO.  RET-TRL-MOTIVO TRAZ O MOTIVO DO CABECALHO    *
000330*        (CB, DC, DS OU SQ - VER CALCEDIT)                      *
000340*    F - FORA DE BALANCO: AS TRANSACOES ACEITAS FORAM           *
000350*        CALCULADAS, MAS O TRAILER NAO CONFERIU.                *
000360*        RET-TRL-MOTIVO:                                        *
000370*          TR - TRAILER REJEITADO PELA CRITICA                  *
000380*          ST - LOTE SEM TRAILER                                *
000390*          BL - QUANTIDADE OU HASH DO TRAILER NAO BATE COM O QUE*
000400*               FOI RECEBIDO                                    *
000410*                                                               *
000420*  SITUACAO DA TRANSACAO (RET-TRN-SITUACAO):                    *
000430*    C - CALCULADA: RET-TRN-STATUS E RET-TRN-RESULTADO TRAZEM O *
000440*        STATUS E O RESULTADO GRAVADOS EM CALCOUT (S, E, R, X)  *
000450*    R - REJEITADA PELA CRITICA: RET-TRN-MOTIVO TRAZ O MOTIVO   *
000460*        (OS MESMOS CODIGOS DE CALCREJ)                         *
000470*    N - ACEITA, MAS SEM RESULTADO EM CALCOUT (LOTE ABANDONADO  *
000480*        ANTES DELA; SAI CALCULADA NA RESSUBMISSAO)             *
000481*    H - RETIDA POR LIMITE DE VALOR (CALCHLD), MOTIVO LM:       *
000482*        AGUARDA O SUPERVISOR (CALCLIBR).  NAO REENVIAR: A      *
000483*        LIBERADA VOLTA NUM LOTE "L" DE UM PROXIMO MOVIMENTO E  *
000484*        A RECUSADA VOLTA PELA RECICLAGEM COM MOTIVO RL.  NO    *
000485*        TRAILER CONTA ENTRE AS REJEITADAS, COMO NA CRITICA.    *
000490*                                                               *
000500*  USADO COMO:                                                  *
000510*    - REGISTRO DO FD DE RETORNO DO PROGRAMA CALCRETN           *
000520*                                                               *
000530*****************************************************************
000540 01  REG-RETORNO.
000550     05  RET-DEPTO                PIC X(04).
000560     05  FILLER                   PIC X(01).
000570     05  RET-TIPO-REGISTRO        PIC X(01).
000580         88  RET-TIPO-ABERTURA           VALUE "A".
000590         88  RET-TIPO-CABECALHO          VALUE "H".
000600         88  RET-TIPO-TRANSACAO          VALUE "D".
000610         88  RET-TIPO-TRAILER            VALUE "T".
000620         88  RET-TIPO-FECHAMENTO         VALUE "Z".
000630     05  FILLER                   PIC X(01).
000640     05  RET-CORPO                PIC X(73).
000650     05  RET-CORPO-ABERTURA REDEFINES RET-CORPO.
000660         10  RET-ABE-DATA-MOVIMENTO PIC 9(08).
000670         10  FILLER               PIC X(01).
000680         10  RET-ABE-NOME-DEPTO   PIC X(30).
000690         10  FILLER               PIC X(34).
000700*    NUMERO DO REGISTRO NO ARQUIVO RECEBIDO (A MESMA CONTAGEM DE
000710*    REJ-NUM-REGISTRO EM CALCREJ).
000720     05  RET-CORPO-CABECALHO REDEFINES RET-CORPO.
000730         10  RET-HDR-LOTE-ID      PIC X(08).
000740         10  FILLER               PIC X(01).
000750         10  RET-HDR-NUM-REGISTRO PIC 9(07).
000760         10  FILLER               PIC X(57).
000770     05  RET-CORPO-TRANSACAO REDEFINES RET-CORPO.
000780         10  RET-TRN-LOTE-ID      PIC X(08).
000790         10  FILLER               PIC X(01).
000800         10  RET-TRN-NUM-REGISTRO PIC 9(07).
000810         10  FILLER               PIC X(01).
000820*        TIPO DO REGISTRO RECEBIDO (D, C, E OU O TIPO INVALIDO
000830*        REJEITADO COM MOTIVO TP).
000840         10  RET-TRN-TIPO         PIC X(01).
000850         10  FILLER               PIC X(01).
000860         10  RET-TRN-TRANS-ID     PIC X(10).
000870         10  FILLER               PIC X(01).
000880         10  RET-TRN-SITUACAO     PIC X(01).
000890             88  RET-TRN-CALCULADA       VALUE "C".
000900             88  RET-TRN-REJEITADA       VALUE "R".
000910             88  RET-TRN-SEM-RESULTADO   VALUE "N".
000915             88  RET-TRN-RETIDA          VALUE "H".
000920         10  FILLER               PIC X(01).
000930         10  RET-TRN-MOTIVO       PIC X(02).
000940         10  FILLER               PIC X(01).
000950         10  RET-TRN-STATUS       PIC X(01).
000960         10  FILLER               PIC X(01).
000970*        RESULTADO COMO IMPRESSO EM CALCOUT (-(7)9.99).
000980         10  RET-TRN-RESULTADO    PIC X(11).
000990         10  FILLER               PIC X(25).
001000*    QUANTIDADE E HASH-TOTAL NO MESMO DESENHO DO TRAILER DE
001010*    CALCIN.  O ESTORNO CONTA NA QUANTIDADE, MAS NAO NO HASH.
001020     05  RET-CORPO-TRAILER REDEFINES RET-CORPO.
001030         10  RET-TRL-LOTE-ID      PIC X(08).
001040         10  FILLER               PIC X(01).
001050         10  RET-TRL-SITUACAO     PIC X(01).
001060             88  RET-TRL-ACEITO          VALUE "A".
001070             88  RET-TRL-PARCIAL         VALUE "P".
001080             88  RET-TRL-REJEITADO       VALUE "R".
001090             88  RET-TRL-FORA-BALANCO    VALUE "F".
001100         10  FILLER               PIC X(01).
001110         10  RET-TRL-MOTIVO       PIC X(02).
001120         10  FILLER               PIC X(01).
001130         10  RET-TRL-QTD-ACEITOS  PIC 9(07).
001140         10  FILLER               PIC X(01).
001150         10  RET-TRL-HASH-ACEITOS PIC S9(11)V99.
001160         10  FILLER               PIC X(01).
001170         10  RET-TRL-QTD-REJEITADOS PIC 9(07).
001180         10  FILLER               PIC X(01).
001190         10  RET-TRL-HASH-REJEITADOS PIC S9(11)V99.
001200         10  FILLER               PIC X(16).
001210*    QUANTIDADE DE REGISTROS DO BLOCO INCLUI A ABERTURA E O
001220*    PROPRIO FECHAMENTO.
001230     05  RET-CORPO-FECHAMENTO REDEFINES RET-CORPO.
001240         10  RET-FEC-QTD-LOTES    PIC 9(07).
001250         10  FILLER               PIC X(01).
001260         10  RET-FEC-QTD-ACEITOS  PIC 9(07).
001270         10  FILLER               PIC X(01).
001280         10  RET-FEC-QTD-REJEITADOS PIC 9(07).
001290         10  FILLER               PIC X(01).
001300         10  RET-FEC-QTD-REGISTROS PIC 9(07).
001310         10  FILLER               PIC X(42).

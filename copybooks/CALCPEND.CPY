000010*****************************************************************
000020*                                                               *
000030*  CALCPEND   -  LAYOUT DE UM REGISTRO DO ARQUIVO DE ALTERACOES *
000040*                PENDENTES DE APROVACAO DOS CADASTROS CALCRATE, *
000050*                CALCDEPT, CALCSTND E CALCLIM (ARQUIVO          *
000060*                VSAM/INDEXADO CALCPEND)                        *
000070*                                                               *
000080*  CONTROLE DUPLO: O CARTAO INC/ALT/EXP/SUS/REA DE UM PROGRAMA  *
000090*  DE MANUTENCAO NAO MEXE MAIS NO CADASTRO - FICA GUARDADO      *
000100*  AQUI, INTEIRO, COM O OPERADOR QUE O DIGITOU.  SO UM CARTAO   *
000110*  APR DE OUTRO OPERADOR, ATIVO E DE NIVEL SUPERVISOR NO        *
000120*  CADASTRO CALCOPER, APLICA O CARTAO GUARDADO AO CADASTRO      *
000130*  (PELA MESMA ROTINA QUE O APLICAVA ANTES) E APAGA A           *
000140*  PENDENCIA; UM CARTAO REC, COM A MESMA EXIGENCIA, A DESCARTA. *
000150*  A TRILHA DO CADASTRO (RATEAUD/DEPTAUD/STNDAUD/LIMAUD) RECEBE *
000160*  DOIS OPERADORES.                                             *
000170*                                                               *
000180*  CHAVE: CADASTRO DE DESTINO + CHAVE DO REGISTRO NO CADASTRO.  *
000190*  SO HA UMA ALTERACAO PENDENTE POR REGISTRO DE CADASTRO DE     *
000200*  CADA VEZ: A SEGUNDA E RECUSADA ATE A PRIMEIRA SER APROVADA,  *
000210*  RECUSADA OU VENCER.                                          *
000220*                                                               *
000230*  PRAZO: A PENDENCIA NASCE COM A DATA LIMITE DE APROVACAO (A   *
000240*  DATA DA INCLUSAO MAIS O PRAZO EM DIAS CORRIDOS DO PROGRAMA   *
000250*  DE MANUTENCAO).  PASSADA A DATA LIMITE, A PENDENCIA NAO E    *
000260*  MAIS APROVADA: O PROGRAMA DE MANUTENCAO DO CADASTRO A        *
000270*  EXPURGA NA ABERTURA SEGUINTE, COM LINHA "VEN" NA TRILHA.     *
000280*                                                               *
000290*  USADO COMO:                                                  *
000300*    - REGISTRO DO FD DE CALCPEND NOS PROGRAMAS DE MANUTENCAO   *
000310*      CALCRMNT, CALCDMNT, CALCSMNT E CALCLMNT (INCLUSAO,       *
000320*      APROVACAO, RECUSA E EXPURGO DAS VENCIDAS)                *
000330*    - REGISTRO DO FD DE CALCPEND NO RELATORIO DE PENDENCIAS    *
000340*      CALCPNDR                                                 *
000350*                                                               *
000360*****************************************************************
000370 01  REG-PENDENCIA.
000380     05  PND-CHAVE.
000390         10  PND-CADASTRO         PIC X(01).
000400             88  PND-CAD-TAXAS           VALUE "R".
000410             88  PND-CAD-DEPTOS          VALUE "D".
000420             88  PND-CAD-INSTRUCOES      VALUE "S".
000421             88  PND-CAD-LIMITES         VALUE "L".
000430         10  PND-CHAVE-REGISTRO   PIC X(12).
000440*    VISOES DA CHAVE DO REGISTRO POR CADASTRO DE DESTINO.
000450         10  PND-CHAVE-TAXA REDEFINES PND-CHAVE-REGISTRO.
000460             15  PND-TAXA-CODIGO  PIC X(04).
000470             15  PND-TAXA-VIGENCIA PIC 9(08).
000480         10  PND-CHAVE-DEPTO REDEFINES PND-CHAVE-REGISTRO.
000490             15  PND-DEP-CODIGO   PIC X(04).
000500             15  FILLER           PIC X(08).
000510         10  PND-CHAVE-INSTRUCAO REDEFINES PND-CHAVE-REGISTRO.
000520             15  PND-INS-DEPTO    PIC X(04).
000530             15  PND-INS-SEQUENCIA PIC 9(04).
000540             15  FILLER           PIC X(04).
000541         10  PND-CHAVE-LIMITE REDEFINES PND-CHAVE-REGISTRO.
000542             15  PND-LIM-DEPTO    PIC X(04).
000543             15  PND-LIM-OPERACAO PIC X(01).
000544             15  FILLER           PIC X(07).
000550*    ACAO DO CARTAO GUARDADO, OPERADOR QUE O DIGITOU E QUANDO.
000560     05  PND-ACAO                 PIC X(03).
000570     05  PND-OPERADOR             PIC X(08).
000580     05  PND-DATA                 PIC 9(08).
000590     05  PND-HORA                 PIC 9(06).
000600*    ULTIMO DIA EM QUE A PENDENCIA AINDA PODE SER APROVADA.
000610     05  PND-DATA-LIMITE          PIC 9(08).
000620*    IMAGEM DO CARTAO DE COMANDO, NO LAYOUT DO PROGRAMA DE
000630*    MANUTENCAO DO CADASTRO, REAPLICADA NA APROVACAO.
000640     05  PND-CARTAO               PIC X(80).
000650     05  FILLER                   PIC X(10).

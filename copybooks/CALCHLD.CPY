000010*****************************************************************
000020*                                                               *
000030*  CALCHLD    -  LAYOUT DE UM REGISTRO DO ARQUIVO DE TRANSACOES *
000040*                RETIDAS POR LIMITE DE VALOR (ARQUIVO VSAM/     *
000050*                INDEXADO CALCHLD)                              *
000060*                                                               *
000070*  CALCEDIT NAO MANDA PARA O CALCULO (CALCVAL) A CADEIA EM QUE  *
000080*  O DETALHE OU UMA DAS CONTINUACOES PASSA DO LIMITE DO         *
000090*  CADASTRO CALCLIM: GRAVA AQUI O DETALHE COM AS CONTINUACOES   *
000100*  QUE O SEGUEM E AJUSTA O TRAILER DO LOTE COMO FAZ COM OS      *
000110*  REJEITADOS.  O GRUPO FICA RETIDO ("R") ATE QUE UM            *
000120*  SUPERVISOR, PELO PROGRAMA CALCLIBR, O LIBERE ("L") OU O      *
000130*  RECUSE (O GRUPO SAI DAQUI E VAI PARA O ARQUIVO DE REJEITADOS *
000140*  COM MOTIVO "RL").  O GRUPO LIBERADO E REENVELOPADO POR       *
000150*  CALCLIBR NO ARQUIVO DE LIBERADAS, CRITICADO DE NOVO POR      *
000160*  CALCEDIT NO MOVIMENTO SEGUINTE SEM A CRITICA DE LIMITE, E    *
000170*  FICA EFETIVADO ("E") COM A DATA E O LOTE EM QUE ENTROU NO    *
000180*  CALCULO.  O GRUPO EFETIVADO E EXPURGADO POR CALCLIBR PASSADO *
000190*  O PRAZO DE GUARDA.                                           *
000200*                                                               *
000210*  CHAVE: DEPARTAMENTO + IDENTIFICACAO DA TRANSACAO DO DETALHE  *
000220*  QUE ABRE O GRUPO + POSICAO NO GRUPO (000 = O DETALHE, 001 EM *
000230*  DIANTE = AS CONTINUACOES, NA ORDEM DO LOTE).  A SITUACAO, AS *
000240*  DATAS E O SUPERVISOR DO GRUPO SAO OS DO REGISTRO 000; OS     *
000250*  DADOS DO LIMITE SO SAO GRAVADOS NELE.  O GRUPO TEM NO MAXIMO *
000260*  1000 REGISTROS (POSICOES 000 A 999).                         *
000270*                                                               *
000280*  USADO COMO:                                                  *
000290*    - REGISTRO DO FD DE CALCHLD NA CRITICA CALCEDIT (RETENCAO  *
000300*      E EFETIVACAO)                                            *
000310*    - REGISTRO DO FD DE CALCHLD NO PROGRAMA DE LIBERACAO       *
000320*      CALCLIBR (DECISAO, REENVELOPE, EXPURGO E RELATORIO)      *
000330*    - REGISTRO DO FD DE CALCHLD NO RETORNO CALCRETN (SITUACAO  *
000340*      "H" DAS TRANSACOES RETIDAS NO MOVIMENTO)                 *
000350*    - REGISTRO DO FD DE CALCHLD NO DESFAZIMENTO CALCDESF       *
000360*      (RETENCOES E EFETIVACOES DO MOVIMENTO DESFEITO)          *
000370*                                                               *
000380*****************************************************************
000390 01  REG-RETIDO.
000400     05  HLD-CHAVE.
000410         10  HLD-DEPTO            PIC X(04).
000420         10  HLD-GRUPO-ID         PIC X(10).
000430         10  HLD-POSICAO          PIC 9(03).
000440     05  HLD-SITUACAO             PIC X(01).
000450         88  HLD-RETIDA                  VALUE "R".
000460         88  HLD-LIBERADA                VALUE "L".
000470         88  HLD-EFETIVADA               VALUE "E".
000480*    MOTIVO DA RETENCAO ("LM" = ACIMA DO LIMITE DE VALOR).
000490     05  HLD-MOTIVO               PIC X(02).
000500*    MOVIMENTO, LOTE E POSICAO NO CALCIN EM QUE O GRUPO CHEGOU.
000510     05  HLD-DATA-RETENCAO        PIC 9(08).
000520     05  HLD-LOTE-ID              PIC X(08).
000530     05  HLD-NUM-REGISTRO         PIC 9(07).
000540*    REGISTRO DE CALCLIM APLICADO E O VALOR MAXIMO DELE.
000550     05  HLD-LIMITE-CHAVE.
000560         10  HLD-LIM-DEPTO        PIC X(04).
000570         10  HLD-LIM-OPERACAO     PIC X(01).
000580     05  HLD-VALOR-LIMITE         PIC 9(07)V99.
000590*    SUPERVISOR QUE LIBEROU O GRUPO E QUANDO.
000600     05  HLD-SUPERVISOR           PIC X(08).
000610     05  HLD-DATA-DECISAO         PIC 9(08).
000620*    MOVIMENTO E LOTE EM QUE O GRUPO LIBERADO ENTROU NO CALCULO.
000630     05  HLD-DATA-EFETIVACAO      PIC 9(08).
000640     05  HLD-LOTE-EFETIVACAO      PIC X(08).
000650*    IMAGEM DA LINHA DE ENTRADA (LAYOUT CALCENT).
000660     05  HLD-LINHA-ORIGINAL       PIC X(30).
000670*    VALOR QUE PASSOU DO LIMITE (O MAIOR OPERANDO, EM MODULO, DO
000680*    REGISTRO DA CADEIA QUE O EXCEDEU); SO NO REGISTRO 000.
000690     05  HLD-VALOR-RETIDO         PIC 9(07)V99.
000700     05  FILLER                   PIC X(01).

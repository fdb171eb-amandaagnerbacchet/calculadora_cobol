000010*****************************************************************
000020*                                                               *
000030*  CALCTRID   -  LAYOUT DE UM REGISTRO DO REGISTRO DE           *
000040*                TRANSACOES PROCESSADAS (ARQUIVO VSAM/          *
000050*                INDEXADO CALCTRID)                             *
000060*                                                               *
000070*  CADA DETALHE/CONTINUACAO ACEITO PELA CRITICA CALCEDIT DEIXA  *
000080*  AQUI A SUA IDENTIFICACAO, COM A DATA DO MOVIMENTO EM QUE     *
000090*  SEGUIU PARA O LOTE.  O REGISTRO SOBREVIVE DE UM DIA PARA O   *
000100*  OUTRO: UMA AGENCIA QUE REENVIA NUM DIA SEGUINTE UMA          *
000110*  TRANSACAO JA PROCESSADA TEM O REGISTRO REJEITADO PELA        *
000120*  CRITICA (MOTIVO DP) EM VEZ DE CALCULADO DE NOVO.             *
000121*                                                               *
000122*  O REGISTRO TAMBEM SUSTENTA O ESTORNO ("E" EM CALCIN): A      *
000123*  CRITICA SO ACEITA O ESTORNO DE UMA TRANSACAO ANOTADA AQUI E  *
000124*  AINDA NAO ESTORNADA, E MARCA NELA O ESTORNO QUE A CANCELOU.  *
000130*                                                               *
000140*  CHAVE: DEPARTAMENTO DO LOTE + IDENTIFICACAO DA TRANSACAO     *
000150*  (ENT-TRANS-ID) - A IDENTIFICACAO SO E UNICA DENTRO DO        *
000160*  DEPARTAMENTO QUE A EMITIU.                                   *
000170*                                                               *
000180*  RETENCAO: OS REGISTROS COM DATA DO MOVIMENTO ANTERIOR A      *
000190*  JANELA DE RETENCAO SAO EXPURGADOS POR CALCTPUR, QUE RODA NO  *
000200*  FECHAMENTO MENSAL JUNTO COM O ARQUIVAMENTO CALCARCH.         *
000210*                                                               *
000220*  USADO COMO:                                                  *
000230*    - REGISTRO DO FD DE CALCTRID NA CRITICA CALCEDIT           *
000240*      (CONSULTA E INCLUSAO)                                    *
000250*    - REGISTRO DO FD DE CALCTRID NO EXPURGO CALCTPUR           *
000251*    - REGISTRO DO FD DE CALCTRID NO DESFAZIMENTO CALCDESF      *
000252*      (EXCLUSAO DAS ANOTACOES E MARCAS DE ESTORNO DO DIA)      *
000260*                                                               *
000270*****************************************************************
000280 01  REG-TRANS-PROCESSADA.
000290     05  TRP-CHAVE.
000300         10  TRP-DEPTO            PIC X(04).
000310         10  TRP-TRANS-ID         PIC X(10).
000320*    DATA DO MOVIMENTO EM QUE A TRANSACAO FOI ACEITA E O LOTE
000330*    QUE A TROUXE.
000340     05  TRP-DATA-MOVIMENTO       PIC 9(08).
000350     05  TRP-LOTE-ID              PIC X(08).
000351*    TIPO DO REGISTRO ACEITO (D, C OU E) E OPERACAO DA
000352*    TRANSACAO, QUE O ESTORNO HERDA PARA O CREDITO NA FATURA.
000353     05  TRP-TIPO-REGISTRO        PIC X(01).
000354         88  TRP-TIPO-ESTORNO            VALUE "E".
000355     05  TRP-OPERACAO             PIC X(01).
000356*    ESTORNO QUE CANCELOU A TRANSACAO (EM BRANCO/ZERO ENQUANTO
000357*    NAO ESTORNADA) E A DATA DO MOVIMENTO EM QUE FOI ACEITO.
000358     05  TRP-ESTORNO-ID           PIC X(10).
000359     05  TRP-DATA-ESTORNO         PIC 9(08).

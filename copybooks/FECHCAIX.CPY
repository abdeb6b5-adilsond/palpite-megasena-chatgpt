000010*****************************************************************
000020*    COPYBOOK:  FECHCAIX.CPY
000030*    TITULO  :  LAYOUT DO FECHAMENTO DE CAIXA: UM REGISTRO POR
000040*               OPERADOR + TERMINAL DO DIA FECHADO, COM A
000050*               QUANTIDADE DE MOVIMENTOS, AS ENTRADAS E SAIDAS DO
000060*               DIARIO, O VALOR CONTADO PELO SUPERVISOR, A
000070*               DIFERENCA (SEMPRE POSITIVA) E SE CONFERE, FALTA OU
000080*               SOBRA (TODOS OS VALORES EM CENTAVOS). DIA SEM
000090*               MOVIMENTO RECEBE UM REGISTRO COM OPERADOR E
000100*               TERMINAL EM BRANCO. QUALQUER REGISTRO COM A DATA
000110*               DO CAIXA INDICA DIA FECHADO: O DIARIO NAO ACEITA
000120*               MAIS MOVIMENTOS NESSA DATA.
000130*    USADO POR: FECHACX, BOLAO, RATEIO, ESTORNO, LIBPREM
000140*
000150*    HISTORICO DE ALTERACOES
000160*    DATA       AUTOR   DESCRICAO
000170*    ---------- ------- ----------------------------------------
000180*    2026-10-15 RAS     CRIACAO DO LAYOUT DO FECHAMENTO DE CAIXA.
000190*****************************************************************
000200 01  FECHAMENTO-CAIXA-REC.
000210     05  FCX-DATA-CAIXA          PIC 9(08).
000220     05  FCX-ID-OPERADOR         PIC X(08).
000230     05  FCX-ID-TERMINAL         PIC X(08).
000240     05  FCX-QTD-MOVTOS          PIC 9(05).
000250     05  FCX-TOT-ENTRADAS        PIC 9(11).
000260     05  FCX-TOT-SAIDAS          PIC 9(11).
000270     05  FCX-VALOR-CONTADO       PIC 9(11).
000280     05  FCX-VALOR-DIFERENCA     PIC 9(11).
000290     05  FCX-SIT-DIFERENCA       PIC X(01).
000300         88  FCX-CONFERE             VALUE "C".
000310         88  FCX-FALTA               VALUE "F".
000320         88  FCX-SOBRA               VALUE "S".
000330     05  FCX-ID-SUPERVISOR       PIC X(08).
000340     05  FCX-DATA-FECHAMENTO     PIC 9(08).
000350     05  FCX-HORA-FECHAMENTO     PIC 9(06).

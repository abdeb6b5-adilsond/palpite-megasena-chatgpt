000010*****************************************************************
000020*    COPYBOOK:  MOVCAIXA.CPY
000030*    TITULO  :  LAYOUT DO DIARIO DE CAIXA DOS OPERADORES: UM
000040*               REGISTRO POR MOVIMENTO DE DINHEIRO NO BALCAO, COM
000050*               A DATA DO CAIXA, O OPERADOR E O TERMINAL, O TIPO
000060*               E O SENTIDO DO MOVIMENTO E O VALOR EM CENTAVOS.
000070*               ENTRADAS: COTA RECEBIDA NO CADASTRO DO BOLAO E
000080*               COTA PAGA DEPOIS (BOLAO). SAIDAS: PREMIO PAGO
000090*               (RATEIO) E DEVOLUCAO DE ESTORNO (ESTORNO). O
000100*               ARQUIVO SO RECEBE INCLUSOES; O FECHACX TOTALIZA O
000110*               DIA POR OPERADOR E TERMINAL. CONCURSO, CLIENTE E
000120*               NOME VEM ZERADOS OU EM BRANCO QUANDO NAO CABEM.
000130*    USADO POR: BOLAO, RATEIO, ESTORNO, FECHACX, LIBPREM
000140*
000150*    HISTORICO DE ALTERACOES
000160*    DATA       AUTOR   DESCRICAO
000170*    ---------- ------- ----------------------------------------
000180*    2026-10-15 RAS     CRIACAO DO LAYOUT DO DIARIO DE CAIXA.
000190*****************************************************************
000200 01  MOVIMENTO-CAIXA-REC.
000210     05  MCX-DATA-MOVTO          PIC 9(08).
000220     05  MCX-HORA-MOVTO          PIC 9(06).
000230     05  MCX-ID-OPERADOR         PIC X(08).
000240     05  MCX-ID-TERMINAL         PIC X(08).
000250     05  MCX-TIPO-MOVTO          PIC X(01).
000260         88  MCX-COTA-CADASTRO       VALUE "C".
000270         88  MCX-COTA-PAGAMENTO      VALUE "P".
000280         88  MCX-PREMIO-PAGO         VALUE "R".
000290         88  MCX-REEMBOLSO-ESTORNO   VALUE "E".
000300     05  MCX-SENTIDO             PIC X(01).
000310         88  MCX-ENTRADA             VALUE "E".
000320         88  MCX-SAIDA               VALUE "S".
000330     05  MCX-VALOR               PIC 9(11).
000340     05  MCX-ID-EXECUCAO         PIC X(14).
000350     05  MCX-NUM-PALPITE         PIC 9(06).
000360     05  MCX-NUM-CONCURSO        PIC 9(06).
000370     05  MCX-COD-CLIENTE         PIC 9(06).
000380     05  MCX-NOME-PARTICIPANTE   PIC X(30).

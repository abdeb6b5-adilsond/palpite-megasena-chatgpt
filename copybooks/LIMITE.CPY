000010*****************************************************************
000020*    COPYBOOK:  LIMITE.CPY
000030*    TITULO  :  LAYOUT DA TABELA DE LIMITES DE IDENTIFICACAO: UM
000040*               REGISTRO POR LIMITE CADASTRADO PELO SUPERVISOR
000050*               (LIBPREM MODO T), POR JOGO (ZERO = TODOS OS JOGOS
000060*               SEM LIMITE PROPRIO) E DATA DE INICIO DE VIGENCIA,
000070*               COM O VALOR EM CENTAVOS. VALE PARA UMA DATA O
000080*               REGISTRO DO JOGO DE MAIOR VIGENCIA ATE ELA; SEM
000090*               REGISTRO DO JOGO, O DE JOGO ZERO; SEM NENHUM, O
000100*               LIMITE LEGAL DE R$ 10.000,00. PARTE DE RATEIO
000110*               IGUAL OU ACIMA DO LIMITE NAO E PAGA DIRETO: FICA
000120*               RETIDA (RETIDO.CPY) ATE IDENTIFICAR O FAVORECIDO.
000130*               O ARQUIVO NUNCA E REGRAVADO: NOVO LIMITE E NOVO
000140*               REGISTRO, E O HISTORICO FICA PARA A AUDITORIA.
000150*    USADO POR: RATEIO, LIBPREM
000160*
000170*    HISTORICO DE ALTERACOES
000180*    DATA       AUTOR   DESCRICAO
000190*    ---------- ------- ----------------------------------------
000200*    2026-10-15 RAS     CRIACAO DO LAYOUT DA TABELA DE LIMITES.
000210*****************************************************************
000220 01  LIMITE-PAGTO-REC.
000230     05  LIM-TIPO-JOGO           PIC 9(01).
000240         88  LIM-TODOS-OS-JOGOS      VALUE 0.
000250         88  LIM-JOGO-VALIDO         VALUE 0 THRU 3.
000260     05  LIM-VALOR-LIMITE        PIC 9(11).
000270     05  LIM-DATA-VIGENCIA       PIC 9(08).
000280     05  LIM-ID-OPERADOR         PIC X(08).
000290     05  LIM-DATA-REGISTRO       PIC 9(08).
000300     05  LIM-HORA-REGISTRO       PIC 9(06).

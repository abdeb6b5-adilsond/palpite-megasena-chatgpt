000010*****************************************************************
000020*    COPYBOOK:  PRESCR.CPY
000030*    TITULO  :  LAYOUT DO PREMIO PRESCRITO: UM REGISTRO POR
000040*               PREMIADO (CONCURSO + EXECUCAO + PALPITE) QUE
000050*               PASSOU DO PRAZO DE 90 DIAS APOS O SORTEIO SEM
000060*               TER SIDO QUITADO. GRAVADO PELO PRESCRI, QUE
000070*               RECRIA O ARQUIVO A CADA EXECUCAO, E CONSULTADO
000080*               PELO RATEIO, QUE NUNCA PAGA PREMIO PRESCRITO -
000090*               A CAIXA NAO PAGA MAIS E O DINHEIRO SAIRIA DO
000100*               CAIXA DA LOJA.
000110*    USADO POR: PRESCRI, RATEIO, LIBPREM
000120*
000130*    HISTORICO DE ALTERACOES
000140*    DATA       AUTOR   DESCRICAO
000150*    ---------- ------- ----------------------------------------
000160*    2026-10-15 RAS     CRIACAO DO LAYOUT DE PREMIOS PRESCRITOS.
000170*****************************************************************
000180 01  PREMIO-PRESCRITO-REC.
000190     05  PSR-NUM-CONCURSO        PIC 9(06).
000200     05  PSR-TIPO-JOGO           PIC 9(01).
000210     05  PSR-ID-EXECUCAO         PIC X(14).
000220     05  PSR-NUM-PALPITE         PIC 9(06).
000230     05  PSR-QTD-ACERTOS         PIC 9(02).
000240     05  PSR-DATA-SORTEIO        PIC 9(08).
000250     05  PSR-DATA-PRESCRICAO     PIC 9(08).
000260     05  PSR-VALOR-PREMIO        PIC 9(11).
000270     05  PSR-SIT-RATEIO          PIC X(01).
000280         88  PSR-RATEADO             VALUE "S".
000290         88  PSR-NAO-RATEADO         VALUE "N".
000300     05  PSR-DATA-APURACAO       PIC 9(08).

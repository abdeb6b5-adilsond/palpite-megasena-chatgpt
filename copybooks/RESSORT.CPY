000010******************************************************************
000020*    COPYBOOK:  RESSORT.CPY
000030*    TITULO  :  LAYOUT DO RESULTADO OFICIAL DE SORTEIO (CAIXA)
000040*    USADO POR: CONFERE, FREQREL, CARGARES, MEGASENA, EXPURGO,
000050*               AVISOPRM
000060*
000070*    HISTORICO DE ALTERACOES
000080*    DATA       AUTOR   DESCRICAO
000090*    ---------- ------- ----------------------------------------
000100*    2026-08-09 RAS     CRIACAO DO LAYOUT DE RESULTADOS DE SORTEIO.
000110*    2026-08-22 RAS     INCLUIDO TIPO DE JOGO E QTDE DE DEZENAS
000120*                       SORTEADAS, E DEZENAS AMPLIADAS DE 6 PARA
000130*                       20 OCORRENCIAS, PARA QUE RESULTADOS DE
000140*                       LOTOFACIL (15 DEZENAS) E QUINA (5) POSSAM
000150*                       SER CADASTRADOS E CONFERIDOS, EM LINHA
000160*                       COM PALPITE.CPY.
000170******************************************************************
000180 01  RESULTADO-SORTEIO.
000190     05  RES-NUM-CONCURSO        PIC 9(06).
000200     05  RES-DATA-SORTEIO        PIC 9(08).
000210     05  RES-TIPO-JOGO           PIC 9(01).
000220         88  RES-JOGO-MEGASENA       VALUE 1.
000230         88  RES-JOGO-LOTOFACIL      VALUE 2.
000240         88  RES-JOGO-QUINA          VALUE 3.
000250     05  RES-QTD-DEZENAS         PIC 9(02).
000260     05  RES-DEZENAS.
000270         10  RES-DEZENA          PIC 9(02) OCCURS 20 TIMES.

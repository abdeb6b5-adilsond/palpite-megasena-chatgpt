000010*****************************************************************
000020*    COPYBOOK:  CALEND.CPY
000030*    TITULO  :  LAYOUT DO CALENDARIO DE CONCURSOS: UM REGISTRO
000040*               POR JOGO + CONCURSO COM A DATA DO SORTEIO E A
000050*               DATA/HORA LIMITE PARA APOSTAS (PADRAO 19H DO
000060*               DIA DO SORTEIO). CONCURSO AUSENTE DO CALENDARIO,
000070*               CANCELADO OU COM O LIMITE JA VENCIDO ESTA
000080*               FECHADO PARA APOSTAS; O MENOR CONCURSO AINDA
000090*               ABERTO DE CADA JOGO E O CONCURSO SUGERIDO PARA A
000100*               GERACAO.
000110*    USADO POR: CALCAD, MEGASENA, BOLAO, EXPORTA
000120*
000130*    HISTORICO DE ALTERACOES
000140*    DATA       AUTOR   DESCRICAO
000150*    ---------- ------- ----------------------------------------
000160*    2026-10-15 RAS     CRIACAO DO LAYOUT DO CALENDARIO.
000170*****************************************************************
000180 01  CALENDARIO-REC.
000190     05  CAL-TIPO-JOGO           PIC 9(01).
000200         88  CAL-JOGO-MEGASENA       VALUE 1.
000210         88  CAL-JOGO-LOTOFACIL      VALUE 2.
000220         88  CAL-JOGO-QUINA          VALUE 3.
000230     05  CAL-NUM-CONCURSO        PIC 9(06).
000240     05  CAL-DATA-SORTEIO        PIC 9(08).
000250     05  CAL-DATA-LIMITE         PIC 9(08).
000260     05  CAL-HORA-LIMITE         PIC 9(06).
000270     05  CAL-SITUACAO            PIC X(01).
000280         88  CAL-ATIVO               VALUE "A".
000290         88  CAL-CANCELADO           VALUE "C".

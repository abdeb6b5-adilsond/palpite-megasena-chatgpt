000070*               CONCURSO E E O UNICO INSUMO DE VALORES DO
000080*               RATEIO, QUE VALIDA CADA REGISTRO AO LER (VALOR
000090*               ZERO = FAIXA SEM PREMIO NO CONCURSO).
000100*    USADO POR: RATEIO, PRESCRI, CONVRES (QUE O ALIMENTA A PARTIR
000110*               DO ARQUIVO OFICIAL PUBLICADO PELA CAIXA)
000120*
000130*    HISTORICO DE ALTERACOES
000140*    DATA       AUTOR   DESCRICAO
000150*    ---------- ------- ----------------------------------------
000160*    2026-09-02 RAS     CRIACAO DO LAYOUT DE VALORES DE FAIXA.
000170*    2026-10-15 RAS     O ARQUIVO PASSA A SER ALIMENTADO PELO
000180*                       CONVRES A PARTIR DO ARQUIVO OFICIAL DA
000190*                       CAIXA, UM REGISTRO POR FAIXA DE CADA
000200*                       CONCURSO NOVO; O LAYOUT NAO MUDA.
000210*****************************************************************
000220 01  VALOR-FAIXA-REC.
000230     05  VLF-NUM-CONCURSO        PIC 9(06).
000240     05  VLF-TIPO-JOGO           PIC 9(01).
000250         88  VLF-JOGO-MEGASENA       VALUE 1.
000260         88  VLF-JOGO-LOTOFACIL      VALUE 2.
000270         88  VLF-JOGO-QUINA          VALUE 3.
000280     05  VLF-QTD-ACERTOS         PIC 9(02).
000290     05  VLF-VALOR-PREMIO        PIC 9(11).

000010*****************************************************************
000020*    COPYBOOK:  OFICIAL.CPY
000030*    TITULO  :  AREA DE LEITURA DA LINHA DO ARQUIVO OFICIAL DE
000040*               RESULTADOS PUBLICADO PELA CAIXA, UM ARQUIVO POR
000050*               JOGO, COM CAMPOS SEPARADOS POR ";" E VALORES NO
000060*               FORMATO DA CAIXA (1.234.567,89, COM OU SEM "R$").
000070*               A PRIMEIRA LINHA PODE SER O CABECALHO DE COLUNAS.
000080*    USADO POR: CONVRES
000090*
000100*    ORDEM DOS CAMPOS (N = DEZENAS DO JOGO: MEGA 6, LOTOFACIL 15,
000110*    QUINA 5; FAIXAS DA MAIOR PARA A MENOR: MEGA 6-4, LOTOFACIL
000120*    15-11, QUINA 5-2)
000130*    1         CONCURSO
000140*    2         DATA DO SORTEIO (DD/MM/AAAA)
000150*    3 A N+2   DEZENAS SORTEADAS (BOLA1 A BOLAN)
000160*    N+3       GANHADORES DA FAIXA MAIOR
000170*    N+4       CIDADE / UF DOS GANHADORES (IGNORADO)
000180*    N+5       RATEIO DA FAIXA MAIOR
000190*    N+6 ...   GANHADORES E RATEIO DE CADA FAIXA SEGUINTE, NESTA
000200*              ORDEM; COLUNAS APOS A ULTIMA FAIXA SAO IGNORADAS
000210*
000220*    HISTORICO DE ALTERACOES
000230*    DATA       AUTOR   DESCRICAO
000240*    ---------- ------- ----------------------------------------
000250*    2026-10-15 RAS     CRIACAO DA AREA DO ARQUIVO OFICIAL.
000260*****************************************************************
000270 01  LINHA-OFICIAL.
000280     05  OFI-TEXTO               PIC X(400).

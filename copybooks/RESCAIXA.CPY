000040*               ANTES DE QUALQUER VALIDACAO. OS CAMPOS SAO
000050*               ALFANUMERICOS DE PROPOSITO: UM REGISTRO DIGITADO
000060*               ERRADO PRECISA PODER SER LIDO PARA SER REJEITADO.
000070*    USADO POR: CARGARES, CONVRES (QUE GERA O ARQUIVO A PARTIR DO
000080*               ARQUIVO OFICIAL PUBLICADO PELA CAIXA)
000090*
000100*    HISTORICO DE ALTERACOES
000110*    DATA       AUTOR   DESCRICAO
000120*    ---------- ------- ----------------------------------------
000130*    2026-08-22 RAS     CRIACAO DO LAYOUT DE ENTRADA BRUTA.
000140*    2026-08-22 RAS     INCLUIDO TIPO DE JOGO E QTDE DE DEZENAS,
000150*                       E DEZENAS AMPLIADAS PARA 20 OCORRENCIAS,
000160*                       EM LINHA COM RESSORT.CPY.
000170*    2026-10-15 RAS     O ARQUIVO PASSA A SER GERADO PELO
000180*                       CONVRES A PARTIR DO ARQUIVO OFICIAL DA
000190*                       CAIXA, SEM DIGITACAO; O LAYOUT NAO MUDA.
000200*****************************************************************
000210 01  RESULTADO-BRUTO.
000220     05  BRU-NUM-CONCURSO        PIC X(06).
000230     05  BRU-DATA-SORTEIO        PIC X(08).
000240     05  BRU-TIPO-JOGO           PIC X(01).
000250     05  BRU-QTD-DEZENAS         PIC X(02).
000260     05  BRU-DEZENAS.
000270         10  BRU-DEZENA          PIC X(02) OCCURS 20 TIMES.

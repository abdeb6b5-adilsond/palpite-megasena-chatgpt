000070*               QUALQUER REGISTRO; O RATEIO E O MODO DE
000080*               VERIFICACAO DO GERADOR EXIGEM NIVEL DE
000090*               SUPERVISOR.
000100*    USADO POR: OPERCAD, MEGASENA, BOLAO, RATEIO, LIBPREM
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO

000060*               ID-EXECUCAO + NUM-PALPITE, A MESMA LIGACAO USADA
000070*               PELO BOLAO E PELO RATEIO, PARA QUE A LEITURA
000080*               DEIXE DE VARRER O HISTORICO INTEIRO.
000090*    USADO POR: REORGPAL, BOLAO, CONFERE, AVISOPRM
000100*
000110*    HISTORICO DE ALTERACOES
000120*    DATA       AUTOR   DESCRICAO

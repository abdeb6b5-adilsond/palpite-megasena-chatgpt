000010*****************************************************************
000020*    COPYBOOK:  AUDIT.CPY
000030*    TITULO  :  LAYOUT DA TRILHA DE AUDITORIA DE PALPITES GERADOS
000040*    USADO POR: MEGASENA, EXPURGO, RESUMDIA, DESEMREL
000050*
000060*    HISTORICO DE ALTERACOES
000070*    DATA       AUTOR   DESCRICAO

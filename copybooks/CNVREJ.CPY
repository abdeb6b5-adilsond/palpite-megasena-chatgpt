000010*****************************************************************
000020*    COPYBOOK:  CNVREJ.CPY
000030*    TITULO  :  LAYOUT DA LINHA DO ARQUIVO OFICIAL DA CAIXA QUE A
000040*               CONVERSAO NAO CONSEGUIU INTERPRETAR: MOTIVO, JOGO,
000050*               NUMERO DA LINHA NO ARQUIVO, DATA DA CONVERSAO E A
000060*               IMAGEM DA LINHA RECEBIDA.
000070*    USADO POR: CONVRES
000080*
000090*    MOTIVOS DE REJEICAO
000100*    01 = LINHA COM MENOS CAMPOS QUE O EXIGIDO PELO JOGO
000110*    02 = NUMERO DE CONCURSO NAO NUMERICO OU ZERADO
000120*    03 = DATA DO SORTEIO ILEGIVEL (ESPERADO DD/MM/AAAA)
000130*    04 = DEZENA NAO NUMERICA OU COM MAIS DE 2 DIGITOS
000140*    05 = QTDE DE GANHADORES DA FAIXA NAO NUMERICA
000150*    06 = VALOR DE RATEIO DA FAIXA ILEGIVEL
000160*
000170*    HISTORICO DE ALTERACOES
000180*    DATA       AUTOR   DESCRICAO
000190*    ---------- ------- ----------------------------------------
000200*    2026-10-15 RAS     CRIACAO DO LAYOUT DE REJEITOS DA
000210*                       CONVERSAO.
000220*****************************************************************
000230 01  REJEITO-CONVERSAO-REC.
000240     05  CVR-MOTIVO              PIC X(02).
000250     05  CVR-TIPO-JOGO           PIC 9(01).
000260     05  CVR-NUM-LINHA           PIC 9(06).
000270     05  CVR-DATA-CONVERSAO      PIC 9(08).
000280     05  CVR-LINHA-OFICIAL       PIC X(400).

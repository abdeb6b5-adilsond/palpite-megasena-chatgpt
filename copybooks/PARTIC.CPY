000010*****************************************************************
000020*    COPYBOOK:  PARTIC.CPY
000030*    TITULO  :  LAYOUT DO REGISTRO DE PARTICIPANTE DE BOLAO
000040*    USADO POR: BOLAO, RATEIO, EXPURGO, ESTORNO, CONSPALP,
000050*               CLICAD
000060*
000070*    HISTORICO DE ALTERACOES
000080*    DATA       AUTOR   DESCRICAO
000090*    ---------- ------- ----------------------------------------
000100*    2026-08-09 RAS     CRIACAO DO LAYOUT DE PARTICIPANTE.
000110*    2026-08-09 RAS     PRT-ID-EXECUCAO AMPLIADO PARA X(14), EM
000120*                       LINHA COM PALPITE.CPY.
000130*    2026-09-02 RAS     INCLUIDOS O PRECO DA COTA E O VALOR
000140*                       PAGO (EM CENTAVOS INTEIROS) E A
000150*                       SITUACAO DE PAGAMENTO, PARA O CONTROLE
000160*                       DE VENDA E COBRANCA DE COTAS DO BOLAO.
000170*                       REGISTRO ANTIGO TRAZ A SITUACAO EM
000180*                       BRANCO (SEM REGISTRO DE PAGAMENTO).
000190*    2026-10-15 RAS     INCLUIDO O CODIGO DO CLIENTE (CLIENTE.CPY)
000200*                       NO FIM DO REGISTRO: O PARTICIPANTE PASSA
000210*                       A SER IDENTIFICADO PELO CODIGO, E O NOME
000220*                       GRAVADO E A COPIA DO CADASTRO NA DATA DA
000230*                       INCLUSAO. REGISTRO ANTIGO TRAZ O CODIGO
000240*                       EM BRANCO E CONTINUA IDENTIFICADO PELO
000250*                       NOME DIGITADO.
000260*****************************************************************
000270 01  PARTICIPANTE-REC.
000280     05  PRT-ID-EXECUCAO         PIC X(14).
000290     05  PRT-NUM-PALPITE         PIC 9(06).
000300     05  PRT-NOME-PARTICIPANTE   PIC X(30).
000310     05  PRT-QTD-COTAS           PIC 9(03).
000320     05  PRT-PRECO-COTA          PIC 9(09).
000330     05  PRT-VALOR-PAGO          PIC 9(11).
000340     05  PRT-SIT-PAGAMENTO       PIC X(01).
000350         88  PRT-PAGO                VALUE "P".
000360         88  PRT-PENDENTE            VALUE "A".
000370     05  PRT-COD-CLIENTE         PIC 9(06).

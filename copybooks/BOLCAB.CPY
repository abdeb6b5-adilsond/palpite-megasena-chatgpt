000010*****************************************************************
000020*    COPYBOOK:  BOLCAB.CPY
000030*    TITULO  :  LAYOUT DO CADASTRO DE BOLOES (CABECALHO): UM
000040*               REGISTRO POR PALPITE VENDIDO EM COTAS (EXECUCAO +
000050*               PALPITE), COM O CONCURSO, A QUANTIDADE MAXIMA DE
000060*               COTAS, O PRECO DA COTA (CENTAVOS), O VALOR MINIMO
000070*               DO BOLAO (CENTAVOS) E A SITUACAO. SO BOLAO ABERTO
000080*               VENDE COTAS; SO BOLAO FECHADO TEM CUPONS EMITIDOS,
000090*               E A EMISSAO COMPLETA O PASSA A EMITIDO. BOLAO
000100*               CANCELADO NAO VENDE NEM EMITE.
000110*    USADO POR: BOLCAD, BOLAO, RATEIO
000120*
000130*    HISTORICO DE ALTERACOES
000140*    DATA       AUTOR   DESCRICAO
000150*    ---------- ------- ----------------------------------------
000160*    2026-10-15 RAS     CRIACAO DO LAYOUT DO CADASTRO DE BOLOES.
000170*****************************************************************
000180 01  BOLAO-CAB-REC.
000190     05  BCB-CHAVE.
000200         10  BCB-ID-EXECUCAO     PIC X(14).
000210         10  BCB-NUM-PALPITE     PIC 9(06).
000220     05  BCB-TIPO-JOGO           PIC 9(01).
000230     05  BCB-NUM-CONCURSO        PIC 9(06).
000240     05  BCB-MAX-COTAS           PIC 9(03).
000250     05  BCB-PRECO-COTA          PIC 9(09).
000260     05  BCB-VALOR-MINIMO        PIC 9(11).
000270     05  BCB-SITUACAO            PIC X(01).
000280         88  BCB-ABERTO              VALUE "A".
000290         88  BCB-FECHADO             VALUE "F".
000300         88  BCB-EMITIDO             VALUE "E".
000310         88  BCB-CANCELADO           VALUE "C".
000320     05  BCB-DATA-SITUACAO       PIC 9(08).

000080*               RELATADO COMO "JA RATEADO" E PULADO, PARA QUE
000090*               UMA REEXECUCAO NUNCA PAGUE O MESMO PREMIO DUAS
000100*               VEZES.
000110*    USADO POR: RATEIO, PRESCRI, DESEMREL, AVISOPRM, LIBPREM,
000120*               CLICAD
000130*
000140*    HISTORICO DE ALTERACOES
000150*    DATA       AUTOR   DESCRICAO
000160*    ---------- ------- ----------------------------------------
000170*    2026-09-02 RAS     CRIACAO DO LAYOUT DO LIVRO DE
000180*                       PAGAMENTOS.
000190*    2026-10-15 RAS     INCLUIDO O CODIGO DO CLIENTE PAGO NO FIM
000200*                       DO REGISTRO (ZERO PARA PARTICIPANTE
000210*                       ANTIGO, CADASTRADO SO PELO NOME).
000220*****************************************************************
000230 01  PAGAMENTO-REC.
000240     05  PAG-NUM-CONCURSO        PIC 9(06).
000250     05  PAG-TIPO-JOGO           PIC 9(01).
000260     05  PAG-ID-EXECUCAO         PIC X(14).
000270     05  PAG-NUM-PALPITE         PIC 9(06).
000280     05  PAG-NOME-PARTICIPANTE   PIC X(30).
000290     05  PAG-QTD-COTAS           PIC 9(03).
000300     05  PAG-VALOR-PAGO          PIC 9(11).
000310     05  PAG-DATA-PAGAMENTO      PIC 9(08).
000320     05  PAG-HORA-PAGAMENTO      PIC 9(06).
000330     05  PAG-COD-CLIENTE         PIC 9(06).

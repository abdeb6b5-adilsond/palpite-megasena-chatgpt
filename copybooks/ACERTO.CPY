000010*****************************************************************
000020*    COPYBOOK:  ACERTO.CPY
000030*    TITULO  :  LAYOUT DO REGISTRO DE ACERTOS, GRAVADO PELA
000040*               CONFERENCIA PARA CADA PALPITE NAO ESTORNADO
000050*               CONFERIDO CONTRA UM CONCURSO DO SEU JOGO, TENHA
000060*               OU NAO ATINGIDO A FAIXA DE PREMIO. E O INSUMO DO
000070*               RELATORIO DE DESEMPENHO POR MODO DE GERACAO E
000080*               ESTRATEGIA, QUE O CRUZA COM A AUDITORIA
000090*               (AUDIT.CPY) E O LIVRO DE PAGAMENTOS (PAGTO.CPY).
000100*               PALPITE LEGADO SEM CONCURSO ALVO E CONFERIDO
000110*               CONTRA TODOS OS CONCURSOS DO SEU JOGO E VEM
000120*               MARCADO EM ACT-SW-ALVO.
000130*    USADO POR: CONFERE, DESEMREL
000140*
000150*    HISTORICO DE ALTERACOES
000160*    DATA       AUTOR   DESCRICAO
000170*    ---------- ------- ----------------------------------------
000180*    2026-10-15 RAS     CRIACAO DO LAYOUT DE ACERTOS.
000190*****************************************************************
000200 01  ACERTO-REC.
000210     05  ACT-NUM-CONCURSO        PIC 9(06).
000220     05  ACT-TIPO-JOGO           PIC 9(01).
000230         88  ACT-JOGO-MEGASENA       VALUE 1.
000240         88  ACT-JOGO-LOTOFACIL      VALUE 2.
000250         88  ACT-JOGO-QUINA          VALUE 3.
000260     05  ACT-DATA-SORTEIO        PIC 9(08).
000270     05  ACT-ID-EXECUCAO         PIC X(14).
000280     05  ACT-NUM-PALPITE         PIC 9(06).
000290     05  ACT-QTD-ACERTOS         PIC 9(02).
000300     05  ACT-SW-ALVO             PIC X(01).
000310         88  ACT-CONCURSO-ALVO       VALUE "S".
000320         88  ACT-SEM-ALVO            VALUE "N".
000330     05  ACT-SW-REGISTRO         PIC X(01).
000340         88  ACT-REGISTRADO          VALUE "S".
000350         88  ACT-NAO-REGISTRADO      VALUE "N".

000070*               TERMINAL, A DATA/HORA E O MOTIVO. OS PROGRAMAS
000080*               DE CONFERENCIA, RATEIO, EMISSAO E REORGANIZACAO
000090*               TRATAM O REGISTRO ESTORNADO COMO MORTO.
000100*    USADO POR: ESTORNO, CONFERE, RATEIO, BOLAO, REORGPAL,
000110*               CLICAD
000120*
000130*    HISTORICO DE ALTERACOES
000140*    DATA       AUTOR   DESCRICAO
000150*    ---------- ------- ----------------------------------------
000160*    2026-09-02 RAS     CRIACAO DO LAYOUT DE ESTORNOS.
000170*    2026-10-15 RAS     INCLUIDO O CODIGO DO CLIENTE NO FIM DO
000180*                       REGISTRO, PARA O ESTORNO DE PARTICIPANTE
000190*                       CADASTRADO PELO CODIGO. ESTORNO ANTIGO
000200*                       TRAZ O CODIGO EM BRANCO E IDENTIFICA O
000210*                       PARTICIPANTE PELO NOME.
000220*****************************************************************
000230 01  ESTORNO-REC.
000240     05  EST-TIPO-ESTORNO        PIC X(01).
000250         88  EST-ESTORNO-PALPITE     VALUE "P".
000260         88  EST-ESTORNO-PARTIC      VALUE "B".
000270     05  EST-ID-EXECUCAO         PIC X(14).
000280     05  EST-NUM-PALPITE         PIC 9(06).
000290     05  EST-NOME-PARTICIPANTE   PIC X(30).
000300     05  EST-ID-OPERADOR         PIC X(08).
000310     05  EST-ID-TERMINAL         PIC X(08).
000320     05  EST-DATA-ESTORNO        PIC 9(08).
000330     05  EST-HORA-ESTORNO        PIC 9(06).
000340     05  EST-MOTIVO              PIC X(30).
000350     05  EST-COD-CLIENTE         PIC 9(06).

000050*               FAIXA MINIMA DE PREMIO DO SEU JOGO (MEGA-SENA 4,
000060*               LOTOFACIL 11, QUINA 2 ACERTOS), E CONSUMIDO PELO
000070*               RATEIO PARA DIVIDIR O PREMIO ENTRE OS
000080*               PARTICIPANTES DO BOLAO POR COTAS. SO PALPITE
000090*               REGISTRADO NO TERMINAL (REGAPOS.CPY) VIRA
000100*               PREMIADO, E O PROTOCOLO DA APOSTA ACOMPANHA O
000110*               REGISTRO ATE O RATEIO.
000120*    USADO POR: CONFERE, RATEIO
000130*
000140*    HISTORICO DE ALTERACOES
000150*    DATA       AUTOR   DESCRICAO
000160*    ---------- ------- ----------------------------------------
000170*    2026-08-22 RAS     CRIACAO DO LAYOUT DE PREMIADOS.
000180*    2026-10-15 RAS     NOVO CAMPO PRM-PROTOCOLO (PROTOCOLO DA
000190*                       APOSTA NO TERMINAL).
000200*****************************************************************
000210 01  PREMIADO-REC.
000220     05  PRM-NUM-CONCURSO        PIC 9(06).
000230     05  PRM-TIPO-JOGO           PIC 9(01).
000240     05  PRM-ID-EXECUCAO         PIC X(14).
000250     05  PRM-NUM-PALPITE         PIC 9(06).
000260     05  PRM-QTD-ACERTOS         PIC 9(02).
000270     05  PRM-PROTOCOLO           PIC X(20).

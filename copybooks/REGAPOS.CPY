000010*****************************************************************
000020*    COPYBOOK:  REGAPOS.CPY
000030*    TITULO  :  LAYOUT DO REGISTRO DE APOSTAS NO TERMINAL: UM
000040*               REGISTRO POR PALPITE (EXECUCAO + PALPITE)
000050*               DEVOLVIDO PELO TERMINAL DA CAIXA, GRAVADO PELO
000060*               RETORNO, COM O NUMERO DE PROTOCOLO DA APOSTA
000070*               REGISTRADA OU O CODIGO DA REJEICAO. SO O PALPITE
000080*               REGISTRADO E APOSTA VIVA: O CONFERE NAO GRAVA
000090*               PREMIADO DE PALPITE SEM REGISTRO, E O PROTOCOLO
000100*               SAI NA CONFERENCIA, NO RATEIO (VIA PREMIADO)
000110*               E NO CUPOM DO BOLAO. O ARQUIVO SO CRESCE;
000120*               QUANDO A MESMA CHAVE APARECE MAIS DE UMA VEZ
000130*               (APOSTA REJEITADA E REENVIADA) VALE O ULTIMO
000140*               REGISTRO.
000150*    USADO POR: RETORNO, CONFERE, BOLAO
000160*
000170*    HISTORICO DE ALTERACOES
000180*    DATA       AUTOR   DESCRICAO
000190*    ---------- ------- ----------------------------------------
000200*    2026-10-15 RAS     CRIACAO DO LAYOUT DO REGISTRO DE APOSTAS.
000210*****************************************************************
000220 01  REGISTRO-APOSTA-REC.
000230     05  RGA-ID-EXECUCAO         PIC X(14).
000240     05  RGA-NUM-PALPITE         PIC 9(06).
000250     05  RGA-SITUACAO            PIC X(01).
000260         88  RGA-REGISTRADA          VALUE "R".
000270         88  RGA-REJEITADA           VALUE "J".
000280     05  RGA-PROTOCOLO           PIC X(20).
000290     05  RGA-COD-REJEICAO        PIC X(03).
000300     05  RGA-ID-TERMINAL         PIC X(08).
000310     05  RGA-DATA-RETORNO        PIC 9(08).
000320     05  RGA-HORA-RETORNO        PIC 9(06).

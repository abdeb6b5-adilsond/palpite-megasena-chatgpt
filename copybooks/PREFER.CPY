000060*               (VETADAS). O GERADOR PRE-CARREGA AS FIXAS E
000070*               REJEITA AS VETADAS NO SORTEIO, E O PALPITE
000080*               GRAVADO CARREGA O ID DO PERFIL APLICADO.
000090*    USADO POR: MEGASENA, PREFCAD, CLICAD
000100*
000110*    HISTORICO DE ALTERACOES
000120*    DATA       AUTOR   DESCRICAO
000130*    ---------- ------- ----------------------------------------
000140*    2026-08-22 RAS     CRIACAO DO LAYOUT DE PREFERENCIAS.
000150*    2026-10-15 RAS     INCLUIDO NO FIM DO REGISTRO O CODIGO DO
000160*                       CLIENTE DONO DO PERFIL (CLIENTE.CPY),
000170*                       ZERO OU BRANCO QUANDO O PERFIL NAO ESTA
000180*                       LIGADO A UM CLIENTE CADASTRADO.
000190*****************************************************************
000200 01  PREFERENCIA-REC.
000210     05  PRF-ID-PERFIL           PIC X(08).
000220     05  PRF-NOME-CLIENTE        PIC X(30).
000230     05  PRF-QTD-FIXAS           PIC 9(02).
000240     05  PRF-DEZENAS-FIXAS.
000250         10  PRF-DEZENA-FIXA     PIC 9(02) OCCURS 10 TIMES.
000260     05  PRF-QTD-VETADAS         PIC 9(02).
000270     05  PRF-DEZENAS-VETADAS.
000280         10  PRF-DEZENA-VETADA   PIC 9(02) OCCURS 10 TIMES.
000290     05  PRF-COD-CLIENTE         PIC 9(06).

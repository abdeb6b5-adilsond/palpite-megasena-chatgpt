000070*               DEZENAS, O CONCURSO ALVO E AS DEZENAS, E UM
000080*               RODAPE (T) COM A CONTAGEM DE PALPITES E O HASH
000090*               (SOMA DE TODAS AS DEZENAS), PARA A CONFERENCIA
000100*               NA IMPORTACAO. O DETALHE LEVA A EXECUCAO E O
000110*               NUMERO DO PALPITE, QUE O TERMINAL DEVOLVE NO
000120*               ARQUIVO DE RETORNO (RETTERM.CPY) PARA LIGAR O
000130*               PROTOCOLO AO PALPITE.
000140*    USADO POR: EXPORTA
000150*
000160*    HISTORICO DE ALTERACOES
000170*    DATA       AUTOR   DESCRICAO
000180*    ---------- ------- ----------------------------------------
000190*    2026-09-02 RAS     CRIACAO DO LAYOUT DE EXPORTACAO.
000200*    2026-10-15 RAS     DETALHE PASSA A LEVAR A EXECUCAO E O
000210*                       NUMERO DO PALPITE, ECOADOS NO RETORNO DO
000220*                       TERMINAL; REGISTRO CRESCE 20 POSICOES.
000230*****************************************************************
000240 01  EXPORTACAO-REC.
000250     05  XPT-TIPO-REGISTRO       PIC X(01).
000260         88  XPT-REG-CABECALHO       VALUE "H".
000270         88  XPT-REG-DETALHE         VALUE "D".
000280         88  XPT-REG-RODAPE          VALUE "T".
000290     05  XPT-DADOS               PIC X(80).
000300     05  XPT-CABECALHO REDEFINES XPT-DADOS.
000310         10  XPT-CAB-ID-EXECUCAO PIC X(14).
000320         10  XPT-CAB-DATA-EXPORT PIC 9(08).
000330         10  XPT-CAB-HORA-EXPORT PIC 9(06).
000340         10  FILLER              PIC X(52).
000350     05  XPT-DETALHE REDEFINES XPT-DADOS.
000360         10  XPT-DET-TIPO-JOGO   PIC 9(01).
000370         10  XPT-DET-QTD-DEZENAS PIC 9(02).
000380         10  XPT-DET-CONCURSO    PIC 9(06).
000390         10  XPT-DET-DEZENAS.
000400             15  XPT-DET-DEZENA  PIC 9(02) OCCURS 20 TIMES.
000410         10  XPT-DET-ID-EXECUCAO PIC X(14).
000420         10  XPT-DET-NUM-PALPITE PIC 9(06).
000430         10  FILLER              PIC X(11).
000440     05  XPT-RODAPE REDEFINES XPT-DADOS.
000450         10  XPT-ROD-QTD-PALP    PIC 9(06).
000460         10  XPT-ROD-HASH-DEZ    PIC 9(09).
000470         10  FILLER              PIC X(65).

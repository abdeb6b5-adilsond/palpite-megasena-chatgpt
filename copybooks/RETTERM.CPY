000010*****************************************************************
000020*    COPYBOOK:  RETTERM.CPY
000030*    TITULO  :  LAYOUT DO ARQUIVO DE RETORNO DO TERMINAL
000040*               LOTERICO DA CAIXA, DEVOLVIDO APOS A IMPORTACAO
000050*               DO ARQUIVO DE EXPORTACAO (EXPTERM.CPY): UM
000060*               CABECALHO (H) COM O TERMINAL E A DATA/HORA DO
000070*               PROCESSAMENTO, UM DETALHE (D) POR PALPITE
000080*               RECEBIDO - ECOANDO A EXECUCAO E O PALPITE DO
000090*               DETALHE EXPORTADO - COM O NUMERO DE PROTOCOLO
000100*               DA APOSTA REGISTRADA (R) OU O CODIGO DA
000110*               REJEICAO (J), E UM RODAPE (T) COM A CONTAGEM
000120*               DE DETALHES PARA A CONFERENCIA NA CARGA.
000130*    USADO POR: RETORNO
000140*
000150*    HISTORICO DE ALTERACOES
000160*    DATA       AUTOR   DESCRICAO
000170*    ---------- ------- ----------------------------------------
000180*    2026-10-15 RAS     CRIACAO DO LAYOUT DE RETORNO.
000190*****************************************************************
000200 01  RETORNO-TERMINAL-REC.
000210     05  RTR-TIPO-REGISTRO       PIC X(01).
000220         88  RTR-REG-CABECALHO       VALUE "H".
000230         88  RTR-REG-DETALHE         VALUE "D".
000240         88  RTR-REG-RODAPE          VALUE "T".
000250     05  RTR-DADOS               PIC X(60).
000260     05  RTR-CABECALHO REDEFINES RTR-DADOS.
000270         10  RTR-CAB-ID-TERMINAL PIC X(08).
000280         10  RTR-CAB-DATA-PROC   PIC 9(08).
000290         10  RTR-CAB-HORA-PROC   PIC 9(06).
000300         10  FILLER              PIC X(38).
000310     05  RTR-DETALHE REDEFINES RTR-DADOS.
000320         10  RTR-DET-ID-EXECUCAO PIC X(14).
000330         10  RTR-DET-NUM-PALPITE PIC 9(06).
000340         10  RTR-DET-SITUACAO    PIC X(01).
000350             88  RTR-DET-REGISTRADA  VALUE "R".
000360             88  RTR-DET-REJEITADA   VALUE "J".
000370         10  RTR-DET-PROTOCOLO   PIC X(20).
000380         10  RTR-DET-COD-REJEICAO PIC X(03).
000390         10  FILLER              PIC X(16).
000400     05  RTR-RODAPE REDEFINES RTR-DADOS.
000410         10  RTR-ROD-QTD-DETALHES PIC 9(06).
000420         10  FILLER              PIC X(54).

000010*****************************************************************
000020*    COPYBOOK:  AVISO.CPY
000030*    TITULO  :  LAYOUT DO CONTROLE DE AVISOS DE PREMIO: UM
000040*               REGISTRO POR PAGAMENTO DO LIVRO DO RATEIO
000050*               (PAGTO.CPY) JA TRATADO PELO AVISOPRM, COM A MESMA
000060*               CHAVE CONCURSO + EXECUCAO + PALPITE + PARTICIPANTE
000070*               DO LIVRO. O AVISOPRM CONSULTA O CONTROLE ANTES DE
000080*               AVISAR: PAGAMENTO JA PRESENTE NAO E AVISADO DE
000090*               NOVO. O CANAL DIZ COMO O PARTICIPANTE FOI AVISADO.
000100*    USADO POR: AVISOPRM
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    ---------- ------- ----------------------------------------
000150*    2026-10-15 RAS     CRIACAO DO LAYOUT DE AVISOS DE PREMIO.
000160*****************************************************************
000170 01  AVISO-REC.
000180     05  AVS-CHAVE.
000190         10  AVS-NUM-CONCURSO    PIC 9(06).
000200         10  AVS-TIPO-JOGO       PIC 9(01).
000210         10  AVS-ID-EXECUCAO     PIC X(14).
000220         10  AVS-NUM-PALPITE     PIC 9(06).
000230         10  AVS-COD-CLIENTE     PIC 9(06).
000240         10  AVS-NOME-PARTICIPANTE PIC X(30).
000250     05  AVS-DATA-PAGAMENTO      PIC 9(08).
000260     05  AVS-HORA-PAGAMENTO      PIC 9(06).
000270     05  AVS-VALOR-PAGO          PIC 9(11).
000280     05  AVS-DATA-AVISO          PIC 9(08).
000290     05  AVS-HORA-AVISO          PIC 9(06).
000300     05  AVS-NUM-AVISO           PIC 9(06).
000310     05  AVS-CANAL               PIC X(01).
000320         88  AVS-CARTA-E-ARQUIVO     VALUE "C".
000330         88  AVS-SO-CARTA            VALUE "L".
000340         88  AVS-SEM-VALOR           VALUE "Z".

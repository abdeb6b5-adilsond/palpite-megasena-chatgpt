000010*****************************************************************
000020*    COPYBOOK:  RETIDO.CPY
000030*    TITULO  :  LAYOUT DOS PAGAMENTOS RETIDOS PARA IDENTIFICACAO:
000040*               O RATEIO GRAVA UM REGISTRO SITUACAO "R" (RETIDO)
000050*               POR PARTE IGUAL OU ACIMA DO LIMITE DE
000060*               IDENTIFICACAO (LIMITE.CPY), COM O PAGAMENTO NO
000070*               MESMO LAYOUT DO LIVRO (PAGTO.CPY) E NUMERO DE
000080*               RETENCAO SEQUENCIAL, EM VEZ DE PAGAR. O LIBPREM
000090*               GRAVA, NA LIBERACAO, UM REGISTRO SITUACAO "L"
000100*               (LIBERADO) COM O MESMO NUMERO, O CPF, O NOME E O
000110*               DOCUMENTO DO BENEFICIARIO CONFERIDOS, O SUPERVISOR
000120*               QUE AUTORIZOU, O TERMINAL PAGADOR, A DATA E A
000130*               HORA, E SO ENTAO PAGA. RETENCAO SEM REGISTRO "L"
000140*               ESTA PENDENTE. OS REGISTROS "L" DO MES FORMAM O
000150*               REGISTRO DE CONFORMIDADE ENVIADO AO ORGAO
000160*               REGULADOR (LIBPREM MODO R). NO REGISTRO "R" OS
000170*               CAMPOS DA LIBERACAO FICAM ZERADOS/EM BRANCO.
000180*    USADO POR: RATEIO, LIBPREM, AVISOPRM, PRESCRI
000190*
000200*    HISTORICO DE ALTERACOES
000210*    DATA       AUTOR   DESCRICAO
000220*    ---------- ------- ----------------------------------------
000230*    2026-10-15 RAS     CRIACAO DO LAYOUT DE PAGAMENTOS RETIDOS.
000240*****************************************************************
000250 01  PAGAMENTO-RETIDO-REC.
000260     05  RTD-NUM-RETENCAO        PIC 9(06).
000270     05  RTD-SITUACAO            PIC X(01).
000280         88  RTD-RETIDO              VALUE "R".
000290         88  RTD-LIBERADO            VALUE "L".
000300     05  RTD-PAGAMENTO.
000310         10  RTD-NUM-CONCURSO    PIC 9(06).
000320         10  RTD-TIPO-JOGO       PIC 9(01).
000330         10  RTD-ID-EXECUCAO     PIC X(14).
000340         10  RTD-NUM-PALPITE     PIC 9(06).
000350         10  RTD-NOME-PARTICIPANTE PIC X(30).
000360         10  RTD-QTD-COTAS       PIC 9(03).
000370         10  RTD-VALOR-RETIDO    PIC 9(11).
000380         10  RTD-DATA-RATEIO     PIC 9(08).
000390         10  RTD-HORA-RATEIO     PIC 9(06).
000400         10  RTD-COD-CLIENTE     PIC 9(06).
000410     05  RTD-VALOR-LIMITE        PIC 9(11).
000420     05  RTD-ID-OPER-RATEIO      PIC X(08).
000430     05  RTD-CPF-BENEFICIARIO    PIC 9(11).
000440     05  RTD-NOME-BENEFICIARIO   PIC X(30).
000450     05  RTD-TIPO-DOCUMENTO      PIC X(02).
000460         88  RTD-DOC-RG              VALUE "RG".
000470         88  RTD-DOC-CNH             VALUE "CN".
000480         88  RTD-DOC-PASSAPORTE      VALUE "PS".
000490         88  RTD-DOC-VALIDO          VALUE "RG" "CN" "PS".
000500     05  RTD-NUM-DOCUMENTO       PIC X(15).
000510     05  RTD-ID-AUTORIZADOR      PIC X(08).
000520     05  RTD-ID-TERMINAL         PIC X(08).
000530     05  RTD-DATA-AUTORIZACAO    PIC 9(08).
000540     05  RTD-HORA-AUTORIZACAO    PIC 9(06).

000010*****************************************************************
000020*    COPYBOOK:  CLIENTE.CPY
000030*    TITULO  :  LAYOUT DO CADASTRO DE CLIENTES DA LOJA: CODIGO
000040*               SEQUENCIAL ATRIBUIDO NA INCLUSAO, CPF (UNICO,
000050*               COM DIGITOS VERIFICADORES CRITICADOS), NOME,
000060*               TELEFONE, E-MAIL, SITUACAO E DATA DE CADASTRO.
000070*               PARTICIPANTE DE BOLAO, PAGAMENTO DE RATEIO,
000080*               ESTORNO E PERFIL DE PREFERENCIAS REFERENCIAM O
000090*               CLIENTE PELO CODIGO, NAO MAIS PELO NOME DIGITADO.
000100*    USADO POR: CLICAD, BOLAO, PREFCAD, AVISOPRM, LIBPREM
000110*
000120*    HISTORICO DE ALTERACOES
000130*    DATA       AUTOR   DESCRICAO
000140*    ---------- ------- ----------------------------------------
000150*    2026-10-15 RAS     CRIACAO DO LAYOUT DE CLIENTES.
000160*****************************************************************
000170 01  CLIENTE-REC.
000180     05  CLI-COD-CLIENTE         PIC 9(06).
000190     05  CLI-CPF                 PIC 9(11).
000200     05  CLI-NOME-CLIENTE        PIC X(30).
000210     05  CLI-TELEFONE            PIC X(15).
000220     05  CLI-EMAIL               PIC X(40).
000230     05  CLI-SIT-ATIVO           PIC X(01).
000240         88  CLI-ATIVO               VALUE "S".
000250         88  CLI-INATIVO             VALUE "N".
000260     05  CLI-DATA-CADASTRO       PIC 9(08).

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LIBPREM.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : LIBERACAO DE PREMIOS RETIDOS E REGISTRO DE
000090*               CONFORMIDADE
000100*    FUNCAO   : CONTROLE DOS PAGAMENTOS DE PREMIO IGUAIS OU ACIMA
000110*               DO LIMITE DE IDENTIFICACAO, QUE O RATEIO NAO PAGA
000120*               E GRAVA COMO RETIDOS (PAGAMENTO-RETIDO-REC). SO
000130*               RODA COM ID DE SUPERVISOR ATIVO. MODO T CADASTRA
000140*               UM NOVO LIMITE POR JOGO (ZERO = TODOS OS JOGOS)
000150*               COM DATA DE VIGENCIA NA TABELA DE LIMITES
000160*               (LIMITE-PAGTO-REC); MODO L LISTA OS LIMITES EM
000170*               VIGOR E AS RETENCOES PENDENTES; MODO A AUTORIZA
000180*               UMA RETENCAO PENDENTE: COM O BENEFICIARIO
000190*               PRESENTE, O SUPERVISOR CONFERE O CPF (DIGITOS
000200*               VERIFICADORES E, PARA CLIENTE CADASTRADO, O CPF DO
000210*               CADASTRO), O NOME E O DOCUMENTO COM FOTO, E O
000220*               PROGRAMA GRAVA A LIBERACAO NOS RETIDOS, O
000230*               PAGAMENTO NO LIVRO (PAGAMENTO-REC, NA DATA DA
000240*               LIBERACAO) E A SAIDA DE PREMIO NO DIARIO DE CAIXA
000250*               (MOVIMENTO-CAIXA-REC) EM NOME DO SUPERVISOR E DO
000260*               TERMINAL PAGADOR; RECUSA PREMIO PRESCRITO E CAIXA
000270*               DO DIA JA FECHADO. MODO R GRAVA O REGISTRO MENSAL
000280*               DE CONFORMIDADE PARA O ORGAO REGULADOR: UMA LINHA
000290*               COM CAMPOS SEPARADOS POR ";" POR PAGAMENTO
000300*               LIBERADO NO MES, COM O BENEFICIARIO, O CONCURSO,
000310*               O VALOR, QUEM AUTORIZOU E QUANDO.
000320*               RC 0 = OPERACAO CONCLUIDA; RC 4 = OPERACAO NAO
000330*               CONFIRMADA OU REGISTRO DO MES SEM PAGAMENTOS;
000340*               RC 8 = DADO RECUSADO; RC 16 = ABORTO.
000350*
000360*    HISTORICO DE ALTERACOES
000370*    DATA       AUTOR   DESCRICAO
000380*    ---------- ------- ----------------------------------------
000390*    2026-10-15 RAS     VERSAO INICIAL.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 SPECIAL-NAMES.
000460     DECIMAL-POINT IS COMMA.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ARQ-OPERADORES    ASSIGN TO OPERMST
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS LBP-FS-OPERADORES.
000520     SELECT ARQ-LIMITES       ASSIGN TO LIMITES
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS LBP-FS-LIMITES.
000550     SELECT ARQ-RETIDOS       ASSIGN TO RETIDOS
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS LBP-FS-RETIDOS.
000580     SELECT ARQ-PAGAMENTOS    ASSIGN TO PAGAMENT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS LBP-FS-PAGAMENTOS.
000610     SELECT ARQ-MOVIMENTOS    ASSIGN TO MOVCAIXA
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS LBP-FS-MOVIMENTOS.
000640     SELECT ARQ-FECHAMENTOS   ASSIGN TO FECHCAIX
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS LBP-FS-FECHAMENTOS.
000670     SELECT ARQ-PRESCRITOS    ASSIGN TO PRESCRIT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS LBP-FS-PRESCRITOS.
000700     SELECT ARQ-CLIENTES      ASSIGN TO CLIENTES
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS LBP-FS-CLIENTES.
000730     SELECT ARQ-REGISTRO      ASSIGN TO REGCONF
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS LBP-FS-REGISTRO.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ARQ-OPERADORES
000790     COPY OPERMST.CPY.
000800 FD  ARQ-LIMITES
000810     COPY LIMITE.CPY.
000820 FD  ARQ-RETIDOS
000830     COPY RETIDO.CPY.
000840 FD  ARQ-PAGAMENTOS
000850     COPY PAGTO.CPY.
000860 FD  ARQ-MOVIMENTOS
000870     COPY MOVCAIXA.CPY.
000880 FD  ARQ-FECHAMENTOS
000890     COPY FECHCAIX.CPY.
000900 FD  ARQ-PRESCRITOS
000910     COPY PRESCR.CPY.
000920 FD  ARQ-CLIENTES
000930     COPY CLIENTE.CPY.
000940 FD  ARQ-REGISTRO.
000950 01  LBP-REG-CONFORMIDADE        PIC X(250).
000960 WORKING-STORAGE SECTION.
000970 01  LBP-STATUS-ARQUIVOS.
000980     05  LBP-FS-OPERADORES       PIC X(02) VALUE "00".
000990     05  LBP-FS-LIMITES          PIC X(02) VALUE "00".
001000     05  LBP-FS-RETIDOS          PIC X(02) VALUE "00".
001010     05  LBP-FS-PAGAMENTOS       PIC X(02) VALUE "00".
001020     05  LBP-FS-MOVIMENTOS       PIC X(02) VALUE "00".
001030     05  LBP-FS-FECHAMENTOS      PIC X(02) VALUE "00".
001040     05  LBP-FS-PRESCRITOS       PIC X(02) VALUE "00".
001050     05  LBP-FS-CLIENTES         PIC X(02) VALUE "00".
001060     05  LBP-FS-REGISTRO         PIC X(02) VALUE "00".
001070 01  LBP-SWITCHES.
001080     05  LBP-SW-OPER-ACHADO      PIC X(01) VALUE "N".
001090         88  LBP-OPER-ACHADO         VALUE "S"
001100                                      FALSE "N".
001110     05  LBP-SW-FIM-OPER         PIC X(01) VALUE "N".
001120         88  LBP-FIM-OPERADORES      VALUE "S"
001130                                      FALSE "N".
001140     05  LBP-SW-FIM-LIMITES      PIC X(01) VALUE "N".
001150         88  LBP-FIM-LIMITES         VALUE "S".
001160     05  LBP-SW-FIM-RETIDOS      PIC X(01) VALUE "N".
001170         88  LBP-FIM-RETIDOS         VALUE "S".
001180     05  LBP-SW-FIM-FECHAM       PIC X(01) VALUE "N".
001190         88  LBP-FIM-FECHAMENTOS     VALUE "S".
001200     05  LBP-SW-CAIXA-FECHADO    PIC X(01) VALUE "N".
001210         88  LBP-CAIXA-FECHADO       VALUE "S".
001220     05  LBP-SW-FIM-PRESCRITOS   PIC X(01) VALUE "N".
001230         88  LBP-FIM-PRESCRITOS      VALUE "S".
001240     05  LBP-SW-PRESCRITO        PIC X(01) VALUE "N".
001250         88  LBP-PREMIO-PRESCRITO    VALUE "S".
001260     05  LBP-SW-FIM-CLIENTES     PIC X(01) VALUE "N".
001270         88  LBP-FIM-CLIENTES        VALUE "S".
001280     05  LBP-SW-CLIENTE-ACHADO   PIC X(01) VALUE "N".
001290         88  LBP-CLIENTE-ACHADO      VALUE "S".
001300     05  LBP-SW-RETENCAO-ACHADA  PIC X(01) VALUE "N".
001310         88  LBP-RETENCAO-ACHADA     VALUE "S"
001320                                      FALSE "N".
001330     05  LBP-SW-CPF-OK           PIC X(01) VALUE "N".
001340         88  LBP-CPF-VALIDO          VALUE "S"
001350                                      FALSE "N".
001360 01  LBP-PARAMETROS.
001370     05  LBP-ID-SUPERVISOR       PIC X(08) VALUE SPACES.
001380     05  LBP-NOME-SUPERVISOR     PIC X(30) VALUE SPACES.
001390     05  LBP-MODO-EXECUCAO       PIC X(01) VALUE SPACES.
001400         88  LBP-MODO-LIMITE         VALUE "T".
001410         88  LBP-MODO-LISTAR         VALUE "L".
001420         88  LBP-MODO-AUTORIZAR      VALUE "A".
001430         88  LBP-MODO-REGISTRO       VALUE "R".
001440     05  LBP-ID-TERMINAL         PIC X(08) VALUE SPACES.
001450     05  LBP-JOGO-LIMITE         PIC 9(01) VALUE ZERO.
001460     05  LBP-VALOR-LIMITE        PIC 9(11) VALUE ZERO.
001470     05  LBP-VIGENCIA-LIMITE     PIC 9(08) VALUE ZERO.
001480     05  LBP-VIGENCIA-PARTES REDEFINES LBP-VIGENCIA-LIMITE.
001490         10  LBP-VG-ANO          PIC 9(04).
001500         10  LBP-VG-MES          PIC 9(02).
001510         10  LBP-VG-DIA          PIC 9(02).
001520     05  LBP-NUM-PROCURADO       PIC 9(06) VALUE ZERO.
001530     05  LBP-CPF-DIGITADO        PIC X(11) VALUE SPACES.
001540     05  LBP-CPF-NUMERICO REDEFINES LBP-CPF-DIGITADO
001550                                 PIC 9(11).
001560     05  LBP-CPF-DIGITOS  REDEFINES LBP-CPF-DIGITADO.
001570         10  LBP-CPF-DIGITO      PIC 9(01) OCCURS 11 TIMES.
001580     05  LBP-NOME-BENEFICIARIO   PIC X(30) VALUE SPACES.
001590     05  LBP-TIPO-DOCUMENTO      PIC X(02) VALUE SPACES.
001600         88  LBP-DOC-VALIDO          VALUE "RG" "CN" "PS".
001610     05  LBP-NUM-DOCUMENTO       PIC X(15) VALUE SPACES.
001620     05  LBP-MES-REGISTRO        PIC 9(06) VALUE ZERO.
001630     05  LBP-MES-PARTES REDEFINES LBP-MES-REGISTRO.
001640         10  LBP-MR-ANO          PIC 9(04).
001650         10  LBP-MR-MES          PIC 9(02).
001660     05  LBP-RESP-CONFIRMA       PIC X(01) VALUE SPACES.
001670*----------------------------------------------------------------
001680*    RETENCOES REGISTRADAS, UMA ENTRADA POR NUMERO, NO ESTADO
001690*    MAIS RECENTE: A LIBERACAO ("L") SUBSTITUI A RETENCAO ("R")
001700*    DE MESMO NUMERO. AREA DE TRABALHO NO LAYOUT DE RETIDO.CPY
001710*----------------------------------------------------------------
001720 01  LBP-TAB-RETENCOES.
001730     05  LBP-QTD-RETENCOES       PIC 9(04) COMP VALUE ZERO.
001740     05  LBP-RET-IMG             PIC X(205) OCCURS 3000 TIMES.
001750 01  LBP-AREA-RETIDO.
001760     05  LBP-AR-NUM-RETENCAO     PIC 9(06).
001770     05  LBP-AR-SITUACAO         PIC X(01).
001780         88  LBP-AR-RETIDO           VALUE "R".
001790         88  LBP-AR-LIBERADO         VALUE "L".
001800     05  LBP-AR-PAGAMENTO.
001810         10  LBP-AR-NUM-CONCURSO PIC 9(06).
001820         10  LBP-AR-TIPO-JOGO    PIC 9(01).
001830         10  LBP-AR-ID-EXECUCAO  PIC X(14).
001840         10  LBP-AR-NUM-PALPITE  PIC 9(06).
001850         10  LBP-AR-NOME-PARTICIPANTE PIC X(30).
001860         10  LBP-AR-QTD-COTAS    PIC 9(03).
001870         10  LBP-AR-VALOR-RETIDO PIC 9(11).
001880         10  LBP-AR-DATA-RATEIO  PIC 9(08).
001890         10  LBP-AR-HORA-RATEIO  PIC 9(06).
001900         10  LBP-AR-COD-CLIENTE  PIC 9(06).
001910     05  LBP-AR-VALOR-LIMITE     PIC 9(11).
001920     05  LBP-AR-ID-OPER-RATEIO   PIC X(08).
001930     05  LBP-AR-CPF-BENEFICIARIO PIC 9(11).
001940     05  LBP-AR-NOME-BENEFICIARIO PIC X(30).
001950     05  LBP-AR-TIPO-DOCUMENTO   PIC X(02).
001960     05  LBP-AR-NUM-DOCUMENTO    PIC X(15).
001970     05  LBP-AR-ID-AUTORIZADOR   PIC X(08).
001980     05  LBP-AR-ID-TERMINAL      PIC X(08).
001990     05  LBP-AR-DATA-AUTORIZACAO PIC 9(08).
002000     05  LBP-AR-DATA-AUT-PARTES REDEFINES LBP-AR-DATA-AUTORIZACAO.
002010         10  LBP-AR-MES-AUTORIZACAO PIC 9(06).
002020         10  FILLER              PIC 9(02).
002030     05  LBP-AR-HORA-AUTORIZACAO PIC 9(06).
002040*----------------------------------------------------------------
002050*    LIMITE DE IDENTIFICACAO EM VIGOR HOJE: ENTRADA 1 = JOGO
002060*    ZERO (TODOS OS JOGOS), ENTRADAS 2 A 4 = JOGOS 1 A 3, COM A
002070*    VIGENCIA DO REGISTRO ESCOLHIDO (ZERO = SEM REGISTRO)
002080*----------------------------------------------------------------
002090 01  LBP-TAB-LIMITES.
002100     05  LBP-LIM-ENT OCCURS 4 TIMES.
002110         10  LBP-LIM-VIGENCIA    PIC 9(08) VALUE ZERO.
002120         10  LBP-LIM-VALOR       PIC 9(11) COMP VALUE ZERO.
002130*----------------------------------------------------------------
002140*    OPERADORES CADASTRADOS, PARA O NOME DE QUEM AUTORIZOU NO
002150*    REGISTRO MENSAL
002160*----------------------------------------------------------------
002170 01  LBP-TAB-OPERADORES.
002180     05  LBP-QTD-OPERADORES      PIC 9(04) COMP VALUE ZERO.
002190     05  LBP-OPR-ENT OCCURS 500 TIMES.
002200         10  LBP-OPR-ID          PIC X(08).
002210         10  LBP-OPR-NOME        PIC X(30).
002220 01  LBP-CONTADORES.
002230     05  R5                      PIC 9(04) COMP.
002240     05  L4                      PIC 9(04) COMP.
002250     05  O5                      PIC 9(04) COMP.
002260     05  D                       PIC 9(02) COMP.
002270     05  LBP-IDX-ACHADO          PIC 9(04) COMP VALUE ZERO.
002280     05  LBP-QTD-PENDENTES       PIC 9(04) COMP VALUE ZERO.
002290     05  LBP-QTD-LIBERADAS       PIC 9(04) COMP VALUE ZERO.
002300     05  LBP-QTD-REGISTRADOS     PIC 9(04) COMP VALUE ZERO.
002310     05  LBP-QTD-DIG-IGUAIS      PIC 9(02) VALUE ZERO.
002320     05  LBP-SOMA-CPF            PIC 9(04) VALUE ZERO.
002330     05  LBP-QUOCIENTE-CPF       PIC 9(04) VALUE ZERO.
002340     05  LBP-RESTO-CPF           PIC 9(02) VALUE ZERO.
002350     05  LBP-DV-CALCULADO        PIC 9(02) VALUE ZERO.
002360     05  LBP-PESO-CPF            PIC 9(02) VALUE ZERO.
002370 01  LBP-AREAS-DE-TRABALHO.
002380     05  LBP-DATA-ATUAL          PIC 9(08) VALUE ZERO.
002390     05  LBP-DATA-PARTES REDEFINES LBP-DATA-ATUAL.
002400         10  LBP-DA-ANO          PIC 9(04).
002410         10  LBP-DA-MES          PIC 9(02).
002420         10  LBP-DA-DIA          PIC 9(02).
002430     05  LBP-HORA-SISTEMA        PIC 9(08) VALUE ZERO.
002440     05  LBP-HORA-DETALHE REDEFINES LBP-HORA-SISTEMA.
002450         10  LBP-HORA-ATUAL      PIC 9(06).
002460         10  FILLER              PIC 9(02).
002470     05  LBP-ULT-LIMITE          PIC 9(11) VALUE ZERO.
002480*        LIMITE LEGAL DE IDENTIFICACAO (R$ 10.000,00), EM VIGOR
002490*        QUANDO A TABELA DE LIMITES NAO TEM REGISTRO (COMO NO
002500*        RATEIO)
002510     05  LBP-LIMITE-LEGAL        PIC 9(11) COMP VALUE 1000000.
002520     05  LBP-TOT-PENDENTE        PIC 9(13) COMP VALUE ZERO.
002530     05  LBP-TOT-REGISTRADO      PIC 9(13) COMP VALUE ZERO.
002540     05  LBP-VALOR-REAIS         PIC 9(09)V99 VALUE ZERO.
002550     05  LBP-NOME-JOGO           PIC X(09) VALUE SPACES.
002560     05  LBP-NOME-AUTORIZADOR    PIC X(30) VALUE SPACES.
002570     05  LBP-PONTEIRO            PIC 9(03) COMP.
002580     05  LBP-NUM-ENTRADA         PIC 9(11).
002590     05  LBP-NUM-EDITADO         PIC Z(10)9.
002600     05  LBP-VALOR-EDITADO       PIC Z(10)9,99.
002610     05  LBP-TEXTO-EDITADO       PIC X(14).
002620     05  LBP-QTD-BRANCOS         PIC 9(02) COMP.
002630 01  LBP-DATA-NUMERICA           PIC 9(08).
002640 01  LBP-DATA-DN REDEFINES LBP-DATA-NUMERICA.
002650     05  LBP-DN-ANO              PIC 9(04).
002660     05  LBP-DN-MES              PIC 9(02).
002670     05  LBP-DN-DIA              PIC 9(02).
002680 01  LBP-DATA-EDITADA.
002690     05  LBP-DE-DIA              PIC 9(02).
002700     05  FILLER                  PIC X(01) VALUE "/".
002710     05  LBP-DE-MES              PIC 9(02).
002720     05  FILLER                  PIC X(01) VALUE "/".
002730     05  LBP-DE-ANO              PIC 9(04).
002740 01  LBP-HORA-NUMERICA           PIC 9(06).
002750 01  LBP-HORA-HN REDEFINES LBP-HORA-NUMERICA.
002760     05  LBP-HN-HORA             PIC 9(02).
002770     05  LBP-HN-MINUTO           PIC 9(02).
002780     05  LBP-HN-SEGUNDO          PIC 9(02).
002790 01  LBP-HORA-EDITADA.
002800     05  LBP-HE-HORA             PIC 9(02).
002810     05  FILLER                  PIC X(01) VALUE ":".
002820     05  LBP-HE-MINUTO           PIC 9(02).
002830     05  FILLER                  PIC X(01) VALUE ":".
002840     05  LBP-HE-SEGUNDO          PIC 9(02).
002850 01  LBP-LINHA-VALOR.
002860     05  LBP-V-TITULO            PIC X(21).
002870     05  FILLER                  PIC X(03) VALUE "R$ ".
002880     05  LBP-V-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
002890 01  LBP-LINHA-LIMITE.
002900     05  FILLER                  PIC X(05) VALUE "JOGO ".
002910     05  LBP-LL-JOGO             PIC 9(01).
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  LBP-LL-NOME-JOGO        PIC X(09).
002940     05  FILLER                  PIC X(04) VALUE " R$ ".
002950     05  LBP-LL-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
002960     05  FILLER                  PIC X(10) VALUE " VIGENCIA ".
002970     05  LBP-LL-VIGENCIA         PIC X(10).
002980 01  LBP-LINHA-RETENCAO.
002990     05  LBP-LR-NUMERO           PIC ZZZZZ9.
003000     05  FILLER                  PIC X(01) VALUE SPACES.
003010     05  LBP-LR-DATA             PIC X(10).
003020     05  FILLER                  PIC X(06) VALUE " CONC ".
003030     05  LBP-LR-CONCURSO         PIC ZZZZZ9.
003040     05  FILLER                  PIC X(01) VALUE SPACES.
003050     05  LBP-LR-NOME             PIC X(30).
003060     05  FILLER                  PIC X(04) VALUE " R$ ".
003070     05  LBP-LR-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
003080*----------------------------------------------------------------
003090*    PRIMEIRA LINHA DO REGISTRO MENSAL, COM O NOME DOS CAMPOS NA
003100*    ORDEM EM QUE 5200-REGISTRAR-PAGAMENTO OS GRAVA
003110*----------------------------------------------------------------
003120 01  LBP-LINHA-TITULOS.
003130     05  FILLER                  PIC X(40)
003140         VALUE "MES;RETENCAO;DATA_PAGAMENTO;HORA_PAGAMEN".
003150     05  FILLER                  PIC X(40)
003160         VALUE "TO;CPF;NOME_BENEFICIARIO;TIPO_DOCUMENTO;".
003170     05  FILLER                  PIC X(40)
003180         VALUE "NUMERO_DOCUMENTO;JOGO;CONCURSO;EXECUCAO;".
003190     05  FILLER                  PIC X(40)
003200         VALUE "PALPITE;VALOR;LIMITE;DATA_RATEIO;AUTORIZ".
003210     05  FILLER                  PIC X(40)
003220         VALUE "ADO_POR;NOME_AUTORIZADOR;TERMINAL       ".
003230     05  FILLER                  PIC X(50) VALUE SPACES.
003240 PROCEDURE DIVISION.
003250 0000-MAINLINE.
003260     DISPLAY "LIBERACAO DE PREMIOS RETIDOS PARA IDENTIFICACAO"
003270     ACCEPT LBP-DATA-ATUAL FROM DATE YYYYMMDD
003280     ACCEPT LBP-HORA-SISTEMA FROM TIME
003290     DISPLAY "ID DO SUPERVISOR: " WITH NO ADVANCING
003300     ACCEPT LBP-ID-SUPERVISOR
003310     PERFORM 0100-VALIDAR-SUPERVISOR THRU 0100-EXIT
003320     DISPLAY "MODO (T=LIMITE L=LISTAR A=AUTORIZAR R=REGISTRO): "
003330         WITH NO ADVANCING
003340     ACCEPT LBP-MODO-EXECUCAO
003350     IF NOT LBP-MODO-LIMITE AND NOT LBP-MODO-LISTAR
003360        AND NOT LBP-MODO-AUTORIZAR AND NOT LBP-MODO-REGISTRO
003370         DISPLAY "MODO INVALIDO - ABORTANDO"
003380         MOVE 16 TO RETURN-CODE
003390         GOBACK
003400     END-IF
003410     EVALUATE TRUE
003420         WHEN LBP-MODO-LIMITE
003430             PERFORM 2000-GRAVAR-LIMITE THRU 2000-EXIT
003440         WHEN LBP-MODO-LISTAR
003450             PERFORM 3000-LISTAR THRU 3000-EXIT
003460         WHEN LBP-MODO-AUTORIZAR
003470             PERFORM 4000-AUTORIZAR THRU 4000-EXIT
003480         WHEN LBP-MODO-REGISTRO
003490             PERFORM 5000-REGISTRO-MENSAL THRU 5000-EXIT
003500     END-EVALUATE
003510     GOBACK.
003520*----------------------------------------------------------------
003530*    0100-VALIDAR-SUPERVISOR - LOCALIZA O SUPERVISOR NO CADASTRO
003540*                               DE OPERADORES E ABORTA QUANDO
003550*                               DESCONHECIDO, INATIVO OU SEM
003560*                               NIVEL DE SUPERVISOR
003570*----------------------------------------------------------------
003580 0100-VALIDAR-SUPERVISOR.
003590     SET LBP-OPER-ACHADO TO FALSE
003600     SET LBP-FIM-OPERADORES TO FALSE
003610     OPEN INPUT ARQ-OPERADORES
003620     IF LBP-FS-OPERADORES NOT = "00"
003630         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL -"
003640             " ABORTANDO"
003650         MOVE 16 TO RETURN-CODE
003660         GOBACK
003670     END-IF
003680     PERFORM UNTIL LBP-FIM-OPERADORES OR LBP-OPER-ACHADO
003690         READ ARQ-OPERADORES
003700             AT END
003710                 SET LBP-FIM-OPERADORES TO TRUE
003720             NOT AT END
003730                 IF OPR-ID-OPERADOR = LBP-ID-SUPERVISOR
003740                     SET LBP-OPER-ACHADO TO TRUE
003750                 END-IF
003760         END-READ
003770     END-PERFORM
003780     CLOSE ARQ-OPERADORES
003790     IF NOT LBP-OPER-ACHADO OR NOT OPR-ATIVO
003800         DISPLAY "OPERADOR " LBP-ID-SUPERVISOR
003810             " DESCONHECIDO OU INATIVO - ABORTANDO"
003820         MOVE 16 TO RETURN-CODE
003830         GOBACK
003840     END-IF
003850     IF NOT OPR-NIVEL-SUPERVISOR
003860         DISPLAY "LIBERACAO DE PREMIOS RESTRITA A SUPERVISOR -"
003870             " ABORTANDO"
003880         MOVE 16 TO RETURN-CODE
003890         GOBACK
003900     END-IF
003910     MOVE OPR-NOME-OPERADOR TO LBP-NOME-SUPERVISOR
003920     DISPLAY "SUPERVISOR " LBP-ID-SUPERVISOR " - "
003930         LBP-NOME-SUPERVISOR.
003940 0100-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970*    0200-VERIFICAR-CAIXA - MARCA QUANDO O CAIXA DE HOJE JA FOI
003980*                            FECHADO: O PAGAMENTO NAO PODERIA MAIS
003990*                            SER LANCADO NO DIARIO DE CAIXA
004000*                            (ARQUIVO AINDA INEXISTENTE = NENHUM
004010*                            DIA FECHADO)
004020*----------------------------------------------------------------
004030 0200-VERIFICAR-CAIXA.
004040     OPEN INPUT ARQ-FECHAMENTOS
004050     IF LBP-FS-FECHAMENTOS = "35"
004060         MOVE "00" TO LBP-FS-FECHAMENTOS
004070         GO TO 0200-EXIT
004080     END-IF
004090     IF LBP-FS-FECHAMENTOS NOT = "00"
004100         DISPLAY "ERRO " LBP-FS-FECHAMENTOS
004110             " AO ABRIR OS FECHAMENTOS DE CAIXA - ABORTANDO"
004120         MOVE 16 TO RETURN-CODE
004130         GOBACK
004140     END-IF
004150     PERFORM UNTIL LBP-FIM-FECHAMENTOS OR LBP-CAIXA-FECHADO
004160         READ ARQ-FECHAMENTOS
004170             AT END
004180                 SET LBP-FIM-FECHAMENTOS TO TRUE
004190             NOT AT END
004200                 IF FCX-DATA-CAIXA = LBP-DATA-ATUAL
004210                     SET LBP-CAIXA-FECHADO TO TRUE
004220                 END-IF
004230         END-READ
004240     END-PERFORM
004250     CLOSE ARQ-FECHAMENTOS.
004260 0200-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290*    1000-CARREGAR-RETENCOES - CARREGA AS RETENCOES E LIBERACOES
004300*                               GRAVADAS, UMA ENTRADA POR NUMERO
004310*                               DE RETENCAO (ARQUIVO AINDA
004320*                               INEXISTENTE = NADA RETIDO)
004330*----------------------------------------------------------------
004340 1000-CARREGAR-RETENCOES.
004350     OPEN INPUT ARQ-RETIDOS
004360     IF LBP-FS-RETIDOS = "35"
004370         DISPLAY "NENHUM PAGAMENTO RETIDO ATE HOJE"
004380         MOVE "00" TO LBP-FS-RETIDOS
004390         GO TO 1000-EXIT
004400     END-IF
004410     IF LBP-FS-RETIDOS NOT = "00"
004420         DISPLAY "ERRO " LBP-FS-RETIDOS
004430             " AO ABRIR OS PAGAMENTOS RETIDOS - ABORTANDO"
004440         MOVE 16 TO RETURN-CODE
004450         GOBACK
004460     END-IF
004470     PERFORM UNTIL LBP-FIM-RETIDOS
004480         READ ARQ-RETIDOS
004490             AT END
004500                 SET LBP-FIM-RETIDOS TO TRUE
004510             NOT AT END
004520                 PERFORM 1010-GUARDAR-RETENCAO THRU 1010-EXIT
004530         END-READ
004540     END-PERFORM
004550     CLOSE ARQ-RETIDOS.
004560 1000-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590*    1010-GUARDAR-RETENCAO - A LIBERACAO SUBSTITUI A ENTRADA DA
004600*                             SUA RETENCAO; A RETENCAO (OU A
004610*                             LIBERACAO SEM RETENCAO ANTERIOR)
004620*                             OCUPA A PROXIMA ENTRADA DA TABELA
004630*----------------------------------------------------------------
004640 1010-GUARDAR-RETENCAO.
004650     IF RTD-LIBERADO
004660         MOVE RTD-NUM-RETENCAO TO LBP-NUM-PROCURADO
004670         PERFORM 1020-LOCALIZAR-RETENCAO THRU 1020-EXIT
004680         IF LBP-RETENCAO-ACHADA
004690             MOVE PAGAMENTO-RETIDO-REC
004700                 TO LBP-RET-IMG(LBP-IDX-ACHADO)
004710             GO TO 1010-EXIT
004720         END-IF
004730     END-IF
004740     IF LBP-QTD-RETENCOES >= 3000
004750         DISPLAY "TABELA DE RETENCOES CHEIA - ABORTANDO"
004760         MOVE 16 TO RETURN-CODE
004770         GOBACK
004780     END-IF
004790     ADD 1 TO LBP-QTD-RETENCOES
004800     MOVE PAGAMENTO-RETIDO-REC TO LBP-RET-IMG(LBP-QTD-RETENCOES).
004810 1010-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840*    1020-LOCALIZAR-RETENCAO - PROCURA NA TABELA A RETENCAO DE
004850*                               NUMERO LBP-NUM-PROCURADO, DEIXANDO
004860*                               A POSICAO EM LBP-IDX-ACHADO E A
004870*                               ENTRADA NA AREA DE TRABALHO
004880*----------------------------------------------------------------
004890 1020-LOCALIZAR-RETENCAO.
004900     SET LBP-RETENCAO-ACHADA TO FALSE
004910     IF LBP-QTD-RETENCOES > ZERO
004920         PERFORM 1030-COMPARAR-RETENCAO THRU 1030-EXIT
004930             VARYING R5 FROM 1 BY 1
004940             UNTIL R5 > LBP-QTD-RETENCOES
004950                OR LBP-RETENCAO-ACHADA
004960     END-IF.
004970 1020-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000*    1030-COMPARAR-RETENCAO - MARCA QUANDO A ENTRADA R5 E A
005010*                              RETENCAO PROCURADA
005020*----------------------------------------------------------------
005030 1030-COMPARAR-RETENCAO.
005040     MOVE LBP-RET-IMG(R5) TO LBP-AREA-RETIDO
005050     IF LBP-AR-NUM-RETENCAO = LBP-NUM-PROCURADO
005060         SET LBP-RETENCAO-ACHADA TO TRUE
005070         MOVE R5 TO LBP-IDX-ACHADO
005080     END-IF.
005090 1030-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120*    1100-CARREGAR-LIMITES - ESCOLHE NA TABELA DE LIMITES O
005130*                             REGISTRO EM VIGOR HOJE DE CADA JOGO,
005140*                             PELA MESMA REGRA DO RATEIO (ARQUIVO
005150*                             AINDA INEXISTENTE = SO O LIMITE
005160*                             LEGAL); NO MODO L LISTA OS REGISTROS
005170*----------------------------------------------------------------
005180 1100-CARREGAR-LIMITES.
005190     OPEN INPUT ARQ-LIMITES
005200     IF LBP-FS-LIMITES = "35"
005210         DISPLAY "TABELA DE LIMITES AINDA VAZIA - VALE O LIMITE"
005220             " LEGAL"
005230         MOVE "00" TO LBP-FS-LIMITES
005240         GO TO 1100-EXIT
005250     END-IF
005260     IF LBP-FS-LIMITES NOT = "00"
005270         DISPLAY "ERRO " LBP-FS-LIMITES
005280             " AO ABRIR A TABELA DE LIMITES - ABORTANDO"
005290         MOVE 16 TO RETURN-CODE
005300         GOBACK
005310     END-IF
005320     PERFORM UNTIL LBP-FIM-LIMITES
005330         READ ARQ-LIMITES
005340             AT END
005350                 SET LBP-FIM-LIMITES TO TRUE
005360             NOT AT END
005370                 PERFORM 1110-AVALIAR-LIMITE THRU 1110-EXIT
005380         END-READ
005390     END-PERFORM
005400     CLOSE ARQ-LIMITES.
005410 1100-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440*    1110-AVALIAR-LIMITE - FICA COM O LIMITE LIDO QUANDO JA EM
005450*                           VIGOR E DE VIGENCIA IGUAL OU MAIOR QUE
005460*                           A DO ESCOLHIDO PARA O JOGO
005470*----------------------------------------------------------------
005480 1110-AVALIAR-LIMITE.
005490     IF LIM-TIPO-JOGO NOT NUMERIC
005500        OR LIM-VALOR-LIMITE NOT NUMERIC
005510        OR LIM-DATA-VIGENCIA NOT NUMERIC
005520         DISPLAY "LIMITE COM CAMPO NAO NUMERICO - IGNORADO"
005530         GO TO 1110-EXIT
005540     END-IF
005550     IF NOT LIM-JOGO-VALIDO OR LIM-DATA-VIGENCIA = ZERO
005560         DISPLAY "LIMITE COM JOGO OU VIGENCIA INVALIDA - IGNORADO"
005570         GO TO 1110-EXIT
005580     END-IF
005590     IF LBP-MODO-LISTAR
005600         MOVE LIM-TIPO-JOGO      TO LBP-LL-JOGO
005610         MOVE LIM-TIPO-JOGO      TO LBP-JOGO-LIMITE
005620         PERFORM 7100-NOMEAR-JOGO THRU 7100-EXIT
005630         MOVE LBP-NOME-JOGO      TO LBP-LL-NOME-JOGO
005640         COMPUTE LBP-VALOR-REAIS = LIM-VALOR-LIMITE / 100
005650         MOVE LBP-VALOR-REAIS    TO LBP-LL-VALOR
005660         MOVE LIM-DATA-VIGENCIA  TO LBP-DATA-NUMERICA
005670         PERFORM 7200-EDITAR-DATA THRU 7200-EXIT
005680         MOVE LBP-DATA-EDITADA   TO LBP-LL-VIGENCIA
005690         DISPLAY LBP-LINHA-LIMITE "  POR " LIM-ID-OPERADOR
005700     END-IF
005710     IF LIM-DATA-VIGENCIA > LBP-DATA-ATUAL
005720         GO TO 1110-EXIT
005730     END-IF
005740     COMPUTE L4 = LIM-TIPO-JOGO + 1
005750     IF LIM-DATA-VIGENCIA >= LBP-LIM-VIGENCIA(L4)
005760         MOVE LIM-DATA-VIGENCIA TO LBP-LIM-VIGENCIA(L4)
005770         MOVE LIM-VALOR-LIMITE  TO LBP-LIM-VALOR(L4)
005780     END-IF.
005790 1110-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820*    1120-FIXAR-LIMITE - COMPLETA A ENTRADA L4 SEM REGISTRO EM
005830*                         VIGOR (TODOS OS JOGOS = LIMITE LEGAL;
005840*                         JOGO = O DE TODOS OS JOGOS) E IMPRIME O
005850*                         LIMITE EM VIGOR DE CADA JOGO
005860*----------------------------------------------------------------
005870 1120-FIXAR-LIMITE.
005880     IF LBP-LIM-VIGENCIA(L4) = ZERO
005890         IF L4 = 1
005900             MOVE LBP-LIMITE-LEGAL TO LBP-LIM-VALOR(L4)
005910         ELSE
005920             MOVE LBP-LIM-VALOR(1) TO LBP-LIM-VALOR(L4)
005930         END-IF
005940     END-IF
005950     IF L4 > 1
005960         COMPUTE LBP-JOGO-LIMITE = L4 - 1
005970         MOVE LBP-JOGO-LIMITE    TO LBP-LL-JOGO
005980         PERFORM 7100-NOMEAR-JOGO THRU 7100-EXIT
005990         MOVE LBP-NOME-JOGO      TO LBP-LL-NOME-JOGO
006000         COMPUTE LBP-VALOR-REAIS = LBP-LIM-VALOR(L4) / 100
006010         MOVE LBP-VALOR-REAIS    TO LBP-LL-VALOR
006020         IF LBP-LIM-VIGENCIA(L4) > ZERO
006030             MOVE LBP-LIM-VIGENCIA(L4) TO LBP-DATA-NUMERICA
006040             PERFORM 7200-EDITAR-DATA THRU 7200-EXIT
006050             MOVE LBP-DATA-EDITADA TO LBP-LL-VIGENCIA
006060         ELSE
006070             IF LBP-LIM-VIGENCIA(1) > ZERO
006080                 MOVE "TODOS"    TO LBP-LL-VIGENCIA
006090             ELSE
006100                 MOVE "LEGAL"    TO LBP-LL-VIGENCIA
006110             END-IF
006120         END-IF
006130         DISPLAY LBP-LINHA-LIMITE
006140     END-IF.
006150 1120-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180*    2000-GRAVAR-LIMITE - LE O JOGO, O VALOR EM CENTAVOS E A DATA
006190*                          DE VIGENCIA DE UM NOVO LIMITE E O
006200*                          ACRESCENTA A TABELA DE LIMITES; A
006210*                          VIGENCIA NAO PODE SER ANTERIOR A HOJE,
006220*                          PARA NAO MUDAR A REGRA DE RETENCOES JA
006230*                          FEITAS
006240*----------------------------------------------------------------
006250 2000-GRAVAR-LIMITE.
006260     DISPLAY "JOGO (0=TODOS  1=MEGA-SENA  2=LOTOFACIL  3=QUINA): "
006270         WITH NO ADVANCING
006280     ACCEPT LBP-JOGO-LIMITE
006290     IF LBP-JOGO-LIMITE > 3
006300         DISPLAY "JOGO " LBP-JOGO-LIMITE " INVALIDO - RECUSADO"
006310         MOVE 8 TO RETURN-CODE
006320         GO TO 2000-EXIT
006330     END-IF
006340     DISPLAY "LIMITE DE IDENTIFICACAO (EM CENTAVOS): "
006350         WITH NO ADVANCING
006360     ACCEPT LBP-VALOR-LIMITE
006370     IF LBP-VALOR-LIMITE = ZERO
006380         DISPLAY "LIMITE NAO PODE SER ZERO - RECUSADO"
006390         MOVE 8 TO RETURN-CODE
006400         GO TO 2000-EXIT
006410     END-IF
006420     DISPLAY "INICIO DA VIGENCIA (AAAAMMDD, ZERO = HOJE): "
006430         WITH NO ADVANCING
006440     ACCEPT LBP-VIGENCIA-LIMITE
006450     IF LBP-VIGENCIA-LIMITE = ZERO
006460         MOVE LBP-DATA-ATUAL TO LBP-VIGENCIA-LIMITE
006470     END-IF
006480     IF LBP-VG-MES < 1 OR LBP-VG-MES > 12
006490        OR LBP-VG-DIA < 1 OR LBP-VG-DIA > 31
006500         DISPLAY "DATA DE VIGENCIA " LBP-VIGENCIA-LIMITE
006510             " INVALIDA - RECUSADO"
006520         MOVE 8 TO RETURN-CODE
006530         GO TO 2000-EXIT
006540     END-IF
006550     IF LBP-VIGENCIA-LIMITE < LBP-DATA-ATUAL
006560         DISPLAY "VIGENCIA ANTERIOR A HOJE - RECUSADO"
006570         MOVE 8 TO RETURN-CODE
006580         GO TO 2000-EXIT
006590     END-IF
006600     PERFORM 7100-NOMEAR-JOGO THRU 7100-EXIT
006610     MOVE "NOVO LIMITE........: " TO LBP-V-TITULO
006620     COMPUTE LBP-VALOR-REAIS = LBP-VALOR-LIMITE / 100
006630     MOVE LBP-VALOR-REAIS TO LBP-V-VALOR
006640     DISPLAY LBP-LINHA-VALOR "  " LBP-NOME-JOGO
006650         " A PARTIR DE " LBP-VIGENCIA-LIMITE
006660     IF LBP-VALOR-LIMITE > LBP-LIMITE-LEGAL
006670         DISPLAY "ATENCAO: ACIMA DO LIMITE LEGAL DE R$ 10.000,00"
006680             " - CONFIRA A NORMA EM VIGOR"
006690     END-IF
006700     DISPLAY "CONFIRMA O NOVO LIMITE (S/N): " WITH NO ADVANCING
006710     ACCEPT LBP-RESP-CONFIRMA
006720     IF LBP-RESP-CONFIRMA NOT = "S"
006730         DISPLAY "LIMITE NAO GRAVADO"
006740         MOVE 4 TO RETURN-CODE
006750         GO TO 2000-EXIT
006760     END-IF
006770     OPEN EXTEND ARQ-LIMITES
006780     IF LBP-FS-LIMITES = "35"
006790         OPEN OUTPUT ARQ-LIMITES
006800     END-IF
006810     IF LBP-FS-LIMITES NOT = "00"
006820         DISPLAY "ERRO " LBP-FS-LIMITES
006830             " AO ABRIR A TABELA DE LIMITES - ABORTANDO"
006840         MOVE 16 TO RETURN-CODE
006850         GOBACK
006860     END-IF
006870     MOVE LBP-JOGO-LIMITE        TO LIM-TIPO-JOGO
006880     MOVE LBP-VALOR-LIMITE       TO LIM-VALOR-LIMITE
006890     MOVE LBP-VIGENCIA-LIMITE    TO LIM-DATA-VIGENCIA
006900     MOVE LBP-ID-SUPERVISOR      TO LIM-ID-OPERADOR
006910     MOVE LBP-DATA-ATUAL         TO LIM-DATA-REGISTRO
006920     MOVE LBP-HORA-ATUAL         TO LIM-HORA-REGISTRO
006930     WRITE LIMITE-PAGTO-REC
006940     IF LBP-FS-LIMITES NOT = "00"
006950         DISPLAY "ERRO " LBP-FS-LIMITES
006960             " AO GRAVAR A TABELA DE LIMITES - ABORTANDO"
006970         CLOSE ARQ-LIMITES
006980         MOVE 16 TO RETURN-CODE
006990         GOBACK
007000     END-IF
007010     CLOSE ARQ-LIMITES
007020     DISPLAY "LIMITE GRAVADO - VALE PARA OS RATEIOS A PARTIR DE "
007030         LBP-VIGENCIA-LIMITE.
007040 2000-EXIT.
007050     EXIT.
007060*----------------------------------------------------------------
007070*    3000-LISTAR - IMPRIME OS LIMITES CADASTRADOS, O LIMITE EM
007080*                   VIGOR DE CADA JOGO E AS RETENCOES PENDENTES
007090*                   DE LIBERACAO, COM O TOTAL RETIDO
007100*----------------------------------------------------------------
007110 3000-LISTAR.
007120     DISPLAY " "
007130     DISPLAY "LIMITES CADASTRADOS ATE " LBP-DATA-ATUAL
007140     PERFORM 1100-CARREGAR-LIMITES THRU 1100-EXIT
007150     DISPLAY " "
007160     DISPLAY "LIMITES EM VIGOR HOJE"
007170     PERFORM 1120-FIXAR-LIMITE THRU 1120-EXIT
007180         VARYING L4 FROM 1 BY 1
007190         UNTIL L4 > 4
007200     PERFORM 1000-CARREGAR-RETENCOES THRU 1000-EXIT
007210     DISPLAY " "
007220     DISPLAY "RETENCOES PENDENTES DE IDENTIFICACAO"
007230     IF LBP-QTD-RETENCOES > ZERO
007240         PERFORM 3100-LISTAR-RETENCAO THRU 3100-EXIT
007250             VARYING R5 FROM 1 BY 1
007260             UNTIL R5 > LBP-QTD-RETENCOES
007270     END-IF
007280     DISPLAY " "
007290     DISPLAY "RETENCOES PENDENTES: " LBP-QTD-PENDENTES
007300     DISPLAY "RETENCOES LIBERADAS: " LBP-QTD-LIBERADAS
007310     MOVE "TOTAL PENDENTE.....: " TO LBP-V-TITULO
007320     COMPUTE LBP-VALOR-REAIS = LBP-TOT-PENDENTE / 100
007330     MOVE LBP-VALOR-REAIS TO LBP-V-VALOR
007340     DISPLAY LBP-LINHA-VALOR.
007350 3000-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------
007380*    3100-LISTAR-RETENCAO - IMPRIME A ENTRADA R5 QUANDO AINDA
007390*                            PENDENTE E CONTA AS LIBERADAS
007400*----------------------------------------------------------------
007410 3100-LISTAR-RETENCAO.
007420     MOVE LBP-RET-IMG(R5) TO LBP-AREA-RETIDO
007430     IF LBP-AR-LIBERADO
007440         ADD 1 TO LBP-QTD-LIBERADAS
007450         GO TO 3100-EXIT
007460     END-IF
007470     ADD 1 TO LBP-QTD-PENDENTES
007480     ADD LBP-AR-VALOR-RETIDO TO LBP-TOT-PENDENTE
007490     MOVE LBP-AR-NUM-RETENCAO    TO LBP-LR-NUMERO
007500     MOVE LBP-AR-DATA-RATEIO     TO LBP-DATA-NUMERICA
007510     PERFORM 7200-EDITAR-DATA THRU 7200-EXIT
007520     MOVE LBP-DATA-EDITADA       TO LBP-LR-DATA
007530     MOVE LBP-AR-NUM-CONCURSO    TO LBP-LR-CONCURSO
007540     MOVE LBP-AR-NOME-PARTICIPANTE TO LBP-LR-NOME
007550     COMPUTE LBP-VALOR-REAIS = LBP-AR-VALOR-RETIDO / 100
007560     MOVE LBP-VALOR-REAIS        TO LBP-LR-VALOR
007570     DISPLAY LBP-LINHA-RETENCAO.
007580 3100-EXIT.
007590     EXIT.
007600*----------------------------------------------------------------
007610*    4000-AUTORIZAR - LIBERA UMA RETENCAO PENDENTE COM O
007620*                      BENEFICIARIO PRESENTE: CONFERE CAIXA
007630*                      ABERTO, RETENCAO PENDENTE E NAO PRESCRITA,
007640*                      CPF VALIDO (E IGUAL AO DO CADASTRO PARA
007650*                      CLIENTE CADASTRADO), NOME E DOCUMENTO COM
007660*                      FOTO; COM A CONFIRMACAO DO SUPERVISOR GRAVA
007670*                      A LIBERACAO, O PAGAMENTO E O CAIXA
007680*----------------------------------------------------------------
007690 4000-AUTORIZAR.
007700     PERFORM 0200-VERIFICAR-CAIXA THRU 0200-EXIT
007710     IF LBP-CAIXA-FECHADO
007720         DISPLAY "CAIXA DO DIA " LBP-DATA-ATUAL
007730             " JA FECHADO - NENHUM PREMIO PAGO"
007740         MOVE 8 TO RETURN-CODE
007750         GO TO 4000-EXIT
007760     END-IF
007770     DISPLAY "TERMINAL PAGADOR: " WITH NO ADVANCING
007780     ACCEPT LBP-ID-TERMINAL
007790     IF LBP-ID-TERMINAL = SPACES
007800         DISPLAY "TERMINAL PAGADOR NAO INFORMADO - RECUSADO"
007810         MOVE 8 TO RETURN-CODE
007820         GO TO 4000-EXIT
007830     END-IF
007840     PERFORM 1000-CARREGAR-RETENCOES THRU 1000-EXIT
007850     DISPLAY "NUMERO DA RETENCAO: " WITH NO ADVANCING
007860     ACCEPT LBP-NUM-PROCURADO
007870     PERFORM 1020-LOCALIZAR-RETENCAO THRU 1020-EXIT
007880     IF NOT LBP-RETENCAO-ACHADA
007890         DISPLAY "RETENCAO " LBP-NUM-PROCURADO
007900             " NAO ENCONTRADA - RECUSADO"
007910         MOVE 8 TO RETURN-CODE
007920         GO TO 4000-EXIT
007930     END-IF
007940     IF LBP-AR-LIBERADO
007950         DISPLAY "RETENCAO JA LIBERADA EM "
007960             LBP-AR-DATA-AUTORIZACAO
007970             " POR " LBP-AR-ID-AUTORIZADOR " - RECUSADO"
007980         MOVE 8 TO RETURN-CODE
007990         GO TO 4000-EXIT
008000     END-IF
008010     PERFORM 7000-MOSTRAR-RETENCAO THRU 7000-EXIT
008020     PERFORM 4100-VERIFICAR-PRESCRITO THRU 4100-EXIT
008030     IF LBP-PREMIO-PRESCRITO
008040         DISPLAY "PREMIO PRESCRITO (PRAZO DA CAIXA VENCIDO) - NAO"
008050             " PODE SER PAGO"
008060         MOVE 8 TO RETURN-CODE
008070         GO TO 4000-EXIT
008080     END-IF
008090     DISPLAY "CPF DO BENEFICIARIO (SO DIGITOS): "
008100         WITH NO ADVANCING
008110     ACCEPT LBP-CPF-DIGITADO
008120     PERFORM 6100-VALIDAR-CPF THRU 6100-EXIT
008130     IF NOT LBP-CPF-VALIDO
008140         DISPLAY "CPF " LBP-CPF-DIGITADO " INVALIDO - RECUSADO"
008150         MOVE 8 TO RETURN-CODE
008160         GO TO 4000-EXIT
008170     END-IF
008180     IF LBP-AR-COD-CLIENTE NUMERIC
008190        AND LBP-AR-COD-CLIENTE > ZERO
008200         PERFORM 4200-CONFERIR-CLIENTE THRU 4200-EXIT
008210         IF NOT LBP-CPF-VALIDO
008220             MOVE 8 TO RETURN-CODE
008230             GO TO 4000-EXIT
008240         END-IF
008250     END-IF
008260     DISPLAY "NOME DO BENEFICIARIO (COMO NO DOCUMENTO): "
008270         WITH NO ADVANCING
008280     ACCEPT LBP-NOME-BENEFICIARIO
008290     IF LBP-NOME-BENEFICIARIO = SPACES
008300         DISPLAY "NOME DO BENEFICIARIO NAO INFORMADO - RECUSADO"
008310         MOVE 8 TO RETURN-CODE
008320         GO TO 4000-EXIT
008330     END-IF
008340     DISPLAY "DOCUMENTO COM FOTO (RG=RG CN=CNH PS=PASSAPORTE): "
008350         WITH NO ADVANCING
008360     ACCEPT LBP-TIPO-DOCUMENTO
008370     IF NOT LBP-DOC-VALIDO
008380         DISPLAY "TIPO DE DOCUMENTO " LBP-TIPO-DOCUMENTO
008390             " INVALIDO - RECUSADO"
008400         MOVE 8 TO RETURN-CODE
008410         GO TO 4000-EXIT
008420     END-IF
008430     DISPLAY "NUMERO DO DOCUMENTO: " WITH NO ADVANCING
008440     ACCEPT LBP-NUM-DOCUMENTO
008450     IF LBP-NUM-DOCUMENTO = SPACES
008460         DISPLAY "NUMERO DO DOCUMENTO NAO INFORMADO - RECUSADO"
008470         MOVE 8 TO RETURN-CODE
008480         GO TO 4000-EXIT
008490     END-IF
008500     DISPLAY "BENEFICIARIO " LBP-NOME-BENEFICIARIO
008510         " CPF " LBP-CPF-DIGITADO
008520     DISPLAY "DOCUMENTO " LBP-TIPO-DOCUMENTO " " LBP-NUM-DOCUMENTO
008530     DISPLAY "DOCUMENTO CONFERIDO - CONFIRMA O PAGAMENTO (S/N): "
008540         WITH NO ADVANCING
008550     ACCEPT LBP-RESP-CONFIRMA
008560     IF LBP-RESP-CONFIRMA NOT = "S"
008570         DISPLAY "RETENCAO MANTIDA PENDENTE"
008580         MOVE 4 TO RETURN-CODE
008590         GO TO 4000-EXIT
008600     END-IF
008610     PERFORM 4300-ABRIR-ARQUIVOS THRU 4300-EXIT
008620     PERFORM 4310-GRAVAR-LIBERACAO THRU 4310-EXIT
008630     PERFORM 4320-GRAVAR-PAGAMENTO THRU 4320-EXIT
008640     PERFORM 4330-GRAVAR-MOVIMENTO THRU 4330-EXIT
008650     CLOSE ARQ-RETIDOS
008660     CLOSE ARQ-PAGAMENTOS
008670     CLOSE ARQ-MOVIMENTOS
008680     MOVE "VALOR A PAGAR......: " TO LBP-V-TITULO
008690     COMPUTE LBP-VALOR-REAIS = LBP-AR-VALOR-RETIDO / 100
008700     MOVE LBP-VALOR-REAIS TO LBP-V-VALOR
008710     DISPLAY "RETENCAO " LBP-AR-NUM-RETENCAO " LIBERADA POR "
008720         LBP-ID-SUPERVISOR " EM " LBP-DATA-ATUAL " "
008730         LBP-HORA-ATUAL
008740     DISPLAY LBP-LINHA-VALOR.
008750 4000-EXIT.
008760     EXIT.
008770*----------------------------------------------------------------
008780*    4100-VERIFICAR-PRESCRITO - PROCURA O PREMIADO DA RETENCAO NO
008790*                                ARQUIVO DE PRESCRITOS GRAVADO
008800*                                PELO PRESCRI (ARQUIVO AINDA
008810*                                INEXISTENTE = NADA PRESCRITO)
008820*----------------------------------------------------------------
008830 4100-VERIFICAR-PRESCRITO.
008840     OPEN INPUT ARQ-PRESCRITOS
008850     IF LBP-FS-PRESCRITOS = "35"
008860         MOVE "00" TO LBP-FS-PRESCRITOS
008870         GO TO 4100-EXIT
008880     END-IF
008890     IF LBP-FS-PRESCRITOS NOT = "00"
008900         DISPLAY "ERRO " LBP-FS-PRESCRITOS
008910             " AO ABRIR OS PREMIOS PRESCRITOS - ABORTANDO"
008920         MOVE 16 TO RETURN-CODE
008930         GOBACK
008940     END-IF
008950     PERFORM UNTIL LBP-FIM-PRESCRITOS OR LBP-PREMIO-PRESCRITO
008960         READ ARQ-PRESCRITOS
008970             AT END
008980                 SET LBP-FIM-PRESCRITOS TO TRUE
008990             NOT AT END
009000                 IF PSR-NUM-CONCURSO = LBP-AR-NUM-CONCURSO
009010                    AND PSR-ID-EXECUCAO = LBP-AR-ID-EXECUCAO
009020                    AND PSR-NUM-PALPITE = LBP-AR-NUM-PALPITE
009030                     SET LBP-PREMIO-PRESCRITO TO TRUE
009040                 END-IF
009050         END-READ
009060     END-PERFORM
009070     CLOSE ARQ-PRESCRITOS.
009080 4100-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110*    4200-CONFERIR-CLIENTE - PARA PARTICIPANTE CADASTRADO, O CPF
009120*                             DIGITADO TEM DE SER O DO CADASTRO DE
009130*                             CLIENTES; CLIENTE FORA DO CADASTRO
009140*                             FICA SO COM A CONFERENCIA DO
009150*                             DOCUMENTO
009160*----------------------------------------------------------------
009170 4200-CONFERIR-CLIENTE.
009180     OPEN INPUT ARQ-CLIENTES
009190     IF LBP-FS-CLIENTES = "35"
009200         MOVE "00" TO LBP-FS-CLIENTES
009210         DISPLAY "CADASTRO DE CLIENTES VAZIO - CONFERIR SO PELO"
009220             " DOCUMENTO"
009230         GO TO 4200-EXIT
009240     END-IF
009250     IF LBP-FS-CLIENTES NOT = "00"
009260         DISPLAY "ERRO " LBP-FS-CLIENTES
009270             " AO ABRIR O CADASTRO DE CLIENTES - ABORTANDO"
009280         MOVE 16 TO RETURN-CODE
009290         GOBACK
009300     END-IF
009310     PERFORM UNTIL LBP-FIM-CLIENTES OR LBP-CLIENTE-ACHADO
009320         READ ARQ-CLIENTES
009330             AT END
009340                 SET LBP-FIM-CLIENTES TO TRUE
009350             NOT AT END
009360                 IF CLI-COD-CLIENTE = LBP-AR-COD-CLIENTE
009370                     SET LBP-CLIENTE-ACHADO TO TRUE
009380                 END-IF
009390         END-READ
009400     END-PERFORM
009410     CLOSE ARQ-CLIENTES
009420     IF NOT LBP-CLIENTE-ACHADO
009430         DISPLAY "CLIENTE " LBP-AR-COD-CLIENTE
009440             " FORA DO CADASTRO - CONFERIR SO PELO DOCUMENTO"
009450         GO TO 4200-EXIT
009460     END-IF
009470     DISPLAY "CLIENTE " CLI-COD-CLIENTE " - " CLI-NOME-CLIENTE
009480     IF CLI-CPF NOT = LBP-CPF-NUMERICO
009490         DISPLAY "CPF NAO CONFERE COM O CADASTRO DO CLIENTE -"
009500             " RECUSADO"
009510         SET LBP-CPF-VALIDO TO FALSE
009520     END-IF.
009530 4200-EXIT.
009540     EXIT.
009550*----------------------------------------------------------------
009560*    4300-ABRIR-ARQUIVOS - ABRE PARA ACRESCIMO OS RETIDOS, O
009570*                           LIVRO DE PAGAMENTOS E O DIARIO DE
009580*                           CAIXA ANTES DE GRAVAR QUALQUER UM
009590*----------------------------------------------------------------
009600 4300-ABRIR-ARQUIVOS.
009610     OPEN EXTEND ARQ-RETIDOS
009620     IF LBP-FS-RETIDOS NOT = "00"
009630         DISPLAY "ERRO " LBP-FS-RETIDOS
009640             " AO ABRIR OS PAGAMENTOS RETIDOS - ABORTANDO"
009650         MOVE 16 TO RETURN-CODE
009660         GOBACK
009670     END-IF
009680     OPEN EXTEND ARQ-PAGAMENTOS
009690     IF LBP-FS-PAGAMENTOS = "35"
009700         OPEN OUTPUT ARQ-PAGAMENTOS
009710     END-IF
009720     IF LBP-FS-PAGAMENTOS NOT = "00"
009730         DISPLAY "ERRO " LBP-FS-PAGAMENTOS
009740             " AO ABRIR O LIVRO DE PAGAMENTOS - ABORTANDO"
009750         CLOSE ARQ-RETIDOS
009760         MOVE 16 TO RETURN-CODE
009770         GOBACK
009780     END-IF
009790     OPEN EXTEND ARQ-MOVIMENTOS
009800     IF LBP-FS-MOVIMENTOS = "35"
009810         OPEN OUTPUT ARQ-MOVIMENTOS
009820     END-IF
009830     IF LBP-FS-MOVIMENTOS NOT = "00"
009840         DISPLAY "ERRO " LBP-FS-MOVIMENTOS
009850             " AO ABRIR O DIARIO DE CAIXA - ABORTANDO"
009860         CLOSE ARQ-RETIDOS
009870         CLOSE ARQ-PAGAMENTOS
009880         MOVE 16 TO RETURN-CODE
009890         GOBACK
009900     END-IF.
009910 4300-EXIT.
009920     EXIT.
009930*----------------------------------------------------------------
009940*    4310-GRAVAR-LIBERACAO - GRAVA NOS RETIDOS O REGISTRO DE
009950*                             LIBERACAO DA RETENCAO, COM O
009960*                             BENEFICIARIO CONFERIDO E QUEM
009970*                             AUTORIZOU, ONDE E QUANDO
009980*----------------------------------------------------------------
009990 4310-GRAVAR-LIBERACAO.
010000     MOVE LBP-AREA-RETIDO        TO PAGAMENTO-RETIDO-REC
010010     SET RTD-LIBERADO            TO TRUE
010020     MOVE LBP-CPF-NUMERICO       TO RTD-CPF-BENEFICIARIO
010030     MOVE LBP-NOME-BENEFICIARIO  TO RTD-NOME-BENEFICIARIO
010040     MOVE LBP-TIPO-DOCUMENTO     TO RTD-TIPO-DOCUMENTO
010050     MOVE LBP-NUM-DOCUMENTO      TO RTD-NUM-DOCUMENTO
010060     MOVE LBP-ID-SUPERVISOR      TO RTD-ID-AUTORIZADOR
010070     MOVE LBP-ID-TERMINAL        TO RTD-ID-TERMINAL
010080     MOVE LBP-DATA-ATUAL         TO RTD-DATA-AUTORIZACAO
010090     MOVE LBP-HORA-ATUAL         TO RTD-HORA-AUTORIZACAO
010100     WRITE PAGAMENTO-RETIDO-REC
010110     IF LBP-FS-RETIDOS NOT = "00"
010120         DISPLAY "ERRO " LBP-FS-RETIDOS
010130             " AO GRAVAR OS PAGAMENTOS RETIDOS - ABORTANDO"
010140         MOVE 16 TO RETURN-CODE
010150         GOBACK
010160     END-IF.
010170 4310-EXIT.
010180     EXIT.
010190*----------------------------------------------------------------
010200*    4320-GRAVAR-PAGAMENTO - GRAVA A PARTE LIBERADA NO LIVRO DE
010210*                             PAGAMENTOS NA DATA DA LIBERACAO
010220*----------------------------------------------------------------
010230 4320-GRAVAR-PAGAMENTO.
010240     MOVE LBP-AR-PAGAMENTO       TO PAGAMENTO-REC
010250     MOVE LBP-DATA-ATUAL         TO PAG-DATA-PAGAMENTO
010260     MOVE LBP-HORA-ATUAL         TO PAG-HORA-PAGAMENTO
010270     WRITE PAGAMENTO-REC
010280     IF LBP-FS-PAGAMENTOS NOT = "00"
010290         DISPLAY "ERRO " LBP-FS-PAGAMENTOS
010300             " AO GRAVAR O LIVRO DE PAGAMENTOS - ABORTANDO"
010310         MOVE 16 TO RETURN-CODE
010320         GOBACK
010330     END-IF.
010340 4320-EXIT.
010350     EXIT.
010360*----------------------------------------------------------------
010370*    4330-GRAVAR-MOVIMENTO - LANCA A PARTE LIBERADA COMO SAIDA DE
010380*                             PREMIO NO DIARIO DE CAIXA, EM NOME
010390*                             DO SUPERVISOR E DO TERMINAL PAGADOR
010400*----------------------------------------------------------------
010410 4330-GRAVAR-MOVIMENTO.
010420     MOVE LBP-DATA-ATUAL         TO MCX-DATA-MOVTO
010430     MOVE LBP-HORA-ATUAL         TO MCX-HORA-MOVTO
010440     MOVE LBP-ID-SUPERVISOR      TO MCX-ID-OPERADOR
010450     MOVE LBP-ID-TERMINAL        TO MCX-ID-TERMINAL
010460     SET MCX-PREMIO-PAGO         TO TRUE
010470     SET MCX-SAIDA               TO TRUE
010480     MOVE LBP-AR-VALOR-RETIDO    TO MCX-VALOR
010490     MOVE LBP-AR-ID-EXECUCAO     TO MCX-ID-EXECUCAO
010500     MOVE LBP-AR-NUM-PALPITE     TO MCX-NUM-PALPITE
010510     MOVE LBP-AR-NUM-CONCURSO    TO MCX-NUM-CONCURSO
010520     MOVE LBP-AR-COD-CLIENTE     TO MCX-COD-CLIENTE
010530     MOVE LBP-AR-NOME-PARTICIPANTE TO MCX-NOME-PARTICIPANTE
010540     WRITE MOVIMENTO-CAIXA-REC
010550     IF LBP-FS-MOVIMENTOS NOT = "00"
010560         DISPLAY "ERRO " LBP-FS-MOVIMENTOS
010570             " AO GRAVAR O DIARIO DE CAIXA - ABORTANDO"
010580         MOVE 16 TO RETURN-CODE
010590         GOBACK
010600     END-IF.
010610 4330-EXIT.
010620     EXIT.
010630*----------------------------------------------------------------
010640*    5000-REGISTRO-MENSAL - GRAVA O REGISTRO DE CONFORMIDADE DO
010650*                            MES (ZERO = MES ANTERIOR): A LINHA DE
010660*                            TITULOS E UMA LINHA POR PAGAMENTO
010670*                            LIBERADO NO MES; SEM PAGAMENTO O
010680*                            ARQUIVO SAI SO COM OS TITULOS
010690*                            (DECLARACAO NEGATIVA)
010700*----------------------------------------------------------------
010710 5000-REGISTRO-MENSAL.
010720     DISPLAY "MES DO REGISTRO (AAAAMM, ZERO = MES ANTERIOR): "
010730         WITH NO ADVANCING
010740     ACCEPT LBP-MES-REGISTRO
010750     IF LBP-MES-REGISTRO = ZERO
010760         MOVE LBP-DA-ANO TO LBP-MR-ANO
010770         IF LBP-DA-MES = 1
010780             MOVE 12 TO LBP-MR-MES
010790             SUBTRACT 1 FROM LBP-MR-ANO
010800         ELSE
010810             COMPUTE LBP-MR-MES = LBP-DA-MES - 1
010820         END-IF
010830     END-IF
010840     IF LBP-MR-MES < 1 OR LBP-MR-MES > 12
010850         DISPLAY "MES " LBP-MES-REGISTRO " INVALIDO - RECUSADO"
010860         MOVE 8 TO RETURN-CODE
010870         GO TO 5000-EXIT
010880     END-IF
010890     IF LBP-MR-ANO > LBP-DA-ANO
010900        OR (LBP-MR-ANO = LBP-DA-ANO AND LBP-MR-MES > LBP-DA-MES)
010910         DISPLAY "MES " LBP-MES-REGISTRO " AINDA NAO COMECOU -"
010920             " RECUSADO"
010930         MOVE 8 TO RETURN-CODE
010940         GO TO 5000-EXIT
010950     END-IF
010960     IF LBP-MR-ANO = LBP-DA-ANO AND LBP-MR-MES = LBP-DA-MES
010970         DISPLAY "ATENCAO: MES EM ANDAMENTO - REGISTRO PARCIAL"
010980     END-IF
010990     PERFORM 1000-CARREGAR-RETENCOES THRU 1000-EXIT
011000     PERFORM 5100-CARREGAR-OPERADORES THRU 5100-EXIT
011010     OPEN OUTPUT ARQ-REGISTRO
011020     IF LBP-FS-REGISTRO NOT = "00"
011030         DISPLAY "ERRO " LBP-FS-REGISTRO
011040             " AO ABRIR O REGISTRO DE CONFORMIDADE - ABORTANDO"
011050         MOVE 16 TO RETURN-CODE
011060         GOBACK
011070     END-IF
011080     MOVE LBP-LINHA-TITULOS TO LBP-REG-CONFORMIDADE
011090     PERFORM 5300-GRAVAR-LINHA THRU 5300-EXIT
011100     DISPLAY " "
011110     DISPLAY "REGISTRO DE CONFORMIDADE - PAGAMENTOS IDENTIFICADOS"
011120         " NO MES " LBP-MES-REGISTRO
011130     IF LBP-QTD-RETENCOES > ZERO
011140         PERFORM 5200-REGISTRAR-PAGAMENTO THRU 5200-EXIT
011150             VARYING R5 FROM 1 BY 1
011160             UNTIL R5 > LBP-QTD-RETENCOES
011170     END-IF
011180     CLOSE ARQ-REGISTRO
011190     DISPLAY " "
011200     DISPLAY "PAGAMENTOS REGISTRADOS: " LBP-QTD-REGISTRADOS
011210     MOVE "TOTAL REGISTRADO...: " TO LBP-V-TITULO
011220     COMPUTE LBP-VALOR-REAIS = LBP-TOT-REGISTRADO / 100
011230     MOVE LBP-VALOR-REAIS TO LBP-V-VALOR
011240     DISPLAY LBP-LINHA-VALOR
011250     DISPLAY "RETENCOES PENDENTES...: " LBP-QTD-PENDENTES
011260         " (FORA DO REGISTRO ATE A LIBERACAO)"
011270     IF LBP-QTD-REGISTRADOS = ZERO
011280         DISPLAY "NENHUM PAGAMENTO IDENTIFICADO NO MES - ARQUIVO"
011290             " SO COM A LINHA DE TITULOS"
011300         MOVE 4 TO RETURN-CODE
011310     END-IF.
011320 5000-EXIT.
011330     EXIT.
011340*----------------------------------------------------------------
011350*    5100-CARREGAR-OPERADORES - CARREGA ID E NOME DOS OPERADORES
011360*                                PARA IDENTIFICAR QUEM AUTORIZOU
011370*----------------------------------------------------------------
011380 5100-CARREGAR-OPERADORES.
011390     SET LBP-FIM-OPERADORES TO FALSE
011400     OPEN INPUT ARQ-OPERADORES
011410     IF LBP-FS-OPERADORES NOT = "00"
011420         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL -"
011430             " ABORTANDO"
011440         MOVE 16 TO RETURN-CODE
011450         GOBACK
011460     END-IF
011470     PERFORM UNTIL LBP-FIM-OPERADORES
011480         READ ARQ-OPERADORES
011490             AT END
011500                 SET LBP-FIM-OPERADORES TO TRUE
011510             NOT AT END
011520                 PERFORM 5110-GUARDAR-OPERADOR THRU 5110-EXIT
011530         END-READ
011540     END-PERFORM
011550     CLOSE ARQ-OPERADORES.
011560 5100-EXIT.
011570     EXIT.
011580*----------------------------------------------------------------
011590*    5110-GUARDAR-OPERADOR - COPIA O OPERADOR LIDO PARA A PROXIMA
011600*                             ENTRADA DA TABELA
011610*----------------------------------------------------------------
011620 5110-GUARDAR-OPERADOR.
011630     IF LBP-QTD-OPERADORES >= 500
011640         DISPLAY "TABELA DE OPERADORES CHEIA - ABORTANDO"
011650         MOVE 16 TO RETURN-CODE
011660         GOBACK
011670     END-IF
011680     ADD 1 TO LBP-QTD-OPERADORES
011690     MOVE OPR-ID-OPERADOR   TO LBP-OPR-ID(LBP-QTD-OPERADORES)
011700     MOVE OPR-NOME-OPERADOR TO LBP-OPR-NOME(LBP-QTD-OPERADORES).
011710 5110-EXIT.
011720     EXIT.
011730*----------------------------------------------------------------
011740*    5200-REGISTRAR-PAGAMENTO - GRAVA NO REGISTRO A ENTRADA R5
011750*                                QUANDO LIBERADA NO MES, CAMPOS
011760*                                SEPARADOS POR ";" NA ORDEM DA
011770*                                LINHA DE TITULOS, E A LISTA NO
011780*                                RELATORIO; CONTA AS PENDENTES
011790*----------------------------------------------------------------
011800 5200-REGISTRAR-PAGAMENTO.
011810     MOVE LBP-RET-IMG(R5) TO LBP-AREA-RETIDO
011820     IF LBP-AR-RETIDO
011830         ADD 1 TO LBP-QTD-PENDENTES
011840         GO TO 5200-EXIT
011850     END-IF
011860     IF LBP-AR-MES-AUTORIZACAO NOT = LBP-MES-REGISTRO
011870         GO TO 5200-EXIT
011880     END-IF
011890     MOVE SPACES TO LBP-NOME-AUTORIZADOR
011900     IF LBP-QTD-OPERADORES > ZERO
011910         PERFORM 5210-PROCURAR-OPERADOR THRU 5210-EXIT
011920             VARYING O5 FROM 1 BY 1
011930             UNTIL O5 > LBP-QTD-OPERADORES
011940                OR LBP-NOME-AUTORIZADOR NOT = SPACES
011950     END-IF
011960     MOVE SPACES TO LBP-REG-CONFORMIDADE
011970     MOVE 1 TO LBP-PONTEIRO
011980     MOVE LBP-AR-NUM-RETENCAO TO LBP-NUM-ENTRADA
011990     PERFORM 7300-EDITAR-NUMERO THRU 7300-EXIT
012000     STRING LBP-MES-REGISTRO      DELIMITED BY SIZE
012010            ";"                   DELIMITED BY SIZE
012020            LBP-TEXTO-EDITADO     DELIMITED BY SPACE
012030            ";"                   DELIMITED BY SIZE
012040         INTO LBP-REG-CONFORMIDADE WITH POINTER LBP-PONTEIRO
012050     END-STRING
012060     MOVE LBP-AR-DATA-AUTORIZACAO TO LBP-DATA-NUMERICA
012070     PERFORM 7200-EDITAR-DATA THRU 7200-EXIT
012080     MOVE LBP-AR-HORA-AUTORIZACAO TO LBP-HORA-NUMERICA
012090     PERFORM 7210-EDITAR-HORA THRU 7210-EXIT
012100     STRING LBP-DATA-EDITADA      DELIMITED BY SIZE
012110            ";"                   DELIMITED BY SIZE
012120            LBP-HORA-EDITADA      DELIMITED BY SIZE
012130            ";"                   DELIMITED BY SIZE
012140            LBP-AR-CPF-BENEFICIARIO DELIMITED BY SIZE
012150            ";"                   DELIMITED BY SIZE
012160            LBP-AR-NOME-BENEFICIARIO DELIMITED BY "  "
012170            ";"                   DELIMITED BY SIZE
012180            LBP-AR-TIPO-DOCUMENTO DELIMITED BY SIZE
012190            ";"                   DELIMITED BY SIZE
012200            LBP-AR-NUM-DOCUMENTO  DELIMITED BY "  "
012210            ";"                   DELIMITED BY SIZE
012220         INTO LBP-REG-CONFORMIDADE WITH POINTER LBP-PONTEIRO
012230     END-STRING
012240     MOVE LBP-AR-TIPO-JOGO TO LBP-JOGO-LIMITE
012250     PERFORM 7100-NOMEAR-JOGO THRU 7100-EXIT
012260     MOVE LBP-AR-NUM-CONCURSO TO LBP-NUM-ENTRADA
012270     PERFORM 7300-EDITAR-NUMERO THRU 7300-EXIT
012280     STRING LBP-NOME-JOGO         DELIMITED BY SPACE
012290            ";"                   DELIMITED BY SIZE
012300            LBP-TEXTO-EDITADO     DELIMITED BY SPACE
012310            ";"                   DELIMITED BY SIZE
012320            LBP-AR-ID-EXECUCAO    DELIMITED BY SPACE
012330            ";"                   DELIMITED BY SIZE
012340         INTO LBP-REG-CONFORMIDADE WITH POINTER LBP-PONTEIRO
012350     END-STRING
012360     MOVE LBP-AR-NUM-PALPITE TO LBP-NUM-ENTRADA
012370     PERFORM 7300-EDITAR-NUMERO THRU 7300-EXIT
012380     STRING LBP-TEXTO-EDITADO     DELIMITED BY SPACE
012390            ";"                   DELIMITED BY SIZE
012400         INTO LBP-REG-CONFORMIDADE WITH POINTER LBP-PONTEIRO
012410     END-STRING
012420     MOVE LBP-AR-VALOR-RETIDO TO LBP-NUM-ENTRADA
012430     PERFORM 7310-EDITAR-VALOR THRU 7310-EXIT
012440     STRING LBP-TEXTO-EDITADO     DELIMITED BY SPACE
012450            ";"                   DELIMITED BY SIZE
012460         INTO LBP-REG-CONFORMIDADE WITH POINTER LBP-PONTEIRO
012470     END-STRING
012480     MOVE LBP-AR-VALOR-LIMITE TO LBP-NUM-ENTRADA
012490     PERFORM 7310-EDITAR-VALOR THRU 7310-EXIT
012500     MOVE LBP-AR-DATA-RATEIO TO LBP-DATA-NUMERICA
012510     PERFORM 7200-EDITAR-DATA THRU 7200-EXIT
012520     STRING LBP-TEXTO-EDITADO     DELIMITED BY SPACE
012530            ";"                   DELIMITED BY SIZE
012540            LBP-DATA-EDITADA      DELIMITED BY SIZE
012550            ";"                   DELIMITED BY SIZE
012560            LBP-AR-ID-AUTORIZADOR DELIMITED BY SPACE
012570            ";"                   DELIMITED BY SIZE
012580            LBP-NOME-AUTORIZADOR  DELIMITED BY "  "
012590            ";"                   DELIMITED BY SIZE
012600            LBP-AR-ID-TERMINAL    DELIMITED BY SPACE
012610         INTO LBP-REG-CONFORMIDADE WITH POINTER LBP-PONTEIRO
012620     END-STRING
012630     PERFORM 5300-GRAVAR-LINHA THRU 5300-EXIT
012640     ADD 1 TO LBP-QTD-REGISTRADOS
012650     ADD LBP-AR-VALOR-RETIDO TO LBP-TOT-REGISTRADO
012660     MOVE LBP-AR-NUM-RETENCAO    TO LBP-LR-NUMERO
012670     MOVE LBP-AR-DATA-AUTORIZACAO TO LBP-DATA-NUMERICA
012680     PERFORM 7200-EDITAR-DATA THRU 7200-EXIT
012690     MOVE LBP-DATA-EDITADA       TO LBP-LR-DATA
012700     MOVE LBP-AR-NUM-CONCURSO    TO LBP-LR-CONCURSO
012710     MOVE LBP-AR-NOME-BENEFICIARIO TO LBP-LR-NOME
012720     COMPUTE LBP-VALOR-REAIS = LBP-AR-VALOR-RETIDO / 100
012730     MOVE LBP-VALOR-REAIS        TO LBP-LR-VALOR
012740     DISPLAY LBP-LINHA-RETENCAO " " LBP-AR-ID-AUTORIZADOR.
012750 5200-EXIT.
012760     EXIT.
012770*----------------------------------------------------------------
012780*    5210-PROCURAR-OPERADOR - NOME DO OPERADOR DA POSICAO O5
012790*                              QUANDO E QUEM AUTORIZOU
012800*----------------------------------------------------------------
012810 5210-PROCURAR-OPERADOR.
012820     IF LBP-OPR-ID(O5) = LBP-AR-ID-AUTORIZADOR
012830         MOVE LBP-OPR-NOME(O5) TO LBP-NOME-AUTORIZADOR
012840     END-IF.
012850 5210-EXIT.
012860     EXIT.
012870*----------------------------------------------------------------
012880*    5300-GRAVAR-LINHA - GRAVA UMA LINHA NO REGISTRO DE
012890*                         CONFORMIDADE VERIFICANDO O FILE STATUS
012900*----------------------------------------------------------------
012910 5300-GRAVAR-LINHA.
012920     WRITE LBP-REG-CONFORMIDADE
012930     IF LBP-FS-REGISTRO NOT = "00"
012940         DISPLAY "ERRO " LBP-FS-REGISTRO
012950             " AO GRAVAR O REGISTRO DE CONFORMIDADE - ABORTANDO"
012960         CLOSE ARQ-REGISTRO
012970         MOVE 16 TO RETURN-CODE
012980         GOBACK
012990     END-IF.
013000 5300-EXIT.
013010     EXIT.
013020*----------------------------------------------------------------
013030*    6100-VALIDAR-CPF - CPF DIGITADO COM 11 DIGITOS, NAO TODOS
013040*                        IGUAIS, E OS DOIS DIGITOS VERIFICADORES
013050*                        CORRETOS (MODULO 11), COMO NO CLICAD
013060*----------------------------------------------------------------
013070 6100-VALIDAR-CPF.
013080     SET LBP-CPF-VALIDO TO FALSE
013090     IF LBP-CPF-DIGITADO NOT NUMERIC
013100         GO TO 6100-EXIT
013110     END-IF
013120     MOVE ZERO TO LBP-QTD-DIG-IGUAIS
013130     PERFORM 6110-CONTAR-IGUAIS THRU 6110-EXIT
013140         VARYING D FROM 2 BY 1
013150         UNTIL D > 11
013160     IF LBP-QTD-DIG-IGUAIS = 10
013170         GO TO 6100-EXIT
013180     END-IF
013190     MOVE ZERO TO LBP-SOMA-CPF
013200     PERFORM 6120-SOMAR-DV1 THRU 6120-EXIT
013210         VARYING D FROM 1 BY 1
013220         UNTIL D > 9
013230     PERFORM 6140-CALCULAR-DV THRU 6140-EXIT
013240     IF LBP-DV-CALCULADO NOT = LBP-CPF-DIGITO(10)
013250         GO TO 6100-EXIT
013260     END-IF
013270     MOVE ZERO TO LBP-SOMA-CPF
013280     PERFORM 6130-SOMAR-DV2 THRU 6130-EXIT
013290         VARYING D FROM 1 BY 1
013300         UNTIL D > 10
013310     PERFORM 6140-CALCULAR-DV THRU 6140-EXIT
013320     IF LBP-DV-CALCULADO NOT = LBP-CPF-DIGITO(11)
013330         GO TO 6100-EXIT
013340     END-IF
013350     SET LBP-CPF-VALIDO TO TRUE.
013360 6100-EXIT.
013370     EXIT.
013380*----------------------------------------------------------------
013390*    6110-CONTAR-IGUAIS - CONTA O DIGITO D QUANDO IGUAL AO
013400*                          PRIMEIRO (CPF 111.111.111-11 E
013410*                          SEMELHANTES PASSAM NO MODULO 11)
013420*----------------------------------------------------------------
013430 6110-CONTAR-IGUAIS.
013440     IF LBP-CPF-DIGITO(D) = LBP-CPF-DIGITO(1)
013450         ADD 1 TO LBP-QTD-DIG-IGUAIS
013460     END-IF.
013470 6110-EXIT.
013480     EXIT.
013490*----------------------------------------------------------------
013500*    6120-SOMAR-DV1 - SOMA O DIGITO D COM PESO 11 - D (10 A 2)
013510*----------------------------------------------------------------
013520 6120-SOMAR-DV1.
013530     COMPUTE LBP-PESO-CPF = 11 - D
013540     COMPUTE LBP-SOMA-CPF = LBP-SOMA-CPF
013550                          + LBP-CPF-DIGITO(D) * LBP-PESO-CPF.
013560 6120-EXIT.
013570     EXIT.
013580*----------------------------------------------------------------
013590*    6130-SOMAR-DV2 - SOMA O DIGITO D COM PESO 12 - D (11 A 2)
013600*----------------------------------------------------------------
013610 6130-SOMAR-DV2.
013620     COMPUTE LBP-PESO-CPF = 12 - D
013630     COMPUTE LBP-SOMA-CPF = LBP-SOMA-CPF
013640                          + LBP-CPF-DIGITO(D) * LBP-PESO-CPF.
013650 6130-EXIT.
013660     EXIT.
013670*----------------------------------------------------------------
013680*    6140-CALCULAR-DV - DIGITO VERIFICADOR DA SOMA PONDERADA
013690*----------------------------------------------------------------
013700 6140-CALCULAR-DV.
013710     DIVIDE LBP-SOMA-CPF BY 11 GIVING LBP-QUOCIENTE-CPF
013720         REMAINDER LBP-RESTO-CPF
013730     IF LBP-RESTO-CPF < 2
013740         MOVE ZERO TO LBP-DV-CALCULADO
013750     ELSE
013760         COMPUTE LBP-DV-CALCULADO = 11 - LBP-RESTO-CPF
013770     END-IF.
013780 6140-EXIT.
013790     EXIT.
013800*----------------------------------------------------------------
013810*    7000-MOSTRAR-RETENCAO - EXIBE A RETENCAO DA AREA DE TRABALHO
013820*                             PARA A CONFERENCIA DO SUPERVISOR
013830*----------------------------------------------------------------
013840 7000-MOSTRAR-RETENCAO.
013850     MOVE LBP-AR-TIPO-JOGO TO LBP-JOGO-LIMITE
013860     PERFORM 7100-NOMEAR-JOGO THRU 7100-EXIT
013870     MOVE LBP-AR-DATA-RATEIO TO LBP-DATA-NUMERICA
013880     PERFORM 7200-EDITAR-DATA THRU 7200-EXIT
013890     DISPLAY " "
013900     DISPLAY "RETENCAO " LBP-AR-NUM-RETENCAO " - RATEIO EM "
013910         LBP-DATA-EDITADA " POR " LBP-AR-ID-OPER-RATEIO
013920     DISPLAY "JOGO " LBP-NOME-JOGO " CONCURSO "
013930         LBP-AR-NUM-CONCURSO
013940         " PALPITE " LBP-AR-NUM-PALPITE " EXECUCAO "
013950         LBP-AR-ID-EXECUCAO
013960     DISPLAY "PARTICIPANTE " LBP-AR-NOME-PARTICIPANTE
013970         " CLIENTE " LBP-AR-COD-CLIENTE " COTAS " LBP-AR-QTD-COTAS
013980     MOVE "VALOR RETIDO.......: " TO LBP-V-TITULO
013990     COMPUTE LBP-VALOR-REAIS = LBP-AR-VALOR-RETIDO / 100
014000     MOVE LBP-VALOR-REAIS TO LBP-V-VALOR
014010     DISPLAY LBP-LINHA-VALOR
014020     MOVE "LIMITE NA RETENCAO.: " TO LBP-V-TITULO
014030     COMPUTE LBP-VALOR-REAIS = LBP-AR-VALOR-LIMITE / 100
014040     MOVE LBP-VALOR-REAIS TO LBP-V-VALOR
014050     DISPLAY LBP-LINHA-VALOR.
014060 7000-EXIT.
014070     EXIT.
014080*----------------------------------------------------------------
014090*    7100-NOMEAR-JOGO - NOME DO JOGO DE LBP-JOGO-LIMITE
014100*----------------------------------------------------------------
014110 7100-NOMEAR-JOGO.
014120     EVALUATE LBP-JOGO-LIMITE
014130         WHEN 0
014140             MOVE "TODOS"     TO LBP-NOME-JOGO
014150         WHEN 1
014160             MOVE "MEGA-SENA" TO LBP-NOME-JOGO
014170         WHEN 2
014180             MOVE "LOTOFACIL" TO LBP-NOME-JOGO
014190         WHEN 3
014200             MOVE "QUINA"     TO LBP-NOME-JOGO
014210         WHEN OTHER
014220             MOVE "LOTERIA"   TO LBP-NOME-JOGO
014230     END-EVALUATE.
014240 7100-EXIT.
014250     EXIT.
014260*----------------------------------------------------------------
014270*    7200-EDITAR-DATA - DATA DE LBP-DATA-NUMERICA (AAAAMMDD) EM
014280*                        LBP-DATA-EDITADA (DD/MM/AAAA)
014290*----------------------------------------------------------------
014300 7200-EDITAR-DATA.
014310     MOVE LBP-DN-DIA             TO LBP-DE-DIA
014320     MOVE LBP-DN-MES             TO LBP-DE-MES
014330     MOVE LBP-DN-ANO             TO LBP-DE-ANO.
014340 7200-EXIT.
014350     EXIT.
014360*----------------------------------------------------------------
014370*    7210-EDITAR-HORA - HORA DE LBP-HORA-NUMERICA (HHMMSS) EM
014380*                        LBP-HORA-EDITADA (HH:MM:SS)
014390*----------------------------------------------------------------
014400 7210-EDITAR-HORA.
014410     MOVE LBP-HN-HORA            TO LBP-HE-HORA
014420     MOVE LBP-HN-MINUTO          TO LBP-HE-MINUTO
014430     MOVE LBP-HN-SEGUNDO         TO LBP-HE-SEGUNDO.
014440 7210-EXIT.
014450     EXIT.
014460*----------------------------------------------------------------
014470*    7300-EDITAR-NUMERO - DEIXA EM LBP-TEXTO-EDITADO O NUMERO DE
014480*                          LBP-NUM-ENTRADA SEM ZEROS A ESQUERDA
014490*----------------------------------------------------------------
014500 7300-EDITAR-NUMERO.
014510     MOVE LBP-NUM-ENTRADA TO LBP-NUM-EDITADO
014520     MOVE ZERO TO LBP-QTD-BRANCOS
014530     INSPECT LBP-NUM-EDITADO
014540         TALLYING LBP-QTD-BRANCOS FOR LEADING SPACES
014550     MOVE LBP-NUM-EDITADO(LBP-QTD-BRANCOS + 1:)
014560         TO LBP-TEXTO-EDITADO.
014570 7300-EXIT.
014580     EXIT.
014590*----------------------------------------------------------------
014600*    7310-EDITAR-VALOR - DEIXA EM LBP-TEXTO-EDITADO O VALOR EM
014610*                         CENTAVOS DE LBP-NUM-ENTRADA EM REAIS,
014620*                         COM VIRGULA E SEM BRANCOS A ESQUERDA
014630*----------------------------------------------------------------
014640 7310-EDITAR-VALOR.
014650     COMPUTE LBP-VALOR-REAIS = LBP-NUM-ENTRADA / 100
014660     MOVE LBP-VALOR-REAIS TO LBP-VALOR-EDITADO
014670     MOVE ZERO TO LBP-QTD-BRANCOS
014680     INSPECT LBP-VALOR-EDITADO
014690         TALLYING LBP-QTD-BRANCOS FOR LEADING SPACES
014700     MOVE LBP-VALOR-EDITADO(LBP-QTD-BRANCOS + 1:)
014710         TO LBP-TEXTO-EDITADO.
014720 7310-EXIT.
014730     EXIT.

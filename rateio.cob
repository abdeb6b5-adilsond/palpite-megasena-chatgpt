000200*               PAGAMENTOS (PAGAMENTO-REC); PREMIADO JA PRESENTE
000210*               NO LIVRO E RELATADO COMO "JA RATEADO" E PULADO,
000220*               PARA QUE UMA REEXECUCAO NUNCA PAGUE DUAS VEZES.
000230*               PREMIADO PRESENTE NO ARQUIVO DE PRESCRITOS
000240*               (PREMIO-PRESCRITO-REC, GRAVADO PELO PRESCRI) E
000250*               RELATADO COMO "PRESCRITO" E NUNCA E PAGO.
000260*               O TOTAL DE COTAS CONTADO EM CADA RATEIO E
000270*               CONFERIDO COM O CADASTRO DO BOLAO (BOLAO-CAB-REC,
000280*               MANTIDO PELO BOLCAD) E A DIVERGENCIA E RELATADA.
000290*               CADA PARTE PAGA E LANCADA COMO SAIDA NO DIARIO DE
000300*               CAIXA (MOVIMENTO-CAIXA-REC) EM NOME DO SUPERVISOR
000310*               E DO TERMINAL PAGADOR DO SYSIN; COM O CAIXA DO DIA
000320*               JA FECHADO (FECHAMENTO-CAIXA-REC) NADA E PAGO.
000330*               PARTE IGUAL OU ACIMA DO LIMITE DE IDENTIFICACAO DO
000340*               JOGO (LIMITE-PAGTO-REC) NAO E PAGA NEM LANCADA NO
000350*               CAIXA: FICA RETIDA (PAGAMENTO-RETIDO-REC) ATE O
000360*               SUPERVISOR CONFERIR O DOCUMENTO DO BENEFICIARIO E
000370*               LIBERAR O PAGAMENTO NO LIBPREM.
000380*               TODO O CALCULO E FEITO EM CENTAVOS INTEIROS,
000390*               TRUNCANDO CADA PARTE E ENTREGANDO A SOBRA DE
000400*               ARREDONDAMENTO AO ULTIMO PARTICIPANTE, DE MODO
000410*               QUE O TOTAL DISTRIBUIDO FECHE SEMPRE COM O
000420*               PREMIO RECEBIDO (TOTAL DE CONTROLE IMPRESSO EM
000430*               CADA RATEIO).
000440*               RETURN-CODE: 0 = OK; 4 = PARTE RETIDA AGUARDANDO A
000450*               LIBERACAO NO LIBPREM; 8 = NADA RATEADO (NENHUM
000460*               VALOR OFICIAL CARREGADO OU CAIXA DO DIA JA
000470*               FECHADO); 16 = ABORTO (OPERADOR OU TERMINAL
000480*               INVALIDO, ARQUIVO INDISPONIVEL OU TABELA CHEIA).
000490*
000500*    HISTORICO DE ALTERACOES
000510*    DATA       AUTOR   DESCRICAO
000520*    ---------- ------- ----------------------------------------
000530*    2026-08-22 RAS     VERSAO INICIAL.
000540*    2026-09-02 RAS     EXECUCAO SEM OPERADOR: OS VALORES DE
000550*                       PREMIO POR FAIXA DEIXAM DE SER DIGITADOS
000560*                       NO PROMPT E PASSAM A VIR DO ARQUIVO DE
000570*                       VALORES OFICIAIS (VALFAIXA.CPY), E TODOS
000580*                       OS CONCURSOS COM VALOR CARREGADO SAO
000590*                       RATEADOS NUMA UNICA PASSAGEM. NOVO LIVRO
000600*                       DE PAGAMENTOS (PAGTO.CPY) GRAVADO POR
000610*                       PARTICIPANTE PAGO E CONSULTADO ANTES DE
000620*                       CADA RATEIO: PREMIADO JA RATEADO E
000630*                       PULADO, ELIMINANDO O RISCO DE PAGAMENTO
000640*                       EM DOBRO NUMA REEXECUCAO.
000650*    2026-09-02 RAS     ASSINATURA DO OPERADOR: O ID VEM NUM
000660*                       UNICO CARTAO DO SYSIN E E VALIDADO NO
000670*                       CADASTRO DE OPERADORES (OPERMST.CPY);
000680*                       POR SER CAMINHO DE DINHEIRO, O RATEIO SO
000690*                       RODA COM NIVEL DE SUPERVISOR.
000700*    2026-09-02 RAS     ESTORNOS HONRADOS: PREMIADO DE PALPITE
000710*                       ESTORNADO NAO E RATEADO E PARTICIPANTE
000720*                       ESTORNADO NAO CONTA COTAS NEM RECEBE,
000730*                       PARA O CANCELAMENTO NAO ENCOLHER A PARTE
000740*                       DOS DEMAIS NEM PAGAR QUEM DESISTIU.
000750*    2026-09-02 RAS     TABELA DO LIVRO CHEIA AO REGISTRAR UM
000760*                       RATEIO PASSA A ABORTAR, COMO NA CARGA:
000770*                       SEM A CHAVE, UM PREMIADO DUPLICADO NA
000780*                       MESMA EXECUCAO SAIRIA PAGO DUAS VEZES.
000790*    2026-10-15 RAS     DEMONSTRATIVO EXIBE O PROTOCOLO DA
000800*                       APOSTA NO TERMINAL (PRM-PROTOCOLO,
000810*                       TRAZIDO PELO CONFERE). PREMIADO SEM
000820*                       PROTOCOLO (GRAVADO ANTES DO RETORNO DO
000830*                       TERMINAL) NAO E RATEADO: APOSTA NAO
000840*                       REGISTRADA NA CAIXA NAO E PREMIO.
000850*    2026-10-15 RAS     PARTICIPANTE IDENTIFICADO PELO CODIGO DO
000860*                       CLIENTE (PRT-COD-CLIENTE) NO CONFRONTO COM
000870*                       OS ESTORNOS; O NOME SO IDENTIFICA O
000880*                       PARTICIPANTE ANTIGO, SEM CODIGO. O CODIGO
000890*                       E GRAVADO NO LIVRO DE PAGAMENTOS.
000900*    2026-10-15 RAS     PREMIO PRESCRITO NAO E PAGO: CARREGA O
000910*                       ARQUIVO DE PRESCRITOS GRAVADO PELO
000920*                       PRESCRI (PRESCR.CPY) E PULA O PREMIADO
000930*                       QUE PASSOU DO PRAZO DE PAGAMENTO DA
000940*                       CAIXA, CONTANDO-O NO RESUMO.
000950*    2026-10-15 RAS     COTAS CONFERIDAS COM O CADASTRO DE BOLOES
000960*                       (BOLCAB.CPY): 2110-CONTAR-COTAS COMPARA O
000970*                       TOTAL CONTADO COM O MAXIMO DE COTAS DO
000980*                       BOLAO E RELATA BOLAO SEM CADASTRO,
000990*                       CANCELADO OU COM COTAS DIVERGENTES,
001000*                       CONTANDO NO RESUMO. O PAGAMENTO CONTINUA
001010*                       PELAS COTAS DOS PARTICIPANTES.
001020*    2026-10-15 RAS     DIARIO DE CAIXA: SEGUNDO CARTAO DE SYSIN
001030*                       COM O TERMINAL PAGADOR; CADA PAGAMENTO
001040*                       GRAVA UM MOVIMENTO DE PREMIO PAGO
001050*                       (MOVCAIXA.CPY) E O RATEIO ABORTA QUANDO O
001060*                       CAIXA DO DIA JA ESTA FECHADO
001070*                       (FECHCAIX.CPY).
001080*    2026-10-15 RAS     TABELA DE VALORES DE FAIXA AMPLIADA PARA
001090*                       5000 ENTRADAS: O VALFAIXA PASSA A RECEBER
001100*                       TODOS OS CONCURSOS DOS TRES JOGOS PELA
001110*                       CONVERSAO DO ARQUIVO OFICIAL (CONVRES).
001120*    2026-10-15 RAS     RETENCAO DE PREMIO ALTO: CARREGA A TABELA
001130*                       DE LIMITES DE IDENTIFICACAO (LIMITE.CPY,
001140*                       LIMITE LEGAL QUANDO VAZIA) E GRAVA A PARTE
001150*                       IGUAL OU ACIMA DO LIMITE NOS PAGAMENTOS
001160*                       RETIDOS (RETIDO.CPY), SEM LIVRO NEM
001170*                       CAIXA, PARA LIBERACAO PELO LIBPREM. AS
001180*                       RETENCOES CONTAM COMO JA RATEADAS NA
001190*                       REEXECUCAO. RESUMO SEPARA O RATEADO, O
001200*                       RETIDO E O PAGO; RC 4 COM PARTE RETIDA.
001210*    2026-10-15 RAS     RETURN-CODE DOCUMENTADO NO CABECALHO.
001220*----------------------------------------------------------------
001230 ENVIRONMENT DIVISION.
001240 CONFIGURATION SECTION.
001250 SOURCE-COMPUTER.   IBM-370.
001260 OBJECT-COMPUTER.   IBM-370.
001270 SPECIAL-NAMES.
001280     DECIMAL-POINT IS COMMA.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT ARQ-PREMIADOS     ASSIGN TO PREMIADO
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS RAT-FS-PREMIADOS.
001340     SELECT ARQ-PARTICIPANTES ASSIGN TO PARTICIP
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS RAT-FS-PARTICIPANTES.
001370     SELECT ARQ-VALORES       ASSIGN TO VALFAIXA
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS RAT-FS-VALORES.
001400     SELECT ARQ-PAGAMENTOS    ASSIGN TO PAGAMENT
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS RAT-FS-PAGAMENTOS.
001430     SELECT ARQ-OPERADORES    ASSIGN TO OPERMST
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS RAT-FS-OPERADORES.
001460     SELECT ARQ-ESTORNOS      ASSIGN TO ESTORNOS
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS RAT-FS-ESTORNOS.
001490     SELECT ARQ-PRESCRITOS    ASSIGN TO PRESCRIT
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS RAT-FS-PRESCRITOS.
001520     SELECT ARQ-BOLOES        ASSIGN TO BOLCAB
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS RAT-FS-BOLOES.
001550     SELECT ARQ-MOVIMENTOS    ASSIGN TO MOVCAIXA
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS RAT-FS-MOVIMENTOS.
001580     SELECT ARQ-FECHAMENTOS   ASSIGN TO FECHCAIX
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS RAT-FS-FECHAMENTOS.
001610     SELECT ARQ-LIMITES       ASSIGN TO LIMITES
001620         ORGANIZATION IS LINE SEQUENTIAL
001630         FILE STATUS IS RAT-FS-LIMITES.
001640     SELECT ARQ-RETIDOS       ASSIGN TO RETIDOS
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS RAT-FS-RETIDOS.
001670 DATA DIVISION.
001680 FILE SECTION.
001690 FD  ARQ-PREMIADOS
001700     COPY PREMIAD.CPY.
001710 FD  ARQ-PARTICIPANTES
001720     COPY PARTIC.CPY.
001730 FD  ARQ-VALORES
001740     COPY VALFAIXA.CPY.
001750 FD  ARQ-PAGAMENTOS
001760     COPY PAGTO.CPY.
001770 FD  ARQ-OPERADORES
001780     COPY OPERMST.CPY.
001790 FD  ARQ-ESTORNOS
001800     COPY ESTORNO.CPY.
001810 FD  ARQ-PRESCRITOS
001820     COPY PRESCR.CPY.
001830 FD  ARQ-BOLOES
001840     COPY BOLCAB.CPY.
001850 FD  ARQ-MOVIMENTOS
001860     COPY MOVCAIXA.CPY.
001870 FD  ARQ-FECHAMENTOS
001880     COPY FECHCAIX.CPY.
001890 FD  ARQ-LIMITES
001900     COPY LIMITE.CPY.
001910 FD  ARQ-RETIDOS
001920     COPY RETIDO.CPY.
001930 WORKING-STORAGE SECTION.
001940 01  RAT-STATUS-ARQUIVOS.
001950     05  RAT-FS-PREMIADOS        PIC X(02) VALUE "00".
001960     05  RAT-FS-PARTICIPANTES    PIC X(02) VALUE "00".
001970     05  RAT-FS-VALORES          PIC X(02) VALUE "00".
001980     05  RAT-FS-PAGAMENTOS       PIC X(02) VALUE "00".
001990     05  RAT-FS-OPERADORES       PIC X(02) VALUE "00".
002000     05  RAT-FS-ESTORNOS         PIC X(02) VALUE "00".
002010     05  RAT-FS-PRESCRITOS       PIC X(02) VALUE "00".
002020     05  RAT-FS-BOLOES           PIC X(02) VALUE "00".
002030     05  RAT-FS-MOVIMENTOS       PIC X(02) VALUE "00".
002040     05  RAT-FS-FECHAMENTOS      PIC X(02) VALUE "00".
002050     05  RAT-FS-LIMITES          PIC X(02) VALUE "00".
002060     05  RAT-FS-RETIDOS          PIC X(02) VALUE "00".
002070 01  RAT-SWITCHES.
002080     05  RAT-SW-FIM-PREMIADOS    PIC X(01) VALUE "N".
002090         88  RAT-FIM-PREMIADOS       VALUE "S".
002100     05  RAT-SW-FIM-PARTICIP     PIC X(01) VALUE "N".
002110         88  RAT-FIM-PARTICIP        VALUE "S"
002120                                      FALSE "N".
002130     05  RAT-SW-FIM-VALORES      PIC X(01) VALUE "N".
002140         88  RAT-FIM-VALORES         VALUE "S".
002150     05  RAT-SW-FIM-LIVRO        PIC X(01) VALUE "N".
002160         88  RAT-FIM-LIVRO           VALUE "S".
002170     05  RAT-SW-VALOR-OK         PIC X(01) VALUE "S".
002180         88  RAT-VALOR-VALIDO        VALUE "S"
002190                                      FALSE "N".
002200     05  RAT-SW-PAGO-ACHADO      PIC X(01) VALUE "N".
002210         88  RAT-PAGO-ACHADO         VALUE "S"
002220                                      FALSE "N".
002230     05  RAT-SW-VALOR-ACHADO     PIC X(01) VALUE "N".
002240         88  RAT-VALOR-ACHADO        VALUE "S"
002250                                      FALSE "N".
002260     05  RAT-SW-OPER-ACHADO      PIC X(01) VALUE "N".
002270         88  RAT-OPER-ACHADO         VALUE "S"
002280                                      FALSE "N".
002290     05  RAT-SW-FIM-OPER         PIC X(01) VALUE "N".
002300         88  RAT-FIM-OPERADORES      VALUE "S"
002310                                      FALSE "N".
002320     05  RAT-SW-FIM-ESTORNOS     PIC X(01) VALUE "N".
002330         88  RAT-FIM-ESTORNOS        VALUE "S".
002340     05  RAT-SW-PALP-ESTORNADO   PIC X(01) VALUE "N".
002350         88  RAT-PALPITE-ESTORNADO   VALUE "S"
002360                                      FALSE "N".
002370     05  RAT-SW-PART-ESTORNADO   PIC X(01) VALUE "N".
002380         88  RAT-PART-ESTORNADO      VALUE "S"
002390                                      FALSE "N".
002400     05  RAT-SW-FIM-PRESCRITOS   PIC X(01) VALUE "N".
002410         88  RAT-FIM-PRESCRITOS      VALUE "S".
002420     05  RAT-SW-PRESCRITO        PIC X(01) VALUE "N".
002430         88  RAT-PREMIO-PRESCRITO    VALUE "S"
002440                                      FALSE "N".
002450     05  RAT-SW-FIM-BOLOES       PIC X(01) VALUE "N".
002460         88  RAT-FIM-BOLOES          VALUE "S".
002470     05  RAT-SW-FIM-FECHAM       PIC X(01) VALUE "N".
002480         88  RAT-FIM-FECHAMENTOS     VALUE "S".
002490     05  RAT-SW-CAIXA-FECHADO    PIC X(01) VALUE "N".
002500         88  RAT-CAIXA-FECHADO       VALUE "S".
002510     05  RAT-SW-BOLAO-ACHADO     PIC X(01) VALUE "N".
002520         88  RAT-BOLAO-ACHADO        VALUE "S"
002530                                      FALSE "N".
002540     05  RAT-SW-FIM-LIMITES      PIC X(01) VALUE "N".
002550         88  RAT-FIM-LIMITES         VALUE "S".
002560     05  RAT-SW-FIM-RETIDOS      PIC X(01) VALUE "N".
002570         88  RAT-FIM-RETIDOS         VALUE "S".
002580*----------------------------------------------------------------
002590*    TABELA DOS VALORES OFICIAIS DE PREMIO CARREGADOS DE
002600*    VALFAIXA, UM POR CONCURSO + JOGO + FAIXA DE ACERTOS
002610*----------------------------------------------------------------
002620 01  RAT-TAB-VALORES.
002630     05  RAT-QTD-VAL-TABELA      PIC 9(04) COMP VALUE ZERO.
002640     05  RAT-VAL-ENT OCCURS 5000 TIMES.
002650         10  RAT-VAL-CONCURSO    PIC 9(06).
002660         10  RAT-VAL-TIPO        PIC 9(01).
002670         10  RAT-VAL-ACERTOS     PIC 9(02).
002680         10  RAT-VAL-PREMIO      PIC 9(11) COMP.
002690*----------------------------------------------------------------
002700*    CHAVES DOS PREMIADOS JA PRESENTES NO LIVRO DE PAGAMENTOS
002710*    (CONCURSO + EXECUCAO + PALPITE): QUEM ESTA AQUI JA FOI
002720*    RATEADO E NAO PODE SER PAGO DE NOVO
002730*----------------------------------------------------------------
002740 01  RAT-TAB-PAGOS.
002750     05  RAT-QTD-PAGOS-TABELA    PIC 9(05) COMP VALUE ZERO.
002760     05  RAT-PAGO-CHAVE          PIC X(26) OCCURS 5000 TIMES.
002770*----------------------------------------------------------------
002780*    CHAVES DOS PREMIADOS PRESCRITOS (CONCURSO + EXECUCAO +
002790*    PALPITE): PASSARAM DO PRAZO DA CAIXA E NAO SAO PAGOS
002800*----------------------------------------------------------------
002810 01  RAT-TAB-PRESCRITOS.
002820     05  RAT-QTD-PRESC-TABELA    PIC 9(05) COMP VALUE ZERO.
002830     05  RAT-PRESC-CHAVE         PIC X(26) OCCURS 5000 TIMES.
002840*----------------------------------------------------------------
002850*    CADASTRO DE BOLOES, PARA CONFERIR O TOTAL DE COTAS DE CADA
002860*    RATEIO, COM A AREA DE TRABALHO NO MESMO LAYOUT DE BOLCAB.CPY
002870*----------------------------------------------------------------
002880 01  RAT-TAB-BOLOES.
002890     05  RAT-QTD-BOLOES          PIC 9(04) COMP VALUE ZERO.
002900     05  RAT-BCB-IMG             PIC X(59) OCCURS 2000 TIMES.
002910 01  RAT-AREA-BOLAO.
002920     05  RAT-AB-ID-EXECUCAO      PIC X(14).
002930     05  RAT-AB-NUM-PALPITE      PIC 9(06).
002940     05  RAT-AB-TIPO-JOGO        PIC 9(01).
002950     05  RAT-AB-NUM-CONCURSO     PIC 9(06).
002960     05  RAT-AB-MAX-COTAS        PIC 9(03).
002970     05  RAT-AB-PRECO-COTA       PIC 9(09).
002980     05  RAT-AB-VALOR-MINIMO     PIC 9(11).
002990     05  RAT-AB-SITUACAO         PIC X(01).
003000         88  RAT-AB-CANCELADO        VALUE "C".
003010     05  RAT-AB-DATA-SITUACAO    PIC 9(08).
003020*----------------------------------------------------------------
003030*    LIMITE DE IDENTIFICACAO EM VIGOR NA DATA DO RATEIO: ENTRADA
003040*    1 = JOGO ZERO (TODOS OS JOGOS), ENTRADAS 2 A 4 = JOGOS 1 A 3,
003050*    COM A VIGENCIA DO REGISTRO ESCOLHIDO (ZERO = SEM REGISTRO)
003060*----------------------------------------------------------------
003070 01  RAT-TAB-LIMITES.
003080     05  RAT-LIM-ENT OCCURS 4 TIMES.
003090         10  RAT-LIM-VIGENCIA    PIC 9(08) VALUE ZERO.
003100         10  RAT-LIM-VALOR       PIC 9(11) COMP VALUE ZERO.
003110 01  RAT-CHAVE-TRABALHO.
003120     05  RAT-CT-CONCURSO         PIC 9(06).
003130     05  RAT-CT-EXECUCAO         PIC X(14).
003140     05  RAT-CT-PALPITE          PIC 9(06).
003150 01  RAT-AREAS-DE-TRABALHO.
003160     05  RAT-FAIXA-MIN           PIC 9(02) VALUE ZERO.
003170     05  RAT-FAIXA-MAX           PIC 9(02) VALUE ZERO.
003180     05  RAT-DATA-EXECUCAO       PIC 9(08) VALUE ZERO.
003190     05  RAT-HORA-EXECUCAO       PIC 9(06) VALUE ZERO.
003200     05  RAT-ID-OPERADOR         PIC X(08) VALUE SPACES.
003210     05  RAT-ID-TERMINAL         PIC X(08) VALUE SPACES.
003220*----------------------------------------------------------------
003230*    CHAVES DOS ESTORNOS REGISTRADOS: PALPITES (EXECUCAO +
003240*    PALPITE) E PARTICIPANTES (EXECUCAO + PALPITE + CODIGO DO
003250*    CLIENTE, OU NOME QUANDO O PARTICIPANTE E ANTIGO, SEM CODIGO)
003260*----------------------------------------------------------------
003270 01  RAT-TAB-ESTORNOS.
003280     05  RAT-QTD-EST-PALP        PIC 9(04) COMP VALUE ZERO.
003290     05  RAT-EST-PALP-CHAVE      PIC X(20) OCCURS 1000 TIMES.
003300     05  RAT-QTD-EST-PART        PIC 9(04) COMP VALUE ZERO.
003310     05  RAT-EST-PART-CHAVE      PIC X(56) OCCURS 1000 TIMES.
003320 01  RAT-CHAVE-EST-PALP.
003330     05  RAT-EP-EXECUCAO         PIC X(14).
003340     05  RAT-EP-PALPITE          PIC 9(06).
003350 01  RAT-CHAVE-EST-PART.
003360     05  RAT-ET-EXECUCAO         PIC X(14).
003370     05  RAT-ET-PALPITE          PIC 9(06).
003380     05  RAT-ET-COD-CLIENTE      PIC 9(06).
003390     05  RAT-ET-NOME             PIC X(30).
003400 01  RAT-CONTADORES.
003410     05  E4                      PIC 9(04) COMP.
003420     05  B5                      PIC 9(04) COMP.
003430     05  W                       PIC 9(05) COMP.
003440     05  L4                      PIC 9(04) COMP.
003450     05  RAT-PART-CORRENTE       PIC 9(04) COMP.
003460     05  RAT-QTD-PARTICIPANTES   PIC 9(04) COMP.
003470     05  RAT-TOT-COTAS           PIC 9(06) COMP.
003480     05  RAT-QTD-PREMIADOS-LIDOS PIC 9(06) COMP VALUE ZERO.
003490     05  RAT-QTD-RATEADOS        PIC 9(06) COMP VALUE ZERO.
003500     05  RAT-QTD-JA-RATEADOS     PIC 9(06) COMP VALUE ZERO.
003510     05  RAT-QTD-SEM-VALOR       PIC 9(06) COMP VALUE ZERO.
003520     05  RAT-QTD-VAL-INVALIDOS   PIC 9(06) COMP VALUE ZERO.
003530     05  RAT-QTD-ESTORNADOS      PIC 9(06) COMP VALUE ZERO.
003540     05  RAT-QTD-SEM-REGISTRO    PIC 9(06) COMP VALUE ZERO.
003550     05  RAT-QTD-PRESCRITOS      PIC 9(06) COMP VALUE ZERO.
003560     05  RAT-QTD-DIVERG-COTAS    PIC 9(06) COMP VALUE ZERO.
003570     05  RAT-QTD-MOVTOS-CAIXA    PIC 9(06) COMP VALUE ZERO.
003580     05  RAT-QTD-RETENCOES-ANT   PIC 9(06) COMP VALUE ZERO.
003590     05  RAT-QTD-RETIDOS         PIC 9(06) COMP VALUE ZERO.
003600     05  RAT-ULT-RETENCAO        PIC 9(06) VALUE ZERO.
003610*----------------------------------------------------------------
003620*    VALORES DO RATEIO CORRENTE, SEMPRE EM CENTAVOS INTEIROS
003630*----------------------------------------------------------------
003640 01  RAT-VALORES.
003650     05  RAT-VALOR-PREMIO        PIC 9(11) COMP VALUE ZERO.
003660     05  RAT-VALOR-PARTE         PIC 9(11) COMP VALUE ZERO.
003670     05  RAT-VALOR-DISTRIBUIDO   PIC 9(11) COMP VALUE ZERO.
003680     05  RAT-TOTAL-GERAL         PIC 9(13) COMP VALUE ZERO.
003690     05  RAT-TOTAL-RETIDO        PIC 9(13) COMP VALUE ZERO.
003700     05  RAT-VALOR-LIMITE        PIC 9(11) COMP VALUE ZERO.
003710*        LIMITE LEGAL DE IDENTIFICACAO (R$ 10.000,00), USADO
003720*        QUANDO A TABELA DE LIMITES NAO TEM REGISTRO EM VIGOR
003730     05  RAT-LIMITE-LEGAL        PIC 9(11) COMP VALUE 1000000.
003740     05  RAT-VALOR-REAIS         PIC 9(09)V99 VALUE ZERO.
003750 01  RAT-LINHA-PREMIADO.
003760     05  FILLER                  PIC X(09) VALUE "CONCURSO ".
003770     05  RAT-R-CONCURSO          PIC ZZZZZ9.
003780     05  FILLER                  PIC X(02) VALUE SPACES.
003790     05  FILLER                  PIC X(08) VALUE "PALPITE ".
003800     05  RAT-R-PALPITE           PIC ZZZZZ9.
003810     05  FILLER                  PIC X(02) VALUE SPACES.
003820     05  FILLER                  PIC X(09) VALUE "EXECUCAO ".
003830     05  RAT-R-EXECUCAO          PIC X(14).
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  FILLER                  PIC X(08) VALUE "ACERTOS ".
003860     05  RAT-R-ACERTOS           PIC Z9.
003870 01  RAT-LINHA-REGISTRO.
003880     05  FILLER                  PIC X(22)
003890                                 VALUE "REGISTRO NO TERMINAL: ".
003900     05  RAT-R-PROTOCOLO         PIC X(20).
003910 01  RAT-LINHA-PAGAMENTO.
003920     05  FILLER                  PIC X(02) VALUE SPACES.
003930     05  RAT-P-NOME              PIC X(30).
003940     05  FILLER                  PIC X(07) VALUE " COTAS ".
003950     05  RAT-P-COTAS             PIC ZZ9.
003960     05  FILLER                  PIC X(04) VALUE " DE ".
003970     05  RAT-P-TOT-COTAS         PIC ZZZZZ9.
003980     05  FILLER                  PIC X(05) VALUE "  R$ ".
003990     05  RAT-P-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
004000 01  RAT-LINHA-LIMITE.
004010     05  FILLER                  PIC X(29)
004020         VALUE "LIMITE DE IDENTIFICACAO JOGO ".
004030     05  RAT-LI-JOGO             PIC 9(01).
004040     05  FILLER                  PIC X(05) VALUE ": R$ ".
004050     05  RAT-LI-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
004060 01  RAT-LINHA-CONTROLE.
004070     05  RAT-C-TITULO            PIC X(21).
004080     05  FILLER                  PIC X(03) VALUE "R$ ".
004090     05  RAT-C-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
004100 PROCEDURE DIVISION.
004110 0000-MAINLINE.
004120     DISPLAY "RATEIO DE PREMIOS DE BOLAO"
004130     ACCEPT RAT-DATA-EXECUCAO FROM DATE YYYYMMDD
004140     ACCEPT RAT-HORA-EXECUCAO FROM TIME
004150     ACCEPT RAT-ID-OPERADOR
004160     PERFORM 0100-VALIDAR-OPERADOR THRU 0100-EXIT
004170     ACCEPT RAT-ID-TERMINAL
004180     IF RAT-ID-TERMINAL = SPACES
004190         DISPLAY "TERMINAL PAGADOR NAO INFORMADO - ABORTANDO"
004200         MOVE 16 TO RETURN-CODE
004210         GOBACK
004220     END-IF
004230     PERFORM 0200-VERIFICAR-CAIXA THRU 0200-EXIT
004240     PERFORM 1000-CARREGAR-VALORES THRU 1000-EXIT
004250     IF RAT-QTD-VAL-TABELA = ZERO
004260         DISPLAY "NENHUM VALOR OFICIAL CARREGADO - NADA A RATEAR"
004270         MOVE 8 TO RETURN-CODE
004280         GOBACK
004290     END-IF
004300     PERFORM 1500-CARREGAR-LIVRO THRU 1500-EXIT
004310     PERFORM 1550-CARREGAR-RETIDOS THRU 1550-EXIT
004320     PERFORM 1700-CARREGAR-ESTORNOS THRU 1700-EXIT
004330     PERFORM 1800-CARREGAR-PRESCRITOS THRU 1800-EXIT
004340     PERFORM 1900-CARREGAR-BOLOES THRU 1900-EXIT
004350     PERFORM 1950-CARREGAR-LIMITES THRU 1950-EXIT
004360     PERFORM 1970-FIXAR-LIMITE THRU 1970-EXIT
004370         VARYING L4 FROM 1 BY 1
004380         UNTIL L4 > 4
004390     OPEN EXTEND ARQ-PAGAMENTOS
004400     IF RAT-FS-PAGAMENTOS = "35"
004410         OPEN OUTPUT ARQ-PAGAMENTOS
004420     END-IF
004430     IF RAT-FS-PAGAMENTOS NOT = "00"
004440         DISPLAY "ERRO " RAT-FS-PAGAMENTOS
004450             " AO ABRIR O LIVRO DE PAGAMENTOS - ABORTANDO"
004460         MOVE 16 TO RETURN-CODE
004470         GOBACK
004480     END-IF
004490     OPEN EXTEND ARQ-MOVIMENTOS
004500     IF RAT-FS-MOVIMENTOS = "35"
004510         OPEN OUTPUT ARQ-MOVIMENTOS
004520     END-IF
004530     IF RAT-FS-MOVIMENTOS NOT = "00"
004540         DISPLAY "ERRO " RAT-FS-MOVIMENTOS
004550             " AO ABRIR O DIARIO DE CAIXA - ABORTANDO"
004560         CLOSE ARQ-PAGAMENTOS
004570         MOVE 16 TO RETURN-CODE
004580         GOBACK
004590     END-IF
004600     OPEN EXTEND ARQ-RETIDOS
004610     IF RAT-FS-RETIDOS = "35"
004620         OPEN OUTPUT ARQ-RETIDOS
004630     END-IF
004640     IF RAT-FS-RETIDOS NOT = "00"
004650         DISPLAY "ERRO " RAT-FS-RETIDOS
004660             " AO ABRIR OS PAGAMENTOS RETIDOS - ABORTANDO"
004670         CLOSE ARQ-PAGAMENTOS
004680         CLOSE ARQ-MOVIMENTOS
004690         MOVE 16 TO RETURN-CODE
004700         GOBACK
004710     END-IF
004720     OPEN INPUT ARQ-PREMIADOS
004730     IF RAT-FS-PREMIADOS NOT = "00"
004740         DISPLAY "ARQUIVO DE PREMIADOS INDISPONIVEL - ABORTANDO"
004750         CLOSE ARQ-PAGAMENTOS
004760         CLOSE ARQ-MOVIMENTOS
004770         CLOSE ARQ-RETIDOS
004780         MOVE 16 TO RETURN-CODE
004790         GOBACK
004800     END-IF
004810     PERFORM UNTIL RAT-FIM-PREMIADOS
004820         READ ARQ-PREMIADOS
004830             AT END
004840                 SET RAT-FIM-PREMIADOS TO TRUE
004850             NOT AT END
004860                 ADD 1 TO RAT-QTD-PREMIADOS-LIDOS
004870                 PERFORM 2100-RATEAR-UM-PREMIADO
004880                     THRU 2100-EXIT
004890         END-READ
004900     END-PERFORM
004910     CLOSE ARQ-PREMIADOS
004920     CLOSE ARQ-PAGAMENTOS
004930     CLOSE ARQ-MOVIMENTOS
004940     CLOSE ARQ-RETIDOS
004950     PERFORM 9000-IMPRIMIR-RESUMO THRU 9000-EXIT
004960     GOBACK.
004970*----------------------------------------------------------------
004980*    0100-VALIDAR-OPERADOR - LOCALIZA O OPERADOR DO CARTAO DE
004990*                             SYSIN NO CADASTRO DE OPERADORES E
005000*                             ABORTA QUANDO DESCONHECIDO,
005010*                             INATIVO OU SEM NIVEL DE SUPERVISOR
005020*                             (O RATEIO E CAMINHO DE DINHEIRO)
005030*----------------------------------------------------------------
005040 0100-VALIDAR-OPERADOR.
005050     SET RAT-OPER-ACHADO TO FALSE
005060     SET RAT-FIM-OPERADORES TO FALSE
005070     OPEN INPUT ARQ-OPERADORES
005080     IF RAT-FS-OPERADORES NOT = "00"
005090         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL -"
005100             " ABORTANDO"
005110         MOVE 16 TO RETURN-CODE
005120         GOBACK
005130     END-IF
005140     PERFORM UNTIL RAT-FIM-OPERADORES OR RAT-OPER-ACHADO
005150         READ ARQ-OPERADORES
005160             AT END
005170                 SET RAT-FIM-OPERADORES TO TRUE
005180             NOT AT END
005190                 IF OPR-ID-OPERADOR = RAT-ID-OPERADOR
005200                     SET RAT-OPER-ACHADO TO TRUE
005210                 END-IF
005220         END-READ
005230     END-PERFORM
005240     CLOSE ARQ-OPERADORES
005250     IF NOT RAT-OPER-ACHADO OR NOT OPR-ATIVO
005260         DISPLAY "OPERADOR " RAT-ID-OPERADOR
005270             " DESCONHECIDO OU INATIVO - ABORTANDO"
005280         MOVE 16 TO RETURN-CODE
005290         GOBACK
005300     END-IF
005310     IF NOT OPR-NIVEL-SUPERVISOR
005320         DISPLAY "RATEIO RESTRITO A SUPERVISOR - ABORTANDO"
005330         MOVE 16 TO RETURN-CODE
005340         GOBACK
005350     END-IF
005360     DISPLAY "OPERADOR " RAT-ID-OPERADOR " - "
005370         OPR-NOME-OPERADOR.
005380 0100-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410*    0200-VERIFICAR-CAIXA - ABORTA QUANDO O CAIXA DO DIA JA FOI
005420*                            FECHADO: O PAGAMENTO NAO PODERIA MAIS
005430*                            SER LANCADO NO DIARIO DE CAIXA
005440*                            (ARQUIVO AINDA INEXISTENTE = NENHUM
005450*                            DIA FECHADO)
005460*----------------------------------------------------------------
005470 0200-VERIFICAR-CAIXA.
005480     OPEN INPUT ARQ-FECHAMENTOS
005490     IF RAT-FS-FECHAMENTOS = "35"
005500         MOVE "00" TO RAT-FS-FECHAMENTOS
005510         GO TO 0200-EXIT
005520     END-IF
005530     IF RAT-FS-FECHAMENTOS NOT = "00"
005540         DISPLAY "ERRO " RAT-FS-FECHAMENTOS
005550             " AO ABRIR OS FECHAMENTOS DE CAIXA - ABORTANDO"
005560         MOVE 16 TO RETURN-CODE
005570         GOBACK
005580     END-IF
005590     PERFORM UNTIL RAT-FIM-FECHAMENTOS OR RAT-CAIXA-FECHADO
005600         READ ARQ-FECHAMENTOS
005610             AT END
005620                 SET RAT-FIM-FECHAMENTOS TO TRUE
005630             NOT AT END
005640                 IF FCX-DATA-CAIXA = RAT-DATA-EXECUCAO
005650                     SET RAT-CAIXA-FECHADO TO TRUE
005660                 END-IF
005670         END-READ
005680     END-PERFORM
005690     CLOSE ARQ-FECHAMENTOS
005700     IF RAT-CAIXA-FECHADO
005710         DISPLAY "CAIXA DO DIA " RAT-DATA-EXECUCAO
005720             " JA FECHADO - NENHUM PREMIO PAGO"
005730         MOVE 8 TO RETURN-CODE
005740         GOBACK
005750     END-IF.
005760 0200-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790*    1000-CARREGAR-VALORES - CARREGA NA TABELA OS VALORES
005800*                             OFICIAIS DE PREMIO POR FAIXA,
005810*                             VALIDANDO CADA REGISTRO AO LER
005820*----------------------------------------------------------------
005830 1000-CARREGAR-VALORES.
005840     OPEN INPUT ARQ-VALORES
005850     IF RAT-FS-VALORES NOT = "00"
005860         DISPLAY "ARQUIVO DE VALORES DE FAIXA INDISPONIVEL -"
005870             " ABORTANDO"
005880         MOVE 16 TO RETURN-CODE
005890         GOBACK
005900     END-IF
005910     PERFORM UNTIL RAT-FIM-VALORES
005920         READ ARQ-VALORES
005930             AT END
005940                 SET RAT-FIM-VALORES TO TRUE
005950             NOT AT END
005960                 PERFORM 1100-GUARDAR-VALOR THRU 1100-EXIT
005970         END-READ
005980     END-PERFORM
005990     CLOSE ARQ-VALORES
006000     DISPLAY "VALORES DE FAIXA CARREGADOS: " RAT-QTD-VAL-TABELA.
006010 1000-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040*    1100-GUARDAR-VALOR - VALIDA O REGISTRO DE VALOR LIDO E O
006050*                          COPIA PARA A PROXIMA ENTRADA DA TABELA
006060*----------------------------------------------------------------
006070 1100-GUARDAR-VALOR.
006080     PERFORM 1150-VALIDAR-VALOR THRU 1150-EXIT
006090     IF NOT RAT-VALOR-VALIDO
006100         ADD 1 TO RAT-QTD-VAL-INVALIDOS
006110         GO TO 1100-EXIT
006120     END-IF
006130     IF RAT-QTD-VAL-TABELA >= 5000
006140         DISPLAY "TABELA DE VALORES CHEIA - ABORTANDO"
006150         MOVE 16 TO RETURN-CODE
006160         GOBACK
006170     END-IF
006180     ADD 1 TO RAT-QTD-VAL-TABELA
006190     MOVE VLF-NUM-CONCURSO
006200         TO RAT-VAL-CONCURSO(RAT-QTD-VAL-TABELA)
006210     MOVE VLF-TIPO-JOGO
006220         TO RAT-VAL-TIPO(RAT-QTD-VAL-TABELA)
006230     MOVE VLF-QTD-ACERTOS
006240         TO RAT-VAL-ACERTOS(RAT-QTD-VAL-TABELA)
006250     MOVE VLF-VALOR-PREMIO
006260         TO RAT-VAL-PREMIO(RAT-QTD-VAL-TABELA).
006270 1100-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300*    1150-VALIDAR-VALOR - EXIGE CAMPOS NUMERICOS, CONCURSO NAO
006310*                          ZERADO, JOGO CONHECIDO E FAIXA DE
006320*                          ACERTOS DENTRO DAS FAIXAS DE PREMIO
006330*                          DO JOGO (MEGA 4-6, LOTOFACIL 11-15,
006340*                          QUINA 2-5)
006350*----------------------------------------------------------------
006360 1150-VALIDAR-VALOR.
006370     SET RAT-VALOR-VALIDO TO TRUE
006380     IF VLF-NUM-CONCURSO NOT NUMERIC
006390        OR VLF-TIPO-JOGO NOT NUMERIC
006400        OR VLF-QTD-ACERTOS NOT NUMERIC
006410        OR VLF-VALOR-PREMIO NOT NUMERIC
006420         DISPLAY "VALOR DE FAIXA COM CAMPO NAO NUMERICO -"
006430             " IGNORADO"
006440         SET RAT-VALOR-VALIDO TO FALSE
006450         GO TO 1150-EXIT
006460     END-IF
006470     IF VLF-NUM-CONCURSO = ZERO
006480         DISPLAY "VALOR DE FAIXA COM CONCURSO ZERADO - IGNORADO"
006490         SET RAT-VALOR-VALIDO TO FALSE
006500         GO TO 1150-EXIT
006510     END-IF
006520     EVALUATE TRUE
006530         WHEN VLF-JOGO-MEGASENA
006540             MOVE 04 TO RAT-FAIXA-MIN
006550             MOVE 06 TO RAT-FAIXA-MAX
006560         WHEN VLF-JOGO-LOTOFACIL
006570             MOVE 11 TO RAT-FAIXA-MIN
006580             MOVE 15 TO RAT-FAIXA-MAX
006590         WHEN VLF-JOGO-QUINA
006600             MOVE 02 TO RAT-FAIXA-MIN
006610             MOVE 05 TO RAT-FAIXA-MAX
006620         WHEN OTHER
006630             DISPLAY "VALOR DE FAIXA COM JOGO INVALIDO -"
006640                 " CONCURSO " VLF-NUM-CONCURSO " - IGNORADO"
006650             SET RAT-VALOR-VALIDO TO FALSE
006660             GO TO 1150-EXIT
006670     END-EVALUATE
006680     IF VLF-QTD-ACERTOS < RAT-FAIXA-MIN
006690        OR VLF-QTD-ACERTOS > RAT-FAIXA-MAX
006700         DISPLAY "VALOR DE FAIXA FORA DAS FAIXAS DO JOGO -"
006710             " CONCURSO " VLF-NUM-CONCURSO " FAIXA "
006720             VLF-QTD-ACERTOS " - IGNORADO"
006730         SET RAT-VALOR-VALIDO TO FALSE
006740     END-IF.
006750 1150-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780*    1500-CARREGAR-LIVRO - CARREGA AS CHAVES DOS PREMIADOS JA
006790*                           PAGOS EM EXECUCOES ANTERIORES (LIVRO
006800*                           AINDA INEXISTENTE = NADA PAGO)
006810*----------------------------------------------------------------
006820 1500-CARREGAR-LIVRO.
006830     OPEN INPUT ARQ-PAGAMENTOS
006840     IF RAT-FS-PAGAMENTOS = "35"
006850         DISPLAY "LIVRO DE PAGAMENTOS AINDA INEXISTENTE"
006860         MOVE "00" TO RAT-FS-PAGAMENTOS
006870         GO TO 1500-EXIT
006880     END-IF
006890     IF RAT-FS-PAGAMENTOS NOT = "00"
006900         DISPLAY "ERRO " RAT-FS-PAGAMENTOS
006910             " AO ABRIR O LIVRO DE PAGAMENTOS - ABORTANDO"
006920         MOVE 16 TO RETURN-CODE
006930         GOBACK
006940     END-IF
006950     PERFORM UNTIL RAT-FIM-LIVRO
006960         READ ARQ-PAGAMENTOS
006970             AT END
006980                 SET RAT-FIM-LIVRO TO TRUE
006990             NOT AT END
007000                 PERFORM 1600-GUARDAR-PAGO THRU 1600-EXIT
007010         END-READ
007020     END-PERFORM
007030     CLOSE ARQ-PAGAMENTOS
007040     DISPLAY "PREMIADOS JA NO LIVRO......: "
007050         RAT-QTD-PAGOS-TABELA.
007060 1500-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090*    1600-GUARDAR-PAGO - GUARDA A CHAVE DO PAGAMENTO LIDO NA
007100*                         TABELA DE PREMIADOS JA RATEADOS
007110*----------------------------------------------------------------
007120 1600-GUARDAR-PAGO.
007130     MOVE PAG-NUM-CONCURSO   TO RAT-CT-CONCURSO
007140     MOVE PAG-ID-EXECUCAO    TO RAT-CT-EXECUCAO
007150     MOVE PAG-NUM-PALPITE    TO RAT-CT-PALPITE
007160     PERFORM 1610-GUARDAR-CHAVE THRU 1610-EXIT.
007170 1600-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------
007200*    1610-GUARDAR-CHAVE - INCLUI RAT-CHAVE-TRABALHO NA TABELA DE
007210*                          PREMIADOS JA RATEADOS, SE AINDA AUSENTE
007220*----------------------------------------------------------------
007230 1610-GUARDAR-CHAVE.
007240     IF RAT-QTD-PAGOS-TABELA >= 5000
007250         DISPLAY "TABELA DO LIVRO DE PAGAMENTOS CHEIA -"
007260             " ABORTANDO"
007270         MOVE 16 TO RETURN-CODE
007280         GOBACK
007290     END-IF
007300     SET RAT-PAGO-ACHADO TO FALSE
007310     IF RAT-QTD-PAGOS-TABELA > ZERO
007320         PERFORM 2120-PROCURAR-PAGO THRU 2120-EXIT
007330             VARYING W FROM 1 BY 1
007340             UNTIL W > RAT-QTD-PAGOS-TABELA
007350                OR RAT-PAGO-ACHADO
007360     END-IF
007370     IF NOT RAT-PAGO-ACHADO
007380         ADD 1 TO RAT-QTD-PAGOS-TABELA
007390         MOVE RAT-CHAVE-TRABALHO
007400             TO RAT-PAGO-CHAVE(RAT-QTD-PAGOS-TABELA)
007410     END-IF.
007420 1610-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------
007450*    1550-CARREGAR-RETIDOS - CARREGA AS CHAVES DOS PREMIADOS COM
007460*                             PARTE RETIDA PARA IDENTIFICACAO, QUE
007470*                             CONTAM COMO JA RATEADOS, E O ULTIMO
007480*                             NUMERO DE RETENCAO USADO (ARQUIVO
007490*                             AINDA INEXISTENTE = NADA RETIDO)
007500*----------------------------------------------------------------
007510 1550-CARREGAR-RETIDOS.
007520     OPEN INPUT ARQ-RETIDOS
007530     IF RAT-FS-RETIDOS = "35"
007540         MOVE "00" TO RAT-FS-RETIDOS
007550         GO TO 1550-EXIT
007560     END-IF
007570     IF RAT-FS-RETIDOS NOT = "00"
007580         DISPLAY "ERRO " RAT-FS-RETIDOS
007590             " AO ABRIR OS PAGAMENTOS RETIDOS - ABORTANDO"
007600         MOVE 16 TO RETURN-CODE
007610         GOBACK
007620     END-IF
007630     PERFORM UNTIL RAT-FIM-RETIDOS
007640         READ ARQ-RETIDOS
007650             AT END
007660                 SET RAT-FIM-RETIDOS TO TRUE
007670             NOT AT END
007680                 PERFORM 1560-GUARDAR-RETIDO THRU 1560-EXIT
007690         END-READ
007700     END-PERFORM
007710     CLOSE ARQ-RETIDOS
007720     DISPLAY "RETENCOES JA REGISTRADAS...: "
007730         RAT-QTD-RETENCOES-ANT.
007740 1550-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------
007770*    1560-GUARDAR-RETIDO - GUARDA A CHAVE DO PREMIADO DA RETENCAO
007780*                           LIDA E ACOMPANHA O MAIOR NUMERO
007790*----------------------------------------------------------------
007800 1560-GUARDAR-RETIDO.
007810     IF RTD-RETIDO
007820         ADD 1 TO RAT-QTD-RETENCOES-ANT
007830     END-IF
007840     IF RTD-NUM-RETENCAO NUMERIC
007850        AND RTD-NUM-RETENCAO > RAT-ULT-RETENCAO
007860         MOVE RTD-NUM-RETENCAO TO RAT-ULT-RETENCAO
007870     END-IF
007880     MOVE RTD-NUM-CONCURSO   TO RAT-CT-CONCURSO
007890     MOVE RTD-ID-EXECUCAO    TO RAT-CT-EXECUCAO
007900     MOVE RTD-NUM-PALPITE    TO RAT-CT-PALPITE
007910     PERFORM 1610-GUARDAR-CHAVE THRU 1610-EXIT.
007920 1560-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------
007950*    1700-CARREGAR-ESTORNOS - CARREGA AS CHAVES DOS ESTORNOS
007960*                              REGISTRADOS (ARQUIVO AINDA
007970*                              INEXISTENTE = NENHUM ESTORNO)
007980*----------------------------------------------------------------
007990 1700-CARREGAR-ESTORNOS.
008000     OPEN INPUT ARQ-ESTORNOS
008010     IF RAT-FS-ESTORNOS = "35"
008020         DISPLAY "SEM ESTORNOS REGISTRADOS"
008030         MOVE "00" TO RAT-FS-ESTORNOS
008040         GO TO 1700-EXIT
008050     END-IF
008060     IF RAT-FS-ESTORNOS NOT = "00"
008070         DISPLAY "ERRO " RAT-FS-ESTORNOS
008080             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
008090         MOVE 16 TO RETURN-CODE
008100         GOBACK
008110     END-IF
008120     PERFORM UNTIL RAT-FIM-ESTORNOS
008130         READ ARQ-ESTORNOS
008140             AT END
008150                 SET RAT-FIM-ESTORNOS TO TRUE
008160             NOT AT END
008170                 PERFORM 1710-GUARDAR-ESTORNO THRU 1710-EXIT
008180         END-READ
008190     END-PERFORM
008200     CLOSE ARQ-ESTORNOS
008210     DISPLAY "ESTORNOS CARREGADOS..: "
008220         RAT-QTD-EST-PALP " PALPITES / "
008230         RAT-QTD-EST-PART " PARTICIPANTES".
008240 1700-EXIT.
008250     EXIT.
008260*----------------------------------------------------------------
008270*    1710-GUARDAR-ESTORNO - GUARDA A CHAVE DO ESTORNO LIDO NA
008280*                            TABELA DO SEU TIPO
008290*----------------------------------------------------------------
008300 1710-GUARDAR-ESTORNO.
008310     IF EST-ESTORNO-PALPITE
008320         IF RAT-QTD-EST-PALP >= 1000
008330             DISPLAY "TABELA DE ESTORNOS DE PALPITE CHEIA -"
008340                 " ABORTANDO"
008350             MOVE 16 TO RETURN-CODE
008360             GOBACK
008370         END-IF
008380         ADD 1 TO RAT-QTD-EST-PALP
008390         MOVE EST-ID-EXECUCAO TO RAT-EP-EXECUCAO
008400         MOVE EST-NUM-PALPITE TO RAT-EP-PALPITE
008410         MOVE RAT-CHAVE-EST-PALP
008420             TO RAT-EST-PALP-CHAVE(RAT-QTD-EST-PALP)
008430     ELSE
008440         IF RAT-QTD-EST-PART >= 1000
008450             DISPLAY "TABELA DE ESTORNOS DE PARTICIPANTE CHEIA"
008460                 " - ABORTANDO"
008470             MOVE 16 TO RETURN-CODE
008480             GOBACK
008490         END-IF
008500         ADD 1 TO RAT-QTD-EST-PART
008510         MOVE EST-ID-EXECUCAO TO RAT-ET-EXECUCAO
008520         MOVE EST-NUM-PALPITE TO RAT-ET-PALPITE
008530         IF EST-COD-CLIENTE NUMERIC
008540            AND EST-COD-CLIENTE > ZERO
008550             MOVE EST-COD-CLIENTE TO RAT-ET-COD-CLIENTE
008560             MOVE SPACES TO RAT-ET-NOME
008570         ELSE
008580             MOVE ZERO TO RAT-ET-COD-CLIENTE
008590             MOVE EST-NOME-PARTICIPANTE TO RAT-ET-NOME
008600         END-IF
008610         MOVE RAT-CHAVE-EST-PART
008620             TO RAT-EST-PART-CHAVE(RAT-QTD-EST-PART)
008630     END-IF.
008640 1710-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------
008670*    1800-CARREGAR-PRESCRITOS - CARREGA AS CHAVES DOS PREMIADOS
008680*                                PRESCRITOS (ARQUIVO AINDA
008690*                                INEXISTENTE = NENHUM PRESCRITO)
008700*----------------------------------------------------------------
008710 1800-CARREGAR-PRESCRITOS.
008720     OPEN INPUT ARQ-PRESCRITOS
008730     IF RAT-FS-PRESCRITOS = "35"
008740         DISPLAY "SEM PREMIOS PRESCRITOS REGISTRADOS"
008750         MOVE "00" TO RAT-FS-PRESCRITOS
008760         GO TO 1800-EXIT
008770     END-IF
008780     IF RAT-FS-PRESCRITOS NOT = "00"
008790         DISPLAY "ERRO " RAT-FS-PRESCRITOS
008800             " AO ABRIR O ARQUIVO DE PRESCRITOS - ABORTANDO"
008810         MOVE 16 TO RETURN-CODE
008820         GOBACK
008830     END-IF
008840     PERFORM UNTIL RAT-FIM-PRESCRITOS
008850         READ ARQ-PRESCRITOS
008860             AT END
008870                 SET RAT-FIM-PRESCRITOS TO TRUE
008880             NOT AT END
008890                 PERFORM 1810-GUARDAR-PRESCRITO THRU 1810-EXIT
008900         END-READ
008910     END-PERFORM
008920     CLOSE ARQ-PRESCRITOS
008930     DISPLAY "PREMIOS PRESCRITOS...: " RAT-QTD-PRESC-TABELA.
008940 1800-EXIT.
008950     EXIT.
008960*----------------------------------------------------------------
008970*    1810-GUARDAR-PRESCRITO - GUARDA A CHAVE DO PREMIADO
008980*                              PRESCRITO LIDO NA TABELA
008990*----------------------------------------------------------------
009000 1810-GUARDAR-PRESCRITO.
009010     IF RAT-QTD-PRESC-TABELA >= 5000
009020         DISPLAY "TABELA DE PREMIOS PRESCRITOS CHEIA -"
009030             " ABORTANDO"
009040         MOVE 16 TO RETURN-CODE
009050         GOBACK
009060     END-IF
009070     ADD 1 TO RAT-QTD-PRESC-TABELA
009080     MOVE PSR-NUM-CONCURSO   TO RAT-CT-CONCURSO
009090     MOVE PSR-ID-EXECUCAO    TO RAT-CT-EXECUCAO
009100     MOVE PSR-NUM-PALPITE    TO RAT-CT-PALPITE
009110     MOVE RAT-CHAVE-TRABALHO
009120         TO RAT-PRESC-CHAVE(RAT-QTD-PRESC-TABELA).
009130 1810-EXIT.
009140     EXIT.
009150*----------------------------------------------------------------
009160*    1900-CARREGAR-BOLOES - CARREGA O CADASTRO DE BOLOES
009170*                            (ARQUIVO AINDA INEXISTENTE = NENHUM
009180*                            BOLAO CADASTRADO)
009190*----------------------------------------------------------------
009200 1900-CARREGAR-BOLOES.
009210     OPEN INPUT ARQ-BOLOES
009220     IF RAT-FS-BOLOES = "35"
009230         DISPLAY "CADASTRO DE BOLOES AINDA VAZIO"
009240         MOVE "00" TO RAT-FS-BOLOES
009250         GO TO 1900-EXIT
009260     END-IF
009270     IF RAT-FS-BOLOES NOT = "00"
009280         DISPLAY "ERRO " RAT-FS-BOLOES
009290             " AO ABRIR O CADASTRO DE BOLOES - ABORTANDO"
009300         MOVE 16 TO RETURN-CODE
009310         GOBACK
009320     END-IF
009330     PERFORM UNTIL RAT-FIM-BOLOES
009340         READ ARQ-BOLOES
009350             AT END
009360                 SET RAT-FIM-BOLOES TO TRUE
009370             NOT AT END
009380                 PERFORM 1910-GUARDAR-BOLAO THRU 1910-EXIT
009390         END-READ
009400     END-PERFORM
009410     CLOSE ARQ-BOLOES.
009420 1900-EXIT.
009430     EXIT.
009440*----------------------------------------------------------------
009450*    1910-GUARDAR-BOLAO - COPIA O BOLAO LIDO PARA A PROXIMA
009460*                          ENTRADA DA TABELA
009470*----------------------------------------------------------------
009480 1910-GUARDAR-BOLAO.
009490     IF RAT-QTD-BOLOES >= 2000
009500         DISPLAY "TABELA DE BOLOES CHEIA - ABORTANDO"
009510         MOVE 16 TO RETURN-CODE
009520         GOBACK
009530     END-IF
009540     ADD 1 TO RAT-QTD-BOLOES
009550     MOVE BOLAO-CAB-REC TO RAT-BCB-IMG(RAT-QTD-BOLOES).
009560 1910-EXIT.
009570     EXIT.
009580*----------------------------------------------------------------
009590*    1950-CARREGAR-LIMITES - ESCOLHE NA TABELA DE LIMITES O
009600*                             REGISTRO EM VIGOR NA DATA DO RATEIO
009610*                             DE CADA JOGO (ARQUIVO AINDA
009620*                             INEXISTENTE = SO O LIMITE LEGAL)
009630*----------------------------------------------------------------
009640 1950-CARREGAR-LIMITES.
009650     OPEN INPUT ARQ-LIMITES
009660     IF RAT-FS-LIMITES = "35"
009670         DISPLAY "TABELA DE LIMITES AINDA VAZIA - VALE O LIMITE"
009680             " LEGAL"
009690         MOVE "00" TO RAT-FS-LIMITES
009700         GO TO 1950-EXIT
009710     END-IF
009720     IF RAT-FS-LIMITES NOT = "00"
009730         DISPLAY "ERRO " RAT-FS-LIMITES
009740             " AO ABRIR A TABELA DE LIMITES - ABORTANDO"
009750         MOVE 16 TO RETURN-CODE
009760         GOBACK
009770     END-IF
009780     PERFORM UNTIL RAT-FIM-LIMITES
009790         READ ARQ-LIMITES
009800             AT END
009810                 SET RAT-FIM-LIMITES TO TRUE
009820             NOT AT END
009830                 PERFORM 1960-AVALIAR-LIMITE THRU 1960-EXIT
009840         END-READ
009850     END-PERFORM
009860     CLOSE ARQ-LIMITES.
009870 1950-EXIT.
009880     EXIT.
009890*----------------------------------------------------------------
009900*    1960-AVALIAR-LIMITE - FICA COM O LIMITE LIDO QUANDO JA EM
009910*                           VIGOR E DE VIGENCIA IGUAL OU MAIOR QUE
009920*                           A DO ESCOLHIDO PARA O JOGO (NA MESMA
009930*                           VIGENCIA VALE O CADASTRADO POR ULTIMO)
009940*----------------------------------------------------------------
009950 1960-AVALIAR-LIMITE.
009960     IF LIM-TIPO-JOGO NOT NUMERIC
009970        OR LIM-VALOR-LIMITE NOT NUMERIC
009980        OR LIM-DATA-VIGENCIA NOT NUMERIC
009990         DISPLAY "LIMITE COM CAMPO NAO NUMERICO - IGNORADO"
010000         GO TO 1960-EXIT
010010     END-IF
010020     IF NOT LIM-JOGO-VALIDO OR LIM-DATA-VIGENCIA = ZERO
010030         DISPLAY "LIMITE COM JOGO OU VIGENCIA INVALIDA - IGNORADO"
010040         GO TO 1960-EXIT
010050     END-IF
010060     IF LIM-DATA-VIGENCIA > RAT-DATA-EXECUCAO
010070         GO TO 1960-EXIT
010080     END-IF
010090     COMPUTE L4 = LIM-TIPO-JOGO + 1
010100     IF LIM-DATA-VIGENCIA >= RAT-LIM-VIGENCIA(L4)
010110         MOVE LIM-DATA-VIGENCIA TO RAT-LIM-VIGENCIA(L4)
010120         MOVE LIM-VALOR-LIMITE  TO RAT-LIM-VALOR(L4)
010130     END-IF.
010140 1960-EXIT.
010150     EXIT.
010160*----------------------------------------------------------------
010170*    1970-FIXAR-LIMITE - COMPLETA A ENTRADA L4 SEM REGISTRO EM
010180*                         VIGOR: TODOS OS JOGOS FICA COM O LIMITE
010190*                         LEGAL E O JOGO FICA COM O DE TODOS OS
010200*                         JOGOS; IMPRIME O LIMITE DE CADA JOGO
010210*----------------------------------------------------------------
010220 1970-FIXAR-LIMITE.
010230     IF RAT-LIM-VIGENCIA(L4) = ZERO
010240         IF L4 = 1
010250             MOVE RAT-LIMITE-LEGAL TO RAT-LIM-VALOR(L4)
010260         ELSE
010270             MOVE RAT-LIM-VALOR(1) TO RAT-LIM-VALOR(L4)
010280         END-IF
010290     END-IF
010300     IF L4 > 1
010310         COMPUTE RAT-LI-JOGO = L4 - 1
010320         COMPUTE RAT-VALOR-REAIS = RAT-LIM-VALOR(L4) / 100
010330         MOVE RAT-VALOR-REAIS TO RAT-LI-VALOR
010340         DISPLAY RAT-LINHA-LIMITE
010350     END-IF.
010360 1970-EXIT.
010370     EXIT.
010380*----------------------------------------------------------------
010390*    2100-RATEAR-UM-PREMIADO - PULA O PREMIADO JA PRESENTE NO
010400*                               LIVRO, LOCALIZA O VALOR OFICIAL
010410*                               DA SUA FAIXA, CONTA AS COTAS DOS
010420*                               PARTICIPANTES E EMITE O
010430*                               DEMONSTRATIVO DE PAGAMENTO COM
010440*                               TOTAL DE CONTROLE
010450*----------------------------------------------------------------
010460 2100-RATEAR-UM-PREMIADO.
010470     DISPLAY " "
010480     DISPLAY "--------------------------------------------"
010490     MOVE PRM-NUM-CONCURSO   TO RAT-R-CONCURSO
010500     MOVE PRM-NUM-PALPITE    TO RAT-R-PALPITE
010510     MOVE PRM-ID-EXECUCAO    TO RAT-R-EXECUCAO
010520     MOVE PRM-QTD-ACERTOS    TO RAT-R-ACERTOS
010530     DISPLAY RAT-LINHA-PREMIADO
010540     MOVE PRM-PROTOCOLO      TO RAT-R-PROTOCOLO
010550     DISPLAY RAT-LINHA-REGISTRO
010560     MOVE PRM-NUM-CONCURSO   TO RAT-CT-CONCURSO
010570     MOVE PRM-ID-EXECUCAO    TO RAT-CT-EXECUCAO
010580     MOVE PRM-NUM-PALPITE    TO RAT-CT-PALPITE
010590     SET RAT-PAGO-ACHADO TO FALSE
010600     IF RAT-QTD-PAGOS-TABELA > ZERO
010610         PERFORM 2120-PROCURAR-PAGO THRU 2120-EXIT
010620             VARYING W FROM 1 BY 1
010630             UNTIL W > RAT-QTD-PAGOS-TABELA
010640                OR RAT-PAGO-ACHADO
010650     END-IF
010660     IF RAT-PAGO-ACHADO
010670         DISPLAY "JA RATEADO EM EXECUCAO ANTERIOR - PULADO"
010680         ADD 1 TO RAT-QTD-JA-RATEADOS
010690         GO TO 2100-EXIT
010700     END-IF
010710     SET RAT-PREMIO-PRESCRITO TO FALSE
010720     IF RAT-QTD-PRESC-TABELA > ZERO
010730         PERFORM 2122-PROCURAR-PRESCRITO THRU 2122-EXIT
010740             VARYING W FROM 1 BY 1
010750             UNTIL W > RAT-QTD-PRESC-TABELA
010760                OR RAT-PREMIO-PRESCRITO
010770     END-IF
010780     IF RAT-PREMIO-PRESCRITO
010790         DISPLAY "PREMIO PRESCRITO (PRAZO DA CAIXA VENCIDO) -"
010800             " NAO RATEADO"
010810         ADD 1 TO RAT-QTD-PRESCRITOS
010820         GO TO 2100-EXIT
010830     END-IF
010840     PERFORM 2125-VERIFICAR-EST-PALPITE THRU 2125-EXIT
010850     IF RAT-PALPITE-ESTORNADO
010860         DISPLAY "PALPITE ESTORNADO - NAO RATEADO"
010870         ADD 1 TO RAT-QTD-ESTORNADOS
010880         GO TO 2100-EXIT
010890     END-IF
010900     IF PRM-PROTOCOLO = SPACES
010910         DISPLAY "PREMIADO SEM REGISTRO NO TERMINAL - NAO RATEADO"
010920         ADD 1 TO RAT-QTD-SEM-REGISTRO
010930         GO TO 2100-EXIT
010940     END-IF
010950     PERFORM 2150-LOCALIZAR-VALOR THRU 2150-EXIT
010960     IF NOT RAT-VALOR-ACHADO
010970         DISPLAY "SEM VALOR OFICIAL CARREGADO PARA A FAIXA -"
010980             " NAO RATEADO"
010990         ADD 1 TO RAT-QTD-SEM-VALOR
011000         GO TO 2100-EXIT
011010     END-IF
011020     IF RAT-VALOR-PREMIO = ZERO
011030         DISPLAY "FAIXA SEM PREMIO NESTE CONCURSO - NAO RATEADO"
011040         GO TO 2100-EXIT
011050     END-IF
011060     PERFORM 2110-CONTAR-COTAS THRU 2110-EXIT
011070     IF RAT-TOT-COTAS = ZERO
011080         DISPLAY "SEM PARTICIPANTES CADASTRADOS - NAO RATEADO"
011090         GO TO 2100-EXIT
011100     END-IF
011110     PERFORM 2200-PAGAR-PARTICIPANTES THRU 2200-EXIT
011120     MOVE "VALOR DO PREMIO....: " TO RAT-C-TITULO
011130     COMPUTE RAT-VALOR-REAIS = RAT-VALOR-PREMIO / 100
011140     MOVE RAT-VALOR-REAIS TO RAT-C-VALOR
011150     DISPLAY RAT-LINHA-CONTROLE
011160     MOVE "TOTAL DISTRIBUIDO..: " TO RAT-C-TITULO
011170     COMPUTE RAT-VALOR-REAIS = RAT-VALOR-DISTRIBUIDO / 100
011180     MOVE RAT-VALOR-REAIS TO RAT-C-VALOR
011190     DISPLAY RAT-LINHA-CONTROLE
011200     IF RAT-VALOR-DISTRIBUIDO = RAT-VALOR-PREMIO
011210         DISPLAY "TOTAL DE CONTROLE CONFERE"
011220     ELSE
011230         DISPLAY "TOTAL DE CONTROLE DIVERGE - REVISAR RATEIO"
011240     END-IF
011250     IF RAT-QTD-PAGOS-TABELA >= 5000
011260*        SEM A CHAVE NA TABELA UM PREMIADO DUPLICADO MAIS
011270*        ADIANTE SERIA PAGO DE NOVO - MELHOR PARAR AQUI
011280         DISPLAY "TABELA DO LIVRO DE PAGAMENTOS CHEIA -"
011290             " ABORTANDO"
011300         MOVE 16 TO RETURN-CODE
011310         GOBACK
011320     END-IF
011330     ADD 1 TO RAT-QTD-PAGOS-TABELA
011340     MOVE RAT-CHAVE-TRABALHO
011350         TO RAT-PAGO-CHAVE(RAT-QTD-PAGOS-TABELA)
011360     ADD RAT-VALOR-DISTRIBUIDO TO RAT-TOTAL-GERAL
011370     ADD 1 TO RAT-QTD-RATEADOS.
011380 2100-EXIT.
011390     EXIT.
011400*----------------------------------------------------------------
011410*    2110-CONTAR-COTAS - PRIMEIRA PASSAGEM SOBRE OS
011420*                         PARTICIPANTES: CONTA QUANTOS SAO E
011430*                         SOMA AS COTAS DO PALPITE PREMIADO,
011440*                         CONFERINDO O TOTAL COM O CADASTRO DO
011450*                         BOLAO
011460*----------------------------------------------------------------
011470 2110-CONTAR-COTAS.
011480     MOVE ZERO TO RAT-QTD-PARTICIPANTES
011490     MOVE ZERO TO RAT-TOT-COTAS
011500     SET RAT-FIM-PARTICIP TO FALSE
011510     OPEN INPUT ARQ-PARTICIPANTES
011520     IF RAT-FS-PARTICIPANTES NOT = "00"
011530         DISPLAY "ARQUIVO DE PARTICIPANTES INDISPONIVEL"
011540         GO TO 2110-EXIT
011550     END-IF
011560     PERFORM UNTIL RAT-FIM-PARTICIP
011570         READ ARQ-PARTICIPANTES
011580             AT END
011590                 SET RAT-FIM-PARTICIP TO TRUE
011600             NOT AT END
011610                 IF PRT-ID-EXECUCAO = PRM-ID-EXECUCAO
011620                    AND PRT-NUM-PALPITE = PRM-NUM-PALPITE
011630                     PERFORM 2130-VERIFICAR-EST-PARTIC
011640                         THRU 2130-EXIT
011650                     IF NOT RAT-PART-ESTORNADO
011660                         ADD 1 TO RAT-QTD-PARTICIPANTES
011670                         ADD PRT-QTD-COTAS TO RAT-TOT-COTAS
011680                     END-IF
011690                 END-IF
011700         END-READ
011710     END-PERFORM
011720     CLOSE ARQ-PARTICIPANTES
011730     IF RAT-TOT-COTAS > ZERO
011740         PERFORM 2115-CONFERIR-BOLAO THRU 2115-EXIT
011750     END-IF.
011760 2110-EXIT.
011770     EXIT.
011780*----------------------------------------------------------------
011790*    2115-CONFERIR-BOLAO - COMPARA O TOTAL DE COTAS CONTADO COM O
011800*                           MAXIMO DE COTAS DO CADASTRO DO BOLAO
011810*                           DO PREMIADO E RELATA A DIVERGENCIA;
011820*                           O RATEIO SEGUE PELAS COTAS CONTADAS
011830*----------------------------------------------------------------
011840 2115-CONFERIR-BOLAO.
011850     SET RAT-BOLAO-ACHADO TO FALSE
011860     IF RAT-QTD-BOLOES > ZERO
011870         PERFORM 2116-COMPARAR-BOLAO THRU 2116-EXIT
011880             VARYING B5 FROM 1 BY 1
011890             UNTIL B5 > RAT-QTD-BOLOES
011900                OR RAT-BOLAO-ACHADO
011910     END-IF
011920     IF NOT RAT-BOLAO-ACHADO
011930         DISPLAY "BOLAO SEM CADASTRO - COTAS NAO CONFERIDAS"
011940         ADD 1 TO RAT-QTD-DIVERG-COTAS
011950         GO TO 2115-EXIT
011960     END-IF
011970     IF RAT-AB-CANCELADO
011980         DISPLAY "BOLAO CANCELADO NO CADASTRO EM "
011990             RAT-AB-DATA-SITUACAO " - CONFERIR OS ESTORNOS"
012000         ADD 1 TO RAT-QTD-DIVERG-COTAS
012010         GO TO 2115-EXIT
012020     END-IF
012030     IF RAT-TOT-COTAS NOT = RAT-AB-MAX-COTAS
012040         DISPLAY "COTAS DO RATEIO " RAT-TOT-COTAS
012050             " DIFEREM DO CADASTRO DO BOLAO " RAT-AB-MAX-COTAS
012060         ADD 1 TO RAT-QTD-DIVERG-COTAS
012070         GO TO 2115-EXIT
012080     END-IF
012090     DISPLAY "COTAS CONFEREM COM O CADASTRO DO BOLAO".
012100 2115-EXIT.
012110     EXIT.
012120*----------------------------------------------------------------
012130*    2116-COMPARAR-BOLAO - MARCA QUANDO O BOLAO DA POSICAO B5 E O
012140*                           DO PALPITE PREMIADO
012150*----------------------------------------------------------------
012160 2116-COMPARAR-BOLAO.
012170     MOVE RAT-BCB-IMG(B5) TO RAT-AREA-BOLAO
012180     IF RAT-AB-ID-EXECUCAO = PRM-ID-EXECUCAO
012190        AND RAT-AB-NUM-PALPITE = PRM-NUM-PALPITE
012200         SET RAT-BOLAO-ACHADO TO TRUE
012210     END-IF.
012220 2116-EXIT.
012230     EXIT.
012240*----------------------------------------------------------------
012250*    2120-PROCURAR-PAGO - MARCA SE A CHAVE DE TRABALHO JA ESTA
012260*                          NA TABELA DE PREMIADOS RATEADOS
012270*----------------------------------------------------------------
012280 2120-PROCURAR-PAGO.
012290     IF RAT-PAGO-CHAVE(W) = RAT-CHAVE-TRABALHO
012300         SET RAT-PAGO-ACHADO TO TRUE
012310     END-IF.
012320 2120-EXIT.
012330     EXIT.
012340*----------------------------------------------------------------
012350*    2122-PROCURAR-PRESCRITO - MARCA SE A CHAVE DE TRABALHO ESTA
012360*                               NA TABELA DE PREMIOS PRESCRITOS
012370*----------------------------------------------------------------
012380 2122-PROCURAR-PRESCRITO.
012390     IF RAT-PRESC-CHAVE(W) = RAT-CHAVE-TRABALHO
012400         SET RAT-PREMIO-PRESCRITO TO TRUE
012410     END-IF.
012420 2122-EXIT.
012430     EXIT.
012440*----------------------------------------------------------------
012450*    2125-VERIFICAR-EST-PALPITE - MARCA SE O PALPITE DO PREMIADO
012460*                                  CORRENTE FOI ESTORNADO
012470*----------------------------------------------------------------
012480 2125-VERIFICAR-EST-PALPITE.
012490     SET RAT-PALPITE-ESTORNADO TO FALSE
012500     IF RAT-QTD-EST-PALP > ZERO
012510         MOVE PRM-ID-EXECUCAO TO RAT-EP-EXECUCAO
012520         MOVE PRM-NUM-PALPITE TO RAT-EP-PALPITE
012530         PERFORM 2126-COMPARAR-EST-PALPITE THRU 2126-EXIT
012540             VARYING E4 FROM 1 BY 1
012550             UNTIL E4 > RAT-QTD-EST-PALP
012560                OR RAT-PALPITE-ESTORNADO
012570     END-IF.
012580 2125-EXIT.
012590     EXIT.
012600*----------------------------------------------------------------
012610*    2126-COMPARAR-EST-PALPITE - COMPARA A CHAVE DO PREMIADO COM
012620*                                 A ENTRADA E4 DOS ESTORNOS
012630*----------------------------------------------------------------
012640 2126-COMPARAR-EST-PALPITE.
012650     IF RAT-EST-PALP-CHAVE(E4) = RAT-CHAVE-EST-PALP
012660         SET RAT-PALPITE-ESTORNADO TO TRUE
012670     END-IF.
012680 2126-EXIT.
012690     EXIT.
012700*----------------------------------------------------------------
012710*    2130-VERIFICAR-EST-PARTIC - MARCA SE O PARTICIPANTE LIDO
012720*                                 FOI ESTORNADO (PELO CODIGO DO
012730*                                 CLIENTE, OU PELO NOME QUANDO O
012740*                                 PARTICIPANTE E ANTIGO)
012750*----------------------------------------------------------------
012760 2130-VERIFICAR-EST-PARTIC.
012770     SET RAT-PART-ESTORNADO TO FALSE
012780     IF RAT-QTD-EST-PART > ZERO
012790         MOVE PRT-ID-EXECUCAO TO RAT-ET-EXECUCAO
012800         MOVE PRT-NUM-PALPITE TO RAT-ET-PALPITE
012810         IF PRT-COD-CLIENTE NUMERIC
012820            AND PRT-COD-CLIENTE > ZERO
012830             MOVE PRT-COD-CLIENTE TO RAT-ET-COD-CLIENTE
012840             MOVE SPACES TO RAT-ET-NOME
012850         ELSE
012860             MOVE ZERO TO RAT-ET-COD-CLIENTE
012870             MOVE PRT-NOME-PARTICIPANTE TO RAT-ET-NOME
012880         END-IF
012890         PERFORM 2131-COMPARAR-EST-PARTIC THRU 2131-EXIT
012900             VARYING E4 FROM 1 BY 1
012910             UNTIL E4 > RAT-QTD-EST-PART
012920                OR RAT-PART-ESTORNADO
012930     END-IF.
012940 2130-EXIT.
012950     EXIT.
012960*----------------------------------------------------------------
012970*    2131-COMPARAR-EST-PARTIC - COMPARA A CHAVE DO PARTICIPANTE
012980*                                COM A ENTRADA E4 DOS ESTORNOS
012990*----------------------------------------------------------------
013000 2131-COMPARAR-EST-PARTIC.
013010     IF RAT-EST-PART-CHAVE(E4) = RAT-CHAVE-EST-PART
013020         SET RAT-PART-ESTORNADO TO TRUE
013030     END-IF.
013040 2131-EXIT.
013050     EXIT.
013060*----------------------------------------------------------------
013070*    2150-LOCALIZAR-VALOR - LOCALIZA NA TABELA O VALOR OFICIAL
013080*                            DO CONCURSO, JOGO E FAIXA DO
013090*                            PREMIADO CORRENTE
013100*----------------------------------------------------------------
013110 2150-LOCALIZAR-VALOR.
013120     SET RAT-VALOR-ACHADO TO FALSE
013130     PERFORM 2160-COMPARAR-VALOR THRU 2160-EXIT
013140         VARYING W FROM 1 BY 1
013150         UNTIL W > RAT-QTD-VAL-TABELA
013160            OR RAT-VALOR-ACHADO.
013170 2150-EXIT.
013180     EXIT.
013190*----------------------------------------------------------------
013200*    2160-COMPARAR-VALOR - MARCA E COPIA O VALOR DA ENTRADA W
013210*                           QUANDO ELA BATE COM O PREMIADO
013220*----------------------------------------------------------------
013230 2160-COMPARAR-VALOR.
013240     IF RAT-VAL-CONCURSO(W) = PRM-NUM-CONCURSO
013250        AND RAT-VAL-TIPO(W) = PRM-TIPO-JOGO
013260        AND RAT-VAL-ACERTOS(W) = PRM-QTD-ACERTOS
013270         SET RAT-VALOR-ACHADO TO TRUE
013280         MOVE RAT-VAL-PREMIO(W) TO RAT-VALOR-PREMIO
013290     END-IF.
013300 2160-EXIT.
013310     EXIT.
013320*----------------------------------------------------------------
013330*    2200-PAGAR-PARTICIPANTES - SEGUNDA PASSAGEM: EMITE A LINHA
013340*                                DE PAGAMENTO DE CADA
013350*                                PARTICIPANTE DO PALPITE E GRAVA
013360*                                CADA PAGAMENTO NO LIVRO
013370*----------------------------------------------------------------
013380 2200-PAGAR-PARTICIPANTES.
013390     MOVE ZERO TO RAT-PART-CORRENTE
013400     MOVE ZERO TO RAT-VALOR-DISTRIBUIDO
013410     SET RAT-FIM-PARTICIP TO FALSE
013420     OPEN INPUT ARQ-PARTICIPANTES
013430     IF RAT-FS-PARTICIPANTES NOT = "00"
013440         DISPLAY "ARQUIVO DE PARTICIPANTES INDISPONIVEL"
013450         GO TO 2200-EXIT
013460     END-IF
013470     PERFORM UNTIL RAT-FIM-PARTICIP
013480         READ ARQ-PARTICIPANTES
013490             AT END
013500                 SET RAT-FIM-PARTICIP TO TRUE
013510             NOT AT END
013520                 IF PRT-ID-EXECUCAO = PRM-ID-EXECUCAO
013530                    AND PRT-NUM-PALPITE = PRM-NUM-PALPITE
013540                     PERFORM 2130-VERIFICAR-EST-PARTIC
013550                         THRU 2130-EXIT
013560                     IF NOT RAT-PART-ESTORNADO
013570                         PERFORM 2210-PAGAR-UM THRU 2210-EXIT
013580                     END-IF
013590                 END-IF
013600         END-READ
013610     END-PERFORM
013620     CLOSE ARQ-PARTICIPANTES.
013630 2200-EXIT.
013640     EXIT.
013650*----------------------------------------------------------------
013660*    2210-PAGAR-UM - CALCULA A PARTE DO PARTICIPANTE CORRENTE
013670*                     (TRUNCADA NO CENTAVO); O ULTIMO RECEBE O
013680*                     QUE FALTA PARA FECHAR O PREMIO, ABSORVENDO
013690*                     A SOBRA DE ARREDONDAMENTO
013700*----------------------------------------------------------------
013710 2210-PAGAR-UM.
013720     ADD 1 TO RAT-PART-CORRENTE
013730     IF RAT-PART-CORRENTE = RAT-QTD-PARTICIPANTES
013740         COMPUTE RAT-VALOR-PARTE =
013750             RAT-VALOR-PREMIO - RAT-VALOR-DISTRIBUIDO
013760     ELSE
013770         COMPUTE RAT-VALOR-PARTE =
013780             RAT-VALOR-PREMIO * PRT-QTD-COTAS / RAT-TOT-COTAS
013790     END-IF
013800     ADD RAT-VALOR-PARTE TO RAT-VALOR-DISTRIBUIDO
013810     MOVE PRT-NOME-PARTICIPANTE  TO RAT-P-NOME
013820     MOVE PRT-QTD-COTAS          TO RAT-P-COTAS
013830     MOVE RAT-TOT-COTAS          TO RAT-P-TOT-COTAS
013840     COMPUTE RAT-VALOR-REAIS = RAT-VALOR-PARTE / 100
013850     MOVE RAT-VALOR-REAIS        TO RAT-P-VALOR
013860     DISPLAY RAT-LINHA-PAGAMENTO
013870     PERFORM 2220-GRAVAR-PAGAMENTO THRU 2220-EXIT.
013880 2210-EXIT.
013890     EXIT.
013900*----------------------------------------------------------------
013910*    2220-GRAVAR-PAGAMENTO - GRAVA O PAGAMENTO DO PARTICIPANTE
013920*                             CORRENTE NO LIVRO DE PAGAMENTOS;
013930*                             PARTE IGUAL OU ACIMA DO LIMITE DE
013940*                             IDENTIFICACAO DO JOGO E RETIDA
013950*----------------------------------------------------------------
013960 2220-GRAVAR-PAGAMENTO.
013970     MOVE PRM-NUM-CONCURSO       TO PAG-NUM-CONCURSO
013980     MOVE PRM-TIPO-JOGO          TO PAG-TIPO-JOGO
013990     MOVE PRM-ID-EXECUCAO        TO PAG-ID-EXECUCAO
014000     MOVE PRM-NUM-PALPITE        TO PAG-NUM-PALPITE
014010     MOVE PRT-NOME-PARTICIPANTE  TO PAG-NOME-PARTICIPANTE
014020     MOVE PRT-QTD-COTAS          TO PAG-QTD-COTAS
014030     IF PRT-COD-CLIENTE NUMERIC
014040         MOVE PRT-COD-CLIENTE    TO PAG-COD-CLIENTE
014050     ELSE
014060         MOVE ZERO               TO PAG-COD-CLIENTE
014070     END-IF
014080     MOVE RAT-VALOR-PARTE        TO PAG-VALOR-PAGO
014090     MOVE RAT-DATA-EXECUCAO      TO PAG-DATA-PAGAMENTO
014100     MOVE RAT-HORA-EXECUCAO      TO PAG-HORA-PAGAMENTO
014110     IF PRM-TIPO-JOGO NUMERIC
014120        AND PRM-TIPO-JOGO >= 1 AND PRM-TIPO-JOGO <= 3
014130         COMPUTE L4 = PRM-TIPO-JOGO + 1
014140     ELSE
014150         MOVE 1 TO L4
014160     END-IF
014170     MOVE RAT-LIM-VALOR(L4)      TO RAT-VALOR-LIMITE
014180     IF RAT-VALOR-PARTE > ZERO
014190        AND RAT-VALOR-PARTE >= RAT-VALOR-LIMITE
014200         PERFORM 2240-RETER-PAGAMENTO THRU 2240-EXIT
014210         GO TO 2220-EXIT
014220     END-IF
014230     WRITE PAGAMENTO-REC
014240     IF RAT-FS-PAGAMENTOS NOT = "00"
014250         DISPLAY "ERRO " RAT-FS-PAGAMENTOS
014260             " AO GRAVAR O LIVRO DE PAGAMENTOS - ABORTANDO"
014270         MOVE 16 TO RETURN-CODE
014280         GOBACK
014290     END-IF
014300     IF RAT-VALOR-PARTE > ZERO
014310         PERFORM 2230-GRAVAR-MOVIMENTO THRU 2230-EXIT
014320     END-IF.
014330 2220-EXIT.
014340     EXIT.
014350*----------------------------------------------------------------
014360*    2230-GRAVAR-MOVIMENTO - LANCA A PARTE PAGA COMO SAIDA DE
014370*                             PREMIO NO DIARIO DE CAIXA
014380*----------------------------------------------------------------
014390 2230-GRAVAR-MOVIMENTO.
014400     MOVE RAT-DATA-EXECUCAO      TO MCX-DATA-MOVTO
014410     MOVE RAT-HORA-EXECUCAO      TO MCX-HORA-MOVTO
014420     MOVE RAT-ID-OPERADOR        TO MCX-ID-OPERADOR
014430     MOVE RAT-ID-TERMINAL        TO MCX-ID-TERMINAL
014440     SET MCX-PREMIO-PAGO         TO TRUE
014450     SET MCX-SAIDA               TO TRUE
014460     MOVE RAT-VALOR-PARTE        TO MCX-VALOR
014470     MOVE PAG-ID-EXECUCAO        TO MCX-ID-EXECUCAO
014480     MOVE PAG-NUM-PALPITE        TO MCX-NUM-PALPITE
014490     MOVE PAG-NUM-CONCURSO       TO MCX-NUM-CONCURSO
014500     MOVE PAG-COD-CLIENTE        TO MCX-COD-CLIENTE
014510     MOVE PAG-NOME-PARTICIPANTE  TO MCX-NOME-PARTICIPANTE
014520     WRITE MOVIMENTO-CAIXA-REC
014530     IF RAT-FS-MOVIMENTOS NOT = "00"
014540         DISPLAY "ERRO " RAT-FS-MOVIMENTOS
014550             " AO GRAVAR O DIARIO DE CAIXA - ABORTANDO"
014560         MOVE 16 TO RETURN-CODE
014570         GOBACK
014580     END-IF
014590     ADD 1 TO RAT-QTD-MOVTOS-CAIXA.
014600 2230-EXIT.
014610     EXIT.
014620*----------------------------------------------------------------
014630*    2240-RETER-PAGAMENTO - GRAVA A PARTE DO PARTICIPANTE
014640*                            CORRENTE NOS PAGAMENTOS RETIDOS COM O
014650*                            PROXIMO NUMERO DE RETENCAO, SEM LIVRO
014660*                            NEM CAIXA: SO O LIBPREM PAGA, DEPOIS
014670*                            DE CONFERIR O DOCUMENTO
014680*----------------------------------------------------------------
014690 2240-RETER-PAGAMENTO.
014700     ADD 1 TO RAT-ULT-RETENCAO
014710     MOVE SPACES                 TO PAGAMENTO-RETIDO-REC
014720     MOVE RAT-ULT-RETENCAO       TO RTD-NUM-RETENCAO
014730     SET RTD-RETIDO              TO TRUE
014740     MOVE PAGAMENTO-REC          TO RTD-PAGAMENTO
014750     MOVE RAT-VALOR-LIMITE       TO RTD-VALOR-LIMITE
014760     MOVE RAT-ID-OPERADOR        TO RTD-ID-OPER-RATEIO
014770     MOVE ZERO                   TO RTD-CPF-BENEFICIARIO
014780     MOVE ZERO                   TO RTD-DATA-AUTORIZACAO
014790     MOVE ZERO                   TO RTD-HORA-AUTORIZACAO
014800     WRITE PAGAMENTO-RETIDO-REC
014810     IF RAT-FS-RETIDOS NOT = "00"
014820         DISPLAY "ERRO " RAT-FS-RETIDOS
014830             " AO GRAVAR OS PAGAMENTOS RETIDOS - ABORTANDO"
014840         MOVE 16 TO RETURN-CODE
014850         GOBACK
014860     END-IF
014870     DISPLAY "  PARTE ACIMA DO LIMITE - RETIDA SOB O NUMERO "
014880         RAT-ULT-RETENCAO " ATE IDENTIFICAR O BENEFICIARIO"
014890     ADD 1 TO RAT-QTD-RETIDOS
014900     ADD RAT-VALOR-PARTE TO RAT-TOTAL-RETIDO.
014910 2240-EXIT.
014920     EXIT.
014930*----------------------------------------------------------------
014940*    9000-IMPRIMIR-RESUMO - IMPRIME OS TOTAIS DA EXECUCAO
014950*----------------------------------------------------------------
014960 9000-IMPRIMIR-RESUMO.
014970     DISPLAY " "
014980     DISPLAY "PREMIADOS LIDOS......: " RAT-QTD-PREMIADOS-LIDOS
014990     DISPLAY "PREMIOS RATEADOS.....: " RAT-QTD-RATEADOS
015000     DISPLAY "JA RATEADOS (PULADOS): " RAT-QTD-JA-RATEADOS
015010     DISPLAY "ESTORNADOS PULADOS...: " RAT-QTD-ESTORNADOS
015020     DISPLAY "SEM REGISTRO TERMINAL: " RAT-QTD-SEM-REGISTRO
015030     DISPLAY "PRESCRITOS (PULADOS).: " RAT-QTD-PRESCRITOS
015040     DISPLAY "COTAS DIVERGENTES....: " RAT-QTD-DIVERG-COTAS
015050     DISPLAY "SEM VALOR CARREGADO..: " RAT-QTD-SEM-VALOR
015060     DISPLAY "VALORES INVALIDOS....: " RAT-QTD-VAL-INVALIDOS
015070     DISPLAY "MOVIMENTOS DE CAIXA..: " RAT-QTD-MOVTOS-CAIXA
015080     DISPLAY "PARTES RETIDAS.......: " RAT-QTD-RETIDOS
015090     MOVE "TOTAL GERAL RATEADO: " TO RAT-C-TITULO
015100     COMPUTE RAT-VALOR-REAIS = RAT-TOTAL-GERAL / 100
015110     MOVE RAT-VALOR-REAIS TO RAT-C-VALOR
015120     DISPLAY RAT-LINHA-CONTROLE
015130     MOVE "TOTAL RETIDO.......: " TO RAT-C-TITULO
015140     COMPUTE RAT-VALOR-REAIS = RAT-TOTAL-RETIDO / 100
015150     MOVE RAT-VALOR-REAIS TO RAT-C-VALOR
015160     DISPLAY RAT-LINHA-CONTROLE
015170     MOVE "TOTAL GERAL PAGO...: " TO RAT-C-TITULO
015180     COMPUTE RAT-VALOR-REAIS =
015190         (RAT-TOTAL-GERAL - RAT-TOTAL-RETIDO) / 100
015200     MOVE RAT-VALOR-REAIS TO RAT-C-VALOR
015210     DISPLAY RAT-LINHA-CONTROLE
015220     IF RAT-QTD-RETIDOS > ZERO
015230         DISPLAY "HA PARTES RETIDAS AGUARDANDO IDENTIFICACAO DO"
015240             " BENEFICIARIO - LIBERAR PELO LIBPREM"
015250         MOVE 4 TO RETURN-CODE
015260     END-IF.
015270 9000-EXIT.
015280     EXIT.

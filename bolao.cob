000120*               MODO E - EMITE O CUPOM DE CADA PARTICIPANTE DE
000130*               UM LOTE, MOSTRANDO AS DEZENAS DO PALPITE LIGADO
000140*               A ELE E A QUANTIDADE DE COTAS ADQUIRIDAS.
000150*               O PARTICIPANTE E INFORMADO PELO CODIGO DO
000160*               CADASTRO DE CLIENTES (CLICAD).
000170*               O BOLAO DE CADA PALPITE E ABERTO E FECHADO NO
000180*               CADASTRO DE BOLOES (BOLCAD): A VENDA DE COTAS SO
000190*               ACEITA BOLAO ABERTO, ATE O MAXIMO DE COTAS E NO
000200*               PRECO CADASTRADO, E A EMISSAO SO IMPRIME CUPONS
000210*               DE BOLAO FECHADO.
000220*               O DINHEIRO RECEBIDO PELAS COTAS (PAGO NO ATO NO
000230*               MODO C OU DEPOIS NO MODO P) E LANCADO NO DIARIO
000240*               DE CAIXA (MOVIMENTO-CAIXA-REC) COM O OPERADOR E O
000250*               TERMINAL; COM O CAIXA DO DIA JA FECHADO
000260*               (FECHAMENTO-CAIXA-REC) OS MODOS C E P NAO RODAM.
000270*               RETURN-CODE: 0 = OK; 4 = MODO E COM CUPOM NAO
000280*               EMITIDO (RETIDO, ESTORNADO, SEM REGISTRO OU DE
000290*               BOLAO NAO FECHADO) OU MODO P DE PARTICIPANTE JA
000300*               PAGO; 8 = CAIXA DO DIA FECHADO OU PAGAMENTO
000310*               RECUSADO NO MODO P; 16 = ABORTO.
000320*
000330*    HISTORICO DE ALTERACOES
000340*    DATA       AUTOR   DESCRICAO
000350*    ---------- ------- ----------------------------------------
000360*    2026-08-09 RAS     VERSAO INICIAL.
000370*    2026-08-09 RAS     BOL-ID-EXECUCAO AMPLIADO PARA X(14), EM
000380*                       LINHA COM PALPITE.CPY.
000390*    2026-08-09 RAS     VERIFICACAO DO FILE STATUS APOS O OPEN DE
000400*                       ARQ-PALPITES EM 2100, PARA NAO FICAR
000410*                       PRESO NO LOOP DE LEITURA SE O ARQUIVO NAO
000420*                       EXISTIR.
000430*    2026-08-09 RAS     PONTO FINAL DAS CLAUSULAS FD MOVIDO PARA
000440*                       O COPY, EM LINHA COM PALPITE/CONFERE.
000450*    2026-08-22 RAS     EMISSAO PASSA A LER O CADASTRO INDEXADO
000460*                       PALPMST (KSDS, CHAVE ID-EXECUCAO +
000470*                       NUM-PALPITE, CARREGADO PELO REORGPAL)
000480*                       COM LEITURA DIRETA POR CHAVE, EM VEZ DE
000490*                       VARRER PALPITES.DAT DESDE O PRIMEIRO
000500*                       REGISTRO PARA CADA PARTICIPANTE.
000510*    2026-08-22 RAS     CUPOM PASSA A EXIBIR O PERFIL DE
000520*                       PREFERENCIAS APLICADO AO PALPITE,
000530*                       QUANDO HOUVER.
000540*    2026-08-22 RAS     MODO E PASSA A GRAVAR O ARQUIVO DE
000550*                       IMPRESSAO CUPONS (UM CUPOM FORMATADO POR
000560*                       PAGINA, COM CABECALHO DA LOJA, EXECUCAO,
000570*                       NUMERO SEQUENCIAL DE CUPOM, DEZENAS EM
000580*                       GRADE E COTAS) E UMA PAGINA DE TOTAIS
000590*                       (PARTICIPANTES IMPRESSOS E SOMA DE
000600*                       COTAS) PARA CONFERENCIA DO OPERADOR. A
000610*                       EXIBICAO EM TELA FOI MANTIDA.
000620*    2026-09-02 RAS     CUPOM PASSA A EXIBIR O CONCURSO ALVO DA
000630*                       APOSTA GRAVADO NO PALPITE, A PRIMEIRA
000640*                       COISA QUE O PARTICIPANTE PERGUNTA.
000650*    2026-09-02 RAS     CONTROLE DE VENDA DE COTAS: O CADASTRO
000660*                       REGISTRA O PRECO DA COTA DO LOTE E SE O
000670*                       PARTICIPANTE PAGOU NO ATO, O NOVO MODO P
000680*                       REGISTRA PAGAMENTOS FEITOS DEPOIS E O
000690*                       NOVO MODO R LISTA AS COTAS RESERVADAS E
000700*                       AINDA NAO PAGAS (CONTAS A RECEBER). A
000710*                       EMISSAO RETEM O CUPOM DE PARTICIPANTE
000720*                       COM PAGAMENTO PENDENTE E MARCA NO CUPOM
000730*                       O PARTICIPANTE ANTIGO SEM REGISTRO DE
000740*                       PAGAMENTO (SITUACAO EM BRANCO).
000750*    2026-09-02 RAS     ASSINATURA DO OPERADOR: O ID INFORMADO E
000760*                       VALIDADO NO CADASTRO DE OPERADORES
000770*                       (OPERMST.CPY) NO INICIO DA EXECUCAO;
000780*                       OPERADOR DESCONHECIDO OU INATIVO ABORTA
000790*                       ANTES DE QUALQUER GRAVACAO.
000800*    2026-09-02 RAS     ESTORNOS HONRADOS NA EMISSAO: O CUPOM DE
000810*                       PARTICIPANTE ESTORNADO, OU DE PALPITE
000820*                       ESTORNADO, NAO E EMITIDO.
000830*    2026-09-02 RAS     CADASTRO VALIDADO NA DIGITACAO: O
000840*                       PALPITE INFORMADO E LIDO POR CHAVE NO
000850*                       CADASTRO INDEXADO E RECUSADO QUANDO
000860*                       INEXISTENTE NA EXECUCAO OU ESTORNADO, AS
000870*                       DEZENAS SAO EXIBIDAS PARA O OPERADOR
000880*                       CONFIRMAR ANTES DO WRITE, COTAS ZERO SAO
000890*                       RECUSADAS E NOME JA CADASTRADO NO MESMO
000900*                       PALPITE GERA AVISO. O ERRO DEIXA DE
000910*                       APARECER SO NA EMISSAO, DEPOIS DO
000920*                       CLIENTE TER PAGO E IDO EMBORA.
000930*    2026-09-02 RAS     ESTORNOS HONRADOS TAMBEM NA COBRANCA: O
000940*                       MODO P RECUSA PAGAMENTO DE PARTICIPANTE
000950*                       ESTORNADO E O MODO R NAO LISTA COTAS DE
000960*                       ESTORNADO NO CONTAS A RECEBER.
000970*    2026-10-15 RAS     CALENDARIO DE CONCURSOS (CALEND) NO
000980*                       CADASTRO: PALPITE SEM CONCURSO ALVO, COM
000990*                       CONCURSO AUSENTE DO CALENDARIO,
001000*                       CANCELADO OU COM O LIMITE DAS APOSTAS
001010*                       VENCIDO E RECUSADO NA DIGITACAO, COM O
001020*                       MOTIVO.
001030*    2026-10-15 RAS     MODO E: NOVA DD REGAPOST (REGISTRO DE
001040*                       APOSTAS NO TERMINAL). O CUPOM IMPRIME O
001050*                       PROTOCOLO DA APOSTA NA CAIXA, OU
001060*                       REJEITADO / PENDENTE NO TERMINAL ENQUANTO
001070*                       O RETORNO NAO CONFIRMAR O REGISTRO.
001080*    2026-10-15 RAS     PARTICIPANTE IDENTIFICADO PELO CODIGO DO
001090*                       CADASTRO DE CLIENTES (CLIENTE.CPY): O
001100*                       MODO C EXIGE CLIENTE CADASTRADO E ATIVO
001110*                       E GRAVA O CODIGO E O NOME DO CADASTRO; O
001120*                       AVISO DE DUPLICIDADE, O MODO P E OS
001130*                       ESTORNOS PASSAM A COMPARAR PELO CODIGO.
001140*                       PARTICIPANTE ANTIGO, SEM CODIGO, CONTINUA
001150*                       LOCALIZADO PELO NOME (CODIGO ZERO NO P).
001160*    2026-10-15 RAS     CADASTRO DE BOLOES (BOLCAB.CPY, MANTIDO
001170*                       PELO BOLCAD): O MODO C DEIXA DE PEDIR O
001180*                       PRECO DA COTA, QUE PASSA A VIR DO BOLAO,
001190*                       E RECUSA PALPITE SEM BOLAO, COM BOLAO NAO
001200*                       ABERTO, DE OUTRO CONCURSO OU ESGOTADO, E
001210*                       COTAS ALEM DO MAXIMO DO BOLAO. O MODO E
001220*                       SO IMPRIME CUPONS DE BOLAO FECHADO E
001230*                       MARCA COMO EMITIDO O BOLAO QUE TEVE TODOS
001240*                       OS CUPONS IMPRESSOS (NENHUM RETIDO).
001250*    2026-10-15 RAS     DIARIO DE CAIXA: OS MODOS C E P PEDEM O
001260*                       TERMINAL, RECUSAM RODAR COM O CAIXA DO
001270*                       DIA JA FECHADO (FECHCAIX.CPY) E LANCAM
001280*                       CADA COTA PAGA COMO ENTRADA NO DIARIO
001290*                       (MOVCAIXA.CPY).
001300*    2026-10-15 RAS     RETURN-CODE DOCUMENTADO (0/4/8/16): TODO
001310*                       ABORTO TERMINA COM 16, CAIXA FECHADO E
001320*                       PAGAMENTO RECUSADO COM 8 E CUPOM NAO
001330*                       EMITIDO OU PAGAMENTO REPETIDO COM 4.
001340*----------------------------------------------------------------
001350 ENVIRONMENT DIVISION.
001360 CONFIGURATION SECTION.
001370 SOURCE-COMPUTER.   IBM-370.
001380 OBJECT-COMPUTER.   IBM-370.
001390 SPECIAL-NAMES.
001400     DECIMAL-POINT IS COMMA.
001410 INPUT-OUTPUT SECTION.
001420 FILE-CONTROL.
001430     SELECT ARQ-PARTICIPANTES ASSIGN TO PARTICIP
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS BOL-FS-PARTICIPANTES.
001460     SELECT ARQ-CUPONS        ASSIGN TO CUPONS
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS BOL-FS-CUPONS.
001490     SELECT ARQ-PALPITES      ASSIGN TO PALPMST
001500         ORGANIZATION IS INDEXED
001510         ACCESS MODE IS RANDOM
001520         RECORD KEY IS PMS-CHAVE
001530         FILE STATUS IS BOL-FS-PALPITES.
001540     SELECT ARQ-OPERADORES    ASSIGN TO OPERMST
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS BOL-FS-OPERADORES.
001570     SELECT ARQ-ESTORNOS      ASSIGN TO ESTORNOS
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         FILE STATUS IS BOL-FS-ESTORNOS.
001600     SELECT ARQ-CALENDARIO    ASSIGN TO CALEND
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS BOL-FS-CALENDARIO.
001630     SELECT ARQ-REGISTROS     ASSIGN TO REGAPOST
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS BOL-FS-REGISTROS.
001660     SELECT ARQ-CLIENTES      ASSIGN TO CLIENTES
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS BOL-FS-CLIENTES.
001690     SELECT ARQ-BOLOES        ASSIGN TO BOLCAB
001700         ORGANIZATION IS LINE SEQUENTIAL
001710         FILE STATUS IS BOL-FS-BOLOES.
001720     SELECT ARQ-MOVIMENTOS    ASSIGN TO MOVCAIXA
001730         ORGANIZATION IS LINE SEQUENTIAL
001740         FILE STATUS IS BOL-FS-MOVIMENTOS.
001750     SELECT ARQ-FECHAMENTOS   ASSIGN TO FECHCAIX
001760         ORGANIZATION IS LINE SEQUENTIAL
001770         FILE STATUS IS BOL-FS-FECHAMENTOS.
001780 DATA DIVISION.
001790 FILE SECTION.
001800 FD  ARQ-PARTICIPANTES
001810     COPY PARTIC.CPY.
001820 FD  ARQ-PALPITES
001830     COPY PALPMST.CPY.
001840 FD  ARQ-OPERADORES
001850     COPY OPERMST.CPY.
001860 FD  ARQ-ESTORNOS
001870     COPY ESTORNO.CPY.
001880 FD  ARQ-CALENDARIO
001890     COPY CALEND.CPY.
001900 FD  ARQ-REGISTROS
001910     COPY REGAPOS.CPY.
001920 FD  ARQ-CLIENTES
001930     COPY CLIENTE.CPY.
001940 FD  ARQ-BOLOES
001950     COPY BOLCAB.CPY.
001960 FD  ARQ-MOVIMENTOS
001970     COPY MOVCAIXA.CPY.
001980 FD  ARQ-FECHAMENTOS
001990     COPY FECHCAIX.CPY.
002000 FD  ARQ-CUPONS.
002010 01  BOL-REG-IMPRESSAO           PIC X(80).
002020 WORKING-STORAGE SECTION.
002030 01  BOL-STATUS-ARQUIVOS.
002040     05  BOL-FS-PARTICIPANTES    PIC X(02) VALUE "00".
002050     05  BOL-FS-PALPITES         PIC X(02) VALUE "00".
002060     05  BOL-FS-CUPONS           PIC X(02) VALUE "00".
002070     05  BOL-FS-OPERADORES       PIC X(02) VALUE "00".
002080     05  BOL-FS-ESTORNOS         PIC X(02) VALUE "00".
002090     05  BOL-FS-CALENDARIO       PIC X(02) VALUE "00".
002100     05  BOL-FS-REGISTROS        PIC X(02) VALUE "00".
002110     05  BOL-FS-CLIENTES         PIC X(02) VALUE "00".
002120     05  BOL-FS-BOLOES           PIC X(02) VALUE "00".
002130     05  BOL-FS-MOVIMENTOS       PIC X(02) VALUE "00".
002140     05  BOL-FS-FECHAMENTOS      PIC X(02) VALUE "00".
002150 01  BOL-SWITCHES.
002160     05  BOL-SW-FIM-PARTICIPANTES PIC X(01) VALUE "N".
002170         88  BOL-FIM-PARTICIPANTES   VALUE "S"
002180                                      FALSE "N".
002190     05  BOL-SW-PALPITE-ACHADO   PIC X(01) VALUE "N".
002200         88  BOL-PALPITE-ACHADO      VALUE "S"
002210                                      FALSE "N".
002220     05  BOL-SW-PART-ACHADO      PIC X(01) VALUE "N".
002230         88  BOL-PART-ACHADO         VALUE "S"
002240                                      FALSE "N".
002250     05  BOL-SW-OPER-ACHADO      PIC X(01) VALUE "N".
002260         88  BOL-OPER-ACHADO         VALUE "S"
002270                                      FALSE "N".
002280     05  BOL-SW-FIM-OPER         PIC X(01) VALUE "N".
002290         88  BOL-FIM-OPERADORES      VALUE "S"
002300                                      FALSE "N".
002310     05  BOL-SW-FIM-ESTORNOS     PIC X(01) VALUE "N".
002320         88  BOL-FIM-ESTORNOS        VALUE "S"
002330                                      FALSE "N".
002340     05  BOL-SW-ESTORNADO        PIC X(01) VALUE "N".
002350         88  BOL-REGISTRO-ESTORNADO  VALUE "S"
002360                                      FALSE "N".
002370     05  BOL-SW-ENTRADA-OK       PIC X(01) VALUE "N".
002380         88  BOL-ENTRADA-ACEITA      VALUE "S"
002390                                      FALSE "N".
002400     05  BOL-SW-FIM-CALEND       PIC X(01) VALUE "N".
002410         88  BOL-FIM-CALENDARIO      VALUE "S"
002420                                      FALSE "N".
002430     05  BOL-SW-CONC-ACHADO      PIC X(01) VALUE "N".
002440         88  BOL-CONC-ACHADO         VALUE "S"
002450                                      FALSE "N".
002460     05  BOL-SW-FIM-REGISTROS    PIC X(01) VALUE "N".
002470         88  BOL-FIM-REGISTROS       VALUE "S"
002480                                      FALSE "N".
002490     05  BOL-SW-FIM-CLIENTES     PIC X(01) VALUE "N".
002500         88  BOL-FIM-CLIENTES        VALUE "S"
002510                                      FALSE "N".
002520     05  BOL-SW-CLIENTE-ACHADO   PIC X(01) VALUE "N".
002530         88  BOL-CLIENTE-ACHADO      VALUE "S"
002540                                      FALSE "N".
002550     05  BOL-SW-FIM-BOLOES       PIC X(01) VALUE "N".
002560         88  BOL-FIM-BOLOES          VALUE "S"
002570                                      FALSE "N".
002580     05  BOL-SW-BOLAO-ACHADO     PIC X(01) VALUE "N".
002590         88  BOL-BOLAO-ACHADO        VALUE "S"
002600                                      FALSE "N".
002610     05  BOL-SW-FIM-FECHAM       PIC X(01) VALUE "N".
002620         88  BOL-FIM-FECHAMENTOS     VALUE "S".
002630     05  BOL-SW-CAIXA-FECHADO    PIC X(01) VALUE "N".
002640         88  BOL-CAIXA-FECHADO       VALUE "S".
002650 01  BOL-PARAMETROS.
002660     05  BOL-MODO-EXECUCAO       PIC X(01) VALUE SPACES.
002670         88  BOL-MODO-CADASTRO       VALUE "C".
002680         88  BOL-MODO-EMISSAO        VALUE "E".
002690         88  BOL-MODO-PAGAMENTO      VALUE "P".
002700         88  BOL-MODO-COBRANCA       VALUE "R".
002710     05  BOL-ID-EXECUCAO         PIC X(14) VALUE SPACES.
002720     05  BOL-QTD-PARTICIPANTES   PIC 9(04) VALUE ZERO.
002730     05  BOL-RESP-PAGO           PIC X(01) VALUE SPACES.
002740     05  BOL-PALPITE-PROCURADO   PIC 9(06) VALUE ZERO.
002750     05  BOL-NOME-PROCURADO      PIC X(30) VALUE SPACES.
002760     05  BOL-COD-PROCURADO       PIC 9(06) VALUE ZERO.
002770     05  BOL-ID-OPERADOR         PIC X(08) VALUE SPACES.
002780     05  BOL-ID-TERMINAL         PIC X(08) VALUE SPACES.
002790     05  BOL-RESP-CONFIRMA       PIC X(01) VALUE SPACES.
002800*----------------------------------------------------------------
002810*    CHAVES DOS ESTORNOS REGISTRADOS: PALPITES (EXECUCAO +
002820*    PALPITE) E PARTICIPANTES (EXECUCAO + PALPITE + CODIGO DO
002830*    CLIENTE, OU NOME QUANDO O PARTICIPANTE NAO TEM CODIGO)
002840*----------------------------------------------------------------
002850 01  BOL-TAB-ESTORNOS.
002860     05  BOL-QTD-EST-PALP        PIC 9(04) COMP VALUE ZERO.
002870     05  BOL-EST-PALP-CHAVE      PIC X(20) OCCURS 1000 TIMES.
002880     05  BOL-QTD-EST-PART        PIC 9(04) COMP VALUE ZERO.
002890     05  BOL-EST-PART-CHAVE      PIC X(56) OCCURS 1000 TIMES.
002900 01  BOL-CHAVE-EST-PALP.
002910     05  BOL-EP-EXECUCAO         PIC X(14).
002920     05  BOL-EP-PALPITE          PIC 9(06).
002930 01  BOL-CHAVE-EST-PART.
002940     05  BOL-ET-EXECUCAO         PIC X(14).
002950     05  BOL-ET-PALPITE          PIC 9(06).
002960     05  BOL-ET-COD-CLIENTE      PIC 9(06).
002970     05  BOL-ET-NOME             PIC X(30).
002980 01  BOL-CONTADORES.
002990     05  P                       PIC 9(04) COMP.
003000     05  Q                       PIC 9(02) COMP.
003010     05  BOL-SLOT-GRADE          PIC 9(02) COMP.
003020     05  BOL-NUM-CUPOM           PIC 9(06) COMP VALUE ZERO.
003030     05  BOL-QTD-IMPRESSOS       PIC 9(06) COMP VALUE ZERO.
003040     05  BOL-SOMA-COTAS          PIC 9(06) COMP VALUE ZERO.
003050     05  BOL-QTD-RETIDOS         PIC 9(06) COMP VALUE ZERO.
003060     05  BOL-QTD-PENDENTES       PIC 9(06) COMP VALUE ZERO.
003070     05  BOL-IDX-ACHADO          PIC 9(04) COMP VALUE ZERO.
003080     05  BOL-QTD-ESTORNADOS      PIC 9(06) COMP VALUE ZERO.
003090     05  E5                      PIC 9(04) COMP.
003100     05  C2                      PIC 9(04) COMP.
003110     05  R3                      PIC 9(04) COMP.
003120     05  BOL-POS-REG             PIC 9(04) COMP VALUE ZERO.
003130     05  BOL-QTD-NAO-REGISTRADOS PIC 9(06) COMP VALUE ZERO.
003140     05  B4                      PIC 9(04) COMP.
003150     05  BOL-IDX-BOLAO           PIC 9(04) COMP VALUE ZERO.
003160     05  BOL-COTAS-DISPONIVEIS   PIC 9(05) COMP VALUE ZERO.
003170     05  BOL-QTD-SEM-BOLAO       PIC 9(06) COMP VALUE ZERO.
003180     05  BOL-QTD-BOL-EMITIDOS    PIC 9(04) COMP VALUE ZERO.
003190*----------------------------------------------------------------
003200*    VALORES DA VENDA DE COTAS, SEMPRE EM CENTAVOS INTEIROS
003210*----------------------------------------------------------------
003220 01  BOL-VALORES.
003230     05  BOL-VALOR-DEVIDO        PIC 9(11) COMP VALUE ZERO.
003240     05  BOL-TOTAL-RECEBER       PIC 9(13) COMP VALUE ZERO.
003250     05  BOL-VALOR-REAIS         PIC 9(09)V99 VALUE ZERO.
003260*----------------------------------------------------------------
003270*    PARTICIPANTES CARREGADOS EM MEMORIA PARA O MODO P, QUE
003280*    PRECISA REGRAVAR O ARQUIVO SEQUENCIAL INTEIRO
003290*----------------------------------------------------------------
003300 01  BOL-TAB-PARTICIPANTES.
003310     05  BOL-QTD-TAB             PIC 9(04) COMP VALUE ZERO.
003320     05  BOL-PART-IMG            PIC X(80) OCCURS 2000 TIMES.
003330*----------------------------------------------------------------
003340*    AREA DE TRABALHO DO PARTICIPANTE, NO MESMO LAYOUT DE
003350*    PARTIC.CPY, PARA EDITAR SEM DEPENDER DO REGISTRO DO FD
003360*----------------------------------------------------------------
003370 01  BOL-AREA-PARTIC.
003380     05  BOL-AP-ID-EXECUCAO      PIC X(14).
003390     05  BOL-AP-NUM-PALPITE      PIC 9(06).
003400     05  BOL-AP-NOME             PIC X(30).
003410     05  BOL-AP-QTD-COTAS        PIC 9(03).
003420     05  BOL-AP-PRECO-COTA       PIC 9(09).
003430     05  BOL-AP-VALOR-PAGO      PIC 9(11).
003440     05  BOL-AP-SIT-PAGAMENTO    PIC X(01).
003450         88  BOL-AP-PAGO             VALUE "P".
003460         88  BOL-AP-PENDENTE         VALUE "A".
003470     05  BOL-AP-COD-CLIENTE      PIC 9(06).
003480*----------------------------------------------------------------
003490*    CALENDARIO DE CONCURSOS CARREGADO PARA O MODO C, COM A AREA
003500*    DE TRABALHO NO MESMO LAYOUT DE CALEND.CPY E A HORA CHEIA DO
003510*    SISTEMA (HHMMSSCC) PARA COMPARAR COM O LIMITE DAS APOSTAS
003520*----------------------------------------------------------------
003530 01  BOL-TAB-CALENDARIO.
003540     05  BOL-QTD-CALENDARIO      PIC 9(04) COMP VALUE ZERO.
003550     05  BOL-CAL-IMG             PIC X(30) OCCURS 3000 TIMES.
003560 01  BOL-AREA-CALEND.
003570     05  BOL-AC-TIPO-JOGO        PIC 9(01).
003580     05  BOL-AC-NUM-CONCURSO     PIC 9(06).
003590     05  BOL-AC-DATA-SORTEIO     PIC 9(08).
003600     05  BOL-AC-DATA-LIMITE      PIC 9(08).
003610     05  BOL-AC-HORA-LIMITE      PIC 9(06).
003620     05  BOL-AC-SITUACAO         PIC X(01).
003630         88  BOL-AC-ATIVO            VALUE "A".
003640 01  BOL-DATA-CALEND             PIC 9(08) VALUE ZERO.
003650*----------------------------------------------------------------
003660*    CADASTRO DE BOLOES CARREGADO PARA OS MODOS C E E, COM AS
003670*    COTAS VENDIDAS (NAO ESTORNADAS) E OS CUPONS IMPRESSOS E
003680*    RETIDOS NA EMISSAO DE CADA BOLAO, E A AREA DE TRABALHO NO
003690*    MESMO LAYOUT DE BOLCAB.CPY
003700*----------------------------------------------------------------
003710 01  BOL-TAB-BOLOES.
003720     05  BOL-QTD-BOLOES          PIC 9(04) COMP VALUE ZERO.
003730     05  BOL-BCB-ENT OCCURS 2000 TIMES.
003740         10  BOL-BCB-IMG         PIC X(59).
003750         10  BOL-BCB-VENDIDAS    PIC 9(05) COMP.
003760         10  BOL-BCB-IMPRESSOS   PIC 9(05) COMP.
003770         10  BOL-BCB-RETIDOS     PIC 9(05) COMP.
003780 01  BOL-AREA-BOLAO.
003790     05  BOL-AB-CHAVE.
003800         10  BOL-AB-ID-EXECUCAO  PIC X(14).
003810         10  BOL-AB-NUM-PALPITE  PIC 9(06).
003820     05  BOL-AB-TIPO-JOGO        PIC 9(01).
003830     05  BOL-AB-NUM-CONCURSO     PIC 9(06).
003840     05  BOL-AB-MAX-COTAS        PIC 9(03).
003850     05  BOL-AB-PRECO-COTA       PIC 9(09).
003860     05  BOL-AB-VALOR-MINIMO     PIC 9(11).
003870     05  BOL-AB-SITUACAO         PIC X(01).
003880         88  BOL-AB-ABERTO           VALUE "A".
003890         88  BOL-AB-FECHADO          VALUE "F".
003900         88  BOL-AB-EMITIDO          VALUE "E".
003910         88  BOL-AB-CANCELADO        VALUE "C".
003920     05  BOL-AB-DATA-SITUACAO    PIC 9(08).
003930 01  BOL-CHAVE-BOLAO-PROC.
003940     05  BOL-BP-EXECUCAO         PIC X(14).
003950     05  BOL-BP-PALPITE          PIC 9(06).
003960 01  BOL-HORA-SISTEMA            PIC 9(08) VALUE ZERO.
003970 01  BOL-HORA-DETALHE REDEFINES BOL-HORA-SISTEMA.
003980     05  BOL-HORA-CORTE          PIC 9(06).
003990     05  FILLER                  PIC 9(02).
004000*----------------------------------------------------------------
004010*    MOVIMENTO DO DIARIO DE CAIXA: DATA DO CAIXA VERIFICADO NO
004020*    INICIO DOS MODOS C E P, HORA CHEIA DO LANCAMENTO, TIPO E
004030*    CONCURSO DO BOLAO DO PARTICIPANTE
004040*----------------------------------------------------------------
004050 01  BOL-AREA-MOVTO.
004060     05  BOL-DATA-CAIXA          PIC 9(08) VALUE ZERO.
004070     05  BOL-HORA-MOVTO          PIC 9(08) VALUE ZERO.
004080     05  BOL-HORA-MOVTO-DET REDEFINES BOL-HORA-MOVTO.
004090         10  BOL-HM-HHMMSS       PIC 9(06).
004100         10  FILLER              PIC 9(02).
004110     05  BOL-MV-TIPO             PIC X(01) VALUE SPACES.
004120         88  BOL-MV-COTA-CADASTRO    VALUE "C".
004130         88  BOL-MV-COTA-PAGAMENTO   VALUE "P".
004140     05  BOL-MV-CONCURSO         PIC 9(06) VALUE ZERO.
004150 01  BOL-DATA-EMISSAO            PIC 9(08) VALUE ZERO.
004160 01  BOL-HORA-EMISSAO            PIC 9(06) VALUE ZERO.
004170*----------------------------------------------------------------
004180*    REGISTRO DE APOSTAS NO TERMINAL DO LOTE EMITIDO NO MODO E,
004190*    UMA ENTRADA POR PALPITE (O ULTIMO REGISTRO VALE)
004200*----------------------------------------------------------------
004210 01  BOL-TAB-REGISTROS.
004220     05  BOL-QTD-REG-TABELA      PIC 9(04) COMP VALUE ZERO.
004230     05  BOL-REG-ENT OCCURS 5000 TIMES.
004240         10  BOL-REG-PALPITE     PIC 9(06).
004250         10  BOL-REG-SITUACAO    PIC X(01).
004260         10  BOL-REG-PROTOCOLO   PIC X(20).
004270         10  BOL-REG-COD-REJ     PIC X(03).
004280 01  BOL-REG-PROCURADO           PIC 9(06) VALUE ZERO.
004290 01  BOL-REGISTRO-CUPOM          PIC X(20) VALUE SPACES.
004300 01  BOL-REJEICAO.
004310     05  FILLER                  PIC X(14) VALUE "REJEITADO COD ".
004320     05  BOL-REJ-CODIGO          PIC X(03).
004330 01  BOL-LINHA-CUPOM.
004340     05  FILLER                  PIC X(10) VALUE "COTAS    :".
004350     05  BOL-C-COTAS             PIC ZZ9.
004360*----------------------------------------------------------------
004370*    LINHAS DO CUPOM IMPRESSO (UMA PAGINA POR PARTICIPANTE)
004380*----------------------------------------------------------------
004390 01  BOL-IMP-CABECALHO-1.
004400     05  FILLER                  PIC X(32)
004410         VALUE "LOTERICA CASA DA SORTE - BOLAO".
004420     05  FILLER                  PIC X(09) VALUE "CUPOM N. ".
004430     05  BOL-I-NUM-CUPOM         PIC ZZZZZ9.
004440 01  BOL-IMP-CABECALHO-2.
004450     05  FILLER                  PIC X(10) VALUE "EXECUCAO :".
004460     05  BOL-I-EXECUCAO          PIC X(14).
004470     05  FILLER                  PIC X(11) VALUE "  EMISSAO :".
004480     05  BOL-I-DATA              PIC 9(08).
004490     05  FILLER                  PIC X(01) VALUE SPACES.
004500     05  BOL-I-HORA              PIC 9(06).
004510 01  BOL-IMP-PARTICIPANTE.
004520     05  FILLER                  PIC X(10) VALUE "NOME     :".
004530     05  BOL-I-NOME              PIC X(30).
004540 01  BOL-IMP-PALPITE.
004550     05  FILLER                  PIC X(10) VALUE "PALPITE  :".
004560     05  BOL-I-PALPITE           PIC ZZZZZ9.
004570     05  FILLER                  PIC X(11) VALUE "  COTAS   :".
004580     05  BOL-I-COTAS             PIC ZZ9.
004590 01  BOL-IMP-PERFIL.
004600     05  FILLER                  PIC X(10) VALUE "PERFIL   :".
004610     05  BOL-I-PERFIL            PIC X(08).
004620 01  BOL-IMP-CONCURSO.
004630     05  FILLER                  PIC X(10) VALUE "CONCURSO :".
004640     05  BOL-I-CONCURSO          PIC ZZZZZ9.
004650 01  BOL-IMP-REGISTRO.
004660     05  FILLER                  PIC X(10) VALUE "REGISTRO :".
004670     05  BOL-I-REGISTRO          PIC X(20).
004680 01  BOL-IMP-DEZENAS.
004690     05  BOL-I-ROTULO-DEZ        PIC X(10).
004700     05  BOL-I-GRADE.
004710         10  BOL-I-CELULA OCCURS 5 TIMES.
004720             15  FILLER          PIC X(02).
004730             15  BOL-I-DEZENA    PIC 9(02).
004740 01  BOL-IMP-TRACO.
004750     05  FILLER                  PIC X(44) VALUE ALL "-".
004760 01  BOL-IMP-TOTAL-1.
004770     05  FILLER                  PIC X(25)
004780         VALUE "PARTICIPANTES IMPRESSOS :".
004790     05  BOL-I-TOT-PART          PIC ZZZZZ9.
004800 01  BOL-IMP-TOTAL-2.
004810     05  FILLER                  PIC X(25)
004820         VALUE "SOMA DE COTAS           :".
004830     05  BOL-I-TOT-COTAS         PIC ZZZZZ9.
004840 01  BOL-IMP-TOTAL-3.
004850     05  FILLER                  PIC X(25)
004860         VALUE "CUPONS RETIDOS          :".
004870     05  BOL-I-TOT-RETIDOS       PIC ZZZZZ9.
004880 01  BOL-IMP-PAGAMENTO.
004890     05  FILLER                  PIC X(10) VALUE "PAGAMENTO:".
004900     05  BOL-I-SIT-PAGO          PIC X(25).
004910 01  BOL-LINHA-VALOR.
004920     05  BOL-V-TITULO            PIC X(21).
004930     05  FILLER                  PIC X(03) VALUE "R$ ".
004940     05  BOL-V-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
004950 01  BOL-LINHA-COBRANCA.
004960     05  FILLER                  PIC X(09) VALUE "EXECUCAO ".
004970     05  BOL-B-EXECUCAO          PIC X(14).
004980     05  FILLER                  PIC X(09) VALUE "  PALPITE".
004990     05  FILLER                  PIC X(01) VALUE SPACES.
005000     05  BOL-B-PALPITE           PIC ZZZZZ9.
005010     05  FILLER                  PIC X(02) VALUE SPACES.
005020     05  BOL-B-NOME              PIC X(30).
005030     05  FILLER                  PIC X(09) VALUE " DEVE R$ ".
005040     05  BOL-B-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
005050 PROCEDURE DIVISION.
005060 0000-MAINLINE.
005070     DISPLAY "BOLAO - CADASTRO E EMISSAO DE CUPONS"
005080     DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING
005090     ACCEPT BOL-ID-OPERADOR
005100     PERFORM 0100-VALIDAR-OPERADOR THRU 0100-EXIT
005110     DISPLAY "MODO (C=CADASTRAR  E=EMITIR CUPONS"
005120         "  P=REGISTRAR PAGAMENTO  R=CONTAS A RECEBER): "
005130         WITH NO ADVANCING
005140     ACCEPT BOL-MODO-EXECUCAO
005150     EVALUATE TRUE
005160         WHEN BOL-MODO-CADASTRO
005170             PERFORM 1000-CADASTRAR THRU 1000-EXIT
005180         WHEN BOL-MODO-EMISSAO
005190             PERFORM 2000-EMITIR-CUPONS THRU 2000-EXIT
005200         WHEN BOL-MODO-PAGAMENTO
005210             PERFORM 3000-REGISTRAR-PAGAMENTO THRU 3000-EXIT
005220         WHEN BOL-MODO-COBRANCA
005230             PERFORM 4000-RELATORIO-COBRANCA THRU 4000-EXIT
005240         WHEN OTHER
005250             DISPLAY "MODO INVALIDO - ABORTANDO"
005260             MOVE 16 TO RETURN-CODE
005270     END-EVALUATE
005280     GOBACK.
005290*----------------------------------------------------------------
005300*    0100-VALIDAR-OPERADOR - LOCALIZA O OPERADOR INFORMADO NO
005310*                             CADASTRO DE OPERADORES E ABORTA A
005320*                             EXECUCAO QUANDO DESCONHECIDO OU
005330*                             INATIVO, ANTES DE QUALQUER
005340*                             GRAVACAO
005350*----------------------------------------------------------------
005360 0100-VALIDAR-OPERADOR.
005370     SET BOL-OPER-ACHADO TO FALSE
005380     SET BOL-FIM-OPERADORES TO FALSE
005390     OPEN INPUT ARQ-OPERADORES
005400     IF BOL-FS-OPERADORES NOT = "00"
005410         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL -"
005420             " ABORTANDO"
005430         MOVE 16 TO RETURN-CODE
005440         GOBACK
005450     END-IF
005460     PERFORM UNTIL BOL-FIM-OPERADORES OR BOL-OPER-ACHADO
005470         READ ARQ-OPERADORES
005480             AT END
005490                 SET BOL-FIM-OPERADORES TO TRUE
005500             NOT AT END
005510                 IF OPR-ID-OPERADOR = BOL-ID-OPERADOR
005520                     SET BOL-OPER-ACHADO TO TRUE
005530                 END-IF
005540         END-READ
005550     END-PERFORM
005560     CLOSE ARQ-OPERADORES
005570     IF NOT BOL-OPER-ACHADO OR NOT OPR-ATIVO
005580         DISPLAY "OPERADOR " BOL-ID-OPERADOR
005590             " DESCONHECIDO OU INATIVO - ABORTANDO"
005600         MOVE 16 TO RETURN-CODE
005610         GOBACK
005620     END-IF
005630     DISPLAY "OPERADOR " BOL-ID-OPERADOR " - "
005640         OPR-NOME-OPERADOR.
005650 0100-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680*    0200-VERIFICAR-CAIXA - LE O TERMINAL DO OPERADOR E ABORTA
005690*                            QUANDO O CAIXA DO DIA JA FOI FECHADO,
005700*                            ANTES DE RECEBER QUALQUER DINHEIRO
005710*                            (ARQUIVO AINDA INEXISTENTE = NENHUM
005720*                            DIA FECHADO)
005730*----------------------------------------------------------------
005740 0200-VERIFICAR-CAIXA.
005750     MOVE SPACES TO BOL-ID-TERMINAL
005760     PERFORM UNTIL BOL-ID-TERMINAL NOT = SPACES
005770         DISPLAY "ID DO TERMINAL: " WITH NO ADVANCING
005780         ACCEPT BOL-ID-TERMINAL
005790     END-PERFORM
005800     ACCEPT BOL-DATA-CAIXA FROM DATE YYYYMMDD
005810     OPEN INPUT ARQ-FECHAMENTOS
005820     IF BOL-FS-FECHAMENTOS = "35"
005830         MOVE "00" TO BOL-FS-FECHAMENTOS
005840         GO TO 0200-EXIT
005850     END-IF
005860     IF BOL-FS-FECHAMENTOS NOT = "00"
005870         DISPLAY "ERRO " BOL-FS-FECHAMENTOS
005880             " AO ABRIR OS FECHAMENTOS DE CAIXA - ABORTANDO"
005890         MOVE 16 TO RETURN-CODE
005900         GOBACK
005910     END-IF
005920     PERFORM UNTIL BOL-FIM-FECHAMENTOS OR BOL-CAIXA-FECHADO
005930         READ ARQ-FECHAMENTOS
005940             AT END
005950                 SET BOL-FIM-FECHAMENTOS TO TRUE
005960             NOT AT END
005970                 IF FCX-DATA-CAIXA = BOL-DATA-CAIXA
005980                     SET BOL-CAIXA-FECHADO TO TRUE
005990                 END-IF
006000         END-READ
006010     END-PERFORM
006020     CLOSE ARQ-FECHAMENTOS
006030     IF BOL-CAIXA-FECHADO
006040         DISPLAY "CAIXA DO DIA " BOL-DATA-CAIXA
006050             " JA FECHADO - ABORTANDO"
006060         MOVE 8 TO RETURN-CODE
006070         GOBACK
006080     END-IF.
006090 0200-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120*    1000-CADASTRAR - LE OS DADOS DE CADA PARTICIPANTE DO LOTE E
006130*                       GRAVA NO HISTORICO DE BOLOES
006140
006150*----------------------------------------------------------------
006160 1000-CADASTRAR.
006170     PERFORM 0200-VERIFICAR-CAIXA THRU 0200-EXIT
006180     DISPLAY "ID DA EXECUCAO DO LOTE DE PALPITES: "
006190         WITH NO ADVANCING
006200     ACCEPT BOL-ID-EXECUCAO
006210     DISPLAY "QUANTOS PARTICIPANTES DESEJA CADASTRAR: "
006220         WITH NO ADVANCING
006230     ACCEPT BOL-QTD-PARTICIPANTES
006240     PERFORM 2500-CARREGAR-ESTORNOS THRU 2500-EXIT
006250     PERFORM 1050-CARREGAR-CALENDARIO THRU 1050-EXIT
006260     PERFORM 2800-CARREGAR-BOLOES THRU 2800-EXIT
006270     PERFORM 3100-CARREGAR-PARTICIPANTES THRU 3100-EXIT
006280     IF BOL-QTD-TAB > ZERO AND BOL-QTD-BOLOES > ZERO
006290         PERFORM 1060-SOMAR-VENDIDAS THRU 1060-EXIT
006300             VARYING P FROM 1 BY 1 UNTIL P > BOL-QTD-TAB
006310     END-IF
006320     OPEN INPUT ARQ-PALPITES
006330     IF BOL-FS-PALPITES NOT = "00"
006340         DISPLAY "CADASTRO DE PALPITES INDISPONIVEL - RODE O"
006350             " REORGPAL - ABORTANDO"
006360         MOVE 16 TO RETURN-CODE
006370         GOBACK
006380     END-IF
006390     OPEN EXTEND ARQ-PARTICIPANTES
006400     IF BOL-FS-PARTICIPANTES = "35"
006410         OPEN OUTPUT ARQ-PARTICIPANTES
006420     END-IF
006430     PERFORM 1100-CADASTRAR-UM THRU 1100-EXIT
006440         VARYING P FROM 1 BY 1 UNTIL P > BOL-QTD-PARTICIPANTES
006450     CLOSE ARQ-PARTICIPANTES
006460     CLOSE ARQ-PALPITES.
006470 1000-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500*    1050-CARREGAR-CALENDARIO - CARREGA O CALENDARIO DE CONCURSOS
006510*                                PARA A CRITICA DO CONCURSO DE
006520*                                CADA PALPITE DIGITADO; SEM O
006530*                                CALENDARIO NENHUM PALPITE PODE
006540*                                SER ACEITO E O MODO C ABORTA
006550*----------------------------------------------------------------
006560 1050-CARREGAR-CALENDARIO.
006570     MOVE ZERO TO BOL-QTD-CALENDARIO
006580     SET BOL-FIM-CALENDARIO TO FALSE
006590     OPEN INPUT ARQ-CALENDARIO
006600     IF BOL-FS-CALENDARIO NOT = "00"
006610         DISPLAY "CALENDARIO DE CONCURSOS INDISPONIVEL -"
006620             " ABORTANDO"
006630         MOVE 16 TO RETURN-CODE
006640         GOBACK
006650     END-IF
006660     PERFORM UNTIL BOL-FIM-CALENDARIO
006670         READ ARQ-CALENDARIO
006680             AT END
006690                 SET BOL-FIM-CALENDARIO TO TRUE
006700             NOT AT END
006710                 IF BOL-QTD-CALENDARIO >= 3000
006720                     DISPLAY "TABELA DO CALENDARIO CHEIA -"
006730                         " ABORTANDO"
006740                     MOVE 16 TO RETURN-CODE
006750                     GOBACK
006760                 END-IF
006770                 ADD 1 TO BOL-QTD-CALENDARIO
006780                 MOVE CALENDARIO-REC
006790                     TO BOL-CAL-IMG(BOL-QTD-CALENDARIO)
006800         END-READ
006810     END-PERFORM
006820     CLOSE ARQ-CALENDARIO.
006830 1050-EXIT.
006840     EXIT.
006850*----------------------------------------------------------------
006860*    1060-SOMAR-VENDIDAS - SOMA AS COTAS DO PARTICIPANTE P DA
006870*                           TABELA, QUANDO NAO ESTORNADO, AS
006880*                           VENDIDAS DO BOLAO DO SEU PALPITE
006890*----------------------------------------------------------------
006900 1060-SOMAR-VENDIDAS.
006910     MOVE BOL-PART-IMG(P) TO BOL-AREA-PARTIC
006920     IF BOL-AP-ID-EXECUCAO NOT = BOL-ID-EXECUCAO
006930         GO TO 1060-EXIT
006940     END-IF
006950     PERFORM 3250-VERIFICAR-EST-AREA THRU 3250-EXIT
006960     IF BOL-REGISTRO-ESTORNADO
006970         GO TO 1060-EXIT
006980     END-IF
006990     MOVE BOL-AP-ID-EXECUCAO TO BOL-BP-EXECUCAO
007000     MOVE BOL-AP-NUM-PALPITE TO BOL-BP-PALPITE
007010     PERFORM 2820-LOCALIZAR-BOLAO THRU 2820-EXIT
007020     IF BOL-BOLAO-ACHADO
007030         ADD BOL-AP-QTD-COTAS TO BOL-BCB-VENDIDAS(BOL-IDX-BOLAO)
007040     END-IF.
007050 1060-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080*    1100-CADASTRAR-UM - LE, CRITICA E GRAVA OS DADOS DE UM
007090*                         PARTICIPANTE: O PALPITE PRECISA
007100*                         EXISTIR NA EXECUCAO, AS COTAS NAO
007110*                         PODEM SER ZERO E O OPERADOR CONFIRMA
007120*                         AS DEZENAS ANTES DA GRAVACAO
007130*----------------------------------------------------------------
007140 1100-CADASTRAR-UM.
007150     MOVE BOL-ID-EXECUCAO TO PRT-ID-EXECUCAO
007160     DISPLAY "  PARTICIPANTE " P " DE " BOL-QTD-PARTICIPANTES
007170     PERFORM 1150-OBTER-PALPITE-VALIDO THRU 1150-EXIT
007180     SET BOL-ENTRADA-ACEITA TO FALSE
007190     PERFORM UNTIL BOL-ENTRADA-ACEITA
007200         DISPLAY "  CODIGO DO CLIENTE: " WITH NO ADVANCING
007210         ACCEPT BOL-COD-PROCURADO
007220         PERFORM 1180-LOCALIZAR-CLIENTE THRU 1180-EXIT
007230         IF NOT BOL-CLIENTE-ACHADO
007240             DISPLAY "  CLIENTE NAO CADASTRADO - INCLUA PELO"
007250                 " CLICAD"
007260         ELSE
007270             IF NOT CLI-ATIVO
007280                 DISPLAY "  CLIENTE INATIVO - RECUSADO"
007290             ELSE
007300                 SET BOL-ENTRADA-ACEITA TO TRUE
007310             END-IF
007320         END-IF
007330     END-PERFORM
007340     DISPLAY "  CLIENTE: " CLI-NOME-CLIENTE
007350     MOVE BOL-COD-PROCURADO TO PRT-COD-CLIENTE
007360     MOVE CLI-NOME-CLIENTE TO PRT-NOME-PARTICIPANTE
007370     MOVE PRT-NUM-PALPITE TO BOL-PALPITE-PROCURADO
007380     MOVE PRT-NOME-PARTICIPANTE TO BOL-NOME-PROCURADO
007390     PERFORM 3200-LOCALIZAR-PARTICIPANTE THRU 3200-EXIT
007400     IF BOL-PART-ACHADO
007410         DISPLAY "  ATENCAO: CLIENTE JA CADASTRADO NESTE PALPITE"
007420     END-IF
007430     SET BOL-ENTRADA-ACEITA TO FALSE
007440     PERFORM UNTIL BOL-ENTRADA-ACEITA
007450         DISPLAY "  QUANTIDADE DE COTAS ADQUIRIDAS: "
007460             WITH NO ADVANCING
007470         ACCEPT PRT-QTD-COTAS
007480         IF PRT-QTD-COTAS = ZERO
007490             DISPLAY "  QTDE DE COTAS NAO PODE SER ZERO"
007500         ELSE
007510             IF PRT-QTD-COTAS > BOL-COTAS-DISPONIVEIS
007520                 DISPLAY "  RESTAM SOMENTE " BOL-COTAS-DISPONIVEIS
007530                     " COTAS NESTE BOLAO"
007540             ELSE
007550                 SET BOL-ENTRADA-ACEITA TO TRUE
007560             END-IF
007570         END-IF
007580     END-PERFORM
007590     MOVE BOL-AB-PRECO-COTA TO PRT-PRECO-COTA
007600     COMPUTE BOL-VALOR-DEVIDO =
007610         PRT-QTD-COTAS * BOL-AB-PRECO-COTA
007620     MOVE "  VALOR DAS COTAS..: " TO BOL-V-TITULO
007630     COMPUTE BOL-VALOR-REAIS = BOL-VALOR-DEVIDO / 100
007640     MOVE BOL-VALOR-REAIS TO BOL-V-VALOR
007650     DISPLAY BOL-LINHA-VALOR
007660     DISPLAY "  PAGO NO ATO (S/N): " WITH NO ADVANCING
007670     ACCEPT BOL-RESP-PAGO
007680     IF BOL-RESP-PAGO = "S"
007690         SET PRT-PAGO TO TRUE
007700         MOVE BOL-VALOR-DEVIDO TO PRT-VALOR-PAGO
007710     ELSE
007720         SET PRT-PENDENTE TO TRUE
007730         MOVE ZERO TO PRT-VALOR-PAGO
007740         DISPLAY "  COTAS RESERVADAS - COBRAR ANTES DA EMISSAO"
007750     END-IF
007760     DISPLAY "  CONFIRMA A GRAVACAO (S/N): " WITH NO ADVANCING
007770     ACCEPT BOL-RESP-CONFIRMA
007780     IF BOL-RESP-CONFIRMA NOT = "S"
007790         DISPLAY "  PARTICIPANTE DESCARTADO SEM GRAVAR"
007800         GO TO 1100-EXIT
007810     END-IF
007820     WRITE PARTICIPANTE-REC
007830     IF BOL-FS-PARTICIPANTES NOT = "00"
007840         DISPLAY "ERRO " BOL-FS-PARTICIPANTES
007850             " AO GRAVAR O PARTICIPANTE " P " - ABORTANDO"
007860         MOVE 16 TO RETURN-CODE
007870         GOBACK
007880     END-IF
007890     ADD PRT-QTD-COTAS TO BOL-BCB-VENDIDAS(BOL-IDX-BOLAO)
007900     IF PRT-PAGO
007910         MOVE PARTICIPANTE-REC TO BOL-AREA-PARTIC
007920         SET BOL-MV-COTA-CADASTRO TO TRUE
007930         MOVE BOL-AB-NUM-CONCURSO TO BOL-MV-CONCURSO
007940         PERFORM 5000-GRAVAR-MOVIMENTO THRU 5000-EXIT
007950     END-IF
007960     IF BOL-QTD-TAB < 2000
007970         ADD 1 TO BOL-QTD-TAB
007980         MOVE PARTICIPANTE-REC TO BOL-PART-IMG(BOL-QTD-TAB)
007990     END-IF.
008000 1100-EXIT.
008010     EXIT.
008020*----------------------------------------------------------------
008030*    1150-OBTER-PALPITE-VALIDO - INSISTE ATE RECEBER O NUMERO DE
008040*                                 UM PALPITE QUE EXISTE NA
008050*                                 EXECUCAO, NAO FOI ESTORNADO E
008060*                                 TEM BOLAO ABERTO COM COTAS A
008070*                                 VENDER, E EXIBE AS DEZENAS PARA
008080*                                 O OPERADOR CONFERIR COM O
008090*                                 CLIENTE
008100*----------------------------------------------------------------
008110 1150-OBTER-PALPITE-VALIDO.
008120     SET BOL-ENTRADA-ACEITA TO FALSE
008130     PERFORM UNTIL BOL-ENTRADA-ACEITA
008140         DISPLAY "  NUMERO DO PALPITE LIGADO A ESTE"
008150             " PARTICIPANTE: " WITH NO ADVANCING
008160         ACCEPT PRT-NUM-PALPITE
008170         SET BOL-PALPITE-ACHADO TO FALSE
008180         MOVE BOL-ID-EXECUCAO TO PMS-ID-EXECUCAO
008190         MOVE PRT-NUM-PALPITE TO PMS-NUM-PALPITE
008200         READ ARQ-PALPITES
008210             INVALID KEY
008220                 CONTINUE
008230             NOT INVALID KEY
008240                 SET BOL-PALPITE-ACHADO TO TRUE
008250         END-READ
008260         IF NOT BOL-PALPITE-ACHADO
008270             DISPLAY "  PALPITE NAO ENCONTRADO NA EXECUCAO"
008280                 " INFORMADA"
008290         ELSE
008300             SET BOL-REGISTRO-ESTORNADO TO FALSE
008310             IF BOL-QTD-EST-PALP > ZERO
008320                 MOVE BOL-ID-EXECUCAO TO BOL-EP-EXECUCAO
008330                 MOVE PRT-NUM-PALPITE TO BOL-EP-PALPITE
008340                 PERFORM 2610-COMPARAR-EST-PALPITE
008350                     THRU 2610-EXIT
008360                     VARYING E5 FROM 1 BY 1
008370                     UNTIL E5 > BOL-QTD-EST-PALP
008380                        OR BOL-REGISTRO-ESTORNADO
008390             END-IF
008400             IF BOL-REGISTRO-ESTORNADO
008410                 DISPLAY "  PALPITE ESTORNADO - ESCOLHA OUTRO"
008420             ELSE
008430                 PERFORM 1160-VERIFICAR-CONCURSO THRU 1160-EXIT
008440                 IF BOL-ENTRADA-ACEITA
008450                     PERFORM 1190-VERIFICAR-BOLAO THRU 1190-EXIT
008460                 END-IF
008470             END-IF
008480         END-IF
008490     END-PERFORM
008500     IF PMS-NUM-CONCURSO NUMERIC AND PMS-NUM-CONCURSO > ZERO
008510         DISPLAY "  CONCURSO : " PMS-NUM-CONCURSO
008520     END-IF
008530     DISPLAY "  DEZENAS DO PALPITE:"
008540     PERFORM 2200-EXIBIR-DEZENA THRU 2200-EXIT
008550         VARYING Q FROM 1 BY 1 UNTIL Q > PMS-QTD-DEZENAS.
008560 1150-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------
008590*    1160-VERIFICAR-CONCURSO - ACEITA O PALPITE LIDO SOMENTE
008600*                               QUANDO O SEU CONCURSO ALVO CONSTA
008610*                               DO CALENDARIO, ESTA ATIVO E AINDA
008620*                               NAO PASSOU DO LIMITE DAS APOSTAS;
008630*                               CASO CONTRARIO EXIBE O MOTIVO
008640*----------------------------------------------------------------
008650 1160-VERIFICAR-CONCURSO.
008660     IF PMS-NUM-CONCURSO NOT NUMERIC OR PMS-NUM-CONCURSO = ZERO
008670         DISPLAY "  PALPITE SEM CONCURSO ALVO - ESCOLHA OUTRO"
008680         GO TO 1160-EXIT
008690     END-IF
008700     SET BOL-CONC-ACHADO TO FALSE
008710     IF BOL-QTD-CALENDARIO > ZERO
008720         PERFORM 1170-COMPARAR-CALENDARIO THRU 1170-EXIT
008730             VARYING C2 FROM 1 BY 1
008740             UNTIL C2 > BOL-QTD-CALENDARIO
008750                OR BOL-CONC-ACHADO
008760     END-IF
008770     IF NOT BOL-CONC-ACHADO
008780         DISPLAY "  CONCURSO " PMS-NUM-CONCURSO
008790             " NAO CONSTA DO CALENDARIO - ESCOLHA OUTRO"
008800         GO TO 1160-EXIT
008810     END-IF
008820     IF NOT BOL-AC-ATIVO
008830         DISPLAY "  CONCURSO " PMS-NUM-CONCURSO
008840             " CANCELADO - ESCOLHA OUTRO"
008850         GO TO 1160-EXIT
008860     END-IF
008870     ACCEPT BOL-DATA-CALEND FROM DATE YYYYMMDD
008880     ACCEPT BOL-HORA-SISTEMA FROM TIME
008890     IF BOL-AC-DATA-LIMITE < BOL-DATA-CALEND
008900        OR (BOL-AC-DATA-LIMITE = BOL-DATA-CALEND
008910            AND BOL-AC-HORA-LIMITE <= BOL-HORA-CORTE)
008920         DISPLAY "  APOSTAS DO CONCURSO " PMS-NUM-CONCURSO
008930             " ENCERRADAS EM " BOL-AC-DATA-LIMITE " "
008940             BOL-AC-HORA-LIMITE " - ESCOLHA OUTRO"
008950         GO TO 1160-EXIT
008960     END-IF
008970     SET BOL-ENTRADA-ACEITA TO TRUE.
008980 1160-EXIT.
008990     EXIT.
009000*----------------------------------------------------------------
009010*    1170-COMPARAR-CALENDARIO - MARCA O CONCURSO DA POSICAO C2
009020*                                QUANDO E O JOGO E O CONCURSO DO
009030*                                PALPITE LIDO
009040*----------------------------------------------------------------
009050 1170-COMPARAR-CALENDARIO.
009060     MOVE BOL-CAL-IMG(C2) TO BOL-AREA-CALEND
009070     IF BOL-AC-TIPO-JOGO = PMS-TIPO-JOGO
009080        AND BOL-AC-NUM-CONCURSO = PMS-NUM-CONCURSO
009090         SET BOL-CONC-ACHADO TO TRUE
009100     END-IF.
009110 1170-EXIT.
009120     EXIT.
009130*----------------------------------------------------------------
009140*    1180-LOCALIZAR-CLIENTE - PROCURA O CODIGO INFORMADO NO
009150*                              CADASTRO DE CLIENTES; SEM O
009160*                              CADASTRO NENHUM PARTICIPANTE PODE
009170*                              SER ACEITO E O MODO C ABORTA
009180*----------------------------------------------------------------
009190 1180-LOCALIZAR-CLIENTE.
009200     SET BOL-CLIENTE-ACHADO TO FALSE
009210     SET BOL-FIM-CLIENTES TO FALSE
009220     OPEN INPUT ARQ-CLIENTES
009230     IF BOL-FS-CLIENTES NOT = "00"
009240         DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL - ABORTANDO"
009250         MOVE 16 TO RETURN-CODE
009260         GOBACK
009270     END-IF
009280     PERFORM UNTIL BOL-FIM-CLIENTES OR BOL-CLIENTE-ACHADO
009290         READ ARQ-CLIENTES
009300             AT END
009310                 SET BOL-FIM-CLIENTES TO TRUE
009320             NOT AT END
009330                 IF CLI-COD-CLIENTE = BOL-COD-PROCURADO
009340                     SET BOL-CLIENTE-ACHADO TO TRUE
009350                 END-IF
009360         END-READ
009370     END-PERFORM
009380     CLOSE ARQ-CLIENTES.
009390 1180-EXIT.
009400     EXIT.
009410*----------------------------------------------------------------
009420*    1190-VERIFICAR-BOLAO - MANTEM ACEITO O PALPITE LIDO SOMENTE
009430*                            QUANDO O SEU BOLAO ESTA CADASTRADO,
009440*                            ABERTO, NO MESMO CONCURSO DO PALPITE
009450*                            E AINDA TEM COTAS A VENDER; CASO
009460*                            CONTRARIO EXIBE O MOTIVO
009470*----------------------------------------------------------------
009480 1190-VERIFICAR-BOLAO.
009490     SET BOL-ENTRADA-ACEITA TO FALSE
009500     MOVE BOL-ID-EXECUCAO TO BOL-BP-EXECUCAO
009510     MOVE PRT-NUM-PALPITE TO BOL-BP-PALPITE
009520     PERFORM 2820-LOCALIZAR-BOLAO THRU 2820-EXIT
009530     IF NOT BOL-BOLAO-ACHADO
009540         DISPLAY "  BOLAO SEM CADASTRO - ABRA PELO BOLCAD OU"
009550             " ESCOLHA OUTRO"
009560         GO TO 1190-EXIT
009570     END-IF
009580     IF NOT BOL-AB-ABERTO
009590         DISPLAY "  BOLAO NAO ESTA ABERTO (SITUACAO "
009600             BOL-AB-SITUACAO ") - ESCOLHA OUTRO"
009610         GO TO 1190-EXIT
009620     END-IF
009630     IF BOL-AB-NUM-CONCURSO NOT = PMS-NUM-CONCURSO
009640         DISPLAY "  CONCURSO DO BOLAO " BOL-AB-NUM-CONCURSO
009650             " DIFERE DO PALPITE - ESCOLHA OUTRO"
009660         GO TO 1190-EXIT
009670     END-IF
009680     IF BOL-BCB-VENDIDAS(BOL-IDX-BOLAO) >= BOL-AB-MAX-COTAS
009690         DISPLAY "  BOLAO ESGOTADO (" BOL-AB-MAX-COTAS
009700             " COTAS VENDIDAS) - ESCOLHA OUTRO"
009710         GO TO 1190-EXIT
009720     END-IF
009730     COMPUTE BOL-COTAS-DISPONIVEIS =
009740         BOL-AB-MAX-COTAS - BOL-BCB-VENDIDAS(BOL-IDX-BOLAO)
009750     DISPLAY "  COTAS DISPONIVEIS: " BOL-COTAS-DISPONIVEIS
009760         " DE " BOL-AB-MAX-COTAS
009770     MOVE "  PRECO DA COTA....: " TO BOL-V-TITULO
009780     COMPUTE BOL-VALOR-REAIS = BOL-AB-PRECO-COTA / 100
009790     MOVE BOL-VALOR-REAIS TO BOL-V-VALOR
009800     DISPLAY BOL-LINHA-VALOR
009810     SET BOL-ENTRADA-ACEITA TO TRUE.
009820 1190-EXIT.
009830     EXIT.
009840*----------------------------------------------------------------
009850*    2000-EMITIR-CUPONS - PERCORRE OS PARTICIPANTES DE UM LOTE E
009860*                           IMPRIME O CUPOM DE CADA UM; NO FIM
009870*                           MARCA COMO EMITIDO O BOLAO FECHADO
009880*                           QUE TEVE TODOS OS CUPONS IMPRESSOS
009890*----------------------------------------------------------------
009900 2000-EMITIR-CUPONS.
009910     DISPLAY "ID DA EXECUCAO DO LOTE DE PALPITES: "
009920         WITH NO ADVANCING
009930     ACCEPT BOL-ID-EXECUCAO
009940     PERFORM 2500-CARREGAR-ESTORNOS THRU 2500-EXIT
009950     PERFORM 2700-CARREGAR-REGISTROS THRU 2700-EXIT
009960     PERFORM 2800-CARREGAR-BOLOES THRU 2800-EXIT
009970     OPEN INPUT ARQ-PARTICIPANTES
009980     IF BOL-FS-PARTICIPANTES NOT = "00"
009990         DISPLAY "NENHUM PARTICIPANTE CADASTRADO - ABORTANDO"
010000         MOVE 16 TO RETURN-CODE
010010         GOBACK
010020     END-IF
010030     OPEN INPUT ARQ-PALPITES
010040     IF BOL-FS-PALPITES NOT = "00"
010050         DISPLAY "CADASTRO DE PALPITES INDISPONIVEL - RODE O"
010060             " REORGPAL - ABORTANDO"
010070         CLOSE ARQ-PARTICIPANTES
010080         MOVE 16 TO RETURN-CODE
010090         GOBACK
010100     END-IF
010110     ACCEPT BOL-DATA-EMISSAO FROM DATE YYYYMMDD
010120     ACCEPT BOL-HORA-EMISSAO FROM TIME
010130     OPEN OUTPUT ARQ-CUPONS
010140     IF BOL-FS-CUPONS NOT = "00"
010150         DISPLAY "ERRO " BOL-FS-CUPONS
010160             " AO ABRIR O ARQUIVO DE IMPRESSAO - ABORTANDO"
010170         CLOSE ARQ-PALPITES
010180         CLOSE ARQ-PARTICIPANTES
010190         MOVE 16 TO RETURN-CODE
010200         GOBACK
010210     END-IF
010220     PERFORM UNTIL BOL-FIM-PARTICIPANTES
010230         READ ARQ-PARTICIPANTES
010240             AT END
010250                 SET BOL-FIM-PARTICIPANTES TO TRUE
010260             NOT AT END
010270                 IF PRT-ID-EXECUCAO = BOL-ID-EXECUCAO
010280                     PERFORM 2100-EMITIR-UM-CUPOM THRU 2100-EXIT
010290                 END-IF
010300         END-READ
010310     END-PERFORM
010320     PERFORM 2400-IMPRIMIR-TRAILER THRU 2400-EXIT
010330     CLOSE ARQ-CUPONS
010340     CLOSE ARQ-PALPITES
010350     CLOSE ARQ-PARTICIPANTES
010360     IF BOL-QTD-BOLOES > ZERO
010370         PERFORM 2840-MARCAR-EMITIDO THRU 2840-EXIT
010380             VARYING B4 FROM 1 BY 1 UNTIL B4 > BOL-QTD-BOLOES
010390     END-IF
010400     IF BOL-QTD-BOL-EMITIDOS > ZERO
010410         PERFORM 2850-REGRAVAR-BOLOES THRU 2850-EXIT
010420     END-IF
010430     DISPLAY " "
010440     DISPLAY "CUPONS IMPRESSOS: " BOL-QTD-IMPRESSOS
010450     DISPLAY "CUPONS RETIDOS..: " BOL-QTD-RETIDOS
010460     DISPLAY "ESTORNADOS......: " BOL-QTD-ESTORNADOS
010470     DISPLAY "SEM REGISTRO....: " BOL-QTD-NAO-REGISTRADOS
010480     DISPLAY "BOLAO NAO FECHADO: " BOL-QTD-SEM-BOLAO
010490     DISPLAY "BOLOES EMITIDOS.: " BOL-QTD-BOL-EMITIDOS
010500     IF BOL-QTD-RETIDOS > ZERO
010510        OR BOL-QTD-ESTORNADOS > ZERO
010520        OR BOL-QTD-NAO-REGISTRADOS > ZERO
010530        OR BOL-QTD-SEM-BOLAO > ZERO
010540         MOVE 4 TO RETURN-CODE
010550     END-IF.
010560 2000-EXIT.
010570     EXIT.
010580*----------------------------------------------------------------
010590*    2100-EMITIR-UM-CUPOM - PULA PARTICIPANTE OU PALPITE
010600*                             ESTORNADO OU DE BOLAO NAO
010610*                             FECHADO, RETEM O CUPOM DE
010620*                             PARTICIPANTE COM PAGAMENTO
010630*                             PENDENTE; SENAO LE POR
010640*                             CHAVE O PALPITE LIGADO AO
010650*                             PARTICIPANTE CORRENTE E IMPRIME O
010660*                             CUPOM COM AS DEZENAS E AS COTAS
010670*----------------------------------------------------------------
010680 2100-EMITIR-UM-CUPOM.
010690     PERFORM 2600-VERIFICAR-ESTORNO THRU 2600-EXIT
010700     IF BOL-REGISTRO-ESTORNADO
010710         DISPLAY " "
010720         DISPLAY "PARTICIPANTE ESTORNADO - CUPOM NAO EMITIDO - "
010730             PRT-NOME-PARTICIPANTE
010740         ADD 1 TO BOL-QTD-ESTORNADOS
010750         GO TO 2100-EXIT
010760     END-IF
010770     MOVE PRT-ID-EXECUCAO TO BOL-BP-EXECUCAO
010780     MOVE PRT-NUM-PALPITE TO BOL-BP-PALPITE
010790     PERFORM 2820-LOCALIZAR-BOLAO THRU 2820-EXIT
010800     IF NOT BOL-BOLAO-ACHADO
010810         DISPLAY " "
010820         DISPLAY "BOLAO SEM CADASTRO - CUPOM NAO EMITIDO - "
010830             PRT-NOME-PARTICIPANTE
010840         ADD 1 TO BOL-QTD-SEM-BOLAO
010850         GO TO 2100-EXIT
010860     END-IF
010870     IF NOT BOL-AB-FECHADO
010880         DISPLAY " "
010890         DISPLAY "BOLAO NAO FECHADO (SITUACAO " BOL-AB-SITUACAO
010900             ") - CUPOM NAO EMITIDO - " PRT-NOME-PARTICIPANTE
010910         ADD 1 TO BOL-QTD-SEM-BOLAO
010920         GO TO 2100-EXIT
010930     END-IF
010940     IF PRT-PENDENTE
010950         DISPLAY " "
010960         DISPLAY "CUPOM RETIDO - PAGAMENTO PENDENTE - "
010970             PRT-NOME-PARTICIPANTE
010980         ADD 1 TO BOL-QTD-RETIDOS
010990         ADD 1 TO BOL-BCB-RETIDOS(BOL-IDX-BOLAO)
011000         GO TO 2100-EXIT
011010     END-IF
011020     SET BOL-PALPITE-ACHADO TO FALSE
011030     MOVE PRT-ID-EXECUCAO TO PMS-ID-EXECUCAO
011040     MOVE PRT-NUM-PALPITE TO PMS-NUM-PALPITE
011050     READ ARQ-PALPITES
011060         INVALID KEY
011070             CONTINUE
011080         NOT INVALID KEY
011090             SET BOL-PALPITE-ACHADO TO TRUE
011100     END-READ
011110     DISPLAY " "
011120     DISPLAY "--------------------------------------------"
011130     IF BOL-PALPITE-ACHADO
011140         DISPLAY "CUPOM - " PRT-NOME-PARTICIPANTE
011150         DISPLAY "PALPITE  : " PRT-NUM-PALPITE
011160         IF PMS-NUM-CONCURSO NUMERIC
011170            AND PMS-NUM-CONCURSO > ZERO
011180             DISPLAY "CONCURSO : " PMS-NUM-CONCURSO
011190         END-IF
011200         PERFORM 2720-MONTAR-REGISTRO THRU 2720-EXIT
011210         DISPLAY "REGISTRO : " BOL-REGISTRO-CUPOM
011220         MOVE PRT-QTD-COTAS TO BOL-C-COTAS
011230         DISPLAY BOL-LINHA-CUPOM
011240         IF PRT-SIT-PAGAMENTO = SPACES
011250             DISPLAY "PAGAMENTO: SEM REGISTRO - CONFERIR NO"
011260                 " BALCAO"
011270         END-IF
011280         IF PMS-ID-PERFIL NOT = SPACES
011290             DISPLAY "PERFIL   : " PMS-ID-PERFIL
011300         END-IF
011310         PERFORM 2300-IMPRIMIR-CUPOM THRU 2300-EXIT
011320         ADD 1 TO BOL-BCB-IMPRESSOS(BOL-IDX-BOLAO)
011330         DISPLAY "DEZENAS  :"
011340         PERFORM 2200-EXIBIR-DEZENA THRU 2200-EXIT
011350             VARYING Q FROM 1 BY 1 UNTIL Q > PMS-QTD-DEZENAS
011360     ELSE
011370         DISPLAY "PARTICIPANTE " PRT-NOME-PARTICIPANTE
011380         DISPLAY "PALPITE " PRT-NUM-PALPITE " NAO ENCONTRADO"
011390     END-IF
011400     DISPLAY "--------------------------------------------".
011410 2100-EXIT.
011420     EXIT.
011430*----------------------------------------------------------------
011440*    2200-EXIBIR-DEZENA - EXIBE A DEZENA DE POSICAO Q DO PALPITE
011450*----------------------------------------------------------------
011460 2200-EXIBIR-DEZENA.
011470     DISPLAY "   " PMS-DEZENA(Q).
011480 2200-EXIT.
011490     EXIT.
011500*----------------------------------------------------------------
011510*    2300-IMPRIMIR-CUPOM - GRAVA NO ARQUIVO DE IMPRESSAO O CUPOM
011520*                           DO PARTICIPANTE CORRENTE, UMA PAGINA
011530*                           POR CUPOM, COM NUMERO SEQUENCIAL
011540*----------------------------------------------------------------
011550 2300-IMPRIMIR-CUPOM.
011560     ADD 1 TO BOL-NUM-CUPOM
011570     MOVE BOL-NUM-CUPOM          TO BOL-I-NUM-CUPOM
011580     MOVE BOL-IMP-CABECALHO-1    TO BOL-REG-IMPRESSAO
011590     WRITE BOL-REG-IMPRESSAO AFTER ADVANCING PAGE
011600     IF BOL-FS-CUPONS NOT = "00"
011610         DISPLAY "ERRO " BOL-FS-CUPONS
011620             " AO GRAVAR O CUPOM - ABORTANDO"
011630         CLOSE ARQ-CUPONS
011640         CLOSE ARQ-PALPITES
011650         CLOSE ARQ-PARTICIPANTES
011660         MOVE 16 TO RETURN-CODE
011670         GOBACK
011680     END-IF
011690     MOVE PRT-ID-EXECUCAO        TO BOL-I-EXECUCAO
011700     MOVE BOL-DATA-EMISSAO       TO BOL-I-DATA
011710     MOVE BOL-HORA-EMISSAO       TO BOL-I-HORA
011720     MOVE BOL-IMP-CABECALHO-2    TO BOL-REG-IMPRESSAO
011730     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
011740     MOVE BOL-IMP-TRACO          TO BOL-REG-IMPRESSAO
011750     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
011760     MOVE PRT-NOME-PARTICIPANTE  TO BOL-I-NOME
011770     MOVE BOL-IMP-PARTICIPANTE   TO BOL-REG-IMPRESSAO
011780     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
011790     MOVE PRT-NUM-PALPITE        TO BOL-I-PALPITE
011800     MOVE PRT-QTD-COTAS          TO BOL-I-COTAS
011810     MOVE BOL-IMP-PALPITE        TO BOL-REG-IMPRESSAO
011820     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
011830     IF PRT-SIT-PAGAMENTO = SPACES
011840         MOVE "SEM REGISTRO - CONFERIR" TO BOL-I-SIT-PAGO
011850         MOVE BOL-IMP-PAGAMENTO  TO BOL-REG-IMPRESSAO
011860         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
011870     END-IF
011880     IF PMS-NUM-CONCURSO NUMERIC AND PMS-NUM-CONCURSO > ZERO
011890         MOVE PMS-NUM-CONCURSO   TO BOL-I-CONCURSO
011900         MOVE BOL-IMP-CONCURSO   TO BOL-REG-IMPRESSAO
011910         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
011920     END-IF
011930     MOVE BOL-REGISTRO-CUPOM     TO BOL-I-REGISTRO
011940     MOVE BOL-IMP-REGISTRO       TO BOL-REG-IMPRESSAO
011950     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
011960     IF PMS-ID-PERFIL NOT = SPACES
011970         MOVE PMS-ID-PERFIL      TO BOL-I-PERFIL
011980         MOVE BOL-IMP-PERFIL     TO BOL-REG-IMPRESSAO
011990         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
012000     END-IF
012010     PERFORM 2310-IMPRIMIR-GRADE THRU 2310-EXIT
012020     MOVE BOL-IMP-TRACO          TO BOL-REG-IMPRESSAO
012030     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
012040     ADD 1 TO BOL-QTD-IMPRESSOS
012050     ADD PRT-QTD-COTAS TO BOL-SOMA-COTAS.
012060 2300-EXIT.
012070     EXIT.
012080*----------------------------------------------------------------
012090*    2310-IMPRIMIR-GRADE - GRAVA AS DEZENAS DO PALPITE EM GRADE
012100*                           DE CINCO POR LINHA, COM O ROTULO SO
012110*                           NA PRIMEIRA LINHA
012120*----------------------------------------------------------------
012130 2310-IMPRIMIR-GRADE.
012140     MOVE "DEZENAS  :" TO BOL-I-ROTULO-DEZ
012150     MOVE ZERO TO BOL-SLOT-GRADE
012160     MOVE SPACES TO BOL-I-GRADE
012170     PERFORM 2315-COLOCAR-DEZENA THRU 2315-EXIT
012180         VARYING Q FROM 1 BY 1 UNTIL Q > PMS-QTD-DEZENAS
012190     IF BOL-SLOT-GRADE > ZERO
012200         MOVE BOL-IMP-DEZENAS TO BOL-REG-IMPRESSAO
012210         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
012220     END-IF.
012230 2310-EXIT.
012240     EXIT.
012250*----------------------------------------------------------------
012260*    2315-COLOCAR-DEZENA - POE A DEZENA Q NA PROXIMA CELULA DA
012270*                           GRADE E DESCARREGA A LINHA QUANDO A
012280*                           QUINTA CELULA ENCHE
012290*----------------------------------------------------------------
012300 2315-COLOCAR-DEZENA.
012310     ADD 1 TO BOL-SLOT-GRADE
012320     MOVE SPACES TO BOL-I-CELULA(BOL-SLOT-GRADE)
012330     MOVE PMS-DEZENA(Q) TO BOL-I-DEZENA(BOL-SLOT-GRADE)
012340     IF BOL-SLOT-GRADE = 5
012350         MOVE BOL-IMP-DEZENAS TO BOL-REG-IMPRESSAO
012360         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
012370         MOVE SPACES TO BOL-I-ROTULO-DEZ
012380         MOVE SPACES TO BOL-I-GRADE
012390         MOVE ZERO TO BOL-SLOT-GRADE
012400     END-IF.
012410 2315-EXIT.
012420     EXIT.
012430*----------------------------------------------------------------
012440*    2320-GRAVAR-LINHA - GRAVA UMA LINHA NO ARQUIVO DE IMPRESSAO
012450*                         VERIFICANDO O FILE STATUS
012460*----------------------------------------------------------------
012470 2320-GRAVAR-LINHA.
012480     WRITE BOL-REG-IMPRESSAO AFTER ADVANCING 1 LINE
012490     IF BOL-FS-CUPONS NOT = "00"
012500         DISPLAY "ERRO " BOL-FS-CUPONS
012510             " AO GRAVAR O CUPOM - ABORTANDO"
012520         CLOSE ARQ-CUPONS
012530         CLOSE ARQ-PALPITES
012540         CLOSE ARQ-PARTICIPANTES
012550         MOVE 16 TO RETURN-CODE
012560         GOBACK
012570     END-IF.
012580 2320-EXIT.
012590     EXIT.
012600*----------------------------------------------------------------
012610*    2400-IMPRIMIR-TRAILER - GRAVA A PAGINA DE TOTAIS DA EMISSAO
012620*                             PARA O OPERADOR CONFERIR ANTES DE
012630*                             ENTREGAR OS CUPONS
012640*----------------------------------------------------------------
012650 2400-IMPRIMIR-TRAILER.
012660     MOVE "LOTERICA CASA DA SORTE - TOTAIS DA EMISSAO"
012670         TO BOL-REG-IMPRESSAO
012680     WRITE BOL-REG-IMPRESSAO AFTER ADVANCING PAGE
012690     MOVE BOL-ID-EXECUCAO        TO BOL-I-EXECUCAO
012700     MOVE BOL-DATA-EMISSAO       TO BOL-I-DATA
012710     MOVE BOL-HORA-EMISSAO       TO BOL-I-HORA
012720     MOVE BOL-IMP-CABECALHO-2    TO BOL-REG-IMPRESSAO
012730     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
012740     MOVE BOL-IMP-TRACO          TO BOL-REG-IMPRESSAO
012750     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
012760     MOVE BOL-QTD-IMPRESSOS      TO BOL-I-TOT-PART
012770     MOVE BOL-IMP-TOTAL-1        TO BOL-REG-IMPRESSAO
012780     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
012790     MOVE BOL-SOMA-COTAS         TO BOL-I-TOT-COTAS
012800     MOVE BOL-IMP-TOTAL-2        TO BOL-REG-IMPRESSAO
012810     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
012820     MOVE BOL-QTD-RETIDOS        TO BOL-I-TOT-RETIDOS
012830     MOVE BOL-IMP-TOTAL-3        TO BOL-REG-IMPRESSAO
012840     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT.
012850 2400-EXIT.
012860     EXIT.
012870*----------------------------------------------------------------
012880*    2500-CARREGAR-ESTORNOS - CARREGA AS CHAVES DOS ESTORNOS
012890*                              REGISTRADOS (ARQUIVO AINDA
012900*                              INEXISTENTE = NENHUM ESTORNO)
012910*----------------------------------------------------------------
012920 2500-CARREGAR-ESTORNOS.
012930     OPEN INPUT ARQ-ESTORNOS
012940     IF BOL-FS-ESTORNOS = "35"
012950         DISPLAY "SEM ESTORNOS REGISTRADOS"
012960         GO TO 2500-EXIT
012970     END-IF
012980     IF BOL-FS-ESTORNOS NOT = "00"
012990         DISPLAY "ERRO " BOL-FS-ESTORNOS
013000             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
013010         MOVE 16 TO RETURN-CODE
013020         GOBACK
013030     END-IF
013040     PERFORM UNTIL BOL-FIM-ESTORNOS
013050         READ ARQ-ESTORNOS
013060             AT END
013070                 SET BOL-FIM-ESTORNOS TO TRUE
013080             NOT AT END
013090                 PERFORM 2510-GUARDAR-ESTORNO THRU 2510-EXIT
013100         END-READ
013110     END-PERFORM
013120     CLOSE ARQ-ESTORNOS.
013130 2500-EXIT.
013140     EXIT.
013150*----------------------------------------------------------------
013160*    2510-GUARDAR-ESTORNO - GUARDA A CHAVE DO ESTORNO LIDO NA
013170*                            TABELA DO SEU TIPO
013180*----------------------------------------------------------------
013190 2510-GUARDAR-ESTORNO.
013200     IF EST-ESTORNO-PALPITE
013210         IF BOL-QTD-EST-PALP >= 1000
013220             DISPLAY "TABELA DE ESTORNOS DE PALPITE CHEIA -"
013230                 " ABORTANDO"
013240             CLOSE ARQ-ESTORNOS
013250             MOVE 16 TO RETURN-CODE
013260             GOBACK
013270         END-IF
013280         ADD 1 TO BOL-QTD-EST-PALP
013290         MOVE EST-ID-EXECUCAO TO BOL-EP-EXECUCAO
013300         MOVE EST-NUM-PALPITE TO BOL-EP-PALPITE
013310         MOVE BOL-CHAVE-EST-PALP
013320             TO BOL-EST-PALP-CHAVE(BOL-QTD-EST-PALP)
013330     ELSE
013340         IF BOL-QTD-EST-PART >= 1000
013350             DISPLAY "TABELA DE ESTORNOS DE PARTICIPANTE CHEIA"
013360                 " - ABORTANDO"
013370             CLOSE ARQ-ESTORNOS
013380             MOVE 16 TO RETURN-CODE
013390             GOBACK
013400         END-IF
013410         ADD 1 TO BOL-QTD-EST-PART
013420         MOVE EST-ID-EXECUCAO TO BOL-ET-EXECUCAO
013430         MOVE EST-NUM-PALPITE TO BOL-ET-PALPITE
013440         IF EST-COD-CLIENTE NUMERIC AND EST-COD-CLIENTE > ZERO
013450             MOVE EST-COD-CLIENTE TO BOL-ET-COD-CLIENTE
013460             MOVE SPACES TO BOL-ET-NOME
013470         ELSE
013480             MOVE ZERO TO BOL-ET-COD-CLIENTE
013490             MOVE EST-NOME-PARTICIPANTE TO BOL-ET-NOME
013500         END-IF
013510         MOVE BOL-CHAVE-EST-PART
013520             TO BOL-EST-PART-CHAVE(BOL-QTD-EST-PART)
013530     END-IF.
013540 2510-EXIT.
013550     EXIT.
013560*----------------------------------------------------------------
013570*    2700-CARREGAR-REGISTROS - CARREGA O REGISTRO DE APOSTAS NO
013580*                               TERMINAL DO LOTE INFORMADO
013590*                               (ARQUIVO AINDA INEXISTENTE =
013600*                               NENHUM RETORNO CARREGADO)
013610*----------------------------------------------------------------
013620 2700-CARREGAR-REGISTROS.
013630     OPEN INPUT ARQ-REGISTROS
013640     IF BOL-FS-REGISTROS = "35"
013650         DISPLAY "SEM RETORNO DO TERMINAL CARREGADO"
013660         GO TO 2700-EXIT
013670     END-IF
013680     IF BOL-FS-REGISTROS NOT = "00"
013690         DISPLAY "ERRO " BOL-FS-REGISTROS
013700             " AO ABRIR O REGISTRO DE APOSTAS - ABORTANDO"
013710         MOVE 16 TO RETURN-CODE
013720         GOBACK
013730     END-IF
013740     PERFORM UNTIL BOL-FIM-REGISTROS
013750         READ ARQ-REGISTROS
013760             AT END
013770                 SET BOL-FIM-REGISTROS TO TRUE
013780             NOT AT END
013790                 IF RGA-ID-EXECUCAO = BOL-ID-EXECUCAO
013800                     PERFORM 2710-GUARDAR-REGISTRO THRU 2710-EXIT
013810                 END-IF
013820         END-READ
013830     END-PERFORM
013840     CLOSE ARQ-REGISTROS.
013850 2700-EXIT.
013860     EXIT.
013870*----------------------------------------------------------------
013880*    2710-GUARDAR-REGISTRO - GUARDA A SITUACAO DO PALPITE LIDO NA
013890*                             TABELA, SOBREPONDO A ENTRADA DO
013900*                             MESMO PALPITE
013910*----------------------------------------------------------------
013920 2710-GUARDAR-REGISTRO.
013930     MOVE RGA-NUM-PALPITE TO BOL-REG-PROCURADO
013940     MOVE ZERO TO BOL-POS-REG
013950     PERFORM 2730-LOCALIZAR-REGISTRO THRU 2730-EXIT
013960         VARYING R3 FROM 1 BY 1
013970         UNTIL R3 > BOL-QTD-REG-TABELA
013980            OR BOL-POS-REG > ZERO
013990     IF BOL-POS-REG = ZERO
014000         IF BOL-QTD-REG-TABELA >= 5000
014010             DISPLAY "TABELA DO REGISTRO DE APOSTAS CHEIA -"
014020                 " ABORTANDO"
014030             CLOSE ARQ-REGISTROS
014040             MOVE 16 TO RETURN-CODE
014050             GOBACK
014060         END-IF
014070         ADD 1 TO BOL-QTD-REG-TABELA
014080         MOVE BOL-QTD-REG-TABELA TO BOL-POS-REG
014090         MOVE RGA-NUM-PALPITE TO BOL-REG-PALPITE(BOL-POS-REG)
014100     END-IF
014110     MOVE RGA-SITUACAO     TO BOL-REG-SITUACAO(BOL-POS-REG)
014120     MOVE RGA-PROTOCOLO    TO BOL-REG-PROTOCOLO(BOL-POS-REG)
014130     MOVE RGA-COD-REJEICAO TO BOL-REG-COD-REJ(BOL-POS-REG).
014140 2710-EXIT.
014150     EXIT.
014160*----------------------------------------------------------------
014170*    2720-MONTAR-REGISTRO - MONTA O TEXTO DO REGISTRO NO TERMINAL
014180*                            DO PALPITE DO PARTICIPANTE CORRENTE
014190*----------------------------------------------------------------
014200 2720-MONTAR-REGISTRO.
014210     MOVE PRT-NUM-PALPITE TO BOL-REG-PROCURADO
014220     MOVE ZERO TO BOL-POS-REG
014230     PERFORM 2730-LOCALIZAR-REGISTRO THRU 2730-EXIT
014240         VARYING R3 FROM 1 BY 1
014250         UNTIL R3 > BOL-QTD-REG-TABELA
014260            OR BOL-POS-REG > ZERO
014270     IF BOL-POS-REG = ZERO
014280         MOVE "PENDENTE NO TERMINAL" TO BOL-REGISTRO-CUPOM
014290         ADD 1 TO BOL-QTD-NAO-REGISTRADOS
014300         GO TO 2720-EXIT
014310     END-IF
014320     IF BOL-REG-SITUACAO(BOL-POS-REG) = "R"
014330         MOVE BOL-REG-PROTOCOLO(BOL-POS-REG)
014340             TO BOL-REGISTRO-CUPOM
014350     ELSE
014360         MOVE BOL-REG-COD-REJ(BOL-POS-REG) TO BOL-REJ-CODIGO
014370         MOVE BOL-REJEICAO TO BOL-REGISTRO-CUPOM
014380         ADD 1 TO BOL-QTD-NAO-REGISTRADOS
014390     END-IF.
014400 2720-EXIT.
014410     EXIT.
014420*----------------------------------------------------------------
014430*    2730-LOCALIZAR-REGISTRO - MARCA EM BOL-POS-REG A ENTRADA R3
014440*                               DA TABELA QUANDO O PALPITE BATE
014450*                               COM O PALPITE PROCURADO
014460*----------------------------------------------------------------
014470 2730-LOCALIZAR-REGISTRO.
014480     IF BOL-REG-PALPITE(R3) = BOL-REG-PROCURADO
014490         MOVE R3 TO BOL-POS-REG
014500     END-IF.
014510 2730-EXIT.
014520     EXIT.
014530*----------------------------------------------------------------
014540*    2800-CARREGAR-BOLOES - CARREGA O CADASTRO DE BOLOES, COM AS
014550*                            CONTAGENS ZERADAS (ARQUIVO AINDA
014560*                            INEXISTENTE = NENHUM BOLAO ABERTO)
014570*----------------------------------------------------------------
014580 2800-CARREGAR-BOLOES.
014590     MOVE ZERO TO BOL-QTD-BOLOES
014600     SET BOL-FIM-BOLOES TO FALSE
014610     OPEN INPUT ARQ-BOLOES
014620     IF BOL-FS-BOLOES = "35"
014630         DISPLAY "CADASTRO DE BOLOES AINDA VAZIO"
014640         GO TO 2800-EXIT
014650     END-IF
014660     IF BOL-FS-BOLOES NOT = "00"
014670         DISPLAY "ERRO " BOL-FS-BOLOES
014680             " AO ABRIR O CADASTRO DE BOLOES - ABORTANDO"
014690         MOVE 16 TO RETURN-CODE
014700         GOBACK
014710     END-IF
014720     PERFORM UNTIL BOL-FIM-BOLOES
014730         READ ARQ-BOLOES
014740             AT END
014750                 SET BOL-FIM-BOLOES TO TRUE
014760             NOT AT END
014770                 PERFORM 2810-GUARDAR-BOLAO THRU 2810-EXIT
014780         END-READ
014790     END-PERFORM
014800     CLOSE ARQ-BOLOES.
014810 2800-EXIT.
014820     EXIT.
014830*----------------------------------------------------------------
014840*    2810-GUARDAR-BOLAO - COPIA O BOLAO LIDO PARA A PROXIMA
014850*                          ENTRADA DA TABELA
014860*----------------------------------------------------------------
014870 2810-GUARDAR-BOLAO.
014880     IF BOL-QTD-BOLOES >= 2000
014890         DISPLAY "TABELA DE BOLOES CHEIA - ABORTANDO"
014900         CLOSE ARQ-BOLOES
014910         MOVE 16 TO RETURN-CODE
014920         GOBACK
014930     END-IF
014940     ADD 1 TO BOL-QTD-BOLOES
014950     MOVE BOLAO-CAB-REC TO BOL-BCB-IMG(BOL-QTD-BOLOES)
014960     MOVE ZERO TO BOL-BCB-VENDIDAS(BOL-QTD-BOLOES)
014970     MOVE ZERO TO BOL-BCB-IMPRESSOS(BOL-QTD-BOLOES)
014980     MOVE ZERO TO BOL-BCB-RETIDOS(BOL-QTD-BOLOES).
014990 2810-EXIT.
015000     EXIT.
015010*----------------------------------------------------------------
015020*    2820-LOCALIZAR-BOLAO - PROCURA NA TABELA O BOLAO DA CHAVE
015030*                            BOL-CHAVE-BOLAO-PROC E DEIXA O BOLAO
015040*                            ACHADO NA AREA DE TRABALHO
015050*----------------------------------------------------------------
015060 2820-LOCALIZAR-BOLAO.
015070     SET BOL-BOLAO-ACHADO TO FALSE
015080     MOVE ZERO TO BOL-IDX-BOLAO
015090     IF BOL-QTD-BOLOES > ZERO
015100         PERFORM 2830-COMPARAR-BOLAO THRU 2830-EXIT
015110             VARYING B4 FROM 1 BY 1
015120             UNTIL B4 > BOL-QTD-BOLOES
015130                OR BOL-BOLAO-ACHADO
015140     END-IF.
015150 2820-EXIT.
015160     EXIT.
015170*----------------------------------------------------------------
015180*    2830-COMPARAR-BOLAO - MARCA A POSICAO B4 QUANDO A CHAVE DA
015190*                           ENTRADA BATE COM A PROCURADA
015200*----------------------------------------------------------------
015210 2830-COMPARAR-BOLAO.
015220     MOVE BOL-BCB-IMG(B4) TO BOL-AREA-BOLAO
015230     IF BOL-AB-CHAVE = BOL-CHAVE-BOLAO-PROC
015240         SET BOL-BOLAO-ACHADO TO TRUE
015250         MOVE B4 TO BOL-IDX-BOLAO
015260     END-IF.
015270 2830-EXIT.
015280     EXIT.
015290*----------------------------------------------------------------
015300*    2840-MARCAR-EMITIDO - MARCA COMO EMITIDO O BOLAO B4 QUANDO E
015310*                           DO LOTE, ESTA FECHADO E TEVE CUPONS
015320*                           IMPRESSOS SEM NENHUM RETIDO
015330*----------------------------------------------------------------
015340 2840-MARCAR-EMITIDO.
015350     MOVE BOL-BCB-IMG(B4) TO BOL-AREA-BOLAO
015360     IF BOL-AB-ID-EXECUCAO NOT = BOL-ID-EXECUCAO
015370        OR NOT BOL-AB-FECHADO
015380         GO TO 2840-EXIT
015390     END-IF
015400     IF BOL-BCB-IMPRESSOS(B4) = ZERO
015410        OR BOL-BCB-RETIDOS(B4) > ZERO
015420         GO TO 2840-EXIT
015430     END-IF
015440     SET BOL-AB-EMITIDO TO TRUE
015450     MOVE BOL-DATA-EMISSAO TO BOL-AB-DATA-SITUACAO
015460     MOVE BOL-AREA-BOLAO TO BOL-BCB-IMG(B4)
015470     ADD 1 TO BOL-QTD-BOL-EMITIDOS.
015480 2840-EXIT.
015490     EXIT.
015500*----------------------------------------------------------------
015510*    2850-REGRAVAR-BOLOES - REGRAVA O CADASTRO DE BOLOES INTEIRO
015520*                            COM AS SITUACOES ATUALIZADAS
015530*----------------------------------------------------------------
015540 2850-REGRAVAR-BOLOES.
015550     OPEN OUTPUT ARQ-BOLOES
015560     IF BOL-FS-BOLOES NOT = "00"
015570         DISPLAY "ERRO " BOL-FS-BOLOES
015580             " AO REGRAVAR O CADASTRO DE BOLOES - ABORTANDO"
015590         MOVE 16 TO RETURN-CODE
015600         GOBACK
015610     END-IF
015620     PERFORM 2860-GRAVAR-BOLAO THRU 2860-EXIT
015630         VARYING B4 FROM 1 BY 1 UNTIL B4 > BOL-QTD-BOLOES
015640     CLOSE ARQ-BOLOES.
015650 2850-EXIT.
015660     EXIT.
015670*----------------------------------------------------------------
015680*    2860-GRAVAR-BOLAO - GRAVA A ENTRADA B4 DA TABELA NO ARQUIVO
015690*----------------------------------------------------------------
015700 2860-GRAVAR-BOLAO.
015710     MOVE BOL-BCB-IMG(B4) TO BOLAO-CAB-REC
015720     WRITE BOLAO-CAB-REC
015730     IF BOL-FS-BOLOES NOT = "00"
015740         DISPLAY "ERRO " BOL-FS-BOLOES
015750             " AO GRAVAR O BOLAO " B4 " - ABORTANDO"
015760         CLOSE ARQ-BOLOES
015770         MOVE 16 TO RETURN-CODE
015780         GOBACK
015790     END-IF.
015800 2860-EXIT.
015810     EXIT.
015820*----------------------------------------------------------------
015830*    2600-VERIFICAR-ESTORNO - MARCA SE O PARTICIPANTE CORRENTE,
015840*                              OU O PALPITE A QUE ELE ESTA
015850*                              LIGADO, FOI ESTORNADO
015860*----------------------------------------------------------------
015870 2600-VERIFICAR-ESTORNO.
015880     SET BOL-REGISTRO-ESTORNADO TO FALSE
015890     IF BOL-QTD-EST-PALP > ZERO
015900         MOVE PRT-ID-EXECUCAO TO BOL-EP-EXECUCAO
015910         MOVE PRT-NUM-PALPITE TO BOL-EP-PALPITE
015920         PERFORM 2610-COMPARAR-EST-PALPITE THRU 2610-EXIT
015930             VARYING E5 FROM 1 BY 1
015940             UNTIL E5 > BOL-QTD-EST-PALP
015950                OR BOL-REGISTRO-ESTORNADO
015960     END-IF
015970     IF NOT BOL-REGISTRO-ESTORNADO
015980        AND BOL-QTD-EST-PART > ZERO
015990         MOVE PRT-ID-EXECUCAO TO BOL-ET-EXECUCAO
016000         MOVE PRT-NUM-PALPITE TO BOL-ET-PALPITE
016010         IF PRT-COD-CLIENTE NUMERIC AND PRT-COD-CLIENTE > ZERO
016020             MOVE PRT-COD-CLIENTE TO BOL-ET-COD-CLIENTE
016030             MOVE SPACES TO BOL-ET-NOME
016040         ELSE
016050             MOVE ZERO TO BOL-ET-COD-CLIENTE
016060             MOVE PRT-NOME-PARTICIPANTE TO BOL-ET-NOME
016070         END-IF
016080         PERFORM 2620-COMPARAR-EST-PARTIC THRU 2620-EXIT
016090             VARYING E5 FROM 1 BY 1
016100             UNTIL E5 > BOL-QTD-EST-PART
016110                OR BOL-REGISTRO-ESTORNADO
016120     END-IF.
016130 2600-EXIT.
016140     EXIT.
016150*----------------------------------------------------------------
016160*    2610-COMPARAR-EST-PALPITE - COMPARA A CHAVE DO PALPITE COM
016170*                                 A ENTRADA E5 DOS ESTORNOS
016180*----------------------------------------------------------------
016190 2610-COMPARAR-EST-PALPITE.
016200     IF BOL-EST-PALP-CHAVE(E5) = BOL-CHAVE-EST-PALP
016210         SET BOL-REGISTRO-ESTORNADO TO TRUE
016220     END-IF.
016230 2610-EXIT.
016240     EXIT.
016250*----------------------------------------------------------------
016260*    2620-COMPARAR-EST-PARTIC - COMPARA A CHAVE DO PARTICIPANTE
016270*                                COM A ENTRADA E5 DOS ESTORNOS
016280*----------------------------------------------------------------
016290 2620-COMPARAR-EST-PARTIC.
016300     IF BOL-EST-PART-CHAVE(E5) = BOL-CHAVE-EST-PART
016310         SET BOL-REGISTRO-ESTORNADO TO TRUE
016320     END-IF.
016330 2620-EXIT.
016340     EXIT.
016350*----------------------------------------------------------------
016360*    3000-REGISTRAR-PAGAMENTO - LOCALIZA UM PARTICIPANTE COM
016370*                                PAGAMENTO PENDENTE, MARCA COMO
016380*                                PAGO, REGRAVA O ARQUIVO DE
016390*                                PARTICIPANTES INTEIRO E LANCA O
016400*                                VALOR RECEBIDO NO DIARIO DE CAIXA
016410*----------------------------------------------------------------
016420 3000-REGISTRAR-PAGAMENTO.
016430     PERFORM 0200-VERIFICAR-CAIXA THRU 0200-EXIT
016440     DISPLAY "ID DA EXECUCAO DO LOTE DE PALPITES: "
016450         WITH NO ADVANCING
016460     ACCEPT BOL-ID-EXECUCAO
016470     DISPLAY "NUMERO DO PALPITE: " WITH NO ADVANCING
016480     ACCEPT BOL-PALPITE-PROCURADO
016490     DISPLAY "CODIGO DO CLIENTE (0=PARTICIPANTE SEM CODIGO): "
016500         WITH NO ADVANCING
016510     ACCEPT BOL-COD-PROCURADO
016520     MOVE SPACES TO BOL-NOME-PROCURADO
016530     IF BOL-COD-PROCURADO = ZERO
016540         DISPLAY "NOME DO PARTICIPANTE: " WITH NO ADVANCING
016550         ACCEPT BOL-NOME-PROCURADO
016560     END-IF
016570     PERFORM 2500-CARREGAR-ESTORNOS THRU 2500-EXIT
016580     PERFORM 3100-CARREGAR-PARTICIPANTES THRU 3100-EXIT
016590     PERFORM 3200-LOCALIZAR-PARTICIPANTE THRU 3200-EXIT
016600     IF NOT BOL-PART-ACHADO
016610         DISPLAY "PARTICIPANTE NAO ENCONTRADO"
016620         MOVE 8 TO RETURN-CODE
016630         GO TO 3000-EXIT
016640     END-IF
016650     MOVE BOL-PART-IMG(BOL-IDX-ACHADO) TO BOL-AREA-PARTIC
016660     PERFORM 3250-VERIFICAR-EST-AREA THRU 3250-EXIT
016670     IF BOL-REGISTRO-ESTORNADO
016680         DISPLAY "PARTICIPANTE ESTORNADO - PAGAMENTO RECUSADO"
016690         MOVE 8 TO RETURN-CODE
016700         GO TO 3000-EXIT
016710     END-IF
016720     IF BOL-AP-PAGO
016730         DISPLAY "PARTICIPANTE JA ESTA PAGO - NADA A REGISTRAR"
016740         MOVE 4 TO RETURN-CODE
016750         GO TO 3000-EXIT
016760     END-IF
016770     IF BOL-AP-PRECO-COTA NUMERIC AND BOL-AP-PRECO-COTA > ZERO
016780         COMPUTE BOL-VALOR-DEVIDO =
016790             BOL-AP-QTD-COTAS * BOL-AP-PRECO-COTA
016800     ELSE
016810*        PARTICIPANTE ANTERIOR AO CONTROLE DE COTAS NAO TEM
016820*        PRECO GRAVADO: O VALOR RECEBIDO E INFORMADO NO BALCAO
016830         DISPLAY "VALOR RECEBIDO (EM CENTAVOS): "
016840             WITH NO ADVANCING
016850         ACCEPT BOL-VALOR-DEVIDO
016860     END-IF
016870     SET BOL-AP-PAGO TO TRUE
016880     MOVE BOL-VALOR-DEVIDO TO BOL-AP-VALOR-PAGO
016890     MOVE BOL-AREA-PARTIC TO BOL-PART-IMG(BOL-IDX-ACHADO)
016900     PERFORM 3300-REGRAVAR-PARTICIPANTES THRU 3300-EXIT
016910     PERFORM 2800-CARREGAR-BOLOES THRU 2800-EXIT
016920     MOVE BOL-AP-ID-EXECUCAO TO BOL-BP-EXECUCAO
016930     MOVE BOL-AP-NUM-PALPITE TO BOL-BP-PALPITE
016940     PERFORM 2820-LOCALIZAR-BOLAO THRU 2820-EXIT
016950     IF BOL-BOLAO-ACHADO
016960         MOVE BOL-AB-NUM-CONCURSO TO BOL-MV-CONCURSO
016970     ELSE
016980         MOVE ZERO TO BOL-MV-CONCURSO
016990     END-IF
017000     SET BOL-MV-COTA-PAGAMENTO TO TRUE
017010     PERFORM 5000-GRAVAR-MOVIMENTO THRU 5000-EXIT
017020     MOVE "PAGAMENTO RECEBIDO.: " TO BOL-V-TITULO
017030     COMPUTE BOL-VALOR-REAIS = BOL-VALOR-DEVIDO / 100
017040     MOVE BOL-VALOR-REAIS TO BOL-V-VALOR
017050     DISPLAY BOL-LINHA-VALOR.
017060 3000-EXIT.
017070     EXIT.
017080*----------------------------------------------------------------
017090*    3100-CARREGAR-PARTICIPANTES - CARREGA O ARQUIVO DE
017100*                                   PARTICIPANTES INTEIRO NA
017110*                                   TABELA DE TRABALHO
017120*----------------------------------------------------------------
017130 3100-CARREGAR-PARTICIPANTES.
017140     MOVE ZERO TO BOL-QTD-TAB
017150     SET BOL-FIM-PARTICIPANTES TO FALSE
017160     OPEN INPUT ARQ-PARTICIPANTES
017170     IF BOL-FS-PARTICIPANTES = "35"
017180         DISPLAY "NENHUM PARTICIPANTE CADASTRADO AINDA"
017190         MOVE "00" TO BOL-FS-PARTICIPANTES
017200         GO TO 3100-EXIT
017210     END-IF
017220     IF BOL-FS-PARTICIPANTES NOT = "00"
017230         DISPLAY "ERRO " BOL-FS-PARTICIPANTES
017240             " AO ABRIR OS PARTICIPANTES - ABORTANDO"
017250         MOVE 16 TO RETURN-CODE
017260         GOBACK
017270     END-IF
017280     PERFORM UNTIL BOL-FIM-PARTICIPANTES
017290         READ ARQ-PARTICIPANTES
017300             AT END
017310                 SET BOL-FIM-PARTICIPANTES TO TRUE
017320             NOT AT END
017330                 PERFORM 3110-GUARDAR-PARTICIPANTE
017340                     THRU 3110-EXIT
017350         END-READ
017360     END-PERFORM
017370     CLOSE ARQ-PARTICIPANTES.
017380 3100-EXIT.
017390     EXIT.
017400*----------------------------------------------------------------
017410*    3110-GUARDAR-PARTICIPANTE - COPIA O PARTICIPANTE LIDO PARA
017420*                                 A PROXIMA ENTRADA DA TABELA
017430*----------------------------------------------------------------
017440 3110-GUARDAR-PARTICIPANTE.
017450     IF BOL-QTD-TAB >= 2000
017460         DISPLAY "TABELA DE PARTICIPANTES CHEIA - ABORTANDO"
017470         CLOSE ARQ-PARTICIPANTES
017480         MOVE 16 TO RETURN-CODE
017490         GOBACK
017500     END-IF
017510     ADD 1 TO BOL-QTD-TAB
017520     MOVE PARTICIPANTE-REC TO BOL-PART-IMG(BOL-QTD-TAB).
017530 3110-EXIT.
017540     EXIT.
017550*----------------------------------------------------------------
017560*    3200-LOCALIZAR-PARTICIPANTE - PROCURA NA TABELA O
017570*                                   PARTICIPANTE DA EXECUCAO,
017580*                                   PALPITE E CODIGO DO
017590*                                   CLIENTE (OU NOME, PARA O
017600*                                   PARTICIPANTE SEM CODIGO)
017610*----------------------------------------------------------------
017620 3200-LOCALIZAR-PARTICIPANTE.
017630     SET BOL-PART-ACHADO TO FALSE
017640     MOVE ZERO TO BOL-IDX-ACHADO
017650     IF BOL-QTD-TAB > ZERO
017660         PERFORM 3210-COMPARAR-PARTICIPANTE THRU 3210-EXIT
017670             VARYING P FROM 1 BY 1
017680             UNTIL P > BOL-QTD-TAB
017690                OR BOL-PART-ACHADO
017700     END-IF.
017710 3200-EXIT.
017720     EXIT.
017730*----------------------------------------------------------------
017740*    3210-COMPARAR-PARTICIPANTE - MARCA A POSICAO P QUANDO A
017750*                                  ENTRADA BATE COM A PROCURA
017760*----------------------------------------------------------------
017770 3210-COMPARAR-PARTICIPANTE.
017780     MOVE BOL-PART-IMG(P) TO BOL-AREA-PARTIC
017790     IF BOL-AP-ID-EXECUCAO NOT = BOL-ID-EXECUCAO
017800        OR BOL-AP-NUM-PALPITE NOT = BOL-PALPITE-PROCURADO
017810         GO TO 3210-EXIT
017820     END-IF
017830     IF BOL-COD-PROCURADO > ZERO
017840         IF BOL-AP-COD-CLIENTE NUMERIC
017850            AND BOL-AP-COD-CLIENTE = BOL-COD-PROCURADO
017860             SET BOL-PART-ACHADO TO TRUE
017870             MOVE P TO BOL-IDX-ACHADO
017880         END-IF
017890     ELSE
017900         IF (BOL-AP-COD-CLIENTE NOT NUMERIC
017910             OR BOL-AP-COD-CLIENTE = ZERO)
017920            AND BOL-AP-NOME = BOL-NOME-PROCURADO
017930             SET BOL-PART-ACHADO TO TRUE
017940             MOVE P TO BOL-IDX-ACHADO
017950         END-IF
017960     END-IF.
017970 3210-EXIT.
017980     EXIT.
017990*----------------------------------------------------------------
018000*    3250-VERIFICAR-EST-AREA - MARCA SE O PARTICIPANTE DA AREA
018010*                               DE TRABALHO, OU O PALPITE A QUE
018020*                               ELE ESTA LIGADO, FOI ESTORNADO
018030*----------------------------------------------------------------
018040 3250-VERIFICAR-EST-AREA.
018050     SET BOL-REGISTRO-ESTORNADO TO FALSE
018060     IF BOL-QTD-EST-PALP > ZERO
018070         MOVE BOL-AP-ID-EXECUCAO TO BOL-EP-EXECUCAO
018080         MOVE BOL-AP-NUM-PALPITE TO BOL-EP-PALPITE
018090         PERFORM 2610-COMPARAR-EST-PALPITE THRU 2610-EXIT
018100             VARYING E5 FROM 1 BY 1
018110             UNTIL E5 > BOL-QTD-EST-PALP
018120                OR BOL-REGISTRO-ESTORNADO
018130     END-IF
018140     IF NOT BOL-REGISTRO-ESTORNADO
018150        AND BOL-QTD-EST-PART > ZERO
018160         MOVE BOL-AP-ID-EXECUCAO TO BOL-ET-EXECUCAO
018170         MOVE BOL-AP-NUM-PALPITE TO BOL-ET-PALPITE
018180         IF BOL-AP-COD-CLIENTE NUMERIC
018190            AND BOL-AP-COD-CLIENTE > ZERO
018200             MOVE BOL-AP-COD-CLIENTE TO BOL-ET-COD-CLIENTE
018210             MOVE SPACES TO BOL-ET-NOME
018220         ELSE
018230             MOVE ZERO TO BOL-ET-COD-CLIENTE
018240             MOVE BOL-AP-NOME TO BOL-ET-NOME
018250         END-IF
018260         PERFORM 2620-COMPARAR-EST-PARTIC THRU 2620-EXIT
018270             VARYING E5 FROM 1 BY 1
018280             UNTIL E5 > BOL-QTD-EST-PART
018290                OR BOL-REGISTRO-ESTORNADO
018300     END-IF.
018310 3250-EXIT.
018320     EXIT.
018330*----------------------------------------------------------------
018340*    3300-REGRAVAR-PARTICIPANTES - REGRAVA O ARQUIVO DE
018350*                                   PARTICIPANTES INTEIRO A
018360*                                   PARTIR DA TABELA ATUALIZADA
018370*----------------------------------------------------------------
018380 3300-REGRAVAR-PARTICIPANTES.
018390     OPEN OUTPUT ARQ-PARTICIPANTES
018400     IF BOL-FS-PARTICIPANTES NOT = "00"
018410         DISPLAY "ERRO " BOL-FS-PARTICIPANTES
018420             " AO REGRAVAR OS PARTICIPANTES - ABORTANDO"
018430         MOVE 16 TO RETURN-CODE
018440         GOBACK
018450     END-IF
018460     IF BOL-QTD-TAB > ZERO
018470         PERFORM 3310-GRAVAR-UM THRU 3310-EXIT
018480             VARYING P FROM 1 BY 1 UNTIL P > BOL-QTD-TAB
018490     END-IF
018500     CLOSE ARQ-PARTICIPANTES.
018510 3300-EXIT.
018520     EXIT.
018530*----------------------------------------------------------------
018540*    3310-GRAVAR-UM - GRAVA A ENTRADA P DA TABELA NO ARQUIVO
018550*----------------------------------------------------------------
018560 3310-GRAVAR-UM.
018570     MOVE BOL-PART-IMG(P) TO PARTICIPANTE-REC
018580     WRITE PARTICIPANTE-REC
018590     IF BOL-FS-PARTICIPANTES NOT = "00"
018600         DISPLAY "ERRO " BOL-FS-PARTICIPANTES
018610             " AO GRAVAR O PARTICIPANTE " P " - ABORTANDO"
018620         MOVE 16 TO RETURN-CODE
018630         GOBACK
018640     END-IF.
018650 3310-EXIT.
018660     EXIT.
018670*----------------------------------------------------------------
018680*    4000-RELATORIO-COBRANCA - LISTA OS PARTICIPANTES COM COTAS
018690*                               RESERVADAS E AINDA NAO PAGAS E O
018700*                               TOTAL A RECEBER
018710*----------------------------------------------------------------
018720 4000-RELATORIO-COBRANCA.
018730     DISPLAY " "
018740     DISPLAY "CONTAS A RECEBER - COTAS RESERVADAS SEM PAGAMENTO"
018750     PERFORM 2500-CARREGAR-ESTORNOS THRU 2500-EXIT
018760     SET BOL-FIM-PARTICIPANTES TO FALSE
018770     OPEN INPUT ARQ-PARTICIPANTES
018780     IF BOL-FS-PARTICIPANTES NOT = "00"
018790         DISPLAY "NENHUM PARTICIPANTE CADASTRADO"
018800         GO TO 4000-EXIT
018810     END-IF
018820     PERFORM UNTIL BOL-FIM-PARTICIPANTES
018830         READ ARQ-PARTICIPANTES
018840             AT END
018850                 SET BOL-FIM-PARTICIPANTES TO TRUE
018860             NOT AT END
018870                 IF PRT-PENDENTE
018880                     PERFORM 2600-VERIFICAR-ESTORNO
018890                         THRU 2600-EXIT
018900                     IF NOT BOL-REGISTRO-ESTORNADO
018910                         PERFORM 4100-LISTAR-PENDENTE
018920                             THRU 4100-EXIT
018930                     END-IF
018940                 END-IF
018950         END-READ
018960     END-PERFORM
018970     CLOSE ARQ-PARTICIPANTES
018980     DISPLAY " "
018990     DISPLAY "PARTICIPANTES PENDENTES: " BOL-QTD-PENDENTES
019000     MOVE "TOTAL A RECEBER....: " TO BOL-V-TITULO
019010     COMPUTE BOL-VALOR-REAIS = BOL-TOTAL-RECEBER / 100
019020     MOVE BOL-VALOR-REAIS TO BOL-V-VALOR
019030     DISPLAY BOL-LINHA-VALOR.
019040 4000-EXIT.
019050     EXIT.
019060*----------------------------------------------------------------
019070*    4100-LISTAR-PENDENTE - IMPRIME A LINHA DE COBRANCA DO
019080*                            PARTICIPANTE PENDENTE CORRENTE
019090*----------------------------------------------------------------
019100 4100-LISTAR-PENDENTE.
019110     ADD 1 TO BOL-QTD-PENDENTES
019120     COMPUTE BOL-VALOR-DEVIDO =
019130         PRT-QTD-COTAS * PRT-PRECO-COTA - PRT-VALOR-PAGO
019140     ADD BOL-VALOR-DEVIDO TO BOL-TOTAL-RECEBER
019150     MOVE PRT-ID-EXECUCAO        TO BOL-B-EXECUCAO
019160     MOVE PRT-NUM-PALPITE        TO BOL-B-PALPITE
019170     MOVE PRT-NOME-PARTICIPANTE  TO BOL-B-NOME
019180     COMPUTE BOL-VALOR-REAIS = BOL-VALOR-DEVIDO / 100
019190     MOVE BOL-VALOR-REAIS        TO BOL-B-VALOR
019200     DISPLAY BOL-LINHA-COBRANCA.
019210 4100-EXIT.
019220     EXIT.
019230*----------------------------------------------------------------
019240*    5000-GRAVAR-MOVIMENTO - LANCA NO DIARIO DE CAIXA, COMO
019250*                             ENTRADA DO OPERADOR E TERMINAL, O
019260*                             VALOR PAGO PELO PARTICIPANTE DA
019270*                             AREA DE TRABALHO
019280*----------------------------------------------------------------
019290 5000-GRAVAR-MOVIMENTO.
019300     OPEN EXTEND ARQ-MOVIMENTOS
019310     IF BOL-FS-MOVIMENTOS = "35"
019320         OPEN OUTPUT ARQ-MOVIMENTOS
019330     END-IF
019340     IF BOL-FS-MOVIMENTOS NOT = "00"
019350         DISPLAY "ERRO " BOL-FS-MOVIMENTOS
019360             " AO ABRIR O DIARIO DE CAIXA - ABORTANDO"
019370         MOVE 16 TO RETURN-CODE
019380         GOBACK
019390     END-IF
019400     ACCEPT BOL-HORA-MOVTO FROM TIME
019410     MOVE BOL-DATA-CAIXA         TO MCX-DATA-MOVTO
019420     MOVE BOL-HM-HHMMSS          TO MCX-HORA-MOVTO
019430     MOVE BOL-ID-OPERADOR        TO MCX-ID-OPERADOR
019440     MOVE BOL-ID-TERMINAL        TO MCX-ID-TERMINAL
019450     MOVE BOL-MV-TIPO            TO MCX-TIPO-MOVTO
019460     SET MCX-ENTRADA             TO TRUE
019470     MOVE BOL-AP-VALOR-PAGO      TO MCX-VALOR
019480     MOVE BOL-AP-ID-EXECUCAO     TO MCX-ID-EXECUCAO
019490     MOVE BOL-AP-NUM-PALPITE     TO MCX-NUM-PALPITE
019500     MOVE BOL-MV-CONCURSO        TO MCX-NUM-CONCURSO
019510     IF BOL-AP-COD-CLIENTE NUMERIC
019520         MOVE BOL-AP-COD-CLIENTE TO MCX-COD-CLIENTE
019530     ELSE
019540         MOVE ZERO               TO MCX-COD-CLIENTE
019550     END-IF
019560     MOVE BOL-AP-NOME            TO MCX-NOME-PARTICIPANTE
019570     WRITE MOVIMENTO-CAIXA-REC
019580     IF BOL-FS-MOVIMENTOS NOT = "00"
019590         DISPLAY "ERRO " BOL-FS-MOVIMENTOS
019600             " AO GRAVAR O DIARIO DE CAIXA - ABORTANDO"
019610         MOVE 16 TO RETURN-CODE
019620         GOBACK
019630     END-IF
019640     CLOSE ARQ-MOVIMENTOS.
019650 5000-EXIT.
019660     EXIT.

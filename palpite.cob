000100*               MEGA-SENA, LOTOFACIL OU QUINA, GRAVANDO O
000110*               HISTORICO DE CADA PALPITE GERADO E, EM MODO DE
000120*               LOTE, UM CHECKPOINT DE RESTART.
000130*               RETURN-CODE: 0 = OK; 8 = EXECUCAO RECUSADA PELO
000140*               CALENDARIO (CONCURSO ALVO AUSENTE, CANCELADO OU
000150*               COM AS APOSTAS ENCERRADAS, OU SEM CONCURSO ABERTO
000160*               PARA SUGERIR); 16 = ABORTO (OPERADOR INVALIDO,
000170*               MODO V SEM NIVEL DE SUPERVISOR, CALENDARIO
000180*               INDISPONIVEL OU ERRO DE GRAVACAO - O LOTE RETOMA
000190*               PELO MODO R).
000200*
000210*    HISTORICO DE ALTERACOES
000220*    DATA       AUTOR   DESCRICAO
000230*    ---------- ------- ----------------------------------------
000240*    2026-01-12 RAS     VERSAO INICIAL - PALPITE UNICO MEGA-SENA.
000250*    2026-08-09 RAS     VALIDACAO DE DEZENA REPETIDA ANTES DE
000260*                       ACEITAR O NUMERO SORTEADO.
000270*    2026-08-09 RAS     GRAVACAO DO PALPITE GERADO NO HISTORICO
000280*                       PALPITES.DAT (ARQUIVO-REC PALPITE-REC).
000290*    2026-08-09 RAS     QUANTIDADE DE DEZENAS POR CARTAO PASSA A
000300*                       SER PARAMETRO DE EXECUCAO (BOLAO 6-15).
000310*    2026-08-09 RAS     MODO LOTE PARA GERAR VARIOS PALPITES EM
000320*                       UMA UNICA EXECUCAO, NUMERADOS 1..N.
000330*    2026-08-09 RAS     CHECKPOINT/RESTART DO LOTE: GRAVA O
000340*                       ULTIMO PALPITE CONCLUIDO E PERMITE
000350*                       RETOMAR SEM REGERAR OS JA EMITIDOS.
000360*    2026-08-09 RAS     SELECAO DE TIPO DE JOGO (MEGA-SENA,
000370*                       LOTOFACIL OU QUINA) PARAMETRIZANDO A
000380*                       DEZENA MAXIMA E A QTDE DE DEZENAS.
000390*    2026-08-09 RAS     TRILHA DE AUDITORIA (AUDITORI) COM
000400*                       OPERADOR/TERMINAL PARA CADA PALPITE
000410*                       GRAVADO, PARA FINS DE CONFERENCIA COM
000420*                       O CLIENTE.
000430*    2026-08-09 RAS     VERIFICACAO DO FILE STATUS APOS CADA
000440*                       WRITE DE PALPITE/CHECKPOINT/AUDITORIA,
000450*                       ABORTANDO A EXECUCAO EM VEZ DE AVANCAR
000460*                       O CHECKPOINT SOBRE UM REGISTRO QUE NAO
000470*                       FOI REALMENTE GRAVADO.
000480*    2026-08-09 RAS     GER-DATA-ATUAL E GER-HORA-ATUAL PASSAM A
000490*                       SER ITENS INDEPENDENTES (NINGUEM USAVA O
000500*                       GRUPO ANTIGO COMO UM TODO).
000510*    2026-08-22 RAS     MODO DE GERACAO POR FECHAMENTO: O
000520*                       OPERADOR INFORMA UMA BASE DE DEZENAS E O
000530*                       LOTE PASSA A SER TODAS AS COMBINACOES DA
000540*                       BASE TOMADAS DE QTD-DEZENAS EM
000550*                       QTD-DEZENAS, GRAVADAS PELO MESMO CAMINHO
000560*                       DOS PALPITES ALEATORIOS (HISTORICO,
000570*                       AUDITORIA, CHECKPOINT). A BASE E GUARDADA
000580*                       NO CHECKPOINT PARA O RESTART RETOMAR NA
000590*                       COMBINACAO EXATA EM QUE PAROU.
000600*    2026-08-22 RAS     TRIAGEM ANTI-COLISAO NA GERACAO
000610*                       ALEATORIA: A COMBINACAO SORTEADA E
000620*                       COMPARADA COM OS RESULTADOS OFICIAIS JA
000630*                       SORTEADOS (NUNCA REPETIR UM GANHADOR) E
000640*                       COM OS PALPITES JA VENDIDOS DENTRO DE
000650*                       UMA JANELA DE DIAS PARAMETRIZAVEL,
000660*                       REDESENHANDO EM CASO DE COLISAO. AS DUAS
000670*                       BASES SAO CARREGADAS UMA UNICA VEZ EM
000680*                       TABELAS COM CHAVE NORMALIZADA (DEZENAS
000690*                       ORDENADAS), SEM RELEITURA POR PALPITE.
000700*                       O RESUMO DA EXECUCAO MOSTRA O TOTAL DE
000710*                       REDESENHOS. O "AS DEZENAS SORTEADAS SAO"
000720*                       DEIXOU DE SER EXIBIDO: COM REDESENHO A
000730*                       LISTA NAO ORDENADA SO CONFUNDIA.
000740*    2026-08-22 RAS     PERFIL DE PREFERENCIAS DO CLIENTE
000750*                       (PREFER.CPY): DEZENAS FIXAS SAO
000760*                       PRE-CARREGADAS NO PALPITE E DEZENAS
000770*                       VETADAS SAO REJEITADAS NO SORTEIO, COM
000780*                       VALIDACAO PREVIA DE QUE O PEDIDO CABE NA
000790*                       QTDE DE DEZENAS E NA FAIXA DO JOGO. O
000800*                       PALPITE GRAVADO CARREGA O ID DO PERFIL E
000810*                       O CHECKPOINT TAMBEM, PARA O RESTART.
000820*    2026-09-02 RAS     CONCURSO ALVO DO LOTE: O OPERADOR INFORMA
000830*                       O CONCURSO EM QUE O CLIENTE ESTA
000840*                       APOSTANDO E CADA PALPITE GRAVADO CARREGA
000850*                       ESSE CONCURSO, PARA A CONFERENCIA BATER O
000860*                       PALPITE SOMENTE CONTRA O SORTEIO CERTO. O
000870*                       CONCURSO VAI JUNTO NO CHECKPOINT PARA O
000880*                       RESTART.
000890*    2026-09-02 RAS     GERACAO PONDERADA (TIPO P): O SORTEIO
000900*                       PASSA A PODER SER DIRIGIDO PELA
000910*                       FREQUENCIA DAS DEZENAS NOS RESULTADOS
000920*                       OFICIAIS DO PROPRIO JOGO, COM ESTRATEGIA
000930*                       ESCOLHIDA PELO OPERADOR (Q=QUENTES
000940*                       F=FRIAS E=EQUILIBRADA). OS PESOS SAO
000950*                       MONTADOS UMA UNICA VEZ NA CARGA DE
000960*                       RESULTADOS, A ESTRATEGIA E GRAVADA NA
000970*                       AUDITORIA E NO CHECKPOINT, E O MODO DE
000980*                       VERIFICACAO REDERIVA O SORTEIO PONDERADO
000990*                       REMONTANDO OS PESOS (AVISANDO QUE CARGA
001000*                       NOVA DE RESULTADOS PODE DIVERGIR O
001010*                       REPLAY). A TRIAGEM ANTI-COLISAO VALE
001020*                       TAMBEM PARA A GERACAO PONDERADA.
001030*    2026-09-02 RAS     ASSINATURA DO OPERADOR: O ID INFORMADO E
001040*                       VALIDADO NO CADASTRO DE OPERADORES
001050*                       (OPERMST.CPY) ANTES DE QUALQUER
001060*                       GRAVACAO; OPERADOR DESCONHECIDO OU
001070*                       INATIVO ABORTA A EXECUCAO, E O MODO DE
001080*                       VERIFICACAO V PASSA A EXIGIR NIVEL DE
001090*                       SUPERVISOR.
001100*    2026-09-02 RAS     CONCURSO ALVO NAO NUMERICO NUM
001110*                       CHECKPOINT ANTERIOR AO CAMPO E RETOMADO
001120*                       COMO SEM ALVO (ZERO) NO RESTART.
001130*    2026-10-15 RAS     CALENDARIO DE CONCURSOS (CALEND): O
001140*                       CONCURSO ALVO PASSA A SER OBRIGATORIO E
001150*                       O PROXIMO CONCURSO ABERTO DO JOGO E
001160*                       SUGERIDO (ZERO/BRANCO ACEITA A
001170*                       SUGESTAO). CONCURSO AUSENTE DO
001180*                       CALENDARIO, CANCELADO OU COM O LIMITE DE
001190*                       APOSTAS (PADRAO 19H DO SORTEIO) VENCIDO
001200*                       E RECUSADO COM O MOTIVO, INCLUSIVE NO
001210*                       RESTART, ANTES DE QUALQUER GRAVACAO.
001220*    2026-10-15 RAS     RETURN-CODE DOCUMENTADO NO CABECALHO; ERRO
001230*                       DE GRAVACAO DE PALPITE, AUDITORIA OU
001240*                       CHECKPOINT TERMINA COM RC 16.
001250*----------------------------------------------------------------
001260 ENVIRONMENT DIVISION.
001270 CONFIGURATION SECTION.
001280 SOURCE-COMPUTER.   IBM-370.
001290 OBJECT-COMPUTER.   IBM-370.
001300 SPECIAL-NAMES.
001310     DECIMAL-POINT IS COMMA.
001320 INPUT-OUTPUT SECTION.
001330 FILE-CONTROL.
001340     SELECT ARQ-PALPITES     ASSIGN TO PALPITES
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS GER-FS-PALPITES.
001370     SELECT ARQ-CHECKPOINT   ASSIGN TO CHECKPT
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS GER-FS-CHECKPOINT.
001400     SELECT ARQ-AUDITORIA    ASSIGN TO AUDITORI
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS GER-FS-AUDITORIA.
001430     SELECT ARQ-PREFERENCIAS ASSIGN TO PREFEREN
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS GER-FS-PREFERENCIAS.
001460     SELECT ARQ-RESULTADOS   ASSIGN TO RESULTAD
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS GER-FS-RESULTADOS.
001490     SELECT ARQ-OPERADORES   ASSIGN TO OPERMST
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS GER-FS-OPERADORES.
001520     SELECT ARQ-CALENDARIO   ASSIGN TO CALEND
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS GER-FS-CALENDARIO.
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  ARQ-PALPITES
001580     COPY PALPITE.CPY.
001590 FD  ARQ-CHECKPOINT
001600     COPY CHECKPT.CPY.
001610 FD  ARQ-AUDITORIA
001620     COPY AUDIT.CPY.
001630 FD  ARQ-PREFERENCIAS
001640     COPY PREFER.CPY.
001650 FD  ARQ-RESULTADOS
001660     COPY RESSORT.CPY.
001670 FD  ARQ-OPERADORES
001680     COPY OPERMST.CPY.
001690 FD  ARQ-CALENDARIO
001700     COPY CALEND.CPY.
001710 WORKING-STORAGE SECTION.
001720*----------------------------------------------------------------
001730*    AREA DE CHAVES/SWITCHES DE CONTROLE
001740*----------------------------------------------------------------
001750 01  GER-STATUS-ARQUIVOS.
001760     05  GER-FS-PALPITES         PIC X(02) VALUE "00".
001770     05  GER-FS-CHECKPOINT       PIC X(02) VALUE "00".
001780     05  GER-FS-AUDITORIA        PIC X(02) VALUE "00".
001790     05  GER-FS-PREFERENCIAS     PIC X(02) VALUE "00".
001800     05  GER-FS-RESULTADOS       PIC X(02) VALUE "00".
001810     05  GER-FS-OPERADORES       PIC X(02) VALUE "00".
001820     05  GER-FS-CALENDARIO       PIC X(02) VALUE "00".
001830 01  GER-SWITCHES.
001840     05  GER-SW-DEZENA-OK        PIC X(01) VALUE "N".
001850         88  GER-DEZENA-UNICA        VALUE "S"
001860                                      FALSE "N".
001870     05  GER-SW-BASE-OK          PIC X(01) VALUE "N".
001880         88  GER-BASE-ACEITA         VALUE "S"
001890                                      FALSE "N".
001900     05  GER-SW-FIM-PREFER       PIC X(01) VALUE "N".
001910         88  GER-FIM-PREFERENCIAS    VALUE "S"
001920                                      FALSE "N".
001930     05  GER-SW-PERFIL-ACHADO    PIC X(01) VALUE "N".
001940         88  GER-PERFIL-ACHADO       VALUE "S"
001950                                      FALSE "N".
001960     05  GER-SW-PERFIL-OK        PIC X(01) VALUE "N".
001970         88  GER-PERFIL-VALIDO       VALUE "S"
001980                                      FALSE "N".
001990     05  GER-SW-OPER-ACHADO      PIC X(01) VALUE "N".
002000         88  GER-OPER-ACHADO         VALUE "S"
002010                                      FALSE "N".
002020     05  GER-SW-FIM-OPER         PIC X(01) VALUE "N".
002030         88  GER-FIM-OPERADORES      VALUE "S"
002040                                      FALSE "N".
002050     05  GER-SW-AUD-ACHADO       PIC X(01) VALUE "N".
002060         88  GER-AUD-ACHADO          VALUE "S"
002070                                      FALSE "N".
002080     05  GER-SW-PALP-ACHADO      PIC X(01) VALUE "N".
002090         88  GER-PALP-ACHADO         VALUE "S"
002100                                      FALSE "N".
002110     05  GER-SW-FIM-REPLAY       PIC X(01) VALUE "N".
002120         88  GER-FIM-REPLAY          VALUE "S"
002130                                      FALSE "N".
002140     05  GER-SW-PALPITE-LIMPO    PIC X(01) VALUE "N".
002150         88  GER-PALPITE-LIMPO       VALUE "S"
002160                                      FALSE "N".
002170     05  GER-SW-FIM-RESULTADOS   PIC X(01) VALUE "N".
002180         88  GER-FIM-RESULTADOS      VALUE "S"
002190                                      FALSE "N".
002200     05  GER-SW-FIM-HISTORICO    PIC X(01) VALUE "N".
002210         88  GER-FIM-HISTORICO       VALUE "S"
002220                                      FALSE "N".
002230     05  GER-SW-PESO-ACHADO      PIC X(01) VALUE "N".
002240         88  GER-PESO-ACHADO         VALUE "S"
002250                                      FALSE "N".
002260     05  GER-SW-FIM-CALEND       PIC X(01) VALUE "N".
002270         88  GER-FIM-CALENDARIO      VALUE "S"
002280                                      FALSE "N".
002290     05  GER-SW-CONC-ACHADO      PIC X(01) VALUE "N".
002300         88  GER-CONC-ACHADO         VALUE "S"
002310                                      FALSE "N".
002320*----------------------------------------------------------------
002330*    PARAMETROS DE EXECUCAO (FORNECIDOS VIA ACCEPT)
002340*----------------------------------------------------------------
002350 01  GER-PARAMETROS.
002360     05  GER-TIPO-JOGO           PIC 9(01) VALUE 1.
002370         88  GER-JOGO-MEGASENA       VALUE 1.
002380         88  GER-JOGO-LOTOFACIL      VALUE 2.
002390         88  GER-JOGO-QUINA          VALUE 3.
002400     05  GER-QTD-DEZENAS         PIC 9(02) VALUE 6.
002410     05  GER-DEZENA-MAXIMA       PIC 9(02) VALUE 60.
002420     05  GER-QTD-PALPITES-LOTE   PIC 9(06) VALUE 1.
002430     05  GER-MODO-EXECUCAO       PIC X(01) VALUE "G".
002440         88  GER-MODO-GERACAO        VALUE "G".
002450         88  GER-MODO-RESTART        VALUE "R".
002460         88  GER-MODO-REPLAY         VALUE "V".
002470     05  GER-TIPO-GERACAO        PIC X(01) VALUE "A".
002480         88  GER-GERACAO-ALEATORIA   VALUE "A".
002490         88  GER-GERACAO-FECHAMENTO  VALUE "F".
002500         88  GER-GERACAO-PONDERADA   VALUE "P".
002510     05  GER-ESTRATEGIA          PIC X(01) VALUE "Q".
002520         88  GER-ESTRATEGIA-QUENTE   VALUE "Q".
002530         88  GER-ESTRATEGIA-FRIA     VALUE "F".
002540         88  GER-ESTRATEGIA-EQUIL    VALUE "E".
002550     05  GER-QTD-BASE            PIC 9(02) VALUE ZERO.
002560     05  GER-DEZENA-ENTRADA      PIC 9(02) VALUE ZERO.
002570     05  GER-ID-PERFIL           PIC X(08) VALUE SPACES.
002580     05  GER-NUM-CONCURSO        PIC 9(06) VALUE ZERO.
002590     05  GER-JANELA-DIAS         PIC 9(03) VALUE ZERO.
002600     05  GER-ID-EXECUCAO.
002610         10  GER-ID-EXEC-DATA    PIC 9(08) VALUE ZERO.
002620         10  GER-ID-EXEC-HORA    PIC 9(06) VALUE ZERO.
002630     05  GER-ID-OPERADOR         PIC X(08) VALUE SPACES.
002640     05  GER-ID-TERMINAL         PIC X(08) VALUE SPACES.
002650     05  GER-NIVEL-OPERADOR      PIC 9(01) VALUE ZERO.
002660*----------------------------------------------------------------
002670*    AREA DE TRABALHO DO PALPITE CORRENTE
002680*----------------------------------------------------------------
002690 01  NUMEROS.
002700     05  NUM PIC 9(02) OCCURS 1 TO 20 TIMES
002710             DEPENDING ON GER-QTD-DEZENAS
002720             ASCENDING KEY IS NUM
002730             INDEXED BY IDX-NUM.
002740*----------------------------------------------------------------
002750*    BASE DO FECHAMENTO E COMBINACAO CORRENTE (INDICES DENTRO DA
002760*    BASE DAS DEZENAS QUE COMPOEM O PALPITE ATUAL)
002770*----------------------------------------------------------------
002780 01  GER-BASE-FECHAMENTO.
002790     05  GER-BASE-DEZENA PIC 9(02) OCCURS 1 TO 20 TIMES
002800             DEPENDING ON GER-QTD-BASE
002810             ASCENDING KEY IS GER-BASE-DEZENA
002820             INDEXED BY IDX-BASE.
002830 01  GER-COMBINACAO.
002840     05  GER-COMB-IDX            PIC 9(02) COMP OCCURS 20 TIMES.
002850*----------------------------------------------------------------
002860*    TABELAS DE TRIAGEM ANTI-COLISAO: CHAVES NORMALIZADAS (AS
002870*    DEZENAS EM ORDEM, NO MESMO FORMATO DO GRUPO NUMEROS) DOS
002880*    RESULTADOS OFICIAIS E DOS PALPITES RECENTES DO MESMO JOGO
002890*    E MESMA QTDE DE DEZENAS DO LOTE CORRENTE
002900*----------------------------------------------------------------
002910 01  GER-TAB-RESULTADOS.
002920     05  GER-RES-CHAVE           PIC X(40) OCCURS 3000 TIMES.
002930 01  GER-TAB-HISTORICO.
002940     05  GER-HIS-CHAVE           PIC X(40) OCCURS 10000 TIMES.
002950 01  GER-DEZENAS-CHAVE           PIC X(40).
002960*----------------------------------------------------------------
002970*    FREQUENCIA E PESO DE CADA DEZENA DO JOGO, MONTADOS A PARTIR
002980*    DOS RESULTADOS OFICIAIS PARA A GERACAO PONDERADA (O PESO
002990*    DIRIGE O SORTEIO PARA AS QUENTES, FRIAS OU EQUILIBRADAS)
003000*----------------------------------------------------------------
003010 01  GER-TAB-FREQUENCIA.
003020     05  GER-FREQ-DEZENA         PIC 9(06) COMP OCCURS 80 TIMES.
003030 01  GER-TAB-PESOS.
003040     05  GER-PESO-DEZENA         PIC 9(06) COMP OCCURS 80 TIMES.
003050*----------------------------------------------------------------
003060*    AREA DO MODO DE VERIFICACAO (REPLAY DE PALPITE GERADO)
003070*----------------------------------------------------------------
003080 01  GER-AREA-REPLAY.
003090     05  GER-REP-EXECUCAO        PIC X(14) VALUE SPACES.
003100     05  GER-REP-PALPITE         PIC 9(06) VALUE ZERO.
003110     05  GER-REP-TENTATIVAS      PIC 9(03) VALUE ZERO.
003120     05  GER-REP-QTD-IGUAIS      PIC 9(02) COMP VALUE ZERO.
003130     05  GER-REP-DEZENAS-GRAV.
003140         10  GER-REP-DEZENA      PIC 9(02) OCCURS 20 TIMES.
003150 01  GER-LINHA-REPLAY.
003160     05  FILLER                  PIC X(04) VALUE SPACES.
003170     05  GER-L-POSICAO           PIC Z9.
003180     05  FILLER                  PIC X(06) VALUE SPACES.
003190     05  GER-L-GERADO            PIC 9(02).
003200     05  FILLER                  PIC X(07) VALUE SPACES.
003210     05  GER-L-GRAVADO           PIC 9(02).
003220*----------------------------------------------------------------
003230*    PREFERENCIAS DO CLIENTE CARREGADAS DO PERFIL: DEZENAS FIXAS
003240*    (SEMPRE PRESENTES) E VETADAS (NUNCA SORTEADAS)
003250*----------------------------------------------------------------
003260 01  GER-PREFERENCIAS-CLIENTE.
003270     05  GER-QTD-FIXAS           PIC 9(02) VALUE ZERO.
003280     05  GER-DEZENAS-FIXAS.
003290         10  GER-DEZENA-FIXA     PIC 9(02) OCCURS 10 TIMES.
003300     05  GER-QTD-VETADAS         PIC 9(02) VALUE ZERO.
003310     05  GER-DEZENAS-VETADAS.
003320         10  GER-DEZENA-VETADA   PIC 9(02) OCCURS 10 TIMES.
003330 01  CONTADORES.
003340     05  I                       PIC 9(02) COMP.
003350     05  J                       PIC 9(02) COMP.
003360     05  GER-POS-AVANCO          PIC 9(02) COMP.
003370     05  GER-POS-SEGUINTE        PIC 9(02) COMP.
003380     05  GER-POS-PRIMEIRA-LIVRE  PIC 9(02) COMP VALUE 1.
003390     05  GER-QTD-VETADAS-FAIXA   PIC 9(02) COMP.
003400     05  GER-QTD-TENTATIVAS      PIC 9(03) COMP.
003410     05  GER-QTD-REDESENHOS      PIC 9(06) COMP VALUE ZERO.
003420     05  GER-QTD-RES-TABELA      PIC 9(04) COMP VALUE ZERO.
003430     05  GER-QTD-HIS-TABELA      PIC 9(05) COMP VALUE ZERO.
003440     05  GER-IDX-TABELA          PIC 9(05) COMP.
003450     05  GER-DIAS-INT            PIC 9(08) COMP.
003460     05  GER-DATA-LIMITE         PIC 9(08).
003470     05  GER-PALPITE-ATUAL       PIC 9(06) COMP.
003480     05  GER-PRIMEIRO-PALPITE    PIC 9(06) COMP VALUE 1.
003490     05  GER-QTD-AVANCOS         PIC 9(06) COMP.
003500     05  GER-QTD-COMBINACOES     PIC 9(09) COMP.
003510     05  GER-FREQ-MAXIMA         PIC 9(06) COMP.
003520     05  GER-FREQ-MEDIA          PIC 9(06) COMP.
003530     05  GER-FREQ-DESVIO         PIC 9(06) COMP.
003540     05  GER-SOMA-FREQ           PIC 9(09) COMP.
003550     05  GER-TOTAL-PESOS         PIC 9(09) COMP.
003560     05  GER-ALVO-PESO           PIC 9(09) COMP.
003570     05  GER-ACUM-PESO           PIC 9(09) COMP.
003580     05  GER-DEZ-CAND            PIC 9(02) COMP.
003590     05  GER-SEMENTE             PIC 9(09) COMP.
003600     05  GER-SEMENTE-ATUAL       PIC 9(18) COMP.
003610     05  GER-VALOR-DERIVADO      PIC 9(18) COMP.
003620 01  GER-DATA-ATUAL              PIC 9(08).
003630 01  GER-HORA-ATUAL              PIC 9(06).
003640*----------------------------------------------------------------
003650*    CALENDARIO DE CONCURSOS: HORA CHEIA DO SISTEMA (HHMMSSCC)
003660*    PARA COMPARAR COM O LIMITE DAS APOSTAS, CONCURSO SUGERIDO
003670*    E SITUACAO DO CONCURSO ALVO
003680*----------------------------------------------------------------
003690 01  GER-AREA-CALENDARIO.
003700     05  GER-HORA-SISTEMA        PIC 9(08) VALUE ZERO.
003710     05  GER-HORA-DETALHE REDEFINES GER-HORA-SISTEMA.
003720         10  GER-HORA-CORTE      PIC 9(06).
003730         10  FILLER              PIC 9(02).
003740     05  GER-CONC-SUGERIDO       PIC 9(06) VALUE ZERO.
003750     05  GER-CAL-DATA-LIMITE     PIC 9(08) VALUE ZERO.
003760     05  GER-CAL-HORA-LIMITE     PIC 9(06) VALUE ZERO.
003770     05  GER-SIT-CONCURSO        PIC X(01) VALUE SPACES.
003780         88  GER-CONCURSO-ABERTO     VALUE "A".
003790         88  GER-CONCURSO-AUSENTE    VALUE "X".
003800         88  GER-CONCURSO-CANCELADO  VALUE "C".
003810         88  GER-CONCURSO-ENCERRADO  VALUE "E".
003820*----------------------------------------------------------------
003830 PROCEDURE DIVISION.
003840 0000-MAINLINE.
003850     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003860     IF GER-MODO-REPLAY
003870         PERFORM 7000-VERIFICAR-PALPITE THRU 7000-EXIT
003880         GOBACK
003890     END-IF
003900     IF GER-MODO-RESTART
003910         PERFORM 1500-LER-CHECKPOINT THRU 1500-EXIT
003920     END-IF
003930     PERFORM 1070-VALIDAR-CONCURSO THRU 1070-EXIT
003940     IF NOT GER-GERACAO-FECHAMENTO
003950         PERFORM 1960-CARREGAR-RESULTADOS THRU 1960-EXIT
003960         IF GER-JANELA-DIAS > ZERO
003970             PERFORM 1970-CARREGAR-HISTORICO THRU 1970-EXIT
003980         END-IF
003990     END-IF
004000     OPEN EXTEND ARQ-PALPITES
004010     IF GER-FS-PALPITES = "35"
004020         OPEN OUTPUT ARQ-PALPITES
004030     END-IF
004040     OPEN EXTEND ARQ-AUDITORIA
004050     IF GER-FS-AUDITORIA = "35"
004060         OPEN OUTPUT ARQ-AUDITORIA
004070     END-IF
004080     IF NOT GER-MODO-RESTART
004090         PERFORM 1600-GRAVAR-CHECKPOINT-INICIAL THRU 1600-EXIT
004100     END-IF
004110     IF GER-GERACAO-FECHAMENTO
004120         PERFORM 1400-ARMAR-COMBINACAO-INICIAL THRU 1400-EXIT
004130         COMPUTE GER-QTD-AVANCOS = GER-PRIMEIRO-PALPITE - 1
004140         IF GER-QTD-AVANCOS > ZERO
004150             PERFORM 3600-AVANCAR-COMBINACAO THRU 3600-EXIT
004160                 GER-QTD-AVANCOS TIMES
004170         END-IF
004180     END-IF
004190     PERFORM 2000-GERAR-LOTE THRU 2000-EXIT
004200         VARYING GER-PALPITE-ATUAL FROM GER-PRIMEIRO-PALPITE BY 1
004210         UNTIL GER-PALPITE-ATUAL > GER-QTD-PALPITES-LOTE
004220     CLOSE ARQ-PALPITES
004230     CLOSE ARQ-AUDITORIA
004240     IF NOT GER-GERACAO-FECHAMENTO
004250         DISPLAY " "
004260         DISPLAY "PALPITES REDESENHADOS POR COLISAO: "
004270             GER-QTD-REDESENHOS
004280     END-IF
004290     GOBACK.
004300*----------------------------------------------------------------
004310*    1000-INICIALIZAR - LE OS PARAMETROS DE EXECUCAO E ARMA O
004320*                        JOGO ESCOLHIDO (DEZENA MAXIMA / QTDE)
004330*----------------------------------------------------------------
004340 1000-INICIALIZAR.
004350     ACCEPT GER-DATA-ATUAL FROM DATE YYYYMMDD
004360     ACCEPT GER-HORA-ATUAL FROM TIME
004370     MOVE GER-DATA-ATUAL TO GER-ID-EXEC-DATA
004380     MOVE GER-HORA-ATUAL TO GER-ID-EXEC-HORA
004390     COMPUTE GER-SEMENTE = FUNCTION MOD(
004400         GER-DATA-ATUAL * 1000 + GER-HORA-ATUAL, 999999999)
004410     DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING
004420     ACCEPT GER-ID-OPERADOR
004430     PERFORM 1050-VALIDAR-OPERADOR THRU 1050-EXIT
004440     DISPLAY "ID DO TERMINAL: " WITH NO ADVANCING
004450     ACCEPT GER-ID-TERMINAL
004460     DISPLAY "GERADOR DE PALPITES - ESCOLHA O JOGO"
004470     DISPLAY "  1 = MEGA-SENA  (60 DEZENAS,  6 A 15 MARCADAS)"
004480     DISPLAY "  2 = LOTOFACIL  (25 DEZENAS, 15 A 20 MARCADAS)"
004490     DISPLAY "  3 = QUINA      (80 DEZENAS,  5 MARCADAS)"
004500     DISPLAY "TIPO DE JOGO (1-3): " WITH NO ADVANCING
004510     ACCEPT GER-TIPO-JOGO
004520     EVALUATE TRUE
004530         WHEN GER-JOGO-MEGASENA
004540             MOVE 60 TO GER-DEZENA-MAXIMA
004550             DISPLAY "QTDE DE DEZENAS (6-15): " WITH NO ADVANCING
004560             ACCEPT GER-QTD-DEZENAS
004570             IF GER-QTD-DEZENAS < 6 OR GER-QTD-DEZENAS > 15
004580                 MOVE 6 TO GER-QTD-DEZENAS
004590             END-IF
004600         WHEN GER-JOGO-LOTOFACIL
004610             MOVE 25 TO GER-DEZENA-MAXIMA
004620             DISPLAY "QTDE DE DEZENAS (15-20): " WITH NO ADVANCING
004630             ACCEPT GER-QTD-DEZENAS
004640             IF GER-QTD-DEZENAS < 15 OR GER-QTD-DEZENAS > 20
004650                 MOVE 15 TO GER-QTD-DEZENAS
004660             END-IF
004670         WHEN GER-JOGO-QUINA
004680             MOVE 80 TO GER-DEZENA-MAXIMA
004690             MOVE 5 TO GER-QTD-DEZENAS
004700         WHEN OTHER
004710             MOVE 1 TO GER-TIPO-JOGO
004720             MOVE 60 TO GER-DEZENA-MAXIMA
004730             MOVE 6 TO GER-QTD-DEZENAS
004740     END-EVALUATE
004750     PERFORM 1060-SUGERIR-CONCURSO THRU 1060-EXIT
004760     DISPLAY "CONCURSO ALVO DA APOSTA (0=PROXIMO ABERTO "
004770         GER-CONC-SUGERIDO "): " WITH NO ADVANCING
004780     ACCEPT GER-NUM-CONCURSO
004790     IF GER-NUM-CONCURSO = ZERO
004800         MOVE GER-CONC-SUGERIDO TO GER-NUM-CONCURSO
004810         DISPLAY "CONCURSO ALVO ASSUMIDO: " GER-NUM-CONCURSO
004820     END-IF
004830     DISPLAY "GERACAO (A=ALEATORIA  F=FECHAMENTO"
004840         "  P=PONDERADA POR FREQUENCIA): " WITH NO ADVANCING
004850     ACCEPT GER-TIPO-GERACAO
004860     IF NOT GER-GERACAO-FECHAMENTO
004870        AND NOT GER-GERACAO-PONDERADA
004880         SET GER-GERACAO-ALEATORIA TO TRUE
004890     END-IF
004900     IF GER-GERACAO-PONDERADA
004910         DISPLAY "ESTRATEGIA (Q=QUENTES  F=FRIAS"
004920             "  E=EQUILIBRADA): " WITH NO ADVANCING
004930         ACCEPT GER-ESTRATEGIA
004940         IF NOT GER-ESTRATEGIA-FRIA
004950            AND NOT GER-ESTRATEGIA-EQUIL
004960             SET GER-ESTRATEGIA-QUENTE TO TRUE
004970         END-IF
004980     END-IF
004990     IF GER-GERACAO-FECHAMENTO AND GER-QTD-DEZENAS >= 20
005000         DISPLAY "FECHAMENTO EXIGE BASE MAIOR QUE A QTDE DE"
005010             " DEZENAS (MAXIMO 20) - GERACAO ALEATORIA ASSUMIDA"
005020         SET GER-GERACAO-ALEATORIA TO TRUE
005030     END-IF
005040     IF GER-GERACAO-FECHAMENTO
005050         PERFORM 1200-OBTER-BASE THRU 1200-EXIT
005060         PERFORM 1300-CALCULAR-COMBINACOES THRU 1300-EXIT
005070     ELSE
005080         MOVE SPACES TO GER-ID-PERFIL
005090         DISPLAY "PERFIL DE PREFERENCIAS (BRANCO=NENHUM): "
005100             WITH NO ADVANCING
005110         ACCEPT GER-ID-PERFIL
005120         IF GER-ID-PERFIL NOT = SPACES
005130             PERFORM 1800-CARREGAR-PERFIL THRU 1800-EXIT
005140         END-IF
005150         DISPLAY "JANELA DE COMPARACAO COM PALPITES JA VENDIDOS"
005160             " (DIAS, 0=NAO COMPARAR): " WITH NO ADVANCING
005170         ACCEPT GER-JANELA-DIAS
005180         DISPLAY "QUANTOS PALPITES NESTE LOTE (1=AVULSO): "
005190             WITH NO ADVANCING
005200         ACCEPT GER-QTD-PALPITES-LOTE
005210         IF GER-QTD-PALPITES-LOTE = ZERO
005220             MOVE 1 TO GER-QTD-PALPITES-LOTE
005230         END-IF
005240     END-IF
005250     DISPLAY "MODO (G=GERAR  R=RETOMAR  V=VERIFICAR PALPITE): "
005260         WITH NO ADVANCING
005270     ACCEPT GER-MODO-EXECUCAO
005280     IF NOT GER-MODO-RESTART AND NOT GER-MODO-REPLAY
005290         SET GER-MODO-GERACAO TO TRUE
005300     END-IF
005310     IF GER-MODO-REPLAY AND GER-NIVEL-OPERADOR NOT = 2
005320         DISPLAY "MODO DE VERIFICACAO RESTRITO A SUPERVISOR -"
005330             " ABORTANDO"
005340         MOVE 16 TO RETURN-CODE
005350         GOBACK
005360     END-IF.
005370 1000-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------
005400*    1050-VALIDAR-OPERADOR - LOCALIZA O OPERADOR INFORMADO NO
005410*                             CADASTRO DE OPERADORES E ABORTA A
005420*                             EXECUCAO QUANDO DESCONHECIDO OU
005430*                             INATIVO, ANTES DE QUALQUER
005440*                             GRAVACAO
005450*----------------------------------------------------------------
005460 1050-VALIDAR-OPERADOR.
005470     SET GER-OPER-ACHADO TO FALSE
005480     SET GER-FIM-OPERADORES TO FALSE
005490     OPEN INPUT ARQ-OPERADORES
005500     IF GER-FS-OPERADORES NOT = "00"
005510         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL -"
005520             " ABORTANDO"
005530         MOVE 16 TO RETURN-CODE
005540         GOBACK
005550     END-IF
005560     PERFORM UNTIL GER-FIM-OPERADORES OR GER-OPER-ACHADO
005570         READ ARQ-OPERADORES
005580             AT END
005590                 SET GER-FIM-OPERADORES TO TRUE
005600             NOT AT END
005610                 IF OPR-ID-OPERADOR = GER-ID-OPERADOR
005620                     SET GER-OPER-ACHADO TO TRUE
005630                 END-IF
005640         END-READ
005650     END-PERFORM
005660     CLOSE ARQ-OPERADORES
005670     IF NOT GER-OPER-ACHADO OR NOT OPR-ATIVO
005680         DISPLAY "OPERADOR " GER-ID-OPERADOR
005690             " DESCONHECIDO OU INATIVO - ABORTANDO"
005700         MOVE 16 TO RETURN-CODE
005710         GOBACK
005720     END-IF
005730     MOVE OPR-NIVEL-AUTORIZACAO TO GER-NIVEL-OPERADOR
005740     DISPLAY "OPERADOR " GER-ID-OPERADOR " - "
005750         OPR-NOME-OPERADOR.
005760 1050-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790*    1060-SUGERIR-CONCURSO - PERCORRE O CALENDARIO E GUARDA O
005800*                             MENOR CONCURSO DO JOGO ESCOLHIDO
005810*                             AINDA ABERTO PARA APOSTAS, QUE E
005820*                             OFERECIDO COMO PADRAO AO OPERADOR
005830*                             (ZERO QUANDO NAO HA NENHUM)
005840*----------------------------------------------------------------
005850 1060-SUGERIR-CONCURSO.
005860     MOVE ZERO TO GER-CONC-SUGERIDO
005870     ACCEPT GER-HORA-SISTEMA FROM TIME
005880     SET GER-FIM-CALENDARIO TO FALSE
005890     OPEN INPUT ARQ-CALENDARIO
005900     IF GER-FS-CALENDARIO NOT = "00"
005910         DISPLAY "CALENDARIO DE CONCURSOS INDISPONIVEL - SEM"
005920             " CONCURSO SUGERIDO"
005930         GO TO 1060-EXIT
005940     END-IF
005950     PERFORM UNTIL GER-FIM-CALENDARIO
005960         READ ARQ-CALENDARIO
005970             AT END
005980                 SET GER-FIM-CALENDARIO TO TRUE
005990             NOT AT END
006000                 PERFORM 1065-AVALIAR-SUGESTAO THRU 1065-EXIT
006010         END-READ
006020     END-PERFORM
006030     CLOSE ARQ-CALENDARIO
006040     IF GER-CONC-SUGERIDO = ZERO
006050         DISPLAY "NENHUM CONCURSO ABERTO NO CALENDARIO PARA O"
006060             " JOGO " GER-TIPO-JOGO
006070     END-IF.
006080 1060-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110*    1065-AVALIAR-SUGESTAO - TOMA O CONCURSO LIDO COMO SUGESTAO
006120*                             QUANDO E DO JOGO, ESTA ATIVO, O
006130*                             LIMITE DAS APOSTAS NAO VENCEU E O
006140*                             NUMERO E MENOR QUE O JA GUARDADO
006150*----------------------------------------------------------------
006160 1065-AVALIAR-SUGESTAO.
006170     IF CAL-TIPO-JOGO = GER-TIPO-JOGO
006180        AND CAL-ATIVO
006190        AND (CAL-DATA-LIMITE > GER-DATA-ATUAL
006200             OR (CAL-DATA-LIMITE = GER-DATA-ATUAL
006210                 AND CAL-HORA-LIMITE > GER-HORA-CORTE))
006220        AND (GER-CONC-SUGERIDO = ZERO
006230             OR CAL-NUM-CONCURSO < GER-CONC-SUGERIDO)
006240         MOVE CAL-NUM-CONCURSO TO GER-CONC-SUGERIDO
006250     END-IF.
006260 1065-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290*    1070-VALIDAR-CONCURSO - LOCALIZA O CONCURSO ALVO DO LOTE NO
006300*                             CALENDARIO E RECUSA A EXECUCAO
006310*                             (RC 8), COM O MOTIVO, QUANDO ELE
006320*                             NAO CONSTA, FOI CANCELADO OU JA
006330*                             PASSOU DO LIMITE DAS APOSTAS. VALE
006340*                             TAMBEM PARA O RESTART: NENHUM
006350*                             PALPITE E GRAVADO APOS O LIMITE
006360*----------------------------------------------------------------
006370 1070-VALIDAR-CONCURSO.
006380     IF GER-NUM-CONCURSO = ZERO
006390         DISPLAY "CONCURSO ALVO NAO INFORMADO E SEM CONCURSO"
006400             " ABERTO NO CALENDARIO PARA O JOGO " GER-TIPO-JOGO
006410             " - RECUSADO"
006420         MOVE 8 TO RETURN-CODE
006430         GOBACK
006440     END-IF
006450     ACCEPT GER-DATA-ATUAL FROM DATE YYYYMMDD
006460     ACCEPT GER-HORA-SISTEMA FROM TIME
006470     SET GER-CONCURSO-AUSENTE TO TRUE
006480     SET GER-CONC-ACHADO TO FALSE
006490     SET GER-FIM-CALENDARIO TO FALSE
006500     OPEN INPUT ARQ-CALENDARIO
006510     IF GER-FS-CALENDARIO NOT = "00"
006520         DISPLAY "ERRO " GER-FS-CALENDARIO
006530             " AO ABRIR O CALENDARIO DE CONCURSOS - ABORTANDO"
006540         MOVE 16 TO RETURN-CODE
006550         GOBACK
006560     END-IF
006570     PERFORM UNTIL GER-FIM-CALENDARIO OR GER-CONC-ACHADO
006580         READ ARQ-CALENDARIO
006590             AT END
006600                 SET GER-FIM-CALENDARIO TO TRUE
006610             NOT AT END
006620                 IF CAL-TIPO-JOGO = GER-TIPO-JOGO
006630                    AND CAL-NUM-CONCURSO = GER-NUM-CONCURSO
006640                     SET GER-CONC-ACHADO TO TRUE
006650                     PERFORM 1075-SITUAR-CONCURSO
006660                         THRU 1075-EXIT
006670                 END-IF
006680         END-READ
006690     END-PERFORM
006700     CLOSE ARQ-CALENDARIO
006710     EVALUATE TRUE
006720         WHEN GER-CONCURSO-AUSENTE
006730             DISPLAY "CONCURSO " GER-NUM-CONCURSO
006740                 " NAO CONSTA DO CALENDARIO DO JOGO "
006750                 GER-TIPO-JOGO " - RECUSADO"
006760         WHEN GER-CONCURSO-CANCELADO
006770             DISPLAY "CONCURSO " GER-NUM-CONCURSO
006780                 " CANCELADO NO CALENDARIO - RECUSADO"
006790         WHEN GER-CONCURSO-ENCERRADO
006800             DISPLAY "APOSTAS DO CONCURSO " GER-NUM-CONCURSO
006810                 " ENCERRADAS EM " GER-CAL-DATA-LIMITE " "
006820                 GER-CAL-HORA-LIMITE " - RECUSADO"
006830     END-EVALUATE
006840     IF NOT GER-CONCURSO-ABERTO
006850         MOVE 8 TO RETURN-CODE
006860         GOBACK
006870     END-IF
006880     DISPLAY "CONCURSO " GER-NUM-CONCURSO " ABERTO PARA APOSTAS"
006890         " ATE " GER-CAL-DATA-LIMITE " " GER-CAL-HORA-LIMITE.
006900 1070-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------
006930*    1075-SITUAR-CONCURSO - CLASSIFICA O CONCURSO ALVO LIDO DO
006940*                            CALENDARIO EM ABERTO, CANCELADO OU
006950*                            ENCERRADO (LIMITE DAS APOSTAS JA
006960*                            ALCANCADO NESTE MOMENTO)
006970*----------------------------------------------------------------
006980 1075-SITUAR-CONCURSO.
006990     MOVE CAL-DATA-LIMITE TO GER-CAL-DATA-LIMITE
007000     MOVE CAL-HORA-LIMITE TO GER-CAL-HORA-LIMITE
007010     EVALUATE TRUE
007020         WHEN NOT CAL-ATIVO
007030             SET GER-CONCURSO-CANCELADO TO TRUE
007040         WHEN CAL-DATA-LIMITE < GER-DATA-ATUAL
007050             SET GER-CONCURSO-ENCERRADO TO TRUE
007060         WHEN CAL-DATA-LIMITE = GER-DATA-ATUAL
007070          AND CAL-HORA-LIMITE <= GER-HORA-CORTE
007080             SET GER-CONCURSO-ENCERRADO TO TRUE
007090         WHEN OTHER
007100             SET GER-CONCURSO-ABERTO TO TRUE
007110     END-EVALUATE.
007120 1075-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150*    1200-OBTER-BASE - LE A QTDE DE DEZENAS DA BASE DO FECHAMENTO
007160*                       E CADA DEZENA BASE, REJEITANDO FORA DE
007170*                       FAIXA E REPETICAO, E DEIXA A BASE ORDENADA
007180*----------------------------------------------------------------
007190 1200-OBTER-BASE.
007200     SET GER-BASE-ACEITA TO FALSE
007210     PERFORM UNTIL GER-BASE-ACEITA
007220         DISPLAY "QTDE DE DEZENAS DA BASE (MAIOR QUE "
007230             GER-QTD-DEZENAS ", ATE 20): " WITH NO ADVANCING
007240         ACCEPT GER-QTD-BASE
007250         IF GER-QTD-BASE > GER-QTD-DEZENAS
007260            AND GER-QTD-BASE <= 20
007270            AND GER-QTD-BASE <= GER-DEZENA-MAXIMA
007280             SET GER-BASE-ACEITA TO TRUE
007290         ELSE
007300             DISPLAY "QTDE DE BASE INVALIDA PARA ESTE JOGO"
007310         END-IF
007320     END-PERFORM
007330     PERFORM 1210-OBTER-UMA-BASE THRU 1210-EXIT
007340         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-BASE
007350     SORT GER-BASE-DEZENA.
007360 1200-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------
007390*    1210-OBTER-UMA-BASE - LE A DEZENA BASE DA POSICAO I,
007400*                           INSISTINDO ATE RECEBER UMA DEZENA
007410*                           DENTRO DA FAIXA E AINDA NAO USADA
007420*----------------------------------------------------------------
007430 1210-OBTER-UMA-BASE.
007440     SET GER-BASE-ACEITA TO FALSE
007450     PERFORM UNTIL GER-BASE-ACEITA
007460         DISPLAY "DEZENA BASE " I " (1-" GER-DEZENA-MAXIMA
007470             "): " WITH NO ADVANCING
007480         ACCEPT GER-DEZENA-ENTRADA
007490         SET GER-BASE-ACEITA TO TRUE
007500         IF GER-DEZENA-ENTRADA < 1
007510            OR GER-DEZENA-ENTRADA > GER-DEZENA-MAXIMA
007520             DISPLAY "DEZENA FORA DA FAIXA DO JOGO"
007530             SET GER-BASE-ACEITA TO FALSE
007540         ELSE
007550             IF I > 1
007560                 PERFORM 1220-VERIFICAR-BASE-DUP THRU 1220-EXIT
007570                     VARYING J FROM 1 BY 1 UNTIL J > I - 1
007580             END-IF
007590         END-IF
007600     END-PERFORM
007610     MOVE GER-DEZENA-ENTRADA TO GER-BASE-DEZENA(I).
007620 1210-EXIT.
007630     EXIT.
007640*----------------------------------------------------------------
007650*    1220-VERIFICAR-BASE-DUP - RECUSA A DEZENA RECEM DIGITADA
007660*                               QUANDO IGUAL A DEZENA BASE J
007670*----------------------------------------------------------------
007680 1220-VERIFICAR-BASE-DUP.
007690     IF GER-DEZENA-ENTRADA = GER-BASE-DEZENA(J)
007700         DISPLAY "DEZENA JA INFORMADA NA BASE"
007710         SET GER-BASE-ACEITA TO FALSE
007720     END-IF.
007730 1220-EXIT.
007740     EXIT.
007750*----------------------------------------------------------------
007760*    1300-CALCULAR-COMBINACOES - CALCULA QUANTAS COMBINACOES DE
007770*                                 QTD-DEZENAS EXISTEM NA BASE E
007780*                                 ARMA O TAMANHO DO LOTE
007790*----------------------------------------------------------------
007800 1300-CALCULAR-COMBINACOES.
007810     MOVE 1 TO GER-QTD-COMBINACOES
007820     PERFORM 1310-MULTIPLICAR-FAIXA THRU 1310-EXIT
007830         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-DEZENAS
007840     MOVE GER-QTD-COMBINACOES TO GER-QTD-PALPITES-LOTE
007850     DISPLAY "FECHAMENTO DE " GER-QTD-BASE " DEZENAS GERA "
007860         GER-QTD-PALPITES-LOTE " PALPITES".
007870 1300-EXIT.
007880     EXIT.
007890*----------------------------------------------------------------
007900*    1310-MULTIPLICAR-FAIXA - PASSO I DO CALCULO DO NUMERO DE
007910*                              COMBINACOES (PRODUTO EXATO, A
007920*                              DIVISAO POR I NUNCA DEIXA RESTO)
007930*----------------------------------------------------------------
007940 1310-MULTIPLICAR-FAIXA.
007950     COMPUTE GER-QTD-COMBINACOES = GER-QTD-COMBINACOES *
007960         (GER-QTD-BASE - GER-QTD-DEZENAS + I) / I.
007970 1310-EXIT.
007980     EXIT.
007990*----------------------------------------------------------------
008000*    1400-ARMAR-COMBINACAO-INICIAL - POSICIONA A COMBINACAO
008010*                                     CORRENTE NA PRIMEIRA (AS
008020*                                     QTD-DEZENAS PRIMEIRAS
008030*                                     DEZENAS DA BASE)
008040*----------------------------------------------------------------
008050 1400-ARMAR-COMBINACAO-INICIAL.
008060     PERFORM 1410-ARMAR-POSICAO THRU 1410-EXIT
008070         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-DEZENAS.
008080 1400-EXIT.
008090     EXIT.
008100*----------------------------------------------------------------
008110*    1410-ARMAR-POSICAO - A POSICAO I DA COMBINACAO INICIAL
008120*                          APONTA PARA A DEZENA I DA BASE
008130*----------------------------------------------------------------
008140 1410-ARMAR-POSICAO.
008150     MOVE I TO GER-COMB-IDX(I).
008160 1410-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------
008190*    1500-LER-CHECKPOINT - RECUPERA O ULTIMO PALPITE CONCLUIDO DE
008200*                           UM LOTE ANTERIOR E AJUSTA O PONTO DE
008210*                           PARTIDA PARA A PROXIMA GERACAO
008220*----------------------------------------------------------------
008230 1500-LER-CHECKPOINT.
008240     MOVE SPACES TO CKP-ID-EXECUCAO
008250     OPEN INPUT ARQ-CHECKPOINT
008260     IF GER-FS-CHECKPOINT = "00"
008270         READ ARQ-CHECKPOINT
008280             AT END
008290                 CONTINUE
008300         END-READ
008310         CLOSE ARQ-CHECKPOINT
008320     END-IF
008330     IF CKP-ID-EXECUCAO NOT = SPACES
008340         MOVE CKP-ID-EXECUCAO       TO GER-ID-EXECUCAO
008350         MOVE CKP-TIPO-JOGO         TO GER-TIPO-JOGO
008360         MOVE CKP-QTD-DEZENAS       TO GER-QTD-DEZENAS
008370         MOVE CKP-QTD-PALPITES-LOTE TO GER-QTD-PALPITES-LOTE
008380         MOVE CKP-TIPO-GERACAO      TO GER-TIPO-GERACAO
008390         IF NOT GER-GERACAO-FECHAMENTO
008400            AND NOT GER-GERACAO-PONDERADA
008410             SET GER-GERACAO-ALEATORIA TO TRUE
008420         END-IF
008430         MOVE CKP-ESTRATEGIA        TO GER-ESTRATEGIA
008440         MOVE CKP-QTD-BASE          TO GER-QTD-BASE
008450         IF GER-GERACAO-FECHAMENTO
008460             PERFORM 1510-RESTAURAR-BASE THRU 1510-EXIT
008470                 VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-BASE
008480         END-IF
008490         IF CKP-NUM-CONCURSO NUMERIC
008500             MOVE CKP-NUM-CONCURSO  TO GER-NUM-CONCURSO
008510         ELSE
008520*            CHECKPOINT ANTERIOR AO CONCURSO ALVO: RETOMA SEM
008530*            ALVO EM VEZ DE ARRASTAR BRANCO PARA O PALPITE
008540             MOVE ZERO              TO GER-NUM-CONCURSO
008550         END-IF
008560         MOVE CKP-ID-PERFIL         TO GER-ID-PERFIL
008570         IF GER-ID-PERFIL NOT = SPACES
008580             PERFORM 1800-CARREGAR-PERFIL THRU 1800-EXIT
008590         END-IF
008600         COMPUTE GER-PRIMEIRO-PALPITE =
008610             CKP-ULT-PALPITE-OK + 1
008620         EVALUATE GER-TIPO-JOGO
008630             WHEN 1 MOVE 60 TO GER-DEZENA-MAXIMA
008640             WHEN 2 MOVE 25 TO GER-DEZENA-MAXIMA
008650             WHEN 3 MOVE 80 TO GER-DEZENA-MAXIMA
008660         END-EVALUATE
008670         DISPLAY "RETOMANDO EXECUCAO " GER-ID-EXECUCAO
008680             " A PARTIR DO PALPITE " GER-PRIMEIRO-PALPITE
008690     ELSE
008700         DISPLAY "NENHUM CHECKPOINT PENDENTE - INICIANDO DO ZERO"
008710         MOVE 1 TO GER-PRIMEIRO-PALPITE
008720     END-IF.
008730 1500-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760*    1510-RESTAURAR-BASE - DEVOLVE A DEZENA BASE I GUARDADA NO
008770*                           CHECKPOINT PARA A TABELA DA BASE
008780*----------------------------------------------------------------
008790 1510-RESTAURAR-BASE.
008800     MOVE CKP-BASE-DEZENA(I) TO GER-BASE-DEZENA(I).
008810 1510-EXIT.
008820     EXIT.
008830*----------------------------------------------------------------
008840*    1600-GRAVAR-CHECKPOINT-INICIAL - ZERA O CHECKPOINT NO INICIO
008850*                                      DE UM LOTE NOVO
008860*----------------------------------------------------------------
008870 1600-GRAVAR-CHECKPOINT-INICIAL.
008880     MOVE GER-ID-EXECUCAO         TO CKP-ID-EXECUCAO
008890     MOVE GER-TIPO-JOGO           TO CKP-TIPO-JOGO
008900     MOVE GER-QTD-DEZENAS         TO CKP-QTD-DEZENAS
008910     MOVE GER-QTD-PALPITES-LOTE   TO CKP-QTD-PALPITES-LOTE
008920     MOVE ZERO                    TO CKP-ULT-PALPITE-OK
008930     MOVE GER-DATA-ATUAL          TO CKP-DATA-ATUALIZACAO
008940     MOVE GER-HORA-ATUAL          TO CKP-HORA-ATUALIZACAO
008950     PERFORM 1700-COPIAR-GERACAO-CKP THRU 1700-EXIT
008960     OPEN OUTPUT ARQ-CHECKPOINT
008970     WRITE CHECKPOINT-REC
008980     IF GER-FS-CHECKPOINT NOT = "00"
008990         DISPLAY "ERRO " GER-FS-CHECKPOINT
009000             " AO GRAVAR O CHECKPOINT INICIAL - ABORTANDO"
009010         MOVE 16 TO RETURN-CODE
009020         GOBACK
009030     END-IF
009040     CLOSE ARQ-CHECKPOINT.
009050 1600-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------
009080*    1700-COPIAR-GERACAO-CKP - COPIA O TIPO DE GERACAO E A BASE
009090*                               DO FECHAMENTO PARA O REGISTRO DE
009100*                               CHECKPOINT PRESTES A SER GRAVADO
009110*----------------------------------------------------------------
009120 1700-COPIAR-GERACAO-CKP.
009130     MOVE GER-TIPO-GERACAO        TO CKP-TIPO-GERACAO
009140     MOVE GER-QTD-BASE            TO CKP-QTD-BASE
009150     MOVE GER-ID-PERFIL           TO CKP-ID-PERFIL
009160     MOVE GER-NUM-CONCURSO        TO CKP-NUM-CONCURSO
009170     MOVE GER-ESTRATEGIA          TO CKP-ESTRATEGIA
009180     MOVE ZERO                    TO CKP-BASE-DEZENAS
009190     PERFORM 1710-COPIAR-BASE-DEZENA THRU 1710-EXIT
009200         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-BASE.
009210 1700-EXIT.
009220     EXIT.
009230*----------------------------------------------------------------
009240*    1710-COPIAR-BASE-DEZENA - COPIA A DEZENA BASE I PARA O
009250*                               CHECKPOINT
009260*----------------------------------------------------------------
009270 1710-COPIAR-BASE-DEZENA.
009280     MOVE GER-BASE-DEZENA(I) TO CKP-BASE-DEZENA(I).
009290 1710-EXIT.
009300     EXIT.
009310*----------------------------------------------------------------
009320*    1800-CARREGAR-PERFIL - LOCALIZA O PERFIL INFORMADO NO
009330*                            ARQUIVO DE PREFERENCIAS, COPIA AS
009340*                            FIXAS E VETADAS E VALIDA QUE O
009350*                            PEDIDO E SATISFATIVEL NO JOGO
009360*----------------------------------------------------------------
009370 1800-CARREGAR-PERFIL.
009380     SET GER-PERFIL-ACHADO TO FALSE
009390     SET GER-FIM-PREFERENCIAS TO FALSE
009400     OPEN INPUT ARQ-PREFERENCIAS
009410     IF GER-FS-PREFERENCIAS NOT = "00"
009420         DISPLAY "ARQUIVO DE PREFERENCIAS INDISPONIVEL"
009430         PERFORM 1950-DESCARTAR-PERFIL THRU 1950-EXIT
009440         GO TO 1800-EXIT
009450     END-IF
009460     PERFORM UNTIL GER-FIM-PREFERENCIAS OR GER-PERFIL-ACHADO
009470         READ ARQ-PREFERENCIAS
009480             AT END
009490                 SET GER-FIM-PREFERENCIAS TO TRUE
009500             NOT AT END
009510                 IF PRF-ID-PERFIL = GER-ID-PERFIL
009520                     SET GER-PERFIL-ACHADO TO TRUE
009530                 END-IF
009540         END-READ
009550     END-PERFORM
009560     CLOSE ARQ-PREFERENCIAS
009570     IF NOT GER-PERFIL-ACHADO
009580         DISPLAY "PERFIL " GER-ID-PERFIL " NAO ENCONTRADO"
009590         PERFORM 1950-DESCARTAR-PERFIL THRU 1950-EXIT
009600         GO TO 1800-EXIT
009610     END-IF
009620     MOVE PRF-QTD-FIXAS          TO GER-QTD-FIXAS
009630     MOVE PRF-DEZENAS-FIXAS      TO GER-DEZENAS-FIXAS
009640     MOVE PRF-QTD-VETADAS        TO GER-QTD-VETADAS
009650     MOVE PRF-DEZENAS-VETADAS    TO GER-DEZENAS-VETADAS
009660     DISPLAY "PERFIL " GER-ID-PERFIL " - "
009670         PRF-NOME-CLIENTE
009680     PERFORM 1900-VALIDAR-PERFIL THRU 1900-EXIT.
009690 1800-EXIT.
009700     EXIT.
009710*----------------------------------------------------------------
009720*    1900-VALIDAR-PERFIL - CONFERE QUE AS FIXAS CABEM NA QTDE DE
009730*                           DEZENAS, QUE SOBRAM DEZENAS
009740*                           SORTEAVEIS DEPOIS DOS VETOS E QUE
009750*                           CADA FIXA E VALIDA (FAIXA DO JOGO,
009760*                           SEM REPETICAO, NAO VETADA)
009770*----------------------------------------------------------------
009780 1900-VALIDAR-PERFIL.
009790     SET GER-PERFIL-VALIDO TO TRUE
009800     IF GER-QTD-FIXAS > 10 OR GER-QTD-VETADAS > 10
009810        OR GER-QTD-FIXAS > GER-QTD-DEZENAS
009820         DISPLAY "PERFIL PEDE MAIS FIXAS DO QUE O CARTAO TEM"
009830         SET GER-PERFIL-VALIDO TO FALSE
009840     END-IF
009850     IF GER-PERFIL-VALIDO
009860         MOVE ZERO TO GER-QTD-VETADAS-FAIXA
009870         IF GER-QTD-VETADAS > ZERO
009880             PERFORM 1920-CONTAR-VETADA-FAIXA THRU 1920-EXIT
009890                 VARYING J FROM 1 BY 1
009900                 UNTIL J > GER-QTD-VETADAS
009910         END-IF
009920         IF GER-DEZENA-MAXIMA - GER-QTD-VETADAS-FAIXA <
009930            GER-QTD-DEZENAS
009940             DISPLAY "VETOS NAO DEIXAM DEZENAS SUFICIENTES"
009950             SET GER-PERFIL-VALIDO TO FALSE
009960         END-IF
009970     END-IF
009980     IF GER-PERFIL-VALIDO AND GER-QTD-FIXAS > ZERO
009990         PERFORM 1910-VALIDAR-FIXA THRU 1910-EXIT
010000             VARYING I FROM 1 BY 1
010010             UNTIL I > GER-QTD-FIXAS
010020                OR NOT GER-PERFIL-VALIDO
010030     END-IF
010040     IF GER-PERFIL-VALIDO
010050         COMPUTE GER-POS-PRIMEIRA-LIVRE = GER-QTD-FIXAS + 1
010060     ELSE
010070         PERFORM 1950-DESCARTAR-PERFIL THRU 1950-EXIT
010080     END-IF.
010090 1900-EXIT.
010100     EXIT.
010110*----------------------------------------------------------------
010120*    1910-VALIDAR-FIXA - EXIGE FIXA I DENTRO DA FAIXA DO JOGO,
010130*                         NAO VETADA E SEM REPETICAO COM AS
010140*                         FIXAS DE 1 ATE I-1
010150*----------------------------------------------------------------
010160 1910-VALIDAR-FIXA.
010170     IF GER-DEZENA-FIXA(I) < 1
010180        OR GER-DEZENA-FIXA(I) > GER-DEZENA-MAXIMA
010190         DISPLAY "FIXA " GER-DEZENA-FIXA(I)
010200             " FORA DA FAIXA DO JOGO"
010210         SET GER-PERFIL-VALIDO TO FALSE
010220         GO TO 1910-EXIT
010230     END-IF
010240     IF GER-QTD-VETADAS > ZERO
010250         PERFORM 1915-FIXA-CONTRA-VETADA THRU 1915-EXIT
010260             VARYING J FROM 1 BY 1 UNTIL J > GER-QTD-VETADAS
010270     END-IF
010280     IF GER-PERFIL-VALIDO AND I > 1
010290         PERFORM 1918-FIXA-CONTRA-FIXA THRU 1918-EXIT
010300             VARYING J FROM 1 BY 1 UNTIL J > I - 1
010310     END-IF.
010320 1910-EXIT.
010330     EXIT.
010340*----------------------------------------------------------------
010350*    1915-FIXA-CONTRA-VETADA - UMA DEZENA NAO PODE SER FIXA E
010360*                               VETADA AO MESMO TEMPO
010370*----------------------------------------------------------------
010380 1915-FIXA-CONTRA-VETADA.
010390     IF GER-DEZENA-FIXA(I) = GER-DEZENA-VETADA(J)
010400         DISPLAY "FIXA " GER-DEZENA-FIXA(I) " TAMBEM VETADA"
010410         SET GER-PERFIL-VALIDO TO FALSE
010420     END-IF.
010430 1915-EXIT.
010440     EXIT.
010450*----------------------------------------------------------------
010460*    1918-FIXA-CONTRA-FIXA - RECUSA FIXA REPETIDA NO PERFIL
010470*----------------------------------------------------------------
010480 1918-FIXA-CONTRA-FIXA.
010490     IF GER-DEZENA-FIXA(I) = GER-DEZENA-FIXA(J)
010500         DISPLAY "FIXA " GER-DEZENA-FIXA(I) " REPETIDA"
010510         SET GER-PERFIL-VALIDO TO FALSE
010520     END-IF.
010530 1918-EXIT.
010540     EXIT.
010550*----------------------------------------------------------------
010560*    1920-CONTAR-VETADA-FAIXA - CONTA SO OS VETOS QUE CAEM NA
010570*                                FAIXA DO JOGO (VETO FORA DA
010580*                                FAIXA NAO TIRA DEZENA NENHUMA)
010590*----------------------------------------------------------------
010600 1920-CONTAR-VETADA-FAIXA.
010610     IF GER-DEZENA-VETADA(J) >= 1
010620        AND GER-DEZENA-VETADA(J) <= GER-DEZENA-MAXIMA
010630         ADD 1 TO GER-QTD-VETADAS-FAIXA
010640     END-IF.
010650 1920-EXIT.
010660     EXIT.
010670*----------------------------------------------------------------
010680*    1950-DESCARTAR-PERFIL - ANULA O PERFIL (A GERACAO SEGUE SEM
010690*                             FIXAS NEM VETOS E O PALPITE NAO E
010700*                             MARCADO COM O PERFIL)
010710*----------------------------------------------------------------
010720 1950-DESCARTAR-PERFIL.
010730     DISPLAY "PERFIL DESCONSIDERADO NESTA EXECUCAO"
010740     MOVE SPACES TO GER-ID-PERFIL
010750     MOVE ZERO   TO GER-QTD-FIXAS
010760     MOVE ZERO   TO GER-QTD-VETADAS
010770     MOVE 1      TO GER-POS-PRIMEIRA-LIVRE.
010780 1950-EXIT.
010790     EXIT.
010800*----------------------------------------------------------------
010810*    1960-CARREGAR-RESULTADOS - CARREGA NA TABELA DE TRIAGEM A
010820*                                CHAVE NORMALIZADA DE CADA
010830*                                RESULTADO OFICIAL DO MESMO JOGO
010840*                                E MESMA QTDE DE DEZENAS DO LOTE
010850*----------------------------------------------------------------
010860 1960-CARREGAR-RESULTADOS.
010870     MOVE ZERO TO GER-QTD-RES-TABELA
010880     IF GER-GERACAO-PONDERADA
010890         INITIALIZE GER-TAB-FREQUENCIA
010900     END-IF
010910     SET GER-FIM-RESULTADOS TO FALSE
010920     OPEN INPUT ARQ-RESULTADOS
010930     IF GER-FS-RESULTADOS NOT = "00"
010940         DISPLAY "SEM RESULTADOS OFICIAIS PARA COMPARAR"
010950         IF GER-GERACAO-PONDERADA
010960             PERFORM 1990-ARMAR-PESOS THRU 1990-EXIT
010970         END-IF
010980         GO TO 1960-EXIT
010990     END-IF
011000     PERFORM UNTIL GER-FIM-RESULTADOS
011010         READ ARQ-RESULTADOS
011020             AT END
011030                 SET GER-FIM-RESULTADOS TO TRUE
011040             NOT AT END
011050                 IF GER-GERACAO-PONDERADA
011060                    AND RES-TIPO-JOGO = GER-TIPO-JOGO
011070                     PERFORM 1985-ACUMULAR-FREQUENCIA
011080                         THRU 1985-EXIT
011090                         VARYING J FROM 1 BY 1
011100                         UNTIL J > RES-QTD-DEZENAS
011110                 END-IF
011120                 IF RES-TIPO-JOGO = GER-TIPO-JOGO
011130                    AND RES-QTD-DEZENAS = GER-QTD-DEZENAS
011140                     PERFORM 1965-GUARDAR-RESULTADO
011150                         THRU 1965-EXIT
011160                 END-IF
011170         END-READ
011180     END-PERFORM
011190     CLOSE ARQ-RESULTADOS
011200     DISPLAY "RESULTADOS NA TRIAGEM....: " GER-QTD-RES-TABELA
011210     IF GER-GERACAO-PONDERADA
011220         PERFORM 1990-ARMAR-PESOS THRU 1990-EXIT
011230     END-IF.
011240 1960-EXIT.
011250     EXIT.
011260*----------------------------------------------------------------
011270*    1965-GUARDAR-RESULTADO - NORMALIZA AS DEZENAS DO CONCURSO
011280*                              CORRENTE E GUARDA A CHAVE NA
011290*                              TABELA DE RESULTADOS
011300*----------------------------------------------------------------
011310 1965-GUARDAR-RESULTADO.
011320     IF GER-QTD-RES-TABELA >= 3000
011330         DISPLAY "TABELA DE RESULTADOS CHEIA - TRIAGEM PARCIAL"
011340         GO TO 1965-EXIT
011350     END-IF
011360     PERFORM 1968-MOVER-DEZENA-RES THRU 1968-EXIT
011370         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-DEZENAS
011380     PERFORM 1980-NORMALIZAR-CHAVE THRU 1980-EXIT
011390     ADD 1 TO GER-QTD-RES-TABELA
011400     MOVE GER-DEZENAS-CHAVE TO
011410         GER-RES-CHAVE(GER-QTD-RES-TABELA).
011420 1965-EXIT.
011430     EXIT.
011440*----------------------------------------------------------------
011450*    1968-MOVER-DEZENA-RES - COPIA A DEZENA I DO RESULTADO PARA
011460*                             A AREA DE NORMALIZACAO
011470*----------------------------------------------------------------
011480 1968-MOVER-DEZENA-RES.
011490     MOVE RES-DEZENA(I) TO NUM(I).
011500 1968-EXIT.
011510     EXIT.
011520*----------------------------------------------------------------
011530*    1970-CARREGAR-HISTORICO - CARREGA NA TABELA DE TRIAGEM A
011540*                               CHAVE NORMALIZADA DOS PALPITES JA
011550*                               VENDIDOS DO MESMO JOGO E QTDE,
011560*                               GERADOS DENTRO DA JANELA DE DIAS
011570*----------------------------------------------------------------
011580 1970-CARREGAR-HISTORICO.
011590     MOVE ZERO TO GER-QTD-HIS-TABELA
011600     SET GER-FIM-HISTORICO TO FALSE
011610     COMPUTE GER-DIAS-INT =
011620         FUNCTION INTEGER-OF-DATE(GER-DATA-ATUAL)
011630         - GER-JANELA-DIAS
011640     COMPUTE GER-DATA-LIMITE =
011650         FUNCTION DATE-OF-INTEGER(GER-DIAS-INT)
011660     OPEN INPUT ARQ-PALPITES
011670     IF GER-FS-PALPITES NOT = "00"
011680         DISPLAY "SEM HISTORICO DE PALPITES PARA COMPARAR"
011690         MOVE "00" TO GER-FS-PALPITES
011700         GO TO 1970-EXIT
011710     END-IF
011720     PERFORM UNTIL GER-FIM-HISTORICO
011730         READ ARQ-PALPITES
011740             AT END
011750                 SET GER-FIM-HISTORICO TO TRUE
011760             NOT AT END
011770                 IF PLT-TIPO-JOGO = GER-TIPO-JOGO
011780                    AND PLT-QTD-DEZENAS = GER-QTD-DEZENAS
011790                    AND PLT-DATA-GERACAO >= GER-DATA-LIMITE
011800                     PERFORM 1975-GUARDAR-PALPITE-HIST
011810                         THRU 1975-EXIT
011820                 END-IF
011830         END-READ
011840     END-PERFORM
011850     CLOSE ARQ-PALPITES
011860     DISPLAY "PALPITES NA TRIAGEM......: " GER-QTD-HIS-TABELA.
011870 1970-EXIT.
011880     EXIT.
011890*----------------------------------------------------------------
011900*    1975-GUARDAR-PALPITE-HIST - NORMALIZA AS DEZENAS DO PALPITE
011910*                                 LIDO E GUARDA A CHAVE NA TABELA
011920*                                 DE HISTORICO
011930*----------------------------------------------------------------
011940 1975-GUARDAR-PALPITE-HIST.
011950     IF GER-QTD-HIS-TABELA >= 10000
011960         DISPLAY "TABELA DE HISTORICO CHEIA - TRIAGEM PARCIAL"
011970         GO TO 1975-EXIT
011980     END-IF
011990     PERFORM 1978-MOVER-DEZENA-HIST THRU 1978-EXIT
012000         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-DEZENAS
012010     PERFORM 1980-NORMALIZAR-CHAVE THRU 1980-EXIT
012020     ADD 1 TO GER-QTD-HIS-TABELA
012030     MOVE GER-DEZENAS-CHAVE TO
012040         GER-HIS-CHAVE(GER-QTD-HIS-TABELA).
012050 1975-EXIT.
012060     EXIT.
012070*----------------------------------------------------------------
012080*    1978-MOVER-DEZENA-HIST - COPIA A DEZENA I DO PALPITE LIDO
012090*                              PARA A AREA DE NORMALIZACAO
012100*----------------------------------------------------------------
012110 1978-MOVER-DEZENA-HIST.
012120     MOVE PLT-DEZENA(I) TO NUM(I).
012130 1978-EXIT.
012140     EXIT.
012150*----------------------------------------------------------------
012160*    1980-NORMALIZAR-CHAVE - ORDENA AS DEZENAS EM NUM E MONTA A
012170*                             CHAVE DE COMPARACAO NO MESMO
012180*                             FORMATO USADO NA TRIAGEM
012190*----------------------------------------------------------------
012200 1980-NORMALIZAR-CHAVE.
012210     SORT NUM
012220     MOVE SPACES TO GER-DEZENAS-CHAVE
012230     MOVE NUMEROS TO GER-DEZENAS-CHAVE.
012240 1980-EXIT.
012250     EXIT.
012260*----------------------------------------------------------------
012270*    1985-ACUMULAR-FREQUENCIA - SOMA A DEZENA J DO RESULTADO
012280*                                CORRENTE NA TABELA DE FREQUENCIA
012290*                                DO JOGO
012300*----------------------------------------------------------------
012310 1985-ACUMULAR-FREQUENCIA.
012320     IF RES-DEZENA(J) >= 1
012330        AND RES-DEZENA(J) <= GER-DEZENA-MAXIMA
012340         ADD 1 TO GER-FREQ-DEZENA(RES-DEZENA(J))
012350     END-IF.
012360 1985-EXIT.
012370     EXIT.
012380*----------------------------------------------------------------
012390*    1990-ARMAR-PESOS - TRANSFORMA A FREQUENCIA DE CADA DEZENA
012400*                        NO PESO DO SORTEIO PONDERADO, CONFORME A
012410*                        ESTRATEGIA ESCOLHIDA (TODO PESO E NO
012420*                        MINIMO 1: NENHUMA DEZENA FICA IMPOSSIVEL
012430*                        DE SAIR)
012440*----------------------------------------------------------------
012450 1990-ARMAR-PESOS.
012460     MOVE ZERO TO GER-FREQ-MAXIMA
012470     MOVE ZERO TO GER-SOMA-FREQ
012480     PERFORM 1991-MEDIR-FREQUENCIA THRU 1991-EXIT
012490         VARYING J FROM 1 BY 1 UNTIL J > GER-DEZENA-MAXIMA
012500     COMPUTE GER-FREQ-MEDIA =
012510         GER-SOMA-FREQ / GER-DEZENA-MAXIMA
012520     MOVE ZERO TO GER-TOTAL-PESOS
012530     PERFORM 1995-ARMAR-UM-PESO THRU 1995-EXIT
012540         VARYING J FROM 1 BY 1 UNTIL J > GER-DEZENA-MAXIMA
012550     DISPLAY "PESOS DA GERACAO PONDERADA ARMADOS - ESTRATEGIA "
012560         GER-ESTRATEGIA.
012570 1990-EXIT.
012580     EXIT.
012590*----------------------------------------------------------------
012600*    1991-MEDIR-FREQUENCIA - ACUMULA A SOMA E A MAIOR FREQUENCIA
012610*                             ENTRE AS DEZENAS DO JOGO
012620*----------------------------------------------------------------
012630 1991-MEDIR-FREQUENCIA.
012640     ADD GER-FREQ-DEZENA(J) TO GER-SOMA-FREQ
012650     IF GER-FREQ-DEZENA(J) > GER-FREQ-MAXIMA
012660         MOVE GER-FREQ-DEZENA(J) TO GER-FREQ-MAXIMA
012670     END-IF.
012680 1991-EXIT.
012690     EXIT.
012700*----------------------------------------------------------------
012710*    1995-ARMAR-UM-PESO - PESO DA DEZENA J: QUENTE = FREQUENCIA,
012720*                          FRIA = FREQUENCIA INVERTIDA,
012730*                          EQUILIBRADA = PROXIMIDADE DA MEDIA
012740*----------------------------------------------------------------
012750 1995-ARMAR-UM-PESO.
012760     EVALUATE TRUE
012770         WHEN GER-ESTRATEGIA-FRIA
012780             COMPUTE GER-PESO-DEZENA(J) =
012790                 GER-FREQ-MAXIMA - GER-FREQ-DEZENA(J) + 1
012800         WHEN GER-ESTRATEGIA-EQUIL
012810             IF GER-FREQ-DEZENA(J) > GER-FREQ-MEDIA
012820                 COMPUTE GER-FREQ-DESVIO =
012830                     GER-FREQ-DEZENA(J) - GER-FREQ-MEDIA
012840             ELSE
012850                 COMPUTE GER-FREQ-DESVIO =
012860                     GER-FREQ-MEDIA - GER-FREQ-DEZENA(J)
012870             END-IF
012880             COMPUTE GER-PESO-DEZENA(J) =
012890                 GER-FREQ-MAXIMA - GER-FREQ-DESVIO + 1
012900         WHEN OTHER
012910             COMPUTE GER-PESO-DEZENA(J) =
012920                 GER-FREQ-DEZENA(J) + 1
012930     END-EVALUATE
012940     ADD GER-PESO-DEZENA(J) TO GER-TOTAL-PESOS.
012950 1995-EXIT.
012960     EXIT.
012970*----------------------------------------------------------------
012980*    2000-GERAR-LOTE - GERA UM PALPITE (DEZENAS UNICAS, EM ORDEM)
012990*                       GRAVA NO HISTORICO E ATUALIZA CHECKPOINT
013000*----------------------------------------------------------------
013010 2000-GERAR-LOTE.
013020     DISPLAY " "
013030     DISPLAY "PALPITE " GER-PALPITE-ATUAL " DE "
013040         GER-QTD-PALPITES-LOTE
013050     IF GER-GERACAO-FECHAMENTO
013060         PERFORM 3500-MONTAR-COMBINACAO THRU 3500-EXIT
013070         SORT NUM
013080     ELSE
013090         PERFORM 2500-SORTEAR-SEM-COLISAO THRU 2500-EXIT
013100     END-IF
013110     DISPLAY "AS DEZENAS NA ORDEM SAO:"
013120     PERFORM 4000-EXIBIR-DEZENA THRU 4000-EXIT
013130         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-DEZENAS
013140     PERFORM 5000-GRAVAR-PALPITE THRU 5000-EXIT
013150     PERFORM 5200-GRAVAR-AUDITORIA THRU 5200-EXIT
013160     PERFORM 5500-ATUALIZAR-CHECKPOINT THRU 5500-EXIT
013170     IF GER-GERACAO-FECHAMENTO
013180         PERFORM 3600-AVANCAR-COMBINACAO THRU 3600-EXIT
013190     END-IF.
013200 2000-EXIT.
013210     EXIT.
013220*----------------------------------------------------------------
013230*    2500-SORTEAR-SEM-COLISAO - SORTEIA O PALPITE E O REFAZ
013240*                                ENQUANTO A COMBINACAO COINCIDIR
013250*                                COM UM RESULTADO OFICIAL OU COM
013260*                                UM PALPITE RECENTE, ATE O LIMITE
013270*                                DE TENTATIVAS
013280*----------------------------------------------------------------
013290 2500-SORTEAR-SEM-COLISAO.
013300     COMPUTE GER-SEMENTE-ATUAL = FUNCTION MOD(
013310         GER-SEMENTE + GER-PALPITE-ATUAL * 7919, 2147483648)
013320     MOVE ZERO TO GER-QTD-TENTATIVAS
013330     SET GER-PALPITE-LIMPO TO FALSE
013340     PERFORM UNTIL GER-PALPITE-LIMPO
013350         IF GER-QTD-FIXAS > ZERO
013360             PERFORM 3800-PREENCHER-FIXA THRU 3800-EXIT
013370                 VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-FIXAS
013380         END-IF
013390         IF GER-GERACAO-PONDERADA
013400             PERFORM 3300-SORTEAR-PONDERADA THRU 3300-EXIT
013410                 VARYING I FROM GER-POS-PRIMEIRA-LIVRE BY 1
013420                 UNTIL I > GER-QTD-DEZENAS
013430         ELSE
013440             PERFORM 3000-SORTEAR-DEZENAS THRU 3000-EXIT
013450                 VARYING I FROM GER-POS-PRIMEIRA-LIVRE BY 1
013460                 UNTIL I > GER-QTD-DEZENAS
013470         END-IF
013480         SORT NUM
013490         ADD 1 TO GER-QTD-TENTATIVAS
013500         PERFORM 4500-VERIFICAR-COLISAO THRU 4500-EXIT
013510         IF NOT GER-PALPITE-LIMPO
013520             ADD 1 TO GER-QTD-REDESENHOS
013530             IF GER-QTD-TENTATIVAS >= 100
013540                 DISPLAY "LIMITE DE REDESENHOS ATINGIDO -"
013550                     " PALPITE ACEITO MESMO COM COLISAO"
013560                 SET GER-PALPITE-LIMPO TO TRUE
013570             END-IF
013580         END-IF
013590     END-PERFORM
013600     PERFORM 2550-GUARDAR-NO-HISTORICO THRU 2550-EXIT.
013610 2500-EXIT.
013620     EXIT.
013630*----------------------------------------------------------------
013640*    2550-GUARDAR-NO-HISTORICO - O PALPITE RECEM ACEITO ENTRA NA
013650*                                 TABELA DE HISTORICO, PARA QUE O
013660*                                 PROPRIO LOTE NAO REPITA A MESMA
013670*                                 COMBINACAO PARA DOIS CLIENTES
013680*----------------------------------------------------------------
013690 2550-GUARDAR-NO-HISTORICO.
013700     IF GER-QTD-HIS-TABELA < 10000
013710         ADD 1 TO GER-QTD-HIS-TABELA
013720         MOVE GER-DEZENAS-CHAVE TO
013730             GER-HIS-CHAVE(GER-QTD-HIS-TABELA)
013740     END-IF.
013750 2550-EXIT.
013760     EXIT.
013770*----------------------------------------------------------------
013780*    3000-SORTEAR-DEZENAS - SORTEIA UMA DEZENA PARA A POSICAO I,
013790*                            REJEITANDO REPETICOES COM AS DEZENAS
013800*                            JA SORTEADAS DE 1 ATE I-1
013810*----------------------------------------------------------------
013820 3000-SORTEAR-DEZENAS.
013830     SET GER-DEZENA-UNICA TO FALSE
013840     PERFORM UNTIL GER-DEZENA-UNICA
013850         COMPUTE GER-SEMENTE-ATUAL = FUNCTION MOD(
013860             GER-SEMENTE-ATUAL * 1103515245 + 12345,
013870             2147483648)
013880         COMPUTE GER-VALOR-DERIVADO =
013890             GER-SEMENTE-ATUAL / 65536
013900         COMPUTE NUM(I) = FUNCTION MOD(
013910             GER-VALOR-DERIVADO, GER-DEZENA-MAXIMA) + 1
013920         SET GER-DEZENA-UNICA TO TRUE
013930         IF GER-QTD-VETADAS > ZERO
013940             PERFORM 3200-VERIFICAR-VETADA THRU 3200-EXIT
013950                 VARYING J FROM 1 BY 1 UNTIL J > GER-QTD-VETADAS
013960         END-IF
013970         IF GER-DEZENA-UNICA AND I > 1
013980             PERFORM 3100-VERIFICAR-DUPLICADA THRU 3100-EXIT
013990                 VARYING J FROM 1 BY 1 UNTIL J > I - 1
014000         END-IF
014010     END-PERFORM.
014020 3000-EXIT.
014030     EXIT.
014040*----------------------------------------------------------------
014050*    3100-VERIFICAR-DUPLICADA - COMPARA A DEZENA RECEM SORTEADA
014060*                                NA POSICAO I COM A DEZENA JA
014070*                                GRAVADA NA POSICAO J
014080*----------------------------------------------------------------
014090 3100-VERIFICAR-DUPLICADA.
014100     IF NUM(I) = NUM(J)
014110         SET GER-DEZENA-UNICA TO FALSE
014120     END-IF.
014130 3100-EXIT.
014140     EXIT.
014150*----------------------------------------------------------------
014160*    3200-VERIFICAR-VETADA - REJEITA A DEZENA RECEM SORTEADA NA
014170*                             POSICAO I QUANDO ELA E VETADA PELO
014180*                             PERFIL DO CLIENTE
014190*----------------------------------------------------------------
014200 3200-VERIFICAR-VETADA.
014210     IF NUM(I) = GER-DEZENA-VETADA(J)
014220         SET GER-DEZENA-UNICA TO FALSE
014230     END-IF.
014240 3200-EXIT.
014250     EXIT.
014260*----------------------------------------------------------------
014270*    3300-SORTEAR-PONDERADA - SORTEIA UMA DEZENA PARA A POSICAO
014280*                              I PELO PESO DE CADA DEZENA (MESMO
014290*                              GERADOR DE SEMENTE DO SORTEIO
014300*                              ALEATORIO, PARA O REPLAY PODER
014310*                              REDERIVAR), REJEITANDO VETADAS E
014320*                              REPETICOES COMO EM 3000
014330*----------------------------------------------------------------
014340 3300-SORTEAR-PONDERADA.
014350     SET GER-DEZENA-UNICA TO FALSE
014360     PERFORM UNTIL GER-DEZENA-UNICA
014370         COMPUTE GER-SEMENTE-ATUAL = FUNCTION MOD(
014380             GER-SEMENTE-ATUAL * 1103515245 + 12345,
014390             2147483648)
014400         COMPUTE GER-VALOR-DERIVADO =
014410             GER-SEMENTE-ATUAL / 65536
014420         COMPUTE GER-ALVO-PESO = FUNCTION MOD(
014430             GER-VALOR-DERIVADO, GER-TOTAL-PESOS)
014440         MOVE ZERO TO GER-ACUM-PESO
014450         SET GER-PESO-ACHADO TO FALSE
014460         PERFORM 3400-LOCALIZAR-PESO THRU 3400-EXIT
014470             VARYING GER-DEZ-CAND FROM 1 BY 1
014480             UNTIL GER-DEZ-CAND > GER-DEZENA-MAXIMA
014490                OR GER-PESO-ACHADO
014500         SET GER-DEZENA-UNICA TO TRUE
014510         IF GER-QTD-VETADAS > ZERO
014520             PERFORM 3200-VERIFICAR-VETADA THRU 3200-EXIT
014530                 VARYING J FROM 1 BY 1 UNTIL J > GER-QTD-VETADAS
014540         END-IF
014550         IF GER-DEZENA-UNICA AND I > 1
014560             PERFORM 3100-VERIFICAR-DUPLICADA THRU 3100-EXIT
014570                 VARYING J FROM 1 BY 1 UNTIL J > I - 1
014580         END-IF
014590     END-PERFORM.
014600 3300-EXIT.
014610     EXIT.
014620*----------------------------------------------------------------
014630*    3400-LOCALIZAR-PESO - ACUMULA OS PESOS ATE ULTRAPASSAR O
014640*                           ALVO SORTEADO; A DEZENA CANDIDATA
014650*                           NESSE PONTO E A SORTEADA
014660*----------------------------------------------------------------
014670 3400-LOCALIZAR-PESO.
014680     ADD GER-PESO-DEZENA(GER-DEZ-CAND) TO GER-ACUM-PESO
014690     IF GER-ACUM-PESO > GER-ALVO-PESO
014700         MOVE GER-DEZ-CAND TO NUM(I)
014710         SET GER-PESO-ACHADO TO TRUE
014720     END-IF.
014730 3400-EXIT.
014740     EXIT.
014750*----------------------------------------------------------------
014760*    3500-MONTAR-COMBINACAO - MONTA O PALPITE CORRENTE COM AS
014770*                              DEZENAS DA BASE APONTADAS PELA
014780*                              COMBINACAO CORRENTE
014790*----------------------------------------------------------------
014800 3500-MONTAR-COMBINACAO.
014810     PERFORM 3510-MOVER-DEZENA-BASE THRU 3510-EXIT
014820         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-DEZENAS.
014830 3500-EXIT.
014840     EXIT.
014850*----------------------------------------------------------------
014860*    3510-MOVER-DEZENA-BASE - COPIA PARA A POSICAO I DO PALPITE
014870*                              A DEZENA DA BASE APONTADA PELO
014880*                              INDICE I DA COMBINACAO
014890*----------------------------------------------------------------
014900 3510-MOVER-DEZENA-BASE.
014910     MOVE GER-BASE-DEZENA(GER-COMB-IDX(I)) TO NUM(I).
014920 3510-EXIT.
014930     EXIT.
014940*----------------------------------------------------------------
014950*    3600-AVANCAR-COMBINACAO - AVANCA A COMBINACAO CORRENTE PARA
014960*                               A PROXIMA, EM ORDEM LEXICOGRAFICA
014970*                               (ACHA A POSICAO MAIS A DIREITA
014980*                               QUE AINDA PODE CRESCER, SOMA UM E
014990*                               REARMA AS POSICOES SEGUINTES)
015000*----------------------------------------------------------------
015010 3600-AVANCAR-COMBINACAO.
015020     MOVE ZERO TO GER-POS-AVANCO
015030     PERFORM 3610-PROCURAR-POSICAO THRU 3610-EXIT
015040         VARYING I FROM GER-QTD-DEZENAS BY -1
015050         UNTIL I < 1 OR GER-POS-AVANCO > ZERO
015060     IF GER-POS-AVANCO > ZERO
015070         ADD 1 TO GER-COMB-IDX(GER-POS-AVANCO)
015080         COMPUTE GER-POS-SEGUINTE = GER-POS-AVANCO + 1
015090         PERFORM 3620-REARMAR-POSICAO THRU 3620-EXIT
015100             VARYING J FROM GER-POS-SEGUINTE BY 1
015110             UNTIL J > GER-QTD-DEZENAS
015120     END-IF.
015130 3600-EXIT.
015140     EXIT.
015150*----------------------------------------------------------------
015160*    3610-PROCURAR-POSICAO - MARCA A POSICAO I COMO PONTO DE
015170*                             AVANCO SE O SEU INDICE AINDA NAO
015180*                             CHEGOU AO MAIOR VALOR POSSIVEL
015190*----------------------------------------------------------------
015200 3610-PROCURAR-POSICAO.
015210     IF GER-COMB-IDX(I) < GER-QTD-BASE - GER-QTD-DEZENAS + I
015220         MOVE I TO GER-POS-AVANCO
015230     END-IF.
015240 3610-EXIT.
015250     EXIT.
015260*----------------------------------------------------------------
015270*    3620-REARMAR-POSICAO - APOS O AVANCO, A POSICAO J VOLTA A
015280*                            SER O INDICE DA POSICAO ANTERIOR
015290*                            MAIS UM
015300*----------------------------------------------------------------
015310 3620-REARMAR-POSICAO.
015320     COMPUTE GER-COMB-IDX(J) = GER-COMB-IDX(J - 1) + 1.
015330 3620-EXIT.
015340     EXIT.
015350*----------------------------------------------------------------
015360*    3800-PREENCHER-FIXA - PRE-CARREGA NO PALPITE A DEZENA FIXA
015370*                           I DO PERFIL DO CLIENTE
015380*----------------------------------------------------------------
015390 3800-PREENCHER-FIXA.
015400     MOVE GER-DEZENA-FIXA(I) TO NUM(I).
015410 3800-EXIT.
015420     EXIT.
015430*----------------------------------------------------------------
015440*    4000-EXIBIR-DEZENA - IMPRIME A DEZENA NA POSICAO I
015450*----------------------------------------------------------------
015460 4000-EXIBIR-DEZENA.
015470     DISPLAY NUM(I) "-" WITH NO ADVANCING.
015480 4000-EXIT.
015490     EXIT.
015500*----------------------------------------------------------------
015510*    4500-VERIFICAR-COLISAO - COMPARA A COMBINACAO JA ORDENADA
015520*                              COM AS TABELAS DE RESULTADOS E DE
015530*                              HISTORICO; O PALPITE SO E LIMPO
015540*                              QUANDO NAO BATE COM NENHUMA
015550*----------------------------------------------------------------
015560 4500-VERIFICAR-COLISAO.
015570     SET GER-PALPITE-LIMPO TO TRUE
015580     MOVE SPACES TO GER-DEZENAS-CHAVE
015590     MOVE NUMEROS TO GER-DEZENAS-CHAVE
015600     IF GER-QTD-RES-TABELA > ZERO
015610         PERFORM 4510-COMPARAR-RESULTADO THRU 4510-EXIT
015620             VARYING GER-IDX-TABELA FROM 1 BY 1
015630             UNTIL GER-IDX-TABELA > GER-QTD-RES-TABELA
015640                OR NOT GER-PALPITE-LIMPO
015650     END-IF
015660     IF GER-PALPITE-LIMPO AND GER-QTD-HIS-TABELA > ZERO
015670         PERFORM 4520-COMPARAR-HISTORICO THRU 4520-EXIT
015680             VARYING GER-IDX-TABELA FROM 1 BY 1
015690             UNTIL GER-IDX-TABELA > GER-QTD-HIS-TABELA
015700                OR NOT GER-PALPITE-LIMPO
015710     END-IF.
015720 4500-EXIT.
015730     EXIT.
015740*----------------------------------------------------------------
015750*    4510-COMPARAR-RESULTADO - ACUSA COLISAO QUANDO A COMBINACAO
015760*                               E IGUAL AO RESULTADO OFICIAL DA
015770*                               POSICAO CORRENTE DA TABELA
015780*----------------------------------------------------------------
015790 4510-COMPARAR-RESULTADO.
015800     IF GER-DEZENAS-CHAVE = GER-RES-CHAVE(GER-IDX-TABELA)
015810         SET GER-PALPITE-LIMPO TO FALSE
015820     END-IF.
015830 4510-EXIT.
015840     EXIT.
015850*----------------------------------------------------------------
015860*    4520-COMPARAR-HISTORICO - ACUSA COLISAO QUANDO A COMBINACAO
015870*                               E IGUAL A UM PALPITE RECENTE DA
015880*                               POSICAO CORRENTE DA TABELA
015890*----------------------------------------------------------------
015900 4520-COMPARAR-HISTORICO.
015910     IF GER-DEZENAS-CHAVE = GER-HIS-CHAVE(GER-IDX-TABELA)
015920         SET GER-PALPITE-LIMPO TO FALSE
015930     END-IF.
015940 4520-EXIT.
015950     EXIT.
015960*----------------------------------------------------------------
015970*    5000-GRAVAR-PALPITE - GRAVA O PALPITE CORRENTE NO HISTORICO
015980*                           PALPITES.DAT
015990*----------------------------------------------------------------
016000 5000-GRAVAR-PALPITE.
016010     MOVE SPACES                TO PALPITE-REC
016020     MOVE GER-PALPITE-ATUAL      TO PLT-NUM-PALPITE
016030     MOVE GER-ID-EXECUCAO        TO PLT-ID-EXECUCAO
016040     MOVE GER-DATA-ATUAL         TO PLT-DATA-GERACAO
016050     MOVE GER-HORA-ATUAL         TO PLT-HORA-GERACAO
016060     MOVE GER-TIPO-JOGO          TO PLT-TIPO-JOGO
016070     MOVE GER-QTD-DEZENAS        TO PLT-QTD-DEZENAS
016080     MOVE GER-ID-PERFIL          TO PLT-ID-PERFIL
016090     MOVE GER-NUM-CONCURSO       TO PLT-NUM-CONCURSO
016100     MOVE ZERO                   TO PLT-DEZENAS
016110     PERFORM 5100-MOVER-DEZENA THRU 5100-EXIT
016120         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-DEZENAS
016130     WRITE PALPITE-REC
016140     IF GER-FS-PALPITES NOT = "00"
016150         DISPLAY "ERRO " GER-FS-PALPITES " AO GRAVAR O PALPITE "
016160             GER-PALPITE-ATUAL " EM PALPITES.DAT - ABORTANDO"
016170         MOVE 16 TO RETURN-CODE
016180         GOBACK
016190     END-IF.
016200 5000-EXIT.
016210     EXIT.
016220*----------------------------------------------------------------
016230*    5100-MOVER-DEZENA - COPIA A DEZENA I PARA O REGISTRO DE
016240*                         HISTORICO
016250*----------------------------------------------------------------
016260 5100-MOVER-DEZENA.
016270     MOVE NUM(I) TO PLT-DEZENA(I).
016280 5100-EXIT.
016290     EXIT.
016300*----------------------------------------------------------------
016310*    5200-GRAVAR-AUDITORIA - GRAVA NA TRILHA DE AUDITORIA O
016320*                              OPERADOR, TERMINAL E DEZENAS DO
016330*                              PALPITE RECEM GERADO
016340*----------------------------------------------------------------
016350 5200-GRAVAR-AUDITORIA.
016360     MOVE SPACES                TO AUDITORIA-REC
016370     MOVE GER-ID-EXECUCAO        TO AUD-ID-EXECUCAO
016380     MOVE GER-PALPITE-ATUAL      TO AUD-NUM-PALPITE
016390     MOVE GER-ID-OPERADOR        TO AUD-ID-OPERADOR
016400     MOVE GER-ID-TERMINAL        TO AUD-ID-TERMINAL
016410     MOVE GER-DATA-ATUAL         TO AUD-DATA-REGISTRO
016420     MOVE GER-HORA-ATUAL         TO AUD-HORA-REGISTRO
016430     MOVE GER-TIPO-JOGO          TO AUD-TIPO-JOGO
016440     MOVE GER-QTD-DEZENAS        TO AUD-QTD-DEZENAS
016450     MOVE GER-SEMENTE            TO AUD-SEMENTE
016460     IF GER-GERACAO-FECHAMENTO
016470         MOVE ZERO               TO AUD-QTD-TENTATIVAS
016480     ELSE
016490         MOVE GER-QTD-TENTATIVAS TO AUD-QTD-TENTATIVAS
016500     END-IF
016510     MOVE GER-TIPO-GERACAO       TO AUD-TIPO-GERACAO
016520     IF GER-GERACAO-PONDERADA
016530         MOVE GER-ESTRATEGIA     TO AUD-ESTRATEGIA
016540     END-IF
016550     MOVE ZERO                   TO AUD-DEZENAS
016560     PERFORM 5210-MOVER-DEZENA-AUD THRU 5210-EXIT
016570         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-DEZENAS
016580     WRITE AUDITORIA-REC
016590     IF GER-FS-AUDITORIA NOT = "00"
016600         DISPLAY "ERRO " GER-FS-AUDITORIA
016610             " AO GRAVAR A AUDITORIA DO PALPITE "
016620             GER-PALPITE-ATUAL " - ABORTANDO"
016630         MOVE 16 TO RETURN-CODE
016640         GOBACK
016650     END-IF.
016660 5200-EXIT.
016670     EXIT.
016680*----------------------------------------------------------------
016690*    5210-MOVER-DEZENA-AUD - COPIA A DEZENA I PARA O REGISTRO
016700*                              DE AUDITORIA
016710*----------------------------------------------------------------
016720 5210-MOVER-DEZENA-AUD.
016730     MOVE NUM(I) TO AUD-DEZENA(I).
016740 5210-EXIT.
016750     EXIT.
016760*----------------------------------------------------------------
016770*    5500-ATUALIZAR-CHECKPOINT - REGRAVA O CHECKPOINT COM O
016780*                                 NUMERO DO PALPITE CONCLUIDO
016790*----------------------------------------------------------------
016800 5500-ATUALIZAR-CHECKPOINT.
016810     ACCEPT GER-DATA-ATUAL FROM DATE YYYYMMDD
016820     ACCEPT GER-HORA-ATUAL FROM TIME
016830     MOVE GER-ID-EXECUCAO         TO CKP-ID-EXECUCAO
016840     MOVE GER-TIPO-JOGO           TO CKP-TIPO-JOGO
016850     MOVE GER-QTD-DEZENAS         TO CKP-QTD-DEZENAS
016860     MOVE GER-QTD-PALPITES-LOTE   TO CKP-QTD-PALPITES-LOTE
016870     MOVE GER-PALPITE-ATUAL       TO CKP-ULT-PALPITE-OK
016880     PERFORM 1700-COPIAR-GERACAO-CKP THRU 1700-EXIT
016890     MOVE GER-DATA-ATUAL          TO CKP-DATA-ATUALIZACAO
016900     MOVE GER-HORA-ATUAL          TO CKP-HORA-ATUALIZACAO
016910     OPEN OUTPUT ARQ-CHECKPOINT
016920     WRITE CHECKPOINT-REC
016930     IF GER-FS-CHECKPOINT NOT = "00"
016940         DISPLAY "ERRO " GER-FS-CHECKPOINT
016950             " AO ATUALIZAR O CHECKPOINT APOS O PALPITE "
016960             GER-PALPITE-ATUAL " - ABORTANDO"
016970         MOVE 16 TO RETURN-CODE
016980         GOBACK
016990     END-IF
017000     CLOSE ARQ-CHECKPOINT.
017010 5500-EXIT.
017020     EXIT.
017030*----------------------------------------------------------------
017040*    7000-VERIFICAR-PALPITE - MODO V: LOCALIZA O PALPITE PEDIDO
017050*                              NA AUDITORIA, REDERIVA AS DEZENAS
017060*                              A PARTIR DA SEMENTE GRAVADA E AS
017070*                              EXIBE LADO A LADO COM O QUE ESTA
017080*                              ARMAZENADO, DIZENDO CONFERE OU
017090*                              DIVERGE
017100*----------------------------------------------------------------
017110 7000-VERIFICAR-PALPITE.
017120*    QUALQUER PERFIL CARREGADO NO DIALOGO INICIAL E DESPREZADO:
017130*    SO O PERFIL GRAVADO NO PROPRIO PALPITE VERIFICADO CONTA,
017140*    SENAO UM PALPITE GERADO SEM PERFIL SAIRIA COMO DIVERGENTE
017150     MOVE SPACES TO GER-ID-PERFIL
017160     MOVE ZERO   TO GER-QTD-FIXAS
017170     MOVE ZERO   TO GER-QTD-VETADAS
017180     MOVE 1      TO GER-POS-PRIMEIRA-LIVRE
017190     DISPLAY "VERIFICACAO DE PALPITE GERADO"
017200     DISPLAY "ID DA EXECUCAO: " WITH NO ADVANCING
017210     ACCEPT GER-REP-EXECUCAO
017220     DISPLAY "NUMERO DO PALPITE: " WITH NO ADVANCING
017230     ACCEPT GER-REP-PALPITE
017240     PERFORM 7100-LOCALIZAR-AUDITORIA THRU 7100-EXIT
017250     IF NOT GER-AUD-ACHADO
017260         DISPLAY "PALPITE NAO ENCONTRADO NA AUDITORIA"
017270         GO TO 7000-EXIT
017280     END-IF
017290     IF AUD-TIPO-GERACAO = "F"
017300         DISPLAY "PALPITE GERADO POR FECHAMENTO - A COMBINACAO"
017310             " E DADA PELA BASE, NAO PELO SORTEIO"
017320         GO TO 7000-EXIT
017330     END-IF
017340*    REGISTRO DE AUDITORIA ANTERIOR A GERACAO COM SEMENTE NAO
017350*    TRAZ SEMENTE NEM TIPO DE GERACAO: SEM ELES NAO HA COMO
017360*    REDERIVAR, E UM SORTEIO REFEITO COM LIXO SAIRIA COMO
017370*    DIVERGENTE PARA UM PALPITE LEGITIMO
017380     IF (AUD-TIPO-GERACAO NOT = "A"
017390         AND AUD-TIPO-GERACAO NOT = "P")
017400        OR AUD-SEMENTE NOT NUMERIC
017410         DISPLAY "PALPITE ANTERIOR A GERACAO COM SEMENTE"
017420             " GRAVADA - NAO VERIFICAVEL"
017430         GO TO 7000-EXIT
017440     END-IF
017450     MOVE AUD-TIPO-JOGO      TO GER-TIPO-JOGO
017460     MOVE AUD-QTD-DEZENAS    TO GER-QTD-DEZENAS
017470     EVALUATE GER-TIPO-JOGO
017480         WHEN 1 MOVE 60 TO GER-DEZENA-MAXIMA
017490         WHEN 2 MOVE 25 TO GER-DEZENA-MAXIMA
017500         WHEN 3 MOVE 80 TO GER-DEZENA-MAXIMA
017510     END-EVALUATE
017520     MOVE AUD-TIPO-GERACAO   TO GER-TIPO-GERACAO
017530     IF NOT GER-GERACAO-PONDERADA
017540         SET GER-GERACAO-ALEATORIA TO TRUE
017550     END-IF
017560     IF GER-GERACAO-PONDERADA
017570         MOVE AUD-ESTRATEGIA TO GER-ESTRATEGIA
017580         DISPLAY "GERACAO PONDERADA - OS PESOS SERAO REMONTADOS"
017590             " COM OS RESULTADOS ATUAIS; CARGA NOVA DESDE A"
017600             " GERACAO PODE FAZER O REPLAY DIVERGIR"
017610         PERFORM 1960-CARREGAR-RESULTADOS THRU 1960-EXIT
017620     END-IF
017630     MOVE AUD-SEMENTE        TO GER-SEMENTE
017640     MOVE AUD-QTD-TENTATIVAS TO GER-REP-TENTATIVAS
017650     IF GER-REP-TENTATIVAS = ZERO
017660         MOVE 1 TO GER-REP-TENTATIVAS
017670     END-IF
017680     PERFORM 7200-LOCALIZAR-PALPITE THRU 7200-EXIT
017690     IF GER-ID-PERFIL NOT = SPACES
017700         DISPLAY "PERFIL " GER-ID-PERFIL " SERA REAPLICADO - SE"
017710             " O CADASTRO MUDOU DESDE A GERACAO O REPLAY PODE"
017720             " DIVERGIR"
017730         PERFORM 1800-CARREGAR-PERFIL THRU 1800-EXIT
017740     END-IF
017750     MOVE GER-REP-PALPITE TO GER-PALPITE-ATUAL
017760     COMPUTE GER-SEMENTE-ATUAL = FUNCTION MOD(
017770         GER-SEMENTE + GER-PALPITE-ATUAL * 7919, 2147483648)
017780     PERFORM 7300-REDERIVAR-TENTATIVA THRU 7300-EXIT
017790         GER-REP-TENTATIVAS TIMES
017800     PERFORM 7400-COMPARAR-E-EXIBIR THRU 7400-EXIT.
017810 7000-EXIT.
017820     EXIT.
017830*----------------------------------------------------------------
017840*    7100-LOCALIZAR-AUDITORIA - VARRE A TRILHA DE AUDITORIA ATE
017850*                                O REGISTRO DA EXECUCAO E PALPITE
017860*                                PEDIDOS
017870*----------------------------------------------------------------
017880 7100-LOCALIZAR-AUDITORIA.
017890     SET GER-AUD-ACHADO TO FALSE
017900     SET GER-FIM-REPLAY TO FALSE
017910     OPEN INPUT ARQ-AUDITORIA
017920     IF GER-FS-AUDITORIA NOT = "00"
017930         DISPLAY "TRILHA DE AUDITORIA INDISPONIVEL"
017940         GO TO 7100-EXIT
017950     END-IF
017960     PERFORM UNTIL GER-FIM-REPLAY OR GER-AUD-ACHADO
017970         READ ARQ-AUDITORIA
017980             AT END
017990                 SET GER-FIM-REPLAY TO TRUE
018000             NOT AT END
018010                 IF AUD-ID-EXECUCAO = GER-REP-EXECUCAO
018020                    AND AUD-NUM-PALPITE = GER-REP-PALPITE
018030                     SET GER-AUD-ACHADO TO TRUE
018040                 END-IF
018050         END-READ
018060     END-PERFORM
018070     CLOSE ARQ-AUDITORIA.
018080 7100-EXIT.
018090     EXIT.
018100*----------------------------------------------------------------
018110*    7200-LOCALIZAR-PALPITE - BUSCA O PALPITE GRAVADO NO
018120*                              HISTORICO VIVO; SE JA FOI
018130*                              EXPURGADO, A COMPARACAO USA AS
018140*                              DEZENAS DA PROPRIA AUDITORIA
018150*----------------------------------------------------------------
018160 7200-LOCALIZAR-PALPITE.
018170     SET GER-PALP-ACHADO TO FALSE
018180     SET GER-FIM-REPLAY TO FALSE
018190     MOVE SPACES TO GER-ID-PERFIL
018200     OPEN INPUT ARQ-PALPITES
018210     IF GER-FS-PALPITES NOT = "00"
018220         MOVE "00" TO GER-FS-PALPITES
018230     ELSE
018240         PERFORM UNTIL GER-FIM-REPLAY OR GER-PALP-ACHADO
018250             READ ARQ-PALPITES
018260                 AT END
018270                     SET GER-FIM-REPLAY TO TRUE
018280                 NOT AT END
018290                     IF PLT-ID-EXECUCAO = GER-REP-EXECUCAO
018300                        AND PLT-NUM-PALPITE = GER-REP-PALPITE
018310                         SET GER-PALP-ACHADO TO TRUE
018320                     END-IF
018330             END-READ
018340         END-PERFORM
018350         CLOSE ARQ-PALPITES
018360     END-IF
018370     IF GER-PALP-ACHADO
018380         MOVE PLT-DEZENAS    TO GER-REP-DEZENAS-GRAV
018390         MOVE PLT-ID-PERFIL  TO GER-ID-PERFIL
018400     ELSE
018410         DISPLAY "PALPITE FORA DO ARQUIVO VIVO (EXPURGADO?) -"
018420             " COMPARANDO COM AS DEZENAS DA AUDITORIA"
018430         MOVE AUD-DEZENAS    TO GER-REP-DEZENAS-GRAV
018440     END-IF.
018450 7200-EXIT.
018460     EXIT.
018470*----------------------------------------------------------------
018480*    7300-REDERIVAR-TENTATIVA - REPRODUZ UMA TENTATIVA DE
018490*                                SORTEIO EXATAMENTE COMO NA
018500*                                GERACAO (FIXAS DO PERFIL,
018510*                                SORTEIO DAS DEMAIS E ORDENACAO)
018520*----------------------------------------------------------------
018530 7300-REDERIVAR-TENTATIVA.
018540     IF GER-QTD-FIXAS > ZERO
018550         PERFORM 3800-PREENCHER-FIXA THRU 3800-EXIT
018560             VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-FIXAS
018570     END-IF
018580     IF GER-GERACAO-PONDERADA
018590         PERFORM 3300-SORTEAR-PONDERADA THRU 3300-EXIT
018600             VARYING I FROM GER-POS-PRIMEIRA-LIVRE BY 1
018610             UNTIL I > GER-QTD-DEZENAS
018620     ELSE
018630         PERFORM 3000-SORTEAR-DEZENAS THRU 3000-EXIT
018640             VARYING I FROM GER-POS-PRIMEIRA-LIVRE BY 1
018650             UNTIL I > GER-QTD-DEZENAS
018660     END-IF
018670     SORT NUM.
018680 7300-EXIT.
018690     EXIT.
018700*----------------------------------------------------------------
018710*    7400-COMPARAR-E-EXIBIR - EXIBE AS DEZENAS REDERIVADAS LADO
018720*                              A LADO COM AS GRAVADAS E DECLARA
018730*                              O VEREDITO
018740*----------------------------------------------------------------
018750 7400-COMPARAR-E-EXIBIR.
018760     MOVE ZERO TO GER-REP-QTD-IGUAIS
018770     DISPLAY " "
018780     DISPLAY "POS   GERADO  GRAVADO"
018790     PERFORM 7410-EXIBIR-POSICAO THRU 7410-EXIT
018800         VARYING I FROM 1 BY 1 UNTIL I > GER-QTD-DEZENAS
018810     DISPLAY " "
018820     IF GER-REP-QTD-IGUAIS = GER-QTD-DEZENAS
018830         DISPLAY "RESULTADO: CONFERE - AS DEZENAS GRAVADAS SAO"
018840             " AS QUE A MAQUINA GEROU"
018850     ELSE
018860         DISPLAY "RESULTADO: DIVERGE - ACIONAR A SUPERVISAO"
018870     END-IF.
018880 7400-EXIT.
018890     EXIT.
018900*----------------------------------------------------------------
018910*    7410-EXIBIR-POSICAO - EXIBE A POSICAO I DA COMPARACAO E
018920*                           SOMA AS POSICOES IGUAIS
018930*----------------------------------------------------------------
018940 7410-EXIBIR-POSICAO.
018950     MOVE I                  TO GER-L-POSICAO
018960     MOVE NUM(I)             TO GER-L-GERADO
018970     MOVE GER-REP-DEZENA(I)  TO GER-L-GRAVADO
018980     DISPLAY GER-LINHA-REPLAY
018990     IF NUM(I) = GER-REP-DEZENA(I)
019000         ADD 1 TO GER-REP-QTD-IGUAIS
019010     END-IF.
019020 7410-EXIT.
019030     EXIT.

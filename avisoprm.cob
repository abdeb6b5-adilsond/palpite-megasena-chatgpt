000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AVISOPRM.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : AVISO DE PREMIO AOS PARTICIPANTES DE BOLAO
000090*    FUNCAO   : RODA DEPOIS DO RATEIO. LE O LIVRO DE PAGAMENTOS
000100*               (PAGTO.CPY) E, PARA CADA PAGAMENTO AINDA NAO
000110*               AVISADO, IMPRIME UMA CARTA DE AVISO (UMA PAGINA
000120*               POR PARTICIPANTE) COM CONCURSO, PALPITE, DEZENAS
000130*               ACERTADAS, COTAS, VALOR DA PARTE E ONDE RETIRAR,
000140*               E GRAVA UMA LINHA NO ARQUIVO DELIMITADO POR ";"
000150*               DO PROVEDOR DE SMS/E-MAIL COM O CONTATO DO
000160*               CADASTRO DE CLIENTES (CLIENTE.CPY).
000170*               CADA PAGAMENTO TRATADO E GRAVADO NO CONTROLE DE
000180*               AVISOS (AVISO.CPY) E NUNCA E AVISADO DE NOVO,
000190*               NEM NUMA REEXECUCAO. PARTICIPANTE SEM CODIGO DE
000200*               CLIENTE OU SEM TELEFONE E E-MAIL RECEBE SO A
000210*               CARTA; PARTE DE VALOR ZERO NAO E AVISADA.
000220*               PAGAMENTO ANTERIOR A DATA INICIAL DO SYSIN E
000230*               IGNORADO, PARA A PRIMEIRA EXECUCAO NAO AVISAR
000240*               O LIVRO INTEIRO.
000250*               PARTE RETIDA PELO RATEIO POR ESTAR ACIMA DO LIMITE
000260*               DE IDENTIFICACAO (RETIDO.CPY, SITUACAO "R") TAMBEM
000270*               E AVISADA, COM A CARTA PEDINDO CPF E DOCUMENTO COM
000280*               FOTO E A SITUACAO "RETIDO" NO ARQUIVO DO PROVEDOR;
000290*               O PAGAMENTO GRAVADO DEPOIS PELO LIBPREM NA
000300*               LIBERACAO TEM A MESMA CHAVE E NAO E AVISADO DE
000310*               NOVO.
000320*               OS TOTAIS DE CONTROLE SAEM POR DATA DE PAGAMENTO
000330*               (DE RATEIO, NA PARTE RETIDA), PARA CONFERIR COM O
000340*               "TOTAL GERAL RATEADO" DO RATEIO DAQUELE DIA.
000350*               SYSIN: DATA INICIAL (AAAAMMDD, ZERO = SEM LIMITE)
000360*               E LOCAL DE RETIRADA IMPRESSO NA CARTA (BRANCO =
000370*               CAIXA DA LOTERICA).
000380*               RETURN-CODE: 0 = OK; 4 = PARTICIPANTE AVISADO SO
000390*               POR CARTA (SEM CONTATO); 8 = TOTAIS DE CONTROLE
000400*               DIVERGENTES; 16 = ABORTO (ARQUIVO INDISPONIVEL
000410*               OU TABELA CHEIA).
000420*
000430*    HISTORICO DE ALTERACOES
000440*    DATA       AUTOR   DESCRICAO
000450*    ---------- ------- ----------------------------------------
000460*    2026-10-15 RAS     VERSAO INICIAL.
000470*    2026-10-15 RAS     PARTES RETIDAS PARA IDENTIFICACAO (NOVO
000480*                       ARQUIVO RETIDOS, GRAVADO PELO RATEIO)
000490*                       AVISADAS COMO OS PAGAMENTOS, COM CARTA
000500*                       PEDINDO O CPF E COLUNA SITUACAO (PAGO OU
000510*                       RETIDO) NO ARQUIVO DO PROVEDOR. CHAVE
000520*                       AVISADA ENTRA NA TABELA NA HORA, PARA A
000530*                       LIBERACAO NAO SAIR EM DOBRO.
000540*----------------------------------------------------------------
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-370.
000580 OBJECT-COMPUTER.   IBM-370.
000590 SPECIAL-NAMES.
000600     DECIMAL-POINT IS COMMA.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ARQ-PAGAMENTOS    ASSIGN TO PAGAMENT
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS AVP-FS-PAGAMENTOS.
000660     SELECT ARQ-CLIENTES      ASSIGN TO CLIENTES
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS AVP-FS-CLIENTES.
000690     SELECT ARQ-RESULTADOS    ASSIGN TO RESULTAD
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS AVP-FS-RESULTADOS.
000720     SELECT ARQ-PALPITES      ASSIGN TO PALPMST
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS PMS-CHAVE
000760         FILE STATUS IS AVP-FS-PALPITES.
000770     SELECT ARQ-RETIDOS       ASSIGN TO RETIDOS
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS AVP-FS-RETIDOS.
000800     SELECT ARQ-AVISADOS      ASSIGN TO AVISADOS
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS AVP-FS-AVISADOS.
000830     SELECT ARQ-CARTAS        ASSIGN TO CARTAS
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS AVP-FS-CARTAS.
000860     SELECT ARQ-NOTIFICACOES  ASSIGN TO NOTIFIC
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS AVP-FS-NOTIFICACOES.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ARQ-PAGAMENTOS
000920     COPY PAGTO.CPY.
000930 FD  ARQ-CLIENTES
000940     COPY CLIENTE.CPY.
000950 FD  ARQ-RESULTADOS
000960     COPY RESSORT.CPY.
000970 FD  ARQ-PALPITES
000980     COPY PALPMST.CPY.
000990 FD  ARQ-RETIDOS
001000     COPY RETIDO.CPY.
001010 FD  ARQ-AVISADOS
001020     COPY AVISO.CPY.
001030 FD  ARQ-CARTAS.
001040 01  AVP-REG-IMPRESSAO           PIC X(80).
001050 FD  ARQ-NOTIFICACOES.
001060 01  AVP-REG-NOTIFICACAO         PIC X(200).
001070 WORKING-STORAGE SECTION.
001080 01  AVP-STATUS-ARQUIVOS.
001090     05  AVP-FS-PAGAMENTOS       PIC X(02) VALUE "00".
001100     05  AVP-FS-CLIENTES         PIC X(02) VALUE "00".
001110     05  AVP-FS-RESULTADOS       PIC X(02) VALUE "00".
001120     05  AVP-FS-PALPITES         PIC X(02) VALUE "00".
001130     05  AVP-FS-RETIDOS          PIC X(02) VALUE "00".
001140     05  AVP-FS-AVISADOS         PIC X(02) VALUE "00".
001150     05  AVP-FS-CARTAS           PIC X(02) VALUE "00".
001160     05  AVP-FS-NOTIFICACOES     PIC X(02) VALUE "00".
001170 01  AVP-SWITCHES.
001180     05  AVP-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
001190         88  AVP-FIM-ARQUIVO         VALUE "S"
001200                                      FALSE "N".
001210     05  AVP-SW-ACHADO           PIC X(01) VALUE "N".
001220         88  AVP-ACHADO              VALUE "S"
001230                                      FALSE "N".
001240     05  AVP-SW-CLIENTE          PIC X(01) VALUE "N".
001250         88  AVP-CLIENTE-ACHADO      VALUE "S"
001260                                      FALSE "N".
001270     05  AVP-SW-CONTATO          PIC X(01) VALUE "N".
001280         88  AVP-COM-CONTATO         VALUE "S"
001290                                      FALSE "N".
001300     05  AVP-SW-DEZENAS          PIC X(01) VALUE "N".
001310         88  AVP-DEZENAS-CONFERIDAS  VALUE "S"
001320                                      FALSE "N".
001330     05  AVP-SW-FIM-RETIDOS      PIC X(01) VALUE "N".
001340         88  AVP-FIM-RETIDOS         VALUE "S".
001350     05  AVP-SW-RETIDA           PIC X(01) VALUE "N".
001360         88  AVP-PARTE-RETIDA        VALUE "S"
001370                                      FALSE "N".
001380 01  AVP-PARAMETROS.
001390     05  AVP-DATA-INICIAL        PIC 9(08) VALUE ZERO.
001400     05  AVP-LOCAL-RETIRADA      PIC X(60) VALUE SPACES.
001410 01  AVP-DATA-AVISO              PIC 9(08).
001420 01  AVP-HORA-AVISO.
001430     05  AVP-HORA-HHMMSS         PIC 9(06).
001440     05  FILLER                  PIC 9(02).
001450 01  AVP-CONTADORES.
001460     05  X1                      PIC 9(05) COMP.
001470     05  C1                      PIC 9(05) COMP.
001480     05  R1                      PIC 9(04) COMP.
001490     05  D1                      PIC 9(04) COMP.
001500     05  Q                       PIC 9(02) COMP.
001510     05  S                       PIC 9(02) COMP.
001520     05  AVP-IDX-RESULTADO       PIC 9(04) COMP VALUE ZERO.
001530     05  AVP-SLOT-GRADE          PIC 9(02) COMP VALUE ZERO.
001540     05  AVP-NUM-AVISO           PIC 9(06) COMP VALUE ZERO.
001550     05  AVP-QTD-LIDOS           PIC 9(07) COMP VALUE ZERO.
001560     05  AVP-QTD-ANTERIORES      PIC 9(07) COMP VALUE ZERO.
001570     05  AVP-QTD-JA-AVISADOS     PIC 9(07) COMP VALUE ZERO.
001580     05  AVP-QTD-NOVOS           PIC 9(07) COMP VALUE ZERO.
001590     05  AVP-QTD-CARTA-ARQUIVO   PIC 9(07) COMP VALUE ZERO.
001600     05  AVP-QTD-SO-CARTA        PIC 9(07) COMP VALUE ZERO.
001610     05  AVP-QTD-SEM-VALOR       PIC 9(07) COMP VALUE ZERO.
001620     05  AVP-QTD-CARTAS          PIC 9(07) COMP VALUE ZERO.
001630     05  AVP-QTD-NOTIFICACOES    PIC 9(07) COMP VALUE ZERO.
001640     05  AVP-QTD-SEM-DEZENAS     PIC 9(07) COMP VALUE ZERO.
001650     05  AVP-QTD-RETIDAS-LIDAS   PIC 9(07) COMP VALUE ZERO.
001660     05  AVP-QTD-RETIDAS         PIC 9(07) COMP VALUE ZERO.
001670     05  AVP-TOT-RETIDAS         PIC 9(13) COMP VALUE ZERO.
001680     05  AVP-TOT-NOVOS           PIC 9(13) COMP VALUE ZERO.
001690     05  AVP-TOT-CARTA-ARQUIVO   PIC 9(13) COMP VALUE ZERO.
001700     05  AVP-TOT-SO-CARTA        PIC 9(13) COMP VALUE ZERO.
001710     05  AVP-QTD-CONFERE         PIC 9(07) COMP VALUE ZERO.
001720     05  AVP-TOT-CONFERE         PIC 9(13) COMP VALUE ZERO.
001730*----------------------------------------------------------------
001740*    CHAVES DOS PAGAMENTOS JA AVISADOS (CONTROLE DE AVISOS), NO
001750*    MESMO LAYOUT DE AVS-CHAVE
001760*----------------------------------------------------------------
001770 01  AVP-TAB-AVISADOS.
001780     05  AVP-QTD-AVISADOS        PIC 9(05) COMP VALUE ZERO.
001790     05  AVP-AVI-CHAVE           PIC X(63) OCCURS 20000 TIMES.
001800 01  AVP-CHAVE-PAGAMENTO.
001810     05  AVP-CP-NUM-CONCURSO     PIC 9(06).
001820     05  AVP-CP-TIPO-JOGO        PIC 9(01).
001830     05  AVP-CP-ID-EXECUCAO      PIC X(14).
001840     05  AVP-CP-NUM-PALPITE      PIC 9(06).
001850     05  AVP-CP-COD-CLIENTE      PIC 9(06).
001860     05  AVP-CP-NOME-PARTICIPANTE PIC X(30).
001870*----------------------------------------------------------------
001880*    CADASTRO DE CLIENTES, COM A AREA DE TRABALHO NO MESMO LAYOUT
001890*    DE CLIENTE.CPY
001900*----------------------------------------------------------------
001910 01  AVP-TAB-CLIENTES.
001920     05  AVP-QTD-CLIENTES        PIC 9(05) COMP VALUE ZERO.
001930     05  AVP-CLI-IMG             PIC X(111) OCCURS 10000 TIMES.
001940 01  AVP-AREA-CLIENTE.
001950     05  AVP-AC-COD-CLIENTE      PIC 9(06).
001960     05  AVP-AC-CPF              PIC 9(11).
001970     05  AVP-AC-NOME-CLIENTE     PIC X(30).
001980     05  AVP-AC-TELEFONE         PIC X(15).
001990     05  AVP-AC-EMAIL            PIC X(40).
002000     05  AVP-AC-SIT-ATIVO        PIC X(01).
002010     05  AVP-AC-DATA-CADASTRO    PIC 9(08).
002020*----------------------------------------------------------------
002030*    TABELA DOS CONCURSOS DE RESULTADOS.DAT, PARA APURAR AS
002040*    DEZENAS ACERTADAS DO PALPITE PAGO
002050*----------------------------------------------------------------
002060 01  AVP-TAB-RESULTADOS.
002070     05  AVP-QTD-RESULTADOS      PIC 9(04) COMP VALUE ZERO.
002080     05  AVP-RES-ENT OCCURS 2000 TIMES.
002090         10  AVP-RES-CONCURSO    PIC 9(06).
002100         10  AVP-RES-TIPO        PIC 9(01).
002110         10  AVP-RES-QTD         PIC 9(02).
002120         10  AVP-RES-DEZENAS.
002130             15  AVP-RES-DEZENA  PIC 9(02) OCCURS 20 TIMES.
002140 01  AVP-ACERTADAS.
002150     05  AVP-QTD-ACERTADAS       PIC 9(02) VALUE ZERO.
002160     05  AVP-DEZENA-ACERTADA     PIC 9(02) OCCURS 20 TIMES.
002170*----------------------------------------------------------------
002180*    TOTAIS DOS PAGAMENTOS NOVOS POR DATA DE PAGAMENTO; DATA ALEM
002190*    DA CAPACIDADE ENTRA NA LINHA "OUTRAS DATAS"
002200*----------------------------------------------------------------
002210 01  AVP-TAB-DATAS.
002220     05  AVP-QTD-DATAS           PIC 9(04) COMP VALUE ZERO.
002230     05  AVP-DAT-ENT OCCURS 400 TIMES.
002240         10  AVP-DAT-DATA        PIC 9(08).
002250         10  AVP-DAT-QTD         PIC 9(07) COMP.
002260         10  AVP-DAT-VALOR       PIC 9(13) COMP.
002270     05  AVP-QTD-OUTRAS-DATAS    PIC 9(07) COMP VALUE ZERO.
002280     05  AVP-TOT-OUTRAS-DATAS    PIC 9(13) COMP VALUE ZERO.
002290*----------------------------------------------------------------
002300*    CAMPOS DE EDICAO DO ARQUIVO DO PROVEDOR: NUMERO OU VALOR SEM
002310*    ZEROS NEM BRANCOS A ESQUERDA
002320*----------------------------------------------------------------
002330 01  AVP-EDICAO.
002340     05  AVP-NUM-ENTRADA         PIC 9(11).
002350     05  AVP-NUM-EDITADO         PIC Z(10)9.
002360     05  AVP-VALOR-EDITADO       PIC Z(10)9,99.
002370     05  AVP-TEXTO-EDITADO       PIC X(14).
002380     05  AVP-QTD-BRANCOS         PIC 9(02) COMP.
002390     05  AVP-PONTEIRO            PIC 9(03) COMP.
002400     05  AVP-NOME-JOGO           PIC X(10).
002410 01  AVP-DATA-NUMERICA           PIC 9(08).
002420 01  AVP-DATA-PARTES REDEFINES AVP-DATA-NUMERICA.
002430     05  AVP-DN-ANO              PIC 9(04).
002440     05  AVP-DN-MES              PIC 9(02).
002450     05  AVP-DN-DIA              PIC 9(02).
002460 01  AVP-DATA-EDITADA.
002470     05  AVP-DE-DIA              PIC 9(02).
002480     05  FILLER                  PIC X(01) VALUE "/".
002490     05  AVP-DE-MES              PIC 9(02).
002500     05  FILLER                  PIC X(01) VALUE "/".
002510     05  AVP-DE-ANO              PIC 9(04).
002520 01  AVP-VALOR-REAIS             PIC 9(11)V99.
002530*----------------------------------------------------------------
002540*    LINHAS DA CARTA DE AVISO
002550*----------------------------------------------------------------
002560 01  AVP-IMP-CABECALHO-1.
002570     05  FILLER                  PIC X(42)
002580         VALUE "LOTERICA CASA DA SORTE - AVISO DE PREMIO".
002590     05  FILLER                  PIC X(09) VALUE "AVISO N. ".
002600     05  AVP-I-NUM-AVISO         PIC ZZZZZ9.
002610 01  AVP-IMP-CABECALHO-2.
002620     05  FILLER                  PIC X(10) VALUE "EMISSAO  :".
002630     05  AVP-I-DATA-AVISO        PIC X(10).
002640 01  AVP-IMP-SAUDACAO.
002650     05  FILLER                  PIC X(11) VALUE "PREZADO(A) ".
002660     05  AVP-I-NOME              PIC X(30).
002670 01  AVP-IMP-JOGO.
002680     05  FILLER                  PIC X(10) VALUE "JOGO     :".
002690     05  AVP-I-JOGO              PIC X(10).
002700     05  FILLER                  PIC X(12) VALUE "  CONCURSO :".
002710     05  AVP-I-CONCURSO          PIC ZZZZZ9.
002720 01  AVP-IMP-PALPITE.
002730     05  FILLER                  PIC X(10) VALUE "PALPITE  :".
002740     05  AVP-I-PALPITE           PIC ZZZZZ9.
002750     05  FILLER                  PIC X(12) VALUE "  EXECUCAO :".
002760     05  AVP-I-EXECUCAO          PIC X(14).
002770 01  AVP-IMP-ACERTOS.
002780     05  FILLER                  PIC X(10) VALUE "ACERTOS  :".
002790     05  AVP-I-ACERTOS           PIC Z9.
002800 01  AVP-IMP-DEZENAS.
002810     05  AVP-I-ROTULO-DEZ        PIC X(10).
002820     05  AVP-I-GRADE.
002830         10  AVP-I-CELULA OCCURS 5 TIMES.
002840             15  FILLER          PIC X(02).
002850             15  AVP-I-DEZENA    PIC 9(02).
002860 01  AVP-IMP-COTAS.
002870     05  FILLER                  PIC X(10) VALUE "COTAS    :".
002880     05  AVP-I-COTAS             PIC ZZ9.
002890 01  AVP-IMP-VALOR.
002900     05  FILLER                  PIC X(21)
002910         VALUE "VALOR DA SUA PARTE : ".
002920     05  FILLER                  PIC X(03) VALUE "R$ ".
002930     05  AVP-I-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
002940 01  AVP-IMP-RATEIO.
002950     05  FILLER                  PIC X(21)
002960         VALUE "RATEADO EM         : ".
002970     05  AVP-I-DATA-PAGAMENTO    PIC X(10).
002980 01  AVP-IMP-LOCAL.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  AVP-I-LOCAL             PIC X(60).
003010 01  AVP-IMP-TRACO.
003020     05  FILLER                  PIC X(60) VALUE ALL "-".
003030*----------------------------------------------------------------
003040*    LINHAS DOS TOTAIS DE CONTROLE
003050*----------------------------------------------------------------
003060 01  AVP-LINHA-CONTROLE.
003070     05  AVP-C-TITULO            PIC X(24).
003080     05  AVP-C-QTD               PIC ZZZZZZ9.
003090     05  FILLER                  PIC X(05) VALUE "  R$ ".
003100     05  AVP-C-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
003110 01  AVP-LINHA-DATA.
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  AVP-D-DATA              PIC X(12).
003140     05  FILLER                  PIC X(10) VALUE SPACES.
003150     05  AVP-D-QTD               PIC ZZZZZZ9.
003160     05  FILLER                  PIC X(05) VALUE "  R$ ".
003170     05  AVP-D-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
003180 01  AVP-LINHA-TITULOS.
003190     05  FILLER                  PIC X(38)
003200         VALUE "AVISO;CODIGO;NOME;TELEFONE;EMAIL;JOGO;".
003210     05  FILLER                  PIC X(37)
003220         VALUE "CONCURSO;PALPITE;ACERTOS;COTAS;VALOR;".
003230     05  FILLER                  PIC X(14) VALUE "DATA_PAGAMENTO".
003240     05  FILLER                  PIC X(09) VALUE ";SITUACAO".
003250 PROCEDURE DIVISION.
003260 0000-MAINLINE.
003270     DISPLAY "AVISO DE PREMIO AOS PARTICIPANTES DE BOLAO"
003280     ACCEPT AVP-DATA-AVISO FROM DATE YYYYMMDD
003290     ACCEPT AVP-HORA-AVISO FROM TIME
003300     DISPLAY "DATA INICIAL DOS PAGAMENTOS (00000000=SEM LIMITE): "
003310         WITH NO ADVANCING
003320     ACCEPT AVP-DATA-INICIAL
003330     DISPLAY "LOCAL DE RETIRADA (BRANCO=CAIXA DA LOTERICA): "
003340         WITH NO ADVANCING
003350     ACCEPT AVP-LOCAL-RETIRADA
003360     IF AVP-DATA-INICIAL NOT NUMERIC
003370         DISPLAY "DATA INICIAL NAO NUMERICA - ABORTANDO"
003380         MOVE 16 TO RETURN-CODE
003390         GOBACK
003400     END-IF
003410     IF AVP-LOCAL-RETIRADA = SPACES
003420         MOVE "NO CAIXA DA LOTERICA CASA DA SORTE"
003430             TO AVP-LOCAL-RETIRADA
003440     END-IF
003450     PERFORM 1000-CARREGAR-AVISADOS THRU 1000-EXIT
003460     PERFORM 1100-CARREGAR-CLIENTES THRU 1100-EXIT
003470     PERFORM 1200-CARREGAR-RESULTADOS THRU 1200-EXIT
003480     PERFORM 1300-ABRIR-ARQUIVOS THRU 1300-EXIT
003490     PERFORM 2000-LER-PAGAMENTOS THRU 2000-EXIT
003500     CLOSE ARQ-PALPITES
003510     CLOSE ARQ-AVISADOS
003520     CLOSE ARQ-CARTAS
003530     CLOSE ARQ-NOTIFICACOES
003540     PERFORM 9000-IMPRIMIR-RESUMO THRU 9000-EXIT
003550     GOBACK.
003560*----------------------------------------------------------------
003570*    1000-CARREGAR-AVISADOS - GUARDA A CHAVE DE CADA PAGAMENTO JA
003580*                              AVISADO A PARTIR DA DATA INICIAL
003590*                              (ARQUIVO AINDA INEXISTENTE = NENHUM
003600*                              AVISO EMITIDO)
003610*----------------------------------------------------------------
003620 1000-CARREGAR-AVISADOS.
003630     OPEN INPUT ARQ-AVISADOS
003640     IF AVP-FS-AVISADOS = "35"
003650         DISPLAY "CONTROLE DE AVISOS AINDA VAZIO"
003660         MOVE "00" TO AVP-FS-AVISADOS
003670         GO TO 1000-EXIT
003680     END-IF
003690     IF AVP-FS-AVISADOS NOT = "00"
003700         DISPLAY "ERRO " AVP-FS-AVISADOS
003710             " AO ABRIR O CONTROLE DE AVISOS - ABORTANDO"
003720         MOVE 16 TO RETURN-CODE
003730         GOBACK
003740     END-IF
003750     SET AVP-FIM-ARQUIVO TO FALSE
003760     PERFORM UNTIL AVP-FIM-ARQUIVO
003770         READ ARQ-AVISADOS
003780             AT END
003790                 SET AVP-FIM-ARQUIVO TO TRUE
003800             NOT AT END
003810                 IF AVS-DATA-PAGAMENTO >= AVP-DATA-INICIAL
003820                     PERFORM 1010-GUARDAR-AVISADO THRU 1010-EXIT
003830                 END-IF
003840         END-READ
003850     END-PERFORM
003860     CLOSE ARQ-AVISADOS.
003870 1000-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------
003900*    1010-GUARDAR-AVISADO - COPIA A CHAVE DO AVISO LIDO PARA A
003910*                            PROXIMA ENTRADA DA TABELA
003920*----------------------------------------------------------------
003930 1010-GUARDAR-AVISADO.
003940     IF AVP-QTD-AVISADOS >= 20000
003950         DISPLAY "TABELA DE AVISOS CHEIA - AVANCE A DATA INICIAL"
003960             " DO SYSIN - ABORTANDO"
003970         CLOSE ARQ-AVISADOS
003980         MOVE 16 TO RETURN-CODE
003990         GOBACK
004000     END-IF
004010     ADD 1 TO AVP-QTD-AVISADOS
004020     MOVE AVS-CHAVE TO AVP-AVI-CHAVE(AVP-QTD-AVISADOS).
004030 1010-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060*    1100-CARREGAR-CLIENTES - CARREGA O CADASTRO DE CLIENTES
004070*                              (ARQUIVO AINDA INEXISTENTE = TODOS
004080*                              OS AVISOS SAEM SO POR CARTA)
004090*----------------------------------------------------------------
004100 1100-CARREGAR-CLIENTES.
004110     OPEN INPUT ARQ-CLIENTES
004120     IF AVP-FS-CLIENTES = "35"
004130         DISPLAY "CADASTRO DE CLIENTES AINDA VAZIO"
004140         MOVE "00" TO AVP-FS-CLIENTES
004150         GO TO 1100-EXIT
004160     END-IF
004170     IF AVP-FS-CLIENTES NOT = "00"
004180         DISPLAY "ERRO " AVP-FS-CLIENTES
004190             " AO ABRIR O CADASTRO DE CLIENTES - ABORTANDO"
004200         MOVE 16 TO RETURN-CODE
004210         GOBACK
004220     END-IF
004230     SET AVP-FIM-ARQUIVO TO FALSE
004240     PERFORM UNTIL AVP-FIM-ARQUIVO
004250         READ ARQ-CLIENTES
004260             AT END
004270                 SET AVP-FIM-ARQUIVO TO TRUE
004280             NOT AT END
004290                 PERFORM 1110-GUARDAR-CLIENTE THRU 1110-EXIT
004300         END-READ
004310     END-PERFORM
004320     CLOSE ARQ-CLIENTES.
004330 1100-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360*    1110-GUARDAR-CLIENTE - COPIA O CLIENTE LIDO PARA A PROXIMA
004370*                            ENTRADA DA TABELA
004380*----------------------------------------------------------------
004390 1110-GUARDAR-CLIENTE.
004400     IF AVP-QTD-CLIENTES >= 10000
004410         DISPLAY "TABELA DE CLIENTES CHEIA - ABORTANDO"
004420         CLOSE ARQ-CLIENTES
004430         MOVE 16 TO RETURN-CODE
004440         GOBACK
004450     END-IF
004460     ADD 1 TO AVP-QTD-CLIENTES
004470     MOVE CLIENTE-REC TO AVP-CLI-IMG(AVP-QTD-CLIENTES).
004480 1110-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510*    1200-CARREGAR-RESULTADOS - CARREGA OS CONCURSOS DO HISTORICO
004520*                                OFICIAL; CONCURSO ALEM DA
004530*                                CAPACIDADE SAI SEM AS DEZENAS
004540*                                ACERTADAS NA CARTA
004550*----------------------------------------------------------------
004560 1200-CARREGAR-RESULTADOS.
004570     OPEN INPUT ARQ-RESULTADOS
004580     IF AVP-FS-RESULTADOS NOT = "00"
004590         DISPLAY "ARQUIVO DE RESULTADOS INDISPONIVEL - ABORTANDO"
004600         MOVE 16 TO RETURN-CODE
004610         GOBACK
004620     END-IF
004630     SET AVP-FIM-ARQUIVO TO FALSE
004640     PERFORM UNTIL AVP-FIM-ARQUIVO
004650         READ ARQ-RESULTADOS
004660             AT END
004670                 SET AVP-FIM-ARQUIVO TO TRUE
004680             NOT AT END
004690                 PERFORM 1210-GUARDAR-RESULTADO THRU 1210-EXIT
004700         END-READ
004710     END-PERFORM
004720     CLOSE ARQ-RESULTADOS.
004730 1200-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760*    1210-GUARDAR-RESULTADO - COPIA O CONCURSO LIDO PARA A
004770*                              PROXIMA ENTRADA DA TABELA
004780*----------------------------------------------------------------
004790 1210-GUARDAR-RESULTADO.
004800     IF AVP-QTD-RESULTADOS >= 2000
004810         GO TO 1210-EXIT
004820     END-IF
004830     ADD 1 TO AVP-QTD-RESULTADOS
004840     MOVE RES-NUM-CONCURSO
004850         TO AVP-RES-CONCURSO(AVP-QTD-RESULTADOS)
004860     MOVE RES-TIPO-JOGO
004870         TO AVP-RES-TIPO(AVP-QTD-RESULTADOS)
004880     MOVE RES-QTD-DEZENAS
004890         TO AVP-RES-QTD(AVP-QTD-RESULTADOS)
004900     MOVE RES-DEZENAS
004910         TO AVP-RES-DEZENAS(AVP-QTD-RESULTADOS).
004920 1210-EXIT.
004930     EXIT.
004940*----------------------------------------------------------------
004950*    1300-ABRIR-ARQUIVOS - ABRE O CADASTRO DE PALPITES, O
004960*                           CONTROLE DE AVISOS (ACRESCIMO), A
004970*                           IMPRESSAO DAS CARTAS E O ARQUIVO DO
004980*                           PROVEDOR, QUE RECEBE A LINHA DE
004990*                           TITULOS
005000*----------------------------------------------------------------
005010 1300-ABRIR-ARQUIVOS.
005020     OPEN INPUT ARQ-PALPITES
005030     IF AVP-FS-PALPITES NOT = "00"
005040         DISPLAY "CADASTRO DE PALPITES INDISPONIVEL - RODE O"
005050             " REORGPAL - ABORTANDO"
005060         MOVE 16 TO RETURN-CODE
005070         GOBACK
005080     END-IF
005090     OPEN EXTEND ARQ-AVISADOS
005100     IF AVP-FS-AVISADOS = "35"
005110         OPEN OUTPUT ARQ-AVISADOS
005120     END-IF
005130     IF AVP-FS-AVISADOS NOT = "00"
005140         DISPLAY "ERRO " AVP-FS-AVISADOS
005150             " AO ABRIR O CONTROLE DE AVISOS - ABORTANDO"
005160         CLOSE ARQ-PALPITES
005170         MOVE 16 TO RETURN-CODE
005180         GOBACK
005190     END-IF
005200     OPEN OUTPUT ARQ-CARTAS
005210     IF AVP-FS-CARTAS NOT = "00"
005220         DISPLAY "ERRO " AVP-FS-CARTAS
005230             " AO ABRIR A IMPRESSAO DAS CARTAS - ABORTANDO"
005240         CLOSE ARQ-PALPITES
005250         CLOSE ARQ-AVISADOS
005260         MOVE 16 TO RETURN-CODE
005270         GOBACK
005280     END-IF
005290     OPEN OUTPUT ARQ-NOTIFICACOES
005300     IF AVP-FS-NOTIFICACOES NOT = "00"
005310         DISPLAY "ERRO " AVP-FS-NOTIFICACOES
005320             " AO ABRIR O ARQUIVO DO PROVEDOR - ABORTANDO"
005330         CLOSE ARQ-PALPITES
005340         CLOSE ARQ-AVISADOS
005350         CLOSE ARQ-CARTAS
005360         MOVE 16 TO RETURN-CODE
005370         GOBACK
005380     END-IF
005390     MOVE AVP-LINHA-TITULOS TO AVP-REG-NOTIFICACAO
005400     PERFORM 2420-GRAVAR-NOTIFICACAO THRU 2420-EXIT.
005410 1300-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440*    2000-LER-PAGAMENTOS - PERCORRE O LIVRO DE PAGAMENTOS E, EM
005450*                           SEGUIDA, AS PARTES RETIDAS
005460*----------------------------------------------------------------
005470 2000-LER-PAGAMENTOS.
005480     OPEN INPUT ARQ-PAGAMENTOS
005490     IF AVP-FS-PAGAMENTOS = "35"
005500         DISPLAY "LIVRO DE PAGAMENTOS AINDA VAZIO"
005510         MOVE "00" TO AVP-FS-PAGAMENTOS
005520         GO TO 2000-EXIT
005530     END-IF
005540     IF AVP-FS-PAGAMENTOS NOT = "00"
005550         DISPLAY "ERRO " AVP-FS-PAGAMENTOS
005560             " AO ABRIR O LIVRO DE PAGAMENTOS - ABORTANDO"
005570         CLOSE ARQ-PALPITES
005580         CLOSE ARQ-AVISADOS
005590         CLOSE ARQ-CARTAS
005600         CLOSE ARQ-NOTIFICACOES
005610         MOVE 16 TO RETURN-CODE
005620         GOBACK
005630     END-IF
005640     SET AVP-FIM-ARQUIVO TO FALSE
005650     PERFORM UNTIL AVP-FIM-ARQUIVO
005660         READ ARQ-PAGAMENTOS
005670             AT END
005680                 SET AVP-FIM-ARQUIVO TO TRUE
005690             NOT AT END
005700                 ADD 1 TO AVP-QTD-LIDOS
005710                 PERFORM 2100-AVISAR-PAGAMENTO THRU 2100-EXIT
005720         END-READ
005730     END-PERFORM
005740     PERFORM 2050-LER-RETIDOS THRU 2050-EXIT
005750     CLOSE ARQ-PAGAMENTOS.
005760 2000-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790*    2050-LER-RETIDOS - PERCORRE AS PARTES RETIDAS PELO RATEIO E
005800*                        AVISA CADA RETENCAO "R" PELA MESMA ROTINA
005810*                        DOS PAGAMENTOS (O PAGAMENTO RETIDO TEM O
005820*                        LAYOUT DO LIVRO). RETENCAO JA LIBERADA
005830*                        TEM O PAGAMENTO NO LIVRO, LIDO ANTES, E
005840*                        SAI COMO JA AVISADA (ARQUIVO AINDA
005850*                        INEXISTENTE = NENHUMA PARTE RETIDA)
005860*----------------------------------------------------------------
005870 2050-LER-RETIDOS.
005880     OPEN INPUT ARQ-RETIDOS
005890     IF AVP-FS-RETIDOS = "35"
005900         MOVE "00" TO AVP-FS-RETIDOS
005910         GO TO 2050-EXIT
005920     END-IF
005930     IF AVP-FS-RETIDOS NOT = "00"
005940         DISPLAY "ERRO " AVP-FS-RETIDOS
005950             " AO ABRIR OS PAGAMENTOS RETIDOS - ABORTANDO"
005960         PERFORM 2330-FECHAR-ARQUIVOS THRU 2330-EXIT
005970         MOVE 16 TO RETURN-CODE
005980         GOBACK
005990     END-IF
006000     SET AVP-PARTE-RETIDA TO TRUE
006010     PERFORM UNTIL AVP-FIM-RETIDOS
006020         READ ARQ-RETIDOS
006030             AT END
006040                 SET AVP-FIM-RETIDOS TO TRUE
006050             NOT AT END
006060                 IF RTD-RETIDO
006070                     ADD 1 TO AVP-QTD-RETIDAS-LIDAS
006080                     MOVE RTD-PAGAMENTO TO PAGAMENTO-REC
006090                     PERFORM 2100-AVISAR-PAGAMENTO THRU 2100-EXIT
006100                 END-IF
006110         END-READ
006120     END-PERFORM
006130     SET AVP-PARTE-RETIDA TO FALSE
006140     CLOSE ARQ-RETIDOS.
006150 2050-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180*    2100-AVISAR-PAGAMENTO - PULA O PAGAMENTO ANTERIOR A DATA
006190*                             INICIAL OU JA AVISADO; O NOVO SAI
006200*                             NA CARTA E, COM CONTATO, NO ARQUIVO
006210*                             DO PROVEDOR, E E GRAVADO NO
006220*                             CONTROLE DE AVISOS
006230*----------------------------------------------------------------
006240 2100-AVISAR-PAGAMENTO.
006250     IF PAG-DATA-PAGAMENTO < AVP-DATA-INICIAL
006260         ADD 1 TO AVP-QTD-ANTERIORES
006270         GO TO 2100-EXIT
006280     END-IF
006290     MOVE PAG-NUM-CONCURSO       TO AVP-CP-NUM-CONCURSO
006300     MOVE PAG-TIPO-JOGO          TO AVP-CP-TIPO-JOGO
006310     MOVE PAG-ID-EXECUCAO        TO AVP-CP-ID-EXECUCAO
006320     MOVE PAG-NUM-PALPITE        TO AVP-CP-NUM-PALPITE
006330     IF PAG-COD-CLIENTE NUMERIC
006340         MOVE PAG-COD-CLIENTE    TO AVP-CP-COD-CLIENTE
006350     ELSE
006360         MOVE ZERO               TO AVP-CP-COD-CLIENTE
006370     END-IF
006380     MOVE PAG-NOME-PARTICIPANTE  TO AVP-CP-NOME-PARTICIPANTE
006390     SET AVP-ACHADO TO FALSE
006400     IF AVP-QTD-AVISADOS > ZERO
006410         PERFORM 2110-COMPARAR-AVISADO THRU 2110-EXIT
006420             VARYING X1 FROM 1 BY 1
006430             UNTIL X1 > AVP-QTD-AVISADOS
006440                OR AVP-ACHADO
006450     END-IF
006460     IF AVP-ACHADO
006470         ADD 1 TO AVP-QTD-JA-AVISADOS
006480         GO TO 2100-EXIT
006490     END-IF
006500     ADD 1 TO AVP-QTD-NOVOS
006510     ADD PAG-VALOR-PAGO TO AVP-TOT-NOVOS
006520     IF AVP-PARTE-RETIDA
006530         ADD 1 TO AVP-QTD-RETIDAS
006540         ADD PAG-VALOR-PAGO TO AVP-TOT-RETIDAS
006550     END-IF
006560     PERFORM 2120-SOMAR-DATA THRU 2120-EXIT
006570     IF PAG-VALOR-PAGO = ZERO
006580         ADD 1 TO AVP-QTD-SEM-VALOR
006590         SET AVS-SEM-VALOR TO TRUE
006600         PERFORM 2500-GRAVAR-AVISO THRU 2500-EXIT
006610         GO TO 2100-EXIT
006620     END-IF
006630     PERFORM 2150-LOCALIZAR-CLIENTE THRU 2150-EXIT
006640     PERFORM 2200-APURAR-DEZENAS THRU 2200-EXIT
006650     ADD 1 TO AVP-NUM-AVISO
006660     PERFORM 2300-IMPRIMIR-CARTA THRU 2300-EXIT
006670     IF AVP-COM-CONTATO
006680         PERFORM 2400-MONTAR-NOTIFICACAO THRU 2400-EXIT
006690         ADD 1 TO AVP-QTD-CARTA-ARQUIVO
006700         ADD PAG-VALOR-PAGO TO AVP-TOT-CARTA-ARQUIVO
006710         SET AVS-CARTA-E-ARQUIVO TO TRUE
006720     ELSE
006730         DISPLAY "SEM CONTATO - AVISO SO POR CARTA: "
006740             PAG-NOME-PARTICIPANTE " PALPITE " PAG-NUM-PALPITE
006750         ADD 1 TO AVP-QTD-SO-CARTA
006760         ADD PAG-VALOR-PAGO TO AVP-TOT-SO-CARTA
006770         SET AVS-SO-CARTA TO TRUE
006780     END-IF
006790     PERFORM 2500-GRAVAR-AVISO THRU 2500-EXIT.
006800 2100-EXIT.
006810     EXIT.
006820*----------------------------------------------------------------
006830*    2110-COMPARAR-AVISADO - MARCA QUANDO O AVISO DA POSICAO X1
006840*                             E O DO PAGAMENTO CORRENTE
006850*----------------------------------------------------------------
006860 2110-COMPARAR-AVISADO.
006870     IF AVP-AVI-CHAVE(X1) = AVP-CHAVE-PAGAMENTO
006880         SET AVP-ACHADO TO TRUE
006890     END-IF.
006900 2110-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------
006930*    2120-SOMAR-DATA - ACUMULA O PAGAMENTO NOVO NO TOTAL DA SUA
006940*                       DATA DE PAGAMENTO
006950*----------------------------------------------------------------
006960 2120-SOMAR-DATA.
006970     SET AVP-ACHADO TO FALSE
006980     IF AVP-QTD-DATAS > ZERO
006990         PERFORM 2125-COMPARAR-DATA THRU 2125-EXIT
007000             VARYING D1 FROM 1 BY 1
007010             UNTIL D1 > AVP-QTD-DATAS
007020                OR AVP-ACHADO
007030     END-IF
007040     IF AVP-ACHADO
007050         SUBTRACT 1 FROM D1
007060     ELSE
007070         IF AVP-QTD-DATAS >= 400
007080             ADD 1 TO AVP-QTD-OUTRAS-DATAS
007090             ADD PAG-VALOR-PAGO TO AVP-TOT-OUTRAS-DATAS
007100             GO TO 2120-EXIT
007110         END-IF
007120         ADD 1 TO AVP-QTD-DATAS
007130         MOVE AVP-QTD-DATAS TO D1
007140         MOVE PAG-DATA-PAGAMENTO TO AVP-DAT-DATA(D1)
007150         MOVE ZERO TO AVP-DAT-QTD(D1)
007160         MOVE ZERO TO AVP-DAT-VALOR(D1)
007170     END-IF
007180     ADD 1 TO AVP-DAT-QTD(D1)
007190     ADD PAG-VALOR-PAGO TO AVP-DAT-VALOR(D1).
007200 2120-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230*    2125-COMPARAR-DATA - MARCA QUANDO A DATA DA POSICAO D1 E A
007240*                          DO PAGAMENTO CORRENTE
007250*----------------------------------------------------------------
007260 2125-COMPARAR-DATA.
007270     IF AVP-DAT-DATA(D1) = PAG-DATA-PAGAMENTO
007280         SET AVP-ACHADO TO TRUE
007290     END-IF.
007300 2125-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------
007330*    2150-LOCALIZAR-CLIENTE - PROCURA O CLIENTE DO PAGAMENTO E
007340*                              MARCA SE HA TELEFONE OU E-MAIL;
007350*                              PARTICIPANTE ANTIGO (CODIGO ZERO)
007360*                              NAO TEM CONTATO
007370*----------------------------------------------------------------
007380 2150-LOCALIZAR-CLIENTE.
007390     SET AVP-CLIENTE-ACHADO TO FALSE
007400     SET AVP-COM-CONTATO TO FALSE
007410     MOVE SPACES TO AVP-AREA-CLIENTE
007420     IF AVP-CP-COD-CLIENTE = ZERO
007430        OR AVP-QTD-CLIENTES = ZERO
007440         GO TO 2150-EXIT
007450     END-IF
007460     PERFORM 2155-COMPARAR-CLIENTE THRU 2155-EXIT
007470         VARYING C1 FROM 1 BY 1
007480         UNTIL C1 > AVP-QTD-CLIENTES
007490            OR AVP-CLIENTE-ACHADO
007500     IF NOT AVP-CLIENTE-ACHADO
007510         DISPLAY "CLIENTE " AVP-CP-COD-CLIENTE
007520             " NAO CADASTRADO"
007530         MOVE SPACES TO AVP-AREA-CLIENTE
007540         GO TO 2150-EXIT
007550     END-IF
007560     IF AVP-AC-TELEFONE NOT = SPACES
007570        OR AVP-AC-EMAIL NOT = SPACES
007580         SET AVP-COM-CONTATO TO TRUE
007590     END-IF.
007600 2150-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630*    2155-COMPARAR-CLIENTE - MARCA QUANDO O CLIENTE DA POSICAO C1
007640*                             E O DO PAGAMENTO CORRENTE
007650*----------------------------------------------------------------
007660 2155-COMPARAR-CLIENTE.
007670     MOVE AVP-CLI-IMG(C1) TO AVP-AREA-CLIENTE
007680     IF AVP-AC-COD-CLIENTE = AVP-CP-COD-CLIENTE
007690         SET AVP-CLIENTE-ACHADO TO TRUE
007700     END-IF.
007710 2155-EXIT.
007720     EXIT.
007730*----------------------------------------------------------------
007740*    2200-APURAR-DEZENAS - LE O PALPITE PAGO NO CADASTRO DE
007750*                           PALPITES E SEPARA AS DEZENAS QUE
007760*                           BATERAM COM O RESULTADO DO CONCURSO;
007770*                           SEM O PALPITE OU O RESULTADO A CARTA
007780*                           SAI SEM AS DEZENAS
007790*----------------------------------------------------------------
007800 2200-APURAR-DEZENAS.
007810     SET AVP-DEZENAS-CONFERIDAS TO FALSE
007820     MOVE ZERO TO AVP-QTD-ACERTADAS
007830     MOVE PAG-ID-EXECUCAO TO PMS-ID-EXECUCAO
007840     MOVE PAG-NUM-PALPITE TO PMS-NUM-PALPITE
007850     READ ARQ-PALPITES
007860         INVALID KEY
007870             ADD 1 TO AVP-QTD-SEM-DEZENAS
007880             GO TO 2200-EXIT
007890     END-READ
007900     SET AVP-ACHADO TO FALSE
007910     IF AVP-QTD-RESULTADOS > ZERO
007920         PERFORM 2210-COMPARAR-RESULTADO THRU 2210-EXIT
007930             VARYING R1 FROM 1 BY 1
007940             UNTIL R1 > AVP-QTD-RESULTADOS
007950                OR AVP-ACHADO
007960     END-IF
007970     IF NOT AVP-ACHADO
007980         ADD 1 TO AVP-QTD-SEM-DEZENAS
007990         GO TO 2200-EXIT
008000     END-IF
008010     SUBTRACT 1 FROM R1 GIVING AVP-IDX-RESULTADO
008020     SET AVP-DEZENAS-CONFERIDAS TO TRUE
008030     PERFORM 2220-CONFERIR-DEZENA THRU 2220-EXIT
008040         VARYING Q FROM 1 BY 1 UNTIL Q > PMS-QTD-DEZENAS.
008050 2200-EXIT.
008060     EXIT.
008070*----------------------------------------------------------------
008080*    2210-COMPARAR-RESULTADO - MARCA QUANDO O CONCURSO DA POSICAO
008090*                               R1 E O DO PAGAMENTO CORRENTE
008100*----------------------------------------------------------------
008110 2210-COMPARAR-RESULTADO.
008120     IF AVP-RES-CONCURSO(R1) = PAG-NUM-CONCURSO
008130        AND AVP-RES-TIPO(R1) = PAG-TIPO-JOGO
008140         SET AVP-ACHADO TO TRUE
008150     END-IF.
008160 2210-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------
008190*    2220-CONFERIR-DEZENA - GUARDA A DEZENA Q DO PALPITE QUANDO
008200*                            ELA FOI SORTEADA
008210*----------------------------------------------------------------
008220 2220-CONFERIR-DEZENA.
008230     PERFORM 2225-COMPARAR-DEZENA THRU 2225-EXIT
008240         VARYING S FROM 1 BY 1
008250         UNTIL S > AVP-RES-QTD(AVP-IDX-RESULTADO).
008260 2220-EXIT.
008270     EXIT.
008280*----------------------------------------------------------------
008290*    2225-COMPARAR-DEZENA - COMPARA A DEZENA Q DO PALPITE COM A
008300*                            DEZENA S SORTEADA
008310*----------------------------------------------------------------
008320 2225-COMPARAR-DEZENA.
008330     IF PMS-DEZENA(Q) = AVP-RES-DEZENA(AVP-IDX-RESULTADO, S)
008340         ADD 1 TO AVP-QTD-ACERTADAS
008350         MOVE PMS-DEZENA(Q)
008360             TO AVP-DEZENA-ACERTADA(AVP-QTD-ACERTADAS)
008370     END-IF.
008380 2225-EXIT.
008390     EXIT.
008400*----------------------------------------------------------------
008410*    2300-IMPRIMIR-CARTA - GRAVA NO ARQUIVO DE IMPRESSAO A CARTA
008420*                           DE AVISO DO PAGAMENTO CORRENTE, UMA
008430*                           PAGINA POR PARTICIPANTE, COM NUMERO
008440*                           SEQUENCIAL
008450*----------------------------------------------------------------
008460 2300-IMPRIMIR-CARTA.
008470     MOVE AVP-NUM-AVISO          TO AVP-I-NUM-AVISO
008480     MOVE AVP-IMP-CABECALHO-1    TO AVP-REG-IMPRESSAO
008490     WRITE AVP-REG-IMPRESSAO AFTER ADVANCING PAGE
008500     IF AVP-FS-CARTAS NOT = "00"
008510         DISPLAY "ERRO " AVP-FS-CARTAS
008520             " AO GRAVAR A CARTA - ABORTANDO"
008530         PERFORM 2330-FECHAR-ARQUIVOS THRU 2330-EXIT
008540         MOVE 16 TO RETURN-CODE
008550         GOBACK
008560     END-IF
008570     MOVE AVP-DATA-AVISO         TO AVP-DATA-NUMERICA
008580     PERFORM 2340-EDITAR-DATA THRU 2340-EXIT
008590     MOVE AVP-DATA-EDITADA       TO AVP-I-DATA-AVISO
008600     MOVE AVP-IMP-CABECALHO-2    TO AVP-REG-IMPRESSAO
008610     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008620     MOVE AVP-IMP-TRACO          TO AVP-REG-IMPRESSAO
008630     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008640     MOVE PAG-NOME-PARTICIPANTE  TO AVP-I-NOME
008650     MOVE AVP-IMP-SAUDACAO       TO AVP-REG-IMPRESSAO
008660     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008670     MOVE SPACES                 TO AVP-REG-IMPRESSAO
008680     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008690     MOVE "O BOLAO DE QUE VOCE PARTICIPA FOI PREMIADO E A SUA"
008700         TO AVP-REG-IMPRESSAO
008710     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008720     MOVE "PARTE DO PREMIO JA ESTA SEPARADA PARA RETIRADA."
008730         TO AVP-REG-IMPRESSAO
008740     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008750     MOVE SPACES                 TO AVP-REG-IMPRESSAO
008760     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008770     PERFORM 2350-NOMEAR-JOGO THRU 2350-EXIT
008780     MOVE AVP-NOME-JOGO          TO AVP-I-JOGO
008790     MOVE PAG-NUM-CONCURSO       TO AVP-I-CONCURSO
008800     MOVE AVP-IMP-JOGO           TO AVP-REG-IMPRESSAO
008810     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008820     MOVE PAG-NUM-PALPITE        TO AVP-I-PALPITE
008830     MOVE PAG-ID-EXECUCAO        TO AVP-I-EXECUCAO
008840     MOVE AVP-IMP-PALPITE        TO AVP-REG-IMPRESSAO
008850     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008860     IF AVP-DEZENAS-CONFERIDAS
008870         MOVE AVP-QTD-ACERTADAS  TO AVP-I-ACERTOS
008880         MOVE AVP-IMP-ACERTOS    TO AVP-REG-IMPRESSAO
008890         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008900         PERFORM 2310-IMPRIMIR-GRADE THRU 2310-EXIT
008910     ELSE
008920         MOVE "ACERTADAS: CONSULTE O RESULTADO NA LOTERICA"
008930             TO AVP-REG-IMPRESSAO
008940         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008950     END-IF
008960     MOVE PAG-QTD-COTAS          TO AVP-I-COTAS
008970     MOVE AVP-IMP-COTAS          TO AVP-REG-IMPRESSAO
008980     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
008990     COMPUTE AVP-VALOR-REAIS = PAG-VALOR-PAGO / 100
009000     MOVE AVP-VALOR-REAIS        TO AVP-I-VALOR
009010     MOVE AVP-IMP-VALOR          TO AVP-REG-IMPRESSAO
009020     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009030     MOVE PAG-DATA-PAGAMENTO     TO AVP-DATA-NUMERICA
009040     PERFORM 2340-EDITAR-DATA THRU 2340-EXIT
009050     MOVE AVP-DATA-EDITADA       TO AVP-I-DATA-PAGAMENTO
009060     MOVE AVP-IMP-RATEIO         TO AVP-REG-IMPRESSAO
009070     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009080     MOVE SPACES                 TO AVP-REG-IMPRESSAO
009090     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009100     MOVE "ONDE RETIRAR:"        TO AVP-REG-IMPRESSAO
009110     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009120     MOVE AVP-LOCAL-RETIRADA     TO AVP-I-LOCAL
009130     MOVE AVP-IMP-LOCAL          TO AVP-REG-IMPRESSAO
009140     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009150     MOVE "APRESENTE ESTE AVISO E UM DOCUMENTO OFICIAL COM FOTO."
009160         TO AVP-I-LOCAL
009170     MOVE AVP-IMP-LOCAL          TO AVP-REG-IMPRESSAO
009180     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009190     IF AVP-PARTE-RETIDA
009200         MOVE "VALOR SUJEITO A IDENTIFICACAO: TRAGA TAMBEM O CPF."
009210             TO AVP-I-LOCAL
009220         MOVE AVP-IMP-LOCAL      TO AVP-REG-IMPRESSAO
009230         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009240         MOVE "O PAGAMENTO E LIBERADO PELO SUPERVISOR NO BALCAO."
009250             TO AVP-I-LOCAL
009260         MOVE AVP-IMP-LOCAL      TO AVP-REG-IMPRESSAO
009270         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009280     END-IF
009290     MOVE "O PREMIO PRESCREVE 90 DIAS APOS A DATA DO SORTEIO."
009300         TO AVP-I-LOCAL
009310     MOVE AVP-IMP-LOCAL          TO AVP-REG-IMPRESSAO
009320     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009330     MOVE AVP-IMP-TRACO          TO AVP-REG-IMPRESSAO
009340     PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009350     ADD 1 TO AVP-QTD-CARTAS.
009360 2300-EXIT.
009370     EXIT.
009380*----------------------------------------------------------------
009390*    2310-IMPRIMIR-GRADE - GRAVA AS DEZENAS ACERTADAS EM GRADE DE
009400*                           CINCO POR LINHA, COM O ROTULO SO NA
009410*                           PRIMEIRA LINHA
009420*----------------------------------------------------------------
009430 2310-IMPRIMIR-GRADE.
009440     MOVE "ACERTADAS:" TO AVP-I-ROTULO-DEZ
009450     MOVE ZERO TO AVP-SLOT-GRADE
009460     MOVE SPACES TO AVP-I-GRADE
009470     IF AVP-QTD-ACERTADAS > ZERO
009480         PERFORM 2315-COLOCAR-DEZENA THRU 2315-EXIT
009490             VARYING Q FROM 1 BY 1 UNTIL Q > AVP-QTD-ACERTADAS
009500     END-IF
009510     IF AVP-SLOT-GRADE > ZERO
009520         MOVE AVP-IMP-DEZENAS TO AVP-REG-IMPRESSAO
009530         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009540     END-IF.
009550 2310-EXIT.
009560     EXIT.
009570*----------------------------------------------------------------
009580*    2315-COLOCAR-DEZENA - POE A DEZENA ACERTADA Q NA PROXIMA
009590*                           CELULA DA GRADE E DESCARREGA A LINHA
009600*                           QUANDO A QUINTA CELULA ENCHE
009610*----------------------------------------------------------------
009620 2315-COLOCAR-DEZENA.
009630     ADD 1 TO AVP-SLOT-GRADE
009640     MOVE SPACES TO AVP-I-CELULA(AVP-SLOT-GRADE)
009650     MOVE AVP-DEZENA-ACERTADA(Q) TO AVP-I-DEZENA(AVP-SLOT-GRADE)
009660     IF AVP-SLOT-GRADE = 5
009670         MOVE AVP-IMP-DEZENAS TO AVP-REG-IMPRESSAO
009680         PERFORM 2320-GRAVAR-LINHA THRU 2320-EXIT
009690         MOVE SPACES TO AVP-I-ROTULO-DEZ
009700         MOVE SPACES TO AVP-I-GRADE
009710         MOVE ZERO TO AVP-SLOT-GRADE
009720     END-IF.
009730 2315-EXIT.
009740     EXIT.
009750*----------------------------------------------------------------
009760*    2320-GRAVAR-LINHA - GRAVA UMA LINHA NO ARQUIVO DE IMPRESSAO
009770*                         VERIFICANDO O FILE STATUS
009780*----------------------------------------------------------------
009790 2320-GRAVAR-LINHA.
009800     WRITE AVP-REG-IMPRESSAO AFTER ADVANCING 1 LINE
009810     IF AVP-FS-CARTAS NOT = "00"
009820         DISPLAY "ERRO " AVP-FS-CARTAS
009830             " AO GRAVAR A CARTA - ABORTANDO"
009840         PERFORM 2330-FECHAR-ARQUIVOS THRU 2330-EXIT
009850         MOVE 16 TO RETURN-CODE
009860         GOBACK
009870     END-IF.
009880 2320-EXIT.
009890     EXIT.
009900*----------------------------------------------------------------
009910*    2330-FECHAR-ARQUIVOS - FECHA OS ARQUIVOS ABERTOS ANTES DE UM
009920*                            ABORTO NO MEIO DOS PAGAMENTOS
009930*----------------------------------------------------------------
009940 2330-FECHAR-ARQUIVOS.
009950     CLOSE ARQ-PAGAMENTOS
009960     IF AVP-PARTE-RETIDA
009970         CLOSE ARQ-RETIDOS
009980     END-IF
009990     CLOSE ARQ-PALPITES
010000     CLOSE ARQ-AVISADOS
010010     CLOSE ARQ-CARTAS
010020     CLOSE ARQ-NOTIFICACOES.
010030 2330-EXIT.
010040     EXIT.
010050*----------------------------------------------------------------
010060*    2340-EDITAR-DATA - MONTA DD/MM/AAAA A PARTIR DA DATA
010070*                        NUMERICA AAAAMMDD
010080*----------------------------------------------------------------
010090 2340-EDITAR-DATA.
010100     MOVE AVP-DN-DIA             TO AVP-DE-DIA
010110     MOVE AVP-DN-MES             TO AVP-DE-MES
010120     MOVE AVP-DN-ANO             TO AVP-DE-ANO.
010130 2340-EXIT.
010140     EXIT.
010150*----------------------------------------------------------------
010160*    2350-NOMEAR-JOGO - NOME DO JOGO DO PAGAMENTO CORRENTE
010170*----------------------------------------------------------------
010180 2350-NOMEAR-JOGO.
010190     EVALUATE PAG-TIPO-JOGO
010200         WHEN 1
010210             MOVE "MEGA-SENA" TO AVP-NOME-JOGO
010220         WHEN 2
010230             MOVE "LOTOFACIL" TO AVP-NOME-JOGO
010240         WHEN 3
010250             MOVE "QUINA"     TO AVP-NOME-JOGO
010260         WHEN OTHER
010270             MOVE "LOTERIA"   TO AVP-NOME-JOGO
010280     END-EVALUATE.
010290 2350-EXIT.
010300     EXIT.
010310*----------------------------------------------------------------
010320*    2400-MONTAR-NOTIFICACAO - MONTA E GRAVA A LINHA DO ARQUIVO
010330*                               DO PROVEDOR, CAMPOS SEPARADOS POR
010340*                               ";" NA ORDEM DA LINHA DE TITULOS
010350*----------------------------------------------------------------
010360 2400-MONTAR-NOTIFICACAO.
010370     MOVE SPACES TO AVP-REG-NOTIFICACAO
010380     MOVE 1 TO AVP-PONTEIRO
010390     MOVE AVP-NUM-AVISO TO AVP-NUM-ENTRADA
010400     PERFORM 2410-EDITAR-NUMERO THRU 2410-EXIT
010410     STRING AVP-TEXTO-EDITADO     DELIMITED BY SPACE
010420            ";"                   DELIMITED BY SIZE
010430         INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
010440     END-STRING
010450     MOVE AVP-CP-COD-CLIENTE TO AVP-NUM-ENTRADA
010460     PERFORM 2410-EDITAR-NUMERO THRU 2410-EXIT
010470     STRING AVP-TEXTO-EDITADO     DELIMITED BY SPACE
010480            ";"                   DELIMITED BY SIZE
010490            PAG-NOME-PARTICIPANTE DELIMITED BY "  "
010500            ";"                   DELIMITED BY SIZE
010510            AVP-AC-TELEFONE       DELIMITED BY "  "
010520            ";"                   DELIMITED BY SIZE
010530            AVP-AC-EMAIL          DELIMITED BY SPACE
010540            ";"                   DELIMITED BY SIZE
010550            AVP-NOME-JOGO         DELIMITED BY SPACE
010560            ";"                   DELIMITED BY SIZE
010570         INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
010580     END-STRING
010590     MOVE PAG-NUM-CONCURSO TO AVP-NUM-ENTRADA
010600     PERFORM 2410-EDITAR-NUMERO THRU 2410-EXIT
010610     STRING AVP-TEXTO-EDITADO     DELIMITED BY SPACE
010620            ";"                   DELIMITED BY SIZE
010630         INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
010640     END-STRING
010650     MOVE PAG-NUM-PALPITE TO AVP-NUM-ENTRADA
010660     PERFORM 2410-EDITAR-NUMERO THRU 2410-EXIT
010670     STRING AVP-TEXTO-EDITADO     DELIMITED BY SPACE
010680            ";"                   DELIMITED BY SIZE
010690         INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
010700     END-STRING
010710     IF AVP-DEZENAS-CONFERIDAS
010720         MOVE AVP-QTD-ACERTADAS TO AVP-NUM-ENTRADA
010730         PERFORM 2410-EDITAR-NUMERO THRU 2410-EXIT
010740         STRING AVP-TEXTO-EDITADO DELIMITED BY SPACE
010750             INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
010760         END-STRING
010770     END-IF
010780     STRING ";"                   DELIMITED BY SIZE
010790         INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
010800     END-STRING
010810     MOVE PAG-QTD-COTAS TO AVP-NUM-ENTRADA
010820     PERFORM 2410-EDITAR-NUMERO THRU 2410-EXIT
010830     STRING AVP-TEXTO-EDITADO     DELIMITED BY SPACE
010840            ";"                   DELIMITED BY SIZE
010850         INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
010860     END-STRING
010870     COMPUTE AVP-VALOR-REAIS = PAG-VALOR-PAGO / 100
010880     MOVE AVP-VALOR-REAIS TO AVP-VALOR-EDITADO
010890     MOVE ZERO TO AVP-QTD-BRANCOS
010900     INSPECT AVP-VALOR-EDITADO
010910         TALLYING AVP-QTD-BRANCOS FOR LEADING SPACES
010920     MOVE AVP-VALOR-EDITADO(AVP-QTD-BRANCOS + 1:)
010930         TO AVP-TEXTO-EDITADO
010940     MOVE PAG-DATA-PAGAMENTO TO AVP-DATA-NUMERICA
010950     PERFORM 2340-EDITAR-DATA THRU 2340-EXIT
010960     STRING AVP-TEXTO-EDITADO     DELIMITED BY SPACE
010970            ";"                   DELIMITED BY SIZE
010980            AVP-DATA-EDITADA      DELIMITED BY SIZE
010990            ";"                   DELIMITED BY SIZE
011000         INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
011010     END-STRING
011020     IF AVP-PARTE-RETIDA
011030         STRING "RETIDO"          DELIMITED BY SIZE
011040             INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
011050         END-STRING
011060     ELSE
011070         STRING "PAGO"            DELIMITED BY SIZE
011080             INTO AVP-REG-NOTIFICACAO WITH POINTER AVP-PONTEIRO
011090         END-STRING
011100     END-IF
011110     PERFORM 2420-GRAVAR-NOTIFICACAO THRU 2420-EXIT
011120     ADD 1 TO AVP-QTD-NOTIFICACOES.
011130 2400-EXIT.
011140     EXIT.
011150*----------------------------------------------------------------
011160*    2410-EDITAR-NUMERO - DEIXA EM AVP-TEXTO-EDITADO O NUMERO DE
011170*                          AVP-NUM-ENTRADA SEM ZEROS A ESQUERDA
011180*----------------------------------------------------------------
011190 2410-EDITAR-NUMERO.
011200     MOVE AVP-NUM-ENTRADA TO AVP-NUM-EDITADO
011210     MOVE ZERO TO AVP-QTD-BRANCOS
011220     INSPECT AVP-NUM-EDITADO
011230         TALLYING AVP-QTD-BRANCOS FOR LEADING SPACES
011240     MOVE AVP-NUM-EDITADO(AVP-QTD-BRANCOS + 1:)
011250         TO AVP-TEXTO-EDITADO.
011260 2410-EXIT.
011270     EXIT.
011280*----------------------------------------------------------------
011290*    2420-GRAVAR-NOTIFICACAO - GRAVA UMA LINHA NO ARQUIVO DO
011300*                               PROVEDOR VERIFICANDO O FILE STATUS
011310*----------------------------------------------------------------
011320 2420-GRAVAR-NOTIFICACAO.
011330     WRITE AVP-REG-NOTIFICACAO
011340     IF AVP-FS-NOTIFICACOES NOT = "00"
011350         DISPLAY "ERRO " AVP-FS-NOTIFICACOES
011360             " AO GRAVAR O ARQUIVO DO PROVEDOR - ABORTANDO"
011370         PERFORM 2330-FECHAR-ARQUIVOS THRU 2330-EXIT
011380         MOVE 16 TO RETURN-CODE
011390         GOBACK
011400     END-IF.
011410 2420-EXIT.
011420     EXIT.
011430*----------------------------------------------------------------
011440*    2500-GRAVAR-AVISO - GRAVA O PAGAMENTO TRATADO NO CONTROLE DE
011450*                         AVISOS, COM O CANAL JA MARCADO, DEPOIS
011460*                         DA CARTA E DO ARQUIVO DO PROVEDOR, E
011470*                         GUARDA A CHAVE NA TABELA (A PARTE RETIDA
011480*                         JA LIBERADA NAO SAI DE NOVO NESTA
011490*                         EXECUCAO)
011500*----------------------------------------------------------------
011510 2500-GRAVAR-AVISO.
011520     MOVE AVP-CHAVE-PAGAMENTO    TO AVS-CHAVE
011530     MOVE PAG-DATA-PAGAMENTO     TO AVS-DATA-PAGAMENTO
011540     MOVE PAG-HORA-PAGAMENTO     TO AVS-HORA-PAGAMENTO
011550     MOVE PAG-VALOR-PAGO         TO AVS-VALOR-PAGO
011560     MOVE AVP-DATA-AVISO         TO AVS-DATA-AVISO
011570     MOVE AVP-HORA-HHMMSS        TO AVS-HORA-AVISO
011580     IF AVS-SEM-VALOR
011590         MOVE ZERO               TO AVS-NUM-AVISO
011600     ELSE
011610         MOVE AVP-NUM-AVISO      TO AVS-NUM-AVISO
011620     END-IF
011630     WRITE AVISO-REC
011640     IF AVP-FS-AVISADOS NOT = "00"
011650         DISPLAY "ERRO " AVP-FS-AVISADOS
011660             " AO GRAVAR O CONTROLE DE AVISOS - ABORTANDO"
011670         PERFORM 2330-FECHAR-ARQUIVOS THRU 2330-EXIT
011680         MOVE 16 TO RETURN-CODE
011690         GOBACK
011700     END-IF
011710     PERFORM 1010-GUARDAR-AVISADO THRU 1010-EXIT.
011720 2500-EXIT.
011730     EXIT.
011740*----------------------------------------------------------------
011750*    9000-IMPRIMIR-RESUMO - TOTAIS DE CONTROLE: O TOTAL DOS
011760*                            PAGAMENTOS NOVOS TEM DE SER A SOMA
011770*                            DAS CARTAS COM E SEM ARQUIVO E DAS
011780*                            PARTES ZERO; O TOTAL POR DATA DE
011790*                            PAGAMENTO CONFERE COM O "TOTAL GERAL
011800*                            RATEADO" DO RATEIO DAQUELE DIA (PAGO
011810*                            MAIS RETIDO)
011820*----------------------------------------------------------------
011830 9000-IMPRIMIR-RESUMO.
011840     DISPLAY "--------------------------------------------"
011850     DISPLAY "PAGAMENTOS LIDOS.....: " AVP-QTD-LIDOS
011860     DISPLAY "ANTERIORES A DATA....: " AVP-QTD-ANTERIORES
011870     DISPLAY "JA AVISADOS (PULADOS): " AVP-QTD-JA-AVISADOS
011880     MOVE "PAGAMENTOS NOVOS.....: " TO AVP-C-TITULO
011890     MOVE AVP-QTD-NOVOS TO AVP-C-QTD
011900     COMPUTE AVP-VALOR-REAIS = AVP-TOT-NOVOS / 100
011910     MOVE AVP-VALOR-REAIS TO AVP-C-VALOR
011920     DISPLAY AVP-LINHA-CONTROLE
011930     MOVE "  CARTA E ARQUIVO....: " TO AVP-C-TITULO
011940     MOVE AVP-QTD-CARTA-ARQUIVO TO AVP-C-QTD
011950     COMPUTE AVP-VALOR-REAIS = AVP-TOT-CARTA-ARQUIVO / 100
011960     MOVE AVP-VALOR-REAIS TO AVP-C-VALOR
011970     DISPLAY AVP-LINHA-CONTROLE
011980     MOVE "  SO CARTA (S/CONTATO): " TO AVP-C-TITULO
011990     MOVE AVP-QTD-SO-CARTA TO AVP-C-QTD
012000     COMPUTE AVP-VALOR-REAIS = AVP-TOT-SO-CARTA / 100
012010     MOVE AVP-VALOR-REAIS TO AVP-C-VALOR
012020     DISPLAY AVP-LINHA-CONTROLE
012030     DISPLAY "  PARTE ZERO (S/AVISO): " AVP-QTD-SEM-VALOR
012040     MOVE "  DOS QUAIS RETIDOS...: " TO AVP-C-TITULO
012050     MOVE AVP-QTD-RETIDAS TO AVP-C-QTD
012060     COMPUTE AVP-VALOR-REAIS = AVP-TOT-RETIDAS / 100
012070     MOVE AVP-VALOR-REAIS TO AVP-C-VALOR
012080     DISPLAY AVP-LINHA-CONTROLE
012090     DISPLAY "PARTES RETIDAS LIDAS.: " AVP-QTD-RETIDAS-LIDAS
012100     DISPLAY "CARTAS IMPRESSAS.....: " AVP-QTD-CARTAS
012110     DISPLAY "LINHAS DO PROVEDOR...: " AVP-QTD-NOTIFICACOES
012120     DISPLAY "CARTAS SEM DEZENAS...: " AVP-QTD-SEM-DEZENAS
012130     DISPLAY "PAGAMENTOS NOVOS POR DATA DE PAGAMENTO (CONFERIR"
012140         " COM O TOTAL GERAL RATEADO DO RATEIO):"
012150     IF AVP-QTD-DATAS > ZERO
012160         PERFORM 9100-IMPRIMIR-DATA THRU 9100-EXIT
012170             VARYING D1 FROM 1 BY 1 UNTIL D1 > AVP-QTD-DATAS
012180     END-IF
012190     IF AVP-QTD-OUTRAS-DATAS > ZERO
012200         MOVE "OUTRAS DATAS" TO AVP-D-DATA
012210         MOVE AVP-QTD-OUTRAS-DATAS TO AVP-D-QTD
012220         COMPUTE AVP-VALOR-REAIS = AVP-TOT-OUTRAS-DATAS / 100
012230         MOVE AVP-VALOR-REAIS TO AVP-D-VALOR
012240         DISPLAY AVP-LINHA-DATA
012250     END-IF
012260     COMPUTE AVP-QTD-CONFERE = AVP-QTD-CARTA-ARQUIVO
012270         + AVP-QTD-SO-CARTA + AVP-QTD-SEM-VALOR
012280     COMPUTE AVP-TOT-CONFERE = AVP-TOT-CARTA-ARQUIVO
012290         + AVP-TOT-SO-CARTA
012300     IF AVP-QTD-CONFERE = AVP-QTD-NOVOS
012310        AND AVP-TOT-CONFERE = AVP-TOT-NOVOS
012320        AND AVP-QTD-CARTAS = AVP-QTD-CARTA-ARQUIVO
012330                           + AVP-QTD-SO-CARTA
012340        AND AVP-QTD-NOTIFICACOES = AVP-QTD-CARTA-ARQUIVO
012350         DISPLAY "TOTAIS DE CONTROLE CONFEREM"
012360     ELSE
012370         DISPLAY "TOTAIS DE CONTROLE DIVERGEM - CONFERIR O"
012380             " CONTROLE DE AVISOS ANTES DE ENVIAR"
012390         MOVE 8 TO RETURN-CODE
012400         GO TO 9000-EXIT
012410     END-IF
012420     IF AVP-QTD-SO-CARTA > ZERO
012430         DISPLAY "HA PARTICIPANTES SEM CONTATO - ENTREGAR A CARTA"
012440             " NO BALCAO"
012450         MOVE 4 TO RETURN-CODE
012460     END-IF.
012470 9000-EXIT.
012480     EXIT.
012490*----------------------------------------------------------------
012500*    9100-IMPRIMIR-DATA - LINHA DO TOTAL DA DATA DE POSICAO D1
012510*----------------------------------------------------------------
012520 9100-IMPRIMIR-DATA.
012530     MOVE AVP-DAT-DATA(D1) TO AVP-DATA-NUMERICA
012540     PERFORM 2340-EDITAR-DATA THRU 2340-EXIT
012550     MOVE AVP-DATA-EDITADA TO AVP-D-DATA
012560     MOVE AVP-DAT-QTD(D1) TO AVP-D-QTD
012570     COMPUTE AVP-VALOR-REAIS = AVP-DAT-VALOR(D1) / 100
012580     MOVE AVP-VALOR-REAIS TO AVP-D-VALOR
012590     DISPLAY AVP-LINHA-DATA.
012600 9100-EXIT.
012610     EXIT.

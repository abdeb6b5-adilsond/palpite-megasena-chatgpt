000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PRESCRI.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : CONTROLE DE PRESCRICAO DE PREMIOS
000090*    FUNCAO   : ENVELHECE CADA PALPITE PREMIADO GRAVADO PELO
000100*               CONFERE (PREMIAD.CPY) PELA DATA DO SORTEIO DO
000110*               SEU CONCURSO (RES-DATA-SORTEIO, EM RESSORT.CPY):
000120*               A CAIXA SO PAGA O PREMIO ATE 90 DIAS APOS O
000130*               SORTEIO. PARA CADA PREMIADO IMPRIME O VALOR
000140*               OFICIAL DA FAIXA (VALFAIXA.CPY), OS DIAS
000150*               DECORRIDOS E OS QUE RESTAM, SE JA FOI RATEADO
000160*               (LIVRO DE PAGAMENTOS, PAGTO.CPY, OU PAGAMENTO
000170*               RETIDO PELO RATEIO, RETIDO.CPY) E OS
000180*               PARTICIPANTES DO BOLAO AINDA NAO PAGOS - A PARTE
000190*               RETIDA CONTINUA NAO PAGA ATE SER LIBERADA -, COM A
000200*               FAIXA DE ALERTA: ATENCAO A PARTIR DE 60 DIAS,
000210*               URGENTE A PARTIR DE 80 E PRESCRITO A PARTIR DE
000220*               90. O PREMIADO PRESCRITO E NAO QUITADO E GRAVADO
000230*               NO ARQUIVO DE PREMIOS PRESCRITOS (PRESCR.CPY),
000240*               RECRIADO A CADA EXECUCAO, QUE O RATEIO CONSULTA
000250*               PARA NUNCA PAGAR PREMIO PRESCRITO. PALPITE
000260*               ESTORNADO OU SEM REGISTRO NO TERMINAL NAO E
000270*               PREMIO E FICA FORA DO CONTROLE.
000280*               RETURN-CODE: 0 NADA A ALERTAR; 4 HA PREMIO EM
000290*               FAIXA DE ALERTA, PRESCRITO OU SEM DATA DE
000300*               SORTEIO; 16 ABORTO.
000310*
000320*    HISTORICO DE ALTERACOES
000330*    DATA       AUTOR   DESCRICAO
000340*    ---------- ------- ----------------------------------------
000350*    2026-10-15 RAS     VERSAO INICIAL.
000360*    2026-10-15 RAS     TABELA DE VALORES DE FAIXA AMPLIADA PARA
000370*                       5000 ENTRADAS, ACOMPANHANDO O RATEIO.
000380*    2026-10-15 RAS     PREMIADO COM PAGAMENTO RETIDO PELO RATEIO
000390*                       (RETIDO.CPY) CONTA COMO RATEADO MESMO SEM
000400*                       PAGAMENTO NO LIVRO.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ARQ-PREMIADOS     ASSIGN TO PREMIADO
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PSC-FS-PREMIADOS.
000530     SELECT ARQ-RESULTADOS    ASSIGN TO RESULTAD
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PSC-FS-RESULTADOS.
000560     SELECT ARQ-VALORES       ASSIGN TO VALFAIXA
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PSC-FS-VALORES.
000590     SELECT ARQ-PAGAMENTOS    ASSIGN TO PAGAMENT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PSC-FS-PAGAMENTOS.
000620     SELECT ARQ-PARTICIPANTES ASSIGN TO PARTICIP
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PSC-FS-PARTICIPANTES.
000650     SELECT ARQ-ESTORNOS      ASSIGN TO ESTORNOS
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PSC-FS-ESTORNOS.
000680     SELECT ARQ-PRESCRITOS    ASSIGN TO PRESCRIT
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS PSC-FS-PRESCRITOS.
000710     SELECT ARQ-RETIDOS       ASSIGN TO RETIDOS
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS PSC-FS-RETIDOS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  ARQ-PREMIADOS
000770     COPY PREMIAD.CPY.
000780 FD  ARQ-RESULTADOS
000790     COPY RESSORT.CPY.
000800 FD  ARQ-VALORES
000810     COPY VALFAIXA.CPY.
000820 FD  ARQ-PAGAMENTOS
000830     COPY PAGTO.CPY.
000840 FD  ARQ-PARTICIPANTES
000850     COPY PARTIC.CPY.
000860 FD  ARQ-ESTORNOS
000870     COPY ESTORNO.CPY.
000880 FD  ARQ-PRESCRITOS
000890     COPY PRESCR.CPY.
000900 FD  ARQ-RETIDOS
000910     COPY RETIDO.CPY.
000920 WORKING-STORAGE SECTION.
000930 01  PSC-STATUS-ARQUIVOS.
000940     05  PSC-FS-PREMIADOS        PIC X(02) VALUE "00".
000950     05  PSC-FS-RESULTADOS       PIC X(02) VALUE "00".
000960     05  PSC-FS-VALORES          PIC X(02) VALUE "00".
000970     05  PSC-FS-PAGAMENTOS       PIC X(02) VALUE "00".
000980     05  PSC-FS-PARTICIPANTES    PIC X(02) VALUE "00".
000990     05  PSC-FS-ESTORNOS         PIC X(02) VALUE "00".
001000     05  PSC-FS-PRESCRITOS       PIC X(02) VALUE "00".
001010     05  PSC-FS-RETIDOS          PIC X(02) VALUE "00".
001020 01  PSC-SWITCHES.
001030     05  PSC-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
001040         88  PSC-FIM-ARQUIVO         VALUE "S"
001050                                      FALSE "N".
001060     05  PSC-SW-FIM-PARTICIP     PIC X(01) VALUE "N".
001070         88  PSC-FIM-PARTICIP        VALUE "S"
001080                                      FALSE "N".
001090     05  PSC-SW-SORTEIO-ACHADO   PIC X(01) VALUE "N".
001100         88  PSC-SORTEIO-ACHADO      VALUE "S"
001110                                      FALSE "N".
001120     05  PSC-SW-VALOR-ACHADO     PIC X(01) VALUE "N".
001130         88  PSC-VALOR-ACHADO        VALUE "S"
001140                                      FALSE "N".
001150     05  PSC-SW-RATEADO          PIC X(01) VALUE "N".
001160         88  PSC-PREMIO-RATEADO      VALUE "S"
001170                                      FALSE "N".
001180     05  PSC-SW-PART-PAGO        PIC X(01) VALUE "N".
001190         88  PSC-PART-PAGO           VALUE "S"
001200                                      FALSE "N".
001210     05  PSC-SW-PALP-ESTORNADO   PIC X(01) VALUE "N".
001220         88  PSC-PALPITE-ESTORNADO   VALUE "S"
001230                                      FALSE "N".
001240     05  PSC-SW-PART-ESTORNADO   PIC X(01) VALUE "N".
001250         88  PSC-PART-ESTORNADO      VALUE "S"
001260                                      FALSE "N".
001270     05  PSC-SW-ALERTA           PIC X(01) VALUE "N".
001280         88  PSC-TEM-ALERTA          VALUE "S".
001290 01  PSC-PARAMETROS.
001300     05  PSC-DATA-REFERENCIA     PIC 9(08) VALUE ZERO.
001310     05  PSC-PRAZO-DIAS          PIC 9(03) VALUE 090.
001320     05  PSC-DIAS-ATENCAO        PIC 9(03) VALUE 060.
001330     05  PSC-DIAS-URGENTE        PIC 9(03) VALUE 080.
001340*----------------------------------------------------------------
001350*    DATAS DE SORTEIO DOS CONCURSOS DE RESULTADOS.DAT, POR
001360*    CONCURSO + JOGO
001370*----------------------------------------------------------------
001380 01  PSC-TAB-SORTEIOS.
001390     05  PSC-QTD-SORTEIOS        PIC 9(04) COMP VALUE ZERO.
001400     05  PSC-SRT-ENT OCCURS 2000 TIMES.
001410         10  PSC-SRT-CONCURSO    PIC 9(06).
001420         10  PSC-SRT-TIPO        PIC 9(01).
001430         10  PSC-SRT-DATA        PIC 9(08).
001440*----------------------------------------------------------------
001450*    VALORES OFICIAIS DE PREMIO POR CONCURSO + JOGO + FAIXA
001460*----------------------------------------------------------------
001470 01  PSC-TAB-VALORES.
001480     05  PSC-QTD-VALORES         PIC 9(04) COMP VALUE ZERO.
001490     05  PSC-VAL-ENT OCCURS 5000 TIMES.
001500         10  PSC-VAL-CONCURSO    PIC 9(06).
001510         10  PSC-VAL-TIPO        PIC 9(01).
001520         10  PSC-VAL-ACERTOS     PIC 9(02).
001530         10  PSC-VAL-PREMIO      PIC 9(11) COMP.
001540*----------------------------------------------------------------
001550*    PAGAMENTOS DO LIVRO: PREMIADO (CONCURSO + EXECUCAO +
001560*    PALPITE) E PARTICIPANTE PAGO (CODIGO DO CLIENTE, OU NOME
001570*    QUANDO O PARTICIPANTE E ANTIGO, SEM CODIGO)
001580*----------------------------------------------------------------
001590 01  PSC-TAB-PAGOS.
001600     05  PSC-QTD-PAGOS           PIC 9(05) COMP VALUE ZERO.
001610     05  PSC-PAGO-ENT OCCURS 5000 TIMES.
001620         10  PSC-PG-PREMIADO     PIC X(26).
001630         10  PSC-PG-PARTIC       PIC X(36).
001640*----------------------------------------------------------------
001650*    PREMIADOS (CONCURSO + EXECUCAO + PALPITE) COM PAGAMENTO
001660*    RETIDO PELO RATEIO, LIBERADO OU NAO
001670*----------------------------------------------------------------
001680 01  PSC-TAB-RETIDOS.
001690     05  PSC-QTD-RETIDOS         PIC 9(05) COMP VALUE ZERO.
001700     05  PSC-RT-PREMIADO         PIC X(26) OCCURS 5000 TIMES.
001710 01  PSC-CHAVE-PREMIADO.
001720     05  PSC-CP-CONCURSO         PIC 9(06).
001730     05  PSC-CP-EXECUCAO         PIC X(14).
001740     05  PSC-CP-PALPITE          PIC 9(06).
001750 01  PSC-CHAVE-PARTIC.
001760     05  PSC-CT-COD-CLIENTE      PIC 9(06).
001770     05  PSC-CT-NOME             PIC X(30).
001780*----------------------------------------------------------------
001790*    CHAVES DOS ESTORNOS REGISTRADOS: PALPITES (EXECUCAO +
001800*    PALPITE) E PARTICIPANTES (EXECUCAO + PALPITE + CODIGO DO
001810*    CLIENTE, OU NOME QUANDO O PARTICIPANTE E ANTIGO, SEM CODIGO)
001820*----------------------------------------------------------------
001830 01  PSC-TAB-ESTORNOS.
001840     05  PSC-QTD-EST-PALP        PIC 9(04) COMP VALUE ZERO.
001850     05  PSC-EST-PALP-CHAVE      PIC X(20) OCCURS 1000 TIMES.
001860     05  PSC-QTD-EST-PART        PIC 9(04) COMP VALUE ZERO.
001870     05  PSC-EST-PART-CHAVE      PIC X(56) OCCURS 1000 TIMES.
001880 01  PSC-CHAVE-EST-PALP.
001890     05  PSC-EP-EXECUCAO         PIC X(14).
001900     05  PSC-EP-PALPITE          PIC 9(06).
001910 01  PSC-CHAVE-EST-PART.
001920     05  PSC-ET-EXECUCAO         PIC X(14).
001930     05  PSC-ET-PALPITE          PIC 9(06).
001940     05  PSC-ET-COD-CLIENTE      PIC 9(06).
001950     05  PSC-ET-NOME             PIC X(30).
001960 01  PSC-CONTADORES.
001970     05  S1                      PIC 9(04) COMP.
001980     05  W                       PIC 9(05) COMP.
001990     05  E6                      PIC 9(04) COMP.
002000     05  PSC-QTD-LIDOS           PIC 9(06) COMP VALUE ZERO.
002010     05  PSC-QTD-QUITADOS        PIC 9(06) COMP VALUE ZERO.
002020     05  PSC-QTD-EM-DIA          PIC 9(06) COMP VALUE ZERO.
002030     05  PSC-QTD-ATENCAO         PIC 9(06) COMP VALUE ZERO.
002040     05  PSC-QTD-URGENTE         PIC 9(06) COMP VALUE ZERO.
002050     05  PSC-QTD-PRESCRITOS      PIC 9(06) COMP VALUE ZERO.
002060     05  PSC-QTD-SEM-DATA        PIC 9(06) COMP VALUE ZERO.
002070     05  PSC-QTD-SEM-VALOR       PIC 9(06) COMP VALUE ZERO.
002080     05  PSC-QTD-ESTORNADOS      PIC 9(06) COMP VALUE ZERO.
002090     05  PSC-QTD-SEM-REGISTRO    PIC 9(06) COMP VALUE ZERO.
002100     05  PSC-QTD-NAO-PAGOS       PIC 9(04) COMP VALUE ZERO.
002110*----------------------------------------------------------------
002120*    DATAS E VALORES DO PREMIADO CORRENTE E TOTAIS POR FAIXA,
002130*    SEMPRE EM CENTAVOS INTEIROS
002140*----------------------------------------------------------------
002150 01  PSC-DATAS.
002160     05  PSC-DATA-SORTEIO        PIC 9(08) VALUE ZERO.
002170     05  PSC-DATA-PRESCRICAO     PIC 9(08) VALUE ZERO.
002180     05  PSC-DIAS-INT            PIC 9(07) VALUE ZERO.
002190     05  PSC-DIAS-DECORRIDOS     PIC S9(05) VALUE ZERO.
002200     05  PSC-DIAS-RESTANTES      PIC S9(05) VALUE ZERO.
002210 01  PSC-VALORES.
002220     05  PSC-VALOR-PREMIO        PIC 9(11) COMP VALUE ZERO.
002230     05  PSC-TOT-ATENCAO         PIC 9(13) COMP VALUE ZERO.
002240     05  PSC-TOT-URGENTE         PIC 9(13) COMP VALUE ZERO.
002250     05  PSC-TOT-PRESCRITO       PIC 9(13) COMP VALUE ZERO.
002260     05  PSC-VALOR-REAIS         PIC 9(09)V99 VALUE ZERO.
002270 01  PSC-LINHA-PREMIADO.
002280     05  FILLER                  PIC X(09) VALUE "CONCURSO ".
002290     05  PSC-R-CONCURSO          PIC ZZZZZ9.
002300     05  FILLER                  PIC X(07) VALUE "  JOGO ".
002310     05  PSC-R-JOGO              PIC 9(01).
002320     05  FILLER                  PIC X(10) VALUE "  PALPITE ".
002330     05  PSC-R-PALPITE           PIC ZZZZZ9.
002340     05  FILLER                  PIC X(11) VALUE "  EXECUCAO ".
002350     05  PSC-R-EXECUCAO          PIC X(14).
002360     05  FILLER                  PIC X(10) VALUE "  ACERTOS ".
002370     05  PSC-R-ACERTOS           PIC Z9.
002380 01  PSC-LINHA-PRAZO.
002390     05  FILLER                  PIC X(10) VALUE "  SORTEIO ".
002400     05  PSC-R-SORTEIO           PIC 9(08).
002410     05  FILLER                  PIC X(12) VALUE "  PRESCREVE ".
002420     05  PSC-R-PRESCRICAO        PIC 9(08).
002430     05  FILLER                  PIC X(07) VALUE "  DIAS ".
002440     05  PSC-R-DIAS              PIC ZZZZ9.
002450     05  FILLER                  PIC X(09) VALUE "  RESTAM ".
002460     05  PSC-R-RESTAM            PIC ZZZZ9.
002470 01  PSC-LINHA-VALOR.
002480     05  PSC-V-TITULO            PIC X(21).
002490     05  FILLER                  PIC X(03) VALUE "R$ ".
002500     05  PSC-V-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
002510     05  FILLER                  PIC X(11) VALUE "  RATEADO: ".
002520     05  PSC-V-RATEADO           PIC X(03).
002530 01  PSC-LINHA-TOTAL.
002540     05  PSC-T-TITULO            PIC X(21).
002550     05  FILLER                  PIC X(03) VALUE "R$ ".
002560     05  PSC-T-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
002570 01  PSC-LINHA-NAO-PAGO.
002580     05  FILLER                  PIC X(13) VALUE "  NAO PAGO: ".
002590     05  PSC-N-COD-CLIENTE       PIC ZZZZZ9.
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  PSC-N-NOME              PIC X(30).
002620     05  FILLER                  PIC X(07) VALUE " COTAS ".
002630     05  PSC-N-COTAS             PIC ZZ9.
002640 01  PSC-LINHA-SITUACAO.
002650     05  FILLER                  PIC X(12) VALUE "  SITUACAO: ".
002660     05  PSC-S-SITUACAO          PIC X(40).
002670 PROCEDURE DIVISION.
002680 0000-MAINLINE.
002690     DISPLAY "CONTROLE DE PRESCRICAO DE PREMIOS"
002700     DISPLAY "DATA DE REFERENCIA (00000000=HOJE): "
002710         WITH NO ADVANCING
002720     ACCEPT PSC-DATA-REFERENCIA
002730     IF PSC-DATA-REFERENCIA NOT NUMERIC
002740        OR PSC-DATA-REFERENCIA = ZERO
002750         ACCEPT PSC-DATA-REFERENCIA FROM DATE YYYYMMDD
002760     END-IF
002770     DISPLAY "DIA APURADO: " PSC-DATA-REFERENCIA
002780     PERFORM 1000-CARREGAR-SORTEIOS THRU 1000-EXIT
002790     PERFORM 1200-CARREGAR-VALORES THRU 1200-EXIT
002800     PERFORM 1500-CARREGAR-LIVRO THRU 1500-EXIT
002810     PERFORM 1600-CARREGAR-RETIDOS THRU 1600-EXIT
002820     PERFORM 1700-CARREGAR-ESTORNOS THRU 1700-EXIT
002830     OPEN OUTPUT ARQ-PRESCRITOS
002840     IF PSC-FS-PRESCRITOS NOT = "00"
002850         DISPLAY "ERRO " PSC-FS-PRESCRITOS
002860             " AO ABRIR O ARQUIVO DE PRESCRITOS - ABORTANDO"
002870         MOVE 16 TO RETURN-CODE
002880         GOBACK
002890     END-IF
002900     OPEN INPUT ARQ-PREMIADOS
002910     IF PSC-FS-PREMIADOS = "35"
002920         DISPLAY "NENHUM PREMIADO GRAVADO PELO CONFERE"
002930         CLOSE ARQ-PRESCRITOS
002940         PERFORM 9000-IMPRIMIR-RESUMO THRU 9000-EXIT
002950         GOBACK
002960     END-IF
002970     IF PSC-FS-PREMIADOS NOT = "00"
002980         DISPLAY "ERRO " PSC-FS-PREMIADOS
002990             " AO ABRIR O ARQUIVO DE PREMIADOS - ABORTANDO"
003000         CLOSE ARQ-PRESCRITOS
003010         MOVE 16 TO RETURN-CODE
003020         GOBACK
003030     END-IF
003040     SET PSC-FIM-ARQUIVO TO FALSE
003050     PERFORM UNTIL PSC-FIM-ARQUIVO
003060         READ ARQ-PREMIADOS
003070             AT END
003080                 SET PSC-FIM-ARQUIVO TO TRUE
003090             NOT AT END
003100                 ADD 1 TO PSC-QTD-LIDOS
003110                 PERFORM 2000-ENVELHECER-PREMIADO
003120                     THRU 2000-EXIT
003130         END-READ
003140     END-PERFORM
003150     CLOSE ARQ-PREMIADOS
003160     CLOSE ARQ-PRESCRITOS
003170     PERFORM 9000-IMPRIMIR-RESUMO THRU 9000-EXIT
003180     IF PSC-TEM-ALERTA
003190         MOVE 4 TO RETURN-CODE
003200     END-IF
003210     GOBACK.
003220*----------------------------------------------------------------
003230*    1000-CARREGAR-SORTEIOS - CARREGA A DATA DE SORTEIO DE CADA
003240*                              CONCURSO DO HISTORICO OFICIAL;
003250*                              SEM ELE NENHUM PREMIO PODE SER
003260*                              ENVELHECIDO E O PROGRAMA ABORTA
003270*----------------------------------------------------------------
003280 1000-CARREGAR-SORTEIOS.
003290     SET PSC-FIM-ARQUIVO TO FALSE
003300     OPEN INPUT ARQ-RESULTADOS
003310     IF PSC-FS-RESULTADOS NOT = "00"
003320         DISPLAY "ARQUIVO DE RESULTADOS INDISPONIVEL - ABORTANDO"
003330         MOVE 16 TO RETURN-CODE
003340         GOBACK
003350     END-IF
003360     PERFORM UNTIL PSC-FIM-ARQUIVO
003370         READ ARQ-RESULTADOS
003380             AT END
003390                 SET PSC-FIM-ARQUIVO TO TRUE
003400             NOT AT END
003410                 PERFORM 1100-GUARDAR-SORTEIO THRU 1100-EXIT
003420         END-READ
003430     END-PERFORM
003440     CLOSE ARQ-RESULTADOS.
003450 1000-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480*    1100-GUARDAR-SORTEIO - COPIA CONCURSO, JOGO E DATA DO
003490*                            SORTEIO LIDO PARA A TABELA
003500*----------------------------------------------------------------
003510 1100-GUARDAR-SORTEIO.
003520     IF PSC-QTD-SORTEIOS >= 2000
003530         DISPLAY "TABELA DE SORTEIOS CHEIA - ABORTANDO"
003540         CLOSE ARQ-RESULTADOS
003550         MOVE 16 TO RETURN-CODE
003560         GOBACK
003570     END-IF
003580     ADD 1 TO PSC-QTD-SORTEIOS
003590     MOVE RES-NUM-CONCURSO
003600         TO PSC-SRT-CONCURSO(PSC-QTD-SORTEIOS)
003610     MOVE RES-TIPO-JOGO
003620         TO PSC-SRT-TIPO(PSC-QTD-SORTEIOS)
003630     MOVE RES-DATA-SORTEIO
003640         TO PSC-SRT-DATA(PSC-QTD-SORTEIOS).
003650 1100-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680*    1200-CARREGAR-VALORES - CARREGA OS VALORES OFICIAIS DE
003690*                             PREMIO POR FAIXA (ARQUIVO AINDA
003700*                             INEXISTENTE = NENHUM VALOR)
003710*----------------------------------------------------------------
003720 1200-CARREGAR-VALORES.
003730     SET PSC-FIM-ARQUIVO TO FALSE
003740     OPEN INPUT ARQ-VALORES
003750     IF PSC-FS-VALORES = "35"
003760         DISPLAY "NENHUM VALOR OFICIAL CARREGADO"
003770         GO TO 1200-EXIT
003780     END-IF
003790     IF PSC-FS-VALORES NOT = "00"
003800         DISPLAY "ERRO " PSC-FS-VALORES
003810             " AO ABRIR OS VALORES DE FAIXA - ABORTANDO"
003820         MOVE 16 TO RETURN-CODE
003830         GOBACK
003840     END-IF
003850     PERFORM UNTIL PSC-FIM-ARQUIVO
003860         READ ARQ-VALORES
003870             AT END
003880                 SET PSC-FIM-ARQUIVO TO TRUE
003890             NOT AT END
003900                 PERFORM 1210-GUARDAR-VALOR THRU 1210-EXIT
003910         END-READ
003920     END-PERFORM
003930     CLOSE ARQ-VALORES.
003940 1200-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970*    1210-GUARDAR-VALOR - COPIA O VALOR LIDO PARA A TABELA; O
003980*                          REGISTRO COM CAMPO NAO NUMERICO E
003990*                          IGNORADO (O RATEIO TAMBEM O RECUSA)
004000*----------------------------------------------------------------
004010 1210-GUARDAR-VALOR.
004020     IF VLF-NUM-CONCURSO NOT NUMERIC
004030        OR VLF-TIPO-JOGO NOT NUMERIC
004040        OR VLF-QTD-ACERTOS NOT NUMERIC
004050        OR VLF-VALOR-PREMIO NOT NUMERIC
004060         GO TO 1210-EXIT
004070     END-IF
004080     IF PSC-QTD-VALORES >= 5000
004090         DISPLAY "TABELA DE VALORES CHEIA - ABORTANDO"
004100         CLOSE ARQ-VALORES
004110         MOVE 16 TO RETURN-CODE
004120         GOBACK
004130     END-IF
004140     ADD 1 TO PSC-QTD-VALORES
004150     MOVE VLF-NUM-CONCURSO TO PSC-VAL-CONCURSO(PSC-QTD-VALORES)
004160     MOVE VLF-TIPO-JOGO    TO PSC-VAL-TIPO(PSC-QTD-VALORES)
004170     MOVE VLF-QTD-ACERTOS  TO PSC-VAL-ACERTOS(PSC-QTD-VALORES)
004180     MOVE VLF-VALOR-PREMIO TO PSC-VAL-PREMIO(PSC-QTD-VALORES).
004190 1210-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220*    1500-CARREGAR-LIVRO - CARREGA O LIVRO DE PAGAMENTOS DO
004230*                           RATEIO (LIVRO AINDA INEXISTENTE =
004240*                           NADA PAGO)
004250*----------------------------------------------------------------
004260 1500-CARREGAR-LIVRO.
004270     SET PSC-FIM-ARQUIVO TO FALSE
004280     OPEN INPUT ARQ-PAGAMENTOS
004290     IF PSC-FS-PAGAMENTOS = "35"
004300         DISPLAY "LIVRO DE PAGAMENTOS AINDA INEXISTENTE"
004310         GO TO 1500-EXIT
004320     END-IF
004330     IF PSC-FS-PAGAMENTOS NOT = "00"
004340         DISPLAY "ERRO " PSC-FS-PAGAMENTOS
004350             " AO ABRIR O LIVRO DE PAGAMENTOS - ABORTANDO"
004360         MOVE 16 TO RETURN-CODE
004370         GOBACK
004380     END-IF
004390     PERFORM UNTIL PSC-FIM-ARQUIVO
004400         READ ARQ-PAGAMENTOS
004410             AT END
004420                 SET PSC-FIM-ARQUIVO TO TRUE
004430             NOT AT END
004440                 PERFORM 1510-GUARDAR-PAGO THRU 1510-EXIT
004450         END-READ
004460     END-PERFORM
004470     CLOSE ARQ-PAGAMENTOS.
004480 1500-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510*    1510-GUARDAR-PAGO - GUARDA O PREMIADO E O PARTICIPANTE DO
004520*                         PAGAMENTO LIDO
004530*----------------------------------------------------------------
004540 1510-GUARDAR-PAGO.
004550     IF PSC-QTD-PAGOS >= 5000
004560         DISPLAY "TABELA DO LIVRO DE PAGAMENTOS CHEIA -"
004570             " ABORTANDO"
004580         CLOSE ARQ-PAGAMENTOS
004590         MOVE 16 TO RETURN-CODE
004600         GOBACK
004610     END-IF
004620     MOVE PAG-NUM-CONCURSO TO PSC-CP-CONCURSO
004630     MOVE PAG-ID-EXECUCAO  TO PSC-CP-EXECUCAO
004640     MOVE PAG-NUM-PALPITE  TO PSC-CP-PALPITE
004650     IF PAG-COD-CLIENTE NUMERIC AND PAG-COD-CLIENTE > ZERO
004660         MOVE PAG-COD-CLIENTE TO PSC-CT-COD-CLIENTE
004670         MOVE SPACES TO PSC-CT-NOME
004680     ELSE
004690         MOVE ZERO TO PSC-CT-COD-CLIENTE
004700         MOVE PAG-NOME-PARTICIPANTE TO PSC-CT-NOME
004710     END-IF
004720     ADD 1 TO PSC-QTD-PAGOS
004730     MOVE PSC-CHAVE-PREMIADO TO PSC-PG-PREMIADO(PSC-QTD-PAGOS)
004740     MOVE PSC-CHAVE-PARTIC   TO PSC-PG-PARTIC(PSC-QTD-PAGOS).
004750 1510-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------
004780*    1600-CARREGAR-RETIDOS - CARREGA AS CHAVES DOS PREMIADOS COM
004790*                             PAGAMENTO RETIDO PELO RATEIO
004800*                             (ARQUIVO AINDA INEXISTENTE = NADA
004810*                             RETIDO)
004820*----------------------------------------------------------------
004830 1600-CARREGAR-RETIDOS.
004840     SET PSC-FIM-ARQUIVO TO FALSE
004850     OPEN INPUT ARQ-RETIDOS
004860     IF PSC-FS-RETIDOS = "35"
004870         DISPLAY "NENHUM PAGAMENTO RETIDO PELO RATEIO"
004880         GO TO 1600-EXIT
004890     END-IF
004900     IF PSC-FS-RETIDOS NOT = "00"
004910         DISPLAY "ERRO " PSC-FS-RETIDOS
004920             " AO ABRIR OS PAGAMENTOS RETIDOS - ABORTANDO"
004930         MOVE 16 TO RETURN-CODE
004940         GOBACK
004950     END-IF
004960     PERFORM UNTIL PSC-FIM-ARQUIVO
004970         READ ARQ-RETIDOS
004980             AT END
004990                 SET PSC-FIM-ARQUIVO TO TRUE
005000             NOT AT END
005010                 PERFORM 1610-GUARDAR-RETIDO THRU 1610-EXIT
005020         END-READ
005030     END-PERFORM
005040     CLOSE ARQ-RETIDOS.
005050 1600-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080*    1610-GUARDAR-RETIDO - GUARDA A CHAVE DO PREMIADO DA RETENCAO
005090*                           LIDA (AS PARTES DO MESMO PREMIADO VEM
005100*                           JUNTAS E OCUPAM UMA SO ENTRADA)
005110*----------------------------------------------------------------
005120 1610-GUARDAR-RETIDO.
005130     MOVE RTD-NUM-CONCURSO TO PSC-CP-CONCURSO
005140     MOVE RTD-ID-EXECUCAO  TO PSC-CP-EXECUCAO
005150     MOVE RTD-NUM-PALPITE  TO PSC-CP-PALPITE
005160     IF PSC-QTD-RETIDOS > ZERO
005170        AND PSC-RT-PREMIADO(PSC-QTD-RETIDOS) = PSC-CHAVE-PREMIADO
005180         GO TO 1610-EXIT
005190     END-IF
005200     IF PSC-QTD-RETIDOS >= 5000
005210         DISPLAY "TABELA DE PAGAMENTOS RETIDOS CHEIA -"
005220             " ABORTANDO"
005230         CLOSE ARQ-RETIDOS
005240         MOVE 16 TO RETURN-CODE
005250         GOBACK
005260     END-IF
005270     ADD 1 TO PSC-QTD-RETIDOS
005280     MOVE PSC-CHAVE-PREMIADO TO PSC-RT-PREMIADO(PSC-QTD-RETIDOS).
005290 1610-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320*    1700-CARREGAR-ESTORNOS - CARREGA AS CHAVES DOS ESTORNOS
005330*                              REGISTRADOS (ARQUIVO AINDA
005340*                              INEXISTENTE = NENHUM ESTORNO)
005350*----------------------------------------------------------------
005360 1700-CARREGAR-ESTORNOS.
005370     SET PSC-FIM-ARQUIVO TO FALSE
005380     OPEN INPUT ARQ-ESTORNOS
005390     IF PSC-FS-ESTORNOS = "35"
005400         DISPLAY "SEM ESTORNOS REGISTRADOS"
005410         GO TO 1700-EXIT
005420     END-IF
005430     IF PSC-FS-ESTORNOS NOT = "00"
005440         DISPLAY "ERRO " PSC-FS-ESTORNOS
005450             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
005460         MOVE 16 TO RETURN-CODE
005470         GOBACK
005480     END-IF
005490     PERFORM UNTIL PSC-FIM-ARQUIVO
005500         READ ARQ-ESTORNOS
005510             AT END
005520                 SET PSC-FIM-ARQUIVO TO TRUE
005530             NOT AT END
005540                 PERFORM 1710-GUARDAR-ESTORNO THRU 1710-EXIT
005550         END-READ
005560     END-PERFORM
005570     CLOSE ARQ-ESTORNOS.
005580 1700-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610*    1710-GUARDAR-ESTORNO - GUARDA A CHAVE DO ESTORNO LIDO NA
005620*                            TABELA DO SEU TIPO
005630*----------------------------------------------------------------
005640 1710-GUARDAR-ESTORNO.
005650     IF EST-ESTORNO-PALPITE
005660         IF PSC-QTD-EST-PALP >= 1000
005670             DISPLAY "TABELA DE ESTORNOS DE PALPITE CHEIA -"
005680                 " ABORTANDO"
005690             CLOSE ARQ-ESTORNOS
005700             MOVE 16 TO RETURN-CODE
005710             GOBACK
005720         END-IF
005730         ADD 1 TO PSC-QTD-EST-PALP
005740         MOVE EST-ID-EXECUCAO TO PSC-EP-EXECUCAO
005750         MOVE EST-NUM-PALPITE TO PSC-EP-PALPITE
005760         MOVE PSC-CHAVE-EST-PALP
005770             TO PSC-EST-PALP-CHAVE(PSC-QTD-EST-PALP)
005780     ELSE
005790         IF PSC-QTD-EST-PART >= 1000
005800             DISPLAY "TABELA DE ESTORNOS DE PARTICIPANTE CHEIA"
005810                 " - ABORTANDO"
005820             CLOSE ARQ-ESTORNOS
005830             MOVE 16 TO RETURN-CODE
005840             GOBACK
005850         END-IF
005860         ADD 1 TO PSC-QTD-EST-PART
005870         MOVE EST-ID-EXECUCAO TO PSC-ET-EXECUCAO
005880         MOVE EST-NUM-PALPITE TO PSC-ET-PALPITE
005890         IF EST-COD-CLIENTE NUMERIC
005900            AND EST-COD-CLIENTE > ZERO
005910             MOVE EST-COD-CLIENTE TO PSC-ET-COD-CLIENTE
005920             MOVE SPACES TO PSC-ET-NOME
005930         ELSE
005940             MOVE ZERO TO PSC-ET-COD-CLIENTE
005950             MOVE EST-NOME-PARTICIPANTE TO PSC-ET-NOME
005960         END-IF
005970         MOVE PSC-CHAVE-EST-PART
005980             TO PSC-EST-PART-CHAVE(PSC-QTD-EST-PART)
005990     END-IF.
006000 1710-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030*    2000-ENVELHECER-PREMIADO - CALCULA O PRAZO DO PREMIADO
006040*                                CORRENTE, LISTA OS PARTICIPANTES
006050*                                NAO PAGOS, CLASSIFICA NA FAIXA
006060*                                DE ALERTA E GRAVA O PRESCRITO
006070*----------------------------------------------------------------
006080 2000-ENVELHECER-PREMIADO.
006090     DISPLAY " "
006100     MOVE PRM-NUM-CONCURSO TO PSC-R-CONCURSO
006110     MOVE PRM-TIPO-JOGO    TO PSC-R-JOGO
006120     MOVE PRM-NUM-PALPITE  TO PSC-R-PALPITE
006130     MOVE PRM-ID-EXECUCAO  TO PSC-R-EXECUCAO
006140     MOVE PRM-QTD-ACERTOS  TO PSC-R-ACERTOS
006150     DISPLAY PSC-LINHA-PREMIADO
006160     PERFORM 2250-VERIFICAR-EST-PALPITE THRU 2250-EXIT
006170     IF PSC-PALPITE-ESTORNADO
006180         DISPLAY "  PALPITE ESTORNADO - FORA DO CONTROLE"
006190         ADD 1 TO PSC-QTD-ESTORNADOS
006200         GO TO 2000-EXIT
006210     END-IF
006220     IF PRM-PROTOCOLO = SPACES
006230         DISPLAY "  SEM REGISTRO NO TERMINAL - FORA DO CONTROLE"
006240         ADD 1 TO PSC-QTD-SEM-REGISTRO
006250         GO TO 2000-EXIT
006260     END-IF
006270     PERFORM 2100-LOCALIZAR-SORTEIO THRU 2100-EXIT
006280     IF NOT PSC-SORTEIO-ACHADO
006290         DISPLAY "  SEM DATA DE SORTEIO NO HISTORICO OFICIAL -"
006300             " PRAZO NAO APURADO"
006310         ADD 1 TO PSC-QTD-SEM-DATA
006320         SET PSC-TEM-ALERTA TO TRUE
006330         GO TO 2000-EXIT
006340     END-IF
006350     COMPUTE PSC-DIAS-DECORRIDOS =
006360         FUNCTION INTEGER-OF-DATE(PSC-DATA-REFERENCIA)
006370         - FUNCTION INTEGER-OF-DATE(PSC-DATA-SORTEIO)
006380     IF PSC-DIAS-DECORRIDOS < ZERO
006390         MOVE ZERO TO PSC-DIAS-DECORRIDOS
006400     END-IF
006410     COMPUTE PSC-DIAS-RESTANTES =
006420         PSC-PRAZO-DIAS - PSC-DIAS-DECORRIDOS
006430     IF PSC-DIAS-RESTANTES < ZERO
006440         MOVE ZERO TO PSC-DIAS-RESTANTES
006450     END-IF
006460     COMPUTE PSC-DIAS-INT =
006470         FUNCTION INTEGER-OF-DATE(PSC-DATA-SORTEIO)
006480         + PSC-PRAZO-DIAS
006490     COMPUTE PSC-DATA-PRESCRICAO =
006500         FUNCTION DATE-OF-INTEGER(PSC-DIAS-INT)
006510     MOVE PSC-DATA-SORTEIO    TO PSC-R-SORTEIO
006520     MOVE PSC-DATA-PRESCRICAO TO PSC-R-PRESCRICAO
006530     MOVE PSC-DIAS-DECORRIDOS TO PSC-R-DIAS
006540     MOVE PSC-DIAS-RESTANTES  TO PSC-R-RESTAM
006550     DISPLAY PSC-LINHA-PRAZO
006560     PERFORM 2150-LOCALIZAR-VALOR THRU 2150-EXIT
006570     PERFORM 2200-VERIFICAR-RATEADO THRU 2200-EXIT
006580     MOVE "  PREMIO DA FAIXA..: " TO PSC-V-TITULO
006590     COMPUTE PSC-VALOR-REAIS = PSC-VALOR-PREMIO / 100
006600     MOVE PSC-VALOR-REAIS TO PSC-V-VALOR
006610     IF PSC-PREMIO-RATEADO
006620         MOVE "SIM" TO PSC-V-RATEADO
006630     ELSE
006640         MOVE "NAO" TO PSC-V-RATEADO
006650     END-IF
006660     DISPLAY PSC-LINHA-VALOR
006670     IF NOT PSC-VALOR-ACHADO
006680         DISPLAY "  SEM VALOR OFICIAL CARREGADO PARA A FAIXA"
006690         ADD 1 TO PSC-QTD-SEM-VALOR
006700     END-IF
006710     PERFORM 2300-LISTAR-NAO-PAGOS THRU 2300-EXIT
006720     PERFORM 2400-CLASSIFICAR THRU 2400-EXIT
006730     DISPLAY PSC-LINHA-SITUACAO.
006740 2000-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770*    2100-LOCALIZAR-SORTEIO - LOCALIZA A DATA DO SORTEIO DO
006780*                              CONCURSO E JOGO DO PREMIADO
006790*----------------------------------------------------------------
006800 2100-LOCALIZAR-SORTEIO.
006810     SET PSC-SORTEIO-ACHADO TO FALSE
006820     MOVE ZERO TO PSC-DATA-SORTEIO
006830     IF PSC-QTD-SORTEIOS > ZERO
006840         PERFORM 2110-COMPARAR-SORTEIO THRU 2110-EXIT
006850             VARYING S1 FROM 1 BY 1
006860             UNTIL S1 > PSC-QTD-SORTEIOS
006870                OR PSC-SORTEIO-ACHADO
006880     END-IF.
006890 2100-EXIT.
006900     EXIT.
006910*----------------------------------------------------------------
006920*    2110-COMPARAR-SORTEIO - MARCA E COPIA A DATA DA ENTRADA S1
006930*                             QUANDO ELA BATE COM O PREMIADO E
006940*                             TEM DATA VALIDA
006950*----------------------------------------------------------------
006960 2110-COMPARAR-SORTEIO.
006970     IF PSC-SRT-CONCURSO(S1) = PRM-NUM-CONCURSO
006980        AND PSC-SRT-TIPO(S1) = PRM-TIPO-JOGO
006990        AND PSC-SRT-DATA(S1) NUMERIC
007000        AND PSC-SRT-DATA(S1) > 19000101
007010         SET PSC-SORTEIO-ACHADO TO TRUE
007020         MOVE PSC-SRT-DATA(S1) TO PSC-DATA-SORTEIO
007030     END-IF.
007040 2110-EXIT.
007050     EXIT.
007060*----------------------------------------------------------------
007070*    2150-LOCALIZAR-VALOR - LOCALIZA O VALOR OFICIAL DO
007080*                            CONCURSO, JOGO E FAIXA DO PREMIADO
007090*                            (NAO ACHADO = VALOR ZERO)
007100*----------------------------------------------------------------
007110 2150-LOCALIZAR-VALOR.
007120     SET PSC-VALOR-ACHADO TO FALSE
007130     MOVE ZERO TO PSC-VALOR-PREMIO
007140     IF PSC-QTD-VALORES > ZERO
007150         PERFORM 2160-COMPARAR-VALOR THRU 2160-EXIT
007160             VARYING S1 FROM 1 BY 1
007170             UNTIL S1 > PSC-QTD-VALORES
007180                OR PSC-VALOR-ACHADO
007190     END-IF.
007200 2150-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------
007230*    2160-COMPARAR-VALOR - MARCA E COPIA O VALOR DA ENTRADA S1
007240*                           QUANDO ELA BATE COM O PREMIADO
007250*----------------------------------------------------------------
007260 2160-COMPARAR-VALOR.
007270     IF PSC-VAL-CONCURSO(S1) = PRM-NUM-CONCURSO
007280        AND PSC-VAL-TIPO(S1) = PRM-TIPO-JOGO
007290        AND PSC-VAL-ACERTOS(S1) = PRM-QTD-ACERTOS
007300         SET PSC-VALOR-ACHADO TO TRUE
007310         MOVE PSC-VAL-PREMIO(S1) TO PSC-VALOR-PREMIO
007320     END-IF.
007330 2160-EXIT.
007340     EXIT.
007350*----------------------------------------------------------------
007360*    2200-VERIFICAR-RATEADO - MARCA SE O PREMIADO JA TEM
007370*                              PAGAMENTO NO LIVRO DO RATEIO OU
007380*                              PAGAMENTO RETIDO POR ELE
007390*----------------------------------------------------------------
007400 2200-VERIFICAR-RATEADO.
007410     SET PSC-PREMIO-RATEADO TO FALSE
007420     MOVE PRM-NUM-CONCURSO TO PSC-CP-CONCURSO
007430     MOVE PRM-ID-EXECUCAO  TO PSC-CP-EXECUCAO
007440     MOVE PRM-NUM-PALPITE  TO PSC-CP-PALPITE
007450     IF PSC-QTD-PAGOS > ZERO
007460         PERFORM 2210-COMPARAR-RATEADO THRU 2210-EXIT
007470             VARYING W FROM 1 BY 1
007480             UNTIL W > PSC-QTD-PAGOS
007490                OR PSC-PREMIO-RATEADO
007500     END-IF
007510     IF NOT PSC-PREMIO-RATEADO AND PSC-QTD-RETIDOS > ZERO
007520         PERFORM 2220-COMPARAR-RETIDO THRU 2220-EXIT
007530             VARYING W FROM 1 BY 1
007540             UNTIL W > PSC-QTD-RETIDOS
007550                OR PSC-PREMIO-RATEADO
007560     END-IF.
007570 2200-EXIT.
007580     EXIT.
007590*----------------------------------------------------------------
007600*    2210-COMPARAR-RATEADO - COMPARA O PREMIADO COM A ENTRADA W
007610*                             DO LIVRO
007620*----------------------------------------------------------------
007630 2210-COMPARAR-RATEADO.
007640     IF PSC-PG-PREMIADO(W) = PSC-CHAVE-PREMIADO
007650         SET PSC-PREMIO-RATEADO TO TRUE
007660     END-IF.
007670 2210-EXIT.
007680     EXIT.
007690*----------------------------------------------------------------
007700*    2220-COMPARAR-RETIDO - COMPARA O PREMIADO COM A ENTRADA W
007710*                            DOS PAGAMENTOS RETIDOS
007720*----------------------------------------------------------------
007730 2220-COMPARAR-RETIDO.
007740     IF PSC-RT-PREMIADO(W) = PSC-CHAVE-PREMIADO
007750         SET PSC-PREMIO-RATEADO TO TRUE
007760     END-IF.
007770 2220-EXIT.
007780     EXIT.
007790*----------------------------------------------------------------
007800*    2250-VERIFICAR-EST-PALPITE - MARCA SE O PALPITE DO PREMIADO
007810*                                  CORRENTE FOI ESTORNADO
007820*----------------------------------------------------------------
007830 2250-VERIFICAR-EST-PALPITE.
007840     SET PSC-PALPITE-ESTORNADO TO FALSE
007850     IF PSC-QTD-EST-PALP > ZERO
007860         MOVE PRM-ID-EXECUCAO TO PSC-EP-EXECUCAO
007870         MOVE PRM-NUM-PALPITE TO PSC-EP-PALPITE
007880         PERFORM 2260-COMPARAR-EST-PALPITE THRU 2260-EXIT
007890             VARYING E6 FROM 1 BY 1
007900             UNTIL E6 > PSC-QTD-EST-PALP
007910                OR PSC-PALPITE-ESTORNADO
007920     END-IF.
007930 2250-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------
007960*    2260-COMPARAR-EST-PALPITE - COMPARA A CHAVE DO PREMIADO COM
007970*                                 A ENTRADA E6 DOS ESTORNOS
007980*----------------------------------------------------------------
007990 2260-COMPARAR-EST-PALPITE.
008000     IF PSC-EST-PALP-CHAVE(E6) = PSC-CHAVE-EST-PALP
008010         SET PSC-PALPITE-ESTORNADO TO TRUE
008020     END-IF.
008030 2260-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------
008060*    2300-LISTAR-NAO-PAGOS - LISTA OS PARTICIPANTES DO PALPITE
008070*                             PREMIADO, NAO ESTORNADOS, SEM
008080*                             PAGAMENTO NO LIVRO
008090*----------------------------------------------------------------
008100 2300-LISTAR-NAO-PAGOS.
008110     MOVE ZERO TO PSC-QTD-NAO-PAGOS
008120     SET PSC-FIM-PARTICIP TO FALSE
008130     OPEN INPUT ARQ-PARTICIPANTES
008140     IF PSC-FS-PARTICIPANTES = "35"
008150         GO TO 2300-EXIT
008160     END-IF
008170     IF PSC-FS-PARTICIPANTES NOT = "00"
008180         DISPLAY "ERRO " PSC-FS-PARTICIPANTES
008190             " AO ABRIR OS PARTICIPANTES - ABORTANDO"
008200         MOVE 16 TO RETURN-CODE
008210         GOBACK
008220     END-IF
008230     PERFORM UNTIL PSC-FIM-PARTICIP
008240         READ ARQ-PARTICIPANTES
008250             AT END
008260                 SET PSC-FIM-PARTICIP TO TRUE
008270             NOT AT END
008280                 IF PRT-ID-EXECUCAO = PRM-ID-EXECUCAO
008290                    AND PRT-NUM-PALPITE = PRM-NUM-PALPITE
008300                     PERFORM 2310-VERIFICAR-PARTICIPANTE
008310                         THRU 2310-EXIT
008320                 END-IF
008330         END-READ
008340     END-PERFORM
008350     CLOSE ARQ-PARTICIPANTES.
008360 2300-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------
008390*    2310-VERIFICAR-PARTICIPANTE - PULA O PARTICIPANTE ESTORNADO
008400*                                   E LISTA O QUE NAO TEM
008410*                                   PAGAMENTO DESTE PREMIADO
008420*----------------------------------------------------------------
008430 2310-VERIFICAR-PARTICIPANTE.
008440     MOVE PRT-ID-EXECUCAO TO PSC-ET-EXECUCAO
008450     MOVE PRT-NUM-PALPITE TO PSC-ET-PALPITE
008460     IF PRT-COD-CLIENTE NUMERIC AND PRT-COD-CLIENTE > ZERO
008470         MOVE PRT-COD-CLIENTE TO PSC-ET-COD-CLIENTE
008480         MOVE SPACES TO PSC-ET-NOME
008490     ELSE
008500         MOVE ZERO TO PSC-ET-COD-CLIENTE
008510         MOVE PRT-NOME-PARTICIPANTE TO PSC-ET-NOME
008520     END-IF
008530     SET PSC-PART-ESTORNADO TO FALSE
008540     IF PSC-QTD-EST-PART > ZERO
008550         PERFORM 2320-COMPARAR-EST-PARTIC THRU 2320-EXIT
008560             VARYING E6 FROM 1 BY 1
008570             UNTIL E6 > PSC-QTD-EST-PART
008580                OR PSC-PART-ESTORNADO
008590     END-IF
008600     IF PSC-PART-ESTORNADO
008610         GO TO 2310-EXIT
008620     END-IF
008630     MOVE PSC-ET-COD-CLIENTE TO PSC-CT-COD-CLIENTE
008640     MOVE PSC-ET-NOME        TO PSC-CT-NOME
008650     SET PSC-PART-PAGO TO FALSE
008660     IF PSC-PREMIO-RATEADO
008670         PERFORM 2330-COMPARAR-PAGO-PART THRU 2330-EXIT
008680             VARYING W FROM 1 BY 1
008690             UNTIL W > PSC-QTD-PAGOS
008700                OR PSC-PART-PAGO
008710     END-IF
008720     IF NOT PSC-PART-PAGO
008730         ADD 1 TO PSC-QTD-NAO-PAGOS
008740         MOVE PSC-ET-COD-CLIENTE    TO PSC-N-COD-CLIENTE
008750         MOVE PRT-NOME-PARTICIPANTE TO PSC-N-NOME
008760         MOVE PRT-QTD-COTAS         TO PSC-N-COTAS
008770         DISPLAY PSC-LINHA-NAO-PAGO
008780     END-IF.
008790 2310-EXIT.
008800     EXIT.
008810*----------------------------------------------------------------
008820*    2320-COMPARAR-EST-PARTIC - COMPARA A CHAVE DO PARTICIPANTE
008830*                                COM A ENTRADA E6 DOS ESTORNOS
008840*----------------------------------------------------------------
008850 2320-COMPARAR-EST-PARTIC.
008860     IF PSC-EST-PART-CHAVE(E6) = PSC-CHAVE-EST-PART
008870         SET PSC-PART-ESTORNADO TO TRUE
008880     END-IF.
008890 2320-EXIT.
008900     EXIT.
008910*----------------------------------------------------------------
008920*    2330-COMPARAR-PAGO-PART - MARCA O PARTICIPANTE COMO PAGO
008930*                               QUANDO A ENTRADA W DO LIVRO E
008940*                               DESTE PREMIADO E DESTE
008950*                               PARTICIPANTE
008960*----------------------------------------------------------------
008970 2330-COMPARAR-PAGO-PART.
008980     IF PSC-PG-PREMIADO(W) = PSC-CHAVE-PREMIADO
008990        AND PSC-PG-PARTIC(W) = PSC-CHAVE-PARTIC
009000         SET PSC-PART-PAGO TO TRUE
009010     END-IF.
009020 2330-EXIT.
009030     EXIT.
009040*----------------------------------------------------------------
009050*    2400-CLASSIFICAR - QUITADO (RATEADO E SEM PARTICIPANTE NAO
009060*                        PAGO) SAI DO ALERTA; OS DEMAIS CAEM NA
009070*                        FAIXA DOS DIAS DECORRIDOS, E O
009080*                        PRESCRITO E GRAVADO PARA O RATEIO
009090*----------------------------------------------------------------
009100 2400-CLASSIFICAR.
009110     IF PSC-PREMIO-RATEADO AND PSC-QTD-NAO-PAGOS = ZERO
009120         MOVE "QUITADO" TO PSC-S-SITUACAO
009130         ADD 1 TO PSC-QTD-QUITADOS
009140         GO TO 2400-EXIT
009150     END-IF
009160     EVALUATE TRUE
009170         WHEN PSC-DIAS-DECORRIDOS >= PSC-PRAZO-DIAS
009180             MOVE "PRESCRITO - NAO PAGAR" TO PSC-S-SITUACAO
009190             ADD 1 TO PSC-QTD-PRESCRITOS
009200             ADD PSC-VALOR-PREMIO TO PSC-TOT-PRESCRITO
009210             SET PSC-TEM-ALERTA TO TRUE
009220             PERFORM 2500-GRAVAR-PRESCRITO THRU 2500-EXIT
009230         WHEN PSC-DIAS-DECORRIDOS >= PSC-DIAS-URGENTE
009240             MOVE "URGENTE - 80 DIAS OU MAIS"
009250                 TO PSC-S-SITUACAO
009260             ADD 1 TO PSC-QTD-URGENTE
009270             ADD PSC-VALOR-PREMIO TO PSC-TOT-URGENTE
009280             SET PSC-TEM-ALERTA TO TRUE
009290         WHEN PSC-DIAS-DECORRIDOS >= PSC-DIAS-ATENCAO
009300             MOVE "ATENCAO - 60 DIAS OU MAIS"
009310                 TO PSC-S-SITUACAO
009320             ADD 1 TO PSC-QTD-ATENCAO
009330             ADD PSC-VALOR-PREMIO TO PSC-TOT-ATENCAO
009340             SET PSC-TEM-ALERTA TO TRUE
009350         WHEN OTHER
009360             MOVE "EM DIA" TO PSC-S-SITUACAO
009370             ADD 1 TO PSC-QTD-EM-DIA
009380     END-EVALUATE.
009390 2400-EXIT.
009400     EXIT.
009410*----------------------------------------------------------------
009420*    2500-GRAVAR-PRESCRITO - GRAVA O PREMIADO CORRENTE NO
009430*                             ARQUIVO DE PREMIOS PRESCRITOS
009440*----------------------------------------------------------------
009450 2500-GRAVAR-PRESCRITO.
009460     MOVE PRM-NUM-CONCURSO    TO PSR-NUM-CONCURSO
009470     MOVE PRM-TIPO-JOGO       TO PSR-TIPO-JOGO
009480     MOVE PRM-ID-EXECUCAO     TO PSR-ID-EXECUCAO
009490     MOVE PRM-NUM-PALPITE     TO PSR-NUM-PALPITE
009500     MOVE PRM-QTD-ACERTOS     TO PSR-QTD-ACERTOS
009510     MOVE PSC-DATA-SORTEIO    TO PSR-DATA-SORTEIO
009520     MOVE PSC-DATA-PRESCRICAO TO PSR-DATA-PRESCRICAO
009530     MOVE PSC-VALOR-PREMIO    TO PSR-VALOR-PREMIO
009540     IF PSC-PREMIO-RATEADO
009550         SET PSR-RATEADO TO TRUE
009560     ELSE
009570         SET PSR-NAO-RATEADO TO TRUE
009580     END-IF
009590     MOVE PSC-DATA-REFERENCIA TO PSR-DATA-APURACAO
009600     WRITE PREMIO-PRESCRITO-REC
009610     IF PSC-FS-PRESCRITOS NOT = "00"
009620         DISPLAY "ERRO " PSC-FS-PRESCRITOS
009630             " AO GRAVAR O ARQUIVO DE PRESCRITOS - ABORTANDO"
009640         MOVE 16 TO RETURN-CODE
009650         GOBACK
009660     END-IF.
009670 2500-EXIT.
009680     EXIT.
009690*----------------------------------------------------------------
009700*    9000-IMPRIMIR-RESUMO - IMPRIME A CONTAGEM POR FAIXA DE
009710*                            ALERTA E O VALOR EM RISCO
009720*----------------------------------------------------------------
009730 9000-IMPRIMIR-RESUMO.
009740     DISPLAY " "
009750     DISPLAY "PREMIADOS LIDOS.......: " PSC-QTD-LIDOS
009760     DISPLAY "QUITADOS..............: " PSC-QTD-QUITADOS
009770     DISPLAY "EM DIA (ATE 59 DIAS)..: " PSC-QTD-EM-DIA
009780     DISPLAY "ATENCAO (60 A 79 DIAS): " PSC-QTD-ATENCAO
009790     DISPLAY "URGENTE (80 A 89 DIAS): " PSC-QTD-URGENTE
009800     DISPLAY "PRESCRITOS (90 DIAS +): " PSC-QTD-PRESCRITOS
009810     DISPLAY "SEM DATA DE SORTEIO...: " PSC-QTD-SEM-DATA
009820     DISPLAY "SEM VALOR CARREGADO...: " PSC-QTD-SEM-VALOR
009830     DISPLAY "ESTORNADOS (FORA).....: " PSC-QTD-ESTORNADOS
009840     DISPLAY "SEM REGISTRO (FORA)...: " PSC-QTD-SEM-REGISTRO
009850     MOVE "VALOR EM ATENCAO...: " TO PSC-T-TITULO
009860     COMPUTE PSC-VALOR-REAIS = PSC-TOT-ATENCAO / 100
009870     MOVE PSC-VALOR-REAIS TO PSC-T-VALOR
009880     DISPLAY PSC-LINHA-TOTAL
009890     MOVE "VALOR URGENTE......: " TO PSC-T-TITULO
009900     COMPUTE PSC-VALOR-REAIS = PSC-TOT-URGENTE / 100
009910     MOVE PSC-VALOR-REAIS TO PSC-T-VALOR
009920     DISPLAY PSC-LINHA-TOTAL
009930     MOVE "VALOR PRESCRITO....: " TO PSC-T-TITULO
009940     COMPUTE PSC-VALOR-REAIS = PSC-TOT-PRESCRITO / 100
009950     MOVE PSC-VALOR-REAIS TO PSC-T-VALOR
009960     DISPLAY PSC-LINHA-TOTAL.
009970 9000-EXIT.
009980     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DESEMREL.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : DESEMPENHO DOS PALPITES POR MODO DE GERACAO E
000090*               ESTRATEGIA
000100*    FUNCAO   : CRUZA AS CONFERENCIAS GRAVADAS PELO CONFERE
000110*               (ACERTO.CPY) DE UM PERIODO - FAIXA DE DATAS DE
000120*               SORTEIO OU FAIXA DE CONCURSOS, INFORMADA NO
000130*               SYSIN - COM O MODO DE GERACAO E A ESTRATEGIA DE
000140*               PESOS REGISTRADOS NA AUDITORIA DO MEGASENA
000150*               (AUDIT.CPY) E COM O LIVRO DE PAGAMENTOS DO RATEIO
000160*               (PAGTO.CPY). PARA CADA JOGO E CADA MODO
000170*               (ALEATORIA, FECHAMENTO, PONDERADA QUENTES, FRIAS
000180*               OU EQUILIBRADA) IMPRIME OS PALPITES JOGADOS, OS
000190*               REGISTRADOS NO TERMINAL, A MEDIA DE ACERTOS, A
000200*               QUANTIDADE EM CADA FAIXA DE PREMIO DO JOGO, A
000210*               TAXA DE PREMIACAO E O VALOR PAGO AOS
000220*               PARTICIPANTES.
000230*               O MODO E A ESTRATEGIA SAO ESCOLHIDOS POR EXECUCAO
000240*               DO MEGASENA, POR ISSO A AUDITORIA E CARREGADA POR
000250*               EXECUCAO. PALPITE DE EXECUCAO ANTERIOR AOS CAMPOS
000260*               DE MODO SAI COMO "SEM MODO REGISTRADO" E O DE
000270*               EXECUCAO JA EXPURGADA DA AUDITORIA COMO "NAO
000280*               AUDITADO". PALPITE LEGADO SEM CONCURSO ALVO NAO
000290*               ENTRA NA COMPARACAO (E CONFERIDO CONTRA TODOS OS
000300*               CONCURSOS DO JOGO) E SO E CONTADO NO RESUMO.
000310*               O VALOR PAGO E O DO LIVRO DE PAGAMENTOS PARA OS
000320*               CONCURSOS DO PERIODO QUE TIVERAM CONFERENCIA.
000330*               RETURN-CODE: 0 = RELATORIO EMITIDO; 4 = NENHUMA
000340*               CONFERENCIA NO PERIODO; 16 = ABORTO (PERIODO
000350*               INVALIDO, ARQUIVO INDISPONIVEL OU TABELA CHEIA).
000360*
000370*    HISTORICO DE ALTERACOES
000380*    DATA       AUTOR   DESCRICAO
000390*    ---------- ------- ----------------------------------------
000400*    2026-10-15 RAS     VERSAO INICIAL.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ARQ-AUDITORIA     ASSIGN TO AUDITORI
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS DSR-FS-AUDITORIA.
000530     SELECT ARQ-ACERTOS       ASSIGN TO ACERTOS
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS DSR-FS-ACERTOS.
000560     SELECT ARQ-PAGAMENTOS    ASSIGN TO PAGAMENT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS DSR-FS-PAGAMENTOS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ARQ-AUDITORIA
000620     COPY AUDIT.CPY.
000630 FD  ARQ-ACERTOS
000640     COPY ACERTO.CPY.
000650 FD  ARQ-PAGAMENTOS
000660     COPY PAGTO.CPY.
000670 WORKING-STORAGE SECTION.
000680 01  DSR-STATUS-ARQUIVOS.
000690     05  DSR-FS-AUDITORIA        PIC X(02) VALUE "00".
000700     05  DSR-FS-ACERTOS          PIC X(02) VALUE "00".
000710     05  DSR-FS-PAGAMENTOS       PIC X(02) VALUE "00".
000720 01  DSR-SWITCHES.
000730     05  DSR-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
000740         88  DSR-FIM-ARQUIVO         VALUE "S"
000750                                      FALSE "N".
000760     05  DSR-SW-ACHADO           PIC X(01) VALUE "N".
000770         88  DSR-ACHADO              VALUE "S"
000780                                      FALSE "N".
000790 01  DSR-PARAMETROS.
000800     05  DSR-TIPO-PERIODO        PIC X(01) VALUE SPACE.
000810         88  DSR-PERIODO-DATAS       VALUE "D".
000820         88  DSR-PERIODO-CONCURSOS   VALUE "C".
000830     05  DSR-INICIO              PIC 9(08) VALUE ZERO.
000840     05  DSR-FIM                 PIC 9(08) VALUE ZERO.
000850 01  DSR-CONTADORES.
000860     05  X1                      PIC 9(05) COMP.
000870     05  C1                      PIC 9(04) COMP.
000880     05  C2                      PIC 9(04) COMP.
000890     05  J1                      PIC 9(01) COMP.
000900     05  M1                      PIC 9(02) COMP.
000910     05  F1                      PIC 9(02) COMP.
000920     05  A1                      PIC 9(02) COMP.
000930     05  DSR-QTD-AUDITORIA       PIC 9(07) COMP VALUE ZERO.
000940     05  DSR-QTD-ACERTOS-LIDOS   PIC 9(07) COMP VALUE ZERO.
000950     05  DSR-QTD-FORA-PERIODO    PIC 9(07) COMP VALUE ZERO.
000960     05  DSR-QTD-SEM-ALVO        PIC 9(07) COMP VALUE ZERO.
000970     05  DSR-QTD-INVALIDOS       PIC 9(07) COMP VALUE ZERO.
000980     05  DSR-QTD-COMPARADOS      PIC 9(07) COMP VALUE ZERO.
000990     05  DSR-QTD-PAGTOS-LIDOS    PIC 9(07) COMP VALUE ZERO.
001000     05  DSR-QTD-PAGTOS-PERIODO  PIC 9(07) COMP VALUE ZERO.
001010     05  DSR-QTD-PREMIADOS       PIC 9(07) COMP VALUE ZERO.
001020     05  DSR-TOT-PAGO            PIC 9(13) COMP VALUE ZERO.
001030*----------------------------------------------------------------
001040*    MODO DE GERACAO E ESTRATEGIA DE CADA EXECUCAO DO MEGASENA
001050*    PRESENTE NA AUDITORIA
001060*----------------------------------------------------------------
001070 01  DSR-TAB-EXECUCOES.
001080     05  DSR-QTD-EXECUCOES       PIC 9(05) COMP VALUE ZERO.
001090     05  DSR-EXE-ENT OCCURS 5000 TIMES.
001100         10  DSR-EXE-ID          PIC X(14).
001110         10  DSR-EXE-GERACAO     PIC X(01).
001120         10  DSR-EXE-ESTRATEGIA  PIC X(01).
001130*----------------------------------------------------------------
001140*    ULTIMA EXECUCAO CLASSIFICADA: OS ARQUIVOS VEM AGRUPADOS POR
001150*    EXECUCAO E A TABELA SO E PERCORRIDA QUANDO ELA MUDA
001160*----------------------------------------------------------------
001170 01  DSR-EXECUCAO-CORRENTE.
001180     05  DSR-EC-ID               PIC X(14) VALUE SPACES.
001190     05  DSR-EC-MODO             PIC X(02) VALUE SPACES.
001200 01  DSR-EXECUCAO-PROCURADA      PIC X(14).
001210*----------------------------------------------------------------
001220*    CONCURSOS DO PERIODO QUE TIVERAM CONFERENCIA (CONCURSO +
001230*    JOGO), PARA FILTRAR O LIVRO DE PAGAMENTOS
001240*----------------------------------------------------------------
001250 01  DSR-TAB-CONCURSOS.
001260     05  DSR-QTD-CONCURSOS       PIC 9(04) COMP VALUE ZERO.
001270     05  DSR-CON-CHAVE           PIC X(07) OCCURS 3000 TIMES.
001280 01  DSR-CHAVE-CONCURSO.
001290     05  DSR-CK-CONCURSO         PIC 9(06).
001300     05  DSR-CK-TIPO             PIC 9(01).
001310*----------------------------------------------------------------
001320*    ACUMULADORES POR JOGO + MODO (GERACAO E ESTRATEGIA). A
001330*    FAIXA DE ACERTOS N FICA NA POSICAO N + 1 (0 A 20 ACERTOS)
001340*----------------------------------------------------------------
001350 01  DSR-TAB-CLASSES.
001360     05  DSR-QTD-CLASSES         PIC 9(04) COMP VALUE ZERO.
001370     05  DSR-CLS-ENT OCCURS 60 TIMES.
001380         10  DSR-CLS-CHAVE.
001390             15  DSR-CLS-JOGO    PIC 9(01).
001400             15  DSR-CLS-MODO    PIC X(02).
001410         10  DSR-CLS-JOGADOS     PIC 9(07) COMP.
001420         10  DSR-CLS-REGISTRADOS PIC 9(07) COMP.
001430         10  DSR-CLS-SOMA-ACERTOS
001440                                 PIC 9(09) COMP.
001450         10  DSR-CLS-VALOR-PAGO  PIC 9(13) COMP.
001460         10  DSR-CLS-QTD-ACERTOS PIC 9(07) COMP OCCURS 21 TIMES.
001470 01  DSR-CHAVE-CLASSE.
001480     05  DSR-CC-JOGO             PIC 9(01).
001490     05  DSR-CC-MODO             PIC X(02).
001500*----------------------------------------------------------------
001510*    MODOS NA ORDEM DE IMPRESSAO: GERACAO + ESTRATEGIA E
001520*    DESCRICAO. "  " = EXECUCAO ANTERIOR AOS CAMPOS DE MODO NA
001530*    AUDITORIA; "**" = EXECUCAO AUSENTE DA AUDITORIA
001540*----------------------------------------------------------------
001550 01  DSR-MODOS-VALORES.
001560     05  FILLER                  PIC X(24)
001570         VALUE "A ALEATORIA             ".
001580     05  FILLER                  PIC X(24)
001590         VALUE "F FECHAMENTO            ".
001600     05  FILLER                  PIC X(24)
001610         VALUE "PQPONDERADA QUENTES     ".
001620     05  FILLER                  PIC X(24)
001630         VALUE "PFPONDERADA FRIAS       ".
001640     05  FILLER                  PIC X(24)
001650         VALUE "PEPONDERADA EQUILIBRADA ".
001660     05  FILLER                  PIC X(24)
001670         VALUE "  SEM MODO REGISTRADO   ".
001680     05  FILLER                  PIC X(24)
001690         VALUE "**NAO AUDITADO          ".
001700 01  DSR-TAB-MODOS REDEFINES DSR-MODOS-VALORES.
001710     05  DSR-MOD-ENT OCCURS 7 TIMES.
001720         10  DSR-MOD-CODIGO      PIC X(02).
001730         10  DSR-MOD-DESCRICAO   PIC X(22).
001740*----------------------------------------------------------------
001750*    FAIXAS DE PREMIO DE CADA JOGO: JOGO, ACERTOS E NOME
001760*----------------------------------------------------------------
001770 01  DSR-FAIXAS-VALORES.
001780     05  FILLER                  PIC X(13) VALUE "104QUADRA    ".
001790     05  FILLER                  PIC X(13) VALUE "105QUINA     ".
001800     05  FILLER                  PIC X(13) VALUE "106SENA      ".
001810     05  FILLER                  PIC X(13) VALUE "21111 PONTOS ".
001820     05  FILLER                  PIC X(13) VALUE "21212 PONTOS ".
001830     05  FILLER                  PIC X(13) VALUE "21313 PONTOS ".
001840     05  FILLER                  PIC X(13) VALUE "21414 PONTOS ".
001850     05  FILLER                  PIC X(13) VALUE "21515 PONTOS ".
001860     05  FILLER                  PIC X(13) VALUE "302DUQUE     ".
001870     05  FILLER                  PIC X(13) VALUE "303TERNO     ".
001880     05  FILLER                  PIC X(13) VALUE "304QUADRA    ".
001890     05  FILLER                  PIC X(13) VALUE "305QUINA     ".
001900 01  DSR-TAB-FAIXAS REDEFINES DSR-FAIXAS-VALORES.
001910     05  DSR-FXA-ENT OCCURS 12 TIMES.
001920         10  DSR-FXA-JOGO        PIC 9(01).
001930         10  DSR-FXA-ACERTOS     PIC 9(02).
001940         10  DSR-FXA-NOME        PIC X(10).
001950*----------------------------------------------------------------
001960*    VALORES DE TRABALHO DA CLASSE CORRENTE, EM CENTAVOS
001970*    INTEIROS; REAIS SO PARA IMPRESSAO
001980*----------------------------------------------------------------
001990 01  DSR-VALORES.
002000     05  DSR-PREMIADOS-CLASSE    PIC 9(07) COMP VALUE ZERO.
002010     05  DSR-MEDIA-ACERTOS       PIC 9(02)V99 VALUE ZERO.
002020     05  DSR-TAXA-PREMIACAO      PIC 9(03)V99 VALUE ZERO.
002030     05  DSR-VALOR-REAIS         PIC 9(11)V99 VALUE ZERO.
002040 01  DSR-NOME-JOGO               PIC X(10).
002050 01  DSR-LINHA-CLASSE.
002060     05  FILLER                  PIC X(06) VALUE "JOGO: ".
002070     05  DSR-L-JOGO              PIC X(10).
002080     05  FILLER                  PIC X(08) VALUE "  MODO: ".
002090     05  DSR-L-MODO              PIC X(22).
002100 01  DSR-LINHA-JOGADOS.
002110     05  FILLER                  PIC X(25)
002120         VALUE "  PALPITES JOGADOS.....: ".
002130     05  DSR-L-JOGADOS           PIC Z.ZZZ.ZZ9.
002140     05  FILLER                  PIC X(28)
002150         VALUE "   REGISTRADOS NO TERMINAL: ".
002160     05  DSR-L-REGISTRADOS       PIC Z.ZZZ.ZZ9.
002170 01  DSR-LINHA-MEDIA.
002180     05  FILLER                  PIC X(25)
002190         VALUE "  MEDIA DE ACERTOS.....: ".
002200     05  DSR-L-MEDIA             PIC ZZZZZ9,99.
002210 01  DSR-LINHA-FAIXA.
002220     05  FILLER                  PIC X(04) VALUE SPACES.
002230     05  DSR-L-FAIXA-NOME        PIC X(10).
002240     05  FILLER                  PIC X(02) VALUE " (".
002250     05  DSR-L-FAIXA-ACERTOS     PIC 99.
002260     05  FILLER                  PIC X(07) VALUE ")....: ".
002270     05  DSR-L-FAIXA-QTD         PIC Z.ZZZ.ZZ9.
002280 01  DSR-LINHA-PREMIADOS.
002290     05  FILLER                  PIC X(25)
002300         VALUE "  PREMIADOS NAS FAIXAS.: ".
002310     05  DSR-L-PREMIADOS         PIC Z.ZZZ.ZZ9.
002320     05  FILLER                  PIC X(22)
002330         VALUE "   TAXA DE PREMIACAO: ".
002340     05  DSR-L-TAXA              PIC ZZ9,99.
002350     05  FILLER                  PIC X(02) VALUE " %".
002360 01  DSR-LINHA-VALOR.
002370     05  FILLER                  PIC X(25)
002380         VALUE "  PREMIOS PAGOS (R$)...: ".
002390     05  DSR-L-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002400 PROCEDURE DIVISION.
002410 0000-MAINLINE.
002420     DISPLAY "DESEMPENHO DOS PALPITES POR MODO DE GERACAO"
002430     DISPLAY "TIPO DE PERIODO (D=DATAS DE SORTEIO  C=CONCURSOS): "
002440         WITH NO ADVANCING
002450     ACCEPT DSR-TIPO-PERIODO
002460     DISPLAY "INICIO DO PERIODO: " WITH NO ADVANCING
002470     ACCEPT DSR-INICIO
002480     DISPLAY "FIM DO PERIODO (00000000=HOJE/ULTIMO CONCURSO): "
002490         WITH NO ADVANCING
002500     ACCEPT DSR-FIM
002510     PERFORM 1000-VALIDAR-PERIODO THRU 1000-EXIT
002520     PERFORM 1100-CARREGAR-AUDITORIA THRU 1100-EXIT
002530     PERFORM 2000-APURAR-ACERTOS THRU 2000-EXIT
002540     PERFORM 3000-SOMAR-PAGAMENTOS THRU 3000-EXIT
002550     PERFORM 4000-IMPRIMIR-RELATORIO THRU 4000-EXIT
002560     IF DSR-QTD-COMPARADOS = ZERO
002570         DISPLAY "NENHUMA CONFERENCIA NO PERIODO"
002580         MOVE 4 TO RETURN-CODE
002590     END-IF
002600     GOBACK.
002610*----------------------------------------------------------------
002620*    1000-VALIDAR-PERIODO - CONFERE O TIPO E OS LIMITES DO
002630*                            PERIODO; FIM ZERADO = HOJE (DATAS)
002640*                            OU SEM LIMITE (CONCURSOS)
002650*----------------------------------------------------------------
002660 1000-VALIDAR-PERIODO.
002670     IF NOT DSR-PERIODO-DATAS
002680        AND NOT DSR-PERIODO-CONCURSOS
002690         DISPLAY "TIPO DE PERIODO INVALIDO - ABORTANDO"
002700         MOVE 16 TO RETURN-CODE
002710         GOBACK
002720     END-IF
002730     IF DSR-INICIO NOT NUMERIC
002740        OR DSR-FIM NOT NUMERIC
002750         DISPLAY "LIMITES DO PERIODO NAO NUMERICOS - ABORTANDO"
002760         MOVE 16 TO RETURN-CODE
002770         GOBACK
002780     END-IF
002790     IF DSR-FIM = ZERO
002800         IF DSR-PERIODO-DATAS
002810             ACCEPT DSR-FIM FROM DATE YYYYMMDD
002820         ELSE
002830             MOVE 999999 TO DSR-FIM
002840         END-IF
002850     END-IF
002860     IF DSR-INICIO > DSR-FIM
002870         DISPLAY "INICIO DO PERIODO POSTERIOR AO FIM - ABORTANDO"
002880         MOVE 16 TO RETURN-CODE
002890         GOBACK
002900     END-IF
002910     IF DSR-PERIODO-DATAS
002920         DISPLAY "SORTEIOS DE " DSR-INICIO " A " DSR-FIM
002930     ELSE
002940         DISPLAY "CONCURSOS DE " DSR-INICIO " A " DSR-FIM
002950     END-IF.
002960 1000-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
002990*    1100-CARREGAR-AUDITORIA - GUARDA O MODO E A ESTRATEGIA DE
003000*                               CADA EXECUCAO DA AUDITORIA
003010*                               (ARQUIVO AINDA INEXISTENTE = TODOS
003020*                               OS PALPITES NAO AUDITADOS)
003030*----------------------------------------------------------------
003040 1100-CARREGAR-AUDITORIA.
003050     OPEN INPUT ARQ-AUDITORIA
003060     IF DSR-FS-AUDITORIA = "35"
003070         DISPLAY "AUDITORIA AINDA VAZIA"
003080         GO TO 1100-EXIT
003090     END-IF
003100     IF DSR-FS-AUDITORIA NOT = "00"
003110         DISPLAY "ERRO " DSR-FS-AUDITORIA
003120             " AO ABRIR A AUDITORIA - ABORTANDO"
003130         MOVE 16 TO RETURN-CODE
003140         GOBACK
003150     END-IF
003160     SET DSR-FIM-ARQUIVO TO FALSE
003170     PERFORM UNTIL DSR-FIM-ARQUIVO
003180         READ ARQ-AUDITORIA
003190             AT END
003200                 SET DSR-FIM-ARQUIVO TO TRUE
003210             NOT AT END
003220                 ADD 1 TO DSR-QTD-AUDITORIA
003230                 PERFORM 1200-GUARDAR-EXECUCAO THRU 1200-EXIT
003240         END-READ
003250     END-PERFORM
003260     CLOSE ARQ-AUDITORIA.
003270 1100-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300*    1200-GUARDAR-EXECUCAO - INCLUI A EXECUCAO DO REGISTRO DE
003310*                             AUDITORIA LIDO, SE AINDA NAO ESTA NA
003320*                             TABELA (A PRIMEIRA OCORRENCIA VALE)
003330*----------------------------------------------------------------
003340 1200-GUARDAR-EXECUCAO.
003350     IF DSR-QTD-EXECUCOES > ZERO
003360        AND DSR-EXE-ID(DSR-QTD-EXECUCOES) = AUD-ID-EXECUCAO
003370         GO TO 1200-EXIT
003380     END-IF
003390     MOVE AUD-ID-EXECUCAO TO DSR-EXECUCAO-PROCURADA
003400     PERFORM 2200-LOCALIZAR-EXECUCAO THRU 2200-EXIT
003410     IF DSR-ACHADO
003420         GO TO 1200-EXIT
003430     END-IF
003440     IF DSR-QTD-EXECUCOES >= 5000
003450         DISPLAY "TABELA DE EXECUCOES DA AUDITORIA CHEIA -"
003460             " ABORTANDO"
003470         CLOSE ARQ-AUDITORIA
003480         MOVE 16 TO RETURN-CODE
003490         GOBACK
003500     END-IF
003510     ADD 1 TO DSR-QTD-EXECUCOES
003520     MOVE AUD-ID-EXECUCAO    TO DSR-EXE-ID(DSR-QTD-EXECUCOES)
003530     MOVE AUD-TIPO-GERACAO   TO DSR-EXE-GERACAO(DSR-QTD-EXECUCOES)
003540     MOVE AUD-ESTRATEGIA
003550         TO DSR-EXE-ESTRATEGIA(DSR-QTD-EXECUCOES).
003560 1200-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590*    2000-APURAR-ACERTOS - LE AS CONFERENCIAS GRAVADAS PELO
003600*                           CONFERE E ACUMULA AS DO PERIODO NA
003610*                           CLASSE DO SEU JOGO E MODO
003620*----------------------------------------------------------------
003630 2000-APURAR-ACERTOS.
003640     OPEN INPUT ARQ-ACERTOS
003650     IF DSR-FS-ACERTOS = "35"
003660         DISPLAY "NENHUM ACERTO GRAVADO PELO CONFERE"
003670         GO TO 2000-EXIT
003680     END-IF
003690     IF DSR-FS-ACERTOS NOT = "00"
003700         DISPLAY "ERRO " DSR-FS-ACERTOS
003710             " AO ABRIR O ARQUIVO DE ACERTOS - ABORTANDO"
003720         MOVE 16 TO RETURN-CODE
003730         GOBACK
003740     END-IF
003750     SET DSR-FIM-ARQUIVO TO FALSE
003760     PERFORM UNTIL DSR-FIM-ARQUIVO
003770         READ ARQ-ACERTOS
003780             AT END
003790                 SET DSR-FIM-ARQUIVO TO TRUE
003800             NOT AT END
003810                 ADD 1 TO DSR-QTD-ACERTOS-LIDOS
003820                 PERFORM 2100-ACUMULAR-ACERTO THRU 2100-EXIT
003830         END-READ
003840     END-PERFORM
003850     CLOSE ARQ-ACERTOS.
003860 2000-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890*    2100-ACUMULAR-ACERTO - FILTRA A CONFERENCIA CORRENTE PELO
003900*                            PERIODO E SOMA NA SUA CLASSE
003910*----------------------------------------------------------------
003920 2100-ACUMULAR-ACERTO.
003930     IF DSR-PERIODO-DATAS
003940         IF ACT-DATA-SORTEIO < DSR-INICIO
003950            OR ACT-DATA-SORTEIO > DSR-FIM
003960             ADD 1 TO DSR-QTD-FORA-PERIODO
003970             GO TO 2100-EXIT
003980         END-IF
003990     ELSE
004000         IF ACT-NUM-CONCURSO < DSR-INICIO
004010            OR ACT-NUM-CONCURSO > DSR-FIM
004020             ADD 1 TO DSR-QTD-FORA-PERIODO
004030             GO TO 2100-EXIT
004040         END-IF
004050     END-IF
004060     IF ACT-SEM-ALVO
004070         ADD 1 TO DSR-QTD-SEM-ALVO
004080         GO TO 2100-EXIT
004090     END-IF
004100     IF ACT-QTD-ACERTOS NOT NUMERIC
004110        OR ACT-QTD-ACERTOS > 20
004120         DISPLAY "QTDE DE ACERTOS INVALIDA - EXECUCAO "
004130             ACT-ID-EXECUCAO " PALPITE " ACT-NUM-PALPITE
004140         ADD 1 TO DSR-QTD-INVALIDOS
004150         GO TO 2100-EXIT
004160     END-IF
004170     PERFORM 2400-GUARDAR-CONCURSO THRU 2400-EXIT
004180     MOVE ACT-ID-EXECUCAO TO DSR-EXECUCAO-PROCURADA
004190     PERFORM 2150-CLASSIFICAR-EXECUCAO THRU 2150-EXIT
004200     MOVE ACT-TIPO-JOGO   TO DSR-CC-JOGO
004210     MOVE DSR-EC-MODO     TO DSR-CC-MODO
004220     PERFORM 2300-LOCALIZAR-CLASSE THRU 2300-EXIT
004230     ADD 1 TO DSR-QTD-COMPARADOS
004240     ADD 1 TO DSR-CLS-JOGADOS(C1)
004250     IF ACT-REGISTRADO
004260         ADD 1 TO DSR-CLS-REGISTRADOS(C1)
004270     END-IF
004280     ADD ACT-QTD-ACERTOS TO DSR-CLS-SOMA-ACERTOS(C1)
004290     COMPUTE A1 = ACT-QTD-ACERTOS + 1
004300     ADD 1 TO DSR-CLS-QTD-ACERTOS(C1, A1).
004310 2100-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340*    2150-CLASSIFICAR-EXECUCAO - DEVOLVE EM DSR-EC-MODO O MODO DA
004350*                                 EXECUCAO PROCURADA, SO
004360*                                 PERCORRENDO A TABELA QUANDO A
004370*                                 EXECUCAO MUDA
004380*----------------------------------------------------------------
004390 2150-CLASSIFICAR-EXECUCAO.
004400     IF DSR-EXECUCAO-PROCURADA = DSR-EC-ID
004410         GO TO 2150-EXIT
004420     END-IF
004430     MOVE DSR-EXECUCAO-PROCURADA TO DSR-EC-ID
004440     PERFORM 2200-LOCALIZAR-EXECUCAO THRU 2200-EXIT
004450     IF NOT DSR-ACHADO
004460         MOVE "**" TO DSR-EC-MODO
004470         GO TO 2150-EXIT
004480     END-IF
004490     EVALUATE DSR-EXE-GERACAO(X1)
004500         WHEN "A"
004510             MOVE "A " TO DSR-EC-MODO
004520         WHEN "F"
004530             MOVE "F " TO DSR-EC-MODO
004540         WHEN "P"
004550             IF DSR-EXE-ESTRATEGIA(X1) = "Q" OR "F" OR "E"
004560                 MOVE DSR-EXE-GERACAO(X1)    TO DSR-EC-MODO(1:1)
004570                 MOVE DSR-EXE-ESTRATEGIA(X1) TO DSR-EC-MODO(2:1)
004580             ELSE
004590                 MOVE SPACES TO DSR-EC-MODO
004600             END-IF
004610         WHEN OTHER
004620             MOVE SPACES TO DSR-EC-MODO
004630     END-EVALUATE.
004640 2150-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670*    2200-LOCALIZAR-EXECUCAO - PROCURA A EXECUCAO NA TABELA DA
004680*                               AUDITORIA (ACHADA NA POSICAO X1)
004690*----------------------------------------------------------------
004700 2200-LOCALIZAR-EXECUCAO.
004710     SET DSR-ACHADO TO FALSE
004720     IF DSR-QTD-EXECUCOES > ZERO
004730         PERFORM 2210-COMPARAR-EXECUCAO THRU 2210-EXIT
004740             VARYING X1 FROM 1 BY 1
004750             UNTIL X1 > DSR-QTD-EXECUCOES
004760                OR DSR-ACHADO
004770     END-IF
004780     IF DSR-ACHADO
004790         SUBTRACT 1 FROM X1
004800     END-IF.
004810 2200-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840*    2210-COMPARAR-EXECUCAO - MARCA QUANDO A EXECUCAO DA POSICAO
004850*                              X1 E A PROCURADA
004860*----------------------------------------------------------------
004870 2210-COMPARAR-EXECUCAO.
004880     IF DSR-EXE-ID(X1) = DSR-EXECUCAO-PROCURADA
004890         SET DSR-ACHADO TO TRUE
004900     END-IF.
004910 2210-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940*    2300-LOCALIZAR-CLASSE - DEVOLVE EM C1 A POSICAO DA CLASSE
004950*                             DSR-CHAVE-CLASSE, INCLUINDO-A
004960*                             ZERADA QUANDO E NOVA
004970*----------------------------------------------------------------
004980 2300-LOCALIZAR-CLASSE.
004990     SET DSR-ACHADO TO FALSE
005000     IF DSR-QTD-CLASSES > ZERO
005010         PERFORM 2310-COMPARAR-CLASSE THRU 2310-EXIT
005020             VARYING C1 FROM 1 BY 1
005030             UNTIL C1 > DSR-QTD-CLASSES
005040                OR DSR-ACHADO
005050     END-IF
005060     IF DSR-ACHADO
005070         SUBTRACT 1 FROM C1
005080         GO TO 2300-EXIT
005090     END-IF
005100     IF DSR-QTD-CLASSES >= 60
005110         DISPLAY "TABELA DE CLASSES CHEIA - ABORTANDO"
005120         MOVE 16 TO RETURN-CODE
005130         GOBACK
005140     END-IF
005150     ADD 1 TO DSR-QTD-CLASSES
005160     MOVE DSR-QTD-CLASSES TO C1
005170     MOVE DSR-CHAVE-CLASSE TO DSR-CLS-CHAVE(C1)
005180     MOVE ZERO TO DSR-CLS-JOGADOS(C1)
005190     MOVE ZERO TO DSR-CLS-REGISTRADOS(C1)
005200     MOVE ZERO TO DSR-CLS-SOMA-ACERTOS(C1)
005210     MOVE ZERO TO DSR-CLS-VALOR-PAGO(C1)
005220     PERFORM 2320-ZERAR-FAIXA THRU 2320-EXIT
005230         VARYING A1 FROM 1 BY 1 UNTIL A1 > 21.
005240 2300-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270*    2310-COMPARAR-CLASSE - MARCA QUANDO A CLASSE DA POSICAO C1 E
005280*                            A PROCURADA
005290*----------------------------------------------------------------
005300 2310-COMPARAR-CLASSE.
005310     IF DSR-CLS-CHAVE(C1) = DSR-CHAVE-CLASSE
005320         SET DSR-ACHADO TO TRUE
005330     END-IF.
005340 2310-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370*    2320-ZERAR-FAIXA - ZERA O CONTADOR DE ACERTOS A1 DA CLASSE
005380*                        NOVA
005390*----------------------------------------------------------------
005400 2320-ZERAR-FAIXA.
005410     MOVE ZERO TO DSR-CLS-QTD-ACERTOS(C1, A1).
005420 2320-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450*    2400-GUARDAR-CONCURSO - GUARDA O CONCURSO + JOGO DA
005460*                             CONFERENCIA CORRENTE, SE AINDA NAO
005470*                             ESTA NA TABELA
005480*----------------------------------------------------------------
005490 2400-GUARDAR-CONCURSO.
005500     MOVE ACT-NUM-CONCURSO TO DSR-CK-CONCURSO
005510     MOVE ACT-TIPO-JOGO    TO DSR-CK-TIPO
005520     PERFORM 2410-LOCALIZAR-CONCURSO THRU 2410-EXIT
005530     IF DSR-ACHADO
005540         GO TO 2400-EXIT
005550     END-IF
005560     IF DSR-QTD-CONCURSOS >= 3000
005570         DISPLAY "TABELA DE CONCURSOS DO PERIODO CHEIA -"
005580             " ABORTANDO"
005590         CLOSE ARQ-ACERTOS
005600         MOVE 16 TO RETURN-CODE
005610         GOBACK
005620     END-IF
005630     ADD 1 TO DSR-QTD-CONCURSOS
005640     MOVE DSR-CHAVE-CONCURSO TO DSR-CON-CHAVE(DSR-QTD-CONCURSOS).
005650 2400-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680*    2410-LOCALIZAR-CONCURSO - MARCA SE DSR-CHAVE-CONCURSO ESTA
005690*                               NA TABELA DO PERIODO
005700*----------------------------------------------------------------
005710 2410-LOCALIZAR-CONCURSO.
005720     SET DSR-ACHADO TO FALSE
005730     IF DSR-QTD-CONCURSOS > ZERO
005740         PERFORM 2420-COMPARAR-CONCURSO THRU 2420-EXIT
005750             VARYING C2 FROM 1 BY 1
005760             UNTIL C2 > DSR-QTD-CONCURSOS
005770                OR DSR-ACHADO
005780     END-IF.
005790 2410-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820*    2420-COMPARAR-CONCURSO - MARCA QUANDO O CONCURSO DA POSICAO
005830*                              C2 E O PROCURADO
005840*----------------------------------------------------------------
005850 2420-COMPARAR-CONCURSO.
005860     IF DSR-CON-CHAVE(C2) = DSR-CHAVE-CONCURSO
005870         SET DSR-ACHADO TO TRUE
005880     END-IF.
005890 2420-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------
005920*    3000-SOMAR-PAGAMENTOS - SOMA NA CLASSE DO PALPITE CADA
005930*                             PAGAMENTO DO LIVRO FEITO PARA UM
005940*                             CONCURSO DO PERIODO (ARQUIVO AINDA
005950*                             INEXISTENTE = NENHUM PAGAMENTO)
005960*----------------------------------------------------------------
005970 3000-SOMAR-PAGAMENTOS.
005980     IF DSR-QTD-CONCURSOS = ZERO
005990         GO TO 3000-EXIT
006000     END-IF
006010     OPEN INPUT ARQ-PAGAMENTOS
006020     IF DSR-FS-PAGAMENTOS = "35"
006030         DISPLAY "LIVRO DE PAGAMENTOS AINDA INEXISTENTE"
006040         GO TO 3000-EXIT
006050     END-IF
006060     IF DSR-FS-PAGAMENTOS NOT = "00"
006070         DISPLAY "ERRO " DSR-FS-PAGAMENTOS
006080             " AO ABRIR O LIVRO DE PAGAMENTOS - ABORTANDO"
006090         MOVE 16 TO RETURN-CODE
006100         GOBACK
006110     END-IF
006120     SET DSR-FIM-ARQUIVO TO FALSE
006130     PERFORM UNTIL DSR-FIM-ARQUIVO
006140         READ ARQ-PAGAMENTOS
006150             AT END
006160                 SET DSR-FIM-ARQUIVO TO TRUE
006170             NOT AT END
006180                 ADD 1 TO DSR-QTD-PAGTOS-LIDOS
006190                 PERFORM 3100-SOMAR-PAGAMENTO THRU 3100-EXIT
006200         END-READ
006210     END-PERFORM
006220     CLOSE ARQ-PAGAMENTOS.
006230 3000-EXIT.
006240     EXIT.
006250*----------------------------------------------------------------
006260*    3100-SOMAR-PAGAMENTO - SOMA O VALOR PAGO DO REGISTRO LIDO
006270*                            NA CLASSE DO SEU JOGO E MODO, SE O
006280*                            CONCURSO E DO PERIODO
006290*----------------------------------------------------------------
006300 3100-SOMAR-PAGAMENTO.
006310     MOVE PAG-NUM-CONCURSO TO DSR-CK-CONCURSO
006320     MOVE PAG-TIPO-JOGO    TO DSR-CK-TIPO
006330     PERFORM 2410-LOCALIZAR-CONCURSO THRU 2410-EXIT
006340     IF NOT DSR-ACHADO
006350         GO TO 3100-EXIT
006360     END-IF
006370     MOVE PAG-ID-EXECUCAO TO DSR-EXECUCAO-PROCURADA
006380     PERFORM 2150-CLASSIFICAR-EXECUCAO THRU 2150-EXIT
006390     MOVE PAG-TIPO-JOGO   TO DSR-CC-JOGO
006400     MOVE DSR-EC-MODO     TO DSR-CC-MODO
006410     PERFORM 2300-LOCALIZAR-CLASSE THRU 2300-EXIT
006420     ADD 1 TO DSR-QTD-PAGTOS-PERIODO
006430     ADD PAG-VALOR-PAGO TO DSR-CLS-VALOR-PAGO(C1)
006440     ADD PAG-VALOR-PAGO TO DSR-TOT-PAGO.
006450 3100-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480*    4000-IMPRIMIR-RELATORIO - IMPRIME AS CLASSES POR JOGO, NA
006490*                               ORDEM DA TABELA DE MODOS, E O
006500*                               RESUMO DA APURACAO
006510*----------------------------------------------------------------
006520 4000-IMPRIMIR-RELATORIO.
006530     PERFORM 4100-IMPRIMIR-CLASSE THRU 4100-EXIT
006540         VARYING J1 FROM 1 BY 1 UNTIL J1 > 3
006550           AFTER M1 FROM 1 BY 1 UNTIL M1 > 7
006560     DISPLAY " "
006570     DISPLAY "CONFERENCIAS LIDAS...: " DSR-QTD-ACERTOS-LIDOS
006580     DISPLAY "FORA DO PERIODO......: " DSR-QTD-FORA-PERIODO
006590     DISPLAY "SEM CONCURSO ALVO....: " DSR-QTD-SEM-ALVO
006600     DISPLAY "ACERTOS INVALIDOS....: " DSR-QTD-INVALIDOS
006610     DISPLAY "PALPITES COMPARADOS..: " DSR-QTD-COMPARADOS
006620     DISPLAY "PREMIADOS NAS FAIXAS.: " DSR-QTD-PREMIADOS
006630     DISPLAY "AUDITORIA LIDA.......: " DSR-QTD-AUDITORIA
006640     DISPLAY "EXECUCOES AUDITADAS..: " DSR-QTD-EXECUCOES
006650     DISPLAY "PAGAMENTOS LIDOS.....: " DSR-QTD-PAGTOS-LIDOS
006660     DISPLAY "PAGAMENTOS DO PERIODO: " DSR-QTD-PAGTOS-PERIODO
006670     COMPUTE DSR-VALOR-REAIS = DSR-TOT-PAGO / 100
006680     MOVE DSR-VALOR-REAIS TO DSR-L-VALOR
006690     DISPLAY "TOTAL PAGO (R$)......: " DSR-L-VALOR.
006700 4000-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730*    4100-IMPRIMIR-CLASSE - IMPRIME O BLOCO DO JOGO J1 E DO MODO
006740*                            M1, SE A CLASSE TEVE MOVIMENTO
006750*----------------------------------------------------------------
006760 4100-IMPRIMIR-CLASSE.
006770     MOVE J1 TO DSR-CC-JOGO
006780     MOVE DSR-MOD-CODIGO(M1) TO DSR-CC-MODO
006790     SET DSR-ACHADO TO FALSE
006800     IF DSR-QTD-CLASSES > ZERO
006810         PERFORM 2310-COMPARAR-CLASSE THRU 2310-EXIT
006820             VARYING C1 FROM 1 BY 1
006830             UNTIL C1 > DSR-QTD-CLASSES
006840                OR DSR-ACHADO
006850     END-IF
006860     IF NOT DSR-ACHADO
006870         GO TO 4100-EXIT
006880     END-IF
006890     SUBTRACT 1 FROM C1
006900     EVALUATE J1
006910         WHEN 1
006920             MOVE "MEGA-SENA" TO DSR-NOME-JOGO
006930         WHEN 2
006940             MOVE "LOTOFACIL" TO DSR-NOME-JOGO
006950         WHEN OTHER
006960             MOVE "QUINA"     TO DSR-NOME-JOGO
006970     END-EVALUATE
006980     MOVE DSR-NOME-JOGO          TO DSR-L-JOGO
006990     MOVE DSR-MOD-DESCRICAO(M1)  TO DSR-L-MODO
007000     DISPLAY " "
007010     DISPLAY DSR-LINHA-CLASSE
007020     MOVE DSR-CLS-JOGADOS(C1)     TO DSR-L-JOGADOS
007030     MOVE DSR-CLS-REGISTRADOS(C1) TO DSR-L-REGISTRADOS
007040     DISPLAY DSR-LINHA-JOGADOS
007050     MOVE ZERO TO DSR-MEDIA-ACERTOS
007060     IF DSR-CLS-JOGADOS(C1) > ZERO
007070         COMPUTE DSR-MEDIA-ACERTOS ROUNDED =
007080             DSR-CLS-SOMA-ACERTOS(C1) / DSR-CLS-JOGADOS(C1)
007090     END-IF
007100     MOVE DSR-MEDIA-ACERTOS TO DSR-L-MEDIA
007110     DISPLAY DSR-LINHA-MEDIA
007120     MOVE ZERO TO DSR-PREMIADOS-CLASSE
007130     PERFORM 4200-IMPRIMIR-FAIXA THRU 4200-EXIT
007140         VARYING F1 FROM 1 BY 1 UNTIL F1 > 12
007150     ADD DSR-PREMIADOS-CLASSE TO DSR-QTD-PREMIADOS
007160     MOVE ZERO TO DSR-TAXA-PREMIACAO
007170     IF DSR-CLS-JOGADOS(C1) > ZERO
007180         COMPUTE DSR-TAXA-PREMIACAO ROUNDED =
007190             DSR-PREMIADOS-CLASSE * 100 / DSR-CLS-JOGADOS(C1)
007200     END-IF
007210     MOVE DSR-PREMIADOS-CLASSE TO DSR-L-PREMIADOS
007220     MOVE DSR-TAXA-PREMIACAO   TO DSR-L-TAXA
007230     DISPLAY DSR-LINHA-PREMIADOS
007240     COMPUTE DSR-VALOR-REAIS = DSR-CLS-VALOR-PAGO(C1) / 100
007250     MOVE DSR-VALOR-REAIS TO DSR-L-VALOR
007260     DISPLAY DSR-LINHA-VALOR.
007270 4100-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------
007300*    4200-IMPRIMIR-FAIXA - IMPRIME A FAIXA F1 QUANDO E DO JOGO DA
007310*                           CLASSE E SOMA OS SEUS PREMIADOS
007320*----------------------------------------------------------------
007330 4200-IMPRIMIR-FAIXA.
007340     IF DSR-FXA-JOGO(F1) NOT = J1
007350         GO TO 4200-EXIT
007360     END-IF
007370     COMPUTE A1 = DSR-FXA-ACERTOS(F1) + 1
007380     MOVE DSR-FXA-NOME(F1)              TO DSR-L-FAIXA-NOME
007390     MOVE DSR-FXA-ACERTOS(F1)           TO DSR-L-FAIXA-ACERTOS
007400     MOVE DSR-CLS-QTD-ACERTOS(C1, A1)   TO DSR-L-FAIXA-QTD
007410     DISPLAY DSR-LINHA-FAIXA
007420     ADD DSR-CLS-QTD-ACERTOS(C1, A1) TO DSR-PREMIADOS-CLASSE.
007430 4200-EXIT.
007440     EXIT.

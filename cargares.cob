000250*               FALTANTES POR JOGO. CONFERE E FREQREL PASSAM A
000260*               CONSUMIR SOMENTE RESULTADOS QUE PASSARAM POR
000270*               AQUI.
000280*               RETURN-CODE: 0 = CARGA SEM REJEITOS; 4 = HOUVE
000290*               REJEITO OU NENHUM CONCURSO NOVO NA ENTRADA; 8 =
000300*               TODOS OS REGISTROS DA ENTRADA REJEITADOS; 16 =
000310*               ABORTO.
000320*
000330*    HISTORICO DE ALTERACOES
000340*    DATA       AUTOR   DESCRICAO
000350*    ---------- ------- ----------------------------------------
000360*    2026-08-22 RAS     VERSAO INICIAL.
000370*    2026-08-22 RAS     CONCURSO ZERADO PASSA A SER REJEITADO E
000380*                       FALHA INESPERADA NA ABERTURA DO
000390*                       HISTORICO ABORTA A CARGA EM VEZ DE
000400*                       DESARMAR O CONTROLE DE SEQUENCIA.
000410*    2026-08-22 RAS     CARGA MULTI-JOGO: VALIDA TIPO DE JOGO E
000420*                       QTDE DE DEZENAS (MEGA 6, LOTOFACIL 15,
000430*                       QUINA 5), FAIXA DE DEZENA POR JOGO
000440*                       (60/25/80) E SEQUENCIA DE CONCURSO
000450*                       CONTROLADA POR JOGO, ACOMPANHANDO O
000460*                       NOVO LAYOUT DE RESSORT.CPY.
000470*    2026-09-02 RAS     CICLO DE CORRECAO DOS REJEITOS: O
000480*                       ARQUIVO DE REJEITOS DEIXA DE SER
000490*                       SOBRESCRITO A CADA CARGA - OS PENDENTES
000500*                       SAO CARREGADOS DE VOLTA, MARCADOS COMO
000510*                       RESOLVIDOS QUANDO O CONCURSO ENTRA, E
000520*                       REGRAVADOS COM DATA E SITUACAO
000530*                       (RESREJ.CPY). NOVO MODO R (REENTRADA)
000540*                       INSERE UM CONCURSO CORRIGIDO QUE A
000550*                       SEQUENCIA JA PASSOU, RECUSANDO SO O JA
000560*                       CARREGADO. O ULTIMO CONCURSO POR JOGO
000570*                       PASSA A SER O MAIOR LIDO (NAO O ULTIMO
000580*                       FISICO), PARA A REENTRADA FORA DE ORDEM
000590*                       NAO REGREDIR O CONTROLE DE SEQUENCIA. O
000600*                       RESUMO GANHA O ENVELHECIMENTO DOS
000610*                       PENDENTES E OS CONCURSOS FALTANTES POR
000620*                       JOGO, QUE ANTES SO APARECIAM QUANDO O
000630*                       CONFERE PARAVA DE ENXERGAR CARGAS NOVAS.
000640*    2026-10-15 RAS     RETURN-CODE DOCUMENTADO (0/4/8/16) PARA O
000650*                       ENCADEAMENTO NO JOB NOTURNO: TODO ABORTO
000660*                       TERMINA COM 16, CARGA COM REJEITO OU SEM
000670*                       CONCURSO NOVO COM 4 E ENTRADA INTEIRA
000680*                       REJEITADA COM 8.
000690*----------------------------------------------------------------
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.   IBM-370.
000730 OBJECT-COMPUTER.   IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT ARQ-ENTRADA      ASSIGN TO ENTRADA
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS CGR-FS-ENTRADA.
000790     SELECT ARQ-RESULTADOS   ASSIGN TO RESULTAD
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CGR-FS-RESULTADOS.
000820     SELECT ARQ-REJEITOS     ASSIGN TO REJEITOS
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS CGR-FS-REJEITOS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  ARQ-ENTRADA
000880     COPY RESCAIXA.CPY.
000890 FD  ARQ-RESULTADOS
000900     COPY RESSORT.CPY.
000910 FD  ARQ-REJEITOS
000920     COPY RESREJ.CPY.
000930 WORKING-STORAGE SECTION.
000940 01  CGR-STATUS-ARQUIVOS.
000950     05  CGR-FS-ENTRADA          PIC X(02) VALUE "00".
000960     05  CGR-FS-RESULTADOS       PIC X(02) VALUE "00".
000970     05  CGR-FS-REJEITOS         PIC X(02) VALUE "00".
000980 01  CGR-SWITCHES.
000990     05  CGR-SW-FIM-ENTRADA      PIC X(01) VALUE "N".
001000         88  CGR-FIM-ENTRADA         VALUE "S".
001010     05  CGR-SW-FIM-RESULTADOS   PIC X(01) VALUE "N".
001020         88  CGR-FIM-RESULTADOS      VALUE "S".
001030     05  CGR-SW-FIM-REJEITOS     PIC X(01) VALUE "N".
001040         88  CGR-FIM-REJEITOS        VALUE "S".
001050     05  CGR-SW-REG-VALIDO       PIC X(01) VALUE "S".
001060         88  CGR-REG-VALIDO          VALUE "S"
001070                                      FALSE "N".
001080     05  CGR-SW-CONC-ACHADO      PIC X(01) VALUE "N".
001090         88  CGR-CONCURSO-ACHADO     VALUE "S"
001100                                      FALSE "N".
001110 01  CGR-PARAMETROS.
001120     05  CGR-MODO-EXECUCAO       PIC X(01) VALUE "C".
001130         88  CGR-MODO-CARGA          VALUE "C".
001140         88  CGR-MODO-REENTRADA      VALUE "R".
001150 01  CGR-CONTADORES.
001160     05  T                       PIC 9(02) COMP.
001170     05  U                       PIC 9(02) COMP.
001180     05  V1                      PIC 9(04) COMP.
001190     05  CGR-QTD-LIDOS           PIC 9(06) COMP VALUE ZERO.
001200     05  CGR-QTD-ACEITOS         PIC 9(06) COMP VALUE ZERO.
001210     05  CGR-QTD-REJEITADOS      PIC 9(06) COMP VALUE ZERO.
001220     05  CGR-QTD-PEND-ANTERIORES PIC 9(06) COMP VALUE ZERO.
001230     05  CGR-QTD-RESOLVIDOS      PIC 9(06) COMP VALUE ZERO.
001240     05  CGR-QTD-FALTANTES-IMP   PIC 9(02) COMP VALUE ZERO.
001250     05  CGR-DIAS-INT            PIC 9(08) COMP.
001260     05  CGR-DIAS-PENDENTE       PIC 9(05) COMP.
001270*----------------------------------------------------------------
001280*    MAIOR E MENOR CONCURSO JA PRESENTES NO HISTORICO VALIDADO,
001290*    POR JOGO (1=MEGA 2=LOTOFACIL 3=QUINA): O MAIOR DIRIGE A
001300*    VALIDACAO DE SEQUENCIA DA CARGA NORMAL E O PAR MAIOR/MENOR
001310*    DELIMITA A VARREDURA DE CONCURSOS FALTANTES
001320*----------------------------------------------------------------
001330 01  CGR-CONTROLE-SEQUENCIA.
001340     05  CGR-CONTROLE-JOGO OCCURS 3 TIMES.
001350         10  CGR-ULT-CONCURSO    PIC 9(06).
001360         10  CGR-MIN-CONCURSO    PIC 9(06).
001370         10  CGR-ULT-DATA        PIC 9(08).
001380*----------------------------------------------------------------
001390*    TODOS OS CONCURSOS JA CARREGADOS, POR JOGO: A REENTRADA
001400*    RECUSA CONCURSO JA PRESENTE E A VARREDURA DE FALTANTES
001410*    PROCURA OS BURACOS ENTRE O MENOR E O MAIOR
001420*----------------------------------------------------------------
001430 01  CGR-TAB-CONCURSOS.
001440     05  CGR-QTD-CONC-TABELA     PIC 9(04) COMP VALUE ZERO.
001450     05  CGR-CONC-ENT OCCURS 3000 TIMES.
001460         10  CGR-CONC-NUM        PIC 9(06).
001470         10  CGR-CONC-TIPO       PIC 9(01).
001480*----------------------------------------------------------------
001490*    REJEITOS DA CARGA CORRENTE E DAS ANTERIORES, REGRAVADOS
001500*    INTEIROS NO FIM: O PENDENTE SO SAI DO ARQUIVO QUANDO O SEU
001510*    CONCURSO FINALMENTE ENTRA NO HISTORICO
001520*----------------------------------------------------------------
001530 01  CGR-TAB-REJEITOS.
001540     05  CGR-QTD-REJ-TABELA      PIC 9(04) COMP VALUE ZERO.
001550     05  CGR-REJ-ENT OCCURS 500 TIMES.
001560         10  CGR-REJ-MOTIVO      PIC X(02).
001570         10  CGR-REJ-BRUTO       PIC X(57).
001580         10  CGR-REJ-DATA        PIC 9(08).
001590         10  CGR-REJ-SIT         PIC X(01).
001600         10  CGR-REJ-CONCURSO    PIC 9(06).
001610         10  CGR-REJ-TIPO        PIC 9(01).
001620 01  CGR-AREAS-DE-TRABALHO.
001630     05  CGR-MOTIVO-REJEICAO     PIC X(02) VALUE SPACES.
001640     05  CGR-CONCURSO-TRABALHO   PIC 9(06) VALUE ZERO.
001650     05  CGR-TIPO-TRABALHO       PIC 9(01) VALUE ZERO.
001660     05  CGR-QTD-DEZ-TRABALHO    PIC 9(02) VALUE ZERO.
001670     05  CGR-QTD-ESPERADA        PIC 9(02) VALUE ZERO.
001680     05  CGR-DEZENA-MAXIMA       PIC 9(02) VALUE ZERO.
001690     05  CGR-DEZENA-TRABALHO     PIC 9(02) VALUE ZERO.
001700     05  CGR-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001710     05  CGR-CONC-PROCURADO      PIC 9(06) VALUE ZERO.
001720     05  CGR-TIPO-PROCURADO      PIC 9(01) VALUE ZERO.
001730     05  CGR-DATA-TRABALHO       PIC 9(08) VALUE ZERO.
001740     05  CGR-DATA-DETALHE REDEFINES CGR-DATA-TRABALHO.
001750         10  CGR-DT-ANO          PIC 9(04).
001760         10  CGR-DT-MES          PIC 9(02).
001770         10  CGR-DT-DIA          PIC 9(02).
001780 01  CGR-LINHA-PENDENTE.
001790     05  FILLER                  PIC X(07) VALUE "MOTIVO ".
001800     05  CGR-R-MOTIVO            PIC X(02).
001810     05  FILLER                  PIC X(10) VALUE "  CONCURSO".
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  CGR-R-CONCURSO          PIC ZZZZZ9.
001840     05  FILLER                  PIC X(07) VALUE "  JOGO ".
001850     05  CGR-R-JOGO              PIC 9(01).
001860     05  FILLER                  PIC X(08) VALUE "  CARGA ".
001870     05  CGR-R-DATA              PIC 9(08).
001880     05  FILLER                  PIC X(07) VALUE "  DIAS ".
001890     05  CGR-R-DIAS              PIC ZZZZ9.
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     DISPLAY "CARGA DE RESULTADOS OFICIAIS - CAIXA"
001930     ACCEPT CGR-DATA-ATUAL FROM DATE YYYYMMDD
001940     DISPLAY "MODO (C=CARGA  R=REENTRADA DE CORRIGIDOS): "
001950         WITH NO ADVANCING
001960     ACCEPT CGR-MODO-EXECUCAO
001970     IF NOT CGR-MODO-REENTRADA
001980         SET CGR-MODO-CARGA TO TRUE
001990     END-IF
002000     IF CGR-MODO-REENTRADA
002010         DISPLAY "REENTRADA: SEQUENCIA NAO EXIGIDA, SOMENTE"
002020             " CONCURSO AINDA NAO CARREGADO E ACEITO"
002030     END-IF
002040     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002050     PERFORM 1200-CARREGAR-REJEITOS THRU 1200-EXIT
002060     OPEN INPUT ARQ-ENTRADA
002070     IF CGR-FS-ENTRADA NOT = "00"
002080         DISPLAY "ARQUIVO DE ENTRADA INDISPONIVEL - ABORTANDO"
002090         MOVE 16 TO RETURN-CODE
002100         GOBACK
002110     END-IF
002120     OPEN EXTEND ARQ-RESULTADOS
002130     IF CGR-FS-RESULTADOS = "35"
002140         OPEN OUTPUT ARQ-RESULTADOS
002150     END-IF
002160     PERFORM UNTIL CGR-FIM-ENTRADA
002170         READ ARQ-ENTRADA
002180             AT END
002190                 SET CGR-FIM-ENTRADA TO TRUE
002200             NOT AT END
002210                 ADD 1 TO CGR-QTD-LIDOS
002220                 PERFORM 2000-PROCESSAR-REGISTRO THRU 2000-EXIT
002230         END-READ
002240     END-PERFORM
002250     CLOSE ARQ-ENTRADA
002260     CLOSE ARQ-RESULTADOS
002270     PERFORM 4000-REGRAVAR-REJEITOS THRU 4000-EXIT
002280     PERFORM 9000-IMPRIMIR-RESUMO THRU 9000-EXIT
002290     EVALUATE TRUE
002300         WHEN CGR-QTD-REJEITADOS > ZERO
002310              AND CGR-QTD-ACEITOS = ZERO
002320             MOVE 8 TO RETURN-CODE
002330         WHEN CGR-QTD-REJEITADOS > ZERO
002340         WHEN CGR-QTD-ACEITOS = ZERO
002350             MOVE 4 TO RETURN-CODE
002360     END-EVALUATE
002370     GOBACK.
002380*----------------------------------------------------------------
002390*    1000-INICIALIZAR - VARRE O HISTORICO VALIDADO JA EXISTENTE
002400*                        PARA CAPTURAR, POR JOGO, O MAIOR E O
002410*                        MENOR CONCURSO, A ULTIMA DATA E A
002420*                        TABELA DE CONCURSOS JA CARREGADOS
002430*----------------------------------------------------------------
002440 1000-INICIALIZAR.
002450     INITIALIZE CGR-CONTROLE-SEQUENCIA
002460     OPEN INPUT ARQ-RESULTADOS
002470     IF CGR-FS-RESULTADOS = "35"
002480         DISPLAY "HISTORICO AINDA INEXISTENTE - CARGA INICIAL"
002490         GO TO 1000-EXIT
002500     END-IF
002510     IF CGR-FS-RESULTADOS NOT = "00"
002520         DISPLAY "ERRO " CGR-FS-RESULTADOS
002530             " AO ABRIR O HISTORICO DE RESULTADOS - ABORTANDO"
002540         MOVE 16 TO RETURN-CODE
002550         GOBACK
002560     END-IF
002570     PERFORM UNTIL CGR-FIM-RESULTADOS
002580         READ ARQ-RESULTADOS
002590             AT END
002600                 SET CGR-FIM-RESULTADOS TO TRUE
002610             NOT AT END
002620                 PERFORM 1100-ANOTAR-CONCURSO THRU 1100-EXIT
002630         END-READ
002640     END-PERFORM
002650     CLOSE ARQ-RESULTADOS.
002660 1000-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690*    1100-ANOTAR-CONCURSO - ATUALIZA O MAIOR E O MENOR CONCURSO
002700*                            E A ULTIMA DATA DO JOGO DO REGISTRO
002710*                            CORRENTE E O INCLUI NA TABELA DE
002720*                            CONCURSOS CARREGADOS (O MAIOR, E
002730*                            NAO O ULTIMO FISICO, DIRIGE A
002740*                            SEQUENCIA: UMA REENTRADA ANTIGA NO
002750*                            FIM DO ARQUIVO NAO PODE REGREDIR O
002760*                            CONTROLE)
002770*----------------------------------------------------------------
002780 1100-ANOTAR-CONCURSO.
002790     IF RES-TIPO-JOGO < 1 OR RES-TIPO-JOGO > 3
002800         GO TO 1100-EXIT
002810     END-IF
002820     IF RES-NUM-CONCURSO > CGR-ULT-CONCURSO(RES-TIPO-JOGO)
002830         MOVE RES-NUM-CONCURSO
002840             TO CGR-ULT-CONCURSO(RES-TIPO-JOGO)
002850     END-IF
002860     IF CGR-MIN-CONCURSO(RES-TIPO-JOGO) = ZERO
002870        OR RES-NUM-CONCURSO < CGR-MIN-CONCURSO(RES-TIPO-JOGO)
002880         MOVE RES-NUM-CONCURSO
002890             TO CGR-MIN-CONCURSO(RES-TIPO-JOGO)
002900     END-IF
002910     IF RES-DATA-SORTEIO > CGR-ULT-DATA(RES-TIPO-JOGO)
002920         MOVE RES-DATA-SORTEIO
002930             TO CGR-ULT-DATA(RES-TIPO-JOGO)
002940     END-IF
002950     IF CGR-QTD-CONC-TABELA >= 3000
002960         DISPLAY "TABELA DE CONCURSOS CHEIA - ABORTANDO"
002970         MOVE 16 TO RETURN-CODE
002980         GOBACK
002990     END-IF
003000     ADD 1 TO CGR-QTD-CONC-TABELA
003010     MOVE RES-NUM-CONCURSO
003020         TO CGR-CONC-NUM(CGR-QTD-CONC-TABELA)
003030     MOVE RES-TIPO-JOGO
003040         TO CGR-CONC-TIPO(CGR-QTD-CONC-TABELA).
003050 1100-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080*    1200-CARREGAR-REJEITOS - CARREGA DE VOLTA OS REJEITOS DAS
003090*                              CARGAS ANTERIORES (ARQUIVO AINDA
003100*                              INEXISTENTE = NENHUM PENDENTE)
003110*----------------------------------------------------------------
003120 1200-CARREGAR-REJEITOS.
003130     OPEN INPUT ARQ-REJEITOS
003140     IF CGR-FS-REJEITOS = "35"
003150         DISPLAY "SEM REJEITOS DE CARGAS ANTERIORES"
003160         MOVE "00" TO CGR-FS-REJEITOS
003170         GO TO 1200-EXIT
003180     END-IF
003190     IF CGR-FS-REJEITOS NOT = "00"
003200         DISPLAY "ERRO " CGR-FS-REJEITOS
003210             " AO ABRIR O ARQUIVO DE REJEITOS - ABORTANDO"
003220         MOVE 16 TO RETURN-CODE
003230         GOBACK
003240     END-IF
003250     PERFORM UNTIL CGR-FIM-REJEITOS
003260         READ ARQ-REJEITOS
003270             AT END
003280                 SET CGR-FIM-REJEITOS TO TRUE
003290             NOT AT END
003300                 PERFORM 1300-GUARDAR-REJEITO-ANT THRU 1300-EXIT
003310         END-READ
003320     END-PERFORM
003330     CLOSE ARQ-REJEITOS
003340     DISPLAY "REJEITOS PENDENTES CARREGADOS: "
003350         CGR-QTD-PEND-ANTERIORES.
003360 1200-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390*    1300-GUARDAR-REJEITO-ANT - COPIA O REJEITO DE CARGA
003400*                                ANTERIOR PARA A TABELA,
003410*                                EXTRAINDO CONCURSO E JOGO DA
003420*                                IMAGEM BRUTA PARA O CASAMENTO
003430*                                COM A RESOLUCAO
003440*----------------------------------------------------------------
003450 1300-GUARDAR-REJEITO-ANT.
003460     IF CGR-QTD-REJ-TABELA >= 500
003470         DISPLAY "TABELA DE REJEITOS CHEIA - ABORTANDO"
003480         MOVE 16 TO RETURN-CODE
003490         GOBACK
003500     END-IF
003510     ADD 1 TO CGR-QTD-REJ-TABELA
003520     MOVE REJ-MOTIVO TO CGR-REJ-MOTIVO(CGR-QTD-REJ-TABELA)
003530     MOVE REJ-REGISTRO-BRUTO
003540         TO CGR-REJ-BRUTO(CGR-QTD-REJ-TABELA)
003550     IF REJ-DATA-CARGA NUMERIC
003560         MOVE REJ-DATA-CARGA TO CGR-REJ-DATA(CGR-QTD-REJ-TABELA)
003570     ELSE
003580         MOVE ZERO TO CGR-REJ-DATA(CGR-QTD-REJ-TABELA)
003590     END-IF
003600     IF REJ-RESOLVIDO
003610         MOVE "R" TO CGR-REJ-SIT(CGR-QTD-REJ-TABELA)
003620     ELSE
003630         MOVE "P" TO CGR-REJ-SIT(CGR-QTD-REJ-TABELA)
003640         ADD 1 TO CGR-QTD-PEND-ANTERIORES
003650     END-IF
003660     PERFORM 1400-EXTRAIR-CHAVE-REJEITO THRU 1400-EXIT.
003670 1300-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700*    1400-EXTRAIR-CHAVE-REJEITO - EXTRAI CONCURSO E JOGO DA
003710*                                  IMAGEM BRUTA DO REJEITO DA
003720*                                  ULTIMA ENTRADA DA TABELA
003730*                                  (ZERO QUANDO A PROPRIA CHAVE
003740*                                  ESTAVA ILEGIVEL)
003750*----------------------------------------------------------------
003760 1400-EXTRAIR-CHAVE-REJEITO.
003770     MOVE CGR-REJ-BRUTO(CGR-QTD-REJ-TABELA) TO RESULTADO-BRUTO
003780     IF BRU-NUM-CONCURSO NUMERIC
003790         MOVE BRU-NUM-CONCURSO
003800             TO CGR-REJ-CONCURSO(CGR-QTD-REJ-TABELA)
003810     ELSE
003820         MOVE ZERO TO CGR-REJ-CONCURSO(CGR-QTD-REJ-TABELA)
003830     END-IF
003840     IF BRU-TIPO-JOGO NUMERIC
003850         MOVE BRU-TIPO-JOGO
003860             TO CGR-REJ-TIPO(CGR-QTD-REJ-TABELA)
003870     ELSE
003880         MOVE ZERO TO CGR-REJ-TIPO(CGR-QTD-REJ-TABELA)
003890     END-IF.
003900 1400-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930*    2000-PROCESSAR-REGISTRO - VALIDA O REGISTRO BRUTO CORRENTE
003940*                               E O ENCAMINHA PARA O HISTORICO
003950*                               OU PARA A TABELA DE REJEITOS
003960*----------------------------------------------------------------
003970 2000-PROCESSAR-REGISTRO.
003980     SET CGR-REG-VALIDO TO TRUE
003990     MOVE SPACES TO CGR-MOTIVO-REJEICAO
004000     PERFORM 2100-VALIDAR-CONCURSO THRU 2100-EXIT
004010     IF CGR-REG-VALIDO
004020         PERFORM 2150-VALIDAR-JOGO THRU 2150-EXIT
004030     END-IF
004040     IF CGR-REG-VALIDO
004050         IF CGR-MODO-REENTRADA
004060             PERFORM 2185-VALIDAR-REENTRADA THRU 2185-EXIT
004070         ELSE
004080             PERFORM 2180-VALIDAR-SEQUENCIA THRU 2180-EXIT
004090         END-IF
004100     END-IF
004110     IF CGR-REG-VALIDO
004120         PERFORM 2200-VALIDAR-DATA THRU 2200-EXIT
004130     END-IF
004140     IF CGR-REG-VALIDO
004150         PERFORM 2300-VALIDAR-UMA-DEZENA THRU 2300-EXIT
004160             VARYING T FROM 1 BY 1
004170             UNTIL T > CGR-QTD-DEZ-TRABALHO
004180                OR NOT CGR-REG-VALIDO
004190     END-IF
004200     IF CGR-REG-VALIDO
004210         PERFORM 3000-GRAVAR-RESULTADO THRU 3000-EXIT
004220     ELSE
004230         PERFORM 3100-ANOTAR-REJEITO THRU 3100-EXIT
004240     END-IF.
004250 2000-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------
004280*    2100-VALIDAR-CONCURSO - EXIGE NUMERO DE CONCURSO NUMERICO E
004290*                             DIFERENTE DE ZERO
004300*----------------------------------------------------------------
004310 2100-VALIDAR-CONCURSO.
004320     IF BRU-NUM-CONCURSO NOT NUMERIC
004330         MOVE "01" TO CGR-MOTIVO-REJEICAO
004340         SET CGR-REG-VALIDO TO FALSE
004350         GO TO 2100-EXIT
004360     END-IF
004370     MOVE BRU-NUM-CONCURSO TO CGR-CONCURSO-TRABALHO
004380     IF CGR-CONCURSO-TRABALHO = ZERO
004390         MOVE "01" TO CGR-MOTIVO-REJEICAO
004400         SET CGR-REG-VALIDO TO FALSE
004410     END-IF.
004420 2100-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450*    2150-VALIDAR-JOGO - EXIGE TIPO DE JOGO CONHECIDO E QTDE DE
004460*                         DEZENAS SORTEADAS COMPATIVEL COM ELE,
004470*                         ARMANDO A FAIXA DE DEZENA DO JOGO
004480*----------------------------------------------------------------
004490 2150-VALIDAR-JOGO.
004500     IF BRU-TIPO-JOGO NOT NUMERIC
004510         MOVE "08" TO CGR-MOTIVO-REJEICAO
004520         SET CGR-REG-VALIDO TO FALSE
004530         GO TO 2150-EXIT
004540     END-IF
004550     MOVE BRU-TIPO-JOGO TO CGR-TIPO-TRABALHO
004560     EVALUATE CGR-TIPO-TRABALHO
004570         WHEN 1
004580             MOVE 60 TO CGR-DEZENA-MAXIMA
004590             MOVE 06 TO CGR-QTD-ESPERADA
004600         WHEN 2
004610             MOVE 25 TO CGR-DEZENA-MAXIMA
004620             MOVE 15 TO CGR-QTD-ESPERADA
004630         WHEN 3
004640             MOVE 80 TO CGR-DEZENA-MAXIMA
004650             MOVE 05 TO CGR-QTD-ESPERADA
004660         WHEN OTHER
004670             MOVE "08" TO CGR-MOTIVO-REJEICAO
004680             SET CGR-REG-VALIDO TO FALSE
004690             GO TO 2150-EXIT
004700     END-EVALUATE
004710     IF BRU-QTD-DEZENAS NOT NUMERIC
004720         MOVE "09" TO CGR-MOTIVO-REJEICAO
004730         SET CGR-REG-VALIDO TO FALSE
004740         GO TO 2150-EXIT
004750     END-IF
004760     MOVE BRU-QTD-DEZENAS TO CGR-QTD-DEZ-TRABALHO
004770     IF CGR-QTD-DEZ-TRABALHO NOT = CGR-QTD-ESPERADA
004780         MOVE "09" TO CGR-MOTIVO-REJEICAO
004790         SET CGR-REG-VALIDO TO FALSE
004800     END-IF.
004810 2150-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840*    2180-VALIDAR-SEQUENCIA - EXIGE CONCURSO EXATAMENTE UM ACIMA
004850*                              DO MAIOR JA CARREGADO PARA O
004860*                              MESMO JOGO (SEM REPETICAO NEM
004870*                              SALTO)
004880*----------------------------------------------------------------
004890 2180-VALIDAR-SEQUENCIA.
004900     IF CGR-ULT-CONCURSO(CGR-TIPO-TRABALHO) > ZERO
004910        AND CGR-CONCURSO-TRABALHO NOT =
004920            CGR-ULT-CONCURSO(CGR-TIPO-TRABALHO) + 1
004930         MOVE "02" TO CGR-MOTIVO-REJEICAO
004940         SET CGR-REG-VALIDO TO FALSE
004950     END-IF.
004960 2180-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990*    2185-VALIDAR-REENTRADA - NA REENTRADA A SEQUENCIA NAO E
005000*                              EXIGIDA: SO E RECUSADO (MOTIVO
005010*                              02) O CONCURSO JA PRESENTE NO
005020*                              HISTORICO
005030*----------------------------------------------------------------
005040 2185-VALIDAR-REENTRADA.
005050     MOVE CGR-CONCURSO-TRABALHO TO CGR-CONC-PROCURADO
005060     MOVE CGR-TIPO-TRABALHO     TO CGR-TIPO-PROCURADO
005070     PERFORM 2190-PROCURAR-CONCURSO THRU 2190-EXIT
005080     IF CGR-CONCURSO-ACHADO
005090         MOVE "02" TO CGR-MOTIVO-REJEICAO
005100         SET CGR-REG-VALIDO TO FALSE
005110     END-IF.
005120 2185-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150*    2190-PROCURAR-CONCURSO - MARCA SE O CONCURSO PROCURADO JA
005160*                              ESTA NA TABELA DE CARREGADOS
005170*----------------------------------------------------------------
005180 2190-PROCURAR-CONCURSO.
005190     SET CGR-CONCURSO-ACHADO TO FALSE
005200     IF CGR-QTD-CONC-TABELA > ZERO
005210         PERFORM 2195-COMPARAR-CONCURSO THRU 2195-EXIT
005220             VARYING V1 FROM 1 BY 1
005230             UNTIL V1 > CGR-QTD-CONC-TABELA
005240                OR CGR-CONCURSO-ACHADO
005250     END-IF.
005260 2190-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290*    2195-COMPARAR-CONCURSO - COMPARA O CONCURSO PROCURADO COM A
005300*                              ENTRADA V1 DA TABELA
005310*----------------------------------------------------------------
005320 2195-COMPARAR-CONCURSO.
005330     IF CGR-CONC-NUM(V1) = CGR-CONC-PROCURADO
005340        AND CGR-CONC-TIPO(V1) = CGR-TIPO-PROCURADO
005350         SET CGR-CONCURSO-ACHADO TO TRUE
005360     END-IF.
005370 2195-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------
005400*    2200-VALIDAR-DATA - EXIGE DATA NUMERICA E PLAUSIVEL
005410*                         (ANO/MES/DIA DENTRO DE LIMITES); NA
005420*                         CARGA NORMAL EXIGE TAMBEM DATA NAO
005430*                         ANTERIOR A DO ULTIMO CONCURSO DO JOGO
005440*                         (NA REENTRADA A DATA ANTIGA E O
005450*                         ESPERADO)
005460*----------------------------------------------------------------
005470 2200-VALIDAR-DATA.
005480     IF BRU-DATA-SORTEIO NOT NUMERIC
005490         MOVE "03" TO CGR-MOTIVO-REJEICAO
005500         SET CGR-REG-VALIDO TO FALSE
005510         GO TO 2200-EXIT
005520     END-IF
005530     MOVE BRU-DATA-SORTEIO TO CGR-DATA-TRABALHO
005540     IF CGR-DT-ANO < 1996 OR CGR-DT-ANO > 2099
005550        OR CGR-DT-MES < 01 OR CGR-DT-MES > 12
005560        OR CGR-DT-DIA < 01 OR CGR-DT-DIA > 31
005570         MOVE "03" TO CGR-MOTIVO-REJEICAO
005580         SET CGR-REG-VALIDO TO FALSE
005590         GO TO 2200-EXIT
005600     END-IF
005610     IF CGR-MODO-CARGA
005620        AND CGR-DATA-TRABALHO < CGR-ULT-DATA(CGR-TIPO-TRABALHO)
005630         MOVE "04" TO CGR-MOTIVO-REJEICAO
005640         SET CGR-REG-VALIDO TO FALSE
005650     END-IF.
005660 2200-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------
005690*    2300-VALIDAR-UMA-DEZENA - EXIGE DEZENA T NUMERICA, DENTRO DA
005700*                               FAIXA DO JOGO E SEM REPETICAO COM
005710*                               AS DEZENAS DE 1 ATE T-1
005720*----------------------------------------------------------------
005730 2300-VALIDAR-UMA-DEZENA.
005740     IF BRU-DEZENA(T) NOT NUMERIC
005750         MOVE "05" TO CGR-MOTIVO-REJEICAO
005760         SET CGR-REG-VALIDO TO FALSE
005770         GO TO 2300-EXIT
005780     END-IF
005790     MOVE BRU-DEZENA(T) TO CGR-DEZENA-TRABALHO
005800     IF CGR-DEZENA-TRABALHO < 01
005810        OR CGR-DEZENA-TRABALHO > CGR-DEZENA-MAXIMA
005820         MOVE "06" TO CGR-MOTIVO-REJEICAO
005830         SET CGR-REG-VALIDO TO FALSE
005840         GO TO 2300-EXIT
005850     END-IF
005860     IF T > 1
005870         PERFORM 2310-COMPARAR-DEZENA THRU 2310-EXIT
005880             VARYING U FROM 1 BY 1 UNTIL U > T - 1
005890     END-IF.
005900 2300-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930*    2310-COMPARAR-DEZENA - ACUSA REPETICAO QUANDO A DEZENA T E
005940*                            IGUAL A DEZENA U JA VALIDADA
005950*----------------------------------------------------------------
005960 2310-COMPARAR-DEZENA.
005970     IF BRU-DEZENA(T) = BRU-DEZENA(U)
005980         MOVE "07" TO CGR-MOTIVO-REJEICAO
005990         SET CGR-REG-VALIDO TO FALSE
006000     END-IF.
006010 2310-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040*    3000-GRAVAR-RESULTADO - GRAVA O REGISTRO VALIDADO NO
006050*                             HISTORICO OFICIAL, AVANCA O
006060*                             CONTROLE DO JOGO E RESOLVE OS
006070*                             REJEITOS PENDENTES DO CONCURSO
006080*----------------------------------------------------------------
006090 3000-GRAVAR-RESULTADO.
006100     MOVE CGR-CONCURSO-TRABALHO  TO RES-NUM-CONCURSO
006110     MOVE CGR-DATA-TRABALHO      TO RES-DATA-SORTEIO
006120     MOVE CGR-TIPO-TRABALHO      TO RES-TIPO-JOGO
006130     MOVE CGR-QTD-DEZ-TRABALHO   TO RES-QTD-DEZENAS
006140     MOVE ZERO                   TO RES-DEZENAS
006150     PERFORM 3010-MOVER-DEZENA THRU 3010-EXIT
006160         VARYING T FROM 1 BY 1 UNTIL T > CGR-QTD-DEZ-TRABALHO
006170     WRITE RESULTADO-SORTEIO
006180     IF CGR-FS-RESULTADOS NOT = "00"
006190         DISPLAY "ERRO " CGR-FS-RESULTADOS
006200             " AO GRAVAR O CONCURSO " CGR-CONCURSO-TRABALHO
006210             " EM RESULTADOS.DAT - ABORTANDO"
006220         MOVE 16 TO RETURN-CODE
006230         GOBACK
006240     END-IF
006250     PERFORM 1100-ANOTAR-CONCURSO THRU 1100-EXIT
006260     PERFORM 3050-RESOLVER-REJEITOS THRU 3050-EXIT
006270     ADD 1 TO CGR-QTD-ACEITOS.
006280 3000-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------
006310*    3010-MOVER-DEZENA - COPIA A DEZENA T DO REGISTRO BRUTO PARA
006320*                         O REGISTRO VALIDADO
006330*----------------------------------------------------------------
006340 3010-MOVER-DEZENA.
006350     MOVE BRU-DEZENA(T) TO RES-DEZENA(T).
006360 3010-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------
006390*    3050-RESOLVER-REJEITOS - MARCA COMO RESOLVIDO TODO REJEITO
006400*                              PENDENTE DO CONCURSO E JOGO RECEM
006410*                              GRAVADOS
006420*----------------------------------------------------------------
006430 3050-RESOLVER-REJEITOS.
006440     IF CGR-QTD-REJ-TABELA > ZERO
006450         PERFORM 3060-RESOLVER-UM THRU 3060-EXIT
006460             VARYING V1 FROM 1 BY 1
006470             UNTIL V1 > CGR-QTD-REJ-TABELA
006480     END-IF.
006490 3050-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520*    3060-RESOLVER-UM - RESOLVE A ENTRADA V1 QUANDO PENDENTE E
006530*                        DO MESMO CONCURSO E JOGO
006540*----------------------------------------------------------------
006550 3060-RESOLVER-UM.
006560     IF CGR-REJ-SIT(V1) = "P"
006570        AND CGR-REJ-CONCURSO(V1) = CGR-CONCURSO-TRABALHO
006580        AND CGR-REJ-TIPO(V1) = CGR-TIPO-TRABALHO
006590         MOVE "R" TO CGR-REJ-SIT(V1)
006600         ADD 1 TO CGR-QTD-RESOLVIDOS
006610     END-IF.
006620 3060-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650*    3100-ANOTAR-REJEITO - INCLUI O REGISTRO BRUTO RECUSADO NA
006660*                           TABELA DE REJEITOS, PENDENTE E COM A
006670*                           DATA DA CARGA DE HOJE
006680*----------------------------------------------------------------
006690 3100-ANOTAR-REJEITO.
006700     IF CGR-QTD-REJ-TABELA >= 500
006710         DISPLAY "TABELA DE REJEITOS CHEIA - ABORTANDO"
006720         MOVE 16 TO RETURN-CODE
006730         GOBACK
006740     END-IF
006750     ADD 1 TO CGR-QTD-REJ-TABELA
006760     MOVE CGR-MOTIVO-REJEICAO
006770         TO CGR-REJ-MOTIVO(CGR-QTD-REJ-TABELA)
006780     MOVE RESULTADO-BRUTO
006790         TO CGR-REJ-BRUTO(CGR-QTD-REJ-TABELA)
006800     MOVE CGR-DATA-ATUAL TO CGR-REJ-DATA(CGR-QTD-REJ-TABELA)
006810     MOVE "P" TO CGR-REJ-SIT(CGR-QTD-REJ-TABELA)
006820     PERFORM 1400-EXTRAIR-CHAVE-REJEITO THRU 1400-EXIT
006830     ADD 1 TO CGR-QTD-REJEITADOS.
006840 3100-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870*    4000-REGRAVAR-REJEITOS - REGRAVA O ARQUIVO DE REJEITOS
006880*                              INTEIRO A PARTIR DA TABELA, COM
006890*                              AS SITUACOES ATUALIZADAS
006900*----------------------------------------------------------------
006910 4000-REGRAVAR-REJEITOS.
006920     OPEN OUTPUT ARQ-REJEITOS
006930     IF CGR-FS-REJEITOS NOT = "00"
006940         DISPLAY "ERRO " CGR-FS-REJEITOS
006950             " AO REGRAVAR O ARQUIVO DE REJEITOS - ABORTANDO"
006960         MOVE 16 TO RETURN-CODE
006970         GOBACK
006980     END-IF
006990     IF CGR-QTD-REJ-TABELA > ZERO
007000         PERFORM 4100-GRAVAR-REJEITO THRU 4100-EXIT
007010             VARYING V1 FROM 1 BY 1
007020             UNTIL V1 > CGR-QTD-REJ-TABELA
007030     END-IF
007040     CLOSE ARQ-REJEITOS.
007050 4000-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080*    4100-GRAVAR-REJEITO - GRAVA A ENTRADA V1 DA TABELA NO
007090*                           ARQUIVO DE REJEITOS
007100*----------------------------------------------------------------
007110 4100-GRAVAR-REJEITO.
007120     MOVE CGR-REJ-MOTIVO(V1)     TO REJ-MOTIVO
007130     MOVE CGR-REJ-BRUTO(V1)      TO REJ-REGISTRO-BRUTO
007140     MOVE CGR-REJ-DATA(V1)       TO REJ-DATA-CARGA
007150     MOVE CGR-REJ-SIT(V1)        TO REJ-SITUACAO
007160     WRITE REJEITO-REC
007170     IF CGR-FS-REJEITOS NOT = "00"
007180         DISPLAY "ERRO " CGR-FS-REJEITOS
007190             " AO GRAVAR O REJEITO - ABORTANDO"
007200         MOVE 16 TO RETURN-CODE
007210         GOBACK
007220     END-IF.
007230 4100-EXIT.
007240     EXIT.
007250*----------------------------------------------------------------
007260*    9000-IMPRIMIR-RESUMO - IMPRIME OS TOTAIS DA CARGA, O
007270*                            ENVELHECIMENTO DOS REJEITOS
007280*                            PENDENTES E OS CONCURSOS FALTANTES
007290*                            POR JOGO
007300*----------------------------------------------------------------
007310 9000-IMPRIMIR-RESUMO.
007320     DISPLAY " "
007330     DISPLAY "RESUMO DA CARGA DE RESULTADOS"
007340     DISPLAY "REGISTROS LIDOS......: " CGR-QTD-LIDOS
007350     DISPLAY "REGISTROS ACEITOS....: " CGR-QTD-ACEITOS
007360     DISPLAY "REGISTROS REJEITADOS.: " CGR-QTD-REJEITADOS
007370     DISPLAY "REJEITOS RESOLVIDOS..: " CGR-QTD-RESOLVIDOS
007380     DISPLAY "ULT CONC MEGA-SENA...: " CGR-ULT-CONCURSO(1)
007390     DISPLAY "ULT CONC LOTOFACIL...: " CGR-ULT-CONCURSO(2)
007400     DISPLAY "ULT CONC QUINA.......: " CGR-ULT-CONCURSO(3)
007410     DISPLAY " "
007420     DISPLAY "REJEITOS PENDENTES (ENVELHECIMENTO)"
007430     IF CGR-QTD-REJ-TABELA > ZERO
007440         PERFORM 9200-LISTAR-PENDENTE THRU 9200-EXIT
007450             VARYING V1 FROM 1 BY 1
007460             UNTIL V1 > CGR-QTD-REJ-TABELA
007470     END-IF
007480     DISPLAY " "
007490     DISPLAY "CONCURSOS FALTANTES POR JOGO"
007500     PERFORM 9300-LISTAR-FALTANTES THRU 9300-EXIT
007510         VARYING CGR-TIPO-PROCURADO FROM 1 BY 1
007520         UNTIL CGR-TIPO-PROCURADO > 3.
007530 9000-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560*    9200-LISTAR-PENDENTE - IMPRIME A LINHA DE ENVELHECIMENTO DO
007570*                            REJEITO V1, QUANDO AINDA PENDENTE
007580*----------------------------------------------------------------
007590 9200-LISTAR-PENDENTE.
007600     IF CGR-REJ-SIT(V1) NOT = "P"
007610         GO TO 9200-EXIT
007620     END-IF
007630     MOVE CGR-REJ-MOTIVO(V1)     TO CGR-R-MOTIVO
007640     MOVE CGR-REJ-CONCURSO(V1)   TO CGR-R-CONCURSO
007650     MOVE CGR-REJ-TIPO(V1)       TO CGR-R-JOGO
007660     MOVE CGR-REJ-DATA(V1)       TO CGR-R-DATA
007670     IF CGR-REJ-DATA(V1) > ZERO
007680         COMPUTE CGR-DIAS-PENDENTE =
007690             FUNCTION INTEGER-OF-DATE(CGR-DATA-ATUAL)
007700             - FUNCTION INTEGER-OF-DATE(CGR-REJ-DATA(V1))
007710     ELSE
007720         MOVE ZERO TO CGR-DIAS-PENDENTE
007730     END-IF
007740     MOVE CGR-DIAS-PENDENTE      TO CGR-R-DIAS
007750     DISPLAY CGR-LINHA-PENDENTE.
007760 9200-EXIT.
007770     EXIT.
007780*----------------------------------------------------------------
007790*    9300-LISTAR-FALTANTES - VARRE DO MENOR AO MAIOR CONCURSO DO
007800*                             JOGO E LISTA OS AUSENTES DO
007810*                             HISTORICO (ATE 20 POR JOGO)
007820*----------------------------------------------------------------
007830 9300-LISTAR-FALTANTES.
007840     IF CGR-ULT-CONCURSO(CGR-TIPO-PROCURADO) = ZERO
007850         GO TO 9300-EXIT
007860     END-IF
007870     MOVE ZERO TO CGR-QTD-FALTANTES-IMP
007880     PERFORM 9310-VERIFICAR-FALTANTE THRU 9310-EXIT
007890         VARYING CGR-CONC-PROCURADO
007900         FROM CGR-MIN-CONCURSO(CGR-TIPO-PROCURADO) BY 1
007910         UNTIL CGR-CONC-PROCURADO >
007920               CGR-ULT-CONCURSO(CGR-TIPO-PROCURADO)
007930            OR CGR-QTD-FALTANTES-IMP > 20
007940     IF CGR-QTD-FALTANTES-IMP = ZERO
007950         DISPLAY "  JOGO " CGR-TIPO-PROCURADO
007960             " SEM CONCURSOS FALTANTES"
007970     END-IF
007980     IF CGR-QTD-FALTANTES-IMP > 20
007990         DISPLAY "  JOGO " CGR-TIPO-PROCURADO
008000             " COM MAIS FALTANTES ALEM DOS 20 LISTADOS"
008010     END-IF.
008020 9300-EXIT.
008030     EXIT.
008040*----------------------------------------------------------------
008050*    9310-VERIFICAR-FALTANTE - LISTA O CONCURSO PROCURADO QUANDO
008060*                               AUSENTE DA TABELA DE CARREGADOS
008070*----------------------------------------------------------------
008080 9310-VERIFICAR-FALTANTE.
008090     PERFORM 2190-PROCURAR-CONCURSO THRU 2190-EXIT
008100     IF NOT CGR-CONCURSO-ACHADO
008110         ADD 1 TO CGR-QTD-FALTANTES-IMP
008120         IF CGR-QTD-FALTANTES-IMP <= 20
008130             DISPLAY "  JOGO " CGR-TIPO-PROCURADO
008140                 " FALTA O CONCURSO " CGR-CONC-PROCURADO
008150         END-IF
008160     END-IF.
008170 9310-EXIT.
008180     EXIT.

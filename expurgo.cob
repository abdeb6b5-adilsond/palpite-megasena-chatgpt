000200*               MAIS ANTIGA QUE SEJA. IMPRIME O RELATORIO DE
000210*               MOVIMENTACAO COM TOTAIS E CONTAGEM POR
000220*               EXECUCAO.
000230*               RETURN-CODE: 0 = EXPURGO CONCLUIDO; 16 = ABORTO
000240*               (RETENCAO ZERO, ARQUIVO VIVO INDISPONIVEL OU ERRO
000250*               DE GRAVACAO) - NESSE CASO O JOB NAO COPIA
000260*               PALPSAI/AUDSAI SOBRE OS ARQUIVOS VIVOS.
000270*
000280*    HISTORICO DE ALTERACOES
000290*    DATA       AUTOR   DESCRICAO
000300*    ---------- ------- ----------------------------------------
000310*    2026-08-22 RAS     VERSAO INICIAL.
000320*    2026-08-22 RAS     A DATA DO ULTIMO RESULTADO CARREGADO
000330*                       PASSA A SER CONTROLADA POR JOGO: UMA
000340*                       CARGA NOVA DE MEGA-SENA NAO PODE
000350*                       DESPROTEGER UM BOLAO DE LOTOFACIL OU
000360*                       QUINA CUJO PROPRIO CONCURSO AINDA NAO
000370*                       FOI CARREGADO.
000380*    2026-09-02 RAS     REGISTROS DE PASSAGEM DE PALPITES
000390*                       AMPLIADOS PARA O CONCURSO ALVO INCLUIDO
000400*                       EM PALPITE.CPY.
000410*    2026-09-02 RAS     REGISTROS DE PASSAGEM DE AUDITORIA
000420*                       AMPLIADOS PARA A ESTRATEGIA DA GERACAO
000430*                       PONDERADA INCLUIDA EM AUDIT.CPY.
000440*    2026-10-15 RAS     RETURN-CODE DOCUMENTADO NO CABECALHO.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ARQ-PALPITES     ASSIGN TO PALPITES
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS EXP-FS-PALPITES.
000550     SELECT ARQ-AUDITORIA    ASSIGN TO AUDITORI
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS EXP-FS-AUDITORIA.
000580     SELECT ARQ-PARTICIPANTES ASSIGN TO PARTICIP
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS EXP-FS-PARTICIPANTES.
000610     SELECT ARQ-RESULTADOS   ASSIGN TO RESULTAD
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS EXP-FS-RESULTADOS.
000640     SELECT ARQ-PALPSAI      ASSIGN TO PALPSAI
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS EXP-FS-PALPSAI.
000670     SELECT ARQ-AUDSAI       ASSIGN TO AUDSAI
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS EXP-FS-AUDSAI.
000700     SELECT ARQ-ARCPALP      ASSIGN TO ARCPALP
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS EXP-FS-ARCPALP.
000730     SELECT ARQ-ARCAUD       ASSIGN TO ARCAUD
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS EXP-FS-ARCAUD.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ARQ-PALPITES
000790     COPY PALPITE.CPY.
000800 FD  ARQ-AUDITORIA
000810     COPY AUDIT.CPY.
000820 FD  ARQ-PARTICIPANTES
000830     COPY PARTIC.CPY.
000840 FD  ARQ-RESULTADOS
000850     COPY RESSORT.CPY.
000860 FD  ARQ-PALPSAI.
000870 01  EXP-REG-PALPSAI             PIC X(91).
000880 FD  ARQ-AUDSAI.
000890 01  EXP-REG-AUDSAI              PIC X(107).
000900 FD  ARQ-ARCPALP.
000910 01  EXP-REG-ARCPALP             PIC X(91).
000920 FD  ARQ-ARCAUD.
000930 01  EXP-REG-ARCAUD              PIC X(107).
000940 WORKING-STORAGE SECTION.
000950 01  EXP-STATUS-ARQUIVOS.
000960     05  EXP-FS-PALPITES         PIC X(02) VALUE "00".
000970     05  EXP-FS-AUDITORIA        PIC X(02) VALUE "00".
000980     05  EXP-FS-PARTICIPANTES    PIC X(02) VALUE "00".
000990     05  EXP-FS-RESULTADOS       PIC X(02) VALUE "00".
001000     05  EXP-FS-PALPSAI          PIC X(02) VALUE "00".
001010     05  EXP-FS-AUDSAI           PIC X(02) VALUE "00".
001020     05  EXP-FS-ARCPALP          PIC X(02) VALUE "00".
001030     05  EXP-FS-ARCAUD           PIC X(02) VALUE "00".
001040 01  EXP-SWITCHES.
001050     05  EXP-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
001060         88  EXP-FIM-ARQUIVO         VALUE "S"
001070                                      FALSE "N".
001080     05  EXP-SW-MANTER           PIC X(01) VALUE "N".
001090         88  EXP-MANTER              VALUE "S"
001100                                      FALSE "N".
001110     05  EXP-SW-EXEC-ACHADA      PIC X(01) VALUE "N".
001120         88  EXP-EXEC-ACHADA         VALUE "S"
001130                                      FALSE "N".
001140*----------------------------------------------------------------
001150*    PARAMETROS E DATAS DE CORTE
001160*----------------------------------------------------------------
001170 01  EXP-PARAMETROS.
001180     05  EXP-DIAS-RETENCAO       PIC 9(03) VALUE ZERO.
001190     05  EXP-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001200     05  EXP-DATA-CORTE          PIC 9(08) VALUE ZERO.
001210     05  EXP-DIAS-INT            PIC 9(08) COMP.
001220*----------------------------------------------------------------
001230*    DATA DO ULTIMO RESULTADO CARREGADO, POR JOGO (1=MEGA
001240*    2=LOTOFACIL 3=QUINA) - A PENDENCIA DE CONFERENCIA DE UMA
001250*    EXECUCAO E MEDIDA CONTRA O ULTIMO CONCURSO DO SEU JOGO
001260*----------------------------------------------------------------
001270 01  EXP-ULT-RESULTADOS.
001280     05  EXP-ULT-RESULT-JOGO     PIC 9(08) OCCURS 3 TIMES
001290                                 VALUE ZERO.
001300*----------------------------------------------------------------
001310*    EXECUCOES COM PARTICIPANTES DE BOLAO CADASTRADOS (CANDIDATAS
001320*    A PROTECAO CONTRA EXPURGO ENQUANTO A CONFERENCIA PENDE)
001330*----------------------------------------------------------------
001340 01  EXP-TAB-PROTECAO.
001350     05  EXP-QTD-COM-BOLAO       PIC 9(04) COMP VALUE ZERO.
001360     05  EXP-EXEC-BOLAO          PIC X(14) OCCURS 2000 TIMES.
001370*----------------------------------------------------------------
001380*    CONTAGEM DE PALPITES MANTIDOS/ARQUIVADOS POR EXECUCAO
001390*----------------------------------------------------------------
001400 01  EXP-TAB-CONTAGEM.
001410     05  EXP-QTD-EXECUCOES       PIC 9(04) COMP VALUE ZERO.
001420     05  EXP-CONT-EXEC OCCURS 500 TIMES.
001430         10  EXP-CE-ID           PIC X(14).
001440         10  EXP-CE-MANTIDOS     PIC 9(06) COMP.
001450         10  EXP-CE-ARQUIVADOS   PIC 9(06) COMP.
001460 01  EXP-CONTADORES.
001470     05  E1                      PIC 9(04) COMP.
001480     05  EXP-IDX-EXEC            PIC 9(04) COMP.
001490     05  EXP-QTD-PALP-LIDOS      PIC 9(06) COMP VALUE ZERO.
001500     05  EXP-QTD-PALP-MANTIDOS   PIC 9(06) COMP VALUE ZERO.
001510     05  EXP-QTD-PALP-ARQUIVADOS PIC 9(06) COMP VALUE ZERO.
001520     05  EXP-QTD-AUD-LIDOS       PIC 9(06) COMP VALUE ZERO.
001530     05  EXP-QTD-AUD-MANTIDOS    PIC 9(06) COMP VALUE ZERO.
001540     05  EXP-QTD-AUD-ARQUIVADOS  PIC 9(06) COMP VALUE ZERO.
001550     05  EXP-QTD-PROTEGIDOS      PIC 9(06) COMP VALUE ZERO.
001560*----------------------------------------------------------------
001570*    AREA DE DECISAO (PREENCHIDA ANTES DE 2500-DECIDIR-DESTINO)
001580*----------------------------------------------------------------
001590 01  EXP-DECISAO.
001600     05  EXP-DATA-REGISTRO       PIC 9(08).
001610     05  EXP-TIPO-JOGO-REGISTRO  PIC 9(01).
001620     05  EXP-ID-EXEC-REGISTRO    PIC X(14).
001630 01  EXP-LINHA-EXECUCAO.
001640     05  FILLER                  PIC X(09) VALUE "EXECUCAO ".
001650     05  EXP-R-EXECUCAO          PIC X(14).
001660     05  FILLER                  PIC X(10) VALUE " MANTIDOS ".
001670     05  EXP-R-MANTIDOS          PIC ZZZZZ9.
001680     05  FILLER                  PIC X(12) VALUE " ARQUIVADOS ".
001690     05  EXP-R-ARQUIVADOS        PIC ZZZZZ9.
001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001720     DISPLAY "EXPURGO DO HISTORICO DE PALPITES E AUDITORIA"
001730     DISPLAY "DIAS DE RETENCAO NOS ARQUIVOS VIVOS: "
001740         WITH NO ADVANCING
001750     ACCEPT EXP-DIAS-RETENCAO
001760     IF EXP-DIAS-RETENCAO = ZERO
001770         DISPLAY "RETENCAO ZERO NAO E PERMITIDA - ABORTANDO"
001780         MOVE 16 TO RETURN-CODE
001790         GOBACK
001800     END-IF
001810     ACCEPT EXP-DATA-ATUAL FROM DATE YYYYMMDD
001820     COMPUTE EXP-DIAS-INT =
001830         FUNCTION INTEGER-OF-DATE(EXP-DATA-ATUAL)
001840         - EXP-DIAS-RETENCAO
001850     COMPUTE EXP-DATA-CORTE =
001860         FUNCTION DATE-OF-INTEGER(EXP-DIAS-INT)
001870     DISPLAY "DATA DE CORTE: " EXP-DATA-CORTE
001880     PERFORM 1000-CARREGAR-PROTECOES THRU 1000-EXIT
001890     PERFORM 2000-EXPURGAR-PALPITES THRU 2000-EXIT
001900     PERFORM 3000-EXPURGAR-AUDITORIA THRU 3000-EXIT
001910     PERFORM 9000-IMPRIMIR-RELATORIO THRU 9000-EXIT
001920     GOBACK.
001930*----------------------------------------------------------------
001940*    1000-CARREGAR-PROTECOES - GUARDA AS EXECUCOES QUE TEM
001950*                               PARTICIPANTES DE BOLAO E A DATA
001960*                               DO ULTIMO RESULTADO CARREGADO,
001970*                               INSUMOS DA REGRA DE PROTECAO
001980*----------------------------------------------------------------
001990 1000-CARREGAR-PROTECOES.
002000     SET EXP-FIM-ARQUIVO TO FALSE
002010     OPEN INPUT ARQ-PARTICIPANTES
002020     IF EXP-FS-PARTICIPANTES NOT = "00"
002030         DISPLAY "SEM PARTICIPANTES CADASTRADOS"
002040     ELSE
002050         PERFORM UNTIL EXP-FIM-ARQUIVO
002060             READ ARQ-PARTICIPANTES
002070                 AT END
002080                     SET EXP-FIM-ARQUIVO TO TRUE
002090                 NOT AT END
002100                     PERFORM 1100-ANOTAR-EXEC-BOLAO
002110                         THRU 1100-EXIT
002120             END-READ
002130         END-PERFORM
002140         CLOSE ARQ-PARTICIPANTES
002150     END-IF
002160     SET EXP-FIM-ARQUIVO TO FALSE
002170     OPEN INPUT ARQ-RESULTADOS
002180     IF EXP-FS-RESULTADOS NOT = "00"
002190         DISPLAY "SEM RESULTADOS CARREGADOS"
002200     ELSE
002210         PERFORM UNTIL EXP-FIM-ARQUIVO
002220             READ ARQ-RESULTADOS
002230                 AT END
002240                     SET EXP-FIM-ARQUIVO TO TRUE
002250                 NOT AT END
002260                     IF RES-TIPO-JOGO >= 1
002270                        AND RES-TIPO-JOGO <= 3
002280                        AND RES-DATA-SORTEIO >
002290                            EXP-ULT-RESULT-JOGO(RES-TIPO-JOGO)
002300                         MOVE RES-DATA-SORTEIO
002310                             TO EXP-ULT-RESULT-JOGO(RES-TIPO-JOGO)
002320                     END-IF
002330             END-READ
002340         END-PERFORM
002350         CLOSE ARQ-RESULTADOS
002360     END-IF
002370     DISPLAY "EXECUCOES COM BOLAO......: " EXP-QTD-COM-BOLAO
002380     DISPLAY "ULT RESULT MEGA-SENA.....: "
002390         EXP-ULT-RESULT-JOGO(1)
002400     DISPLAY "ULT RESULT LOTOFACIL.....: "
002410         EXP-ULT-RESULT-JOGO(2)
002420     DISPLAY "ULT RESULT QUINA.........: "
002430         EXP-ULT-RESULT-JOGO(3).
002440 1000-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------
002470*    1100-ANOTAR-EXEC-BOLAO - INCLUI A EXECUCAO DO PARTICIPANTE
002480*                              CORRENTE NA TABELA DE PROTECAO,
002490*                              SEM DUPLICAR
002500*----------------------------------------------------------------
002510 1100-ANOTAR-EXEC-BOLAO.
002520     SET EXP-EXEC-ACHADA TO FALSE
002530     IF EXP-QTD-COM-BOLAO > ZERO
002540         PERFORM 1110-PROCURAR-EXEC-BOLAO THRU 1110-EXIT
002550             VARYING E1 FROM 1 BY 1
002560             UNTIL E1 > EXP-QTD-COM-BOLAO
002570                OR EXP-EXEC-ACHADA
002580     END-IF
002590     IF NOT EXP-EXEC-ACHADA
002600         IF EXP-QTD-COM-BOLAO >= 2000
002610             DISPLAY "TABELA DE PROTECAO CHEIA - EXECUCAO "
002620                 PRT-ID-EXECUCAO " SEM PROTECAO GARANTIDA"
002630         ELSE
002640             ADD 1 TO EXP-QTD-COM-BOLAO
002650             MOVE PRT-ID-EXECUCAO
002660                 TO EXP-EXEC-BOLAO(EXP-QTD-COM-BOLAO)
002670         END-IF
002680     END-IF.
002690 1100-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720*    1110-PROCURAR-EXEC-BOLAO - MARCA SE A EXECUCAO DO
002730*                                PARTICIPANTE JA ESTA NA TABELA
002740*----------------------------------------------------------------
002750 1110-PROCURAR-EXEC-BOLAO.
002760     IF EXP-EXEC-BOLAO(E1) = PRT-ID-EXECUCAO
002770         SET EXP-EXEC-ACHADA TO TRUE
002780     END-IF.
002790 1110-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820*    2000-EXPURGAR-PALPITES - SEPARA CADA PALPITE DO ARQUIVO VIVO
002830*                              ENTRE O COMPACTADO (MANTIDO) E A
002840*                              GERACAO DE ARQUIVO MORTO
002850*----------------------------------------------------------------
002860 2000-EXPURGAR-PALPITES.
002870     SET EXP-FIM-ARQUIVO TO FALSE
002880     OPEN INPUT ARQ-PALPITES
002890     IF EXP-FS-PALPITES NOT = "00"
002900         DISPLAY "HISTORICO DE PALPITES INDISPONIVEL - ABORTANDO"
002910         MOVE 16 TO RETURN-CODE
002920         GOBACK
002930     END-IF
002940     OPEN OUTPUT ARQ-PALPSAI
002950     OPEN OUTPUT ARQ-ARCPALP
002960     PERFORM UNTIL EXP-FIM-ARQUIVO
002970         READ ARQ-PALPITES
002980             AT END
002990                 SET EXP-FIM-ARQUIVO TO TRUE
003000             NOT AT END
003010                 ADD 1 TO EXP-QTD-PALP-LIDOS
003020                 PERFORM 2100-TRATAR-UM-PALPITE THRU 2100-EXIT
003030         END-READ
003040     END-PERFORM
003050     CLOSE ARQ-PALPITES
003060     CLOSE ARQ-PALPSAI
003070     CLOSE ARQ-ARCPALP.
003080 2000-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110*    2100-TRATAR-UM-PALPITE - DECIDE O DESTINO DO PALPITE LIDO E
003120*                              O GRAVA NO ARQUIVO CERTO, SOMANDO
003130*                              NA CONTAGEM DA SUA EXECUCAO
003140*----------------------------------------------------------------
003150 2100-TRATAR-UM-PALPITE.
003160     MOVE PLT-DATA-GERACAO   TO EXP-DATA-REGISTRO
003170     MOVE PLT-TIPO-JOGO      TO EXP-TIPO-JOGO-REGISTRO
003180     MOVE PLT-ID-EXECUCAO    TO EXP-ID-EXEC-REGISTRO
003190     PERFORM 2500-DECIDIR-DESTINO THRU 2500-EXIT
003200     PERFORM 2600-ACHAR-CONTAGEM THRU 2600-EXIT
003210     IF EXP-MANTER
003220         MOVE PALPITE-REC TO EXP-REG-PALPSAI
003230         WRITE EXP-REG-PALPSAI
003240         IF EXP-FS-PALPSAI NOT = "00"
003250             DISPLAY "ERRO " EXP-FS-PALPSAI
003260                 " AO GRAVAR PALPSAI - ABORTANDO"
003270             MOVE 16 TO RETURN-CODE
003280             GOBACK
003290         END-IF
003300         ADD 1 TO EXP-QTD-PALP-MANTIDOS
003310         IF EXP-IDX-EXEC > ZERO
003320             ADD 1 TO EXP-CE-MANTIDOS(EXP-IDX-EXEC)
003330         END-IF
003340     ELSE
003350         MOVE PALPITE-REC TO EXP-REG-ARCPALP
003360         WRITE EXP-REG-ARCPALP
003370         IF EXP-FS-ARCPALP NOT = "00"
003380             DISPLAY "ERRO " EXP-FS-ARCPALP
003390                 " AO GRAVAR ARCPALP - ABORTANDO"
003400             MOVE 16 TO RETURN-CODE
003410             GOBACK
003420         END-IF
003430         ADD 1 TO EXP-QTD-PALP-ARQUIVADOS
003440         IF EXP-IDX-EXEC > ZERO
003450             ADD 1 TO EXP-CE-ARQUIVADOS(EXP-IDX-EXEC)
003460         END-IF
003470     END-IF.
003480 2100-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510*    2500-DECIDIR-DESTINO - UM REGISTRO E MANTIDO QUANDO AINDA
003520*                            ESTA DENTRO DA RETENCAO OU QUANDO A
003530*                            SUA EXECUCAO TEM BOLAO AGUARDANDO A
003540*                            CONFERENCIA DE CONCURSO PENDENTE
003550*                            (GERADO DEPOIS DO ULTIMO RESULTADO
003560*                            CARREGADO DO SEU PROPRIO JOGO)
003570*----------------------------------------------------------------
003580 2500-DECIDIR-DESTINO.
003590     SET EXP-MANTER TO FALSE
003600     IF EXP-DATA-REGISTRO >= EXP-DATA-CORTE
003610         SET EXP-MANTER TO TRUE
003620         GO TO 2500-EXIT
003630     END-IF
003640     IF EXP-TIPO-JOGO-REGISTRO < 1
003650        OR EXP-TIPO-JOGO-REGISTRO > 3
003660         GO TO 2500-EXIT
003670     END-IF
003680     IF EXP-DATA-REGISTRO <
003690        EXP-ULT-RESULT-JOGO(EXP-TIPO-JOGO-REGISTRO)
003700         GO TO 2500-EXIT
003710     END-IF
003720     SET EXP-EXEC-ACHADA TO FALSE
003730     IF EXP-QTD-COM-BOLAO > ZERO
003740         PERFORM 2510-PROCURAR-PROTECAO THRU 2510-EXIT
003750             VARYING E1 FROM 1 BY 1
003760             UNTIL E1 > EXP-QTD-COM-BOLAO
003770                OR EXP-EXEC-ACHADA
003780     END-IF
003790     IF EXP-EXEC-ACHADA
003800         SET EXP-MANTER TO TRUE
003810         ADD 1 TO EXP-QTD-PROTEGIDOS
003820     END-IF.
003830 2500-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860*    2510-PROCURAR-PROTECAO - MARCA SE A EXECUCAO DO REGISTRO
003870*                              CORRENTE TEM BOLAO CADASTRADO
003880*----------------------------------------------------------------
003890 2510-PROCURAR-PROTECAO.
003900     IF EXP-EXEC-BOLAO(E1) = EXP-ID-EXEC-REGISTRO
003910         SET EXP-EXEC-ACHADA TO TRUE
003920     END-IF.
003930 2510-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960*    2600-ACHAR-CONTAGEM - LOCALIZA (OU INCLUI) A EXECUCAO DO
003970*                           REGISTRO NA TABELA DE CONTAGEM DO
003980*                           RELATORIO; ZERO = TABELA CHEIA
003990*----------------------------------------------------------------
004000 2600-ACHAR-CONTAGEM.
004010     MOVE ZERO TO EXP-IDX-EXEC
004020     IF EXP-QTD-EXECUCOES > ZERO
004030         PERFORM 2610-PROCURAR-CONTAGEM THRU 2610-EXIT
004040             VARYING E1 FROM 1 BY 1
004050             UNTIL E1 > EXP-QTD-EXECUCOES
004060                OR EXP-IDX-EXEC > ZERO
004070     END-IF
004080     IF EXP-IDX-EXEC = ZERO
004090         IF EXP-QTD-EXECUCOES < 500
004100             ADD 1 TO EXP-QTD-EXECUCOES
004110             MOVE EXP-QTD-EXECUCOES TO EXP-IDX-EXEC
004120             MOVE EXP-ID-EXEC-REGISTRO
004130                 TO EXP-CE-ID(EXP-IDX-EXEC)
004140             MOVE ZERO TO EXP-CE-MANTIDOS(EXP-IDX-EXEC)
004150             MOVE ZERO TO EXP-CE-ARQUIVADOS(EXP-IDX-EXEC)
004160         ELSE
004170             DISPLAY "TABELA DE CONTAGEM CHEIA - EXECUCAO "
004180                 EXP-ID-EXEC-REGISTRO " FORA DO DETALHE"
004190         END-IF
004200     END-IF.
004210 2600-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240*    2610-PROCURAR-CONTAGEM - LOCALIZA A EXECUCAO DO REGISTRO NA
004250*                              TABELA DE CONTAGEM
004260*----------------------------------------------------------------
004270 2610-PROCURAR-CONTAGEM.
004280     IF EXP-CE-ID(E1) = EXP-ID-EXEC-REGISTRO
004290         MOVE E1 TO EXP-IDX-EXEC
004300     END-IF.
004310 2610-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340*    3000-EXPURGAR-AUDITORIA - MESMA SEPARACAO, AGORA SOBRE A
004350*                               TRILHA DE AUDITORIA, USANDO A
004360*                               DATA DE REGISTRO E A MESMA REGRA
004370*                               DE PROTECAO POR EXECUCAO
004380*----------------------------------------------------------------
004390 3000-EXPURGAR-AUDITORIA.
004400     SET EXP-FIM-ARQUIVO TO FALSE
004410     OPEN INPUT ARQ-AUDITORIA
004420     IF EXP-FS-AUDITORIA NOT = "00"
004430         DISPLAY "TRILHA DE AUDITORIA INDISPONIVEL - ABORTANDO"
004440         MOVE 16 TO RETURN-CODE
004450         GOBACK
004460     END-IF
004470     OPEN OUTPUT ARQ-AUDSAI
004480     OPEN OUTPUT ARQ-ARCAUD
004490     PERFORM UNTIL EXP-FIM-ARQUIVO
004500         READ ARQ-AUDITORIA
004510             AT END
004520                 SET EXP-FIM-ARQUIVO TO TRUE
004530             NOT AT END
004540                 ADD 1 TO EXP-QTD-AUD-LIDOS
004550                 PERFORM 3100-TRATAR-UM-REGISTRO THRU 3100-EXIT
004560         END-READ
004570     END-PERFORM
004580     CLOSE ARQ-AUDITORIA
004590     CLOSE ARQ-AUDSAI
004600     CLOSE ARQ-ARCAUD.
004610 3000-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640*    3100-TRATAR-UM-REGISTRO - DECIDE O DESTINO DO REGISTRO DE
004650*                               AUDITORIA LIDO E O GRAVA NO
004660*                               ARQUIVO CERTO
004670*----------------------------------------------------------------
004680 3100-TRATAR-UM-REGISTRO.
004690     MOVE AUD-DATA-REGISTRO  TO EXP-DATA-REGISTRO
004700     MOVE AUD-TIPO-JOGO      TO EXP-TIPO-JOGO-REGISTRO
004710     MOVE AUD-ID-EXECUCAO    TO EXP-ID-EXEC-REGISTRO
004720     PERFORM 2500-DECIDIR-DESTINO THRU 2500-EXIT
004730     IF EXP-MANTER
004740         MOVE AUDITORIA-REC TO EXP-REG-AUDSAI
004750         WRITE EXP-REG-AUDSAI
004760         IF EXP-FS-AUDSAI NOT = "00"
004770             DISPLAY "ERRO " EXP-FS-AUDSAI
004780                 " AO GRAVAR AUDSAI - ABORTANDO"
004790             MOVE 16 TO RETURN-CODE
004800             GOBACK
004810         END-IF
004820         ADD 1 TO EXP-QTD-AUD-MANTIDOS
004830     ELSE
004840         MOVE AUDITORIA-REC TO EXP-REG-ARCAUD
004850         WRITE EXP-REG-ARCAUD
004860         IF EXP-FS-ARCAUD NOT = "00"
004870             DISPLAY "ERRO " EXP-FS-ARCAUD
004880                 " AO GRAVAR ARCAUD - ABORTANDO"
004890             MOVE 16 TO RETURN-CODE
004900             GOBACK
004910         END-IF
004920         ADD 1 TO EXP-QTD-AUD-ARQUIVADOS
004930     END-IF.
004940 3100-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970*    9000-IMPRIMIR-RELATORIO - IMPRIME OS TOTAIS DA MOVIMENTACAO
004980*                               E O DETALHE POR EXECUCAO
004990*----------------------------------------------------------------
005000 9000-IMPRIMIR-RELATORIO.
005010     DISPLAY " "
005020     DISPLAY "RELATORIO DE MOVIMENTACAO DO EXPURGO"
005030     DISPLAY "PALPITES LIDOS...........: " EXP-QTD-PALP-LIDOS
005040     DISPLAY "PALPITES MANTIDOS........: " EXP-QTD-PALP-MANTIDOS
005050     DISPLAY "PALPITES ARQUIVADOS......: "
005060         EXP-QTD-PALP-ARQUIVADOS
005070     DISPLAY "AUDITORIA LIDA...........: " EXP-QTD-AUD-LIDOS
005080     DISPLAY "AUDITORIA MANTIDA........: " EXP-QTD-AUD-MANTIDOS
005090     DISPLAY "AUDITORIA ARQUIVADA......: "
005100         EXP-QTD-AUD-ARQUIVADOS
005110     DISPLAY "REGISTROS PROTEGIDOS.....: " EXP-QTD-PROTEGIDOS
005120     DISPLAY " "
005130     IF EXP-QTD-EXECUCOES > ZERO
005140         PERFORM 9100-IMPRIMIR-EXECUCAO THRU 9100-EXIT
005150             VARYING E1 FROM 1 BY 1
005160             UNTIL E1 > EXP-QTD-EXECUCOES
005170     END-IF.
005180 9000-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------
005210*    9100-IMPRIMIR-EXECUCAO - IMPRIME A LINHA DE CONTAGEM DA
005220*                              EXECUCAO E1
005230*----------------------------------------------------------------
005240 9100-IMPRIMIR-EXECUCAO.
005250     MOVE EXP-CE-ID(E1)          TO EXP-R-EXECUCAO
005260     MOVE EXP-CE-MANTIDOS(E1)    TO EXP-R-MANTIDOS
005270     MOVE EXP-CE-ARQUIVADOS(E1)  TO EXP-R-ARQUIVADOS
005280     DISPLAY EXP-LINHA-EXECUCAO.
005290 9100-EXIT.
005300     EXIT.

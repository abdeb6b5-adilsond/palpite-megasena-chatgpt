000170*               FAIXA DE DATAS (MODO D). ACABA COM A RESTAURACAO
000180*               MANUAL DE FITAS DO GDG A CADA DISPUTA DE BOLAO
000190*               ANTIGO.
000200*               RETURN-CODE: 0 = DOSSIE IMPRESSO; 4 = NENHUM
000210*               PALPITE ENCONTRADO; 16 = ABORTO (MODO DE BUSCA
000220*               INVALIDO).
000230*
000240*    HISTORICO DE ALTERACOES
000250*    DATA       AUTOR   DESCRICAO
000260*    ---------- ------- ----------------------------------------
000270*    2026-09-02 RAS     VERSAO INICIAL.
000280*    2026-10-15 RAS     RC 16 NO MODO DE BUSCA INVALIDO E
000290*                       RETURN-CODE DOCUMENTADO NO CABECALHO.
000300*----------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARQ-AUDITORIA    ASSIGN TO AUDITORI
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CSP-FS-AUDITORIA.
000400     SELECT ARQ-ARCAUD       ASSIGN TO ARCAUD
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CSP-FS-ARCAUD.
000430     SELECT ARQ-PALPITES     ASSIGN TO PALPITES
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CSP-FS-PALPITES.
000460     SELECT ARQ-ARCPALP      ASSIGN TO ARCPALP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CSP-FS-ARCPALP.
000490     SELECT ARQ-PARTICIPANTES ASSIGN TO PARTICIP
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CSP-FS-PARTICIPANTES.
000520     SELECT ARQ-ESTORNOS     ASSIGN TO ESTORNOS
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CSP-FS-ESTORNOS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ARQ-AUDITORIA
000580     COPY AUDIT.CPY.
000590 FD  ARQ-ARCAUD.
000600 01  CSP-REG-ARCAUD              PIC X(107).
000610 FD  ARQ-PALPITES
000620     COPY PALPITE.CPY.
000630 FD  ARQ-ARCPALP.
000640 01  CSP-REG-ARCPALP             PIC X(91).
000650 FD  ARQ-PARTICIPANTES
000660     COPY PARTIC.CPY.
000670 FD  ARQ-ESTORNOS
000680     COPY ESTORNO.CPY.
000690 WORKING-STORAGE SECTION.
000700 01  CSP-STATUS-ARQUIVOS.
000710     05  CSP-FS-AUDITORIA        PIC X(02) VALUE "00".
000720     05  CSP-FS-ARCAUD           PIC X(02) VALUE "00".
000730     05  CSP-FS-PALPITES         PIC X(02) VALUE "00".
000740     05  CSP-FS-ARCPALP          PIC X(02) VALUE "00".
000750     05  CSP-FS-PARTICIPANTES    PIC X(02) VALUE "00".
000760     05  CSP-FS-ESTORNOS         PIC X(02) VALUE "00".
000770 01  CSP-SWITCHES.
000780     05  CSP-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
000790         88  CSP-FIM-ARQUIVO         VALUE "S"
000800                                      FALSE "N".
000810     05  CSP-SW-PALP-ACHADO      PIC X(01) VALUE "N".
000820         88  CSP-PALPITE-ACHADO      VALUE "S"
000830                                      FALSE "N".
000840     05  CSP-SW-AUD-CRITERIO     PIC X(01) VALUE "N".
000850         88  CSP-AUD-SATISFAZ        VALUE "S"
000860                                      FALSE "N".
000870 01  CSP-PARAMETROS.
000880     05  CSP-MODO-BUSCA          PIC X(01) VALUE SPACES.
000890         88  CSP-BUSCA-EXECUCAO      VALUE "E".
000900         88  CSP-BUSCA-OPERADOR      VALUE "O".
000910         88  CSP-BUSCA-DATAS         VALUE "D".
000920     05  CSP-ID-EXECUCAO         PIC X(14) VALUE SPACES.
000930     05  CSP-NUM-PALPITE         PIC 9(06) VALUE ZERO.
000940     05  CSP-ID-OPERADOR         PIC X(08) VALUE SPACES.
000950     05  CSP-DATA-DE             PIC 9(08) VALUE ZERO.
000960     05  CSP-DATA-ATE            PIC 9(08) VALUE ZERO.
000970 01  CSP-CONTADORES.
000980     05  C1                      PIC 9(02) COMP.
000990     05  CSP-QTD-DOSSIES         PIC 9(06) COMP VALUE ZERO.
001000     05  CSP-QTD-PARTIC          PIC 9(04) COMP VALUE ZERO.
001010 01  CSP-LINHA-DOSSIE-1.
001020     05  FILLER                  PIC X(09) VALUE "EXECUCAO ".
001030     05  CSP-D-EXECUCAO          PIC X(14).
001040     05  FILLER                  PIC X(09) VALUE "  PALPITE".
001050     05  FILLER                  PIC X(01) VALUE SPACES.
001060     05  CSP-D-PALPITE           PIC ZZZZZ9.
001070     05  FILLER                  PIC X(07) VALUE "  DATA ".
001080     05  CSP-D-DATA              PIC 9(08).
001090     05  FILLER                  PIC X(07) VALUE "  JOGO ".
001100     05  CSP-D-JOGO              PIC 9(01).
001110 01  CSP-LINHA-DOSSIE-2.
001120     05  FILLER                  PIC X(09) VALUE "OPERADOR ".
001130     05  CSP-D-OPERADOR          PIC X(08).
001140     05  FILLER                  PIC X(10) VALUE "  TERMINAL".
001150     05  FILLER                  PIC X(01) VALUE SPACES.
001160     05  CSP-D-TERMINAL          PIC X(08).
001170     05  FILLER                  PIC X(09) VALUE "  SEMENTE".
001180     05  FILLER                  PIC X(01) VALUE SPACES.
001190     05  CSP-D-SEMENTE           PIC 9(09).
001200     05  FILLER                  PIC X(13) VALUE "  TENTATIVAS ".
001210     05  CSP-D-TENTATIVAS        PIC ZZ9.
001220 01  CSP-LINHA-PARTIC.
001230     05  FILLER                  PIC X(02) VALUE SPACES.
001240     05  CSP-P-NOME              PIC X(30).
001250     05  FILLER                  PIC X(07) VALUE " COTAS ".
001260     05  CSP-P-COTAS             PIC ZZ9.
001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
001290     DISPLAY "CONSULTA DE PALPITES - DOSSIE PARA DISPUTAS"
001300     DISPLAY "BUSCA (E=EXECUCAO+PALPITE  O=OPERADOR"
001310         "  D=FAIXA DE DATAS): " WITH NO ADVANCING
001320     ACCEPT CSP-MODO-BUSCA
001330     EVALUATE TRUE
001340         WHEN CSP-BUSCA-EXECUCAO
001350             DISPLAY "ID DA EXECUCAO: " WITH NO ADVANCING
001360             ACCEPT CSP-ID-EXECUCAO
001370             DISPLAY "NUMERO DO PALPITE: " WITH NO ADVANCING
001380             ACCEPT CSP-NUM-PALPITE
001390         WHEN CSP-BUSCA-OPERADOR
001400             DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING
001410             ACCEPT CSP-ID-OPERADOR
001420         WHEN CSP-BUSCA-DATAS
001430             DISPLAY "DATA INICIAL (AAAAMMDD): "
001440                 WITH NO ADVANCING
001450             ACCEPT CSP-DATA-DE
001460             DISPLAY "DATA FINAL (AAAAMMDD): " WITH NO ADVANCING
001470             ACCEPT CSP-DATA-ATE
001480         WHEN OTHER
001490             DISPLAY "MODO DE BUSCA INVALIDO - ABORTANDO"
001500             MOVE 16 TO RETURN-CODE
001510             GOBACK
001520     END-EVALUATE
001530     PERFORM 1000-VARRER-AUDITORIA-VIVA THRU 1000-EXIT
001540     PERFORM 2000-VARRER-AUDITORIA-MORTA THRU 2000-EXIT
001550     DISPLAY " "
001560     IF CSP-QTD-DOSSIES = ZERO
001570         DISPLAY "NENHUM PALPITE ENCONTRADO PARA O CRITERIO"
001580         MOVE 4 TO RETURN-CODE
001590     ELSE
001600         DISPLAY "DOSSIES IMPRESSOS: " CSP-QTD-DOSSIES
001610     END-IF
001620     GOBACK.
001630*----------------------------------------------------------------
001640*    1000-VARRER-AUDITORIA-VIVA - VARRE A TRILHA DE AUDITORIA
001650*                                  VIVA E IMPRIME O DOSSIE DE
001660*                                  CADA REGISTRO QUE SATISFAZ O
001670*                                  CRITERIO
001680*----------------------------------------------------------------
001690 1000-VARRER-AUDITORIA-VIVA.
001700     SET CSP-FIM-ARQUIVO TO FALSE
001710     OPEN INPUT ARQ-AUDITORIA
001720     IF CSP-FS-AUDITORIA NOT = "00"
001730         DISPLAY "TRILHA DE AUDITORIA VIVA INDISPONIVEL"
001740         GO TO 1000-EXIT
001750     END-IF
001760     PERFORM UNTIL CSP-FIM-ARQUIVO
001770         READ ARQ-AUDITORIA
001780             AT END
001790                 SET CSP-FIM-ARQUIVO TO TRUE
001800             NOT AT END
001810                 PERFORM 2500-TRATAR-AUDITORIA THRU 2500-EXIT
001820         END-READ
001830     END-PERFORM
001840     CLOSE ARQ-AUDITORIA.
001850 1000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------
001880*    2000-VARRER-AUDITORIA-MORTA - MESMA VARREDURA SOBRE AS
001890*                                   GERACOES DE ARQUIVO MORTO DA
001900*                                   AUDITORIA, CONCATENADAS NA
001910*                                   DD ARCAUD PELO GDG BASE
001920*----------------------------------------------------------------
001930 2000-VARRER-AUDITORIA-MORTA.
001940     SET CSP-FIM-ARQUIVO TO FALSE
001950     OPEN INPUT ARQ-ARCAUD
001960     IF CSP-FS-ARCAUD NOT = "00"
001970         DISPLAY "SEM GERACOES DE ARQUIVO MORTO DE AUDITORIA"
001980         GO TO 2000-EXIT
001990     END-IF
002000     PERFORM UNTIL CSP-FIM-ARQUIVO
002010         READ ARQ-ARCAUD
002020             AT END
002030                 SET CSP-FIM-ARQUIVO TO TRUE
002040             NOT AT END
002050                 MOVE CSP-REG-ARCAUD TO AUDITORIA-REC
002060                 PERFORM 2500-TRATAR-AUDITORIA THRU 2500-EXIT
002070         END-READ
002080     END-PERFORM
002090     CLOSE ARQ-ARCAUD.
002100 2000-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------
002130*    2500-TRATAR-AUDITORIA - APLICA O CRITERIO DE BUSCA AO
002140*                             REGISTRO DE AUDITORIA CORRENTE E
002150*                             IMPRIME O DOSSIE QUANDO SATISFEITO
002160*----------------------------------------------------------------
002170 2500-TRATAR-AUDITORIA.
002180     SET CSP-AUD-SATISFAZ TO FALSE
002190     EVALUATE TRUE
002200         WHEN CSP-BUSCA-EXECUCAO
002210             IF AUD-ID-EXECUCAO = CSP-ID-EXECUCAO
002220                AND AUD-NUM-PALPITE = CSP-NUM-PALPITE
002230                 SET CSP-AUD-SATISFAZ TO TRUE
002240             END-IF
002250         WHEN CSP-BUSCA-OPERADOR
002260             IF AUD-ID-OPERADOR = CSP-ID-OPERADOR
002270                 SET CSP-AUD-SATISFAZ TO TRUE
002280             END-IF
002290         WHEN CSP-BUSCA-DATAS
002300             IF AUD-DATA-REGISTRO >= CSP-DATA-DE
002310                AND AUD-DATA-REGISTRO <= CSP-DATA-ATE
002320                 SET CSP-AUD-SATISFAZ TO TRUE
002330             END-IF
002340     END-EVALUATE
002350     IF CSP-AUD-SATISFAZ
002360         PERFORM 5000-IMPRIMIR-DOSSIE THRU 5000-EXIT
002370     END-IF.
002380 2500-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------
002410*    3000-LOCALIZAR-PALPITE - BUSCA O PALPITE DO DOSSIE NO
002420*                              HISTORICO VIVO E DEPOIS NAS
002430*                              GERACOES DE ARQUIVO MORTO
002440*----------------------------------------------------------------
002450 3000-LOCALIZAR-PALPITE.
002460     SET CSP-PALPITE-ACHADO TO FALSE
002470     SET CSP-FIM-ARQUIVO TO FALSE
002480     OPEN INPUT ARQ-PALPITES
002490     IF CSP-FS-PALPITES NOT = "00"
002500         MOVE "00" TO CSP-FS-PALPITES
002510     ELSE
002520         PERFORM UNTIL CSP-FIM-ARQUIVO OR CSP-PALPITE-ACHADO
002530             READ ARQ-PALPITES
002540                 AT END
002550                     SET CSP-FIM-ARQUIVO TO TRUE
002560                 NOT AT END
002570                     IF PLT-ID-EXECUCAO = AUD-ID-EXECUCAO
002580                        AND PLT-NUM-PALPITE = AUD-NUM-PALPITE
002590                         SET CSP-PALPITE-ACHADO TO TRUE
002600                     END-IF
002610             END-READ
002620         END-PERFORM
002630         CLOSE ARQ-PALPITES
002640     END-IF
002650     IF CSP-PALPITE-ACHADO
002660         GO TO 3000-EXIT
002670     END-IF
002680     SET CSP-FIM-ARQUIVO TO FALSE
002690     OPEN INPUT ARQ-ARCPALP
002700     IF CSP-FS-ARCPALP NOT = "00"
002710         MOVE "00" TO CSP-FS-ARCPALP
002720         GO TO 3000-EXIT
002730     END-IF
002740     PERFORM UNTIL CSP-FIM-ARQUIVO OR CSP-PALPITE-ACHADO
002750         READ ARQ-ARCPALP
002760             AT END
002770                 SET CSP-FIM-ARQUIVO TO TRUE
002780             NOT AT END
002790                 MOVE CSP-REG-ARCPALP TO PALPITE-REC
002800                 IF PLT-ID-EXECUCAO = AUD-ID-EXECUCAO
002810                    AND PLT-NUM-PALPITE = AUD-NUM-PALPITE
002820                     SET CSP-PALPITE-ACHADO TO TRUE
002830                 END-IF
002840         END-READ
002850     END-PERFORM
002860     CLOSE ARQ-ARCPALP.
002870 3000-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900*    4000-LISTAR-PARTICIPANTES - LISTA OS PARTICIPANTES DE BOLAO
002910*                                 LIGADOS AO PALPITE DO DOSSIE
002920*----------------------------------------------------------------
002930 4000-LISTAR-PARTICIPANTES.
002940     MOVE ZERO TO CSP-QTD-PARTIC
002950     SET CSP-FIM-ARQUIVO TO FALSE
002960     OPEN INPUT ARQ-PARTICIPANTES
002970     IF CSP-FS-PARTICIPANTES NOT = "00"
002980         MOVE "00" TO CSP-FS-PARTICIPANTES
002990         GO TO 4000-EXIT
003000     END-IF
003010     PERFORM UNTIL CSP-FIM-ARQUIVO
003020         READ ARQ-PARTICIPANTES
003030             AT END
003040                 SET CSP-FIM-ARQUIVO TO TRUE
003050             NOT AT END
003060                 IF PRT-ID-EXECUCAO = AUD-ID-EXECUCAO
003070                    AND PRT-NUM-PALPITE = AUD-NUM-PALPITE
003080                     ADD 1 TO CSP-QTD-PARTIC
003090                     MOVE PRT-NOME-PARTICIPANTE TO CSP-P-NOME
003100                     MOVE PRT-QTD-COTAS TO CSP-P-COTAS
003110                     DISPLAY CSP-LINHA-PARTIC
003120                 END-IF
003130         END-READ
003140     END-PERFORM
003150     CLOSE ARQ-PARTICIPANTES
003160     IF CSP-QTD-PARTIC = ZERO
003170         DISPLAY "  SEM PARTICIPANTES DE BOLAO"
003180     END-IF.
003190 4000-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220*    4500-LISTAR-ESTORNOS - IMPRIME OS ESTORNOS LIGADOS AO
003230*                            PALPITE DO DOSSIE, QUANDO HOUVER
003240*----------------------------------------------------------------
003250 4500-LISTAR-ESTORNOS.
003260     SET CSP-FIM-ARQUIVO TO FALSE
003270     OPEN INPUT ARQ-ESTORNOS
003280     IF CSP-FS-ESTORNOS NOT = "00"
003290         MOVE "00" TO CSP-FS-ESTORNOS
003300         GO TO 4500-EXIT
003310     END-IF
003320     PERFORM UNTIL CSP-FIM-ARQUIVO
003330         READ ARQ-ESTORNOS
003340             AT END
003350                 SET CSP-FIM-ARQUIVO TO TRUE
003360             NOT AT END
003370                 IF EST-ID-EXECUCAO = AUD-ID-EXECUCAO
003380                    AND EST-NUM-PALPITE = AUD-NUM-PALPITE
003390                     DISPLAY "  ESTORNO " EST-TIPO-ESTORNO
003400                         " EM " EST-DATA-ESTORNO
003410                         " POR " EST-ID-OPERADOR
003420                         " MOTIVO " EST-MOTIVO
003430                 END-IF
003440         END-READ
003450     END-PERFORM
003460     CLOSE ARQ-ESTORNOS.
003470 4500-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500*    5000-IMPRIMIR-DOSSIE - IMPRIME O DOSSIE COMPLETO DO PALPITE
003510*                            DO REGISTRO DE AUDITORIA CORRENTE
003520*----------------------------------------------------------------
003530 5000-IMPRIMIR-DOSSIE.
003540     ADD 1 TO CSP-QTD-DOSSIES
003550     DISPLAY " "
003560     DISPLAY "=============================================="
003570     MOVE AUD-ID-EXECUCAO    TO CSP-D-EXECUCAO
003580     MOVE AUD-NUM-PALPITE    TO CSP-D-PALPITE
003590     MOVE AUD-DATA-REGISTRO  TO CSP-D-DATA
003600     MOVE AUD-TIPO-JOGO      TO CSP-D-JOGO
003610     DISPLAY CSP-LINHA-DOSSIE-1
003620     MOVE AUD-ID-OPERADOR    TO CSP-D-OPERADOR
003630     MOVE AUD-ID-TERMINAL    TO CSP-D-TERMINAL
003640     IF AUD-SEMENTE NUMERIC
003650         MOVE AUD-SEMENTE    TO CSP-D-SEMENTE
003660     ELSE
003670         MOVE ZERO           TO CSP-D-SEMENTE
003680     END-IF
003690     IF AUD-QTD-TENTATIVAS NUMERIC
003700         MOVE AUD-QTD-TENTATIVAS TO CSP-D-TENTATIVAS
003710     ELSE
003720         MOVE ZERO           TO CSP-D-TENTATIVAS
003730     END-IF
003740     DISPLAY CSP-LINHA-DOSSIE-2
003750     IF AUD-TIPO-GERACAO NOT = SPACES
003760         DISPLAY "GERACAO  " AUD-TIPO-GERACAO
003770             "  ESTRATEGIA " AUD-ESTRATEGIA
003780     END-IF
003790     PERFORM 3000-LOCALIZAR-PALPITE THRU 3000-EXIT
003800     IF CSP-PALPITE-ACHADO
003810         IF PLT-NUM-CONCURSO NUMERIC
003820            AND PLT-NUM-CONCURSO > ZERO
003830             DISPLAY "CONCURSO ALVO " PLT-NUM-CONCURSO
003840         END-IF
003850         IF PLT-ID-PERFIL NOT = SPACES
003860             DISPLAY "PERFIL   " PLT-ID-PERFIL
003870         END-IF
003880         DISPLAY "DEZENAS GRAVADAS NO PALPITE:"
003890         PERFORM 5100-EXIBIR-DEZENA-PALP THRU 5100-EXIT
003900             VARYING C1 FROM 1 BY 1
003910             UNTIL C1 > PLT-QTD-DEZENAS
003920     ELSE
003930         DISPLAY "PALPITE FORA DOS ARQUIVOS DE PALPITES -"
003940             " DEZENAS DA PROPRIA AUDITORIA:"
003950         PERFORM 5200-EXIBIR-DEZENA-AUD THRU 5200-EXIT
003960             VARYING C1 FROM 1 BY 1
003970             UNTIL C1 > AUD-QTD-DEZENAS
003980     END-IF
003990     DISPLAY "PARTICIPANTES DE BOLAO:"
004000     PERFORM 4000-LISTAR-PARTICIPANTES THRU 4000-EXIT
004010     PERFORM 4500-LISTAR-ESTORNOS THRU 4500-EXIT.
004020 5000-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050*    5100-EXIBIR-DEZENA-PALP - EXIBE A DEZENA C1 DO PALPITE
004060*----------------------------------------------------------------
004070 5100-EXIBIR-DEZENA-PALP.
004080     DISPLAY "   " PLT-DEZENA(C1).
004090 5100-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120*    5200-EXIBIR-DEZENA-AUD - EXIBE A DEZENA C1 DA AUDITORIA
004130*----------------------------------------------------------------
004140 5200-EXIBIR-DEZENA-AUD.
004150     DISPLAY "   " AUD-DEZENA(C1).
004160 5200-EXIT.
004170     EXIT.

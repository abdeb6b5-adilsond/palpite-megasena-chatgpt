000110*               QUANTAS VEZES CADA DEZENA DE 1 A 60 FOI SORTEADA,
000120*               IMPRIMINDO UM RANKING DA MAIS QUENTE PARA A MAIS
000130*               FRIA.
000140*               RETURN-CODE: 0 = RELATORIO EMITIDO; 4 = NENHUM
000150*               CONCURSO DA MEGA-SENA NO HISTORICO; 16 = ABORTO.
000160*
000170*    HISTORICO DE ALTERACOES
000180*    DATA       AUTOR   DESCRICAO
000190*    ---------- ------- ----------------------------------------
000200*    2026-08-09 RAS     VERSAO INICIAL.
000210*    2026-08-09 RAS     FRQ-FS-RESULTADOS AGRUPADO SOB
000220*                       FRQ-STATUS-ARQUIVOS, EM LINHA COM OS
000230*                       DEMAIS PROGRAMAS.
000240*    2026-08-09 RAS     PONTO FINAL DA CLAUSULA FD MOVIDO PARA O
000250*                       COPY, EM LINHA COM PALPITE/CONFERE.
000260*    2026-08-22 RAS     RESULTADOS.DAT PASSOU A SER MULTI-JOGO:
000270*                       SOMENTE CONCURSOS DA MEGA-SENA ENTRAM NA
000280*                       TABELA DE FREQUENCIA (A FAIXA DE 1 A 60 E
000290*                       DELA), USANDO O TIPO DE JOGO E A QTDE DE
000300*                       DEZENAS DO NOVO LAYOUT DE RESSORT.CPY.
000310*    2026-10-15 RAS     RETURN-CODE DOCUMENTADO (0/4/16): ABORTO
000320*                       TERMINA COM 16 E HISTORICO SEM CONCURSO
000330*                       DA MEGA-SENA TERMINA COM 4.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ARQ-RESULTADOS   ASSIGN TO RESULTAD
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FRQ-FS-RESULTADOS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ARQ-RESULTADOS
000470     COPY RESSORT.CPY.
000480 WORKING-STORAGE SECTION.
000490 01  FRQ-STATUS-ARQUIVOS.
000500     05  FRQ-FS-RESULTADOS       PIC X(02) VALUE "00".
000510 01  FRQ-SW-FIM-RESULTADOS   PIC X(01) VALUE "N".
000520     88  FRQ-FIM-RESULTADOS      VALUE "S"
000530                                  FALSE "N".
000540 01  FRQ-CONTADORES.
000550     05  M                       PIC 9(02) COMP.
000560     05  N                       PIC 9(02) COMP.
000570     05  FRQ-QTD-CONCURSOS-LIDOS PIC 9(06) COMP VALUE ZERO.
000580 01  FRQ-TABELA-FREQUENCIA.
000590     05  FRQ-OCORRENCIA OCCURS 60 TIMES
000600             ASCENDING KEY IS FRQ-QTD-SORTEIOS
000610             INDEXED BY IDX-FRQ.
000620         10  FRQ-DEZENA          PIC 9(02).
000630         10  FRQ-QTD-SORTEIOS    PIC 9(06) COMP.
000640 01  FRQ-LINHA-CABECALHO-1.
000650     05  FILLER                  PIC X(40)
000660         VALUE "RELATORIO DE FREQUENCIA DE DEZENAS".
000670 01  FRQ-LINHA-CABECALHO-2.
000680     05  FILLER                  PIC X(08) VALUE "RANKING ".
000690     05  FILLER                  PIC X(08) VALUE "DEZENA  ".
000700     05  FILLER                  PIC X(16) VALUE "QTDE SORTEIOS".
000710     05  FILLER                  PIC X(10) VALUE "CLASSE".
000720 01  FRQ-LINHA-RELATORIO.
000730     05  FRQ-R-RANKING           PIC ZZ9.
000740     05  FILLER                  PIC X(05) VALUE SPACES.
000750     05  FRQ-R-DEZENA            PIC Z9.
000760     05  FILLER                  PIC X(06) VALUE SPACES.
000770     05  FRQ-R-QTD-SORTEIOS      PIC ZZZZZ9.
000780     05  FILLER                  PIC X(04) VALUE SPACES.
000790     05  FRQ-R-CLASSE            PIC X(06).
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE.
000820     DISPLAY FRQ-LINHA-CABECALHO-1
000830     PERFORM 1000-INICIALIZAR-TABELA THRU 1000-EXIT
000840         VARYING M FROM 1 BY 1 UNTIL M > 60
000850     PERFORM 2000-APURAR-RESULTADOS THRU 2000-EXIT
000860     PERFORM 3000-IMPRIMIR-RELATORIO THRU 3000-EXIT
000870     IF FRQ-QTD-CONCURSOS-LIDOS = ZERO
000880         DISPLAY "NENHUM CONCURSO DA MEGA-SENA NO HISTORICO"
000890         MOVE 4 TO RETURN-CODE
000900     END-IF
000910     GOBACK.
000920*----------------------------------------------------------------
000930*    1000-INICIALIZAR-TABELA - ZERA O CONTADOR DE CADA UMA DAS
000940*                               60 DEZENAS POSSIVEIS
000950*----------------------------------------------------------------
000960 1000-INICIALIZAR-TABELA.
000970     MOVE M TO FRQ-DEZENA(M)
000980     MOVE ZERO TO FRQ-QTD-SORTEIOS(M).
000990 1000-EXIT.
001000     EXIT.
001010*----------------------------------------------------------------
001020*    2000-APURAR-RESULTADOS - LE CADA CONCURSO DO HISTORICO DE
001030*                              RESULTADOS E SOMA A OCORRENCIA DAS
001040*                              SUAS SEIS DEZENAS NA TABELA
001050*----------------------------------------------------------------
001060 2000-APURAR-RESULTADOS.
001070     OPEN INPUT ARQ-RESULTADOS
001080     IF FRQ-FS-RESULTADOS NOT = "00"
001090         DISPLAY "ARQUIVO DE RESULTADOS INDISPONIVEL - ABORTANDO"
001100         MOVE 16 TO RETURN-CODE
001110         GOBACK
001120     END-IF
001130     PERFORM UNTIL FRQ-FIM-RESULTADOS
001140         READ ARQ-RESULTADOS
001150             AT END
001160                 SET FRQ-FIM-RESULTADOS TO TRUE
001170             NOT AT END
001180                 IF RES-JOGO-MEGASENA
001190                     ADD 1 TO FRQ-QTD-CONCURSOS-LIDOS
001200                     PERFORM 2100-SOMAR-DEZENAS THRU 2100-EXIT
001210                         VARYING N FROM 1 BY 1
001220                         UNTIL N > RES-QTD-DEZENAS
001230                 END-IF
001240         END-READ
001250     END-PERFORM
001260     CLOSE ARQ-RESULTADOS.
001270 2000-EXIT.
001280     EXIT.
001290*----------------------------------------------------------------
001300*    2100-SOMAR-DEZENAS - INCREMENTA NA TABELA A DEZENA N DO
001310*                          CONCURSO CORRENTE
001320*----------------------------------------------------------------
001330 2100-SOMAR-DEZENAS.
001340     ADD 1 TO FRQ-QTD-SORTEIOS(RES-DEZENA(N)).
001350 2100-EXIT.
001360     EXIT.
001370*----------------------------------------------------------------
001380*    3000-IMPRIMIR-RELATORIO - ORDENA A TABELA DA DEZENA MAIS
001390*                               QUENTE PARA A MAIS FRIA E IMPRIME
001400*                               O RANKING
001410*----------------------------------------------------------------
001420 3000-IMPRIMIR-RELATORIO.
001430     SORT FRQ-OCORRENCIA ON DESCENDING KEY FRQ-QTD-SORTEIOS
001440     DISPLAY " "
001450     DISPLAY "CONCURSOS ANALISADOS: " FRQ-QTD-CONCURSOS-LIDOS
001460     DISPLAY " "
001470     DISPLAY FRQ-LINHA-CABECALHO-2
001480     PERFORM 3100-IMPRIMIR-LINHA THRU 3100-EXIT
001490         VARYING M FROM 1 BY 1 UNTIL M > 60.
001500 3000-EXIT.
001510     EXIT.
001520*----------------------------------------------------------------
001530*    3100-IMPRIMIR-LINHA - IMPRIME LINHA DO RANKING NA POSICAO M
001540*                           CLASSIFICANDO AS 20 PRIMEIRAS COMO
001550*                           QUENTES E AS 20 ULTIMAS COMO FRIAS
001560*----------------------------------------------------------------
001570 3100-IMPRIMIR-LINHA.
001580     MOVE M                      TO FRQ-R-RANKING
001590     MOVE FRQ-DEZENA(M)          TO FRQ-R-DEZENA
001600     MOVE FRQ-QTD-SORTEIOS(M)    TO FRQ-R-QTD-SORTEIOS
001610     EVALUATE TRUE
001620         WHEN M <= 20
001630             MOVE "QUENTE" TO FRQ-R-CLASSE
001640         WHEN M > 40
001650             MOVE "FRIA  " TO FRQ-R-CLASSE
001660         WHEN OTHER
001670             MOVE "MEDIA " TO FRQ-R-CLASSE
001680     END-EVALUATE
001690     DISPLAY FRQ-LINHA-RELATORIO.
001700 3100-EXIT.
001710     EXIT.

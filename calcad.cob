000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CALCAD.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : CADASTRO DO CALENDARIO DE CONCURSOS
000090*    FUNCAO   : MANUTENCAO DO CALENDARIO DE CONCURSOS (CALEND,
000100*               LAYOUT CALENDARIO-REC): INCLUI, ALTERA E EXCLUI
000110*               CONCURSOS POR JOGO + NUMERO E LISTA O
000120*               CALENDARIO COM A SITUACAO DE CADA CONCURSO NO
000130*               MOMENTO (ABERTO, ENCERRADO OU CANCELADO) E O
000140*               PROXIMO CONCURSO ABERTO DE CADA JOGO. A DATA E
000150*               HORA LIMITE DAS APOSTAS ASSUMEM, QUANDO NAO
000160*               INFORMADAS, AS 19H DO DIA DO SORTEIO. O ARQUIVO E
000170*               MANTIDO EM ORDEM DE JOGO + CONCURSO. MEGASENA,
000180*               BOLAO E EXPORTA RECUSAM CONCURSO FECHADO OU
000190*               AUSENTE DESTE CALENDARIO.
000200*               RETURN-CODE: 0 = OPERACAO CONCLUIDA; 8 = OPERACAO
000210*               RECUSADA (JOGO OU CONCURSO INVALIDO, CONCURSO JA
000220*               CADASTRADO OU NAO ENCONTRADO, TABELA CHEIA);
000230*               16 = ABORTO. DATA OU HORA INVALIDA E LIMITE APOS O
000240*               SORTEIO NAO RECUSAM A OPERACAO: O CAMPO E PEDIDO
000250*               DE NOVO.
000260*
000270*    HISTORICO DE ALTERACOES
000280*    DATA       AUTOR   DESCRICAO
000290*    ---------- ------- ----------------------------------------
000300*    2026-10-15 RAS     VERSAO INICIAL.
000310*    2026-10-15 RAS     RC 8 NA OPERACAO RECUSADA, PARA O
000320*                       AGENDADOR.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ARQ-CALENDARIO   ASSIGN TO CALEND
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CLC-FS-CALENDARIO.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ARQ-CALENDARIO
000460     COPY CALEND.CPY.
000470 WORKING-STORAGE SECTION.
000480 01  CLC-STATUS-ARQUIVOS.
000490     05  CLC-FS-CALENDARIO       PIC X(02) VALUE "00".
000500 01  CLC-SWITCHES.
000510     05  CLC-SW-FIM-CALEND       PIC X(01) VALUE "N".
000520         88  CLC-FIM-CALENDARIO      VALUE "S"
000530                                      FALSE "N".
000540     05  CLC-SW-CONC-ACHADO      PIC X(01) VALUE "N".
000550         88  CLC-CONC-ACHADO         VALUE "S"
000560                                      FALSE "N".
000570     05  CLC-SW-CAMPO-OK         PIC X(01) VALUE "N".
000580         88  CLC-CAMPO-ACEITO        VALUE "S"
000590                                      FALSE "N".
000600     05  CLC-SW-REGRAVAR         PIC X(01) VALUE "N".
000610         88  CLC-REGRAVAR            VALUE "S"
000620                                      FALSE "N".
000630 01  CLC-PARAMETROS.
000640     05  CLC-MODO-EXECUCAO       PIC X(01) VALUE SPACES.
000650         88  CLC-MODO-INCLUIR        VALUE "I".
000660         88  CLC-MODO-ALTERAR        VALUE "A".
000670         88  CLC-MODO-EXCLUIR        VALUE "E".
000680         88  CLC-MODO-LISTAR         VALUE "L".
000690     05  CLC-CHAVE-PROCURADA.
000700         10  CLC-TIPO-PROCURADO  PIC 9(01) VALUE ZERO.
000710         10  CLC-CONC-PROCURADO  PIC 9(06) VALUE ZERO.
000720*----------------------------------------------------------------
000730*    AREA DE TRABALHO DO CONCURSO CORRENTE, NO MESMO LAYOUT DE
000740*    CALEND.CPY, PARA EDITAR SEM DEPENDER DO REGISTRO DO FD
000750*----------------------------------------------------------------
000760 01  CLC-AREA-CONCURSO.
000770     05  CLC-CHAVE-CONCURSO.
000780         10  CLC-TIPO-JOGO       PIC 9(01).
000790         10  CLC-NUM-CONCURSO    PIC 9(06).
000800     05  CLC-DATA-SORTEIO        PIC 9(08).
000810     05  CLC-DATA-LIMITE         PIC 9(08).
000820     05  CLC-HORA-LIMITE         PIC 9(06).
000830     05  CLC-SITUACAO            PIC X(01).
000840         88  CLC-ATIVO               VALUE "A".
000850         88  CLC-CANCELADO           VALUE "C".
000860*----------------------------------------------------------------
000870*    CALENDARIO INTEIRO CARREGADO EM MEMORIA, EM ORDEM DE JOGO +
000880*    CONCURSO; A INCLUSAO ABRE ESPACO NA POSICAO CERTA E A
000890*    REGRAVACAO TOTAL MANTEM O ARQUIVO ORDENADO
000900*----------------------------------------------------------------
000910 01  CLC-TAB-CALENDARIO.
000920     05  CLC-QTD-CONCURSOS       PIC 9(04) COMP VALUE ZERO.
000930     05  CLC-CONC-IMG            PIC X(30) OCCURS 3000 TIMES.
000940 01  CLC-CONTADORES.
000950     05  C4                      PIC 9(04) COMP.
000960     05  CLC-IDX-ACHADO          PIC 9(04) COMP VALUE ZERO.
000970     05  CLC-POS-INSERCAO        PIC 9(04) COMP VALUE ZERO.
000980     05  CLC-JOGO-LISTA          PIC 9(01) VALUE ZERO.
000990 01  CLC-AREAS-DE-TRABALHO.
001000     05  CLC-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001010     05  CLC-HORA-SISTEMA        PIC 9(08) VALUE ZERO.
001020     05  CLC-HORA-DETALHE REDEFINES CLC-HORA-SISTEMA.
001030         10  CLC-HORA-ATUAL      PIC 9(06).
001040         10  FILLER              PIC 9(02).
001050     05  CLC-DATA-TRABALHO       PIC 9(08) VALUE ZERO.
001060     05  CLC-DATA-DETALHE REDEFINES CLC-DATA-TRABALHO.
001070         10  CLC-DT-ANO          PIC 9(04).
001080         10  CLC-DT-MES          PIC 9(02).
001090         10  CLC-DT-DIA          PIC 9(02).
001100     05  CLC-HORA-TRABALHO       PIC 9(06) VALUE ZERO.
001110     05  CLC-HORA-DET-TRAB REDEFINES CLC-HORA-TRABALHO.
001120         10  CLC-HT-HORA         PIC 9(02).
001130         10  CLC-HT-MINUTO       PIC 9(02).
001140         10  CLC-HT-SEGUNDO      PIC 9(02).
001150     05  CLC-PROXIMO-ABERTO      PIC 9(06) VALUE ZERO.
001160 01  CLC-LINHA-LISTA.
001170     05  FILLER                  PIC X(05) VALUE "JOGO ".
001180     05  CLC-L-JOGO              PIC 9(01).
001190     05  FILLER                  PIC X(11) VALUE "  CONCURSO ".
001200     05  CLC-L-CONCURSO          PIC 9(06).
001210     05  FILLER                  PIC X(10) VALUE "  SORTEIO ".
001220     05  CLC-L-DATA-SORTEIO      PIC 9(08).
001230     05  FILLER                  PIC X(09) VALUE "  LIMITE ".
001240     05  CLC-L-DATA-LIMITE       PIC 9(08).
001250     05  FILLER                  PIC X(01) VALUE SPACES.
001260     05  CLC-L-HORA-LIMITE       PIC 9(06).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  CLC-L-SITUACAO          PIC X(09).
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     DISPLAY "CADASTRO DO CALENDARIO DE CONCURSOS"
001320     ACCEPT CLC-DATA-ATUAL FROM DATE YYYYMMDD
001330     ACCEPT CLC-HORA-SISTEMA FROM TIME
001340     DISPLAY "MODO (I=INCLUIR  A=ALTERAR  E=EXCLUIR  L=LISTAR): "
001350         WITH NO ADVANCING
001360     ACCEPT CLC-MODO-EXECUCAO
001370     IF NOT CLC-MODO-INCLUIR AND NOT CLC-MODO-ALTERAR
001380        AND NOT CLC-MODO-EXCLUIR AND NOT CLC-MODO-LISTAR
001390         DISPLAY "MODO INVALIDO - ABORTANDO"
001400         MOVE 16 TO RETURN-CODE
001410         GOBACK
001420     END-IF
001430     PERFORM 1000-CARREGAR-BASE THRU 1000-EXIT
001440     EVALUATE TRUE
001450         WHEN CLC-MODO-INCLUIR
001460             PERFORM 2000-INCLUIR THRU 2000-EXIT
001470         WHEN CLC-MODO-ALTERAR
001480             PERFORM 3000-ALTERAR THRU 3000-EXIT
001490         WHEN CLC-MODO-EXCLUIR
001500             PERFORM 4000-EXCLUIR THRU 4000-EXIT
001510         WHEN CLC-MODO-LISTAR
001520             PERFORM 5000-LISTAR THRU 5000-EXIT
001530     END-EVALUATE
001540     IF CLC-REGRAVAR
001550         PERFORM 8000-REGRAVAR-BASE THRU 8000-EXIT
001560     END-IF
001570     GOBACK.
001580*----------------------------------------------------------------
001590*    1000-CARREGAR-BASE - CARREGA TODO O CALENDARIO NA TABELA
001600*                          (ARQUIVO AINDA INEXISTENTE E TRATADO
001610*                          COMO CALENDARIO VAZIO)
001620*----------------------------------------------------------------
001630 1000-CARREGAR-BASE.
001640     SET CLC-FIM-CALENDARIO TO FALSE
001650     OPEN INPUT ARQ-CALENDARIO
001660     IF CLC-FS-CALENDARIO = "35"
001670         DISPLAY "CALENDARIO DE CONCURSOS AINDA VAZIO"
001680         GO TO 1000-EXIT
001690     END-IF
001700     IF CLC-FS-CALENDARIO NOT = "00"
001710         DISPLAY "ERRO " CLC-FS-CALENDARIO
001720             " AO ABRIR O CALENDARIO DE CONCURSOS - ABORTANDO"
001730         MOVE 16 TO RETURN-CODE
001740         GOBACK
001750     END-IF
001760     PERFORM UNTIL CLC-FIM-CALENDARIO
001770         READ ARQ-CALENDARIO
001780             AT END
001790                 SET CLC-FIM-CALENDARIO TO TRUE
001800             NOT AT END
001810                 PERFORM 1100-GUARDAR-CONCURSO THRU 1100-EXIT
001820         END-READ
001830     END-PERFORM
001840     CLOSE ARQ-CALENDARIO.
001850 1000-EXIT.
001860     EXIT.
001870*----------------------------------------------------------------
001880*    1100-GUARDAR-CONCURSO - COPIA O CONCURSO LIDO PARA A
001890*                             PROXIMA ENTRADA DA TABELA
001900*----------------------------------------------------------------
001910 1100-GUARDAR-CONCURSO.
001920     IF CLC-QTD-CONCURSOS >= 3000
001930         DISPLAY "TABELA DO CALENDARIO CHEIA - ABORTANDO"
001940         MOVE 16 TO RETURN-CODE
001950         GOBACK
001960     END-IF
001970     ADD 1 TO CLC-QTD-CONCURSOS
001980     MOVE CALENDARIO-REC TO CLC-CONC-IMG(CLC-QTD-CONCURSOS).
001990 1100-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------
002020*    2000-INCLUIR - LE O JOGO, O NUMERO E AS DATAS DE UM
002030*                    CONCURSO NOVO, RECUSANDO CONCURSO JA
002040*                    CADASTRADO, E O INSERE NA POSICAO DE ORDEM
002050*----------------------------------------------------------------
002060 2000-INCLUIR.
002070     PERFORM 6100-OBTER-CHAVE THRU 6100-EXIT
002080     IF NOT CLC-CAMPO-ACEITO
002090         MOVE 8 TO RETURN-CODE
002100         GO TO 2000-EXIT
002110     END-IF
002120     PERFORM 7000-LOCALIZAR-CONCURSO THRU 7000-EXIT
002130     IF CLC-CONC-ACHADO
002140         DISPLAY "CONCURSO " CLC-CONC-PROCURADO " DO JOGO "
002150             CLC-TIPO-PROCURADO
002160             " JA CADASTRADO - USE O MODO A PARA ALTERAR"
002170         MOVE 8 TO RETURN-CODE
002180         GO TO 2000-EXIT
002190     END-IF
002200     IF CLC-QTD-CONCURSOS >= 3000
002210         DISPLAY "TABELA DO CALENDARIO CHEIA - RECUSADO"
002220         MOVE 8 TO RETURN-CODE
002230         GO TO 2000-EXIT
002240     END-IF
002250     MOVE SPACES TO CLC-AREA-CONCURSO
002260     MOVE CLC-TIPO-PROCURADO TO CLC-TIPO-JOGO
002270     MOVE CLC-CONC-PROCURADO TO CLC-NUM-CONCURSO
002280     SET CLC-ATIVO TO TRUE
002290     PERFORM 6000-OBTER-DADOS THRU 6000-EXIT
002300     PERFORM 2100-ACHAR-POSICAO THRU 2100-EXIT
002310     IF CLC-POS-INSERCAO <= CLC-QTD-CONCURSOS
002320         PERFORM 2200-EMPURRAR-CONCURSO THRU 2200-EXIT
002330             VARYING C4 FROM CLC-QTD-CONCURSOS BY -1
002340             UNTIL C4 < CLC-POS-INSERCAO
002350     END-IF
002360     ADD 1 TO CLC-QTD-CONCURSOS
002370     MOVE CLC-AREA-CONCURSO TO CLC-CONC-IMG(CLC-POS-INSERCAO)
002380     SET CLC-REGRAVAR TO TRUE
002390     DISPLAY "CONCURSO " CLC-NUM-CONCURSO " DO JOGO "
002400         CLC-TIPO-JOGO " INCLUIDO".
002410 2000-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------
002440*    2100-ACHAR-POSICAO - LOCALIZA A PRIMEIRA ENTRADA DE CHAVE
002450*                          MAIOR QUE A DO CONCURSO NOVO (OU O FIM
002460*                          DA TABELA), ONDE ELE SERA INSERIDO
002470*----------------------------------------------------------------
002480 2100-ACHAR-POSICAO.
002490     COMPUTE CLC-POS-INSERCAO = CLC-QTD-CONCURSOS + 1
002500     IF CLC-QTD-CONCURSOS > ZERO
002510         PERFORM 2110-COMPARAR-POSICAO THRU 2110-EXIT
002520             VARYING C4 FROM 1 BY 1
002530             UNTIL C4 > CLC-QTD-CONCURSOS
002540                OR CLC-POS-INSERCAO <= CLC-QTD-CONCURSOS
002550     END-IF
002560     MOVE CLC-TIPO-PROCURADO TO CLC-TIPO-JOGO
002570     MOVE CLC-CONC-PROCURADO TO CLC-NUM-CONCURSO.
002580 2100-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610*    2110-COMPARAR-POSICAO - MARCA A POSICAO C4 QUANDO A CHAVE DA
002620*                             ENTRADA PASSA A DO CONCURSO NOVO
002630*----------------------------------------------------------------
002640 2110-COMPARAR-POSICAO.
002650     IF CLC-CONC-IMG(C4) > CLC-CHAVE-PROCURADA
002660         MOVE C4 TO CLC-POS-INSERCAO
002670     END-IF.
002680 2110-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------
002710*    2200-EMPURRAR-CONCURSO - A ENTRADA C4 PASSA PARA A POSICAO
002720*                              SEGUINTE, ABRINDO ESPACO PARA A
002730*                              INSERCAO
002740*----------------------------------------------------------------
002750 2200-EMPURRAR-CONCURSO.
002760     MOVE CLC-CONC-IMG(C4) TO CLC-CONC-IMG(C4 + 1).
002770 2200-EXIT.
002780     EXIT.
002790*----------------------------------------------------------------
002800*    3000-ALTERAR - RELE AS DATAS E A SITUACAO DE UM CONCURSO
002810*                    EXISTENTE E O REGRAVA NA MESMA POSICAO (A
002820*                    CHAVE JOGO + CONCURSO NAO MUDA)
002830*----------------------------------------------------------------
002840 3000-ALTERAR.
002850     PERFORM 6100-OBTER-CHAVE THRU 6100-EXIT
002860     IF NOT CLC-CAMPO-ACEITO
002870         MOVE 8 TO RETURN-CODE
002880         GO TO 3000-EXIT
002890     END-IF
002900     PERFORM 7000-LOCALIZAR-CONCURSO THRU 7000-EXIT
002910     IF NOT CLC-CONC-ACHADO
002920         DISPLAY "CONCURSO " CLC-CONC-PROCURADO " DO JOGO "
002930             CLC-TIPO-PROCURADO " NAO ENCONTRADO"
002940         MOVE 8 TO RETURN-CODE
002950         GO TO 3000-EXIT
002960     END-IF
002970     MOVE CLC-CONC-IMG(CLC-IDX-ACHADO) TO CLC-AREA-CONCURSO
002980     DISPLAY "SORTEIO ATUAL " CLC-DATA-SORTEIO " LIMITE "
002990         CLC-DATA-LIMITE " " CLC-HORA-LIMITE
003000         " SITUACAO " CLC-SITUACAO
003010     PERFORM 6000-OBTER-DADOS THRU 6000-EXIT
003020     SET CLC-CAMPO-ACEITO TO FALSE
003030     PERFORM UNTIL CLC-CAMPO-ACEITO
003040         DISPLAY "SITUACAO (A=ATIVO  C=CANCELADO): "
003050             WITH NO ADVANCING
003060         ACCEPT CLC-SITUACAO
003070         IF CLC-ATIVO OR CLC-CANCELADO
003080             SET CLC-CAMPO-ACEITO TO TRUE
003090         ELSE
003100             DISPLAY "RESPONDA A OU C"
003110         END-IF
003120     END-PERFORM
003130     MOVE CLC-AREA-CONCURSO TO CLC-CONC-IMG(CLC-IDX-ACHADO)
003140     SET CLC-REGRAVAR TO TRUE
003150     DISPLAY "CONCURSO " CLC-NUM-CONCURSO " DO JOGO "
003160         CLC-TIPO-JOGO " ALTERADO".
003170 3000-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200*    4000-EXCLUIR - RETIRA O CONCURSO DO CALENDARIO, PUXANDO PARA
003210*                    TRAS OS SEGUINTES (PARA CONCURSO ADIADO OU
003220*                    SUSPENSO PELA CAIXA O USUAL E CANCELAR PELO
003230*                    MODO A, QUE PRESERVA O REGISTRO)
003240*----------------------------------------------------------------
003250 4000-EXCLUIR.
003260     PERFORM 6100-OBTER-CHAVE THRU 6100-EXIT
003270     IF NOT CLC-CAMPO-ACEITO
003280         MOVE 8 TO RETURN-CODE
003290         GO TO 4000-EXIT
003300     END-IF
003310     PERFORM 7000-LOCALIZAR-CONCURSO THRU 7000-EXIT
003320     IF NOT CLC-CONC-ACHADO
003330         DISPLAY "CONCURSO " CLC-CONC-PROCURADO " DO JOGO "
003340             CLC-TIPO-PROCURADO " NAO ENCONTRADO"
003350         MOVE 8 TO RETURN-CODE
003360         GO TO 4000-EXIT
003370     END-IF
003380     IF CLC-IDX-ACHADO < CLC-QTD-CONCURSOS
003390         PERFORM 4100-PUXAR-CONCURSO THRU 4100-EXIT
003400             VARYING C4 FROM CLC-IDX-ACHADO BY 1
003410             UNTIL C4 >= CLC-QTD-CONCURSOS
003420     END-IF
003430     SUBTRACT 1 FROM CLC-QTD-CONCURSOS
003440     SET CLC-REGRAVAR TO TRUE
003450     DISPLAY "CONCURSO " CLC-CONC-PROCURADO " DO JOGO "
003460         CLC-TIPO-PROCURADO " EXCLUIDO".
003470 4000-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500*    4100-PUXAR-CONCURSO - A ENTRADA C4 RECEBE A ENTRADA SEGUINTE
003510*----------------------------------------------------------------
003520 4100-PUXAR-CONCURSO.
003530     MOVE CLC-CONC-IMG(C4 + 1) TO CLC-CONC-IMG(C4).
003540 4100-EXIT.
003550     EXIT.
003560*----------------------------------------------------------------
003570*    5000-LISTAR - IMPRIME O CALENDARIO COM A SITUACAO DE CADA
003580*                   CONCURSO AGORA E O PROXIMO CONCURSO ABERTO DE
003590*                   CADA JOGO
003600*----------------------------------------------------------------
003610 5000-LISTAR.
003620     DISPLAY " "
003630     DISPLAY "LISTAGEM DO CALENDARIO DE CONCURSOS EM "
003640         CLC-DATA-ATUAL " " CLC-HORA-ATUAL
003650     DISPLAY "CONCURSOS CADASTRADOS: " CLC-QTD-CONCURSOS
003660     IF CLC-QTD-CONCURSOS > ZERO
003670         PERFORM 5100-LISTAR-CONCURSO THRU 5100-EXIT
003680             VARYING C4 FROM 1 BY 1
003690             UNTIL C4 > CLC-QTD-CONCURSOS
003700     END-IF
003710     DISPLAY " "
003720     PERFORM 5200-LISTAR-PROXIMO THRU 5200-EXIT
003730         VARYING CLC-JOGO-LISTA FROM 1 BY 1
003740         UNTIL CLC-JOGO-LISTA > 3.
003750 5000-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780*    5100-LISTAR-CONCURSO - IMPRIME O CONCURSO DA POSICAO C4 COM
003790*                            A SUA SITUACAO NESTE MOMENTO
003800*----------------------------------------------------------------
003810 5100-LISTAR-CONCURSO.
003820     MOVE CLC-CONC-IMG(C4)       TO CLC-AREA-CONCURSO
003830     MOVE CLC-TIPO-JOGO          TO CLC-L-JOGO
003840     MOVE CLC-NUM-CONCURSO       TO CLC-L-CONCURSO
003850     MOVE CLC-DATA-SORTEIO       TO CLC-L-DATA-SORTEIO
003860     MOVE CLC-DATA-LIMITE        TO CLC-L-DATA-LIMITE
003870     MOVE CLC-HORA-LIMITE        TO CLC-L-HORA-LIMITE
003880     EVALUATE TRUE
003890         WHEN CLC-CANCELADO
003900             MOVE "CANCELADO" TO CLC-L-SITUACAO
003910         WHEN CLC-DATA-LIMITE < CLC-DATA-ATUAL
003920             MOVE "ENCERRADO" TO CLC-L-SITUACAO
003930         WHEN CLC-DATA-LIMITE = CLC-DATA-ATUAL
003940          AND CLC-HORA-LIMITE <= CLC-HORA-ATUAL
003950             MOVE "ENCERRADO" TO CLC-L-SITUACAO
003960         WHEN OTHER
003970             MOVE "ABERTO"    TO CLC-L-SITUACAO
003980     END-EVALUATE
003990     DISPLAY CLC-LINHA-LISTA.
004000 5100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030*    5200-LISTAR-PROXIMO - IMPRIME O MENOR CONCURSO AINDA ABERTO
004040*                           DO JOGO CLC-JOGO-LISTA, O MESMO QUE
004050*                           O GERADOR SUGERE AO OPERADOR
004060*----------------------------------------------------------------
004070 5200-LISTAR-PROXIMO.
004080     MOVE ZERO TO CLC-PROXIMO-ABERTO
004090     IF CLC-QTD-CONCURSOS > ZERO
004100         PERFORM 5210-AVALIAR-PROXIMO THRU 5210-EXIT
004110             VARYING C4 FROM 1 BY 1
004120             UNTIL C4 > CLC-QTD-CONCURSOS
004130                OR CLC-PROXIMO-ABERTO > ZERO
004140     END-IF
004150     IF CLC-PROXIMO-ABERTO = ZERO
004160         DISPLAY "JOGO " CLC-JOGO-LISTA
004170             " SEM CONCURSO ABERTO NO CALENDARIO"
004180     ELSE
004190         DISPLAY "JOGO " CLC-JOGO-LISTA
004200             " PROXIMO CONCURSO ABERTO: " CLC-PROXIMO-ABERTO
004210     END-IF.
004220 5200-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250*    5210-AVALIAR-PROXIMO - TOMA A ENTRADA C4 COMO PROXIMO
004260*                            ABERTO QUANDO E DO JOGO, ATIVA E
004270*                            COM O LIMITE AINDA NAO VENCIDO (A
004280*                            TABELA ESTA EM ORDEM DE CONCURSO)
004290*----------------------------------------------------------------
004300 5210-AVALIAR-PROXIMO.
004310     MOVE CLC-CONC-IMG(C4) TO CLC-AREA-CONCURSO
004320     IF CLC-TIPO-JOGO = CLC-JOGO-LISTA
004330        AND CLC-ATIVO
004340        AND (CLC-DATA-LIMITE > CLC-DATA-ATUAL
004350             OR (CLC-DATA-LIMITE = CLC-DATA-ATUAL
004360                 AND CLC-HORA-LIMITE > CLC-HORA-ATUAL))
004370         MOVE CLC-NUM-CONCURSO TO CLC-PROXIMO-ABERTO
004380     END-IF.
004390 5210-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420*    6000-OBTER-DADOS - LE A DATA DO SORTEIO E A DATA/HORA LIMITE
004430*                        DAS APOSTAS DO CONCURSO CORRENTE,
004440*                        INSISTINDO ATE CADA CAMPO SER VALIDO
004450*                        (LIMITE EM ZERO = 19H DO DIA DO SORTEIO)
004460*----------------------------------------------------------------
004470 6000-OBTER-DADOS.
004480     SET CLC-CAMPO-ACEITO TO FALSE
004490     PERFORM UNTIL CLC-CAMPO-ACEITO
004500         DISPLAY "DATA DO SORTEIO (AAAAMMDD): " WITH NO ADVANCING
004510         ACCEPT CLC-DATA-TRABALHO
004520         PERFORM 6200-CRITICAR-DATA THRU 6200-EXIT
004530     END-PERFORM
004540     MOVE CLC-DATA-TRABALHO TO CLC-DATA-SORTEIO
004550     SET CLC-CAMPO-ACEITO TO FALSE
004560     PERFORM UNTIL CLC-CAMPO-ACEITO
004570         DISPLAY "DATA LIMITE DAS APOSTAS (0=DIA DO SORTEIO): "
004580             WITH NO ADVANCING
004590         ACCEPT CLC-DATA-TRABALHO
004600         IF CLC-DATA-TRABALHO = ZERO
004610             MOVE CLC-DATA-SORTEIO TO CLC-DATA-TRABALHO
004620         END-IF
004630         PERFORM 6200-CRITICAR-DATA THRU 6200-EXIT
004640         IF CLC-CAMPO-ACEITO
004650            AND CLC-DATA-TRABALHO > CLC-DATA-SORTEIO
004660             DISPLAY "LIMITE NAO PODE SER POSTERIOR AO SORTEIO"
004670             SET CLC-CAMPO-ACEITO TO FALSE
004680         END-IF
004690     END-PERFORM
004700     MOVE CLC-DATA-TRABALHO TO CLC-DATA-LIMITE
004710     SET CLC-CAMPO-ACEITO TO FALSE
004720     PERFORM UNTIL CLC-CAMPO-ACEITO
004730         DISPLAY "HORA LIMITE DAS APOSTAS (HHMMSS, 0=190000): "
004740             WITH NO ADVANCING
004750         ACCEPT CLC-HORA-TRABALHO
004760         IF CLC-HORA-TRABALHO = ZERO
004770             MOVE 190000 TO CLC-HORA-TRABALHO
004780         END-IF
004790         IF CLC-HT-HORA > 23 OR CLC-HT-MINUTO > 59
004800            OR CLC-HT-SEGUNDO > 59
004810             DISPLAY "HORA INVALIDA"
004820         ELSE
004830             SET CLC-CAMPO-ACEITO TO TRUE
004840         END-IF
004850     END-PERFORM
004860     MOVE CLC-HORA-TRABALHO TO CLC-HORA-LIMITE.
004870 6000-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900*    6100-OBTER-CHAVE - LE O JOGO E O NUMERO DO CONCURSO, E
004910*                        RECUSA JOGO DESCONHECIDO OU CONCURSO
004920*                        ZERO
004930*----------------------------------------------------------------
004940 6100-OBTER-CHAVE.
004950     SET CLC-CAMPO-ACEITO TO FALSE
004960     DISPLAY "TIPO DE JOGO (1=MEGA-SENA 2=LOTOFACIL 3=QUINA): "
004970         WITH NO ADVANCING
004980     ACCEPT CLC-TIPO-PROCURADO
004990     IF CLC-TIPO-PROCURADO < 1 OR CLC-TIPO-PROCURADO > 3
005000         DISPLAY "TIPO DE JOGO INVALIDO"
005010         GO TO 6100-EXIT
005020     END-IF
005030     DISPLAY "NUMERO DO CONCURSO: " WITH NO ADVANCING
005040     ACCEPT CLC-CONC-PROCURADO
005050     IF CLC-CONC-PROCURADO = ZERO
005060         DISPLAY "NUMERO DO CONCURSO NAO PODE SER ZERO"
005070         GO TO 6100-EXIT
005080     END-IF
005090     SET CLC-CAMPO-ACEITO TO TRUE.
005100 6100-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------
005130*    6200-CRITICAR-DATA - ACEITA A DATA DE TRABALHO QUANDO
005140*                          PLAUSIVEL (ANO/MES/DIA DENTRO DOS
005150*                          LIMITES, COMO NA CARGA DE RESULTADOS)
005160*----------------------------------------------------------------
005170 6200-CRITICAR-DATA.
005180     IF CLC-DT-ANO < 1996 OR CLC-DT-ANO > 2099
005190        OR CLC-DT-MES < 01 OR CLC-DT-MES > 12
005200        OR CLC-DT-DIA < 01 OR CLC-DT-DIA > 31
005210         DISPLAY "DATA INVALIDA"
005220         SET CLC-CAMPO-ACEITO TO FALSE
005230     ELSE
005240         SET CLC-CAMPO-ACEITO TO TRUE
005250     END-IF.
005260 6200-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290*    7000-LOCALIZAR-CONCURSO - PROCURA A CHAVE JOGO + CONCURSO
005300*                               EM CLC-CHAVE-PROCURADA NA TABELA
005310*----------------------------------------------------------------
005320 7000-LOCALIZAR-CONCURSO.
005330     SET CLC-CONC-ACHADO TO FALSE
005340     MOVE ZERO TO CLC-IDX-ACHADO
005350     IF CLC-QTD-CONCURSOS > ZERO
005360         PERFORM 7100-COMPARAR-CONCURSO THRU 7100-EXIT
005370             VARYING C4 FROM 1 BY 1
005380             UNTIL C4 > CLC-QTD-CONCURSOS
005390                OR CLC-CONC-ACHADO
005400     END-IF.
005410 7000-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440*    7100-COMPARAR-CONCURSO - MARCA A POSICAO C4 QUANDO A CHAVE
005450*                              DA ENTRADA BATE COM A PROCURADA
005460*----------------------------------------------------------------
005470 7100-COMPARAR-CONCURSO.
005480     MOVE CLC-CONC-IMG(C4) TO CLC-AREA-CONCURSO
005490     IF CLC-CHAVE-CONCURSO = CLC-CHAVE-PROCURADA
005500         SET CLC-CONC-ACHADO TO TRUE
005510         MOVE C4 TO CLC-IDX-ACHADO
005520     END-IF.
005530 7100-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560*    8000-REGRAVAR-BASE - REGRAVA O CALENDARIO INTEIRO A PARTIR
005570*                          DA TABELA ATUALIZADA
005580*----------------------------------------------------------------
005590 8000-REGRAVAR-BASE.
005600     OPEN OUTPUT ARQ-CALENDARIO
005610     IF CLC-FS-CALENDARIO NOT = "00"
005620         DISPLAY "ERRO " CLC-FS-CALENDARIO
005630             " AO REGRAVAR O CALENDARIO DE CONCURSOS -"
005640             " ABORTANDO"
005650         MOVE 16 TO RETURN-CODE
005660         GOBACK
005670     END-IF
005680     IF CLC-QTD-CONCURSOS > ZERO
005690         PERFORM 8100-GRAVAR-CONCURSO THRU 8100-EXIT
005700             VARYING C4 FROM 1 BY 1
005710             UNTIL C4 > CLC-QTD-CONCURSOS
005720     END-IF
005730     CLOSE ARQ-CALENDARIO
005740     DISPLAY "CALENDARIO REGRAVADO COM " CLC-QTD-CONCURSOS
005750         " CONCURSOS".
005760 8000-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790*    8100-GRAVAR-CONCURSO - GRAVA A ENTRADA C4 DA TABELA NO
005800*                            ARQUIVO
005810*----------------------------------------------------------------
005820 8100-GRAVAR-CONCURSO.
005830     MOVE CLC-CONC-IMG(C4) TO CALENDARIO-REC
005840     WRITE CALENDARIO-REC
005850     IF CLC-FS-CALENDARIO NOT = "00"
005860         DISPLAY "ERRO " CLC-FS-CALENDARIO
005870             " AO GRAVAR O CONCURSO " C4 " - ABORTANDO"
005880         MOVE 16 TO RETURN-CODE
005890         GOBACK
005900     END-IF.
005910 8100-EXIT.
005920     EXIT.

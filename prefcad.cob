000180*               FAIXA CRITICADA E A MAIS AMPLA DA SUITE (1-80,
000190*               QUINA); A FAIXA DO JOGO ESCOLHIDO CONTINUA SENDO
000200*               CONFERIDA PELO GERADOR NA HORA DA GERACAO.
000210*               O PERFIL PODE SER LIGADO A UM CLIENTE DO
000220*               CADASTRO DE CLIENTES PELO CODIGO; O NOME DO
000230*               PERFIL PASSA A SER O DO CADASTRO.
000240*               RETURN-CODE: 0 = OPERACAO CONCLUIDA; 8 = OPERACAO
000250*               RECUSADA (ID DO PERFIL EM BRANCO, JA CADASTRADO OU
000260*               NAO ENCONTRADO, TABELA CHEIA); 16 = ABORTO.
000270*
000280*    HISTORICO DE ALTERACOES
000290*    DATA       AUTOR   DESCRICAO
000300*    ---------- ------- ----------------------------------------
000310*    2026-09-02 RAS     VERSAO INICIAL.
000320*    2026-10-15 RAS     CODIGO DO CLIENTE (CLIENTE.CPY) NO
000330*                       PERFIL, VALIDADO NO CADASTRO DE CLIENTES
000340*                       (DD CLIENTES); ZERO = PERFIL SEM CLIENTE
000350*                       CADASTRADO, COM O NOME DIGITADO.
000360*    2026-10-15 RAS     RC 8 NA OPERACAO RECUSADA E RC 16 NO MODO
000370*                       INVALIDO, PARA O AGENDADOR.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARQ-PREFERENCIAS ASSIGN TO PREFEREN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PRC-FS-PREFERENCIAS.
000480     SELECT ARQ-CLIENTES     ASSIGN TO CLIENTES
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PRC-FS-CLIENTES.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ARQ-PREFERENCIAS
000540     COPY PREFER.CPY.
000550 FD  ARQ-CLIENTES
000560     COPY CLIENTE.CPY.
000570 WORKING-STORAGE SECTION.
000580 01  PRC-STATUS-ARQUIVOS.
000590     05  PRC-FS-PREFERENCIAS     PIC X(02) VALUE "00".
000600     05  PRC-FS-CLIENTES         PIC X(02) VALUE "00".
000610 01  PRC-SWITCHES.
000620     05  PRC-SW-FIM-PREFER       PIC X(01) VALUE "N".
000630         88  PRC-FIM-PREFERENCIAS    VALUE "S"
000640                                      FALSE "N".
000650     05  PRC-SW-PERFIL-ACHADO    PIC X(01) VALUE "N".
000660         88  PRC-PERFIL-ACHADO       VALUE "S"
000670                                      FALSE "N".
000680     05  PRC-SW-DEZENA-OK        PIC X(01) VALUE "N".
000690         88  PRC-DEZENA-ACEITA       VALUE "S"
000700                                      FALSE "N".
000710     05  PRC-SW-REGRAVAR         PIC X(01) VALUE "N".
000720         88  PRC-REGRAVAR            VALUE "S"
000730                                      FALSE "N".
000740     05  PRC-SW-FIM-CLIENTES     PIC X(01) VALUE "N".
000750         88  PRC-FIM-CLIENTES        VALUE "S"
000760                                      FALSE "N".
000770     05  PRC-SW-CLIENTE-ACHADO   PIC X(01) VALUE "N".
000780         88  PRC-CLIENTE-ACHADO      VALUE "S"
000790                                      FALSE "N".
000800     05  PRC-SW-CLIENTE-OK       PIC X(01) VALUE "N".
000810         88  PRC-CLIENTE-ACEITO      VALUE "S"
000820                                      FALSE "N".
000830 01  PRC-PARAMETROS.
000840     05  PRC-MODO-EXECUCAO       PIC X(01) VALUE SPACES.
000850         88  PRC-MODO-INCLUIR        VALUE "I".
000860         88  PRC-MODO-ALTERAR        VALUE "A".
000870         88  PRC-MODO-EXCLUIR        VALUE "E".
000880         88  PRC-MODO-LISTAR         VALUE "L".
000890     05  PRC-ID-PROCURADO        PIC X(08) VALUE SPACES.
000900*----------------------------------------------------------------
000910*    AREA DE TRABALHO DO PERFIL CORRENTE, NO MESMO LAYOUT DE
000920*    PREFER.CPY, PARA EDITAR SEM DEPENDER DO REGISTRO DO FD
000930*----------------------------------------------------------------
000940 01  PRC-AREA-PERFIL.
000950     05  PRC-ID-PERFIL           PIC X(08).
000960     05  PRC-NOME-CLIENTE        PIC X(30).
000970     05  PRC-QTD-FIXAS           PIC 9(02).
000980     05  PRC-DEZENAS-FIXAS.
000990         10  PRC-DEZENA-FIXA     PIC 9(02) OCCURS 10 TIMES.
001000     05  PRC-QTD-VETADAS         PIC 9(02).
001010     05  PRC-DEZENAS-VETADAS.
001020         10  PRC-DEZENA-VETADA   PIC 9(02) OCCURS 10 TIMES.
001030     05  PRC-COD-CLIENTE         PIC 9(06).
001040*----------------------------------------------------------------
001050*    BASE INTEIRA CARREGADA EM MEMORIA: O ARQUIVO E PEQUENO E A
001060*    REGRAVACAO TOTAL E O UNICO JEITO DE ALTERAR/EXCLUIR NUM
001070*    SEQUENCIAL
001080*----------------------------------------------------------------
001090 01  PRC-TAB-PERFIS.
001100     05  PRC-QTD-PERFIS          PIC 9(03) COMP VALUE ZERO.
001110     05  PRC-PERFIL-IMG          PIC X(88) OCCURS 200 TIMES.
001120 01  PRC-CONTADORES.
001130     05  I                       PIC 9(03) COMP.
001140     05  J                       PIC 9(02) COMP.
001150     05  PRC-IDX-ACHADO          PIC 9(03) COMP VALUE ZERO.
001160     05  PRC-DEZENA-ENTRADA      PIC 9(02) VALUE ZERO.
001170     05  PRC-DEZENA-MAXIMA       PIC 9(02) VALUE 80.
001180 01  PRC-LINHA-LISTA-1.
001190     05  FILLER                  PIC X(07) VALUE "PERFIL ".
001200     05  PRC-L-ID                PIC X(08).
001210     05  FILLER                  PIC X(02) VALUE SPACES.
001220     05  PRC-L-NOME              PIC X(30).
001230     05  FILLER                  PIC X(08) VALUE "  FIXAS ".
001240     05  PRC-L-QTD-FIXAS         PIC Z9.
001250     05  FILLER                  PIC X(09) VALUE "  VETADAS".
001260     05  FILLER                  PIC X(01) VALUE SPACES.
001270     05  PRC-L-QTD-VETADAS       PIC Z9.
001280     05  FILLER                  PIC X(10) VALUE "  CLIENTE ".
001290     05  PRC-L-COD-CLIENTE       PIC 9(06).
001300 01  PRC-LINHA-DEZENAS.
001310     05  PRC-L-ROTULO            PIC X(10).
001320     05  PRC-L-GRADE.
001330         10  PRC-L-CELULA OCCURS 10 TIMES.
001340             15  FILLER          PIC X(01).
001350             15  PRC-L-DEZENA    PIC Z9.
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380     DISPLAY "CADASTRO DE PERFIS DE PREFERENCIAS"
001390     DISPLAY "MODO (I=INCLUIR  A=ALTERAR  E=EXCLUIR  L=LISTAR): "
001400         WITH NO ADVANCING
001410     ACCEPT PRC-MODO-EXECUCAO
001420     IF NOT PRC-MODO-INCLUIR AND NOT PRC-MODO-ALTERAR
001430        AND NOT PRC-MODO-EXCLUIR AND NOT PRC-MODO-LISTAR
001440         DISPLAY "MODO INVALIDO - ABORTANDO"
001450         MOVE 16 TO RETURN-CODE
001460         GOBACK
001470     END-IF
001480     PERFORM 1000-CARREGAR-BASE THRU 1000-EXIT
001490     EVALUATE TRUE
001500         WHEN PRC-MODO-INCLUIR
001510             PERFORM 2000-INCLUIR THRU 2000-EXIT
001520         WHEN PRC-MODO-ALTERAR
001530             PERFORM 3000-ALTERAR THRU 3000-EXIT
001540         WHEN PRC-MODO-EXCLUIR
001550             PERFORM 4000-EXCLUIR THRU 4000-EXIT
001560         WHEN PRC-MODO-LISTAR
001570             PERFORM 5000-LISTAR THRU 5000-EXIT
001580     END-EVALUATE
001590     IF PRC-REGRAVAR
001600         PERFORM 8000-REGRAVAR-BASE THRU 8000-EXIT
001610     END-IF
001620     GOBACK.
001630*----------------------------------------------------------------
001640*    1000-CARREGAR-BASE - CARREGA TODOS OS PERFIS DO ARQUIVO NA
001650*                          TABELA (ARQUIVO AINDA INEXISTENTE E
001660*                          TRATADO COMO BASE VAZIA)
001670*----------------------------------------------------------------
001680 1000-CARREGAR-BASE.
001690     SET PRC-FIM-PREFERENCIAS TO FALSE
001700     OPEN INPUT ARQ-PREFERENCIAS
001710     IF PRC-FS-PREFERENCIAS = "35"
001720         DISPLAY "BASE DE PERFIS AINDA VAZIA"
001730         GO TO 1000-EXIT
001740     END-IF
001750     IF PRC-FS-PREFERENCIAS NOT = "00"
001760         DISPLAY "ERRO " PRC-FS-PREFERENCIAS
001770             " AO ABRIR O ARQUIVO DE PREFERENCIAS - ABORTANDO"
001780         MOVE 16 TO RETURN-CODE
001790         GOBACK
001800     END-IF
001810     PERFORM UNTIL PRC-FIM-PREFERENCIAS
001820         READ ARQ-PREFERENCIAS
001830             AT END
001840                 SET PRC-FIM-PREFERENCIAS TO TRUE
001850             NOT AT END
001860                 PERFORM 1100-GUARDAR-PERFIL THRU 1100-EXIT
001870         END-READ
001880     END-PERFORM
001890     CLOSE ARQ-PREFERENCIAS.
001900 1000-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930*    1100-GUARDAR-PERFIL - COPIA O PERFIL LIDO PARA A PROXIMA
001940*                           ENTRADA DA TABELA
001950*----------------------------------------------------------------
001960 1100-GUARDAR-PERFIL.
001970     IF PRC-QTD-PERFIS >= 200
001980         DISPLAY "TABELA DE PERFIS CHEIA - PERFIL "
001990             PRF-ID-PERFIL " FORA DA MANUTENCAO - ABORTANDO"
002000         MOVE 16 TO RETURN-CODE
002010         GOBACK
002020     END-IF
002030     ADD 1 TO PRC-QTD-PERFIS
002040     IF PRF-COD-CLIENTE NOT NUMERIC
002050*        PERFIL ANTERIOR AO CODIGO DO CLIENTE: SEM CLIENTE LIGADO
002060         MOVE ZERO TO PRF-COD-CLIENTE
002070     END-IF
002080     MOVE PREFERENCIA-REC TO PRC-PERFIL-IMG(PRC-QTD-PERFIS).
002090 1100-EXIT.
002100     EXIT.
002110*----------------------------------------------------------------
002120*    2000-INCLUIR - LE OS DADOS DE UM PERFIL NOVO, RECUSANDO ID
002130*                    JA CADASTRADO, E O ACRESCENTA A BASE
002140*----------------------------------------------------------------
002150 2000-INCLUIR.
002160     DISPLAY "ID DO PERFIL A INCLUIR: " WITH NO ADVANCING
002170     ACCEPT PRC-ID-PROCURADO
002180     IF PRC-ID-PROCURADO = SPACES
002190         DISPLAY "ID DO PERFIL NAO PODE SER BRANCO"
002200         MOVE 8 TO RETURN-CODE
002210         GO TO 2000-EXIT
002220     END-IF
002230     PERFORM 7000-LOCALIZAR-PERFIL THRU 7000-EXIT
002240     IF PRC-PERFIL-ACHADO
002250         DISPLAY "PERFIL " PRC-ID-PROCURADO
002260             " JA CADASTRADO - USE O MODO A PARA ALTERAR"
002270         MOVE 8 TO RETURN-CODE
002280         GO TO 2000-EXIT
002290     END-IF
002300     IF PRC-QTD-PERFIS >= 200
002310         DISPLAY "TABELA DE PERFIS CHEIA - INCLUSAO RECUSADA"
002320         MOVE 8 TO RETURN-CODE
002330         GO TO 2000-EXIT
002340     END-IF
002350     MOVE SPACES TO PRC-AREA-PERFIL
002360     MOVE PRC-ID-PROCURADO TO PRC-ID-PERFIL
002370     PERFORM 6000-OBTER-DADOS THRU 6000-EXIT
002380     ADD 1 TO PRC-QTD-PERFIS
002390     MOVE PRC-AREA-PERFIL TO PRC-PERFIL-IMG(PRC-QTD-PERFIS)
002400     SET PRC-REGRAVAR TO TRUE
002410     DISPLAY "PERFIL " PRC-ID-PERFIL " INCLUIDO".
002420 2000-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450*    3000-ALTERAR - RELE OS DADOS DE UM PERFIL EXISTENTE E O
002460*                    REGRAVA NA MESMA POSICAO DA BASE
002470*----------------------------------------------------------------
002480 3000-ALTERAR.
002490     DISPLAY "ID DO PERFIL A ALTERAR: " WITH NO ADVANCING
002500     ACCEPT PRC-ID-PROCURADO
002510     PERFORM 7000-LOCALIZAR-PERFIL THRU 7000-EXIT
002520     IF NOT PRC-PERFIL-ACHADO
002530         DISPLAY "PERFIL " PRC-ID-PROCURADO " NAO ENCONTRADO"
002540         MOVE 8 TO RETURN-CODE
002550         GO TO 3000-EXIT
002560     END-IF
002570     MOVE PRC-PERFIL-IMG(PRC-IDX-ACHADO) TO PRC-AREA-PERFIL
002580     DISPLAY "PERFIL ATUAL - " PRC-NOME-CLIENTE
002590     PERFORM 6000-OBTER-DADOS THRU 6000-EXIT
002600     MOVE PRC-AREA-PERFIL TO PRC-PERFIL-IMG(PRC-IDX-ACHADO)
002610     SET PRC-REGRAVAR TO TRUE
002620     DISPLAY "PERFIL " PRC-ID-PERFIL " ALTERADO".
002630 3000-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660*    4000-EXCLUIR - RETIRA O PERFIL DA BASE, PUXANDO PARA TRAS OS
002670*                    PERFIS SEGUINTES
002680*----------------------------------------------------------------
002690 4000-EXCLUIR.
002700     DISPLAY "ID DO PERFIL A EXCLUIR: " WITH NO ADVANCING
002710     ACCEPT PRC-ID-PROCURADO
002720     PERFORM 7000-LOCALIZAR-PERFIL THRU 7000-EXIT
002730     IF NOT PRC-PERFIL-ACHADO
002740         DISPLAY "PERFIL " PRC-ID-PROCURADO " NAO ENCONTRADO"
002750         MOVE 8 TO RETURN-CODE
002760         GO TO 4000-EXIT
002770     END-IF
002780     IF PRC-IDX-ACHADO < PRC-QTD-PERFIS
002790         PERFORM 4100-PUXAR-PERFIL THRU 4100-EXIT
002800             VARYING I FROM PRC-IDX-ACHADO BY 1
002810             UNTIL I >= PRC-QTD-PERFIS
002820     END-IF
002830     SUBTRACT 1 FROM PRC-QTD-PERFIS
002840     SET PRC-REGRAVAR TO TRUE
002850     DISPLAY "PERFIL " PRC-ID-PROCURADO " EXCLUIDO".
002860 4000-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890*    4100-PUXAR-PERFIL - A ENTRADA I RECEBE A ENTRADA SEGUINTE
002900*----------------------------------------------------------------
002910 4100-PUXAR-PERFIL.
002920     MOVE PRC-PERFIL-IMG(I + 1) TO PRC-PERFIL-IMG(I).
002930 4100-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------
002960*    5000-LISTAR - IMPRIME A BASE ATUAL DE PERFIS PARA O BALCAO
002970*----------------------------------------------------------------
002980 5000-LISTAR.
002990     DISPLAY " "
003000     DISPLAY "LISTAGEM DA BASE DE PERFIS DE PREFERENCIAS"
003010     DISPLAY "PERFIS CADASTRADOS: " PRC-QTD-PERFIS
003020     IF PRC-QTD-PERFIS > ZERO
003030         PERFORM 5100-LISTAR-PERFIL THRU 5100-EXIT
003040             VARYING I FROM 1 BY 1 UNTIL I > PRC-QTD-PERFIS
003050     END-IF.
003060 5000-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090*    5100-LISTAR-PERFIL - IMPRIME O PERFIL DA POSICAO I COM AS
003100*                          SUAS DEZENAS FIXAS E VETADAS
003110*----------------------------------------------------------------
003120 5100-LISTAR-PERFIL.
003130     MOVE PRC-PERFIL-IMG(I)  TO PRC-AREA-PERFIL
003140     MOVE PRC-ID-PERFIL      TO PRC-L-ID
003150     MOVE PRC-NOME-CLIENTE   TO PRC-L-NOME
003160     MOVE PRC-QTD-FIXAS      TO PRC-L-QTD-FIXAS
003170     MOVE PRC-QTD-VETADAS    TO PRC-L-QTD-VETADAS
003180     MOVE PRC-COD-CLIENTE    TO PRC-L-COD-CLIENTE
003190     DISPLAY " "
003200     DISPLAY PRC-LINHA-LISTA-1
003210     IF PRC-QTD-FIXAS > ZERO
003220         MOVE "FIXAS   :" TO PRC-L-ROTULO
003230         MOVE SPACES TO PRC-L-GRADE
003240         PERFORM 5110-COLOCAR-FIXA THRU 5110-EXIT
003250             VARYING J FROM 1 BY 1 UNTIL J > PRC-QTD-FIXAS
003260         DISPLAY PRC-LINHA-DEZENAS
003270     END-IF
003280     IF PRC-QTD-VETADAS > ZERO
003290         MOVE "VETADAS :" TO PRC-L-ROTULO
003300         MOVE SPACES TO PRC-L-GRADE
003310         PERFORM 5120-COLOCAR-VETADA THRU 5120-EXIT
003320             VARYING J FROM 1 BY 1 UNTIL J > PRC-QTD-VETADAS
003330         DISPLAY PRC-LINHA-DEZENAS
003340     END-IF.
003350 5100-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380*    5110-COLOCAR-FIXA - POE A DEZENA FIXA J NA GRADE DA LISTAGEM
003390*----------------------------------------------------------------
003400 5110-COLOCAR-FIXA.
003410     MOVE PRC-DEZENA-FIXA(J) TO PRC-L-DEZENA(J).
003420 5110-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450*    5120-COLOCAR-VETADA - POE A DEZENA VETADA J NA GRADE DA
003460*                           LISTAGEM
003470*----------------------------------------------------------------
003480 5120-COLOCAR-VETADA.
003490     MOVE PRC-DEZENA-VETADA(J) TO PRC-L-DEZENA(J).
003500 5120-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530*    6000-OBTER-DADOS - LE CLIENTE (OU NOME), FIXAS E VETADAS
003540*                        DO PERFIL CORRENTE, INSISTINDO ATE
003550*                        CADA CAMPO PASSAR NAS CRITICAS DO GERADOR
003560*----------------------------------------------------------------
003570 6000-OBTER-DADOS.
003580     SET PRC-CLIENTE-ACEITO TO FALSE
003590     PERFORM UNTIL PRC-CLIENTE-ACEITO
003600         DISPLAY "CODIGO DO CLIENTE (0=SEM CADASTRO): "
003610             WITH NO ADVANCING
003620         ACCEPT PRC-COD-CLIENTE
003630         IF PRC-COD-CLIENTE = ZERO
003640             DISPLAY "NOME DO CLIENTE: " WITH NO ADVANCING
003650             ACCEPT PRC-NOME-CLIENTE
003660             SET PRC-CLIENTE-ACEITO TO TRUE
003670         ELSE
003680             PERFORM 6300-LOCALIZAR-CLIENTE THRU 6300-EXIT
003690             IF PRC-CLIENTE-ACHADO AND CLI-ATIVO
003700                 MOVE CLI-NOME-CLIENTE TO PRC-NOME-CLIENTE
003710                 DISPLAY "CLIENTE " PRC-COD-CLIENTE " - "
003720                     PRC-NOME-CLIENTE
003730                 SET PRC-CLIENTE-ACEITO TO TRUE
003740             ELSE
003750                 DISPLAY "CLIENTE " PRC-COD-CLIENTE
003760                     " NAO CADASTRADO OU INATIVO"
003770             END-IF
003780         END-IF
003790     END-PERFORM
003800     SET PRC-DEZENA-ACEITA TO FALSE
003810     PERFORM UNTIL PRC-DEZENA-ACEITA
003820         DISPLAY "QTDE DE DEZENAS FIXAS (0-10): "
003830             WITH NO ADVANCING
003840         ACCEPT PRC-QTD-FIXAS
003850         IF PRC-QTD-FIXAS <= 10
003860             SET PRC-DEZENA-ACEITA TO TRUE
003870         ELSE
003880             DISPLAY "MAXIMO DE 10 DEZENAS FIXAS"
003890         END-IF
003900     END-PERFORM
003910     MOVE ZERO TO PRC-DEZENAS-FIXAS
003920     IF PRC-QTD-FIXAS > ZERO
003930         PERFORM 6100-OBTER-UMA-FIXA THRU 6100-EXIT
003940             VARYING I FROM 1 BY 1 UNTIL I > PRC-QTD-FIXAS
003950     END-IF
003960     SET PRC-DEZENA-ACEITA TO FALSE
003970     PERFORM UNTIL PRC-DEZENA-ACEITA
003980         DISPLAY "QTDE DE DEZENAS VETADAS (0-10): "
003990             WITH NO ADVANCING
004000         ACCEPT PRC-QTD-VETADAS
004010         IF PRC-QTD-VETADAS <= 10
004020             SET PRC-DEZENA-ACEITA TO TRUE
004030         ELSE
004040             DISPLAY "MAXIMO DE 10 DEZENAS VETADAS"
004050         END-IF
004060     END-PERFORM
004070     MOVE ZERO TO PRC-DEZENAS-VETADAS
004080     IF PRC-QTD-VETADAS > ZERO
004090         PERFORM 6200-OBTER-UMA-VETADA THRU 6200-EXIT
004100             VARYING I FROM 1 BY 1 UNTIL I > PRC-QTD-VETADAS
004110     END-IF.
004120 6000-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150*    6100-OBTER-UMA-FIXA - LE A DEZENA FIXA DA POSICAO I,
004160*                           INSISTINDO ATE RECEBER UMA DEZENA NA
004170*                           FAIXA E AINDA NAO USADA COMO FIXA
004180*----------------------------------------------------------------
004190 6100-OBTER-UMA-FIXA.
004200     SET PRC-DEZENA-ACEITA TO FALSE
004210     PERFORM UNTIL PRC-DEZENA-ACEITA
004220         DISPLAY "DEZENA FIXA " I " (1-" PRC-DEZENA-MAXIMA
004230             "): " WITH NO ADVANCING
004240         ACCEPT PRC-DEZENA-ENTRADA
004250         SET PRC-DEZENA-ACEITA TO TRUE
004260         IF PRC-DEZENA-ENTRADA < 1
004270            OR PRC-DEZENA-ENTRADA > PRC-DEZENA-MAXIMA
004280             DISPLAY "DEZENA FORA DA FAIXA DOS JOGOS (1-80)"
004290             SET PRC-DEZENA-ACEITA TO FALSE
004300         ELSE
004310             IF I > 1
004320                 PERFORM 6110-FIXA-CONTRA-FIXA THRU 6110-EXIT
004330                     VARYING J FROM 1 BY 1 UNTIL J > I - 1
004340             END-IF
004350         END-IF
004360     END-PERFORM
004370     MOVE PRC-DEZENA-ENTRADA TO PRC-DEZENA-FIXA(I).
004380 6100-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410*    6110-FIXA-CONTRA-FIXA - RECUSA A DEZENA RECEM DIGITADA
004420*                             QUANDO IGUAL A FIXA J
004430*----------------------------------------------------------------
004440 6110-FIXA-CONTRA-FIXA.
004450     IF PRC-DEZENA-ENTRADA = PRC-DEZENA-FIXA(J)
004460         DISPLAY "DEZENA JA INFORMADA COMO FIXA"
004470         SET PRC-DEZENA-ACEITA TO FALSE
004480     END-IF.
004490 6110-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520*    6200-OBTER-UMA-VETADA - LE A DEZENA VETADA DA POSICAO I,
004530*                             INSISTINDO ATE RECEBER UMA DEZENA
004540*                             NA FAIXA, NAO REPETIDA E QUE NAO
004550*                             SEJA TAMBEM UMA FIXA
004560*----------------------------------------------------------------
004570 6200-OBTER-UMA-VETADA.
004580     SET PRC-DEZENA-ACEITA TO FALSE
004590     PERFORM UNTIL PRC-DEZENA-ACEITA
004600         DISPLAY "DEZENA VETADA " I " (1-" PRC-DEZENA-MAXIMA
004610             "): " WITH NO ADVANCING
004620         ACCEPT PRC-DEZENA-ENTRADA
004630         SET PRC-DEZENA-ACEITA TO TRUE
004640         IF PRC-DEZENA-ENTRADA < 1
004650            OR PRC-DEZENA-ENTRADA > PRC-DEZENA-MAXIMA
004660             DISPLAY "DEZENA FORA DA FAIXA DOS JOGOS (1-80)"
004670             SET PRC-DEZENA-ACEITA TO FALSE
004680         ELSE
004690             IF PRC-QTD-FIXAS > ZERO
004700                 PERFORM 6210-VETADA-CONTRA-FIXA THRU 6210-EXIT
004710                     VARYING J FROM 1 BY 1
004720                     UNTIL J > PRC-QTD-FIXAS
004730             END-IF
004740             IF PRC-DEZENA-ACEITA AND I > 1
004750                 PERFORM 6220-VETADA-CONTRA-VETADA
004760                     THRU 6220-EXIT
004770                     VARYING J FROM 1 BY 1 UNTIL J > I - 1
004780             END-IF
004790         END-IF
004800     END-PERFORM
004810     MOVE PRC-DEZENA-ENTRADA TO PRC-DEZENA-VETADA(I).
004820 6200-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850*    6210-VETADA-CONTRA-FIXA - UMA DEZENA NAO PODE SER FIXA E
004860*                               VETADA AO MESMO TEMPO
004870*----------------------------------------------------------------
004880 6210-VETADA-CONTRA-FIXA.
004890     IF PRC-DEZENA-ENTRADA = PRC-DEZENA-FIXA(J)
004900         DISPLAY "DEZENA " PRC-DEZENA-ENTRADA
004910             " JA E FIXA DO PERFIL - NAO PODE SER VETADA"
004920         SET PRC-DEZENA-ACEITA TO FALSE
004930     END-IF.
004940 6210-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970*    6220-VETADA-CONTRA-VETADA - RECUSA A DEZENA RECEM DIGITADA
004980*                                 QUANDO IGUAL A VETADA J
004990*----------------------------------------------------------------
005000 6220-VETADA-CONTRA-VETADA.
005010     IF PRC-DEZENA-ENTRADA = PRC-DEZENA-VETADA(J)
005020         DISPLAY "DEZENA JA INFORMADA COMO VETADA"
005030         SET PRC-DEZENA-ACEITA TO FALSE
005040     END-IF.
005050 6220-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080*    6300-LOCALIZAR-CLIENTE - PROCURA O CODIGO EM PRC-COD-CLIENTE
005090*                              NO CADASTRO DE CLIENTES (CADASTRO
005100*                              INDISPONIVEL = CLIENTE NAO ACHADO)
005110*----------------------------------------------------------------
005120 6300-LOCALIZAR-CLIENTE.
005130     SET PRC-CLIENTE-ACHADO TO FALSE
005140     SET PRC-FIM-CLIENTES TO FALSE
005150     OPEN INPUT ARQ-CLIENTES
005160     IF PRC-FS-CLIENTES NOT = "00"
005170         DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL"
005180         GO TO 6300-EXIT
005190     END-IF
005200     PERFORM UNTIL PRC-FIM-CLIENTES OR PRC-CLIENTE-ACHADO
005210         READ ARQ-CLIENTES
005220             AT END
005230                 SET PRC-FIM-CLIENTES TO TRUE
005240             NOT AT END
005250                 IF CLI-COD-CLIENTE = PRC-COD-CLIENTE
005260                     SET PRC-CLIENTE-ACHADO TO TRUE
005270                 END-IF
005280         END-READ
005290     END-PERFORM
005300     CLOSE ARQ-CLIENTES.
005310 6300-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340*    7000-LOCALIZAR-PERFIL - PROCURA O ID EM PRC-ID-PROCURADO NA
005350*                             TABELA DA BASE
005360*----------------------------------------------------------------
005370 7000-LOCALIZAR-PERFIL.
005380     SET PRC-PERFIL-ACHADO TO FALSE
005390     MOVE ZERO TO PRC-IDX-ACHADO
005400     IF PRC-QTD-PERFIS > ZERO
005410         PERFORM 7100-COMPARAR-PERFIL THRU 7100-EXIT
005420             VARYING I FROM 1 BY 1
005430             UNTIL I > PRC-QTD-PERFIS
005440                OR PRC-PERFIL-ACHADO
005450     END-IF.
005460 7000-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------
005490*    7100-COMPARAR-PERFIL - MARCA A POSICAO I QUANDO O ID DA
005500*                            ENTRADA BATE COM O PROCURADO
005510*----------------------------------------------------------------
005520 7100-COMPARAR-PERFIL.
005530     MOVE PRC-PERFIL-IMG(I) TO PRC-AREA-PERFIL
005540     IF PRC-ID-PERFIL = PRC-ID-PROCURADO
005550         SET PRC-PERFIL-ACHADO TO TRUE
005560         MOVE I TO PRC-IDX-ACHADO
005570     END-IF.
005580 7100-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610*    8000-REGRAVAR-BASE - REGRAVA O ARQUIVO DE PREFERENCIAS
005620*                          INTEIRO A PARTIR DA TABELA ATUALIZADA
005630*----------------------------------------------------------------
005640 8000-REGRAVAR-BASE.
005650     OPEN OUTPUT ARQ-PREFERENCIAS
005660     IF PRC-FS-PREFERENCIAS NOT = "00"
005670         DISPLAY "ERRO " PRC-FS-PREFERENCIAS
005680             " AO REGRAVAR O ARQUIVO DE PREFERENCIAS -"
005690             " ABORTANDO"
005700         MOVE 16 TO RETURN-CODE
005710         GOBACK
005720     END-IF
005730     IF PRC-QTD-PERFIS > ZERO
005740         PERFORM 8100-GRAVAR-PERFIL THRU 8100-EXIT
005750             VARYING I FROM 1 BY 1 UNTIL I > PRC-QTD-PERFIS
005760     END-IF
005770     CLOSE ARQ-PREFERENCIAS
005780     DISPLAY "BASE REGRAVADA COM " PRC-QTD-PERFIS " PERFIS".
005790 8000-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820*    8100-GRAVAR-PERFIL - GRAVA A ENTRADA I DA TABELA NO ARQUIVO
005830*----------------------------------------------------------------
005840 8100-GRAVAR-PERFIL.
005850     MOVE PRC-PERFIL-IMG(I) TO PREFERENCIA-REC
005860     WRITE PREFERENCIA-REC
005870     IF PRC-FS-PREFERENCIAS NOT = "00"
005880         DISPLAY "ERRO " PRC-FS-PREFERENCIAS
005890             " AO GRAVAR O PERFIL " I " - ABORTANDO"
005900         MOVE 16 TO RETURN-CODE
005910         GOBACK
005920     END-IF.
005930 8100-EXIT.
005940     EXIT.

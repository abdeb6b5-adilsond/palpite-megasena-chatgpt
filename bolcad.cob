000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BOLCAD.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : CADASTRO DE BOLOES (CABECALHO DO BOLAO)
000090*    FUNCAO   : MANUTENCAO DO CADASTRO DE BOLOES (BOLCAB, LAYOUT
000100*               BOLAO-CAB-REC), UM REGISTRO POR PALPITE VENDIDO
000110*               EM COTAS: MODO A ABRE O BOLAO DE UM PALPITE DO
000120*               CADASTRO PALPMST COM A QUANTIDADE MAXIMA DE
000130*               COTAS, O PRECO DA COTA E O VALOR MINIMO DO
000140*               BOLAO; MODO F FECHA A VENDA (SO QUANDO AS COTAS
000150*               VENDIDAS ATINGEM O VALOR MINIMO), LIBERANDO A
000160*               EMISSAO DOS CUPONS; MODO C CANCELA O BOLAO
000170*               AINDA NAO EMITIDO; MODO L LISTA OS BOLOES COM AS
000180*               COTAS VENDIDAS. AS COTAS VENDIDAS SAO CONTADAS
000190*               NOS PARTICIPANTES (PARTICIP), DESCONTADOS OS
000200*               ESTORNADOS. O BOLAO RECUSA VENDA EM BOLAO NAO
000210*               ABERTO, ALEM DO MAXIMO DE COTAS OU FORA DO PRECO,
000220*               E SO EMITE CUPONS DE BOLAO FECHADO.
000230*               RETURN-CODE: 0 = OPERACAO CONCLUIDA; 4 = OPERACAO
000240*               NAO CONFIRMADA; 8 = OPERACAO RECUSADA (PALPITE
000250*               INEXISTENTE OU ESTORNADO, BOLAO JA CADASTRADO,
000260*               ABAIXO DO VALOR MINIMO, CUPONS JA EMITIDOS ETC.);
000270*               16 = ABORTO.
000280*
000290*    HISTORICO DE ALTERACOES
000300*    DATA       AUTOR   DESCRICAO
000310*    ---------- ------- ----------------------------------------
000320*    2026-10-15 RAS     VERSAO INICIAL.
000330*    2026-10-15 RAS     RC 8 NA OPERACAO RECUSADA E RC 4 NA NAO
000340*                       CONFIRMADA, PARA O AGENDADOR.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ARQ-BOLOES        ASSIGN TO BOLCAB
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS BCD-FS-BOLOES.
000470     SELECT ARQ-PALPITES      ASSIGN TO PALPMST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS PMS-CHAVE
000510         FILE STATUS IS BCD-FS-PALPITES.
000520     SELECT ARQ-PARTICIPANTES ASSIGN TO PARTICIP
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS BCD-FS-PARTICIPANTES.
000550     SELECT ARQ-ESTORNOS      ASSIGN TO ESTORNOS
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BCD-FS-ESTORNOS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ARQ-BOLOES
000610     COPY BOLCAB.CPY.
000620 FD  ARQ-PALPITES
000630     COPY PALPMST.CPY.
000640 FD  ARQ-PARTICIPANTES
000650     COPY PARTIC.CPY.
000660 FD  ARQ-ESTORNOS
000670     COPY ESTORNO.CPY.
000680 WORKING-STORAGE SECTION.
000690 01  BCD-STATUS-ARQUIVOS.
000700     05  BCD-FS-BOLOES           PIC X(02) VALUE "00".
000710     05  BCD-FS-PALPITES         PIC X(02) VALUE "00".
000720     05  BCD-FS-PARTICIPANTES    PIC X(02) VALUE "00".
000730     05  BCD-FS-ESTORNOS         PIC X(02) VALUE "00".
000740 01  BCD-SWITCHES.
000750     05  BCD-SW-FIM-BOLOES       PIC X(01) VALUE "N".
000760         88  BCD-FIM-BOLOES          VALUE "S"
000770                                      FALSE "N".
000780     05  BCD-SW-FIM-PARTICIP     PIC X(01) VALUE "N".
000790         88  BCD-FIM-PARTICIP        VALUE "S"
000800                                      FALSE "N".
000810     05  BCD-SW-FIM-ESTORNOS     PIC X(01) VALUE "N".
000820         88  BCD-FIM-ESTORNOS        VALUE "S"
000830                                      FALSE "N".
000840     05  BCD-SW-BOLAO-ACHADO     PIC X(01) VALUE "N".
000850         88  BCD-BOLAO-ACHADO        VALUE "S"
000860                                      FALSE "N".
000870     05  BCD-SW-PALPITE-ACHADO   PIC X(01) VALUE "N".
000880         88  BCD-PALPITE-ACHADO      VALUE "S"
000890                                      FALSE "N".
000900     05  BCD-SW-ESTORNADO        PIC X(01) VALUE "N".
000910         88  BCD-REGISTRO-ESTORNADO  VALUE "S"
000920                                      FALSE "N".
000930     05  BCD-SW-CAMPO-OK         PIC X(01) VALUE "N".
000940         88  BCD-CAMPO-ACEITO        VALUE "S"
000950                                      FALSE "N".
000960     05  BCD-SW-REGRAVAR         PIC X(01) VALUE "N".
000970         88  BCD-REGRAVAR            VALUE "S"
000980                                      FALSE "N".
000990 01  BCD-PARAMETROS.
001000     05  BCD-MODO-EXECUCAO       PIC X(01) VALUE SPACES.
001010         88  BCD-MODO-ABRIR          VALUE "A".
001020         88  BCD-MODO-FECHAR         VALUE "F".
001030         88  BCD-MODO-CANCELAR       VALUE "C".
001040         88  BCD-MODO-LISTAR         VALUE "L".
001050     05  BCD-CHAVE-PROCURADA.
001060         10  BCD-EXEC-PROCURADA  PIC X(14) VALUE SPACES.
001070         10  BCD-PALP-PROCURADO  PIC 9(06) VALUE ZERO.
001080     05  BCD-RESP-CONFIRMA       PIC X(01) VALUE SPACES.
001090*----------------------------------------------------------------
001100*    AREA DE TRABALHO DO BOLAO CORRENTE, NO MESMO LAYOUT DE
001110*    BOLCAB.CPY, PARA EDITAR SEM DEPENDER DO REGISTRO DO FD
001120*----------------------------------------------------------------
001130 01  BCD-AREA-BOLAO.
001140     05  BCD-CHAVE-BOLAO.
001150         10  BCD-ID-EXECUCAO     PIC X(14).
001160         10  BCD-NUM-PALPITE     PIC 9(06).
001170     05  BCD-TIPO-JOGO           PIC 9(01).
001180     05  BCD-NUM-CONCURSO        PIC 9(06).
001190     05  BCD-MAX-COTAS           PIC 9(03).
001200     05  BCD-PRECO-COTA          PIC 9(09).
001210     05  BCD-VALOR-MINIMO        PIC 9(11).
001220     05  BCD-SITUACAO            PIC X(01).
001230         88  BCD-ABERTO              VALUE "A".
001240         88  BCD-FECHADO             VALUE "F".
001250         88  BCD-EMITIDO             VALUE "E".
001260         88  BCD-CANCELADO           VALUE "C".
001270     05  BCD-DATA-SITUACAO       PIC 9(08).
001280*----------------------------------------------------------------
001290*    CADASTRO DE BOLOES INTEIRO CARREGADO EM MEMORIA, EM ORDEM DE
001300*    EXECUCAO + PALPITE; A ABERTURA INSERE NA POSICAO CERTA E A
001310*    REGRAVACAO TOTAL MANTEM O ARQUIVO ORDENADO
001320*----------------------------------------------------------------
001330 01  BCD-TAB-BOLOES.
001340     05  BCD-QTD-BOLOES          PIC 9(04) COMP VALUE ZERO.
001350     05  BCD-CAB-IMG             PIC X(59) OCCURS 2000 TIMES.
001360 01  BCD-IMG-TRABALHO.
001370     05  BCD-IMG-CHAVE           PIC X(20).
001380     05  FILLER                  PIC X(39).
001390*----------------------------------------------------------------
001400*    CHAVES DOS ESTORNOS REGISTRADOS: PALPITES (EXECUCAO +
001410*    PALPITE) E PARTICIPANTES (EXECUCAO + PALPITE + CODIGO DO
001420*    CLIENTE, OU NOME QUANDO O PARTICIPANTE NAO TEM CODIGO)
001430*----------------------------------------------------------------
001440 01  BCD-TAB-ESTORNOS.
001450     05  BCD-QTD-EST-PALP        PIC 9(04) COMP VALUE ZERO.
001460     05  BCD-EST-PALP-CHAVE      PIC X(20) OCCURS 1000 TIMES.
001470     05  BCD-QTD-EST-PART        PIC 9(04) COMP VALUE ZERO.
001480     05  BCD-EST-PART-CHAVE      PIC X(56) OCCURS 1000 TIMES.
001490 01  BCD-CHAVE-EST-PALP.
001500     05  BCD-EP-EXECUCAO         PIC X(14).
001510     05  BCD-EP-PALPITE          PIC 9(06).
001520 01  BCD-CHAVE-EST-PART.
001530     05  BCD-ET-EXECUCAO         PIC X(14).
001540     05  BCD-ET-PALPITE          PIC 9(06).
001550     05  BCD-ET-COD-CLIENTE      PIC 9(06).
001560     05  BCD-ET-NOME             PIC X(30).
001570 01  BCD-CONTADORES.
001580     05  B4                      PIC 9(04) COMP.
001590     05  E6                      PIC 9(04) COMP.
001600     05  BCD-IDX-ACHADO          PIC 9(04) COMP VALUE ZERO.
001610     05  BCD-POS-INSERCAO        PIC 9(04) COMP VALUE ZERO.
001620     05  BCD-QTD-PARTICIPANTES   PIC 9(04) COMP VALUE ZERO.
001630     05  BCD-QTD-PENDENTES       PIC 9(04) COMP VALUE ZERO.
001640     05  BCD-QTD-VENDIDAS        PIC 9(05) COMP VALUE ZERO.
001650     05  BCD-QTD-ABERTOS         PIC 9(04) COMP VALUE ZERO.
001660     05  BCD-QTD-FECHADOS        PIC 9(04) COMP VALUE ZERO.
001670     05  BCD-QTD-EMITIDOS        PIC 9(04) COMP VALUE ZERO.
001680     05  BCD-QTD-CANCELADOS      PIC 9(04) COMP VALUE ZERO.
001690 01  BCD-AREAS-DE-TRABALHO.
001700     05  BCD-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001710     05  BCD-VALOR-TOTAL         PIC 9(13) COMP VALUE ZERO.
001720     05  BCD-VALOR-REAIS         PIC 9(09)V99 VALUE ZERO.
001730 01  BCD-LINHA-VALOR.
001740     05  BCD-V-TITULO            PIC X(21).
001750     05  FILLER                  PIC X(03) VALUE "R$ ".
001760     05  BCD-V-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
001770 01  BCD-LINHA-LISTA.
001780     05  BCD-L-EXECUCAO          PIC X(14).
001790     05  FILLER                  PIC X(06) VALUE " PALP ".
001800     05  BCD-L-PALPITE           PIC ZZZZZ9.
001810     05  FILLER                  PIC X(06) VALUE " CONC ".
001820     05  BCD-L-CONCURSO          PIC ZZZZZ9.
001830     05  FILLER                  PIC X(07) VALUE " COTAS ".
001840     05  BCD-L-VENDIDAS          PIC ZZZZ9.
001850     05  FILLER                  PIC X(01) VALUE "/".
001860     05  BCD-L-MAX-COTAS         PIC ZZ9.
001870     05  FILLER                  PIC X(04) VALUE " R$ ".
001880     05  BCD-L-PRECO             PIC ZZZ.ZZ9,99.
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  BCD-L-SITUACAO          PIC X(09).
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     DISPLAY "CADASTRO DE BOLOES"
001940     ACCEPT BCD-DATA-ATUAL FROM DATE YYYYMMDD
001950     DISPLAY "MODO (A=ABRIR  F=FECHAR  C=CANCELAR  L=LISTAR): "
001960         WITH NO ADVANCING
001970     ACCEPT BCD-MODO-EXECUCAO
001980     IF NOT BCD-MODO-ABRIR AND NOT BCD-MODO-FECHAR
001990        AND NOT BCD-MODO-CANCELAR AND NOT BCD-MODO-LISTAR
002000         DISPLAY "MODO INVALIDO - ABORTANDO"
002010         MOVE 16 TO RETURN-CODE
002020         GOBACK
002030     END-IF
002040     PERFORM 1000-CARREGAR-BASE THRU 1000-EXIT
002050     PERFORM 1200-CARREGAR-ESTORNOS THRU 1200-EXIT
002060     EVALUATE TRUE
002070         WHEN BCD-MODO-ABRIR
002080             PERFORM 2000-ABRIR THRU 2000-EXIT
002090         WHEN BCD-MODO-FECHAR
002100             PERFORM 3000-FECHAR THRU 3000-EXIT
002110         WHEN BCD-MODO-CANCELAR
002120             PERFORM 4000-CANCELAR THRU 4000-EXIT
002130         WHEN BCD-MODO-LISTAR
002140             PERFORM 5000-LISTAR THRU 5000-EXIT
002150     END-EVALUATE
002160     IF BCD-REGRAVAR
002170         PERFORM 8000-REGRAVAR-BASE THRU 8000-EXIT
002180     END-IF
002190     GOBACK.
002200*----------------------------------------------------------------
002210*    1000-CARREGAR-BASE - CARREGA TODO O CADASTRO DE BOLOES NA
002220*                          TABELA (ARQUIVO AINDA INEXISTENTE E
002230*                          TRATADO COMO CADASTRO VAZIO)
002240*----------------------------------------------------------------
002250 1000-CARREGAR-BASE.
002260     SET BCD-FIM-BOLOES TO FALSE
002270     OPEN INPUT ARQ-BOLOES
002280     IF BCD-FS-BOLOES = "35"
002290         DISPLAY "CADASTRO DE BOLOES AINDA VAZIO"
002300         GO TO 1000-EXIT
002310     END-IF
002320     IF BCD-FS-BOLOES NOT = "00"
002330         DISPLAY "ERRO " BCD-FS-BOLOES
002340             " AO ABRIR O CADASTRO DE BOLOES - ABORTANDO"
002350         MOVE 16 TO RETURN-CODE
002360         GOBACK
002370     END-IF
002380     PERFORM UNTIL BCD-FIM-BOLOES
002390         READ ARQ-BOLOES
002400             AT END
002410                 SET BCD-FIM-BOLOES TO TRUE
002420             NOT AT END
002430                 PERFORM 1100-GUARDAR-BOLAO THRU 1100-EXIT
002440         END-READ
002450     END-PERFORM
002460     CLOSE ARQ-BOLOES.
002470 1000-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------
002500*    1100-GUARDAR-BOLAO - COPIA O BOLAO LIDO PARA A PROXIMA
002510*                          ENTRADA DA TABELA
002520*----------------------------------------------------------------
002530 1100-GUARDAR-BOLAO.
002540     IF BCD-QTD-BOLOES >= 2000
002550         DISPLAY "TABELA DE BOLOES CHEIA - ABORTANDO"
002560         MOVE 16 TO RETURN-CODE
002570         GOBACK
002580     END-IF
002590     ADD 1 TO BCD-QTD-BOLOES
002600     MOVE BOLAO-CAB-REC TO BCD-CAB-IMG(BCD-QTD-BOLOES).
002610 1100-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------
002640*    1200-CARREGAR-ESTORNOS - CARREGA AS CHAVES DOS ESTORNOS
002650*                              REGISTRADOS (ARQUIVO AINDA
002660*                              INEXISTENTE = NENHUM ESTORNO)
002670*----------------------------------------------------------------
002680 1200-CARREGAR-ESTORNOS.
002690     OPEN INPUT ARQ-ESTORNOS
002700     IF BCD-FS-ESTORNOS = "35"
002710         DISPLAY "SEM ESTORNOS REGISTRADOS"
002720         GO TO 1200-EXIT
002730     END-IF
002740     IF BCD-FS-ESTORNOS NOT = "00"
002750         DISPLAY "ERRO " BCD-FS-ESTORNOS
002760             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
002770         MOVE 16 TO RETURN-CODE
002780         GOBACK
002790     END-IF
002800     PERFORM UNTIL BCD-FIM-ESTORNOS
002810         READ ARQ-ESTORNOS
002820             AT END
002830                 SET BCD-FIM-ESTORNOS TO TRUE
002840             NOT AT END
002850                 PERFORM 1210-GUARDAR-ESTORNO THRU 1210-EXIT
002860         END-READ
002870     END-PERFORM
002880     CLOSE ARQ-ESTORNOS.
002890 1200-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920*    1210-GUARDAR-ESTORNO - GUARDA A CHAVE DO ESTORNO LIDO NA
002930*                            TABELA DO SEU TIPO
002940*----------------------------------------------------------------
002950 1210-GUARDAR-ESTORNO.
002960     IF EST-ESTORNO-PALPITE
002970         IF BCD-QTD-EST-PALP >= 1000
002980             DISPLAY "TABELA DE ESTORNOS DE PALPITE CHEIA -"
002990                 " ABORTANDO"
003000             MOVE 16 TO RETURN-CODE
003010             GOBACK
003020         END-IF
003030         ADD 1 TO BCD-QTD-EST-PALP
003040         MOVE EST-ID-EXECUCAO TO BCD-EP-EXECUCAO
003050         MOVE EST-NUM-PALPITE TO BCD-EP-PALPITE
003060         MOVE BCD-CHAVE-EST-PALP
003070             TO BCD-EST-PALP-CHAVE(BCD-QTD-EST-PALP)
003080     ELSE
003090         IF BCD-QTD-EST-PART >= 1000
003100             DISPLAY "TABELA DE ESTORNOS DE PARTICIPANTE CHEIA"
003110                 " - ABORTANDO"
003120             MOVE 16 TO RETURN-CODE
003130             GOBACK
003140         END-IF
003150         ADD 1 TO BCD-QTD-EST-PART
003160         MOVE EST-ID-EXECUCAO TO BCD-ET-EXECUCAO
003170         MOVE EST-NUM-PALPITE TO BCD-ET-PALPITE
003180         IF EST-COD-CLIENTE NUMERIC AND EST-COD-CLIENTE > ZERO
003190             MOVE EST-COD-CLIENTE TO BCD-ET-COD-CLIENTE
003200             MOVE SPACES TO BCD-ET-NOME
003210         ELSE
003220             MOVE ZERO TO BCD-ET-COD-CLIENTE
003230             MOVE EST-NOME-PARTICIPANTE TO BCD-ET-NOME
003240         END-IF
003250         MOVE BCD-CHAVE-EST-PART
003260             TO BCD-EST-PART-CHAVE(BCD-QTD-EST-PART)
003270     END-IF.
003280 1210-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310*    1500-CONTAR-VENDIDAS - PERCORRE OS PARTICIPANTES E SOMA OS
003320*                            QUE ESTAO LIGADOS AO PALPITE DE
003330*                            BCD-CHAVE-PROCURADA, SUAS COTAS E OS
003340*                            COM PAGAMENTO PENDENTE, DESCONTADOS
003350*                            OS ESTORNADOS
003360*----------------------------------------------------------------
003370 1500-CONTAR-VENDIDAS.
003380     MOVE ZERO TO BCD-QTD-PARTICIPANTES
003390     MOVE ZERO TO BCD-QTD-PENDENTES
003400     MOVE ZERO TO BCD-QTD-VENDIDAS
003410     SET BCD-FIM-PARTICIP TO FALSE
003420     OPEN INPUT ARQ-PARTICIPANTES
003430     IF BCD-FS-PARTICIPANTES = "35"
003440         MOVE "00" TO BCD-FS-PARTICIPANTES
003450         GO TO 1500-EXIT
003460     END-IF
003470     IF BCD-FS-PARTICIPANTES NOT = "00"
003480         DISPLAY "ERRO " BCD-FS-PARTICIPANTES
003490             " AO ABRIR OS PARTICIPANTES - ABORTANDO"
003500         MOVE 16 TO RETURN-CODE
003510         GOBACK
003520     END-IF
003530     PERFORM UNTIL BCD-FIM-PARTICIP
003540         READ ARQ-PARTICIPANTES
003550             AT END
003560                 SET BCD-FIM-PARTICIP TO TRUE
003570             NOT AT END
003580                 IF PRT-ID-EXECUCAO = BCD-EXEC-PROCURADA
003590                    AND PRT-NUM-PALPITE = BCD-PALP-PROCURADO
003600                     PERFORM 1510-SOMAR-PARTICIPANTE
003610                         THRU 1510-EXIT
003620                 END-IF
003630         END-READ
003640     END-PERFORM
003650     CLOSE ARQ-PARTICIPANTES.
003660 1500-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690*    1510-SOMAR-PARTICIPANTE - SOMA O PARTICIPANTE LIDO QUANDO
003700*                               ELE NAO FOI ESTORNADO
003710*----------------------------------------------------------------
003720 1510-SOMAR-PARTICIPANTE.
003730     SET BCD-REGISTRO-ESTORNADO TO FALSE
003740     IF BCD-QTD-EST-PART > ZERO
003750         MOVE PRT-ID-EXECUCAO TO BCD-ET-EXECUCAO
003760         MOVE PRT-NUM-PALPITE TO BCD-ET-PALPITE
003770         IF PRT-COD-CLIENTE NUMERIC AND PRT-COD-CLIENTE > ZERO
003780             MOVE PRT-COD-CLIENTE TO BCD-ET-COD-CLIENTE
003790             MOVE SPACES TO BCD-ET-NOME
003800         ELSE
003810             MOVE ZERO TO BCD-ET-COD-CLIENTE
003820             MOVE PRT-NOME-PARTICIPANTE TO BCD-ET-NOME
003830         END-IF
003840         PERFORM 1520-COMPARAR-EST-PARTIC THRU 1520-EXIT
003850             VARYING E6 FROM 1 BY 1
003860             UNTIL E6 > BCD-QTD-EST-PART
003870                OR BCD-REGISTRO-ESTORNADO
003880     END-IF
003890     IF BCD-REGISTRO-ESTORNADO
003900         GO TO 1510-EXIT
003910     END-IF
003920     ADD 1 TO BCD-QTD-PARTICIPANTES
003930     ADD PRT-QTD-COTAS TO BCD-QTD-VENDIDAS
003940     IF PRT-PENDENTE
003950         ADD 1 TO BCD-QTD-PENDENTES
003960     END-IF.
003970 1510-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000*    1520-COMPARAR-EST-PARTIC - COMPARA A CHAVE DO PARTICIPANTE
004010*                                COM A ENTRADA E6 DOS ESTORNOS
004020*----------------------------------------------------------------
004030 1520-COMPARAR-EST-PARTIC.
004040     IF BCD-EST-PART-CHAVE(E6) = BCD-CHAVE-EST-PART
004050         SET BCD-REGISTRO-ESTORNADO TO TRUE
004060     END-IF.
004070 1520-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100*    2000-ABRIR - ABRE O BOLAO DE UM PALPITE DO CADASTRO PALPMST:
004110*                  RECUSA PALPITE INEXISTENTE, ESTORNADO, SEM
004120*                  CONCURSO ALVO OU COM BOLAO JA CADASTRADO, LE
004130*                  AS REGRAS DE VENDA E INSERE NA POSICAO DE ORDEM
004140*----------------------------------------------------------------
004150 2000-ABRIR.
004160     PERFORM 6100-OBTER-CHAVE THRU 6100-EXIT
004170     IF NOT BCD-CAMPO-ACEITO
004180         MOVE 8 TO RETURN-CODE
004190         GO TO 2000-EXIT
004200     END-IF
004210     PERFORM 7000-LOCALIZAR-BOLAO THRU 7000-EXIT
004220     IF BCD-BOLAO-ACHADO
004230         DISPLAY "BOLAO JA CADASTRADO PARA O PALPITE - SITUACAO "
004240             BCD-SITUACAO
004250         MOVE 8 TO RETURN-CODE
004260         GO TO 2000-EXIT
004270     END-IF
004280     IF BCD-QTD-BOLOES >= 2000
004290         DISPLAY "TABELA DE BOLOES CHEIA - RECUSADO"
004300         MOVE 8 TO RETURN-CODE
004310         GO TO 2000-EXIT
004320     END-IF
004330     PERFORM 2050-LER-PALPITE THRU 2050-EXIT
004340     IF NOT BCD-PALPITE-ACHADO
004350         DISPLAY "PALPITE NAO ENCONTRADO NA EXECUCAO INFORMADA"
004360         MOVE 8 TO RETURN-CODE
004370         GO TO 2000-EXIT
004380     END-IF
004390     IF PMS-NUM-CONCURSO NOT NUMERIC OR PMS-NUM-CONCURSO = ZERO
004400         DISPLAY "PALPITE SEM CONCURSO ALVO - RECUSADO"
004410         MOVE 8 TO RETURN-CODE
004420         GO TO 2000-EXIT
004430     END-IF
004440     SET BCD-REGISTRO-ESTORNADO TO FALSE
004450     IF BCD-QTD-EST-PALP > ZERO
004460         MOVE BCD-EXEC-PROCURADA TO BCD-EP-EXECUCAO
004470         MOVE BCD-PALP-PROCURADO TO BCD-EP-PALPITE
004480         PERFORM 2060-COMPARAR-EST-PALPITE THRU 2060-EXIT
004490             VARYING E6 FROM 1 BY 1
004500             UNTIL E6 > BCD-QTD-EST-PALP
004510                OR BCD-REGISTRO-ESTORNADO
004520     END-IF
004530     IF BCD-REGISTRO-ESTORNADO
004540         DISPLAY "PALPITE ESTORNADO - RECUSADO"
004550         MOVE 8 TO RETURN-CODE
004560         GO TO 2000-EXIT
004570     END-IF
004580     PERFORM 1500-CONTAR-VENDIDAS THRU 1500-EXIT
004590     MOVE SPACES TO BCD-AREA-BOLAO
004600     MOVE BCD-EXEC-PROCURADA TO BCD-ID-EXECUCAO
004610     MOVE BCD-PALP-PROCURADO TO BCD-NUM-PALPITE
004620     MOVE PMS-TIPO-JOGO TO BCD-TIPO-JOGO
004630     MOVE PMS-NUM-CONCURSO TO BCD-NUM-CONCURSO
004640     DISPLAY "JOGO " BCD-TIPO-JOGO "  CONCURSO " BCD-NUM-CONCURSO
004650     IF BCD-QTD-VENDIDAS > ZERO
004660         DISPLAY "PALPITE JA TEM " BCD-QTD-PARTICIPANTES
004670             " PARTICIPANTES COM " BCD-QTD-VENDIDAS " COTAS"
004680     END-IF
004690     PERFORM 6000-OBTER-REGRAS THRU 6000-EXIT
004700     SET BCD-ABERTO TO TRUE
004710     MOVE BCD-DATA-ATUAL TO BCD-DATA-SITUACAO
004720     PERFORM 2100-ACHAR-POSICAO THRU 2100-EXIT
004730     IF BCD-POS-INSERCAO <= BCD-QTD-BOLOES
004740         PERFORM 2200-EMPURRAR-BOLAO THRU 2200-EXIT
004750             VARYING B4 FROM BCD-QTD-BOLOES BY -1
004760             UNTIL B4 < BCD-POS-INSERCAO
004770     END-IF
004780     ADD 1 TO BCD-QTD-BOLOES
004790     MOVE BCD-AREA-BOLAO TO BCD-CAB-IMG(BCD-POS-INSERCAO)
004800     SET BCD-REGRAVAR TO TRUE
004810     DISPLAY "BOLAO DO PALPITE " BCD-NUM-PALPITE " ABERTO".
004820 2000-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850*    2050-LER-PALPITE - LE POR CHAVE NO CADASTRO PALPMST O
004860*                        PALPITE DE BCD-CHAVE-PROCURADA
004870*----------------------------------------------------------------
004880 2050-LER-PALPITE.
004890     SET BCD-PALPITE-ACHADO TO FALSE
004900     OPEN INPUT ARQ-PALPITES
004910     IF BCD-FS-PALPITES NOT = "00"
004920         DISPLAY "CADASTRO DE PALPITES INDISPONIVEL - RODE O"
004930             " REORGPAL - ABORTANDO"
004940         MOVE 16 TO RETURN-CODE
004950         GOBACK
004960     END-IF
004970     MOVE BCD-EXEC-PROCURADA TO PMS-ID-EXECUCAO
004980     MOVE BCD-PALP-PROCURADO TO PMS-NUM-PALPITE
004990     READ ARQ-PALPITES
005000         INVALID KEY
005010             CONTINUE
005020         NOT INVALID KEY
005030             SET BCD-PALPITE-ACHADO TO TRUE
005040     END-READ
005050     CLOSE ARQ-PALPITES.
005060 2050-EXIT.
005070     EXIT.
005080*----------------------------------------------------------------
005090*    2060-COMPARAR-EST-PALPITE - COMPARA A CHAVE DO PALPITE COM
005100*                                 A ENTRADA E6 DOS ESTORNOS
005110*----------------------------------------------------------------
005120 2060-COMPARAR-EST-PALPITE.
005130     IF BCD-EST-PALP-CHAVE(E6) = BCD-CHAVE-EST-PALP
005140         SET BCD-REGISTRO-ESTORNADO TO TRUE
005150     END-IF.
005160 2060-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------
005190*    2100-ACHAR-POSICAO - LOCALIZA A PRIMEIRA ENTRADA DE CHAVE
005200*                          MAIOR QUE A DO BOLAO NOVO (OU O FIM DA
005210*                          TABELA), ONDE ELE SERA INSERIDO
005220*----------------------------------------------------------------
005230 2100-ACHAR-POSICAO.
005240     COMPUTE BCD-POS-INSERCAO = BCD-QTD-BOLOES + 1
005250     IF BCD-QTD-BOLOES > ZERO
005260         PERFORM 2110-COMPARAR-POSICAO THRU 2110-EXIT
005270             VARYING B4 FROM 1 BY 1
005280             UNTIL B4 > BCD-QTD-BOLOES
005290                OR BCD-POS-INSERCAO <= BCD-QTD-BOLOES
005300     END-IF.
005310 2100-EXIT.
005320     EXIT.
005330*----------------------------------------------------------------
005340*    2110-COMPARAR-POSICAO - MARCA A POSICAO B4 QUANDO A CHAVE DA
005350*                             ENTRADA PASSA A DO BOLAO NOVO
005360*----------------------------------------------------------------
005370 2110-COMPARAR-POSICAO.
005380     MOVE BCD-CAB-IMG(B4) TO BCD-IMG-TRABALHO
005390     IF BCD-IMG-CHAVE > BCD-CHAVE-PROCURADA
005400         MOVE B4 TO BCD-POS-INSERCAO
005410     END-IF.
005420 2110-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450*    2200-EMPURRAR-BOLAO - A ENTRADA B4 PASSA PARA A POSICAO
005460*                           SEGUINTE, ABRINDO ESPACO PARA A
005470*                           INSERCAO
005480*----------------------------------------------------------------
005490 2200-EMPURRAR-BOLAO.
005500     MOVE BCD-CAB-IMG(B4) TO BCD-CAB-IMG(B4 + 1).
005510 2200-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540*    3000-FECHAR - ENCERRA A VENDA DE COTAS DE UM BOLAO ABERTO,
005550*                   LIBERANDO A EMISSAO DOS CUPONS; RECUSA BOLAO
005560*                   SEM COTAS VENDIDAS OU ABAIXO DO VALOR MINIMO
005570*----------------------------------------------------------------
005580 3000-FECHAR.
005590     PERFORM 6100-OBTER-CHAVE THRU 6100-EXIT
005600     IF NOT BCD-CAMPO-ACEITO
005610         MOVE 8 TO RETURN-CODE
005620         GO TO 3000-EXIT
005630     END-IF
005640     PERFORM 7000-LOCALIZAR-BOLAO THRU 7000-EXIT
005650     IF NOT BCD-BOLAO-ACHADO
005660         DISPLAY "BOLAO NAO CADASTRADO PARA O PALPITE"
005670         MOVE 8 TO RETURN-CODE
005680         GO TO 3000-EXIT
005690     END-IF
005700     IF NOT BCD-ABERTO
005710         DISPLAY "BOLAO NAO ESTA ABERTO - SITUACAO " BCD-SITUACAO
005720         MOVE 8 TO RETURN-CODE
005730         GO TO 3000-EXIT
005740     END-IF
005750     PERFORM 1500-CONTAR-VENDIDAS THRU 1500-EXIT
005760     DISPLAY "PARTICIPANTES: " BCD-QTD-PARTICIPANTES
005770         "  COTAS VENDIDAS: " BCD-QTD-VENDIDAS " DE "
005780         BCD-MAX-COTAS
005790     IF BCD-QTD-VENDIDAS = ZERO
005800         DISPLAY "BOLAO SEM COTAS VENDIDAS - USE O MODO C PARA"
005810             " CANCELAR"
005820         MOVE 8 TO RETURN-CODE
005830         GO TO 3000-EXIT
005840     END-IF
005850     COMPUTE BCD-VALOR-TOTAL = BCD-QTD-VENDIDAS * BCD-PRECO-COTA
005860     MOVE "VALOR VENDIDO......: " TO BCD-V-TITULO
005870     COMPUTE BCD-VALOR-REAIS = BCD-VALOR-TOTAL / 100
005880     MOVE BCD-VALOR-REAIS TO BCD-V-VALOR
005890     DISPLAY BCD-LINHA-VALOR
005900     IF BCD-VALOR-TOTAL < BCD-VALOR-MINIMO
005910         MOVE "VALOR MINIMO.......: " TO BCD-V-TITULO
005920         COMPUTE BCD-VALOR-REAIS = BCD-VALOR-MINIMO / 100
005930         MOVE BCD-VALOR-REAIS TO BCD-V-VALOR
005940         DISPLAY BCD-LINHA-VALOR
005950         DISPLAY "VENDA ABAIXO DO VALOR MINIMO DO BOLAO - NAO"
005960             " FECHADO"
005970         MOVE 8 TO RETURN-CODE
005980         GO TO 3000-EXIT
005990     END-IF
006000     IF BCD-QTD-PENDENTES > ZERO
006010         DISPLAY "ATENCAO: " BCD-QTD-PENDENTES
006020             " PARTICIPANTES COM PAGAMENTO PENDENTE - OS CUPONS"
006030             " FICAM RETIDOS ATE O PAGAMENTO"
006040     END-IF
006050     DISPLAY "CONFIRMA O FECHAMENTO (S/N): " WITH NO ADVANCING
006060     ACCEPT BCD-RESP-CONFIRMA
006070     IF BCD-RESP-CONFIRMA NOT = "S"
006080         DISPLAY "BOLAO MANTIDO ABERTO"
006090         MOVE 4 TO RETURN-CODE
006100         GO TO 3000-EXIT
006110     END-IF
006120     SET BCD-FECHADO TO TRUE
006130     MOVE BCD-DATA-ATUAL TO BCD-DATA-SITUACAO
006140     MOVE BCD-AREA-BOLAO TO BCD-CAB-IMG(BCD-IDX-ACHADO)
006150     SET BCD-REGRAVAR TO TRUE
006160     DISPLAY "BOLAO DO PALPITE " BCD-NUM-PALPITE " FECHADO".
006170 3000-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200*    4000-CANCELAR - CANCELA UM BOLAO ABERTO OU FECHADO; BOLAO
006210*                     COM CUPONS JA EMITIDOS NAO PODE SER
006220*                     CANCELADO. OS PARTICIPANTES A REEMBOLSAR SAO
006230*                     ESTORNADOS UM A UM PELO PROGRAMA ESTORNO
006240*----------------------------------------------------------------
006250 4000-CANCELAR.
006260     PERFORM 6100-OBTER-CHAVE THRU 6100-EXIT
006270     IF NOT BCD-CAMPO-ACEITO
006280         MOVE 8 TO RETURN-CODE
006290         GO TO 4000-EXIT
006300     END-IF
006310     PERFORM 7000-LOCALIZAR-BOLAO THRU 7000-EXIT
006320     IF NOT BCD-BOLAO-ACHADO
006330         DISPLAY "BOLAO NAO CADASTRADO PARA O PALPITE"
006340         MOVE 8 TO RETURN-CODE
006350         GO TO 4000-EXIT
006360     END-IF
006370     IF BCD-CANCELADO
006380         DISPLAY "BOLAO JA CANCELADO EM " BCD-DATA-SITUACAO
006390         MOVE 8 TO RETURN-CODE
006400         GO TO 4000-EXIT
006410     END-IF
006420     IF BCD-EMITIDO
006430         DISPLAY "CUPONS JA EMITIDOS - BOLAO NAO PODE SER"
006440             " CANCELADO"
006450         MOVE 8 TO RETURN-CODE
006460         GO TO 4000-EXIT
006470     END-IF
006480     PERFORM 1500-CONTAR-VENDIDAS THRU 1500-EXIT
006490     DISPLAY "PARTICIPANTES: " BCD-QTD-PARTICIPANTES
006500         "  COTAS VENDIDAS: " BCD-QTD-VENDIDAS
006510     DISPLAY "CONFIRMA O CANCELAMENTO (S/N): " WITH NO ADVANCING
006520     ACCEPT BCD-RESP-CONFIRMA
006530     IF BCD-RESP-CONFIRMA NOT = "S"
006540         DISPLAY "BOLAO MANTIDO"
006550         MOVE 4 TO RETURN-CODE
006560         GO TO 4000-EXIT
006570     END-IF
006580     SET BCD-CANCELADO TO TRUE
006590     MOVE BCD-DATA-ATUAL TO BCD-DATA-SITUACAO
006600     MOVE BCD-AREA-BOLAO TO BCD-CAB-IMG(BCD-IDX-ACHADO)
006610     SET BCD-REGRAVAR TO TRUE
006620     DISPLAY "BOLAO DO PALPITE " BCD-NUM-PALPITE " CANCELADO"
006630     IF BCD-QTD-PARTICIPANTES > ZERO
006640         DISPLAY "REEMBOLSAR " BCD-QTD-PARTICIPANTES
006650             " PARTICIPANTES - REGISTRE O ESTORNO DE CADA UM"
006660             " PELO ESTORNO"
006670     END-IF.
006680 4000-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710*    5000-LISTAR - IMPRIME OS BOLOES CADASTRADOS COM AS COTAS
006720*                   VENDIDAS E A SITUACAO, E A CONTAGEM POR
006730*                   SITUACAO
006740*----------------------------------------------------------------
006750 5000-LISTAR.
006760     DISPLAY " "
006770     DISPLAY "LISTAGEM DO CADASTRO DE BOLOES EM " BCD-DATA-ATUAL
006780     DISPLAY "BOLOES CADASTRADOS: " BCD-QTD-BOLOES
006790     IF BCD-QTD-BOLOES > ZERO
006800         PERFORM 5100-LISTAR-BOLAO THRU 5100-EXIT
006810             VARYING B4 FROM 1 BY 1
006820             UNTIL B4 > BCD-QTD-BOLOES
006830     END-IF
006840     DISPLAY " "
006850     DISPLAY "ABERTOS....: " BCD-QTD-ABERTOS
006860     DISPLAY "FECHADOS...: " BCD-QTD-FECHADOS
006870     DISPLAY "EMITIDOS...: " BCD-QTD-EMITIDOS
006880     DISPLAY "CANCELADOS.: " BCD-QTD-CANCELADOS.
006890 5000-EXIT.
006900     EXIT.
006910*----------------------------------------------------------------
006920*    5100-LISTAR-BOLAO - IMPRIME O BOLAO DA POSICAO B4 COM AS
006930*                         COTAS VENDIDAS ATE AGORA
006940*----------------------------------------------------------------
006950 5100-LISTAR-BOLAO.
006960     MOVE BCD-CAB-IMG(B4)        TO BCD-AREA-BOLAO
006970     MOVE BCD-ID-EXECUCAO        TO BCD-EXEC-PROCURADA
006980     MOVE BCD-NUM-PALPITE        TO BCD-PALP-PROCURADO
006990     PERFORM 1500-CONTAR-VENDIDAS THRU 1500-EXIT
007000     MOVE BCD-ID-EXECUCAO        TO BCD-L-EXECUCAO
007010     MOVE BCD-NUM-PALPITE        TO BCD-L-PALPITE
007020     MOVE BCD-NUM-CONCURSO       TO BCD-L-CONCURSO
007030     MOVE BCD-QTD-VENDIDAS       TO BCD-L-VENDIDAS
007040     MOVE BCD-MAX-COTAS          TO BCD-L-MAX-COTAS
007050     COMPUTE BCD-VALOR-REAIS = BCD-PRECO-COTA / 100
007060     MOVE BCD-VALOR-REAIS        TO BCD-L-PRECO
007070     EVALUATE TRUE
007080         WHEN BCD-ABERTO
007090             MOVE "ABERTO"    TO BCD-L-SITUACAO
007100             ADD 1 TO BCD-QTD-ABERTOS
007110         WHEN BCD-FECHADO
007120             MOVE "FECHADO"   TO BCD-L-SITUACAO
007130             ADD 1 TO BCD-QTD-FECHADOS
007140         WHEN BCD-EMITIDO
007150             MOVE "EMITIDO"   TO BCD-L-SITUACAO
007160             ADD 1 TO BCD-QTD-EMITIDOS
007170         WHEN OTHER
007180             MOVE "CANCELADO" TO BCD-L-SITUACAO
007190             ADD 1 TO BCD-QTD-CANCELADOS
007200     END-EVALUATE
007210     DISPLAY BCD-LINHA-LISTA.
007220 5100-EXIT.
007230     EXIT.
007240*----------------------------------------------------------------
007250*    6000-OBTER-REGRAS - LE A QUANTIDADE MAXIMA DE COTAS (NUNCA
007260*                         ABAIXO DAS JA VENDIDAS), O PRECO DA COTA
007270*                         E O VALOR MINIMO DO BOLAO, QUE PRECISA
007280*                         SER ALCANCAVEL COM TODAS AS COTAS
007290*----------------------------------------------------------------
007300 6000-OBTER-REGRAS.
007310     SET BCD-CAMPO-ACEITO TO FALSE
007320     PERFORM UNTIL BCD-CAMPO-ACEITO
007330         DISPLAY "QUANTIDADE MAXIMA DE COTAS: " WITH NO ADVANCING
007340         ACCEPT BCD-MAX-COTAS
007350         IF BCD-MAX-COTAS = ZERO
007360             DISPLAY "QUANTIDADE MAXIMA NAO PODE SER ZERO"
007370         ELSE
007380             IF BCD-MAX-COTAS < BCD-QTD-VENDIDAS
007390                 DISPLAY "MAXIMO ABAIXO DAS " BCD-QTD-VENDIDAS
007400                     " COTAS JA VENDIDAS"
007410             ELSE
007420                 SET BCD-CAMPO-ACEITO TO TRUE
007430             END-IF
007440         END-IF
007450     END-PERFORM
007460     SET BCD-CAMPO-ACEITO TO FALSE
007470     PERFORM UNTIL BCD-CAMPO-ACEITO
007480         DISPLAY "PRECO DA COTA (EM CENTAVOS): " WITH NO ADVANCING
007490         ACCEPT BCD-PRECO-COTA
007500         IF BCD-PRECO-COTA > ZERO
007510             SET BCD-CAMPO-ACEITO TO TRUE
007520         ELSE
007530             DISPLAY "PRECO DA COTA NAO PODE SER ZERO"
007540         END-IF
007550     END-PERFORM
007560     COMPUTE BCD-VALOR-TOTAL = BCD-MAX-COTAS * BCD-PRECO-COTA
007570     SET BCD-CAMPO-ACEITO TO FALSE
007580     PERFORM UNTIL BCD-CAMPO-ACEITO
007590         DISPLAY "VALOR MINIMO DO BOLAO (EM CENTAVOS): "
007600             WITH NO ADVANCING
007610         ACCEPT BCD-VALOR-MINIMO
007620         IF BCD-VALOR-MINIMO > BCD-VALOR-TOTAL
007630             DISPLAY "VALOR MINIMO ACIMA DO TOTAL DAS COTAS"
007640         ELSE
007650             SET BCD-CAMPO-ACEITO TO TRUE
007660         END-IF
007670     END-PERFORM
007680     MOVE "VALOR TOTAL COTAS..: " TO BCD-V-TITULO
007690     COMPUTE BCD-VALOR-REAIS = BCD-VALOR-TOTAL / 100
007700     MOVE BCD-VALOR-REAIS TO BCD-V-VALOR
007710     DISPLAY BCD-LINHA-VALOR.
007720 6000-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------
007750*    6100-OBTER-CHAVE - LE A EXECUCAO E O NUMERO DO PALPITE, E
007760*                        RECUSA EXECUCAO EM BRANCO OU PALPITE ZERO
007770*----------------------------------------------------------------
007780 6100-OBTER-CHAVE.
007790     SET BCD-CAMPO-ACEITO TO FALSE
007800     DISPLAY "ID DA EXECUCAO DO LOTE DE PALPITES: "
007810         WITH NO ADVANCING
007820     ACCEPT BCD-EXEC-PROCURADA
007830     IF BCD-EXEC-PROCURADA = SPACES
007840         DISPLAY "EXECUCAO NAO INFORMADA"
007850         GO TO 6100-EXIT
007860     END-IF
007870     DISPLAY "NUMERO DO PALPITE: " WITH NO ADVANCING
007880     ACCEPT BCD-PALP-PROCURADO
007890     IF BCD-PALP-PROCURADO = ZERO
007900         DISPLAY "NUMERO DO PALPITE NAO PODE SER ZERO"
007910         GO TO 6100-EXIT
007920     END-IF
007930     SET BCD-CAMPO-ACEITO TO TRUE.
007940 6100-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970*    7000-LOCALIZAR-BOLAO - PROCURA A CHAVE EXECUCAO + PALPITE
007980*                            EM BCD-CHAVE-PROCURADA NA TABELA
007990*----------------------------------------------------------------
008000 7000-LOCALIZAR-BOLAO.
008010     SET BCD-BOLAO-ACHADO TO FALSE
008020     MOVE ZERO TO BCD-IDX-ACHADO
008030     IF BCD-QTD-BOLOES > ZERO
008040         PERFORM 7100-COMPARAR-BOLAO THRU 7100-EXIT
008050             VARYING B4 FROM 1 BY 1
008060             UNTIL B4 > BCD-QTD-BOLOES
008070                OR BCD-BOLAO-ACHADO
008080     END-IF.
008090 7000-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120*    7100-COMPARAR-BOLAO - MARCA A POSICAO B4 QUANDO A CHAVE DA
008130*                           ENTRADA BATE COM A PROCURADA
008140*----------------------------------------------------------------
008150 7100-COMPARAR-BOLAO.
008160     MOVE BCD-CAB-IMG(B4) TO BCD-AREA-BOLAO
008170     IF BCD-CHAVE-BOLAO = BCD-CHAVE-PROCURADA
008180         SET BCD-BOLAO-ACHADO TO TRUE
008190         MOVE B4 TO BCD-IDX-ACHADO
008200     END-IF.
008210 7100-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------
008240*    8000-REGRAVAR-BASE - REGRAVA O CADASTRO DE BOLOES INTEIRO A
008250*                          PARTIR DA TABELA ATUALIZADA
008260*----------------------------------------------------------------
008270 8000-REGRAVAR-BASE.
008280     OPEN OUTPUT ARQ-BOLOES
008290     IF BCD-FS-BOLOES NOT = "00"
008300         DISPLAY "ERRO " BCD-FS-BOLOES
008310             " AO REGRAVAR O CADASTRO DE BOLOES - ABORTANDO"
008320         MOVE 16 TO RETURN-CODE
008330         GOBACK
008340     END-IF
008350     IF BCD-QTD-BOLOES > ZERO
008360         PERFORM 8100-GRAVAR-BOLAO THRU 8100-EXIT
008370             VARYING B4 FROM 1 BY 1
008380             UNTIL B4 > BCD-QTD-BOLOES
008390     END-IF
008400     CLOSE ARQ-BOLOES
008410     DISPLAY "CADASTRO DE BOLOES REGRAVADO COM " BCD-QTD-BOLOES
008420         " BOLOES".
008430 8000-EXIT.
008440     EXIT.
008450*----------------------------------------------------------------
008460*    8100-GRAVAR-BOLAO - GRAVA A ENTRADA B4 DA TABELA NO ARQUIVO
008470*----------------------------------------------------------------
008480 8100-GRAVAR-BOLAO.
008490     MOVE BCD-CAB-IMG(B4) TO BOLAO-CAB-REC
008500     WRITE BOLAO-CAB-REC
008510     IF BCD-FS-BOLOES NOT = "00"
008520         DISPLAY "ERRO " BCD-FS-BOLOES
008530             " AO GRAVAR O BOLAO " B4 " - ABORTANDO"
008540         MOVE 16 TO RETURN-CODE
008550         GOBACK
008560     END-IF.
008570 8100-EXIT.
008580     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FECHACX.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : FECHAMENTO DIARIO DE CAIXA DOS OPERADORES
000090*    FUNCAO   : TOTALIZA O DIARIO DE CAIXA (MOVCAIXA, LAYOUT
000100*               MOVIMENTO-CAIXA-REC) DE UM DIA POR OPERADOR +
000110*               TERMINAL: COTAS RECEBIDAS (CADASTRO E PAGAMENTO
000120*               DE COTA NO BOLAO), PREMIOS PAGOS (RATEIO) E
000130*               DEVOLUCOES DE ESTORNO (ESTORNO), COM O SALDO
000140*               ESPERADO NA GAVETA. MODO A SO APURA E LISTA (E
000150*               PODE SER REPETIDO, MESMO EM DIA JA FECHADO). MODO
000160*               F LE O VALOR CONTADO PELO SUPERVISOR EM CADA
000170*               CAIXA, IMPRIME A FALTA OU SOBRA E, CONFIRMADO,
000180*               GRAVA O FECHAMENTO (FECHCAIX, LAYOUT
000190*               FECHAMENTO-CAIXA-REC). DIA FECHADO NAO E FECHADO
000200*               DE NOVO, E BOLAO, RATEIO E ESTORNO NAO GRAVAM
000210*               MAIS MOVIMENTOS NELE. RESTRITO A SUPERVISOR.
000220*               RETURN-CODE: 0 = OK; 4 = ALGUM CAIXA NAO CONFERE
000230*               OU FECHAMENTO NAO CONFIRMADO; 8 = MODO F EM DIA JA
000240*               FECHADO; 16 = ABORTO (DATA FUTURA, MODO INVALIDO,
000250*               OPERADOR NAO SUPERVISOR, ERRO DE ARQUIVO).
000260*
000270*    HISTORICO DE ALTERACOES
000280*    DATA       AUTOR   DESCRICAO
000290*    ---------- ------- ----------------------------------------
000300*    2026-10-15 RAS     VERSAO INICIAL.
000310*    2026-10-15 RAS     RC 4 NO FECHAMENTO NAO CONFIRMADO E
000320*                       RETURN-CODE DOCUMENTADO POR COMPLETO.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ARQ-MOVIMENTOS    ASSIGN TO MOVCAIXA
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FCH-FS-MOVIMENTOS.
000450     SELECT ARQ-FECHAMENTOS   ASSIGN TO FECHCAIX
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FCH-FS-FECHAMENTOS.
000480     SELECT ARQ-OPERADORES    ASSIGN TO OPERMST
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FCH-FS-OPERADORES.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ARQ-MOVIMENTOS
000540     COPY MOVCAIXA.CPY.
000550 FD  ARQ-FECHAMENTOS
000560     COPY FECHCAIX.CPY.
000570 FD  ARQ-OPERADORES
000580     COPY OPERMST.CPY.
000590 WORKING-STORAGE SECTION.
000600 01  FCH-STATUS-ARQUIVOS.
000610     05  FCH-FS-MOVIMENTOS       PIC X(02) VALUE "00".
000620     05  FCH-FS-FECHAMENTOS      PIC X(02) VALUE "00".
000630     05  FCH-FS-OPERADORES       PIC X(02) VALUE "00".
000640 01  FCH-SWITCHES.
000650     05  FCH-SW-FIM-MOVTOS       PIC X(01) VALUE "N".
000660         88  FCH-FIM-MOVIMENTOS      VALUE "S".
000670     05  FCH-SW-FIM-FECHAM       PIC X(01) VALUE "N".
000680         88  FCH-FIM-FECHAMENTOS     VALUE "S".
000690     05  FCH-SW-FIM-OPERADORES   PIC X(01) VALUE "N".
000700         88  FCH-FIM-OPERADORES      VALUE "S"
000710                                      FALSE "N".
000720     05  FCH-SW-OPER-ACHADO      PIC X(01) VALUE "N".
000730         88  FCH-OPER-ACHADO         VALUE "S"
000740                                      FALSE "N".
000750     05  FCH-SW-DIA-FECHADO      PIC X(01) VALUE "N".
000760         88  FCH-DIA-FECHADO         VALUE "S".
000770     05  FCH-SW-CAIXA-ACHADO     PIC X(01) VALUE "N".
000780         88  FCH-CAIXA-ACHADO        VALUE "S"
000790                                      FALSE "N".
000800     05  FCH-SW-CAMPO-OK         PIC X(01) VALUE "N".
000810         88  FCH-CAMPO-ACEITO        VALUE "S"
000820                                      FALSE "N".
000830 01  FCH-PARAMETROS.
000840     05  FCH-ID-SUPERVISOR       PIC X(08) VALUE SPACES.
000850     05  FCH-DATA-CAIXA          PIC 9(08) VALUE ZERO.
000860     05  FCH-MODO-EXECUCAO       PIC X(01) VALUE SPACES.
000870         88  FCH-MODO-APURAR         VALUE "A".
000880         88  FCH-MODO-FECHAR         VALUE "F".
000890     05  FCH-RESP-CONFIRMA       PIC X(01) VALUE SPACES.
000900*----------------------------------------------------------------
000910*    CAIXAS DO DIA (OPERADOR + TERMINAL), NA ORDEM EM QUE
000920*    APARECEM NO DIARIO, COM OS TOTAIS EM CENTAVOS
000930*----------------------------------------------------------------
000940 01  FCH-TAB-CAIXAS.
000950     05  FCH-QTD-CAIXAS          PIC 9(04) COMP VALUE ZERO.
000960     05  FCH-CAIXA OCCURS 200 TIMES.
000970         10  FCH-CX-OPERADOR     PIC X(08).
000980         10  FCH-CX-TERMINAL     PIC X(08).
000990         10  FCH-CX-QTD-MOVTOS   PIC 9(05) COMP.
001000         10  FCH-CX-COTAS        PIC 9(13) COMP.
001010         10  FCH-CX-PREMIOS      PIC 9(13) COMP.
001020         10  FCH-CX-REEMBOLSOS   PIC 9(13) COMP.
001030         10  FCH-CX-ENTRADAS     PIC 9(13) COMP.
001040         10  FCH-CX-SAIDAS       PIC 9(13) COMP.
001050         10  FCH-CX-CONTADO      PIC 9(11) COMP.
001060         10  FCH-CX-DIFERENCA    PIC 9(11) COMP.
001070         10  FCH-CX-SITUACAO     PIC X(01).
001080             88  FCH-CX-CONFERE      VALUE "C".
001090             88  FCH-CX-FALTA        VALUE "F".
001100             88  FCH-CX-SOBRA        VALUE "S".
001110 01  FCH-CONTADORES.
001120     05  C3                      PIC 9(04) COMP.
001130     05  FCH-IDX-CAIXA           PIC 9(04) COMP VALUE ZERO.
001140     05  FCH-QTD-MOVTOS-LIDOS    PIC 9(07) COMP VALUE ZERO.
001150     05  FCH-QTD-MOVTOS-DIA      PIC 9(07) COMP VALUE ZERO.
001160     05  FCH-QTD-FALTAS          PIC 9(04) COMP VALUE ZERO.
001170     05  FCH-QTD-SOBRAS          PIC 9(04) COMP VALUE ZERO.
001180     05  FCH-QTD-GRAVADOS        PIC 9(04) COMP VALUE ZERO.
001190 01  FCH-AREAS-DE-TRABALHO.
001200     05  FCH-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001210     05  FCH-HORA-SISTEMA        PIC 9(08) VALUE ZERO.
001220     05  FCH-HORA-DETALHE REDEFINES FCH-HORA-SISTEMA.
001230         10  FCH-HORA-ATUAL      PIC 9(06).
001240         10  FILLER              PIC 9(02).
001250     05  FCH-VALOR-CONTADO       PIC 9(11) VALUE ZERO.
001260*----------------------------------------------------------------
001270*    VALORES EM CENTAVOS; O SALDO E A DIFERENCA TEM SINAL
001280*----------------------------------------------------------------
001290 01  FCH-VALORES.
001300     05  FCH-SALDO-ESPERADO      PIC S9(13) COMP VALUE ZERO.
001310     05  FCH-SALDO-DIFERENCA     PIC S9(13) COMP VALUE ZERO.
001320     05  FCH-TOT-ENTRADAS        PIC 9(13) COMP VALUE ZERO.
001330     05  FCH-TOT-SAIDAS          PIC 9(13) COMP VALUE ZERO.
001340     05  FCH-TOT-CONTADO         PIC 9(13) COMP VALUE ZERO.
001350     05  FCH-TOT-FALTAS          PIC 9(13) COMP VALUE ZERO.
001360     05  FCH-TOT-SOBRAS          PIC 9(13) COMP VALUE ZERO.
001370     05  FCH-VALOR-REAIS         PIC S9(09)V99 VALUE ZERO.
001380 01  FCH-LINHA-CAIXA.
001390     05  FILLER                  PIC X(09) VALUE "OPERADOR ".
001400     05  FCH-L-OPERADOR          PIC X(08).
001410     05  FILLER                  PIC X(11) VALUE "  TERMINAL ".
001420     05  FCH-L-TERMINAL          PIC X(08).
001430     05  FILLER                  PIC X(13) VALUE "  MOVIMENTOS ".
001440     05  FCH-L-QTD-MOVTOS        PIC ZZZZ9.
001450 01  FCH-LINHA-VALOR.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  FCH-V-TITULO            PIC X(21).
001480     05  FILLER                  PIC X(03) VALUE "R$ ".
001490     05  FCH-V-VALOR             PIC ----.---.--9,99.
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  FCH-V-SITUACAO          PIC X(07).
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     DISPLAY "FECHAMENTO DIARIO DE CAIXA"
001550     ACCEPT FCH-DATA-ATUAL FROM DATE YYYYMMDD
001560     ACCEPT FCH-HORA-SISTEMA FROM TIME
001570     DISPLAY "ID DO SUPERVISOR: " WITH NO ADVANCING
001580     ACCEPT FCH-ID-SUPERVISOR
001590     PERFORM 0100-VALIDAR-SUPERVISOR THRU 0100-EXIT
001600     DISPLAY "DATA DO CAIXA (AAAAMMDD, ZERO = HOJE): "
001610         WITH NO ADVANCING
001620     ACCEPT FCH-DATA-CAIXA
001630     IF FCH-DATA-CAIXA = ZERO
001640         MOVE FCH-DATA-ATUAL TO FCH-DATA-CAIXA
001650     END-IF
001660     IF FCH-DATA-CAIXA > FCH-DATA-ATUAL
001670         DISPLAY "DATA DO CAIXA " FCH-DATA-CAIXA
001680             " POSTERIOR A HOJE - ABORTANDO"
001690         MOVE 16 TO RETURN-CODE
001700         GOBACK
001710     END-IF
001720     DISPLAY "MODO (A=APURAR  F=FECHAR): " WITH NO ADVANCING
001730     ACCEPT FCH-MODO-EXECUCAO
001740     IF NOT FCH-MODO-APURAR AND NOT FCH-MODO-FECHAR
001750         DISPLAY "MODO INVALIDO - ABORTANDO"
001760         MOVE 16 TO RETURN-CODE
001770         GOBACK
001780     END-IF
001790     PERFORM 1000-VERIFICAR-FECHAMENTO THRU 1000-EXIT
001800     IF FCH-DIA-FECHADO AND FCH-MODO-FECHAR
001810         DISPLAY "CAIXA DO DIA " FCH-DATA-CAIXA
001820             " JA FECHADO - NADA A FECHAR"
001830         MOVE 8 TO RETURN-CODE
001840         GOBACK
001850     END-IF
001860     PERFORM 2000-APURAR-MOVIMENTOS THRU 2000-EXIT
001870     DISPLAY " "
001880     DISPLAY "CAIXA DO DIA " FCH-DATA-CAIXA " - APURADO EM "
001890         FCH-DATA-ATUAL " " FCH-HORA-ATUAL
001900     IF FCH-QTD-CAIXAS > ZERO
001910         PERFORM 3000-CONFERIR-CAIXA THRU 3000-EXIT
001920             VARYING C3 FROM 1 BY 1
001930             UNTIL C3 > FCH-QTD-CAIXAS
001940     ELSE
001950         DISPLAY "NENHUM MOVIMENTO DE CAIXA NO DIA"
001960     END-IF
001970     PERFORM 9000-IMPRIMIR-RESUMO THRU 9000-EXIT
001980     IF FCH-MODO-FECHAR
001990         PERFORM 4000-GRAVAR-FECHAMENTO THRU 4000-EXIT
002000     END-IF
002010     IF FCH-QTD-FALTAS > ZERO OR FCH-QTD-SOBRAS > ZERO
002020         MOVE 4 TO RETURN-CODE
002030     END-IF
002040     GOBACK.
002050*----------------------------------------------------------------
002060*    0100-VALIDAR-SUPERVISOR - LOCALIZA O SUPERVISOR NO CADASTRO
002070*                               DE OPERADORES E ABORTA QUANDO
002080*                               DESCONHECIDO, INATIVO OU SEM
002090*                               NIVEL DE SUPERVISOR
002100*----------------------------------------------------------------
002110 0100-VALIDAR-SUPERVISOR.
002120     SET FCH-OPER-ACHADO TO FALSE
002130     SET FCH-FIM-OPERADORES TO FALSE
002140     OPEN INPUT ARQ-OPERADORES
002150     IF FCH-FS-OPERADORES NOT = "00"
002160         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL -"
002170             " ABORTANDO"
002180         MOVE 16 TO RETURN-CODE
002190         GOBACK
002200     END-IF
002210     PERFORM UNTIL FCH-FIM-OPERADORES OR FCH-OPER-ACHADO
002220         READ ARQ-OPERADORES
002230             AT END
002240                 SET FCH-FIM-OPERADORES TO TRUE
002250             NOT AT END
002260                 IF OPR-ID-OPERADOR = FCH-ID-SUPERVISOR
002270                     SET FCH-OPER-ACHADO TO TRUE
002280                 END-IF
002290         END-READ
002300     END-PERFORM
002310     CLOSE ARQ-OPERADORES
002320     IF NOT FCH-OPER-ACHADO OR NOT OPR-ATIVO
002330         DISPLAY "OPERADOR " FCH-ID-SUPERVISOR
002340             " DESCONHECIDO OU INATIVO - ABORTANDO"
002350         MOVE 16 TO RETURN-CODE
002360         GOBACK
002370     END-IF
002380     IF NOT OPR-NIVEL-SUPERVISOR
002390         DISPLAY "FECHAMENTO DE CAIXA RESTRITO A SUPERVISOR -"
002400             " ABORTANDO"
002410         MOVE 16 TO RETURN-CODE
002420         GOBACK
002430     END-IF
002440     DISPLAY "SUPERVISOR " FCH-ID-SUPERVISOR " - "
002450         OPR-NOME-OPERADOR.
002460 0100-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002490*    1000-VERIFICAR-FECHAMENTO - PROCURA A DATA DO CAIXA NOS
002500*                                 FECHAMENTOS JA GRAVADOS
002510*                                 (ARQUIVO AINDA INEXISTENTE =
002520*                                 NENHUM DIA FECHADO); NO MODO A
002530*                                 LISTA O FECHAMENTO ENCONTRADO
002540*----------------------------------------------------------------
002550 1000-VERIFICAR-FECHAMENTO.
002560     OPEN INPUT ARQ-FECHAMENTOS
002570     IF FCH-FS-FECHAMENTOS = "35"
002580         MOVE "00" TO FCH-FS-FECHAMENTOS
002590         GO TO 1000-EXIT
002600     END-IF
002610     IF FCH-FS-FECHAMENTOS NOT = "00"
002620         DISPLAY "ERRO " FCH-FS-FECHAMENTOS
002630             " AO ABRIR OS FECHAMENTOS DE CAIXA - ABORTANDO"
002640         MOVE 16 TO RETURN-CODE
002650         GOBACK
002660     END-IF
002670     PERFORM UNTIL FCH-FIM-FECHAMENTOS
002680         READ ARQ-FECHAMENTOS
002690             AT END
002700                 SET FCH-FIM-FECHAMENTOS TO TRUE
002710             NOT AT END
002720                 IF FCX-DATA-CAIXA = FCH-DATA-CAIXA
002730                     PERFORM 1100-RELATAR-FECHADO THRU 1100-EXIT
002740                 END-IF
002750         END-READ
002760     END-PERFORM
002770     CLOSE ARQ-FECHAMENTOS.
002780 1000-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------
002810*    1100-RELATAR-FECHADO - MARCA O DIA COMO FECHADO E, NO MODO
002820*                            A, LISTA O CAIXA FECHADO COM O VALOR
002830*                            CONTADO E A DIFERENCA
002840*----------------------------------------------------------------
002850 1100-RELATAR-FECHADO.
002860     IF NOT FCH-DIA-FECHADO
002870         DISPLAY "CAIXA DO DIA " FCH-DATA-CAIXA " FECHADO EM "
002880             FCX-DATA-FECHAMENTO " " FCX-HORA-FECHAMENTO
002890             " POR " FCX-ID-SUPERVISOR
002900     END-IF
002910     SET FCH-DIA-FECHADO TO TRUE
002920     IF NOT FCH-MODO-APURAR OR FCX-ID-OPERADOR = SPACES
002930         GO TO 1100-EXIT
002940     END-IF
002950     MOVE FCX-ID-OPERADOR        TO FCH-L-OPERADOR
002960     MOVE FCX-ID-TERMINAL        TO FCH-L-TERMINAL
002970     MOVE FCX-QTD-MOVTOS         TO FCH-L-QTD-MOVTOS
002980     DISPLAY FCH-LINHA-CAIXA
002990     MOVE "VALOR CONTADO......: " TO FCH-V-TITULO
003000     COMPUTE FCH-VALOR-REAIS = FCX-VALOR-CONTADO / 100
003010     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
003020     MOVE SPACES TO FCH-V-SITUACAO
003030     DISPLAY FCH-LINHA-VALOR
003040     MOVE "DIFERENCA..........: " TO FCH-V-TITULO
003050     COMPUTE FCH-VALOR-REAIS = FCX-VALOR-DIFERENCA / 100
003060     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
003070     EVALUATE TRUE
003080         WHEN FCX-FALTA
003090             MOVE "FALTA"   TO FCH-V-SITUACAO
003100         WHEN FCX-SOBRA
003110             MOVE "SOBRA"   TO FCH-V-SITUACAO
003120         WHEN OTHER
003130             MOVE "CONFERE" TO FCH-V-SITUACAO
003140     END-EVALUATE
003150     DISPLAY FCH-LINHA-VALOR.
003160 1100-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190*    2000-APURAR-MOVIMENTOS - LE O DIARIO DE CAIXA E ACUMULA OS
003200*                              MOVIMENTOS DA DATA DO CAIXA POR
003210*                              OPERADOR + TERMINAL (DIARIO AINDA
003220*                              INEXISTENTE = DIA SEM MOVIMENTO)
003230*----------------------------------------------------------------
003240 2000-APURAR-MOVIMENTOS.
003250     OPEN INPUT ARQ-MOVIMENTOS
003260     IF FCH-FS-MOVIMENTOS = "35"
003270         MOVE "00" TO FCH-FS-MOVIMENTOS
003280         GO TO 2000-EXIT
003290     END-IF
003300     IF FCH-FS-MOVIMENTOS NOT = "00"
003310         DISPLAY "ERRO " FCH-FS-MOVIMENTOS
003320             " AO ABRIR O DIARIO DE CAIXA - ABORTANDO"
003330         MOVE 16 TO RETURN-CODE
003340         GOBACK
003350     END-IF
003360     PERFORM UNTIL FCH-FIM-MOVIMENTOS
003370         READ ARQ-MOVIMENTOS
003380             AT END
003390                 SET FCH-FIM-MOVIMENTOS TO TRUE
003400             NOT AT END
003410                 ADD 1 TO FCH-QTD-MOVTOS-LIDOS
003420                 IF MCX-DATA-MOVTO = FCH-DATA-CAIXA
003430                     PERFORM 2100-ACUMULAR-MOVIMENTO
003440                         THRU 2100-EXIT
003450                 END-IF
003460         END-READ
003470     END-PERFORM
003480     CLOSE ARQ-MOVIMENTOS.
003490 2000-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520*    2100-ACUMULAR-MOVIMENTO - SOMA O MOVIMENTO LIDO NO CAIXA DO
003530*                               SEU OPERADOR + TERMINAL, ABRINDO
003540*                               A ENTRADA NA TABELA QUANDO NOVO
003550*----------------------------------------------------------------
003560 2100-ACUMULAR-MOVIMENTO.
003570     SET FCH-CAIXA-ACHADO TO FALSE
003580     IF FCH-QTD-CAIXAS > ZERO
003590         PERFORM 2110-COMPARAR-CAIXA THRU 2110-EXIT
003600             VARYING C3 FROM 1 BY 1
003610             UNTIL C3 > FCH-QTD-CAIXAS
003620                OR FCH-CAIXA-ACHADO
003630     END-IF
003640     IF NOT FCH-CAIXA-ACHADO
003650         IF FCH-QTD-CAIXAS >= 200
003660             DISPLAY "TABELA DE CAIXAS DO DIA CHEIA - ABORTANDO"
003670             MOVE 16 TO RETURN-CODE
003680             GOBACK
003690         END-IF
003700         ADD 1 TO FCH-QTD-CAIXAS
003710         MOVE FCH-QTD-CAIXAS TO FCH-IDX-CAIXA
003720         MOVE MCX-ID-OPERADOR TO FCH-CX-OPERADOR(FCH-IDX-CAIXA)
003730         MOVE MCX-ID-TERMINAL TO FCH-CX-TERMINAL(FCH-IDX-CAIXA)
003740         MOVE ZERO TO FCH-CX-QTD-MOVTOS(FCH-IDX-CAIXA)
003750                      FCH-CX-COTAS(FCH-IDX-CAIXA)
003760                      FCH-CX-PREMIOS(FCH-IDX-CAIXA)
003770                      FCH-CX-REEMBOLSOS(FCH-IDX-CAIXA)
003780                      FCH-CX-ENTRADAS(FCH-IDX-CAIXA)
003790                      FCH-CX-SAIDAS(FCH-IDX-CAIXA)
003800                      FCH-CX-CONTADO(FCH-IDX-CAIXA)
003810                      FCH-CX-DIFERENCA(FCH-IDX-CAIXA)
003820         SET FCH-CX-CONFERE(FCH-IDX-CAIXA) TO TRUE
003830     END-IF
003840     ADD 1 TO FCH-QTD-MOVTOS-DIA
003850     ADD 1 TO FCH-CX-QTD-MOVTOS(FCH-IDX-CAIXA)
003860     EVALUATE TRUE
003870         WHEN MCX-COTA-CADASTRO
003880         WHEN MCX-COTA-PAGAMENTO
003890             ADD MCX-VALOR TO FCH-CX-COTAS(FCH-IDX-CAIXA)
003900         WHEN MCX-PREMIO-PAGO
003910             ADD MCX-VALOR TO FCH-CX-PREMIOS(FCH-IDX-CAIXA)
003920         WHEN MCX-REEMBOLSO-ESTORNO
003930             ADD MCX-VALOR TO FCH-CX-REEMBOLSOS(FCH-IDX-CAIXA)
003940     END-EVALUATE
003950     IF MCX-SAIDA
003960         ADD MCX-VALOR TO FCH-CX-SAIDAS(FCH-IDX-CAIXA)
003970     ELSE
003980         ADD MCX-VALOR TO FCH-CX-ENTRADAS(FCH-IDX-CAIXA)
003990     END-IF.
004000 2100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030*    2110-COMPARAR-CAIXA - MARCA QUANDO A ENTRADA C3 E O CAIXA DO
004040*                           MOVIMENTO LIDO
004050*----------------------------------------------------------------
004060 2110-COMPARAR-CAIXA.
004070     IF FCH-CX-OPERADOR(C3) = MCX-ID-OPERADOR
004080        AND FCH-CX-TERMINAL(C3) = MCX-ID-TERMINAL
004090         SET FCH-CAIXA-ACHADO TO TRUE
004100         MOVE C3 TO FCH-IDX-CAIXA
004110     END-IF.
004120 2110-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150*    3000-CONFERIR-CAIXA - IMPRIME OS TOTAIS DO CAIXA C3 E O
004160*                           SALDO ESPERADO; NO MODO F LE O VALOR
004170*                           CONTADO E IMPRIME A FALTA OU SOBRA
004180*----------------------------------------------------------------
004190 3000-CONFERIR-CAIXA.
004200     DISPLAY " "
004210     MOVE FCH-CX-OPERADOR(C3)    TO FCH-L-OPERADOR
004220     MOVE FCH-CX-TERMINAL(C3)    TO FCH-L-TERMINAL
004230     MOVE FCH-CX-QTD-MOVTOS(C3)  TO FCH-L-QTD-MOVTOS
004240     DISPLAY FCH-LINHA-CAIXA
004250     MOVE SPACES TO FCH-V-SITUACAO
004260     MOVE "COTAS RECEBIDAS....: " TO FCH-V-TITULO
004270     COMPUTE FCH-VALOR-REAIS = FCH-CX-COTAS(C3) / 100
004280     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
004290     DISPLAY FCH-LINHA-VALOR
004300     MOVE "PREMIOS PAGOS......: " TO FCH-V-TITULO
004310     COMPUTE FCH-VALOR-REAIS = FCH-CX-PREMIOS(C3) / 100
004320     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
004330     DISPLAY FCH-LINHA-VALOR
004340     MOVE "REEMBOLSOS.........: " TO FCH-V-TITULO
004350     COMPUTE FCH-VALOR-REAIS = FCH-CX-REEMBOLSOS(C3) / 100
004360     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
004370     DISPLAY FCH-LINHA-VALOR
004380     COMPUTE FCH-SALDO-ESPERADO =
004390         FCH-CX-ENTRADAS(C3) - FCH-CX-SAIDAS(C3)
004400     MOVE "SALDO ESPERADO.....: " TO FCH-V-TITULO
004410     COMPUTE FCH-VALOR-REAIS = FCH-SALDO-ESPERADO / 100
004420     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
004430     DISPLAY FCH-LINHA-VALOR
004440     ADD FCH-CX-ENTRADAS(C3) TO FCH-TOT-ENTRADAS
004450     ADD FCH-CX-SAIDAS(C3)   TO FCH-TOT-SAIDAS
004460     IF NOT FCH-MODO-FECHAR
004470         GO TO 3000-EXIT
004480     END-IF
004490     DISPLAY "VALOR CONTADO NA GAVETA (EM CENTAVOS): "
004500         WITH NO ADVANCING
004510     ACCEPT FCH-VALOR-CONTADO
004520     MOVE FCH-VALOR-CONTADO TO FCH-CX-CONTADO(C3)
004530     ADD FCH-VALOR-CONTADO TO FCH-TOT-CONTADO
004540     COMPUTE FCH-SALDO-DIFERENCA =
004550         FCH-VALOR-CONTADO - FCH-SALDO-ESPERADO
004560     EVALUATE TRUE
004570         WHEN FCH-SALDO-DIFERENCA < ZERO
004580             SET FCH-CX-FALTA(C3) TO TRUE
004590             COMPUTE FCH-CX-DIFERENCA(C3) =
004600                 ZERO - FCH-SALDO-DIFERENCA
004610             ADD 1 TO FCH-QTD-FALTAS
004620             ADD FCH-CX-DIFERENCA(C3) TO FCH-TOT-FALTAS
004630             MOVE "FALTA"   TO FCH-V-SITUACAO
004640         WHEN FCH-SALDO-DIFERENCA > ZERO
004650             SET FCH-CX-SOBRA(C3) TO TRUE
004660             MOVE FCH-SALDO-DIFERENCA TO FCH-CX-DIFERENCA(C3)
004670             ADD 1 TO FCH-QTD-SOBRAS
004680             ADD FCH-CX-DIFERENCA(C3) TO FCH-TOT-SOBRAS
004690             MOVE "SOBRA"   TO FCH-V-SITUACAO
004700         WHEN OTHER
004710             SET FCH-CX-CONFERE(C3) TO TRUE
004720             MOVE ZERO TO FCH-CX-DIFERENCA(C3)
004730             MOVE "CONFERE" TO FCH-V-SITUACAO
004740     END-EVALUATE
004750     MOVE "DIFERENCA..........: " TO FCH-V-TITULO
004760     COMPUTE FCH-VALOR-REAIS = FCH-CX-DIFERENCA(C3) / 100
004770     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
004780     DISPLAY FCH-LINHA-VALOR.
004790 3000-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820*    4000-GRAVAR-FECHAMENTO - CONFIRMADO PELO SUPERVISOR, GRAVA
004830*                              UM FECHAMENTO POR CAIXA DO DIA (OU
004840*                              UM SO, EM BRANCO, NO DIA SEM
004850*                              MOVIMENTO), FECHANDO A DATA PARA
004860*                              NOVOS MOVIMENTOS
004870*----------------------------------------------------------------
004880 4000-GRAVAR-FECHAMENTO.
004890     DISPLAY " "
004900     SET FCH-CAMPO-ACEITO TO FALSE
004910     PERFORM UNTIL FCH-CAMPO-ACEITO
004920         DISPLAY "CONFIRMA O FECHAMENTO DO CAIXA DE "
004930             FCH-DATA-CAIXA " (S/N): " WITH NO ADVANCING
004940         ACCEPT FCH-RESP-CONFIRMA
004950         IF FCH-RESP-CONFIRMA = "S" OR FCH-RESP-CONFIRMA = "N"
004960             SET FCH-CAMPO-ACEITO TO TRUE
004970         ELSE
004980             DISPLAY "RESPONDA S OU N"
004990         END-IF
005000     END-PERFORM
005010     IF FCH-RESP-CONFIRMA = "N"
005020         DISPLAY "FECHAMENTO NAO GRAVADO - CAIXA CONTINUA ABERTO"
005030         MOVE 4 TO RETURN-CODE
005040         GO TO 4000-EXIT
005050     END-IF
005060     OPEN EXTEND ARQ-FECHAMENTOS
005070     IF FCH-FS-FECHAMENTOS = "35"
005080         OPEN OUTPUT ARQ-FECHAMENTOS
005090     END-IF
005100     IF FCH-FS-FECHAMENTOS NOT = "00"
005110         DISPLAY "ERRO " FCH-FS-FECHAMENTOS
005120             " AO ABRIR OS FECHAMENTOS DE CAIXA - ABORTANDO"
005130         MOVE 16 TO RETURN-CODE
005140         GOBACK
005150     END-IF
005160     IF FCH-QTD-CAIXAS > ZERO
005170         PERFORM 4100-GRAVAR-CAIXA THRU 4100-EXIT
005180             VARYING C3 FROM 1 BY 1
005190             UNTIL C3 > FCH-QTD-CAIXAS
005200     ELSE
005210         MOVE SPACES TO FECHAMENTO-CAIXA-REC
005220         MOVE FCH-DATA-CAIXA     TO FCX-DATA-CAIXA
005230         MOVE ZERO TO FCX-QTD-MOVTOS FCX-TOT-ENTRADAS
005240                      FCX-TOT-SAIDAS FCX-VALOR-CONTADO
005250                      FCX-VALOR-DIFERENCA
005260         SET FCX-CONFERE TO TRUE
005270         MOVE FCH-ID-SUPERVISOR  TO FCX-ID-SUPERVISOR
005280         MOVE FCH-DATA-ATUAL     TO FCX-DATA-FECHAMENTO
005290         MOVE FCH-HORA-ATUAL     TO FCX-HORA-FECHAMENTO
005300         PERFORM 4200-ESCREVER-FECHAMENTO THRU 4200-EXIT
005310     END-IF
005320     CLOSE ARQ-FECHAMENTOS
005330     DISPLAY "CAIXA DO DIA " FCH-DATA-CAIXA " FECHADO - "
005340         FCH-QTD-GRAVADOS " REGISTRO(S) GRAVADO(S)".
005350 4000-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380*    4100-GRAVAR-CAIXA - MONTA O FECHAMENTO DO CAIXA C3
005390*----------------------------------------------------------------
005400 4100-GRAVAR-CAIXA.
005410     MOVE FCH-DATA-CAIXA         TO FCX-DATA-CAIXA
005420     MOVE FCH-CX-OPERADOR(C3)    TO FCX-ID-OPERADOR
005430     MOVE FCH-CX-TERMINAL(C3)    TO FCX-ID-TERMINAL
005440     MOVE FCH-CX-QTD-MOVTOS(C3)  TO FCX-QTD-MOVTOS
005450     MOVE FCH-CX-ENTRADAS(C3)    TO FCX-TOT-ENTRADAS
005460     MOVE FCH-CX-SAIDAS(C3)      TO FCX-TOT-SAIDAS
005470     MOVE FCH-CX-CONTADO(C3)     TO FCX-VALOR-CONTADO
005480     MOVE FCH-CX-DIFERENCA(C3)   TO FCX-VALOR-DIFERENCA
005490     MOVE FCH-CX-SITUACAO(C3)    TO FCX-SIT-DIFERENCA
005500     MOVE FCH-ID-SUPERVISOR      TO FCX-ID-SUPERVISOR
005510     MOVE FCH-DATA-ATUAL         TO FCX-DATA-FECHAMENTO
005520     MOVE FCH-HORA-ATUAL         TO FCX-HORA-FECHAMENTO
005530     PERFORM 4200-ESCREVER-FECHAMENTO THRU 4200-EXIT.
005540 4100-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570*    4200-ESCREVER-FECHAMENTO - GRAVA O FECHAMENTO MONTADO
005580*----------------------------------------------------------------
005590 4200-ESCREVER-FECHAMENTO.
005600     WRITE FECHAMENTO-CAIXA-REC
005610     IF FCH-FS-FECHAMENTOS NOT = "00"
005620         DISPLAY "ERRO " FCH-FS-FECHAMENTOS
005630             " AO GRAVAR O FECHAMENTO DE CAIXA - ABORTANDO"
005640         MOVE 16 TO RETURN-CODE
005650         GOBACK
005660     END-IF
005670     ADD 1 TO FCH-QTD-GRAVADOS.
005680 4200-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710*    9000-IMPRIMIR-RESUMO - IMPRIME OS TOTAIS DO DIA
005720*----------------------------------------------------------------
005730 9000-IMPRIMIR-RESUMO.
005740     DISPLAY " "
005750     DISPLAY "MOVIMENTOS LIDOS.......: " FCH-QTD-MOVTOS-LIDOS
005760     DISPLAY "MOVIMENTOS DO DIA......: " FCH-QTD-MOVTOS-DIA
005770     DISPLAY "CAIXAS DO DIA..........: " FCH-QTD-CAIXAS
005780     MOVE SPACES TO FCH-V-SITUACAO
005790     MOVE "TOTAL DE ENTRADAS..: " TO FCH-V-TITULO
005800     COMPUTE FCH-VALOR-REAIS = FCH-TOT-ENTRADAS / 100
005810     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
005820     DISPLAY FCH-LINHA-VALOR
005830     MOVE "TOTAL DE SAIDAS....: " TO FCH-V-TITULO
005840     COMPUTE FCH-VALOR-REAIS = FCH-TOT-SAIDAS / 100
005850     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
005860     DISPLAY FCH-LINHA-VALOR
005870     MOVE "SALDO ESPERADO.....: " TO FCH-V-TITULO
005880     COMPUTE FCH-VALOR-REAIS =
005890         (FCH-TOT-ENTRADAS - FCH-TOT-SAIDAS) / 100
005900     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
005910     DISPLAY FCH-LINHA-VALOR
005920     IF NOT FCH-MODO-FECHAR
005930         GO TO 9000-EXIT
005940     END-IF
005950     MOVE "TOTAL CONTADO......: " TO FCH-V-TITULO
005960     COMPUTE FCH-VALOR-REAIS = FCH-TOT-CONTADO / 100
005970     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
005980     DISPLAY FCH-LINHA-VALOR
005990     DISPLAY "CAIXAS COM FALTA.......: " FCH-QTD-FALTAS
006000     MOVE "TOTAL DAS FALTAS...: " TO FCH-V-TITULO
006010     COMPUTE FCH-VALOR-REAIS = FCH-TOT-FALTAS / 100
006020     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
006030     DISPLAY FCH-LINHA-VALOR
006040     DISPLAY "CAIXAS COM SOBRA.......: " FCH-QTD-SOBRAS
006050     MOVE "TOTAL DAS SOBRAS...: " TO FCH-V-TITULO
006060     COMPUTE FCH-VALOR-REAIS = FCH-TOT-SOBRAS / 100
006070     MOVE FCH-VALOR-REAIS TO FCH-V-VALOR
006080     DISPLAY FCH-LINHA-VALOR.
006090 9000-EXIT.
006100     EXIT.

000160*               DO CONCURSO ALVO E RECUSADO: COM O CONCURSO JA
000170*               CARREGADO EM RESULTADOS.DAT NAO HA MAIS O QUE
000180*               CANCELAR, SO DISPUTAR.
000190*               O VALOR JA PAGO PELO PARTICIPANTE ESTORNADO (OU,
000200*               NO ESTORNO DO PALPITE, POR CADA PARTICIPANTE PAGO
000210*               AINDA NAO ESTORNADO) E DEVOLVIDO NO BALCAO E
000220*               LANCADO COMO SAIDA NO DIARIO DE CAIXA
000230*               (MOVIMENTO-CAIXA-REC); COM O CAIXA DO DIA JA
000240*               FECHADO (FECHAMENTO-CAIXA-REC) NADA E ESTORNADO.
000250*               RETURN-CODE: 0 = ESTORNO REGISTRADO (OU REGISTRO
000260*               JA ESTORNADO, NADA A FAZER); 8 = ESTORNO RECUSADO
000270*               (CAIXA DO DIA JA FECHADO, PALPITE OU PARTICIPANTE
000280*               NAO ENCONTRADO, CONCURSO ALVO JA SORTEADO); 16 =
000290*               ABORTO (MODO OU OPERADOR INVALIDO, ARQUIVO
000300*               INDISPONIVEL OU TABELA CHEIA).
000310*
000320*    HISTORICO DE ALTERACOES
000330*    DATA       AUTOR   DESCRICAO
000340*    ---------- ------- ----------------------------------------
000350*    2026-09-02 RAS     VERSAO INICIAL.
000360*    2026-09-02 RAS     CONCURSO ALVO NAO NUMERICO NO CADASTRO
000370*                       (PALPITE ANTERIOR AO CAMPO) E TRATADO
000380*                       COMO SEM ALVO, PARA A REGRA DE RECUSA
000390*                       POS-SORTEIO VALER TAMBEM PARA O LEGADO.
000400*    2026-10-15 RAS     PARTICIPANTE DE BOLAO INFORMADO PELO
000410*                       CODIGO DO CLIENTE (CLIENTE.CPY), GRAVADO
000420*                       NO ESTORNO; CODIGO ZERO PEDE O NOME, PARA
000430*                       O PARTICIPANTE ANTIGO, SEM CODIGO.
000440*    2026-10-15 RAS     DIARIO DE CAIXA: A DEVOLUCAO DO VALOR PAGO
000450*                       PELOS PARTICIPANTES ESTORNADOS E LANCADA
000460*                       COMO SAIDA (MOVCAIXA.CPY), UM MOVIMENTO
000470*                       POR PARTICIPANTE, E O ESTORNO E RECUSADO
000480*                       COM O CAIXA DO DIA JA FECHADO
000490*                       (FECHCAIX.CPY).
000500*    2026-10-15 RAS     RETURN-CODE DOCUMENTADO NO CABECALHO; MODO
000510*                       INVALIDO TERMINA COM RC 16.
000520*----------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 SPECIAL-NAMES.
000580     DECIMAL-POINT IS COMMA.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT ARQ-ESTORNOS      ASSIGN TO ESTORNOS
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS ETO-FS-ESTORNOS.
000640     SELECT ARQ-PALPITES      ASSIGN TO PALPMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS PMS-CHAVE
000680         FILE STATUS IS ETO-FS-PALPITES.
000690     SELECT ARQ-PARTICIPANTES ASSIGN TO PARTICIP
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS ETO-FS-PARTICIPANTES.
000720     SELECT ARQ-RESULTADOS    ASSIGN TO RESULTAD
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS ETO-FS-RESULTADOS.
000750     SELECT ARQ-OPERADORES    ASSIGN TO OPERMST
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS ETO-FS-OPERADORES.
000780     SELECT ARQ-MOVIMENTOS    ASSIGN TO MOVCAIXA
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS ETO-FS-MOVIMENTOS.
000810     SELECT ARQ-FECHAMENTOS   ASSIGN TO FECHCAIX
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS ETO-FS-FECHAMENTOS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ARQ-ESTORNOS
000870     COPY ESTORNO.CPY.
000880 FD  ARQ-PALPITES
000890     COPY PALPMST.CPY.
000900 FD  ARQ-PARTICIPANTES
000910     COPY PARTIC.CPY.
000920 FD  ARQ-RESULTADOS
000930     COPY RESSORT.CPY.
000940 FD  ARQ-OPERADORES
000950     COPY OPERMST.CPY.
000960 FD  ARQ-MOVIMENTOS
000970     COPY MOVCAIXA.CPY.
000980 FD  ARQ-FECHAMENTOS
000990     COPY FECHCAIX.CPY.
001000 WORKING-STORAGE SECTION.
001010 01  ETO-STATUS-ARQUIVOS.
001020     05  ETO-FS-ESTORNOS         PIC X(02) VALUE "00".
001030     05  ETO-FS-PALPITES         PIC X(02) VALUE "00".
001040     05  ETO-FS-PARTICIPANTES    PIC X(02) VALUE "00".
001050     05  ETO-FS-RESULTADOS       PIC X(02) VALUE "00".
001060     05  ETO-FS-OPERADORES       PIC X(02) VALUE "00".
001070     05  ETO-FS-MOVIMENTOS       PIC X(02) VALUE "00".
001080     05  ETO-FS-FECHAMENTOS      PIC X(02) VALUE "00".
001090 01  ETO-SWITCHES.
001100     05  ETO-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
001110         88  ETO-FIM-ARQUIVO         VALUE "S"
001120                                      FALSE "N".
001130     05  ETO-SW-OPER-ACHADO      PIC X(01) VALUE "N".
001140         88  ETO-OPER-ACHADO         VALUE "S"
001150                                      FALSE "N".
001160     05  ETO-SW-PALP-ACHADO      PIC X(01) VALUE "N".
001170         88  ETO-PALPITE-ACHADO      VALUE "S"
001180                                      FALSE "N".
001190     05  ETO-SW-PART-ACHADO      PIC X(01) VALUE "N".
001200         88  ETO-PART-ACHADO         VALUE "S"
001210                                      FALSE "N".
001220     05  ETO-SW-JA-ESTORNADO     PIC X(01) VALUE "N".
001230         88  ETO-JA-ESTORNADO        VALUE "S"
001240                                      FALSE "N".
001250     05  ETO-SW-SORTEADO         PIC X(01) VALUE "N".
001260         88  ETO-CONCURSO-SORTEADO   VALUE "S"
001270                                      FALSE "N".
001280     05  ETO-SW-CAIXA-FECHADO    PIC X(01) VALUE "N".
001290         88  ETO-CAIXA-FECHADO       VALUE "S".
001300     05  ETO-SW-PART-ESTORNADO   PIC X(01) VALUE "N".
001310         88  ETO-PART-ESTORNADO      VALUE "S"
001320                                      FALSE "N".
001330 01  ETO-PARAMETROS.
001340     05  ETO-MODO-EXECUCAO       PIC X(01) VALUE SPACES.
001350         88  ETO-MODO-PALPITE        VALUE "P".
001360         88  ETO-MODO-PARTIC         VALUE "B".
001370     05  ETO-ID-OPERADOR         PIC X(08) VALUE SPACES.
001380     05  ETO-ID-TERMINAL         PIC X(08) VALUE SPACES.
001390     05  ETO-ID-EXECUCAO         PIC X(14) VALUE SPACES.
001400     05  ETO-NUM-PALPITE         PIC 9(06) VALUE ZERO.
001410     05  ETO-COD-CLIENTE         PIC 9(06) VALUE ZERO.
001420     05  ETO-NOME-PARTICIPANTE   PIC X(30) VALUE SPACES.
001430     05  ETO-MOTIVO              PIC X(30) VALUE SPACES.
001440 01  ETO-AREAS-DE-TRABALHO.
001450     05  ETO-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001460     05  ETO-HORA-ATUAL          PIC 9(06) VALUE ZERO.
001470     05  ETO-ULT-DATA-SORTEIO    PIC 9(08) VALUE ZERO.
001480     05  ETO-NUM-CONCURSO        PIC 9(06) VALUE ZERO.
001490*----------------------------------------------------------------
001500*    ESTORNOS JA REGISTRADOS, PARA RECUSAR ESTORNO EM DOBRO:
001510*    CHAVE DO PALPITE (EXECUCAO + PALPITE) E DO PARTICIPANTE
001520*    (EXECUCAO + PALPITE + CODIGO DO CLIENTE, OU NOME QUANDO O
001530*    PARTICIPANTE E ANTIGO, SEM CODIGO)
001540*----------------------------------------------------------------
001550 01  ETO-TAB-ESTORNOS.
001560     05  ETO-QTD-EST-PALP        PIC 9(04) COMP VALUE ZERO.
001570     05  ETO-EST-PALP-CHAVE      PIC X(20) OCCURS 1000 TIMES.
001580     05  ETO-QTD-EST-PART        PIC 9(04) COMP VALUE ZERO.
001590     05  ETO-EST-PART-CHAVE      PIC X(56) OCCURS 1000 TIMES.
001600 01  ETO-CHAVE-PALPITE.
001610     05  ETO-CP-EXECUCAO         PIC X(14).
001620     05  ETO-CP-PALPITE          PIC 9(06).
001630 01  ETO-CHAVE-PARTIC.
001640     05  ETO-CT-EXECUCAO         PIC X(14).
001650     05  ETO-CT-PALPITE          PIC 9(06).
001660     05  ETO-CT-COD-CLIENTE      PIC 9(06).
001670     05  ETO-CT-NOME             PIC X(30).
001680 01  ETO-CONTADORES.
001690     05  E2                      PIC 9(04) COMP.
001700     05  ETO-QTD-REEMBOLSOS      PIC 9(04) COMP VALUE ZERO.
001710*----------------------------------------------------------------
001720*    DEVOLUCAO AO PARTICIPANTE, SEMPRE EM CENTAVOS INTEIROS
001730*----------------------------------------------------------------
001740 01  ETO-VALORES.
001750     05  ETO-VALOR-REEMBOLSO     PIC 9(11) VALUE ZERO.
001760     05  ETO-COD-REEMBOLSO       PIC 9(06) VALUE ZERO.
001770     05  ETO-NOME-REEMBOLSO      PIC X(30) VALUE SPACES.
001780     05  ETO-TOTAL-REEMBOLSO     PIC 9(13) COMP VALUE ZERO.
001790     05  ETO-VALOR-REAIS         PIC 9(09)V99 VALUE ZERO.
001800 01  ETO-LINHA-VALOR.
001810     05  ETO-V-TITULO            PIC X(21).
001820     05  FILLER                  PIC X(03) VALUE "R$ ".
001830     05  ETO-V-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     DISPLAY "ESTORNO DE PALPITES E PARTICIPANTES DE BOLAO"
001870     ACCEPT ETO-DATA-ATUAL FROM DATE YYYYMMDD
001880     ACCEPT ETO-HORA-ATUAL FROM TIME
001890     DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING
001900     ACCEPT ETO-ID-OPERADOR
001910     PERFORM 0100-VALIDAR-OPERADOR THRU 0100-EXIT
001920     DISPLAY "ID DO TERMINAL: " WITH NO ADVANCING
001930     ACCEPT ETO-ID-TERMINAL
001940     PERFORM 0200-VERIFICAR-CAIXA THRU 0200-EXIT
001950     DISPLAY "ESTORNAR (P=PALPITE  B=PARTICIPANTE DE BOLAO): "
001960         WITH NO ADVANCING
001970     ACCEPT ETO-MODO-EXECUCAO
001980     IF NOT ETO-MODO-PALPITE AND NOT ETO-MODO-PARTIC
001990         DISPLAY "MODO INVALIDO - ABORTANDO"
002000         MOVE 16 TO RETURN-CODE
002010         GOBACK
002020     END-IF
002030     DISPLAY "ID DA EXECUCAO DO PALPITE: " WITH NO ADVANCING
002040     ACCEPT ETO-ID-EXECUCAO
002050     DISPLAY "NUMERO DO PALPITE: " WITH NO ADVANCING
002060     ACCEPT ETO-NUM-PALPITE
002070     IF ETO-MODO-PARTIC
002080         DISPLAY "CODIGO DO CLIENTE (0=PARTICIPANTE SEM CODIGO): "
002090             WITH NO ADVANCING
002100         ACCEPT ETO-COD-CLIENTE
002110         IF ETO-COD-CLIENTE = ZERO
002120             DISPLAY "NOME DO PARTICIPANTE: " WITH NO ADVANCING
002130             ACCEPT ETO-NOME-PARTICIPANTE
002140         END-IF
002150     END-IF
002160     PERFORM 1000-CARREGAR-ESTORNOS THRU 1000-EXIT
002170     PERFORM 1500-VERIFICAR-JA-ESTORNADO THRU 1500-EXIT
002180     IF ETO-JA-ESTORNADO
002190         DISPLAY "REGISTRO JA ESTORNADO - NADA A FAZER"
002200         GOBACK
002210     END-IF
002220     PERFORM 2000-LOCALIZAR-PALPITE THRU 2000-EXIT
002230     IF NOT ETO-PALPITE-ACHADO
002240         DISPLAY "PALPITE NAO ENCONTRADO NO CADASTRO VIVO"
002250             " (EXPURGADO OU JA ESTORNADO?) - RECUSADO"
002260         MOVE 8 TO RETURN-CODE
002270         GOBACK
002280     END-IF
002290     PERFORM 3000-VERIFICAR-SORTEIO THRU 3000-EXIT
002300     IF ETO-CONCURSO-SORTEADO
002310         DISPLAY "CONCURSO ALVO JA SORTEADO - ESTORNO RECUSADO"
002320         MOVE 8 TO RETURN-CODE
002330         GOBACK
002340     END-IF
002350     IF ETO-MODO-PARTIC
002360         PERFORM 4000-LOCALIZAR-PARTICIPANTE THRU 4000-EXIT
002370         IF NOT ETO-PART-ACHADO
002380             DISPLAY "PARTICIPANTE NAO ENCONTRADO - RECUSADO"
002390             MOVE 8 TO RETURN-CODE
002400             GOBACK
002410         END-IF
002420     END-IF
002430     DISPLAY "MOTIVO DO ESTORNO: " WITH NO ADVANCING
002440     ACCEPT ETO-MOTIVO
002450     PERFORM 5000-GRAVAR-ESTORNO THRU 5000-EXIT
002460     DISPLAY "ESTORNO REGISTRADO"
002470     PERFORM 6000-LANCAR-REEMBOLSO THRU 6000-EXIT
002480     GOBACK.
002490*----------------------------------------------------------------
002500*    0100-VALIDAR-OPERADOR - LOCALIZA O OPERADOR INFORMADO NO
002510*                             CADASTRO DE OPERADORES E ABORTA A
002520*                             EXECUCAO QUANDO DESCONHECIDO OU
002530*                             INATIVO, ANTES DE QUALQUER
002540*                             GRAVACAO
002550*----------------------------------------------------------------
002560 0100-VALIDAR-OPERADOR.
002570     SET ETO-OPER-ACHADO TO FALSE
002580     SET ETO-FIM-ARQUIVO TO FALSE
002590     OPEN INPUT ARQ-OPERADORES
002600     IF ETO-FS-OPERADORES NOT = "00"
002610         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL -"
002620             " ABORTANDO"
002630         MOVE 16 TO RETURN-CODE
002640         GOBACK
002650     END-IF
002660     PERFORM UNTIL ETO-FIM-ARQUIVO OR ETO-OPER-ACHADO
002670         READ ARQ-OPERADORES
002680             AT END
002690                 SET ETO-FIM-ARQUIVO TO TRUE
002700             NOT AT END
002710                 IF OPR-ID-OPERADOR = ETO-ID-OPERADOR
002720                     SET ETO-OPER-ACHADO TO TRUE
002730                 END-IF
002740         END-READ
002750     END-PERFORM
002760     CLOSE ARQ-OPERADORES
002770     IF NOT ETO-OPER-ACHADO OR NOT OPR-ATIVO
002780         DISPLAY "OPERADOR " ETO-ID-OPERADOR
002790             " DESCONHECIDO OU INATIVO - ABORTANDO"
002800         MOVE 16 TO RETURN-CODE
002810         GOBACK
002820     END-IF
002830     DISPLAY "OPERADOR " ETO-ID-OPERADOR " - "
002840         OPR-NOME-OPERADOR.
002850 0100-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880*    0200-VERIFICAR-CAIXA - RECUSA O ESTORNO QUANDO O CAIXA DO DIA
002890*                            JA FOI FECHADO: A DEVOLUCAO NAO
002900*                            PODERIA MAIS SER LANCADA NO DIARIO
002910*                            (ARQUIVO AINDA INEXISTENTE = NENHUM
002920*                            DIA FECHADO)
002930*----------------------------------------------------------------
002940 0200-VERIFICAR-CAIXA.
002950     SET ETO-FIM-ARQUIVO TO FALSE
002960     OPEN INPUT ARQ-FECHAMENTOS
002970     IF ETO-FS-FECHAMENTOS = "35"
002980         MOVE "00" TO ETO-FS-FECHAMENTOS
002990         GO TO 0200-EXIT
003000     END-IF
003010     IF ETO-FS-FECHAMENTOS NOT = "00"
003020         DISPLAY "ERRO " ETO-FS-FECHAMENTOS
003030             " AO ABRIR OS FECHAMENTOS DE CAIXA - ABORTANDO"
003040         MOVE 16 TO RETURN-CODE
003050         GOBACK
003060     END-IF
003070     PERFORM UNTIL ETO-FIM-ARQUIVO OR ETO-CAIXA-FECHADO
003080         READ ARQ-FECHAMENTOS
003090             AT END
003100                 SET ETO-FIM-ARQUIVO TO TRUE
003110             NOT AT END
003120                 IF FCX-DATA-CAIXA = ETO-DATA-ATUAL
003130                     SET ETO-CAIXA-FECHADO TO TRUE
003140                 END-IF
003150         END-READ
003160     END-PERFORM
003170     CLOSE ARQ-FECHAMENTOS
003180     IF ETO-CAIXA-FECHADO
003190         DISPLAY "CAIXA DO DIA " ETO-DATA-ATUAL
003200             " JA FECHADO - ESTORNO RECUSADO"
003210         MOVE 8 TO RETURN-CODE
003220         GOBACK
003230     END-IF.
003240 0200-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------
003270*    1000-CARREGAR-ESTORNOS - CARREGA AS CHAVES DOS ESTORNOS JA
003280*                              REGISTRADOS (ARQUIVO AINDA
003290*                              INEXISTENTE = NENHUM ESTORNO)
003300*----------------------------------------------------------------
003310 1000-CARREGAR-ESTORNOS.
003320     SET ETO-FIM-ARQUIVO TO FALSE
003330     OPEN INPUT ARQ-ESTORNOS
003340     IF ETO-FS-ESTORNOS = "35"
003350         MOVE "00" TO ETO-FS-ESTORNOS
003360         GO TO 1000-EXIT
003370     END-IF
003380     IF ETO-FS-ESTORNOS NOT = "00"
003390         DISPLAY "ERRO " ETO-FS-ESTORNOS
003400             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
003410         MOVE 16 TO RETURN-CODE
003420         GOBACK
003430     END-IF
003440     PERFORM UNTIL ETO-FIM-ARQUIVO
003450         READ ARQ-ESTORNOS
003460             AT END
003470                 SET ETO-FIM-ARQUIVO TO TRUE
003480             NOT AT END
003490                 PERFORM 1100-GUARDAR-ESTORNO THRU 1100-EXIT
003500         END-READ
003510     END-PERFORM
003520     CLOSE ARQ-ESTORNOS.
003530 1000-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------
003560*    1100-GUARDAR-ESTORNO - GUARDA A CHAVE DO ESTORNO LIDO NA
003570*                            TABELA DO SEU TIPO
003580*----------------------------------------------------------------
003590 1100-GUARDAR-ESTORNO.
003600     IF EST-ESTORNO-PALPITE
003610         IF ETO-QTD-EST-PALP >= 1000
003620             DISPLAY "TABELA DE ESTORNOS DE PALPITE CHEIA -"
003630                 " ABORTANDO"
003640             MOVE 16 TO RETURN-CODE
003650             GOBACK
003660         END-IF
003670         ADD 1 TO ETO-QTD-EST-PALP
003680         MOVE EST-ID-EXECUCAO TO ETO-CP-EXECUCAO
003690         MOVE EST-NUM-PALPITE TO ETO-CP-PALPITE
003700         MOVE ETO-CHAVE-PALPITE
003710             TO ETO-EST-PALP-CHAVE(ETO-QTD-EST-PALP)
003720     ELSE
003730         IF ETO-QTD-EST-PART >= 1000
003740             DISPLAY "TABELA DE ESTORNOS DE PARTICIPANTE CHEIA"
003750                 " - ABORTANDO"
003760             MOVE 16 TO RETURN-CODE
003770             GOBACK
003780         END-IF
003790         ADD 1 TO ETO-QTD-EST-PART
003800         MOVE EST-ID-EXECUCAO TO ETO-CT-EXECUCAO
003810         MOVE EST-NUM-PALPITE TO ETO-CT-PALPITE
003820         IF EST-COD-CLIENTE NUMERIC
003830            AND EST-COD-CLIENTE > ZERO
003840             MOVE EST-COD-CLIENTE TO ETO-CT-COD-CLIENTE
003850             MOVE SPACES TO ETO-CT-NOME
003860         ELSE
003870             MOVE ZERO TO ETO-CT-COD-CLIENTE
003880             MOVE EST-NOME-PARTICIPANTE TO ETO-CT-NOME
003890         END-IF
003900         MOVE ETO-CHAVE-PARTIC
003910             TO ETO-EST-PART-CHAVE(ETO-QTD-EST-PART)
003920     END-IF.
003930 1100-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------
003960*    1500-VERIFICAR-JA-ESTORNADO - MARCA SE O ALVO DO ESTORNO
003970*                                   PEDIDO JA CONSTA NO ARQUIVO
003980*                                   DE ESTORNOS
003990*----------------------------------------------------------------
004000 1500-VERIFICAR-JA-ESTORNADO.
004010     SET ETO-JA-ESTORNADO TO FALSE
004020     IF ETO-MODO-PALPITE
004030         MOVE ETO-ID-EXECUCAO TO ETO-CP-EXECUCAO
004040         MOVE ETO-NUM-PALPITE TO ETO-CP-PALPITE
004050         IF ETO-QTD-EST-PALP > ZERO
004060             PERFORM 1510-PROCURAR-EST-PALPITE THRU 1510-EXIT
004070                 VARYING E2 FROM 1 BY 1
004080                 UNTIL E2 > ETO-QTD-EST-PALP
004090                    OR ETO-JA-ESTORNADO
004100         END-IF
004110     ELSE
004120         MOVE ETO-ID-EXECUCAO TO ETO-CT-EXECUCAO
004130         MOVE ETO-NUM-PALPITE TO ETO-CT-PALPITE
004140         MOVE ETO-COD-CLIENTE TO ETO-CT-COD-CLIENTE
004150         IF ETO-COD-CLIENTE > ZERO
004160             MOVE SPACES TO ETO-CT-NOME
004170         ELSE
004180             MOVE ETO-NOME-PARTICIPANTE TO ETO-CT-NOME
004190         END-IF
004200         IF ETO-QTD-EST-PART > ZERO
004210             PERFORM 1520-PROCURAR-EST-PARTIC THRU 1520-EXIT
004220                 VARYING E2 FROM 1 BY 1
004230                 UNTIL E2 > ETO-QTD-EST-PART
004240                    OR ETO-JA-ESTORNADO
004250         END-IF
004260     END-IF.
004270 1500-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300*    1510-PROCURAR-EST-PALPITE - COMPARA A CHAVE DO PALPITE COM
004310*                                 A ENTRADA E2 DOS ESTORNOS
004320*----------------------------------------------------------------
004330 1510-PROCURAR-EST-PALPITE.
004340     IF ETO-EST-PALP-CHAVE(E2) = ETO-CHAVE-PALPITE
004350         SET ETO-JA-ESTORNADO TO TRUE
004360     END-IF.
004370 1510-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400*    1520-PROCURAR-EST-PARTIC - COMPARA A CHAVE DO PARTICIPANTE
004410*                                COM A ENTRADA E2 DOS ESTORNOS
004420*----------------------------------------------------------------
004430 1520-PROCURAR-EST-PARTIC.
004440     IF ETO-EST-PART-CHAVE(E2) = ETO-CHAVE-PARTIC
004450         SET ETO-JA-ESTORNADO TO TRUE
004460     END-IF.
004470 1520-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500*    2000-LOCALIZAR-PALPITE - LE POR CHAVE O PALPITE ALVO NO
004510*                              CADASTRO INDEXADO, PARA VALIDAR A
004520*                              EXISTENCIA E OBTER O CONCURSO
004530*                              ALVO E O JOGO
004540*----------------------------------------------------------------
004550 2000-LOCALIZAR-PALPITE.
004560     SET ETO-PALPITE-ACHADO TO FALSE
004570     OPEN INPUT ARQ-PALPITES
004580     IF ETO-FS-PALPITES NOT = "00"
004590         DISPLAY "CADASTRO DE PALPITES INDISPONIVEL - RODE O"
004600             " REORGPAL - ABORTANDO"
004610         MOVE 16 TO RETURN-CODE
004620         GOBACK
004630     END-IF
004640     MOVE ETO-ID-EXECUCAO TO PMS-ID-EXECUCAO
004650     MOVE ETO-NUM-PALPITE TO PMS-NUM-PALPITE
004660     READ ARQ-PALPITES
004670         INVALID KEY
004680             CONTINUE
004690         NOT INVALID KEY
004700             SET ETO-PALPITE-ACHADO TO TRUE
004710             IF PMS-NUM-CONCURSO NUMERIC
004720                 MOVE PMS-NUM-CONCURSO TO ETO-NUM-CONCURSO
004730             END-IF
004740     END-READ
004750     CLOSE ARQ-PALPITES.
004760 2000-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790*    3000-VERIFICAR-SORTEIO - RECUSA O ESTORNO QUANDO O SORTEIO
004800*                              DO PALPITE JA ACONTECEU: CONCURSO
004810*                              ALVO JA CARREGADO EM RESULTADOS,
004820*                              OU, PARA PALPITE ANTIGO SEM
004830*                              CONCURSO ALVO, ULTIMO SORTEIO DO
004840*                              JOGO POSTERIOR A GERACAO
004850*----------------------------------------------------------------
004860 3000-VERIFICAR-SORTEIO.
004870     SET ETO-CONCURSO-SORTEADO TO FALSE
004880     SET ETO-FIM-ARQUIVO TO FALSE
004890     MOVE ZERO TO ETO-ULT-DATA-SORTEIO
004900     OPEN INPUT ARQ-RESULTADOS
004910     IF ETO-FS-RESULTADOS NOT = "00"
004920         DISPLAY "SEM RESULTADOS CARREGADOS - SORTEIO AINDA"
004930             " PENDENTE"
004940         GO TO 3000-EXIT
004950     END-IF
004960     PERFORM UNTIL ETO-FIM-ARQUIVO OR ETO-CONCURSO-SORTEADO
004970         READ ARQ-RESULTADOS
004980             AT END
004990                 SET ETO-FIM-ARQUIVO TO TRUE
005000             NOT AT END
005010                 PERFORM 3100-CONFRONTAR-RESULTADO
005020                     THRU 3100-EXIT
005030         END-READ
005040     END-PERFORM
005050     CLOSE ARQ-RESULTADOS
005060     IF NOT ETO-CONCURSO-SORTEADO
005070        AND (PMS-NUM-CONCURSO NOT NUMERIC
005080             OR PMS-NUM-CONCURSO = ZERO)
005090        AND ETO-ULT-DATA-SORTEIO >= PMS-DATA-GERACAO
005100*        PALPITE ANTIGO SEM CONCURSO ALVO: SE O JOGO JA SORTEOU
005110*        DEPOIS DA GERACAO, O SORTEIO DESTE PALPITE JA PASSOU
005120         SET ETO-CONCURSO-SORTEADO TO TRUE
005130     END-IF.
005140 3000-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170*    3100-CONFRONTAR-RESULTADO - MARCA O SORTEIO COMO OCORRIDO
005180*                                 QUANDO O CONCURSO ALVO APARECE
005190*                                 NO HISTORICO, E ACOMPANHA A
005200*                                 ULTIMA DATA DE SORTEIO DO JOGO
005210*----------------------------------------------------------------
005220 3100-CONFRONTAR-RESULTADO.
005230     IF PMS-NUM-CONCURSO NUMERIC
005240        AND PMS-NUM-CONCURSO > ZERO
005250        AND RES-NUM-CONCURSO = PMS-NUM-CONCURSO
005260        AND RES-TIPO-JOGO = PMS-TIPO-JOGO
005270         SET ETO-CONCURSO-SORTEADO TO TRUE
005280     END-IF
005290     IF RES-TIPO-JOGO = PMS-TIPO-JOGO
005300        AND RES-DATA-SORTEIO > ETO-ULT-DATA-SORTEIO
005310         MOVE RES-DATA-SORTEIO TO ETO-ULT-DATA-SORTEIO
005320     END-IF.
005330 3100-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360*    4000-LOCALIZAR-PARTICIPANTE - CONFIRMA QUE O PARTICIPANTE A
005370*                                   ESTORNAR EXISTE NO ARQUIVO
005380*                                   DE PARTICIPANTES (PELO CODIGO
005390*                                   DO CLIENTE, OU PELO NOME NO
005400*                                   PARTICIPANTE ANTIGO)
005410*----------------------------------------------------------------
005420 4000-LOCALIZAR-PARTICIPANTE.
005430     SET ETO-PART-ACHADO TO FALSE
005440     SET ETO-FIM-ARQUIVO TO FALSE
005450     OPEN INPUT ARQ-PARTICIPANTES
005460     IF ETO-FS-PARTICIPANTES NOT = "00"
005470         DISPLAY "NENHUM PARTICIPANTE CADASTRADO"
005480         GO TO 4000-EXIT
005490     END-IF
005500     PERFORM UNTIL ETO-FIM-ARQUIVO OR ETO-PART-ACHADO
005510         READ ARQ-PARTICIPANTES
005520             AT END
005530                 SET ETO-FIM-ARQUIVO TO TRUE
005540             NOT AT END
005550                 IF PRT-ID-EXECUCAO = ETO-ID-EXECUCAO
005560                    AND PRT-NUM-PALPITE = ETO-NUM-PALPITE
005570                     PERFORM 4100-COMPARAR-PARTICIPANTE
005580                         THRU 4100-EXIT
005590                 END-IF
005600         END-READ
005610     END-PERFORM
005620     CLOSE ARQ-PARTICIPANTES.
005630 4000-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660*    4100-COMPARAR-PARTICIPANTE - MARCA O PARTICIPANTE LIDO QUANDO
005670*                                  O CODIGO (OU, SEM CODIGO, O
005680*                                  NOME) BATE COM O INFORMADO; O
005690*                                  NOME DO CADASTRO VAI PARA O
005700*                                  ESTORNO E O VALOR PAGO PARA A
005710*                                  DEVOLUCAO
005720*----------------------------------------------------------------
005730 4100-COMPARAR-PARTICIPANTE.
005740     IF ETO-COD-CLIENTE > ZERO
005750         IF PRT-COD-CLIENTE NUMERIC
005760            AND PRT-COD-CLIENTE = ETO-COD-CLIENTE
005770             SET ETO-PART-ACHADO TO TRUE
005780             MOVE PRT-NOME-PARTICIPANTE TO ETO-NOME-PARTICIPANTE
005790         END-IF
005800     ELSE
005810         IF (PRT-COD-CLIENTE NOT NUMERIC
005820             OR PRT-COD-CLIENTE = ZERO)
005830            AND PRT-NOME-PARTICIPANTE = ETO-NOME-PARTICIPANTE
005840             SET ETO-PART-ACHADO TO TRUE
005850         END-IF
005860     END-IF
005870     IF ETO-PART-ACHADO
005880        AND PRT-PAGO
005890        AND PRT-VALOR-PAGO NUMERIC
005900         MOVE PRT-VALOR-PAGO TO ETO-VALOR-REEMBOLSO
005910     END-IF.
005920 4100-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950*    5000-GRAVAR-ESTORNO - GRAVA O REGISTRO DE ESTORNO NO
005960*                           ARQUIVO DE ESTORNOS
005970*----------------------------------------------------------------
005980 5000-GRAVAR-ESTORNO.
005990     OPEN EXTEND ARQ-ESTORNOS
006000     IF ETO-FS-ESTORNOS = "35"
006010         OPEN OUTPUT ARQ-ESTORNOS
006020     END-IF
006030     IF ETO-FS-ESTORNOS NOT = "00"
006040         DISPLAY "ERRO " ETO-FS-ESTORNOS
006050             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
006060         MOVE 16 TO RETURN-CODE
006070         GOBACK
006080     END-IF
006090     MOVE SPACES                 TO ESTORNO-REC
006100     IF ETO-MODO-PALPITE
006110         SET EST-ESTORNO-PALPITE TO TRUE
006120     ELSE
006130         SET EST-ESTORNO-PARTIC  TO TRUE
006140     END-IF
006150     MOVE ETO-ID-EXECUCAO        TO EST-ID-EXECUCAO
006160     MOVE ETO-NUM-PALPITE        TO EST-NUM-PALPITE
006170     MOVE ETO-NOME-PARTICIPANTE  TO EST-NOME-PARTICIPANTE
006180     MOVE ETO-ID-OPERADOR        TO EST-ID-OPERADOR
006190     MOVE ETO-ID-TERMINAL        TO EST-ID-TERMINAL
006200     MOVE ETO-DATA-ATUAL         TO EST-DATA-ESTORNO
006210     MOVE ETO-HORA-ATUAL         TO EST-HORA-ESTORNO
006220     MOVE ETO-MOTIVO             TO EST-MOTIVO
006230     MOVE ETO-COD-CLIENTE        TO EST-COD-CLIENTE
006240     WRITE ESTORNO-REC
006250     IF ETO-FS-ESTORNOS NOT = "00"
006260         DISPLAY "ERRO " ETO-FS-ESTORNOS
006270             " AO GRAVAR O ESTORNO - ABORTANDO"
006280         MOVE 16 TO RETURN-CODE
006290         GOBACK
006300     END-IF
006310     CLOSE ARQ-ESTORNOS.
006320 5000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350*    6000-LANCAR-REEMBOLSO - LANCA NO DIARIO DE CAIXA A DEVOLUCAO
006360*                             DO VALOR PAGO: NO MODO B, O DO
006370*                             PARTICIPANTE ESTORNADO; NO MODO P, O
006380*                             DE CADA PARTICIPANTE PAGO DO PALPITE
006390*                             QUE AINDA NAO TINHA SIDO ESTORNADO
006400*                             (ESTE JA FOI REEMBOLSADO NO SEU
006410*                             PROPRIO ESTORNO)
006420*----------------------------------------------------------------
006430 6000-LANCAR-REEMBOLSO.
006440     IF ETO-MODO-PARTIC AND ETO-VALOR-REEMBOLSO = ZERO
006450         DISPLAY "PARTICIPANTE SEM PAGAMENTO - NADA A DEVOLVER"
006460         GO TO 6000-EXIT
006470     END-IF
006480     OPEN EXTEND ARQ-MOVIMENTOS
006490     IF ETO-FS-MOVIMENTOS = "35"
006500         OPEN OUTPUT ARQ-MOVIMENTOS
006510     END-IF
006520     IF ETO-FS-MOVIMENTOS NOT = "00"
006530         DISPLAY "ERRO " ETO-FS-MOVIMENTOS
006540             " AO ABRIR O DIARIO DE CAIXA - ABORTANDO"
006550         MOVE 16 TO RETURN-CODE
006560         GOBACK
006570     END-IF
006580     IF ETO-MODO-PARTIC
006590         MOVE ETO-COD-CLIENTE TO ETO-COD-REEMBOLSO
006600         MOVE ETO-NOME-PARTICIPANTE TO ETO-NOME-REEMBOLSO
006610         PERFORM 6200-GRAVAR-MOVIMENTO THRU 6200-EXIT
006620     ELSE
006630         PERFORM 6100-REEMBOLSAR-PALPITE THRU 6100-EXIT
006640     END-IF
006650     CLOSE ARQ-MOVIMENTOS
006660     IF ETO-QTD-REEMBOLSOS = ZERO
006670         DISPLAY "NENHUM PARTICIPANTE PAGO - NADA A DEVOLVER"
006680         GO TO 6000-EXIT
006690     END-IF
006700     DISPLAY "PARTICIPANTES A REEMBOLSAR: " ETO-QTD-REEMBOLSOS
006710     MOVE "VALOR A DEVOLVER...: " TO ETO-V-TITULO
006720     COMPUTE ETO-VALOR-REAIS = ETO-TOTAL-REEMBOLSO / 100
006730     MOVE ETO-VALOR-REAIS TO ETO-V-VALOR
006740     DISPLAY ETO-LINHA-VALOR.
006750 6000-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780*    6100-REEMBOLSAR-PALPITE - PERCORRE OS PARTICIPANTES DO
006790*                               PALPITE ESTORNADO
006800*----------------------------------------------------------------
006810 6100-REEMBOLSAR-PALPITE.
006820     SET ETO-FIM-ARQUIVO TO FALSE
006830     OPEN INPUT ARQ-PARTICIPANTES
006840     IF ETO-FS-PARTICIPANTES NOT = "00"
006850         GO TO 6100-EXIT
006860     END-IF
006870     PERFORM UNTIL ETO-FIM-ARQUIVO
006880         READ ARQ-PARTICIPANTES
006890             AT END
006900                 SET ETO-FIM-ARQUIVO TO TRUE
006910             NOT AT END
006920                 IF PRT-ID-EXECUCAO = ETO-ID-EXECUCAO
006930                    AND PRT-NUM-PALPITE = ETO-NUM-PALPITE
006940                     PERFORM 6110-REEMBOLSAR-PARTIC
006950                         THRU 6110-EXIT
006960                 END-IF
006970         END-READ
006980     END-PERFORM
006990     CLOSE ARQ-PARTICIPANTES.
007000 6100-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------
007030*    6110-REEMBOLSAR-PARTIC - LANCA A DEVOLUCAO DO PARTICIPANTE
007040*                              LIDO QUANDO ELE PAGOU E NAO TINHA
007050*                              SIDO ESTORNADO ANTES
007060*----------------------------------------------------------------
007070 6110-REEMBOLSAR-PARTIC.
007080     IF NOT PRT-PAGO
007090        OR PRT-VALOR-PAGO NOT NUMERIC
007100        OR PRT-VALOR-PAGO = ZERO
007110         GO TO 6110-EXIT
007120     END-IF
007130     MOVE PRT-ID-EXECUCAO TO ETO-CT-EXECUCAO
007140     MOVE PRT-NUM-PALPITE TO ETO-CT-PALPITE
007150     IF PRT-COD-CLIENTE NUMERIC
007160        AND PRT-COD-CLIENTE > ZERO
007170         MOVE PRT-COD-CLIENTE TO ETO-CT-COD-CLIENTE
007180         MOVE SPACES TO ETO-CT-NOME
007190     ELSE
007200         MOVE ZERO TO ETO-CT-COD-CLIENTE
007210         MOVE PRT-NOME-PARTICIPANTE TO ETO-CT-NOME
007220     END-IF
007230     SET ETO-PART-ESTORNADO TO FALSE
007240     IF ETO-QTD-EST-PART > ZERO
007250         PERFORM 6120-COMPARAR-EST-PARTIC THRU 6120-EXIT
007260             VARYING E2 FROM 1 BY 1
007270             UNTIL E2 > ETO-QTD-EST-PART
007280                OR ETO-PART-ESTORNADO
007290     END-IF
007300     IF ETO-PART-ESTORNADO
007310         GO TO 6110-EXIT
007320     END-IF
007330     MOVE PRT-VALOR-PAGO TO ETO-VALOR-REEMBOLSO
007340     MOVE ETO-CT-COD-CLIENTE TO ETO-COD-REEMBOLSO
007350     MOVE PRT-NOME-PARTICIPANTE TO ETO-NOME-REEMBOLSO
007360     PERFORM 6200-GRAVAR-MOVIMENTO THRU 6200-EXIT.
007370 6110-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------
007400*    6120-COMPARAR-EST-PARTIC - MARCA QUANDO A ENTRADA E2 DOS
007410*                                ESTORNOS E O PARTICIPANTE LIDO
007420*----------------------------------------------------------------
007430 6120-COMPARAR-EST-PARTIC.
007440     IF ETO-EST-PART-CHAVE(E2) = ETO-CHAVE-PARTIC
007450         SET ETO-PART-ESTORNADO TO TRUE
007460     END-IF.
007470 6120-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------
007500*    6200-GRAVAR-MOVIMENTO - GRAVA A DEVOLUCAO CORRENTE COMO
007510*                             SAIDA DO OPERADOR E TERMINAL NO
007520*                             DIARIO DE CAIXA
007530*----------------------------------------------------------------
007540 6200-GRAVAR-MOVIMENTO.
007550     MOVE ETO-DATA-ATUAL         TO MCX-DATA-MOVTO
007560     MOVE ETO-HORA-ATUAL         TO MCX-HORA-MOVTO
007570     MOVE ETO-ID-OPERADOR        TO MCX-ID-OPERADOR
007580     MOVE ETO-ID-TERMINAL        TO MCX-ID-TERMINAL
007590     SET MCX-REEMBOLSO-ESTORNO   TO TRUE
007600     SET MCX-SAIDA               TO TRUE
007610     MOVE ETO-VALOR-REEMBOLSO    TO MCX-VALOR
007620     MOVE ETO-ID-EXECUCAO        TO MCX-ID-EXECUCAO
007630     MOVE ETO-NUM-PALPITE        TO MCX-NUM-PALPITE
007640     MOVE ETO-NUM-CONCURSO       TO MCX-NUM-CONCURSO
007650     MOVE ETO-COD-REEMBOLSO      TO MCX-COD-CLIENTE
007660     MOVE ETO-NOME-REEMBOLSO     TO MCX-NOME-PARTICIPANTE
007670     WRITE MOVIMENTO-CAIXA-REC
007680     IF ETO-FS-MOVIMENTOS NOT = "00"
007690         DISPLAY "ERRO " ETO-FS-MOVIMENTOS
007700             " AO GRAVAR O DIARIO DE CAIXA - ABORTANDO"
007710         MOVE 16 TO RETURN-CODE
007720         GOBACK
007730     END-IF
007740     ADD 1 TO ETO-QTD-REEMBOLSOS
007750     ADD ETO-VALOR-REEMBOLSO TO ETO-TOTAL-REEMBOLSO.
007760 6200-EXIT.
007770     EXIT.

000080*    TITULO   : EXPORTACAO DE PALPITES PARA O TERMINAL LOTERICO
000090*    FUNCAO   : LE O CADASTRO INDEXADO DE PALPITES (PALPMST) DE
000100*               UMA EXECUCAO INFORMADA (OU DE UMA DATA DE
000110*               GERACAO, QUANDO A EXECUCAO VEM EM BRANCO; DATA
000120*               00000000 = DATA DO DIA, PARA O JOB NOTURNO) E
000130*               GRAVA O ARQUIVO DE IMPORTACAO DO TERMINAL DA
000140*               CAIXA (EXPTERM.CPY): CABECALHO, UM DETALHE POR
000150*               PALPITE COM JOGO, QTDE DE DEZENAS, CONCURSO
000160*               ALVO E DEZENAS, E RODAPE COM CONTAGEM E HASH
000170*               (SOMA DAS DEZENAS) PARA CONFERENCIA - ACABANDO
000180*               COM A REDIGITACAO DEZENA POR DEZENA NO BALCAO.
000190*               CADA EXECUCAO EXPORTADA E GRAVADA NO CONTROLE
000200*               DE EXPORTACAO (EXPCTL.CPY); NUMA REEXECUCAO A
000210*               EXECUCAO JA PRESENTE SAI COMO "JA EXPORTADO" E
000220*               O MESMO LOTE NUNCA E ENVIADO DUAS VEZES; SE A
000230*               EXECUCAO TEM HOJE MAIS (OU MENOS) PALPITES DO
000240*               QUE O LOTE ENVIADO - LOTE COMPLETADO PELO
000250*               MEGARST OU ESTORNO POS-ENVIO - O PROGRAMA AVISA
000260*               A DIVERGENCIA E TERMINA COM RETURN-CODE 8, PARA
000270*               O COMPLEMENTO NAO FICAR INVISIVEL NO BALCAO.
000280*               PALPITE ESTORNADO NAO E EXPORTADO. O RELATORIO
000290*               DE CONTROLE SAI NO SYSOUT PARA O OPERADOR.
000300*
000310*    HISTORICO DE ALTERACOES
000320*    DATA       AUTOR   DESCRICAO
000330*    ---------- ------- ----------------------------------------
000340*    2026-09-02 RAS     VERSAO INICIAL.
000350*    2026-09-02 RAS     EXECUCAO JA EXPORTADA PASSA A SER
000360*                       CONFERIDA CONTRA O CONTROLE: CONTAGEM DE
000370*                       HOJE DIFERENTE DA ENVIADA (LOTE
000380*                       COMPLETADO PELO MEGARST OU ESTORNO
000390*                       POS-ENVIO) GERA AVISO NOMINAL E
000400*                       RETURN-CODE 8 EM VEZ DE PULO SILENCIOSO.
000410*    2026-10-15 RAS     CALENDARIO DE CONCURSOS (CALEND): PALPITE
000420*                       SEM CONCURSO ALVO, COM CONCURSO AUSENTE
000430*                       DO CALENDARIO, CANCELADO OU COM O LIMITE
000440*                       DAS APOSTAS VENCIDO NAO E EXPORTADO; O
000450*                       MOTIVO SAI UMA VEZ POR EXECUCAO, A
000460*                       CONTAGEM VAI PARA O RESUMO E A EXECUCAO
000470*                       TERMINA COM RETURN-CODE 8.
000480*    2026-10-15 RAS     DETALHE EXPORTADO PASSA A LEVAR A
000490*                       EXECUCAO E O NUMERO DO PALPITE, ECOADOS
000500*                       PELO TERMINAL NO ARQUIVO DE RETORNO
000510*                       CARREGADO PELO RETORNO.
000520*    2026-10-15 RAS     DATA DE GERACAO 00000000 PASSA A SER A
000530*                       DATA DO DIA EM VEZ DE ABORTAR, PARA O
000540*                       STEP RODAR NO JOB NOTURNO ENCADEADO SEM
000550*                       TROCA DIARIA DO CARTAO DO SYSIN.
000560*----------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT ARQ-PALPITES     ASSIGN TO PALPMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PMS-CHAVE
000670         FILE STATUS IS EXT-FS-PALPITES.
000680     SELECT ARQ-EXPORTACAO   ASSIGN TO EXPTERM
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS EXT-FS-EXPORTACAO.
000710     SELECT ARQ-CONTROLE     ASSIGN TO EXPCTL
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS EXT-FS-CONTROLE.
000740     SELECT ARQ-ESTORNOS     ASSIGN TO ESTORNOS
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS EXT-FS-ESTORNOS.
000770     SELECT ARQ-OPERADORES   ASSIGN TO OPERMST
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS EXT-FS-OPERADORES.
000800     SELECT ARQ-CALENDARIO   ASSIGN TO CALEND
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS EXT-FS-CALENDARIO.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  ARQ-PALPITES
000860     COPY PALPMST.CPY.
000870 FD  ARQ-EXPORTACAO
000880     COPY EXPTERM.CPY.
000890 FD  ARQ-CONTROLE
000900     COPY EXPCTL.CPY.
000910 FD  ARQ-ESTORNOS
000920     COPY ESTORNO.CPY.
000930 FD  ARQ-OPERADORES
000940     COPY OPERMST.CPY.
000950 FD  ARQ-CALENDARIO
000960     COPY CALEND.CPY.
000970 WORKING-STORAGE SECTION.
000980 01  EXT-STATUS-ARQUIVOS.
000990     05  EXT-FS-PALPITES         PIC X(02) VALUE "00".
001000     05  EXT-FS-EXPORTACAO       PIC X(02) VALUE "00".
001010     05  EXT-FS-CONTROLE         PIC X(02) VALUE "00".
001020     05  EXT-FS-ESTORNOS         PIC X(02) VALUE "00".
001030     05  EXT-FS-OPERADORES       PIC X(02) VALUE "00".
001040     05  EXT-FS-CALENDARIO       PIC X(02) VALUE "00".
001050 01  EXT-SWITCHES.
001060     05  EXT-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
001070         88  EXT-FIM-ARQUIVO         VALUE "S"
001080                                      FALSE "N".
001090     05  EXT-SW-FIM-PALPITES     PIC X(01) VALUE "N".
001100         88  EXT-FIM-PALPITES        VALUE "S".
001110     05  EXT-SW-OPER-ACHADO      PIC X(01) VALUE "N".
001120         88  EXT-OPER-ACHADO         VALUE "S"
001130                                      FALSE "N".
001140     05  EXT-SW-JA-EXPORTADO     PIC X(01) VALUE "N".
001150         88  EXT-JA-EXPORTADO        VALUE "S"
001160                                      FALSE "N".
001170     05  EXT-SW-ESTORNADO        PIC X(01) VALUE "N".
001180         88  EXT-PALPITE-ESTORNADO   VALUE "S"
001190                                      FALSE "N".
001200     05  EXT-SW-CAB-GRAVADO      PIC X(01) VALUE "N".
001210         88  EXT-CABECALHO-GRAVADO   VALUE "S"
001220                                      FALSE "N".
001230     05  EXT-SW-CONC-ACHADO      PIC X(01) VALUE "N".
001240         88  EXT-CONC-ACHADO         VALUE "S"
001250                                      FALSE "N".
001260     05  EXT-SIT-CONCURSO        PIC X(01) VALUE SPACES.
001270         88  EXT-CONCURSO-ABERTO     VALUE "A".
001280         88  EXT-CONCURSO-SEM-ALVO   VALUE "Z".
001290         88  EXT-CONCURSO-AUSENTE    VALUE "X".
001300         88  EXT-CONCURSO-CANCELADO  VALUE "C".
001310         88  EXT-CONCURSO-ENCERRADO  VALUE "E".
001320 01  EXT-PARAMETROS.
001330     05  EXT-ID-OPERADOR         PIC X(08) VALUE SPACES.
001340     05  EXT-ID-EXECUCAO         PIC X(14) VALUE SPACES.
001350     05  EXT-DATA-GERACAO        PIC 9(08) VALUE ZERO.
001360     05  EXT-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001370     05  EXT-HORA-ATUAL          PIC 9(06) VALUE ZERO.
001380     05  EXT-HORA-SISTEMA        PIC 9(08) VALUE ZERO.
001390     05  EXT-HORA-DETALHE REDEFINES EXT-HORA-SISTEMA.
001400         10  EXT-HORA-CORTE      PIC 9(06).
001410         10  FILLER              PIC 9(02).
001420     05  EXT-ULT-EXEC-RECUSADA   PIC X(14) VALUE SPACES.
001430*----------------------------------------------------------------
001440*    EXECUCOES JA EXPORTADAS, CARREGADAS DO CONTROLE: LOTE JA
001450*    ENVIADO NUNCA SAI DE NOVO
001460*----------------------------------------------------------------
001470 01  EXT-TAB-EXPORTADAS.
001480     05  EXT-QTD-EXPORTADAS      PIC 9(04) COMP VALUE ZERO.
001490     05  EXT-EXP-ENT OCCURS 1000 TIMES.
001500         10  EXT-EXP-EXECUCAO    PIC X(14).
001510         10  EXT-EXP-QTD-CTRL    PIC 9(06) COMP.
001520         10  EXT-EXP-QTD-AGORA   PIC 9(06) COMP.
001530*----------------------------------------------------------------
001540*    CHAVES DOS PALPITES ESTORNADOS (EXECUCAO + PALPITE), QUE
001550*    NAO SAO EXPORTADOS
001560*----------------------------------------------------------------
001570 01  EXT-TAB-ESTORNOS.
001580     05  EXT-QTD-EST-TABELA      PIC 9(04) COMP VALUE ZERO.
001590     05  EXT-EST-CHAVE           PIC X(20) OCCURS 1000 TIMES.
001600 01  EXT-CHAVE-TRABALHO.
001610     05  EXT-CT-EXECUCAO         PIC X(14).
001620     05  EXT-CT-PALPITE          PIC 9(06).
001630*----------------------------------------------------------------
001640*    CALENDARIO DE CONCURSOS: PALPITE DE CONCURSO FECHADO OU
001650*    FORA DO CALENDARIO NAO E EXPORTADO
001660*----------------------------------------------------------------
001670 01  EXT-TAB-CALENDARIO.
001680     05  EXT-QTD-CALENDARIO      PIC 9(04) COMP VALUE ZERO.
001690     05  EXT-CAL-IMG             PIC X(30) OCCURS 3000 TIMES.
001700 01  EXT-AREA-CALEND.
001710     05  EXT-AC-TIPO-JOGO        PIC 9(01).
001720     05  EXT-AC-NUM-CONCURSO     PIC 9(06).
001730     05  EXT-AC-DATA-SORTEIO     PIC 9(08).
001740     05  EXT-AC-DATA-LIMITE      PIC 9(08).
001750     05  EXT-AC-HORA-LIMITE      PIC 9(06).
001760     05  EXT-AC-SITUACAO         PIC X(01).
001770         88  EXT-AC-ATIVO            VALUE "A".
001780*----------------------------------------------------------------
001790*    ACUMULADORES POR EXECUCAO EXPORTADA NESTE LOTE, GRAVADOS NO
001800*    CONTROLE DE EXPORTACAO NO FIM DA EXECUCAO
001810*----------------------------------------------------------------
001820 01  EXT-TAB-LOTES.
001830     05  EXT-QTD-LOTES           PIC 9(03) COMP VALUE ZERO.
001840     05  EXT-LOTE-ENT OCCURS 100 TIMES.
001850         10  EXT-LOTE-EXECUCAO   PIC X(14).
001860         10  EXT-LOTE-QTD        PIC 9(06) COMP.
001870         10  EXT-LOTE-HASH       PIC 9(09) COMP.
001880 01  EXT-CONTADORES.
001890     05  X1                      PIC 9(04) COMP.
001900     05  X2                      PIC 9(02) COMP.
001910     05  EXT-IDX-LOTE            PIC 9(03) COMP VALUE ZERO.
001920     05  EXT-QTD-LIDOS           PIC 9(06) COMP VALUE ZERO.
001930     05  EXT-QTD-EXPORTADOS      PIC 9(06) COMP VALUE ZERO.
001940     05  EXT-QTD-PULADOS-EXP     PIC 9(06) COMP VALUE ZERO.
001950     05  EXT-QTD-PULADOS-EST     PIC 9(06) COMP VALUE ZERO.
001960     05  EXT-QTD-PULADOS-CAL     PIC 9(06) COMP VALUE ZERO.
001970     05  C3                      PIC 9(04) COMP.
001980     05  EXT-QTD-DIVERGENTES     PIC 9(04) COMP VALUE ZERO.
001990     05  EXT-IDX-EXP             PIC 9(04) COMP VALUE ZERO.
002000     05  EXT-HASH-DEZENAS        PIC 9(09) COMP VALUE ZERO.
002010 PROCEDURE DIVISION.
002020 0000-MAINLINE.
002030     DISPLAY "EXPORTACAO DE PALPITES PARA O TERMINAL LOTERICO"
002040     ACCEPT EXT-DATA-ATUAL FROM DATE YYYYMMDD
002050     ACCEPT EXT-HORA-ATUAL FROM TIME
002060     ACCEPT EXT-HORA-SISTEMA FROM TIME
002070     DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING
002080     ACCEPT EXT-ID-OPERADOR
002090     PERFORM 0100-VALIDAR-OPERADOR THRU 0100-EXIT
002100     DISPLAY "ID DA EXECUCAO (BRANCO=POR DATA DE GERACAO): "
002110         WITH NO ADVANCING
002120     ACCEPT EXT-ID-EXECUCAO
002130     IF EXT-ID-EXECUCAO = SPACES
002140         DISPLAY "DATA DE GERACAO (AAAAMMDD): " WITH NO ADVANCING
002150         ACCEPT EXT-DATA-GERACAO
002160         IF EXT-DATA-GERACAO = ZERO
002170             MOVE EXT-DATA-ATUAL TO EXT-DATA-GERACAO
002180             DISPLAY "DATA DE GERACAO DO DIA: " EXT-DATA-GERACAO
002190         END-IF
002200     END-IF
002210     PERFORM 1000-CARREGAR-CONTROLE THRU 1000-EXIT
002220     PERFORM 1500-CARREGAR-ESTORNOS THRU 1500-EXIT
002230     PERFORM 1700-CARREGAR-CALENDARIO THRU 1700-EXIT
002240     OPEN INPUT ARQ-PALPITES
002250     IF EXT-FS-PALPITES NOT = "00"
002260         DISPLAY "CADASTRO DE PALPITES INDISPONIVEL - RODE O"
002270             " REORGPAL - ABORTANDO"
002280         MOVE 16 TO RETURN-CODE
002290         GOBACK
002300     END-IF
002310     OPEN OUTPUT ARQ-EXPORTACAO
002320     IF EXT-FS-EXPORTACAO NOT = "00"
002330         DISPLAY "ERRO " EXT-FS-EXPORTACAO
002340             " AO ABRIR O ARQUIVO DE EXPORTACAO - ABORTANDO"
002350         CLOSE ARQ-PALPITES
002360         MOVE 16 TO RETURN-CODE
002370         GOBACK
002380     END-IF
002390     PERFORM UNTIL EXT-FIM-PALPITES
002400         READ ARQ-PALPITES NEXT RECORD
002410             AT END
002420                 SET EXT-FIM-PALPITES TO TRUE
002430             NOT AT END
002440                 ADD 1 TO EXT-QTD-LIDOS
002450                 PERFORM 2000-TRATAR-PALPITE THRU 2000-EXIT
002460         END-READ
002470     END-PERFORM
002480     IF EXT-QTD-EXPORTADOS > ZERO
002490         PERFORM 5000-GRAVAR-RODAPE THRU 5000-EXIT
002500     ELSE
002510         DISPLAY "NENHUM PALPITE EXPORTADO"
002520         MOVE 4 TO RETURN-CODE
002530     END-IF
002540     CLOSE ARQ-EXPORTACAO
002550     CLOSE ARQ-PALPITES
002560     IF EXT-QTD-LOTES > ZERO
002570         PERFORM 6000-GRAVAR-CONTROLE THRU 6000-EXIT
002580     END-IF
002590     PERFORM 7000-CONFERIR-LOTES-ENVIADOS THRU 7000-EXIT
002600     IF EXT-QTD-PULADOS-CAL > ZERO
002610         MOVE 8 TO RETURN-CODE
002620     END-IF
002630     PERFORM 9000-IMPRIMIR-RESUMO THRU 9000-EXIT
002640     GOBACK.
002650*----------------------------------------------------------------
002660*    0100-VALIDAR-OPERADOR - LOCALIZA O OPERADOR INFORMADO NO
002670*                             CADASTRO DE OPERADORES E ABORTA A
002680*                             EXECUCAO QUANDO DESCONHECIDO OU
002690*                             INATIVO
002700*----------------------------------------------------------------
002710 0100-VALIDAR-OPERADOR.
002720     SET EXT-OPER-ACHADO TO FALSE
002730     SET EXT-FIM-ARQUIVO TO FALSE
002740     OPEN INPUT ARQ-OPERADORES
002750     IF EXT-FS-OPERADORES NOT = "00"
002760         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL -"
002770             " ABORTANDO"
002780         MOVE 16 TO RETURN-CODE
002790         GOBACK
002800     END-IF
002810     PERFORM UNTIL EXT-FIM-ARQUIVO OR EXT-OPER-ACHADO
002820         READ ARQ-OPERADORES
002830             AT END
002840                 SET EXT-FIM-ARQUIVO TO TRUE
002850             NOT AT END
002860                 IF OPR-ID-OPERADOR = EXT-ID-OPERADOR
002870                     SET EXT-OPER-ACHADO TO TRUE
002880                 END-IF
002890         END-READ
002900     END-PERFORM
002910     CLOSE ARQ-OPERADORES
002920     IF NOT EXT-OPER-ACHADO OR NOT OPR-ATIVO
002930         DISPLAY "OPERADOR " EXT-ID-OPERADOR
002940             " DESCONHECIDO OU INATIVO - ABORTANDO"
002950         MOVE 16 TO RETURN-CODE
002960         GOBACK
002970     END-IF
002980     DISPLAY "OPERADOR " EXT-ID-OPERADOR " - "
002990         OPR-NOME-OPERADOR.
003000 0100-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003030*    1000-CARREGAR-CONTROLE - CARREGA AS EXECUCOES JA EXPORTADAS
003040*                              (ARQUIVO AINDA INEXISTENTE =
003050*                              NENHUM LOTE ENVIADO)
003060*----------------------------------------------------------------
003070 1000-CARREGAR-CONTROLE.
003080     SET EXT-FIM-ARQUIVO TO FALSE
003090     OPEN INPUT ARQ-CONTROLE
003100     IF EXT-FS-CONTROLE = "35"
003110         DISPLAY "SEM LOTES EXPORTADOS ANTERIORES"
003120         MOVE "00" TO EXT-FS-CONTROLE
003130         GO TO 1000-EXIT
003140     END-IF
003150     IF EXT-FS-CONTROLE NOT = "00"
003160         DISPLAY "ERRO " EXT-FS-CONTROLE
003170             " AO ABRIR O CONTROLE DE EXPORTACAO - ABORTANDO"
003180         MOVE 16 TO RETURN-CODE
003190         GOBACK
003200     END-IF
003210     PERFORM UNTIL EXT-FIM-ARQUIVO
003220         READ ARQ-CONTROLE
003230             AT END
003240                 SET EXT-FIM-ARQUIVO TO TRUE
003250             NOT AT END
003260                 PERFORM 1100-GUARDAR-EXPORTADA THRU 1100-EXIT
003270         END-READ
003280     END-PERFORM
003290     CLOSE ARQ-CONTROLE.
003300 1000-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330*    1100-GUARDAR-EXPORTADA - GUARDA A EXECUCAO DO CONTROLE NA
003340*                              TABELA DE JA EXPORTADAS
003350*----------------------------------------------------------------
003360 1100-GUARDAR-EXPORTADA.
003370     MOVE ZERO TO EXT-IDX-EXP
003380     IF EXT-QTD-EXPORTADAS > ZERO
003390         PERFORM 1150-PROCURAR-EXPORTADA THRU 1150-EXIT
003400             VARYING X1 FROM 1 BY 1
003410             UNTIL X1 > EXT-QTD-EXPORTADAS
003420                OR EXT-IDX-EXP > ZERO
003430     END-IF
003440     IF EXT-IDX-EXP > ZERO
003450         ADD ECT-QTD-PALPITES
003460             TO EXT-EXP-QTD-CTRL(EXT-IDX-EXP)
003470         GO TO 1100-EXIT
003480     END-IF
003490     IF EXT-QTD-EXPORTADAS >= 1000
003500         DISPLAY "TABELA DE LOTES EXPORTADOS CHEIA - ABORTANDO"
003510         MOVE 16 TO RETURN-CODE
003520         GOBACK
003530     END-IF
003540     ADD 1 TO EXT-QTD-EXPORTADAS
003550     MOVE ECT-ID-EXECUCAO
003560         TO EXT-EXP-EXECUCAO(EXT-QTD-EXPORTADAS)
003570     MOVE ECT-QTD-PALPITES
003580         TO EXT-EXP-QTD-CTRL(EXT-QTD-EXPORTADAS)
003590     MOVE ZERO
003600         TO EXT-EXP-QTD-AGORA(EXT-QTD-EXPORTADAS).
003610 1100-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640*    1150-PROCURAR-EXPORTADA - LOCALIZA A EXECUCAO DO CONTROLE
003650*                               NA TABELA DE JA EXPORTADAS
003660*----------------------------------------------------------------
003670 1150-PROCURAR-EXPORTADA.
003680     IF EXT-EXP-EXECUCAO(X1) = ECT-ID-EXECUCAO
003690         MOVE X1 TO EXT-IDX-EXP
003700     END-IF.
003710 1150-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740*    1500-CARREGAR-ESTORNOS - CARREGA AS CHAVES DOS PALPITES
003750*                              ESTORNADOS (ARQUIVO AINDA
003760*                              INEXISTENTE = NENHUM ESTORNO)
003770*----------------------------------------------------------------
003780 1500-CARREGAR-ESTORNOS.
003790     SET EXT-FIM-ARQUIVO TO FALSE
003800     OPEN INPUT ARQ-ESTORNOS
003810     IF EXT-FS-ESTORNOS = "35"
003820         DISPLAY "SEM ESTORNOS REGISTRADOS"
003830         MOVE "00" TO EXT-FS-ESTORNOS
003840         GO TO 1500-EXIT
003850     END-IF
003860     IF EXT-FS-ESTORNOS NOT = "00"
003870         DISPLAY "ERRO " EXT-FS-ESTORNOS
003880             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
003890         MOVE 16 TO RETURN-CODE
003900         GOBACK
003910     END-IF
003920     PERFORM UNTIL EXT-FIM-ARQUIVO
003930         READ ARQ-ESTORNOS
003940             AT END
003950                 SET EXT-FIM-ARQUIVO TO TRUE
003960             NOT AT END
003970                 IF EST-ESTORNO-PALPITE
003980                     PERFORM 1600-GUARDAR-ESTORNO THRU 1600-EXIT
003990                 END-IF
004000         END-READ
004010     END-PERFORM
004020     CLOSE ARQ-ESTORNOS.
004030 1500-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060*    1600-GUARDAR-ESTORNO - GUARDA A CHAVE DO PALPITE ESTORNADO
004070*                            NA TABELA
004080*----------------------------------------------------------------
004090 1600-GUARDAR-ESTORNO.
004100     IF EXT-QTD-EST-TABELA >= 1000
004110         DISPLAY "TABELA DE ESTORNOS CHEIA - ABORTANDO"
004120         MOVE 16 TO RETURN-CODE
004130         GOBACK
004140     END-IF
004150     ADD 1 TO EXT-QTD-EST-TABELA
004160     MOVE EST-ID-EXECUCAO TO EXT-CT-EXECUCAO
004170     MOVE EST-NUM-PALPITE TO EXT-CT-PALPITE
004180     MOVE EXT-CHAVE-TRABALHO
004190         TO EXT-EST-CHAVE(EXT-QTD-EST-TABELA).
004200 1600-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230*    1700-CARREGAR-CALENDARIO - CARREGA O CALENDARIO DE CONCURSOS
004240*                                (ARQUIVO AINDA INEXISTENTE =
004250*                                NENHUM CONCURSO ABERTO)
004260*----------------------------------------------------------------
004270 1700-CARREGAR-CALENDARIO.
004280     SET EXT-FIM-ARQUIVO TO FALSE
004290     OPEN INPUT ARQ-CALENDARIO
004300     IF EXT-FS-CALENDARIO = "35"
004310         DISPLAY "CALENDARIO DE CONCURSOS VAZIO - NENHUM PALPITE"
004320             " SERA EXPORTADO"
004330         MOVE "00" TO EXT-FS-CALENDARIO
004340         GO TO 1700-EXIT
004350     END-IF
004360     IF EXT-FS-CALENDARIO NOT = "00"
004370         DISPLAY "ERRO " EXT-FS-CALENDARIO
004380             " AO ABRIR O CALENDARIO DE CONCURSOS - ABORTANDO"
004390         MOVE 16 TO RETURN-CODE
004400         GOBACK
004410     END-IF
004420     PERFORM UNTIL EXT-FIM-ARQUIVO
004430         READ ARQ-CALENDARIO
004440             AT END
004450                 SET EXT-FIM-ARQUIVO TO TRUE
004460             NOT AT END
004470                 PERFORM 1800-GUARDAR-CONCURSO THRU 1800-EXIT
004480         END-READ
004490     END-PERFORM
004500     CLOSE ARQ-CALENDARIO.
004510 1700-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540*    1800-GUARDAR-CONCURSO - GUARDA O CONCURSO LIDO NA TABELA DO
004550*                             CALENDARIO
004560*----------------------------------------------------------------
004570 1800-GUARDAR-CONCURSO.
004580     IF EXT-QTD-CALENDARIO >= 3000
004590         DISPLAY "TABELA DO CALENDARIO CHEIA - ABORTANDO"
004600         MOVE 16 TO RETURN-CODE
004610         GOBACK
004620     END-IF
004630     ADD 1 TO EXT-QTD-CALENDARIO
004640     MOVE CALENDARIO-REC TO EXT-CAL-IMG(EXT-QTD-CALENDARIO).
004650 1800-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680*    2000-TRATAR-PALPITE - EXPORTA O PALPITE CORRENTE QUANDO ELE
004690*                           SATISFAZ O CRITERIO, NAO FOI
004700*                           ESTORNADO, A SUA EXECUCAO AINDA NAO
004710*                           FOI ENVIADA E O SEU CONCURSO ESTA
004720*                           ABERTO NO CALENDARIO
004730*----------------------------------------------------------------
004740 2000-TRATAR-PALPITE.
004750     IF EXT-ID-EXECUCAO NOT = SPACES
004760         IF PMS-ID-EXECUCAO NOT = EXT-ID-EXECUCAO
004770             GO TO 2000-EXIT
004780         END-IF
004790     ELSE
004800         IF PMS-DATA-GERACAO NOT = EXT-DATA-GERACAO
004810             GO TO 2000-EXIT
004820         END-IF
004830     END-IF
004840     PERFORM 2200-VERIFICAR-ESTORNO THRU 2200-EXIT
004850     IF EXT-PALPITE-ESTORNADO
004860         ADD 1 TO EXT-QTD-PULADOS-EST
004870         GO TO 2000-EXIT
004880     END-IF
004890     PERFORM 2100-VERIFICAR-JA-EXPORTADA THRU 2100-EXIT
004900     IF EXT-JA-EXPORTADO
004910         ADD 1 TO EXT-QTD-PULADOS-EXP
004920         ADD 1 TO EXT-EXP-QTD-AGORA(EXT-IDX-EXP)
004930         GO TO 2000-EXIT
004940     END-IF
004950     PERFORM 2300-VERIFICAR-CALENDARIO THRU 2300-EXIT
004960     IF NOT EXT-CONCURSO-ABERTO
004970         ADD 1 TO EXT-QTD-PULADOS-CAL
004980         GO TO 2000-EXIT
004990     END-IF
005000     IF NOT EXT-CABECALHO-GRAVADO
005010         PERFORM 3000-GRAVAR-CABECALHO THRU 3000-EXIT
005020     END-IF
005030     PERFORM 4000-GRAVAR-DETALHE THRU 4000-EXIT
005040     PERFORM 4500-ACUMULAR-LOTE THRU 4500-EXIT.
005050 2000-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080*    2100-VERIFICAR-JA-EXPORTADA - MARCA SE A EXECUCAO DO
005090*                                   PALPITE JA ESTA NO CONTROLE
005100*                                   DE EXPORTACAO (AVISA NA
005110*                                   PRIMEIRA OCORRENCIA)
005120*----------------------------------------------------------------
005130 2100-VERIFICAR-JA-EXPORTADA.
005140     SET EXT-JA-EXPORTADO TO FALSE
005150     MOVE ZERO TO EXT-IDX-EXP
005160     IF EXT-QTD-EXPORTADAS > ZERO
005170         PERFORM 2110-COMPARAR-EXPORTADA THRU 2110-EXIT
005180             VARYING X1 FROM 1 BY 1
005190             UNTIL X1 > EXT-QTD-EXPORTADAS
005200                OR EXT-JA-EXPORTADO
005210     END-IF
005220     IF EXT-JA-EXPORTADO
005230        AND EXT-QTD-PULADOS-EXP = ZERO
005240         DISPLAY "EXECUCAO " PMS-ID-EXECUCAO
005250             " JA EXPORTADA - LOTE NAO SERA ENVIADO DE NOVO"
005260     END-IF.
005270 2100-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------
005300*    2110-COMPARAR-EXPORTADA - COMPARA A EXECUCAO DO PALPITE COM
005310*                               A ENTRADA X1 DO CONTROLE
005320*----------------------------------------------------------------
005330 2110-COMPARAR-EXPORTADA.
005340     IF EXT-EXP-EXECUCAO(X1) = PMS-ID-EXECUCAO
005350         SET EXT-JA-EXPORTADO TO TRUE
005360         MOVE X1 TO EXT-IDX-EXP
005370     END-IF.
005380 2110-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410*    2200-VERIFICAR-ESTORNO - MARCA SE O PALPITE CORRENTE CONSTA
005420*                              NA TABELA DE ESTORNOS
005430*----------------------------------------------------------------
005440 2200-VERIFICAR-ESTORNO.
005450     SET EXT-PALPITE-ESTORNADO TO FALSE
005460     IF EXT-QTD-EST-TABELA > ZERO
005470         MOVE PMS-ID-EXECUCAO TO EXT-CT-EXECUCAO
005480         MOVE PMS-NUM-PALPITE TO EXT-CT-PALPITE
005490         PERFORM 2210-COMPARAR-ESTORNO THRU 2210-EXIT
005500             VARYING X1 FROM 1 BY 1
005510             UNTIL X1 > EXT-QTD-EST-TABELA
005520                OR EXT-PALPITE-ESTORNADO
005530     END-IF.
005540 2200-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570*    2210-COMPARAR-ESTORNO - COMPARA A CHAVE DO PALPITE COM A
005580*                             ENTRADA X1 DOS ESTORNOS
005590*----------------------------------------------------------------
005600 2210-COMPARAR-ESTORNO.
005610     IF EXT-EST-CHAVE(X1) = EXT-CHAVE-TRABALHO
005620         SET EXT-PALPITE-ESTORNADO TO TRUE
005630     END-IF.
005640 2210-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670*    2300-VERIFICAR-CALENDARIO - SITUA O CONCURSO DO PALPITE
005680*                                 CORRENTE NO CALENDARIO (SEM
005690*                                 ALVO, AUSENTE, CANCELADO,
005700*                                 ENCERRADO OU ABERTO) E AVISA O
005710*                                 MOTIVO DA RECUSA UMA VEZ POR
005720*                                 EXECUCAO
005730*----------------------------------------------------------------
005740 2300-VERIFICAR-CALENDARIO.
005750     SET EXT-CONCURSO-AUSENTE TO TRUE
005760     SET EXT-CONC-ACHADO TO FALSE
005770     IF PMS-NUM-CONCURSO NOT NUMERIC OR PMS-NUM-CONCURSO = ZERO
005780         SET EXT-CONCURSO-SEM-ALVO TO TRUE
005790     ELSE
005800         IF EXT-QTD-CALENDARIO > ZERO
005810             PERFORM 2310-COMPARAR-CALENDARIO THRU 2310-EXIT
005820                 VARYING C3 FROM 1 BY 1
005830                 UNTIL C3 > EXT-QTD-CALENDARIO
005840                    OR EXT-CONC-ACHADO
005850         END-IF
005860     END-IF
005870     IF EXT-CONCURSO-ABERTO
005880        OR PMS-ID-EXECUCAO = EXT-ULT-EXEC-RECUSADA
005890         GO TO 2300-EXIT
005900     END-IF
005910     MOVE PMS-ID-EXECUCAO TO EXT-ULT-EXEC-RECUSADA
005920     EVALUATE TRUE
005930         WHEN EXT-CONCURSO-SEM-ALVO
005940             DISPLAY "EXECUCAO " PMS-ID-EXECUCAO
005950                 " SEM CONCURSO ALVO - NAO EXPORTADA"
005960         WHEN EXT-CONCURSO-AUSENTE
005970             DISPLAY "EXECUCAO " PMS-ID-EXECUCAO " CONCURSO "
005980                 PMS-NUM-CONCURSO " FORA DO CALENDARIO -"
005990                 " NAO EXPORTADA"
006000         WHEN EXT-CONCURSO-CANCELADO
006010             DISPLAY "EXECUCAO " PMS-ID-EXECUCAO " CONCURSO "
006020                 PMS-NUM-CONCURSO " CANCELADO - NAO EXPORTADA"
006030         WHEN EXT-CONCURSO-ENCERRADO
006040             DISPLAY "EXECUCAO " PMS-ID-EXECUCAO " CONCURSO "
006050                 PMS-NUM-CONCURSO " COM APOSTAS ENCERRADAS EM "
006060                 EXT-AC-DATA-LIMITE " " EXT-AC-HORA-LIMITE
006070                 " - NAO EXPORTADA"
006080     END-EVALUATE.
006090 2300-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120*    2310-COMPARAR-CALENDARIO - SITUA O CONCURSO DA ENTRADA C3
006130*                                QUANDO E O JOGO E O CONCURSO DO
006140*                                PALPITE CORRENTE
006150*----------------------------------------------------------------
006160 2310-COMPARAR-CALENDARIO.
006170     MOVE EXT-CAL-IMG(C3) TO EXT-AREA-CALEND
006180     IF EXT-AC-TIPO-JOGO NOT = PMS-TIPO-JOGO
006190        OR EXT-AC-NUM-CONCURSO NOT = PMS-NUM-CONCURSO
006200         GO TO 2310-EXIT
006210     END-IF
006220     SET EXT-CONC-ACHADO TO TRUE
006230     EVALUATE TRUE
006240         WHEN NOT EXT-AC-ATIVO
006250             SET EXT-CONCURSO-CANCELADO TO TRUE
006260         WHEN EXT-AC-DATA-LIMITE < EXT-DATA-ATUAL
006270             SET EXT-CONCURSO-ENCERRADO TO TRUE
006280         WHEN EXT-AC-DATA-LIMITE = EXT-DATA-ATUAL
006290          AND EXT-AC-HORA-LIMITE <= EXT-HORA-CORTE
006300             SET EXT-CONCURSO-ENCERRADO TO TRUE
006310         WHEN OTHER
006320             SET EXT-CONCURSO-ABERTO TO TRUE
006330     END-EVALUATE.
006340 2310-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370*    3000-GRAVAR-CABECALHO - GRAVA O REGISTRO DE CABECALHO DO
006380*                             ARQUIVO DE EXPORTACAO (EXECUCAO EM
006390*                             BRANCO NA EXPORTACAO POR DATA)
006400*----------------------------------------------------------------
006410 3000-GRAVAR-CABECALHO.
006420     MOVE SPACES             TO EXPORTACAO-REC
006430     SET XPT-REG-CABECALHO   TO TRUE
006440     MOVE EXT-ID-EXECUCAO    TO XPT-CAB-ID-EXECUCAO
006450     MOVE EXT-DATA-ATUAL     TO XPT-CAB-DATA-EXPORT
006460     MOVE EXT-HORA-ATUAL     TO XPT-CAB-HORA-EXPORT
006470     WRITE EXPORTACAO-REC
006480     IF EXT-FS-EXPORTACAO NOT = "00"
006490         DISPLAY "ERRO " EXT-FS-EXPORTACAO
006500             " AO GRAVAR O CABECALHO - ABORTANDO"
006510         MOVE 16 TO RETURN-CODE
006520         GOBACK
006530     END-IF
006540     SET EXT-CABECALHO-GRAVADO TO TRUE.
006550 3000-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580*    4000-GRAVAR-DETALHE - GRAVA O DETALHE DO PALPITE CORRENTE E
006590*                           SOMA AS SUAS DEZENAS NO HASH DE
006600*                           CONFERENCIA
006610*----------------------------------------------------------------
006620 4000-GRAVAR-DETALHE.
006630     MOVE SPACES             TO EXPORTACAO-REC
006640     SET XPT-REG-DETALHE     TO TRUE
006650     MOVE PMS-TIPO-JOGO      TO XPT-DET-TIPO-JOGO
006660     MOVE PMS-QTD-DEZENAS    TO XPT-DET-QTD-DEZENAS
006670     MOVE PMS-NUM-CONCURSO   TO XPT-DET-CONCURSO
006680     MOVE PMS-ID-EXECUCAO    TO XPT-DET-ID-EXECUCAO
006690     MOVE PMS-NUM-PALPITE    TO XPT-DET-NUM-PALPITE
006700     MOVE ZERO               TO XPT-DET-DEZENAS
006710     PERFORM 4100-MOVER-DEZENA THRU 4100-EXIT
006720         VARYING X2 FROM 1 BY 1 UNTIL X2 > PMS-QTD-DEZENAS
006730     WRITE EXPORTACAO-REC
006740     IF EXT-FS-EXPORTACAO NOT = "00"
006750         DISPLAY "ERRO " EXT-FS-EXPORTACAO
006760             " AO GRAVAR O DETALHE - ABORTANDO"
006770         MOVE 16 TO RETURN-CODE
006780         GOBACK
006790     END-IF
006800     ADD 1 TO EXT-QTD-EXPORTADOS.
006810 4000-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840*    4100-MOVER-DEZENA - COPIA A DEZENA X2 PARA O DETALHE E A
006850*                         SOMA NO HASH DE CONFERENCIA
006860*----------------------------------------------------------------
006870 4100-MOVER-DEZENA.
006880     MOVE PMS-DEZENA(X2) TO XPT-DET-DEZENA(X2)
006890     ADD PMS-DEZENA(X2) TO EXT-HASH-DEZENAS.
006900 4100-EXIT.
006910     EXIT.
006920*----------------------------------------------------------------
006930*    4500-ACUMULAR-LOTE - SOMA O PALPITE EXPORTADO NO ACUMULADOR
006940*                          DA SUA EXECUCAO, INCLUINDO-A NA
006950*                          PRIMEIRA OCORRENCIA
006960*----------------------------------------------------------------
006970 4500-ACUMULAR-LOTE.
006980     MOVE ZERO TO EXT-IDX-LOTE
006990     IF EXT-QTD-LOTES > ZERO
007000         PERFORM 4510-PROCURAR-LOTE THRU 4510-EXIT
007010             VARYING X1 FROM 1 BY 1
007020             UNTIL X1 > EXT-QTD-LOTES
007030                OR EXT-IDX-LOTE > ZERO
007040     END-IF
007050     IF EXT-IDX-LOTE = ZERO
007060         IF EXT-QTD-LOTES >= 100
007070             DISPLAY "TABELA DE LOTES CHEIA - ABORTANDO"
007080             MOVE 16 TO RETURN-CODE
007090             GOBACK
007100         END-IF
007110         ADD 1 TO EXT-QTD-LOTES
007120         MOVE EXT-QTD-LOTES TO EXT-IDX-LOTE
007130         MOVE PMS-ID-EXECUCAO
007140             TO EXT-LOTE-EXECUCAO(EXT-IDX-LOTE)
007150         MOVE ZERO TO EXT-LOTE-QTD(EXT-IDX-LOTE)
007160         MOVE ZERO TO EXT-LOTE-HASH(EXT-IDX-LOTE)
007170     END-IF
007180     ADD 1 TO EXT-LOTE-QTD(EXT-IDX-LOTE)
007190     PERFORM 4520-SOMAR-HASH-LOTE THRU 4520-EXIT
007200         VARYING X2 FROM 1 BY 1 UNTIL X2 > PMS-QTD-DEZENAS.
007210 4500-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240*    4510-PROCURAR-LOTE - LOCALIZA A EXECUCAO DO PALPITE NA
007250*                          TABELA DE LOTES DESTE ENVIO
007260*----------------------------------------------------------------
007270 4510-PROCURAR-LOTE.
007280     IF EXT-LOTE-EXECUCAO(X1) = PMS-ID-EXECUCAO
007290         MOVE X1 TO EXT-IDX-LOTE
007300     END-IF.
007310 4510-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340*    4520-SOMAR-HASH-LOTE - SOMA A DEZENA X2 NO HASH DO LOTE
007350*----------------------------------------------------------------
007360 4520-SOMAR-HASH-LOTE.
007370     ADD PMS-DEZENA(X2) TO EXT-LOTE-HASH(EXT-IDX-LOTE).
007380 4520-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410*    5000-GRAVAR-RODAPE - GRAVA O RODAPE COM A CONTAGEM E O HASH
007420*                          TOTAL DAS DEZENAS EXPORTADAS
007430*----------------------------------------------------------------
007440 5000-GRAVAR-RODAPE.
007450     MOVE SPACES             TO EXPORTACAO-REC
007460     SET XPT-REG-RODAPE      TO TRUE
007470     MOVE EXT-QTD-EXPORTADOS TO XPT-ROD-QTD-PALP
007480     MOVE EXT-HASH-DEZENAS   TO XPT-ROD-HASH-DEZ
007490     WRITE EXPORTACAO-REC
007500     IF EXT-FS-EXPORTACAO NOT = "00"
007510         DISPLAY "ERRO " EXT-FS-EXPORTACAO
007520             " AO GRAVAR O RODAPE - ABORTANDO"
007530         MOVE 16 TO RETURN-CODE
007540         GOBACK
007550     END-IF.
007560 5000-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------
007590*    6000-GRAVAR-CONTROLE - ACRESCENTA AO CONTROLE DE EXPORTACAO
007600*                            UM REGISTRO POR EXECUCAO ENVIADA
007610*                            NESTE LOTE
007620*----------------------------------------------------------------
007630 6000-GRAVAR-CONTROLE.
007640     OPEN EXTEND ARQ-CONTROLE
007650     IF EXT-FS-CONTROLE = "35"
007660         OPEN OUTPUT ARQ-CONTROLE
007670     END-IF
007680     IF EXT-FS-CONTROLE NOT = "00"
007690         DISPLAY "ERRO " EXT-FS-CONTROLE
007700             " AO ABRIR O CONTROLE DE EXPORTACAO - ABORTANDO"
007710         MOVE 16 TO RETURN-CODE
007720         GOBACK
007730     END-IF
007740     PERFORM 6100-GRAVAR-UM-LOTE THRU 6100-EXIT
007750         VARYING X1 FROM 1 BY 1 UNTIL X1 > EXT-QTD-LOTES
007760     CLOSE ARQ-CONTROLE.
007770 6000-EXIT.
007780     EXIT.
007790*----------------------------------------------------------------
007800*    6100-GRAVAR-UM-LOTE - GRAVA O REGISTRO DE CONTROLE DO LOTE
007810*                           X1
007820*----------------------------------------------------------------
007830 6100-GRAVAR-UM-LOTE.
007840     MOVE EXT-LOTE-EXECUCAO(X1)  TO ECT-ID-EXECUCAO
007850     MOVE EXT-DATA-ATUAL         TO ECT-DATA-EXPORT
007860     MOVE EXT-HORA-ATUAL         TO ECT-HORA-EXPORT
007870     MOVE EXT-LOTE-QTD(X1)       TO ECT-QTD-PALPITES
007880     MOVE EXT-LOTE-HASH(X1)      TO ECT-HASH-DEZENAS
007890     WRITE EXPORT-CONTROLE-REC
007900     IF EXT-FS-CONTROLE NOT = "00"
007910         DISPLAY "ERRO " EXT-FS-CONTROLE
007920             " AO GRAVAR O CONTROLE - ABORTANDO"
007930         MOVE 16 TO RETURN-CODE
007940         GOBACK
007950     END-IF.
007960 6100-EXIT.
007970     EXIT.
007980*----------------------------------------------------------------
007990*    7000-CONFERIR-LOTES-ENVIADOS - CONFERE CADA EXECUCAO JA
008000*                                    EXPORTADA CONTRA A CONTAGEM
008010*                                    VISTA HOJE: DIFERENCA (LOTE
008020*                                    COMPLETADO PELO MEGARST OU
008030*                                    ESTORNO POS-ENVIO) GERA
008040*                                    AVISO NOMINAL E RC 8
008050*----------------------------------------------------------------
008060 7000-CONFERIR-LOTES-ENVIADOS.
008070     IF EXT-QTD-EXPORTADAS > ZERO
008080         PERFORM 7100-CONFERIR-UM-LOTE THRU 7100-EXIT
008090             VARYING X1 FROM 1 BY 1
008100             UNTIL X1 > EXT-QTD-EXPORTADAS
008110     END-IF
008120     IF EXT-QTD-DIVERGENTES > ZERO
008130         MOVE 8 TO RETURN-CODE
008140     END-IF.
008150 7000-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------
008180*    7100-CONFERIR-UM-LOTE - AVISA QUANDO A EXECUCAO X1, JA
008190*                             EXPORTADA, TEM HOJE UMA CONTAGEM
008200*                             DE PALPITES DIFERENTE DA ENVIADA
008210*----------------------------------------------------------------
008220 7100-CONFERIR-UM-LOTE.
008230     IF EXT-EXP-QTD-AGORA(X1) = ZERO
008240        OR EXT-EXP-QTD-AGORA(X1) = EXT-EXP-QTD-CTRL(X1)
008250         GO TO 7100-EXIT
008260     END-IF
008270     ADD 1 TO EXT-QTD-DIVERGENTES
008280     DISPLAY "*** LOTE EXPORTADO DIVERGENTE ***"
008290     DISPLAY "EXECUCAO " EXT-EXP-EXECUCAO(X1)
008300         " ENVIADA COM " EXT-EXP-QTD-CTRL(X1)
008310         " PALPITES E HOJE TEM " EXT-EXP-QTD-AGORA(X1)
008320     DISPLAY "LOTE COMPLETADO PELO MEGARST OU ESTORNO APOS O"
008330         " ENVIO - CONFERIR E AJUSTAR NO TERMINAL".
008340 7100-EXIT.
008350     EXIT.
008360*----------------------------------------------------------------
008370*    9000-IMPRIMIR-RESUMO - IMPRIME O RELATORIO DE CONTROLE DA
008380*                            EXPORTACAO PARA O OPERADOR
008390*----------------------------------------------------------------
008400 9000-IMPRIMIR-RESUMO.
008410     DISPLAY " "
008420     DISPLAY "RELATORIO DE CONTROLE DA EXPORTACAO"
008430     DISPLAY "PALPITES LIDOS.............: " EXT-QTD-LIDOS
008440     DISPLAY "PALPITES EXPORTADOS........: " EXT-QTD-EXPORTADOS
008450     DISPLAY "PULADOS (LOTE JA ENVIADO)..: " EXT-QTD-PULADOS-EXP
008460     DISPLAY "LOTES ENVIADOS DIVERGENTES.: " EXT-QTD-DIVERGENTES
008470     DISPLAY "PULADOS (ESTORNADOS).......: " EXT-QTD-PULADOS-EST
008480     DISPLAY "RECUSADOS PELO CALENDARIO..: " EXT-QTD-PULADOS-CAL
008490     DISPLAY "HASH DAS DEZENAS...........: " EXT-HASH-DEZENAS
008500     DISPLAY "LOTES REGISTRADOS NO CTRL..: " EXT-QTD-LOTES.
008510 9000-EXIT.
008520     EXIT.

000110*               RESULTADOS.DAT, CONTA QUANTAS DEZENAS DE CADA
000120*               PALPITE BATERAM COM O RESULTADO OFICIAL DAQUELE
000130*               CONCURSO, IMPRIMINDO UM RELATORIO DE CONFERENCIA.
000140*               OS PREMIADOS SAO GRAVADOS NUM ARQUIVO DE TRABALHO
000150*               (PRMTRAB) E SO NO FIM DE UMA CONFERENCIA COMPLETA
000160*               SAO COPIADOS PARA O ARQUIVO DE PREMIADOS: UM
000170*               ABORTO PRESERVA OS PREMIADOS DA EXECUCAO ANTERIOR.
000180*               CADA CONFERENCIA (PALPITE X CONCURSO), PREMIADA OU
000190*               NAO, E GRAVADA NO ARQUIVO DE ACERTOS (ACERTO.CPY),
000200*               RECRIADO A CADA EXECUCAO, INSUMO DO RELATORIO DE
000210*               DESEMPENHO POR MODO DE GERACAO (DESEMREL).
000220*               RETURN-CODE: 0 = OK; 4 = CONFERENCIA PARCIAL
000230*               (TABELA DE CONCURSOS CHEIA), HISTORICO DE
000240*               RESULTADOS OU CADASTRO DE PALPITES VAZIO, OU
000250*               PREMIO DE PALPITE SEM REGISTRO NO TERMINAL; 16 =
000260*               ABORTO (ARQUIVO DE PREMIADOS INTACTO).
000270*
000280*    HISTORICO DE ALTERACOES
000290*    DATA       AUTOR   DESCRICAO
000300*    ---------- ------- ----------------------------------------
000310*    2026-08-09 RAS     VERSAO INICIAL.
000320*    2026-08-09 RAS     PALPITE DE JOGO DIFERENTE DE MEGA-SENA
000330*                       DEIXA DE SER CONFERIDO CONTRA O SORTEIO.
000340*    2026-08-09 RAS     RELATORIO PASSA A EXIBIR A EXECUCAO E A
000350*                       DATA DE GERACAO DO PALPITE, NECESSARIAS
000360*                       PARA DISTINGUIR PALPITES DE NOITES
000370*                       DIFERENTES QUE COMPARTILHAM O MESMO
000380*                       NUMERO SEQUENCIAL DENTRO DO LOTE.
000390*    2026-08-22 RAS     CONFERENCIA MULTI-JOGO: CADA PALPITE
000400*                       PASSA A SER CONFERIDO CONTRA OS
000410*                       CONCURSOS DO SEU PROPRIO JOGO (MEGA,
000420*                       LOTOFACIL OU QUINA), USANDO O TIPO DE
000430*                       JOGO E A QTDE DE DEZENAS DO NOVO LAYOUT
000440*                       DE RESSORT.CPY. O AVISO DE JOGO DIVERSO
000450*                       FOI APOSENTADO: UM PALPITE DE OUTRO JOGO
000460*                       E SIMPLESMENTE CONFERIDO NO CONCURSO
000470*                       CERTO, NAO MAIS IGNORADO.
000480*    2026-08-22 RAS     PALPITE QUE ATINGE A FAIXA MINIMA DE
000490*                       PREMIO DO SEU JOGO (MEGA 4, LOTOFACIL
000500*                       11, QUINA 2 ACERTOS) PASSA A SER GRAVADO
000510*                       NO ARQUIVO DE PREMIADOS (PREMIAD.CPY),
000520*                       INSUMO DO RATEIO ENTRE OS PARTICIPANTES
000530*                       DO BOLAO.
000540*    2026-08-22 RAS     CONFERENCIA PASSA A LER O CADASTRO
000550*                       INDEXADO PALPMST (KSDS CARREGADO PELO
000560*                       REORGPAL), ABERTO UMA UNICA VEZ E
000570*                       POSICIONADO COM START NO INICIO A CADA
000580*                       CONCURSO, EM VEZ DE ABRIR E VARRER
000590*                       PALPITES.DAT INTEIRO POR CONCURSO.
000600*    2026-08-22 RAS     LACOS INVERTIDOS: OS CONCURSOS DE
000610*                       RESULTADOS.DAT SAO CARREGADOS UMA UNICA
000620*                       VEZ NUMA TABELA E O CADASTRO DE PALPITES
000630*                       E PERCORRIDO UMA UNICA VEZ, CADA PALPITE
000640*                       CONFERIDO CONTRA OS CONCURSOS DO SEU
000650*                       JOGO NA TABELA. O TEMPO DEIXA DE CRESCER
000660*                       COM CONCURSOS X HISTORICO INTEIRO.
000670*    2026-09-02 RAS     PALPITE COM CONCURSO ALVO GRAVADO
000680*                       (PMS-NUM-CONCURSO) PASSA A SER CONFERIDO
000690*                       SOMENTE CONTRA AQUELE CONCURSO, QUE E O
000700*                       SORTEIO EM QUE O CLIENTE APOSTOU. PALPITE
000710*                       ANTIGO SEM CONCURSO ALVO (ZERO) SEGUE
000720*                       CONFERIDO CONTRA TODOS OS CONCURSOS DO
000730*                       SEU JOGO, COMO ANTES.
000740*    2026-09-02 RAS     PALPITE ESTORNADO (ESTORNO.CPY) DEIXA DE
000750*                       SER CONFERIDO: O CANCELAMENTO REGISTRADO
000760*                       NO BALCAO VALE MESMO ANTES DO REORGPAL
000770*                       RETIRAR O REGISTRO DO CADASTRO INDEXADO.
000780*    2026-09-02 RAS     CONCURSO ALVO NAO NUMERICO (REGISTRO
000790*                       ANTERIOR AO CAMPO, QUE VOLTA EM BRANCO)
000800*                       E TRATADO COMO SEM ALVO: O PALPITE
000810*                       LEGADO SEGUE CONFERIDO CONTRA TODOS OS
000820*                       CONCURSOS DO SEU JOGO.
000830*    2026-10-15 RAS     NOVA DD REGAPOST (REGISTRO DE APOSTAS
000840*                       NO TERMINAL, GRAVADO PELO RETORNO): O
000850*                       RELATORIO EXIBE O PROTOCOLO DA APOSTA
000860*                       (OU NAO REGISTRADO/REJEITADO) E O
000870*                       PALPITE QUE O TERMINAL NUNCA REGISTROU
000880*                       NAO E GRAVADO COMO PREMIADO, MESMO
000890*                       ATINGINDO A FAIXA; O PROTOCOLO SEGUE NO
000900*                       PREMIADO PARA O RATEIO.
000910*    2026-10-15 RAS     ARQUIVO DE PREMIADOS PROTEGIDO CONTRA
000920*                       EXECUCAO FALHA: A CONFERENCIA GRAVA NO
000930*                       ARQUIVO DE TRABALHO PRMTRAB E O
000940*                       PREMIADO SO E ABERTO OUTPUT E RECOPIADO
000950*                       EM 3000-COPIAR-PREMIADOS, DEPOIS DE TODO
000960*                       O CADASTRO CONFERIDO. RETURN-CODE
000970*                       DOCUMENTADO (0/4/16) PARA O ENCADEAMENTO
000980*                       NO JOB NOTURNO: TODO ABORTO TERMINA COM
000990*                       16.
001000*    2026-10-15 RAS     NOVA DD ACERTOS: 2250-GRAVAR-ACERTO GRAVA
001010*                       CADA CONFERENCIA COM OS ACERTOS, A DATA
001020*                       DO SORTEIO (GUARDADA NA TABELA DE
001030*                       CONCURSOS), SE O CONCURSO E O ALVO DA
001040*                       APOSTA E SE O PALPITE FOI REGISTRADO NO
001050*                       TERMINAL, PARA O DESEMREL.
001060*----------------------------------------------------------------
001070 ENVIRONMENT DIVISION.
001080 CONFIGURATION SECTION.
001090 SOURCE-COMPUTER.   IBM-370.
001100 OBJECT-COMPUTER.   IBM-370.
001110 INPUT-OUTPUT SECTION.
001120 FILE-CONTROL.
001130     SELECT ARQ-PALPITES     ASSIGN TO PALPMST
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS PMS-CHAVE
001170         FILE STATUS IS CNF-FS-PALPITES.
001180     SELECT ARQ-RESULTADOS   ASSIGN TO RESULTAD
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS CNF-FS-RESULTADOS.
001210     SELECT ARQ-PREMIADOS    ASSIGN TO PREMIADO
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS CNF-FS-PREMIADOS.
001240     SELECT ARQ-PRM-TRABALHO ASSIGN TO PRMTRAB
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS CNF-FS-PRM-TRABALHO.
001270     SELECT ARQ-ESTORNOS     ASSIGN TO ESTORNOS
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS CNF-FS-ESTORNOS.
001300     SELECT ARQ-REGISTROS    ASSIGN TO REGAPOST
001310         ORGANIZATION IS LINE SEQUENTIAL
001320         FILE STATUS IS CNF-FS-REGISTROS.
001330     SELECT ARQ-ACERTOS      ASSIGN TO ACERTOS
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS CNF-FS-ACERTOS.
001360 DATA DIVISION.
001370 FILE SECTION.
001380 FD  ARQ-PALPITES
001390     COPY PALPMST.CPY.
001400 FD  ARQ-RESULTADOS
001410     COPY RESSORT.CPY.
001420 FD  ARQ-PREMIADOS.
001430 01  CNF-REG-PREMIADO            PIC X(49).
001440 FD  ARQ-PRM-TRABALHO
001450     COPY PREMIAD.CPY.
001460 FD  ARQ-ESTORNOS
001470     COPY ESTORNO.CPY.
001480 FD  ARQ-REGISTROS
001490     COPY REGAPOS.CPY.
001500 FD  ARQ-ACERTOS
001510     COPY ACERTO.CPY.
001520 WORKING-STORAGE SECTION.
001530 01  CNF-STATUS-ARQUIVOS.
001540     05  CNF-FS-PALPITES         PIC X(02) VALUE "00".
001550     05  CNF-FS-RESULTADOS       PIC X(02) VALUE "00".
001560     05  CNF-FS-PREMIADOS        PIC X(02) VALUE "00".
001570     05  CNF-FS-PRM-TRABALHO     PIC X(02) VALUE "00".
001580     05  CNF-FS-ESTORNOS         PIC X(02) VALUE "00".
001590     05  CNF-FS-REGISTROS        PIC X(02) VALUE "00".
001600     05  CNF-FS-ACERTOS          PIC X(02) VALUE "00".
001610 01  CNF-SWITCHES.
001620     05  CNF-SW-FIM-RESULTADOS   PIC X(01) VALUE "N".
001630         88  CNF-FIM-RESULTADOS      VALUE "S".
001640     05  CNF-SW-FIM-PALPITES     PIC X(01) VALUE "N".
001650         88  CNF-FIM-PALPITES        VALUE "S"
001660                                      FALSE "N".
001670     05  CNF-SW-FIM-ESTORNOS     PIC X(01) VALUE "N".
001680         88  CNF-FIM-ESTORNOS        VALUE "S".
001690     05  CNF-SW-ESTORNADO        PIC X(01) VALUE "N".
001700         88  CNF-PALPITE-ESTORNADO   VALUE "S"
001710                                      FALSE "N".
001720     05  CNF-SW-FIM-REGISTROS    PIC X(01) VALUE "N".
001730         88  CNF-FIM-REGISTROS       VALUE "S".
001740     05  CNF-SW-REGISTRADO       PIC X(01) VALUE "N".
001750         88  CNF-PALPITE-REGISTRADO  VALUE "S"
001760                                      FALSE "N".
001770     05  CNF-SW-PARCIAL          PIC X(01) VALUE "N".
001780         88  CNF-CONFERENCIA-PARCIAL VALUE "S".
001790     05  CNF-SW-FIM-PRM-TRABALHO PIC X(01) VALUE "N".
001800         88  CNF-FIM-PRM-TRABALHO    VALUE "S".
001810 01  CNF-CONTADORES.
001820     05  K                       PIC 9(02) COMP.
001830     05  L                       PIC 9(02) COMP.
001840     05  CNF-QTD-ACERTOS         PIC 9(02) COMP.
001850     05  CNF-MIN-PREMIO          PIC 9(02) COMP.
001860     05  CNF-QTD-CONCURSOS-LIDOS PIC 9(06) COMP VALUE ZERO.
001870     05  CNF-QTD-PALPITES-LIDOS  PIC 9(06) COMP VALUE ZERO.
001880     05  CNF-QTD-PREMIADOS       PIC 9(06) COMP VALUE ZERO.
001890     05  CNF-IDX-RES             PIC 9(04) COMP.
001900     05  CNF-IDX-EST             PIC 9(04) COMP.
001910     05  CNF-QTD-ESTORNADOS      PIC 9(06) COMP VALUE ZERO.
001920     05  CNF-IDX-REG             PIC 9(05) COMP.
001930     05  CNF-POS-REG             PIC 9(05) COMP.
001940     05  CNF-QTD-SEM-REGISTRO    PIC 9(06) COMP VALUE ZERO.
001950     05  CNF-QTD-ACERTOS-GRAV    PIC 9(07) COMP VALUE ZERO.
001960*----------------------------------------------------------------
001970*    CHAVES DOS PALPITES ESTORNADOS (EXECUCAO + PALPITE), QUE
001980*    NAO SAO CONFERIDOS
001990*----------------------------------------------------------------
002000 01  CNF-TAB-ESTORNOS.
002010     05  CNF-QTD-EST-TABELA      PIC 9(04) COMP VALUE ZERO.
002020     05  CNF-EST-CHAVE           PIC X(20) OCCURS 1000 TIMES.
002030 01  CNF-CHAVE-TRABALHO.
002040     05  CNF-CT-EXECUCAO         PIC X(14).
002050     05  CNF-CT-PALPITE          PIC 9(06).
002060*----------------------------------------------------------------
002070*    REGISTRO DE APOSTAS NO TERMINAL, UMA ENTRADA POR CHAVE
002080*    (O ULTIMO REGISTRO DA CHAVE VALE). SO O PALPITE COM
002090*    PROTOCOLO E APOSTA VIVA
002100*----------------------------------------------------------------
002110 01  CNF-TAB-REGISTROS.
002120     05  CNF-QTD-REG-TABELA      PIC 9(05) COMP VALUE ZERO.
002130     05  CNF-REG-ENT OCCURS 10000 TIMES.
002140         10  CNF-REG-CHAVE       PIC X(20).
002150         10  CNF-REG-SITUACAO    PIC X(01).
002160         10  CNF-REG-PROTOCOLO   PIC X(20).
002170         10  CNF-REG-COD-REJ     PIC X(03).
002180 01  CNF-PROTOCOLO               PIC X(20) VALUE SPACES.
002190 01  CNF-REJEICAO.
002200     05  FILLER                  PIC X(14) VALUE "REJEITADO COD ".
002210     05  CNF-REJ-CODIGO          PIC X(03).
002220*----------------------------------------------------------------
002230*    TABELA DOS CONCURSOS DE RESULTADOS.DAT, CARREGADA UMA UNICA
002240*    VEZ NO INICIO; CADA PALPITE DO CADASTRO E CONFERIDO CONTRA
002250*    AS ENTRADAS DO SEU PROPRIO JOGO
002260*----------------------------------------------------------------
002270 01  CNF-TAB-RESULTADOS.
002280     05  CNF-QTD-RES-TABELA      PIC 9(04) COMP VALUE ZERO.
002290     05  CNF-RES-ENT OCCURS 2000 TIMES.
002300         10  CNF-RES-CONCURSO    PIC 9(06).
002310         10  CNF-RES-TIPO        PIC 9(01).
002320         10  CNF-RES-DATA        PIC 9(08).
002330         10  CNF-RES-QTD         PIC 9(02).
002340         10  CNF-RES-DEZENAS.
002350             15  CNF-RES-DEZENA  PIC 9(02) OCCURS 20 TIMES.
002360 01  CNF-LINHA-RELATORIO.
002370     05  FILLER                  PIC X(08) VALUE "CONCURSO".
002380     05  CNF-R-CONCURSO          PIC ZZZZZ9.
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  FILLER                  PIC X(05) VALUE "JOGO ".
002410     05  CNF-R-JOGO              PIC 9(01).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  FILLER                  PIC X(08) VALUE "EXECUCAO".
002440     05  CNF-R-EXECUCAO          PIC X(14).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  FILLER                  PIC X(05) VALUE "DATA ".
002470     05  CNF-R-DATA              PIC 9(08).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  FILLER                  PIC X(08) VALUE "PALPITE ".
002500     05  CNF-R-PALPITE           PIC ZZZZZ9.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  FILLER                  PIC X(08) VALUE "ACERTOS ".
002530     05  CNF-R-ACERTOS           PIC Z9.
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  FILLER                  PIC X(09) VALUE "REGISTRO ".
002560     05  CNF-R-REGISTRO          PIC X(20).
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     DISPLAY "RELATORIO DE CONFERENCIA DE PALPITES"
002600     PERFORM 1000-CARREGAR-RESULTADOS THRU 1000-EXIT
002610     PERFORM 1500-CARREGAR-ESTORNOS THRU 1500-EXIT
002620     PERFORM 1700-CARREGAR-REGISTROS THRU 1700-EXIT
002630     OPEN OUTPUT ARQ-PRM-TRABALHO
002640     IF CNF-FS-PRM-TRABALHO NOT = "00"
002650         DISPLAY "ERRO " CNF-FS-PRM-TRABALHO
002660             " AO ABRIR O ARQUIVO DE TRABALHO DE PREMIADOS -"
002670             " ABORTANDO"
002680         MOVE 16 TO RETURN-CODE
002690         GOBACK
002700     END-IF
002710     OPEN OUTPUT ARQ-ACERTOS
002720     IF CNF-FS-ACERTOS NOT = "00"
002730         DISPLAY "ERRO " CNF-FS-ACERTOS
002740             " AO ABRIR O ARQUIVO DE ACERTOS - ABORTANDO"
002750         CLOSE ARQ-PRM-TRABALHO
002760         MOVE 16 TO RETURN-CODE
002770         GOBACK
002780     END-IF
002790     OPEN INPUT ARQ-PALPITES
002800     IF CNF-FS-PALPITES NOT = "00"
002810         DISPLAY "CADASTRO DE PALPITES INDISPONIVEL - RODE O"
002820             " REORGPAL - ABORTANDO"
002830         CLOSE ARQ-PRM-TRABALHO
002840         CLOSE ARQ-ACERTOS
002850         MOVE 16 TO RETURN-CODE
002860         GOBACK
002870     END-IF
002880     PERFORM UNTIL CNF-FIM-PALPITES
002890         READ ARQ-PALPITES NEXT RECORD
002900             AT END
002910                 SET CNF-FIM-PALPITES TO TRUE
002920             NOT AT END
002930                 ADD 1 TO CNF-QTD-PALPITES-LIDOS
002940                 PERFORM 2000-CONFERIR-PALPITE THRU 2000-EXIT
002950         END-READ
002960     END-PERFORM
002970     CLOSE ARQ-PALPITES
002980     CLOSE ARQ-PRM-TRABALHO
002990     CLOSE ARQ-ACERTOS
003000     PERFORM 3000-COPIAR-PREMIADOS THRU 3000-EXIT
003010     DISPLAY " "
003020     DISPLAY "CONCURSOS CONFERIDOS.: " CNF-QTD-CONCURSOS-LIDOS
003030     DISPLAY "PALPITES CONFERIDOS..: " CNF-QTD-PALPITES-LIDOS
003040     DISPLAY "PREMIADOS GRAVADOS...: " CNF-QTD-PREMIADOS
003050     DISPLAY "ESTORNADOS PULADOS...: " CNF-QTD-ESTORNADOS
003060     DISPLAY "PREMIOS SEM REGISTRO.: " CNF-QTD-SEM-REGISTRO
003070     DISPLAY "ACERTOS GRAVADOS.....: " CNF-QTD-ACERTOS-GRAV
003080     IF CNF-CONFERENCIA-PARCIAL
003090        OR CNF-QTD-RES-TABELA = ZERO
003100        OR CNF-QTD-PALPITES-LIDOS = ZERO
003110        OR CNF-QTD-SEM-REGISTRO > ZERO
003120         MOVE 4 TO RETURN-CODE
003130     END-IF
003140     GOBACK.
003150*----------------------------------------------------------------
003160*    1000-CARREGAR-RESULTADOS - CARREGA TODOS OS CONCURSOS DO
003170*                                HISTORICO OFICIAL NA TABELA DE
003180*                                CONFERENCIA
003190*----------------------------------------------------------------
003200 1000-CARREGAR-RESULTADOS.
003210     OPEN INPUT ARQ-RESULTADOS
003220     IF CNF-FS-RESULTADOS NOT = "00"
003230         DISPLAY "ARQUIVO DE RESULTADOS INDISPONIVEL - ABORTANDO"
003240         MOVE 16 TO RETURN-CODE
003250         GOBACK
003260     END-IF
003270     PERFORM UNTIL CNF-FIM-RESULTADOS
003280         READ ARQ-RESULTADOS
003290             AT END
003300                 SET CNF-FIM-RESULTADOS TO TRUE
003310             NOT AT END
003320                 ADD 1 TO CNF-QTD-CONCURSOS-LIDOS
003330                 PERFORM 1100-GUARDAR-RESULTADO THRU 1100-EXIT
003340         END-READ
003350     END-PERFORM
003360     CLOSE ARQ-RESULTADOS.
003370 1000-EXIT.
003380     EXIT.
003390*----------------------------------------------------------------
003400*    1100-GUARDAR-RESULTADO - COPIA O CONCURSO CORRENTE PARA A
003410*                              PROXIMA ENTRADA DA TABELA
003420*----------------------------------------------------------------
003430 1100-GUARDAR-RESULTADO.
003440     IF CNF-QTD-RES-TABELA >= 2000
003450         DISPLAY "TABELA DE CONCURSOS CHEIA - CONFERENCIA"
003460             " PARCIAL A PARTIR DO CONCURSO " RES-NUM-CONCURSO
003470         SET CNF-CONFERENCIA-PARCIAL TO TRUE
003480         GO TO 1100-EXIT
003490     END-IF
003500     ADD 1 TO CNF-QTD-RES-TABELA
003510     MOVE RES-NUM-CONCURSO
003520         TO CNF-RES-CONCURSO(CNF-QTD-RES-TABELA)
003530     MOVE RES-TIPO-JOGO
003540         TO CNF-RES-TIPO(CNF-QTD-RES-TABELA)
003550     MOVE RES-DATA-SORTEIO
003560         TO CNF-RES-DATA(CNF-QTD-RES-TABELA)
003570     MOVE RES-QTD-DEZENAS
003580         TO CNF-RES-QTD(CNF-QTD-RES-TABELA)
003590     MOVE RES-DEZENAS
003600         TO CNF-RES-DEZENAS(CNF-QTD-RES-TABELA).
003610 1100-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640*    1500-CARREGAR-ESTORNOS - CARREGA AS CHAVES DOS PALPITES
003650*                              ESTORNADOS (ARQUIVO AINDA
003660*                              INEXISTENTE = NENHUM ESTORNO)
003670*----------------------------------------------------------------
003680 1500-CARREGAR-ESTORNOS.
003690     OPEN INPUT ARQ-ESTORNOS
003700     IF CNF-FS-ESTORNOS = "35"
003710         DISPLAY "SEM ESTORNOS REGISTRADOS"
003720         GO TO 1500-EXIT
003730     END-IF
003740     IF CNF-FS-ESTORNOS NOT = "00"
003750         DISPLAY "ERRO " CNF-FS-ESTORNOS
003760             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
003770         MOVE 16 TO RETURN-CODE
003780         GOBACK
003790     END-IF
003800     PERFORM UNTIL CNF-FIM-ESTORNOS
003810         READ ARQ-ESTORNOS
003820             AT END
003830                 SET CNF-FIM-ESTORNOS TO TRUE
003840             NOT AT END
003850                 IF EST-ESTORNO-PALPITE
003860                     PERFORM 1600-GUARDAR-ESTORNO THRU 1600-EXIT
003870                 END-IF
003880         END-READ
003890     END-PERFORM
003900     CLOSE ARQ-ESTORNOS.
003910 1500-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940*    1600-GUARDAR-ESTORNO - GUARDA A CHAVE DO PALPITE ESTORNADO
003950*                            NA TABELA
003960*----------------------------------------------------------------
003970 1600-GUARDAR-ESTORNO.
003980     IF CNF-QTD-EST-TABELA >= 1000
003990         DISPLAY "TABELA DE ESTORNOS CHEIA - ABORTANDO"
004000         CLOSE ARQ-ESTORNOS
004010         MOVE 16 TO RETURN-CODE
004020         GOBACK
004030     END-IF
004040     ADD 1 TO CNF-QTD-EST-TABELA
004050     MOVE EST-ID-EXECUCAO TO CNF-CT-EXECUCAO
004060     MOVE EST-NUM-PALPITE TO CNF-CT-PALPITE
004070     MOVE CNF-CHAVE-TRABALHO
004080         TO CNF-EST-CHAVE(CNF-QTD-EST-TABELA).
004090 1600-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120*    1700-CARREGAR-REGISTROS - CARREGA O REGISTRO DE APOSTAS NO
004130*                               TERMINAL (ARQUIVO AINDA
004140*                               INEXISTENTE = NENHUMA APOSTA
004150*                               REGISTRADA)
004160*----------------------------------------------------------------
004170 1700-CARREGAR-REGISTROS.
004180     OPEN INPUT ARQ-REGISTROS
004190     IF CNF-FS-REGISTROS = "35"
004200         DISPLAY "SEM RETORNO DO TERMINAL CARREGADO - NENHUM"
004210             " PALPITE REGISTRADO"
004220         GO TO 1700-EXIT
004230     END-IF
004240     IF CNF-FS-REGISTROS NOT = "00"
004250         DISPLAY "ERRO " CNF-FS-REGISTROS
004260             " AO ABRIR O REGISTRO DE APOSTAS - ABORTANDO"
004270         MOVE 16 TO RETURN-CODE
004280         GOBACK
004290     END-IF
004300     PERFORM UNTIL CNF-FIM-REGISTROS
004310         READ ARQ-REGISTROS
004320             AT END
004330                 SET CNF-FIM-REGISTROS TO TRUE
004340             NOT AT END
004350                 PERFORM 1800-GUARDAR-REGISTRO THRU 1800-EXIT
004360         END-READ
004370     END-PERFORM
004380     CLOSE ARQ-REGISTROS.
004390 1700-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420*    1800-GUARDAR-REGISTRO - GUARDA A SITUACAO DO REGISTRO LIDO
004430*                             NA TABELA, SOBREPONDO A ENTRADA DA
004440*                             MESMA CHAVE
004450*----------------------------------------------------------------
004460 1800-GUARDAR-REGISTRO.
004470     MOVE RGA-ID-EXECUCAO TO CNF-CT-EXECUCAO
004480     MOVE RGA-NUM-PALPITE TO CNF-CT-PALPITE
004490     PERFORM 2030-LOCALIZAR-REGISTRO THRU 2030-EXIT
004500     IF CNF-POS-REG = ZERO
004510         IF CNF-QTD-REG-TABELA >= 10000
004520             DISPLAY "TABELA DO REGISTRO DE APOSTAS CHEIA -"
004530                 " ABORTANDO"
004540             CLOSE ARQ-REGISTROS
004550             MOVE 16 TO RETURN-CODE
004560             GOBACK
004570         END-IF
004580         ADD 1 TO CNF-QTD-REG-TABELA
004590         MOVE CNF-QTD-REG-TABELA TO CNF-POS-REG
004600         MOVE CNF-CHAVE-TRABALHO TO CNF-REG-CHAVE(CNF-POS-REG)
004610     END-IF
004620     MOVE RGA-SITUACAO     TO CNF-REG-SITUACAO(CNF-POS-REG)
004630     MOVE RGA-PROTOCOLO    TO CNF-REG-PROTOCOLO(CNF-POS-REG)
004640     MOVE RGA-COD-REJEICAO TO CNF-REG-COD-REJ(CNF-POS-REG).
004650 1800-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680*    2000-CONFERIR-PALPITE - CONFERE O PALPITE CORRENTE DO
004690*                             CADASTRO CONTRA CADA CONCURSO DO
004700*                             SEU JOGO NA TABELA
004710*----------------------------------------------------------------
004720 2000-CONFERIR-PALPITE.
004730     PERFORM 2010-VERIFICAR-ESTORNO THRU 2010-EXIT
004740     IF CNF-PALPITE-ESTORNADO
004750         ADD 1 TO CNF-QTD-ESTORNADOS
004760         GO TO 2000-EXIT
004770     END-IF
004780     PERFORM 2040-VERIFICAR-REGISTRO THRU 2040-EXIT
004790     IF CNF-QTD-RES-TABELA > ZERO
004800         PERFORM 2050-CONFERIR-CONTRA-CONCURSO THRU 2050-EXIT
004810             VARYING CNF-IDX-RES FROM 1 BY 1
004820             UNTIL CNF-IDX-RES > CNF-QTD-RES-TABELA
004830     END-IF.
004840 2000-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------
004870*    2010-VERIFICAR-ESTORNO - MARCA SE O PALPITE CORRENTE CONSTA
004880*                              NA TABELA DE ESTORNOS
004890*----------------------------------------------------------------
004900 2010-VERIFICAR-ESTORNO.
004910     SET CNF-PALPITE-ESTORNADO TO FALSE
004920     IF CNF-QTD-EST-TABELA > ZERO
004930         MOVE PMS-ID-EXECUCAO TO CNF-CT-EXECUCAO
004940         MOVE PMS-NUM-PALPITE TO CNF-CT-PALPITE
004950         PERFORM 2020-COMPARAR-ESTORNO THRU 2020-EXIT
004960             VARYING CNF-IDX-EST FROM 1 BY 1
004970             UNTIL CNF-IDX-EST > CNF-QTD-EST-TABELA
004980                OR CNF-PALPITE-ESTORNADO
004990     END-IF.
005000 2010-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030*    2020-COMPARAR-ESTORNO - COMPARA A CHAVE DO PALPITE COM A
005040*                             ENTRADA CORRENTE DOS ESTORNOS
005050*----------------------------------------------------------------
005060 2020-COMPARAR-ESTORNO.
005070     IF CNF-EST-CHAVE(CNF-IDX-EST) = CNF-CHAVE-TRABALHO
005080         SET CNF-PALPITE-ESTORNADO TO TRUE
005090     END-IF.
005100 2020-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------
005130*    2030-LOCALIZAR-REGISTRO - LOCALIZA A CHAVE DE TRABALHO NA
005140*                               TABELA DO REGISTRO DE APOSTAS
005150*                               (ZERO = SEM RETORNO)
005160*----------------------------------------------------------------
005170 2030-LOCALIZAR-REGISTRO.
005180     MOVE ZERO TO CNF-POS-REG
005190     IF CNF-QTD-REG-TABELA > ZERO
005200         PERFORM 2035-COMPARAR-REGISTRO THRU 2035-EXIT
005210             VARYING CNF-IDX-REG FROM 1 BY 1
005220             UNTIL CNF-IDX-REG > CNF-QTD-REG-TABELA
005230                OR CNF-POS-REG > ZERO
005240     END-IF.
005250 2030-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280*    2035-COMPARAR-REGISTRO - COMPARA A CHAVE DE TRABALHO COM A
005290*                              ENTRADA CORRENTE DO REGISTRO
005300*----------------------------------------------------------------
005310 2035-COMPARAR-REGISTRO.
005320     IF CNF-REG-CHAVE(CNF-IDX-REG) = CNF-CHAVE-TRABALHO
005330         MOVE CNF-IDX-REG TO CNF-POS-REG
005340     END-IF.
005350 2035-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380*    2040-VERIFICAR-REGISTRO - MARCA SE O PALPITE CORRENTE FOI
005390*                               REGISTRADO PELO TERMINAL E MONTA
005400*                               O TEXTO DO REGISTRO PARA O
005410*                               RELATORIO
005420*----------------------------------------------------------------
005430 2040-VERIFICAR-REGISTRO.
005440     SET CNF-PALPITE-REGISTRADO TO FALSE
005450     MOVE "NAO REGISTRADO" TO CNF-PROTOCOLO
005460     MOVE PMS-ID-EXECUCAO TO CNF-CT-EXECUCAO
005470     MOVE PMS-NUM-PALPITE TO CNF-CT-PALPITE
005480     PERFORM 2030-LOCALIZAR-REGISTRO THRU 2030-EXIT
005490     IF CNF-POS-REG = ZERO
005500         GO TO 2040-EXIT
005510     END-IF
005520     IF CNF-REG-SITUACAO(CNF-POS-REG) = "R"
005530         SET CNF-PALPITE-REGISTRADO TO TRUE
005540         MOVE CNF-REG-PROTOCOLO(CNF-POS-REG) TO CNF-PROTOCOLO
005550     ELSE
005560         MOVE CNF-REG-COD-REJ(CNF-POS-REG) TO CNF-REJ-CODIGO
005570         MOVE CNF-REJEICAO TO CNF-PROTOCOLO
005580     END-IF.
005590 2040-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------
005620*    2050-CONFERIR-CONTRA-CONCURSO - CONTA E RELATA OS ACERTOS
005630*                                     DO PALPITE CONTRA O
005640*                                     CONCURSO DA POSICAO
005650*                                     CORRENTE, SE O JOGO BATE E
005660*                                     O CONCURSO E O ALVO DA
005670*                                     APOSTA (PALPITE SEM ALVO E
005680*                                     CONFERIDO CONTRA TODOS)
005690*----------------------------------------------------------------
005700 2050-CONFERIR-CONTRA-CONCURSO.
005710     IF PMS-TIPO-JOGO = CNF-RES-TIPO(CNF-IDX-RES)
005720        AND (PMS-NUM-CONCURSO NOT NUMERIC
005730             OR PMS-NUM-CONCURSO = ZERO
005740             OR PMS-NUM-CONCURSO = CNF-RES-CONCURSO(CNF-IDX-RES))
005750         PERFORM 2100-CONTAR-ACERTOS THRU 2100-EXIT
005760         PERFORM 2200-IMPRIMIR-LINHA THRU 2200-EXIT
005770         PERFORM 2250-GRAVAR-ACERTO THRU 2250-EXIT
005780         PERFORM 2300-GRAVAR-PREMIADO THRU 2300-EXIT
005790     END-IF.
005800 2050-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830*    2100-CONTAR-ACERTOS - CONTA QUANTAS DEZENAS DO PALPITE
005840*                           CORRENTE COINCIDEM COM AS DEZENAS
005850*                           OFICIAIS DO CONCURSO DA TABELA
005860*----------------------------------------------------------------
005870 2100-CONTAR-ACERTOS.
005880     MOVE ZERO TO CNF-QTD-ACERTOS
005890     PERFORM 2110-CONFERIR-DEZENA THRU 2110-EXIT
005900         VARYING K FROM 1 BY 1
005910         UNTIL K > CNF-RES-QTD(CNF-IDX-RES).
005920 2100-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950*    2110-CONFERIR-DEZENA - COMPARA A DEZENA OFICIAL K COM CADA
005960*                            DEZENA MARCADA NO PALPITE CORRENTE
005970*----------------------------------------------------------------
005980 2110-CONFERIR-DEZENA.
005990     PERFORM 2120-COMPARAR-DEZENA THRU 2120-EXIT
006000         VARYING L FROM 1 BY 1 UNTIL L > PMS-QTD-DEZENAS.
006010 2110-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------
006040*    2120-COMPARAR-DEZENA - SOMA UM ACERTO QUANDO A DEZENA L DO
006050*                            PALPITE BATE COM A DEZENA OFICIAL K
006060*----------------------------------------------------------------
006070 2120-COMPARAR-DEZENA.
006080     IF CNF-RES-DEZENA(CNF-IDX-RES, K) = PMS-DEZENA(L)
006090         ADD 1 TO CNF-QTD-ACERTOS
006100     END-IF.
006110 2120-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140*    2200-IMPRIMIR-LINHA - EXIBE O RESULTADO DA CONFERENCIA DO
006150*                           PALPITE CORRENTE CONTRA O CONCURSO
006160*----------------------------------------------------------------
006170 2200-IMPRIMIR-LINHA.
006180     MOVE CNF-RES-CONCURSO(CNF-IDX-RES) TO CNF-R-CONCURSO
006190     MOVE CNF-RES-TIPO(CNF-IDX-RES)     TO CNF-R-JOGO
006200     MOVE PMS-ID-EXECUCAO    TO CNF-R-EXECUCAO
006210     MOVE PMS-DATA-GERACAO   TO CNF-R-DATA
006220     MOVE PMS-NUM-PALPITE    TO CNF-R-PALPITE
006230     MOVE CNF-QTD-ACERTOS    TO CNF-R-ACERTOS
006240     MOVE CNF-PROTOCOLO      TO CNF-R-REGISTRO
006250     DISPLAY CNF-LINHA-RELATORIO.
006260 2200-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290*    2250-GRAVAR-ACERTO - GRAVA A CONFERENCIA DO PALPITE CORRENTE
006300*                          CONTRA O CONCURSO NO ARQUIVO DE
006310*                          ACERTOS, PREMIADA OU NAO
006320*----------------------------------------------------------------
006330 2250-GRAVAR-ACERTO.
006340     MOVE CNF-RES-CONCURSO(CNF-IDX-RES) TO ACT-NUM-CONCURSO
006350     MOVE CNF-RES-TIPO(CNF-IDX-RES)     TO ACT-TIPO-JOGO
006360     MOVE CNF-RES-DATA(CNF-IDX-RES)     TO ACT-DATA-SORTEIO
006370     MOVE PMS-ID-EXECUCAO    TO ACT-ID-EXECUCAO
006380     MOVE PMS-NUM-PALPITE    TO ACT-NUM-PALPITE
006390     MOVE CNF-QTD-ACERTOS    TO ACT-QTD-ACERTOS
006400     IF PMS-NUM-CONCURSO NUMERIC
006410        AND PMS-NUM-CONCURSO > ZERO
006420         SET ACT-CONCURSO-ALVO TO TRUE
006430     ELSE
006440         SET ACT-SEM-ALVO TO TRUE
006450     END-IF
006460     IF CNF-PALPITE-REGISTRADO
006470         SET ACT-REGISTRADO TO TRUE
006480     ELSE
006490         SET ACT-NAO-REGISTRADO TO TRUE
006500     END-IF
006510     WRITE ACERTO-REC
006520     IF CNF-FS-ACERTOS NOT = "00"
006530         DISPLAY "ERRO " CNF-FS-ACERTOS
006540             " AO GRAVAR O ACERTO - ABORTANDO"
006550         CLOSE ARQ-PALPITES
006560         CLOSE ARQ-PRM-TRABALHO
006570         CLOSE ARQ-ACERTOS
006580         MOVE 16 TO RETURN-CODE
006590         GOBACK
006600     END-IF
006610     ADD 1 TO CNF-QTD-ACERTOS-GRAV.
006620 2250-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650*    2300-GRAVAR-PREMIADO - GRAVA O PALPITE NO ARQUIVO DE
006660*                            PREMIADOS QUANDO OS ACERTOS ATINGEM
006670*                            A FAIXA MINIMA DE PREMIO DO JOGO
006680*----------------------------------------------------------------
006690 2300-GRAVAR-PREMIADO.
006700     EVALUATE TRUE
006710         WHEN PMS-JOGO-MEGASENA
006720             MOVE 04 TO CNF-MIN-PREMIO
006730         WHEN PMS-JOGO-LOTOFACIL
006740             MOVE 11 TO CNF-MIN-PREMIO
006750         WHEN PMS-JOGO-QUINA
006760             MOVE 02 TO CNF-MIN-PREMIO
006770         WHEN OTHER
006780             MOVE 99 TO CNF-MIN-PREMIO
006790     END-EVALUATE
006800     IF CNF-QTD-ACERTOS < CNF-MIN-PREMIO
006810         GO TO 2300-EXIT
006820     END-IF
006830     IF NOT CNF-PALPITE-REGISTRADO
006840         DISPLAY "PALPITE SEM REGISTRO NO TERMINAL - PREMIO NAO"
006850             " CONSIDERADO - EXECUCAO " PMS-ID-EXECUCAO
006860             " PALPITE " PMS-NUM-PALPITE
006870         ADD 1 TO CNF-QTD-SEM-REGISTRO
006880         GO TO 2300-EXIT
006890     END-IF
006900     MOVE CNF-RES-CONCURSO(CNF-IDX-RES) TO PRM-NUM-CONCURSO
006910     MOVE CNF-RES-TIPO(CNF-IDX-RES)     TO PRM-TIPO-JOGO
006920     MOVE PMS-ID-EXECUCAO    TO PRM-ID-EXECUCAO
006930     MOVE PMS-NUM-PALPITE    TO PRM-NUM-PALPITE
006940     MOVE CNF-QTD-ACERTOS    TO PRM-QTD-ACERTOS
006950     MOVE CNF-PROTOCOLO      TO PRM-PROTOCOLO
006960     WRITE PREMIADO-REC
006970     IF CNF-FS-PRM-TRABALHO NOT = "00"
006980         DISPLAY "ERRO " CNF-FS-PRM-TRABALHO
006990             " AO GRAVAR O PREMIADO - ABORTANDO"
007000         CLOSE ARQ-PALPITES
007010         CLOSE ARQ-PRM-TRABALHO
007020         CLOSE ARQ-ACERTOS
007030         MOVE 16 TO RETURN-CODE
007040         GOBACK
007050     END-IF
007060     ADD 1 TO CNF-QTD-PREMIADOS.
007070 2300-EXIT.
007080     EXIT.
007090*----------------------------------------------------------------
007100*    3000-COPIAR-PREMIADOS - COM O CADASTRO INTEIRO CONFERIDO,
007110*                             RECRIA O ARQUIVO DE PREMIADOS A
007120*                             PARTIR DO ARQUIVO DE TRABALHO. SO
007130*                             AQUI O PREMIADO E ABERTO OUTPUT
007140*----------------------------------------------------------------
007150 3000-COPIAR-PREMIADOS.
007160     OPEN INPUT ARQ-PRM-TRABALHO
007170     IF CNF-FS-PRM-TRABALHO NOT = "00"
007180         DISPLAY "ERRO " CNF-FS-PRM-TRABALHO
007190             " AO REABRIR O ARQUIVO DE TRABALHO DE PREMIADOS -"
007200             " ABORTANDO"
007210         MOVE 16 TO RETURN-CODE
007220         GOBACK
007230     END-IF
007240     OPEN OUTPUT ARQ-PREMIADOS
007250     IF CNF-FS-PREMIADOS NOT = "00"
007260         DISPLAY "ERRO " CNF-FS-PREMIADOS
007270             " AO ABRIR O ARQUIVO DE PREMIADOS - ABORTANDO"
007280         CLOSE ARQ-PRM-TRABALHO
007290         MOVE 16 TO RETURN-CODE
007300         GOBACK
007310     END-IF
007320     PERFORM UNTIL CNF-FIM-PRM-TRABALHO
007330         READ ARQ-PRM-TRABALHO
007340             AT END
007350                 SET CNF-FIM-PRM-TRABALHO TO TRUE
007360             NOT AT END
007370                 WRITE CNF-REG-PREMIADO FROM PREMIADO-REC
007380                 IF CNF-FS-PREMIADOS NOT = "00"
007390                     DISPLAY "ERRO " CNF-FS-PREMIADOS
007400                         " AO COPIAR O PREMIADO - ARQUIVO DE"
007410                         " PREMIADOS INCOMPLETO, REEXECUTAR -"
007420                         " ABORTANDO"
007430                     CLOSE ARQ-PRM-TRABALHO
007440                     CLOSE ARQ-PREMIADOS
007450                     MOVE 16 TO RETURN-CODE
007460                     GOBACK
007470                 END-IF
007480         END-READ
007490     END-PERFORM
007500     CLOSE ARQ-PRM-TRABALHO
007510     CLOSE ARQ-PREMIADOS.
007520 3000-EXIT.
007530     EXIT.

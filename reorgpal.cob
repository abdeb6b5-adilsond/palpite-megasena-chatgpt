000160*               HISTORICO INTEIRO A CADA CONSULTA. CHAVES
000170*               DUPLICADAS NO HISTORICO SAO CONTADAS E
000180*               DESPREZADAS (FICA A PRIMEIRA OCORRENCIA).
000190*               RETURN-CODE: 0 = CADASTRO CARREGADO; 4 = HOUVE
000200*               CHAVE DUPLICADA OU NENHUM PALPITE CARREGADO;
000210*               16 = ABORTO (O CADASTRO DEVE SER RECONSTRUIDO
000220*               DESDE O IDCAMS).
000230*
000240*    HISTORICO DE ALTERACOES
000250*    DATA       AUTOR   DESCRICAO
000260*    ---------- ------- ----------------------------------------
000270*    2026-08-22 RAS     VERSAO INICIAL.
000280*    2026-08-22 RAS     COPIA DO ID DO PERFIL DE PREFERENCIAS,
000290*                       EM LINHA COM PALPITE.CPY/PALPMST.CPY.
000300*    2026-09-02 RAS     COPIA DO CONCURSO ALVO DA APOSTA, EM
000310*                       LINHA COM PALPITE.CPY/PALPMST.CPY.
000320*    2026-09-02 RAS     PALPITE GRAVADO ANTES DO CONCURSO ALVO
000330*                       VOLTA COM ESPACOS NO CAMPO NOVO: O
000340*                       CADASTRO PASSA A NORMALIZAR PARA ZERO,
000350*                       PARA OS LEITORES DO PALPMST NAO
000360*                       TROPECAREM EM NUMERICO INVALIDO.
000370*    2026-09-02 RAS     PALPITE ESTORNADO (ESTORNO.CPY) DEIXA DE
000380*                       ENTRAR NO CADASTRO INDEXADO: BOLAO,
000390*                       CONFERE E AS CONSULTAS POR CHAVE PASSAM
000400*                       A NAO ENXERGAR O REGISTRO MORTO.
000410*    2026-10-15 RAS     RETURN-CODE DOCUMENTADO (0/4/16) PARA O
000420*                       ENCADEAMENTO NO JOB NOTURNO: TODO ABORTO
000430*                       TERMINA COM 16 E DUPLICADA OU CADASTRO
000440*                       VAZIO TERMINAM COM 4.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT ARQ-PALPITES     ASSIGN TO PALPITES
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS REO-FS-PALPITES.
000550     SELECT ARQ-MASTER       ASSIGN TO PALPMST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PMS-CHAVE
000590         FILE STATUS IS REO-FS-MASTER.
000600     SELECT ARQ-ESTORNOS     ASSIGN TO ESTORNOS
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS REO-FS-ESTORNOS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ARQ-PALPITES
000660     COPY PALPITE.CPY.
000670 FD  ARQ-MASTER
000680     COPY PALPMST.CPY.
000690 FD  ARQ-ESTORNOS
000700     COPY ESTORNO.CPY.
000710 WORKING-STORAGE SECTION.
000720 01  REO-STATUS-ARQUIVOS.
000730     05  REO-FS-PALPITES         PIC X(02) VALUE "00".
000740     05  REO-FS-MASTER           PIC X(02) VALUE "00".
000750     05  REO-FS-ESTORNOS         PIC X(02) VALUE "00".
000760 01  REO-SWITCHES.
000770     05  REO-SW-FIM-PALPITES     PIC X(01) VALUE "N".
000780         88  REO-FIM-PALPITES        VALUE "S".
000790     05  REO-SW-FIM-ESTORNOS     PIC X(01) VALUE "N".
000800         88  REO-FIM-ESTORNOS        VALUE "S".
000810     05  REO-SW-ESTORNADO        PIC X(01) VALUE "N".
000820         88  REO-PALPITE-ESTORNADO   VALUE "S"
000830                                      FALSE "N".
000840 01  REO-CONTADORES.
000850     05  R                       PIC 9(02) COMP.
000860     05  REO-QTD-LIDOS           PIC 9(06) COMP VALUE ZERO.
000870     05  REO-QTD-CARREGADOS      PIC 9(06) COMP VALUE ZERO.
000880     05  REO-QTD-DUPLICADOS      PIC 9(06) COMP VALUE ZERO.
000890     05  REO-QTD-ESTORNADOS      PIC 9(06) COMP VALUE ZERO.
000900     05  E3                      PIC 9(04) COMP.
000910*----------------------------------------------------------------
000920*    CHAVES DOS PALPITES ESTORNADOS (EXECUCAO + PALPITE), QUE
000930*    NAO ENTRAM NO CADASTRO INDEXADO
000940*----------------------------------------------------------------
000950 01  REO-TAB-ESTORNOS.
000960     05  REO-QTD-EST-TABELA      PIC 9(04) COMP VALUE ZERO.
000970     05  REO-EST-CHAVE           PIC X(20) OCCURS 1000 TIMES.
000980 01  REO-CHAVE-TRABALHO.
000990     05  REO-CT-EXECUCAO         PIC X(14).
001000     05  REO-CT-PALPITE          PIC 9(06).
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     DISPLAY "REORGANIZACAO DO CADASTRO DE PALPITES"
001040     PERFORM 1000-CARREGAR-ESTORNOS THRU 1000-EXIT
001050     OPEN INPUT ARQ-PALPITES
001060     IF REO-FS-PALPITES NOT = "00"
001070         DISPLAY "HISTORICO DE PALPITES INDISPONIVEL - ABORTANDO"
001080         MOVE 16 TO RETURN-CODE
001090         GOBACK
001100     END-IF
001110     OPEN OUTPUT ARQ-MASTER
001120     IF REO-FS-MASTER NOT = "00"
001130         DISPLAY "ERRO " REO-FS-MASTER
001140             " AO ABRIR O CADASTRO INDEXADO - ABORTANDO"
001150         CLOSE ARQ-PALPITES
001160         MOVE 16 TO RETURN-CODE
001170         GOBACK
001180     END-IF
001190     PERFORM UNTIL REO-FIM-PALPITES
001200         READ ARQ-PALPITES
001210             AT END
001220                 SET REO-FIM-PALPITES TO TRUE
001230             NOT AT END
001240                 ADD 1 TO REO-QTD-LIDOS
001250                 PERFORM 2000-CARREGAR-PALPITE THRU 2000-EXIT
001260         END-READ
001270     END-PERFORM
001280     CLOSE ARQ-PALPITES
001290     CLOSE ARQ-MASTER
001300     DISPLAY " "
001310     DISPLAY "PALPITES LIDOS.......: " REO-QTD-LIDOS
001320     DISPLAY "PALPITES CARREGADOS..: " REO-QTD-CARREGADOS
001330     DISPLAY "CHAVES DUPLICADAS....: " REO-QTD-DUPLICADOS
001340     DISPLAY "ESTORNADOS DESPREZADOS: " REO-QTD-ESTORNADOS
001350     IF REO-QTD-DUPLICADOS > ZERO
001360        OR REO-QTD-CARREGADOS = ZERO
001370         MOVE 4 TO RETURN-CODE
001380     END-IF
001390     GOBACK.
001400*----------------------------------------------------------------
001410*    1000-CARREGAR-ESTORNOS - CARREGA AS CHAVES DOS PALPITES
001420*                              ESTORNADOS (ARQUIVO AINDA
001430*                              INEXISTENTE = NENHUM ESTORNO)
001440*----------------------------------------------------------------
001450 1000-CARREGAR-ESTORNOS.
001460     OPEN INPUT ARQ-ESTORNOS
001470     IF REO-FS-ESTORNOS = "35"
001480         DISPLAY "SEM ESTORNOS REGISTRADOS"
001490         GO TO 1000-EXIT
001500     END-IF
001510     IF REO-FS-ESTORNOS NOT = "00"
001520         DISPLAY "ERRO " REO-FS-ESTORNOS
001530             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
001540         MOVE 16 TO RETURN-CODE
001550         GOBACK
001560     END-IF
001570     PERFORM UNTIL REO-FIM-ESTORNOS
001580         READ ARQ-ESTORNOS
001590             AT END
001600                 SET REO-FIM-ESTORNOS TO TRUE
001610             NOT AT END
001620                 IF EST-ESTORNO-PALPITE
001630                     PERFORM 1100-GUARDAR-ESTORNO THRU 1100-EXIT
001640                 END-IF
001650         END-READ
001660     END-PERFORM
001670     CLOSE ARQ-ESTORNOS.
001680 1000-EXIT.
001690     EXIT.
001700*----------------------------------------------------------------
001710*    1100-GUARDAR-ESTORNO - GUARDA A CHAVE DO PALPITE ESTORNADO
001720*                            NA TABELA
001730*----------------------------------------------------------------
001740 1100-GUARDAR-ESTORNO.
001750     IF REO-QTD-EST-TABELA >= 1000
001760         DISPLAY "TABELA DE ESTORNOS CHEIA - ABORTANDO"
001770         CLOSE ARQ-ESTORNOS
001780         MOVE 16 TO RETURN-CODE
001790         GOBACK
001800     END-IF
001810     ADD 1 TO REO-QTD-EST-TABELA
001820     MOVE EST-ID-EXECUCAO TO REO-CT-EXECUCAO
001830     MOVE EST-NUM-PALPITE TO REO-CT-PALPITE
001840     MOVE REO-CHAVE-TRABALHO
001850         TO REO-EST-CHAVE(REO-QTD-EST-TABELA).
001860 1100-EXIT.
001870     EXIT.
001880*----------------------------------------------------------------
001890*    2000-CARREGAR-PALPITE - MONTA O REGISTRO DO CADASTRO A
001900*                             PARTIR DO PALPITE CORRENTE E GRAVA
001910*                             POR CHAVE, DESPREZANDO DUPLICATAS
001920*----------------------------------------------------------------
001930 2000-CARREGAR-PALPITE.
001940     PERFORM 2050-VERIFICAR-ESTORNO THRU 2050-EXIT
001950     IF REO-PALPITE-ESTORNADO
001960         ADD 1 TO REO-QTD-ESTORNADOS
001970         GO TO 2000-EXIT
001980     END-IF
001990     MOVE PLT-ID-EXECUCAO    TO PMS-ID-EXECUCAO
002000     MOVE PLT-NUM-PALPITE    TO PMS-NUM-PALPITE
002010     MOVE PLT-DATA-GERACAO   TO PMS-DATA-GERACAO
002020     MOVE PLT-HORA-GERACAO   TO PMS-HORA-GERACAO
002030     MOVE PLT-TIPO-JOGO      TO PMS-TIPO-JOGO
002040     MOVE PLT-QTD-DEZENAS    TO PMS-QTD-DEZENAS
002050     MOVE PLT-ID-PERFIL      TO PMS-ID-PERFIL
002060     IF PLT-NUM-CONCURSO NUMERIC
002070         MOVE PLT-NUM-CONCURSO TO PMS-NUM-CONCURSO
002080     ELSE
002090*        REGISTRO ANTERIOR AO CONCURSO ALVO: O CAMPO VEM EM
002100*        BRANCO E ENTRA NO CADASTRO COMO ZERO (SEM ALVO)
002110         MOVE ZERO TO PMS-NUM-CONCURSO
002120     END-IF
002130     PERFORM 2100-MOVER-DEZENA THRU 2100-EXIT
002140         VARYING R FROM 1 BY 1 UNTIL R > 20
002150     WRITE PALPITE-MST
002160     EVALUATE REO-FS-MASTER
002170         WHEN "00"
002180             ADD 1 TO REO-QTD-CARREGADOS
002190         WHEN "22"
002200             ADD 1 TO REO-QTD-DUPLICADOS
002210         WHEN OTHER
002220             DISPLAY "ERRO " REO-FS-MASTER
002230                 " AO GRAVAR A CHAVE " PMS-CHAVE " - ABORTANDO"
002240             CLOSE ARQ-PALPITES
002250             CLOSE ARQ-MASTER
002260             MOVE 16 TO RETURN-CODE
002270             GOBACK
002280     END-EVALUATE.
002290 2000-EXIT.
002300     EXIT.
002310*----------------------------------------------------------------
002320*    2050-VERIFICAR-ESTORNO - MARCA SE O PALPITE LIDO CONSTA NA
002330*                              TABELA DE ESTORNOS
002340*----------------------------------------------------------------
002350 2050-VERIFICAR-ESTORNO.
002360     SET REO-PALPITE-ESTORNADO TO FALSE
002370     IF REO-QTD-EST-TABELA > ZERO
002380         MOVE PLT-ID-EXECUCAO TO REO-CT-EXECUCAO
002390         MOVE PLT-NUM-PALPITE TO REO-CT-PALPITE
002400         PERFORM 2060-COMPARAR-ESTORNO THRU 2060-EXIT
002410             VARYING E3 FROM 1 BY 1
002420             UNTIL E3 > REO-QTD-EST-TABELA
002430                OR REO-PALPITE-ESTORNADO
002440     END-IF.
002450 2050-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480*    2060-COMPARAR-ESTORNO - COMPARA A CHAVE DO PALPITE COM A
002490*                             ENTRADA E3 DOS ESTORNOS
002500*----------------------------------------------------------------
002510 2060-COMPARAR-ESTORNO.
002520     IF REO-EST-CHAVE(E3) = REO-CHAVE-TRABALHO
002530         SET REO-PALPITE-ESTORNADO TO TRUE
002540     END-IF.
002550 2060-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580*    2100-MOVER-DEZENA - COPIA A DEZENA R DO HISTORICO PARA O
002590*                         REGISTRO DO CADASTRO
002600*----------------------------------------------------------------
002610 2100-MOVER-DEZENA.
002620     MOVE PLT-DEZENA(R) TO PMS-DEZENA(R).
002630 2100-EXIT.
002640     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONVRES.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : CONVERSAO DO ARQUIVO OFICIAL DE RESULTADOS (CAIXA)
000090*    FUNCAO   : LE OS ARQUIVOS OFICIAIS DE RESULTADOS PUBLICADOS
000100*               PELA CAIXA, UM POR JOGO (MEGA-SENA, LOTOFACIL E
000110*               QUINA), COM CAMPOS SEPARADOS POR ";" (LAYOUT EM
000120*               OFICIAL.CPY), E GERA NUMA UNICA EXECUCAO:
000130*               - A ENTRADA DO CARGARES (RESULTADO-BRUTO), COM OS
000140*                 CONCURSOS AINDA NAO CARREGADOS NO HISTORICO
000150*                 RESULTADOS.DAT, EM ORDEM DE CONCURSO;
000160*               - OS VALORES DE PREMIO POR FAIXA (VALOR-FAIXA-REC)
000170*                 DESSES CONCURSOS, ACRESCENTADOS AO VALFAIXA DO
000180*                 RATEIO (FAIXA SEM GANHADOR = VALOR ZERO), SEM
000190*                 REPETIR CONCURSO QUE O VALFAIXA JA TEM.
000200*               A LINHA QUE NAO PODE SER INTERPRETADA VAI PARA O
000210*               ARQUIVO PROPRIO DE REJEITOS DA CONVERSAO
000220*               (CNVREJ.CPY) COM O MOTIVO. JOGO CUJO ARQUIVO NAO
000230*               FOI RECEBIDO E SO RELATADO. A VALIDACAO DO
000240*               RESULTADO (FAIXA DAS DEZENAS, SEQUENCIA, DATA)
000250*               CONTINUA SENDO DO CARGARES. RETURN-CODE 4 QUANDO
000260*               HA REJEITOS E 8 QUANDO NENHUMA LINHA DE DADOS PODE
000270*               SER CONVERTIDA.
000280*
000290*    HISTORICO DE ALTERACOES
000300*    DATA       AUTOR   DESCRICAO
000310*    ---------- ------- ----------------------------------------
000320*    2026-10-15 RAS     VERSAO INICIAL.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ARQ-OFICIAL-MEGA  ASSIGN TO OFMEGA
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS CNV-FS-OFICIAL.
000430     SELECT ARQ-OFICIAL-LOTO  ASSIGN TO OFLOTO
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS CNV-FS-OFICIAL.
000460     SELECT ARQ-OFICIAL-QUINA ASSIGN TO OFQUINA
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS CNV-FS-OFICIAL.
000490     SELECT ARQ-ENTRADA       ASSIGN TO ENTRADA
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CNV-FS-ENTRADA.
000520     SELECT ARQ-RESULTADOS    ASSIGN TO RESULTAD
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CNV-FS-RESULTADOS.
000550     SELECT ARQ-VALORES       ASSIGN TO VALFAIXA
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CNV-FS-VALORES.
000580     SELECT ARQ-REJEITOS      ASSIGN TO CNVREJ
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CNV-FS-REJEITOS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ARQ-OFICIAL-MEGA.
000640 01  OFM-REGISTRO                PIC X(400).
000650 FD  ARQ-OFICIAL-LOTO.
000660 01  OFL-REGISTRO                PIC X(400).
000670 FD  ARQ-OFICIAL-QUINA.
000680 01  OFQ-REGISTRO                PIC X(400).
000690 FD  ARQ-ENTRADA
000700     COPY RESCAIXA.CPY.
000710 FD  ARQ-RESULTADOS
000720     COPY RESSORT.CPY.
000730 FD  ARQ-VALORES
000740     COPY VALFAIXA.CPY.
000750 FD  ARQ-REJEITOS
000760     COPY CNVREJ.CPY.
000770 WORKING-STORAGE SECTION.
000780 01  CNV-STATUS-ARQUIVOS.
000790     05  CNV-FS-OFICIAL          PIC X(02) VALUE "00".
000800     05  CNV-FS-ENTRADA          PIC X(02) VALUE "00".
000810     05  CNV-FS-RESULTADOS       PIC X(02) VALUE "00".
000820     05  CNV-FS-VALORES          PIC X(02) VALUE "00".
000830     05  CNV-FS-REJEITOS         PIC X(02) VALUE "00".
000840 01  CNV-SWITCHES.
000850     05  CNV-SW-FIM-OFICIAL      PIC X(01) VALUE "N".
000860         88  CNV-FIM-OFICIAL         VALUE "S"
000870                                      FALSE "N".
000880     05  CNV-SW-FIM-RESULTADOS   PIC X(01) VALUE "N".
000890         88  CNV-FIM-RESULTADOS      VALUE "S".
000900     05  CNV-SW-FIM-VALORES      PIC X(01) VALUE "N".
000910         88  CNV-FIM-VALORES         VALUE "S".
000920     05  CNV-SW-LINHA-VALIDA     PIC X(01) VALUE "S".
000930         88  CNV-LINHA-VALIDA        VALUE "S"
000940                                      FALSE "N".
000950     05  CNV-SW-NUMERO-OK        PIC X(01) VALUE "S".
000960         88  CNV-NUMERO-OK           VALUE "S"
000970                                      FALSE "N".
000980     05  CNV-SW-VIRGULA          PIC X(01) VALUE "N".
000990         88  CNV-VIRGULA-LIDA        VALUE "S"
001000                                      FALSE "N".
001010     05  CNV-SW-TIPO-NUMERO      PIC X(01) VALUE "I".
001020         88  CNV-NUMERO-INTEIRO      VALUE "I".
001030         88  CNV-NUMERO-VALOR        VALUE "V".
001040     05  CNV-SW-VALOR-EXISTE     PIC X(01) VALUE "N".
001050         88  CNV-VALOR-EXISTE        VALUE "S"
001060                                      FALSE "N".
001070*----------------------------------------------------------------
001080*    CONCURSO INICIAL DE CADA JOGO (CARTOES DO SYSIN, NA ORDEM
001090*    MEGA, LOTOFACIL, QUINA): SO VALE QUANDO ACIMA DO ULTIMO JA
001100*    CARREGADO, E SERVE PARA A PRIMEIRA CARGA NAO TRAZER O
001110*    HISTORICO INTEIRO DA CAIXA
001120*----------------------------------------------------------------
001130 01  CNV-PARAMETROS.
001140     05  CNV-CONC-INICIAL        PIC 9(06) OCCURS 3 TIMES.
001150*----------------------------------------------------------------
001160*    CONTROLE POR JOGO (1=MEGA 2=LOTOFACIL 3=QUINA): ULTIMO
001170*    CONCURSO DO HISTORICO, PRIMEIRO CONCURSO A CONVERTER E OS
001180*    CONTADORES DO RESUMO
001190*----------------------------------------------------------------
001200 01  CNV-CONTROLE-JOGOS.
001210     05  CNV-JOGO OCCURS 3 TIMES.
001220         10  CNV-ULT-CONCURSO    PIC 9(06).
001230         10  CNV-PRIM-CONCURSO   PIC 9(06).
001240         10  CNV-SW-RECEBIDO     PIC X(01).
001250             88  CNV-ARQ-RECEBIDO    VALUE "S".
001260         10  CNV-QTD-LIDAS       PIC 9(06) COMP.
001270         10  CNV-QTD-CABECALHO   PIC 9(06) COMP.
001280         10  CNV-QTD-ANTERIORES  PIC 9(06) COMP.
001290         10  CNV-QTD-CONVERTIDAS PIC 9(06) COMP.
001300         10  CNV-QTD-REJEITADAS  PIC 9(06) COMP.
001310         10  CNV-QTD-VAL-GRAVADOS PIC 9(06) COMP.
001320         10  CNV-QTD-VAL-EXISTENTES PIC 9(06) COMP.
001330*----------------------------------------------------------------
001340*    CONCURSOS QUE O VALFAIXA JA TEM, POR JOGO: UMA REEXECUCAO
001350*    ANTES DO CARGARES NAO DUPLICA OS VALORES
001360*----------------------------------------------------------------
001370 01  CNV-TAB-VALORES.
001380     05  CNV-QTD-VAL-TABELA      PIC 9(04) COMP VALUE ZERO.
001390     05  CNV-VAL-ENT OCCURS 5000 TIMES.
001400         10  CNV-VAL-CONCURSO    PIC 9(06).
001410         10  CNV-VAL-TIPO        PIC 9(01).
001420*----------------------------------------------------------------
001430*    CAMPOS DA LINHA CORRENTE, SEPARADOS PELO ";"
001440*----------------------------------------------------------------
001450 01  CNV-TAB-CAMPOS.
001460     05  CNV-QTD-CAMPOS          PIC 9(02) COMP VALUE ZERO.
001470     05  CNV-CAMPO-ENT           PIC X(30) OCCURS 60 TIMES.
001480*----------------------------------------------------------------
001490*    FAIXAS DE PREMIO DA LINHA CORRENTE, DA MAIOR PARA A MENOR
001500*----------------------------------------------------------------
001510 01  CNV-TAB-FAIXAS.
001520     05  CNV-FAIXA OCCURS 5 TIMES.
001530         10  CNV-FX-ACERTOS      PIC 9(02).
001540         10  CNV-FX-GANHADORES   PIC 9(09).
001550         10  CNV-FX-VALOR        PIC 9(11).
001560 01  CNV-CONTADORES.
001570     05  J1                      PIC 9(02) COMP.
001580     05  D1                      PIC 9(02) COMP.
001590     05  F1                      PIC 9(02) COMP.
001600     05  K1                      PIC 9(02) COMP.
001610     05  V1                      PIC 9(04) COMP.
001620     05  CNV-PONTEIRO            PIC 9(04) COMP.
001630     05  CNV-POS-GANHADORES      PIC 9(02) COMP.
001640     05  CNV-POS-RATEIO          PIC 9(02) COMP.
001650     05  CNV-QTD-DIGITOS         PIC 9(02) COMP.
001660     05  CNV-QTD-DECIMAIS        PIC 9(02) COMP.
001670     05  CNV-QTD-PARTES          PIC 9(02) COMP.
001680     05  CNV-NUM-LINHA           PIC 9(06) VALUE ZERO.
001690     05  CNV-TOT-CONVERTIDAS     PIC 9(07) COMP VALUE ZERO.
001700     05  CNV-TOT-REJEITADAS      PIC 9(07) COMP VALUE ZERO.
001710     05  CNV-TOT-VAL-GRAVADOS    PIC 9(07) COMP VALUE ZERO.
001720 01  CNV-AREAS-DE-TRABALHO.
001730     05  CNV-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001740     05  CNV-NOME-JOGO           PIC X(09) VALUE SPACES.
001750     05  CNV-TIPO-JOGO           PIC 9(01) VALUE ZERO.
001760     05  CNV-QTD-DEZENAS         PIC 9(02) VALUE ZERO.
001770     05  CNV-QTD-FAIXAS          PIC 9(02) VALUE ZERO.
001780     05  CNV-FAIXA-MAIOR         PIC 9(02) VALUE ZERO.
001790     05  CNV-QTD-CAMPOS-MIN      PIC 9(02) VALUE ZERO.
001800     05  CNV-MOTIVO-REJEICAO     PIC X(02) VALUE SPACES.
001810     05  CNV-CONCURSO            PIC 9(06) VALUE ZERO.
001820     05  CNV-NUMERO              PIC 9(13) VALUE ZERO.
001830     05  CNV-CAMPO               PIC X(30) VALUE SPACES.
001840     05  CNV-CAMPO-CARACTERES REDEFINES CNV-CAMPO.
001850         10  CNV-CAMPO-CAR       PIC X(01) OCCURS 30 TIMES.
001860     05  CNV-CARACTER            PIC X(01) VALUE SPACE.
001870     05  CNV-DIGITO REDEFINES CNV-CARACTER PIC 9(01).
001880     05  CNV-DATA-PARTES.
001890         10  CNV-DATA-PARTE      PIC X(10) OCCURS 3 TIMES.
001900     05  CNV-DATA-SORTEIO        PIC 9(08) VALUE ZERO.
001910     05  CNV-DATA-DETALHE REDEFINES CNV-DATA-SORTEIO.
001920         10  CNV-DT-ANO          PIC 9(04).
001930         10  CNV-DT-MES          PIC 9(02).
001940         10  CNV-DT-DIA          PIC 9(02).
001950     05  CNV-DEZENAS.
001960         10  CNV-DEZENA          PIC 9(02) OCCURS 20 TIMES.
001970     COPY OFICIAL.CPY.
001980 01  CNV-LINHA-RESUMO.
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  CNV-R-TITULO            PIC X(24).
002010     05  CNV-R-QTD               PIC ZZZZZZ9.
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040     DISPLAY "CONVERSAO DO ARQUIVO OFICIAL DE RESULTADOS - CAIXA"
002050     ACCEPT CNV-DATA-ATUAL FROM DATE YYYYMMDD
002060     DISPLAY "CONCURSO INICIAL DA MEGA-SENA (ZERO = SEGUIR O"
002070         " HISTORICO): " WITH NO ADVANCING
002080     ACCEPT CNV-CONC-INICIAL(1)
002090     DISPLAY "CONCURSO INICIAL DA LOTOFACIL (ZERO = SEGUIR O"
002100         " HISTORICO): " WITH NO ADVANCING
002110     ACCEPT CNV-CONC-INICIAL(2)
002120     DISPLAY "CONCURSO INICIAL DA QUINA (ZERO = SEGUIR O"
002130         " HISTORICO): " WITH NO ADVANCING
002140     ACCEPT CNV-CONC-INICIAL(3)
002150     PERFORM 1000-CARREGAR-HISTORICO THRU 1000-EXIT
002160     PERFORM 1200-CARREGAR-VALORES THRU 1200-EXIT
002170     OPEN OUTPUT ARQ-ENTRADA
002180     IF CNV-FS-ENTRADA NOT = "00"
002190         DISPLAY "ERRO " CNV-FS-ENTRADA
002200             " AO ABRIR A ENTRADA DO CARGARES - ABORTANDO"
002210         MOVE 16 TO RETURN-CODE
002220         GOBACK
002230     END-IF
002240     OPEN EXTEND ARQ-VALORES
002250     IF CNV-FS-VALORES = "35"
002260         OPEN OUTPUT ARQ-VALORES
002270     END-IF
002280     IF CNV-FS-VALORES NOT = "00"
002290         DISPLAY "ERRO " CNV-FS-VALORES
002300             " AO ABRIR O ARQUIVO DE VALORES DE FAIXA - ABORTANDO"
002310         MOVE 16 TO RETURN-CODE
002320         GOBACK
002330     END-IF
002340     OPEN EXTEND ARQ-REJEITOS
002350     IF CNV-FS-REJEITOS = "35"
002360         OPEN OUTPUT ARQ-REJEITOS
002370     END-IF
002380     IF CNV-FS-REJEITOS NOT = "00"
002390         DISPLAY "ERRO " CNV-FS-REJEITOS
002400             " AO ABRIR O ARQUIVO DE REJEITOS - ABORTANDO"
002410         MOVE 16 TO RETURN-CODE
002420         GOBACK
002430     END-IF
002440     PERFORM 2000-CONVERTER-JOGO THRU 2000-EXIT
002450         VARYING J1 FROM 1 BY 1
002460         UNTIL J1 > 3
002470     CLOSE ARQ-ENTRADA
002480     CLOSE ARQ-VALORES
002490     CLOSE ARQ-REJEITOS
002500     PERFORM 9000-IMPRIMIR-RESUMO THRU 9000-EXIT
002510     IF CNV-TOT-REJEITADAS > ZERO
002520         IF CNV-TOT-CONVERTIDAS = ZERO
002530             MOVE 8 TO RETURN-CODE
002540         ELSE
002550             MOVE 4 TO RETURN-CODE
002560         END-IF
002570     END-IF
002580     GOBACK.
002590*----------------------------------------------------------------
002600*    1000-CARREGAR-HISTORICO - VARRE O HISTORICO VALIDADO PARA
002610*                               SABER O ULTIMO CONCURSO CARREGADO
002620*                               DE CADA JOGO E FIXA O PRIMEIRO
002630*                               CONCURSO A CONVERTER
002640*----------------------------------------------------------------
002650 1000-CARREGAR-HISTORICO.
002660     INITIALIZE CNV-CONTROLE-JOGOS
002670     OPEN INPUT ARQ-RESULTADOS
002680     IF CNV-FS-RESULTADOS = "35"
002690         DISPLAY "HISTORICO AINDA INEXISTENTE - CARGA INICIAL"
002700         MOVE "00" TO CNV-FS-RESULTADOS
002710         GO TO 1000-FIXAR-INICIO
002720     END-IF
002730     IF CNV-FS-RESULTADOS NOT = "00"
002740         DISPLAY "ERRO " CNV-FS-RESULTADOS
002750             " AO ABRIR O HISTORICO DE RESULTADOS - ABORTANDO"
002760         MOVE 16 TO RETURN-CODE
002770         GOBACK
002780     END-IF
002790     PERFORM UNTIL CNV-FIM-RESULTADOS
002800         READ ARQ-RESULTADOS
002810             AT END
002820                 SET CNV-FIM-RESULTADOS TO TRUE
002830             NOT AT END
002840                 PERFORM 1100-ANOTAR-CONCURSO THRU 1100-EXIT
002850         END-READ
002860     END-PERFORM
002870     CLOSE ARQ-RESULTADOS.
002880 1000-FIXAR-INICIO.
002890     PERFORM 1150-FIXAR-PRIMEIRO THRU 1150-EXIT
002900         VARYING J1 FROM 1 BY 1
002910         UNTIL J1 > 3.
002920 1000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950*    1100-ANOTAR-CONCURSO - GUARDA O MAIOR CONCURSO DO JOGO DO
002960*                            REGISTRO LIDO
002970*----------------------------------------------------------------
002980 1100-ANOTAR-CONCURSO.
002990     IF RES-TIPO-JOGO < 1 OR RES-TIPO-JOGO > 3
003000         GO TO 1100-EXIT
003010     END-IF
003020     IF RES-NUM-CONCURSO > CNV-ULT-CONCURSO(RES-TIPO-JOGO)
003030         MOVE RES-NUM-CONCURSO
003040             TO CNV-ULT-CONCURSO(RES-TIPO-JOGO)
003050     END-IF.
003060 1100-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090*    1150-FIXAR-PRIMEIRO - PRIMEIRO CONCURSO A CONVERTER NO JOGO
003100*                           J1: O SEGUINTE AO ULTIMO CARREGADO, OU
003110*                           O CONCURSO INICIAL DO SYSIN QUANDO
003120*                           MAIOR
003130*----------------------------------------------------------------
003140 1150-FIXAR-PRIMEIRO.
003150     COMPUTE CNV-PRIM-CONCURSO(J1) = CNV-ULT-CONCURSO(J1) + 1
003160     IF CNV-CONC-INICIAL(J1) NOT NUMERIC
003170         MOVE ZERO TO CNV-CONC-INICIAL(J1)
003180     END-IF
003190     IF CNV-CONC-INICIAL(J1) > CNV-PRIM-CONCURSO(J1)
003200         MOVE CNV-CONC-INICIAL(J1) TO CNV-PRIM-CONCURSO(J1)
003210     END-IF.
003220 1150-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250*    1200-CARREGAR-VALORES - CARREGA CONCURSO E JOGO DE CADA
003260*                             VALOR DE FAIXA JA GRAVADO (ARQUIVO
003270*                             AINDA INEXISTENTE = NENHUM VALOR)
003280*----------------------------------------------------------------
003290 1200-CARREGAR-VALORES.
003300     OPEN INPUT ARQ-VALORES
003310     IF CNV-FS-VALORES = "35"
003320         DISPLAY "ARQUIVO DE VALORES DE FAIXA AINDA VAZIO"
003330         MOVE "00" TO CNV-FS-VALORES
003340         GO TO 1200-EXIT
003350     END-IF
003360     IF CNV-FS-VALORES NOT = "00"
003370         DISPLAY "ERRO " CNV-FS-VALORES
003380             " AO ABRIR O ARQUIVO DE VALORES DE FAIXA - ABORTANDO"
003390         MOVE 16 TO RETURN-CODE
003400         GOBACK
003410     END-IF
003420     PERFORM UNTIL CNV-FIM-VALORES
003430         READ ARQ-VALORES
003440             AT END
003450                 SET CNV-FIM-VALORES TO TRUE
003460             NOT AT END
003470                 PERFORM 1300-GUARDAR-VALOR THRU 1300-EXIT
003480         END-READ
003490     END-PERFORM
003500     CLOSE ARQ-VALORES.
003510 1200-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540*    1300-GUARDAR-VALOR - ANOTA CONCURSO E JOGO DO VALOR LIDO,
003550*                          UMA VEZ SO POR CONCURSO
003560*----------------------------------------------------------------
003570 1300-GUARDAR-VALOR.
003580     IF VLF-NUM-CONCURSO NOT NUMERIC
003590        OR VLF-TIPO-JOGO NOT NUMERIC
003600         GO TO 1300-EXIT
003610     END-IF
003620     MOVE VLF-NUM-CONCURSO TO CNV-CONCURSO
003630     MOVE VLF-TIPO-JOGO    TO J1
003640     PERFORM 3110-PROCURAR-VALOR THRU 3110-EXIT
003650     IF CNV-VALOR-EXISTE
003660         GO TO 1300-EXIT
003670     END-IF
003680     IF CNV-QTD-VAL-TABELA >= 5000
003690         DISPLAY "TABELA DE VALORES CHEIA - ABORTANDO"
003700         MOVE 16 TO RETURN-CODE
003710         GOBACK
003720     END-IF
003730     ADD 1 TO CNV-QTD-VAL-TABELA
003740     MOVE CNV-CONCURSO TO CNV-VAL-CONCURSO(CNV-QTD-VAL-TABELA)
003750     MOVE J1           TO CNV-VAL-TIPO(CNV-QTD-VAL-TABELA).
003760 1300-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790*    2000-CONVERTER-JOGO - ARMA OS PARAMETROS DO JOGO J1 E
003800*                           CONVERTE O SEU ARQUIVO OFICIAL
003810*                           (ARQUIVO NAO RECEBIDO = JOGO SEM
003820*                           RESULTADO NOVO)
003830*----------------------------------------------------------------
003840 2000-CONVERTER-JOGO.
003850     EVALUATE J1
003860         WHEN 1
003870             MOVE "MEGA-SENA" TO CNV-NOME-JOGO
003880             MOVE 06 TO CNV-QTD-DEZENAS
003890             MOVE 03 TO CNV-QTD-FAIXAS
003900             MOVE 06 TO CNV-FAIXA-MAIOR
003910             OPEN INPUT ARQ-OFICIAL-MEGA
003920         WHEN 2
003930             MOVE "LOTOFACIL" TO CNV-NOME-JOGO
003940             MOVE 15 TO CNV-QTD-DEZENAS
003950             MOVE 05 TO CNV-QTD-FAIXAS
003960             MOVE 15 TO CNV-FAIXA-MAIOR
003970             OPEN INPUT ARQ-OFICIAL-LOTO
003980         WHEN 3
003990             MOVE "QUINA"     TO CNV-NOME-JOGO
004000             MOVE 05 TO CNV-QTD-DEZENAS
004010             MOVE 04 TO CNV-QTD-FAIXAS
004020             MOVE 05 TO CNV-FAIXA-MAIOR
004030             OPEN INPUT ARQ-OFICIAL-QUINA
004040     END-EVALUATE
004050     COMPUTE CNV-QTD-CAMPOS-MIN =
004060         CNV-QTD-DEZENAS + (2 * CNV-QTD-FAIXAS) + 3
004070     IF CNV-FS-OFICIAL = "35"
004080         DISPLAY "ARQUIVO OFICIAL DA " CNV-NOME-JOGO
004090             " NAO RECEBIDO"
004100         MOVE "00" TO CNV-FS-OFICIAL
004110         GO TO 2000-EXIT
004120     END-IF
004130     IF CNV-FS-OFICIAL NOT = "00"
004140         DISPLAY "ERRO " CNV-FS-OFICIAL
004150             " AO ABRIR O ARQUIVO OFICIAL DA " CNV-NOME-JOGO
004160             " - ABORTANDO"
004170         MOVE 16 TO RETURN-CODE
004180         GOBACK
004190     END-IF
004200     MOVE "S" TO CNV-SW-RECEBIDO(J1)
004210     MOVE ZERO TO CNV-NUM-LINHA
004220     SET CNV-FIM-OFICIAL TO FALSE
004230     PERFORM UNTIL CNV-FIM-OFICIAL
004240         PERFORM 2050-LER-OFICIAL THRU 2050-EXIT
004250         IF NOT CNV-FIM-OFICIAL
004260             ADD 1 TO CNV-NUM-LINHA
004270             PERFORM 2100-PROCESSAR-LINHA THRU 2100-EXIT
004280         END-IF
004290     END-PERFORM
004300     EVALUATE J1
004310         WHEN 1
004320             CLOSE ARQ-OFICIAL-MEGA
004330         WHEN 2
004340             CLOSE ARQ-OFICIAL-LOTO
004350         WHEN 3
004360             CLOSE ARQ-OFICIAL-QUINA
004370     END-EVALUATE.
004380 2000-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410*    2050-LER-OFICIAL - LE A PROXIMA LINHA DO ARQUIVO OFICIAL DO
004420*                        JOGO J1 PARA A AREA LINHA-OFICIAL
004430*----------------------------------------------------------------
004440 2050-LER-OFICIAL.
004450     EVALUATE J1
004460         WHEN 1
004470             READ ARQ-OFICIAL-MEGA INTO LINHA-OFICIAL
004480                 AT END
004490                     SET CNV-FIM-OFICIAL TO TRUE
004500             END-READ
004510         WHEN 2
004520             READ ARQ-OFICIAL-LOTO INTO LINHA-OFICIAL
004530                 AT END
004540                     SET CNV-FIM-OFICIAL TO TRUE
004550             END-READ
004560         WHEN 3
004570             READ ARQ-OFICIAL-QUINA INTO LINHA-OFICIAL
004580                 AT END
004590                     SET CNV-FIM-OFICIAL TO TRUE
004600             END-READ
004610     END-EVALUATE.
004620 2050-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650*    2100-PROCESSAR-LINHA - SEPARA OS CAMPOS DA LINHA, IGNORA O
004660*                            CABECALHO E OS CONCURSOS JA
004670*                            CARREGADOS, INTERPRETA OS DEMAIS E
004680*                            GRAVA A ENTRADA DO CARGARES E OS
004690*                            VALORES DE FAIXA, OU O REJEITO
004700*----------------------------------------------------------------
004710 2100-PROCESSAR-LINHA.
004720     IF OFI-TEXTO = SPACES
004730         GO TO 2100-EXIT
004740     END-IF
004750     ADD 1 TO CNV-QTD-LIDAS(J1)
004760     SET CNV-LINHA-VALIDA TO TRUE
004770     MOVE SPACES TO CNV-MOTIVO-REJEICAO
004780     MOVE ZERO TO CNV-QTD-CAMPOS
004790     MOVE 1 TO CNV-PONTEIRO
004800     PERFORM 2110-SEPARAR-CAMPO THRU 2110-EXIT
004810         UNTIL CNV-PONTEIRO > 400
004820            OR CNV-QTD-CAMPOS >= 60
004830     MOVE CNV-CAMPO-ENT(1) TO CNV-CAMPO
004840     SET CNV-NUMERO-INTEIRO TO TRUE
004850     PERFORM 2400-CONVERTER-NUMERO THRU 2400-EXIT
004860     IF CNV-NUMERO-OK AND CNV-NUMERO > 999999
004870         SET CNV-NUMERO-OK TO FALSE
004880     END-IF
004890     IF NOT CNV-NUMERO-OK AND CNV-NUM-LINHA = 1
004900         ADD 1 TO CNV-QTD-CABECALHO(J1)
004910         GO TO 2100-EXIT
004920     END-IF
004930     IF NOT CNV-NUMERO-OK OR CNV-NUMERO = ZERO
004940         MOVE "02" TO CNV-MOTIVO-REJEICAO
004950         PERFORM 3200-GRAVAR-REJEITO THRU 3200-EXIT
004960         GO TO 2100-EXIT
004970     END-IF
004980     MOVE CNV-NUMERO TO CNV-CONCURSO
004990     IF CNV-CONCURSO < CNV-PRIM-CONCURSO(J1)
005000         ADD 1 TO CNV-QTD-ANTERIORES(J1)
005010         GO TO 2100-EXIT
005020     END-IF
005030     IF CNV-QTD-CAMPOS < CNV-QTD-CAMPOS-MIN
005040         MOVE "01" TO CNV-MOTIVO-REJEICAO
005050         PERFORM 3200-GRAVAR-REJEITO THRU 3200-EXIT
005060         GO TO 2100-EXIT
005070     END-IF
005080     PERFORM 2200-CONVERTER-DATA THRU 2200-EXIT
005090     IF CNV-LINHA-VALIDA
005100         MOVE ZERO TO CNV-DEZENAS
005110         PERFORM 2300-CONVERTER-DEZENA THRU 2300-EXIT
005120             VARYING D1 FROM 1 BY 1
005130             UNTIL D1 > CNV-QTD-DEZENAS
005140                OR NOT CNV-LINHA-VALIDA
005150     END-IF
005160     IF CNV-LINHA-VALIDA
005170         PERFORM 2500-CONVERTER-FAIXA THRU 2500-EXIT
005180             VARYING F1 FROM 1 BY 1
005190             UNTIL F1 > CNV-QTD-FAIXAS
005200                OR NOT CNV-LINHA-VALIDA
005210     END-IF
005220     IF NOT CNV-LINHA-VALIDA
005230         PERFORM 3200-GRAVAR-REJEITO THRU 3200-EXIT
005240         GO TO 2100-EXIT
005250     END-IF
005260     PERFORM 3000-GRAVAR-ENTRADA THRU 3000-EXIT
005270     PERFORM 3100-GRAVAR-VALORES THRU 3100-EXIT.
005280 2100-EXIT.
005290     EXIT.
005300*----------------------------------------------------------------
005310*    2110-SEPARAR-CAMPO - COPIA O PROXIMO CAMPO DA LINHA, ATE O
005320*                          ";" SEGUINTE, PARA A TABELA DE CAMPOS
005330*----------------------------------------------------------------
005340 2110-SEPARAR-CAMPO.
005350     ADD 1 TO CNV-QTD-CAMPOS
005360     MOVE SPACES TO CNV-CAMPO-ENT(CNV-QTD-CAMPOS)
005370     UNSTRING OFI-TEXTO DELIMITED BY ";"
005380         INTO CNV-CAMPO-ENT(CNV-QTD-CAMPOS)
005390         WITH POINTER CNV-PONTEIRO
005400     END-UNSTRING.
005410 2110-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440*    2200-CONVERTER-DATA - CONVERTE A DATA DO SORTEIO DE
005450*                           DD/MM/AAAA PARA AAAAMMDD (A
005460*                           PLAUSIBILIDADE E VALIDADA NO CARGARES)
005470*----------------------------------------------------------------
005480 2200-CONVERTER-DATA.
005490     MOVE SPACES TO CNV-DATA-PARTES
005500     MOVE ZERO TO CNV-QTD-PARTES
005510     UNSTRING CNV-CAMPO-ENT(2) DELIMITED BY "/"
005520         INTO CNV-DATA-PARTE(1) CNV-DATA-PARTE(2)
005530              CNV-DATA-PARTE(3)
005540         TALLYING IN CNV-QTD-PARTES
005550     END-UNSTRING
005560     IF CNV-QTD-PARTES NOT = 3
005570         GO TO 2200-REJEITAR
005580     END-IF
005590     SET CNV-NUMERO-INTEIRO TO TRUE
005600     MOVE CNV-DATA-PARTE(1) TO CNV-CAMPO
005610     PERFORM 2400-CONVERTER-NUMERO THRU 2400-EXIT
005620     IF NOT CNV-NUMERO-OK OR CNV-QTD-DIGITOS > 2
005630         GO TO 2200-REJEITAR
005640     END-IF
005650     MOVE CNV-NUMERO TO CNV-DT-DIA
005660     MOVE CNV-DATA-PARTE(2) TO CNV-CAMPO
005670     PERFORM 2400-CONVERTER-NUMERO THRU 2400-EXIT
005680     IF NOT CNV-NUMERO-OK OR CNV-QTD-DIGITOS > 2
005690         GO TO 2200-REJEITAR
005700     END-IF
005710     MOVE CNV-NUMERO TO CNV-DT-MES
005720     MOVE CNV-DATA-PARTE(3) TO CNV-CAMPO
005730     PERFORM 2400-CONVERTER-NUMERO THRU 2400-EXIT
005740     IF NOT CNV-NUMERO-OK OR CNV-QTD-DIGITOS NOT = 4
005750         GO TO 2200-REJEITAR
005760     END-IF
005770     MOVE CNV-NUMERO TO CNV-DT-ANO
005780     GO TO 2200-EXIT.
005790 2200-REJEITAR.
005800     MOVE "03" TO CNV-MOTIVO-REJEICAO
005810     SET CNV-LINHA-VALIDA TO FALSE.
005820 2200-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850*    2300-CONVERTER-DEZENA - CONVERTE A DEZENA D1 (CAMPO D1 + 2)
005860*----------------------------------------------------------------
005870 2300-CONVERTER-DEZENA.
005880     MOVE CNV-CAMPO-ENT(D1 + 2) TO CNV-CAMPO
005890     SET CNV-NUMERO-INTEIRO TO TRUE
005900     PERFORM 2400-CONVERTER-NUMERO THRU 2400-EXIT
005910     IF NOT CNV-NUMERO-OK OR CNV-QTD-DIGITOS > 2
005920         MOVE "04" TO CNV-MOTIVO-REJEICAO
005930         SET CNV-LINHA-VALIDA TO FALSE
005940         GO TO 2300-EXIT
005950     END-IF
005960     MOVE CNV-NUMERO TO CNV-DEZENA(D1).
005970 2300-EXIT.
005980     EXIT.
005990*----------------------------------------------------------------
006000*    2400-CONVERTER-NUMERO - CONVERTE O TEXTO DE CNV-CAMPO EM
006010*                             CNV-NUMERO. INTEIRO: SO DIGITOS.
006020*                             VALOR: FORMATO DA CAIXA, COM VIRGULA
006030*                             DECIMAL E "R$" OPCIONAL, DEVOLVIDO
006040*                             EM CENTAVOS. PONTO DE MILHAR,
006050*                             ESPACOS E ASPAS SAO IGNORADOS
006060*----------------------------------------------------------------
006070 2400-CONVERTER-NUMERO.
006080     SET CNV-NUMERO-OK TO TRUE
006090     SET CNV-VIRGULA-LIDA TO FALSE
006100     MOVE ZERO TO CNV-NUMERO
006110     MOVE ZERO TO CNV-QTD-DIGITOS
006120     MOVE ZERO TO CNV-QTD-DECIMAIS
006130     PERFORM 2410-EXAMINAR-CARACTER THRU 2410-EXIT
006140         VARYING K1 FROM 1 BY 1
006150         UNTIL K1 > 30
006160            OR NOT CNV-NUMERO-OK
006170     IF NOT CNV-NUMERO-OK
006180         GO TO 2400-EXIT
006190     END-IF
006200     IF CNV-QTD-DIGITOS = ZERO
006210         SET CNV-NUMERO-OK TO FALSE
006220         GO TO 2400-EXIT
006230     END-IF
006240     IF CNV-NUMERO-INTEIRO
006250         GO TO 2400-EXIT
006260     END-IF
006270     EVALUATE CNV-QTD-DECIMAIS
006280         WHEN 0
006290             COMPUTE CNV-NUMERO = CNV-NUMERO * 100
006300         WHEN 1
006310             COMPUTE CNV-NUMERO = CNV-NUMERO * 10
006320         WHEN 2
006330             CONTINUE
006340         WHEN OTHER
006350             SET CNV-NUMERO-OK TO FALSE
006360     END-EVALUATE.
006370 2400-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
006400*    2410-EXAMINAR-CARACTER - ACUMULA O CARACTER K1 DE CNV-CAMPO
006410*                              OU RECUSA O CAMPO
006420*----------------------------------------------------------------
006430 2410-EXAMINAR-CARACTER.
006440     MOVE CNV-CAMPO-CAR(K1) TO CNV-CARACTER
006450     EVALUATE TRUE
006460         WHEN CNV-CARACTER NUMERIC
006470             IF CNV-QTD-DIGITOS >= 11
006480                 SET CNV-NUMERO-OK TO FALSE
006490             ELSE
006500                 COMPUTE CNV-NUMERO = CNV-NUMERO * 10 + CNV-DIGITO
006510                 ADD 1 TO CNV-QTD-DIGITOS
006520                 IF CNV-VIRGULA-LIDA
006530                     ADD 1 TO CNV-QTD-DECIMAIS
006540                 END-IF
006550             END-IF
006560         WHEN CNV-CARACTER = SPACE OR QUOTE OR "."
006570             CONTINUE
006580         WHEN CNV-NUMERO-VALOR
006590          AND (CNV-CARACTER = "R" OR "$")
006600             CONTINUE
006610         WHEN CNV-NUMERO-VALOR
006620          AND CNV-CARACTER = ","
006630          AND NOT CNV-VIRGULA-LIDA
006640             SET CNV-VIRGULA-LIDA TO TRUE
006650         WHEN OTHER
006660             SET CNV-NUMERO-OK TO FALSE
006670     END-EVALUATE.
006680 2410-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710*    2500-CONVERTER-FAIXA - CONVERTE GANHADORES E RATEIO DA FAIXA
006720*                            F1 (A MAIOR TEM A CIDADE / UF ENTRE
006730*                            OS DOIS CAMPOS); FAIXA SEM GANHADOR
006740*                            FICA COM VALOR ZERO
006750*----------------------------------------------------------------
006760 2500-CONVERTER-FAIXA.
006770     COMPUTE CNV-FX-ACERTOS(F1) = CNV-FAIXA-MAIOR - F1 + 1
006780     IF F1 = 1
006790         COMPUTE CNV-POS-GANHADORES = CNV-QTD-DEZENAS + 3
006800         COMPUTE CNV-POS-RATEIO     = CNV-QTD-DEZENAS + 5
006810     ELSE
006820         COMPUTE CNV-POS-GANHADORES =
006830             CNV-QTD-DEZENAS + (2 * F1) + 2
006840         COMPUTE CNV-POS-RATEIO =
006850             CNV-QTD-DEZENAS + (2 * F1) + 3
006860     END-IF
006870     MOVE CNV-CAMPO-ENT(CNV-POS-GANHADORES) TO CNV-CAMPO
006880     SET CNV-NUMERO-INTEIRO TO TRUE
006890     PERFORM 2400-CONVERTER-NUMERO THRU 2400-EXIT
006900     IF NOT CNV-NUMERO-OK OR CNV-QTD-DIGITOS > 9
006910         MOVE "05" TO CNV-MOTIVO-REJEICAO
006920         SET CNV-LINHA-VALIDA TO FALSE
006930         GO TO 2500-EXIT
006940     END-IF
006950     MOVE CNV-NUMERO TO CNV-FX-GANHADORES(F1)
006960     MOVE CNV-CAMPO-ENT(CNV-POS-RATEIO) TO CNV-CAMPO
006970     SET CNV-NUMERO-VALOR TO TRUE
006980     PERFORM 2400-CONVERTER-NUMERO THRU 2400-EXIT
006990     IF NOT CNV-NUMERO-OK OR CNV-NUMERO > 99999999999
007000         MOVE "06" TO CNV-MOTIVO-REJEICAO
007010         SET CNV-LINHA-VALIDA TO FALSE
007020         GO TO 2500-EXIT
007030     END-IF
007040     IF CNV-FX-GANHADORES(F1) = ZERO
007050         MOVE ZERO TO CNV-FX-VALOR(F1)
007060     ELSE
007070         MOVE CNV-NUMERO TO CNV-FX-VALOR(F1)
007080     END-IF.
007090 2500-EXIT.
007100     EXIT.
007110*----------------------------------------------------------------
007120*    3000-GRAVAR-ENTRADA - GRAVA O RESULTADO CONVERTIDO NO LAYOUT
007130*                           BRUTO LIDO PELO CARGARES
007140*----------------------------------------------------------------
007150 3000-GRAVAR-ENTRADA.
007160     MOVE ZEROS            TO RESULTADO-BRUTO
007170     MOVE CNV-CONCURSO     TO BRU-NUM-CONCURSO
007180     MOVE CNV-DATA-SORTEIO TO BRU-DATA-SORTEIO
007190     MOVE J1               TO CNV-TIPO-JOGO
007200     MOVE CNV-TIPO-JOGO    TO BRU-TIPO-JOGO
007210     MOVE CNV-QTD-DEZENAS  TO BRU-QTD-DEZENAS
007220     PERFORM 3010-MOVER-DEZENA THRU 3010-EXIT
007230         VARYING D1 FROM 1 BY 1
007240         UNTIL D1 > CNV-QTD-DEZENAS
007250     WRITE RESULTADO-BRUTO
007260     IF CNV-FS-ENTRADA NOT = "00"
007270         DISPLAY "ERRO " CNV-FS-ENTRADA
007280             " AO GRAVAR A ENTRADA DO CARGARES - ABORTANDO"
007290         MOVE 16 TO RETURN-CODE
007300         GOBACK
007310     END-IF
007320     ADD 1 TO CNV-QTD-CONVERTIDAS(J1)
007330     ADD 1 TO CNV-TOT-CONVERTIDAS.
007340 3000-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------
007370*    3010-MOVER-DEZENA - COPIA A DEZENA D1 PARA O REGISTRO BRUTO
007380*----------------------------------------------------------------
007390 3010-MOVER-DEZENA.
007400     MOVE CNV-DEZENA(D1) TO BRU-DEZENA(D1).
007410 3010-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440*    3100-GRAVAR-VALORES - GRAVA UM VALOR DE FAIXA POR FAIXA DO
007450*                           CONCURSO, SALVO SE O VALFAIXA JA TEM
007460*                           O CONCURSO
007470*----------------------------------------------------------------
007480 3100-GRAVAR-VALORES.
007490     PERFORM 3110-PROCURAR-VALOR THRU 3110-EXIT
007500     IF CNV-VALOR-EXISTE
007510         DISPLAY CNV-NOME-JOGO " CONCURSO " CNV-CONCURSO
007520             " - VALORES DE FAIXA JA CARREGADOS, MANTIDOS"
007530         ADD 1 TO CNV-QTD-VAL-EXISTENTES(J1)
007540         GO TO 3100-EXIT
007550     END-IF
007560     PERFORM 3120-GRAVAR-UM-VALOR THRU 3120-EXIT
007570         VARYING F1 FROM 1 BY 1
007580         UNTIL F1 > CNV-QTD-FAIXAS
007590     IF CNV-QTD-VAL-TABELA < 5000
007600         ADD 1 TO CNV-QTD-VAL-TABELA
007610         MOVE CNV-CONCURSO TO CNV-VAL-CONCURSO(CNV-QTD-VAL-TABELA)
007620         MOVE J1           TO CNV-VAL-TIPO(CNV-QTD-VAL-TABELA)
007630     END-IF.
007640 3100-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670*    3110-PROCURAR-VALOR - MARCA SE O VALFAIXA JA TEM VALORES DO
007680*                           CONCURSO CNV-CONCURSO NO JOGO J1
007690*----------------------------------------------------------------
007700 3110-PROCURAR-VALOR.
007710     SET CNV-VALOR-EXISTE TO FALSE
007720     IF CNV-QTD-VAL-TABELA > ZERO
007730         PERFORM 3115-COMPARAR-VALOR THRU 3115-EXIT
007740             VARYING V1 FROM 1 BY 1
007750             UNTIL V1 > CNV-QTD-VAL-TABELA
007760                OR CNV-VALOR-EXISTE
007770     END-IF.
007780 3110-EXIT.
007790     EXIT.
007800*----------------------------------------------------------------
007810*    3115-COMPARAR-VALOR - COMPARA A ENTRADA V1 DA TABELA
007820*----------------------------------------------------------------
007830 3115-COMPARAR-VALOR.
007840     IF CNV-VAL-CONCURSO(V1) = CNV-CONCURSO
007850        AND CNV-VAL-TIPO(V1) = J1
007860         SET CNV-VALOR-EXISTE TO TRUE
007870     END-IF.
007880 3115-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910*    3120-GRAVAR-UM-VALOR - GRAVA O VALOR DA FAIXA F1
007920*----------------------------------------------------------------
007930 3120-GRAVAR-UM-VALOR.
007940     MOVE CNV-CONCURSO        TO VLF-NUM-CONCURSO
007950     MOVE J1                  TO VLF-TIPO-JOGO
007960     MOVE CNV-FX-ACERTOS(F1)  TO VLF-QTD-ACERTOS
007970     MOVE CNV-FX-VALOR(F1)    TO VLF-VALOR-PREMIO
007980     WRITE VALOR-FAIXA-REC
007990     IF CNV-FS-VALORES NOT = "00"
008000         DISPLAY "ERRO " CNV-FS-VALORES
008010             " AO GRAVAR O VALOR DE FAIXA - ABORTANDO"
008020         MOVE 16 TO RETURN-CODE
008030         GOBACK
008040     END-IF
008050     ADD 1 TO CNV-QTD-VAL-GRAVADOS(J1)
008060     ADD 1 TO CNV-TOT-VAL-GRAVADOS.
008070 3120-EXIT.
008080     EXIT.
008090*----------------------------------------------------------------
008100*    3200-GRAVAR-REJEITO - GRAVA A LINHA RECUSADA COM O MOTIVO
008110*----------------------------------------------------------------
008120 3200-GRAVAR-REJEITO.
008130     MOVE CNV-MOTIVO-REJEICAO TO CVR-MOTIVO
008140     MOVE J1                  TO CVR-TIPO-JOGO
008150     MOVE CNV-NUM-LINHA       TO CVR-NUM-LINHA
008160     MOVE CNV-DATA-ATUAL      TO CVR-DATA-CONVERSAO
008170     MOVE OFI-TEXTO           TO CVR-LINHA-OFICIAL
008180     WRITE REJEITO-CONVERSAO-REC
008190     IF CNV-FS-REJEITOS NOT = "00"
008200         DISPLAY "ERRO " CNV-FS-REJEITOS
008210             " AO GRAVAR O REJEITO - ABORTANDO"
008220         MOVE 16 TO RETURN-CODE
008230         GOBACK
008240     END-IF
008250     DISPLAY CNV-NOME-JOGO " LINHA " CNV-NUM-LINHA
008260         " REJEITADA - MOTIVO " CNV-MOTIVO-REJEICAO
008270     ADD 1 TO CNV-QTD-REJEITADAS(J1)
008280     ADD 1 TO CNV-TOT-REJEITADAS.
008290 3200-EXIT.
008300     EXIT.
008310*----------------------------------------------------------------
008320*    9000-IMPRIMIR-RESUMO - RESUMO DA CONVERSAO POR JOGO
008330*----------------------------------------------------------------
008340 9000-IMPRIMIR-RESUMO.
008350     DISPLAY " "
008360     DISPLAY "===== RESUMO DA CONVERSAO ====="
008370     PERFORM 9100-RESUMIR-JOGO THRU 9100-EXIT
008380         VARYING J1 FROM 1 BY 1
008390         UNTIL J1 > 3
008400     DISPLAY " "
008410     MOVE "TOTAL CONVERTIDOS......:" TO CNV-R-TITULO
008420     MOVE CNV-TOT-CONVERTIDAS TO CNV-R-QTD
008430     DISPLAY CNV-LINHA-RESUMO
008440     MOVE "TOTAL VALORES GRAVADOS.:" TO CNV-R-TITULO
008450     MOVE CNV-TOT-VAL-GRAVADOS TO CNV-R-QTD
008460     DISPLAY CNV-LINHA-RESUMO
008470     MOVE "TOTAL REJEITADOS.......:" TO CNV-R-TITULO
008480     MOVE CNV-TOT-REJEITADAS TO CNV-R-QTD
008490     DISPLAY CNV-LINHA-RESUMO.
008500 9000-EXIT.
008510     EXIT.
008520*----------------------------------------------------------------
008530*    9100-RESUMIR-JOGO - CONTADORES DO JOGO J1
008540*----------------------------------------------------------------
008550 9100-RESUMIR-JOGO.
008560     EVALUATE J1
008570         WHEN 1
008580             MOVE "MEGA-SENA" TO CNV-NOME-JOGO
008590         WHEN 2
008600             MOVE "LOTOFACIL" TO CNV-NOME-JOGO
008610         WHEN 3
008620             MOVE "QUINA"     TO CNV-NOME-JOGO
008630     END-EVALUATE
008640     DISPLAY " "
008650     IF NOT CNV-ARQ-RECEBIDO(J1)
008660         DISPLAY CNV-NOME-JOGO ": ARQUIVO NAO RECEBIDO"
008670         GO TO 9100-EXIT
008680     END-IF
008690     DISPLAY CNV-NOME-JOGO ": A PARTIR DO CONCURSO "
008700         CNV-PRIM-CONCURSO(J1)
008710     MOVE "LINHAS LIDAS...........:" TO CNV-R-TITULO
008720     MOVE CNV-QTD-LIDAS(J1) TO CNV-R-QTD
008730     DISPLAY CNV-LINHA-RESUMO
008740     MOVE "CABECALHO..............:" TO CNV-R-TITULO
008750     MOVE CNV-QTD-CABECALHO(J1) TO CNV-R-QTD
008760     DISPLAY CNV-LINHA-RESUMO
008770     MOVE "JA CARREGADOS (IGNOR.).:" TO CNV-R-TITULO
008780     MOVE CNV-QTD-ANTERIORES(J1) TO CNV-R-QTD
008790     DISPLAY CNV-LINHA-RESUMO
008800     MOVE "CONVERTIDOS P/ CARGARES:" TO CNV-R-TITULO
008810     MOVE CNV-QTD-CONVERTIDAS(J1) TO CNV-R-QTD
008820     DISPLAY CNV-LINHA-RESUMO
008830     MOVE "VALORES DE FAIXA GRAV..:" TO CNV-R-TITULO
008840     MOVE CNV-QTD-VAL-GRAVADOS(J1) TO CNV-R-QTD
008850     DISPLAY CNV-LINHA-RESUMO
008860     MOVE "CONCURSOS JA NO VALFX..:" TO CNV-R-TITULO
008870     MOVE CNV-QTD-VAL-EXISTENTES(J1) TO CNV-R-QTD
008880     DISPLAY CNV-LINHA-RESUMO
008890     MOVE "REJEITADAS.............:" TO CNV-R-TITULO
008900     MOVE CNV-QTD-REJEITADAS(J1) TO CNV-R-QTD
008910     DISPLAY CNV-LINHA-RESUMO.
008920 9100-EXIT.
008930     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RETORNO.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : CARGA DO RETORNO DO TERMINAL LOTERICO
000090*    FUNCAO   : LE O ARQUIVO DE RETORNO DEVOLVIDO PELO TERMINAL
000100*               DA CAIXA APOS A IMPORTACAO DO EXPTERM
000110*               (RETTERM.CPY): PARA CADA DETALHE, CONFERE QUE A
000120*               EXECUCAO CONSTA DO CONTROLE DE EXPORTACAO
000130*               (EXPCTL.CPY) E QUE O PALPITE EXISTE NO CADASTRO
000140*               INDEXADO (PALPMST), E GRAVA NO REGISTRO DE
000150*               APOSTAS (REGAPOS.CPY) O PROTOCOLO DA APOSTA
000160*               REGISTRADA OU O CODIGO DA REJEICAO. DETALHE JA
000170*               CARREGADO E PULADO (A REEXECUCAO NAO DUPLICA);
000180*               DETALHE QUE CONTRADIZ UM PROTOCOLO JA GRAVADO,
000190*               DE LOTE NAO EXPORTADO OU DE PALPITE INEXISTENTE
000200*               E RECUSADO COM O MOTIVO. NO FIM, CONCILIA CADA
000210*               LOTE TOCADO PELO RETORNO (OU EXPORTADO A PARTIR
000220*               DA DATA INFORMADA): ENVIADOS, REGISTRADOS,
000230*               REJEITADOS E SEM RETORNO, LISTANDO O PALPITE
000240*               QUE O TERMINAL NUNCA REGISTROU - ESSE PALPITE
000250*               NAO E APOSTA VIVA PARA O CONFERE.
000260*               RETURN-CODE: 0 TUDO REGISTRADO; 4 HA APOSTAS
000270*               REJEITADAS OU SEM RETORNO; 8 HA DETALHES
000280*               RECUSADOS OU RODAPE DIVERGENTE; 16 ABORTO.
000290*
000300*    HISTORICO DE ALTERACOES
000310*    DATA       AUTOR   DESCRICAO
000320*    ---------- ------- ----------------------------------------
000330*    2026-10-15 RAS     VERSAO INICIAL.
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ARQ-RETORNO      ASSIGN TO RETTERM
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS RET-FS-RETORNO.
000440     SELECT ARQ-REGISTROS    ASSIGN TO REGAPOST
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS RET-FS-REGISTROS.
000470     SELECT ARQ-CONTROLE     ASSIGN TO EXPCTL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RET-FS-CONTROLE.
000500     SELECT ARQ-PALPITES     ASSIGN TO PALPMST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PMS-CHAVE
000540         FILE STATUS IS RET-FS-PALPITES.
000550     SELECT ARQ-ESTORNOS     ASSIGN TO ESTORNOS
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RET-FS-ESTORNOS.
000580     SELECT ARQ-OPERADORES   ASSIGN TO OPERMST
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS RET-FS-OPERADORES.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ARQ-RETORNO
000640     COPY RETTERM.CPY.
000650 FD  ARQ-REGISTROS
000660     COPY REGAPOS.CPY.
000670 FD  ARQ-CONTROLE
000680     COPY EXPCTL.CPY.
000690 FD  ARQ-PALPITES
000700     COPY PALPMST.CPY.
000710 FD  ARQ-ESTORNOS
000720     COPY ESTORNO.CPY.
000730 FD  ARQ-OPERADORES
000740     COPY OPERMST.CPY.
000750 WORKING-STORAGE SECTION.
000760 01  RET-STATUS-ARQUIVOS.
000770     05  RET-FS-RETORNO          PIC X(02) VALUE "00".
000780     05  RET-FS-REGISTROS        PIC X(02) VALUE "00".
000790     05  RET-FS-CONTROLE         PIC X(02) VALUE "00".
000800     05  RET-FS-PALPITES         PIC X(02) VALUE "00".
000810     05  RET-FS-ESTORNOS         PIC X(02) VALUE "00".
000820     05  RET-FS-OPERADORES       PIC X(02) VALUE "00".
000830 01  RET-SWITCHES.
000840     05  RET-SW-FIM-ARQUIVO      PIC X(01) VALUE "N".
000850         88  RET-FIM-ARQUIVO         VALUE "S"
000860                                      FALSE "N".
000870     05  RET-SW-FIM-PALPITES     PIC X(01) VALUE "N".
000880         88  RET-FIM-PALPITES        VALUE "S"
000890                                      FALSE "N".
000900     05  RET-SW-OPER-ACHADO      PIC X(01) VALUE "N".
000910         88  RET-OPER-ACHADO         VALUE "S"
000920                                      FALSE "N".
000930     05  RET-SW-ESTORNADO        PIC X(01) VALUE "N".
000940         88  RET-PALPITE-ESTORNADO   VALUE "S"
000950                                      FALSE "N".
000960     05  RET-SW-DETALHE-OK       PIC X(01) VALUE "N".
000970         88  RET-DETALHE-VALIDO      VALUE "S"
000980                                      FALSE "N".
000990     05  RET-SW-CABECALHO        PIC X(01) VALUE "N".
001000         88  RET-CABECALHO-LIDO      VALUE "S".
001010     05  RET-SW-RODAPE           PIC X(01) VALUE "N".
001020         88  RET-RODAPE-LIDO         VALUE "S".
001030     05  RET-SW-RODAPE-OK        PIC X(01) VALUE "S".
001040         88  RET-RODAPE-CONFERE      VALUE "S"
001050                                      FALSE "N".
001060 01  RET-PARAMETROS.
001070     05  RET-ID-OPERADOR         PIC X(08) VALUE SPACES.
001080     05  RET-DATA-INICIAL        PIC 9(08) VALUE ZERO.
001090     05  RET-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001100     05  RET-HORA-ATUAL          PIC 9(06) VALUE ZERO.
001110     05  RET-ID-TERMINAL         PIC X(08) VALUE SPACES.
001120     05  RET-QTD-RODAPE          PIC 9(06) VALUE ZERO.
001130     05  RET-MOTIVO              PIC X(40) VALUE SPACES.
001140*----------------------------------------------------------------
001150*    LOTES DO CONTROLE DE EXPORTACAO: SO PALPITE DE EXECUCAO
001160*    EXPORTADA PODE VOLTAR DO TERMINAL. O LOTE TOCADO PELO
001170*    RETORNO (OU EXPORTADO A PARTIR DA DATA INICIAL) E
001180*    SELECIONADO PARA A CONCILIACAO
001190*----------------------------------------------------------------
001200 01  RET-TAB-LOTES.
001210     05  RET-QTD-LOTES           PIC 9(04) COMP VALUE ZERO.
001220     05  RET-LOTE-ENT OCCURS 1000 TIMES.
001230         10  RET-LOTE-EXECUCAO   PIC X(14).
001240         10  RET-LOTE-DATA       PIC 9(08).
001250         10  RET-LOTE-QTD-ENV    PIC 9(06) COMP.
001260         10  RET-LOTE-QTD-REG    PIC 9(06) COMP.
001270         10  RET-LOTE-QTD-REJ    PIC 9(06) COMP.
001280         10  RET-LOTE-QTD-FALTA  PIC 9(06) COMP.
001290         10  RET-LOTE-SW-SELEC   PIC X(01).
001300             88  RET-LOTE-SELECIONADO VALUE "S".
001310*----------------------------------------------------------------
001320*    CHAVES DOS PALPITES ESTORNADOS (EXECUCAO + PALPITE), QUE
001330*    NAO CONTAM COMO SEM RETORNO NA CONCILIACAO
001340*----------------------------------------------------------------
001350 01  RET-TAB-ESTORNOS.
001360     05  RET-QTD-EST-TABELA      PIC 9(04) COMP VALUE ZERO.
001370     05  RET-EST-CHAVE           PIC X(20) OCCURS 1000 TIMES.
001380*----------------------------------------------------------------
001390*    REGISTRO DE APOSTAS JA CARREGADO, UMA ENTRADA POR CHAVE
001400*    (O ULTIMO REGISTRO DA CHAVE VALE), ATUALIZADO A CADA
001410*    DETALHE GRAVADO NESTA EXECUCAO
001420*----------------------------------------------------------------
001430 01  RET-TAB-REGISTROS.
001440     05  RET-QTD-REGISTROS       PIC 9(05) COMP VALUE ZERO.
001450     05  RET-REG-ENT OCCURS 10000 TIMES.
001460         10  RET-REG-CHAVE.
001470             15  RET-REG-EXECUCAO PIC X(14).
001480             15  RET-REG-PALPITE PIC 9(06).
001490         10  RET-REG-SITUACAO    PIC X(01).
001500         10  RET-REG-PROTOCOLO   PIC X(20).
001510         10  RET-REG-COD-REJ     PIC X(03).
001520 01  RET-CHAVE-TRABALHO.
001530     05  RET-CT-EXECUCAO         PIC X(14).
001540     05  RET-CT-PALPITE          PIC 9(06).
001550 01  RET-CONTADORES.
001560     05  T1                      PIC 9(04) COMP.
001570     05  T2                      PIC 9(05) COMP.
001580     05  T3                      PIC 9(04) COMP.
001590     05  RET-IDX-LOTE            PIC 9(04) COMP VALUE ZERO.
001600     05  RET-IDX-REG             PIC 9(05) COMP VALUE ZERO.
001610     05  RET-QTD-LIDOS           PIC 9(06) COMP VALUE ZERO.
001620     05  RET-QTD-DETALHES        PIC 9(06) COMP VALUE ZERO.
001630     05  RET-QTD-REGISTRADAS     PIC 9(06) COMP VALUE ZERO.
001640     05  RET-QTD-REJEITADAS      PIC 9(06) COMP VALUE ZERO.
001650     05  RET-QTD-JA-CARREGADOS   PIC 9(06) COMP VALUE ZERO.
001660     05  RET-QTD-RECUSADOS       PIC 9(06) COMP VALUE ZERO.
001670     05  RET-QTD-EST-REGISTRADOS PIC 9(06) COMP VALUE ZERO.
001680     05  RET-QTD-LOTES-CONC      PIC 9(04) COMP VALUE ZERO.
001690     05  RET-TOT-REJEITADAS      PIC 9(06) COMP VALUE ZERO.
001700     05  RET-TOT-SEM-RETORNO     PIC 9(06) COMP VALUE ZERO.
001710 01  RET-LINHA-LOTE.
001720     05  FILLER                  PIC X(09) VALUE "EXECUCAO ".
001730     05  RET-L-EXECUCAO          PIC X(14).
001740     05  FILLER                  PIC X(10) VALUE "  ENVIO   ".
001750     05  RET-L-DATA              PIC 9(08).
001760     05  FILLER                  PIC X(11) VALUE "  ENVIADOS ".
001770     05  RET-L-ENVIADOS          PIC ZZZZZ9.
001780     05  FILLER                  PIC X(14) VALUE "  REGISTRADOS ".
001790     05  RET-L-REGISTRADOS       PIC ZZZZZ9.
001800     05  FILLER                  PIC X(13) VALUE "  REJEITADOS ".
001810     05  RET-L-REJEITADOS        PIC ZZZZZ9.
001820     05  FILLER                  PIC X(15) VALUE "  SEM RETORNO ".
001830     05  RET-L-SEM-RETORNO       PIC ZZZZZ9.
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860     DISPLAY "CARGA DO RETORNO DO TERMINAL LOTERICO"
001870     ACCEPT RET-DATA-ATUAL FROM DATE YYYYMMDD
001880     ACCEPT RET-HORA-ATUAL FROM TIME
001890     DISPLAY "ID DO OPERADOR: " WITH NO ADVANCING
001900     ACCEPT RET-ID-OPERADOR
001910     PERFORM 0100-VALIDAR-OPERADOR THRU 0100-EXIT
001920     DISPLAY "CONCILIAR TAMBEM OS LOTES EXPORTADOS A PARTIR DE"
001930         " (AAAAMMDD, 0=SO OS DO RETORNO): " WITH NO ADVANCING
001940     ACCEPT RET-DATA-INICIAL
001950     PERFORM 1000-CARREGAR-CONTROLE THRU 1000-EXIT
001960     PERFORM 1500-CARREGAR-ESTORNOS THRU 1500-EXIT
001970     PERFORM 1700-CARREGAR-REGISTROS THRU 1700-EXIT
001980     OPEN INPUT ARQ-PALPITES
001990     IF RET-FS-PALPITES NOT = "00"
002000         DISPLAY "CADASTRO DE PALPITES INDISPONIVEL - RODE O"
002010             " REORGPAL - ABORTANDO"
002020         MOVE 16 TO RETURN-CODE
002030         GOBACK
002040     END-IF
002050     OPEN INPUT ARQ-RETORNO
002060     IF RET-FS-RETORNO NOT = "00"
002070         DISPLAY "ERRO " RET-FS-RETORNO
002080             " AO ABRIR O ARQUIVO DE RETORNO - ABORTANDO"
002090         CLOSE ARQ-PALPITES
002100         MOVE 16 TO RETURN-CODE
002110         GOBACK
002120     END-IF
002130     OPEN EXTEND ARQ-REGISTROS
002140     IF RET-FS-REGISTROS = "35"
002150         OPEN OUTPUT ARQ-REGISTROS
002160     END-IF
002170     IF RET-FS-REGISTROS NOT = "00"
002180         DISPLAY "ERRO " RET-FS-REGISTROS
002190             " AO ABRIR O REGISTRO DE APOSTAS - ABORTANDO"
002200         CLOSE ARQ-RETORNO
002210         CLOSE ARQ-PALPITES
002220         MOVE 16 TO RETURN-CODE
002230         GOBACK
002240     END-IF
002250     SET RET-FIM-ARQUIVO TO FALSE
002260     PERFORM UNTIL RET-FIM-ARQUIVO
002270         READ ARQ-RETORNO
002280             AT END
002290                 SET RET-FIM-ARQUIVO TO TRUE
002300             NOT AT END
002310                 ADD 1 TO RET-QTD-LIDOS
002320                 PERFORM 2000-TRATAR-RETORNO THRU 2000-EXIT
002330         END-READ
002340     END-PERFORM
002350     CLOSE ARQ-RETORNO
002360     CLOSE ARQ-REGISTROS
002370     CLOSE ARQ-PALPITES
002380     PERFORM 2900-CONFERIR-RODAPE THRU 2900-EXIT
002390     PERFORM 3000-CONCILIAR-LOTES THRU 3000-EXIT
002400     EVALUATE TRUE
002410         WHEN RET-QTD-RECUSADOS > ZERO
002420           OR NOT RET-RODAPE-CONFERE
002430             MOVE 8 TO RETURN-CODE
002440         WHEN RET-TOT-REJEITADAS > ZERO
002450           OR RET-TOT-SEM-RETORNO > ZERO
002460             MOVE 4 TO RETURN-CODE
002470         WHEN OTHER
002480             MOVE ZERO TO RETURN-CODE
002490     END-EVALUATE
002500     PERFORM 9000-IMPRIMIR-RESUMO THRU 9000-EXIT
002510     GOBACK.
002520*----------------------------------------------------------------
002530*    0100-VALIDAR-OPERADOR - LOCALIZA O OPERADOR INFORMADO NO
002540*                             CADASTRO DE OPERADORES E ABORTA A
002550*                             EXECUCAO QUANDO DESCONHECIDO OU
002560*                             INATIVO
002570*----------------------------------------------------------------
002580 0100-VALIDAR-OPERADOR.
002590     SET RET-OPER-ACHADO TO FALSE
002600     SET RET-FIM-ARQUIVO TO FALSE
002610     OPEN INPUT ARQ-OPERADORES
002620     IF RET-FS-OPERADORES NOT = "00"
002630         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL -"
002640             " ABORTANDO"
002650         MOVE 16 TO RETURN-CODE
002660         GOBACK
002670     END-IF
002680     PERFORM UNTIL RET-FIM-ARQUIVO OR RET-OPER-ACHADO
002690         READ ARQ-OPERADORES
002700             AT END
002710                 SET RET-FIM-ARQUIVO TO TRUE
002720             NOT AT END
002730                 IF OPR-ID-OPERADOR = RET-ID-OPERADOR
002740                     SET RET-OPER-ACHADO TO TRUE
002750                 END-IF
002760         END-READ
002770     END-PERFORM
002780     CLOSE ARQ-OPERADORES
002790     IF NOT RET-OPER-ACHADO OR NOT OPR-ATIVO
002800         DISPLAY "OPERADOR " RET-ID-OPERADOR
002810             " DESCONHECIDO OU INATIVO - ABORTANDO"
002820         MOVE 16 TO RETURN-CODE
002830         GOBACK
002840     END-IF
002850     DISPLAY "OPERADOR " RET-ID-OPERADOR " - "
002860         OPR-NOME-OPERADOR.
002870 0100-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900*    1000-CARREGAR-CONTROLE - CARREGA AS EXECUCOES EXPORTADAS
002910*                              (CONTROLE AINDA INEXISTENTE =
002920*                              NENHUM LOTE ENVIADO, E TODO
002930*                              DETALHE DO RETORNO SERA RECUSADO)
002940*----------------------------------------------------------------
002950 1000-CARREGAR-CONTROLE.
002960     SET RET-FIM-ARQUIVO TO FALSE
002970     OPEN INPUT ARQ-CONTROLE
002980     IF RET-FS-CONTROLE = "35"
002990         DISPLAY "SEM LOTES EXPORTADOS - NENHUM RETORNO SERA"
003000             " ACEITO"
003010         MOVE "00" TO RET-FS-CONTROLE
003020         GO TO 1000-EXIT
003030     END-IF
003040     IF RET-FS-CONTROLE NOT = "00"
003050         DISPLAY "ERRO " RET-FS-CONTROLE
003060             " AO ABRIR O CONTROLE DE EXPORTACAO - ABORTANDO"
003070         MOVE 16 TO RETURN-CODE
003080         GOBACK
003090     END-IF
003100     PERFORM UNTIL RET-FIM-ARQUIVO
003110         READ ARQ-CONTROLE
003120             AT END
003130                 SET RET-FIM-ARQUIVO TO TRUE
003140             NOT AT END
003150                 PERFORM 1100-GUARDAR-LOTE THRU 1100-EXIT
003160         END-READ
003170     END-PERFORM
003180     CLOSE ARQ-CONTROLE.
003190 1000-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220*    1100-GUARDAR-LOTE - GUARDA A EXECUCAO DO CONTROLE NA TABELA
003230*                         DE LOTES, SOMANDO A CONTAGEM QUANDO A
003240*                         EXECUCAO JA ESTA LA
003250*----------------------------------------------------------------
003260 1100-GUARDAR-LOTE.
003270     MOVE ECT-ID-EXECUCAO TO RET-CT-EXECUCAO
003280     PERFORM 2220-LOCALIZAR-LOTE THRU 2220-EXIT
003290     IF RET-IDX-LOTE > ZERO
003300         ADD ECT-QTD-PALPITES TO RET-LOTE-QTD-ENV(RET-IDX-LOTE)
003310         GO TO 1100-EXIT
003320     END-IF
003330     IF RET-QTD-LOTES >= 1000
003340         DISPLAY "TABELA DE LOTES EXPORTADOS CHEIA - ABORTANDO"
003350         MOVE 16 TO RETURN-CODE
003360         GOBACK
003370     END-IF
003380     ADD 1 TO RET-QTD-LOTES
003390     MOVE ECT-ID-EXECUCAO  TO RET-LOTE-EXECUCAO(RET-QTD-LOTES)
003400     MOVE ECT-DATA-EXPORT  TO RET-LOTE-DATA(RET-QTD-LOTES)
003410     MOVE ECT-QTD-PALPITES TO RET-LOTE-QTD-ENV(RET-QTD-LOTES)
003420     MOVE ZERO             TO RET-LOTE-QTD-REG(RET-QTD-LOTES)
003430     MOVE ZERO             TO RET-LOTE-QTD-REJ(RET-QTD-LOTES)
003440     MOVE ZERO             TO RET-LOTE-QTD-FALTA(RET-QTD-LOTES)
003450     MOVE "N"              TO RET-LOTE-SW-SELEC(RET-QTD-LOTES)
003460     IF RET-DATA-INICIAL > ZERO
003470        AND ECT-DATA-EXPORT >= RET-DATA-INICIAL
003480         SET RET-LOTE-SELECIONADO(RET-QTD-LOTES) TO TRUE
003490     END-IF.
003500 1100-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530*    1500-CARREGAR-ESTORNOS - CARREGA AS CHAVES DOS PALPITES
003540*                              ESTORNADOS (ARQUIVO AINDA
003550*                              INEXISTENTE = NENHUM ESTORNO)
003560*----------------------------------------------------------------
003570 1500-CARREGAR-ESTORNOS.
003580     SET RET-FIM-ARQUIVO TO FALSE
003590     OPEN INPUT ARQ-ESTORNOS
003600     IF RET-FS-ESTORNOS = "35"
003610         DISPLAY "SEM ESTORNOS REGISTRADOS"
003620         MOVE "00" TO RET-FS-ESTORNOS
003630         GO TO 1500-EXIT
003640     END-IF
003650     IF RET-FS-ESTORNOS NOT = "00"
003660         DISPLAY "ERRO " RET-FS-ESTORNOS
003670             " AO ABRIR O ARQUIVO DE ESTORNOS - ABORTANDO"
003680         MOVE 16 TO RETURN-CODE
003690         GOBACK
003700     END-IF
003710     PERFORM UNTIL RET-FIM-ARQUIVO
003720         READ ARQ-ESTORNOS
003730             AT END
003740                 SET RET-FIM-ARQUIVO TO TRUE
003750             NOT AT END
003760                 IF EST-ESTORNO-PALPITE
003770                     PERFORM 1600-GUARDAR-ESTORNO THRU 1600-EXIT
003780                 END-IF
003790         END-READ
003800     END-PERFORM
003810     CLOSE ARQ-ESTORNOS.
003820 1500-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850*    1600-GUARDAR-ESTORNO - GUARDA A CHAVE DO PALPITE ESTORNADO
003860*                            NA TABELA
003870*----------------------------------------------------------------
003880 1600-GUARDAR-ESTORNO.
003890     IF RET-QTD-EST-TABELA >= 1000
003900         DISPLAY "TABELA DE ESTORNOS CHEIA - ABORTANDO"
003910         MOVE 16 TO RETURN-CODE
003920         GOBACK
003930     END-IF
003940     ADD 1 TO RET-QTD-EST-TABELA
003950     MOVE EST-ID-EXECUCAO TO RET-CT-EXECUCAO
003960     MOVE EST-NUM-PALPITE TO RET-CT-PALPITE
003970     MOVE RET-CHAVE-TRABALHO
003980         TO RET-EST-CHAVE(RET-QTD-EST-TABELA).
003990 1600-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020*    1700-CARREGAR-REGISTROS - CARREGA O REGISTRO DE APOSTAS DAS
004030*                               CARGAS ANTERIORES (ARQUIVO AINDA
004040*                               INEXISTENTE = PRIMEIRA CARGA)
004050*----------------------------------------------------------------
004060 1700-CARREGAR-REGISTROS.
004070     SET RET-FIM-ARQUIVO TO FALSE
004080     OPEN INPUT ARQ-REGISTROS
004090     IF RET-FS-REGISTROS = "35"
004100         DISPLAY "REGISTRO DE APOSTAS AINDA INEXISTENTE"
004110         MOVE "00" TO RET-FS-REGISTROS
004120         GO TO 1700-EXIT
004130     END-IF
004140     IF RET-FS-REGISTROS NOT = "00"
004150         DISPLAY "ERRO " RET-FS-REGISTROS
004160             " AO ABRIR O REGISTRO DE APOSTAS - ABORTANDO"
004170         MOVE 16 TO RETURN-CODE
004180         GOBACK
004190     END-IF
004200     PERFORM UNTIL RET-FIM-ARQUIVO
004210         READ ARQ-REGISTROS
004220             AT END
004230                 SET RET-FIM-ARQUIVO TO TRUE
004240             NOT AT END
004250                 MOVE RGA-ID-EXECUCAO TO RET-CT-EXECUCAO
004260                 MOVE RGA-NUM-PALPITE TO RET-CT-PALPITE
004270                 PERFORM 1800-GUARDAR-REGISTRO THRU 1800-EXIT
004280         END-READ
004290     END-PERFORM
004300     CLOSE ARQ-REGISTROS
004310     DISPLAY "APOSTAS JA NO REGISTRO.....: " RET-QTD-REGISTROS.
004320 1700-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350*    1800-GUARDAR-REGISTRO - GUARDA NA TABELA A SITUACAO DA
004360*                             CHAVE DE TRABALHO CONFORME O
004370*                             REGISTRO EM REGISTRO-APOSTA-REC,
004380*                             SOBREPONDO A ENTRADA DA MESMA
004390*                             CHAVE (O ULTIMO REGISTRO VALE)
004400*----------------------------------------------------------------
004410 1800-GUARDAR-REGISTRO.
004420     PERFORM 2250-LOCALIZAR-REGISTRO THRU 2250-EXIT
004430     IF RET-IDX-REG = ZERO
004440         IF RET-QTD-REGISTROS >= 10000
004450             DISPLAY "TABELA DO REGISTRO DE APOSTAS CHEIA -"
004460                 " ABORTANDO"
004470             MOVE 16 TO RETURN-CODE
004480             GOBACK
004490         END-IF
004500         ADD 1 TO RET-QTD-REGISTROS
004510         MOVE RET-QTD-REGISTROS TO RET-IDX-REG
004520         MOVE RET-CHAVE-TRABALHO TO RET-REG-CHAVE(RET-IDX-REG)
004530     END-IF
004540     MOVE RGA-SITUACAO     TO RET-REG-SITUACAO(RET-IDX-REG)
004550     MOVE RGA-PROTOCOLO    TO RET-REG-PROTOCOLO(RET-IDX-REG)
004560     MOVE RGA-COD-REJEICAO TO RET-REG-COD-REJ(RET-IDX-REG).
004570 1800-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600*    2000-TRATAR-RETORNO - DESPACHA O REGISTRO LIDO DO RETORNO
004610*                           CONFORME O SEU TIPO
004620*----------------------------------------------------------------
004630 2000-TRATAR-RETORNO.
004640     EVALUATE TRUE
004650         WHEN RTR-REG-CABECALHO
004660             PERFORM 2100-TRATAR-CABECALHO THRU 2100-EXIT
004670         WHEN RTR-REG-DETALHE
004680             ADD 1 TO RET-QTD-DETALHES
004690             PERFORM 2200-TRATAR-DETALHE THRU 2200-EXIT
004700         WHEN RTR-REG-RODAPE
004710             SET RET-RODAPE-LIDO TO TRUE
004720             MOVE RTR-ROD-QTD-DETALHES TO RET-QTD-RODAPE
004730         WHEN OTHER
004740             DISPLAY "REGISTRO " RET-QTD-LIDOS
004750                 " COM TIPO DESCONHECIDO NO RETORNO - IGNORADO"
004760             ADD 1 TO RET-QTD-RECUSADOS
004770     END-EVALUATE.
004780 2000-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810*    2100-TRATAR-CABECALHO - GUARDA O TERMINAL E EXIBE A DATA E
004820*                             HORA DO PROCESSAMENTO NA CAIXA
004830*----------------------------------------------------------------
004840 2100-TRATAR-CABECALHO.
004850     IF RET-CABECALHO-LIDO
004860         DISPLAY "CABECALHO REPETIDO NO RETORNO - ARQUIVOS"
004870             " CONCATENADOS"
004880     END-IF
004890     SET RET-CABECALHO-LIDO TO TRUE
004900     MOVE RTR-CAB-ID-TERMINAL TO RET-ID-TERMINAL
004910     DISPLAY "RETORNO DO TERMINAL " RTR-CAB-ID-TERMINAL
004920         " PROCESSADO EM " RTR-CAB-DATA-PROC " "
004930         RTR-CAB-HORA-PROC.
004940 2100-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970*    2200-TRATAR-DETALHE - VALIDA O DETALHE CORRENTE, PULA O QUE
004980*                           JA FOI CARREGADO, RECUSA O QUE
004990*                           CONTRADIZ UM PROTOCOLO JA GRAVADO E
005000*                           GRAVA O RESTO NO REGISTRO DE APOSTAS
005010*----------------------------------------------------------------
005020 2200-TRATAR-DETALHE.
005030     PERFORM 2210-VALIDAR-DETALHE THRU 2210-EXIT
005040     IF NOT RET-DETALHE-VALIDO
005050         ADD 1 TO RET-QTD-RECUSADOS
005060         DISPLAY "DETALHE RECUSADO - EXECUCAO "
005070             RTR-DET-ID-EXECUCAO " PALPITE " RTR-DET-NUM-PALPITE
005080             " - " RET-MOTIVO
005090         GO TO 2200-EXIT
005100     END-IF
005110     MOVE RTR-DET-ID-EXECUCAO TO RET-CT-EXECUCAO
005120     MOVE RTR-DET-NUM-PALPITE TO RET-CT-PALPITE
005130     PERFORM 2250-LOCALIZAR-REGISTRO THRU 2250-EXIT
005140     IF RET-IDX-REG > ZERO
005150         IF RET-REG-SITUACAO(RET-IDX-REG) = RTR-DET-SITUACAO
005160            AND RET-REG-PROTOCOLO(RET-IDX-REG) = RTR-DET-PROTOCOLO
005170            AND RET-REG-COD-REJ(RET-IDX-REG)
005180                = RTR-DET-COD-REJEICAO
005190             ADD 1 TO RET-QTD-JA-CARREGADOS
005200             GO TO 2200-EXIT
005210         END-IF
005220         IF RET-REG-SITUACAO(RET-IDX-REG) = "R"
005230             ADD 1 TO RET-QTD-RECUSADOS
005240             DISPLAY "DETALHE RECUSADO - EXECUCAO "
005250                 RTR-DET-ID-EXECUCAO " PALPITE "
005260                 RTR-DET-NUM-PALPITE
005270                 " - CONTRADIZ O PROTOCOLO JA REGISTRADO "
005280                 RET-REG-PROTOCOLO(RET-IDX-REG)
005290             GO TO 2200-EXIT
005300         END-IF
005310     END-IF
005320     PERFORM 2300-GRAVAR-REGISTRO THRU 2300-EXIT
005330     IF RTR-DET-REGISTRADA
005340         ADD 1 TO RET-QTD-REGISTRADAS
005350     ELSE
005360         ADD 1 TO RET-QTD-REJEITADAS
005370         DISPLAY "APOSTA REJEITADA PELO TERMINAL - EXECUCAO "
005380             RTR-DET-ID-EXECUCAO " PALPITE " RTR-DET-NUM-PALPITE
005390             " CODIGO " RTR-DET-COD-REJEICAO
005400     END-IF.
005410 2200-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440*    2210-VALIDAR-DETALHE - EXIGE CHAVE PREENCHIDA, LOTE
005450*                            EXPORTADO, PALPITE PRESENTE NO
005460*                            CADASTRO (OU ESTORNADO DEPOIS DO
005470*                            ENVIO) E PROTOCOLO OU CODIGO DE
005480*                            REJEICAO CONFORME A SITUACAO
005490*----------------------------------------------------------------
005500 2210-VALIDAR-DETALHE.
005510     SET RET-DETALHE-VALIDO TO FALSE
005520     IF RTR-DET-ID-EXECUCAO = SPACES
005530        OR RTR-DET-NUM-PALPITE NOT NUMERIC
005540         MOVE "EXECUCAO OU PALPITE INVALIDO" TO RET-MOTIVO
005550         GO TO 2210-EXIT
005560     END-IF
005570     EVALUATE TRUE
005580         WHEN RTR-DET-REGISTRADA
005590             IF RTR-DET-PROTOCOLO = SPACES
005600                 MOVE "APOSTA REGISTRADA SEM PROTOCOLO"
005610                     TO RET-MOTIVO
005620                 GO TO 2210-EXIT
005630             END-IF
005640         WHEN RTR-DET-REJEITADA
005650             IF RTR-DET-COD-REJEICAO = SPACES
005660                 MOVE "APOSTA REJEITADA SEM CODIGO" TO RET-MOTIVO
005670                 GO TO 2210-EXIT
005680             END-IF
005690         WHEN OTHER
005700             MOVE "SITUACAO DESCONHECIDA" TO RET-MOTIVO
005710             GO TO 2210-EXIT
005720     END-EVALUATE
005730     MOVE RTR-DET-ID-EXECUCAO TO RET-CT-EXECUCAO
005740     MOVE RTR-DET-NUM-PALPITE TO RET-CT-PALPITE
005750     PERFORM 2220-LOCALIZAR-LOTE THRU 2220-EXIT
005760     IF RET-IDX-LOTE = ZERO
005770         MOVE "LOTE NAO CONSTA DO CONTROLE DE EXPORTACAO"
005780             TO RET-MOTIVO
005790         GO TO 2210-EXIT
005800     END-IF
005810     SET RET-LOTE-SELECIONADO(RET-IDX-LOTE) TO TRUE
005820     PERFORM 2230-VERIFICAR-ESTORNO THRU 2230-EXIT
005830     IF RET-PALPITE-ESTORNADO
005840         IF RTR-DET-REGISTRADA
005850             DISPLAY "PALPITE ESTORNADO APOS O ENVIO FOI"
005860                 " REGISTRADO - EXECUCAO " RTR-DET-ID-EXECUCAO
005870                 " PALPITE " RTR-DET-NUM-PALPITE
005880                 " - CANCELAR NO TERMINAL"
005890             ADD 1 TO RET-QTD-EST-REGISTRADOS
005900         END-IF
005910         SET RET-DETALHE-VALIDO TO TRUE
005920         GO TO 2210-EXIT
005930     END-IF
005940     MOVE RTR-DET-ID-EXECUCAO TO PMS-ID-EXECUCAO
005950     MOVE RTR-DET-NUM-PALPITE TO PMS-NUM-PALPITE
005960     READ ARQ-PALPITES
005970         INVALID KEY
005980             MOVE "PALPITE INEXISTENTE NO CADASTRO"
005990                 TO RET-MOTIVO
006000         NOT INVALID KEY
006010             SET RET-DETALHE-VALIDO TO TRUE
006020     END-READ.
006030 2210-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------
006060*    2220-LOCALIZAR-LOTE - LOCALIZA A EXECUCAO DA CHAVE DE
006070*                           TRABALHO NA TABELA DE LOTES (ZERO =
006080*                           NAO EXPORTADA)
006090*----------------------------------------------------------------
006100 2220-LOCALIZAR-LOTE.
006110     MOVE ZERO TO RET-IDX-LOTE
006120     IF RET-QTD-LOTES > ZERO
006130         PERFORM 2225-COMPARAR-LOTE THRU 2225-EXIT
006140             VARYING T1 FROM 1 BY 1
006150             UNTIL T1 > RET-QTD-LOTES
006160                OR RET-IDX-LOTE > ZERO
006170     END-IF.
006180 2220-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210*    2225-COMPARAR-LOTE - COMPARA A EXECUCAO DE TRABALHO COM A
006220*                          ENTRADA T1 DOS LOTES
006230*----------------------------------------------------------------
006240 2225-COMPARAR-LOTE.
006250     IF RET-LOTE-EXECUCAO(T1) = RET-CT-EXECUCAO
006260         MOVE T1 TO RET-IDX-LOTE
006270     END-IF.
006280 2225-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------
006310*    2230-VERIFICAR-ESTORNO - MARCA SE A CHAVE DE TRABALHO
006320*                              CONSTA NA TABELA DE ESTORNOS
006330*----------------------------------------------------------------
006340 2230-VERIFICAR-ESTORNO.
006350     SET RET-PALPITE-ESTORNADO TO FALSE
006360     IF RET-QTD-EST-TABELA > ZERO
006370         PERFORM 2235-COMPARAR-ESTORNO THRU 2235-EXIT
006380             VARYING T3 FROM 1 BY 1
006390             UNTIL T3 > RET-QTD-EST-TABELA
006400                OR RET-PALPITE-ESTORNADO
006410     END-IF.
006420 2230-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------
006450*    2235-COMPARAR-ESTORNO - COMPARA A CHAVE DE TRABALHO COM A
006460*                             ENTRADA T3 DOS ESTORNOS
006470*----------------------------------------------------------------
006480 2235-COMPARAR-ESTORNO.
006490     IF RET-EST-CHAVE(T3) = RET-CHAVE-TRABALHO
006500         SET RET-PALPITE-ESTORNADO TO TRUE
006510     END-IF.
006520 2235-EXIT.
006530     EXIT.
006540*----------------------------------------------------------------
006550*    2250-LOCALIZAR-REGISTRO - LOCALIZA A CHAVE DE TRABALHO NA
006560*                               TABELA DO REGISTRO DE APOSTAS
006570*                               (ZERO = SEM RETORNO AINDA)
006580*----------------------------------------------------------------
006590 2250-LOCALIZAR-REGISTRO.
006600     MOVE ZERO TO RET-IDX-REG
006610     IF RET-QTD-REGISTROS > ZERO
006620         PERFORM 2255-COMPARAR-REGISTRO THRU 2255-EXIT
006630             VARYING T2 FROM 1 BY 1
006640             UNTIL T2 > RET-QTD-REGISTROS
006650                OR RET-IDX-REG > ZERO
006660     END-IF.
006670 2250-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700*    2255-COMPARAR-REGISTRO - COMPARA A CHAVE DE TRABALHO COM A
006710*                              ENTRADA T2 DO REGISTRO
006720*----------------------------------------------------------------
006730 2255-COMPARAR-REGISTRO.
006740     IF RET-REG-CHAVE(T2) = RET-CHAVE-TRABALHO
006750         MOVE T2 TO RET-IDX-REG
006760     END-IF.
006770 2255-EXIT.
006780     EXIT.
006790*----------------------------------------------------------------
006800*    2300-GRAVAR-REGISTRO - GRAVA O DETALHE CORRENTE NO REGISTRO
006810*                            DE APOSTAS E ATUALIZA A TABELA
006820*----------------------------------------------------------------
006830 2300-GRAVAR-REGISTRO.
006840     MOVE RTR-DET-ID-EXECUCAO  TO RGA-ID-EXECUCAO
006850     MOVE RTR-DET-NUM-PALPITE  TO RGA-NUM-PALPITE
006860     MOVE RTR-DET-SITUACAO     TO RGA-SITUACAO
006870     MOVE RTR-DET-PROTOCOLO    TO RGA-PROTOCOLO
006880     MOVE RTR-DET-COD-REJEICAO TO RGA-COD-REJEICAO
006890     MOVE RET-ID-TERMINAL      TO RGA-ID-TERMINAL
006900     MOVE RET-DATA-ATUAL       TO RGA-DATA-RETORNO
006910     MOVE RET-HORA-ATUAL       TO RGA-HORA-RETORNO
006920     WRITE REGISTRO-APOSTA-REC
006930     IF RET-FS-REGISTROS NOT = "00"
006940         DISPLAY "ERRO " RET-FS-REGISTROS
006950             " AO GRAVAR O REGISTRO DE APOSTAS - ABORTANDO"
006960         MOVE 16 TO RETURN-CODE
006970         GOBACK
006980     END-IF
006990     PERFORM 1800-GUARDAR-REGISTRO THRU 1800-EXIT.
007000 2300-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------
007030*    2900-CONFERIR-RODAPE - CONFERE A PRESENCA DO CABECALHO E DO
007040*                            RODAPE E A CONTAGEM DE DETALHES
007050*                            INFORMADA PELO TERMINAL
007060*----------------------------------------------------------------
007070 2900-CONFERIR-RODAPE.
007080     IF NOT RET-CABECALHO-LIDO
007090         DISPLAY "RETORNO SEM CABECALHO - TERMINAL NAO"
007100             " IDENTIFICADO"
007110     END-IF
007120     IF NOT RET-RODAPE-LIDO
007130         DISPLAY "RETORNO SEM RODAPE - ARQUIVO POSSIVELMENTE"
007140             " TRUNCADO"
007150         SET RET-RODAPE-CONFERE TO FALSE
007160         GO TO 2900-EXIT
007170     END-IF
007180     IF RET-QTD-RODAPE NOT = RET-QTD-DETALHES
007190         DISPLAY "RODAPE DIVERGENTE - TERMINAL INFORMA "
007200             RET-QTD-RODAPE " DETALHES E FORAM LIDOS "
007210             RET-QTD-DETALHES
007220         SET RET-RODAPE-CONFERE TO FALSE
007230     END-IF.
007240 2900-EXIT.
007250     EXIT.
007260*----------------------------------------------------------------
007270*    3000-CONCILIAR-LOTES - PERCORRE O CADASTRO DE PALPITES UMA
007280*                            UNICA VEZ CONTANDO, PARA CADA LOTE
007290*                            SELECIONADO, OS PALPITES
007300*                            REGISTRADOS, REJEITADOS E SEM
007310*                            RETORNO, E IMPRIME A CONCILIACAO
007320*----------------------------------------------------------------
007330 3000-CONCILIAR-LOTES.
007340     OPEN INPUT ARQ-PALPITES
007350     IF RET-FS-PALPITES NOT = "00"
007360         DISPLAY "ERRO " RET-FS-PALPITES
007370             " AO REABRIR O CADASTRO DE PALPITES - ABORTANDO"
007380         MOVE 16 TO RETURN-CODE
007390         GOBACK
007400     END-IF
007410     DISPLAY " "
007420     DISPLAY "CONCILIACAO DOS LOTES ENVIADOS AO TERMINAL"
007430     SET RET-FIM-PALPITES TO FALSE
007440     PERFORM UNTIL RET-FIM-PALPITES
007450         READ ARQ-PALPITES NEXT RECORD
007460             AT END
007470                 SET RET-FIM-PALPITES TO TRUE
007480             NOT AT END
007490                 PERFORM 3100-CONCILIAR-PALPITE THRU 3100-EXIT
007500         END-READ
007510     END-PERFORM
007520     CLOSE ARQ-PALPITES
007530     IF RET-QTD-LOTES > ZERO
007540         PERFORM 3200-IMPRIMIR-LOTE THRU 3200-EXIT
007550             VARYING T1 FROM 1 BY 1 UNTIL T1 > RET-QTD-LOTES
007560     END-IF
007570     IF RET-QTD-LOTES-CONC = ZERO
007580         DISPLAY "NENHUM LOTE A CONCILIAR"
007590     END-IF.
007600 3000-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630*    3100-CONCILIAR-PALPITE - CLASSIFICA O PALPITE CORRENTE DE
007640*                              UM LOTE SELECIONADO PELO REGISTRO
007650*                              DE APOSTAS; ESTORNADO NAO CONTA E
007660*                              SEM RETORNO E LISTADO
007670*----------------------------------------------------------------
007680 3100-CONCILIAR-PALPITE.
007690     MOVE PMS-ID-EXECUCAO TO RET-CT-EXECUCAO
007700     MOVE PMS-NUM-PALPITE TO RET-CT-PALPITE
007710     PERFORM 2220-LOCALIZAR-LOTE THRU 2220-EXIT
007720     IF RET-IDX-LOTE = ZERO
007730         GO TO 3100-EXIT
007740     END-IF
007750     IF NOT RET-LOTE-SELECIONADO(RET-IDX-LOTE)
007760         GO TO 3100-EXIT
007770     END-IF
007780     PERFORM 2230-VERIFICAR-ESTORNO THRU 2230-EXIT
007790     IF RET-PALPITE-ESTORNADO
007800         GO TO 3100-EXIT
007810     END-IF
007820     PERFORM 2250-LOCALIZAR-REGISTRO THRU 2250-EXIT
007830     IF RET-IDX-REG = ZERO
007840         ADD 1 TO RET-LOTE-QTD-FALTA(RET-IDX-LOTE)
007850         DISPLAY "SEM RETORNO DO TERMINAL - EXECUCAO "
007860             PMS-ID-EXECUCAO " PALPITE " PMS-NUM-PALPITE
007870         GO TO 3100-EXIT
007880     END-IF
007890     IF RET-REG-SITUACAO(RET-IDX-REG) = "R"
007900         ADD 1 TO RET-LOTE-QTD-REG(RET-IDX-LOTE)
007910     ELSE
007920         ADD 1 TO RET-LOTE-QTD-REJ(RET-IDX-LOTE)
007930     END-IF.
007940 3100-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970*    3200-IMPRIMIR-LOTE - IMPRIME A LINHA DE CONCILIACAO DO LOTE
007980*                          T1 QUANDO SELECIONADO E SOMA OS TOTAIS
007990*----------------------------------------------------------------
008000 3200-IMPRIMIR-LOTE.
008010     IF NOT RET-LOTE-SELECIONADO(T1)
008020         GO TO 3200-EXIT
008030     END-IF
008040     ADD 1 TO RET-QTD-LOTES-CONC
008050     MOVE RET-LOTE-EXECUCAO(T1)  TO RET-L-EXECUCAO
008060     MOVE RET-LOTE-DATA(T1)      TO RET-L-DATA
008070     MOVE RET-LOTE-QTD-ENV(T1)   TO RET-L-ENVIADOS
008080     MOVE RET-LOTE-QTD-REG(T1)   TO RET-L-REGISTRADOS
008090     MOVE RET-LOTE-QTD-REJ(T1)   TO RET-L-REJEITADOS
008100     MOVE RET-LOTE-QTD-FALTA(T1) TO RET-L-SEM-RETORNO
008110     DISPLAY RET-LINHA-LOTE
008120     ADD RET-LOTE-QTD-REJ(T1)   TO RET-TOT-REJEITADAS
008130     ADD RET-LOTE-QTD-FALTA(T1) TO RET-TOT-SEM-RETORNO.
008140 3200-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170*    9000-IMPRIMIR-RESUMO - IMPRIME OS TOTAIS DA CARGA
008180*----------------------------------------------------------------
008190 9000-IMPRIMIR-RESUMO.
008200     DISPLAY " "
008210     DISPLAY "RELATORIO DE CONTROLE DO RETORNO"
008220     DISPLAY "REGISTROS LIDOS............: " RET-QTD-LIDOS
008230     DISPLAY "DETALHES LIDOS.............: " RET-QTD-DETALHES
008240     DISPLAY "APOSTAS REGISTRADAS........: " RET-QTD-REGISTRADAS
008250     DISPLAY "APOSTAS REJEITADAS.........: " RET-QTD-REJEITADAS
008260     DISPLAY "JA CARREGADOS (PULADOS)....: "
008270         RET-QTD-JA-CARREGADOS
008280     DISPLAY "DETALHES RECUSADOS.........: " RET-QTD-RECUSADOS
008290     DISPLAY "ESTORNADOS REGISTRADOS.....: "
008300         RET-QTD-EST-REGISTRADOS
008310     DISPLAY "LOTES CONCILIADOS..........: " RET-QTD-LOTES-CONC
008320     DISPLAY "REJEITADAS NOS LOTES.......: " RET-TOT-REJEITADAS
008330     DISPLAY "SEM RETORNO NOS LOTES......: " RET-TOT-SEM-RETORNO.
008340 9000-EXIT.
008350     EXIT.

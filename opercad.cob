000140*               SAO CRITICADOS NA DIGITACAO. MEGASENA, BOLAO E
000150*               RATEIO VALIDAM O OPERADOR NESTE CADASTRO NO
000160*               INICIO DA EXECUCAO.
000170*               RETURN-CODE: 0 = OPERACAO CONCLUIDA; 8 = OPERACAO
000180*               RECUSADA (ID EM BRANCO, JA CADASTRADO OU NAO
000190*               ENCONTRADO, TABELA CHEIA); 16 = ABORTO.
000200*
000210*    HISTORICO DE ALTERACOES
000220*    DATA       AUTOR   DESCRICAO
000230*    ---------- ------- ----------------------------------------
000240*    2026-09-02 RAS     VERSAO INICIAL.
000250*    2026-10-15 RAS     RC 8 NA OPERACAO RECUSADA E RC 16 NO MODO
000260*                       INVALIDO, PARA O AGENDADOR.
000270*----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ARQ-OPERADORES ASSIGN TO OPERMST
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS OPC-FS-OPERADORES.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ARQ-OPERADORES
000400     COPY OPERMST.CPY.
000410 WORKING-STORAGE SECTION.
000420 01  OPC-STATUS-ARQUIVOS.
000430     05  OPC-FS-OPERADORES       PIC X(02) VALUE "00".
000440 01  OPC-SWITCHES.
000450     05  OPC-SW-FIM-OPER         PIC X(01) VALUE "N".
000460         88  OPC-FIM-OPERADORES      VALUE "S"
000470                                      FALSE "N".
000480     05  OPC-SW-OPER-ACHADO      PIC X(01) VALUE "N".
000490         88  OPC-OPER-ACHADO         VALUE "S"
000500                                      FALSE "N".
000510     05  OPC-SW-CAMPO-OK         PIC X(01) VALUE "N".
000520         88  OPC-CAMPO-ACEITO        VALUE "S"
000530                                      FALSE "N".
000540     05  OPC-SW-REGRAVAR         PIC X(01) VALUE "N".
000550         88  OPC-REGRAVAR            VALUE "S"
000560                                      FALSE "N".
000570 01  OPC-PARAMETROS.
000580     05  OPC-MODO-EXECUCAO       PIC X(01) VALUE SPACES.
000590         88  OPC-MODO-INCLUIR        VALUE "I".
000600         88  OPC-MODO-ALTERAR        VALUE "A".
000610         88  OPC-MODO-EXCLUIR        VALUE "E".
000620         88  OPC-MODO-LISTAR         VALUE "L".
000630     05  OPC-ID-PROCURADO        PIC X(08) VALUE SPACES.
000640*----------------------------------------------------------------
000650*    AREA DE TRABALHO DO OPERADOR CORRENTE, NO MESMO LAYOUT DE
000660*    OPERMST.CPY, PARA EDITAR SEM DEPENDER DO REGISTRO DO FD
000670*----------------------------------------------------------------
000680 01  OPC-AREA-OPERADOR.
000690     05  OPC-ID-OPERADOR         PIC X(08).
000700     05  OPC-NOME-OPERADOR       PIC X(30).
000710     05  OPC-SIT-ATIVO           PIC X(01).
000720         88  OPC-ATIVO               VALUE "S".
000730         88  OPC-INATIVO             VALUE "N".
000740     05  OPC-NIVEL-AUTORIZACAO   PIC 9(01).
000750*----------------------------------------------------------------
000760*    BASE INTEIRA CARREGADA EM MEMORIA: O ARQUIVO E PEQUENO E A
000770*    REGRAVACAO TOTAL E O UNICO JEITO DE ALTERAR/EXCLUIR NUM
000780*    SEQUENCIAL
000790*----------------------------------------------------------------
000800 01  OPC-TAB-OPERADORES.
000810     05  OPC-QTD-OPERADORES      PIC 9(03) COMP VALUE ZERO.
000820     05  OPC-OPER-IMG            PIC X(40) OCCURS 100 TIMES.
000830 01  OPC-CONTADORES.
000840     05  I                       PIC 9(03) COMP.
000850     05  OPC-IDX-ACHADO          PIC 9(03) COMP VALUE ZERO.
000860 01  OPC-LINHA-LISTA.
000870     05  FILLER                  PIC X(09) VALUE "OPERADOR ".
000880     05  OPC-L-ID                PIC X(08).
000890     05  FILLER                  PIC X(02) VALUE SPACES.
000900     05  OPC-L-NOME              PIC X(30).
000910     05  FILLER                  PIC X(07) VALUE "  SIT. ".
000920     05  OPC-L-SITUACAO          PIC X(01).
000930     05  FILLER                  PIC X(08) VALUE "  NIVEL ".
000940     05  OPC-L-NIVEL             PIC 9(01).
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     DISPLAY "CADASTRO DE OPERADORES"
000980     DISPLAY "MODO (I=INCLUIR  A=ALTERAR  E=EXCLUIR  L=LISTAR): "
000990         WITH NO ADVANCING
001000     ACCEPT OPC-MODO-EXECUCAO
001010     IF NOT OPC-MODO-INCLUIR AND NOT OPC-MODO-ALTERAR
001020        AND NOT OPC-MODO-EXCLUIR AND NOT OPC-MODO-LISTAR
001030         DISPLAY "MODO INVALIDO - ABORTANDO"
001040         MOVE 16 TO RETURN-CODE
001050         GOBACK
001060     END-IF
001070     PERFORM 1000-CARREGAR-BASE THRU 1000-EXIT
001080     EVALUATE TRUE
001090         WHEN OPC-MODO-INCLUIR
001100             PERFORM 2000-INCLUIR THRU 2000-EXIT
001110         WHEN OPC-MODO-ALTERAR
001120             PERFORM 3000-ALTERAR THRU 3000-EXIT
001130         WHEN OPC-MODO-EXCLUIR
001140             PERFORM 4000-EXCLUIR THRU 4000-EXIT
001150         WHEN OPC-MODO-LISTAR
001160             PERFORM 5000-LISTAR THRU 5000-EXIT
001170     END-EVALUATE
001180     IF OPC-REGRAVAR
001190         PERFORM 8000-REGRAVAR-BASE THRU 8000-EXIT
001200     END-IF
001210     GOBACK.
001220*----------------------------------------------------------------
001230*    1000-CARREGAR-BASE - CARREGA TODOS OS OPERADORES DO ARQUIVO
001240*                          NA TABELA (ARQUIVO AINDA INEXISTENTE
001250*                          E TRATADO COMO BASE VAZIA)
001260*----------------------------------------------------------------
001270 1000-CARREGAR-BASE.
001280     SET OPC-FIM-OPERADORES TO FALSE
001290     OPEN INPUT ARQ-OPERADORES
001300     IF OPC-FS-OPERADORES = "35"
001310         DISPLAY "BASE DE OPERADORES AINDA VAZIA"
001320         GO TO 1000-EXIT
001330     END-IF
001340     IF OPC-FS-OPERADORES NOT = "00"
001350         DISPLAY "ERRO " OPC-FS-OPERADORES
001360             " AO ABRIR O CADASTRO DE OPERADORES - ABORTANDO"
001370         MOVE 16 TO RETURN-CODE
001380         GOBACK
001390     END-IF
001400     PERFORM UNTIL OPC-FIM-OPERADORES
001410         READ ARQ-OPERADORES
001420             AT END
001430                 SET OPC-FIM-OPERADORES TO TRUE
001440             NOT AT END
001450                 PERFORM 1100-GUARDAR-OPERADOR THRU 1100-EXIT
001460         END-READ
001470     END-PERFORM
001480     CLOSE ARQ-OPERADORES.
001490 1000-EXIT.
001500     EXIT.
001510*----------------------------------------------------------------
001520*    1100-GUARDAR-OPERADOR - COPIA O OPERADOR LIDO PARA A
001530*                             PROXIMA ENTRADA DA TABELA
001540*----------------------------------------------------------------
001550 1100-GUARDAR-OPERADOR.
001560     IF OPC-QTD-OPERADORES >= 100
001570         DISPLAY "TABELA DE OPERADORES CHEIA - ABORTANDO"
001580         MOVE 16 TO RETURN-CODE
001590         GOBACK
001600     END-IF
001610     ADD 1 TO OPC-QTD-OPERADORES
001620     MOVE OPERADOR-REC TO OPC-OPER-IMG(OPC-QTD-OPERADORES).
001630 1100-EXIT.
001640     EXIT.
001650*----------------------------------------------------------------
001660*    2000-INCLUIR - LE OS DADOS DE UM OPERADOR NOVO, RECUSANDO
001670*                    ID JA CADASTRADO, E O ACRESCENTA A BASE
001680*----------------------------------------------------------------
001690 2000-INCLUIR.
001700     DISPLAY "ID DO OPERADOR A INCLUIR: " WITH NO ADVANCING
001710     ACCEPT OPC-ID-PROCURADO
001720     IF OPC-ID-PROCURADO = SPACES
001730         DISPLAY "ID DO OPERADOR NAO PODE SER BRANCO"
001740         MOVE 8 TO RETURN-CODE
001750         GO TO 2000-EXIT
001760     END-IF
001770     PERFORM 7000-LOCALIZAR-OPERADOR THRU 7000-EXIT
001780     IF OPC-OPER-ACHADO
001790         DISPLAY "OPERADOR " OPC-ID-PROCURADO
001800             " JA CADASTRADO - USE O MODO A PARA ALTERAR"
001810         MOVE 8 TO RETURN-CODE
001820         GO TO 2000-EXIT
001830     END-IF
001840     IF OPC-QTD-OPERADORES >= 100
001850         DISPLAY "TABELA DE OPERADORES CHEIA - RECUSADO"
001860         MOVE 8 TO RETURN-CODE
001870         GO TO 2000-EXIT
001880     END-IF
001890     MOVE SPACES TO OPC-AREA-OPERADOR
001900     MOVE OPC-ID-PROCURADO TO OPC-ID-OPERADOR
001910     PERFORM 6000-OBTER-DADOS THRU 6000-EXIT
001920     ADD 1 TO OPC-QTD-OPERADORES
001930     MOVE OPC-AREA-OPERADOR TO OPC-OPER-IMG(OPC-QTD-OPERADORES)
001940     SET OPC-REGRAVAR TO TRUE
001950     DISPLAY "OPERADOR " OPC-ID-OPERADOR " INCLUIDO".
001960 2000-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990*    3000-ALTERAR - RELE OS DADOS DE UM OPERADOR EXISTENTE E O
002000*                    REGRAVA NA MESMA POSICAO DA BASE
002010*----------------------------------------------------------------
002020 3000-ALTERAR.
002030     DISPLAY "ID DO OPERADOR A ALTERAR: " WITH NO ADVANCING
002040     ACCEPT OPC-ID-PROCURADO
002050     PERFORM 7000-LOCALIZAR-OPERADOR THRU 7000-EXIT
002060     IF NOT OPC-OPER-ACHADO
002070         DISPLAY "OPERADOR " OPC-ID-PROCURADO " NAO ENCONTRADO"
002080         MOVE 8 TO RETURN-CODE
002090         GO TO 3000-EXIT
002100     END-IF
002110     MOVE OPC-OPER-IMG(OPC-IDX-ACHADO) TO OPC-AREA-OPERADOR
002120     DISPLAY "OPERADOR ATUAL - " OPC-NOME-OPERADOR
002130     PERFORM 6000-OBTER-DADOS THRU 6000-EXIT
002140     MOVE OPC-AREA-OPERADOR TO OPC-OPER-IMG(OPC-IDX-ACHADO)
002150     SET OPC-REGRAVAR TO TRUE
002160     DISPLAY "OPERADOR " OPC-ID-OPERADOR " ALTERADO".
002170 3000-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------
002200*    4000-EXCLUIR - RETIRA O OPERADOR DA BASE, PUXANDO PARA TRAS
002210*                    OS OPERADORES SEGUINTES (PARA DESLIGAMENTO
002220*                    O USUAL E SO INATIVAR PELO MODO A, QUE
002230*                    PRESERVA O ID PARA A TRILHA DE AUDITORIA)
002240*----------------------------------------------------------------
002250 4000-EXCLUIR.
002260     DISPLAY "ID DO OPERADOR A EXCLUIR: " WITH NO ADVANCING
002270     ACCEPT OPC-ID-PROCURADO
002280     PERFORM 7000-LOCALIZAR-OPERADOR THRU 7000-EXIT
002290     IF NOT OPC-OPER-ACHADO
002300         DISPLAY "OPERADOR " OPC-ID-PROCURADO " NAO ENCONTRADO"
002310         MOVE 8 TO RETURN-CODE
002320         GO TO 4000-EXIT
002330     END-IF
002340     IF OPC-IDX-ACHADO < OPC-QTD-OPERADORES
002350         PERFORM 4100-PUXAR-OPERADOR THRU 4100-EXIT
002360             VARYING I FROM OPC-IDX-ACHADO BY 1
002370             UNTIL I >= OPC-QTD-OPERADORES
002380     END-IF
002390     SUBTRACT 1 FROM OPC-QTD-OPERADORES
002400     SET OPC-REGRAVAR TO TRUE
002410     DISPLAY "OPERADOR " OPC-ID-PROCURADO " EXCLUIDO".
002420 4000-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450*    4100-PUXAR-OPERADOR - A ENTRADA I RECEBE A ENTRADA SEGUINTE
002460*----------------------------------------------------------------
002470 4100-PUXAR-OPERADOR.
002480     MOVE OPC-OPER-IMG(I + 1) TO OPC-OPER-IMG(I).
002490 4100-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520*    5000-LISTAR - IMPRIME A BASE ATUAL DE OPERADORES
002530*----------------------------------------------------------------
002540 5000-LISTAR.
002550     DISPLAY " "
002560     DISPLAY "LISTAGEM DO CADASTRO DE OPERADORES"
002570     DISPLAY "OPERADORES CADASTRADOS: " OPC-QTD-OPERADORES
002580     IF OPC-QTD-OPERADORES > ZERO
002590         PERFORM 5100-LISTAR-OPERADOR THRU 5100-EXIT
002600             VARYING I FROM 1 BY 1
002610             UNTIL I > OPC-QTD-OPERADORES
002620     END-IF.
002630 5000-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660*    5100-LISTAR-OPERADOR - IMPRIME O OPERADOR DA POSICAO I
002670*----------------------------------------------------------------
002680 5100-LISTAR-OPERADOR.
002690     MOVE OPC-OPER-IMG(I)        TO OPC-AREA-OPERADOR
002700     MOVE OPC-ID-OPERADOR        TO OPC-L-ID
002710     MOVE OPC-NOME-OPERADOR      TO OPC-L-NOME
002720     MOVE OPC-SIT-ATIVO          TO OPC-L-SITUACAO
002730     MOVE OPC-NIVEL-AUTORIZACAO  TO OPC-L-NIVEL
002740     DISPLAY OPC-LINHA-LISTA.
002750 5100-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780*    6000-OBTER-DADOS - LE NOME, SITUACAO E NIVEL DO OPERADOR
002790*                        CORRENTE, INSISTINDO ATE CADA CAMPO SER
002800*                        VALIDO
002810*----------------------------------------------------------------
002820 6000-OBTER-DADOS.
002830     DISPLAY "NOME DO OPERADOR: " WITH NO ADVANCING
002840     ACCEPT OPC-NOME-OPERADOR
002850     SET OPC-CAMPO-ACEITO TO FALSE
002860     PERFORM UNTIL OPC-CAMPO-ACEITO
002870         DISPLAY "ATIVO (S/N): " WITH NO ADVANCING
002880         ACCEPT OPC-SIT-ATIVO
002890         IF OPC-ATIVO OR OPC-INATIVO
002900             SET OPC-CAMPO-ACEITO TO TRUE
002910         ELSE
002920             DISPLAY "RESPONDA S OU N"
002930         END-IF
002940     END-PERFORM
002950     SET OPC-CAMPO-ACEITO TO FALSE
002960     PERFORM UNTIL OPC-CAMPO-ACEITO
002970         DISPLAY "NIVEL (1=OPERADOR  2=SUPERVISOR): "
002980             WITH NO ADVANCING
002990         ACCEPT OPC-NIVEL-AUTORIZACAO
003000         IF OPC-NIVEL-AUTORIZACAO = 1
003010            OR OPC-NIVEL-AUTORIZACAO = 2
003020             SET OPC-CAMPO-ACEITO TO TRUE
003030         ELSE
003040             DISPLAY "NIVEL INVALIDO"
003050         END-IF
003060     END-PERFORM.
003070 6000-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100*    7000-LOCALIZAR-OPERADOR - PROCURA O ID EM OPC-ID-PROCURADO
003110*                               NA TABELA DA BASE
003120*----------------------------------------------------------------
003130 7000-LOCALIZAR-OPERADOR.
003140     SET OPC-OPER-ACHADO TO FALSE
003150     MOVE ZERO TO OPC-IDX-ACHADO
003160     IF OPC-QTD-OPERADORES > ZERO
003170         PERFORM 7100-COMPARAR-OPERADOR THRU 7100-EXIT
003180             VARYING I FROM 1 BY 1
003190             UNTIL I > OPC-QTD-OPERADORES
003200                OR OPC-OPER-ACHADO
003210     END-IF.
003220 7000-EXIT.
003230     EXIT.
003240*----------------------------------------------------------------
003250*    7100-COMPARAR-OPERADOR - MARCA A POSICAO I QUANDO O ID DA
003260*                              ENTRADA BATE COM O PROCURADO
003270*----------------------------------------------------------------
003280 7100-COMPARAR-OPERADOR.
003290     MOVE OPC-OPER-IMG(I) TO OPC-AREA-OPERADOR
003300     IF OPC-ID-OPERADOR = OPC-ID-PROCURADO
003310         SET OPC-OPER-ACHADO TO TRUE
003320         MOVE I TO OPC-IDX-ACHADO
003330     END-IF.
003340 7100-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370*    8000-REGRAVAR-BASE - REGRAVA O CADASTRO DE OPERADORES
003380*                          INTEIRO A PARTIR DA TABELA ATUALIZADA
003390*----------------------------------------------------------------
003400 8000-REGRAVAR-BASE.
003410     OPEN OUTPUT ARQ-OPERADORES
003420     IF OPC-FS-OPERADORES NOT = "00"
003430         DISPLAY "ERRO " OPC-FS-OPERADORES
003440             " AO REGRAVAR O CADASTRO DE OPERADORES -"
003450             " ABORTANDO"
003460         MOVE 16 TO RETURN-CODE
003470         GOBACK
003480     END-IF
003490     IF OPC-QTD-OPERADORES > ZERO
003500         PERFORM 8100-GRAVAR-OPERADOR THRU 8100-EXIT
003510             VARYING I FROM 1 BY 1
003520             UNTIL I > OPC-QTD-OPERADORES
003530     END-IF
003540     CLOSE ARQ-OPERADORES
003550     DISPLAY "BASE REGRAVADA COM " OPC-QTD-OPERADORES
003560         " OPERADORES".
003570 8000-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600*    8100-GRAVAR-OPERADOR - GRAVA A ENTRADA I DA TABELA NO
003610*                            ARQUIVO
003620*----------------------------------------------------------------
003630 8100-GRAVAR-OPERADOR.
003640     MOVE OPC-OPER-IMG(I) TO OPERADOR-REC
003650     WRITE OPERADOR-REC
003660     IF OPC-FS-OPERADORES NOT = "00"
003670         DISPLAY "ERRO " OPC-FS-OPERADORES
003680             " AO GRAVAR O OPERADOR " I " - ABORTANDO"
003690         MOVE 16 TO RETURN-CODE
003700         GOBACK
003710     END-IF.
003720 8100-EXIT.
003730     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CLICAD.
000030 AUTHOR.        R ALMEIDA.
000040 INSTALLATION.  LOTERICA CASA DA SORTE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080*    TITULO   : CADASTRO DE CLIENTES DA LOJA
000090*    FUNCAO   : MANUTENCAO DO ARQUIVO DE CLIENTES (CLIENTES,
000100*               LAYOUT CLIENTE-REC): INCLUI, ALTERA E EXCLUI
000110*               CLIENTES PELO CPF E LISTA A BASE ATUAL. O CPF E
000120*               UNICO NA BASE E TEM OS DOIS DIGITOS
000130*               VERIFICADORES CRITICADOS NA DIGITACAO; NA
000140*               INCLUSAO O CLIENTE RECEBE O PROXIMO CODIGO
000150*               SEQUENCIAL, QUE E A REFERENCIA USADA PELO
000160*               CADASTRO DE PARTICIPANTES DO BOLAO, PELO RATEIO,
000170*               PELO ESTORNO E PELOS PERFIS DE PREFERENCIAS. A
000180*               EXCLUSAO E RECUSADA QUANDO O CODIGO JA APARECE NOS
000190*               PARTICIPANTES, PAGAMENTOS, ESTORNOS OU PERFIS DE
000200*               PREFERENCIAS: O CLIENTE E SO INATIVADO (MODO A) E
000210*               O CODIGO NUNCA VOLTA A SER DISTRIBUIDO.
000220*               RETURN-CODE: 0 = OPERACAO CONCLUIDA; 8 = OPERACAO
000230*               RECUSADA (CPF INVALIDO, JA CADASTRADO OU NAO
000240*               ENCONTRADO, TABELA CHEIA, CODIGOS ESGOTADOS OU
000250*               EXCLUSAO DE CLIENTE JA REFERENCIADO);
000260*               16 = ABORTO.
000270*
000280*    HISTORICO DE ALTERACOES
000290*    DATA       AUTOR   DESCRICAO
000300*    ---------- ------- ----------------------------------------
000310*    2026-10-15 RAS     VERSAO INICIAL.
000320*    2026-10-15 RAS     RC 8 NA OPERACAO RECUSADA E RC 16 NO MODO
000330*                       INVALIDO, PARA O AGENDADOR.
000340*    2026-10-15 RAS     EXCLUSAO RECUSADA PARA CLIENTE COM CODIGO
000350*                       JA GRAVADO EM PARTICIP, PAGAMENT, ESTORNOS
000360*                       OU PREFEREN (NOVAS DDS), PARA O CODIGO NAO
000370*                       SER REAPROVEITADO POR OUTRO CPF.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARQ-CLIENTES   ASSIGN TO CLIENTES
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CLC-FS-CLIENTES.
000480     SELECT ARQ-PARTICIPANTES ASSIGN TO PARTICIP
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CLC-FS-PARTICIPANTES.
000510     SELECT ARQ-PAGAMENTOS ASSIGN TO PAGAMENT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CLC-FS-PAGAMENTOS.
000540     SELECT ARQ-ESTORNOS   ASSIGN TO ESTORNOS
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CLC-FS-ESTORNOS.
000570     SELECT ARQ-PREFERENCIAS ASSIGN TO PREFEREN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CLC-FS-PREFERENCIAS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  ARQ-CLIENTES
000630     COPY CLIENTE.CPY.
000640 FD  ARQ-PARTICIPANTES
000650     COPY PARTIC.CPY.
000660 FD  ARQ-PAGAMENTOS
000670     COPY PAGTO.CPY.
000680 FD  ARQ-ESTORNOS
000690     COPY ESTORNO.CPY.
000700 FD  ARQ-PREFERENCIAS
000710     COPY PREFER.CPY.
000720 WORKING-STORAGE SECTION.
000730 01  CLC-STATUS-ARQUIVOS.
000740     05  CLC-FS-CLIENTES         PIC X(02) VALUE "00".
000750     05  CLC-FS-PARTICIPANTES    PIC X(02) VALUE "00".
000760     05  CLC-FS-PAGAMENTOS       PIC X(02) VALUE "00".
000770     05  CLC-FS-ESTORNOS         PIC X(02) VALUE "00".
000780     05  CLC-FS-PREFERENCIAS     PIC X(02) VALUE "00".
000790 01  CLC-SWITCHES.
000800     05  CLC-SW-FIM-CLIENTES     PIC X(01) VALUE "N".
000810         88  CLC-FIM-CLIENTES        VALUE "S"
000820                                      FALSE "N".
000830     05  CLC-SW-CLI-ACHADO       PIC X(01) VALUE "N".
000840         88  CLC-CLI-ACHADO          VALUE "S"
000850                                      FALSE "N".
000860     05  CLC-SW-CAMPO-OK         PIC X(01) VALUE "N".
000870         88  CLC-CAMPO-ACEITO        VALUE "S"
000880                                      FALSE "N".
000890     05  CLC-SW-CPF-OK           PIC X(01) VALUE "N".
000900         88  CLC-CPF-VALIDO          VALUE "S"
000910                                      FALSE "N".
000920     05  CLC-SW-REGRAVAR         PIC X(01) VALUE "N".
000930         88  CLC-REGRAVAR            VALUE "S"
000940                                      FALSE "N".
000950     05  CLC-SW-FIM-REFERENCIA   PIC X(01) VALUE "N".
000960         88  CLC-FIM-REFERENCIA      VALUE "S"
000970                                      FALSE "N".
000980     05  CLC-SW-CODIGO-USADO     PIC X(01) VALUE "N".
000990         88  CLC-CODIGO-USADO        VALUE "S"
001000                                      FALSE "N".
001010 01  CLC-PARAMETROS.
001020     05  CLC-MODO-EXECUCAO       PIC X(01) VALUE SPACES.
001030         88  CLC-MODO-INCLUIR        VALUE "I".
001040         88  CLC-MODO-ALTERAR        VALUE "A".
001050         88  CLC-MODO-EXCLUIR        VALUE "E".
001060         88  CLC-MODO-LISTAR         VALUE "L".
001070     05  CLC-CPF-DIGITADO        PIC X(11) VALUE SPACES.
001080     05  CLC-CPF-NUMERICO REDEFINES CLC-CPF-DIGITADO
001090                                 PIC 9(11).
001100     05  CLC-CPF-DIGITOS  REDEFINES CLC-CPF-DIGITADO.
001110         10  CLC-CPF-DIGITO      PIC 9(01) OCCURS 11 TIMES.
001120     05  CLC-CPF-PROCURADO       PIC 9(11) VALUE ZERO.
001130*----------------------------------------------------------------
001140*    AREA DE TRABALHO DO CLIENTE CORRENTE, NO MESMO LAYOUT DE
001150*    CLIENTE.CPY, PARA EDITAR SEM DEPENDER DO REGISTRO DO FD
001160*----------------------------------------------------------------
001170 01  CLC-AREA-CLIENTE.
001180     05  CLC-COD-CLIENTE         PIC 9(06).
001190     05  CLC-CPF                 PIC 9(11).
001200     05  CLC-NOME-CLIENTE        PIC X(30).
001210     05  CLC-TELEFONE            PIC X(15).
001220     05  CLC-EMAIL               PIC X(40).
001230     05  CLC-SIT-ATIVO           PIC X(01).
001240         88  CLC-ATIVO               VALUE "S".
001250         88  CLC-INATIVO             VALUE "N".
001260     05  CLC-DATA-CADASTRO       PIC 9(08).
001270*----------------------------------------------------------------
001280*    BASE INTEIRA CARREGADA EM MEMORIA: A REGRAVACAO TOTAL E O
001290*    UNICO JEITO DE ALTERAR/EXCLUIR NUM SEQUENCIAL
001300*----------------------------------------------------------------
001310 01  CLC-TAB-CLIENTES.
001320     05  CLC-QTD-CLIENTES        PIC 9(04) COMP VALUE ZERO.
001330     05  CLC-CLI-IMG             PIC X(111) OCCURS 5000 TIMES.
001340 01  CLC-AREAS-DE-TRABALHO.
001350     05  CLC-DATA-ATUAL          PIC 9(08) VALUE ZERO.
001360     05  CLC-ULT-CODIGO          PIC 9(06) VALUE ZERO.
001370     05  CLC-SOMA-CPF            PIC 9(04) VALUE ZERO.
001380     05  CLC-QUOCIENTE-CPF       PIC 9(04) VALUE ZERO.
001390     05  CLC-RESTO-CPF           PIC 9(02) VALUE ZERO.
001400     05  CLC-DV-CALCULADO        PIC 9(02) VALUE ZERO.
001410     05  CLC-PESO-CPF            PIC 9(02) VALUE ZERO.
001420     05  CLC-QTD-ARROBA          PIC 9(02) VALUE ZERO.
001430     05  CLC-QTD-DIG-IGUAIS      PIC 9(02) VALUE ZERO.
001440     05  CLC-ARQ-REFERENCIA      PIC X(25) VALUE SPACES.
001450 01  CLC-CONTADORES.
001460     05  I                       PIC 9(04) COMP.
001470     05  D                       PIC 9(02) COMP.
001480     05  CLC-IDX-ACHADO          PIC 9(04) COMP VALUE ZERO.
001490 01  CLC-LINHA-LISTA.
001500     05  FILLER                  PIC X(08) VALUE "CLIENTE ".
001510     05  CLC-L-CODIGO            PIC 9(06).
001520     05  FILLER                  PIC X(06) VALUE "  CPF ".
001530     05  CLC-L-CPF               PIC 9(11).
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  CLC-L-NOME              PIC X(30).
001560     05  FILLER                  PIC X(07) VALUE "  SIT. ".
001570     05  CLC-L-SITUACAO          PIC X(01).
001580 01  CLC-LINHA-CONTATO.
001590     05  FILLER                  PIC X(16) VALUE
001600                                 "        FONE: ".
001610     05  CLC-L-TELEFONE          PIC X(15).
001620     05  FILLER                  PIC X(10) VALUE "  E-MAIL: ".
001630     05  CLC-L-EMAIL             PIC X(40).
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     DISPLAY "CADASTRO DE CLIENTES"
001670     ACCEPT CLC-DATA-ATUAL FROM DATE YYYYMMDD
001680     DISPLAY "MODO (I=INCLUIR  A=ALTERAR  E=EXCLUIR  L=LISTAR): "
001690         WITH NO ADVANCING
001700     ACCEPT CLC-MODO-EXECUCAO
001710     IF NOT CLC-MODO-INCLUIR AND NOT CLC-MODO-ALTERAR
001720        AND NOT CLC-MODO-EXCLUIR AND NOT CLC-MODO-LISTAR
001730         DISPLAY "MODO INVALIDO - ABORTANDO"
001740         MOVE 16 TO RETURN-CODE
001750         GOBACK
001760     END-IF
001770     PERFORM 1000-CARREGAR-BASE THRU 1000-EXIT
001780     EVALUATE TRUE
001790         WHEN CLC-MODO-INCLUIR
001800             PERFORM 2000-INCLUIR THRU 2000-EXIT
001810         WHEN CLC-MODO-ALTERAR
001820             PERFORM 3000-ALTERAR THRU 3000-EXIT
001830         WHEN CLC-MODO-EXCLUIR
001840             PERFORM 4000-EXCLUIR THRU 4000-EXIT
001850         WHEN CLC-MODO-LISTAR
001860             PERFORM 5000-LISTAR THRU 5000-EXIT
001870     END-EVALUATE
001880     IF CLC-REGRAVAR
001890         PERFORM 8000-REGRAVAR-BASE THRU 8000-EXIT
001900     END-IF
001910     GOBACK.
001920*----------------------------------------------------------------
001930*    1000-CARREGAR-BASE - CARREGA TODOS OS CLIENTES DO ARQUIVO
001940*                          NA TABELA (ARQUIVO AINDA INEXISTENTE
001950*                          E TRATADO COMO BASE VAZIA)
001960*----------------------------------------------------------------
001970 1000-CARREGAR-BASE.
001980     SET CLC-FIM-CLIENTES TO FALSE
001990     OPEN INPUT ARQ-CLIENTES
002000     IF CLC-FS-CLIENTES = "35"
002010         DISPLAY "BASE DE CLIENTES AINDA VAZIA"
002020         GO TO 1000-EXIT
002030     END-IF
002040     IF CLC-FS-CLIENTES NOT = "00"
002050         DISPLAY "ERRO " CLC-FS-CLIENTES
002060             " AO ABRIR O CADASTRO DE CLIENTES - ABORTANDO"
002070         MOVE 16 TO RETURN-CODE
002080         GOBACK
002090     END-IF
002100     PERFORM UNTIL CLC-FIM-CLIENTES
002110         READ ARQ-CLIENTES
002120             AT END
002130                 SET CLC-FIM-CLIENTES TO TRUE
002140             NOT AT END
002150                 PERFORM 1100-GUARDAR-CLIENTE THRU 1100-EXIT
002160         END-READ
002170     END-PERFORM
002180     CLOSE ARQ-CLIENTES.
002190 1000-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220*    1100-GUARDAR-CLIENTE - COPIA O CLIENTE LIDO PARA A PROXIMA
002230*                            ENTRADA DA TABELA E ACOMPANHA O
002240*                            MAIOR CODIGO JA ATRIBUIDO
002250*----------------------------------------------------------------
002260 1100-GUARDAR-CLIENTE.
002270     IF CLC-QTD-CLIENTES >= 5000
002280         DISPLAY "TABELA DE CLIENTES CHEIA - ABORTANDO"
002290         MOVE 16 TO RETURN-CODE
002300         GOBACK
002310     END-IF
002320     ADD 1 TO CLC-QTD-CLIENTES
002330     MOVE CLIENTE-REC TO CLC-CLI-IMG(CLC-QTD-CLIENTES)
002340     IF CLI-COD-CLIENTE > CLC-ULT-CODIGO
002350         MOVE CLI-COD-CLIENTE TO CLC-ULT-CODIGO
002360     END-IF.
002370 1100-EXIT.
002380     EXIT.
002390*----------------------------------------------------------------
002400*    2000-INCLUIR - LE O CPF DE UM CLIENTE NOVO, RECUSANDO CPF
002410*                    INVALIDO OU JA CADASTRADO, LE OS DEMAIS
002420*                    DADOS E O ACRESCENTA A BASE COM O PROXIMO
002430*                    CODIGO SEQUENCIAL
002440*----------------------------------------------------------------
002450 2000-INCLUIR.
002460     DISPLAY "CPF DO CLIENTE A INCLUIR (SO DIGITOS): "
002470         WITH NO ADVANCING
002480     ACCEPT CLC-CPF-DIGITADO
002490     PERFORM 6100-VALIDAR-CPF THRU 6100-EXIT
002500     IF NOT CLC-CPF-VALIDO
002510         DISPLAY "CPF " CLC-CPF-DIGITADO " INVALIDO - RECUSADO"
002520         MOVE 8 TO RETURN-CODE
002530         GO TO 2000-EXIT
002540     END-IF
002550     MOVE CLC-CPF-NUMERICO TO CLC-CPF-PROCURADO
002560     PERFORM 7000-LOCALIZAR-CLIENTE THRU 7000-EXIT
002570     IF CLC-CLI-ACHADO
002580         DISPLAY "CPF " CLC-CPF-PROCURADO
002590             " JA CADASTRADO NO CLIENTE " CLC-COD-CLIENTE
002600             " - USE O MODO A PARA ALTERAR"
002610         MOVE 8 TO RETURN-CODE
002620         GO TO 2000-EXIT
002630     END-IF
002640     IF CLC-QTD-CLIENTES >= 5000
002650         DISPLAY "TABELA DE CLIENTES CHEIA - RECUSADO"
002660         MOVE 8 TO RETURN-CODE
002670         GO TO 2000-EXIT
002680     END-IF
002690     IF CLC-ULT-CODIGO >= 999999
002700         DISPLAY "CODIGOS DE CLIENTE ESGOTADOS - RECUSADO"
002710         MOVE 8 TO RETURN-CODE
002720         GO TO 2000-EXIT
002730     END-IF
002740     MOVE SPACES TO CLC-AREA-CLIENTE
002750     ADD 1 TO CLC-ULT-CODIGO
002760     MOVE CLC-ULT-CODIGO    TO CLC-COD-CLIENTE
002770     MOVE CLC-CPF-PROCURADO TO CLC-CPF
002780     MOVE CLC-DATA-ATUAL    TO CLC-DATA-CADASTRO
002790     PERFORM 6000-OBTER-DADOS THRU 6000-EXIT
002800     ADD 1 TO CLC-QTD-CLIENTES
002810     MOVE CLC-AREA-CLIENTE TO CLC-CLI-IMG(CLC-QTD-CLIENTES)
002820     SET CLC-REGRAVAR TO TRUE
002830     DISPLAY "CLIENTE " CLC-COD-CLIENTE " INCLUIDO - CPF "
002840         CLC-CPF.
002850 2000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880*    3000-ALTERAR - RELE OS DADOS DE UM CLIENTE EXISTENTE E O
002890*                    REGRAVA NA MESMA POSICAO DA BASE. CODIGO,
002900*                    CPF E DATA DE CADASTRO NAO MUDAM
002910*----------------------------------------------------------------
002920 3000-ALTERAR.
002930     DISPLAY "CPF DO CLIENTE A ALTERAR: " WITH NO ADVANCING
002940     ACCEPT CLC-CPF-DIGITADO
002950     IF CLC-CPF-DIGITADO NOT NUMERIC
002960         DISPLAY "CPF " CLC-CPF-DIGITADO " NAO NUMERICO"
002970         MOVE 8 TO RETURN-CODE
002980         GO TO 3000-EXIT
002990     END-IF
003000     MOVE CLC-CPF-NUMERICO TO CLC-CPF-PROCURADO
003010     PERFORM 7000-LOCALIZAR-CLIENTE THRU 7000-EXIT
003020     IF NOT CLC-CLI-ACHADO
003030         DISPLAY "CPF " CLC-CPF-PROCURADO " NAO ENCONTRADO"
003040         MOVE 8 TO RETURN-CODE
003050         GO TO 3000-EXIT
003060     END-IF
003070     MOVE CLC-CLI-IMG(CLC-IDX-ACHADO) TO CLC-AREA-CLIENTE
003080     DISPLAY "CLIENTE ATUAL - " CLC-COD-CLIENTE " "
003090         CLC-NOME-CLIENTE
003100     PERFORM 6000-OBTER-DADOS THRU 6000-EXIT
003110     MOVE CLC-AREA-CLIENTE TO CLC-CLI-IMG(CLC-IDX-ACHADO)
003120     SET CLC-REGRAVAR TO TRUE
003130     DISPLAY "CLIENTE " CLC-COD-CLIENTE " ALTERADO".
003140 3000-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170*    4000-EXCLUIR - RETIRA O CLIENTE DA BASE, PUXANDO PARA TRAS
003180*                    OS CLIENTES SEGUINTES (CLIENTE QUE JA
003190*                    PARTICIPOU DE BOLAO OU RECEBEU PREMIO DEVE
003200*                    SER SO INATIVADO PELO MODO A, QUE PRESERVA
003210*                    O CODIGO REFERENCIADO NOS ARQUIVOS DE
003220*                    PARTICIPANTES E PAGAMENTOS). O CODIGO JA
003230*                    REFERENCIADO RECUSA A EXCLUSAO, SENAO A
003240*                    PROXIMA INCLUSAO O DARIA A OUTRO CPF
003250*----------------------------------------------------------------
003260 4000-EXCLUIR.
003270     DISPLAY "CPF DO CLIENTE A EXCLUIR: " WITH NO ADVANCING
003280     ACCEPT CLC-CPF-DIGITADO
003290     IF CLC-CPF-DIGITADO NOT NUMERIC
003300         DISPLAY "CPF " CLC-CPF-DIGITADO " NAO NUMERICO"
003310         MOVE 8 TO RETURN-CODE
003320         GO TO 4000-EXIT
003330     END-IF
003340     MOVE CLC-CPF-NUMERICO TO CLC-CPF-PROCURADO
003350     PERFORM 7000-LOCALIZAR-CLIENTE THRU 7000-EXIT
003360     IF NOT CLC-CLI-ACHADO
003370         DISPLAY "CPF " CLC-CPF-PROCURADO " NAO ENCONTRADO"
003380         MOVE 8 TO RETURN-CODE
003390         GO TO 4000-EXIT
003400     END-IF
003410     PERFORM 4200-VERIFICAR-USO THRU 4200-EXIT
003420     IF CLC-CODIGO-USADO
003430         DISPLAY "CLIENTE " CLC-COD-CLIENTE
003440             " JA CONSTA NO ARQUIVO DE " CLC-ARQ-REFERENCIA
003450         DISPLAY "EXCLUSAO RECUSADA - USE O MODO A PARA INATIVAR"
003460         MOVE 8 TO RETURN-CODE
003470         GO TO 4000-EXIT
003480     END-IF
003490     IF CLC-IDX-ACHADO < CLC-QTD-CLIENTES
003500         PERFORM 4100-PUXAR-CLIENTE THRU 4100-EXIT
003510             VARYING I FROM CLC-IDX-ACHADO BY 1
003520             UNTIL I >= CLC-QTD-CLIENTES
003530     END-IF
003540     SUBTRACT 1 FROM CLC-QTD-CLIENTES
003550     SET CLC-REGRAVAR TO TRUE
003560     DISPLAY "CLIENTE " CLC-COD-CLIENTE " EXCLUIDO - CPF "
003570         CLC-CPF-PROCURADO.
003580 4000-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------
003610*    4100-PUXAR-CLIENTE - A ENTRADA I RECEBE A ENTRADA SEGUINTE
003620*----------------------------------------------------------------
003630 4100-PUXAR-CLIENTE.
003640     MOVE CLC-CLI-IMG(I + 1) TO CLC-CLI-IMG(I).
003650 4100-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680*    4200-VERIFICAR-USO - MARCA SE O CODIGO DO CLIENTE CORRENTE JA
003690*                          FOI GRAVADO NOS PARTICIPANTES, NOS
003700*                          PAGAMENTOS, NOS ESTORNOS OU NOS PERFIS
003710*                          DE PREFERENCIAS (ARQUIVO AINDA
003720*                          INEXISTENTE = SEM REFERENCIA)
003730*----------------------------------------------------------------
003740 4200-VERIFICAR-USO.
003750     SET CLC-CODIGO-USADO TO FALSE
003760     PERFORM 4210-PROCURAR-PARTICIPANTE THRU 4210-EXIT
003770     IF CLC-CODIGO-USADO
003780         GO TO 4200-EXIT
003790     END-IF
003800     PERFORM 4220-PROCURAR-PAGAMENTO THRU 4220-EXIT
003810     IF CLC-CODIGO-USADO
003820         GO TO 4200-EXIT
003830     END-IF
003840     PERFORM 4230-PROCURAR-ESTORNO THRU 4230-EXIT
003850     IF CLC-CODIGO-USADO
003860         GO TO 4200-EXIT
003870     END-IF
003880     PERFORM 4240-PROCURAR-PERFIL THRU 4240-EXIT.
003890 4200-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920*    4210-PROCURAR-PARTICIPANTE - LE OS PARTICIPANTES DO BOLAO
003930*                                  ATE ACHAR O CODIGO
003940*----------------------------------------------------------------
003950 4210-PROCURAR-PARTICIPANTE.
003960     MOVE "PARTICIPANTES DO BOLAO" TO CLC-ARQ-REFERENCIA
003970     OPEN INPUT ARQ-PARTICIPANTES
003980     IF CLC-FS-PARTICIPANTES = "35"
003990         GO TO 4210-EXIT
004000     END-IF
004010     IF CLC-FS-PARTICIPANTES NOT = "00"
004020         DISPLAY "ERRO " CLC-FS-PARTICIPANTES
004030             " AO ABRIR OS PARTICIPANTES - ABORTANDO"
004040         MOVE 16 TO RETURN-CODE
004050         GOBACK
004060     END-IF
004070     SET CLC-FIM-REFERENCIA TO FALSE
004080     PERFORM UNTIL CLC-FIM-REFERENCIA OR CLC-CODIGO-USADO
004090         READ ARQ-PARTICIPANTES
004100             AT END
004110                 SET CLC-FIM-REFERENCIA TO TRUE
004120             NOT AT END
004130                 IF PRT-COD-CLIENTE NUMERIC
004140                    AND PRT-COD-CLIENTE = CLC-COD-CLIENTE
004150                     SET CLC-CODIGO-USADO TO TRUE
004160                 END-IF
004170         END-READ
004180     END-PERFORM
004190     CLOSE ARQ-PARTICIPANTES.
004200 4210-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230*    4220-PROCURAR-PAGAMENTO - LE O LIVRO DE PAGAMENTOS DO RATEIO
004240*                               ATE ACHAR O CODIGO
004250*----------------------------------------------------------------
004260 4220-PROCURAR-PAGAMENTO.
004270     MOVE "PAGAMENTOS DE PREMIOS" TO CLC-ARQ-REFERENCIA
004280     OPEN INPUT ARQ-PAGAMENTOS
004290     IF CLC-FS-PAGAMENTOS = "35"
004300         GO TO 4220-EXIT
004310     END-IF
004320     IF CLC-FS-PAGAMENTOS NOT = "00"
004330         DISPLAY "ERRO " CLC-FS-PAGAMENTOS
004340             " AO ABRIR O LIVRO DE PAGAMENTOS - ABORTANDO"
004350         MOVE 16 TO RETURN-CODE
004360         GOBACK
004370     END-IF
004380     SET CLC-FIM-REFERENCIA TO FALSE
004390     PERFORM UNTIL CLC-FIM-REFERENCIA OR CLC-CODIGO-USADO
004400         READ ARQ-PAGAMENTOS
004410             AT END
004420                 SET CLC-FIM-REFERENCIA TO TRUE
004430             NOT AT END
004440                 IF PAG-COD-CLIENTE NUMERIC
004450                    AND PAG-COD-CLIENTE = CLC-COD-CLIENTE
004460                     SET CLC-CODIGO-USADO TO TRUE
004470                 END-IF
004480         END-READ
004490     END-PERFORM
004500     CLOSE ARQ-PAGAMENTOS.
004510 4220-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540*    4230-PROCURAR-ESTORNO - LE OS ESTORNOS REGISTRADOS ATE ACHAR
004550*                             O CODIGO
004560*----------------------------------------------------------------
004570 4230-PROCURAR-ESTORNO.
004580     MOVE "ESTORNOS" TO CLC-ARQ-REFERENCIA
004590     OPEN INPUT ARQ-ESTORNOS
004600     IF CLC-FS-ESTORNOS = "35"
004610         GO TO 4230-EXIT
004620     END-IF
004630     IF CLC-FS-ESTORNOS NOT = "00"
004640         DISPLAY "ERRO " CLC-FS-ESTORNOS
004650             " AO ABRIR OS ESTORNOS - ABORTANDO"
004660         MOVE 16 TO RETURN-CODE
004670         GOBACK
004680     END-IF
004690     SET CLC-FIM-REFERENCIA TO FALSE
004700     PERFORM UNTIL CLC-FIM-REFERENCIA OR CLC-CODIGO-USADO
004710         READ ARQ-ESTORNOS
004720             AT END
004730                 SET CLC-FIM-REFERENCIA TO TRUE
004740             NOT AT END
004750                 IF EST-COD-CLIENTE NUMERIC
004760                    AND EST-COD-CLIENTE = CLC-COD-CLIENTE
004770                     SET CLC-CODIGO-USADO TO TRUE
004780                 END-IF
004790         END-READ
004800     END-PERFORM
004810     CLOSE ARQ-ESTORNOS.
004820 4230-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850*    4240-PROCURAR-PERFIL - LE OS PERFIS DE PREFERENCIAS ATE ACHAR
004860*                            O CODIGO
004870*----------------------------------------------------------------
004880 4240-PROCURAR-PERFIL.
004890     MOVE "PERFIS DE PREFERENCIAS" TO CLC-ARQ-REFERENCIA
004900     OPEN INPUT ARQ-PREFERENCIAS
004910     IF CLC-FS-PREFERENCIAS = "35"
004920         GO TO 4240-EXIT
004930     END-IF
004940     IF CLC-FS-PREFERENCIAS NOT = "00"
004950         DISPLAY "ERRO " CLC-FS-PREFERENCIAS
004960             " AO ABRIR OS PERFIS DE PREFERENCIAS - ABORTANDO"
004970         MOVE 16 TO RETURN-CODE
004980         GOBACK
004990     END-IF
005000     SET CLC-FIM-REFERENCIA TO FALSE
005010     PERFORM UNTIL CLC-FIM-REFERENCIA OR CLC-CODIGO-USADO
005020         READ ARQ-PREFERENCIAS
005030             AT END
005040                 SET CLC-FIM-REFERENCIA TO TRUE
005050             NOT AT END
005060                 IF PRF-COD-CLIENTE NUMERIC
005070                    AND PRF-COD-CLIENTE = CLC-COD-CLIENTE
005080                     SET CLC-CODIGO-USADO TO TRUE
005090                 END-IF
005100         END-READ
005110     END-PERFORM
005120     CLOSE ARQ-PREFERENCIAS.
005130 4240-EXIT.
005140     EXIT.
005150*----------------------------------------------------------------
005160*    5000-LISTAR - IMPRIME A BASE ATUAL DE CLIENTES
005170*----------------------------------------------------------------
005180 5000-LISTAR.
005190     DISPLAY " "
005200     DISPLAY "LISTAGEM DO CADASTRO DE CLIENTES"
005210     DISPLAY "CLIENTES CADASTRADOS: " CLC-QTD-CLIENTES
005220     IF CLC-QTD-CLIENTES > ZERO
005230         PERFORM 5100-LISTAR-CLIENTE THRU 5100-EXIT
005240             VARYING I FROM 1 BY 1
005250             UNTIL I > CLC-QTD-CLIENTES
005260     END-IF.
005270 5000-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------
005300*    5100-LISTAR-CLIENTE - IMPRIME O CLIENTE DA POSICAO I E A
005310*                           LINHA DE CONTATO
005320*----------------------------------------------------------------
005330 5100-LISTAR-CLIENTE.
005340     MOVE CLC-CLI-IMG(I)         TO CLC-AREA-CLIENTE
005350     MOVE CLC-COD-CLIENTE        TO CLC-L-CODIGO
005360     MOVE CLC-CPF                TO CLC-L-CPF
005370     MOVE CLC-NOME-CLIENTE       TO CLC-L-NOME
005380     MOVE CLC-SIT-ATIVO          TO CLC-L-SITUACAO
005390     MOVE CLC-TELEFONE           TO CLC-L-TELEFONE
005400     MOVE CLC-EMAIL              TO CLC-L-EMAIL
005410     DISPLAY CLC-LINHA-LISTA
005420     DISPLAY CLC-LINHA-CONTATO.
005430 5100-EXIT.
005440     EXIT.
005450*----------------------------------------------------------------
005460*    6000-OBTER-DADOS - LE NOME, TELEFONE, E-MAIL E SITUACAO DO
005470*                        CLIENTE CORRENTE, INSISTINDO ATE CADA
005480*                        CAMPO SER VALIDO
005490*----------------------------------------------------------------
005500 6000-OBTER-DADOS.
005510     SET CLC-CAMPO-ACEITO TO FALSE
005520     PERFORM UNTIL CLC-CAMPO-ACEITO
005530         DISPLAY "NOME DO CLIENTE: " WITH NO ADVANCING
005540         ACCEPT CLC-NOME-CLIENTE
005550         IF CLC-NOME-CLIENTE NOT = SPACES
005560             SET CLC-CAMPO-ACEITO TO TRUE
005570         ELSE
005580             DISPLAY "NOME NAO PODE SER BRANCO"
005590         END-IF
005600     END-PERFORM
005610     DISPLAY "TELEFONE (DDD + NUMERO, BRANCO = SEM): "
005620         WITH NO ADVANCING
005630     ACCEPT CLC-TELEFONE
005640     SET CLC-CAMPO-ACEITO TO FALSE
005650     PERFORM UNTIL CLC-CAMPO-ACEITO
005660         DISPLAY "E-MAIL (BRANCO = SEM): " WITH NO ADVANCING
005670         ACCEPT CLC-EMAIL
005680         MOVE ZERO TO CLC-QTD-ARROBA
005690         INSPECT CLC-EMAIL TALLYING CLC-QTD-ARROBA FOR ALL "@"
005700         IF CLC-EMAIL = SPACES OR CLC-QTD-ARROBA = 1
005710             SET CLC-CAMPO-ACEITO TO TRUE
005720         ELSE
005730             DISPLAY "E-MAIL INVALIDO"
005740         END-IF
005750     END-PERFORM
005760     SET CLC-CAMPO-ACEITO TO FALSE
005770     PERFORM UNTIL CLC-CAMPO-ACEITO
005780         DISPLAY "ATIVO (S/N): " WITH NO ADVANCING
005790         ACCEPT CLC-SIT-ATIVO
005800         IF CLC-ATIVO OR CLC-INATIVO
005810             SET CLC-CAMPO-ACEITO TO TRUE
005820         ELSE
005830             DISPLAY "RESPONDA S OU N"
005840         END-IF
005850     END-PERFORM.
005860 6000-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890*    6100-VALIDAR-CPF - CRITICA O CPF DIGITADO: 11 DIGITOS, NAO
005900*                        TODOS IGUAIS, E OS DOIS DIGITOS
005910*                        VERIFICADORES PELO MODULO 11 (PESOS 10
005920*                        A 2 PARA O PRIMEIRO, 11 A 2 PARA O
005930*                        SEGUNDO; RESTO MENOR QUE 2 DA DIGITO 0,
005940*                        SENAO 11 MENOS O RESTO)
005950*----------------------------------------------------------------
005960 6100-VALIDAR-CPF.
005970     SET CLC-CPF-VALIDO TO FALSE
005980     IF CLC-CPF-DIGITADO NOT NUMERIC
005990         GO TO 6100-EXIT
006000     END-IF
006010     MOVE ZERO TO CLC-QTD-DIG-IGUAIS
006020     PERFORM 6110-CONTAR-IGUAIS THRU 6110-EXIT
006030         VARYING D FROM 2 BY 1
006040         UNTIL D > 11
006050     IF CLC-QTD-DIG-IGUAIS = 10
006060         GO TO 6100-EXIT
006070     END-IF
006080     MOVE ZERO TO CLC-SOMA-CPF
006090     PERFORM 6120-SOMAR-DV1 THRU 6120-EXIT
006100         VARYING D FROM 1 BY 1
006110         UNTIL D > 9
006120     PERFORM 6140-CALCULAR-DV THRU 6140-EXIT
006130     IF CLC-DV-CALCULADO NOT = CLC-CPF-DIGITO(10)
006140         GO TO 6100-EXIT
006150     END-IF
006160     MOVE ZERO TO CLC-SOMA-CPF
006170     PERFORM 6130-SOMAR-DV2 THRU 6130-EXIT
006180         VARYING D FROM 1 BY 1
006190         UNTIL D > 10
006200     PERFORM 6140-CALCULAR-DV THRU 6140-EXIT
006210     IF CLC-DV-CALCULADO NOT = CLC-CPF-DIGITO(11)
006220         GO TO 6100-EXIT
006230     END-IF
006240     SET CLC-CPF-VALIDO TO TRUE.
006250 6100-EXIT.
006260     EXIT.
006270*----------------------------------------------------------------
006280*    6110-CONTAR-IGUAIS - CONTA O DIGITO D QUANDO IGUAL AO
006290*                          PRIMEIRO (CPF 111.111.111-11 E
006300*                          SEMELHANTES PASSAM NO MODULO 11)
006310*----------------------------------------------------------------
006320 6110-CONTAR-IGUAIS.
006330     IF CLC-CPF-DIGITO(D) = CLC-CPF-DIGITO(1)
006340         ADD 1 TO CLC-QTD-DIG-IGUAIS
006350     END-IF.
006360 6110-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------
006390*    6120-SOMAR-DV1 - SOMA O DIGITO D COM PESO 11 - D (10 A 2)
006400*----------------------------------------------------------------
006410 6120-SOMAR-DV1.
006420     COMPUTE CLC-PESO-CPF = 11 - D
006430     COMPUTE CLC-SOMA-CPF = CLC-SOMA-CPF
006440                          + CLC-CPF-DIGITO(D) * CLC-PESO-CPF.
006450 6120-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480*    6130-SOMAR-DV2 - SOMA O DIGITO D COM PESO 12 - D (11 A 2)
006490*----------------------------------------------------------------
006500 6130-SOMAR-DV2.
006510     COMPUTE CLC-PESO-CPF = 12 - D
006520     COMPUTE CLC-SOMA-CPF = CLC-SOMA-CPF
006530                          + CLC-CPF-DIGITO(D) * CLC-PESO-CPF.
006540 6130-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------
006570*    6140-CALCULAR-DV - DIGITO VERIFICADOR DA SOMA PONDERADA
006580*----------------------------------------------------------------
006590 6140-CALCULAR-DV.
006600     DIVIDE CLC-SOMA-CPF BY 11 GIVING CLC-QUOCIENTE-CPF
006610         REMAINDER CLC-RESTO-CPF
006620     IF CLC-RESTO-CPF < 2
006630         MOVE ZERO TO CLC-DV-CALCULADO
006640     ELSE
006650         COMPUTE CLC-DV-CALCULADO = 11 - CLC-RESTO-CPF
006660     END-IF.
006670 6140-EXIT.
006680     EXIT.
006690*----------------------------------------------------------------
006700*    7000-LOCALIZAR-CLIENTE - PROCURA O CPF EM CLC-CPF-PROCURADO
006710*                              NA TABELA DA BASE
006720*----------------------------------------------------------------
006730 7000-LOCALIZAR-CLIENTE.
006740     SET CLC-CLI-ACHADO TO FALSE
006750     MOVE ZERO TO CLC-IDX-ACHADO
006760     IF CLC-QTD-CLIENTES > ZERO
006770         PERFORM 7100-COMPARAR-CLIENTE THRU 7100-EXIT
006780             VARYING I FROM 1 BY 1
006790             UNTIL I > CLC-QTD-CLIENTES
006800                OR CLC-CLI-ACHADO
006810     END-IF.
006820 7000-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850*    7100-COMPARAR-CLIENTE - MARCA A POSICAO I QUANDO O CPF DA
006860*                             ENTRADA BATE COM O PROCURADO
006870*----------------------------------------------------------------
006880 7100-COMPARAR-CLIENTE.
006890     MOVE CLC-CLI-IMG(I) TO CLC-AREA-CLIENTE
006900     IF CLC-CPF = CLC-CPF-PROCURADO
006910         SET CLC-CLI-ACHADO TO TRUE
006920         MOVE I TO CLC-IDX-ACHADO
006930     END-IF.
006940 7100-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970*    8000-REGRAVAR-BASE - REGRAVA O CADASTRO DE CLIENTES
006980*                          INTEIRO A PARTIR DA TABELA ATUALIZADA
006990*----------------------------------------------------------------
007000 8000-REGRAVAR-BASE.
007010     OPEN OUTPUT ARQ-CLIENTES
007020     IF CLC-FS-CLIENTES NOT = "00"
007030         DISPLAY "ERRO " CLC-FS-CLIENTES
007040             " AO REGRAVAR O CADASTRO DE CLIENTES - ABORTANDO"
007050         MOVE 16 TO RETURN-CODE
007060         GOBACK
007070     END-IF
007080     IF CLC-QTD-CLIENTES > ZERO
007090         PERFORM 8100-GRAVAR-CLIENTE THRU 8100-EXIT
007100             VARYING I FROM 1 BY 1
007110             UNTIL I > CLC-QTD-CLIENTES
007120     END-IF
007130     CLOSE ARQ-CLIENTES
007140     DISPLAY "BASE REGRAVADA COM " CLC-QTD-CLIENTES
007150         " CLIENTES".
007160 8000-EXIT.
007170     EXIT.
007180*----------------------------------------------------------------
007190*    8100-GRAVAR-CLIENTE - GRAVA A ENTRADA I DA TABELA NO
007200*                           ARQUIVO
007210*----------------------------------------------------------------
007220 8100-GRAVAR-CLIENTE.
007230     MOVE CLC-CLI-IMG(I) TO CLIENTE-REC
007240     WRITE CLIENTE-REC
007250     IF CLC-FS-CLIENTES NOT = "00"
007260         DISPLAY "ERRO " CLC-FS-CLIENTES
007270             " AO GRAVAR O CLIENTE " I " - ABORTANDO"
007280         MOVE 16 TO RETURN-CODE
007290         GOBACK
007300     END-IF.
007310 8100-EXIT.
007320     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFCER01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Relatorio trimestral de
000050***   recertificacao dos operadores. Cruza o cadastro
000060***   de operadores CPFOPR com o operador gravado em
000070***   cada evento da trilha de auditoria (CPFAUDH e
000080***   CPFAUD) e emite no CPFCERR, para cada operador: o
000090***   nivel, a situacao da conta, quem concedeu o nivel 3
000100***   (evento do CPFOPR01 na trilha), a data da ultima
000110***   atividade e a quantidade de transacoes por job nos
000120***   ultimos N dias (N = DIAS-RECERTIFICACAO do CPFPARM,
000130***   padrao 90). Sinaliza as contas dormentes (ativas e
000140***   sem atividade no periodo; conta sem atividade
000150***   nenhuma so e dormente se incluida antes do
000160***   periodo) e os operadores de nivel 3 que nunca
000170***   usaram as opcoes de nivel 3 (CPFMST01 e CPFOPR01,
000180***   gravadas na trilha pelo CPFMENU e pelo CPFOPR01).
000190***   Lista ainda os IDs com eventos na trilha que nao
000200***   estao no CPFOPR. Eventos atribuidos a SISTEMA, ao
000210***   uso direto (*DIRETO) ou sem operador nao entram na
000220***   atividade de ninguem. Termina com RETURN-CODE 4
000230***   quando ha contas a revisar e 8 sem o CPFOPR.
000240***   AUTOR: @PSAntunes
000250***   DATA : 15/10/2026
000260***
000270***   HISTORICO DE ALTERACOES
000280***   DATA       AUTOR  DESCRICAO
000290***   15/10/2026 PSA    CRIACAO DO RELATORIO DE
000300***                     RECERTIFICACAO DE OPERADORES
000310******************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CPF-PARAMETROS ASSIGN TO "CPFPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WRK-FS-PARAMETROS.
000410     SELECT OPR-OPERADORES ASSIGN TO "CPFOPR"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WRK-FS-OPERADORES.
000440     SELECT AUDITORIA-HISTORICO ASSIGN TO "CPFAUDH"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WRK-FS-HISTORICO.
000470     SELECT AUDITORIA-LOG ASSIGN TO "CPFAUD"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WRK-FS-AUDITORIA.
000500     SELECT CER-RELATORIO ASSIGN TO "CPFCERR"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CPF-PARAMETROS.
000550 01  PRM-REGISTRO.
000560     05  PRM-FREQ-CHECKPOINT    PIC 9(05).
000570     05  FILLER                 PIC X(01).
000580     05  PRM-LINHAS-PAGINA      PIC 9(03).
000590     05  FILLER                 PIC X(01).
000600     05  PRM-MODO-MASCARA       PIC X(01).
000610     05  FILLER                 PIC X(01).
000620     05  PRM-PCT-MAX-REJEITO    PIC 9(03).
000630     05  FILLER                 PIC X(01).
000640     05  PRM-DIAS-CONFIRMACAO   PIC 9(03).
000650     05  FILLER                 PIC X(01).
000660     05  PRM-QTD-RUNS-HIST      PIC 9(03).
000670     05  FILLER                 PIC X(01).
000680     05  PRM-QTD-PARTICOES      PIC 9(02).
000690     05  FILLER                 PIC X(01).
000700     05  PRM-QTD-GERACOES       PIC 9(03).
000710     05  FILLER                 PIC X(01).
000720     05  PRM-DIAS-RECERTIFICACAO PIC 9(03).
000730 FD  OPR-OPERADORES.
000740 01  OPR-REGISTRO.
000750     05  OPR-ID                 PIC X(08).
000760     05  FILLER                 PIC X(01).
000770     05  OPR-NOME               PIC X(30).
000780     05  FILLER                 PIC X(01).
000790     05  OPR-NIVEL              PIC X(01).
000800     05  FILLER                 PIC X(01).
000810     05  OPR-SITUACAO           PIC X(01).
000820     05  FILLER                 PIC X(01).
000830     05  OPR-PIN-HASH           PIC X(10).
000840     05  FILLER                 PIC X(01).
000850     05  OPR-TROCAR-PIN         PIC X(01).
000860     05  FILLER                 PIC X(01).
000870     05  OPR-QTD-FALHAS         PIC 9(01).
000880     05  FILLER                 PIC X(01).
000890     05  OPR-DATA-INCLUSAO      PIC 9(08).
000900     05  FILLER                 PIC X(01).
000910     05  OPR-DATA-ALTERACAO     PIC 9(08).
000920     05  FILLER                 PIC X(01).
000930     05  OPR-ALTERADO-POR       PIC X(08).
000940 FD  AUDITORIA-HISTORICO.
000950 01  HST-REGISTRO               PIC X(79).
000960 FD  AUDITORIA-LOG.
000970 01  LOG-REGISTRO               PIC X(79).
000980 FD  CER-RELATORIO.
000990 01  RPT-LINHA                  PIC X(80).
001000 WORKING-STORAGE SECTION.
001010 77  WRK-FS-PARAMETROS          PIC X(02)  VALUE SPACES.
001020     88  WRK-FS-PARAMETROS-OK              VALUE '00'.
001030 77  WRK-FS-OPERADORES          PIC X(02)  VALUE SPACES.
001040     88  WRK-FS-OPERADORES-OK              VALUE '00'.
001050 77  WRK-FS-HISTORICO           PIC X(02)  VALUE SPACES.
001060     88  WRK-FS-HISTORICO-OK               VALUE '00'.
001070 77  WRK-FS-AUDITORIA           PIC X(02)  VALUE SPACES.
001080     88  WRK-FS-AUDITORIA-OK               VALUE '00'.
001090 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
001100     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
001110 77  WRK-ABORTADO               PIC X(01)  VALUE 'N'.
001120     88  WRK-ABORTADO-SIM                  VALUE 'S'.
001130 77  WRK-MOTIVO-ABORTO          PIC X(40)  VALUE SPACES.
001140 77  WRK-TRILHA-LIDA            PIC X(01)  VALUE 'N'.
001150     88  WRK-TRILHA-LIDA-SIM               VALUE 'S'.
001160 77  WRK-DIAS-PERIODO           PIC 9(03)  VALUE 90.
001170 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
001180 77  WRK-DATA-INICIO            PIC 9(08)  VALUE ZEROS.
001190 77  WRK-DIAS-HOJE              PIC 9(07)  COMP VALUE ZERO.
001200 77  WRK-DIAS-INICIO            PIC 9(07)  COMP VALUE ZERO.
001210 77  WRK-QTD-OPERADORES         PIC 9(03)  COMP VALUE ZERO.
001220 77  WRK-MAX-OPERADORES         PIC 9(03)  COMP VALUE 200.
001230 77  WRK-QTD-JOBS               PIC 9(02)  COMP VALUE ZERO.
001240 77  WRK-MAX-JOBS               PIC 9(02)  COMP VALUE 20.
001250 77  WRK-QTD-NAO-CADASTRADOS    PIC 9(02)  COMP VALUE ZERO.
001260 77  WRK-MAX-NAO-CADASTRADOS    PIC 9(02)  COMP VALUE 50.
001270 77  WRK-IDX                    PIC 9(03)  COMP VALUE ZERO.
001280 77  WRK-IDX-OPR                PIC 9(03)  COMP VALUE ZERO.
001290 77  WRK-IDX-ALVO               PIC 9(03)  COMP VALUE ZERO.
001300 77  WRK-IDX-JOB                PIC 9(02)  COMP VALUE ZERO.
001310 77  WRK-IDX-NCD                PIC 9(02)  COMP VALUE ZERO.
001320 77  WRK-ID-PROCURADO           PIC X(08)  VALUE SPACES.
001330 77  WRK-IDX-ACHADO             PIC 9(03)  COMP VALUE ZERO.
001340 77  WRK-QTD-EVENTOS-LIDOS      PIC 9(07)  COMP VALUE ZERO.
001350 77  WRK-QTD-ATIVOS             PIC 9(03)  COMP VALUE ZERO.
001360 77  WRK-QTD-DESATIVADOS        PIC 9(03)  COMP VALUE ZERO.
001370 77  WRK-QTD-BLOQUEADOS         PIC 9(03)  COMP VALUE ZERO.
001380 77  WRK-QTD-DORMENTES          PIC 9(03)  COMP VALUE ZERO.
001390 77  WRK-QTD-NIVEL-3            PIC 9(03)  COMP VALUE ZERO.
001400 77  WRK-QTD-NIVEL-3-SEM-USO    PIC 9(03)  COMP VALUE ZERO.
001410 77  WRK-QTD-A-REVISAR          PIC 9(03)  COMP VALUE ZERO.
001420 77  WRK-CONTA-A-REVISAR        PIC X(01)  VALUE 'N'.
001430     88  WRK-CONTA-A-REVISAR-SIM           VALUE 'S'.
001440*    OPERADORES DO CPFOPR COM A ATIVIDADE APURADA NA
001450*    TRILHA E AS TRANSACOES DO PERIODO POR JOB (NA ORDEM
001460*    DA TABELA DE JOBS)
001470 01  WRK-TABELA-OPERADORES.
001480     05  WRK-TAB-OPERADOR OCCURS 200 TIMES.
001490         10  WRK-TAB-ID             PIC X(08).
001500         10  WRK-TAB-NOME           PIC X(30).
001510         10  WRK-TAB-NIVEL          PIC X(01).
001520         10  WRK-TAB-SITUACAO       PIC X(01).
001530             88  WRK-TAB-DESATIVADO            VALUE 'D'.
001540             88  WRK-TAB-BLOQUEADO             VALUE 'B'.
001550         10  WRK-TAB-DATA-INCLUSAO  PIC 9(08).
001560         10  WRK-TAB-ULTIMA-DATA    PIC 9(08).
001570         10  WRK-TAB-ULTIMA-HORA    PIC 9(08).
001580         10  WRK-TAB-ULTIMO-JOB     PIC X(08).
001590         10  WRK-TAB-QTD-PERIODO    PIC 9(07)  COMP.
001600         10  WRK-TAB-ULTIMO-NIVEL-3 PIC 9(08).
001610         10  WRK-TAB-CONCEDIDO-POR  PIC X(08).
001620         10  WRK-TAB-DATA-CONCESSAO PIC 9(08).
001630         10  WRK-TAB-QTD-JOB        PIC 9(07)  COMP
001640                                    OCCURS 20 TIMES.
001650*    JOBS ENCONTRADOS NA TRILHA NO PERIODO (A ULTIMA
001660*    POSICAO ACUMULA OS JOBS QUE NAO COUBERAM)
001670 01  WRK-TABELA-JOBS.
001680     05  WRK-TAB-JOB            PIC X(08)  OCCURS 20 TIMES.
001690*    IDS COM EVENTOS NA TRILHA QUE NAO ESTAO NO CPFOPR
001700 01  WRK-TABELA-NAO-CADASTRADOS.
001710     05  WRK-TAB-NCD OCCURS 50 TIMES.
001720         10  WRK-NCD-ID             PIC X(08).
001730         10  WRK-NCD-QTD            PIC 9(07)  COMP.
001740         10  WRK-NCD-ULTIMA-DATA    PIC 9(08).
001750 01  WRK-LOG-AREA.
001760     05  WRK-LOG-DATA           PIC 9(08).
001770     05  FILLER                 PIC X(01).
001780     05  WRK-LOG-HORA           PIC 9(08).
001790     05  FILLER                 PIC X(01).
001800     05  WRK-LOG-JOB            PIC X(08).
001810     05  FILLER                 PIC X(01).
001820     05  WRK-LOG-STATUS         PIC X(01).
001830     05  FILLER                 PIC X(01).
001840     05  WRK-LOG-TAM            PIC 9(02).
001850     05  FILLER                 PIC X(01).
001860     05  WRK-LOG-HASH           PIC 9(06).
001870     05  FILLER                 PIC X(01).
001880     05  WRK-LOG-SAIDA.
001890         10  WRK-LOG-ACAO       PIC X(11).
001900         10  FILLER             PIC X(01).
001910         10  WRK-LOG-ALVO       PIC X(08).
001920     05  FILLER                 PIC X(01).
001930     05  WRK-LOG-OPERADOR       PIC X(08).
001940     05  FILLER                 PIC X(01).
001950     05  WRK-LOG-ENCADEAMENTO   PIC X(10).
001960 01  WRK-CABECALHO-1.
001970     05  FILLER                 PIC X(09)  VALUE 'CPFCER01'.
001980     05  FILLER                 PIC X(08)  VALUE SPACES.
001990     05  FILLER                 PIC X(40)  VALUE
002000         'RECERTIFICACAO DE OPERADORES'.
002010 01  WRK-CABECALHO-2.
002020     05  FILLER                 PIC X(17)  VALUE
002030         'DATA DA EXECUCAO:'.
002040     05  FILLER                 PIC X(01)  VALUE SPACES.
002050     05  WRK-CAB2-DATA          PIC 9(08).
002060     05  FILLER                 PIC X(13)  VALUE '    PERIODO: '.
002070     05  WRK-CAB2-INICIO        PIC 9(08).
002080     05  FILLER                 PIC X(03)  VALUE ' A '.
002090     05  WRK-CAB2-FIM           PIC 9(08).
002100     05  FILLER                 PIC X(02)  VALUE ' ('.
002110     05  WRK-CAB2-DIAS          PIC ZZ9.
002120     05  FILLER                 PIC X(06)  VALUE ' DIAS)'.
002130 01  WRK-CABECALHO-3.
002140     05  FILLER                 PIC X(09)  VALUE 'OPERADOR'.
002150     05  FILLER                 PIC X(31)  VALUE 'NOME'.
002160     05  FILLER                 PIC X(06)  VALUE 'NIVEL'.
002170     05  FILLER                 PIC X(11)  VALUE 'SITUACAO'.
002180     05  FILLER                 PIC X(10)  VALUE 'ULT.ATIV.'.
002190     05  FILLER                 PIC X(09)  VALUE 'TRANS.PER'.
002200 01  WRK-CABECALHO-4.
002210     05  FILLER                 PIC X(76)  VALUE ALL '-'.
002220 01  WRK-LINHA-SECAO.
002230     05  FILLER                 PIC X(04)  VALUE '>>> '.
002240     05  WRK-SEC-TEXTO          PIC X(60).
002250 01  WRK-LINHA-AVISO.
002260     05  FILLER                 PIC X(04)  VALUE SPACES.
002270     05  WRK-AVI-TEXTO          PIC X(60).
002280 01  WRK-DETALHE-OPERADOR.
002290     05  WRK-DET-ID             PIC X(08).
002300     05  FILLER                 PIC X(01)  VALUE SPACES.
002310     05  WRK-DET-NOME           PIC X(30).
002320     05  FILLER                 PIC X(02)  VALUE SPACES.
002330     05  WRK-DET-NIVEL          PIC X(01).
002340     05  FILLER                 PIC X(04)  VALUE SPACES.
002350     05  WRK-DET-SITUACAO       PIC X(10).
002360     05  FILLER                 PIC X(01)  VALUE SPACES.
002370     05  WRK-DET-ULTIMA         PIC X(08).
002380     05  FILLER                 PIC X(02)  VALUE SPACES.
002390     05  WRK-DET-QTD            PIC ZZZZZZ9.
002400 01  WRK-DETALHE-JOB.
002410     05  FILLER                 PIC X(09)  VALUE SPACES.
002420     05  FILLER                 PIC X(04)  VALUE 'JOB '.
002430     05  WRK-DJB-JOB            PIC X(08).
002440     05  FILLER                 PIC X(27)  VALUE
002450         '  TRANSACOES NO PERIODO...:'.
002460     05  WRK-DJB-QTD            PIC ZZZZZZ9.
002470 01  WRK-DETALHE-CAMPO.
002480     05  FILLER                 PIC X(09)  VALUE SPACES.
002490     05  WRK-DCP-ROTULO         PIC X(24).
002500     05  WRK-DCP-VALOR          PIC X(40).
002510 01  WRK-DETALHE-ALERTA.
002520     05  FILLER                 PIC X(09)  VALUE SPACES.
002530     05  FILLER                 PIC X(04)  VALUE '*** '.
002540     05  WRK-ALR-TEXTO          PIC X(60).
002550 01  WRK-TEXTO-DORMENTE.
002560     05  FILLER                 PIC X(31)  VALUE
002570         'DORMENTE - SEM ATIVIDADE NOS UL'.
002580     05  FILLER                 PIC X(06)  VALUE 'TIMOS '.
002590     05  WRK-TDR-DIAS           PIC ZZ9.
002600     05  FILLER                 PIC X(05)  VALUE ' DIAS'.
002610 01  WRK-TEXTO-CONCESSAO.
002620     05  FILLER                 PIC X(09)  VALUE 'CONCEDIDO'.
002630     05  FILLER                 PIC X(05)  VALUE ' POR '.
002640     05  WRK-TCC-OPERADOR       PIC X(08).
002650     05  FILLER                 PIC X(04)  VALUE ' EM '.
002660     05  WRK-TCC-DATA           PIC 9(08).
002670 01  WRK-DETALHE-NAO-CADASTRADO.
002680     05  WRK-DNC-ID             PIC X(08).
002690     05  FILLER                 PIC X(03)  VALUE SPACES.
002700     05  FILLER                 PIC X(15)  VALUE
002710         'ULTIMO EVENTO: '.
002720     05  WRK-DNC-DATA           PIC 9(08).
002730     05  FILLER                 PIC X(14)  VALUE '   EVENTOS: '.
002740     05  WRK-DNC-QTD            PIC ZZZZZZ9.
002750 01  WRK-LINHA-TOTAL.
002760     05  WRK-TOT-ROTULO         PIC X(32).
002770     05  WRK-TOT-VALOR          PIC ZZZZZZ9.
002780 PROCEDURE DIVISION.
002790******************************************************
002800*    0000-MAINLINE - ROTINA PRINCIPAL DA RECERTIFICACAO
002810******************************************************
002820 0000-MAINLINE.
002830     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002840     IF NOT WRK-ABORTADO-SIM
002850         PERFORM 2000-APURAR-TRILHA THRU 2000-EXIT
002860         OPEN OUTPUT CER-RELATORIO
002870         PERFORM 3000-IMPRIMIR-CABECALHO THRU 3000-EXIT
002880         PERFORM 4000-IMPRIMIR-OPERADOR THRU 4000-EXIT
002890             VARYING WRK-IDX-OPR FROM 1 BY 1
002900             UNTIL WRK-IDX-OPR > WRK-QTD-OPERADORES
002910         PERFORM 4500-IMPRIMIR-NAO-CADASTRADOS THRU 4500-EXIT
002920         PERFORM 5000-EMITIR-TOTAIS THRU 5000-EXIT
002930         CLOSE CER-RELATORIO
002940     END-IF.
002950     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002960     GOBACK.
002970******************************************************
002980*    1000-INICIALIZAR - LE OS DIAS DO PERIODO DO CPFPARM
002990*    (PADRAO 90 SEM O ARQUIVO OU O CAMPO), CALCULA O
003000*    INICIO DO PERIODO E CARREGA O CPFOPR
003010******************************************************
003020 1000-INICIALIZAR.
003030     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
003040     OPEN INPUT CPF-PARAMETROS.
003050     IF WRK-FS-PARAMETROS-OK
003060         READ CPF-PARAMETROS
003070             AT END CONTINUE
003080             NOT AT END
003090                 IF PRM-DIAS-RECERTIFICACAO IS NUMERIC
003100                    AND PRM-DIAS-RECERTIFICACAO > ZERO
003110                     MOVE PRM-DIAS-RECERTIFICACAO
003120                         TO WRK-DIAS-PERIODO
003130                 END-IF
003140         END-READ
003150         CLOSE CPF-PARAMETROS
003160     END-IF.
003170     COMPUTE WRK-DIAS-HOJE =
003180         FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
003190     COMPUTE WRK-DIAS-INICIO =
003200         WRK-DIAS-HOJE - WRK-DIAS-PERIODO.
003210     COMPUTE WRK-DATA-INICIO =
003220         FUNCTION DATE-OF-INTEGER(WRK-DIAS-INICIO).
003230     OPEN INPUT OPR-OPERADORES.
003240     IF NOT WRK-FS-OPERADORES-OK
003250         MOVE 'CADASTRO DE OPERADORES CPFOPR AUSENTE'
003260             TO WRK-MOTIVO-ABORTO
003270         MOVE 'S' TO WRK-ABORTADO
003280         GO TO 1000-EXIT
003290     END-IF.
003300     MOVE 'N' TO WRK-FIM-ARQUIVO.
003310     PERFORM 1100-CARREGAR-OPERADOR THRU 1100-EXIT
003320         UNTIL WRK-FIM-ARQUIVO-SIM.
003330     CLOSE OPR-OPERADORES.
003340     IF WRK-QTD-OPERADORES > WRK-MAX-OPERADORES
003350         MOVE 'CPFOPR COM MAIS OPERADORES QUE A TABELA'
003360             TO WRK-MOTIVO-ABORTO
003370         MOVE 'S' TO WRK-ABORTADO
003380     END-IF.
003390 1000-EXIT.
003400     EXIT.
003410******************************************************
003420*    1100-CARREGAR-OPERADOR - CARREGA 1 OPERADOR DO
003430*    CPFOPR NA TABELA (REGISTRO ANTIGO, SEM SITUACAO E
003440*    SEM DATA DE INCLUSAO, VALE COMO ATIVO E SEM DATA)
003450******************************************************
003460 1100-CARREGAR-OPERADOR.
003470     READ OPR-OPERADORES
003480         AT END
003490             MOVE 'S' TO WRK-FIM-ARQUIVO
003500             GO TO 1100-EXIT
003510     END-READ.
003520     IF OPR-ID = SPACES
003530         GO TO 1100-EXIT
003540     END-IF.
003550     ADD 1 TO WRK-QTD-OPERADORES.
003560     IF WRK-QTD-OPERADORES > WRK-MAX-OPERADORES
003570         MOVE 'S' TO WRK-FIM-ARQUIVO
003580         GO TO 1100-EXIT
003590     END-IF.
003600     MOVE WRK-QTD-OPERADORES TO WRK-IDX.
003610     INITIALIZE WRK-TAB-OPERADOR(WRK-IDX).
003620     MOVE OPR-ID TO WRK-TAB-ID(WRK-IDX).
003630     MOVE OPR-NOME TO WRK-TAB-NOME(WRK-IDX).
003640     MOVE OPR-NIVEL TO WRK-TAB-NIVEL(WRK-IDX).
003650     MOVE OPR-SITUACAO TO WRK-TAB-SITUACAO(WRK-IDX).
003660     IF OPR-DATA-INCLUSAO IS NUMERIC
003670         MOVE OPR-DATA-INCLUSAO TO WRK-TAB-DATA-INCLUSAO(WRK-IDX)
003680     END-IF.
003690 1100-EXIT.
003700     EXIT.
003710******************************************************
003720*    2000-APURAR-TRILHA - LE O HISTORICO CPFAUDH E A
003730*    TRILHA CORRENTE CPFAUD E APURA A ATIVIDADE DE CADA
003740*    OPERADOR
003750******************************************************
003760 2000-APURAR-TRILHA.
003770     OPEN INPUT AUDITORIA-HISTORICO.
003780     IF WRK-FS-HISTORICO-OK
003790         MOVE 'S' TO WRK-TRILHA-LIDA
003800         MOVE 'N' TO WRK-FIM-ARQUIVO
003810         PERFORM 2010-LER-HISTORICO THRU 2010-EXIT
003820             UNTIL WRK-FIM-ARQUIVO-SIM
003830         CLOSE AUDITORIA-HISTORICO
003840     END-IF.
003850     OPEN INPUT AUDITORIA-LOG.
003860     IF WRK-FS-AUDITORIA-OK
003870         MOVE 'S' TO WRK-TRILHA-LIDA
003880         MOVE 'N' TO WRK-FIM-ARQUIVO
003890         PERFORM 2020-LER-AUDITORIA THRU 2020-EXIT
003900             UNTIL WRK-FIM-ARQUIVO-SIM
003910         CLOSE AUDITORIA-LOG
003920     END-IF.
003930     MOVE 'N' TO WRK-FIM-ARQUIVO.
003940 2000-EXIT.
003950     EXIT.
003960 2010-LER-HISTORICO.
003970     READ AUDITORIA-HISTORICO INTO WRK-LOG-AREA
003980         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
003990         NOT AT END
004000             PERFORM 2100-APURAR-EVENTO THRU 2100-EXIT
004010     END-READ.
004020 2010-EXIT.
004030     EXIT.
004040 2020-LER-AUDITORIA.
004050     READ AUDITORIA-LOG INTO WRK-LOG-AREA
004060         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
004070         NOT AT END
004080             PERFORM 2100-APURAR-EVENTO THRU 2100-EXIT
004090     END-READ.
004100 2020-EXIT.
004110     EXIT.
004120******************************************************
004130*    2100-APURAR-EVENTO - ATRIBUI 1 EVENTO DA TRILHA AO
004140*    SEU OPERADOR: ULTIMA ATIVIDADE, TRANSACOES DO
004150*    PERIODO POR JOB, USO DAS OPCOES DE NIVEL 3 E
004160*    CONCESSAO DE NIVEL 3 PELO CPFOPR01. REGISTRO DE
004170*    QUEBRA DE ENCADEAMENTO ('Q') NAO E EVENTO
004180******************************************************
004190 2100-APURAR-EVENTO.
004200     IF WRK-LOG-STATUS = 'Q'
004210        OR WRK-LOG-DATA IS NOT NUMERIC
004220         GO TO 2100-EXIT
004230     END-IF.
004240     ADD 1 TO WRK-QTD-EVENTOS-LIDOS.
004250     IF WRK-LOG-JOB = 'CPFOPR01'
004260        AND WRK-LOG-STATUS = 'O'
004270         PERFORM 2200-APURAR-CONCESSAO THRU 2200-EXIT
004280     END-IF.
004290     IF WRK-LOG-OPERADOR = SPACES
004300        OR WRK-LOG-OPERADOR = 'SISTEMA '
004310        OR WRK-LOG-OPERADOR = '*DIRETO '
004320         GO TO 2100-EXIT
004330     END-IF.
004340     MOVE WRK-LOG-OPERADOR TO WRK-ID-PROCURADO.
004350     PERFORM 6000-LOCALIZAR-OPERADOR THRU 6000-EXIT.
004360     IF WRK-IDX-ACHADO = ZERO
004370         PERFORM 2300-APURAR-NAO-CADASTRADO THRU 2300-EXIT
004380         GO TO 2100-EXIT
004390     END-IF.
004400     MOVE WRK-IDX-ACHADO TO WRK-IDX.
004410     IF WRK-LOG-DATA > WRK-TAB-ULTIMA-DATA(WRK-IDX)
004420        OR (WRK-LOG-DATA = WRK-TAB-ULTIMA-DATA(WRK-IDX)
004430            AND WRK-LOG-HORA NOT < WRK-TAB-ULTIMA-HORA(WRK-IDX))
004440         MOVE WRK-LOG-DATA TO WRK-TAB-ULTIMA-DATA(WRK-IDX)
004450         MOVE WRK-LOG-HORA TO WRK-TAB-ULTIMA-HORA(WRK-IDX)
004460         MOVE WRK-LOG-JOB TO WRK-TAB-ULTIMO-JOB(WRK-IDX)
004470     END-IF.
004480     IF (WRK-LOG-JOB = 'CPFMST01' OR WRK-LOG-JOB = 'CPFOPR01')
004490        AND WRK-LOG-DATA > WRK-TAB-ULTIMO-NIVEL-3(WRK-IDX)
004500         MOVE WRK-LOG-DATA TO WRK-TAB-ULTIMO-NIVEL-3(WRK-IDX)
004510     END-IF.
004520     IF WRK-LOG-DATA < WRK-DATA-INICIO
004530         GO TO 2100-EXIT
004540     END-IF.
004550     ADD 1 TO WRK-TAB-QTD-PERIODO(WRK-IDX).
004560     PERFORM 6100-LOCALIZAR-JOB THRU 6100-EXIT.
004570     ADD 1 TO WRK-TAB-QTD-JOB(WRK-IDX, WRK-IDX-JOB).
004580 2100-EXIT.
004590     EXIT.
004600******************************************************
004610*    2200-APURAR-CONCESSAO - INCLUSAO COM NIVEL 3 OU
004620*    ALTERACAO PARA O NIVEL 3 FEITA NO CPFOPR01: GUARDA
004630*    NO OPERADOR ALVO QUEM CONCEDEU E QUANDO (VALE A
004640*    ULTIMA CONCESSAO DA TRILHA)
004650******************************************************
004660 2200-APURAR-CONCESSAO.
004670     IF WRK-LOG-ACAO NOT = 'INCLUSAO N3'
004680        AND (WRK-LOG-ACAO(1:6) NOT = 'NIVEL '
004690             OR WRK-LOG-ACAO(9:1) NOT = '3')
004700         GO TO 2200-EXIT
004710     END-IF.
004720     MOVE WRK-LOG-ALVO TO WRK-ID-PROCURADO.
004730     PERFORM 6000-LOCALIZAR-OPERADOR THRU 6000-EXIT.
004740     IF WRK-IDX-ACHADO = ZERO
004750         GO TO 2200-EXIT
004760     END-IF.
004770     MOVE WRK-IDX-ACHADO TO WRK-IDX-ALVO.
004780     MOVE WRK-LOG-OPERADOR TO WRK-TAB-CONCEDIDO-POR(WRK-IDX-ALVO).
004790     MOVE WRK-LOG-DATA TO WRK-TAB-DATA-CONCESSAO(WRK-IDX-ALVO).
004800 2200-EXIT.
004810     EXIT.
004820******************************************************
004830*    2300-APURAR-NAO-CADASTRADO - CONTA O EVENTO DE UM
004840*    ID QUE NAO ESTA NO CPFOPR (ALEM DA TABELA, O ID NAO
004850*    E LISTADO)
004860******************************************************
004870 2300-APURAR-NAO-CADASTRADO.
004880     MOVE ZERO TO WRK-IDX-ACHADO.
004890     PERFORM 2310-COMPARAR-NAO-CADASTRADO THRU 2310-EXIT
004900         VARYING WRK-IDX-NCD FROM 1 BY 1
004910         UNTIL WRK-IDX-NCD > WRK-QTD-NAO-CADASTRADOS
004920             OR WRK-IDX-ACHADO > ZERO.
004930     IF WRK-IDX-ACHADO = ZERO
004940         IF WRK-QTD-NAO-CADASTRADOS NOT < WRK-MAX-NAO-CADASTRADOS
004950             GO TO 2300-EXIT
004960         END-IF
004970         ADD 1 TO WRK-QTD-NAO-CADASTRADOS
004980         MOVE WRK-QTD-NAO-CADASTRADOS TO WRK-IDX-ACHADO
004990         MOVE WRK-LOG-OPERADOR TO WRK-NCD-ID(WRK-IDX-ACHADO)
005000         MOVE ZERO TO WRK-NCD-QTD(WRK-IDX-ACHADO)
005010         MOVE ZEROS TO WRK-NCD-ULTIMA-DATA(WRK-IDX-ACHADO)
005020     END-IF.
005030     ADD 1 TO WRK-NCD-QTD(WRK-IDX-ACHADO).
005040     IF WRK-LOG-DATA > WRK-NCD-ULTIMA-DATA(WRK-IDX-ACHADO)
005050         MOVE WRK-LOG-DATA TO WRK-NCD-ULTIMA-DATA(WRK-IDX-ACHADO)
005060     END-IF.
005070 2300-EXIT.
005080     EXIT.
005090 2310-COMPARAR-NAO-CADASTRADO.
005100     IF WRK-NCD-ID(WRK-IDX-NCD) = WRK-LOG-OPERADOR
005110         MOVE WRK-IDX-NCD TO WRK-IDX-ACHADO
005120     END-IF.
005130 2310-EXIT.
005140     EXIT.
005150******************************************************
005160*    3000-IMPRIMIR-CABECALHO - TITULO, DATA E PERIODO DA
005170*    RECERTIFICACAO
005180******************************************************
005190 3000-IMPRIMIR-CABECALHO.
005200     WRITE RPT-LINHA FROM WRK-CABECALHO-1.
005210     MOVE WRK-DATA-HOJE TO WRK-CAB2-DATA.
005220     MOVE WRK-DATA-INICIO TO WRK-CAB2-INICIO.
005230     MOVE WRK-DATA-HOJE TO WRK-CAB2-FIM.
005240     MOVE WRK-DIAS-PERIODO TO WRK-CAB2-DIAS.
005250     WRITE RPT-LINHA FROM WRK-CABECALHO-2.
005260     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
005270     IF NOT WRK-TRILHA-LIDA-SIM
005280         MOVE 'TRILHA CPFAUDH/CPFAUD NAO ENCONTRADA'
005290             TO WRK-AVI-TEXTO
005300         WRITE RPT-LINHA FROM WRK-LINHA-AVISO
005310     END-IF.
005320     WRITE RPT-LINHA FROM WRK-CABECALHO-3.
005330     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
005340 3000-EXIT.
005350     EXIT.
005360******************************************************
005370*    4000-IMPRIMIR-OPERADOR - IMPRIME 1 OPERADOR: NIVEL,
005380*    SITUACAO, ULTIMA ATIVIDADE, TRANSACOES DO PERIODO
005390*    POR JOB, CONCESSAO DO NIVEL 3 E OS ALERTAS DE
005400*    RECERTIFICACAO (SO PARA CONTA NAO DESATIVADA)
005410******************************************************
005420 4000-IMPRIMIR-OPERADOR.
005430     MOVE WRK-IDX-OPR TO WRK-IDX.
005440     MOVE 'N' TO WRK-CONTA-A-REVISAR.
005450     MOVE WRK-TAB-ID(WRK-IDX) TO WRK-DET-ID.
005460     MOVE WRK-TAB-NOME(WRK-IDX) TO WRK-DET-NOME.
005470     MOVE WRK-TAB-NIVEL(WRK-IDX) TO WRK-DET-NIVEL.
005480     EVALUATE TRUE
005490         WHEN WRK-TAB-DESATIVADO(WRK-IDX)
005500             MOVE 'DESATIVADO' TO WRK-DET-SITUACAO
005510             ADD 1 TO WRK-QTD-DESATIVADOS
005520         WHEN WRK-TAB-BLOQUEADO(WRK-IDX)
005530             MOVE 'BLOQUEADO' TO WRK-DET-SITUACAO
005540             ADD 1 TO WRK-QTD-BLOQUEADOS
005550         WHEN OTHER
005560             MOVE 'ATIVO' TO WRK-DET-SITUACAO
005570             ADD 1 TO WRK-QTD-ATIVOS
005580     END-EVALUATE.
005590     IF WRK-TAB-ULTIMA-DATA(WRK-IDX) = ZERO
005600         MOVE 'NUNCA' TO WRK-DET-ULTIMA
005610     ELSE
005620         MOVE WRK-TAB-ULTIMA-DATA(WRK-IDX) TO WRK-DET-ULTIMA
005630     END-IF.
005640     MOVE WRK-TAB-QTD-PERIODO(WRK-IDX) TO WRK-DET-QTD.
005650     MOVE SPACES TO RPT-LINHA.
005660     WRITE RPT-LINHA.
005670     WRITE RPT-LINHA FROM WRK-DETALHE-OPERADOR.
005680     PERFORM 4100-IMPRIMIR-JOB THRU 4100-EXIT
005690         VARYING WRK-IDX-JOB FROM 1 BY 1
005700         UNTIL WRK-IDX-JOB > WRK-QTD-JOBS.
005710     IF WRK-TAB-NIVEL(WRK-IDX) NOT < '3'
005720        AND WRK-TAB-NIVEL(WRK-IDX) IS NUMERIC
005730         ADD 1 TO WRK-QTD-NIVEL-3
005740         PERFORM 4200-IMPRIMIR-NIVEL-3 THRU 4200-EXIT
005750     END-IF.
005760     IF WRK-TAB-DESATIVADO(WRK-IDX)
005770         GO TO 4000-EXIT
005780     END-IF.
005790     IF WRK-TAB-ULTIMA-DATA(WRK-IDX) < WRK-DATA-INICIO
005800        AND WRK-TAB-DATA-INCLUSAO(WRK-IDX) < WRK-DATA-INICIO
005810         ADD 1 TO WRK-QTD-DORMENTES
005820         MOVE 'S' TO WRK-CONTA-A-REVISAR
005830         MOVE WRK-DIAS-PERIODO TO WRK-TDR-DIAS
005840         MOVE WRK-TEXTO-DORMENTE TO WRK-ALR-TEXTO
005850         WRITE RPT-LINHA FROM WRK-DETALHE-ALERTA
005860     END-IF.
005870     IF WRK-TAB-NIVEL(WRK-IDX) NOT < '3'
005880        AND WRK-TAB-NIVEL(WRK-IDX) IS NUMERIC
005890        AND WRK-TAB-ULTIMO-NIVEL-3(WRK-IDX) = ZERO
005900         ADD 1 TO WRK-QTD-NIVEL-3-SEM-USO
005910         MOVE 'S' TO WRK-CONTA-A-REVISAR
005920         MOVE 'NIVEL 3 SEM USO DAS OPCOES DE NIVEL 3 NA TRILHA'
005930             TO WRK-ALR-TEXTO
005940         WRITE RPT-LINHA FROM WRK-DETALHE-ALERTA
005950     END-IF.
005960     IF WRK-CONTA-A-REVISAR-SIM
005970         ADD 1 TO WRK-QTD-A-REVISAR
005980     END-IF.
005990 4000-EXIT.
006000     EXIT.
006010 4100-IMPRIMIR-JOB.
006020     IF WRK-TAB-QTD-JOB(WRK-IDX, WRK-IDX-JOB) = ZERO
006030         GO TO 4100-EXIT
006040     END-IF.
006050     MOVE WRK-TAB-JOB(WRK-IDX-JOB) TO WRK-DJB-JOB.
006060     MOVE WRK-TAB-QTD-JOB(WRK-IDX, WRK-IDX-JOB) TO WRK-DJB-QTD.
006070     WRITE RPT-LINHA FROM WRK-DETALHE-JOB.
006080 4100-EXIT.
006090     EXIT.
006100******************************************************
006110*    4200-IMPRIMIR-NIVEL-3 - QUEM CONCEDEU O NIVEL 3 E O
006120*    ULTIMO USO DAS OPCOES DE NIVEL 3
006130******************************************************
006140 4200-IMPRIMIR-NIVEL-3.
006150     MOVE 'NIVEL 3...............:' TO WRK-DCP-ROTULO.
006160     IF WRK-TAB-CONCEDIDO-POR(WRK-IDX) = SPACES
006170         MOVE 'SEM REGISTRO DE CONCESSAO NA TRILHA'
006180             TO WRK-DCP-VALOR
006190     ELSE
006200         MOVE WRK-TAB-CONCEDIDO-POR(WRK-IDX) TO WRK-TCC-OPERADOR
006210         MOVE WRK-TAB-DATA-CONCESSAO(WRK-IDX) TO WRK-TCC-DATA
006220         MOVE WRK-TEXTO-CONCESSAO TO WRK-DCP-VALOR
006230     END-IF.
006240     WRITE RPT-LINHA FROM WRK-DETALHE-CAMPO.
006250     MOVE 'ULTIMO USO DO NIVEL 3.:' TO WRK-DCP-ROTULO.
006260     IF WRK-TAB-ULTIMO-NIVEL-3(WRK-IDX) = ZERO
006270         MOVE 'NUNCA' TO WRK-DCP-VALOR
006280     ELSE
006290         MOVE SPACES TO WRK-DCP-VALOR
006300         MOVE WRK-TAB-ULTIMO-NIVEL-3(WRK-IDX)
006310             TO WRK-DCP-VALOR(1:8)
006320     END-IF.
006330     WRITE RPT-LINHA FROM WRK-DETALHE-CAMPO.
006340 4200-EXIT.
006350     EXIT.
006360******************************************************
006370*    4500-IMPRIMIR-NAO-CADASTRADOS - IDS COM EVENTOS NA
006380*    TRILHA QUE NAO ESTAO NO CPFOPR
006390******************************************************
006400 4500-IMPRIMIR-NAO-CADASTRADOS.
006410     IF WRK-QTD-NAO-CADASTRADOS = ZERO
006420         GO TO 4500-EXIT
006430     END-IF.
006440     MOVE SPACES TO RPT-LINHA.
006450     WRITE RPT-LINHA.
006460     MOVE 'OPERADORES NA TRILHA QUE NAO ESTAO NO CPFOPR'
006470         TO WRK-SEC-TEXTO.
006480     WRITE RPT-LINHA FROM WRK-LINHA-SECAO.
006490     PERFORM 4510-IMPRIMIR-NAO-CADASTRADO THRU 4510-EXIT
006500         VARYING WRK-IDX-NCD FROM 1 BY 1
006510         UNTIL WRK-IDX-NCD > WRK-QTD-NAO-CADASTRADOS.
006520 4500-EXIT.
006530     EXIT.
006540 4510-IMPRIMIR-NAO-CADASTRADO.
006550     MOVE WRK-NCD-ID(WRK-IDX-NCD) TO WRK-DNC-ID.
006560     MOVE WRK-NCD-ULTIMA-DATA(WRK-IDX-NCD) TO WRK-DNC-DATA.
006570     MOVE WRK-NCD-QTD(WRK-IDX-NCD) TO WRK-DNC-QTD.
006580     WRITE RPT-LINHA FROM WRK-DETALHE-NAO-CADASTRADO.
006590 4510-EXIT.
006600     EXIT.
006610******************************************************
006620*    5000-EMITIR-TOTAIS - TOTAIS DA RECERTIFICACAO NO
006630*    RELATORIO E NO CONSOLE
006640******************************************************
006650 5000-EMITIR-TOTAIS.
006660     MOVE SPACES TO RPT-LINHA.
006670     WRITE RPT-LINHA.
006680     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
006690     MOVE 'OPERADORES NO CADASTRO........:' TO WRK-TOT-ROTULO.
006700     MOVE WRK-QTD-OPERADORES TO WRK-TOT-VALOR.
006710     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006720     MOVE '  ATIVOS......................:' TO WRK-TOT-ROTULO.
006730     MOVE WRK-QTD-ATIVOS TO WRK-TOT-VALOR.
006740     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006750     MOVE '  BLOQUEADOS..................:' TO WRK-TOT-ROTULO.
006760     MOVE WRK-QTD-BLOQUEADOS TO WRK-TOT-VALOR.
006770     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006780     MOVE '  DESATIVADOS.................:' TO WRK-TOT-ROTULO.
006790     MOVE WRK-QTD-DESATIVADOS TO WRK-TOT-VALOR.
006800     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006810     MOVE 'OPERADORES DE NIVEL 3.........:' TO WRK-TOT-ROTULO.
006820     MOVE WRK-QTD-NIVEL-3 TO WRK-TOT-VALOR.
006830     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006840     MOVE 'CONTAS DORMENTES..............:' TO WRK-TOT-ROTULO.
006850     MOVE WRK-QTD-DORMENTES TO WRK-TOT-VALOR.
006860     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006870     MOVE 'NIVEL 3 SEM USO DO NIVEL 3....:' TO WRK-TOT-ROTULO.
006880     MOVE WRK-QTD-NIVEL-3-SEM-USO TO WRK-TOT-VALOR.
006890     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006900     MOVE 'CONTAS A REVISAR..............:' TO WRK-TOT-ROTULO.
006910     MOVE WRK-QTD-A-REVISAR TO WRK-TOT-VALOR.
006920     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006930     MOVE 'IDS NA TRILHA FORA DO CPFOPR..:' TO WRK-TOT-ROTULO.
006940     MOVE WRK-QTD-NAO-CADASTRADOS TO WRK-TOT-VALOR.
006950     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006960     MOVE 'EVENTOS LIDOS NA TRILHA.......:' TO WRK-TOT-ROTULO.
006970     MOVE WRK-QTD-EVENTOS-LIDOS TO WRK-TOT-VALOR.
006980     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
006990     DISPLAY 'OPERADORES NO CADASTRO: ' WRK-QTD-OPERADORES.
007000     DISPLAY 'CONTAS DORMENTES......: ' WRK-QTD-DORMENTES.
007010     DISPLAY 'NIVEL 3 SEM USO.......: ' WRK-QTD-NIVEL-3-SEM-USO.
007020     DISPLAY 'IDS FORA DO CPFOPR....: ' WRK-QTD-NAO-CADASTRADOS.
007030     DISPLAY 'RELATORIO GRAVADO NO ARQUIVO CPFCERR'.
007040 5000-EXIT.
007050     EXIT.
007060******************************************************
007070*    6000-LOCALIZAR-OPERADOR - PROCURA O ID NA TABELA DE
007080*    OPERADORES
007090******************************************************
007100 6000-LOCALIZAR-OPERADOR.
007110     MOVE ZERO TO WRK-IDX-ACHADO.
007120     PERFORM 6010-COMPARAR-OPERADOR THRU 6010-EXIT
007130         VARYING WRK-IDX-ALVO FROM 1 BY 1
007140         UNTIL WRK-IDX-ALVO > WRK-QTD-OPERADORES
007150             OR WRK-IDX-ACHADO > ZERO.
007160 6000-EXIT.
007170     EXIT.
007180 6010-COMPARAR-OPERADOR.
007190     IF WRK-TAB-ID(WRK-IDX-ALVO) = WRK-ID-PROCURADO
007200         MOVE WRK-IDX-ALVO TO WRK-IDX-ACHADO
007210     END-IF.
007220 6010-EXIT.
007230     EXIT.
007240******************************************************
007250*    6100-LOCALIZAR-JOB - POSICAO DO JOB DO EVENTO NA
007260*    TABELA DE JOBS, INCLUINDO-O SE NOVO; COM A TABELA
007270*    CHEIA O JOB E CONTADO NA ULTIMA POSICAO (OUTROS)
007280******************************************************
007290 6100-LOCALIZAR-JOB.
007300     MOVE ZERO TO WRK-IDX-ACHADO.
007310     PERFORM 6110-COMPARAR-JOB THRU 6110-EXIT
007320         VARYING WRK-IDX-JOB FROM 1 BY 1
007330         UNTIL WRK-IDX-JOB > WRK-QTD-JOBS
007340             OR WRK-IDX-ACHADO > ZERO.
007350     IF WRK-IDX-ACHADO > ZERO
007360         MOVE WRK-IDX-ACHADO TO WRK-IDX-JOB
007370         GO TO 6100-EXIT
007380     END-IF.
007390     IF WRK-QTD-JOBS < WRK-MAX-JOBS
007400         ADD 1 TO WRK-QTD-JOBS
007410         MOVE WRK-QTD-JOBS TO WRK-IDX-JOB
007420         MOVE WRK-LOG-JOB TO WRK-TAB-JOB(WRK-IDX-JOB)
007430         IF WRK-QTD-JOBS = WRK-MAX-JOBS
007440             MOVE 'OUTROS' TO WRK-TAB-JOB(WRK-IDX-JOB)
007450         END-IF
007460     ELSE
007470         MOVE WRK-MAX-JOBS TO WRK-IDX-JOB
007480     END-IF.
007490 6100-EXIT.
007500     EXIT.
007510 6110-COMPARAR-JOB.
007520     IF WRK-TAB-JOB(WRK-IDX-JOB) = WRK-LOG-JOB
007530         MOVE WRK-IDX-JOB TO WRK-IDX-ACHADO
007540     END-IF.
007550 6110-EXIT.
007560     EXIT.
007570******************************************************
007580*    9000-FINALIZAR - DEVOLVE O RETURN-CODE DA
007590*    RECERTIFICACAO
007600******************************************************
007610 9000-FINALIZAR.
007620     EVALUATE TRUE
007630         WHEN WRK-ABORTADO-SIM
007640             DISPLAY 'RECERTIFICACAO NAO EFETUADA: '
007650                 WRK-MOTIVO-ABORTO
007660             MOVE 8 TO RETURN-CODE
007670         WHEN WRK-QTD-A-REVISAR > ZERO
007680           OR WRK-QTD-NAO-CADASTRADOS > ZERO
007690             DISPLAY 'HA CONTAS A REVISAR - VERIFICAR RELATORIO '
007700                 'CPFCERR'
007710             MOVE 4 TO RETURN-CODE
007720         WHEN OTHER
007730             MOVE ZERO TO RETURN-CODE
007740     END-EVALUATE.
007750 9000-EXIT.
007760     EXIT.

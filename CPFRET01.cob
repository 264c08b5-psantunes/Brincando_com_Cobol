000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFRET01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Job periodico de retencao
000050***   (LGPD) do cadastro de documentos CPFMST e do
000060***   de-para consolidado CPFXRF. Le os dois arquivos
000070***   indexados em sequencia e remove as entradas sem
000080***   movimento ha mais tempo que o periodo de retencao
000090***   (MST-DATA-ULTIMO / XRF-DATA-ULTIMO anterior a data
000100***   de corte = hoje menos os DIAS-RETENCAO do arquivo
000110***   de parametros CPFRETP, no estilo do CPFPARM). Cada
000120***   remocao e gravada na trilha de auditoria CPFAUD
000130***   via GRAVALOG com o status proprio 'R'. Emite o
000140***   relatorio de controle CPFRETR com as quantidades
000150***   lidas, mantidas e removidas por tipo de documento
000160***   e por faixa de inatividade. No modo simulacao
000170***   (SIMULACAO = S no CPFRETP) nada e removido nem
000180***   gravado na trilha: o relatorio mostra o que SERIA
000190***   removido. Sem o CPFRETP os dias e o modo sao
000200***   perguntados ao operador. Entrada com data de
000210***   ultimo movimento invalida nunca e removida.
000220***   Termina com RETURN-CODE 8 quando o expurgo nao
000230***   pode ser feito (parametro invalido ou cadastro
000240***   indisponivel) e 4 quando houve falha em alguma
000250***   remocao ou o de-para estava indisponivel.
000260***   AUTOR: @PSAntunes
000270***   DATA : 15/10/2026
000280***
000290***   HISTORICO DE ALTERACOES
000300***   DATA       AUTOR  DESCRICAO
000310***   15/10/2026 PSA    CRIACAO DO JOB DE RETENCAO POR
000320***                     INATIVIDADE DO CPFMST E DO CPFXRF
000330******************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RET-PARAMETROS ASSIGN TO "CPFRETP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WRK-FS-PARAMETROS.
000430     SELECT CPF-MASTER ASSIGN TO "CPFMST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS MST-DOCUMENTO
000470         FILE STATUS IS WRK-FS-MASTER.
000480     SELECT CPF-XREF ASSIGN TO "CPFXRF"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS XRF-TOKEN
000520         FILE STATUS IS WRK-FS-XREF.
000530     SELECT RET-RELATORIO ASSIGN TO "CPFRETR"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  RET-PARAMETROS.
000580 01  PRM-REGISTRO.
000590     05  PRM-DIAS-RETENCAO      PIC 9(05).
000600     05  FILLER                 PIC X(01).
000610     05  PRM-SIMULACAO          PIC X(01).
000620 FD  CPF-MASTER.
000630 01  MST-REGISTRO.
000640     05  MST-DOCUMENTO          PIC X(14).
000650     05  MST-TIPO-DOC           PIC X(01).
000660     05  MST-STATUS             PIC X(01).
000670     05  MST-MOTIVO             PIC X(02).
000680     05  MST-MODO-MASCARA       PIC X(01).
000690     05  MST-SAIDA-MASCARADA    PIC X(20).
000700     05  MST-DATA-PRIMEIRO      PIC 9(08).
000710     05  MST-DATA-ULTIMO        PIC 9(08).
000720     05  MST-QTD-PROCESSADO     PIC 9(07).
000730 FD  CPF-XREF.
000740 01  XRF-REGISTRO.
000750     05  XRF-TOKEN              PIC X(18).
000760     05  XRF-TIPO-DOC           PIC X(01).
000770     05  XRF-MASCARADO          PIC X(20).
000780     05  XRF-DATA-PRIMEIRO      PIC 9(08).
000790     05  XRF-DATA-ULTIMO        PIC 9(08).
000800     05  XRF-QTD-OCORRENCIAS    PIC 9(07).
000810     05  XRF-VERSAO-CHAVE       PIC 9(03).
000820 FD  RET-RELATORIO.
000830 01  RPT-LINHA                  PIC X(80).
000840 WORKING-STORAGE SECTION.
000850 77  WRK-FS-PARAMETROS          PIC X(02)  VALUE SPACES.
000860     88  WRK-FS-PARAMETROS-OK              VALUE '00'.
000870 77  WRK-FS-MASTER              PIC X(02)  VALUE SPACES.
000880     88  WRK-FS-MASTER-OK                  VALUE '00'.
000890 77  WRK-FS-XREF                PIC X(02)  VALUE SPACES.
000900     88  WRK-FS-XREF-OK                    VALUE '00'.
000910 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
000920     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
000930 77  WRK-ABORTADO               PIC X(01)  VALUE 'N'.
000940     88  WRK-ABORTADO-SIM                  VALUE 'S'.
000950 77  WRK-MASTER-ATIVO           PIC X(01)  VALUE 'N'.
000960     88  WRK-MASTER-ATIVO-SIM              VALUE 'S'.
000970 77  WRK-XREF-ATIVO             PIC X(01)  VALUE 'N'.
000980     88  WRK-XREF-ATIVO-SIM                VALUE 'S'.
000990 77  WRK-PARAMETRO-LIDO         PIC X(01)  VALUE 'N'.
001000     88  WRK-PARAMETRO-LIDO-SIM            VALUE 'S'.
001010 77  WRK-SIMULACAO              PIC X(01)  VALUE 'S'.
001020     88  WRK-SIMULACAO-SIM                 VALUE 'S'.
001030 77  WRK-REMOVER                PIC X(01)  VALUE 'N'.
001040     88  WRK-REMOVER-SIM                   VALUE 'S'.
001050 77  WRK-MOTIVO-ABORTO          PIC X(50)  VALUE SPACES.
001060 77  WRK-DIAS-ENTRADA           PIC X(05)  VALUE SPACES.
001070 77  WRK-DIAS-RETENCAO          PIC 9(05)  VALUE ZEROS.
001080 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
001090 77  WRK-DIAS-HOJE              PIC 9(08)  COMP VALUE ZERO.
001100 77  WRK-DIAS-CORTE             PIC 9(08)  COMP VALUE ZERO.
001110 77  WRK-DATA-CORTE-NUM         PIC 9(08)  VALUE ZEROS.
001120 77  WRK-DATA-ULTIMO            PIC 9(08)  VALUE ZEROS.
001130 77  WRK-DIAS-INATIVO           PIC 9(08)  COMP VALUE ZERO.
001140 77  WRK-IDX-ARQ                PIC 9(01)  COMP VALUE ZERO.
001150 77  WRK-IDX-TIPO               PIC 9(01)  COMP VALUE ZERO.
001160 77  WRK-IDX-FAIXA              PIC 9(01)  COMP VALUE ZERO.
001170 77  WRK-QTD-MANTIDOS           PIC 9(07)  COMP VALUE ZERO.
001180*    CONTAGENS DO EXPURGO: ARQUIVO 1 = CPFMST, 2 = CPFXRF;
001190*    TIPO 1 = CPF, 2 = CNPJ, 3 = OUTROS; FAIXAS DE
001200*    INATIVIDADE 1 = ATE 1 ANO, 2 = 1 A 2 ANOS, 3 = 2 A
001210*    5 ANOS, 4 = MAIS DE 5 ANOS, 5 = DATA INVALIDA
001220 01  WRK-TABELA-CONTAGEM.
001230     05  WRK-CNT-ARQUIVO OCCURS 2 TIMES.
001240         10  WRK-CNT-LIDOS      PIC 9(07)  COMP.
001250         10  WRK-CNT-REMOVIDOS  PIC 9(07)  COMP.
001260         10  WRK-CNT-FALHAS     PIC 9(07)  COMP.
001270         10  WRK-CNT-TIPO OCCURS 3 TIMES.
001280             15  WRK-CNT-TIPO-LIDOS     PIC 9(07)  COMP.
001290             15  WRK-CNT-TIPO-REMOVIDOS PIC 9(07)  COMP.
001300         10  WRK-CNT-FAIXA OCCURS 5 TIMES.
001310             15  WRK-CNT-FAIXA-LIDOS     PIC 9(07)  COMP.
001320             15  WRK-CNT-FAIXA-REMOVIDOS PIC 9(07)  COMP.
001330 01  WRK-NOMES-ARQUIVO.
001340     05  FILLER                 PIC X(40)  VALUE
001350         'CADASTRO DE DOCUMENTOS (CPFMST)'.
001360     05  FILLER                 PIC X(40)  VALUE
001370         'DE-PARA DE TOKENS (CPFXRF)'.
001380 01  WRK-TAB-NOMES-ARQUIVO REDEFINES WRK-NOMES-ARQUIVO.
001390     05  WRK-NOME-ARQUIVO       PIC X(40)  OCCURS 2 TIMES.
001400 01  WRK-NOMES-TIPO.
001410     05  FILLER                 PIC X(24)  VALUE 'CPF'.
001420     05  FILLER                 PIC X(24)  VALUE 'CNPJ'.
001430     05  FILLER                 PIC X(24)  VALUE 'OUTROS'.
001440 01  WRK-TAB-NOMES-TIPO REDEFINES WRK-NOMES-TIPO.
001450     05  WRK-NOME-TIPO          PIC X(24)  OCCURS 3 TIMES.
001460 01  WRK-NOMES-FAIXA.
001470     05  FILLER                 PIC X(24)  VALUE 'ATE 1 ANO'.
001480     05  FILLER                 PIC X(24)  VALUE 'DE 1 A 2 ANOS'.
001490     05  FILLER                 PIC X(24)  VALUE 'DE 2 A 5 ANOS'.
001500     05  FILLER                 PIC X(24)  VALUE 'MAIS DE 5 ANOS'.
001510     05  FILLER                 PIC X(24)  VALUE 'DATA INVALIDA'.
001520 01  WRK-TAB-NOMES-FAIXA REDEFINES WRK-NOMES-FAIXA.
001530     05  WRK-NOME-FAIXA         PIC X(24)  OCCURS 5 TIMES.
001540 01  WRK-CPF-AREA.
001550     05  WRK-CPF-DIGITO         PIC 9 OCCURS 11 TIMES.
001560 01  WRK-CPF REDEFINES WRK-CPF-AREA
001570                                PIC 9(11).
001580 01  WRK-CNPJ-AREA.
001590     05  WRK-CNPJ-CARACTER      PIC X OCCURS 14 TIMES.
001600 01  WRK-CNPJ REDEFINES WRK-CNPJ-AREA
001610                                PIC X(14).
001620 77  WRK-TABELA-CARACTERES      PIC X(36)  VALUE
001630     '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001640 77  WRK-IDX-TAB                PIC 9(02)  COMP VALUE ZERO.
001650 77  WRK-CARACTER               PIC X(01)  VALUE SPACE.
001660 77  WRK-VALOR                  PIC 9(02)  COMP VALUE ZERO.
001670 77  WRK-CARACTER-OK            PIC X(01)  VALUE 'N'.
001680     88  WRK-CARACTER-OK-SIM               VALUE 'S'.
001690 77  WRK-IDX                    PIC 9(02)  COMP VALUE ZERO.
001700 77  WRK-SOMA-HASH              PIC 9(08)  COMP VALUE ZERO.
001710 77  WRK-QUOCIENTE-HASH         PIC 9(08)  COMP VALUE ZERO.
001720 77  WRK-HASH                   PIC 9(06)  VALUE ZERO.
001730 01  WRK-DATA-EDITADA.
001740     05  WRK-DATA-DIA           PIC 9(02).
001750     05  FILLER                 PIC X(01)  VALUE '/'.
001760     05  WRK-DATA-MES           PIC 9(02).
001770     05  FILLER                 PIC X(01)  VALUE '/'.
001780     05  WRK-DATA-ANO           PIC 9(04).
001790 01  WRK-CABECALHO-1.
001800     05  FILLER                 PIC X(09)  VALUE 'CPFRET01'.
001810     05  FILLER                 PIC X(08)  VALUE SPACES.
001820     05  FILLER                 PIC X(44)  VALUE
001830         'RETENCAO POR INATIVIDADE DO CADASTRO (LGPD)'.
001840 01  WRK-CABECALHO-2.
001850     05  FILLER                 PIC X(15)  VALUE
001860         'DATA DE CORTE: '.
001870     05  WRK-CAB2-DATA-CORTE    PIC X(10).
001880     05  FILLER                 PIC X(14)  VALUE
001890         '   RETENCAO: '.
001900     05  WRK-CAB2-DIAS          PIC ZZZZ9.
001910     05  FILLER                 PIC X(05)  VALUE ' DIAS'.
001920 01  WRK-CABECALHO-3.
001930     05  FILLER                 PIC X(06)  VALUE 'MODO: '.
001940     05  WRK-CAB3-MODO          PIC X(50).
001950 01  WRK-CABECALHO-4.
001960     05  FILLER                 PIC X(70)  VALUE ALL '-'.
001970 01  WRK-LINHA-SECAO.
001980     05  FILLER                 PIC X(04)  VALUE '>>> '.
001990     05  WRK-SEC-TEXTO          PIC X(60).
002000 01  WRK-CABECALHO-CONTAGEM.
002010     05  FILLER                 PIC X(04)  VALUE SPACES.
002020     05  WRK-CCT-ROTULO         PIC X(24).
002030     05  FILLER                 PIC X(10)  VALUE '     LIDOS'.
002040     05  FILLER                 PIC X(10)  VALUE '  MANTIDOS'.
002050     05  WRK-CCT-REMOVIDOS      PIC X(12).
002060 01  WRK-LINHA-CONTAGEM.
002070     05  FILLER                 PIC X(04)  VALUE SPACES.
002080     05  WRK-LCT-ROTULO         PIC X(24).
002090     05  FILLER                 PIC X(03)  VALUE SPACES.
002100     05  WRK-LCT-LIDOS          PIC ZZZZZZ9.
002110     05  FILLER                 PIC X(03)  VALUE SPACES.
002120     05  WRK-LCT-MANTIDOS       PIC ZZZZZZ9.
002130     05  FILLER                 PIC X(05)  VALUE SPACES.
002140     05  WRK-LCT-REMOVIDOS      PIC ZZZZZZ9.
002150 01  WRK-LINHA-TOTAL.
002160     05  WRK-TOT-ROTULO         PIC X(32).
002170     05  WRK-TOT-VALOR          PIC ZZZZZZ9.
002180 01  WRK-LINHA-MENSAGEM.
002190     05  FILLER                 PIC X(04)  VALUE '*** '.
002200     05  WRK-MSG-TEXTO          PIC X(70).
002210 COPY GRAVALOP.
002220 PROCEDURE DIVISION.
002230******************************************************
002240*    0000-MAINLINE - ROTINA PRINCIPAL DO EXPURGO
002250******************************************************
002260 0000-MAINLINE.
002270     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002280     IF NOT WRK-ABORTADO-SIM
002290         IF NOT WRK-SIMULACAO-SIM
002300             MOVE '1' TO GL-FUNCAO
002310             CALL 'GRAVALOG' USING GL-PARM
002320         END-IF
002330         PERFORM 2000-EXPURGAR-MASTER THRU 2000-EXIT
002340         IF WRK-XREF-ATIVO-SIM
002350             PERFORM 3000-EXPURGAR-XREF THRU 3000-EXIT
002360         END-IF
002370         IF NOT WRK-SIMULACAO-SIM
002380             MOVE '3' TO GL-FUNCAO
002390             CALL 'GRAVALOG' USING GL-PARM
002400         END-IF
002410     END-IF.
002420     PERFORM 5000-EMITIR-CONTROLE THRU 5000-EXIT.
002430     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002440     GOBACK.
002450******************************************************
002460*    1000-INICIALIZAR - OBTEM OS DIAS DE RETENCAO E O
002470*    MODO, CALCULA A DATA DE CORTE E ABRE O CADASTRO E
002480*    O DE-PARA (PARA ATUALIZACAO OU, NA SIMULACAO, SO
002490*    PARA LEITURA)
002500******************************************************
002510 1000-INICIALIZAR.
002520     INITIALIZE WRK-TABELA-CONTAGEM.
002530     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
002540     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
002550     IF NOT WRK-PARAMETRO-LIDO-SIM
002560         PERFORM 1200-PERGUNTAR-PARAMETROS THRU 1200-EXIT
002570     END-IF.
002580     IF WRK-ABORTADO-SIM
002590         GO TO 1000-EXIT
002600     END-IF.
002610     COMPUTE WRK-DIAS-HOJE =
002620         FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
002630     COMPUTE WRK-DIAS-CORTE =
002640         WRK-DIAS-HOJE - WRK-DIAS-RETENCAO.
002650     COMPUTE WRK-DATA-CORTE-NUM =
002660         FUNCTION DATE-OF-INTEGER(WRK-DIAS-CORTE).
002670     IF WRK-SIMULACAO-SIM
002680         OPEN INPUT CPF-MASTER
002690     ELSE
002700         OPEN I-O CPF-MASTER
002710     END-IF.
002720     IF NOT WRK-FS-MASTER-OK
002730         MOVE 'CADASTRO CPFMST INDISPONIVEL' TO WRK-MOTIVO-ABORTO
002740         MOVE 'S' TO WRK-ABORTADO
002750         GO TO 1000-EXIT
002760     END-IF.
002770     MOVE 'S' TO WRK-MASTER-ATIVO.
002780     IF WRK-SIMULACAO-SIM
002790         OPEN INPUT CPF-XREF
002800     ELSE
002810         OPEN I-O CPF-XREF
002820     END-IF.
002830     IF WRK-FS-XREF-OK
002840         MOVE 'S' TO WRK-XREF-ATIVO
002850     ELSE
002860         DISPLAY 'DE-PARA CPFXRF INDISPONIVEL (FS='
002870             WRK-FS-XREF ') - SEGUE SO COM O CADASTRO'
002880     END-IF.
002890 1000-EXIT.
002900     EXIT.
002910******************************************************
002920*    1100-LER-PARAMETROS - LE DO ARQUIVO CPFRETP OS
002930*    DIAS DE RETENCAO E O MODO (SIMULACAO = S SIMULA;
002940*    N REMOVE); QUALQUER OUTRO VALOR DO MODO SIMULA
002950******************************************************
002960 1100-LER-PARAMETROS.
002970     MOVE 'N' TO WRK-PARAMETRO-LIDO.
002980     OPEN INPUT RET-PARAMETROS.
002990     IF NOT WRK-FS-PARAMETROS-OK
003000         GO TO 1100-EXIT
003010     END-IF.
003020     READ RET-PARAMETROS
003030         AT END CONTINUE
003040         NOT AT END
003050             MOVE 'S' TO WRK-PARAMETRO-LIDO
003060             IF PRM-DIAS-RETENCAO IS NUMERIC
003070                AND PRM-DIAS-RETENCAO > ZERO
003080                 MOVE PRM-DIAS-RETENCAO TO WRK-DIAS-RETENCAO
003090             ELSE
003100                 MOVE 'DIAS-RETENCAO INVALIDO NO CPFRETP'
003110                     TO WRK-MOTIVO-ABORTO
003120                 MOVE 'S' TO WRK-ABORTADO
003130             END-IF
003140             IF PRM-SIMULACAO = 'N'
003150                 MOVE 'N' TO WRK-SIMULACAO
003160             ELSE
003170                 MOVE 'S' TO WRK-SIMULACAO
003180             END-IF
003190     END-READ.
003200     CLOSE RET-PARAMETROS.
003210 1100-EXIT.
003220     EXIT.
003230******************************************************
003240*    1200-PERGUNTAR-PARAMETROS - SEM O CPFRETP, PERGUNTA
003250*    OS DIAS DE RETENCAO E O MODO AO OPERADOR
003260******************************************************
003270 1200-PERGUNTAR-PARAMETROS.
003280     DISPLAY 'ARQUIVO CPFRETP NAO ENCONTRADO'.
003290     DISPLAY 'DIAS DE RETENCAO SEM MOVIMENTO (5 DIGITOS): '.
003300     ACCEPT WRK-DIAS-ENTRADA.
003310     IF WRK-DIAS-ENTRADA IS NUMERIC
003320        AND WRK-DIAS-ENTRADA > '00000'
003330         MOVE WRK-DIAS-ENTRADA TO WRK-DIAS-RETENCAO
003340     ELSE
003350         MOVE 'DIAS DE RETENCAO INVALIDOS' TO WRK-MOTIVO-ABORTO
003360         MOVE 'S' TO WRK-ABORTADO
003370         GO TO 1200-EXIT
003380     END-IF.
003390     DISPLAY 'SOMENTE SIMULAR, SEM REMOVER? (S/N): '.
003400     ACCEPT WRK-SIMULACAO.
003410     IF WRK-SIMULACAO NOT = 'N'
003420         MOVE 'S' TO WRK-SIMULACAO
003430     END-IF.
003440 1200-EXIT.
003450     EXIT.
003460******************************************************
003470*    2000-EXPURGAR-MASTER - PERCORRE O CPFMST EM
003480*    SEQUENCIA, CLASSIFICA CADA ENTRADA POR TIPO E FAIXA
003490*    DE INATIVIDADE E REMOVE AS ANTERIORES AO CORTE
003500******************************************************
003510 2000-EXPURGAR-MASTER.
003520     MOVE 1 TO WRK-IDX-ARQ.
003530     MOVE 'N' TO WRK-FIM-ARQUIVO.
003540     PERFORM 2900-LER-MASTER THRU 2900-EXIT.
003550     PERFORM 2100-TRATAR-MASTER THRU 2100-EXIT
003560         UNTIL WRK-FIM-ARQUIVO-SIM.
003570     MOVE 'N' TO WRK-FIM-ARQUIVO.
003580 2000-EXIT.
003590     EXIT.
003600 2100-TRATAR-MASTER.
003610     EVALUATE MST-TIPO-DOC
003620         WHEN 'F'
003630             MOVE 1 TO WRK-IDX-TIPO
003640         WHEN 'J'
003650             MOVE 2 TO WRK-IDX-TIPO
003660         WHEN OTHER
003670             MOVE 3 TO WRK-IDX-TIPO
003680     END-EVALUATE.
003690     MOVE MST-DATA-ULTIMO TO WRK-DATA-ULTIMO.
003700     PERFORM 4000-CLASSIFICAR THRU 4000-EXIT.
003710     IF WRK-REMOVER-SIM
003720        AND NOT WRK-SIMULACAO-SIM
003730         PERFORM 2200-REMOVER-MASTER THRU 2200-EXIT
003740     END-IF.
003750     PERFORM 4100-CONTAR THRU 4100-EXIT.
003760     PERFORM 2900-LER-MASTER THRU 2900-EXIT.
003770 2100-EXIT.
003780     EXIT.
003790******************************************************
003800*    2200-REMOVER-MASTER - REMOVE A ENTRADA LIDA DO
003810*    CPFMST E GRAVA O EVENTO 'R' NA TRILHA, COM O HASH
003820*    DO DOCUMENTO (O MESMO DOS DEMAIS EVENTOS DELE)
003830******************************************************
003840 2200-REMOVER-MASTER.
003850     DELETE CPF-MASTER RECORD.
003860     IF NOT WRK-FS-MASTER-OK
003870         DISPLAY 'FALHA NA REMOCAO DO CPFMST (FS='
003880             WRK-FS-MASTER ')'
003890         MOVE 'N' TO WRK-REMOVER
003900         ADD 1 TO WRK-CNT-FALHAS(WRK-IDX-ARQ)
003910         GO TO 2200-EXIT
003920     END-IF.
003930     IF MST-TIPO-DOC = 'J'
003940         MOVE MST-DOCUMENTO TO WRK-CNPJ
003950         PERFORM 6100-CALCULAR-HASH-CNPJ THRU 6100-EXIT
003960         MOVE 14 TO GL-TAM-ENTRADA
003970     ELSE
003980         MOVE MST-DOCUMENTO(1:11) TO WRK-CPF-AREA
003990         PERFORM 6000-CALCULAR-HASH-CPF THRU 6000-EXIT
004000         MOVE 11 TO GL-TAM-ENTRADA
004010     END-IF.
004020     MOVE WRK-HASH TO GL-HASH-ENTRADA.
004030     MOVE MST-SAIDA-MASCARADA TO GL-SAIDA-MASCARADA.
004040     PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT.
004050 2200-EXIT.
004060     EXIT.
004070******************************************************
004080*    2900-LER-MASTER - LEITURA SEQUENCIAL DO CADASTRO
004090******************************************************
004100 2900-LER-MASTER.
004110     READ CPF-MASTER NEXT
004120         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
004130     END-READ.
004140 2900-EXIT.
004150     EXIT.
004160******************************************************
004170*    3000-EXPURGAR-XREF - PERCORRE O CPFXRF EM
004180*    SEQUENCIA, CLASSIFICA CADA TOKEN POR TIPO E FAIXA
004190*    DE INATIVIDADE E REMOVE OS ANTERIORES AO CORTE
004200******************************************************
004210 3000-EXPURGAR-XREF.
004220     MOVE 2 TO WRK-IDX-ARQ.
004230     MOVE 'N' TO WRK-FIM-ARQUIVO.
004240     PERFORM 3900-LER-XREF THRU 3900-EXIT.
004250     PERFORM 3100-TRATAR-XREF THRU 3100-EXIT
004260         UNTIL WRK-FIM-ARQUIVO-SIM.
004270     MOVE 'N' TO WRK-FIM-ARQUIVO.
004280 3000-EXIT.
004290     EXIT.
004300 3100-TRATAR-XREF.
004310     EVALUATE XRF-TIPO-DOC
004320         WHEN 'F'
004330             MOVE 1 TO WRK-IDX-TIPO
004340         WHEN 'J'
004350             MOVE 2 TO WRK-IDX-TIPO
004360         WHEN OTHER
004370             MOVE 3 TO WRK-IDX-TIPO
004380     END-EVALUATE.
004390     MOVE XRF-DATA-ULTIMO TO WRK-DATA-ULTIMO.
004400     PERFORM 4000-CLASSIFICAR THRU 4000-EXIT.
004410     IF WRK-REMOVER-SIM
004420        AND NOT WRK-SIMULACAO-SIM
004430         PERFORM 3200-REMOVER-XREF THRU 3200-EXIT
004440     END-IF.
004450     PERFORM 4100-CONTAR THRU 4100-EXIT.
004460     PERFORM 3900-LER-XREF THRU 3900-EXIT.
004470 3100-EXIT.
004480     EXIT.
004490******************************************************
004500*    3200-REMOVER-XREF - REMOVE O TOKEN LIDO DO CPFXRF E
004510*    GRAVA O EVENTO 'R' NA TRILHA; O DE-PARA NAO TEM O
004520*    DOCUMENTO, POR ISSO O EVENTO VAI SEM HASH E SEM
004530*    TAMANHO, SO COM A SAIDA MASCARADA DO TOKEN
004540******************************************************
004550 3200-REMOVER-XREF.
004560     DELETE CPF-XREF RECORD.
004570     IF NOT WRK-FS-XREF-OK
004580         DISPLAY 'FALHA NA REMOCAO DO CPFXRF (FS='
004590             WRK-FS-XREF ')'
004600         MOVE 'N' TO WRK-REMOVER
004610         ADD 1 TO WRK-CNT-FALHAS(WRK-IDX-ARQ)
004620         GO TO 3200-EXIT
004630     END-IF.
004640     MOVE ZEROS TO GL-TAM-ENTRADA.
004650     MOVE ZEROS TO GL-HASH-ENTRADA.
004660     MOVE XRF-MASCARADO TO GL-SAIDA-MASCARADA.
004670     PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT.
004680 3200-EXIT.
004690     EXIT.
004700******************************************************
004710*    3900-LER-XREF - LEITURA SEQUENCIAL DO DE-PARA
004720******************************************************
004730 3900-LER-XREF.
004740     READ CPF-XREF NEXT
004750         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
004760     END-READ.
004770 3900-EXIT.
004780     EXIT.
004790******************************************************
004800*    4000-CLASSIFICAR - CALCULA A FAIXA DE INATIVIDADE
004810*    DA DATA DO ULTIMO MOVIMENTO E DECIDE A REMOCAO
004820*    (DATA ANTERIOR AO CORTE); DATA INVALIDA FICA NA
004830*    FAIXA 5 E NUNCA E REMOVIDA
004840******************************************************
004850 4000-CLASSIFICAR.
004860     MOVE 'N' TO WRK-REMOVER.
004870     IF WRK-DATA-ULTIMO IS NOT NUMERIC
004880        OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ULTIMO)
004890           NOT = ZERO
004900        OR WRK-DATA-ULTIMO > WRK-DATA-HOJE
004910         MOVE 5 TO WRK-IDX-FAIXA
004920         GO TO 4000-EXIT
004930     END-IF.
004940     COMPUTE WRK-DIAS-INATIVO = WRK-DIAS-HOJE -
004950         FUNCTION INTEGER-OF-DATE(WRK-DATA-ULTIMO).
004960     EVALUATE TRUE
004970         WHEN WRK-DIAS-INATIVO <= 365
004980             MOVE 1 TO WRK-IDX-FAIXA
004990         WHEN WRK-DIAS-INATIVO <= 730
005000             MOVE 2 TO WRK-IDX-FAIXA
005010         WHEN WRK-DIAS-INATIVO <= 1825
005020             MOVE 3 TO WRK-IDX-FAIXA
005030         WHEN OTHER
005040             MOVE 4 TO WRK-IDX-FAIXA
005050     END-EVALUATE.
005060     IF WRK-DATA-ULTIMO < WRK-DATA-CORTE-NUM
005070         MOVE 'S' TO WRK-REMOVER
005080     END-IF.
005090 4000-EXIT.
005100     EXIT.
005110******************************************************
005120*    4100-CONTAR - ACUMULA A ENTRADA NAS CONTAGENS DO
005130*    ARQUIVO, DO TIPO E DA FAIXA (NA SIMULACAO CONTA
005140*    COMO REMOVIDA A ENTRADA QUE SERIA REMOVIDA)
005150******************************************************
005160 4100-CONTAR.
005170     ADD 1 TO WRK-CNT-LIDOS(WRK-IDX-ARQ).
005180     ADD 1 TO WRK-CNT-TIPO-LIDOS(WRK-IDX-ARQ WRK-IDX-TIPO).
005190     ADD 1 TO WRK-CNT-FAIXA-LIDOS(WRK-IDX-ARQ WRK-IDX-FAIXA).
005200     IF WRK-REMOVER-SIM
005210         ADD 1 TO WRK-CNT-REMOVIDOS(WRK-IDX-ARQ)
005220         ADD 1 TO WRK-CNT-TIPO-REMOVIDOS(WRK-IDX-ARQ
005230             WRK-IDX-TIPO)
005240         ADD 1 TO WRK-CNT-FAIXA-REMOVIDOS(WRK-IDX-ARQ
005250             WRK-IDX-FAIXA)
005260     END-IF.
005270 4100-EXIT.
005280     EXIT.
005290******************************************************
005300*    5000-EMITIR-CONTROLE - RELATORIO DE CONTROLE DO
005310*    EXPURGO: 1 SECAO POR ARQUIVO, COM AS QUANTIDADES
005320*    POR TIPO DE DOCUMENTO E POR FAIXA DE INATIVIDADE
005330******************************************************
005340 5000-EMITIR-CONTROLE.
005350     OPEN OUTPUT RET-RELATORIO.
005360     WRITE RPT-LINHA FROM WRK-CABECALHO-1.
005370     MOVE WRK-DATA-CORTE-NUM(7:2) TO WRK-DATA-DIA.
005380     MOVE WRK-DATA-CORTE-NUM(5:2) TO WRK-DATA-MES.
005390     MOVE WRK-DATA-CORTE-NUM(1:4) TO WRK-DATA-ANO.
005400     MOVE WRK-DATA-EDITADA TO WRK-CAB2-DATA-CORTE.
005410     MOVE WRK-DIAS-RETENCAO TO WRK-CAB2-DIAS.
005420     WRITE RPT-LINHA FROM WRK-CABECALHO-2.
005430     IF WRK-SIMULACAO-SIM
005440         MOVE 'SIMULACAO - NENHUMA ENTRADA FOI REMOVIDA'
005450             TO WRK-CAB3-MODO
005460         MOVE '   A REMOVER' TO WRK-CCT-REMOVIDOS
005470     ELSE
005480         MOVE 'EFETIVO - REMOCOES GRAVADAS NA TRILHA CPFAUD'
005490             TO WRK-CAB3-MODO
005500         MOVE '   REMOVIDOS' TO WRK-CCT-REMOVIDOS
005510     END-IF.
005520     WRITE RPT-LINHA FROM WRK-CABECALHO-3.
005530     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
005540     IF WRK-ABORTADO-SIM
005550         MOVE SPACES TO WRK-MSG-TEXTO
005560         STRING 'EXPURGO NAO EFETUADO: ' DELIMITED BY SIZE
005570             WRK-MOTIVO-ABORTO DELIMITED BY SIZE
005580             INTO WRK-MSG-TEXTO
005590         WRITE RPT-LINHA FROM WRK-LINHA-MENSAGEM
005600         GO TO 5000-FECHAR
005610     END-IF.
005620     PERFORM 5100-EMITIR-ARQUIVO THRU 5100-EXIT
005630         VARYING WRK-IDX-ARQ FROM 1 BY 1
005640         UNTIL WRK-IDX-ARQ > 2.
005650 5000-FECHAR.
005660     CLOSE RET-RELATORIO.
005670     DISPLAY 'CPFMST LIDOS/REMOVID: ' WRK-CNT-LIDOS(1) '/'
005680         WRK-CNT-REMOVIDOS(1).
005690     DISPLAY 'CPFXRF LIDOS/REMOVID: ' WRK-CNT-LIDOS(2) '/'
005700         WRK-CNT-REMOVIDOS(2).
005710     IF WRK-SIMULACAO-SIM
005720         DISPLAY 'SIMULACAO - NENHUMA ENTRADA FOI REMOVIDA'
005730     END-IF.
005740 5000-EXIT.
005750     EXIT.
005760******************************************************
005770*    5100-EMITIR-ARQUIVO - SECAO DE 1 ARQUIVO
005780******************************************************
005790 5100-EMITIR-ARQUIVO.
005800     MOVE SPACES TO RPT-LINHA.
005810     WRITE RPT-LINHA.
005820     MOVE WRK-NOME-ARQUIVO(WRK-IDX-ARQ) TO WRK-SEC-TEXTO.
005830     WRITE RPT-LINHA FROM WRK-LINHA-SECAO.
005840     IF WRK-IDX-ARQ = 2
005850        AND NOT WRK-XREF-ATIVO-SIM
005860         MOVE 'DE-PARA INDISPONIVEL - NAO EXPURGADO'
005870             TO WRK-MSG-TEXTO
005880         WRITE RPT-LINHA FROM WRK-LINHA-MENSAGEM
005890         GO TO 5100-EXIT
005900     END-IF.
005910     MOVE 'POR TIPO DE DOCUMENTO' TO WRK-CCT-ROTULO.
005920     WRITE RPT-LINHA FROM WRK-CABECALHO-CONTAGEM.
005930     PERFORM 5110-EMITIR-TIPO THRU 5110-EXIT
005940         VARYING WRK-IDX-TIPO FROM 1 BY 1
005950         UNTIL WRK-IDX-TIPO > 3.
005960     MOVE 'TOTAL' TO WRK-LCT-ROTULO.
005970     MOVE WRK-CNT-LIDOS(WRK-IDX-ARQ) TO WRK-LCT-LIDOS.
005980     COMPUTE WRK-QTD-MANTIDOS = WRK-CNT-LIDOS(WRK-IDX-ARQ)
005990         - WRK-CNT-REMOVIDOS(WRK-IDX-ARQ).
006000     MOVE WRK-QTD-MANTIDOS TO WRK-LCT-MANTIDOS.
006010     MOVE WRK-CNT-REMOVIDOS(WRK-IDX-ARQ) TO WRK-LCT-REMOVIDOS.
006020     WRITE RPT-LINHA FROM WRK-LINHA-CONTAGEM.
006030     MOVE SPACES TO RPT-LINHA.
006040     WRITE RPT-LINHA.
006050     MOVE 'POR FAIXA DE INATIVIDADE' TO WRK-CCT-ROTULO.
006060     WRITE RPT-LINHA FROM WRK-CABECALHO-CONTAGEM.
006070     PERFORM 5120-EMITIR-FAIXA THRU 5120-EXIT
006080         VARYING WRK-IDX-FAIXA FROM 1 BY 1
006090         UNTIL WRK-IDX-FAIXA > 5.
006100     IF WRK-CNT-FALHAS(WRK-IDX-ARQ) > ZERO
006110         MOVE '    FALHAS NA REMOCAO.........:'
006120             TO WRK-TOT-ROTULO
006130         MOVE WRK-CNT-FALHAS(WRK-IDX-ARQ) TO WRK-TOT-VALOR
006140         WRITE RPT-LINHA FROM WRK-LINHA-TOTAL
006150     END-IF.
006160 5100-EXIT.
006170     EXIT.
006180 5110-EMITIR-TIPO.
006190     MOVE WRK-NOME-TIPO(WRK-IDX-TIPO) TO WRK-LCT-ROTULO.
006200     MOVE WRK-CNT-TIPO-LIDOS(WRK-IDX-ARQ WRK-IDX-TIPO)
006210         TO WRK-LCT-LIDOS.
006220     COMPUTE WRK-QTD-MANTIDOS =
006230         WRK-CNT-TIPO-LIDOS(WRK-IDX-ARQ WRK-IDX-TIPO)
006240         - WRK-CNT-TIPO-REMOVIDOS(WRK-IDX-ARQ WRK-IDX-TIPO).
006250     MOVE WRK-QTD-MANTIDOS TO WRK-LCT-MANTIDOS.
006260     MOVE WRK-CNT-TIPO-REMOVIDOS(WRK-IDX-ARQ WRK-IDX-TIPO)
006270         TO WRK-LCT-REMOVIDOS.
006280     WRITE RPT-LINHA FROM WRK-LINHA-CONTAGEM.
006290 5110-EXIT.
006300     EXIT.
006310 5120-EMITIR-FAIXA.
006320     MOVE WRK-NOME-FAIXA(WRK-IDX-FAIXA) TO WRK-LCT-ROTULO.
006330     MOVE WRK-CNT-FAIXA-LIDOS(WRK-IDX-ARQ WRK-IDX-FAIXA)
006340         TO WRK-LCT-LIDOS.
006350     COMPUTE WRK-QTD-MANTIDOS =
006360         WRK-CNT-FAIXA-LIDOS(WRK-IDX-ARQ WRK-IDX-FAIXA)
006370         - WRK-CNT-FAIXA-REMOVIDOS(WRK-IDX-ARQ WRK-IDX-FAIXA).
006380     MOVE WRK-QTD-MANTIDOS TO WRK-LCT-MANTIDOS.
006390     MOVE WRK-CNT-FAIXA-REMOVIDOS(WRK-IDX-ARQ WRK-IDX-FAIXA)
006400         TO WRK-LCT-REMOVIDOS.
006410     WRITE RPT-LINHA FROM WRK-LINHA-CONTAGEM.
006420 5120-EXIT.
006430     EXIT.
006440******************************************************
006450*    6000-CALCULAR-HASH-CPF - CHECKSUM SIMPLES (NAO
006460*    CRIPTOGRAFICO) DO CPF, O MESMO GRAVADO NA TRILHA
006470*    DE AUDITORIA PELOS DEMAIS PROGRAMAS
006480******************************************************
006490 6000-CALCULAR-HASH-CPF.
006500     MOVE ZERO TO WRK-SOMA-HASH.
006510     PERFORM 6010-SOMAR-HASH-CPF THRU 6010-EXIT
006520         VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 11.
006530     DIVIDE WRK-SOMA-HASH BY 999983 GIVING WRK-QUOCIENTE-HASH
006540         REMAINDER WRK-HASH.
006550 6000-EXIT.
006560     EXIT.
006570 6010-SOMAR-HASH-CPF.
006580     IF WRK-CPF-DIGITO(WRK-IDX) IS NUMERIC
006590         COMPUTE WRK-SOMA-HASH = WRK-SOMA-HASH +
006600             (WRK-CPF-DIGITO(WRK-IDX) * WRK-IDX)
006610     END-IF.
006620 6010-EXIT.
006630     EXIT.
006640******************************************************
006650*    6100-CALCULAR-HASH-CNPJ - CHECKSUM SIMPLES (NAO
006660*    CRIPTOGRAFICO) DO CNPJ, PELO VALOR DE CADA
006670*    CARACTERE (ASCII - 48), O MESMO GRAVADO NA TRILHA
006680*    DE AUDITORIA PELOS DEMAIS PROGRAMAS
006690******************************************************
006700 6100-CALCULAR-HASH-CNPJ.
006710     MOVE ZERO TO WRK-SOMA-HASH.
006720     PERFORM 6110-SOMAR-HASH-CNPJ THRU 6110-EXIT
006730         VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 14.
006740     DIVIDE WRK-SOMA-HASH BY 999983 GIVING WRK-QUOCIENTE-HASH
006750         REMAINDER WRK-HASH.
006760 6100-EXIT.
006770     EXIT.
006780 6110-SOMAR-HASH-CNPJ.
006790     MOVE WRK-CNPJ-CARACTER(WRK-IDX) TO WRK-CARACTER.
006800     PERFORM 6120-CONVERTER-CARACTER THRU 6120-EXIT.
006810     COMPUTE WRK-SOMA-HASH = WRK-SOMA-HASH +
006820         (WRK-VALOR * WRK-IDX).
006830 6110-EXIT.
006840     EXIT.
006850******************************************************
006860*    6120-CONVERTER-CARACTER - PROCURA O CARACTERE NA
006870*    TABELA DE CARACTERES ACEITOS E DEVOLVE O SEU VALOR
006880*    (CODIGO ASCII MENOS 48), NO MESMO CRITERIO DO
006890*    CPFMASC; CARACTERE FORA DA TABELA VALE ZERO
006900******************************************************
006910 6120-CONVERTER-CARACTER.
006920     MOVE 'N' TO WRK-CARACTER-OK.
006930     MOVE ZERO TO WRK-VALOR.
006940     PERFORM 6130-COMPARAR-TABELA THRU 6130-EXIT
006950         VARYING WRK-IDX-TAB FROM 1 BY 1
006960         UNTIL WRK-IDX-TAB > 36
006970             OR WRK-CARACTER-OK-SIM.
006980 6120-EXIT.
006990     EXIT.
007000 6130-COMPARAR-TABELA.
007010     IF WRK-TABELA-CARACTERES(WRK-IDX-TAB:1) = WRK-CARACTER
007020         MOVE 'S' TO WRK-CARACTER-OK
007030         IF WRK-IDX-TAB > 10
007040             COMPUTE WRK-VALOR = WRK-IDX-TAB + 6
007050         ELSE
007060             COMPUTE WRK-VALOR = WRK-IDX-TAB - 1
007070         END-IF
007080     END-IF.
007090 6130-EXIT.
007100     EXIT.
007110******************************************************
007120*    7000-REGISTRAR-AUDITORIA - GRAVA NA TRILHA O EVENTO
007130*    DE REMOCAO POR INATIVIDADE (STATUS 'R')
007140******************************************************
007150 7000-REGISTRAR-AUDITORIA.
007160     MOVE '2' TO GL-FUNCAO.
007170     MOVE 'CPFRET01' TO GL-JOB-ID.
007180     MOVE 'SISTEMA ' TO GL-OPERADOR.
007190     MOVE 'R' TO GL-STATUS.
007200     CALL 'GRAVALOG' USING GL-PARM.
007210 7000-EXIT.
007220     EXIT.
007230******************************************************
007240*    9000-FINALIZAR - FECHA OS ARQUIVOS E DEVOLVE O
007250*    RETURN-CODE DO EXPURGO
007260******************************************************
007270 9000-FINALIZAR.
007280     IF WRK-MASTER-ATIVO-SIM
007290         CLOSE CPF-MASTER
007300     END-IF.
007310     IF WRK-XREF-ATIVO-SIM
007320         CLOSE CPF-XREF
007330     END-IF.
007340     EVALUATE TRUE
007350         WHEN WRK-ABORTADO-SIM
007360             DISPLAY 'EXPURGO NAO EFETUADO: ' WRK-MOTIVO-ABORTO
007370             MOVE 8 TO RETURN-CODE
007380         WHEN WRK-CNT-FALHAS(1) > ZERO
007390           OR WRK-CNT-FALHAS(2) > ZERO
007400             DISPLAY 'HOUVE FALHA EM REMOCOES - VERIFICAR '
007410                 'RELATORIO CPFRETR'
007420             MOVE 4 TO RETURN-CODE
007430         WHEN NOT WRK-XREF-ATIVO-SIM
007440             MOVE 4 TO RETURN-CODE
007450         WHEN OTHER
007460             MOVE ZERO TO RETURN-CODE
007470     END-EVALUATE.
007480 9000-EXIT.
007490     EXIT.

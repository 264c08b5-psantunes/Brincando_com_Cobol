000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFGER01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Arquivo de geracoes dos
000050***   arquivos de interface. A cada execucao do lote
000060***   guarda no arquivo de geracoes CPFGER o CPFSAI de
000070***   cada destino (CPFSAI a CPFSAI4) junto com o CPFENT,
000080***   o CPFREJ e o CPFDUPS que o originaram, como uma
000090***   geracao datada, e registra no indice CPFGERX uma
000100***   linha por CPFSAI guardado (destino e sequencia do
000110***   arquivo, geracao, data, contagem e total de
000120***   controle do trailer), por onde o CPFRTX01 localiza
000130***   o arquivo a retransmitir. A geracao e identificada
000140***   pela sequencia e pela data do CPFSAI do 1o destino
000150***   (a mesma sequencia do CPFHIS); um CPFSAI ja
000160***   guardado nao e guardado de novo, de modo que o job
000170***   pode ser repetido. Mantem apenas as ultimas
000180***   QTD-GERACOES do CPFPARM (padrao 30): as geracoes
000190***   mais antigas sao retiradas do CPFGER e do CPFGERX
000200***   em duas passadas com os arquivos de trabalho
000210***   CPFGERT e CPFGXT (mesmo padrao do AUDARQ01).
000220***   Termina com RETURN-CODE 8 quando o CPFSAI nao
000230***   existe ou esta incompleto (sem header ou sem
000240***   trailer), sem gravar nada.
000250***   AUTOR: @PSAntunes
000260***   DATA : 15/10/2026
000270***
000280***   HISTORICO DE ALTERACOES
000290***   DATA       AUTOR  DESCRICAO
000300***   15/10/2026 PSA    CRIACAO DO ARQUIVO DE GERACOES
000310***                     DOS ARQUIVOS DE INTERFACE
000320******************************************************
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CPF-PARAMETROS ASSIGN TO "CPFPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WRK-FS-PARAMETROS.
000420     SELECT CPF-SAIDA   ASSIGN TO "CPFSAI"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-FS-ORIGEM.
000450     SELECT CPF-SAIDA-2 ASSIGN TO "CPFSAI2"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WRK-FS-ORIGEM.
000480     SELECT CPF-SAIDA-3 ASSIGN TO "CPFSAI3"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-FS-ORIGEM.
000510     SELECT CPF-SAIDA-4 ASSIGN TO "CPFSAI4"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-FS-ORIGEM.
000540     SELECT CPF-ENTRADA ASSIGN TO "CPFENT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-FS-ORIGEM.
000570     SELECT CPF-REJEITOS ASSIGN TO "CPFREJ"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-FS-ORIGEM.
000600     SELECT CPF-DUPLICADOS ASSIGN TO "CPFDUPS"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WRK-FS-ORIGEM.
000630     SELECT GER-GERACOES ASSIGN TO "CPFGER"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WRK-FS-GERACOES.
000660     SELECT GER-TRABALHO ASSIGN TO "CPFGERT"
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT GER-INDICE ASSIGN TO "CPFGERX"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-FS-INDICE.
000710     SELECT GIX-TRABALHO ASSIGN TO "CPFGXT"
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CPF-PARAMETROS.
000760 01  PRM-REGISTRO.
000770     05  PRM-FREQ-CHECKPOINT    PIC 9(05).
000780     05  FILLER                 PIC X(01).
000790     05  PRM-LINHAS-PAGINA      PIC 9(03).
000800     05  FILLER                 PIC X(01).
000810     05  PRM-MODO-MASCARA       PIC X(01).
000820     05  FILLER                 PIC X(01).
000830     05  PRM-PCT-MAX-REJEITO    PIC 9(03).
000840     05  FILLER                 PIC X(01).
000850     05  PRM-DIAS-CONFIRMACAO   PIC 9(03).
000860     05  FILLER                 PIC X(01).
000870     05  PRM-QTD-RUNS-HIST      PIC 9(03).
000880     05  FILLER                 PIC X(01).
000890     05  PRM-QTD-PARTICOES      PIC 9(02).
000900     05  FILLER                 PIC X(01).
000910     05  PRM-QTD-GERACOES       PIC 9(03).
000920 FD  CPF-SAIDA.
000930 01  CPF-REG-SAIDA              PIC X(80).
000940 FD  CPF-SAIDA-2.
000950 01  SAI2-REGISTRO              PIC X(80).
000960 FD  CPF-SAIDA-3.
000970 01  SAI3-REGISTRO              PIC X(80).
000980 FD  CPF-SAIDA-4.
000990 01  SAI4-REGISTRO              PIC X(80).
001000 FD  CPF-ENTRADA.
001010 01  ENT-REGISTRO               PIC X(80).
001020 FD  CPF-REJEITOS.
001030 01  REJ-REGISTRO               PIC X(80).
001040 FD  CPF-DUPLICADOS.
001050 01  DPS-REGISTRO               PIC X(80).
001060 FD  GER-GERACOES.
001070 01  GER-REGISTRO.
001080     05  GER-GERACAO            PIC 9(06).
001090     05  FILLER                 PIC X(01).
001100     05  GER-DATA               PIC 9(08).
001110     05  FILLER                 PIC X(01).
001120     05  GER-TIPO-ARQUIVO       PIC X(01).
001130     05  FILLER                 PIC X(01).
001140     05  GER-DESTINO            PIC X(08).
001150     05  FILLER                 PIC X(01).
001160     05  GER-CONTEUDO           PIC X(80).
001170 FD  GER-TRABALHO.
001180 01  GTR-REGISTRO               PIC X(107).
001190 FD  GER-INDICE.
001200 01  GIX-REGISTRO.
001210     05  GIX-GERACAO            PIC 9(06).
001220     05  FILLER                 PIC X(01).
001230     05  GIX-DATA               PIC 9(08).
001240     05  FILLER                 PIC X(01).
001250     05  GIX-DESTINO            PIC X(08).
001260     05  FILLER                 PIC X(01).
001270     05  GIX-SEQUENCIA          PIC 9(06).
001280     05  FILLER                 PIC X(01).
001290     05  GIX-QTD-DETALHE        PIC 9(07).
001300     05  FILLER                 PIC X(01).
001310     05  GIX-TOTAL-CONTROLE     PIC 9(14).
001320 FD  GIX-TRABALHO.
001330 01  GXT-REGISTRO               PIC X(54).
001340 WORKING-STORAGE SECTION.
001350 77  WRK-FS-PARAMETROS          PIC X(02)  VALUE SPACES.
001360     88  WRK-FS-PARAMETROS-OK              VALUE '00'.
001370 77  WRK-FS-ORIGEM              PIC X(02)  VALUE SPACES.
001380     88  WRK-FS-ORIGEM-OK                  VALUE '00'.
001390 77  WRK-FS-GERACOES            PIC X(02)  VALUE SPACES.
001400     88  WRK-FS-GERACOES-OK                VALUE '00'.
001410     88  WRK-FS-GERACOES-NAO-EXISTE        VALUE '35'.
001420 77  WRK-FS-INDICE              PIC X(02)  VALUE SPACES.
001430     88  WRK-FS-INDICE-OK                  VALUE '00'.
001440     88  WRK-FS-INDICE-NAO-EXISTE          VALUE '35'.
001450 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
001460     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
001470 77  WRK-ABORTADO               PIC X(01)  VALUE 'N'.
001480     88  WRK-ABORTADO-SIM                  VALUE 'S'.
001490 77  WRK-JA-ARQUIVADA           PIC X(01)  VALUE 'N'.
001500     88  WRK-JA-ARQUIVADA-SIM              VALUE 'S'.
001510 77  WRK-GERACAO-MANTIDA        PIC X(01)  VALUE 'N'.
001520     88  WRK-GERACAO-MANTIDA-SIM           VALUE 'S'.
001530 77  WRK-MOTIVO-ABORTO          PIC X(50)  VALUE SPACES.
001540 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
001550 77  WRK-QTD-RETENCAO           PIC 9(03)  COMP VALUE 30.
001560 77  WRK-GERACAO                PIC 9(06)  VALUE ZEROS.
001570 77  WRK-DATA-GERACAO           PIC 9(08)  VALUE ZEROS.
001580*    TIPO DE ARQUIVO GUARDADO NA GERACAO: S = CPFSAI DO
001590*    DESTINO, E = CPFENT, R = CPFREJ, D = CPFDUPS
001600 77  WRK-TIPO-ARQ               PIC X(01)  VALUE SPACE.
001610 77  WRK-QTD-DESTINOS           PIC 9(02)  COMP VALUE ZERO.
001620 77  WRK-MAX-DESTINOS           PIC 9(02)  COMP VALUE 4.
001630 77  WRK-IDX-DESTINO            PIC 9(02)  COMP VALUE ZERO.
001640 77  WRK-QTD-DET-ARQUIVO        PIC 9(07)  COMP VALUE ZERO.
001650 77  WRK-TOT-DET-ARQUIVO        PIC 9(14)  COMP VALUE ZERO.
001660 77  WRK-QTD-LINHAS             PIC 9(07)  COMP VALUE ZERO.
001670 77  WRK-QTD-GRAVADOS           PIC 9(07)  COMP VALUE ZERO.
001680 77  WRK-QTD-GERACOES           PIC 9(04)  COMP VALUE ZERO.
001690 77  WRK-MAX-GERACOES           PIC 9(04)  COMP VALUE 1000.
001700 77  WRK-IDX-GERACAO            PIC 9(04)  COMP VALUE ZERO.
001710 77  WRK-QTD-RETIRADAS          PIC 9(04)  COMP VALUE ZERO.
001720 77  WRK-QTD-REG-RETIRADOS      PIC 9(07)  COMP VALUE ZERO.
001730 77  WRK-QTD-REG-MANTIDOS       PIC 9(07)  COMP VALUE ZERO.
001740 01  WRK-CHAVE-MANTIDA.
001750     05  WRK-MANTIDA-GERACAO    PIC 9(06).
001760     05  WRK-MANTIDA-DATA       PIC 9(08).
001770 01  WRK-CHAVE-LIDA.
001780     05  WRK-LIDA-GERACAO       PIC 9(06).
001790     05  WRK-LIDA-DATA          PIC 9(08).
001800*    CPFSAI DE CADA DESTINO ENCONTRADO NESTA EXECUCAO
001810 01  WRK-TABELA-SAIDAS.
001820     05  WRK-TAB-SAIDA OCCURS 4 TIMES.
001830         10  WRK-ARQ-DESTINO    PIC X(08).
001840         10  WRK-ARQ-SEQUENCIA  PIC 9(06).
001850         10  WRK-ARQ-DATA       PIC 9(08).
001860         10  WRK-ARQ-QTD-DETALHE PIC 9(07).
001870         10  WRK-ARQ-TOTAL-CONTROLE PIC 9(14).
001880         10  WRK-ARQ-GUARDAR    PIC X(01).
001890*    GERACOES DO CPFGERX, NA ORDEM EM QUE FORAM GUARDADAS
001900 01  WRK-TABELA-GERACOES.
001910     05  WRK-TAB-GERACAO OCCURS 1000 TIMES.
001920         10  WRK-GTB-GERACAO    PIC 9(06).
001930         10  WRK-GTB-DATA       PIC 9(08).
001940 01  WRK-SAI-AREA.
001950     05  WRK-SAI-TIPO           PIC X(01).
001960     05  FILLER                 PIC X(79).
001970 01  WRK-SAI-HEADER REDEFINES WRK-SAI-AREA.
001980     05  FILLER                 PIC X(01).
001990     05  WRK-HDR-DATA           PIC 9(08).
002000     05  WRK-HDR-HORA           PIC 9(06).
002010     05  WRK-HDR-SEQUENCIA      PIC 9(06).
002020     05  WRK-HDR-ORIGEM         PIC X(08).
002030     05  WRK-HDR-DESTINO        PIC X(08).
002040     05  FILLER                 PIC X(43).
002050 01  WRK-SAI-DETALHE REDEFINES WRK-SAI-AREA.
002060     05  FILLER                 PIC X(01).
002070     05  WRK-DET-SEQUENCIA      PIC 9(07).
002080     05  FILLER                 PIC X(72).
002090 01  WRK-SAI-TRAILER REDEFINES WRK-SAI-AREA.
002100     05  FILLER                 PIC X(01).
002110     05  WRK-TRL-QTD-DETALHE    PIC 9(07).
002120     05  WRK-TRL-TOTAL-CONTROLE PIC 9(14).
002130     05  FILLER                 PIC X(58).
002140 PROCEDURE DIVISION.
002150******************************************************
002160*    0000-MAINLINE - ROTINA PRINCIPAL DO ARQUIVAMENTO
002170******************************************************
002180 0000-MAINLINE.
002190     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002200     IF NOT WRK-ABORTADO-SIM
002210         PERFORM 2000-CONFERIR-SAIDAS THRU 2000-EXIT
002220     END-IF.
002230     IF NOT WRK-ABORTADO-SIM
002240         PERFORM 3000-CARREGAR-INDICE THRU 3000-EXIT
002250     END-IF.
002260     IF NOT WRK-ABORTADO-SIM
002270        AND NOT WRK-JA-ARQUIVADA-SIM
002280         PERFORM 4000-GUARDAR-GERACAO THRU 4000-EXIT
002290     END-IF.
002300     IF NOT WRK-ABORTADO-SIM
002310         PERFORM 5000-APLICAR-RETENCAO THRU 5000-EXIT
002320     END-IF.
002330     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002340     GOBACK.
002350******************************************************
002360*    1000-INICIALIZAR - LE A QUANTIDADE DE GERACOES A
002370*    MANTER DO CPFPARM (PADRAO 30 SEM O ARQUIVO OU O
002380*    CAMPO)
002390******************************************************
002400 1000-INICIALIZAR.
002410     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
002420     OPEN INPUT CPF-PARAMETROS.
002430     IF WRK-FS-PARAMETROS-OK
002440         READ CPF-PARAMETROS
002450             AT END CONTINUE
002460             NOT AT END
002470                 IF PRM-QTD-GERACOES IS NUMERIC
002480                    AND PRM-QTD-GERACOES > ZERO
002490                     MOVE PRM-QTD-GERACOES TO WRK-QTD-RETENCAO
002500                 END-IF
002510         END-READ
002520         CLOSE CPF-PARAMETROS
002530     END-IF.
002540 1000-EXIT.
002550     EXIT.
002560******************************************************
002570*    2000-CONFERIR-SAIDAS - LE O CPFSAI DE CADA DESTINO:
002580*    O DO 1o DESTINO E OBRIGATORIO E DA A GERACAO (SUA
002590*    SEQUENCIA E DATA); OS DEMAIS SO ENTRAM NA GERACAO
002600*    QUANDO SAO DA MESMA DATA. CADA ARQUIVO PRECISA TER
002610*    HEADER E TRAILER CONFERINDO COM OS DETALHES
002620******************************************************
002630 2000-CONFERIR-SAIDAS.
002640     MOVE ZERO TO WRK-QTD-DESTINOS.
002650     PERFORM 2100-CONFERIR-SAIDA THRU 2100-EXIT
002660         VARYING WRK-IDX-DESTINO FROM 1 BY 1
002670         UNTIL WRK-IDX-DESTINO > WRK-MAX-DESTINOS
002680             OR WRK-ABORTADO-SIM.
002690 2000-EXIT.
002700     EXIT.
002710 2100-CONFERIR-SAIDA.
002720     MOVE 'N' TO WRK-ARQ-GUARDAR(WRK-IDX-DESTINO).
002730     MOVE 'S' TO WRK-TIPO-ARQ.
002740     PERFORM 7800-ABRIR-ORIGEM THRU 7800-EXIT.
002750     IF NOT WRK-FS-ORIGEM-OK
002760         IF WRK-IDX-DESTINO = 1
002770             MOVE 'S' TO WRK-ABORTADO
002780             MOVE 'ARQUIVO DE INTERFACE CPFSAI NAO ENCONTRADO'
002790                 TO WRK-MOTIVO-ABORTO
002800         END-IF
002810         GO TO 2100-EXIT
002820     END-IF.
002830     MOVE 'N' TO WRK-FIM-ARQUIVO.
002840     PERFORM 7810-LER-ORIGEM THRU 7810-EXIT.
002850     IF WRK-FIM-ARQUIVO-SIM
002860        OR WRK-SAI-TIPO NOT = 'H'
002870        OR WRK-HDR-SEQUENCIA IS NOT NUMERIC
002880        OR WRK-HDR-DATA IS NOT NUMERIC
002890         PERFORM 7830-FECHAR-ORIGEM THRU 7830-EXIT
002900         PERFORM 2200-SAIDA-INCOMPLETA THRU 2200-EXIT
002910         GO TO 2100-EXIT
002920     END-IF.
002930     IF WRK-IDX-DESTINO = 1
002940         MOVE WRK-HDR-SEQUENCIA TO WRK-GERACAO
002950         MOVE WRK-HDR-DATA TO WRK-DATA-GERACAO
002960     END-IF.
002970     IF WRK-HDR-DATA NOT = WRK-DATA-GERACAO
002980         PERFORM 7830-FECHAR-ORIGEM THRU 7830-EXIT
002990         GO TO 2100-EXIT
003000     END-IF.
003010     MOVE WRK-HDR-DESTINO TO WRK-ARQ-DESTINO(WRK-IDX-DESTINO).
003020     MOVE WRK-HDR-SEQUENCIA TO WRK-ARQ-SEQUENCIA(WRK-IDX-DESTINO).
003030     MOVE WRK-HDR-DATA TO WRK-ARQ-DATA(WRK-IDX-DESTINO).
003040     MOVE ZERO TO WRK-QTD-DET-ARQUIVO.
003050     MOVE ZERO TO WRK-TOT-DET-ARQUIVO.
003060     MOVE SPACE TO WRK-SAI-TIPO.
003070     PERFORM 2110-LER-DETALHE THRU 2110-EXIT
003080         UNTIL WRK-FIM-ARQUIVO-SIM
003090             OR WRK-SAI-TIPO = 'T'.
003100     PERFORM 7830-FECHAR-ORIGEM THRU 7830-EXIT.
003110     IF WRK-SAI-TIPO NOT = 'T'
003120        OR WRK-TRL-QTD-DETALHE IS NOT NUMERIC
003130        OR WRK-TRL-TOTAL-CONTROLE IS NOT NUMERIC
003140        OR WRK-TRL-QTD-DETALHE NOT = WRK-QTD-DET-ARQUIVO
003150        OR WRK-TRL-TOTAL-CONTROLE NOT = WRK-TOT-DET-ARQUIVO
003160         PERFORM 2200-SAIDA-INCOMPLETA THRU 2200-EXIT
003170         GO TO 2100-EXIT
003180     END-IF.
003190     MOVE WRK-TRL-QTD-DETALHE
003200         TO WRK-ARQ-QTD-DETALHE(WRK-IDX-DESTINO).
003210     MOVE WRK-TRL-TOTAL-CONTROLE
003220         TO WRK-ARQ-TOTAL-CONTROLE(WRK-IDX-DESTINO).
003230     MOVE 'S' TO WRK-ARQ-GUARDAR(WRK-IDX-DESTINO).
003240     ADD 1 TO WRK-QTD-DESTINOS.
003250 2100-EXIT.
003260     EXIT.
003270 2110-LER-DETALHE.
003280     PERFORM 7810-LER-ORIGEM THRU 7810-EXIT.
003290     IF WRK-FIM-ARQUIVO-SIM
003300         GO TO 2110-EXIT
003310     END-IF.
003320     IF WRK-SAI-TIPO = 'D'
003330         ADD 1 TO WRK-QTD-DET-ARQUIVO
003340         IF WRK-DET-SEQUENCIA IS NUMERIC
003350             ADD WRK-DET-SEQUENCIA TO WRK-TOT-DET-ARQUIVO
003360         END-IF
003370     END-IF.
003380 2110-EXIT.
003390     EXIT.
003400******************************************************
003410*    2200-SAIDA-INCOMPLETA - CPFSAI DO 1o DESTINO SEM
003420*    HEADER OU TRAILER CANCELA O ARQUIVAMENTO; O DE
003430*    OUTRO DESTINO SO FICA FORA DA GERACAO
003440******************************************************
003450 2200-SAIDA-INCOMPLETA.
003460     IF WRK-IDX-DESTINO = 1
003470         MOVE 'S' TO WRK-ABORTADO
003480         MOVE 'CPFSAI INCOMPLETO OU INCONSISTENTE'
003490             TO WRK-MOTIVO-ABORTO
003500     ELSE
003510         DISPLAY 'ARQUIVO DE INTERFACE DO DESTINO '
003520             WRK-IDX-DESTINO ' INCOMPLETO - NAO GUARDADO'
003530     END-IF.
003540 2200-EXIT.
003550     EXIT.
003560******************************************************
003570*    3000-CARREGAR-INDICE - CARREGA AS GERACOES DO
003580*    CPFGERX NA ORDEM EM QUE FORAM GUARDADAS E VERIFICA
003590*    SE O CPFSAI DO 1o DESTINO JA FOI GUARDADO
003600******************************************************
003610 3000-CARREGAR-INDICE.
003620     MOVE ZERO TO WRK-QTD-GERACOES.
003630     OPEN INPUT GER-INDICE.
003640     IF NOT WRK-FS-INDICE-OK
003650         GO TO 3000-EXIT
003660     END-IF.
003670     MOVE 'N' TO WRK-FIM-ARQUIVO.
003680     PERFORM 3100-LER-INDICE THRU 3100-EXIT
003690         UNTIL WRK-FIM-ARQUIVO-SIM.
003700     CLOSE GER-INDICE.
003710     MOVE 'N' TO WRK-FIM-ARQUIVO.
003720     IF WRK-JA-ARQUIVADA-SIM
003730         DISPLAY 'GERACAO ' WRK-GERACAO ' DE ' WRK-DATA-GERACAO
003740             ' JA GUARDADA NO CPFGER'
003750     END-IF.
003760 3000-EXIT.
003770     EXIT.
003780 3100-LER-INDICE.
003790     READ GER-INDICE
003800         AT END
003810             MOVE 'S' TO WRK-FIM-ARQUIVO
003820             GO TO 3100-EXIT
003830     END-READ.
003840     IF GIX-DESTINO = WRK-ARQ-DESTINO(1)
003850        AND GIX-SEQUENCIA = WRK-ARQ-SEQUENCIA(1)
003860        AND GIX-DATA = WRK-ARQ-DATA(1)
003870         MOVE 'S' TO WRK-JA-ARQUIVADA
003880     END-IF.
003890     MOVE GIX-GERACAO TO WRK-LIDA-GERACAO.
003900     MOVE GIX-DATA TO WRK-LIDA-DATA.
003910     PERFORM 3200-INCLUIR-GERACAO THRU 3200-EXIT.
003920 3100-EXIT.
003930     EXIT.
003940******************************************************
003950*    3200-INCLUIR-GERACAO - INCLUI WRK-CHAVE-LIDA NA
003960*    TABELA DE GERACOES QUANDO E DIFERENTE DA ULTIMA
003970*    (AS LINHAS DE UMA GERACAO FICAM JUNTAS NO INDICE)
003980******************************************************
003990 3200-INCLUIR-GERACAO.
004000     IF WRK-QTD-GERACOES > ZERO
004010         IF WRK-GTB-GERACAO(WRK-QTD-GERACOES) = WRK-LIDA-GERACAO
004020            AND WRK-GTB-DATA(WRK-QTD-GERACOES) = WRK-LIDA-DATA
004030             GO TO 3200-EXIT
004040         END-IF
004050     END-IF.
004060     IF WRK-QTD-GERACOES NOT < WRK-MAX-GERACOES
004070         GO TO 3200-EXIT
004080     END-IF.
004090     ADD 1 TO WRK-QTD-GERACOES.
004100     MOVE WRK-LIDA-GERACAO TO WRK-GTB-GERACAO(WRK-QTD-GERACOES).
004110     MOVE WRK-LIDA-DATA TO WRK-GTB-DATA(WRK-QTD-GERACOES).
004120 3200-EXIT.
004130     EXIT.
004140******************************************************
004150*    4000-GUARDAR-GERACAO - ACRESCENTA AO CPFGER OS
004160*    CPFSAI DOS DESTINOS, O CPFENT, O CPFREJ E O CPFDUPS
004170*    DA EXECUCAO E, POR ULTIMO, AS LINHAS DO INDICE
004180*    CPFGERX (UMA POR CPFSAI GUARDADO)
004190******************************************************
004200 4000-GUARDAR-GERACAO.
004210     OPEN EXTEND GER-GERACOES.
004220     IF WRK-FS-GERACOES-NAO-EXISTE
004230         OPEN OUTPUT GER-GERACOES
004240     END-IF.
004250     MOVE 'S' TO WRK-TIPO-ARQ.
004260     PERFORM 4100-GUARDAR-SAIDA THRU 4100-EXIT
004270         VARYING WRK-IDX-DESTINO FROM 1 BY 1
004280         UNTIL WRK-IDX-DESTINO > WRK-MAX-DESTINOS.
004290     MOVE 1 TO WRK-IDX-DESTINO.
004300     MOVE 'E' TO WRK-TIPO-ARQ.
004310     PERFORM 4200-GUARDAR-ARQUIVO THRU 4200-EXIT.
004320     MOVE 'R' TO WRK-TIPO-ARQ.
004330     PERFORM 4200-GUARDAR-ARQUIVO THRU 4200-EXIT.
004340     MOVE 'D' TO WRK-TIPO-ARQ.
004350     PERFORM 4200-GUARDAR-ARQUIVO THRU 4200-EXIT.
004360     CLOSE GER-GERACOES.
004370     OPEN EXTEND GER-INDICE.
004380     IF WRK-FS-INDICE-NAO-EXISTE
004390         OPEN OUTPUT GER-INDICE
004400     END-IF.
004410     PERFORM 4300-GRAVAR-INDICE THRU 4300-EXIT
004420         VARYING WRK-IDX-DESTINO FROM 1 BY 1
004430         UNTIL WRK-IDX-DESTINO > WRK-MAX-DESTINOS.
004440     CLOSE GER-INDICE.
004450     MOVE WRK-GERACAO TO WRK-LIDA-GERACAO.
004460     MOVE WRK-DATA-GERACAO TO WRK-LIDA-DATA.
004470     PERFORM 3200-INCLUIR-GERACAO THRU 3200-EXIT.
004480     DISPLAY 'GERACAO ' WRK-GERACAO ' DE ' WRK-DATA-GERACAO
004490         ' GUARDADA - ' WRK-QTD-DESTINOS ' ARQUIVO(S) DE '
004500         'INTERFACE, ' WRK-QTD-GRAVADOS ' LINHAS'.
004510 4000-EXIT.
004520     EXIT.
004530 4100-GUARDAR-SAIDA.
004540     IF WRK-ARQ-GUARDAR(WRK-IDX-DESTINO) = 'S'
004550         PERFORM 4200-GUARDAR-ARQUIVO THRU 4200-EXIT
004560     END-IF.
004570 4100-EXIT.
004580     EXIT.
004590******************************************************
004600*    4200-GUARDAR-ARQUIVO - COPIA PARA O CPFGER O
004610*    ARQUIVO DO TIPO WRK-TIPO-ARQ (CPFSAI DO DESTINO
004620*    WRK-IDX-DESTINO, CPFENT, CPFREJ OU CPFDUPS), LINHA A
004630*    LINHA, COM A IDENTIFICACAO DA GERACAO; ARQUIVO
004640*    AUSENTE (SEM REJEITOS, POR EXEMPLO) NAO E ERRO
004650******************************************************
004660 4200-GUARDAR-ARQUIVO.
004670     PERFORM 7800-ABRIR-ORIGEM THRU 7800-EXIT.
004680     IF NOT WRK-FS-ORIGEM-OK
004690         GO TO 4200-EXIT
004700     END-IF.
004710     MOVE 'N' TO WRK-FIM-ARQUIVO.
004720     PERFORM 4210-COPIAR-LINHA THRU 4210-EXIT
004730         UNTIL WRK-FIM-ARQUIVO-SIM.
004740     PERFORM 7830-FECHAR-ORIGEM THRU 7830-EXIT.
004750     MOVE 'N' TO WRK-FIM-ARQUIVO.
004760 4200-EXIT.
004770     EXIT.
004780 4210-COPIAR-LINHA.
004790     PERFORM 7810-LER-ORIGEM THRU 7810-EXIT.
004800     IF WRK-FIM-ARQUIVO-SIM
004810         GO TO 4210-EXIT
004820     END-IF.
004830     MOVE SPACES TO GER-REGISTRO.
004840     MOVE WRK-GERACAO TO GER-GERACAO.
004850     MOVE WRK-DATA-GERACAO TO GER-DATA.
004860     MOVE WRK-TIPO-ARQ TO GER-TIPO-ARQUIVO.
004870     IF WRK-TIPO-ARQ = 'S'
004880         MOVE WRK-ARQ-DESTINO(WRK-IDX-DESTINO) TO GER-DESTINO
004890     END-IF.
004900     MOVE WRK-SAI-AREA TO GER-CONTEUDO.
004910     WRITE GER-REGISTRO.
004920     ADD 1 TO WRK-QTD-GRAVADOS.
004930 4210-EXIT.
004940     EXIT.
004950 4300-GRAVAR-INDICE.
004960     IF WRK-ARQ-GUARDAR(WRK-IDX-DESTINO) NOT = 'S'
004970         GO TO 4300-EXIT
004980     END-IF.
004990     MOVE SPACES TO GIX-REGISTRO.
005000     MOVE WRK-GERACAO TO GIX-GERACAO.
005010     MOVE WRK-DATA-GERACAO TO GIX-DATA.
005020     MOVE WRK-ARQ-DESTINO(WRK-IDX-DESTINO) TO GIX-DESTINO.
005030     MOVE WRK-ARQ-SEQUENCIA(WRK-IDX-DESTINO) TO GIX-SEQUENCIA.
005040     MOVE WRK-ARQ-QTD-DETALHE(WRK-IDX-DESTINO)
005050         TO GIX-QTD-DETALHE.
005060     MOVE WRK-ARQ-TOTAL-CONTROLE(WRK-IDX-DESTINO)
005070         TO GIX-TOTAL-CONTROLE.
005080     WRITE GIX-REGISTRO.
005090 4300-EXIT.
005100     EXIT.
005110******************************************************
005120*    5000-APLICAR-RETENCAO - COM MAIS GERACOES QUE O
005130*    LIMITE, RETIRA AS MAIS ANTIGAS: COMO O CPFGER E O
005140*    CPFGERX SAO GRAVADOS EM ORDEM DE GERACAO, AS
005150*    RETIRADAS FICAM NO INICIO DOS DOIS ARQUIVOS, ANTES
005160*    DA 1a GERACAO MANTIDA
005170******************************************************
005180 5000-APLICAR-RETENCAO.
005190     IF WRK-QTD-GERACOES NOT > WRK-QTD-RETENCAO
005200         GO TO 5000-EXIT
005210     END-IF.
005220     COMPUTE WRK-QTD-RETIRADAS =
005230         WRK-QTD-GERACOES - WRK-QTD-RETENCAO.
005240     COMPUTE WRK-IDX-GERACAO = WRK-QTD-RETIRADAS + 1.
005250     MOVE WRK-GTB-GERACAO(WRK-IDX-GERACAO)
005260         TO WRK-MANTIDA-GERACAO.
005270     MOVE WRK-GTB-DATA(WRK-IDX-GERACAO) TO WRK-MANTIDA-DATA.
005280     PERFORM 5100-SEPARAR-GERACOES THRU 5100-EXIT.
005290     IF WRK-ABORTADO-SIM
005300         GO TO 5000-EXIT
005310     END-IF.
005320     PERFORM 5300-SEPARAR-INDICE THRU 5300-EXIT.
005330     IF WRK-ABORTADO-SIM
005340         GO TO 5000-EXIT
005350     END-IF.
005360     PERFORM 5500-REGRAVAR-GERACOES THRU 5500-EXIT.
005370     MOVE WRK-QTD-RETENCAO TO WRK-QTD-GERACOES.
005380     DISPLAY 'RETENCAO DE ' WRK-QTD-RETENCAO ' GERACOES: '
005390         WRK-QTD-RETIRADAS ' GERACAO(OES) RETIRADA(S), '
005400         WRK-QTD-REG-RETIRADOS ' LINHAS'.
005410 5000-EXIT.
005420     EXIT.
005430******************************************************
005440*    5100-SEPARAR-GERACOES - 1a PASSADA DO CPFGER: COPIA
005450*    PARA O CPFGERT AS LINHAS A PARTIR DA 1a GERACAO
005460*    MANTIDA; SEM ACHAR ESSA GERACAO NADA E REGRAVADO
005470******************************************************
005480 5100-SEPARAR-GERACOES.
005490     MOVE 'N' TO WRK-GERACAO-MANTIDA.
005500     MOVE ZERO TO WRK-QTD-REG-RETIRADOS.
005510     MOVE ZERO TO WRK-QTD-REG-MANTIDOS.
005520     OPEN INPUT GER-GERACOES.
005530     IF NOT WRK-FS-GERACOES-OK
005540         MOVE 'S' TO WRK-ABORTADO
005550         MOVE 'CPFGER NAO ENCONTRADO PARA A RETENCAO'
005560             TO WRK-MOTIVO-ABORTO
005570         GO TO 5100-EXIT
005580     END-IF.
005590     OPEN OUTPUT GER-TRABALHO.
005600     MOVE 'N' TO WRK-FIM-ARQUIVO.
005610     PERFORM 5110-SEPARAR-LINHA THRU 5110-EXIT
005620         UNTIL WRK-FIM-ARQUIVO-SIM.
005630     CLOSE GER-GERACOES GER-TRABALHO.
005640     MOVE 'N' TO WRK-FIM-ARQUIVO.
005650     IF NOT WRK-GERACAO-MANTIDA-SIM
005660         MOVE 'S' TO WRK-ABORTADO
005670         MOVE 'CPFGER NAO CORRESPONDE AO INDICE CPFGERX'
005680             TO WRK-MOTIVO-ABORTO
005690     END-IF.
005700 5100-EXIT.
005710     EXIT.
005720 5110-SEPARAR-LINHA.
005730     READ GER-GERACOES
005740         AT END
005750             MOVE 'S' TO WRK-FIM-ARQUIVO
005760             GO TO 5110-EXIT
005770     END-READ.
005780     IF NOT WRK-GERACAO-MANTIDA-SIM
005790        AND GER-GERACAO = WRK-MANTIDA-GERACAO
005800        AND GER-DATA = WRK-MANTIDA-DATA
005810         MOVE 'S' TO WRK-GERACAO-MANTIDA
005820     END-IF.
005830     IF WRK-GERACAO-MANTIDA-SIM
005840         WRITE GTR-REGISTRO FROM GER-REGISTRO
005850         ADD 1 TO WRK-QTD-REG-MANTIDOS
005860     ELSE
005870         ADD 1 TO WRK-QTD-REG-RETIRADOS
005880     END-IF.
005890 5110-EXIT.
005900     EXIT.
005910******************************************************
005920*    5300-SEPARAR-INDICE - 1a PASSADA DO CPFGERX, NO
005930*    MESMO CRITERIO DO CPFGER, PARA O CPFGXT
005940******************************************************
005950 5300-SEPARAR-INDICE.
005960     MOVE 'N' TO WRK-GERACAO-MANTIDA.
005970     OPEN INPUT GER-INDICE.
005980     IF NOT WRK-FS-INDICE-OK
005990         MOVE 'S' TO WRK-ABORTADO
006000         MOVE 'CPFGERX NAO ENCONTRADO PARA A RETENCAO'
006010             TO WRK-MOTIVO-ABORTO
006020         GO TO 5300-EXIT
006030     END-IF.
006040     OPEN OUTPUT GIX-TRABALHO.
006050     MOVE 'N' TO WRK-FIM-ARQUIVO.
006060     PERFORM 5310-SEPARAR-ENTRADA THRU 5310-EXIT
006070         UNTIL WRK-FIM-ARQUIVO-SIM.
006080     CLOSE GER-INDICE GIX-TRABALHO.
006090     MOVE 'N' TO WRK-FIM-ARQUIVO.
006100     IF NOT WRK-GERACAO-MANTIDA-SIM
006110         MOVE 'S' TO WRK-ABORTADO
006120         MOVE 'GERACAO MANTIDA AUSENTE DO INDICE CPFGERX'
006130             TO WRK-MOTIVO-ABORTO
006140     END-IF.
006150 5300-EXIT.
006160     EXIT.
006170 5310-SEPARAR-ENTRADA.
006180     READ GER-INDICE
006190         AT END
006200             MOVE 'S' TO WRK-FIM-ARQUIVO
006210             GO TO 5310-EXIT
006220     END-READ.
006230     IF NOT WRK-GERACAO-MANTIDA-SIM
006240        AND GIX-GERACAO = WRK-MANTIDA-GERACAO
006250        AND GIX-DATA = WRK-MANTIDA-DATA
006260         MOVE 'S' TO WRK-GERACAO-MANTIDA
006270     END-IF.
006280     IF WRK-GERACAO-MANTIDA-SIM
006290         WRITE GXT-REGISTRO FROM GIX-REGISTRO
006300     END-IF.
006310 5310-EXIT.
006320     EXIT.
006330******************************************************
006340*    5500-REGRAVAR-GERACOES - 2a PASSADA: REGRAVA O
006350*    CPFGER E O CPFGERX A PARTIR DOS ARQUIVOS DE
006360*    TRABALHO
006370******************************************************
006380 5500-REGRAVAR-GERACOES.
006390     OPEN INPUT GER-TRABALHO.
006400     OPEN OUTPUT GER-GERACOES.
006410     MOVE 'N' TO WRK-FIM-ARQUIVO.
006420     PERFORM 5510-COPIAR-GERACAO THRU 5510-EXIT
006430         UNTIL WRK-FIM-ARQUIVO-SIM.
006440     CLOSE GER-TRABALHO GER-GERACOES.
006450     OPEN INPUT GIX-TRABALHO.
006460     OPEN OUTPUT GER-INDICE.
006470     MOVE 'N' TO WRK-FIM-ARQUIVO.
006480     PERFORM 5520-COPIAR-INDICE THRU 5520-EXIT
006490         UNTIL WRK-FIM-ARQUIVO-SIM.
006500     CLOSE GIX-TRABALHO GER-INDICE.
006510     MOVE 'N' TO WRK-FIM-ARQUIVO.
006520 5500-EXIT.
006530     EXIT.
006540 5510-COPIAR-GERACAO.
006550     READ GER-TRABALHO
006560         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
006570         NOT AT END
006580             WRITE GER-REGISTRO FROM GTR-REGISTRO
006590     END-READ.
006600 5510-EXIT.
006610     EXIT.
006620 5520-COPIAR-INDICE.
006630     READ GIX-TRABALHO
006640         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
006650         NOT AT END
006660             WRITE GIX-REGISTRO FROM GXT-REGISTRO
006670     END-READ.
006680 5520-EXIT.
006690     EXIT.
006700******************************************************
006710*    7800-ABRIR-ORIGEM - ABRE PARA LEITURA O ARQUIVO DO
006720*    TIPO WRK-TIPO-ARQ (NO CPFSAI, O DO DESTINO
006730*    WRK-IDX-DESTINO)
006740******************************************************
006750 7800-ABRIR-ORIGEM.
006760     MOVE SPACES TO WRK-FS-ORIGEM.
006770     EVALUATE WRK-TIPO-ARQ ALSO WRK-IDX-DESTINO
006780         WHEN 'S' ALSO 1 OPEN INPUT CPF-SAIDA
006790         WHEN 'S' ALSO 2 OPEN INPUT CPF-SAIDA-2
006800         WHEN 'S' ALSO 3 OPEN INPUT CPF-SAIDA-3
006810         WHEN 'S' ALSO 4 OPEN INPUT CPF-SAIDA-4
006820         WHEN 'E' ALSO ANY OPEN INPUT CPF-ENTRADA
006830         WHEN 'R' ALSO ANY OPEN INPUT CPF-REJEITOS
006840         WHEN 'D' ALSO ANY OPEN INPUT CPF-DUPLICADOS
006850         WHEN OTHER CONTINUE
006860     END-EVALUATE.
006870 7800-EXIT.
006880     EXIT.
006890******************************************************
006900*    7810-LER-ORIGEM - LE A PROXIMA LINHA DO ARQUIVO DO
006910*    TIPO WRK-TIPO-ARQ PARA WRK-SAI-AREA
006920******************************************************
006930 7810-LER-ORIGEM.
006940     MOVE SPACES TO WRK-SAI-AREA.
006950     EVALUATE WRK-TIPO-ARQ ALSO WRK-IDX-DESTINO
006960         WHEN 'S' ALSO 1 READ CPF-SAIDA INTO WRK-SAI-AREA
006970                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
006980                         END-READ
006990         WHEN 'S' ALSO 2 READ CPF-SAIDA-2 INTO WRK-SAI-AREA
007000                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
007010                         END-READ
007020         WHEN 'S' ALSO 3 READ CPF-SAIDA-3 INTO WRK-SAI-AREA
007030                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
007040                         END-READ
007050         WHEN 'S' ALSO 4 READ CPF-SAIDA-4 INTO WRK-SAI-AREA
007060                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
007070                         END-READ
007080         WHEN 'E' ALSO ANY READ CPF-ENTRADA INTO WRK-SAI-AREA
007090                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
007100                           END-READ
007110         WHEN 'R' ALSO ANY READ CPF-REJEITOS INTO WRK-SAI-AREA
007120                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
007130                           END-READ
007140         WHEN 'D' ALSO ANY READ CPF-DUPLICADOS INTO WRK-SAI-AREA
007150                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
007160                           END-READ
007170         WHEN OTHER
007180             MOVE 'S' TO WRK-FIM-ARQUIVO
007190     END-EVALUATE.
007200 7810-EXIT.
007210     EXIT.
007220******************************************************
007230*    7830-FECHAR-ORIGEM - FECHA O ARQUIVO DO TIPO
007240*    WRK-TIPO-ARQ
007250******************************************************
007260 7830-FECHAR-ORIGEM.
007270     EVALUATE WRK-TIPO-ARQ ALSO WRK-IDX-DESTINO
007280         WHEN 'S' ALSO 1 CLOSE CPF-SAIDA
007290         WHEN 'S' ALSO 2 CLOSE CPF-SAIDA-2
007300         WHEN 'S' ALSO 3 CLOSE CPF-SAIDA-3
007310         WHEN 'S' ALSO 4 CLOSE CPF-SAIDA-4
007320         WHEN 'E' ALSO ANY CLOSE CPF-ENTRADA
007330         WHEN 'R' ALSO ANY CLOSE CPF-REJEITOS
007340         WHEN 'D' ALSO ANY CLOSE CPF-DUPLICADOS
007350         WHEN OTHER CONTINUE
007360     END-EVALUATE.
007370 7830-EXIT.
007380     EXIT.
007390******************************************************
007400*    9000-FINALIZAR - EXIBE O RESULTADO E DEVOLVE O
007410*    RETURN-CODE
007420******************************************************
007430 9000-FINALIZAR.
007440     IF WRK-ABORTADO-SIM
007450         DISPLAY 'CPFGER01 - ARQUIVAMENTO NAO REALIZADO: '
007460             WRK-MOTIVO-ABORTO
007470         MOVE 8 TO RETURN-CODE
007480     ELSE
007490         DISPLAY 'GERACOES NO ARQUIVO CPFGER: ' WRK-QTD-GERACOES
007500             ' (LIMITE ' WRK-QTD-RETENCAO ')'
007510         MOVE ZERO TO RETURN-CODE
007520     END-IF.
007530 9000-EXIT.
007540     EXIT.

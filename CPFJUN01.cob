000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFJUN01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Juncao da execucao
000050***   particionada do CPFLOTE. Depois que as N
000060***   instancias paralelas do CPFLOTE terminam (uma por
000070***   particao gerada pelo CPFPAR01), junta os
000080***   resultados como se o lote tivesse rodado numa
000090***   execucao so:
000100***   - confere, antes de gravar qualquer coisa, que
000110***     cada particao terminou (trailer de particao com
000120***     contagem e total de controle batendo com os
000130***     detalhes), que a cadeia da trilha de auditoria de
000140***     cada particao esta integra e que a soma dos
000150***     registros lidos das particoes e a quantidade de
000160***     registros do CPFENT;
000170***   - obtem do CPFSEQ um unico numero de arquivo por
000180***     destino e grava um CPFSAI por destino com um so
000190***     header, os detalhes de todas as particoes na
000200***     ordem da sequencia original (com a mascara e o
000210***     token do perfil do destino) e um so trailer com
000220***     a contagem e o total de controle combinados,
000230***     registrando cada arquivo no CPFENV;
000240***   - junta os CPFREJ, os CPFDUPS e os de-para (CPFDEP)
000250***     das particoes na ordem da sequencia original e
000260***     acrescenta ao CPFAUD os eventos de cada particao,
000270***     reencadeados a partir do fim da trilha;
000280***   - monta o CPFRPT com a secao de cada particao e o
000290***     resumo consolidado (CPFRPT01) e grava uma unica
000300***     linha no historico CPFHIS.
000310***   Os resultados e as trilhas das particoes sao
000320***   esvaziados no final, de modo que a mesma juncao nao
000330***   e feita duas vezes. Termina com RETURN-CODE 8
000340***   quando alguma conferencia falha (nada e gravado) e
000350***   4 quando a quantidade de eventos de auditoria de
000360***   alguma particao nao bate com os registros lidos.
000370***   Os nomes externos de cada particao estao
000380***   descritos no CPFPAR01.
000390***   AUTOR: @PSAntunes
000400***   DATA : 15/10/2026
000410***
000420***   HISTORICO DE ALTERACOES
000430***   DATA       AUTOR  DESCRICAO
000440***   15/10/2026 PSA    CRIACAO DA JUNCAO DA EXECUCAO
000450***                     PARTICIONADA DO CPFLOTE
000451***   15/10/2026 PSA    INDICADOR DE RETRANSMISSAO NO HEADER
000452***                     DO CPFSAI E DATA DA RETRANSMISSAO NO
000453***                     CPFENV, COMO NO CPFLOTE
000460******************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SPECIAL-NAMES.
000500     DECIMAL-POINT IS COMMA.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CPF-PARAMETROS ASSIGN TO "CPFPARM"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WRK-FS-PARAMETROS.
000560     SELECT CPF-DESTINOS ASSIGN TO "CPFDST"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WRK-FS-DESTINOS.
000590     SELECT CPF-ENTRADA ASSIGN TO "CPFENT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WRK-FS-ENTRADA.
000620     SELECT PAR-SAIDA-1 ASSIGN TO "SAIP1"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WRK-FS-PARTICAO.
000650     SELECT PAR-SAIDA-2 ASSIGN TO "SAIP2"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WRK-FS-PARTICAO.
000680     SELECT PAR-SAIDA-3 ASSIGN TO "SAIP3"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WRK-FS-PARTICAO.
000710     SELECT PAR-SAIDA-4 ASSIGN TO "SAIP4"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WRK-FS-PARTICAO.
000740     SELECT PAR-REJEITOS-1 ASSIGN TO "REJP1"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WRK-FS-PARTICAO.
000770     SELECT PAR-REJEITOS-2 ASSIGN TO "REJP2"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WRK-FS-PARTICAO.
000800     SELECT PAR-REJEITOS-3 ASSIGN TO "REJP3"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WRK-FS-PARTICAO.
000830     SELECT PAR-REJEITOS-4 ASSIGN TO "REJP4"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WRK-FS-PARTICAO.
000860     SELECT PAR-DUPLICADOS-1 ASSIGN TO "DUPP1"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WRK-FS-PARTICAO.
000890     SELECT PAR-DUPLICADOS-2 ASSIGN TO "DUPP2"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WRK-FS-PARTICAO.
000920     SELECT PAR-DUPLICADOS-3 ASSIGN TO "DUPP3"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WRK-FS-PARTICAO.
000950     SELECT PAR-DUPLICADOS-4 ASSIGN TO "DUPP4"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WRK-FS-PARTICAO.
000980     SELECT PAR-AUDITORIA-1 ASSIGN TO "AUDP1"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WRK-FS-PARTICAO.
001010     SELECT PAR-AUDITORIA-2 ASSIGN TO "AUDP2"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WRK-FS-PARTICAO.
001040     SELECT PAR-AUDITORIA-3 ASSIGN TO "AUDP3"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WRK-FS-PARTICAO.
001070     SELECT PAR-AUDITORIA-4 ASSIGN TO "AUDP4"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WRK-FS-PARTICAO.
001100     SELECT PAR-RELATORIO-1 ASSIGN TO "RPTP1"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WRK-FS-PARTICAO.
001130     SELECT PAR-RELATORIO-2 ASSIGN TO "RPTP2"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WRK-FS-PARTICAO.
001160     SELECT PAR-RELATORIO-3 ASSIGN TO "RPTP3"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WRK-FS-PARTICAO.
001190     SELECT PAR-RELATORIO-4 ASSIGN TO "RPTP4"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WRK-FS-PARTICAO.
001220     SELECT CPF-SAIDA   ASSIGN TO "CPFSAI"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WRK-FS-SAIDA.
001250     SELECT CPF-SAIDA-2 ASSIGN TO "CPFSAI2"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WRK-FS-SAIDA.
001280     SELECT CPF-SAIDA-3 ASSIGN TO "CPFSAI3"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WRK-FS-SAIDA.
001310     SELECT CPF-SAIDA-4 ASSIGN TO "CPFSAI4"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WRK-FS-SAIDA.
001340     SELECT CPF-REJEITOS ASSIGN TO "CPFREJ"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS WRK-FS-REJEITOS.
001370     SELECT CPF-DUPLICADOS ASSIGN TO "CPFDUPS"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WRK-FS-DUPLICADOS.
001400     SELECT CPF-DEPARA ASSIGN TO "CPFDEP"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WRK-FS-DEPARA.
001430     SELECT CPF-SEQUENCIA ASSIGN TO "CPFSEQ"
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS WRK-FS-SEQUENCIA.
001460     SELECT CPF-ENVIADOS ASSIGN TO "CPFENV"
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS WRK-FS-ENVIADOS.
001490     SELECT CPF-HISTORICO ASSIGN TO "CPFHIS"
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS WRK-FS-HISTORICO.
001520     SELECT AUDITORIA-LOG ASSIGN TO "CPFAUD"
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS WRK-FS-AUDITORIA.
001550     SELECT AUDITORIA-HISTORICO ASSIGN TO "CPFAUDH"
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WRK-FS-AUD-HISTORICO.
001580     SELECT CPF-RELATORIO ASSIGN TO "CPFRPT"
001590         ORGANIZATION IS LINE SEQUENTIAL
001600         FILE STATUS IS WRK-FS-RELATORIO.
001610 DATA DIVISION.
001620 FILE SECTION.
001630 FD  CPF-PARAMETROS.
001640 01  PRM-REGISTRO.
001650     05  PRM-FREQ-CHECKPOINT    PIC 9(05).
001660     05  FILLER                 PIC X(01).
001670     05  PRM-LINHAS-PAGINA      PIC 9(03).
001680     05  FILLER                 PIC X(01).
001690     05  PRM-MODO-MASCARA       PIC X(01).
001700     05  FILLER                 PIC X(01).
001710     05  PRM-PCT-MAX-REJEITO    PIC 9(03).
001720     05  FILLER                 PIC X(01).
001730     05  PRM-DIAS-CONFIRMACAO   PIC 9(03).
001740     05  FILLER                 PIC X(01).
001750     05  PRM-QTD-RUNS-HIST      PIC 9(03).
001760     05  FILLER                 PIC X(01).
001770     05  PRM-QTD-PARTICOES      PIC 9(02).
001780 FD  CPF-DESTINOS.
001790 01  DST-REGISTRO.
001800     05  DST-CODIGO             PIC X(08).
001810     05  FILLER                 PIC X(01).
001820     05  DST-MODO-MASCARA       PIC X(01).
001830     05  FILLER                 PIC X(01).
001840     05  DST-COM-TOKEN          PIC X(01).
001850 FD  CPF-ENTRADA.
001860 01  CPF-REG-ENTRADA.
001870     05  ENT-TIPO-DOC           PIC X(01).
001880     05  ENT-DOCUMENTO          PIC X(14).
001890     05  ENT-ORIGEM             PIC X(08).
001900 FD  PAR-SAIDA-1.
001910 01  PS1-REGISTRO               PIC X(80).
001920 FD  PAR-SAIDA-2.
001930 01  PS2-REGISTRO               PIC X(80).
001940 FD  PAR-SAIDA-3.
001950 01  PS3-REGISTRO               PIC X(80).
001960 FD  PAR-SAIDA-4.
001970 01  PS4-REGISTRO               PIC X(80).
001980 FD  PAR-REJEITOS-1.
001990 01  PR1-REGISTRO               PIC X(35).
002000 FD  PAR-REJEITOS-2.
002010 01  PR2-REGISTRO               PIC X(35).
002020 FD  PAR-REJEITOS-3.
002030 01  PR3-REGISTRO               PIC X(35).
002040 FD  PAR-REJEITOS-4.
002050 01  PR4-REGISTRO               PIC X(35).
002060 FD  PAR-DUPLICADOS-1.
002070 01  PD1-REGISTRO               PIC X(40).
002080 FD  PAR-DUPLICADOS-2.
002090 01  PD2-REGISTRO               PIC X(40).
002100 FD  PAR-DUPLICADOS-3.
002110 01  PD3-REGISTRO               PIC X(40).
002120 FD  PAR-DUPLICADOS-4.
002130 01  PD4-REGISTRO               PIC X(40).
002140 FD  PAR-AUDITORIA-1.
002150 01  PA1-REGISTRO               PIC X(79).
002160 FD  PAR-AUDITORIA-2.
002170 01  PA2-REGISTRO               PIC X(79).
002180 FD  PAR-AUDITORIA-3.
002190 01  PA3-REGISTRO               PIC X(79).
002200 FD  PAR-AUDITORIA-4.
002210 01  PA4-REGISTRO               PIC X(79).
002220 FD  PAR-RELATORIO-1.
002230 01  PL1-REGISTRO               PIC X(80).
002240 FD  PAR-RELATORIO-2.
002250 01  PL2-REGISTRO               PIC X(80).
002260 FD  PAR-RELATORIO-3.
002270 01  PL3-REGISTRO               PIC X(80).
002280 FD  PAR-RELATORIO-4.
002290 01  PL4-REGISTRO               PIC X(80).
002300 FD  CPF-SAIDA.
002310 01  CPF-REG-SAIDA              PIC X(80).
002320 FD  CPF-SAIDA-2.
002330 01  SAI2-REGISTRO              PIC X(80).
002340 FD  CPF-SAIDA-3.
002350 01  SAI3-REGISTRO              PIC X(80).
002360 FD  CPF-SAIDA-4.
002370 01  SAI4-REGISTRO              PIC X(80).
002380 FD  CPF-REJEITOS.
002390 01  REJ-REGISTRO               PIC X(35).
002400 FD  CPF-DUPLICADOS.
002410 01  DPS-REGISTRO               PIC X(40).
002420 FD  CPF-DEPARA.
002430 01  DEP-REGISTRO.
002440     05  DEP-TOKEN              PIC X(18).
002450     05  FILLER                 PIC X(01).
002460     05  DEP-MASCARADO          PIC X(20).
002470 FD  CPF-SEQUENCIA.
002480 01  SEQ-REGISTRO.
002490     05  SEQ-NUMERO             PIC 9(06).
002500     05  FILLER                 PIC X(01).
002510     05  SEQ-DESTINO            PIC X(08).
002520 FD  CPF-ENVIADOS.
002530 01  ENV-REGISTRO.
002540     05  ENV-SEQUENCIA          PIC 9(06).
002550     05  FILLER                 PIC X(01).
002560     05  ENV-DATA               PIC 9(08).
002570     05  FILLER                 PIC X(01).
002580     05  ENV-QTD-DETALHE        PIC 9(07).
002590     05  FILLER                 PIC X(01).
002600     05  ENV-TOTAL-CONTROLE     PIC 9(14).
002610     05  FILLER                 PIC X(01).
002620     05  ENV-STATUS             PIC X(01).
002630     05  FILLER                 PIC X(01).
002640     05  ENV-DATA-RETORNO       PIC 9(08).
002650     05  FILLER                 PIC X(01).
002660     05  ENV-DESTINO            PIC X(08).
002661     05  FILLER                 PIC X(01).
002662     05  ENV-DATA-RETRANSMISSAO PIC 9(08).
002670 FD  CPF-HISTORICO.
002680 01  HIS-REGISTRO.
002690     05  HIS-DATA               PIC 9(08).
002700     05  FILLER                 PIC X(01).
002710     05  HIS-HORA               PIC 9(06).
002720     05  FILLER                 PIC X(01).
002730     05  HIS-SEQ-ARQUIVO        PIC 9(06).
002740     05  FILLER                 PIC X(01).
002750     05  HIS-QTD-LIDOS          PIC 9(07).
002760     05  FILLER                 PIC X(01).
002770     05  HIS-QTD-CPF            PIC 9(07).
002780     05  FILLER                 PIC X(01).
002790     05  HIS-QTD-CNPJ           PIC 9(07).
002800     05  FILLER                 PIC X(01).
002810     05  HIS-QTD-REJEITADOS     PIC 9(07).
002820     05  FILLER                 PIC X(01).
002830     05  HIS-QTD-FORMATO-INV    PIC 9(07).
002840     05  FILLER                 PIC X(01).
002850     05  HIS-QTD-DUPLICADOS     PIC 9(07).
002860     05  FILLER                 PIC X(01).
002870     05  HIS-ABORTADO           PIC X(01).
002880     05  FILLER                 PIC X(01).
002890     05  HIS-RETOMADA           PIC X(01).
002900 FD  AUDITORIA-LOG.
002910 01  LOG-REGISTRO.
002920     05  FILLER                 PIC X(69).
002930     05  LOG-ENCADEAMENTO       PIC X(10).
002940 FD  AUDITORIA-HISTORICO.
002950 01  HST-REGISTRO.
002960     05  FILLER                 PIC X(69).
002970     05  HST-ENCADEAMENTO       PIC X(10).
002980 FD  CPF-RELATORIO.
002990 01  RPT-LINHA                  PIC X(80).
003000 WORKING-STORAGE SECTION.
003010 77  WRK-FS-PARAMETROS          PIC X(02)  VALUE SPACES.
003020     88  WRK-FS-PARAMETROS-OK              VALUE '00'.
003030 77  WRK-FS-DESTINOS            PIC X(02)  VALUE SPACES.
003040     88  WRK-FS-DESTINOS-OK                VALUE '00'.
003050 77  WRK-FS-ENTRADA             PIC X(02)  VALUE SPACES.
003060     88  WRK-FS-ENTRADA-OK                 VALUE '00'.
003070 77  WRK-FS-PARTICAO            PIC X(02)  VALUE SPACES.
003080     88  WRK-FS-PARTICAO-OK                VALUE '00'.
003090 77  WRK-FS-SAIDA               PIC X(02)  VALUE SPACES.
003100 77  WRK-FS-REJEITOS            PIC X(02)  VALUE SPACES.
003110 77  WRK-FS-DUPLICADOS          PIC X(02)  VALUE SPACES.
003120 77  WRK-FS-DEPARA              PIC X(02)  VALUE SPACES.
003130 77  WRK-FS-SEQUENCIA           PIC X(02)  VALUE SPACES.
003140     88  WRK-FS-SEQUENCIA-OK               VALUE '00'.
003150 77  WRK-FS-ENVIADOS            PIC X(02)  VALUE SPACES.
003160     88  WRK-FS-ENVIADOS-NAO-EXISTE        VALUE '35'.
003170 77  WRK-FS-HISTORICO           PIC X(02)  VALUE SPACES.
003180     88  WRK-FS-HISTORICO-NAO-EXISTE       VALUE '35'.
003190 77  WRK-FS-AUDITORIA           PIC X(02)  VALUE SPACES.
003200     88  WRK-FS-AUDITORIA-OK               VALUE '00'.
003210     88  WRK-FS-AUDITORIA-NAO-EXISTE       VALUE '35'.
003220 77  WRK-FS-AUD-HISTORICO       PIC X(02)  VALUE SPACES.
003230     88  WRK-FS-AUD-HISTORICO-OK           VALUE '00'.
003240 77  WRK-FS-RELATORIO           PIC X(02)  VALUE SPACES.
003250 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
003260     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
003270 77  WRK-ABORTADO               PIC X(01)  VALUE 'N'.
003280     88  WRK-ABORTADO-SIM                  VALUE 'S'.
003290 77  WRK-ADVERTENCIA            PIC X(01)  VALUE 'N'.
003300     88  WRK-ADVERTENCIA-SIM               VALUE 'S'.
003310 77  WRK-RETOMADA               PIC X(01)  VALUE 'N'.
003320 77  WRK-MOTIVO-ABORTO          PIC X(50)  VALUE SPACES.
003330 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
003340 77  WRK-HORA-AGORA             PIC 9(08)  VALUE ZEROS.
003350 77  WRK-LINHAS-PAGINA          PIC 9(03)  COMP VALUE 50.
003360 77  WRK-MODO-MASCARA-LOTE      PIC X(01)  VALUE 'T'.
003370 77  WRK-QTD-PARTICOES          PIC 9(02)  COMP VALUE ZERO.
003380 77  WRK-MAX-PARTICOES          PIC 9(02)  COMP VALUE 4.
003390 77  WRK-IDX-PARTICAO           PIC 9(02)  COMP VALUE ZERO.
003400 77  WRK-IDX-MENOR              PIC 9(02)  COMP VALUE ZERO.
003410 77  WRK-IDX-COMPARA            PIC 9(02)  COMP VALUE ZERO.
003420*    TIPO DE ARQUIVO DE PARTICAO TRATADO: S = RESULTADO
003430*    (SAIPn), R = REJEITOS (REJPn), D = DUPLICADOS
003440*    (DUPPn), A = AUDITORIA (AUDPn), L = RELATORIO (RPTPn)
003450 77  WRK-TIPO-ARQ               PIC X(01)  VALUE SPACE.
003460 77  WRK-FIM-INTERCALACAO       PIC X(01)  VALUE 'N'.
003470     88  WRK-FIM-INTERCALACAO-SIM          VALUE 'S'.
003480 77  WRK-HEADER-LIDO            PIC X(01)  VALUE 'N'.
003490     88  WRK-HEADER-LIDO-SIM               VALUE 'S'.
003500 77  WRK-TRAILER-LIDO           PIC X(01)  VALUE 'N'.
003510     88  WRK-TRAILER-LIDO-SIM              VALUE 'S'.
003520 77  WRK-ORDEM-INVALIDA         PIC X(01)  VALUE 'N'.
003530     88  WRK-ORDEM-INVALIDA-SIM            VALUE 'S'.
003540 77  WRK-QTD-DET-PARTICAO       PIC 9(07)  COMP VALUE ZERO.
003550 77  WRK-TOT-DET-PARTICAO       PIC 9(14)  COMP VALUE ZERO.
003560 77  WRK-SEQ-ANTERIOR           PIC 9(07)  COMP VALUE ZERO.
003570 77  WRK-QTD-AUD-PARTICAO       PIC 9(07)  COMP VALUE ZERO.
003580 77  WRK-QTD-ENTRADA            PIC 9(07)  COMP VALUE ZERO.
003590 77  WRK-QTD-LIDOS              PIC 9(07)  COMP VALUE ZERO.
003600 77  WRK-QTD-REJEITADOS         PIC 9(07)  COMP VALUE ZERO.
003610 77  WRK-QTD-FORMATO-INVALIDO   PIC 9(07)  COMP VALUE ZERO.
003620 77  WRK-QTD-CPF                PIC 9(07)  COMP VALUE ZERO.
003630 77  WRK-QTD-CNPJ               PIC 9(07)  COMP VALUE ZERO.
003640 77  WRK-QTD-DUPLICADOS         PIC 9(07)  COMP VALUE ZERO.
003650 77  WRK-QTD-DETALHE            PIC 9(07)  COMP VALUE ZERO.
003660 77  WRK-TOTAL-CONTROLE         PIC 9(14)  COMP VALUE ZERO.
003670 77  WRK-QTD-REJ-JUNTADOS       PIC 9(07)  COMP VALUE ZERO.
003680 77  WRK-QTD-DUP-JUNTADOS       PIC 9(07)  COMP VALUE ZERO.
003690 77  WRK-QTD-AUD-JUNTADOS       PIC 9(07)  COMP VALUE ZERO.
003700 77  WRK-CADEIA-INICIADA        PIC X(01)  VALUE 'N'.
003710     88  WRK-CADEIA-INICIADA-SIM           VALUE 'S'.
003720 77  WRK-CADEIA-QUEBRADA        PIC X(01)  VALUE 'N'.
003730     88  WRK-CADEIA-QUEBRADA-SIM           VALUE 'S'.
003740 77  WRK-ENC-CONFERENCIA        PIC 9(10)  VALUE ZEROS.
003750 77  WRK-ENC-NOVO               PIC 9(10)  VALUE ZEROS.
003760 77  WRK-ENC-LIDO               PIC X(10)  VALUE SPACES.
003770 77  WRK-QTD-AUD-LIDOS          PIC 9(07)  COMP VALUE ZERO.
003780 77  WRK-QTD-ORIGENS            PIC 9(02)  COMP VALUE ZERO.
003790 77  WRK-MAX-ORIGENS            PIC 9(02)  COMP VALUE 20.
003800 77  WRK-IDX-ORIGEM             PIC 9(02)  COMP VALUE ZERO.
003810 77  WRK-IDX-PESQUISA           PIC 9(02)  COMP VALUE ZERO.
003820 77  WRK-ORIGEM-PROCURADA       PIC X(08)  VALUE SPACES.
003830 77  WRK-QTD-ORG-MASCARADOS     PIC 9(07)  COMP VALUE ZERO.
003840 01  WRK-TABELA-ORIGENS.
003850     05  WRK-TAB-ORIGEM OCCURS 20 TIMES.
003860         10  WRK-ORG-CODIGO     PIC X(08).
003870         10  WRK-ORG-LIDOS      PIC 9(07)  COMP.
003880         10  WRK-ORG-REJEITADOS PIC 9(07)  COMP.
003890         10  WRK-ORG-DUPLICADOS PIC 9(07)  COMP.
003900 77  WRK-QTD-DESTINOS           PIC 9(02)  COMP VALUE ZERO.
003910 77  WRK-MAX-DESTINOS           PIC 9(02)  COMP VALUE 4.
003920 77  WRK-IDX-DESTINO            PIC 9(02)  COMP VALUE ZERO.
003930 77  WRK-QTD-SEQUENCIAS         PIC 9(02)  COMP VALUE ZERO.
003940 77  WRK-MAX-SEQUENCIAS         PIC 9(02)  COMP VALUE 20.
003950 77  WRK-IDX-SEQ                PIC 9(02)  COMP VALUE ZERO.
003960 77  WRK-IDX-SEQ-ACHADO         PIC 9(02)  COMP VALUE ZERO.
003970 01  WRK-TABELA-DESTINOS.
003980     05  WRK-TAB-DESTINO OCCURS 4 TIMES.
003990         10  WRK-DST-CODIGO     PIC X(08).
004000         10  WRK-DST-MODO-MASCARA PIC X(01).
004010         10  WRK-DST-COM-TOKEN  PIC X(01).
004020         10  WRK-DST-SEQ-ARQUIVO PIC 9(06).
004030 01  WRK-TABELA-SEQUENCIAS.
004040     05  WRK-TAB-SEQ OCCURS 20 TIMES.
004050         10  WRK-SQT-DESTINO    PIC X(08).
004060         10  WRK-SQT-NUMERO     PIC 9(06).
004070*    REGISTRO CORRENTE DE CADA PARTICAO NA INTERCALACAO,
004080*    COM A SUA CHAVE (SEQUENCIA ORIGINAL NO CPFENT)
004090 01  WRK-TABELA-PARTICOES.
004100     05  WRK-TAB-PARTICAO OCCURS 4 TIMES.
004110         10  WRK-PTC-AREA       PIC X(80).
004120         10  WRK-PTC-CHAVE      PIC 9(07).
004130         10  WRK-PTC-FIM        PIC X(01).
004140         10  WRK-PTC-ABERTO     PIC X(01).
004150         10  WRK-PTC-QTD-LIDOS  PIC 9(07)  COMP.
004160 01  WRK-PAR-AREA.
004170     05  WRK-PAR-TIPO           PIC X(01).
004180     05  FILLER                 PIC X(79).
004190 01  WRK-PAR-DETALHE REDEFINES WRK-PAR-AREA.
004200     05  FILLER                 PIC X(01).
004210     05  WRK-PDT-SEQUENCIA      PIC 9(07).
004220     05  WRK-PDT-MASCARADO      PIC X(20).
004230     05  WRK-PDT-TOKEN          PIC X(18).
004240     05  WRK-PDT-MASCARA-ALT    PIC X(20).
004250     05  FILLER                 PIC X(14).
004260 01  WRK-PAR-TRAILER REDEFINES WRK-PAR-AREA.
004270     05  FILLER                 PIC X(01).
004280     05  WRK-PTR-QTD-DETALHE    PIC 9(07).
004290     05  WRK-PTR-TOTAL-CONTROLE PIC 9(14).
004300     05  FILLER                 PIC X(01).
004310     05  WRK-PTR-PARTICAO       PIC 9(01).
004320     05  FILLER                 PIC X(01).
004330     05  WRK-PTR-QTD-PARTICOES  PIC 9(01).
004340     05  FILLER                 PIC X(01).
004350     05  WRK-PTR-QTD-LIDOS      PIC 9(07).
004360     05  FILLER                 PIC X(01).
004370     05  WRK-PTR-QTD-REJEITADOS PIC 9(07).
004380     05  FILLER                 PIC X(01).
004390     05  WRK-PTR-QTD-FORMATO-INV PIC 9(07).
004400     05  FILLER                 PIC X(01).
004410     05  WRK-PTR-QTD-CPF        PIC 9(07).
004420     05  FILLER                 PIC X(01).
004430     05  WRK-PTR-QTD-CNPJ       PIC 9(07).
004440     05  FILLER                 PIC X(01).
004450     05  WRK-PTR-QTD-DUPLICADOS PIC 9(07).
004460     05  FILLER                 PIC X(01).
004470     05  WRK-PTR-RETOMADA       PIC X(01).
004480     05  FILLER                 PIC X(04).
004490 01  WRK-PAR-REJEITO REDEFINES WRK-PAR-AREA.
004500     05  WRK-PRJ-SEQUENCIA      PIC 9(07).
004510     05  FILLER                 PIC X(20).
004520     05  WRK-PRJ-ORIGEM         PIC X(08).
004530     05  FILLER                 PIC X(45).
004540 01  WRK-PAR-DUPLICADO REDEFINES WRK-PAR-AREA.
004550     05  FILLER                 PIC X(08).
004560     05  WRK-PDP-SEQ-REPETIDO   PIC 9(07).
004570     05  FILLER                 PIC X(17).
004580     05  WRK-PDP-ORIGEM         PIC X(08).
004590     05  FILLER                 PIC X(40).
004600 01  WRK-LOG-AREA.
004610     05  FILLER                 PIC X(18).
004620     05  WRK-LOG-JOB            PIC X(08).
004630     05  FILLER                 PIC X(01).
004640     05  WRK-LOG-STATUS         PIC X(01).
004650     05  FILLER                 PIC X(41).
004660     05  WRK-LOG-ENCADEAMENTO   PIC X(10).
004670 01  WRK-SAI-AREA               PIC X(80).
004680 01  SAI-HEADER.
004690     05  SAI-HDR-TIPO           PIC X(01)  VALUE 'H'.
004700     05  SAI-HDR-DATA           PIC 9(08).
004710     05  SAI-HDR-HORA           PIC 9(06).
004720     05  SAI-HDR-SEQUENCIA      PIC 9(06).
004730     05  SAI-HDR-ORIGEM         PIC X(08)  VALUE 'CPFLOTE '.
004740     05  SAI-HDR-DESTINO        PIC X(08)  VALUE SPACES.
004741     05  SAI-HDR-RETRANSMISSAO  PIC X(01)  VALUE SPACE.
004750 01  SAI-DETALHE.
004760     05  SAI-DET-TIPO           PIC X(01)  VALUE 'D'.
004770     05  SAI-DET-SEQUENCIA      PIC 9(07).
004780     05  SAI-DET-MASCARADO      PIC X(20).
004790     05  SAI-DET-TOKEN          PIC X(18)  VALUE SPACES.
004800 01  SAI-TRAILER.
004810     05  SAI-TRL-TIPO           PIC X(01)  VALUE 'T'.
004820     05  SAI-TRL-QTD-DETALHE    PIC 9(07).
004830     05  SAI-TRL-TOTAL-CONTROLE PIC 9(14).
004840 01  WRK-TITULO-PARTICAO.
004850     05  FILLER                 PIC X(33)  VALUE
004860         'EXECUCAO PARTICIONADA - PARTICAO '.
004870     05  WRK-TIT-PARTICAO       PIC 9(01).
004880     05  FILLER                 PIC X(04)  VALUE ' DE '.
004890     05  WRK-TIT-QTD-PARTICOES  PIC 9(01).
004900 COPY RPTLOTEP.
004910 COPY AUDENCP.
004920 PROCEDURE DIVISION.
004930******************************************************
004940*    0000-MAINLINE - ROTINA PRINCIPAL DA JUNCAO
004950******************************************************
004960 0000-MAINLINE.
004970     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
004980     IF NOT WRK-ABORTADO-SIM
004990         PERFORM 2000-CONFERIR-PARTICOES THRU 2000-EXIT
005000     END-IF.
005010     IF NOT WRK-ABORTADO-SIM
005020         PERFORM 3000-GERAR-SAIDAS THRU 3000-EXIT
005030         PERFORM 4000-JUNTAR-REJEITOS THRU 4000-EXIT
005040         PERFORM 6000-JUNTAR-AUDITORIA THRU 6000-EXIT
005050         PERFORM 6500-JUNTAR-RELATORIO THRU 6500-EXIT
005060         PERFORM 8000-GRAVAR-HISTORICO THRU 8000-EXIT
005070         PERFORM 8100-LIMPAR-PARTICOES THRU 8100-EXIT
005080     END-IF.
005090     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
005100     GOBACK.
005110******************************************************
005120*    1000-INICIALIZAR - LE OS PARAMETROS E OS PERFIS DE
005130*    DESTINO (MESMOS CRITERIOS DO CPFLOTE)
005140******************************************************
005150 1000-INICIALIZAR.
005160     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
005170     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
005180     IF WRK-ABORTADO-SIM
005190         GO TO 1000-EXIT
005200     END-IF.
005210     PERFORM 1200-CARREGAR-DESTINOS THRU 1200-EXIT.
005220 1000-EXIT.
005230     EXIT.
005240******************************************************
005250*    1100-LER-PARAMETROS - QUANTIDADE DE PARTICOES (2 A
005260*    4), LINHAS POR PAGINA E MODO DE MASCARA DO CPFPARM
005270******************************************************
005280 1100-LER-PARAMETROS.
005290     MOVE ZERO TO WRK-QTD-PARTICOES.
005300     OPEN INPUT CPF-PARAMETROS.
005310     IF WRK-FS-PARAMETROS-OK
005320         READ CPF-PARAMETROS
005330             AT END CONTINUE
005340             NOT AT END
005350                 PERFORM 1110-APLICAR-PARAMETROS THRU 1110-EXIT
005360         END-READ
005370         CLOSE CPF-PARAMETROS
005380     END-IF.
005390     IF WRK-QTD-PARTICOES < 2
005400        OR WRK-QTD-PARTICOES > WRK-MAX-PARTICOES
005410         MOVE 'S' TO WRK-ABORTADO
005420         MOVE 'QTD-PARTICOES DO CPFPARM FORA DA FAIXA 2 A 4'
005430             TO WRK-MOTIVO-ABORTO
005440     END-IF.
005450 1100-EXIT.
005460     EXIT.
005470 1110-APLICAR-PARAMETROS.
005480     IF PRM-LINHAS-PAGINA IS NUMERIC
005490        AND PRM-LINHAS-PAGINA > ZERO
005500         MOVE PRM-LINHAS-PAGINA TO WRK-LINHAS-PAGINA
005510     END-IF.
005520     IF PRM-MODO-MASCARA = 'T' OR PRM-MODO-MASCARA = 'P'
005530         MOVE PRM-MODO-MASCARA TO WRK-MODO-MASCARA-LOTE
005540     END-IF.
005550     IF PRM-QTD-PARTICOES IS NUMERIC
005560         MOVE PRM-QTD-PARTICOES TO WRK-QTD-PARTICOES
005570     END-IF.
005580 1110-EXIT.
005590     EXIT.
005600******************************************************
005610*    1200-CARREGAR-DESTINOS - CARREGA OS PERFIS DO
005620*    CPFDST; SEM O ARQUIVO HA UM UNICO DESTINO SEM
005630*    CODIGO, NO MODO DO CPFPARM E SEM TOKEN. O MODO DO
005640*    1o DESTINO E O MODO DO LOTE, CUJA MASCARA VEM NO
005650*    DETALHE DAS PARTICOES; A DO OUTRO MODO VEM NA
005660*    MASCARA ALTERNATIVA
005670******************************************************
005680 1200-CARREGAR-DESTINOS.
005690     MOVE ZERO TO WRK-QTD-DESTINOS.
005700     OPEN INPUT CPF-DESTINOS.
005710     IF WRK-FS-DESTINOS-OK
005720         PERFORM 1210-LER-DESTINO THRU 1210-EXIT
005730             UNTIL WRK-FIM-ARQUIVO-SIM
005740         CLOSE CPF-DESTINOS
005750         MOVE 'N' TO WRK-FIM-ARQUIVO
005760     END-IF.
005770     IF WRK-QTD-DESTINOS = ZERO
005780         MOVE 1 TO WRK-QTD-DESTINOS
005790         MOVE SPACES TO WRK-DST-CODIGO(1)
005800         MOVE WRK-MODO-MASCARA-LOTE TO WRK-DST-MODO-MASCARA(1)
005810         MOVE 'N' TO WRK-DST-COM-TOKEN(1)
005820         MOVE ZEROS TO WRK-DST-SEQ-ARQUIVO(1)
005830     END-IF.
005840     MOVE WRK-DST-MODO-MASCARA(1) TO WRK-MODO-MASCARA-LOTE.
005850 1200-EXIT.
005860     EXIT.
005870 1210-LER-DESTINO.
005880     READ CPF-DESTINOS
005890         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
005900     END-READ.
005910     IF WRK-FIM-ARQUIVO-SIM
005920         GO TO 1210-EXIT
005930     END-IF.
005940     IF DST-CODIGO = SPACES
005950        OR (DST-MODO-MASCARA NOT = 'T'
005960            AND DST-MODO-MASCARA NOT = 'P')
005970         GO TO 1210-EXIT
005980     END-IF.
005990     IF WRK-QTD-DESTINOS NOT < WRK-MAX-DESTINOS
006000         GO TO 1210-EXIT
006010     END-IF.
006020     ADD 1 TO WRK-QTD-DESTINOS.
006030     MOVE DST-CODIGO TO WRK-DST-CODIGO(WRK-QTD-DESTINOS).
006040     MOVE DST-MODO-MASCARA
006050         TO WRK-DST-MODO-MASCARA(WRK-QTD-DESTINOS).
006060     IF DST-COM-TOKEN = 'S'
006070         MOVE 'S' TO WRK-DST-COM-TOKEN(WRK-QTD-DESTINOS)
006080     ELSE
006090         MOVE 'N' TO WRK-DST-COM-TOKEN(WRK-QTD-DESTINOS)
006100     END-IF.
006110     MOVE ZEROS TO WRK-DST-SEQ-ARQUIVO(WRK-QTD-DESTINOS).
006120 1210-EXIT.
006130     EXIT.
006140******************************************************
006150*    2000-CONFERIR-PARTICOES - CONFERE O RESULTADO E A
006160*    TRILHA DE AUDITORIA DE CADA PARTICAO E O TOTAL DE
006170*    REGISTROS LIDOS CONTRA O CPFENT, ANTES DE GRAVAR
006180*    QUALQUER ARQUIVO
006190******************************************************
006200 2000-CONFERIR-PARTICOES.
006210     PERFORM 2100-CONFERIR-RESULTADO THRU 2100-EXIT
006220         VARYING WRK-IDX-PARTICAO FROM 1 BY 1
006230         UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES
006240             OR WRK-ABORTADO-SIM.
006250     IF WRK-ABORTADO-SIM
006260         GO TO 2000-EXIT
006270     END-IF.
006280     PERFORM 2200-CONFERIR-AUDITORIA THRU 2200-EXIT
006290         VARYING WRK-IDX-PARTICAO FROM 1 BY 1
006300         UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES
006310             OR WRK-ABORTADO-SIM.
006320     IF WRK-ABORTADO-SIM
006330         GO TO 2000-EXIT
006340     END-IF.
006350     PERFORM 2300-CONTAR-ENTRADA THRU 2300-EXIT.
006360     IF WRK-ABORTADO-SIM
006370         GO TO 2000-EXIT
006380     END-IF.
006390     IF WRK-QTD-ENTRADA NOT = WRK-QTD-LIDOS
006400         DISPLAY 'CPFENT COM ' WRK-QTD-ENTRADA
006410             ' REGISTROS E PARTICOES COM ' WRK-QTD-LIDOS
006420             ' LIDOS'
006430         MOVE 'S' TO WRK-ABORTADO
006440         MOVE 'PARTICOES NAO CORRESPONDEM AO CPFENT'
006450             TO WRK-MOTIVO-ABORTO
006460     END-IF.
006470 2000-EXIT.
006480     EXIT.
006490******************************************************
006500*    2100-CONFERIR-RESULTADO - LE O RESULTADO DA
006510*    PARTICAO: HEADER, DETALHES EM ORDEM CRESCENTE DE
006520*    SEQUENCIA E TRAILER DE PARTICAO COM CONTAGEM E
006530*    TOTAL DE CONTROLE IGUAIS AOS DOS DETALHES; SOMA AS
006540*    CONTAGENS DA PARTICAO AOS TOTAIS DO LOTE
006550******************************************************
006560 2100-CONFERIR-RESULTADO.
006570     MOVE 'S' TO WRK-TIPO-ARQ.
006580     PERFORM 7900-ABRIR-PARTICAO THRU 7900-EXIT.
006590     IF NOT WRK-FS-PARTICAO-OK
006600         DISPLAY 'RESULTADO DA PARTICAO ' WRK-IDX-PARTICAO
006610             ' NAO ENCONTRADO'
006620         MOVE 'S' TO WRK-ABORTADO
006630         MOVE 'RESULTADO DE PARTICAO INDISPONIVEL'
006640             TO WRK-MOTIVO-ABORTO
006650         GO TO 2100-EXIT
006660     END-IF.
006670     MOVE 'N' TO WRK-HEADER-LIDO.
006680     MOVE 'N' TO WRK-TRAILER-LIDO.
006690     MOVE 'N' TO WRK-ORDEM-INVALIDA.
006700     MOVE ZERO TO WRK-QTD-DET-PARTICAO.
006710     MOVE ZERO TO WRK-TOT-DET-PARTICAO.
006720     MOVE ZERO TO WRK-SEQ-ANTERIOR.
006730     MOVE 'N' TO WRK-FIM-ARQUIVO.
006740     PERFORM 2110-LER-RESULTADO THRU 2110-EXIT
006750         UNTIL WRK-FIM-ARQUIVO-SIM.
006760     PERFORM 7930-FECHAR-PARTICAO THRU 7930-EXIT.
006770     MOVE 'N' TO WRK-FIM-ARQUIVO.
006780     IF NOT WRK-HEADER-LIDO-SIM
006790        OR NOT WRK-TRAILER-LIDO-SIM
006800         DISPLAY 'PARTICAO ' WRK-IDX-PARTICAO
006810             ' INCOMPLETA (SEM HEADER OU SEM TRAILER)'
006820         MOVE 'S' TO WRK-ABORTADO
006830         MOVE 'PARTICAO NAO CONCLUIDA PELO CPFLOTE'
006840             TO WRK-MOTIVO-ABORTO
006850         GO TO 2100-EXIT
006860     END-IF.
006870     IF WRK-ORDEM-INVALIDA-SIM
006880        OR WRK-PTR-PARTICAO NOT = WRK-IDX-PARTICAO
006890        OR WRK-PTR-QTD-PARTICOES NOT = WRK-QTD-PARTICOES
006900        OR WRK-PTR-QTD-DETALHE NOT = WRK-QTD-DET-PARTICAO
006910        OR WRK-PTR-TOTAL-CONTROLE NOT = WRK-TOT-DET-PARTICAO
006920         DISPLAY 'PARTICAO ' WRK-IDX-PARTICAO
006930             ' COM TRAILER DIVERGENTE DOS DETALHES'
006940         MOVE 'S' TO WRK-ABORTADO
006950         MOVE 'RESULTADO DE PARTICAO INCONSISTENTE'
006960             TO WRK-MOTIVO-ABORTO
006970         GO TO 2100-EXIT
006980     END-IF.
006990     ADD WRK-PTR-QTD-LIDOS TO WRK-QTD-LIDOS.
007000     ADD WRK-PTR-QTD-REJEITADOS TO WRK-QTD-REJEITADOS.
007010     ADD WRK-PTR-QTD-FORMATO-INV TO WRK-QTD-FORMATO-INVALIDO.
007020     ADD WRK-PTR-QTD-CPF TO WRK-QTD-CPF.
007030     ADD WRK-PTR-QTD-CNPJ TO WRK-QTD-CNPJ.
007040     ADD WRK-PTR-QTD-DUPLICADOS TO WRK-QTD-DUPLICADOS.
007050     IF WRK-PTR-RETOMADA = 'S'
007060         MOVE 'S' TO WRK-RETOMADA
007070     END-IF.
007080     MOVE WRK-PTR-QTD-LIDOS
007090         TO WRK-PTC-QTD-LIDOS(WRK-IDX-PARTICAO).
007100 2100-EXIT.
007110     EXIT.
007120 2110-LER-RESULTADO.
007130     PERFORM 7920-LER-PARTICAO THRU 7920-EXIT.
007140     IF WRK-FIM-ARQUIVO-SIM
007150         GO TO 2110-EXIT
007160     END-IF.
007170     EVALUATE WRK-PAR-TIPO
007180         WHEN 'H'
007190             MOVE 'S' TO WRK-HEADER-LIDO
007200         WHEN 'D'
007210             IF WRK-PDT-SEQUENCIA IS NOT NUMERIC
007220                OR WRK-PDT-SEQUENCIA NOT > WRK-SEQ-ANTERIOR
007230                 MOVE 'S' TO WRK-ORDEM-INVALIDA
007240             ELSE
007250                 MOVE WRK-PDT-SEQUENCIA TO WRK-SEQ-ANTERIOR
007260                 ADD WRK-PDT-SEQUENCIA TO WRK-TOT-DET-PARTICAO
007270             END-IF
007280             ADD 1 TO WRK-QTD-DET-PARTICAO
007290         WHEN 'T'
007300             IF WRK-PTR-PARTICAO IS NUMERIC
007310                AND WRK-PTR-QTD-PARTICOES IS NUMERIC
007320                AND WRK-PTR-QTD-LIDOS IS NUMERIC
007330                AND WRK-PTR-QTD-REJEITADOS IS NUMERIC
007340                AND WRK-PTR-QTD-FORMATO-INV IS NUMERIC
007350                AND WRK-PTR-QTD-CPF IS NUMERIC
007360                AND WRK-PTR-QTD-CNPJ IS NUMERIC
007370                AND WRK-PTR-QTD-DUPLICADOS IS NUMERIC
007380                 MOVE 'S' TO WRK-TRAILER-LIDO
007390             END-IF
007400             MOVE 'S' TO WRK-FIM-ARQUIVO
007410         WHEN OTHER
007420             CONTINUE
007430     END-EVALUATE.
007440 2110-EXIT.
007450     EXIT.
007460******************************************************
007470*    2200-CONFERIR-AUDITORIA - CONFERE A CADEIA DA
007480*    TRILHA DE AUDITORIA DA PARTICAO (MESMO CRITERIO DO
007490*    CPFLOTE NA PODA DO REINICIO) E A QUANTIDADE DE
007500*    EVENTOS DO CPFLOTE CONTRA OS REGISTROS LIDOS
007510******************************************************
007520 2200-CONFERIR-AUDITORIA.
007530     MOVE 'A' TO WRK-TIPO-ARQ.
007540     MOVE 'N' TO WRK-CADEIA-INICIADA.
007550     MOVE 'N' TO WRK-CADEIA-QUEBRADA.
007560     MOVE ZEROS TO WRK-ENC-CONFERENCIA.
007570     MOVE ZERO TO WRK-QTD-AUD-PARTICAO.
007580     PERFORM 7900-ABRIR-PARTICAO THRU 7900-EXIT.
007590     IF WRK-FS-PARTICAO-OK
007600         MOVE 'N' TO WRK-FIM-ARQUIVO
007610         PERFORM 2210-LER-AUDITORIA THRU 2210-EXIT
007620             UNTIL WRK-FIM-ARQUIVO-SIM
007630         PERFORM 7930-FECHAR-PARTICAO THRU 7930-EXIT
007640         MOVE 'N' TO WRK-FIM-ARQUIVO
007650     END-IF.
007660     IF WRK-CADEIA-QUEBRADA-SIM
007670         DISPLAY 'CADEIA DA TRILHA DA PARTICAO ' WRK-IDX-PARTICAO
007680             ' QUEBRADA'
007690         MOVE 'S' TO WRK-ABORTADO
007700         MOVE 'TRILHA DE AUDITORIA DE PARTICAO QUEBRADA'
007710             TO WRK-MOTIVO-ABORTO
007720         GO TO 2200-EXIT
007730     END-IF.
007740     IF WRK-QTD-AUD-PARTICAO
007750            NOT = WRK-PTC-QTD-LIDOS(WRK-IDX-PARTICAO)
007760         DISPLAY 'PARTICAO ' WRK-IDX-PARTICAO ' COM '
007770             WRK-QTD-AUD-PARTICAO ' EVENTOS DE AUDITORIA PARA '
007780             WRK-PTC-QTD-LIDOS(WRK-IDX-PARTICAO) ' LIDOS'
007790         MOVE 'S' TO WRK-ADVERTENCIA
007800     END-IF.
007810 2200-EXIT.
007820     EXIT.
007830 2210-LER-AUDITORIA.
007840     PERFORM 7920-LER-PARTICAO THRU 7920-EXIT.
007850     IF WRK-FIM-ARQUIVO-SIM
007860         GO TO 2210-EXIT
007870     END-IF.
007880     MOVE WRK-PAR-AREA TO WRK-LOG-AREA.
007890     PERFORM 2220-CONFERIR-ELO THRU 2220-EXIT.
007900     IF WRK-LOG-JOB = 'CPFLOTE '
007910        AND WRK-LOG-STATUS NOT = 'Q'
007920         ADD 1 TO WRK-QTD-AUD-PARTICAO
007930     END-IF.
007940 2210-EXIT.
007950     EXIT.
007960 2220-CONFERIR-ELO.
007970     IF WRK-LOG-ENCADEAMENTO IS NOT NUMERIC
007980         IF WRK-CADEIA-INICIADA-SIM
007990             MOVE 'S' TO WRK-CADEIA-QUEBRADA
008000         END-IF
008010         MOVE ZEROS TO WRK-ENC-CONFERENCIA
008020         GO TO 2220-EXIT
008030     END-IF.
008040     IF WRK-CADEIA-INICIADA-SIM
008050         MOVE WRK-LOG-AREA(1:68) TO AE-REGISTRO
008060         MOVE WRK-ENC-CONFERENCIA TO AE-ENCADEAMENTO-ANTERIOR
008070         CALL 'AUDENCAD' USING AE-PARM
008080         IF AE-ENCADEAMENTO NOT = WRK-LOG-ENCADEAMENTO
008090             MOVE 'S' TO WRK-CADEIA-QUEBRADA
008100         END-IF
008110     END-IF.
008120     MOVE 'S' TO WRK-CADEIA-INICIADA.
008130     MOVE WRK-LOG-ENCADEAMENTO TO WRK-ENC-CONFERENCIA.
008140 2220-EXIT.
008150     EXIT.
008160******************************************************
008170*    2300-CONTAR-ENTRADA - CONTA OS REGISTROS DO CPFENT
008180*    E MONTA A TABELA DE ORIGENS NA ORDEM EM QUE O
008190*    CPFLOTE A MONTARIA NUMA EXECUCAO UNICA
008200******************************************************
008210 2300-CONTAR-ENTRADA.
008220     MOVE ZERO TO WRK-QTD-ENTRADA.
008230     MOVE ZERO TO WRK-QTD-ORIGENS.
008240     OPEN INPUT CPF-ENTRADA.
008250     IF NOT WRK-FS-ENTRADA-OK
008260         MOVE 'S' TO WRK-ABORTADO
008270         MOVE 'ARQUIVO DE ENTRADA CPFENT INDISPONIVEL'
008280             TO WRK-MOTIVO-ABORTO
008290         GO TO 2300-EXIT
008300     END-IF.
008310     MOVE 'N' TO WRK-FIM-ARQUIVO.
008320     PERFORM 2310-LER-ENTRADA THRU 2310-EXIT
008330         UNTIL WRK-FIM-ARQUIVO-SIM.
008340     CLOSE CPF-ENTRADA.
008350     MOVE 'N' TO WRK-FIM-ARQUIVO.
008360 2300-EXIT.
008370     EXIT.
008380 2310-LER-ENTRADA.
008390     READ CPF-ENTRADA
008400         AT END
008410             MOVE 'S' TO WRK-FIM-ARQUIVO
008420             GO TO 2310-EXIT
008430     END-READ.
008440     ADD 1 TO WRK-QTD-ENTRADA.
008450     MOVE ENT-ORIGEM TO WRK-ORIGEM-PROCURADA.
008460     PERFORM 7600-LOCALIZAR-ORIGEM THRU 7600-EXIT.
008470     IF WRK-IDX-ORIGEM > ZERO
008480         ADD 1 TO WRK-ORG-LIDOS(WRK-IDX-ORIGEM)
008490     END-IF.
008500 2310-EXIT.
008510     EXIT.
008520******************************************************
008530*    3000-GERAR-SAIDAS - NUMERA OS ARQUIVOS DOS
008540*    DESTINOS, GRAVA OS HEADERS, INTERCALA OS DETALHES
008550*    DAS PARTICOES PELA SEQUENCIA ORIGINAL E FECHA CADA
008560*    ARQUIVO COM O TRAILER E O REGISTRO NO CPFENV
008570******************************************************
008580 3000-GERAR-SAIDAS.
008590     PERFORM 3100-OBTER-SEQ-ARQUIVO THRU 3100-EXIT.
008600     PERFORM 3200-GRAVAR-HEADER THRU 3200-EXIT
008610         VARYING WRK-IDX-DESTINO FROM 1 BY 1
008620         UNTIL WRK-IDX-DESTINO > WRK-QTD-DESTINOS.
008630     OPEN OUTPUT CPF-DEPARA.
008640     MOVE ZERO TO WRK-QTD-DETALHE.
008650     MOVE ZERO TO WRK-TOTAL-CONTROLE.
008660     MOVE 'S' TO WRK-TIPO-ARQ.
008670     PERFORM 5000-INTERCALAR THRU 5000-EXIT.
008680     CLOSE CPF-DEPARA.
008690     MOVE WRK-QTD-DETALHE TO SAI-TRL-QTD-DETALHE.
008700     MOVE WRK-TOTAL-CONTROLE TO SAI-TRL-TOTAL-CONTROLE.
008710     PERFORM 3400-FECHAR-DESTINO THRU 3400-EXIT
008720         VARYING WRK-IDX-DESTINO FROM 1 BY 1
008730         UNTIL WRK-IDX-DESTINO > WRK-QTD-DESTINOS.
008740 3000-EXIT.
008750     EXIT.
008760******************************************************
008770*    3100-OBTER-SEQ-ARQUIVO - PROXIMO NUMERO DE ARQUIVO
008780*    DE CADA DESTINO NO CPFSEQ, NO MESMO CRITERIO DO
008790*    CPFLOTE (LINHA SEM CODIGO = 1o DESTINO), JA
008800*    REGRAVADO NO ARQUIVO DE CONTROLE
008810******************************************************
008820 3100-OBTER-SEQ-ARQUIVO.
008830     MOVE ZERO TO WRK-QTD-SEQUENCIAS.
008840     OPEN INPUT CPF-SEQUENCIA.
008850     IF WRK-FS-SEQUENCIA-OK
008860         MOVE 'N' TO WRK-FIM-ARQUIVO
008870         PERFORM 3110-CARREGAR-SEQUENCIA THRU 3110-EXIT
008880             UNTIL WRK-FIM-ARQUIVO-SIM
008890         CLOSE CPF-SEQUENCIA
008900         MOVE 'N' TO WRK-FIM-ARQUIVO
008910     END-IF.
008920     PERFORM 3120-NUMERAR-DESTINO THRU 3120-EXIT
008930         VARYING WRK-IDX-DESTINO FROM 1 BY 1
008940         UNTIL WRK-IDX-DESTINO > WRK-QTD-DESTINOS.
008950     OPEN OUTPUT CPF-SEQUENCIA.
008960     PERFORM 3140-GRAVAR-SEQUENCIA THRU 3140-EXIT
008970         VARYING WRK-IDX-SEQ FROM 1 BY 1
008980         UNTIL WRK-IDX-SEQ > WRK-QTD-SEQUENCIAS.
008990     CLOSE CPF-SEQUENCIA.
009000 3100-EXIT.
009010     EXIT.
009020 3110-CARREGAR-SEQUENCIA.
009030     READ CPF-SEQUENCIA
009040         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
009050         NOT AT END
009060             IF SEQ-NUMERO IS NUMERIC
009070                AND WRK-QTD-SEQUENCIAS < WRK-MAX-SEQUENCIAS
009080                 ADD 1 TO WRK-QTD-SEQUENCIAS
009090                 MOVE SEQ-DESTINO
009100                     TO WRK-SQT-DESTINO(WRK-QTD-SEQUENCIAS)
009110                 MOVE SEQ-NUMERO
009120                     TO WRK-SQT-NUMERO(WRK-QTD-SEQUENCIAS)
009130             END-IF
009140     END-READ.
009150 3110-EXIT.
009160     EXIT.
009170 3120-NUMERAR-DESTINO.
009180     MOVE ZERO TO WRK-IDX-SEQ-ACHADO.
009190     PERFORM 3130-COMPARAR-SEQUENCIA THRU 3130-EXIT
009200         VARYING WRK-IDX-SEQ FROM 1 BY 1
009210         UNTIL WRK-IDX-SEQ > WRK-QTD-SEQUENCIAS
009220             OR WRK-IDX-SEQ-ACHADO > ZERO.
009230     IF WRK-IDX-SEQ-ACHADO = ZERO
009240        AND WRK-IDX-DESTINO = 1
009250        AND WRK-DST-CODIGO(1) NOT = SPACES
009260         MOVE SPACES TO WRK-ORIGEM-PROCURADA
009270         PERFORM 3150-LOCALIZAR-SEQ-ANTIGA THRU 3150-EXIT
009280             VARYING WRK-IDX-SEQ FROM 1 BY 1
009290             UNTIL WRK-IDX-SEQ > WRK-QTD-SEQUENCIAS
009300                 OR WRK-IDX-SEQ-ACHADO > ZERO
009310     END-IF.
009320     IF WRK-IDX-SEQ-ACHADO = ZERO
009330         IF WRK-QTD-SEQUENCIAS NOT < WRK-MAX-SEQUENCIAS
009340             DISPLAY 'CPFSEQ CHEIO - SEQUENCIA DO DESTINO '
009350                 WRK-DST-CODIGO(WRK-IDX-DESTINO)
009360                 ' NAO SERA GUARDADA'
009370             MOVE 1 TO WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO)
009380             GO TO 3120-EXIT
009390         END-IF
009400         ADD 1 TO WRK-QTD-SEQUENCIAS
009410         MOVE WRK-QTD-SEQUENCIAS TO WRK-IDX-SEQ-ACHADO
009420         MOVE ZEROS TO WRK-SQT-NUMERO(WRK-IDX-SEQ-ACHADO)
009430     END-IF.
009440     MOVE WRK-DST-CODIGO(WRK-IDX-DESTINO)
009450         TO WRK-SQT-DESTINO(WRK-IDX-SEQ-ACHADO).
009460     COMPUTE WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO) =
009470         WRK-SQT-NUMERO(WRK-IDX-SEQ-ACHADO) + 1.
009480     MOVE WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO)
009490         TO WRK-SQT-NUMERO(WRK-IDX-SEQ-ACHADO).
009500 3120-EXIT.
009510     EXIT.
009520 3130-COMPARAR-SEQUENCIA.
009530     IF WRK-SQT-DESTINO(WRK-IDX-SEQ)
009540            = WRK-DST-CODIGO(WRK-IDX-DESTINO)
009550         MOVE WRK-IDX-SEQ TO WRK-IDX-SEQ-ACHADO
009560     END-IF.
009570 3130-EXIT.
009580     EXIT.
009590 3140-GRAVAR-SEQUENCIA.
009600     MOVE SPACES TO SEQ-REGISTRO.
009610     MOVE WRK-SQT-NUMERO(WRK-IDX-SEQ) TO SEQ-NUMERO.
009620     MOVE WRK-SQT-DESTINO(WRK-IDX-SEQ) TO SEQ-DESTINO.
009630     WRITE SEQ-REGISTRO.
009640 3140-EXIT.
009650     EXIT.
009660 3150-LOCALIZAR-SEQ-ANTIGA.
009670     IF WRK-SQT-DESTINO(WRK-IDX-SEQ) = WRK-ORIGEM-PROCURADA
009680         MOVE WRK-IDX-SEQ TO WRK-IDX-SEQ-ACHADO
009690     END-IF.
009700 3150-EXIT.
009710     EXIT.
009720******************************************************
009730*    3200-GRAVAR-HEADER - CRIA O ARQUIVO DE INTERFACE
009740*    DO DESTINO E GRAVA O HEADER, COMO O CPFLOTE
009750******************************************************
009760 3200-GRAVAR-HEADER.
009770     PERFORM 7800-ABRIR-SAIDA THRU 7800-EXIT.
009780     ACCEPT WRK-HORA-AGORA FROM TIME.
009790     MOVE WRK-DATA-HOJE TO SAI-HDR-DATA.
009800     MOVE WRK-HORA-AGORA(1:6) TO SAI-HDR-HORA.
009810     MOVE WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO)
009820         TO SAI-HDR-SEQUENCIA.
009830     MOVE WRK-DST-CODIGO(WRK-IDX-DESTINO) TO SAI-HDR-DESTINO.
009840     MOVE SAI-HEADER TO WRK-SAI-AREA.
009850     PERFORM 7810-GRAVAR-SAIDA THRU 7810-EXIT.
009860 3200-EXIT.
009870     EXIT.
009880******************************************************
009890*    3300-GRAVAR-DETALHE - GRAVA O DETALHE DE MENOR
009900*    SEQUENCIA NO ARQUIVO DE CADA DESTINO (MASCARA DO
009910*    MODO DO DESTINO, TOKEN QUANDO O PERFIL PEDE) E O
009920*    PAR TOKEN / MASCARA DO LOTE NO CPFDEP
009930******************************************************
009940 3300-GRAVAR-DETALHE.
009950     MOVE WRK-PTC-AREA(WRK-IDX-MENOR) TO WRK-PAR-AREA.
009960     MOVE WRK-PDT-SEQUENCIA TO SAI-DET-SEQUENCIA.
009970     PERFORM 3310-GRAVAR-DETALHE-DESTINO THRU 3310-EXIT
009980         VARYING WRK-IDX-DESTINO FROM 1 BY 1
009990         UNTIL WRK-IDX-DESTINO > WRK-QTD-DESTINOS.
010000     MOVE SPACES TO DEP-REGISTRO.
010010     MOVE WRK-PDT-TOKEN TO DEP-TOKEN.
010020     MOVE WRK-PDT-MASCARADO TO DEP-MASCARADO.
010030     WRITE DEP-REGISTRO.
010040     ADD 1 TO WRK-QTD-DETALHE.
010050     ADD WRK-PDT-SEQUENCIA TO WRK-TOTAL-CONTROLE.
010060 3300-EXIT.
010070     EXIT.
010080 3310-GRAVAR-DETALHE-DESTINO.
010090     IF WRK-DST-MODO-MASCARA(WRK-IDX-DESTINO)
010100            = WRK-MODO-MASCARA-LOTE
010110         MOVE WRK-PDT-MASCARADO TO SAI-DET-MASCARADO
010120     ELSE
010130         MOVE WRK-PDT-MASCARA-ALT TO SAI-DET-MASCARADO
010140     END-IF.
010150     IF WRK-DST-COM-TOKEN(WRK-IDX-DESTINO) = 'S'
010160         MOVE WRK-PDT-TOKEN TO SAI-DET-TOKEN
010170     ELSE
010180         MOVE SPACES TO SAI-DET-TOKEN
010190     END-IF.
010200     MOVE SAI-DETALHE TO WRK-SAI-AREA.
010210     PERFORM 7810-GRAVAR-SAIDA THRU 7810-EXIT.
010220 3310-EXIT.
010230     EXIT.
010240******************************************************
010250*    3400-FECHAR-DESTINO - GRAVA O TRAILER COMBINADO NO
010260*    ARQUIVO DO DESTINO E REGISTRA A TRANSMISSAO NO
010270*    CPFENV COM STATUS 'P', COMO O CPFLOTE
010280******************************************************
010290 3400-FECHAR-DESTINO.
010300     MOVE SAI-TRAILER TO WRK-SAI-AREA.
010310     PERFORM 7810-GRAVAR-SAIDA THRU 7810-EXIT.
010320     PERFORM 7830-FECHAR-SAIDA THRU 7830-EXIT.
010330     OPEN EXTEND CPF-ENVIADOS.
010340     IF WRK-FS-ENVIADOS-NAO-EXISTE
010350         OPEN OUTPUT CPF-ENVIADOS
010360     END-IF.
010370     MOVE SPACES TO ENV-REGISTRO.
010380     MOVE WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO) TO ENV-SEQUENCIA.
010390     MOVE WRK-DATA-HOJE TO ENV-DATA.
010400     MOVE WRK-QTD-DETALHE TO ENV-QTD-DETALHE.
010410     MOVE WRK-TOTAL-CONTROLE TO ENV-TOTAL-CONTROLE.
010420     MOVE 'P' TO ENV-STATUS.
010430     MOVE ZEROS TO ENV-DATA-RETORNO.
010440     MOVE WRK-DST-CODIGO(WRK-IDX-DESTINO) TO ENV-DESTINO.
010441     MOVE ZEROS TO ENV-DATA-RETRANSMISSAO.
010450     WRITE ENV-REGISTRO.
010460     CLOSE CPF-ENVIADOS.
010470     DISPLAY 'ARQUIVO DO DESTINO '
010480         WRK-DST-CODIGO(WRK-IDX-DESTINO) ' SEQUENCIA '
010490         WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO) ' MODO '
010500         WRK-DST-MODO-MASCARA(WRK-IDX-DESTINO) ' TOKEN '
010510         WRK-DST-COM-TOKEN(WRK-IDX-DESTINO).
010520 3400-EXIT.
010530     EXIT.
010540******************************************************
010550*    4000-JUNTAR-REJEITOS - INTERCALA OS CPFREJ E OS
010560*    CPFDUPS DAS PARTICOES PELA SEQUENCIA ORIGINAL,
010570*    TOTALIZANDO REJEITADOS E DUPLICADOS POR ORIGEM
010580******************************************************
010590 4000-JUNTAR-REJEITOS.
010600     OPEN OUTPUT CPF-REJEITOS.
010610     MOVE 'R' TO WRK-TIPO-ARQ.
010620     PERFORM 5000-INTERCALAR THRU 5000-EXIT.
010630     CLOSE CPF-REJEITOS.
010640     OPEN OUTPUT CPF-DUPLICADOS.
010650     MOVE 'D' TO WRK-TIPO-ARQ.
010660     PERFORM 5000-INTERCALAR THRU 5000-EXIT.
010670     CLOSE CPF-DUPLICADOS.
010680 4000-EXIT.
010690     EXIT.
010700******************************************************
010710*    5000-INTERCALAR - INTERCALA OS ARQUIVOS DE
010720*    PARTICAO DO TIPO WRK-TIPO-ARQ PELA SEQUENCIA
010730*    ORIGINAL NO CPFENT: A CADA PASSO GRAVA O REGISTRO
010740*    CORRENTE DE MENOR CHAVE E AVANCA A SUA PARTICAO
010750******************************************************
010760 5000-INTERCALAR.
010770     PERFORM 5010-PREPARAR-PARTICAO THRU 5010-EXIT
010780         VARYING WRK-IDX-PARTICAO FROM 1 BY 1
010790         UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES.
010800     MOVE 'N' TO WRK-FIM-INTERCALACAO.
010810     PERFORM 5200-GRAVAR-MENOR THRU 5200-EXIT
010820         UNTIL WRK-FIM-INTERCALACAO-SIM.
010830     PERFORM 5020-ENCERRAR-PARTICAO THRU 5020-EXIT
010840         VARYING WRK-IDX-PARTICAO FROM 1 BY 1
010850         UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES.
010860 5000-EXIT.
010870     EXIT.
010880 5010-PREPARAR-PARTICAO.
010890     MOVE 'N' TO WRK-PTC-FIM(WRK-IDX-PARTICAO).
010900     MOVE 'N' TO WRK-PTC-ABERTO(WRK-IDX-PARTICAO).
010910     PERFORM 7900-ABRIR-PARTICAO THRU 7900-EXIT.
010920     IF NOT WRK-FS-PARTICAO-OK
010930         MOVE 'S' TO WRK-PTC-FIM(WRK-IDX-PARTICAO)
010940         GO TO 5010-EXIT
010950     END-IF.
010960     MOVE 'S' TO WRK-PTC-ABERTO(WRK-IDX-PARTICAO).
010970     PERFORM 5100-AVANCAR-PARTICAO THRU 5100-EXIT.
010980 5010-EXIT.
010990     EXIT.
011000 5020-ENCERRAR-PARTICAO.
011010     IF WRK-PTC-ABERTO(WRK-IDX-PARTICAO) = 'S'
011020         PERFORM 7930-FECHAR-PARTICAO THRU 7930-EXIT
011030     END-IF.
011040 5020-EXIT.
011050     EXIT.
011060******************************************************
011070*    5100-AVANCAR-PARTICAO - LE O PROXIMO REGISTRO DA
011080*    PARTICAO WRK-IDX-PARTICAO E GUARDA A SUA CHAVE; NO
011090*    RESULTADO O HEADER E PULADO E O TRAILER ENCERRA A
011100*    PARTICAO
011110******************************************************
011120 5100-AVANCAR-PARTICAO.
011130     MOVE 'N' TO WRK-FIM-ARQUIVO.
011140     PERFORM 7920-LER-PARTICAO THRU 7920-EXIT.
011150     IF NOT WRK-FIM-ARQUIVO-SIM
011160        AND WRK-TIPO-ARQ = 'S'
011170        AND WRK-PAR-TIPO = 'H'
011180         PERFORM 7920-LER-PARTICAO THRU 7920-EXIT
011190     END-IF.
011200     IF NOT WRK-FIM-ARQUIVO-SIM
011210        AND WRK-TIPO-ARQ = 'S'
011220        AND WRK-PAR-TIPO NOT = 'D'
011230         MOVE 'S' TO WRK-FIM-ARQUIVO
011240     END-IF.
011250     IF WRK-FIM-ARQUIVO-SIM
011260         MOVE 'S' TO WRK-PTC-FIM(WRK-IDX-PARTICAO)
011270         MOVE 'N' TO WRK-FIM-ARQUIVO
011280         GO TO 5100-EXIT
011290     END-IF.
011300     MOVE WRK-PAR-AREA TO WRK-PTC-AREA(WRK-IDX-PARTICAO).
011310     EVALUATE WRK-TIPO-ARQ
011320         WHEN 'S'
011330             MOVE WRK-PDT-SEQUENCIA
011340                 TO WRK-PTC-CHAVE(WRK-IDX-PARTICAO)
011350         WHEN 'R'
011360             MOVE WRK-PRJ-SEQUENCIA
011370                 TO WRK-PTC-CHAVE(WRK-IDX-PARTICAO)
011380         WHEN 'D'
011390             MOVE WRK-PDP-SEQ-REPETIDO
011400                 TO WRK-PTC-CHAVE(WRK-IDX-PARTICAO)
011410         WHEN OTHER
011420             MOVE ZEROS TO WRK-PTC-CHAVE(WRK-IDX-PARTICAO)
011430     END-EVALUATE.
011440     IF WRK-PTC-CHAVE(WRK-IDX-PARTICAO) IS NOT NUMERIC
011450         MOVE ZEROS TO WRK-PTC-CHAVE(WRK-IDX-PARTICAO)
011460     END-IF.
011470 5100-EXIT.
011480     EXIT.
011490******************************************************
011500*    5200-GRAVAR-MENOR - ESCOLHE A PARTICAO COM A MENOR
011510*    CHAVE CORRENTE, GRAVA O SEU REGISTRO NA SAIDA DO
011520*    TIPO E AVANCA A PARTICAO; SEM PARTICAO ATIVA A
011530*    INTERCALACAO TERMINA
011540******************************************************
011550 5200-GRAVAR-MENOR.
011560     MOVE ZERO TO WRK-IDX-MENOR.
011570     PERFORM 5210-COMPARAR-CHAVE THRU 5210-EXIT
011580         VARYING WRK-IDX-COMPARA FROM 1 BY 1
011590         UNTIL WRK-IDX-COMPARA > WRK-QTD-PARTICOES.
011600     IF WRK-IDX-MENOR = ZERO
011610         MOVE 'S' TO WRK-FIM-INTERCALACAO
011620         GO TO 5200-EXIT
011630     END-IF.
011640     EVALUATE WRK-TIPO-ARQ
011650         WHEN 'S'
011660             PERFORM 3300-GRAVAR-DETALHE THRU 3300-EXIT
011670         WHEN 'R'
011680             PERFORM 5300-GRAVAR-REJEITO THRU 5300-EXIT
011690         WHEN 'D'
011700             PERFORM 5400-GRAVAR-DUPLICADO THRU 5400-EXIT
011710         WHEN OTHER
011720             CONTINUE
011730     END-EVALUATE.
011740     MOVE WRK-IDX-MENOR TO WRK-IDX-PARTICAO.
011750     PERFORM 5100-AVANCAR-PARTICAO THRU 5100-EXIT.
011760 5200-EXIT.
011770     EXIT.
011780 5210-COMPARAR-CHAVE.
011790     IF WRK-PTC-FIM(WRK-IDX-COMPARA) = 'S'
011800         GO TO 5210-EXIT
011810     END-IF.
011820     IF WRK-IDX-MENOR = ZERO
011830         MOVE WRK-IDX-COMPARA TO WRK-IDX-MENOR
011840         GO TO 5210-EXIT
011850     END-IF.
011860     IF WRK-PTC-CHAVE(WRK-IDX-COMPARA)
011870            < WRK-PTC-CHAVE(WRK-IDX-MENOR)
011880         MOVE WRK-IDX-COMPARA TO WRK-IDX-MENOR
011890     END-IF.
011900 5210-EXIT.
011910     EXIT.
011920 5300-GRAVAR-REJEITO.
011930     MOVE WRK-PTC-AREA(WRK-IDX-MENOR) TO WRK-PAR-AREA.
011940     WRITE REJ-REGISTRO FROM WRK-PAR-AREA.
011950     ADD 1 TO WRK-QTD-REJ-JUNTADOS.
011960     MOVE WRK-PRJ-ORIGEM TO WRK-ORIGEM-PROCURADA.
011970     PERFORM 7600-LOCALIZAR-ORIGEM THRU 7600-EXIT.
011980     IF WRK-IDX-ORIGEM > ZERO
011990         ADD 1 TO WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM)
012000     END-IF.
012010 5300-EXIT.
012020     EXIT.
012030 5400-GRAVAR-DUPLICADO.
012040     MOVE WRK-PTC-AREA(WRK-IDX-MENOR) TO WRK-PAR-AREA.
012050     WRITE DPS-REGISTRO FROM WRK-PAR-AREA.
012060     ADD 1 TO WRK-QTD-DUP-JUNTADOS.
012070     MOVE WRK-PDP-ORIGEM TO WRK-ORIGEM-PROCURADA.
012080     PERFORM 7600-LOCALIZAR-ORIGEM THRU 7600-EXIT.
012090     IF WRK-IDX-ORIGEM > ZERO
012100         ADD 1 TO WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM)
012110     END-IF.
012120 5400-EXIT.
012130     EXIT.
012140******************************************************
012150*    6000-JUNTAR-AUDITORIA - ACRESCENTA AO CPFAUD OS
012160*    EVENTOS DE CADA PARTICAO, COM DATA, HORA E
012170*    CONTEUDO ORIGINAIS, REENCADEADOS A PARTIR DO
012180*    ULTIMO VALOR DA TRILHA (CPFAUD, OU CPFAUDH QUANDO
012190*    O CPFAUD ESTA VAZIO), COMO O GRAVALOG FARIA
012200******************************************************
012210 6000-JUNTAR-AUDITORIA.
012220     PERFORM 6100-OBTER-ULTIMO-ELO THRU 6100-EXIT.
012230     OPEN EXTEND AUDITORIA-LOG.
012240     IF WRK-FS-AUDITORIA-NAO-EXISTE
012250         OPEN OUTPUT AUDITORIA-LOG
012260     END-IF.
012270     MOVE 'A' TO WRK-TIPO-ARQ.
012280     PERFORM 6200-COPIAR-AUDITORIA THRU 6200-EXIT
012290         VARYING WRK-IDX-PARTICAO FROM 1 BY 1
012300         UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES.
012310     CLOSE AUDITORIA-LOG.
012320 6000-EXIT.
012330     EXIT.
012340 6100-OBTER-ULTIMO-ELO.
012350     MOVE ZEROS TO WRK-ENC-NOVO.
012360     MOVE ZERO TO WRK-QTD-AUD-LIDOS.
012370     OPEN INPUT AUDITORIA-LOG.
012380     IF WRK-FS-AUDITORIA-OK
012390         MOVE 'N' TO WRK-FIM-ARQUIVO
012400         PERFORM 6110-LER-AUDITORIA THRU 6110-EXIT
012410             UNTIL WRK-FIM-ARQUIVO-SIM
012420         CLOSE AUDITORIA-LOG
012430         MOVE 'N' TO WRK-FIM-ARQUIVO
012440     END-IF.
012450     IF WRK-QTD-AUD-LIDOS > ZERO
012460         GO TO 6100-EXIT
012470     END-IF.
012480     OPEN INPUT AUDITORIA-HISTORICO.
012490     IF WRK-FS-AUD-HISTORICO-OK
012500         MOVE 'N' TO WRK-FIM-ARQUIVO
012510         PERFORM 6120-LER-HISTORICO THRU 6120-EXIT
012520             UNTIL WRK-FIM-ARQUIVO-SIM
012530         CLOSE AUDITORIA-HISTORICO
012540         MOVE 'N' TO WRK-FIM-ARQUIVO
012550     END-IF.
012560 6100-EXIT.
012570     EXIT.
012580 6110-LER-AUDITORIA.
012590     READ AUDITORIA-LOG
012600         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
012610         NOT AT END
012620             ADD 1 TO WRK-QTD-AUD-LIDOS
012630             MOVE LOG-ENCADEAMENTO TO WRK-ENC-LIDO
012640             PERFORM 6130-GUARDAR-ULTIMO THRU 6130-EXIT
012650     END-READ.
012660 6110-EXIT.
012670     EXIT.
012680 6120-LER-HISTORICO.
012690     READ AUDITORIA-HISTORICO
012700         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
012710         NOT AT END
012720             MOVE HST-ENCADEAMENTO TO WRK-ENC-LIDO
012730             PERFORM 6130-GUARDAR-ULTIMO THRU 6130-EXIT
012740     END-READ.
012750 6120-EXIT.
012760     EXIT.
012770 6130-GUARDAR-ULTIMO.
012780     IF WRK-ENC-LIDO IS NUMERIC
012790         MOVE WRK-ENC-LIDO TO WRK-ENC-NOVO
012800     ELSE
012810         MOVE ZEROS TO WRK-ENC-NOVO
012820     END-IF.
012830 6130-EXIT.
012840     EXIT.
012850 6200-COPIAR-AUDITORIA.
012860     PERFORM 7900-ABRIR-PARTICAO THRU 7900-EXIT.
012870     IF NOT WRK-FS-PARTICAO-OK
012880         GO TO 6200-EXIT
012890     END-IF.
012900     MOVE 'N' TO WRK-FIM-ARQUIVO.
012910     PERFORM 6210-COPIAR-EVENTO THRU 6210-EXIT
012920         UNTIL WRK-FIM-ARQUIVO-SIM.
012930     PERFORM 7930-FECHAR-PARTICAO THRU 7930-EXIT.
012940     MOVE 'N' TO WRK-FIM-ARQUIVO.
012950 6200-EXIT.
012960     EXIT.
012970 6210-COPIAR-EVENTO.
012980     PERFORM 7920-LER-PARTICAO THRU 7920-EXIT.
012990     IF WRK-FIM-ARQUIVO-SIM
013000         GO TO 6210-EXIT
013010     END-IF.
013020     MOVE WRK-PAR-AREA TO WRK-LOG-AREA.
013030     MOVE WRK-LOG-AREA(1:68) TO AE-REGISTRO.
013040     MOVE WRK-ENC-NOVO TO AE-ENCADEAMENTO-ANTERIOR.
013050     CALL 'AUDENCAD' USING AE-PARM.
013060     MOVE AE-ENCADEAMENTO TO WRK-ENC-NOVO.
013070     MOVE AE-ENCADEAMENTO TO WRK-LOG-ENCADEAMENTO.
013080     WRITE LOG-REGISTRO FROM WRK-LOG-AREA.
013090     ADD 1 TO WRK-QTD-AUD-JUNTADOS.
013100 6210-EXIT.
013110     EXIT.
013120******************************************************
013130*    6500-JUNTAR-RELATORIO - MONTA O CPFRPT COM A SECAO
013140*    DE CADA PARTICAO, SOB UM TITULO, E PEDE AO CPFRPT01
013150*    O RESUMO CONSOLIDADO COM OS TOTAIS DO LOTE E O
013160*    QUADRO POR ORIGEM
013170******************************************************
013180 6500-JUNTAR-RELATORIO.
013190     OPEN OUTPUT CPF-RELATORIO.
013200     MOVE 'L' TO WRK-TIPO-ARQ.
013210     PERFORM 6600-COPIAR-RELATORIO THRU 6600-EXIT
013220         VARYING WRK-IDX-PARTICAO FROM 1 BY 1
013230         UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES.
013240     CLOSE CPF-RELATORIO.
013250     MOVE '5' TO RP-FUNCAO.
013260     MOVE WRK-LINHAS-PAGINA TO RP-LINHAS-PAGINA.
013270     MOVE ZEROS TO RP-NUM-PAGINA.
013280     CALL 'CPFRPT01' USING RP-PARM.
013290     MOVE '3' TO RP-FUNCAO.
013300     MOVE WRK-QTD-LIDOS TO RP-QTD-LIDOS.
013310     MOVE WRK-QTD-REJEITADOS TO RP-QTD-REJEITADOS.
013320     MOVE WRK-QTD-FORMATO-INVALIDO TO RP-QTD-FORMATO-INVALIDO.
013330     MOVE WRK-QTD-CPF TO RP-QTD-CPF.
013340     MOVE WRK-QTD-CNPJ TO RP-QTD-CNPJ.
013350     MOVE WRK-QTD-DUPLICADOS TO RP-QTD-DUPLICADOS.
013360     MOVE WRK-QTD-ORIGENS TO RP-QTD-ORIGENS.
013370     PERFORM 6700-MONTAR-RESUMO-ORIGEM THRU 6700-EXIT
013380         VARYING WRK-IDX-ORIGEM FROM 1 BY 1
013390         UNTIL WRK-IDX-ORIGEM > WRK-QTD-ORIGENS.
013400     CALL 'CPFRPT01' USING RP-PARM.
013410 6500-EXIT.
013420     EXIT.
013430 6600-COPIAR-RELATORIO.
013440     MOVE WRK-IDX-PARTICAO TO WRK-TIT-PARTICAO.
013450     MOVE WRK-QTD-PARTICOES TO WRK-TIT-QTD-PARTICOES.
013460     MOVE SPACES TO RPT-LINHA.
013470     WRITE RPT-LINHA.
013480     WRITE RPT-LINHA FROM WRK-TITULO-PARTICAO.
013490     PERFORM 7900-ABRIR-PARTICAO THRU 7900-EXIT.
013500     IF NOT WRK-FS-PARTICAO-OK
013510         MOVE 'RELATORIO DA PARTICAO NAO ENCONTRADO'
013520             TO RPT-LINHA
013530         WRITE RPT-LINHA
013540         GO TO 6600-EXIT
013550     END-IF.
013560     MOVE 'N' TO WRK-FIM-ARQUIVO.
013570     PERFORM 6610-COPIAR-LINHA THRU 6610-EXIT
013580         UNTIL WRK-FIM-ARQUIVO-SIM.
013590     PERFORM 7930-FECHAR-PARTICAO THRU 7930-EXIT.
013600     MOVE 'N' TO WRK-FIM-ARQUIVO.
013610 6600-EXIT.
013620     EXIT.
013630 6610-COPIAR-LINHA.
013640     PERFORM 7920-LER-PARTICAO THRU 7920-EXIT.
013650     IF NOT WRK-FIM-ARQUIVO-SIM
013660         WRITE RPT-LINHA FROM WRK-PAR-AREA
013670     END-IF.
013680 6610-EXIT.
013690     EXIT.
013700******************************************************
013710*    6700-MONTAR-RESUMO-ORIGEM - PASSA AO CPFRPT01 OS
013720*    TOTAIS DE 1 ORIGEM (MASCARADOS = LIDOS MENOS
013730*    REJEITADOS E DUPLICADOS) E OS EXIBE NO CONSOLE
013740******************************************************
013750 6700-MONTAR-RESUMO-ORIGEM.
013760     COMPUTE WRK-QTD-ORG-MASCARADOS =
013770         WRK-ORG-LIDOS(WRK-IDX-ORIGEM)
013780         - WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM)
013790         - WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM).
013800     MOVE WRK-ORG-CODIGO(WRK-IDX-ORIGEM)
013810         TO RP-ORG-CODIGO(WRK-IDX-ORIGEM).
013820     MOVE WRK-ORG-LIDOS(WRK-IDX-ORIGEM)
013830         TO RP-ORG-LIDOS(WRK-IDX-ORIGEM).
013840     MOVE WRK-QTD-ORG-MASCARADOS
013850         TO RP-ORG-MASCARADOS(WRK-IDX-ORIGEM).
013860     MOVE WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM)
013870         TO RP-ORG-REJEITADOS(WRK-IDX-ORIGEM).
013880     MOVE WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM)
013890         TO RP-ORG-DUPLICADOS(WRK-IDX-ORIGEM).
013900     DISPLAY 'ORIGEM ' WRK-ORG-CODIGO(WRK-IDX-ORIGEM)
013910         ' LIDOS: ' WRK-ORG-LIDOS(WRK-IDX-ORIGEM)
013920         ' REJEITADOS: ' WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM)
013930         ' DUPLICADOS: ' WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM).
013940 6700-EXIT.
013950     EXIT.
013960******************************************************
013970*    7600-LOCALIZAR-ORIGEM - PROCURA A ORIGEM
013980*    WRK-ORIGEM-PROCURADA NA TABELA DE TOTAIS POR
013990*    ORIGEM, INCLUINDO-A SE AINDA NAO EXISTIR; DEVOLVE
014000*    A POSICAO EM WRK-IDX-ORIGEM, ZERO SE A TABELA
014010*    ESTIVER CHEIA
014020******************************************************
014030 7600-LOCALIZAR-ORIGEM.
014040     MOVE ZERO TO WRK-IDX-ORIGEM.
014050     PERFORM 7610-COMPARAR-ORIGEM THRU 7610-EXIT
014060         VARYING WRK-IDX-PESQUISA FROM 1 BY 1
014070         UNTIL WRK-IDX-PESQUISA > WRK-QTD-ORIGENS
014080             OR WRK-IDX-ORIGEM > ZERO.
014090     IF WRK-IDX-ORIGEM > ZERO
014100        OR WRK-QTD-ORIGENS >= WRK-MAX-ORIGENS
014110         GO TO 7600-EXIT
014120     END-IF.
014130     ADD 1 TO WRK-QTD-ORIGENS.
014140     MOVE WRK-QTD-ORIGENS TO WRK-IDX-ORIGEM.
014150     MOVE WRK-ORIGEM-PROCURADA TO WRK-ORG-CODIGO(WRK-IDX-ORIGEM).
014160     MOVE ZERO TO WRK-ORG-LIDOS(WRK-IDX-ORIGEM).
014170     MOVE ZERO TO WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM).
014180     MOVE ZERO TO WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM).
014190 7600-EXIT.
014200     EXIT.
014210 7610-COMPARAR-ORIGEM.
014220     IF WRK-ORG-CODIGO(WRK-IDX-PESQUISA) = WRK-ORIGEM-PROCURADA
014230         MOVE WRK-IDX-PESQUISA TO WRK-IDX-ORIGEM
014240     END-IF.
014250 7610-EXIT.
014260     EXIT.
014270******************************************************
014280*    7800-ABRIR-SAIDA - CRIA O ARQUIVO DE INTERFACE DO
014290*    DESTINO WRK-IDX-DESTINO
014300******************************************************
014310 7800-ABRIR-SAIDA.
014320     EVALUATE WRK-IDX-DESTINO
014330         WHEN 1 OPEN OUTPUT CPF-SAIDA
014340         WHEN 2 OPEN OUTPUT CPF-SAIDA-2
014350         WHEN 3 OPEN OUTPUT CPF-SAIDA-3
014360         WHEN 4 OPEN OUTPUT CPF-SAIDA-4
014370         WHEN OTHER CONTINUE
014380     END-EVALUATE.
014390 7800-EXIT.
014400     EXIT.
014410******************************************************
014420*    7810-GRAVAR-SAIDA - GRAVA WRK-SAI-AREA NO ARQUIVO
014430*    DE INTERFACE DO DESTINO WRK-IDX-DESTINO
014440******************************************************
014450 7810-GRAVAR-SAIDA.
014460     EVALUATE WRK-IDX-DESTINO
014470         WHEN 1 WRITE CPF-REG-SAIDA FROM WRK-SAI-AREA
014480         WHEN 2 WRITE SAI2-REGISTRO FROM WRK-SAI-AREA
014490         WHEN 3 WRITE SAI3-REGISTRO FROM WRK-SAI-AREA
014500         WHEN 4 WRITE SAI4-REGISTRO FROM WRK-SAI-AREA
014510         WHEN OTHER CONTINUE
014520     END-EVALUATE.
014530 7810-EXIT.
014540     EXIT.
014550******************************************************
014560*    7830-FECHAR-SAIDA - FECHA O ARQUIVO DE INTERFACE
014570*    DO DESTINO WRK-IDX-DESTINO
014580******************************************************
014590 7830-FECHAR-SAIDA.
014600     EVALUATE WRK-IDX-DESTINO
014610         WHEN 1 CLOSE CPF-SAIDA
014620         WHEN 2 CLOSE CPF-SAIDA-2
014630         WHEN 3 CLOSE CPF-SAIDA-3
014640         WHEN 4 CLOSE CPF-SAIDA-4
014650         WHEN OTHER CONTINUE
014660     END-EVALUATE.
014670 7830-EXIT.
014680     EXIT.
014690******************************************************
014700*    7900-ABRIR-PARTICAO - ABRE PARA LEITURA O ARQUIVO
014710*    DO TIPO WRK-TIPO-ARQ DA PARTICAO WRK-IDX-PARTICAO
014720******************************************************
014730 7900-ABRIR-PARTICAO.
014740     MOVE SPACES TO WRK-FS-PARTICAO.
014750     EVALUATE WRK-TIPO-ARQ ALSO WRK-IDX-PARTICAO
014760         WHEN 'S' ALSO 1 OPEN INPUT PAR-SAIDA-1
014770         WHEN 'S' ALSO 2 OPEN INPUT PAR-SAIDA-2
014780         WHEN 'S' ALSO 3 OPEN INPUT PAR-SAIDA-3
014790         WHEN 'S' ALSO 4 OPEN INPUT PAR-SAIDA-4
014800         WHEN 'R' ALSO 1 OPEN INPUT PAR-REJEITOS-1
014810         WHEN 'R' ALSO 2 OPEN INPUT PAR-REJEITOS-2
014820         WHEN 'R' ALSO 3 OPEN INPUT PAR-REJEITOS-3
014830         WHEN 'R' ALSO 4 OPEN INPUT PAR-REJEITOS-4
014840         WHEN 'D' ALSO 1 OPEN INPUT PAR-DUPLICADOS-1
014850         WHEN 'D' ALSO 2 OPEN INPUT PAR-DUPLICADOS-2
014860         WHEN 'D' ALSO 3 OPEN INPUT PAR-DUPLICADOS-3
014870         WHEN 'D' ALSO 4 OPEN INPUT PAR-DUPLICADOS-4
014880         WHEN 'A' ALSO 1 OPEN INPUT PAR-AUDITORIA-1
014890         WHEN 'A' ALSO 2 OPEN INPUT PAR-AUDITORIA-2
014900         WHEN 'A' ALSO 3 OPEN INPUT PAR-AUDITORIA-3
014910         WHEN 'A' ALSO 4 OPEN INPUT PAR-AUDITORIA-4
014920         WHEN 'L' ALSO 1 OPEN INPUT PAR-RELATORIO-1
014930         WHEN 'L' ALSO 2 OPEN INPUT PAR-RELATORIO-2
014940         WHEN 'L' ALSO 3 OPEN INPUT PAR-RELATORIO-3
014950         WHEN 'L' ALSO 4 OPEN INPUT PAR-RELATORIO-4
014960         WHEN OTHER CONTINUE
014970     END-EVALUATE.
014980 7900-EXIT.
014990     EXIT.
015000******************************************************
015010*    7920-LER-PARTICAO - LE O PROXIMO REGISTRO DO
015020*    ARQUIVO DO TIPO WRK-TIPO-ARQ DA PARTICAO
015030*    WRK-IDX-PARTICAO PARA WRK-PAR-AREA
015040******************************************************
015050 7920-LER-PARTICAO.
015060     MOVE SPACES TO WRK-PAR-AREA.
015070     EVALUATE WRK-TIPO-ARQ ALSO WRK-IDX-PARTICAO
015080         WHEN 'S' ALSO 1 READ PAR-SAIDA-1 INTO WRK-PAR-AREA
015090                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015100                         END-READ
015110         WHEN 'S' ALSO 2 READ PAR-SAIDA-2 INTO WRK-PAR-AREA
015120                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015130                         END-READ
015140         WHEN 'S' ALSO 3 READ PAR-SAIDA-3 INTO WRK-PAR-AREA
015150                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015160                         END-READ
015170         WHEN 'S' ALSO 4 READ PAR-SAIDA-4 INTO WRK-PAR-AREA
015180                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015190                         END-READ
015200         WHEN 'R' ALSO 1 READ PAR-REJEITOS-1 INTO WRK-PAR-AREA
015210                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015220                         END-READ
015230         WHEN 'R' ALSO 2 READ PAR-REJEITOS-2 INTO WRK-PAR-AREA
015240                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015250                         END-READ
015260         WHEN 'R' ALSO 3 READ PAR-REJEITOS-3 INTO WRK-PAR-AREA
015270                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015280                         END-READ
015290         WHEN 'R' ALSO 4 READ PAR-REJEITOS-4 INTO WRK-PAR-AREA
015300                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015310                         END-READ
015320         WHEN 'D' ALSO 1 READ PAR-DUPLICADOS-1 INTO WRK-PAR-AREA
015330                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015340                         END-READ
015350         WHEN 'D' ALSO 2 READ PAR-DUPLICADOS-2 INTO WRK-PAR-AREA
015360                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015370                         END-READ
015380         WHEN 'D' ALSO 3 READ PAR-DUPLICADOS-3 INTO WRK-PAR-AREA
015390                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015400                         END-READ
015410         WHEN 'D' ALSO 4 READ PAR-DUPLICADOS-4 INTO WRK-PAR-AREA
015420                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015430                         END-READ
015440         WHEN 'A' ALSO 1 READ PAR-AUDITORIA-1 INTO WRK-PAR-AREA
015450                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015460                         END-READ
015470         WHEN 'A' ALSO 2 READ PAR-AUDITORIA-2 INTO WRK-PAR-AREA
015480                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015490                         END-READ
015500         WHEN 'A' ALSO 3 READ PAR-AUDITORIA-3 INTO WRK-PAR-AREA
015510                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015520                         END-READ
015530         WHEN 'A' ALSO 4 READ PAR-AUDITORIA-4 INTO WRK-PAR-AREA
015540                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015550                         END-READ
015560         WHEN 'L' ALSO 1 READ PAR-RELATORIO-1 INTO WRK-PAR-AREA
015570                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015580                         END-READ
015590         WHEN 'L' ALSO 2 READ PAR-RELATORIO-2 INTO WRK-PAR-AREA
015600                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015610                         END-READ
015620         WHEN 'L' ALSO 3 READ PAR-RELATORIO-3 INTO WRK-PAR-AREA
015630                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015640                         END-READ
015650         WHEN 'L' ALSO 4 READ PAR-RELATORIO-4 INTO WRK-PAR-AREA
015660                             AT END MOVE 'S' TO WRK-FIM-ARQUIVO
015670                         END-READ
015680         WHEN OTHER
015690             MOVE 'S' TO WRK-FIM-ARQUIVO
015700     END-EVALUATE.
015710 7920-EXIT.
015720     EXIT.
015730******************************************************
015740*    7930-FECHAR-PARTICAO - FECHA O ARQUIVO DO TIPO
015750*    WRK-TIPO-ARQ DA PARTICAO WRK-IDX-PARTICAO
015760******************************************************
015770 7930-FECHAR-PARTICAO.
015780     EVALUATE WRK-TIPO-ARQ ALSO WRK-IDX-PARTICAO
015790         WHEN 'S' ALSO 1 CLOSE PAR-SAIDA-1
015800         WHEN 'S' ALSO 2 CLOSE PAR-SAIDA-2
015810         WHEN 'S' ALSO 3 CLOSE PAR-SAIDA-3
015820         WHEN 'S' ALSO 4 CLOSE PAR-SAIDA-4
015830         WHEN 'R' ALSO 1 CLOSE PAR-REJEITOS-1
015840         WHEN 'R' ALSO 2 CLOSE PAR-REJEITOS-2
015850         WHEN 'R' ALSO 3 CLOSE PAR-REJEITOS-3
015860         WHEN 'R' ALSO 4 CLOSE PAR-REJEITOS-4
015870         WHEN 'D' ALSO 1 CLOSE PAR-DUPLICADOS-1
015880         WHEN 'D' ALSO 2 CLOSE PAR-DUPLICADOS-2
015890         WHEN 'D' ALSO 3 CLOSE PAR-DUPLICADOS-3
015900         WHEN 'D' ALSO 4 CLOSE PAR-DUPLICADOS-4
015910         WHEN 'A' ALSO 1 CLOSE PAR-AUDITORIA-1
015920         WHEN 'A' ALSO 2 CLOSE PAR-AUDITORIA-2
015930         WHEN 'A' ALSO 3 CLOSE PAR-AUDITORIA-3
015940         WHEN 'A' ALSO 4 CLOSE PAR-AUDITORIA-4
015950         WHEN 'L' ALSO 1 CLOSE PAR-RELATORIO-1
015960         WHEN 'L' ALSO 2 CLOSE PAR-RELATORIO-2
015970         WHEN 'L' ALSO 3 CLOSE PAR-RELATORIO-3
015980         WHEN 'L' ALSO 4 CLOSE PAR-RELATORIO-4
015990         WHEN OTHER CONTINUE
016000     END-EVALUATE.
016010 7930-EXIT.
016020     EXIT.
016030******************************************************
016040*    8000-GRAVAR-HISTORICO - ACRESCENTA AO CPFHIS UMA
016050*    UNICA LINHA COM OS TOTAIS DO LOTE (RETOMADA 'S' SE
016060*    ALGUMA PARTICAO FOI RETOMADA DE CHECKPOINT)
016070******************************************************
016080 8000-GRAVAR-HISTORICO.
016090     OPEN EXTEND CPF-HISTORICO.
016100     IF WRK-FS-HISTORICO-NAO-EXISTE
016110         OPEN OUTPUT CPF-HISTORICO
016120     END-IF.
016130     ACCEPT WRK-HORA-AGORA FROM TIME.
016140     MOVE SPACES TO HIS-REGISTRO.
016150     MOVE WRK-DATA-HOJE TO HIS-DATA.
016160     MOVE WRK-HORA-AGORA(1:6) TO HIS-HORA.
016170     MOVE WRK-DST-SEQ-ARQUIVO(1) TO HIS-SEQ-ARQUIVO.
016180     MOVE WRK-QTD-LIDOS TO HIS-QTD-LIDOS.
016190     MOVE WRK-QTD-CPF TO HIS-QTD-CPF.
016200     MOVE WRK-QTD-CNPJ TO HIS-QTD-CNPJ.
016210     MOVE WRK-QTD-REJEITADOS TO HIS-QTD-REJEITADOS.
016220     MOVE WRK-QTD-FORMATO-INVALIDO TO HIS-QTD-FORMATO-INV.
016230     MOVE WRK-QTD-DUPLICADOS TO HIS-QTD-DUPLICADOS.
016240     MOVE 'N' TO HIS-ABORTADO.
016250     MOVE WRK-RETOMADA TO HIS-RETOMADA.
016260     WRITE HIS-REGISTRO.
016270     CLOSE CPF-HISTORICO.
016280 8000-EXIT.
016290     EXIT.
016300******************************************************
016310*    8100-LIMPAR-PARTICOES - ESVAZIA OS RESULTADOS E AS
016320*    TRILHAS DAS PARTICOES JA JUNTADOS, PARA QUE UMA
016330*    NOVA JUNCAO SEM NOVA EXECUCAO DAS PARTICOES SEJA
016340*    RECUSADA
016350******************************************************
016360 8100-LIMPAR-PARTICOES.
016370     PERFORM 8110-ESVAZIAR-PARTICAO THRU 8110-EXIT
016380         VARYING WRK-IDX-PARTICAO FROM 1 BY 1
016390         UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES.
016400 8100-EXIT.
016410     EXIT.
016420 8110-ESVAZIAR-PARTICAO.
016430     EVALUATE WRK-IDX-PARTICAO
016440         WHEN 1 OPEN OUTPUT PAR-SAIDA-1 PAR-AUDITORIA-1
016450                CLOSE PAR-SAIDA-1 PAR-AUDITORIA-1
016460         WHEN 2 OPEN OUTPUT PAR-SAIDA-2 PAR-AUDITORIA-2
016470                CLOSE PAR-SAIDA-2 PAR-AUDITORIA-2
016480         WHEN 3 OPEN OUTPUT PAR-SAIDA-3 PAR-AUDITORIA-3
016490                CLOSE PAR-SAIDA-3 PAR-AUDITORIA-3
016500         WHEN 4 OPEN OUTPUT PAR-SAIDA-4 PAR-AUDITORIA-4
016510                CLOSE PAR-SAIDA-4 PAR-AUDITORIA-4
016520         WHEN OTHER CONTINUE
016530     END-EVALUATE.
016540 8110-EXIT.
016550     EXIT.
016560******************************************************
016570*    9000-FINALIZAR - EXIBE O RESUMO DA JUNCAO E
016580*    DEVOLVE O RETURN-CODE
016590******************************************************
016600 9000-FINALIZAR.
016610     IF WRK-ABORTADO-SIM
016620         DISPLAY 'CPFJUN01 - JUNCAO NAO REALIZADA: '
016630             WRK-MOTIVO-ABORTO
016640         MOVE 8 TO RETURN-CODE
016650         GO TO 9000-EXIT
016660     END-IF.
016670     DISPLAY 'PARTICOES JUNTADAS...: ' WRK-QTD-PARTICOES.
016680     DISPLAY 'REGISTROS LIDOS......: ' WRK-QTD-LIDOS.
016690     DISPLAY 'REGISTROS REJEITADOS.: ' WRK-QTD-REJEITADOS.
016700     DISPLAY 'FORMATO INVALIDO.....: ' WRK-QTD-FORMATO-INVALIDO.
016710     DISPLAY 'DOCUMENTOS CPF.......: ' WRK-QTD-CPF.
016720     DISPLAY 'DOCUMENTOS CNPJ......: ' WRK-QTD-CNPJ.
016730     DISPLAY 'DUPLICADOS NO LOTE...: ' WRK-QTD-DUPLICADOS.
016740     DISPLAY 'DETALHES GRAVADOS....: ' WRK-QTD-DETALHE.
016750     DISPLAY 'EVENTOS DE AUDITORIA.: ' WRK-QTD-AUD-JUNTADOS.
016760     IF WRK-QTD-REJ-JUNTADOS NOT = WRK-QTD-REJEITADOS
016770        OR WRK-QTD-DUP-JUNTADOS NOT = WRK-QTD-DUPLICADOS
016780         DISPLAY 'CPFREJ/CPFDUPS DAS PARTICOES NAO BATEM COM '
016790             'OS TRAILERS'
016800         MOVE 'S' TO WRK-ADVERTENCIA
016810     END-IF.
016820     IF WRK-ADVERTENCIA-SIM
016830         MOVE 4 TO RETURN-CODE
016840     ELSE
016850         MOVE ZERO TO RETURN-CODE
016860     END-IF.
016870 9000-EXIT.
016880     EXIT.

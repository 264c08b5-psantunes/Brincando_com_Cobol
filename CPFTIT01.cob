000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFTIT01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Relatorio de acesso do
000050***   titular (LGPD). Recebe os pedidos do DPO pelo
000060***   arquivo CPFTITI (registros tipados F/J +
000070***   documento, no mesmo layout do CPFDELI) ou, na
000080***   falta do arquivo, um documento informado pelo
000090***   operador, e emite no CPFTITR um relatorio por
000100***   documento com tudo o que o sistema guarda dele:
000110***   o registro do cadastro CPFMST, o token do de-para
000120***   CPFXRF com a primeira e a ultima data, os eventos
000130***   da trilha de auditoria CPFAUDH e CPFAUD do
000140***   documento (casados pelo hash e pelo tamanho do
000150***   documento, com job e operador) e as transmissoes
000160***   do CPFSAI registradas no CPFENV que levaram o
000170***   documento, com a situacao da confirmacao de
000180***   carga. O documento nunca e impresso por inteiro:
000190***   o relatorio usa a mascara parcial do CPFMASC e
000200***   nao reproduz as saidas gravadas (que no modo T
000210***   trazem o numero formatado). Cada pedido atendido
000220***   e gravado na trilha de auditoria via GRAVALOG
000230***   com o status proprio 'A'.
000240***   AUTOR: @PSAntunes
000250***   DATA : 15/10/2026
000260***
000270***   HISTORICO DE ALTERACOES
000280***   DATA       AUTOR  DESCRICAO
000290***   15/10/2026 PSA    CRIACAO DO RELATORIO DE ACESSO DO
000300***                     TITULAR (LGPD)
000301***   15/10/2026 PSA    EVENTO DE REMOCAO POR INATIVIDADE
000302***                     (STATUS R, JOB CPFRET01) NA LISTA
000303***                     DE EVENTOS DO DOCUMENTO
000304***   15/10/2026 PSA    TRANSMISSAO RETRANSMITIDA (STATUS R
000305***                     NO CPFENV) NA LISTA DE ENVIOS
000310******************************************************
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TIT-PEDIDOS ASSIGN TO "CPFTITI"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WRK-FS-PEDIDOS.
000410     SELECT CPF-MASTER ASSIGN TO "CPFMST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS MST-DOCUMENTO
000450         FILE STATUS IS WRK-FS-MASTER.
000460     SELECT CPF-XREF ASSIGN TO "CPFXRF"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS XRF-TOKEN
000500         FILE STATUS IS WRK-FS-XREF.
000510     SELECT AUDITORIA-HISTORICO ASSIGN TO "CPFAUDH"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-FS-HISTORICO.
000540     SELECT AUDITORIA-LOG ASSIGN TO "CPFAUD"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-FS-AUDITORIA.
000570     SELECT CPF-ENVIADOS ASSIGN TO "CPFENV"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WRK-FS-ENVIADOS.
000600     SELECT TIT-RELATORIO ASSIGN TO "CPFTITR"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  TIT-PEDIDOS.
000650 01  PED-REGISTRO.
000660     05  PED-TIPO-DOC           PIC X(01).
000670         88  PED-TIPO-CPF                  VALUE 'F'.
000680         88  PED-TIPO-CNPJ                 VALUE 'J'.
000690     05  PED-DOCUMENTO          PIC X(14).
000700 FD  CPF-MASTER.
000710 01  MST-REGISTRO.
000720     05  MST-DOCUMENTO          PIC X(14).
000730     05  MST-TIPO-DOC           PIC X(01).
000740     05  MST-STATUS             PIC X(01).
000750     05  MST-MOTIVO             PIC X(02).
000760     05  MST-MODO-MASCARA       PIC X(01).
000770     05  MST-SAIDA-MASCARADA    PIC X(20).
000780     05  MST-DATA-PRIMEIRO      PIC 9(08).
000790     05  MST-DATA-ULTIMO        PIC 9(08).
000800     05  MST-QTD-PROCESSADO     PIC 9(07).
000810 FD  CPF-XREF.
000820 01  XRF-REGISTRO.
000830     05  XRF-TOKEN              PIC X(18).
000840     05  XRF-TIPO-DOC           PIC X(01).
000850     05  XRF-MASCARADO          PIC X(20).
000860     05  XRF-DATA-PRIMEIRO      PIC 9(08).
000870     05  XRF-DATA-ULTIMO        PIC 9(08).
000880     05  XRF-QTD-OCORRENCIAS    PIC 9(07).
000890     05  XRF-VERSAO-CHAVE       PIC 9(03).
000900 FD  AUDITORIA-HISTORICO.
000910 01  HST-REGISTRO               PIC X(79).
000920 FD  AUDITORIA-LOG.
000930 01  LOG-REGISTRO               PIC X(79).
000940 FD  CPF-ENVIADOS.
000950 01  ENV-REGISTRO.
000960     05  ENV-SEQUENCIA          PIC 9(06).
000970     05  FILLER                 PIC X(01).
000980     05  ENV-DATA               PIC 9(08).
000990     05  FILLER                 PIC X(01).
001000     05  ENV-QTD-DETALHE        PIC 9(07).
001010     05  FILLER                 PIC X(01).
001020     05  ENV-TOTAL-CONTROLE     PIC 9(14).
001030     05  FILLER                 PIC X(01).
001040     05  ENV-STATUS             PIC X(01).
001050     05  FILLER                 PIC X(01).
001060     05  ENV-DATA-RETORNO       PIC 9(08).
001070     05  FILLER                 PIC X(01).
001080     05  ENV-DESTINO            PIC X(08).
001081     05  FILLER                 PIC X(01).
001082     05  ENV-DATA-RETRANSMISSAO PIC 9(08).
001090 FD  TIT-RELATORIO.
001100 01  RPT-LINHA                  PIC X(80).
001110 WORKING-STORAGE SECTION.
001120 77  WRK-FS-PEDIDOS             PIC X(02)  VALUE SPACES.
001130     88  WRK-FS-PEDIDOS-OK                 VALUE '00'.
001140 77  WRK-FS-MASTER              PIC X(02)  VALUE SPACES.
001150     88  WRK-FS-MASTER-OK                  VALUE '00'.
001160 77  WRK-FS-XREF                PIC X(02)  VALUE SPACES.
001170     88  WRK-FS-XREF-OK                    VALUE '00'.
001180 77  WRK-FS-HISTORICO           PIC X(02)  VALUE SPACES.
001190     88  WRK-FS-HISTORICO-OK               VALUE '00'.
001200 77  WRK-FS-AUDITORIA           PIC X(02)  VALUE SPACES.
001210     88  WRK-FS-AUDITORIA-OK               VALUE '00'.
001220 77  WRK-FS-ENVIADOS            PIC X(02)  VALUE SPACES.
001230     88  WRK-FS-ENVIADOS-OK                VALUE '00'.
001240 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
001250     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
001260 77  WRK-MASTER-ATIVO           PIC X(01)  VALUE 'N'.
001270     88  WRK-MASTER-ATIVO-SIM              VALUE 'S'.
001280 77  WRK-XREF-ATIVO             PIC X(01)  VALUE 'N'.
001290     88  WRK-XREF-ATIVO-SIM                VALUE 'S'.
001300 77  WRK-XREF-ACHADO            PIC X(01)  VALUE 'N'.
001310     88  WRK-XREF-ACHADO-SIM               VALUE 'S'.
001320 77  WRK-DATA-ACHADA            PIC X(01)  VALUE 'N'.
001330     88  WRK-DATA-ACHADA-SIM               VALUE 'S'.
001340 77  WRK-QTD-PEDIDOS            PIC 9(03)  COMP VALUE ZERO.
001350 77  WRK-QTD-ATENDIDOS          PIC 9(03)  COMP VALUE ZERO.
001360 77  WRK-QTD-INVALIDOS          PIC 9(03)  COMP VALUE ZERO.
001370 77  WRK-QTD-EVENTOS            PIC 9(07)  COMP VALUE ZERO.
001380 77  WRK-QTD-TRANSMISSOES       PIC 9(05)  COMP VALUE ZERO.
001390 77  WRK-QTD-DATAS              PIC 9(03)  COMP VALUE ZERO.
001400 77  WRK-IDX-PED                PIC 9(03)  COMP VALUE ZERO.
001410 77  WRK-IDX-DATA               PIC 9(03)  COMP VALUE ZERO.
001420 77  WRK-TOKEN                  PIC X(18)  VALUE SPACES.
001430 77  WRK-TOKEN-ANT              PIC X(18)  VALUE SPACES.
001440 77  WRK-ARQUIVO-LIDO           PIC X(08)  VALUE SPACES.
001450 01  WRK-TABELA-PEDIDOS.
001460     05  WRK-TAB-PEDIDO OCCURS 100 TIMES.
001470         10  WRK-TAB-TIPO       PIC X(01).
001480         10  WRK-TAB-DOCUMENTO  PIC X(14).
001490         10  WRK-TAB-MASCARADO  PIC X(20).
001500         10  WRK-TAB-HASH       PIC 9(06).
001510         10  WRK-TAB-TAM        PIC 9(02).
001520         10  WRK-TAB-SITUACAO   PIC X(01).
001530             88  WRK-TAB-SIT-OK            VALUE 'P'.
001540             88  WRK-TAB-SIT-INVALIDO      VALUE 'I'.
001550*    DATAS DOS LOTES DO CPFLOTE EM QUE O DOCUMENTO FOI
001560*    MASCARADO (EVENTO VALIDO), PARA LOCALIZAR NO CPFENV
001570*    AS TRANSMISSOES QUE O LEVARAM
001580 01  WRK-TABELA-DATAS.
001590     05  WRK-TAB-DATA-LOTE      PIC 9(08)  OCCURS 200 TIMES.
001600 01  WRK-LOG-AREA.
001610     05  WRK-LOG-DATA           PIC 9(08).
001620     05  FILLER                 PIC X(01).
001630     05  WRK-LOG-HORA           PIC 9(08).
001640     05  FILLER                 PIC X(01).
001650     05  WRK-LOG-JOB            PIC X(08).
001660     05  FILLER                 PIC X(01).
001670     05  WRK-LOG-STATUS         PIC X(01).
001680     05  FILLER                 PIC X(01).
001690     05  WRK-LOG-TAM            PIC 9(02).
001700     05  FILLER                 PIC X(01).
001710     05  WRK-LOG-HASH           PIC 9(06).
001720     05  FILLER                 PIC X(01).
001730     05  WRK-LOG-SAIDA          PIC X(20).
001740     05  FILLER                 PIC X(01).
001750     05  WRK-LOG-OPERADOR       PIC X(08).
001760     05  FILLER                 PIC X(01).
001770     05  WRK-LOG-ENCADEAMENTO   PIC X(10).
001780 01  WRK-CPF-AREA.
001790     05  WRK-CPF-DIGITO         PIC 9 OCCURS 11 TIMES.
001800 01  WRK-CPF REDEFINES WRK-CPF-AREA
001810                                PIC 9(11).
001820 01  WRK-CNPJ-AREA.
001830     05  WRK-CNPJ-CARACTER      PIC X OCCURS 14 TIMES.
001840 01  WRK-CNPJ REDEFINES WRK-CNPJ-AREA
001850                                PIC X(14).
001860 01  WRK-CNPJ-VALORES.
001870     05  WRK-CNPJ-VALOR         PIC 9(02) COMP OCCURS 14 TIMES.
001880 77  WRK-FORMATO-CNPJ-OK        PIC X(01)  VALUE 'N'.
001890     88  WRK-FORMATO-CNPJ-OK-SIM           VALUE 'S'.
001900 77  WRK-TABELA-CARACTERES      PIC X(36)  VALUE
001910     '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001920 77  WRK-IDX-TAB                PIC 9(02)  COMP VALUE ZERO.
001930 77  WRK-CARACTER               PIC X(01)  VALUE SPACE.
001940 77  WRK-VALOR                  PIC 9(02)  COMP VALUE ZERO.
001950 77  WRK-CARACTER-OK            PIC X(01)  VALUE 'N'.
001960     88  WRK-CARACTER-OK-SIM               VALUE 'S'.
001970 77  WRK-IDX                    PIC 9(02)  COMP VALUE ZERO.
001980 77  WRK-SOMA-HASH              PIC 9(08)  COMP VALUE ZERO.
001990 77  WRK-QUOCIENTE-HASH         PIC 9(08)  COMP VALUE ZERO.
002000 77  WRK-HASH                   PIC 9(06)  VALUE ZERO.
002010 77  WRK-TIPO-ENTRADA           PIC X(01)  VALUE SPACES.
002020 77  WRK-DOC-ENTRADA            PIC X(14)  VALUE SPACES.
002030 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
002040 01  WRK-CABECALHO-1.
002050     05  FILLER                 PIC X(09)  VALUE 'CPFTIT01'.
002060     05  FILLER                 PIC X(08)  VALUE SPACES.
002070     05  FILLER                 PIC X(40)  VALUE
002080         'RELATORIO DE ACESSO DO TITULAR (LGPD)'.
002090 01  WRK-CABECALHO-2.
002100     05  FILLER                 PIC X(17)  VALUE
002110         'DATA DA EXECUCAO:'.
002120     05  FILLER                 PIC X(01)  VALUE SPACES.
002130     05  WRK-CAB2-DATA          PIC 9(08).
002140     05  FILLER                 PIC X(12)  VALUE '    PEDIDO: '.
002150     05  WRK-CAB2-PEDIDO        PIC ZZ9.
002160     05  FILLER                 PIC X(04)  VALUE ' DE '.
002170     05  WRK-CAB2-TOTAL         PIC ZZ9.
002180 01  WRK-CABECALHO-4.
002190     05  FILLER                 PIC X(76)  VALUE ALL '-'.
002200 01  WRK-LINHA-SECAO.
002210     05  FILLER                 PIC X(04)  VALUE '>>> '.
002220     05  WRK-SEC-TEXTO          PIC X(60).
002230 01  WRK-LINHA-AVISO.
002240     05  FILLER                 PIC X(04)  VALUE SPACES.
002250     05  WRK-AVI-TEXTO          PIC X(60).
002260 01  WRK-LINHA-DOCUMENTO.
002270     05  FILLER                 PIC X(11)  VALUE 'DOCUMENTO.:'.
002280     05  FILLER                 PIC X(01)  VALUE SPACES.
002290     05  WRK-DOC-MASCARADO      PIC X(20).
002300     05  FILLER                 PIC X(08)  VALUE '  TIPO: '.
002310     05  WRK-DOC-TIPO           PIC X(04).
002320     05  FILLER                 PIC X(09)  VALUE '  TOKEN: '.
002330     05  WRK-DOC-TOKEN          PIC X(18).
002340 01  WRK-LINHA-TOKEN-ANT.
002350     05  FILLER                 PIC X(45)  VALUE SPACES.
002360     05  FILLER                 PIC X(09)  VALUE 'ANTERIOR:'.
002370     05  WRK-DOC-TOKEN-ANT      PIC X(18).
002380 01  WRK-LINHA-CAMPO.
002390     05  FILLER                 PIC X(04)  VALUE SPACES.
002400     05  WRK-CPO-ROTULO         PIC X(22).
002410     05  WRK-CPO-VALOR          PIC X(40).
002420 01  WRK-CAMPO-DATA             PIC 9(08).
002430 01  WRK-CAMPO-QTD              PIC ZZZZZZ9.
002440 01  WRK-CAMPO-VERSAO           PIC 9(03).
002450 01  WRK-CABECALHO-EVENTOS.
002460     05  FILLER                 PIC X(04)  VALUE SPACES.
002470     05  FILLER                 PIC X(09)  VALUE 'ARQUIVO'.
002480     05  FILLER                 PIC X(09)  VALUE 'DATA'.
002490     05  FILLER                 PIC X(09)  VALUE 'HORA'.
002500     05  FILLER                 PIC X(09)  VALUE 'JOB'.
002510     05  FILLER                 PIC X(15)  VALUE 'EVENTO'.
002520     05  FILLER                 PIC X(08)  VALUE 'OPERADOR'.
002530 01  WRK-DETALHE-EVENTO.
002540     05  FILLER                 PIC X(04)  VALUE SPACES.
002550     05  WRK-EVT-ARQUIVO        PIC X(08).
002560     05  FILLER                 PIC X(01)  VALUE SPACES.
002570     05  WRK-EVT-DATA           PIC 9(08).
002580     05  FILLER                 PIC X(01)  VALUE SPACES.
002590     05  WRK-EVT-HORA           PIC 9(08).
002600     05  FILLER                 PIC X(01)  VALUE SPACES.
002610     05  WRK-EVT-JOB            PIC X(08).
002620     05  FILLER                 PIC X(01)  VALUE SPACES.
002630     05  WRK-EVT-DESCRICAO      PIC X(14).
002640     05  FILLER                 PIC X(01)  VALUE SPACES.
002650     05  WRK-EVT-OPERADOR       PIC X(08).
002660 01  WRK-CABECALHO-ENVIOS.
002670     05  FILLER                 PIC X(04)  VALUE SPACES.
002680     05  FILLER                 PIC X(08)  VALUE 'SEQ'.
002690     05  FILLER                 PIC X(10)  VALUE 'DT ENVIO'.
002700     05  FILLER                 PIC X(10)  VALUE 'DESTINO'.
002710     05  FILLER                 PIC X(09)  VALUE 'DETALHES'.
002720     05  FILLER                 PIC X(12)  VALUE 'SITUACAO'.
002730     05  FILLER                 PIC X(08)  VALUE 'DT CARGA'.
002740 01  WRK-DETALHE-ENVIO.
002750     05  FILLER                 PIC X(04)  VALUE SPACES.
002760     05  WRK-ENV-SEQUENCIA      PIC 9(06).
002770     05  FILLER                 PIC X(02)  VALUE SPACES.
002780     05  WRK-ENV-DATA           PIC 9(08).
002790     05  FILLER                 PIC X(02)  VALUE SPACES.
002800     05  WRK-ENV-DESTINO        PIC X(08).
002810     05  FILLER                 PIC X(02)  VALUE SPACES.
002820     05  WRK-ENV-QTD            PIC ZZZZZZ9.
002830     05  FILLER                 PIC X(02)  VALUE SPACES.
002840     05  WRK-ENV-SITUACAO       PIC X(11).
002850     05  FILLER                 PIC X(01)  VALUE SPACES.
002860     05  WRK-ENV-DATA-CARGA     PIC X(08).
002870 01  WRK-LINHA-INVALIDO.
002880     05  FILLER                 PIC X(26)  VALUE
002890         '  PEDIDO COM FORMATO INVAL'.
002900     05  FILLER                 PIC X(26)  VALUE
002910         'IDO - NENHUMA CONSULTA FEI'.
002920     05  FILLER                 PIC X(02)  VALUE 'TA'.
002930 01  WRK-LINHA-TOTAL.
002940     05  WRK-TOT-ROTULO         PIC X(32).
002950     05  WRK-TOT-VALOR          PIC ZZZZZZ9.
002960 COPY GRAVALOP.
002970 COPY CPFTOKP.
002980 COPY CPFMASCP.
002990 PROCEDURE DIVISION.
003000******************************************************
003010*    0000-MAINLINE - ROTINA PRINCIPAL DO ATENDIMENTO
003020******************************************************
003030 0000-MAINLINE.
003040     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003050     IF WRK-QTD-PEDIDOS > ZERO
003060         OPEN OUTPUT TIT-RELATORIO
003070         PERFORM 3000-ATENDER-PEDIDO THRU 3000-EXIT
003080             VARYING WRK-IDX-PED FROM 1 BY 1
003090             UNTIL WRK-IDX-PED > WRK-QTD-PEDIDOS
003100         PERFORM 5000-EMITIR-TOTAIS THRU 5000-EXIT
003110         CLOSE TIT-RELATORIO
003120         PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT
003130     ELSE
003140         DISPLAY 'NENHUM PEDIDO DE ACESSO A PROCESSAR'
003150     END-IF.
003160     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003170     GOBACK.
003180******************************************************
003190*    1000-INICIALIZAR - CARREGA OS PEDIDOS DO ARQUIVO
003200*    CPFTITI OU, NA FALTA DELE, DE UM DOCUMENTO
003210*    INFORMADO PELO OPERADOR, E ABRE OS CADASTROS PARA
003220*    CONSULTA
003230******************************************************
003240 1000-INICIALIZAR.
003250     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
003260     OPEN INPUT TIT-PEDIDOS.
003270     IF WRK-FS-PEDIDOS-OK
003280         PERFORM 2900-LER-PROXIMO THRU 2900-EXIT
003290         PERFORM 1100-CARREGAR-PEDIDO THRU 1100-EXIT
003300             UNTIL WRK-FIM-ARQUIVO-SIM
003310                 OR WRK-QTD-PEDIDOS >= 100
003320         CLOSE TIT-PEDIDOS
003330     ELSE
003340         PERFORM 1200-PEDIR-DOCUMENTO THRU 1200-EXIT
003350     END-IF.
003360     IF WRK-QTD-PEDIDOS = ZERO
003370         GO TO 1000-EXIT
003380     END-IF.
003390     MOVE 'N' TO WRK-MASTER-ATIVO.
003400     OPEN INPUT CPF-MASTER.
003410     IF WRK-FS-MASTER-OK
003420         MOVE 'S' TO WRK-MASTER-ATIVO
003430     ELSE
003440         DISPLAY 'CADASTRO CPFMST INDISPONIVEL (FS='
003450             WRK-FS-MASTER ') - SEGUE SEM O CADASTRO'
003460     END-IF.
003470     MOVE 'N' TO WRK-XREF-ATIVO.
003480     OPEN INPUT CPF-XREF.
003490     IF WRK-FS-XREF-OK
003500         MOVE 'S' TO WRK-XREF-ATIVO
003510     ELSE
003520         DISPLAY 'DE-PARA CPFXRF INDISPONIVEL (FS='
003530             WRK-FS-XREF ') - SEGUE SEM O DE-PARA'
003540     END-IF.
003550 1000-EXIT.
003560     EXIT.
003570******************************************************
003580*    1100-CARREGAR-PEDIDO - CARREGA 1 PEDIDO DO ARQUIVO
003590*    DO DPO NA TABELA DE PEDIDOS
003600******************************************************
003610 1100-CARREGAR-PEDIDO.
003620     MOVE PED-TIPO-DOC TO WRK-TIPO-ENTRADA.
003630     MOVE PED-DOCUMENTO TO WRK-DOC-ENTRADA.
003640     PERFORM 1300-INCLUIR-PEDIDO THRU 1300-EXIT.
003650     PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
003660 1100-EXIT.
003670     EXIT.
003680******************************************************
003690*    1200-PEDIR-DOCUMENTO - SEM O ARQUIVO CPFTITI, LE
003700*    DO OPERADOR O TIPO E O DOCUMENTO DE 1 PEDIDO
003710******************************************************
003720 1200-PEDIR-DOCUMENTO.
003730     DISPLAY 'ARQUIVO CPFTITI NAO ENCONTRADO - '
003740         'CONSULTA DE DOCUMENTO UNICO'.
003750     DISPLAY 'DIGITE F PARA CPF OU J PARA CNPJ: '.
003760     ACCEPT WRK-TIPO-ENTRADA.
003770     DISPLAY 'DIGITE O DOCUMENTO (11 OU 14 POSICOES): '.
003780     MOVE SPACES TO WRK-DOC-ENTRADA.
003790     ACCEPT WRK-DOC-ENTRADA.
003800     PERFORM 1300-INCLUIR-PEDIDO THRU 1300-EXIT.
003810 1200-EXIT.
003820     EXIT.
003830******************************************************
003840*    1300-INCLUIR-PEDIDO - CRITICA O FORMATO DO PEDIDO
003850*    (CPF NUMERICO DE 11 DIGITOS OU CNPJ ALFANUMERICO
003860*    DE 14 POSICOES, NO CRITERIO DO CPFMASC), CALCULA O
003870*    HASH DE AUDITORIA DO DOCUMENTO E O INCLUI NA
003880*    TABELA DE PEDIDOS
003890******************************************************
003900 1300-INCLUIR-PEDIDO.
003910     ADD 1 TO WRK-QTD-PEDIDOS.
003920     MOVE WRK-TIPO-ENTRADA TO WRK-TAB-TIPO(WRK-QTD-PEDIDOS).
003930     MOVE WRK-DOC-ENTRADA
003940         TO WRK-TAB-DOCUMENTO(WRK-QTD-PEDIDOS).
003950     MOVE SPACES TO WRK-TAB-MASCARADO(WRK-QTD-PEDIDOS).
003960     MOVE ZEROS TO WRK-TAB-HASH(WRK-QTD-PEDIDOS).
003970     MOVE ZEROS TO WRK-TAB-TAM(WRK-QTD-PEDIDOS).
003980     MOVE 'I' TO WRK-TAB-SITUACAO(WRK-QTD-PEDIDOS).
003990     EVALUATE TRUE
004000         WHEN WRK-TIPO-ENTRADA = 'F'
004010              AND WRK-DOC-ENTRADA(1:11) IS NUMERIC
004020              AND WRK-DOC-ENTRADA(12:3) = SPACES
004030             MOVE 'P' TO WRK-TAB-SITUACAO(WRK-QTD-PEDIDOS)
004040             MOVE WRK-DOC-ENTRADA(1:11) TO WRK-CPF
004050             PERFORM 6000-CALCULAR-HASH-CPF THRU 6000-EXIT
004060             MOVE WRK-HASH TO WRK-TAB-HASH(WRK-QTD-PEDIDOS)
004070             MOVE 11 TO WRK-TAB-TAM(WRK-QTD-PEDIDOS)
004080         WHEN WRK-TIPO-ENTRADA = 'J'
004090             PERFORM 1400-CONFERIR-FORMATO-CNPJ
004100                 THRU 1400-EXIT
004110             IF WRK-FORMATO-CNPJ-OK-SIM
004120                 MOVE 'P' TO WRK-TAB-SITUACAO(WRK-QTD-PEDIDOS)
004130                 PERFORM 6100-CALCULAR-HASH-CNPJ THRU 6100-EXIT
004140                 MOVE WRK-HASH TO WRK-TAB-HASH(WRK-QTD-PEDIDOS)
004150                 MOVE 14 TO WRK-TAB-TAM(WRK-QTD-PEDIDOS)
004160             END-IF
004170         WHEN OTHER
004180             CONTINUE
004190     END-EVALUATE.
004200 1300-EXIT.
004210     EXIT.
004220******************************************************
004230*    1400-CONFERIR-FORMATO-CNPJ - CONFERE O FORMATO
004240*    ALFANUMERICO DO CNPJ DO PEDIDO (POSICOES 1 A 12
004250*    COM DIGITOS OU LETRAS A-Z, DIGITOS VERIFICADORES
004260*    NUMERICOS) E CARREGA O VALOR DE CADA CARACTERE
004270*    PARA O HASH DE AUDITORIA
004280******************************************************
004290 1400-CONFERIR-FORMATO-CNPJ.
004300     MOVE WRK-DOC-ENTRADA TO WRK-CNPJ.
004310     MOVE 'S' TO WRK-FORMATO-CNPJ-OK.
004320     PERFORM 1410-CONFERIR-CARACTER THRU 1410-EXIT
004330         VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 14.
004340 1400-EXIT.
004350     EXIT.
004360 1410-CONFERIR-CARACTER.
004370     MOVE WRK-CNPJ-CARACTER(WRK-IDX) TO WRK-CARACTER.
004380     PERFORM 1420-CONVERTER-CARACTER THRU 1420-EXIT.
004390     IF NOT WRK-CARACTER-OK-SIM
004400         MOVE 'N' TO WRK-FORMATO-CNPJ-OK
004410         MOVE ZERO TO WRK-VALOR
004420     END-IF.
004430     IF WRK-IDX > 12
004440        AND WRK-CARACTER IS NOT NUMERIC
004450         MOVE 'N' TO WRK-FORMATO-CNPJ-OK
004460     END-IF.
004470     MOVE WRK-VALOR TO WRK-CNPJ-VALOR(WRK-IDX).
004480 1410-EXIT.
004490     EXIT.
004500******************************************************
004510*    1420-CONVERTER-CARACTER - PROCURA O CARACTERE NA
004520*    TABELA DE CARACTERES ACEITOS E DEVOLVE O SEU VALOR
004530*    (CODIGO ASCII MENOS 48), NO MESMO CRITERIO DO
004540*    CPFMASC
004550******************************************************
004560 1420-CONVERTER-CARACTER.
004570     MOVE 'N' TO WRK-CARACTER-OK.
004580     MOVE ZERO TO WRK-VALOR.
004590     PERFORM 1430-COMPARAR-TABELA THRU 1430-EXIT
004600         VARYING WRK-IDX-TAB FROM 1 BY 1
004610         UNTIL WRK-IDX-TAB > 36
004620             OR WRK-CARACTER-OK-SIM.
004630 1420-EXIT.
004640     EXIT.
004650 1430-COMPARAR-TABELA.
004660     IF WRK-TABELA-CARACTERES(WRK-IDX-TAB:1) = WRK-CARACTER
004670         MOVE 'S' TO WRK-CARACTER-OK
004680         IF WRK-IDX-TAB > 10
004690             COMPUTE WRK-VALOR = WRK-IDX-TAB + 6
004700         ELSE
004710             COMPUTE WRK-VALOR = WRK-IDX-TAB - 1
004720         END-IF
004730     END-IF.
004740 1430-EXIT.
004750     EXIT.
004760******************************************************
004770*    2900-LER-PROXIMO - LEITURA DO ARQUIVO DE PEDIDOS
004780******************************************************
004790 2900-LER-PROXIMO.
004800     READ TIT-PEDIDOS
004810         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
004820     END-READ.
004830 2900-EXIT.
004840     EXIT.
004850******************************************************
004860*    3000-ATENDER-PEDIDO - EMITE O RELATORIO DE 1
004870*    DOCUMENTO: IDENTIFICACAO, CPFMST, CPFXRF, EVENTOS
004880*    DA TRILHA DE AUDITORIA E TRANSMISSOES
004890******************************************************
004900 3000-ATENDER-PEDIDO.
004910     PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT.
004920     IF NOT WRK-TAB-SIT-OK(WRK-IDX-PED)
004930         ADD 1 TO WRK-QTD-INVALIDOS
004940         WRITE RPT-LINHA FROM WRK-LINHA-INVALIDO
004950         GO TO 3000-EXIT
004960     END-IF.
004970     ADD 1 TO WRK-QTD-ATENDIDOS.
004980     PERFORM 3200-IDENTIFICAR-DOCUMENTO THRU 3200-EXIT.
004990     PERFORM 3300-CONSULTAR-MASTER THRU 3300-EXIT.
005000     PERFORM 3400-CONSULTAR-XREF THRU 3400-EXIT.
005010     PERFORM 3500-LISTAR-EVENTOS THRU 3500-EXIT.
005020     PERFORM 3600-LISTAR-TRANSMISSOES THRU 3600-EXIT.
005030 3000-EXIT.
005040     EXIT.
005050******************************************************
005060*    3100-IMPRIMIR-CABECALHO - ABRE O RELATORIO DE 1
005070*    DOCUMENTO COM O TITULO, A DATA E O NUMERO DO
005080*    PEDIDO
005090******************************************************
005100 3100-IMPRIMIR-CABECALHO.
005110     IF WRK-IDX-PED > 1
005120         MOVE SPACES TO RPT-LINHA
005130         WRITE RPT-LINHA
005140         WRITE RPT-LINHA
005150     END-IF.
005160     WRITE RPT-LINHA FROM WRK-CABECALHO-1.
005170     MOVE WRK-DATA-HOJE TO WRK-CAB2-DATA.
005180     MOVE WRK-IDX-PED TO WRK-CAB2-PEDIDO.
005190     MOVE WRK-QTD-PEDIDOS TO WRK-CAB2-TOTAL.
005200     WRITE RPT-LINHA FROM WRK-CABECALHO-2.
005210     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
005220 3100-EXIT.
005230     EXIT.
005240******************************************************
005250*    3200-IDENTIFICAR-DOCUMENTO - DERIVA O TOKEN VIA
005260*    CPFTOKEN (E O DA CHAVE ANTERIOR QUANDO AINDA
005270*    ACEITA) E A MASCARA PARCIAL DO CPFMASC, QUE E A
005280*    UNICA FORMA DO DOCUMENTO IMPRESSA NO RELATORIO.
005290*    O CPFMASC SO TEM MASCARA PARCIAL PARA CPF: NO CNPJ
005300*    A RAIZ (8 PRIMEIRAS POSICOES) E OCULTADA AQUI
005310******************************************************
005320 3200-IDENTIFICAR-DOCUMENTO.
005330     MOVE WRK-TAB-TIPO(WRK-IDX-PED) TO CT-TIPO-DOC.
005340     MOVE SPACES TO CT-DOCUMENTO.
005350     MOVE WRK-TAB-DOCUMENTO(WRK-IDX-PED) TO CT-DOCUMENTO.
005360     MOVE SPACE TO CT-FUNCAO.
005370     CALL 'CPFTOKEN' USING CT-PARM.
005380     MOVE CT-TOKEN TO WRK-TOKEN.
005390     MOVE SPACES TO WRK-TOKEN-ANT.
005400     IF CT-TEM-ANTERIOR-SIM
005410        AND CT-VERSAO-ANTERIOR NOT = CT-VERSAO-CHAVE
005420         MOVE 'V' TO CT-FUNCAO
005430         MOVE CT-VERSAO-ANTERIOR TO CT-VERSAO-CHAVE
005440         CALL 'CPFTOKEN' USING CT-PARM
005450         IF CT-RETORNO-OK OR CT-CHAVE-AUSENTE
005460             MOVE CT-TOKEN TO WRK-TOKEN-ANT
005470         END-IF
005480     END-IF.
005490     MOVE WRK-TAB-TIPO(WRK-IDX-PED) TO CM-TIPO-DOC.
005500     MOVE 'P' TO CM-MODO-MASCARA.
005510     MOVE SPACES TO CM-ENTRADA.
005520     MOVE WRK-TAB-DOCUMENTO(WRK-IDX-PED) TO CM-ENTRADA.
005530     CALL 'CPFMASC' USING CM-PARM.
005540     IF CM-VALIDO-SIM
005550         IF WRK-TAB-TIPO(WRK-IDX-PED) = 'J'
005560             MOVE '**.***.***' TO CM-SAIDA-MASCARADA(1:10)
005570         END-IF
005580         MOVE CM-SAIDA-MASCARADA TO WRK-TAB-MASCARADO(WRK-IDX-PED)
005590         MOVE CM-SAIDA-MASCARADA TO WRK-DOC-MASCARADO
005600     ELSE
005610         MOVE 'DIGITO INVALIDO' TO WRK-DOC-MASCARADO
005620     END-IF.
005630     IF WRK-TAB-TIPO(WRK-IDX-PED) = 'J'
005640         MOVE 'CNPJ' TO WRK-DOC-TIPO
005650     ELSE
005660         MOVE 'CPF' TO WRK-DOC-TIPO
005670     END-IF.
005680     MOVE WRK-TOKEN TO WRK-DOC-TOKEN.
005690     WRITE RPT-LINHA FROM WRK-LINHA-DOCUMENTO.
005700     IF WRK-TOKEN-ANT NOT = SPACES
005710         MOVE WRK-TOKEN-ANT TO WRK-DOC-TOKEN-ANT
005720         WRITE RPT-LINHA FROM WRK-LINHA-TOKEN-ANT
005730     END-IF.
005740 3200-EXIT.
005750     EXIT.
005760******************************************************
005770*    3300-CONSULTAR-MASTER - REGISTRO DO DOCUMENTO NO
005780*    CADASTRO CPFMST (A SAIDA GRAVADA NAO E IMPRESSA,
005790*    SO O SEU MODO DE MASCARA)
005800******************************************************
005810 3300-CONSULTAR-MASTER.
005820     MOVE 'CADASTRO DE DOCUMENTOS (CPFMST)' TO WRK-SEC-TEXTO.
005830     PERFORM 3900-ABRIR-SECAO THRU 3900-EXIT.
005840     IF NOT WRK-MASTER-ATIVO-SIM
005850         MOVE 'CADASTRO INDISPONIVEL NESTA EXECUCAO'
005860             TO WRK-AVI-TEXTO
005870         WRITE RPT-LINHA FROM WRK-LINHA-AVISO
005880         GO TO 3300-EXIT
005890     END-IF.
005900     MOVE WRK-TAB-DOCUMENTO(WRK-IDX-PED) TO MST-DOCUMENTO.
005910     READ CPF-MASTER
005920         INVALID KEY
005930             MOVE 'DOCUMENTO NAO ENCONTRADO NO CADASTRO'
005940                 TO WRK-AVI-TEXTO
005950             WRITE RPT-LINHA FROM WRK-LINHA-AVISO
005960             GO TO 3300-EXIT
005970     END-READ.
005980     MOVE SPACES TO WRK-CPO-VALOR.
005990     MOVE 'SITUACAO............:' TO WRK-CPO-ROTULO.
006000     IF MST-STATUS = 'S'
006010         MOVE 'VALIDO' TO WRK-CPO-VALOR
006020     ELSE
006030         MOVE 'INVALIDO - MOTIVO' TO WRK-CPO-VALOR
006040         MOVE MST-MOTIVO TO WRK-CPO-VALOR(19:2)
006050     END-IF.
006060     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006070     MOVE 'MODO DA SAIDA GRAVADA:' TO WRK-CPO-ROTULO.
006080     EVALUATE MST-MODO-MASCARA
006090         WHEN 'T'
006100             MOVE 'T (NUMERO FORMATADO)' TO WRK-CPO-VALOR
006110         WHEN 'P'
006120             MOVE 'P (MASCARA PARCIAL)' TO WRK-CPO-VALOR
006130         WHEN OTHER
006140             MOVE MST-MODO-MASCARA TO WRK-CPO-VALOR
006150     END-EVALUATE.
006160     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006170     MOVE 'PRIMEIRO PROCESSO...:' TO WRK-CPO-ROTULO.
006180     MOVE MST-DATA-PRIMEIRO TO WRK-CAMPO-DATA.
006190     MOVE WRK-CAMPO-DATA TO WRK-CPO-VALOR.
006200     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006210     MOVE 'ULTIMO PROCESSO.....:' TO WRK-CPO-ROTULO.
006220     MOVE MST-DATA-ULTIMO TO WRK-CAMPO-DATA.
006230     MOVE WRK-CAMPO-DATA TO WRK-CPO-VALOR.
006240     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006250     MOVE 'VEZES PROCESSADO....:' TO WRK-CPO-ROTULO.
006260     MOVE MST-QTD-PROCESSADO TO WRK-CAMPO-QTD.
006270     MOVE WRK-CAMPO-QTD TO WRK-CPO-VALOR.
006280     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006290 3300-EXIT.
006300     EXIT.
006310******************************************************
006320*    3400-CONSULTAR-XREF - TOKEN DO DOCUMENTO NO DE-PARA
006330*    CONSOLIDADO CPFXRF, PROCURADO PELO TOKEN DA CHAVE
006340*    ATUAL E, NA JANELA DE TROCA, PELO DA ANTERIOR
006350******************************************************
006360 3400-CONSULTAR-XREF.
006370     MOVE 'DE-PARA DE TOKENS (CPFXRF)' TO WRK-SEC-TEXTO.
006380     PERFORM 3900-ABRIR-SECAO THRU 3900-EXIT.
006390     IF NOT WRK-XREF-ATIVO-SIM
006400         MOVE 'DE-PARA INDISPONIVEL NESTA EXECUCAO'
006410             TO WRK-AVI-TEXTO
006420         WRITE RPT-LINHA FROM WRK-LINHA-AVISO
006430         GO TO 3400-EXIT
006440     END-IF.
006450     MOVE 'S' TO WRK-XREF-ACHADO.
006460     MOVE WRK-TOKEN TO XRF-TOKEN.
006470     READ CPF-XREF
006480         INVALID KEY MOVE 'N' TO WRK-XREF-ACHADO
006490     END-READ.
006500     IF NOT WRK-XREF-ACHADO-SIM
006510        AND WRK-TOKEN-ANT NOT = SPACES
006520         MOVE 'S' TO WRK-XREF-ACHADO
006530         MOVE WRK-TOKEN-ANT TO XRF-TOKEN
006540         READ CPF-XREF
006550             INVALID KEY MOVE 'N' TO WRK-XREF-ACHADO
006560         END-READ
006570     END-IF.
006580     IF NOT WRK-XREF-ACHADO-SIM
006590         MOVE 'TOKEN NAO ENCONTRADO NO DE-PARA' TO WRK-AVI-TEXTO
006600         WRITE RPT-LINHA FROM WRK-LINHA-AVISO
006610         GO TO 3400-EXIT
006620     END-IF.
006630     MOVE SPACES TO WRK-CPO-VALOR.
006640     MOVE 'TOKEN...............:' TO WRK-CPO-ROTULO.
006650     MOVE XRF-TOKEN TO WRK-CPO-VALOR.
006660     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006670     MOVE 'VERSAO DA CHAVE.....:' TO WRK-CPO-ROTULO.
006680     MOVE XRF-VERSAO-CHAVE TO WRK-CAMPO-VERSAO.
006690     MOVE WRK-CAMPO-VERSAO TO WRK-CPO-VALOR.
006700     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006710     MOVE 'PRIMEIRA DATA.......:' TO WRK-CPO-ROTULO.
006720     MOVE XRF-DATA-PRIMEIRO TO WRK-CAMPO-DATA.
006730     MOVE WRK-CAMPO-DATA TO WRK-CPO-VALOR.
006740     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006750     MOVE 'ULTIMA DATA.........:' TO WRK-CPO-ROTULO.
006760     MOVE XRF-DATA-ULTIMO TO WRK-CAMPO-DATA.
006770     MOVE WRK-CAMPO-DATA TO WRK-CPO-VALOR.
006780     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006790     MOVE 'OCORRENCIAS.........:' TO WRK-CPO-ROTULO.
006800     MOVE XRF-QTD-OCORRENCIAS TO WRK-CAMPO-QTD.
006810     MOVE WRK-CAMPO-QTD TO WRK-CPO-VALOR.
006820     WRITE RPT-LINHA FROM WRK-LINHA-CAMPO.
006830 3400-EXIT.
006840     EXIT.
006850******************************************************
006860*    3500-LISTAR-EVENTOS - PERCORRE O HISTORICO CPFAUDH
006870*    E A TRILHA CPFAUD LISTANDO OS EVENTOS COM O MESMO
006880*    HASH E TAMANHO DO DOCUMENTO (O HASH NAO E UNICO:
006890*    A LISTA PODE TRAZER EVENTO DE OUTRO DOCUMENTO COM
006900*    O MESMO HASH) E GUARDA AS DATAS DOS LOTES DO
006910*    CPFLOTE EM QUE O DOCUMENTO FOI MASCARADO
006920******************************************************
006930 3500-LISTAR-EVENTOS.
006940     MOVE 'EVENTOS NA TRILHA DE AUDITORIA (CPFAUDH E CPFAUD)'
006950         TO WRK-SEC-TEXTO.
006960     PERFORM 3900-ABRIR-SECAO THRU 3900-EXIT.
006970     MOVE 'CASADOS POR HASH E TAMANHO DO DOCUMENTO'
006980         TO WRK-AVI-TEXTO.
006990     WRITE RPT-LINHA FROM WRK-LINHA-AVISO.
007000     WRITE RPT-LINHA FROM WRK-CABECALHO-EVENTOS.
007010     MOVE ZERO TO WRK-QTD-EVENTOS.
007020     MOVE ZERO TO WRK-QTD-DATAS.
007030     MOVE 'CPFAUDH' TO WRK-ARQUIVO-LIDO.
007040     OPEN INPUT AUDITORIA-HISTORICO.
007050     IF WRK-FS-HISTORICO-OK
007060         MOVE 'N' TO WRK-FIM-ARQUIVO
007070         PERFORM 3510-LER-HISTORICO THRU 3510-EXIT
007080             UNTIL WRK-FIM-ARQUIVO-SIM
007090         CLOSE AUDITORIA-HISTORICO
007100     END-IF.
007110     MOVE 'CPFAUD' TO WRK-ARQUIVO-LIDO.
007120     OPEN INPUT AUDITORIA-LOG.
007130     IF WRK-FS-AUDITORIA-OK
007140         MOVE 'N' TO WRK-FIM-ARQUIVO
007150         PERFORM 3520-LER-AUDITORIA THRU 3520-EXIT
007160             UNTIL WRK-FIM-ARQUIVO-SIM
007170         CLOSE AUDITORIA-LOG
007180     ELSE
007190         MOVE 'TRILHA DE AUDITORIA CPFAUD NAO ENCONTRADA'
007200             TO WRK-AVI-TEXTO
007210         WRITE RPT-LINHA FROM WRK-LINHA-AVISO
007220     END-IF.
007230     MOVE 'N' TO WRK-FIM-ARQUIVO.
007240     MOVE '    EVENTOS ENCONTRADOS.......:' TO WRK-TOT-ROTULO.
007250     MOVE WRK-QTD-EVENTOS TO WRK-TOT-VALOR.
007260     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
007270 3500-EXIT.
007280     EXIT.
007290 3510-LER-HISTORICO.
007300     READ AUDITORIA-HISTORICO INTO WRK-LOG-AREA
007310         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
007320         NOT AT END
007330             PERFORM 3530-CONFERIR-EVENTO THRU 3530-EXIT
007340     END-READ.
007350 3510-EXIT.
007360     EXIT.
007370 3520-LER-AUDITORIA.
007380     READ AUDITORIA-LOG INTO WRK-LOG-AREA
007390         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
007400         NOT AT END
007410             PERFORM 3530-CONFERIR-EVENTO THRU 3530-EXIT
007420     END-READ.
007430 3520-EXIT.
007440     EXIT.
007450******************************************************
007460*    3530-CONFERIR-EVENTO - IMPRIME O REGISTRO DA
007470*    TRILHA QUANDO O HASH E O TAMANHO SAO OS DO
007480*    DOCUMENTO; PONTOS DE QUEBRA (STATUS Q) NAO SAO
007490*    EVENTOS DE DOCUMENTO. A SAIDA GRAVADA NAO E
007500*    IMPRESSA
007510******************************************************
007520 3530-CONFERIR-EVENTO.
007530     IF WRK-LOG-STATUS = 'Q'
007540        OR WRK-LOG-TAM NOT = WRK-TAB-TAM(WRK-IDX-PED)
007550        OR WRK-LOG-HASH NOT = WRK-TAB-HASH(WRK-IDX-PED)
007560         GO TO 3530-EXIT
007570     END-IF.
007580     ADD 1 TO WRK-QTD-EVENTOS.
007590     MOVE WRK-ARQUIVO-LIDO TO WRK-EVT-ARQUIVO.
007600     MOVE WRK-LOG-DATA TO WRK-EVT-DATA.
007610     MOVE WRK-LOG-HORA TO WRK-EVT-HORA.
007620     MOVE WRK-LOG-JOB TO WRK-EVT-JOB.
007630     MOVE WRK-LOG-OPERADOR TO WRK-EVT-OPERADOR.
007640     EVALUATE WRK-LOG-STATUS
007650         WHEN 'S'
007660             MOVE 'MASCARADO' TO WRK-EVT-DESCRICAO
007670         WHEN 'N'
007680             MOVE 'REJEITADO' TO WRK-EVT-DESCRICAO
007690         WHEN 'E'
007700             MOVE 'ELIMINACAO' TO WRK-EVT-DESCRICAO
007710         WHEN 'A'
007720             MOVE 'ACESSO TITULAR' TO WRK-EVT-DESCRICAO
007721         WHEN 'R'
007722             MOVE 'EXPURGO INATIV' TO WRK-EVT-DESCRICAO
007730         WHEN OTHER
007740             MOVE SPACES TO WRK-EVT-DESCRICAO
007750             MOVE WRK-LOG-STATUS TO WRK-EVT-DESCRICAO(1:1)
007760     END-EVALUATE.
007770     WRITE RPT-LINHA FROM WRK-DETALHE-EVENTO.
007780     IF WRK-LOG-JOB = 'CPFLOTE '
007790        AND WRK-LOG-STATUS = 'S'
007800         PERFORM 3540-GUARDAR-DATA-LOTE THRU 3540-EXIT
007810     END-IF.
007820 3530-EXIT.
007830     EXIT.
007840******************************************************
007850*    3540-GUARDAR-DATA-LOTE - INCLUI A DATA DO EVENTO
007860*    NA TABELA DE DATAS DE LOTE, SEM REPETIR
007870******************************************************
007880 3540-GUARDAR-DATA-LOTE.
007890     PERFORM 3550-PROCURAR-DATA THRU 3550-EXIT.
007900     IF WRK-DATA-ACHADA-SIM
007910        OR WRK-QTD-DATAS >= 200
007920         GO TO 3540-EXIT
007930     END-IF.
007940     ADD 1 TO WRK-QTD-DATAS.
007950     MOVE WRK-LOG-DATA TO WRK-TAB-DATA-LOTE(WRK-QTD-DATAS).
007960 3540-EXIT.
007970     EXIT.
007980 3550-PROCURAR-DATA.
007990     MOVE 'N' TO WRK-DATA-ACHADA.
008000     PERFORM 3560-COMPARAR-DATA THRU 3560-EXIT
008010         VARYING WRK-IDX-DATA FROM 1 BY 1
008020         UNTIL WRK-IDX-DATA > WRK-QTD-DATAS
008030             OR WRK-DATA-ACHADA-SIM.
008040 3550-EXIT.
008050     EXIT.
008060 3560-COMPARAR-DATA.
008070     IF WRK-TAB-DATA-LOTE(WRK-IDX-DATA) = WRK-LOG-DATA
008080         MOVE 'S' TO WRK-DATA-ACHADA
008090     END-IF.
008100 3560-EXIT.
008110     EXIT.
008120******************************************************
008130*    3600-LISTAR-TRANSMISSOES - LISTA DO LOG DE
008140*    ENVIADOS CPFENV AS TRANSMISSOES DO CPFSAI DAS
008150*    DATAS EM QUE O DOCUMENTO FOI MASCARADO PELO
008160*    CPFLOTE (UM LOTE POR DATA, A MESMA PREMISSA DO
008170*    CPFCONC), COM A SITUACAO DA CONFIRMACAO DE CARGA
008180******************************************************
008190 3600-LISTAR-TRANSMISSOES.
008200     MOVE 'TRANSMISSOES DO CPFSAI QUE LEVARAM O DOCUMENTO'
008210         TO WRK-SEC-TEXTO.
008220     PERFORM 3900-ABRIR-SECAO THRU 3900-EXIT.
008230     MOVE ZERO TO WRK-QTD-TRANSMISSOES.
008240     IF WRK-QTD-DATAS = ZERO
008250         MOVE 'NENHUM LOTE DO CPFLOTE MASCAROU O DOCUMENTO'
008260             TO WRK-AVI-TEXTO
008270         WRITE RPT-LINHA FROM WRK-LINHA-AVISO
008280         GO TO 3600-EXIT
008290     END-IF.
008300     OPEN INPUT CPF-ENVIADOS.
008310     IF NOT WRK-FS-ENVIADOS-OK
008320         MOVE 'LOG DE ENVIADOS CPFENV NAO ENCONTRADO'
008330             TO WRK-AVI-TEXTO
008340         WRITE RPT-LINHA FROM WRK-LINHA-AVISO
008350         GO TO 3600-EXIT
008360     END-IF.
008370     WRITE RPT-LINHA FROM WRK-CABECALHO-ENVIOS.
008380     MOVE 'N' TO WRK-FIM-ARQUIVO.
008390     PERFORM 3610-LER-ENVIADO THRU 3610-EXIT
008400         UNTIL WRK-FIM-ARQUIVO-SIM.
008410     CLOSE CPF-ENVIADOS.
008420     MOVE 'N' TO WRK-FIM-ARQUIVO.
008430     MOVE '    TRANSMISSOES ENCONTRADAS..:' TO WRK-TOT-ROTULO.
008440     MOVE WRK-QTD-TRANSMISSOES TO WRK-TOT-VALOR.
008450     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
008460 3600-EXIT.
008470     EXIT.
008480 3610-LER-ENVIADO.
008490     READ CPF-ENVIADOS
008500         AT END
008510             MOVE 'S' TO WRK-FIM-ARQUIVO
008520             GO TO 3610-EXIT
008530     END-READ.
008540     MOVE ENV-DATA TO WRK-LOG-DATA.
008550     PERFORM 3550-PROCURAR-DATA THRU 3550-EXIT.
008560     IF NOT WRK-DATA-ACHADA-SIM
008570         GO TO 3610-EXIT
008580     END-IF.
008590     ADD 1 TO WRK-QTD-TRANSMISSOES.
008600     MOVE ENV-SEQUENCIA TO WRK-ENV-SEQUENCIA.
008610     MOVE ENV-DATA TO WRK-ENV-DATA.
008620     MOVE ENV-DESTINO TO WRK-ENV-DESTINO.
008630     MOVE ENV-QTD-DETALHE TO WRK-ENV-QTD.
008640     MOVE SPACES TO WRK-ENV-DATA-CARGA.
008650     EVALUATE ENV-STATUS
008660         WHEN 'C'
008670             MOVE 'CONFIRMADA' TO WRK-ENV-SITUACAO
008680             MOVE ENV-DATA-RETORNO TO WRK-ENV-DATA-CARGA
008690         WHEN 'D'
008700             MOVE 'DIVERGENTE' TO WRK-ENV-SITUACAO
008710             MOVE ENV-DATA-RETORNO TO WRK-ENV-DATA-CARGA
008711         WHEN 'R'
008712             MOVE 'RETRANSMIT.' TO WRK-ENV-SITUACAO
008720         WHEN OTHER
008730             MOVE 'PENDENTE' TO WRK-ENV-SITUACAO
008740     END-EVALUATE.
008750     WRITE RPT-LINHA FROM WRK-DETALHE-ENVIO.
008760 3610-EXIT.
008770     EXIT.
008780******************************************************
008790*    3900-ABRIR-SECAO - TITULO DE 1 SECAO DO RELATORIO
008800******************************************************
008810 3900-ABRIR-SECAO.
008820     MOVE SPACES TO RPT-LINHA.
008830     WRITE RPT-LINHA.
008840     WRITE RPT-LINHA FROM WRK-LINHA-SECAO.
008850 3900-EXIT.
008860     EXIT.
008870******************************************************
008880*    5000-EMITIR-TOTAIS - TOTAIS DA EXECUCAO NO FINAL
008890*    DO RELATORIO E NO CONSOLE
008900******************************************************
008910 5000-EMITIR-TOTAIS.
008920     MOVE SPACES TO RPT-LINHA.
008930     WRITE RPT-LINHA.
008940     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
008950     MOVE 'PEDIDOS RECEBIDOS.............:'
008960         TO WRK-TOT-ROTULO.
008970     MOVE WRK-QTD-PEDIDOS TO WRK-TOT-VALOR.
008980     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
008990     MOVE 'PEDIDOS ATENDIDOS.............:'
009000         TO WRK-TOT-ROTULO.
009010     MOVE WRK-QTD-ATENDIDOS TO WRK-TOT-VALOR.
009020     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
009030     MOVE 'PEDIDOS COM FORMATO INVALIDO..:'
009040         TO WRK-TOT-ROTULO.
009050     MOVE WRK-QTD-INVALIDOS TO WRK-TOT-VALOR.
009060     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
009070     DISPLAY 'PEDIDOS RECEBIDOS....: ' WRK-QTD-PEDIDOS.
009080     DISPLAY 'PEDIDOS ATENDIDOS....: ' WRK-QTD-ATENDIDOS.
009090     DISPLAY 'PEDIDOS INVALIDOS....: ' WRK-QTD-INVALIDOS.
009100     DISPLAY 'RELATORIO GRAVADO NO ARQUIVO CPFTITR'.
009110 5000-EXIT.
009120     EXIT.
009130******************************************************
009140*    6000-CALCULAR-HASH-CPF - CHECKSUM SIMPLES (NAO
009150*    CRIPTOGRAFICO) DO CPF DO PEDIDO, O MESMO GRAVADO
009160*    NA TRILHA DE AUDITORIA PELOS DEMAIS PROGRAMAS
009170******************************************************
009180 6000-CALCULAR-HASH-CPF.
009190     MOVE ZERO TO WRK-SOMA-HASH.
009200     PERFORM 6010-SOMAR-HASH-CPF THRU 6010-EXIT
009210         VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 11.
009220     DIVIDE WRK-SOMA-HASH BY 999983 GIVING WRK-QUOCIENTE-HASH
009230         REMAINDER WRK-HASH.
009240 6000-EXIT.
009250     EXIT.
009260 6010-SOMAR-HASH-CPF.
009270     COMPUTE WRK-SOMA-HASH = WRK-SOMA-HASH +
009280         (WRK-CPF-DIGITO(WRK-IDX) * WRK-IDX).
009290 6010-EXIT.
009300     EXIT.
009310******************************************************
009320*    6100-CALCULAR-HASH-CNPJ - CHECKSUM SIMPLES (NAO
009330*    CRIPTOGRAFICO) DO CNPJ DO PEDIDO, PELO VALOR DE
009340*    CADA CARACTERE (ASCII - 48), O MESMO GRAVADO NA
009350*    TRILHA DE AUDITORIA PELOS DEMAIS PROGRAMAS
009360******************************************************
009370 6100-CALCULAR-HASH-CNPJ.
009380     MOVE ZERO TO WRK-SOMA-HASH.
009390     PERFORM 6110-SOMAR-HASH-CNPJ THRU 6110-EXIT
009400         VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 14.
009410     DIVIDE WRK-SOMA-HASH BY 999983 GIVING WRK-QUOCIENTE-HASH
009420         REMAINDER WRK-HASH.
009430 6100-EXIT.
009440     EXIT.
009450 6110-SOMAR-HASH-CNPJ.
009460     COMPUTE WRK-SOMA-HASH = WRK-SOMA-HASH +
009470         (WRK-CNPJ-VALOR(WRK-IDX) * WRK-IDX).
009480 6110-EXIT.
009490     EXIT.
009500******************************************************
009510*    7000-REGISTRAR-AUDITORIA - GRAVA NA TRILHA DE
009520*    AUDITORIA 1 EVENTO POR PEDIDO ATENDIDO, COM O
009530*    STATUS 'A' (ACESSO DO TITULAR); A TRILHA SO E
009540*    ABERTA PARA GRAVACAO DEPOIS DE LIDA PELO RELATORIO
009550******************************************************
009560 7000-REGISTRAR-AUDITORIA.
009570     IF WRK-QTD-ATENDIDOS = ZERO
009580         GO TO 7000-EXIT
009590     END-IF.
009600     MOVE '1' TO GL-FUNCAO.
009610     CALL 'GRAVALOG' USING GL-PARM.
009620     PERFORM 7100-REGISTRAR-PEDIDO THRU 7100-EXIT
009630         VARYING WRK-IDX-PED FROM 1 BY 1
009640         UNTIL WRK-IDX-PED > WRK-QTD-PEDIDOS.
009650     MOVE '3' TO GL-FUNCAO.
009660     CALL 'GRAVALOG' USING GL-PARM.
009670 7000-EXIT.
009680     EXIT.
009690 7100-REGISTRAR-PEDIDO.
009700     IF NOT WRK-TAB-SIT-OK(WRK-IDX-PED)
009710         GO TO 7100-EXIT
009720     END-IF.
009730     MOVE '2' TO GL-FUNCAO.
009740     MOVE WRK-TAB-TAM(WRK-IDX-PED) TO GL-TAM-ENTRADA.
009750     MOVE WRK-TAB-HASH(WRK-IDX-PED) TO GL-HASH-ENTRADA.
009760     MOVE 'CPFTIT01' TO GL-JOB-ID.
009770     MOVE 'SISTEMA ' TO GL-OPERADOR.
009780     MOVE 'A' TO GL-STATUS.
009790     MOVE WRK-TAB-MASCARADO(WRK-IDX-PED)
009800         TO GL-SAIDA-MASCARADA.
009810     CALL 'GRAVALOG' USING GL-PARM.
009820 7100-EXIT.
009830     EXIT.
009840******************************************************
009850*    9000-FINALIZAR - FECHA OS CADASTROS
009860******************************************************
009870 9000-FINALIZAR.
009880     IF WRK-MASTER-ATIVO-SIM
009890         CLOSE CPF-MASTER
009900         MOVE 'N' TO WRK-MASTER-ATIVO
009910     END-IF.
009920     IF WRK-XREF-ATIVO-SIM
009930         CLOSE CPF-XREF
009940         MOVE 'N' TO WRK-XREF-ATIVO
009950     END-IF.
009960 9000-EXIT.
009970     EXIT.

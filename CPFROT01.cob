000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFROT01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Job de rotacao da chave do
000050***   token pseudonimo. Le o arquivo protegido de chaves
000060***   CPFKEY, toma a chave atual (situacao A, ou o token
000070***   sem chave, versao 000, quando nao ha chave atual)
000080***   como ANTIGA e a chave preparada (situacao N) como
000090***   NOVA, e re-tokeniza todo o de-para consolidado
000100***   CPFXRF: para cada documento valido do cadastro
000110***   CPFMST (lido sequencialmente) deriva, via CPFTOKEN,
000120***   o token antigo e o novo, grava o registro do
000130***   CPFXRF com o token e a versao novos e exclui o do
000140***   token antigo. Gera para os sistemas de destino o
000150***   mapa de tokens CPFMAP (header com as versoes,
000160***   detalhe token antigo / token novo e trailer com
000170***   quantidade e total de controle, no padrao do
000180***   CPFSAI) e o relatorio CPFROTR. Terminada a
000190***   re-tokenizacao sem colisao, regrava o CPFKEY: a
000200***   chave nova passa a atual (A), a antiga passa a
000210***   anterior ainda aceita (P) na janela de troca, e a
000220***   anterior que havia passa a retirada (R). Pode ser
000230***   reexecutado apos interrupcao: documento ja
000240***   convertido e reconhecido pelo token novo e volta
000250***   ao mapa. Sem chave nova, sem o cadastro ou sem o
000260***   de-para, ou com colisao de token, termina com
000270***   RETURN-CODE 8 sem trocar a chave; registro do
000280***   CPFXRF sem documento no CPFMST (nao convertido)
000290***   termina com RETURN-CODE 4.
000300***   AUTOR: @PSAntunes
000310***   DATA : 15/10/2026
000320***
000330***   HISTORICO DE ALTERACOES
000340***   DATA       AUTOR  DESCRICAO
000350***   15/10/2026 PSA    CRIACAO DO JOB DE ROTACAO DA CHAVE
000360***                     DO TOKEN COM RE-TOKENIZACAO DO
000370***                     CPFXRF E MAPA ANTIGO/NOVO
000371***   15/10/2026 PSA    VERSOES ANTIGA E NOVA TESTADAS NO
000372***                     CPFTOKEN ANTES DE TOCAR NO CPFXRF
000373***                     E RETORNO DO CPFTOKEN CONFERIDO
000374***                     EM CADA DOCUMENTO: FALHA TERMINA
000375***                     COM RETURN-CODE 8 SEM TROCAR A
000376***                     CHAVE. CPFKEY LIMITADO A 10
000377***                     LINHAS, COMO A TABELA DO CPFTOKEN;
000378***                     ACIMA DISSO A ROTACAO NAO E FEITA
000380******************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CPF-CHAVES ASSIGN TO "CPFKEY"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WRK-FS-CHAVES.
000480     SELECT CPF-MASTER ASSIGN TO "CPFMST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS MST-DOCUMENTO
000520         FILE STATUS IS WRK-FS-MASTER.
000530     SELECT CPF-XREF ASSIGN TO "CPFXRF"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS XRF-TOKEN
000570         FILE STATUS IS WRK-FS-XREF.
000580     SELECT CPF-MAPA ASSIGN TO "CPFMAP"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WRK-FS-MAPA.
000610     SELECT ROT-RELATORIO ASSIGN TO "CPFROTR"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CPF-CHAVES.
000660 01  KEY-REGISTRO.
000670     05  KEY-VERSAO             PIC 9(03).
000680     05  FILLER                 PIC X(01).
000690     05  KEY-SITUACAO           PIC X(01).
000700     05  FILLER                 PIC X(01).
000710     05  KEY-SEGREDO            PIC X(32).
000720 FD  CPF-MASTER.
000730 01  MST-REGISTRO.
000740     05  MST-DOCUMENTO          PIC X(14).
000750     05  MST-TIPO-DOC           PIC X(01).
000760     05  MST-STATUS             PIC X(01).
000770     05  MST-MOTIVO             PIC X(02).
000780     05  MST-MODO-MASCARA       PIC X(01).
000790     05  MST-SAIDA-MASCARADA    PIC X(20).
000800     05  MST-DATA-PRIMEIRO      PIC 9(08).
000810     05  MST-DATA-ULTIMO        PIC 9(08).
000820     05  MST-QTD-PROCESSADO     PIC 9(07).
000830 FD  CPF-XREF.
000840 01  XRF-REGISTRO.
000850     05  XRF-TOKEN              PIC X(18).
000860     05  XRF-TIPO-DOC           PIC X(01).
000870     05  XRF-MASCARADO          PIC X(20).
000880     05  XRF-DATA-PRIMEIRO      PIC 9(08).
000890     05  XRF-DATA-ULTIMO        PIC 9(08).
000900     05  XRF-QTD-OCORRENCIAS    PIC 9(07).
000910     05  XRF-VERSAO-CHAVE       PIC 9(03).
000920 FD  CPF-MAPA.
000930 01  MAP-LINHA                  PIC X(80).
000940 FD  ROT-RELATORIO.
000950 01  RPT-LINHA                  PIC X(80).
000960 WORKING-STORAGE SECTION.
000970 77  WRK-FS-CHAVES              PIC X(02)  VALUE SPACES.
000980     88  WRK-FS-CHAVES-OK                  VALUE '00'.
000990 77  WRK-FS-MASTER              PIC X(02)  VALUE SPACES.
001000     88  WRK-FS-MASTER-OK                  VALUE '00'.
001010 77  WRK-FS-XREF                PIC X(02)  VALUE SPACES.
001020     88  WRK-FS-XREF-OK                    VALUE '00'.
001030 77  WRK-FS-MAPA                PIC X(02)  VALUE SPACES.
001040     88  WRK-FS-MAPA-OK                    VALUE '00'.
001050 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
001060     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
001070 77  WRK-ABORTADO               PIC X(01)  VALUE 'N'.
001080     88  WRK-ABORTADO-SIM                  VALUE 'S'.
001090 77  WRK-MASTER-ATIVO           PIC X(01)  VALUE 'N'.
001100     88  WRK-MASTER-ATIVO-SIM              VALUE 'S'.
001110 77  WRK-XREF-ATIVO             PIC X(01)  VALUE 'N'.
001120     88  WRK-XREF-ATIVO-SIM                VALUE 'S'.
001130 77  WRK-CHAVE-TROCADA          PIC X(01)  VALUE 'N'.
001140     88  WRK-CHAVE-TROCADA-SIM             VALUE 'S'.
001141 77  WRK-CHAVES-EXCEDIDAS       PIC X(01)  VALUE 'N'.
001142     88  WRK-CHAVES-EXCEDIDAS-SIM          VALUE 'S'.
001150 77  WRK-MOTIVO-ABORTO          PIC X(50)  VALUE SPACES.
001160 77  WRK-QTD-CHAVES             PIC 9(02)  COMP VALUE ZERO.
001170 77  WRK-MAX-CHAVES             PIC 9(02)  COMP VALUE 10.
001180 77  WRK-IDX-CHAVE              PIC 9(02)  COMP VALUE ZERO.
001190 77  WRK-IDX-ANTIGA             PIC 9(02)  COMP VALUE ZERO.
001200 77  WRK-IDX-NOVA               PIC 9(02)  COMP VALUE ZERO.
001210 77  WRK-VERSAO-ANTIGA          PIC 9(03)  VALUE ZEROS.
001220 77  WRK-VERSAO-NOVA            PIC 9(03)  VALUE ZEROS.
001230 77  WRK-TOKEN-ANTIGO           PIC X(18)  VALUE SPACES.
001240 77  WRK-TOKEN-NOVO             PIC X(18)  VALUE SPACES.
001250 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
001260 77  WRK-QTD-LIDOS              PIC 9(07)  COMP VALUE ZERO.
001270 77  WRK-QTD-IGNORADOS          PIC 9(07)  COMP VALUE ZERO.
001280 77  WRK-QTD-CONVERTIDOS        PIC 9(07)  COMP VALUE ZERO.
001290 77  WRK-QTD-JA-CONVERTIDOS     PIC 9(07)  COMP VALUE ZERO.
001300 77  WRK-QTD-SEM-XREF           PIC 9(07)  COMP VALUE ZERO.
001310 77  WRK-QTD-COLISOES           PIC 9(07)  COMP VALUE ZERO.
001320 77  WRK-QTD-NAO-CONVERTIDOS    PIC 9(07)  COMP VALUE ZERO.
001330 77  WRK-QTD-MAPA               PIC 9(07)  VALUE ZEROS.
001340 77  WRK-TOTAL-CONTROLE         PIC 9(14)  VALUE ZEROS.
001350 01  WRK-TABELA-CHAVES.
001360     05  WRK-TAB-CHAVE OCCURS 10 TIMES.
001370         10  WRK-CHV-VERSAO     PIC 9(03).
001380         10  WRK-CHV-SITUACAO   PIC X(01).
001390         10  WRK-CHV-SEGREDO    PIC X(32).
001400 01  WRK-XRF-SALVO              PIC X(65).
001410 01  MAP-HEADER.
001420     05  MAP-HDR-TIPO           PIC X(01)  VALUE 'H'.
001430     05  MAP-HDR-DATA           PIC 9(08).
001440     05  MAP-HDR-VERSAO-ANTIGA  PIC 9(03).
001450     05  MAP-HDR-VERSAO-NOVA    PIC 9(03).
001460     05  MAP-HDR-ORIGEM         PIC X(08)  VALUE 'CPFROT01'.
001470 01  MAP-DETALHE.
001480     05  MAP-DET-TIPO           PIC X(01)  VALUE 'D'.
001490     05  MAP-DET-SEQUENCIA      PIC 9(07).
001500     05  MAP-DET-TOKEN-ANTIGO   PIC X(18).
001510     05  MAP-DET-TOKEN-NOVO     PIC X(18).
001520     05  MAP-DET-TIPO-DOC       PIC X(01).
001530 01  MAP-TRAILER.
001540     05  MAP-TRL-TIPO           PIC X(01)  VALUE 'T'.
001550     05  MAP-TRL-QTD-DETALHE    PIC 9(07).
001560     05  MAP-TRL-TOTAL-CONTROLE PIC 9(14).
001570 01  WRK-CABECALHO-1.
001580     05  FILLER                 PIC X(09)  VALUE 'CPFROT01'.
001590     05  FILLER                 PIC X(08)  VALUE SPACES.
001600     05  FILLER                 PIC X(40)  VALUE
001610         'ROTACAO DA CHAVE DO TOKEN PSEUDONIMO'.
001620 01  WRK-CABECALHO-2.
001630     05  FILLER                 PIC X(06)  VALUE 'DATA: '.
001640     05  WRK-CAB2-DATA          PIC 9(08).
001650     05  FILLER                 PIC X(18)  VALUE
001660         '  CHAVE ANTIGA:  '.
001670     05  WRK-CAB2-ANTIGA        PIC 9(03).
001680     05  FILLER                 PIC X(16)  VALUE
001690         '  CHAVE NOVA:  '.
001700     05  WRK-CAB2-NOVA          PIC 9(03).
001710 01  WRK-CABECALHO-4.
001720     05  FILLER                 PIC X(70)  VALUE ALL '-'.
001730 01  WRK-LINHA-TOTAL.
001740     05  WRK-TOT-ROTULO         PIC X(32).
001750     05  WRK-TOT-VALOR          PIC ZZZZZZ9.
001760 01  WRK-LINHA-MENSAGEM.
001770     05  FILLER                 PIC X(04)  VALUE '*** '.
001780     05  WRK-MSG-TEXTO          PIC X(70).
001790 COPY CPFTOKP.
001800 PROCEDURE DIVISION.
001810******************************************************
001820*    0000-MAINLINE - ROTINA PRINCIPAL DA ROTACAO
001830******************************************************
001840 0000-MAINLINE.
001850     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001860     IF NOT WRK-ABORTADO-SIM
001870         PERFORM 2000-CONVERTER-DOCUMENTO THRU 2000-EXIT
001880             UNTIL WRK-FIM-ARQUIVO-SIM
001881         IF NOT WRK-ABORTADO-SIM
001890             PERFORM 3000-CONFERIR-XREF THRU 3000-EXIT
001891         END-IF
001900         PERFORM 4000-FECHAR-MAPA THRU 4000-EXIT
001910         IF WRK-QTD-COLISOES = ZERO
001911            AND NOT WRK-ABORTADO-SIM
001920             PERFORM 5000-ATUALIZAR-CHAVES THRU 5000-EXIT
001930         END-IF
001940     END-IF.
001950     PERFORM 6000-EMITIR-RELATORIO THRU 6000-EXIT.
001960     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001970     GOBACK.
001980******************************************************
001990*    1000-INICIALIZAR - CARREGA AS CHAVES, CONFERE SE HA
002000*    CHAVE NOVA PREPARADA, ABRE O CADASTRO, O DE-PARA E
002010*    O MAPA DE TOKENS E GRAVA O HEADER DO MAPA
002020******************************************************
002030 1000-INICIALIZAR.
002040     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
002050     PERFORM 1100-CARREGAR-CHAVES THRU 1100-EXIT.
002060     IF WRK-ABORTADO-SIM
002070         GO TO 1000-EXIT
002080     END-IF.
002090     OPEN INPUT CPF-MASTER.
002100     IF NOT WRK-FS-MASTER-OK
002110         MOVE 'CADASTRO CPFMST INDISPONIVEL' TO WRK-MOTIVO-ABORTO
002120         MOVE 'S' TO WRK-ABORTADO
002130         GO TO 1000-EXIT
002140     END-IF.
002150     MOVE 'S' TO WRK-MASTER-ATIVO.
002160     OPEN I-O CPF-XREF.
002170     IF NOT WRK-FS-XREF-OK
002180         MOVE 'DE-PARA CPFXRF INDISPONIVEL' TO WRK-MOTIVO-ABORTO
002190         MOVE 'S' TO WRK-ABORTADO
002200         GO TO 1000-EXIT
002210     END-IF.
002220     MOVE 'S' TO WRK-XREF-ATIVO.
002230     OPEN OUTPUT CPF-MAPA.
002240     MOVE WRK-DATA-HOJE TO MAP-HDR-DATA.
002250     MOVE WRK-VERSAO-ANTIGA TO MAP-HDR-VERSAO-ANTIGA.
002260     MOVE WRK-VERSAO-NOVA TO MAP-HDR-VERSAO-NOVA.
002270     WRITE MAP-LINHA FROM MAP-HEADER.
002280     MOVE 'N' TO WRK-FIM-ARQUIVO.
002290     PERFORM 2900-LER-MASTER THRU 2900-EXIT.
002300 1000-EXIT.
002310     EXIT.
002320******************************************************
002330*    1100-CARREGAR-CHAVES - CARREGA O CPFKEY NA TABELA
002340*    E LOCALIZA A CHAVE ATUAL (A, ANTIGA NA ROTACAO) E A
002350*    CHAVE NOVA PREPARADA (N); SEM CHAVE ATUAL A ANTIGA
002360*    E A VERSAO 000 (TOKEN SEM CHAVE)
002370******************************************************
002380 1100-CARREGAR-CHAVES.
002390     MOVE ZERO TO WRK-QTD-CHAVES.
002400     MOVE ZERO TO WRK-IDX-ANTIGA.
002410     MOVE ZERO TO WRK-IDX-NOVA.
002420     OPEN INPUT CPF-CHAVES.
002430     IF NOT WRK-FS-CHAVES-OK
002440         MOVE 'ARQUIVO DE CHAVES CPFKEY NAO ENCONTRADO'
002450             TO WRK-MOTIVO-ABORTO
002460         MOVE 'S' TO WRK-ABORTADO
002470         GO TO 1100-EXIT
002480     END-IF.
002490     MOVE 'N' TO WRK-FIM-ARQUIVO.
002500     PERFORM 1110-LER-CHAVE THRU 1110-EXIT
002510         UNTIL WRK-FIM-ARQUIVO-SIM.
002520     CLOSE CPF-CHAVES.
002530     MOVE 'N' TO WRK-FIM-ARQUIVO.
002531     IF WRK-CHAVES-EXCEDIDAS-SIM
002532         MOVE 'MAIS DE 10 CHAVES NO CPFKEY - EXCLUIR AS RETIRADAS'
002533             TO WRK-MOTIVO-ABORTO
002534         MOVE 'S' TO WRK-ABORTADO
002535         GO TO 1100-EXIT
002536     END-IF.
002540     IF WRK-IDX-NOVA = ZERO
002550         MOVE 'NENHUMA CHAVE NOVA (N) PREPARADA NO CPFKEY'
002560             TO WRK-MOTIVO-ABORTO
002570         MOVE 'S' TO WRK-ABORTADO
002580         GO TO 1100-EXIT
002590     END-IF.
002600     MOVE WRK-CHV-VERSAO(WRK-IDX-NOVA) TO WRK-VERSAO-NOVA.
002610     IF WRK-IDX-ANTIGA > ZERO
002620         MOVE WRK-CHV-VERSAO(WRK-IDX-ANTIGA) TO WRK-VERSAO-ANTIGA
002630     ELSE
002640         MOVE ZEROS TO WRK-VERSAO-ANTIGA
002650     END-IF.
002660     IF WRK-VERSAO-NOVA = WRK-VERSAO-ANTIGA
002670        OR WRK-VERSAO-NOVA = ZEROS
002675        OR WRK-CHV-SEGREDO(WRK-IDX-NOVA) = SPACES
002680         MOVE 'VERSAO DA CHAVE NOVA INVALIDA NO CPFKEY'
002690             TO WRK-MOTIVO-ABORTO
002700         MOVE 'S' TO WRK-ABORTADO
002701         GO TO 1100-EXIT
002710     END-IF.
002711     MOVE 'F' TO CT-TIPO-DOC.
002712     MOVE ZEROS TO CT-DOCUMENTO.
002713     MOVE 'V' TO CT-FUNCAO.
002714     MOVE WRK-VERSAO-ANTIGA TO CT-VERSAO-CHAVE.
002715     CALL 'CPFTOKEN' USING CT-PARM.
002716     IF NOT CT-RETORNO-OK
002717         MOVE 'CHAVE ANTIGA NAO RECONHECIDA PELO CPFTOKEN'
002718             TO WRK-MOTIVO-ABORTO
002719         MOVE 'S' TO WRK-ABORTADO
00271A         GO TO 1100-EXIT
00271B     END-IF.
00271C     MOVE 'V' TO CT-FUNCAO.
00271D     MOVE WRK-VERSAO-NOVA TO CT-VERSAO-CHAVE.
00271E     CALL 'CPFTOKEN' USING CT-PARM.
00271F     IF NOT CT-RETORNO-OK
00271G         MOVE 'CHAVE NOVA NAO RECONHECIDA PELO CPFTOKEN'
00271H             TO WRK-MOTIVO-ABORTO
00271I         MOVE 'S' TO WRK-ABORTADO
00271J     END-IF.
002720 1100-EXIT.
002730     EXIT.
002740 1110-LER-CHAVE.
002750     READ CPF-CHAVES
002760         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
002770     END-READ.
002780     IF WRK-FIM-ARQUIVO-SIM
002790         GO TO 1110-EXIT
002800     END-IF.
002810     IF KEY-VERSAO IS NOT NUMERIC
002830         DISPLAY 'LINHA DO CPFKEY IGNORADA (VERSAO '
002840             KEY-VERSAO ')'
002850         GO TO 1110-EXIT
002860     END-IF.
002861     IF WRK-QTD-CHAVES NOT < WRK-MAX-CHAVES
002862         MOVE 'S' TO WRK-CHAVES-EXCEDIDAS
002863         GO TO 1110-EXIT
002864     END-IF.
002870     ADD 1 TO WRK-QTD-CHAVES.
002880     MOVE KEY-VERSAO TO WRK-CHV-VERSAO(WRK-QTD-CHAVES).
002890     MOVE KEY-SITUACAO TO WRK-CHV-SITUACAO(WRK-QTD-CHAVES).
002900     MOVE KEY-SEGREDO TO WRK-CHV-SEGREDO(WRK-QTD-CHAVES).
002910     IF KEY-SITUACAO = 'A' AND WRK-IDX-ANTIGA = ZERO
002920         MOVE WRK-QTD-CHAVES TO WRK-IDX-ANTIGA
002930     END-IF.
002940     IF KEY-SITUACAO = 'N' AND WRK-IDX-NOVA = ZERO
002950         MOVE WRK-QTD-CHAVES TO WRK-IDX-NOVA
002960     END-IF.
002970 1110-EXIT.
002980     EXIT.
002990******************************************************
003000*    2000-CONVERTER-DOCUMENTO - PARA 1 DOCUMENTO VALIDO
003010*    DO CPFMST: DERIVA O TOKEN ANTIGO E O NOVO, MUDA O
003020*    REGISTRO DO CPFXRF PARA O TOKEN NOVO (OU RECONHECE
003030*    QUE JA FOI MUDADO) E GRAVA O PAR NO MAPA
003040******************************************************
003050 2000-CONVERTER-DOCUMENTO.
003060     IF MST-STATUS NOT = 'S'
003070         ADD 1 TO WRK-QTD-IGNORADOS
003080         GO TO 2000-LER
003090     END-IF.
003100     MOVE MST-TIPO-DOC TO CT-TIPO-DOC.
003110     MOVE MST-DOCUMENTO TO CT-DOCUMENTO.
003120     MOVE 'V' TO CT-FUNCAO.
003130     MOVE WRK-VERSAO-ANTIGA TO CT-VERSAO-CHAVE.
003140     CALL 'CPFTOKEN' USING CT-PARM.
003141     IF NOT CT-RETORNO-OK
003142         PERFORM 2400-ABORTAR-CONVERSAO THRU 2400-EXIT
003143         GO TO 2000-EXIT
003144     END-IF.
003150     MOVE CT-TOKEN TO WRK-TOKEN-ANTIGO.
003160     MOVE 'V' TO CT-FUNCAO.
003170     MOVE WRK-VERSAO-NOVA TO CT-VERSAO-CHAVE.
003180     CALL 'CPFTOKEN' USING CT-PARM.
003181     IF NOT CT-RETORNO-OK
003182         PERFORM 2400-ABORTAR-CONVERSAO THRU 2400-EXIT
003183         GO TO 2000-EXIT
003184     END-IF.
003190     MOVE CT-TOKEN TO WRK-TOKEN-NOVO.
003200     MOVE WRK-TOKEN-ANTIGO TO XRF-TOKEN.
003210     READ CPF-XREF
003220         INVALID KEY
003230             PERFORM 2200-CONFERIR-CONVERTIDO THRU 2200-EXIT
003240             GO TO 2000-LER
003250     END-READ.
003260     PERFORM 2100-MUDAR-TOKEN THRU 2100-EXIT.
003270 2000-LER.
003280     PERFORM 2900-LER-MASTER THRU 2900-EXIT.
003290 2000-EXIT.
003300     EXIT.
003310******************************************************
003320*    2100-MUDAR-TOKEN - GRAVA O REGISTRO DO CPFXRF COM O
003330*    TOKEN E A VERSAO NOVOS E EXCLUI O DO TOKEN ANTIGO;
003340*    TOKEN NOVO JA EXISTENTE E COLISAO E O REGISTRO
003350*    ANTIGO E MANTIDO
003360******************************************************
003370 2100-MUDAR-TOKEN.
003380     MOVE XRF-REGISTRO TO WRK-XRF-SALVO.
003390     MOVE WRK-TOKEN-NOVO TO XRF-TOKEN.
003400     MOVE WRK-VERSAO-NOVA TO XRF-VERSAO-CHAVE.
003410     WRITE XRF-REGISTRO
003420         INVALID KEY
003430             ADD 1 TO WRK-QTD-COLISOES
003440             DISPLAY 'COLISAO DE TOKEN NOVO ' WRK-TOKEN-NOVO
003450                 ' (TOKEN ANTIGO ' WRK-TOKEN-ANTIGO ')'
003460             GO TO 2100-EXIT
003470     END-WRITE.
003480     MOVE WRK-XRF-SALVO TO XRF-REGISTRO.
003490     DELETE CPF-XREF
003500         INVALID KEY CONTINUE
003510     END-DELETE.
003520     ADD 1 TO WRK-QTD-CONVERTIDOS.
003530     PERFORM 2300-GRAVAR-MAPA THRU 2300-EXIT.
003540 2100-EXIT.
003550     EXIT.
003560******************************************************
003570*    2200-CONFERIR-CONVERTIDO - TOKEN ANTIGO AUSENTE NO
003580*    CPFXRF: SE O TOKEN NOVO JA ESTA LA NA VERSAO NOVA O
003590*    DOCUMENTO FOI CONVERTIDO EM EXECUCAO ANTERIOR (VOLTA
003600*    AO MAPA); SE NAO, O DOCUMENTO NAO TEM DE-PARA
003610******************************************************
003620 2200-CONFERIR-CONVERTIDO.
003630     MOVE WRK-TOKEN-NOVO TO XRF-TOKEN.
003640     READ CPF-XREF
003650         INVALID KEY
003660             ADD 1 TO WRK-QTD-SEM-XREF
003670             GO TO 2200-EXIT
003680     END-READ.
003690     IF XRF-VERSAO-CHAVE = WRK-VERSAO-NOVA
003700         ADD 1 TO WRK-QTD-JA-CONVERTIDOS
003710         PERFORM 2300-GRAVAR-MAPA THRU 2300-EXIT
003720     ELSE
003730         ADD 1 TO WRK-QTD-SEM-XREF
003740     END-IF.
003750 2200-EXIT.
003760     EXIT.
003770******************************************************
003780*    2300-GRAVAR-MAPA - GRAVA O PAR TOKEN ANTIGO / TOKEN
003790*    NOVO NO MAPA E ACUMULA O TOTAL DE CONTROLE (SOMA
003800*    DAS SEQUENCIAS DOS DETALHES, COMO NO CPFSAI)
003810******************************************************
003820 2300-GRAVAR-MAPA.
003830     ADD 1 TO WRK-QTD-MAPA.
003840     ADD WRK-QTD-MAPA TO WRK-TOTAL-CONTROLE.
003850     MOVE WRK-QTD-MAPA TO MAP-DET-SEQUENCIA.
003860     MOVE WRK-TOKEN-ANTIGO TO MAP-DET-TOKEN-ANTIGO.
003870     MOVE WRK-TOKEN-NOVO TO MAP-DET-TOKEN-NOVO.
003880     MOVE MST-TIPO-DOC TO MAP-DET-TIPO-DOC.
003890     WRITE MAP-LINHA FROM MAP-DETALHE.
003900 2300-EXIT.
003910     EXIT.
003911******************************************************
003912*    2400-ABORTAR-CONVERSAO - O CPFTOKEN NAO DEVOLVEU O
003913*    TOKEN DE UMA DAS VERSOES: ENCERRA A LEITURA DO
003914*    CADASTRO E A ROTACAO TERMINA SEM TROCAR A CHAVE; OS
003915*    DOCUMENTOS JA CONVERTIDOS SAO RECONHECIDOS NA
003916*    REEXECUCAO
003917******************************************************
003918 2400-ABORTAR-CONVERSAO.
003919     MOVE 'FALHA DO CPFTOKEN NA CONVERSAO - RETORNO '
00391A         TO WRK-MOTIVO-ABORTO.
00391B     MOVE CT-RETORNO TO WRK-MOTIVO-ABORTO(42:1).
00391C     MOVE 'S' TO WRK-ABORTADO.
00391D     MOVE 'S' TO WRK-FIM-ARQUIVO.
00391E     DISPLAY 'CPFXRF PARCIALMENTE CONVERTIDO - REEXECUTAR '
00391F         'APOS CORRIGIR O CPFKEY'.
00391G 2400-EXIT.
00391H     EXIT.
003920******************************************************
003930*    2900-LER-MASTER - LEITURA SEQUENCIAL DO CADASTRO
003940******************************************************
003950 2900-LER-MASTER.
003960     READ CPF-MASTER NEXT
003970         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
003980         NOT AT END ADD 1 TO WRK-QTD-LIDOS
003990     END-READ.
004000 2900-EXIT.
004010     EXIT.
004020******************************************************
004030*    3000-CONFERIR-XREF - PERCORRE O CPFXRF E CONTA OS
004040*    REGISTROS QUE NAO FICARAM NA VERSAO NOVA (TOKEN SEM
004050*    DOCUMENTO CORRESPONDENTE NO CPFMST)
004060******************************************************
004070 3000-CONFERIR-XREF.
004080     MOVE LOW-VALUES TO XRF-TOKEN.
004090     MOVE 'N' TO WRK-FIM-ARQUIVO.
004100     START CPF-XREF KEY IS NOT LESS THAN XRF-TOKEN
004110         INVALID KEY MOVE 'S' TO WRK-FIM-ARQUIVO
004120     END-START.
004130     PERFORM 3100-LER-XREF THRU 3100-EXIT
004140         UNTIL WRK-FIM-ARQUIVO-SIM.
004150 3000-EXIT.
004160     EXIT.
004170 3100-LER-XREF.
004180     READ CPF-XREF NEXT
004190         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
004200         NOT AT END
004210             IF XRF-VERSAO-CHAVE IS NOT NUMERIC
004220                OR XRF-VERSAO-CHAVE NOT = WRK-VERSAO-NOVA
004230                 ADD 1 TO WRK-QTD-NAO-CONVERTIDOS
004240             END-IF
004250     END-READ.
004260 3100-EXIT.
004270     EXIT.
004280******************************************************
004290*    4000-FECHAR-MAPA - GRAVA O TRAILER DO MAPA COM A
004300*    QUANTIDADE DE DETALHES E O TOTAL DE CONTROLE
004310******************************************************
004320 4000-FECHAR-MAPA.
004321     IF WRK-ABORTADO-SIM
004322         GO TO 4000-FECHAR
004323     END-IF.
004330     MOVE WRK-QTD-MAPA TO MAP-TRL-QTD-DETALHE.
004340     MOVE WRK-TOTAL-CONTROLE TO MAP-TRL-TOTAL-CONTROLE.
004350     WRITE MAP-LINHA FROM MAP-TRAILER.
004351 4000-FECHAR.
004360     CLOSE CPF-MAPA.
004370 4000-EXIT.
004380     EXIT.
004390******************************************************
004400*    5000-ATUALIZAR-CHAVES - REGRAVA O CPFKEY: ANTERIOR
004410*    QUE HAVIA (P) PASSA A RETIRADA (R), A ANTIGA (A)
004420*    PASSA A ANTERIOR ACEITA (P) E A NOVA (N) PASSA A
004430*    ATUAL (A); SEM CHAVE ATUAL, A VERSAO 000 E INCLUIDA
004440*    COMO ANTERIOR PARA A JANELA DE TROCA
004450******************************************************
004460 5000-ATUALIZAR-CHAVES.
004470     PERFORM 5100-MUDAR-SITUACAO THRU 5100-EXIT
004480         VARYING WRK-IDX-CHAVE FROM 1 BY 1
004490         UNTIL WRK-IDX-CHAVE > WRK-QTD-CHAVES.
004500     IF WRK-IDX-ANTIGA = ZERO
004510        AND WRK-QTD-CHAVES < WRK-MAX-CHAVES
004520         ADD 1 TO WRK-QTD-CHAVES
004530         MOVE ZEROS TO WRK-CHV-VERSAO(WRK-QTD-CHAVES)
004540         MOVE 'P' TO WRK-CHV-SITUACAO(WRK-QTD-CHAVES)
004550         MOVE SPACES TO WRK-CHV-SEGREDO(WRK-QTD-CHAVES)
004560     END-IF.
004570     OPEN OUTPUT CPF-CHAVES.
004580     PERFORM 5200-GRAVAR-CHAVE THRU 5200-EXIT
004590         VARYING WRK-IDX-CHAVE FROM 1 BY 1
004600         UNTIL WRK-IDX-CHAVE > WRK-QTD-CHAVES.
004610     CLOSE CPF-CHAVES.
004620     MOVE 'S' TO WRK-CHAVE-TROCADA.
004630 5000-EXIT.
004640     EXIT.
004650 5100-MUDAR-SITUACAO.
004660     EVALUATE TRUE
004670         WHEN WRK-IDX-CHAVE = WRK-IDX-NOVA
004680             MOVE 'A' TO WRK-CHV-SITUACAO(WRK-IDX-CHAVE)
004690         WHEN WRK-IDX-CHAVE = WRK-IDX-ANTIGA
004700             MOVE 'P' TO WRK-CHV-SITUACAO(WRK-IDX-CHAVE)
004710         WHEN WRK-CHV-SITUACAO(WRK-IDX-CHAVE) = 'P'
004720             MOVE 'R' TO WRK-CHV-SITUACAO(WRK-IDX-CHAVE)
004730         WHEN OTHER
004740             CONTINUE
004750     END-EVALUATE.
004760 5100-EXIT.
004770     EXIT.
004780 5200-GRAVAR-CHAVE.
004790     MOVE SPACES TO KEY-REGISTRO.
004800     MOVE WRK-CHV-VERSAO(WRK-IDX-CHAVE) TO KEY-VERSAO.
004810     MOVE WRK-CHV-SITUACAO(WRK-IDX-CHAVE) TO KEY-SITUACAO.
004820     MOVE WRK-CHV-SEGREDO(WRK-IDX-CHAVE) TO KEY-SEGREDO.
004830     WRITE KEY-REGISTRO.
004840 5200-EXIT.
004850     EXIT.
004860******************************************************
004870*    6000-EMITIR-RELATORIO - RELATORIO DA ROTACAO COM
004880*    AS VERSOES, AS QUANTIDADES E A SITUACAO DA CHAVE
004890******************************************************
004900 6000-EMITIR-RELATORIO.
004910     OPEN OUTPUT ROT-RELATORIO.
004920     WRITE RPT-LINHA FROM WRK-CABECALHO-1.
004930     MOVE WRK-DATA-HOJE TO WRK-CAB2-DATA.
004940     MOVE WRK-VERSAO-ANTIGA TO WRK-CAB2-ANTIGA.
004950     MOVE WRK-VERSAO-NOVA TO WRK-CAB2-NOVA.
004960     WRITE RPT-LINHA FROM WRK-CABECALHO-2.
004970     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
004980     IF WRK-ABORTADO-SIM
004990         MOVE WRK-MOTIVO-ABORTO TO WRK-MSG-TEXTO
005000         WRITE RPT-LINHA FROM WRK-LINHA-MENSAGEM
005010         MOVE 'ROTACAO NAO EFETUADA - CHAVES NAO ALTERADAS'
005020             TO WRK-MSG-TEXTO
005030         WRITE RPT-LINHA FROM WRK-LINHA-MENSAGEM
005040         GO TO 6000-FECHAR
005050     END-IF.
005060     MOVE 'DOCUMENTOS LIDOS DO CPFMST....:' TO WRK-TOT-ROTULO.
005070     MOVE WRK-QTD-LIDOS TO WRK-TOT-VALOR.
005080     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
005090     MOVE 'IGNORADOS (DOCUMENTO INVALIDO):' TO WRK-TOT-ROTULO.
005100     MOVE WRK-QTD-IGNORADOS TO WRK-TOT-VALOR.
005110     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
005120     MOVE 'TOKENS CONVERTIDOS............:' TO WRK-TOT-ROTULO.
005130     MOVE WRK-QTD-CONVERTIDOS TO WRK-TOT-VALOR.
005140     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
005150     MOVE 'JA CONVERTIDOS ANTES..........:' TO WRK-TOT-ROTULO.
005160     MOVE WRK-QTD-JA-CONVERTIDOS TO WRK-TOT-VALOR.
005170     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
005180     MOVE 'DOCUMENTOS SEM DE-PARA........:' TO WRK-TOT-ROTULO.
005190     MOVE WRK-QTD-SEM-XREF TO WRK-TOT-VALOR.
005200     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
005210     MOVE 'COLISOES DE TOKEN NOVO........:' TO WRK-TOT-ROTULO.
005220     MOVE WRK-QTD-COLISOES TO WRK-TOT-VALOR.
005230     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
005240     MOVE 'CPFXRF NAO CONVERTIDOS........:' TO WRK-TOT-ROTULO.
005250     MOVE WRK-QTD-NAO-CONVERTIDOS TO WRK-TOT-VALOR.
005260     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
005270     MOVE 'PARES GRAVADOS NO CPFMAP......:' TO WRK-TOT-ROTULO.
005280     MOVE WRK-QTD-MAPA TO WRK-TOT-VALOR.
005290     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
005300     IF WRK-CHAVE-TROCADA-SIM
005310         MOVE 'CHAVE NOVA ATIVADA; CHAVE ANTIGA ACEITA ATE A '
005320             TO WRK-MSG-TEXTO
005330         MOVE 'PROXIMA ROTACAO' TO WRK-MSG-TEXTO(47:15)
005340     ELSE
005350         MOVE 'COLISAO DE TOKEN - CHAVES NAO ALTERADAS'
005360             TO WRK-MSG-TEXTO
005370     END-IF.
005380     WRITE RPT-LINHA FROM WRK-LINHA-MENSAGEM.
005390 6000-FECHAR.
005400     CLOSE ROT-RELATORIO.
005410     DISPLAY 'CHAVE ANTIGA/NOVA....: ' WRK-VERSAO-ANTIGA '/'
005420         WRK-VERSAO-NOVA.
005430     DISPLAY 'TOKENS CONVERTIDOS...: ' WRK-QTD-CONVERTIDOS.
005440     DISPLAY 'JA CONVERTIDOS ANTES.: ' WRK-QTD-JA-CONVERTIDOS.
005450     DISPLAY 'COLISOES.............: ' WRK-QTD-COLISOES.
005460     DISPLAY 'CPFXRF NAO CONVERTID.: ' WRK-QTD-NAO-CONVERTIDOS.
005470     DISPLAY 'PARES NO CPFMAP......: ' WRK-QTD-MAPA.
005480 6000-EXIT.
005490     EXIT.
005500******************************************************
005510*    9000-FINALIZAR - FECHA OS ARQUIVOS E DEVOLVE O
005520*    RETURN-CODE DA ROTACAO
005530******************************************************
005540 9000-FINALIZAR.
005550     IF WRK-MASTER-ATIVO-SIM
005560         CLOSE CPF-MASTER
005570     END-IF.
005580     IF WRK-XREF-ATIVO-SIM
005590         CLOSE CPF-XREF
005600     END-IF.
005610     EVALUATE TRUE
005620         WHEN WRK-ABORTADO-SIM
005630             DISPLAY 'ROTACAO NAO EFETUADA: ' WRK-MOTIVO-ABORTO
005640             MOVE 8 TO RETURN-CODE
005650         WHEN NOT WRK-CHAVE-TROCADA-SIM
005660             DISPLAY 'COLISAO DE TOKEN - CHAVES NAO ALTERADAS'
005670             MOVE 8 TO RETURN-CODE
005680         WHEN WRK-QTD-NAO-CONVERTIDOS > ZERO
005690             DISPLAY 'HA REGISTROS DO CPFXRF NAO CONVERTIDOS - '
005700                 'VERIFICAR RELATORIO CPFROTR'
005710             MOVE 4 TO RETURN-CODE
005720         WHEN OTHER
005730             MOVE ZERO TO RETURN-CODE
005740     END-EVALUATE.
005750 9000-EXIT.
005760     EXIT.

000250***   DATA       AUTOR  DESCRICAO
000260***   02/09/2026 PSA    CRIACAO DA VALIDACAO DA
000270***                     TRANSMISSAO DE ENTRADA
000271***   15/10/2026 PSA    RECEPCAO DE VARIAS ORIGENS NA
000272***                     MESMA NOITE: O CPFRCV PASSA A
000273***                     PODER TRAZER VARIAS TRANSMISSOES
000274***                     CONCATENADAS (HEADER/DETALHES/
000275***                     TRAILER CADA UMA), VALIDADAS UMA
000276***                     A UMA; A ORIGEM DO HEADER TEM DE
000277***                     CONSTAR NA TABELA DE ORIGENS
000278***                     AUTORIZADAS (CPFORIG), SO E
000279***                     ACEITA UMA TRANSMISSAO POR ORIGEM
00027A***                     E O CPFSEQR PASSA A TER UMA LINHA
00027B***                     POR ORIGEM (ORIGEM + ULTIMO
00027C***                     SEQUENCIAL); AS TRANSMISSOES
00027D***                     ACEITAS SAO JUNTADAS NUM UNICO
00027E***                     CPFENT, CADA DETALHE COM A SUA
00027F***                     ORIGEM (ENT-ORIGEM); ACEITE
00027G***                     PARCIAL TERMINA COM RETURN-CODE 4
00027H***                     E NENHUMA ACEITA COM 8; O
00027I***                     RELATORIO GANHA UMA SECAO POR
00027J***                     TRANSMISSAO E A LISTA DAS ORIGENS
00027K***                     QUE NAO TRANSMITIRAM
00027M***   15/10/2026 PSA    TRANSMISSAO DA ORIGEM SO E TIDA
00027P***                     COMO REPETIDA SE OUTRA DA MESMA
00027S***                     ORIGEM JA FOI ACEITA NO ARQUIVO:
00027U***                     O REENVIO CORRIGIDO DE UMA
00027X***                     TRANSMISSAO REJEITADA E ACEITO
000280******************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000420         FILE STATUS IS WRK-FS-SEQUENCIA.
000430     SELECT REC-RELATORIO ASSIGN TO "CPFRECR"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000441     SELECT ORG-ORIGENS ASSIGN TO "CPFORIG"
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS WRK-FS-ORIGENS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RCV-TRANSMISSAO.
000500 01  CPF-REG-ENTRADA.
000510     05  ENT-TIPO-DOC           PIC X(01).
000520     05  ENT-DOCUMENTO          PIC X(14).
000521     05  ENT-ORIGEM             PIC X(08).
000530 FD  SEQ-RECEBIDO.
000540 01  SQR-REGISTRO.
000541     05  SQR-ORIGEM             PIC X(08).
000542     05  FILLER                 PIC X(01).
000550     05  SQR-NUMERO             PIC 9(06).
000551 01  SQR-REGISTRO-ANTIGO.
000552     05  SQR-NUMERO-ANTIGO      PIC X(06).
000553     05  SQR-RESTO-ANTIGO       PIC X(09).
000560 FD  REC-RELATORIO.
000570 01  RPT-LINHA                  PIC X(80).
000571 FD  ORG-ORIGENS.
000572 01  ORG-REGISTRO.
000573     05  ORG-CODIGO             PIC X(08).
000574     05  FILLER                 PIC X(01).
000575     05  ORG-NOME               PIC X(30).
000580 WORKING-STORAGE SECTION.
000590 01  WRK-RCV-AREA.
000600     05  WRK-RCV-TIPO           PIC X(01).
000790     88  WRK-FS-TRANSMISSAO-OK             VALUE '00'.
000800 77  WRK-FS-SEQUENCIA           PIC X(02)  VALUE SPACES.
000810     88  WRK-FS-SEQUENCIA-OK               VALUE '00'.
000811 77  WRK-FS-ORIGENS             PIC X(02)  VALUE SPACES.
000812     88  WRK-FS-ORIGENS-OK                 VALUE '00'.
000820 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
000830     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
000840 77  WRK-ARQUIVO-OK             PIC X(01)  VALUE 'S'.
000850     88  WRK-ARQUIVO-OK-SIM                VALUE 'S'.
000851 77  WRK-ORIGENS-CARREGADAS     PIC X(01)  VALUE 'N'.
000852     88  WRK-ORIGENS-CARREGADAS-SIM        VALUE 'S'.
000853 77  WRK-SEQ-ANTIGO             PIC X(01)  VALUE 'N'.
000854     88  WRK-SEQ-ANTIGO-SIM                VALUE 'S'.
000920 77  WRK-QTD-REGISTROS          PIC 9(07)  COMP VALUE ZERO.
000960 77  WRK-QTD-GRAVADOS           PIC 9(07)  COMP VALUE ZERO.
000961 77  WRK-QTD-FORA-BLOCO         PIC 9(07)  COMP VALUE ZERO.
000962 77  WRK-QTD-HEADERS            PIC 9(03)  COMP VALUE ZERO.
000963 77  WRK-QTD-BLOCOS             PIC 9(02)  COMP VALUE ZERO.
000964 77  WRK-MAX-BLOCOS             PIC 9(02)  COMP VALUE 20.
000965 77  WRK-IDX-BLOCO              PIC 9(02)  COMP VALUE ZERO.
000966 77  WRK-QTD-ACEITAS            PIC 9(02)  COMP VALUE ZERO.
000967 77  WRK-QTD-REJEITADAS         PIC 9(02)  COMP VALUE ZERO.
000968 77  WRK-QTD-ORIGENS            PIC 9(02)  COMP VALUE ZERO.
000969 77  WRK-MAX-ORIGENS            PIC 9(02)  COMP VALUE 20.
00096A 77  WRK-QTD-SEM-TRANSMISSAO    PIC 9(02)  COMP VALUE ZERO.
00096B 77  WRK-IDX-ORIGEM             PIC 9(02)  COMP VALUE ZERO.
00096C 77  WRK-IDX-PESQUISA           PIC 9(02)  COMP VALUE ZERO.
00096D 77  WRK-IDX-ACHADO             PIC 9(02)  COMP VALUE ZERO.
00096E 77  WRK-ORIGEM-PROCURADA       PIC X(08)  VALUE SPACES.
00096F 77  WRK-ULTIMO-SEQ-ANTIGO      PIC 9(06)  VALUE ZEROS.
001010 77  WRK-SEQ-ESPERADO           PIC 9(06)  VALUE ZEROS.
001011 01  WRK-TABELA-ORIGENS.
001012     05  WRK-TAB-ORIGEM OCCURS 20 TIMES.
001013         10  WRK-ORG-CODIGO     PIC X(08).
001014         10  WRK-ORG-NOME       PIC X(30).
001015         10  WRK-ORG-AUTORIZADA PIC X(01).
001016             88  WRK-ORG-AUTORIZADA-SIM    VALUE 'S'.
001017         10  WRK-ORG-SEQ-CONTROLE PIC X(01).
001018             88  WRK-ORG-SEQ-CONTROLE-SIM  VALUE 'S'.
001019         10  WRK-ORG-ULTIMO-SEQ PIC 9(06).
00101A         10  WRK-ORG-IDX-BLOCO  PIC 9(02)  COMP.
00101C         10  WRK-ORG-RECEBIDA   PIC X(01).
00101E             88  WRK-ORG-RECEBIDA-SIM      VALUE 'S'.
00101G 01  WRK-TABELA-BLOCOS.
00101I     05  WRK-TAB-BLOCO OCCURS 20 TIMES.
00101L         10  WRK-BLC-ORIGEM     PIC X(08).
00101N         10  WRK-BLC-IDX-ORIGEM PIC 9(02)  COMP.
00101P         10  WRK-BLC-DATA       PIC 9(08).
00101R         10  WRK-BLC-SEQUENCIA  PIC 9(06).
00101T         10  WRK-BLC-HEADER-OK  PIC X(01).
00101W             88  WRK-BLC-HEADER-OK-SIM     VALUE 'S'.
00101Y         10  WRK-BLC-TRAILER    PIC X(01).
001020             88  WRK-BLC-TRAILER-SIM       VALUE 'S'.
001022         10  WRK-BLC-TRAILER-OK PIC X(01).
001025             88  WRK-BLC-TRAILER-OK-SIM    VALUE 'S'.
001027         10  WRK-BLC-TRL-QTD    PIC 9(07).
001029         10  WRK-BLC-QTD-REGISTROS PIC 9(07) COMP.
00102B         10  WRK-BLC-QTD-DETALHES PIC 9(07) COMP.
00102D         10  WRK-BLC-QTD-TIPO-INVALIDO PIC 9(07) COMP.
00102G         10  WRK-BLC-QTD-APOS-TRAILER PIC 9(07) COMP.
00102I         10  WRK-BLC-QTD-GRAVADOS PIC 9(07) COMP.
00102K         10  WRK-BLC-REPETIDA   PIC X(01).
00102M             88  WRK-BLC-REPETIDA-SIM      VALUE 'S'.
00102O         10  WRK-BLC-SITUACAO-SEQ PIC X(01).
00102R             88  WRK-BLC-SEQ-DUPLICADA     VALUE 'D'.
00102T             88  WRK-BLC-SEQ-PULADA        VALUE 'P'.
00102V         10  WRK-BLC-ACEITA     PIC X(01).
00102X             88  WRK-BLC-ACEITA-SIM        VALUE 'S'.
001030 01  WRK-CABECALHO-1.
001040     05  FILLER                 PIC X(09)  VALUE 'CPFREC01'.
001050     05  FILLER                 PIC X(08)  VALUE SPACES.
001240     05  FILLER                 PIC X(11)  VALUE 'SITUACAO..:'.
001250     05  FILLER                 PIC X(01)  VALUE SPACES.
001260     05  WRK-SIT-TEXTO          PIC X(44).
001261 01  WRK-LINHA-AUSENTE.
001262     05  FILLER                 PIC X(04)  VALUE SPACES.
001263     05  WRK-AUS-CODIGO         PIC X(08).
001264     05  FILLER                 PIC X(02)  VALUE SPACES.
001265     05  WRK-AUS-NOME           PIC X(30).
001270 PROCEDURE DIVISION.
001280******************************************************
001290*    0000-MAINLINE - ROTINA PRINCIPAL DA VALIDACAO
001440     IF NOT WRK-ARQUIVO-OK-SIM
001450         DISPLAY 'TRANSMISSAO REJEITADA - LOTE RETIDO'
001460         MOVE 8 TO RETURN-CODE
001461     ELSE
001462         IF WRK-QTD-REJEITADAS > ZERO
001463            OR WRK-QTD-FORA-BLOCO > ZERO
001464             DISPLAY 'ACEITE PARCIAL - TRANSMISSOES REJEITADAS '
001465                 'FORA DO CPFENT'
001466             MOVE 4 TO RETURN-CODE
001467         END-IF
001470     END-IF.
001480     GOBACK.
001490******************************************************
001500*    1000-INICIALIZAR - CARREGA A TABELA DE ORIGENS
001510*    AUTORIZADAS (CPFORIG) E O ULTIMO SEQUENCIAL
001511*    RECEBIDO DE CADA ORIGEM (CPFSEQR), ABRE A
001512*    TRANSMISSAO RECEBIDA E LE O 1o REGISTRO
001530******************************************************
001540 1000-INICIALIZAR.
001550     MOVE 'N' TO WRK-ARQUIVO-OK.
001551     PERFORM 1100-CARREGAR-ORIGENS THRU 1100-EXIT.
001552     PERFORM 1200-CARREGAR-SEQUENCIAS THRU 1200-EXIT.
001560     OPEN INPUT RCV-TRANSMISSAO.
001570     IF NOT WRK-FS-TRANSMISSAO-OK
001580         DISPLAY 'ARQUIVO CPFRCV NAO ENCONTRADO (FS='
001590             WRK-FS-TRANSMISSAO ')'
001610         GO TO 1000-EXIT
001620     END-IF.
001621     PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
001622 1000-EXIT.
001624     EXIT.
001625******************************************************
001626*    1100-CARREGAR-ORIGENS - CARREGA A TABELA DE
001628*    ORIGENS AUTORIZADAS A TRANSMITIR (CPFORIG, UMA
001629*    LINHA POR ORIGEM: CODIGO E NOME); SEM O CPFORIG
00162A*    NENHUMA TRANSMISSAO E ACEITA
00162C******************************************************
00162D 1100-CARREGAR-ORIGENS.
00162E     MOVE ZERO TO WRK-QTD-ORIGENS.
00162G     OPEN INPUT ORG-ORIGENS.
00162H     IF NOT WRK-FS-ORIGENS-OK
00162J         DISPLAY 'TABELA DE ORIGENS CPFORIG NAO ENCONTRADA (FS='
00162K             WRK-FS-ORIGENS ')'
00162L         GO TO 1100-EXIT
00162N     END-IF.
00162O     MOVE 'S' TO WRK-ORIGENS-CARREGADAS.
00162P     MOVE 'N' TO WRK-FIM-ARQUIVO.
00162R     PERFORM 1110-LER-ORIGEM THRU 1110-EXIT
00162S         UNTIL WRK-FIM-ARQUIVO-SIM.
00162T     CLOSE ORG-ORIGENS.
00162V     MOVE 'N' TO WRK-FIM-ARQUIVO.
00162W 1100-EXIT.
00162X     EXIT.
00162Z 1110-LER-ORIGEM.
001630     READ ORG-ORIGENS
001632         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
001633         NOT AT END
001634             IF ORG-CODIGO NOT = SPACES
001636                 MOVE ORG-CODIGO TO WRK-ORIGEM-PROCURADA
001637                 PERFORM 7000-INCLUIR-ORIGEM THRU 7000-EXIT
001638                 IF WRK-IDX-ACHADO > ZERO
00163A                     MOVE 'S' TO
00163B                         WRK-ORG-AUTORIZADA(WRK-IDX-ACHADO)
00163C                     MOVE ORG-NOME TO
00163E                         WRK-ORG-NOME(WRK-IDX-ACHADO)
00163F                 END-IF
00163G             END-IF
00163I     END-READ.
00163J 1110-EXIT.
00163L     EXIT.
00163M******************************************************
00163N*    1200-CARREGAR-SEQUENCIAS - RECUPERA DO CPFSEQR O
00163P*    ULTIMO SEQUENCIAL RECEBIDO DE CADA ORIGEM; ORIGEM
00163Q*    SEM LINHA NO CPFSEQR NAO TEM O SEQUENCIAL
00163R*    CONFERIDO NA 1a TRANSMISSAO. A LINHA UNICA DO
00163T*    FORMATO ANTERIOR (SO O NUMERO) VALE PARA A 1a
00163U*    ORIGEM DO CPFORIG, QUE ERA A UNICA ACEITA
00163V******************************************************
00163X 1200-CARREGAR-SEQUENCIAS.
00163Y     MOVE 'N' TO WRK-SEQ-ANTIGO.
001640     OPEN INPUT SEQ-RECEBIDO.
001650     IF NOT WRK-FS-SEQUENCIA-OK
001651         GO TO 1200-EXIT
001652     END-IF.
001653     MOVE 'N' TO WRK-FIM-ARQUIVO.
001654     PERFORM 1210-LER-SEQUENCIA THRU 1210-EXIT
001655         UNTIL WRK-FIM-ARQUIVO-SIM.
001740     CLOSE SEQ-RECEBIDO.
001741     MOVE 'N' TO WRK-FIM-ARQUIVO.
001742     IF WRK-SEQ-ANTIGO-SIM
001743        AND WRK-QTD-ORIGENS > ZERO
001744        AND NOT WRK-ORG-SEQ-CONTROLE-SIM(1)
001745         MOVE WRK-ULTIMO-SEQ-ANTIGO TO WRK-ORG-ULTIMO-SEQ(1)
001746         MOVE 'S' TO WRK-ORG-SEQ-CONTROLE(1)
001747     END-IF.
001750 1200-EXIT.
001751     EXIT.
001752 1210-LER-SEQUENCIA.
001753     READ SEQ-RECEBIDO
001754         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
001755         NOT AT END
001756             IF SQR-NUMERO-ANTIGO IS NUMERIC
001757                AND SQR-RESTO-ANTIGO = SPACES
001758                 MOVE SQR-NUMERO-ANTIGO TO WRK-ULTIMO-SEQ-ANTIGO
001759                 MOVE 'S' TO WRK-SEQ-ANTIGO
00175A             ELSE
00175B                 PERFORM 1220-APLICAR-SEQUENCIA THRU 1220-EXIT
00175C             END-IF
00175D     END-READ.
00175E 1210-EXIT.
00175F     EXIT.
00175G 1220-APLICAR-SEQUENCIA.
00175H     IF SQR-ORIGEM = SPACES
00175I        OR SQR-NUMERO IS NOT NUMERIC
00175J         GO TO 1220-EXIT
00175K     END-IF.
00175L     MOVE SQR-ORIGEM TO WRK-ORIGEM-PROCURADA.
00175M     PERFORM 7000-INCLUIR-ORIGEM THRU 7000-EXIT.
00175N     IF WRK-IDX-ACHADO > ZERO
00175O         MOVE SQR-NUMERO TO WRK-ORG-ULTIMO-SEQ(WRK-IDX-ACHADO)
00175P         MOVE 'S' TO WRK-ORG-SEQ-CONTROLE(WRK-IDX-ACHADO)
00175Q     END-IF.
00175R 1220-EXIT.
00175S     EXIT.
001790******************************************************
001800*    2000-VALIDAR-REGISTRO - 1a PASSADA: CLASSIFICA 1
001810*    REGISTRO DA TRANSMISSAO (HEADER, DETALHE, TRAILER)
001820*    E ACUMULA AS CONTAGENS DE CONFERENCIA DA
001821*    TRANSMISSAO (BLOCO) A QUE ELE PERTENCE; REGISTRO
001822*    ANTES DO 1o HEADER NAO TEM ORIGEM E E DESCARTADO
001830******************************************************
001840 2000-VALIDAR-REGISTRO.
001850     ADD 1 TO WRK-QTD-REGISTROS.
001860     MOVE RCV-REGISTRO TO WRK-RCV-AREA.
001861     IF WRK-RCV-TIPO = 'H'
001862         PERFORM 2100-TRATAR-HEADER THRU 2100-EXIT
001863         GO TO 2000-CONTINUAR
001864     END-IF.
001865     IF WRK-IDX-BLOCO = ZERO
001866         ADD 1 TO WRK-QTD-FORA-BLOCO
001867         GO TO 2000-CONTINUAR
001868     END-IF.
001869     ADD 1 TO WRK-BLC-QTD-REGISTROS(WRK-IDX-BLOCO).
001870     EVALUATE TRUE
001900         WHEN WRK-RCV-TIPO = 'T'
001910             PERFORM 2200-TRATAR-TRAILER THRU 2200-EXIT
001920         WHEN WRK-DET-TIPO-CPF OR WRK-DET-TIPO-CNPJ
001930             PERFORM 2300-TRATAR-DETALHE THRU 2300-EXIT
001940         WHEN OTHER
001950             ADD 1 TO WRK-BLC-QTD-TIPO-INVALIDO(WRK-IDX-BLOCO)
001960     END-EVALUATE.
001961 2000-CONTINUAR.
001970     PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
001980 2000-EXIT.
001990     EXIT.
002000******************************************************
002010*    2100-TRATAR-HEADER - ABRE UMA NOVA TRANSMISSAO
002011*    (BLOCO) E GUARDA OS CAMPOS DO HEADER; HEADER ALEM
002012*    DO LIMITE DE TRANSMISSOES DA TABELA TEM O BLOCO
002013*    INTEIRO DESCARTADO
002030******************************************************
002040 2100-TRATAR-HEADER.
002041     ADD 1 TO WRK-QTD-HEADERS.
002050     IF WRK-QTD-HEADERS > WRK-MAX-BLOCOS
002060         MOVE ZERO TO WRK-IDX-BLOCO
002061         ADD 1 TO WRK-QTD-FORA-BLOCO
002080         GO TO 2100-EXIT
002090     END-IF.
002091     MOVE WRK-QTD-HEADERS TO WRK-QTD-BLOCOS.
002092     MOVE WRK-QTD-HEADERS TO WRK-IDX-BLOCO.
002093     MOVE WRK-HDR-ORIGEM TO WRK-BLC-ORIGEM(WRK-IDX-BLOCO).
002094     MOVE ZERO TO WRK-BLC-IDX-ORIGEM(WRK-IDX-BLOCO).
002095     MOVE ZEROS TO WRK-BLC-DATA(WRK-IDX-BLOCO).
002096     MOVE ZEROS TO WRK-BLC-SEQUENCIA(WRK-IDX-BLOCO).
002097     MOVE 'S' TO WRK-BLC-HEADER-OK(WRK-IDX-BLOCO).
002098     MOVE 'N' TO WRK-BLC-TRAILER(WRK-IDX-BLOCO).
002099     MOVE 'N' TO WRK-BLC-TRAILER-OK(WRK-IDX-BLOCO).
00209A     MOVE ZEROS TO WRK-BLC-TRL-QTD(WRK-IDX-BLOCO).
00209B     MOVE 1 TO WRK-BLC-QTD-REGISTROS(WRK-IDX-BLOCO).
00209C     MOVE ZERO TO WRK-BLC-QTD-DETALHES(WRK-IDX-BLOCO).
00209D     MOVE ZERO TO WRK-BLC-QTD-TIPO-INVALIDO(WRK-IDX-BLOCO).
00209E     MOVE ZERO TO WRK-BLC-QTD-APOS-TRAILER(WRK-IDX-BLOCO).
00209F     MOVE ZERO TO WRK-BLC-QTD-GRAVADOS(WRK-IDX-BLOCO).
00209G     MOVE 'N' TO WRK-BLC-REPETIDA(WRK-IDX-BLOCO).
00209H     MOVE SPACE TO WRK-BLC-SITUACAO-SEQ(WRK-IDX-BLOCO).
00209I     MOVE 'N' TO WRK-BLC-ACEITA(WRK-IDX-BLOCO).
002110     IF WRK-HDR-DATA IS NUMERIC
002120         MOVE WRK-HDR-DATA TO WRK-BLC-DATA(WRK-IDX-BLOCO)
002130     ELSE
002140         MOVE 'N' TO WRK-BLC-HEADER-OK(WRK-IDX-BLOCO)
002150     END-IF.
002160     IF WRK-HDR-SEQUENCIA IS NUMERIC
002170         MOVE WRK-HDR-SEQUENCIA
002171             TO WRK-BLC-SEQUENCIA(WRK-IDX-BLOCO)
002180     ELSE
002190         MOVE 'N' TO WRK-BLC-HEADER-OK(WRK-IDX-BLOCO)
002200     END-IF.
002220 2100-EXIT.
002230     EXIT.
002240******************************************************
002250*    2200-TRATAR-TRAILER - GUARDA A QUANTIDADE DO
002260*    TRAILER DA TRANSMISSAO; TRAILER REPETIDO E ERRO
002270******************************************************
002280 2200-TRATAR-TRAILER.
002290     IF WRK-BLC-TRAILER-SIM(WRK-IDX-BLOCO)
002300         MOVE 'N' TO WRK-BLC-TRAILER-OK(WRK-IDX-BLOCO)
002310         GO TO 2200-EXIT
002320     END-IF.
002330     MOVE 'S' TO WRK-BLC-TRAILER(WRK-IDX-BLOCO).
002340     IF WRK-TRL-QTD-DETALHE IS NUMERIC
002350         MOVE WRK-TRL-QTD-DETALHE
002352             TO WRK-BLC-TRL-QTD(WRK-IDX-BLOCO)
002366         MOVE 'S' TO WRK-BLC-TRAILER-OK(WRK-IDX-BLOCO)
002380     END-IF.
002390 2200-EXIT.
002400     EXIT.
002440*    ARQUIVO REMONTADO OU TRUNCADO NO MEIO
002450******************************************************
002460 2300-TRATAR-DETALHE.
002470     IF WRK-BLC-TRAILER-SIM(WRK-IDX-BLOCO)
002480         ADD 1 TO WRK-BLC-QTD-APOS-TRAILER(WRK-IDX-BLOCO)
002500     ELSE
002510         ADD 1 TO WRK-BLC-QTD-DETALHES(WRK-IDX-BLOCO)
002520     END-IF.
002530 2300-EXIT.
002540     EXIT.
002620 2900-EXIT.
002630     EXIT.
002640******************************************************
002650*    3000-CONFERIR-CONTROLES - CONFERE CADA
002651*    TRANSMISSAO RECEBIDA; O ARQUIVO SEGUE PARA O
002652*    CPFENT SE AO MENOS UMA FOR ACEITA
002690******************************************************
002700 3000-CONFERIR-CONTROLES.
002701     MOVE ZERO TO WRK-QTD-ACEITAS.
002702     MOVE ZERO TO WRK-QTD-REJEITADAS.
002703     PERFORM 3100-CONFERIR-BLOCO THRU 3100-EXIT
002704         VARYING WRK-IDX-BLOCO FROM 1 BY 1
002705         UNTIL WRK-IDX-BLOCO > WRK-QTD-BLOCOS.
002706     IF WRK-QTD-ACEITAS > ZERO
002707         MOVE 'S' TO WRK-ARQUIVO-OK
002708     END-IF.
002710 3000-EXIT.
002711     EXIT.
002712******************************************************
002713*    3100-CONFERIR-BLOCO - CONFERE 1 TRANSMISSAO:
002714*    HEADER E TRAILER PRESENTES E VALIDOS, QUANTIDADE
002715*    DO TRAILER CONTRA A CONTAGEM REAL, ORIGEM
002716*    AUTORIZADA, SEQUENCIAL CONTRA O ULTIMO RECEBIDO DA
002717*    ORIGEM E NENHUMA OUTRA TRANSMISSAO DA ORIGEM JA
00271A*    ACEITA NO ARQUIVO
00271E******************************************************
00271H 3100-CONFERIR-BLOCO.
00271L     MOVE 'S' TO WRK-BLC-ACEITA(WRK-IDX-BLOCO).
00271P     IF NOT WRK-BLC-HEADER-OK-SIM(WRK-IDX-BLOCO)
00271S        OR NOT WRK-BLC-TRAILER-SIM(WRK-IDX-BLOCO)
00271W        OR NOT WRK-BLC-TRAILER-OK-SIM(WRK-IDX-BLOCO)
002720         MOVE 'N' TO WRK-BLC-ACEITA(WRK-IDX-BLOCO)
002730     END-IF.
002770     IF WRK-BLC-TRAILER-OK-SIM(WRK-IDX-BLOCO)
002780        AND WRK-BLC-TRL-QTD(WRK-IDX-BLOCO) NOT =
002781            WRK-BLC-QTD-DETALHES(WRK-IDX-BLOCO)
002790         MOVE 'N' TO WRK-BLC-ACEITA(WRK-IDX-BLOCO)
002800     END-IF.
002810     IF WRK-BLC-QTD-TIPO-INVALIDO(WRK-IDX-BLOCO) > ZERO
002811        OR WRK-BLC-QTD-APOS-TRAILER(WRK-IDX-BLOCO) > ZERO
002820         MOVE 'N' TO WRK-BLC-ACEITA(WRK-IDX-BLOCO)
002830     END-IF.
002831     MOVE WRK-BLC-ORIGEM(WRK-IDX-BLOCO) TO WRK-ORIGEM-PROCURADA.
002832     PERFORM 7100-LOCALIZAR-ORIGEM THRU 7100-EXIT.
002833     IF WRK-IDX-ACHADO > ZERO
002834        AND NOT WRK-ORG-AUTORIZADA-SIM(WRK-IDX-ACHADO)
002835         MOVE ZERO TO WRK-IDX-ACHADO
002836     END-IF.
002837     MOVE WRK-IDX-ACHADO TO WRK-BLC-IDX-ORIGEM(WRK-IDX-BLOCO).
002838     IF WRK-IDX-ACHADO = ZERO
002839         MOVE 'N' TO WRK-BLC-ACEITA(WRK-IDX-BLOCO)
00283A         GO TO 3100-CONTAR
00283B     END-IF.
00283C     MOVE 'S' TO WRK-ORG-RECEBIDA(WRK-IDX-ACHADO).
002840     IF WRK-ORG-SEQ-CONTROLE-SIM(WRK-IDX-ACHADO)
002850        AND WRK-BLC-HEADER-OK-SIM(WRK-IDX-BLOCO)
002860         COMPUTE WRK-SEQ-ESPERADO =
002861             WRK-ORG-ULTIMO-SEQ(WRK-IDX-ACHADO) + 1
002870         IF WRK-BLC-SEQUENCIA(WRK-IDX-BLOCO)
002871            NOT = WRK-SEQ-ESPERADO
002880             MOVE 'N' TO WRK-BLC-ACEITA(WRK-IDX-BLOCO)
002881             IF WRK-BLC-SEQUENCIA(WRK-IDX-BLOCO) <=
002882                WRK-ORG-ULTIMO-SEQ(WRK-IDX-ACHADO)
002883                 MOVE 'D' TO WRK-BLC-SITUACAO-SEQ(WRK-IDX-BLOCO)
002884             ELSE
002885                 MOVE 'P' TO WRK-BLC-SITUACAO-SEQ(WRK-IDX-BLOCO)
002886             END-IF
002890         END-IF
002892     END-IF.
002893     IF WRK-ORG-IDX-BLOCO(WRK-IDX-ACHADO) > ZERO
002894         MOVE 'S' TO WRK-BLC-REPETIDA(WRK-IDX-BLOCO)
002895         MOVE 'N' TO WRK-BLC-ACEITA(WRK-IDX-BLOCO)
002896     END-IF.
002897     IF WRK-BLC-ACEITA-SIM(WRK-IDX-BLOCO)
002898         MOVE WRK-IDX-BLOCO TO WRK-ORG-IDX-BLOCO(WRK-IDX-ACHADO)
002900     END-IF.
002901 3100-CONTAR.
002902     IF WRK-BLC-ACEITA-SIM(WRK-IDX-BLOCO)
002903         ADD 1 TO WRK-QTD-ACEITAS
002904     ELSE
002905         ADD 1 TO WRK-QTD-REJEITADAS
002906     END-IF.
002910 3100-EXIT.
002920     EXIT.
002930******************************************************
002940*    4000-GERAR-ENTRADA - 2a PASSADA: RELE A
002950*    TRANSMISSAO JA VALIDADA E GRAVA NO CPFENT SOMENTE
002960*    OS DETALHES TIPADOS F/J DAS TRANSMISSOES ACEITAS,
002970*    CADA UM COM A ORIGEM DA SUA TRANSMISSAO
002980******************************************************
002990 4000-GERAR-ENTRADA.
003000     OPEN INPUT RCV-TRANSMISSAO.
003010     OPEN OUTPUT CPF-ENTRADA.
003020     MOVE 'N' TO WRK-FIM-ARQUIVO.
003021     MOVE ZERO TO WRK-QTD-HEADERS.
003022     MOVE ZERO TO WRK-IDX-BLOCO.
003030     PERFORM 4100-COPIAR-DETALHE THRU 4100-EXIT
003040         UNTIL WRK-FIM-ARQUIVO-SIM.
003050     CLOSE RCV-TRANSMISSAO CPF-ENTRADA.
003100         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
003110         NOT AT END
003120             MOVE RCV-REGISTRO TO WRK-RCV-AREA
003121             PERFORM 4200-GRAVAR-DETALHE THRU 4200-EXIT
003122     END-READ.
003123 4100-EXIT.
003124     EXIT.
003125 4200-GRAVAR-DETALHE.
003126     IF WRK-RCV-TIPO = 'H'
003127         ADD 1 TO WRK-QTD-HEADERS
003128         IF WRK-QTD-HEADERS > WRK-MAX-BLOCOS
003129             MOVE ZERO TO WRK-IDX-BLOCO
003130         ELSE
003131             MOVE WRK-QTD-HEADERS TO WRK-IDX-BLOCO
003132         END-IF
003133         GO TO 4200-EXIT
003134     END-IF.
003135     IF WRK-IDX-BLOCO = ZERO
003136         GO TO 4200-EXIT
003137     END-IF.
003138     IF WRK-BLC-ACEITA-SIM(WRK-IDX-BLOCO)
003139        AND (WRK-DET-TIPO-CPF OR WRK-DET-TIPO-CNPJ)
003140         MOVE WRK-DET-TIPO-DOC TO ENT-TIPO-DOC
003150         MOVE WRK-DET-DOCUMENTO TO ENT-DOCUMENTO
003151         MOVE WRK-BLC-ORIGEM(WRK-IDX-BLOCO) TO ENT-ORIGEM
003160         WRITE CPF-REG-ENTRADA
003170         ADD 1 TO WRK-QTD-GRAVADOS
003171         ADD 1 TO WRK-BLC-QTD-GRAVADOS(WRK-IDX-BLOCO)
003180     END-IF.
003181 4200-EXIT.
003182     EXIT.
003220******************************************************
003230*    5000-ATUALIZAR-SEQUENCIA - REGRAVA NO CPFSEQR O
003240*    ULTIMO SEQUENCIAL DE CADA ORIGEM, JA COM OS DAS
003250*    TRANSMISSOES ACEITAS NESTA RECEPCAO, PARA A
003251*    CONFERENCIA DA PROXIMA
003260******************************************************
003270 5000-ATUALIZAR-SEQUENCIA.
003271     PERFORM 5100-APLICAR-ACEITA THRU 5100-EXIT
003272         VARYING WRK-IDX-BLOCO FROM 1 BY 1
003273         UNTIL WRK-IDX-BLOCO > WRK-QTD-BLOCOS.
003280     OPEN OUTPUT SEQ-RECEBIDO.
003281     PERFORM 5200-GRAVAR-SEQUENCIA THRU 5200-EXIT
003282         VARYING WRK-IDX-ORIGEM FROM 1 BY 1
003283         UNTIL WRK-IDX-ORIGEM > WRK-QTD-ORIGENS.
003310     CLOSE SEQ-RECEBIDO.
003320 5000-EXIT.
003330     EXIT.
003331 5100-APLICAR-ACEITA.
003332     IF WRK-BLC-ACEITA-SIM(WRK-IDX-BLOCO)
003333         MOVE WRK-BLC-IDX-ORIGEM(WRK-IDX-BLOCO) TO WRK-IDX-ORIGEM
003334         MOVE WRK-BLC-SEQUENCIA(WRK-IDX-BLOCO)
003335             TO WRK-ORG-ULTIMO-SEQ(WRK-IDX-ORIGEM)
003336         MOVE 'S' TO WRK-ORG-SEQ-CONTROLE(WRK-IDX-ORIGEM)
003337     END-IF.
003338 5100-EXIT.
003339     EXIT.
00333A 5200-GRAVAR-SEQUENCIA.
00333B     IF WRK-ORG-SEQ-CONTROLE-SIM(WRK-IDX-ORIGEM)
00333C         MOVE SPACES TO SQR-REGISTRO
00333D         MOVE WRK-ORG-CODIGO(WRK-IDX-ORIGEM) TO SQR-ORIGEM
00333E         MOVE WRK-ORG-ULTIMO-SEQ(WRK-IDX-ORIGEM) TO SQR-NUMERO
00333F         WRITE SQR-REGISTRO
00333G     END-IF.
00333H 5200-EXIT.
00333I     EXIT.
003340******************************************************
003350*    6000-EMITIR-CONTROLE - RELATORIO DE CONTROLE DA
003360*    RECEPCAO: TOTAIS DO ARQUIVO, UMA SECAO POR
003370*    TRANSMISSAO COM AS CONTAGENS E CADA DIFERENCA
003371*    ENCONTRADA E AS ORIGENS QUE NAO TRANSMITIRAM
003380******************************************************
003390 6000-EMITIR-CONTROLE.
003400     OPEN OUTPUT REC-RELATORIO.
003410     WRITE RPT-LINHA FROM WRK-CABECALHO-1.
003460     MOVE SPACES TO RPT-LINHA.
003470     WRITE RPT-LINHA.
003480     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
003500         TO WRK-TOT-ROTULO.
003510     MOVE WRK-QTD-REGISTROS TO WRK-TOT-VALOR.
003520     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003521     MOVE 'TRANSMISSOES NO ARQUIVO.......:'
003522         TO WRK-TOT-ROTULO.
003523     MOVE WRK-QTD-HEADERS TO WRK-TOT-VALOR.
003524     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003525     MOVE 'TRANSMISSOES ACEITAS..........:'
003526         TO WRK-TOT-ROTULO.
003527     MOVE WRK-QTD-ACEITAS TO WRK-TOT-VALOR.
003528     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003529     MOVE 'TRANSMISSOES REJEITADAS.......:'
00352A         TO WRK-TOT-ROTULO.
00352B     MOVE WRK-QTD-REJEITADAS TO WRK-TOT-VALOR.
00352C     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003610     MOVE 'GRAVADOS NO CPFENT............:'
003620         TO WRK-TOT-ROTULO.
003630     MOVE WRK-QTD-GRAVADOS TO WRK-TOT-VALOR.
003640     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003650     PERFORM 6100-LISTAR-DIFERENCAS THRU 6100-EXIT.
003651     PERFORM 6200-EMITIR-BLOCO THRU 6200-EXIT
003652         VARYING WRK-IDX-BLOCO FROM 1 BY 1
003653         UNTIL WRK-IDX-BLOCO > WRK-QTD-BLOCOS.
003654     PERFORM 6400-LISTAR-AUSENTES THRU 6400-EXIT.
003660     MOVE SPACES TO RPT-LINHA.
003670     WRITE RPT-LINHA.
003680     EVALUATE TRUE
003681         WHEN NOT WRK-ARQUIVO-OK-SIM
003682             MOVE 'TRANSMISSAO REJEITADA - CPFENT NAO GERADO'
003683                 TO WRK-SIT-TEXTO
003684         WHEN WRK-QTD-REJEITADAS > ZERO
003685           OR WRK-QTD-FORA-BLOCO > ZERO
003686             MOVE 'ACEITE PARCIAL - CPFENT SEM AS REJEITADAS'
003687                 TO WRK-SIT-TEXTO
003688         WHEN OTHER
003689             MOVE 'TRANSMISSAO ACEITA - CPFENT GERADO'
00368A                 TO WRK-SIT-TEXTO
00368B     END-EVALUATE.
003750     WRITE RPT-LINHA FROM WRK-LINHA-SITUACAO.
003760     CLOSE REC-RELATORIO.
003770     DISPLAY 'REGISTROS RECEBIDOS..: ' WRK-QTD-REGISTROS.
003780     DISPLAY 'TRANSMISSOES ACEITAS.: ' WRK-QTD-ACEITAS.
003781     DISPLAY 'TRANSMISSOES REJEIT..: ' WRK-QTD-REJEITADAS.
003790     DISPLAY 'GRAVADOS NO CPFENT...: ' WRK-QTD-GRAVADOS.
003800 6000-EXIT.
003810     EXIT.
003820******************************************************
003830*    6100-LISTAR-DIFERENCAS - LINHAS DE ERRO DO
003840*    ARQUIVO COMO UM TODO (FORA DE QUALQUER
003841*    TRANSMISSAO)
003850******************************************************
003860 6100-LISTAR-DIFERENCAS.
003861     IF NOT WRK-FS-TRANSMISSAO-OK
003862         MOVE 'ARQUIVO CPFRCV NAO ENCONTRADO'
003863             TO WRK-ERR-TEXTO
003864         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
003865     END-IF.
003866     IF NOT WRK-ORIGENS-CARREGADAS-SIM
003867         MOVE 'TABELA DE ORIGENS CPFORIG NAO ENCONTRADA'
003868             TO WRK-ERR-TEXTO
003869         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
00386A     END-IF.
003870     IF WRK-FS-TRANSMISSAO-OK
003871        AND WRK-QTD-HEADERS = ZERO
003880         MOVE 'HEADER AUSENTE - NENHUMA TRANSMISSAO NO ARQUIVO'
003890             TO WRK-ERR-TEXTO
003900         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
003910     END-IF.
003911     IF WRK-QTD-HEADERS > WRK-MAX-BLOCOS
003912         MOVE 'TRANSMISSOES ALEM DO LIMITE DA TABELA DESCARTADAS'
003913             TO WRK-ERR-TEXTO
003914         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
003915     END-IF.
003916     IF WRK-QTD-FORA-BLOCO > ZERO
003917         MOVE 'REGISTROS FORA DE TRANSMISSAO..:'
003918             TO WRK-TOT-ROTULO
003919         MOVE WRK-QTD-FORA-BLOCO TO WRK-TOT-VALOR
00391A         MOVE WRK-LINHA-TOTAL TO WRK-ERR-TEXTO
00391B         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
00391C     END-IF.
00391D 6100-EXIT.
00391E     EXIT.
00391F******************************************************
00391G*    6200-EMITIR-BLOCO - SECAO DE 1 TRANSMISSAO NO
00391H*    RELATORIO: ORIGEM, DATA E SEQUENCIAL DO HEADER,
00391I*    CONTAGENS, DIFERENCAS E SITUACAO
00391J******************************************************
00391K 6200-EMITIR-BLOCO.
00391L     MOVE SPACES TO RPT-LINHA.
00391M     WRITE RPT-LINHA.
00391N     MOVE WRK-BLC-ORIGEM(WRK-IDX-BLOCO) TO WRK-CAB2-ORIGEM.
00391O     MOVE WRK-BLC-DATA(WRK-IDX-BLOCO) TO WRK-CAB2-DATA.
00391P     MOVE WRK-BLC-SEQUENCIA(WRK-IDX-BLOCO) TO WRK-CAB2-SEQUENCIA.
00391Q     WRITE RPT-LINHA FROM WRK-CABECALHO-2.
00391R     MOVE 'REGISTROS DA TRANSMISSAO......:'
00391S         TO WRK-TOT-ROTULO.
00391T     MOVE WRK-BLC-QTD-REGISTROS(WRK-IDX-BLOCO) TO WRK-TOT-VALOR.
00391U     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
00391V     MOVE 'DETALHES TIPADOS F/J..........:'
00391W         TO WRK-TOT-ROTULO.
00391X     MOVE WRK-BLC-QTD-DETALHES(WRK-IDX-BLOCO) TO WRK-TOT-VALOR.
00391Y     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
00391Z     MOVE 'QUANTIDADE DO TRAILER.........:'
003920         TO WRK-TOT-ROTULO.
003921     MOVE WRK-BLC-TRL-QTD(WRK-IDX-BLOCO) TO WRK-TOT-VALOR.
003922     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003923     MOVE 'GRAVADOS NO CPFENT............:'
003924         TO WRK-TOT-ROTULO.
003925     MOVE WRK-BLC-QTD-GRAVADOS(WRK-IDX-BLOCO) TO WRK-TOT-VALOR.
003926     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003927     PERFORM 6300-LISTAR-DIFERENCAS-BLOCO THRU 6300-EXIT.
003928     IF WRK-BLC-ACEITA-SIM(WRK-IDX-BLOCO)
003929         MOVE 'TRANSMISSAO ACEITA' TO WRK-SIT-TEXTO
00392A     ELSE
00392B         MOVE 'TRANSMISSAO REJEITADA' TO WRK-SIT-TEXTO
00392C     END-IF.
00392D     WRITE RPT-LINHA FROM WRK-LINHA-SITUACAO.
00392E 6200-EXIT.
00392F     EXIT.
00392G******************************************************
00392H*    6300-LISTAR-DIFERENCAS-BLOCO - UMA LINHA DE ERRO
00392I*    PARA CADA CONTROLE DA TRANSMISSAO QUE NAO CONFERIU
00392J******************************************************
00392K 6300-LISTAR-DIFERENCAS-BLOCO.
00392L     IF NOT WRK-BLC-HEADER-OK-SIM(WRK-IDX-BLOCO)
00392M         MOVE 'HEADER COM DATA OU SEQUENCIAL NAO NUMERICO'
00392N             TO WRK-ERR-TEXTO
00392O         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
00392P     END-IF.
00392Q     IF WRK-BLC-IDX-ORIGEM(WRK-IDX-BLOCO) = ZERO
00392R         MOVE 'ORIGEM NAO AUTORIZADA (AUSENTE DO CPFORIG)'
00392S             TO WRK-ERR-TEXTO
00392T         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
00392U     END-IF.
00392V     IF WRK-BLC-REPETIDA-SIM(WRK-IDX-BLOCO)
00392W         MOVE 'ORIGEM JA TEM TRANSMISSAO ACEITA NO ARQUIVO'
00392X             TO WRK-ERR-TEXTO
00392Y         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
00392Z     END-IF.
003930     IF NOT WRK-BLC-TRAILER-SIM(WRK-IDX-BLOCO)
003931         MOVE 'TRAILER AUSENTE (ARQUIVO TRUNCADO)'
003940             TO WRK-ERR-TEXTO
003950         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
003960     END-IF.
003961     IF WRK-BLC-TRAILER-SIM(WRK-IDX-BLOCO)
003962        AND NOT WRK-BLC-TRAILER-OK-SIM(WRK-IDX-BLOCO)
003963         MOVE 'TRAILER REPETIDO OU COM QUANTIDADE NAO NUMERICA'
003964             TO WRK-ERR-TEXTO
003965         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
003966     END-IF.
003970     IF WRK-BLC-TRAILER-OK-SIM(WRK-IDX-BLOCO)
003980        AND WRK-BLC-TRL-QTD(WRK-IDX-BLOCO) NOT =
003981            WRK-BLC-QTD-DETALHES(WRK-IDX-BLOCO)
003990         MOVE 'QUANTIDADE DO TRAILER NAO CONFERE COM OS DETALHES'
004000             TO WRK-ERR-TEXTO
004010         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
004020     END-IF.
004030     IF WRK-BLC-QTD-TIPO-INVALIDO(WRK-IDX-BLOCO) > ZERO
004040         MOVE 'REGISTRO COM TIPO DESCONHECIDO NA TRANSMISSAO'
004050             TO WRK-ERR-TEXTO
004060         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
004070     END-IF.
004080     IF WRK-BLC-QTD-APOS-TRAILER(WRK-IDX-BLOCO) > ZERO
004090         MOVE 'DETALHE DEPOIS DO TRAILER (ARQUIVO REMONTADO)'
004100             TO WRK-ERR-TEXTO
004110         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
004120     END-IF.
004130     IF WRK-BLC-SEQ-DUPLICADA(WRK-IDX-BLOCO)
004170         MOVE 'TRANSMISSAO DUPLICADA (SEQUENCIAL JA RECEBIDO)'
004180             TO WRK-ERR-TEXTO
004181         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
004182     END-IF.
004183     IF WRK-BLC-SEQ-PULADA(WRK-IDX-BLOCO)
004200         MOVE 'TRANSMISSAO PULADA (SEQUENCIAL COM SALTO)'
004210             TO WRK-ERR-TEXTO
004230         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
004240     END-IF.
004250 6300-EXIT.
004260     EXIT.
004261******************************************************
004262*    6400-LISTAR-AUSENTES - LISTA AS ORIGENS
004263*    AUTORIZADAS QUE NAO MANDARAM TRANSMISSAO NESTE
004264*    ARQUIVO (INFORMATIVO, NAO RETEM O LOTE)
004265******************************************************
004266 6400-LISTAR-AUSENTES.
004267     MOVE ZERO TO WRK-QTD-SEM-TRANSMISSAO.
004268     PERFORM 6410-VERIFICAR-AUSENTE THRU 6410-EXIT
004269         VARYING WRK-IDX-ORIGEM FROM 1 BY 1
00426A         UNTIL WRK-IDX-ORIGEM > WRK-QTD-ORIGENS.
00426B 6400-EXIT.
00426C     EXIT.
00426D 6410-VERIFICAR-AUSENTE.
00426E     IF NOT WRK-ORG-AUTORIZADA-SIM(WRK-IDX-ORIGEM)
00426F        OR WRK-ORG-RECEBIDA-SIM(WRK-IDX-ORIGEM)
00426G         GO TO 6410-EXIT
00426H     END-IF.
00426I     ADD 1 TO WRK-QTD-SEM-TRANSMISSAO.
00426J     IF WRK-QTD-SEM-TRANSMISSAO = 1
00426K         MOVE SPACES TO RPT-LINHA
00426L         WRITE RPT-LINHA
00426M         MOVE 'ORIGENS AUTORIZADAS SEM TRANSMISSAO NO ARQUIVO:'
00426N             TO RPT-LINHA
00426O         WRITE RPT-LINHA
00426P     END-IF.
00426Q     MOVE WRK-ORG-CODIGO(WRK-IDX-ORIGEM) TO WRK-AUS-CODIGO.
00426R     MOVE WRK-ORG-NOME(WRK-IDX-ORIGEM) TO WRK-AUS-NOME.
00426S     WRITE RPT-LINHA FROM WRK-LINHA-AUSENTE.
00426T 6410-EXIT.
00426U     EXIT.
00426V******************************************************
00426W*    7000-INCLUIR-ORIGEM - LOCALIZA A ORIGEM
00426X*    WRK-ORIGEM-PROCURADA NA TABELA E, SE AINDA NAO
00426Y*    EXISTIR, A INCLUI (NAO AUTORIZADA, SEM
00426Z*    SEQUENCIAL); DEVOLVE A POSICAO EM WRK-IDX-ACHADO,
004270*    ZERO SE A TABELA ESTIVER CHEIA
004271******************************************************
004272 7000-INCLUIR-ORIGEM.
004273     PERFORM 7100-LOCALIZAR-ORIGEM THRU 7100-EXIT.
004274     IF WRK-IDX-ACHADO > ZERO
004275         GO TO 7000-EXIT
004276     END-IF.
004277     IF WRK-QTD-ORIGENS >= WRK-MAX-ORIGENS
004278         DISPLAY 'TABELA DE ORIGENS CHEIA - IGNORADA A ORIGEM '
004279             WRK-ORIGEM-PROCURADA
00427A         GO TO 7000-EXIT
00427B     END-IF.
00427C     ADD 1 TO WRK-QTD-ORIGENS.
00427D     MOVE WRK-QTD-ORIGENS TO WRK-IDX-ACHADO.
00427E     MOVE WRK-ORIGEM-PROCURADA TO WRK-ORG-CODIGO(WRK-IDX-ACHADO).
00427F     MOVE SPACES TO WRK-ORG-NOME(WRK-IDX-ACHADO).
00427G     MOVE 'N' TO WRK-ORG-AUTORIZADA(WRK-IDX-ACHADO).
00427H     MOVE 'N' TO WRK-ORG-SEQ-CONTROLE(WRK-IDX-ACHADO).
00427I     MOVE ZEROS TO WRK-ORG-ULTIMO-SEQ(WRK-IDX-ACHADO).
00427J     MOVE ZERO TO WRK-ORG-IDX-BLOCO(WRK-IDX-ACHADO).
00427K     MOVE 'N' TO WRK-ORG-RECEBIDA(WRK-IDX-ACHADO).
00427L 7000-EXIT.
00427M     EXIT.
00427N******************************************************
00427O*    7100-LOCALIZAR-ORIGEM - PROCURA A ORIGEM
00427P*    WRK-ORIGEM-PROCURADA NA TABELA; DEVOLVE A POSICAO
00427Q*    EM WRK-IDX-ACHADO OU ZERO SE NAO ENCONTRADA
00427R******************************************************
00427S 7100-LOCALIZAR-ORIGEM.
00427T     MOVE ZERO TO WRK-IDX-ACHADO.
00427U     PERFORM 7110-COMPARAR-ORIGEM THRU 7110-EXIT
00427V         VARYING WRK-IDX-PESQUISA FROM 1 BY 1
00427W         UNTIL WRK-IDX-PESQUISA > WRK-QTD-ORIGENS
00427X             OR WRK-IDX-ACHADO > ZERO.
00427Y 7100-EXIT.
00427Z     EXIT.
004280 7110-COMPARAR-ORIGEM.
004281     IF WRK-ORG-CODIGO(WRK-IDX-PESQUISA) = WRK-ORIGEM-PROCURADA
004282         MOVE WRK-IDX-PESQUISA TO WRK-IDX-ACHADO
004283     END-IF.
004284 7110-EXIT.
004285     EXIT.

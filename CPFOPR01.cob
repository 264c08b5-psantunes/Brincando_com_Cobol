000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFOPR01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Administracao do cadastro
000050***   de operadores CPFOPR. Acionado pelo menu CPFMENU
000060***   (opcao 7) com o ID do operador que fez o sign-on,
000070***   que precisa estar ativo e ter nivel 3
000080***   (administracao); sem o ID ou sem esse nivel o
000090***   programa nao e aberto. Permite incluir operador,
000100***   alterar nome e nivel, desativar, reativar,
000110***   redefinir o PIN e listar os operadores. A inclusao,
000120***   a reativacao e a redefinicao gravam um PIN
000130***   provisorio, que o CPFMENU obriga a trocar no
000140***   proximo sign-on. O PIN nunca e gravado: o CPFOPR
000150***   guarda apenas o valor de conferencia calculado pelo
000160***   AUDENCAD com a chave secreta CPFAUDK. O
000170***   administrador nao altera o proprio nivel nem
000180***   desativa a propria conta. Toda alteracao de conta e
000190***   gravada na trilha CPFAUD (GRAVALOG) com o status
000200***   'O', o job CPFOPR01 e o ID do administrador, e a
000210***   acao e o operador alterado no campo de saida.
000220***   AUTOR: @PSAntunes
000230***   DATA : 15/10/2026
000240***
000250***   HISTORICO DE ALTERACOES
000260***   DATA       AUTOR  DESCRICAO
000270***   15/10/2026 PSA    CRIACAO DA ADMINISTRACAO DO
000280***                     CADASTRO DE OPERADORES
000282***   15/10/2026 PSA    CADA OPCAO RELE O CPFOPR. A GRAVACAO RELE
000283***                     O ARQUIVO, RECONFERE O ADMINISTRADOR,
000284***                     APLICA SO OS CAMPOS DA OPCAO AO REGISTRO
000286***                     ATUAL E REGRAVA PELO CPFOPRT, COMO NO
000287***                     CPFMENU; OPERADOR QUE SUMIU OU MUDOU DE
000288***                     SITUACAO NAO E ALTERADO
000290******************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT OPR-OPERADORES ASSIGN TO "CPFOPR"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WRK-FS-OPERADORES.
000383     SELECT OPR-TRABALHO ASSIGN TO "CPFOPRT"
000385         ORGANIZATION IS LINE SEQUENTIAL
000387         FILE STATUS IS WRK-FS-TRABALHO.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  OPR-OPERADORES.
000420 01  OPR-REGISTRO               PIC X(85).
000421 01  OPR-CAMPOS.
000423     05  OPR-ID                 PIC X(08).
000424     05  FILLER                 PIC X(01).
000426     05  OPR-NOME               PIC X(30).
000427     05  FILLER                 PIC X(01).
000429     05  OPR-NIVEL              PIC X(01).
00042A     05  FILLER                 PIC X(01).
00042C     05  OPR-SITUACAO           PIC X(01).
00042D         88  OPR-ATIVO                     VALUES 'A' SPACE.
00042F     05  FILLER                 PIC X(01).
00042G     05  OPR-PIN-HASH           PIC X(10).
00042I     05  FILLER                 PIC X(01).
00042J     05  OPR-TROCAR-PIN         PIC X(01).
00042L     05  FILLER                 PIC X(01).
00042M     05  OPR-QTD-FALHAS         PIC 9(01).
00042O     05  FILLER                 PIC X(01).
00042P     05  OPR-DATA-INCLUSAO      PIC 9(08).
00042R     05  FILLER                 PIC X(01).
00042S     05  OPR-DATA-ALTERACAO     PIC 9(08).
00042U     05  FILLER                 PIC X(01).
00042V     05  OPR-ALTERADO-POR       PIC X(08).
00042X FD  OPR-TRABALHO.
00042Y 01  OPR-TRB-REGISTRO           PIC X(85).
000430 WORKING-STORAGE SECTION.
000440 77  WRK-FS-OPERADORES          PIC X(02)  VALUE SPACES.
000450     88  WRK-FS-OPERADORES-OK              VALUE '00'.
000454 77  WRK-FS-TRABALHO            PIC X(02)  VALUE SPACES.
000457     88  WRK-FS-TRABALHO-OK                VALUE '00'.
000460 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
000470     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
000480 77  WRK-AUTORIZADO             PIC X(01)  VALUE 'N'.
000490     88  WRK-AUTORIZADO-SIM                VALUE 'S'.
000500 77  WRK-OPCAO                  PIC 9(01)  VALUE ZERO.
000510     88  WRK-OPCAO-INCLUIR                 VALUE 1.
000520     88  WRK-OPCAO-ALTERAR                 VALUE 2.
000530     88  WRK-OPCAO-DESATIVAR               VALUE 3.
000540     88  WRK-OPCAO-REATIVAR                VALUE 4.
000550     88  WRK-OPCAO-REDEFINIR-PIN           VALUE 5.
000560     88  WRK-OPCAO-LISTAR                  VALUE 6.
000570     88  WRK-OPCAO-VOLTAR                  VALUE 9.
000580 77  WRK-CONTINUAR              PIC X(01)  VALUE 'S'.
000590     88  WRK-CONTINUAR-SIM                 VALUE 'S'.
000600 77  WRK-CONFIRMA               PIC X(01)  VALUE 'N'.
000610     88  WRK-CONFIRMA-SIM                  VALUE 'S'.
000620 77  WRK-PIN-VALIDO             PIC X(01)  VALUE 'N'.
000630     88  WRK-PIN-VALIDO-SIM                VALUE 'S'.
000640 77  WRK-ADMIN-ID               PIC X(08)  VALUE SPACES.
000650 77  WRK-ID-DIGITADO            PIC X(08)  VALUE SPACES.
000660 77  WRK-NOME-DIGITADO          PIC X(30)  VALUE SPACES.
000670 77  WRK-NIVEL-DIGITADO         PIC X(01)  VALUE SPACE.
000680 77  WRK-NIVEL-ANTERIOR         PIC X(01)  VALUE SPACE.
000690 77  WRK-PIN-DIGITADO           PIC X(06)  VALUE SPACES.
000700 77  WRK-TAM-PIN                PIC 9(02)  COMP VALUE ZERO.
000710 77  WRK-PIN-HASH-NOVO          PIC X(10)  VALUE SPACES.
000720 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
000730 77  WRK-QTD-OPERADORES         PIC 9(03)  COMP VALUE ZERO.
000740 77  WRK-MAX-OPERADORES         PIC 9(03)  COMP VALUE 200.
000750 77  WRK-IDX                    PIC 9(03)  COMP VALUE ZERO.
000760 77  WRK-IDX-ACHADO             PIC 9(03)  COMP VALUE ZERO.
000780 77  WRK-ROTULO-SITUACAO        PIC X(10)  VALUE SPACES.
000782*    ALTERACAO PEDIDA A 5000-GRAVAR-ALTERACAO E O RESULTADO
000784*    DA RELEITURA DO CPFOPR NA GRAVACAO
000786 77  WRK-TIPO-ALTERACAO         PIC X(01)  VALUE SPACE.
000788     88  WRK-ALTERACAO-INCLUSAO            VALUE 'I'.
00078A     88  WRK-ALTERACAO-NOME                VALUE 'N'.
00078C     88  WRK-ALTERACAO-NIVEL               VALUE 'V'.
00078E     88  WRK-ALTERACAO-DESATIVACAO         VALUE 'D'.
00078G     88  WRK-ALTERACAO-REATIVACAO          VALUE 'R'.
00078J     88  WRK-ALTERACAO-PIN                 VALUE 'P'.
00078L 77  WRK-ALVO-ENCONTRADO        PIC X(01)  VALUE 'N'.
00078N     88  WRK-ALVO-ENCONTRADO-SIM           VALUE 'S'.
00078P 77  WRK-ADMIN-CONFERIDO        PIC X(01)  VALUE 'N'.
00078R     88  WRK-ADMIN-CONFERIDO-SIM           VALUE 'S'.
00078T 77  WRK-GRAVADO                PIC X(01)  VALUE 'N'.
00078V     88  WRK-GRAVADO-SIM                   VALUE 'S'.
00078X 77  WRK-MOTIVO-RECUSA          PIC X(60)  VALUE SPACES.
000790*    OPERADORES DO CPFOPR, NA ORDEM DO ARQUIVO
000800 01  WRK-TABELA-OPERADORES.
000810     05  WRK-TAB-OPERADOR       PIC X(85)  OCCURS 200 TIMES.
000820*    OPERADOR EM MANUTENCAO (LAYOUT DO REGISTRO DO CPFOPR;
000830*    REGISTRO ANTIGO, SO COM ID, NOME E NIVEL, FICA COM
000840*    OS CAMPOS NOVOS EM BRANCO: ATIVO E SEM PIN)
000850 01  WRK-OPR-ATUAL.
000860     05  WRK-OPR-ID             PIC X(08).
000870     05  FILLER                 PIC X(01).
000880     05  WRK-OPR-NOME           PIC X(30).
000890     05  FILLER                 PIC X(01).
000900     05  WRK-OPR-NIVEL          PIC X(01).
000910     05  FILLER                 PIC X(01).
000920     05  WRK-OPR-SITUACAO       PIC X(01).
000930         88  WRK-OPR-ATIVO                 VALUES 'A' SPACE.
000940         88  WRK-OPR-DESATIVADO            VALUE 'D'.
000950         88  WRK-OPR-BLOQUEADO             VALUE 'B'.
000960     05  FILLER                 PIC X(01).
000970     05  WRK-OPR-PIN-HASH       PIC X(10).
000980     05  FILLER                 PIC X(01).
000990     05  WRK-OPR-TROCAR-PIN     PIC X(01).
001000     05  FILLER                 PIC X(01).
001010     05  WRK-OPR-QTD-FALHAS     PIC 9(01).
001020     05  FILLER                 PIC X(01).
001030     05  WRK-OPR-DATA-INCLUSAO  PIC 9(08).
001040     05  FILLER                 PIC X(01).
001050     05  WRK-OPR-DATA-ALTERACAO PIC 9(08).
001060     05  FILLER                 PIC X(01).
001070     05  WRK-OPR-ALTERADO-POR   PIC X(08).
001080*    MENSAGEM SUBMETIDA AO AUDENCAD PARA O VALOR DE
001090*    CONFERENCIA DO PIN
001100 01  WRK-PIN-MENSAGEM.
001110     05  FILLER                 PIC X(10)  VALUE 'CPFOPR-PIN'.
001120     05  WRK-PMS-ID             PIC X(08).
001130     05  WRK-PMS-PIN            PIC X(06).
001140     05  FILLER                 PIC X(44)  VALUE SPACES.
001150*    CAMPO DE SAIDA DO EVENTO NA TRILHA: ACAO E OPERADOR
001160 01  WRK-EVENTO.
001170     05  WRK-EVT-ACAO           PIC X(11).
001180     05  FILLER                 PIC X(01)  VALUE SPACE.
001190     05  WRK-EVT-ALVO           PIC X(08).
001200 01  WRK-EVT-NIVEL.
001210     05  FILLER                 PIC X(06)  VALUE 'NIVEL '.
001220     05  WRK-EVN-ANTERIOR       PIC X(01).
001230     05  FILLER                 PIC X(01)  VALUE '>'.
001240     05  WRK-EVN-NOVO           PIC X(01).
001250 COPY GRAVALOP.
001260 COPY AUDENCP.
001270 LINKAGE SECTION.
001280 01  LK-OPERADOR                PIC X(08).
001290 PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
001300******************************************************
001310*    0000-MAINLINE - ROTINA PRINCIPAL DA ADMINISTRACAO
001320******************************************************
001330 0000-MAINLINE.
001340     MOVE 'S' TO WRK-CONTINUAR.
001350     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001360     IF WRK-AUTORIZADO-SIM
001370         PERFORM 2000-PROCESSAR-MENU THRU 2000-EXIT
001380             UNTIL NOT WRK-CONTINUAR-SIM
001390     END-IF.
001400     GOBACK.
001410******************************************************
001420*    1000-INICIALIZAR - CARREGA O CPFOPR NA TABELA E
001430*    CONFERE SE O OPERADOR DO SIGN-ON E ADMINISTRADOR
001440*    ATIVO (NIVEL 3)
001450******************************************************
001460 1000-INICIALIZAR.
001470     MOVE 'N' TO WRK-AUTORIZADO.
001480     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
001490     MOVE SPACES TO WRK-ADMIN-ID.
001500     IF LK-OPERADOR IS NOT OMITTED
001510         MOVE LK-OPERADOR TO WRK-ADMIN-ID
001520     END-IF.
001530     IF WRK-ADMIN-ID = SPACES
001540         DISPLAY 'ADMINISTRACAO DE OPERADORES SO PELO MENU, '
001550             'APOS O SIGN-ON'
001560         GO TO 1000-EXIT
001570     END-IF.
001580     PERFORM 1100-CARREGAR-OPERADORES THRU 1100-EXIT.
001590     IF NOT WRK-FS-OPERADORES-OK
001600         GO TO 1000-EXIT
001610     END-IF.
001620     MOVE WRK-ADMIN-ID TO WRK-ID-DIGITADO.
001630     PERFORM 6000-LOCALIZAR-OPERADOR THRU 6000-EXIT.
001640     IF WRK-IDX-ACHADO = ZERO
001650        OR NOT WRK-OPR-ATIVO
001660        OR WRK-OPR-NIVEL IS NOT NUMERIC
001670        OR WRK-OPR-NIVEL < '3'
001680         DISPLAY 'ADMINISTRACAO DE OPERADORES RESTRITA AO NIVEL 3'
001690         GO TO 1000-EXIT
001700     END-IF.
001720     MOVE 'S' TO WRK-AUTORIZADO.
001730 1000-EXIT.
001740     EXIT.
001750******************************************************
001760*    1100-CARREGAR-OPERADORES - CARREGA O CPFOPR NA
001770*    TABELA; ARQUIVO MAIOR QUE A TABELA NAO E ABERTO
001780*    PARA MANUTENCAO, PARA NAO PERDER OPERADORES. A
001784*    TABELA E RECARREGADA A CADA OPCAO DO MENU, PARA A
001787*    OPCAO PARTIR DO CADASTRO ATUAL
001790******************************************************
001800 1100-CARREGAR-OPERADORES.
001810     MOVE ZERO TO WRK-QTD-OPERADORES.
001820     OPEN INPUT OPR-OPERADORES.
001830     IF NOT WRK-FS-OPERADORES-OK
001840         DISPLAY 'ARQUIVO DE OPERADORES CPFOPR NAO '
001850             'ENCONTRADO (FS=' WRK-FS-OPERADORES ')'
001860         GO TO 1100-EXIT
001870     END-IF.
001880     MOVE 'N' TO WRK-FIM-ARQUIVO.
001890     PERFORM 1110-CARREGAR-OPERADOR THRU 1110-EXIT
001900         UNTIL WRK-FIM-ARQUIVO-SIM.
001910     CLOSE OPR-OPERADORES.
001920     IF WRK-QTD-OPERADORES > WRK-MAX-OPERADORES
001930         DISPLAY 'CPFOPR COM MAIS DE ' WRK-MAX-OPERADORES
001940             ' OPERADORES - MANUTENCAO NAO DISPONIVEL'
001950         MOVE '99' TO WRK-FS-OPERADORES
001960     END-IF.
001970 1100-EXIT.
001980     EXIT.
001990 1110-CARREGAR-OPERADOR.
002000     READ OPR-OPERADORES
002010         AT END
002020             MOVE 'S' TO WRK-FIM-ARQUIVO
002030             GO TO 1110-EXIT
002040     END-READ.
002050     IF OPR-REGISTRO = SPACES
002060         GO TO 1110-EXIT
002070     END-IF.
002080     ADD 1 TO WRK-QTD-OPERADORES.
002090     IF WRK-QTD-OPERADORES > WRK-MAX-OPERADORES
002100         MOVE 'S' TO WRK-FIM-ARQUIVO
002110         GO TO 1110-EXIT
002120     END-IF.
002130     MOVE OPR-REGISTRO TO WRK-TAB-OPERADOR(WRK-QTD-OPERADORES).
002140 1110-EXIT.
002150     EXIT.
002160******************************************************
002170*    2000-PROCESSAR-MENU - EXIBE AS OPCOES, LE A
002180*    ESCOLHA DO ADMINISTRADOR E ACIONA A ROTINA PEDIDA
002190******************************************************
002200 2000-PROCESSAR-MENU.
002210     DISPLAY ' '.
002220     DISPLAY '--------------------------------------------'.
002230     DISPLAY '   ADMINISTRACAO DE OPERADORES'.
002240     DISPLAY '--------------------------------------------'.
002250     DISPLAY '  1 - INCLUIR OPERADOR'.
002260     DISPLAY '  2 - ALTERAR NOME OU NIVEL'.
002270     DISPLAY '  3 - DESATIVAR OPERADOR'.
002280     DISPLAY '  4 - REATIVAR OPERADOR'.
002290     DISPLAY '  5 - REDEFINIR PIN'.
002300     DISPLAY '  6 - LISTAR OPERADORES'.
002310     DISPLAY '  9 - VOLTAR'.
002320     DISPLAY 'DIGITE A OPCAO DESEJADA: '.
002330     MOVE ZERO TO WRK-OPCAO.
002340     ACCEPT WRK-OPCAO.
002342     IF NOT WRK-OPCAO-VOLTAR
002343         PERFORM 1100-CARREGAR-OPERADORES THRU 1100-EXIT
002344         IF NOT WRK-FS-OPERADORES-OK
002345             MOVE 'N' TO WRK-CONTINUAR
002346             GO TO 2000-EXIT
002347         END-IF
002348     END-IF.
002350     EVALUATE TRUE
002360         WHEN WRK-OPCAO-INCLUIR
002370             PERFORM 3000-INCLUIR THRU 3000-EXIT
002380         WHEN WRK-OPCAO-ALTERAR
002390             PERFORM 3100-ALTERAR THRU 3100-EXIT
002400         WHEN WRK-OPCAO-DESATIVAR
002410             PERFORM 3200-DESATIVAR THRU 3200-EXIT
002420         WHEN WRK-OPCAO-REATIVAR
002430             PERFORM 3300-REATIVAR THRU 3300-EXIT
002440         WHEN WRK-OPCAO-REDEFINIR-PIN
002450             PERFORM 3400-REDEFINIR-PIN THRU 3400-EXIT
002460         WHEN WRK-OPCAO-LISTAR
002470             PERFORM 3500-LISTAR THRU 3500-EXIT
002480         WHEN WRK-OPCAO-VOLTAR
002490             MOVE 'N' TO WRK-CONTINUAR
002500         WHEN OTHER
002510             DISPLAY 'OPCAO INVALIDA, TENTE NOVAMENTE'
002520     END-EVALUATE.
002530 2000-EXIT.
002540     EXIT.
002550******************************************************
002560*    3000-INCLUIR - INCLUI OPERADOR NOVO, ATIVO, COM PIN
002570*    PROVISORIO A TROCAR NO 1o SIGN-ON
002580******************************************************
002590 3000-INCLUIR.
002600     IF WRK-QTD-OPERADORES NOT < WRK-MAX-OPERADORES
002610         DISPLAY 'CADASTRO DE OPERADORES CHEIO'
002620         GO TO 3000-EXIT
002630     END-IF.
002640     PERFORM 4000-PEDIR-ID THRU 4000-EXIT.
002650     IF WRK-ID-DIGITADO = SPACES
002660         GO TO 3000-EXIT
002670     END-IF.
002680     PERFORM 6000-LOCALIZAR-OPERADOR THRU 6000-EXIT.
002690     IF WRK-IDX-ACHADO > ZERO
002700         DISPLAY 'OPERADOR JA CADASTRADO'
002710         GO TO 3000-EXIT
002720     END-IF.
002730     DISPLAY 'DIGITE O NOME DO OPERADOR: '.
002740     MOVE SPACES TO WRK-NOME-DIGITADO.
002750     ACCEPT WRK-NOME-DIGITADO.
002760     IF WRK-NOME-DIGITADO = SPACES
002770         DISPLAY 'NOME OBRIGATORIO - INCLUSAO CANCELADA'
002780         GO TO 3000-EXIT
002790     END-IF.
002800     PERFORM 4100-PEDIR-NIVEL THRU 4100-EXIT.
002810     IF WRK-NIVEL-DIGITADO = SPACE
002820         DISPLAY 'NIVEL INVALIDO - INCLUSAO CANCELADA'
002830         GO TO 3000-EXIT
002840     END-IF.
002850     PERFORM 4200-PEDIR-PIN THRU 4200-EXIT.
002860     IF NOT WRK-PIN-VALIDO-SIM
002870         GO TO 3000-EXIT
002880     END-IF.
002890     MOVE SPACES TO WRK-OPR-ATUAL.
002900     MOVE WRK-ID-DIGITADO TO WRK-OPR-ID.
002910     MOVE WRK-NOME-DIGITADO TO WRK-OPR-NOME.
002920     MOVE WRK-NIVEL-DIGITADO TO WRK-OPR-NIVEL.
002930     MOVE 'A' TO WRK-OPR-SITUACAO.
002940     MOVE WRK-PIN-HASH-NOVO TO WRK-OPR-PIN-HASH.
002950     MOVE 'S' TO WRK-OPR-TROCAR-PIN.
002960     MOVE ZERO TO WRK-OPR-QTD-FALHAS.
002970     MOVE WRK-DATA-HOJE TO WRK-OPR-DATA-INCLUSAO.
002980     MOVE 'I' TO WRK-TIPO-ALTERACAO.
003000     MOVE SPACES TO WRK-EVENTO.
003010     STRING 'INCLUSAO N' WRK-OPR-NIVEL DELIMITED BY SIZE
003020         INTO WRK-EVT-ACAO.
003030     PERFORM 5000-GRAVAR-ALTERACAO THRU 5000-EXIT.
003040     IF WRK-GRAVADO-SIM
003050         DISPLAY 'OPERADOR INCLUIDO - PIN PROVISORIO A TROCAR '
003054             'NO 1o SIGN-ON'
003057     END-IF.
003060 3000-EXIT.
003070     EXIT.
003080******************************************************
003090*    3100-ALTERAR - ALTERA O NOME E/OU O NIVEL DO
003100*    OPERADOR (EM BRANCO MANTEM O ATUAL); O
003110*    ADMINISTRADOR NAO ALTERA O PROPRIO NIVEL
003120******************************************************
003130 3100-ALTERAR.
003140     PERFORM 4000-PEDIR-ID THRU 4000-EXIT.
003150     PERFORM 6000-LOCALIZAR-OPERADOR THRU 6000-EXIT.
003160     IF WRK-IDX-ACHADO = ZERO
003170         DISPLAY 'OPERADOR NAO CADASTRADO NO CPFOPR'
003180         GO TO 3100-EXIT
003190     END-IF.
003200     PERFORM 6100-EXIBIR-OPERADOR THRU 6100-EXIT.
003210     DISPLAY 'DIGITE O NOVO NOME (EM BRANCO MANTEM): '.
003220     MOVE SPACES TO WRK-NOME-DIGITADO.
003230     ACCEPT WRK-NOME-DIGITADO.
003240     IF WRK-NOME-DIGITADO NOT = SPACES
003250        AND WRK-NOME-DIGITADO NOT = WRK-OPR-NOME
003260         MOVE WRK-NOME-DIGITADO TO WRK-OPR-NOME
003270         MOVE SPACES TO WRK-EVENTO
003280         MOVE 'NOME' TO WRK-EVT-ACAO
003285         MOVE 'N' TO WRK-TIPO-ALTERACAO
003290         PERFORM 5000-GRAVAR-ALTERACAO THRU 5000-EXIT
003293         IF NOT WRK-GRAVADO-SIM
003295             GO TO 3100-EXIT
003297         END-IF
003300         DISPLAY 'NOME DO OPERADOR ALTERADO'
003310     END-IF.
003320     IF WRK-OPR-ID = WRK-ADMIN-ID
003330         DISPLAY 'O ADMINISTRADOR NAO ALTERA O PROPRIO NIVEL'
003340         GO TO 3100-EXIT
003350     END-IF.
003360     DISPLAY 'DIGITE O NOVO NIVEL 1, 2 OU 3 (EM BRANCO '
003370         'MANTEM): '.
003380     PERFORM 4100-PEDIR-NIVEL THRU 4100-EXIT.
003390     IF WRK-NIVEL-DIGITADO = SPACE
003400        OR WRK-NIVEL-DIGITADO = WRK-OPR-NIVEL
003410         GO TO 3100-EXIT
003420     END-IF.
003430     MOVE WRK-OPR-NIVEL TO WRK-NIVEL-ANTERIOR.
003440     MOVE WRK-NIVEL-DIGITADO TO WRK-OPR-NIVEL.
003450     MOVE WRK-NIVEL-ANTERIOR TO WRK-EVN-ANTERIOR.
003460     MOVE WRK-OPR-NIVEL TO WRK-EVN-NOVO.
003470     MOVE SPACES TO WRK-EVENTO.
003480     MOVE WRK-EVT-NIVEL TO WRK-EVT-ACAO.
003485     MOVE 'V' TO WRK-TIPO-ALTERACAO.
003490     PERFORM 5000-GRAVAR-ALTERACAO THRU 5000-EXIT.
003500     IF WRK-GRAVADO-SIM
003510         DISPLAY 'NIVEL DO OPERADOR ALTERADO DE '
003514             WRK-NIVEL-ANTERIOR ' PARA ' WRK-OPR-NIVEL
003517     END-IF.
003520 3100-EXIT.
003530     EXIT.
003540******************************************************
003550*    3200-DESATIVAR - DESATIVA O OPERADOR, APOS A
003560*    CONFIRMACAO; A CONTA FICA NO CADASTRO, SEM ACESSO
003570******************************************************
003580 3200-DESATIVAR.
003590     PERFORM 4000-PEDIR-ID THRU 4000-EXIT.
003600     PERFORM 6000-LOCALIZAR-OPERADOR THRU 6000-EXIT.
003610     IF WRK-IDX-ACHADO = ZERO
003620         DISPLAY 'OPERADOR NAO CADASTRADO NO CPFOPR'
003630         GO TO 3200-EXIT
003640     END-IF.
003650     IF WRK-OPR-ID = WRK-ADMIN-ID
003660         DISPLAY 'O ADMINISTRADOR NAO DESATIVA A PROPRIA CONTA'
003670         GO TO 3200-EXIT
003680     END-IF.
003690     IF WRK-OPR-DESATIVADO
003700         DISPLAY 'OPERADOR JA DESATIVADO'
003710         GO TO 3200-EXIT
003720     END-IF.
003730     PERFORM 6100-EXIBIR-OPERADOR THRU 6100-EXIT.
003740     DISPLAY 'CONFIRMA A DESATIVACAO (S/N)? '.
003750     MOVE 'N' TO WRK-CONFIRMA.
003760     ACCEPT WRK-CONFIRMA.
003770     IF NOT WRK-CONFIRMA-SIM
003780         DISPLAY 'DESATIVACAO CANCELADA'
003790         GO TO 3200-EXIT
003800     END-IF.
003810     MOVE 'D' TO WRK-OPR-SITUACAO.
003820     MOVE SPACES TO WRK-EVENTO.
003830     MOVE 'DESATIVACAO' TO WRK-EVT-ACAO.
003835     MOVE 'D' TO WRK-TIPO-ALTERACAO.
003840     PERFORM 5000-GRAVAR-ALTERACAO THRU 5000-EXIT.
003850     IF WRK-GRAVADO-SIM
003854         DISPLAY 'OPERADOR DESATIVADO'
003857     END-IF.
003860 3200-EXIT.
003870     EXIT.
003880******************************************************
003890*    3300-REATIVAR - REATIVA OPERADOR DESATIVADO OU
003900*    BLOQUEADO POR TENTATIVAS DE PIN, COM PIN PROVISORIO
003910*    NOVO A TROCAR NO PROXIMO SIGN-ON
003920******************************************************
003930 3300-REATIVAR.
003940     PERFORM 4000-PEDIR-ID THRU 4000-EXIT.
003950     PERFORM 6000-LOCALIZAR-OPERADOR THRU 6000-EXIT.
003960     IF WRK-IDX-ACHADO = ZERO
003970         DISPLAY 'OPERADOR NAO CADASTRADO NO CPFOPR'
003980         GO TO 3300-EXIT
003990     END-IF.
004000     IF WRK-OPR-ATIVO
004010         DISPLAY 'OPERADOR JA ESTA ATIVO'
004020         GO TO 3300-EXIT
004030     END-IF.
004040     PERFORM 6100-EXIBIR-OPERADOR THRU 6100-EXIT.
004050     PERFORM 4200-PEDIR-PIN THRU 4200-EXIT.
004060     IF NOT WRK-PIN-VALIDO-SIM
004070         GO TO 3300-EXIT
004080     END-IF.
004090     MOVE 'A' TO WRK-OPR-SITUACAO.
004100     MOVE WRK-PIN-HASH-NOVO TO WRK-OPR-PIN-HASH.
004110     MOVE 'S' TO WRK-OPR-TROCAR-PIN.
004120     MOVE ZERO TO WRK-OPR-QTD-FALHAS.
004130     MOVE SPACES TO WRK-EVENTO.
004140     MOVE 'REATIVACAO' TO WRK-EVT-ACAO.
004145     MOVE 'R' TO WRK-TIPO-ALTERACAO.
004150     PERFORM 5000-GRAVAR-ALTERACAO THRU 5000-EXIT.
004160     IF WRK-GRAVADO-SIM
004170         DISPLAY 'OPERADOR REATIVADO - PIN PROVISORIO A TROCAR '
004174             'NO PROXIMO SIGN-ON'
004177     END-IF.
004180 3300-EXIT.
004190     EXIT.
004200******************************************************
004210*    3400-REDEFINIR-PIN - GRAVA PIN PROVISORIO NOVO
004220*    (PIN ESQUECIDO), A TROCAR NO PROXIMO SIGN-ON, E
004230*    ZERA AS TENTATIVAS ERRADAS
004240******************************************************
004250 3400-REDEFINIR-PIN.
004260     PERFORM 4000-PEDIR-ID THRU 4000-EXIT.
004270     PERFORM 6000-LOCALIZAR-OPERADOR THRU 6000-EXIT.
004280     IF WRK-IDX-ACHADO = ZERO
004290         DISPLAY 'OPERADOR NAO CADASTRADO NO CPFOPR'
004300         GO TO 3400-EXIT
004310     END-IF.
004320     IF NOT WRK-OPR-ATIVO
004330         DISPLAY 'OPERADOR DESATIVADO OU BLOQUEADO - USE A '
004340             'REATIVACAO'
004350         GO TO 3400-EXIT
004360     END-IF.
004370     PERFORM 4200-PEDIR-PIN THRU 4200-EXIT.
004380     IF NOT WRK-PIN-VALIDO-SIM
004390         GO TO 3400-EXIT
004400     END-IF.
004410     MOVE WRK-PIN-HASH-NOVO TO WRK-OPR-PIN-HASH.
004420     MOVE 'S' TO WRK-OPR-TROCAR-PIN.
004430     MOVE ZERO TO WRK-OPR-QTD-FALHAS.
004440     MOVE SPACES TO WRK-EVENTO.
004450     MOVE 'PIN REDEF.' TO WRK-EVT-ACAO.
004455     MOVE 'P' TO WRK-TIPO-ALTERACAO.
004460     PERFORM 5000-GRAVAR-ALTERACAO THRU 5000-EXIT.
004470     IF WRK-GRAVADO-SIM
004474         DISPLAY 'PIN REDEFINIDO - A TROCAR NO PROXIMO SIGN-ON'
004477     END-IF.
004480 3400-EXIT.
004490     EXIT.
004500******************************************************
004510*    3500-LISTAR - LISTA OS OPERADORES DO CADASTRO
004520******************************************************
004530 3500-LISTAR.
004540     DISPLAY 'ID       NOME                           NIVEL '
004550         'SITUACAO   ALTERADO EM POR'.
004560     PERFORM 3510-LISTAR-OPERADOR THRU 3510-EXIT
004570         VARYING WRK-IDX FROM 1 BY 1
004580         UNTIL WRK-IDX > WRK-QTD-OPERADORES.
004590     DISPLAY 'OPERADORES NO CADASTRO: ' WRK-QTD-OPERADORES.
004600 3500-EXIT.
004610     EXIT.
004620 3510-LISTAR-OPERADOR.
004630     MOVE WRK-TAB-OPERADOR(WRK-IDX) TO WRK-OPR-ATUAL.
004640     PERFORM 6200-ROTULAR-SITUACAO THRU 6200-EXIT.
004650     DISPLAY WRK-OPR-ID ' ' WRK-OPR-NOME ' ' WRK-OPR-NIVEL
004660         '     ' WRK-ROTULO-SITUACAO ' ' WRK-OPR-DATA-ALTERACAO
004670         '    ' WRK-OPR-ALTERADO-POR.
004680 3510-EXIT.
004690     EXIT.
004700******************************************************
004710*    4000-PEDIR-ID - LE O ID DO OPERADOR A MANTER
004720******************************************************
004730 4000-PEDIR-ID.
004740     DISPLAY 'DIGITE O ID DO OPERADOR: '.
004750     MOVE SPACES TO WRK-ID-DIGITADO.
004760     ACCEPT WRK-ID-DIGITADO.
004770 4000-EXIT.
004780     EXIT.
004790******************************************************
004800*    4100-PEDIR-NIVEL - LE O NIVEL (1 CONSULTA, 2
004810*    OPERACAO, 3 ADMINISTRACAO); FORA DISSO FICA EM
004820*    BRANCO
004830******************************************************
004840 4100-PEDIR-NIVEL.
004850     IF NOT WRK-OPCAO-ALTERAR
004860         DISPLAY 'DIGITE O NIVEL (1, 2 OU 3): '
004870     END-IF.
004880     MOVE SPACE TO WRK-NIVEL-DIGITADO.
004890     ACCEPT WRK-NIVEL-DIGITADO.
004900     IF WRK-NIVEL-DIGITADO NOT = '1'
004910        AND WRK-NIVEL-DIGITADO NOT = '2'
004920        AND WRK-NIVEL-DIGITADO NOT = '3'
004930         MOVE SPACE TO WRK-NIVEL-DIGITADO
004940     END-IF.
004950 4100-EXIT.
004960     EXIT.
004970******************************************************
004980*    4200-PEDIR-PIN - LE O PIN PROVISORIO (4 A 6
004990*    DIGITOS) E CALCULA O SEU VALOR DE CONFERENCIA
005000******************************************************
005010 4200-PEDIR-PIN.
005020     MOVE 'N' TO WRK-PIN-VALIDO.
005030     DISPLAY 'DIGITE O PIN PROVISORIO (4 A 6 DIGITOS): '.
005040     MOVE SPACES TO WRK-PIN-DIGITADO.
005050     ACCEPT WRK-PIN-DIGITADO.
005060     MOVE ZERO TO WRK-TAM-PIN.
005070     INSPECT WRK-PIN-DIGITADO TALLYING WRK-TAM-PIN
005080         FOR CHARACTERS BEFORE INITIAL SPACE.
005090     IF WRK-TAM-PIN < 4
005100         DISPLAY 'PIN INVALIDO - USE DE 4 A 6 DIGITOS'
005110         GO TO 4200-EXIT
005120     END-IF.
005130     IF WRK-PIN-DIGITADO(1:WRK-TAM-PIN) IS NOT NUMERIC
005140         DISPLAY 'PIN INVALIDO - USE DE 4 A 6 DIGITOS'
005150         GO TO 4200-EXIT
005160     END-IF.
005170     PERFORM 7000-CALCULAR-PIN THRU 7000-EXIT.
005180     IF NOT AE-RETORNO-OK
005190         DISPLAY 'CHAVE SECRETA CPFAUDK AUSENTE - PIN NAO GRAVADO'
005200         GO TO 4200-EXIT
005210     END-IF.
005220     MOVE 'S' TO WRK-PIN-VALIDO.
005230 4200-EXIT.
005240     EXIT.
005250******************************************************
005260*    5000-GRAVAR-ALTERACAO - RELE O CPFOPR E O COPIA
005270*    PARA O CPFOPRT, RECONFERINDO O ADMINISTRADOR E
005280*    APLICANDO AO REGISTRO ATUAL DO OPERADOR SO OS
005282*    CAMPOS DA ALTERACAO (A INCLUSAO VAI NO FIM); DEVOLVE
005284*    O CPFOPRT AO CPFOPR, COMO NO CPFMENU, E GRAVA O
005285*    EVENTO NA TRILHA COM O ID DO ADMINISTRADOR. OPERADOR
005287*    QUE SAIU DO ARQUIVO OU MUDOU DE SITUACAO DESDE A
005288*    CONSULTA NAO E ALTERADO E O CPFOPR FICA COMO ESTA
005290******************************************************
005300 5000-GRAVAR-ALTERACAO.
005302     MOVE 'N' TO WRK-GRAVADO.
005304     MOVE 'N' TO WRK-ALVO-ENCONTRADO.
005306     MOVE 'N' TO WRK-ADMIN-CONFERIDO.
005308     MOVE SPACES TO WRK-MOTIVO-RECUSA.
005310     MOVE WRK-DATA-HOJE TO WRK-OPR-DATA-ALTERACAO.
005320     MOVE WRK-ADMIN-ID TO WRK-OPR-ALTERADO-POR.
005330     OPEN INPUT OPR-OPERADORES.
005340     OPEN OUTPUT OPR-TRABALHO.
005350     IF NOT WRK-FS-OPERADORES-OK
005355        OR NOT WRK-FS-TRABALHO-OK
005360         DISPLAY 'CPFOPR NAO REGRAVADO (FS=' WRK-FS-OPERADORES
005370             '/' WRK-FS-TRABALHO ') - ADMINISTRACAO ENCERRADA'
005374         CLOSE OPR-OPERADORES
005377         CLOSE OPR-TRABALHO
005380         MOVE 'N' TO WRK-CONTINUAR
005390         GO TO 5000-EXIT
005400     END-IF.
005410     MOVE 'N' TO WRK-FIM-ARQUIVO.
005420     PERFORM 5100-COPIAR-PARA-TRABALHO THRU 5100-EXIT
005430         UNTIL WRK-FIM-ARQUIVO-SIM.
005432     IF WRK-ALTERACAO-INCLUSAO
005434        AND NOT WRK-ALVO-ENCONTRADO-SIM
005435         MOVE WRK-OPR-ATUAL TO OPR-TRB-REGISTRO
005437         WRITE OPR-TRB-REGISTRO
005438     END-IF.
005440     CLOSE OPR-OPERADORES.
005441     CLOSE OPR-TRABALHO.
005442     IF NOT WRK-ADMIN-CONFERIDO-SIM
005443         DISPLAY 'ADMINISTRADOR ' WRK-ADMIN-ID ' NAO ESTA MAIS '
005444             'ATIVO NO NIVEL 3 - ADMINISTRACAO ENCERRADA'
005446         MOVE 'N' TO WRK-CONTINUAR
005447         GO TO 5000-EXIT
005448     END-IF.
005449     IF WRK-ALTERACAO-INCLUSAO
00544A        AND WRK-ALVO-ENCONTRADO-SIM
00544C         MOVE 'OPERADOR JA CADASTRADO' TO WRK-MOTIVO-RECUSA
00544D     END-IF.
00544E     IF NOT WRK-ALTERACAO-INCLUSAO
00544F        AND NOT WRK-ALVO-ENCONTRADO-SIM
00544G         MOVE 'OPERADOR NAO ESTA MAIS NO CPFOPR'
00544I             TO WRK-MOTIVO-RECUSA
00544J     END-IF.
00544K     IF WRK-MOTIVO-RECUSA NOT = SPACES
00544L         DISPLAY WRK-MOTIVO-RECUSA
00544M         DISPLAY 'ALTERACAO NAO GRAVADA'
00544O         GO TO 5000-EXIT
00544P     END-IF.
00544Q     OPEN INPUT OPR-TRABALHO.
00544R     OPEN OUTPUT OPR-OPERADORES.
00544S     MOVE 'N' TO WRK-FIM-ARQUIVO.
00544U     PERFORM 5200-DEVOLVER-AO-CADASTRO THRU 5200-EXIT
00544V         UNTIL WRK-FIM-ARQUIVO-SIM.
00544W     CLOSE OPR-TRABALHO.
00544X     CLOSE OPR-OPERADORES.
00544Y     MOVE 'S' TO WRK-GRAVADO.
005450     MOVE WRK-OPR-ID TO WRK-EVT-ALVO.
005460     MOVE 'U' TO GL-FUNCAO.
005470     MOVE ZERO TO GL-TAM-ENTRADA.
005480     MOVE ZERO TO GL-HASH-ENTRADA.
005490     MOVE 'O' TO GL-STATUS.
005500     MOVE WRK-EVENTO TO GL-SAIDA-MASCARADA.
005510     MOVE 'CPFOPR01' TO GL-JOB-ID.
005520     MOVE WRK-ADMIN-ID TO GL-OPERADOR.
005530     CALL 'GRAVALOG' USING GL-PARM.
005540 5000-EXIT.
005550     EXIT.
005560 5100-COPIAR-PARA-TRABALHO.
005562     READ OPR-OPERADORES
005563         AT END
005564             MOVE 'S' TO WRK-FIM-ARQUIVO
005565             GO TO 5100-EXIT
005566     END-READ.
005567     IF OPR-REGISTRO = SPACES
005568         GO TO 5100-EXIT
005569     END-IF.
005570     IF OPR-ID = WRK-ADMIN-ID
005571        AND OPR-ATIVO
005572        AND OPR-NIVEL IS NUMERIC
005573        AND OPR-NIVEL NOT < '3'
005574         MOVE 'S' TO WRK-ADMIN-CONFERIDO
005575     END-IF.
005576     IF OPR-ID = WRK-OPR-ID
005577         MOVE 'S' TO WRK-ALVO-ENCONTRADO
005578         IF NOT WRK-ALTERACAO-INCLUSAO
005579             PERFORM 5110-APLICAR-ALTERACAO THRU 5110-EXIT
00557A         END-IF
00557B     END-IF.
00557C     MOVE OPR-REGISTRO TO OPR-TRB-REGISTRO.
00557D     WRITE OPR-TRB-REGISTRO.
00557E 5100-EXIT.
00557F     EXIT.
00557G******************************************************
00557H*    5110-APLICAR-ALTERACAO - APLICA AO REGISTRO LIDO DO
00557I*    CPFOPR SO OS CAMPOS QUE A OPCAO ALTERA; SITUACAO QUE
00557J*    MUDOU DESDE A CONSULTA RECUSA A ALTERACAO
00557K******************************************************
00557L 5110-APLICAR-ALTERACAO.
00557M     EVALUATE TRUE
00557N         WHEN WRK-ALTERACAO-DESATIVACAO
00557O          AND OPR-SITUACAO = 'D'
00557P             MOVE 'OPERADOR JA DESATIVADO' TO WRK-MOTIVO-RECUSA
00557Q         WHEN WRK-ALTERACAO-REATIVACAO
00557R          AND OPR-ATIVO
00557S             MOVE 'OPERADOR JA ESTA ATIVO' TO WRK-MOTIVO-RECUSA
00557T         WHEN WRK-ALTERACAO-PIN
00557U          AND NOT OPR-ATIVO
00557V             MOVE 'OPERADOR NAO ESTA ATIVO - USE A REATIVACAO'
00557W                 TO WRK-MOTIVO-RECUSA
00557X     END-EVALUATE.
00557Y     IF WRK-MOTIVO-RECUSA NOT = SPACES
00557Z         GO TO 5110-EXIT
005580     END-IF.
005581     IF OPR-QTD-FALHAS IS NOT NUMERIC
005582         MOVE ZERO TO OPR-QTD-FALHAS
005583     END-IF.
005584     IF OPR-DATA-INCLUSAO IS NOT NUMERIC
005585         MOVE ZEROS TO OPR-DATA-INCLUSAO
005586     END-IF.
005587     EVALUATE TRUE
005588         WHEN WRK-ALTERACAO-NOME
005589             MOVE WRK-OPR-NOME TO OPR-NOME
00558A         WHEN WRK-ALTERACAO-NIVEL
00558B             MOVE WRK-OPR-NIVEL TO OPR-NIVEL
00558C         WHEN WRK-ALTERACAO-DESATIVACAO
00558D             MOVE 'D' TO OPR-SITUACAO
00558E         WHEN WRK-ALTERACAO-REATIVACAO
00558F             MOVE 'A' TO OPR-SITUACAO
00558G             MOVE WRK-OPR-PIN-HASH TO OPR-PIN-HASH
00558H             MOVE 'S' TO OPR-TROCAR-PIN
00558I             MOVE ZERO TO OPR-QTD-FALHAS
00558J         WHEN WRK-ALTERACAO-PIN
00558K             MOVE WRK-OPR-PIN-HASH TO OPR-PIN-HASH
00558L             MOVE 'S' TO OPR-TROCAR-PIN
00558M             MOVE ZERO TO OPR-QTD-FALHAS
00558N     END-EVALUATE.
00558O     MOVE WRK-OPR-DATA-ALTERACAO TO OPR-DATA-ALTERACAO.
00558P     MOVE WRK-OPR-ALTERADO-POR TO OPR-ALTERADO-POR.
00558Q 5110-EXIT.
00558R     EXIT.
00558S 5200-DEVOLVER-AO-CADASTRO.
00558T     READ OPR-TRABALHO
00558U         AT END
00558V             MOVE 'S' TO WRK-FIM-ARQUIVO
00558W             GO TO 5200-EXIT
00558X     END-READ.
00558Y     MOVE OPR-TRB-REGISTRO TO OPR-REGISTRO.
00558Z     WRITE OPR-REGISTRO.
005590 5200-EXIT.
005600     EXIT.
005610******************************************************
005620*    6000-LOCALIZAR-OPERADOR - PROCURA O ID DIGITADO NA
005630*    TABELA E TRAZ O OPERADOR PARA WRK-OPR-ATUAL
005640******************************************************
005650 6000-LOCALIZAR-OPERADOR.
005660     MOVE ZERO TO WRK-IDX-ACHADO.
005670     IF WRK-ID-DIGITADO = SPACES
005680         GO TO 6000-EXIT
005690     END-IF.
005700     PERFORM 6010-COMPARAR-OPERADOR THRU 6010-EXIT
005710         VARYING WRK-IDX FROM 1 BY 1
005720         UNTIL WRK-IDX > WRK-QTD-OPERADORES
005730             OR WRK-IDX-ACHADO > ZERO.
005740     IF WRK-IDX-ACHADO > ZERO
005750         MOVE WRK-TAB-OPERADOR(WRK-IDX-ACHADO) TO WRK-OPR-ATUAL
005760         IF WRK-OPR-QTD-FALHAS IS NOT NUMERIC
005770             MOVE ZERO TO WRK-OPR-QTD-FALHAS
005780         END-IF
005790         IF WRK-OPR-DATA-INCLUSAO IS NOT NUMERIC
005800             MOVE ZEROS TO WRK-OPR-DATA-INCLUSAO
005810         END-IF
005820         IF WRK-OPR-DATA-ALTERACAO IS NOT NUMERIC
005830             MOVE ZEROS TO WRK-OPR-DATA-ALTERACAO
005840         END-IF
005850     END-IF.
005860 6000-EXIT.
005870     EXIT.
005880 6010-COMPARAR-OPERADOR.
005890     IF WRK-TAB-OPERADOR(WRK-IDX)(1:8) = WRK-ID-DIGITADO
005900         MOVE WRK-IDX TO WRK-IDX-ACHADO
005910     END-IF.
005920 6010-EXIT.
005930     EXIT.
005940******************************************************
005950*    6100-EXIBIR-OPERADOR - EXIBE O OPERADOR LOCALIZADO
005960******************************************************
005970 6100-EXIBIR-OPERADOR.
005980     PERFORM 6200-ROTULAR-SITUACAO THRU 6200-EXIT.
005990     DISPLAY 'OPERADOR............: ' WRK-OPR-ID.
006000     DISPLAY 'NOME................: ' WRK-OPR-NOME.
006010     DISPLAY 'NIVEL...............: ' WRK-OPR-NIVEL.
006020     DISPLAY 'SITUACAO............: ' WRK-ROTULO-SITUACAO.
006030     DISPLAY 'ULTIMA ALTERACAO....: ' WRK-OPR-DATA-ALTERACAO
006040         ' POR ' WRK-OPR-ALTERADO-POR.
006050 6100-EXIT.
006060     EXIT.
006070 6200-ROTULAR-SITUACAO.
006080     EVALUATE TRUE
006090         WHEN WRK-OPR-DESATIVADO
006100             MOVE 'DESATIVADO' TO WRK-ROTULO-SITUACAO
006110         WHEN WRK-OPR-BLOQUEADO
006120             MOVE 'BLOQUEADO' TO WRK-ROTULO-SITUACAO
006130         WHEN OTHER
006140             MOVE 'ATIVO' TO WRK-ROTULO-SITUACAO
006150     END-EVALUATE.
006160 6200-EXIT.
006170     EXIT.
006180******************************************************
006190*    7000-CALCULAR-PIN - VALOR DE CONFERENCIA DO PIN
006200*    DIGITADO (AUDENCAD SOBRE O ID E O PIN, COM A CHAVE
006210*    SECRETA), O MESMO CALCULADO PELO CPFMENU NO SIGN-ON
006220******************************************************
006230 7000-CALCULAR-PIN.
006240     MOVE WRK-ID-DIGITADO TO WRK-PMS-ID.
006250     MOVE WRK-PIN-DIGITADO TO WRK-PMS-PIN.
006260     MOVE WRK-PIN-MENSAGEM TO AE-REGISTRO.
006270     MOVE ZEROS TO AE-ENCADEAMENTO-ANTERIOR.
006280     CALL 'AUDENCAD' USING AE-PARM.
006290     MOVE AE-ENCADEAMENTO TO WRK-PIN-HASH-NOVO.
006300     MOVE SPACES TO WRK-PIN-DIGITADO.
006310     MOVE SPACES TO WRK-PMS-PIN.
006320 7000-EXIT.
006330     EXIT.

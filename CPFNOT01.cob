000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFNOT01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Condutor da cadeia
000050***   noturna do mascaramento. Executa em ordem os
000060***   passos CPFREC01 (recepcao), CPFLOTE (lote),
000070***   CPFCONC (conciliacao), CPFACK01 (confirmacoes de
000080***   carga), CPFHIS01 (tendencia) e AUDVER01
000081***   (verificacao da trilha de auditoria), conferindo
000090***   o RETURN-CODE de cada um, e interrompe a cadeia
000100***   no primeiro passo que falhar (RC 8 do CPFREC01,
000110***   do CPFCONC, do CPFACK01 e do AUDVER01, RC 12 do
000111***   CPFLOTE). O inicio, o fim e o RC de cada passo
000120***   ficam registrados no arquivo de controle CPFCTL,
000130***   de modo que uma nova execucao retoma o ciclo no
000140***   passo que falhou, sem repetir os passos ja
000150***   concluidos; com todos os passos concluidos, a
000160***   execucao seguinte abre um ciclo novo. Ao final
000170***   emite o resumo da manha (CPFNOTR), uma pagina
000180***   com a situacao dos passos e as linhas principais
000190***   do CPFRECR, do CPFCONR, das pendencias do CPFACKR,
000200***   dos alertas de tendencia do CPFHISR e do AUDVERR,
000210***   para o turno do dia ler um relatorio so em vez de
000211***   seis. A cadeia interrompida termina com o RC do
000220***   passo que falhou, para o scheduler segurar o
000230***   restante.
000250***   AUTOR: @PSAntunes
000260***   DATA : 15/10/2026
000270***
000280***   HISTORICO DE ALTERACOES
000290***   DATA       AUTOR  DESCRICAO
000300***   15/10/2026 PSA    CRIACAO DO CONDUTOR DA CADEIA
000310***                     NOTURNA COM RETOMADA POR PASSO
000320***                     E RESUMO DA MANHA
000321***   15/10/2026 PSA    INCLUIDO O PASSO 6, AUDVER01
000322***                     (VERIFICACAO DO ENCADEAMENTO DA
000323***                     TRILHA CPFAUD), AO FINAL DA CADEIA
000324***                     PARA NAO MUDAR A NUMERACAO DOS
000325***                     PASSOS NO CPFCTL; O RESUMO GANHA A
000326***                     SECAO DO AUDVERR
000327***   15/10/2026 PSA    EXECUCAO PARTICIONADA DO LOTE:
000328***                     COM QTD-PARTICOES DO CPFPARM A
000329***                     PARTIR DE 2, O PASSO 1 TAMBEM
00032A***                     REPARTE O CPFENT (CPFPAR01) E A
00032B***                     CADEIA PARA COM RC 4 AGUARDANDO
00032C***                     AS INSTANCIAS DO CPFLOTE; NA
00032D***                     EXECUCAO SEGUINTE O PASSO 2 E A
00032E***                     JUNCAO CPFJUN01
00032F***   15/10/2026 PSA    PASSO 2 GUARDA A GERACAO DOS
00032G***                     ARQUIVOS DE INTERFACE (CPFGER01)
00032H***                     DEPOIS DO LOTE OU DA JUNCAO; FALHA
00032I***                     DO ARQUIVAMENTO DEIXA O PASSO COM
00032J***                     RC 4, SEM REPETIR O LOTE
000330******************************************************
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CTL-CONTROLE ASSIGN TO "CPFCTL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WRK-FS-CONTROLE.
000430     SELECT NOT-RESUMO ASSIGN TO "CPFNOTR"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT REC-RELATORIO ASSIGN TO "CPFRECR"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WRK-FS-RELATORIO.
000480     SELECT CNC-RELATORIO ASSIGN TO "CPFCONR"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WRK-FS-RELATORIO.
000510     SELECT ACK-RELATORIO ASSIGN TO "CPFACKR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-FS-RELATORIO.
000540     SELECT HIS-RELATORIO ASSIGN TO "CPFHISR"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WRK-FS-RELATORIO.
000561     SELECT VER-RELATORIO ASSIGN TO "AUDVERR"
000562         ORGANIZATION IS LINE SEQUENTIAL
000563         FILE STATUS IS WRK-FS-RELATORIO.
000564     SELECT CPF-PARAMETROS ASSIGN TO "CPFPARM"
000565         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WRK-FS-PARAMETROS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CTL-CONTROLE.
000600 01  CTL-REGISTRO.
000610     05  CTL-DATA-CICLO         PIC 9(08).
000620     05  FILLER                 PIC X(01).
000630     05  CTL-PASSO              PIC 9(01).
000640     05  FILLER                 PIC X(01).
000650     05  CTL-PROGRAMA           PIC X(08).
000660     05  FILLER                 PIC X(01).
000670     05  CTL-SITUACAO           PIC X(01).
000680     05  FILLER                 PIC X(01).
000690     05  CTL-DATA-INICIO        PIC 9(08).
000700     05  FILLER                 PIC X(01).
000710     05  CTL-HORA-INICIO        PIC 9(06).
000720     05  FILLER                 PIC X(01).
000730     05  CTL-DATA-FIM           PIC 9(08).
000740     05  FILLER                 PIC X(01).
000750     05  CTL-HORA-FIM           PIC 9(06).
000760     05  FILLER                 PIC X(01).
000770     05  CTL-RC                 PIC 9(03).
000780 FD  NOT-RESUMO.
000790 01  RES-LINHA                  PIC X(90).
000800 FD  REC-RELATORIO.
000810 01  REC-LINHA                  PIC X(80).
000820 FD  CNC-RELATORIO.
000830 01  CNC-LINHA                  PIC X(80).
000840 FD  ACK-RELATORIO.
000850 01  ACK-LINHA                  PIC X(80).
000860 FD  HIS-RELATORIO.
000870 01  HIS-LINHA                  PIC X(90).
000871 FD  VER-RELATORIO.
000872 01  VER-LINHA                  PIC X(90).
000873 FD  CPF-PARAMETROS.
000874 01  PRM-REGISTRO.
000875     05  PRM-FREQ-CHECKPOINT    PIC 9(05).
000876     05  FILLER                 PIC X(01).
000877     05  PRM-LINHAS-PAGINA      PIC 9(03).
000878     05  FILLER                 PIC X(01).
000879     05  PRM-MODO-MASCARA       PIC X(01).
00087A     05  FILLER                 PIC X(01).
00087B     05  PRM-PCT-MAX-REJEITO    PIC 9(03).
00087C     05  FILLER                 PIC X(01).
00087D     05  PRM-DIAS-CONFIRMACAO   PIC 9(03).
00087E     05  FILLER                 PIC X(01).
00087F     05  PRM-QTD-RUNS-HIST      PIC 9(03).
00087G     05  FILLER                 PIC X(01).
00087H     05  PRM-QTD-PARTICOES      PIC 9(02).
000880 WORKING-STORAGE SECTION.
000890 77  WRK-FS-CONTROLE            PIC X(02)  VALUE SPACES.
000900     88  WRK-FS-CONTROLE-OK                VALUE '00'.
000910 77  WRK-FS-RELATORIO           PIC X(02)  VALUE SPACES.
000920     88  WRK-FS-RELATORIO-OK               VALUE '00'.
000921 77  WRK-FS-PARAMETROS          PIC X(02)  VALUE SPACES.
000922     88  WRK-FS-PARAMETROS-OK              VALUE '00'.
000930 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
000940     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
000950 77  WRK-CICLO-ABERTO           PIC X(01)  VALUE 'N'.
000960     88  WRK-CICLO-ABERTO-SIM              VALUE 'S'.
000970 77  WRK-CADEIA-INTERROMPIDA    PIC X(01)  VALUE 'N'.
000980     88  WRK-CADEIA-INTERROMPIDA-SIM       VALUE 'S'.
000981 77  WRK-CADEIA-AGUARDANDO      PIC X(01)  VALUE 'N'.
000982     88  WRK-CADEIA-AGUARDANDO-SIM         VALUE 'S'.
000983 77  WRK-QTD-PARTICOES          PIC 9(02)  COMP VALUE ZERO.
000984 77  WRK-RC-RECEPCAO            PIC 9(03)  VALUE ZERO.
000985 77  WRK-RC-LOTE                PIC 9(03)  VALUE ZERO.
000990 77  WRK-QTD-PASSOS             PIC 9(01)  COMP VALUE 6.
001000 77  WRK-IDX-PASSO              PIC 9(02)  COMP VALUE ZERO.
001010 77  WRK-PASSO-INICIAL          PIC 9(02)  COMP VALUE 1.
001020 77  WRK-PASSO-FALHA            PIC 9(02)  COMP VALUE ZERO.
001025 77  WRK-IDX-GRAVACAO           PIC 9(02)  COMP VALUE ZERO.
001030 77  WRK-RC-PASSO               PIC 9(03)  VALUE ZERO.
001040 77  WRK-RC-MAXIMO-ACEITO       PIC 9(03)  VALUE 4.
001050 77  WRK-DATA-CICLO             PIC 9(08)  VALUE ZEROS.
001060 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
001070 77  WRK-OPERADOR               PIC X(08)  VALUE 'NOTURNO '.
001080 77  WRK-QTD-LINHAS-LIDAS       PIC 9(05)  COMP VALUE ZERO.
001100 77  WRK-QTD-OCORRENCIAS        PIC 9(03)  COMP VALUE ZERO.
001110 77  WRK-QTD-ALERTAS            PIC 9(02)  COMP VALUE ZERO.
001120 77  WRK-IDX-ALERTA             PIC 9(02)  COMP VALUE ZERO.
001130 01  WRK-HORA-SISTEMA.
001140     05  WRK-HORA-HHMMSS        PIC 9(06).
001150     05  WRK-HORA-CENTESIMOS    PIC 9(02).
001160 01  WRK-LINHA-LIDA             PIC X(90)  VALUE SPACES.
001170 01  WRK-HIS-CABECALHO          PIC X(90)  VALUE SPACES.
001180 01  WRK-HIS-ULTIMA             PIC X(90)  VALUE SPACES.
001190 01  WRK-HIS-TOTAL-ALERTAS      PIC X(90)  VALUE SPACES.
001200 01  WRK-TABELA-ALERTAS.
001210     05  WRK-TAB-ALERTA         PIC X(90)  OCCURS 10 TIMES.
001220 01  WRK-NOMES-PROGRAMAS.
001230     05  FILLER                 PIC X(08)  VALUE 'CPFREC01'.
001240     05  FILLER                 PIC X(08)  VALUE 'CPFLOTE '.
001250     05  FILLER                 PIC X(08)  VALUE 'CPFCONC '.
001260     05  FILLER                 PIC X(08)  VALUE 'CPFACK01'.
001270     05  FILLER                 PIC X(08)  VALUE 'CPFHIS01'.
001271     05  FILLER                 PIC X(08)  VALUE 'AUDVER01'.
001280 01  WRK-TABELA-NOMES REDEFINES WRK-NOMES-PROGRAMAS.
001290     05  WRK-TAB-NOME           PIC X(08)  OCCURS 6 TIMES.
001300 01  WRK-TABELA-PASSOS.
001310     05  WRK-TAB-PASSO OCCURS 6 TIMES.
001320         10  WRK-TAB-PROGRAMA   PIC X(08).
001330         10  WRK-TAB-SITUACAO   PIC X(01).
001340             88  WRK-TAB-PENDENTE           VALUE ' '.
001350             88  WRK-TAB-EM-EXECUCAO        VALUE 'E'.
001360             88  WRK-TAB-CONCLUIDO          VALUE 'C'.
001370             88  WRK-TAB-FALHOU             VALUE 'F'.
001380             88  WRK-TAB-EXECUTADO          VALUES 'C' 'F'.
001390         10  WRK-TAB-DATA-INICIO PIC 9(08).
001400         10  WRK-TAB-HORA-INICIO PIC 9(06).
001410         10  WRK-TAB-DATA-FIM   PIC 9(08).
001420         10  WRK-TAB-HORA-FIM   PIC 9(06).
001430         10  WRK-TAB-RC         PIC 9(03).
001440 01  WRK-CABECALHO-1.
001450     05  FILLER                 PIC X(09)  VALUE 'CPFNOT01'.
001460     05  FILLER                 PIC X(08)  VALUE SPACES.
001470     05  FILLER                 PIC X(40)  VALUE
001480         'RESUMO DA CADEIA NOTURNA'.
001490 01  WRK-CABECALHO-2.
001500     05  FILLER                 PIC X(07)  VALUE 'CICLO: '.
001510     05  WRK-CAB2-CICLO         PIC 9(08).
001520     05  FILLER                 PIC X(11)  VALUE '  EMISSAO: '.
001530     05  WRK-CAB2-DATA          PIC 9(08).
001540     05  FILLER                 PIC X(01)  VALUE SPACES.
001550     05  WRK-CAB2-HORA          PIC 9(06).
001560 01  WRK-CABECALHO-3.
001570     05  FILLER                 PIC X(06)  VALUE 'PASSO'.
001580     05  FILLER                 PIC X(10)  VALUE 'PROGRAMA'.
001590     05  FILLER                 PIC X(17)  VALUE 'INICIO'.
001600     05  FILLER                 PIC X(17)  VALUE 'FIM'.
001610     05  FILLER                 PIC X(05)  VALUE 'RC'.
001620     05  FILLER                 PIC X(16)  VALUE 'SITUACAO'.
001630 01  WRK-CABECALHO-4.
001640     05  FILLER                 PIC X(76)  VALUE ALL '-'.
001650 01  WRK-DETALHE.
001660     05  WRK-DET-PASSO          PIC 9(01).
001670     05  FILLER                 PIC X(05)  VALUE SPACES.
001680     05  WRK-DET-PROGRAMA       PIC X(08).
001690     05  FILLER                 PIC X(02)  VALUE SPACES.
001700     05  WRK-DET-DATA-INICIO    PIC 9(08).
001710     05  FILLER                 PIC X(01)  VALUE SPACES.
001720     05  WRK-DET-HORA-INICIO    PIC 9(06).
001730     05  FILLER                 PIC X(02)  VALUE SPACES.
001740     05  WRK-DET-DATA-FIM       PIC 9(08).
001750     05  FILLER                 PIC X(01)  VALUE SPACES.
001760     05  WRK-DET-HORA-FIM       PIC 9(06).
001770     05  FILLER                 PIC X(02)  VALUE SPACES.
001780     05  WRK-DET-RC             PIC ZZ9.
001790     05  FILLER                 PIC X(02)  VALUE SPACES.
001800     05  WRK-DET-SITUACAO       PIC X(16).
001810 01  WRK-LINHA-SECAO.
001820     05  FILLER                 PIC X(04)  VALUE '>>> '.
001830     05  WRK-SEC-TEXTO          PIC X(60).
001840 01  WRK-LINHA-AVISO.
001850     05  FILLER                 PIC X(04)  VALUE SPACES.
001860     05  WRK-AVI-TEXTO          PIC X(60).
001870 01  WRK-LINHA-SITUACAO.
001880     05  FILLER                 PIC X(11)  VALUE 'SITUACAO..:'.
001890     05  FILLER                 PIC X(01)  VALUE SPACES.
001900     05  WRK-SIT-TEXTO          PIC X(40).
001910     05  WRK-SIT-PROGRAMA       PIC X(08).
001920 PROCEDURE DIVISION.
001930******************************************************
001940*    0000-MAINLINE - ROTINA PRINCIPAL DA CADEIA
001950******************************************************
001960 0000-MAINLINE.
001970     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001980     PERFORM 2000-EXECUTAR-PASSO THRU 2000-EXIT
001990         VARYING WRK-IDX-PASSO FROM WRK-PASSO-INICIAL BY 1
002000         UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS
002010             OR WRK-CADEIA-INTERROMPIDA-SIM
002011             OR WRK-CADEIA-AGUARDANDO-SIM.
002020     PERFORM 3000-EMITIR-RESUMO THRU 3000-EXIT.
002030     IF WRK-CADEIA-INTERROMPIDA-SIM
002040         DISPLAY 'CADEIA INTERROMPIDA NO PASSO '
002050             WRK-TAB-PROGRAMA(WRK-PASSO-FALHA)
002060             ' (RC=' WRK-TAB-RC(WRK-PASSO-FALHA) ')'
002070         MOVE WRK-TAB-RC(WRK-PASSO-FALHA) TO RETURN-CODE
002080     ELSE
002081         IF WRK-CADEIA-AGUARDANDO-SIM
002082             DISPLAY 'CADEIA AGUARDANDO AS ' WRK-QTD-PARTICOES
002083                 ' INSTANCIAS DO CPFLOTE - RETOMAR NO PASSO '
002084                 WRK-TAB-PROGRAMA(2)
002085             MOVE 4 TO RETURN-CODE
002086         ELSE
002090             DISPLAY 'CADEIA NOTURNA CONCLUIDA'
002100             MOVE ZERO TO RETURN-CODE
002101         END-IF
002110     END-IF.
002120     STOP RUN.
002130******************************************************
002140*    1000-INICIALIZAR - LE O CONTROLE DO CICLO (CPFCTL)
002150*    E DECIDE ENTRE RETOMAR O CICLO INTERROMPIDO NO
002160*    PASSO QUE FALHOU OU ABRIR UM CICLO NOVO
002170******************************************************
002180 1000-INICIALIZAR.
002190     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
002191     PERFORM 1050-LER-PARAMETROS THRU 1050-EXIT.
002200     PERFORM 1100-LER-CONTROLE THRU 1100-EXIT.
002210     MOVE ZERO TO WRK-PASSO-INICIAL.
002220     IF WRK-CICLO-ABERTO-SIM
002230         PERFORM 1200-PROCURAR-RETOMADA THRU 1200-EXIT
002240             VARYING WRK-IDX-PASSO FROM 1 BY 1
002250             UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS
002255                 OR WRK-PASSO-INICIAL > ZERO
002260     END-IF.
002270     IF WRK-CICLO-ABERTO-SIM
002280         DISPLAY 'RETOMADA DO CICLO DE ' WRK-DATA-CICLO
002290             ' NO PASSO ' WRK-TAB-PROGRAMA(WRK-PASSO-INICIAL)
002300         GO TO 1000-EXIT
002310     END-IF.
002320     MOVE 1 TO WRK-PASSO-INICIAL.
002325     MOVE WRK-DATA-HOJE TO WRK-DATA-CICLO.
002330     PERFORM 1300-ABRIR-CICLO THRU 1300-EXIT
002340         VARYING WRK-IDX-PASSO FROM 1 BY 1
002350         UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS.
002360     PERFORM 2100-GRAVAR-CONTROLE THRU 2100-EXIT.
002370     DISPLAY 'CICLO NOVO DA CADEIA NOTURNA - ' WRK-DATA-CICLO.
002380 1000-EXIT.
002390     EXIT.
002391******************************************************
002392*    1050-LER-PARAMETROS - COM QTD-PARTICOES DO CPFPARM
002393*    A PARTIR DE 2 O LOTE RODA PARTICIONADO: O PASSO 2
002394*    PASSA A SER A JUNCAO DAS PARTICOES (CPFJUN01)
002395******************************************************
002396 1050-LER-PARAMETROS.
002397     MOVE ZERO TO WRK-QTD-PARTICOES.
002398     OPEN INPUT CPF-PARAMETROS.
002399     IF NOT WRK-FS-PARAMETROS-OK
00239A         GO TO 1050-EXIT
00239B     END-IF.
00239C     READ CPF-PARAMETROS
00239D         AT END CONTINUE
00239E         NOT AT END
00239F             IF PRM-QTD-PARTICOES IS NUMERIC
00239G                 MOVE PRM-QTD-PARTICOES TO WRK-QTD-PARTICOES
00239H             END-IF
00239I     END-READ.
00239J     CLOSE CPF-PARAMETROS.
00239K     IF WRK-QTD-PARTICOES > 1
00239L         MOVE 'CPFJUN01' TO WRK-TAB-NOME(2)
00239M         DISPLAY 'LOTE PARTICIONADO EM ' WRK-QTD-PARTICOES
00239N             ' INSTANCIAS DO CPFLOTE'
00239O     END-IF.
00239P 1050-EXIT.
00239Q     EXIT.
002400******************************************************
002410*    1100-LER-CONTROLE - CARREGA NA TABELA A SITUACAO
002420*    DE CADA PASSO GRAVADA NO CPFCTL; O CICLO FICA
002430*    ABERTO (A RETOMAR) QUANDO ALGUM PASSO NAO ESTA
002440*    CONCLUIDO. ARQUIVO AUSENTE VALE COMO CICLO NOVO
002450******************************************************
002460 1100-LER-CONTROLE.
002470     MOVE 'N' TO WRK-CICLO-ABERTO.
002480     PERFORM 1300-ABRIR-CICLO THRU 1300-EXIT
002490         VARYING WRK-IDX-PASSO FROM 1 BY 1
002500         UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS.
002510     OPEN INPUT CTL-CONTROLE.
002520     IF NOT WRK-FS-CONTROLE-OK
002530         GO TO 1100-EXIT
002540     END-IF.
002550     MOVE 'N' TO WRK-FIM-ARQUIVO.
002560     PERFORM 1110-CARREGAR-PASSO THRU 1110-EXIT
002570         UNTIL WRK-FIM-ARQUIVO-SIM.
002580     CLOSE CTL-CONTROLE.
002590 1100-EXIT.
002600     EXIT.
002610 1110-CARREGAR-PASSO.
002620     READ CTL-CONTROLE
002630         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
002640         NOT AT END
002650             IF CTL-PASSO IS NUMERIC
002660                AND CTL-PASSO > ZERO
002670                AND CTL-PASSO <= WRK-QTD-PASSOS
002680                 MOVE CTL-PASSO TO WRK-IDX-PASSO
002690                 MOVE CTL-DATA-CICLO TO WRK-DATA-CICLO
002700                 MOVE CTL-SITUACAO
002710                     TO WRK-TAB-SITUACAO(WRK-IDX-PASSO)
002720                 MOVE CTL-DATA-INICIO
002730                     TO WRK-TAB-DATA-INICIO(WRK-IDX-PASSO)
002740                 MOVE CTL-HORA-INICIO
002750                     TO WRK-TAB-HORA-INICIO(WRK-IDX-PASSO)
002760                 MOVE CTL-DATA-FIM
002770                     TO WRK-TAB-DATA-FIM(WRK-IDX-PASSO)
002780                 MOVE CTL-HORA-FIM
002790                     TO WRK-TAB-HORA-FIM(WRK-IDX-PASSO)
002800                 MOVE CTL-RC TO WRK-TAB-RC(WRK-IDX-PASSO)
002810                 IF NOT WRK-TAB-CONCLUIDO(WRK-IDX-PASSO)
002820                     MOVE 'S' TO WRK-CICLO-ABERTO
002830                 END-IF
002840             END-IF
002850     END-READ.
002860 1110-EXIT.
002870     EXIT.
002880******************************************************
002890*    1200-PROCURAR-RETOMADA - O CICLO ABERTO E RETOMADO
002900*    NO 1o PASSO QUE NAO TERMINOU CONCLUIDO (FALHOU OU
002910*    CAIU NO MEIO DA EXECUCAO)
002920******************************************************
002930 1200-PROCURAR-RETOMADA.
002940     IF NOT WRK-TAB-CONCLUIDO(WRK-IDX-PASSO)
002950         MOVE WRK-IDX-PASSO TO WRK-PASSO-INICIAL
002960     END-IF.
003020 1200-EXIT.
003030     EXIT.
003040******************************************************
003050*    1300-ABRIR-CICLO - DEIXA 1 PASSO DA TABELA COMO
003060*    PENDENTE, SEM HORARIOS NEM RC
003070******************************************************
003080 1300-ABRIR-CICLO.
003090     MOVE WRK-TAB-NOME(WRK-IDX-PASSO)
003100         TO WRK-TAB-PROGRAMA(WRK-IDX-PASSO).
003110     MOVE SPACES TO WRK-TAB-SITUACAO(WRK-IDX-PASSO).
003120     MOVE ZEROS TO WRK-TAB-DATA-INICIO(WRK-IDX-PASSO).
003130     MOVE ZEROS TO WRK-TAB-HORA-INICIO(WRK-IDX-PASSO).
003140     MOVE ZEROS TO WRK-TAB-DATA-FIM(WRK-IDX-PASSO).
003150     MOVE ZEROS TO WRK-TAB-HORA-FIM(WRK-IDX-PASSO).
003160     MOVE ZEROS TO WRK-TAB-RC(WRK-IDX-PASSO).
003170 1300-EXIT.
003180     EXIT.
003190******************************************************
003200*    2000-EXECUTAR-PASSO - EXECUTA 1 PASSO DA CADEIA,
003210*    REGISTRANDO NO CPFCTL O INICIO (ANTES DA CHAMADA)
003220*    E O FIM COM O RC; RC ACIMA DO ACEITO INTERROMPE A
003230*    CADEIA NESTE PASSO
003240******************************************************
003250 2000-EXECUTAR-PASSO.
003260     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
003270     ACCEPT WRK-HORA-SISTEMA FROM TIME.
003280     MOVE 'E' TO WRK-TAB-SITUACAO(WRK-IDX-PASSO).
003290     MOVE WRK-DATA-HOJE TO WRK-TAB-DATA-INICIO(WRK-IDX-PASSO).
003300     MOVE WRK-HORA-HHMMSS TO WRK-TAB-HORA-INICIO(WRK-IDX-PASSO).
003310     MOVE ZEROS TO WRK-TAB-DATA-FIM(WRK-IDX-PASSO).
003320     MOVE ZEROS TO WRK-TAB-HORA-FIM(WRK-IDX-PASSO).
003330     MOVE ZEROS TO WRK-TAB-RC(WRK-IDX-PASSO).
003340     PERFORM 2100-GRAVAR-CONTROLE THRU 2100-EXIT.
003350     DISPLAY 'INICIO DO PASSO ' WRK-TAB-PROGRAMA(WRK-IDX-PASSO).
003360     MOVE ZERO TO RETURN-CODE.
003370     EVALUATE WRK-IDX-PASSO
003380         WHEN 1
003390             CALL 'CPFREC01'
003391             IF WRK-QTD-PARTICOES > 1
003392                 PERFORM 2050-PARTICIONAR-ENTRADA THRU 2050-EXIT
003393             END-IF
003394         WHEN 2
003395             IF WRK-QTD-PARTICOES > 1
003396                 CALL 'CPFJUN01'
003397             ELSE
003398                 CALL 'CPFLOTE' USING WRK-OPERADOR
003399             END-IF
00339A             PERFORM 2060-ARQUIVAR-GERACAO THRU 2060-EXIT
003420         WHEN 3
003430             CALL 'CPFCONC'
003440         WHEN 4
003450             CALL 'CPFACK01'
003460         WHEN 5
003470             CALL 'CPFHIS01'
003471         WHEN 6
003472             CALL 'AUDVER01'
003480     END-EVALUATE.
003490     MOVE RETURN-CODE TO WRK-RC-PASSO.
003500     MOVE ZERO TO RETURN-CODE.
003510     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
003520     ACCEPT WRK-HORA-SISTEMA FROM TIME.
003530     MOVE WRK-DATA-HOJE TO WRK-TAB-DATA-FIM(WRK-IDX-PASSO).
003540     MOVE WRK-HORA-HHMMSS TO WRK-TAB-HORA-FIM(WRK-IDX-PASSO).
003550     MOVE WRK-RC-PASSO TO WRK-TAB-RC(WRK-IDX-PASSO).
003560     IF WRK-RC-PASSO > WRK-RC-MAXIMO-ACEITO
003570         MOVE 'F' TO WRK-TAB-SITUACAO(WRK-IDX-PASSO)
003580         MOVE 'S' TO WRK-CADEIA-INTERROMPIDA
003590         MOVE WRK-IDX-PASSO TO WRK-PASSO-FALHA
003600     ELSE
003610         MOVE 'C' TO WRK-TAB-SITUACAO(WRK-IDX-PASSO)
003620     END-IF.
003630     PERFORM 2100-GRAVAR-CONTROLE THRU 2100-EXIT.
003640     DISPLAY 'FIM DO PASSO ' WRK-TAB-PROGRAMA(WRK-IDX-PASSO)
003650         ' - RC=' WRK-RC-PASSO.
003660 2000-EXIT.
003670     EXIT.
003671******************************************************
003672*    2050-PARTICIONAR-ENTRADA - COM A RECEPCAO ACEITA,
003673*    REPARTE O CPFENT NAS PARTICOES (CPFPAR01) E DEIXA
003674*    A CADEIA AGUARDANDO AS INSTANCIAS DO CPFLOTE; O
003675*    PASSO FICA COM O MAIOR RC DOS DOIS PROGRAMAS
003676******************************************************
003677 2050-PARTICIONAR-ENTRADA.
003678     MOVE RETURN-CODE TO WRK-RC-RECEPCAO.
003679     IF WRK-RC-RECEPCAO > WRK-RC-MAXIMO-ACEITO
00367A         GO TO 2050-EXIT
00367B     END-IF.
00367C     MOVE ZERO TO RETURN-CODE.
00367D     CALL 'CPFPAR01' USING WRK-OPERADOR.
00367E     IF RETURN-CODE < WRK-RC-RECEPCAO
00367F         MOVE WRK-RC-RECEPCAO TO RETURN-CODE
00367G     END-IF.
00367H     IF RETURN-CODE NOT > WRK-RC-MAXIMO-ACEITO
00367I         MOVE 'S' TO WRK-CADEIA-AGUARDANDO
00367J     END-IF.
00367K 2050-EXIT.
00367L     EXIT.
00367M******************************************************
00367N*    2060-ARQUIVAR-GERACAO - COM O LOTE ACEITO, GUARDA
00367O*    A GERACAO DO CPFSAI, CPFENT, CPFREJ E CPFDUPS NO
00367P*    CPFGER (CPFGER01); FALHA DO ARQUIVAMENTO E APENAS
00367Q*    AVISO (RC 4), POIS O LOTE JA FOI GRAVADO E O
00367R*    CPFGER01 PODE SER REPETIDO SOZINHO
00367S******************************************************
00367T 2060-ARQUIVAR-GERACAO.
00367U     MOVE RETURN-CODE TO WRK-RC-LOTE.
00367V     IF WRK-RC-LOTE > WRK-RC-MAXIMO-ACEITO
00367W         GO TO 2060-EXIT
00367X     END-IF.
00367Y     MOVE ZERO TO RETURN-CODE.
00367Z     CALL 'CPFGER01'.
003680     IF RETURN-CODE > WRK-RC-MAXIMO-ACEITO
003681         DISPLAY 'ARQUIVAMENTO DA GERACAO NAO REALIZADO - '
003682             'REPETIR O CPFGER01 ANTES DO PROXIMO CICLO'
003683         MOVE WRK-RC-MAXIMO-ACEITO TO RETURN-CODE
003684     END-IF.
003685     IF RETURN-CODE < WRK-RC-LOTE
003686         MOVE WRK-RC-LOTE TO RETURN-CODE
003687     END-IF.
003688 2060-EXIT.
003689     EXIT.
00368A******************************************************
003690*    2100-GRAVAR-CONTROLE - REGRAVA O CPFCTL COM A
003700*    SITUACAO ATUAL DE TODOS OS PASSOS DO CICLO
003710******************************************************
003720 2100-GRAVAR-CONTROLE.
003730     OPEN OUTPUT CTL-CONTROLE.
003740     PERFORM 2110-GRAVAR-PASSO THRU 2110-EXIT
003750         VARYING WRK-IDX-GRAVACAO FROM 1 BY 1
003760         UNTIL WRK-IDX-GRAVACAO > WRK-QTD-PASSOS.
003770     CLOSE CTL-CONTROLE.
003780 2100-EXIT.
003790     EXIT.
003800 2110-GRAVAR-PASSO.
003810     MOVE SPACES TO CTL-REGISTRO.
003820     MOVE WRK-DATA-CICLO TO CTL-DATA-CICLO.
003830     MOVE WRK-IDX-GRAVACAO TO CTL-PASSO.
003840     MOVE WRK-TAB-PROGRAMA(WRK-IDX-GRAVACAO) TO CTL-PROGRAMA.
003850     MOVE WRK-TAB-SITUACAO(WRK-IDX-GRAVACAO) TO CTL-SITUACAO.
003860     MOVE WRK-TAB-DATA-INICIO(WRK-IDX-GRAVACAO)
003870         TO CTL-DATA-INICIO.
003880     MOVE WRK-TAB-HORA-INICIO(WRK-IDX-GRAVACAO)
003890         TO CTL-HORA-INICIO.
003900     MOVE WRK-TAB-DATA-FIM(WRK-IDX-GRAVACAO) TO CTL-DATA-FIM.
003910     MOVE WRK-TAB-HORA-FIM(WRK-IDX-GRAVACAO) TO CTL-HORA-FIM.
003920     MOVE WRK-TAB-RC(WRK-IDX-GRAVACAO) TO CTL-RC.
003930     WRITE CTL-REGISTRO.
003940 2110-EXIT.
003950     EXIT.
003960******************************************************
003970*    3000-EMITIR-RESUMO - RESUMO DA MANHA (CPFNOTR): A
003980*    SITUACAO DE CADA PASSO DO CICLO E AS LINHAS
003990*    PRINCIPAIS DOS RELATORIOS DOS PASSOS EXECUTADOS
004000******************************************************
004010 3000-EMITIR-RESUMO.
004020     OPEN OUTPUT NOT-RESUMO.
004030     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
004040     ACCEPT WRK-HORA-SISTEMA FROM TIME.
004050     MOVE WRK-DATA-CICLO TO WRK-CAB2-CICLO.
004060     MOVE WRK-DATA-HOJE TO WRK-CAB2-DATA.
004070     MOVE WRK-HORA-HHMMSS TO WRK-CAB2-HORA.
004080     WRITE RES-LINHA FROM WRK-CABECALHO-1.
004090     WRITE RES-LINHA FROM WRK-CABECALHO-2.
004100     MOVE SPACES TO RES-LINHA.
004110     WRITE RES-LINHA.
004120     WRITE RES-LINHA FROM WRK-CABECALHO-3.
004130     WRITE RES-LINHA FROM WRK-CABECALHO-4.
004140     PERFORM 3100-IMPRIMIR-PASSO THRU 3100-EXIT
004150         VARYING WRK-IDX-PASSO FROM 1 BY 1
004160         UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS.
004170     PERFORM 3200-RESUMIR-RECEPCAO THRU 3200-EXIT.
004180     PERFORM 3300-RESUMIR-CONCILIACAO THRU 3300-EXIT.
004190     PERFORM 3400-RESUMIR-CONFIRMACOES THRU 3400-EXIT.
004200     PERFORM 3500-RESUMIR-TENDENCIA THRU 3500-EXIT.
004201     PERFORM 3600-RESUMIR-AUDITORIA THRU 3600-EXIT.
004210     MOVE SPACES TO RES-LINHA.
004220     WRITE RES-LINHA.
004230     WRITE RES-LINHA FROM WRK-CABECALHO-4.
004240     IF WRK-CADEIA-INTERROMPIDA-SIM
004250         MOVE 'CADEIA INTERROMPIDA - PASSO COM FALHA:'
004260             TO WRK-SIT-TEXTO
004270         MOVE WRK-TAB-PROGRAMA(WRK-PASSO-FALHA)
004280             TO WRK-SIT-PROGRAMA
004290     ELSE
004291         IF WRK-CADEIA-AGUARDANDO-SIM
004292             MOVE 'AGUARDANDO AS PARTICOES - RETOMAR EM:'
004293                 TO WRK-SIT-TEXTO
004294             MOVE WRK-TAB-PROGRAMA(2) TO WRK-SIT-PROGRAMA
004295         ELSE
004300             MOVE 'CADEIA NOTURNA CONCLUIDA' TO WRK-SIT-TEXTO
004310             MOVE SPACES TO WRK-SIT-PROGRAMA
004311         END-IF
004320     END-IF.
004330     WRITE RES-LINHA FROM WRK-LINHA-SITUACAO.
004340     CLOSE NOT-RESUMO.
004350     DISPLAY 'RESUMO DA CADEIA GRAVADO NO ARQUIVO CPFNOTR'.
004360 3000-EXIT.
004370     EXIT.
004380******************************************************
004390*    3100-IMPRIMIR-PASSO - LINHA DE SITUACAO DE 1 PASSO
004400******************************************************
004410 3100-IMPRIMIR-PASSO.
004420     MOVE WRK-IDX-PASSO TO WRK-DET-PASSO.
004430     MOVE WRK-TAB-PROGRAMA(WRK-IDX-PASSO) TO WRK-DET-PROGRAMA.
004440     MOVE WRK-TAB-DATA-INICIO(WRK-IDX-PASSO)
004450         TO WRK-DET-DATA-INICIO.
004460     MOVE WRK-TAB-HORA-INICIO(WRK-IDX-PASSO)
004470         TO WRK-DET-HORA-INICIO.
004480     MOVE WRK-TAB-DATA-FIM(WRK-IDX-PASSO) TO WRK-DET-DATA-FIM.
004490     MOVE WRK-TAB-HORA-FIM(WRK-IDX-PASSO) TO WRK-DET-HORA-FIM.
004500     MOVE WRK-TAB-RC(WRK-IDX-PASSO) TO WRK-DET-RC.
004510     EVALUATE TRUE
004520         WHEN WRK-TAB-CONCLUIDO(WRK-IDX-PASSO)
004530             MOVE 'CONCLUIDO' TO WRK-DET-SITUACAO
004540         WHEN WRK-TAB-FALHOU(WRK-IDX-PASSO)
004550             MOVE 'FALHOU' TO WRK-DET-SITUACAO
004560         WHEN WRK-TAB-EM-EXECUCAO(WRK-IDX-PASSO)
004570             MOVE 'INTERROMPIDO' TO WRK-DET-SITUACAO
004580         WHEN OTHER
004590             MOVE 'NAO EXECUTADO' TO WRK-DET-SITUACAO
004600     END-EVALUATE.
004610     WRITE RES-LINHA FROM WRK-DETALHE.
004620 3100-EXIT.
004630     EXIT.
004640******************************************************
004650*    3200-RESUMIR-RECEPCAO - COPIA DO CPFRECR AS LINHAS
004660*    DE ORIGEM, CONTAGENS, DIFERENCAS E SITUACAO
004670******************************************************
004680 3200-RESUMIR-RECEPCAO.
004690     MOVE 'RECEPCAO DA TRANSMISSAO (CPFRECR)' TO WRK-SEC-TEXTO.
004700     MOVE 1 TO WRK-IDX-PASSO.
004710     PERFORM 3900-ABRIR-SECAO THRU 3900-EXIT.
004720     IF NOT WRK-TAB-EXECUTADO(1)
004730         GO TO 3200-EXIT
004740     END-IF.
004750     OPEN INPUT REC-RELATORIO.
004760     IF NOT WRK-FS-RELATORIO-OK
004770         PERFORM 3950-RELATORIO-AUSENTE THRU 3950-EXIT
004780         GO TO 3200-EXIT
004790     END-IF.
004800     MOVE 'N' TO WRK-FIM-ARQUIVO.
004810     MOVE ZERO TO WRK-QTD-LINHAS-LIDAS.
004820     PERFORM 3210-COPIAR-RECEPCAO THRU 3210-EXIT
004830         UNTIL WRK-FIM-ARQUIVO-SIM.
004840     CLOSE REC-RELATORIO.
004850 3200-EXIT.
004860     EXIT.
004870 3210-COPIAR-RECEPCAO.
004880     READ REC-RELATORIO
004890         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
004900         NOT AT END
004910             MOVE REC-LINHA TO WRK-LINHA-LIDA
004920             PERFORM 3800-COPIAR-LINHA THRU 3800-EXIT
004930     END-READ.
004940 3210-EXIT.
004950     EXIT.
004960******************************************************
004970*    3300-RESUMIR-CONCILIACAO - COPIA DO CPFCONR AS
004980*    CONTAGENS, AS DIFERENCAS E A SITUACAO DA
004990*    CONCILIACAO
005000******************************************************
005010 3300-RESUMIR-CONCILIACAO.
005020     MOVE 'CONCILIACAO DO LOTE (CPFCONR)' TO WRK-SEC-TEXTO.
005030     MOVE 3 TO WRK-IDX-PASSO.
005040     PERFORM 3900-ABRIR-SECAO THRU 3900-EXIT.
005050     IF NOT WRK-TAB-EXECUTADO(3)
005060         GO TO 3300-EXIT
005070     END-IF.
005080     OPEN INPUT CNC-RELATORIO.
005090     IF NOT WRK-FS-RELATORIO-OK
005100         PERFORM 3950-RELATORIO-AUSENTE THRU 3950-EXIT
005110         GO TO 3300-EXIT
005120     END-IF.
005130     MOVE 'N' TO WRK-FIM-ARQUIVO.
005140     MOVE ZERO TO WRK-QTD-LINHAS-LIDAS.
005150     PERFORM 3310-COPIAR-CONCILIACAO THRU 3310-EXIT
005160         UNTIL WRK-FIM-ARQUIVO-SIM.
005170     CLOSE CNC-RELATORIO.
005180 3300-EXIT.
005190     EXIT.
005200 3310-COPIAR-CONCILIACAO.
005210     READ CNC-RELATORIO
005220         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
005230         NOT AT END
005240             MOVE CNC-LINHA TO WRK-LINHA-LIDA
005250             PERFORM 3800-COPIAR-LINHA THRU 3800-EXIT
005260     END-READ.
005270 3310-EXIT.
005280     EXIT.
005290******************************************************
005300*    3400-RESUMIR-CONFIRMACOES - COPIA DO CPFACKR SO AS
005310*    TRANSMISSOES PENDENTES E PENDENTES VENCIDAS (COM
005320*    O CABECALHO DAS COLUNAS E OS TOTAIS DE PENDENCIA)
005330******************************************************
005340 3400-RESUMIR-CONFIRMACOES.
005350     MOVE 'CONFIRMACOES DE CARGA PENDENTES (CPFACKR)'
005360         TO WRK-SEC-TEXTO.
005370     MOVE 4 TO WRK-IDX-PASSO.
005380     PERFORM 3900-ABRIR-SECAO THRU 3900-EXIT.
005390     IF NOT WRK-TAB-EXECUTADO(4)
005400         GO TO 3400-EXIT
005410     END-IF.
005420     OPEN INPUT ACK-RELATORIO.
005430     IF NOT WRK-FS-RELATORIO-OK
005440         PERFORM 3950-RELATORIO-AUSENTE THRU 3950-EXIT
005450         GO TO 3400-EXIT
005460     END-IF.
005470     MOVE 'N' TO WRK-FIM-ARQUIVO.
005480     PERFORM 3410-COPIAR-PENDENCIA THRU 3410-EXIT
005490         UNTIL WRK-FIM-ARQUIVO-SIM.
005500     CLOSE ACK-RELATORIO.
005510 3400-EXIT.
005520     EXIT.
005530 3410-COPIAR-PENDENCIA.
005540     READ ACK-RELATORIO
005550         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
005560         NOT AT END
005570             MOVE ACK-LINHA TO WRK-LINHA-LIDA
005580             MOVE ZERO TO WRK-QTD-OCORRENCIAS
005590             INSPECT WRK-LINHA-LIDA TALLYING WRK-QTD-OCORRENCIAS
005600                 FOR ALL 'PENDENTE' ALL 'DATA ENVIO'
005610             IF WRK-QTD-OCORRENCIAS > ZERO
005620                 WRITE RES-LINHA FROM WRK-LINHA-LIDA
005630             END-IF
005640     END-READ.
005650 3410-EXIT.
005660     EXIT.
005670******************************************************
005680*    3500-RESUMIR-TENDENCIA - DO CPFHISR, A LINHA DA
005690*    EXECUCAO MAIS RECENTE COM OS ALERTAS DE LIMITE E
005700*    DE TENDENCIA QUE ELA GEROU, E O TOTAL DE ALERTAS
005710*    DO PERIODO
005720******************************************************
005730 3500-RESUMIR-TENDENCIA.
005740     MOVE 'ALERTAS DE TENDENCIA DO LOTE (CPFHISR)'
005750         TO WRK-SEC-TEXTO.
005760     MOVE 5 TO WRK-IDX-PASSO.
005770     PERFORM 3900-ABRIR-SECAO THRU 3900-EXIT.
005780     IF NOT WRK-TAB-EXECUTADO(5)
005790         GO TO 3500-EXIT
005800     END-IF.
005810     OPEN INPUT HIS-RELATORIO.
005820     IF NOT WRK-FS-RELATORIO-OK
005830         PERFORM 3950-RELATORIO-AUSENTE THRU 3950-EXIT
005840         GO TO 3500-EXIT
005850     END-IF.
005860     MOVE 'N' TO WRK-FIM-ARQUIVO.
005870     MOVE ZERO TO WRK-QTD-ALERTAS.
005880     MOVE SPACES TO WRK-HIS-CABECALHO WRK-HIS-ULTIMA
005890         WRK-HIS-TOTAL-ALERTAS.
005900     PERFORM 3510-SEPARAR-TENDENCIA THRU 3510-EXIT
005910         UNTIL WRK-FIM-ARQUIVO-SIM.
005920     CLOSE HIS-RELATORIO.
005930     IF WRK-HIS-ULTIMA = SPACES
005940         MOVE 'NENHUMA EXECUCAO NO HISTORICO' TO WRK-AVI-TEXTO
005950         WRITE RES-LINHA FROM WRK-LINHA-AVISO
005960         GO TO 3500-EXIT
005970     END-IF.
005980     WRITE RES-LINHA FROM WRK-HIS-CABECALHO.
005990     WRITE RES-LINHA FROM WRK-HIS-ULTIMA.
006000     IF WRK-QTD-ALERTAS = ZERO
006010         MOVE 'NENHUM ALERTA NA ULTIMA EXECUCAO' TO WRK-AVI-TEXTO
006020         WRITE RES-LINHA FROM WRK-LINHA-AVISO
006030     ELSE
006040         PERFORM 3520-IMPRIMIR-ALERTA THRU 3520-EXIT
006050             VARYING WRK-IDX-ALERTA FROM 1 BY 1
006060             UNTIL WRK-IDX-ALERTA > WRK-QTD-ALERTAS
006070     END-IF.
006080     IF WRK-HIS-TOTAL-ALERTAS NOT = SPACES
006090         WRITE RES-LINHA FROM WRK-HIS-TOTAL-ALERTAS
006100     END-IF.
006110 3500-EXIT.
006120     EXIT.
006130******************************************************
006140*    3510-SEPARAR-TENDENCIA - CLASSIFICA 1 LINHA DO
006150*    CPFHISR: CABECALHO DAS COLUNAS, LINHA DE EXECUCAO
006160*    (DATA DD/MM/AAAA NO INICIO, ZERA OS ALERTAS
006170*    GUARDADOS), ALERTA OU TOTAL DE ALERTAS
006180******************************************************
006190 3510-SEPARAR-TENDENCIA.
006200     READ HIS-RELATORIO
006210         AT END
006220             MOVE 'S' TO WRK-FIM-ARQUIVO
006230             GO TO 3510-EXIT
006240     END-READ.
006250     MOVE HIS-LINHA TO WRK-LINHA-LIDA.
006260     EVALUATE TRUE
006270         WHEN WRK-LINHA-LIDA(1:8) = 'DATA    '
006280             MOVE WRK-LINHA-LIDA TO WRK-HIS-CABECALHO
006290         WHEN WRK-LINHA-LIDA(3:1) = '/'
006300          AND WRK-LINHA-LIDA(6:1) = '/'
006310             MOVE WRK-LINHA-LIDA TO WRK-HIS-ULTIMA
006320             MOVE ZERO TO WRK-QTD-ALERTAS
006330         WHEN WRK-LINHA-LIDA(1:4) = '*** '
006340             IF WRK-QTD-ALERTAS < 10
006350                 ADD 1 TO WRK-QTD-ALERTAS
006360                 MOVE WRK-LINHA-LIDA
006370                     TO WRK-TAB-ALERTA(WRK-QTD-ALERTAS)
006380             END-IF
006390         WHEN WRK-LINHA-LIDA(1:16) = 'ALERTAS EMITIDOS'
006400             MOVE WRK-LINHA-LIDA TO WRK-HIS-TOTAL-ALERTAS
006410         WHEN OTHER
006420             CONTINUE
006430     END-EVALUATE.
006440 3510-EXIT.
006450     EXIT.
006460 3520-IMPRIMIR-ALERTA.
006470     WRITE RES-LINHA FROM WRK-TAB-ALERTA(WRK-IDX-ALERTA).
006480 3520-EXIT.
006490     EXIT.
006491******************************************************
006492*    3600-RESUMIR-AUDITORIA - COPIA DO AUDVERR AS
006493*    QUEBRAS DA CADEIA ENCONTRADAS, OS TOTAIS DE
006494*    REGISTROS E DE QUEBRAS, OS AVISOS E A SITUACAO
006495******************************************************
006496 3600-RESUMIR-AUDITORIA.
006497     MOVE 'VERIFICACAO DA TRILHA DE AUDITORIA (AUDVERR)'
006498         TO WRK-SEC-TEXTO.
006499     MOVE 6 TO WRK-IDX-PASSO.
00649A     PERFORM 3900-ABRIR-SECAO THRU 3900-EXIT.
00649B     IF NOT WRK-TAB-EXECUTADO(6)
00649C         GO TO 3600-EXIT
00649D     END-IF.
00649E     OPEN INPUT VER-RELATORIO.
00649F     IF NOT WRK-FS-RELATORIO-OK
00649G         PERFORM 3950-RELATORIO-AUSENTE THRU 3950-EXIT
00649H         GO TO 3600-EXIT
00649I     END-IF.
00649J     MOVE 'N' TO WRK-FIM-ARQUIVO.
00649K     PERFORM 3610-COPIAR-VERIFICACAO THRU 3610-EXIT
00649L         UNTIL WRK-FIM-ARQUIVO-SIM.
00649M     CLOSE VER-RELATORIO.
00649N 3600-EXIT.
00649O     EXIT.
00649P 3610-COPIAR-VERIFICACAO.
00649Q     READ VER-RELATORIO
00649R         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
00649S         NOT AT END
00649T             MOVE VER-LINHA TO WRK-LINHA-LIDA
00649U             MOVE ZERO TO WRK-QTD-OCORRENCIAS
00649V             INSPECT WRK-LINHA-LIDA TALLYING WRK-QTD-OCORRENCIAS
00649W                 FOR ALL 'QUEBRA' ALL 'REGISTROS NO'
00649X                     ALL 'SITUACAO' ALL '*** '
00649Y             IF WRK-QTD-OCORRENCIAS > ZERO
00649Z                 WRITE RES-LINHA FROM WRK-LINHA-LIDA
0064A0             END-IF
0064A1     END-READ.
0064A2 3610-EXIT.
0064A3     EXIT.
006500******************************************************
006510*    3800-COPIAR-LINHA - COPIA 1 LINHA DE RELATORIO DE
006520*    PASSO PARA O RESUMO, DESPREZANDO O TITULO (1a
006530*    LINHA), AS LINHAS EM BRANCO E OS TRACEJADOS
006540******************************************************
006550 3800-COPIAR-LINHA.
006560     ADD 1 TO WRK-QTD-LINHAS-LIDAS.
006570     IF WRK-QTD-LINHAS-LIDAS = 1
006580        OR WRK-LINHA-LIDA = SPACES
006590        OR WRK-LINHA-LIDA(1:5) = '-----'
006600         GO TO 3800-EXIT
006610     END-IF.
006620     WRITE RES-LINHA FROM WRK-LINHA-LIDA.
006630 3800-EXIT.
006640     EXIT.
006650******************************************************
006660*    3900-ABRIR-SECAO - TITULO DE 1 SECAO DO RESUMO;
006670*    PASSO NAO EXECUTADO NO CICLO NAO TEM RELATORIO
006680*    VALIDO E FICA SO COM O AVISO
006690******************************************************
006700 3900-ABRIR-SECAO.
006710     MOVE SPACES TO RES-LINHA.
006720     WRITE RES-LINHA.
006730     WRITE RES-LINHA FROM WRK-LINHA-SECAO.
006740     IF NOT WRK-TAB-EXECUTADO(WRK-IDX-PASSO)
006750         MOVE 'PASSO NAO EXECUTADO NESTE CICLO' TO WRK-AVI-TEXTO
006760         WRITE RES-LINHA FROM WRK-LINHA-AVISO
006770     END-IF.
006780 3900-EXIT.
006790     EXIT.
006800******************************************************
006810*    3950-RELATORIO-AUSENTE - AVISO DE RELATORIO DO
006820*    PASSO NAO ENCONTRADO
006830******************************************************
006840 3950-RELATORIO-AUSENTE.
006850     MOVE 'RELATORIO DO PASSO NAO ENCONTRADO' TO WRK-AVI-TEXTO.
006860     WRITE RES-LINHA FROM WRK-LINHA-AVISO.
006870 3950-EXIT.
006880     EXIT.

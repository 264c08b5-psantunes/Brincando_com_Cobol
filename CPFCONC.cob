00034F***                     ARQUIVO VALE A PERGUNTA
00034G***                     INTERATIVA, E EM AMBOS OS CASOS
00034H***                     BRANCO VALE A DATA DO SISTEMA
00034I***   15/10/2026 PSA    RESULTADO DA CONCILIACAO PASSA A
00034J***                     SER GRAVADO TAMBEM NO RELATORIO
00034K***                     CPFCONR (TOTAIS, DIFERENCAS E
00034L***                     SITUACAO), LIDO PELO RESUMO DA
00034M***                     CADEIA NOTURNA (CPFNOT01)
00034N***   15/10/2026 PSA    CPFENT, CPFREJ E CPFDUPS PASSAM A
00034O***                     TRAZER A ORIGEM DE CADA REGISTRO
00034P***                     (RECEPCAO DE VARIAS ORIGENS NO
00034Q***                     CPFREC01): O BALANCEAMENTO PASSA
00034R***                     A SER CONFERIDO TAMBEM POR
00034S***                     ORIGEM, COM A ORIGEM DE CADA
00034T***                     DETALHE DO CPFSAI OBTIDA PELA SUA
00034U***                     SEQUENCIA NO CPFENT, E O CPFCONR
00034V***                     GANHA O QUADRO POR ORIGEM
00034W***   15/10/2026 PSA    LOG-REGISTRO DO CPFAUD AMPLIADO
00034X***                     COM O VALOR DE ENCADEAMENTO; O
00034Y***                     PONTO DE QUEBRA ASSINADO (STATUS
00034Z***                     Q) GRAVADO NA PODA DO REINICIO DO
000350***                     CPFLOTE NAO ENTRA NA CONTAGEM
000352***   15/10/2026 PSA    REJ-ORIGEM DO CPFREJ PASSA A SER
000354***                     LIDA NO BYTE 28, POSICAO EM QUE
000356***                     O CPFLOTE E O CPFJUN01 A GRAVAM
000358******************************************************
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000510     SELECT AUDITORIA-LOG ASSIGN TO "CPFAUD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WRK-FS-AUDITORIA.
000532     SELECT CNC-RELATORIO ASSIGN TO "CPFCONR"
000534         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CPF-ENTRADA.
000570 01  ENT-REGISTRO.
000571     05  ENT-TIPO-DOC           PIC X(01).
000572     05  ENT-DOCUMENTO          PIC X(14).
000573     05  ENT-ORIGEM             PIC X(08).
000580 FD  CPF-SAIDA.
000590 01  SAI-REGISTRO               PIC X(80).
000600 FD  CPF-REJEITOS.
000603 01  REJ-REGISTRO.
000605     05  REJ-SEQUENCIA          PIC 9(07).
000607     05  FILLER                 PIC X(20).
000609     05  REJ-ORIGEM             PIC X(08).
000611 FD  CPF-DUPLICADOS.
000612 01  DPS-REGISTRO.
000613     05  DPS-SEQ-PRIMEIRO       PIC 9(07).
000614     05  FILLER                 PIC X(25).
000615     05  DPS-ORIGEM             PIC X(08).
000616 FD  CNC-PARAMETROS.
000617 01  PRM-REGISTRO.
000618     05  PRM-DATA-REF           PIC X(08).
000680     05  LOG-JOB                PIC X(08).
000690     05  FILLER                 PIC X(01).
000700     05  LOG-STATUS             PIC X(01).
000710     05  FILLER                 PIC X(51).
000712 FD  CNC-RELATORIO.
000714 01  RPT-LINHA                  PIC X(80).
000720 WORKING-STORAGE SECTION.
000730 01  WRK-SAI-AREA.
000740     05  WRK-SAI-TIPO           PIC X(01).
001060     88  WRK-TRAILER-PRESENTE-SIM          VALUE 'S'.
001070 77  WRK-DESBALANCEADO          PIC X(01)  VALUE 'N'.
001080     88  WRK-DESBALANCEADO-SIM             VALUE 'S'.
001081 77  WRK-QTD-ORIGENS            PIC 9(02)  COMP VALUE ZERO.
001082 77  WRK-MAX-ORIGENS            PIC 9(02)  COMP VALUE 20.
001083 77  WRK-IDX-ORIGEM             PIC 9(02)  COMP VALUE ZERO.
001084 77  WRK-IDX-PESQUISA           PIC 9(02)  COMP VALUE ZERO.
001085 77  WRK-ORIGEM-PROCURADA       PIC X(08)  VALUE SPACES.
001086 77  WRK-QTD-FAIXAS             PIC 9(03)  COMP VALUE ZERO.
001087 77  WRK-MAX-FAIXAS             PIC 9(03)  COMP VALUE 50.
001088 77  WRK-IDX-FAIXA              PIC 9(03)  COMP VALUE ZERO.
001089 77  WRK-IDX-FAIXA-ACHADA       PIC 9(03)  COMP VALUE ZERO.
00108M 77  WRK-FAIXAS-ESGOTADAS       PIC X(01)  VALUE 'N'.
00108N     88  WRK-FAIXAS-ESGOTADAS-SIM          VALUE 'S'.
00108O 77  WRK-QTD-ORG-DESTINO        PIC 9(07)  COMP VALUE ZERO.
00108P 77  WRK-SEQ-DETALHE            PIC 9(07)  COMP VALUE ZERO.
00108Q 01  WRK-TABELA-ORIGENS.
00108R     05  WRK-TAB-ORIGEM OCCURS 20 TIMES.
00108S         10  WRK-ORG-CODIGO     PIC X(08).
00108T         10  WRK-ORG-ENTRADA    PIC 9(07)  COMP.
00108U         10  WRK-ORG-MASCARADOS PIC 9(07)  COMP.
00108V         10  WRK-ORG-REJEITADOS PIC 9(07)  COMP.
00108W         10  WRK-ORG-DUPLICADOS PIC 9(07)  COMP.
00108X 01  WRK-TABELA-FAIXAS.
00108Y     05  WRK-TAB-FAIXA OCCURS 50 TIMES.
00108Z         10  WRK-FXA-IDX-ORIGEM PIC 9(02)  COMP.
0010G1         10  WRK-FXA-SEQ-INICIAL PIC 9(07) COMP.
0010G2         10  WRK-FXA-SEQ-FINAL  PIC 9(07)  COMP.
0010H1 01  WRK-CABECALHO-1.
0010H2     05  FILLER                 PIC X(09)  VALUE 'CPFCONC'.
0010H3     05  FILLER                 PIC X(08)  VALUE SPACES.
0010H4     05  FILLER                 PIC X(38)  VALUE
0010H5         'CONCILIACAO DO LOTE DE MASCARAMENTO'.
0010H6 01  WRK-CABECALHO-2.
0010H7     05  FILLER                 PIC X(20)  VALUE
0010H8         'DATA DE REFERENCIA: '.
0010H9     05  WRK-CAB2-DATA          PIC 9(08).
0010HD 01  WRK-CABECALHO-4.
0010HI     05  FILLER                 PIC X(57)  VALUE ALL '-'.
0010HN 01  WRK-LINHA-TOTAL.
0010HS     05  WRK-TOT-ROTULO         PIC X(32).
0010HX     05  WRK-TOT-VALOR          PIC ZZZZZZ9.
0010I2 01  WRK-LINHA-ERRO.
0010I7     05  FILLER                 PIC X(04)  VALUE '*** '.
0010IC     05  WRK-ERR-TEXTO          PIC X(72).
0010IH 01  WRK-LINHA-SITUACAO.
0010IM     05  FILLER                 PIC X(11)  VALUE 'SITUACAO..:'.
0010IR     05  FILLER                 PIC X(01)  VALUE SPACES.
0010IW     05  WRK-SIT-TEXTO          PIC X(44).
0010J1 01  WRK-CABECALHO-ORIGEM.
0010J2     05  FILLER                 PIC X(57)  VALUE
0010J3         'ORIGEM    ENTRADA MASCARADOS REJEITADOS DUPLICADOS SIT'.
0010J4 01  WRK-LINHA-ORIGEM.
0010J5     05  WRK-ORI-CODIGO         PIC X(08).
0010J6     05  FILLER                 PIC X(02)  VALUE SPACES.
0010J7     05  WRK-ORI-ENTRADA        PIC ZZZZZZ9.
0010J8     05  FILLER                 PIC X(04)  VALUE SPACES.
0010J9     05  WRK-ORI-MASCARADOS     PIC ZZZZZZ9.
0010JA     05  FILLER                 PIC X(04)  VALUE SPACES.
0010JB     05  WRK-ORI-REJEITADOS     PIC ZZZZZZ9.
0010JC     05  FILLER                 PIC X(04)  VALUE SPACES.
0010JD     05  WRK-ORI-DUPLICADOS     PIC ZZZZZZ9.
0010JE     05  FILLER                 PIC X(01)  VALUE SPACES.
0010JF     05  WRK-ORI-SITUACAO       PIC X(09).
0010RP PROCEDURE DIVISION.
001100******************************************************
001110*    0000-MAINLINE - ROTINA PRINCIPAL DA CONCILIACAO
001120******************************************************
001560         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
001570         NOT AT END ADD 1 TO WRK-QTD-ENTRADA
001580     END-READ.
001581     IF WRK-FIM-ARQUIVO-SIM
001582         GO TO 2100-EXIT
001583     END-IF.
001584     MOVE ENT-ORIGEM TO WRK-ORIGEM-PROCURADA.
001585     PERFORM 8000-LOCALIZAR-ORIGEM THRU 8000-EXIT.
001586     IF WRK-IDX-ORIGEM = ZERO
001587         GO TO 2100-EXIT
001588     END-IF.
001589     ADD 1 TO WRK-ORG-ENTRADA (WRK-IDX-ORIGEM).
00158A     IF WRK-QTD-FAIXAS > ZERO
00158B         IF WRK-FXA-IDX-ORIGEM (WRK-QTD-FAIXAS) = WRK-IDX-ORIGEM
00158C             MOVE WRK-QTD-ENTRADA
00158D                 TO WRK-FXA-SEQ-FINAL (WRK-QTD-FAIXAS)
00158E             GO TO 2100-EXIT
00158F         END-IF
00158G     END-IF.
00158H     IF WRK-QTD-FAIXAS NOT < WRK-MAX-FAIXAS
00158I         MOVE 'S' TO WRK-FAIXAS-ESGOTADAS
00158J         GO TO 2100-EXIT
00158K     END-IF.
00158L     ADD 1 TO WRK-QTD-FAIXAS.
00158M     MOVE WRK-IDX-ORIGEM TO WRK-FXA-IDX-ORIGEM (WRK-QTD-FAIXAS).
00158N     MOVE WRK-QTD-ENTRADA TO WRK-FXA-SEQ-INICIAL (WRK-QTD-FAIXAS).
00158O     MOVE WRK-QTD-ENTRADA TO WRK-FXA-SEQ-FINAL (WRK-QTD-FAIXAS).
001590 2100-EXIT.
001600     EXIT.
001610******************************************************
001850                     IF WRK-DET-SEQUENCIA IS NUMERIC
001860                         ADD WRK-DET-SEQUENCIA
001870                             TO WRK-SOMA-DETALHE
001872                         MOVE WRK-DET-SEQUENCIA
001874                             TO WRK-SEQ-DETALHE
001876                         PERFORM 8100-LOCALIZAR-FAIXA
001878                             THRU 8100-EXIT
001880                     END-IF
001890                 WHEN 'T'
001900                     MOVE 'S' TO WRK-TRAILER-PRESENTE
002230         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
002240         NOT AT END ADD 1 TO WRK-QTD-REJEITADOS
002250     END-READ.
002252     IF WRK-FIM-ARQUIVO-SIM
002254         GO TO 4100-EXIT
002256     END-IF.
002258     MOVE REJ-ORIGEM TO WRK-ORIGEM-PROCURADA.
00225A     PERFORM 8000-LOCALIZAR-ORIGEM THRU 8000-EXIT.
00225B     IF WRK-IDX-ORIGEM > ZERO
00225C         ADD 1 TO WRK-ORG-REJEITADOS (WRK-IDX-ORIGEM)
00225D     END-IF.
002260 4100-EXIT.
002270     EXIT.
002271******************************************************
00227J         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
00227K         NOT AT END ADD 1 TO WRK-QTD-DUPLICADOS
00227L     END-READ.
00227M     IF WRK-FIM-ARQUIVO-SIM
00227O         GO TO 4600-EXIT
00227P     END-IF.
00227Q     MOVE DPS-ORIGEM TO WRK-ORIGEM-PROCURADA.
00227S     PERFORM 8000-LOCALIZAR-ORIGEM THRU 8000-EXIT.
00227T     IF WRK-IDX-ORIGEM > ZERO
00227U         ADD 1 TO WRK-ORG-DUPLICADOS (WRK-IDX-ORIGEM)
00227W     END-IF.
00227X 4600-EXIT.
00227Y     EXIT.
002280******************************************************
002290*    5000-CONTAR-AUDITORIA - CONTA AS TRANSACOES DO
002300*    JOB CPFLOTE GRAVADAS NA TRILHA DE AUDITORIA NA
002480         NOT AT END
002490             IF LOG-JOB = 'CPFLOTE '
002500                AND LOG-DATA = WRK-DATA-REF-NUM
002501               AND LOG-STATUS NOT = 'Q'
002510                 ADD 1 TO WRK-QTD-AUDITORIA
002520             END-IF
002530     END-READ.
002550     EXIT.
002560******************************************************
002570*    6000-CONFERIR-TOTAIS - CONFERE O BALANCEAMENTO E
002580*    EXIBE AS DIFERENCAS ENCONTRADAS NO CONSOLE E NO
002585*    RELATORIO CPFCONR
002590******************************************************
002600 6000-CONFERIR-TOTAIS.
002602     PERFORM 7000-INICIAR-RELATORIO THRU 7000-EXIT.
002610     DISPLAY 'CONCILIACAO DO LOTE - DATA ' WRK-DATA-REF-NUM.
002620     DISPLAY 'REGISTROS DE ENTRADA (CPFENT): '
002630         WRK-QTD-ENTRADA.
002750             ') NAO CONFERE COM MASCARADOS + REJEITADOS '
002755             '+ DUPLICADOS ('
002760             WRK-QTD-SAI-MAIS-REJ ') ***'
002762         MOVE 'ENTRADA NAO CONFERE COM MASC.+REJ.+DUPLICADOS'
002764             TO WRK-ERR-TEXTO
002766         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
002770     END-IF.
002780     IF WRK-QTD-AUDITORIA NOT = WRK-QTD-ENTRADA
002790         MOVE 'S' TO WRK-DESBALANCEADO
002810             WRK-QTD-AUDITORIA
002820             ') NAO CONFERE COM A ENTRADA ('
002830             WRK-QTD-ENTRADA ') ***'
002832         MOVE 'AUDITORIA DO DIA NAO CONFERE COM A ENTRADA'
002834             TO WRK-ERR-TEXTO
002836         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
002840     END-IF.
002850     IF NOT WRK-TRAILER-PRESENTE-SIM
002860         MOVE 'S' TO WRK-DESBALANCEADO
002870         DISPLAY '*** DIFERENCA: CPFSAI SEM REGISTRO '
002880             'TRAILER (ARQUIVO INCOMPLETO) ***'
002882         MOVE 'CPFSAI SEM REGISTRO TRAILER (ARQUIVO INCOMPLETO)'
002884             TO WRK-ERR-TEXTO
002886         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
002890     ELSE
002900         IF WRK-TRAILER-QTD NOT = WRK-QTD-MASCARADOS
002910             MOVE 'S' TO WRK-DESBALANCEADO
002930                 WRK-TRAILER-QTD
002940                 ') NAO CONFERE COM OS DETALHES ('
002950                 WRK-QTD-MASCARADOS ') ***'
002952             MOVE 'TRAILER DO CPFSAI NAO CONFERE COM OS DETALHES'
002954                 TO WRK-ERR-TEXTO
002956             WRITE RPT-LINHA FROM WRK-LINHA-ERRO
002960         END-IF
002970         IF WRK-TRAILER-TOTAL NOT = WRK-SOMA-DETALHE
002980             MOVE 'S' TO WRK-DESBALANCEADO
002990             DISPLAY '*** DIFERENCA: TOTAL DE CONTROLE DO '
003000                 'TRAILER NAO CONFERE COM OS DETALHES ***'
003002             MOVE 'TOTAL DE CONTROLE DO TRAILER NAO CONFERE'
003004                 TO WRK-ERR-TEXTO
003008             WRITE RPT-LINHA FROM WRK-LINHA-ERRO
003010         END-IF
003020     END-IF.
003022     PERFORM 6100-CONFERIR-ORIGENS THRU 6100-EXIT.
003030     IF NOT WRK-DESBALANCEADO-SIM
003040         DISPLAY 'CONCILIACAO OK - ARQUIVOS BALANCEADOS'
003042         MOVE 'CONCILIACAO OK - ARQUIVOS BALANCEADOS'
003044             TO WRK-SIT-TEXTO
003046     ELSE
003048         MOVE 'DIFERENCA NA CONCILIACAO - LOTE RETIDO'
00304A             TO WRK-SIT-TEXTO
003050     END-IF.
003052     MOVE SPACES TO RPT-LINHA.
003054     WRITE RPT-LINHA.
003056     WRITE RPT-LINHA FROM WRK-LINHA-SITUACAO.
003058     CLOSE CNC-RELATORIO.
003060 6000-EXIT.
003070     EXIT.
003071******************************************************
003072*    6100-CONFERIR-ORIGENS - CONFERE O BALANCEAMENTO DE
003073*    CADA ORIGEM (ENTRADA = MASCARADOS + REJEITADOS +
003074*    DUPLICADOS) E IMPRIME O QUADRO POR ORIGEM
003075******************************************************
003076 6100-CONFERIR-ORIGENS.
003077     IF WRK-QTD-ORIGENS = ZERO
003078         GO TO 6100-EXIT
003079     END-IF.
00307A     IF WRK-FAIXAS-ESGOTADAS-SIM
00307B         DISPLAY '*** CPFENT COM ORIGENS INTERCALADAS - QUEBRA '
00307C             'POR ORIGEM NAO CONFERIDA ***'
00307D         MOVE 'ORIGENS INTERCALADAS NO CPFENT - SEM QUEBRA'
00307E             TO WRK-ERR-TEXTO
00307F         WRITE RPT-LINHA FROM WRK-LINHA-ERRO
00307G         GO TO 6100-EXIT
00307H     END-IF.
00307I     MOVE SPACES TO RPT-LINHA.
00307J     WRITE RPT-LINHA.
00307K     WRITE RPT-LINHA FROM WRK-CABECALHO-ORIGEM.
00307L     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
00307M     PERFORM 6110-CONFERIR-ORIGEM THRU 6110-EXIT
00307N         VARYING WRK-IDX-ORIGEM FROM 1 BY 1
00307O         UNTIL WRK-IDX-ORIGEM > WRK-QTD-ORIGENS.
00307P 6100-EXIT.
00307Q     EXIT.
00307R 6110-CONFERIR-ORIGEM.
00307S     COMPUTE WRK-QTD-ORG-DESTINO =
00307T         WRK-ORG-MASCARADOS (WRK-IDX-ORIGEM)
00307U         + WRK-ORG-REJEITADOS (WRK-IDX-ORIGEM)
00307V         + WRK-ORG-DUPLICADOS (WRK-IDX-ORIGEM).
00307W     MOVE WRK-ORG-CODIGO (WRK-IDX-ORIGEM) TO WRK-ORI-CODIGO.
00307X     MOVE WRK-ORG-ENTRADA (WRK-IDX-ORIGEM) TO WRK-ORI-ENTRADA.
00307Y     MOVE WRK-ORG-MASCARADOS (WRK-IDX-ORIGEM)
00307Z         TO WRK-ORI-MASCARADOS.
003080     MOVE WRK-ORG-REJEITADOS (WRK-IDX-ORIGEM)
003081         TO WRK-ORI-REJEITADOS.
003082     MOVE WRK-ORG-DUPLICADOS (WRK-IDX-ORIGEM)
003083         TO WRK-ORI-DUPLICADOS.
003084     IF WRK-QTD-ORG-DESTINO = WRK-ORG-ENTRADA (WRK-IDX-ORIGEM)
003085         MOVE 'OK' TO WRK-ORI-SITUACAO
003086     ELSE
003087         MOVE 'DIFERENCA' TO WRK-ORI-SITUACAO
003088         MOVE 'S' TO WRK-DESBALANCEADO
003089     END-IF.
00308A     DISPLAY 'ORIGEM ' WRK-ORG-CODIGO (WRK-IDX-ORIGEM)
00308B         ' ENTRADA ' WRK-ORG-ENTRADA (WRK-IDX-ORIGEM)
00308C         ' MASC.+REJ.+DUP. ' WRK-QTD-ORG-DESTINO
00308D         ' ' WRK-ORI-SITUACAO.
00308E     WRITE RPT-LINHA FROM WRK-LINHA-ORIGEM.
00308F 6110-EXIT.
00308G     EXIT.
00308Q******************************************************
003090*    7000-INICIAR-RELATORIO - ABRE O RELATORIO CPFCONR
003100*    E IMPRIME O CABECALHO E AS CONTAGENS DA
003110*    CONCILIACAO
003120******************************************************
003130 7000-INICIAR-RELATORIO.
003140     OPEN OUTPUT CNC-RELATORIO.
003150     WRITE RPT-LINHA FROM WRK-CABECALHO-1.
003160     MOVE WRK-DATA-REF-NUM TO WRK-CAB2-DATA.
003170     WRITE RPT-LINHA FROM WRK-CABECALHO-2.
003180     MOVE SPACES TO RPT-LINHA.
003190     WRITE RPT-LINHA.
003200     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
003210     MOVE 'REGISTROS DE ENTRADA (CPFENT).:'
003220         TO WRK-TOT-ROTULO.
003230     MOVE WRK-QTD-ENTRADA TO WRK-TOT-VALOR.
003240     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003250     MOVE 'MASCARADOS (CPFSAI)...........:'
003260         TO WRK-TOT-ROTULO.
003270     MOVE WRK-QTD-MASCARADOS TO WRK-TOT-VALOR.
003280     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003290     MOVE 'REJEITADOS (CPFREJ)...........:'
003300         TO WRK-TOT-ROTULO.
003310     MOVE WRK-QTD-REJEITADOS TO WRK-TOT-VALOR.
003320     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003330     MOVE 'DUPLICADOS (CPFDUPS)..........:'
003340         TO WRK-TOT-ROTULO.
003350     MOVE WRK-QTD-DUPLICADOS TO WRK-TOT-VALOR.
003360     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003370     MOVE 'AUDITORIA CPFLOTE NA DATA.....:'
003380         TO WRK-TOT-ROTULO.
003390     MOVE WRK-QTD-AUDITORIA TO WRK-TOT-VALOR.
003400     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003410     MOVE SPACES TO RPT-LINHA.
003420     WRITE RPT-LINHA.
003430 7000-EXIT.
003440     EXIT.
003450******************************************************
003460*    8000-LOCALIZAR-ORIGEM - LOCALIZA A ORIGEM DO
003470*    REGISTRO NA TABELA, INCLUINDO-A SE FOR NOVA
003480*    (RETORNA ZERO SE A TABELA ESTIVER CHEIA)
003490******************************************************
003500 8000-LOCALIZAR-ORIGEM.
003510     MOVE ZERO TO WRK-IDX-ORIGEM.
003520     PERFORM 8010-COMPARAR-ORIGEM THRU 8010-EXIT
003530         VARYING WRK-IDX-PESQUISA FROM 1 BY 1
003540         UNTIL WRK-IDX-PESQUISA > WRK-QTD-ORIGENS
003550            OR WRK-IDX-ORIGEM > ZERO.
003560     IF WRK-IDX-ORIGEM > ZERO
003570         GO TO 8000-EXIT
003580     END-IF.
003590     IF WRK-QTD-ORIGENS NOT < WRK-MAX-ORIGENS
003600         DISPLAY 'TABELA DE ORIGENS CHEIA - ORIGEM '
003610             WRK-ORIGEM-PROCURADA ' NAO CONFERIDA'
003620         MOVE 'S' TO WRK-FAIXAS-ESGOTADAS
003630         GO TO 8000-EXIT
003640     END-IF.
003650     ADD 1 TO WRK-QTD-ORIGENS.
003660     MOVE WRK-QTD-ORIGENS TO WRK-IDX-ORIGEM.
003670     MOVE WRK-ORIGEM-PROCURADA TO WRK-ORG-CODIGO (WRK-IDX-ORIGEM).
003680     MOVE ZERO TO WRK-ORG-ENTRADA (WRK-IDX-ORIGEM)
003690                  WRK-ORG-MASCARADOS (WRK-IDX-ORIGEM)
003700                  WRK-ORG-REJEITADOS (WRK-IDX-ORIGEM)
003710                  WRK-ORG-DUPLICADOS (WRK-IDX-ORIGEM).
003720 8000-EXIT.
003730     EXIT.
003740 8010-COMPARAR-ORIGEM.
003750     IF WRK-ORG-CODIGO (WRK-IDX-PESQUISA) = WRK-ORIGEM-PROCURADA
003760         MOVE WRK-IDX-PESQUISA TO WRK-IDX-ORIGEM
003770     END-IF.
003780 8010-EXIT.
003790     EXIT.
003800******************************************************
003810*    8100-LOCALIZAR-FAIXA - OBTEM A ORIGEM DO DETALHE DO
003820*    CPFSAI PELA FAIXA DE SEQUENCIAS DO CPFENT QUE O
003830*    CONTEM E SOMA O MASCARADO NA ORIGEM
003840******************************************************
003850 8100-LOCALIZAR-FAIXA.
003860     MOVE ZERO TO WRK-IDX-FAIXA-ACHADA.
003870     PERFORM 8110-COMPARAR-FAIXA THRU 8110-EXIT
003880         VARYING WRK-IDX-FAIXA FROM 1 BY 1
003890         UNTIL WRK-IDX-FAIXA > WRK-QTD-FAIXAS
003900            OR WRK-IDX-FAIXA-ACHADA > ZERO.
003910     IF WRK-IDX-FAIXA-ACHADA > ZERO
003920         MOVE WRK-FXA-IDX-ORIGEM (WRK-IDX-FAIXA-ACHADA)
003930             TO WRK-IDX-ORIGEM
003940         ADD 1 TO WRK-ORG-MASCARADOS (WRK-IDX-ORIGEM)
003950     END-IF.
003960 8100-EXIT.
003970     EXIT.
003980 8110-COMPARAR-FAIXA.
003990     IF WRK-SEQ-DETALHE NOT < WRK-FXA-SEQ-INICIAL (WRK-IDX-FAIXA)
004000        AND WRK-SEQ-DETALHE
004010            NOT > WRK-FXA-SEQ-FINAL (WRK-IDX-FAIXA)
004020         MOVE WRK-IDX-FAIXA TO WRK-IDX-FAIXA-ACHADA
004030     END-IF.
004040 8110-EXIT.
004050     EXIT.

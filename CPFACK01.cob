000250***   DATA       AUTOR  DESCRICAO
000260***   02/09/2026 PSA    CRIACAO DA CONFERENCIA DE
000270***                     CONFIRMACOES DE CARGA DO DESTINO
000271***   15/10/2026 PSA    CONFERENCIA POR DESTINO: CPFENV E
000272***                     CPFACK TRAZEM O CODIGO DO DESTINO
000273***                     (DO CPFDST DO CPFLOTE) E O CASAMENTO
000274***                     PASSA A SER POR DESTINO + SEQUENCIA
000275***                     (REGISTROS ANTIGOS SEM DESTINO CASAM
000276***                     ENTRE SI); COLUNA DE DESTINO NO
000277***                     DETALHE E RESUMO POR DESTINO NO FIM
000278***                     DO CPFACKR, PARA QUE UM DESTINO
000279***                     ATRASADO NAO FIQUE ESCONDIDO
00027A***   15/10/2026 PSA    TRANSMISSAO RETRANSMITIDA PELO
00027B***                     CPFRTX01 (STATUS 'R' NO CPFENV, COM
00027C***                     A DATA DA RETRANSMISSAO) AGUARDA UMA
00027D***                     NOVA CONFIRMACAO: CONFIRMACAO COM
00027E***                     DATA DE CARGA ANTERIOR A
00027F***                     RETRANSMISSAO E A DO ENVIO ORIGINAL
00027G***                     E E IGNORADA, E O PRAZO DE
00027H***                     CONFIRMACAO CONTA DA DATA DA
00027I***                     RETRANSMISSAO; TOTAL DE
00027J***                     RETRANSMITIDAS NO CPFACKR
000280******************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000560     05  ACK-QTD-ACEITOS        PIC 9(07).
000570     05  FILLER                 PIC X(01).
000580     05  ACK-QTD-REJEITADOS     PIC 9(07).
000581     05  FILLER                 PIC X(01).
000582     05  ACK-DESTINO            PIC X(08).
000590 FD  CPF-ENVIADOS.
000600 01  ENV-REGISTRO.
000610     05  ENV-SEQUENCIA          PIC 9(06).
000690     05  ENV-STATUS             PIC X(01).
000700     05  FILLER                 PIC X(01).
000710     05  ENV-DATA-RETORNO       PIC 9(08).
000711     05  FILLER                 PIC X(01).
000712     05  ENV-DESTINO            PIC X(08).
000713     05  FILLER                 PIC X(01).
000714     05  ENV-DATA-RETRANSMISSAO PIC 9(08).
000720 FD  ENV-TRABALHO.
000730 01  TRB-REGISTRO               PIC X(67).
000740 FD  CPF-PARAMETROS.
000750 01  PRM-REGISTRO.
000760     05  PRM-FREQ-CHECKPOINT    PIC 9(05).
001020 77  WRK-QTD-DIVERGENTES        PIC 9(07)  COMP VALUE ZERO.
001030 77  WRK-QTD-PENDENTES          PIC 9(07)  COMP VALUE ZERO.
001040 77  WRK-QTD-VENCIDOS           PIC 9(07)  COMP VALUE ZERO.
001041 77  WRK-QTD-RETRANSMITIDOS     PIC 9(07)  COMP VALUE ZERO.
001050 77  WRK-QTD-SEM-ENVIO          PIC 9(03)  COMP VALUE ZERO.
001060 77  WRK-IDX-ACK                PIC 9(03)  COMP VALUE ZERO.
001070 77  WRK-IDX-ACHADO             PIC 9(03)  COMP VALUE ZERO.
001090 77  WRK-DIAS-HOJE              PIC 9(08)  COMP VALUE ZERO.
001100 77  WRK-DIAS-ENVIO             PIC 9(08)  COMP VALUE ZERO.
001110 77  WRK-DIAS-PENDENTE          PIC 9(08)  COMP VALUE ZERO.
001111 77  WRK-QTD-DESTINOS           PIC 9(03)  COMP VALUE ZERO.
001112 77  WRK-MAX-DESTINOS           PIC 9(03)  COMP VALUE 20.
001113 77  WRK-IDX-DESTINO            PIC 9(03)  COMP VALUE ZERO.
001114 77  WRK-IDX-DST-ACHADO         PIC 9(03)  COMP VALUE ZERO.
001115 77  WRK-ROTULO-DESTINO         PIC X(08)  VALUE SPACES.
001116 77  WRK-DATA-CARGA-MINIMA      PIC 9(08)  VALUE ZEROS.
001117 77  WRK-DATA-REFERENCIA        PIC 9(08)  VALUE ZEROS.
001120 01  WRK-TABELA-ACKS.
001130     05  WRK-TAB-ACK OCCURS 200 TIMES.
001140         10  WRK-TAB-SEQUENCIA  PIC 9(06).
001141         10  WRK-TAB-DESTINO    PIC X(08).
001150         10  WRK-TAB-DATA-CARGA PIC 9(08).
001160         10  WRK-TAB-ACEITOS    PIC 9(07).
001170         10  WRK-TAB-REJEITADOS PIC 9(07).
001180         10  WRK-TAB-CASADO     PIC X(01).
001181 01  WRK-TABELA-DESTINOS.
001182     05  WRK-TAB-DST OCCURS 20 TIMES.
001183         10  WRK-DST-CODIGO     PIC X(08).
001184         10  WRK-DST-ENVIADOS   PIC 9(07)  COMP.
001185         10  WRK-DST-CONFIRMADOS PIC 9(07) COMP.
001186         10  WRK-DST-DIVERGENTES PIC 9(07) COMP.
001187         10  WRK-DST-PENDENTES  PIC 9(07)  COMP.
001188         10  WRK-DST-VENCIDOS   PIC 9(07)  COMP.
001190 01  WRK-CABECALHO-1.
001200     05  FILLER                 PIC X(09)  VALUE 'CPFACK01'.
001210     05  FILLER                 PIC X(08)  VALUE SPACES.
001290     05  WRK-CAB2-DIAS          PIC ZZ9.
001300     05  FILLER                 PIC X(05)  VALUE ' DIAS'.
001310 01  WRK-CABECALHO-3.
001311     05  FILLER                 PIC X(08)  VALUE 'DESTINO'.
001312     05  FILLER                 PIC X(02)  VALUE SPACES.
001320     05  FILLER                 PIC X(09)  VALUE 'SEQUENCIA'.
001330     05  FILLER                 PIC X(02)  VALUE SPACES.
001340     05  FILLER                 PIC X(10)  VALUE 'DATA ENVIO'.
001390     05  FILLER                 PIC X(02)  VALUE SPACES.
001400     05  FILLER                 PIC X(20)  VALUE 'SITUACAO'.
001410 01  WRK-CABECALHO-4.
001420     05  FILLER                 PIC X(80)  VALUE ALL '-'.
001430 01  WRK-DETALHE.
001431     05  WRK-DET-DESTINO        PIC X(08).
001432     05  FILLER                 PIC X(02)  VALUE SPACES.
001440     05  WRK-DET-SEQUENCIA      PIC 9(06).
001450     05  FILLER                 PIC X(05)  VALUE SPACES.
001460     05  WRK-DET-DATA-ENVIO     PIC 9(08).
001540     05  FILLER                 PIC X(30)  VALUE
001550         '*** CONFIRMACAO DA SEQUENCIA '.
001560     05  WRK-SEM-SEQUENCIA      PIC 9(06).
001561     05  FILLER                 PIC X(09)  VALUE ' DESTINO '.
001562     05  WRK-SEM-DESTINO        PIC X(08).
001570     05  FILLER                 PIC X(26)  VALUE
001580         ' SEM ENVIO CORRESPONDENTE '.
001590     05  FILLER                 PIC X(01)  VALUE '*'.
001600 01  WRK-LINHA-TOTAL.
001610     05  WRK-TOT-ROTULO         PIC X(32).
001620     05  WRK-TOT-VALOR          PIC ZZZZZZ9.
001621 01  WRK-CABECALHO-DESTINO.
001622     05  FILLER                 PIC X(10)  VALUE 'DESTINO'.
001623     05  FILLER                 PIC X(09)  VALUE ' ENVIADAS'.
001624     05  FILLER                 PIC X(09)  VALUE ' CONFIRM.'.
001625     05  FILLER                 PIC X(09)  VALUE '  DIVERG.'.
001626     05  FILLER                 PIC X(09)  VALUE '    PEND.'.
001627     05  FILLER                 PIC X(09)  VALUE '    VENC.'.
001628     05  FILLER                 PIC X(03)  VALUE SPACES.
001629     05  FILLER                 PIC X(08)  VALUE 'SITUACAO'.
00162A 01  WRK-LINHA-DESTINO.
00162B     05  WRK-LDS-DESTINO        PIC X(08).
00162C     05  FILLER                 PIC X(04)  VALUE SPACES.
00162D     05  WRK-LDS-ENVIADOS       PIC ZZZZZZ9.
00162E     05  FILLER                 PIC X(02)  VALUE SPACES.
00162F     05  WRK-LDS-CONFIRMADOS    PIC ZZZZZZ9.
00162G     05  FILLER                 PIC X(02)  VALUE SPACES.
00162H     05  WRK-LDS-DIVERGENTES    PIC ZZZZZZ9.
00162I     05  FILLER                 PIC X(02)  VALUE SPACES.
00162J     05  WRK-LDS-PENDENTES      PIC ZZZZZZ9.
00162K     05  FILLER                 PIC X(02)  VALUE SPACES.
00162L     05  WRK-LDS-VENCIDOS       PIC ZZZZZZ9.
00162M     05  FILLER                 PIC X(03)  VALUE SPACES.
00162N     05  WRK-LDS-SITUACAO       PIC X(16).
001630 PROCEDURE DIVISION.
001640******************************************************
001650*    0000-MAINLINE - ROTINA PRINCIPAL DA CONFERENCIA
002600                 ADD 1 TO WRK-QTD-ACKS
002610                 MOVE ACK-SEQUENCIA
002620                     TO WRK-TAB-SEQUENCIA(WRK-QTD-ACKS)
002621                 MOVE ACK-DESTINO
002622                     TO WRK-TAB-DESTINO(WRK-QTD-ACKS)
002630                 MOVE ACK-DATA-CARGA
002640                     TO WRK-TAB-DATA-CARGA(WRK-QTD-ACKS)
002650                 MOVE ACK-QTD-ACEITOS
002800******************************************************
002810 2000-PROCESSAR-ENVIADO.
002820     ADD 1 TO WRK-QTD-ENVIADOS.
002821     IF ENV-DATA-RETRANSMISSAO IS NOT NUMERIC
002822         MOVE ZEROS TO ENV-DATA-RETRANSMISSAO
002823     END-IF.
002830     PERFORM 2100-PROCURAR-CONFIRMACAO THRU 2100-EXIT.
002840     IF WRK-IDX-ACHADO > ZERO
002850         MOVE 'S' TO WRK-TAB-CASADO(WRK-IDX-ACHADO)
003010     EXIT.
003020******************************************************
003030*    2100-PROCURAR-CONFIRMACAO - PROCURA NA TABELA A
003040*    CONFIRMACAO COM O DESTINO E A SEQUENCIA DA
003041*    TRANSMISSAO LIDA
003050******************************************************
003060 2100-PROCURAR-CONFIRMACAO.
003070     MOVE ZERO TO WRK-IDX-ACHADO.
003071     MOVE ZEROS TO WRK-DATA-CARGA-MINIMA.
003072     IF ENV-STATUS = 'R'
003073         MOVE ENV-DATA-RETRANSMISSAO TO WRK-DATA-CARGA-MINIMA
003074     END-IF.
003080     PERFORM 2110-COMPARAR-SEQUENCIA THRU 2110-EXIT
003090         VARYING WRK-IDX-ACK FROM 1 BY 1
003100         UNTIL WRK-IDX-ACK > WRK-QTD-ACKS
003130     EXIT.
003140 2110-COMPARAR-SEQUENCIA.
003150     IF WRK-TAB-SEQUENCIA(WRK-IDX-ACK) = ENV-SEQUENCIA
003155        AND WRK-TAB-DESTINO(WRK-IDX-ACK) = ENV-DESTINO
003156         IF WRK-TAB-DATA-CARGA(WRK-IDX-ACK)
003157                < WRK-DATA-CARGA-MINIMA
003158             MOVE 'S' TO WRK-TAB-CASADO(WRK-IDX-ACK)
003159         ELSE
00315A             MOVE WRK-IDX-ACK TO WRK-IDX-ACHADO
00315B         END-IF
003170     END-IF.
003180 2110-EXIT.
003190     EXIT.
003200******************************************************
003210*    2200-CLASSIFICAR-ENVIADO - CONTA A SITUACAO DA
003220*    TRANSMISSAO (NO GERAL E NO DESTINO) E IMPRIME A
003230*    LINHA DE DETALHE; PENDENTE HA MAIS DIAS QUE O
003235*    LIMITE E APONTADA COMO VENCIDA
003240******************************************************
003250 2200-CLASSIFICAR-ENVIADO.
003251     PERFORM 2400-LOCALIZAR-DESTINO THRU 2400-EXIT.
003252     MOVE ENV-DESTINO TO WRK-ROTULO-DESTINO.
003253     PERFORM 6100-ROTULAR-DESTINO THRU 6100-EXIT.
003254     MOVE WRK-ROTULO-DESTINO TO WRK-DET-DESTINO.
003260     MOVE ENV-SEQUENCIA TO WRK-DET-SEQUENCIA.
003270     MOVE ENV-DATA TO WRK-DET-DATA-ENVIO.
003280     MOVE ENV-QTD-DETALHE TO WRK-DET-QTD.
003310         WHEN 'C'
003320             ADD 1 TO WRK-QTD-CONFIRMADOS
003330             MOVE 'CONFIRMADA' TO WRK-DET-SITUACAO
003335             IF WRK-IDX-DST-ACHADO > ZERO
003336                 ADD 1 TO WRK-DST-CONFIRMADOS(WRK-IDX-DST-ACHADO)
003337             END-IF
003340         WHEN 'D'
003350             ADD 1 TO WRK-QTD-DIVERGENTES
003355             IF WRK-IDX-DST-ACHADO > ZERO
003356                 ADD 1 TO WRK-DST-DIVERGENTES(WRK-IDX-DST-ACHADO)
003357             END-IF
003360             MOVE 'S' TO WRK-PROBLEMA
003370             MOVE 'DIVERGENTE' TO WRK-DET-SITUACAO
003371         WHEN 'R'
003372             ADD 1 TO WRK-QTD-PENDENTES
003373             ADD 1 TO WRK-QTD-RETRANSMITIDOS
003374             IF WRK-IDX-DST-ACHADO > ZERO
003375                 ADD 1 TO WRK-DST-PENDENTES(WRK-IDX-DST-ACHADO)
003376             END-IF
003377             MOVE ENV-DATA-RETRANSMISSAO TO WRK-DATA-REFERENCIA
003378             PERFORM 2300-CONFERIR-PRAZO THRU 2300-EXIT
003379             IF WRK-DET-SITUACAO = 'PENDENTE'
00337A                 MOVE 'PENDENTE (RETRANSMITIDA)'
00337B                     TO WRK-DET-SITUACAO
00337C             ELSE
00337D                 MOVE 'PENDENTE VENCIDA (RETR.)'
00337E                     TO WRK-DET-SITUACAO
00337F             END-IF
003380         WHEN OTHER
003390             ADD 1 TO WRK-QTD-PENDENTES
003395             IF WRK-IDX-DST-ACHADO > ZERO
003396                 ADD 1 TO WRK-DST-PENDENTES(WRK-IDX-DST-ACHADO)
003397             END-IF
003398             MOVE ENV-DATA TO WRK-DATA-REFERENCIA
003400             PERFORM 2300-CONFERIR-PRAZO THRU 2300-EXIT
003410     END-EVALUATE.
003420     WRITE RPT-LINHA FROM WRK-DETALHE.
003460*    2300-CONFERIR-PRAZO - CALCULA HA QUANTOS DIAS A
003470*    TRANSMISSAO PENDENTE FOI ENVIADA E APONTA COMO
003480*    VENCIDA QUANDO PASSA DO LIMITE DO CPFPARM
003481*    (A RETRANSMITIDA CONTA DA DATA DA RETRANSMISSAO)
003490******************************************************
003500 2300-CONFERIR-PRAZO.
003510     MOVE 'PENDENTE' TO WRK-DET-SITUACAO.
003520     IF WRK-DATA-REFERENCIA IS NOT NUMERIC
003521        OR WRK-DATA-REFERENCIA = ZEROS
003530         GO TO 2300-EXIT
003540     END-IF.
003550     COMPUTE WRK-DIAS-ENVIO =
003560         FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA).
003570     COMPUTE WRK-DIAS-PENDENTE =
003580         WRK-DIAS-HOJE - WRK-DIAS-ENVIO.
003590     IF WRK-DIAS-PENDENTE > WRK-DIAS-CONFIRMACAO
003600         ADD 1 TO WRK-QTD-VENCIDOS
003605         IF WRK-IDX-DST-ACHADO > ZERO
003606             ADD 1 TO WRK-DST-VENCIDOS(WRK-IDX-DST-ACHADO)
003607         END-IF
003610         MOVE 'S' TO WRK-PROBLEMA
003620         MOVE 'PENDENTE VENCIDA' TO WRK-DET-SITUACAO
003630     END-IF.
003640 2300-EXIT.
003650     EXIT.
003651******************************************************
003652*    2400-LOCALIZAR-DESTINO - LOCALIZA (OU INCLUI) O
003653*    DESTINO DA TRANSMISSAO NA TABELA DO RESUMO POR
003654*    DESTINO E CONTA A TRANSMISSAO NELE
003655******************************************************
003656 2400-LOCALIZAR-DESTINO.
003657     MOVE ZERO TO WRK-IDX-DST-ACHADO.
003658     PERFORM 2410-COMPARAR-DESTINO THRU 2410-EXIT
003659         VARYING WRK-IDX-DESTINO FROM 1 BY 1
00365A         UNTIL WRK-IDX-DESTINO > WRK-QTD-DESTINOS
00365B             OR WRK-IDX-DST-ACHADO > ZERO.
00365C     IF WRK-IDX-DST-ACHADO = ZERO
00365D         IF WRK-QTD-DESTINOS >= WRK-MAX-DESTINOS
00365E             GO TO 2400-EXIT
00365F         END-IF
00365G         ADD 1 TO WRK-QTD-DESTINOS
00365H         MOVE WRK-QTD-DESTINOS TO WRK-IDX-DST-ACHADO
00365I         MOVE ENV-DESTINO TO WRK-DST-CODIGO(WRK-IDX-DST-ACHADO)
00365J         MOVE ZERO TO WRK-DST-ENVIADOS(WRK-IDX-DST-ACHADO)
00365K                      WRK-DST-CONFIRMADOS(WRK-IDX-DST-ACHADO)
00365L                      WRK-DST-DIVERGENTES(WRK-IDX-DST-ACHADO)
00365M                      WRK-DST-PENDENTES(WRK-IDX-DST-ACHADO)
00365N                      WRK-DST-VENCIDOS(WRK-IDX-DST-ACHADO)
00365O     END-IF.
00365P     ADD 1 TO WRK-DST-ENVIADOS(WRK-IDX-DST-ACHADO).
00365Q 2400-EXIT.
00365R     EXIT.
00365S 2410-COMPARAR-DESTINO.
00365T     IF WRK-DST-CODIGO(WRK-IDX-DESTINO) = ENV-DESTINO
00365U         MOVE WRK-IDX-DESTINO TO WRK-IDX-DST-ACHADO
00365V     END-IF.
00365W 2410-EXIT.
00365X     EXIT.
003660******************************************************
003670*    2900-LER-ENVIADO - LEITURA DO LOG DE ENVIADOS
003680******************************************************
004120         MOVE 'S' TO WRK-PROBLEMA
004130         MOVE WRK-TAB-SEQUENCIA(WRK-IDX-ACK)
004140             TO WRK-SEM-SEQUENCIA
004141         MOVE WRK-TAB-DESTINO(WRK-IDX-ACK) TO WRK-ROTULO-DESTINO
004142         PERFORM 6100-ROTULAR-DESTINO THRU 6100-EXIT
004143         MOVE WRK-ROTULO-DESTINO TO WRK-SEM-DESTINO
004150         WRITE RPT-LINHA FROM WRK-LINHA-SEM-ENVIO
004160     END-IF.
004170 4100-EXIT.
004440         TO WRK-TOT-ROTULO.
004450     MOVE WRK-QTD-VENCIDOS TO WRK-TOT-VALOR.
004460     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
004461     MOVE 'RETRANSMITIDAS (A CONFIRMAR)..:'
004462         TO WRK-TOT-ROTULO.
004463     MOVE WRK-QTD-RETRANSMITIDOS TO WRK-TOT-VALOR.
004464     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
004470     MOVE 'CONFIRMACOES SEM ENVIO........:'
004480         TO WRK-TOT-ROTULO.
004490     MOVE WRK-QTD-SEM-ENVIO TO WRK-TOT-VALOR.
004500     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
004501     PERFORM 6000-RESUMIR-DESTINOS THRU 6000-EXIT.
004510     CLOSE ACK-RELATORIO.
004520     DISPLAY 'TRANSMISSOES NO LOG..: ' WRK-QTD-ENVIADOS.
004530     DISPLAY 'CONFIRMADAS..........: ' WRK-QTD-CONFIRMADOS.
004540     DISPLAY 'DIVERGENTES..........: ' WRK-QTD-DIVERGENTES.
004550     DISPLAY 'PENDENTES............: ' WRK-QTD-PENDENTES.
004560     DISPLAY 'PENDENTES VENCIDAS...: ' WRK-QTD-VENCIDOS.
004561     DISPLAY 'RETRANSMITIDAS.......: ' WRK-QTD-RETRANSMITIDOS.
004570     DISPLAY 'CONFIRMACOES S/ENVIO.: ' WRK-QTD-SEM-ENVIO.
004580 5000-EXIT.
004590     EXIT.
004591******************************************************
004592*    6000-RESUMIR-DESTINOS - RESUMO POR DESTINO NO FIM
004593*    DO RELATORIO, COM A SITUACAO DE CADA DESTINO
004594******************************************************
004595 6000-RESUMIR-DESTINOS.
004596     MOVE SPACES TO RPT-LINHA.
004597     WRITE RPT-LINHA.
004598     MOVE 'RESUMO POR DESTINO' TO RPT-LINHA.
004599     WRITE RPT-LINHA.
00459A     WRITE RPT-LINHA FROM WRK-CABECALHO-DESTINO.
00459B     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
00459C     PERFORM 6010-IMPRIMIR-DESTINO THRU 6010-EXIT
00459D         VARYING WRK-IDX-DESTINO FROM 1 BY 1
00459E         UNTIL WRK-IDX-DESTINO > WRK-QTD-DESTINOS.
00459F 6000-EXIT.
00459G     EXIT.
00459H 6010-IMPRIMIR-DESTINO.
00459I     MOVE WRK-DST-CODIGO(WRK-IDX-DESTINO) TO WRK-ROTULO-DESTINO.
00459J     PERFORM 6100-ROTULAR-DESTINO THRU 6100-EXIT.
00459K     MOVE WRK-ROTULO-DESTINO TO WRK-LDS-DESTINO.
00459L     MOVE WRK-DST-ENVIADOS(WRK-IDX-DESTINO) TO WRK-LDS-ENVIADOS.
00459M     MOVE WRK-DST-CONFIRMADOS(WRK-IDX-DESTINO)
00459N         TO WRK-LDS-CONFIRMADOS.
00459O     MOVE WRK-DST-DIVERGENTES(WRK-IDX-DESTINO)
00459P         TO WRK-LDS-DIVERGENTES.
00459Q     MOVE WRK-DST-PENDENTES(WRK-IDX-DESTINO)
00459R         TO WRK-LDS-PENDENTES.
00459S     MOVE WRK-DST-VENCIDOS(WRK-IDX-DESTINO) TO WRK-LDS-VENCIDOS.
00459T     EVALUATE TRUE
00459U         WHEN WRK-DST-VENCIDOS(WRK-IDX-DESTINO) > ZERO
00459V             MOVE 'PENDENTE VENCIDA' TO WRK-LDS-SITUACAO
00459W         WHEN WRK-DST-DIVERGENTES(WRK-IDX-DESTINO) > ZERO
00459X             MOVE 'COM DIVERGENCIA' TO WRK-LDS-SITUACAO
00459Y         WHEN WRK-DST-PENDENTES(WRK-IDX-DESTINO) > ZERO
00459Z             MOVE 'COM PENDENTE' TO WRK-LDS-SITUACAO
0045A0         WHEN OTHER
0045A1             MOVE 'EM DIA' TO WRK-LDS-SITUACAO
0045A2     END-EVALUATE.
0045A3     WRITE RPT-LINHA FROM WRK-LINHA-DESTINO.
0045A4     DISPLAY 'DESTINO ' WRK-LDS-DESTINO ': '
0045A5         WRK-LDS-SITUACAO.
0045A6 6010-EXIT.
0045A7     EXIT.
0045A8******************************************************
0045A9*    6100-ROTULAR-DESTINO - TRANSMISSAO SEM CODIGO DE
0045AA*    DESTINO (CPFENV ANTERIOR AOS PERFIS OU CPFLOTE SEM
0045AB*    CPFDST) APARECE COMO (PADRAO)
0045AC******************************************************
0045AD 6100-ROTULAR-DESTINO.
0045AE     IF WRK-ROTULO-DESTINO = SPACES
0045AF         MOVE '(PADRAO)' TO WRK-ROTULO-DESTINO
0045AG     END-IF.
0045AH 6100-EXIT.
0045AI     EXIT.

00029B***                     'DUPLICAD' PARA DOCUMENTO REPETIDO
00029C***                     NO LOTE E O RESUMO GANHA O TOTAL
00029D***                     DE DUPLICADOS (RP-QTD-DUPLICADOS)
00029E***   15/10/2026 PSA    DETALHE PASSA A MOSTRAR A ORIGEM
00029F***                     DO DOCUMENTO (RP-ORIGEM) E O
00029G***                     RESUMO FINAL GANHA O QUADRO DE
00029H***                     TOTAIS POR ORIGEM (RP-TAB-ORIGEM),
00029I***                     PARA CADA AREA CONFERIR O QUE
00029J***                     ENVIOU
00029K***   15/10/2026 PSA    INCLUIDA FUNCAO DE CONSOLIDACAO
00029L***                     ('5'), QUE REABRE NO FINAL O
00029M***                     RELATORIO MONTADO PELA JUNCAO DA
00029N***                     EXECUCAO PARTICIONADA (CPFJUN01)
00029O***                     E ABRE UMA PAGINA PARA O RESUMO
00029P***                     CONSOLIDADO DAS PARTICOES
0002MU******************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000610 77  WRK-NUM-PAGINA             PIC 9(04)  COMP VALUE ZERO.
000620 77  WRK-QTD-LINHAS-PAGINA      PIC 9(03)  COMP VALUE ZERO.
000625 77  WRK-LINHAS-POR-PAGINA      PIC 9(03)  COMP VALUE 50.
000626 77  WRK-IDX-ORIGEM             PIC 9(02)  COMP VALUE ZERO.
000630 01  WRK-CABECALHO-1.
000640     05  FILLER                 PIC X(08)  VALUE 'CPFLOTE'.
000650     05  FILLER                 PIC X(16)  VALUE SPACES.
000805         'DOCUMENTO MASCARADO'.
000810     05  FILLER                 PIC X(02)  VALUE SPACES.
000820     05  FILLER                 PIC X(06)  VALUE 'STATUS'.
000821     05  FILLER                 PIC X(04)  VALUE SPACES.
000822     05  FILLER                 PIC X(06)  VALUE 'ORIGEM'.
000830 01  WRK-CABECALHO-4.
000840     05  FILLER                 PIC X(70)  VALUE ALL '-'.
000850 01  WRK-DETALHE.
000880     05  WRK-DET-CPF            PIC X(20).
000890     05  FILLER                 PIC X(02)  VALUE SPACES.
000900     05  WRK-DET-STATUS         PIC X(08).
000901     05  FILLER                 PIC X(02)  VALUE SPACES.
000902     05  WRK-DET-ORIGEM         PIC X(08).
000910 01  WRK-LINHA-TOTAL.
000920     05  WRK-TOT-ROTULO         PIC X(23).
000930     05  WRK-TOT-VALOR          PIC ZZZZZZ9.
000931 01  WRK-CABECALHO-ORIGEM.
000932     05  FILLER                 PIC X(10)  VALUE 'ORIGEM'.
000933     05  FILLER                 PIC X(10)  VALUE '     LIDOS'.
000934     05  FILLER                 PIC X(12)  VALUE
000935         '  MASCARADOS'.
000936     05  FILLER                 PIC X(12)  VALUE
000937         '  REJEITADOS'.
000938     05  FILLER                 PIC X(12)  VALUE
000939         '  DUPLICADOS'.
00093A 01  WRK-LINHA-ORIGEM.
00093B     05  WRK-ORG-CODIGO         PIC X(08).
00093C     05  FILLER                 PIC X(05)  VALUE SPACES.
00093D     05  WRK-ORG-LIDOS          PIC ZZZZZZ9.
00093E     05  FILLER                 PIC X(05)  VALUE SPACES.
00093F     05  WRK-ORG-MASCARADOS     PIC ZZZZZZ9.
00093G     05  FILLER                 PIC X(05)  VALUE SPACES.
00093H     05  WRK-ORG-REJEITADOS     PIC ZZZZZZ9.
00093I     05  FILLER                 PIC X(05)  VALUE SPACES.
00093J     05  WRK-ORG-DUPLICADOS     PIC ZZZZZZ9.
000940 LINKAGE SECTION.
000950 COPY RPTLOTEP.
000960 PROCEDURE DIVISION USING RP-PARM.
001070             PERFORM 3000-IMPRIMIR-TOTAIS THRU 3000-EXIT
001080         WHEN RP-FUNCAO-RETOMAR
001090             PERFORM 1200-RETOMAR THRU 1200-EXIT
001091         WHEN RP-FUNCAO-CONSOLIDAR
001092             PERFORM 1400-CONSOLIDAR THRU 1400-EXIT
001100     END-EVALUATE.
001110     GOBACK.
001120******************************************************
001680     END-IF.
001681 1300-EXIT.
001682     EXIT.
001683******************************************************
001684*    1400-CONSOLIDAR - REABRE EM MODO EXTEND O
001685*    RELATORIO COM AS SECOES DAS PARTICOES, JA
001686*    COPIADAS PELA JUNCAO, E ABRE A PAGINA DO RESUMO
001687*    CONSOLIDADO, QUE A FUNCAO '3' IMPRIME E FECHA
001688******************************************************
001689 1400-CONSOLIDAR.
00168A     PERFORM 1300-APLICAR-LINHAS-PAGINA THRU 1300-EXIT.
00168B     OPEN EXTEND CPF-RELATORIO.
00168C     IF WRK-FS-RELATORIO-NAO-EXISTE
00168D         OPEN OUTPUT CPF-RELATORIO
00168E     END-IF.
00168F     MOVE SPACES TO RPT-LINHA.
00168G     WRITE RPT-LINHA.
00168H     MOVE 'RESUMO CONSOLIDADO DA EXECUCAO PARTICIONADA'
00168I         TO RPT-LINHA.
00168J     WRITE RPT-LINHA.
00168K     MOVE RP-NUM-PAGINA TO WRK-NUM-PAGINA.
00168L     PERFORM 1100-IMPRIMIR-CABECALHO THRU 1100-EXIT.
00168M 1400-EXIT.
00168N     EXIT.
00168O******************************************************
001690*    2000-IMPRIMIR-DETALHE - IMPRIME UMA LINHA PARA O
001700*    CPF PROCESSADO, QUEBRANDO DE PAGINA A CADA N
001710*    LINHAS DE DETALHE (RP-LINHAS-PAGINA, PADRAO 50)
001760     END-IF.
001770     MOVE RP-SEQUENCIA TO WRK-DET-SEQUENCIA.
001780     MOVE RP-CPF-MASCARADO TO WRK-DET-CPF.
001781     MOVE RP-ORIGEM TO WRK-DET-ORIGEM.
001790     IF RP-STATUS-VALIDO
001800         MOVE 'VALIDO'   TO WRK-DET-STATUS
001805     ELSE
002059     MOVE 'DUPLICADOS NO LOTE....:' TO WRK-TOT-ROTULO.
00205A     MOVE RP-QTD-DUPLICADOS TO WRK-TOT-VALOR.
00205B     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
00205C     IF RP-QTD-ORIGENS IS NUMERIC
00205D        AND RP-QTD-ORIGENS > ZERO
00205E         MOVE SPACES TO RPT-LINHA
00205F         WRITE RPT-LINHA
00205G         MOVE 'RESUMO POR ORIGEM' TO RPT-LINHA
00205H         WRITE RPT-LINHA
00205I         WRITE RPT-LINHA FROM WRK-CABECALHO-ORIGEM
00205J         WRITE RPT-LINHA FROM WRK-CABECALHO-4
00205K         PERFORM 3100-IMPRIMIR-ORIGEM THRU 3100-EXIT
00205L             VARYING WRK-IDX-ORIGEM FROM 1 BY 1
00205M             UNTIL WRK-IDX-ORIGEM > RP-QTD-ORIGENS
00205N     END-IF.
002060     CLOSE CPF-RELATORIO.
002070 3000-EXIT.
002080     EXIT.
002090******************************************************
002100*    3100-IMPRIMIR-ORIGEM - IMPRIME A LINHA DE TOTAIS
002110*    DE 1 ORIGEM NO QUADRO DO RESUMO FINAL
002120******************************************************
002130 3100-IMPRIMIR-ORIGEM.
002140     MOVE RP-ORG-CODIGO(WRK-IDX-ORIGEM) TO WRK-ORG-CODIGO.
002150     MOVE RP-ORG-LIDOS(WRK-IDX-ORIGEM) TO WRK-ORG-LIDOS.
002160     MOVE RP-ORG-MASCARADOS(WRK-IDX-ORIGEM)
002170         TO WRK-ORG-MASCARADOS.
002180     MOVE RP-ORG-REJEITADOS(WRK-IDX-ORIGEM)
002190         TO WRK-ORG-REJEITADOS.
002200     MOVE RP-ORG-DUPLICADOS(WRK-IDX-ORIGEM)
002210         TO WRK-ORG-DUPLICADOS.
002220     WRITE RPT-LINHA FROM WRK-LINHA-ORIGEM.
002230 3100-EXIT.
002240     EXIT.

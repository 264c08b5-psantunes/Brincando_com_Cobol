000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDVER01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Verificador da integridade
000050***   da trilha de auditoria. Percorre o historico
000060***   CPFAUDH e depois o CPFAUD como uma unica cadeia e
000070***   recalcula (AUDENCAD) o valor de encadeamento de
000080***   cada LOG-REGISTRO a partir do seu conteudo e do
000090***   valor do registro anterior. Registro alterado,
000100***   retirado ou inserido fora dos jobs autorizados
000110***   faz o valor calculado diferir do gravado: o
000120***   relatorio AUDVERR aponta o arquivo, o numero do
000130***   registro, a data, a hora e o job exatos de cada
000140***   quebra. Os pontos de quebra assinados (status Q),
000150***   gravados pelo AUDARQ01 e pelo CPFLOTE ao regravar
000160***   a trilha, sao listados como regravacoes legitimas.
000170***   Registros anteriores ao encadeamento (sem valor)
000180***   so sao aceitos no inicio da cadeia. Cadeia
000190***   quebrada termina com RETURN-CODE 8, para segurar
000200***   a cadeia noturna; chave CPFAUDK ausente termina
000210***   com RETURN-CODE 4.
000220***   AUTOR: @PSAntunes
000230***   DATA : 15/10/2026
000240***
000250***   HISTORICO DE ALTERACOES
000260***   DATA       AUTOR  DESCRICAO
000270***   15/10/2026 PSA    CRIACAO DO VERIFICADOR DO
000280***                     ENCADEAMENTO DA TRILHA
000290******************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT AUDITORIA-HISTORICO ASSIGN TO "CPFAUDH"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WRK-FS-HISTORICO.
000390     SELECT AUDITORIA-LOG ASSIGN TO "CPFAUD"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WRK-FS-AUDITORIA.
000420     SELECT VER-RELATORIO ASSIGN TO "AUDVERR"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  AUDITORIA-HISTORICO.
000470 01  HST-REGISTRO               PIC X(79).
000480 FD  AUDITORIA-LOG.
000490 01  LOG-REGISTRO               PIC X(79).
000500 FD  VER-RELATORIO.
000510 01  RPT-LINHA                  PIC X(90).
000520 WORKING-STORAGE SECTION.
000530 01  WRK-LOG-AREA.
000540     05  WRK-LOG-DATA           PIC 9(08).
000550     05  FILLER                 PIC X(01).
000560     05  WRK-LOG-HORA           PIC 9(08).
000570     05  FILLER                 PIC X(01).
000580     05  WRK-LOG-JOB            PIC X(08).
000590     05  FILLER                 PIC X(01).
000600     05  WRK-LOG-STATUS         PIC X(01).
000610         88  WRK-LOG-QUEBRA                VALUE 'Q'.
000620     05  FILLER                 PIC X(01).
000630     05  WRK-LOG-TAM            PIC 9(02).
000640     05  FILLER                 PIC X(01).
000650     05  WRK-LOG-HASH           PIC 9(06).
000660     05  FILLER                 PIC X(01).
000670     05  WRK-LOG-SAIDA          PIC X(20).
000680     05  FILLER                 PIC X(01).
000690     05  WRK-LOG-OPERADOR       PIC X(08).
000700     05  FILLER                 PIC X(01).
000710     05  WRK-LOG-ENCADEAMENTO   PIC X(10).
000720*    PONTO DE QUEBRA ASSINADO: MOTIVO DA REGRAVACAO E O
000730*    ULTIMO VALOR DA CADEIA ORIGINAL NO LUGAR DA SAIDA;
000740*    QUANTIDADE DE REGISTROS MOVIDOS NO LUGAR DO HASH
000750 01  WRK-LOG-PONTO-QUEBRA REDEFINES WRK-LOG-AREA.
000760     05  FILLER                 PIC X(32).
000770     05  WRK-QBR-QTD            PIC 9(06).
000780     05  FILLER                 PIC X(01).
000790     05  WRK-QBR-MOTIVO         PIC X(10).
000800     05  WRK-QBR-ENC-ORIGINAL   PIC X(10).
000810     05  FILLER                 PIC X(20).
000820 77  WRK-FS-HISTORICO           PIC X(02)  VALUE SPACES.
000830     88  WRK-FS-HISTORICO-OK               VALUE '00'.
000840 77  WRK-FS-AUDITORIA           PIC X(02)  VALUE SPACES.
000850     88  WRK-FS-AUDITORIA-OK               VALUE '00'.
000860 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
000870     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
000880 77  WRK-CADEIA-INICIADA        PIC X(01)  VALUE 'N'.
000890     88  WRK-CADEIA-INICIADA-SIM           VALUE 'S'.
000900 77  WRK-CHAVE-AUSENTE          PIC X(01)  VALUE 'N'.
000910     88  WRK-CHAVE-AUSENTE-SIM             VALUE 'S'.
000920 77  WRK-ARQUIVO-ATUAL          PIC X(07)  VALUE SPACES.
000930 77  WRK-NUM-REGISTRO           PIC 9(07)  COMP VALUE ZERO.
000940 77  WRK-ENC-ANTERIOR           PIC 9(10)  VALUE ZEROS.
000950 77  WRK-ENC-GRAVADO            PIC 9(10)  VALUE ZEROS.
000960 77  WRK-QTD-HISTORICO          PIC 9(07)  COMP VALUE ZERO.
000970 77  WRK-QTD-AUDITORIA          PIC 9(07)  COMP VALUE ZERO.
000980 77  WRK-QTD-SEM-ENCADEAMENTO   PIC 9(07)  COMP VALUE ZERO.
000990 77  WRK-QTD-PONTOS-QUEBRA      PIC 9(07)  COMP VALUE ZERO.
001000 77  WRK-QTD-QUEBRAS            PIC 9(07)  COMP VALUE ZERO.
001010 77  WRK-1A-QUEBRA-ARQUIVO      PIC X(07)  VALUE SPACES.
001020 77  WRK-1A-QUEBRA-REGISTRO     PIC 9(07)  VALUE ZEROS.
001030 COPY AUDENCP.
001040 01  WRK-CABECALHO-1.
001050     05  FILLER                 PIC X(09)  VALUE 'AUDVER01'.
001060     05  FILLER                 PIC X(08)  VALUE SPACES.
001070     05  FILLER                 PIC X(50)  VALUE
001080         'VERIFICACAO DO ENCADEAMENTO DA TRILHA DE AUDITORIA'.
001090 01  WRK-CABECALHO-3.
001100     05  FILLER                 PIC X(09)  VALUE 'ARQUIVO'.
001110     05  FILLER                 PIC X(09)  VALUE 'REGISTRO'.
001120     05  FILLER                 PIC X(09)  VALUE 'DATA'.
001130     05  FILLER                 PIC X(09)  VALUE 'HORA'.
001140     05  FILLER                 PIC X(09)  VALUE 'JOB'.
001150     05  FILLER                 PIC X(45)  VALUE 'OCORRENCIA'.
001160 01  WRK-CABECALHO-4.
001170     05  FILLER                 PIC X(88)  VALUE ALL '-'.
001180 01  WRK-DETALHE.
001190     05  WRK-DET-ARQUIVO        PIC X(07).
001200     05  FILLER                 PIC X(02)  VALUE SPACES.
001210     05  WRK-DET-REGISTRO       PIC ZZZZZZ9.
001220     05  FILLER                 PIC X(02)  VALUE SPACES.
001230     05  WRK-DET-DATA           PIC 9(08).
001240     05  FILLER                 PIC X(01)  VALUE SPACES.
001250     05  WRK-DET-HORA           PIC 9(08).
001260     05  FILLER                 PIC X(01)  VALUE SPACES.
001270     05  WRK-DET-JOB            PIC X(08).
001280     05  FILLER                 PIC X(01)  VALUE SPACES.
001290     05  WRK-DET-OCORRENCIA     PIC X(45).
001300 01  WRK-OCO-QUEBRA.
001310     05  FILLER                 PIC X(11)  VALUE 'QUEBRA ESP='.
001320     05  WRK-OCO-ESPERADO       PIC 9(10).
001330     05  FILLER                 PIC X(05)  VALUE ' GRV='.
001340     05  WRK-OCO-GRAVADO        PIC X(10).
001350 01  WRK-OCO-PONTO.
001360     05  FILLER                 PIC X(15)  VALUE
001370         'PONTO ASSINADO '.
001380     05  WRK-OCO-MOTIVO         PIC X(10).
001390     05  FILLER                 PIC X(05)  VALUE ' QTD='.
001400     05  WRK-OCO-QTD            PIC ZZZZZ9.
001410 01  WRK-LINHA-TOTAL.
001420     05  WRK-TOT-ROTULO         PIC X(32).
001430     05  WRK-TOT-VALOR          PIC ZZZZZZ9.
001440 01  WRK-LINHA-SITUACAO.
001450     05  FILLER                 PIC X(11)  VALUE 'SITUACAO..:'.
001460     05  FILLER                 PIC X(01)  VALUE SPACES.
001470     05  WRK-SIT-TEXTO          PIC X(31).
001480     05  WRK-SIT-ARQUIVO        PIC X(08).
001490     05  WRK-SIT-REGISTRO       PIC X(08).
001500 01  WRK-LINHA-AVISO.
001510     05  FILLER                 PIC X(04)  VALUE '*** '.
001520     05  WRK-AVI-TEXTO          PIC X(70).
001530 PROCEDURE DIVISION.
001540******************************************************
001550*    0000-MAINLINE - ROTINA PRINCIPAL DA VERIFICACAO
001560******************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001590     PERFORM 2000-VERIFICAR-HISTORICO THRU 2000-EXIT.
001600     PERFORM 3000-VERIFICAR-AUDITORIA THRU 3000-EXIT.
001610     PERFORM 8000-EMITIR-TOTAIS THRU 8000-EXIT.
001620     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001630     GOBACK.
001640******************************************************
001650*    1000-INICIALIZAR - ABRE O RELATORIO E INICIA A
001660*    CADEIA NO VALOR ZERO
001670******************************************************
001680 1000-INICIALIZAR.
001690     MOVE ZEROS TO WRK-ENC-ANTERIOR.
001700     MOVE 'N' TO WRK-CADEIA-INICIADA.
001710     OPEN OUTPUT VER-RELATORIO.
001720     WRITE RPT-LINHA FROM WRK-CABECALHO-1.
001730     MOVE SPACES TO RPT-LINHA.
001740     WRITE RPT-LINHA.
001750     WRITE RPT-LINHA FROM WRK-CABECALHO-3.
001760     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
001770 1000-EXIT.
001780     EXIT.
001790******************************************************
001800*    2000-VERIFICAR-HISTORICO - PERCORRE O CPFAUDH, A
001810*    PARTE MAIS ANTIGA DA CADEIA (PODE NAO EXISTIR)
001820******************************************************
001830 2000-VERIFICAR-HISTORICO.
001840     OPEN INPUT AUDITORIA-HISTORICO.
001850     IF NOT WRK-FS-HISTORICO-OK
001860         GO TO 2000-EXIT
001870     END-IF.
001880     MOVE 'CPFAUDH' TO WRK-ARQUIVO-ATUAL.
001890     MOVE ZERO TO WRK-NUM-REGISTRO.
001900     MOVE 'N' TO WRK-FIM-ARQUIVO.
001910     PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
001920         UNTIL WRK-FIM-ARQUIVO-SIM.
001930     CLOSE AUDITORIA-HISTORICO.
001940     MOVE WRK-NUM-REGISTRO TO WRK-QTD-HISTORICO.
001950 2000-EXIT.
001960     EXIT.
001970 2100-LER-HISTORICO.
001980     READ AUDITORIA-HISTORICO
001990         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
002000         NOT AT END
002010             MOVE HST-REGISTRO TO WRK-LOG-AREA
002020             PERFORM 5000-CONFERIR-REGISTRO THRU 5000-EXIT
002030     END-READ.
002040 2100-EXIT.
002050     EXIT.
002060******************************************************
002070*    3000-VERIFICAR-AUDITORIA - PERCORRE O CPFAUD, QUE
002080*    CONTINUA A CADEIA DO CPFAUDH
002090******************************************************
002100 3000-VERIFICAR-AUDITORIA.
002110     OPEN INPUT AUDITORIA-LOG.
002120     IF NOT WRK-FS-AUDITORIA-OK
002130         MOVE 'TRILHA DE AUDITORIA CPFAUD NAO ENCONTRADA'
002140             TO WRK-AVI-TEXTO
002150         WRITE RPT-LINHA FROM WRK-LINHA-AVISO
002160         GO TO 3000-EXIT
002170     END-IF.
002180     MOVE 'CPFAUD' TO WRK-ARQUIVO-ATUAL.
002190     MOVE ZERO TO WRK-NUM-REGISTRO.
002200     MOVE 'N' TO WRK-FIM-ARQUIVO.
002210     PERFORM 3100-LER-AUDITORIA THRU 3100-EXIT
002220         UNTIL WRK-FIM-ARQUIVO-SIM.
002230     CLOSE AUDITORIA-LOG.
002240     MOVE WRK-NUM-REGISTRO TO WRK-QTD-AUDITORIA.
002250 3000-EXIT.
002260     EXIT.
002270 3100-LER-AUDITORIA.
002280     READ AUDITORIA-LOG
002290         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
002300         NOT AT END
002310             MOVE LOG-REGISTRO TO WRK-LOG-AREA
002320             PERFORM 5000-CONFERIR-REGISTRO THRU 5000-EXIT
002330     END-READ.
002340 3100-EXIT.
002350     EXIT.
002360******************************************************
002370*    5000-CONFERIR-REGISTRO - RECALCULA O VALOR DE
002380*    ENCADEAMENTO DO REGISTRO E COMPARA COM O GRAVADO;
002390*    DEPOIS DE UMA QUEBRA A CONFERENCIA SEGUE A PARTIR
002400*    DO VALOR GRAVADO, PARA APONTAR CADA QUEBRA UMA VEZ
002410******************************************************
002420 5000-CONFERIR-REGISTRO.
002430     ADD 1 TO WRK-NUM-REGISTRO.
002440     IF WRK-LOG-ENCADEAMENTO IS NOT NUMERIC
002450         PERFORM 5100-SEM-ENCADEAMENTO THRU 5100-EXIT
002460         GO TO 5000-EXIT
002470     END-IF.
002480     MOVE 'S' TO WRK-CADEIA-INICIADA.
002490     MOVE WRK-LOG-ENCADEAMENTO TO WRK-ENC-GRAVADO.
002500     MOVE WRK-LOG-AREA(1:68) TO AE-REGISTRO.
002510     MOVE WRK-ENC-ANTERIOR TO AE-ENCADEAMENTO-ANTERIOR.
002520     CALL 'AUDENCAD' USING AE-PARM.
002530     IF AE-CHAVE-AUSENTE
002540         MOVE 'S' TO WRK-CHAVE-AUSENTE
002550     END-IF.
002560     IF AE-ENCADEAMENTO NOT = WRK-ENC-GRAVADO
002570         MOVE AE-ENCADEAMENTO TO WRK-OCO-ESPERADO
002580         MOVE WRK-LOG-ENCADEAMENTO TO WRK-OCO-GRAVADO
002590         MOVE WRK-OCO-QUEBRA TO WRK-DET-OCORRENCIA
002600         PERFORM 5900-REGISTRAR-QUEBRA THRU 5900-EXIT
002610     ELSE
002620         IF WRK-LOG-QUEBRA
002630             ADD 1 TO WRK-QTD-PONTOS-QUEBRA
002640             MOVE WRK-QBR-MOTIVO TO WRK-OCO-MOTIVO
002650             MOVE WRK-QBR-QTD TO WRK-OCO-QTD
002660             MOVE WRK-OCO-PONTO TO WRK-DET-OCORRENCIA
002670             PERFORM 5800-IMPRIMIR-DETALHE THRU 5800-EXIT
002680         END-IF
002690     END-IF.
002700     MOVE WRK-ENC-GRAVADO TO WRK-ENC-ANTERIOR.
002710 5000-EXIT.
002720     EXIT.
002730******************************************************
002740*    5100-SEM-ENCADEAMENTO - REGISTRO SEM VALOR: ACEITO
002750*    SO ANTES DO 1o REGISTRO ENCADEADO (TRILHA GRAVADA
002760*    ANTES DO ENCADEAMENTO, QUE VALE ZERO); DEPOIS DELE
002770*    E QUEBRA DA CADEIA
002780******************************************************
002790 5100-SEM-ENCADEAMENTO.
002800     IF NOT WRK-CADEIA-INICIADA-SIM
002810         ADD 1 TO WRK-QTD-SEM-ENCADEAMENTO
002820         MOVE ZEROS TO WRK-ENC-ANTERIOR
002830         GO TO 5100-EXIT
002840     END-IF.
002850     MOVE 'QUEBRA - REGISTRO SEM VALOR DE ENCADEAMENTO'
002860         TO WRK-DET-OCORRENCIA.
002870     PERFORM 5900-REGISTRAR-QUEBRA THRU 5900-EXIT.
002880     MOVE ZEROS TO WRK-ENC-ANTERIOR.
002890 5100-EXIT.
002900     EXIT.
002910******************************************************
002920*    5800-IMPRIMIR-DETALHE - LINHA DO RELATORIO COM A
002930*    IDENTIFICACAO DO REGISTRO E A OCORRENCIA
002940******************************************************
002950 5800-IMPRIMIR-DETALHE.
002960     MOVE WRK-ARQUIVO-ATUAL TO WRK-DET-ARQUIVO.
002970     MOVE WRK-NUM-REGISTRO TO WRK-DET-REGISTRO.
002980     MOVE WRK-LOG-DATA TO WRK-DET-DATA.
002990     MOVE WRK-LOG-HORA TO WRK-DET-HORA.
003000     MOVE WRK-LOG-JOB TO WRK-DET-JOB.
003010     WRITE RPT-LINHA FROM WRK-DETALHE.
003020 5800-EXIT.
003030     EXIT.
003040******************************************************
003050*    5900-REGISTRAR-QUEBRA - CONTA E IMPRIME A QUEBRA E
003060*    GUARDA A 1a PARA A LINHA DE SITUACAO
003070******************************************************
003080 5900-REGISTRAR-QUEBRA.
003090     ADD 1 TO WRK-QTD-QUEBRAS.
003100     IF WRK-QTD-QUEBRAS = 1
003110         MOVE WRK-ARQUIVO-ATUAL TO WRK-1A-QUEBRA-ARQUIVO
003120         MOVE WRK-NUM-REGISTRO TO WRK-1A-QUEBRA-REGISTRO
003130     END-IF.
003140     PERFORM 5800-IMPRIMIR-DETALHE THRU 5800-EXIT.
003150     DISPLAY 'QUEBRA DA CADEIA NO ' WRK-ARQUIVO-ATUAL
003160         ' REGISTRO ' WRK-NUM-REGISTRO.
003170 5900-EXIT.
003180     EXIT.
003190******************************************************
003200*    8000-EMITIR-TOTAIS - TOTAIS E SITUACAO DA CADEIA
003210******************************************************
003220 8000-EMITIR-TOTAIS.
003230     WRITE RPT-LINHA FROM WRK-CABECALHO-4.
003240     MOVE 'REGISTROS NO CPFAUDH..........:' TO WRK-TOT-ROTULO.
003250     MOVE WRK-QTD-HISTORICO TO WRK-TOT-VALOR.
003260     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003270     MOVE 'REGISTROS NO CPFAUD...........:' TO WRK-TOT-ROTULO.
003280     MOVE WRK-QTD-AUDITORIA TO WRK-TOT-VALOR.
003290     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003300     MOVE 'ANTERIORES AO ENCADEAMENTO....:' TO WRK-TOT-ROTULO.
003310     MOVE WRK-QTD-SEM-ENCADEAMENTO TO WRK-TOT-VALOR.
003320     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003330     MOVE 'PONTOS DE QUEBRA ASSINADOS....:' TO WRK-TOT-ROTULO.
003340     MOVE WRK-QTD-PONTOS-QUEBRA TO WRK-TOT-VALOR.
003350     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003360     MOVE 'QUEBRAS DA CADEIA.............:' TO WRK-TOT-ROTULO.
003370     MOVE WRK-QTD-QUEBRAS TO WRK-TOT-VALOR.
003380     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
003390     IF WRK-CHAVE-AUSENTE-SIM
003400         MOVE 'CHAVE CPFAUDK AUSENTE - CADEIA CONFERIDA SEM CHAVE'
003410             TO WRK-AVI-TEXTO
003420         WRITE RPT-LINHA FROM WRK-LINHA-AVISO
003430     END-IF.
003440     MOVE SPACES TO WRK-SIT-ARQUIVO WRK-SIT-REGISTRO.
003450     IF WRK-QTD-QUEBRAS > ZERO
003460         MOVE 'CADEIA QUEBRADA - 1a QUEBRA NO' TO WRK-SIT-TEXTO
003470         MOVE WRK-1A-QUEBRA-ARQUIVO TO WRK-SIT-ARQUIVO
003480         MOVE WRK-1A-QUEBRA-REGISTRO TO WRK-SIT-REGISTRO
003490     ELSE
003500         MOVE 'CADEIA INTEGRA' TO WRK-SIT-TEXTO
003510     END-IF.
003520     WRITE RPT-LINHA FROM WRK-LINHA-SITUACAO.
003530     DISPLAY 'REGISTROS VERIFICADOS: ' WRK-QTD-HISTORICO
003540         ' (CPFAUDH) ' WRK-QTD-AUDITORIA ' (CPFAUD)'.
003550     DISPLAY 'PONTOS DE QUEBRA.....: ' WRK-QTD-PONTOS-QUEBRA.
003560     DISPLAY 'QUEBRAS DA CADEIA....: ' WRK-QTD-QUEBRAS.
003570 8000-EXIT.
003580     EXIT.
003590******************************************************
003600*    9000-FINALIZAR - FECHA O RELATORIO E DEVOLVE O
003610*    RETURN-CODE DA VERIFICACAO
003620******************************************************
003630 9000-FINALIZAR.
003640     CLOSE VER-RELATORIO.
003650     EVALUATE TRUE
003660         WHEN WRK-QTD-QUEBRAS > ZERO
003670             DISPLAY 'TRILHA DE AUDITORIA COM QUEBRA DE CADEIA - '
003680                 'VERIFICAR RELATORIO AUDVERR'
003690             MOVE 8 TO RETURN-CODE
003700         WHEN WRK-CHAVE-AUSENTE-SIM
003710             DISPLAY 'CHAVE DA TRILHA CPFAUDK AUSENTE'
003720             MOVE 4 TO RETURN-CODE
003730         WHEN OTHER
003740             MOVE ZERO TO RETURN-CODE
003750     END-EVALUATE.
003760 9000-EXIT.
003770     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFRTX01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Retransmissao de um arquivo
000050***   de interface CPFSAI ja enviado. Recebe o destino e
000060***   a sequencia do arquivo (arquivo de pedido CPFRTXI
000070***   ou, sem ele, digitados pelo operador), localiza o
000080***   arquivo no indice de geracoes CPFGERX e no log de
000090***   enviados CPFENV e refaz o CPFSAI original a partir
000100***   do arquivo de geracoes CPFGER no arquivo CPFSAIR,
000110***   com o indicador de retransmissao 'R' no header.
000120***   Antes de gravar confere os detalhes com o trailer
000130***   guardado e o trailer com a contagem e o total de
000140***   controle do CPFENV; qualquer diferenca termina com
000150***   RETURN-CODE 8 sem gerar o arquivo. Gerado o arquivo,
000160***   a transmissao passa para a situacao 'R'
000170***   (retransmitida) no CPFENV, com a data da
000180***   retransmissao e sem data de retorno, para o
000190***   CPFACK01 aguardar uma nova confirmacao do destino.
000200***   O CPFENV e regravado em duas passadas com o arquivo
000210***   de trabalho CPFENVT (mesmo padrao do CPFACK01).
000220***   AUTOR: @PSAntunes
000230***   DATA : 15/10/2026
000240***
000250***   HISTORICO DE ALTERACOES
000260***   DATA       AUTOR  DESCRICAO
000270***   15/10/2026 PSA    CRIACAO DA RETRANSMISSAO DE
000280***                     ARQUIVO DE INTERFACE
000290******************************************************
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RTX-PEDIDO ASSIGN TO "CPFRTXI"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WRK-FS-PEDIDO.
000390     SELECT GER-INDICE ASSIGN TO "CPFGERX"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WRK-FS-INDICE.
000420     SELECT GER-GERACOES ASSIGN TO "CPFGER"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WRK-FS-GERACOES.
000450     SELECT CPF-ENVIADOS ASSIGN TO "CPFENV"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WRK-FS-ENVIADOS.
000480     SELECT ENV-TRABALHO ASSIGN TO "CPFENVT"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT CPF-RETRANSMISSAO ASSIGN TO "CPFSAIR"
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RTX-PEDIDO.
000550 01  RTX-REGISTRO.
000560     05  RTX-SEQUENCIA          PIC 9(06).
000570     05  FILLER                 PIC X(01).
000580     05  RTX-DESTINO            PIC X(08).
000590 FD  GER-INDICE.
000600 01  GIX-REGISTRO.
000610     05  GIX-GERACAO            PIC 9(06).
000620     05  FILLER                 PIC X(01).
000630     05  GIX-DATA               PIC 9(08).
000640     05  FILLER                 PIC X(01).
000650     05  GIX-DESTINO            PIC X(08).
000660     05  FILLER                 PIC X(01).
000670     05  GIX-SEQUENCIA          PIC 9(06).
000680     05  FILLER                 PIC X(01).
000690     05  GIX-QTD-DETALHE        PIC 9(07).
000700     05  FILLER                 PIC X(01).
000710     05  GIX-TOTAL-CONTROLE     PIC 9(14).
000720 FD  GER-GERACOES.
000730 01  GER-REGISTRO.
000740     05  GER-GERACAO            PIC 9(06).
000750     05  FILLER                 PIC X(01).
000760     05  GER-DATA               PIC 9(08).
000770     05  FILLER                 PIC X(01).
000780     05  GER-TIPO-ARQUIVO       PIC X(01).
000790     05  FILLER                 PIC X(01).
000800     05  GER-DESTINO            PIC X(08).
000810     05  FILLER                 PIC X(01).
000820     05  GER-CONTEUDO           PIC X(80).
000830 FD  CPF-ENVIADOS.
000840 01  ENV-REGISTRO.
000850     05  ENV-SEQUENCIA          PIC 9(06).
000860     05  FILLER                 PIC X(01).
000870     05  ENV-DATA               PIC 9(08).
000880     05  FILLER                 PIC X(01).
000890     05  ENV-QTD-DETALHE        PIC 9(07).
000900     05  FILLER                 PIC X(01).
000910     05  ENV-TOTAL-CONTROLE     PIC 9(14).
000920     05  FILLER                 PIC X(01).
000930     05  ENV-STATUS             PIC X(01).
000940     05  FILLER                 PIC X(01).
000950     05  ENV-DATA-RETORNO       PIC 9(08).
000960     05  FILLER                 PIC X(01).
000970     05  ENV-DESTINO            PIC X(08).
000980     05  FILLER                 PIC X(01).
000990     05  ENV-DATA-RETRANSMISSAO PIC 9(08).
001000 FD  ENV-TRABALHO.
001010 01  TRB-REGISTRO               PIC X(67).
001020 FD  CPF-RETRANSMISSAO.
001030 01  RTR-REGISTRO               PIC X(80).
001040 WORKING-STORAGE SECTION.
001050 77  WRK-FS-PEDIDO              PIC X(02)  VALUE SPACES.
001060     88  WRK-FS-PEDIDO-OK                  VALUE '00'.
001070 77  WRK-FS-INDICE              PIC X(02)  VALUE SPACES.
001080     88  WRK-FS-INDICE-OK                  VALUE '00'.
001090 77  WRK-FS-GERACOES            PIC X(02)  VALUE SPACES.
001100     88  WRK-FS-GERACOES-OK                VALUE '00'.
001110 77  WRK-FS-ENVIADOS            PIC X(02)  VALUE SPACES.
001120     88  WRK-FS-ENVIADOS-OK                VALUE '00'.
001130 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
001140     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
001150 77  WRK-ABORTADO               PIC X(01)  VALUE 'N'.
001160     88  WRK-ABORTADO-SIM                  VALUE 'S'.
001170 77  WRK-LINHA-SELECIONADA      PIC X(01)  VALUE 'N'.
001180     88  WRK-LINHA-SELECIONADA-SIM         VALUE 'S'.
001190 77  WRK-ACHOU-HEADER           PIC X(01)  VALUE 'N'.
001200     88  WRK-ACHOU-HEADER-SIM              VALUE 'S'.
001210 77  WRK-ACHOU-TRAILER          PIC X(01)  VALUE 'N'.
001220     88  WRK-ACHOU-TRAILER-SIM             VALUE 'S'.
001230 77  WRK-MOTIVO-ABORTO          PIC X(50)  VALUE SPACES.
001240 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
001250 77  WRK-SEQUENCIA              PIC 9(06)  VALUE ZEROS.
001260 77  WRK-SEQUENCIA-ENTRADA      PIC X(06)  VALUE SPACES.
001270 77  WRK-DESTINO                PIC X(08)  VALUE SPACES.
001280 77  WRK-GERACAO                PIC 9(06)  VALUE ZEROS.
001290 77  WRK-DATA-GERACAO           PIC 9(08)  VALUE ZEROS.
001300 77  WRK-GIX-QTD-DETALHE        PIC 9(07)  VALUE ZEROS.
001310 77  WRK-GIX-TOTAL-CONTROLE     PIC 9(14)  VALUE ZEROS.
001320 77  WRK-ENV-DATA               PIC 9(08)  VALUE ZEROS.
001330 77  WRK-ENV-STATUS             PIC X(01)  VALUE SPACE.
001340 77  WRK-ENV-QTD-DETALHE        PIC 9(07)  VALUE ZEROS.
001350 77  WRK-ENV-TOTAL-CONTROLE     PIC 9(14)  VALUE ZEROS.
001360 77  WRK-QTD-INDICE             PIC 9(07)  COMP VALUE ZERO.
001370 77  WRK-QTD-ENVIADOS           PIC 9(07)  COMP VALUE ZERO.
001380 77  WRK-POS-ENVIADO            PIC 9(07)  COMP VALUE ZERO.
001390 77  WRK-QTD-DET-ARQUIVO        PIC 9(07)  VALUE ZEROS.
001400 77  WRK-TOT-DET-ARQUIVO        PIC 9(14)  VALUE ZEROS.
001410 77  WRK-QTD-TRL-DETALHE        PIC 9(07)  VALUE ZEROS.
001420 77  WRK-TOT-TRL-CONTROLE       PIC 9(14)  VALUE ZEROS.
001430 77  WRK-QTD-GRAVADOS           PIC 9(07)  COMP VALUE ZERO.
001440 01  WRK-SAI-AREA.
001450     05  WRK-SAI-TIPO           PIC X(01).
001460     05  FILLER                 PIC X(79).
001470 01  WRK-SAI-HEADER REDEFINES WRK-SAI-AREA.
001480     05  FILLER                 PIC X(01).
001490     05  WRK-HDR-DATA           PIC 9(08).
001500     05  WRK-HDR-HORA           PIC 9(06).
001510     05  WRK-HDR-SEQUENCIA      PIC 9(06).
001520     05  WRK-HDR-ORIGEM         PIC X(08).
001530     05  WRK-HDR-DESTINO        PIC X(08).
001540     05  WRK-HDR-RETRANSMISSAO  PIC X(01).
001550     05  FILLER                 PIC X(42).
001560 01  WRK-SAI-DETALHE REDEFINES WRK-SAI-AREA.
001570     05  FILLER                 PIC X(01).
001580     05  WRK-DET-SEQUENCIA      PIC 9(07).
001590     05  FILLER                 PIC X(72).
001600 01  WRK-SAI-TRAILER REDEFINES WRK-SAI-AREA.
001610     05  FILLER                 PIC X(01).
001620     05  WRK-TRL-QTD-DETALHE    PIC 9(07).
001630     05  WRK-TRL-TOTAL-CONTROLE PIC 9(14).
001640     05  FILLER                 PIC X(58).
001650 PROCEDURE DIVISION.
001660******************************************************
001670*    0000-MAINLINE - ROTINA PRINCIPAL DA RETRANSMISSAO
001680******************************************************
001690 0000-MAINLINE.
001700     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001710     IF NOT WRK-ABORTADO-SIM
001720         PERFORM 2000-LOCALIZAR-GERACAO THRU 2000-EXIT
001730     END-IF.
001740     IF NOT WRK-ABORTADO-SIM
001750         PERFORM 3000-LOCALIZAR-ENVIO THRU 3000-EXIT
001760     END-IF.
001770     IF NOT WRK-ABORTADO-SIM
001780         PERFORM 4000-CONFERIR-ARQUIVO THRU 4000-EXIT
001790     END-IF.
001800     IF NOT WRK-ABORTADO-SIM
001810         PERFORM 5000-GERAR-RETRANSMISSAO THRU 5000-EXIT
001820         PERFORM 6000-ATUALIZAR-ENVIADOS THRU 6000-EXIT
001830     END-IF.
001840     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001850     GOBACK.
001860******************************************************
001870*    1000-INICIALIZAR - LE O DESTINO E A SEQUENCIA DO
001880*    ARQUIVO A RETRANSMITIR DO CPFRTXI OU DO OPERADOR
001890******************************************************
001900 1000-INICIALIZAR.
001910     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
001920     OPEN INPUT RTX-PEDIDO.
001930     IF WRK-FS-PEDIDO-OK
001940         READ RTX-PEDIDO
001950             AT END MOVE SPACES TO RTX-REGISTRO
001960         END-READ
001970         MOVE RTX-REGISTRO(1:6) TO WRK-SEQUENCIA-ENTRADA
001980         MOVE RTX-DESTINO TO WRK-DESTINO
001990         CLOSE RTX-PEDIDO
002000     ELSE
002010         PERFORM 1100-PEDIR-SEQUENCIA THRU 1100-EXIT
002020     END-IF.
002030     IF WRK-SEQUENCIA-ENTRADA IS NOT NUMERIC
002040        OR WRK-SEQUENCIA-ENTRADA = ZEROS
002050         MOVE 'S' TO WRK-ABORTADO
002060         MOVE 'SEQUENCIA DO ARQUIVO INVALIDA' TO WRK-MOTIVO-ABORTO
002070         GO TO 1000-EXIT
002080     END-IF.
002090     MOVE WRK-SEQUENCIA-ENTRADA TO WRK-SEQUENCIA.
002100     DISPLAY 'RETRANSMISSAO DA SEQUENCIA ' WRK-SEQUENCIA
002110         ' DESTINO ' WRK-DESTINO.
002120 1000-EXIT.
002130     EXIT.
002140******************************************************
002150*    1100-PEDIR-SEQUENCIA - SEM O ARQUIVO CPFRTXI, LE DO
002160*    OPERADOR O DESTINO E A SEQUENCIA DO ARQUIVO
002170******************************************************
002180 1100-PEDIR-SEQUENCIA.
002190     DISPLAY 'ARQUIVO CPFRTXI NAO ENCONTRADO - '
002200         'RETRANSMISSAO DE ARQUIVO UNICO'.
002210     DISPLAY 'DIGITE O CODIGO DO DESTINO (8 POSICOES): '.
002220     ACCEPT WRK-DESTINO.
002230     DISPLAY 'DIGITE A SEQUENCIA DO ARQUIVO (6 DIGITOS): '.
002240     ACCEPT WRK-SEQUENCIA-ENTRADA.
002250 1100-EXIT.
002260     EXIT.
002270******************************************************
002280*    2000-LOCALIZAR-GERACAO - PROCURA O ARQUIVO NO
002290*    INDICE CPFGERX (VALE A ULTIMA OCORRENCIA)
002300******************************************************
002310 2000-LOCALIZAR-GERACAO.
002320     OPEN INPUT GER-INDICE.
002330     IF NOT WRK-FS-INDICE-OK
002340         MOVE 'S' TO WRK-ABORTADO
002350         MOVE 'INDICE DE GERACOES CPFGERX NAO ENCONTRADO'
002360             TO WRK-MOTIVO-ABORTO
002370         GO TO 2000-EXIT
002380     END-IF.
002390     MOVE 'N' TO WRK-FIM-ARQUIVO.
002400     PERFORM 2100-LER-INDICE THRU 2100-EXIT
002410         UNTIL WRK-FIM-ARQUIVO-SIM.
002420     CLOSE GER-INDICE.
002430     MOVE 'N' TO WRK-FIM-ARQUIVO.
002440     IF WRK-QTD-INDICE = ZERO
002450         MOVE 'S' TO WRK-ABORTADO
002460         MOVE 'ARQUIVO FORA DO CPFGER (FORA DA RETENCAO?)'
002470             TO WRK-MOTIVO-ABORTO
002480     END-IF.
002490 2000-EXIT.
002500     EXIT.
002510 2100-LER-INDICE.
002520     READ GER-INDICE
002530         AT END
002540             MOVE 'S' TO WRK-FIM-ARQUIVO
002550             GO TO 2100-EXIT
002560     END-READ.
002570     IF GIX-SEQUENCIA = WRK-SEQUENCIA
002580        AND GIX-DESTINO = WRK-DESTINO
002590         ADD 1 TO WRK-QTD-INDICE
002600         MOVE GIX-GERACAO TO WRK-GERACAO
002610         MOVE GIX-DATA TO WRK-DATA-GERACAO
002620         MOVE GIX-QTD-DETALHE TO WRK-GIX-QTD-DETALHE
002630         MOVE GIX-TOTAL-CONTROLE TO WRK-GIX-TOTAL-CONTROLE
002640     END-IF.
002650 2100-EXIT.
002660     EXIT.
002670******************************************************
002680*    3000-LOCALIZAR-ENVIO - PROCURA A TRANSMISSAO NO LOG
002690*    DE ENVIADOS CPFENV (VALE A ULTIMA OCORRENCIA)
002700******************************************************
002710 3000-LOCALIZAR-ENVIO.
002720     OPEN INPUT CPF-ENVIADOS.
002730     IF NOT WRK-FS-ENVIADOS-OK
002740         MOVE 'S' TO WRK-ABORTADO
002750         MOVE 'LOG DE ENVIADOS CPFENV NAO ENCONTRADO'
002760             TO WRK-MOTIVO-ABORTO
002770         GO TO 3000-EXIT
002780     END-IF.
002790     MOVE 'N' TO WRK-FIM-ARQUIVO.
002800     PERFORM 3100-LER-ENVIADO THRU 3100-EXIT
002810         UNTIL WRK-FIM-ARQUIVO-SIM.
002820     CLOSE CPF-ENVIADOS.
002830     MOVE 'N' TO WRK-FIM-ARQUIVO.
002840     IF WRK-POS-ENVIADO = ZERO
002850         MOVE 'S' TO WRK-ABORTADO
002860         MOVE 'TRANSMISSAO NAO ENCONTRADA NO CPFENV'
002870             TO WRK-MOTIVO-ABORTO
002880     END-IF.
002890 3000-EXIT.
002900     EXIT.
002910 3100-LER-ENVIADO.
002920     READ CPF-ENVIADOS
002930         AT END
002940             MOVE 'S' TO WRK-FIM-ARQUIVO
002950             GO TO 3100-EXIT
002960     END-READ.
002970     ADD 1 TO WRK-QTD-ENVIADOS.
002980     IF ENV-SEQUENCIA = WRK-SEQUENCIA
002990        AND ENV-DESTINO = WRK-DESTINO
003000         MOVE WRK-QTD-ENVIADOS TO WRK-POS-ENVIADO
003010         MOVE ENV-DATA TO WRK-ENV-DATA
003020         MOVE ENV-STATUS TO WRK-ENV-STATUS
003030         MOVE ENV-QTD-DETALHE TO WRK-ENV-QTD-DETALHE
003040         MOVE ENV-TOTAL-CONTROLE TO WRK-ENV-TOTAL-CONTROLE
003050     END-IF.
003060 3100-EXIT.
003070     EXIT.
003080******************************************************
003090*    4000-CONFERIR-ARQUIVO - 1a PASSADA NO CPFGER: CONTA
003100*    E SOMA OS DETALHES GUARDADOS DO ARQUIVO E CONFERE
003110*    COM O TRAILER GUARDADO; O TRAILER PRECISA CONFERIR
003120*    COM O INDICE E COM O CPFENV
003130******************************************************
003140 4000-CONFERIR-ARQUIVO.
003150     OPEN INPUT GER-GERACOES.
003160     IF NOT WRK-FS-GERACOES-OK
003170         MOVE 'S' TO WRK-ABORTADO
003180         MOVE 'ARQUIVO DE GERACOES CPFGER NAO ENCONTRADO'
003190             TO WRK-MOTIVO-ABORTO
003200         GO TO 4000-EXIT
003210     END-IF.
003220     MOVE 'N' TO WRK-FIM-ARQUIVO.
003230     PERFORM 4100-CONFERIR-LINHA THRU 4100-EXIT
003240         UNTIL WRK-FIM-ARQUIVO-SIM.
003250     CLOSE GER-GERACOES.
003260     MOVE 'N' TO WRK-FIM-ARQUIVO.
003270     DISPLAY 'GUARDADO NA GERACAO ' WRK-GERACAO ' DE '
003280         WRK-DATA-GERACAO ': ' WRK-QTD-DET-ARQUIVO
003290         ' DETALHES, TOTAL ' WRK-TOT-DET-ARQUIVO.
003300     DISPLAY 'TRAILER GUARDADO: ' WRK-QTD-TRL-DETALHE
003310         ' DETALHES, TOTAL ' WRK-TOT-TRL-CONTROLE.
003320     DISPLAY 'LOG DE ENVIADOS : ' WRK-ENV-QTD-DETALHE
003330         ' DETALHES, TOTAL ' WRK-ENV-TOTAL-CONTROLE
003340         ' (ENVIO ' WRK-ENV-DATA ' SITUACAO ' WRK-ENV-STATUS ')'.
003350     IF NOT WRK-ACHOU-HEADER-SIM
003360        OR NOT WRK-ACHOU-TRAILER-SIM
003370         MOVE 'S' TO WRK-ABORTADO
003380         MOVE 'ARQUIVO GUARDADO SEM HEADER OU SEM TRAILER'
003390             TO WRK-MOTIVO-ABORTO
003400         GO TO 4000-EXIT
003410     END-IF.
003420     IF WRK-QTD-TRL-DETALHE NOT = WRK-QTD-DET-ARQUIVO
003430        OR WRK-TOT-TRL-CONTROLE NOT = WRK-TOT-DET-ARQUIVO
003440        OR WRK-QTD-TRL-DETALHE NOT = WRK-GIX-QTD-DETALHE
003450        OR WRK-TOT-TRL-CONTROLE NOT = WRK-GIX-TOTAL-CONTROLE
003460         MOVE 'S' TO WRK-ABORTADO
003470         MOVE 'DETALHES GUARDADOS NAO CONFEREM COM O TRAILER'
003480             TO WRK-MOTIVO-ABORTO
003490         GO TO 4000-EXIT
003500     END-IF.
003510     IF WRK-QTD-TRL-DETALHE NOT = WRK-ENV-QTD-DETALHE
003520        OR WRK-TOT-TRL-CONTROLE NOT = WRK-ENV-TOTAL-CONTROLE
003530         MOVE 'S' TO WRK-ABORTADO
003540         MOVE 'TRAILER NAO CONFERE COM O LOG DE ENVIADOS CPFENV'
003550             TO WRK-MOTIVO-ABORTO
003560     END-IF.
003570 4000-EXIT.
003580     EXIT.
003590 4100-CONFERIR-LINHA.
003600     PERFORM 7800-LER-GERACAO THRU 7800-EXIT.
003610     IF NOT WRK-LINHA-SELECIONADA-SIM
003620         GO TO 4100-EXIT
003630     END-IF.
003640     EVALUATE WRK-SAI-TIPO
003650         WHEN 'H'
003660             IF WRK-HDR-SEQUENCIA = WRK-SEQUENCIA
003670                 MOVE 'S' TO WRK-ACHOU-HEADER
003680             END-IF
003690         WHEN 'D'
003700             ADD 1 TO WRK-QTD-DET-ARQUIVO
003710             IF WRK-DET-SEQUENCIA IS NUMERIC
003720                 ADD WRK-DET-SEQUENCIA TO WRK-TOT-DET-ARQUIVO
003730             END-IF
003740         WHEN 'T'
003750             MOVE 'S' TO WRK-ACHOU-TRAILER
003760             MOVE WRK-TRL-QTD-DETALHE TO WRK-QTD-TRL-DETALHE
003770             MOVE WRK-TRL-TOTAL-CONTROLE TO WRK-TOT-TRL-CONTROLE
003780         WHEN OTHER
003790             CONTINUE
003800     END-EVALUATE.
003810 4100-EXIT.
003820     EXIT.
003830******************************************************
003840*    5000-GERAR-RETRANSMISSAO - 2a PASSADA NO CPFGER:
003850*    GRAVA NO CPFSAIR O ARQUIVO ORIGINAL, COM O HEADER
003860*    MARCADO COMO RETRANSMISSAO
003870******************************************************
003880 5000-GERAR-RETRANSMISSAO.
003890     OPEN INPUT GER-GERACOES.
003900     OPEN OUTPUT CPF-RETRANSMISSAO.
003910     MOVE 'N' TO WRK-FIM-ARQUIVO.
003920     PERFORM 5100-COPIAR-LINHA THRU 5100-EXIT
003930         UNTIL WRK-FIM-ARQUIVO-SIM.
003940     CLOSE GER-GERACOES CPF-RETRANSMISSAO.
003950     MOVE 'N' TO WRK-FIM-ARQUIVO.
003960 5000-EXIT.
003970     EXIT.
003980 5100-COPIAR-LINHA.
003990     PERFORM 7800-LER-GERACAO THRU 7800-EXIT.
004000     IF NOT WRK-LINHA-SELECIONADA-SIM
004010         GO TO 5100-EXIT
004020     END-IF.
004030     IF WRK-SAI-TIPO = 'H'
004040         MOVE 'R' TO WRK-HDR-RETRANSMISSAO
004050     END-IF.
004060     WRITE RTR-REGISTRO FROM WRK-SAI-AREA.
004070     ADD 1 TO WRK-QTD-GRAVADOS.
004080 5100-EXIT.
004090     EXIT.
004100******************************************************
004110*    6000-ATUALIZAR-ENVIADOS - REGRAVA O CPFENV EM DUAS
004120*    PASSADAS, MARCANDO A TRANSMISSAO COMO RETRANSMITIDA
004130*    ('R') COM A DATA DE HOJE E SEM DATA DE RETORNO
004140******************************************************
004150 6000-ATUALIZAR-ENVIADOS.
004160     OPEN INPUT CPF-ENVIADOS.
004170     OPEN OUTPUT ENV-TRABALHO.
004180     MOVE ZERO TO WRK-QTD-ENVIADOS.
004190     MOVE 'N' TO WRK-FIM-ARQUIVO.
004200     PERFORM 6100-MARCAR-ENVIADO THRU 6100-EXIT
004210         UNTIL WRK-FIM-ARQUIVO-SIM.
004220     CLOSE CPF-ENVIADOS ENV-TRABALHO.
004230     OPEN INPUT ENV-TRABALHO.
004240     OPEN OUTPUT CPF-ENVIADOS.
004250     MOVE 'N' TO WRK-FIM-ARQUIVO.
004260     PERFORM 6200-COPIAR-ENVIADO THRU 6200-EXIT
004270         UNTIL WRK-FIM-ARQUIVO-SIM.
004280     CLOSE ENV-TRABALHO CPF-ENVIADOS.
004290     MOVE 'N' TO WRK-FIM-ARQUIVO.
004300 6000-EXIT.
004310     EXIT.
004320 6100-MARCAR-ENVIADO.
004330     READ CPF-ENVIADOS
004340         AT END
004350             MOVE 'S' TO WRK-FIM-ARQUIVO
004360             GO TO 6100-EXIT
004370     END-READ.
004380     ADD 1 TO WRK-QTD-ENVIADOS.
004390     IF WRK-QTD-ENVIADOS = WRK-POS-ENVIADO
004400         MOVE 'R' TO ENV-STATUS
004410         MOVE ZEROS TO ENV-DATA-RETORNO
004420         MOVE WRK-DATA-HOJE TO ENV-DATA-RETRANSMISSAO
004430     END-IF.
004440     MOVE ENV-REGISTRO TO TRB-REGISTRO.
004450     WRITE TRB-REGISTRO.
004460 6100-EXIT.
004470     EXIT.
004480 6200-COPIAR-ENVIADO.
004490     READ ENV-TRABALHO
004500         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
004510         NOT AT END
004520             MOVE TRB-REGISTRO TO ENV-REGISTRO
004530             WRITE ENV-REGISTRO
004540     END-READ.
004550 6200-EXIT.
004560     EXIT.
004570******************************************************
004580*    7800-LER-GERACAO - LE A PROXIMA LINHA DO CPFGER DO
004590*    ARQUIVO A RETRANSMITIR (CPFSAI DO DESTINO NA
004600*    GERACAO LOCALIZADA) PARA WRK-SAI-AREA; LINHA DE
004610*    OUTRO ARQUIVO FICA COM WRK-LINHA-SELECIONADA 'N'
004620******************************************************
004630 7800-LER-GERACAO.
004640     MOVE SPACES TO WRK-SAI-AREA.
004650     MOVE 'N' TO WRK-LINHA-SELECIONADA.
004660     READ GER-GERACOES
004670         AT END
004680             MOVE 'S' TO WRK-FIM-ARQUIVO
004690             GO TO 7800-EXIT
004700     END-READ.
004710     IF GER-GERACAO = WRK-GERACAO
004720        AND GER-DATA = WRK-DATA-GERACAO
004730        AND GER-TIPO-ARQUIVO = 'S'
004740        AND GER-DESTINO = WRK-DESTINO
004750         MOVE GER-CONTEUDO TO WRK-SAI-AREA
004760         MOVE 'S' TO WRK-LINHA-SELECIONADA
004770     END-IF.
004780 7800-EXIT.
004790     EXIT.
004800******************************************************
004810*    9000-FINALIZAR - EXIBE O RESULTADO E DEVOLVE O
004820*    RETURN-CODE
004830******************************************************
004840 9000-FINALIZAR.
004850     IF WRK-ABORTADO-SIM
004860         DISPLAY 'CPFRTX01 - RETRANSMISSAO NAO REALIZADA: '
004870             WRK-MOTIVO-ABORTO
004880         MOVE 8 TO RETURN-CODE
004890     ELSE
004900         DISPLAY 'ARQUIVO CPFSAIR GERADO COM ' WRK-QTD-GRAVADOS
004910             ' LINHAS - CPFENV MARCADO COMO RETRANSMITIDO EM '
004920             WRK-DATA-HOJE
004930         MOVE ZERO TO RETURN-CODE
004940     END-IF.
004950 9000-EXIT.
004960     EXIT.

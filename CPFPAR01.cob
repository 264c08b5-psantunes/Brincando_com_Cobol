000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CPFPAR01.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Divide o arquivo de
000050***   entrada do lote CPFENT em N particoes (N =
000060***   QTD-PARTICOES do CPFPARM, de 2 a 4) para a
000070***   execucao paralela do CPFLOTE. Cada particao
000080***   (ENTP1 a ENTP4) comeca com um registro 'P' com o
000090***   numero da particao, a quantidade de particoes, a
000100***   data e o operador, seguido dos registros do
000110***   CPFENT com a sequencia original do registro no
000120***   CPFENT completo nas posicoes 24 a 30. A particao
000130***   de cada registro e calculada sobre o documento,
000140***   de modo que o mesmo documento cai sempre na mesma
000150***   particao e o controle de duplicados de cada
000160***   instancia (CPFDUP) continua pegando todas as
000170***   repeticoes do lote. Particoes acima de N sao
000180***   esvaziadas. Termina com RETURN-CODE 8 quando o
000190***   CPFPARM nao pede execucao particionada ou nao ha
000200***   CPFENT.
000210***
000220***   Cada instancia do CPFLOTE roda ao mesmo tempo com
000230***   os seus proprios arquivos, pelos nomes externos
000240***   (DD) abaixo, e depois o CPFJUN01 junta tudo:
000250***     CPFENT  = ENTPn   CPFSAI  = SAIPn   CPFREJ  = REJPn
000260***     CPFDUPS = DUPPn   CPFDEP  = DEPPn   CPFAUD  = AUDPn
000270***     CPFRPT  = RPTPn   CPFCKP  = CKPPn   CPFDUP  = DUPCn
000280***     CPFSAIT, CPFREJT, CPFDEPT, CPFDUPT, CPFAUDT = area
000290***     de trabalho propria da instancia
000300***   CPFMST, CPFXRF, CPFPARM, CPFDST, CPFKEY, CPFAUDK e
000310***   CPFAUDH sao os mesmos para todas as instancias.
000320***   AUTOR: @PSAntunes
000330***   DATA : 15/10/2026
000340***
000350***   HISTORICO DE ALTERACOES
000360***   DATA       AUTOR  DESCRICAO
000370***   15/10/2026 PSA    CRIACAO DA DIVISAO DO CPFENT PARA A
000380***                     EXECUCAO PARALELA DO CPFLOTE
000390******************************************************
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT CPF-PARAMETROS ASSIGN TO "CPFPARM"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRK-FS-PARAMETROS.
000490     SELECT CPF-ENTRADA ASSIGN TO "CPFENT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WRK-FS-ENTRADA.
000520     SELECT PAR-ENTRADA-1 ASSIGN TO "ENTP1"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WRK-FS-PARTICAO.
000550     SELECT PAR-ENTRADA-2 ASSIGN TO "ENTP2"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WRK-FS-PARTICAO.
000580     SELECT PAR-ENTRADA-3 ASSIGN TO "ENTP3"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WRK-FS-PARTICAO.
000610     SELECT PAR-ENTRADA-4 ASSIGN TO "ENTP4"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WRK-FS-PARTICAO.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CPF-PARAMETROS.
000670 01  PRM-REGISTRO.
000680     05  PRM-FREQ-CHECKPOINT    PIC 9(05).
000690     05  FILLER                 PIC X(01).
000700     05  PRM-LINHAS-PAGINA      PIC 9(03).
000710     05  FILLER                 PIC X(01).
000720     05  PRM-MODO-MASCARA       PIC X(01).
000730     05  FILLER                 PIC X(01).
000740     05  PRM-PCT-MAX-REJEITO    PIC 9(03).
000750     05  FILLER                 PIC X(01).
000760     05  PRM-DIAS-CONFIRMACAO   PIC 9(03).
000770     05  FILLER                 PIC X(01).
000780     05  PRM-QTD-RUNS-HIST      PIC 9(03).
000790     05  FILLER                 PIC X(01).
000800     05  PRM-QTD-PARTICOES      PIC 9(02).
000810 FD  CPF-ENTRADA.
000820 01  CPF-REG-ENTRADA.
000830     05  ENT-TIPO-DOC           PIC X(01).
000840     05  ENT-DOCUMENTO          PIC X(14).
000850     05  ENT-ORIGEM             PIC X(08).
000860 FD  PAR-ENTRADA-1.
000870 01  PAR1-REGISTRO              PIC X(30).
000880 FD  PAR-ENTRADA-2.
000890 01  PAR2-REGISTRO              PIC X(30).
000900 FD  PAR-ENTRADA-3.
000910 01  PAR3-REGISTRO              PIC X(30).
000920 FD  PAR-ENTRADA-4.
000930 01  PAR4-REGISTRO              PIC X(30).
000940 WORKING-STORAGE SECTION.
000950 77  WRK-FS-PARAMETROS          PIC X(02)  VALUE SPACES.
000960     88  WRK-FS-PARAMETROS-OK              VALUE '00'.
000970 77  WRK-FS-ENTRADA             PIC X(02)  VALUE SPACES.
000980     88  WRK-FS-ENTRADA-OK                 VALUE '00'.
000990 77  WRK-FS-PARTICAO            PIC X(02)  VALUE SPACES.
001000 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
001010     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
001020 77  WRK-ABORTADO               PIC X(01)  VALUE 'N'.
001030     88  WRK-ABORTADO-SIM                  VALUE 'S'.
001040 77  WRK-MOTIVO-ABORTO          PIC X(50)  VALUE SPACES.
001050 77  WRK-OPERADOR               PIC X(08)  VALUE SPACES.
001060 77  WRK-DATA-HOJE              PIC 9(08)  VALUE ZEROS.
001070 77  WRK-QTD-PARTICOES          PIC 9(02)  COMP VALUE ZERO.
001080 77  WRK-MAX-PARTICOES          PIC 9(02)  COMP VALUE 4.
001090 77  WRK-IDX-PARTICAO           PIC 9(02)  COMP VALUE ZERO.
001100 77  WRK-QTD-LIDOS              PIC 9(07)  COMP VALUE ZERO.
001110 77  WRK-IDX                    PIC 9(02)  COMP VALUE ZERO.
001120 77  WRK-IDX-TAB                PIC 9(02)  COMP VALUE ZERO.
001130 77  WRK-VALOR                  PIC 9(02)  COMP VALUE ZERO.
001140 77  WRK-SOMA-PARTICAO          PIC 9(07)  COMP VALUE ZERO.
001150 77  WRK-QUOCIENTE              PIC 9(07)  COMP VALUE ZERO.
001160 77  WRK-RESTO                  PIC 9(02)  COMP VALUE ZERO.
001170 77  WRK-CARACTER               PIC X(01)  VALUE SPACE.
001180 77  WRK-TABELA-CARACTERES      PIC X(36)  VALUE
001190     '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001200 01  WRK-DOCUMENTO.
001210     05  WRK-DOC-CARACTER       PIC X(01)  OCCURS 14 TIMES.
001220 01  WRK-TABELA-CONTAGEM.
001230     05  WRK-QTD-PARTICAO       PIC 9(07)  COMP OCCURS 4 TIMES.
001240 01  WRK-PAR-AREA.
001250     05  WRK-PAR-ENTRADA        PIC X(23).
001260     05  WRK-PAR-SEQ-ENTRADA    PIC 9(07).
001270 01  WRK-PAR-HEADER REDEFINES WRK-PAR-AREA.
001280     05  WRK-PTC-TIPO           PIC X(01).
001290     05  WRK-PTC-PARTICAO       PIC 9(01).
001300     05  FILLER                 PIC X(01).
001310     05  WRK-PTC-QTD-PARTICOES  PIC 9(01).
001320     05  FILLER                 PIC X(01).
001330     05  WRK-PTC-DATA           PIC 9(08).
001340     05  FILLER                 PIC X(01).
001350     05  WRK-PTC-OPERADOR       PIC X(08).
001360     05  FILLER                 PIC X(08).
001370 LINKAGE SECTION.
001380 01  LK-OPERADOR                PIC X(08).
001390 PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
001400******************************************************
001410*    0000-MAINLINE - ROTINA PRINCIPAL DA DIVISAO
001420******************************************************
001430 0000-MAINLINE.
001440     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001450     IF NOT WRK-ABORTADO-SIM
001460         PERFORM 2000-DISTRIBUIR-REGISTRO THRU 2000-EXIT
001470             UNTIL WRK-FIM-ARQUIVO-SIM
001480     END-IF.
001490     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001500     GOBACK.
001510******************************************************
001520*    1000-INICIALIZAR - OBTEM A QUANTIDADE DE
001530*    PARTICOES, ABRE O CPFENT, CRIA AS PARTICOES COM O
001540*    REGISTRO 'P' E ESVAZIA AS PARTICOES NAO USADAS
001550******************************************************
001560 1000-INICIALIZAR.
001570     IF LK-OPERADOR IS NOT OMITTED
001580        AND LK-OPERADOR NOT = SPACES
001590         MOVE LK-OPERADOR TO WRK-OPERADOR
001600     ELSE
001610         MOVE 'SISTEMA ' TO WRK-OPERADOR
001620     END-IF.
001630     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
001640     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
001650     IF WRK-ABORTADO-SIM
001660         GO TO 1000-EXIT
001670     END-IF.
001680     OPEN INPUT CPF-ENTRADA.
001690     IF NOT WRK-FS-ENTRADA-OK
001700         MOVE 'S' TO WRK-ABORTADO
001710         MOVE 'ARQUIVO DE ENTRADA CPFENT INDISPONIVEL'
001720             TO WRK-MOTIVO-ABORTO
001730         GO TO 1000-EXIT
001740     END-IF.
001750     PERFORM 1200-CRIAR-PARTICAO THRU 1200-EXIT
001760         VARYING WRK-IDX-PARTICAO FROM 1 BY 1
001770         UNTIL WRK-IDX-PARTICAO > WRK-MAX-PARTICOES.
001780     PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
001790 1000-EXIT.
001800     EXIT.
001810******************************************************
001820*    1100-LER-PARAMETROS - LE A QUANTIDADE DE
001830*    PARTICOES DO CPFPARM; SO HA EXECUCAO PARTICIONADA
001840*    COM 2 A 4 PARTICOES
001850******************************************************
001860 1100-LER-PARAMETROS.
001870     MOVE ZERO TO WRK-QTD-PARTICOES.
001880     OPEN INPUT CPF-PARAMETROS.
001890     IF WRK-FS-PARAMETROS-OK
001900         READ CPF-PARAMETROS
001910             AT END CONTINUE
001920             NOT AT END
001930                 IF PRM-QTD-PARTICOES IS NUMERIC
001940                     MOVE PRM-QTD-PARTICOES TO WRK-QTD-PARTICOES
001950                 END-IF
001960         END-READ
001970         CLOSE CPF-PARAMETROS
001980     END-IF.
001990     IF WRK-QTD-PARTICOES < 2
002000        OR WRK-QTD-PARTICOES > WRK-MAX-PARTICOES
002010         MOVE 'S' TO WRK-ABORTADO
002020         MOVE 'QTD-PARTICOES DO CPFPARM FORA DA FAIXA 2 A 4'
002030             TO WRK-MOTIVO-ABORTO
002040     END-IF.
002050 1100-EXIT.
002060     EXIT.
002070******************************************************
002080*    1200-CRIAR-PARTICAO - CRIA O ARQUIVO DA PARTICAO;
002090*    AS PARTICOES EM USO RECEBEM O REGISTRO 'P' E AS
002100*    DEMAIS FICAM VAZIAS
002110******************************************************
002120 1200-CRIAR-PARTICAO.
002130     MOVE ZERO TO WRK-QTD-PARTICAO(WRK-IDX-PARTICAO).
002140     EVALUATE WRK-IDX-PARTICAO
002150         WHEN 1 OPEN OUTPUT PAR-ENTRADA-1
002160         WHEN 2 OPEN OUTPUT PAR-ENTRADA-2
002170         WHEN 3 OPEN OUTPUT PAR-ENTRADA-3
002180         WHEN 4 OPEN OUTPUT PAR-ENTRADA-4
002190         WHEN OTHER CONTINUE
002200     END-EVALUATE.
002210     IF WRK-IDX-PARTICAO > WRK-QTD-PARTICOES
002220         PERFORM 7830-FECHAR-PARTICAO THRU 7830-EXIT
002230         GO TO 1200-EXIT
002240     END-IF.
002250     MOVE SPACES TO WRK-PAR-AREA.
002260     MOVE 'P' TO WRK-PTC-TIPO.
002270     MOVE WRK-IDX-PARTICAO TO WRK-PTC-PARTICAO.
002280     MOVE WRK-QTD-PARTICOES TO WRK-PTC-QTD-PARTICOES.
002290     MOVE WRK-DATA-HOJE TO WRK-PTC-DATA.
002300     MOVE WRK-OPERADOR TO WRK-PTC-OPERADOR.
002310     PERFORM 7810-GRAVAR-PARTICAO THRU 7810-EXIT.
002320 1200-EXIT.
002330     EXIT.
002340******************************************************
002350*    2000-DISTRIBUIR-REGISTRO - GRAVA O REGISTRO LIDO,
002360*    COM A SUA SEQUENCIA NO CPFENT, NA PARTICAO DO SEU
002370*    DOCUMENTO
002380******************************************************
002390 2000-DISTRIBUIR-REGISTRO.
002400     ADD 1 TO WRK-QTD-LIDOS.
002410     PERFORM 3000-CALCULAR-PARTICAO THRU 3000-EXIT.
002420     MOVE CPF-REG-ENTRADA TO WRK-PAR-ENTRADA.
002430     MOVE WRK-QTD-LIDOS TO WRK-PAR-SEQ-ENTRADA.
002440     PERFORM 7810-GRAVAR-PARTICAO THRU 7810-EXIT.
002450     ADD 1 TO WRK-QTD-PARTICAO(WRK-IDX-PARTICAO).
002460     PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
002470 2000-EXIT.
002480     EXIT.
002490******************************************************
002500*    2900-LER-PROXIMO - LEITURA DO ARQUIVO DE ENTRADA
002510******************************************************
002520 2900-LER-PROXIMO.
002530     READ CPF-ENTRADA
002540         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
002550     END-READ.
002560 2900-EXIT.
002570     EXIT.
002580******************************************************
002590*    3000-CALCULAR-PARTICAO - SOMA O VALOR DE CADA
002600*    CARACTERE DO DOCUMENTO (0-9 = 0 A 9, A-Z = 10 A 35,
002610*    OUTROS = 0) MULTIPLICADO PELA SUA POSICAO; A
002620*    PARTICAO E O RESTO DA SOMA PELA QUANTIDADE DE
002630*    PARTICOES MAIS 1
002640******************************************************
002650 3000-CALCULAR-PARTICAO.
002660     MOVE ENT-DOCUMENTO TO WRK-DOCUMENTO.
002670     MOVE ZERO TO WRK-SOMA-PARTICAO.
002680     PERFORM 3010-SOMAR-CARACTER THRU 3010-EXIT
002690         VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 14.
002700     DIVIDE WRK-SOMA-PARTICAO BY WRK-QTD-PARTICOES
002710         GIVING WRK-QUOCIENTE
002720         REMAINDER WRK-RESTO.
002730     COMPUTE WRK-IDX-PARTICAO = WRK-RESTO + 1.
002740 3000-EXIT.
002750     EXIT.
002760 3010-SOMAR-CARACTER.
002770     MOVE WRK-DOC-CARACTER(WRK-IDX) TO WRK-CARACTER.
002780     MOVE ZERO TO WRK-VALOR.
002790     PERFORM 3020-COMPARAR-TABELA THRU 3020-EXIT
002800         VARYING WRK-IDX-TAB FROM 1 BY 1
002810         UNTIL WRK-IDX-TAB > 36
002820             OR WRK-VALOR > ZERO.
002830     COMPUTE WRK-SOMA-PARTICAO = WRK-SOMA-PARTICAO
002840         + WRK-VALOR * WRK-IDX.
002850 3010-EXIT.
002860     EXIT.
002870 3020-COMPARAR-TABELA.
002880     IF WRK-TABELA-CARACTERES(WRK-IDX-TAB:1) = WRK-CARACTER
002890         COMPUTE WRK-VALOR = WRK-IDX-TAB - 1
002900     END-IF.
002910 3020-EXIT.
002920     EXIT.
002930******************************************************
002940*    7810-GRAVAR-PARTICAO - GRAVA WRK-PAR-AREA NA
002950*    PARTICAO WRK-IDX-PARTICAO
002960******************************************************
002970 7810-GRAVAR-PARTICAO.
002980     EVALUATE WRK-IDX-PARTICAO
002990         WHEN 1 WRITE PAR1-REGISTRO FROM WRK-PAR-AREA
003000         WHEN 2 WRITE PAR2-REGISTRO FROM WRK-PAR-AREA
003010         WHEN 3 WRITE PAR3-REGISTRO FROM WRK-PAR-AREA
003020         WHEN 4 WRITE PAR4-REGISTRO FROM WRK-PAR-AREA
003030         WHEN OTHER CONTINUE
003040     END-EVALUATE.
003050 7810-EXIT.
003060     EXIT.
003070******************************************************
003080*    7830-FECHAR-PARTICAO - FECHA A PARTICAO
003090*    WRK-IDX-PARTICAO
003100******************************************************
003110 7830-FECHAR-PARTICAO.
003120     EVALUATE WRK-IDX-PARTICAO
003130         WHEN 1 CLOSE PAR-ENTRADA-1
003140         WHEN 2 CLOSE PAR-ENTRADA-2
003150         WHEN 3 CLOSE PAR-ENTRADA-3
003160         WHEN 4 CLOSE PAR-ENTRADA-4
003170         WHEN OTHER CONTINUE
003180     END-EVALUATE.
003190 7830-EXIT.
003200     EXIT.
003210******************************************************
003220*    9000-FINALIZAR - FECHA OS ARQUIVOS E EXIBE A
003230*    QUANTIDADE DE REGISTROS DE CADA PARTICAO
003240******************************************************
003250 9000-FINALIZAR.
003260     IF WRK-ABORTADO-SIM
003270         DISPLAY 'CPFPAR01 - DIVISAO NAO REALIZADA: '
003280             WRK-MOTIVO-ABORTO
003290         MOVE 8 TO RETURN-CODE
003300         GO TO 9000-EXIT
003310     END-IF.
003320     CLOSE CPF-ENTRADA.
003330     PERFORM 9100-FECHAR-PARTICAO THRU 9100-EXIT
003340         VARYING WRK-IDX-PARTICAO FROM 1 BY 1
003350         UNTIL WRK-IDX-PARTICAO > WRK-QTD-PARTICOES.
003360     DISPLAY 'REGISTROS LIDOS......: ' WRK-QTD-LIDOS.
003370     MOVE ZERO TO RETURN-CODE.
003380 9000-EXIT.
003390     EXIT.
003400 9100-FECHAR-PARTICAO.
003410     PERFORM 7830-FECHAR-PARTICAO THRU 7830-EXIT.
003420     DISPLAY 'PARTICAO ' WRK-IDX-PARTICAO ' REGISTROS: '
003430         WRK-QTD-PARTICAO(WRK-IDX-PARTICAO).
003440 9100-EXIT.
003450     EXIT.

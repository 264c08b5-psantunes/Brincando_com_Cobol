00117Z***                     RETOMADA), BASE DO RELATORIO DE
001180***                     TENDENCIA CPFHIS01; O CPFPARM
001181***                     GANHA O CAMPO QTD-RUNS-HIST
001182***   15/10/2026 PSA    CPFENT PASSA A TRAZER A ORIGEM DE
001183***                     CADA DETALHE (ENT-ORIGEM, GRAVADA
001184***                     PELO CPFREC01 NA RECEPCAO DE
001185***                     VARIAS ORIGENS): CPFREJ E CPFDUPS
001186***                     GANHAM A ORIGEM DO REGISTRO, PARA
001187***                     DEVOLUCAO A AREA QUE O ENVIOU, E
001188***                     O JOB ACUMULA LIDOS, REJEITADOS E
001189***                     DUPLICADOS POR ORIGEM (RECONTADOS
00118A***                     NA RETOMADA A PARTIR DOS ARQUIVOS
00118B***                     RECONSTRUIDOS), ENVIADOS AO
00118C***                     CPFRPT01 PARA O RESUMO POR ORIGEM
00118D***   15/10/2026 PSA    PERFIS DE DESTINO (ARQUIVO CPFDST,
00118E***                     ATE 4 DESTINOS): CADA DESTINO TEM
00118F***                     O SEU MODO DE MASCARA E A OPCAO DE
00118G***                     LEVAR O TOKEN NO DETALHE, E O JOB
00118H***                     GRAVA NA MESMA PASSADA UM ARQUIVO
00118I***                     DE INTERFACE POR DESTINO (CPFSAI,
00118J***                     CPFSAI2, CPFSAI3 E CPFSAI4), CADA
00118K***                     UM COM HEADER (COM O CODIGO DO
00118L***                     DESTINO), TRAILER E SEQUENCIA DE
00118M***                     ARQUIVO PROPRIOS (CPFSEQ PASSA A
00118N***                     TER UMA LINHA POR DESTINO) E UMA
00118O***                     LINHA NO CPFENV POR DESTINO; O
00118P***                     1o DESTINO DEFINE O MODO DE
00118Q***                     MASCARA GRAVADO NO CPFMST. SEM O
00118R***                     CPFDST O JOB GRAVA SO O CPFSAI
00118S***                     COM O MODO DO CPFPARM, COMO ANTES
00118T***   15/10/2026 PSA    TOKEN COM CHAVE SECRETA: O CPFXRF
00118U***                     GUARDA A VERSAO DA CHAVE QUE GEROU
00118V***                     O TOKEN (XRF-VERSAO-CHAVE)
00118W***   15/10/2026 PSA    TRILHA CPFAUD ENCADEADA (79
00118X***                     POSICOES): A PODA DO REINICIO
00118Y***                     CONFERE A CADEIA, REENCADEIA OS
00118Z***                     REGISTROS SEGUINTES AOS RETIRADOS E
001191***                     FECHA COM UM PONTO DE QUEBRA
001192***                     ASSINADO (STATUS Q); CADEIA
001193***                     QUEBRADA NAO E PODADA
001194***   15/10/2026 PSA    EXECUCAO PARTICIONADA: QUANDO O
001195***                     CPFENT E UMA PARTICAO GERADA PELO
001196***                     CPFPAR01 (1o REGISTRO 'P' COM O
001197***                     NUMERO DA PARTICAO E A SEQUENCIA
001198***                     ORIGINAL EM CADA REGISTRO), O JOB
001199***                     RODA COMO UMA DAS INSTANCIAS
00119A***                     PARALELAS: USA A SEQUENCIA
00119B***                     ORIGINAL NO DETALHE, NO TOTAL DE
00119C***                     CONTROLE, NO CPFREJ E NO CPFDUPS,
00119D***                     GRAVA UM UNICO ARQUIVO DE
00119E***                     RESULTADO (CPFSAI DA INSTANCIA)
00119F***                     COM AS DUAS MASCARAS E O TOKEN E
00119G***                     TRAILER COM AS CONTAGENS DA
00119H***                     PARTICAO, E NAO MEXE NO CPFSEQ,
00119I***                     NO CPFENV NEM NO CPFHIS, QUE
00119J***                     FICAM COM A JUNCAO (CPFJUN01)
00119K***   15/10/2026 PSA    HEADER DO CPFSAI GANHA O INDICADOR
00119L***                     DE RETRANSMISSAO (BRANCO NO ENVIO
00119M***                     NORMAL, 'R' NO ARQUIVO REFEITO PELO
00119N***                     CPFRTX01) E O CPFENV GANHA A DATA
00119O***                     DA RETRANSMISSAO (ZEROS NO ENVIO)
0011G9******************************************************
0011MU ENVIRONMENT DIVISION.
0011TF CONFIGURATION SECTION.
001200 SPECIAL-NAMES.
001210     DECIMAL-POINT IS COMMA.
001220 INPUT-OUTPUT SECTION.
001260     SELECT CPF-SAIDA   ASSIGN TO "CPFSAI"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WRK-FS-SAIDA.
001281     SELECT CPF-SAIDA-2 ASSIGN TO "CPFSAI2"
001282         ORGANIZATION IS LINE SEQUENTIAL
001283         FILE STATUS IS WRK-FS-SAIDA.
001284     SELECT CPF-SAIDA-3 ASSIGN TO "CPFSAI3"
001285         ORGANIZATION IS LINE SEQUENTIAL
001286         FILE STATUS IS WRK-FS-SAIDA.
001287     SELECT CPF-SAIDA-4 ASSIGN TO "CPFSAI4"
001288         ORGANIZATION IS LINE SEQUENTIAL
001289         FILE STATUS IS WRK-FS-SAIDA.
00128A     SELECT CPF-DESTINOS ASSIGN TO "CPFDST"
00128B         ORGANIZATION IS LINE SEQUENTIAL
00128C         FILE STATUS IS WRK-FS-DESTINOS.
001290     SELECT CPF-PARAMETROS ASSIGN TO "CPFPARM"
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS WRK-FS-PARAMETROS.
001540         88  ENT-TIPO-CPF                  VALUE 'F'.
001550         88  ENT-TIPO-CNPJ                 VALUE 'J'.
001560     05  ENT-DOCUMENTO          PIC X(14).
001561     05  ENT-ORIGEM             PIC X(08).
001562     05  ENT-SEQ-ENTRADA        PIC 9(07).
001563 01  PTC-REGISTRO.
001564     05  PTC-TIPO               PIC X(01).
001565         88  PTC-TIPO-PARTICAO             VALUE 'P'.
001566     05  PTC-PARTICAO           PIC 9(01).
001567     05  FILLER                 PIC X(01).
001568     05  PTC-QTD-PARTICOES      PIC 9(01).
001569     05  FILLER                 PIC X(01).
00156A     05  PTC-DATA               PIC 9(08).
00156B     05  FILLER                 PIC X(01).
00156C     05  PTC-OPERADOR           PIC X(08).
001570 FD  CPF-SAIDA.
001580 01  CPF-REG-SAIDA              PIC X(80).
001581 FD  CPF-SAIDA-2.
001582 01  SAI2-REGISTRO              PIC X(80).
001583 FD  CPF-SAIDA-3.
001584 01  SAI3-REGISTRO              PIC X(80).
001585 FD  CPF-SAIDA-4.
001586 01  SAI4-REGISTRO              PIC X(80).
001587 FD  CPF-DESTINOS.
001588 01  DST-REGISTRO.
001589     05  DST-CODIGO             PIC X(08).
00158A     05  FILLER                 PIC X(01).
00158B     05  DST-MODO-MASCARA       PIC X(01).
00158C     05  FILLER                 PIC X(01).
00158D     05  DST-COM-TOKEN          PIC X(01).
001590 FD  CPF-SEQUENCIA.
001600 01  SEQ-REGISTRO.
001610     05  SEQ-NUMERO             PIC 9(06).
001611     05  FILLER                 PIC X(01).
001612     05  SEQ-DESTINO            PIC X(08).
001620 FD  CPF-PARAMETROS.
001630 01  PRM-REGISTRO.
001640     05  PRM-FREQ-CHECKPOINT    PIC 9(05).
001750     05  REJ-CONTEUDO           PIC X(15).
001760     05  FILLER                 PIC X(01).
001770     05  REJ-MOTIVO             PIC X(02).
001771     05  FILLER                 PIC X(01).
001772     05  REJ-ORIGEM             PIC X(08).
001780 FD  CPF-MASTER.
001790 01  MST-REGISTRO.
001800     05  MST-DOCUMENTO          PIC X(14).
001939     05  DPS-SEQ-REPETIDO       PIC 9(07).
00193A     05  FILLER                 PIC X(01).
00193B     05  DPS-CONTEUDO           PIC X(15).
00193X     05  FILLER                 PIC X(01).
00193Y     05  DPS-ORIGEM             PIC X(08).
00193Z FD  CPF-XREF.
001940 01  XRF-REGISTRO.
001942     05  XRF-TOKEN              PIC X(18).
001943     05  XRF-TIPO-DOC           PIC X(01).
001944     05  XRF-MASCARADO          PIC X(20).
001946     05  XRF-DATA-PRIMEIRO      PIC 9(08).
001947     05  XRF-DATA-ULTIMO        PIC 9(08).
001948     05  XRF-QTD-OCORRENCIAS    PIC 9(07).
00194A     05  XRF-VERSAO-CHAVE       PIC 9(03).
00194B FD  CPF-ENVIADOS.
00194C 01  ENV-REGISTRO.
00194E     05  ENV-SEQUENCIA          PIC 9(06).
00194F     05  FILLER                 PIC X(01).
00194H     05  ENV-DATA               PIC 9(08).
00194I     05  FILLER                 PIC X(01).
00194J     05  ENV-QTD-DETALHE        PIC 9(07).
00194L     05  FILLER                 PIC X(01).
00194M     05  ENV-TOTAL-CONTROLE     PIC 9(14).
00194N     05  FILLER                 PIC X(01).
00194P     05  ENV-STATUS             PIC X(01).
00194Q     05  FILLER                 PIC X(01).
00194R     05  ENV-DATA-RETORNO       PIC 9(08).
00194T     05  FILLER                 PIC X(01).
00194U     05  ENV-DESTINO            PIC X(08).
00194V     05  FILLER                 PIC X(01).
00194X     05  ENV-DATA-RETRANSMISSAO PIC 9(08).
00194Y FD  CPF-CHECKPOINT.
001950 01  CKP-REGISTRO.
001960     05  CKP-QTD-LIDOS          PIC 9(07).
001970     05  FILLER                 PIC X(01).
002125 FD  SAI-TRABALHO.
002126 01  TSA-REGISTRO               PIC X(80).
002127 FD  REJ-TRABALHO.
002128 01  TRJ-REGISTRO               PIC X(35).
002129 FD  DEP-TRABALHO.
00212A 01  TDE-REGISTRO               PIC X(39).
00212B FD  DUP-TRABALHO.
00212C 01  TDU-REGISTRO               PIC X(40).
00212D FD  AUDITORIA-LOG.
00212E 01  LOG-REGISTRO               PIC X(79).
00212F FD  AUD-TRABALHO.
00212G 01  TAU-REGISTRO               PIC X(79).
00212H FD  CPF-HISTORICO.
00212I 01  HIS-REGISTRO.
00212J     05  HIS-DATA               PIC 9(08).
00232L 01  WRK-SAI-AREA.
00232M     05  WRK-SAI-TIPO           PIC X(01).
00232N     05  FILLER                 PIC X(79).
00232O 01  WRK-SAI-HEADER REDEFINES WRK-SAI-AREA.
00232P     05  FILLER                 PIC X(15).
00232R     05  WRK-HDR-SEQUENCIA      PIC X(06).
00232S     05  FILLER                 PIC X(59).
00232U 01  WRK-LOG-AREA.
00232V     05  WRK-LOG-DATA           PIC 9(08).
00232X     05  FILLER                 PIC X(01).
00232Y     05  WRK-LOG-HORA           PIC 9(08).
002330     05  FILLER                 PIC X(01).
002331     05  WRK-LOG-JOB            PIC X(08).
002333     05  FILLER                 PIC X(01).
002334     05  WRK-LOG-STATUS         PIC X(01).
002336     05  FILLER                 PIC X(40).
002337     05  FILLER                 PIC X(01).
002339     05  WRK-LOG-ENCADEAMENTO   PIC X(10).
00233A*    PONTO DE QUEBRA ASSINADO GRAVADO NO FIM DO CPFAUD
00233C*    PODADO NO REINICIO: QUANTIDADE RETIRADA NO LUGAR DO
00233D*    HASH, MOTIVO E ULTIMO VALOR DA CADEIA ORIGINAL NO
00233F*    LUGAR DA SAIDA MASCARADA
00233G 01  WRK-PONTO-QUEBRA.
00233I     05  WRK-QBR-DATA           PIC 9(08).
00233J     05  FILLER                 PIC X(01)  VALUE SPACES.
00233L     05  WRK-QBR-HORA           PIC 9(08).
00233M     05  FILLER                 PIC X(01)  VALUE SPACES.
00233O     05  WRK-QBR-JOB            PIC X(08)  VALUE 'CPFLOTE '.
00233P     05  FILLER                 PIC X(01)  VALUE SPACES.
00233R     05  WRK-QBR-STATUS         PIC X(01)  VALUE 'Q'.
00233S     05  FILLER                 PIC X(01)  VALUE SPACES.
00233U     05  WRK-QBR-TAM            PIC 9(02)  VALUE ZEROS.
00233V     05  FILLER                 PIC X(01)  VALUE SPACES.
00233X     05  WRK-QBR-QTD            PIC 9(06).
00233Y     05  FILLER                 PIC X(01)  VALUE SPACES.
002340     05  WRK-QBR-MOTIVO         PIC X(10)  VALUE 'REINICIO'.
002341     05  WRK-QBR-ENC-ORIGINAL   PIC 9(10).
002343     05  FILLER                 PIC X(01)  VALUE SPACES.
002344     05  WRK-QBR-OPERADOR       PIC X(08)  VALUE SPACES.
002346     05  FILLER                 PIC X(01)  VALUE SPACES.
002347     05  FILLER                 PIC X(10)  VALUE SPACES.
002349 77  WRK-QTD-AUD-REMOVIDOS      PIC 9(07)  COMP VALUE ZERO.
00234A 77  WRK-CADEIA-INICIADA        PIC X(01)  VALUE 'N'.
00234C     88  WRK-CADEIA-INICIADA-SIM           VALUE 'S'.
00234D 77  WRK-CADEIA-QUEBRADA        PIC X(01)  VALUE 'N'.
00234F     88  WRK-CADEIA-QUEBRADA-SIM           VALUE 'S'.
00234G 77  WRK-ENC-CONFERENCIA        PIC 9(10)  VALUE ZEROS.
00234I 77  WRK-ENC-NOVO               PIC 9(10)  VALUE ZEROS.
00234J 77  WRK-FS-ENVIADOS            PIC X(02)  VALUE SPACES.
00234L     88  WRK-FS-ENVIADOS-NAO-EXISTE        VALUE '35'.
00234M 77  WRK-FS-XREF                PIC X(02)  VALUE SPACES.
00234O     88  WRK-FS-XREF-OK                    VALUE '00'.
00234P     88  WRK-FS-XREF-NAO-EXISTE            VALUE '35'.
00234R 77  WRK-XREF-ATIVO             PIC X(01)  VALUE 'N'.
00234S     88  WRK-XREF-ATIVO-SIM                VALUE 'S'.
00234U 77  WRK-XREF-ENCONTRADO        PIC X(01)  VALUE 'N'.
00234V     88  WRK-XREF-ENCONTRADO-SIM           VALUE 'S'.
00234X 77  WRK-NUM-PAGINA-CKP         PIC 9(04)  COMP VALUE ZERO.
00234Y 77  WRK-IDX-SKIP               PIC 9(07)  COMP VALUE ZERO.
002350 77  WRK-QUOCIENTE-CKP          PIC 9(07)  COMP VALUE ZERO.
002360 77  WRK-RESTO-CKP              PIC 9(07)  COMP VALUE ZERO.
002370 77  WRK-FS-CHECKPOINT          PIC X(02)  VALUE SPACES.
002640     05  SAI-HDR-HORA           PIC 9(06).
002650     05  SAI-HDR-SEQUENCIA      PIC 9(06).
002660     05  SAI-HDR-ORIGEM         PIC X(08)  VALUE 'CPFLOTE '.
002661     05  SAI-HDR-DESTINO        PIC X(08)  VALUE SPACES.
002662     05  SAI-HDR-RETRANSMISSAO  PIC X(01)  VALUE SPACE.
002670 01  SAI-DETALHE.
002680     05  SAI-DET-TIPO           PIC X(01)  VALUE 'D'.
002690     05  SAI-DET-SEQUENCIA      PIC 9(07).
002700     05  SAI-DET-MASCARADO      PIC X(20).
002701     05  SAI-DET-TOKEN          PIC X(18)  VALUE SPACES.
002702     05  SAI-DET-MASCARA-ALT    PIC X(20)  VALUE SPACES.
002710 01  SAI-TRAILER.
002720     05  SAI-TRL-TIPO           PIC X(01)  VALUE 'T'.
002730     05  SAI-TRL-QTD-DETALHE    PIC 9(07).
002740     05  SAI-TRL-TOTAL-CONTROLE PIC 9(14).
002741*    TRAILER DO ARQUIVO DE RESULTADO DE UMA PARTICAO,
002742*    COM AS CONTAGENS QUE A JUNCAO (CPFJUN01) SOMA
002743 01  SAI-TRAILER-PARTICAO.
002744     05  SAI-TRP-TIPO           PIC X(01)  VALUE 'T'.
002745     05  SAI-TRP-QTD-DETALHE    PIC 9(07).
002746     05  SAI-TRP-TOTAL-CONTROLE PIC 9(14).
002747     05  FILLER                 PIC X(01)  VALUE SPACES.
002748     05  SAI-TRP-PARTICAO       PIC 9(01).
002749     05  FILLER                 PIC X(01)  VALUE SPACES.
00274A     05  SAI-TRP-QTD-PARTICOES  PIC 9(01).
00274B     05  FILLER                 PIC X(01)  VALUE SPACES.
00274C     05  SAI-TRP-QTD-LIDOS      PIC 9(07).
00274D     05  FILLER                 PIC X(01)  VALUE SPACES.
00274E     05  SAI-TRP-QTD-REJEITADOS PIC 9(07).
00274F     05  FILLER                 PIC X(01)  VALUE SPACES.
00274G     05  SAI-TRP-QTD-FORMATO-INV PIC 9(07).
00274H     05  FILLER                 PIC X(01)  VALUE SPACES.
00274I     05  SAI-TRP-QTD-CPF        PIC 9(07).
00274J     05  FILLER                 PIC X(01)  VALUE SPACES.
00274K     05  SAI-TRP-QTD-CNPJ       PIC 9(07).
00274L     05  FILLER                 PIC X(01)  VALUE SPACES.
00274M     05  SAI-TRP-QTD-DUPLICADOS PIC 9(07).
00274N     05  FILLER                 PIC X(01)  VALUE SPACES.
00274O     05  SAI-TRP-RETOMADA       PIC X(01).
00274P 77  WRK-MODO-PARTICAO          PIC X(01)  VALUE 'N'.
00274Q     88  WRK-MODO-PARTICAO-SIM             VALUE 'S'.
00274R 77  WRK-PARTICAO               PIC 9(01)  VALUE ZERO.
00274S 77  WRK-QTD-PARTICOES          PIC 9(01)  VALUE ZERO.
00274T 77  WRK-QTD-ARQ-SAIDA          PIC 9(02)  COMP VALUE ZERO.
00274U 77  WRK-SEQ-ENTRADA            PIC 9(07)  COMP VALUE ZERO.
00274V 01  WRK-ROTULO-PARTICAO.
00274W     05  FILLER                 PIC X(06)  VALUE 'PARTIC'.
00274X     05  WRK-ROT-PARTICAO       PIC 9(02)  VALUE ZEROS.
002750 77  WRK-FS-PARAMETROS          PIC X(02)  VALUE SPACES.
002760     88  WRK-FS-PARAMETROS-OK                VALUE '00'.
002770 77  WRK-FREQ-CHECKPOINT        PIC 9(05)  COMP VALUE 100.
002870 77  WRK-QUOCIENTE-HASH         PIC 9(08)  COMP VALUE ZERO.
002880 77  WRK-HASH                   PIC 9(06)  VALUE ZERO.
002885 77  WRK-OPERADOR               PIC X(08)  VALUE SPACES.
002886 77  WRK-QTD-ORIGENS            PIC 9(02)  COMP VALUE ZERO.
002887 77  WRK-MAX-ORIGENS            PIC 9(02)  COMP VALUE 20.
002888 77  WRK-IDX-ORIGEM             PIC 9(02)  COMP VALUE ZERO.
002889 77  WRK-IDX-PESQUISA           PIC 9(02)  COMP VALUE ZERO.
00288A 77  WRK-ORIGEM-PROCURADA       PIC X(08)  VALUE SPACES.
00288B 77  WRK-QTD-ORG-MASCARADOS     PIC 9(07)  COMP VALUE ZERO.
00288C 01  WRK-TABELA-ORIGENS.
00288D     05  WRK-TAB-ORIGEM OCCURS 20 TIMES.
00288E         10  WRK-ORG-CODIGO     PIC X(08).
00288F         10  WRK-ORG-LIDOS      PIC 9(07)  COMP.
00288G         10  WRK-ORG-REJEITADOS PIC 9(07)  COMP.
00288H         10  WRK-ORG-DUPLICADOS PIC 9(07)  COMP.
00288I 77  WRK-FS-DESTINOS            PIC X(02)  VALUE SPACES.
00288J     88  WRK-FS-DESTINOS-OK                VALUE '00'.
00288K 77  WRK-QTD-DESTINOS           PIC 9(02)  COMP VALUE ZERO.
00288L 77  WRK-MAX-DESTINOS           PIC 9(02)  COMP VALUE 4.
00288M 77  WRK-IDX-DESTINO            PIC 9(02)  COMP VALUE ZERO.
00288N 77  WRK-MODO-ABERTURA          PIC X(01)  VALUE SPACE.
00288O 77  WRK-MODO-ALTERNATIVO       PIC X(01)  VALUE 'N'.
00288P     88  WRK-MODO-ALTERNATIVO-SIM          VALUE 'S'.
00288Q 77  WRK-MODO-MASCARA-ALT       PIC X(01)  VALUE 'P'.
00288R 77  WRK-MASCARA-ALTERNATIVA    PIC X(20)  VALUE SPACES.
00288S 77  WRK-CM-PARM-SALVO          PIC X(39)  VALUE SPACES.
00288T 77  WRK-QTD-SEQUENCIAS         PIC 9(02)  COMP VALUE ZERO.
00288U 77  WRK-MAX-SEQUENCIAS         PIC 9(02)  COMP VALUE 20.
00288V 77  WRK-IDX-SEQ                PIC 9(02)  COMP VALUE ZERO.
00288W 77  WRK-IDX-SEQ-ACHADO         PIC 9(02)  COMP VALUE ZERO.
00288X 01  WRK-TABELA-DESTINOS.
00288Y     05  WRK-TAB-DESTINO OCCURS 4 TIMES.
00288Z         10  WRK-DST-CODIGO     PIC X(08).
0028Z1         10  WRK-DST-MODO-MASCARA PIC X(01).
0028Z2         10  WRK-DST-COM-TOKEN  PIC X(01).
0028Z3         10  WRK-DST-SEQ-ARQUIVO PIC 9(06).
0028Z4 01  WRK-TABELA-SEQUENCIAS.
0028Z5     05  WRK-TAB-SEQ OCCURS 20 TIMES.
0028Z6         10  WRK-SQT-DESTINO    PIC X(08).
0028Z7         10  WRK-SQT-NUMERO     PIC 9(06).
0028ZL COPY GRAVALOP.
002900 COPY RPTLOTEP.
002910 COPY CPFMASCP.
002920 COPY CPFTOKP.
002921 COPY AUDENCP.
002922 LINKAGE SECTION.
002924 01  LK-OPERADOR                PIC X(08).
002930 PROCEDURE DIVISION USING OPTIONAL LK-OPERADOR.
003088     MOVE WRK-OPERADOR TO GL-OPERADOR.
003090     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
003100     PERFORM 1020-LER-PARAMETROS THRU 1020-EXIT.
003105     PERFORM 1025-CARREGAR-DESTINOS THRU 1025-EXIT.
003110     PERFORM 1040-ABRIR-MASTER THRU 1040-EXIT.
003112     PERFORM 1045-ABRIR-DUP-CONTROLE THRU 1045-EXIT.
003114     PERFORM 1046-ABRIR-XREF THRU 1046-EXIT.
003120     OPEN INPUT  CPF-ENTRADA.
003121     PERFORM 1010-VERIFICAR-PARTICAO THRU 1010-EXIT.
003130     MOVE ZEROS TO WRK-QTD-LIDOS.
003140     MOVE ZEROS TO WRK-QTD-DETALHE.
003150     MOVE ZEROS TO WRK-TOTAL-CONTROLE.
003180     MOVE ZEROS TO WRK-QTD-REJEITADOS.
003190     MOVE ZEROS TO WRK-QTD-FORMATO-INVALIDO.
003192     MOVE ZEROS TO WRK-QTD-DUPLICADOS.
003193     MOVE ZERO TO WRK-QTD-ORIGENS.
003200     PERFORM 1050-VERIFICAR-CHECKPOINT THRU 1050-EXIT.
003210     IF WRK-QTD-JA-PROCESSADOS > ZERO
003211         MOVE 'S' TO WRK-RETOMADA
003212         MOVE WRK-SEQ-ARQUIVO TO WRK-DST-SEQ-ARQUIVO(1)
003215         PERFORM 4000-RECONSTRUIR-SAIDAS THRU 4000-EXIT
003220         PERFORM 1080-REABRIR-SAIDA THRU 1080-EXIT
003230             VARYING WRK-IDX-DESTINO FROM 1 BY 1
003240             UNTIL WRK-IDX-DESTINO > WRK-QTD-ARQ-SAIDA
003260         OPEN EXTEND CPF-REJEITOS
003270         IF WRK-FS-REJEITOS-NAO-EXISTE
003280             OPEN OUTPUT CPF-REJEITOS
003400             UNTIL WRK-IDX-SKIP > WRK-QTD-JA-PROCESSADOS
003410                 OR WRK-FIM-ARQUIVO-SIM
003420     ELSE
003440         OPEN OUTPUT CPF-REJEITOS
003450         OPEN OUTPUT CPF-DEPARA
003451         OPEN OUTPUT CPF-DUPLICADOS
003452         IF NOT WRK-MODO-PARTICAO-SIM
003460             PERFORM 1060-OBTER-SEQ-ARQUIVO THRU 1060-EXIT
003461         END-IF
003470         PERFORM 1070-GRAVAR-HEADER THRU 1070-EXIT
003471             VARYING WRK-IDX-DESTINO FROM 1 BY 1
003472             UNTIL WRK-IDX-DESTINO > WRK-QTD-ARQ-SAIDA
003480         MOVE '1' TO RP-FUNCAO
003490         MOVE WRK-LINHAS-PAGINA TO RP-LINHAS-PAGINA
003500         CALL 'CPFRPT01' USING RP-PARM
003540     PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
003550 1000-EXIT.
003560     EXIT.
003561******************************************************
003562*    1010-VERIFICAR-PARTICAO - CONFERE SE O CPFENT E
003563*    UMA PARTICAO GERADA PELO CPFPAR01 (1o REGISTRO
003564*    'P' COM O NUMERO DA PARTICAO E A QUANTIDADE DE
003565*    PARTICOES). SE FOR, O JOB RODA COMO UMA INSTANCIA
003566*    DA EXECUCAO PARALELA, COM UM UNICO ARQUIVO DE
003567*    RESULTADO; SE NAO FOR, O ARQUIVO E REABERTO PARA
003568*    SER LIDO DESDE O 1o REGISTRO
003569******************************************************
00356A 1010-VERIFICAR-PARTICAO.
00356B     MOVE 'N' TO WRK-MODO-PARTICAO.
00356C     MOVE WRK-QTD-DESTINOS TO WRK-QTD-ARQ-SAIDA.
00356D     PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
00356E     IF NOT WRK-FIM-ARQUIVO-SIM
00356F        AND PTC-TIPO-PARTICAO
00356G        AND PTC-PARTICAO IS NUMERIC
00356H        AND PTC-QTD-PARTICOES IS NUMERIC
00356I        AND PTC-PARTICAO > ZERO
00356J        AND PTC-PARTICAO NOT > PTC-QTD-PARTICOES
00356K         MOVE 'S' TO WRK-MODO-PARTICAO
00356L         MOVE PTC-PARTICAO TO WRK-PARTICAO
00356M         MOVE PTC-QTD-PARTICOES TO WRK-QTD-PARTICOES
00356N         MOVE 1 TO WRK-QTD-ARQ-SAIDA
00356O         IF WRK-OPERADOR = 'SISTEMA '
00356P            AND PTC-OPERADOR NOT = SPACES
00356Q             MOVE PTC-OPERADOR TO WRK-OPERADOR
00356R             MOVE WRK-OPERADOR TO GL-OPERADOR
00356S         END-IF
00356T         DISPLAY 'EXECUCAO PARTICIONADA - PARTICAO '
00356U             WRK-PARTICAO ' DE ' WRK-QTD-PARTICOES
00356V         GO TO 1010-EXIT
00356W     END-IF.
00356X     CLOSE CPF-ENTRADA.
00356Y     OPEN INPUT CPF-ENTRADA.
00356Z     MOVE 'N' TO WRK-FIM-ARQUIVO.
003570 1010-EXIT.
003571     EXIT.
003572******************************************************
003580*    1020-LER-PARAMETROS - LE O ARQUIVO DE PARAMETROS
003590*    OPERACIONAIS CPFPARM; SE O ARQUIVO NAO EXISTIR OU
003600*    UM CAMPO FOR INVALIDO, VALEM OS VALORES PADRAO
003720     END-IF.
003730 1020-EXIT.
003740     EXIT.
003741******************************************************
003742*    1025-CARREGAR-DESTINOS - CARREGA OS PERFIS DE
003743*    DESTINO DO ARQUIVO CPFDST (CODIGO, MODO DE MASCARA
003744*    T/P E TOKEN NO DETALHE S/N); SEM O ARQUIVO OU SEM
003745*    PERFIL VALIDO FICA UM DESTINO UNICO (CPFSAI) COM O
003746*    MODO DO CPFPARM E SEM TOKEN. O MODO DO 1o DESTINO
003747*    E O MODO DO LOTE (GRAVADO NO CPFMST); SE ALGUM
003748*    DESTINO USA O OUTRO MODO, CADA DOCUMENTO VALIDO E
003749*    MASCARADO TAMBEM NELE
00374A******************************************************
00374B 1025-CARREGAR-DESTINOS.
00374C     MOVE ZERO TO WRK-QTD-DESTINOS.
00374D     OPEN INPUT CPF-DESTINOS.
00374E     IF WRK-FS-DESTINOS-OK
00374F         PERFORM 1026-LER-DESTINO THRU 1026-EXIT
00374G             UNTIL WRK-FIM-ARQUIVO-SIM
00374H         CLOSE CPF-DESTINOS
00374I         MOVE 'N' TO WRK-FIM-ARQUIVO
00374J     END-IF.
00374K     IF WRK-QTD-DESTINOS = ZERO
00374L         MOVE 1 TO WRK-QTD-DESTINOS
00374M         MOVE SPACES TO WRK-DST-CODIGO(1)
00374N         MOVE WRK-MODO-MASCARA-LOTE TO WRK-DST-MODO-MASCARA(1)
00374O         MOVE 'N' TO WRK-DST-COM-TOKEN(1)
00374P         MOVE ZEROS TO WRK-DST-SEQ-ARQUIVO(1)
00374Q     END-IF.
00374R     MOVE WRK-DST-MODO-MASCARA(1) TO WRK-MODO-MASCARA-LOTE.
00374S     IF WRK-MODO-MASCARA-LOTE = 'T'
00374T         MOVE 'P' TO WRK-MODO-MASCARA-ALT
00374U     ELSE
00374V         MOVE 'T' TO WRK-MODO-MASCARA-ALT
00374W     END-IF.
00374X     MOVE 'N' TO WRK-MODO-ALTERNATIVO.
00374Y     PERFORM 1027-CONFERIR-MODO THRU 1027-EXIT
00374Z         VARYING WRK-IDX-DESTINO FROM 1 BY 1
003750         UNTIL WRK-IDX-DESTINO > WRK-QTD-DESTINOS.
003751 1025-EXIT.
003752     EXIT.
003753 1026-LER-DESTINO.
003754     READ CPF-DESTINOS
003755         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
003756     END-READ.
003757     IF WRK-FIM-ARQUIVO-SIM
003758         GO TO 1026-EXIT
003759     END-IF.
00375A     IF DST-CODIGO = SPACES
00375B        OR (DST-MODO-MASCARA NOT = 'T'
00375C            AND DST-MODO-MASCARA NOT = 'P')
00375D         DISPLAY 'PERFIL DE DESTINO INVALIDO IGNORADO: '
00375E             DST-REGISTRO
00375F         GO TO 1026-EXIT
00375G     END-IF.
00375H     IF WRK-QTD-DESTINOS NOT < WRK-MAX-DESTINOS
00375I         DISPLAY 'LIMITE DE DESTINOS ATINGIDO - PERFIL '
00375J             DST-CODIGO ' IGNORADO'
00375K         GO TO 1026-EXIT
00375L     END-IF.
00375M     ADD 1 TO WRK-QTD-DESTINOS.
00375N     MOVE DST-CODIGO TO WRK-DST-CODIGO(WRK-QTD-DESTINOS).
00375O     MOVE DST-MODO-MASCARA
00375P         TO WRK-DST-MODO-MASCARA(WRK-QTD-DESTINOS).
00375Q     IF DST-COM-TOKEN = 'S'
00375R         MOVE 'S' TO WRK-DST-COM-TOKEN(WRK-QTD-DESTINOS)
00375S     ELSE
00375T         MOVE 'N' TO WRK-DST-COM-TOKEN(WRK-QTD-DESTINOS)
00375U     END-IF.
00375V     MOVE ZEROS TO WRK-DST-SEQ-ARQUIVO(WRK-QTD-DESTINOS).
00375W 1026-EXIT.
00375X     EXIT.
00375Y 1027-CONFERIR-MODO.
00375Z     IF WRK-DST-MODO-MASCARA(WRK-IDX-DESTINO)
003760            NOT = WRK-MODO-MASCARA-LOTE
003761         MOVE 'S' TO WRK-MODO-ALTERNATIVO
003762     END-IF.
003763 1027-EXIT.
003764     EXIT.
003766******************************************************
003768*    1030-APLICAR-PARAMETROS - CRITICA CADA CAMPO DO
003770*    CPFPARM E APLICA OS VALORES VALIDOS
003780******************************************************
003790 1030-APLICAR-PARAMETROS.
004219     END-IF.
00421A 1046-EXIT.
00421B     EXIT.
00421N******************************************************
004220*    1050-VERIFICAR-CHECKPOINT - PROCURA UM CHECKPOINT
004230*    DE UMA EXECUCAO ANTERIOR (CPFCKP) E, SE ENCONTRADO,
004240*    RECUPERA AS QUANTIDADES JA PROCESSADAS PARA QUE O
004580******************************************************
004590*    1060-OBTER-SEQ-ARQUIVO - OBTEM DO ARQUIVO DE
004600*    CONTROLE CPFSEQ O PROXIMO NUMERO SEQUENCIAL DE
004610*    ARQUIVO DE INTERFACE DE CADA DESTINO E JA O
004620*    REGRAVA, PARA QUE CADA EXECUCAO COMPLETA GERE UM
004621*    NUMERO INEDITO POR DESTINO. O CPFSEQ TEM UMA LINHA
004622*    POR DESTINO (LINHAS DE DESTINOS FORA DO CPFDST SAO
004623*    MANTIDAS); A LINHA DO FORMATO ANTERIOR (SO O
004624*    NUMERO) VALE PARA O 1o DESTINO
004630******************************************************
004640 1060-OBTER-SEQ-ARQUIVO.
004650     MOVE ZERO TO WRK-QTD-SEQUENCIAS.
004660     OPEN INPUT CPF-SEQUENCIA.
004670     IF WRK-FS-SEQUENCIA-OK
004680         PERFORM 1061-CARREGAR-SEQUENCIA THRU 1061-EXIT
004690             UNTIL WRK-FIM-ARQUIVO-SIM
004700         CLOSE CPF-SEQUENCIA
004710         MOVE 'N' TO WRK-FIM-ARQUIVO
004720     END-IF.
004730     PERFORM 1062-NUMERAR-DESTINO THRU 1062-EXIT
004740         VARYING WRK-IDX-DESTINO FROM 1 BY 1
004750         UNTIL WRK-IDX-DESTINO > WRK-QTD-DESTINOS.
004770     OPEN OUTPUT CPF-SEQUENCIA.
004780     PERFORM 1064-GRAVAR-SEQUENCIA THRU 1064-EXIT
004790         VARYING WRK-IDX-SEQ FROM 1 BY 1
004791         UNTIL WRK-IDX-SEQ > WRK-QTD-SEQUENCIAS.
004800     CLOSE CPF-SEQUENCIA.
004801     MOVE WRK-DST-SEQ-ARQUIVO(1) TO WRK-SEQ-ARQUIVO.
004810 1060-EXIT.
004820     EXIT.
004821 1061-CARREGAR-SEQUENCIA.
004822     READ CPF-SEQUENCIA
004823         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
004824         NOT AT END
004825             IF SEQ-NUMERO IS NUMERIC
004826                AND WRK-QTD-SEQUENCIAS < WRK-MAX-SEQUENCIAS
004827                 ADD 1 TO WRK-QTD-SEQUENCIAS
004828                 MOVE SEQ-DESTINO
004829                     TO WRK-SQT-DESTINO(WRK-QTD-SEQUENCIAS)
00482A                 MOVE SEQ-NUMERO
00482B                     TO WRK-SQT-NUMERO(WRK-QTD-SEQUENCIAS)
00482C             END-IF
00482D     END-READ.
00482E 1061-EXIT.
00482F     EXIT.
00482G******************************************************
00482H*    1062-NUMERAR-DESTINO - PROXIMO NUMERO DO DESTINO
00482I*    (ULTIMO + 1, OU 1 NO PRIMEIRO ENVIO), ATUALIZADO
00482J*    NA TABELA QUE SERA REGRAVADA NO CPFSEQ
00482K******************************************************
00482L 1062-NUMERAR-DESTINO.
00482M     MOVE ZERO TO WRK-IDX-SEQ-ACHADO.
00482N     PERFORM 1063-COMPARAR-SEQUENCIA THRU 1063-EXIT
00482O         VARYING WRK-IDX-SEQ FROM 1 BY 1
00482P         UNTIL WRK-IDX-SEQ > WRK-QTD-SEQUENCIAS
00482Q             OR WRK-IDX-SEQ-ACHADO > ZERO.
00482R     IF WRK-IDX-SEQ-ACHADO = ZERO
00482S        AND WRK-IDX-DESTINO = 1
00482T        AND WRK-DST-CODIGO(1) NOT = SPACES
00482U         MOVE SPACES TO WRK-ORIGEM-PROCURADA
00482V         PERFORM 1065-LOCALIZAR-SEQ-ANTIGA THRU 1065-EXIT
00482W             VARYING WRK-IDX-SEQ FROM 1 BY 1
00482X             UNTIL WRK-IDX-SEQ > WRK-QTD-SEQUENCIAS
00482Y                 OR WRK-IDX-SEQ-ACHADO > ZERO
00482Z     END-IF.
004830     IF WRK-IDX-SEQ-ACHADO = ZERO
004831         IF WRK-QTD-SEQUENCIAS NOT < WRK-MAX-SEQUENCIAS
004832             DISPLAY 'CPFSEQ CHEIO - SEQUENCIA DO DESTINO '
004833                 WRK-DST-CODIGO(WRK-IDX-DESTINO)
004834                 ' NAO SERA GUARDADA'
004835             MOVE 1 TO WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO)
004836             GO TO 1062-EXIT
004837         END-IF
004838         ADD 1 TO WRK-QTD-SEQUENCIAS
004839         MOVE WRK-QTD-SEQUENCIAS TO WRK-IDX-SEQ-ACHADO
00483A         MOVE ZEROS TO WRK-SQT-NUMERO(WRK-IDX-SEQ-ACHADO)
00483B     END-IF.
00483C     MOVE WRK-DST-CODIGO(WRK-IDX-DESTINO)
00483D         TO WRK-SQT-DESTINO(WRK-IDX-SEQ-ACHADO).
00483E     COMPUTE WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO) =
00483F         WRK-SQT-NUMERO(WRK-IDX-SEQ-ACHADO) + 1.
00483G     MOVE WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO)
00483H         TO WRK-SQT-NUMERO(WRK-IDX-SEQ-ACHADO).
00483I 1062-EXIT.
00483J     EXIT.
00483K 1063-COMPARAR-SEQUENCIA.
00483L     IF WRK-SQT-DESTINO(WRK-IDX-SEQ)
00483M            = WRK-DST-CODIGO(WRK-IDX-DESTINO)
00483N         MOVE WRK-IDX-SEQ TO WRK-IDX-SEQ-ACHADO
00483O     END-IF.
00483P 1063-EXIT.
00483Q     EXIT.
00483R 1064-GRAVAR-SEQUENCIA.
00483S     MOVE SPACES TO SEQ-REGISTRO.
00483T     MOVE WRK-SQT-NUMERO(WRK-IDX-SEQ) TO SEQ-NUMERO.
00483U     MOVE WRK-SQT-DESTINO(WRK-IDX-SEQ) TO SEQ-DESTINO.
00483V     WRITE SEQ-REGISTRO.
00483W 1064-EXIT.
00483X     EXIT.
00483Y 1065-LOCALIZAR-SEQ-ANTIGA.
00483Z     IF WRK-SQT-DESTINO(WRK-IDX-SEQ) = WRK-ORIGEM-PROCURADA
004840         MOVE WRK-IDX-SEQ TO WRK-IDX-SEQ-ACHADO
004841     END-IF.
004842 1065-EXIT.
004843     EXIT.
004846******************************************************
004848*    1070-GRAVAR-HEADER - CRIA O ARQUIVO DE INTERFACE
004850*    DO DESTINO E GRAVA O REGISTRO HEADER COM DATA/HORA
004860*    DA EXECUCAO, NUMERO DE ARQUIVO DO DESTINO, ORIGEM
004870*    E CODIGO DO DESTINO
004875******************************************************
004880 1070-GRAVAR-HEADER.
004885     MOVE 'O' TO WRK-MODO-ABERTURA.
004886     PERFORM 7800-ABRIR-SAIDA THRU 7800-EXIT.
004890     ACCEPT WRK-HORA-AGORA FROM TIME.
004900     MOVE WRK-DATA-HOJE TO SAI-HDR-DATA.
004910     MOVE WRK-HORA-AGORA(1:6) TO SAI-HDR-HORA.
004920     MOVE WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO)
004921         TO SAI-HDR-SEQUENCIA.
004922     MOVE WRK-DST-CODIGO(WRK-IDX-DESTINO) TO SAI-HDR-DESTINO.
004923     IF WRK-MODO-PARTICAO-SIM
004924         MOVE ZEROS TO SAI-HDR-SEQUENCIA
004925         MOVE WRK-PARTICAO TO WRK-ROT-PARTICAO
004926         MOVE WRK-ROTULO-PARTICAO TO SAI-HDR-DESTINO
004927     END-IF.
004930     MOVE SAI-HEADER TO WRK-SAI-AREA.
004935     PERFORM 7810-GRAVAR-SAIDA THRU 7810-EXIT.
004940 1070-EXIT.
004950     EXIT.
004951******************************************************
004952*    1080-REABRIR-SAIDA - NA RETOMADA, REABRE O ARQUIVO
004953*    DE INTERFACE DO DESTINO PARA CONTINUAR A GRAVACAO
004954*    (CRIANDO-O SE NAO EXISTIR)
004955******************************************************
004956 1080-REABRIR-SAIDA.
004957     MOVE 'E' TO WRK-MODO-ABERTURA.
004958     PERFORM 7800-ABRIR-SAIDA THRU 7800-EXIT.
004959     IF WRK-FS-SAIDA-NAO-EXISTE
00495A         MOVE 'O' TO WRK-MODO-ABERTURA
00495B         PERFORM 7800-ABRIR-SAIDA THRU 7800-EXIT
00495C     END-IF.
00495D 1080-EXIT.
00495E     EXIT.
004960******************************************************
004970*    2000-PROCESSAR-ARQUIVO - VALIDA, MASCARA E GRAVA
004980*    1 CPF; REGISTROS INVALIDOS SAO REJEITADOS
004990******************************************************
005000 2000-PROCESSAR-ARQUIVO.
005001     ADD 1 TO WRK-QTD-LIDOS.
005002     MOVE WRK-QTD-LIDOS TO WRK-SEQ-ENTRADA.
005003     PERFORM 2920-OBTER-SEQ-ENTRADA THRU 2920-EXIT.
005005     MOVE ENT-ORIGEM TO WRK-ORIGEM-PROCURADA.
005006     PERFORM 7600-LOCALIZAR-ORIGEM THRU 7600-EXIT.
005008     IF WRK-IDX-ORIGEM > ZERO
005009         ADD 1 TO WRK-ORG-LIDOS(WRK-IDX-ORIGEM)
005011     END-IF.
005012     MOVE 'N' TO WRK-FORMATO-CNPJ-OK.
005014     IF ENT-TIPO-CNPJ
005016         PERFORM 2700-CONFERIR-FORMATO-CNPJ THRU 2700-EXIT
005200     END-EVALUATE.
005205     MOVE 'N' TO WRK-DUPLICADO.
005210     IF WRK-CPF-VALIDO-SIM
005211         MOVE WRK-SEQ-ENTRADA TO WRK-SEQ-CORRENTE
005212         PERFORM 7400-VERIFICAR-DUPLICADO THRU 7400-EXIT
005213     END-IF.
005214     EVALUATE TRUE
005217             PERFORM 7500-GRAVAR-DUPLICADO THRU 7500-EXIT
005218         WHEN WRK-CPF-VALIDO-SIM
005220             ADD 1 TO WRK-QTD-DETALHE
005250             ADD WRK-SEQ-ENTRADA TO WRK-TOTAL-CONTROLE
005270             PERFORM 7300-GRAVAR-DEPARA THRU 7300-EXIT
005275             PERFORM 7700-GRAVAR-DETALHES THRU 7700-EXIT
005280         WHEN OTHER
005290             ADD 1 TO WRK-QTD-REJEITADOS
005300             PERFORM 7200-GRAVAR-REJEITO THRU 7200-EXIT
005670         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
005680     END-READ.
005690 2900-EXIT.
00569Q     EXIT.
0056AH******************************************************
0056B8*    2910-PULAR-PROCESSADO - NA RETOMADA, LE 1 REGISTRO
0056BY*    JA PROCESSADO NA EXECUCAO INTERROMPIDA E O
0056CP*    REREGISTRA NO CADASTRO DE TRABALHO CPFDUP, PARA
0056DG*    QUE O CONTROLE DE DUPLICADOS CONTINUE DO MESMO
0056E6*    PONTO DE UMA EXECUCAO SEM INTERRUPCAO
0056EX******************************************************
0056FO 2910-PULAR-PROCESSADO.
0056GE     PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
0056H5     IF NOT WRK-FIM-ARQUIVO-SIM
0056HW         MOVE WRK-IDX-SKIP TO WRK-SEQ-ENTRADA
0056IM         PERFORM 2920-OBTER-SEQ-ENTRADA THRU 2920-EXIT
0056JD         MOVE ENT-ORIGEM TO WRK-ORIGEM-PROCURADA
0056K4         PERFORM 7600-LOCALIZAR-ORIGEM THRU 7600-EXIT
0056KU         IF WRK-IDX-ORIGEM > ZERO
0056LL             ADD 1 TO WRK-ORG-LIDOS(WRK-IDX-ORIGEM)
0056MC         END-IF
0056N2         PERFORM 2960-REGISTRAR-SKIP THRU 2960-EXIT
0056NT     END-IF.
0056OK 2910-EXIT.
0056PA     EXIT.
0056Q1******************************************************
0056QS*    2920-OBTER-SEQ-ENTRADA - NA EXECUCAO PARTICIONADA
0056RI*    A SEQUENCIA DO DOCUMENTO E A SEQUENCIA ORIGINAL NO
0056S9*    CPFENT COMPLETO, GRAVADA PELO CPFPAR01 EM CADA
0056T0*    REGISTRO DA PARTICAO; NA EXECUCAO NORMAL E A
0056TQ*    POSICAO DO REGISTRO NO ARQUIVO
0056UH******************************************************
0056V8 2920-OBTER-SEQ-ENTRADA.
0056VY     IF WRK-MODO-PARTICAO-SIM
0056WP        AND ENT-SEQ-ENTRADA IS NUMERIC
0056XG         MOVE ENT-SEQ-ENTRADA TO WRK-SEQ-ENTRADA
0056Y6     END-IF.
0056YX 2920-EXIT.
0056ZO     EXIT.
00570F******************************************************
00570G*    2960-REGISTRAR-SKIP - REVALIDA 1 REGISTRO PULADO
00570H*    NA RETOMADA (MESMO CRITERIO DO PROCESSAMENTO
005713     END-EVALUATE.
005714     PERFORM 3000-PROCESSAR-DOCUMENTO THRU 3000-EXIT.
005715     IF WRK-CPF-VALIDO-SIM
005716         MOVE WRK-SEQ-ENTRADA TO WRK-SEQ-CORRENTE
005717         PERFORM 7400-VERIFICAR-DUPLICADO THRU 7400-EXIT
005718     END-IF.
005719 2960-EXIT.
00571A     EXIT.
00571N******************************************************
005720*    2950-CONFERIR-REJEITOS - CALCULA O PERCENTUAL DE
005730*    REJEITOS DA EXECUCAO E MARCA O ABORTO DO JOB
005740*    QUANDO ELE ULTRAPASSA O MAXIMO DO CPFPARM
006800     IF NOT WRK-ABORTADO-SIM
006810         MOVE WRK-QTD-DETALHE TO SAI-TRL-QTD-DETALHE
006820         MOVE WRK-TOTAL-CONTROLE TO SAI-TRL-TOTAL-CONTROLE
006830         PERFORM 9050-FECHAR-DESTINO THRU 9050-EXIT
006835             VARYING WRK-IDX-DESTINO FROM 1 BY 1
006836             UNTIL WRK-IDX-DESTINO > WRK-QTD-ARQ-SAIDA
006840     END-IF.
006845     PERFORM 7830-FECHAR-SAIDA THRU 7830-EXIT
006846         VARYING WRK-IDX-DESTINO FROM 1 BY 1
006847         UNTIL WRK-IDX-DESTINO > WRK-QTD-ARQ-SAIDA.
006850     CLOSE CPF-ENTRADA CPF-REJEITOS CPF-DEPARA
006851         CPF-DUPLICADOS.
006852     IF WRK-DUP-ATIVO-SIM
006853         CLOSE CPF-DUP-CONTROLE
007010     MOVE WRK-QTD-CPF TO RP-QTD-CPF.
007020     MOVE WRK-QTD-CNPJ TO RP-QTD-CNPJ.
007025     MOVE WRK-QTD-DUPLICADOS TO RP-QTD-DUPLICADOS.
007026     MOVE WRK-QTD-ORIGENS TO RP-QTD-ORIGENS.
007027     PERFORM 9300-MONTAR-RESUMO-ORIGEM THRU 9300-EXIT
007028         VARYING WRK-IDX-ORIGEM FROM 1 BY 1
007029         UNTIL WRK-IDX-ORIGEM > WRK-QTD-ORIGENS.
007030     CALL 'CPFRPT01' USING RP-PARM.
007031     IF NOT WRK-MODO-PARTICAO-SIM
007035         PERFORM 9200-GRAVAR-HISTORICO THRU 9200-EXIT
007036     END-IF.
007040     IF WRK-ABORTADO-SIM
007050         DISPLAY 'JOB INTERROMPIDO - CHECKPOINT PRESERVADO '
007060             'PARA RETOMADA'
007080     ELSE
007090         PERFORM 8100-LIMPAR-CHECKPOINT THRU 8100-EXIT
007100     END-IF.
007101 9000-EXIT.
007102     EXIT.
007104******************************************************
007105*    9050-FECHAR-DESTINO - GRAVA O TRAILER NO ARQUIVO
007106*    DE INTERFACE DO DESTINO E REGISTRA A TRANSMISSAO
007108*    NO LOG DE ENVIADOS CPFENV
007109******************************************************
00710A 9050-FECHAR-DESTINO.
00710C     IF WRK-MODO-PARTICAO-SIM
00710D         PERFORM 9060-FECHAR-PARTICAO THRU 9060-EXIT
00710E         GO TO 9050-EXIT
00710G     END-IF.
00710H     MOVE SAI-TRAILER TO WRK-SAI-AREA.
00710I     PERFORM 7810-GRAVAR-SAIDA THRU 7810-EXIT.
00710K     PERFORM 9100-GRAVAR-ENVIADO THRU 9100-EXIT.
00710L     DISPLAY 'ARQUIVO DO DESTINO '
00710N         WRK-DST-CODIGO(WRK-IDX-DESTINO) ' SEQUENCIA '
00710O         WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO) ' MODO '
00710P         WRK-DST-MODO-MASCARA(WRK-IDX-DESTINO) ' TOKEN '
00710R         WRK-DST-COM-TOKEN(WRK-IDX-DESTINO).
00710S 9050-EXIT.
00710T     EXIT.
00710V******************************************************
00710W*    9060-FECHAR-PARTICAO - NA EXECUCAO PARTICIONADA
00710X*    GRAVA NO ARQUIVO DE RESULTADO DA PARTICAO O
00710Z*    TRAILER COM AS CONTAGENS DA PARTICAO; O CPFENV E O
007110*    CPFHIS SAO GRAVADOS PELA JUNCAO (CPFJUN01)
007111******************************************************
007113 9060-FECHAR-PARTICAO.
007114     MOVE WRK-QTD-DETALHE TO SAI-TRP-QTD-DETALHE.
007115     MOVE WRK-TOTAL-CONTROLE TO SAI-TRP-TOTAL-CONTROLE.
007117     MOVE WRK-PARTICAO TO SAI-TRP-PARTICAO.
007118     MOVE WRK-QTD-PARTICOES TO SAI-TRP-QTD-PARTICOES.
00711A     MOVE WRK-QTD-LIDOS TO SAI-TRP-QTD-LIDOS.
00711B     MOVE WRK-QTD-REJEITADOS TO SAI-TRP-QTD-REJEITADOS.
00711C     MOVE WRK-QTD-FORMATO-INVALIDO TO SAI-TRP-QTD-FORMATO-INV.
00711E     MOVE WRK-QTD-CPF TO SAI-TRP-QTD-CPF.
00711F     MOVE WRK-QTD-CNPJ TO SAI-TRP-QTD-CNPJ.
00711G     MOVE WRK-QTD-DUPLICADOS TO SAI-TRP-QTD-DUPLICADOS.
00711I     MOVE WRK-RETOMADA TO SAI-TRP-RETOMADA.
00711J     MOVE SAI-TRAILER-PARTICAO TO WRK-SAI-AREA.
00711K     PERFORM 7810-GRAVAR-SAIDA THRU 7810-EXIT.
00711M     DISPLAY 'PARTICAO ' WRK-PARTICAO ' DE ' WRK-QTD-PARTICOES
00711N         ' CONCLUIDA - RESULTADO AGUARDA A JUNCAO'.
00711O 9060-EXIT.
00711Q     EXIT.
00711R******************************************************
00711S*    9100-GRAVAR-ENVIADO - ACRESCENTA AO LOG DE
00711U*    ENVIADOS CPFENV O ARQUIVO DE INTERFACE DO DESTINO
00711V*    COMPLETADO NESTA EXECUCAO, COM STATUS 'P' (PENDENTE
00711X*    DE CONFIRMACAO DO DESTINO), PARA CONFERENCIA PELO
00711Y*    CPFACK01 POR DESTINO E SEQUENCIA
00711Z******************************************************
007121 9100-GRAVAR-ENVIADO.
007122     OPEN EXTEND CPF-ENVIADOS.
007123     IF WRK-FS-ENVIADOS-NAO-EXISTE
007125         OPEN OUTPUT CPF-ENVIADOS
007126     END-IF.
007127     MOVE SPACES TO ENV-REGISTRO.
007129     MOVE WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO) TO ENV-SEQUENCIA.
00712A     MOVE WRK-DATA-HOJE TO ENV-DATA.
00712B     MOVE WRK-QTD-DETALHE TO ENV-QTD-DETALHE.
00712D     MOVE WRK-TOTAL-CONTROLE TO ENV-TOTAL-CONTROLE.
00712E     MOVE 'P' TO ENV-STATUS.
00712F     MOVE ZEROS TO ENV-DATA-RETORNO.
00712H     MOVE WRK-DST-CODIGO(WRK-IDX-DESTINO) TO ENV-DESTINO.
00712I     MOVE ZEROS TO ENV-DATA-RETRANSMISSAO.
00712K     WRITE ENV-REGISTRO.
00712L     CLOSE CPF-ENVIADOS.
00712M 9100-EXIT.
00713E     CLOSE CPF-HISTORICO.
00713F 9200-EXIT.
00713G     EXIT.
00713H******************************************************
00713I*    9300-MONTAR-RESUMO-ORIGEM - PASSA AO CPFRPT01 OS
00713J*    TOTAIS DE 1 ORIGEM (MASCARADOS = LIDOS MENOS
00713K*    REJEITADOS E DUPLICADOS) E OS EXIBE NO CONSOLE
00713L******************************************************
00713M 9300-MONTAR-RESUMO-ORIGEM.
00713N     COMPUTE WRK-QTD-ORG-MASCARADOS =
00713O         WRK-ORG-LIDOS(WRK-IDX-ORIGEM)
00713P         - WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM)
00713Q         - WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM).
00713R     MOVE WRK-ORG-CODIGO(WRK-IDX-ORIGEM)
00713S         TO RP-ORG-CODIGO(WRK-IDX-ORIGEM).
00713T     MOVE WRK-ORG-LIDOS(WRK-IDX-ORIGEM)
00713U         TO RP-ORG-LIDOS(WRK-IDX-ORIGEM).
00713V     MOVE WRK-QTD-ORG-MASCARADOS
00713W         TO RP-ORG-MASCARADOS(WRK-IDX-ORIGEM).
00713X     MOVE WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM)
00713Y         TO RP-ORG-REJEITADOS(WRK-IDX-ORIGEM).
00713Z     MOVE WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM)
007141         TO RP-ORG-DUPLICADOS(WRK-IDX-ORIGEM).
007144     DISPLAY 'ORIGEM ' WRK-ORG-CODIGO(WRK-IDX-ORIGEM)
007146         ' LIDOS: ' WRK-ORG-LIDOS(WRK-IDX-ORIGEM)
007149         ' REJEITADOS: ' WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM)
00714B         ' DUPLICADOS: ' WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM).
00714E 9300-EXIT.
00714G     EXIT.
00714J******************************************************
00714L*    4000-RECONSTRUIR-SAIDAS - NA RETOMADA, REGRAVA
00714O*    CADA ARQUIVO DE SAIDA NO ESTADO EXATO DO ULTIMO
00714R*    CHECKPOINT (DUAS PASSADAS COM ARQUIVO DE
00714T*    TRABALHO, NO PADRAO DO AUDARQ01), DESCARTANDO O
00714W*    QUE FOI GRAVADO ENTRE O CHECKPOINT E A QUEDA,
00714Y*    PARA QUE O REPROCESSAMENTO NAO DUPLIQUE NADA
007151******************************************************
007153 4000-RECONSTRUIR-SAIDAS.
007156     PERFORM 4100-RECONSTRUIR-SAIDA THRU 4100-EXIT
007158         VARYING WRK-IDX-DESTINO FROM 1 BY 1
00715B         UNTIL WRK-IDX-DESTINO > WRK-QTD-ARQ-SAIDA.
00715D     PERFORM 4200-RECONSTRUIR-REJEITOS THRU 4200-EXIT.
00715G     PERFORM 4300-RECONSTRUIR-DEPARA THRU 4300-EXIT.
00715J     PERFORM 4400-RECONSTRUIR-DUPLICADOS THRU 4400-EXIT.
00715L     PERFORM 4500-RECONSTRUIR-AUDITORIA THRU 4500-EXIT.
00715O 4000-EXIT.
00715Q     EXIT.
00715T******************************************************
00715V*    4100-RECONSTRUIR-SAIDA - MANTEM NO ARQUIVO DE
00715Y*    INTERFACE DO DESTINO O HEADER (DE ONDE VOLTA O
007160*    NUMERO DE ARQUIVO DO DESTINO) E OS PRIMEIROS
007163*    CKP-QTD-DETALHE DETALHES; DETALHES EXCEDENTES E
007166*    TRAILER SAO DESCARTADOS
007168******************************************************
00716B 4100-RECONSTRUIR-SAIDA.
00716D     MOVE ZERO TO WRK-QTD-COPIADOS.
00716G     MOVE 'I' TO WRK-MODO-ABERTURA.
00716I     PERFORM 7800-ABRIR-SAIDA THRU 7800-EXIT.
00716L     IF WRK-FS-SAIDA-NAO-EXISTE
00716N         GO TO 4100-EXIT
00716Q     END-IF.
00716S     OPEN OUTPUT SAI-TRABALHO.
00716V     MOVE 'N' TO WRK-FIM-ARQUIVO.
00716Y     PERFORM 4110-SEPARAR-SAIDA THRU 4110-EXIT
007170         UNTIL WRK-FIM-ARQUIVO-SIM.
007173     PERFORM 7830-FECHAR-SAIDA THRU 7830-EXIT.
007175     CLOSE SAI-TRABALHO.
007178     OPEN INPUT SAI-TRABALHO.
00717A     MOVE 'O' TO WRK-MODO-ABERTURA.
00717D     PERFORM 7800-ABRIR-SAIDA THRU 7800-EXIT.
00717F     MOVE 'N' TO WRK-FIM-ARQUIVO.
00717I     PERFORM 4120-DEVOLVER-SAIDA THRU 4120-EXIT
00717K         UNTIL WRK-FIM-ARQUIVO-SIM.
00717N     CLOSE SAI-TRABALHO.
00717Q     PERFORM 7830-FECHAR-SAIDA THRU 7830-EXIT.
00717S     MOVE 'N' TO WRK-FIM-ARQUIVO.
00717V 4100-EXIT.
00717X     EXIT.
007180 4110-SEPARAR-SAIDA.
007182     PERFORM 7820-LER-SAIDA THRU 7820-EXIT.
007185     IF WRK-FIM-ARQUIVO-SIM
007187         GO TO 4110-EXIT
00718A     END-IF.
00718D     EVALUATE WRK-SAI-TIPO
00718F         WHEN 'H'
00718I             WRITE TSA-REGISTRO FROM WRK-SAI-AREA
00718K             IF WRK-HDR-SEQUENCIA IS NUMERIC
00718N                 MOVE WRK-HDR-SEQUENCIA
00718P                     TO WRK-DST-SEQ-ARQUIVO(WRK-IDX-DESTINO)
00718S             END-IF
00718U         WHEN 'D'
00718X             IF WRK-QTD-COPIADOS < WRK-QTD-DETALHE
00718Z                 ADD 1 TO WRK-QTD-COPIADOS
007192                 WRITE TSA-REGISTRO FROM WRK-SAI-AREA
007195             END-IF
007197         WHEN OTHER
00719A             CONTINUE
00719C     END-EVALUATE.
00719F 4110-EXIT.
00719H     EXIT.
00719K 4120-DEVOLVER-SAIDA.
00719M     READ SAI-TRABALHO
00719P         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
00719R         NOT AT END
00719U             MOVE TSA-REGISTRO TO WRK-SAI-AREA
00719X             PERFORM 7810-GRAVAR-SAIDA THRU 7810-EXIT
00719Z     END-READ.
0071A2 4120-EXIT.
0071A4     EXIT.
0071A7******************************************************
0071A9*    4200-RECONSTRUIR-REJEITOS - MANTEM NO CPFREJ OS
0071AC*    PRIMEIROS CKP-QTD-REJEITADOS REGISTROS
0071AE******************************************************
0071AH 4200-RECONSTRUIR-REJEITOS.
0071AK     MOVE ZERO TO WRK-QTD-COPIADOS.
0071AM     OPEN INPUT CPF-REJEITOS.
0071AP     IF WRK-FS-REJEITOS-NAO-EXISTE
0071AR         GO TO 4200-EXIT
0071AU     END-IF.
0071AW     OPEN OUTPUT REJ-TRABALHO.
0071AZ     MOVE 'N' TO WRK-FIM-ARQUIVO.
0071B1     PERFORM 4210-SEPARAR-REJEITO THRU 4210-EXIT
0071B4         UNTIL WRK-FIM-ARQUIVO-SIM.
0071B6     CLOSE CPF-REJEITOS REJ-TRABALHO.
0071B9     OPEN INPUT REJ-TRABALHO.
0071BC     OPEN OUTPUT CPF-REJEITOS.
0071BE     MOVE 'N' TO WRK-FIM-ARQUIVO.
0071BH     PERFORM 4220-DEVOLVER-REJEITO THRU 4220-EXIT
0071BJ         UNTIL WRK-FIM-ARQUIVO-SIM.
0071BM     CLOSE REJ-TRABALHO CPF-REJEITOS.
0071BO     MOVE 'N' TO WRK-FIM-ARQUIVO.
0071BR 4200-EXIT.
0071BT     EXIT.
0071BW 4210-SEPARAR-REJEITO.
0071BY     READ CPF-REJEITOS
0071C1         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
0071C4         NOT AT END
0071C6             IF WRK-QTD-COPIADOS < WRK-QTD-REJEITADOS
0071C9                 ADD 1 TO WRK-QTD-COPIADOS
0071CB                 WRITE TRJ-REGISTRO FROM REJ-REGISTRO
0071CE                 MOVE REJ-ORIGEM TO WRK-ORIGEM-PROCURADA
0071CG                 PERFORM 7600-LOCALIZAR-ORIGEM THRU 7600-EXIT
0071CJ                 IF WRK-IDX-ORIGEM > ZERO
0071CL                     ADD 1 TO WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM)
0071CO                 END-IF
0071CR             END-IF
0071CS     END-READ.
0071CT 4210-EXIT.
0071F3             IF WRK-QTD-COPIADOS < WRK-QTD-DUPLICADOS
0071F4                 ADD 1 TO WRK-QTD-COPIADOS
0071F5                 WRITE TDU-REGISTRO FROM DPS-REGISTRO
0071Q6                 MOVE DPS-ORIGEM TO WRK-ORIGEM-PROCURADA
0071Q7                 PERFORM 7600-LOCALIZAR-ORIGEM THRU 7600-EXIT
0071Q8                 IF WRK-IDX-ORIGEM > ZERO
0071Q9                     ADD 1 TO WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM)
0071QA                 END-IF
0071QC             END-IF
0071QE     END-READ.
0071QG 4410-EXIT.
0071QI     EXIT.
0071QL 4420-DEVOLVER-DUPLICADO.
0071QN     READ DUP-TRABALHO
0071QP         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
0071QR         NOT AT END
0071QT             WRITE DPS-REGISTRO FROM TDU-REGISTRO
0071QW     END-READ.
0071QY 4420-EXIT.
0071R0     EXIT.
0071R2******************************************************
0071R4*    4500-RECONSTRUIR-AUDITORIA - PODA DA TRILHA
0071R7*    CPFAUD OS REGISTROS DO CPFLOTE DA DATA DA
0071R9*    EXECUCAO INTERROMPIDA GRAVADOS ALEM DOS
0071RB*    CKP-QTD-LIDOS DO CHECKPOINT (QUEDA ENTRE O WRITE
0071RD*    DO CPFSAI E O GRAVALOG); REGISTROS DE OUTROS JOBS
0071RF*    E DE OUTRAS DATAS SAO SEMPRE MANTIDOS - PREMISSA
0071RI*    DE UM LOTE POR DATA, A MESMA DO CPFCONC. OS
0071RK*    REGISTROS SEGUINTES AO 1o RETIRADO SAO REENCADEADOS
0071RM*    E A TRILHA FECHA COM UM PONTO DE QUEBRA ASSINADO;
0071RO*    COM A CADEIA QUEBRADA A TRILHA NAO E PODADA
0071RQ******************************************************
0071RT 4500-RECONSTRUIR-AUDITORIA.
0071RV     MOVE ZERO TO WRK-QTD-AUD-LOTE.
0071RX     MOVE ZERO TO WRK-QTD-AUD-REMOVIDOS.
0071RZ     MOVE 'N' TO WRK-CADEIA-INICIADA.
0071S1     MOVE 'N' TO WRK-CADEIA-QUEBRADA.
0071S4     MOVE ZEROS TO WRK-ENC-CONFERENCIA.
0071S6     MOVE ZEROS TO WRK-ENC-NOVO.
0071S8     OPEN INPUT AUDITORIA-LOG.
0071SA     IF NOT WRK-FS-AUDITORIA-OK
0071SC         GO TO 4500-EXIT
0071SF     END-IF.
0071SH     OPEN OUTPUT AUD-TRABALHO.
0071SJ     MOVE 'N' TO WRK-FIM-ARQUIVO.
0071SL     PERFORM 4510-SEPARAR-AUDITORIA THRU 4510-EXIT
0071SN         UNTIL WRK-FIM-ARQUIVO-SIM.
0071SQ     IF WRK-QTD-AUD-REMOVIDOS > ZERO
0071SS        AND NOT WRK-CADEIA-QUEBRADA-SIM
0071SU         PERFORM 4540-GRAVAR-PONTO-QUEBRA THRU 4540-EXIT
0071SW     END-IF.
0071SY     CLOSE AUDITORIA-LOG AUD-TRABALHO.
0071T1     MOVE 'N' TO WRK-FIM-ARQUIVO.
0071T3     IF WRK-QTD-AUD-REMOVIDOS = ZERO
0071T5         GO TO 4500-EXIT
0071T7     END-IF.
0071T9     IF WRK-CADEIA-QUEBRADA-SIM
0071TC         DISPLAY 'CADEIA DO CPFAUD QUEBRADA - TRILHA NAO PODADA '
0071TE             '(VERIFICAR COM O AUDVER01)'
0071TG         GO TO 4500-EXIT
0071TI     END-IF.
0071TK     OPEN INPUT AUD-TRABALHO.
0071TN     OPEN OUTPUT AUDITORIA-LOG.
0071TP     PERFORM 4520-DEVOLVER-AUDITORIA THRU 4520-EXIT
0071TR         UNTIL WRK-FIM-ARQUIVO-SIM.
0071TT     CLOSE AUD-TRABALHO AUDITORIA-LOG.
0071TV     MOVE 'N' TO WRK-FIM-ARQUIVO.
0071TY 4500-EXIT.
0071U0     EXIT.
0071U2 4510-SEPARAR-AUDITORIA.
0071U4     READ AUDITORIA-LOG
0071U6         AT END
0071U9             MOVE 'S' TO WRK-FIM-ARQUIVO
0071UB             GO TO 4510-EXIT
0071UD     END-READ.
0071UF     MOVE LOG-REGISTRO TO WRK-LOG-AREA.
0071UH     PERFORM 4530-CONFERIR-ELO THRU 4530-EXIT.
0071UK     IF WRK-LOG-JOB = 'CPFLOTE '
0071UM        AND WRK-LOG-DATA = WRK-DATA-CKP
0071UO        AND WRK-LOG-STATUS NOT = 'Q'
0071UQ         IF WRK-QTD-AUD-LOTE < WRK-QTD-JA-PROCESSADOS
0071US             ADD 1 TO WRK-QTD-AUD-LOTE
0071UV         ELSE
0071UX             ADD 1 TO WRK-QTD-AUD-REMOVIDOS
0071UZ             GO TO 4510-EXIT
0071V1         END-IF
0071V3     END-IF.
0071V6     IF WRK-QTD-AUD-REMOVIDOS > ZERO
0071V8         PERFORM 4550-REENCADEAR THRU 4550-EXIT
0071VA     ELSE
0071VC         MOVE WRK-ENC-CONFERENCIA TO WRK-ENC-NOVO
0071VE     END-IF.
0071VH     WRITE TAU-REGISTRO FROM WRK-LOG-AREA.
0071VJ 4510-EXIT.
0071VL     EXIT.
0071VN 4520-DEVOLVER-AUDITORIA.
0071VP     READ AUD-TRABALHO
0071VS         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
0071VU         NOT AT END
0071VW             WRITE LOG-REGISTRO FROM TAU-REGISTRO
0071VY     END-READ.
0071W0 4520-EXIT.
0071W3     EXIT.
0071W5******************************************************
0071W7*    4530-CONFERIR-ELO - CONFERE O VALOR DE ENCADEAMENTO
0071W9*    DO REGISTRO LIDO CONTRA O DO REGISTRO ANTERIOR (O
0071WB*    1o REGISTRO ENCADEADO SE APOIA NO CPFAUDH E E
0071WE*    ACEITO COMO ESTA); REGISTRO SEM VALOR SO E ACEITO
0071WG*    ANTES DO INICIO DA CADEIA
0071WI******************************************************
0071WK 4530-CONFERIR-ELO.
0071WM     IF WRK-LOG-ENCADEAMENTO IS NOT NUMERIC
0071WP         IF WRK-CADEIA-INICIADA-SIM
0071WR             MOVE 'S' TO WRK-CADEIA-QUEBRADA
0071WT         END-IF
0071WV         MOVE ZEROS TO WRK-ENC-CONFERENCIA
0071WX         GO TO 4530-EXIT
0071X0     END-IF.
0071X2     IF WRK-CADEIA-INICIADA-SIM
0071X4         MOVE WRK-LOG-AREA(1:68) TO AE-REGISTRO
0071X6         MOVE WRK-ENC-CONFERENCIA TO AE-ENCADEAMENTO-ANTERIOR
0071X8         CALL 'AUDENCAD' USING AE-PARM
0071XB         IF AE-ENCADEAMENTO NOT = WRK-LOG-ENCADEAMENTO
0071XD             MOVE 'S' TO WRK-CADEIA-QUEBRADA
0071XF         END-IF
0071XH     END-IF.
0071XJ     MOVE 'S' TO WRK-CADEIA-INICIADA.
0071XM     MOVE WRK-LOG-ENCADEAMENTO TO WRK-ENC-CONFERENCIA.
0071XO 4530-EXIT.
0071XQ     EXIT.
0071XS******************************************************
0071XU*    4540-GRAVAR-PONTO-QUEBRA - ULTIMO REGISTRO DA
0071XX*    TRILHA PODADA: MARCA A PODA COM A QUANTIDADE
0071XZ*    RETIRADA E O ULTIMO VALOR DA CADEIA ORIGINAL
0071Y1******************************************************
0071Y3 4540-GRAVAR-PONTO-QUEBRA.
0071Y5     ACCEPT WRK-QBR-DATA FROM DATE YYYYMMDD.
0071Y8     ACCEPT WRK-QBR-HORA FROM TIME.
0071YA     MOVE WRK-QTD-AUD-REMOVIDOS TO WRK-QBR-QTD.
0071YC     MOVE WRK-ENC-CONFERENCIA TO WRK-QBR-ENC-ORIGINAL.
0071YE     MOVE WRK-OPERADOR TO WRK-QBR-OPERADOR.
0071YG     MOVE WRK-PONTO-QUEBRA TO WRK-LOG-AREA.
0071YJ     PERFORM 4550-REENCADEAR THRU 4550-EXIT.
0071YL     WRITE TAU-REGISTRO FROM WRK-LOG-AREA.
0071YN 4540-EXIT.
0071YP     EXIT.
0071YR******************************************************
0071YU*    4550-REENCADEAR - RECALCULA O VALOR DE ENCADEAMENTO
0071YW*    DO REGISTRO EM WRK-LOG-AREA SOBRE O ULTIMO VALOR
0071YY*    GRAVADO (WRK-ENC-NOVO), QUE PASSA A SER O DELE
0071Z0******************************************************
0071Z2 4550-REENCADEAR.
0071Z5     MOVE WRK-LOG-AREA(1:68) TO AE-REGISTRO.
0071Z7     MOVE WRK-ENC-NOVO TO AE-ENCADEAMENTO-ANTERIOR.
0071Z9     CALL 'AUDENCAD' USING AE-PARM.
0071ZB     MOVE AE-ENCADEAMENTO TO WRK-ENC-NOVO.
0071ZD     MOVE AE-ENCADEAMENTO TO WRK-LOG-ENCADEAMENTO.
0071ZG 4550-EXIT.
0071ZI     EXIT.
0071ZK******************************************************
0071ZM*    6000-CALCULAR-HASH-CPF - CHECKSUM SIMPLES (NAO
0071ZO*    CRIPTOGRAFICO) DO CPF LIDO, USADO APENAS NA
0071ZR*    TRILHA DE AUDITORIA NO LUGAR DO NUMERO EM CLARO
0071ZT******************************************************
0071ZV 6000-CALCULAR-HASH-CPF.
0071ZX     MOVE ZERO TO WRK-SOMA-HASH.
007200     PERFORM 6010-SOMAR-HASH-CPF THRU 6010-EXIT
007210         VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 11.
007220     DIVIDE WRK-SOMA-HASH BY 999983 GIVING WRK-QUOCIENTE-HASH
007790******************************************************
007800 7100-IMPRIMIR-DETALHE-RELATORIO.
007810     MOVE '2' TO RP-FUNCAO.
007820     MOVE WRK-SEQ-ENTRADA TO RP-SEQUENCIA.
007830     MOVE GL-STATUS TO RP-STATUS.
007832     IF WRK-DUPLICADO-SIM
007834         MOVE 'D' TO RP-STATUS
007836     END-IF.
007840     MOVE CM-MOTIVO TO RP-MOTIVO.
007841     MOVE ENT-ORIGEM TO RP-ORIGEM.
007850     IF WRK-CPF-VALIDO-SIM
007860         MOVE CM-SAIDA-MASCARADA TO RP-CPF-MASCARADO
007870     ELSE
007980******************************************************
007990 7200-GRAVAR-REJEITO.
008000     MOVE SPACES TO REJ-REGISTRO.
008010     MOVE WRK-SEQ-ENTRADA TO REJ-SEQUENCIA.
008020     MOVE CPF-REG-ENTRADA TO REJ-CONTEUDO.
008030     MOVE CM-MOTIVO TO REJ-MOTIVO.
008031     MOVE ENT-ORIGEM TO REJ-ORIGEM.
008040     WRITE REJ-REGISTRO.
008041     IF WRK-IDX-ORIGEM > ZERO
008042         ADD 1 TO WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM)
008043     END-IF.
008050 7200-EXIT.
008060     EXIT.
008070******************************************************
008130     MOVE ENT-TIPO-DOC TO CT-TIPO-DOC.
008140     MOVE SPACES TO CT-DOCUMENTO.
008150     MOVE ENT-DOCUMENTO TO CT-DOCUMENTO.
008155     MOVE SPACE TO CT-FUNCAO.
008160     CALL 'CPFTOKEN' USING CT-PARM.
008170     MOVE SPACES TO DEP-REGISTRO.
008180     MOVE CT-TOKEN TO DEP-TOKEN.
008190     MOVE CM-SAIDA-MASCARADA TO DEP-MASCARADO.
008200     WRITE DEP-REGISTRO.
008205     PERFORM 7350-ATUALIZAR-XREF THRU 7350-EXIT.
008206 7300-EXIT.
008208     EXIT.
008209******************************************************
00820B*    7350-ATUALIZAR-XREF - REGISTRA/ATUALIZA O TOKEN NO
00820C*    DE-PARA CONSOLIDADO CPFXRF: TOKEN NOVO E INCLUIDO
00820E*    COM AS DUAS DATAS DE HOJE; TOKEN CONHECIDO TEM A
00820F*    DATA DO ULTIMO PROCESSAMENTO E A QUANTIDADE DE
00820H*    OCORRENCIAS ATUALIZADAS
00820I******************************************************
00820K 7350-ATUALIZAR-XREF.
00820M     IF NOT WRK-XREF-ATIVO-SIM
00820N         GO TO 7350-EXIT
00820P     END-IF.
00820Q     MOVE 'N' TO WRK-XREF-ENCONTRADO.
00820S     MOVE CT-TOKEN TO XRF-TOKEN.
00820T     READ CPF-XREF
00820V         INVALID KEY CONTINUE
00820W         NOT INVALID KEY MOVE 'S' TO WRK-XREF-ENCONTRADO
00820Y     END-READ.
00820Z     IF WRK-XREF-ENCONTRADO-SIM
008211         MOVE ENT-TIPO-DOC TO XRF-TIPO-DOC
008213         MOVE CM-SAIDA-MASCARADA TO XRF-MASCARADO
008214         MOVE WRK-DATA-HOJE TO XRF-DATA-ULTIMO
008216         ADD 1 TO XRF-QTD-OCORRENCIAS
008217         MOVE CT-VERSAO-CHAVE TO XRF-VERSAO-CHAVE
008219         REWRITE XRF-REGISTRO
00821A             INVALID KEY CONTINUE
00821C         END-REWRITE
00821D     ELSE
00821F         MOVE SPACES TO XRF-REGISTRO
00821G         MOVE CT-TOKEN TO XRF-TOKEN
00821I         MOVE ENT-TIPO-DOC TO XRF-TIPO-DOC
00821K         MOVE CM-SAIDA-MASCARADA TO XRF-MASCARADO
00821L         MOVE WRK-DATA-HOJE TO XRF-DATA-PRIMEIRO
00821N         MOVE WRK-DATA-HOJE TO XRF-DATA-ULTIMO
00821O         MOVE 1 TO XRF-QTD-OCORRENCIAS
00821Q         MOVE CT-VERSAO-CHAVE TO XRF-VERSAO-CHAVE
00821R         WRITE XRF-REGISTRO
00821T             INVALID KEY CONTINUE
00821U         END-WRITE
00821W     END-IF.
00821X 7350-EXIT.
00821Z     EXIT.
008221******************************************************
008222*    7400-VERIFICAR-DUPLICADO - PROCURA O DOCUMENTO NO
008223*    CADASTRO DE TRABALHO CPFDUP; SE JA FOI VISTO NESTA
00822W 7500-GRAVAR-DUPLICADO.
00822X     MOVE SPACES TO DPS-REGISTRO.
00822Y     MOVE WRK-SEQ-PRIMEIRO TO DPS-SEQ-PRIMEIRO.
00822Z     MOVE WRK-SEQ-ENTRADA TO DPS-SEQ-REPETIDO.
008230     MOVE CPF-REG-ENTRADA TO DPS-CONTEUDO.
008231     MOVE ENT-ORIGEM TO DPS-ORIGEM.
008232     WRITE DPS-REGISTRO.
008233     IF WRK-IDX-ORIGEM > ZERO
008234         ADD 1 TO WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM)
008235     END-IF.
008236 7500-EXIT.
008237     EXIT.
008238******************************************************
008239*    7600-LOCALIZAR-ORIGEM - PROCURA A ORIGEM
00823A*    WRK-ORIGEM-PROCURADA NA TABELA DE TOTAIS POR
00823B*    ORIGEM, INCLUINDO-A SE AINDA NAO EXISTIR; DEVOLVE
00823C*    A POSICAO EM WRK-IDX-ORIGEM, ZERO SE A TABELA
00823D*    ESTIVER CHEIA
00823E******************************************************
00823F 7600-LOCALIZAR-ORIGEM.
00823G     MOVE ZERO TO WRK-IDX-ORIGEM.
00823H     PERFORM 7610-COMPARAR-ORIGEM THRU 7610-EXIT
00823I         VARYING WRK-IDX-PESQUISA FROM 1 BY 1
00823J         UNTIL WRK-IDX-PESQUISA > WRK-QTD-ORIGENS
00823K             OR WRK-IDX-ORIGEM > ZERO.
00823L     IF WRK-IDX-ORIGEM > ZERO
00823M        OR WRK-QTD-ORIGENS >= WRK-MAX-ORIGENS
00823N         GO TO 7600-EXIT
00823O     END-IF.
00823P     ADD 1 TO WRK-QTD-ORIGENS.
00823Q     MOVE WRK-QTD-ORIGENS TO WRK-IDX-ORIGEM.
00823R     MOVE WRK-ORIGEM-PROCURADA TO WRK-ORG-CODIGO(WRK-IDX-ORIGEM).
00823S     MOVE ZERO TO WRK-ORG-LIDOS(WRK-IDX-ORIGEM).
00823T     MOVE ZERO TO WRK-ORG-REJEITADOS(WRK-IDX-ORIGEM).
00823U     MOVE ZERO TO WRK-ORG-DUPLICADOS(WRK-IDX-ORIGEM).
00823V 7600-EXIT.
00823W     EXIT.
00823X 7610-COMPARAR-ORIGEM.
00823Y     IF WRK-ORG-CODIGO(WRK-IDX-PESQUISA) = WRK-ORIGEM-PROCURADA
00823Z         MOVE WRK-IDX-PESQUISA TO WRK-IDX-ORIGEM
008240     END-IF.
008241 7610-EXIT.
008242     EXIT.
00824B******************************************************
00824C*    7700-GRAVAR-DETALHES - GRAVA O DETALHE DO
00824D*    DOCUMENTO VALIDO NO ARQUIVO DE INTERFACE DE CADA
00824E*    DESTINO, COM A MASCARA DO MODO DO DESTINO E O
00824F*    TOKEN QUANDO O PERFIL PEDE
00824G******************************************************
00824H 7700-GRAVAR-DETALHES.
00824I     IF WRK-MODO-ALTERNATIVO-SIM
00824J         PERFORM 7750-MASCARAR-ALTERNATIVO THRU 7750-EXIT
00824K     END-IF.
00824L     MOVE WRK-SEQ-ENTRADA TO SAI-DET-SEQUENCIA.
00824M     PERFORM 7710-GRAVAR-DETALHE-DESTINO THRU 7710-EXIT
00824N         VARYING WRK-IDX-DESTINO FROM 1 BY 1
00824O         UNTIL WRK-IDX-DESTINO > WRK-QTD-ARQ-SAIDA.
00824P 7700-EXIT.
00824Q     EXIT.
00824R 7710-GRAVAR-DETALHE-DESTINO.
00824S     IF WRK-MODO-PARTICAO-SIM
00824T         PERFORM 7720-GRAVAR-DETALHE-PARTICAO THRU 7720-EXIT
00824U         GO TO 7710-EXIT
00824V     END-IF.
00824W     IF WRK-DST-MODO-MASCARA(WRK-IDX-DESTINO)
00824X            = WRK-MODO-MASCARA-LOTE
00824Y         MOVE CM-SAIDA-MASCARADA TO SAI-DET-MASCARADO
00824Z     ELSE
008250         MOVE WRK-MASCARA-ALTERNATIVA TO SAI-DET-MASCARADO
008251     END-IF.
008252     IF WRK-DST-COM-TOKEN(WRK-IDX-DESTINO) = 'S'
008253         MOVE CT-TOKEN TO SAI-DET-TOKEN
008254     ELSE
008255         MOVE SPACES TO SAI-DET-TOKEN
008256     END-IF.
008257     MOVE SAI-DETALHE TO WRK-SAI-AREA.
008259     PERFORM 7810-GRAVAR-SAIDA THRU 7810-EXIT.
00825A 7710-EXIT.
00825B     EXIT.
00825C******************************************************
00825D*    7720-GRAVAR-DETALHE-PARTICAO - NA EXECUCAO
00825E*    PARTICIONADA GRAVA NO ARQUIVO DE RESULTADO DA
00825F*    PARTICAO O DETALHE COM A MASCARA DO MODO DO LOTE,
00825G*    A MASCARA DO MODO ALTERNATIVO E SEMPRE O TOKEN; A
00825I*    JUNCAO ESCOLHE O QUE VAI PARA CADA DESTINO
00825J******************************************************
00825K 7720-GRAVAR-DETALHE-PARTICAO.
00825L     MOVE CM-SAIDA-MASCARADA TO SAI-DET-MASCARADO.
00825M     MOVE CT-TOKEN TO SAI-DET-TOKEN.
00825N     IF WRK-MODO-ALTERNATIVO-SIM
00825O         MOVE WRK-MASCARA-ALTERNATIVA TO SAI-DET-MASCARA-ALT
00825P     ELSE
00825R         MOVE SPACES TO SAI-DET-MASCARA-ALT
00825S     END-IF.
00825T     MOVE SAI-DETALHE TO WRK-SAI-AREA.
00825U     PERFORM 7810-GRAVAR-SAIDA THRU 7810-EXIT.
00825V 7720-EXIT.
00825W     EXIT.
00825X******************************************************
00825Y*    7750-MASCARAR-ALTERNATIVO - MASCARA O DOCUMENTO
008260*    VALIDO TAMBEM NO OUTRO MODO (T/P) USADO POR ALGUM
008261*    DESTINO, PRESERVANDO O RESULTADO DO MODO DO LOTE
008262*    PARA A AUDITORIA, O RELATORIO E O DE-PARA
008263******************************************************
008264 7750-MASCARAR-ALTERNATIVO.
008265     MOVE CM-PARM TO WRK-CM-PARM-SALVO.
008266     MOVE ENT-TIPO-DOC TO CM-TIPO-DOC.
008267     MOVE WRK-MODO-MASCARA-ALT TO CM-MODO-MASCARA.
008269     MOVE SPACES TO CM-ENTRADA.
00826A     MOVE ENT-DOCUMENTO TO CM-ENTRADA.
00826B     CALL 'CPFMASC' USING CM-PARM.
00826C     MOVE CM-SAIDA-MASCARADA TO WRK-MASCARA-ALTERNATIVA.
00826D     MOVE WRK-CM-PARM-SALVO TO CM-PARM.
00826E 7750-EXIT.
00826F     EXIT.
00826G******************************************************
00826I*    7800-ABRIR-SAIDA - ABRE O ARQUIVO DE INTERFACE DO
00826J*    DESTINO WRK-IDX-DESTINO NO MODO WRK-MODO-ABERTURA
00826K*    (I = INPUT, O = OUTPUT, E = EXTEND)
00826L******************************************************
00826M 7800-ABRIR-SAIDA.
00826N     EVALUATE WRK-IDX-DESTINO ALSO WRK-MODO-ABERTURA
00826O         WHEN 1 ALSO 'I' OPEN INPUT  CPF-SAIDA
00826P         WHEN 1 ALSO 'O' OPEN OUTPUT CPF-SAIDA
00826R         WHEN 1 ALSO 'E' OPEN EXTEND CPF-SAIDA
00826S         WHEN 2 ALSO 'I' OPEN INPUT  CPF-SAIDA-2
00826T         WHEN 2 ALSO 'O' OPEN OUTPUT CPF-SAIDA-2
00826U         WHEN 2 ALSO 'E' OPEN EXTEND CPF-SAIDA-2
00826V         WHEN 3 ALSO 'I' OPEN INPUT  CPF-SAIDA-3
00826W         WHEN 3 ALSO 'O' OPEN OUTPUT CPF-SAIDA-3
00826X         WHEN 3 ALSO 'E' OPEN EXTEND CPF-SAIDA-3
00826Y         WHEN 4 ALSO 'I' OPEN INPUT  CPF-SAIDA-4
008270         WHEN 4 ALSO 'O' OPEN OUTPUT CPF-SAIDA-4
008271         WHEN 4 ALSO 'E' OPEN EXTEND CPF-SAIDA-4
008272         WHEN OTHER CONTINUE
008273     END-EVALUATE.
008274 7800-EXIT.
008275     EXIT.
008276******************************************************
008277*    7810-GRAVAR-SAIDA - GRAVA WRK-SAI-AREA NO ARQUIVO
008279*    DE INTERFACE DO DESTINO WRK-IDX-DESTINO
00827A******************************************************
00827B 7810-GRAVAR-SAIDA.
00827C     EVALUATE WRK-IDX-DESTINO
00827D         WHEN 1 WRITE CPF-REG-SAIDA FROM WRK-SAI-AREA
00827E         WHEN 2 WRITE SAI2-REGISTRO FROM WRK-SAI-AREA
00827F         WHEN 3 WRITE SAI3-REGISTRO FROM WRK-SAI-AREA
00827G         WHEN 4 WRITE SAI4-REGISTRO FROM WRK-SAI-AREA
00827I         WHEN OTHER CONTINUE
00827J     END-EVALUATE.
00827K 7810-EXIT.
00827L     EXIT.
00827M******************************************************
00827N*    7820-LER-SAIDA - LE O PROXIMO REGISTRO DO ARQUIVO
00827O*    DE INTERFACE DO DESTINO WRK-IDX-DESTINO PARA
00827P*    WRK-SAI-AREA
00827R******************************************************
00827S 7820-LER-SAIDA.
00827T     EVALUATE WRK-IDX-DESTINO
00827U         WHEN 1 READ CPF-SAIDA INTO WRK-SAI-AREA
00827V                    AT END MOVE 'S' TO WRK-FIM-ARQUIVO
00827W                END-READ
00827X         WHEN 2 READ CPF-SAIDA-2 INTO WRK-SAI-AREA
00827Y                    AT END MOVE 'S' TO WRK-FIM-ARQUIVO
008280                END-READ
008281         WHEN 3 READ CPF-SAIDA-3 INTO WRK-SAI-AREA
008282                    AT END MOVE 'S' TO WRK-FIM-ARQUIVO
008283                END-READ
008284         WHEN 4 READ CPF-SAIDA-4 INTO WRK-SAI-AREA
008285                    AT END MOVE 'S' TO WRK-FIM-ARQUIVO
008286                END-READ
008287         WHEN OTHER
008289             MOVE 'S' TO WRK-FIM-ARQUIVO
00828A     END-EVALUATE.
00828B 7820-EXIT.
00828C     EXIT.
00828D******************************************************
00828E*    7830-FECHAR-SAIDA - FECHA O ARQUIVO DE INTERFACE
00828F*    DO DESTINO WRK-IDX-DESTINO
00828G******************************************************
00828I 7830-FECHAR-SAIDA.
00828J     EVALUATE WRK-IDX-DESTINO
00828K         WHEN 1 CLOSE CPF-SAIDA
00828L         WHEN 2 CLOSE CPF-SAIDA-2
00828M         WHEN 3 CLOSE CPF-SAIDA-3
00828N         WHEN 4 CLOSE CPF-SAIDA-4
00828O         WHEN OTHER CONTINUE
00828P     END-EVALUATE.
00828R 7830-EXIT.
00828S     EXIT.
00828T******************************************************
00828U*    8000-GRAVAR-CHECKPOINT - GRAVA NO ARQUIVO CPFCKP
00828V*    AS QUANTIDADES PROCESSADAS ATE O MOMENTO, PARA QUE
00828W*    O JOB POSSA SER RETOMADO SE FOR INTERROMPIDO
00828X******************************************************
00828Y 8000-GRAVAR-CHECKPOINT.
008290     MOVE SPACES TO CKP-REGISTRO.
008300     MOVE WRK-QTD-LIDOS TO CKP-QTD-LIDOS.
008310     MOVE WRK-QTD-REJEITADOS TO CKP-QTD-REJEITADOS.

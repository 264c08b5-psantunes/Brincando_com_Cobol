000225***                     ANTES DO HASH, NO MESMO CRITERIO
000226***                     DO CPFMASC; O TOKEN DE DOCUMENTO
000227***                     SOMENTE NUMERICO NAO MUDA
000228***   15/10/2026 PSA    TOKEN DERIVADO COM CHAVE SECRETA
000229***                     LIDA DO ARQUIVO PROTEGIDO CPFKEY
00022A***                     (VERSAO, SITUACAO A=ATUAL, P=
00022B***                     ANTERIOR AINDA ACEITA, N=NOVA PARA
00022C***                     A ROTACAO, R=RETIRADA, E SEGREDO
00022D***                     DE 32 POSICOES 0-9/A-Z): OS DOIS
00022E***                     HASHES ABSORVEM O SEGREDO ANTES E
00022F***                     DEPOIS DOS DIGITOS DO DOCUMENTO.
00022G***                     DEVOLVE A VERSAO USADA E A VERSAO
00022H***                     ANTERIOR ACEITA; CT-FUNCAO 'V' PEDE
00022I***                     UMA VERSAO ESPECIFICA (ROTACAO).
00022J***                     VERSAO 000 (OU CPFKEY AUSENTE) E O
00022K***                     TOKEN SEM CHAVE DE ANTES
00022L******************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000271 INPUT-OUTPUT SECTION.
000272 FILE-CONTROL.
000273     SELECT CPF-CHAVES ASSIGN TO "CPFKEY"
000274         ORGANIZATION IS LINE SEQUENTIAL
000275         FILE STATUS IS WRK-FS-CHAVES.
000280 DATA DIVISION.
000281 FILE SECTION.
000282 FD  CPF-CHAVES.
000283 01  KEY-REGISTRO.
000284     05  KEY-VERSAO             PIC 9(03).
000285     05  FILLER                 PIC X(01).
000286     05  KEY-SITUACAO           PIC X(01).
000287     05  FILLER                 PIC X(01).
000288     05  KEY-SEGREDO            PIC X(32).
000290 WORKING-STORAGE SECTION.
000291 77  WRK-FS-CHAVES              PIC X(02)  VALUE SPACES.
000292     88  WRK-FS-CHAVES-OK                  VALUE '00'.
000293 77  WRK-CHAVES-CARREGADAS      PIC X(01)  VALUE 'N'.
000294     88  WRK-CHAVES-CARREGADAS-SIM         VALUE 'S'.
000295 77  WRK-ARQUIVO-CHAVES         PIC X(01)  VALUE 'N'.
000296     88  WRK-ARQUIVO-CHAVES-SIM            VALUE 'S'.
000297 77  WRK-FIM-CHAVES             PIC X(01)  VALUE 'N'.
000298     88  WRK-FIM-CHAVES-SIM                VALUE 'S'.
000299 77  WRK-QTD-CHAVES             PIC 9(02)  COMP VALUE ZERO.
00029A 77  WRK-MAX-CHAVES             PIC 9(02)  COMP VALUE 10.
00029B 77  WRK-IDX-CHAVE              PIC 9(02)  COMP VALUE ZERO.
00029C 77  WRK-IDX-CHAVE-USO          PIC 9(02)  COMP VALUE ZERO.
00029D 77  WRK-IDX-SEGREDO            PIC 9(02)  COMP VALUE ZERO.
00029E 77  WRK-VERSAO-ATUAL           PIC 9(03)  VALUE ZEROS.
00029F 77  WRK-VERSAO-ANTERIOR        PIC 9(03)  VALUE ZEROS.
00029G 77  WRK-TEM-ANTERIOR           PIC X(01)  VALUE 'N'.
00029H 77  WRK-VERSAO-PEDIDA          PIC 9(03)  VALUE ZEROS.
00029I 01  WRK-TABELA-CHAVES.
00029J     05  WRK-TAB-CHAVE OCCURS 10 TIMES.
00029K         10  WRK-CHV-VERSAO     PIC 9(03).
00029L         10  WRK-CHV-SITUACAO   PIC X(01).
00029M         10  WRK-CHV-SEGREDO    PIC X(32).
000300 01  WRK-DOC-AREA.
000310     05  WRK-DOC-CARACTER       PIC X OCCURS 14 TIMES.
000312 01  WRK-DOC-VALORES.
000450*    0000-MAINLINE - ROTINA PRINCIPAL
000460******************************************************
000470 0000-MAINLINE.
000471     IF NOT WRK-CHAVES-CARREGADAS-SIM
000472         PERFORM 0100-CARREGAR-CHAVES THRU 0100-EXIT
000473     END-IF.
000474     PERFORM 0200-SELECIONAR-CHAVE THRU 0200-EXIT.
000475     IF CT-VERSAO-INEXISTENTE
000476         MOVE SPACES TO CT-TOKEN
000477         GOBACK
000478     END-IF.
000480     PERFORM 1000-PREPARAR-DIGITOS THRU 1000-EXIT.
000490     PERFORM 2000-CALCULAR-TOKEN THRU 2000-EXIT.
00049A     GOBACK.
00049K******************************************************
00049U*    0100-CARREGAR-CHAVES - NA 1a CHAMADA, CARREGA O
0004A4*    ARQUIVO DE CHAVES CPFKEY NA TABELA E IDENTIFICA A
0004AF*    VERSAO ATUAL (A) E A ANTERIOR AINDA ACEITA (P);
0004AP*    SEM O ARQUIVO OU SEM VERSAO ATUAL VALE A VERSAO
0004AZ*    000 (TOKEN SEM CHAVE)
0004B9******************************************************
0004BK 0100-CARREGAR-CHAVES.
0004BU     MOVE 'S' TO WRK-CHAVES-CARREGADAS.
0004C4     MOVE ZERO TO WRK-QTD-CHAVES.
0004CE     MOVE ZEROS TO WRK-VERSAO-ATUAL.
0004CP     MOVE ZEROS TO WRK-VERSAO-ANTERIOR.
0004CZ     MOVE 'N' TO WRK-TEM-ANTERIOR.
0004D9     MOVE 'N' TO WRK-ARQUIVO-CHAVES.
0004DJ     OPEN INPUT CPF-CHAVES.
0004DU     IF NOT WRK-FS-CHAVES-OK
0004E4         DISPLAY 'CPFTOKEN: ARQUIVO DE CHAVES CPFKEY NAO '
0004EE             'ENCONTRADO - TOKEN SEM CHAVE (VERSAO 000)'
0004EO         GO TO 0100-EXIT
0004EY     END-IF.
0004F9     MOVE 'S' TO WRK-ARQUIVO-CHAVES.
0004FJ     MOVE 'N' TO WRK-FIM-CHAVES.
0004FT     PERFORM 0110-LER-CHAVE THRU 0110-EXIT
0004G3         UNTIL WRK-FIM-CHAVES-SIM.
0004GE     CLOSE CPF-CHAVES.
0004GO     IF WRK-VERSAO-ATUAL = ZEROS
0004GY         DISPLAY 'CPFTOKEN: NENHUMA CHAVE ATUAL NO CPFKEY - '
0004H8             'TOKEN SEM CHAVE (VERSAO 000)'
0004HJ     END-IF.
0004HT 0100-EXIT.
0004I3     EXIT.
0004ID 0110-LER-CHAVE.
0004IO     READ CPF-CHAVES
0004IY         AT END MOVE 'S' TO WRK-FIM-CHAVES
0004J8     END-READ.
0004JI     IF WRK-FIM-CHAVES-SIM
0004JS         GO TO 0110-EXIT
0004K3     END-IF.
0004KD     IF KEY-VERSAO IS NOT NUMERIC
0004KN        OR KEY-SITUACAO = 'R'
0004KX        OR (KEY-VERSAO > ZEROS AND KEY-SEGREDO = SPACES)
0004L8        OR WRK-QTD-CHAVES NOT < WRK-MAX-CHAVES
0004LI         GO TO 0110-EXIT
0004LS     END-IF.
0004M2     ADD 1 TO WRK-QTD-CHAVES.
0004MD     MOVE KEY-VERSAO TO WRK-CHV-VERSAO(WRK-QTD-CHAVES).
0004MN     MOVE KEY-SITUACAO TO WRK-CHV-SITUACAO(WRK-QTD-CHAVES).
0004MX     MOVE KEY-SEGREDO TO WRK-CHV-SEGREDO(WRK-QTD-CHAVES).
0004N7     EVALUATE KEY-SITUACAO
0004NI         WHEN 'A'
0004NS             IF WRK-VERSAO-ATUAL = ZEROS
0004O2                 MOVE KEY-VERSAO TO WRK-VERSAO-ATUAL
0004OC             END-IF
0004OM         WHEN 'P'
0004OX             MOVE KEY-VERSAO TO WRK-VERSAO-ANTERIOR
0004P7             MOVE 'S' TO WRK-TEM-ANTERIOR
0004PH         WHEN OTHER
0004PR             CONTINUE
0004Q2     END-EVALUATE.
0004QC 0110-EXIT.
0004QM     EXIT.
0004QW******************************************************
0004R7*    0200-SELECIONAR-CHAVE - ESCOLHE A VERSAO DA CHAVE
0004RH*    DA CHAMADA (A ATUAL, OU A PEDIDA COM CT-FUNCAO 'V')
0004RR*    E A LOCALIZA NA TABELA; DEVOLVE A VERSAO USADA E A
0004S1*    ANTERIOR ACEITA
0004SC******************************************************
0004SM 0200-SELECIONAR-CHAVE.
0004SW     MOVE '0' TO CT-RETORNO.
0004T6     IF NOT WRK-ARQUIVO-CHAVES-SIM
0004TG         MOVE '1' TO CT-RETORNO
0004TR     END-IF.
0004U1     IF CT-FUNCAO-VERSAO
0004UB         MOVE CT-VERSAO-CHAVE TO WRK-VERSAO-PEDIDA
0004UL     ELSE
0004UW         MOVE WRK-VERSAO-ATUAL TO WRK-VERSAO-PEDIDA
0004V6     END-IF.
0004VG     MOVE WRK-VERSAO-PEDIDA TO CT-VERSAO-CHAVE.
0004VQ     MOVE WRK-TEM-ANTERIOR TO CT-TEM-ANTERIOR.
0004W1     MOVE WRK-VERSAO-ANTERIOR TO CT-VERSAO-ANTERIOR.
0004WB     MOVE ZERO TO WRK-IDX-CHAVE-USO.
0004WL     IF WRK-VERSAO-PEDIDA = ZEROS
0004WV         GO TO 0200-EXIT
0004X5     END-IF.
0004XG     PERFORM 0210-COMPARAR-VERSAO THRU 0210-EXIT
0004XQ         VARYING WRK-IDX-CHAVE FROM 1 BY 1
0004Y0         UNTIL WRK-IDX-CHAVE > WRK-QTD-CHAVES
0004YA             OR WRK-IDX-CHAVE-USO > ZERO.
0004YL     IF WRK-IDX-CHAVE-USO = ZERO
0004YV         MOVE '2' TO CT-RETORNO
0004Z5     END-IF.
0004ZF 0200-EXIT.
0004ZQ     EXIT.
000500 0210-COMPARAR-VERSAO.
00050A     IF WRK-CHV-VERSAO(WRK-IDX-CHAVE) = WRK-VERSAO-PEDIDA
00050K         MOVE WRK-IDX-CHAVE TO WRK-IDX-CHAVE-USO
00050V     END-IF.
000515 0210-EXIT.
00051F     EXIT.
00051P******************************************************
000520*    1000-PREPARAR-DIGITOS - CARREGA OS DIGITOS DO
000530*    DOCUMENTO (11 PARA CPF, 14 PARA CNPJ) E SEMEIA OS
000540*    ACUMULADORES COM O TIPO, PARA QUE UM CPF E UM CNPJ
00071U     EXIT.
000720******************************************************
000730*    2000-CALCULAR-TOKEN - ACUMULA OS DOIS HASHES
000740*    POLINOMIAIS (COM O SEGREDO DA CHAVE ANTES E DEPOIS
000741*    DO DOCUMENTO, QUANDO HA CHAVE) E MONTA O TOKEN DE
000742*    18 DIGITOS
000750******************************************************
000760 2000-CALCULAR-TOKEN.
000761     IF WRK-IDX-CHAVE-USO > ZERO
000762         PERFORM 2200-ACUMULAR-SEGREDO THRU 2200-EXIT
000763             VARYING WRK-IDX-SEGREDO FROM 1 BY 1
000764             UNTIL WRK-IDX-SEGREDO > 32
000765     END-IF.
000770     PERFORM 2100-ACUMULAR-DIGITO THRU 2100-EXIT
000780         VARYING WRK-IDX FROM 1 BY 1
000790         UNTIL WRK-IDX > WRK-QTD-DIGITOS.
000791     IF WRK-IDX-CHAVE-USO > ZERO
000792         PERFORM 2200-ACUMULAR-SEGREDO THRU 2200-EXIT
000793             VARYING WRK-IDX-SEGREDO FROM 1 BY 1
000794             UNTIL WRK-IDX-SEGREDO > 32
000795     END-IF.
000800     MOVE WRK-HASH-1 TO WRK-TOKEN-PARTE-1.
000810     MOVE WRK-HASH-2 TO WRK-TOKEN-PARTE-2.
000820     MOVE WRK-TOKEN-PARTE-1 TO CT-TOKEN(1:9).
000985     MOVE WRK-RESTO TO WRK-HASH-2.
000990 2100-EXIT.
001000     EXIT.
001010******************************************************
001020*    2200-ACUMULAR-SEGREDO - INCORPORA 1 CARACTERE DO
001030*    SEGREDO DA CHAVE AOS DOIS ACUMULADORES (CARACTERE
001040*    FORA DE 0-9/A-Z VALE ZERO)
001050******************************************************
001060 2200-ACUMULAR-SEGREDO.
001070     MOVE WRK-CHV-SEGREDO(WRK-IDX-CHAVE-USO)
001080         (WRK-IDX-SEGREDO:1) TO WRK-CARACTER.
001090     MOVE 'N' TO WRK-CARACTER-OK.
001100     MOVE ZERO TO WRK-VALOR.
001110     PERFORM 1110-COMPARAR-TABELA THRU 1110-EXIT
001120         VARYING WRK-IDX-TAB FROM 1 BY 1
001130         UNTIL WRK-IDX-TAB > 36
001140             OR WRK-CARACTER-OK-SIM.
001150     COMPUTE WRK-HASH-1 = (WRK-HASH-1 * 31) +
001160         WRK-VALOR + 11.
001170     DIVIDE WRK-HASH-1 BY WRK-PRIMO-1 GIVING WRK-QUOCIENTE
001180         REMAINDER WRK-RESTO.
001190     MOVE WRK-RESTO TO WRK-HASH-1.
001200     COMPUTE WRK-HASH-2 = (WRK-HASH-2 * 37) +
001210         (WRK-VALOR * (WRK-IDX-SEGREDO + 3)) + 1.
001220     DIVIDE WRK-HASH-2 BY WRK-PRIMO-2 GIVING WRK-QUOCIENTE
001230         REMAINDER WRK-RESTO.
001240     MOVE WRK-RESTO TO WRK-HASH-2.
001250 2200-EXIT.
001260     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDENCAD.
000030******************************************************
000040***   OBJETIVO DO PROGRAMA - Subprograma callavel que
000050***   calcula o valor de encadeamento de um registro da
000060***   trilha de auditoria CPFAUD/CPFAUDH: hash
000070***   polinomial de 10 digitos (residuo de um primo
000080***   grande) sobre a chave secreta, o valor do
000090***   registro anterior da trilha e o conteudo do
000100***   registro, com a chave absorvida de novo no final.
000110***   Cada registro fica assim amarrado ao anterior:
000120***   alterar, retirar ou inserir uma linha muda todos
000130***   os valores seguintes, e sem a chave nao e possivel
000140***   recalcula-los. A chave (32 posicoes) fica no
000150***   arquivo protegido CPFAUDK e e lida uma unica vez
000160***   por execucao; sem o arquivo o calculo e feito com
000170***   a chave em branco e o retorno avisa o chamador.
000180***   Usado pelo GRAVALOG na gravacao, pelos jobs que
000190***   regravam a trilha (AUDARQ01 e CPFLOTE no
000200***   reinicio) e pelo verificador AUDVER01.
000210***   AUTOR: @PSAntunes
000220***   DATA : 15/10/2026
000230***
000240***   HISTORICO DE ALTERACOES
000250***   DATA       AUTOR  DESCRICAO
000260***   15/10/2026 PSA    CRIACAO DO CALCULO DE ENCADEAMENTO
000270***                     DA TRILHA DE AUDITORIA
000280******************************************************
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT AUD-CHAVE ASSIGN TO "CPFAUDK"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WRK-FS-CHAVE.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  AUD-CHAVE.
000410 01  AUK-REGISTRO.
000420     05  AUK-SEGREDO            PIC X(32).
000430 WORKING-STORAGE SECTION.
000440 77  WRK-FS-CHAVE               PIC X(02)  VALUE SPACES.
000450     88  WRK-FS-CHAVE-OK                   VALUE '00'.
000460 77  WRK-CHAVE-CARREGADA        PIC X(01)  VALUE 'N'.
000470     88  WRK-CHAVE-CARREGADA-SIM           VALUE 'S'.
000480 77  WRK-CHAVE-PRESENTE         PIC X(01)  VALUE 'N'.
000490     88  WRK-CHAVE-PRESENTE-SIM            VALUE 'S'.
000500 77  WRK-SEGREDO                PIC X(32)  VALUE SPACES.
000510 77  WRK-IDX                    PIC 9(03)  COMP VALUE ZERO.
000520 77  WRK-TAM-MENSAGEM           PIC 9(03)  COMP VALUE 142.
000530 77  WRK-PRIMO                  PIC 9(10)  VALUE 9999999967.
000540 77  WRK-ACUMULADOR             PIC 9(13)  VALUE ZEROS.
000550 77  WRK-QUOCIENTE              PIC 9(13)  VALUE ZEROS.
000560 77  WRK-RESTO                  PIC 9(10)  VALUE ZEROS.
000570*    MENSAGEM SUBMETIDA AO HASH: CHAVE, VALOR ANTERIOR,
000580*    CONTEUDO DO REGISTRO E CHAVE DE NOVO
000590 01  WRK-MENSAGEM.
000600     05  WRK-MSG-SEGREDO-1      PIC X(32).
000610     05  WRK-MSG-ANTERIOR       PIC 9(10).
000620     05  WRK-MSG-REGISTRO       PIC X(68).
000630     05  WRK-MSG-SEGREDO-2      PIC X(32).
000640*    1 CARACTERE EM MEIA PALAVRA BINARIA, PARA OBTER O
000650*    VALOR DO CODIGO DO CARACTERE
000660 01  WRK-PAR-BYTES.
000670     05  WRK-BYTE-ALTO          PIC X(01)  VALUE LOW-VALUE.
000680     05  WRK-BYTE-BAIXO         PIC X(01)  VALUE LOW-VALUE.
000690 01  WRK-CODIGO-CARACTER REDEFINES WRK-PAR-BYTES
000700                                PIC 9(04)  COMP.
000710 LINKAGE SECTION.
000720 COPY AUDENCP.
000730 PROCEDURE DIVISION USING AE-PARM.
000740******************************************************
000750*    0000-MAINLINE - ROTINA PRINCIPAL DO CALCULO
000760******************************************************
000770 0000-MAINLINE.
000780     IF NOT WRK-CHAVE-CARREGADA-SIM
000790         PERFORM 0100-CARREGAR-CHAVE THRU 0100-EXIT
000800     END-IF.
000810     IF WRK-CHAVE-PRESENTE-SIM
000820         MOVE '0' TO AE-RETORNO
000830     ELSE
000840         MOVE '1' TO AE-RETORNO
000850     END-IF.
000860     MOVE WRK-SEGREDO TO WRK-MSG-SEGREDO-1.
000870     MOVE AE-ENCADEAMENTO-ANTERIOR TO WRK-MSG-ANTERIOR.
000880     MOVE AE-REGISTRO TO WRK-MSG-REGISTRO.
000890     MOVE WRK-SEGREDO TO WRK-MSG-SEGREDO-2.
000900     MOVE ZEROS TO WRK-ACUMULADOR.
000910     PERFORM 1000-ACUMULAR-CARACTER THRU 1000-EXIT
000920         VARYING WRK-IDX FROM 1 BY 1
000930         UNTIL WRK-IDX > WRK-TAM-MENSAGEM.
000940     MOVE WRK-ACUMULADOR TO AE-ENCADEAMENTO.
000950     GOBACK.
000960******************************************************
000970*    0100-CARREGAR-CHAVE - NA 1a CHAMADA, LE A CHAVE DA
000980*    TRILHA NO ARQUIVO PROTEGIDO CPFAUDK
000990******************************************************
001000 0100-CARREGAR-CHAVE.
001010     MOVE 'S' TO WRK-CHAVE-CARREGADA.
001020     MOVE 'N' TO WRK-CHAVE-PRESENTE.
001030     MOVE SPACES TO WRK-SEGREDO.
001040     OPEN INPUT AUD-CHAVE.
001050     IF NOT WRK-FS-CHAVE-OK
001060         GO TO 0100-EXIT
001070     END-IF.
001080     READ AUD-CHAVE
001090         AT END CONTINUE
001100         NOT AT END
001110             IF AUK-SEGREDO NOT = SPACES
001120                 MOVE AUK-SEGREDO TO WRK-SEGREDO
001130                 MOVE 'S' TO WRK-CHAVE-PRESENTE
001140             END-IF
001150     END-READ.
001160     CLOSE AUD-CHAVE.
001170 0100-EXIT.
001180     EXIT.
001190******************************************************
001200*    1000-ACUMULAR-CARACTER - INCORPORA 1 CARACTERE DA
001210*    MENSAGEM AO ACUMULADOR, REDUZIDO PELO PRIMO
001220******************************************************
001230 1000-ACUMULAR-CARACTER.
001240     MOVE WRK-MENSAGEM(WRK-IDX:1) TO WRK-BYTE-BAIXO.
001250     COMPUTE WRK-ACUMULADOR = (WRK-ACUMULADOR * 257) +
001260         WRK-CODIGO-CARACTER + 1.
001270     DIVIDE WRK-ACUMULADOR BY WRK-PRIMO GIVING WRK-QUOCIENTE
001280         REMAINDER WRK-RESTO.
001290     MOVE WRK-RESTO TO WRK-ACUMULADOR.
001300 1000-EXIT.
001310     EXIT.

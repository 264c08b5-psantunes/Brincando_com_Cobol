000200***   DATA       AUTOR  DESCRICAO
000210***   02/09/2026 PSA    CRIACAO DA CONSULTA DO DE-PARA
000220***                     CONSOLIDADO DE TOKENS
000221***   15/10/2026 PSA    EXIBE A VERSAO DA CHAVE DO TOKEN E,
000222***                     NA JANELA DE TROCA DE CHAVE, ACEITA
000223***                     O TOKEN DA CHAVE ANTERIOR: TOKEN
000224***                     NAO ENCONTRADO E PROCURADO NO
000225***                     MAPA ANTIGO/NOVO CPFMAP DA ULTIMA
000226***                     ROTACAO (CPFROT01) E CONSULTADO
000227***                     PELO TOKEN NOVO
000230******************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS XRF-TOKEN
000340         FILE STATUS IS WRK-FS-XREF.
000341     SELECT CPF-MAPA ASSIGN TO "CPFMAP"
000342         ORGANIZATION IS LINE SEQUENTIAL
000343         FILE STATUS IS WRK-FS-MAPA.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  CPF-XREF.
000420     05  XRF-DATA-PRIMEIRO      PIC 9(08).
000430     05  XRF-DATA-ULTIMO        PIC 9(08).
000440     05  XRF-QTD-OCORRENCIAS    PIC 9(07).
000441     05  XRF-VERSAO-CHAVE       PIC 9(03).
000442 FD  CPF-MAPA.
000443 01  MAP-REGISTRO.
000444     05  MAP-TIPO               PIC X(01).
000445     05  MAP-DET-SEQUENCIA      PIC 9(07).
000446     05  MAP-DET-TOKEN-ANTIGO   PIC X(18).
000447     05  MAP-DET-TOKEN-NOVO     PIC X(18).
000448     05  MAP-DET-TIPO-DOC       PIC X(01).
000449     05  FILLER                 PIC X(35).
00044A 01  MAP-HEADER.
00044B     05  FILLER                 PIC X(01).
00044C     05  MAP-HDR-DATA           PIC 9(08).
00044D     05  MAP-HDR-VERSAO-ANTIGA  PIC 9(03).
00044E     05  MAP-HDR-VERSAO-NOVA    PIC 9(03).
00044F     05  FILLER                 PIC X(65).
000450 WORKING-STORAGE SECTION.
000460 77  WRK-FS-XREF                PIC X(02)  VALUE SPACES.
000470     88  WRK-FS-XREF-OK                    VALUE '00'.
000480     88  WRK-FS-XREF-NAO-EXISTE            VALUE '35'.
000481 77  WRK-FS-MAPA                PIC X(02)  VALUE SPACES.
000482     88  WRK-FS-MAPA-OK                    VALUE '00'.
000483 77  WRK-FIM-MAPA               PIC X(01)  VALUE 'N'.
000484     88  WRK-FIM-MAPA-SIM                  VALUE 'S'.
000485 77  WRK-TOKEN-NOVO             PIC X(18)  VALUE SPACES.
000486 77  WRK-VERSAO-ANTIGA          PIC 9(03)  VALUE ZEROS.
000490 77  WRK-OPCAO                  PIC 9(01)  VALUE ZERO.
000500     88  WRK-OPCAO-CONSULTAR               VALUE 1.
000510     88  WRK-OPCAO-VOLTAR                  VALUE 9.
001130         INVALID KEY CONTINUE
001140         NOT INVALID KEY MOVE 'S' TO WRK-ENCONTRADO
001150     END-READ.
001153     IF NOT WRK-ENCONTRADO-SIM
001154         PERFORM 2100-PROCURAR-MAPA THRU 2100-EXIT
001155     END-IF.
001160     IF WRK-ENCONTRADO-SIM
001170         PERFORM 3000-EXIBIR-REGISTRO THRU 3000-EXIT
001180     ELSE
001200     END-IF.
001210 2000-EXIT.
001220     EXIT.
001221******************************************************
001222*    2100-PROCURAR-MAPA - PROCURA O TOKEN INFORMADO
001223*    COMO TOKEN ANTIGO NO MAPA CPFMAP DA ULTIMA ROTACAO
001224*    DE CHAVE E, ACHANDO, LE O DE-PARA PELO TOKEN NOVO
001225******************************************************
001226 2100-PROCURAR-MAPA.
001227     MOVE SPACES TO WRK-TOKEN-NOVO.
001228     OPEN INPUT CPF-MAPA.
001229     IF NOT WRK-FS-MAPA-OK
00122A         GO TO 2100-EXIT
00122B     END-IF.
00122C     MOVE 'N' TO WRK-FIM-MAPA.
00122D     PERFORM 2110-LER-MAPA THRU 2110-EXIT
00122E         UNTIL WRK-FIM-MAPA-SIM.
00122F     CLOSE CPF-MAPA.
00122G     IF WRK-TOKEN-NOVO = SPACES
00122H         GO TO 2100-EXIT
00122I     END-IF.
00122J     MOVE WRK-TOKEN-NOVO TO XRF-TOKEN.
00122K     READ CPF-XREF
00122L         INVALID KEY CONTINUE
00122M         NOT INVALID KEY MOVE 'S' TO WRK-ENCONTRADO
00122N     END-READ.
00122O     IF WRK-ENCONTRADO-SIM
00122P         DISPLAY 'TOKEN DA CHAVE ANTERIOR (VERSAO '
00122Q             WRK-VERSAO-ANTIGA ') - TOKEN ATUAL: ' WRK-TOKEN-NOVO
00122R     END-IF.
00122S 2100-EXIT.
00122T     EXIT.
00122U 2110-LER-MAPA.
00122V     READ CPF-MAPA
00122W         AT END MOVE 'S' TO WRK-FIM-MAPA
00122X     END-READ.
00122Y     IF WRK-FIM-MAPA-SIM
00122Z         GO TO 2110-EXIT
001230     END-IF.
001231     EVALUATE MAP-TIPO
001232         WHEN 'H'
001233             MOVE MAP-HDR-VERSAO-ANTIGA TO WRK-VERSAO-ANTIGA
001234         WHEN 'D'
001235             IF MAP-DET-TOKEN-ANTIGO = WRK-TOKEN
001236                 MOVE MAP-DET-TOKEN-NOVO TO WRK-TOKEN-NOVO
001237                 MOVE 'S' TO WRK-FIM-MAPA
001238             END-IF
001239         WHEN OTHER
00123A             CONTINUE
00123B     END-EVALUATE.
00123C 2110-EXIT.
00123D     EXIT.
00123O******************************************************
001240*    3000-EXIBIR-REGISTRO - EXIBE OS CAMPOS DO
001250*    REGISTRO LIDO DO DE-PARA CONSOLIDADO
001260******************************************************
001310     DISPLAY 'PRIMEIRO PROCESSO...: ' XRF-DATA-PRIMEIRO.
001320     DISPLAY 'ULTIMO PROCESSO.....: ' XRF-DATA-ULTIMO.
001330     DISPLAY 'VEZES PROCESSADO....: ' XRF-QTD-OCORRENCIAS.
001331     DISPLAY 'VERSAO DA CHAVE.....: ' XRF-VERSAO-CHAVE.
001340 3000-EXIT.
001350     EXIT.

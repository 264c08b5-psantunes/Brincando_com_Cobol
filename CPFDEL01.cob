000240***   DATA       AUTOR  DESCRICAO
000250***   02/09/2026 PSA    CRIACAO DO JOB DE ELIMINACAO DE
000260***                     DADOS (LGPD)
000261***   15/10/2026 PSA    TOKEN COM CHAVE SECRETA: NA JANELA
000262***                     DE TROCA DE CHAVE O PEDIDO TAMBEM
000263***                     DERIVA O TOKEN DA VERSAO ANTERIOR
000264***                     AINDA ACEITA, E O CPFXRF E O CPFDEP
000265***                     SAO EXPURGADOS PELOS DOIS TOKENS
000270******************************************************
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000780     05  XRF-DATA-PRIMEIRO      PIC 9(08).
000790     05  XRF-DATA-ULTIMO        PIC 9(08).
000800     05  XRF-QTD-OCORRENCIAS    PIC 9(07).
000801     05  XRF-VERSAO-CHAVE       PIC 9(03).
000810 FD  CPF-DEPARA.
000820 01  DEP-REGISTRO.
000830     05  DEP-TOKEN              PIC X(18).
001160         10  WRK-TAB-TIPO       PIC X(01).
001170         10  WRK-TAB-DOCUMENTO  PIC X(14).
001180         10  WRK-TAB-TOKEN      PIC X(18).
001181         10  WRK-TAB-TOKEN-ANT  PIC X(18).
001190         10  WRK-TAB-MASCARADO  PIC X(20).
001200         10  WRK-TAB-SITUACAO   PIC X(01).
001210             88  WRK-TAB-SIT-OK            VALUE 'P'.
001670     05  WRK-PED-MASCARADO      PIC X(20).
001680     05  FILLER                 PIC X(09)  VALUE '  TOKEN: '.
001690     05  WRK-PED-TOKEN          PIC X(18).
001691 01  WRK-LINHA-PEDIDO-1A.
001692     05  FILLER                 PIC X(32)  VALUE SPACES.
001693     05  FILLER                 PIC X(09)  VALUE 'ANTERIOR:'.
001694     05  WRK-PED-TOKEN-ANT      PIC X(18).
001700 01  WRK-LINHA-PEDIDO-2.
001710     05  FILLER                 PIC X(12)  VALUE '  CPFMST...:'.
001720     05  FILLER                 PIC X(01)  VALUE SPACES.
002930     MOVE WRK-DOC-ENTRADA
002940         TO WRK-TAB-DOCUMENTO(WRK-QTD-PEDIDOS).
002950     MOVE SPACES TO WRK-TAB-TOKEN(WRK-QTD-PEDIDOS).
002951     MOVE SPACES TO WRK-TAB-TOKEN-ANT(WRK-QTD-PEDIDOS).
002960     MOVE SPACES TO WRK-TAB-MASCARADO(WRK-QTD-PEDIDOS).
002970     MOVE 'N' TO WRK-TAB-ACHADO-MST(WRK-QTD-PEDIDOS).
002980     MOVE 'N' TO WRK-TAB-ACHADO-XRF(WRK-QTD-PEDIDOS).
003790     EXIT.
003800******************************************************
003810*    3000-PROCESSAR-PEDIDO - PARA 1 PEDIDO VALIDO:
003820*    DERIVA O TOKEN VIA CPFTOKEN (E O DA CHAVE ANTERIOR
003821*    QUANDO AINDA ACEITA), EXCLUI O DOCUMENTO DO CPFMST
003830*    E O TOKEN DO CPFXRF E GRAVA O EVENTO DE
003840*    ELIMINACAO NA TRILHA DE AUDITORIA
003850******************************************************
003860 3000-PROCESSAR-PEDIDO.
003900     MOVE WRK-TAB-TIPO(WRK-IDX-PED) TO CT-TIPO-DOC.
003910     MOVE SPACES TO CT-DOCUMENTO.
003920     MOVE WRK-TAB-DOCUMENTO(WRK-IDX-PED) TO CT-DOCUMENTO.
003925     MOVE SPACE TO CT-FUNCAO.
003930     CALL 'CPFTOKEN' USING CT-PARM.
003940     MOVE CT-TOKEN TO WRK-TAB-TOKEN(WRK-IDX-PED).
003941     IF CT-TEM-ANTERIOR-SIM
003942        AND CT-VERSAO-ANTERIOR NOT = CT-VERSAO-CHAVE
003943         MOVE 'V' TO CT-FUNCAO
003944         MOVE CT-VERSAO-ANTERIOR TO CT-VERSAO-CHAVE
003945         CALL 'CPFTOKEN' USING CT-PARM
003946         IF CT-RETORNO-OK OR CT-CHAVE-AUSENTE
003947             MOVE CT-TOKEN TO WRK-TAB-TOKEN-ANT(WRK-IDX-PED)
003948         END-IF
003949     END-IF.
003950     PERFORM 3100-EXCLUIR-MASTER THRU 3100-EXIT.
003960     PERFORM 3200-EXCLUIR-XREF THRU 3200-EXIT.
003961     IF WRK-TAB-TOKEN-ANT(WRK-IDX-PED) NOT = SPACES
003962         PERFORM 3250-EXCLUIR-XREF-ANTERIOR THRU 3250-EXIT
003963     END-IF.
003970     PERFORM 7000-REGISTRAR-AUDITORIA THRU 7000-EXIT.
003980 3000-EXIT.
003990     EXIT.
004420     END-DELETE.
004430 3200-EXIT.
004440     EXIT.
004441******************************************************
004442*    3250-EXCLUIR-XREF-ANTERIOR - NA JANELA DE TROCA DE
004443*    CHAVE, EXCLUI TAMBEM O REGISTRO DO CPFXRF AINDA
004444*    GRAVADO COM O TOKEN DA CHAVE ANTERIOR
004445******************************************************
004446 3250-EXCLUIR-XREF-ANTERIOR.
004447     IF NOT WRK-XREF-ATIVO-SIM
004448         GO TO 3250-EXIT
004449     END-IF.
00444A     MOVE WRK-TAB-TOKEN-ANT(WRK-IDX-PED) TO XRF-TOKEN.
00444B     READ CPF-XREF
00444C         INVALID KEY GO TO 3250-EXIT
00444D     END-READ.
00444E     MOVE 'S' TO WRK-TAB-ACHADO-XRF(WRK-IDX-PED).
00444F     IF WRK-TAB-MASCARADO(WRK-IDX-PED) = SPACES
00444G         MOVE XRF-MASCARADO
00444H             TO WRK-TAB-MASCARADO(WRK-IDX-PED)
00444I     END-IF.
00444J     DELETE CPF-XREF
00444K         INVALID KEY CONTINUE
00444L         NOT INVALID KEY ADD 1 TO WRK-QTD-XRF-EXCLUIDOS
00444M     END-DELETE.
00444N 3250-EXIT.
00444O     EXIT.
004450******************************************************
004460*    4000-EXPURGAR-DEPARA - EXPURGA DO DE-PARA DIARIO
004470*    CPFDEP TODAS AS ENTRADAS DOS TOKENS ELIMINADOS, EM
004950     EXIT.
004960 4210-COMPARAR-TOKEN.
004970     IF WRK-TAB-SIT-OK(WRK-IDX-PED)
004980        AND (WRK-TAB-TOKEN(WRK-IDX-PED) = DEP-TOKEN
004981          OR (WRK-TAB-TOKEN-ANT(WRK-IDX-PED) NOT = SPACES
004982          AND WRK-TAB-TOKEN-ANT(WRK-IDX-PED) = DEP-TOKEN))
004990         MOVE WRK-IDX-PED TO WRK-IDX-ACHADO
005000     END-IF.
005010 4210-EXIT.
005800     MOVE WRK-TAB-MASCARADO(WRK-IDX-PED) TO WRK-PED-MASCARADO.
005810     MOVE WRK-TAB-TOKEN(WRK-IDX-PED) TO WRK-PED-TOKEN.
005820     WRITE RPT-LINHA FROM WRK-LINHA-PEDIDO-1.
005821     IF WRK-TAB-TOKEN-ANT(WRK-IDX-PED) NOT = SPACES
005822         MOVE WRK-TAB-TOKEN-ANT(WRK-IDX-PED)
005823             TO WRK-PED-TOKEN-ANT
005824         WRITE RPT-LINHA FROM WRK-LINHA-PEDIDO-1A
005825     END-IF.
005830     IF WRK-TAB-ACHADO-MST(WRK-IDX-PED) = 'S'
005840         MOVE 'ENCONTRADO E EXCLUIDO' TO WRK-PED-MST
005850     ELSE

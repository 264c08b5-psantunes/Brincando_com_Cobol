00022C***                     AGENDADA SEM OPERADOR; SEM O
00022D***                     ARQUIVO VALE A PERGUNTA
00022E***                     INTERATIVA DA DATA ABSOLUTA
00022F***   15/10/2026 PSA    LOG-REGISTRO AMPLIADO DE 68 PARA
00022G***                     79 POSICOES COM O VALOR DE
00022H***                     ENCADEAMENTO. ANTES DO EXPURGO A
00022I***                     CADEIA DO CPFAUD E CONFERIDA
00022J***                     (QUEBRADA: EXPURGO CANCELADO COM
00022K***                     RC 8); OS REGISTROS ARQUIVADOS SAO
00022L***                     REENCADEADOS NO FINAL DO CPFAUDH E
00022M***                     O CPFAUD REGRAVADO COMECA POR UM
00022N***                     PONTO DE QUEBRA ASSINADO (STATUS
00022O***                     Q) SEGUIDO DOS MANTIDOS
00022P***                     REENCADEADOS, PARA O AUDVER01
00022Q***                     VALIDAR A CADEIA CPFAUDH+CPFAUD
000230******************************************************
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  AUDITORIA-LOG.
000430 01  LOG-REGISTRO               PIC X(79).
000440 FD  AUDITORIA-HISTORICO.
000450 01  HST-REGISTRO               PIC X(79).
000460 FD  AUDITORIA-TRABALHO.
000470 01  TRB-REGISTRO               PIC X(79).
000480 FD  ARQ-RELATORIO.
000490 01  RPT-LINHA                  PIC X(80).
000492 FD  ARQ-PARAMETROS.
000500 WORKING-STORAGE SECTION.
000510 01  WRK-LOG-AREA.
000520     05  WRK-LOG-DATA           PIC 9(08).
000530     05  FILLER                 PIC X(61).
000531     05  WRK-LOG-ENCADEAMENTO   PIC X(10).
000532*    PONTO DE QUEBRA ASSINADO GRAVADO NO INICIO DO CPFAUD
000533*    REGRAVADO: QUANTIDADE ARQUIVADA NO LUGAR DO HASH,
000534*    MOTIVO E ULTIMO VALOR DA CADEIA ORIGINAL NO LUGAR
000535*    DA SAIDA MASCARADA
000536 01  WRK-PONTO-QUEBRA.
000537     05  WRK-QBR-DATA           PIC 9(08).
000538     05  FILLER                 PIC X(01)  VALUE SPACES.
000539     05  WRK-QBR-HORA           PIC 9(08).
00053A     05  FILLER                 PIC X(01)  VALUE SPACES.
00053B     05  WRK-QBR-JOB            PIC X(08)  VALUE 'AUDARQ01'.
00053C     05  FILLER                 PIC X(01)  VALUE SPACES.
00053D     05  WRK-QBR-STATUS         PIC X(01)  VALUE 'Q'.
00053E     05  FILLER                 PIC X(01)  VALUE SPACES.
00053F     05  WRK-QBR-TAM            PIC 9(02)  VALUE ZEROS.
00053G     05  FILLER                 PIC X(01)  VALUE SPACES.
00053H     05  WRK-QBR-QTD            PIC 9(06).
00053I     05  FILLER                 PIC X(01)  VALUE SPACES.
00053J     05  WRK-QBR-MOTIVO         PIC X(10)  VALUE 'ARQUIVAM.'.
00053K     05  WRK-QBR-ENC-ORIGINAL   PIC 9(10).
00053L     05  FILLER                 PIC X(01)  VALUE SPACES.
00053M     05  WRK-QBR-OPERADOR       PIC X(08)  VALUE SPACES.
00053N     05  FILLER                 PIC X(01)  VALUE SPACES.
00053O     05  FILLER                 PIC X(10)  VALUE SPACES.
000540 77  WRK-FS-AUDITORIA           PIC X(02)  VALUE SPACES.
000550     88  WRK-FS-AUDITORIA-OK               VALUE '00'.
000560     88  WRK-FS-AUDITORIA-NAO-EXISTE        VALUE '35'.
000570 77  WRK-FS-HISTORICO           PIC X(02)  VALUE SPACES.
000580     88  WRK-FS-HISTORICO-NAO-EXISTE        VALUE '35'.
000581     88  WRK-FS-HISTORICO-OK               VALUE '00'.
000590 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
000600     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
000602 77  WRK-FS-PARAMETROS          PIC X(02)  VALUE SPACES.
000630 77  WRK-QTD-LIDOS              PIC 9(07)  COMP VALUE ZERO.
000640 77  WRK-QTD-MANTIDOS           PIC 9(07)  COMP VALUE ZERO.
000650 77  WRK-QTD-ARQUIVADOS         PIC 9(07)  COMP VALUE ZERO.
000651 77  WRK-CADEIA-INICIADA        PIC X(01)  VALUE 'N'.
000652     88  WRK-CADEIA-INICIADA-SIM           VALUE 'S'.
000653 77  WRK-CADEIA-QUEBRADA        PIC X(01)  VALUE 'N'.
000654     88  WRK-CADEIA-QUEBRADA-SIM           VALUE 'S'.
000655 77  WRK-NUM-REGISTRO           PIC 9(07)  COMP VALUE ZERO.
000656 77  WRK-ENC-HISTORICO          PIC 9(10)  VALUE ZEROS.
000657 77  WRK-ENC-CONFERENCIA        PIC 9(10)  VALUE ZEROS.
000658 77  WRK-ENC-ORIGINAL           PIC 9(10)  VALUE ZEROS.
000659 77  WRK-ENC-NOVO               PIC 9(10)  VALUE ZEROS.
00065A COPY AUDENCP.
000660 01  WRK-DATA-EDITADA.
000670     05  WRK-DATA-DIA           PIC 9(02).
000680     05  FILLER                 PIC X(01)  VALUE '/'.
000910     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
000920     IF WRK-DATA-CORTE-NUM > ZEROS
000930        AND NOT WRK-FS-AUDITORIA-NAO-EXISTE
000931        AND NOT WRK-CADEIA-QUEBRADA-SIM
000940         PERFORM 2000-SEPARAR-REGISTROS THRU 2000-EXIT
000950             UNTIL WRK-FIM-ARQUIVO-SIM
000960         PERFORM 3000-REGRAVAR-AUDITORIA THRU 3000-EXIT
000970         PERFORM 4000-EMITIR-CONTROLE THRU 4000-EXIT
000980     END-IF.
000981     IF WRK-CADEIA-QUEBRADA-SIM
000982         MOVE 8 TO RETURN-CODE
000983     END-IF.
000990     GOBACK.
001000******************************************************
001010*    1000-INICIALIZAR - OBTEM A DATA DE CORTE, CONFERE
001020*    A CADEIA E ABRE OS ARQUIVOS DA PRIMEIRA PASSADA
001030******************************************************
001040 1000-INICIALIZAR.
001042     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
001160         DISPLAY 'TRILHA DE AUDITORIA CPFAUD NAO ENCONTRADA'
001170         GO TO 1000-EXIT
001180     END-IF.
001181     PERFORM 1300-LER-FIM-HISTORICO THRU 1300-EXIT.
001182     PERFORM 1400-CONFERIR-CADEIA THRU 1400-EXIT.
001183     IF WRK-CADEIA-QUEBRADA-SIM
001184         DISPLAY 'CADEIA DO CPFAUD QUEBRADA - EXPURGO CANCELADO '
001185             '(VERIFICAR COM O AUDVER01)'
001186         GO TO 1000-EXIT
001187     END-IF.
001190     OPEN EXTEND AUDITORIA-HISTORICO.
001200     IF WRK-FS-HISTORICO-NAO-EXISTE
001210         OPEN OUTPUT AUDITORIA-HISTORICO
001276 1200-EXIT.
001277     EXIT.
001278******************************************************
001279*    1300-LER-FIM-HISTORICO - OBTEM O VALOR DE
00127A*    ENCADEAMENTO DO ULTIMO REGISTRO DO CPFAUDH, ONDE
00127B*    A CADEIA DO CPFAUD SE APOIA (ZERO SEM HISTORICO OU
00127D*    COM HISTORICO ANTERIOR AO ENCADEAMENTO)
00127E******************************************************
00127F 1300-LER-FIM-HISTORICO.
00127G     MOVE ZEROS TO WRK-ENC-HISTORICO.
00127H     MOVE 'N' TO WRK-CADEIA-INICIADA.
00127I     OPEN INPUT AUDITORIA-HISTORICO.
00127J     IF NOT WRK-FS-HISTORICO-OK
00127K         GO TO 1300-EXIT
00127L     END-IF.
00127M     MOVE 'N' TO WRK-FIM-ARQUIVO.
00127N     PERFORM 1310-LER-HISTORICO THRU 1310-EXIT
00127O         UNTIL WRK-FIM-ARQUIVO-SIM.
00127P     CLOSE AUDITORIA-HISTORICO.
00127Q     MOVE 'N' TO WRK-FIM-ARQUIVO.
00127R 1300-EXIT.
00127S     EXIT.
00127T 1310-LER-HISTORICO.
00127U     READ AUDITORIA-HISTORICO
00127V         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
00127W         NOT AT END
00127X             MOVE HST-REGISTRO TO WRK-LOG-AREA
00127Y             IF WRK-LOG-ENCADEAMENTO IS NUMERIC
00127Z                 MOVE WRK-LOG-ENCADEAMENTO TO WRK-ENC-HISTORICO
001280                 MOVE 'S' TO WRK-CADEIA-INICIADA
001281             ELSE
001282                 MOVE ZEROS TO WRK-ENC-HISTORICO
001283             END-IF
001284     END-READ.
001285 1310-EXIT.
001286     EXIT.
001287******************************************************
001288*    1400-CONFERIR-CADEIA - PERCORRE O CPFAUD CONFERINDO
001289*    O ENCADEAMENTO A PARTIR DO FIM DO CPFAUDH; CADEIA
00128A*    QUEBRADA NAO E REENCADEADA (O EXPURGO ESCONDERIA A
00128B*    ADULTERACAO). AO FINAL REABRE O CPFAUD PARA A
00128C*    PRIMEIRA PASSADA
00128D******************************************************
00128E 1400-CONFERIR-CADEIA.
00128F     MOVE 'N' TO WRK-CADEIA-QUEBRADA.
00128G     MOVE ZERO TO WRK-NUM-REGISTRO.
00128H     MOVE WRK-ENC-HISTORICO TO WRK-ENC-CONFERENCIA.
00128I     MOVE 'N' TO WRK-FIM-ARQUIVO.
00128J     PERFORM 1410-CONFERIR-REGISTRO THRU 1410-EXIT
00128K         UNTIL WRK-FIM-ARQUIVO-SIM.
00128L     MOVE WRK-ENC-CONFERENCIA TO WRK-ENC-ORIGINAL.
00128M     MOVE WRK-ENC-HISTORICO TO WRK-ENC-NOVO.
00128N     MOVE 'N' TO WRK-FIM-ARQUIVO.
00128O     CLOSE AUDITORIA-LOG.
00128P     IF NOT WRK-CADEIA-QUEBRADA-SIM
00128Q         OPEN INPUT AUDITORIA-LOG
00128R     END-IF.
00128S 1400-EXIT.
00128T     EXIT.
00128U 1410-CONFERIR-REGISTRO.
00128V     READ AUDITORIA-LOG
00128W         AT END
00128X             MOVE 'S' TO WRK-FIM-ARQUIVO
00128Y             GO TO 1410-EXIT
00128Z     END-READ.
001290     ADD 1 TO WRK-NUM-REGISTRO.
001291     MOVE LOG-REGISTRO TO WRK-LOG-AREA.
001292     IF WRK-LOG-ENCADEAMENTO IS NOT NUMERIC
001293         IF WRK-CADEIA-INICIADA-SIM
001294             MOVE 'S' TO WRK-CADEIA-QUEBRADA
001295             DISPLAY 'REGISTRO ' WRK-NUM-REGISTRO
001296                 ' DO CPFAUD SEM VALOR DE ENCADEAMENTO'
001297         END-IF
001298         MOVE ZEROS TO WRK-ENC-CONFERENCIA
001299         GO TO 1410-EXIT
00129A     END-IF.
00129B     MOVE 'S' TO WRK-CADEIA-INICIADA.
00129C     MOVE WRK-LOG-AREA(1:68) TO AE-REGISTRO.
00129D     MOVE WRK-ENC-CONFERENCIA TO AE-ENCADEAMENTO-ANTERIOR.
00129E     CALL 'AUDENCAD' USING AE-PARM.
00129F     IF AE-ENCADEAMENTO NOT = WRK-LOG-ENCADEAMENTO
00129G         MOVE 'S' TO WRK-CADEIA-QUEBRADA
00129H         DISPLAY 'QUEBRA DA CADEIA NO REGISTRO ' WRK-NUM-REGISTRO
00129I             ' DO CPFAUD'
00129J     END-IF.
00129K     MOVE WRK-LOG-ENCADEAMENTO TO WRK-ENC-CONFERENCIA.
00129L 1410-EXIT.
00129M     EXIT.
00129N******************************************************
00129O*    2000-SEPARAR-REGISTROS - 1a PASSADA: ENVIA PARA O
00129P*    HISTORICO OS REGISTROS ANTERIORES A DATA DE CORTE,
00129Q*    REENCADEADOS NO FIM DO CPFAUDH, E PARA O ARQUIVO
00129R*    DE TRABALHO OS DEMAIS
00129S******************************************************
001320 2000-SEPARAR-REGISTROS.
001330     ADD 1 TO WRK-QTD-LIDOS.
001340     MOVE LOG-REGISTRO TO WRK-LOG-AREA.
001350     IF WRK-LOG-DATA < WRK-DATA-CORTE-NUM
001360         ADD 1 TO WRK-QTD-ARQUIVADOS
001361         PERFORM 2100-REENCADEAR THRU 2100-EXIT
001370         MOVE WRK-LOG-AREA TO HST-REGISTRO
001380         WRITE HST-REGISTRO
001390     ELSE
001400         ADD 1 TO WRK-QTD-MANTIDOS
001440     PERFORM 2900-LER-PROXIMO THRU 2900-EXIT.
001450 2000-EXIT.
001460     EXIT.
001461******************************************************
001462*    2100-REENCADEAR - RECALCULA O VALOR DE ENCADEAMENTO
001463*    DO REGISTRO EM WRK-LOG-AREA SOBRE O ULTIMO VALOR
001464*    GRAVADO (WRK-ENC-NOVO), QUE PASSA A SER O DELE
001465******************************************************
001466 2100-REENCADEAR.
001467     MOVE WRK-LOG-AREA(1:68) TO AE-REGISTRO.
001468     MOVE WRK-ENC-NOVO TO AE-ENCADEAMENTO-ANTERIOR.
001469     CALL 'AUDENCAD' USING AE-PARM.
00146A     MOVE AE-ENCADEAMENTO TO WRK-ENC-NOVO.
00146B     MOVE AE-ENCADEAMENTO TO WRK-LOG-ENCADEAMENTO.
00146C 2100-EXIT.
00146D     EXIT.
001470******************************************************
001480*    2900-LER-PROXIMO - LEITURA DA TRILHA DE AUDITORIA
001490******************************************************
001560******************************************************
001570*    3000-REGRAVAR-AUDITORIA - 2a PASSADA: REGRAVA O
001580*    CPFAUD SOMENTE COM OS REGISTROS MANTIDOS NO
001590*    ARQUIVO DE TRABALHO, REENCADEADOS APOS O PONTO DE
001591*    QUEBRA ASSINADO (QUANDO HOUVE ARQUIVAMENTO)
001600******************************************************
001610 3000-REGRAVAR-AUDITORIA.
001620     CLOSE AUDITORIA-LOG AUDITORIA-HISTORICO
001630         AUDITORIA-TRABALHO.
001640     OPEN INPUT AUDITORIA-TRABALHO.
001650     OPEN OUTPUT AUDITORIA-LOG.
001651     IF WRK-QTD-ARQUIVADOS > ZERO
001652         PERFORM 3200-GRAVAR-PONTO-QUEBRA THRU 3200-EXIT
001653     END-IF.
001660     MOVE 'N' TO WRK-FIM-ARQUIVO.
001670     PERFORM 3100-COPIAR-MANTIDO THRU 3100-EXIT
001680         UNTIL WRK-FIM-ARQUIVO-SIM.
001730     READ AUDITORIA-TRABALHO
001740         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
001750         NOT AT END
001760             MOVE TRB-REGISTRO TO WRK-LOG-AREA
001761             PERFORM 2100-REENCADEAR THRU 2100-EXIT
001770             WRITE LOG-REGISTRO FROM WRK-LOG-AREA
001780     END-READ.
001790 3100-EXIT.
001800     EXIT.
001801******************************************************
001802*    3200-GRAVAR-PONTO-QUEBRA - 1o REGISTRO DO CPFAUD
001803*    REGRAVADO, ENCADEADO NO ULTIMO ARQUIVADO DO
001804*    CPFAUDH: MARCA A REGRAVACAO COM A QUANTIDADE
001805*    ARQUIVADA E O ULTIMO VALOR DA CADEIA ORIGINAL
001806******************************************************
001807 3200-GRAVAR-PONTO-QUEBRA.
001808     ACCEPT WRK-QBR-DATA FROM DATE YYYYMMDD.
001809     ACCEPT WRK-QBR-HORA FROM TIME.
00180A     MOVE WRK-QTD-ARQUIVADOS TO WRK-QBR-QTD.
00180B     MOVE WRK-ENC-ORIGINAL TO WRK-QBR-ENC-ORIGINAL.
00180C     MOVE WRK-PONTO-QUEBRA TO WRK-LOG-AREA.
00180D     PERFORM 2100-REENCADEAR THRU 2100-EXIT.
00180E     WRITE LOG-REGISTRO FROM WRK-LOG-AREA.
00180F 3200-EXIT.
00180G     EXIT.
001810******************************************************
001820*    4000-EMITIR-CONTROLE - RELATORIO DE CONTROLE DO
001830*    EXPURGO, COM OS TOTAIS DE REGISTROS LIDOS,
002060         TO WRK-TOT-ROTULO.
002070     MOVE WRK-QTD-ARQUIVADOS TO WRK-TOT-VALOR.
002080     WRITE RPT-LINHA FROM WRK-LINHA-TOTAL.
002081     IF WRK-QTD-ARQUIVADOS > ZERO
002082         MOVE 'PONTO DE QUEBRA ASSINADO.......:'
002083             TO WRK-TOT-ROTULO
002084         MOVE 1 TO WRK-TOT-VALOR
002085         WRITE RPT-LINHA FROM WRK-LINHA-TOTAL
002086     END-IF.
002090     CLOSE ARQ-RELATORIO.
002100     DISPLAY 'REGISTROS LIDOS......: ' WRK-QTD-LIDOS.
002110     DISPLAY 'REGISTROS MANTIDOS...: ' WRK-QTD-MANTIDOS.

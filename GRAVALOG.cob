00014B***                     OPERADOR (GL-OPERADOR) QUE
00014C***                     ORIGINOU A TRANSACAO, PARA
00014D***                     ATRIBUICAO NAS AUDITORIAS (LGPD)
00014E***   15/10/2026 PSA    LOG-REGISTRO AMPLIADO DE 68 PARA
00014F***                     79 POSICOES COM O VALOR DE
00014G***                     ENCADEAMENTO (AUDENCAD): CADA
00014H***                     REGISTRO E AMARRADO AO ULTIMO DA
00014I***                     TRILHA (CPFAUD, OU CPFAUDH QUANDO
00014J***                     O CPFAUD ESTA VAZIO), LIDO NA
00014K***                     ABERTURA, PARA QUE ALTERACAO,
00014L***                     RETIRADA OU INSERCAO DE LINHA SEJA
00014M***                     DETECTADA PELO AUDVER01
000150******************************************************
000160 ENVIRONMENT DIVISION.
000170 CONFIGURATION SECTION.
000220     SELECT AUDITORIA-LOG ASSIGN TO "CPFAUD"
000230         ORGANIZATION IS LINE SEQUENTIAL
000235         FILE STATUS IS WRK-FS-AUDITORIA.
000236     SELECT AUDITORIA-HISTORICO ASSIGN TO "CPFAUDH"
000237         ORGANIZATION IS LINE SEQUENTIAL
000238         FILE STATUS IS WRK-FS-HISTORICO.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  AUDITORIA-LOG.
000400     05  LOG-SAIDA              PIC X(20).
000402     05  FILLER                 PIC X(01).
000404     05  LOG-OPERADOR           PIC X(08).
000405     05  FILLER                 PIC X(01).
000406     05  LOG-ENCADEAMENTO       PIC X(10).
000407 FD  AUDITORIA-HISTORICO.
000408 01  HST-REGISTRO.
000409     05  FILLER                 PIC X(69).
00040A     05  HST-ENCADEAMENTO       PIC X(10).
000410 WORKING-STORAGE SECTION.
000420 01  WRK-DATA-SISTEMA           PIC 9(08).
000430 01  WRK-HORA-SISTEMA           PIC 9(08).
000437     88  WRK-FS-AUDITORIA-NAO-EXISTE        VALUE '35'.
000438 77  WRK-LOG-ABERTO             PIC X(01)  VALUE 'N'.
000439     88  WRK-LOG-ABERTO-SIM                VALUE 'S'.
00043A 77  WRK-FS-HISTORICO           PIC X(02)  VALUE SPACES.
00043B     88  WRK-FS-HISTORICO-OK               VALUE '00'.
00043C 77  WRK-FIM-ARQUIVO            PIC X(01)  VALUE 'N'.
00043D     88  WRK-FIM-ARQUIVO-SIM               VALUE 'S'.
00043E 77  WRK-QTD-LIDOS              PIC 9(07)  COMP VALUE ZERO.
00043F 77  WRK-ENC-ULTIMO             PIC 9(10)  VALUE ZEROS.
00043G 77  WRK-ENC-LIDO               PIC X(10)  VALUE SPACES.
00043H COPY AUDENCP.
000440 LINKAGE SECTION.
000450 COPY GRAVALOP.
000460 PROCEDURE DIVISION USING GL-PARM.
000523******************************************************
000524*    1000-ABRIR-LOG - ABRE O CPFAUD EM MODO EXTEND
000525*    (CRIANDO-O SE NAO EXISTIR), UMA UNICA VEZ POR
000526*    SESSAO, DEPOIS DE OBTER O ENCADEAMENTO ANTERIOR
000527******************************************************
000528 1000-ABRIR-LOG.
000529     IF NOT WRK-LOG-ABERTO-SIM
00052A         PERFORM 1100-OBTER-ULTIMO THRU 1100-EXIT
000530         OPEN EXTEND AUDITORIA-LOG
000531         IF WRK-FS-AUDITORIA-NAO-EXISTE
000532             OPEN OUTPUT AUDITORIA-LOG
000535     END-IF.
000536 1000-EXIT.
000537     EXIT.
000538******************************************************
000539*    1100-OBTER-ULTIMO - LE O VALOR DE ENCADEAMENTO DO
00053A*    ULTIMO REGISTRO DO CPFAUD; COM O CPFAUD VAZIO OU
00053B*    INEXISTENTE, O DO ULTIMO REGISTRO DO HISTORICO
00053C*    CPFAUDH (A VERIFICACAO PERCORRE O CPFAUDH E DEPOIS
00053D*    O CPFAUD COMO UMA UNICA CADEIA); REGISTRO ANTIGO,
00053E*    SEM VALOR, VALE ZERO
00053F******************************************************
00053G 1100-OBTER-ULTIMO.
00053H     MOVE ZEROS TO WRK-ENC-ULTIMO.
00053I     MOVE ZERO TO WRK-QTD-LIDOS.
00053J     OPEN INPUT AUDITORIA-LOG.
00053K     IF WRK-FS-AUDITORIA-OK
00053L         MOVE 'N' TO WRK-FIM-ARQUIVO
00053M         PERFORM 1110-LER-AUDITORIA THRU 1110-EXIT
00053N             UNTIL WRK-FIM-ARQUIVO-SIM
00053O         CLOSE AUDITORIA-LOG
00053P     END-IF.
00053Q     IF WRK-QTD-LIDOS > ZERO
00053R         GO TO 1100-EXIT
00053S     END-IF.
00053T     OPEN INPUT AUDITORIA-HISTORICO.
00053U     IF WRK-FS-HISTORICO-OK
00053V         MOVE 'N' TO WRK-FIM-ARQUIVO
00053W         PERFORM 1120-LER-HISTORICO THRU 1120-EXIT
00053X             UNTIL WRK-FIM-ARQUIVO-SIM
00053Y         CLOSE AUDITORIA-HISTORICO
00053Z     END-IF.
000540 1100-EXIT.
000541     EXIT.
000542 1110-LER-AUDITORIA.
000543     READ AUDITORIA-LOG
000544         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
000545         NOT AT END
000546             ADD 1 TO WRK-QTD-LIDOS
000547             MOVE LOG-ENCADEAMENTO TO WRK-ENC-LIDO
000548             PERFORM 1130-GUARDAR-ULTIMO THRU 1130-EXIT
000549     END-READ.
00054A 1110-EXIT.
00054B     EXIT.
00054C 1120-LER-HISTORICO.
00054D     READ AUDITORIA-HISTORICO
00054E         AT END MOVE 'S' TO WRK-FIM-ARQUIVO
00054F         NOT AT END
00054G             MOVE HST-ENCADEAMENTO TO WRK-ENC-LIDO
00054H             PERFORM 1130-GUARDAR-ULTIMO THRU 1130-EXIT
00054I     END-READ.
00054J 1120-EXIT.
00054K     EXIT.
00054L 1130-GUARDAR-ULTIMO.
00054M     IF WRK-ENC-LIDO IS NUMERIC
00054N         MOVE WRK-ENC-LIDO TO WRK-ENC-ULTIMO
00054O     ELSE
00054P         MOVE ZEROS TO WRK-ENC-ULTIMO
00054Q     END-IF.
00054R 1130-EXIT.
00054S     EXIT.
00054T******************************************************
000550*    2000-GRAVAR-REGISTRO - MONTA E GRAVA O REGISTRO
000560*    DE AUDITORIA NO FINAL DO ARQUIVO CPFAUD; SE O
000561*    ARQUIVO AINDA NAO ESTIVER ABERTO, ABRE ANTES. O
000562*    VALOR DE ENCADEAMENTO AMARRA O REGISTRO AO ANTERIOR
000563******************************************************
000570 2000-GRAVAR-REGISTRO.
000575     IF NOT WRK-LOG-ABERTO-SIM
000576         PERFORM 1000-ABRIR-LOG THRU 1000-EXIT
000660     MOVE GL-HASH-ENTRADA  TO LOG-HASH.
000670     MOVE GL-SAIDA-MASCARADA TO LOG-SAIDA.
000680     MOVE GL-OPERADOR      TO LOG-OPERADOR.
000681     MOVE LOG-REGISTRO(1:68) TO AE-REGISTRO.
000682     MOVE WRK-ENC-ULTIMO   TO AE-ENCADEAMENTO-ANTERIOR.
000683     CALL 'AUDENCAD' USING AE-PARM.
000684     MOVE AE-ENCADEAMENTO  TO WRK-ENC-ULTIMO.
000685     MOVE AE-ENCADEAMENTO  TO LOG-ENCADEAMENTO.
000690     WRITE LOG-REGISTRO.
000700 2000-EXIT.
000710     EXIT.

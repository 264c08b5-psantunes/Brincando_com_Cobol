00015G***                     ACEITAS; O ID DO OPERADOR E
00015H***                     REPASSADO AOS PROGRAMAS CHAMADOS
00015I***                     PARA A TRILHA DE AUDITORIA
00015J***   15/10/2026 PSA    SIGN-ON COM PIN: O CPFOPR PASSA A
00015K***                     TER SITUACAO (ATIVO/DESATIVADO/
00015L***                     BLOQUEADO), VALOR DE CONFERENCIA
00015M***                     DO PIN (AUDENCAD), TROCA
00015N***                     OBRIGATORIA, TENTATIVAS ERRADAS E
00015O***                     DADOS DA ULTIMA ALTERACAO; 3 PINS
00015P***                     ERRADOS SEGUIDOS BLOQUEIAM O
00015Q***                     OPERADOR; PIN PROVISORIO OU
00015R***                     AUSENTE E TROCADO NO SIGN-ON;
00015S***                     SIGN-ON, BLOQUEIO, TROCA DE PIN E
00015T***                     USO DAS OPCOES DE NIVEL 3 SAO
00015U***                     GRAVADOS NA TRILHA CPFAUD (STATUS
00015V***                     'O'); INCLUIDA OPCAO 7 -
00015W***                     ADMINISTRACAO DE OPERADORES
00015X***                     (CPFOPR01), EXIGE NIVEL 3
000160******************************************************
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000206     SELECT OPR-OPERADORES ASSIGN TO "CPFOPR"
000207         ORGANIZATION IS LINE SEQUENTIAL
000208         FILE STATUS IS WRK-FS-OPERADORES.
000209     SELECT OPR-TRABALHO ASSIGN TO "CPFOPRT"
00020A         ORGANIZATION IS LINE SEQUENTIAL
00020B         FILE STATUS IS WRK-FS-TRABALHO.
000210 DATA DIVISION.
000212 FILE SECTION.
000213 FD  OPR-OPERADORES.
000217     05  OPR-NOME               PIC X(30).
000218     05  FILLER                 PIC X(01).
000219     05  OPR-NIVEL              PIC X(01).
00021A     05  FILLER                 PIC X(01).
00021B     05  OPR-SITUACAO           PIC X(01).
00021C     05  FILLER                 PIC X(01).
00021D     05  OPR-PIN-HASH           PIC X(10).
00021E     05  FILLER                 PIC X(01).
00021F     05  OPR-TROCAR-PIN         PIC X(01).
00021G     05  FILLER                 PIC X(01).
00021H     05  OPR-QTD-FALHAS         PIC 9(01).
00021I     05  FILLER                 PIC X(01).
00021J     05  OPR-DATA-INCLUSAO      PIC 9(08).
00021K     05  FILLER                 PIC X(01).
00021L     05  OPR-DATA-ALTERACAO     PIC 9(08).
00021M     05  FILLER                 PIC X(01).
00021N     05  OPR-ALTERADO-POR       PIC X(08).
00021O FD  OPR-TRABALHO.
00021P 01  OPR-TRB-REGISTRO           PIC X(85).
000220 WORKING-STORAGE SECTION.
000230 77  WRK-OPCAO                  PIC 9(01)  VALUE ZERO.
000240     88  WRK-OPCAO-MASCARAR                VALUE 1.
000262     88  WRK-OPCAO-AUDITORIA                VALUE 4.
000264     88  WRK-OPCAO-CADASTRO                 VALUE 5.
000266     88  WRK-OPCAO-TOKEN                    VALUE 6.
000267     88  WRK-OPCAO-OPERADORES               VALUE 7.
000270     88  WRK-OPCAO-SAIR                     VALUE 9.
000280 77  WRK-VALIDAR-SOMENTE         PIC X(01)  VALUE SPACES.
000290 77  WRK-CONTINUAR               PIC X(01)  VALUE 'S'.
000326 77  WRK-OPERADOR-NIVEL          PIC 9(01)  VALUE ZERO.
000328     88  WRK-NIVEL-OPERACAO                 VALUES 2 THRU 9.
000330     88  WRK-NIVEL-ADMINISTRACAO            VALUES 3 THRU 9.
000331 77  WRK-FS-TRABALHO             PIC X(02)  VALUE SPACES.
000332     88  WRK-FS-TRABALHO-OK                 VALUE '00'.
000333 77  WRK-PIN-VALIDO              PIC X(01)  VALUE 'N'.
000334     88  WRK-PIN-VALIDO-SIM                 VALUE 'S'.
000335 77  WRK-PIN-DIGITADO            PIC X(06)  VALUE SPACES.
000336 77  WRK-PIN-NOVO                PIC X(06)  VALUE SPACES.
000337 77  WRK-TAM-PIN                 PIC 9(02)  COMP VALUE ZERO.
000338 77  WRK-PIN-HASH-NOVO           PIC X(10)  VALUE SPACES.
000339 77  WRK-MAX-FALHAS              PIC 9(01)  VALUE 3.
00033A 77  WRK-DATA-HOJE               PIC 9(08)  VALUE ZEROS.
00033B 77  WRK-EVT-JOB                 PIC X(08)  VALUE SPACES.
00033C 77  WRK-EVT-OPERADOR            PIC X(08)  VALUE SPACES.
00033D*    OPERADOR DO SIGN-ON (LAYOUT DO REGISTRO DO CPFOPR;
00033E*    REGISTRO ANTIGO, SO COM ID, NOME E NIVEL, FICA COM
00033F*    OS CAMPOS NOVOS EM BRANCO: ATIVO E SEM PIN)
00033G 01  WRK-OPR-ATUAL.
00033H     05  WRK-OPR-ID             PIC X(08).
00033I     05  FILLER                 PIC X(01).
00033J     05  WRK-OPR-NOME           PIC X(30).
00033K     05  FILLER                 PIC X(01).
00033L     05  WRK-OPR-NIVEL          PIC X(01).
00033M     05  FILLER                 PIC X(01).
00033N     05  WRK-OPR-SITUACAO       PIC X(01).
00033O         88  WRK-OPR-DESATIVADO            VALUE 'D'.
00033P         88  WRK-OPR-BLOQUEADO             VALUE 'B'.
00033Q     05  FILLER                 PIC X(01).
00033R     05  WRK-OPR-PIN-HASH       PIC X(10).
00033S     05  FILLER                 PIC X(01).
00033T     05  WRK-OPR-TROCAR-PIN     PIC X(01).
00033U         88  WRK-OPR-TROCAR-PIN-SIM        VALUE 'S'.
00033V     05  FILLER                 PIC X(01).
00033W     05  WRK-OPR-QTD-FALHAS     PIC 9(01).
00033X     05  FILLER                 PIC X(01).
00033Y     05  WRK-OPR-DATA-INCLUSAO  PIC 9(08).
00033Z     05  FILLER                 PIC X(01).
000340     05  WRK-OPR-DATA-ALTERACAO PIC 9(08).
000341     05  FILLER                 PIC X(01).
000342     05  WRK-OPR-ALTERADO-POR   PIC X(08).
000343*    MENSAGEM SUBMETIDA AO AUDENCAD PARA O VALOR DE
000344*    CONFERENCIA DO PIN (A MESMA DO CPFOPR01)
000345 01  WRK-PIN-MENSAGEM.
000346     05  FILLER                 PIC X(10)  VALUE 'CPFOPR-PIN'.
000347     05  WRK-PMS-ID             PIC X(08).
000348     05  WRK-PMS-PIN            PIC X(06).
000349     05  FILLER                 PIC X(44)  VALUE SPACES.
00034A*    CAMPO DE SAIDA DO EVENTO NA TRILHA: ACAO E OPERADOR
00034B 01  WRK-EVENTO.
00034C     05  WRK-EVT-ACAO           PIC X(11).
00034D     05  FILLER                 PIC X(01)  VALUE SPACE.
00034E     05  WRK-EVT-ALVO           PIC X(08).
00034F COPY GRAVALOP.
00034G COPY AUDENCP.
00034H PROCEDURE DIVISION.
00034I******************************************************
000350*    0000-MAINLINE - ROTINA PRINCIPAL DO MENU
000360******************************************************
000370 0000-MAINLINE.
000386*    0500-EFETUAR-SIGNON - IDENTIFICA O OPERADOR CONTRA
000388*    O ARQUIVO CPFOPR (ATE 3 TENTATIVAS); SEM O ARQUIVO
000390*    OU SEM OPERADOR VALIDO O MENU NAO E ABERTO
000391*    ATIVO E PIN CORRETO (PIN PROVISORIO E TROCADO)
000392******************************************************
000394 0500-EFETUAR-SIGNON.
000396     MOVE 'N' TO WRK-SIGNON-OK.
000397     ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
000398     PERFORM 0510-TENTAR-SIGNON THRU 0510-EXIT
000400         VARYING WRK-TENTATIVAS FROM 1 BY 1
000402         UNTIL WRK-TENTATIVAS > 3
000430         GO TO 0510-EXIT
000432     END-IF.
000434     PERFORM 0520-PROCURAR-OPERADOR THRU 0520-EXIT.
000435     IF NOT WRK-OPERADOR-ACHADO-SIM
000436         DISPLAY 'OPERADOR NAO CADASTRADO NO CPFOPR'
000437         GO TO 0510-EXIT
000438     END-IF.
000439     IF WRK-OPR-QTD-FALHAS IS NOT NUMERIC
00043A         MOVE ZERO TO WRK-OPR-QTD-FALHAS
00043B     END-IF.
00043C     IF WRK-OPR-DESATIVADO
00043D         DISPLAY 'OPERADOR DESATIVADO - PROCURE O ADMINISTRADOR'
00043E         GO TO 0510-EXIT
00043F     END-IF.
00043G     IF WRK-OPR-BLOQUEADO
00043H         DISPLAY 'OPERADOR BLOQUEADO POR PIN INCORRETO - '
00043I             'PROCURE O ADMINISTRADOR'
00043J         GO TO 0510-EXIT
00043K     END-IF.
00043L     IF WRK-OPR-PIN-HASH NOT = SPACES
00043M         PERFORM 0540-CONFERIR-PIN THRU 0540-EXIT
00043N         IF NOT WRK-PIN-VALIDO-SIM
00043O             GO TO 0510-EXIT
00043P         END-IF
00043Q     END-IF.
00043R     IF WRK-OPR-PIN-HASH = SPACES
00043S        OR WRK-OPR-TROCAR-PIN-SIM
00043T         PERFORM 0550-TROCAR-PIN THRU 0550-EXIT
00043U         IF NOT WRK-PIN-VALIDO-SIM
00043V             GO TO 0510-EXIT
00043W         END-IF
00043X     END-IF.
00043Y     MOVE 'S' TO WRK-SIGNON-OK.
00043Z     MOVE 'CPFMENU ' TO WRK-EVT-JOB.
000440     MOVE WRK-OPERADOR-ID TO WRK-EVT-OPERADOR.
000441     MOVE SPACES TO WRK-EVENTO.
000442     MOVE 'SIGN-ON' TO WRK-EVT-ACAO.
000443     PERFORM 0590-REGISTRAR-EVENTO THRU 0590-EXIT.
000446 0510-EXIT.
000448     EXIT.
000450******************************************************
000452*    0520-PROCURAR-OPERADOR - PROCURA O ID DIGITADO NO
000454*    ARQUIVO DE OPERADORES E GUARDA NOME E NIVEL
000455*    E O REGISTRO COMPLETO DO OPERADOR
000456******************************************************
000458 0520-PROCURAR-OPERADOR.
000460     MOVE 'N' TO WRK-OPERADOR-ACHADO.
000500                 MOVE 'S' TO WRK-OPERADOR-ACHADO
000502                 MOVE OPR-ID TO WRK-OPERADOR-ID
000504                 MOVE OPR-NOME TO WRK-OPERADOR-NOME
000505                 MOVE OPR-REGISTRO TO WRK-OPR-ATUAL
000506                 IF OPR-NIVEL IS NUMERIC
000508                     MOVE OPR-NIVEL TO WRK-OPERADOR-NIVEL
000510                 ELSE
000518     END-READ.
000520 0530-EXIT.
000522     EXIT.
000523******************************************************
000524*    0540-CONFERIR-PIN - LE O PIN E CONFERE COM O DO
000525*    CPFOPR; PIN ERRADO SOMA UMA TENTATIVA E, NA
000526*    ULTIMA, BLOQUEIA O OPERADOR; PIN CERTO ZERA AS
000527*    TENTATIVAS
000528******************************************************
000529 0540-CONFERIR-PIN.
00052A     MOVE 'N' TO WRK-PIN-VALIDO.
00052B     DISPLAY 'DIGITE O PIN: '.
00052C     MOVE SPACES TO WRK-PIN-DIGITADO.
00052D     ACCEPT WRK-PIN-DIGITADO.
00052E     PERFORM 0580-CALCULAR-PIN THRU 0580-EXIT.
00052F     IF NOT AE-RETORNO-OK
00052G         DISPLAY 'CHAVE SECRETA CPFAUDK AUSENTE - PIN NAO '
00052H             'CONFERIDO'
00052I         GO TO 0540-EXIT
00052J     END-IF.
00052K     IF WRK-PIN-HASH-NOVO = WRK-OPR-PIN-HASH
00052L         MOVE 'S' TO WRK-PIN-VALIDO
00052M         IF WRK-OPR-QTD-FALHAS NOT = ZERO
00052N             MOVE ZERO TO WRK-OPR-QTD-FALHAS
00052O             PERFORM 0560-REGRAVAR-OPERADOR THRU 0560-EXIT
00052P         END-IF
00052Q         GO TO 0540-EXIT
00052R     END-IF.
00052S     ADD 1 TO WRK-OPR-QTD-FALHAS.
00052T     IF WRK-OPR-QTD-FALHAS < WRK-MAX-FALHAS
00052U         DISPLAY 'PIN INCORRETO'
00052V         PERFORM 0560-REGRAVAR-OPERADOR THRU 0560-EXIT
00052W         GO TO 0540-EXIT
00052X     END-IF.
00052Y     MOVE 'B' TO WRK-OPR-SITUACAO.
00052Z     PERFORM 0560-REGRAVAR-OPERADOR THRU 0560-EXIT.
000530     MOVE 'CPFMENU ' TO WRK-EVT-JOB.
000531     MOVE 'SISTEMA ' TO WRK-EVT-OPERADOR.
000532     MOVE SPACES TO WRK-EVENTO.
000533     MOVE 'BLOQUEIO' TO WRK-EVT-ACAO.
000534     PERFORM 0590-REGISTRAR-EVENTO THRU 0590-EXIT.
000535     DISPLAY 'PIN INCORRETO - OPERADOR BLOQUEADO APOS '
000536         WRK-MAX-FALHAS ' TENTATIVAS; PROCURE O ADMINISTRADOR'.
000537 0540-EXIT.
000538     EXIT.
000539******************************************************
00053A*    0550-TROCAR-PIN - OBRIGA O OPERADOR COM PIN
00053B*    PROVISORIO (OU AINDA SEM PIN) A DEFINIR O PROPRIO
00053C*    PIN, DIGITADO DUAS VEZES E DIFERENTE DO PROVISORIO
00053D******************************************************
00053E 0550-TROCAR-PIN.
00053F     MOVE 'N' TO WRK-PIN-VALIDO.
00053G     IF WRK-OPR-PIN-HASH = SPACES
00053H         DISPLAY 'OPERADOR SEM PIN - DEFINA O SEU PIN'
00053I     ELSE
00053J         DISPLAY 'PIN PROVISORIO - DEFINA O SEU PIN'
00053K     END-IF.
00053L     DISPLAY 'DIGITE O NOVO PIN (4 A 6 DIGITOS): '.
00053M     MOVE SPACES TO WRK-PIN-DIGITADO.
00053N     ACCEPT WRK-PIN-DIGITADO.
00053O     MOVE ZERO TO WRK-TAM-PIN.
00053P     INSPECT WRK-PIN-DIGITADO TALLYING WRK-TAM-PIN
00053Q         FOR CHARACTERS BEFORE INITIAL SPACE.
00053R     IF WRK-TAM-PIN < 4
00053S         DISPLAY 'PIN INVALIDO - USE DE 4 A 6 DIGITOS'
00053T         GO TO 0550-EXIT
00053U     END-IF.
00053V     IF WRK-PIN-DIGITADO(1:WRK-TAM-PIN) IS NOT NUMERIC
00053W         DISPLAY 'PIN INVALIDO - USE DE 4 A 6 DIGITOS'
00053X         GO TO 0550-EXIT
00053Y     END-IF.
00053Z     MOVE WRK-PIN-DIGITADO TO WRK-PIN-NOVO.
000540     DISPLAY 'CONFIRME O NOVO PIN: '.
000541     MOVE SPACES TO WRK-PIN-DIGITADO.
000542     ACCEPT WRK-PIN-DIGITADO.
000543     IF WRK-PIN-DIGITADO NOT = WRK-PIN-NOVO
000544         DISPLAY 'CONFIRMACAO DIFERENTE DO NOVO PIN'
000545         GO TO 0550-EXIT
000546     END-IF.
000547     PERFORM 0580-CALCULAR-PIN THRU 0580-EXIT.
000548     MOVE SPACES TO WRK-PIN-NOVO.
000549     IF NOT AE-RETORNO-OK
00054A         DISPLAY 'CHAVE SECRETA CPFAUDK AUSENTE - PIN NAO '
00054B             'GRAVADO'
00054C         GO TO 0550-EXIT
00054D     END-IF.
00054E     IF WRK-PIN-HASH-NOVO = WRK-OPR-PIN-HASH
00054F         DISPLAY 'O NOVO PIN DEVE SER DIFERENTE DO PROVISORIO'
00054G         GO TO 0550-EXIT
00054H     END-IF.
00054I     MOVE WRK-PIN-HASH-NOVO TO WRK-OPR-PIN-HASH.
00054J     MOVE 'N' TO WRK-OPR-TROCAR-PIN.
00054K     MOVE ZERO TO WRK-OPR-QTD-FALHAS.
00054L     MOVE WRK-DATA-HOJE TO WRK-OPR-DATA-ALTERACAO.
00054M     MOVE WRK-OPR-ID TO WRK-OPR-ALTERADO-POR.
00054N     PERFORM 0560-REGRAVAR-OPERADOR THRU 0560-EXIT.
00054O     IF NOT WRK-FS-OPERADORES-OK
00054P         GO TO 0550-EXIT
00054Q     END-IF.
00054R     MOVE 'CPFMENU ' TO WRK-EVT-JOB.
00054S     MOVE WRK-OPR-ID TO WRK-EVT-OPERADOR.
00054T     MOVE SPACES TO WRK-EVENTO.
00054U     MOVE 'TROCA PIN' TO WRK-EVT-ACAO.
00054V     PERFORM 0590-REGISTRAR-EVENTO THRU 0590-EXIT.
00054W     DISPLAY 'PIN ALTERADO'.
00054X     MOVE 'S' TO WRK-PIN-VALIDO.
00054Y 0550-EXIT.
00054Z     EXIT.
000550******************************************************
000551*    0560-REGRAVAR-OPERADOR - REGRAVA O CPFOPR COM O
000552*    OPERADOR DO SIGN-ON ATUALIZADO: COPIA PARA O
000553*    CPFOPRT TROCANDO O REGISTRO DELE E DEVOLVE AO
000554*    CPFOPR
000555******************************************************
000556 0560-REGRAVAR-OPERADOR.
000557     OPEN INPUT OPR-OPERADORES.
000558     OPEN OUTPUT OPR-TRABALHO.
000559     IF NOT WRK-FS-OPERADORES-OK
00055A        OR NOT WRK-FS-TRABALHO-OK
00055B         DISPLAY 'CPFOPR NAO REGRAVADO (FS=' WRK-FS-OPERADORES
00055C             '/' WRK-FS-TRABALHO ')'
00055D         CLOSE OPR-OPERADORES
00055E         CLOSE OPR-TRABALHO
00055F         MOVE '99' TO WRK-FS-OPERADORES
00055G         GO TO 0560-EXIT
00055H     END-IF.
00055I     MOVE 'N' TO WRK-FIM-ARQUIVO.
00055J     PERFORM 0561-COPIAR-PARA-TRABALHO THRU 0561-EXIT
00055K         UNTIL WRK-FIM-ARQUIVO-SIM.
00055L     CLOSE OPR-OPERADORES.
00055M     CLOSE OPR-TRABALHO.
00055N     OPEN INPUT OPR-TRABALHO.
00055O     OPEN OUTPUT OPR-OPERADORES.
00055P     MOVE 'N' TO WRK-FIM-ARQUIVO.
00055Q     PERFORM 0562-DEVOLVER-AO-CADASTRO THRU 0562-EXIT
00055R         UNTIL WRK-FIM-ARQUIVO-SIM.
00055S     CLOSE OPR-TRABALHO.
00055T     CLOSE OPR-OPERADORES.
00055U 0560-EXIT.
00055V     EXIT.
00055W 0561-COPIAR-PARA-TRABALHO.
00055X     READ OPR-OPERADORES
00055Y         AT END
00055Z             MOVE 'S' TO WRK-FIM-ARQUIVO
000561             GO TO 0561-EXIT
000562     END-READ.
000563     IF OPR-ID = WRK-OPR-ID
000564         MOVE WRK-OPR-ATUAL TO OPR-TRB-REGISTRO
000565     ELSE
000566         MOVE OPR-REGISTRO TO OPR-TRB-REGISTRO
000567     END-IF.
000568     WRITE OPR-TRB-REGISTRO.
000569 0561-EXIT.
00056A     EXIT.
00056B 0562-DEVOLVER-AO-CADASTRO.
00056C     READ OPR-TRABALHO
00056D         AT END
00056E             MOVE 'S' TO WRK-FIM-ARQUIVO
00056F             GO TO 0562-EXIT
00056G     END-READ.
00056H     MOVE OPR-TRB-REGISTRO TO OPR-REGISTRO.
00056I     WRITE OPR-REGISTRO.
00056J 0562-EXIT.
00056K     EXIT.
00056L******************************************************
00056M*    0580-CALCULAR-PIN - VALOR DE CONFERENCIA DO PIN
00056N*    DIGITADO (AUDENCAD SOBRE O ID E O PIN, COM A CHAVE
00056O*    SECRETA), O MESMO GRAVADO PELO CPFOPR01
00056P******************************************************
00056Q 0580-CALCULAR-PIN.
00056R     MOVE WRK-OPR-ID TO WRK-PMS-ID.
00056S     MOVE WRK-PIN-DIGITADO TO WRK-PMS-PIN.
00056T     MOVE WRK-PIN-MENSAGEM TO AE-REGISTRO.
00056U     MOVE ZEROS TO AE-ENCADEAMENTO-ANTERIOR.
00056V     CALL 'AUDENCAD' USING AE-PARM.
00056W     MOVE AE-ENCADEAMENTO TO WRK-PIN-HASH-NOVO.
00056X     MOVE SPACES TO WRK-PIN-DIGITADO.
00056Y     MOVE SPACES TO WRK-PMS-PIN.
00056Z 0580-EXIT.
000571     EXIT.
000572******************************************************
000573*    0590-REGISTRAR-EVENTO - GRAVA NA TRILHA CPFAUD O
000574*    EVENTO DE CONTA OU DE ACESSO DO OPERADOR (STATUS
000575*    'O'), COM A ACAO E O OPERADOR NO CAMPO DE SAIDA
000576******************************************************
000577 0590-REGISTRAR-EVENTO.
000578     IF WRK-EVT-ALVO = SPACES
000579         MOVE WRK-OPR-ID TO WRK-EVT-ALVO
00057A     END-IF.
00057B     MOVE 'U' TO GL-FUNCAO.
00057C     MOVE ZERO TO GL-TAM-ENTRADA.
00057D     MOVE ZERO TO GL-HASH-ENTRADA.
00057E     MOVE 'O' TO GL-STATUS.
00057F     MOVE WRK-EVENTO TO GL-SAIDA-MASCARADA.
00057G     MOVE WRK-EVT-JOB TO GL-JOB-ID.
00057H     MOVE WRK-EVT-OPERADOR TO GL-OPERADOR.
00057I     CALL 'GRAVALOG' USING GL-PARM.
00057J 0590-EXIT.
00057K     EXIT.
00057L******************************************************
00057M*    1000-PROCESSAR-MENU - EXIBE AS OPCOES, LE A ESCOLHA
00057N*    DO OPERADOR E ACIONA O PROGRAMA CORRESPONDENTE;
00057O*    OPCAO SEM PERMISSAO PARA O NIVEL DO OPERADOR E
00057P*    RECUSADA MESMO QUE DIGITADA
00057Q*    O USO DAS OPCOES DE NIVEL 3 E GRAVADO NA TRILHA
00057T******************************************************
00057W 1000-PROCESSAR-MENU.
000580     PERFORM 1100-EXIBIR-MENU THRU 1100-EXIT.
000590     PERFORM 1200-LER-OPCAO THRU 1200-EXIT.
000600     EVALUATE TRUE
000684             DISPLAY 'OPERADOR SEM PERMISSAO PARA O LOTE'
000690         WHEN WRK-OPCAO-AUDITORIA
000700             CALL 'AUDRPT01'
000701         WHEN WRK-OPCAO-CADASTRO AND WRK-NIVEL-ADMINISTRACAO
000702             MOVE 'CPFMST01' TO WRK-EVT-JOB
000703             PERFORM 1300-REGISTRAR-ACESSO THRU 1300-EXIT
000704             CALL 'CPFMST01'
000722         WHEN WRK-OPCAO-CADASTRO
000724             DISPLAY 'OPERADOR SEM PERMISSAO PARA A '
000726                 'MANUTENCAO DO CADASTRO'
000727         WHEN WRK-OPCAO-OPERADORES AND WRK-NIVEL-ADMINISTRACAO
000728             MOVE 'CPFOPR01' TO WRK-EVT-JOB
000729             PERFORM 1300-REGISTRAR-ACESSO THRU 1300-EXIT
00072A             CALL 'CPFOPR01' USING WRK-OPERADOR-ID
00072B         WHEN WRK-OPCAO-OPERADORES
00072C             DISPLAY 'OPERADOR SEM PERMISSAO PARA A '
00072D                 'ADMINISTRACAO DE OPERADORES'
000730         WHEN WRK-OPCAO-TOKEN
000740             CALL 'CPFXRF01'
000750         WHEN WRK-OPCAO-SAIR
000942         DISPLAY '  5 - MANUTENCAO DO CADASTRO DE DOCUMENTOS'
000944     END-IF.
000950     DISPLAY '  6 - CONSULTA DO DE-PARA DE TOKENS'.
000951     IF WRK-NIVEL-ADMINISTRACAO
000952         DISPLAY '  7 - ADMINISTRACAO DE OPERADORES'
000953     END-IF.
000960     DISPLAY '  9 - SAIR'.
000970     DISPLAY '============================================'.
000980     DISPLAY 'DIGITE A OPCAO DESEJADA: '.
001060     ACCEPT WRK-OPCAO.
001070 1200-EXIT.
001080     EXIT.
001081******************************************************
001082*    1300-REGISTRAR-ACESSO - GRAVA NA TRILHA O ACESSO DO
001083*    OPERADOR A UMA OPCAO DE NIVEL 3, COM O PROGRAMA
001084*    CHAMADO COMO JOB (BASE DA RECERTIFICACAO)
001085******************************************************
001086 1300-REGISTRAR-ACESSO.
001087     MOVE WRK-OPERADOR-ID TO WRK-EVT-OPERADOR.
001088     MOVE SPACES TO WRK-EVENTO.
001089     MOVE 'ACESSO' TO WRK-EVT-ACAO.
00108A     PERFORM 0590-REGISTRAR-EVENTO THRU 0590-EXIT.
00108B 1300-EXIT.
00108C     EXIT.

00018E***                     A EXECUCAO AGENDADA SEM OPERADOR;
00018F***                     SEM O ARQUIVO VALE A PERGUNTA
00018G***                     INTERATIVA DE SEMPRE (CPFMENU)
00018H***   15/10/2026 PSA    LOG-REGISTRO DO CPFAUD AMPLIADO
00018I***                     COM O VALOR DE ENCADEAMENTO; OS
00018J***                     PONTOS DE QUEBRA ASSINADOS (STATUS
00018K***                     Q) NAO SAO TRANSACOES E FICAM FORA
00018L***                     DAS CONTAGENS
00018M***   15/10/2026 PSA    EVENTOS DE CONTA E ACESSO DE
00018N***                     OPERADOR (STATUS O: SIGN-ON,
00018O***                     BLOQUEIO, ADMINISTRACAO), DE
00018P***                     CONSULTA DO TITULAR NO CPFTIT01
00018Q***                     (STATUS A) E DE REMOCAO POR
00018R***                     INATIVIDADE NO CPFRET01 (STATUS
00018S***                     R) NAO SAO TRANSACOES DE
00018T***                     MASCARAMENTO E FICAM FORA DAS
00018U***                     CONTAGENS
000190******************************************************
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000470     05  LOG-SAIDA              PIC X(20).
000472     05  FILLER                 PIC X(01).
000474     05  LOG-OPERADOR           PIC X(08).
000475     05  FILLER                 PIC X(01).
000476     05  LOG-ENCADEAMENTO       PIC X(10).
000480 FD  AUD-RELATORIO.
000490 01  RPT-LINHA                  PIC X(80).
000492 FD  AUD-PARAMETROS.
001970     IF LOG-DATA >= WRK-DATA-INICIAL-NUM
001980        AND LOG-DATA <= WRK-DATA-FINAL-NUM
001990        AND (WRK-FILTRO-TODOS OR LOG-JOB = WRK-JOB-FILTRADO)
001991        AND LOG-STATUS NOT = 'Q'
001992        AND LOG-STATUS NOT = 'O'
001993        AND LOG-STATUS NOT = 'R'
001994        AND LOG-STATUS NOT = 'A'
002010         PERFORM 2100-LOCALIZAR-DIA THRU 2100-EXIT
002020         IF WRK-IDX-ACHADO > ZERO
002025             ADD 1 TO WRK-QTD-SELECIONADOS

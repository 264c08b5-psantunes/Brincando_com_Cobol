00006I***                     GRAVADO EM CAMPO PROPRIO DO
00006J***                     LOG-REGISTRO PARA ATRIBUICAO DAS
00006K***                     TRANSACOES NAS AUDITORIAS
00006L***   15/10/2026 PSA    INCLUIDO O STATUS 'A' (ACESSO DO
00006M***                     TITULAR LGPD), GRAVADO PELO JOB
00006N***                     CPFTIT01 COMO EVIDENCIA DO
00006O***                     ATENDIMENTO DO PEDIDO DE ACESSO
00006P***   15/10/2026 PSA    INCLUIDO O STATUS 'R' (REMOCAO
00006Q***                     POR INATIVIDADE), GRAVADO PELO JOB
00006R***                     DE RETENCAO CPFRET01 A CADA
00006S***                     ENTRADA REMOVIDA DO CPFMST/CPFXRF
00006T***   15/10/2026 PSA    INCLUIDO O STATUS 'O' (EVENTO DE
00006U***                     CONTA OU ACESSO DE OPERADOR),
00006V***                     GRAVADO PELO CPFMENU E PELO
00006W***                     CPFOPR01 COM A ACAO E O OPERADOR
00006X***                     ALVO NO CAMPO DE SAIDA
000070******************************************************
000080 01  GL-PARM.
000082     05  GL-FUNCAO              PIC X(01).
000120         88  GL-STATUS-VALIDO              VALUE 'S'.
000130         88  GL-STATUS-INVALIDO            VALUE 'N'.
000135         88  GL-STATUS-ELIMINADO           VALUE 'E'.
000136         88  GL-STATUS-ACESSO              VALUE 'A'.
000137         88  GL-STATUS-RETENCAO            VALUE 'R'.
000138         88  GL-STATUS-OPERADOR            VALUE 'O'.
000140     05  GL-SAIDA-MASCARADA     PIC X(20).
000150     05  GL-JOB-ID              PIC X(08).
000160     05  GL-OPERADOR            PIC X(08).

000010******************************************************
000020***   COPYBOOK AUDENCP - LAYOUT DOS PARAMETROS DE
000030***   CHAMADA DO SUBPROGRAMA AUDENCAD, QUE CALCULA O
000040***   VALOR DE ENCADEAMENTO (INTEGRIDADE) DE UM
000050***   LOG-REGISTRO DA TRILHA DE AUDITORIA CPFAUD A
000060***   PARTIR DO CONTEUDO DO REGISTRO, DO VALOR DO
000070***   REGISTRO ANTERIOR E DA CHAVE SECRETA CPFAUDK
000080***   AUTOR: @PSAntunes
000090***   DATA : 15/10/2026
000100******************************************************
000110 01  AE-PARM.
000120*    CONTEUDO DO LOG-REGISTRO (POSICOES 1 A 68, SEM O
000130*    PROPRIO VALOR DE ENCADEAMENTO)
000140     05  AE-REGISTRO            PIC X(68).
000150     05  AE-ENCADEAMENTO-ANTERIOR PIC 9(10).
000160     05  AE-ENCADEAMENTO        PIC 9(10).
000170     05  AE-RETORNO             PIC X(01).
000180         88  AE-RETORNO-OK                 VALUE '0'.
000190         88  AE-CHAVE-AUSENTE              VALUE '1'.

000070***   O NUMERO REAL DO DOCUMENTO (LGPD)
000080***   AUTOR: @PSAntunes
000090***   DATA : 21/08/2026
000091***
000092***   HISTORICO DE ALTERACOES
000093***   DATA       AUTOR  DESCRICAO
000094***   15/10/2026 PSA    TOKEN COM CHAVE SECRETA (CPFKEY):
000095***                     FUNCAO, VERSAO DA CHAVE, VERSAO
000096***                     ANTERIOR ACEITA E RETORNO
000100******************************************************
000110 01  CT-PARM.
000120     05  CT-TIPO-DOC            PIC X(01).
000140         88  CT-TIPO-CNPJ                  VALUE 'J'.
000150     05  CT-DOCUMENTO           PIC X(14).
000160     05  CT-TOKEN               PIC X(18).
000170*    FUNCAO: 'V' = USAR A VERSAO DE CHAVE INFORMADA EM
000180*    CT-VERSAO-CHAVE; QUALQUER OUTRO VALOR = CHAVE ATUAL
000190     05  CT-FUNCAO              PIC X(01).
000200         88  CT-FUNCAO-VERSAO              VALUE 'V'.
000210*    VERSAO DA CHAVE USADA NO TOKEN (000 = TOKEN SEM
000220*    CHAVE, ANTERIOR AO ARQUIVO DE CHAVES CPFKEY)
000230     05  CT-VERSAO-CHAVE        PIC 9(03).
000240*    VERSAO ANTERIOR AINDA ACEITA NA JANELA DE TROCA
000250     05  CT-TEM-ANTERIOR        PIC X(01).
000260         88  CT-TEM-ANTERIOR-SIM           VALUE 'S'.
000270     05  CT-VERSAO-ANTERIOR     PIC 9(03).
000280     05  CT-RETORNO             PIC X(01).
000290         88  CT-RETORNO-OK                 VALUE '0'.
000300         88  CT-CHAVE-AUSENTE              VALUE '1'.
000310         88  CT-VERSAO-INEXISTENTE         VALUE '2'.

000078***   02/09/2026 PSA    INCLUIDOS O STATUS 'D' (DOCUMENTO
000079***                     DUPLICADO NO LOTE) NO DETALHE E
00007A***                     RP-QTD-DUPLICADOS PARA O RESUMO
00007B***   15/10/2026 PSA    INCLUIDOS RP-ORIGEM (ORIGEM DO
00007C***                     DOCUMENTO NO DETALHE) E A TABELA
00007D***                     RP-TAB-ORIGEM COM OS TOTAIS POR
00007E***                     ORIGEM PARA O RESUMO FINAL
00007F***   15/10/2026 PSA    INCLUIDA A FUNCAO '5' (RESUMO
00007G***                     CONSOLIDADO DA EXECUCAO
00007H***                     PARTICIONADA, PELO CPFJUN01)
00007Q******************************************************
000080 01  RP-PARM.
000090     05  RP-FUNCAO              PIC X(01).
000100         88  RP-FUNCAO-INICIALIZAR         VALUE '1'.
000110         88  RP-FUNCAO-DETALHE             VALUE '2'.
000120         88  RP-FUNCAO-FINALIZAR           VALUE '3'.
000125         88  RP-FUNCAO-RETOMAR             VALUE '4'.
000126         88  RP-FUNCAO-CONSOLIDAR          VALUE '5'.
000130     05  RP-SEQUENCIA           PIC 9(07).
000140     05  RP-CPF-MASCARADO       PIC X(20).
000150     05  RP-STATUS              PIC X(01).
000160         88  RP-STATUS-VALIDO              VALUE 'S'.
000163         88  RP-STATUS-INVALIDO            VALUE 'N'.
000166         88  RP-STATUS-DUPLICADO           VALUE 'D'.
000169     05  RP-MOTIVO              PIC X(02).
000172         88  RP-MOTIVO-OK                  VALUE '00'.
000173         88  RP-MOTIVO-FORMATO             VALUE '10'.
000174         88  RP-MOTIVO-REPETIDO            VALUE '20'.
000230     05  RP-QTD-CPF             PIC 9(07).
000240     05  RP-QTD-CNPJ            PIC 9(07).
000250     05  RP-QTD-DUPLICADOS      PIC 9(07).
000260     05  RP-ORIGEM              PIC X(08).
000270     05  RP-QTD-ORIGENS         PIC 9(02).
000280     05  RP-TAB-ORIGEM OCCURS 20 TIMES.
000290         10  RP-ORG-CODIGO      PIC X(08).
000300         10  RP-ORG-LIDOS       PIC 9(07).
000310         10  RP-ORG-MASCARADOS  PIC 9(07).
000320         10  RP-ORG-REJEITADOS  PIC 9(07).
000330         10  RP-ORG-DUPLICADOS  PIC 9(07).

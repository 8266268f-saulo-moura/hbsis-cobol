      ******************************************************************
      * COPYBOOK.: MAPCCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DO MAPA CONTABIL - CONTAS DE DEBITO E DE  *
      * CREDITO DE CADA EVENTO DE VENDA, RECEBIMENTO, DEVOLUCAO,       *
      * CREDITO DE CLIENTE E COMISSAO, POR FILIAL E CANAL, USADAS NA   *
      * GERACAO DOS LOTES DE LANCAMENTOS CONTABEIS (LANCCONT)          *
      ******************************************************************
      *
       01  REG-MAPA-CONTABIL.
      *
      * --> FILIAL 00 = QUALQUER FILIAL; CANAL EM BRANCO = QUALQUER
      *     CANAL. O LOTE PROCURA DA CONTA MAIS ESPECIFICA PARA A MAIS
      *     GERAL: FILIAL E CANAL, FILIAL, CANAL E POR FIM A GERAL
      *
           05 MPC-CHAVE.
               10 MPC-FILIAL           PIC 9(02).
               10 MPC-CANAL            PIC X(01).
      *
      * --> EVENTOS: VD = VENDA FATURADA (PRODUTOS), BT = BONIFICACAO
      *     OU TROCA FATURADA, IC = ICMS, ST = ICMS-ST, IP = IPI DO
      *     FATURAMENTO; RC = PRINCIPAL RECEBIDO NA LIQUIDACAO DO
      *     TITULO (DINHEIRO MAIS CREDITO USADO), JM = JUROS E MULTA
      *     RECEBIDOS, DS = DESCONTO CONCEDIDO; DV = DEVOLUCAO; CD, CP,
      *     CA E CU = CREDITO DE CLIENTE POR DEVOLUCAO, PAGAMENTO A
      *     MAIOR, AJUSTE E USO NA BAIXA (O CU ESTORNA A PARTE DO RC
      *     PAGA COM CREDITO); CM = COMISSAO DO VENDEDOR NA FOLHA
      *
               10 MPC-EVENTO           PIC X(02).
                   88 MPC-EVENTO-VALIDO
                                       VALUE "VD" "BT" "IC" "ST" "IP"
                                             "RC" "JM" "DS" "DV" "CD"
                                             "CP" "CA" "CU" "CM".
           05 MPC-CONTA-DEBITO         PIC X(20).
           05 MPC-CONTA-CREDITO        PIC X(20).
           05 MPC-HISTORICO            PIC X(30).
           05 MPC-DT-INCLUSAO          PIC 9(08).
           05 MPC-OPERADOR-INCLUSAO    PIC X(08).
           05 MPC-DT-ALTERACAO         PIC 9(08).
           05 MPC-OPERADOR-ALTERACAO   PIC X(08).

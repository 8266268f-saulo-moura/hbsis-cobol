      ******************************************************************
      * COPYBOOK.: LCTBCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DE EVENTOS JA CONTABILIZADOS - UM POR     *
      * EVENTO E DOCUMENTO DE ORIGEM LANCADO NUM LOTE CONTABIL, PARA   *
      * QUE O LOTE DIARIO E O DO FECHAMENTO MENSAL NAO LANCEM O MESMO  *
      * EVENTO DUAS VEZES                                              *
      ******************************************************************
      *
       01  REG-LANCAMENTO-CONTABIL.
      *
      * --> ORIGEM CONFORME O EVENTO (MAPCCADA): DOCUMENTO FATURADO,
      *     CHAVE DO TITULO, CHAVE DA DEVOLUCAO, DATA, HORA, CNPJ,
      *     TIPO, DOCUMENTO E PARCELA DO MOVIMENTO DE CREDITO OU
      *     COMPETENCIA E CPF DA COMISSAO
      *
           05 LCB-CHAVE.
               10 LCB-EVENTO           PIC X(02).
               10 LCB-ORIGEM           PIC X(40).
           05 LCB-LOTE                 PIC 9(07).
           05 LCB-DATA-LANCAMENTO      PIC 9(08).
           05 LCB-VALOR                PIC 9(11)V99.
           05 LCB-DT-CONTABILIZACAO    PIC 9(08).
           05 LCB-OPERADOR             PIC X(08).

      ******************************************************************
      * COPYBOOK.: PDEMCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DA PREVISAO DE DEMANDA - UMA PREVISAO POR MES BASE,   *
      * PRODUTO E FILIAL COM OS TRES MESES SEGUINTES PROJETADOS, PARA  *
      * COMPRAS E PARA A CONFERENCIA COM O REALIZADO NO MES SEGUINTE   *
      ******************************************************************
      *
       01  REG-PREVISAO-DEMANDA.
      *
      * --> MES BASE = ULTIMO MES FECHADO DO HISTORICO USADO NO CALCULO
      *
           05 PDM-CHAVE.
               10 PDM-ANOMES-BASE      PIC 9(06).
               10 PDM-PRODUTO          PIC 9(07).
               10 PDM-FILIAL           PIC 9(02).
      *
      * --> MEDIA MENSAL DOS TRES ULTIMOS MESES E TENDENCIA POR MES
      *     (MEDIA RECENTE CONTRA A DOS TRES MESES ANTERIORES)
      *
           05 PDM-MEDIA-RECENTE        PIC 9(07)V99.
           05 PDM-TENDENCIA            PIC S9(07)V99.
      *
      * --> POR MES PROJETADO: INDICE SAZONAL DO MESMO MES NO ANO
      *     ANTERIOR, VOLUME ESTATISTICO, VOLUME DOS PEDIDOS
      *     PROGRAMADOS ATIVOS E A QUANTIDADE PREVISTA FINAL
      *
           05 PDM-PROJECAO             OCCURS 3 TIMES.
               10 PDM-PRJ-ANOMES       PIC 9(06).
               10 PDM-PRJ-INDICE       PIC 9(01)V99.
               10 PDM-PRJ-ESTATISTICA  PIC 9(07).
               10 PDM-PRJ-PROGRAMADO   PIC 9(07).
               10 PDM-PRJ-QUANTIDADE   PIC 9(07).
      *
      * --> SALDOS PENDENTES DE ENTREGA EM ABERTO NA DATA DO CALCULO,
      *     SOMADOS AO PRIMEIRO MES PROJETADO
      *
           05 PDM-QTD-PENDENTE         PIC 9(07).
           05 PDM-DT-GERACAO           PIC 9(08).
           05 PDM-HORA-GERACAO         PIC 9(06).
           05 PDM-OPERADOR             PIC X(08).

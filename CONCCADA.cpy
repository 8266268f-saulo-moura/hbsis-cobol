      ******************************************************************
      * COPYBOOK.: CONCCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DOS CONCURSOS DE VENDAS (CAMPANHAS DE     *
      * INCENTIVO) - PERIODO, FILIAIS E SUPERVISORES PARTICIPANTES E   *
      * AS REGRAS DE PONTUACAO, APURADAS PELO APURCONC                 *
      ******************************************************************
      *
       01  REG-CONCURSO.
           05 CNC-CODIGO               PIC 9(05).
           05 CNC-DESCRICAO            PIC X(40).
           05 CNC-DT-INICIO            PIC 9(08).
           05 CNC-DT-FIM               PIC 9(08).
      *
      * --> PARTICIPANTES: OS VENDEDORES ATIVOS DAS FILIAIS E DAS
      *     EQUIPES DOS SUPERVISORES INFORMADOS; TUDO ZERO = TODOS
      *
           05 CNC-FILIAL               PIC 9(02)       OCCURS 5 TIMES.
           05 CNC-SUPERVISOR           PIC 9(07)       OCCURS 5 TIMES.
      *
      * --> CLIENTE NOVO: SEM PEDIDO FATURADO (DO PRODUTO DA REGRA)
      *     NOS DIAS ANTERIORES AO INICIO (ZERO = 90 DIAS)
      *
           05 CNC-DIAS-CLIENTE-NOVO    PIC 9(03).
      *
      * --> REGRAS DE PONTUACAO - TIPO: C = PONTOS POR CAIXA VENDIDA DO
      *     PRODUTO (UNIDADES POR CAIXA, ZERO = 1), N = POR CLIENTE NOVO
      *     POSITIVADO (PRODUTO ZERO = QUALQUER), V = POR VISITA FEITA
      *     (UMA POR CLIENTE NO DIA), M = POR PONTO PERCENTUAL DA META
      *     DE VALOR DO MES ATINGIDO; BRANCO = REGRA NAO USADA
      *
           05 CNC-REGRA                OCCURS 5 TIMES.
               10 CNC-RGR-TIPO         PIC X(01).
                   88 RGR-POR-CAIXA    VALUE "C".
                   88 RGR-POR-CLIENTE-NOVO
                                       VALUE "N".
                   88 RGR-POR-VISITA   VALUE "V".
                   88 RGR-POR-META     VALUE "M".
                   88 RGR-NAO-USADA    VALUE " ".
               10 CNC-RGR-PRODUTO      PIC 9(07).
               10 CNC-RGR-UNID-CAIXA   PIC 9(03).
               10 CNC-RGR-PONTOS       PIC 9(05)V99.
           05 CNC-SITUACAO             PIC X(01).
               88 CONCURSO-ATIVO       VALUE "A".
               88 CONCURSO-INATIVO     VALUE "I".
           05 CNC-DT-APURACAO          PIC 9(08).
           05 CNC-DT-INCLUSAO          PIC 9(08).
           05 CNC-OPERADOR-INCLUSAO    PIC X(08).
           05 CNC-DT-ALTERACAO         PIC 9(08).
           05 CNC-OPERADOR-ALTERACAO   PIC X(08).

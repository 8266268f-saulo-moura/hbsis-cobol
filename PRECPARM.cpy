      ******************************************************************
      * COPYBOOK.: PRECPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA PRECPROD - DEVOLVE O     *
      * PRECO DE TABELA E A FAIXA DO SEGMENTO EM VIGOR NA DATA E       *
      * GRAVA CADA MUDANCA DE PRECO NO HISTORICO DE PRECOS             *
      ******************************************************************
      *
       01  REG-PARM-PRECO.
      *
      * --> FUNCAO: C = CONSULTAR, G = GRAVAR NO HISTORICO (ABREM OS
      *     ARQUIVOS NA PRIMEIRA VEZ), F = FINALIZAR (FECHA OS ARQUIVOS)
      *
           05 PMP-FUNCAO               PIC X(01).
           05 PMP-PRODUTO              PIC 9(07).
           05 PMP-FILIAL               PIC 9(02).
           05 PMP-CANAL                PIC X(01).
           05 PMP-PORTE                PIC X(01).
      *
      * --> NA CONSULTA, A DATA DO PRECO; NA GRAVACAO, O INICIO DA
      *     VIGENCIA DO PRECO NOVO
      *
           05 PMP-DATA                 PIC 9(08).
      *
      * --> NA GRAVACAO: P = PRECO DE TABELA DO PRODUTO, F = FAIXA DO
      *     SEGMENTO
      *
           05 PMP-TIPO                 PIC X(01).
           05 PMP-PRECO-TABELA         PIC 9(09)V99.
           05 PMP-PRECO-MINIMO         PIC 9(09)V99.
           05 PMP-PRECO-MAXIMO         PIC 9(09)V99.
      *
      * --> NA GRAVACAO, O PRECO QUE VIGORAVA ANTES E A DATA DA SUA
      *     ULTIMA MANUTENCAO; ENTRA NO HISTORICO SE ELE AINDA NAO TEM
      *     NADA DO PRODUTO/SEGMENTO (PRECO ZERO = NAO HAVIA PRECO)
      *
           05 PMP-ANT-PRECO-TABELA     PIC 9(09)V99.
           05 PMP-ANT-PRECO-MINIMO     PIC 9(09)V99.
           05 PMP-ANT-PRECO-MAXIMO     PIC 9(09)V99.
           05 PMP-ANT-DATA             PIC 9(08).
           05 PMP-ORIGEM-GRAVACAO      PIC X(01).
           05 PMP-REAJUSTE             PIC 9(05).
           05 PMP-OPERADOR             PIC X(08).
      *
      * --> ORIGEM DOS PRECOS DEVOLVIDOS NA CONSULTA: H = HISTORICO,
      *     A = CADASTRO ATUAL (SEM HISTORICO), S = SEM PRECO/FAIXA,
      *     9 = ERRO NOS ARQUIVOS
      *
           05 PMP-ORIGEM-TABELA        PIC X(01).
               88 PMP-TABELA-HISTORICO VALUE "H".
               88 PMP-TABELA-ATUAL     VALUE "A".
               88 PMP-SEM-TABELA       VALUE "S".
           05 PMP-ORIGEM-FAIXA         PIC X(01).
               88 PMP-FAIXA-HISTORICO  VALUE "H".
               88 PMP-FAIXA-ATUAL      VALUE "A".
               88 PMP-SEM-FAIXA        VALUE "S".
      *
      * --> RETORNO DA GRAVACAO: 0 = OK, 9 = ERRO NO HISTORICO
      *
           05 PMP-RETORNO              PIC X(01).
               88 PMP-OK               VALUE "0".
               88 PMP-ERRO             VALUE "9".

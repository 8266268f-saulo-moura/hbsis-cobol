      ******************************************************************
      * COPYBOOK.: CUSTPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA CUSTPROD - DEVOLVE O     *
      * PRECO DE CUSTO DO PRODUTO EM VIGOR NA DATA INFORMADA           *
      ******************************************************************
      *
       01  REG-PARM-CUSTO.
      *
      * --> FUNCAO: C = CONSULTAR (ABRE OS ARQUIVOS NA PRIMEIRA VEZ),
      *     F = FINALIZAR (FECHA OS ARQUIVOS)
      *
           05 PMC-FUNCAO               PIC X(01).
           05 PMC-PRODUTO              PIC 9(07).
           05 PMC-DATA                 PIC 9(08).
           05 PMC-PRECO-CUSTO          PIC 9(09)V99.
      *
      * --> ORIGEM DO CUSTO DEVOLVIDO: H = HISTORICO VIGENTE NA DATA,
      *     A = CUSTO ATUAL DO PRODUTO (SEM HISTORICO ATE A DATA),
      *     S = SEM CUSTO INFORMADO, 9 = ERRO NOS ARQUIVOS
      *
           05 PMC-ORIGEM               PIC X(01).
               88 PMC-CUSTO-HISTORICO  VALUE "H".
               88 PMC-CUSTO-ATUAL      VALUE "A".
               88 PMC-SEM-CUSTO        VALUE "S".
               88 PMC-ERRO             VALUE "9".

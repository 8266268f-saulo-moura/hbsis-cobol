      ******************************************************************
      * COPYBOOK.: ESTQPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA MOVIESTQ - OS PROGRAMAS  *
      * QUE MOVIMENTAM ESTOQUE PREENCHEM A FUNCAO, FILIAL, PRODUTO,    *
      * QUANTIDADE E DOCUMENTO E RECEBEM O RETORNO E OS SALDOS         *
      ******************************************************************
      *
       01  REG-PARM-ESTOQUE.
      *
      * --> FUNCAO: MESMOS TIPOS DO JORNAL DE MOVIMENTOS (MVESCADA)
      *
           05 PME-FUNCAO               PIC X(01).
           05 PME-FILIAL               PIC 9(02).
           05 PME-PRODUTO              PIC 9(07).
           05 PME-QUANTIDADE           PIC 9(07).
           05 PME-DOCUMENTO            PIC 9(09).
           05 PME-PROGRAMA             PIC X(08).
           05 PME-OPERADOR             PIC X(08).
      *
      * --> RETORNO: 0 = MOVIMENTO APLICADO, 1 = PRODUTO SEM CONTROLE
      *     DE ESTOQUE NA FILIAL, 9 = ERRO NO ARQUIVO DE ESTOQUE
      *
           05 PME-RETORNO              PIC X(01).
               88 PME-APLICADO         VALUE "0".
               88 PME-SEM-CONTROLE     VALUE "1".
               88 PME-ERRO             VALUE "9".
           05 PME-QTD-FISICA           PIC S9(07).
           05 PME-QTD-RESERVADA        PIC S9(07).
           05 PME-QTD-DISPONIVEL       PIC S9(07).

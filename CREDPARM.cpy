      ******************************************************************
      * COPYBOOK.: CREDPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA MOVICRED - OS PROGRAMAS  *
      * QUE MOVIMENTAM O CREDITO DO CLIENTE PREENCHEM A FUNCAO,        *
      * CLIENTE, VALOR E DOCUMENTO E RECEBEM O RETORNO E O SALDO       *
      ******************************************************************
      *
       01  REG-PARM-CREDITO.
      *
      * --> FUNCAO: T = CONSULTA DO SALDO, OU UM DOS TIPOS DO RAZAO
      *     (MVCRCADA); NO AJUSTE (A) O VALOR NEGATIVO DEBITA
      *
           05 PMC-FUNCAO               PIC X(01).
           05 PMC-CNPJ                 PIC 9(14).
           05 PMC-VALOR                PIC S9(09)V99.
           05 PMC-DOCUMENTO            PIC 9(09).
           05 PMC-PARCELA              PIC 9(02).
           05 PMC-HISTORICO            PIC X(30).
           05 PMC-PROGRAMA             PIC X(08).
           05 PMC-OPERADOR             PIC X(08).
      *
      * --> RETORNO: 0 = MOVIMENTO APLICADO, 2 = DEBITO ACIMA DO
      *     SALDO DE CREDITO, 9 = ERRO NO ARQUIVO DE CREDITOS
      *
           05 PMC-RETORNO              PIC X(01).
               88 PMC-APLICADO         VALUE "0".
               88 PMC-ACIMA-DO-SALDO   VALUE "2".
               88 PMC-ERRO             VALUE "9".
           05 PMC-SALDO-CLIENTE        PIC 9(09)V99.

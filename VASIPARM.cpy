      ******************************************************************
      * COPYBOOK.: VASIPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA MOVIVASI - OS PROGRAMAS  *
      * QUE MOVIMENTAM VASILHAMES PREENCHEM A FUNCAO, CLIENTE,         *
      * PRODUTO, QUANTIDADE E DOCUMENTO E RECEBEM O RETORNO E SALDOS   *
      ******************************************************************
      *
       01  REG-PARM-VASILHAME.
      *
      * --> FUNCAO: T = CONSULTA DO TOTAL DO CLIENTE, OU UM DOS TIPOS
      *     DO JORNAL DE MOVIMENTOS (MVVACADA)
      *
           05 PMV-FUNCAO               PIC X(01).
           05 PMV-CNPJ                 PIC 9(14).
           05 PMV-PRODUTO              PIC 9(07).
           05 PMV-QUANTIDADE           PIC 9(07).
           05 PMV-DOCUMENTO            PIC 9(09).
           05 PMV-PROGRAMA             PIC X(08).
           05 PMV-OPERADOR             PIC X(08).
      *
      * --> RETORNO: 0 = MOVIMENTO APLICADO, 1 = PRODUTO NAO E
      *     RETORNAVEL (OU SEM SALDO A DEVOLVER), 2 = COLETA ACIMA DO
      *     SALDO DO CLIENTE, 9 = ERRO NO ARQUIVO DE VASILHAMES
      *
           05 PMV-RETORNO              PIC X(01).
               88 PMV-APLICADO         VALUE "0".
               88 PMV-NAO-RETORNAVEL   VALUE "1".
               88 PMV-ACIMA-DO-SALDO   VALUE "2".
               88 PMV-ERRO             VALUE "9".
           05 PMV-SALDO-PRODUTO        PIC S9(07).
           05 PMV-SALDO-CLIENTE        PIC S9(07).

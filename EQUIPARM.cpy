      ******************************************************************
      * COPYBOOK.: EQUIPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA MOVIEQUI - OS PROGRAMAS  *
      * QUE MUDAM O LOCAL DE UM EQUIPAMENTO EM COMODATO OU REGISTRAM   *
      * A CONFERENCIA NO CHECK-IN PREENCHEM A FUNCAO, A SERIE E O CNPJ *
      ******************************************************************
      *
       01  REG-PARM-EQUIPAMENTO.
      *
      * --> FUNCAO: M = MOVER PARA O CNPJ INFORMADO (ZERO = DEPOSITO),
      *     P = CONFERIDO PRESENTE NO CLIENTE, A = CONFERIDO AUSENTE;
      *     NA CONFERENCIA, SERIE EM BRANCO VALE PARA TODOS OS
      *     EQUIPAMENTOS INSTALADOS NO CNPJ
      *
           05 PEQ-FUNCAO               PIC X(01).
           05 PEQ-SERIE                PIC X(15).
           05 PEQ-CNPJ                 PIC 9(14).
           05 PEQ-PROGRAMA             PIC X(08).
           05 PEQ-OPERADOR             PIC X(08).
      *
      * --> RETORNO: 0 = APLICADO, 1 = EQUIPAMENTO NAO CADASTRADO OU
      *     NAO INSTALADO NO CNPJ CONFERIDO, 9 = ERRO NO ARQUIVO
      *
           05 PEQ-RETORNO              PIC X(01).
               88 PEQ-APLICADO         VALUE "0".
               88 PEQ-NAO-ENCONTRADO   VALUE "1".
               88 PEQ-ERRO             VALUE "9".
           05 PEQ-QTD-EQUIPAMENTOS     PIC 9(03).

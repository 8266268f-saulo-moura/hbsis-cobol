      ******************************************************************
      * COPYBOOK.: SEGFCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DAS REGRAS DE SEGREGACAO DE FUNCOES - UM  *
      * REGISTRO POR PAR DE OPCOES DE MENU QUE NAO DEVEM FICAR COM O   *
      * MESMO OPERADOR; A MENOR OPCAO VAI SEMPRE EM SGF-OPCAO-1        *
      ******************************************************************
      *
       01  REG-SEGREGACAO.
           05 SGF-CHAVE.
               10 SGF-OPCAO-1          PIC X(05).
               10 SGF-OPCAO-2          PIC X(05).
           05 SGF-DESCRICAO            PIC X(40).
      *
      * --> P = COMBINACAO PROIBIDA, SEMPRE RECUSADA; J = ACEITA SO
      *     COM JUSTIFICATIVA DO SUPERVISOR, GUARDADA EM JUSFCADA
      *
           05 SGF-TRATAMENTO           PIC X(01).
               88 SGF-PROIBIDO         VALUE "P".
               88 SGF-COM-JUSTIFICATIVA VALUE "J".
               88 SGF-TRATAMENTO-VALIDO VALUE "P" "J".
           05 SGF-DT-INCLUSAO          PIC 9(08).
           05 SGF-OPERADOR-INCLUSAO    PIC X(08).

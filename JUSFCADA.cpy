      ******************************************************************
      * COPYBOOK.: JUSFCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DAS JUSTIFICATIVAS DE CONFLITO DE         *
      * SEGREGACAO - O SUPERVISOR QUE ACEITOU A COMBINACAO DE OPCOES   *
      * NUM PERFIL (CADAPERF) OU NUM OPERADOR (CADOPER) E O MOTIVO     *
      ******************************************************************
      *
       01  REG-JUSTIF-SEGREG.
           05 JSF-CHAVE.
      *
      * --> P = PERFIL (JSF-CODIGO E O PERFIL), O = OPERADOR
      *     (JSF-CODIGO E O ID DO OPERADOR)
      *
               10 JSF-TIPO             PIC X(01).
                   88 JSF-DO-PERFIL    VALUE "P".
                   88 JSF-DO-OPERADOR  VALUE "O".
               10 JSF-CODIGO           PIC X(08).
               10 JSF-OPCAO-1          PIC X(05).
               10 JSF-OPCAO-2          PIC X(05).
           05 JSF-TEXTO                PIC X(60).
           05 JSF-SUPERVISOR           PIC X(08).
           05 JSF-DATA                 PIC 9(08).
           05 JSF-HORA                 PIC 9(06).

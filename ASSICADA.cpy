      ******************************************************************
      * COPYBOOK.: ASSICADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DAS ASSINATURAS DE RELATORIOS - CADA      *
      * DESTINATARIO (SUPERVISOR, VENDEDOR OU FILIAL) ASSINA OS        *
      * PROGRAMAS CUJAS GERACOES NO SPOOL RECEBE POR E-MAIL            *
      ******************************************************************
      *
       01  REG-ASSINATURA.
           05 ASS-CHAVE.
      *
      * --> S = SUPERVISOR (CODIGO DO SUPERVISOR), V = VENDEDOR (CPF),
      *     F = FILIAL (NUMERO DA FILIAL)
      *
               10 ASS-TIPO             PIC X(01).
                   88 ASS-SUPERVISOR   VALUE "S".
                   88 ASS-VENDEDOR     VALUE "V".
                   88 ASS-FILIAL       VALUE "F".
                   88 ASS-TIPO-VALIDO  VALUE "S" "V" "F".
               10 ASS-CODIGO           PIC 9(11).
               10 ASS-PROGRAMA         PIC X(08).
      *
      * --> EM BRANCO, VALE O E-MAIL DO CADASTRO DO SUPERVISOR OU DO
      *     VENDEDOR; A FILIAL NAO TEM CADASTRO E EXIGE O E-MAIL AQUI
      *
           05 ASS-EMAIL                PIC X(40).
      *
      * --> S = SO AS LINHAS DA PROPRIA EQUIPE OU FILIAL
      *
           05 ASS-SO-EQUIPE            PIC X(01).
               88 ASS-FILTRADA         VALUE "S".
           05 ASS-SITUACAO             PIC X(01).
               88 ASSINATURA-ATIVA     VALUE "A".
               88 ASSINATURA-INATIVA   VALUE "I".
           05 ASS-DT-INCLUSAO          PIC 9(08).
           05 ASS-OPERADOR-INCLUSAO    PIC X(08).

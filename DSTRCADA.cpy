      ******************************************************************
      * COPYBOOK.: DSTRCADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DO LOG DE DISTRIBUICAO DE RELATORIOS -    *
      * UM REGISTRO POR GERACAO DO SPOOL ENVIADA A CADA DESTINATARIO   *
      ******************************************************************
      *
       01  REG-DISTRIBUICAO.
           05 DST-CHAVE.
               10 DST-NOME-RELATORIO   PIC X(34).
               10 DST-TIPO             PIC X(01).
               10 DST-CODIGO           PIC 9(11).
           05 DST-PROGRAMA             PIC X(08).
           05 DST-EMAIL                PIC X(40).
           05 DST-ARQ-CORREIO          PIC X(40).
           05 DST-DATA                 PIC 9(08).
           05 DST-HORA                 PIC 9(06).
           05 DST-LINHAS               PIC 9(07).
           05 DST-FILTRADA             PIC X(01).
               88 DST-SO-EQUIPE        VALUE "S".

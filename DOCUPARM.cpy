      ******************************************************************
      * COPYBOOK.: DOCUPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA EMITDOCU - EMITE NO      *
      * SPOOL OS DOCUMENTOS DE FATURAMENTO DE UMA FAIXA DE NUMEROS     *
      ******************************************************************
      *
       01  REG-PARM-DOCUMENTO.
      *
      * --> FAIXA DE DOCUMENTOS A EMITIR (INICIAL = FINAL PARA UM SO
      *     DOCUMENTO) E OPERADOR QUE PEDIU A EMISSAO
      *
           05 EMD-DOCUMENTO-INICIAL    PIC 9(09).
           05 EMD-DOCUMENTO-FINAL      PIC 9(09).
           05 EMD-OPERADOR             PIC X(08).
      *
      * --> S = SEGUNDA VIA (REIMPRESSAO AVULSA), QUE JA ENTRA NO
      *     SPOOL MARCADA PARA IMPRESSAO
      *
           05 EMD-SEGUNDA-VIA          PIC X(01).
               88 EMD-E-SEGUNDA-VIA    VALUE "S".
      *
      * --> RETORNO: GERACAO GRAVADA NO SPOOL, QUANTIDADE DE DOCUMENTOS
      *     EMITIDOS E SITUACAO: 0 = OK, 1 = NENHUMA FATURA NA FAIXA,
      *     9 = ERRO NOS ARQUIVOS
      *
           05 EMD-NOME-GERACAO         PIC X(34).
           05 EMD-QTD-EMITIDOS         PIC 9(07).
           05 EMD-RETORNO              PIC X(01).
               88 EMD-OK               VALUE "0".
               88 EMD-NENHUM-DOCUMENTO VALUE "1".
               88 EMD-ERRO             VALUE "9".

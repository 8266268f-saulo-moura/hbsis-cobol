      ******************************************************************
      * COPYBOOK.: PRAZPARM                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * AREA DE COMUNICACAO COM O SUBPROGRAMA PRAZENTR - DEVOLVE A     *
      * DATA DE ENTREGA DO PEDIDO PELO CALENDARIO DE ENTREGA DO        *
      * MUNICIPIO/FILIAL DO CLIENTE E PELO CALENDARIO DE FERIADOS      *
      ******************************************************************
      *
       01  REG-PARM-ENTREGA.
      *
      * --> FUNCAO: C = CALCULAR (ABRE OS ARQUIVOS NA PRIMEIRA VEZ),
      *     F = FINALIZAR (FECHA OS ARQUIVOS)
      *
           05 PZE-FUNCAO               PIC X(01).
           05 PZE-FILIAL               PIC 9(02).
           05 PZE-MUNICIPIO            PIC X(30).
           05 PZE-UF                   PIC X(02).
      *
      * --> DATA E HORA (HHMM) DA INCLUSAO DO PEDIDO
      *
           05 PZE-DATA                 PIC 9(08).
           05 PZE-HORA                 PIC 9(04).
      *
      * --> DATA DE ENTREGA CALCULADA E O CALENDARIO USADO:
      *     M = DO MUNICIPIO, F = PADRAO DA FILIAL, P = SEM CALENDARIO
      *     (SEGUNDA A SABADO, SEM CORTE)
      *
           05 PZE-DT-ENTREGA           PIC 9(08).
           05 PZE-ORIGEM               PIC X(01).
               88 PZE-CALENDARIO-MUNIC VALUE "M".
               88 PZE-CALENDARIO-FILIAL
                                       VALUE "F".
               88 PZE-CALENDARIO-PADRAO
                                       VALUE "P".
      *
      * --> S = PEDIDO INCLUIDO DEPOIS DO HORARIO DE CORTE
      *
           05 PZE-APOS-CORTE           PIC X(01).
               88 PZE-FORA-DO-CORTE    VALUE "S".
      *
      * --> RETORNO: 0 = OK, 1 = NENHUM DIA DE ENTREGA LIVRE NOS
      *     PROXIMOS 60 DIAS (DEVOLVE A DATA PELO PRAZO MINIMO),
      *     9 = ERRO NOS ARQUIVOS
      *
           05 PZE-RETORNO              PIC X(01).
               88 PZE-OK               VALUE "0".
               88 PZE-SEM-DIA-LIVRE    VALUE "1".
               88 PZE-ERRO             VALUE "9".

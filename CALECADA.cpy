      ******************************************************************
      * COPYBOOK.: CALECADA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * COPYBOOK DO REGISTRO DO CALENDARIO DE ENTREGA - DIAS DA SEMANA *
      * ATENDIDOS E HORARIO DE CORTE DOS PEDIDOS POR FILIAL/MUNICIPIO  *
      ******************************************************************
      *
       01  REG-CALENDARIO-ENTREGA.
      *
      * --> MUNICIPIO EM BRANCO = CALENDARIO PADRAO DA FILIAL, USADO
      *     PELOS MUNICIPIOS SEM CALENDARIO PROPRIO
      *
           05 CAL-CHAVE.
               10 CAL-FILIAL           PIC 9(02).
               10 CAL-MUNICIPIO        PIC X(30).
               10 CAL-UF               PIC X(02).
      *
      * --> DIAS ATENDIDOS (1=SEGUNDA ... 7=DOMINGO): S = ENTREGA,
      *     N = SEM ENTREGA NO DIA
      *
           05 CAL-DIAS-ENTREGA.
               10 CAL-DIA-ENTREGA      PIC X(01)       OCCURS 7 TIMES.
      *
      * --> HORARIO DE CORTE EM HHMM: PEDIDO INCLUIDO DEPOIS DELE
      *     CONTA COMO DO DIA SEGUINTE (0000 = SEM CORTE)
      *
           05 CAL-HORA-CORTE           PIC 9(04).
      *
      * --> PRAZO MINIMO EM DIAS ENTRE O PEDIDO E A ENTREGA (ZERO
      *     VALE COMO UM DIA)
      *
           05 CAL-PRAZO-MINIMO         PIC 9(01).
           05 CAL-DT-INCLUSAO          PIC 9(08).
           05 CAL-OPERADOR-INCLUSAO    PIC X(08).
           05 CAL-DT-ALTERACAO         PIC 9(08).
           05 CAL-OPERADOR-ALTERACAO   PIC X(08).

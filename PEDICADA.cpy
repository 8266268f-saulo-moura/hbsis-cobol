               88 ERP-CONFIRMADO       VALUE "C".
               88 ERP-REJEITADO        VALUE "R".
           05 PED-DT-EXPORT            PIC 9(08).
      *
      * --> NUMERO DO PEDIDO DE COMPRA DA REDE NOS PEDIDOS IMPORTADOS
      *     DAS REDES (BRANCO NOS DEMAIS)
      *
           05 PED-PEDIDO-REDE          PIC X(20).
      *
      * --> DATA DE ENTREGA PELO CALENDARIO DE ENTREGA DO MUNICIPIO/
      *     FILIAL DO CLIENTE (ZERO NOS PEDIDOS ANTERIORES AO
      *     CALENDARIO, FATURADOS DE IMEDIATO)
      *
           05 PED-DT-ENTREGA           PIC 9(08).

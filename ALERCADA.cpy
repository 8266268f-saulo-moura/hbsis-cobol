      * DATA.....: 02/09/2026                                          *
      * COPYBOOK DO REGISTRO DE ALERTAS DE OPERACAO - GERADOS PELO     *
      * MONITOR A PARTIR DO LOG DE EXECUCAO E DO ESTADO DA CADEIA      *
      * E PELO MONITOR DE CAPACIDADE DOS ARQUIVOS (UM ALERTA POR       *
      * ORIGEM E DIA), MOSTRADOS AO SUPERVISOR NO LOGIN ATE SEREM      *
      * RECONHECIDOS COM UMA NOTA                                      *
      ******************************************************************
      *
       01  REG-ALERTA.

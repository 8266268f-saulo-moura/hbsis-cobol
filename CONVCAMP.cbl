      *            E DO DIARIO DE VISITAS DO LAYOUT ANTERIOR (SEM      *
      *            LIMITE DE CREDITO, HORARIO DE FUNCIONAMENTO, REDE,  *
      *            CLASSE ABC, CONDICAO DE PAGAMENTO, SITUACAO/TIPO DO *
      *            PEDIDO, PEDIDO DA REDE, DATA DE ENTREGA, SITUACAO   *
      *            DA META, SUBSTITUTO DA AUSENCIA, BLOQUEIO/PERFIL DO *
      *            OPERADOR E MOTIVO DA VISITA)                        *
      *            PARA O LAYOUT ATUAL - LE OS ARQUIVOS VIVOS NO       *
      *            LAYOUT ANTIGO E GRAVA COPIAS -NOVO NO LAYOUT ATUAL, *
      *            COM OS CAMPOS NOVOS INICIALIZADOS (PEDIDOS LEGADOS  *
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS PED-NUMERO
               ALTERNATE RECORD KEY    IS PED-CNPJ WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY    IS PED-DATA WITH DUPLICATES
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-PED-NOVO.
      *
           MOVE 0                      TO REDE-CODIGO
           MOVE SPACE                  TO CLASSE-ABC
           MOVE 0                      TO COND-PAGTO-PADRAO
           MOVE SPACE                  TO ACEITA-PENDENCIA
           WRITE REGISTRO
           IF FS-CLI-NOVO-OK
               ADD 1                   TO WS-TOT-CLI-CONVERTIDOS
           MOVE "V"                    TO PED-TIPO
           MOVE SPACE                  TO PED-SIT-ERP
           MOVE 0                      TO PED-DT-EXPORT
           MOVE SPACES                 TO PED-PEDIDO-REDE
           MOVE 0                      TO PED-DT-ENTREGA
           WRITE REG-PEDIDO
           IF FS-PED-NOVO-OK
               ADD 1                   TO WS-TOT-PED-CONVERTIDOS

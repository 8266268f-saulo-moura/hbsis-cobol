               10  SCR-CONDPG-CLI                       LINE 18 COL 65
                                       PIC 99
                                       USING COND-PAGTO-PADRAO.
               10  VALUE "ENTR.PARCIAL:"                LINE 19 COL 52.
               10  SCR-PENDENCIA-CLI                    LINE 19 COL 65
                                       PIC X(01)
                                       USING ACEITA-PENDENCIA.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "V - VOLTAR"                  LINE 17 COL 10.
           05 ESCOLHA-INCLUIR-CLIENTE.

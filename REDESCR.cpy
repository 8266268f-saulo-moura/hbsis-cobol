               10  SCR-SITUACAO-RED                    LINE 7 COL 40
                                       PIC X(01)
                                       USING RED-SITUACAO.
               10  VALUE "LIMITE DE CREDITO DO GRUPO:" LINE 8 COL 10.
               10  SCR-LIMITE-RED                      LINE 8 COL 40
                                       PIC ZZZZZZZZ9,99
                                       USING RED-LIMITE-CREDITO.
               10  VALUE "(ZERO = SEM LIMITE DE GRUPO)"
                                                       LINE 9 COL 40.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "C - CONSULTAR"               LINE 17 COL 10.
               10  VALUE "E - EXCLUIR"                 LINE 18 COL 10.

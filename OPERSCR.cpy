               10  SCR-PERFIL-OPE                      LINE 9 COL 40
                                       PIC X(08)
                                       USING OPE-PERFIL.
               10  VALUE "JUSTIFICATIVA SE O PERFIL GERAR CONFLITO:"
                                                       LINE 11 COL 10.
               10  SCR-JUSTIFICATIVA-OPE               LINE 12 COL 10
                                       PIC X(60)
                                       USING WS-JUSTIFICATIVA.
               10  VALUE "S - SALVAR"                  LINE 16 COL 10.
               10  VALUE "E - EXCLUIR OPERADOR"        LINE 17 COL 10.
               10  VALUE "D - DESBLOQUEAR OPERADOR"    LINE 18 COL 10.

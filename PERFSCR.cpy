               10  SCR-OPCAO-PRF                       LINE 6 COL 40
                                       PIC X(05)
                                       USING PRF-OPCAO.
               10  VALUE "JUSTIFICATIVA SE A OPCAO GERAR CONFLITO:"
                                                       LINE 8 COL 10.
               10  SCR-JUSTIFICATIVA-PRF               LINE 9 COL 10
                                       PIC X(60)
                                       USING WS-JUSTIFICATIVA.
               10  VALUE "P - PERMITIR A OPCAO"        LINE 16 COL 10.
               10  VALUE "R - REVOGAR A OPCAO"         LINE 17 COL 10.
               10  VALUE "I - IMPRIMIR REVISAO DE ACESSOS"

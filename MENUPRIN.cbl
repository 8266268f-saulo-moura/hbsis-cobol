       01 WS-SENHA-DIGITADA            PIC X(08)       VALUE SPACES.
       01 WS-FILIAL-OPERADOR           PIC 9(02)       VALUE 0.
       01 WS-CNPJ-DOSSIE               PIC 9(14)       VALUE 0.
       01 WS-ANOMES-AGING              PIC 9(06)       VALUE 0.
       77 WS-FS-OPERADOR               PIC X(02).
           88 FS-OPE-OK                VALUE "00" THRU "09".
           88 FS-OPE-NAO-ENCONTRADO    VALUE "23".
                       DISPLAY SCR-MENU-EXECUTAR
                       DISPLAY OPCAO-STATUS
                       ACCEPT OPCAO-PRINC-EXE
                   WHEN "4"
                       DISPLAY SCR-MENU-CADASTROS-2
                       DISPLAY OPCAO-STATUS
                       ACCEPT OPCAO-PRINC-CAD-2
                   WHEN "5"
                       DISPLAY SCR-MENU-RELATORIOS-2
                       DISPLAY OPCAO-STATUS
                       ACCEPT OPCAO-PRINC-REL-2
                   WHEN "6"
                       DISPLAY SCR-MENU-EXECUTAR-2
                       DISPLAY OPCAO-STATUS
                       ACCEPT OPCAO-PRINC-EXE-2
                   WHEN OTHER
                       DISPLAY SCR-MENU-CADASTROS
                       DISPLAY OPCAO-STATUS
                       MOVE "2"        TO WS-PAGINA-MENU
                   WHEN "3"
                       MOVE "3"        TO WS-PAGINA-MENU
                   WHEN "4"
                       MOVE "4"        TO WS-PAGINA-MENU
                   WHEN "5"
                       MOVE "5"        TO WS-PAGINA-MENU
                   WHEN "6"
                       MOVE "6"        TO WS-PAGINA-MENU
                   WHEN "01.01"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADACLIE" USING WS-OPERADOR-ID
                   WHEN "01.10"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADARECE" USING WS-OPERADOR-ID
                                                 WS-NIVEL-REAL
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "03.22"
                       CALL "RELSPOOL" USING WS-OPERADOR-ID
                   WHEN "03.23"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "FECHDIA"
                   WHEN "03.31"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CORRAPP" USING WS-OPERADOR-ID
                                                 WS-NIVEL-REAL
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.01"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADAESTQ" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.02"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADAVASI" USING WS-OPERADOR-ID
                                                 WS-NIVEL-REAL
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.03"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADAEQUI" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.04"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADAVEIC" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.05"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADACRED" USING WS-OPERADOR-ID
                                                 WS-NIVEL-REAL
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.06"
                       IF NIVEL-SUPERVISOR
                           CALL "CADARLIM" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.07"
                       IF NIVEL-SUPERVISOR
                           CALL "CADACAMP" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.08"
                       IF NIVEL-SUPERVISOR
                           CALL "CADAREAJ" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.09"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADAXREF" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.10"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADAPROG" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.11"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADAORCA" USING WS-OPERADOR-ID
                                                 WS-NIVEL-REAL
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.12"
                       IF NIVEL-SUPERVISOR
                           CALL "CADACALE" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.13"
                       IF NIVEL-SUPERVISOR
                           CALL "CADATRIB" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.14"
                       IF NIVEL-SUPERVISOR
                           CALL "CADAMAPC" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.15"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "RECECAMP" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.16"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "ACERVEND" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.17"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADARECL" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.18"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADATSAC" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.19"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADAPROS" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.20"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADAALVA" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.21"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "CADADESP" USING WS-OPERADOR-ID
                                                 WS-NIVEL-REAL
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.22"
                       IF NIVEL-SUPERVISOR
                           CALL "CADACONC" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.23"
                       IF NIVEL-SUPERVISOR
                           CALL "CADASEGF" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.24"
                       IF NIVEL-SUPERVISOR
                           CALL "CADAASSI" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "04.25"
                       IF NIVEL-SUPERVISOR
                           CALL "BAIXPERD" USING WS-OPERADOR-ID
                                                 WS-NIVEL-REAL
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "05.01"
                       CALL "RELAESTQ"
                   WHEN "05.02"
                       CALL "RELAVASI"
                   WHEN "05.03"
                       CALL "RELAEQUI"
                   WHEN "05.04"
                       CALL "RELAENTR"
                   WHEN "05.05"
                       MOVE 0          TO WS-ANOMES-AGING
                       CALL "RELAAGIN" USING WS-ANOMES-AGING
                   WHEN "05.06"
                       CALL "RELAEXTR"
                   WHEN "05.07"
                       CALL "RELAPOSI"
                   WHEN "05.08"
                       CALL "RELAMIXV"
                   WHEN "05.09"
                       CALL "RELAMARG"
                   WHEN "05.10"
                       CALL "RELAREAL"
                   WHEN "05.11"
                       CALL "RELACAMP"
                   WHEN "05.12"
                       CALL "RELAPREC"
                   WHEN "05.13"
                       CALL "RELAORCA"
                   WHEN "05.14"
                       CALL "RELAPEND"
                   WHEN "05.15"
                       CALL "RELAMERC"
                   WHEN "05.16"
                       CALL "RELARECL"
                   WHEN "05.17"
                       CALL "RELAPROS"
                   WHEN "05.18"
                       CALL "RELAALVA"
                   WHEN "05.19"
                       CALL "RELACONC"
                   WHEN "05.20"
                       CALL "RELAANUA"
                   WHEN "05.21"
                       CALL "RECOCART"
                   WHEN "05.22"
                       CALL "RELAATRI"
                   WHEN "05.23"
                       IF NIVEL-SUPERVISOR
                           CALL "RELASEGF"
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "05.24"
                       IF NIVEL-SUPERVISOR
                           CALL "RELACAPA"
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "05.25"
                       CALL "RELACOOR"
                   WHEN "05.26"
                       CALL "RELATEMP"
                   WHEN "06.01"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "MONTROMA" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.02"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "ENTRROMA" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.03"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "INTENTAP" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.04"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "REMEBOLE" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.05"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "RETOBOLE" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.06"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "COBRCLIE"
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.07"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "REVILIMI"
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.08"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "INTPEDAP" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.09"
                       IF WS-NIVEL-OPERADOR > 1
                           CALL "INTPEDRD" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.10"
                       IF NIVEL-SUPERVISOR
                           CALL "APRODESP" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.11"
                       IF NIVEL-SUPERVISOR
                           CALL "REEMDESP"
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.12"
                       IF NIVEL-SUPERVISOR
                           CALL "APURCONC"
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.13"
                       IF NIVEL-SUPERVISOR
                           CALL "REAPCADA"
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.14"
                       IF NIVEL-SUPERVISOR
                           CALL "DISTRELA"
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.15"
                       IF NIVEL-SUPERVISOR
                           CALL "MONICAPA" USING WS-OPERADOR-ID
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "06.16"
                       IF NIVEL-SUPERVISOR
                           CALL "PREVDEMA"
                       ELSE
                           PERFORM 0200-OPCAO-NAO-PERMITIDA
                       END-IF
                   WHEN "s"
                   WHEN "S"
                       GOBACK

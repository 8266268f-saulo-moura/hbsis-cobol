      ******************************************************************
      * PROGRAMA.: MONICAPA                                            *
      * AUTOR....: SAULO MARIO DE MOURA                                *
      * DATA.....: 15/10/2026                                          *
      * OBJETIVO.: MONITOR DE CAPACIDADE DOS ARQUIVOS - PASSO DIARIO   *
      *            DA CADEIA NOTURNA QUE MEDE TAMANHO E REGISTROS DE   *
      *            CADA ARQUIVO WID, GUARDA A AMOSTRA NO HISTORICO DE  *
      *            CRESCIMENTO, PROJETA OS DIAS ATE O LIMITE DOS       *
      *            PARAMETROS E ABRE ALERTA NO ARQUIVO DE ALERTAS      *
      ******************************************************************
      * O TAMANHO VEM DO SISTEMA DE ARQUIVOS; OS REGISTROS SAO         *
      * CONTADOS NOS ARQUIVOS SEQUENCIAIS E ESTIMADOS PELO TAMANHO DO  *
      * REGISTRO NOS INDEXADOS. A MEDIA DE CRESCIMENTO USA AS AMOSTRAS *
      * DOS ULTIMOS 30 DIAS. ALERTA (UM POR ARQUIVO E DIA, LIDO PELO   *
      * MONIALER NO LOGIN): ARQUIVO ACIMA DO PCT DO LIMITE, LIMITE     *
      * PROJETADO PARA DENTRO DO PRAZO DE ALERTA, OU CRESCIMENTO DO    *
      * DIA ACIMA DE N VEZES A MEDIA ANTERIOR                          *
      ******************************************************************
       IDENTIFICATION                  DIVISION.
      ******************************************************************
      *
       PROGRAM-ID. MONICAPA.
      *
      ******************************************************************
       ENVIRONMENT                     DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       CONFIGURATION                    SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
           SELECT ARQ-CAPACIDADE       ASSIGN TO  "WID-HST-CAP.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS CAP-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-CAPACIDADE.
      *
           SELECT ARQ-ALERTAS          ASSIGN TO  "WID-ARQ-ALE.DAT"
               ORGANIZATION            IS INDEXED
               ACCESS MODE             IS DYNAMIC
               RECORD KEY              IS ALE-CHAVE
               LOCK MODE               IS MANUAL
               FILE STATUS             IS WS-FS-ALERTA.
      *
           SELECT ARQ-PARAMETROS       ASSIGN TO  "WID-PAR-SIS.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-PARAMETROS.
      *
           SELECT ARQ-SEQUENCIAL       ASSIGN TO WS-NOME-CONTAGEM
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-SEQUENCIAL.
      *
           SELECT ARQ-LOG-EXECUCAO     ASSIGN TO  "WID-LOG-EXE.DAT"
               ORGANIZATION            IS LINE SEQUENTIAL
               FILE STATUS             IS WS-FS-LOG-EXE.
      *
      ******************************************************************
       DATA                            DIVISION.
      ******************************************************************
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *
       FD ARQ-CAPACIDADE.
       COPY CAPACADA.
      *
       FD ARQ-ALERTAS.
       COPY ALERCADA.
      *
       FD ARQ-PARAMETROS.
       COPY PARACADA.
      *
       FD ARQ-SEQUENCIAL.
       01 REG-SEQUENCIAL               PIC X(1024).
      *
       FD ARQ-LOG-EXECUCAO.
       COPY LOGECADA.
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
       77 WS-FS-CAPACIDADE             PIC X(02).
           88 FS-CAP-OK                VALUE "00" THRU "09".
           88 FS-CAP-DUPLICADO         VALUE "22".
           88 FS-CAP-NAO-EXISTE        VALUE "35".
       77 WS-FS-ALERTA                 PIC X(02).
           88 FS-ALE-OK                VALUE "00" THRU "09".
           88 FS-ALE-NAO-EXISTE        VALUE "35".
       77 WS-FS-PARAMETROS             PIC X(02).
           88 FS-PAR-OK                VALUE "00" THRU "09".
       77 WS-FS-SEQUENCIAL             PIC X(02).
           88 FS-SEQ-OK                VALUE "00" THRU "09".
       77 WS-FS-LOG-EXE                PIC X(02).
           88 FS-EXE-OK                VALUE "00" THRU "09".
           88 FS-EXE-NAO-EXISTE        VALUE "35".
      *
       01 WS-DATA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-ATUAL                PIC 9(08)       VALUE 0.
       01 WS-HORA-INICIO-EXEC          PIC 9(06)       VALUE 0.
       01 WS-OPERADOR-ATUAL            PIC X(08)       VALUE SPACES.
       01 WS-STATUS-EXECUCAO           PIC X(02)       VALUE "OK".
       01 WS-CONTADORES-EXEC           PIC X(80)       VALUE SPACES.
      *
      * --> LIMITES DOS PARAMETROS, COM OS PADROES PARA CAMPO ZERADO
      *
       01 WS-LIMITE-MB                 PIC 9(06)       VALUE 2048.
       01 WS-PCT-ALERTA                PIC 9(03)       VALUE 80.
       01 WS-DIAS-ALERTA               PIC 9(03)       VALUE 30.
       01 WS-FATOR-CRESC               PIC 9(02)       VALUE 3.
       01 WS-LIMITE-BYTES              PIC 9(12)       VALUE 0.
       01 WS-JANELA-DIAS               PIC 9(03)       VALUE 30.
      *
      * --> ARQUIVOS DE DADOS MEDIDOS: NOME, ORGANIZACAO (I = INDEXADO,
      *     L = SEQUENCIAL DE LINHAS) E TAMANHO DO REGISTRO USADO NA
      *     ESTIMATIVA DE REGISTROS DOS INDEXADOS
      *
       01 WS-TABELA-ARQUIVOS.
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-ACE.DAT     I0115".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-AGE.DAT     I0142".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-ALE.DAT     I0113".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-ALV.DAT     I0116".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-ASS.DAT     I0078".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-AUS.DAT     I0074".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-AVI.DAT     I0097".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CAL.DAT     I0078".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CAR.DAT     I0035".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CEP.DAT     I0040".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CLI.DAT     I0389".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CLI-ARC.DAT I0421".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CMP.DAT     I0129".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CNC.DAT     I0240".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-COB.DAT     I0086".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-COM.DAT     I0051".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CPG.DAT     I0044".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CRE.DAT     I0057".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CTC.DAT     I0016".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CUS.DAT     I0042".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-DEV.DAT     I0065".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-DSP.DAT     I0142".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-DST.DAT     I0156".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-DVI.DAT     I0034".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-EQP.DAT     I0120".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-EST.DAT     I0046".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-FAM.DAT     I0138".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-FAT.DAT     I0137".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-FCH.DAT     I0039".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-FER.DAT     I0056".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-HPR.DAT     I0075".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-IMP.DAT     I0125".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-ITE.DAT     I0051".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-JSF.DAT     I0101".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-KMM.DAT     I0048".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-LCB.DAT     I0086".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-MET.DAT     I0065".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-MOT.DAT     I0049".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-MPC.DAT     I0107".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-OPE.DAT     I0085".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-ORC.DAT     I0549".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PAC.DAT     I0086".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PDM.DAT     I0152".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PED.DAT     I0165".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PGT.DAT     I0135".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PNT.DAT     I0081".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PRF.DAT     I0029".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PRG.DAT     I0234".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PRO.DAT     I0134".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PRS.DAT     I0270".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PRT.DAT     I0083".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-RCC.DAT     I0115".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-RCL.DAT     I0176".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-REC.DAT     I0378".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-RED.DAT     I0089".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-RJT.DAT     I0164".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-RLC.DAT     I0151".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-ROM.DAT     I0140".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-RPA.DAT     I0110".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-RSD.DAT     I0096".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-SGF.DAT     I0067".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-SUP.DAT     I0119".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-TBP.DAT     I0065".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-TRB.DAT     I0062".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-TRF.DAT     I0055".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-TSA.DAT     I0052".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-VAS.DAT     I0060".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-VEI.DAT     I0139".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-VEN.DAT     I0388".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-XRF.DAT     I0079".
           05 FILLER   PIC X(25)   VALUE "WID-CTL-RUN.DAT     I0031".
           05 FILLER   PIC X(25)   VALUE "WID-FIL-PEN.DAT     I0025".
           05 FILLER   PIC X(25)   VALUE "WID-HST-CAP.DAT     I0080".
           05 FILLER   PIC X(25)   VALUE "WID-IDX-GEO.DAT     I0028".
           05 FILLER   PIC X(25)   VALUE "WID-IDX-RAZ.DAT     I0054".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-VIS.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-NTA.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PRV.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-PSQ.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-CKO.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-ARQ-RCH.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-AGE-PLA.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-AUD-CAD.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-CTL-BOL.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-CTL-CAD.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-CTL-SPL.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-FIL-NOT.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-HST-CAD.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-JRN-INT.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-LOG-ACE.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-LOG-APR.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-LOG-DSP.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-LOG-EXE.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-MOV-CAR.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-MOV-CRE.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-MOV-EQP.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-MOV-EST.DAT     L0000".
           05 FILLER   PIC X(25)   VALUE "WID-MOV-VAS.DAT     L0000".
       01 WS-ARQUIVOS REDEFINES WS-TABELA-ARQUIVOS.
           05 WS-ARQ-OCORRENCIA        OCCURS 98 TIMES.
               10 WS-ARQ-NOME          PIC X(20).
               10 WS-ARQ-ORGANIZACAO   PIC X(01).
               10 WS-ARQ-TAM-REGISTRO  PIC 9(04).
       01 WS-QTD-ARQUIVOS              PIC 9(03)       VALUE 98.
       01 WS-ARQ-IND                   PIC 9(03)       VALUE 0.
      *
      * --> CONSULTA DO TAMANHO NO SISTEMA DE ARQUIVOS
      *
       01 WS-NOME-VERIFICAR            PIC X(21)       VALUE SPACES.
       01 WS-DETALHES-ARQUIVO.
           05 WS-DET-BYTES             PIC X(08)       COMP-X.
           05 WS-DET-DIA               PIC X(01)       COMP-X.
           05 WS-DET-MES               PIC X(01)       COMP-X.
           05 WS-DET-ANO               PIC X(02)       COMP-X.
           05 WS-DET-HORA              PIC X(01)       COMP-X.
           05 WS-DET-MINUTO            PIC X(01)       COMP-X.
           05 WS-DET-SEGUNDO           PIC X(01)       COMP-X.
           05 WS-DET-CENTESIMO         PIC X(01)       COMP-X.
       01 WS-NOME-CONTAGEM             PIC X(20)       VALUE SPACES.
      *
      * --> AMOSTRA DO DIA E TENDENCIA DO ARQUIVO EM TRATAMENTO
      *
       01 WS-AMO-EXISTE                PIC X(01)       VALUE "S".
           88 AMO-ARQUIVO-AUSENTE      VALUE "N".
       01 WS-AMO-BYTES                 PIC 9(12)       VALUE 0.
       01 WS-AMO-REGISTROS             PIC 9(10)       VALUE 0.
       01 WS-AMO-ESTIMADO              PIC X(01)       VALUE "N".
       01 WS-AMO-CRESC-DIA             PIC S9(12)      VALUE 0.
       01 WS-AMO-PCT-LIMITE            PIC 9(03)       VALUE 0.
       01 WS-AMO-DIAS-RESTANTES        PIC 9(05)       VALUE 0.
       01 WS-AMO-SITUACAO              PIC X(01)       VALUE "N".
       01 WS-BASE-DATA                 PIC 9(08)       VALUE 0.
       01 WS-BASE-BYTES                PIC 9(12)       VALUE 0.
       01 WS-ANT-DATA                  PIC 9(08)       VALUE 0.
       01 WS-ANT-BYTES                 PIC 9(12)       VALUE 0.
       01 WS-DIAS-AMOSTRA              PIC S9(07)      VALUE 0.
       01 WS-DIAS-INTERVALO            PIC S9(07)      VALUE 0.
       01 WS-MEDIA-ANTERIOR            PIC S9(12)      VALUE 0.
       01 WS-CRESC-HOJE                PIC S9(12)      VALUE 0.
       01 WS-CALCULO                   PIC S9(15)      VALUE 0.
       01 WS-CRESC-ANORMAL             PIC X(01)       VALUE "N".
           88 CRESC-ANORMAL            VALUE "S".
      *
      * --> ALERTA A ABRIR
      *
       01 WS-ORIGEM-NOVA               PIC X(08)       VALUE SPACES.
       01 WS-DESCRICAO-NOVA            PIC X(40)       VALUE SPACES.
       01 WS-TEXTO-ALERTA              PIC X(20)       VALUE SPACES.
       01 WS-PCT-EDITADO               PIC ZZ9.
       01 WS-DIAS-EDITADO              PIC ZZZZ9.
      *
       01 WS-TOT-ARQUIVOS              PIC 9(05)       VALUE 0.
       01 WS-TOT-AUSENTES              PIC 9(05)       VALUE 0.
       01 WS-TOT-LIMITE                PIC 9(05)       VALUE 0.
       01 WS-TOT-PRAZO                 PIC 9(05)       VALUE 0.
       01 WS-TOT-ANORMAL               PIC 9(05)       VALUE 0.
       01 WS-TOT-ALERTAS               PIC 9(05)       VALUE 0.
       01 WS-LINHA-RESUMO              PIC X(60).
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01 WS-OPERADOR-LINK             PIC X(08).
      *
      ******************************************************************
       PROCEDURE                       DIVISION USING WS-OPERADOR-LINK.
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
       MOVE WS-OPERADOR-LINK           TO WS-OPERADOR-ATUAL
       PERFORM 0000-MONITORAR-CAPACIDADE.
      *----------------------------------------------------------------*
       0000-MONITORAR-CAPACIDADE       SECTION.
      *----------------------------------------------------------------*
      * OS ALERTAS JA SAEM GRAVADOS POR ARQUIVO; O LOTE SO TERMINA COM *
      * ERRO QUANDO NAO CONSEGUE GRAVAR O HISTORICO                    *
      *----------------------------------------------------------------*
           ACCEPT WS-DATA-ATUAL        FROM DATE YYYYMMDD
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO WS-HORA-INICIO-EXEC
           MOVE "OK"                   TO WS-STATUS-EXECUCAO
           PERFORM 0100-LER-PARAMETROS
           PERFORM 1000-ABRIR-ARQUIVOS
           IF NOT FS-CAP-OK
               DISPLAY "ERRO NA ABERTURA DO HISTORICO DE CAPACIDADE: "
                       WS-FS-CAPACIDADE
               MOVE "ER"               TO WS-STATUS-EXECUCAO
               MOVE SPACES             TO WS-CONTADORES-EXEC
               PERFORM 8900-GRAVAR-LOG-EXECUCAO
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-ARQ-IND FROM 1 BY 1
                   UNTIL WS-ARQ-IND > WS-QTD-ARQUIVOS
               PERFORM 2000-MEDIR-ARQUIVO
           END-PERFORM
           CLOSE ARQ-CAPACIDADE
           CLOSE ARQ-ALERTAS
           PERFORM 7000-IMPRIMIR-RESUMO
           MOVE SPACES                 TO WS-CONTADORES-EXEC
           STRING "ARQ=" WS-TOT-ARQUIVOS
                  " AUS=" WS-TOT-AUSENTES
                  " LIM=" WS-TOT-LIMITE
                  " PRZ=" WS-TOT-PRAZO
                  " ANO=" WS-TOT-ANORMAL
                  " ALE=" WS-TOT-ALERTAS
                                       DELIMITED BY SIZE
                                       INTO WS-CONTADORES-EXEC
           PERFORM 8900-GRAVAR-LOG-EXECUCAO
           MOVE 0                      TO RETURN-CODE
           GOBACK
           .
       0000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       0100-LER-PARAMETROS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQ-PARAMETROS
           IF FS-PAR-OK
               READ ARQ-PARAMETROS NEXT
               IF FS-PAR-OK
                   IF PAR-CAP-LIMITE-MB NUMERIC
                      AND PAR-CAP-LIMITE-MB > 0
                       MOVE PAR-CAP-LIMITE-MB
                                       TO WS-LIMITE-MB
                   END-IF
                   IF PAR-CAP-PCT-ALERTA NUMERIC
                      AND PAR-CAP-PCT-ALERTA > 0
                       MOVE PAR-CAP-PCT-ALERTA
                                       TO WS-PCT-ALERTA
                   END-IF
                   IF PAR-CAP-DIAS-ALERTA NUMERIC
                      AND PAR-CAP-DIAS-ALERTA > 0
                       MOVE PAR-CAP-DIAS-ALERTA
                                       TO WS-DIAS-ALERTA
                   END-IF
                   IF PAR-CAP-FATOR-CRESC NUMERIC
                      AND PAR-CAP-FATOR-CRESC > 0
                       MOVE PAR-CAP-FATOR-CRESC
                                       TO WS-FATOR-CRESC
                   END-IF
               END-IF
               CLOSE ARQ-PARAMETROS
           END-IF
           COMPUTE WS-LIMITE-BYTES = WS-LIMITE-MB * 1048576
           .
       0100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       1000-ABRIR-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQ-ALERTAS
           IF FS-ALE-NAO-EXISTE
               OPEN OUTPUT ARQ-ALERTAS
               CLOSE ARQ-ALERTAS
               OPEN I-O ARQ-ALERTAS
           END-IF
           OPEN I-O ARQ-CAPACIDADE
           IF FS-CAP-NAO-EXISTE
               OPEN OUTPUT ARQ-CAPACIDADE
               CLOSE ARQ-CAPACIDADE
               OPEN I-O ARQ-CAPACIDADE
           END-IF
           .
       1000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2000-MEDIR-ARQUIVO              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WS-TOT-ARQUIVOS
           MOVE "S"                    TO WS-AMO-EXISTE
           MOVE 0                      TO WS-AMO-BYTES
           MOVE 0                      TO WS-AMO-REGISTROS
           MOVE "N"                    TO WS-AMO-ESTIMADO
           MOVE WS-ARQ-NOME (WS-ARQ-IND)
                                       TO WS-NOME-VERIFICAR
           CALL "CBL_CHECK_FILE_EXIST" USING WS-NOME-VERIFICAR
                                             WS-DETALHES-ARQUIVO
           IF RETURN-CODE NOT = 0
               MOVE "N"                TO WS-AMO-EXISTE
               ADD 1                   TO WS-TOT-AUSENTES
           ELSE
               MOVE WS-DET-BYTES       TO WS-AMO-BYTES
               IF WS-ARQ-ORGANIZACAO (WS-ARQ-IND) = "L"
                   PERFORM 2100-CONTAR-LINHAS
               ELSE
                   MOVE "S"            TO WS-AMO-ESTIMADO
                   IF WS-ARQ-TAM-REGISTRO (WS-ARQ-IND) > 0
                       DIVIDE WS-AMO-BYTES
                           BY WS-ARQ-TAM-REGISTRO (WS-ARQ-IND)
                           GIVING WS-AMO-REGISTROS
                   END-IF
               END-IF
           END-IF
           MOVE 0                      TO RETURN-CODE
           PERFORM 2200-CALCULAR-TENDENCIA
           PERFORM 2300-GRAVAR-AMOSTRA
           IF WS-AMO-SITUACAO NOT = "N"
               PERFORM 2400-ABRIR-ALERTA
           END-IF
           .
       2000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2100-CONTAR-LINHAS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WS-ARQ-NOME (WS-ARQ-IND)
                                       TO WS-NOME-CONTAGEM
           OPEN INPUT ARQ-SEQUENCIAL
           IF NOT FS-SEQ-OK
               GO TO 2100-FIM
           END-IF
           READ ARQ-SEQUENCIAL
           PERFORM UNTIL NOT FS-SEQ-OK
               ADD 1                   TO WS-AMO-REGISTROS
               READ ARQ-SEQUENCIAL
           END-PERFORM
           CLOSE ARQ-SEQUENCIAL
           .
       2100-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2200-CALCULAR-TENDENCIA         SECTION.
      *----------------------------------------------------------------*
      * BASE = AMOSTRA MAIS ANTIGA DENTRO DA JANELA; ANTERIOR = ULTIMA *
      * AMOSTRA ANTES DE HOJE. MEDIA DA JANELA PROJETA OS DIAS ATE O   *
      * LIMITE; O CRESCIMENTO DESDE A ANTERIOR, COMPARADO COM A MEDIA  *
      * ENTRE A BASE E A ANTERIOR, APONTA O CRESCIMENTO ANORMAL        *
      *----------------------------------------------------------------*
           MOVE 0                      TO WS-BASE-DATA
           MOVE 0                      TO WS-BASE-BYTES
           MOVE 0                      TO WS-ANT-DATA
           MOVE 0                      TO WS-ANT-BYTES
           MOVE 0                      TO WS-AMO-CRESC-DIA
           MOVE 0                      TO WS-AMO-PCT-LIMITE
           MOVE 99999                  TO WS-AMO-DIAS-RESTANTES
           MOVE "N"                    TO WS-CRESC-ANORMAL
           MOVE "N"                    TO WS-AMO-SITUACAO
           MOVE WS-ARQ-NOME (WS-ARQ-IND)
                                       TO CAP-ARQUIVO
           MOVE 0                      TO CAP-DATA
           START ARQ-CAPACIDADE        KEY IS NOT LESS THAN CAP-CHAVE
           IF FS-CAP-OK
               READ ARQ-CAPACIDADE NEXT
               PERFORM UNTIL NOT FS-CAP-OK
                       OR CAP-ARQUIVO NOT = WS-ARQ-NOME (WS-ARQ-IND)
                       OR CAP-DATA NOT < WS-DATA-ATUAL
                   IF NOT CAP-ARQUIVO-AUSENTE
                       COMPUTE WS-DIAS-AMOSTRA =
                           FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                         - FUNCTION INTEGER-OF-DATE (CAP-DATA)
                       IF WS-DIAS-AMOSTRA NOT > WS-JANELA-DIAS
                          AND WS-BASE-DATA = 0
                           MOVE CAP-DATA
                                       TO WS-BASE-DATA
                           MOVE CAP-BYTES
                                       TO WS-BASE-BYTES
                       END-IF
                       MOVE CAP-DATA   TO WS-ANT-DATA
                       MOVE CAP-BYTES  TO WS-ANT-BYTES
                   END-IF
                   READ ARQ-CAPACIDADE NEXT
               END-PERFORM
           END-IF
           IF AMO-ARQUIVO-AUSENTE
               GO TO 2200-FIM
           END-IF
           COMPUTE WS-CALCULO = WS-AMO-BYTES * 100 / WS-LIMITE-BYTES
           IF WS-CALCULO > 999
               MOVE 999                TO WS-AMO-PCT-LIMITE
           ELSE
               MOVE WS-CALCULO         TO WS-AMO-PCT-LIMITE
           END-IF
           IF WS-BASE-DATA > 0
               COMPUTE WS-DIAS-INTERVALO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                 - FUNCTION INTEGER-OF-DATE (WS-BASE-DATA)
               COMPUTE WS-AMO-CRESC-DIA =
                   (WS-AMO-BYTES - WS-BASE-BYTES) / WS-DIAS-INTERVALO
           END-IF
           IF WS-AMO-CRESC-DIA > 0
               IF WS-AMO-BYTES NOT < WS-LIMITE-BYTES
                   MOVE 0              TO WS-AMO-DIAS-RESTANTES
               ELSE
                   COMPUTE WS-CALCULO =
                       (WS-LIMITE-BYTES - WS-AMO-BYTES)
                       / WS-AMO-CRESC-DIA
                   IF WS-CALCULO < 99999
                       MOVE WS-CALCULO TO WS-AMO-DIAS-RESTANTES
                   END-IF
               END-IF
           END-IF
           IF WS-BASE-DATA > 0 AND WS-BASE-DATA < WS-ANT-DATA
               COMPUTE WS-DIAS-INTERVALO =
                   FUNCTION INTEGER-OF-DATE (WS-ANT-DATA)
                 - FUNCTION INTEGER-OF-DATE (WS-BASE-DATA)
               COMPUTE WS-MEDIA-ANTERIOR =
                   (WS-ANT-BYTES - WS-BASE-BYTES) / WS-DIAS-INTERVALO
               COMPUTE WS-DIAS-INTERVALO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-ATUAL)
                 - FUNCTION INTEGER-OF-DATE (WS-ANT-DATA)
               COMPUTE WS-CRESC-HOJE =
                   (WS-AMO-BYTES - WS-ANT-BYTES) / WS-DIAS-INTERVALO
               IF WS-MEDIA-ANTERIOR > 0
                  AND WS-CRESC-HOJE >
                      WS-MEDIA-ANTERIOR * WS-FATOR-CRESC
                   MOVE "S"            TO WS-CRESC-ANORMAL
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AMO-PCT-LIMITE NOT < WS-PCT-ALERTA
                   MOVE "L"            TO WS-AMO-SITUACAO
                   ADD 1               TO WS-TOT-LIMITE
               WHEN WS-AMO-DIAS-RESTANTES NOT > WS-DIAS-ALERTA
                   MOVE "P"            TO WS-AMO-SITUACAO
                   ADD 1               TO WS-TOT-PRAZO
               WHEN CRESC-ANORMAL
                   MOVE "A"            TO WS-AMO-SITUACAO
                   ADD 1               TO WS-TOT-ANORMAL
           END-EVALUATE
           .
       2200-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2300-GRAVAR-AMOSTRA             SECTION.
      *----------------------------------------------------------------*
      * UMA AMOSTRA POR DIA; A REEXECUCAO NO MESMO DIA SUBSTITUI       *
      *----------------------------------------------------------------*
           MOVE WS-ARQ-NOME (WS-ARQ-IND)
                                       TO CAP-ARQUIVO
           MOVE WS-DATA-ATUAL          TO CAP-DATA
           ACCEPT WS-HORA-ATUAL        FROM TIME
           MOVE WS-HORA-ATUAL (1:6)    TO CAP-HORA
           MOVE WS-ARQ-ORGANIZACAO (WS-ARQ-IND)
                                       TO CAP-ORGANIZACAO
           MOVE WS-AMO-EXISTE          TO CAP-EXISTE
           MOVE WS-AMO-BYTES           TO CAP-BYTES
           MOVE WS-AMO-REGISTROS       TO CAP-REGISTROS
           MOVE WS-AMO-ESTIMADO        TO CAP-REG-ESTIMADO
           MOVE WS-AMO-CRESC-DIA       TO CAP-CRESC-DIA
           MOVE WS-AMO-PCT-LIMITE      TO CAP-PCT-LIMITE
           MOVE WS-AMO-DIAS-RESTANTES  TO CAP-DIAS-RESTANTES
           MOVE WS-AMO-SITUACAO        TO CAP-SITUACAO
           WRITE REG-CAPACIDADE
           IF FS-CAP-DUPLICADO
               REWRITE REG-CAPACIDADE
           END-IF
           .
       2300-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       2400-ABRIR-ALERTA               SECTION.
      *----------------------------------------------------------------*
      * ORIGEM DO ALERTA = NOME DO ARQUIVO SEM O PREFIXO WID- E SEM A  *
      * EXTENSAO; ALERTA JA RECONHECIDO NO DIA NAO REABRE              *
      *----------------------------------------------------------------*
           MOVE SPACES                 TO WS-ORIGEM-NOVA
           STRING WS-ARQ-NOME (WS-ARQ-IND) (5:16)
                                       DELIMITED BY "."
                                       INTO WS-ORIGEM-NOVA
           MOVE SPACES                 TO WS-TEXTO-ALERTA
           EVALUATE WS-AMO-SITUACAO
               WHEN "L"
                   MOVE WS-AMO-PCT-LIMITE TO WS-PCT-EDITADO
                   STRING "A " WS-PCT-EDITADO " PCT DO LIMITE"
                                       DELIMITED BY SIZE
                                       INTO WS-TEXTO-ALERTA
               WHEN "P"
                   MOVE WS-AMO-DIAS-RESTANTES TO WS-DIAS-EDITADO
                   STRING "LIMITE EM " WS-DIAS-EDITADO " DIAS"
                                       DELIMITED BY SIZE
                                       INTO WS-TEXTO-ALERTA
               WHEN "A"
                   MOVE "CRESCIMENTO ANORMAL"
                                       TO WS-TEXTO-ALERTA
           END-EVALUATE
           MOVE SPACES                 TO WS-DESCRICAO-NOVA
           STRING WS-ARQ-NOME (WS-ARQ-IND)
                                       DELIMITED BY SPACE
                  " " WS-TEXTO-ALERTA  DELIMITED BY SIZE
                                       INTO WS-DESCRICAO-NOVA
           MOVE WS-ORIGEM-NOVA         TO ALE-ORIGEM
           MOVE WS-DATA-ATUAL          TO ALE-DATA
           READ ARQ-ALERTAS
           IF NOT FS-ALE-OK
               MOVE WS-ORIGEM-NOVA     TO ALE-ORIGEM
               MOVE WS-DATA-ATUAL      TO ALE-DATA
               MOVE WS-DESCRICAO-NOVA  TO ALE-DESCRICAO
               MOVE "A"                TO ALE-SITUACAO
               MOVE SPACES             TO ALE-NOTA
               MOVE SPACES             TO ALE-OPERADOR-RECON
               MOVE 0                  TO ALE-DT-RECON
               WRITE REG-ALERTA
               IF FS-ALE-OK
                   ADD 1               TO WS-TOT-ALERTAS
               END-IF
           END-IF
           .
       2400-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       7000-IMPRIMIR-RESUMO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "RESUMO DO MONITOR DE CAPACIDADE"
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ARQUIVOS MEDIDOS............: " WS-TOT-ARQUIVOS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ARQUIVOS AUSENTES...........: " WS-TOT-AUSENTES
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "PERTO DO LIMITE.............: " WS-TOT-LIMITE
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "LIMITE DENTRO DO PRAZO......: " WS-TOT-PRAZO
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "CRESCIMENTO ANORMAL.........: " WS-TOT-ANORMAL
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           MOVE SPACES                 TO WS-LINHA-RESUMO
           STRING "ALERTAS ABERTOS.............: " WS-TOT-ALERTAS
                                       DELIMITED BY SIZE
                                       INTO WS-LINHA-RESUMO
           DISPLAY WS-LINHA-RESUMO
           .
       7000-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       8900-GRAVAR-LOG-EXECUCAO        SECTION.
      *----------------------------------------------------------------*
      *
           OPEN EXTEND ARQ-LOG-EXECUCAO
           IF FS-EXE-NAO-EXISTE
               OPEN OUTPUT ARQ-LOG-EXECUCAO
           END-IF
           IF FS-EXE-OK
               ACCEPT WS-HORA-ATUAL    FROM TIME
               MOVE WS-DATA-ATUAL      TO EXE-DATA
               MOVE "MONICAPA"         TO EXE-PROGRAMA
               MOVE WS-HORA-INICIO-EXEC TO EXE-HORA-INICIO
               MOVE WS-HORA-ATUAL (1:6) TO EXE-HORA-FIM
               MOVE WS-STATUS-EXECUCAO TO EXE-STATUS
               MOVE WS-CONTADORES-EXEC TO EXE-CONTADORES
               WRITE REG-LOG-EXECUCAO
               CLOSE ARQ-LOG-EXECUCAO
           END-IF
           .
       8900-FIM. EXIT.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
       END PROGRAM MONICAPA.
      *----------------------------------------------------------------*

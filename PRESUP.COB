       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRESUP.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * PRESUPUESTO DE RECAUDACION POR A#O, TIPO Y MES (ARPRES),
      * CARGADO POR PANTALLA O IMPORTADO DE PRESUP.TXT, E INFORME DE
      * PRESUPUESTO CONTRA EMITIDO Y COBRADO (ARTOTAL) DEL MES Y
      * ACUMULADO DEL A#O, CON EL PORCENTAJE LOGRADO Y LA PROYECCION
      * AL CIERRE DEL A#O AL RITMO ACTUAL.
      *
      * FORMATO DE PRESUP.TXT (UN RENGLON POR TIPO Y MES):
      *    AAAA|TIPO|MES|IMPORTE      EJ.: 2026|001|03|1500000.00
      * LOS RENGLONES RECHAZADOS VAN A PRESERR.TXT CON EL MOTIVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS N-CODI.

           SELECT PRES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PR-CLAVE
                  FILE STATUS IS PR-STATUS.

           SELECT TOTAL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT ENTRA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EN-STATUS.

           SELECT ERRO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

           SELECT BITA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BT-STATUS.

           SELECT OPERA ASSIGN TO DISK
                  FILE STATUS IS OP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CODI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCODI"
           DATA RECORD IS REG-CODI.

       01  REG-CODI.
           03 N-CODI             PIC 9(3).
           03 B-CODI             PIC X(40).
           03 B-MONTO            PIC 9(11)V99.
           03 B-FREC             PIC 9.

      *    PRESUPUESTO DE RECAUDACION: UN REGISTRO POR A#O Y TIPO
      *    CON EL IMPORTE DE CADA MES.
       FD  PRES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPRES"
           DATA RECORD IS REG-PRES.

       01  REG-PRES.
           03 PR-CLAVE.
              05 PR-ANO          PIC 9999.
              05 PR-TIP          PIC 9(3).
           03 PR-MONTO           PIC 9(11)V99 OCCURS 12.
           03 PR-OPER            PIC X(10).
           03 PR-FECHA           PIC 9(8).

      *    TOTALES CORRIENTES POR CLIENTE, TIPO Y PERIODO (AAAAMM).
       FD  TOTAL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARTOTAL"
           DATA RECORD IS REG-TOTAL.

       01  REG-TOTAL.
           03 TO-CLAVE.
              05 TO-CLI         PIC X(25).
              05 TO-TIP         PIC 9(3).
              05 TO-PER         PIC 9(6).
           03 TO-EMIT           PIC S9(12)V99.
           03 TO-COB            PIC S9(12)V99.
           03 TO-SALDO          PIC S9(12)V99.

       FD  ENTRA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "PRESUP.TXT"
           DATA RECORD IS REG-ENTRA.

       01  REG-ENTRA            PIC X(80).

       FD  ERRO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "PRESERR.TXT"
           DATA RECORD IS REG-ERRO.

       01  REG-ERRO             PIC X(120).

       FD  IMCFG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARIMCFG"
           DATA RECORD IS REG-IMCFG.

       01  REG-IMCFG.
           03 IG-DISP           PIC X(20).
           03 IG-LINPAG         PIC 999.
           03 IG-MARGEN         PIC 99.
           03 IG-COPIAS         PIC 9.

       FD  IMPRE LABEL RECORD IS OMITTED.

       01  RENGLON              PIC X(132).

       FD  BITA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARBITA"
           DATA RECORD IS REG-BITA.

       01  REG-BITA.
           03 BT-CLAVE-IX.
              05 BT-FECHA.
                 07 BT-AA        PIC 9999.
                 07 BT-MM        PIC 99.
                 07 BT-DD        PIC 99.
              05 BT-HORA         PIC 9(8).
              05 BT-SEC          PIC 999.
           03 BT-ARCHIVO         PIC X(8).
           03 BT-ACCION          PIC X(5).
           03 BT-CLAVE           PIC X(25).
           03 BT-ANTES           PIC X(80).
           03 BT-DESPUES         PIC X(80).
           03 BT-OPERADOR        PIC X(10).
           03 BT-PUESTO          PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
           DATA RECORD IS REG-OPERA.

       01  REG-OPERA.
           03 OPERADOR            PIC X(10).
           03 OP-PUESTO           PIC X(4).
           03 OP-NIVEL            PIC 9.

       WORKING-STORAGE SECTION.
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  PR-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  EN-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  PS-ANO1               PIC XX VALUE SPACES.
       77  PS-ANO1-N             PIC 99 VALUE ZEROS.
       77  PS-ANO                PIC 9999 VALUE ZEROS.
       77  PS-TIP                PIC 9(3) VALUE ZEROS.
       77  PS-MES                PIC 99 VALUE ZEROS.
       77  PS-M                  PIC 99 VALUE ZEROS.
       77  PS-LIN                PIC 99 VALUE ZEROS.
       77  PS-NUEVO              PIC X VALUE "N".
       77  PS-IMP                PIC Z(11).99 VALUE ZEROS.
       77  PS-IMP-N              PIC 9(11)V99 VALUE ZEROS.
       77  PS-ANUAL              PIC 9(12)V99 VALUE ZEROS.
       77  PS-ANTES              PIC 9(12)V99 VALUE ZEROS.
       77  PS-ED                 PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       77  PS-ANUAL-ED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
      *    IMPORTACION.
       77  IM-LEIDOS             PIC 9(6) VALUE ZEROS.
       77  IM-CARGADOS           PIC 9(6) VALUE ZEROS.
       77  IM-RECHAZOS           PIC 9(6) VALUE ZEROS.
       77  IM-MOTIVO             PIC X(40) VALUE SPACES.
       77  IM-ENT                PIC X(11) VALUE SPACES.
       77  IM-ENT-L              PIC 99 VALUE ZEROS.
       77  IM-ENT-J              PIC X(11) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  IM-DEC                PIC XX VALUE SPACES.
       77  IM-ENT-N              PIC 9(11) VALUE ZEROS.
       77  IM-DEC-N              PIC 99 VALUE ZEROS.
       77  IM-MONTO-N            PIC 9(11)V99 VALUE ZEROS.
       01  IM-CAMPOS.
           03 IM-C1              PIC X(10).
           03 IM-C2              PIC X(10).
           03 IM-C3              PIC X(10).
           03 IM-C4              PIC X(20).
      *    INFORME.
       77  RP-T                  PIC 9(4) VALUE ZEROS.
       77  RP-HAY                PIC X VALUE "N".
       77  TO-PERA               PIC 9999 VALUE ZEROS.
       77  TO-PERM               PIC 99 VALUE ZEROS.
       77  RP-PCT                PIC 999V99 VALUE ZEROS.
       77  RP-BASE               PIC S9(13)V99 VALUE ZEROS.
       77  RP-PARTE              PIC S9(13)V99 VALUE ZEROS.
       77  RP-PJEMI              PIC S9(13)V99 VALUE ZEROS.
       77  RP-PJCOB              PIC S9(13)V99 VALUE ZEROS.
      *    POR TIPO: MES PEDIDO, ACUMULADO HASTA ESE MES Y TOTAL DEL
      *    PRESUPUESTO ANUAL; EL TOTAL GENERAL VA APARTE.
       01  RP-TAB.
           03 RP-TIPO OCCURS 999.
              05 RP-PMES         PIC S9(12)V99.
              05 RP-EMES         PIC S9(12)V99.
              05 RP-CMES         PIC S9(12)V99.
              05 RP-PACU         PIC S9(12)V99.
              05 RP-EACU         PIC S9(12)V99.
              05 RP-CACU         PIC S9(12)V99.
              05 RP-PANU         PIC S9(12)V99.
       01  RP-GEN.
           03 RG-PMES            PIC S9(13)V99.
           03 RG-EMES            PIC S9(13)V99.
           03 RG-CMES            PIC S9(13)V99.
           03 RG-PACU            PIC S9(13)V99.
           03 RG-EACU            PIC S9(13)V99.
           03 RG-CACU            PIC S9(13)V99.
           03 RG-PANU            PIC S9(13)V99.
       01  FECHA-BITA.
           03 AA-BITA             PIC 99.
           03 MM-BITA             PIC 99.
           03 DD-BITA             PIC 99.
      *    FECHA DE PROCESO (VER FPROC).
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".
       01  FPROC-R REDEFINES FPROC-PAR.
           03 F                  PIC X(6).
           03 FPROC-AAAA         PIC 9999.
           03 FPROC-MMDD         PIC 9(4).
           03 F                  PIC X.

       01  PS-RENG.
           03 F                  PIC X(4) VALUE "MES ".
           03 PS-MES-S           PIC 99.
           03 F                  PIC X(3) VALUE " : ".
           03 PS-MPO-S           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RP-TITU.
           03 F PIC X(40)
              VALUE "PRESUPUESTO DE RECAUDACION VS REAL - ".
           03 F PIC X(4) VALUE "MES ".
           03 RPT-MES            PIC 99.
           03 F PIC X VALUE "/".
           03 RPT-ANO            PIC 9999.

       01  RP-TIPLIN.
           03 F                  PIC X(06) VALUE "TIPO: ".
           03 RPT-N              PIC ZZ9.
           03 F                  PIC X VALUE "-".
           03 RPT-B              PIC X(40).

       01  RP-CAB.
           03 F PIC X(20) VALUE "CONCEPTO".
           03 F PIC X(18) VALUE "       PRESUPUESTO".
           03 F PIC X(18) VALUE "           EMITIDO".
           03 F PIC X(18) VALUE "           COBRADO".
           03 F PIC X(10) VALUE "  %LOGRADO".
           03 F PIC X(10) VALUE "  %COB/EMI".

       01  RP-LINEA.
           03 RPL-DESC           PIC X(20).
           03 RPL-PRE            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 RPL-EMI            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 RPL-COB            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC XX VALUE SPACES.
           03 RPL-LOG            PIC ZZ9.99.
           03 F                  PIC XX VALUE " %".
           03 F                  PIC XX VALUE SPACES.
           03 RPL-CXE            PIC ZZ9.99.
           03 F                  PIC XX VALUE " %".

       01  RP-DMES.
           03 F                  PIC X(4) VALUE "MES ".
           03 RPD-MES            PIC 99.
           03 F                  PIC X VALUE "/".
           03 RPD-ANO            PIC 9999.

       01  RP-DACU.
           03 F                  PIC X(17) VALUE "ACUMULADO 01 A ".
           03 RPA-MES            PIC 99.

      *    PARAMETROS DE BITSUM (CADENA DE CONTROL DE LA BITACORA).
       01  BITSUM-PAR.
           03 BITSUM-FUN         PIC X VALUE SPACES.
           03 BITSUM-NOM         PIC X(15) VALUE SPACES.
           03 BITSUM-NUEVO       PIC X(15) VALUE SPACES.
           03 BITSUM-TIPO        PIC X VALUE "B".
           03 BITSUM-LARGO       PIC 999 VALUE 246.
           03 BITSUM-NUMC        PIC 9(7) VALUE ZEROS.
           03 BITSUM-SUMA        PIC 9(9) VALUE ZEROS.
           03 BITSUM-DEST        PIC X(20) VALUE SPACES.
           03 BITSUM-ESP-CANT    PIC 9(7) VALUE ZEROS.
           03 BITSUM-ESP-SUMA    PIC 9(9) VALUE ZEROS.
           03 BITSUM-RES         PIC X(12) VALUE SPACES.
           03 BITSUM-CANT        PIC 9(7) VALUE ZEROS.
           03 BITSUM-PREV        PIC 9(7) VALUE ZEROS.
           03 BITSUM-ALT         PIC 9(7) VALUE ZEROS.
           03 BITSUM-INS         PIC 9(7) VALUE ZEROS.
           03 BITSUM-FAL         PIC 9(7) VALUE ZEROS.
           03 BITSUM-POS         PIC 9(7) VALUE ZEROS.

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARCODI  02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(80) VALUE SPACES.
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

       SCREEN SECTION.

       01  PANTALLA-MENU.
           03 LINE 08 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE " PRESUPUESTO DE RECAUDACION ".
           03 LINE 10 COLUMN 24
              VALUE "1-CARGA POR PANTALLA".
           03 LINE 11 COLUMN 24
              VALUE "2-IMPORTACION DE PRESUP.TXT".
           03 LINE 12 COLUMN 24
              VALUE "3-PRESUPUESTO VS REAL".
           03 LINE 14 COLUMN 24
              VALUE "4-REGRESO MENU PRINCIPAL".
           03 LINE 20 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "INGRESE OPCION:              ".

       PROCEDURE DIVISION.
       INICIO.
           CALL "VERSIO" USING VERSIO-PAR.
           IF VERSIO-OK NOT = "S"
               DISPLAY VERSIO-MSG AT 2303 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2375 WITH PROMPT
               CHAIN "MENU".
           OPEN I-O CODI.
           OPEN I-O PRES.
           IF PR-STATUS NOT = "00"
               OPEN OUTPUT PRES
               CLOSE PRES
               OPEN I-O PRES.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO CARGA.
           IF OPC = "2" GO TO IMPO.
           IF OPC = "3" GO TO INFO.
           IF OPC = "4" GO TO CIERRE.
           GO TO L-PANT.

      *    CARGA POR PANTALLA: LOS DOCE MESES DE UN A#O Y TIPO; SE
      *    ELIGE EL MES A CAMBIAR Y AL TERMINAR SE GRABA, CON EL TOTAL
      *    ANUAL ANTERIOR Y NUEVO EN LA BITACORA.
       CARGA.
           PERFORM ENCABEZA.
           DISPLAY "PRESUPUESTO - A#O:" AT 0803.
           MOVE SPACES TO PS-ANO1.
           ACCEPT PS-ANO1 AT 0822 WITH PROMPT.
           IF PS-ANO1 = SPACES OR PS-ANO1 = "0" GO TO ENCABEZA.
           MOVE PS-ANO1 TO PS-ANO1-N.
           MOVE PS-ANO1-N TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO PS-ANO.
           DISPLAY PS-ANO AT 0822.
       CA-TIPO.
           DISPLAY "TIPO:" AT 0830.
           MOVE ZEROS TO PS-TIP.
           ACCEPT PS-TIP AT 0836 WITH PROMPT.
           IF PS-TIP = ZEROS GO TO ENCABEZA.
           MOVE PS-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY
           DISPLAY "CODIGO INCORRECTO" AT 0841
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0859 WITH PROMPT
           DISPLAY "                   " AT 0841
           GO TO CA-TIPO.
           DISPLAY B-CODI AT 0841.
           MOVE PS-ANO TO PR-ANO.
           MOVE PS-TIP TO PR-TIP.
           MOVE "N" TO PS-NUEVO.
           READ PRES KEY IS PR-CLAVE
           INVALID KEY
               MOVE "S" TO PS-NUEVO
               MOVE PS-ANO TO PR-ANO
               MOVE PS-TIP TO PR-TIP
               MOVE ZEROS TO PS-M
               PERFORM CA-CERO THRU F-CA-CERO
                   VARYING PS-M FROM 1 BY 1 UNTIL PS-M > 12.
           PERFORM CA-SUMA THRU F-CA-SUMA.
           MOVE PS-ANUAL TO PS-ANTES.
       CA-MUESTRA.
           PERFORM CA-RENG THRU F-CA-RENG
               VARYING PS-M FROM 1 BY 1 UNTIL PS-M > 12.
           PERFORM CA-SUMA THRU F-CA-SUMA.
           MOVE PS-ANUAL TO PS-ANUAL-ED.
           DISPLAY "TOTAL A#O :" AT 2220.
           DISPLAY PS-ANUAL-ED AT 2232.
       CA-MES.
           DISPLAY "MES A CAMBIAR (0=GRABA  99=DESCARTA):" AT 2303.
           MOVE ZEROS TO PS-MES.
           ACCEPT PS-MES AT 2341 WITH PROMPT.
           DISPLAY "                                        " AT 2303.
           IF PS-MES = 99 GO TO CARGA.
           IF PS-MES = ZEROS GO TO CA-GRABA.
           IF PS-MES > 12 GO TO CA-MES.
           DISPLAY "MES" AT 2303.
           DISPLAY PS-MES AT 2307.
           DISPLAY "IMPORTE:" AT 2311.
           MOVE ZEROS TO PS-IMP.
           ACCEPT PS-IMP AT 2320 WITH PROMPT.
           MOVE PS-IMP TO PS-IMP-N.
           MOVE PS-IMP-N TO PR-MONTO (PS-MES).
           DISPLAY "                                        " AT 2303.
           GO TO CA-MUESTRA.
       CA-GRABA.
           MOVE OPERADOR TO PR-OPER.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO PR-FECHA.
           IF PS-NUEVO = "S"
               WRITE REG-PRES INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE REG-PRES INVALID KEY CONTINUE
               END-REWRITE.
           MOVE "PRESUP" TO BT-ARCHIVO.
           MOVE "MODI" TO BT-ACCION.
           IF PS-NUEVO = "S" MOVE "ALTA" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE PR-CLAVE TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES BT-DESPUES.
           MOVE PS-ANTES TO PS-ANUAL-ED.
           MOVE PS-ANUAL-ED TO BT-ANTES.
           MOVE PS-ANUAL TO PS-ANUAL-ED.
           MOVE PS-ANUAL-ED TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO CARGA.

       CA-CERO.
           MOVE ZEROS TO PR-MONTO (PS-M).
       F-CA-CERO.
           EXIT.

       CA-RENG.
           COMPUTE PS-LIN = 9 + PS-M.
           MOVE PS-M TO PS-MES-S.
           MOVE PR-MONTO (PS-M) TO PS-MPO-S.
           DISPLAY (PS-LIN, 20) PS-RENG.
       F-CA-RENG.
           EXIT.

       CA-SUMA.
           MOVE ZEROS TO PS-ANUAL.
           PERFORM CA-SUMA1 THRU F-CA-SUMA1
               VARYING PS-M FROM 1 BY 1 UNTIL PS-M > 12.
       F-CA-SUMA.
           EXIT.

       CA-SUMA1.
           ADD PR-MONTO (PS-M) TO PS-ANUAL.
       F-CA-SUMA1.
           EXIT.

      *    IMPORTACION: CADA RENGLON VALIDO REEMPLAZA EL IMPORTE DE
      *    ESE MES; EL RESTO DEL A#O DEL TIPO QUEDA COMO ESTABA.
       IMPO.
           PERFORM ENCABEZA.
           DISPLAY "IMPORTA EL PRESUPUESTO DE PRESUP.TXT" AT 0818.
           DISPLAY "(AAAA|TIPO|MES|IMPORTE)" AT 0918.
       IMP-CONF.
           DISPLAY "CONFIRMA LA IMPORTACION S/N" AT 1118
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1146 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO IMP-CONF.
           OPEN INPUT ENTRA.
           IF EN-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA PRESUP.TXT" AT 1218
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1247 WITH PROMPT
               GO TO ENCABEZA.
           OPEN OUTPUT ERRO.
           CALL "FPROC" USING FPROC-PAR.
           MOVE ZEROS TO IM-LEIDOS IM-CARGADOS IM-RECHAZOS.
       IMP-R.
           READ ENTRA NEXT RECORD AT END GO TO IMP-F.
           IF REG-ENTRA = SPACES GO TO IMP-R.
           ADD 1 TO IM-LEIDOS.
           MOVE SPACES TO IM-CAMPOS.
           UNSTRING REG-ENTRA DELIMITED BY "|"
               INTO IM-C1 IM-C2 IM-C3 IM-C4.
           IF IM-C1 (1:4) IS NOT NUMERIC OR IM-C1 (5:6) NOT = SPACES
               MOVE "A#O INVALIDO" TO IM-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IMP-R.
           IF IM-C2 (1:3) IS NOT NUMERIC
               MOVE "TIPO NO NUMERICO" TO IM-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IMP-R.
           MOVE IM-C2 (1:3) TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY
               MOVE "TIPO INEXISTENTE EN ARCODI" TO IM-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IMP-R.
           IF IM-C3 (1:2) IS NOT NUMERIC
               MOVE "MES NO NUMERICO" TO IM-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IMP-R.
           MOVE IM-C3 (1:2) TO PS-MES.
           IF PS-MES = ZEROS OR PS-MES > 12
               MOVE "MES FUERA DE RANGO" TO IM-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IMP-R.
           PERFORM ARMA-MONTO THRU F-ARMA-MONTO.
           IF IM-MOTIVO NOT = SPACES
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IMP-R.
           MOVE IM-C1 (1:4) TO PR-ANO.
           MOVE N-CODI TO PR-TIP.
           READ PRES KEY IS PR-CLAVE
           INVALID KEY
               MOVE IM-C1 (1:4) TO PR-ANO
               MOVE N-CODI TO PR-TIP
               PERFORM CA-CERO THRU F-CA-CERO
                   VARYING PS-M FROM 1 BY 1 UNTIL PS-M > 12
               MOVE IM-MONTO-N TO PR-MONTO (PS-MES)
               MOVE OPERADOR TO PR-OPER
               MOVE FPROC-FECHA TO PR-FECHA
               WRITE REG-PRES INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO IM-CARGADOS
               GO TO IMP-R.
           MOVE IM-MONTO-N TO PR-MONTO (PS-MES).
           MOVE OPERADOR TO PR-OPER.
           MOVE FPROC-FECHA TO PR-FECHA.
           REWRITE REG-PRES INVALID KEY CONTINUE.
           ADD 1 TO IM-CARGADOS.
           GO TO IMP-R.
       IMP-F.
           CLOSE ENTRA ERRO.
           MOVE "PRESUP" TO BT-ARCHIVO.
           MOVE "IMPO" TO BT-ACCION.
           MOVE "PRESUP.TXT" TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES BT-DESPUES.
           MOVE IM-LEIDOS TO BT-DESPUES (1:6).
           MOVE IM-CARGADOS TO BT-DESPUES (8:6).
           MOVE IM-RECHAZOS TO BT-DESPUES (15:6).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "LEIDOS....:" AT 1218.
           DISPLAY IM-LEIDOS AT 1230.
           DISPLAY "CARGADOS..:" AT 1318.
           DISPLAY IM-CARGADOS AT 1330.
           DISPLAY "RECHAZADOS:" AT 1418.
           DISPLAY IM-RECHAZOS AT 1430.
           IF IM-RECHAZOS > ZEROS
               DISPLAY "VER PRESERR.TXT" AT 1438
               WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1618 WITH PROMPT.
           GO TO ENCABEZA.

      *    EL IMPORTE VIENE COMO ENTERO O CON PUNTO Y DOS DECIMALES.
       ARMA-MONTO.
           MOVE SPACES TO IM-MOTIVO.
           MOVE SPACES TO IM-ENT IM-DEC.
           MOVE ZEROS TO IM-ENT-L.
           UNSTRING IM-C4 DELIMITED BY "." OR " "
               INTO IM-ENT COUNT IN IM-ENT-L IM-DEC.
           IF IM-ENT-L = ZEROS OR IM-ENT-L > 11
               MOVE "IMPORTE INVALIDO" TO IM-MOTIVO
               GO TO F-ARMA-MONTO.
           MOVE IM-ENT (1:IM-ENT-L) TO IM-ENT-J.
           INSPECT IM-ENT-J REPLACING LEADING SPACE BY ZERO.
           IF IM-ENT-J IS NOT NUMERIC
               MOVE "IMPORTE INVALIDO" TO IM-MOTIVO
               GO TO F-ARMA-MONTO.
           MOVE IM-ENT-J TO IM-ENT-N.
           MOVE ZEROS TO IM-DEC-N.
           IF IM-DEC NOT = SPACES
               INSPECT IM-DEC REPLACING ALL SPACE BY ZERO
               IF IM-DEC IS NOT NUMERIC
                   MOVE "IMPORTE INVALIDO" TO IM-MOTIVO
                   GO TO F-ARMA-MONTO
               END-IF
               MOVE IM-DEC TO IM-DEC-N.
           COMPUTE IM-MONTO-N = IM-ENT-N + IM-DEC-N / 100.
       F-ARMA-MONTO.
           EXIT.

       RECHAZA.
           MOVE SPACES TO REG-ERRO.
           STRING REG-ENTRA DELIMITED BY "  "
               " >> " IM-MOTIVO DELIMITED BY SIZE
               INTO REG-ERRO.
           WRITE REG-ERRO.
           ADD 1 TO IM-RECHAZOS.
       F-RECHAZA.
           EXIT.

      *    PRESUPUESTO VS REAL: POR TIPO, EL MES PEDIDO Y EL
      *    ACUMULADO DESDE ENERO CONTRA LO EMITIDO Y COBRADO EN
      *    ARTOTAL, Y LA PROYECCION AL CIERRE: LO ACUMULADO LLEVADO A
      *    DOCE MESES CONTRA EL PRESUPUESTO DEL A#O COMPLETO.
       INFO.
           PERFORM ENCABEZA.
           DISPLAY "A#O A ANALIZAR:" AT 0918.
           MOVE SPACES TO PS-ANO1.
           ACCEPT PS-ANO1 AT 0934 WITH PROMPT.
           IF PS-ANO1 = SPACES OR PS-ANO1 = "0" GO TO ENCABEZA.
           MOVE PS-ANO1 TO PS-ANO1-N.
           MOVE PS-ANO1-N TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO PS-ANO.
           CALL "FPROC" USING FPROC-PAR.
       INF-MES.
           MOVE 12 TO PS-MES.
           IF PS-ANO = FPROC-AAAA MOVE FPROC-MM TO PS-MES.
           DISPLAY "HASTA EL MES (1-12):" AT 1018.
           ACCEPT PS-MES AT 1039 WITH PROMPT.
           IF PS-MES = ZEROS OR PS-MES > 12 GO TO INF-MES.
       INF-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO DE TEXTO  3=CANCELA"
               AT 1118 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1162 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO INF-GO.
           IF OPC = "2" MOVE "PRESINF.TXT" TO IMPRE-DEST GO TO INF-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO INF-DEST.
       INF-GO.
           MOVE ZEROS TO RP-TAB RP-GEN.
           DISPLAY "PROCESANDO..." AT 1318
           WITH FOREGROUND-COLOR 2.
           MOVE PS-ANO TO PR-ANO.
           MOVE ZEROS TO PR-TIP.
           START PRES KEY IS NOT LESS THAN PR-CLAVE
           INVALID KEY GO TO INF-TOT.
       INF-P.
           READ PRES NEXT RECORD AT END GO TO INF-TOT.
           IF PR-ANO NOT = PS-ANO GO TO INF-TOT.
           IF PR-TIP = ZEROS GO TO INF-P.
           MOVE PR-TIP TO RP-T.
           ADD PR-MONTO (PS-MES) TO RP-PMES (RP-T).
           PERFORM INF-PSUMA THRU F-INF-PSUMA
               VARYING PS-M FROM 1 BY 1 UNTIL PS-M > 12.
           GO TO INF-P.
       INF-TOT.
           OPEN INPUT TOTAL.
           IF TO-STATUS NOT = "00" GO TO INF-EMITE.
       INF-T.
           READ TOTAL NEXT RECORD AT END GO TO INF-TCIE.
           DIVIDE TO-PER BY 100 GIVING TO-PERA
               REMAINDER TO-PERM.
           IF TO-PERA NOT = PS-ANO GO TO INF-T.
           IF TO-TIP = ZEROS GO TO INF-T.
           IF TO-PERM = ZEROS OR TO-PERM > PS-MES GO TO INF-T.
           MOVE TO-TIP TO RP-T.
           ADD TO-EMIT TO RP-EACU (RP-T).
           ADD TO-COB TO RP-CACU (RP-T).
           IF TO-PERM = PS-MES
               ADD TO-EMIT TO RP-EMES (RP-T)
               ADD TO-COB TO RP-CMES (RP-T).
           GO TO INF-T.
       INF-TCIE.
           CLOSE TOTAL.
       INF-EMITE.
           OPEN OUTPUT IMPRE.
           MOVE PS-MES TO RPT-MES.
           MOVE PS-ANO TO RPT-ANO.
           WRITE RENGLON FROM RP-TITU AFTER 1.
           PERFORM INF-TIPO THRU F-INF-TIPO
               VARYING RP-T FROM 1 BY 1 UNTIL RP-T > 999.
           MOVE ZEROS TO RPT-N.
           MOVE "TOTAL GENERAL" TO RPT-B.
           WRITE RENGLON FROM RP-TIPLIN AFTER 2.
           WRITE RENGLON FROM RP-CAB AFTER 1.
           MOVE SPACES TO RENGLON.
           MOVE PS-MES TO RPD-MES.
           MOVE PS-ANO TO RPD-ANO.
           MOVE RP-DMES TO RPL-DESC.
           MOVE RG-PMES TO RP-BASE.
           MOVE RG-EMES TO RPL-EMI.
           MOVE RG-CMES TO RP-PARTE.
           MOVE RG-EMES TO RP-PJEMI.
           PERFORM INF-LINEA THRU F-INF-LINEA.
           MOVE PS-MES TO RPA-MES.
           MOVE RP-DACU TO RPL-DESC.
           MOVE RG-PACU TO RP-BASE.
           MOVE RG-EACU TO RPL-EMI.
           MOVE RG-CACU TO RP-PARTE.
           MOVE RG-EACU TO RP-PJEMI.
           PERFORM INF-LINEA THRU F-INF-LINEA.
           COMPUTE RP-PJEMI ROUNDED = RG-EACU * 12 / PS-MES.
           COMPUTE RP-PJCOB ROUNDED = RG-CACU * 12 / PS-MES.
           MOVE "PROYECCION ANUAL" TO RPL-DESC.
           MOVE RG-PANU TO RP-BASE.
           MOVE RP-PJEMI TO RPL-EMI.
           MOVE RP-PJCOB TO RP-PARTE.
           PERFORM INF-LINEA THRU F-INF-LINEA.
           CLOSE IMPRE.
           PERFORM ENCABEZA.
           DISPLAY "PRESUPUESTO ACUMULADO:" AT 1018.
           MOVE RG-PACU TO PS-ED.
           DISPLAY PS-ED AT 1041.
           DISPLAY "COBRADO ACUMULADO....:" AT 1118.
           MOVE RG-CACU TO PS-ED.
           DISPLAY PS-ED AT 1141.
           DISPLAY "PROYECCION AL CIERRE.:" AT 1218.
           MOVE RP-PJCOB TO PS-ED.
           DISPLAY PS-ED AT 1241.
           DISPLAY "PRESUPUESTO ANUAL....:" AT 1318.
           MOVE RG-PANU TO PS-ED.
           DISPLAY PS-ED AT 1341.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1560 WITH PROMPT.
           GO TO ENCABEZA.

       INF-PSUMA.
           ADD PR-MONTO (PS-M) TO RP-PANU (RP-T).
           IF PS-M NOT > PS-MES
               ADD PR-MONTO (PS-M) TO RP-PACU (RP-T).
       F-INF-PSUMA.
           EXIT.

      *    BLOQUE DE UN TIPO: MES, ACUMULADO Y PROYECCION.
       INF-TIPO.
           IF RP-PANU (RP-T) = ZEROS AND RP-EACU (RP-T) = ZEROS
               AND RP-CACU (RP-T) = ZEROS
               GO TO F-INF-TIPO.
           ADD RP-PMES (RP-T) TO RG-PMES.
           ADD RP-EMES (RP-T) TO RG-EMES.
           ADD RP-CMES (RP-T) TO RG-CMES.
           ADD RP-PACU (RP-T) TO RG-PACU.
           ADD RP-EACU (RP-T) TO RG-EACU.
           ADD RP-CACU (RP-T) TO RG-CACU.
           ADD RP-PANU (RP-T) TO RG-PANU.
           MOVE RP-T TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY MOVE SPACES TO B-CODI.
           MOVE RP-T TO RPT-N.
           MOVE B-CODI TO RPT-B.
           WRITE RENGLON FROM RP-TIPLIN AFTER 2.
           WRITE RENGLON FROM RP-CAB AFTER 1.
           MOVE PS-MES TO RPD-MES.
           MOVE PS-ANO TO RPD-ANO.
           MOVE RP-DMES TO RPL-DESC.
           MOVE RP-PMES (RP-T) TO RP-BASE.
           MOVE RP-EMES (RP-T) TO RPL-EMI.
           MOVE RP-CMES (RP-T) TO RP-PARTE.
           MOVE RP-EMES (RP-T) TO RP-PJEMI.
           PERFORM INF-LINEA THRU F-INF-LINEA.
           MOVE PS-MES TO RPA-MES.
           MOVE RP-DACU TO RPL-DESC.
           MOVE RP-PACU (RP-T) TO RP-BASE.
           MOVE RP-EACU (RP-T) TO RPL-EMI.
           MOVE RP-CACU (RP-T) TO RP-PARTE.
           MOVE RP-EACU (RP-T) TO RP-PJEMI.
           PERFORM INF-LINEA THRU F-INF-LINEA.
           COMPUTE RP-PJEMI ROUNDED = RP-EACU (RP-T) * 12 / PS-MES.
           COMPUTE RP-PJCOB ROUNDED = RP-CACU (RP-T) * 12 / PS-MES.
           MOVE "PROYECCION ANUAL" TO RPL-DESC.
           MOVE RP-PANU (RP-T) TO RP-BASE.
           MOVE RP-PJEMI TO RPL-EMI.
           MOVE RP-PJCOB TO RP-PARTE.
           PERFORM INF-LINEA THRU F-INF-LINEA.
       F-INF-TIPO.
           EXIT.

      *    ARMA EL RENGLON CON PRESUPUESTO (RP-BASE), EMITIDO
      *    (RP-PJEMI) Y COBRADO (RP-PARTE): LOGRADO = COBRADO SOBRE
      *    PRESUPUESTO, Y COBRADO SOBRE EMITIDO.
       INF-LINEA.
           MOVE RP-BASE TO RPL-PRE.
           MOVE RP-PARTE TO RPL-COB.
           MOVE ZEROS TO RPL-LOG RPL-CXE.
           IF RP-BASE > ZEROS AND RP-PARTE > ZEROS
               COMPUTE RP-PCT ROUNDED = RP-PARTE * 100 / RP-BASE
               ON SIZE ERROR MOVE 999.99 TO RP-PCT
               END-COMPUTE
               MOVE RP-PCT TO RPL-LOG.
           IF RP-PJEMI > ZEROS AND RP-PARTE > ZEROS
               COMPUTE RP-PCT ROUNDED = RP-PARTE * 100 / RP-PJEMI
               ON SIZE ERROR MOVE 999.99 TO RP-PCT
               END-COMPUTE
               MOVE RP-PCT TO RPL-CXE.
           WRITE RENGLON FROM RP-LINEA AFTER 1.
       F-INF-LINEA.
           EXIT.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
           ELSE
               COMPUTE ANO-VENT = 1900 + AA-VENT.
       F-VENTANA-ANO.
           EXIT.

      *    LOS LISTADOS SALEN POR EL DISPOSITIVO CONFIGURADO EN
      *    ARIMCFG, NO POR UNA CONSTANTE PROPIA.
       LEER-IMCFG.
           MOVE "PRINTER" TO CFG-DISP.
           OPEN INPUT IMCFG.
           IF IG-STATUS NOT = "00" GO TO F-LEER-IMCFG.
           READ IMCFG AT END GO TO LI-CIERRA.
           IF IG-DISP NOT = SPACES MOVE IG-DISP TO CFG-DISP.
       LI-CIERRA.
           CLOSE IMCFG.
       F-LEER-IMCFG.
           EXIT.

       LEER-OPERADOR.
           MOVE SPACES TO REG-OPERA.
           OPEN INPUT OPERA.
           IF OP-STATUS NOT = "00" GO TO F-LEER-OPERADOR.
           READ OPERA AT END MOVE SPACES TO REG-OPERA.
           CLOSE OPERA.
       F-LEER-OPERADOR.
           EXIT.

       GRABAR-BITA.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE DD-BITA TO BT-DD.
           MOVE MM-BITA TO BT-MM.
           MOVE AA-BITA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO BT-AA.
           ACCEPT BT-HORA FROM TIME.
           MOVE OPERADOR TO BT-OPERADOR.
           MOVE OP-PUESTO TO BT-PUESTO.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO BT-FPROC.
           MOVE ZEROS TO BT-SEC.
           MOVE "ARBITA" TO BITSUM-NOM.
           MOVE 246 TO BITSUM-LARGO.
           MOVE "E" TO BITSUM-FUN.
       GRABAR-BITA-W.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           MOVE BITSUM-SUMA TO BT-SUMA.
           MOVE "S" TO BITSUM-FUN.
           WRITE REG-BITA
           INVALID KEY
               ADD 1 TO BT-SEC
               IF BT-SEC < 999 GO TO GRABAR-BITA-W.
           MOVE "C" TO BITSUM-FUN.
           IF BT-SEC = 999 MOVE "L" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
       F-GRABAR-BITA.
           EXIT.

       CIERRE.
           CLOSE CODI PRES BITA.
           CHAIN "MENU".
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OBRAS.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * CONTRIBUCION POR MEJORAS: EL COSTO DE UNA OBRA (PAVIMENTO,
      * RED DE GAS, ETC.) SE PRORRATEA ENTRE LOS FRENTISTAS SEGUN SUS
      * METROS DE FRENTE. CADA OBRA (ARORBA) TIENE SU TIPO DE
      * VENCIMIENTO PROPIO, LA CANTIDAD DE CUOTAS, EL DESCUENTO POR
      * PAGO DE CONTADO Y LA FECHA DEL PRIMER VENCIMIENTO. LOS
      * FRENTISTAS (AROBFR) LLEVAN LOS METROS, SU PARTE DEL COSTO, EL
      * PRECIO DE CONTADO, EL VALOR DE LA CUOTA Y LA MODALIDAD QUE
      * ELIGIO EL CLIENTE (C CONTADO, N CUOTAS). EL PRORRATEO DEJA LA
      * OFERTA EN OBRPRO.TXT Y LA GENERACION GRABA LAS CUOTAS EN
      * ARIMPU. EL ESTADO DE OBRAS (OBREST.TXT) MUESTRA LO EMITIDO,
      * LO COBRADO Y LO PENDIENTE DE CADA OBRA.
      * ESTADOS DE LA OBRA: A ABIERTA, P PRORRATEADA, G GENERADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NUM-CO
                  ALTERNATE RECORD IS NOMBRE
                  WITH DUPLICATES.

           SELECT IMPU ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NUM-CO1
                  ALTERNATE RECORD IS TIP-IMP
                  WITH DUPLICATES
                  ALTERNATE RECORD IS FEC-VEN
                  WITH DUPLICATES
                  ALTERNATE RECORD IS FEC-PAG
                  WITH DUPLICATES
                  ALTERNATE RECORD IS ANO
                  WITH DUPLICATES.

           SELECT CODI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS N-CODI.

           SELECT SVTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS SV-TIP
                  FILE STATUS IS SV-STATUS.

           SELECT VTO2 ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS V2-CLAVE
                  FILE STATUS IS V2-STATUS.

           SELECT TOTAL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT CTBL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CT-CLAVE
                  FILE STATUS IS CT-STATUS.

           SELECT ASIEN ASSIGN TO DISK
                  FILE STATUS IS AS-STATUS.

           SELECT OBRA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS OB-NRO
                  FILE STATUS IS OB-STATUS.

           SELECT OBFR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS FR-CLAVE
                  FILE STATUS IS FR-STATUS.

           SELECT LPRO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEST ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT ABIE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AI-CLAVE
                  ALTERNATE RECORD IS AI-FVTO
                  WITH DUPLICATES
                  FILE STATUS IS AI-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTRI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCONT"
           DATA RECORD IS REG-CON.

       01  REG-CON.
           03 NUM-CO          PIC X(25).
           03 NOMBRE          PIC X(25).
           03 DOMICILIO       PIC X(25).
           03 TELEFONO        PIC X(15).
           03 EST-CON         PIC X.

       FD  IMPU LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARIMPU"
           DATA RECORD IS REG-IMP.

       01  REG-IMP.
           03 NUM-CO1.
              05 CONT            PIC X(25).
              05 PERI.
                 07 AA           PIC 99.
                 07 P1           PIC 99.
              05 TIP-IMP         PIC 9(3).
           03 FEC-VEN.
              05 DDV             PIC 99.
              05 MMV             PIC 99.
              05 AAV             PIC 9999.
           03 FEC-PAG.
              05 DDP             PIC 99.
              05 MMP             PIC 99.
              05 AAP             PIC 9999.
           03 MONTO              PIC 9(11)V99.
           03 ANO                PIC 9999.
           03 PAGADO             PIC 9(11)V99.
           03 ORIG-VEN.
              05 DDO             PIC 99.
              05 MMO             PIC 99.
              05 AAO             PIC 9999.
           03 EST-IMP            PIC X.
           03 BONIF              PIC 9(9)V99.

       FD  CODI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCODI"
           DATA RECORD IS REG-CODI.

       01  REG-CODI.
           03 N-CODI             PIC 9(3).
           03 B-CODI             PIC X(40).
           03 B-MONTO            PIC 9(11)V99.
           03 B-FREC             PIC 9.

       FD  SVTO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSVTO"
           DATA RECORD IS REG-SVTO.

       01  REG-SVTO.
           03 SV-TIP            PIC 9(3).
           03 SV-DIAS           PIC 999.
           03 SV-MODO           PIC X.
           03 SV-VALOR          PIC 9(9)V99.

       FD  VTO2 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARVTO2"
           DATA RECORD IS REG-VTO2.

       01  REG-VTO2.
           03 V2-CLAVE.
              05 V2-CLI          PIC X(25).
              05 V2-CAA          PIC 99.
              05 V2-CP1          PIC 99.
              05 V2-TIP          PIC 9(3).
           03 V2-FECHA.
              05 V2-AA           PIC 9999.
              05 V2-MM           PIC 99.
              05 V2-DD           PIC 99.
           03 V2-MONTO           PIC 9(11)V99.

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

      *    OBRAS: COSTO TOTAL, FECHA (AAAAMMDD), TIPO DE VENCIMIENTO
      *    PROPIO, CANTIDAD DE CUOTAS, % DE DESCUENTO DE CONTADO,
      *    PRIMER VENCIMIENTO (AAAAMMDD), METROS DE FRENTE PRORRATEADOS,
      *    ESTADO Y OPERADOR.
       FD  OBRA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARORBA"
           DATA RECORD IS REG-OBRA.

       01  REG-OBRA.
           03 OB-NRO            PIC 9(5).
           03 OB-DESC           PIC X(40).
           03 OB-COSTO          PIC 9(11)V99.
           03 OB-FECHA          PIC 9(8).
           03 OB-TIP            PIC 9(3).
           03 OB-CUOTAS         PIC 99.
           03 OB-DCTO           PIC 99V99.
           03 OB-VTO1           PIC 9(8).
           03 OB-METROS         PIC 9(7)V99.
           03 OB-EST            PIC X.
           03 OB-OPER           PIC X(10).

      *    FRENTISTAS DE CADA OBRA: METROS DE FRENTE, PARTE DEL COSTO,
      *    PRECIO DE CONTADO, VALOR DE CADA CUOTA (LA ULTIMA AJUSTA EL
      *    REDONDEO) Y MODALIDAD ELEGIDA (C CONTADO, N CUOTAS).
       FD  OBFR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROBFR"
           DATA RECORD IS REG-OBFR.

       01  REG-OBFR.
           03 FR-CLAVE.
              05 FR-OBRA        PIC 9(5).
              05 FR-CLI         PIC X(25).
           03 FR-METROS         PIC 9(5)V99.
           03 FR-PARTE          PIC 9(11)V99.
           03 FR-CONTADO        PIC 9(11)V99.
           03 FR-CUOTA          PIC 9(11)V99.
           03 FR-MODO           PIC X.

       FD  LPRO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "OBRPRO.TXT"
           DATA RECORD IS REG-LPRO.

       01  REG-LPRO             PIC X(132).

       FD  LEST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "OBREST.TXT"
           DATA RECORD IS REG-LEST.

       01  REG-LEST             PIC X(132).

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

      *    INDICE DE CUOTAS ABIERTAS DE ARIMPU (VER ABIERT): CLAVE DE
      *    LA CUOTA Y VENCIMIENTO AAAAMMDD.
       FD  ABIE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARABIE"
           DATA RECORD IS REG-ABIE.

       01  REG-ABIE.
           03 AI-CLAVE.
              05 AI-CLI          PIC X(25).
              05 AI-AA           PIC 99.
              05 AI-P1           PIC 99.
              05 AI-TIP          PIC 9(3).
           03 AI-FVTO            PIC 9(8).

      *    TABLA DE CUENTAS CONTABLES (SE MANTIENE EN UTILITARIOS):
      *    CLASE "T" = CUENTA DE INGRESO POR TIPO DE VENCIMIENTO,
      *    CLASE "E" CODIGO "DEU" = DEUDORES POR TASAS.
       FD  CTBL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCTBL"
           DATA RECORD IS REG-CTBL.

       01  REG-CTBL.
           03 CT-CLAVE.
              05 CT-CLASE        PIC X.
              05 CT-COD          PIC X(3).
           03 CT-CUENTA          PIC X(10).
           03 CT-DESC            PIC X(25).

      *    ASIENTOS CONTABLES: AQUI SE AGREGA EL DEVENGAMIENTO DE LA
      *    DEUDA QUE SE GENERA O MODIFICA.
       FD  ASIEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARASIEN"
           DATA RECORD IS REG-ASIEN.

       01  REG-ASIEN.
           03 AS-FECHA           PIC 9(8).
           03 AS-CUENTA          PIC X(10).
           03 AS-DEBE            PIC 9(12)V99.
           03 AS-HABER           PIC 9(12)V99.
           03 AS-DETALLE         PIC X(30).

       WORKING-STORAGE SECTION.
       77  CT-STATUS             PIC XX VALUE SPACES.
       77  AS-STATUS             PIC XX VALUE SPACES.
       77  DV-TIP1               PIC 9(3) VALUE ZEROS.
       77  DV-IMP1               PIC S9(11)V99 VALUE ZEROS.
       77  DV-IND                PIC 99 VALUE ZEROS.
       77  DV-CANT               PIC 99 VALUE ZEROS.
       77  DV-FECHA              PIC 9(8) VALUE ZEROS.
       77  DV-CTA-DEU            PIC X(10) VALUE SPACES.
      *    DEUDA GENERADA (O DISMINUIDA) EN LA SESION, POR TIPO, QUE SE
      *    DEVENGA EN ARASIEN AL SALIR.
       01  DV-TABLA.
           03 DV-ITEM OCCURS 50 TIMES.
              05 DV-TIP          PIC 9(3).
              05 DV-TOT          PIC S9(12)V99.
       77  AI-STATUS             PIC XX VALUE SPACES.
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  SV-STATUS             PIC XX VALUE SPACES.
       77  V2-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  OB-STATUS             PIC XX VALUE SPACES.
       77  FR-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  TOT-CLI               PIC X(25) VALUE SPACES.
       77  TOT-TIP               PIC 9(3) VALUE ZEROS.
       77  TOT-PER               PIC 9(6) VALUE ZEROS.
       77  TOT-EMI               PIC S9(11)V99 VALUE ZEROS.
       77  TOT-COB               PIC S9(11)V99 VALUE ZEROS.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  MM-CHK                PIC 99 VALUE ZEROS.
       77  AA-CHK                PIC 9999 VALUE ZEROS.
       77  MAX-DD                PIC 99 VALUE ZEROS.
       77  Q-CHK                 PIC 9999 VALUE ZEROS.
       77  R4-CHK                PIC 99 VALUE ZEROS.
       77  R100-CHK              PIC 999 VALUE ZEROS.
       77  R400-CHK              PIC 9999 VALUE ZEROS.
       77  SV-N                  PIC 999 VALUE ZEROS.
       77  OBR-COSTO-ED          PIC Z(11).99 VALUE ZEROS.
       77  OBR-DCTO-ED           PIC Z9.99 VALUE ZEROS.
       77  OBR-MTS-ED            PIC Z(4)9.99 VALUE ZEROS.
       77  OBR-NRO               PIC 9(5) VALUE ZEROS.
       77  OBR-TIP               PIC 9(3) VALUE ZEROS.
       77  OBR-LIBRE             PIC X VALUE "S".
       77  OBR-SAVE              PIC X(103) VALUE SPACES.
       77  OBR-LIN               PIC 99 VALUE ZEROS.
       77  OBR-CANT              PIC 9(5) VALUE ZEROS.
       77  OBR-METROS            PIC 9(7)V99 VALUE ZEROS.
       77  OBR-REPAR             PIC 9(11)V99 VALUE ZEROS.
       77  OBR-K                 PIC 99 VALUE ZEROS.
       77  OBR-NCUO              PIC 99 VALUE ZEROS.
       77  OBR-MM                PIC 99 VALUE ZEROS.
       77  OBR-AA                PIC 9999 VALUE ZEROS.
       77  OBR-GEN               PIC 9(5) VALUE ZEROS.
       77  OBR-OMIT              PIC 9(5) VALUE ZEROS.
       77  OBR-TOTAL             PIC 9(12)V99 VALUE ZEROS.
       77  OBR-EMI               PIC 9(12)V99 VALUE ZEROS.
       77  OBR-COB               PIC 9(12)V99 VALUE ZEROS.
       77  OBR-PEN               PIC 9(12)V99 VALUE ZEROS.
       77  OBR-TOTAL-ED          PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       01  OBR-F6                PIC 9(6) VALUE ZEROS.
       01  OBR-F6-R REDEFINES OBR-F6.
           03 OBR-F-DD           PIC 99.
           03 OBR-F-MM           PIC 99.
           03 OBR-F-AA           PIC 99.
       01  OBR-F8                PIC 9(8) VALUE ZEROS.
       01  OBR-F8-R REDEFINES OBR-F8.
           03 OBR-F8-AA          PIC 9999.
           03 OBR-F8-MM          PIC 99.
           03 OBR-F8-DD          PIC 99.
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
       01  FR-RENG.
           03 FR-CLI-S           PIC X(15).
           03 F                  PIC X VALUE SPACE.
           03 FR-NOM-S           PIC X(20).
           03 F                  PIC X VALUE SPACE.
           03 FR-MTS-S           PIC ZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 FR-PAR-S           PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 FR-MOD-S           PIC X.
       01  PRO-TIT.
           03 F                  PIC X(26) VALUE "CLIENTE".
           03 F                  PIC X(26) VALUE "NOMBRE".
           03 F                  PIC X(10) VALUE "   METROS".
           03 F                  PIC X(16) VALUE "     SU PARTE".
           03 F                  PIC X(16) VALUE "      CONTADO".
           03 F                  PIC X(22) VALUE "   CUOTAS DE".
       01  PRO-LIN.
           03 PRO-CLI            PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 PRO-NOM            PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 PRO-MTS            PIC ZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 PRO-PAR            PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(02) VALUE SPACES.
           03 PRO-CON            PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(02) VALUE SPACES.
           03 PRO-NCU            PIC Z9.
           03 F                  PIC X(03) VALUE " X ".
           03 PRO-CUO            PIC ZZZ,ZZZ,ZZ9.99.
       01  EST-TIT.
           03 F                  PIC X(6) VALUE "OBRA".
           03 F                  PIC X(31) VALUE "DESCRIPCION".
           03 F                  PIC X(4) VALUE "TIP".
           03 F                  PIC X(4) VALUE "EST".
           03 F                  PIC X(19) VALUE "           COSTO".
           03 F                  PIC X(19) VALUE "         EMITIDO".
           03 F                  PIC X(19) VALUE "         COBRADO".
           03 F                  PIC X(19) VALUE "       PENDIENTE".
       01  EST-LIN.
           03 EST-NRO            PIC ZZZZ9.
           03 F                  PIC X VALUE SPACE.
           03 EST-DESC           PIC X(30).
           03 F                  PIC X VALUE SPACE.
           03 EST-TIP            PIC ZZ9.
           03 F                  PIC X(02) VALUE SPACES.
           03 EST-EST            PIC X.
           03 F                  PIC X VALUE SPACE.
           03 EST-COSTO          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 EST-EMI            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 EST-COB            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 EST-PEN            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

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
              05 F               PIC X(10) VALUE "ARIMPU  02".
              05 F               PIC X(10) VALUE "ARCODI  02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(70) VALUE SPACES.
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
              VALUE "  CONTRIBUCION POR MEJORAS   ".
           03 LINE 10 COLUMN 24
              VALUE "1-OBRAS".
           03 LINE 11 COLUMN 24
              VALUE "2-FRENTISTAS DE UNA OBRA".
           03 LINE 12 COLUMN 24
              VALUE "3-PRORRATEO DEL COSTO".
           03 LINE 13 COLUMN 24
              VALUE "4-GENERAR CUOTAS DE UNA OBRA".
           03 LINE 14 COLUMN 24
              VALUE "5-ESTADO DE OBRAS".
           03 LINE 16 COLUMN 24
              VALUE "6-REGRESO MENU PRINCIPAL".
           03 LINE 20 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "INGRESE OPCION:              ".

       01  PANTALLA-OBRA.
           03 LINE 09 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "NRO DE OBRA.......:".
           03 LINE 10 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "DESCRIPCION.......:".
           03 LINE 11 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "COSTO TOTAL......$:".
           03 LINE 12 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "FECHA (DDMMAA)....:".
           03 LINE 13 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "TIPO DE VTO.......:".
           03 LINE 14 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "CANTIDAD DE CUOTAS:".
           03 LINE 15 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "% DESC. CONTADO...:".
           03 LINE 16 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "1ER VTO (DDMMAA)..:".
           03 LINE 17 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "ESTADO............:".

       PROCEDURE DIVISION.
       INICIO.
           CALL "VERSIO" USING VERSIO-PAR.
           IF VERSIO-OK NOT = "S"
               DISPLAY VERSIO-MSG AT 2303 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2375 WITH PROMPT
               CHAIN "MENU".
           OPEN I-O CONTRI.
           OPEN I-O IMPU.
           OPEN I-O ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN I-O ABIE.
           OPEN I-O CODI.
           OPEN I-O SVTO.
           IF SV-STATUS NOT = "00"
               OPEN OUTPUT SVTO
               CLOSE SVTO
               OPEN I-O SVTO.
           OPEN I-O VTO2.
           IF V2-STATUS NOT = "00"
               OPEN OUTPUT VTO2
               CLOSE VTO2
               OPEN I-O VTO2.
           OPEN I-O TOTAL.
           IF TO-STATUS NOT = "00"
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
           OPEN I-O OBRA.
           IF OB-STATUS NOT = "00"
               OPEN OUTPUT OBRA
               CLOSE OBRA
               OPEN I-O OBRA.
           OPEN I-O OBFR.
           IF FR-STATUS NOT = "00"
               OPEN OUTPUT OBFR
               CLOSE OBFR
               OPEN I-O OBFR.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO OBR.
           IF OPC = "2" GO TO FRE.
           IF OPC = "3" GO TO PRO.
           IF OPC = "4" GO TO GEN.
           IF OPC = "5" GO TO EST.
           IF OPC = "6" GO TO CIERRE.
           GO TO L-PANT.

      *    OBRAS: ALTA Y MODIFICACION MIENTRAS NO SE GENERARON LAS
      *    CUOTAS; LA BAJA BORRA LA OBRA Y SUS FRENTISTAS. MODIFICAR
      *    UNA OBRA PRORRATEADA LA DEJA ABIERTA PARA VOLVER A
      *    PRORRATEAR.
       OBR.
           PERFORM ENCABEZA.
           DISPLAY PANTALLA-OBRA.
           DISPLAY "PARA SALIR DEJAR EN CERO" AT 2010
           WITH FOREGROUND-COLOR 6.
       OBR-N.
           PERFORM OBR-LIMPIA THRU F-OBR-LIMPIA.
           MOVE ZEROS TO OB-NRO.
           ACCEPT OB-NRO AT 0930 WITH PROMPT.
           IF OB-NRO = ZEROS GO TO ENCABEZA.
           READ OBRA KEY IS OB-NRO
           INVALID KEY
           DISPLAY "NO REGISTRADA" AT 1730
           GO TO OBR-OP.
           PERFORM OBR-MUESTRA THRU F-OBR-MUESTRA.
       OBR-OP.
           DISPLAY "A=ALTA/MODIFICA  B=BAJA  ENTER=OTRA OBRA"
               AT 1910 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1951 WITH PROMPT.
           DISPLAY "                                         "
               AT 1910.
           IF OPC = "A" GO TO OBR-ALTA.
           IF OPC = "B" GO TO OBR-BAJA.
           GO TO OBR-N.
       OBR-ALTA.
           MOVE SPACES TO BT-ANTES.
           MOVE OB-NRO TO OBR-NRO.
           READ OBRA KEY IS OB-NRO
           INVALID KEY
               MOVE OBR-NRO TO OB-NRO
               MOVE SPACES TO OB-DESC
               MOVE ZEROS TO OB-COSTO OB-FECHA OB-TIP OB-CUOTAS
                             OB-DCTO OB-VTO1 OB-METROS
               MOVE "A" TO OB-EST.
           IF OB-STATUS = "00" MOVE REG-OBRA TO BT-ANTES.
           IF OB-EST = "G"
               DISPLAY "OBRA CON CUOTAS GENERADAS" AT 1910
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1936 WITH PROMPT
               DISPLAY "                          " AT 1910
               GO TO OBR-N.
       OBR-DESC.
           DISPLAY OB-DESC AT 1030.
           ACCEPT OB-DESC AT 1030.
           IF OB-DESC = SPACES GO TO OBR-DESC.
       OBR-COSTO.
           MOVE OB-COSTO TO OBR-COSTO-ED.
           DISPLAY OBR-COSTO-ED AT 1130.
           ACCEPT OBR-COSTO-ED AT 1130.
           MOVE OBR-COSTO-ED TO OB-COSTO.
           IF OB-COSTO = ZEROS GO TO OBR-COSTO.
       OBR-FECHA.
           MOVE OB-FECHA TO OBR-F8.
           PERFORM OBR-PIDE-FECHA THRU F-OBR-PIDE-FECHA.
           DISPLAY OBR-F6 AT 1230.
           ACCEPT OBR-F6 AT 1230.
           PERFORM OBR-VALIDA-FECHA THRU F-OBR-VALIDA-FECHA.
           IF OBR-F8 = ZEROS GO TO OBR-FECHA.
           MOVE OBR-F8 TO OB-FECHA.
       OBR-TIPO.
           DISPLAY OB-TIP AT 1330.
           ACCEPT OB-TIP AT 1330.
           MOVE OB-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY GO TO OBR-TIPO.
           DISPLAY B-CODI AT 1335.
           PERFORM TIPO-LIBRE THRU F-TIPO-LIBRE.
           IF OBR-LIBRE = "N"
               DISPLAY "TIPO USADO EN OTRA OBRA" AT 1335
               WITH FOREGROUND-COLOR 6
               GO TO OBR-TIPO.
       OBR-CUOTAS.
           DISPLAY OB-CUOTAS AT 1430.
           ACCEPT OB-CUOTAS AT 1430.
           IF OB-CUOTAS = ZEROS GO TO OBR-CUOTAS.
           MOVE OB-DCTO TO OBR-DCTO-ED.
           DISPLAY OBR-DCTO-ED AT 1530.
           ACCEPT OBR-DCTO-ED AT 1530.
           MOVE OBR-DCTO-ED TO OB-DCTO.
       OBR-VTO.
           MOVE OB-VTO1 TO OBR-F8.
           PERFORM OBR-PIDE-FECHA THRU F-OBR-PIDE-FECHA.
           DISPLAY OBR-F6 AT 1630.
           ACCEPT OBR-F6 AT 1630.
           PERFORM OBR-VALIDA-FECHA THRU F-OBR-VALIDA-FECHA.
           IF OBR-F8 = ZEROS GO TO OBR-VTO.
           MOVE OBR-F8 TO OB-VTO1.
           MOVE "A" TO OB-EST.
           MOVE OPERADOR TO OB-OPER.
           WRITE REG-OBRA INVALID KEY REWRITE REG-OBRA.
           MOVE "OBRA" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE OB-NRO TO BT-CLAVE.
           MOVE REG-OBRA TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "ABIERTA             " AT 1730.
           GO TO OBR-OP.
       OBR-BAJA.
           READ OBRA KEY IS OB-NRO
           INVALID KEY GO TO OBR-N.
           IF OB-EST = "G" GO TO OBR-N.
           MOVE REG-OBRA TO BT-ANTES.
           DELETE OBRA INVALID KEY GO TO OBR-N.
           MOVE OB-NRO TO FR-OBRA.
           MOVE LOW-VALUES TO FR-CLI.
           START OBFR KEY IS NOT LESS THAN FR-CLAVE
           INVALID KEY GO TO OBR-BAJA-B.
       OBR-BAJA-R.
           READ OBFR NEXT RECORD AT END GO TO OBR-BAJA-B.
           IF FR-OBRA NOT = OB-NRO GO TO OBR-BAJA-B.
           DELETE OBFR INVALID KEY CONTINUE.
           GO TO OBR-BAJA-R.
       OBR-BAJA-B.
           MOVE "OBRA" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE OB-NRO TO BT-CLAVE.
           MOVE SPACES TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO OBR-N.

       OBR-MUESTRA.
           DISPLAY OB-DESC AT 1030.
           MOVE OB-COSTO TO OBR-COSTO-ED.
           DISPLAY OBR-COSTO-ED AT 1130.
           MOVE OB-FECHA TO OBR-F8.
           PERFORM OBR-PIDE-FECHA THRU F-OBR-PIDE-FECHA.
           DISPLAY OBR-F6 AT 1230.
           DISPLAY OB-TIP AT 1330.
           MOVE OB-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY MOVE SPACES TO B-CODI.
           DISPLAY B-CODI AT 1335.
           DISPLAY OB-CUOTAS AT 1430.
           MOVE OB-DCTO TO OBR-DCTO-ED.
           DISPLAY OBR-DCTO-ED AT 1530.
           MOVE OB-VTO1 TO OBR-F8.
           PERFORM OBR-PIDE-FECHA THRU F-OBR-PIDE-FECHA.
           DISPLAY OBR-F6 AT 1630.
           IF OB-EST = "A" DISPLAY "ABIERTA             " AT 1730.
           IF OB-EST = "P" DISPLAY "PRORRATEADA         " AT 1730.
           IF OB-EST = "G" DISPLAY "CUOTAS GENERADAS    " AT 1730.
       F-OBR-MUESTRA.
           EXIT.

       OBR-LIMPIA.
           DISPLAY "                                        " AT 1030.
           DISPLAY "               " AT 1130.
           DISPLAY "      " AT 1230.
           DISPLAY "                                             "
               AT 1330.
           DISPLAY "  " AT 1430.
           DISPLAY "     " AT 1530.
           DISPLAY "      " AT 1630.
           DISPLAY "                    " AT 1730.
       F-OBR-LIMPIA.
           EXIT.

      *    PASA UNA FECHA AAAAMMDD (OBR-F8) A DDMMAA (OBR-F6).
       OBR-PIDE-FECHA.
           MOVE OBR-F8-DD TO OBR-F-DD.
           MOVE OBR-F8-MM TO OBR-F-MM.
           MOVE OBR-F8-AA TO AA-VENT.
           MOVE AA-VENT TO OBR-F-AA.
       F-OBR-PIDE-FECHA.
           EXIT.

      *    VALIDA LA FECHA DDMMAA (OBR-F6) Y LA DEJA EN OBR-F8
      *    (AAAAMMDD); SI NO ES VALIDA OBR-F8 QUEDA EN CERO.
       OBR-VALIDA-FECHA.
           MOVE ZEROS TO OBR-F8.
           IF OBR-F-MM < 1 OR OBR-F-MM > 12 GO TO F-OBR-VALIDA-FECHA.
           MOVE OBR-F-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE OBR-F-MM TO MM-CHK.
           MOVE ANO-VENT TO AA-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF OBR-F-DD < 1 OR OBR-F-DD > MAX-DD
               GO TO F-OBR-VALIDA-FECHA.
           COMPUTE OBR-F8 = ANO-VENT * 10000 + OBR-F-MM * 100
               + OBR-F-DD.
       F-OBR-VALIDA-FECHA.
           EXIT.

      *    EL TIPO DE UNA OBRA ES PROPIO: NO PUEDE ESTAR EN OTRA OBRA
      *    (EL ESTADO DE OBRAS SUMA LAS CUOTAS POR TIPO).
       TIPO-LIBRE.
           MOVE "S" TO OBR-LIBRE.
           MOVE REG-OBRA TO OBR-SAVE.
           MOVE OB-NRO TO OBR-NRO.
           MOVE OB-TIP TO OBR-TIP.
           MOVE ZEROS TO OB-NRO.
           START OBRA KEY IS NOT LESS THAN OB-NRO
           INVALID KEY GO TO TPL-FIN.
       TPL-R.
           READ OBRA NEXT RECORD AT END GO TO TPL-FIN.
           IF OB-NRO = OBR-NRO GO TO TPL-R.
           IF OB-TIP NOT = OBR-TIP GO TO TPL-R.
           MOVE "N" TO OBR-LIBRE.
       TPL-FIN.
           MOVE OBR-SAVE TO REG-OBRA.
       F-TIPO-LIBRE.
           EXIT.

      *    FRENTISTAS DE UNA OBRA: CLIENTE, METROS DE FRENTE Y
      *    MODALIDAD ELEGIDA. CAMBIAR LOS FRENTISTAS O SUS METROS DE
      *    UNA OBRA PRORRATEADA LA DEJA ABIERTA PARA VOLVER A
      *    PRORRATEAR; LA MODALIDAD SE PUEDE CAMBIAR HASTA GENERAR.
       FRE.
           PERFORM ENCABEZA.
           DISPLAY "OBRA:" AT 0810.
           MOVE ZEROS TO OB-NRO.
           ACCEPT OB-NRO AT 0816 WITH PROMPT.
           IF OB-NRO = ZEROS GO TO ENCABEZA.
           READ OBRA KEY IS OB-NRO
           INVALID KEY GO TO FRE.
       FRE-LISTA.
           PERFORM ENCABEZA.
           DISPLAY "OBRA:" AT 0810.
           DISPLAY OB-NRO AT 0816.
           DISPLAY OB-DESC AT 0822.
           DISPLAY "CLIENTE         NOMBRE                  METROS"
               AT 0910.
           DISPLAY "SU PARTE  MOD" AT 0966.
           MOVE 9 TO OBR-LIN.
           MOVE OB-NRO TO FR-OBRA.
           MOVE LOW-VALUES TO FR-CLI.
           START OBFR KEY IS NOT LESS THAN FR-CLAVE
           INVALID KEY GO TO FRE-OP.
       FRE-R.
           READ OBFR NEXT RECORD AT END GO TO FRE-OP.
           IF FR-OBRA NOT = OB-NRO GO TO FRE-OP.
           MOVE FR-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE FR-CLI TO FR-CLI-S.
           MOVE NOMBRE TO FR-NOM-S.
           MOVE FR-METROS TO FR-MTS-S.
           MOVE FR-PARTE TO FR-PAR-S.
           MOVE FR-MODO TO FR-MOD-S.
           ADD 1 TO OBR-LIN.
           IF OBR-LIN < 21
               DISPLAY FR-RENG AT LINE OBR-LIN COLUMN 10.
           GO TO FRE-R.
       FRE-OP.
           DISPLAY "A=AGREGA/MODIFICA  B=BAJA  0=SALE" AT 2210.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2244 WITH PROMPT.
           DISPLAY "                                  " AT 2210.
           IF OPC = "0" GO TO ENCABEZA.
           IF OPC NOT = "A" AND OPC NOT = "B" GO TO FRE-OP.
           IF OB-EST = "G"
               DISPLAY "OBRA CON CUOTAS GENERADAS" AT 2310
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2336 WITH PROMPT
               DISPLAY "                          " AT 2310
               GO TO FRE-OP.
           IF OPC = "B" GO TO FRE-BAJA.
       FRE-ALTA.
           DISPLAY "CLIENTE:" AT 2310.
           MOVE SPACES TO NUM-CO.
           ACCEPT NUM-CO AT 2319 WITH PROMPT.
           IF NUM-CO = SPACES GO TO FRE-LIMPIA.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY GO TO FRE-LIMPIA.
           MOVE OB-NRO TO FR-OBRA.
           MOVE NUM-CO TO FR-CLI.
           READ OBFR KEY IS FR-CLAVE
           INVALID KEY
               MOVE OB-NRO TO FR-OBRA
               MOVE NUM-CO TO FR-CLI
               MOVE ZEROS TO FR-METROS FR-PARTE FR-CONTADO FR-CUOTA
               MOVE "N" TO FR-MODO.
           DISPLAY "METROS:" AT 2345.
           MOVE FR-METROS TO OBR-MTS-ED.
           DISPLAY OBR-MTS-ED AT 2353.
           ACCEPT OBR-MTS-ED AT 2353.
           MOVE OBR-MTS-ED TO OBR-METROS.
           IF OBR-METROS NOT = FR-METROS
               MOVE OBR-METROS TO FR-METROS
               PERFORM OBR-REABRE THRU F-OBR-REABRE.
           IF FR-METROS = ZEROS GO TO FRE-LIMPIA.
           DISPLAY "C/N:" AT 2363.
           DISPLAY FR-MODO AT 2368.
           ACCEPT FR-MODO AT 2368.
           IF FR-MODO NOT = "C" MOVE "N" TO FR-MODO.
           WRITE REG-OBFR INVALID KEY REWRITE REG-OBFR.
           GO TO FRE-LIMPIA.
       FRE-BAJA.
           DISPLAY "CLIENTE:" AT 2310.
           MOVE SPACES TO NUM-CO.
           ACCEPT NUM-CO AT 2319 WITH PROMPT.
           MOVE OB-NRO TO FR-OBRA.
           MOVE NUM-CO TO FR-CLI.
           DELETE OBFR INVALID KEY GO TO FRE-LIMPIA.
           PERFORM OBR-REABRE THRU F-OBR-REABRE.
       FRE-LIMPIA.
           DISPLAY "                                        " AT 2310.
           DISPLAY "                                  " AT 2345.
           GO TO FRE-LISTA.

      *    UNA OBRA PRORRATEADA CUYOS FRENTISTAS CAMBIAN VUELVE A
      *    QUEDAR ABIERTA.
       OBR-REABRE.
           IF OB-EST NOT = "P" GO TO F-OBR-REABRE.
           MOVE "A" TO OB-EST.
           REWRITE REG-OBRA.
       F-OBR-REABRE.
           EXIT.

      *    PRORRATEO: CADA FRENTISTA PAGA EL COSTO EN PROPORCION A SUS
      *    METROS (EL ULTIMO ABSORBE EL REDONDEO). EL CONTADO ES SU
      *    PARTE MENOS EL DESCUENTO DE LA OBRA Y LA CUOTA ES LA PARTE
      *    DIVIDIDA EN LAS CUOTAS DE LA OBRA. LA OFERTA SALE EN
      *    OBRPRO.TXT.
       PRO.
           PERFORM ENCABEZA.
           DISPLAY "OBRA:" AT 0918.
           MOVE ZEROS TO OB-NRO.
           ACCEPT OB-NRO AT 0924 WITH PROMPT.
           IF OB-NRO = ZEROS GO TO ENCABEZA.
           READ OBRA KEY IS OB-NRO
           INVALID KEY GO TO PRO.
           DISPLAY OB-DESC AT 0930.
           IF OB-EST = "G"
               DISPLAY "OBRA CON CUOTAS GENERADAS" AT 1118
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1144 WITH PROMPT
               GO TO ENCABEZA.
      *    PRIMERA PASADA: TOTAL DE METROS Y CANTIDAD DE FRENTISTAS.
           MOVE ZEROS TO OBR-METROS OBR-CANT.
           MOVE OB-NRO TO FR-OBRA.
           MOVE LOW-VALUES TO FR-CLI.
           START OBFR KEY IS NOT LESS THAN FR-CLAVE
           INVALID KEY GO TO PRO-VACIA.
       PRO-M.
           READ OBFR NEXT RECORD AT END GO TO PRO-REP.
           IF FR-OBRA NOT = OB-NRO GO TO PRO-REP.
           ADD FR-METROS TO OBR-METROS.
           ADD 1 TO OBR-CANT.
           GO TO PRO-M.
       PRO-VACIA.
           DISPLAY "OBRA SIN FRENTISTAS" AT 1118
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1138 WITH PROMPT.
           GO TO ENCABEZA.
       PRO-REP.
           IF OBR-METROS = ZEROS GO TO PRO-VACIA.
           OPEN OUTPUT LPRO.
           MOVE SPACES TO REG-LPRO.
           STRING "PRORRATEO OBRA " DELIMITED BY SIZE
               OB-NRO " " OB-DESC DELIMITED BY SIZE
               INTO REG-LPRO.
           WRITE REG-LPRO.
           WRITE REG-LPRO FROM PRO-TIT.
           MOVE ZEROS TO OBR-REPAR OBR-K.
           MOVE OB-NRO TO FR-OBRA.
           MOVE LOW-VALUES TO FR-CLI.
           START OBFR KEY IS NOT LESS THAN FR-CLAVE
           INVALID KEY GO TO PRO-F.
       PRO-R.
           READ OBFR NEXT RECORD AT END GO TO PRO-F.
           IF FR-OBRA NOT = OB-NRO GO TO PRO-F.
           ADD 1 TO OBR-K.
           IF OBR-K = OBR-CANT
               COMPUTE FR-PARTE = OB-COSTO - OBR-REPAR
           ELSE
               COMPUTE FR-PARTE ROUNDED =
                   OB-COSTO * FR-METROS / OBR-METROS.
           ADD FR-PARTE TO OBR-REPAR.
           COMPUTE FR-CONTADO ROUNDED =
               FR-PARTE - FR-PARTE * OB-DCTO / 100.
           COMPUTE FR-CUOTA ROUNDED = FR-PARTE / OB-CUOTAS.
           REWRITE REG-OBFR.
           MOVE FR-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE FR-CLI TO PRO-CLI.
           MOVE NOMBRE TO PRO-NOM.
           MOVE FR-METROS TO PRO-MTS.
           MOVE FR-PARTE TO PRO-PAR.
           MOVE FR-CONTADO TO PRO-CON.
           MOVE OB-CUOTAS TO PRO-NCU.
           MOVE FR-CUOTA TO PRO-CUO.
           WRITE REG-LPRO FROM PRO-LIN.
           GO TO PRO-R.
       PRO-F.
           CLOSE LPRO.
           MOVE OBR-METROS TO OB-METROS.
           MOVE "P" TO OB-EST.
           REWRITE REG-OBRA.
           MOVE "OBRA" TO BT-ARCHIVO.
           MOVE "PRORR" TO BT-ACCION.
           MOVE OB-NRO TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-OBRA TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "FRENTISTAS:" AT 1118.
           DISPLAY OBR-CANT AT 1130.
           DISPLAY "PRORRATEO EN OBRPRO.TXT" AT 1218.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1242 WITH PROMPT.
           GO TO ENCABEZA.

      *    GENERACION: POR CADA FRENTISTA, UNA CUOTA POR EL PRECIO DE
      *    CONTADO SI LO ELIGIO, O LAS CUOTAS MENSUALES DE LA OBRA
      *    DESDE EL PRIMER VENCIMIENTO (LA ULTIMA AJUSTA EL REDONDEO).
      *    LA CUOTA LLEVA EL MES Y EL A#O DE SU VENCIMIENTO.
       GEN.
           PERFORM ENCABEZA.
           DISPLAY "OBRA:" AT 0918.
           MOVE ZEROS TO OB-NRO.
           ACCEPT OB-NRO AT 0924 WITH PROMPT.
           IF OB-NRO = ZEROS GO TO ENCABEZA.
           READ OBRA KEY IS OB-NRO
           INVALID KEY GO TO GEN.
           DISPLAY OB-DESC AT 0930.
           IF OB-EST NOT = "P"
               DISPLAY "LA OBRA NO ESTA PRORRATEADA" AT 1118
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1146 WITH PROMPT
               GO TO ENCABEZA.
           DISPLAY "CONFIRMA LA GENERACION (S/N):" AT 1118
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1148 WITH PROMPT.
           IF OPC NOT = "S" GO TO ENCABEZA.
           MOVE ZEROS TO OBR-GEN OBR-OMIT OBR-TOTAL.
           MOVE OB-NRO TO FR-OBRA.
           MOVE LOW-VALUES TO FR-CLI.
           START OBFR KEY IS NOT LESS THAN FR-CLAVE
           INVALID KEY GO TO GEN-F.
       GEN-R.
           READ OBFR NEXT RECORD AT END GO TO GEN-F.
           IF FR-OBRA NOT = OB-NRO GO TO GEN-F.
           IF FR-PARTE = ZEROS GO TO GEN-R.
           MOVE OB-VTO1 TO OBR-F8.
           MOVE OBR-F8-MM TO OBR-MM.
           MOVE OBR-F8-AA TO OBR-AA.
           MOVE OB-CUOTAS TO OBR-NCUO.
           IF FR-MODO = "C" MOVE 1 TO OBR-NCUO.
           PERFORM GEN-CUOTA THRU F-GEN-CUOTA
               VARYING OBR-K FROM 1 BY 1 UNTIL OBR-K > OBR-NCUO.
           GO TO GEN-R.
       GEN-F.
           MOVE "G" TO OB-EST.
           REWRITE REG-OBRA.
           MOVE "OBRA" TO BT-ARCHIVO.
           MOVE "GENER" TO BT-ACCION.
           MOVE OB-NRO TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE OBR-GEN TO BT-DESPUES (1:5).
           MOVE OBR-TOTAL TO OBR-TOTAL-ED.
           MOVE OBR-TOTAL-ED TO BT-DESPUES (7:16).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "CUOTAS GENERADAS......:" AT 1318.
           DISPLAY OBR-GEN AT 1342.
           DISPLAY "IMPORTE..............$:" AT 1418.
           DISPLAY OBR-TOTAL-ED AT 1442.
           DISPLAY "CUOTAS YA EXISTENTES..:" AT 1518.
           DISPLAY OBR-OMIT AT 1542.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1560 WITH PROMPT.
           GO TO ENCABEZA.

       GEN-CUOTA.
           MOVE FR-CLI TO CONT.
           MOVE OBR-MM TO P1.
           MOVE OBR-AA TO AA-CHK.
           DIVIDE AA-CHK BY 100 GIVING Q-CHK REMAINDER AA.
           MOVE OB-TIP TO TIP-IMP.
           MOVE OBR-F8-DD TO DDV.
           MOVE OBR-MM TO MM-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF DDV > MAX-DD MOVE MAX-DD TO DDV.
           MOVE OBR-MM TO MMV.
           MOVE OBR-AA TO AAV.
           MOVE OBR-AA TO ANO.
           MOVE ZEROS TO FEC-PAG.
           IF FR-MODO = "C"
               MOVE FR-CONTADO TO MONTO
           ELSE
           IF OBR-K = OBR-NCUO
               COMPUTE MONTO = FR-PARTE - FR-CUOTA * (OBR-NCUO - 1)
           ELSE
               MOVE FR-CUOTA TO MONTO.
           MOVE ZEROS TO PAGADO.
           MOVE ZEROS TO ORIG-VEN.
           MOVE SPACE TO EST-IMP.
           MOVE ZEROS TO BONIF.
           WRITE REG-IMP
           INVALID KEY ADD 1 TO OBR-OMIT GO TO GEN-SIG.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           PERFORM SEGUNDO-VTO THRU F-SEGUNDO-VTO.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           MOVE MONTO TO TOT-EMI.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           ADD 1 TO OBR-GEN.
           ADD MONTO TO OBR-TOTAL.
       GEN-SIG.
           ADD 1 TO OBR-MM.
           IF OBR-MM > 12
               MOVE 1 TO OBR-MM
               ADD 1 TO OBR-AA.
       F-GEN-CUOTA.
           EXIT.

      *    ESTADO DE OBRAS: POR CADA OBRA, LO EMITIDO, LO COBRADO Y LO
      *    PENDIENTE DE LAS CUOTAS DE SU TIPO DE CADA FRENTISTA.
       EST.
           PERFORM ENCABEZA.
           OPEN OUTPUT LEST.
           MOVE "ESTADO DE OBRAS (CONTRIBUCION POR MEJORAS)" TO
               REG-LEST.
           WRITE REG-LEST.
           WRITE REG-LEST FROM EST-TIT.
           MOVE ZEROS TO OBR-CANT.
           MOVE ZEROS TO OB-NRO.
           START OBRA KEY IS NOT LESS THAN OB-NRO
           INVALID KEY GO TO EST-F.
       EST-R.
           READ OBRA NEXT RECORD AT END GO TO EST-F.
           MOVE ZEROS TO OBR-EMI OBR-COB OBR-PEN.
           MOVE OB-NRO TO FR-OBRA.
           MOVE LOW-VALUES TO FR-CLI.
           START OBFR KEY IS NOT LESS THAN FR-CLAVE
           INVALID KEY GO TO EST-L.
       EST-FR.
           READ OBFR NEXT RECORD AT END GO TO EST-L.
           IF FR-OBRA NOT = OB-NRO GO TO EST-L.
           MOVE FR-CLI TO CONT.
           MOVE ZEROS TO AA P1 TIP-IMP.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO EST-FR.
       EST-CU.
           READ IMPU NEXT RECORD AT END GO TO EST-FR.
           IF CONT NOT = FR-CLI GO TO EST-FR.
           IF TIP-IMP NOT = OB-TIP GO TO EST-CU.
           ADD MONTO TO OBR-EMI.
           ADD PAGADO TO OBR-COB.
           IF MONTO > PAGADO
               COMPUTE OBR-PEN = OBR-PEN + MONTO - PAGADO.
           GO TO EST-CU.
       EST-L.
           MOVE OB-NRO TO EST-NRO.
           MOVE OB-DESC TO EST-DESC.
           MOVE OB-TIP TO EST-TIP.
           MOVE OB-EST TO EST-EST.
           MOVE OB-COSTO TO EST-COSTO.
           MOVE OBR-EMI TO EST-EMI.
           MOVE OBR-COB TO EST-COB.
           MOVE OBR-PEN TO EST-PEN.
           WRITE REG-LEST FROM EST-LIN.
           ADD 1 TO OBR-CANT.
           IF OBR-CANT < 12
               COMPUTE OBR-LIN = 8 + OBR-CANT
               DISPLAY EST-NRO AT LINE OBR-LIN COLUMN 3
               DISPLAY EST-DESC (1:14) AT LINE OBR-LIN COLUMN 9
               DISPLAY EST-EMI AT LINE OBR-LIN COLUMN 23
               DISPLAY EST-COB AT LINE OBR-LIN COLUMN 41
               DISPLAY EST-PEN AT LINE OBR-LIN COLUMN 59.
           GO TO EST-R.
       EST-F.
           CLOSE LEST.
           DISPLAY "OBRA  DESCRIPCION" AT 0803.
           DISPLAY "EMITIDO" AT 0834.
           DISPLAY "COBRADO" AT 0852.
           DISPLAY "PENDIENTE" AT 0868.
           DISPLAY "ESTADO COMPLETO EN OBREST.TXT" AT 2118.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2148 WITH PROMPT.
           GO TO ENCABEZA.

       SEGUNDO-VTO.
           MOVE TIP-IMP TO SV-TIP.
           READ SVTO KEY IS SV-TIP
           INVALID KEY GO TO F-SEGUNDO-VTO.
           IF SV-DIAS = ZEROS GO TO F-SEGUNDO-VTO.
           MOVE NUM-CO1 TO V2-CLAVE.
           MOVE DDV TO V2-DD.
           MOVE MMV TO V2-MM.
           MOVE AAV TO V2-AA.
           MOVE SV-DIAS TO SV-N.
       SGV-DIA.
           MOVE V2-MM TO MM-CHK.
           MOVE V2-AA TO AA-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF V2-DD < MAX-DD
               ADD 1 TO V2-DD
           ELSE
               MOVE 1 TO V2-DD
               IF V2-MM < 12
                   ADD 1 TO V2-MM
               ELSE
                   MOVE 1 TO V2-MM
                   ADD 1 TO V2-AA.
           SUBTRACT 1 FROM SV-N.
           IF SV-N > ZEROS GO TO SGV-DIA.
           IF SV-MODO = "F"
               COMPUTE V2-MONTO = MONTO + SV-VALOR
           ELSE
               COMPUTE V2-MONTO ROUNDED = MONTO
                   + MONTO * SV-VALOR / 100.
           WRITE REG-VTO2 INVALID KEY REWRITE REG-VTO2.
       F-SEGUNDO-VTO.
           EXIT.

       DIAS-MES.
           IF MM-CHK = 4 OR MM-CHK = 6 OR MM-CHK = 9 OR MM-CHK = 11
               MOVE 30 TO MAX-DD
           ELSE
           IF MM-CHK = 2
               DIVIDE AA-CHK BY 4 GIVING Q-CHK REMAINDER R4-CHK
               IF R4-CHK NOT = 0
                   MOVE 28 TO MAX-DD
               ELSE
                   DIVIDE AA-CHK BY 100 GIVING Q-CHK REMAINDER R100-CHK
                   IF R100-CHK NOT = 0
                       MOVE 29 TO MAX-DD
                   ELSE
                       DIVIDE AA-CHK BY 400 GIVING Q-CHK
                           REMAINDER R400-CHK
                       IF R400-CHK = 0
                           MOVE 29 TO MAX-DD
                       ELSE
                           MOVE 28 TO MAX-DD
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 31 TO MAX-DD.
       F-DIAS-MES.
           EXIT.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
           ELSE
               COMPUTE ANO-VENT = 1900 + AA-VENT.
       F-VENTANA-ANO.
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

      *    ACTUALIZA EL TOTAL CORRIENTE (ARTOTAL) CON LO QUE DEJO EL
      *    LLAMADOR EN TOT-... (EMITIDO Y/O COBRADO).
       ACTUALIZA-TOTAL.
           IF TOT-EMI NOT = ZEROS
               MOVE TOT-TIP TO DV-TIP1
               MOVE TOT-EMI TO DV-IMP1
               PERFORM DEVENGA THRU F-DEVENGA.
           MOVE TOT-CLI TO TO-CLI.
           MOVE TOT-TIP TO TO-TIP.
           MOVE TOT-PER TO TO-PER.
           READ TOTAL KEY IS TO-CLAVE
           INVALID KEY
               MOVE TOT-CLI TO TO-CLI
               MOVE TOT-TIP TO TO-TIP
               MOVE TOT-PER TO TO-PER
               MOVE ZEROS TO TO-EMIT TO-COB TO-SALDO
               WRITE REG-TOTAL INVALID KEY CONTINUE.
           ADD TOT-EMI TO TO-EMIT.
           ADD TOT-COB TO TO-COB.
           COMPUTE TO-SALDO = TO-EMIT - TO-COB.
           REWRITE REG-TOTAL.
           MOVE ZEROS TO TOT-EMI TOT-COB.
       F-ACTUALIZA-TOTAL.
           EXIT.

      *    ACUMULA PARA EL DEVENGAMIENTO LA VARIACION DE DEUDA QUE
      *    DEJO EL LLAMADOR EN DV-TIP1/DV-IMP1 (NEGATIVA SI BAJA).
       DEVENGA.
           IF DV-IMP1 = ZEROS GO TO F-DEVENGA.
           MOVE ZEROS TO DV-IND.
       DVA-R.
           ADD 1 TO DV-IND.
           IF DV-IND > DV-CANT GO TO DVA-NUEVO.
           IF DV-TIP (DV-IND) NOT = DV-TIP1 GO TO DVA-R.
           ADD DV-IMP1 TO DV-TOT (DV-IND).
           GO TO F-DEVENGA.
       DVA-NUEVO.
           IF DV-CANT = 50 PERFORM DV-POSTEA THRU F-DV-POSTEA.
           ADD 1 TO DV-CANT.
           MOVE DV-TIP1 TO DV-TIP (DV-CANT).
           MOVE DV-IMP1 TO DV-TOT (DV-CANT).
       F-DEVENGA.
           EXIT.

      *    ASIENTO DE DEVENGAMIENTO: POR CADA TIPO, DEBE A DEUDORES POR
      *    TASAS (ARCTBL CLASE "E" CODIGO "DEU") Y HABER AL INGRESO DEL
      *    TIPO (CLASE "T"); SI LA DEUDA BAJO, AL REVES. EL CIERRE DE
      *    CAJA DE PAGOS CANCELA DEUDORES AL COBRAR.
       DV-POSTEA.
           IF DV-CANT = ZEROS GO TO F-DV-POSTEA.
           OPEN I-O CTBL.
           IF CT-STATUS NOT = "00"
               OPEN OUTPUT CTBL
               CLOSE CTBL
               OPEN I-O CTBL.
           OPEN EXTEND ASIEN.
           IF AS-STATUS NOT = "00"
               OPEN OUTPUT ASIEN
               CLOSE ASIEN
               OPEN EXTEND ASIEN.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO DV-FECHA.
           MOVE "E" TO CT-CLASE.
           MOVE "DEU" TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE "DEUDORES  " TO CT-CUENTA.
           MOVE CT-CUENTA TO DV-CTA-DEU.
           MOVE ZEROS TO DV-IND.
       DVP-R.
           ADD 1 TO DV-IND.
           IF DV-IND > DV-CANT GO TO DVP-F.
           IF DV-TOT (DV-IND) = ZEROS GO TO DVP-R.
           MOVE "T" TO CT-CLASE.
           MOVE DV-TIP (DV-IND) TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE SPACES TO CT-CUENTA
               STRING "ING-" DV-TIP (DV-IND) DELIMITED BY SIZE
                   INTO CT-CUENTA.
           MOVE DV-FECHA TO AS-FECHA.
           MOVE SPACES TO AS-DETALLE.
           STRING "DEVENGADO TIPO " DV-TIP (DV-IND)
               DELIMITED BY SIZE INTO AS-DETALLE.
           MOVE DV-CTA-DEU TO AS-CUENTA.
           IF DV-TOT (DV-IND) > ZEROS
               MOVE DV-TOT (DV-IND) TO AS-DEBE
               MOVE ZEROS TO AS-HABER
           ELSE
               MOVE ZEROS TO AS-DEBE
               COMPUTE AS-HABER = ZERO - DV-TOT (DV-IND).
           WRITE REG-ASIEN.
           MOVE CT-CUENTA TO AS-CUENTA.
           IF DV-TOT (DV-IND) > ZEROS
               MOVE ZEROS TO AS-DEBE
               MOVE DV-TOT (DV-IND) TO AS-HABER
           ELSE
               COMPUTE AS-DEBE = ZERO - DV-TOT (DV-IND)
               MOVE ZEROS TO AS-HABER.
           WRITE REG-ASIEN.
           GO TO DVP-R.
       DVP-F.
           CLOSE CTBL ASIEN.
           MOVE ZEROS TO DV-CANT.
       F-DV-POSTEA.
           EXIT.

      *    MANTIENE EL INDICE DE CUOTAS ABIERTAS (ARABIE) CON LA CUOTA
      *    QUE QUEDO EN REG-IMP DESPUES DE GRABARLA O REGRABARLA: SI
      *    SIGUE IMPAGA O PAGADA EN PARTE (Y NO ESTA EN UN PLAN NI
      *    PRESCRIPTA) SE GRABA CON SU VENCIMIENTO, SI NO SE BORRA.
      *    MISMA REGLA QUE LA RECONSTRUCCION DE ABIERT.
       ACTUALIZA-ABIE.
           MOVE NUM-CO1 TO AI-CLAVE.
           IF FEC-PAG NOT = ZEROS AND PAGADO NOT < MONTO
               GO TO ACA-BORRA.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO ACA-BORRA.
           COMPUTE AI-FVTO = AAV * 10000 + MMV * 100 + DDV.
           WRITE REG-ABIE INVALID KEY REWRITE REG-ABIE.
           GO TO F-ACTUALIZA-ABIE.
       ACA-BORRA.
           DELETE ABIE RECORD INVALID KEY CONTINUE.
       F-ACTUALIZA-ABIE.
           EXIT.

       CIERRE.
           PERFORM DV-POSTEA THRU F-DV-POSTEA.
           CLOSE CONTRI IMPU CODI SVTO VTO2 TOTAL OBRA OBFR BITA ABIE.
           CHAIN "MENU".
           STOP RUN.

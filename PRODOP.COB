       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRODOP.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * PRODUCTIVIDAD Y CARGA DE TRABAJO DE LOS OPERADORES:
      *   1 POR OPERADOR Y DIA: RECIBOS EMITIDOS (ARRECI), CUOTAS
      *     COBRADAS E IMPORTE (ARPAGOS NO ANULADOS), CUOTAS CARGADAS
      *     O MODIFICADAS, ANULACIONES Y REIMPRESIONES (BITACORA) Y
      *     DIFERENCIA DEL ARQUEO DE CAJA (ARCAJA).
      *   2 DISTRIBUCION POR HORA DEL DIA: SOLO LA BITACORA TIENE LA
      *     HORA, ASI QUE LOS COBROS SON LAS CUOTAS PAGADAS QUE ELLA
      *     REGISTRA.
      *   3 COMPARATIVO MENSUAL ENTRE OPERADORES: LAS CIFRAS DEL MES,
      *     LA PARTE DE CADA UNO EN LO COBRADO Y LA VARIACION CONTRA
      *     EL MES ANTERIOR.
      * LAS TRES SALEN DE UN MISMO ORDENAMIENTO POR OPERADOR Y FECHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPAGOS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS REG-CLAVE
                  FILE STATUS IS RP-STATUS.

           SELECT RECI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS REC-NRO
                  FILE STATUS IS RC-STATUS.

           SELECT CAJA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CJ-FECHA
                  FILE STATUS IS CJ-STATUS.

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

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

           SELECT WORK-SORT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD  RPAGOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPAGOS"
           DATA RECORD IS REG-PAG.

       01  REG-PAG.
           03 REG-CLAVE.
              05 REG-CIM        PIC X(25).
              05 REG-FEC.
                 07 RFD         PIC 99.
                 07 RFM         PIC 99.
                 07 RFA         PIC 9999.
              05 REG-SEC        PIC 99.
           03 REG-MPO           PIC 9(11)V99.
           03 REG-GM            PIC 9(3).
           03 REG-NRECI         PIC 9(8).
           03 REG-FPAGO         PIC X.
           03 REG-OPE           PIC X(10).
           03 REG-EST           PIC X.
           03 REG-CUO.
              05 REG-CAA        PIC 99.
              05 REG-CP1        PIC 99.

       FD  RECI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARRECI"
           DATA RECORD IS REG-RECI.

       01  REG-RECI.
           03 REC-NRO           PIC 9(8).
           03 REC-CLI           PIC X(25).
           03 REC-FECHA.
              05 REC-DD         PIC 99.
              05 REC-MM         PIC 99.
              05 REC-AA         PIC 9999.
           03 REC-TOTAL         PIC 9(11)V99.
           03 REC-CUOTAS        PIC 99.
           03 REC-OPER          PIC X(10).
           03 REC-EST           PIC X.

       FD  CAJA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCAJA"
           DATA RECORD IS REG-CAJA.

       01  REG-CAJA.
           03 CJ-FECHA          PIC 9(8).
           03 CJ-FONDO          PIC 9(9)V99.
           03 CJ-CONTADO        PIC 9(11)V99.
           03 CJ-DIF            PIC S9(9)V99.
           03 CJ-OPER           PIC X(10).
           03 CJ-SUP            PIC X(10).
           03 CJ-EST            PIC X.

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

      *    UN RENGLON POR CADA HECHO DEL OPERADOR. PS-CONC:
      *    1=RECIBO EMITIDO 2=CUOTA COBRADA (ARPAGOS) 3=CUOTA CARGADA
      *    O MODIFICADA 4=ANULACION 5=REIMPRESION 6=ARQUEO DE CAJA
      *    7=OTRA OPERACION 8=COBRO SEGUN LA BITACORA. LOS DOS ULTIMOS
      *    SOLO SE USAN EN LA DISTRIBUCION POR HORA.
       SD  WORK-SORT
           DATA RECORD IS PS-REG.

       01  PS-REG.
           03 PS-OPER            PIC X(10).
           03 PS-FECHA           PIC 9(8).
           03 PS-HORA            PIC 99.
           03 PS-CONC            PIC 9.
           03 PS-IMP             PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  RP-STATUS             PIC XX VALUE SPACES.
       77  RC-STATUS             PIC XX VALUE SPACES.
       77  CJ-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
      *    TIPO DE INFORME: 1=POR DIA 2=POR HORA 3=MENSUAL.
       77  PO-TIPO               PIC X VALUE SPACE.
       77  PO-OPER               PIC X(10) VALUE SPACES.
       77  PO-DESDE              PIC 9(8) VALUE ZEROS.
       77  PO-HASTA              PIC 9(8) VALUE ZEROS.
       77  PO-FECHA              PIC 9(8) VALUE ZEROS.
       77  PO-FPER               PIC 9(6) VALUE ZEROS.
       77  PO-RESTO              PIC 99 VALUE ZEROS.
       77  PO-PER                PIC 9(6) VALUE ZEROS.
       77  PO-PERANT             PIC 9(6) VALUE ZEROS.
       77  PO-MMAA               PIC 9(4) VALUE ZEROS.
       77  PO-MM                 PIC 99 VALUE ZEROS.
       77  PO-AA                 PIC 99 VALUE ZEROS.
       77  PO-ULTOPE             PIC X(10) VALUE SPACES.
       77  PO-ULTFEC             PIC 9(8) VALUE ZEROS.
       77  PO-LEIDOS             PIC 9(7) VALUE ZEROS.
       77  PO-I                  PIC 99 VALUE ZEROS.
       77  PO-K                  PIC 99 VALUE ZEROS.
       77  PO-C                  PIC 9 VALUE ZEROS.
       77  PO-N                  PIC 99 VALUE ZEROS.
       77  PO-PCT                PIC S9(5)V9 VALUE ZEROS.
       77  PO-PART               PIC 9(3)V99 VALUE ZEROS.

       01  PO-F1.
           03 PO-DD              PIC 99.
           03 PO-FMM             PIC 99.
           03 PO-FAA             PIC 99.

      *    ACUMULADORES DEL INFORME POR DIA: 1=DIA 2=OPERADOR
      *    3=GENERAL. COLUMNAS: 1=RECIBOS 2=IMPORTE COBRADO
      *    3=CUOTAS COBRADAS 4=CARGADAS/MODIFICADAS 5=ANULACIONES
      *    6=REIMPRESIONES 7=DIFERENCIA DE CAJA.
       01  PO-ACUM.
           03 PO-NIV OCCURS 3.
              05 PO-V            PIC S9(13)V99 OCCURS 7.

      *    DISTRIBUCION POR HORA (1 = 00 HS ... 24 = 23 HS; 25 =
      *    TOTAL). COLUMNAS: 1=COBROS 2=CARGADAS/MODIFICADAS
      *    3=ANULACIONES 4=REIMPRESIONES 5=OTRAS 6=TOTAL.
       01  PO-HORAS.
           03 PO-H OCCURS 25.
              05 PO-HV           PIC 9(7) OCCURS 6.

      *    COMPARATIVO MENSUAL: UNA ENTRADA POR OPERADOR (LA 50
      *    JUNTA A LOS QUE NO ENTRAN). COLUMNAS: 1 A 7 COMO PO-V PARA
      *    EL MES, 8=RECIBOS Y 9=IMPORTE DEL MES ANTERIOR.
       01  PO-MENSUAL.
           03 PO-M OCCURS 50.
              05 PM-OPER         PIC X(10).
              05 PM-V            PIC S9(13)V99 OCCURS 9.
       01  PO-MTOT.
           03 PMT-V              PIC S9(13)V99 OCCURS 9.

       01  PO-TITU.
           03 F PIC X(32) VALUE "PRODUCTIVIDAD DE OPERADORES POR ".
           03 POT-TIPO           PIC X(5).
           03 F PIC X(7) VALUE " - DEL ".
           03 POT-DDD            PIC 99.
           03 F PIC X VALUE "/".
           03 POT-DMM            PIC 99.
           03 F PIC X VALUE "/".
           03 POT-DAA            PIC 9999.
           03 F PIC X(4) VALUE " AL ".
           03 POT-HDD            PIC 99.
           03 F PIC X VALUE "/".
           03 POT-HMM            PIC 99.
           03 F PIC X VALUE "/".
           03 POT-HAA            PIC 9999.
           03 F PIC X(12) VALUE "  OPERADOR: ".
           03 POT-OPER           PIC X(10).

       01  PO-TITM.
           03 F PIC X(40) VALUE
              "COMPARATIVO MENSUAL DE OPERADORES - MES ".
           03 POM-MM             PIC 99.
           03 F PIC X VALUE "/".
           03 POM-AA             PIC 9999.
           03 F PIC X(17) VALUE "   (MES ANTERIOR ".
           03 POM-AMM            PIC 99.
           03 F PIC X VALUE "/".
           03 POM-AAA            PIC 9999.
           03 F PIC X VALUE ")".

       01  PO-CABA.
           03 F PIC X(24) VALUE SPACES.
           03 F PIC X(10) VALUE SPACES.
           03 F PIC X(20) VALUE "           IMPORTE".
           03 F PIC X(10) VALUE "  CUOTAS".
           03 F PIC X(10) VALUE "  CUOTAS".
           03 F PIC X(20) VALUE SPACES.
           03 F PIC X(15) VALUE "     DIFERENCIA".

       01  PO-CABB.
           03 F PIC X(12) VALUE "OPERADOR".
           03 F PIC X(12) VALUE "FECHA".
           03 F PIC X(10) VALUE " RECIBOS".
           03 F PIC X(20) VALUE "           COBRADO".
           03 F PIC X(10) VALUE "COBRADAS".
           03 F PIC X(10) VALUE "CARG/MOD".
           03 F PIC X(10) VALUE " ANULAC.".
           03 F PIC X(10) VALUE " REIMPR.".
           03 F PIC X(15) VALUE "        DE CAJA".

       01  PO-LDIA.
           03 POL-OPER           PIC X(10).
           03 F                  PIC XX VALUE SPACES.
           03 POL-FEC.
              05 POL-DD          PIC 99.
              05 F               PIC X VALUE "/".
              05 POL-MM          PIC 99.
              05 F               PIC X VALUE "/".
              05 POL-AA          PIC 9999.
           03 POL-FECX REDEFINES POL-FEC PIC X(10).
           03 F                  PIC XX VALUE SPACES.
           03 POL-REC            PIC Z(7)9.
           03 F                  PIC XX VALUE SPACES.
           03 POL-IMP            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC XX VALUE SPACES.
           03 POL-CCOB           PIC Z(7)9.
           03 F                  PIC XX VALUE SPACES.
           03 POL-CARG           PIC Z(7)9.
           03 F                  PIC XX VALUE SPACES.
           03 POL-ANUL           PIC Z(7)9.
           03 F                  PIC XX VALUE SPACES.
           03 POL-REIM           PIC Z(7)9.
           03 F                  PIC XX VALUE SPACES.
           03 POL-CAJA           PIC -ZZZ,ZZZ,ZZ9.99.

       01  PO-CABH.
           03 F PIC X(16) VALUE "HORA".
           03 F PIC X(10) VALUE "  COBROS".
           03 F PIC X(10) VALUE "CARG/MOD".
           03 F PIC X(10) VALUE " ANULAC.".
           03 F PIC X(10) VALUE " REIMPR.".
           03 F PIC X(10) VALUE "   OTRAS".
           03 F PIC X(10) VALUE "   TOTAL".
           03 F PIC X(6) VALUE "    %".

       01  PO-LHOR.
           03 POH-DESC.
              05 POH-DESDE       PIC 99.
              05 F               PIC X(6).
              05 POH-HASTA       PIC 99.
              05 F               PIC X(6).
           03 POH-DESX REDEFINES POH-DESC PIC X(16).
           03 POH-COL OCCURS 6.
              05 POH-VAL         PIC Z(7)9.
              05 F               PIC XX.
           03 POH-PCT            PIC ZZ9.9.

       01  PO-CABM1.
           03 F PIC X(19) VALUE SPACES.
           03 F PIC X(18) VALUE "          IMPORTE".
           03 F PIC X(7) VALUE " PARTE".
           03 F PIC X(8) VALUE " CUOTAS".
           03 F PIC X(24) VALUE SPACES.
           03 F PIC X(15) VALUE "    DIFERENCIA".
           03 F PIC X(18) VALUE "      IMPORTE MES".
           03 F PIC X(8) VALUE "   VAR.".

       01  PO-CABM2.
           03 F PIC X(11) VALUE "OPERADOR".
           03 F PIC X(8) VALUE "RECIBOS".
           03 F PIC X(18) VALUE "          COBRADO".
           03 F PIC X(7) VALUE "     %".
           03 F PIC X(8) VALUE "COBRAD.".
           03 F PIC X(8) VALUE "CAR/MOD".
           03 F PIC X(8) VALUE "ANULAC.".
           03 F PIC X(8) VALUE "REIMPR.".
           03 F PIC X(15) VALUE "       DE CAJA".
           03 F PIC X(18) VALUE "         ANTERIOR".
           03 F PIC X(8) VALUE "      %".

       01  PO-LMES.
           03 POM-OPER           PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 POM-REC            PIC Z(6)9.
           03 F                  PIC X VALUE SPACE.
           03 POM-IMP            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 POM-PART           PIC ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 POM-CCOB           PIC Z(6)9.
           03 F                  PIC X VALUE SPACE.
           03 POM-CARG           PIC Z(6)9.
           03 F                  PIC X VALUE SPACE.
           03 POM-ANUL           PIC Z(6)9.
           03 F                  PIC X VALUE SPACE.
           03 POM-REIM           PIC Z(6)9.
           03 F                  PIC X VALUE SPACE.
           03 POM-CAJA           PIC -ZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 POM-IANT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 POM-VAR            PIC X(7).

       01  PO-VARED              PIC -ZZZ9.9.

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARPAGOS 02".
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
              VALUE " PRODUCTIVIDAD DE OPERADORES ".
           03 LINE 10 COLUMN 24
              VALUE "1-POR OPERADOR Y DIA".
           03 LINE 11 COLUMN 24
              VALUE "2-DISTRIBUCION POR HORA DEL DIA".
           03 LINE 12 COLUMN 24
              VALUE "3-COMPARATIVO MENSUAL ENTRE OPERADORES".
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
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" OR OPC = "2"
               MOVE OPC TO PO-TIPO
               GO TO PO-RANGO.
           IF OPC = "3" MOVE "3" TO PO-TIPO GO TO PO-MES.
           IF OPC = "4" GO TO CIERRE.
           GO TO L-PANT.

      *    INFORMES POR DIA Y POR HORA: RANGO DE FECHAS Y OPERADOR.
       PO-RANGO.
           PERFORM ENCABEZA.
           DISPLAY "DESDE (DDMMAA):" AT 0918.
           MOVE ZEROS TO PO-F1.
           ACCEPT PO-F1 AT 0934 WITH PROMPT.
           IF PO-F1 = ZEROS GO TO ENCABEZA.
           IF PO-FMM = ZEROS OR PO-FMM > 12 GO TO PO-RANGO.
           MOVE PO-FAA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE PO-DESDE = ANO-VENT * 10000 + PO-FMM * 100 + PO-DD.
       PO-RHASTA.
           DISPLAY "HASTA (DDMMAA):" AT 1018.
           MOVE ZEROS TO PO-F1.
           ACCEPT PO-F1 AT 1034 WITH PROMPT.
           IF PO-F1 = ZEROS GO TO ENCABEZA.
           IF PO-FMM = ZEROS OR PO-FMM > 12 GO TO PO-RHASTA.
           MOVE PO-FAA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE PO-HASTA = ANO-VENT * 10000 + PO-FMM * 100 + PO-DD.
           IF PO-HASTA < PO-DESDE GO TO PO-RHASTA.
           DISPLAY "OPERADOR (BLANCO=TODOS):" AT 1118.
           MOVE SPACES TO PO-OPER.
           ACCEPT PO-OPER AT 1143 WITH PROMPT.
           GO TO PO-DEST.

      *    COMPARATIVO: EL MES PEDIDO Y EL ANTERIOR EN UNA PASADA.
       PO-MES.
           PERFORM ENCABEZA.
           DISPLAY "MES Y A#O (MMAA):" AT 0918.
           MOVE ZEROS TO PO-MMAA.
           ACCEPT PO-MMAA AT 0936 WITH PROMPT.
           IF PO-MMAA = ZEROS GO TO ENCABEZA.
           DIVIDE PO-MMAA BY 100 GIVING PO-MM REMAINDER PO-AA.
           IF PO-MM = ZEROS OR PO-MM > 12 GO TO PO-MES.
           MOVE PO-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE PO-PER = ANO-VENT * 100 + PO-MM.
           COMPUTE PO-PERANT = PO-PER - 1.
           IF PO-MM = 1
               COMPUTE PO-PERANT = PO-PER - 89.
           COMPUTE PO-DESDE = PO-PERANT * 100 + 1.
           COMPUTE PO-HASTA = PO-PER * 100 + 31.
           MOVE SPACES TO PO-OPER.

       PO-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO PRODOP.TXT  3=CANCELA"
               AT 1318 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1364 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO PO-GO.
           IF OPC = "2" MOVE "PRODOP.TXT" TO IMPRE-DEST GO TO PO-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO PO-DEST.
       PO-GO.
           DISPLAY "PROCESANDO..." AT 1518 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO PO-LEIDOS.
           OPEN OUTPUT IMPRE.
           SORT WORK-SORT
               ON ASCENDING KEY PS-OPER PS-FECHA PS-HORA
               INPUT PROCEDURE IS PO-CARGA THRU F-PO-CARGA
               OUTPUT PROCEDURE IS PO-SALIDA THRU F-PO-SALIDA.
           CLOSE IMPRE.
           DISPLAY "HECHOS PROCESADOS:" AT 1718.
           DISPLAY PO-LEIDOS AT 1737.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1746 WITH PROMPT.
           GO TO ENCABEZA.

      *    ENTRADA DEL ORDENAMIENTO. LA DISTRIBUCION POR HORA SOLO
      *    LEE LA BITACORA; LOS OTROS INFORMES LEEN LAS CUATRO FUENTES.
       PO-CARGA.
           IF PO-TIPO = "2" GO TO PO-BITA.
           OPEN INPUT RECI.
           IF RC-STATUS NOT = "00" GO TO PO-PAGOS.
       PO-RECI-R.
           READ RECI NEXT RECORD AT END GO TO PO-RECI-F.
           COMPUTE PO-FECHA = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           IF PO-FECHA < PO-DESDE OR PO-FECHA > PO-HASTA
               GO TO PO-RECI-R.
           MOVE REC-OPER TO PS-OPER.
           MOVE PO-FECHA TO PS-FECHA.
           MOVE 1 TO PS-CONC.
           MOVE ZEROS TO PS-HORA PS-IMP.
           PERFORM PO-LIBERA THRU F-PO-LIBERA.
           GO TO PO-RECI-R.
       PO-RECI-F.
           CLOSE RECI.
       PO-PAGOS.
           OPEN INPUT RPAGOS.
           IF RP-STATUS NOT = "00" GO TO PO-CAJA.
       PO-PAG-R.
           READ RPAGOS NEXT RECORD AT END GO TO PO-PAG-F.
           IF REG-EST = "A" GO TO PO-PAG-R.
           COMPUTE PO-FECHA = RFA * 10000 + RFM * 100 + RFD.
           IF PO-FECHA < PO-DESDE OR PO-FECHA > PO-HASTA
               GO TO PO-PAG-R.
           MOVE REG-OPE TO PS-OPER.
           MOVE PO-FECHA TO PS-FECHA.
           MOVE 2 TO PS-CONC.
           MOVE ZEROS TO PS-HORA.
           MOVE REG-MPO TO PS-IMP.
           PERFORM PO-LIBERA THRU F-PO-LIBERA.
           GO TO PO-PAG-R.
       PO-PAG-F.
           CLOSE RPAGOS.
      *    LA SESION DE CAJA ES DEL OPERADOR QUE LA ABRIO; SOLO CUENTAN
      *    LAS YA ARQUEADAS.
       PO-CAJA.
           OPEN INPUT CAJA.
           IF CJ-STATUS NOT = "00" GO TO PO-BITA.
           MOVE PO-DESDE TO CJ-FECHA.
           START CAJA KEY IS NOT LESS THAN CJ-FECHA
           INVALID KEY GO TO PO-CAJA-F.
       PO-CAJA-R.
           READ CAJA NEXT RECORD AT END GO TO PO-CAJA-F.
           IF CJ-FECHA > PO-HASTA GO TO PO-CAJA-F.
           IF CJ-EST NOT = "C" GO TO PO-CAJA-R.
           MOVE CJ-OPER TO PS-OPER.
           MOVE CJ-FECHA TO PS-FECHA.
           MOVE 6 TO PS-CONC.
           MOVE ZEROS TO PS-HORA.
           MOVE CJ-DIF TO PS-IMP.
           PERFORM PO-LIBERA THRU F-PO-LIBERA.
           GO TO PO-CAJA-R.
       PO-CAJA-F.
           CLOSE CAJA.
      *    LA BITACORA ESTA ORDENADA POR FECHA: SE LEE SOLO EL RANGO.
       PO-BITA.
           OPEN INPUT BITA.
           IF BT-STATUS NOT = "00" GO TO F-PO-CARGA.
           MOVE LOW-VALUES TO BT-CLAVE-IX.
           MOVE PO-DESDE TO BT-FECHA.
           START BITA KEY IS NOT LESS THAN BT-CLAVE-IX
           INVALID KEY GO TO PO-BITA-F.
       PO-BITA-R.
           READ BITA NEXT RECORD AT END GO TO PO-BITA-F.
           IF BT-FECHA > PO-HASTA GO TO PO-BITA-F.
           MOVE 7 TO PS-CONC.
           IF BT-ARCHIVO = "VENCIM" AND (BT-ACCION = "ALTA"
               OR BT-ACCION = "CARM" OR BT-ACCION = "MODI")
               MOVE 3 TO PS-CONC.
           IF BT-ARCHIVO = "PAGOS" AND BT-ACCION = "ANUL"
               MOVE 4 TO PS-CONC.
           IF BT-ARCHIVO = "PAGOS" AND BT-ACCION = "REIMP"
               MOVE 5 TO PS-CONC.
           IF BT-ARCHIVO = "VENCIM" AND BT-ACCION = "PAGO"
               MOVE 8 TO PS-CONC.
           IF PO-TIPO NOT = "2" AND PS-CONC > 5 GO TO PO-BITA-R.
           MOVE BT-OPERADOR TO PS-OPER.
           MOVE BT-FECHA TO PS-FECHA.
           DIVIDE BT-HORA BY 1000000 GIVING PS-HORA.
           MOVE ZEROS TO PS-IMP.
           PERFORM PO-LIBERA THRU F-PO-LIBERA.
           GO TO PO-BITA-R.
       PO-BITA-F.
           CLOSE BITA.
       F-PO-CARGA.
           EXIT.

       PO-LIBERA.
           IF PO-OPER NOT = SPACES AND PS-OPER NOT = PO-OPER
               GO TO F-PO-LIBERA.
           RELEASE PS-REG.
           ADD 1 TO PO-LEIDOS.
       F-PO-LIBERA.
           EXIT.

      *    SALIDA DEL ORDENAMIENTO SEGUN EL INFORME PEDIDO.
       PO-SALIDA.
           IF PO-TIPO = "2" GO TO PO-HORA.
           IF PO-TIPO = "3" GO TO PO-MENS.
           PERFORM PO-TITULO THRU F-PO-TITULO.
           MOVE "DIA" TO POT-TIPO.
           WRITE RENGLON FROM PO-TITU AFTER 1.
           WRITE RENGLON FROM PO-CABA AFTER 2.
           WRITE RENGLON FROM PO-CABB AFTER 1.
           MOVE ZEROS TO PO-ACUM PO-ULTFEC.
           MOVE HIGH-VALUES TO PO-ULTOPE.
       PO-DIA-R.
           RETURN WORK-SORT AT END GO TO PO-DIA-F.
           IF PS-OPER NOT = PO-ULTOPE
               PERFORM PO-CORTE-DIA THRU F-PO-CORTE-DIA
               PERFORM PO-CORTE-OPE THRU F-PO-CORTE-OPE
               MOVE PS-OPER TO PO-ULTOPE
               MOVE PS-FECHA TO PO-ULTFEC.
           IF PS-FECHA NOT = PO-ULTFEC
               PERFORM PO-CORTE-DIA THRU F-PO-CORTE-DIA
               MOVE PS-FECHA TO PO-ULTFEC.
           MOVE 1 TO PO-C.
           PERFORM PO-SUMA THRU F-PO-SUMA.
           GO TO PO-DIA-R.
       PO-DIA-F.
           PERFORM PO-CORTE-DIA THRU F-PO-CORTE-DIA.
           PERFORM PO-CORTE-OPE THRU F-PO-CORTE-OPE.
           MOVE SPACES TO PO-LDIA.
           MOVE "TOTAL" TO POL-OPER.
           MOVE "GENERAL" TO POL-FECX.
           MOVE 3 TO PO-C.
           PERFORM PO-EDITA THRU F-PO-EDITA.
           WRITE RENGLON FROM PO-LDIA AFTER 2.
           GO TO F-PO-SALIDA.

      *    DISTRIBUCION POR HORA: UN RENGLON POR HORA CON MOVIMIENTO.
       PO-HORA.
           PERFORM PO-TITULO THRU F-PO-TITULO.
           MOVE "HORA" TO POT-TIPO.
           WRITE RENGLON FROM PO-TITU AFTER 1.
           WRITE RENGLON FROM PO-CABH AFTER 2.
           MOVE ZEROS TO PO-HORAS.
       PO-HORA-R.
           RETURN WORK-SORT AT END GO TO PO-HORA-F.
           IF PS-HORA > 23 GO TO PO-HORA-R.
           COMPUTE PO-I = PS-HORA + 1.
           MOVE 5 TO PO-K.
           IF PS-CONC = 8 MOVE 1 TO PO-K.
           IF PS-CONC = 3 MOVE 2 TO PO-K.
           IF PS-CONC = 4 MOVE 3 TO PO-K.
           IF PS-CONC = 5 MOVE 4 TO PO-K.
           ADD 1 TO PO-HV (PO-I, PO-K) PO-HV (PO-I, 6)
               PO-HV (25, PO-K) PO-HV (25, 6).
           GO TO PO-HORA-R.
       PO-HORA-F.
           PERFORM PO-HORA-LIN THRU F-PO-HORA-LIN
               VARYING PO-I FROM 1 BY 1 UNTIL PO-I > 25.
           GO TO F-PO-SALIDA.

      *    COMPARATIVO MENSUAL: SE ARMA LA TABLA DE OPERADORES Y SE
      *    IMPRIME AL FINAL, CUANDO SE CONOCE EL TOTAL COBRADO.
       PO-MENS.
           MOVE ZEROS TO PO-N PO-MTOT.
           MOVE HIGH-VALUES TO PO-ULTOPE.
       PO-MENS-R.
           RETURN WORK-SORT AT END GO TO PO-MENS-F.
           IF PS-OPER NOT = PO-ULTOPE
               PERFORM PO-NUEVO-OPE THRU F-PO-NUEVO-OPE.
           DIVIDE PS-FECHA BY 100 GIVING PO-FPER
               REMAINDER PO-RESTO.
           IF PO-FPER = PO-PER
               PERFORM PO-SUMA-MES THRU F-PO-SUMA-MES
               GO TO PO-MENS-R.
           IF PS-CONC = 1
               ADD 1 TO PM-V (PO-N, 8) PMT-V (8).
           IF PS-CONC = 2
               ADD PS-IMP TO PM-V (PO-N, 9) PMT-V (9).
           GO TO PO-MENS-R.
       PO-MENS-F.
           DIVIDE PO-PER BY 100 GIVING POM-AA REMAINDER POM-MM.
           DIVIDE PO-PERANT BY 100 GIVING POM-AAA REMAINDER POM-AMM.
           WRITE RENGLON FROM PO-TITM AFTER 1.
           WRITE RENGLON FROM PO-CABM1 AFTER 2.
           WRITE RENGLON FROM PO-CABM2 AFTER 1.
           PERFORM PO-MES-LIN THRU F-PO-MES-LIN
               VARYING PO-I FROM 1 BY 1 UNTIL PO-I > PO-N.
           MOVE 51 TO PO-I.
           PERFORM PO-MES-LIN THRU F-PO-MES-LIN.
       F-PO-SALIDA.
           EXIT.

       PO-TITULO.
           MOVE PO-DESDE TO PO-FECHA.
           DIVIDE PO-FECHA BY 100 GIVING PO-FPER REMAINDER POT-DDD.
           DIVIDE PO-FPER BY 100 GIVING POT-DAA REMAINDER POT-DMM.
           MOVE PO-HASTA TO PO-FECHA.
           DIVIDE PO-FECHA BY 100 GIVING PO-FPER REMAINDER POT-HDD.
           DIVIDE PO-FPER BY 100 GIVING POT-HAA REMAINDER POT-HMM.
           MOVE PO-OPER TO POT-OPER.
           IF PO-OPER = SPACES MOVE "TODOS" TO POT-OPER.
       F-PO-TITULO.
           EXIT.

      *    SUMA EL HECHO LEIDO EN EL NIVEL PO-C.
       PO-SUMA.
           IF PS-CONC = 1 ADD 1 TO PO-V (PO-C, 1).
           IF PS-CONC = 2
               ADD PS-IMP TO PO-V (PO-C, 2)
               ADD 1 TO PO-V (PO-C, 3).
           IF PS-CONC = 3 ADD 1 TO PO-V (PO-C, 4).
           IF PS-CONC = 4 ADD 1 TO PO-V (PO-C, 5).
           IF PS-CONC = 5 ADD 1 TO PO-V (PO-C, 6).
           IF PS-CONC = 6 ADD PS-IMP TO PO-V (PO-C, 7).
       F-PO-SUMA.
           EXIT.

      *    CIERRA EL DIA: RENGLON Y PASE AL TOTAL DEL OPERADOR.
       PO-CORTE-DIA.
           IF PO-ULTFEC = ZEROS GO TO F-PO-CORTE-DIA.
           MOVE SPACES TO PO-LDIA.
           MOVE PO-ULTOPE TO POL-OPER.
           MOVE PO-ULTFEC TO PO-FECHA.
           DIVIDE PO-FECHA BY 100 GIVING PO-FPER REMAINDER POL-DD.
           DIVIDE PO-FPER BY 100 GIVING POL-AA REMAINDER POL-MM.
           MOVE "/" TO POL-FECX (3:1) POL-FECX (6:1).
           MOVE 1 TO PO-C.
           PERFORM PO-EDITA THRU F-PO-EDITA.
           WRITE RENGLON FROM PO-LDIA AFTER 1.
           PERFORM PO-PASA THRU F-PO-PASA
               VARYING PO-K FROM 1 BY 1 UNTIL PO-K > 7.
           MOVE ZEROS TO PO-ULTFEC.
       F-PO-CORTE-DIA.
           EXIT.

       PO-PASA.
           ADD PO-V (1, PO-K) TO PO-V (2, PO-K) PO-V (3, PO-K).
           MOVE ZEROS TO PO-V (1, PO-K).
       F-PO-PASA.
           EXIT.

       PO-CORTE-OPE.
           IF PO-ULTOPE = HIGH-VALUES GO TO F-PO-CORTE-OPE.
           MOVE SPACES TO PO-LDIA.
           MOVE PO-ULTOPE TO POL-OPER.
           MOVE "TOTAL" TO POL-FECX.
           MOVE 2 TO PO-C.
           PERFORM PO-EDITA THRU F-PO-EDITA.
           WRITE RENGLON FROM PO-LDIA AFTER 1.
           MOVE SPACES TO RENGLON.
           WRITE RENGLON AFTER 1.
           MOVE ZEROS TO PO-NIV (2).
       F-PO-CORTE-OPE.
           EXIT.

       PO-EDITA.
           MOVE PO-V (PO-C, 1) TO POL-REC.
           MOVE PO-V (PO-C, 2) TO POL-IMP.
           MOVE PO-V (PO-C, 3) TO POL-CCOB.
           MOVE PO-V (PO-C, 4) TO POL-CARG.
           MOVE PO-V (PO-C, 5) TO POL-ANUL.
           MOVE PO-V (PO-C, 6) TO POL-REIM.
           MOVE PO-V (PO-C, 7) TO POL-CAJA.
       F-PO-EDITA.
           EXIT.

       PO-HORA-LIN.
           IF PO-HV (PO-I, 6) = ZEROS AND PO-I < 25
               GO TO F-PO-HORA-LIN.
           MOVE SPACES TO PO-LHOR.
           IF PO-I = 25
               MOVE "TOTAL" TO POH-DESX
           ELSE
               COMPUTE POH-DESDE = PO-I - 1
               MOVE ":00 A " TO POH-DESX (3:6)
               COMPUTE POH-HASTA = PO-I - 1
               MOVE ":59" TO POH-DESX (11:3).
           PERFORM PO-HORA-COL THRU F-PO-HORA-COL
               VARYING PO-K FROM 1 BY 1 UNTIL PO-K > 6.
           MOVE ZEROS TO PO-PCT.
           IF PO-HV (25, 6) > ZEROS
               COMPUTE PO-PCT ROUNDED =
                   PO-HV (PO-I, 6) * 100 / PO-HV (25, 6).
           MOVE PO-PCT TO POH-PCT.
           IF PO-I = 25
               MOVE SPACES TO RENGLON
               WRITE RENGLON AFTER 1.
           WRITE RENGLON FROM PO-LHOR AFTER 1.
       F-PO-HORA-LIN.
           EXIT.

       PO-HORA-COL.
           MOVE PO-HV (PO-I, PO-K) TO POH-VAL (PO-K).
       F-PO-HORA-COL.
           EXIT.

      *    ALTA DEL OPERADOR EN LA TABLA DEL COMPARATIVO.
       PO-NUEVO-OPE.
           MOVE PS-OPER TO PO-ULTOPE.
           IF PO-N = 50 GO TO F-PO-NUEVO-OPE.
           ADD 1 TO PO-N.
           MOVE ZEROS TO PO-M (PO-N).
           MOVE PS-OPER TO PM-OPER (PO-N).
           IF PO-N = 50 MOVE "OTROS" TO PM-OPER (PO-N).
       F-PO-NUEVO-OPE.
           EXIT.

       PO-SUMA-MES.
           IF PS-CONC = 1 ADD 1 TO PM-V (PO-N, 1) PMT-V (1).
           IF PS-CONC = 2
               ADD PS-IMP TO PM-V (PO-N, 2) PMT-V (2)
               ADD 1 TO PM-V (PO-N, 3) PMT-V (3).
           IF PS-CONC = 3 ADD 1 TO PM-V (PO-N, 4) PMT-V (4).
           IF PS-CONC = 4 ADD 1 TO PM-V (PO-N, 5) PMT-V (5).
           IF PS-CONC = 5 ADD 1 TO PM-V (PO-N, 6) PMT-V (6).
           IF PS-CONC = 6 ADD PS-IMP TO PM-V (PO-N, 7) PMT-V (7).
       F-PO-SUMA-MES.
           EXIT.

      *    PO-I = 51 IMPRIME EL TOTAL GENERAL.
       PO-MES-LIN.
           MOVE SPACES TO PO-LMES.
           IF PO-I = 51
               PERFORM PO-TOT-COL THRU F-PO-TOT-COL
                   VARYING PO-K FROM 1 BY 1 UNTIL PO-K > 9
               MOVE "TOTAL" TO PM-OPER (50)
               MOVE 50 TO PO-I
               MOVE SPACES TO RENGLON
               WRITE RENGLON AFTER 1.
           MOVE PM-OPER (PO-I) TO POM-OPER.
           MOVE PM-V (PO-I, 1) TO POM-REC.
           MOVE PM-V (PO-I, 2) TO POM-IMP.
           MOVE ZEROS TO PO-PART.
           IF PMT-V (2) > ZEROS
               COMPUTE PO-PART ROUNDED =
                   PM-V (PO-I, 2) * 100 / PMT-V (2).
           MOVE PO-PART TO POM-PART.
           MOVE PM-V (PO-I, 3) TO POM-CCOB.
           MOVE PM-V (PO-I, 4) TO POM-CARG.
           MOVE PM-V (PO-I, 5) TO POM-ANUL.
           MOVE PM-V (PO-I, 6) TO POM-REIM.
           MOVE PM-V (PO-I, 7) TO POM-CAJA.
           MOVE PM-V (PO-I, 9) TO POM-IANT.
           IF PM-V (PO-I, 9) NOT = ZEROS
               COMPUTE PO-PCT ROUNDED = (PM-V (PO-I, 2)
                   - PM-V (PO-I, 9)) * 100 / PM-V (PO-I, 9)
                   ON SIZE ERROR MOVE 9999.9 TO PO-PCT
               END-COMPUTE
               MOVE PO-PCT TO PO-VARED
               MOVE PO-VARED TO POM-VAR.
           WRITE RENGLON FROM PO-LMES AFTER 1.
       F-PO-MES-LIN.
           EXIT.

       PO-TOT-COL.
           MOVE PMT-V (PO-K) TO PM-V (50, PO-K).
       F-PO-TOT-COL.
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

       CIERRE.
           CHAIN "MENU".
           STOP RUN.

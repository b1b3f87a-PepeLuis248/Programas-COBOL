      * CON LISTADOS POR ETAPA Y POR ABOGADO. EL ESTADO DE CUENTA DE
      * CONSUL MUESTRA EL EXPEDIENTE Y PAGOS ACEPTA LA FORMA DE PAGO
      * "J" PARA LO QUE ENTRA POR EL JUZGADO.
      * CADA CASO LLEVA ADEMAS SU REGISTRO DE EVENTOS (AUDIENCIAS,
      * VENCIMIENTOS DE PLAZO, PRESENTACIONES Y NOTIFICACIONES) CON
      * FECHA, DESCRIPCION Y ABOGADO RESPONSABLE, DEL QUE SALEN LA
      * AGENDA SEMANAL POR ABOGADO Y EL LISTADO DE EVENTOS VENCIDOS.
      * EL PANEL DE ESTADO DEL MENU AVISA LOS PLAZOS PROXIMOS.
      * CON LA LIQUIDACION APROBADA DEL CASO, LO QUE ENTRA POR EL
      * JUZGADO SE REPARTE EN PAGOS ENTRE CAPITAL, RECARGOS, COSTAS Y
      * HONORARIOS (ARJUCO), Y DESDE EL LISTADO POR ABOGADO SE LIQUIDAN
      * LOS HONORARIOS COBRADOS A CADA UNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  WITH DUPLICATES
                  FILE STATUS IS JU-STATUS.

           SELECT JUEV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JE-CLAVE
                  ALTERNATE RECORD IS JE-FECHA
                  WITH DUPLICATES
                  FILE STATUS IS JE-STATUS.

           SELECT JUCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JC-NRECI
                  FILE STATUS IS JC-STATUS.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT NUJUI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BT-STATUS.

           SELECT OPERA ASSIGN TO DISK
           03 TELEFONO        PIC X(15).
           03 EST-CON         PIC X.

      *    JU-FLIQ Y JU-LIQ: LIQUIDACION APROBADA EN EL EXPEDIENTE
      *    (CAPITAL, RECARGOS, COSTAS Y HONORARIOS) Y SU FECHA. JU-COB:
      *    LO COBRADO POR EL JUZGADO IMPUTADO A CADA PARTE (LO ACUMULA
      *    PAGOS AL GRABAR LA FORMA J).
       FD  JUICIO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUICIO"
           DATA RECORD IS REG-JUICIO.
           03 JU-FETAPA         PIC 9(8).
           03 JU-COSTOS         PIC 9(11)V99.
           03 JU-EST            PIC X.
           03 JU-FLIQ           PIC 9(8).
           03 JU-LIQ.
              05 JU-LCAP        PIC 9(11)V99.
              05 JU-LREC        PIC 9(11)V99.
              05 JU-LCOS        PIC 9(11)V99.
              05 JU-LHON        PIC 9(11)V99.
           03 JU-COB.
              05 JU-CCAP        PIC 9(11)V99.
              05 JU-CREC        PIC 9(11)V99.
              05 JU-CCOS        PIC 9(11)V99.
              05 JU-CHON        PIC 9(11)V99.

      *    EVENTOS DEL CASO: JE-TIPO A = AUDIENCIA, V = VENCIMIENTO DE
      *    PLAZO, P = PRESENTACION, N = NOTIFICACION. JE-FECHA ES LA
      *    FECHA DEL EVENTO (AAAAMMDD). JE-EST: P = PENDIENTE,
      *    C = CUMPLIDO EL JE-FCUMP.
       FD  JUEV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUEV"
           DATA RECORD IS REG-JUEV.

       01  REG-JUEV.
           03 JE-CLAVE.
              05 JE-NRO         PIC 9(6).
              05 JE-SEC         PIC 999.
           03 JE-TIPO           PIC X.
           03 JE-FECHA          PIC 9(8).
           03 JE-DESC           PIC X(40).
           03 JE-ABOG           PIC X(25).
           03 JE-EST            PIC X.
           03 JE-FCUMP          PIC 9(8).

      *    COBROS JUDICIALES (LOS GRABA PAGOS CON LA FORMA J), UNO
      *    POR RECIBO, REPARTIDOS SEGUN LA LIQUIDACION DEL CASO.
      *    JC-EST: BLANCO = VIGENTE, A = ANULADO, D = ANULADO CON EL
      *    HONORARIO YA LIQUIDADO (SE DESCUENTA EN LA LIQUIDACION
      *    SIGUIENTE), X = YA DESCONTADO. JC-FLIQ: FECHA EN QUE SE
      *    LIQUIDO EL HONORARIO AL ABOGADO (CERO = PENDIENTE).
       FD  JUCO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUCO"
           DATA RECORD IS REG-JUCO.

       01  REG-JUCO.
           03 JC-NRECI          PIC 9(8).
           03 JC-NRO            PIC 9(6).
           03 JC-FECHA          PIC 9(8).
           03 JC-ABOG           PIC X(20).
           03 JC-CAP            PIC 9(9)V99.
           03 JC-REC            PIC 9(9)V99.
           03 JC-COS            PIC 9(9)V99.
           03 JC-HON            PIC 9(9)V99.
           03 JC-EST            PIC X.
           03 JC-FLIQ           PIC 9(8).

      *    EVENTOS DE LA AGENDA ORDENADOS POR ABOGADO Y FECHA.
       SD  WORK-SORT
           DATA RECORD IS SORT-EV.

       01  SORT-EV.
           03 SE-ABOG            PIC X(25).
           03 SE-FECHA           PIC 9(8).
           03 SE-NRO             PIC 9(6).
           03 SE-SEC             PIC 999.
           03 SE-TIPO            PIC X.
           03 SE-EXPTE           PIC X(15).
           03 SE-DESC            PIC X(40).

      *    HONORARIOS A LIQUIDAR ORDENADOS POR ABOGADO Y FECHA.
       01  SORT-HO.
           03 SH-ABOG            PIC X(25).
           03 SH-FECHA           PIC 9(8).
           03 SH-NRECI           PIC 9(8).
           03 SH-NRO             PIC 9(6).
           03 SH-HON             PIC S9(9)V99.

       FD  NUJUI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNUJUI"
           03 BT-DESPUES         PIC X(80).
           03 BT-OPERADOR        PIC X(10).
           03 BT-PUESTO          PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
       77  JX-ABOG               PIC X(25) VALUE SPACES.
       77  JX-COSTOS1            PIC Z(11).99 VALUE ZEROS.
       77  JX-CANT               PIC 9(5) VALUE ZEROS.
       77  JE-STATUS             PIC XX VALUE SPACES.
       77  JC-STATUS             PIC XX VALUE SPACES.
       77  JX-HONS               PIC S9(9)V99 VALUE ZEROS.
       77  JX-HTOT               PIC S9(11)V99 VALUE ZEROS.
       77  JX-HGRAL              PIC S9(11)V99 VALUE ZEROS.
       77  JX-HGRAL-ED           PIC -(11)9.99 VALUE ZEROS.
       77  JX-COB-ED             PIC Z(11).99 VALUE ZEROS.
       77  JX-SEC                PIC 999 VALUE ZEROS.
       77  JX-ULT                PIC 999 VALUE ZEROS.
       77  JX-MAS                PIC X VALUE "N".
       77  JX-OK                 PIC X VALUE "N".
       77  JX-MODO               PIC X VALUE SPACE.
       77  JX-TIPO               PIC X VALUE SPACE.
       77  JX-HOY                PIC 9(8) VALUE ZEROS.
       77  JX-DESDE              PIC 9(8) VALUE ZEROS.
       77  JX-HASTA              PIC 9(8) VALUE ZEROS.
       77  JX-ABOANT             PIC X(25) VALUE SPACES.
       77  TE-IND                PIC 9 VALUE ZERO.
       77  MM-CHK                PIC 99 VALUE ZEROS.
       77  AA-CHK                PIC 9999 VALUE ZEROS.
       77  MAX-DD                PIC 99 VALUE ZEROS.
       77  Q-CHK                 PIC 9999 VALUE ZEROS.
       77  R4-CHK                PIC 99 VALUE ZEROS.
       77  R100-CHK              PIC 999 VALUE ZEROS.
       77  R400-CHK              PIC 9999 VALUE ZEROS.
       01  JX-POS.
           03 JX-LIN             PIC 99 VALUE ZEROS.
           03 JX-COL             PIC 99 VALUE ZEROS.
       01  JX-F8                 PIC 9(8) VALUE ZEROS.
       01  JX-F8-R REDEFINES JX-F8.
           03 JX-F8A             PIC 9999.
           03 JX-F8M             PIC 99.
           03 JX-F8D             PIC 99.
       01  JX-FED.
           03 JX-FEDD            PIC 99.
           03 F                  PIC X VALUE "/".
           03 JX-FEDM            PIC 99.
           03 F                  PIC X VALUE "/".
           03 JX-FEDA            PIC 9999.
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".
       01  JX-F1                 PIC 9(6) VALUE ZEROS.
       01  JX-F1-R REDEFINES JX-F1.
           03 JX-DD              PIC 99.
       01  ET-NOMBRES-R REDEFINES ET-NOMBRES.
           03 ET-NOM             PIC X(10) OCCURS 4 TIMES.

       01  TE-NOMBRES.
           03 FILLER             PIC X(12) VALUE "AUDIENCIA   ".
           03 FILLER             PIC X(12) VALUE "VENCIMIENTO ".
           03 FILLER             PIC X(12) VALUE "PRESENTACION".
           03 FILLER             PIC X(12) VALUE "NOTIFICACION".
       01  TE-NOMBRES-R REDEFINES TE-NOMBRES.
           03 TE-NOM             PIC X(12) OCCURS 4 TIMES.

       01  JX-RENG.
           03 JXR-NRO            PIC 9(6).
           03 F                  PIC X VALUE SPACES.
       01  JX-TITU.
           03 F PIC X(27) VALUE "LISTADO DE CASOS JUDICIALES".

       01  JX-EVLIN.
           03 JXE-SEC            PIC ZZ9.
           03 F                  PIC X VALUE SPACES.
           03 JXE-TIPO           PIC X(12).
           03 F                  PIC X VALUE SPACES.
           03 JXE-FECHA          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 JXE-DESC           PIC X(40).

       01  JX-AGREN.
           03 JXA-FECHA          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 JXA-TIPO           PIC X(12).
           03 F                  PIC X VALUE SPACES.
           03 JXA-NRO            PIC 9(6).
           03 F                  PIC X VALUE SPACES.
           03 JXA-EXPTE          PIC X(15).
           03 F                  PIC X VALUE SPACES.
           03 JXA-DESC           PIC X(40).

       01  JX-AGABO.
           03 F PIC X(9) VALUE "ABOGADO: ".
           03 JXA-ABOG           PIC X(25).

       01  JX-AGTIT.
           03 F PIC X(19) VALUE "AGENDA SEMANAL DEL ".
           03 JXT-DESDE          PIC X(10).
           03 F PIC X(4) VALUE " AL ".
           03 JXT-HASTA          PIC X(10).

       01  JX-HOTIT.
           03 F PIC X(29) VALUE "LIQUIDACION DE HONORARIOS AL ".
           03 JXH-HASTA          PIC X(10).

       01  JX-HOREN.
           03 JXH-FECHA          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 JXH-NRECI          PIC 9(8).
           03 F                  PIC X VALUE SPACES.
           03 JXH-NRO            PIC 9(6).
           03 F                  PIC X VALUE SPACES.
           03 JXH-CLI            PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 JXH-EXPTE          PIC X(15).
           03 F                  PIC X(03) VALUE " $ ".
           03 JXH-HON            PIC -ZZZ,ZZZ,ZZ9.99.

       01  JX-HOTOT.
           03 F                  PIC X(54) VALUE SPACES.
           03 F                  PIC X(14) VALUE "TOTAL A PAGAR ".
           03 F                  PIC X(03) VALUE " $ ".
           03 JXH-TOT            PIC -ZZZ,ZZZ,ZZ9.99.

       01  JX-VETIT.
           03 F PIC X(32) VALUE "EVENTOS VENCIDOS SIN CUMPLIR AL ".
           03 JXT-HOY            PIC X(10).

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
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(10) VALUE "ARJUICIO02".
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
              VALUE "   SEGUIMIENTO DE JUICIOS    ".
           03 LINE 10 COLUMN 24
              VALUE "1-ALTA DE CASO".
           03 LINE 11 COLUMN 24
              VALUE "2-ACTUALIZA ETAPA / COSTOS".
           03 LINE 12 COLUMN 24
              VALUE "3-LISTADO POR ETAPA".
           03 LINE 13 COLUMN 24
              VALUE "4-LISTADO POR ABOGADO".
           03 LINE 14 COLUMN 24
              VALUE "6-EVENTOS DEL CASO".
           03 LINE 15 COLUMN 24
              VALUE "7-AGENDA SEMANAL POR ABOGADO".
           03 LINE 16 COLUMN 24
              VALUE "8-EVENTOS VENCIDOS".
           03 LINE 17 COLUMN 24
              VALUE "9-LIQUIDACION DEL JUICIO".
           03 LINE 18 COLUMN 24
              VALUE "5-REGRESO MENU PRINCIPAL".
           03 LINE 20 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4

       PROCEDURE DIVISION.
       INICIO.
           CALL "VERSIO" USING VERSIO-PAR.
           IF VERSIO-OK NOT = "S"
               DISPLAY VERSIO-MSG AT 2303 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2375 WITH PROMPT
               CHAIN "MENU".
           OPEN I-O CONTRI.
           OPEN I-O JUICIO.
           IF JU-STATUS NOT = "00"
               OPEN OUTPUT JUICIO
               CLOSE JUICIO
               OPEN I-O JUICIO.
           OPEN I-O JUEV.
           IF JE-STATUS NOT = "00"
               OPEN OUTPUT JUEV
               CLOSE JUEV
               OPEN I-O JUEV.
           OPEN I-O JUCO.
           IF JC-STATUS NOT = "00"
               OPEN OUTPUT JUCO
               CLOSE JUCO
               OPEN I-O JUCO.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               OPEN I-O BITA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO JX-HOY.

       ENCABEZA.
           CALL "CALEN" USING B.
           IF OPC = "3" GO TO LISTETA.
           IF OPC = "4" GO TO LISTABO.
           IF OPC = "5" GO TO CIERRE.
           IF OPC = "6" GO TO EVENTOS.
           IF OPC = "7" GO TO AGENDA.
           IF OPC = "8" GO TO VENCIDOS.
           IF OPC = "9" GO TO LIQUIDA.
           GO TO L-PANT.

      *    ALTA: ABRE EL CASO, OFRECE PASAR EL CLIENTE A ESTADO "J"
           COMPUTE JU-FINI = ANO-VENT * 10000 + JX-MM * 100 + JX-DD.
           MOVE JU-FINI TO JU-FETAPA.
           MOVE ZEROS TO JU-COSTOS.
           MOVE ZEROS TO JU-FLIQ JU-LIQ JU-COB.
           PERFORM PROXIMO-JUICIO THRU F-PROXIMO-JUICIO.
           MOVE JX-NRO TO JU-NRO.
           MOVE JX-CLI TO JU-CLI.
           DISPLAY "ABOGADO (PARTE, VACIO=TODOS):" AT 0818.
           MOVE SPACES TO JX-ABOG.
           ACCEPT JX-ABOG AT 0848 WITH PROMPT.
       LAB-OP.
           DISPLAY "1=CASOS  2=LIQUIDACION DE HONORARIOS:" AT 0918.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 0956 WITH PROMPT.
           IF OPC = "2" GO TO HONORARIOS.
           IF OPC NOT = "1" GO TO LAB-OP.
           MOVE ZERO TO JX-ETAPA.
           PERFORM LISTA-CASOS THRU F-LISTA-CASOS.
           GO TO ENCABEZA.
       F-LISTA-CASOS.
           EXIT.

      *    LIQUIDACION APROBADA EN EL EXPEDIENTE. LO QUE ENTRA POR EL
      *    JUZGADO (FORMA J EN PAGOS) SE REPARTE ENTRE LAS CUATRO
      *    PARTES EN PROPORCION A LO QUE FALTA COBRAR DE CADA UNA.
       LIQUIDA.
           PERFORM ENCABEZA.
           DISPLAY "NRO DE CASO:" AT 0818.
           MOVE ZEROS TO JX-NRO.
           ACCEPT JX-NRO AT 0831 WITH PROMPT.
           IF JX-NRO = ZEROS GO TO ENCABEZA.
           MOVE JX-NRO TO JU-NRO.
           READ JUICIO KEY IS JU-NRO
           INVALID KEY
           DISPLAY "CASO INEXISTENTE" AT 0840
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0857 WITH PROMPT
           DISPLAY "                 " AT 0840
           GO TO LIQUIDA.
           MOVE REG-JUICIO TO BT-ANTES.
           DISPLAY "CLIENTE:" AT 0918.
           DISPLAY JU-CLI AT 0927.
           DISPLAY "EXPTE:" AT 0955.
           DISPLAY JU-EXPTE AT 0962.
           DISPLAY "LIQUIDADO         COBRADO" AT 1039
               WITH FOREGROUND-COLOR 3.
           DISPLAY "CAPITAL....: $" AT 1118.
           MOVE JU-CCAP TO JX-COB-ED.
           DISPLAY JX-COB-ED AT 1152.
           DISPLAY "RECARGOS...: $" AT 1218.
           MOVE JU-CREC TO JX-COB-ED.
           DISPLAY JX-COB-ED AT 1252.
           DISPLAY "COSTAS.....: $" AT 1318.
           MOVE JU-CCOS TO JX-COB-ED.
           DISPLAY JX-COB-ED AT 1352.
           DISPLAY "HONORARIOS.: $" AT 1418.
           MOVE JU-CHON TO JX-COB-ED.
           DISPLAY JX-COB-ED AT 1452.
           MOVE JU-LCAP TO JX-COSTOS1.
           DISPLAY JX-COSTOS1 AT 1133.
           ACCEPT JX-COSTOS1 AT 1133 WITH PROMPT.
           MOVE JX-COSTOS1 TO JU-LCAP.
           MOVE JU-LREC TO JX-COSTOS1.
           DISPLAY JX-COSTOS1 AT 1233.
           ACCEPT JX-COSTOS1 AT 1233 WITH PROMPT.
           MOVE JX-COSTOS1 TO JU-LREC.
           MOVE JU-LCOS TO JX-COSTOS1.
           DISPLAY JX-COSTOS1 AT 1333.
           ACCEPT JX-COSTOS1 AT 1333 WITH PROMPT.
           MOVE JX-COSTOS1 TO JU-LCOS.
           MOVE JU-LHON TO JX-COSTOS1.
           DISPLAY JX-COSTOS1 AT 1433.
           ACCEPT JX-COSTOS1 AT 1433 WITH PROMPT.
           MOVE JX-COSTOS1 TO JU-LHON.
       LIQ-FEC.
           DISPLAY "FECHA DE LA LIQUIDACION (DDMMAA, 0=HOY):" AT 1618.
           MOVE ZEROS TO JX-F1.
           ACCEPT JX-F1 AT 1659 WITH PROMPT.
           IF JX-F1 = ZEROS
               MOVE JX-HOY TO JX-F8
           ELSE
               PERFORM CONV-FECHA THRU F-CONV-FECHA
               IF JX-OK = "N" GO TO LIQ-FEC.
           MOVE JX-F8 TO JU-FLIQ.
           REWRITE REG-JUICIO.
           MOVE "JUICIO" TO BT-ARCHIVO.
           MOVE "MODI" TO BT-ACCION.
           MOVE JU-CLI TO BT-CLAVE.
           MOVE REG-JUICIO TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "LIQUIDACION GRABADA" AT 1818.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1838 WITH PROMPT.
           GO TO ENCABEZA.

      *    LIQUIDACION DE HONORARIOS: LOS COBRADOS POR EL JUZGADO HASTA
      *    LA FECHA PEDIDA Y TODAVIA NO LIQUIDADOS, POR ABOGADO, MENOS
      *    LOS DE COBROS ANULADOS DESPUES DE HABERSE LIQUIDADO. SE
      *    IMPRIME PARA EL PAGO Y, SI SE CONFIRMA, QUEDA REGISTRADA.
       HONORARIOS.
           DISPLAY "LIQUIDA HASTA (DDMMAA, 0=HOY):" AT 1118.
           MOVE ZEROS TO JX-F1.
           ACCEPT JX-F1 AT 1149 WITH PROMPT.
           IF JX-F1 = ZEROS
               MOVE JX-HOY TO JX-F8
           ELSE
               PERFORM CONV-FECHA THRU F-CONV-FECHA
               IF JX-OK = "N" GO TO HONORARIOS.
           MOVE JX-F8 TO JX-HASTA.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE JX-FED TO JXH-HASTA.
           MOVE ZEROS TO JX-CANT JX-HTOT JX-HGRAL.
           MOVE HIGH-VALUES TO JX-ABOANT.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM JX-HOTIT AFTER 1.
           SORT WORK-SORT ON ASCENDING KEY SH-ABOG SH-FECHA SH-NRECI
               INPUT PROCEDURE IS HO-CARGA THRU F-HO-CARGA
               OUTPUT PROCEDURE IS HO-EMITE THRU F-HO-EMITE.
           CLOSE IMPRE.
           DISPLAY "COBROS LIQUIDADOS:" AT 1318.
           DISPLAY JX-CANT AT 1337.
           DISPLAY "TOTAL A PAGAR: $" AT 1418.
           MOVE JX-HGRAL TO JX-HGRAL-ED.
           DISPLAY JX-HGRAL-ED AT 1435.
           IF JX-CANT = ZEROS
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1451 WITH PROMPT
               GO TO ENCABEZA.
       HON-CONF.
           DISPLAY "CONFIRMA LA LIQUIDACION (QUEDA PAGADA) S/N:"
               AT 1618 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1662 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO HON-CONF.
           PERFORM HO-MARCA THRU F-HO-MARCA.
           MOVE "JUCO" TO BT-ARCHIVO.
           MOVE "LIQ" TO BT-ACCION.
           MOVE JX-ABOG TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE JX-HOTIT TO BT-DESPUES.
           MOVE JX-HGRAL-ED TO BT-DESPUES (41:15).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "LIQUIDACION REGISTRADA" AT 1818.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1841 WITH PROMPT.
           GO TO ENCABEZA.

      *    DECIDE SI EL COBRO ENTRA EN LA LIQUIDACION Y CON QUE SIGNO
      *    (JX-OK Y JX-HONS).
       HO-VALE.
           MOVE "N" TO JX-OK.
           IF JC-HON = ZEROS GO TO F-HO-VALE.
           IF JC-FECHA > JX-HASTA GO TO F-HO-VALE.
           IF JX-ABOG NOT = SPACES
               AND JC-ABOG (1:15) NOT = JX-ABOG (1:15)
               GO TO F-HO-VALE.
           IF JC-EST = SPACE AND JC-FLIQ = ZEROS
               MOVE JC-HON TO JX-HONS
               MOVE "S" TO JX-OK.
           IF JC-EST = "D"
               COMPUTE JX-HONS = 0 - JC-HON
               MOVE "S" TO JX-OK.
       F-HO-VALE.
           EXIT.

       HO-CARGA.
           MOVE ZEROS TO JC-NRECI.
           START JUCO KEY IS NOT LESS THAN JC-NRECI
           INVALID KEY GO TO F-HO-CARGA.
       HOC-R.
           READ JUCO NEXT RECORD AT END GO TO F-HO-CARGA.
           PERFORM HO-VALE THRU F-HO-VALE.
           IF JX-OK = "N" GO TO HOC-R.
           MOVE JC-ABOG TO SH-ABOG.
           MOVE JC-FECHA TO SH-FECHA.
           MOVE JC-NRECI TO SH-NRECI.
           MOVE JC-NRO TO SH-NRO.
           MOVE JX-HONS TO SH-HON.
           RELEASE SORT-HO.
           GO TO HOC-R.
       F-HO-CARGA.
           EXIT.

       HO-EMITE.
           RETURN WORK-SORT AT END GO TO HOE-FIN.
           IF SH-ABOG NOT = JX-ABOANT
               PERFORM HO-TOTAL THRU F-HO-TOTAL
               MOVE SH-ABOG TO JX-ABOANT
               MOVE SH-ABOG TO JXA-ABOG
               WRITE RENGLON FROM JX-AGABO AFTER 2.
           MOVE SH-FECHA TO JX-F8.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE JX-FED TO JXH-FECHA.
           MOVE SH-NRECI TO JXH-NRECI.
           MOVE SH-NRO TO JXH-NRO.
           MOVE SH-NRO TO JU-NRO.
           READ JUICIO KEY IS JU-NRO
           INVALID KEY
               MOVE SPACES TO JU-CLI JU-EXPTE.
           MOVE JU-CLI TO JXH-CLI.
           MOVE JU-EXPTE TO JXH-EXPTE.
           MOVE SH-HON TO JXH-HON.
           WRITE RENGLON FROM JX-HOREN AFTER 1.
           ADD SH-HON TO JX-HTOT JX-HGRAL.
           ADD 1 TO JX-CANT.
           GO TO HO-EMITE.
       HOE-FIN.
           PERFORM HO-TOTAL THRU F-HO-TOTAL.
       F-HO-EMITE.
           EXIT.

       HO-TOTAL.
           IF JX-ABOANT = HIGH-VALUES GO TO F-HO-TOTAL.
           MOVE JX-HTOT TO JXH-TOT.
           WRITE RENGLON FROM JX-HOTOT AFTER 1.
           MOVE ZEROS TO JX-HTOT.
       F-HO-TOTAL.
           EXIT.

      *    MARCA LO LIQUIDADO: EL HONORARIO COBRADO QUEDA CON LA FECHA
      *    DE PAGO Y EL DESCUENTO DE UN ANULADO QUEDA HECHO.
       HO-MARCA.
           MOVE ZEROS TO JC-NRECI.
           START JUCO KEY IS NOT LESS THAN JC-NRECI
           INVALID KEY GO TO F-HO-MARCA.
       HOM-R.
           READ JUCO NEXT RECORD AT END GO TO F-HO-MARCA.
           PERFORM HO-VALE THRU F-HO-VALE.
           IF JX-OK = "N" GO TO HOM-R.
           IF JC-EST = "D"
               MOVE "X" TO JC-EST
           ELSE
               MOVE JX-HOY TO JC-FLIQ.
           REWRITE REG-JUCO.
           GO TO HOM-R.
       F-HO-MARCA.
           EXIT.

      *    EVENTOS DEL CASO: MUESTRA LOS PENDIENTES Y PERMITE AGREGAR
      *    UNO NUEVO O MARCAR UNO COMO CUMPLIDO.
       EVENTOS.
           PERFORM ENCABEZA.
           DISPLAY "NRO DE CASO:" AT 0818.
           MOVE ZEROS TO JX-NRO.
           ACCEPT JX-NRO AT 0831 WITH PROMPT.
           IF JX-NRO = ZEROS GO TO ENCABEZA.
           MOVE JX-NRO TO JU-NRO.
           READ JUICIO KEY IS JU-NRO
           INVALID KEY
           DISPLAY "CASO INEXISTENTE" AT 0840
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0857 WITH PROMPT
           DISPLAY "                 " AT 0840
           GO TO EVENTOS.
       EV-MUESTRA.
           PERFORM ENCABEZA.
           DISPLAY "CASO:" AT 0818.
           DISPLAY JU-NRO AT 0824.
           DISPLAY JU-CLI AT 0832.
           DISPLAY "EXPTE:" AT 0918.
           DISPLAY JU-EXPTE AT 0925.
           DISPLAY "ABOGADO:" AT 0943.
           DISPLAY JU-ABOG AT 0952.
           DISPLAY "SEC TIPO         FECHA      EVENTOS PENDIENTES"
               AT 1010 WITH FOREGROUND-COLOR 3.
           PERFORM EV-LISTA THRU F-EV-LISTA.
           IF JX-MAS = "S"
               DISPLAY "(HAY MAS EVENTOS PENDIENTES)" AT 1910.
       EV-OP.
           DISPLAY "A=ALTA  C=CUMPLIDO  F=FIN:" AT 2018.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2045 WITH PROMPT.
           IF OPC = "A" GO TO EV-ALTA.
           IF OPC = "C" GO TO EV-CUMPLE.
           IF OPC = "F" GO TO ENCABEZA.
           GO TO EV-OP.

       EV-ALTA.
           PERFORM ENCABEZA.
           DISPLAY "CASO:" AT 0818.
           DISPLAY JU-NRO AT 0824.
           DISPLAY JU-CLI AT 0832.
       EVA-TIPO.
           DISPLAY "TIPO (A=AUDIENCIA V=VENCIMIENTO DE PLAZO" AT 1018.
           DISPLAY "P=PRESENTACION N=NOTIFICACION):" AT 1118.
           MOVE SPACE TO JE-TIPO.
           ACCEPT JE-TIPO AT 1150 WITH PROMPT.
           IF JE-TIPO = SPACE GO TO EV-MUESTRA.
           IF JE-TIPO NOT = "A" AND JE-TIPO NOT = "V"
               AND JE-TIPO NOT = "P" AND JE-TIPO NOT = "N"
               GO TO EVA-TIPO.
       EVA-FEC.
           DISPLAY "FECHA (DDMMAA):" AT 1218.
           MOVE ZEROS TO JX-F1.
           ACCEPT JX-F1 AT 1234 WITH PROMPT.
           PERFORM CONV-FECHA THRU F-CONV-FECHA.
           IF JX-OK = "N" GO TO EVA-FEC.
           MOVE JX-F8 TO JE-FECHA.
           DISPLAY "DESCRIPCION:" AT 1318.
           MOVE SPACES TO JE-DESC.
           ACCEPT JE-DESC AT 1331 WITH PROMPT.
           DISPLAY "ABOGADO....:" AT 1418.
           MOVE JU-ABOG TO JE-ABOG.
           DISPLAY JE-ABOG AT 1431.
           ACCEPT JE-ABOG AT 1431 WITH PROMPT.
           IF JE-ABOG = SPACES MOVE JU-ABOG TO JE-ABOG.
           MOVE JU-NRO TO JE-NRO.
           COMPUTE JE-SEC = JX-ULT + 1.
           MOVE "P" TO JE-EST.
           MOVE ZEROS TO JE-FCUMP.
           WRITE REG-JUEV INVALID KEY REWRITE REG-JUEV.
           MOVE "JUEV" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE JU-CLI TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-JUEV TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO EV-MUESTRA.

       EV-CUMPLE.
           DISPLAY "SECUENCIA CUMPLIDA:       " AT 2018.
           MOVE ZEROS TO JX-SEC.
           ACCEPT JX-SEC AT 2045 WITH PROMPT.
           IF JX-SEC = ZEROS GO TO EV-MUESTRA.
           MOVE JU-NRO TO JE-NRO.
           MOVE JX-SEC TO JE-SEC.
           READ JUEV KEY IS JE-CLAVE
           INVALID KEY GO TO EVC-ERROR.
           IF JE-EST NOT = "P" GO TO EVC-ERROR.
           MOVE REG-JUEV TO BT-ANTES.
           MOVE "C" TO JE-EST.
           MOVE JX-HOY TO JE-FCUMP.
           REWRITE REG-JUEV.
           MOVE "JUEV" TO BT-ARCHIVO.
           MOVE "MODI" TO BT-ACCION.
           MOVE JU-CLI TO BT-CLAVE.
           MOVE REG-JUEV TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO EV-MUESTRA.
       EVC-ERROR.
           DISPLAY "EVENTO INEXISTENTE O YA CUMPLIDO" AT 2203
               WITH FOREGROUND-COLOR 5.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2240 WITH PROMPT.
           DISPLAY "                                " AT 2203.
           GO TO EV-MUESTRA.

      *    LISTA EN PANTALLA LOS EVENTOS PENDIENTES DEL CASO (HASTA
      *    OCHO) Y DEJA EN JX-ULT LA ULTIMA SECUENCIA USADA, PENDIENTE
      *    O NO, PARA NUMERAR EL SIGUIENTE.
       EV-LISTA.
           MOVE ZEROS TO JX-ULT.
           MOVE "N" TO JX-MAS.
           MOVE 11 TO JX-LIN.
           MOVE 10 TO JX-COL.
           MOVE JU-NRO TO JE-NRO.
           MOVE ZEROS TO JE-SEC.
           START JUEV KEY IS NOT LESS THAN JE-CLAVE
           INVALID KEY GO TO F-EV-LISTA.
       EVL-R.
           READ JUEV NEXT RECORD AT END GO TO F-EV-LISTA.
           IF JE-NRO NOT = JU-NRO GO TO F-EV-LISTA.
           MOVE JE-SEC TO JX-ULT.
           IF JE-EST NOT = "P" GO TO EVL-R.
           IF JX-LIN > 18
               MOVE "S" TO JX-MAS
               GO TO EVL-R.
           MOVE JE-SEC TO JXE-SEC.
           MOVE JE-TIPO TO JX-TIPO.
           PERFORM TIPO-IND THRU F-TIPO-IND.
           MOVE TE-NOM (TE-IND) TO JXE-TIPO.
           MOVE JE-FECHA TO JX-F8.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE JX-FED TO JXE-FECHA.
           MOVE JE-DESC TO JXE-DESC.
           DISPLAY JX-EVLIN AT JX-POS.
           ADD 1 TO JX-LIN.
           GO TO EVL-R.
       F-EV-LISTA.
           EXIT.

      *    AGENDA SEMANAL: LOS EVENTOS PENDIENTES DE LOS CASOS
      *    ABIERTOS EN LOS SIETE DIAS QUE EMPIEZAN EN LA FECHA PEDIDA,
      *    AGRUPADOS POR ABOGADO.
       AGENDA.
           PERFORM ENCABEZA.
           DISPLAY "ABOGADO (PARTE, VACIO=TODOS):" AT 0818.
           MOVE SPACES TO JX-ABOG.
           ACCEPT JX-ABOG AT 0848 WITH PROMPT.
       AGE-FEC.
           DISPLAY "SEMANA DESDE (DDMMAA, 0=HOY):" AT 1018.
           MOVE ZEROS TO JX-F1.
           ACCEPT JX-F1 AT 1048 WITH PROMPT.
           IF JX-F1 = ZEROS
               MOVE JX-HOY TO JX-F8
           ELSE
               PERFORM CONV-FECHA THRU F-CONV-FECHA
               IF JX-OK = "N" GO TO AGE-FEC.
           MOVE JX-F8 TO JX-DESDE.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE JX-FED TO JXT-DESDE.
           PERFORM SUMA-UN-DIA THRU F-SUMA-UN-DIA 6 TIMES.
           MOVE JX-F8 TO JX-HASTA.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE JX-FED TO JXT-HASTA.
           MOVE "A" TO JX-MODO.
           PERFORM LISTA-EVENTOS THRU F-LISTA-EVENTOS.
           GO TO ENCABEZA.

      *    EVENTOS VENCIDOS: LOS PENDIENTES DE LOS CASOS ABIERTOS CON
      *    FECHA ANTERIOR A LA DE PROCESO, AGRUPADOS POR ABOGADO.
       VENCIDOS.
           PERFORM ENCABEZA.
           DISPLAY "ABOGADO (PARTE, VACIO=TODOS):" AT 0818.
           MOVE SPACES TO JX-ABOG.
           ACCEPT JX-ABOG AT 0848 WITH PROMPT.
           MOVE ZEROS TO JX-DESDE.
           MOVE JX-HOY TO JX-HASTA.
           MOVE JX-HOY TO JX-F8.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE JX-FED TO JXT-HOY.
           MOVE "V" TO JX-MODO.
           PERFORM LISTA-EVENTOS THRU F-LISTA-EVENTOS.
           GO TO ENCABEZA.

       LISTA-EVENTOS.
           MOVE ZEROS TO JX-CANT.
           MOVE HIGH-VALUES TO JX-ABOANT.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           IF JX-MODO = "A"
               WRITE RENGLON FROM JX-AGTIT AFTER 1
           ELSE
               WRITE RENGLON FROM JX-VETIT AFTER 1.
           SORT WORK-SORT ON ASCENDING KEY SE-ABOG SE-FECHA SE-NRO
               SE-SEC
               INPUT PROCEDURE IS AG-CARGA THRU F-AG-CARGA
               OUTPUT PROCEDURE IS AG-EMITE THRU F-AG-EMITE.
           CLOSE IMPRE.
           DISPLAY "EVENTOS LISTADOS:" AT 1218.
           DISPLAY JX-CANT AT 1236.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1246 WITH PROMPT.
       F-LISTA-EVENTOS.
           EXIT.

      *    RECORRE LOS EVENTOS POR FECHA DESDE JX-DESDE. EN LA AGENDA
      *    TERMINA PASADO JX-HASTA; EN LOS VENCIDOS, AL LLEGAR A LA
      *    FECHA DE PROCESO.
       AG-CARGA.
           MOVE JX-DESDE TO JE-FECHA.
           START JUEV KEY IS NOT LESS THAN JE-FECHA
           INVALID KEY GO TO F-AG-CARGA.
       AGC-R.
           READ JUEV NEXT RECORD AT END GO TO F-AG-CARGA.
           IF JX-MODO = "A" AND JE-FECHA > JX-HASTA GO TO F-AG-CARGA.
           IF JX-MODO = "V" AND JE-FECHA NOT < JX-HASTA
               GO TO F-AG-CARGA.
           IF JE-EST NOT = "P" GO TO AGC-R.
           IF JX-ABOG NOT = SPACES
               AND JE-ABOG (1:15) NOT = JX-ABOG (1:15)
               GO TO AGC-R.
           MOVE JE-NRO TO JU-NRO.
           READ JUICIO KEY IS JU-NRO
           INVALID KEY GO TO AGC-R.
           IF JU-EST NOT = "A" GO TO AGC-R.
           MOVE JE-ABOG TO SE-ABOG.
           MOVE JE-FECHA TO SE-FECHA.
           MOVE JE-NRO TO SE-NRO.
           MOVE JE-SEC TO SE-SEC.
           MOVE JE-TIPO TO SE-TIPO.
           MOVE JU-EXPTE TO SE-EXPTE.
           MOVE JE-DESC TO SE-DESC.
           RELEASE SORT-EV.
           GO TO AGC-R.
       F-AG-CARGA.
           EXIT.

       AG-EMITE.
           RETURN WORK-SORT AT END GO TO F-AG-EMITE.
           IF SE-ABOG NOT = JX-ABOANT
               MOVE SE-ABOG TO JX-ABOANT
               MOVE SE-ABOG TO JXA-ABOG
               WRITE RENGLON FROM JX-AGABO AFTER 2.
           MOVE SE-FECHA TO JX-F8.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE JX-FED TO JXA-FECHA.
           MOVE SE-TIPO TO JX-TIPO.
           PERFORM TIPO-IND THRU F-TIPO-IND.
           MOVE TE-NOM (TE-IND) TO JXA-TIPO.
           MOVE SE-NRO TO JXA-NRO.
           MOVE SE-EXPTE TO JXA-EXPTE.
           MOVE SE-DESC TO JXA-DESC.
           WRITE RENGLON FROM JX-AGREN AFTER 1.
           ADD 1 TO JX-CANT.
           GO TO AG-EMITE.
       F-AG-EMITE.
           EXIT.

       PROXIMO-JUICIO.
           OPEN I-O NUJUI.
           IF NJ-STATUS NOT = "00"
       F-VENTANA-ANO.
           EXIT.

       TIPO-IND.
           MOVE 1 TO TE-IND.
           IF JX-TIPO = "V" MOVE 2 TO TE-IND.
           IF JX-TIPO = "P" MOVE 3 TO TE-IND.
           IF JX-TIPO = "N" MOVE 4 TO TE-IND.
       F-TIPO-IND.
           EXIT.

      *    PASA JX-F1 (DDMMAA) A JX-F8 (AAAAMMDD). JX-OK = "N" SI LA
      *    FECHA NO EXISTE.
       CONV-FECHA.
           MOVE "N" TO JX-OK.
           IF JX-MM < 1 OR JX-MM > 12 GO TO F-CONV-FECHA.
           MOVE JX-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE JX-MM TO MM-CHK.
           MOVE ANO-VENT TO AA-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF JX-DD < 1 OR JX-DD > MAX-DD GO TO F-CONV-FECHA.
           MOVE ANO-VENT TO JX-F8A.
           MOVE JX-MM TO JX-F8M.
           MOVE JX-DD TO JX-F8D.
           MOVE "S" TO JX-OK.
       F-CONV-FECHA.
           EXIT.

       EDITA-FECHA.
           MOVE JX-F8D TO JX-FEDD.
           MOVE JX-F8M TO JX-FEDM.
           MOVE JX-F8A TO JX-FEDA.
       F-EDITA-FECHA.
           EXIT.

       SUMA-UN-DIA.
           MOVE JX-F8M TO MM-CHK.
           MOVE JX-F8A TO AA-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF JX-F8D < MAX-DD
               ADD 1 TO JX-F8D
           ELSE
               MOVE 1 TO JX-F8D
               IF JX-F8M < 12
                   ADD 1 TO JX-F8M
               ELSE
                   MOVE 1 TO JX-F8M
                   ADD 1 TO JX-F8A
               END-IF
           END-IF.
       F-SUMA-UN-DIA.
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
                   DIVIDE AA-CHK BY 100 GIVING Q-CHK
                       REMAINDER R100-CHK
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

       LEER-IMCFG.
           MOVE "PRINTER" TO CFG-DISP.
           OPEN INPUT IMCFG.
           ACCEPT BT-HORA FROM TIME.
           MOVE OPERADOR TO BT-OPERADOR.
           MOVE OP-PUESTO TO BT-PUESTO.
           MOVE ZEROS TO BT-FPROC.
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
           CLOSE CONTRI JUICIO JUEV JUCO BITA.
           CHAIN "MENU".
           STOP RUN.

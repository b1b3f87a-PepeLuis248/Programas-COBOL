                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT CTBL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CC-CLAVE
                  FILE STATUS IS CC-STATUS.

           SELECT ASIEN ASSIGN TO DISK
                  FILE STATUS IS AS-STATUS.

           SELECT BITA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
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

           SELECT RDATOS ASSIGN TO DISK.

           SELECT TXAVI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TX-CLAVE
                  FILE STATUS IS TX-STATUS.

           SELECT PLFIR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PF-NRO
                  FILE STATUS IS PF-STATUS.

       DATA DIVISION.
       FILE SECTION.

           03 BT-DESPUES         PIC X(80).
           03 BT-OPERADOR        PIC X(10).
           03 BT-PUESTO          PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
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

      *    DATOS DE LA EMPRESA PARA EL ENCABEZADO DEL CONVENIO.
       FD  RDATOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDATOS"
           DATA RECORD IS REG-DATOS.

       01  REG-DATOS.
           03 REG-NOMEMP         PIC X(40).
           03 REG-CIUD           PIC X(40).
           03 REG-DOM            PIC X(40).
           03 REG-TEL            PIC X(15).
           03 REG-CUIT           PIC X(13).

      *    TEXTOS EDITABLES (SE MANTIENEN EN AVISOS). EL CONVENIO DE
      *    PAGO USA LAS LINEAS DEL TIPO "CONV " (CLAUSULAS GENERALES)
      *    Y "CAIDA" (CLAUSULA DE CAIDA DEL PLAN). SI UN TIPO NO TIENE
      *    LINEAS CARGADAS SE USA EL TEXTO FIJO.
       FD  TXAVI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARTXAVI"
           DATA RECORD IS REG-TXAVI.

       01  REG-TXAVI.
           03 TX-CLAVE.
              05 TX-TIPO         PIC X(5).
              05 TX-LIN          PIC 9.
           03 TX-TEXTO           PIC X(70).

      *    CONTROL DE FIRMA DEL CONVENIO DE CADA PLAN. PF-EST: "P"
      *    PENDIENTE DE FIRMA, "F" FIRMADO (PF-FFIR Y PF-OPER SON LA
      *    FECHA Y EL OPERADOR QUE RECIBIO LA COPIA FIRMADA), "A"
      *    ANULADO SIN FIRMA POR UN SUPERVISOR. PF-F1VTO ES EL PRIMER
      *    VENCIMIENTO DEL PLAN, PARA REIMPRIMIR EL CRONOGRAMA. LOS
      *    PLANES ANTERIORES AL CONVENIO NO TIENEN REGISTRO.
       FD  PLFIR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPLFIR"
           DATA RECORD IS REG-PLFIR.

       01  REG-PLFIR.
           03 PF-NRO             PIC 9(5).
           03 PF-EST             PIC X.
           03 PF-FEMI            PIC 9(8).
           03 PF-F1VTO           PIC 9(8).
           03 PF-FFIR            PIC 9(8).
           03 PF-OPER            PIC X(10).
           03 PF-IMPR            PIC 99.

      *    TABLA DE CUENTAS CONTABLES (SE MANTIENE EN UTILITARIOS):
      *    CLASE "T" = CUENTA DE INGRESO POR TIPO DE VENCIMIENTO,
      *    CLASE "E" CODIGO "DEU" = DEUDORES POR TASAS.
       FD  CTBL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCTBL"
           DATA RECORD IS REG-CTBL.

       01  REG-CTBL.
           03 CC-CLAVE.
              05 CC-CLASE        PIC X.
              05 CC-COD          PIC X(3).
           03 CC-CUENTA          PIC X(10).
           03 CC-DESC            PIC X(25).

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
       77  CC-STATUS             PIC XX VALUE SPACES.
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
      *    FECHA DE PROCESO (VER FPROC).
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".
       77  AI-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  TOT-CLI               PIC X(25) VALUE SPACES.
       77  TOT-TIP               PIC 9(3) VALUE ZEROS.
           03 MMF                PIC 99.
           03 DDF                PIC 99.

      *    CONVENIO DE PAGO Y CONTROL DE FIRMA.
       77  TX-STATUS             PIC XX VALUE SPACES.
       77  PF-STATUS             PIC XX VALUE SPACES.
       77  CV-HAY                PIC X VALUE "N".
       77  CV-MARCA              PIC X VALUE "N".
       77  CV-LINW               PIC 99 VALUE ZEROS.
       77  CV-I                  PIC 999 VALUE ZEROS.
       77  CV-O                  PIC 999 VALUE ZEROS.
       77  CV-K                  PIC 99 VALUE ZEROS.
       77  CV-FIN                PIC 99 VALUE ZEROS.
       77  CV-VAL                PIC X(25) VALUE SPACES.
       77  CV-CUO-ED             PIC Z9 VALUE ZEROS.
       77  CV-NRO-ED             PIC ZZZZ9 VALUE ZEROS.
       77  CV-J                  PIC 99 VALUE ZEROS.
       77  CV-DD                 PIC 99 VALUE ZEROS.
       77  CV-MM                 PIC 99 VALUE ZEROS.
       77  CV-AA4                PIC 9999 VALUE ZEROS.
       77  CV-TCAP               PIC 9(12)V99 VALUE ZEROS.
       77  CV-TINT               PIC 9(12)V99 VALUE ZEROS.
       77  CV-F1VTO              PIC 9(8) VALUE ZEROS.
       77  CV-REIMP              PIC X VALUE "N".
       77  CV-MIN                PIC 999 VALUE ZEROS.
       77  CV-DIAS               PIC 9(5) VALUE ZEROS.
       77  CV-SHOY               PIC 9(8) VALUE ZEROS.
       77  CV-DEST               PIC X VALUE SPACES.
       77  CV-LIN                PIC 99 VALUE ZEROS.
       77  CV-CANT               PIC 9(4) VALUE ZEROS.
       77  SER-DD                PIC 99 VALUE ZEROS.
       77  SER-MM                PIC 99 VALUE ZEROS.
       77  SER-AA                PIC 9999 VALUE ZEROS.
       77  SER-Q                 PIC 9(6) VALUE ZEROS.
       77  SER-RES               PIC 9(8) VALUE ZEROS.
       01  TAB-DIAS-ACUM VALUE "000031059090120151181212243273304334".
           03 DIAS-ACUM          PIC 999 OCCURS 12 TIMES.
       01  CV-FTMP               PIC 9(8) VALUE ZEROS.
       01  CV-FTMP-R REDEFINES CV-FTMP.
           03 CV-FAA             PIC 9999.
           03 CV-FMM             PIC 99.
           03 CV-FDD             PIC 99.
       01  CV-FED.
           03 CV-EDD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 CV-EMM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 CV-EAA             PIC 9999.

       01  CV-RAYA.
           03 F PIC X(80) VALUE ALL "*".

       01  CV-E1.
           03 F PIC X(02) VALUE "* ".
           03 CV-NOMEMP          PIC X(40) VALUE SPACES.
           03 F PIC X(37) VALUE SPACES.
           03 F PIC X     VALUE "*".

       01  CV-E2.
           03 F PIC X(02) VALUE "* ".
           03 CV-DOM             PIC X(40) VALUE SPACES.
           03 F PIC X(37) VALUE SPACES.
           03 F PIC X     VALUE "*".

       01  CV-E3.
           03 F PIC X(02) VALUE "* ".
           03 F PIC X(04) VALUE "TEL:".
           03 CV-TEL             PIC X(15) VALUE SPACES.
           03 F PIC X(02) VALUE SPACES.
           03 F PIC X(05) VALUE "CUIT:".
           03 CV-CUIT            PIC X(13) VALUE SPACES.
           03 F PIC X(38) VALUE SPACES.
           03 F PIC X     VALUE "*".

       01  CV-T1.
           03 F PIC X(29) VALUE "CONVENIO DE PAGO - PLAN NRO: ".
           03 CVT-NRO            PIC 9(5).
           03 F PIC X(10) VALUE "   FECHA: ".
           03 CVT-FEC            PIC X(10).

       01  CV-T2.
           03 F PIC X(19) VALUE "*** REIMPRESION ***".

       01  CV-C1.
           03 F PIC X(09) VALUE "CLIENTE: ".
           03 CVC-CLI            PIC X(25).
           03 F PIC XX VALUE SPACES.
           03 CVC-NOM            PIC X(25).

       01  CV-C2.
           03 F PIC X(11) VALUE "DOMICILIO: ".
           03 CVC-UBI            PIC X(25).
           03 F PIC X(07) VALUE "  TEL: ".
           03 CVC-TEL            PIC X(15).

       01  CV-D0.
           03 F PIC X(34) VALUE "DEUDA QUE SE CONSOLIDA EN EL PLAN:".

       01  CV-D1.
           03 F PIC X(42) VALUE "CUOTA A#O  CONCEPTO".
           03 F PIC X(26) VALUE "VENCIMIENTO          SALDO".

       01  CV-DL.
           03 F PIC XX VALUE SPACES.
           03 CVD-P1             PIC Z9.
           03 F PIC X(03) VALUE SPACES.
           03 CVD-AA             PIC 99.
           03 F PIC XX VALUE SPACES.
           03 CVD-COD            PIC X(30).
           03 F PIC X VALUE SPACES.
           03 CVD-VTO            PIC X(10).
           03 F PIC XX VALUE SPACES.
           03 CVD-SAL            PIC ZZZ,ZZZ,ZZ9.99.

       01  CV-DT.
           03 F PIC X(20) VALUE "TOTAL CONSOLIDADO: $".
           03 CVD-TOT            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  CV-P0.
           03 F PIC X(08) VALUE "PLAN DE ".
           03 CVP-N              PIC Z9.
           03 F PIC X(36)
              VALUE " CUOTAS MENSUALES - TASA MENSUAL %: ".
           03 CVP-TASA           PIC Z9.99.

       01  CV-P1.
           03 F PIC X(25) VALUE "CUOTA  VENCIMIENTO".
           03 F PIC X(15) VALUE "CAPITAL".
           03 F PIC X(17) VALUE "INTERES".
           03 F PIC X(05) VALUE "TOTAL".

       01  CV-PL.
           03 F PIC XX VALUE SPACES.
           03 CVP-I              PIC Z9.
           03 F PIC X(03) VALUE SPACES.
           03 CVP-VTO            PIC X(10).
           03 F PIC X VALUE SPACES.
           03 CVP-CAP            PIC ZZZ,ZZZ,ZZ9.99.
           03 F PIC X VALUE SPACES.
           03 CVP-INT            PIC ZZZ,ZZZ,ZZ9.99.
           03 F PIC X VALUE SPACES.
           03 CVP-TOT            PIC ZZZ,ZZZ,ZZ9.99.

       01  CV-PT.
           03 F PIC X(18) VALUE "TOTALES".
           03 CVT-CAP            PIC ZZZ,ZZZ,ZZ9.99.
           03 F PIC X VALUE SPACES.
           03 CVT-INT            PIC ZZZ,ZZZ,ZZ9.99.
           03 F PIC X VALUE SPACES.
           03 CVT-TOT            PIC ZZZ,ZZZ,ZZ9.99.

       01  CV-X1.
           03 F PIC X(40)
              VALUE "EL CLIENTE RECONOCE ADEUDAR EL IMPORTE C".
           03 F PIC X(30) VALUE "ONSOLIDADO Y SE OBLIGA A".
       01  CV-X2.
           03 F PIC X(40)
              VALUE "CANCELARLO EN LAS CUOTAS Y FECHAS DEL PR".
           03 F PIC X(30) VALUE "ESENTE PLAN.".

       01  CV-K0.
           03 F PIC X(18) VALUE "CLAUSULA DE CAIDA:".
       01  CV-K1.
           03 F PIC X(40)
              VALUE "LA FALTA DE PAGO DE CUALQUIER CUOTA A SU".
           03 F PIC X(30) VALUE " VENCIMIENTO HARA CAER EL".
       01  CV-K2.
           03 F PIC X(40)
              VALUE "PLAN DE PLENO DERECHO, VOLVIENDO EXIGIBL".
           03 F PIC X(30) VALUE "E LA DEUDA ORIGINAL CON SUS".
       01  CV-K3.
           03 F PIC X(40)
              VALUE "RECARGOS, DEDUCIDO LO PAGADO A CUENTA.".

       01  CV-F1.
           03 F PIC X(40)
              VALUE "  ..........................            ".
           03 F PIC X(26) VALUE "  ........................".
       01  CV-F2.
           03 F PIC X(40)
              VALUE "        FIRMA DEL CLIENTE               ".
           03 F PIC X(26) VALUE "       POR LA EMPRESA".
       01  CV-F3.
           03 F PIC X(40)
              VALUE "  ACLARACION: .............   DOC. NRO:".
           03 F PIC X(15) VALUE " ..............".

       01  CV-LT.
           03 F PIC X(32) VALUE "CONVENIOS PENDIENTES DE FIRMA - ".
           03 CVLT-DIAS          PIC ZZ9.
           03 F PIC X(12) VALUE " DIAS O MAS".

       01  CV-LS.
           03 CVL-NRO            PIC 9(5).
           03 F PIC X VALUE SPACES.
           03 CVL-CLI            PIC X(25).
           03 F PIC X VALUE SPACES.
           03 CVL-NOM            PIC X(20).
           03 F PIC X VALUE SPACES.
           03 CVL-FEC            PIC X(10).
           03 F PIC X VALUE SPACES.
           03 CVL-DIAS           PIC ZZZZ9.

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
              05 F               PIC X(10) VALUE "ARPLAN  02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(60) VALUE SPACES.
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

       SCREEN SECTION.

       01  PANTALLA-MENU.
              VALUE "      PLANES DE PAGO         ".
           03 LINE 10 COLUMN 24
              VALUE "1-ALTA DE PLAN (REFINANCIACION)".
           03 LINE 11 COLUMN 24
              VALUE "2-CONSULTA / ESTADO DE PLAN".
           03 LINE 12 COLUMN 24
              VALUE "3-CAIDA DE PLAN".
           03 LINE 13 COLUMN 24
              VALUE "5-SIMULACION / COTIZACION".
           03 LINE 14 COLUMN 24
              VALUE "6-CONVENIO: REIMPRESION / FIRMA".
           03 LINE 15 COLUMN 24
              VALUE "7-CONVENIOS SIN FIRMA".
           03 LINE 16 COLUMN 24
              VALUE "4-REGRESO MENU PRINCIPAL".
           03 LINE 18 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "INGRESE OPCION:              ".

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
           OPEN I-O PLAN.
           IF PN-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           OPEN I-O PLFIR.
           IF PF-STATUS NOT = "00"
               OPEN OUTPUT PLFIR
               CLOSE PLFIR
               OPEN I-O PLFIR.
           OPEN INPUT TXAVI.
           IF TX-STATUS NOT = "00"
               OPEN OUTPUT TXAVI
               CLOSE TXAVI
               OPEN INPUT TXAVI.
           OPEN INPUT RDATOS.
           READ RDATOS AT END MOVE SPACES TO REG-DATOS.
           MOVE REG-NOMEMP TO CV-NOMEMP.
           MOVE REG-DOM TO CV-DOM.
           MOVE REG-TEL TO CV-TEL.
           MOVE REG-CUIT TO CV-CUIT.
           CLOSE RDATOS.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

           IF OPC = "3" GO TO CAIDA.
           IF OPC = "4" GO TO CIERRE.
           IF OPC = "5" GO TO SIMULA.
           IF OPC = "6" GO TO CONVENIO.
           IF OPC = "7" GO TO SIN-FIRMA.
           GO TO L-PANT.

      *    ALTA DE PLAN: TOMA TODA LA DEUDA VENCIDA E IMPAGA DEL
      *    EL TIPO ELEGIDO. LAS CUOTAS DE PLAN USAN NUMEROS DE CUOTA
      *    DESDE 51, RESERVADOS PARA PLANES, PARA NO CHOCAR EN LA
      *    CLAVE CON LAS CUOTAS COMUNES DEL MISMO A#O.
      *    AL GRABAR EL PLAN SE IMPRIME EL CONVENIO DE PAGO PARA LA
      *    FIRMA DEL CLIENTE Y EL PLAN QUEDA PENDIENTE DE FIRMA EN
      *    ARPLFIR HASTA QUE SE CONFIRME LA COPIA FIRMADA (OPCION 6).
       ALTA.
           PERFORM ENCABEZA.
           DISPLAY "NRO DE CLIENTE:" AT 0818.
           ACCEPT OPC AT 1639 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO ALTA-CONF.
           COMPUTE CV-F1VTO = PL-AA4 * 10000 + PL-MM * 100 + PL-DD.
           PERFORM VERIFICA-NUMERACION THRU F-VERIFICA-NUMERACION.
           IF PL-LLENO = "S"
               DISPLAY "SIN NUMEROS DE CUOTA LIBRES (51-99)" AT 1803
           MOVE SPACES TO BT-ANTES.
           MOVE REG-PLAN TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           PERFORM CV-HOY THRU F-CV-HOY.
           MOVE PL-NRO TO PF-NRO.
           MOVE "P" TO PF-EST.
           MOVE CV-FTMP TO PF-FEMI.
           MOVE CV-F1VTO TO PF-F1VTO.
           MOVE ZEROS TO PF-FFIR.
           MOVE OPERADOR TO PF-OPER.
           MOVE 1 TO PF-IMPR.
           WRITE REG-PLFIR INVALID KEY REWRITE REG-PLFIR.
           MOVE "N" TO CV-REIMP.
           PERFORM IMPRIME-CONVENIO THRU F-IMPRIME-CONVENIO.
           DISPLAY "PLAN GENERADO NRO:" AT 1818.
           DISPLAY PL-NRO AT 1837.
           DISPLAY "CONVENIO IMPRESO - PENDIENTE DE FIRMA" AT 1918
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1845 WITH PROMPT.
           GO TO ENCABEZA.
           READ IMPU NEXT RECORD AT END GO TO F-SUMA-DEUDA.
           IF CONT NOT = CONT1 GO TO F-SUMA-DEUDA.
           IF FEC-PAG NOT = ZEROS GO TO SD-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO SD-R.
           IF PAGADO > MONTO GO TO SD-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO SD-R.
           READ IMPU NEXT RECORD AT END GO TO F-CONGELA-DEUDA.
           IF CONT NOT = CONT1 GO TO F-CONGELA-DEUDA.
           IF FEC-PAG NOT = ZEROS GO TO CD-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO CD-R.
           IF PAGADO > MONTO GO TO CD-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO CD-R.
           MOVE REG-IMP TO BT-ANTES.
           MOVE "P" TO EST-IMP.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
      *    EL SALDO IMPAGO DE LA CUOTA CONGELADA PASA A VIVIR EN LAS
      *    CUOTAS DEL PLAN: SE DESCARGA DEL EMITIDO DEL TOTAL
      *    CORRIENTE PARA NO CONTAR LA MISMA DEUDA DOS VECES.
           MOVE PL-P1 TO P1.
           WRITE REG-IMP INVALID KEY GO TO GC-REINT.
       GC-PLANI.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           MOVE PLN-TOTAL TO PL-TOT-ED.
           DISPLAY "TOTAL: $" AT 1018.
           DISPLAY PL-TOT-ED AT 1027.
           MOVE PLN-NRO TO PF-NRO.
           READ PLFIR KEY IS PF-NRO
           INVALID KEY MOVE SPACE TO PF-EST.
           IF PLN-EST = "C" AND PF-EST = "A"
               DISPLAY "ESTADO: ANULADO" AT 1048
               GO TO CON-DET.
           IF PLN-EST = "C"
               DISPLAY "ESTADO: CAIDO" AT 1048
               GO TO CON-DET.
           DISPLAY PL-VIVAS AT 1152.
           DISPLAY "VENCIDAS:" AT 1158.
           DISPLAY PL-VENCIDAS AT 1168.
           IF PF-EST = "P"
               DISPLAY "CONVENIO PENDIENTE DE FIRMA" AT 1318
               WITH FOREGROUND-COLOR 6.
           IF PF-EST = "F"
               MOVE PF-FFIR TO CV-FTMP
               PERFORM CV-EDITA THRU F-CV-EDITA
               DISPLAY "CONVENIO FIRMADO EL" AT 1318
               DISPLAY CV-FED AT 1338.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1175 WITH PROMPT.
           GO TO CONSUL.
           MOVE REG-IMP TO BT-ANTES.
           MOVE SPACE TO EST-IMP.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "REEXP" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           IF FEC-PAG NOT = ZEROS GO TO BC-R.
           MOVE REG-IMP TO BT-ANTES.
           DELETE IMPU INVALID KEY GO TO BC-R.
           PERFORM BORRA-ABIE THRU F-BORRA-ABIE.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE PLN-CLI TO BT-CLAVE.
       F-BAJA-CUOTAS-PLAN.
           EXIT.

      *    CONVENIO DE PAGO: REIMPRIME EL CONVENIO DE UN PLAN O
      *    REGISTRA QUE VOLVIO LA COPIA FIRMADA POR EL CLIENTE.
       CONVENIO.
           PERFORM ENCABEZA.
           DISPLAY "CONVENIO - NRO DE PLAN:" AT 0818.
           MOVE ZEROS TO PL-NRO.
           ACCEPT PL-NRO AT 0842 WITH PROMPT.
           IF PL-NRO = ZEROS GO TO ENCABEZA.
           MOVE PL-NRO TO PLN-NRO.
           READ PLAN KEY IS PLN-NRO
           INVALID KEY
           DISPLAY "PLAN INEXISTENTE" AT 0850
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0867 WITH PROMPT
           DISPLAY "                 " AT 0850
           GO TO CONVENIO.
           MOVE PL-NRO TO PF-NRO.
           READ PLFIR KEY IS PF-NRO
           INVALID KEY
           DISPLAY "PLAN ANTERIOR AL CONVENIO, SIN CONTROL DE FIRMA"
               AT 0918 WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0967 WITH PROMPT
           GO TO ENCABEZA.
           MOVE PLN-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           DISPLAY "CLIENTE:" AT 0918.
           DISPLAY PLN-CLI AT 0927.
           DISPLAY NOMBRE AT 0953.
           MOVE PF-FEMI TO CV-FTMP.
           PERFORM CV-EDITA THRU F-CV-EDITA.
           DISPLAY "EMITIDO EL" AT 1018.
           DISPLAY CV-FED AT 1029.
           IF PF-EST = "P"
               DISPLAY "PENDIENTE DE FIRMA" AT 1043
               WITH FOREGROUND-COLOR 6.
           IF PF-EST = "A"
               DISPLAY "ANULADO SIN FIRMA" AT 1043
               WITH FOREGROUND-COLOR 6.
           IF PF-EST = "F"
               MOVE PF-FFIR TO CV-FTMP
               PERFORM CV-EDITA THRU F-CV-EDITA
               DISPLAY "FIRMADO EL" AT 1043
               DISPLAY CV-FED AT 1054
               DISPLAY PF-OPER AT 1066.
       CNV-OP.
           DISPLAY "1=REIMPRIMIR  2=CONFIRMA FIRMA  3=SALE" AT 1218
           WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1257 WITH PROMPT.
           IF OPC = "1" GO TO CNV-REIMP.
           IF OPC = "2" GO TO CNV-FIRMA.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO CNV-OP.
       CNV-REIMP.
           IF PLN-EST NOT = "V"
               DISPLAY "EL PLAN NO ESTA VIGENTE" AT 1418
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1442 WITH PROMPT
               GO TO ENCABEZA.
           IF PF-IMPR < 99 ADD 1 TO PF-IMPR.
           REWRITE REG-PLFIR.
           MOVE "S" TO CV-REIMP.
           PERFORM IMPRIME-CONVENIO THRU F-IMPRIME-CONVENIO.
           DISPLAY "CONVENIO REIMPRESO" AT 1418.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1437 WITH PROMPT.
           GO TO ENCABEZA.
       CNV-FIRMA.
           IF PF-EST NOT = "P" OR PLN-EST NOT = "V"
               DISPLAY "NO ES UN PLAN VIGENTE PENDIENTE DE FIRMA"
                   AT 1418 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1459 WITH PROMPT
               GO TO ENCABEZA.
       CNV-FCONF.
           DISPLAY "CONFIRMA QUE RECIBIO LA COPIA FIRMADA S/N" AT 1418
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1460 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO CNV-FCONF.
           MOVE REG-PLFIR TO BT-ANTES.
           PERFORM CV-HOY THRU F-CV-HOY.
           MOVE "F" TO PF-EST.
           MOVE CV-FTMP TO PF-FFIR.
           MOVE OPERADOR TO PF-OPER.
           REWRITE REG-PLFIR.
           MOVE "PLFIR" TO BT-ARCHIVO.
           MOVE "FIRMA" TO BT-ACCION.
           MOVE PLN-CLI TO BT-CLAVE.
           MOVE REG-PLFIR TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "FIRMA REGISTRADA" AT 1618.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1635 WITH PROMPT.
           GO TO ENCABEZA.

      *    CONVENIOS SIN FIRMA: LISTA LOS PLANES VIGENTES CUYO
      *    CONVENIO SIGUE PENDIENTE DE FIRMA CON LA ANTIGUEDAD PEDIDA
      *    O MAS. UN SUPERVISOR (NIVEL 2 O MAS) PUEDE ANULARLOS: EL
      *    PLAN SE DESHACE COMO EN LA CAIDA (SE RE-EXPONE LA DEUDA
      *    ORIGINAL Y SE BORRAN LAS CUOTAS DEL PLAN IMPAGAS) Y QUEDA
      *    MARCADO COMO ANULADO EN ARPLFIR.
       SIN-FIRMA.
           PERFORM ENCABEZA.
           DISPLAY "CONVENIOS SIN FIRMA - DIAS DE ANTIGUEDAD (0=15):"
               AT 0818.
           MOVE ZEROS TO CV-MIN.
           ACCEPT CV-MIN AT 0867 WITH PROMPT.
           IF CV-MIN = ZEROS MOVE 15 TO CV-MIN.
       SNF-DESTINO.
           DISPLAY "1=PANTALLA 2=IMPRESORA 3=ARCHIVO 4=CANCELA"
               AT 1018 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1062 WITH PROMPT.
           IF OPC = "1" MOVE "S" TO CV-DEST GO TO SNF-GO.
           IF OPC = "2" MOVE "I" TO CV-DEST
               MOVE CFG-DISP TO IMPRE-DEST GO TO SNF-GO.
           IF OPC = "3" MOVE "I" TO CV-DEST
               MOVE "SINFIRMA.TXT" TO IMPRE-DEST GO TO SNF-GO.
           IF OPC = "4" GO TO ENCABEZA.
           GO TO SNF-DESTINO.
       SNF-GO.
           PERFORM CV-HOY THRU F-CV-HOY.
           MOVE CV-FAA TO SER-AA.
           MOVE CV-FMM TO SER-MM.
           MOVE CV-FDD TO SER-DD.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           MOVE SER-RES TO CV-SHOY.
           MOVE CV-MIN TO CVLT-DIAS.
           MOVE ZEROS TO CV-CANT.
           IF CV-DEST = "I"
               OPEN OUTPUT IMPRE
               WRITE RENGLON FROM CV-LT AFTER 1.
           IF CV-DEST = "S"
               PERFORM ENCABEZA
               DISPLAY CV-LT AT 0702 WITH FOREGROUND-COLOR 5
               MOVE 7 TO CV-LIN.
           MOVE ZEROS TO PF-NRO.
           START PLFIR KEY IS NOT LESS THAN PF-NRO
           INVALID KEY GO TO SNF-FIN.
       SNF-R.
           READ PLFIR NEXT RECORD AT END GO TO SNF-FIN.
           IF PF-EST NOT = "P" GO TO SNF-R.
           MOVE PF-NRO TO PLN-NRO.
           READ PLAN KEY IS PLN-NRO
           INVALID KEY GO TO SNF-R.
           IF PLN-EST NOT = "V" GO TO SNF-R.
           MOVE PF-FEMI TO CV-FTMP.
           MOVE CV-FAA TO SER-AA.
           MOVE CV-FMM TO SER-MM.
           MOVE CV-FDD TO SER-DD.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           IF SER-RES > CV-SHOY
               MOVE ZEROS TO CV-DIAS
           ELSE
               COMPUTE CV-DIAS = CV-SHOY - SER-RES.
           IF CV-DIAS < CV-MIN GO TO SNF-R.
           PERFORM SNF-MUESTRA THRU F-SNF-MUESTRA.
           GO TO SNF-R.
       SNF-FIN.
           IF CV-DEST = "I"
               CLOSE IMPRE.
           DISPLAY "CONVENIOS SIN FIRMA:" AT 2303.
           DISPLAY CV-CANT AT 2324.
           IF OP-NIVEL < 2 OR CV-CANT = ZEROS
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2330 WITH PROMPT
               GO TO ENCABEZA.
       SNF-ANULA.
           DISPLAY "ANULAR PLAN NRO (0=SALE):" AT 2332.
           MOVE ZEROS TO PL-NRO.
           ACCEPT PL-NRO AT 2358 WITH PROMPT.
           IF PL-NRO = ZEROS GO TO ENCABEZA.
           MOVE PL-NRO TO PF-NRO.
           READ PLFIR KEY IS PF-NRO
           INVALID KEY MOVE SPACE TO PF-EST.
           MOVE PL-NRO TO PLN-NRO.
           READ PLAN KEY IS PLN-NRO
           INVALID KEY MOVE SPACE TO PLN-EST.
           IF PF-EST NOT = "P" OR PLN-EST NOT = "V"
               DISPLAY "NO ES UN PLAN VIGENTE SIN FIRMA" AT 2203
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2235 WITH PROMPT
               DISPLAY "                                " AT 2203
               GO TO SNF-ANULA.
       SNF-ACONF.
           DISPLAY "CONFIRMA LA ANULACION DEL PLAN S/N" AT 2203
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2238 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO SNF-ACONF.
           PERFORM REEXPONE THRU F-REEXPONE.
           PERFORM BAJA-CUOTAS-PLAN THRU F-BAJA-CUOTAS-PLAN.
           MOVE REG-PLAN TO BT-ANTES.
           MOVE "C" TO PLN-EST.
           REWRITE REG-PLAN.
           MOVE "PLAN" TO BT-ARCHIVO.
           MOVE "ANULA" TO BT-ACCION.
           MOVE PLN-CLI TO BT-CLAVE.
           MOVE REG-PLAN TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE REG-PLFIR TO BT-ANTES.
           PERFORM CV-HOY THRU F-CV-HOY.
           MOVE "A" TO PF-EST.
           MOVE CV-FTMP TO PF-FFIR.
           MOVE OPERADOR TO PF-OPER.
           REWRITE REG-PLFIR.
           MOVE "PLFIR" TO BT-ARCHIVO.
           MOVE "ANULA" TO BT-ACCION.
           MOVE PLN-CLI TO BT-CLAVE.
           MOVE REG-PLFIR TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "PLAN ANULADO, DEUDA ORIGINAL RE-EXPUESTA" AT 2203.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2244 WITH PROMPT.
           GO TO ENCABEZA.

       SNF-MUESTRA.
           MOVE PF-NRO TO CVL-NRO.
           MOVE PLN-CLI TO CVL-CLI.
           MOVE PLN-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE NOMBRE TO CVL-NOM.
           PERFORM CV-EDITA THRU F-CV-EDITA.
           MOVE CV-FED TO CVL-FEC.
           MOVE CV-DIAS TO CVL-DIAS.
           ADD 1 TO CV-CANT.
           IF CV-DEST = "I"
               WRITE RENGLON FROM CV-LS AFTER 1
               GO TO F-SNF-MUESTRA.
           ADD 1 TO CV-LIN.
           DISPLAY (CV-LIN, 2) CV-LS.
           IF CV-LIN > 19
               DISPLAY "P/CONTINUAR ENTER" AT 2203
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2221 WITH PROMPT
               PERFORM ENCABEZA
               MOVE 7 TO CV-LIN.
       F-SNF-MUESTRA.
           EXIT.

      *    IMPRIME EL CONVENIO DEL PLAN QUE ESTA EN REG-PLAN, CON SU
      *    REGISTRO DE FIRMA EN REG-PLFIR: DATOS DE LA EMPRESA Y DEL
      *    CLIENTE, DEUDA QUE SE CONSOLIDA (CUOTAS ORIGINALES GUARDADAS
      *    EN ARPLAND), CRONOGRAMA CON CAPITAL E INTERES (ARPLANI),
      *    CLAUSULAS Y CLAUSULA DE CAIDA (TEXTOS "CONV " Y "CAIDA" DE
      *    ARTXAVI) Y RENGLONES DE FIRMA. CV-REIMP "S" MARCA LA COPIA
      *    COMO REIMPRESION.
       IMPRIME-CONVENIO.
           MOVE PLN-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE UBICA TELEFONO.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM CV-RAYA AFTER 1.
           WRITE RENGLON FROM CV-E1 AFTER 1.
           WRITE RENGLON FROM CV-E2 AFTER 1.
           WRITE RENGLON FROM CV-E3 AFTER 1.
           WRITE RENGLON FROM CV-RAYA AFTER 1.
           MOVE PF-FEMI TO CV-FTMP.
           PERFORM CV-EDITA THRU F-CV-EDITA.
           MOVE PLN-NRO TO CVT-NRO.
           MOVE CV-FED TO CVT-FEC.
           WRITE RENGLON FROM CV-T1 AFTER 2.
           IF CV-REIMP = "S"
               WRITE RENGLON FROM CV-T2 AFTER 1.
           MOVE PLN-CLI TO CVC-CLI.
           MOVE NOMBRE TO CVC-NOM.
           WRITE RENGLON FROM CV-C1 AFTER 2.
           MOVE UBICA TO CVC-UBI.
           MOVE TELEFONO TO CVC-TEL.
           WRITE RENGLON FROM CV-C2 AFTER 1.
           WRITE RENGLON FROM CV-D0 AFTER 2.
           WRITE RENGLON FROM CV-D1 AFTER 1.
           MOVE PLN-NRO TO PLD-NRO.
           MOVE ZEROS TO PLD-SEC.
           START PLAND KEY IS NOT LESS THAN PLD-CLAVE
           INVALID KEY GO TO ICV-TOTAL.
       ICV-D.
           READ PLAND NEXT RECORD AT END GO TO ICV-TOTAL.
           IF PLD-NRO NOT = PLN-NRO GO TO ICV-TOTAL.
           MOVE PLD-ORIG TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO ICV-D.
           MOVE P1 TO CVD-P1.
           MOVE AA TO CVD-AA.
           MOVE TIP-IMP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY MOVE SPACES TO B-CODI.
           MOVE B-CODI TO CVD-COD.
           MOVE DDV TO CV-EDD.
           MOVE MMV TO CV-EMM.
           MOVE AAV TO CV-EAA.
           MOVE CV-FED TO CVD-VTO.
           COMPUTE CVD-SAL = MONTO - PAGADO.
           WRITE RENGLON FROM CV-DL AFTER 1.
           GO TO ICV-D.
       ICV-TOTAL.
           MOVE PLN-TOTAL TO CVD-TOT.
           WRITE RENGLON FROM CV-DT AFTER 2.
           MOVE PLN-CUOTAS TO CVP-N.
           MOVE PLN-TASA TO CVP-TASA.
           WRITE RENGLON FROM CV-P0 AFTER 2.
           WRITE RENGLON FROM CV-P1 AFTER 1.
           MOVE ZEROS TO CV-TCAP CV-TINT.
           MOVE PF-F1VTO TO CV-FTMP.
           MOVE PLN-NRO TO PI-NRO.
           MOVE ZEROS TO PI-SEC.
           START PLANI KEY IS NOT LESS THAN PI-CLAVE
           INVALID KEY GO TO ICV-PTOT.
      *    LA CUOTA N VENCE N-1 MESES DESPUES DEL PRIMER VENCIMIENTO,
      *    EL MISMO DIA (COMO LAS GENERA GC-UNA).
       ICV-P.
           READ PLANI NEXT RECORD AT END GO TO ICV-PTOT.
           IF PI-NRO NOT = PLN-NRO GO TO ICV-PTOT.
           MOVE PI-SEC TO CVP-I.
           COMPUTE CV-J = CV-FMM + PI-SEC - 2.
           DIVIDE CV-J BY 12 GIVING CV-K REMAINDER CV-MM.
           ADD 1 TO CV-MM.
           COMPUTE CV-AA4 = CV-FAA + CV-K.
           MOVE CV-FDD TO CV-EDD.
           MOVE CV-MM TO CV-EMM.
           MOVE CV-AA4 TO CV-EAA.
           MOVE CV-FED TO CVP-VTO.
           MOVE PI-CAPITAL TO CVP-CAP.
           MOVE PI-INTERES TO CVP-INT.
           COMPUTE CVP-TOT = PI-CAPITAL + PI-INTERES.
           ADD PI-CAPITAL TO CV-TCAP.
           ADD PI-INTERES TO CV-TINT.
           WRITE RENGLON FROM CV-PL AFTER 1.
           GO TO ICV-P.
       ICV-PTOT.
           MOVE CV-TCAP TO CVT-CAP.
           MOVE CV-TINT TO CVT-INT.
           COMPUTE CVT-TOT = CV-TCAP + CV-TINT.
           WRITE RENGLON FROM CV-PT AFTER 1.
           MOVE "CONV " TO TX-TIPO.
           PERFORM CV-TEXTO THRU F-CV-TEXTO.
           IF CV-HAY = "N"
               WRITE RENGLON FROM CV-X1 AFTER 2
               WRITE RENGLON FROM CV-X2 AFTER 1.
           WRITE RENGLON FROM CV-K0 AFTER 2.
           MOVE "CAIDA" TO TX-TIPO.
           PERFORM CV-TEXTO THRU F-CV-TEXTO.
           IF CV-HAY = "N"
               WRITE RENGLON FROM CV-K1 AFTER 1
               WRITE RENGLON FROM CV-K2 AFTER 1
               WRITE RENGLON FROM CV-K3 AFTER 1.
           WRITE RENGLON FROM CV-F1 AFTER 4.
           WRITE RENGLON FROM CV-F2 AFTER 1.
           WRITE RENGLON FROM CV-F3 AFTER 2.
           CLOSE IMPRE.
       F-IMPRIME-CONVENIO.
           EXIT.

      *    EMITE LAS LINEAS CARGADAS PARA TX-TIPO REEMPLAZANDO LAS
      *    MARCAS. CV-HAY QUEDA EN "N" SI EL TIPO NO TIENE LINEAS Y
      *    EL LLAMADOR DEBE USAR EL TEXTO FIJO.
       CV-TEXTO.
           MOVE "N" TO CV-HAY.
           MOVE ZEROS TO CV-LINW.
       CVT-R.
           ADD 1 TO CV-LINW.
           IF CV-LINW > 9 GO TO F-CV-TEXTO.
           MOVE CV-LINW TO TX-LIN.
           READ TXAVI KEY IS TX-CLAVE
           INVALID KEY GO TO CVT-R.
           PERFORM CV-REEMPLAZA THRU F-CV-REEMPLAZA.
           IF CV-HAY = "N" AND TX-TIPO = "CONV "
               WRITE RENGLON AFTER 2
           ELSE
               WRITE RENGLON AFTER 1.
           MOVE "S" TO CV-HAY.
           GO TO CVT-R.
       F-CV-TEXTO.
           EXIT.

      *    COPIA TX-TEXTO A RENGLON EXPANDIENDO &NOM (NOMBRE DEL
      *    CLIENTE), &MTO (DEUDA CONSOLIDADA), &FEC (FECHA DEL
      *    CONVENIO), &CUO (CANTIDAD DE CUOTAS) Y &NRO (NUMERO DE
      *    PLAN), CARACTER POR CARACTER.
       CV-REEMPLAZA.
           MOVE SPACES TO RENGLON.
           MOVE 1 TO CV-I.
           MOVE 1 TO CV-O.
       CVR-R.
           IF CV-I > 70 OR CV-O > 132 GO TO F-CV-REEMPLAZA.
           IF CV-I > 67 GO TO CVR-COPIA.
           MOVE "S" TO CV-MARCA.
           IF TX-TEXTO (CV-I:4) = "&NOM"
               MOVE NOMBRE TO CV-VAL
           ELSE
           IF TX-TEXTO (CV-I:4) = "&MTO"
               MOVE PLN-TOTAL TO PL-TOT-ED
               MOVE PL-TOT-ED TO CV-VAL
           ELSE
           IF TX-TEXTO (CV-I:4) = "&FEC"
               MOVE PF-FEMI TO CV-FTMP
               PERFORM CV-EDITA THRU F-CV-EDITA
               MOVE CV-FED TO CV-VAL
           ELSE
           IF TX-TEXTO (CV-I:4) = "&CUO"
               MOVE PLN-CUOTAS TO CV-CUO-ED
               MOVE CV-CUO-ED TO CV-VAL
           ELSE
           IF TX-TEXTO (CV-I:4) = "&NRO"
               MOVE PLN-NRO TO CV-NRO-ED
               MOVE CV-NRO-ED TO CV-VAL
           ELSE
               MOVE "N" TO CV-MARCA.
           IF CV-MARCA = "N" GO TO CVR-COPIA.
           PERFORM CV-PON THRU F-CV-PON.
           ADD 4 TO CV-I.
           GO TO CVR-R.
       CVR-COPIA.
           MOVE TX-TEXTO (CV-I:1) TO RENGLON (CV-O:1).
           ADD 1 TO CV-I.
           ADD 1 TO CV-O.
           GO TO CVR-R.
       F-CV-REEMPLAZA.
           EXIT.

      *    PONE CV-VAL EN RENGLON SIN LOS BLANCOS DE LOS COSTADOS.
       CV-PON.
           MOVE 25 TO CV-FIN.
       CVP-U.
           IF CV-FIN = ZEROS GO TO F-CV-PON.
           IF CV-VAL (CV-FIN:1) = SPACE
               SUBTRACT 1 FROM CV-FIN
               GO TO CVP-U.
           MOVE 1 TO CV-K.
       CVP-P.
           IF CV-VAL (CV-K:1) = SPACE
               ADD 1 TO CV-K
               GO TO CVP-P.
       CVP-R.
           IF CV-K > CV-FIN OR CV-O > 132 GO TO F-CV-PON.
           MOVE CV-VAL (CV-K:1) TO RENGLON (CV-O:1).
           ADD 1 TO CV-K.
           ADD 1 TO CV-O.
           GO TO CVP-R.
       F-CV-PON.
           EXIT.

      *    FECHA DE HOY AAAAMMDD EN CV-FTMP.
       CV-HOY.
           ACCEPT FECHA FROM DATE.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE CV-FTMP = ANO-VENT * 10000 + MMF * 100 + DDF.
       F-CV-HOY.
           EXIT.

      *    CV-FTMP (AAAAMMDD) EDITADA DD/MM/AAAA EN CV-FED.
       CV-EDITA.
           MOVE CV-FDD TO CV-EDD.
           MOVE CV-FMM TO CV-EMM.
           MOVE CV-FAA TO CV-EAA.
       F-CV-EDITA.
           EXIT.

      *    SERIE APROXIMADA DE DIAS (ANO*365 + BISIESTOS + ACUMULADO
      *    DEL MES + DIA), SUFICIENTE PARA MEDIR LA ANTIGUEDAD.
       CALC-SERIE.
           DIVIDE SER-AA BY 4 GIVING SER-Q.
           COMPUTE SER-RES = SER-AA * 365 + SER-Q
               + DIAS-ACUM (SER-MM) + SER-DD.
       F-CALC-SERIE.
           EXIT.

      *    SIMULACION: SOBRE LA DEUDA VENCIDA DEL CLIENTE MUESTRA
      *    HASTA TRES ALTERNATIVAS DE CANTIDAD DE CUOTAS (CON LA
      *    MISMA CUENTA DEL ALTA) SIN CONGELAR NADA, Y LAS DEJA
      *    LLAMADOR EN TOT-... (EMITIDO Y/O COBRADO, PUEDEN VENIR
      *    NEGATIVOS).
       ACTUALIZA-TOTAL.
           IF TOT-EMI NOT = ZEROS
               MOVE TOT-TIP TO DV-TIP1
               MOVE TOT-EMI TO DV-IMP1
               PERFORM DEVENGA THRU F-DEVENGA.
           MOVE TOT-CLI TO TO-CLI.
           MOVE TOT-TIP TO TO-TIP.
           MOVE TOT-PER TO TO-PER.
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
           IF CC-STATUS NOT = "00"
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
           MOVE "E" TO CC-CLASE.
           MOVE "DEU" TO CC-COD.
           READ CTBL KEY IS CC-CLAVE
           INVALID KEY
               MOVE "DEUDORES  " TO CC-CUENTA.
           MOVE CC-CUENTA TO DV-CTA-DEU.
           MOVE ZEROS TO DV-IND.
       DVP-R.
           ADD 1 TO DV-IND.
           IF DV-IND > DV-CANT GO TO DVP-F.
           IF DV-TOT (DV-IND) = ZEROS GO TO DVP-R.
           MOVE "T" TO CC-CLASE.
           MOVE DV-TIP (DV-IND) TO CC-COD.
           READ CTBL KEY IS CC-CLAVE
           INVALID KEY
               MOVE SPACES TO CC-CUENTA
               STRING "ING-" DV-TIP (DV-IND) DELIMITED BY SIZE
                   INTO CC-CUENTA.
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
           MOVE CC-CUENTA TO AS-CUENTA.
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

      *    CUOTA BORRADA DE ARIMPU: SALE DEL INDICE DE ABIERTAS.
       BORRA-ABIE.
           MOVE NUM-CO1 TO AI-CLAVE.
           DELETE ABIE RECORD INVALID KEY CONTINUE.
       F-BORRA-ABIE.
           EXIT.

       GRABAR-BITA.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE DD-BITA TO BT-DD.
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
           PERFORM DV-POSTEA THRU F-DV-POSTEA.
           CLOSE CONTRI IMPU CODI PLAN PLAND PLANI BITA TOTAL ABIE.
           CLOSE PLFIR TXAVI.
           CHAIN "MENU".
           STOP RUN.

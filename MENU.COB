                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BT-STATUS.

           SELECT FPRO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS FP-CLAVE
                  FILE STATUS IS FP-STATUS.

           SELECT OPERA ASSIGN TO DISK
                  FILE STATUS IS OP-STATUS.

                  RECORD KEY IS SF-CLI
                  FILE STATUS IS SF-STATUS.

           SELECT RETE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS RT-CLAVE
                  FILE STATUS IS RT-STATUS.

           SELECT DOLA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS US-NRECI
                  FILE STATUS IS US-STATUS.

           SELECT TARJ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TJ-NRECI
                  FILE STATUS IS TJ-STATUS.

           SELECT FERI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS FE-FECHA
                  FILE STATUS IS FE-STATUS.

           SELECT JUICIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JU-NRO
                  ALTERNATE RECORD IS JU-CLI
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

       DATA DIVISION.
       FILE SECTION.

           03 DL-FILTRO          PIC X(25).
           03 DL-REGISTROS       PIC 9(5).
           03 DL-OPERADOR        PIC X(10).
           03 DL-NUMC            PIC 9(7).
           03 DL-SUMA            PIC 9(9).

       FD  ULTRES LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARULTRES"
           03 BT-DESPUES         PIC X(80).
           03 BT-OPERADOR        PIC X(10).
           03 BT-PUESTO          PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

      *    FECHA DE PROCESO (VER FPROC): FECHA FIJADA Y FECHA REAL EN
      *    QUE SE FIJO (AAAAMMDD), SUPERVISOR Y HORA.
       FD  FPRO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARFPROC"
           DATA RECORD IS REG-FPRO.

       01  REG-FPRO.
           03 FP-CLAVE          PIC 9.
           03 FP-FECHA          PIC 9(8).
           03 FP-REAL           PIC 9(8).
           03 FP-SUP            PIC X(10).
           03 FP-HORA           PIC 9(8).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
           03 CH-CTA            PIC X(10).

      *    JORNAL DE CAJA QUE DEJA PAGOS: IMAGENES DE LO GRABADO EN
      *    ARPAGOS, ARIMPU, ARRECI, ARNUREC, ARCHEQ, ARRETE, ARDOLAR,
      *    ARTARJ Y ARJUCO DESDE EL ULTIMO BACKUP. SE REAPLICA DESPUES
      *    DE UNA RESTAURACION Y SE VACIA AL HACER EL BACKUP DE SALIDA.
       FD  JPAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJPAG"
           DATA RECORD IS REG-JPAG.
           03 SF-CLI             PIC X(25).
           03 SF-SALDO           PIC 9(11)V99.

      *    CERTIFICADOS DE RETENCION (IIBB O GANANCIAS) RECIBIDOS
      *    COMO FORMA DE PAGO "R": FECHA DEL CERTIFICADO, FECHA DE
      *    RECEPCION (AAAAMMDD) Y RECIBO QUE CANCELARON.
       FD  RETE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARRETE"
           DATA RECORD IS REG-RETE.

       01  REG-RETE.
           03 RT-CLAVE.
              05 RT-CLI          PIC X(25).
              05 RT-CERT         PIC X(20).
           03 RT-IMPUESTO        PIC X.
           03 RT-REGIMEN         PIC 9(3).
           03 RT-FCERT.
              05 RT-FC-DD        PIC 99.
              05 RT-FC-MM        PIC 99.
              05 RT-FC-AA        PIC 9999.
           03 RT-FREC            PIC 9(8).
           03 RT-MONTO           PIC 9(11)V99.
           03 RT-NRECI           PIC 9(8).
           03 RT-EST             PIC X.

      *    RECIBOS COBRADOS EN DOLARES: IMPORTE EN U$S, COTIZACION
      *    USADA Y EQUIVALENTE EN PESOS APLICADO A LAS CUOTAS.
       FD  DOLA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDOLAR"
           DATA RECORD IS REG-DOLA.

       01  REG-DOLA.
           03 US-NRECI           PIC 9(8).
           03 US-CLI             PIC X(25).
           03 US-FECHA           PIC 9(8).
           03 US-DOLARES         PIC 9(9)V99.
           03 US-COTIZ           PIC 9(5)V9999.
           03 US-PESOS           PIC 9(11)V99.
           03 US-EST             PIC X.

      *    CUPONES DE TARJETA (POSNET) COBRADOS COMO FORMA DE PAGO
      *    "K": MARCA, CUPON Y LOTE DEL POSNET. ESTADO BLANCO = LOTE
      *    ABIERTO, "L" = LOTE CERRADO, "A" = ANULADO.
       FD  TARJ LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARTARJ"
           DATA RECORD IS REG-TARJ.

       01  REG-TARJ.
           03 TJ-NRECI           PIC 9(8).
           03 TJ-CLI             PIC X(25).
           03 TJ-FECHA           PIC 9(8).
           03 TJ-MARCA           PIC X(4).
           03 TJ-CUPON           PIC 9(8).
           03 TJ-LOTE            PIC 9(4).
           03 TJ-MONTO           PIC 9(11)V99.
           03 TJ-EST             PIC X.

       FD  FERI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARFERI"
           DATA RECORD IS REG-FERI.

       01  REG-FERI.
           03 FE-FECHA           PIC 9(8).
           03 FE-DESC            PIC X(30).

      *    CASOS JUDICIALES Y SUS EVENTOS (VER JUDIC), PARA EL AVISO
      *    DE PLAZOS DEL PANEL DE ESTADO.
       FD  JUICIO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUICIO"
           DATA RECORD IS REG-JUICIO.

       01  REG-JUICIO.
           03 JU-NRO             PIC 9(6).
           03 JU-CLI             PIC X(25).
           03 JU-EXPTE           PIC X(15).
           03 JU-JUZG            PIC X(25).
           03 JU-ABOG            PIC X(25).
           03 JU-ETAPA           PIC 9.
           03 JU-FINI            PIC 9(8).
           03 JU-FETAPA          PIC 9(8).
           03 JU-COSTOS          PIC 9(11)V99.
           03 JU-EST             PIC X.
           03 JU-FLIQ            PIC 9(8).
           03 JU-LIQ.
              05 JU-LCAP         PIC 9(11)V99.
              05 JU-LREC         PIC 9(11)V99.
              05 JU-LCOS         PIC 9(11)V99.
              05 JU-LHON         PIC 9(11)V99.
           03 JU-COB.
              05 JU-CCAP         PIC 9(11)V99.
              05 JU-CREC         PIC 9(11)V99.
              05 JU-CCOS         PIC 9(11)V99.
              05 JU-CHON         PIC 9(11)V99.

       FD  JUEV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUEV"
           DATA RECORD IS REG-JUEV.

       01  REG-JUEV.
           03 JE-CLAVE.
              05 JE-NRO          PIC 9(6).
              05 JE-SEC          PIC 999.
           03 JE-TIPO            PIC X.
           03 JE-FECHA           PIC 9(8).
           03 JE-DESC            PIC X(40).
           03 JE-ABOG            PIC X(25).
           03 JE-EST             PIC X.
           03 JE-FCUMP           PIC 9(8).

      *    COBROS JUDICIALES POR RECIBO (VER PAGOS). AL REAPLICARLOS
      *    SE VUELVE A SUMAR O RESTAR LO COBRADO EN EL CASO.
       FD  JUCO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUCO"
           DATA RECORD IS REG-JUCO.

       01  REG-JUCO.
           03 JC-NRECI           PIC 9(8).
           03 JC-NRO             PIC 9(6).
           03 JC-FECHA           PIC 9(8).
           03 JC-ABOG            PIC X(20).
           03 JC-CAP             PIC 9(9)V99.
           03 JC-REC             PIC 9(9)V99.
           03 JC-COS             PIC 9(9)V99.
           03 JC-HON             PIC 9(9)V99.
           03 JC-EST             PIC X.
           03 JC-FLIQ            PIC 9(8).

       WORKING-STORAGE SECTION.
       77  OPC                      PIC 99 VALUE ZEROS.
       77  OP-STATUS                PIC XX VALUE SPACES.
       77  PN-BK-HOY                PIC X VALUE "N".
       77  PN-BK-FECHA              PIC X(8) VALUE SPACES.
       77  PN-HAY-DEP               PIC X VALUE "N".
       77  PN-VIND                  PIC 99 VALUE ZEROS.
       77  PN-VLIN                  PIC 99 VALUE ZEROS.
       77  RS-VSIGUE                PIC X VALUE "S".
       77  RS-VCONV                 PIC X VALUE "N".
      *    PARAMETROS DE VERSIO (CONTROL DE DISE#O DE ARCHIVOS).
       01  VERSIO-PAR.
           03 VERSIO-FUN            PIC X VALUE SPACES.
           03 VERSIO-LISTA.
              05 VERSIO-ENT OCCURS 10 TIMES.
                 07 VERSIO-L-ARCH   PIC X(8).
                 07 VERSIO-L-VERS   PIC 99.
           03 VERSIO-OK             PIC X VALUE SPACES.
           03 VERSIO-CANT           PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH           PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE          PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA         PIC 99 VALUE ZEROS.
           03 VERSIO-SET            PIC X(40) VALUE SPACES.
           03 VERSIO-MSG            PIC X(70) VALUE SPACES.
       77  FE-STATUS                PIC XX VALUE SPACES.
       77  JU-STATUS                PIC XX VALUE SPACES.
       77  JE-STATUS                PIC XX VALUE SPACES.
       77  JC-STATUS                PIC XX VALUE SPACES.
       77  RJ-ANT                   PIC X VALUE SPACE.
       77  PN-JU-HAB                PIC 9 VALUE 3.
       77  PN-JU-PROX               PIC 9(6) VALUE ZEROS.
       77  PN-JU-VENC               PIC 9(6) VALUE ZEROS.
       77  PN-HOY                   PIC 9(8) VALUE ZEROS.
       77  PN-FE-SW                 PIC X VALUE "N".
       77  PN-MAXD                  PIC 99 VALUE ZEROS.
       77  PN-Q                     PIC 9999 VALUE ZEROS.
       77  PN-R                     PIC 9 VALUE ZERO.
       77  HAB-SW                   PIC X VALUE "S".
       77  ZE-M                     PIC 99 VALUE ZEROS.
       77  ZE-A                     PIC 9999 VALUE ZEROS.
       77  ZE-K                     PIC 99 VALUE ZEROS.
       77  ZE-J                     PIC 99 VALUE ZEROS.
       77  ZE-Q                     PIC 9(6) VALUE ZEROS.
       77  ZE-H                     PIC 99 VALUE ZEROS.
       77  ZE-T1                    PIC 9(6) VALUE ZEROS.
       77  ZE-T2                    PIC 99 VALUE ZEROS.
       77  ZE-T3                    PIC 99 VALUE ZEROS.
       01  PN-JU-LIM                PIC 9(8) VALUE ZEROS.
       01  PN-JU-LIM-R REDEFINES PN-JU-LIM.
           03 HAB-AA                PIC 9999.
           03 HAB-MM                PIC 99.
           03 HAB-DD                PIC 99.
       77  LG-CLAVE                 PIC X(8) VALUE SPACES.
       77  LG-INTENTOS              PIC 9 VALUE ZERO.
       77  LG-LIBRE                 PIC X VALUE "N".
       01  TAB-DIAS-MES VALUE "312831303130313130313031".
           03 DIAS-MES              PIC 99 OCCURS 12 TIMES.
       77  BT-STATUS                PIC XX VALUE SPACES.
       77  FP-STATUS                PIC XX VALUE SPACES.
       77  FP-ANT                   PIC X(35) VALUE SPACES.
       77  FP-HOY                   PIC 9(8) VALUE ZEROS.
       77  FP-NUEVA                 PIC 9(8) VALUE ZEROS.
       77  FP-SN                    PIC X VALUE SPACE.
       01  FP-F1                    PIC 9(6) VALUE ZEROS.
       01  FP-F1-R REDEFINES FP-F1.
           03 FP-DD1                PIC 99.
           03 FP-MM1                PIC 99.
           03 FP-AA1                PIC 99.
       01  ABIERT-PAR.
           03 ABIERT-FUN            PIC X VALUE SPACES.
           03 ABIERT-OK             PIC X VALUE SPACES.
           03 ABIERT-CANT           PIC 9(7) VALUE ZEROS.
           03 ABIERT-FALTAN         PIC 9(7) VALUE ZEROS.
           03 ABIERT-SOBRAN         PIC 9(7) VALUE ZEROS.

       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA           PIC 99 VALUE ZEROS.
              05 FPROC-MM           PIC 99 VALUE ZEROS.
              05 FPROC-DD           PIC 99 VALUE ZEROS.
           03 FPROC-FECHA           PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF             PIC X VALUE "N".
       77  RC-STATUS                PIC XX VALUE SPACES.
       77  NR-STATUS                PIC XX VALUE SPACES.
       77  CH-STATUS                PIC XX VALUE SPACES.
       77  JP-STATUS                PIC XX VALUE SPACES.
       77  SF-STATUS                PIC XX VALUE SPACES.
       77  RT-STATUS                PIC XX VALUE SPACES.
       77  US-STATUS                PIC XX VALUE SPACES.
       77  TJ-STATUS                PIC XX VALUE SPACES.
       77  RJ-CANT                  PIC 9(5) VALUE ZEROS.
       77  RJ-CANT-ED               PIC ZZ,ZZ9 VALUE ZEROS.
       77  JP-RC                    PIC 9(9) COMP-5 VALUE ZERO.
       77  CO-ANO-HOY               PIC 9999 VALUE ZEROS.
       77  CO-ANO                   PIC 9999 VALUE ZEROS.
       77  CO-NOM                   PIC X(15) VALUE SPACES.
       77  BK-IND                   PIC 999 VALUE ZEROS.
       77  BK-SRC                   PIC X(8) VALUE SPACES.
       01  BK-NOMBRES.
           03 FILLER                PIC X(8) VALUE "ARCONT".
           03 FILLER                PIC X(8) VALUE "ARCONCI".
           03 FILLER                PIC X(8) VALUE "ARNUCOC".
           03 FILLER                PIC X(8) VALUE "ARLOTCFG".
           03 FILLER                PIC X(8) VALUE "ARCAE".
           03 FILLER                PIC X(8) VALUE "ARCAECF".
           03 FILLER                PIC X(8) VALUE "ARPREV".
           03 FILLER                PIC X(8) VALUE "ARPRVH".
           03 FILLER                PIC X(8) VALUE "ARPRESC".
           03 FILLER                PIC X(8) VALUE "ARSVTO".
           03 FILLER                PIC X(8) VALUE "ARVTO2".
           03 FILLER                PIC X(8) VALUE "ARANUA".
           03 FILLER                PIC X(8) VALUE "ARRETE".
           03 FILLER                PIC X(8) VALUE "ARCOTIZ".
           03 FILLER                PIC X(8) VALUE "ARDOLAR".
           03 FILLER                PIC X(8) VALUE "ARTARJ".
           03 FILLER                PIC X(8) VALUE "ARLOTJ".
           03 FILLER                PIC X(8) VALUE "ARDEBT".
           03 FILLER                PIC X(8) VALUE "AREMPL".
           03 FILLER                PIC X(8) VALUE "ARCLEM".
           03 FILLER                PIC X(8) VALUE "ARPLHA".
           03 FILLER                PIC X(8) VALUE "ARREFC".
           03 FILLER                PIC X(8) VALUE "ARNUREF".
           03 FILLER                PIC X(8) VALUE "ARDUPL".
           03 FILLER                PIC X(8) VALUE "ARNUDUP".
           03 FILLER                PIC X(8) VALUE "ARFPROC".
           03 FILLER                PIC X(8) VALUE "ARCOND".
           03 FILLER                PIC X(8) VALUE "ARPAGCN".
           03 FILLER                PIC X(8) VALUE "ARADVA".
           03 FILLER                PIC X(8) VALUE "ARVALF".
           03 FILLER                PIC X(8) VALUE "ARMEDI".
           03 FILLER                PIC X(8) VALUE "ARTCON".
           03 FILLER                PIC X(8) VALUE "ARLECT".
           03 FILLER                PIC X(8) VALUE "ARORBA".
           03 FILLER                PIC X(8) VALUE "AROBFR".
           03 FILLER                PIC X(8) VALUE "ARSERV".
           03 FILLER                PIC X(8) VALUE "ARDOCE".
           03 FILLER                PIC X(8) VALUE "AREMIS".
           03 FILLER                PIC X(8) VALUE "ARNUEMI".
           03 FILLER                PIC X(8) VALUE "AREMCU".
           03 FILLER                PIC X(8) VALUE "ARPRES".
           03 FILLER                PIC X(8) VALUE "ARGEST".
           03 FILLER                PIC X(8) VALUE "ARCENDEU".
           03 FILLER                PIC X(8) VALUE "ARCDCFG".
           03 FILLER                PIC X(8) VALUE "ARRNCO".
           03 FILLER                PIC X(8) VALUE "ARLIQC".
           03 FILLER                PIC X(8) VALUE "ARPOST".
           03 FILLER                PIC X(8) VALUE "ARENVE".
           03 FILLER                PIC X(8) VALUE "ARJUEV".
           03 FILLER                PIC X(8) VALUE "ARJUCO".
           03 FILLER                PIC X(8) VALUE "ARDELEG".
           03 FILLER                PIC X(8) VALUE "ARDLCIE".
           03 FILLER                PIC X(8) VALUE "ARABIE".
           03 FILLER                PIC X(8) VALUE "AREMCK".
           03 FILLER                PIC X(8) VALUE "ARBISE".
           03 FILLER                PIC X(8) VALUE "ARBICA".
           03 FILLER                PIC X(8) VALUE "ARACCE".
           03 FILLER                PIC X(8) VALUE "ARACCF".
           03 FILLER                PIC X(8) VALUE "ARALER".
           03 FILLER                PIC X(8) VALUE "ARALCF".
           03 FILLER                PIC X(8) VALUE "ARDOCU".
           03 FILLER                PIC X(8) VALUE "ARVERS".
           03 FILLER                PIC X(8) VALUE "ARPLFIR".
           03 FILLER                PIC X(8) VALUE "ARMODT".
           03 FILLER                PIC X(8) VALUE "ARMODV".
           03 FILLER                PIC X(8) VALUE "ARCOMT".
       01  BK-NOMBRES-R REDEFINES BK-NOMBRES.
           03 BK-NOM                PIC X(8) OCCURS 134 TIMES.

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

       SCREEN SECTION.

              VALUE "22-IMPORTACION DE DATOS".
           03 LINE 21 COLUMN 53
              VALUE "23-CIERRE 24-JUIC 25-CONCI".
           03 LINE 22 COLUMN 53
              VALUE "26-MAS OPCIONES".
           03 LINE 21 COLUMN 25 FOREGROUND-COLOR 4 REVERSE-VIDEO
              VALUE "    INGRESE OPCION          ".

      *    SEGUNDA PAGINA: LA PRIMERA YA NO TIENE LUGAR. LOS NUMEROS
      *    SIGUEN A PARTIR DE LA PRIMERA PAGINA.
       01  PANTALLA-MENU2.
           03 LINE 8 COLUMN 25 FOREGROUND-COLOR 4 REVERSE-VIDEO
              VALUE "    MENU PRINCIPAL (2)      ".
           03 LINE 10 COLUMN 25
              VALUE "  27-FACTURA ELECTRONICA (CAE)".
           03 LINE 11 COLUMN 25
              VALUE "  28-DESCUENTO POR PLANILLA".
           03 LINE 12 COLUMN 25
              VALUE "  29-LECTURAS DE MEDIDOR".
           03 LINE 13 COLUMN 25
              VALUE "  30-CONTRIBUCION POR MEJORAS".
           03 LINE 14 COLUMN 25
              VALUE "  31-TASAS DE ACTUACION".
           03 LINE 15 COLUMN 25
              VALUE "  32-SIMULACION DE TARIFAS".
           03 LINE 16 COLUMN 25
              VALUE "  33-PRESUPUESTO DE RECAUDACION".
           03 LINE 17 COLUMN 25
              VALUE "  34-GASTO TRIBUTARIO".
           03 LINE 18 COLUMN 25
              VALUE "  35-TABLERO MENSUAL".
           03 LINE 19 COLUMN 25
              VALUE "  36-EFECTIVIDAD DE AVISOS".
           03 LINE 10 COLUMN 57
              VALUE "37-GESTION DE COBRANZA".
           03 LINE 11 COLUMN 57
              VALUE "38-CENTRAL DE DEUDORES".
           03 LINE 12 COLUMN 57
              VALUE "39-DELEGACIONES".
           03 LINE 13 COLUMN 57
              VALUE "40-PRODUCTIVIDAD OPER.".
           03 LINE 14 COLUMN 57
              VALUE "41-ALERTAS DE CONTROL".
           03 LINE 15 COLUMN 57
              VALUE "42-HISTORIA DEL CLIENTE".
           03 LINE 20 COLUMN 25
              VALUE "  0-PAGINA ANTERIOR       ".
           03 LINE 21 COLUMN 25 FOREGROUND-COLOR 4 REVERSE-VIDEO
              VALUE "    INGRESE OPCION          ".

           PERFORM ELIGE-EMPRESA THRU F-ELIGE-EMPRESA.
           PERFORM GRABA-OPERA THRU F-GRABA-OPERA.
           PERFORM LEER-BKCFG THRU F-LEER-BKCFG.
           PERFORM PN-VERSION THRU F-PN-VERSION.
           PERFORM CHEQUEA-REAPLICA THRU F-CHEQUEA-REAPLICA.
           PERFORM FECHA-PROCESO THRU F-FECHA-PROCESO.
           PERFORM CHEQUEA-CORTE THRU F-CHEQUEA-CORTE.
           PERFORM CHEQUEA-JORN THRU F-CHEQUEA-JORN.
           PERFORM CHEQUEA-ABIE THRU F-CHEQUEA-ABIE.
           PERFORM PANEL-ESTADO THRU F-PANEL-ESTADO.
           DISPLAY L-PANTALLA.
           DISPLAY L-GUION.
           IF OPC = 23 CHAIN "LOTE".
           IF OPC = 24 CHAIN "JUDIC".
           IF OPC = 25 CHAIN "CONCIL".
           IF OPC = 26 GO TO MENU2.
           GO TO PREG.

       MENU2.
           DISPLAY L-PANTALLA.
           DISPLAY L-GUION.
           DISPLAY PANTALLA-MENU2.
       PREG2.
           MOVE ZEROS TO OPC.
           ACCEPT (21, 55) OPC WITH PROMPT.
           IF OPC = 27 CHAIN "FACTEL".
           IF OPC = 28 CHAIN "PLANHA".
           IF OPC = 29 CHAIN "MEDIDOR".
           IF OPC = 30 CHAIN "OBRAS".
           IF OPC = 31 CHAIN "TASACT".
           IF OPC = 32 CHAIN "SIMTAR".
           IF OPC = 33 CHAIN "PRESUP".
           IF OPC = 34 CHAIN "GASTRI".
           IF OPC = 35 CHAIN "TABLERO".
           IF OPC = 36 CHAIN "AVIEFI".
           IF OPC = 37 CHAIN "GESCOB".
           IF OPC = 38 CHAIN "CENDEU".
           IF OPC = 39 AND OP-NIVEL < 2 GO TO SOLO-SUP2.
           IF OPC = 39 CHAIN "DELEGA".
           IF OPC = 40 AND OP-NIVEL < 2 GO TO SOLO-SUP2.
           IF OPC = 40 CHAIN "PRODOP".
           IF OPC = 41 AND OP-NIVEL < 2 GO TO SOLO-SUP2.
           IF OPC = 41 CHAIN "ALERTA".
           IF OPC = 42 CHAIN "HISTCL".
           IF OPC NOT = 0 GO TO PREG2.
           DISPLAY L-PANTALLA.
           DISPLAY L-GUION.
           DISPLAY PANTALLA-MENU.
           GO TO PREG.

       SOLO-SUP.
           DISPLAY (23, 25) "                                 ".
           GO TO PREG.

       SOLO-SUP2.
           DISPLAY (23, 25) "OPCION RESERVADA AL SUPERVISOR".
           MOVE ZEROS TO OPC.
           ACCEPT (23, 57) OPC WITH PROMPT.
           DISPLAY (23, 25) "                                 ".
           GO TO PREG2.

       RESTAR.
           DISPLAY L-PANTALLA.
           DISPLAY PANTALLA-RESTAR.
           MOVE RS-DD TO BK-DD.
           MOVE RS-MM TO BK-MM.
           MOVE RS-AA TO BK-AA.
           PERFORM CHEQUEA-SET-VERS THRU F-CHEQUEA-SET-VERS.
           IF RS-VSIGUE = "N" GO TO FIN.
           PERFORM COPIA-DESDE-BACKUP.
           IF BK-RC NOT = ZERO
               DISPLAY (16, 25) "NO EXISTE BACKUP PARA ESA FECHA"
               GO TO FIN.
           DISPLAY (16, 25) "RESTAURACION FINALIZADA".
           IF RS-VCONV = "S"
               PERFORM RS-PENDIENTE THRU F-RS-PENDIENTE
               GO TO FIN.
           PERFORM CONTRASTA-SELLO THRU F-CONTRASTA-SELLO.
           PERFORM REPLAY-JORNAL THRU F-REPLAY-JORNAL.
           PERFORM REARMA-ABIE THRU F-REARMA-ABIE.
           ACCEPT UR-FECHA FROM DATE.
           MOVE "RESTA" TO UR-TIPO.
           OPEN OUTPUT ULTRES.
           GO TO RECUPE-BUSCA.

       RECUPE-ENCONTRADO.
           PERFORM CHEQUEA-SET-VERS THRU F-CHEQUEA-SET-VERS.
           IF RS-VSIGUE = "N" GO TO FIN.
           PERFORM COPIA-DESDE-BACKUP.
           DISPLAY (16, 25) "SE RECUPERO EL BACKUP DEL "
           DISPLAY (16, 52) BK-DD.
           DISPLAY (16, 55) BK-MM.
           DISPLAY (16, 57) "/".
           DISPLAY (16, 58) BK-AA.
           IF RS-VCONV = "S"
               PERFORM RS-PENDIENTE THRU F-RS-PENDIENTE
               GO TO FIN.
           PERFORM CONTRASTA-SELLO THRU F-CONTRASTA-SELLO.
           PERFORM REPLAY-JORNAL THRU F-REPLAY-JORNAL.
           PERFORM REARMA-ABIE THRU F-REARMA-ABIE.
           ACCEPT UR-FECHA FROM DATE.
           MOVE "RECUP" TO UR-TIPO.
           OPEN OUTPUT ULTRES.
               OPEN OUTPUT SALDOF
               CLOSE SALDOF
               OPEN I-O SALDOF.
           OPEN I-O RETE.
           IF RT-STATUS NOT = "00"
               OPEN OUTPUT RETE
               CLOSE RETE
               OPEN I-O RETE.
           OPEN I-O DOLA.
           IF US-STATUS NOT = "00"
               OPEN OUTPUT DOLA
               CLOSE DOLA
               OPEN I-O DOLA.
           OPEN I-O TARJ.
           IF TJ-STATUS NOT = "00"
               OPEN OUTPUT TARJ
               CLOSE TARJ
               OPEN I-O TARJ.
           OPEN I-O JUCO.
           IF JC-STATUS NOT = "00"
               OPEN OUTPUT JUCO
               CLOSE JUCO
               OPEN I-O JUCO.
           OPEN I-O JUICIO.
           IF JU-STATUS NOT = "00"
               OPEN OUTPUT JUICIO
               CLOSE JUICIO
               OPEN I-O JUICIO.
       RJ-R.
           READ JPAG AT END GO TO RJ-F.
           IF JP-TIPO = "PAG"
               MOVE JP-DATOS TO REG-PAG
               WRITE REG-PAG INVALID KEY REWRITE REG-PAG.
           IF JP-TIPO = "PBA"
               MOVE JP-DATOS TO REG-PAG
               DELETE RPAGOS INVALID KEY CONTINUE.
           IF JP-TIPO = "IMP"
               MOVE JP-DATOS TO REG-IMP
               REWRITE REG-IMP INVALID KEY WRITE REG-IMP.
           IF JP-TIPO = "SAL"
               MOVE JP-DATOS TO REG-SALDOF
               WRITE REG-SALDOF INVALID KEY REWRITE REG-SALDOF.
           IF JP-TIPO = "RET"
               MOVE JP-DATOS TO REG-RETE
               WRITE REG-RETE INVALID KEY REWRITE REG-RETE.
           IF JP-TIPO = "DOL"
               MOVE JP-DATOS TO REG-DOLA
               WRITE REG-DOLA INVALID KEY REWRITE REG-DOLA.
           IF JP-TIPO = "TAR"
               MOVE JP-DATOS TO REG-TARJ
               WRITE REG-TARJ INVALID KEY REWRITE REG-TARJ.
           IF JP-TIPO = "JUC"
               PERFORM RJ-JUDICIAL THRU F-RJ-JUDICIAL.
           ADD 1 TO RJ-CANT.
           GO TO RJ-R.
       RJ-F.
           CLOSE JPAG IMPU RPAGOS RECI NUREC CHEQ SALDOF RETE DOLA
                 TARJ JUCO JUICIO.
           MOVE RJ-CANT TO RJ-CANT-ED.
           DISPLAY (18, 25) "OPERACIONES DE CAJA REAPLICADAS:".
           DISPLAY (18, 58) RJ-CANT-ED.
       F-REPLAY-JORNAL.
           EXIT.

      *    EL INDICE DE CUOTAS ABIERTAS (ARABIE) SE DERIVA DE ARIMPU:
      *    SI TODAVIA NO EXISTE SE LO ARMA ANTES DE ENTRAR, PARA QUE
      *    LOS PROCESOS DE DEUDA PENDIENTE NO LO ENCUENTREN VACIO.
       CHEQUEA-ABIE.
           MOVE "A" TO ABIERT-FUN.
           CALL "ABIERT" USING ABIERT-PAR.
       F-CHEQUEA-ABIE.
           EXIT.

      *    DESPUES DE RESTAURAR Y REAPLICAR EL JORNAL SE VUELVE A ARMAR
      *    EL INDICE DE CUOTAS ABIERTAS CON EL ARIMPU QUE QUEDO.
       REARMA-ABIE.
           MOVE "R" TO ABIERT-FUN.
           CALL "ABIERT" USING ABIERT-PAR.
       F-REARMA-ABIE.
           EXIT.

      *    LA BITACORA RESTAURADA SE CONTRASTA CON EL SELLO QUE SE
      *    GRABO AL HACER EL BACKUP (ANTES DE REAPLICAR EL JORNAL,
      *    QUE PUEDE AGREGARLE ENTRADAS).
       CONTRASTA-SELLO.
           MOVE "X" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           DISPLAY (17, 25) "BITACORA:".
           DISPLAY (17, 35) BITSUM-RES.
           IF BITSUM-RES = "ALTERADA"
               DISPLAY (18, 25) "NO COINCIDE CON EL SELLO DEL BACKUP"
               DISPLAY (19, 25) "VERIFIQUE DESDE CONSULTA DE BITACORA".
       F-CONTRASTA-SELLO.
           EXIT.

      *    COBRO JUDICIAL: SE COMPARA CON LO QUE HAY EN ARJUCO PARA
      *    SABER SI EL CASO TODAVIA NO LO TIENE SUMADO (COBRO NUEVO) O
      *    SI HAY QUE RESTARLO (COBRO ANULADO DESPUES DEL BACKUP).
       RJ-JUDICIAL.
           MOVE JP-DATOS (1:8) TO JC-NRECI.
           MOVE "N" TO RJ-ANT.
           READ JUCO KEY IS JC-NRECI
           INVALID KEY GO TO RJJ-GRABA.
           MOVE JC-EST TO RJ-ANT.
       RJJ-GRABA.
           MOVE JP-DATOS TO REG-JUCO.
           WRITE REG-JUCO INVALID KEY REWRITE REG-JUCO.
           IF RJ-ANT = "N" AND JC-EST NOT = SPACE
               GO TO F-RJ-JUDICIAL.
           IF RJ-ANT NOT = "N" AND RJ-ANT NOT = SPACE
               GO TO F-RJ-JUDICIAL.
           IF RJ-ANT = SPACE AND JC-EST = SPACE
               GO TO F-RJ-JUDICIAL.
           MOVE JC-NRO TO JU-NRO.
           READ JUICIO KEY IS JU-NRO
           INVALID KEY GO TO F-RJ-JUDICIAL.
           IF JC-EST = SPACE
               ADD JC-CAP TO JU-CCAP
               ADD JC-REC TO JU-CREC
               ADD JC-COS TO JU-CCOS
               ADD JC-HON TO JU-CHON
               GO TO RJJ-REGRABA.
           IF JU-CCAP > JC-CAP
               SUBTRACT JC-CAP FROM JU-CCAP
           ELSE
               MOVE ZEROS TO JU-CCAP.
           IF JU-CREC > JC-REC
               SUBTRACT JC-REC FROM JU-CREC
           ELSE
               MOVE ZEROS TO JU-CREC.
           IF JU-CCOS > JC-COS
               SUBTRACT JC-COS FROM JU-CCOS
           ELSE
               MOVE ZEROS TO JU-CCOS.
           IF JU-CHON > JC-HON
               SUBTRACT JC-HON FROM JU-CHON
           ELSE
               MOVE ZEROS TO JU-CHON.
       RJJ-REGRABA.
           REWRITE REG-JUICIO.
       F-RJ-JUDICIAL.
           EXIT.

      *    ANTES DE COPIAR SE CONTROLA EL DISE#O DE LOS ARCHIVOS DEL
      *    SET CONTRA EL DE LOS PROGRAMAS (ARVERS VIAJA EN EL SET). UN
      *    SET MAS VIEJO SE PUEDE RESTAURAR Y LUEGO CONVERTIR; UNO MAS
      *    NUEVO QUE LOS PROGRAMAS NO SE RESTAURA.
       CHEQUEA-SET-VERS.
           MOVE "S" TO RS-VSIGUE.
           MOVE "N" TO RS-VCONV.
           MOVE SPACES TO BK-DEST.
           STRING BC-DIR DELIMITED BY SPACE
               BK-NOM (1) DELIMITED BY SPACE
               ".B" BK-AA BK-MM BK-DD DELIMITED BY SIZE
               INTO BK-DEST.
           CALL "CBL_CHECK_FILE_EXIST" USING BK-DEST, BK-INFO
               RETURNING BK-RC.
           IF BK-RC NOT = ZERO GO TO F-CHEQUEA-SET-VERS.
           MOVE SPACES TO VERSIO-SET.
           STRING BC-DIR DELIMITED BY SPACE
               "ARVERS.B" BK-AA BK-MM BK-DD DELIMITED BY SIZE
               INTO VERSIO-SET.
           MOVE "R" TO VERSIO-FUN.
           CALL "VERSIO" USING VERSIO-PAR.
           IF VERSIO-OK = "S" GO TO F-CHEQUEA-SET-VERS.
           DISPLAY (13, 5) VERSIO-MSG.
           IF VERSIO-OK = "P"
               DISPLAY (14, 5)
                   "NO SE PUEDE RESTAURAR CON ESTOS PROGRAMAS"
               MOVE "N" TO RS-VSIGUE
               GO TO F-CHEQUEA-SET-VERS.
           IF VERSIO-OK = "C"
               DISPLAY (14, 5)
                   "DESPUES DE RESTAURAR HAY QUE CORRER CONVER"
           ELSE
               DISPLAY (14, 5)
                   "NO SE PUEDE CONTROLAR EL DISE#O DEL SET".
       CSV-OP.
           DISPLAY (15, 5) "1=RESTAURAR IGUAL  2=CANCELA".
           MOVE ZEROS TO OPC.
           ACCEPT (15, 35) OPC WITH PROMPT.
           IF OPC = 2 MOVE "N" TO RS-VSIGUE.
           IF OPC NOT = 1 AND OPC NOT = 2 GO TO CSV-OP.
           IF OPC = 1 AND VERSIO-OK = "C" MOVE "S" TO RS-VCONV.
       F-CHEQUEA-SET-VERS.
           EXIT.

      *    SET RESTAURADO EN UN DISE#O ANTERIOR: EL JORNAL DE CAJA Y EL
      *    INDICE DE CUOTAS ABIERTAS YA ESTAN EN EL DISE#O NUEVO, ASI
      *    QUE NO SE TOCAN HASTA CONVERTIR. ARJPAG SE CONSERVA Y
      *    ARULTRES QUEDA EN "CONVE": AL VOLVER A ENTRAR, CON LOS
      *    ARCHIVOS YA CONVERTIDOS, CHEQUEA-REAPLICA TERMINA EL TRABAJO.
       RS-PENDIENTE.
           ACCEPT UR-FECHA FROM DATE.
           MOVE "CONVE" TO UR-TIPO.
           OPEN OUTPUT ULTRES.
           WRITE REG-ULTRES.
           CLOSE ULTRES.
           DISPLAY (17, 25) "ANTES DE CUALQUIER OTRA COSA CORRA".
           DISPLAY (18, 25) "CONVER (AL ENTRAR: 3=CORRER CONVER).".
           DISPLAY (19, 25) "EL JORNAL DE CAJA SE REAPLICA DESPUES".
           MOVE ZEROS TO OPC.
           ACCEPT (19, 64) OPC WITH PROMPT.
       F-RS-PENDIENTE.
           EXIT.

      *    RESTAURACION DE UN SET VIEJO YA CONVERTIDA: SE REAPLICA EL
      *    JORNAL DE CAJA GUARDADO Y SE REARMA ARABIE, COMO AL FINAL DE
      *    UNA RESTAURACION COMUN. LA BITACORA NO SE CONTRASTA CON EL
      *    SELLO PORQUE LA CONVERSION LA REGRABO.
       CHEQUEA-REAPLICA.
           OPEN INPUT ULTRES.
           IF UR-STATUS NOT = "00" GO TO F-CHEQUEA-REAPLICA.
           READ ULTRES AT END
               CLOSE ULTRES
               GO TO F-CHEQUEA-REAPLICA.
           CLOSE ULTRES.
           IF UR-TIPO NOT = "CONVE" GO TO F-CHEQUEA-REAPLICA.
           DISPLAY L-PANTALLA.
           DISPLAY (16, 25) "SE COMPLETA LA RESTAURACION CONVERTIDA".
           PERFORM REPLAY-JORNAL THRU F-REPLAY-JORNAL.
           PERFORM REARMA-ABIE THRU F-REARMA-ABIE.
           MOVE "RESTA" TO UR-TIPO.
           OPEN OUTPUT ULTRES.
           WRITE REG-ULTRES.
           CLOSE ULTRES.
           DISPLAY (20, 25) "ENTER P/CONTINUAR".
           MOVE ZEROS TO OPC.
           ACCEPT (20, 43) OPC WITH PROMPT.
       F-CHEQUEA-REAPLICA.
           EXIT.

       COPIA-DESDE-BACKUP.
           MOVE BK-NOM (1) TO BK-SRC.
           MOVE SPACES TO BK-DEST.
           MOVE 1 TO BK-IND.
       CDB-R.
           ADD 1 TO BK-IND.
           IF BK-IND > 134 GO TO F-COPIA-DESDE-BACKUP.
           MOVE BK-NOM (BK-IND) TO BK-SRC.
           MOVE SPACES TO BK-DEST.
           STRING BC-DIR DELIMITED BY SPACE
      *    RESTAURACION NO DESINCRONICE UNOS DE OTROS.
       SIBA.
           DISPLAY L-PANTALLA.
      *    ANTES DE COPIAR SE SELLA LA BITACORA (ARBISE VIAJA EN EL
      *    SET) PARA PODER CONTRASTARLA AL RESTAURAR.
           MOVE "G" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           IF BITSUM-RES = "ALTERADA"
               DISPLAY (14, 15) "ATENCION: LA BITACORA NO VERIFICA".
           ACCEPT BK-FECHA FROM DATE.
           MOVE ZEROS TO BK-IND.
       SIBA-R.
           ADD 1 TO BK-IND.
           IF BK-IND > 134 GO TO SIBA-F.
           MOVE BK-NOM (BK-IND) TO BK-SRC.
           MOVE SPACES TO BK-DEST.
           STRING BC-DIR DELIMITED BY SPACE
      *    PANEL DE ESTADO DEL SISTEMA: ULTIMO BACKUP EN DISCO,
      *    ULTIMA DEPURACION SEGUN ARDEPU, ULTIMA RESTAURACION, LAS
      *    CANTIDADES DE REGISTROS DE LOS MAESTROS Y LOS AVISOS QUE
      *    ANTES QUEDABAN EN ARCHIVOS QUE NADIE LEIA, MAS EL AVISO DE
      *    PLAZOS JUDICIALES PROXIMOS O VENCIDOS.
       PANEL-ESTADO.
           DISPLAY L-PANTALLA.
           DISPLAY L-GUION.
           MOVE PN-CANT-PAG TO PN-CANT-ED.
           DISPLAY (15, 10) "PAGOS..............:".
           DISPLAY (15, 31) PN-CANT-ED.
           PERFORM PN-JUDIC THRU F-PN-JUDIC.
           DISPLAY (20, 10) "ENTER P/CONTINUAR".
           MOVE ZEROS TO OPC.
           ACCEPT (20, 28) OPC WITH PROMPT.
       F-PANEL-ESTADO.
           EXIT.

      *    DISE#O DE LOS ARCHIVOS (VER VERSIO), AL ENTRAR Y ANTES DE
      *    ABRIR CUALQUIER ARCHIVO DE DATOS: SI ALGUNO NO ESTA EN
      *    LA VERSION QUE USAN LOS PROGRAMAS (UN SET VIEJO RESTAURADO,
      *    UNA CONVERSION SALTEADA) NO SE SIGUE: EL SUPERVISOR PUEDE
      *    CORRER LA CONVERSION O RESTAURAR OTRO SET, Y CUALQUIER OTRO
      *    OPERADOR SOLO PUEDE SALIR.
       PN-VERSION.
           MOVE "T" TO VERSIO-FUN.
           CALL "VERSIO" USING VERSIO-PAR.
           IF VERSIO-OK = "S" GO TO F-PN-VERSION.
           DISPLAY L-PANTALLA.
           DISPLAY L-GUION.
           DISPLAY (07, 10) "EL DISE#O DE ESTOS ARCHIVOS NO COINCIDE".
           MOVE ZEROS TO PN-VIND.
           MOVE 8 TO PN-VLIN.
       PNV-R.
           ADD 1 TO PN-VIND.
           IF PN-VIND > 10 GO TO PNV-F.
           IF VERSIO-L-ARCH (PN-VIND) = SPACES GO TO PNV-F.
           ADD 1 TO PN-VLIN.
           DISPLAY (PN-VLIN, 10) VERSIO-L-ARCH (PN-VIND).
           DISPLAY (PN-VLIN, 20) "ESTA EN DISE#O".
           DISPLAY (PN-VLIN, 35) VERSIO-L-VERS (PN-VIND).
           GO TO PNV-R.
       PNV-F.
           DISPLAY (19, 10) VERSIO-MSG.
           IF OP-NIVEL < 2
               DISPLAY (21, 10) "AVISE AL SUPERVISOR. ENTER P/SALIR"
               MOVE ZEROS TO OPC
               ACCEPT (21, 46) OPC WITH PROMPT
               GO TO FIN.
           IF VERSIO-OK = "P"
               DISPLAY (21, 10) "1=RESTAURAR OTRO SET  2=SALIR"
           ELSE
               DISPLAY (21, 10)
                   "1=RESTAURAR OTRO SET  2=SALIR  3=CORRER CONVER".
       PNV-OP.
           MOVE ZEROS TO OPC.
           ACCEPT (21, 58) OPC WITH PROMPT.
           IF OPC = 1 GO TO RESTAR.
           IF OPC = 2 GO TO FIN.
           IF OPC = 3 AND VERSIO-OK = "C" CHAIN "CONVER".
           GO TO PNV-OP.
       F-PN-VERSION.
           EXIT.

       PN-BUSCA-BK.
           MOVE "N" TO PN-BK-HOY.
           MOVE SPACES TO PN-BK-FECHA.
       F-PN-CUENTA.
           EXIT.

      *    PLAZOS JUDICIALES: CUENTA LOS VENCIMIENTOS DE PLAZO
      *    PENDIENTES DE LOS CASOS ABIERTOS QUE CAEN DESDE LA FECHA DE
      *    PROCESO HASTA PN-JU-HAB DIAS HABILES DESPUES (SIN SABADOS,
      *    DOMINGOS NI FERIADOS DE ARFERI), Y LOS QUE YA VENCIERON SIN
      *    CUMPLIRSE. SI HAY ALGUNO LO AVISA EN EL PANEL.
       PN-JUDIC.
           MOVE ZEROS TO PN-JU-PROX PN-JU-VENC.
           OPEN INPUT JUEV.
           IF JE-STATUS NOT = "00" GO TO F-PN-JUDIC.
           OPEN INPUT JUICIO.
           IF JU-STATUS NOT = "00"
               CLOSE JUEV
               GO TO F-PN-JUDIC.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO PN-HOY.
           MOVE PN-HOY TO PN-JU-LIM.
           MOVE "N" TO PN-FE-SW.
           OPEN INPUT FERI.
           IF FE-STATUS = "00" MOVE "S" TO PN-FE-SW.
           PERFORM PN-PROX-HABIL THRU F-PN-PROX-HABIL PN-JU-HAB TIMES.
           IF PN-FE-SW = "S" CLOSE FERI.
           MOVE ZEROS TO JE-FECHA.
           START JUEV KEY IS NOT LESS THAN JE-FECHA
           INVALID KEY GO TO PNJ-FIN.
       PNJ-R.
           READ JUEV NEXT RECORD AT END GO TO PNJ-FIN.
           IF JE-FECHA > PN-JU-LIM GO TO PNJ-FIN.
           IF JE-TIPO NOT = "V" OR JE-EST NOT = "P" GO TO PNJ-R.
           MOVE JE-NRO TO JU-NRO.
           READ JUICIO KEY IS JU-NRO
           INVALID KEY GO TO PNJ-R.
           IF JU-EST NOT = "A" GO TO PNJ-R.
           IF JE-FECHA < PN-HOY
               ADD 1 TO PN-JU-VENC
           ELSE
               ADD 1 TO PN-JU-PROX.
           GO TO PNJ-R.
       PNJ-FIN.
           CLOSE JUEV JUICIO.
           IF PN-JU-PROX NOT = ZEROS
               DISPLAY (17, 10) "*** PLAZOS JUDICIALES QUE VENCEN EN"
               DISPLAY (17, 46) PN-JU-HAB
               DISPLAY (17, 48) "DIAS HABILES:"
               MOVE PN-JU-PROX TO PN-CANT-ED
               DISPLAY (17, 61) PN-CANT-ED.
           IF PN-JU-VENC NOT = ZEROS
               DISPLAY (18, 10) "*** PLAZOS JUDICIALES VENCIDOS SIN"
               DISPLAY (18, 45) "CUMPLIR.....:"
               MOVE PN-JU-VENC TO PN-CANT-ED
               DISPLAY (18, 61) PN-CANT-ED.
       F-PN-JUDIC.
           EXIT.

      *    AVANZA PN-JU-LIM AL DIA HABIL SIGUIENTE.
       PN-PROX-HABIL.
           MOVE DIAS-MES (HAB-MM) TO PN-MAXD.
           IF HAB-MM = 2
               DIVIDE HAB-AA BY 4 GIVING PN-Q REMAINDER PN-R
               IF PN-R = ZERO MOVE 29 TO PN-MAXD.
           IF HAB-DD < PN-MAXD
               ADD 1 TO HAB-DD
           ELSE
               MOVE 1 TO HAB-DD
               IF HAB-MM < 12
                   ADD 1 TO HAB-MM
               ELSE
                   MOVE 1 TO HAB-MM
                   ADD 1 TO HAB-AA.
           PERFORM PN-ES-HABIL THRU F-PN-ES-HABIL.
           IF HAB-SW = "N" GO TO PN-PROX-HABIL.
       F-PN-PROX-HABIL.
           EXIT.

      *    DETERMINA SI PN-JU-LIM ES DIA HABIL: NI SABADO NI DOMINGO
      *    (CONGRUENCIA DE ZELLER) NI FERIADO DE ARFERI.
       PN-ES-HABIL.
           MOVE "S" TO HAB-SW.
           MOVE HAB-MM TO ZE-M.
           MOVE HAB-AA TO ZE-A.
           IF ZE-M < 3
               ADD 12 TO ZE-M
               SUBTRACT 1 FROM ZE-A.
           DIVIDE ZE-A BY 100 GIVING ZE-J REMAINDER ZE-K.
           COMPUTE ZE-T1 = 13 * (ZE-M + 1).
           DIVIDE ZE-T1 BY 5 GIVING ZE-T1.
           DIVIDE ZE-K BY 4 GIVING ZE-T2.
           DIVIDE ZE-J BY 4 GIVING ZE-T3.
           COMPUTE ZE-Q = HAB-DD + ZE-T1 + ZE-K + ZE-T2 + ZE-T3
               + 5 * ZE-J.
           DIVIDE ZE-Q BY 7 GIVING ZE-T1 REMAINDER ZE-H.
           IF ZE-H < 2
               MOVE "N" TO HAB-SW
               GO TO F-PN-ES-HABIL.
           IF PN-FE-SW = "N" GO TO F-PN-ES-HABIL.
           MOVE PN-JU-LIM TO FE-FECHA.
           READ FERI KEY IS FE-FECHA
           INVALID KEY GO TO F-PN-ES-HABIL.
           MOVE "N" TO HAB-SW.
       F-PN-ES-HABIL.
           EXIT.

      *    SELECTOR DE EMPRESA: SI EXISTE AREMPRE EN EL DIRECTORIO
      *    ACTUAL, SE ELIGE LA EMPRESA Y EL SISTEMA SE POSICIONA EN SU
      *    DIRECTORIO DE DATOS. TODOS LOS ARCHIVOS, EL MEMBRETE DE
           STRING "ARBITA." CO-ANO DELIMITED BY SIZE INTO CO-NOM.
           CALL "CBL_RENAME_FILE" USING "ARBITA", CO-NOM
               RETURNING REN-RC.
           IF REN-RC = ZERO
               MOVE "ARBITA" TO BITSUM-NOM
               MOVE CO-NOM TO BITSUM-NUEVO
               MOVE "R" TO BITSUM-FUN
               CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           MOVE SPACES TO CO-NOM.
           STRING "ARDEPU." CO-ANO DELIMITED BY SIZE INTO CO-NOM.
           CALL "CBL_RENAME_FILE" USING "ARDEPU", CO-NOM
               RETURNING REN-RC.
           IF REN-RC = ZERO
               MOVE "ARDEPU" TO BITSUM-NOM
               MOVE CO-NOM TO BITSUM-NUEVO
               MOVE "R" TO BITSUM-FUN
               CALL "BITSUM" USING BITSUM-PAR REG-BITA.
       CHC-LIMPIA.
           DISPLAY L-PANTALLA.
       F-CHEQUEA-CORTE.
           EXIT.

      *    FECHA DE PROCESO: EL SUPERVISOR PUEDE FIJAR CON QUE FECHA
      *    TRABAJAN PAGOS, COBRA, CARGA, MOFBA, AVISOS Y LOTE, POR
      *    EJEMPLO PARA CARGAR A LA MA#ANA LO COBRADO EL DIA ANTERIOR.
      *    NO PUEDE SER POSTERIOR A LA REAL Y SOLO VALE EL DIA EN QUE
      *    SE FIJA (VER FPROC). EL CAMBIO QUEDA EN LA BITACORA. LOS
      *    DEMAS OPERADORES SOLO RECIBEN EL AVISO.
       FECHA-PROCESO.
           ACCEPT BK-FECHA FROM DATE.
           MOVE BK-AA TO CO-ANO-HOY.
           IF CO-ANO-HOY < 80
               ADD 2000 TO CO-ANO-HOY
           ELSE
               ADD 1900 TO CO-ANO-HOY.
           COMPUTE FP-HOY = CO-ANO-HOY * 10000 + BK-MM * 100 + BK-DD.
           CALL "FPROC" USING FPROC-PAR.
           IF OP-NIVEL < 2 GO TO FPR-AVISO.
           DISPLAY L-PANTALLA.
           DISPLAY (08, 15) "FECHA DE PROCESO".
           DISPLAY (10, 15) "FECHA REAL.............:".
           DISPLAY (10, 40) BK-DD.
           DISPLAY (10, 42) "/".
           DISPLAY (10, 43) BK-MM.
           DISPLAY (10, 45) "/".
           DISPLAY (10, 46) BK-AA.
           DISPLAY (11, 15) "FECHA DE PROCESO ACTUAL:".
           DISPLAY (11, 40) FPROC-DD.
           DISPLAY (11, 42) "/".
           DISPLAY (11, 43) FPROC-MM.
           DISPLAY (11, 45) "/".
           DISPLAY (11, 46) FPROC-AA.
       FPR-PIDE.
           DISPLAY (13, 15) "NUEVA FECHA (DDMMAA, 0=SIN CAMBIO):".
           MOVE ZEROS TO FP-F1.
           ACCEPT (13, 52) FP-F1 WITH PROMPT.
           DISPLAY (15, 15) "                                        ".
           IF FP-F1 = ZEROS GO TO FPR-AVISO.
           IF FP-MM1 = ZEROS OR FP-MM1 > 12 GO TO FPR-MAL.
           IF FP-DD1 = ZEROS OR FP-DD1 > 31 GO TO FPR-MAL.
           IF FP-DD1 > DIAS-MES (FP-MM1)
               AND NOT (FP-MM1 = 2 AND FP-DD1 = 29) GO TO FPR-MAL.
           IF FP-AA1 < 80
               COMPUTE FP-NUEVA = (2000 + FP-AA1) * 10000
                   + FP-MM1 * 100 + FP-DD1
           ELSE
               COMPUTE FP-NUEVA = (1900 + FP-AA1) * 10000
                   + FP-MM1 * 100 + FP-DD1.
           IF FP-NUEVA > FP-HOY
               DISPLAY (15, 15) "NO PUEDE SER POSTERIOR A LA REAL"
               GO TO FPR-PIDE.
           IF FP-NUEVA = FP-HOY GO TO FPR-GRABA.
       FPR-CONF.
           DISPLAY (15, 15) "DISTINTA DE LA REAL - CONFIRMA S/N".
           MOVE SPACE TO FP-SN.
           ACCEPT (15, 51) FP-SN WITH PROMPT.
           IF FP-SN = "N" GO TO FPR-PIDE.
           IF FP-SN NOT = "S" GO TO FPR-CONF.
       FPR-GRABA.
           OPEN I-O FPRO.
           IF FP-STATUS NOT = "00"
               OPEN OUTPUT FPRO
               CLOSE FPRO
               OPEN I-O FPRO.
           MOVE SPACES TO FP-ANT.
           MOVE 1 TO FP-CLAVE.
           READ FPRO KEY IS FP-CLAVE
           INVALID KEY MOVE SPACES TO FP-ANT
           NOT INVALID KEY MOVE REG-FPRO TO FP-ANT.
           MOVE 1 TO FP-CLAVE.
           MOVE FP-NUEVA TO FP-FECHA.
           MOVE FP-HOY TO FP-REAL.
           MOVE OPERADOR TO FP-SUP.
           ACCEPT FP-HORA FROM TIME.
           WRITE REG-FPRO INVALID KEY REWRITE REG-FPRO.
           CLOSE FPRO.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           COMPUTE BT-AA = CO-ANO-HOY.
           MOVE BK-MM TO BT-MM.
           MOVE BK-DD TO BT-DD.
           MOVE FP-HORA TO BT-HORA.
           MOVE ZEROS TO BT-SEC.
           MOVE "FPROC" TO BT-ARCHIVO.
           MOVE "MODI" TO BT-ACCION.
           MOVE "FECHA DE PROCESO" TO BT-CLAVE.
           MOVE FP-ANT TO BT-ANTES.
           MOVE REG-FPRO TO BT-DESPUES.
           MOVE OPERADOR TO BT-OPERADOR.
           MOVE OP-PUESTO TO BT-PUESTO.
           MOVE FP-NUEVA TO BT-FPROC.
           MOVE "ARBITA" TO BITSUM-NOM.
           MOVE 246 TO BITSUM-LARGO.
           MOVE "E" TO BITSUM-FUN.
       FPR-BITA.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           MOVE BITSUM-SUMA TO BT-SUMA.
           MOVE "S" TO BITSUM-FUN.
           WRITE REG-BITA
           INVALID KEY
               ADD 1 TO BT-SEC
               IF BT-SEC < 999 GO TO FPR-BITA.
           MOVE "C" TO BITSUM-FUN.
           IF BT-SEC = 999 MOVE "L" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           CLOSE BITA.
           CALL "FPROC" USING FPROC-PAR.
       FPR-AVISO.
           IF FPROC-DIF NOT = "S" GO TO FPR-FIN.
           DISPLAY L-PANTALLA.
           DISPLAY (10, 15) "ATENCION: SE TRABAJA CON FECHA DE PROCESO".
           DISPLAY (12, 15) FPROC-DD.
           DISPLAY (12, 17) "/".
           DISPLAY (12, 18) FPROC-MM.
           DISPLAY (12, 20) "/".
           DISPLAY (12, 21) FPROC-AA.
           DISPLAY (12, 24) "QUE NO ES LA FECHA REAL.".
           DISPLAY (14, 15) "1=ENTENDIDO".
       FPR-ESPERA.
           MOVE ZEROS TO OPC.
           ACCEPT (14, 27) OPC WITH PROMPT.
           IF OPC NOT = 1 GO TO FPR-ESPERA.
           GO TO FPR-FIN.
       FPR-MAL.
           DISPLAY (15, 15) "FECHA INCORRECTA".
           GO TO FPR-PIDE.
       FPR-FIN.
           DISPLAY L-PANTALLA.
       F-FECHA-PROCESO.
           EXIT.

       LEER-BKCFG.
           MOVE SPACES TO BC-DIR.
           MOVE ZEROS TO BC-RET.

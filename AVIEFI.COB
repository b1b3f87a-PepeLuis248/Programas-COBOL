       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AVIEFI.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * EFECTIVIDAD DE AVISOS E INTIMACIONES: TOMA CADA PIEZA
      * REGISTRADA EN ARAVIH DENTRO DEL PERIODO PEDIDO Y BUSCA EN
      * ARPAGOS LOS PAGOS DEL CLIENTE (NO ANULADOS NI REVERSADOS)
      * HECHOS DESDE LA FECHA DE LA PIEZA HASTA 15, 30 Y 60 DIAS
      * DESPUES. INFORMA CANTIDAD DE PIEZAS, CUANTAS TUVIERON PAGO,
      * EL PORCENTAJE DE RECUPERO Y EL IMPORTE COBRADO, POR NIVEL
      * (AVISO, INT1, INT2, INT3), POR CANAL DE ENTREGA (COBRADOR
      * DEL MANIFIESTO, CORREO O MEDIO ELECTRONICO), POR ESTADO DE
      * ENTREGA (ARAVIE) Y
      * POR ZONA Y CANAL. CADA PIEZA SE MIDE POR SEPARADO: UN MISMO
      * PAGO CUENTA PARA TODAS LAS PIEZAS DEL CLIENTE QUE LO CUBREN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVIH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AH-CLAVE
                  FILE STATUS IS AH-STATUS.

           SELECT AVIE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AE-CLAVE
                  FILE STATUS IS AE-STATUS.

           SELECT MANI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS MN-NRO
                  FILE STATUS IS MN-STATUS.

           SELECT RPAGOS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS REG-CLAVE
                  FILE STATUS IS RP-STATUS.

           SELECT CLIDA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CD-CLI
                  FILE STATUS IS CDA-STATUS.

           SELECT ZONA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS ZO-NRO
                  FILE STATUS IS ZO-STATUS.

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

       DATA DIVISION.
       FILE SECTION.

       FD  AVIH LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARAVIH"
           DATA RECORD IS REG-AVIH.

       01  REG-AVIH.
           03 AH-CLAVE.
              05 AH-CLI          PIC X(25).
              05 AH-SEC          PIC 999.
           03 AH-NIVEL           PIC 9.
           03 AH-FECHA.
              05 AH-DD           PIC 99.
              05 AH-MM           PIC 99.
              05 AH-AA           PIC 9999.
           03 AH-OPER            PIC X(10).

       FD  AVIE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARAVIE"
           DATA RECORD IS REG-AVIE.

       01  REG-AVIE.
           03 AE-CLAVE.
              05 AE-CLI          PIC X(25).
              05 AE-SEC          PIC 999.
           03 AE-MANI            PIC 9(6).
           03 AE-EST             PIC X.
           03 AE-FECHA           PIC 9(8).

       FD  MANI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARMANI"
           DATA RECORD IS REG-MANI.

       01  REG-MANI.
           03 MN-NRO            PIC 9(6).
           03 MN-FECHA          PIC 9(8).
           03 MN-COBR           PIC 999.
           03 MN-CANT           PIC 9(5).

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

      *    DATOS COMPLEMENTARIOS DEL CLIENTE (ZONA, CATEGORIA Y
      *    ORDEN DE VISITA DENTRO DE LA ZONA).
       FD  CLIDA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDA.

       01  REG-CLIDA.
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

       FD  ZONA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARZONA"
           DATA RECORD IS REG-ZONA.

       01  REG-ZONA.
           03 ZO-NRO            PIC 999.
           03 ZO-DESC           PIC X(25).

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

       WORKING-STORAGE SECTION.
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  AH-STATUS             PIC XX VALUE SPACES.
       77  AE-STATUS             PIC XX VALUE SPACES.
       77  MN-STATUS             PIC XX VALUE SPACES.
       77  RP-STATUS             PIC XX VALUE SPACES.
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  ZO-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  SER-DD                PIC 99 VALUE ZEROS.
       77  SER-MM                PIC 99 VALUE ZEROS.
       77  SER-AA                PIC 9999 VALUE ZEROS.
       77  SER-Q                 PIC 9(6) VALUE ZEROS.
       77  SER-RES               PIC 9(8) VALUE ZEROS.
       77  AF-DESDE1             PIC 9(6) VALUE ZEROS.
       77  AF-HASTA1             PIC 9(6) VALUE ZEROS.
       77  AF-DESDE              PIC 9(8) VALUE ZEROS.
       77  AF-HASTA              PIC 9(8) VALUE ZEROS.
       77  AF-CMP                PIC 9(8) VALUE ZEROS.
       77  AF-SNOTA              PIC 9(8) VALUE ZEROS.
       77  AF-SPAGO              PIC 9(8) VALUE ZEROS.
       77  AF-SHOY               PIC 9(8) VALUE ZEROS.
       77  AF-DIAS               PIC 9(8) VALUE ZEROS.
       77  AF-NIVEL              PIC 9 VALUE ZERO.
       77  AF-CANAL              PIC 9 VALUE ZERO.
       77  AF-ESTADO             PIC 9 VALUE ZERO.
       77  AF-ZONA               PIC 999 VALUE ZEROS.
       77  AF-I                  PIC 9(4) VALUE ZEROS.
       77  AF-Z                  PIC 9(4) VALUE ZEROS.
       77  AF-K                  PIC 9 VALUE ZEROS.
       77  AF-LIN                PIC 99 VALUE ZEROS.
       77  AF-LEIDOS             PIC 9(7) VALUE ZEROS.
       77  AF-ABIERTO            PIC X VALUE "N".
       77  AF-PCT                PIC 999V99 VALUE ZEROS.
       77  AF-PCT-ED             PIC ZZ9.99 VALUE ZEROS.
       77  AF-ED                 PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.

       01  FECHA.
           03 AAR                PIC 99.
           03 MMR                PIC 99.
           03 DDR                PIC 99.

       01  AF-F1                 PIC 9(6) VALUE ZEROS.
       01  AF-F1-R REDEFINES AF-F1.
           03 AF-DD              PIC 99.
           03 AF-MM              PIC 99.
           03 AF-AA              PIC 99.

       01  AF-FEC8               PIC 9(8) VALUE ZEROS.
       01  AF-FEC8-R REDEFINES AF-FEC8.
           03 AF-F8A             PIC 9999.
           03 AF-F8M             PIC 99.
           03 AF-F8D             PIC 99.
       01  AF-FECED.
           03 AF-FED             PIC 99.
           03 F                  PIC X VALUE "/".
           03 AF-FEM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 AF-FEA             PIC 9999.

       01  TAB-DIAS-ACUM VALUE "000031059090120151181212243273304334".
           03 DIAS-ACUM          PIC 999 OCCURS 12 TIMES.

      *    IMPORTE PAGADO POR EL CLIENTE EN CADA FRANJA (15, 30 Y 60
      *    DIAS) CONTADA DESDE LA FECHA DE LA PIEZA EN CURSO.
       01  AF-MONTOS.
           03 AF-MON             PIC 9(12)V99 OCCURS 3.

      *    ACUMULADOS. FILAS 1-4 NIVEL (AVISO, INT1, INT2, INT3),
      *    5-8 CANAL (COBRADOR, CORREO, ELECTRONICO, SIN MANIFIESTO),
      *    9-15 ESTADO DE ENTREGA (P, E, D, X, M, R, SIN REGISTRO),
      *    16 TOTAL GENERAL Y DESDE LA 17 ZONA POR CANAL (16 + ZONA *
      *    4 + CANAL).
       01  AF-TAB.
           03 AF-FILA OCCURS 4016.
              05 AF-CANT         PIC 9(7).
              05 AF-REC          PIC 9(7) OCCURS 3.
              05 AF-IMP          PIC 9(12)V99 OCCURS 3.

       01  AF-DESCRIP.
           03 F PIC X(20) VALUE "AVISO".
           03 F PIC X(20) VALUE "INTIMACION 1".
           03 F PIC X(20) VALUE "INTIMACION 2".
           03 F PIC X(20) VALUE "INTIMACION 3".
           03 F PIC X(20) VALUE "COBRADOR".
           03 F PIC X(20) VALUE "CORREO".
           03 F PIC X(20) VALUE "ELECTRONICO".
           03 F PIC X(20) VALUE "SIN MANIFIESTO".
           03 F PIC X(20) VALUE "PENDIENTE".
           03 F PIC X(20) VALUE "ENTREGADO".
           03 F PIC X(20) VALUE "DEVUELTO".
           03 F PIC X(20) VALUE "DOMICILIO INEXIST.".
           03 F PIC X(20) VALUE "ENVIO ELECTRONICO".
           03 F PIC X(20) VALUE "ELECTRONICO REBOTADO".
           03 F PIC X(20) VALUE "SIN REGISTRO".
           03 F PIC X(20) VALUE "TOTAL".
       01  AF-DESCRIP-R REDEFINES AF-DESCRIP.
           03 AF-DESC            PIC X(20) OCCURS 16.

       01  AF-TITU.
           03 F PIC X(40)
              VALUE "EFECTIVIDAD DE AVISOS E INTIMACIONES - ".
           03 F PIC X(10) VALUE "PIEZAS DEL".
           03 F PIC X VALUE SPACE.
           03 AFT-DESDE          PIC X(10).
           03 F PIC X(4) VALUE " AL ".
           03 AFT-HASTA          PIC X(10).

       01  AF-AVISO.
           03 F PIC X(40)
              VALUE "ATENCION: HAY PIEZAS CON MENOS DE 60 DIA".
           03 F PIC X(40)
              VALUE "S; SUS FRANJAS TODAVIA ESTAN ABIERTAS.  ".

       01  AF-SECCION.
           03 F                  PIC X(4) VALUE "*** ".
           03 AFS-TEXTO          PIC X(40).

       01  AF-CAB1.
           03 F PIC X(33) VALUE SPACES.
           03 F PIC X(32) VALUE "       PAGO DENTRO DE 15 DIAS".
           03 F PIC X(32) VALUE "       PAGO DENTRO DE 30 DIAS".
           03 F PIC X(32) VALUE "       PAGO DENTRO DE 60 DIAS".

       01  AF-CAB2.
           03 F PIC X(26) VALUE "DESCRIPCION".
           03 F PIC X(7)  VALUE " PIEZAS".
           03 F PIC X(32) VALUE "    PAGAN      %         IMPORTE".
           03 F PIC X(32) VALUE "    PAGAN      %         IMPORTE".
           03 F PIC X(32) VALUE "    PAGAN      %         IMPORTE".

       01  AF-LINEA.
           03 AL-DESC            PIC X(26).
           03 AL-CANT            PIC ZZZ,ZZ9.
           03 AL-FRANJA OCCURS 3.
              05 F               PIC XX.
              05 AL-REC          PIC ZZZ,ZZ9.
              05 F               PIC X.
              05 AL-PCT          PIC ZZ9.99.
              05 AL-IMP          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  AF-ZDESC.
           03 AZ-NRO             PIC ZZ9.
           03 F                  PIC X VALUE SPACE.
           03 AZ-NOM             PIC X(12).
           03 F                  PIC X VALUE SPACE.
           03 AZ-CANAL           PIC X(9).

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARPAGOS 02".
              05 F               PIC X(10) VALUE "ARCLIDA 02".
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
              VALUE " EFECTIVIDAD DE AVISOS E INTIMACIONES ".
           03 LINE 10 COLUMN 24
              VALUE "1-INFORME POR PERIODO".
           03 LINE 12 COLUMN 24
              VALUE "2-REGRESO MENU PRINCIPAL".
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
           OPEN INPUT AVIH.
           IF AH-STATUS NOT = "00"
               OPEN OUTPUT AVIH
               CLOSE AVIH
               OPEN INPUT AVIH.
           OPEN INPUT AVIE.
           IF AE-STATUS NOT = "00"
               OPEN OUTPUT AVIE
               CLOSE AVIE
               OPEN INPUT AVIE.
           OPEN INPUT MANI.
           IF MN-STATUS NOT = "00"
               OPEN OUTPUT MANI
               CLOSE MANI
               OPEN INPUT MANI.
           OPEN INPUT RPAGOS.
           IF RP-STATUS NOT = "00"
               OPEN OUTPUT RPAGOS
               CLOSE RPAGOS
               OPEN INPUT RPAGOS.
           OPEN INPUT CLIDA.
           IF CDA-STATUS NOT = "00"
               OPEN OUTPUT CLIDA
               CLOSE CLIDA
               OPEN INPUT CLIDA.
           OPEN INPUT ZONA.
           IF ZO-STATUS NOT = "00"
               OPEN OUTPUT ZONA
               CLOSE ZONA
               OPEN INPUT ZONA.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO EFECTI.
           IF OPC = "2" GO TO CIERRE.
           GO TO L-PANT.

       EFECTI.
           PERFORM ENCABEZA.
       EF-DESDE.
           DISPLAY "PIEZAS DESDE (DDMMAA):" AT 0918.
           MOVE ZEROS TO AF-DESDE1.
           ACCEPT AF-DESDE1 AT 0941 WITH PROMPT.
           IF AF-DESDE1 = ZEROS GO TO ENCABEZA.
           MOVE AF-DESDE1 TO AF-F1.
           IF AF-MM < 1 OR AF-MM > 12 GO TO EF-DESDE.
           MOVE AF-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE AF-DESDE = ANO-VENT * 10000 + AF-MM * 100 + AF-DD.
       EF-HASTA.
           DISPLAY "PIEZAS HASTA (DDMMAA):" AT 1018.
           MOVE ZEROS TO AF-HASTA1.
           ACCEPT AF-HASTA1 AT 1041 WITH PROMPT.
           IF AF-HASTA1 = ZEROS GO TO ENCABEZA.
           MOVE AF-HASTA1 TO AF-F1.
           IF AF-MM < 1 OR AF-MM > 12 GO TO EF-HASTA.
           MOVE AF-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE AF-HASTA = ANO-VENT * 10000 + AF-MM * 100 + AF-DD.
           IF AF-HASTA < AF-DESDE GO TO EF-HASTA.
       EF-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO AVIEFI.TXT  3=CANCELA"
               AT 1218 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1264 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO EF-GO.
           IF OPC = "2" MOVE "AVIEFI.TXT" TO IMPRE-DEST GO TO EF-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO EF-DEST.
       EF-GO.
           DISPLAY "PROCESANDO..." AT 1418 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO AF-TAB AF-LEIDOS.
      *    SI LA ULTIMA PIEZA DEL PERIODO NO CUMPLIO 60 DIAS A LA
      *    FECHA, LAS FRANJAS NO ESTAN CERRADAS Y SE ADVIERTE.
           MOVE "N" TO AF-ABIERTO.
           ACCEPT FECHA FROM DATE.
           MOVE AAR TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO SER-AA.
           MOVE MMR TO SER-MM.
           MOVE DDR TO SER-DD.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           MOVE SER-RES TO AF-SHOY.
           MOVE AF-HASTA TO AF-FEC8.
           MOVE AF-F8A TO SER-AA.
           MOVE AF-F8M TO SER-MM.
           MOVE AF-F8D TO SER-DD.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           IF SER-RES + 60 > AF-SHOY MOVE "S" TO AF-ABIERTO.
           MOVE LOW-VALUES TO AH-CLAVE.
           START AVIH KEY IS NOT LESS THAN AH-CLAVE
           INVALID KEY GO TO EF-INFORME.
       EF-R.
           READ AVIH NEXT RECORD AT END GO TO EF-INFORME.
           COMPUTE AF-CMP = AH-AA * 10000 + AH-MM * 100 + AH-DD.
           IF AF-CMP < AF-DESDE OR AF-CMP > AF-HASTA GO TO EF-R.
           IF AH-MM < 1 OR AH-MM > 12 GO TO EF-R.
           IF AH-NIVEL > 3 GO TO EF-R.
           PERFORM EF-PIEZA THRU F-EF-PIEZA.
           ADD 1 TO AF-LEIDOS.
           GO TO EF-R.
       EF-INFORME.
           PERFORM EF-IMPRIME THRU F-EF-IMPRIME.
           PERFORM EF-PANTALLA THRU F-EF-PANTALLA.
           GO TO ENCABEZA.

      *    UNA PIEZA: CANAL Y ESTADO DESDE ARAVIE/ARMANI, ZONA DESDE
      *    ARCLIDA, PAGOS POR FRANJA Y ACUMULACION EN CADA FILA.
       EF-PIEZA.
           MOVE AH-NIVEL TO AF-NIVEL.
           MOVE 4 TO AF-CANAL.
           MOVE 7 TO AF-ESTADO.
           MOVE AH-CLAVE TO AE-CLAVE.
           READ AVIE KEY IS AE-CLAVE
           INVALID KEY GO TO EP-ZONA.
           IF AE-EST = "P" MOVE 1 TO AF-ESTADO.
           IF AE-EST = "E" MOVE 2 TO AF-ESTADO.
           IF AE-EST = "D" MOVE 3 TO AF-ESTADO.
           IF AE-EST = "X" MOVE 4 TO AF-ESTADO.
           IF AE-EST = "M" MOVE 5 TO AF-ESTADO.
           IF AE-EST = "R" MOVE 6 TO AF-ESTADO.
      *    LAS PIEZAS ELECTRONICAS NO VAN EN NINGUN MANIFIESTO.
           IF AE-EST = "M" OR AE-EST = "R"
               MOVE 3 TO AF-CANAL
               GO TO EP-ZONA.
           MOVE AE-MANI TO MN-NRO.
           READ MANI KEY IS MN-NRO
           INVALID KEY GO TO EP-ZONA.
           IF MN-COBR = ZEROS
               MOVE 2 TO AF-CANAL
           ELSE
               MOVE 1 TO AF-CANAL.
       EP-ZONA.
           MOVE ZEROS TO AF-ZONA.
           MOVE AH-CLI TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY MOVE SPACES TO REG-CLIDA.
           IF CDA-STATUS = "00"
               MOVE CD-ZONA TO AF-ZONA.
           IF AF-ZONA IS NOT NUMERIC MOVE ZEROS TO AF-ZONA.
           PERFORM EF-PAGOS THRU F-EF-PAGOS.
           COMPUTE AF-I = AF-NIVEL + 1.
           PERFORM EF-ACUM THRU F-EF-ACUM.
           COMPUTE AF-I = 4 + AF-CANAL.
           PERFORM EF-ACUM THRU F-EF-ACUM.
           COMPUTE AF-I = 8 + AF-ESTADO.
           PERFORM EF-ACUM THRU F-EF-ACUM.
           MOVE 16 TO AF-I.
           PERFORM EF-ACUM THRU F-EF-ACUM.
           COMPUTE AF-I = 16 + AF-ZONA * 4 + AF-CANAL.
           PERFORM EF-ACUM THRU F-EF-ACUM.
       F-EF-PIEZA.
           EXIT.

      *    LA CLAVE DE ARPAGOS GUARDA LA FECHA COMO DD/MM/AAAA, ASI
      *    QUE SE RECORREN TODOS LOS PAGOS DEL CLIENTE Y SE MIDE LA
      *    DISTANCIA EN DIAS CONTRA LA FECHA DE LA PIEZA.
       EF-PAGOS.
           MOVE ZEROS TO AF-MONTOS.
           MOVE AH-AA TO SER-AA.
           MOVE AH-MM TO SER-MM.
           MOVE AH-DD TO SER-DD.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           MOVE SER-RES TO AF-SNOTA.
           MOVE AH-CLI TO REG-CIM.
           MOVE ZEROS TO REG-FEC.
           MOVE ZEROS TO REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO F-EF-PAGOS.
       EPG-R.
           READ RPAGOS NEXT RECORD AT END GO TO F-EF-PAGOS.
           IF REG-CIM NOT = AH-CLI GO TO F-EF-PAGOS.
           IF REG-EST = "A" OR REG-EST = "R" GO TO EPG-R.
           IF RFM < 1 OR RFM > 12 GO TO EPG-R.
           MOVE RFA TO SER-AA.
           MOVE RFM TO SER-MM.
           MOVE RFD TO SER-DD.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           MOVE SER-RES TO AF-SPAGO.
           IF AF-SPAGO < AF-SNOTA GO TO EPG-R.
           COMPUTE AF-DIAS = AF-SPAGO - AF-SNOTA.
           IF AF-DIAS > 60 GO TO EPG-R.
           IF AF-DIAS NOT > 15 ADD REG-MPO TO AF-MON (1).
           IF AF-DIAS NOT > 30 ADD REG-MPO TO AF-MON (2).
           ADD REG-MPO TO AF-MON (3).
           GO TO EPG-R.
       F-EF-PAGOS.
           EXIT.

       EF-ACUM.
           ADD 1 TO AF-CANT (AF-I).
           IF AF-MON (1) > ZEROS
               ADD 1 TO AF-REC (AF-I, 1)
               ADD AF-MON (1) TO AF-IMP (AF-I, 1).
           IF AF-MON (2) > ZEROS
               ADD 1 TO AF-REC (AF-I, 2)
               ADD AF-MON (2) TO AF-IMP (AF-I, 2).
           IF AF-MON (3) > ZEROS
               ADD 1 TO AF-REC (AF-I, 3)
               ADD AF-MON (3) TO AF-IMP (AF-I, 3).
       F-EF-ACUM.
           EXIT.

      *    INFORME: NIVEL, CANAL, ESTADO DE ENTREGA, TOTAL Y ZONA.
       EF-IMPRIME.
           OPEN OUTPUT IMPRE.
           MOVE AF-DESDE TO AF-FEC8.
           MOVE AF-F8D TO AF-FED.
           MOVE AF-F8M TO AF-FEM.
           MOVE AF-F8A TO AF-FEA.
           MOVE AF-FECED TO AFT-DESDE.
           MOVE AF-HASTA TO AF-FEC8.
           MOVE AF-F8D TO AF-FED.
           MOVE AF-F8M TO AF-FEM.
           MOVE AF-F8A TO AF-FEA.
           MOVE AF-FECED TO AFT-HASTA.
           WRITE RENGLON FROM AF-TITU AFTER 1.
           IF AF-ABIERTO = "S"
               WRITE RENGLON FROM AF-AVISO AFTER 1.
           MOVE "POR NIVEL" TO AFS-TEXTO.
           PERFORM EI-SECCION THRU F-EI-SECCION.
           PERFORM EI-FILA THRU F-EI-FILA
               VARYING AF-I FROM 1 BY 1 UNTIL AF-I > 4.
           MOVE "POR CANAL DE ENTREGA" TO AFS-TEXTO.
           PERFORM EI-SECCION THRU F-EI-SECCION.
           PERFORM EI-FILA THRU F-EI-FILA
               VARYING AF-I FROM 5 BY 1 UNTIL AF-I > 8.
           MOVE "POR ESTADO DE ENTREGA" TO AFS-TEXTO.
           PERFORM EI-SECCION THRU F-EI-SECCION.
           PERFORM EI-FILA THRU F-EI-FILA
               VARYING AF-I FROM 9 BY 1 UNTIL AF-I > 15.
           MOVE "POR ZONA Y CANAL" TO AFS-TEXTO.
           PERFORM EI-SECCION THRU F-EI-SECCION.
           PERFORM EI-ZONA THRU F-EI-ZONA
               VARYING AF-Z FROM 0 BY 1 UNTIL AF-Z > 999.
           MOVE 16 TO AF-I.
           MOVE AF-DESC (AF-I) TO AL-DESC.
           PERFORM EI-ARMA THRU F-EI-ARMA.
           WRITE RENGLON FROM AF-LINEA AFTER 2.
           CLOSE IMPRE.
       F-EF-IMPRIME.
           EXIT.

       EI-SECCION.
           WRITE RENGLON FROM AF-SECCION AFTER 2.
           WRITE RENGLON FROM AF-CAB1 AFTER 1.
           WRITE RENGLON FROM AF-CAB2 AFTER 1.
       F-EI-SECCION.
           EXIT.

       EI-FILA.
           IF AF-CANT (AF-I) = ZEROS GO TO F-EI-FILA.
           MOVE AF-DESC (AF-I) TO AL-DESC.
           PERFORM EI-ARMA THRU F-EI-ARMA.
           WRITE RENGLON FROM AF-LINEA AFTER 1.
       F-EI-FILA.
           EXIT.

      *    UNA LINEA POR CADA CANAL CON PIEZAS DENTRO DE LA ZONA.
       EI-ZONA.
           COMPUTE AF-I = 16 + AF-Z * 4 + 1.
           IF AF-CANT (AF-I) = ZEROS AND AF-CANT (AF-I + 1) = ZEROS
               AND AF-CANT (AF-I + 2) = ZEROS
               AND AF-CANT (AF-I + 3) = ZEROS GO TO F-EI-ZONA.
           MOVE AF-Z TO ZO-NRO.
           MOVE "SIN ZONA" TO AZ-NOM.
           IF ZO-NRO NOT = ZEROS
               READ ZONA KEY IS ZO-NRO
               INVALID KEY MOVE SPACES TO AZ-NOM
               NOT INVALID KEY MOVE ZO-DESC TO AZ-NOM.
           MOVE AF-Z TO AZ-NRO.
           MOVE 1 TO AF-K.
       EIZ-R.
           COMPUTE AF-I = 16 + AF-Z * 4 + AF-K.
           IF AF-CANT (AF-I) = ZEROS GO TO EIZ-S.
           COMPUTE AF-I = 4 + AF-K.
           MOVE AF-DESC (AF-I) TO AZ-CANAL.
           COMPUTE AF-I = 16 + AF-Z * 4 + AF-K.
           MOVE AF-ZDESC TO AL-DESC.
           PERFORM EI-ARMA THRU F-EI-ARMA.
           WRITE RENGLON FROM AF-LINEA AFTER 1.
       EIZ-S.
           ADD 1 TO AF-K.
           IF AF-K < 5 GO TO EIZ-R.
       F-EI-ZONA.
           EXIT.

       EI-ARMA.
           MOVE AF-CANT (AF-I) TO AL-CANT.
           PERFORM EI-FRANJA THRU F-EI-FRANJA
               VARYING AF-K FROM 1 BY 1 UNTIL AF-K > 3.
       F-EI-ARMA.
           EXIT.

       EI-FRANJA.
           MOVE ZEROS TO AF-PCT.
           IF AF-CANT (AF-I) NOT = ZEROS
               COMPUTE AF-PCT ROUNDED = AF-REC (AF-I, AF-K) * 100
                   / AF-CANT (AF-I).
           MOVE AF-REC (AF-I, AF-K) TO AL-REC (AF-K).
           MOVE AF-PCT TO AL-PCT (AF-K).
           MOVE AF-IMP (AF-I, AF-K) TO AL-IMP (AF-K).
       F-EI-FRANJA.
           EXIT.

      *    RESUMEN EN PANTALLA: POR NIVEL, A 60 DIAS.
       EF-PANTALLA.
           PERFORM ENCABEZA.
           DISPLAY "EFECTIVIDAD A 60 DIAS" AT 0818.
           DISPLAY "PIEZAS   PAGAN       %          IMPORTE" AT 0938.
           MOVE 1 TO AF-I.
           MOVE 10 TO AF-LIN.
       EFP-R.
           DISPLAY (AF-LIN, 18) AF-DESC (AF-I).
           DISPLAY (AF-LIN, 37) AF-CANT (AF-I).
           DISPLAY (AF-LIN, 45) AF-REC (AF-I, 3).
           MOVE ZEROS TO AF-PCT.
           IF AF-CANT (AF-I) NOT = ZEROS
               COMPUTE AF-PCT ROUNDED = AF-REC (AF-I, 3) * 100
                   / AF-CANT (AF-I).
           MOVE AF-PCT TO AF-PCT-ED.
           DISPLAY (AF-LIN, 54) AF-PCT-ED.
           MOVE AF-IMP (AF-I, 3) TO AF-ED.
           DISPLAY (AF-LIN, 61) AF-ED.
           ADD 1 TO AF-LIN.
           ADD 1 TO AF-I.
           IF AF-I < 5 GO TO EFP-R.
           IF AF-I = 17 GO TO EFP-FIN.
           MOVE 16 TO AF-I.
           ADD 1 TO AF-LIN.
           GO TO EFP-R.
       EFP-FIN.
           IF AF-ABIERTO = "S"
               DISPLAY "HAY PIEZAS CON MENOS DE 60 DIAS" AT 1818
               WITH FOREGROUND-COLOR 4.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1960 WITH PROMPT.
       F-EF-PANTALLA.
           EXIT.

      *    SERIE APROXIMADA DE DIAS (ANO*365 + BISIESTOS + ACUMULADO
      *    DEL MES + DIA), SUFICIENTE PARA CLASIFICAR POR FRANJAS.
       CALC-SERIE.
           DIVIDE SER-AA BY 4 GIVING SER-Q.
           COMPUTE SER-RES = SER-AA * 365 + SER-Q
               + DIAS-ACUM (SER-MM) + SER-DD.
       F-CALC-SERIE.
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
           CLOSE AVIH AVIE MANI RPAGOS CLIDA ZONA.
           CHAIN "MENU".
           STOP RUN.

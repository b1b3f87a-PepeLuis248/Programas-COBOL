       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TASACT.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * TASAS DE ACTUACION: CATALOGO DE SERVICIOS ARANCELADOS
      * (ARSERV) CON SU IMPORTE Y TIPO DE VENCIMIENTO, E INFORME
      * MENSUAL DE DOCUMENTOS EMITIDOS CONTRA TASAS GENERADAS Y
      * COBRADAS (TASMES.TXT). LAS TASAS LAS GENERA TASREG DESDE
      * LOS PROGRAMAS QUE EMITEN LOS DOCUMENTOS:
      *    LDEU  LIBRE DEUDA (CONSULTAS)
      *    CDEU  CERTIFICADO DE DEUDA (AVISOS)
      *    CUPO  DUPLICADO DE CUPONERA (PADRON)
      *    RECI  REIMPRESION DE RECIBO (PAGOS)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SERV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS SE-COD
                  FILE STATUS IS SE-STATUS.

           SELECT DOCE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DE-CLAVE
                  FILE STATUS IS DE-STATUS.

           SELECT LTAS ASSIGN TO DISK
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

       DATA DIVISION.
       FILE SECTION.

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

      *    CATALOGO DE SERVICIOS ARANCELADOS (VER TASREG).
       FD  SERV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSERV"
           DATA RECORD IS REG-SERV.

       01  REG-SERV.
           03 SE-COD            PIC X(4).
           03 SE-DESC           PIC X(30).
           03 SE-MONTO          PIC 9(9)V99.
           03 SE-TIP            PIC 9(3).
           03 SE-OPER           PIC X(10).

      *    DOCUMENTOS EMITIDOS (VER TASREG).
       FD  DOCE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDOCE"
           DATA RECORD IS REG-DOCE.

       01  REG-DOCE.
           03 DE-CLAVE.
              05 DE-FECHA       PIC 9(8).
              05 DE-HORA        PIC 9(8).
              05 DE-SEC         PIC 999.
           03 DE-SERV           PIC X(4).
           03 DE-CLI            PIC X(25).
           03 DE-DOC            PIC X(12).
           03 DE-MONTO          PIC 9(9)V99.
           03 DE-CUOTA.
              05 DE-AA          PIC 99.
              05 DE-P1          PIC 99.
              05 DE-TIP         PIC 9(3).
           03 DE-OPER           PIC X(10).

       FD  LTAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "TASMES.TXT"
           DATA RECORD IS REG-LTAS.

       01  REG-LTAS             PIC X(132).

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
       77  SE-STATUS             PIC XX VALUE SPACES.
       77  DE-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  TAS-MONTO-ED          PIC Z(8)9.99 VALUE ZEROS.
       77  TAS-LIN               PIC 99 VALUE ZEROS.
       77  TAS-DESDE             PIC 9(8) VALUE ZEROS.
       77  TAS-HASTA             PIC 9(8) VALUE ZEROS.
       77  TAS-COBR              PIC 9(11)V99 VALUE ZEROS.
       77  TM-N                  PIC 99 VALUE ZEROS.
       77  TM-I                  PIC 99 VALUE ZEROS.
       01  TAS-PER               PIC 9(4) VALUE ZEROS.
       01  TAS-PER-R REDEFINES TAS-PER.
           03 TAS-P-MM           PIC 99.
           03 TAS-P-AA           PIC 99.
      *    ACUMULADOS DEL MES POR SERVICIO; EL ULTIMO RENGLON ES EL
      *    TOTAL GENERAL.
       01  TM-TABLA.
           03 TM-ITEM OCCURS 21.
              05 TM-COD          PIC X(4).
              05 TM-DOCS         PIC 9(5).
              05 TM-CONT         PIC 9(5).
              05 TM-CARG         PIC 9(11)V99.
              05 TM-COBR         PIC 9(11)V99.
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
       01  SE-RENG.
           03 SE-COD-S           PIC X(4).
           03 F                  PIC X(2) VALUE SPACES.
           03 SE-DESC-S          PIC X(30).
           03 F                  PIC X VALUE SPACE.
           03 SE-MONTO-S         PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(2) VALUE SPACES.
           03 SE-TIP-S           PIC ZZ9.
       01  DET-LIN.
           03 DET-FECHA          PIC 9(8).
           03 F                  PIC X VALUE SPACE.
           03 DET-SERV           PIC X(4).
           03 F                  PIC X VALUE SPACE.
           03 DET-CLI            PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 DET-DOC            PIC X(12).
           03 F                  PIC X VALUE SPACE.
           03 DET-MONTO          PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 DET-COBR           PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 DET-OPER           PIC X(10).
       01  DET-TIT.
           03 F                  PIC X(9) VALUE "FECHA".
           03 F                  PIC X(5) VALUE "SERV".
           03 F                  PIC X(26) VALUE "CLIENTE".
           03 F                  PIC X(13) VALUE "DOCUMENTO".
           03 F                  PIC X(15) VALUE "           TASA".
           03 F                  PIC X(15) VALUE "        COBRADO".
           03 F                  PIC X(10) VALUE " OPERADOR".
       01  RES-TIT.
           03 F                  PIC X(6) VALUE "SERV".
           03 F                  PIC X(8) VALUE "   DOCS".
           03 F                  PIC X(8) VALUE "  TASAS".
           03 F                  PIC X(18) VALUE "          GENERADO".
           03 F                  PIC X(18) VALUE "           COBRADO".
           03 F                  PIC X(18) VALUE "         PENDIENTE".
       01  RES-LIN.
           03 RES-COD            PIC X(5).
           03 F                  PIC X VALUE SPACE.
           03 RES-DOCS           PIC ZZ,ZZ9.
           03 F                  PIC X(2) VALUE SPACES.
           03 RES-CONT           PIC ZZ,ZZ9.
           03 F                  PIC X(2) VALUE SPACES.
           03 RES-CARG           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 RES-COBR           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 RES-PEND           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

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
              VALUE "     TASAS DE ACTUACION      ".
           03 LINE 10 COLUMN 24
              VALUE "1-CATALOGO DE SERVICIOS".
           03 LINE 11 COLUMN 24
              VALUE "2-INFORME MENSUAL".
           03 LINE 13 COLUMN 24
              VALUE "3-REGRESO MENU PRINCIPAL".
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
           OPEN I-O IMPU.
           OPEN I-O CODI.
           OPEN I-O SERV.
           IF SE-STATUS NOT = "00"
               OPEN OUTPUT SERV
               CLOSE SERV
               OPEN I-O SERV.
           OPEN I-O DOCE.
           IF DE-STATUS NOT = "00"
               OPEN OUTPUT DOCE
               CLOSE DOCE
               OPEN I-O DOCE.
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
           IF OPC = "1" GO TO CAT.
           IF OPC = "2" GO TO INF.
           IF OPC = "3" GO TO CIERRE.
           GO TO L-PANT.

      *    CATALOGO: LISTA LOS SERVICIOS Y PERMITE DAR DE ALTA,
      *    MODIFICAR O BORRAR UNO. UN SERVICIO SIN IMPORTE O FUERA DEL
      *    CATALOGO SE EMITE SIN TASA (EL DOCUMENTO IGUAL SE REGISTRA).
       CAT.
           PERFORM ENCABEZA.
           DISPLAY "COD   DESCRIPCION                           IMPORTE"
               AT 0810.
           DISPLAY "TIPO" AT 0862.
           MOVE 8 TO TAS-LIN.
           MOVE LOW-VALUES TO SE-COD.
           START SERV KEY IS NOT LESS THAN SE-COD
           INVALID KEY GO TO CAT-OP.
       CAT-R.
           READ SERV NEXT RECORD AT END GO TO CAT-OP.
           MOVE SE-COD TO SE-COD-S.
           MOVE SE-DESC TO SE-DESC-S.
           MOVE SE-MONTO TO SE-MONTO-S.
           MOVE SE-TIP TO SE-TIP-S.
           ADD 1 TO TAS-LIN.
           IF TAS-LIN < 20
               DISPLAY SE-RENG AT LINE TAS-LIN COLUMN 10.
           GO TO CAT-R.
       CAT-OP.
           DISPLAY "CODIGO (LDEU CDEU CUPO RECI) - VACIO SALE:" AT 2110.
           MOVE SPACES TO SE-COD.
           ACCEPT SE-COD AT 2153 WITH PROMPT.
           IF SE-COD = SPACES GO TO ENCABEZA.
           MOVE SPACES TO BT-ANTES.
           READ SERV KEY IS SE-COD
           INVALID KEY
               MOVE SPACES TO SE-DESC
               MOVE ZEROS TO SE-MONTO SE-TIP.
           IF SE-STATUS = "00" MOVE REG-SERV TO BT-ANTES.
           DISPLAY "A=ALTA/MODIFICA  B=BAJA:" AT 2210.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2235 WITH PROMPT.
           IF OPC = "B" GO TO CAT-BAJA.
           IF OPC NOT = "A" GO TO CAT.
           DISPLAY "DESCRIPCION:" AT 2310.
           DISPLAY SE-DESC AT 2323.
           ACCEPT SE-DESC AT 2323.
       CAT-MONTO.
           DISPLAY "IMPORTE $:" AT 2410.
           MOVE SE-MONTO TO TAS-MONTO-ED.
           DISPLAY TAS-MONTO-ED AT 2421.
           ACCEPT TAS-MONTO-ED AT 2421.
           MOVE TAS-MONTO-ED TO SE-MONTO.
       CAT-TIPO.
           DISPLAY "TIPO:" AT 2440.
           DISPLAY SE-TIP AT 2446.
           ACCEPT SE-TIP AT 2446.
           MOVE SE-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY GO TO CAT-TIPO.
           DISPLAY B-CODI (1:25) AT 2450.
           MOVE OPERADOR TO SE-OPER.
           WRITE REG-SERV INVALID KEY REWRITE REG-SERV.
           MOVE "SERV" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE SE-COD TO BT-CLAVE.
           MOVE REG-SERV TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO CAT.
       CAT-BAJA.
           DELETE SERV INVALID KEY GO TO CAT.
           MOVE "SERV" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE SE-COD TO BT-CLAVE.
           MOVE SPACES TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO CAT.

      *    INFORME MENSUAL: CADA DOCUMENTO EMITIDO EN EL MES CON SU
      *    TASA Y LO COBRADO DE ELLA (LO PAGADO DE LA CUOTA), Y LOS
      *    TOTALES POR SERVICIO: DOCUMENTOS, TASAS GENERADAS, IMPORTE
      *    GENERADO, COBRADO Y PENDIENTE.
       INF.
           PERFORM ENCABEZA.
           DISPLAY "INFORME MENSUAL - PERIODO (MMAA):" AT 0818.
           MOVE ZEROS TO TAS-PER.
           ACCEPT TAS-PER AT 0852 WITH PROMPT.
           IF TAS-PER = ZEROS GO TO ENCABEZA.
           IF TAS-P-MM = ZEROS OR TAS-P-MM > 12 GO TO INF.
           MOVE TAS-P-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE TAS-DESDE = ANO-VENT * 10000 + TAS-P-MM * 100.
           COMPUTE TAS-HASTA = TAS-DESDE + 99.
           MOVE ZEROS TO TM-N.
           MOVE LOW-VALUES TO TM-TABLA.
           MOVE SPACES TO TM-COD (21).
           MOVE ZEROS TO TM-DOCS (21) TM-CONT (21) TM-CARG (21)
                         TM-COBR (21).
           OPEN OUTPUT LTAS.
           MOVE SPACES TO REG-LTAS.
           STRING "TASAS DE ACTUACION - DOCUMENTOS EMITIDOS EN "
               DELIMITED BY SIZE
               TAS-P-MM "/" ANO-VENT DELIMITED BY SIZE
               INTO REG-LTAS.
           WRITE REG-LTAS.
           WRITE REG-LTAS FROM DET-TIT.
           MOVE TAS-DESDE TO DE-FECHA.
           MOVE ZEROS TO DE-HORA DE-SEC.
           START DOCE KEY IS NOT LESS THAN DE-CLAVE
           INVALID KEY GO TO INF-RES.
       INF-R.
           READ DOCE NEXT RECORD AT END GO TO INF-RES.
           IF DE-FECHA > TAS-HASTA GO TO INF-RES.
           MOVE ZEROS TO TAS-COBR.
           IF DE-MONTO = ZEROS GO TO INF-ACUM.
           MOVE DE-CLI TO CONT.
           MOVE DE-AA TO AA.
           MOVE DE-P1 TO P1.
           MOVE DE-TIP TO TIP-IMP.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO INF-ACUM.
           MOVE PAGADO TO TAS-COBR.
           IF TAS-COBR > MONTO MOVE MONTO TO TAS-COBR.
       INF-ACUM.
           PERFORM TM-UBICA THRU F-TM-UBICA.
           ADD 1 TO TM-DOCS (TM-I) TM-DOCS (21).
           IF DE-MONTO NOT = ZEROS
               ADD 1 TO TM-CONT (TM-I) TM-CONT (21).
           ADD DE-MONTO TO TM-CARG (TM-I) TM-CARG (21).
           ADD TAS-COBR TO TM-COBR (TM-I) TM-COBR (21).
           MOVE DE-FECHA TO DET-FECHA.
           MOVE DE-SERV TO DET-SERV.
           MOVE DE-CLI TO DET-CLI.
           MOVE DE-DOC TO DET-DOC.
           MOVE DE-MONTO TO DET-MONTO.
           MOVE TAS-COBR TO DET-COBR.
           MOVE DE-OPER TO DET-OPER.
           WRITE REG-LTAS FROM DET-LIN.
           GO TO INF-R.
       INF-RES.
           MOVE SPACES TO REG-LTAS.
           WRITE REG-LTAS.
           WRITE REG-LTAS FROM RES-TIT.
           PERFORM ENCABEZA.
           DISPLAY "TASAS DE ACTUACION" AT 0803.
           DISPLAY TAS-P-MM AT 0822.
           DISPLAY "/" AT 0824.
           DISPLAY ANO-VENT AT 0825.
           DISPLAY RES-TIT AT 1003.
           MOVE 10 TO TAS-LIN.
           MOVE ZEROS TO TM-I.
       INF-RL.
           ADD 1 TO TM-I.
           IF TM-I > TM-N GO TO INF-TOT.
           PERFORM INF-LINEA THRU F-INF-LINEA.
           GO TO INF-RL.
       INF-TOT.
           MOVE 21 TO TM-I.
           MOVE 19 TO TAS-LIN.
           PERFORM INF-LINEA THRU F-INF-LINEA.
           CLOSE LTAS.
           DISPLAY "TOTAL" AT 2003.
           DISPLAY "DETALLE EN TASMES.TXT" AT 2203.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2225 WITH PROMPT.
           GO TO ENCABEZA.

       INF-LINEA.
           MOVE TM-COD (TM-I) TO RES-COD.
           IF TM-I = 21 MOVE "TOTAL" TO RES-COD.
           MOVE TM-DOCS (TM-I) TO RES-DOCS.
           MOVE TM-CONT (TM-I) TO RES-CONT.
           MOVE TM-CARG (TM-I) TO RES-CARG.
           MOVE TM-COBR (TM-I) TO RES-COBR.
           COMPUTE RES-PEND = TM-CARG (TM-I) - TM-COBR (TM-I).
           WRITE REG-LTAS FROM RES-LIN.
           ADD 1 TO TAS-LIN.
           IF TAS-LIN < 21
               DISPLAY RES-LIN AT LINE TAS-LIN COLUMN 3.
       F-INF-LINEA.
           EXIT.

      *    UBICA EL SERVICIO DEL DOCUMENTO EN LA TABLA DEL MES (LO
      *    AGREGA SI ES NUEVO); PASADOS LOS 20 VA AL ULTIMO.
       TM-UBICA.
           MOVE 1 TO TM-I.
       TM-U1.
           IF TM-I > TM-N GO TO TM-NUEVO.
           IF TM-COD (TM-I) = DE-SERV GO TO F-TM-UBICA.
           ADD 1 TO TM-I.
           GO TO TM-U1.
       TM-NUEVO.
           MOVE TM-N TO TM-I.
           IF TM-N = 20 GO TO F-TM-UBICA.
           ADD 1 TO TM-N.
           MOVE TM-N TO TM-I.
           MOVE DE-SERV TO TM-COD (TM-I).
           MOVE ZEROS TO TM-DOCS (TM-I) TM-CONT (TM-I) TM-CARG (TM-I)
                         TM-COBR (TM-I).
       F-TM-UBICA.
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

       CIERRE.
           CLOSE IMPU CODI SERV DOCE BITA.
           CHAIN "MENU".
           STOP RUN.

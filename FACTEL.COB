       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FACTEL.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * COMPROBANTES ELECTRONICOS (CAE): CADA RECIBO DE ARRECI Y CADA
      * NOTA DE DEBITO/CREDITO DE ARNOTDC QUEDA EN LA COLA ARCAE CON
      * EL CUIT DE LA EMPRESA (ARDATOS) Y EL DEL CLIENTE CUANDO EL
      * NUMERO DE CLIENTE ES UN CUIT VALIDO. DE AQUI SALE EL ARCHIVO
      * DE SOLICITUDES (CAE.SOL) PARA EL SERVICIO DE AUTORIZACION, SE
      * LEEN LAS RESPUESTAS (CAE.RES) CON EL CAE Y SU VENCIMIENTO O EL
      * MOTIVO DEL RECHAZO, Y SE LISTA LO PENDIENTE Y LO RECHAZADO
      * MARCANDO LO QUE YA PASO EL PLAZO LEGAL. PAGOS IMPRIME EL CAE
      * EN EL RECIBO Y EN LA REIMPRESION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NUM-CO
                  ALTERNATE RECORD IS NOMBRE
                  WITH DUPLICATES
                  FILE STATUS IS CN-STATUS.

           SELECT RECI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS REC-NRO
                  FILE STATUS IS RC-STATUS.

           SELECT NOTDC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DC-NRO
                  ALTERNATE RECORD IS DC-CLI
                  WITH DUPLICATES
                  FILE STATUS IS DC-STATUS.

           SELECT CAE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CA-CLAVE
                  FILE STATUS IS CA-STATUS.

           SELECT CAECF ASSIGN TO DISK
                  FILE STATUS IS CF-STATUS.

           SELECT SOLI ASSIGN TO DISK
                  FILE STATUS IS SO-STATUS.

           SELECT RESU ASSIGN TO DISK
                  FILE STATUS IS RS-STATUS.

           SELECT RDATOS ASSIGN TO DISK
                  FILE STATUS IS DA-STATUS.

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

       FD  CONTRI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCONT"
           DATA RECORD IS REG-CON.

       01  REG-CON.
           03 NUM-CO          PIC X(25).
           03 NOMBRE          PIC X(25).
           03 UBICA           PIC X(25).
           03 TELEFONO        PIC X(15).
           03 EST-CON         PIC X.

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

       FD  NOTDC LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNOTDC"
           DATA RECORD IS REG-NOTDC.

       01  REG-NOTDC.
           03 DC-NRO            PIC 9(6).
           03 DC-CLI            PIC X(25).
           03 DC-TIPODOC        PIC X.
           03 DC-CAA            PIC 99.
           03 DC-CP1            PIC 99.
           03 DC-TIP            PIC 9(3).
           03 DC-MONTO          PIC 9(11)V99.
           03 DC-MOTIVO         PIC X(40).
           03 DC-FECHA.
              05 DC-DD          PIC 99.
              05 DC-MM          PIC 99.
              05 DC-AA          PIC 9999.
           03 DC-OPER           PIC X(10).
           03 DC-SUPER          PIC X(10).
           03 DC-EST            PIC X.

      *    COLA DE AUTORIZACION: UN REGISTRO POR COMPROBANTE (TIPO
      *    R=RECIBO D=NOTA DE DEBITO C=NOTA DE CREDITO). ESTADO
      *    P=PENDIENTE E=ENVIADO A=AUTORIZADO X=RECHAZADO
      *    N=ANULADO ANTES DE AUTORIZAR (NO SE ENVIA).
       FD  CAE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCAE"
           DATA RECORD IS REG-CAE.

       01  REG-CAE.
           03 CA-CLAVE.
              05 CA-TIPO        PIC X.
              05 CA-NRO         PIC 9(8).
           03 CA-CLI            PIC X(25).
           03 CA-FECHA          PIC 9(8).
           03 CA-IMPORTE        PIC 9(11)V99.
           03 CA-CUIT-EMP       PIC 9(11).
           03 CA-DOC-TIPO       PIC 99.
           03 CA-DOC-NRO        PIC 9(11).
           03 CA-EST            PIC X.
           03 CA-CAE            PIC 9(14).
           03 CA-VTO            PIC 9(8).
           03 CA-MOTIVO         PIC X(40).
           03 CA-FENVIO         PIC 9(8).

      *    PARAMETROS: PUNTO DE VENTA HABILITADO Y PLAZO EN DIAS PARA
      *    TENER AUTORIZADO CADA COMPROBANTE.
       FD  CAECF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCAECF"
           DATA RECORD IS REG-CAECF.

       01  REG-CAECF.
           03 CF-PTOVTA         PIC 9(5).
           03 CF-PLAZO          PIC 99.

      *    SOLICITUDES PARA EL SERVICIO DE AUTORIZACION: CUIT EMISOR,
      *    TIPO DE COMPROBANTE (015 RECIBO C, 012 NOTA DEBITO C, 013
      *    NOTA CREDITO C), PUNTO DE VENTA, NUMERO, FECHA AAAAMMDD,
      *    DOCUMENTO DEL CLIENTE E IMPORTE EN CENTAVOS.
       FD  SOLI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "CAE.SOL"
           DATA RECORD IS REG-SOLI.

       01  REG-SOLI.
           03 SO-CUIT           PIC 9(11).
           03 SO-CBTE           PIC 999.
           03 SO-PTOVTA         PIC 9(5).
           03 SO-NRO            PIC 9(8).
           03 SO-FECHA          PIC 9(8).
           03 SO-DOC-TIPO       PIC 99.
           03 SO-DOC-NRO        PIC 9(11).
           03 SO-IMPORTE        PIC 9(13).

      *    RESPUESTAS: MISMO TIPO Y NUMERO, RESULTADO A=APROBADO
      *    R=RECHAZADO, CAE Y VENCIMIENTO O EL MOTIVO DEL RECHAZO.
       FD  RESU LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "CAE.RES"
           DATA RECORD IS REG-RESU.

       01  REG-RESU.
           03 RS-CBTE           PIC 999.
           03 RS-PTOVTA         PIC 9(5).
           03 RS-NRO            PIC 9(8).
           03 RS-RESULT         PIC X.
           03 RS-CAE            PIC 9(14).
           03 RS-VTO            PIC 9(8).
           03 RS-MOTIVO         PIC X(40).

       FD  RDATOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDATOS"
           DATA RECORD IS REG-DATOS.

       01  REG-DATOS.
           03 REG-NOMEMP         PIC X(40).
           03 REG-CIUD           PIC X(40).
           03 REG-DOM            PIC X(40).
           03 REG-TEL            PIC X(15).
           03 REG-CUIT           PIC X(13).

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
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  CN-STATUS             PIC XX VALUE SPACES.
       77  RC-STATUS             PIC XX VALUE SPACES.
       77  DC-STATUS             PIC XX VALUE SPACES.
       77  CA-STATUS             PIC XX VALUE SPACES.
       77  CF-STATUS             PIC XX VALUE SPACES.
       77  SO-STATUS             PIC XX VALUE SPACES.
       77  RS-STATUS             PIC XX VALUE SPACES.
       77  DA-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  FE-CUIT-EMP           PIC 9(11) VALUE ZEROS.
       77  FE-PTOVTA             PIC 9(5) VALUE 1.
       77  FE-PLAZO              PIC 99 VALUE 10.
       77  FE-HOY                PIC 9(8) VALUE ZEROS.
       77  FE-NUEVOS             PIC 9(6) VALUE ZEROS.
       77  FE-ANULA              PIC 9(6) VALUE ZEROS.
       77  FE-ENVIA              PIC 9(6) VALUE ZEROS.
       77  FE-APROB              PIC 9(6) VALUE ZEROS.
       77  FE-RECHA              PIC 9(6) VALUE ZEROS.
       77  FE-SINCOLA            PIC 9(6) VALUE ZEROS.
       77  FE-CANT               PIC 9(6) VALUE ZEROS.
       77  FE-FUERA              PIC 9(6) VALUE ZEROS.
       77  FE-DIAS               PIC S9(5) VALUE ZEROS.
       77  FE-SER-HOY            PIC 9(7) VALUE ZEROS.
       77  FE-TIPO1              PIC X VALUE SPACE.
       77  FE-NRO1               PIC 9(8) VALUE ZEROS.
       77  FE-PTOVTA1            PIC 9(5) VALUE ZEROS.
       77  FE-PLAZO1             PIC 99 VALUE ZEROS.
       77  CU-I                  PIC 99 VALUE ZEROS.
       77  CU-J                  PIC 99 VALUE ZEROS.
       77  CU-SUMA               PIC 9(4) VALUE ZEROS.
       77  CU-RESTO              PIC 99 VALUE ZEROS.
       77  CU-COC                PIC 9(4) VALUE ZEROS.
       77  CU-DV                 PIC 99 VALUE ZEROS.
       77  CU-OK                 PIC X VALUE "N".
       77  SER-AA                PIC 9999 VALUE ZEROS.
       77  SER-MM                PIC 99 VALUE ZEROS.
       77  SER-DD                PIC 99 VALUE ZEROS.
       77  SER-Q                 PIC 9999 VALUE ZEROS.
       77  SER-RES               PIC 9(7) VALUE ZEROS.
       01  FECHA.
           03 AAF                PIC 99.
           03 MMF                PIC 99.
           03 DDF                PIC 99.
       01  FECHA-BITA.
           03 AA-BITA             PIC 99.
           03 MM-BITA             PIC 99.
           03 DD-BITA             PIC 99.
       01  CU-TEXTO              PIC X(13) VALUE SPACES.
       01  CU-NUM                PIC 9(11) VALUE ZEROS.
       01  CU-NUM-R REDEFINES CU-NUM.
           03 CU-DIG             PIC 9 OCCURS 11 TIMES.
       01  CU-PESOS VALUE "5432765432".
           03 CU-PESO            PIC 9 OCCURS 10 TIMES.
       01  TAB-DIAS-ACUM VALUE "000031059090120151181212243273304334".
           03 DIAS-ACUM          PIC 999 OCCURS 12 TIMES.
       01  FE-FEC8               PIC 9(8) VALUE ZEROS.
       01  FE-FEC8-R REDEFINES FE-FEC8.
           03 FE-F8-AA           PIC 9999.
           03 FE-F8-MM           PIC 99.
           03 FE-F8-DD           PIC 99.

       01  FE-TITU.
           03 F PIC X(45)
              VALUE "COMPROBANTES SIN CAE - PENDIENTES/RECHAZADOS".
       01  FE-TITU2.
           03 F PIC X(44)
              VALUE "T  NUMERO   CLIENTE                   FECHA".
           03 F PIC X(40)
              VALUE "           IMPORTE  DIAS EST OBSERVACION".

       01  FE-RENG.
           03 FER-TIPO           PIC X.
           03 F                  PIC XX VALUE SPACES.
           03 FER-NRO            PIC 9(8).
           03 F                  PIC X VALUE SPACES.
           03 FER-CLI            PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 FER-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 FER-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 FER-AA             PIC 9999.
           03 FER-IMP            PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 FER-DIAS           PIC ZZZZ9.
           03 F                  PIC X VALUE SPACES.
           03 FER-EST            PIC X.
           03 F                  PIC X(03) VALUE SPACES.
           03 FER-OBS            PIC X(40).

       01  FE-TOTL.
           03 F                  PIC X(22)
              VALUE "COMPROBANTES LISTADOS:".
           03 FET-CANT           PIC ZZZ,ZZ9.
           03 F                  PIC X(20) VALUE "   FUERA DE PLAZO: ".
           03 FET-FUERA          PIC ZZZ,ZZ9.

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
              05 F               PIC X(90) VALUE SPACES.
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
              VALUE "  COMPROBANTES ELECTRONICOS  ".
           03 LINE 10 COLUMN 24
              VALUE "1-ARMA COLA Y GENERA SOLICITUDES".
           03 LINE 11 COLUMN 24
              VALUE "2-PROCESA RESPUESTAS (CAE.RES)".
           03 LINE 12 COLUMN 24
              VALUE "3-LISTADO PENDIENTES / RECHAZADOS".
           03 LINE 13 COLUMN 24
              VALUE "4-REENVIA UN RECHAZADO (SUPERVISOR)".
           03 LINE 14 COLUMN 24
              VALUE "5-PARAMETROS (PUNTO DE VENTA/PLAZO)".
           03 LINE 16 COLUMN 24
              VALUE "6-REGRESO MENU PRINCIPAL".
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
           OPEN I-O CONTRI.
           OPEN I-O RECI.
           IF RC-STATUS NOT = "00"
               OPEN OUTPUT RECI
               CLOSE RECI
               OPEN I-O RECI.
           OPEN I-O NOTDC.
           IF DC-STATUS NOT = "00"
               OPEN OUTPUT NOTDC
               CLOSE NOTDC
               OPEN I-O NOTDC.
           OPEN I-O CAE.
           IF CA-STATUS NOT = "00"
               OPEN OUTPUT CAE
               CLOSE CAE
               OPEN I-O CAE.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.
           PERFORM LEER-CAECF THRU F-LEER-CAECF.
           PERFORM LEER-CUIT-EMP THRU F-LEER-CUIT-EMP.
           ACCEPT FECHA FROM DATE.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE FE-HOY = ANO-VENT * 10000 + MMF * 100 + DDF.
           MOVE ANO-VENT TO SER-AA.
           MOVE MMF TO SER-MM.
           MOVE DDF TO SER-DD.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           MOVE SER-RES TO FE-SER-HOY.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO GENERA.
           IF OPC = "2" GO TO RESPUE.
           IF OPC = "3" GO TO PENDIE.
           IF OPC = "4" GO TO REENVIA.
           IF OPC = "5" GO TO PARAM.
           IF OPC = "6" GO TO CIERRE.
           GO TO L-PANT.

      *    ARMA LA COLA CON LO QUE TODAVIA NO ESTA (RECIBOS Y NOTAS
      *    QUE GRABARON OTROS CIRCUITOS: IMPORTACION, REPLAY DEL
      *    JORNAL), MARCA LO ANULADO ANTES DE AUTORIZAR Y VUELCA A
      *    CAE.SOL TODO LO PENDIENTE, QUE PASA A "E" (ENVIADO).
       GENERA.
           PERFORM ENCABEZA.
           IF FE-CUIT-EMP = ZEROS
               DISPLAY "FALTA EL CUIT DE LA EMPRESA EN DATOS (OPC 10)"
                   AT 1018 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1065 WITH PROMPT
               GO TO ENCABEZA.
           DISPLAY "ARMANDO LA COLA..." AT 1018.
           MOVE ZEROS TO FE-NUEVOS FE-ANULA FE-ENVIA.
           CLOSE RECI.
           OPEN I-O RECI.
       GE-REC.
           READ RECI NEXT RECORD AT END GO TO GE-NDC0.
           MOVE "R" TO CA-TIPO.
           MOVE REC-NRO TO CA-NRO.
           READ CAE KEY IS CA-CLAVE
           INVALID KEY GO TO GE-REC-ALTA.
           IF REC-EST = "A" AND (CA-EST = "P" OR CA-EST = "X")
               MOVE "N" TO CA-EST
               REWRITE REG-CAE
               ADD 1 TO FE-ANULA.
           GO TO GE-REC.
       GE-REC-ALTA.
           IF REC-EST = "A" GO TO GE-REC.
           MOVE "R" TO CA-TIPO.
           MOVE REC-NRO TO CA-NRO.
           MOVE REC-CLI TO CA-CLI.
           COMPUTE CA-FECHA = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           MOVE REC-TOTAL TO CA-IMPORTE.
           PERFORM ALTA-COLA THRU F-ALTA-COLA.
           GO TO GE-REC.
       GE-NDC0.
           CLOSE NOTDC.
           OPEN I-O NOTDC.
       GE-NDC.
           READ NOTDC NEXT RECORD AT END GO TO GE-SOL.
           MOVE DC-TIPODOC TO CA-TIPO.
           MOVE DC-NRO TO CA-NRO.
           READ CAE KEY IS CA-CLAVE
           INVALID KEY GO TO GE-NDC-ALTA.
           IF DC-EST = "A" AND (CA-EST = "P" OR CA-EST = "X")
               MOVE "N" TO CA-EST
               REWRITE REG-CAE
               ADD 1 TO FE-ANULA.
           GO TO GE-NDC.
       GE-NDC-ALTA.
           IF DC-EST = "A" GO TO GE-NDC.
           MOVE DC-TIPODOC TO CA-TIPO.
           MOVE DC-NRO TO CA-NRO.
           MOVE DC-CLI TO CA-CLI.
           COMPUTE CA-FECHA = DC-AA * 10000 + DC-MM * 100 + DC-DD.
           MOVE DC-MONTO TO CA-IMPORTE.
           PERFORM ALTA-COLA THRU F-ALTA-COLA.
           GO TO GE-NDC.
       GE-SOL.
           OPEN OUTPUT SOLI.
           CLOSE CAE.
           OPEN I-O CAE.
       GE-SOL-R.
           READ CAE NEXT RECORD AT END GO TO GE-FIN.
           IF CA-EST NOT = "P" GO TO GE-SOL-R.
           PERFORM DOC-CLIENTE THRU F-DOC-CLIENTE.
           MOVE CA-CUIT-EMP TO SO-CUIT.
           PERFORM TIPO-CBTE THRU F-TIPO-CBTE.
           MOVE FE-PTOVTA TO SO-PTOVTA.
           MOVE CA-NRO TO SO-NRO.
           MOVE CA-FECHA TO SO-FECHA.
           MOVE CA-DOC-TIPO TO SO-DOC-TIPO.
           MOVE CA-DOC-NRO TO SO-DOC-NRO.
           COMPUTE SO-IMPORTE = CA-IMPORTE * 100.
           WRITE REG-SOLI.
           MOVE "E" TO CA-EST.
           MOVE FE-HOY TO CA-FENVIO.
           REWRITE REG-CAE.
           ADD 1 TO FE-ENVIA.
           GO TO GE-SOL-R.
       GE-FIN.
           CLOSE SOLI.
           MOVE "CAE" TO BT-ARCHIVO.
           MOVE "ENVIO" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE FE-ENVIA TO BT-DESPUES (1:6).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "INCORPORADOS A LA COLA:" AT 1218.
           DISPLAY FE-NUEVOS AT 1242.
           DISPLAY "ANULADOS SIN ENVIAR...:" AT 1318.
           DISPLAY FE-ANULA AT 1342.
           DISPLAY "SOLICITUDES EN CAE.SOL:" AT 1418.
           DISPLAY FE-ENVIA AT 1442.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1640 WITH PROMPT.
           GO TO ENCABEZA.

      *    ALTA EN LA COLA DEL COMPROBANTE QUE DEJO EL LLAMADOR EN
      *    CA-TIPO/CA-NRO/CA-CLI/CA-FECHA/CA-IMPORTE (IGUAL QUE EL
      *    ENCOLADO QUE HACEN PAGOS Y MOFBA AL EMITIR).
       ALTA-COLA.
           MOVE ZEROS TO CA-CUIT-EMP CA-DOC-TIPO CA-DOC-NRO.
           MOVE "P" TO CA-EST.
           MOVE ZEROS TO CA-CAE CA-VTO CA-FENVIO.
           MOVE SPACES TO CA-MOTIVO.
           WRITE REG-CAE INVALID KEY GO TO F-ALTA-COLA.
           ADD 1 TO FE-NUEVOS.
       F-ALTA-COLA.
           EXIT.

      *    DOCUMENTO DEL RECEPTOR AL MOMENTO DEL ENVIO: 80 (CUIT) SI EL
      *    NUMERO DE CLIENTE ES UN CUIT VALIDO, SI NO 99 (CONSUMIDOR
      *    FINAL SIN IDENTIFICAR). TAMBIEN EL CUIT EMISOR VIGENTE.
       DOC-CLIENTE.
           MOVE FE-CUIT-EMP TO CA-CUIT-EMP.
           MOVE 99 TO CA-DOC-TIPO.
           MOVE ZEROS TO CA-DOC-NRO.
           IF CA-CLI (1:11) IS NOT NUMERIC GO TO F-DOC-CLIENTE.
           IF CA-CLI (12:14) NOT = SPACES GO TO F-DOC-CLIENTE.
           MOVE CA-CLI (1:11) TO CU-NUM.
           PERFORM VALIDA-CUIT THRU F-VALIDA-CUIT.
           IF CU-OK = "S"
               MOVE 80 TO CA-DOC-TIPO
               MOVE CU-NUM TO CA-DOC-NRO.
       F-DOC-CLIENTE.
           EXIT.

       TIPO-CBTE.
           IF CA-TIPO = "D"
               MOVE 12 TO SO-CBTE
           ELSE
           IF CA-TIPO = "C"
               MOVE 13 TO SO-CBTE
           ELSE
               MOVE 15 TO SO-CBTE.
       F-TIPO-CBTE.
           EXIT.

      *    LEE CAE.RES: APROBADO GRABA CAE Y VENCIMIENTO, RECHAZADO
      *    GUARDA EL MOTIVO PARA EL LISTADO. CADA RESULTADO QUEDA EN
      *    LA BITACORA CONTRA EL CLIENTE.
       RESPUE.
           PERFORM ENCABEZA.
           OPEN INPUT RESU.
           IF RS-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA CAE.RES" AT 1018
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1042 WITH PROMPT
               GO TO ENCABEZA.
           MOVE ZEROS TO FE-APROB FE-RECHA FE-SINCOLA.
           DISPLAY "PROCESANDO..." AT 1018.
       RE-R.
           READ RESU NEXT RECORD AT END GO TO RE-F.
           IF RS-CBTE = 12
               MOVE "D" TO CA-TIPO
           ELSE
           IF RS-CBTE = 13
               MOVE "C" TO CA-TIPO
           ELSE
               MOVE "R" TO CA-TIPO.
           MOVE RS-NRO TO CA-NRO.
           READ CAE KEY IS CA-CLAVE
           INVALID KEY
               ADD 1 TO FE-SINCOLA
               GO TO RE-R.
           IF CA-EST = "A" GO TO RE-R.
           MOVE REG-CAE TO BT-ANTES.
           IF RS-RESULT = "A"
               MOVE "A" TO CA-EST
               MOVE RS-CAE TO CA-CAE
               MOVE RS-VTO TO CA-VTO
               MOVE SPACES TO CA-MOTIVO
               ADD 1 TO FE-APROB
           ELSE
               MOVE "X" TO CA-EST
               MOVE RS-MOTIVO TO CA-MOTIVO
               ADD 1 TO FE-RECHA.
           REWRITE REG-CAE.
           MOVE "CAE" TO BT-ARCHIVO.
           MOVE "RESUL" TO BT-ACCION.
           MOVE CA-CLI TO BT-CLAVE.
           MOVE REG-CAE TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO RE-R.
       RE-F.
           CLOSE RESU.
           DISPLAY "AUTORIZADOS.....:" AT 1218.
           DISPLAY FE-APROB AT 1236.
           DISPLAY "RECHAZADOS......:" AT 1318.
           DISPLAY FE-RECHA AT 1336.
           DISPLAY "FUERA DE LA COLA:" AT 1418.
           DISPLAY FE-SINCOLA AT 1436.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1640 WITH PROMPT.
           GO TO ENCABEZA.

      *    TODO LO QUE NO ESTA AUTORIZADO (PENDIENTE, ENVIADO SIN
      *    RESPUESTA O RECHAZADO) CON LOS DIAS DESDE LA EMISION; LO
      *    QUE SUPERA EL PLAZO SE SE#ALA "FUERA DE PLAZO".
       PENDIE.
           PERFORM ENCABEZA.
           MOVE ZEROS TO FE-CANT FE-FUERA.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM FE-TITU AFTER 1.
           WRITE RENGLON FROM FE-TITU2 AFTER 2.
           CLOSE CAE.
           OPEN I-O CAE.
       PE-R.
           READ CAE NEXT RECORD AT END GO TO PE-F.
           IF CA-EST = "A" OR CA-EST = "N" GO TO PE-R.
           MOVE CA-FECHA TO FE-FEC8.
           MOVE FE-F8-AA TO SER-AA.
           MOVE FE-F8-MM TO SER-MM.
           MOVE FE-F8-DD TO SER-DD.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           COMPUTE FE-DIAS = FE-SER-HOY - SER-RES.
           MOVE CA-TIPO TO FER-TIPO.
           MOVE CA-NRO TO FER-NRO.
           MOVE CA-CLI TO FER-CLI.
           MOVE FE-F8-DD TO FER-DD.
           MOVE FE-F8-MM TO FER-MM.
           MOVE FE-F8-AA TO FER-AA.
           MOVE CA-IMPORTE TO FER-IMP.
           MOVE FE-DIAS TO FER-DIAS.
           MOVE CA-EST TO FER-EST.
           MOVE CA-MOTIVO TO FER-OBS.
           IF FE-DIAS > FE-PLAZO
               ADD 1 TO FE-FUERA
               IF CA-EST NOT = "X"
                   MOVE "FUERA DE PLAZO" TO FER-OBS.
           WRITE RENGLON FROM FE-RENG AFTER 1.
           ADD 1 TO FE-CANT.
           GO TO PE-R.
       PE-F.
           MOVE FE-CANT TO FET-CANT.
           MOVE FE-FUERA TO FET-FUERA.
           WRITE RENGLON FROM FE-TOTL AFTER 2.
           CLOSE IMPRE.
           DISPLAY "COMPROBANTES SIN CAE:" AT 1018.
           DISPLAY FE-CANT AT 1040.
           DISPLAY "FUERA DE PLAZO......:" AT 1118.
           DISPLAY FE-FUERA AT 1140.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1340 WITH PROMPT.
           GO TO ENCABEZA.

      *    UN RECHAZADO YA CORREGIDO (CUIT DEL CLIENTE, IMPORTE) VUELVE
      *    A PENDIENTE PARA EL PROXIMO ENVIO. SOLO SUPERVISOR.
       REENVIA.
           PERFORM ENCABEZA.
           IF OP-NIVEL < 2
               DISPLAY "OPCION RESERVADA AL SUPERVISOR" AT 1018
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1050 WITH PROMPT
               GO TO ENCABEZA.
           DISPLAY "TIPO (R=RECIBO D=DEBITO C=CREDITO):" AT 1018.
           MOVE SPACES TO FE-TIPO1.
           ACCEPT FE-TIPO1 AT 1054 WITH PROMPT.
           IF FE-TIPO1 NOT = "R" AND FE-TIPO1 NOT = "D"
               AND FE-TIPO1 NOT = "C" GO TO ENCABEZA.
           DISPLAY "NUMERO:" AT 1118.
           MOVE ZEROS TO FE-NRO1.
           ACCEPT FE-NRO1 AT 1126 WITH PROMPT.
           MOVE FE-TIPO1 TO CA-TIPO.
           MOVE FE-NRO1 TO CA-NRO.
           READ CAE KEY IS CA-CLAVE
           INVALID KEY
           DISPLAY "NO ESTA EN LA COLA" AT 1318
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1337 WITH PROMPT
           GO TO ENCABEZA.
           IF CA-EST NOT = "X"
           DISPLAY "EL COMPROBANTE NO ESTA RECHAZADO" AT 1318
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1351 WITH PROMPT
           GO TO ENCABEZA.
           DISPLAY "MOTIVO:" AT 1218.
           DISPLAY CA-MOTIVO AT 1226.
           MOVE REG-CAE TO BT-ANTES.
           MOVE "P" TO CA-EST.
           MOVE SPACES TO CA-MOTIVO.
           REWRITE REG-CAE.
           MOVE "CAE" TO BT-ARCHIVO.
           MOVE "REENV" TO BT-ACCION.
           MOVE CA-CLI TO BT-CLAVE.
           MOVE REG-CAE TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "VUELVE A PENDIENTE" AT 1418.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1437 WITH PROMPT.
           GO TO ENCABEZA.

       PARAM.
           PERFORM ENCABEZA.
           DISPLAY "PUNTO DE VENTA......:" AT 1018.
           MOVE FE-PTOVTA TO FE-PTOVTA1.
           ACCEPT FE-PTOVTA1 AT 1040 WITH PROMPT.
           DISPLAY "PLAZO LEGAL (DIAS)..:" AT 1118.
           MOVE FE-PLAZO TO FE-PLAZO1.
           ACCEPT FE-PLAZO1 AT 1140 WITH PROMPT.
           IF FE-PTOVTA1 = ZEROS GO TO ENCABEZA.
           MOVE FE-PTOVTA1 TO CF-PTOVTA FE-PTOVTA.
           MOVE FE-PLAZO1 TO CF-PLAZO FE-PLAZO.
           OPEN OUTPUT CAECF.
           WRITE REG-CAECF.
           CLOSE CAECF.
           MOVE "CAECF" TO BT-ARCHIVO.
           MOVE "MODI" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-CAECF TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO ENCABEZA.

       LEER-CAECF.
           OPEN INPUT CAECF.
           IF CF-STATUS NOT = "00" GO TO F-LEER-CAECF.
           READ CAECF AT END GO TO LCF-CIERRA.
           IF CF-PTOVTA NOT = ZEROS MOVE CF-PTOVTA TO FE-PTOVTA.
           IF CF-PLAZO NOT = ZEROS MOVE CF-PLAZO TO FE-PLAZO.
       LCF-CIERRA.
           CLOSE CAECF.
       F-LEER-CAECF.
           EXIT.

      *    CUIT DE LA EMPRESA: SE TOMAN SOLO LOS DIGITOS DE REG-CUIT
      *    (PUEDE ESTAR CARGADO CON GUIONES).
       LEER-CUIT-EMP.
           MOVE ZEROS TO FE-CUIT-EMP.
           OPEN INPUT RDATOS.
           IF DA-STATUS NOT = "00" GO TO F-LEER-CUIT-EMP.
           READ RDATOS AT END GO TO LCE-CIERRA.
           MOVE REG-CUIT TO CU-TEXTO.
           MOVE ZEROS TO CU-NUM.
           MOVE ZEROS TO CU-J.
           MOVE ZEROS TO CU-I.
       LCE-R.
           ADD 1 TO CU-I.
           IF CU-I > 13 GO TO LCE-CIERRA.
           IF CU-TEXTO (CU-I:1) IS NOT NUMERIC GO TO LCE-R.
           ADD 1 TO CU-J.
           IF CU-J > 11 GO TO LCE-CIERRA.
           MOVE CU-TEXTO (CU-I:1) TO CU-DIG (CU-J).
           GO TO LCE-R.
       LCE-CIERRA.
           CLOSE RDATOS.
           IF CU-J = 11
               MOVE CU-NUM TO FE-CUIT-EMP.
       F-LEER-CUIT-EMP.
           EXIT.

      *    DIGITO VERIFICADOR DEL CUIT (MODULO 11 CON PESOS
      *    5432765432) SOBRE CU-NUM. DEJA CU-OK.
       VALIDA-CUIT.
           MOVE "N" TO CU-OK.
           MOVE ZEROS TO CU-SUMA.
           MOVE ZEROS TO CU-I.
       VC-R.
           ADD 1 TO CU-I.
           IF CU-I > 10 GO TO VC-DV.
           COMPUTE CU-SUMA = CU-SUMA + CU-DIG (CU-I) * CU-PESO (CU-I).
           GO TO VC-R.
       VC-DV.
           DIVIDE CU-SUMA BY 11 GIVING CU-COC REMAINDER CU-RESTO.
           COMPUTE CU-DV = 11 - CU-RESTO.
           IF CU-DV = 11 MOVE 0 TO CU-DV.
           IF CU-DV = 10 GO TO F-VALIDA-CUIT.
           IF CU-DV = CU-DIG (11) MOVE "S" TO CU-OK.
       F-VALIDA-CUIT.
           EXIT.

      *    SERIE APROXIMADA DE DIAS (ANO*365 + BISIESTOS + ACUMULADO
      *    DEL MES + DIA), SUFICIENTE PARA CONTAR DIAS DE ATRASO.
       CALC-SERIE.
           IF SER-MM < 1 OR SER-MM > 12 MOVE 1 TO SER-MM.
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
           CLOSE CONTRI RECI NOTDC CAE BITA.
           CHAIN "MENU".
           STOP RUN.

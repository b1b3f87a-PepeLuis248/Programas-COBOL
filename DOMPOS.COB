       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DOMPOS.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * DOMICILIO POSTAL (SE LLAMA COMO CALEN): EL DOMICILIO DE ARCONT
      * ES EL DEL INMUEBLE; SI EL CLIENTE RECIBE LA CORRESPONDENCIA EN
      * OTRO LADO SE LE CARGA DESDE MOFBA UN DOMICILIO POSTAL EN
      * ARPOST (CALLE, LOCALIDAD, CODIGO POSTAL Y PROVINCIA). AVISOS,
      * CUPONERAS, CERTIFICADOS Y ESTADOS POR TITULAR LO USAN CUANDO
      * TIENE LA CALLE CARGADA. UNA PIEZA DEVUELTA (D) O CON DOMICILIO
      * INEXISTENTE (X) DEJA EL DOMICILIO OBSERVADO HASTA QUE SE LO
      * CORRIJA.
      * DOMPOS-FUN:
      *   "L" LEE EL DOMICILIO POSTAL DEL CLIENTE. DOMPOS-HAY QUEDA EN
      *       "S" SI TIENE CALLE, Y DOMPOS-LINEA CON EL CODIGO POSTAL,
      *       LA LOCALIDAD Y LA PROVINCIA LISTOS PARA IMPRIMIR.
      *       DOMPOS-OBS DEVUELVE LA OBSERVACION, HAYA O NO CALLE.
      *   "M" MARCA OBSERVADO EL DOMICILIO DEL CLIENTE CON DOMPOS-OBS,
      *       DOMPOS-FOBS Y DOMPOS-MANI. SI NO TENIA DOMICILIO POSTAL
      *       EL REGISTRO SE CREA SIN CALLE (LA OBSERVACION ES SOBRE EL
      *       DOMICILIO DE ARCONT).
      *   "O" LISTA EN DOMOBS.TXT LOS DOMICILIOS OBSERVADOS, PARA
      *       CORREGIRLOS ANTES DE LA PROXIMA CORRIDA, Y DEVUELVE LA
      *       CANTIDAD EN DOMPOS-CANT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PO-CLI
                  FILE STATUS IS PO-STATUS.

           SELECT CONTRI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NUM-CO
                  ALTERNATE RECORD IS NOMBRE
                  WITH DUPLICATES
                  FILE STATUS IS CO-STATUS.

           SELECT DOBS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    DOMICILIO POSTAL DEL CLIENTE. PO-OBS: BLANCO = SIN
      *    OBSERVAR, D = PIEZA DEVUELTA, X = DOMICILIO INEXISTENTE,
      *    CON LA FECHA (AAAAMMDD) Y EL MANIFIESTO DE LA PIEZA.
       FD  POST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPOST"
           DATA RECORD IS REG-POST.

       01  REG-POST.
           03 PO-CLI            PIC X(25).
           03 PO-CALLE          PIC X(30).
           03 PO-LOCAL          PIC X(25).
           03 PO-CP             PIC X(8).
           03 PO-PROV           PIC X(20).
           03 PO-OBS            PIC X.
           03 PO-FOBS           PIC 9(8).
           03 PO-MANI           PIC 9(6).

       FD  CONTRI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCONT"
           DATA RECORD IS REG-CON.

       01  REG-CON.
           03 NUM-CO          PIC X(25).
           03 NOMBRE          PIC X(25).
           03 DOMICILIO       PIC X(25).
           03 TELEFONO        PIC X(15).
           03 EST-CON         PIC X.

       FD  DOBS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "DOMOBS.TXT"
           DATA RECORD IS REG-DOBS.

       01  REG-DOBS             PIC X(132).

       WORKING-STORAGE SECTION.
       77  PO-STATUS             PIC XX VALUE SPACES.
       77  CO-STATUS             PIC XX VALUE SPACES.
       77  DO-RESTO              PIC X(50) VALUE SPACES.

       01  DO-L1.
           03 F PIC X(40)
              VALUE "DOMICILIOS OBSERVADOS A CORREGIR (D=DEVU".
           03 F PIC X(40)
              VALUE "ELTO X=INEXISTENTE)                     ".

       01  DO-L2.
           03 F PIC X(26) VALUE "CLIENTE".
           03 F PIC X(26) VALUE "NOMBRE".
           03 F PIC X(31) VALUE "DOMICILIO DE ENVIO".
           03 F PIC X(20) VALUE "O FECHA    MANIF.".

       01  DO-LINEA.
           03 DO-CLI            PIC X(25).
           03 F                 PIC X VALUE SPACES.
           03 DO-NOM            PIC X(25).
           03 F                 PIC X VALUE SPACES.
           03 DO-DOM            PIC X(30).
           03 F                 PIC X VALUE SPACES.
           03 DO-OBS            PIC X.
           03 F                 PIC X VALUE SPACES.
           03 DO-FEC            PIC 9(8).
           03 F                 PIC X VALUE SPACES.
           03 DO-MANI           PIC 9(6).

       01  DO-LINEA2.
           03 F                 PIC X(52) VALUE SPACES.
           03 DO-LOC            PIC X(60).

       01  DO-TOT.
           03 F PIC X(20) VALUE "TOTAL OBSERVADOS:   ".
           03 DO-CANT           PIC ZZZZ9.

       LINKAGE SECTION.

       01  DOMPOS-PAR.
           03 DOMPOS-FUN         PIC X.
           03 DOMPOS-CLI         PIC X(25).
           03 DOMPOS-HAY         PIC X.
           03 DOMPOS-CALLE       PIC X(30).
           03 DOMPOS-LOCAL       PIC X(25).
           03 DOMPOS-CP          PIC X(8).
           03 DOMPOS-PROV        PIC X(20).
           03 DOMPOS-OBS         PIC X.
           03 DOMPOS-FOBS        PIC 9(8).
           03 DOMPOS-MANI        PIC 9(6).
           03 DOMPOS-LINEA       PIC X(60).
           03 DOMPOS-CANT        PIC 9(5).

       PROCEDURE DIVISION USING DOMPOS-PAR.
       INICIO.
           IF DOMPOS-FUN = "L" GO TO DP-LEE.
           IF DOMPOS-FUN = "M" GO TO DP-MARCA.
           IF DOMPOS-FUN = "O" GO TO DP-LISTA.
           GO TO F-DOMPOS.

      *    LECTURA DEL DOMICILIO POSTAL.
       DP-LEE.
           MOVE "N" TO DOMPOS-HAY.
           MOVE SPACES TO DOMPOS-CALLE DOMPOS-LOCAL DOMPOS-CP
                          DOMPOS-PROV DOMPOS-OBS DOMPOS-LINEA.
           MOVE ZEROS TO DOMPOS-FOBS DOMPOS-MANI.
           IF DOMPOS-CLI = SPACES GO TO F-DOMPOS.
           OPEN INPUT POST.
           IF PO-STATUS NOT = "00" GO TO F-DOMPOS.
           MOVE DOMPOS-CLI TO PO-CLI.
           READ POST KEY IS PO-CLI
           INVALID KEY GO TO DPL-FIN.
           MOVE PO-OBS TO DOMPOS-OBS.
           MOVE PO-FOBS TO DOMPOS-FOBS.
           MOVE PO-MANI TO DOMPOS-MANI.
           IF PO-CALLE = SPACES GO TO DPL-FIN.
           MOVE "S" TO DOMPOS-HAY.
           MOVE PO-CALLE TO DOMPOS-CALLE.
           MOVE PO-LOCAL TO DOMPOS-LOCAL.
           MOVE PO-CP TO DOMPOS-CP.
           MOVE PO-PROV TO DOMPOS-PROV.
           PERFORM ARMA-LINEA THRU F-ARMA-LINEA.
       DPL-FIN.
           CLOSE POST.
           GO TO F-DOMPOS.

      *    "(CP) LOCALIDAD - PROVINCIA", SALTEANDO LO QUE FALTE.
       ARMA-LINEA.
           MOVE SPACES TO DOMPOS-LINEA DO-RESTO.
           IF PO-PROV = SPACES
               MOVE PO-LOCAL TO DO-RESTO
           ELSE
               STRING PO-LOCAL DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      PO-PROV DELIMITED BY "  "
                      INTO DO-RESTO.
           IF PO-CP = SPACES
               MOVE DO-RESTO TO DOMPOS-LINEA
               GO TO F-ARMA-LINEA.
           STRING "(" DELIMITED BY SIZE
                  PO-CP DELIMITED BY SPACE
                  ") " DELIMITED BY SIZE
                  DO-RESTO DELIMITED BY "  "
                  INTO DOMPOS-LINEA.
       F-ARMA-LINEA.
           EXIT.

      *    MARCA DE DOMICILIO OBSERVADO.
       DP-MARCA.
           IF DOMPOS-CLI = SPACES GO TO F-DOMPOS.
           IF DOMPOS-OBS NOT = "D" AND DOMPOS-OBS NOT = "X"
               GO TO F-DOMPOS.
           PERFORM ABRE-POST THRU F-ABRE-POST.
           MOVE DOMPOS-CLI TO PO-CLI.
           READ POST KEY IS PO-CLI
           INVALID KEY
               MOVE SPACES TO PO-CALLE PO-LOCAL PO-CP PO-PROV.
           MOVE DOMPOS-CLI TO PO-CLI.
           MOVE DOMPOS-OBS TO PO-OBS.
           MOVE DOMPOS-FOBS TO PO-FOBS.
           MOVE DOMPOS-MANI TO PO-MANI.
           WRITE REG-POST INVALID KEY REWRITE REG-POST.
           CLOSE POST.
           GO TO F-DOMPOS.

      *    LISTADO DE DOMICILIOS OBSERVADOS.
       DP-LISTA.
           MOVE ZEROS TO DOMPOS-CANT.
           OPEN INPUT POST.
           IF PO-STATUS NOT = "00" GO TO F-DOMPOS.
           OPEN INPUT CONTRI.
           OPEN OUTPUT DOBS.
           WRITE REG-DOBS FROM DO-L1.
           WRITE REG-DOBS FROM DO-L2.
       DPO-R.
           READ POST NEXT RECORD AT END GO TO DPO-FIN.
           IF PO-OBS = SPACE GO TO DPO-R.
           MOVE PO-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
               MOVE SPACES TO NOMBRE DOMICILIO.
           MOVE PO-CLI TO DO-CLI.
           MOVE NOMBRE TO DO-NOM.
           MOVE DOMICILIO TO DO-DOM.
           IF PO-CALLE NOT = SPACES
               MOVE PO-CALLE TO DO-DOM.
           MOVE PO-OBS TO DO-OBS.
           MOVE PO-FOBS TO DO-FEC.
           MOVE PO-MANI TO DO-MANI.
           WRITE REG-DOBS FROM DO-LINEA.
           IF PO-CALLE NOT = SPACES
               PERFORM ARMA-LINEA THRU F-ARMA-LINEA
               MOVE DOMPOS-LINEA TO DO-LOC
               WRITE REG-DOBS FROM DO-LINEA2.
           ADD 1 TO DOMPOS-CANT.
           GO TO DPO-R.
       DPO-FIN.
           MOVE DOMPOS-CANT TO DO-CANT.
           WRITE REG-DOBS FROM DO-TOT.
           CLOSE POST CONTRI DOBS.
           MOVE SPACES TO DOMPOS-LINEA.
           GO TO F-DOMPOS.

       ABRE-POST.
           OPEN I-O POST.
           IF PO-STATUS NOT = "00"
               OPEN OUTPUT POST
               CLOSE POST
               OPEN I-O POST.
       F-ABRE-POST.
           EXIT.

       F-DOMPOS.
           EXIT PROGRAM.

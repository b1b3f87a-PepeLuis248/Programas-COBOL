       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENVELE.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * ENVIO ELECTRONICO (SE LLAMA COMO CALEN): EL CLIENTE QUE LO
      * PIDE DEJA DE RECIBIR PAPEL Y RECIBE SUS AVISOS POR CORREO
      * ELECTRONICO O POR MENSAJE DE TEXTO. EL CONSENTIMIENTO, LA
      * DIRECCION DE CORREO Y EL CELULAR SE CARGAN DESDE MOFBA EN
      * ARENVE. LAS PIEZAS ELECTRONICAS NO SE IMPRIMEN: SE AGREGAN
      * A ENVELE.TXT, UNA LINEA POR MENSAJE, QUE EL PROGRAMA DE ENVIO
      * TOMA Y BORRA. SI LA DIRECCION REBOTA EL CLIENTE VUELVE AL
      * PAPEL HASTA QUE SE LA CORRIJA.
      * ENVELE-FUN:
      *   "L" LEE EL CANAL DEL CLIENTE. ENVELE-HAY QUEDA EN "S" SI
      *       ELIGIO CORREO (M) O MENSAJE (S), TIENE LA DIRECCION
      *       CARGADA Y NO REBOTO; ENVELE-CANAL Y ENVELE-DIREC LLEVAN
      *       EL CANAL Y LA DIRECCION A USAR.
      *   "E" AGREGA A ENVELE.TXT EL MENSAJE DEL CLIENTE: CANAL,
      *       DIRECCION, CLIENTE, SECUENCIA DE LA PIEZA EN ARAVIH
      *       (CERO SI NO LA TIENE), ASUNTO, IMPORTE, VENCIMIENTO
      *       (AAAAMMDD, CERO SI NO TIENE) Y CODIGO DE BARRAS.
      *   "B" MARCA REBOTADO AL CLIENTE SI LA DIRECCION DEVUELTA ES
      *       LA QUE TIENE CARGADA (SI YA LA CAMBIARON NO SE TOCA),
      *       CON LA FECHA ENVELE-FECHA. ENVELE-HAY QUEDA EN "S" SI
      *       LO MARCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENVE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS EV-CLI
                  FILE STATUS IS EV-STATUS.

           SELECT MAIL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EM-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    CANAL ELECTRONICO DEL CLIENTE. EV-CANAL: BLANCO = PAPEL,
      *    M = CORREO ELECTRONICO, S = MENSAJE DE TEXTO. EV-FALTA ES
      *    LA FECHA DEL CONSENTIMIENTO. EV-REB: S = LA DIRECCION
      *    REBOTO EL EV-FREB (AAAAMMDD) Y EL CLIENTE VUELVE AL PAPEL.
       FD  ENVE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARENVE"
           DATA RECORD IS REG-ENVE.

       01  REG-ENVE.
           03 EV-CLI            PIC X(25).
           03 EV-CANAL          PIC X.
           03 EV-MAIL           PIC X(50).
           03 EV-CEL            PIC X(15).
           03 EV-FALTA          PIC 9(8).
           03 EV-REB            PIC X.
           03 EV-FREB           PIC 9(8).

       FD  MAIL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ENVELE.TXT"
           DATA RECORD IS REG-MAIL.

       01  REG-MAIL.
           03 EM-CANAL          PIC X.
           03 F                 PIC X.
           03 EM-DIREC          PIC X(50).
           03 F                 PIC X.
           03 EM-CLI            PIC X(25).
           03 F                 PIC X.
           03 EM-SEC            PIC 999.
           03 F                 PIC X.
           03 EM-ASUNTO         PIC X(40).
           03 F                 PIC X.
           03 EM-MONTO          PIC -(11)9.99.
           03 F                 PIC X.
           03 EM-FVTO           PIC X(10).
           03 F                 PIC X.
           03 EM-BARRA          PIC X(20).

       WORKING-STORAGE SECTION.
       77  EV-STATUS             PIC XX VALUE SPACES.
       77  EM-STATUS             PIC XX VALUE SPACES.

       01  EM-FEC8               PIC 9(8) VALUE ZEROS.
       01  EM-FEC8-R REDEFINES EM-FEC8.
           03 EM-F8A             PIC 9999.
           03 EM-F8M             PIC 99.
           03 EM-F8D             PIC 99.

       01  EM-FECED.
           03 EM-FED             PIC 99.
           03 F                  PIC X VALUE "/".
           03 EM-FEM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 EM-FEA             PIC 9999.

       LINKAGE SECTION.

       01  ENVELE-PAR.
           03 ENVELE-FUN         PIC X.
           03 ENVELE-CLI         PIC X(25).
           03 ENVELE-SEC         PIC 999.
           03 ENVELE-HAY         PIC X.
           03 ENVELE-CANAL       PIC X.
           03 ENVELE-DIREC       PIC X(50).
           03 ENVELE-ASUNTO      PIC X(40).
           03 ENVELE-MONTO       PIC S9(12)V99.
           03 ENVELE-FVTO        PIC 9(8).
           03 ENVELE-BARRA       PIC X(20).
           03 ENVELE-FECHA       PIC 9(8).

       PROCEDURE DIVISION USING ENVELE-PAR.
       INICIO.
           IF ENVELE-FUN = "L" GO TO EV-LEE.
           IF ENVELE-FUN = "E" GO TO EV-EMITE.
           IF ENVELE-FUN = "B" GO TO EV-REBOTE.
           GO TO F-ENVELE.

      *    LECTURA DEL CANAL DEL CLIENTE.
       EV-LEE.
           MOVE "N" TO ENVELE-HAY.
           MOVE SPACES TO ENVELE-CANAL ENVELE-DIREC.
           IF ENVELE-CLI = SPACES GO TO F-ENVELE.
           OPEN INPUT ENVE.
           IF EV-STATUS NOT = "00" GO TO F-ENVELE.
           MOVE ENVELE-CLI TO EV-CLI.
           READ ENVE KEY IS EV-CLI
           INVALID KEY GO TO EVL-FIN.
           IF EV-REB = "S" GO TO EVL-FIN.
           IF EV-CANAL = "M" AND EV-MAIL NOT = SPACES
               MOVE EV-MAIL TO ENVELE-DIREC.
           IF EV-CANAL = "S" AND EV-CEL NOT = SPACES
               MOVE EV-CEL TO ENVELE-DIREC.
           IF ENVELE-DIREC = SPACES GO TO EVL-FIN.
           MOVE "S" TO ENVELE-HAY.
           MOVE EV-CANAL TO ENVELE-CANAL.
       EVL-FIN.
           CLOSE ENVE.
           GO TO F-ENVELE.

      *    UNA LINEA DEL ARCHIVO DE ENVIO, CAMPOS SEPARADOS POR ";".
       EV-EMITE.
           OPEN EXTEND MAIL.
           IF EM-STATUS NOT = "00"
               OPEN OUTPUT MAIL
               CLOSE MAIL
               OPEN EXTEND MAIL.
           MOVE ALL ";" TO REG-MAIL.
           MOVE ENVELE-CANAL TO EM-CANAL.
           MOVE ENVELE-DIREC TO EM-DIREC.
           MOVE ENVELE-CLI TO EM-CLI.
           MOVE ENVELE-SEC TO EM-SEC.
           MOVE ENVELE-ASUNTO TO EM-ASUNTO.
           MOVE ENVELE-MONTO TO EM-MONTO.
           MOVE SPACES TO EM-FVTO.
           IF ENVELE-FVTO NOT = ZEROS
               MOVE ENVELE-FVTO TO EM-FEC8
               MOVE EM-F8D TO EM-FED
               MOVE EM-F8M TO EM-FEM
               MOVE EM-F8A TO EM-FEA
               MOVE EM-FECED TO EM-FVTO.
           MOVE ENVELE-BARRA TO EM-BARRA.
           WRITE REG-MAIL.
           CLOSE MAIL.
           GO TO F-ENVELE.

      *    REBOTE DE UNA DIRECCION DEVUELTA POR EL PROGRAMA DE ENVIO.
       EV-REBOTE.
           MOVE "N" TO ENVELE-HAY.
           IF ENVELE-CLI = SPACES GO TO F-ENVELE.
           OPEN I-O ENVE.
           IF EV-STATUS NOT = "00" GO TO F-ENVELE.
           MOVE ENVELE-CLI TO EV-CLI.
           READ ENVE KEY IS EV-CLI
           INVALID KEY GO TO EVB-FIN.
           IF EV-REB = "S" GO TO EVB-FIN.
           IF ENVELE-CANAL = "M" AND EV-MAIL NOT = ENVELE-DIREC
               GO TO EVB-FIN.
           IF ENVELE-CANAL = "S" AND EV-CEL NOT = ENVELE-DIREC
               GO TO EVB-FIN.
           IF ENVELE-CANAL NOT = "M" AND ENVELE-CANAL NOT = "S"
               GO TO EVB-FIN.
           MOVE "S" TO EV-REB.
           MOVE ENVELE-FECHA TO EV-FREB.
           REWRITE REG-ENVE INVALID KEY GO TO EVB-FIN.
           MOVE "S" TO ENVELE-HAY.
       EVB-FIN.
           CLOSE ENVE.
           GO TO F-ENVELE.

       F-ENVELE.
           EXIT PROGRAM.

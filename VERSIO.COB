       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VERSIO.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * CONTROL DEL DISE#O DE LOS ARCHIVOS (SE LLAMA COMO CALEN).
      * ARVERS GUARDA EN QUE DISE#O (VERSION) ESTA CADA ARCHIVO QUE
      * CONVER CONVIRTIO ALGUNA VEZ; VT-TABLA ES EL DISE#O QUE USAN
      * LOS PROGRAMAS ACTUALES. ARVERS VIAJA EN EL SET DE BACKUP, ASI
      * QUE AL RESTAURAR UN SET VIEJO VUELVE CON SUS VERSIONES Y EL
      * MENU PIDE CORRER LA CONVERSION EN LUGAR DE LEER BASURA.
      * SI ARVERS NO EXISTE SE CREA: CADA ARCHIVO QUE YA ESTA EN EL
      * DISCO QUEDA EN LA VERSION CON QUE LO DEJARON LOS PROGRAMAS
      * ANTERIORES A ESTE CONTROL (VT-INICIAL) Y CONVER LO PONE AL
      * DIA; UNO QUE NO EXISTE QUEDA EN LA ACTUAL PORQUE LOS
      * PROGRAMAS LO CREAN YA EN EL DISE#O NUEVO.
      * VERSIO-FUN:
      *   "V" CONTROLA LOS ARCHIVOS DE VERSIO-LISTA (NOMBRE Y VERSION
      *       QUE ESPERA EL PROGRAMA QUE LLAMA).
      *   "T" CONTROLA TODOS LOS DE VT-TABLA. VERSIO-LISTA VUELVE CON
      *       LOS QUE NO COINCIDEN Y LA VERSION QUE TIENEN.
      *   "C" DEVUELVE LA VERSION DE VERSIO-ARCH (VERSIO-TIENE, CERO
      *       SI NO ESTA REGISTRADO) Y LA ACTUAL (VERSIO-ESPERA).
      *   "G" REGISTRA VERSIO-ARCH EN LA VERSION VERSIO-TIENE.
      *   "R" CONTROLA EL ARVERS DE UN SET DE BACKUP (NOMBRE EN
      *       VERSIO-SET) CONTRA VT-TABLA, ANTES DE RESTAURARLO.
      * VERSIO-OK: "S" COINCIDE, "C" HAY QUE CORRER CONVER, "P" UN
      * ARCHIVO ES MAS NUEVO QUE LOS PROGRAMAS, "F" EL SET NO TIENE
      * CONTROL DE VERSIONES. VERSIO-CANT CUENTA LOS QUE NO COINCIDEN
      * Y VERSIO-ARCH/TIENE/ESPERA/MSG DESCRIBEN EL PRIMERO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS VS-ARCH
                  FILE STATUS IS VS-STATUS.

           SELECT VERSR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS VR-ARCH
                  FILE STATUS IS VR-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    UNA ENTRADA POR ARCHIVO: VERSION, FECHA EN QUE SE REGISTRO
      *    Y QUIEN LA REGISTRO (INICIAL O CONVER).
       FD  VERS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARVERS"
           DATA RECORD IS REG-VERS.

       01  REG-VERS.
           03 VS-ARCH            PIC X(8).
           03 VS-VERS            PIC 99.
           03 VS-FECHA           PIC 9(8).
           03 VS-PROG            PIC X(8).

      *    EL MISMO ARCHIVO TAL COMO QUEDO EN UN SET DE BACKUP.
       FD  VERSR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID VR-NOM
           DATA RECORD IS REG-VERSR.

       01  REG-VERSR.
           03 VR-ARCH            PIC X(8).
           03 VR-VERS            PIC 99.
           03 VR-FECHA           PIC 9(8).
           03 VR-PROG            PIC X(8).

       WORKING-STORAGE SECTION.
       77  VS-STATUS             PIC XX VALUE SPACES.
       77  VR-STATUS             PIC XX VALUE SPACES.
       77  VR-NOM                PIC X(40) VALUE SPACES.
       77  VT-IND                PIC 99 VALUE ZEROS.
       77  VT-CANT               PIC 99 VALUE 19.
       77  VL-IND                PIC 99 VALUE ZEROS.
       77  VL-OUT                PIC 99 VALUE ZEROS.
       77  VC-ARCH               PIC X(8) VALUE SPACES.
       77  VC-TIENE              PIC 99 VALUE ZEROS.
       77  VC-ESPERA             PIC 99 VALUE ZEROS.
       77  VS-HOY                PIC 9(8) VALUE ZEROS.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  VX-RC                 PIC 9(9) COMP-5 VALUE ZERO.

       01  VX-INFO.
           03 VX-INFO-SIZE       PIC X(8).
           03 VX-INFO-FECHA      PIC X(8).
           03 VX-INFO-HORA       PIC X(8).

       01  FECHA.
           03 AAF                PIC 99.
           03 MMF                PIC 99.
           03 DDF                PIC 99.

      *    DISE#O ACTUAL DE CADA ARCHIVO Y EL QUE TENIA ANTES DE ESTE
      *    CONTROL. VERSION 01 ES EL ORIGINAL; CADA PASO DE CONVER
      *    SUMA UNO. AL AGREGAR UNA CONVERSION SE SUBE ACA LA VERSION
      *    ACTUAL Y EN LA LISTA DE LOS PROGRAMAS QUE ABREN ESE
      *    ARCHIVO.
       01  VT-TABLA.
           03 F                  PIC X(12) VALUE "ARIMPU  0202".
           03 F                  PIC X(12) VALUE "ARCODI  0202".
           03 F                  PIC X(12) VALUE "ARPAGOS 0202".
           03 F                  PIC X(12) VALUE "ARDEIM  0202".
           03 F                  PIC X(12) VALUE "ARHDEIM 0202".
           03 F                  PIC X(12) VALUE "ARDECOD 0202".
           03 F                  PIC X(12) VALUE "ARHDECOD0202".
           03 F                  PIC X(12) VALUE "ARPLAN  0202".
           03 F                  PIC X(12) VALUE "AREXEN  0202".
           03 F                  PIC X(12) VALUE "ARPADR  0202".
           03 F                  PIC X(12) VALUE "ARBITA  0302".
           03 F                  PIC X(12) VALUE "ARCHEQ  0202".
           03 F                  PIC X(12) VALUE "ARJUICIO0201".
           03 F                  PIC X(12) VALUE "ARTARH  0201".
           03 F                  PIC X(12) VALUE "ARCLIDA 0201".
           03 F                  PIC X(12) VALUE "ARCOBR  0201".
           03 F                  PIC X(12) VALUE "ARBONID 0201".
           03 F                  PIC X(12) VALUE "ARMORAD 0201".
           03 F                  PIC X(12) VALUE "ARDEPU  0201".
       01  VT-TABLA-R REDEFINES VT-TABLA.
           03 VT-ENT OCCURS 19 TIMES.
              05 VT-ARCH         PIC X(8).
              05 VT-VERS         PIC 99.
              05 VT-INICIAL      PIC 99.

       01  VN-LISTA.
           03 VN-ENT OCCURS 10 TIMES.
              05 VN-ARCH         PIC X(8).
              05 VN-VERS         PIC 99.

       LINKAGE SECTION.

       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X.
           03 VERSIO-LISTA.
              05 VERSIO-ENT OCCURS 10 TIMES.
                 07 VERSIO-L-ARCH PIC X(8).
                 07 VERSIO-L-VERS PIC 99.
           03 VERSIO-OK          PIC X.
           03 VERSIO-CANT        PIC 99.
           03 VERSIO-ARCH        PIC X(8).
           03 VERSIO-TIENE       PIC 99.
           03 VERSIO-ESPERA      PIC 99.
           03 VERSIO-SET         PIC X(40).
           03 VERSIO-MSG         PIC X(70).

       PROCEDURE DIVISION USING VERSIO-PAR.
       INICIO.
           ACCEPT FECHA FROM DATE.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE VS-HOY = ANO-VENT * 10000 + MMF * 100 + DDF.
           IF VERSIO-FUN = "R" GO TO VE-SET.
           MOVE "S" TO VERSIO-OK.
           MOVE ZEROS TO VERSIO-CANT.
           MOVE SPACES TO VERSIO-MSG.
           PERFORM ABRE-VERS THRU F-ABRE-VERS.
           IF VERSIO-FUN = "V" GO TO VE-LISTA.
           IF VERSIO-FUN = "T" GO TO VE-TODOS.
           IF VERSIO-FUN = "C" GO TO VE-CONSULTA.
           IF VERSIO-FUN = "G" GO TO VE-GRABA.
           GO TO VE-CIERRA.

      *    LISTA DEL PROGRAMA QUE LLAMA: CADA ARCHIVO CONTRA LO QUE
      *    EL PROGRAMA ESPERA.
       VE-LISTA.
           MOVE ZEROS TO VL-IND.
       VEL-R.
           ADD 1 TO VL-IND.
           IF VL-IND > 10 GO TO VE-CIERRA.
           IF VERSIO-L-ARCH (VL-IND) = SPACES GO TO VEL-R.
           MOVE VERSIO-L-ARCH (VL-IND) TO VC-ARCH.
           MOVE VERSIO-L-VERS (VL-IND) TO VC-ESPERA.
           PERFORM LEE-VERS THRU F-LEE-VERS.
           IF VC-TIENE NOT = VC-ESPERA
               PERFORM ANOTA THRU F-ANOTA.
           GO TO VEL-R.

      *    TODOS LOS ARCHIVOS DE LA TABLA. LOS QUE NO COINCIDEN
      *    VUELVEN EN VERSIO-LISTA CON LA VERSION QUE TIENEN.
       VE-TODOS.
           MOVE SPACES TO VN-LISTA.
           MOVE ZEROS TO VT-IND VL-OUT.
       VET-R.
           ADD 1 TO VT-IND.
           IF VT-IND > VT-CANT GO TO VET-F.
           MOVE VT-ARCH (VT-IND) TO VC-ARCH.
           MOVE VT-VERS (VT-IND) TO VC-ESPERA.
           PERFORM LEE-VERS THRU F-LEE-VERS.
           IF VC-TIENE = VC-ESPERA GO TO VET-R.
           PERFORM ANOTA THRU F-ANOTA.
           IF VL-OUT < 10
               ADD 1 TO VL-OUT
               MOVE VC-ARCH TO VN-ARCH (VL-OUT)
               MOVE VC-TIENE TO VN-VERS (VL-OUT).
           GO TO VET-R.
       VET-F.
           MOVE VN-LISTA TO VERSIO-LISTA.
           GO TO VE-CIERRA.

       VE-CONSULTA.
           MOVE VERSIO-ARCH TO VC-ARCH.
           PERFORM BUSCA-TABLA THRU F-BUSCA-TABLA.
           PERFORM LEE-VERS THRU F-LEE-VERS.
           MOVE VC-TIENE TO VERSIO-TIENE.
           MOVE VC-ESPERA TO VERSIO-ESPERA.
           IF VC-TIENE NOT = VC-ESPERA
               MOVE "C" TO VERSIO-OK.
           IF VC-TIENE > VC-ESPERA
               MOVE "P" TO VERSIO-OK.
           GO TO VE-CIERRA.

       VE-GRABA.
           MOVE VERSIO-ARCH TO VS-ARCH.
           MOVE VERSIO-TIENE TO VS-VERS.
           MOVE VS-HOY TO VS-FECHA.
           MOVE "CONVER" TO VS-PROG.
           WRITE REG-VERS INVALID KEY REWRITE REG-VERS.
           GO TO VE-CIERRA.

       VE-CIERRA.
           CLOSE VERS.
           GO TO F-VERSIO.

      *    SET DE BACKUP: SE ABRE SU COPIA DE ARVERS Y SE COMPARA CON
      *    LA TABLA. UN SET ANTERIOR A ESTE CONTROL NO LA TIENE.
       VE-SET.
           MOVE "S" TO VERSIO-OK.
           MOVE ZEROS TO VERSIO-CANT.
           MOVE SPACES TO VERSIO-MSG.
           MOVE VERSIO-SET TO VR-NOM.
           OPEN INPUT VERSR.
           IF VR-STATUS NOT = "00"
               MOVE "F" TO VERSIO-OK
               MOVE "EL SET NO TIENE CONTROL DE DISE#O DE ARCHIVOS"
                   TO VERSIO-MSG
               GO TO F-VERSIO.
           MOVE ZEROS TO VT-IND.
       VES-R.
           ADD 1 TO VT-IND.
           IF VT-IND > VT-CANT GO TO VES-F.
           MOVE VT-ARCH (VT-IND) TO VC-ARCH VR-ARCH.
           MOVE VT-VERS (VT-IND) TO VC-ESPERA.
           READ VERSR KEY IS VR-ARCH
           INVALID KEY MOVE ZEROS TO VR-VERS.
           MOVE VR-VERS TO VC-TIENE.
           IF VC-TIENE NOT = VC-ESPERA
               PERFORM ANOTA THRU F-ANOTA.
           GO TO VES-R.
       VES-F.
           CLOSE VERSR.
           GO TO F-VERSIO.

      *    ABRE ARVERS; SI NO EXISTE LO CREA: LOS ARCHIVOS QUE YA
      *    ESTAN EN EL DISCO CON SU VERSION ANTERIOR A ESTE CONTROL,
      *    LOS QUE NO EXISTEN CON LA ACTUAL.
       ABRE-VERS.
           OPEN I-O VERS.
           IF VS-STATUS = "00" GO TO F-ABRE-VERS.
           OPEN OUTPUT VERS.
           MOVE ZEROS TO VT-IND.
       AV-R.
           ADD 1 TO VT-IND.
           IF VT-IND > VT-CANT GO TO AV-F.
           MOVE VT-ARCH (VT-IND) TO VS-ARCH.
           MOVE VT-VERS (VT-IND) TO VS-VERS.
           IF VT-INICIAL (VT-IND) NOT = VT-VERS (VT-IND)
               CALL "CBL_CHECK_FILE_EXIST" USING VS-ARCH, VX-INFO
                   RETURNING VX-RC
               IF VX-RC = ZERO
                   MOVE VT-INICIAL (VT-IND) TO VS-VERS.
           MOVE VS-HOY TO VS-FECHA.
           MOVE "INICIAL" TO VS-PROG.
           WRITE REG-VERS INVALID KEY GO TO AV-R.
           GO TO AV-R.
       AV-F.
           CLOSE VERS.
           OPEN I-O VERS.
       F-ABRE-VERS.
           EXIT.

      *    VC-TIENE = VERSION REGISTRADA DE VC-ARCH (CERO SI NO ESTA).
       LEE-VERS.
           MOVE VC-ARCH TO VS-ARCH.
           READ VERS KEY IS VS-ARCH
           INVALID KEY MOVE ZEROS TO VS-VERS.
           MOVE VS-VERS TO VC-TIENE.
       F-LEE-VERS.
           EXIT.

       BUSCA-TABLA.
           MOVE ZEROS TO VC-ESPERA.
           MOVE ZEROS TO VT-IND.
       BT-R.
           ADD 1 TO VT-IND.
           IF VT-IND > VT-CANT GO TO F-BUSCA-TABLA.
           IF VT-ARCH (VT-IND) NOT = VC-ARCH GO TO BT-R.
           MOVE VT-VERS (VT-IND) TO VC-ESPERA.
       F-BUSCA-TABLA.
           EXIT.

      *    ANOTA UNA DIFERENCIA. EL PRIMER ARCHIVO QUE NO COINCIDE
      *    QUEDA EN VERSIO-ARCH Y EN EL MENSAJE; UN ARCHIVO MAS NUEVO
      *    QUE LOS PROGRAMAS PESA MAS QUE UNO QUE FALTA CONVERTIR.
       ANOTA.
           ADD 1 TO VERSIO-CANT.
           IF VC-TIENE > VC-ESPERA
               MOVE "P" TO VERSIO-OK
           ELSE
               IF VERSIO-OK = "S"
                   MOVE "C" TO VERSIO-OK.
           IF VERSIO-CANT > 1 GO TO F-ANOTA.
           MOVE VC-ARCH TO VERSIO-ARCH.
           MOVE VC-TIENE TO VERSIO-TIENE.
           MOVE VC-ESPERA TO VERSIO-ESPERA.
           MOVE SPACES TO VERSIO-MSG.
           IF VC-TIENE > VC-ESPERA
               STRING VC-ARCH DELIMITED BY SPACE
                   " EN DISE#O " VC-TIENE " (PROGRAMAS: " VC-ESPERA
                   "): ACTUALIZAR LOS PROGRAMAS" DELIMITED BY SIZE
                   INTO VERSIO-MSG
           ELSE
               STRING VC-ARCH DELIMITED BY SPACE
                   " EN DISE#O " VC-TIENE " (SE ESPERA " VC-ESPERA
                   "): CORRER CONVER (MENU OPCION 17)"
                   DELIMITED BY SIZE INTO VERSIO-MSG.
       F-ANOTA.
           EXIT.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
           ELSE
               COMPUTE ANO-VENT = 1900 + AA-VENT.
       F-VENTANA-ANO.
           EXIT.

       F-VERSIO.
           EXIT PROGRAM.

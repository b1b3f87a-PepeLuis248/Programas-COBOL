       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ABIERT.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * INDICE DE CUOTAS ABIERTAS (SE LLAMA COMO CALEN): ARABIE TIENE
      * UNA ENTRADA POR CADA CUOTA DE ARIMPU IMPAGA O PAGADA EN PARTE
      * (FEC-PAG EN CERO O PAGADO MENOR QUE MONTO) QUE NO ESTE
      * CONGELADA EN UN PLAN DE PAGOS (EST-IMP "P") NI DADA DE BAJA
      * POR PRESCRIPCION (EST-IMP "X"), CON LA MISMA CLAVE DE LA
      * CUOTA Y EL VENCIMIENTO EN AAAAMMDD COMO CLAVE ALTERNATIVA.
      * LOS PROGRAMAS QUE GRABAN ARIMPU LO MANTIENEN AL
      * VUELO (ACTUALIZA-ABIE) COMO MANTIENEN ARTOTAL, Y LOS PROCESOS
      * DE DEUDA PENDIENTE LO RECORREN EN LUGAR DE LEER TODO ARIMPU.
      * EL LLAMADOR DEBE TENER CERRADOS ARIMPU Y ARABIE.
      * ABIERT-FUN:
      *   "R" RECONSTRUYE ARABIE DESDE CERO LEYENDO TODO ARIMPU.
      *       ABIERT-CANT QUEDA CON LAS CUOTAS ABIERTAS GRABADAS.
      *   "V" VERIFICA ARABIE CONTRA ARIMPU SIN TOCARLO: ABIERT-FALTAN
      *       SON LAS CUOTAS ABIERTAS QUE NO ESTAN O ESTAN CON OTRO
      *       VENCIMIENTO, ABIERT-SOBRAN LAS ENTRADAS DE CUOTAS QUE YA
      *       NO ESTAN ABIERTAS O NO EXISTEN. ABIERT-CANT SON LAS
      *       ENTRADAS LEIDAS DE ARABIE.
      *   "A" SOLO SI ARABIE NO EXISTE LO ARMA COMO EN "R" (PRIMERA
      *       VEZ, O DESPUES DE RESTAURAR UN BACKUP QUE NO LO TENIA).
      *   ABIERT-OK QUEDA EN "N" SI NO SE PUDO ABRIR ARIMPU.
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
                  WITH DUPLICATES
                  FILE STATUS IS IM-STATUS.

           SELECT ABIE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AI-CLAVE
                  ALTERNATE RECORD IS AI-FVTO
                  WITH DUPLICATES
                  FILE STATUS IS AI-STATUS.

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

      *    CUOTA ABIERTA: LA CLAVE ES LA DE LA CUOTA EN ARIMPU
      *    (CLIENTE, PERIODO Y TIPO), ASI QUE POR CLAVE PRINCIPAL SE
      *    RECORRE POR CLIENTE; POR AI-FVTO (AAAAMMDD) POR VENCIMIENTO.
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

       WORKING-STORAGE SECTION.
       77  IM-STATUS             PIC XX VALUE SPACES.
       77  AI-STATUS             PIC XX VALUE SPACES.
       77  AI-VTO                PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.

       01  ABIERT-PAR.
           03 ABIERT-FUN         PIC X.
           03 ABIERT-OK          PIC X.
           03 ABIERT-CANT        PIC 9(7).
           03 ABIERT-FALTAN      PIC 9(7).
           03 ABIERT-SOBRAN      PIC 9(7).

       PROCEDURE DIVISION USING ABIERT-PAR.
       INICIO.
           MOVE "S" TO ABIERT-OK.
           MOVE ZEROS TO ABIERT-CANT ABIERT-FALTAN ABIERT-SOBRAN.
           IF ABIERT-FUN = "R" GO TO AB-RECONS.
           IF ABIERT-FUN = "V" GO TO AB-VERIF.
           IF ABIERT-FUN = "A" GO TO AB-ASEGURA.
           GO TO F-ABIERT.

       AB-ASEGURA.
           OPEN INPUT ABIE.
           IF AI-STATUS = "00"
               CLOSE ABIE
               GO TO F-ABIERT.

      *    RECONSTRUCCION: ARABIE SE CREA VACIO Y SE LE GRABAN LAS
      *    CUOTAS ABIERTAS DE ARIMPU.
       AB-RECONS.
           OPEN INPUT IMPU.
           IF IM-STATUS NOT = "00"
               MOVE "N" TO ABIERT-OK
               GO TO F-ABIERT.
           OPEN OUTPUT ABIE.
       ABR-R.
           READ IMPU NEXT RECORD AT END GO TO ABR-F.
           IF FEC-PAG NOT = ZEROS AND PAGADO NOT < MONTO
               GO TO ABR-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO ABR-R.
           MOVE NUM-CO1 TO AI-CLAVE.
           COMPUTE AI-FVTO = AAV * 10000 + MMV * 100 + DDV.
           WRITE REG-ABIE INVALID KEY GO TO ABR-R.
           ADD 1 TO ABIERT-CANT.
           GO TO ABR-R.
       ABR-F.
           CLOSE IMPU ABIE.
           GO TO F-ABIERT.

      *    VERIFICACION EN DOS PASADAS: CADA CUOTA DE ARIMPU CONTRA SU
      *    ENTRADA Y CADA ENTRADA CONTRA SU CUOTA.
       AB-VERIF.
           OPEN INPUT IMPU.
           IF IM-STATUS NOT = "00"
               MOVE "N" TO ABIERT-OK
               GO TO F-ABIERT.
           OPEN INPUT ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN INPUT ABIE.
       ABV-R1.
           READ IMPU NEXT RECORD AT END GO TO ABV-P2.
           IF FEC-PAG NOT = ZEROS AND PAGADO NOT < MONTO
               GO TO ABV-R1.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO ABV-R1.
           COMPUTE AI-VTO = AAV * 10000 + MMV * 100 + DDV.
           MOVE NUM-CO1 TO AI-CLAVE.
           READ ABIE KEY IS AI-CLAVE
           INVALID KEY
               ADD 1 TO ABIERT-FALTAN
               GO TO ABV-R1.
           IF AI-FVTO NOT = AI-VTO ADD 1 TO ABIERT-FALTAN.
           GO TO ABV-R1.
       ABV-P2.
           MOVE LOW-VALUES TO AI-CLAVE.
           START ABIE KEY IS NOT LESS AI-CLAVE
           INVALID KEY GO TO ABV-F.
       ABV-R2.
           READ ABIE NEXT RECORD AT END GO TO ABV-F.
           ADD 1 TO ABIERT-CANT.
           MOVE AI-CLAVE TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY
               ADD 1 TO ABIERT-SOBRAN
               GO TO ABV-R2.
           IF FEC-PAG NOT = ZEROS AND PAGADO NOT < MONTO
               ADD 1 TO ABIERT-SOBRAN
               GO TO ABV-R2.
           IF EST-IMP = "P" OR EST-IMP = "X"
               ADD 1 TO ABIERT-SOBRAN.
           GO TO ABV-R2.
       ABV-F.
           CLOSE IMPU ABIE.
           GO TO F-ABIERT.

       F-ABIERT.
           EXIT PROGRAM.

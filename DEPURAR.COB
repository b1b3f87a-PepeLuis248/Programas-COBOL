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

       DATA DIVISION.
       FILE SECTION.

           03 DL-FILTRO          PIC X(25).
           03 DL-REGISTROS       PIC 9(5).
           03 DL-OPERADOR        PIC X(10).
           03 DL-NUMC            PIC 9(7).
           03 DL-SUMA            PIC 9(9).

      *    ARCHIVO VIVO DE PAGOS Y SU COPIA DE TRABAJO PARA LA
      *    DEPURACION POR A#O: LO QUE SE CONSERVA SE REESCRIBE EN
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

       WORKING-STORAGE SECTION.
       77  AI-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  TO-RC                 PIC 9(9) COMP-5 VALUE ZERO.
       77  OPC                   PIC XX VALUE SPACES.
           03 VR-PEN-ED    PIC ZZZ,ZZZ,ZZ9.99.


       01  ABIERT-PAR.
           03 ABIERT-FUN         PIC X VALUE SPACES.
           03 ABIERT-OK          PIC X VALUE SPACES.
           03 ABIERT-CANT        PIC 9(7) VALUE ZEROS.
           03 ABIERT-FALTAN      PIC 9(7) VALUE ZEROS.
           03 ABIERT-SOBRAN      PIC 9(7) VALUE ZEROS.

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
              05 F               PIC X(10) VALUE "ARPAGOS 02".
              05 F               PIC X(10) VALUE "ARDEIM  02".
              05 F               PIC X(10) VALUE "ARHDEIM 02".
              05 F               PIC X(10) VALUE "ARDECOD 02".
              05 F               PIC X(10) VALUE "ARHDECOD02".
              05 F               PIC X(10) VALUE "ARDEPU  02".
              05 F               PIC X(20) VALUE SPACES.
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

       SCREEN SECTION.

       01  PANTALLA-MENU.

       PROCEDURE DIVISION.
       INICIO.
           CALL "VERSIO" USING VERSIO-PAR.
           IF VERSIO-OK NOT = "S"
               DISPLAY VERSIO-MSG AT 2303 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2375 WITH PROMPT
               STOP RUN.
           OPEN I-O IMPU.
           OPEN I-O ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN I-O ABIE.
           OPEN I-O CONTRI.
           OPEN I-O CODI.
           OPEN I-O TOTAL.
           INVALID KEY
               ADD 1 TO CA-CHOCA
               GO TO F-CA-VUELCA.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           MOVE CON-RE TO JR-CANT.
           MOVE DL-FILTRO TO JR-CLAVE.
           PERFORM GRABAR-JORN THRU F-GRABAR-JORN.
           CLOSE CONTRI IMPU CODI ABIE.
           IF BAND-C = 1
               PERFORM COPIA-HIST-CON THRU F-COPIA-HIST-CON
               CALL "CBL_RENAME_FILE" USING "ARDECO", "ARCONT"
               PERFORM COPIA-HIST-IMP THRU F-COPIA-HIST-IMP
               CALL "CBL_RENAME_FILE" USING "ARDEIM", "ARIMPU"
                   RETURNING REN-RC
               MOVE "R" TO ABIERT-FUN
               CALL "ABIERT" USING ABIERT-PAR
               MOVE 3 TO JR-PASO
               PERFORM GRABAR-JORN THRU F-GRABAR-JORN.
           IF BAND-D = 1
           MOVE 0 TO BAND-D.
           OPEN I-O CONTRI.
           OPEN I-O IMPU.
           OPEN I-O ABIE.
           OPEN I-O CODI.
           PERFORM BORRAR-JORN THRU F-BORRAR-JORN.
       F-ACTUALIZA.
       F-ACTUALIZA-TOTAL.
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

       BORRA-TOTAL-CLI.
           MOVE NUM-CO2 TO TO-CLI.
           MOVE ZEROS TO TO-TIP.
           MOVE ANO-VENT TO DL-AA.
           ACCEPT DL-HORA FROM TIME.
           MOVE OPERADOR TO DL-OPERADOR.
           MOVE "ARDEPU" TO BITSUM-NOM.
           MOVE 73 TO BITSUM-LARGO.
           MOVE "E" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-DEPLOG.
           MOVE BITSUM-SUMA TO DL-SUMA.
           WRITE REG-DEPLOG.
           MOVE "C" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-DEPLOG.
           CLOSE DEPLOG.
       F-GRABAR-DEPLOG.
           EXIT.

       CIERRE.
           CLOSE IMPU CONTRI CODI TOTAL ABIE.
           STOP RUN.

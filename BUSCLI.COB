           03 F                  PIC X VALUE SPACES.
           03 BQ-DOM-S           PIC X(22).

      *    REGISTRO DE CONSULTAS (VER ACCESO).
       01  ACCESO-PAR.
           03 ACCESO-FUN         PIC X VALUE SPACES.
           03 ACCESO-CLI         PIC X(25) VALUE SPACES.
           03 ACCESO-PANT        PIC X(8) VALUE SPACES.
           03 ACCESO-DATO        PIC X(30) VALUE SPACES.
           03 ACCESO-MESES       PIC 999 VALUE ZEROS.
           03 ACCESO-CANT        PIC 9(7) VALUE ZEROS.

       LINKAGE SECTION.

       01  BUSCLI-SEL            PIC X(25).
       PROCEDURE DIVISION USING BUSCLI-SEL.
       INICIO.
           MOVE SPACES TO BUSCLI-SEL.
           MOVE ZERO TO BQ-CRIT.
           OPEN INPUT CONTRI.
           IF CN-STATUS NOT = "00" GO TO FIN.
           CALL "CALEN" USING B.
       F-BQ-BLANQUEA.
           EXIT.

      *    LA BUSQUEDA QUEDA EN EL REGISTRO DE CONSULTAS CON EL
      *    CRITERIO, EL TEXTO Y EL CLIENTE ELEGIDO (SI LO HUBO).
       FIN.
           IF BQ-CRIT NOT = ZERO AND BQ-TEXTO NOT = SPACES
               MOVE BUSCLI-SEL TO ACCESO-CLI
               MOVE "BUSCLI" TO ACCESO-PANT
               MOVE SPACES TO ACCESO-DATO
               STRING BQ-CRIT "-" BQ-TEXTO DELIMITED BY SIZE
                   INTO ACCESO-DATO
               MOVE "R" TO ACCESO-FUN
               CALL "ACCESO" USING ACCESO-PAR.
           CLOSE CONTRI.
       F-BUSCLI.
           EXIT PROGRAM.

       77  TT-TOT-ED             PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       77  TT-CLI-TOT            PIC 9(12)V99 VALUE ZEROS.

      *    DOMICILIO POSTAL DEL CLIENTE (VER DOMPOS).
       01  DOMPOS-PAR.
           03 DOMPOS-FUN         PIC X VALUE SPACES.
           03 DOMPOS-CLI         PIC X(25) VALUE SPACES.
           03 DOMPOS-HAY         PIC X VALUE SPACES.
           03 DOMPOS-CALLE       PIC X(30) VALUE SPACES.
           03 DOMPOS-LOCAL       PIC X(25) VALUE SPACES.
           03 DOMPOS-CP          PIC X(8) VALUE SPACES.
           03 DOMPOS-PROV        PIC X(20) VALUE SPACES.
           03 DOMPOS-OBS         PIC X VALUE SPACES.
           03 DOMPOS-FOBS        PIC 9(8) VALUE ZEROS.
           03 DOMPOS-MANI        PIC 9(6) VALUE ZEROS.
           03 DOMPOS-LINEA       PIC X(60) VALUE SPACES.
           03 DOMPOS-CANT        PIC 9(5) VALUE ZEROS.

       01  TT-LINEA.
           03 TT-CLI-S           PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 F                  PIC X(03) VALUE " $ ".
           03 TT-MPO-S           PIC ZZZ,ZZZ,ZZ9.99.

      *    REGISTRO DE CONSULTAS (VER ACCESO).
       01  ACCESO-PAR.
           03 ACCESO-FUN         PIC X VALUE SPACES.
           03 ACCESO-CLI         PIC X(25) VALUE SPACES.
           03 ACCESO-PANT        PIC X(8) VALUE SPACES.
           03 ACCESO-DATO        PIC X(30) VALUE SPACES.
           03 ACCESO-MESES       PIC 999 VALUE ZEROS.
           03 ACCESO-CANT        PIC 9(7) VALUE ZEROS.

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARIMPU  02".
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

       PROCEDURE DIVISION.
       INICIO.
           CALL "VERSIO" USING VERSIO-PAR.
           IF VERSIO-OK NOT = "S"
               DISPLAY VERSIO-MSG AT 2303 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2375 WITH PROMPT
               CHAIN "MENU".
           OPEN I-O CONTRI.
           OPEN I-O IMPU.
           OPEN I-O TITU.

      *    ESTADO DE CUENTA CONSOLIDADO: TODAS LAS CUOTAS PENDIENTES
      *    DE TODAS LAS PROPIEDADES (CLIENTES) DEL TITULAR, CON EL
      *    TOTAL GENERAL. EL DOMICILIO DE ENVIO ES EL POSTAL DEL
      *    PRIMER CLIENTE VINCULADO QUE LO TENGA CARGADO (EL MISMO
      *    QUE USA AVISOS PARA EL ESTADO POR TITULAR).
       CONSOL.
           PERFORM ENCABEZA.
           DISPLAY "NRO DE TITULAR:" AT 0818.
           PERFORM ENCABEZA.
           DISPLAY "TITULAR:" AT 0703 WITH FOREGROUND-COLOR 5.
           DISPLAY TI-NOM AT 0712.
           CLOSE TITD.
           OPEN I-O TITD.
       CSL-D.
           READ TITD NEXT RECORD AT END GO TO CSL-I.
           IF TD-TIT NOT = TIT-SEL GO TO CSL-D.
           MOVE "L" TO DOMPOS-FUN.
           MOVE TD-CLI TO DOMPOS-CLI.
           CALL "DOMPOS" USING DOMPOS-PAR.
           IF DOMPOS-HAY NOT = "S" GO TO CSL-D.
           DISPLAY "ENVIO:" AT 0740 WITH FOREGROUND-COLOR 5.
           DISPLAY DOMPOS-CALLE AT 0747.
           DISPLAY DOMPOS-LINEA (1:33) AT 0847.
       CSL-I.
           MOVE 8 TO LIN.
           MOVE ZEROS TO TT-TOT.
           CLOSE TITD.
       CSL-R.
           READ TITD NEXT RECORD AT END GO TO CSL-F.
           IF TD-TIT NOT = TIT-SEL GO TO CSL-R.
           MOVE TD-CLI TO ACCESO-CLI.
           MOVE "CONSOL" TO ACCESO-PANT.
           MOVE SPACES TO ACCESO-DATO.
           STRING "TITULAR " TIT-SEL DELIMITED BY SIZE
               INTO ACCESO-DATO.
           MOVE "R" TO ACCESO-FUN.
           CALL "ACCESO" USING ACCESO-PAR.
           PERFORM LISTA-CLIENTE THRU F-LISTA-CLIENTE.
           GO TO CSL-R.
       CSL-F.
           READ IMPU NEXT RECORD AT END GO TO F-LISTA-CLIENTE.
           IF CONT NOT = TD-CLI GO TO F-LISTA-CLIENTE.
           IF FEC-PAG NOT = ZEROS GO TO LC-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO LC-R.
           IF PAGADO > MONTO GO TO LC-R.
           COMPUTE TT-SALDO = MONTO - PAGADO.
           MOVE CONT TO TT-CLI-S.

                  WITH DUPLICATES
                  FILE STATUS IS JU-STATUS.

           SELECT GEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS GE-CLAVE
                  FILE STATUS IS GE-STATUS.

           SELECT CERLD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS CD-CLI
                  FILE STATUS IS CDA-STATUS.

           SELECT ABIE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AI-CLAVE
                  ALTERNATE RECORD IS AI-FVTO
                  WITH DUPLICATES
                  FILE STATUS IS AI-STATUS.

           SELECT WORK-SORT ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
           03 JU-FETAPA         PIC 9(8).
           03 JU-COSTOS         PIC 9(11)V99.
           03 JU-EST            PIC X.
           03 JU-FLIQ           PIC 9(8).
           03 JU-LIQ.
              05 JU-LCAP        PIC 9(11)V99.
              05 JU-LREC        PIC 9(11)V99.
              05 JU-LCOS        PIC 9(11)V99.
              05 JU-LHON        PIC 9(11)V99.
           03 JU-COB.
              05 JU-CCAP        PIC 9(11)V99.
              05 JU-CREC        PIC 9(11)V99.
              05 JU-CCOS        PIC 9(11)V99.
              05 JU-CHON        PIC 9(11)V99.

      *    CONTACTOS DE COBRANZA Y PROMESAS DE PAGO (GESCOB).
       FD  GEST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARGEST"
           DATA RECORD IS REG-GEST.

       01  REG-GEST.
           03 GE-CLAVE.
              05 GE-CLI          PIC X(25).
              05 GE-SEC          PIC 999.
           03 GE-FECHA           PIC 9(8).
           03 GE-CANAL           PIC X.
           03 GE-RES             PIC 9.
           03 GE-PMONTO          PIC 9(11)V99.
           03 GE-PFECHA          PIC 9(8).
           03 GE-PEST            PIC X.
           03 GE-PAGADO          PIC 9(11)V99.
           03 GE-PROX            PIC 9(8).
           03 GE-OPER            PIC X(10).
           03 GE-OBS             PIC X(40).

      *    REGISTRO DE CERTIFICADOS DE LIBRE DEUDA EMITIDOS: QUIEN
      *    PRESENTE UN CERTIFICADO PUEDE HACERLO VERIFICAR POR SU
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

       SD  WORK-SORT
           DATA RECORD IS SORT-REC.
           03 S-FPAGO               PIC X.
           03 S-EST                 PIC X.

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
       77  AI-FIN                PIC X VALUE "N".
       77  OPC                   PIC XX VALUE SPACES.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  TO-PERA               PIC 9999 VALUE ZEROS.
       77  PN-STATUS             PIC XX VALUE SPACES.
       77  JU-STATUS             PIC XX VALUE SPACES.
       77  GE-STATUS             PIC XX VALUE SPACES.
       77  PR-CANT               PIC 99 VALUE ZEROS.
       77  PR-MONTO              PIC 9(11)V99 VALUE ZEROS.
       77  PR-MONED              PIC ZZZZZZ9.
       01  PR-FEC                PIC 9(8) VALUE ZEROS.
       01  PR-FEC-R REDEFINES PR-FEC.
           03 PR-AAAA            PIC 9999.
           03 PR-MM              PIC 99.
           03 PR-DD              PIC 99.
       01  PR-FECED.
           03 PR-EDD             PIC 99.
           03 F PIC X VALUE "/".
           03 PR-EMM             PIC 99.
           03 F PIC X VALUE "/".
           03 PR-EAA             PIC 99.
       77  CL-STATUS             PIC XX VALUE SPACES.
       77  NC-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
           03 F PIC X(40)
              VALUE "VERIFICACION: PRESENTE ESTE NUMERO EN LA".
           03 F PIC X(30) VALUE " OFICINA PARA SU CONSTATACION.".

       01  DP-LINEA.
           03 F PIC X(11) VALUE "DOMICILIO: ".
           03 DP-CALLE           PIC X(30).
           03 F                  PIC X VALUE SPACES.
           03 DP-LOC             PIC X(60).

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

      *    ENVIO ELECTRONICO DEL CLIENTE (VER ENVELE).
       01  ENVELE-PAR.
           03 ENVELE-FUN         PIC X VALUE SPACES.
           03 ENVELE-CLI         PIC X(25) VALUE SPACES.
           03 ENVELE-SEC         PIC 999 VALUE ZEROS.
           03 ENVELE-HAY         PIC X VALUE SPACES.
           03 ENVELE-CANAL       PIC X VALUE SPACES.
           03 ENVELE-DIREC       PIC X(50) VALUE SPACES.
           03 ENVELE-ASUNTO      PIC X(40) VALUE SPACES.
           03 ENVELE-MONTO       PIC S9(12)V99 VALUE ZEROS.
           03 ENVELE-FVTO        PIC 9(8) VALUE ZEROS.
           03 ENVELE-BARRA       PIC X(20) VALUE SPACES.
           03 ENVELE-FECHA       PIC 9(8) VALUE ZEROS.
       77  CV-AAAA               PIC 9999 VALUE ZEROS.
       77  CV-MM                 PIC 99 VALUE ZEROS.
       77  CV-DIA                PIC 99 VALUE ZEROS.
       77  EL-SFIN               PIC S9(12)V99 VALUE ZEROS.
       77  EL-MOVS               PIC 9(4) VALUE ZEROS.
       77  EL-EMITIDOS           PIC 9(6) VALUE ZEROS.
       77  EL-ELECTR             PIC 9(6) VALUE ZEROS.
       77  EL-TOTSALDO           PIC S9(13)V99 VALUE ZEROS.
       77  EL-CLI                PIC X(25) VALUE SPACES.
       01  EL-PER1               PIC 9(4) VALUE ZEROS.
           03 F                  PIC X VALUE "/".
           03 EL2-AA             PIC 9999.

       01  REFCLI-PAR.
           03 REFCLI-CLI         PIC X(25) VALUE SPACES.
           03 REFCLI-NRO         PIC 9(8) VALUE ZEROS.

      *    INMUEBLE EN CONDOMINIO: EMITIDO (SU PARTE DE CADA CUOTA),
      *    PAGADO Y SALDO DE CADA CONDOMINO, Y LO PAGADO SIN ASIGNAR.
       77  CN-IX                 PIC 99 VALUE ZEROS.
       77  CN-CANT               PIC 9 VALUE ZERO.
       77  CN-PAGT               PIC 9(12)V99 VALUE ZEROS.
       77  CN-SINA               PIC S9(12)V99 VALUE ZEROS.
       01  CN-TABLA.
           03 CN-ITEM OCCURS 9 TIMES.
              05 CN-EMI          PIC 9(12)V99.
              05 CN-PAG          PIC 9(12)V99.
       01  CN-RENG.
           03 CN-SEC-S           PIC 9.
           03 F                  PIC X VALUE SPACES.
           03 CN-NOM-S           PIC X(20).
           03 F                  PIC X VALUE SPACES.
           03 CN-PORC-S          PIC ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 CN-EMI-S           PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 CN-PAG-S           PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 CN-SAL-S           PIC -ZZ,ZZZ,ZZ9.99.
       01  CONDOM-PAR.
           03 CONDOM-FUN         PIC X VALUE SPACES.
           03 CONDOM-CLI         PIC X(25) VALUE SPACES.
           03 CONDOM-CAA         PIC 99 VALUE ZEROS.
           03 CONDOM-CP1         PIC 99 VALUE ZEROS.
           03 CONDOM-TIP         PIC 9(3) VALUE ZEROS.
           03 CONDOM-MONTO       PIC 9(11)V99 VALUE ZEROS.
           03 CONDOM-CLAVE       PIC X(35) VALUE SPACES.
           03 CONDOM-CLAVE2      PIC X(35) VALUE SPACES.
           03 CONDOM-SEL         PIC 9 VALUE ZERO.
           03 CONDOM-IMPORTE     PIC 9(11)V99 VALUE ZEROS.
           03 CONDOM-CANT        PIC 9 VALUE ZERO.
           03 CONDOM-ITEM OCCURS 9 TIMES.
              05 CONDOM-SEC      PIC 9.
              05 CONDOM-NOM      PIC X(25).
              05 CONDOM-DOM      PIC X(25).
              05 CONDOM-PORC     PIC 9(3)V99.
              05 CONDOM-PARTE    PIC 9(11)V99.
              05 CONDOM-PAGO     PIC 9(11)V99.
       77  TASREG-ED             PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
      *    TASA DE ACTUACION DEL DOCUMENTO EMITIDO (VER TASREG).
       01  TASREG-PAR.
           03 TASREG-SERV        PIC X(4) VALUE SPACES.
           03 TASREG-CLI         PIC X(25) VALUE SPACES.
           03 TASREG-DOC         PIC X(12) VALUE SPACES.
           03 TASREG-OPER        PIC X(10) VALUE SPACES.
           03 TASREG-HAY         PIC X VALUE "N".
           03 TASREG-MONTO       PIC 9(9)V99 VALUE ZEROS.
           03 TASREG-DESC        PIC X(30) VALUE SPACES.
           03 TASREG-AA          PIC 99 VALUE ZEROS.
           03 TASREG-P1          PIC 99 VALUE ZEROS.
           03 TASREG-TIP         PIC 9(3) VALUE ZEROS.

       01  EL-L2R.
           03 F                  PIC X(32)
              VALUE "REFERENCIA PARA TRANSFERENCIAS: ".
           03 EL2R-REF           PIC 9(8).

       01  EL-L3.
           03 F                  PIC X(22)
              VALUE "SALDO ANTERIOR....: $ ".
           03 F                  PIC X(19) VALUE "ESTADOS EMITIDOS: ".
           03 ELC-CANT           PIC ZZZ,ZZ9.

       01  EL-C4.
           03 F                  PIC X(32)
              VALUE "ENVIADOS POR MEDIO ELECTRONICO: ".
           03 ELC-ELEC           PIC ZZZ,ZZ9.

       01  EL-ASUNTO.
           03 F                  PIC X(17) VALUE "ESTADO DE CUENTA ".
           03 ELA-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 ELA-AA             PIC 9999.

       01  EL-C3.
           03 F                  PIC X(22)
              VALUE "SALDO FINAL TOTAL: $ ".
       77  CP-ANO1-N             PIC 99 VALUE ZEROS.
       77  CP-ANO                PIC 9999 VALUE ZEROS.
       77  CP-EST                PIC X VALUE "3".
       77  CP-ULTCLI             PIC X(25) VALUE SPACES.
       77  CP-DESDE1             PIC 9(6) VALUE ZEROS.
       77  CP-HASTA1             PIC 9(6) VALUE ZEROS.
       77  CP-DESDE              PIC 9(8) VALUE ZEROS.
           03 F                   PIC X(14) VALUE SPACES.
           03 MONTO-PROY          PIC ZZZ,ZZZ,ZZ9.99.

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
              05 F               PIC X(10) VALUE "ARCODI  02".
              05 F               PIC X(10) VALUE "ARPAGOS 02".
              05 F               PIC X(10) VALUE "ARHDEIM 02".
              05 F               PIC X(10) VALUE "ARHDECOD02".
              05 F               PIC X(10) VALUE "ARPLAN  02".
              05 F               PIC X(10) VALUE "ARJUICIO02".
              05 F               PIC X(10) VALUE "ARCLIDA 02".
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
               CHAIN "MENU".
           OPEN I-O IMPU.
           OPEN INPUT ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN INPUT ABIE.
           OPEN I-O CONTRI.
           OPEN I-O RPAGOS.
           IF RP-STATUS NOT = "00"
           READ IMPU NEXT RECORD AT END
           PERFORM TER THRU F-TER GO TO ENCABEZA.
           IF FEC-PAG NOT = ZEROS GO TO RINCOR1.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO RINCOR1.
           MOVE AAV1 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           IF DDV NOT = DDV1 OR MMV NOT = MMV1 OR AAV NOT = ANO-VENT
           DISPLAY PANTALLA-TI.
           MOVE 8 TO LIN.
           MOVE 3 TO CL.
           MOVE HOY-COMP TO AI-FVTO.
           PERFORM INICIA-VTO-ABIERTAS THRU F-INICIA-VTO-ABIERTAS.
       RPROX.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" OR AI-FVTO > LIM-COMP
               PERFORM TER THRU F-TER
               GO TO ENCABEZA.
           IF FEC-PAG NOT = ZEROS GO TO RPROX.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO RPROX.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP < HOY-COMP OR VEN-COMP > LIM-COMP GO TO RPROX.
           MOVE CONT TO CON-D.
           DISPLAY PANTALLA-TI.
           MOVE 8 TO LIN.
           MOVE 3 TO CL.
           MOVE ZEROS TO AI-FVTO.
           PERFORM INICIA-VTO-ABIERTAS THRU F-INICIA-VTO-ABIERTAS.
       RVENCIDOS.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" OR AI-FVTO NOT < HOY-COMP
               PERFORM TER THRU F-TER
               GO TO ENCABEZA.
           IF FEC-PAG NOT = ZEROS GO TO RVENCIDOS.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO RVENCIDOS.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO RVENCIDOS.
           MOVE CONT TO CON-D.
       F-VENTANA-ANO.
           EXIT.

      *    RECORRIDO DE LAS CUOTAS ABIERTAS (ARABIE) EN LUGAR DE TODO
      *    ARIMPU: INICIA-ABIERTAS SE POSICIONA EN EL PRIMER CLIENTE E
      *    INICIA-VTO-ABIERTAS EN EL PRIMER VENCIMIENTO NO MENOR QUE
      *    AI-FVTO. LEE-ABIERTA DEJA EN REG-IMP LA CUOTA SIGUIENTE EN
      *    ESE ORDEN, O AI-FIN EN "S" CUANDO NO QUEDAN.
       INICIA-ABIERTAS.
           MOVE "N" TO AI-FIN.
           MOVE LOW-VALUES TO AI-CLAVE.
           START ABIE KEY IS NOT LESS AI-CLAVE
           INVALID KEY MOVE "S" TO AI-FIN.
       F-INICIA-ABIERTAS.
           EXIT.

       INICIA-VTO-ABIERTAS.
           MOVE "N" TO AI-FIN.
           START ABIE KEY IS NOT LESS AI-FVTO
           INVALID KEY MOVE "S" TO AI-FIN.
       F-INICIA-VTO-ABIERTAS.
           EXIT.

       LEE-ABIERTA.
           IF AI-FIN = "S" GO TO F-LEE-ABIERTA.
           READ ABIE NEXT RECORD AT END
               MOVE "S" TO AI-FIN
               GO TO F-LEE-ABIERTA.
           MOVE AI-CLAVE TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO LEE-ABIERTA.
       F-LEE-ABIERTA.
           EXIT.

       DIAS-MES.
           IF MM-CHK = 4 OR MM-CHK = 6 OR MM-CHK = 9 OR MM-CHK = 11
               MOVE 30 TO MAX-DD
               DISPLAY "                                               "
                   AT 1410
               GO TO ESTCTA-CLI.
           MOVE B-CLI TO ACCESO-CLI.
           MOVE "ESTCTA" TO ACCESO-PANT.
           MOVE SPACES TO ACCESO-DATO.
           PERFORM REGISTRA-ACCESO THRU F-REGISTRA-ACCESO.
           PERFORM ENCABEZA.
           DISPLAY "CLIENTE:" AT 0905 WITH FOREGROUND-COLOR 5.
           DISPLAY NOMBRE AT 0914.
           DISPLAY UBICA AT 0942.
           MOVE B-CLI TO REFCLI-CLI.
           CALL "REFCLI" USING REFCLI-PAR.
           DISPLAY "REF. TRANSF.:" AT 0850 WITH FOREGROUND-COLOR 5.
           DISPLAY REFCLI-NRO AT 0864.
           PERFORM MUESTRA-NOTA THRU F-MUESTRA-NOTA.
           PERFORM MUESTRA-EXPTE THRU F-MUESTRA-EXPTE.
           PERFORM MUESTRA-PROMESA THRU F-MUESTRA-PROMESA.
           MOVE ZEROS TO SALDO-CTA.
           MOVE ZEROS TO CN-TABLA CN-PAGT.
           MOVE "L" TO CONDOM-FUN.
           MOVE B-CLI TO CONDOM-CLI.
           MOVE ZEROS TO CONDOM-MONTO CONDOM-TIP.
           CALL "CONDOM" USING CONDOM-PAR.
           MOVE CONDOM-CANT TO CN-CANT.
           MOVE B-CLI TO CONT.
           MOVE ZEROS TO PERI.
           MOVE ZEROS TO TIP-VEN.
       ESTCTA-R.
           READ IMPU NEXT RECORD AT END
               PERFORM TER THRU F-TER
               GO TO ESTCTA-CN.
           IF CONT NOT = B-CLI
               PERFORM TER THRU F-TER
               GO TO ESTCTA-CN.
           IF CN-CANT NOT = ZERO
               PERFORM ESTCTA-ACUM THRU F-ESTCTA-ACUM.
           MOVE CONT TO CON-C.
           MOVE P1 TO PER-C.
           MOVE AA TO ANO-C.
           IF LIN = 20 PERFORM TER THRU F-TER.
           GO TO ESTCTA-R.

      *    POSICION DE CADA CONDOMINO. EL INMUEBLE QUEDA PAGO RECIEN
      *    CUANDO ENTRARON TODAS LAS PARTES.
       ESTCTA-CN.
           IF CN-CANT = ZERO GO TO ENCABEZA.
           DISPLAY "CONDOMINIO - POSICION DE CADA CONDOMINO" AT 0803
           WITH FOREGROUND-COLOR 5.
           DISPLAY "  NOMBRE                    %       EMITIDO"
               AT 0903 WITH FOREGROUND-COLOR 5.
           DISPLAY "PAGADO          SALDO" AT 0956
               WITH FOREGROUND-COLOR 5.
           MOVE 10 TO LIN.
           MOVE 3 TO CL.
           MOVE CN-PAGT TO CN-SINA.
           MOVE ZEROS TO CN-IX.
       ESTCTA-CN-R.
           ADD 1 TO CN-IX.
           IF CN-IX > CN-CANT GO TO ESTCTA-CN-F.
           MOVE CONDOM-SEC (CN-IX) TO CN-SEC-S.
           MOVE CONDOM-NOM (CN-IX) TO CN-NOM-S.
           MOVE CONDOM-PORC (CN-IX) TO CN-PORC-S.
           MOVE CN-EMI (CN-IX) TO CN-EMI-S.
           MOVE CN-PAG (CN-IX) TO CN-PAG-S.
           COMPUTE CN-SAL-S = CN-EMI (CN-IX) - CN-PAG (CN-IX).
           SUBTRACT CN-PAG (CN-IX) FROM CN-SINA.
           ADD 1 TO LIN.
           DISPLAY CN-RENG AT LINCL.
           GO TO ESTCTA-CN-R.
       ESTCTA-CN-F.
           IF CN-SINA NOT = ZEROS
               MOVE SPACES TO CN-RENG
               MOVE "PAGOS SIN ASIGNAR" TO CN-NOM-S
               MOVE CN-SINA TO CN-SAL-S
               ADD 2 TO LIN
               DISPLAY CN-RENG AT LINCL.
           PERFORM TER THRU F-TER.
           GO TO ENCABEZA.

      *    SUMA LA PARTE DE LA CUOTA DEL BUFFER Y LO PAGADO POR CADA
      *    CONDOMINO.
       ESTCTA-ACUM.
           ADD PAGADO TO CN-PAGT.
           MOVE "L" TO CONDOM-FUN.
           MOVE MONTO TO CONDOM-MONTO.
           MOVE AA TO CONDOM-CAA.
           MOVE P1 TO CONDOM-CP1.
           MOVE TIP-VEN TO CONDOM-TIP.
           CALL "CONDOM" USING CONDOM-PAR.
           IF CONDOM-CANT = ZERO GO TO F-ESTCTA-ACUM.
           MOVE ZEROS TO CN-IX.
       EAC-R.
           ADD 1 TO CN-IX.
           IF CN-IX > CONDOM-CANT GO TO F-ESTCTA-ACUM.
           ADD CONDOM-PARTE (CN-IX) TO CN-EMI (CN-IX).
           ADD CONDOM-PAGO (CN-IX) TO CN-PAG (CN-IX).
           GO TO EAC-R.
       F-ESTCTA-ACUM.
           MOVE ZEROS TO CONDOM-MONTO CONDOM-TIP.
           EXIT.

       UBILT.
           PERFORM ENCABEZA.
           DISPLAY "1=POR UBICACION (TEXTO)  2=POR ZONA (CODIGO)"
       CSP-LOOP.
           READ IMPU NEXT RECORD AT END GO TO F-CARGA-SORT-PROY.
           IF FEC-PAG NOT = ZEROS GO TO CSP-LOOP.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO CSP-LOOP.
           MOVE AAV TO S-AAV.
           MOVE MMV TO S-MMV.
           MOVE MONTO TO S-MONTO.
           MOVE ZEROS TO AG-CLI AG-GEN.
           MOVE SPACES TO AG-BRK.
           MOVE ZEROS TO CON-LI CON-HO CON-RE.
           OPEN OUTPUT IMPRE.
           PERFORM AG-ENC THRU F-AG-ENC.
           PERFORM INICIA-ABIERTAS THRU F-INICIA-ABIERTAS.
       AG-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO AG-F.
           IF FEC-PAG NOT = ZEROS GO TO AG-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO AG-R.
           IF PAGADO > MONTO GO TO AG-R.
           IF AG-BRK NOT = SPACES AND CONT NOT = AG-BRK
               PERFORM AG-SUBT THRU F-AG-SUBT.
               ACCEPT OPC AT 1458 WITH PROMPT
               DISPLAY "                 " AT 1410
               GO TO PB-CLI1.
           MOVE B-CLI TO ACCESO-CLI.
           MOVE "PAGBRO" TO ACCESO-PANT.
           MOVE SPACES TO ACCESO-DATO.
           PERFORM REGISTRA-ACCESO THRU F-REGISTRA-ACCESO.
       PB-RANGO.
           DISPLAY "DESDE (DDMMAA) 0=TODAS:" AT 1118.
           MOVE ZEROS TO PB-DESDE1.
           PERFORM VUELCA-SPOOL THRU F-VUELCA-SPOOL.
           GO TO ENCABEZA.

      *    CADA CLIENTE QUE APARECE EN EL RESULTADO QUEDA EN EL
      *    REGISTRO DE CONSULTAS (ARIMPU SE LEE POR CLIENTE, ASI QUE
      *    ALCANZA CON MIRAR EL CAMBIO).
       CP-SCAN.
           MOVE ZEROS TO TL-TOT TL-CANT.
           MOVE SPACES TO CP-ULTCLI.
           MOVE "PARAME" TO ACCESO-PANT.
           MOVE SPACES TO ACCESO-DATO.
           STRING "TIPO " CP-TIP " A#O " CP-ANO " ESTADO " CP-EST
               DELIMITED BY SIZE INTO ACCESO-DATO.
           MOVE "A" TO ACCESO-FUN.
           CALL "ACCESO" USING ACCESO-PAR.
           CLOSE IMPU.
           OPEN I-O IMPU.
       CPS-R.
           READ IMPU NEXT RECORD AT END GO TO CPS-FIN.
           IF CP-TIP NOT = ZEROS AND TIP-VEN NOT = CP-TIP
               GO TO CPS-R.
           IF CP-ANO NOT = ZEROS AND ANO NOT = CP-ANO GO TO CPS-R.
           IF CP-EST = "1" AND FEC-PAG NOT = ZEROS GO TO CPS-R.
           IF CP-EST = "2" AND FEC-PAG = ZEROS GO TO CPS-R.
           IF MONTO < CP-MDESDE-N OR MONTO > CP-MHASTA-N GO TO CPS-R.
           IF CONT NOT = CP-ULTCLI
               MOVE CONT TO CP-ULTCLI ACCESO-CLI
               MOVE "R" TO ACCESO-FUN
               CALL "ACCESO" USING ACCESO-PAR.
           MOVE CONT TO TL-CLI-S.
           MOVE P1 TO TL-P1-S.
           MOVE AA TO TL-AA-S.
               END-IF
           END-IF.
           GO TO CPS-R.
       CPS-FIN.
           MOVE "F" TO ACCESO-FUN.
           CALL "ACCESO" USING ACCESO-PAR.
       F-CP-SCAN.
           EXIT.

       REGISTRA-ACCESO.
           MOVE "R" TO ACCESO-FUN.
           CALL "ACCESO" USING ACCESO-PAR.
       F-REGISTRA-ACCESO.
           EXIT.

      *    TOTAL BONIFICADO POR EXENCIONES, POR A#O DE LA CUOTA,
      *    SUMANDO EL CAMPO BONIF GRABADO AL GENERAR CADA VENCIMIENTO.
       BONIFIC.
       F-MUESTRA-EXPTE.
           EXIT.

      *    SI EL CLIENTE TIENE PROMESAS DE PAGO ABIERTAS (ARGEST) SE
      *    MUESTRA LA MAS PROXIMA, CON UN "+" SI HAY MAS DE UNA.
       MUESTRA-PROMESA.
           OPEN INPUT GEST.
           IF GE-STATUS NOT = "00" GO TO F-MUESTRA-PROMESA.
           MOVE ZEROS TO PR-CANT PR-MONTO.
           MOVE 99999999 TO PR-FEC.
           MOVE B-CLI TO GE-CLI.
           MOVE ZEROS TO GE-SEC.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY
               CLOSE GEST
               GO TO F-MUESTRA-PROMESA.
       MPR-R.
           READ GEST NEXT RECORD AT END GO TO MPR-FIN.
           IF GE-CLI NOT = B-CLI GO TO MPR-FIN.
           IF GE-PEST NOT = "A" GO TO MPR-R.
           ADD 1 TO PR-CANT.
           IF GE-PFECHA NOT < PR-FEC GO TO MPR-R.
           MOVE GE-PFECHA TO PR-FEC.
           COMPUTE PR-MONTO = GE-PMONTO - GE-PAGADO.
           GO TO MPR-R.
       MPR-FIN.
           CLOSE GEST.
           IF PR-CANT = ZERO GO TO F-MUESTRA-PROMESA.
           MOVE PR-MONTO TO PR-MONED.
           MOVE PR-DD TO PR-EDD.
           MOVE PR-MM TO PR-EMM.
           MOVE PR-AAAA TO PR-EAA.
           DISPLAY "PROM." AT 0828 WITH FOREGROUND-COLOR 4.
           DISPLAY PR-MONED AT 0833 WITH FOREGROUND-COLOR 4.
           DISPLAY PR-FECED AT 0841 WITH FOREGROUND-COLOR 4.
           IF PR-CANT > 1
               DISPLAY "+" AT 0849 WITH FOREGROUND-COLOR 4.
       F-MUESTRA-PROMESA.
           EXIT.

      *    MUESTRA LA ULTIMA OBSERVACION DEL CLIENTE (ARNOTA) AL PIE
      *    DE LA PANTALLA DEL ESTADO DE CUENTA.
       MUESTRA-NOTA.
           PERFORM LD-IMPRIME THRU F-LD-IMPRIME.
           DISPLAY "CERTIFICADO EMITIDO NRO:" AT 1218.
           DISPLAY LD-NRO AT 1243.
           MOVE "LDEU" TO TASREG-SERV.
           MOVE LD-CLI TO TASREG-CLI.
           MOVE LD-NRO TO TASREG-DOC.
           MOVE OPERADOR TO TASREG-OPER.
           CALL "TASREG" USING TASREG-PAR.
           IF TASREG-HAY = "S"
               MOVE TASREG-MONTO TO TASREG-ED
               DISPLAY "TASA DE ACTUACION A COBRAR EN CAJA $" AT 1418
               DISPLAY TASREG-ED AT 1454.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1252 WITH PROMPT.
           CLOSE CERLD.
       LDC-R.
           READ IMPU NEXT RECORD AT END GO TO LDC-PLAN.
           IF CONT NOT = LD-CLI GO TO LDC-PLAN.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO LDC-R.
           IF FEC-PAG = ZEROS
               MOVE "S" TO LD-PEND
               GO TO F-LD-CONTROLA.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO LD4-AA.
           WRITE RENGLON FROM LD-L4 AFTER 1.
      *    CON DOMICILIO POSTAL CARGADO EL CERTIFICADO LO LLEVA.
           MOVE "L" TO DOMPOS-FUN.
           MOVE LD-CLI TO DOMPOS-CLI.
           CALL "DOMPOS" USING DOMPOS-PAR.
           IF DOMPOS-HAY = "S"
               MOVE DOMPOS-CALLE TO DP-CALLE
               MOVE DOMPOS-LINEA TO DP-LOC
               WRITE RENGLON FROM DP-LINEA AFTER 1.
           WRITE RENGLON FROM LD-L5 AFTER 2.
           MOVE SPACES TO RENGLON.
           MOVE "FIRMA Y SELLO: ...................." TO RENGLON.
       CV-R.
           READ IMPU NEXT RECORD AT END GO TO CV-PINTA.
           IF FEC-PAG NOT = ZEROS GO TO CV-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO CV-R.
           IF MMV NOT = CV-MM OR AAV NOT = CV-AAAA GO TO CV-R.
           IF DDV = ZEROS OR DDV > 31 GO TO CV-R.
           ADD 1 TO CV-CANT (DDV).
       CVD-R.
           READ IMPU NEXT RECORD AT END GO TO CVD-F.
           IF FEC-PAG NOT = ZEROS GO TO CVD-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO CVD-R.
           IF DDV NOT = CV-DIA OR MMV NOT = CV-MM
               OR AAV NOT = CV-AAAA GO TO CVD-R.
           MOVE CONT TO CVD-CLI.
      *    MOVIMIENTO Y SALDO CERO. SALE POR EL SPOOL (UNA PAGINA POR
      *    CLIENTE) ASI CUALQUIER ESTADO SE REIMPRIME POR RANGO DE
      *    PAGINAS DESDE UTILITARIOS, Y TERMINA CON LA HOJA DE
      *    CONTROL. LOS CLIENTES CON ENVIO ELECTRONICO NO SE IMPRIMEN:
      *    SU ESTADO VA A ENVELE.TXT CON EL SALDO FINAL.
       ESTLOTE.
           PERFORM ENCABEZA.
           DISPLAY "ESTADOS DE CUENTA EN LOTE - PERIODO (MMAA):"
           MOVE MMR TO MMI.
           MOVE AAR TO AAI.
           MOVE ZEROS TO CON-HO CON-LI.
           MOVE ZEROS TO EL-EMITIDOS EL-TOTSALDO EL-ELECTR.
           DISPLAY "PROCESANDO..." AT 1318
           WITH FOREGROUND-COLOR 2.
           CLOSE CONTRI.
           PERFORM EL-CALCULA THRU F-EL-CALCULA.
           IF EL-MOVS = ZEROS AND EL-SANT = ZEROS
               AND EL-SFIN = ZEROS GO TO EL-R.
           MOVE NUM-CO TO ENVELE-CLI.
           MOVE "L" TO ENVELE-FUN.
           CALL "ENVELE" USING ENVELE-PAR.
           IF ENVELE-HAY = "S"
               PERFORM EL-ELEC THRU F-EL-ELEC
               GO TO EL-R.
           PERFORM EL-EMITE THRU F-EL-EMITE.
           GO TO EL-R.
       EL-CONTROL.
           WRITE RENGLON FROM EL-C1 AFTER 2.
           MOVE EL-EMITIDOS TO ELC-CANT.
           WRITE RENGLON FROM EL-C2 AFTER 2.
           MOVE EL-ELECTR TO ELC-ELEC.
           WRITE RENGLON FROM EL-C4 AFTER 1.
           MOVE EL-TOTSALDO TO ELC-TOT.
           WRITE RENGLON FROM EL-C3 AFTER 1.
           CLOSE IMPRE.
           PERFORM VUELCA-SPOOL THRU F-VUELCA-SPOOL.
           DISPLAY "ESTADOS EMITIDOS:" AT 1518.
           DISPLAY EL-EMITIDOS AT 1536.
           DISPLAY "ENVIADOS POR MEDIO ELECTRONICO:" AT 1618.
           DISPLAY EL-ELECTR AT 1650.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1546 WITH PROMPT.
           GO TO ENCABEZA.
       ELC-R.
           READ IMPU NEXT RECORD AT END GO TO EL-PAGOS.
           IF CONT NOT = EL-CLI GO TO EL-PAGOS.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO ELC-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP < EL-DESDE
               ADD MONTO TO EL-SANT
           MOVE EL-MM TO EL2-MM.
           MOVE EL-AAAA TO EL2-AA.
           WRITE RENGLON FROM EL-L2 AFTER 1.
           MOVE EL-CLI TO REFCLI-CLI.
           CALL "REFCLI" USING REFCLI-PAR.
           MOVE REFCLI-NRO TO EL2R-REF.
           WRITE RENGLON FROM EL-L2R AFTER 1.
           MOVE EL-SANT TO EL3-IMP.
           WRITE RENGLON FROM EL-L3 AFTER 2.
      *    DETALLE DE CUOTAS DEL MES.
       ELE-R.
           READ IMPU NEXT RECORD AT END GO TO ELE-PAGOS.
           IF CONT NOT = EL-CLI GO TO ELE-PAGOS.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO ELE-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP < EL-DESDE OR VEN-COMP > EL-HASTA
               GO TO ELE-R.
       F-EL-EMITE.
           EXIT.

      *    ESTADO POR MEDIO ELECTRONICO: UNA LINEA EN ENVELE.TXT CON EL
      *    SALDO FINAL (NO LLEVA VENCIMIENTO NI CODIGO DE BARRAS).
       EL-ELEC.
           MOVE ZEROS TO ENVELE-SEC ENVELE-FVTO.
           MOVE EL-MM TO ELA-MM.
           MOVE EL-AAAA TO ELA-AA.
           MOVE EL-ASUNTO TO ENVELE-ASUNTO.
           MOVE EL-SFIN TO ENVELE-MONTO.
           MOVE SPACES TO ENVELE-BARRA.
           MOVE "E" TO ENVELE-FUN.
           CALL "ENVELE" USING ENVELE-PAR.
           ADD 1 TO EL-ELECTR.
           ADD EL-SFIN TO EL-TOTSALDO.
       F-EL-ELEC.
           EXIT.

      *    MORA POR ZONA Y TIPO: CRUZA LAS CUOTAS VENCIDAS E IMPAGAS
      *    POR LA ZONA DEL CLIENTE (ARCLIDA, 999 = SIN ZONA) Y EL
      *    TIPO, CONTANDO CLIENTES EN MORA Y MONTO POR CELDA, Y POR
       MZ-R.
           READ IMPU NEXT RECORD AT END GO TO MZ-ACTIVOS.
           IF FEC-PAG NOT = ZEROS GO TO MZ-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO MZ-R.
           IF PAGADO > MONTO GO TO MZ-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO MZ-R.
           EXIT.

       CIERRE.
           CLOSE IMPU CONTRI RPAGOS NOTA FERI ABIE.
           IF UBI-MODO = "2" CLOSE ZONA CLIDA.
           CHAIN "MENU".
           STOP RUN.

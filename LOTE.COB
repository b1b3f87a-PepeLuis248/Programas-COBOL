                  RECORD KEY IS AH-CLAVE
                  FILE STATUS IS AH-STATUS.

           SELECT CLIDA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CD-CLI
                  FILE STATUS IS CDA-STATUS.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT MANI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BT-STATUS.

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

              05 AH-AA           PIC 9999.
           03 AH-OPER            PIC X(10).

      *    DATOS COMPLEMENTARIOS DEL CLIENTE: EL MANIFIESTO SALE EN EL
      *    ORDEN DE VISITA (ZONA Y RUTA DENTRO DE LA ZONA).
       FD  CLIDA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDA.

       01  REG-CLIDA.
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

       SD  WORK-SORT
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           03 SR-ZONA            PIC 999.
           03 SR-RUTA            PIC 9(5).
           03 SR-CLI             PIC X(25).
           03 SR-SEC             PIC 999.

      *    PIEZAS ORDENADAS POR CODIGO POSTAL (VER AVISOS).
       01  SORT-CP.
           03 SP-CP              PIC X(8).
           03 SP-CLAVE           PIC X(32).

      *    MANIFIESTO DE REPARTO Y ESTADO DE ENTREGA POR PIEZA,
      *    IGUALES A LOS DE AVISOS: LA CORRIDA NOCTURNA TAMBIEN DEJA
      *    SUS PIEZAS RASTREABLES EN LA OPCION DE ENTREGAS.
           03 BT-DESPUES         PIC X(80).
           03 BT-OPERADOR        PIC X(10).
           03 BT-PUESTO          PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
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
       77  AI-FIN                PIC X VALUE "N".
       77  OPC                   PIC XX VALUE SPACES.
       77  IMPRE-DEST            PIC X(20) VALUE "LOTEINT.TXT".
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  PASO-RES              PIC X(10) VALUE SPACES.
       77  EJEC-LIN              PIC 99 VALUE ZEROS.
       77  CFG-LIN               PIC 99 VALUE ZEROS.
      *    PASO AVISOS ORDENADO POR CODIGO POSTAL (1=SI), GUARDADO EN
      *    ARLOTCFG COMO UN PASO MAS LLAMADO ORDCP.
       77  LT-ORDCP              PIC 9 VALUE ZERO.
       77  AV-VALE               PIC X VALUE "N".
       77  CP-CLI                PIC X(25) VALUE SPACES.
       77  CP-CP                 PIC X(8) VALUE SPACES.
      *    CARTAS POR MEDIO ELECTRONICO (VER ENVELE): NO VAN A
      *    LOTEINT.TXT NI AL MANIFIESTO.
       77  ENV-SW                PIC X VALUE "N".
       77  IN-ELECTR             PIC 9(5) VALUE ZEROS.
       77  LOG-LIN               PIC 99 VALUE ZEROS.
       77  BK-RC                 PIC 9(9) COMP-5 VALUE ZERO.
       77  JP-RC                 PIC 9(9) COMP-5 VALUE ZERO.
       77  BK-IND                PIC 999 VALUE ZEROS.
       77  BK-SRC                PIC X(8) VALUE SPACES.
       77  BK-DEST               PIC X(60) VALUE SPACES.
       77  BC-STATUS             PIC XX VALUE SPACES.
       77  IN-ULTSEC             PIC 999 VALUE ZEROS.
       77  IN-EMITIDOS           PIC 9(5) VALUE ZEROS.
       77  EV-IMP-N              PIC 9(11)V99 VALUE ZEROS.
      *    FECHA DE PROCESO (VER FPROC): REEMPLAZA AL RELOJ COMO FECHA
      *    DEL DIA DE TRABAJO. LA BITACORA SIGUE FECHADA CON EL RELOJ
      *    Y GUARDA ADEMAS LA FECHA DE PROCESO.
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".
       01  FECHA-BITA.
           03 AA-BITA             PIC 99.
           03 MM-BITA             PIC 99.
           03 HOY-DD             PIC 99.
       01  BK-FECHA              PIC 9(6) VALUE ZEROS.
       77  MN-STATUS             PIC XX VALUE SPACES.
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  NM-STATUS             PIC XX VALUE SPACES.
       77  AE-STATUS             PIC XX VALUE SPACES.
       77  TX-STATUS             PIC XX VALUE SPACES.
           03 MN2-NOM            PIC X(25).
           03 F                  PIC X(05) VALUE " NIV:".
           03 MN2-NIV            PIC 9.
           03 F                  PIC X(07) VALUE "  ZONA:".
           03 MN2-ZONA           PIC ZZ9.
           03 F                  PIC X(08) VALUE "  ORDEN:".
           03 MN2-ORD            PIC ZZZZ9.

       01  TAB-DIAS-ACUM VALUE "000031059090120151181212243273304334".
           03 DIAS-ACUM          PIC 999 OCCURS 12 TIMES.
           03 FILLER             PIC X(8) VALUE "ARCONCI".
           03 FILLER             PIC X(8) VALUE "ARNUCOC".
           03 FILLER             PIC X(8) VALUE "ARLOTCFG".
           03 FILLER             PIC X(8) VALUE "ARCAE".
           03 FILLER             PIC X(8) VALUE "ARCAECF".
           03 FILLER             PIC X(8) VALUE "ARPREV".
           03 FILLER             PIC X(8) VALUE "ARPRVH".
           03 FILLER             PIC X(8) VALUE "ARPRESC".
           03 FILLER             PIC X(8) VALUE "ARSVTO".
           03 FILLER             PIC X(8) VALUE "ARVTO2".
           03 FILLER             PIC X(8) VALUE "ARANUA".
           03 FILLER             PIC X(8) VALUE "ARRETE".
           03 FILLER             PIC X(8) VALUE "ARCOTIZ".
           03 FILLER             PIC X(8) VALUE "ARDOLAR".
           03 FILLER             PIC X(8) VALUE "ARTARJ".
           03 FILLER             PIC X(8) VALUE "ARLOTJ".
           03 FILLER             PIC X(8) VALUE "ARDEBT".
           03 FILLER             PIC X(8) VALUE "AREMPL".
           03 FILLER             PIC X(8) VALUE "ARCLEM".
           03 FILLER             PIC X(8) VALUE "ARPLHA".
           03 FILLER             PIC X(8) VALUE "ARREFC".
           03 FILLER             PIC X(8) VALUE "ARNUREF".
           03 FILLER             PIC X(8) VALUE "ARDUPL".
           03 FILLER             PIC X(8) VALUE "ARNUDUP".
           03 FILLER             PIC X(8) VALUE "ARFPROC".
           03 FILLER             PIC X(8) VALUE "ARCOND".
           03 FILLER             PIC X(8) VALUE "ARPAGCN".
           03 FILLER             PIC X(8) VALUE "ARADVA".
           03 FILLER             PIC X(8) VALUE "ARVALF".
           03 FILLER             PIC X(8) VALUE "ARMEDI".
           03 FILLER             PIC X(8) VALUE "ARTCON".
           03 FILLER             PIC X(8) VALUE "ARLECT".
           03 FILLER             PIC X(8) VALUE "ARORBA".
           03 FILLER             PIC X(8) VALUE "AROBFR".
           03 FILLER             PIC X(8) VALUE "ARSERV".
           03 FILLER             PIC X(8) VALUE "ARDOCE".
           03 FILLER             PIC X(8) VALUE "AREMIS".
           03 FILLER             PIC X(8) VALUE "ARNUEMI".
           03 FILLER             PIC X(8) VALUE "AREMCU".
           03 FILLER             PIC X(8) VALUE "ARPRES".
           03 FILLER             PIC X(8) VALUE "ARGEST".
           03 FILLER             PIC X(8) VALUE "ARCENDEU".
           03 FILLER             PIC X(8) VALUE "ARCDCFG".
           03 FILLER             PIC X(8) VALUE "ARRNCO".
           03 FILLER             PIC X(8) VALUE "ARLIQC".
           03 FILLER             PIC X(8) VALUE "ARPOST".
           03 FILLER             PIC X(8) VALUE "ARENVE".
           03 FILLER             PIC X(8) VALUE "ARJUEV".
           03 FILLER             PIC X(8) VALUE "ARJUCO".
           03 FILLER             PIC X(8) VALUE "ARDELEG".
           03 FILLER             PIC X(8) VALUE "ARDLCIE".
           03 FILLER             PIC X(8) VALUE "ARABIE".
           03 FILLER             PIC X(8) VALUE "AREMCK".
           03 FILLER             PIC X(8) VALUE "ARBISE".
           03 FILLER             PIC X(8) VALUE "ARBICA".
           03 FILLER             PIC X(8) VALUE "ARACCE".
           03 FILLER             PIC X(8) VALUE "ARACCF".
           03 FILLER             PIC X(8) VALUE "ARALER".
           03 FILLER             PIC X(8) VALUE "ARALCF".
           03 FILLER             PIC X(8) VALUE "ARDOCU".
           03 FILLER             PIC X(8) VALUE "ARVERS".
           03 FILLER             PIC X(8) VALUE "ARPLFIR".
           03 FILLER             PIC X(8) VALUE "ARMODT".
           03 FILLER             PIC X(8) VALUE "ARMODV".
           03 FILLER             PIC X(8) VALUE "ARCOMT".
       01  BK-NOMBRES-R REDEFINES BK-NOMBRES.
           03 BK-NOM             PIC X(8) OCCURS 134 TIMES.

       01  IN-TIT1.
           03 F PIC X(30) VALUE "   PRIMER AVISO DE DEUDA      ".

       01  AV-DOMLIN.
           03 F                  PIC X(10) VALUE SPACES.
           03 AV-DOM-S           PIC X(30).

       01  AV-LOCLIN.
           03 F                  PIC X(10) VALUE SPACES.
           03 AV-LOC-S           PIC X(60).

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

       01  L1.
           03 F PIC X(80) VALUE ALL "*".
           03 F                  PIC X VALUE SPACES.
           03 LR-RES-S           PIC X(10).

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
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(10) VALUE "ARCLIDA 02".
              05 F               PIC X(50) VALUE SPACES.
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
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM AVISO-FPROC THRU F-AVISO-FPROC.
           PERFORM CARGA-CONFIG THRU F-CARGA-CONFIG.

       ENCABEZA.
       EJECUTA-PASO.
           MOVE ZEROS TO PASO-CANT.
           MOVE "OK" TO PASO-RES.
      *    LOS PASOS TRABAJAN CON LA FECHA DE PROCESO; EL LOG DE LA
      *    CORRIDA QUEDA CON LA FECHA REAL.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE AA-BITA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE LG-FECHA = ANO-VENT * 10000 + MM-BITA * 100
               + DD-BITA.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-AMD TO FECHA-HOY.
           MOVE FPROC-FECHA TO HOY-COMP.
           MOVE PT-PASO (PASO-IND) TO LG-PASO.
           ACCEPT LG-HINI FROM TIME.
           IF PT-PASO (PASO-IND) = "BACKUP"
      *    DE CAJA SE VACIA PORQUE QUEDA CUBIERTO POR EL SET.
       PASO-BACKUP.
           PERFORM LEER-BKCFG THRU F-LEER-BKCFG.
           MOVE "G" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           IF BITSUM-RES = "ALTERADA" MOVE "BITA ALTER" TO PASO-RES.
           ACCEPT BK-FECHA FROM DATE.
           MOVE ZEROS TO BK-IND.
       PB-R.
           ADD 1 TO BK-IND.
           IF BK-IND > 134 GO TO PB-F.
           MOVE BK-NOM (BK-IND) TO BK-SRC.
           MOVE SPACES TO BK-DEST.
           STRING BC-DIR DELIMITED BY SPACE
      *    ACTUAL (SE PISA SI SE CORRE DOS VECES EN EL MES).
       PASO-SNAP.
           OPEN I-O IMPU.
           OPEN INPUT ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN INPUT ABIE.
           OPEN I-O SNAP.
           IF SN-STATUS NOT = "00"
               OPEN OUTPUT SNAP
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           MOVE SER-RES TO HOY-SERIE.
           MOVE SPACES TO SN-BRK.
           PERFORM INICIA-ABIERTAS THRU F-INICIA-ABIERTAS.
       PS-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO PS-F.
           IF FEC-PAG NOT = ZEROS GO TO PS-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO PS-R.
           IF PAGADO > MONTO GO TO PS-R.
           MOVE DDV TO SER-DD.
           MOVE MMV TO SER-MM.
           ADD 1 TO PASO-CANT.
           GO TO PS-R.
       PS-F.
           CLOSE IMPU SNAP ABIE.
       F-PASO-SNAP.
           EXIT.

      *    PASO AVISOS: LAS MISMAS INTIMACIONES ESCALONADAS DE AVISOS
      *    OPCION 3, PERO VOLCADAS A LOTEINT.TXT PARA IMPRIMIRLAS A LA
      *    MA#ANA. DEJA EL ENVIO REGISTRADO EN ARAVIH. LOS DOMICILIOS
      *    OBSERVADOS QUEDAN LISTADOS EN DOMOBS.TXT Y, SI ASI ESTA
      *    CONFIGURADO, LAS CARTAS SALEN ORDENADAS POR CODIGO POSTAL.
      *    LOS CLIENTES CON ENVIO ELECTRONICO VAN A ENVELE.TXT.
       PASO-AVISOS.
           OPEN I-O CONTRI.
           OPEN I-O IMPU.
           OPEN INPUT ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN INPUT ABIE.
           OPEN I-O AVIH.
           IF AH-STATUS NOT = "00"
               OPEN OUTPUT AVIH
           MOVE ZEROS TO MANI-COBR.
           PERFORM PROXIMO-MANI THRU F-PROXIMO-MANI.
           MOVE ZEROS TO MANI-CANT.
           MOVE "O" TO DOMPOS-FUN.
           CALL "DOMPOS" USING DOMPOS-PAR.
           MOVE "LOTEINT.TXT" TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           MOVE ZEROS TO IN-CANT IN-TOT IN-EMITIDOS IN-ELECTR.
           MOVE SPACES TO IN-CLI.
           PERFORM INICIA-ABIERTAS THRU F-INICIA-ABIERTAS.
           IF LT-ORDCP = 1
               SORT WORK-SORT ON ASCENDING KEY SP-CP SP-CLAVE
                   INPUT PROCEDURE IS PAC-CARGA THRU F-PAC-CARGA
                   OUTPUT PROCEDURE IS PAC-EMITE THRU F-PAC-EMITE
               GO TO PA-F.
       PA-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO PA-F.
           PERFORM PA-VALE THRU F-PA-VALE.
           IF AV-VALE = "N" GO TO PA-R.
           PERFORM PA-JUNTA THRU F-PA-JUNTA.
           GO TO PA-R.
       PA-F.
           IF IN-CLI NOT = SPACES AND IN-CANT NOT = ZEROS
               PERFORM INT-EMITE THRU F-INT-EMITE.
           CLOSE IMPRE.
           PERFORM CIERRA-MANIFIESTO THRU F-CIERRA-MANIFIESTO.
           CLOSE CONTRI IMPU AVIH SCORE RECL AVIE MANI TXAVI ABIE.
           COMPUTE PASO-CANT = IN-EMITIDOS + IN-ELECTR.
       F-PASO-AVISOS.
           EXIT.

       PA-VALE.
           MOVE "N" TO AV-VALE.
           IF FEC-PAG NOT = ZEROS GO TO F-PA-VALE.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO F-PA-VALE.
           IF PAGADO > MONTO GO TO F-PA-VALE.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO F-PA-VALE.
           PERFORM LEE-RECLAMO THRU F-LEE-RECLAMO.
           IF RM-ABIERTO = "S" GO TO F-PA-VALE.
           MOVE "S" TO AV-VALE.
       F-PA-VALE.
           EXIT.

       PA-JUNTA.
           IF IN-CLI NOT = SPACES AND CONT NOT = IN-CLI
               PERFORM INT-EMITE THRU F-INT-EMITE.
           MOVE CONT TO IN-CLI.
           ADD 1 TO IN-CANT.
           COMPUTE IN-TOT = IN-TOT + MONTO - PAGADO.
       F-PA-JUNTA.
           EXIT.

      *    CARTAS ORDENADAS POR CODIGO POSTAL, COMO EN AVISOS.
       PAC-CARGA.
           MOVE SPACES TO CP-CLI.
       PAC-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO F-PAC-CARGA.
           PERFORM PA-VALE THRU F-PA-VALE.
           IF AV-VALE = "N" GO TO PAC-R.
           IF CONT NOT = CP-CLI
               MOVE CONT TO CP-CLI
               PERFORM LEE-DOMPOS THRU F-LEE-DOMPOS
               MOVE HIGH-VALUES TO CP-CP
               IF DOMPOS-HAY = "S" AND DOMPOS-CP NOT = SPACES
                   MOVE DOMPOS-CP TO CP-CP.
           MOVE CP-CP TO SP-CP.
           MOVE NUM-CO1 TO SP-CLAVE.
           RELEASE SORT-CP.
           GO TO PAC-R.
       F-PAC-CARGA.
           EXIT.

       PAC-EMITE.
           RETURN WORK-SORT AT END GO TO F-PAC-EMITE.
           MOVE SP-CLAVE TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO PAC-EMITE.
           PERFORM PA-JUNTA THRU F-PA-JUNTA.
           GO TO PAC-EMITE.
       F-PAC-EMITE.
           EXIT.

       LEE-DOMPOS.
           MOVE "L" TO DOMPOS-FUN.
           MOVE CP-CLI TO DOMPOS-CLI.
           CALL "DOMPOS" USING DOMPOS-PAR.
       F-LEE-DOMPOS.
           EXIT.

       INT-EMITE.
           IF IN-CANT = ZEROS GO TO F-INT-EMITE.
           PERFORM INT-NIVEL THRU F-INT-NIVEL.
               IF SC-STATUS = "00" AND SC-CAT = "C"
                   MOVE 1 TO IN-NIVEL.
           ADD 1 TO IN-NIVEL.
      *    POR MEDIO ELECTRONICO LA CARTA NO SE IMPRIME, PERO SUBE DE
      *    NIVEL Y QUEDA REGISTRADA IGUAL QUE LA DE PAPEL.
           MOVE IN-CLI TO ENVELE-CLI.
           MOVE "L" TO ENVELE-FUN.
           CALL "ENVELE" USING ENVELE-PAR.
           IF ENVELE-HAY = "S" GO TO INT-HIST.
           IF IN-EMITIDOS = ZEROS
               WRITE RENGLON FROM L1 AFTER 1
           ELSE
               MOVE IN-CLI TO NOMBRE
               MOVE SPACES TO DOMICILIO.
           MOVE NOMBRE TO AV-NOM-S.
      *    DOMICILIO POSTAL SI TIENE CALLE CARGADA; LA LINEA DE
      *    LOCALIDAD VA SIEMPRE PARA QUE LA CARTA CONSERVE SU ALTO.
           MOVE DOMICILIO TO AV-DOM-S.
           MOVE SPACES TO AV-LOC-S.
           MOVE IN-CLI TO CP-CLI.
           PERFORM LEE-DOMPOS THRU F-LEE-DOMPOS.
           IF DOMPOS-HAY = "S"
               MOVE DOMPOS-CALLE TO AV-DOM-S
               MOVE DOMPOS-LINEA TO AV-LOC-S.
           WRITE RENGLON FROM AV-NOMLIN AFTER 3.
           WRITE RENGLON FROM AV-DOMLIN AFTER 1.
           WRITE RENGLON FROM AV-LOCLIN AFTER 1.
           IF IN-NIVEL = 1
               WRITE RENGLON FROM IN-TIT1 AFTER 2
               MOVE "INT1 " TO TX-TIPO
           ELSE
           IF IN-NIVEL = 2
               WRITE RENGLON FROM IN-TIT2 AFTER 2
               MOVE "INT2 " TO TX-TIPO
           ELSE
               WRITE RENGLON FROM IN-TIT3 AFTER 2
               MOVE "INT3 " TO TX-TIPO.
           MOVE NOMBRE TO RP-NOM.
           MOVE IN-TOT TO RP-MTO-N.
           MOVE IN-CANT TO IN-CANT-S.
           MOVE IN-TOT TO IN-TOT-S.
           WRITE RENGLON FROM IN-DEULIN AFTER 2.
       INT-HIST.
           MOVE IN-CLI TO AH-CLI.
           COMPUTE AH-SEC = IN-ULTSEC + 1.
           MOVE IN-NIVEL TO AH-NIVEL.
           MOVE ANO-VENT TO AH-AA.
           MOVE OPERADOR TO AH-OPER.
           WRITE REG-AVIH INVALID KEY REWRITE REG-AVIH.
           IF ENVELE-HAY = "S" MOVE "S" TO ENV-SW.
           PERFORM REGISTRA-ENVIO THRU F-REGISTRA-ENVIO.
           IF ENVELE-HAY NOT = "S"
               ADD 1 TO IN-EMITIDOS
               GO TO INT-LIMPIA.
           MOVE AH-SEC TO ENVELE-SEC.
           IF IN-NIVEL = 1
               MOVE "PRIMER AVISO DE DEUDA" TO ENVELE-ASUNTO
           ELSE
           IF IN-NIVEL = 2
               MOVE "SEGUNDO AVISO DE DEUDA" TO ENVELE-ASUNTO
           ELSE
               MOVE "INTIMACION FORMAL DE PAGO" TO ENVELE-ASUNTO.
           MOVE IN-TOT TO ENVELE-MONTO.
           MOVE ZEROS TO ENVELE-FVTO.
           MOVE SPACES TO ENVELE-BARRA.
           MOVE "E" TO ENVELE-FUN.
           CALL "ENVELE" USING ENVELE-PAR.
           ADD 1 TO IN-ELECTR.
       INT-LIMPIA.
           MOVE ZEROS TO IN-CANT IN-TOT.
       F-INT-EMITE.
           EXIT.

      *    MARCA LA PIEZA RECIEN REGISTRADA EN ARAVIH COMO PENDIENTE
      *    DE ENTREGA DENTRO DEL MANIFIESTO DE LA CORRIDA, O COMO
      *    ENVIADA POR MEDIO ELECTRONICO (SIN MANIFIESTO) SI ENV-SW
      *    ESTA EN "S".
       REGISTRA-ENVIO.
           MOVE AH-CLI TO AE-CLI.
           MOVE AH-SEC TO AE-SEC.
           MOVE MANI-NRO TO AE-MANI.
           MOVE "P" TO AE-EST.
           IF ENV-SW = "S"
               MOVE ZEROS TO AE-MANI
               MOVE "M" TO AE-EST.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE AE-FECHA = ANO-VENT * 10000 + HOY-MM * 100
               + HOY-DD.
           WRITE REG-AVIE INVALID KEY REWRITE REG-AVIE.
           IF ENV-SW NOT = "S" ADD 1 TO MANI-CANT.
           MOVE "N" TO ENV-SW.
       F-REGISTRA-ENVIO.
           EXIT.

           WRITE RENGLON FROM L1 AFTER 1.
           WRITE RENGLON FROM MN-L1 AFTER 1.
           WRITE RENGLON FROM L1 AFTER 1.
           OPEN I-O CLIDA.
           IF CDA-STATUS NOT = "00"
               OPEN OUTPUT CLIDA
               CLOSE CLIDA
               OPEN I-O CLIDA.
           SORT WORK-SORT
               ON ASCENDING KEY SR-ZONA SR-RUTA SR-CLI SR-SEC
               INPUT PROCEDURE IS CM-CARGA THRU F-CM-CARGA
               OUTPUT PROCEDURE IS CM-LISTA THRU F-CM-LISTA.
           CLOSE CLIDA.
           MOVE SPACES TO RENGLON.
           MOVE "FIRMA DEL REPARTIDOR: ...................."
               TO RENGLON.
           WRITE RENGLON AFTER 3.
           CLOSE IMPRE.
       F-CIERRA-MANIFIESTO.
           EXIT.

      *    PIEZAS DEL MANIFIESTO CON LA ZONA Y LA RUTA DEL CLIENTE (SIN
      *    ZONA = 999, SIN UBICAR EN LA ZONA AL FINAL).
       CM-CARGA.
           CLOSE AVIE.
           OPEN I-O AVIE.
       CM-R.
           READ AVIE NEXT RECORD AT END GO TO F-CM-CARGA.
           IF AE-MANI NOT = MANI-NRO GO TO CM-R.
           MOVE AE-CLI TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY MOVE ZEROS TO CD-ZONA CD-RUTA.
           MOVE CD-ZONA TO SR-ZONA.
           IF CD-ZONA = ZEROS MOVE 999 TO SR-ZONA.
           MOVE CD-RUTA TO SR-RUTA.
           IF CD-RUTA = ZEROS MOVE 99999 TO SR-RUTA.
           MOVE AE-CLI TO SR-CLI.
           MOVE AE-SEC TO SR-SEC.
           RELEASE SORT-REC.
           GO TO CM-R.
       F-CM-CARGA.
           EXIT.

       CM-LISTA.
           RETURN WORK-SORT AT END GO TO F-CM-LISTA.
           MOVE SR-CLI TO AE-CLI.
           MOVE SR-SEC TO AE-SEC.
           MOVE SR-ZONA TO MN2-ZONA.
           MOVE SR-RUTA TO MN2-ORD.
           IF SR-RUTA = 99999 MOVE ZEROS TO MN2-ORD.
           MOVE AE-CLI TO MN2-CLI.
           MOVE AE-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE ZERO TO AH-NIVEL.
           MOVE AH-NIVEL TO MN2-NIV.
           WRITE RENGLON FROM MN-L2 AFTER 1.
           GO TO CM-LISTA.
       F-CM-LISTA.
           EXIT.

      *    PASO DEBAUT: GENERA DEBITOS.ENV CON LOS VENCIMIENTOS
               CLOSE IMPU
               GO TO F-PASO-DEBAUT.
           OPEN OUTPUT ENVIO.
           OPEN INPUT ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN INPUT ABIE.
           PERFORM INICIA-ABIERTAS THRU F-INICIA-ABIERTAS.
       PD-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO PD-F.
           IF FEC-PAG NOT = ZEROS GO TO PD-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO PD-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP > HOY-COMP GO TO PD-R.
           MOVE CONT TO DB-CLI.
           ADD 1 TO PASO-CANT.
           GO TO PD-R.
       PD-F.
           CLOSE ENVIO IMPU DEBA ABIE.
       F-PASO-DEBAUT.
           EXIT.

      *    CONFIGURACION: UN ORDEN (1-5) POR PASO, 0 = NO SE EJECUTA,
      *    Y SI EL PASO AVISOS SALE ORDENADO POR CODIGO POSTAL.
       CONFIG.
           PERFORM ENCABEZA.
           DISPLAY "SECUENCIA DE CIERRE - ORDEN POR PASO (0=NO)"
           ACCEPT (CFG-LIN, 34) PT-ORD (PASO-IND) WITH PROMPT.
           GO TO CF-R.
       CF-GRABA.
           ADD 2 TO CFG-LIN.
           DISPLAY (CFG-LIN, 24) "AVISOS POR COD. POSTAL (1=SI):".
           DISPLAY (CFG-LIN, 55) LT-ORDCP.
           ACCEPT (CFG-LIN, 55) LT-ORDCP WITH PROMPT.
           IF LT-ORDCP NOT = 1 MOVE ZERO TO LT-ORDCP.
           OPEN OUTPUT LOTCFG.
           MOVE "ORDCP" TO LC-PASO.
           MOVE LT-ORDCP TO LC-ORD.
           WRITE REG-LOTCFG.
           MOVE ZERO TO PASO-IND.
       CFG-W.
           ADD 1 TO PASO-IND.
           MOVE ZERO TO PT-ORD (3).
           MOVE ZERO TO PT-ORD (4).
           MOVE ZERO TO PT-ORD (5).
           MOVE ZERO TO LT-ORDCP.
           OPEN INPUT LOTCFG.
           IF LC-STATUS NOT = "00" GO TO F-CARGA-CONFIG.
       CC-R.
           READ LOTCFG AT END
               CLOSE LOTCFG
               GO TO F-CARGA-CONFIG.
           IF LC-PASO = "ORDCP"
               MOVE LC-ORD TO LT-ORDCP
               GO TO CC-R.
           MOVE ZERO TO PASO-IND.
       CC-B.
           ADD 1 TO PASO-IND.
       F-VENTANA-ANO.
           EXIT.

      *    RECORRIDO DE LAS CUOTAS ABIERTAS (ARABIE) EN LUGAR DE TODO
      *    ARIMPU: INICIA-ABIERTAS SE POSICIONA EN EL PRIMER CLIENTE Y
      *    LEE-ABIERTA DEJA EN REG-IMP LA CUOTA SIGUIENTE EN ORDEN DE
      *    CLIENTE, O AI-FIN EN "S" CUANDO NO QUEDAN.
       INICIA-ABIERTAS.
           MOVE "N" TO AI-FIN.
           MOVE LOW-VALUES TO AI-CLAVE.
           START ABIE KEY IS NOT LESS AI-CLAVE
           INVALID KEY MOVE "S" TO AI-FIN.
       F-INICIA-ABIERTAS.
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

       LEER-OPERADOR.
           MOVE SPACES TO REG-OPERA.
           OPEN INPUT OPERA.
       F-LEER-OPERADOR.
           EXIT.

      *    AVISO AL ENTRAR CUANDO SE TRABAJA CON UNA FECHA DE PROCESO
      *    QUE NO ES LA REAL (EL ENCABEZADO TAMBIEN LO MUESTRA).
       AVISO-FPROC.
           CALL "FPROC" USING FPROC-PAR.
           IF FPROC-DIF NOT = "S" GO TO F-AVISO-FPROC.
           CALL "CALEN" USING B.
           DISPLAY "ATENCION: SE TRABAJA CON FECHA DE PROCESO" AT 1012
           WITH FOREGROUND-COLOR 6.
           DISPLAY FPROC-DD AT 1255.
           DISPLAY "/" AT 1257.
           DISPLAY FPROC-MM AT 1258.
           DISPLAY "/" AT 1260.
           DISPLAY FPROC-AA AT 1261.
           DISPLAY "QUE NO ES LA FECHA REAL. ENTER P/SEGUIR" AT 1412.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1452 WITH PROMPT.
       F-AVISO-FPROC.
           EXIT.

       GRABAR-BITA.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE DD-BITA TO BT-DD.
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


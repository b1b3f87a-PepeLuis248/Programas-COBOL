       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GESCOB.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * GESTION DE COBRANZA: REGISTRO DE CONTACTOS CON CADA CLIENTE
      * (ARGEST) CON FECHA, CANAL, RESULTADO, PROMESA DE PAGO (MONTO
      * Y FECHA), PROXIMO LLAMADO Y OPERADOR. AGENDA DEL DIA CON LOS
      * LLAMADOS A HACER Y LAS PROMESAS QUE VENCEN, Y LISTADO DE
      * PROMESAS INCUMPLIDAS: CADA PROMESA ABIERTA CON LA FECHA YA
      * PASADA SE CONTRASTA CON ARPAGOS (PAGOS DEL CLIENTE ENTRE EL
      * CONTACTO Y LA FECHA PROMETIDA) Y QUEDA CUMPLIDA O INCUMPLIDA.
      * PAGOS MARCA LA PROMESA COMO CUMPLIDA AL COBRAR, Y CONSUL
      * MUESTRA LA PROMESA ABIERTA EN EL ESTADO DE CUENTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NUM-CO
                  ALTERNATE RECORD IS NOMBRE
                  WITH DUPLICATES.

           SELECT GEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS GE-CLAVE
                  FILE STATUS IS GE-STATUS.

           SELECT RPAGOS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS REG-CLAVE
                  FILE STATUS IS RP-STATUS.

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

      *    CONTACTOS DE COBRANZA, NUMERADOS POR CLIENTE. CANAL:
      *    T=TELEFONO V=VISITA M=MENSAJE P=PRESENCIAL. RESULTADO:
      *    1=NO CONTESTA 2=PROMETE PAGO 3=SE NIEGA 4=NUMERO ERRONEO.
      *    ESTADO DE LA PROMESA: A=ABIERTA C=CUMPLIDA I=INCUMPLIDA
      *    (BLANCO SI EL CONTACTO NO TRAJO PROMESA). FECHAS AAAAMMDD.
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

       FD  RPAGOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPAGOS"
           DATA RECORD IS REG-PAG.

       01  REG-PAG.
           03 REG-CLAVE.
              05 REG-CIM        PIC X(25).
              05 REG-FEC.
                 07 RFD         PIC 99.
                 07 RFM         PIC 99.
                 07 RFA         PIC 9999.
              05 REG-SEC        PIC 99.
           03 REG-MPO           PIC 9(11)V99.
           03 REG-GM            PIC 9(3).
           03 REG-NRECI         PIC 9(8).
           03 REG-FPAGO         PIC X.
           03 REG-OPE           PIC X(10).
           03 REG-EST           PIC X.
           03 REG-CUO.
              05 REG-CAA        PIC 99.
              05 REG-CP1        PIC 99.

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
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  GE-STATUS             PIC XX VALUE SPACES.
       77  RP-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  B-CLI                 PIC X(25) VALUE SPACES.
       77  GC-HOY                PIC 9(8) VALUE ZEROS.
       77  GC-FEC1               PIC 9(6) VALUE ZEROS.
       77  GC-FEC                PIC 9(8) VALUE ZEROS.
       77  GC-DESDE              PIC 9(8) VALUE ZEROS.
       77  GC-HASTA              PIC 9(8) VALUE ZEROS.
       77  GC-FPAGO              PIC 9(8) VALUE ZEROS.
       77  GC-IMP                PIC Z(11).99 VALUE ZEROS.
       77  GC-IMP-N              PIC 9(11)V99 VALUE ZEROS.
       77  GC-SUMA               PIC 9(12)V99 VALUE ZEROS.
       77  GC-ULTSEC             PIC 999 VALUE ZEROS.
       77  GC-I                  PIC 99 VALUE ZEROS.
       77  GC-LIN                PIC 99 VALUE ZEROS.
       77  GC-CLI-ANT            PIC X(25) VALUE SPACES.
       77  GC-CANT1              PIC 9(6) VALUE ZEROS.
       77  GC-CANT2              PIC 9(6) VALUE ZEROS.
       77  GC-CUMPL              PIC 9(6) VALUE ZEROS.
       77  GC-INCUM              PIC 9(6) VALUE ZEROS.
       77  GC-TPROM              PIC 9(12)V99 VALUE ZEROS.
       77  GC-TPAGO              PIC 9(12)V99 VALUE ZEROS.

       01  GC-F1                 PIC 9(6) VALUE ZEROS.
       01  GC-F1-R REDEFINES GC-F1.
           03 GC-DD              PIC 99.
           03 GC-MM              PIC 99.
           03 GC-AA              PIC 99.

       01  GC-F8                 PIC 9(8) VALUE ZEROS.
       01  GC-F8-R REDEFINES GC-F8.
           03 GC-F8A             PIC 9999.
           03 GC-F8M             PIC 99.
           03 GC-F8D             PIC 99.
       01  GC-FECED.
           03 GC-FED             PIC 99.
           03 F                  PIC X VALUE "/".
           03 GC-FEM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 GC-FEA             PIC 9999.

      *    ULTIMO CONTACTO DEL CLIENTE EN CURSO (AGENDA).
       01  GC-ULT.
           03 GU-CLI             PIC X(25).
           03 GU-SEC             PIC 999.
           03 GU-FECHA           PIC 9(8).
           03 GU-CANAL           PIC X.
           03 GU-RES             PIC 9.
           03 GU-PMONTO          PIC 9(11)V99.
           03 GU-PFECHA          PIC 9(8).
           03 GU-PEST            PIC X.
           03 GU-PAGADO          PIC 9(11)V99.
           03 GU-PROX            PIC 9(8).
           03 GU-OPER            PIC X(10).
           03 GU-OBS             PIC X(40).

       01  GC-CANALES.
           03 F PIC X(11) VALUE "TTELEFONO".
           03 F PIC X(11) VALUE "VVISITA".
           03 F PIC X(11) VALUE "MMENSAJE".
           03 F PIC X(11) VALUE "PPRESENCIAL".
       01  GC-CANALES-R REDEFINES GC-CANALES.
           03 GC-CAN OCCURS 4.
              05 GC-CAN-COD      PIC X.
              05 GC-CAN-DESC     PIC X(10).

       01  GC-RESULTADOS.
           03 F PIC X(13) VALUE "NO CONTESTA".
           03 F PIC X(13) VALUE "PROMETE PAGO".
           03 F PIC X(13) VALUE "SE NIEGA".
           03 F PIC X(13) VALUE "NRO ERRONEO".
       01  GC-RESULTADOS-R REDEFINES GC-RESULTADOS.
           03 GC-RES-DESC        PIC X(13) OCCURS 4.

      *    ULTIMOS OCHO CONTACTOS DEL CLIENTE, EL MAS NUEVO ABAJO.
       01  GC-HTAB.
           03 GC-HR              PIC X(72) OCCURS 8.
       01  GC-HTMP               PIC X(576).

       01  GC-HLIN.
           03 GH-FECHA           PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 GH-CANAL           PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 GH-RES             PIC X(13).
           03 F                  PIC X VALUE SPACE.
           03 GH-PMONTO          PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           03 F                  PIC X VALUE SPACE.
           03 GH-PFECHA          PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 GH-PEST            PIC X(10).

       01  GC-TITU.
           03 GCT-TEXTO          PIC X(40).
           03 GCT-FECHA          PIC X(10).

       01  GC-SECCION.
           03 F                  PIC X(4) VALUE "*** ".
           03 GCS-TEXTO          PIC X(60).

       01  GC-LCAB.
           03 F PIC X(26) VALUE "CLIENTE".
           03 F PIC X(26) VALUE "NOMBRE".
           03 F PIC X(16) VALUE "TELEFONO".
           03 F PIC X(11) VALUE "ULT.CONTAC.".
           03 F PIC X(14) VALUE "RESULTADO".
           03 F PIC X(11) VALUE "LLAMAR EL".

       01  GC-LLIN.
           03 GL-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 GL-NOM             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 GL-TEL             PIC X(15).
           03 F                  PIC X VALUE SPACE.
           03 GL-FCON            PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 GL-RES             PIC X(13).
           03 F                  PIC X VALUE SPACE.
           03 GL-PROX            PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 GL-ATR             PIC X(8).

       01  GC-PCAB.
           03 F PIC X(26) VALUE "CLIENTE".
           03 F PIC X(26) VALUE "NOMBRE".
           03 F PIC X(16) VALUE "TELEFONO".
           03 F PIC X(11) VALUE "CONTACTO".
           03 F PIC X(11) VALUE "PROMETIO AL".
           03 F PIC X(14) VALUE "    PROMETIDO".
           03 F PIC X(14) VALUE "       PAGADO".
           03 F PIC X(10) VALUE "OPERADOR".

       01  GC-PLIN.
           03 GP-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 GP-NOM             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 GP-TEL             PIC X(15).
           03 F                  PIC X VALUE SPACE.
           03 GP-FCON            PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 GP-PFEC            PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 GP-PMONTO          PIC ZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 GP-PAGADO          PIC ZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 GP-OPER            PIC X(10).

       01  GC-TOTLIN.
           03 GT-DESC            PIC X(40).
           03 GT-CANT            PIC ZZZ,ZZ9.
           03 F                  PIC X(38) VALUE SPACES.
           03 GT-PMONTO          PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           03 F                  PIC X VALUE SPACE.
           03 GT-PAGADO          PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  GC-BITLIN.
           03 F                  PIC X(10) VALUE "CUMPLIDAS ".
           03 GB-CUMPL           PIC Z(5)9.
           03 F                  PIC X(13) VALUE " INCUMPLIDAS ".
           03 GB-INCUM           PIC Z(5)9.

       01  FECHA-BITA.
           03 AA-BITA             PIC 99.
           03 MM-BITA             PIC 99.
           03 DD-BITA             PIC 99.
      *    FECHA DE PROCESO (VER FPROC).
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".

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
              05 F               PIC X(10) VALUE "ARPAGOS 02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(80) VALUE SPACES.
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
              VALUE " GESTION DE COBRANZA ".
           03 LINE 10 COLUMN 24
              VALUE "1-REGISTRO DE CONTACTOS".
           03 LINE 11 COLUMN 24
              VALUE "2-AGENDA DEL DIA".
           03 LINE 12 COLUMN 24
              VALUE "3-PROMESAS INCUMPLIDAS".
           03 LINE 14 COLUMN 24
              VALUE "4-REGRESO MENU PRINCIPAL".
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
           OPEN INPUT CONTRI.
           OPEN I-O GEST.
           IF GE-STATUS NOT = "00"
               OPEN OUTPUT GEST
               CLOSE GEST
               OPEN I-O GEST.
           OPEN INPUT RPAGOS.
           IF RP-STATUS NOT = "00"
               OPEN OUTPUT RPAGOS
               CLOSE RPAGOS
               OPEN INPUT RPAGOS.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO GC-HOY.
           IF OPC = "1" GO TO REGIS.
           IF OPC = "2" GO TO AGENDA.
           IF OPC = "3" GO TO INCUMP.
           IF OPC = "4" GO TO CIERRE.
           GO TO L-PANT.

      *    ALTA DE UN CONTACTO: MUESTRA LOS ULTIMOS DEL CLIENTE Y PIDE
      *    CANAL, RESULTADO, PROMESA, PROXIMO LLAMADO Y OBSERVACION.
       REGIS.
           PERFORM ENCABEZA.
           DISPLAY "CLIENTE:" AT 0803 WITH FOREGROUND-COLOR 5.
           MOVE SPACES TO B-CLI.
           ACCEPT B-CLI AT 0812 WITH PROMPT.
           IF B-CLI = SPACES GO TO ENCABEZA.
           MOVE B-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
               DISPLAY "CLIENTE INEXISTENTE" AT 0839
               WITH FOREGROUND-COLOR 4
               MOVE SPACES TO OPC
               ACCEPT OPC AT 0860 WITH PROMPT
               GO TO REGIS.
           DISPLAY NOMBRE AT 0839.
           DISPLAY TELEFONO AT 0865.
           PERFORM RG-HISTORIA THRU F-RG-HISTORIA.
           IF GC-ULTSEC = 999
               DISPLAY "EL CLIENTE NO ADMITE MAS CONTACTOS" AT 1903
               WITH FOREGROUND-COLOR 4
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1940 WITH PROMPT
               GO TO REGIS.
       RG-CANAL.
           DISPLAY "CANAL T=TELEFONO V=VISITA M=MENSAJE P=PRESENCIAL:"
               AT 1903.
           MOVE "T" TO GE-CANAL.
           ACCEPT GE-CANAL AT 1953 WITH PROMPT.
           IF GE-CANAL NOT = "T" AND GE-CANAL NOT = "V"
               AND GE-CANAL NOT = "M" AND GE-CANAL NOT = "P"
               GO TO RG-CANAL.
       RG-RES.
           DISPLAY "RESULTADO 1=NO CONTESTA 2=PROMETE 3=SE NIEGA"
               AT 2003.
           DISPLAY "4=NRO ERRONEO:" AT 2048.
           MOVE ZERO TO GE-RES.
           ACCEPT GE-RES AT 2063 WITH PROMPT.
           IF GE-RES < 1 OR GE-RES > 4 GO TO RG-RES.
           MOVE ZEROS TO GE-PMONTO GE-PFECHA GE-PAGADO.
           MOVE SPACE TO GE-PEST.
           IF GE-RES NOT = 2 GO TO RG-PROX.
       RG-PMONTO.
           DISPLAY "MONTO PROMETIDO:" AT 2103.
           MOVE ZEROS TO GC-IMP.
           ACCEPT GC-IMP AT 2120 WITH PROMPT.
           MOVE GC-IMP TO GC-IMP-N.
           IF GC-IMP-N = ZEROS GO TO RG-PMONTO.
           MOVE GC-IMP-N TO GE-PMONTO.
       RG-PFECHA.
           DISPLAY "FECHA PROMETIDA (DDMMAA):" AT 2137.
           MOVE ZEROS TO GC-FEC1.
           ACCEPT GC-FEC1 AT 2163 WITH PROMPT.
           PERFORM ARMA-FECHA THRU F-ARMA-FECHA.
           IF GC-FEC = ZEROS OR GC-FEC < GC-HOY GO TO RG-PFECHA.
           MOVE GC-FEC TO GE-PFECHA.
           MOVE "A" TO GE-PEST.
       RG-PROX.
           DISPLAY "PROXIMO LLAMADO (DDMMAA) 0=NINGUNO:" AT 2203.
           MOVE ZEROS TO GC-FEC1.
           ACCEPT GC-FEC1 AT 2239 WITH PROMPT.
           MOVE ZEROS TO GE-PROX.
           IF GC-FEC1 = ZEROS GO TO RG-OBS.
           PERFORM ARMA-FECHA THRU F-ARMA-FECHA.
           IF GC-FEC = ZEROS OR GC-FEC < GC-HOY GO TO RG-PROX.
           MOVE GC-FEC TO GE-PROX.
       RG-OBS.
           DISPLAY "OBS.:" AT 2303.
           MOVE SPACES TO GE-OBS.
           ACCEPT GE-OBS AT 2309 WITH PROMPT.
       RG-CONF.
           DISPLAY "CONFIRMA S/N" AT 2352 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2365 WITH PROMPT.
           IF OPC = "N" GO TO REGIS.
           IF OPC NOT = "S" GO TO RG-CONF.
           MOVE B-CLI TO GE-CLI.
           COMPUTE GE-SEC = GC-ULTSEC + 1.
           MOVE GC-HOY TO GE-FECHA.
           MOVE OPERADOR TO GE-OPER.
           WRITE REG-GEST INVALID KEY GO TO REGIS.
           MOVE "GEST" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE GE-CLI TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-GEST TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO REGIS.

      *    ARMA LA TABLA CON LOS ULTIMOS CONTACTOS Y DEJA EN GC-ULTSEC
      *    EL NUMERO DEL ULTIMO PARA NUMERAR EL NUEVO.
       RG-HISTORIA.
           MOVE SPACES TO GC-HTAB.
           MOVE ZEROS TO GC-ULTSEC.
           MOVE B-CLI TO GE-CLI.
           MOVE ZEROS TO GE-SEC.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY GO TO RGH-MUESTRA.
       RGH-R.
           READ GEST NEXT RECORD AT END GO TO RGH-MUESTRA.
           IF GE-CLI NOT = B-CLI GO TO RGH-MUESTRA.
           MOVE GE-SEC TO GC-ULTSEC.
           PERFORM ARMA-HLIN THRU F-ARMA-HLIN.
           MOVE GC-HTAB TO GC-HTMP.
           MOVE GC-HTMP (73:504) TO GC-HTAB (1:504).
           MOVE GC-HLIN TO GC-HR (8).
           GO TO RGH-R.
       RGH-MUESTRA.
           DISPLAY "FECHA      CANAL      RESULTADO" AT 0903
               WITH FOREGROUND-COLOR 5.
           DISPLAY "PROMETIDO FECHA PROM. ESTADO" AT 0947
               WITH FOREGROUND-COLOR 5.
           PERFORM RGH-LINEA THRU F-RGH-LINEA
               VARYING GC-I FROM 1 BY 1 UNTIL GC-I > 8.
       F-RG-HISTORIA.
           EXIT.

       RGH-LINEA.
           COMPUTE GC-LIN = 9 + GC-I.
           DISPLAY (GC-LIN, 3) GC-HR (GC-I).
       F-RGH-LINEA.
           EXIT.

       ARMA-HLIN.
           MOVE GE-FECHA TO GC-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE GC-FECED TO GH-FECHA.
           MOVE GE-CANAL TO GH-CANAL.
           MOVE 1 TO GC-I.
       AH-CAN.
           IF GC-CAN-COD (GC-I) = GE-CANAL
               MOVE GC-CAN-DESC (GC-I) TO GH-CANAL
               GO TO AH-RES.
           ADD 1 TO GC-I.
           IF GC-I < 5 GO TO AH-CAN.
       AH-RES.
           MOVE SPACES TO GH-RES.
           IF GE-RES > 0 AND GE-RES < 5
               MOVE GC-RES-DESC (GE-RES) TO GH-RES.
           MOVE GE-PMONTO TO GH-PMONTO.
           MOVE SPACES TO GH-PFECHA GH-PEST.
           IF GE-PFECHA = ZEROS GO TO F-ARMA-HLIN.
           MOVE GE-PFECHA TO GC-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE GC-FECED TO GH-PFECHA.
           IF GE-PEST = "A" MOVE "ABIERTA" TO GH-PEST.
           IF GE-PEST = "C" MOVE "CUMPLIDA" TO GH-PEST.
           IF GE-PEST = "I" MOVE "INCUMPLIDA" TO GH-PEST.
       F-ARMA-HLIN.
           EXIT.

      *    AGENDA: LLAMADOS CUYO ULTIMO CONTACTO PIDIO VOLVER A LLAMAR
      *    HASTA LA FECHA (LOS ATRASADOS SE SE#ALAN) Y PROMESAS
      *    ABIERTAS QUE VENCEN ESE DIA.
       AGENDA.
           PERFORM ENCABEZA.
       AG-FECHA.
           DISPLAY "FECHA DE LA AGENDA (DDMMAA) 0=HOY:" AT 0918.
           MOVE ZEROS TO GC-FEC1.
           ACCEPT GC-FEC1 AT 0953 WITH PROMPT.
           MOVE GC-HOY TO GC-FEC.
           IF GC-FEC1 NOT = ZEROS
               PERFORM ARMA-FECHA THRU F-ARMA-FECHA.
           IF GC-FEC = ZEROS GO TO AG-FECHA.
           MOVE GC-FEC TO GC-DESDE.
       AG-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO AGENDA.TXT  3=CANCELA"
               AT 1118 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1164 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO AG-GO.
           IF OPC = "2" MOVE "AGENDA.TXT" TO IMPRE-DEST GO TO AG-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO AG-DEST.
       AG-GO.
           DISPLAY "PROCESANDO..." AT 1318 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO GC-CANT1 GC-CANT2 GC-TPROM GC-TPAGO.
           OPEN OUTPUT IMPRE.
           MOVE "AGENDA DE COBRANZA DEL " TO GCT-TEXTO.
           MOVE GC-DESDE TO GC-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE GC-FECED TO GCT-FECHA.
           WRITE RENGLON FROM GC-TITU AFTER 1.
           MOVE "LLAMADOS A REALIZAR" TO GCS-TEXTO.
           WRITE RENGLON FROM GC-SECCION AFTER 2.
           WRITE RENGLON FROM GC-LCAB AFTER 1.
           MOVE SPACES TO GC-CLI-ANT.
           MOVE LOW-VALUES TO GE-CLAVE.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY GO TO AG-PROM.
       AGL-R.
           READ GEST NEXT RECORD AT END GO TO AGL-FIN.
           IF GE-CLI NOT = GC-CLI-ANT AND GC-CLI-ANT NOT = SPACES
               PERFORM AG-LLAMADO THRU F-AG-LLAMADO.
           MOVE REG-GEST TO GC-ULT.
           MOVE GE-CLI TO GC-CLI-ANT.
           GO TO AGL-R.
       AGL-FIN.
           IF GC-CLI-ANT NOT = SPACES
               PERFORM AG-LLAMADO THRU F-AG-LLAMADO.
       AG-PROM.
           MOVE "LLAMADOS" TO GT-DESC.
           MOVE GC-CANT1 TO GT-CANT.
           MOVE ZEROS TO GT-PMONTO GT-PAGADO.
           WRITE RENGLON FROM GC-TOTLIN AFTER 2.
           MOVE "PROMESAS QUE VENCEN EN EL DIA" TO GCS-TEXTO.
           WRITE RENGLON FROM GC-SECCION AFTER 2.
           WRITE RENGLON FROM GC-PCAB AFTER 1.
           MOVE LOW-VALUES TO GE-CLAVE.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY GO TO AG-FIN.
       AGP-R.
           READ GEST NEXT RECORD AT END GO TO AG-FIN.
           IF GE-PEST NOT = "A" OR GE-PFECHA NOT = GC-DESDE
               GO TO AGP-R.
           PERFORM LINEA-PROMESA THRU F-LINEA-PROMESA.
           ADD 1 TO GC-CANT2.
           GO TO AGP-R.
       AG-FIN.
           MOVE "PROMESAS" TO GT-DESC.
           MOVE GC-CANT2 TO GT-CANT.
           MOVE GC-TPROM TO GT-PMONTO.
           MOVE GC-TPAGO TO GT-PAGADO.
           WRITE RENGLON FROM GC-TOTLIN AFTER 2.
           CLOSE IMPRE.
           DISPLAY "LLAMADOS A REALIZAR:" AT 1518.
           DISPLAY GC-CANT1 AT 1548.
           DISPLAY "PROMESAS QUE VENCEN:" AT 1618.
           DISPLAY GC-CANT2 AT 1648.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1860 WITH PROMPT.
           GO TO ENCABEZA.

       AG-LLAMADO.
           IF GU-PROX = ZEROS OR GU-PROX > GC-DESDE
               GO TO F-AG-LLAMADO.
           MOVE GU-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE TELEFONO.
           MOVE GU-CLI TO GL-CLI.
           MOVE NOMBRE TO GL-NOM.
           MOVE TELEFONO TO GL-TEL.
           MOVE GU-FECHA TO GC-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE GC-FECED TO GL-FCON.
           MOVE SPACES TO GL-RES.
           IF GU-RES > 0 AND GU-RES < 5
               MOVE GC-RES-DESC (GU-RES) TO GL-RES.
           MOVE GU-PROX TO GC-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE GC-FECED TO GL-PROX.
           MOVE SPACES TO GL-ATR.
           IF GU-PROX < GC-DESDE MOVE "ATRASADO" TO GL-ATR.
           WRITE RENGLON FROM GC-LLIN AFTER 1.
           ADD 1 TO GC-CANT1.
       F-AG-LLAMADO.
           EXIT.

       LINEA-PROMESA.
           MOVE GE-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE TELEFONO.
           MOVE GE-CLI TO GP-CLI.
           MOVE NOMBRE TO GP-NOM.
           MOVE TELEFONO TO GP-TEL.
           MOVE GE-FECHA TO GC-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE GC-FECED TO GP-FCON.
           MOVE GE-PFECHA TO GC-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE GC-FECED TO GP-PFEC.
           MOVE GE-PMONTO TO GP-PMONTO.
           MOVE GE-PAGADO TO GP-PAGADO.
           MOVE GE-OPER TO GP-OPER.
           WRITE RENGLON FROM GC-PLIN AFTER 1.
           ADD GE-PMONTO TO GC-TPROM.
           ADD GE-PAGADO TO GC-TPAGO.
       F-LINEA-PROMESA.
           EXIT.

      *    PROMESAS INCUMPLIDAS: CADA PROMESA ABIERTA CUYA FECHA YA
      *    PASO SE CIERRA CONTRA ARPAGOS (CUMPLIDA SI LOS PAGOS DEL
      *    CLIENTE ENTRE EL CONTACTO Y LA FECHA PROMETIDA LLEGAN AL
      *    MONTO). SE LISTAN LAS INCUMPLIDAS DEL RANGO DE FECHAS
      *    PROMETIDAS QUE SE PIDA.
       INCUMP.
           PERFORM ENCABEZA.
       IN-DESDE.
           DISPLAY "PROMETIDAS DESDE (DDMMAA) 0=TODAS:" AT 0918.
           MOVE ZEROS TO GC-FEC1.
           ACCEPT GC-FEC1 AT 0953 WITH PROMPT.
           MOVE ZEROS TO GC-DESDE.
           IF GC-FEC1 = ZEROS GO TO IN-HASTA.
           PERFORM ARMA-FECHA THRU F-ARMA-FECHA.
           IF GC-FEC = ZEROS GO TO IN-DESDE.
           MOVE GC-FEC TO GC-DESDE.
       IN-HASTA.
           DISPLAY "PROMETIDAS HASTA (DDMMAA) 0=TODAS:" AT 1018.
           MOVE ZEROS TO GC-FEC1.
           ACCEPT GC-FEC1 AT 1053 WITH PROMPT.
           MOVE 99999999 TO GC-HASTA.
           IF GC-FEC1 = ZEROS GO TO IN-DEST.
           PERFORM ARMA-FECHA THRU F-ARMA-FECHA.
           IF GC-FEC = ZEROS OR GC-FEC < GC-DESDE GO TO IN-HASTA.
           MOVE GC-FEC TO GC-HASTA.
       IN-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO INCUMPL.TXT  3=CANCELA"
               AT 1218 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1265 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO IN-GO.
           IF OPC = "2" MOVE "INCUMPL.TXT" TO IMPRE-DEST GO TO IN-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO IN-DEST.
       IN-GO.
           DISPLAY "PROCESANDO..." AT 1418 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO GC-CUMPL GC-INCUM GC-CANT2 GC-TPROM
               GC-TPAGO.
           OPEN OUTPUT IMPRE.
           MOVE "PROMESAS DE PAGO INCUMPLIDAS AL " TO GCT-TEXTO.
           MOVE GC-HOY TO GC-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE GC-FECED TO GCT-FECHA.
           WRITE RENGLON FROM GC-TITU AFTER 1.
           WRITE RENGLON FROM GC-PCAB AFTER 2.
           MOVE LOW-VALUES TO GE-CLAVE.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY GO TO IN-FIN.
       IN-R.
           READ GEST NEXT RECORD AT END GO TO IN-FIN.
           IF GE-PEST = "A" AND GE-PFECHA < GC-HOY
               PERFORM IN-VERIFICA THRU F-IN-VERIFICA.
           IF GE-PEST NOT = "I" GO TO IN-R.
           IF GE-PFECHA < GC-DESDE OR GE-PFECHA > GC-HASTA
               GO TO IN-R.
           PERFORM LINEA-PROMESA THRU F-LINEA-PROMESA.
           ADD 1 TO GC-CANT2.
           GO TO IN-R.
       IN-FIN.
           MOVE "INCUMPLIDAS" TO GT-DESC.
           MOVE GC-CANT2 TO GT-CANT.
           MOVE GC-TPROM TO GT-PMONTO.
           MOVE GC-TPAGO TO GT-PAGADO.
           WRITE RENGLON FROM GC-TOTLIN AFTER 2.
           CLOSE IMPRE.
           IF GC-CUMPL = ZEROS AND GC-INCUM = ZEROS GO TO IN-PANT.
           MOVE GC-CUMPL TO GB-CUMPL.
           MOVE GC-INCUM TO GB-INCUM.
           MOVE "GEST" TO BT-ARCHIVO.
           MOVE "VENC" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE BT-ANTES.
           MOVE GC-BITLIN TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       IN-PANT.
           DISPLAY "PROMESAS CERRADAS HOY - CUMPLIDAS:" AT 1618.
           DISPLAY GC-CUMPL AT 1653.
           DISPLAY "INCUMPLIDAS:" AT 1718.
           DISPLAY GC-INCUM AT 1753.
           DISPLAY "INCUMPLIDAS LISTADAS:" AT 1818.
           DISPLAY GC-CANT2 AT 1853.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1960 WITH PROMPT.
           GO TO ENCABEZA.

      *    SUMA LOS PAGOS VIGENTES DEL CLIENTE DESDE EL CONTACTO HASTA
      *    LA FECHA PROMETIDA Y CIERRA LA PROMESA. LA CLAVE DE ARPAGOS
      *    GUARDA LA FECHA COMO DD/MM/AAAA: SE RECORRE TODO EL CLIENTE.
       IN-VERIFICA.
           MOVE ZEROS TO GC-SUMA.
           MOVE GE-CLI TO REG-CIM.
           MOVE ZEROS TO REG-FEC.
           MOVE ZEROS TO REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO INV-CIERRA.
       INV-R.
           READ RPAGOS NEXT RECORD AT END GO TO INV-CIERRA.
           IF REG-CIM NOT = GE-CLI GO TO INV-CIERRA.
           IF REG-EST = "A" OR REG-EST = "R" GO TO INV-R.
           COMPUTE GC-FPAGO = RFA * 10000 + RFM * 100 + RFD.
           IF GC-FPAGO < GE-FECHA OR GC-FPAGO > GE-PFECHA
               GO TO INV-R.
           ADD REG-MPO TO GC-SUMA.
           GO TO INV-R.
       INV-CIERRA.
           IF GC-SUMA > 99999999999.99
               MOVE 99999999999.99 TO GE-PAGADO
           ELSE
               MOVE GC-SUMA TO GE-PAGADO.
           IF GC-SUMA NOT < GE-PMONTO
               MOVE "C" TO GE-PEST
               ADD 1 TO GC-CUMPL
           ELSE
               MOVE "I" TO GE-PEST
               ADD 1 TO GC-INCUM.
           REWRITE REG-GEST INVALID KEY CONTINUE.
       F-IN-VERIFICA.
           EXIT.

      *    DDMMAA DE PANTALLA (GC-FEC1) A AAAAMMDD EN GC-FEC; CERO SI
      *    EL MES O EL DIA NO SON VALIDOS.
       ARMA-FECHA.
           MOVE ZEROS TO GC-FEC.
           MOVE GC-FEC1 TO GC-F1.
           IF GC-MM < 1 OR GC-MM > 12 GO TO F-ARMA-FECHA.
           IF GC-DD < 1 OR GC-DD > 31 GO TO F-ARMA-FECHA.
           MOVE GC-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE GC-FEC = ANO-VENT * 10000 + GC-MM * 100 + GC-DD.
       F-ARMA-FECHA.
           EXIT.

       FMT-FECHA.
           MOVE GC-F8D TO GC-FED.
           MOVE GC-F8M TO GC-FEM.
           MOVE GC-F8A TO GC-FEA.
       F-FMT-FECHA.
           EXIT.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
           ELSE
               COMPUTE ANO-VENT = 1900 + AA-VENT.
       F-VENTANA-ANO.
           EXIT.

      *    LOS LISTADOS SALEN POR EL DISPOSITIVO CONFIGURADO EN
      *    ARIMCFG, NO POR UNA CONSTANTE PROPIA.
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

       CIERRE.
           CLOSE CONTRI GEST RPAGOS BITA.
           CHAIN "MENU".
           STOP RUN.

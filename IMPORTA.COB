           SELECT RESUR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALDIF ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS VF-CLAVE
                  FILE STATUS IS VF-STATUS.

           SELECT RPAGOS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT CTBL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CT-CLAVE
                  FILE STATUS IS CT-STATUS.

           SELECT ASIEN ASSIGN TO DISK
                  FILE STATUS IS AS-STATUS.

           SELECT BITA ASSIGN TO DISK
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


       01  REG-RESUR            PIC X(80).

      *    CLIENTES CUYA VALUACION FISCAL IMPORTADA DIFIERE DE LA
      *    ANTERIOR EN MAS DEL PORCENTAJE PEDIDO.
       FD  VALDIF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "VALDIF.TXT"
           DATA RECORD IS REG-VALDIF.

       01  REG-VALDIF           PIC X(110).

      *    VALUACION FISCAL POR CLIENTE CON VIGENCIA DESDE (AAAAMMDD),
      *    SUPERFICIE EN METROS CUADRADOS, ORIGEN ("M" MANUAL, "I"
      *    IMPORTADA DE CATASTRO) Y OPERADOR.
       FD  VALF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARVALF"
           DATA RECORD IS REG-VALF.

       01  REG-VALF.
           03 VF-CLAVE.
              05 VF-CLI         PIC X(25).
              05 VF-DESDE       PIC 9(8).
           03 VF-VALUA          PIC 9(13)V99.
           03 VF-SUPERF         PIC 9(7)V99.
           03 VF-ORIGEN         PIC X.
           03 VF-OPER           PIC X(10).

       FD  RPAGOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPAGOS"
           DATA RECORD IS REG-PAG.
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

      *    TABLA DE CUENTAS CONTABLES (SE MANTIENE EN UTILITARIOS):
      *    CLASE "T" = CUENTA DE INGRESO POR TIPO DE VENCIMIENTO,
      *    CLASE "E" CODIGO "DEU" = DEUDORES POR TASAS.
       FD  CTBL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCTBL"
           DATA RECORD IS REG-CTBL.

       01  REG-CTBL.
           03 CT-CLAVE.
              05 CT-CLASE        PIC X.
              05 CT-COD          PIC X(3).
           03 CT-CUENTA          PIC X(10).
           03 CT-DESC            PIC X(25).

      *    ASIENTOS CONTABLES: AQUI SE AGREGA EL DEVENGAMIENTO DE LA
      *    DEUDA QUE SE GENERA O MODIFICA.
       FD  ASIEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARASIEN"
           DATA RECORD IS REG-ASIEN.

       01  REG-ASIEN.
           03 AS-FECHA           PIC 9(8).
           03 AS-CUENTA          PIC X(10).
           03 AS-DEBE            PIC 9(12)V99.
           03 AS-HABER           PIC 9(12)V99.
           03 AS-DETALLE         PIC X(30).

       WORKING-STORAGE SECTION.
       77  CT-STATUS             PIC XX VALUE SPACES.
       77  AS-STATUS             PIC XX VALUE SPACES.
       77  DV-TIP1               PIC 9(3) VALUE ZEROS.
       77  DV-IMP1               PIC S9(11)V99 VALUE ZEROS.
       77  DV-IND                PIC 99 VALUE ZEROS.
       77  DV-CANT               PIC 99 VALUE ZEROS.
       77  DV-FECHA              PIC 9(8) VALUE ZEROS.
       77  DV-CTA-DEU            PIC X(10) VALUE SPACES.
      *    DEUDA GENERADA (O DISMINUIDA) EN LA SESION, POR TIPO, QUE SE
      *    DEVENGA EN ARASIEN AL SALIR.
       01  DV-TABLA.
           03 DV-ITEM OCCURS 50 TIMES.
              05 DV-TIP          PIC 9(3).
              05 DV-TOT          PIC S9(12)V99.
      *    FECHA DE PROCESO (VER FPROC).
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".
       77  AI-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  TOT-CLI               PIC X(25) VALUE SPACES.
       77  TOT-TIP               PIC 9(3) VALUE ZEROS.
       77  BAR-DV-CALC           PIC 99 VALUE ZEROS.
       77  BAR-CLI               PIC X(25) VALUE SPACES.
       77  IM-TOTAL              PIC 9(12)V99 VALUE ZEROS.
       77  IM-DUPLIC             PIC 9(6) VALUE ZEROS.
       77  IM-TOTDUP             PIC 9(12)V99 VALUE ZEROS.
       01  DUPREG-PAR.
           03 DUPREG-CLI         PIC X(25) VALUE SPACES.
           03 DUPREG-AA          PIC 99 VALUE ZEROS.
           03 DUPREG-P1          PIC 99 VALUE ZEROS.
           03 DUPREG-TIP         PIC 9(3) VALUE ZEROS.
           03 DUPREG-FECHA       PIC 9(8) VALUE ZEROS.
           03 DUPREG-CANAL       PIC X VALUE SPACE.
           03 DUPREG-FPAGO       PIC X VALUE SPACE.
           03 DUPREG-IMPORTE     PIC 9(11)V99 VALUE ZEROS.
           03 DUPREG-OPER        PIC X(10) VALUE SPACES.
           03 DUPREG-NRO         PIC 9(8) VALUE ZEROS.
       01  RES-L1.
           03 RES-TXT            PIC X(22).
           03 RES-CANT           PIC ZZZZZ9.
       01  RES-L2.
           03 RES-TXT2           PIC X(22).
           03 RES-IMP            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77  VF-STATUS             PIC XX VALUE SPACES.
       77  VL-PORC               PIC 999 VALUE ZEROS.
       77  VL-PORC-AC            PIC ZZ9 VALUE ZEROS.
       77  VL-DESDE              PIC 9(8) VALUE ZEROS.
       77  VL-VALUA              PIC 9(13)V99 VALUE ZEROS.
       77  VL-SUPERF             PIC 9(7)V99 VALUE ZEROS.
       77  VL-ANT                PIC 9(13)V99 VALUE ZEROS.
       77  VL-DIF                PIC 9(13)V99 VALUE ZEROS.
       77  VL-DIFP               PIC 9(5)V99 VALUE ZEROS.
       77  VL-LISTA              PIC 9(6) VALUE ZEROS.
       01  VL-TIT.
           03 F                  PIC X(25) VALUE "CLIENTE".
           03 F                  PIC X VALUE SPACE.
           03 F                  PIC X(20) VALUE "NOMBRE".
           03 F                  PIC X(23) VALUE
              "    VALUACION ANTERIOR".
           03 F                  PIC X(23) VALUE
              "       VALUACION NUEVA".
           03 F                  PIC X(11) VALUE "  DIF %".
       01  VL-LIN.
           03 VL-CLI-S           PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 VL-NOM-S           PIC X(20).
           03 F                  PIC X VALUE SPACE.
           03 VL-ANT-S           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 VL-NUE-S           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 VL-SIG-S           PIC X.
           03 VL-POR-S           PIC ZZZZ9.99.
           03 F                  PIC X VALUE "%".
       01  W-FECHA8              PIC X(8).
       01  W-FECHA8-R REDEFINES W-FECHA8.
           03 W-F-DD             PIC 99.
           03 W-F-MM             PIC 99.
           03 W-F-AA             PIC 9999.

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
              05 F               PIC X(60) VALUE SPACES.
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

       SCREEN SECTION.

       01  PANTALLA-MENU.
           03 LINE 16 COLUMN 24
              VALUE "4-RENDICION RED (RENDICION.TXT)".
           03 LINE 18 COLUMN 24
              VALUE "5-VALUACION FISCAL (VALUAC.TXT)".
           03 LINE 19 COLUMN 24
              VALUE "6-REGRESO MENU PRINCIPAL".
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
           OPEN I-O CONTRI.
           OPEN I-O IMPU.
           OPEN I-O ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN I-O ABIE.
           OPEN I-O CODI.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
           IF OPC = "2" GO TO IMP-VEN.
           IF OPC = "3" GO TO IMP-PAG.
           IF OPC = "4" GO TO IMP-RED.
           IF OPC = "5" GO TO IMP-VAL.
           IF OPC = "6" GO TO CIERRE.
           GO TO L-PANT.

      *    IMPORTACION DE CLIENTES: NUM-CO|NOMBRE|DOMICILIO|TELEFONO,
               GO TO ENCABEZA.
           OPEN OUTPUT ERRO.
           MOVE ZEROS TO IM-LEIDOS IM-CARGADOS IM-RECHAZOS IM-TOTAL.
           MOVE ZEROS TO IM-DUPLIC IM-TOTDUP.
       IC-R.
           READ ENTRA NEXT RECORD AT END GO TO IC-F.
           ADD 1 TO IM-LEIDOS.
               GO TO ENCABEZA.
           OPEN OUTPUT ERRO.
           MOVE ZEROS TO IM-LEIDOS IM-CARGADOS IM-RECHAZOS IM-TOTAL.
           MOVE ZEROS TO IM-DUPLIC IM-TOTDUP.
       IV-R.
           READ ENTRA NEXT RECORD AT END GO TO IV-F.
           ADD 1 TO IM-LEIDOS.
               MOVE "VENCIMIENTO YA INCORPORADO" TO W-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IV-R.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
               GO TO ENCABEZA.
           OPEN OUTPUT ERRO.
           MOVE ZEROS TO IM-LEIDOS IM-CARGADOS IM-RECHAZOS IM-TOTAL.
           MOVE ZEROS TO IM-DUPLIC IM-TOTDUP.
       IP-R.
           READ ENTRA NEXT RECORD AT END GO TO IP-F.
           ADD 1 TO IM-LEIDOS.
               MOVE W-F-MM TO MMP
               MOVE W-F-AA TO AAP.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = W-F-AA * 100 + W-F-MM.
      *    CUOTA 2 + TIPO 3 + VERIFICADOR MODULO 97). CADA REGISTRO
      *    ACEPTADO GENERA EL PAGO CON FORMA "N" Y SU RECIBO, Y LOS
      *    RECHAZOS VAN A IMPERR.TXT. EL RESUMEN SALE EN RENDRES.TXT
      *    PARA COTEJAR CONTRA LA LIQUIDACION DE LA RED. SI LA CUOTA
      *    YA ESTABA PAGA, EL COBRO VA A LA COLA DE DUPLICADOS.
       IMP-RED.
           PERFORM ENCABEZA.
           MOVE "RENDICION.TXT" TO EN-NOM.
               GO TO ENCABEZA.
           OPEN OUTPUT ERRO.
           MOVE ZEROS TO IM-LEIDOS IM-CARGADOS IM-RECHAZOS IM-TOTAL.
           MOVE ZEROS TO IM-DUPLIC IM-TOTDUP.
       IR2-R.
           READ ENTRA NEXT RECORD AT END GO TO IR2-F.
           ADD 1 TO IM-LEIDOS.
               MOVE "VENCIMIENTO INEXISTENTE" TO W-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IR2-R.
           IF EST-IMP = "P" AND FEC-PAG = ZEROS
               MOVE "CUOTA EN PLAN DE PAGO" TO W-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IR2-R.
           IF W-MOTIVO NOT = SPACES
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IR2-R.
           IF FEC-PAG NOT = ZEROS
               PERFORM ENCOLA-DUP THRU F-ENCOLA-DUP
               GO TO IR2-R.
           PERFORM GRABA-PAGO-RED THRU F-GRABA-PAGO-RED.
           ADD 1 TO IM-CARGADOS.
           ADD W-MONTO-N TO IM-TOTAL.
           PERFORM MUESTRA-TOT THRU F-MUESTRA-TOT.
           GO TO ENCABEZA.

      *    IMPORTACION DE LA VALUACION FISCAL ANUAL DE CATASTRO:
      *    CLIENTE|DESDE(DDMMAAAA)|VALUACION|SUPERFICIE (M2, PUEDE IR
      *    VACIA). CADA REGISTRO ACEPTADO GRABA UNA VIGENCIA EN ARVALF
      *    CON ORIGEN "I" (SI YA HABIA UNA EN ESA FECHA LA REEMPLAZA).
      *    LOS CLIENTES CUYA VALUACION CAMBIA RESPECTO DE LA VIGENCIA
      *    ANTERIOR EN MAS DEL PORCENTAJE PEDIDO SALEN EN VALDIF.TXT.
       IMP-VAL.
           PERFORM ENCABEZA.
           MOVE "VALUAC.TXT" TO EN-NOM.
           OPEN INPUT ENTRA.
           IF EN-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA VALUAC.TXT" AT 1218
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1245 WITH PROMPT
               GO TO ENCABEZA.
           DISPLAY "LISTAR DIFERENCIAS MAYORES AL %:" AT 1018.
           MOVE ZEROS TO VL-PORC-AC.
           ACCEPT VL-PORC-AC AT 1051 WITH PROMPT.
           MOVE VL-PORC-AC TO VL-PORC.
           OPEN I-O VALF.
           IF VF-STATUS NOT = "00"
               OPEN OUTPUT VALF
               CLOSE VALF
               OPEN I-O VALF.
           OPEN OUTPUT ERRO.
           OPEN OUTPUT VALDIF.
           MOVE "VALUACIONES FISCALES CON DIFERENCIA MAYOR AL" TO
               REG-VALDIF.
           MOVE VL-PORC-AC TO REG-VALDIF (47:3).
           MOVE "%" TO REG-VALDIF (50:1).
           WRITE REG-VALDIF.
           WRITE REG-VALDIF FROM VL-TIT.
           MOVE ZEROS TO IM-LEIDOS IM-CARGADOS IM-RECHAZOS IM-TOTAL.
           MOVE ZEROS TO IM-DUPLIC IM-TOTDUP VL-LISTA.
       IVL-R.
           READ ENTRA NEXT RECORD AT END GO TO IVL-F.
           ADD 1 TO IM-LEIDOS.
           MOVE SPACES TO W-CAMPOS.
           UNSTRING REG-ENTRA DELIMITED BY "|"
               INTO W-C1 W-C2 W-C3 W-C4.
           MOVE W-C1 TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
               MOVE "CLIENTE INEXISTENTE" TO W-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IVL-R.
           IF W-C2 (1:8) IS NOT NUMERIC
               MOVE "FECHA NO NUMERICA" TO W-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IVL-R.
           MOVE W-C2 (1:8) TO W-FECHA8.
           IF W-F-MM = ZEROS OR W-F-MM > 12
               MOVE "MES INVALIDO" TO W-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IVL-R.
           MOVE W-F-MM TO MM-CHK.
           MOVE W-F-AA TO AA-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF W-F-DD = ZEROS OR W-F-DD > MAX-DD
               MOVE "DIA INVALIDO" TO W-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IVL-R.
           COMPUTE VL-DESDE = W-F-AA * 10000 + W-F-MM * 100 + W-F-DD.
           MOVE W-C3 (1:14) TO W-C6.
           PERFORM ARMA-MONTO THRU F-ARMA-MONTO.
           IF W-MOTIVO NOT = SPACES
               MOVE "VALUACION INVALIDA" TO W-MOTIVO
               PERFORM RECHAZA THRU F-RECHAZA
               GO TO IVL-R.
           MOVE W-MONTO-N TO VL-VALUA.
           MOVE ZEROS TO VL-SUPERF.
           IF W-C4 NOT = SPACES
               MOVE W-C4 (1:14) TO W-C6
               PERFORM ARMA-MONTO THRU F-ARMA-MONTO
               IF W-MOTIVO NOT = SPACES OR W-ENT-N > 9999999
                   MOVE "SUPERFICIE INVALIDA" TO W-MOTIVO
                   PERFORM RECHAZA THRU F-RECHAZA
                   GO TO IVL-R
               END-IF
               MOVE W-MONTO-N TO VL-SUPERF.
      *    VALUACION DE LA VIGENCIA ANTERIOR, PARA LA COMPARACION.
           MOVE ZEROS TO VL-ANT.
           MOVE NUM-CO TO VF-CLI.
           MOVE ZEROS TO VF-DESDE.
           START VALF KEY IS NOT LESS THAN VF-CLAVE
           INVALID KEY GO TO IVL-GRABA.
       IVL-ANT.
           READ VALF NEXT RECORD AT END GO TO IVL-GRABA.
           IF VF-CLI NOT = NUM-CO GO TO IVL-GRABA.
           IF VF-DESDE NOT < VL-DESDE GO TO IVL-GRABA.
           MOVE VF-VALUA TO VL-ANT.
           GO TO IVL-ANT.
       IVL-GRABA.
           MOVE NUM-CO TO VF-CLI.
           MOVE VL-DESDE TO VF-DESDE.
           MOVE VL-VALUA TO VF-VALUA.
           MOVE VL-SUPERF TO VF-SUPERF.
           MOVE "I" TO VF-ORIGEN.
           MOVE OPERADOR TO VF-OPER.
           WRITE REG-VALF INVALID KEY REWRITE REG-VALF.
           ADD 1 TO IM-CARGADOS.
           IF VL-ANT = ZEROS GO TO IVL-R.
           IF VL-VALUA > VL-ANT
               COMPUTE VL-DIF = VL-VALUA - VL-ANT
               MOVE "+" TO VL-SIG-S
           ELSE
               COMPUTE VL-DIF = VL-ANT - VL-VALUA
               MOVE "-" TO VL-SIG-S.
           COMPUTE VL-DIFP ROUNDED = VL-DIF * 100 / VL-ANT
               ON SIZE ERROR MOVE 99999.99 TO VL-DIFP.
           IF VL-DIFP NOT > VL-PORC GO TO IVL-R.
           MOVE NUM-CO TO VL-CLI-S.
           MOVE NOMBRE TO VL-NOM-S.
           MOVE VL-ANT TO VL-ANT-S.
           MOVE VL-VALUA TO VL-NUE-S.
           MOVE VL-DIFP TO VL-POR-S.
           WRITE REG-VALDIF FROM VL-LIN.
           ADD 1 TO VL-LISTA.
           GO TO IVL-R.
       IVL-F.
           CLOSE ENTRA ERRO VALDIF VALF.
           MOVE "VALUAC" TO BT-ARCHIVO.
           MOVE "IMPOR" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE IM-CARGADOS TO BT-DESPUES (1:6).
           MOVE VL-LISTA TO BT-DESPUES (8:6).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "CON DIFERENCIA:" AT 1718.
           DISPLAY VL-LISTA AT 1734.
           DISPLAY "(VER VALDIF.TXT)" AT 1741.
           PERFORM MUESTRA-TOT THRU F-MUESTRA-TOT.
           GO TO ENCABEZA.

      *    PAGO ACEPTADO DE LA RED: FILA EN ARPAGOS CON FORMA "N",
      *    RECIBO PROPIO, ACTUALIZACION DE LA CUOTA Y DEL TOTAL
      *    CORRIENTE.
               MOVE W-F-MM TO MMP
               MOVE W-F-AA TO AAP.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = W-F-AA * 100 + W-F-MM.
       F-GRABA-PAGO-RED.
           EXIT.

      *    LA RED COBRO UNA CUOTA QUE OTRO CANAL YA DEJO PAGADA: EL
      *    IMPORTE VA A LA COLA DE DUPLICADOS (ARDUPL) EN LUGAR DE
      *    PAGARLA DOS VECES. NO CUENTA COMO CARGADO NI COMO RECHAZO.
       ENCOLA-DUP.
           MOVE CONT TO DUPREG-CLI.
           MOVE AA TO DUPREG-AA.
           MOVE P1 TO DUPREG-P1.
           MOVE TIP-IMP TO DUPREG-TIP.
           COMPUTE DUPREG-FECHA = W-F-AA * 10000 + W-F-MM * 100
               + W-F-DD.
           MOVE "N" TO DUPREG-CANAL.
           MOVE "N" TO DUPREG-FPAGO.
           MOVE W-MONTO-N TO DUPREG-IMPORTE.
           MOVE OPERADOR TO DUPREG-OPER.
           CALL "DUPREG" USING DUPREG-PAR.
           MOVE "DUPLIC" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE DUPREG-PAR TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           ADD 1 TO IM-DUPLIC.
           ADD W-MONTO-N TO IM-TOTDUP.
       F-ENCOLA-DUP.
           EXIT.

       GRABA-RESUMEN.
           OPEN OUTPUT RESUR.
           MOVE "RESUMEN DE RENDICION IMPORTADA" TO REG-RESUR.
           MOVE "IMPORTE APLICADO...$: " TO RES-TXT2.
           MOVE IM-TOTAL TO RES-IMP.
           WRITE REG-RESUR FROM RES-L2.
           MOVE "A PAGOS DUPLICADOS..: " TO RES-TXT.
           MOVE IM-DUPLIC TO RES-CANT.
           WRITE REG-RESUR FROM RES-L1.
           MOVE "IMPORTE DUPLICADO..$: " TO RES-TXT2.
           MOVE IM-TOTDUP TO RES-IMP.
           WRITE REG-RESUR FROM RES-L2.
           CLOSE RESUR.
       F-GRABA-RESUMEN.
           EXIT.
               DISPLAY "IMPORTE..$:" AT 1518
               DISPLAY RES-IMP AT 1530.
           DISPLAY "RECHAZOS EN IMPERR.TXT" AT 1618.
           IF IM-DUPLIC NOT = ZEROS
               DISPLAY "DUPLICAD..:" AT 1718
               DISPLAY IM-DUPLIC AT 1730.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1641 WITH PROMPT.
       F-MUESTRA-TOT.
           ACCEPT BT-HORA FROM TIME.
           MOVE OPERADOR TO BT-OPERADOR.
           MOVE OP-PUESTO TO BT-PUESTO.
           MOVE ZEROS TO BT-FPROC.
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

      *    LLAMADOR EN TOT-... (EMITIDO Y/O COBRADO, PUEDEN VENIR
      *    NEGATIVOS).
       ACTUALIZA-TOTAL.
           IF TOT-EMI NOT = ZEROS
               MOVE TOT-TIP TO DV-TIP1
               MOVE TOT-EMI TO DV-IMP1
               PERFORM DEVENGA THRU F-DEVENGA.
           MOVE TOT-CLI TO TO-CLI.
           MOVE TOT-TIP TO TO-TIP.
           MOVE TOT-PER TO TO-PER.
       F-ACTUALIZA-TOTAL.
           EXIT.

      *    ACUMULA PARA EL DEVENGAMIENTO LA VARIACION DE DEUDA QUE
      *    DEJO EL LLAMADOR EN DV-TIP1/DV-IMP1 (NEGATIVA SI BAJA).
       DEVENGA.
           IF DV-IMP1 = ZEROS GO TO F-DEVENGA.
           MOVE ZEROS TO DV-IND.
       DVA-R.
           ADD 1 TO DV-IND.
           IF DV-IND > DV-CANT GO TO DVA-NUEVO.
           IF DV-TIP (DV-IND) NOT = DV-TIP1 GO TO DVA-R.
           ADD DV-IMP1 TO DV-TOT (DV-IND).
           GO TO F-DEVENGA.
       DVA-NUEVO.
           IF DV-CANT = 50 PERFORM DV-POSTEA THRU F-DV-POSTEA.
           ADD 1 TO DV-CANT.
           MOVE DV-TIP1 TO DV-TIP (DV-CANT).
           MOVE DV-IMP1 TO DV-TOT (DV-CANT).
       F-DEVENGA.
           EXIT.

      *    ASIENTO DE DEVENGAMIENTO: POR CADA TIPO, DEBE A DEUDORES POR
      *    TASAS (ARCTBL CLASE "E" CODIGO "DEU") Y HABER AL INGRESO DEL
      *    TIPO (CLASE "T"); SI LA DEUDA BAJO, AL REVES. EL CIERRE DE
      *    CAJA DE PAGOS CANCELA DEUDORES AL COBRAR.
       DV-POSTEA.
           IF DV-CANT = ZEROS GO TO F-DV-POSTEA.
           OPEN I-O CTBL.
           IF CT-STATUS NOT = "00"
               OPEN OUTPUT CTBL
               CLOSE CTBL
               OPEN I-O CTBL.
           OPEN EXTEND ASIEN.
           IF AS-STATUS NOT = "00"
               OPEN OUTPUT ASIEN
               CLOSE ASIEN
               OPEN EXTEND ASIEN.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO DV-FECHA.
           MOVE "E" TO CT-CLASE.
           MOVE "DEU" TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE "DEUDORES  " TO CT-CUENTA.
           MOVE CT-CUENTA TO DV-CTA-DEU.
           MOVE ZEROS TO DV-IND.
       DVP-R.
           ADD 1 TO DV-IND.
           IF DV-IND > DV-CANT GO TO DVP-F.
           IF DV-TOT (DV-IND) = ZEROS GO TO DVP-R.
           MOVE "T" TO CT-CLASE.
           MOVE DV-TIP (DV-IND) TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE SPACES TO CT-CUENTA
               STRING "ING-" DV-TIP (DV-IND) DELIMITED BY SIZE
                   INTO CT-CUENTA.
           MOVE DV-FECHA TO AS-FECHA.
           MOVE SPACES TO AS-DETALLE.
           STRING "DEVENGADO TIPO " DV-TIP (DV-IND)
               DELIMITED BY SIZE INTO AS-DETALLE.
           MOVE DV-CTA-DEU TO AS-CUENTA.
           IF DV-TOT (DV-IND) > ZEROS
               MOVE DV-TOT (DV-IND) TO AS-DEBE
               MOVE ZEROS TO AS-HABER
           ELSE
               MOVE ZEROS TO AS-DEBE
               COMPUTE AS-HABER = ZERO - DV-TOT (DV-IND).
           WRITE REG-ASIEN.
           MOVE CT-CUENTA TO AS-CUENTA.
           IF DV-TOT (DV-IND) > ZEROS
               MOVE ZEROS TO AS-DEBE
               MOVE DV-TOT (DV-IND) TO AS-HABER
           ELSE
               COMPUTE AS-DEBE = ZERO - DV-TOT (DV-IND)
               MOVE ZEROS TO AS-HABER.
           WRITE REG-ASIEN.
           GO TO DVP-R.
       DVP-F.
           CLOSE CTBL ASIEN.
           MOVE ZEROS TO DV-CANT.
       F-DV-POSTEA.
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

       CIERRE.
           PERFORM DV-POSTEA THRU F-DV-POSTEA.
           CLOSE CONTRI IMPU CODI BITA TOTAL RPAGOS RECI ABIE.
           CHAIN "MENU".
           STOP RUN.

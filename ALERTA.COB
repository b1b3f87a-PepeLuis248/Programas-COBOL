       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALERTA.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * ALERTAS DE CONTROL INTERNO: RECORRE LA BITACORA, ARRECI Y
      * ARDEVOL EN UN RANGO DE FECHAS Y DEJA EN ARALER UNA ALERTA POR
      * CADA OPERACION DE RIESGO, CON LA CONSTANCIA QUE LA PRUEBA:
      *   1 EL OPERADOR ANULA O DEVUELVE UN RECIBO QUE EL MISMO COBRO.
      *   2 COBROS REGISTRADOS DESPUES DEL ARQUEO DE CAJA QUE ESE
      *     MISMO OPERADOR HIZO EN EL DIA.
      *   3 CAMBIOS FUERA DEL HORARIO DE ATENCION, EN SABADO, DOMINGO
      *     O FERIADO DE ARFERI (UNA ALERTA POR OPERADOR Y DIA).
      *   4 MONTOS DE CUOTA MODIFICADOS EN MOFBA SIN UNA NOTA DE
      *     DEBITO/CREDITO DE ESA CUOTA EN LA MISMA FECHA.
      *   5 AUTORIZACIONES DE SUPERVISOR CONCENTRADAS EN UN OPERADOR.
      *   6 NUMEROS DE RECIBO QUE FALTAN ENTRE DOS RECIBOS SEGUIDOS DEL
      *     MISMO OPERADOR.
      * LA CLAVE DE CADA ALERTA IDENTIFICA EL HECHO, ASI QUE VOLVER A
      * CORRER UN RANGO NO LA DUPLICA. EL SUPERVISOR LAS MARCA
      * REVISADAS CON UN COMENTARIO Y EL LISTADO MUESTRA SOLO LAS
      * PENDIENTES. EL HORARIO Y LOS UMBRALES VIVEN EN ARALCF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALER ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AL-CLAVE
                  FILE STATUS IS AL-STATUS.

           SELECT ALCF ASSIGN TO DISK
                  FILE STATUS IS AK-STATUS.

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

           SELECT RECI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS REC-NRO
                  FILE STATUS IS RC-STATUS.

           SELECT DEVOL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DV-NRO
                  FILE STATUS IS DV-STATUS.

           SELECT NOTDC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DC-NRO
                  ALTERNATE RECORD IS DC-CLI
                  WITH DUPLICATES
                  FILE STATUS IS DC-STATUS.

           SELECT FERI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS FE-FECHA
                  FILE STATUS IS FE-STATUS.

           SELECT OPERA ASSIGN TO DISK
                  FILE STATUS IS OP-STATUS.

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

       DATA DIVISION.
       FILE SECTION.

      *    UNA ALERTA: TIPO (1 A 6) Y REFERENCIA DEL HECHO COMO CLAVE,
      *    FECHA Y HORA DEL HECHO, OPERADOR, CONSTANCIA, FECHA DE
      *    DETECCION Y LA REVISION (AL-EST "R") CON SU COMENTARIO.
       FD  ALER LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARALER"
           DATA RECORD IS REG-ALER.

       01  REG-ALER.
           03 AL-CLAVE.
              05 AL-TIPO         PIC 9.
              05 AL-REF          PIC X(30).
           03 AL-FECHA           PIC 9(8).
           03 AL-HORA            PIC 9(8).
           03 AL-OPER            PIC X(10).
           03 AL-DET             PIC X(70).
           03 AL-FDET            PIC 9(8).
           03 AL-EST             PIC X.
           03 AL-REVISOR         PIC X(10).
           03 AL-FREV            PIC 9(8).
           03 AL-COMENT          PIC X(50).

      *    HORARIO DE ATENCION (HHMM), MINIMO DE AUTORIZACIONES Y
      *    PORCENTAJE DEL TOTAL PARA LA CONCENTRACION, Y EL ULTIMO DIA
      *    REVISADO (PUNTO DE PARTIDA DE LA PROXIMA CORRIDA).
       FD  ALCF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARALCF"
           DATA RECORD IS REG-ALCF.

       01  REG-ALCF.
           03 AK-HDES            PIC 9(4).
           03 AK-HHAS            PIC 9(4).
           03 AK-AUTMIN          PIC 999.
           03 AK-AUTPCT          PIC 999.
           03 AK-ULTHAS          PIC 9(8).

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

       FD  RECI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARRECI"
           DATA RECORD IS REG-RECI.

       01  REG-RECI.
           03 REC-NRO           PIC 9(8).
           03 REC-CLI           PIC X(25).
           03 REC-FECHA.
              05 REC-DD         PIC 99.
              05 REC-MM         PIC 99.
              05 REC-AA         PIC 9999.
           03 REC-TOTAL         PIC 9(11)V99.
           03 REC-CUOTAS        PIC 99.
           03 REC-OPER          PIC X(10).
           03 REC-EST           PIC X.

       FD  DEVOL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDEVOL"
           DATA RECORD IS REG-DEVOL.

       01  REG-DEVOL.
           03 DV-NRO            PIC 9(6).
           03 DV-RECI           PIC 9(8).
           03 DV-CLI            PIC X(25).
           03 DV-FECHA          PIC 9(8).
           03 DV-IMPORTE        PIC 9(11)V99.
           03 DV-OPER           PIC X(10).
           03 DV-SUP            PIC X(10).

       FD  NOTDC LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNOTDC"
           DATA RECORD IS REG-NOTDC.

       01  REG-NOTDC.
           03 DC-NRO            PIC 9(6).
           03 DC-CLI            PIC X(25).
           03 DC-TIPODOC        PIC X.
           03 DC-CAA            PIC 99.
           03 DC-CP1            PIC 99.
           03 DC-TIP            PIC 9(3).
           03 DC-MONTO          PIC 9(11)V99.
           03 DC-MOTIVO         PIC X(40).
           03 DC-FECHA.
              05 DC-DD          PIC 99.
              05 DC-MM          PIC 99.
              05 DC-AA          PIC 9999.
           03 DC-OPER           PIC X(10).
           03 DC-SUPER          PIC X(10).
           03 DC-EST            PIC X.

       FD  FERI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARFERI"
           DATA RECORD IS REG-FERI.

       01  REG-FERI.
           03 FE-FECHA          PIC 9(8).
           03 FE-DESC           PIC X(30).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
           DATA RECORD IS REG-OPERA.

       01  REG-OPERA.
           03 OPERADOR            PIC X(10).
           03 OP-PUESTO           PIC X(4).
           03 OP-NIVEL            PIC 9.

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

       WORKING-STORAGE SECTION.
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  AL-STATUS             PIC XX VALUE SPACES.
       77  AK-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  RC-STATUS             PIC XX VALUE SPACES.
       77  DV-STATUS             PIC XX VALUE SPACES.
       77  DC-STATUS             PIC XX VALUE SPACES.
       77  FE-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  AT-HOY                PIC 9(8) VALUE ZEROS.
       77  AT-DESDE              PIC 9(8) VALUE ZEROS.
       77  AT-HASTA              PIC 9(8) VALUE ZEROS.
       77  AT-FECHA              PIC 9(8) VALUE ZEROS.
       77  AT-DIA                PIC 9(8) VALUE ZEROS.
       77  AT-FTMP               PIC 9(6) VALUE ZEROS.
       77  AT-HHMM               PIC 9(4) VALUE ZEROS.
       77  AT-RESTO              PIC 9(4) VALUE ZEROS.
       77  AT-NUEVAS             PIC 9(6) VALUE ZEROS.
       77  AT-PEND               PIC 9(6) VALUE ZEROS.
       77  AT-REVIS              PIC 9(6) VALUE ZEROS.
       77  AT-I                  PIC 99 VALUE ZEROS.
       77  AT-K                  PIC 99 VALUE ZEROS.
       77  AT-NC                 PIC 99 VALUE ZEROS.
       77  AT-NA                 PIC 99 VALUE ZEROS.
       77  AT-AUTOT              PIC 9(6) VALUE ZEROS.
       77  AT-PCT                PIC 999 VALUE ZEROS.
       77  AT-FERI-OK            PIC X VALUE "N".
       77  AT-NOTA               PIC X VALUE "N".
       77  AT-PNRO               PIC 9(8) VALUE ZEROS.
       77  AT-POPER              PIC X(10) VALUE SPACES.
       77  AT-PFEC               PIC 9(8) VALUE ZEROS.
       77  AT-FALTA1             PIC 9(8) VALUE ZEROS.
       77  AT-FALTA2             PIC 9(8) VALUE ZEROS.
       77  AT-LIN                PIC 99 VALUE ZEROS.
       77  AT-COMENT             PIC X(50) VALUE SPACES.
       77  AT-HDES               PIC 9(4) VALUE ZEROS.
       77  AT-HHAS               PIC 9(4) VALUE ZEROS.
       77  AT-AUTMIN             PIC 999 VALUE ZEROS.
       77  AT-AUTPCT             PIC 999 VALUE ZEROS.
       77  HAB-DD                PIC 99 VALUE ZEROS.
       77  HAB-MM                PIC 99 VALUE ZEROS.
       77  HAB-AA                PIC 9999 VALUE ZEROS.
       77  HAB-SW                PIC X VALUE "S".
       77  ZE-M                  PIC 99 VALUE ZEROS.
       77  ZE-A                  PIC 9999 VALUE ZEROS.
       77  ZE-K                  PIC 99 VALUE ZEROS.
       77  ZE-J                  PIC 99 VALUE ZEROS.
       77  ZE-Q                  PIC 9(6) VALUE ZEROS.
       77  ZE-H                  PIC 99 VALUE ZEROS.
       77  ZE-T1                 PIC 9(6) VALUE ZEROS.
       77  ZE-T2                 PIC 99 VALUE ZEROS.
       77  ZE-T3                 PIC 99 VALUE ZEROS.

       01  FECHA.
           03 AAF                PIC 99.
           03 MMF                PIC 99.
           03 DDF                PIC 99.

       01  AT-F1.
           03 AT-DD              PIC 99.
           03 AT-MM              PIC 99.
           03 AT-AA              PIC 99.

      *    MONTO DE LA CUOTA ANTES Y DESPUES, TOMADO DE LA IMAGEN DE
      *    REG-IMP DE LA BITACORA (POSICION 49, 13 DIGITOS).
       01  AT-MA                 PIC 9(11)V99.
       01  AT-MA-X REDEFINES AT-MA PIC X(13).
       01  AT-MD                 PIC 9(11)V99.
       01  AT-MD-X REDEFINES AT-MD PIC X(13).
      *    CUOTA DE LA IMAGEN DE REG-IMP (A#O, PERIODO Y TIPO).
       01  AT-CUO.
           03 AT-CAA             PIC 99.
           03 AT-CP1             PIC 99.
           03 AT-CTIP            PIC 9(3).
       01  AT-CUO-X REDEFINES AT-CUO PIC X(7).

       01  AT-FED.
           03 AT-FED-DD          PIC 99.
           03 F                  PIC X VALUE "/".
           03 AT-FED-MM          PIC 99.
           03 F                  PIC X VALUE "/".
           03 AT-FED-AA          PIC 9999.
       01  AT-HED.
           03 AT-HED-HH          PIC 99.
           03 F                  PIC X VALUE ":".
           03 AT-HED-MI          PIC 99.
       01  AT-HED2               PIC X(5).
       01  AT-HED3               PIC X(5).
       01  AT-IMPED              PIC ZZZ,ZZZ,ZZ9.99.
       01  AT-IMPED2             PIC ZZZ,ZZZ,ZZ9.99.
       01  AT-CANED              PIC ZZZZ9.
       01  AT-CANED2             PIC ZZZZ9.

      *    OPERADORES QUE YA HICIERON EL ARQUEO EN EL DIA QUE SE ESTA
      *    LEYENDO DE LA BITACORA, CON LA HORA DEL ARQUEO.
       01  AT-CERRADOS.
           03 AT-CER OCCURS 20.
              05 AT-COPER        PIC X(10).
              05 AT-CHORA        PIC 9(8).

      *    AUTORIZACIONES DEL RANGO POR OPERADOR (LA 50 JUNTA A LOS
      *    QUE NO ENTRAN), CON LA ULTIMA COMO CONSTANCIA.
       01  AT-AUTORIZ.
           03 AT-AU OCCURS 50.
              05 AU-OPER         PIC X(10).
              05 AU-CANT         PIC 9(6).
              05 AU-FECHA        PIC 9(8).
              05 AU-HORA         PIC 9(8).
              05 AU-SUP          PIC X(10).
              05 AU-MOT          PIC X(20).

       01  AT-CUENTAS.
           03 AT-CNT             PIC 9(6) OCCURS 6.

       01  AT-DEFS.
           03 F PIC X(30) VALUE "ANULA/DEVUELVE RECIBO PROPIO".
           03 F PIC X(30) VALUE "COBRO POSTERIOR AL ARQUEO".
           03 F PIC X(30) VALUE "FUERA DE HORARIO/DIA INHABIL".
           03 F PIC X(30) VALUE "MONTO MODIFICADO SIN NOTA D/C".
           03 F PIC X(30) VALUE "AUTORIZACIONES CONCENTRADAS".
           03 F PIC X(30) VALUE "SALTO EN NUMERACION RECIBOS".
       01  AT-DEFS-R REDEFINES AT-DEFS.
           03 AT-DESC            PIC X(30) OCCURS 6.

       01  AT-TITU.
           03 F PIC X(41) VALUE
              "ALERTAS DE CONTROL INTERNO PENDIENTES AL ".
           03 ATT-FEC            PIC X(10).

       01  AT-CAB.
           03 F PIC X(32) VALUE "TIPO".
           03 F PIC X(13) VALUE "FECHA".
           03 F PIC X(7) VALUE "HORA".
           03 F PIC X(12) VALUE "OPERADOR".
           03 F PIC X(10) VALUE "DETECTADA".

       01  AT-LIN1.
           03 ATL-DESC           PIC X(30).
           03 F                  PIC XX VALUE SPACES.
           03 ATL-FEC            PIC X(10).
           03 F                  PIC X(3) VALUE SPACES.
           03 ATL-HORA           PIC X(5).
           03 F                  PIC XX VALUE SPACES.
           03 ATL-OPER           PIC X(10).
           03 F                  PIC XX VALUE SPACES.
           03 ATL-FDET           PIC X(10).

       01  AT-LIN2.
           03 F                  PIC X(4) VALUE SPACES.
           03 ATL-DET            PIC X(70).

       01  AT-PIE.
           03 F PIC X(20) VALUE "ALERTAS PENDIENTES: ".
           03 ATP-PEND           PIC ZZZZZ9.
           03 F PIC X(16) VALUE "   REVISADAS:   ".
           03 ATP-REVIS          PIC ZZZZZ9.

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARBITA  03".
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
           03 LINE 08 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE " ALERTAS DE CONTROL INTERNO ".
           03 LINE 10 COLUMN 24
              VALUE "1-BUSCAR ALERTAS NUEVAS".
           03 LINE 11 COLUMN 24
              VALUE "2-LISTADO DE ALERTAS PENDIENTES".
           03 LINE 12 COLUMN 24
              VALUE "3-MARCAR ALERTAS REVISADAS".
           03 LINE 13 COLUMN 24
              VALUE "4-HORARIO Y UMBRALES".
           03 LINE 15 COLUMN 24
              VALUE "5-REGRESO MENU PRINCIPAL".
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
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.
           ACCEPT FECHA FROM DATE.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE AT-HOY = ANO-VENT * 10000 + MMF * 100 + DDF.
           OPEN I-O ALER.
           IF AL-STATUS NOT = "00"
               OPEN OUTPUT ALER
               CLOSE ALER
               OPEN I-O ALER.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO BUSCAR.
           IF OPC = "2" GO TO LISTADO.
           IF OPC = "3" GO TO REVISAR.
           IF OPC = "4" GO TO PARAMETROS.
           IF OPC = "5" GO TO CIERRE.
           GO TO L-PANT.

      *    BUSQUEDA: EL RANGO PROPUESTO EMPIEZA EN EL ULTIMO DIA DE LA
      *    CORRIDA ANTERIOR (LO YA ENCONTRADO NO SE REPITE).
       BUSCAR.
           PERFORM ENCABEZA.
           PERFORM LEER-ALCF THRU F-LEER-ALCF.
           DISPLAY "DESDE (DDMMAA) 0=ULTIMA CORRIDA:" AT 0918.
           MOVE ZEROS TO AT-F1.
           ACCEPT AT-F1 AT 0951 WITH PROMPT.
           IF AT-F1 = ZEROS
               MOVE AK-ULTHAS TO AT-DESDE
           ELSE
               MOVE AT-AA TO AA-VENT
               PERFORM VENTANA-ANO THRU F-VENTANA-ANO
               COMPUTE AT-DESDE = ANO-VENT * 10000 + AT-MM * 100
                   + AT-DD.
       BU-HASTA.
           DISPLAY "HASTA (DDMMAA) 0=HOY...........:" AT 1018.
           MOVE ZEROS TO AT-F1.
           ACCEPT AT-F1 AT 1051 WITH PROMPT.
           IF AT-F1 = ZEROS
               MOVE AT-HOY TO AT-HASTA
           ELSE
               MOVE AT-AA TO AA-VENT
               PERFORM VENTANA-ANO THRU F-VENTANA-ANO
               COMPUTE AT-HASTA = ANO-VENT * 10000 + AT-MM * 100
                   + AT-DD.
           IF AT-HASTA < AT-DESDE GO TO BU-HASTA.
       BU-CONF.
           DISPLAY "CONFIRMA S/N" AT 1218 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1231 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO BU-CONF.
           DISPLAY "PROCESANDO..." AT 1418 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO AT-NUEVAS AT-CUENTAS.
           MOVE "N" TO AT-FERI-OK.
           OPEN INPUT FERI.
           IF FE-STATUS = "00" MOVE "S" TO AT-FERI-OK.
           PERFORM BU-BITA THRU F-BU-BITA.
           OPEN INPUT RECI.
           IF RC-STATUS = "00"
               PERFORM BU-DEVOL THRU F-BU-DEVOL
               PERFORM BU-RECIBOS THRU F-BU-RECIBOS
               CLOSE RECI.
           IF AT-FERI-OK = "S" CLOSE FERI.
           IF AT-HASTA > AK-ULTHAS
               MOVE AT-HASTA TO AK-ULTHAS
               PERFORM GRABAR-ALCF THRU F-GRABAR-ALCF.
           PERFORM ENCABEZA.
           DISPLAY "ALERTAS NUEVAS ENCONTRADAS" AT 0818
           WITH FOREGROUND-COLOR 4.
           PERFORM BU-MUESTRA THRU F-BU-MUESTRA
               VARYING AT-I FROM 1 BY 1 UNTIL AT-I > 6.
           DISPLAY "TOTAL" AT 1818.
           DISPLAY AT-NUEVAS AT 1851.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1860 WITH PROMPT.
           GO TO ENCABEZA.

       BU-MUESTRA.
           COMPUTE AT-LIN = 9 + AT-I.
           DISPLAY (AT-LIN, 18) AT-DESC (AT-I).
           DISPLAY (AT-LIN, 51) AT-CNT (AT-I).
       F-BU-MUESTRA.
           EXIT.

      *    UNA PASADA POR LA BITACORA DEL RANGO, QUE ESTA ORDENADA POR
      *    FECHA Y HORA.
       BU-BITA.
           MOVE ZEROS TO AT-DIA AT-NC AT-NA AT-AUTOT.
           OPEN INPUT BITA.
           IF BT-STATUS NOT = "00" GO TO F-BU-BITA.
           MOVE LOW-VALUES TO BT-CLAVE-IX.
           MOVE AT-DESDE TO BT-FECHA.
           START BITA KEY IS NOT LESS THAN BT-CLAVE-IX
           INVALID KEY GO TO BUB-F.
       BUB-R.
           READ BITA NEXT RECORD AT END GO TO BUB-F.
           IF BT-FECHA > AT-HASTA GO TO BUB-F.
           IF BT-SEC = 999 GO TO BUB-R.
           IF BT-FECHA NOT = AT-DIA
               PERFORM BUB-DIA THRU F-BUB-DIA.
           PERFORM BUB-HORARIO THRU F-BUB-HORARIO.
           IF BT-ARCHIVO = "PAGOS" AND BT-ACCION = "ANUL"
               PERFORM BUB-ANULA THRU F-BUB-ANULA.
           IF BT-ARCHIVO = "CAJA" AND BT-ACCION = "ARQUE"
               PERFORM BUB-ARQUEO THRU F-BUB-ARQUEO.
           IF BT-ARCHIVO = "VENCIM" AND BT-ACCION = "PAGO"
               PERFORM BUB-COBRO THRU F-BUB-COBRO.
           IF BT-ARCHIVO = "VENCIM" AND BT-ACCION = "MODI"
               PERFORM BUB-MONTO THRU F-BUB-MONTO.
           IF BT-ACCION = "AUTOR"
               PERFORM BUB-AUTOR THRU F-BUB-AUTOR.
           GO TO BUB-R.
       BUB-F.
           CLOSE BITA.
           PERFORM BUB-CONCENTRA THRU F-BUB-CONCENTRA
               VARYING AT-I FROM 1 BY 1 UNTIL AT-I > AT-NA.
       F-BU-BITA.
           EXIT.

      *    CAMBIO DE DIA: SE OLVIDAN LOS ARQUEOS Y SE VE SI ES HABIL.
       BUB-DIA.
           MOVE BT-FECHA TO AT-DIA.
           MOVE ZEROS TO AT-NC.
           MOVE BT-DD TO HAB-DD.
           MOVE BT-MM TO HAB-MM.
           MOVE BT-AA TO HAB-AA.
           PERFORM ES-HABIL THRU F-ES-HABIL.
       F-BUB-DIA.
           EXIT.

      *    TIPO 3: UNA ALERTA POR OPERADOR Y DIA, CON EL PRIMER CAMBIO
      *    FUERA DE HORARIO COMO CONSTANCIA.
       BUB-HORARIO.
           DIVIDE BT-HORA BY 10000 GIVING AT-HHMM REMAINDER AT-RESTO.
           IF HAB-SW = "S" AND AT-HHMM NOT < AK-HDES
               AND AT-HHMM < AK-HHAS
               GO TO F-BUB-HORARIO.
           MOVE 3 TO AL-TIPO.
           MOVE SPACES TO AL-REF.
           STRING BT-OPERADOR " " BT-FECHA DELIMITED BY SIZE
               INTO AL-REF.
           PERFORM AT-HECHO-BITA THRU F-AT-HECHO-BITA.
           MOVE SPACES TO AL-DET.
           IF HAB-SW = "N"
               STRING "DIA INHABIL " AT-HED2 " " BT-ARCHIVO " "
                   BT-ACCION " " BT-CLAVE DELIMITED BY SIZE
                   INTO AL-DET
           ELSE
               STRING "FUERA DE HORARIO " AT-HED2 " " BT-ARCHIVO " "
                   BT-ACCION " " BT-CLAVE DELIMITED BY SIZE
                   INTO AL-DET.
           PERFORM AT-GRABA THRU F-AT-GRABA.
       F-BUB-HORARIO.
           EXIT.

      *    TIPO 1: LA IMAGEN DE REG-PAG TRAE EL RECIBO (POSICION 52) Y
      *    EL OPERADOR QUE LO COBRO (POSICION 61).
       BUB-ANULA.
           IF BT-DESPUES (61:10) NOT = BT-OPERADOR
               GO TO F-BUB-ANULA.
           MOVE 1 TO AL-TIPO.
           MOVE SPACES TO AL-REF.
           STRING "ANUL " BT-DESPUES (52:8) DELIMITED BY SIZE
               INTO AL-REF.
           PERFORM AT-HECHO-BITA THRU F-AT-HECHO-BITA.
           MOVE SPACES TO AL-DET.
           STRING "ANULA SU RECIBO " BT-DESPUES (52:8) " CLIENTE "
               BT-CLAVE " BITACORA " AT-HED2 DELIMITED BY SIZE
               INTO AL-DET.
           PERFORM AT-GRABA THRU F-AT-GRABA.
       F-BUB-ANULA.
           EXIT.

      *    EL ARQUEO DE LA CAJA DEL MISMO DIA (REG-CAJA EN LA IMAGEN,
      *    CJ-FECHA AL PRINCIPIO) DEJA CERRADO AL OPERADOR.
       BUB-ARQUEO.
           IF BT-DESPUES (1:8) NOT = BT-FECHA GO TO F-BUB-ARQUEO.
           IF AT-NC = 20 GO TO F-BUB-ARQUEO.
           ADD 1 TO AT-NC.
           MOVE BT-OPERADOR TO AT-COPER (AT-NC).
           MOVE BT-HORA TO AT-CHORA (AT-NC).
       F-BUB-ARQUEO.
           EXIT.

      *    TIPO 2: UNA ALERTA POR OPERADOR Y DIA CON EL PRIMER COBRO
      *    POSTERIOR A SU ARQUEO.
       BUB-COBRO.
           MOVE 1 TO AT-K.
       BUC-B.
           IF AT-K > AT-NC GO TO F-BUB-COBRO.
           IF AT-COPER (AT-K) = BT-OPERADOR GO TO BUC-ALERTA.
           ADD 1 TO AT-K.
           GO TO BUC-B.
       BUC-ALERTA.
           MOVE 2 TO AL-TIPO.
           MOVE SPACES TO AL-REF.
           STRING BT-OPERADOR " " BT-FECHA DELIMITED BY SIZE
               INTO AL-REF.
           MOVE AT-CHORA (AT-K) TO AT-FECHA.
           PERFORM AT-FMT-HORA THRU F-AT-FMT-HORA.
           MOVE AT-HED TO AT-HED3.
           PERFORM AT-HECHO-BITA THRU F-AT-HECHO-BITA.
           MOVE SPACES TO AL-DET.
           STRING "ARQUEO " AT-HED3 " - COBRO " AT-HED2 " CLIENTE "
               BT-CLAVE DELIMITED BY SIZE INTO AL-DET.
           PERFORM AT-GRABA THRU F-AT-GRABA.
       F-BUB-COBRO.
           EXIT.

      *    TIPO 4: SOLO SI CAMBIO EL MONTO; LA NOTA DEBE SER DE LA
      *    MISMA CUOTA, NO ANULADA Y DE LA FECHA DEL CAMBIO.
       BUB-MONTO.
           MOVE BT-ANTES (49:13) TO AT-MA-X.
           MOVE BT-DESPUES (49:13) TO AT-MD-X.
           IF AT-MA IS NOT NUMERIC OR AT-MD IS NOT NUMERIC
               GO TO F-BUB-MONTO.
           IF AT-MA = AT-MD GO TO F-BUB-MONTO.
           MOVE BT-DESPUES (26:7) TO AT-CUO-X.
           PERFORM BUM-NOTA THRU F-BUM-NOTA.
           IF AT-NOTA = "S" GO TO F-BUB-MONTO.
           MOVE 4 TO AL-TIPO.
           MOVE SPACES TO AL-REF.
           STRING BT-CLAVE-IX BT-DESPUES (26:7) DELIMITED BY SIZE
               INTO AL-REF.
           PERFORM AT-HECHO-BITA THRU F-AT-HECHO-BITA.
           MOVE AT-MA TO AT-IMPED.
           MOVE AT-MD TO AT-IMPED2.
           MOVE SPACES TO AL-DET.
           STRING BT-CLAVE " " AT-CAA "/" AT-CP1 " T" AT-CTIP " "
               AT-IMPED " A " AT-IMPED2 DELIMITED BY SIZE
               INTO AL-DET.
           PERFORM AT-GRABA THRU F-AT-GRABA.
       F-BUB-MONTO.
           EXIT.

       BUM-NOTA.
           MOVE "N" TO AT-NOTA.
           OPEN INPUT NOTDC.
           IF DC-STATUS NOT = "00" GO TO F-BUM-NOTA.
           MOVE BT-CLAVE TO DC-CLI.
           START NOTDC KEY IS NOT LESS THAN DC-CLI
           INVALID KEY GO TO BUM-F.
       BUM-R.
           READ NOTDC NEXT RECORD AT END GO TO BUM-F.
           IF DC-CLI NOT = BT-CLAVE GO TO BUM-F.
           IF DC-EST = "A" GO TO BUM-R.
           IF DC-CAA NOT = AT-CAA OR DC-CP1 NOT = AT-CP1
               OR DC-TIP NOT = AT-CTIP
               GO TO BUM-R.
           COMPUTE AT-FECHA = DC-AA * 10000 + DC-MM * 100 + DC-DD.
           IF AT-FECHA NOT = BT-FECHA GO TO BUM-R.
           MOVE "S" TO AT-NOTA.
       BUM-F.
           CLOSE NOTDC.
       F-BUM-NOTA.
           EXIT.

      *    LA AUTORIZACION QUEDA A NOMBRE DEL OPERADOR QUE LA PIDIO; EL
      *    SUPERVISOR ESTA EN BT-ANTES Y EL MOTIVO EN BT-DESPUES.
       BUB-AUTOR.
           ADD 1 TO AT-AUTOT.
           MOVE 1 TO AT-K.
       BUA-B.
           IF AT-K > AT-NA GO TO BUA-NUEVO.
           IF AU-OPER (AT-K) = BT-OPERADOR GO TO BUA-SUMA.
           ADD 1 TO AT-K.
           GO TO BUA-B.
       BUA-NUEVO.
           IF AT-NA = 50
               MOVE 50 TO AT-K
               GO TO BUA-SUMA.
           ADD 1 TO AT-NA.
           MOVE AT-NA TO AT-K.
           MOVE BT-OPERADOR TO AU-OPER (AT-K).
           MOVE ZEROS TO AU-CANT (AT-K).
           IF AT-NA = 50 MOVE "OTROS" TO AU-OPER (AT-K).
       BUA-SUMA.
           ADD 1 TO AU-CANT (AT-K).
           MOVE BT-FECHA TO AU-FECHA (AT-K).
           MOVE BT-HORA TO AU-HORA (AT-K).
           MOVE BT-ANTES (1:10) TO AU-SUP (AT-K).
           MOVE BT-DESPUES (1:20) TO AU-MOT (AT-K).
       F-BUB-AUTOR.
           EXIT.

      *    TIPO 5: AL MENOS AK-AUTMIN AUTORIZACIONES Y AK-AUTPCT POR
      *    CIENTO DEL TOTAL DEL RANGO.
       BUB-CONCENTRA.
           IF AU-CANT (AT-I) < AK-AUTMIN GO TO F-BUB-CONCENTRA.
           COMPUTE AT-PCT = AU-CANT (AT-I) * 100 / AT-AUTOT.
           IF AT-PCT < AK-AUTPCT GO TO F-BUB-CONCENTRA.
           MOVE 5 TO AL-TIPO.
           MOVE SPACES TO AL-REF.
           STRING AU-OPER (AT-I) " " AT-DESDE " " AT-HASTA
               DELIMITED BY SIZE INTO AL-REF.
           MOVE AU-FECHA (AT-I) TO AL-FECHA.
           MOVE AU-HORA (AT-I) TO AL-HORA.
           MOVE AU-OPER (AT-I) TO AL-OPER.
           MOVE AU-CANT (AT-I) TO AT-CANED.
           MOVE AT-AUTOT TO AT-CANED2.
           MOVE AU-FECHA (AT-I) TO AT-FECHA.
           PERFORM AT-FMT-FEC THRU F-AT-FMT-FEC.
           MOVE SPACES TO AL-DET.
           STRING AT-CANED " DE" AT-CANED2 " AUTORIZ. ULTIMA "
               AT-FED " SUP " AU-SUP (AT-I) " " AU-MOT (AT-I)
               DELIMITED BY SIZE INTO AL-DET.
           PERFORM AT-GRABA THRU F-AT-GRABA.
       F-BUB-CONCENTRA.
           EXIT.

      *    TIPO 1 EN DEVOLUCIONES: EL RECIBO DEVUELTO LO HABIA COBRADO
      *    EL MISMO OPERADOR QUE REGISTRA LA DEVOLUCION.
       BU-DEVOL.
           OPEN INPUT DEVOL.
           IF DV-STATUS NOT = "00" GO TO F-BU-DEVOL.
       BUD-R.
           READ DEVOL NEXT RECORD AT END GO TO BUD-F.
           IF DV-FECHA < AT-DESDE OR DV-FECHA > AT-HASTA
               GO TO BUD-R.
           MOVE DV-RECI TO REC-NRO.
           READ RECI KEY IS REC-NRO
           INVALID KEY GO TO BUD-R.
           IF REC-OPER NOT = DV-OPER GO TO BUD-R.
           MOVE 1 TO AL-TIPO.
           MOVE SPACES TO AL-REF.
           STRING "DEVOL " DV-NRO DELIMITED BY SIZE INTO AL-REF.
           MOVE DV-FECHA TO AL-FECHA.
           MOVE ZEROS TO AL-HORA.
           MOVE DV-OPER TO AL-OPER.
           MOVE DV-IMPORTE TO AT-IMPED.
           MOVE SPACES TO AL-DET.
           STRING "DEVUELVE SU RECIBO " DV-RECI " COMPR. " DV-NRO
               " $" AT-IMPED " SUP " DV-SUP DELIMITED BY SIZE
               INTO AL-DET.
           PERFORM AT-GRABA THRU F-AT-GRABA.
           GO TO BUD-R.
       BUD-F.
           CLOSE DEVOL.
       F-BU-DEVOL.
           EXIT.

      *    TIPO 6: ARRECI EN ORDEN DE NUMERO; UN HUECO ENTRE DOS
      *    RECIBOS SEGUIDOS DEL MISMO OPERADOR SON NUMEROS CONSUMIDOS
      *    SIN RECIBO.
       BU-RECIBOS.
           MOVE ZEROS TO AT-PNRO AT-PFEC.
           MOVE SPACES TO AT-POPER.
           MOVE ZEROS TO REC-NRO.
           START RECI KEY IS NOT LESS THAN REC-NRO
           INVALID KEY GO TO F-BU-RECIBOS.
       BUR-R.
           READ RECI NEXT RECORD AT END GO TO F-BU-RECIBOS.
           COMPUTE AT-FECHA = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           IF AT-FECHA < AT-DESDE OR AT-FECHA > AT-HASTA
               GO TO BUR-SIGUE.
           IF AT-PNRO = ZEROS OR REC-OPER NOT = AT-POPER
               GO TO BUR-SIGUE.
           IF REC-NRO NOT > AT-PNRO + 1 GO TO BUR-SIGUE.
           COMPUTE AT-FALTA1 = AT-PNRO + 1.
           COMPUTE AT-FALTA2 = REC-NRO - 1.
           MOVE 6 TO AL-TIPO.
           MOVE SPACES TO AL-REF.
           STRING "RECI " AT-FALTA1 " " AT-FALTA2 DELIMITED BY SIZE
               INTO AL-REF.
           MOVE AT-FECHA TO AL-FECHA.
           MOVE ZEROS TO AL-HORA.
           MOVE REC-OPER TO AL-OPER.
           MOVE AT-PFEC TO AT-FECHA.
           PERFORM AT-FMT-FEC THRU F-AT-FMT-FEC.
           MOVE SPACES TO AL-DET.
           STRING "FALTAN " AT-FALTA1 " A " AT-FALTA2 " ENTRE "
               AT-PNRO " (" AT-FED ") Y " REC-NRO
               DELIMITED BY SIZE INTO AL-DET.
           PERFORM AT-GRABA THRU F-AT-GRABA.
       BUR-SIGUE.
           MOVE REC-NRO TO AT-PNRO.
           MOVE REC-OPER TO AT-POPER.
           COMPUTE AT-PFEC = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           GO TO BUR-R.
       F-BU-RECIBOS.
           EXIT.

      *    FECHA, HORA Y OPERADOR DE LA ALERTA TOMADOS DEL REGISTRO DE
      *    BITACORA; AT-HED2 QUEDA CON LA HORA EDITADA.
       AT-HECHO-BITA.
           MOVE BT-FECHA TO AL-FECHA.
           MOVE BT-HORA TO AL-HORA.
           MOVE BT-OPERADOR TO AL-OPER.
           MOVE BT-HORA TO AT-FECHA.
           PERFORM AT-FMT-HORA THRU F-AT-FMT-HORA.
           MOVE AT-HED TO AT-HED2.
       F-AT-HECHO-BITA.
           EXIT.

      *    LA ALERTA YA REGISTRADA (MISMA CLAVE) NO SE VUELVE A GRABAR,
      *    ASI NO PIERDE SU REVISION.
       AT-GRABA.
           MOVE AT-HOY TO AL-FDET.
           MOVE SPACE TO AL-EST.
           MOVE SPACES TO AL-REVISOR AL-COMENT.
           MOVE ZEROS TO AL-FREV.
           WRITE REG-ALER INVALID KEY GO TO F-AT-GRABA.
           ADD 1 TO AT-NUEVAS AT-CNT (AL-TIPO).
       F-AT-GRABA.
           EXIT.

      *    AT-FECHA (AAAAMMDD) A DD/MM/AAAA.
       AT-FMT-FEC.
           DIVIDE AT-FECHA BY 100 GIVING AT-FTMP REMAINDER AT-FED-DD.
           DIVIDE AT-FTMP BY 100 GIVING AT-FED-AA REMAINDER AT-FED-MM.
       F-AT-FMT-FEC.
           EXIT.

      *    AT-FECHA CON UNA HORA HHMMSSCC A HH:MM.
       AT-FMT-HORA.
           DIVIDE AT-FECHA BY 10000 GIVING AT-HHMM REMAINDER AT-RESTO.
           DIVIDE AT-HHMM BY 100 GIVING AT-HED-HH REMAINDER AT-HED-MI.
       F-AT-FMT-HORA.
           EXIT.

      *    LISTADO DE LAS ALERTAS PENDIENTES, CADA UNA CON SU
      *    CONSTANCIA.
       LISTADO.
           PERFORM ENCABEZA.
       LS-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO ALERTAS.TXT  3=CANCELA"
               AT 1018 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1065 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO LS-GO.
           IF OPC = "2" MOVE "ALERTAS.TXT" TO IMPRE-DEST GO TO LS-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO LS-DEST.
       LS-GO.
           MOVE ZEROS TO AT-PEND AT-REVIS.
           OPEN OUTPUT IMPRE.
           MOVE AT-HOY TO AT-FECHA.
           PERFORM AT-FMT-FEC THRU F-AT-FMT-FEC.
           MOVE AT-FED TO ATT-FEC.
           WRITE RENGLON FROM AT-TITU AFTER 1.
           WRITE RENGLON FROM AT-CAB AFTER 2.
           MOVE LOW-VALUES TO AL-CLAVE.
           START ALER KEY IS NOT LESS THAN AL-CLAVE
           INVALID KEY GO TO LS-FIN.
       LS-R.
           READ ALER NEXT RECORD AT END GO TO LS-FIN.
           IF AL-EST = "R"
               ADD 1 TO AT-REVIS
               GO TO LS-R.
           ADD 1 TO AT-PEND.
           PERFORM AT-ARMA-LIN THRU F-AT-ARMA-LIN.
           WRITE RENGLON FROM AT-LIN1 AFTER 2.
           WRITE RENGLON FROM AT-LIN2 AFTER 1.
           GO TO LS-R.
       LS-FIN.
           MOVE AT-PEND TO ATP-PEND.
           MOVE AT-REVIS TO ATP-REVIS.
           WRITE RENGLON FROM AT-PIE AFTER 2.
           CLOSE IMPRE.
           DISPLAY "ALERTAS PENDIENTES:" AT 1218.
           DISPLAY AT-PEND AT 1238.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1246 WITH PROMPT.
           GO TO ENCABEZA.

       AT-ARMA-LIN.
           MOVE AT-DESC (AL-TIPO) TO ATL-DESC.
           MOVE AL-FECHA TO AT-FECHA.
           PERFORM AT-FMT-FEC THRU F-AT-FMT-FEC.
           MOVE AT-FED TO ATL-FEC.
           MOVE SPACES TO ATL-HORA.
           IF AL-HORA NOT = ZEROS
               MOVE AL-HORA TO AT-FECHA
               PERFORM AT-FMT-HORA THRU F-AT-FMT-HORA
               MOVE AT-HED TO ATL-HORA.
           MOVE AL-OPER TO ATL-OPER.
           MOVE AL-FDET TO AT-FECHA.
           PERFORM AT-FMT-FEC THRU F-AT-FMT-FEC.
           MOVE AT-FED TO ATL-FDET.
           MOVE AL-DET TO ATL-DET.
       F-AT-ARMA-LIN.
           EXIT.

      *    REVISION: UNA A UNA LAS PENDIENTES; LA REVISADA QUEDA CON EL
      *    SUPERVISOR DE AROPERA, LA FECHA Y EL COMENTARIO.
       REVISAR.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           MOVE LOW-VALUES TO AL-CLAVE.
           START ALER KEY IS NOT LESS THAN AL-CLAVE
           INVALID KEY GO TO RV-FIN.
       RV-R.
           READ ALER NEXT RECORD AT END GO TO RV-FIN.
           IF AL-EST = "R" GO TO RV-R.
           PERFORM ENCABEZA.
           DISPLAY "REVISION DE ALERTAS" AT 0818
           WITH FOREGROUND-COLOR 4.
           PERFORM AT-ARMA-LIN THRU F-AT-ARMA-LIN.
           DISPLAY "TIPO.....:" AT 1005.
           DISPLAY ATL-DESC AT 1016.
           DISPLAY "FECHA....:" AT 1105.
           DISPLAY ATL-FEC AT 1116.
           DISPLAY ATL-HORA AT 1128.
           DISPLAY "OPERADOR.:" AT 1205.
           DISPLAY ATL-OPER AT 1216.
           DISPLAY "DETECTADA:" AT 1305.
           DISPLAY ATL-FDET AT 1316.
           DISPLAY "CONSTANCIA:" AT 1405.
           DISPLAY AL-DET AT 1505 WITH FOREGROUND-COLOR 6.
       RV-OPC.
           DISPLAY "R=REVISADA  S=SIGUIENTE  F=FIN" AT 1705
           WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1737 WITH PROMPT.
           IF OPC = "S" GO TO RV-R.
           IF OPC = "F" GO TO RV-FIN.
           IF OPC NOT = "R" GO TO RV-OPC.
           DISPLAY "COMENTARIO:" AT 1905.
           MOVE SPACES TO AT-COMENT.
           ACCEPT AT-COMENT AT 1917 WITH PROMPT.
           IF AT-COMENT = SPACES GO TO RV-OPC.
           MOVE "R" TO AL-EST.
           MOVE OPERADOR TO AL-REVISOR.
           MOVE AT-HOY TO AL-FREV.
           MOVE AT-COMENT TO AL-COMENT.
           REWRITE REG-ALER.
           GO TO RV-R.
       RV-FIN.
           GO TO ENCABEZA.

       PARAMETROS.
           PERFORM ENCABEZA.
           PERFORM LEER-ALCF THRU F-LEER-ALCF.
           MOVE AK-HDES TO AT-HDES.
           MOVE AK-HHAS TO AT-HHAS.
           MOVE AK-AUTMIN TO AT-AUTMIN.
           MOVE AK-AUTPCT TO AT-AUTPCT.
           DISPLAY "HORARIO DE ATENCION DESDE (HHMM):" AT 0918.
           ACCEPT AT-HDES AT 0953 WITH PROMPT.
           DISPLAY "HORARIO DE ATENCION HASTA (HHMM):" AT 1018.
           ACCEPT AT-HHAS AT 1053 WITH PROMPT.
           DISPLAY "MINIMO DE AUTORIZACIONES.........:" AT 1118.
           ACCEPT AT-AUTMIN AT 1153 WITH PROMPT.
           DISPLAY "PORCENTAJE DEL TOTAL (1-100).....:" AT 1218.
           ACCEPT AT-AUTPCT AT 1253 WITH PROMPT.
           IF AT-HHAS NOT > AT-HDES OR AT-HHAS > 2400
               OR AT-AUTPCT = ZEROS OR AT-AUTPCT > 100
               GO TO PARAMETROS.
       PA-CONF.
           DISPLAY "CONFIRMA S/N" AT 1418 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1431 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO PA-CONF.
           MOVE AT-HDES TO AK-HDES.
           MOVE AT-HHAS TO AK-HHAS.
           MOVE AT-AUTMIN TO AK-AUTMIN.
           MOVE AT-AUTPCT TO AK-AUTPCT.
           PERFORM GRABAR-ALCF THRU F-GRABAR-ALCF.
           GO TO ENCABEZA.

      *    SIN ARALCF: DE 8 A 20 HS, 5 AUTORIZACIONES Y EL 50 POR
      *    CIENTO, Y LA PRIMERA CORRIDA PARTE DEL DIA DE HOY.
       LEER-ALCF.
           MOVE 0800 TO AK-HDES.
           MOVE 2000 TO AK-HHAS.
           MOVE 5 TO AK-AUTMIN.
           MOVE 50 TO AK-AUTPCT.
           MOVE AT-HOY TO AK-ULTHAS.
           OPEN INPUT ALCF.
           IF AK-STATUS NOT = "00" GO TO F-LEER-ALCF.
           READ ALCF AT END
               MOVE 0800 TO AK-HDES
               MOVE 2000 TO AK-HHAS
               MOVE 5 TO AK-AUTMIN
               MOVE 50 TO AK-AUTPCT
               MOVE AT-HOY TO AK-ULTHAS.
           CLOSE ALCF.
       F-LEER-ALCF.
           EXIT.

       GRABAR-ALCF.
           OPEN OUTPUT ALCF.
           WRITE REG-ALCF.
           CLOSE ALCF.
       F-GRABAR-ALCF.
           EXIT.

      *    DETERMINA SI HAB-DD/HAB-MM/HAB-AA ES DIA HABIL: NI SABADO
      *    NI DOMINGO (CONGRUENCIA DE ZELLER) NI FERIADO DE ARFERI.
       ES-HABIL.
           MOVE "S" TO HAB-SW.
           MOVE HAB-MM TO ZE-M.
           MOVE HAB-AA TO ZE-A.
           IF ZE-M < 3
               ADD 12 TO ZE-M
               SUBTRACT 1 FROM ZE-A.
           DIVIDE ZE-A BY 100 GIVING ZE-J REMAINDER ZE-K.
           COMPUTE ZE-T1 = 13 * (ZE-M + 1).
           DIVIDE ZE-T1 BY 5 GIVING ZE-T1.
           DIVIDE ZE-K BY 4 GIVING ZE-T2.
           DIVIDE ZE-J BY 4 GIVING ZE-T3.
           COMPUTE ZE-Q = HAB-DD + ZE-T1 + ZE-K + ZE-T2 + ZE-T3
               + 5 * ZE-J.
           DIVIDE ZE-Q BY 7 GIVING ZE-T1 REMAINDER ZE-H.
           IF ZE-H < 2
               MOVE "N" TO HAB-SW
               GO TO F-ES-HABIL.
           IF AT-FERI-OK NOT = "S" GO TO F-ES-HABIL.
           COMPUTE FE-FECHA = HAB-AA * 10000 + HAB-MM * 100 + HAB-DD.
           READ FERI KEY IS FE-FECHA
           INVALID KEY GO TO F-ES-HABIL.
           MOVE "N" TO HAB-SW.
       F-ES-HABIL.
           EXIT.

       LEER-OPERADOR.
           MOVE SPACES TO REG-OPERA.
           OPEN INPUT OPERA.
           IF OP-STATUS NOT = "00" GO TO F-LEER-OPERADOR.
           READ OPERA AT END MOVE SPACES TO REG-OPERA.
           CLOSE OPERA.
       F-LEER-OPERADOR.
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

       CIERRE.
           CLOSE ALER.
           CHAIN "MENU".
           STOP RUN.

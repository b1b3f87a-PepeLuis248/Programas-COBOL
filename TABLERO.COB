       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TABLERO.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * TABLERO MENSUAL DE GESTION EN UNA HOJA: EMITIDO, COBRADO Y
      * PORCENTAJE DE COBRANZA (ARTOTAL), DEUDA POR ANTIGUEDAD DE LA
      * FOTO DEL MES CON LA VARIACION CONTRA EL MES ANTERIOR (ARSNAP),
      * PLANES NUEVOS Y CAIDOS (ARPLAN Y BITACORA), JUICIOS ABIERTOS
      * Y SUS COSTOS (ARJUICIO), ALTAS Y BAJAS DE CLIENTES
      * (BITACORA), DIFERENCIAS DE CAJA (ARCAJA) Y EGRESOS (AREGRE).
      * CADA CIFRA VA JUNTO A LA DEL MISMO MES DEL A#O ANTERIOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTAL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT SNAP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS SN-CLAVE
                  FILE STATUS IS SN-STATUS.

           SELECT PLAN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PLN-NRO
                  FILE STATUS IS PN-STATUS.

           SELECT JUICIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JU-NRO
                  ALTERNATE RECORD IS JU-CLI
                  WITH DUPLICATES
                  FILE STATUS IS JU-STATUS.

           SELECT CAJA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CJ-FECHA
                  FILE STATUS IS CJ-STATUS.

           SELECT EGRE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS EG-NRO
                  FILE STATUS IS EG-STATUS.

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

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

       DATA DIVISION.
       FILE SECTION.

      *    TOTALES CORRIENTES POR CLIENTE, TIPO Y PERIODO (AAAAMM).
       FD  TOTAL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARTOTAL"
           DATA RECORD IS REG-TOTAL.

       01  REG-TOTAL.
           03 TO-CLAVE.
              05 TO-CLI         PIC X(25).
              05 TO-TIP         PIC 9(3).
              05 TO-PER         PIC 9(6).
           03 TO-EMIT           PIC S9(12)V99.
           03 TO-COB            PIC S9(12)V99.
           03 TO-SALDO          PIC S9(12)V99.

       FD  SNAP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSNAP"
           DATA RECORD IS REG-SNAP.

       01  REG-SNAP.
           03 SN-CLAVE.
              05 SN-PERIODO     PIC 9(6).
              05 SN-TIP         PIC 9(3).
           03 SN-FRANJA         PIC 9(12)V99 OCCURS 5 TIMES.
           03 SN-CLIMORA        PIC 9(6).

       FD  PLAN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPLAN"
           DATA RECORD IS REG-PLAN.

       01  REG-PLAN.
           03 PLN-NRO           PIC 9(5).
           03 PLN-CLI           PIC X(25).
           03 PLN-FECHA         PIC 9(8).
           03 PLN-CUOTAS        PIC 99.
           03 PLN-TIP           PIC 9(3).
           03 PLN-TOTAL         PIC 9(12)V99.
           03 PLN-EST           PIC X.
      *    TASA MENSUAL DE FINANCIACION (0 = PLAN SIN INTERES).
           03 PLN-TASA          PIC 99V99.

       FD  JUICIO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUICIO"
           DATA RECORD IS REG-JUICIO.

       01  REG-JUICIO.
           03 JU-NRO            PIC 9(6).
           03 JU-CLI            PIC X(25).
           03 JU-EXPTE          PIC X(15).
           03 JU-JUZG           PIC X(25).
           03 JU-ABOG           PIC X(25).
           03 JU-ETAPA          PIC 9.
           03 JU-FINI           PIC 9(8).
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

       FD  CAJA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCAJA"
           DATA RECORD IS REG-CAJA.

       01  REG-CAJA.
           03 CJ-FECHA          PIC 9(8).
           03 CJ-FONDO          PIC 9(9)V99.
           03 CJ-CONTADO        PIC 9(11)V99.
           03 CJ-DIF            PIC S9(9)V99.
           03 CJ-OPER           PIC X(10).
           03 CJ-SUP            PIC X(10).
           03 CJ-EST            PIC X.

       FD  EGRE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AREGRE"
           DATA RECORD IS REG-EGRE.

       01  REG-EGRE.
           03 EG-NRO            PIC 9(6).
           03 EG-FECHA          PIC 9(8).
           03 EG-CONC           PIC X(3).
           03 EG-IMPORTE        PIC 9(9)V99.
           03 EG-AUTOR          PIC X(10).
           03 EG-OPER           PIC X(10).
           03 EG-EST            PIC X.

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
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  SN-STATUS             PIC XX VALUE SPACES.
       77  PN-STATUS             PIC XX VALUE SPACES.
       77  JU-STATUS             PIC XX VALUE SPACES.
       77  CJ-STATUS             PIC XX VALUE SPACES.
       77  EG-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  TB-MMAA               PIC 9(4) VALUE ZEROS.
       77  TB-MM                 PIC 99 VALUE ZEROS.
       77  TB-AA                 PIC 99 VALUE ZEROS.
       77  TB-C                  PIC 9 VALUE ZEROS.
       77  TB-I                  PIC 99 VALUE ZEROS.
       77  TB-K                  PIC 9 VALUE ZEROS.
       77  TB-FECHA              PIC 9(8) VALUE ZEROS.
       77  TB-FPER               PIC 9(6) VALUE ZEROS.
       77  TB-RESTO              PIC 99 VALUE ZEROS.
       77  TB-SNPER              PIC 9(6) VALUE ZEROS.
       77  TB-ALTAS              PIC 9(6) VALUE ZEROS.
       77  TB-DIF                PIC S9(13)V99 VALUE ZEROS.
       77  TB-PCT                PIC S9(5)V9 VALUE ZEROS.
      *    PERIODOS AAAAMM: 1=MES PEDIDO 2=MISMO MES DEL A#O ANTERIOR
      *    3=MES ANTERIOR (SOLO PARA LA FOTO DE DEUDA).
       01  TB-PERIODOS.
           03 TB-PER             PIC 9(6) OCCURS 3.
       01  TB-FECHAS.
           03 TB-FDES            PIC 9(8) OCCURS 3.
           03 TB-FHAS            PIC 9(8) OCCURS 3.
      *    UN RENGLON POR CIFRA; LAS TRES COLUMNAS SIGUEN A
      *    TB-PERIODOS.
       01  TB-TABLA.
           03 TB-FILA OCCURS 29.
              05 TB-VAL          PIC S9(13)V99 OCCURS 3.
      *    TIPO DE RENGLON: S=SUBTITULO I=IMPORTE C=CANTIDAD
      *    P=PORCENTAJE D=IMPORTE CON VARIACION MENSUAL
      *    E=CANTIDAD CON VARIACION MENSUAL.
       01  TB-DEFS.
           03 F PIC X(36) VALUE "SEMISION Y COBRANZA".
           03 F PIC X(36) VALUE "IIMPORTE EMITIDO".
           03 F PIC X(36) VALUE "IIMPORTE COBRADO".
           03 F PIC X(36) VALUE "PPORCENTAJE DE COBRANZA".
           03 F PIC X(36) VALUE "SDEUDA POR ANTIGUEDAD (FOTO DEL MES)".
           03 F PIC X(36) VALUE "DSIN VENCER".
           03 F PIC X(36) VALUE "DVENCIDA 1 A 30 DIAS".
           03 F PIC X(36) VALUE "DVENCIDA 31 A 60 DIAS".
           03 F PIC X(36) VALUE "DVENCIDA 61 A 90 DIAS".
           03 F PIC X(36) VALUE "DVENCIDA MAS DE 90 DIAS".
           03 F PIC X(36) VALUE "DTOTAL DE LA DEUDA".
           03 F PIC X(36) VALUE "ECLIENTES EN MORA".
           03 F PIC X(36) VALUE "SPLANES DE PAGO".
           03 F PIC X(36) VALUE "CPLANES NUEVOS".
           03 F PIC X(36) VALUE "IIMPORTE DE PLANES NUEVOS".
           03 F PIC X(36) VALUE "CPLANES CAIDOS".
           03 F PIC X(36) VALUE "SJUICIOS".
           03 F PIC X(36) VALUE "CJUICIOS INICIADOS EN EL MES".
           03 F PIC X(36) VALUE "CJUICIOS ABIERTOS AL CIERRE".
           03 F PIC X(36) VALUE "ICOSTOS DE LOS JUICIOS ABIERTOS".
           03 F PIC X(36) VALUE "SCLIENTES".
           03 F PIC X(36) VALUE "CALTAS DE CLIENTES".
           03 F PIC X(36) VALUE "CBAJAS DE CLIENTES".
           03 F PIC X(36) VALUE "SCAJA".
           03 F PIC X(36) VALUE "CCIERRES DE CAJA".
           03 F PIC X(36) VALUE "ISOBRANTES DE CAJA".
           03 F PIC X(36) VALUE "IFALTANTES DE CAJA".
           03 F PIC X(36) VALUE "CVALES DE EGRESO".
           03 F PIC X(36) VALUE "IIMPORTE DE EGRESOS".
       01  TB-DEFS-R REDEFINES TB-DEFS.
           03 TB-DEF OCCURS 29.
              05 TB-TIPO         PIC X.
              05 TB-DESC         PIC X(35).

       01  TB-TITU.
           03 F PIC X(36) VALUE "TABLERO MENSUAL DE GESTION - MES ".
           03 TBT-MM             PIC 99.
           03 F PIC X VALUE "/".
           03 TBT-AA             PIC 9999.

       01  TB-CAB.
           03 F PIC X(36) VALUE SPACES.
           03 F PIC X(10) VALUE "   MES    ".
           03 TBC-MM1            PIC 99.
           03 F PIC X VALUE "/".
           03 TBC-AA1            PIC 9999.
           03 F PIC X(2) VALUE SPACES.
           03 F PIC X(10) VALUE "   MES    ".
           03 TBC-MM2            PIC 99.
           03 F PIC X VALUE "/".
           03 TBC-AA2            PIC 9999.
           03 F PIC X(11) VALUE "    VAR. %".
           03 F PIC X(19) VALUE "      VS. MES ANT.".

       01  TB-SUBT.
           03 TBS-DESC           PIC X(36).

       01  TB-LIMP.
           03 F                  PIC XX VALUE SPACES.
           03 TBL-DESC           PIC X(34).
           03 TBL-ACT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 TBL-ANT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(2) VALUE SPACES.
           03 TBL-VAR            PIC X(8).
           03 TBL-MES            PIC X(19).

       01  TB-LCAN REDEFINES TB-LIMP.
           03 F                  PIC X(36).
           03 TBL-ACTC           PIC Z(18)9.
           03 TBL-ANTC           PIC Z(18)9.
           03 F                  PIC X(29).

       01  TB-LPCT REDEFINES TB-LIMP.
           03 F                  PIC X(36).
           03 TBL-ACTP           PIC Z(15)9.99.
           03 TBL-ANTP           PIC Z(15)9.99.
           03 F                  PIC X(29).

       01  TB-VARED              PIC -ZZZ9.9.
       01  TB-MESED              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  TB-MESEDC             PIC -Z(15)9.

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARPLAN  02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(10) VALUE "ARJUICIO02".
              05 F               PIC X(70) VALUE SPACES.
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
              VALUE " TABLERO MENSUAL DE GESTION ".
           03 LINE 10 COLUMN 24
              VALUE "1-EMITIR EL TABLERO DE UN MES".
           03 LINE 12 COLUMN 24
              VALUE "2-REGRESO MENU PRINCIPAL".
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

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO TABLERO.
           IF OPC = "2" GO TO CIERRE.
           GO TO L-PANT.

       TABLERO.
           PERFORM ENCABEZA.
           DISPLAY "MES Y A#O (MMAA):" AT 0918.
           MOVE ZEROS TO TB-MMAA.
           ACCEPT TB-MMAA AT 0936 WITH PROMPT.
           IF TB-MMAA = ZEROS GO TO ENCABEZA.
           DIVIDE TB-MMAA BY 100 GIVING TB-MM REMAINDER TB-AA.
           IF TB-MM = ZEROS OR TB-MM > 12 GO TO TABLERO.
           MOVE TB-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE TB-PER (1) = ANO-VENT * 100 + TB-MM.
           COMPUTE TB-PER (2) = TB-PER (1) - 100.
           COMPUTE TB-PER (3) = TB-PER (1) - 1.
           IF TB-MM = 1
               COMPUTE TB-PER (3) = TB-PER (1) - 89.
           PERFORM TB-LIMITES THRU F-TB-LIMITES
               VARYING TB-C FROM 1 BY 1 UNTIL TB-C > 3.
       TB-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO TABLERO.TXT  3=CANCELA"
               AT 1118 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1165 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO TB-GO.
           IF OPC = "2" MOVE "TABLERO.TXT" TO IMPRE-DEST GO TO TB-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO TB-DEST.
       TB-GO.
           DISPLAY "PROCESANDO..." AT 1318 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO TB-TABLA.
           PERFORM TB-TOTAL THRU F-TB-TOTAL.
           PERFORM TB-SNAP THRU F-TB-SNAP
               VARYING TB-C FROM 1 BY 1 UNTIL TB-C > 3.
           PERFORM TB-PLAN THRU F-TB-PLAN.
           PERFORM TB-JUICIO THRU F-TB-JUICIO.
           PERFORM TB-BITA THRU F-TB-BITA
               VARYING TB-C FROM 1 BY 1 UNTIL TB-C > 2.
           PERFORM TB-CAJA THRU F-TB-CAJA.
           PERFORM TB-EGRE THRU F-TB-EGRE.
           PERFORM TB-IMPRIME THRU F-TB-IMPRIME.
           DISPLAY "TABLERO EMITIDO" AT 1518.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1535 WITH PROMPT.
           GO TO ENCABEZA.

      *    PRIMER Y ULTIMO DIA (AAAAMMDD) DE CADA PERIODO.
       TB-LIMITES.
           COMPUTE TB-FDES (TB-C) = TB-PER (TB-C) * 100 + 1.
           COMPUTE TB-FHAS (TB-C) = TB-PER (TB-C) * 100 + 31.
       F-TB-LIMITES.
           EXIT.

      *    EMITIDO Y COBRADO DE LOS DOS MESES EN UNA SOLA PASADA.
       TB-TOTAL.
           OPEN INPUT TOTAL.
           IF TO-STATUS NOT = "00" GO TO F-TB-TOTAL.
       TBT-R.
           READ TOTAL NEXT RECORD AT END GO TO TBT-F.
           MOVE ZEROS TO TB-C.
           IF TO-PER = TB-PER (1) MOVE 1 TO TB-C.
           IF TO-PER = TB-PER (2) MOVE 2 TO TB-C.
           IF TB-C = ZEROS GO TO TBT-R.
           ADD TO-EMIT TO TB-VAL (2, TB-C).
           ADD TO-COB TO TB-VAL (3, TB-C).
           GO TO TBT-R.
       TBT-F.
           CLOSE TOTAL.
           PERFORM TB-PORC THRU F-TB-PORC
               VARYING TB-C FROM 1 BY 1 UNTIL TB-C > 2.
       F-TB-TOTAL.
           EXIT.

       TB-PORC.
           IF TB-VAL (2, TB-C) NOT > ZEROS GO TO F-TB-PORC.
           COMPUTE TB-VAL (4, TB-C) ROUNDED =
               TB-VAL (3, TB-C) * 100 / TB-VAL (2, TB-C)
               ON SIZE ERROR MOVE 999.99 TO TB-VAL (4, TB-C)
           END-COMPUTE.
       F-TB-PORC.
           EXIT.

      *    FOTO DE DEUDA DE CADA PERIODO: SUMA DE LOS TIPOS.
       TB-SNAP.
           OPEN INPUT SNAP.
           IF SN-STATUS NOT = "00" GO TO F-TB-SNAP.
           MOVE TB-PER (TB-C) TO SN-PERIODO TB-SNPER.
           MOVE ZEROS TO SN-TIP.
           START SNAP KEY IS NOT LESS THAN SN-CLAVE
           INVALID KEY GO TO TBS-F.
       TBS-R.
           READ SNAP NEXT RECORD AT END GO TO TBS-F.
           IF SN-PERIODO NOT = TB-SNPER GO TO TBS-F.
           PERFORM TBS-FRANJA THRU F-TBS-FRANJA
               VARYING TB-K FROM 1 BY 1 UNTIL TB-K > 5.
           ADD SN-CLIMORA TO TB-VAL (12, TB-C).
           GO TO TBS-R.
       TBS-F.
           CLOSE SNAP.
       F-TB-SNAP.
           EXIT.

       TBS-FRANJA.
           COMPUTE TB-I = 5 + TB-K.
           ADD SN-FRANJA (TB-K) TO TB-VAL (TB-I, TB-C)
               TB-VAL (11, TB-C).
       F-TBS-FRANJA.
           EXIT.

      *    PLANES OTORGADOS EN EL MES POR SU FECHA.
       TB-PLAN.
           OPEN INPUT PLAN.
           IF PN-STATUS NOT = "00" GO TO F-TB-PLAN.
       TBP-R.
           READ PLAN NEXT RECORD AT END GO TO TBP-F.
           DIVIDE PLN-FECHA BY 100 GIVING TB-FPER
               REMAINDER TB-RESTO.
           MOVE ZEROS TO TB-C.
           IF TB-FPER = TB-PER (1) MOVE 1 TO TB-C.
           IF TB-FPER = TB-PER (2) MOVE 2 TO TB-C.
           IF TB-C = ZEROS GO TO TBP-R.
           ADD 1 TO TB-VAL (14, TB-C).
           ADD PLN-TOTAL TO TB-VAL (15, TB-C).
           GO TO TBP-R.
       TBP-F.
           CLOSE PLAN.
       F-TB-PLAN.
           EXIT.

      *    UN JUICIO ESTABA ABIERTO AL CIERRE DEL MES SI EMPEZO ANTES
      *    Y SIGUE ABIERTO, O SI SE CERRO (FECHA DE SU ULTIMA ETAPA)
      *    DESPUES DE ESE CIERRE.
       TB-JUICIO.
           OPEN INPUT JUICIO.
           IF JU-STATUS NOT = "00" GO TO F-TB-JUICIO.
       TBJ-R.
           READ JUICIO NEXT RECORD AT END GO TO TBJ-F.
           PERFORM TBJ-COL THRU F-TBJ-COL
               VARYING TB-C FROM 1 BY 1 UNTIL TB-C > 2.
           GO TO TBJ-R.
       TBJ-F.
           CLOSE JUICIO.
       F-TB-JUICIO.
           EXIT.

       TBJ-COL.
           IF JU-FINI NOT < TB-FDES (TB-C)
               AND JU-FINI NOT > TB-FHAS (TB-C)
               ADD 1 TO TB-VAL (18, TB-C).
           IF JU-FINI > TB-FHAS (TB-C) GO TO F-TBJ-COL.
           IF JU-EST NOT = "A" AND JU-FETAPA NOT > TB-FHAS (TB-C)
               GO TO F-TBJ-COL.
           ADD 1 TO TB-VAL (19, TB-C).
           ADD JU-COSTOS TO TB-VAL (20, TB-C).
       F-TBJ-COL.
           EXIT.

      *    ALTAS, BAJAS DE CLIENTES Y PLANES CAIDOS: LA BITACORA ESTA
      *    ORDENADA POR FECHA, SE LEE SOLO EL MES.
       TB-BITA.
           OPEN INPUT BITA.
           IF BT-STATUS NOT = "00" GO TO F-TB-BITA.
           MOVE LOW-VALUES TO BT-CLAVE-IX.
           MOVE TB-FDES (TB-C) TO BT-FECHA.
           START BITA KEY IS NOT LESS THAN BT-CLAVE-IX
           INVALID KEY GO TO TBB-F.
       TBB-R.
           READ BITA NEXT RECORD AT END GO TO TBB-F.
           IF BT-FECHA > TB-FHAS (TB-C) GO TO TBB-F.
           IF BT-ARCHIVO = "PLAN" AND BT-ACCION = "CAIDA"
               ADD 1 TO TB-VAL (16, TB-C).
           IF BT-ARCHIVO NOT = "CLIENTE" GO TO TBB-R.
           IF BT-ACCION = "ALTA" ADD 1 TO TB-VAL (22, TB-C).
           IF BT-ACCION = "BAJA" ADD 1 TO TB-VAL (23, TB-C).
           IF BT-ACCION = "IMPOR" AND BT-DESPUES (1:6) IS NUMERIC
               MOVE BT-DESPUES (1:6) TO TB-ALTAS
               ADD TB-ALTAS TO TB-VAL (22, TB-C).
           GO TO TBB-R.
       TBB-F.
           CLOSE BITA.
       F-TB-BITA.
           EXIT.

      *    SESIONES DE CAJA CERRADAS EN EL MES Y SU ARQUEO.
       TB-CAJA.
           OPEN INPUT CAJA.
           IF CJ-STATUS NOT = "00" GO TO F-TB-CAJA.
       TBC-R.
           READ CAJA NEXT RECORD AT END GO TO TBC-F.
           IF CJ-EST NOT = "C" GO TO TBC-R.
           DIVIDE CJ-FECHA BY 100 GIVING TB-FPER
               REMAINDER TB-RESTO.
           MOVE ZEROS TO TB-C.
           IF TB-FPER = TB-PER (1) MOVE 1 TO TB-C.
           IF TB-FPER = TB-PER (2) MOVE 2 TO TB-C.
           IF TB-C = ZEROS GO TO TBC-R.
           ADD 1 TO TB-VAL (25, TB-C).
           IF CJ-DIF > ZEROS ADD CJ-DIF TO TB-VAL (26, TB-C).
           IF CJ-DIF < ZEROS SUBTRACT CJ-DIF FROM TB-VAL (27, TB-C).
           GO TO TBC-R.
       TBC-F.
           CLOSE CAJA.
       F-TB-CAJA.
           EXIT.

      *    VALES DE EGRESO NO ANULADOS.
       TB-EGRE.
           OPEN INPUT EGRE.
           IF EG-STATUS NOT = "00" GO TO F-TB-EGRE.
       TBE-R.
           READ EGRE NEXT RECORD AT END GO TO TBE-F.
           IF EG-EST = "A" GO TO TBE-R.
           DIVIDE EG-FECHA BY 100 GIVING TB-FPER
               REMAINDER TB-RESTO.
           MOVE ZEROS TO TB-C.
           IF TB-FPER = TB-PER (1) MOVE 1 TO TB-C.
           IF TB-FPER = TB-PER (2) MOVE 2 TO TB-C.
           IF TB-C = ZEROS GO TO TBE-R.
           ADD 1 TO TB-VAL (28, TB-C).
           ADD EG-IMPORTE TO TB-VAL (29, TB-C).
           GO TO TBE-R.
       TBE-F.
           CLOSE EGRE.
       F-TB-EGRE.
           EXIT.

       TB-IMPRIME.
           OPEN OUTPUT IMPRE.
           DIVIDE TB-PER (1) BY 100 GIVING TBT-AA
               REMAINDER TBT-MM.
           WRITE RENGLON FROM TB-TITU AFTER 1.
           DIVIDE TB-PER (1) BY 100 GIVING TBC-AA1
               REMAINDER TBC-MM1.
           DIVIDE TB-PER (2) BY 100 GIVING TBC-AA2
               REMAINDER TBC-MM2.
           WRITE RENGLON FROM TB-CAB AFTER 2.
           PERFORM TB-RENGLON THRU F-TB-RENGLON
               VARYING TB-I FROM 1 BY 1 UNTIL TB-I > 29.
           CLOSE IMPRE.
       F-TB-IMPRIME.
           EXIT.

       TB-RENGLON.
           IF TB-TIPO (TB-I) = "S"
               MOVE TB-DESC (TB-I) TO TBS-DESC
               WRITE RENGLON FROM TB-SUBT AFTER 2
               GO TO F-TB-RENGLON.
           MOVE SPACES TO TB-LIMP.
           MOVE TB-DESC (TB-I) TO TBL-DESC.
           IF TB-TIPO (TB-I) = "C" OR TB-TIPO (TB-I) = "E"
               MOVE TB-VAL (TB-I, 1) TO TBL-ACTC
               MOVE TB-VAL (TB-I, 2) TO TBL-ANTC
           ELSE
           IF TB-TIPO (TB-I) = "P"
               MOVE TB-VAL (TB-I, 1) TO TBL-ACTP
               MOVE TB-VAL (TB-I, 2) TO TBL-ANTP
           ELSE
               MOVE TB-VAL (TB-I, 1) TO TBL-ACT
               MOVE TB-VAL (TB-I, 2) TO TBL-ANT.
           IF TB-TIPO (TB-I) NOT = "P" AND TB-VAL (TB-I, 2) NOT = ZEROS
               COMPUTE TB-PCT ROUNDED = (TB-VAL (TB-I, 1)
                   - TB-VAL (TB-I, 2)) * 100 / TB-VAL (TB-I, 2)
                   ON SIZE ERROR MOVE 9999.9 TO TB-PCT
               END-COMPUTE
               MOVE TB-PCT TO TB-VARED
               MOVE TB-VARED TO TBL-VAR.
           COMPUTE TB-DIF = TB-VAL (TB-I, 1) - TB-VAL (TB-I, 3).
           IF TB-TIPO (TB-I) = "D"
               MOVE TB-DIF TO TB-MESED
               MOVE TB-MESED TO TBL-MES.
           IF TB-TIPO (TB-I) = "E"
               MOVE TB-DIF TO TB-MESEDC
               MOVE TB-MESEDC TO TBL-MES.
           WRITE RENGLON FROM TB-LIMP AFTER 1.
       F-TB-RENGLON.
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
           CHAIN "MENU".
           STOP RUN.

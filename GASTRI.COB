       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GASTRI.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * GASTO TRIBUTARIO DE UN A#O: LO QUE SE DEJO DE COBRAR POR
      * EXENCIONES APLICADAS AL EMITIR (CAMPO BONIF DE LAS CUOTAS DEL
      * A#O CON EXENCION EN AREXEN, DESCONTADA LA BONIFICACION
      * PUNTUAL QUE TAMBIEN SE SUMA AHI), BONIFICACIONES POR PAGO
      * PUNTUAL (ARBONID), CONDONACIONES DE MORATORIA (ARMORAD) Y
      * NOTAS DE CREDITO VIGENTES (ARNOTDC). LAS EXENCIONES VAN POR
      * EL A#O DE LA CUOTA; LO DEMAS POR LA FECHA EN QUE SE OTORGO.
      * RESUME POR TIPO, ZONA Y CATEGORIA (ARCLIDA) CON LA CANTIDAD
      * DE BENEFICIARIOS, Y PUEDE DEJAR EL DETALLE EN GASTDET.TXT.
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
                  WITH DUPLICATES.

           SELECT CODI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS N-CODI.

           SELECT EXEN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS EX-CLAVE
                  FILE STATUS IS EX-STATUS.

           SELECT CLIDA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CD-CLI
                  FILE STATUS IS CDA-STATUS.

           SELECT ZONA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS ZO-NRO
                  FILE STATUS IS ZO-STATUS.

           SELECT NOTDC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DC-NRO
                  ALTERNATE RECORD IS DC-CLI
                  WITH DUPLICATES
                  FILE STATUS IS DC-STATUS.

           SELECT MORAD ASSIGN TO DISK
                  FILE STATUS IS MD-STATUS.

           SELECT BONID ASSIGN TO DISK
                  FILE STATUS IS BD-STATUS.

           SELECT DETA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

           SELECT WORK-SORT ASSIGN TO DISK.

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

       FD  CODI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCODI"
           DATA RECORD IS REG-CODI.

       01  REG-CODI.
           03 N-CODI             PIC 9(3).
           03 B-CODI             PIC X(40).
           03 B-MONTO            PIC 9(11)V99.
           03 B-FREC             PIC 9.

       FD  EXEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AREXEN"
           DATA RECORD IS REG-EXEN.

       01  REG-EXEN.
           03 EX-CLAVE.
              05 EX-CLI          PIC X(25).
              05 EX-TIP          PIC 9(3).
           03 EX-PORC            PIC 99V99.
           03 EX-VTO             PIC 9(8).

      *    DATOS COMPLEMENTARIOS DEL CLIENTE (ZONA, CATEGORIA Y
      *    ORDEN DE VISITA DENTRO DE LA ZONA).
       FD  CLIDA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDA.

       01  REG-CLIDA.
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

       FD  ZONA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARZONA"
           DATA RECORD IS REG-ZONA.

       01  REG-ZONA.
           03 ZO-NRO            PIC 999.
           03 ZO-DESC           PIC X(25).

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

       FD  MORAD LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARMORAD"
           DATA RECORD IS REG-MORAD.

       01  REG-MORAD.
           03 MD-NRO            PIC 99.
           03 MD-CLI            PIC X(25).
           03 MD-FECHA          PIC 9(8).
           03 MD-PAGADO         PIC 9(11)V99.
           03 MD-CONDONADO      PIC 9(9)V99.
           03 MD-TIP            PIC 9(3).

       FD  BONID LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARBONID"
           DATA RECORD IS REG-BONID.

       01  REG-BONID.
           03 BD-FECHA          PIC 9(8).
           03 BD-CLI            PIC X(25).
           03 BD-IMPORTE        PIC 9(9)V99.
           03 BD-CUOTA.
              05 BD-CAA         PIC 99.
              05 BD-CP1         PIC 99.
              05 BD-TIP         PIC 9(3).

       FD  DETA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "GASTDET.TXT"
           DATA RECORD IS REG-DETA.

       01  REG-DETA             PIC X(132).

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

      *    UN RENGLON POR CADA IMPORTE RESIGNADO, ORDENADO POR
      *    CLIENTE PARA CONTAR LOS BENEFICIARIOS UNA SOLA VEZ.
       SD  WORK-SORT
           DATA RECORD IS GS-REG.

       01  GS-REG.
           03 GS-CLI             PIC X(25).
           03 GS-CONC            PIC 9.
           03 GS-TIP             PIC 9(3).
           03 GS-FECHA           PIC 9(8).
           03 GS-REF             PIC X(10).
           03 GS-IMP             PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  EX-STATUS             PIC XX VALUE SPACES.
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  ZO-STATUS             PIC XX VALUE SPACES.
       77  DC-STATUS             PIC XX VALUE SPACES.
       77  MD-STATUS             PIC XX VALUE SPACES.
       77  BD-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  GT-ANO1               PIC XX VALUE SPACES.
       77  GT-ANO1-N             PIC 99 VALUE ZEROS.
       77  GT-ANO                PIC 9999 VALUE ZEROS.
       77  GT-DET                PIC X VALUE "N".
       77  GT-FANO               PIC 9999 VALUE ZEROS.
       77  GT-RESTO              PIC 9(4) VALUE ZEROS.
       77  GT-I                  PIC 9(4) VALUE ZEROS.
       77  GT-K                  PIC 9 VALUE ZEROS.
       77  GT-LEIDOS             PIC 9(7) VALUE ZEROS.
       77  GT-ED                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
      *    CLIENTE EN CURSO EN LA SALIDA DEL ORDENAMIENTO.
       77  CL-CLI                PIC X(25) VALUE SPACES.
       77  CL-ZONA               PIC 999 VALUE ZEROS.
       77  CL-CAT                PIC X VALUE SPACE.
       77  CL-IC                 PIC 99 VALUE ZEROS.
       77  CL-FZ                 PIC X VALUE "N".
       77  CL-NOM                PIC X(25) VALUE SPACES.
       01  CL-FLAGS.
           03 CL-FT              PIC X OCCURS 1000.
           03 CL-FC              PIC X OCCURS 4.
      *    ACUMULADOS POR TIPO Y POR ZONA (POSICION = CODIGO + 1) Y
      *    POR CATEGORIA. CONCEPTO 1=EXENCION 2=BONIF. PUNTUAL
      *    3=CONDONACION DE MORATORIA 4=NOTA DE CREDITO.
       01  GT-TTAB.
           03 GT-TFILA OCCURS 1000.
              05 GT-TIMP         PIC S9(12)V99 OCCURS 4.
              05 GT-TBEN         PIC 9(6).
       01  GT-ZTAB.
           03 GT-ZFILA OCCURS 1000.
              05 GT-ZIMP         PIC S9(12)V99 OCCURS 4.
              05 GT-ZBEN         PIC 9(6).
       77  GC-N                  PIC 99 VALUE ZEROS.
       01  GT-CTAB.
           03 GT-CFILA OCCURS 40.
              05 GC-CAT          PIC X.
              05 GT-CIMP         PIC S9(12)V99 OCCURS 4.
              05 GT-CBEN         PIC 9(6).
       01  GT-GEN.
           03 GG-IMP             PIC S9(12)V99 OCCURS 4.
           03 GG-BEN             PIC 9(6) OCCURS 4.
           03 GG-BENT            PIC 9(6).
       01  GT-SUMA               PIC S9(12)V99 VALUE ZEROS.
       01  GT-CONCEPTOS.
           03 F                  PIC X(14) VALUE "EXENCION".
           03 F                  PIC X(14) VALUE "BONIF.PUNTUAL".
           03 F                  PIC X(14) VALUE "CONDONACION".
           03 F                  PIC X(14) VALUE "NOTA CREDITO".
       01  GT-CONC-R REDEFINES GT-CONCEPTOS.
           03 GT-CONC-D          PIC X(14) OCCURS 4.

       01  GT-TITU.
           03 F PIC X(40)
              VALUE "GASTO TRIBUTARIO (RECURSOS RESIGNADOS) ".
           03 F PIC X(8) VALUE "- A#O: ".
           03 GTT-ANO            PIC 9999.

       01  GT-SECCION.
           03 F                  PIC X(4) VALUE "*** ".
           03 GTS-TEXTO          PIC X(40).

       01  GT-CAB.
           03 F PIC X(30) VALUE "COD  DESCRIPCION".
           03 F PIC X(16) VALUE "      EXENCIONES".
           03 F PIC X(16) VALUE "   BONIF.PUNTUAL".
           03 F PIC X(16) VALUE "   CONDONACIONES".
           03 F PIC X(16) VALUE "   NOTAS CREDITO".
           03 F PIC X(17) VALUE "            TOTAL".
           03 F PIC X(9)  VALUE "   BENEF.".

       01  GT-LINEA.
           03 GL-COD             PIC X(5).
           03 GL-DESC            PIC X(25).
           03 GL-IMP             PIC -ZZZ,ZZZ,ZZ9.99 OCCURS 4.
           03 GL-TOT             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC XX VALUE SPACES.
           03 GL-BEN             PIC ZZZ,ZZ9.

       01  GT-CONLIN.
           03 GK-DESC            PIC X(30).
           03 GK-IMP             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(4) VALUE SPACES.
           03 GK-BEN             PIC ZZZ,ZZ9.
           03 F                  PIC X(14) VALUE " BENEFICIARIOS".

       01  GT-DCAB.
           03 F PIC X(26) VALUE "CLIENTE".
           03 F PIC X(26) VALUE "NOMBRE".
           03 F PIC X(15) VALUE "CONCEPTO".
           03 F PIC X(5)  VALUE "TIPO".
           03 F PIC X(11) VALUE "REFERENCIA".
           03 F PIC X(11) VALUE "FECHA".
           03 F PIC X(16) VALUE "         IMPORTE".

       01  GT-DLIN.
           03 GD-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 GD-NOM             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 GD-CONC            PIC X(14).
           03 F                  PIC X VALUE SPACE.
           03 GD-TIP             PIC ZZ9.
           03 F                  PIC XX VALUE SPACES.
           03 GD-REF             PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 GD-FECHA           PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 GD-IMP             PIC -ZZZ,ZZZ,ZZ9.99.

       01  GT-FEC8               PIC 9(8) VALUE ZEROS.
       01  GT-FEC8-R REDEFINES GT-FEC8.
           03 GT-F8A             PIC 9999.
           03 GT-F8M             PIC 99.
           03 GT-F8D             PIC 99.
       01  GT-FECED.
           03 GT-FED             PIC 99.
           03 F                  PIC X VALUE "/".
           03 GT-FEM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 GT-FEA             PIC 9999.
       01  GT-REFCUO.
           03 GT-RAA             PIC 99.
           03 F                  PIC X VALUE "/".
           03 GT-RP1             PIC 99.
       01  GT-REFNRO.
           03 F                  PIC X(3) VALUE "NRO".
           03 GT-RNRO            PIC ZZZZZ9.

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARIMPU  02".
              05 F               PIC X(10) VALUE "ARCODI  02".
              05 F               PIC X(10) VALUE "AREXEN  02".
              05 F               PIC X(10) VALUE "ARCLIDA 02".
              05 F               PIC X(10) VALUE "ARBONID 02".
              05 F               PIC X(10) VALUE "ARMORAD 02".
              05 F               PIC X(40) VALUE SPACES.
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
              VALUE " GASTO TRIBUTARIO ".
           03 LINE 10 COLUMN 24
              VALUE "1-INFORME ANUAL".
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
           OPEN INPUT CONTRI.
           OPEN INPUT IMPU.
           OPEN INPUT CODI.
           OPEN INPUT EXEN.
           IF EX-STATUS NOT = "00"
               OPEN OUTPUT EXEN
               CLOSE EXEN
               OPEN INPUT EXEN.
           OPEN INPUT CLIDA.
           IF CDA-STATUS NOT = "00"
               OPEN OUTPUT CLIDA
               CLOSE CLIDA
               OPEN INPUT CLIDA.
           OPEN INPUT ZONA.
           IF ZO-STATUS NOT = "00"
               OPEN OUTPUT ZONA
               CLOSE ZONA
               OPEN INPUT ZONA.
           OPEN INPUT NOTDC.
           IF DC-STATUS NOT = "00"
               OPEN OUTPUT NOTDC
               CLOSE NOTDC
               OPEN INPUT NOTDC.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO GASTO.
           IF OPC = "2" GO TO CIERRE.
           GO TO L-PANT.

       GASTO.
           PERFORM ENCABEZA.
           DISPLAY "A#O A INFORMAR:" AT 0918.
           MOVE SPACES TO GT-ANO1.
           ACCEPT GT-ANO1 AT 0934 WITH PROMPT.
           IF GT-ANO1 = SPACES OR GT-ANO1 = "0" GO TO ENCABEZA.
           MOVE GT-ANO1 TO GT-ANO1-N.
           MOVE GT-ANO1-N TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO GT-ANO.
           DISPLAY GT-ANO AT 0934.
       GA-DET.
           DISPLAY "DETALLE POR CLIENTE EN GASTDET.TXT S/N" AT 1018.
           MOVE "N" TO GT-DET.
           ACCEPT GT-DET AT 1058 WITH PROMPT.
           IF GT-DET NOT = "S" AND GT-DET NOT = "N" GO TO GA-DET.
       GA-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO GASTRI.TXT  3=CANCELA"
               AT 1118 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1164 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO GA-GO.
           IF OPC = "2" MOVE "GASTRI.TXT" TO IMPRE-DEST GO TO GA-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO GA-DEST.
       GA-GO.
           DISPLAY "PROCESANDO..." AT 1318 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO GT-TTAB GT-ZTAB GT-CTAB GT-GEN GC-N
               GT-LEIDOS.
           MOVE GT-ANO TO GTT-ANO.
           IF GT-DET = "S"
               OPEN OUTPUT DETA
               WRITE REG-DETA FROM GT-TITU
               WRITE REG-DETA FROM GT-DCAB.
           SORT WORK-SORT
               ON ASCENDING KEY GS-CLI GS-CONC GS-TIP GS-FECHA
               INPUT PROCEDURE IS GA-CARGA THRU F-GA-CARGA
               OUTPUT PROCEDURE IS GA-ACUM THRU F-GA-ACUM.
           IF GT-DET = "S" CLOSE DETA.
           PERFORM GA-INFORME THRU F-GA-INFORME.
           PERFORM ENCABEZA.
           DISPLAY "GASTO TRIBUTARIO DEL A#O" AT 0918.
           DISPLAY GT-ANO AT 0943.
           MOVE 1 TO GT-K.
       GA-PANT.
           COMPUTE GT-I = 10 + GT-K.
           DISPLAY (GT-I, 18) GT-CONC-D (GT-K).
           MOVE GG-IMP (GT-K) TO GT-ED.
           DISPLAY (GT-I, 33) GT-ED.
           DISPLAY (GT-I, 53) GG-BEN (GT-K).
           ADD 1 TO GT-K.
           IF GT-K < 5 GO TO GA-PANT.
           COMPUTE GT-SUMA = GG-IMP (1) + GG-IMP (2) + GG-IMP (3)
               + GG-IMP (4).
           MOVE GT-SUMA TO GT-ED.
           DISPLAY "TOTAL" AT 1618.
           DISPLAY GT-ED AT 1633.
           DISPLAY GG-BENT AT 1653.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1860 WITH PROMPT.
           GO TO ENCABEZA.

      *    ENTRADA DEL ORDENAMIENTO: LAS CUATRO FUENTES DEL A#O.
       GA-CARGA.
           MOVE LOW-VALUES TO NUM-CO1.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO GA-BON.
       GA-IMP.
           READ IMPU NEXT RECORD AT END GO TO GA-BON.
           IF ANO NOT = GT-ANO OR BONIF = ZEROS GO TO GA-IMP.
      *    BONIF SIN EXENCION DEL CLIENTE PARA EL TIPO ES SOLO
      *    BONIFICACION PUNTUAL, QUE SE TOMA DE ARBONID.
           MOVE CONT TO EX-CLI.
           MOVE TIP-IMP TO EX-TIP.
           READ EXEN KEY IS EX-CLAVE
           INVALID KEY GO TO GA-IMP.
           MOVE CONT TO GS-CLI.
           MOVE 1 TO GS-CONC.
           MOVE TIP-IMP TO GS-TIP.
           COMPUTE GS-FECHA = AAV * 10000 + MMV * 100 + DDV.
           MOVE AA TO GT-RAA.
           MOVE P1 TO GT-RP1.
           MOVE GT-REFCUO TO GS-REF.
           MOVE BONIF TO GS-IMP.
           RELEASE GS-REG.
           ADD 1 TO GT-LEIDOS.
           GO TO GA-IMP.
       GA-BON.
           OPEN INPUT BONID.
           IF BD-STATUS NOT = "00" GO TO GA-MOR.
       GA-BON-R.
           READ BONID AT END GO TO GA-BON-F.
           IF BD-CUOTA IS NOT NUMERIC MOVE ZEROS TO BD-CUOTA.
      *    LA PARTE PUNTUAL DE UNA CUOTA CON EXENCION DEL A#O SE
      *    RESTA DE LA EXENCION, QUE LA TRAE SUMADA EN BONIF.
           IF BD-TIP NOT = ZEROS
               MOVE BD-CAA TO AA-VENT
               PERFORM VENTANA-ANO THRU F-VENTANA-ANO
               IF ANO-VENT = GT-ANO
                   PERFORM GA-BON-EXE THRU F-GA-BON-EXE.
           DIVIDE BD-FECHA BY 10000 GIVING GT-FANO
               REMAINDER GT-RESTO.
           IF GT-FANO NOT = GT-ANO GO TO GA-BON-R.
           MOVE BD-CLI TO GS-CLI.
           MOVE 2 TO GS-CONC.
           MOVE BD-TIP TO GS-TIP.
           MOVE BD-FECHA TO GS-FECHA.
           MOVE SPACES TO GS-REF.
           IF BD-TIP NOT = ZEROS
               MOVE BD-CAA TO GT-RAA
               MOVE BD-CP1 TO GT-RP1
               MOVE GT-REFCUO TO GS-REF.
           MOVE BD-IMPORTE TO GS-IMP.
           RELEASE GS-REG.
           ADD 1 TO GT-LEIDOS.
           GO TO GA-BON-R.
       GA-BON-F.
           CLOSE BONID.
       GA-MOR.
           OPEN INPUT MORAD.
           IF MD-STATUS NOT = "00" GO TO GA-NDC.
       GA-MOR-R.
           READ MORAD AT END GO TO GA-MOR-F.
           IF MD-CONDONADO = ZEROS GO TO GA-MOR-R.
           DIVIDE MD-FECHA BY 10000 GIVING GT-FANO
               REMAINDER GT-RESTO.
           IF GT-FANO NOT = GT-ANO GO TO GA-MOR-R.
           IF MD-TIP IS NOT NUMERIC MOVE ZEROS TO MD-TIP.
           MOVE MD-CLI TO GS-CLI.
           MOVE 3 TO GS-CONC.
           MOVE MD-TIP TO GS-TIP.
           MOVE MD-FECHA TO GS-FECHA.
           MOVE MD-NRO TO GT-RNRO.
           MOVE GT-REFNRO TO GS-REF.
           MOVE MD-CONDONADO TO GS-IMP.
           RELEASE GS-REG.
           ADD 1 TO GT-LEIDOS.
           GO TO GA-MOR-R.
       GA-MOR-F.
           CLOSE MORAD.
       GA-NDC.
           MOVE ZEROS TO DC-NRO.
           START NOTDC KEY IS NOT LESS THAN DC-NRO
           INVALID KEY GO TO F-GA-CARGA.
       GA-NDC-R.
           READ NOTDC NEXT RECORD AT END GO TO F-GA-CARGA.
           IF DC-TIPODOC NOT = "C" OR DC-EST = "A" GO TO GA-NDC-R.
           IF DC-AA NOT = GT-ANO GO TO GA-NDC-R.
           MOVE DC-CLI TO GS-CLI.
           MOVE 4 TO GS-CONC.
           MOVE DC-TIP TO GS-TIP.
           COMPUTE GS-FECHA = DC-AA * 10000 + DC-MM * 100 + DC-DD.
           MOVE DC-NRO TO GT-RNRO.
           MOVE GT-REFNRO TO GS-REF.
           MOVE DC-MONTO TO GS-IMP.
           RELEASE GS-REG.
           ADD 1 TO GT-LEIDOS.
           GO TO GA-NDC-R.
       F-GA-CARGA.
           EXIT.

       GA-BON-EXE.
           MOVE BD-CLI TO EX-CLI.
           MOVE BD-TIP TO EX-TIP.
           READ EXEN KEY IS EX-CLAVE
           INVALID KEY GO TO F-GA-BON-EXE.
           MOVE BD-CLI TO GS-CLI.
           MOVE 1 TO GS-CONC.
           MOVE BD-TIP TO GS-TIP.
           MOVE BD-FECHA TO GS-FECHA.
           MOVE BD-CAA TO GT-RAA.
           MOVE BD-CP1 TO GT-RP1.
           MOVE GT-REFCUO TO GS-REF.
           COMPUTE GS-IMP = ZEROS - BD-IMPORTE.
           RELEASE GS-REG.
       F-GA-BON-EXE.
           EXIT.

      *    SALIDA DEL ORDENAMIENTO: ACUMULA Y CUENTA CADA CLIENTE UNA
      *    VEZ POR TIPO, ZONA, CATEGORIA Y CONCEPTO.
       GA-ACUM.
           MOVE HIGH-VALUES TO CL-CLI.
       GA-AC-R.
           RETURN WORK-SORT AT END GO TO F-GA-ACUM.
           IF GS-CLI NOT = CL-CLI
               PERFORM GA-CLIENTE THRU F-GA-CLIENTE.
           COMPUTE GT-I = GS-TIP + 1.
           ADD GS-IMP TO GT-TIMP (GT-I, GS-CONC).
           IF CL-FT (GT-I) = SPACE
               MOVE "S" TO CL-FT (GT-I)
               ADD 1 TO GT-TBEN (GT-I).
           COMPUTE GT-I = CL-ZONA + 1.
           ADD GS-IMP TO GT-ZIMP (GT-I, GS-CONC).
           ADD GS-IMP TO GT-CIMP (CL-IC, GS-CONC).
           IF CL-FZ = "N"
               MOVE "S" TO CL-FZ
               ADD 1 TO GT-ZBEN (GT-I) GT-CBEN (CL-IC) GG-BENT.
           ADD GS-IMP TO GG-IMP (GS-CONC).
           IF CL-FC (GS-CONC) = SPACE
               MOVE "S" TO CL-FC (GS-CONC)
               ADD 1 TO GG-BEN (GS-CONC).
           IF GT-DET = "S"
               PERFORM GA-DETALLE THRU F-GA-DETALLE.
           GO TO GA-AC-R.
       F-GA-ACUM.
           EXIT.

       GA-CLIENTE.
           MOVE GS-CLI TO CL-CLI.
           MOVE SPACES TO CL-FLAGS.
           MOVE "N" TO CL-FZ.
           MOVE ZEROS TO CL-ZONA.
           MOVE SPACE TO CL-CAT.
           MOVE GS-CLI TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY MOVE SPACES TO REG-CLIDA.
           IF CDA-STATUS = "00"
               MOVE CD-ZONA TO CL-ZONA
               MOVE CD-CAT TO CL-CAT.
           IF CL-ZONA IS NOT NUMERIC MOVE ZEROS TO CL-ZONA.
           MOVE 1 TO CL-IC.
       GCL-B.
           IF CL-IC > GC-N GO TO GCL-NUEVA.
           IF GC-CAT (CL-IC) = CL-CAT GO TO GCL-NOM.
           ADD 1 TO CL-IC.
           GO TO GCL-B.
       GCL-NUEVA.
           IF GC-N = 40
               MOVE 40 TO CL-IC
               GO TO GCL-NOM.
           ADD 1 TO GC-N.
           MOVE GC-N TO CL-IC.
           MOVE CL-CAT TO GC-CAT (CL-IC).
       GCL-NOM.
           MOVE SPACES TO CL-NOM.
           IF GT-DET NOT = "S" GO TO F-GA-CLIENTE.
           MOVE GS-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE NOMBRE TO CL-NOM.
       F-GA-CLIENTE.
           EXIT.

       GA-DETALLE.
           MOVE GS-CLI TO GD-CLI.
           MOVE CL-NOM TO GD-NOM.
           MOVE GT-CONC-D (GS-CONC) TO GD-CONC.
           MOVE GS-TIP TO GD-TIP.
           MOVE GS-REF TO GD-REF.
           MOVE GS-FECHA TO GT-FEC8.
           MOVE GT-F8D TO GT-FED.
           MOVE GT-F8M TO GT-FEM.
           MOVE GT-F8A TO GT-FEA.
           MOVE GT-FECED TO GD-FECHA.
           MOVE GS-IMP TO GD-IMP.
           WRITE REG-DETA FROM GT-DLIN.
       F-GA-DETALLE.
           EXIT.

      *    RESUMEN: POR CONCEPTO, POR TIPO, POR ZONA Y POR CATEGORIA.
       GA-INFORME.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM GT-TITU AFTER 1.
           MOVE "POR CONCEPTO" TO GTS-TEXTO.
           WRITE RENGLON FROM GT-SECCION AFTER 2.
           PERFORM INF-CONCEPTO THRU F-INF-CONCEPTO
               VARYING GT-K FROM 1 BY 1 UNTIL GT-K > 4.
           MOVE "TOTAL" TO GK-DESC.
           COMPUTE GT-SUMA = GG-IMP (1) + GG-IMP (2) + GG-IMP (3)
               + GG-IMP (4).
           MOVE GT-SUMA TO GK-IMP.
           MOVE GG-BENT TO GK-BEN.
           WRITE RENGLON FROM GT-CONLIN AFTER 1.
           MOVE "POR TIPO DE VENCIMIENTO" TO GTS-TEXTO.
           WRITE RENGLON FROM GT-SECCION AFTER 2.
           WRITE RENGLON FROM GT-CAB AFTER 1.
           PERFORM INF-TIPO THRU F-INF-TIPO
               VARYING GT-I FROM 1 BY 1 UNTIL GT-I > 1000.
           MOVE "POR ZONA" TO GTS-TEXTO.
           WRITE RENGLON FROM GT-SECCION AFTER 2.
           WRITE RENGLON FROM GT-CAB AFTER 1.
           PERFORM INF-ZONA THRU F-INF-ZONA
               VARYING GT-I FROM 1 BY 1 UNTIL GT-I > 1000.
           MOVE "POR CATEGORIA" TO GTS-TEXTO.
           WRITE RENGLON FROM GT-SECCION AFTER 2.
           WRITE RENGLON FROM GT-CAB AFTER 1.
           PERFORM INF-CATEG THRU F-INF-CATEG
               VARYING GT-I FROM 1 BY 1 UNTIL GT-I > GC-N.
           MOVE SPACES TO GL-COD.
           MOVE "TOTAL" TO GL-DESC.
           MOVE GG-IMP (1) TO GL-IMP (1).
           MOVE GG-IMP (2) TO GL-IMP (2).
           MOVE GG-IMP (3) TO GL-IMP (3).
           MOVE GG-IMP (4) TO GL-IMP (4).
           MOVE GT-SUMA TO GL-TOT.
           MOVE GG-BENT TO GL-BEN.
           WRITE RENGLON FROM GT-LINEA AFTER 2.
           CLOSE IMPRE.
       F-GA-INFORME.
           EXIT.

       INF-CONCEPTO.
           MOVE GT-CONC-D (GT-K) TO GK-DESC.
           MOVE GG-IMP (GT-K) TO GK-IMP.
           MOVE GG-BEN (GT-K) TO GK-BEN.
           WRITE RENGLON FROM GT-CONLIN AFTER 1.
       F-INF-CONCEPTO.
           EXIT.

       INF-TIPO.
           IF GT-TBEN (GT-I) = ZEROS GO TO F-INF-TIPO.
           COMPUTE N-CODI = GT-I - 1.
           MOVE N-CODI TO GL-COD.
           MOVE "SIN TIPO" TO GL-DESC.
           IF N-CODI NOT = ZEROS
               READ CODI KEY IS N-CODI
               INVALID KEY MOVE SPACES TO GL-DESC
               NOT INVALID KEY MOVE B-CODI TO GL-DESC.
           MOVE GT-TIMP (GT-I, 1) TO GL-IMP (1).
           MOVE GT-TIMP (GT-I, 2) TO GL-IMP (2).
           MOVE GT-TIMP (GT-I, 3) TO GL-IMP (3).
           MOVE GT-TIMP (GT-I, 4) TO GL-IMP (4).
           COMPUTE GL-TOT = GT-TIMP (GT-I, 1) + GT-TIMP (GT-I, 2)
               + GT-TIMP (GT-I, 3) + GT-TIMP (GT-I, 4).
           MOVE GT-TBEN (GT-I) TO GL-BEN.
           WRITE RENGLON FROM GT-LINEA AFTER 1.
       F-INF-TIPO.
           EXIT.

       INF-ZONA.
           IF GT-ZBEN (GT-I) = ZEROS GO TO F-INF-ZONA.
           COMPUTE ZO-NRO = GT-I - 1.
           MOVE ZO-NRO TO GL-COD.
           MOVE "SIN ZONA" TO GL-DESC.
           IF ZO-NRO NOT = ZEROS
               READ ZONA KEY IS ZO-NRO
               INVALID KEY MOVE SPACES TO GL-DESC
               NOT INVALID KEY MOVE ZO-DESC TO GL-DESC.
           MOVE GT-ZIMP (GT-I, 1) TO GL-IMP (1).
           MOVE GT-ZIMP (GT-I, 2) TO GL-IMP (2).
           MOVE GT-ZIMP (GT-I, 3) TO GL-IMP (3).
           MOVE GT-ZIMP (GT-I, 4) TO GL-IMP (4).
           COMPUTE GL-TOT = GT-ZIMP (GT-I, 1) + GT-ZIMP (GT-I, 2)
               + GT-ZIMP (GT-I, 3) + GT-ZIMP (GT-I, 4).
           MOVE GT-ZBEN (GT-I) TO GL-BEN.
           WRITE RENGLON FROM GT-LINEA AFTER 1.
       F-INF-ZONA.
           EXIT.

       INF-CATEG.
           MOVE SPACES TO GL-COD.
           MOVE GC-CAT (GT-I) TO GL-COD.
           MOVE "CATEGORIA" TO GL-DESC.
           IF GC-CAT (GT-I) = SPACE
               MOVE "SIN CATEGORIA" TO GL-DESC.
           IF GT-I = 40 AND GC-N = 40
               MOVE "OTRAS CATEGORIAS" TO GL-DESC.
           MOVE GT-CIMP (GT-I, 1) TO GL-IMP (1).
           MOVE GT-CIMP (GT-I, 2) TO GL-IMP (2).
           MOVE GT-CIMP (GT-I, 3) TO GL-IMP (3).
           MOVE GT-CIMP (GT-I, 4) TO GL-IMP (4).
           COMPUTE GL-TOT = GT-CIMP (GT-I, 1) + GT-CIMP (GT-I, 2)
               + GT-CIMP (GT-I, 3) + GT-CIMP (GT-I, 4).
           MOVE GT-CBEN (GT-I) TO GL-BEN.
           WRITE RENGLON FROM GT-LINEA AFTER 1.
       F-INF-CATEG.
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
           CLOSE CONTRI IMPU CODI EXEN CLIDA ZONA NOTDC.
           CHAIN "MENU".
           STOP RUN.

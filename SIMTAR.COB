       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIMTAR.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * SIMULACION DE UN AUMENTO DE TARIFAS ANTES DE APLICARLO
      * (UTILITARIOS, OPCION 1): CON UNA PROPUESTA DE PORCENTAJE O
      * MONTO POR TIPO Y CATEGORIA PROYECTA LOS PROXIMOS DOCE MESES
      * DE EMISION DEL PADRON (ARPADR) CON SUS MASCARAS DE
      * TEMPORADA, TARIFA VIGENTE, PRECIO POR CATEGORIA, MODULOS, AD
      * VALOREM Y EXENCIONES, Y ESTIMA LO QUE SE COBRARIA CON EL
      * PORCENTAJE DE COBRO DE LOS ULTIMOS DOCE MESES EN ARTOTAL.
      * LISTA LO ACTUAL CONTRA LO PROPUESTO POR TIPO, ZONA Y
      * CATEGORIA, Y LOS CLIENTES CON MAYOR AUMENTO. NO GRABA NADA.
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

           SELECT CODI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS N-CODI.

           SELECT PADR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PD-CLAVE
                  FILE STATUS IS PD-STATUS.

           SELECT EXEN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS EX-CLAVE
                  FILE STATUS IS EX-STATUS.

           SELECT CATE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CG-CLAVE
                  FILE STATUS IS CG-STATUS.

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

           SELECT TARH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TH-CLAVE
                  FILE STATUS IS TH-STATUS.

           SELECT TOTAL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

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

       FD  CODI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCODI"
           DATA RECORD IS REG-CODI.

       01  REG-CODI.
           03 N-CODI             PIC 9(3).
           03 B-CODI             PIC X(40).
           03 B-MONTO            PIC 9(11)V99.
           03 B-FREC             PIC 9.
              88 FREC-MENSUAL        VALUE 1.
              88 FREC-BIMESTRAL      VALUE 2.
              88 FREC-TRIMESTRAL     VALUE 3.
              88 FREC-ANUAL          VALUE 4.

       FD  PADR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPADR"
           DATA RECORD IS REG-PADR.

       01  REG-PADR.
           03 PD-CLAVE.
              05 PD-CLI          PIC X(25).
              05 PD-TIP          PIC 9(3).
      *    MASCARA ESTACIONAL: UNA POSICION POR MES, "N" = ESE MES NO
      *    SE EMITE. EN BLANCO = TODO EL A#O.
           03 PD-MESES           PIC X(12).

       FD  EXEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AREXEN"
           DATA RECORD IS REG-EXEN.

       01  REG-EXEN.
           03 EX-CLAVE.
              05 EX-CLI          PIC X(25).
              05 EX-TIP          PIC 9(3).
           03 EX-PORC            PIC 99V99.
           03 EX-VTO             PIC 9(8).

      *    MATRIZ DE PRECIOS POR CATEGORIA DE CLIENTE Y TIPO.
       FD  CATE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCATE"
           DATA RECORD IS REG-CATE.

       01  REG-CATE.
           03 CG-CLAVE.
              05 CG-CAT          PIC X.
              05 CG-TIP          PIC 9(3).
           03 CG-MONTO           PIC 9(11)V99.

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

      *    HISTORIA DE TARIFAS (LA ESCRIBEN CARGA Y UTILITARIOS).
       FD  TARH LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARTARH"
           DATA RECORD IS REG-TARH.

       01  REG-TARH.
           03 TH-CLAVE.
              05 TH-TIP          PIC 9(3).
              05 TH-DESDE        PIC 9(8).
           03 TH-MONTO           PIC 9(11)V99.
           03 TH-OPER            PIC X(10).
           03 TH-CLASE           PIC X.
           03 TH-MODU            PIC 9(5)V99.
           03 TH-VALMOD          PIC 9(7)V9999.

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
       77  PD-STATUS             PIC XX VALUE SPACES.
       77  EX-STATUS             PIC XX VALUE SPACES.
       77  CG-STATUS             PIC XX VALUE SPACES.
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  ZO-STATUS             PIC XX VALUE SPACES.
       77  TH-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  TV-TIPO               PIC 9(3) VALUE ZEROS.
       77  TV-FECHA              PIC 9(8) VALUE ZEROS.
       77  TV-MONTO              PIC 9(11)V99 VALUE ZEROS.
       77  TV-HAY                PIC X VALUE "N".
      *    PROPUESTA: RENGLON QUE SE ESTA CARGANDO.
       77  SI-N                  PIC 99 VALUE ZEROS.
       77  SI-I                  PIC 99 VALUE ZEROS.
       77  SI-LIN                PIC 99 VALUE ZEROS.
       77  SI-SEL                PIC 99 VALUE ZEROS.
       77  SI-PUNT               PIC 9 VALUE ZERO.
       77  SI-MEJOR              PIC 9 VALUE ZERO.
       77  SI-TIPE               PIC 999 VALUE ZEROS.
       77  SI-CATE               PIC X VALUE SPACE.
       77  SI-MODOE              PIC X VALUE "1".
       77  SI-PORC               PIC ZZ9.99 VALUE ZEROS.
       77  SI-PORC-N             PIC 999V99 VALUE ZEROS.
       77  SI-FIJO               PIC Z(11).99 VALUE ZEROS.
       77  SI-FIJO-N             PIC 9(11)V99 VALUE ZEROS.
      *    PROYECCION.
       77  SM-AA0                PIC 9999 VALUE ZEROS.
       77  SM-MM0                PIC 99 VALUE ZEROS.
       77  SM-AA                 PIC 9999 VALUE ZEROS.
       77  SM-MM                 PIC 99 VALUE ZEROS.
       77  SM-K                  PIC 99 VALUE ZEROS.
       77  SM-FECHA              PIC 9(8) VALUE ZEROS.
       77  SM-STEP               PIC 99 VALUE ZEROS.
       77  SM-COC                PIC 99 VALUE ZEROS.
       77  SM-RESTO              PIC 99 VALUE ZEROS.
       77  SM-NCUO               PIC 99 VALUE ZEROS.
       77  SM-BASE               PIC 9(11)V99 VALUE ZEROS.
       77  SM-PBASE              PIC 9(11)V99 VALUE ZEROS.
       77  SM-DESC               PIC 9(11)V99 VALUE ZEROS.
       77  SM-ACT                PIC 9(11)V99 VALUE ZEROS.
       77  SM-PRO                PIC 9(11)V99 VALUE ZEROS.
       77  SM-CACT               PIC 9(11)V99 VALUE ZEROS.
       77  SM-CPRO               PIC 9(11)V99 VALUE ZEROS.
       77  SM-ORIGEN             PIC X VALUE SPACE.
       77  SM-CAT                PIC X VALUE SPACE.
       77  SM-ZONA               PIC 999 VALUE ZEROS.
       77  SM-EXPORC             PIC 99V99 VALUE ZEROS.
       77  SM-EXVTO              PIC 9(8) VALUE ZEROS.
       77  SM-TIPB               PIC 9(3) VALUE ZEROS.
       77  SM-IT                 PIC 99 VALUE ZEROS.
       77  SM-IZ                 PIC 99 VALUE ZEROS.
       77  SM-IC                 PIC 99 VALUE ZEROS.
       77  SM-HALLO              PIC X VALUE "N".
       77  SM-PADRON             PIC 9(6) VALUE ZEROS.
       77  PER-DESDE             PIC 9(6) VALUE ZEROS.
       77  PER-HASTA             PIC 9(6) VALUE ZEROS.
       77  GL-EMH                PIC S9(13)V99 VALUE ZEROS.
       77  GL-COH                PIC S9(13)V99 VALUE ZEROS.
       77  GL-TASA               PIC 9V9999 VALUE ZEROS.
       77  GL-CUO                PIC 9(6) VALUE ZEROS.
       77  GL-ACT                PIC 9(12)V99 VALUE ZEROS.
       77  GL-PRO                PIC 9(12)V99 VALUE ZEROS.
       77  GL-CACT               PIC 9(12)V99 VALUE ZEROS.
       77  GL-CPRO               PIC 9(12)V99 VALUE ZEROS.
       77  CL-CLI                PIC X(25) VALUE SPACES.
       77  CL-ACT                PIC 9(12)V99 VALUE ZEROS.
       77  CL-PRO                PIC 9(12)V99 VALUE ZEROS.
       77  CL-DIF                PIC S9(12)V99 VALUE ZEROS.
       77  TC-N                  PIC 99 VALUE ZEROS.
       77  TC-I                  PIC 99 VALUE ZEROS.
       77  TC-J                  PIC 99 VALUE ZEROS.
       77  ST-N                  PIC 99 VALUE ZEROS.
       77  SZ-N                  PIC 99 VALUE ZEROS.
       77  SC-N                  PIC 99 VALUE ZEROS.
       77  SL-SUMA-DIF           PIC S9(12)V99 VALUE ZEROS.
       77  SL-SUMA-ACT           PIC 9(12)V99 VALUE ZEROS.
       77  SIM-ED                PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
      *    TIPO DE VENCIMIENTO (VER ADVAL).
       01  ADVAL-PAR.
           03 ADVAL-CLI          PIC X(25) VALUE SPACES.
           03 ADVAL-TIP          PIC 9(3) VALUE ZEROS.
           03 ADVAL-FECHA        PIC 9(8) VALUE ZEROS.
           03 ADVAL-CUOTAS       PIC 99 VALUE ZEROS.
           03 ADVAL-HAY          PIC X VALUE "N".
           03 ADVAL-MONTO        PIC 9(11)V99 VALUE ZEROS.
           03 ADVAL-VALUA        PIC 9(13)V99 VALUE ZEROS.
           03 ADVAL-SUPERF       PIC 9(7)V99 VALUE ZEROS.

      *    TARIFA EN MODULOS (VER MODULO): CANTIDAD DE MODULOS POR EL
      *    VALOR DEL MODULO VIGENTE AL VENCIMIENTO.
       01  MODULO-PAR.
           03 MODULO-CLI         PIC X(25) VALUE SPACES.
           03 MODULO-TIP         PIC 9(3) VALUE ZEROS.
           03 MODULO-FECHA       PIC 9(8) VALUE ZEROS.
           03 MODULO-HAY         PIC X VALUE "N".
           03 MODULO-CANT        PIC 9(5)V99 VALUE ZEROS.
           03 MODULO-VALOR       PIC 9(7)V9999 VALUE ZEROS.
           03 MODULO-MONTO       PIC 9(11)V99 VALUE ZEROS.
      *    FECHA DE PROCESO (VER FPROC).
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".
       01  FPROC-R REDEFINES FPROC-PAR.
           03 F                  PIC X(6).
           03 FPROC-AAAA         PIC 9999.
           03 FPROC-MMDD         PIC 9(4).
           03 F                  PIC X.
      *    PROPUESTA DE AUMENTO: TIPO 0 = TODOS LOS TIPOS, CATEGORIA
      *    EN BLANCO = TODAS. MODO 1 = PORCENTAJE, 2 = NUEVO MONTO.
      *    SI VARIOS RENGLONES ALCANZAN A UNA CUOTA MANDA EL MAS
      *    PARTICULAR (TIPO Y CATEGORIA, LUEGO TIPO, LUEGO CATEGORIA).
       01  SI-TABLA.
           03 SI-ITEM OCCURS 12.
              05 SI-TIP          PIC 9(3).
              05 SI-CAT          PIC X.
              05 SI-MODO         PIC X.
              05 SI-PCT          PIC 999V99.
              05 SI-FIJ          PIC 9(11)V99.
      *    ACUMULADOS POR TIPO, CON LO EMITIDO Y COBRADO DE LOS
      *    ULTIMOS DOCE MESES PARA EL PORCENTAJE DE COBRO. EL ULTIMO
      *    RENGLON JUNTA LOS TIPOS QUE NO ENTRAN.
       01  ST-TABLA.
           03 ST-ITEM OCCURS 60.
              05 ST-TIP          PIC 9(3).
              05 ST-EMH          PIC S9(13)V99.
              05 ST-COH          PIC S9(13)V99.
              05 ST-TASA         PIC 9V9999.
              05 ST-CUO          PIC 9(6).
              05 ST-ACT          PIC 9(12)V99.
              05 ST-PRO          PIC 9(12)V99.
              05 ST-CACT         PIC 9(12)V99.
              05 ST-CPRO         PIC 9(12)V99.
      *    ACUMULADOS POR ZONA (0 = SIN ZONA).
       01  SZ-TABLA.
           03 SZ-ITEM OCCURS 50.
              05 SZ-ZONA         PIC 999.
              05 SZ-CUO          PIC 9(6).
              05 SZ-ACT          PIC 9(12)V99.
              05 SZ-PRO          PIC 9(12)V99.
              05 SZ-CACT         PIC 9(12)V99.
              05 SZ-CPRO         PIC 9(12)V99.
      *    ACUMULADOS POR CATEGORIA (BLANCO = SIN CATEGORIA).
       01  SC-TABLA.
           03 SC-ITEM OCCURS 40.
              05 SC-CAT          PIC X.
              05 SC-CUO          PIC 9(6).
              05 SC-ACT          PIC 9(12)V99.
              05 SC-PRO          PIC 9(12)V99.
              05 SC-CACT         PIC 9(12)V99.
              05 SC-CPRO         PIC 9(12)V99.
      *    LOS VEINTE CLIENTES CON MAYOR AUMENTO, DE MAYOR A MENOR.
       01  TC-TABLA.
           03 TC-ITEM OCCURS 20.
              05 TC-CLI          PIC X(25).
              05 TC-ACT          PIC 9(12)V99.
              05 TC-PRO          PIC 9(12)V99.
              05 TC-DIF          PIC S9(12)V99.

       01  SI-RENG.
           03 SR-N               PIC Z9.
           03 F                  PIC X(3) VALUE SPACES.
           03 SR-TIP             PIC ZZ9.
           03 F                  PIC X(4) VALUE SPACES.
           03 SR-CAT             PIC X.
           03 F                  PIC X(4) VALUE SPACES.
           03 SR-DESC            PIC X(13).
           03 SR-VALOR           PIC Z(11).99.

       01  SM-TITU.
           03 F PIC X(37) VALUE "SIMULACION DE AUMENTO DE TARIFAS - ".
           03 F PIC X(16) VALUE "12 MESES DESDE ".
           03 SMT-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 SMT-AA             PIC 9999.
           03 F PIC X(40) VALUE "   (NO SE ACTUALIZA NINGUN ARCHIVO)".

       01  SM-TITU2.
           03 F PIC X(45) VALUE
              "PROPUESTA:  REN  TIPO  CAT  AUMENTO".

       01  SM-TCOL.
           03 F PIC X(25) VALUE "COD  DESCRIPCION".
           03 F PIC X(7)  VALUE " CUOTAS".
           03 F PIC X(17) VALUE "    EMISION ACT.".
           03 F PIC X(17) VALUE "   EMISION PROP.".
           03 F PIC X(17) VALUE "      DIFERENCIA".
           03 F PIC X(7)  VALUE "   VAR%".
           03 F PIC X(7)  VALUE " %COBRO".
           03 F PIC X(17) VALUE "    COBRO ACTUAL".
           03 F PIC X(17) VALUE "    COBRO PROPUE".

       01  SM-SECCION.
           03 F                  PIC X(4) VALUE "*** ".
           03 SMS-TEXTO          PIC X(40).

       01  SL-LINEA.
           03 SL-COD             PIC X(4).
           03 F                  PIC X VALUE SPACE.
           03 SL-DESC            PIC X(20).
           03 SL-CUO             PIC ZZZ,ZZ9.
           03 SL-ACT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 SL-PRO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 SL-DIF             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 SL-VAR             PIC -ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 SL-TASA            PIC ZZ9.99.
           03 SL-CACT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 SL-CPRO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  TL-TCOL.
           03 F PIC X(26) VALUE "CLIENTE".
           03 F PIC X(25) VALUE "NOMBRE".
           03 F PIC X(17) VALUE "     ANUAL ACTUAL".
           03 F PIC X(17) VALUE "  ANUAL PROPUESTO".
           03 F PIC X(17) VALUE "         AUMENTO".
           03 F PIC X(7)  VALUE "   VAR%".

       01  TL-LINEA.
           03 TL-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 TL-NOM             PIC X(25).
           03 TL-ACT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 TL-PRO             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03 TL-DIF             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03 TL-VAR             PIC -ZZ9.99.

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARCODI  02".
              05 F               PIC X(10) VALUE "AREXEN  02".
              05 F               PIC X(10) VALUE "ARPADR  02".
              05 F               PIC X(10) VALUE "ARTARH  02".
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
           03 LINE 08 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "  SIMULACION DE TARIFAS      ".
           03 LINE 10 COLUMN 24
              VALUE "1-SIMULAR UN AUMENTO".
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
           OPEN INPUT CODI.
           OPEN INPUT PADR.
           IF PD-STATUS NOT = "00"
               OPEN OUTPUT PADR
               CLOSE PADR
               OPEN INPUT PADR.
           OPEN INPUT EXEN.
           IF EX-STATUS NOT = "00"
               OPEN OUTPUT EXEN
               CLOSE EXEN
               OPEN INPUT EXEN.
           OPEN INPUT CATE.
           IF CG-STATUS NOT = "00"
               OPEN OUTPUT CATE
               CLOSE CATE
               OPEN INPUT CATE.
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
           OPEN INPUT TARH.
           IF TH-STATUS NOT = "00"
               OPEN OUTPUT TARH
               CLOSE TARH
               OPEN INPUT TARH.
           OPEN INPUT TOTAL.
           IF TO-STATUS NOT = "00"
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN INPUT TOTAL.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO SIMULA.
           IF OPC = "2" GO TO CIERRE.
           GO TO L-PANT.

      *    CARGA DE LA PROPUESTA: HASTA DOCE RENGLONES DE TIPO,
      *    CATEGORIA, MODO Y VALOR. EL MONTO FIJO, COMO EN LA
      *    ACTUALIZACION MASIVA, SOLO PARA UN TIPO.
       SIMULA.
           PERFORM ENCABEZA.
           DISPLAY "PROPUESTA DE AUMENTO (TIPO 0=TODOS, CATEGORIA"
               AT 0803.
           DISPLAY "VACIA=TODAS)" AT 0849.
           DISPLAY "REN  TIPO  CAT  MODO (1=% 2=MONTO)  VALOR" AT 0903
           WITH FOREGROUND-COLOR 3.
           MOVE ZEROS TO SI-N.
       SIM-REN.
           ADD 1 TO SI-N.
           COMPUTE SI-LIN = 9 + SI-N.
           DISPLAY (SI-LIN, 3) SI-N.
           MOVE ZEROS TO SI-TIPE.
           ACCEPT (SI-LIN, 9) SI-TIPE WITH PROMPT.
           MOVE SPACE TO SI-CATE.
           ACCEPT (SI-LIN, 15) SI-CATE WITH PROMPT.
       SIM-MODO.
           MOVE "1" TO SI-MODOE.
           ACCEPT (SI-LIN, 20) SI-MODOE WITH PROMPT.
           IF SI-MODOE NOT = "1" AND SI-MODOE NOT = "2"
               GO TO SIM-MODO.
           IF SI-MODOE = "2" AND SI-TIPE = ZEROS
           DISPLAY "MONTO FIJO SOLO PARA UN TIPO" AT 2303
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2332 WITH PROMPT
           DISPLAY "                             " AT 2303
           GO TO SIM-MODO.
       SIM-VALOR.
           MOVE ZEROS TO SI-PORC-N SI-FIJO-N.
           IF SI-MODOE = "1"
               MOVE ZEROS TO SI-PORC
               ACCEPT (SI-LIN, 39) SI-PORC WITH PROMPT
               MOVE SI-PORC TO SI-PORC-N
           ELSE
               MOVE ZEROS TO SI-FIJO
               ACCEPT (SI-LIN, 39) SI-FIJO WITH PROMPT
               MOVE SI-FIJO TO SI-FIJO-N.
           IF SI-MODOE = "1" AND SI-PORC-N = ZEROS GO TO SIM-VALOR.
           IF SI-MODOE = "2" AND SI-FIJO-N = ZEROS GO TO SIM-VALOR.
           MOVE SI-TIPE TO SI-TIP (SI-N).
           MOVE SI-CATE TO SI-CAT (SI-N).
           MOVE SI-MODOE TO SI-MODO (SI-N).
           MOVE SI-PORC-N TO SI-PCT (SI-N).
           MOVE SI-FIJO-N TO SI-FIJ (SI-N).
           IF SI-N = 12 GO TO SIM-DEST.
       SIM-OTRO.
           DISPLAY "OTRO RENGLON S/N" AT 2303 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2320 WITH PROMPT.
           DISPLAY "                   " AT 2303.
           IF OPC = "S" GO TO SIM-REN.
           IF OPC NOT = "N" GO TO SIM-OTRO.
       SIM-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO SIMTAR.TXT  3=CANCELA"
               AT 2303 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2349 WITH PROMPT.
           IF OPC = "3" GO TO ENCABEZA.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO SIM-GO.
           IF OPC = "2" MOVE "SIMTAR.TXT" TO IMPRE-DEST GO TO SIM-GO.
           GO TO SIM-DEST.
       SIM-GO.
           DISPLAY "                                              "
               AT 2303.
           DISPLAY "PROCESANDO..." AT 2303 WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO ST-N SZ-N SC-N TC-N SM-PADRON.
           MOVE ZEROS TO GL-EMH GL-COH GL-CUO GL-ACT GL-PRO GL-CACT
               GL-CPRO.
      *    LA PROYECCION EMPIEZA EL MES SIGUIENTE A LA FECHA DE
      *    PROCESO; EL COBRO SE MIDE SOBRE LOS DOCE PERIODOS HASTA EL
      *    MES DE PROCESO INCLUSIVE.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-AAAA TO SM-AA0.
           MOVE FPROC-MM TO SM-MM0.
           COMPUTE PER-HASTA = SM-AA0 * 100 + SM-MM0.
           COMPUTE PER-DESDE = PER-HASTA - 100.
           ADD 1 TO SM-MM0.
           IF SM-MM0 > 12
               MOVE 1 TO SM-MM0
               ADD 1 TO SM-AA0.
           PERFORM TASAS-COBRO THRU F-TASAS-COBRO.
           MOVE SPACES TO CL-CLI.
           MOVE LOW-VALUES TO PD-CLAVE.
           START PADR KEY IS NOT LESS THAN PD-CLAVE
           INVALID KEY GO TO SIM-INFORME.
       PR-R.
           READ PADR NEXT RECORD AT END GO TO PR-FIN.
           IF PD-CLI NOT = CL-CLI
               PERFORM CLI-CIERRA THRU F-CLI-CIERRA
               PERFORM CLI-ABRE THRU F-CLI-ABRE.
           MOVE PD-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY GO TO PR-R.
           IF EST-CON = "S" GO TO PR-R.
           MOVE PD-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY GO TO PR-R.
           MOVE 1 TO SM-STEP.
           IF FREC-BIMESTRAL MOVE 2 TO SM-STEP.
           IF FREC-TRIMESTRAL MOVE 3 TO SM-STEP.
           IF FREC-ANUAL MOVE 12 TO SM-STEP.
           DIVIDE 12 BY SM-STEP GIVING SM-NCUO.
           MOVE ZEROS TO SM-EXPORC SM-EXVTO.
           MOVE PD-CLI TO EX-CLI.
           MOVE PD-TIP TO EX-TIP.
           READ EXEN KEY IS EX-CLAVE
           INVALID KEY MOVE ZEROS TO EX-PORC EX-VTO.
           MOVE EX-PORC TO SM-EXPORC.
           MOVE EX-VTO TO SM-EXVTO.
           MOVE PD-TIP TO SM-TIPB.
           PERFORM ST-BUSCA THRU F-ST-BUSCA.
           ADD 1 TO SM-PADRON.
           MOVE SM-AA0 TO SM-AA.
           MOVE SM-MM0 TO SM-MM.
           PERFORM PR-MES THRU F-PR-MES
               VARYING SM-K FROM 1 BY 1 UNTIL SM-K > 12.
           GO TO PR-R.
       PR-FIN.
           PERFORM CLI-CIERRA THRU F-CLI-CIERRA.
           GO TO SIM-INFORME.

      *    UN MES DE LA PROYECCION PARA LA SUSCRIPCION LEIDA: SE
      *    EMITE SI EL MES CAE EN LA FRECUENCIA DEL TIPO (CONTADA
      *    DESDE ENERO) Y LA MASCARA DE TEMPORADA NO LO EXCLUYE.
       PR-MES.
           COMPUTE SM-RESTO = SM-MM - 1.
           DIVIDE SM-RESTO BY SM-STEP GIVING SM-COC
               REMAINDER SM-RESTO.
           IF SM-RESTO NOT = ZEROS GO TO PR-AVANZA.
           IF PD-MESES (SM-MM:1) = "N" GO TO PR-AVANZA.
           COMPUTE SM-FECHA = SM-AA * 10000 + SM-MM * 100 + 1.
           MOVE "T" TO SM-ORIGEN.
           MOVE PD-TIP TO TV-TIPO.
           MOVE SM-FECHA TO TV-FECHA.
           PERFORM TARIFA-VIGENTE THRU F-TARIFA-VIGENTE.
           IF TV-HAY = "S"
               MOVE TV-MONTO TO SM-BASE
           ELSE
               MOVE B-MONTO TO SM-BASE.
           IF SM-CAT NOT = SPACE
               MOVE SM-CAT TO CG-CAT
               MOVE PD-TIP TO CG-TIP
               READ CATE KEY IS CG-CLAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CG-MONTO TO SM-BASE
                   MOVE "C" TO SM-ORIGEN.
      *    EN MODULOS LA PROYECCION USA EL ULTIMO VALOR DEL MODULO
      *    CARGADO; LA PROPUESTA SE APLICA IGUAL SOBRE ESA BASE.
           MOVE PD-CLI TO MODULO-CLI.
           MOVE PD-TIP TO MODULO-TIP.
           MOVE SM-FECHA TO MODULO-FECHA.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY = "S"
               MOVE MODULO-MONTO TO SM-BASE
               MOVE "M" TO SM-ORIGEN.
      *    LA CUOTA AD VALOREM SALE DE LA VALUACION Y LA ALICUOTA,
      *    QUE EL AUMENTO DE TARIFAS NO TOCA.
           MOVE PD-CLI TO ADVAL-CLI.
           MOVE PD-TIP TO ADVAL-TIP.
           MOVE SM-FECHA TO ADVAL-FECHA.
           MOVE SM-NCUO TO ADVAL-CUOTAS.
           CALL "ADVAL" USING ADVAL-PAR.
           IF ADVAL-HAY = "S"
               MOVE ADVAL-MONTO TO SM-BASE
               MOVE "V" TO SM-ORIGEN.
           MOVE SM-BASE TO SM-PBASE.
           IF SM-ORIGEN NOT = "V"
               PERFORM REGLA THRU F-REGLA.
           MOVE ZEROS TO SM-DESC.
           IF SM-EXPORC NOT = ZEROS
               AND (SM-EXVTO = ZEROS OR SM-EXVTO NOT < SM-FECHA)
               COMPUTE SM-DESC ROUNDED = SM-BASE * SM-EXPORC / 100.
           COMPUTE SM-ACT = SM-BASE - SM-DESC.
           MOVE ZEROS TO SM-DESC.
           IF SM-EXPORC NOT = ZEROS
               AND (SM-EXVTO = ZEROS OR SM-EXVTO NOT < SM-FECHA)
               COMPUTE SM-DESC ROUNDED = SM-PBASE * SM-EXPORC / 100.
           COMPUTE SM-PRO = SM-PBASE - SM-DESC.
           COMPUTE SM-CACT ROUNDED = SM-ACT * ST-TASA (SM-IT).
           COMPUTE SM-CPRO ROUNDED = SM-PRO * ST-TASA (SM-IT).
           ADD 1 TO ST-CUO (SM-IT).
           ADD SM-ACT TO ST-ACT (SM-IT).
           ADD SM-PRO TO ST-PRO (SM-IT).
           ADD SM-CACT TO ST-CACT (SM-IT).
           ADD SM-CPRO TO ST-CPRO (SM-IT).
           ADD 1 TO SZ-CUO (SM-IZ).
           ADD SM-ACT TO SZ-ACT (SM-IZ).
           ADD SM-PRO TO SZ-PRO (SM-IZ).
           ADD SM-CACT TO SZ-CACT (SM-IZ).
           ADD SM-CPRO TO SZ-CPRO (SM-IZ).
           ADD 1 TO SC-CUO (SM-IC).
           ADD SM-ACT TO SC-ACT (SM-IC).
           ADD SM-PRO TO SC-PRO (SM-IC).
           ADD SM-CACT TO SC-CACT (SM-IC).
           ADD SM-CPRO TO SC-CPRO (SM-IC).
           ADD 1 TO GL-CUO.
           ADD SM-ACT TO GL-ACT CL-ACT.
           ADD SM-PRO TO GL-PRO CL-PRO.
           ADD SM-CACT TO GL-CACT.
           ADD SM-CPRO TO GL-CPRO.
       PR-AVANZA.
           ADD 1 TO SM-MM.
           IF SM-MM > 12
               MOVE 1 TO SM-MM
               ADD 1 TO SM-AA.
       F-PR-MES.
           EXIT.

      *    APLICA A SM-PBASE EL RENGLON DE LA PROPUESTA QUE MEJOR
      *    CORRESPONDE AL TIPO Y A LA CATEGORIA DEL CLIENTE.
       REGLA.
           MOVE ZEROS TO SI-SEL SI-MEJOR.
           PERFORM REGLA-BUSCA THRU F-REGLA-BUSCA
               VARYING SI-I FROM 1 BY 1 UNTIL SI-I > SI-N.
           IF SI-SEL = ZEROS GO TO F-REGLA.
           IF SI-MODO (SI-SEL) = "1"
               COMPUTE SM-PBASE ROUNDED = SM-BASE
                   * (100 + SI-PCT (SI-SEL)) / 100
           ELSE
               MOVE SI-FIJ (SI-SEL) TO SM-PBASE.
       F-REGLA.
           EXIT.

       REGLA-BUSCA.
           IF SI-TIP (SI-I) NOT = ZEROS AND SI-TIP (SI-I) NOT = PD-TIP
               GO TO F-REGLA-BUSCA.
           IF SI-CAT (SI-I) NOT = SPACE AND SI-CAT (SI-I) NOT = SM-CAT
               GO TO F-REGLA-BUSCA.
           MOVE 1 TO SI-PUNT.
           IF SI-TIP (SI-I) NOT = ZEROS ADD 2 TO SI-PUNT.
           IF SI-CAT (SI-I) NOT = SPACE ADD 1 TO SI-PUNT.
           IF SI-PUNT NOT < SI-MEJOR
               MOVE SI-PUNT TO SI-MEJOR
               MOVE SI-I TO SI-SEL.
       F-REGLA-BUSCA.
           EXIT.

      *    NUEVO CLIENTE DEL PADRON: ZONA Y CATEGORIA DE ARCLIDA.
       CLI-ABRE.
           MOVE PD-CLI TO CL-CLI.
           MOVE ZEROS TO CL-ACT CL-PRO.
           MOVE SPACE TO SM-CAT.
           MOVE ZEROS TO SM-ZONA.
           MOVE PD-CLI TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY GO TO CLA-TABLAS.
           MOVE CD-ZONA TO SM-ZONA.
           MOVE CD-CAT TO SM-CAT.
       CLA-TABLAS.
           PERFORM SZ-BUSCA THRU F-SZ-BUSCA.
           PERFORM SC-BUSCA THRU F-SC-BUSCA.
       F-CLI-ABRE.
           EXIT.

      *    FIN DE UN CLIENTE: SI SU AUMENTO ENTRA ENTRE LOS VEINTE
      *    MAYORES SE INTERCALA EN ORDEN DESCENDENTE.
       CLI-CIERRA.
           IF CL-CLI = SPACES GO TO F-CLI-CIERRA.
           COMPUTE CL-DIF = CL-PRO - CL-ACT.
           IF CL-DIF NOT > ZEROS GO TO F-CLI-CIERRA.
           IF TC-N < 20
               ADD 1 TO TC-N
               MOVE TC-N TO TC-I
           ELSE
               IF CL-DIF NOT > TC-DIF (20)
                   GO TO F-CLI-CIERRA
               ELSE
                   MOVE 20 TO TC-I.
       CLC-CORRE.
           IF TC-I = 1 GO TO CLC-PONE.
           COMPUTE TC-J = TC-I - 1.
           IF TC-DIF (TC-J) NOT < CL-DIF GO TO CLC-PONE.
           MOVE TC-ITEM (TC-J) TO TC-ITEM (TC-I).
           MOVE TC-J TO TC-I.
           GO TO CLC-CORRE.
       CLC-PONE.
           MOVE CL-CLI TO TC-CLI (TC-I).
           MOVE CL-ACT TO TC-ACT (TC-I).
           MOVE CL-PRO TO TC-PRO (TC-I).
           MOVE CL-DIF TO TC-DIF (TC-I).
       F-CLI-CIERRA.
           EXIT.

      *    PORCENTAJE DE COBRO POR TIPO EN LOS ULTIMOS DOCE PERIODOS
      *    DE ARTOTAL; EL TIPO SIN EMISION EN ESE LAPSO TOMA EL
      *    GENERAL, Y SIN NINGUNA EMISION SE SUPONE COBRO TOTAL.
       TASAS-COBRO.
           MOVE 1 TO GL-TASA.
           MOVE LOW-VALUES TO TO-CLAVE.
           START TOTAL KEY IS NOT LESS THAN TO-CLAVE
           INVALID KEY GO TO TC-TASAS.
       TC-R.
           READ TOTAL NEXT RECORD AT END GO TO TC-GENERAL.
           IF TO-PER NOT > PER-DESDE OR TO-PER > PER-HASTA
               GO TO TC-R.
           MOVE TO-TIP TO SM-TIPB.
           PERFORM ST-BUSCA THRU F-ST-BUSCA.
           ADD TO-EMIT TO ST-EMH (SM-IT) GL-EMH.
           ADD TO-COB TO ST-COH (SM-IT) GL-COH.
           GO TO TC-R.
       TC-GENERAL.
           IF GL-EMH > ZEROS AND GL-COH < GL-EMH
               IF GL-COH > ZEROS
                   COMPUTE GL-TASA ROUNDED = GL-COH / GL-EMH
               ELSE
                   MOVE ZEROS TO GL-TASA.
       TC-TASAS.
           PERFORM TC-UNA THRU F-TC-UNA
               VARYING SM-IT FROM 1 BY 1 UNTIL SM-IT > ST-N.
       F-TASAS-COBRO.
           EXIT.

       TC-UNA.
           MOVE GL-TASA TO ST-TASA (SM-IT).
           IF ST-EMH (SM-IT) NOT > ZEROS GO TO F-TC-UNA.
           MOVE 1 TO ST-TASA (SM-IT).
           IF ST-COH (SM-IT) NOT < ST-EMH (SM-IT) GO TO F-TC-UNA.
           MOVE ZEROS TO ST-TASA (SM-IT).
           IF ST-COH (SM-IT) > ZEROS
               COMPUTE ST-TASA (SM-IT) ROUNDED =
                   ST-COH (SM-IT) / ST-EMH (SM-IT).
       F-TC-UNA.
           EXIT.

      *    UBICA (O AGREGA) EL TIPO SM-TIPB EN LA TABLA: SM-IT.
       ST-BUSCA.
           MOVE "N" TO SM-HALLO.
           PERFORM ST-COMPARA THRU F-ST-COMPARA
               VARYING SM-IT FROM 1 BY 1
               UNTIL SM-IT > ST-N OR SM-HALLO = "S".
           IF SM-HALLO = "S"
               SUBTRACT 1 FROM SM-IT
               GO TO F-ST-BUSCA.
           IF ST-N = 60
               MOVE 60 TO SM-IT
               GO TO F-ST-BUSCA.
           ADD 1 TO ST-N.
           MOVE ST-N TO SM-IT.
           MOVE SM-TIPB TO ST-TIP (SM-IT).
           MOVE ZEROS TO ST-EMH (SM-IT) ST-COH (SM-IT) ST-CUO (SM-IT)
               ST-ACT (SM-IT) ST-PRO (SM-IT) ST-CACT (SM-IT)
               ST-CPRO (SM-IT).
           MOVE GL-TASA TO ST-TASA (SM-IT).
       F-ST-BUSCA.
           EXIT.

       ST-COMPARA.
           IF ST-TIP (SM-IT) = SM-TIPB MOVE "S" TO SM-HALLO.
       F-ST-COMPARA.
           EXIT.

      *    UBICA (O AGREGA) LA ZONA SM-ZONA EN LA TABLA: SM-IZ.
       SZ-BUSCA.
           MOVE "N" TO SM-HALLO.
           PERFORM SZ-COMPARA THRU F-SZ-COMPARA
               VARYING SM-IZ FROM 1 BY 1
               UNTIL SM-IZ > SZ-N OR SM-HALLO = "S".
           IF SM-HALLO = "S"
               SUBTRACT 1 FROM SM-IZ
               GO TO F-SZ-BUSCA.
           IF SZ-N = 50
               MOVE 50 TO SM-IZ
               GO TO F-SZ-BUSCA.
           ADD 1 TO SZ-N.
           MOVE SZ-N TO SM-IZ.
           MOVE SM-ZONA TO SZ-ZONA (SM-IZ).
           MOVE ZEROS TO SZ-CUO (SM-IZ) SZ-ACT (SM-IZ) SZ-PRO (SM-IZ)
               SZ-CACT (SM-IZ) SZ-CPRO (SM-IZ).
       F-SZ-BUSCA.
           EXIT.

       SZ-COMPARA.
           IF SZ-ZONA (SM-IZ) = SM-ZONA MOVE "S" TO SM-HALLO.
       F-SZ-COMPARA.
           EXIT.

      *    UBICA (O AGREGA) LA CATEGORIA SM-CAT EN LA TABLA: SM-IC.
       SC-BUSCA.
           MOVE "N" TO SM-HALLO.
           PERFORM SC-COMPARA THRU F-SC-COMPARA
               VARYING SM-IC FROM 1 BY 1
               UNTIL SM-IC > SC-N OR SM-HALLO = "S".
           IF SM-HALLO = "S"
               SUBTRACT 1 FROM SM-IC
               GO TO F-SC-BUSCA.
           IF SC-N = 40
               MOVE 40 TO SM-IC
               GO TO F-SC-BUSCA.
           ADD 1 TO SC-N.
           MOVE SC-N TO SM-IC.
           MOVE SM-CAT TO SC-CAT (SM-IC).
           MOVE ZEROS TO SC-CUO (SM-IC) SC-ACT (SM-IC) SC-PRO (SM-IC)
               SC-CACT (SM-IC) SC-CPRO (SM-IC).
       F-SC-BUSCA.
           EXIT.

       SC-COMPARA.
           IF SC-CAT (SM-IC) = SM-CAT MOVE "S" TO SM-HALLO.
       F-SC-COMPARA.
           EXIT.

      *    LISTADO: PROPUESTA, TOTALES POR TIPO, ZONA Y CATEGORIA, Y
      *    CLIENTES CON MAYOR AUMENTO.
       SIM-INFORME.
           OPEN OUTPUT IMPRE.
           MOVE SM-MM0 TO SMT-MM.
           MOVE SM-AA0 TO SMT-AA.
           WRITE RENGLON FROM SM-TITU AFTER 1.
           WRITE RENGLON FROM SM-TITU2 AFTER 2.
           PERFORM INF-PROPUESTA THRU F-INF-PROPUESTA
               VARYING SI-I FROM 1 BY 1 UNTIL SI-I > SI-N.
           MOVE "POR TIPO DE VENCIMIENTO" TO SMS-TEXTO.
           WRITE RENGLON FROM SM-SECCION AFTER 2.
           WRITE RENGLON FROM SM-TCOL AFTER 1.
           PERFORM INF-TIPO THRU F-INF-TIPO
               VARYING SM-IT FROM 1 BY 1 UNTIL SM-IT > ST-N.
           PERFORM INF-TOTAL THRU F-INF-TOTAL.
           MOVE "POR ZONA" TO SMS-TEXTO.
           WRITE RENGLON FROM SM-SECCION AFTER 2.
           WRITE RENGLON FROM SM-TCOL AFTER 1.
           PERFORM INF-ZONA THRU F-INF-ZONA
               VARYING SM-IZ FROM 1 BY 1 UNTIL SM-IZ > SZ-N.
           PERFORM INF-TOTAL THRU F-INF-TOTAL.
           MOVE "POR CATEGORIA" TO SMS-TEXTO.
           WRITE RENGLON FROM SM-SECCION AFTER 2.
           WRITE RENGLON FROM SM-TCOL AFTER 1.
           PERFORM INF-CATEG THRU F-INF-CATEG
               VARYING SM-IC FROM 1 BY 1 UNTIL SM-IC > SC-N.
           PERFORM INF-TOTAL THRU F-INF-TOTAL.
           MOVE "CLIENTES CON MAYOR AUMENTO" TO SMS-TEXTO.
           WRITE RENGLON FROM SM-SECCION AFTER 2.
           WRITE RENGLON FROM TL-TCOL AFTER 1.
           PERFORM INF-CLIENTE THRU F-INF-CLIENTE
               VARYING TC-I FROM 1 BY 1 UNTIL TC-I > TC-N.
           CLOSE IMPRE.
           PERFORM ENCABEZA.
           DISPLAY "SIMULACION - SUSCRIPCIONES PROYECTADAS:" AT 1018.
           DISPLAY SM-PADRON AT 1058.
           DISPLAY "CUOTAS A EMITIR EN 12 MESES..........:" AT 1118.
           DISPLAY GL-CUO AT 1158.
           MOVE GL-ACT TO SIM-ED.
           DISPLAY "EMISION CON TARIFAS ACTUALES.........:" AT 1218.
           DISPLAY SIM-ED AT 1258.
           MOVE GL-PRO TO SIM-ED.
           DISPLAY "EMISION CON LA PROPUESTA.............:" AT 1318.
           DISPLAY SIM-ED AT 1358.
           MOVE GL-CACT TO SIM-ED.
           DISPLAY "COBRO ESPERADO ACTUAL................:" AT 1418.
           DISPLAY SIM-ED AT 1458.
           MOVE GL-CPRO TO SIM-ED.
           DISPLAY "COBRO ESPERADO CON LA PROPUESTA......:" AT 1518.
           DISPLAY SIM-ED AT 1558.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1780 WITH PROMPT.
           GO TO ENCABEZA.

       INF-PROPUESTA.
           MOVE SI-I TO SR-N.
           MOVE SI-TIP (SI-I) TO SR-TIP.
           MOVE SI-CAT (SI-I) TO SR-CAT.
           IF SI-MODO (SI-I) = "1"
               MOVE "PORCENTAJE  " TO SR-DESC
               MOVE SI-PCT (SI-I) TO SR-VALOR
           ELSE
               MOVE "NUEVO MONTO " TO SR-DESC
               MOVE SI-FIJ (SI-I) TO SR-VALOR.
           MOVE SPACES TO RENGLON.
           MOVE SI-RENG TO RENGLON (13:).
           WRITE RENGLON AFTER 1.
       F-INF-PROPUESTA.
           EXIT.

       INF-TIPO.
           IF ST-CUO (SM-IT) = ZEROS GO TO F-INF-TIPO.
           MOVE SPACES TO SL-COD SL-DESC.
           MOVE ST-TIP (SM-IT) TO SL-COD.
           MOVE ST-TIP (SM-IT) TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY MOVE SPACES TO B-CODI.
           MOVE B-CODI TO SL-DESC.
           IF SM-IT = 60 AND ST-N = 60
               MOVE "OTROS TIPOS" TO SL-DESC.
           MOVE ST-CUO (SM-IT) TO SL-CUO.
           MOVE ST-ACT (SM-IT) TO SL-ACT.
           MOVE ST-PRO (SM-IT) TO SL-PRO.
           MOVE ST-CACT (SM-IT) TO SL-CACT.
           MOVE ST-CPRO (SM-IT) TO SL-CPRO.
           COMPUTE SL-TASA ROUNDED = ST-TASA (SM-IT) * 100.
           MOVE ST-ACT (SM-IT) TO SL-SUMA-ACT.
           COMPUTE SL-SUMA-DIF = ST-PRO (SM-IT) - ST-ACT (SM-IT).
           PERFORM INF-LINEA THRU F-INF-LINEA.
       F-INF-TIPO.
           EXIT.

       INF-ZONA.
           MOVE SPACES TO SL-COD SL-DESC.
           MOVE SZ-ZONA (SM-IZ) TO SL-COD.
           MOVE "SIN ZONA" TO SL-DESC.
           IF SZ-ZONA (SM-IZ) NOT = ZEROS
               MOVE SZ-ZONA (SM-IZ) TO ZO-NRO
               READ ZONA KEY IS ZO-NRO
               INVALID KEY MOVE SPACES TO SL-DESC
               NOT INVALID KEY MOVE ZO-DESC TO SL-DESC.
           IF SM-IZ = 50 AND SZ-N = 50
               MOVE "OTRAS ZONAS" TO SL-DESC.
           MOVE SZ-CUO (SM-IZ) TO SL-CUO.
           MOVE SZ-ACT (SM-IZ) TO SL-ACT.
           MOVE SZ-PRO (SM-IZ) TO SL-PRO.
           MOVE SZ-CACT (SM-IZ) TO SL-CACT.
           MOVE SZ-CPRO (SM-IZ) TO SL-CPRO.
           MOVE ZEROS TO SL-TASA.
           IF SZ-ACT (SM-IZ) > ZEROS
               COMPUTE SL-TASA ROUNDED =
                   SZ-CACT (SM-IZ) * 100 / SZ-ACT (SM-IZ).
           MOVE SZ-ACT (SM-IZ) TO SL-SUMA-ACT.
           COMPUTE SL-SUMA-DIF = SZ-PRO (SM-IZ) - SZ-ACT (SM-IZ).
           PERFORM INF-LINEA THRU F-INF-LINEA.
       F-INF-ZONA.
           EXIT.

       INF-CATEG.
           MOVE SPACES TO SL-COD SL-DESC.
           MOVE SC-CAT (SM-IC) TO SL-COD.
           MOVE "CATEGORIA" TO SL-DESC.
           IF SC-CAT (SM-IC) = SPACE
               MOVE "SIN CATEGORIA" TO SL-DESC.
           IF SM-IC = 40 AND SC-N = 40
               MOVE "OTRAS CATEGORIAS" TO SL-DESC.
           MOVE SC-CUO (SM-IC) TO SL-CUO.
           MOVE SC-ACT (SM-IC) TO SL-ACT.
           MOVE SC-PRO (SM-IC) TO SL-PRO.
           MOVE SC-CACT (SM-IC) TO SL-CACT.
           MOVE SC-CPRO (SM-IC) TO SL-CPRO.
           MOVE ZEROS TO SL-TASA.
           IF SC-ACT (SM-IC) > ZEROS
               COMPUTE SL-TASA ROUNDED =
                   SC-CACT (SM-IC) * 100 / SC-ACT (SM-IC).
           MOVE SC-ACT (SM-IC) TO SL-SUMA-ACT.
           COMPUTE SL-SUMA-DIF = SC-PRO (SM-IC) - SC-ACT (SM-IC).
           PERFORM INF-LINEA THRU F-INF-LINEA.
       F-INF-CATEG.
           EXIT.

       INF-TOTAL.
           MOVE SPACES TO SL-COD.
           MOVE "TOTAL" TO SL-DESC.
           MOVE GL-CUO TO SL-CUO.
           MOVE GL-ACT TO SL-ACT.
           MOVE GL-PRO TO SL-PRO.
           MOVE GL-CACT TO SL-CACT.
           MOVE GL-CPRO TO SL-CPRO.
           MOVE ZEROS TO SL-TASA.
           IF GL-ACT > ZEROS
               COMPUTE SL-TASA ROUNDED = GL-CACT * 100 / GL-ACT.
           MOVE GL-ACT TO SL-SUMA-ACT.
           COMPUTE SL-SUMA-DIF = GL-PRO - GL-ACT.
           PERFORM INF-LINEA THRU F-INF-LINEA.
       F-INF-TOTAL.
           EXIT.

      *    DIFERENCIA Y VARIACION PORCENTUAL DEL RENGLON ARMADO.
       INF-LINEA.
           MOVE SL-SUMA-DIF TO SL-DIF.
           MOVE ZEROS TO SL-VAR.
           IF SL-SUMA-ACT > ZEROS
               COMPUTE SL-VAR ROUNDED =
                   SL-SUMA-DIF * 100 / SL-SUMA-ACT.
           WRITE RENGLON FROM SL-LINEA AFTER 1.
       F-INF-LINEA.
           EXIT.

       INF-CLIENTE.
           MOVE TC-CLI (TC-I) TO TL-CLI.
           MOVE TC-CLI (TC-I) TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE NOMBRE TO TL-NOM.
           MOVE TC-ACT (TC-I) TO TL-ACT.
           MOVE TC-PRO (TC-I) TO TL-PRO.
           MOVE TC-DIF (TC-I) TO TL-DIF.
           MOVE ZEROS TO TL-VAR.
           IF TC-ACT (TC-I) > ZEROS
               COMPUTE TL-VAR ROUNDED =
                   TC-DIF (TC-I) * 100 / TC-ACT (TC-I).
           WRITE RENGLON FROM TL-LINEA AFTER 1.
       F-INF-CLIENTE.
           EXIT.

      *    TARIFA VIGENTE DEL TIPO A LA FECHA PEDIDA: LA ULTIMA
      *    ENTRADA DE LA HISTORIA CON VIGENCIA ANTERIOR O IGUAL.
       TARIFA-VIGENTE.
           MOVE "N" TO TV-HAY.
           MOVE TV-TIPO TO TH-TIP.
           MOVE ZEROS TO TH-DESDE.
           START TARH KEY IS NOT LESS THAN TH-CLAVE
           INVALID KEY GO TO F-TARIFA-VIGENTE.
       TV-R.
           READ TARH NEXT RECORD AT END GO TO F-TARIFA-VIGENTE.
           IF TH-TIP NOT = TV-TIPO GO TO F-TARIFA-VIGENTE.
           IF TH-DESDE > TV-FECHA GO TO F-TARIFA-VIGENTE.
           MOVE TH-MONTO TO TV-MONTO.
           MOVE "S" TO TV-HAY.
           GO TO TV-R.
       F-TARIFA-VIGENTE.
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
           CLOSE CONTRI CODI PADR EXEN CATE CLIDA ZONA TARH TOTAL.
           CHAIN "MENU".
           STOP RUN.

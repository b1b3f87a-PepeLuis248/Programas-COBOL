                  RECORD KEY IS BP-TIP
                  FILE STATUS IS BP-STATUS.

           SELECT SVTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS SV-TIP
                  FILE STATUS IS SV-STATUS.

           SELECT VTO2 ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS V2-CLAVE
                  FILE STATUS IS V2-STATUS.

           SELECT ANUA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AU-CLAVE
                  FILE STATUS IS AU-STATUS.

           SELECT ZONA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TH-CLAVE
                  FILE STATUS IS TH-STATUS.

           SELECT ADVA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AD-TIP
                  FILE STATUS IS AD-STATUS.

           SELECT VALF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS VF-CLAVE
                  FILE STATUS IS VF-STATUS.

           SELECT MODT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS MT-CLAVE
                  FILE STATUS IS MT-STATUS.

           SELECT MODV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS MV-DESDE
                  FILE STATUS IS MV-STATUS.


           SELECT AVIE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BT-STATUS.

           SELECT OPERA ASSIGN TO DISK
                  FILE STATUS IS OP-STATUS.

           SELECT CTBL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CT-CLAVE
                  FILE STATUS IS CT-STATUS.

           SELECT ASIEN ASSIGN TO DISK
                  FILE STATUS IS AS-STATUS.

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

           03 BP-TIP            PIC 9(3).
           03 BP-PORC           PIC 99V99.

      *    SEGUNDO VENCIMIENTO POR TIPO (COMPA#ERO DE ARCODI COMO
      *    ARBONI): DIAS DESDE EL PRIMER VENCIMIENTO Y RECARGO, EN
      *    PORCENTAJE (P) O IMPORTE FIJO (F). SIN REGISTRO O CON
      *    SV-DIAS EN CERO EL TIPO TIENE UN SOLO VENCIMIENTO.
       FD  SVTO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSVTO"
           DATA RECORD IS REG-SVTO.

       01  REG-SVTO.
           03 SV-TIP            PIC 9(3).
           03 SV-DIAS           PIC 999.
           03 SV-MODO           PIC X.
           03 SV-VALOR          PIC 9(9)V99.

      *    SEGUNDO VENCIMIENTO DE CADA CUOTA, CON LA MISMA CLAVE DE
      *    ARIMPU: FECHA (AAAAMMDD) E IMPORTE TOTAL A ESA FECHA.
       FD  VTO2 LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARVTO2"
           DATA RECORD IS REG-VTO2.

       01  REG-VTO2.
           03 V2-CLAVE.
              05 V2-CLI          PIC X(25).
              05 V2-CAA          PIC 99.
              05 V2-CP1          PIC 99.
              05 V2-TIP          PIC 9(3).
           03 V2-FECHA.
              05 V2-AA           PIC 9999.
              05 V2-MM           PIC 99.
              05 V2-DD           PIC 99.
           03 V2-MONTO           PIC 9(11)V99.

      *    PAGO CONTADO ANUAL POR TIPO Y A#O: PORCENTAJE DE
      *    DESCUENTO Y FECHA LIMITE (AAAAMMDD) PARA PAGAR JUNTAS
      *    TODAS LAS CUOTAS DEL A#O.
       FD  ANUA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARANUA"
           DATA RECORD IS REG-ANUA.

       01  REG-ANUA.
           03 AU-CLAVE.
              05 AU-TIP          PIC 9(3).
              05 AU-ANO          PIC 9999.
           03 AU-PORC            PIC 99V99.
           03 AU-LIMITE          PIC 9(8).

       FD  ZONA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARZONA"
           DATA RECORD IS REG-ZONA.
           03 ZO-NRO            PIC 999.
           03 ZO-DESC           PIC X(25).

      *    DATOS COMPLEMENTARIOS DEL CLIENTE (ZONA, CATEGORIA Y
      *    ORDEN DE VISITA DENTRO DE LA ZONA).
       FD  CLIDA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDA.
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

       FD  SCORE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSCORE"
              05 TH-DESDE        PIC 9(8).
           03 TH-MONTO           PIC 9(11)V99.
           03 TH-OPER            PIC X(10).
           03 TH-CLASE           PIC X.
           03 TH-MODU            PIC 9(5)V99.
           03 TH-VALMOD          PIC 9(7)V9999.

      *    TIPOS AD VALOREM (VER ADVAL): BASE ("V" VALUACION FISCAL,
      *    "S" SUPERFICIE), ALICUOTA ANUAL (POR MIL DE LA VALUACION O
      *    IMPORTE POR METRO CUADRADO) Y MINIMO ANUAL.
       FD  ADVA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARADVA"
           DATA RECORD IS REG-ADVA.

       01  REG-ADVA.
           03 AD-TIP             PIC 9(3).
           03 AD-BASE            PIC X.
           03 AD-ALIC            PIC 9(5)V9999.
           03 AD-MINIMO          PIC 9(11)V99.
           03 AD-OPER            PIC X(10).

      *    VALUACION FISCAL POR CLIENTE CON VIGENCIA DESDE (AAAAMMDD),
      *    SUPERFICIE EN METROS CUADRADOS, ORIGEN ("M" MANUAL, "I"
      *    IMPORTADA DE CATASTRO) Y OPERADOR.
       FD  VALF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARVALF"
           DATA RECORD IS REG-VALF.

       01  REG-VALF.
           03 VF-CLAVE.
              05 VF-CLI          PIC X(25).
              05 VF-DESDE        PIC 9(8).
           03 VF-VALUA           PIC 9(13)V99.
           03 VF-SUPERF          PIC 9(7)V99.
           03 VF-ORIGEN          PIC X.
           03 VF-OPER            PIC X(10).

      *    TARIFAS EN MODULOS (VER MODULO): MODULOS POR TIPO Y
      *    CATEGORIA (BLANCO = EL TIPO EN GENERAL) CON VIGENCIA DESDE
      *    (AAAAMMDD), Y VALOR DEL MODULO EN PESOS POR VIGENCIA.
       FD  MODT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARMODT"
           DATA RECORD IS REG-MODT.

       01  REG-MODT.
           03 MT-CLAVE.
              05 MT-TIP          PIC 9(3).
              05 MT-CAT          PIC X.
              05 MT-DESDE        PIC 9(8).
           03 MT-CANT            PIC 9(5)V99.
           03 MT-OPER            PIC X(10).

       FD  MODV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARMODV"
           DATA RECORD IS REG-MODV.

       01  REG-MODV.
           03 MV-DESDE           PIC 9(8).
           03 MV-VALOR           PIC 9(7)V9999.
           03 MV-OPER            PIC X(10).

       FD  JORN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJORN"
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
       77  PA-STATUS             PIC XX VALUE SPACES.
       77  CARM-MASK             PIC X(12) VALUE SPACES.
       77  CG-STATUS             PIC XX VALUE SPACES.
           03 CGM-TIP-S          PIC ZZ9.
           03 F                  PIC X(03) VALUE " $ ".
           03 CGM-MTO-S          PIC ZZZ,ZZZ,ZZ9.99.
       77  AD-STATUS             PIC XX VALUE SPACES.
       77  VF-STATUS             PIC XX VALUE SPACES.
       77  TAV-ALIC1             PIC Z(5).9999 VALUE ZEROS.
       01  TAV-RENG.
           03 TAV-TIP-S          PIC ZZ9.
           03 F                  PIC X(03) VALUE SPACES.
           03 TAV-BASE-S         PIC X.
           03 F                  PIC X(03) VALUE SPACES.
           03 TAV-ALIC-S         PIC ZZ,ZZ9.9999.
           03 F                  PIC X(05) VALUE " MIN ".
           03 TAV-MIN-S          PIC ZZZ,ZZZ,ZZ9.99.
       77  VLF-VAL1              PIC Z(13).99 VALUE ZEROS.
       77  VLF-SUP1              PIC Z(7).99 VALUE ZEROS.
       01  VLF-F6                PIC 9(6) VALUE ZEROS.
       01  VLF-F6-R REDEFINES VLF-F6.
           03 VLF-DD             PIC 99.
           03 VLF-MM             PIC 99.
           03 VLF-AA             PIC 99.
       01  VLF-F8                PIC 9(8) VALUE ZEROS.
       01  VLF-F8-R REDEFINES VLF-F8.
           03 VLF-F8-AA          PIC 9999.
           03 VLF-F8-MM          PIC 99.
           03 VLF-F8-DD          PIC 99.
       01  VLF-RENG.
           03 VLF-DD-S           PIC 99.
           03 F                  PIC X VALUE "/".
           03 VLF-MM-S           PIC 99.
           03 F                  PIC X VALUE "/".
           03 VLF-AA-S           PIC 9999.
           03 F                  PIC X(02) VALUE SPACES.
           03 VLF-VAL-S          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(02) VALUE SPACES.
           03 VLF-SUP-S          PIC Z,ZZZ,ZZ9.99.
           03 F                  PIC X(03) VALUE " M2".
           03 F                  PIC X(02) VALUE SPACES.
           03 VLF-ORI-S          PIC X.
           03 F                  PIC X VALUE SPACE.
           03 VLF-OPE-S          PIC X(10).
       77  MT-STATUS             PIC XX VALUE SPACES.
       77  MV-STATUS             PIC XX VALUE SPACES.
       77  MDT-TIP               PIC 9(3) VALUE ZEROS.
       77  MDT-CANT1             PIC Z(5).99 VALUE ZEROS.
       77  MDT-PESOS             PIC 9(11)V99 VALUE ZEROS.
       77  MDV-VAL1              PIC Z(7).9999 VALUE ZEROS.
       77  MDV-TOTAL             PIC 9(4) VALUE ZEROS.
       77  MDV-N                 PIC 9(4) VALUE ZEROS.
       77  MD-CAT                PIC X VALUE SPACE.
       77  MD-DESDE              PIC 9(8) VALUE ZEROS.
       77  MD-CANT               PIC 9(5)V99 VALUE ZEROS.
       77  MD-CLASE              PIC X VALUE SPACE.
       01  MDV-RENG.
           03 MDV-DD-S           PIC 99.
           03 F                  PIC X VALUE "/".
           03 MDV-MM-S           PIC 99.
           03 F                  PIC X VALUE "/".
           03 MDV-AA-S           PIC 9999.
           03 F                  PIC X(04) VALUE "  $ ".
           03 MDV-VAL-S          PIC ZZZ,ZZ9.9999.
           03 F                  PIC X(02) VALUE SPACES.
           03 MDV-OPE-S          PIC X(10).
       01  MDT-RENG.
           03 MDT-CAT-S          PIC X.
           03 F                  PIC X(02) VALUE SPACES.
           03 MDT-DD-S           PIC 99.
           03 F                  PIC X VALUE "/".
           03 MDT-MM-S           PIC 99.
           03 F                  PIC X VALUE "/".
           03 MDT-AA-S           PIC 9999.
           03 F                  PIC X(10) VALUE "  MODULOS ".
           03 MDT-CANT-S         PIC ZZ,ZZ9.99.
           03 F                  PIC X(05) VALUE " = $ ".
           03 MDT-MTO-S          PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(02) VALUE SPACES.
           03 MDT-OPE-S          PIC X(10).
       77  TH-STATUS             PIC XX VALUE SPACES.
       77  TV-TIPO               PIC 9(3) VALUE ZEROS.
       77  TV-FECHA              PIC 9(8) VALUE ZEROS.
       77  CARM-ANO4             PIC 9999 VALUE ZEROS.
       77  CARM-OMIT             PIC 99 VALUE ZEROS.
       77  CARM-STEP             PIC 99 VALUE 1.
      *    TASA AD VALOREM (VER ADVAL): MONTO DE LA CUOTA SEGUN LA
      *    VALUACION FISCAL O LA SUPERFICIE VIGENTE DEL CLIENTE.
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
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  BP-STATUS             PIC XX VALUE SPACES.
       77  BP-PORC-AC            PIC Z9.99 VALUE ZEROS.
       77  SV-STATUS             PIC XX VALUE SPACES.
       77  V2-STATUS             PIC XX VALUE SPACES.
       77  AU-STATUS             PIC XX VALUE SPACES.
       77  AU-PORC-AC            PIC Z9.99 VALUE ZEROS.
       01  AU-LIM6               PIC 9(6) VALUE ZEROS.
       01  AU-LIM6-R REDEFINES AU-LIM6.
           03 AU-LDD             PIC 99.
           03 AU-LMM             PIC 99.
           03 AU-LAA             PIC 99.
       01  AU-LIM8               PIC 9(8) VALUE ZEROS.
       01  AU-LIM8-R REDEFINES AU-LIM8.
           03 F                  PIC 99.
           03 AU-L8-AA           PIC 99.
           03 AU-L8-MM           PIC 99.
           03 AU-L8-DD           PIC 99.
       77  SV-VALOR-AC           PIC Z(8)9.99 VALUE ZEROS.
       77  SV-N                  PIC 999 VALUE ZEROS.
       77  ZO-STATUS             PIC XX VALUE SPACES.
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  SC-STATUS             PIC XX VALUE SPACES.
       77  ZONA-COD              PIC 999 VALUE ZEROS.
       77  RU-VECINO             PIC X(25) VALUE SPACES.
       77  RU-VRUTA              PIC 9(5) VALUE ZEROS.
       77  RU-SIGUE              PIC 9(5) VALUE ZEROS.
       77  RU-RUTA               PIC 9(5) VALUE ZEROS.
       77  JR-STATUS             PIC XX VALUE SPACES.
       77  JR-RC                 PIC 9(9) COMP-5 VALUE ZERO.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  EX-STATUS             PIC XX VALUE SPACES.
       77  EX-DESC               PIC 9(9)V99 VALUE ZEROS.
       77  EX-PORC-ED            PIC Z9.99 VALUE ZEROS.
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
           03 F                  PIC X(03) VALUE "  $".
           03 CONF-MTO           PIC Z,ZZZ,ZZZ,ZZ9.99.

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
              05 F               PIC X(10) VALUE "AREXEN  02".
              05 F               PIC X(10) VALUE "ARPADR  02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(10) VALUE "ARTARH  02".
              05 F               PIC X(10) VALUE "ARCLIDA 02".
              05 F               PIC X(30) VALUE SPACES.
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

       SCREEN SECTION.

       01 L-PANTALLA.
              VALUE "5-REGRESO MENU PRINCIPAL".
           03 LINE 20 COLUMN 27
              VALUE "6-PRECIOS POR CATEGORIA".
           03 LINE 19 COLUMN 55
              VALUE "7-TASAS AD VALOREM".
           03 LINE 20 COLUMN 55
              VALUE "8-VALUACION FISCAL".
           03 LINE 18 COLUMN 55
              VALUE "9-TARIFAS EN MODULOS".
           03 LINE 21 COLUMN 24 FOREGROUND-COLOR 4 REVERSE-VIDEO
              VALUE "     INGRESE OPCION:       ".

              VALUE "4-FRECUENCIA(1-4)....:".
           03 LINE 17 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "5-BONIF PAGO PUNT. %.:".
           03 LINE 14 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "6-2DO VTO DIAS/P-F/$.:".
           03 LINE 14 COLUMN 53 FOREGROUND-COLOR 4
              VALUE "P=% SOBRE MONTO F=FIJO".
           03 LINE 12 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "7-CONTADO A#O/%/LIMIT:".
           03 LINE 12 COLUMN 53 FOREGROUND-COLOR 4
              VALUE "LIMITE DDMMAA".

       01  PANTALLA-FREC.
           03 LINE 16 COLUMN 45 FOREGROUND-COLOR 4
              VALUE "              ".
           03 LINE 17 COLUMN 55
              VALUE "      ".
           03 LINE 14 COLUMN 33
              VALUE "                   ".
           03 LINE 12 COLUMN 33
              VALUE "                   ".

       01  GUION.
           03 LINE 06 COLUMN 03 FOREGROUND-COLOR 3

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
           OPEN I-O FERI.
           IF FE-STATUS NOT = "00"
               OPEN OUTPUT BONI
               CLOSE BONI
               OPEN I-O BONI.
           OPEN I-O SVTO.
           IF SV-STATUS NOT = "00"
               OPEN OUTPUT SVTO
               CLOSE SVTO
               OPEN I-O SVTO.
           OPEN I-O VTO2.
           IF V2-STATUS NOT = "00"
               OPEN OUTPUT VTO2
               CLOSE VTO2
               OPEN I-O VTO2.
           OPEN I-O ANUA.
           IF AU-STATUS NOT = "00"
               OPEN OUTPUT ANUA
               CLOSE ANUA
               OPEN I-O ANUA.
           OPEN I-O ZONA.
           IF ZO-STATUS NOT = "00"
               OPEN OUTPUT ZONA
               OPEN OUTPUT PADR
               CLOSE PADR
               OPEN I-O PADR.
           OPEN I-O ADVA.
           IF AD-STATUS NOT = "00"
               OPEN OUTPUT ADVA
               CLOSE ADVA
               OPEN I-O ADVA.
           OPEN I-O VALF.
           IF VF-STATUS NOT = "00"
               OPEN OUTPUT VALF
               CLOSE VALF
               OPEN I-O VALF.
           OPEN I-O MODT.
           IF MT-STATUS NOT = "00"
               OPEN OUTPUT MODT
               CLOSE MODT
               OPEN I-O MODT.
           OPEN I-O MODV.
           IF MV-STATUS NOT = "00"
               OPEN OUTPUT MODV
               CLOSE MODV
               OPEN I-O MODV.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM AVISO-FPROC THRU F-AVISO-FPROC.
       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION.
           IF OPC = "4" GO TO CARM.
           IF OPC = "5" GO TO CIERRE.
           IF OPC = "6" GO TO MATRIZ.
           IF OPC = "7" GO TO TASAS.
           IF OPC = "8" GO TO VALUAC.
           IF OPC = "9" GO TO MODULOS.
           GO TO MENU.

       COD.
           READ CODI KEY IS N-CODI
           INVALID KEY GO TO H11.
           IF N-CODI = 0 GO TO H11.
           DISPLAY (11, 36) "YA INCORPORADO, 2DO VTO/ANUAL S/N:"
           WITH FOREGROUND-COLOR 6
           ACCEPT (11, 71) OPC WITH PROMPT
           DISPLAY (11, 36) "                                    "
           SUBTRACT 1 FROM CONTA
           IF OPC = "S" GO TO HSV.
           GO TO H1.
      *    TIPO YA EXISTENTE: SOLO SE ACTUALIZAN SU SEGUNDO
      *    VENCIMIENTO Y SU PAGO CONTADO ANUAL.
       HSV.
           DISPLAY (13, 33) B-CODI.
           PERFORM H6.
           PERFORM GRABA-SVTO THRU F-GRABA-SVTO.
           PERFORM H7.
           PERFORM GRABA-ANUA THRU F-GRABA-ANUA.
           DISPLAY PANTALLA-BORRA2.
           GO TO H1.
       H11.
           IF N-CODI = 0 CLOSE CODI
           DISPLAY (17, 33) BP-PORC-AC.
           ACCEPT (17, 33) BP-PORC-AC WITH PROMPT.
           MOVE BP-PORC-AC TO BP-PORC.
       H6.
           MOVE N-CODI TO SV-TIP.
           READ SVTO KEY IS SV-TIP
           INVALID KEY MOVE ZEROS TO SV-DIAS SV-VALOR
                       MOVE "P" TO SV-MODO.
           MOVE N-CODI TO SV-TIP.
           DISPLAY (14, 33) SV-DIAS.
           ACCEPT (14, 33) SV-DIAS WITH PROMPT.
           DISPLAY (14, 38) SV-MODO.
           ACCEPT (14, 38) SV-MODO WITH PROMPT.
           IF SV-MODO NOT = "P" AND SV-MODO NOT = "F" GO TO H6.
           MOVE SV-VALOR TO SV-VALOR-AC.
           DISPLAY (14, 40) SV-VALOR-AC.
           ACCEPT (14, 40) SV-VALOR-AC WITH PROMPT.
           MOVE SV-VALOR-AC TO SV-VALOR.
       H7.
           MOVE N-CODI TO AU-TIP.
           MOVE ZEROS TO AU-ANO AU-PORC AU-LIMITE AU-LIM6.
           ACCEPT (12, 33) AU-ANO WITH PROMPT.
           IF AU-ANO NOT = ZEROS
               READ ANUA KEY IS AU-CLAVE
               INVALID KEY MOVE ZEROS TO AU-PORC AU-LIMITE
               END-READ
               MOVE AU-PORC TO AU-PORC-AC
               DISPLAY (12, 38) AU-PORC-AC
               ACCEPT (12, 38) AU-PORC-AC WITH PROMPT
               MOVE AU-PORC-AC TO AU-PORC
               MOVE AU-LIMITE TO AU-LIM8
               MOVE AU-L8-DD TO AU-LDD
               MOVE AU-L8-MM TO AU-LMM
               MOVE AU-L8-AA TO AU-LAA
               DISPLAY (12, 44) AU-LIM6
               ACCEPT (12, 44) AU-LIM6 WITH PROMPT
               IF AU-PORC NOT = ZEROS
                   AND (AU-LMM < 1 OR AU-LMM > 12
                        OR AU-LDD < 1 OR AU-LDD > 31)
                   GO TO H7
               END-IF
               MOVE AU-LAA TO AA-VENT
               PERFORM VENTANA-ANO THRU F-VENTANA-ANO
               COMPUTE AU-LIMITE = ANO-VENT * 10000 + AU-LMM * 100
                   + AU-LDD.
       HRES.
           MOVE SPACES TO OPC.
           ACCEPT (17, 55) OPC WITH PROMPT.
       HGRABA.
           WRITE REG-CODI.
           MOVE N-CODI TO TH-TIP.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA-HOY.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE TH-DESDE = ANO-VENT * 10000 + HOY-MM * 100
               + HOY-DD.
           MOVE B-MONTO TO TH-MONTO.
           MOVE OPERADOR TO TH-OPER.
           MOVE SPACE TO TH-CLASE.
           MOVE ZEROS TO TH-MODU TH-VALMOD.
           WRITE REG-TARH INVALID KEY REWRITE REG-TARH.
           MOVE N-CODI TO BP-TIP.
           IF BP-PORC NOT = ZEROS
           ELSE
               DELETE BONI INVALID KEY CONTINUE
               END-DELETE.
           PERFORM GRABA-SVTO THRU F-GRABA-SVTO.
           PERFORM GRABA-ANUA THRU F-GRABA-ANUA.
           GO TO H1.
       HMODIF.
           MOVE ZERO TO CAM.
           DISPLAY PANTALLA-MODI.
           ACCEPT (18, 50) CAM WITH PROMPT.
           IF CAM < 1 OR CAM > 7 GO TO HMODIF.
           IF CAM = 1 PERFORM H1
           ELSE
           IF CAM = 2 PERFORM H2
           ELSE
           IF CAM = 4 PERFORM H4
           ELSE
           IF CAM = 5 PERFORM H5
           ELSE
           IF CAM = 6 PERFORM H6
           ELSE
           IF CAM = 7 PERFORM H7.
       F-HMODIF.
           DISPLAY (18, 15) "                                     ".
           MOVE ZERO TO CAM.
           GO TO HRES.

      *    SEGUNDO VENCIMIENTO DEL TIPO: CON DIAS EN CERO SE BORRA.
       GRABA-SVTO.
           MOVE N-CODI TO SV-TIP.
           IF SV-DIAS NOT = ZEROS
               WRITE REG-SVTO INVALID KEY REWRITE REG-SVTO
               END-WRITE
           ELSE
               DELETE SVTO INVALID KEY CONTINUE
               END-DELETE.
       F-GRABA-SVTO.
           EXIT.

      *    PAGO CONTADO ANUAL DEL TIPO PARA EL A#O CARGADO: CON
      *    PORCENTAJE EN CERO SE BORRA.
       GRABA-ANUA.
           IF AU-ANO = ZEROS GO TO F-GRABA-ANUA.
           MOVE N-CODI TO AU-TIP.
           IF AU-PORC NOT = ZEROS
               WRITE REG-ANUA INVALID KEY REWRITE REG-ANUA
               END-WRITE
           ELSE
               DELETE ANUA INVALID KEY CONTINUE
               END-DELETE.
       F-GRABA-ANUA.
           EXIT.

      *    MATRIZ DE PRECIOS: FILAS (CATEGORIA, TIPO) CON SU MONTO.
       MATRIZ.
           PERFORM ENCABEZA.
           PERFORM ENCABEZA.
           GO TO MATRIZ.

      *    TASAS AD VALOREM: TIPOS CUYA CUOTA SALE DE LA VALUACION
      *    FISCAL DEL CLIENTE (BASE V, ALICUOTA POR MIL) O DE SU
      *    SUPERFICIE (BASE S, IMPORTE POR M2), CON UN MINIMO ANUAL.
      *    EL MONTO ANUAL SE REPARTE EN LAS CUOTAS DEL A#O.
       TASAS.
           PERFORM ENCABEZA.
           DISPLAY "TASAS AD VALOREM (TIPO/BASE/ALICUOTA/MINIMO)"
           AT 0810 WITH FOREGROUND-COLOR 4.
           MOVE 9 TO CGM-LIN.
           CLOSE ADVA.
           OPEN I-O ADVA.
       TAV-R.
           READ ADVA NEXT RECORD AT END GO TO TAV-OP.
           MOVE AD-TIP TO TAV-TIP-S.
           MOVE AD-BASE TO TAV-BASE-S.
           MOVE AD-ALIC TO TAV-ALIC-S.
           MOVE AD-MINIMO TO TAV-MIN-S.
           ADD 1 TO CGM-LIN.
           IF CGM-LIN < 21
               DISPLAY (CGM-LIN, 12) TAV-RENG.
           GO TO TAV-R.
       TAV-OP.
           DISPLAY (22, 10) "A=AGREGA/MODIFICA  B=BAJA  0=SALE".
           MOVE SPACES TO OPC.
           ACCEPT (22, 44) OPC WITH PROMPT.
           DISPLAY (22, 10) "                                  ".
           IF OPC = "A" GO TO TAV-ALTA.
           IF OPC = "B" GO TO TAV-BAJA.
           IF OPC = "0" PERFORM ENCABEZA GO TO MENU.
           GO TO TAV-OP.
       TAV-ALTA.
           DISPLAY (23, 10) "TIPO:".
           MOVE ZEROS TO AD-TIP.
           ACCEPT (23, 16) AD-TIP WITH PROMPT.
           MOVE AD-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY
               DISPLAY (23, 21) "CODIGO INCORRECTO"
               MOVE SPACES TO OPC
               ACCEPT (23, 39) OPC WITH PROMPT
               GO TO TAV-LIMPIA.
           DISPLAY (23, 21) "BASE V/S:".
           MOVE SPACE TO AD-BASE.
           ACCEPT (23, 31) AD-BASE WITH PROMPT.
           IF AD-BASE NOT = "V" AND AD-BASE NOT = "S"
               GO TO TAV-LIMPIA.
           DISPLAY (23, 33) "ALIC:".
           MOVE ZEROS TO TAV-ALIC1.
           ACCEPT (23, 39) TAV-ALIC1 WITH PROMPT.
           MOVE TAV-ALIC1 TO AD-ALIC.
           IF AD-ALIC = ZEROS GO TO TAV-LIMPIA.
           DISPLAY (23, 50) "MIN:".
           MOVE ZEROS TO CGM-MONTO1.
           ACCEPT (23, 55) CGM-MONTO1 WITH PROMPT.
           MOVE CGM-MONTO1 TO AD-MINIMO.
           MOVE OPERADOR TO AD-OPER.
           WRITE REG-ADVA INVALID KEY REWRITE REG-ADVA.
           GO TO TAV-LIMPIA.
       TAV-BAJA.
           DISPLAY (23, 10) "TIPO:".
           MOVE ZEROS TO AD-TIP.
           ACCEPT (23, 16) AD-TIP WITH PROMPT.
           DELETE ADVA INVALID KEY GO TO TAV-LIMPIA.
       TAV-LIMPIA.
           DISPLAY (23, 10)
               "                                                  ".
           DISPLAY (23, 60) "                    ".
           PERFORM ENCABEZA.
           GO TO TASAS.

      *    VALUACION FISCAL DE UN CLIENTE: HISTORIA DE VIGENCIAS CON
      *    VALUACION Y SUPERFICIE; SE AGREGA O CORRIGE UNA VIGENCIA A
      *    MANO (ORIGEN M). LAS DE CATASTRO LAS CARGA LA IMPORTACION.
       VALUAC.
           PERFORM ENCABEZA.
           DISPLAY "VALUACION FISCAL" AT 0810
           WITH FOREGROUND-COLOR 4.
           DISPLAY (09, 10) "CLIENTE (0=SALE):".
           MOVE SPACES TO CONT1.
           ACCEPT (09, 28) CONT1 WITH PROMPT.
           IF CONT1 = 0 PERFORM ENCABEZA GO TO MENU.
           IF CONT1 = SPACES GO TO VALUAC.
           MOVE CONT1 TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY GO TO VALUAC.
       VLF-LISTA.
           PERFORM ENCABEZA.
           DISPLAY "VALUACION FISCAL" AT 0810
           WITH FOREGROUND-COLOR 4.
           DISPLAY (09, 10) CONT1.
           DISPLAY (09, 40) NOMBRE.
           MOVE 10 TO CGM-LIN.
           CLOSE VALF.
           OPEN I-O VALF.
           MOVE CONT1 TO VF-CLI.
           MOVE ZEROS TO VF-DESDE.
           START VALF KEY IS NOT LESS THAN VF-CLAVE
           INVALID KEY GO TO VLF-OP.
       VLF-R.
           READ VALF NEXT RECORD AT END GO TO VLF-OP.
           IF VF-CLI NOT = CONT1 GO TO VLF-OP.
           MOVE VF-DESDE TO VLF-F8.
           MOVE VLF-F8-DD TO VLF-DD-S.
           MOVE VLF-F8-MM TO VLF-MM-S.
           MOVE VLF-F8-AA TO VLF-AA-S.
           MOVE VF-VALUA TO VLF-VAL-S.
           MOVE VF-SUPERF TO VLF-SUP-S.
           MOVE VF-ORIGEN TO VLF-ORI-S.
           MOVE VF-OPER TO VLF-OPE-S.
           ADD 1 TO CGM-LIN.
           IF CGM-LIN < 21
               DISPLAY (CGM-LIN, 10) VLF-RENG.
           GO TO VLF-R.
       VLF-OP.
           DISPLAY (22, 10) "A=AGREGA/MODIFICA  B=BAJA  0=SALE".
           MOVE SPACES TO OPC.
           ACCEPT (22, 44) OPC WITH PROMPT.
           DISPLAY (22, 10) "                                  ".
           IF OPC = "A" GO TO VLF-ALTA.
           IF OPC = "B" GO TO VLF-BAJA.
           IF OPC = "0" GO TO VALUAC.
           GO TO VLF-OP.
       VLF-ALTA.
           PERFORM VLF-FECHA THRU F-VLF-FECHA.
           IF VLF-F6 = ZEROS GO TO VLF-LIMPIA.
           DISPLAY (23, 31) "VALUACION:".
           MOVE ZEROS TO VLF-VAL1.
           ACCEPT (23, 42) VLF-VAL1 WITH PROMPT.
           MOVE VLF-VAL1 TO VF-VALUA.
           DISPLAY (23, 60) "SUP:".
           MOVE ZEROS TO VLF-SUP1.
           ACCEPT (23, 65) VLF-SUP1 WITH PROMPT.
           MOVE VLF-SUP1 TO VF-SUPERF.
           IF VF-VALUA = ZEROS AND VF-SUPERF = ZEROS
               GO TO VLF-LIMPIA.
           MOVE "M" TO VF-ORIGEN.
           MOVE OPERADOR TO VF-OPER.
           WRITE REG-VALF INVALID KEY REWRITE REG-VALF.
           GO TO VLF-LIMPIA.
       VLF-BAJA.
           PERFORM VLF-FECHA THRU F-VLF-FECHA.
           IF VLF-F6 = ZEROS GO TO VLF-LIMPIA.
           DELETE VALF INVALID KEY GO TO VLF-LIMPIA.
       VLF-LIMPIA.
           DISPLAY (23, 10)
               "                                                  ".
           DISPLAY (23, 60) "                    ".
           GO TO VLF-LISTA.

      *    PIDE LA FECHA DE VIGENCIA (DDMMAA) Y ARMA LA CLAVE; SI LA
      *    FECHA NO ES VALIDA DEVUELVE VLF-F6 EN CERO.
       VLF-FECHA.
           DISPLAY (23, 10) "DESDE DDMMAA:".
           MOVE ZEROS TO VLF-F6.
           ACCEPT (23, 24) VLF-F6 WITH PROMPT.
           IF VLF-MM < 1 OR VLF-MM > 12 OR VLF-DD < 1 OR VLF-DD > 31
               MOVE ZEROS TO VLF-F6
               GO TO F-VLF-FECHA.
           MOVE VLF-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE CONT1 TO VF-CLI.
           COMPUTE VF-DESDE = ANO-VENT * 10000 + VLF-MM * 100
               + VLF-DD.
       F-VLF-FECHA.
           EXIT.

      *    TARIFAS EN MODULOS (VER MODULO): EL VALOR DEL MODULO POR
      *    VIGENCIA Y LA CANTIDAD DE MODULOS DE CADA TIPO, EN GENERAL
      *    Y POR CATEGORIA. CADA CAMBIO DE CANTIDAD GENERAL Y CADA
      *    VALOR NUEVO QUEDAN POR SEPARADO EN LA HISTORIA DE TARIFAS
      *    (ARTARH): LOS PRIMEROS COMO CLASE "Q", LOS OTROS COMO "V".
       MODULOS.
           PERFORM ENCABEZA.
           DISPLAY "TARIFAS EN MODULOS" AT 0810
           WITH FOREGROUND-COLOR 4.
           DISPLAY (10, 10) "1-VALOR DEL MODULO".
           DISPLAY (12, 10) "2-MODULOS POR TIPO Y CATEGORIA".
           DISPLAY (14, 10) "OPCION (0=SALE):".
           MOVE SPACES TO OPC.
           ACCEPT (14, 27) OPC WITH PROMPT.
           IF OPC = "1" GO TO MDV-LISTA.
           IF OPC = "2" GO TO MDT.
           IF OPC = "0" PERFORM ENCABEZA GO TO MENU.
           GO TO MODULOS.

      *    VALOR DEL MODULO: SE VEN LAS ULTIMAS VIGENCIAS CARGADAS.
       MDV-LISTA.
           PERFORM ENCABEZA.
           DISPLAY "VALOR DEL MODULO (DESDE / VALOR / OPERADOR)"
           AT 0810 WITH FOREGROUND-COLOR 4.
           MOVE 9 TO CGM-LIN.
           MOVE ZEROS TO MDV-TOTAL MDV-N.
           CLOSE MODV.
           OPEN I-O MODV.
       MDV-CUENTA.
           READ MODV NEXT RECORD AT END GO TO MDV-CUENTA-F.
           ADD 1 TO MDV-TOTAL.
           GO TO MDV-CUENTA.
       MDV-CUENTA-F.
           CLOSE MODV.
           OPEN I-O MODV.
       MDV-R.
           READ MODV NEXT RECORD AT END GO TO MDV-OP.
           ADD 1 TO MDV-N.
           IF MDV-N + 11 NOT > MDV-TOTAL GO TO MDV-R.
           MOVE MV-DESDE TO VLF-F8.
           MOVE VLF-F8-DD TO MDV-DD-S.
           MOVE VLF-F8-MM TO MDV-MM-S.
           MOVE VLF-F8-AA TO MDV-AA-S.
           MOVE MV-VALOR TO MDV-VAL-S.
           MOVE MV-OPER TO MDV-OPE-S.
           ADD 1 TO CGM-LIN.
           DISPLAY (CGM-LIN, 12) MDV-RENG.
           GO TO MDV-R.
       MDV-OP.
           DISPLAY (22, 10) "A=AGREGA/MODIFICA  B=BAJA  0=SALE".
           MOVE SPACES TO OPC.
           ACCEPT (22, 44) OPC WITH PROMPT.
           DISPLAY (22, 10) "                                  ".
           IF OPC = "A" GO TO MDV-ALTA.
           IF OPC = "B" GO TO MDV-BAJA.
           IF OPC = "0" GO TO MODULOS.
           GO TO MDV-OP.
       MDV-ALTA.
           PERFORM MD-FECHA THRU F-MD-FECHA.
           IF VLF-F6 = ZEROS GO TO MDV-LIMPIA.
           DISPLAY (23, 33) "VALOR $:".
           MOVE ZEROS TO MDV-VAL1.
           ACCEPT (23, 42) MDV-VAL1 WITH PROMPT.
           MOVE MD-DESDE TO MV-DESDE.
           MOVE MDV-VAL1 TO MV-VALOR.
           IF MV-VALOR = ZEROS GO TO MDV-LIMPIA.
           MOVE OPERADOR TO MV-OPER.
           WRITE REG-MODV INVALID KEY REWRITE REG-MODV.
           CLOSE MODV.
           OPEN I-O MODV.
           PERFORM MDV-HISTORIA THRU F-MDV-HISTORIA.
           GO TO MDV-LIMPIA.
       MDV-BAJA.
           PERFORM MD-FECHA THRU F-MD-FECHA.
           IF VLF-F6 = ZEROS GO TO MDV-LIMPIA.
           MOVE MD-DESDE TO MV-DESDE.
           DELETE MODV INVALID KEY GO TO MDV-LIMPIA.
       MDV-LIMPIA.
           DISPLAY (23, 10)
               "                                                  ".
           DISPLAY (23, 60) "                    ".
           GO TO MDV-LISTA.

      *    UN VALOR NUEVO DEL MODULO QUEDA EN LA HISTORIA DE CADA TIPO
      *    QUE A ESA FECHA ESTA EN MODULOS. SI EL TIPO YA TIENE UN
      *    CAMBIO DE CANTIDAD ESE MISMO DIA, LA ENTRADA SIGUE COMO "Q"
      *    Y SOLO SE ACTUALIZAN EL VALOR Y EL MONTO.
       MDV-HISTORIA.
           CLOSE CODI.
           OPEN I-O CODI.
       MDH-R.
           READ CODI NEXT RECORD AT END GO TO MDH-F.
           IF N-CODI = ZEROS GO TO MDH-R.
           MOVE SPACES TO MODULO-CLI.
           MOVE N-CODI TO MODULO-TIP.
           MOVE MD-DESDE TO MODULO-FECHA.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY NOT = "S" GO TO MDH-R.
           MOVE "V" TO MD-CLASE.
           MOVE N-CODI TO TH-TIP.
           MOVE MD-DESDE TO TH-DESDE.
           READ TARH KEY IS TH-CLAVE
           INVALID KEY MOVE SPACE TO TH-CLASE.
           IF TH-CLASE = "Q" MOVE "Q" TO MD-CLASE.
           MOVE N-CODI TO TH-TIP.
           MOVE MD-DESDE TO TH-DESDE.
           MOVE MD-CLASE TO TH-CLASE.
           MOVE MODULO-MONTO TO TH-MONTO.
           MOVE MODULO-CANT TO TH-MODU.
           MOVE MODULO-VALOR TO TH-VALMOD.
           MOVE OPERADOR TO TH-OPER.
           WRITE REG-TARH INVALID KEY REWRITE REG-TARH.
           GO TO MDH-R.
       MDH-F.
           CLOSE CODI.
           OPEN I-O CODI.
       F-MDV-HISTORIA.
           EXIT.

      *    MODULOS DE UN TIPO: VIGENCIAS GENERALES (CATEGORIA EN
      *    BLANCO) Y POR CATEGORIA, CON SU EQUIVALENTE EN PESOS AL
      *    VALOR DEL MODULO DE LA FECHA DE PROCESO. CANTIDAD CERO EN
      *    LA GENERAL DEVUELVE EL TIPO A PESOS DESDE ESA FECHA.
       MDT.
           PERFORM ENCABEZA.
           DISPLAY "MODULOS POR TIPO Y CATEGORIA" AT 0810
           WITH FOREGROUND-COLOR 4.
           DISPLAY (09, 10) "TIPO (0=SALE):".
           MOVE ZEROS TO MDT-TIP.
           ACCEPT (09, 25) MDT-TIP WITH PROMPT.
           IF MDT-TIP = ZEROS GO TO MODULOS.
           MOVE MDT-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY GO TO MDT.
       MDT-LISTA.
           PERFORM ENCABEZA.
           DISPLAY "MODULOS POR TIPO Y CATEGORIA" AT 0810
           WITH FOREGROUND-COLOR 4.
           DISPLAY (09, 10) MDT-TIP.
           DISPLAY (09, 15) B-CODI.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-AMD TO FECHA-HOY.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE SPACES TO MODULO-CLI.
           MOVE MDT-TIP TO MODULO-TIP.
           COMPUTE MODULO-FECHA = ANO-VENT * 10000 + HOY-MM * 100
               + HOY-DD.
           CALL "MODULO" USING MODULO-PAR.
           MOVE MODULO-VALOR TO MDV-VAL-S.
           DISPLAY (09, 45) "MODULO HOY $".
           DISPLAY (09, 58) MDV-VAL-S.
           MOVE 10 TO CGM-LIN.
           CLOSE MODT.
           OPEN I-O MODT.
           MOVE MDT-TIP TO MT-TIP.
           MOVE SPACE TO MT-CAT.
           MOVE ZEROS TO MT-DESDE.
           START MODT KEY IS NOT LESS THAN MT-CLAVE
           INVALID KEY GO TO MDT-OP.
       MDT-R.
           READ MODT NEXT RECORD AT END GO TO MDT-OP.
           IF MT-TIP NOT = MDT-TIP GO TO MDT-OP.
           MOVE MT-CAT TO MDT-CAT-S.
           MOVE MT-DESDE TO VLF-F8.
           MOVE VLF-F8-DD TO MDT-DD-S.
           MOVE VLF-F8-MM TO MDT-MM-S.
           MOVE VLF-F8-AA TO MDT-AA-S.
           MOVE MT-CANT TO MDT-CANT-S.
           COMPUTE MDT-PESOS ROUNDED = MT-CANT * MODULO-VALOR.
           MOVE MDT-PESOS TO MDT-MTO-S.
           MOVE MT-OPER TO MDT-OPE-S.
           ADD 1 TO CGM-LIN.
           IF CGM-LIN < 21
               DISPLAY (CGM-LIN, 10) MDT-RENG.
           GO TO MDT-R.
       MDT-OP.
           DISPLAY (22, 10) "A=AGREGA/MODIFICA  B=BAJA  0=SALE".
           MOVE SPACES TO OPC.
           ACCEPT (22, 44) OPC WITH PROMPT.
           DISPLAY (22, 10) "                                  ".
           IF OPC = "A" GO TO MDT-ALTA.
           IF OPC = "B" GO TO MDT-BAJA.
           IF OPC = "0" GO TO MDT.
           GO TO MDT-OP.
       MDT-ALTA.
           PERFORM MDT-CLAVE THRU F-MDT-CLAVE.
           IF VLF-F6 = ZEROS GO TO MDT-LIMPIA.
           DISPLAY (23, 33) "MODULOS:".
           MOVE ZEROS TO MDT-CANT1.
           ACCEPT (23, 42) MDT-CANT1 WITH PROMPT.
           MOVE MDT-CANT1 TO MD-CANT.
           MOVE MD-CANT TO MT-CANT.
           MOVE OPERADOR TO MT-OPER.
           WRITE REG-MODT INVALID KEY REWRITE REG-MODT.
           CLOSE MODT.
           OPEN I-O MODT.
           IF MD-CAT = SPACE
               PERFORM MDT-HISTORIA THRU F-MDT-HISTORIA.
           GO TO MDT-LIMPIA.
       MDT-BAJA.
           PERFORM MDT-CLAVE THRU F-MDT-CLAVE.
           IF VLF-F6 = ZEROS GO TO MDT-LIMPIA.
           DELETE MODT INVALID KEY GO TO MDT-LIMPIA.
       MDT-LIMPIA.
           DISPLAY (22, 10)
               "                                                  ".
           DISPLAY (23, 10)
               "                                                  ".
           DISPLAY (23, 60) "                    ".
           GO TO MDT-LISTA.

      *    PIDE CATEGORIA (BLANCO = GENERAL) Y VIGENCIA Y ARMA LA
      *    CLAVE DE ARMODT; FECHA INVALIDA DEVUELVE VLF-F6 EN CERO.
       MDT-CLAVE.
           DISPLAY (22, 10) "CATEGORIA (BLANCO=GENERAL):".
           MOVE SPACE TO MD-CAT.
           ACCEPT (22, 38) MD-CAT WITH PROMPT.
           PERFORM MD-FECHA THRU F-MD-FECHA.
           MOVE MDT-TIP TO MT-TIP.
           MOVE MD-CAT TO MT-CAT.
           MOVE MD-DESDE TO MT-DESDE.
       F-MDT-CLAVE.
           EXIT.

      *    CAMBIO DE CANTIDAD GENERAL DEL TIPO: ENTRADA "Q" EN LA
      *    HISTORIA DE TARIFAS CON LOS MODULOS, EL VALOR DEL MODULO Y
      *    EL MONTO A ESA FECHA. CON CANTIDAD CERO EL TIPO VUELVE A
      *    PESOS Y LA ENTRADA LLEVA EL MONTO DEL TIPO.
       MDT-HISTORIA.
           MOVE SPACES TO MODULO-CLI.
           MOVE MDT-TIP TO MODULO-TIP.
           MOVE MD-DESDE TO MODULO-FECHA.
           CALL "MODULO" USING MODULO-PAR.
           MOVE MDT-TIP TO TH-TIP.
           MOVE MD-DESDE TO TH-DESDE.
           MOVE "Q" TO TH-CLASE.
           MOVE MD-CANT TO TH-MODU.
           MOVE MODULO-VALOR TO TH-VALMOD.
           IF MODULO-HAY = "S"
               MOVE MODULO-MONTO TO TH-MONTO
           ELSE
               MOVE B-MONTO TO TH-MONTO.
           MOVE OPERADOR TO TH-OPER.
           WRITE REG-TARH INVALID KEY REWRITE REG-TARH.
       F-MDT-HISTORIA.
           EXIT.

      *    PIDE LA FECHA DE VIGENCIA (DDMMAA) EN MD-DESDE; SI LA FECHA
      *    NO ES VALIDA DEVUELVE VLF-F6 EN CERO.
       MD-FECHA.
           DISPLAY (23, 10) "DESDE DDMMAA:".
           MOVE ZEROS TO VLF-F6.
           ACCEPT (23, 24) VLF-F6 WITH PROMPT.
           IF VLF-MM < 1 OR VLF-MM > 12 OR VLF-DD < 1 OR VLF-DD > 31
               MOVE ZEROS TO VLF-F6
               GO TO F-MD-FECHA.
           MOVE VLF-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE MD-DESDE = ANO-VENT * 10000 + VLF-MM * 100
               + VLF-DD.
       F-MD-FECHA.
           EXIT.

       CON.
           PERFORM ENCABEZA.
           MOVE SPACES TO OPC.
           MOVE SPACES TO TELEFONO.
           ACCEPT (15, 32) TELEFONO WITH PROMPT.
       D4Z.
           MOVE SPACES TO RU-VECINO.
           MOVE ZEROS TO RU-VRUTA.
           MOVE ZEROS TO ZONA-COD.
           ACCEPT (16, 32) ZONA-COD WITH PROMPT.
           IF ZONA-COD = ZEROS GO TO F-D4Z.
               DISPLAY (16, 37) "                 "
               GO TO D4Z.
           DISPLAY (16, 37) ZO-DESC.
      *    UBICACION EN EL RECORRIDO: DESPUES DE QUE CLIENTE DE LA ZONA
      *    SE LO VISITA (EN BLANCO = AL FINAL).
       D4V.
           DISPLAY (14, 10) "  VISITA DESPUES DE:".
           MOVE SPACES TO RU-VECINO.
           ACCEPT (14, 32) RU-VECINO WITH PROMPT.
           IF RU-VECINO = SPACES GO TO F-D4Z.
           MOVE RU-VECINO TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY MOVE ZEROS TO CD-ZONA.
           IF CD-ZONA NOT = ZONA-COD
               DISPLAY (14, 58) "NO ES DE LA ZONA"
               MOVE SPACES TO OPC
               ACCEPT (14, 75) OPC WITH PROMPT
               DISPLAY (14, 58) "                    "
               GO TO D4V.
           MOVE CD-RUTA TO RU-VRUTA.
       F-D4Z.
           EXIT.
       D4C.
           MOVE "A" TO EST-CON.
           WRITE REG-CON.
           IF ZONA-COD NOT = ZEROS OR CAT-CLI NOT = SPACE
               PERFORM UBICA-RUTA THRU F-UBICA-RUTA
               MOVE NUM-CO TO CD-CLI
               MOVE ZONA-COD TO CD-ZONA
               MOVE CAT-CLI TO CD-CAT
               MOVE RU-RUTA TO CD-RUTA
               WRITE REG-CLIDA INVALID KEY REWRITE REG-CLIDA.
           MOVE "CLIENTE" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE N-CODI TO PC-TIP.
           PERFORM PRECIO-CATEGORIA THRU F-PRECIO-CATEGORIA.
           IF PC-HAY = "S" MOVE PC-MONTO TO DEF-MONTO.
      *    TIPO EN MODULOS: LA CANTIDAD DE MODULOS POR EL VALOR DEL
      *    MODULO VIGENTE AL VENCIMIENTO.
           MOVE CONT1 TO MODULO-CLI.
           MOVE N-CODI TO MODULO-TIP.
           MOVE TV-FECHA TO MODULO-FECHA.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY = "S" MOVE MODULO-MONTO TO DEF-MONTO.
           PERFORM APLICA-EXENCION THRU F-APLICA-EXENCION.

       D82.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           PERFORM SEGUNDO-VTO THRU F-SEGUNDO-VTO.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           MOVE N-CODI TO PC-TIP.
           PERFORM PRECIO-CATEGORIA THRU F-PRECIO-CATEGORIA.
           IF PC-HAY = "S" MOVE PC-MONTO TO DEF-MONTO.
      *    TIPO EN MODULOS: LA CANTIDAD DE MODULOS POR EL VALOR DEL
      *    MODULO VIGENTE AL VENCIMIENTO.
           MOVE CONT1 TO MODULO-CLI.
           MOVE N-CODI TO MODULO-TIP.
           MOVE TV-FECHA TO MODULO-FECHA.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY = "S" MOVE MODULO-MONTO TO DEF-MONTO.
           MOVE 1 TO CARM-STEP.
           IF FREC-BIMESTRAL MOVE 2 TO CARM-STEP.
           IF FREC-TRIMESTRAL MOVE 3 TO CARM-STEP.
           IF FREC-ANUAL MOVE 12 TO CARM-STEP.
      *    TIPO AD VALOREM: LA CUOTA SALE DE LA VALUACION FISCAL
      *    VIGENTE AL PRIMER VENCIMIENTO.
           MOVE CONT1 TO ADVAL-CLI.
           MOVE N-CODI TO ADVAL-TIP.
           MOVE TV-FECHA TO ADVAL-FECHA.
           DIVIDE 12 BY CARM-STEP GIVING ADVAL-CUOTAS.
           CALL "ADVAL" USING ADVAL-PAR.
           IF ADVAL-HAY = "S" MOVE ADVAL-MONTO TO DEF-MONTO.
           PERFORM APLICA-EXENCION THRU F-APLICA-EXENCION.
       CARM-82.
           MOVE ZEROS TO P1.
           ACCEPT P1 AT 1625 WITH PROMPT.
           INVALID KEY
               ADD 1 TO CARM-OMIT
               GO TO CARM-WNEXT.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           PERFORM SEGUNDO-VTO THRU F-SEGUNDO-VTO.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           MOVE N-CODI TO EX-TIP.
           READ EXEN KEY IS EX-CLAVE
           INVALID KEY GO TO F-APLICA-EXENCION.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA-HOY.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-COMP = ANO-VENT * 10000 + HOY-MM * 100
       F-TARIFA-VIGENTE.
           EXIT.

      *    ORDEN DE VISITA DEL CLIENTE NUM-CO EN LA ZONA ZONA-COD: A
      *    CONTINUACION DEL VECINO ELEGIDO (RU-VECINO, CON RUTA
      *    RU-VRUTA). SI NO QUEDA LUGAR ENTRE EL VECINO Y EL SIGUIENTE
      *    SE CORRE DIEZ LUGARES EL RESTO DE LA ZONA. SIN VECINO QUEDA
      *    EN CERO (AL FINAL DE LA ZONA HASTA QUE SE LA REORDENE).
       UBICA-RUTA.
           MOVE ZEROS TO RU-RUTA.
           IF RU-VECINO = SPACES OR RU-VRUTA = ZEROS
               GO TO F-UBICA-RUTA.
           MOVE 99999 TO RU-SIGUE.
           CLOSE CLIDA.
           OPEN I-O CLIDA.
       UR-R.
           READ CLIDA NEXT RECORD AT END GO TO UR-CALC.
           IF CD-ZONA NOT = ZONA-COD OR CD-CLI = NUM-CO GO TO UR-R.
           IF CD-RUTA > RU-VRUTA AND CD-RUTA < RU-SIGUE
               MOVE CD-RUTA TO RU-SIGUE.
           GO TO UR-R.
       UR-CALC.
           IF RU-SIGUE = 99999
               COMPUTE RU-RUTA = RU-VRUTA + 10
               GO TO F-UBICA-RUTA.
           IF RU-SIGUE - RU-VRUTA > 1
               COMPUTE RU-RUTA = RU-VRUTA + (RU-SIGUE - RU-VRUTA) / 2
               GO TO F-UBICA-RUTA.
           CLOSE CLIDA.
           OPEN I-O CLIDA.
       UR-CORRE.
           READ CLIDA NEXT RECORD AT END GO TO UR-PONE.
           IF CD-ZONA NOT = ZONA-COD OR CD-CLI = NUM-CO
               GO TO UR-CORRE.
           IF CD-RUTA NOT > RU-VRUTA GO TO UR-CORRE.
           ADD 10 TO CD-RUTA.
           REWRITE REG-CLIDA.
           GO TO UR-CORRE.
       UR-PONE.
           COMPUTE RU-RUTA = RU-VRUTA + 5.
       F-UBICA-RUTA.
           EXIT.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
       F-VENTANA-ANO.
           EXIT.

      *    SEGUNDO VENCIMIENTO DE LA CUOTA RECIEN GRABADA EN REG-IMP:
      *    SE CORRE LA FECHA SV-DIAS DIAS DESDE EL PRIMERO Y SE APLICA
      *    EL RECARGO DEL TIPO. QUEDA EN ARVTO2 CON LA CLAVE DE LA
      *    CUOTA (SI YA HABIA UNO DE UNA CUOTA BORRADA, SE REEMPLAZA).
       SEGUNDO-VTO.
           MOVE TIP-IMP TO SV-TIP.
           READ SVTO KEY IS SV-TIP
           INVALID KEY GO TO F-SEGUNDO-VTO.
           IF SV-DIAS = ZEROS GO TO F-SEGUNDO-VTO.
           MOVE NUM-CO1 TO V2-CLAVE.
           MOVE DDV TO V2-DD.
           MOVE MMV TO V2-MM.
           MOVE AAV TO V2-AA.
           MOVE SV-DIAS TO SV-N.
       SGV-DIA.
           MOVE V2-MM TO MM-CHK.
           MOVE V2-AA TO AA-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF V2-DD < MAX-DD
               ADD 1 TO V2-DD
           ELSE
               MOVE 1 TO V2-DD
               IF V2-MM < 12
                   ADD 1 TO V2-MM
               ELSE
                   MOVE 1 TO V2-MM
                   ADD 1 TO V2-AA.
           SUBTRACT 1 FROM SV-N.
           IF SV-N > ZEROS GO TO SGV-DIA.
           IF SV-MODO = "F"
               COMPUTE V2-MONTO = MONTO + SV-VALOR
           ELSE
               COMPUTE V2-MONTO ROUNDED = MONTO
                   + MONTO * SV-VALOR / 100.
           WRITE REG-VTO2 INVALID KEY REWRITE REG-VTO2.
       F-SEGUNDO-VTO.
           EXIT.

       DIAS-MES.
           IF MM-CHK = 4 OR MM-CHK = 6 OR MM-CHK = 9 OR MM-CHK = 11
               MOVE 30 TO MAX-DD

       MUESTRA-DEUDA.
           MOVE ZEROS TO DEU-CANT DEU-TOT.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA-HOY.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-COMP = ANO-VENT * 10000 + HOY-MM * 100
           READ IMPU NEXT RECORD AT END GO TO MD-MUESTRA.
           IF CONT NOT = CONT1 GO TO MD-MUESTRA.
           IF FEC-PAG NOT = ZEROS GO TO MD-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO MD-R.
           IF PAGADO > MONTO GO TO MD-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO MD-R.
           GO TO BL1.
       BL-F.

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
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA-BITA.
           MOVE AA-BITA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE DV-FECHA = ANO-VENT * 10000 + MM-BITA * 100
               + DD-BITA.
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

       CIERRE.
           PERFORM DV-POSTEA THRU F-DV-POSTEA.
           CLOSE CONTRI IMPU CODI EXEN FERI BITA BONI ZONA CLIDA
                 SCORE TOTAL AVIE TARH CATE PADR SVTO VTO2 ANUA
                 ADVA VALF ABIE MODT MODV.
           CHAIN "MENU".
           STOP RUN.

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

      *    ACTUALIZA EL TOTAL CORRIENTE (ARTOTAL) DEL CLIENTE, TIPO Y
      *    PERIODO QUE DEJO EL LLAMADOR EN TOT-...: SUMA TOT-EMI AL
      *    EMITIDO Y TOT-COB AL COBRADO (PUEDEN VENIR NEGATIVOS) Y
      *    REDERIVA EL SALDO.
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

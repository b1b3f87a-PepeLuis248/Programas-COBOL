       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MEDIDOR.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * FACTURACION POR CONSUMO MEDIDO (AGUA Y OTROS SERVICIOS): CADA
      * CLIENTE TIENE UN MEDIDOR POR TIPO (ARMEDI) CON SU ZONA Y SU
      * ORDEN EN EL RECORRIDO DEL LECTURISTA. LAS LECTURAS DE CADA
      * PERIODO (AAAAMM) SE CARGAN POR ZONA EN EL ORDEN DE LA RUTA Y
      * QUEDAN EN ARLECT. EL CONSUMO SE VALORIZA CON LA TARIFA DEL
      * TIPO (ARTCON): CARGO FIJO, HASTA CUATRO TRAMOS DE PRECIO POR
      * M3 Y UN MINIMO. LAS LECTURAS CON CONSUMO NEGATIVO O MUY POR
      * ENCIMA DEL PROMEDIO DEL PROPIO CLIENTE QUEDAN COMO EXCEPCION
      * (LISTADO LECEXC.TXT) Y NO SE FACTURAN HASTA QUE SE RELEAN; SI
      * LA RELECTURA CONFIRMA UN CONSUMO ALTO QUEDA VERIFICADA. LA
      * GENERACION GRABA LAS CUOTAS EN ARIMPU (CUOTA = MES DEL
      * PERIODO) COMO LA CARGA MASIVA.
      * ESTADOS DE LA LECTURA: C CARGADA, X EXCEPCION, V VERIFICADA
      * (CONSUMO ALTO CONFIRMADO), F FACTURADA.
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

           SELECT CLIDA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CD-CLI
                  FILE STATUS IS CDA-STATUS.

           SELECT EXEN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS EX-CLAVE
                  FILE STATUS IS EX-STATUS.

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

           SELECT TOTAL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
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

           SELECT MEDI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS ME-CLAVE
                  ALTERNATE RECORD IS ME-RUTA
                  WITH DUPLICATES
                  FILE STATUS IS ME-STATUS.

           SELECT TCON ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TC-TIP
                  FILE STATUS IS TC-STATUS.

           SELECT LECT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS LE-CLAVE
                  FILE STATUS IS LE-STATUS.

           SELECT LEXC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

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
           SELECT WORK-SORT ASSIGN TO DISK.

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

       FD  CONTRI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCONT"
           DATA RECORD IS REG-CON.

       01  REG-CON.
           03 NUM-CO          PIC X(25).
           03 NOMBRE          PIC X(25).
           03 DOMICILIO       PIC X(25).
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

       FD  EXEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AREXEN"
           DATA RECORD IS REG-EXEN.

       01  REG-EXEN.
           03 EX-CLAVE.
              05 EX-CLI          PIC X(25).
              05 EX-TIP          PIC 9(3).
           03 EX-PORC            PIC 99V99.
           03 EX-VTO             PIC 9(8).

       FD  SVTO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSVTO"
           DATA RECORD IS REG-SVTO.

       01  REG-SVTO.
           03 SV-TIP            PIC 9(3).
           03 SV-DIAS           PIC 999.
           03 SV-MODO           PIC X.
           03 SV-VALOR          PIC 9(9)V99.

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

      *    MEDIDOR DE CADA CLIENTE Y TIPO: NUMERO, FECHA DE INSTALACION
      *    (AAAAMMDD), ZONA Y ORDEN EN LA RUTA DE LECTURA, ULTIMA
      *    LECTURA ACEPTADA CON SU PERIODO (AAAAMM) Y ESTADO (A/B).
       FD  MEDI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARMEDI"
           DATA RECORD IS REG-MEDI.

       01  REG-MEDI.
           03 ME-CLAVE.
              05 ME-CLI         PIC X(25).
              05 ME-TIP         PIC 9(3).
           03 ME-NRO            PIC X(12).
           03 ME-INST           PIC 9(8).
           03 ME-RUTA.
              05 ME-ZONA        PIC 999.
              05 ME-ORDEN       PIC 9(5).
           03 ME-ULT-LECT       PIC 9(7).
           03 ME-ULT-PER        PIC 9(6).
           03 ME-EST            PIC X.

      *    TARIFA DE CONSUMO POR TIPO: CARGO FIJO, MINIMO, CUATRO
      *    TRAMOS (HASTA M3 ACUMULADOS Y PRECIO POR M3; HASTA EN CERO
      *    ES EL RESTO) Y CUANTAS VECES EL PROMEDIO DEL CLIENTE HACE
      *    QUE UNA LECTURA SEA EXCEPCION.
       FD  TCON LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARTCON"
           DATA RECORD IS REG-TCON.

       01  REG-TCON.
           03 TC-TIP            PIC 9(3).
           03 TC-FIJO           PIC 9(9)V99.
           03 TC-MINIMO         PIC 9(9)V99.
           03 TC-VECES          PIC 9V9.
           03 TC-TRAMO OCCURS 4.
              05 TC-HASTA       PIC 9(7).
              05 TC-PRECIO      PIC 9(5)V9999.
           03 TC-OPER           PIC X(10).

      *    LECTURAS POR CLIENTE, TIPO Y PERIODO (AAAAMM): ANTERIOR,
      *    ACTUAL, CONSUMO, PROMEDIO DEL CLIENTE AL CARGARLA, ESTADO,
      *    MOTIVO DE LA EXCEPCION (N NEGATIVO, A ALTO), FECHA DE CARGA,
      *    OPERADOR E IMPORTE FACTURADO.
       FD  LECT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARLECT"
           DATA RECORD IS REG-LECT.

       01  REG-LECT.
           03 LE-CLAVE.
              05 LE-CLI         PIC X(25).
              05 LE-TIP         PIC 9(3).
              05 LE-PER         PIC 9(6).
           03 LE-ANT            PIC 9(7).
           03 LE-ACT            PIC 9(7).
           03 LE-CONS           PIC S9(7).
           03 LE-PROM           PIC 9(7).
           03 LE-EST            PIC X.
           03 LE-MOT            PIC X.
           03 LE-FECHA          PIC 9(8).
           03 LE-OPER           PIC X(10).
           03 LE-MONTO          PIC 9(11)V99.

       FD  LEXC LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "LECEXC.TXT"
           DATA RECORD IS REG-LEXC.

       01  REG-LEXC             PIC X(132).

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

      *    MEDIDORES DE LA ZONA EN EL ORDEN DE VISITA DEL CLIENTE
      *    (ARCLIDA) Y, DENTRO DE EL, EN EL ORDEN PROPIO DEL MEDIDOR.
       SD  WORK-SORT
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           03 SR-RUTA            PIC 9(5).
           03 SR-ORDEN           PIC 9(5).
           03 SR-CLI             PIC X(25).
           03 SR-TIP             PIC 9(3).

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
       77  AI-STATUS             PIC XX VALUE SPACES.
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  EX-STATUS             PIC XX VALUE SPACES.
       77  SV-STATUS             PIC XX VALUE SPACES.
       77  V2-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  ME-STATUS             PIC XX VALUE SPACES.
       77  TC-STATUS             PIC XX VALUE SPACES.
       77  LE-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  TOT-CLI               PIC X(25) VALUE SPACES.
       77  TOT-TIP               PIC 9(3) VALUE ZEROS.
       77  TOT-PER               PIC 9(6) VALUE ZEROS.
       77  TOT-EMI               PIC S9(11)V99 VALUE ZEROS.
       77  TOT-COB               PIC S9(11)V99 VALUE ZEROS.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  MM-CHK                PIC 99 VALUE ZEROS.
       77  AA-CHK                PIC 9999 VALUE ZEROS.
       77  MAX-DD                PIC 99 VALUE ZEROS.
       77  Q-CHK                 PIC 9999 VALUE ZEROS.
       77  R4-CHK                PIC 99 VALUE ZEROS.
       77  R100-CHK              PIC 999 VALUE ZEROS.
       77  R400-CHK              PIC 9999 VALUE ZEROS.
       77  SV-N                  PIC 999 VALUE ZEROS.
       77  HOY-COMP              PIC 9(8) VALUE ZEROS.
       77  EX-DESC               PIC 9(9)V99 VALUE ZEROS.
       77  MD-FIJO-ED            PIC Z(9).99 VALUE ZEROS.
       77  MD-MIN-ED             PIC Z(9).99 VALUE ZEROS.
       77  MD-VEC-ED             PIC 9.9 VALUE ZEROS.
       77  MD-HAS-ED             PIC Z(6)9 VALUE ZEROS.
       77  MD-PRE-ED             PIC Z(4)9.9999 VALUE ZEROS.
       77  MD-LECT-ED            PIC Z(6)9 VALUE ZEROS.
       77  MD-I                  PIC 9 VALUE ZERO.
       77  MD-LIN                PIC 99 VALUE ZEROS.
       77  MD-ANT-HASTA          PIC 9(7) VALUE ZEROS.
       77  MD-ZONA               PIC 999 VALUE ZEROS.
       77  MD-PER                PIC 9(6) VALUE ZEROS.
       77  MD-DESDE              PIC 9(6) VALUE ZEROS.
       77  MD-ENT                PIC X(7) VALUE SPACES.
       77  MD-ENT-J              PIC X(7) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  MD-ACT                PIC 9(7) VALUE ZEROS.
       77  MD-ANT                PIC 9(7) VALUE ZEROS.
       77  MD-CONS               PIC S9(7) VALUE ZEROS.
       77  MD-PROM               PIC 9(7) VALUE ZEROS.
       77  MD-SUMA               PIC 9(9) VALUE ZEROS.
       77  MD-CANT               PIC 9(3) VALUE ZEROS.
       77  MD-TOPE               PIC 9(9) VALUE ZEROS.
       77  MD-VECES              PIC 9V9 VALUE ZEROS.
       77  MD-EXISTE             PIC X VALUE "N".
       77  MD-FIN                PIC X VALUE "N".
       77  MD-EST-ANT            PIC X VALUE SPACE.
       77  MD-MOT-ANT            PIC X VALUE SPACE.
       77  MD-ACT-ANT            PIC 9(7) VALUE ZEROS.
       77  MD-LEIDOS             PIC 9(5) VALUE ZEROS.
       77  MD-EXCEP              PIC 9(5) VALUE ZEROS.
       77  MD-RESTO              PIC 9(7) VALUE ZEROS.
       77  MD-TRAMO              PIC 9(7) VALUE ZEROS.
       77  MD-BASE               PIC 9(7) VALUE ZEROS.
       77  MD-IMP                PIC 9(11)V99 VALUE ZEROS.
       77  MD-GEN                PIC 9(5) VALUE ZEROS.
       77  MD-SINTAR             PIC 9(5) VALUE ZEROS.
       77  MD-OMIT               PIC 9(5) VALUE ZEROS.
       77  MD-PEND               PIC 9(5) VALUE ZEROS.
       77  MD-TOTAL              PIC 9(12)V99 VALUE ZEROS.
       77  MD-TOTAL-ED           PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       01  MD-F4                 PIC 9(4) VALUE ZEROS.
       01  MD-F4-R REDEFINES MD-F4.
           03 MD-MM              PIC 99.
           03 MD-AA2             PIC 99.
       01  MD-F6                 PIC 9(6) VALUE ZEROS.
       01  MD-F6-R REDEFINES MD-F6.
           03 MD-F-DD            PIC 99.
           03 MD-F-MM            PIC 99.
           03 MD-F-AA            PIC 99.
       01  MD-F8                 PIC 9(8) VALUE ZEROS.
       01  MD-F8-R REDEFINES MD-F8.
           03 MD-F8-AA           PIC 9999.
           03 MD-F8-MM           PIC 99.
           03 MD-F8-DD           PIC 99.
       01  MD-VTO.
           03 MD-V-DD            PIC 99.
           03 MD-V-MM            PIC 99.
           03 MD-V-AA            PIC 9999.
      *    FECHA DE PROCESO (VER FPROC).
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".
       01  FECHA-HOY.
           03 HOY-AA             PIC 99.
           03 HOY-MM             PIC 99.
           03 HOY-DD             PIC 99.
       01  FECHA-BITA.
           03 AA-BITA             PIC 99.
           03 MM-BITA             PIC 99.
           03 DD-BITA             PIC 99.
       01  MD-RENG.
           03 MD-ORD-S           PIC ZZZZ9.
           03 F                  PIC X VALUE SPACE.
           03 MD-CLI-S           PIC X(15).
           03 F                  PIC X VALUE SPACE.
           03 MD-NOM-S           PIC X(20).
           03 F                  PIC X VALUE SPACE.
           03 MD-NRO-S           PIC X(12).
           03 F                  PIC X VALUE SPACE.
           03 MD-TIP-S           PIC ZZ9.
           03 F                  PIC X VALUE SPACE.
           03 MD-ANT-S           PIC Z(6)9.
       01  EXC-TIT.
           03 F                  PIC X(10) VALUE "ZONA ORDEN".
           03 F                  PIC X VALUE SPACE.
           03 F                  PIC X(26) VALUE "CLIENTE".
           03 F                  PIC X(21) VALUE "NOMBRE".
           03 F                  PIC X(13) VALUE "MEDIDOR".
           03 F                  PIC X(4) VALUE "TIP".
           03 F                  PIC X(33) VALUE
              " ANTERIOR   ACTUAL  CONSUMO PROM".
           03 F                  PIC X(15) VALUE "    MOTIVO".
       01  EXC-LIN.
           03 EXC-ZONA           PIC ZZ9.
           03 F                  PIC X VALUE SPACE.
           03 EXC-ORD            PIC ZZZZ9.
           03 F                  PIC X(02) VALUE SPACES.
           03 EXC-CLI            PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 EXC-NOM            PIC X(20).
           03 F                  PIC X VALUE SPACE.
           03 EXC-NRO            PIC X(12).
           03 F                  PIC X VALUE SPACE.
           03 EXC-TIP            PIC ZZ9.
           03 F                  PIC X VALUE SPACE.
           03 EXC-ANT            PIC Z(7)9.
           03 F                  PIC X VALUE SPACE.
           03 EXC-ACT            PIC Z(7)9.
           03 F                  PIC X VALUE SPACE.
           03 EXC-CONS           PIC -(7)9.
           03 F                  PIC X VALUE SPACE.
           03 EXC-PROM           PIC Z(6)9.
           03 F                  PIC X(02) VALUE SPACES.
           03 EXC-MOTIVO         PIC X(16).

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
           03 LINE 08 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "  LECTURAS DE MEDIDOR        ".
           03 LINE 10 COLUMN 24
              VALUE "1-MEDIDORES POR CLIENTE".
           03 LINE 11 COLUMN 24
              VALUE "2-TARIFA DE CONSUMO".
           03 LINE 12 COLUMN 24
              VALUE "3-CARGA DE LECTURAS POR ZONA".
           03 LINE 13 COLUMN 24
              VALUE "4-LISTADO DE EXCEPCIONES".
           03 LINE 14 COLUMN 24
              VALUE "5-GENERAR CUOTAS DEL PERIODO".
           03 LINE 16 COLUMN 24
              VALUE "6-REGRESO MENU PRINCIPAL".
           03 LINE 20 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "INGRESE OPCION:              ".

       01  PANTALLA-MEDI.
           03 LINE 09 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "NRO DE CLIENTE....:".
           03 LINE 10 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "APELLIDO Y NOMBRE.:".
           03 LINE 11 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "TIPO..............:".
           03 LINE 12 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "NRO DE MEDIDOR....:".
           03 LINE 13 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "INSTALADO (DDMMAA):".
           03 LINE 14 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "ZONA / ORDEN RUTA.:".
           03 LINE 15 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "ULTIMA LECTURA....:".
           03 LINE 16 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "ESTADO............:".

       01  PANTALLA-TCON.
           03 LINE 09 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "TIPO..............:".
           03 LINE 11 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "CARGO FIJO.......$:".
           03 LINE 12 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "MINIMO...........$:".
           03 LINE 13 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "EXCEPCION SI SUPERA    VECES EL PROMEDIO".
           03 LINE 14 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "TRAMO  HASTA M3 (0=RESTO)  PRECIO M3".

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
           OPEN I-O CLIDA.
           IF CDA-STATUS NOT = "00"
               OPEN OUTPUT CLIDA
               CLOSE CLIDA
               OPEN I-O CLIDA.
           OPEN I-O EXEN.
           IF EX-STATUS NOT = "00"
               OPEN OUTPUT EXEN
               CLOSE EXEN
               OPEN I-O EXEN.
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
           OPEN I-O TOTAL.
           IF TO-STATUS NOT = "00"
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
           OPEN I-O MEDI.
           IF ME-STATUS NOT = "00"
               OPEN OUTPUT MEDI
               CLOSE MEDI
               OPEN I-O MEDI.
           OPEN I-O TCON.
           IF TC-STATUS NOT = "00"
               OPEN OUTPUT TCON
               CLOSE TCON
               OPEN I-O TCON.
           OPEN I-O LECT.
           IF LE-STATUS NOT = "00"
               OPEN OUTPUT LECT
               CLOSE LECT
               OPEN I-O LECT.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO MED.
           IF OPC = "2" GO TO TAR.
           IF OPC = "3" GO TO LEC.
           IF OPC = "4" GO TO EXC.
           IF OPC = "5" GO TO GEN.
           IF OPC = "6" GO TO CIERRE.
           GO TO L-PANT.

      *    MEDIDORES: ALTA, MODIFICACION (CAMBIO DE MEDIDOR, DE RUTA O
      *    DE LECTURA INICIAL) Y BAJA POR CLIENTE Y TIPO.
       MED.
           PERFORM ENCABEZA.
           DISPLAY PANTALLA-MEDI.
           DISPLAY "PARA SALIR DEJAR EN BLANCO" AT 1910
           WITH FOREGROUND-COLOR 6.
       MED-CLI.
           MOVE SPACES TO NUM-CO.
           DISPLAY "                         " AT 0930.
           DISPLAY "                         " AT 1030.
           ACCEPT NUM-CO AT 0930 WITH PROMPT.
           IF NUM-CO = SPACES GO TO ENCABEZA.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INCORRECTO" AT 0957
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0976 WITH PROMPT
           DISPLAY "                   " AT 0957
           GO TO MED-CLI.
           DISPLAY NOMBRE AT 1030.
       MED-TIP.
           PERFORM MED-LIMPIA THRU F-MED-LIMPIA.
           MOVE ZEROS TO ME-TIP.
           ACCEPT ME-TIP AT 1130 WITH PROMPT.
           IF ME-TIP = ZEROS GO TO MED-CLI.
           MOVE ME-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY GO TO MED-TIP.
           DISPLAY B-CODI AT 1135.
           MOVE NUM-CO TO ME-CLI.
           READ MEDI KEY IS ME-CLAVE
           INVALID KEY
           DISPLAY "SIN MEDIDOR" AT 1630
           GO TO MED-OP.
           PERFORM MED-MUESTRA THRU F-MED-MUESTRA.
       MED-OP.
           DISPLAY "A=ALTA/MODIFICA  B=BAJA  ENTER=OTRO TIPO"
               AT 1810 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1851 WITH PROMPT.
           DISPLAY "                                         "
               AT 1810.
           IF OPC = "A" GO TO MED-ALTA.
           IF OPC = "B" GO TO MED-BAJA.
           GO TO MED-TIP.
       MED-ALTA.
           MOVE SPACES TO BT-ANTES.
           MOVE NUM-CO TO ME-CLI.
           READ MEDI KEY IS ME-CLAVE
           INVALID KEY
               MOVE NUM-CO TO ME-CLI
               MOVE SPACES TO ME-NRO
               MOVE ZEROS TO ME-INST ME-RUTA ME-ULT-LECT ME-ULT-PER
               MOVE NUM-CO TO CD-CLI
               READ CLIDA KEY IS CD-CLI
               INVALID KEY MOVE ZEROS TO CD-ZONA CD-RUTA
               END-READ
               MOVE CD-ZONA TO ME-ZONA
               MOVE CD-RUTA TO ME-ORDEN.
           IF ME-STATUS = "00" MOVE REG-MEDI TO BT-ANTES.
       MED-NRO.
           DISPLAY ME-NRO AT 1230.
           ACCEPT ME-NRO AT 1230.
           IF ME-NRO = SPACES GO TO MED-NRO.
       MED-INST.
           MOVE ME-INST TO MD-F8.
           MOVE MD-F8-DD TO MD-F-DD.
           MOVE MD-F8-MM TO MD-F-MM.
           MOVE MD-F8-AA TO AA-VENT.
           MOVE AA-VENT TO MD-F-AA.
           DISPLAY MD-F6 AT 1330.
           ACCEPT MD-F6 AT 1330.
           IF MD-F-MM < 1 OR MD-F-MM > 12 OR MD-F-DD < 1
               OR MD-F-DD > 31 GO TO MED-INST.
           MOVE MD-F-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE ME-INST = ANO-VENT * 10000 + MD-F-MM * 100
               + MD-F-DD.
       MED-RUTA.
           DISPLAY ME-ZONA AT 1430.
           ACCEPT ME-ZONA AT 1430.
           DISPLAY "/" AT 1434.
           DISPLAY ME-ORDEN AT 1436.
           ACCEPT ME-ORDEN AT 1436.
           IF ME-ZONA = ZEROS GO TO MED-RUTA.
      *    LA LECTURA INICIAL (O LA DEL MEDIDOR NUEVO CUANDO SE CAMBIA)
      *    ES LA BASE DEL PRIMER CONSUMO.
           MOVE ME-ULT-LECT TO MD-LECT-ED.
           DISPLAY MD-LECT-ED AT 1530.
           ACCEPT MD-LECT-ED AT 1530.
           MOVE MD-LECT-ED TO ME-ULT-LECT.
           MOVE "A" TO ME-EST.
           WRITE REG-MEDI INVALID KEY REWRITE REG-MEDI.
           MOVE "MEDIDOR" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE ME-CLI TO BT-CLAVE.
           MOVE REG-MEDI TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "ACTIVO              " AT 1630.
           GO TO MED-OP.
       MED-BAJA.
           MOVE NUM-CO TO ME-CLI.
           READ MEDI KEY IS ME-CLAVE
           INVALID KEY GO TO MED-TIP.
           MOVE REG-MEDI TO BT-ANTES.
           MOVE "B" TO ME-EST.
           REWRITE REG-MEDI.
           MOVE "MEDIDOR" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE ME-CLI TO BT-CLAVE.
           MOVE REG-MEDI TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "DADO DE BAJA        " AT 1630.
           GO TO MED-TIP.

       MED-MUESTRA.
           DISPLAY ME-NRO AT 1230.
           MOVE ME-INST TO MD-F8.
           DISPLAY MD-F8-DD AT 1330.
           DISPLAY "/" AT 1332.
           DISPLAY MD-F8-MM AT 1333.
           DISPLAY "/" AT 1335.
           DISPLAY MD-F8-AA AT 1336.
           DISPLAY ME-ZONA AT 1430.
           DISPLAY "/" AT 1434.
           DISPLAY ME-ORDEN AT 1436.
           MOVE ME-ULT-LECT TO MD-LECT-ED.
           DISPLAY MD-LECT-ED AT 1530.
           IF ME-ULT-PER NOT = ZEROS
               DISPLAY "PERIODO" AT 1540
               DISPLAY ME-ULT-PER AT 1548.
           IF ME-EST = "A"
               DISPLAY "ACTIVO              " AT 1630
           ELSE
               DISPLAY "DADO DE BAJA        " AT 1630.
       F-MED-MUESTRA.
           EXIT.

       MED-LIMPIA.
           DISPLAY "                                        " AT 1135.
           DISPLAY "              " AT 1230.
           DISPLAY "          " AT 1330.
           DISPLAY "            " AT 1430.
           DISPLAY "                          " AT 1530.
           DISPLAY "                    " AT 1630.
       F-MED-LIMPIA.
           EXIT.

      *    TARIFA DE CONSUMO DE UN TIPO. LOS TRAMOS SE CARGAN EN ORDEN
      *    CRECIENTE; EL PRIMERO CON HASTA EN CERO TOMA TODO EL RESTO.
       TAR.
           PERFORM ENCABEZA.
           DISPLAY PANTALLA-TCON.
           DISPLAY "PARA SALIR DEJAR EN CERO" AT 1910
           WITH FOREGROUND-COLOR 6.
       TAR-TIP.
           MOVE ZEROS TO TC-TIP.
           DISPLAY "                                        " AT 0935.
           ACCEPT TC-TIP AT 0930 WITH PROMPT.
           IF TC-TIP = ZEROS GO TO ENCABEZA.
           MOVE TC-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY GO TO TAR-TIP.
           DISPLAY B-CODI AT 0935.
           MOVE SPACES TO BT-ANTES.
           READ TCON KEY IS TC-TIP
           INVALID KEY
               MOVE N-CODI TO TC-TIP
               MOVE ZEROS TO TC-FIJO TC-MINIMO
               MOVE 3 TO TC-VECES
               MOVE ZEROS TO TC-HASTA (1) TC-PRECIO (1)
                             TC-HASTA (2) TC-PRECIO (2)
                             TC-HASTA (3) TC-PRECIO (3)
                             TC-HASTA (4) TC-PRECIO (4).
           IF TC-STATUS = "00" MOVE REG-TCON TO BT-ANTES.
           MOVE TC-FIJO TO MD-FIJO-ED.
           DISPLAY MD-FIJO-ED AT 1130.
           ACCEPT MD-FIJO-ED AT 1130.
           MOVE MD-FIJO-ED TO TC-FIJO.
           MOVE TC-MINIMO TO MD-MIN-ED.
           DISPLAY MD-MIN-ED AT 1230.
           ACCEPT MD-MIN-ED AT 1230.
           MOVE MD-MIN-ED TO TC-MINIMO.
           MOVE TC-VECES TO MD-VEC-ED.
           DISPLAY MD-VEC-ED AT 1330.
           ACCEPT MD-VEC-ED AT 1330.
           MOVE MD-VEC-ED TO TC-VECES.
           MOVE ZEROS TO MD-ANT-HASTA.
           PERFORM TAR-TRAMO THRU F-TAR-TRAMO
               VARYING MD-I FROM 1 BY 1 UNTIL MD-I > 4.
       TAR-CONF.
           DISPLAY "GRABA LA TARIFA (S/N):" AT 2010
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2033 WITH PROMPT.
           DISPLAY "                        " AT 2010.
           IF OPC NOT = "S" GO TO TAR-BORRA.
           MOVE OPERADOR TO TC-OPER.
           WRITE REG-TCON INVALID KEY REWRITE REG-TCON.
           MOVE "TARCON" TO BT-ARCHIVO.
           MOVE "MODIF" TO BT-ACCION.
           MOVE TC-TIP TO BT-CLAVE.
           MOVE REG-TCON TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       TAR-BORRA.
           DISPLAY "              " AT 1130.
           DISPLAY "              " AT 1230.
           DISPLAY "   " AT 1330.
           PERFORM TAR-LIMPIA THRU F-TAR-LIMPIA
               VARYING MD-I FROM 1 BY 1 UNTIL MD-I > 4.
           GO TO TAR-TIP.

      *    UN TRAMO: SI EL ANTERIOR YA TOMO EL RESTO (O ESTE HASTA NO
      *    SUPERA AL ANTERIOR) SE DEJA EN CERO.
       TAR-TRAMO.
           COMPUTE MD-LIN = 14 + MD-I.
           DISPLAY (MD-LIN, 12) MD-I.
           IF MD-I > 1 AND MD-ANT-HASTA = ZEROS
               MOVE ZEROS TO TC-HASTA (MD-I) TC-PRECIO (MD-I)
               GO TO F-TAR-TRAMO.
           MOVE TC-HASTA (MD-I) TO MD-HAS-ED.
           DISPLAY (MD-LIN, 18) MD-HAS-ED.
           ACCEPT (MD-LIN, 18) MD-HAS-ED.
           MOVE MD-HAS-ED TO TC-HASTA (MD-I).
           IF TC-HASTA (MD-I) NOT = ZEROS
               AND TC-HASTA (MD-I) NOT > MD-ANT-HASTA
               GO TO TAR-TRAMO.
           MOVE TC-PRECIO (MD-I) TO MD-PRE-ED.
           DISPLAY (MD-LIN, 37) MD-PRE-ED.
           ACCEPT (MD-LIN, 37) MD-PRE-ED.
           MOVE MD-PRE-ED TO TC-PRECIO (MD-I).
           MOVE TC-HASTA (MD-I) TO MD-ANT-HASTA.
       F-TAR-TRAMO.
           EXIT.

       TAR-LIMPIA.
           COMPUTE MD-LIN = 14 + MD-I.
           DISPLAY (MD-LIN, 12) "                                   ".
       F-TAR-LIMPIA.
           EXIT.

      *    CARGA DE LECTURAS DE UN PERIODO Y UNA ZONA EN EL ORDEN DE LA
      *    RUTA: PRIMERO EL ORDEN DE VISITA DEL CLIENTE EN ARCLIDA (EL
      *    MISMO DE LA PLANILLA DEL COBRADOR) Y LUEGO EL DEL MEDIDOR;
      *    LOS CLIENTES SIN UBICAR VAN AL FINAL. LA LECTURA ANTERIOR
      *    ES LA ULTIMA ACEPTADA DEL MEDIDOR; SI EL PERIODO YA TENIA
      *    LECTURA (RELECTURA) SE CONSERVA LA ANTERIOR DE ESE REGISTRO.
      *    LAS YA FACTURADAS NO SE TOCAN.
       LEC.
           PERFORM ENCABEZA.
           DISPLAY "PERIODO (MMAA):" AT 0810.
           DISPLAY "ZONA (0=SALE):" AT 0840.
           MOVE ZEROS TO MD-F4.
           ACCEPT MD-F4 AT 0826 WITH PROMPT.
           IF MD-F4 = ZEROS GO TO ENCABEZA.
           IF MD-MM < 1 OR MD-MM > 12 GO TO LEC.
           MOVE MD-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE MD-PER = ANO-VENT * 100 + MD-MM.
           MOVE ZEROS TO MD-ZONA.
           ACCEPT MD-ZONA AT 0855 WITH PROMPT.
           IF MD-ZONA = ZEROS GO TO ENCABEZA.
           DISPLAY "ORDEN CLIENTE         NOMBRE" AT 1010.
           DISPLAY "MEDIDOR      TIP ANTERIOR" AT 1054.
           MOVE ZEROS TO MD-LEIDOS MD-EXCEP.
           MOVE "N" TO MD-FIN.
           SORT WORK-SORT
               ON ASCENDING KEY SR-RUTA SR-ORDEN SR-CLI SR-TIP
               INPUT PROCEDURE IS LEC-CARGA THRU F-LEC-CARGA
               OUTPUT PROCEDURE IS LEC-R THRU F-LEC-R.
           GO TO LEC-F.

       LEC-CARGA.
           MOVE MD-ZONA TO ME-ZONA.
           MOVE ZEROS TO ME-ORDEN.
           START MEDI KEY IS NOT LESS THAN ME-RUTA
           INVALID KEY GO TO F-LEC-CARGA.
       LCA-R.
           READ MEDI NEXT RECORD AT END GO TO F-LEC-CARGA.
           IF ME-ZONA NOT = MD-ZONA GO TO F-LEC-CARGA.
           IF ME-EST NOT = "A" GO TO LCA-R.
           MOVE ME-CLI TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY MOVE ZEROS TO CD-RUTA.
           MOVE CD-RUTA TO SR-RUTA.
           IF CD-RUTA = ZEROS MOVE 99999 TO SR-RUTA.
           MOVE ME-ORDEN TO SR-ORDEN.
           MOVE ME-CLI TO SR-CLI.
           MOVE ME-TIP TO SR-TIP.
           RELEASE SORT-REC.
           GO TO LCA-R.
       F-LEC-CARGA.
           EXIT.

      *    F=FIN TERMINA LA CARGA: EL RESTO DE LA ZONA SE DESCARTA.
       LEC-R.
           RETURN WORK-SORT AT END GO TO F-LEC-R.
           IF MD-FIN = "S" GO TO LEC-R.
           MOVE SR-CLI TO ME-CLI.
           MOVE SR-TIP TO ME-TIP.
           READ MEDI KEY IS ME-CLAVE
           INVALID KEY GO TO LEC-R.
           PERFORM PROMEDIO THRU F-PROMEDIO.
           MOVE "N" TO MD-EXISTE.
           MOVE ME-ULT-LECT TO MD-ANT.
           MOVE ME-CLI TO LE-CLI.
           MOVE ME-TIP TO LE-TIP.
           MOVE MD-PER TO LE-PER.
           READ LECT KEY IS LE-CLAVE
           INVALID KEY GO TO LEC-MUESTRA.
           IF LE-EST = "F" GO TO LEC-R.
           MOVE "S" TO MD-EXISTE.
           MOVE LE-ANT TO MD-ANT.
           MOVE LE-EST TO MD-EST-ANT.
           MOVE LE-MOT TO MD-MOT-ANT.
           MOVE LE-ACT TO MD-ACT-ANT.
       LEC-MUESTRA.
           MOVE ME-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE ME-ORDEN TO MD-ORD-S.
           MOVE ME-CLI TO MD-CLI-S.
           MOVE NOMBRE TO MD-NOM-S.
           MOVE ME-NRO TO MD-NRO-S.
           MOVE ME-TIP TO MD-TIP-S.
           MOVE MD-ANT TO MD-ANT-S.
           DISPLAY MD-RENG AT 1210.
           DISPLAY "                    " AT 1230.
           IF MD-EXISTE = "S"
               DISPLAY "RELECTURA, ANTES:" AT 1310
               DISPLAY MD-ACT-ANT AT 1328.
       LEC-ENT.
           DISPLAY "LECTURA ACTUAL (ENTER=SALTA F=FIN):" AT 1410.
           MOVE SPACES TO MD-ENT.
           ACCEPT MD-ENT AT 1446 WITH PROMPT.
           DISPLAY "                                   " AT 1310.
           IF MD-ENT = "F"
               MOVE "S" TO MD-FIN
               GO TO LEC-R.
           IF MD-ENT = SPACES GO TO LEC-R.
           MOVE SPACES TO MD-ENT-J.
           MOVE MD-ENT TO MD-ENT-J.
           INSPECT MD-ENT-J REPLACING LEADING SPACE BY ZERO.
           IF MD-ENT-J IS NOT NUMERIC GO TO LEC-ENT.
           MOVE MD-ENT-J TO MD-ACT.
           COMPUTE MD-CONS = MD-ACT - MD-ANT.
           MOVE ME-CLI TO LE-CLI.
           MOVE ME-TIP TO LE-TIP.
           MOVE MD-PER TO LE-PER.
           MOVE MD-ANT TO LE-ANT.
           MOVE MD-ACT TO LE-ACT.
           MOVE MD-CONS TO LE-CONS.
           MOVE MD-PROM TO LE-PROM.
           MOVE "C" TO LE-EST.
           MOVE SPACE TO LE-MOT.
           MOVE ZEROS TO LE-MONTO.
           MOVE OPERADOR TO LE-OPER.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO LE-FECHA.
           PERFORM EVALUA-LECTURA THRU F-EVALUA-LECTURA.
           IF MD-EXISTE = "S"
               REWRITE REG-LECT
           ELSE
               WRITE REG-LECT INVALID KEY REWRITE REG-LECT.
           ADD 1 TO MD-LEIDOS.
           IF LE-EST = "X"
               ADD 1 TO MD-EXCEP
               IF LE-MOT = "N"
                   DISPLAY "EXCEPCION: CONSUMO NEGATIVO    " AT 1610
                   WITH FOREGROUND-COLOR 6
               ELSE
                   DISPLAY "EXCEPCION: CONSUMO MUY ALTO    " AT 1610
                   WITH FOREGROUND-COLOR 6
               END-IF
               GO TO LEC-X.
           DISPLAY "                               " AT 1610.
      *    LECTURA ACEPTADA: PASA A SER LA BASE DEL PROXIMO PERIODO.
           MOVE MD-ACT TO ME-ULT-LECT.
           MOVE MD-PER TO ME-ULT-PER.
           REWRITE REG-MEDI.
           GO TO LEC-R.
      *    SI LA RELECTURA DEJA EN EXCEPCION UNA LECTURA QUE YA SE HABIA
      *    ACEPTADO, EL MEDIDOR VUELVE A LA LECTURA ANTERIOR.
       LEC-X.
           IF ME-ULT-PER = MD-PER
               MOVE MD-ANT TO ME-ULT-LECT
               REWRITE REG-MEDI.
           GO TO LEC-R.
       F-LEC-R.
           EXIT.

       LEC-F.
           DISPLAY "LECTURAS CARGADAS:" AT 1810.
           DISPLAY MD-LEIDOS AT 1829.
           DISPLAY "EXCEPCIONES:" AT 1840.
           DISPLAY MD-EXCEP AT 1853.
           IF MD-LEIDOS NOT = ZEROS
               MOVE "LECTUR" TO BT-ARCHIVO
               MOVE "CARGA" TO BT-ACCION
               MOVE SPACES TO BT-CLAVE
               MOVE MD-PER TO BT-CLAVE (1:6)
               MOVE MD-ZONA TO BT-CLAVE (8:3)
               MOVE SPACES TO BT-ANTES
               MOVE SPACES TO BT-DESPUES
               MOVE MD-LEIDOS TO BT-DESPUES (1:5)
               MOVE MD-EXCEP TO BT-DESPUES (7:5)
               PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1860 WITH PROMPT.
           GO TO ENCABEZA.

      *    CONSUMO NEGATIVO: SIEMPRE EXCEPCION (SI CAMBIO EL MEDIDOR SE
      *    CORRIGE LA LECTURA BASE EN EL MAESTRO). CONSUMO MAYOR QUE
      *    TC-VECES EL PROMEDIO: EXCEPCION, SALVO QUE LA RELECTURA
      *    REPITA EL MISMO VALOR, QUE LA DEJA VERIFICADA.
       EVALUA-LECTURA.
           IF MD-CONS < ZEROS
               MOVE "X" TO LE-EST
               MOVE "N" TO LE-MOT
               GO TO F-EVALUA-LECTURA.
           IF MD-PROM = ZEROS GO TO F-EVALUA-LECTURA.
           MOVE 3 TO MD-VECES.
           MOVE ME-TIP TO TC-TIP.
           READ TCON KEY IS TC-TIP
           INVALID KEY MOVE ZEROS TO TC-VECES.
           IF TC-STATUS = "00" AND TC-VECES NOT = ZEROS
               MOVE TC-VECES TO MD-VECES.
           COMPUTE MD-TOPE = MD-PROM * MD-VECES.
           IF MD-CONS NOT > MD-TOPE GO TO F-EVALUA-LECTURA.
           IF MD-EXISTE = "S" AND MD-EST-ANT = "X" AND MD-MOT-ANT = "A"
               AND MD-ACT-ANT = MD-ACT
               MOVE "V" TO LE-EST
               GO TO F-EVALUA-LECTURA.
           IF MD-EXISTE = "S" AND MD-EST-ANT = "V"
               AND MD-ACT-ANT = MD-ACT
               MOVE "V" TO LE-EST
               GO TO F-EVALUA-LECTURA.
           MOVE "X" TO LE-EST.
           MOVE "A" TO LE-MOT.
       F-EVALUA-LECTURA.
           EXIT.

      *    PROMEDIO DEL CLIENTE: CONSUMOS ACEPTADOS DE LOS DOCE PERIODOS
      *    ANTERIORES AL QUE SE CARGA (MD-PER).
       PROMEDIO.
           MOVE ZEROS TO MD-SUMA MD-CANT MD-PROM.
           COMPUTE MD-DESDE = MD-PER - 100.
           MOVE ME-CLI TO LE-CLI.
           MOVE ME-TIP TO LE-TIP.
           MOVE MD-DESDE TO LE-PER.
           START LECT KEY IS GREATER THAN LE-CLAVE
           INVALID KEY GO TO PRM-FIN.
       PRM-R.
           READ LECT NEXT RECORD AT END GO TO PRM-FIN.
           IF LE-CLI NOT = ME-CLI OR LE-TIP NOT = ME-TIP
               GO TO PRM-FIN.
           IF LE-PER NOT < MD-PER GO TO PRM-FIN.
           IF LE-EST = "X" OR LE-CONS < ZEROS GO TO PRM-R.
           ADD LE-CONS TO MD-SUMA.
           ADD 1 TO MD-CANT.
           GO TO PRM-R.
       PRM-FIN.
           IF MD-CANT NOT = ZEROS
               COMPUTE MD-PROM ROUNDED = MD-SUMA / MD-CANT.
       F-PROMEDIO.
           EXIT.

      *    LISTADO DE EXCEPCIONES DE UN PERIODO EN EL ORDEN DE LA RUTA
      *    (ZONA Y ORDEN), PARA MANDAR A RELEER.
       EXC.
           PERFORM ENCABEZA.
           DISPLAY "PERIODO (MMAA):" AT 0918.
           MOVE ZEROS TO MD-F4.
           ACCEPT MD-F4 AT 0934 WITH PROMPT.
           IF MD-F4 = ZEROS GO TO ENCABEZA.
           IF MD-MM < 1 OR MD-MM > 12 GO TO EXC.
           MOVE MD-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE MD-PER = ANO-VENT * 100 + MD-MM.
           OPEN OUTPUT LEXC.
           MOVE SPACES TO REG-LEXC.
           STRING "LECTURAS A RELEER - PERIODO " DELIMITED BY SIZE
               MD-MM "/" ANO-VENT DELIMITED BY SIZE
               INTO REG-LEXC.
           WRITE REG-LEXC.
           WRITE REG-LEXC FROM EXC-TIT.
           MOVE ZEROS TO MD-EXCEP.
           MOVE ZEROS TO ME-RUTA.
           START MEDI KEY IS NOT LESS THAN ME-RUTA
           INVALID KEY GO TO EXC-F.
       EXC-R.
           READ MEDI NEXT RECORD AT END GO TO EXC-F.
           MOVE ME-CLI TO LE-CLI.
           MOVE ME-TIP TO LE-TIP.
           MOVE MD-PER TO LE-PER.
           READ LECT KEY IS LE-CLAVE
           INVALID KEY GO TO EXC-R.
           IF LE-EST NOT = "X" GO TO EXC-R.
           MOVE ME-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE ME-ZONA TO EXC-ZONA.
           MOVE ME-ORDEN TO EXC-ORD.
           MOVE ME-CLI TO EXC-CLI.
           MOVE NOMBRE TO EXC-NOM.
           MOVE ME-NRO TO EXC-NRO.
           MOVE ME-TIP TO EXC-TIP.
           MOVE LE-ANT TO EXC-ANT.
           MOVE LE-ACT TO EXC-ACT.
           MOVE LE-CONS TO EXC-CONS.
           MOVE LE-PROM TO EXC-PROM.
           IF LE-MOT = "N"
               MOVE "CONSUMO NEGATIVO" TO EXC-MOTIVO
           ELSE
               MOVE "CONSUMO ALTO" TO EXC-MOTIVO.
           WRITE REG-LEXC FROM EXC-LIN.
           ADD 1 TO MD-EXCEP.
           GO TO EXC-R.
       EXC-F.
           CLOSE LEXC.
           DISPLAY "EXCEPCIONES:" AT 1218.
           DISPLAY MD-EXCEP AT 1231.
           DISPLAY "LISTADO EN LECEXC.TXT" AT 1318.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1340 WITH PROMPT.
           GO TO ENCABEZA.

      *    GENERACION DE CUOTAS: CADA LECTURA CARGADA O VERIFICADA DEL
      *    PERIODO SE VALORIZA CON LA TARIFA DEL TIPO Y SE GRABA COMO
      *    CUOTA (MES DEL PERIODO) CON LA FECHA DE VENCIMIENTO PEDIDA.
      *    LAS EXCEPCIONES NO SE FACTURAN. SI LA CUOTA YA EXISTIA NO SE
      *    PISA Y LA LECTURA QUEDA SIN FACTURAR.
       GEN.
           PERFORM ENCABEZA.
           DISPLAY "PERIODO (MMAA):" AT 0918.
           DISPLAY "VENCIMIENTO (DDMMAA):" AT 1018.
           MOVE ZEROS TO MD-F4.
           ACCEPT MD-F4 AT 0940 WITH PROMPT.
           IF MD-F4 = ZEROS GO TO ENCABEZA.
           IF MD-MM < 1 OR MD-MM > 12 GO TO GEN.
           MOVE MD-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE MD-PER = ANO-VENT * 100 + MD-MM.
       GEN-VTO.
           MOVE ZEROS TO MD-F6.
           ACCEPT MD-F6 AT 1040 WITH PROMPT.
           IF MD-F6 = ZEROS GO TO ENCABEZA.
           IF MD-F-MM < 1 OR MD-F-MM > 12 GO TO GEN-VTO.
           MOVE MD-F-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE MD-F-MM TO MM-CHK.
           MOVE ANO-VENT TO AA-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF MD-F-DD < 1 OR MD-F-DD > MAX-DD GO TO GEN-VTO.
           MOVE MD-F-DD TO MD-V-DD.
           MOVE MD-F-MM TO MD-V-MM.
           MOVE ANO-VENT TO MD-V-AA.
           DISPLAY "CONFIRMA LA GENERACION (S/N):" AT 1218
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1248 WITH PROMPT.
           IF OPC NOT = "S" GO TO ENCABEZA.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-AMD TO FECHA-HOY.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-COMP = ANO-VENT * 10000 + HOY-MM * 100
               + HOY-DD.
           MOVE ZEROS TO MD-GEN MD-SINTAR MD-OMIT MD-PEND MD-TOTAL.
           CLOSE LECT.
           OPEN I-O LECT.
       GEN-R.
           READ LECT NEXT RECORD AT END GO TO GEN-F.
           IF LE-PER NOT = MD-PER GO TO GEN-R.
           IF LE-EST = "X" ADD 1 TO MD-PEND GO TO GEN-R.
           IF LE-EST NOT = "C" AND LE-EST NOT = "V" GO TO GEN-R.
           MOVE LE-TIP TO TC-TIP.
           READ TCON KEY IS TC-TIP
           INVALID KEY ADD 1 TO MD-SINTAR GO TO GEN-R.
           PERFORM VALORIZA THRU F-VALORIZA.
           PERFORM EXENCION THRU F-EXENCION.
           MOVE LE-CLI TO CONT.
           MOVE MD-AA2 TO AA.
           MOVE MD-MM TO P1.
           MOVE LE-TIP TO TIP-IMP.
           MOVE MD-V-DD TO DDV.
           MOVE MD-V-MM TO MMV.
           MOVE MD-V-AA TO AAV.
           MOVE ZEROS TO FEC-PAG.
           MOVE MD-IMP TO MONTO.
           COMPUTE ANO = MD-PER / 100.
           MOVE ZEROS TO PAGADO.
           MOVE ZEROS TO ORIG-VEN.
           MOVE SPACE TO EST-IMP.
           MOVE EX-DESC TO BONIF.
           WRITE REG-IMP
           INVALID KEY ADD 1 TO MD-OMIT GO TO GEN-R.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           PERFORM SEGUNDO-VTO THRU F-SEGUNDO-VTO.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           MOVE MONTO TO TOT-EMI.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           MOVE "F" TO LE-EST.
           MOVE MONTO TO LE-MONTO.
           REWRITE REG-LECT.
           ADD 1 TO MD-GEN.
           ADD MONTO TO MD-TOTAL.
           GO TO GEN-R.
       GEN-F.
           MOVE "LECTUR" TO BT-ARCHIVO.
           MOVE "GENER" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE MD-PER TO BT-CLAVE (1:6).
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE MD-GEN TO BT-DESPUES (1:5).
           MOVE MD-TOTAL TO MD-TOTAL-ED.
           MOVE MD-TOTAL-ED TO BT-DESPUES (7:16).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "CUOTAS GENERADAS......:" AT 1418.
           DISPLAY MD-GEN AT 1442.
           DISPLAY "IMPORTE..............$:" AT 1518.
           DISPLAY MD-TOTAL-ED AT 1542.
           DISPLAY "CUOTAS YA EXISTENTES..:" AT 1618.
           DISPLAY MD-OMIT AT 1642.
           DISPLAY "TIPOS SIN TARIFA......:" AT 1718.
           DISPLAY MD-SINTAR AT 1742.
           IF MD-PEND NOT = ZEROS
               DISPLAY "EXCEPCIONES SIN FACTURAR:" AT 1818
               WITH FOREGROUND-COLOR 6
               DISPLAY MD-PEND AT 1844.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1960 WITH PROMPT.
           GO TO ENCABEZA.

      *    IMPORTE DEL CONSUMO: CARGO FIJO MAS CADA TRAMO AL PRECIO
      *    DEL TRAMO, CON EL MINIMO DE LA TARIFA.
       VALORIZA.
           MOVE LE-CONS TO MD-RESTO.
           IF LE-CONS < ZEROS MOVE ZEROS TO MD-RESTO.
           MOVE ZEROS TO MD-BASE.
           MOVE TC-FIJO TO MD-IMP.
           PERFORM VAL-TRAMO THRU F-VAL-TRAMO
               VARYING MD-I FROM 1 BY 1 UNTIL MD-I > 4.
           IF MD-IMP < TC-MINIMO MOVE TC-MINIMO TO MD-IMP.
       F-VALORIZA.
           EXIT.

       VAL-TRAMO.
           IF MD-RESTO = ZEROS GO TO F-VAL-TRAMO.
           IF TC-HASTA (MD-I) = ZEROS OR MD-I = 4
               MOVE MD-RESTO TO MD-TRAMO
           ELSE
               COMPUTE MD-TRAMO = TC-HASTA (MD-I) - MD-BASE
               IF MD-TRAMO > MD-RESTO MOVE MD-RESTO TO MD-TRAMO.
           COMPUTE MD-IMP ROUNDED = MD-IMP
               + MD-TRAMO * TC-PRECIO (MD-I).
           SUBTRACT MD-TRAMO FROM MD-RESTO.
           MOVE TC-HASTA (MD-I) TO MD-BASE.
       F-VAL-TRAMO.
           EXIT.

      *    SI EL CLIENTE TIENE UNA EXENCION VIGENTE PARA EL TIPO, EL
      *    IMPORTE SE REDUCE EN EL PORCENTAJE Y EL DESCUENTO QUEDA EN
      *    EX-DESC PARA GRABARSE EN BONIF DE LA CUOTA.
       EXENCION.
           MOVE ZEROS TO EX-DESC.
           MOVE LE-CLI TO EX-CLI.
           MOVE LE-TIP TO EX-TIP.
           READ EXEN KEY IS EX-CLAVE
           INVALID KEY GO TO F-EXENCION.
           IF EX-VTO NOT = ZEROS AND EX-VTO < HOY-COMP
               GO TO F-EXENCION.
           COMPUTE EX-DESC ROUNDED = MD-IMP * EX-PORC / 100.
           SUBTRACT EX-DESC FROM MD-IMP.
       F-EXENCION.
           EXIT.

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
           ELSE
           IF MM-CHK = 2
               DIVIDE AA-CHK BY 4 GIVING Q-CHK REMAINDER R4-CHK
               IF R4-CHK NOT = 0
                   MOVE 28 TO MAX-DD
               ELSE
                   DIVIDE AA-CHK BY 100 GIVING Q-CHK REMAINDER R100-CHK
                   IF R100-CHK NOT = 0
                       MOVE 29 TO MAX-DD
                   ELSE
                       DIVIDE AA-CHK BY 400 GIVING Q-CHK
                           REMAINDER R400-CHK
                       IF R400-CHK = 0
                           MOVE 29 TO MAX-DD
                       ELSE
                           MOVE 28 TO MAX-DD
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 31 TO MAX-DD.
       F-DIAS-MES.
           EXIT.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
           ELSE
               COMPUTE ANO-VENT = 1900 + AA-VENT.
       F-VENTANA-ANO.
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

      *    ACTUALIZA EL TOTAL CORRIENTE (ARTOTAL) CON LO QUE DEJO EL
      *    LLAMADOR EN TOT-... (EMITIDO Y/O COBRADO).
       ACTUALIZA-TOTAL.
           IF TOT-EMI NOT = ZEROS
               MOVE TOT-TIP TO DV-TIP1
               MOVE TOT-EMI TO DV-IMP1
               PERFORM DEVENGA THRU F-DEVENGA.
           MOVE TOT-CLI TO TO-CLI.
           MOVE TOT-TIP TO TO-TIP.
           MOVE TOT-PER TO TO-PER.
           READ TOTAL KEY IS TO-CLAVE
           INVALID KEY
               MOVE TOT-CLI TO TO-CLI
               MOVE TOT-TIP TO TO-TIP
               MOVE TOT-PER TO TO-PER
               MOVE ZEROS TO TO-EMIT TO-COB TO-SALDO
               WRITE REG-TOTAL INVALID KEY CONTINUE.
           ADD TOT-EMI TO TO-EMIT.
           ADD TOT-COB TO TO-COB.
           COMPUTE TO-SALDO = TO-EMIT - TO-COB.
           REWRITE REG-TOTAL.
           MOVE ZEROS TO TOT-EMI TOT-COB.
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
           CLOSE CONTRI IMPU CODI CLIDA EXEN SVTO VTO2 TOTAL MEDI TCON
                 LECT BITA ABIE.
           CHAIN "MENU".
           STOP RUN.

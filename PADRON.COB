                  RECORD KEY IS TH-CLAVE
                  FILE STATUS IS TH-STATUS.

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

           SELECT TOTAL ASSIGN TO DISK
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

           SELECT CTBL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CT-CLAVE
                  FILE STATUS IS CT-STATUS.

           SELECT ASIEN ASSIGN TO DISK
                  FILE STATUS IS AS-STATUS.

           SELECT EMIS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS ER-NRO
                  FILE STATUS IS ER-STATUS.

           SELECT NUEMI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NE-CLAVE
                  FILE STATUS IS NE-STATUS.

           SELECT EMCU ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS EC-CLAVE
                  ALTERNATE RECORD IS EC-RUN
                  WITH DUPLICATES
                  FILE STATUS IS EC-STATUS.

           SELECT NOTDC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DC-NRO
                  ALTERNATE RECORD IS DC-CLI
                  WITH DUPLICATES
                  FILE STATUS IS DC-STATUS.

           SELECT ABIE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AI-CLAVE
                  ALTERNATE RECORD IS AI-FVTO
                  WITH DUPLICATES
                  FILE STATUS IS AI-STATUS.

           SELECT EMCK ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CK-RUN
                  FILE STATUS IS CK-STATUS.

       DATA DIVISION.
       FILE SECTION.

              05 CG-TIP          PIC 9(3).
           03 CG-MONTO           PIC 9(11)V99.

      *    DATOS COMPLEMENTARIOS DEL CLIENTE (ZONA, CATEGORIA Y
      *    ORDEN DE VISITA DENTRO DE LA ZONA).
       FD  CLIDA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDA.
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

      *    HISTORIA DE TARIFAS (LA ESCRIBEN CARGA Y UTILITARIOS).
       FD  TARH LABEL RECORD IS STANDARD
              05 TH-DESDE        PIC 9(8).
           03 TH-MONTO           PIC 9(11)V99.
           03 TH-OPER            PIC X(10).
           03 TH-CLASE           PIC X.
           03 TH-MODU            PIC 9(5)V99.
           03 TH-VALMOD          PIC 9(7)V9999.

      *    SEGUNDO VENCIMIENTO POR TIPO: DIAS DESDE EL PRIMERO Y
      *    RECARGO EN PORCENTAJE (P) O IMPORTE FIJO (F).
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

      *    TOTALES CORRIENTES POR CLIENTE, TIPO Y PERIODO (AAAAMM).
       FD  TOTAL LABEL RECORD IS STANDARD
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

      *    REGISTRO DE CORRIDAS DE LA EMISION ANUAL: UNA POR CADA
      *    EMISION CONFIRMADA, CON EL RANGO DE VENCIMIENTOS (AAAAMMDD)
      *    Y LOS TIPOS QUE GENERO. ER-EST: ESPACIO = VIGENTE,
      *    "P" = REVERTIDA EN PARTE (QUEDARON CUOTAS YA TOCADAS),
      *    "R" = REVERTIDA COMPLETA.
       FD  EMIS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AREMIS"
           DATA RECORD IS REG-EMIS.

       01  REG-EMIS.
           03 ER-NRO            PIC 9(6).
           03 ER-FECHA          PIC 9(8).
           03 ER-HORA           PIC 9(8).
           03 ER-ANO            PIC 9999.
           03 ER-DESDE          PIC 9(8).
           03 ER-HASTA          PIC 9(8).
           03 ER-NTIP           PIC 99.
           03 ER-TIPO           PIC 9(3) OCCURS 30.
           03 ER-OPER           PIC X(10).
           03 ER-CUOTAS         PIC 9(6).
           03 ER-OMIT           PIC 9(6).
           03 ER-TOTAL          PIC 9(12)V99.
           03 ER-EST            PIC X.
           03 ER-FREV           PIC 9(8).
           03 ER-SUP            PIC X(10).
           03 ER-BORR           PIC 9(6).
           03 ER-DEJA           PIC 9(6).

       FD  NUEMI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNUEMI"
           DATA RECORD IS REG-NUEMI.

       01  REG-NUEMI.
           03 NE-CLAVE          PIC 9.
           03 NE-PROX           PIC 9(6).

      *    MARCA DE CADA CUOTA DE ARIMPU CON LA CORRIDA DE EMISION
      *    QUE LA GENERO Y EL MONTO CON QUE SALIO.
       FD  EMCU LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AREMCU"
           DATA RECORD IS REG-EMCU.

       01  REG-EMCU.
           03 EC-CLAVE.
              05 EC-CLI         PIC X(25).
              05 EC-AA          PIC 99.
              05 EC-P1          PIC 99.
              05 EC-TIP         PIC 9(3).
           03 EC-RUN            PIC 9(6).
           03 EC-MONTO          PIC 9(11)V99.

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

      *    PUNTO DE CONTROL DE CADA CORRIDA DE EMISION: PARAMETROS,
      *    ULTIMA SUSCRIPCION TERMINADA (CLIENTE Y TIPO) Y TOTALES
      *    HASTA ESE PUNTO. CK-EST: "A" = EN CURSO (SI QUEDA ASI LA
      *    CORRIDA SE INTERRUMPIO), "T" = TERMINADA, "X" = ABANDONADA
      *    (REGISTRADA EN AREMIS HASTA EL ULTIMO PUNTO).
       FD  EMCK LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AREMCK"
           DATA RECORD IS REG-EMCK.

       01  REG-EMCK.
           03 CK-RUN            PIC 9(6).
           03 CK-EST            PIC X.
           03 CK-ANO            PIC 9999.
           03 CK-DD             PIC 99.
           03 CK-MM0            PIC 99.
           03 CK-FECHA          PIC 9(8).
           03 CK-HORA           PIC 9(8).
           03 CK-OPER           PIC X(10).
           03 CK-CLI            PIC X(25).
           03 CK-TIP            PIC 9(3).
           03 CK-SUSC           PIC 9(6).
           03 CK-CUOTAS         PIC 9(6).
           03 CK-OMIT           PIC 9(6).
           03 CK-TOTAL          PIC 9(12)V99.
           03 CK-DESDE          PIC 9(8).
           03 CK-HASTA          PIC 9(8).
           03 CK-NTIP           PIC 99.
           03 CK-TIPO           PIC 9(3) OCCURS 30.
           03 CK-RETOMAS        PIC 99.
           03 CK-RECUP          PIC 9(6).

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
       77  CG-STATUS             PIC XX VALUE SPACES.
       77  PC-CLI                PIC X(25) VALUE SPACES.
       77  PC-TIP                PIC 9(3) VALUE ZEROS.
       77  EM-EXPORC             PIC 99V99 VALUE ZEROS.
       77  EM-BASE               PIC 9(11)V99 VALUE ZEROS.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  SV-STATUS             PIC XX VALUE SPACES.
       77  V2-STATUS             PIC XX VALUE SPACES.
       77  AU-STATUS             PIC XX VALUE SPACES.
       77  TOT-CLI               PIC X(25) VALUE SPACES.
       77  TOT-TIP               PIC 9(3) VALUE ZEROS.
       77  TOT-PER               PIC 9(6) VALUE ZEROS.
       77  EM-AA4                PIC 9999 VALUE ZEROS.
       77  EM-STEP               PIC 99 VALUE ZEROS.
       77  EM-N                  PIC 99 VALUE ZEROS.
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
       77  EM-I                  PIC 99 VALUE ZEROS.
       77  EM-P1                 PIC 99 VALUE ZEROS.
       77  EM-MONTO              PIC 9(11)V99 VALUE ZEROS.
       77  EM-OMIT               PIC 9(6) VALUE ZEROS.
       77  EM-TOTAL              PIC 9(12)V99 VALUE ZEROS.
       77  EM-CLI-TOT            PIC 9(11)V99 VALUE ZEROS.
       77  ER-STATUS             PIC XX VALUE SPACES.
       77  NE-STATUS             PIC XX VALUE SPACES.
       77  EC-STATUS             PIC XX VALUE SPACES.
       77  DC-STATUS             PIC XX VALUE SPACES.
       77  EM-RUN                PIC 9(6) VALUE ZEROS.
       77  EM-VTO8               PIC 9(8) VALUE ZEROS.
       77  EM-J                  PIC 99 VALUE ZEROS.
       77  EM-HALLO              PIC X VALUE "N".
       77  CK-STATUS             PIC XX VALUE SPACES.
      *    CADA CUANTAS SUSCRIPCIONES SE GRABA EL PUNTO DE CONTROL.
       77  EM-CADA               PIC 999 VALUE 50.
       77  EM-PASO               PIC 999 VALUE ZEROS.
       77  EM-SUSC               PIC 9(6) VALUE ZEROS.
       77  EM-RECUP              PIC 9(6) VALUE ZEROS.
       77  EM-RETOMAS            PIC 99 VALUE ZEROS.
       77  EM-RETOMA             PIC X VALUE "N".
       77  EM-PEND               PIC X VALUE "N".
       77  VE-RUN                PIC 9(6) VALUE ZEROS.
       77  VE-ANO                PIC 9999 VALUE ZEROS.
       77  VE-AA                 PIC 99 VALUE ZEROS.
       77  VE-MM0                PIC 99 VALUE ZEROS.
       77  VE-MM                 PIC 99 VALUE ZEROS.
       77  VE-I                  PIC 99 VALUE ZEROS.
       77  VE-IX                 PIC S999 VALUE ZEROS.
       77  VE-ESP                PIC 99 VALUE ZEROS.
       77  VE-HALL               PIC 99 VALUE ZEROS.
       77  VE-DUP                PIC 99 VALUE ZEROS.
       77  VE-SUSC               PIC 9(6) VALUE ZEROS.
       77  VE-SIN                PIC 9(6) VALUE ZEROS.
       77  VE-DOB                PIC 9(6) VALUE ZEROS.
       77  VE-FAL                PIC 9(6) VALUE ZEROS.
       77  VE-MOTIVO             PIC X(20) VALUE SPACES.
      *    CUOTAS HALLADAS POR MES DE VENCIMIENTO (HASTA 24 MESES
      *    DESDE ENERO DEL A#O EMITIDO).
       01  VE-TABMES.
           03 VE-MES             PIC 99 OCCURS 24.
       77  RV-NRO                PIC 9(6) VALUE ZEROS.
       77  RV-LIN                PIC 99 VALUE ZEROS.
       77  RV-BORR               PIC 9(6) VALUE ZEROS.
       77  RV-DEJA               PIC 9(6) VALUE ZEROS.
       77  RV-IMP                PIC 9(12)V99 VALUE ZEROS.
       77  RV-SINDC              PIC X VALUE "N".
       77  RV-MOTIVO             PIC X(20) VALUE SPACES.
       77  RM-CANT               PIC 9(6) VALUE ZEROS.
       77  RM-ANTES              PIC 9(11)V99 VALUE ZEROS.
       77  RM-DIF                PIC S9(12)V99 VALUE ZEROS.
       77  HOY-COMP              PIC 9(8) VALUE ZEROS.
       01  FECHA-HOY.
           03 HOY-AA             PIC 99.
       77  CU-ANO                PIC 9999 VALUE ZEROS.
       77  CU-CLI                PIC X(25) VALUE SPACES.
       77  CU-UNO                PIC X(25) VALUE SPACES.
       77  CU-DUP                PIC X VALUE "N".
       77  CU-CUPONES            PIC 9(4) VALUE ZEROS.
       77  CU-LIBROS             PIC 9(5) VALUE ZEROS.
       77  BAR-NUM18             PIC 9(18) VALUE ZEROS.
       77  BAR-Q                 PIC 9(17) VALUE ZEROS.
       77  BAR-DV-CALC           PIC 99 VALUE ZEROS.
       77  BAR-FN                PIC 9(6) VALUE ZEROS.
       77  CU-NT                 PIC 99 VALUE ZEROS.
       77  CU-IT                 PIC 99 VALUE ZEROS.
       77  CU-IMP1               PIC 9(11)V99 VALUE ZEROS.
       77  CU-IMP2               PIC 9(11)V99 VALUE ZEROS.
       77  CU-DESC               PIC 9(11)V99 VALUE ZEROS.
       77  CU-BASE               PIC 9(11)V99 VALUE ZEROS.
       77  CU-SINREV             PIC 9(6) VALUE ZEROS.
       01  CU-LIM8               PIC 9(8) VALUE ZEROS.
       01  CU-LIM8-R REDEFINES CU-LIM8.
           03 CU-L-AAAA          PIC 9999.
           03 CU-L-MM            PIC 99.
           03 CU-L-DD            PIC 99.

      *    TIPOS DEL A#O EN LA CUPONERA DEL CLIENTE, PARA EL CUPON DE
      *    PAGO ANUAL: SOLO SI NINGUNA CUOTA DEL TIPO TIENE PAGOS.
       01  CU-TIPOS.
           03 CU-TIPO OCCURS 20.
              05 CU-T-TIP        PIC 9(3).
              05 CU-T-OK         PIC X.
              05 CU-T-MONTO      PIC 9(11)V99.
              05 CU-T-DESC       PIC 9(11)V99.
       77  V2-HAY                PIC X VALUE "N".
       77  SV-N                  PIC 999 VALUE ZEROS.
       77  MM-CHK                PIC 99 VALUE ZEROS.
       77  AA-CHK                PIC 9999 VALUE ZEROS.
       77  MAX-DD                PIC 99 VALUE ZEROS.
       77  Q-CHK                 PIC 9999 VALUE ZEROS.
       77  R4-CHK                PIC 99 VALUE ZEROS.
       77  R100-CHK              PIC 999 VALUE ZEROS.
       77  R400-CHK              PIC 9999 VALUE ZEROS.

      *    AL LADO DEL CODIGO VAN LOS DOS VENCIMIENTOS CON SU IMPORTE
      *    (EL SEGUNDO EN BLANCO SI EL TIPO TIENE UNO SOLO).
       01  BAR-LINEA.
           03 F                  PIC X(08) VALUE "CODIGO *".
           03 BAR-COD            PIC X(20).
           03 F                  PIC X VALUE "*".
           03 F                  PIC X(04) VALUE " 1V:".
           03 BAR-F1             PIC 99/99/99.
           03 F                  PIC X VALUE SPACE.
           03 BAR-I1             PIC ZZZZZZ9.99.
           03 BAR-SEG.
              05 F               PIC X(04) VALUE " 2V:".
              05 BAR-F2          PIC 99/99/99.
              05 F               PIC X VALUE SPACE.
              05 BAR-I2          PIC ZZZZZZ9.99.

       01  BAR-ARMA.
           03 BA-CLI             PIC X(11).
           03 F PIC X VALUE SPACES.
           03 CUT-NOM            PIC X(25).

       01  REFCLI-PAR.
           03 REFCLI-CLI         PIC X(25) VALUE SPACES.
           03 REFCLI-NRO         PIC 9(8) VALUE ZEROS.

      *    INMUEBLE EN CONDOMINIO: UNA CUPONERA POR CONDOMINO (CN-IX)
      *    A SU NOMBRE Y CON SU PARTE DE CADA IMPORTE. CN-IX EN CERO ES
      *    LA CUPONERA COMUN DEL TITULAR.
       77  CN-IX                 PIC 99 VALUE ZEROS.
       77  CN-CANT               PIC 9 VALUE ZERO.
       77  CN-MONTO              PIC 9(11)V99 VALUE ZEROS.
       77  CN-NOM                PIC X(25) VALUE SPACES.
       01  CN-LINEA.
           03 F                  PIC X(05) VALUE SPACES.
           03 F                  PIC X(10) VALUE "CONDOMINO ".
           03 CN-SEC-S           PIC 9.
           03 F                  PIC X VALUE SPACES.
           03 CN-NOM-S           PIC X(25).
           03 CN-PORC-S          PIC ZZ9.99.
           03 F                  PIC X(10) VALUE " %  PARTE$".
           03 CN-MPO-S           PIC ZZZ,ZZZ,ZZ9.99.
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

       01  CU-TAPA3.
           03 F PIC X(32) VALUE "REFERENCIA PARA TRANSFERENCIAS: ".
           03 CUT-REF            PIC 9(8).

       01  CU-TAPA4.
           03 F PIC X(10) VALUE "ENVIAR A: ".
           03 CUT-CALLE          PIC X(30).

       01  CU-TAPA5.
           03 F PIC X(10) VALUE SPACES.
           03 CUT-LOC            PIC X(60).

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

       01  CU-CUPL1.
           03 F                  PIC X(40) VALUE ALL "-".


       01  CU-CUPL3.
           03 CUC-TIPD           PIC X(25).
           03 F                  PIC X(07) VALUE "  1V.  ".
           03 CUC-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 CUC-MM             PIC 99.
       01  CU-CUPL4.
           03 F                  PIC X(10) VALUE "IMPORTE $ ".
           03 CUC-IMP            PIC ZZZ,ZZZ,ZZ9.99.

       01  CU-CUPLM.
           03 F                  PIC X(08) VALUE "MODULOS ".
           03 CUC-MOD            PIC ZZ,ZZ9.99.
           03 F                  PIC X(05) VALUE " X $ ".
           03 CUC-VMOD           PIC ZZZ,ZZ9.9999.

       01  CU-ANL1.
           03 CUA-NOM            PIC X(25).
           03 F                  PIC X(13) VALUE "  PAGO ANUAL ".
           03 CUA-ANO            PIC 9999.

       01  CU-ANL2.
           03 CUA-TIPD           PIC X(25).
           03 F                  PIC X(08) VALUE "  HASTA ".
           03 CUA-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 CUA-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 CUA-AAAA           PIC 9999.

       01  CU-ANL3.
           03 F                  PIC X(10) VALUE "IMPORTE $ ".
           03 CUA-IMP            PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(09) VALUE "  DESC. %".
           03 CUA-PORC           PIC Z9.99.

       01  CU-CUPL5.
           03 F                  PIC X(10) VALUE "2DO VENC. ".
           03 CUC-DD2            PIC 99.
           03 F                  PIC X VALUE "/".
           03 CUC-MM2            PIC 99.
           03 F                  PIC X VALUE "/".
           03 CUC-AAAA2          PIC 9999.
           03 F                  PIC X(12) VALUE "  IMPORTE $ ".
           03 CUC-IMP2           PIC ZZZ,ZZZ,ZZ9.99.
       01  EM-F1                 PIC 9(6) VALUE ZEROS.
       01  EM-F1-R REDEFINES EM-F1.
           03 EM-F-DD            PIC 99.
       01  EM-TITU.
           03 F PIC X(26) VALUE "EMISION ANUAL DE CUOTAS - ".
           03 EMT-ANO            PIC 9999.
           03 F PIC X(15) VALUE " - CORRIDA NRO ".
           03 EMT-RUN            PIC ZZZZZ9.

       01  EM-LINEA.
           03 EM-CLI-S           PIC X(25).
           03 F                  PIC X(10) VALUE "  TOTAL $ ".
           03 EM-TOT-S           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RV-RENG.
           03 RL-NRO             PIC ZZZZZ9.
           03 F                  PIC X VALUE SPACES.
           03 RL-FECHA           PIC 9999/99/99.
           03 F                  PIC X(05) VALUE " A#O:".
           03 RL-ANO             PIC 9999.
           03 F                  PIC X(06) VALUE " VTOS:".
           03 RL-DESDE           PIC 9999/99/99.
           03 F                  PIC X VALUE "-".
           03 RL-HASTA           PIC 9999/99/99.
           03 F                  PIC X(03) VALUE " C:".
           03 RL-CUOTAS          PIC ZZZZZ9.
           03 F                  PIC X VALUE SPACES.
           03 RL-OPER            PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 RL-EST             PIC X.

       01  RV-TITU.
           03 F PIC X(32) VALUE "REVERSION DE LA EMISION NRO ".
           03 RVT-NRO            PIC ZZZZZ9.
           03 F PIC X(10) VALUE " - A#O ".
           03 RVT-ANO            PIC 9999.
           03 F PIC X(13) VALUE " - SUPERV.: ".
           03 RVT-SUP            PIC X(10).

       01  RV-LINEA.
           03 RV-CLI-S           PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 RV-AA-S            PIC 99.
           03 F                  PIC X VALUE "/".
           03 RV-P1-S            PIC 99.
           03 F                  PIC X(03) VALUE " T:".
           03 RV-TIP-S           PIC ZZ9.
           03 F                  PIC X(02) VALUE " $".
           03 RV-MPO-S           PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(09) VALUE "  QUEDA: ".
           03 RV-MOT-S           PIC X(20).

       01  RV-TOTLIN.
           03 F                  PIC X(18) VALUE "CUOTAS ANULADAS:  ".
           03 RV-BOR-S           PIC ZZZ,ZZ9.
           03 F                  PIC X(11) VALUE "  QUEDARON:".
           03 RV-DEJ-S           PIC ZZZ,ZZ9.
           03 F                  PIC X(10) VALUE "  TOTAL $ ".
           03 RV-IMP-S           PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RM-TITU.
           03 F PIC X(35) VALUE "REVALUACION DE CUOTAS EN MODULOS - ".
           03 F PIC X(04) VALUE "A#O ".
           03 RMT-ANO            PIC 9999.
           03 F PIC X(13) VALUE " - SUPERV.: ".
           03 RMT-SUP            PIC X(10).

       01  RM-LINEA.
           03 RM-CLI-S           PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 RM-AA-S            PIC 99.
           03 F                  PIC X VALUE "/".
           03 RM-P1-S            PIC 99.
           03 F                  PIC X(03) VALUE " T:".
           03 RM-TIP-S           PIC ZZ9.
           03 F                  PIC X(02) VALUE " $".
           03 RM-ANT-S           PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(04) VALUE " -> ".
           03 RM-DES-S           PIC ZZZ,ZZZ,ZZ9.99.

       01  RM-TOTLIN.
           03 F                  PIC X(20) VALUE "CUOTAS REVALUADAS:  ".
           03 RM-CAN-S           PIC ZZZ,ZZ9.
           03 F                  PIC X(16) VALUE "  DIFERENCIA $ ".
           03 RM-DIF-S           PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  EM-CONTLIN.
           03 F PIC X(32) VALUE "CONTINUACION DE LA CORRIDA TRAS ".
           03 F PIC X(17) VALUE "EL ULTIMO PUNTO: ".
           03 EMC-CLI            PIC X(25).
           03 F                  PIC X(03) VALUE " T:".
           03 EMC-TIP            PIC ZZ9.

       01  EM-RETLIN.
           03 F PIC X(22) VALUE "CORRIDA RETOMADA VECES".
           03 F                  PIC X VALUE ":".
           03 EMR-VEC            PIC Z9.
           03 F PIC X(27) VALUE "  CUOTAS RECUPERADAS DE LO ".
           03 F PIC X(24) VALUE "GRABADO ANTES DEL CORTE:".
           03 EMR-REC            PIC ZZZ,ZZ9.

       01  VE-TITU.
           03 F PIC X(32) VALUE "VERIFICACION DE LA EMISION NRO ".
           03 VET-RUN            PIC ZZZZZ9.
           03 F PIC X(07) VALUE " - A#O ".
           03 VET-ANO            PIC 9999.

       01  VE-LINEA.
           03 VE-CLI-S           PIC X(25).
           03 F                  PIC X(03) VALUE " T:".
           03 VE-TIP-S           PIC ZZ9.
           03 F                  PIC X(13) VALUE "  ESPERADAS: ".
           03 VE-ESP-S           PIC Z9.
           03 F                  PIC X(12) VALUE "  HALLADAS: ".
           03 VE-HAL-S           PIC Z9.
           03 F                  PIC XX VALUE SPACES.
           03 VE-MOT-S           PIC X(20).

       01  VE-TOTLIN.
           03 F                  PIC X(15) VALUE "SUSCRIPCIONES: ".
           03 VE-SUS-S           PIC ZZZ,ZZ9.
           03 F                  PIC X(14) VALUE "  SIN CUOTAS: ".
           03 VE-SIN-S           PIC ZZZ,ZZ9.
           03 F                  PIC X(14) VALUE "  DUPLICADAS: ".
           03 VE-DOB-S           PIC ZZZ,ZZ9.
           03 F                  PIC X(15) VALUE "  INCOMPLETAS: ".
           03 VE-FAL-S           PIC ZZZ,ZZ9.

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

       01  PANTALLA-MENU.
              VALUE "3-REGRESO MENU PRINCIPAL".
           03 LINE 15 COLUMN 24
              VALUE "4-EMISION DE CUPONERAS".
           03 LINE 16 COLUMN 24
              VALUE "5-REVERSION DE UNA EMISION".
           03 LINE 17 COLUMN 24
              VALUE "6-VERIFICACION DE UNA EMISION".
           03 LINE 18 COLUMN 24
              VALUE "7-REVALUACION CUOTAS EN MODULOS".
           03 LINE 19 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
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
           OPEN I-O PADR.
           IF PD-STATUS NOT = "00"
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
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
           OPEN I-O TARH.
           IF TH-STATUS NOT = "00"
               OPEN OUTPUT TARH
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           OPEN I-O EMIS.
           IF ER-STATUS NOT = "00"
               OPEN OUTPUT EMIS
               CLOSE EMIS
               OPEN I-O EMIS.
           OPEN I-O EMCU.
           IF EC-STATUS NOT = "00"
               OPEN OUTPUT EMCU
               CLOSE EMCU
               OPEN I-O EMCU.
           OPEN I-O EMCK.
           IF CK-STATUS NOT = "00"
               OPEN OUTPUT EMCK
               CLOSE EMCK
               OPEN I-O EMCK.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.
      *    SI LA ULTIMA EMISION QUEDO CORTADA SE OFRECE RETOMARLA
      *    ANTES DE ENTRAR AL MENU.
           PERFORM CHEQUEA-CORRIDA THRU F-CHEQUEA-CORRIDA.
           IF EM-RETOMA = "S" GO TO EM-REANUDA.

       ENCABEZA.
           CALL "CALEN" USING B.
       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1940 WITH PROMPT.
           IF OPC = "1" GO TO SUSCRI.
           IF OPC = "2" GO TO EMISION.
           IF OPC = "3" GO TO CIERRE.
           IF OPC = "4" GO TO CUPONERAS.
           IF OPC = "5" GO TO REVERSION.
           IF OPC = "6" GO TO VERIFICACION.
           IF OPC = "7" GO TO REVALUA.
           GO TO L-PANT.

      *    SUSCRIPCIONES: QUE TIPOS LE CORRESPONDEN EN FORMA
      *    SUSCRIPCION DEL PADRON SEGUN LA FRECUENCIA DEL TIPO Y SU
      *    MONTO VIGENTE (CON EXENCION SI CORRESPONDE), SALTEANDO
      *    CLIENTES SUSPENDIDOS Y CUOTAS YA EXISTENTES, CON LISTADO DE
      *    CONTROL DE LO EMITIDO. CADA EM-CADA SUSCRIPCIONES GRABA EL
      *    PUNTO DE CONTROL EN AREMCK PARA PODER RETOMAR UNA CORRIDA
      *    CORTADA; NO SE EMPIEZA OTRA MIENTRAS HAYA UNA PENDIENTE.
       EMISION.
           PERFORM CHEQUEA-CORRIDA THRU F-CHEQUEA-CORRIDA.
           IF EM-RETOMA = "S" GO TO EM-REANUDA.
           IF EM-PEND = "S" GO TO ENCABEZA.
           PERFORM ENCABEZA.
           DISPLAY "A#O A EMITIR:" AT 0818.
           MOVE SPACES TO EM-ANO1.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO EM-CONF.
           MOVE ZEROS TO EM-CUOTAS EM-OMIT EM-TOTAL.
      *    CADA EMISION CONFIRMADA ES UNA CORRIDA NUMERADA; SUS
      *    CUOTAS QUEDAN MARCADAS EN AREMCU PARA PODER REVERTIRLA.
           PERFORM PROXIMA-EMISION THRU F-PROXIMA-EMISION.
           MOVE ZEROS TO ER-DESDE ER-HASTA ER-NTIP.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-COMP = ANO-VENT * 10000 + HOY-MM * 100
               + HOY-DD.
           MOVE ZEROS TO EM-SUSC EM-PASO EM-RECUP EM-RETOMAS.
           MOVE "N" TO EM-RETOMA.
           MOVE "A" TO CK-EST.
           MOVE HOY-COMP TO CK-FECHA.
           MOVE OPERADOR TO CK-OPER.
           MOVE SPACES TO CK-CLI.
           MOVE ZEROS TO CK-TIP.
           PERFORM EM-GUARDA-CK THRU F-EM-GUARDA-CK.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           MOVE EM-ANO TO EMT-ANO.
           MOVE EM-RUN TO EMT-RUN.
           WRITE RENGLON FROM EM-TITU AFTER 1.
           CLOSE PADR.
           OPEN I-O PADR.
           GO TO EM-R.

      *    CONTINUACION DE UNA CORRIDA CORTADA: CHEQUEA-CORRIDA YA
      *    REPUSO LOS PARAMETROS Y TOTALES DEL ULTIMO PUNTO; SE SIGUE
      *    CON LA SUSCRIPCION SIGUIENTE A LA ULTIMA TERMINADA.
       EM-REANUDA.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-COMP = ANO-VENT * 10000 + HOY-MM * 100
               + HOY-DD.
           MOVE ZEROS TO EM-PASO.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           MOVE EM-ANO TO EMT-ANO.
           MOVE EM-RUN TO EMT-RUN.
           WRITE RENGLON FROM EM-TITU AFTER 1.
           MOVE CK-CLI TO EMC-CLI.
           MOVE CK-TIP TO EMC-TIP.
           WRITE RENGLON FROM EM-CONTLIN AFTER 1.
           CLOSE PADR.
           OPEN I-O PADR.
           IF CK-CLI = SPACES GO TO EM-R.
           MOVE CK-CLI TO PD-CLI.
           MOVE CK-TIP TO PD-TIP.
           START PADR KEY IS GREATER THAN PD-CLAVE
           INVALID KEY GO TO EM-F.
       EM-R.
           READ PADR NEXT RECORD AT END GO TO EM-F.
           MOVE PD-CLI TO NUM-CO.
           MOVE EM-MONTO TO EM-MPO-S.
           MOVE EM-CLI-TOT TO EM-CTOT-S.
           WRITE RENGLON FROM EM-LINEA AFTER 1.
           MOVE "L" TO CONDOM-FUN.
           MOVE PD-CLI TO CONDOM-CLI.
           MOVE ZEROS TO CONDOM-TIP.
           MOVE EM-CLI-TOT TO CONDOM-MONTO.
           CALL "CONDOM" USING CONDOM-PAR.
           IF CONDOM-CANT NOT = ZERO
               PERFORM EM-CONDOMINO THRU F-EM-CONDOMINO
                   VARYING CN-IX FROM 1 BY 1 UNTIL CN-IX > CONDOM-CANT.
           ADD 1 TO EM-SUSC.
           ADD 1 TO EM-PASO.
           IF EM-PASO NOT < EM-CADA
               PERFORM EM-PUNTO THRU F-EM-PUNTO.
           GO TO EM-R.
       EM-F.
           MOVE EM-CUOTAS TO EM-CUO-S.
           MOVE EM-OMIT TO EM-OMI-S.
           MOVE EM-TOTAL TO EM-TOT-S.
           WRITE RENGLON FROM EM-TOTLIN AFTER 2.
           IF EM-RETOMAS > ZEROS
               MOVE EM-RETOMAS TO EMR-VEC
               MOVE EM-RECUP TO EMR-REC
               WRITE RENGLON FROM EM-RETLIN AFTER 1.
      *    LA CORRIDA QUEDA TERMINADA EN EL PUNTO DE CONTROL Y SE
      *    VERIFICA EL PADRON CONTRA LO QUE QUEDO EN ARIMPU.
           PERFORM DV-POSTEA THRU F-DV-POSTEA.
           MOVE "T" TO CK-EST.
           PERFORM EM-GUARDA-CK THRU F-EM-GUARDA-CK.
           MOVE EM-RUN TO VE-RUN VET-RUN.
           MOVE EM-ANO TO VE-ANO VET-ANO.
           MOVE EM-MM0 TO VE-MM0.
           WRITE RENGLON FROM VE-TITU AFTER 3.
           PERFORM VERIFICA-CORRIDA THRU F-VERIFICA-CORRIDA.
           CLOSE IMPRE.
           MOVE EM-RUN TO ER-NRO.
           MOVE HOY-COMP TO ER-FECHA.
           ACCEPT ER-HORA FROM TIME.
           MOVE EM-ANO TO ER-ANO.
           MOVE OPERADOR TO ER-OPER.
           MOVE EM-CUOTAS TO ER-CUOTAS.
           MOVE EM-OMIT TO ER-OMIT.
           MOVE EM-TOTAL TO ER-TOTAL.
           MOVE SPACE TO ER-EST.
           MOVE ZEROS TO ER-FREV ER-BORR ER-DEJA.
           MOVE SPACES TO ER-SUP.
           WRITE REG-EMIS INVALID KEY REWRITE REG-EMIS.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "EMIS" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE EM-RUN TO BT-CLAVE (1:6).
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE EM-CUOTAS TO BT-DESPUES (1:6).
           MOVE EM-ANO TO BT-DESPUES (8:4).
           MOVE ER-DESDE TO BT-DESPUES (13:8).
           MOVE ER-HASTA TO BT-DESPUES (22:8).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "EMISION NRO:" AT 1318.
           DISPLAY EM-RUN AT 1335.
           DISPLAY "CUOTAS EMITIDAS:" AT 1418.
           DISPLAY EM-CUOTAS AT 1435.
           DISPLAY "OMITIDAS (YA EXISTIAN):" AT 1518.
           DISPLAY EM-OMIT AT 1542.
           DISPLAY "SUSCRIPCIONES SIN CUOTAS:" AT 1618.
           DISPLAY VE-SIN AT 1644.
           DISPLAY "DUPLICADAS:" AT 1718.
           DISPLAY VE-DOB AT 1730.
           DISPLAY "INCOMPLETAS:" AT 1740.
           DISPLAY VE-FAL AT 1753.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1850 WITH PROMPT.
           GO TO ENCABEZA.

      *    PUNTO DE CONTROL: SE ASIENTA EL DEVENGAMIENTO ACUMULADO Y SE
      *    GRABA LA ULTIMA SUSCRIPCION TERMINADA CON LOS TOTALES. LO
      *    QUE SE GRABE DESPUES DE ESTE PUNTO, SI SE CORTA, SE
      *    RECUPERA AL RETOMAR (EM-RECUPERA).
       EM-PUNTO.
           PERFORM DV-POSTEA THRU F-DV-POSTEA.
           MOVE PD-CLI TO CK-CLI.
           MOVE PD-TIP TO CK-TIP.
           PERFORM EM-GUARDA-CK THRU F-EM-GUARDA-CK.
           MOVE ZEROS TO EM-PASO.
       F-EM-PUNTO.
           EXIT.

       EM-GUARDA-CK.
           MOVE EM-RUN TO CK-RUN.
           MOVE EM-ANO TO CK-ANO.
           MOVE EM-DD TO CK-DD.
           MOVE EM-MM0 TO CK-MM0.
           ACCEPT CK-HORA FROM TIME.
           MOVE EM-SUSC TO CK-SUSC.
           MOVE EM-CUOTAS TO CK-CUOTAS.
           MOVE EM-OMIT TO CK-OMIT.
           MOVE EM-TOTAL TO CK-TOTAL.
           MOVE ER-DESDE TO CK-DESDE.
           MOVE ER-HASTA TO CK-HASTA.
           MOVE ER-NTIP TO CK-NTIP.
           PERFORM CK-COPIA-TIP THRU F-CK-COPIA-TIP
               VARYING EM-J FROM 1 BY 1 UNTIL EM-J > 30.
           MOVE EM-RETOMAS TO CK-RETOMAS.
           MOVE EM-RECUP TO CK-RECUP.
           WRITE REG-EMCK INVALID KEY REWRITE REG-EMCK.
       F-EM-GUARDA-CK.
           EXIT.

       CK-COPIA-TIP.
           MOVE ER-TIPO (EM-J) TO CK-TIPO (EM-J).
       F-CK-COPIA-TIP.
           EXIT.

       CK-REPONE-TIP.
           MOVE CK-TIPO (EM-J) TO ER-TIPO (EM-J).
       F-CK-REPONE-TIP.
           EXIT.

      *    CUOTA QUE YA EXISTE: AL RETOMAR, SI LA MARCA DE AREMCU ES DE
      *    ESTA MISMA CORRIDA ES UNA CUOTA GRABADA DESPUES DEL ULTIMO
      *    PUNTO Y ANTES DEL CORTE. ARTOTAL, ARVTO2 Y ARABIE YA LA
      *    TIENEN; SOLO SE VUELVE A SUMAR A LOS TOTALES DE LA CORRIDA Y
      *    AL DEVENGAMIENTO, QUE NO LLEGO A ASENTARSE.
       EM-RECUPERA.
           IF EM-RETOMA NOT = "S" GO TO EMR-OMITE.
           MOVE NUM-CO1 TO EC-CLAVE.
           READ EMCU KEY IS EC-CLAVE
           INVALID KEY GO TO EMR-OMITE.
           IF EC-RUN NOT = EM-RUN GO TO EMR-OMITE.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO EMR-OMITE.
           ADD 1 TO EM-CUOTAS.
           ADD 1 TO EM-RECUP.
           ADD MONTO TO EM-TOTAL.
           ADD MONTO TO EM-CLI-TOT.
           MOVE TIP-IMP TO DV-TIP1.
           MOVE MONTO TO DV-IMP1.
           PERFORM DEVENGA THRU F-DEVENGA.
           PERFORM EM-MARCA THRU F-EM-MARCA.
           GO TO F-EM-RECUPERA.
       EMR-OMITE.
           ADD 1 TO EM-OMIT.
       F-EM-RECUPERA.
           EXIT.

      *    BUSCA UNA CORRIDA DE EMISION QUE QUEDO EN CURSO (CORTE DE
      *    LUZ, CUELGUE) Y OFRECE RETOMARLA DESPUES DE LA ULTIMA
      *    SUSCRIPCION TERMINADA, DEJARLA PARA MAS TARDE O ABANDONARLA
      *    (SE REGISTRA EN AREMIS HASTA EL ULTIMO PUNTO PARA PODER
      *    REVERTIRLA). EM-RETOMA QUEDA EN "S" CON LOS DATOS REPUESTOS;
      *    EM-PEND EN "S" SI QUEDO PENDIENTE.
       CHEQUEA-CORRIDA.
           MOVE "N" TO EM-RETOMA EM-PEND.
           MOVE ZEROS TO CK-RUN.
           START EMCK KEY IS NOT LESS THAN CK-RUN
           INVALID KEY GO TO F-CHEQUEA-CORRIDA.
       CKC-R.
           READ EMCK NEXT RECORD AT END GO TO F-CHEQUEA-CORRIDA.
           IF CK-EST NOT = "A" GO TO CKC-R.
           MOVE "S" TO EM-PEND.
           PERFORM ENCABEZA.
           DISPLAY "EMISION ANUAL INTERRUMPIDA" AT 0818
           WITH FOREGROUND-COLOR 6.
           DISPLAY "CORRIDA NRO:" AT 1018.
           DISPLAY CK-RUN AT 1031.
           DISPLAY "A#O:" AT 1040.
           DISPLAY CK-ANO AT 1045.
           DISPLAY "ULTIMO CLIENTE:" AT 1118.
           IF CK-CLI = SPACES
               DISPLAY "(NINGUNO)" AT 1134
           ELSE
               DISPLAY CK-CLI AT 1134
               DISPLAY "T:" AT 1160
               DISPLAY CK-TIP AT 1163.
           DISPLAY "SUSCRIPCIONES:" AT 1218.
           DISPLAY CK-SUSC AT 1233.
           DISPLAY "CUOTAS:" AT 1242.
           DISPLAY CK-CUOTAS AT 1250.
       CKC-PIDE.
           DISPLAY "S=RETOMA  N=MAS TARDE  A=ABANDONA:" AT 1418.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1453 WITH PROMPT.
           IF OPC = "N" GO TO F-CHEQUEA-CORRIDA.
           IF OPC = "A" GO TO CKC-ABANDONA.
           IF OPC NOT = "S" GO TO CKC-PIDE.
           MOVE CK-RUN TO EM-RUN.
           MOVE CK-ANO TO EM-ANO.
           MOVE CK-DD TO EM-DD.
           MOVE CK-MM0 TO EM-MM0.
           MOVE CK-SUSC TO EM-SUSC.
           MOVE CK-CUOTAS TO EM-CUOTAS.
           MOVE CK-OMIT TO EM-OMIT.
           MOVE CK-TOTAL TO EM-TOTAL.
           MOVE CK-DESDE TO ER-DESDE.
           MOVE CK-HASTA TO ER-HASTA.
           MOVE CK-NTIP TO ER-NTIP.
           PERFORM CK-REPONE-TIP THRU F-CK-REPONE-TIP
               VARYING EM-J FROM 1 BY 1 UNTIL EM-J > 30.
           MOVE CK-RECUP TO EM-RECUP.
           COMPUTE EM-RETOMAS = CK-RETOMAS + 1.
           MOVE EM-RETOMAS TO CK-RETOMAS.
           REWRITE REG-EMCK INVALID KEY CONTINUE.
           MOVE "S" TO EM-RETOMA.
           MOVE "N" TO EM-PEND.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "RETOM" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE CK-RUN TO BT-CLAVE (1:6).
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE CK-CLI TO BT-DESPUES (1:25).
           MOVE CK-TIP TO BT-DESPUES (27:3).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO F-CHEQUEA-CORRIDA.
       CKC-ABANDONA.
           MOVE CK-RUN TO ER-NRO.
           MOVE CK-FECHA TO ER-FECHA.
           MOVE CK-HORA TO ER-HORA.
           MOVE CK-ANO TO ER-ANO.
           MOVE CK-DESDE TO ER-DESDE.
           MOVE CK-HASTA TO ER-HASTA.
           MOVE CK-NTIP TO ER-NTIP.
           PERFORM CK-REPONE-TIP THRU F-CK-REPONE-TIP
               VARYING EM-J FROM 1 BY 1 UNTIL EM-J > 30.
           MOVE CK-OPER TO ER-OPER.
           MOVE CK-CUOTAS TO ER-CUOTAS.
           MOVE CK-OMIT TO ER-OMIT.
           MOVE CK-TOTAL TO ER-TOTAL.
           MOVE SPACE TO ER-EST.
           MOVE ZEROS TO ER-FREV ER-BORR ER-DEJA.
           MOVE SPACES TO ER-SUP.
           WRITE REG-EMIS INVALID KEY REWRITE REG-EMIS.
           MOVE "X" TO CK-EST.
           REWRITE REG-EMCK INVALID KEY CONTINUE.
           MOVE "N" TO EM-PEND.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "ABAND" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE CK-RUN TO BT-CLAVE (1:6).
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE CK-CUOTAS TO BT-DESPUES (1:6).
           MOVE CK-ANO TO BT-DESPUES (8:4).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "EMISION REGISTRADA HASTA EL ULTIMO PUNTO;" AT 1618.
           DISPLAY "SE PUEDE REVERTIR CON LA OPCION 5" AT 1718.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1752 WITH PROMPT.
       F-CHEQUEA-CORRIDA.
           EXIT.

      *    VERIFICACION DE UNA CORRIDA (OPCION 6): REPASA EL PADRON
      *    CONTRA ARIMPU CON LOS PARAMETROS DEL PUNTO DE CONTROL.
       VERIFICACION.
           PERFORM ENCABEZA.
           DISPLAY "NRO DE EMISION A VERIFICAR:" AT 0818.
           MOVE ZEROS TO VE-RUN.
           ACCEPT VE-RUN AT 0846 WITH PROMPT.
           IF VE-RUN = ZEROS GO TO ENCABEZA.
           MOVE VE-RUN TO CK-RUN.
           READ EMCK KEY IS CK-RUN
           INVALID KEY
           DISPLAY "SIN PUNTO DE CONTROL PARA ESA EMISION" AT 1018
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1060 WITH PROMPT
           GO TO ENCABEZA.
           IF CK-EST = "A"
           DISPLAY "LA EMISION ESTA INTERRUMPIDA" AT 1018
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1060 WITH PROMPT
           GO TO ENCABEZA.
           MOVE CK-ANO TO VE-ANO.
           MOVE CK-MM0 TO VE-MM0.
           MOVE VE-RUN TO VET-RUN.
           MOVE VE-ANO TO VET-ANO.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM VE-TITU AFTER 1.
           PERFORM VERIFICA-CORRIDA THRU F-VERIFICA-CORRIDA.
           CLOSE IMPRE.
           DISPLAY "SUSCRIPCIONES VERIFICADAS:" AT 1018.
           DISPLAY VE-SUSC AT 1045.
           DISPLAY "SIN CUOTAS:" AT 1118.
           DISPLAY VE-SIN AT 1145.
           DISPLAY "DUPLICADAS:" AT 1218.
           DISPLAY VE-DOB AT 1245.
           DISPLAY "INCOMPLETAS:" AT 1318.
           DISPLAY VE-FAL AT 1345.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1360 WITH PROMPT.
           GO TO ENCABEZA.

      *    CADA SUSCRIPCION VIGENTE DEL PADRON CONTRA SUS CUOTAS DEL
      *    A#O VE-ANO EN ARIMPU: CUANTAS LE CORRESPONDEN SEGUN LA
      *    FRECUENCIA Y LA MASCARA ESTACIONAL (PRIMER MES VE-MM0) Y
      *    CUANTAS TIENE. LISTA LAS QUE NO TIENEN NINGUNA, LAS QUE
      *    TIENEN DE MAS O DOS EN EL MISMO MES, Y LAS INCOMPLETAS.
       VERIFICA-CORRIDA.
           MOVE ZEROS TO VE-SUSC VE-SIN VE-DOB VE-FAL.
           COMPUTE VE-AA = VE-ANO - 2000.
           IF VE-ANO < 2000
               COMPUTE VE-AA = VE-ANO - 1900.
           CLOSE PADR.
           OPEN I-O PADR.
       VE-R.
           READ PADR NEXT RECORD AT END GO TO VE-F.
           MOVE PD-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY GO TO VE-R.
           IF EST-CON = "S" GO TO VE-R.
           MOVE PD-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY GO TO VE-R.
           MOVE 1 TO EM-STEP.
           IF FREC-BIMESTRAL MOVE 2 TO EM-STEP.
           IF FREC-TRIMESTRAL MOVE 3 TO EM-STEP.
           IF FREC-ANUAL MOVE 12 TO EM-STEP.
           DIVIDE 12 BY EM-STEP GIVING EM-N.
           MOVE ZEROS TO VE-ESP VE-HALL VE-DUP.
           MOVE ZEROS TO VE-TABMES.
           MOVE VE-MM0 TO VE-MM.
           PERFORM VE-ESPERA THRU F-VE-ESPERA
               VARYING VE-I FROM 1 BY 1 UNTIL VE-I > EM-N.
           ADD 1 TO VE-SUSC.
           MOVE PD-CLI TO CONT.
           MOVE VE-AA TO AA.
           MOVE ZEROS TO P1 TIP-IMP.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO VE-EVAL.
       VE-LEE.
           READ IMPU NEXT RECORD AT END GO TO VE-EVAL.
           IF CONT NOT = PD-CLI OR AA NOT = VE-AA GO TO VE-EVAL.
           IF TIP-IMP NOT = PD-TIP GO TO VE-LEE.
           ADD 1 TO VE-HALL.
           COMPUTE VE-IX = (AAV - VE-ANO) * 12 + MMV.
           IF VE-IX < 1 OR VE-IX > 24 GO TO VE-LEE.
           ADD 1 TO VE-MES (VE-IX).
           IF VE-MES (VE-IX) > 1 ADD 1 TO VE-DUP.
           GO TO VE-LEE.
       VE-EVAL.
           IF VE-ESP = ZEROS AND VE-HALL = ZEROS GO TO VE-R.
           MOVE SPACES TO VE-MOTIVO.
           IF VE-HALL = ZEROS
               MOVE "SIN CUOTAS" TO VE-MOTIVO
               ADD 1 TO VE-SIN
               GO TO VE-LISTA.
           IF VE-DUP > ZEROS OR VE-HALL > VE-ESP
               MOVE "DUPLICADAS O DE MAS" TO VE-MOTIVO
               ADD 1 TO VE-DOB
               GO TO VE-LISTA.
           IF VE-HALL < VE-ESP
               MOVE "FALTAN CUOTAS" TO VE-MOTIVO
               ADD 1 TO VE-FAL
               GO TO VE-LISTA.
           GO TO VE-R.
       VE-LISTA.
           MOVE PD-CLI TO VE-CLI-S.
           MOVE PD-TIP TO VE-TIP-S.
           MOVE VE-ESP TO VE-ESP-S.
           MOVE VE-HALL TO VE-HAL-S.
           MOVE VE-MOTIVO TO VE-MOT-S.
           WRITE RENGLON FROM VE-LINEA AFTER 1.
           GO TO VE-R.
       VE-F.
           MOVE VE-SUSC TO VE-SUS-S.
           MOVE VE-SIN TO VE-SIN-S.
           MOVE VE-DOB TO VE-DOB-S.
           MOVE VE-FAL TO VE-FAL-S.
           WRITE RENGLON FROM VE-TOTLIN AFTER 2.
       F-VERIFICA-CORRIDA.
           EXIT.

      *    MESES QUE LE TOCAN A LA SUSCRIPCION, COMO EN EM-UNA.
       VE-ESPERA.
           IF PD-MESES (VE-MM:1) NOT = "N" ADD 1 TO VE-ESP.
           ADD EM-STEP TO VE-MM.
           IF VE-MM > 12 SUBTRACT 12 FROM VE-MM.
       F-VE-ESPERA.
           EXIT.

      *    PARTE DE CADA CONDOMINO EN LO EMITIDO AL INMUEBLE.
       EM-CONDOMINO.
           MOVE CONDOM-SEC (CN-IX) TO CN-SEC-S.
           MOVE CONDOM-NOM (CN-IX) TO CN-NOM-S.
           MOVE CONDOM-PORC (CN-IX) TO CN-PORC-S.
           MOVE CONDOM-PARTE (CN-IX) TO CN-MPO-S.
           WRITE RENGLON FROM CN-LINEA AFTER 1.
       F-EM-CONDOMINO.
           EXIT.

      *    CADA CUOTA TOMA LA TARIFA VIGENTE A SU PROPIO VENCIMIENTO
      *    (HISTORIA ARTARH); SIN HISTORIA QUEDA EL B-MONTO, Y LA
      *    EXENCION SE DESCUENTA SOBRE LA BASE QUE CORRESPONDA.
           MOVE PD-TIP TO PC-TIP.
           PERFORM PRECIO-CATEGORIA THRU F-PRECIO-CATEGORIA.
           IF PC-HAY = "S" MOVE PC-MONTO TO EM-BASE.
      *    TIPO EN MODULOS: LA CANTIDAD DE MODULOS POR EL VALOR DEL
      *    MODULO VIGENTE AL VENCIMIENTO.
           MOVE PD-CLI TO MODULO-CLI.
           MOVE PD-TIP TO MODULO-TIP.
           MOVE TV-FECHA TO MODULO-FECHA.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY = "S" MOVE MODULO-MONTO TO EM-BASE.
      *    TIPO AD VALOREM: LA CUOTA SALE DE LA VALUACION FISCAL
      *    VIGENTE AL VENCIMIENTO, REPARTIDA EN LAS CUOTAS DEL A#O.
           MOVE PD-CLI TO ADVAL-CLI.
           MOVE PD-TIP TO ADVAL-TIP.
           MOVE TV-FECHA TO ADVAL-FECHA.
           MOVE EM-N TO ADVAL-CUOTAS.
           CALL "ADVAL" USING ADVAL-PAR.
           IF ADVAL-HAY = "S" MOVE ADVAL-MONTO TO EM-BASE.
           COMPUTE EM-DESC ROUNDED = EM-BASE * EM-EXPORC / 100.
           COMPUTE EM-MONTO = EM-BASE - EM-DESC.
           MOVE PD-CLI TO CONT.
           MOVE EM-DESC TO BONIF.
           WRITE REG-IMP
           INVALID KEY
               PERFORM EM-RECUPERA THRU F-EM-RECUPERA
               GO TO EM-AVANZA.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           MOVE MONTO TO TOT-EMI.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           PERFORM SEGUNDO-VTO THRU F-SEGUNDO-VTO.
           ADD 1 TO EM-CUOTAS.
           ADD EM-MONTO TO EM-TOTAL.
           ADD EM-MONTO TO EM-CLI-TOT.
           PERFORM EM-MARCA THRU F-EM-MARCA.
       EM-AVANZA.
           ADD EM-STEP TO EM-MM.
           IF EM-MM > 12
       F-EM-UNA.
           EXIT.

      *    MARCA LA CUOTA RECIEN GRABADA CON LA CORRIDA Y VA ARMANDO
      *    EL RANGO DE VENCIMIENTOS Y LA LISTA DE TIPOS DEL REGISTRO.
       EM-MARCA.
           MOVE NUM-CO1 TO EC-CLAVE.
           MOVE EM-RUN TO EC-RUN.
           MOVE MONTO TO EC-MONTO.
           WRITE REG-EMCU INVALID KEY REWRITE REG-EMCU.
           COMPUTE EM-VTO8 = AAV * 10000 + MMV * 100 + DDV.
           IF ER-DESDE = ZEROS OR EM-VTO8 < ER-DESDE
               MOVE EM-VTO8 TO ER-DESDE.
           IF EM-VTO8 > ER-HASTA MOVE EM-VTO8 TO ER-HASTA.
           MOVE "N" TO EM-HALLO.
           PERFORM EM-BUSCA-TIP THRU F-EM-BUSCA-TIP
               VARYING EM-J FROM 1 BY 1 UNTIL EM-J > ER-NTIP.
           IF EM-HALLO = "N" AND ER-NTIP < 30
               ADD 1 TO ER-NTIP
               MOVE TIP-IMP TO ER-TIPO (ER-NTIP).
       F-EM-MARCA.
           EXIT.

       EM-BUSCA-TIP.
           IF ER-TIPO (EM-J) = TIP-IMP MOVE "S" TO EM-HALLO.
       F-EM-BUSCA-TIP.
           EXIT.

      *    NUMERO DE LA PROXIMA CORRIDA DE EMISION (ARNUEMI).
       PROXIMA-EMISION.
           OPEN I-O NUEMI.
           IF NE-STATUS NOT = "00"
               OPEN OUTPUT NUEMI
               CLOSE NUEMI
               OPEN I-O NUEMI.
           MOVE 1 TO NE-CLAVE.
           READ NUEMI KEY IS NE-CLAVE
           INVALID KEY
               MOVE 1 TO NE-CLAVE
               MOVE 1 TO NE-PROX
               WRITE REG-NUEMI INVALID KEY CONTINUE.
           MOVE NE-PROX TO EM-RUN.
           ADD 1 TO NE-PROX.
           REWRITE REG-NUEMI INVALID KEY CONTINUE.
           CLOSE NUEMI.
       F-PROXIMA-EMISION.
           EXIT.

      *    REVERSION DE UNA EMISION (SOLO SUPERVISOR): ANULA TODAS
      *    LAS CUOTAS DE LA CORRIDA QUE SIGUEN INTACTAS (SIN PAGOS,
      *    SIN PLAN NI OTRA MARCA, CON EL MONTO ORIGINAL Y SIN NOTA DE
      *    DEBITO/CREDITO VIGENTE), DESCONTANDO EL EMITIDO DE ARTOTAL,
      *    Y LISTA LAS QUE QUEDAN CON EL MOTIVO. SE PUEDE VOLVER A
      *    CORRER SOBRE UNA CORRIDA REVERTIDA EN PARTE.
       REVERSION.
           PERFORM ENCABEZA.
           IF OP-NIVEL < 2
           DISPLAY "REVERSION RESERVADA AL SUPERVISOR" AT 1025
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1059 WITH PROMPT
           GO TO ENCABEZA.
           DISPLAY "ULTIMAS CORRIDAS DE EMISION" AT 0803
           WITH FOREGROUND-COLOR 3.
           MOVE 8 TO RV-LIN.
           MOVE 1 TO NE-CLAVE.
           MOVE 1 TO NE-PROX.
           OPEN INPUT NUEMI.
           IF NE-STATUS = "00"
               READ NUEMI KEY IS NE-CLAVE
               INVALID KEY MOVE 1 TO NE-PROX.
           CLOSE NUEMI.
           MOVE 1 TO ER-NRO.
           IF NE-PROX > 12 COMPUTE ER-NRO = NE-PROX - 12.
           START EMIS KEY IS NOT LESS THAN ER-NRO
           INVALID KEY GO TO RV-PIDE.
       RV-LISTA.
           READ EMIS NEXT RECORD AT END GO TO RV-PIDE.
           MOVE ER-NRO TO RL-NRO.
           MOVE ER-FECHA TO RL-FECHA.
           MOVE ER-ANO TO RL-ANO.
           MOVE ER-DESDE TO RL-DESDE.
           MOVE ER-HASTA TO RL-HASTA.
           MOVE ER-CUOTAS TO RL-CUOTAS.
           MOVE ER-OPER TO RL-OPER.
           MOVE ER-EST TO RL-EST.
           ADD 1 TO RV-LIN.
           IF RV-LIN < 21
               DISPLAY (RV-LIN, 3) RV-RENG.
           GO TO RV-LISTA.
       RV-PIDE.
           DISPLAY "NRO DE EMISION A REVERTIR:" AT 2203.
           MOVE ZEROS TO RV-NRO.
           ACCEPT RV-NRO AT 2230 WITH PROMPT.
           IF RV-NRO = ZEROS GO TO ENCABEZA.
           MOVE RV-NRO TO ER-NRO.
           READ EMIS KEY IS ER-NRO
           INVALID KEY
           DISPLAY "EMISION INEXISTENTE" AT 2240
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2260 WITH PROMPT
           DISPLAY "                    " AT 2240
           GO TO RV-PIDE.
           IF ER-EST = "R"
           DISPLAY "YA FUE REVERTIDA" AT 2240
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2260 WITH PROMPT
           DISPLAY "                    " AT 2240
           GO TO RV-PIDE.
       RV-CONF.
           DISPLAY "CONFIRMA LA REVERSION DE LA EMISION S/N" AT 2303
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2343 WITH PROMPT.
           DISPLAY "                                        " AT 2303.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO RV-CONF.
           MOVE ZEROS TO RV-BORR RV-DEJA RV-IMP.
           MOVE "N" TO RV-SINDC.
           OPEN INPUT NOTDC.
           IF DC-STATUS NOT = "00" MOVE "S" TO RV-SINDC.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           MOVE RV-NRO TO RVT-NRO.
           MOVE ER-ANO TO RVT-ANO.
           MOVE OPERADOR TO RVT-SUP.
           WRITE RENGLON FROM RV-TITU AFTER 1.
           MOVE RV-NRO TO EC-RUN.
           START EMCU KEY IS NOT LESS THAN EC-RUN
           INVALID KEY GO TO RV-FIN.
       RV-R.
           READ EMCU NEXT RECORD AT END GO TO RV-FIN.
           IF EC-RUN NOT = RV-NRO GO TO RV-FIN.
           MOVE EC-CLAVE TO NUM-CO1.
      *    LA CUOTA YA NO ESTA (LA DIERON DE BAJA POR OTRO LADO):
      *    SOLO SE QUITA LA MARCA.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY
               DELETE EMCU RECORD INVALID KEY CONTINUE
               GO TO RV-R.
           MOVE SPACES TO RV-MOTIVO.
           IF PAGADO > ZEROS OR FEC-PAG NOT = ZEROS
               MOVE "TIENE PAGOS" TO RV-MOTIVO.
           IF RV-MOTIVO = SPACES AND EST-IMP = "P"
               MOVE "EN PLAN DE PAGOS" TO RV-MOTIVO.
           IF RV-MOTIVO = SPACES AND EST-IMP NOT = SPACE
               MOVE "CUOTA MARCADA" TO RV-MOTIVO.
           IF RV-MOTIVO = SPACES AND MONTO NOT = EC-MONTO
               MOVE "MONTO MODIFICADO" TO RV-MOTIVO.
           IF RV-MOTIVO = SPACES
               PERFORM RV-NOTAS THRU F-RV-NOTAS.
           IF RV-MOTIVO NOT = SPACES
               MOVE CONT TO RV-CLI-S
               MOVE AA TO RV-AA-S
               MOVE P1 TO RV-P1-S
               MOVE TIP-IMP TO RV-TIP-S
               MOVE MONTO TO RV-MPO-S
               MOVE RV-MOTIVO TO RV-MOT-S
               WRITE RENGLON FROM RV-LINEA AFTER 1
               ADD 1 TO RV-DEJA
               GO TO RV-R.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "REVEM" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE REG-IMP TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE RV-NRO TO BT-DESPUES (1:6).
           DELETE IMPU RECORD INVALID KEY GO TO RV-R.
           PERFORM BORRA-ABIE THRU F-BORRA-ABIE.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE NUM-CO1 TO V2-CLAVE.
           DELETE VTO2 RECORD INVALID KEY CONTINUE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           COMPUTE TOT-EMI = ZEROS - MONTO.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           DELETE EMCU RECORD INVALID KEY CONTINUE.
           ADD 1 TO RV-BORR.
           ADD MONTO TO RV-IMP.
           GO TO RV-R.
       RV-FIN.
           IF RV-SINDC = "N" CLOSE NOTDC.
           MOVE RV-BORR TO RV-BOR-S.
           MOVE RV-DEJA TO RV-DEJ-S.
           MOVE RV-IMP TO RV-IMP-S.
           WRITE RENGLON FROM RV-TOTLIN AFTER 2.
           CLOSE IMPRE.
           MOVE RV-NRO TO ER-NRO.
           READ EMIS KEY IS ER-NRO
           INVALID KEY GO TO RV-BITA.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE ER-FREV = ANO-VENT * 10000 + HOY-MM * 100
               + HOY-DD.
           MOVE OPERADOR TO ER-SUP.
           ADD RV-BORR TO ER-BORR.
           MOVE RV-DEJA TO ER-DEJA.
           MOVE "R" TO ER-EST.
           IF RV-DEJA > ZEROS MOVE "P" TO ER-EST.
           REWRITE REG-EMIS INVALID KEY CONTINUE.
       RV-BITA.
           MOVE "EMISION" TO BT-ARCHIVO.
           MOVE "REVER" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE RV-NRO TO BT-CLAVE (1:6).
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE RV-BORR TO BT-DESPUES (1:6).
           MOVE RV-DEJA TO BT-DESPUES (8:6).
           MOVE RV-IMP-S TO BT-DESPUES (15:17).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "CUOTAS ANULADAS:" AT 2303.
           DISPLAY RV-BORR AT 2320.
           DISPLAY "QUEDARON (VER LISTADO):" AT 2330.
           DISPLAY RV-DEJA AT 2354.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2362 WITH PROMPT.
           GO TO ENCABEZA.

      *    NOTA DE DEBITO/CREDITO NO ANULADA SOBRE LA CUOTA.
       RV-NOTAS.
           IF RV-SINDC = "S" GO TO F-RV-NOTAS.
           MOVE CONT TO DC-CLI.
           START NOTDC KEY IS NOT LESS THAN DC-CLI
           INVALID KEY GO TO F-RV-NOTAS.
       RV-NOT-R.
           READ NOTDC NEXT RECORD AT END GO TO F-RV-NOTAS.
           IF DC-CLI NOT = CONT GO TO F-RV-NOTAS.
           IF DC-EST = "A" GO TO RV-NOT-R.
           IF DC-CAA = AA AND DC-CP1 = P1 AND DC-TIP = TIP-IMP
               MOVE "NOTA DEBITO/CREDITO" TO RV-MOTIVO
               GO TO F-RV-NOTAS.
           GO TO RV-NOT-R.
       F-RV-NOTAS.
           EXIT.

      *    REVALUACION DE CUOTAS EN MODULOS (SOLO SUPERVISOR): LAS
      *    CUOTAS DEL A#O SIN PAGOS NI MARCA DE UN TIPO EN MODULOS SE
      *    LLEVAN AL VALOR DEL MODULO VIGENTE A SU VENCIMIENTO (PUEDE
      *    HABERSE CARGADO DESPUES DE LA EMISION), CON SU SEGUNDO
      *    VENCIMIENTO. LA DIFERENCIA VA A ARTOTAL Y AL DEVENGAMIENTO,
      *    CADA CUOTA QUEDA EN LA BITACORA CON EL ANTES Y EL DESPUES Y
      *    SALE UN LISTADO. LA EXENCION CONSERVA SU PROPORCION.
       REVALUA.
           PERFORM ENCABEZA.
           IF OP-NIVEL < 2
           DISPLAY "REVALUACION RESERVADA AL SUPERVISOR" AT 1025
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1061 WITH PROMPT
           GO TO ENCABEZA.
           DISPLAY "REVALUACION DE CUOTAS EN MODULOS - A#O:" AT 0818.
           MOVE SPACES TO CU-ANO1.
           ACCEPT CU-ANO1 AT 0858 WITH PROMPT.
           IF CU-ANO1 = SPACES OR CU-ANO1 = "0" GO TO ENCABEZA.
           MOVE CU-ANO1 TO CU-ANO1-N.
           MOVE CU-ANO1-N TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO CU-ANO.
       RM-CONF.
           DISPLAY "CONFIRMA LA REVALUACION S/N" AT 1018
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1046 WITH PROMPT.
           DISPLAY "                              " AT 1018.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO RM-CONF.
           MOVE ZEROS TO RM-CANT RM-DIF.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           MOVE CU-ANO TO RMT-ANO.
           MOVE OPERADOR TO RMT-SUP.
           WRITE RENGLON FROM RM-TITU AFTER 1.
           MOVE SPACES TO CONT.
           MOVE ZEROS TO PERI.
           MOVE ZEROS TO TIP-IMP.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO RM-FIN.
       RM-R.
           READ IMPU NEXT RECORD AT END GO TO RM-FIN.
           IF ANO NOT = CU-ANO GO TO RM-R.
           IF FEC-PAG NOT = ZEROS OR PAGADO NOT = ZEROS
              OR EST-IMP NOT = SPACE
               GO TO RM-R.
           MOVE CONT TO MODULO-CLI.
           MOVE TIP-IMP TO MODULO-TIP.
           COMPUTE MODULO-FECHA = AAV * 10000 + MMV * 100 + DDV.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY NOT = "S" GO TO RM-R.
           COMPUTE CU-BASE = MONTO + BONIF.
           IF CU-BASE = MODULO-MONTO GO TO RM-R.
           MOVE REG-IMP TO BT-ANTES.
           MOVE MONTO TO RM-ANTES.
           IF CU-BASE NOT = ZEROS
               COMPUTE BONIF ROUNDED = BONIF * MODULO-MONTO / CU-BASE.
           COMPUTE MONTO = MODULO-MONTO - BONIF.
           REWRITE REG-IMP INVALID KEY GO TO RM-R.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "MODUL" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           COMPUTE TOT-EMI = MONTO - RM-ANTES.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           PERFORM SEGUNDO-VTO THRU F-SEGUNDO-VTO.
           MOVE CONT TO RM-CLI-S.
           MOVE AA TO RM-AA-S.
           MOVE P1 TO RM-P1-S.
           MOVE TIP-IMP TO RM-TIP-S.
           MOVE RM-ANTES TO RM-ANT-S.
           MOVE MONTO TO RM-DES-S.
           WRITE RENGLON FROM RM-LINEA AFTER 1.
           ADD 1 TO RM-CANT.
           COMPUTE RM-DIF = RM-DIF + MONTO - RM-ANTES.
           GO TO RM-R.
       RM-FIN.
           MOVE RM-CANT TO RM-CAN-S.
           MOVE RM-DIF TO RM-DIF-S.
           WRITE RENGLON FROM RM-TOTLIN AFTER 2.
           CLOSE IMPRE.
           DISPLAY "CUOTAS REVALUADAS:" AT 1218.
           DISPLAY RM-CANT AT 1237.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1245 WITH PROMPT.
           GO TO ENCABEZA.

      *    CUPONERAS: DESPUES DE LA EMISION ANUAL, UN LIBRITO POR
      *    CLIENTE DEL PADRON (O UNO SOLO) CON TAPA CON EL MEMBRETE
      *    DE ARDATOS Y UN CUPON POR CUOTA IMPAGA DEL A#O, CON EL
           DISPLAY "CLIENTE (VACIO=TODO EL PADRON):" AT 0918.
           MOVE SPACES TO CU-UNO.
           ACCEPT CU-UNO AT 0950 WITH PROMPT.
      *    LA CUPONERA DE UN SOLO CLIENTE PEDIDA COMO DUPLICADO (POR
      *    PERDIDA) LLEVA TASA DE ACTUACION.
           MOVE "N" TO CU-DUP.
           IF CU-UNO NOT = SPACES
               DISPLAY "DUPLICADO (S/N):" AT 1018
               ACCEPT CU-DUP AT 1035 WITH PROMPT.
           OPEN INPUT RDATOS.
           IF RD-STATUS = "00"
               READ RDATOS AT END CONTINUE END-READ
           MOVE "CUPONERAS   " TO SPOOL-TIPO.
           PERFORM ABRE-SPOOL THRU F-ABRE-SPOOL.
           OPEN OUTPUT IMPRE.
           MOVE ZEROS TO CU-LIBROS CU-SINREV.
           IF CU-UNO NOT = SPACES
               MOVE CU-UNO TO CU-CLI
               PERFORM CUP-CLIENTE THRU F-CUP-CLIENTE
           PERFORM VUELCA-SPOOL THRU F-VUELCA-SPOOL.
           DISPLAY "CUPONERAS EMITIDAS:" AT 1118.
           DISPLAY CU-LIBROS AT 1138.
           IF CU-SINREV NOT = ZEROS
               DISPLAY "CUOTAS EN MODULOS SIN REVALUAR (OPCION 7):"
                   AT 1218 WITH FOREGROUND-COLOR 6
               DISPLAY CU-SINREV AT 1261.
           IF CU-DUP = "S" AND CU-LIBROS > ZEROS
               MOVE "CUPO" TO TASREG-SERV
               MOVE CU-UNO TO TASREG-CLI
               MOVE CU-ANO TO TASREG-DOC
               MOVE OPERADOR TO TASREG-OPER
               CALL "TASREG" USING TASREG-PAR
               IF TASREG-HAY = "S"
                   MOVE TASREG-MONTO TO TASREG-ED
                   DISPLAY "TASA DE ACTUACION A COBRAR EN CAJA $"
                       AT 1318
                   DISPLAY TASREG-ED AT 1354.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1148 WITH PROMPT.
           GO TO ENCABEZA.

      *    SI EL INMUEBLE ESTA EN CONDOMINIO SALE UNA CUPONERA POR
      *    CONDOMINO; SI NO, UNA SOLA A NOMBRE DEL TITULAR.
       CUP-CLIENTE.
           MOVE CU-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY GO TO F-CUP-CLIENTE.
           IF EST-CON = "S" GO TO F-CUP-CLIENTE.
           MOVE "L" TO CONDOM-FUN.
           MOVE CU-CLI TO CONDOM-CLI.
           MOVE ZEROS TO CONDOM-MONTO CONDOM-TIP.
           CALL "CONDOM" USING CONDOM-PAR.
           MOVE CONDOM-CANT TO CN-CANT.
           MOVE ZEROS TO CN-IX.
           MOVE NOMBRE TO CN-NOM.
           IF CN-CANT = ZERO
               PERFORM CUP-LIBRO THRU F-CUP-LIBRO
               GO TO F-CUP-CLIENTE.
       CUC-CN.
           ADD 1 TO CN-IX.
           IF CN-IX > CN-CANT GO TO CUC-CN-F.
           MOVE CONDOM-NOM (CN-IX) TO CN-NOM.
           PERFORM CUP-LIBRO THRU F-CUP-LIBRO.
           GO TO CUC-CN.
       CUC-CN-F.
           MOVE ZEROS TO CN-IX.
       F-CUP-CLIENTE.
           EXIT.

      *    UNA CUPONERA: TAPA, UN CUPON POR CUOTA IMPAGA DEL A#O Y LOS
      *    CUPONES DE PAGO ANUAL.
       CUP-LIBRO.
           MOVE ZEROS TO CU-CUPONES CU-NT.
           MOVE CU-CLI TO CONT.
           MOVE ZEROS TO PERI.
           MOVE ZEROS TO TIP-IMP.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO F-CUP-LIBRO.
       CUC-R.
           READ IMPU NEXT RECORD AT END GO TO CUC-F.
           IF CONT NOT = CU-CLI GO TO CUC-F.
           IF ANO NOT = CU-ANO GO TO CUC-R.
           PERFORM CUP-MODULO THRU F-CUP-MODULO.
           PERFORM CUP-ACUM-TIPO THRU F-CUP-ACUM-TIPO.
           IF FEC-PAG NOT = ZEROS GO TO CUC-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO CUC-R.
           IF CU-CUPONES = ZEROS
               PERFORM CUP-TAPA THRU F-CUP-TAPA.
           PERFORM CUP-CUPON THRU F-CUP-CUPON.
           GO TO CUC-R.
       CUC-F.
           IF CU-CUPONES NOT = ZEROS
               PERFORM CUP-ANUAL THRU F-CUP-ANUAL
                   VARYING CU-IT FROM 1 BY 1 UNTIL CU-IT > CU-NT
               ADD 1 TO CU-LIBROS.
       F-CUP-LIBRO.
           EXIT.

      *    CUOTA SIN PAGOS DE UN TIPO EN MODULOS: EL CUPON MUESTRA
      *    LOS MODULOS Y SU VALOR SOLO SI EL IMPORTE GRABADO YA ES EL
      *    DEL MODULO VIGENTE A SU VENCIMIENTO. SI NO, SALE LO GRABADO
      *    (LO MISMO QUE COBRA PAGOS) Y SE CUENTA PARA AVISAR QUE FALTA
      *    LA REVALUACION (OPCION 7).
       CUP-MODULO.
           MOVE "N" TO MODULO-HAY.
           IF FEC-PAG NOT = ZEROS OR PAGADO NOT = ZEROS
              OR EST-IMP NOT = SPACE
               GO TO F-CUP-MODULO.
           MOVE CONT TO MODULO-CLI.
           MOVE TIP-IMP TO MODULO-TIP.
           COMPUTE MODULO-FECHA = AAV * 10000 + MMV * 100 + DDV.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY NOT = "S" GO TO F-CUP-MODULO.
           COMPUTE CU-BASE = MONTO + BONIF.
           IF CU-BASE = MODULO-MONTO GO TO F-CUP-MODULO.
           MOVE "N" TO MODULO-HAY.
           ADD 1 TO CU-SINREV.
       F-CUP-MODULO.
           EXIT.

      *    PARTE DEL CONDOMINO CN-IX EN CN-MONTO (CONDOM REPARTE Y DEJA
      *    EL REDONDEO AL ULTIMO). SIN CONDOMINIO QUEDA EL IMPORTE.
       CUP-PARTE.
           IF CN-IX = ZEROS GO TO F-CUP-PARTE.
           MOVE "L" TO CONDOM-FUN.
           MOVE CN-MONTO TO CONDOM-MONTO.
           CALL "CONDOM" USING CONDOM-PAR.
           MOVE CONDOM-PARTE (CN-IX) TO CN-MONTO.
           MOVE ZEROS TO CONDOM-MONTO.
       F-CUP-PARTE.
           EXIT.

      *    ACUMULA LA CUOTA DEL BUFFER EN LA TABLA DE TIPOS DEL
      *    CLIENTE; UNA CUOTA CON PAGOS, EN PLAN O PRESCRIPTA DEJA AL
      *    TIPO SIN CUPON DE PAGO ANUAL.
       CUP-ACUM-TIPO.
           MOVE 1 TO CU-IT.
       CAT-R.
           IF CU-IT > CU-NT GO TO CAT-NUEVO.
           IF CU-T-TIP (CU-IT) = TIP-IMP GO TO CAT-SUMA.
           ADD 1 TO CU-IT.
           GO TO CAT-R.
       CAT-NUEVO.
           IF CU-NT = 20 GO TO F-CUP-ACUM-TIPO.
           ADD 1 TO CU-NT.
           MOVE CU-NT TO CU-IT.
           MOVE TIP-IMP TO CU-T-TIP (CU-IT).
           MOVE "S" TO CU-T-OK (CU-IT).
           MOVE ZEROS TO CU-T-MONTO (CU-IT) CU-T-DESC (CU-IT).
           MOVE TIP-IMP TO AU-TIP.
           MOVE CU-ANO TO AU-ANO.
           READ ANUA KEY IS AU-CLAVE
           INVALID KEY MOVE "N" TO CU-T-OK (CU-IT).
       CAT-SUMA.
           IF FEC-PAG NOT = ZEROS OR PAGADO NOT = ZEROS
              OR EST-IMP = "P" OR EST-IMP = "X"
               MOVE "N" TO CU-T-OK (CU-IT).
           IF CU-T-OK (CU-IT) = "N" GO TO F-CUP-ACUM-TIPO.
           MOVE TIP-IMP TO AU-TIP.
           MOVE CU-ANO TO AU-ANO.
           READ ANUA KEY IS AU-CLAVE
           INVALID KEY MOVE ZEROS TO AU-PORC.
           COMPUTE CU-DESC ROUNDED = MONTO * AU-PORC / 100.
           ADD MONTO TO CU-T-MONTO (CU-IT).
           ADD CU-DESC TO CU-T-DESC (CU-IT).
       F-CUP-ACUM-TIPO.
           EXIT.

      *    CUPON EXTRA DE PAGO CONTADO ANUAL POR TIPO, CON SU PROPIO
      *    CODIGO DE BARRAS (CUOTA 00) QUE PAGOS RECONOCE COMO ANUAL.
       CUP-ANUAL.
           IF CU-T-OK (CU-IT) NOT = "S" GO TO F-CUP-ANUAL.
           MOVE CU-T-TIP (CU-IT) TO AU-TIP.
           MOVE CU-ANO TO AU-ANO.
           READ ANUA KEY IS AU-CLAVE
           INVALID KEY GO TO F-CUP-ANUAL.
           IF AU-PORC = ZEROS GO TO F-CUP-ANUAL.
           WRITE RENGLON FROM CU-CUPL1 AFTER 2.
           MOVE CN-NOM TO CUA-NOM.
           MOVE CU-ANO TO CUA-ANO.
           WRITE RENGLON FROM CU-ANL1 AFTER 1.
           MOVE AU-TIP TO N-CODI.
           READ CODI KEY IS N-CODI
           INVALID KEY MOVE SPACES TO B-CODI.
           MOVE B-CODI TO CUA-TIPD.
           MOVE AU-LIMITE TO CU-LIM8.
           MOVE CU-L-DD TO CUA-DD.
           MOVE CU-L-MM TO CUA-MM.
           MOVE CU-L-AAAA TO CUA-AAAA.
           WRITE RENGLON FROM CU-ANL2 AFTER 1.
           COMPUTE CN-MONTO = CU-T-MONTO (CU-IT) - CU-T-DESC (CU-IT).
           PERFORM CUP-PARTE THRU F-CUP-PARTE.
           MOVE CN-MONTO TO CUA-IMP.
           MOVE AU-PORC TO CUA-PORC.
           WRITE RENGLON FROM CU-ANL3 AFTER 1.
           IF CU-CLI (1:11) IS NUMERIC AND CU-CLI (12:14) = SPACES
               MOVE CU-CLI (1:11) TO BA-CLI
               DIVIDE CU-ANO BY 100 GIVING BAR-Q REMAINDER BA-AA
               MOVE ZEROS TO BA-P1
               MOVE AU-TIP TO BA-TIP
               MOVE BAR-ARMA (1:18) TO BAR-NUM18
               DIVIDE BAR-NUM18 BY 97 GIVING BAR-Q
                   REMAINDER BAR-DV-CALC
               MOVE BAR-DV-CALC TO BA-DV
               MOVE BAR-ARMA TO BAR-COD
               DIVIDE CU-L-AAAA BY 100 GIVING BAR-Q REMAINDER BAR-FN
               COMPUTE BAR-FN = CU-L-DD * 10000 + CU-L-MM * 100
                   + BAR-FN
               MOVE BAR-FN TO BAR-F1
               MOVE CUA-IMP TO BAR-I1
               MOVE SPACES TO BAR-SEG
               WRITE RENGLON FROM BAR-LINEA AFTER 1.
           WRITE RENGLON FROM CU-CUPL1 AFTER 1.
       F-CUP-ANUAL.
           EXIT.

       CUP-TAPA.
           MOVE CU-ANO TO CUT-ANO.
           WRITE RENGLON FROM CU-TAPA AFTER 2.
           MOVE CU-CLI TO CUT-CLI.
           MOVE CN-NOM TO CUT-NOM.
           WRITE RENGLON FROM CU-TAPA2 AFTER 1.
           MOVE CU-CLI TO REFCLI-CLI.
           CALL "REFCLI" USING REFCLI-PAR.
           MOVE REFCLI-NRO TO CUT-REF.
           WRITE RENGLON FROM CU-TAPA3 AFTER 1.
      *    CON DOMICILIO POSTAL CARGADO LA TAPA LLEVA LA DIRECCION DE
      *    ENVIO, SALVO PARA EL CONDOMINO QUE TIENE LA SUYA PROPIA.
           IF CN-IX NOT = ZEROS
               IF CONDOM-DOM (CN-IX) NOT = SPACES
                   GO TO F-CUP-TAPA.
           MOVE "L" TO DOMPOS-FUN.
           MOVE CU-CLI TO DOMPOS-CLI.
           CALL "DOMPOS" USING DOMPOS-PAR.
           IF DOMPOS-HAY NOT = "S" GO TO F-CUP-TAPA.
           MOVE DOMPOS-CALLE TO CUT-CALLE.
           MOVE DOMPOS-LINEA TO CUT-LOC.
           WRITE RENGLON FROM CU-TAPA4 AFTER 1.
           WRITE RENGLON FROM CU-TAPA5 AFTER 1.
       F-CUP-TAPA.
           EXIT.

       CUP-CUPON.
           WRITE RENGLON FROM CU-CUPL1 AFTER 2.
           MOVE CN-NOM TO CUC-NOM.
           MOVE P1 TO CUC-P1.
           MOVE AA TO CUC-AA.
           WRITE RENGLON FROM CU-CUPL2 AFTER 1.
           MOVE MMV TO CUC-MM.
           MOVE AAV TO CUC-AAAA.
           WRITE RENGLON FROM CU-CUPL3 AFTER 1.
           MOVE MONTO TO CN-MONTO.
           PERFORM CUP-PARTE THRU F-CUP-PARTE.
           MOVE CN-MONTO TO CUC-IMP CU-IMP1.
           WRITE RENGLON FROM CU-CUPL4 AFTER 1.
           IF MODULO-HAY = "S"
               MOVE MODULO-CANT TO CUC-MOD
               MOVE MODULO-VALOR TO CUC-VMOD
               WRITE RENGLON FROM CU-CUPLM AFTER 1.
           PERFORM LEE-VTO2 THRU F-LEE-VTO2.
           IF V2-HAY = "S"
               MOVE V2-MONTO TO CN-MONTO
               PERFORM CUP-PARTE THRU F-CUP-PARTE
               MOVE CN-MONTO TO CU-IMP2
               MOVE V2-DD TO CUC-DD2
               MOVE V2-MM TO CUC-MM2
               MOVE V2-AA TO CUC-AAAA2
               MOVE CU-IMP2 TO CUC-IMP2
               WRITE RENGLON FROM CU-CUPL5 AFTER 1.
           IF CU-CLI (1:11) IS NUMERIC AND CU-CLI (12:14) = SPACES
               PERFORM ARMA-BARRA THRU F-ARMA-BARRA
               WRITE RENGLON FROM BAR-LINEA AFTER 1.
               REMAINDER BAR-DV-CALC.
           MOVE BAR-DV-CALC TO BA-DV.
           MOVE BAR-ARMA TO BAR-COD.
           DIVIDE AAV BY 100 GIVING BAR-Q REMAINDER BAR-FN.
           COMPUTE BAR-FN = DDV * 10000 + MMV * 100 + BAR-FN.
           MOVE BAR-FN TO BAR-F1.
           MOVE CU-IMP1 TO BAR-I1.
           IF V2-HAY NOT = "S"
               MOVE SPACES TO BAR-SEG
               GO TO F-ARMA-BARRA.
           DIVIDE V2-AA BY 100 GIVING BAR-Q REMAINDER BAR-FN.
           COMPUTE BAR-FN = V2-DD * 10000 + V2-MM * 100 + BAR-FN.
           MOVE " 2V:" TO BAR-SEG (1:4).
           MOVE BAR-FN TO BAR-F2.
           MOVE CU-IMP2 TO BAR-I2.
       F-ARMA-BARRA.
           EXIT.

       F-VUELCA-SPOOL.
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

      *    SEGUNDO VENCIMIENTO DE LA CUOTA DEL BUFFER DE ARIMPU.
       LEE-VTO2.
           MOVE "N" TO V2-HAY.
           MOVE NUM-CO1 TO V2-CLAVE.
           READ VTO2 KEY IS V2-CLAVE
           INVALID KEY GO TO F-LEE-VTO2.
           MOVE "S" TO V2-HAY.
       F-LEE-VTO2.
           EXIT.

      *    TARIFA VIGENTE DEL TIPO A LA FECHA PEDIDA: LA ULTIMA
      *    ENTRADA DE LA HISTORIA CON VIGENCIA ANTERIOR O IGUAL.
      *    PRECIO POR CATEGORIA: SI EL CLIENTE TIENE CATEGORIA EN
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

      *    CUOTA BORRADA DE ARIMPU: SALE DEL INDICE DE ABIERTAS.
       BORRA-ABIE.
           MOVE NUM-CO1 TO AI-CLAVE.
           DELETE ABIE RECORD INVALID KEY CONTINUE.
       F-BORRA-ABIE.
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
           ACCEPT FECHA-BITA FROM DATE.
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
           CLOSE CONTRI IMPU CODI PADR EXEN BITA TOTAL TARH CATE
                 CLIDA SVTO VTO2 ANUA EMIS EMCU ABIE EMCK.
           CHAIN "MENU".
           STOP RUN.

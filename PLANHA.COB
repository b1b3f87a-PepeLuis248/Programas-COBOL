       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PLANHA.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * DESCUENTO POR PLANILLA DE HABERES: LOS EMPLEADORES CON
      * CONVENIO (AREMPL) DESCUENTAN LAS CUOTAS DE SUS EMPLEADOS Y
      * RINDEN CON UNA SOLA TRANSFERENCIA. CADA CLIENTE SE VINCULA A
      * SU EMPLEADOR CON EL LEGAJO (ARCLEM). TODOS LOS MESES SE ARMA
      * LA PLANILLA DE CADA EMPLEADOR (PLANnnnn.ENV) CON LA MISMA
      * SELECCION DE CUOTAS DEL DEBITO AUTOMATICO; LAS CUOTAS QUEDAN
      * EN ARPLHA Y MIENTRAS ESTAN EN PODER DEL EMPLEADOR NO SALEN EN
      * LOS AVISOS. LA RENDICION (PLANnnnn.RES) SE APLICA COMO PAGOS
      * CON FORMA "H" Y RECIBO PROPIO; LO QUE EL EMPLEADOR NO
      * DESCONTO SE LISTA EN PLANND.TXT Y VUELVE A LOS AVISOS.
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

           SELECT RPAGOS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS REG-CLAVE
                  FILE STATUS IS RP-STATUS.

           SELECT RECI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS REC-NRO
                  FILE STATUS IS REC-STATUS.

           SELECT NUREC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NR-CLAVE
                  FILE STATUS IS NR-STATUS.

           SELECT CAE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CA-CLAVE
                  FILE STATUS IS CA-STATUS.

           SELECT CIERR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CIE-FECHA
                  FILE STATUS IS CI-STATUS.

           SELECT PERIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PE-PERIODO
                  FILE STATUS IS PE-STATUS.

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

           SELECT EMPL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS EM-COD
                  FILE STATUS IS EM-STATUS.

           SELECT CLEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CE-CLI
                  FILE STATUS IS CE-STATUS.

           SELECT PLHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PL-CLAVE
                  FILE STATUS IS PL-STATUS.

           SELECT ENVP ASSIGN TO DISK.

           SELECT RENP ASSIGN TO DISK
                  FILE STATUS IS PR-STATUS.

           SELECT ERRO ASSIGN TO DISK.

           SELECT NODE ASSIGN TO DISK.

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

       FD  NUREC LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNUREC"
           DATA RECORD IS REG-NUREC.

       01  REG-NUREC.
           03 NR-CLAVE          PIC 9.
           03 NR-PROX           PIC 9(8).

      *    COLA DE AUTORIZACION ELECTRONICA (LA PROCESA FACTEL).
       FD  CAE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCAE"
           DATA RECORD IS REG-CAE.

       01  REG-CAE.
           03 CA-CLAVE.
              05 CA-TIPO        PIC X.
              05 CA-NRO         PIC 9(8).
           03 CA-CLI            PIC X(25).
           03 CA-FECHA          PIC 9(8).
           03 CA-IMPORTE        PIC 9(11)V99.
           03 CA-CUIT-EMP       PIC 9(11).
           03 CA-DOC-TIPO       PIC 99.
           03 CA-DOC-NRO        PIC 9(11).
           03 CA-EST            PIC X.
           03 CA-CAE            PIC 9(14).
           03 CA-VTO            PIC 9(8).
           03 CA-MOTIVO         PIC X(40).
           03 CA-FENVIO         PIC 9(8).

       FD  CIERR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCIERR"
           DATA RECORD IS REG-CIERR.

       01  REG-CIERR.
           03 CIE-FECHA         PIC 9(8).
           03 CIE-OPER          PIC X(10).
           03 CIE-TOT           PIC 9(12)V99.

       FD  PERIO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPERIO"
           DATA RECORD IS REG-PERIO.

       01  REG-PERIO.
           03 PE-PERIODO        PIC 9(6).
           03 PE-EST            PIC X.

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

      *    EMPLEADORES CON CONVENIO DE DESCUENTO POR PLANILLA.
      *    ESTADO "A" = ACTIVO, "B" = DADO DE BAJA.
       FD  EMPL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AREMPL"
           DATA RECORD IS REG-EMPL.

       01  REG-EMPL.
           03 EM-COD            PIC 9(4).
           03 EM-NOMBRE         PIC X(30).
           03 EM-CUIT           PIC X(11).
           03 EM-DOMI           PIC X(25).
           03 EM-EST            PIC X.

      *    VINCULO DE CADA CLIENTE CON SU EMPLEADOR Y LEGAJO.
       FD  CLEM LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLEM"
           DATA RECORD IS REG-CLEM.

       01  REG-CLEM.
           03 CE-CLI            PIC X(25).
           03 CE-EMP            PIC 9(4).
           03 CE-LEGAJO         PIC X(10).
           03 CE-ALTA.
              05 CE-ALTA-DD     PIC 99.
              05 CE-ALTA-MM     PIC 99.
              05 CE-ALTA-AA     PIC 9999.
           03 CE-EST            PIC X.

      *    CUOTAS ENVIADAS EN LA PLANILLA DE UN EMPLEADOR, CON LA
      *    MISMA CLAVE DE ARIMPU. PERIODO AAAAMM DE LA PLANILLA.
      *    ESTADO BLANCO = EN PODER DEL EMPLEADOR, "D" = DESCONTADA,
      *    "N" = NO DESCONTADA (O PARCIAL): VUELVE A LOS AVISOS.
       FD  PLHA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPLHA"
           DATA RECORD IS REG-PLHA.

       01  REG-PLHA.
           03 PL-CLAVE.
              05 PL-CLI          PIC X(25).
              05 PL-AA           PIC 99.
              05 PL-P1           PIC 99.
              05 PL-TIP          PIC 9(3).
           03 PL-EMP             PIC 9(4).
           03 PL-PER             PIC 9(6).
           03 PL-IMP             PIC 9(11)V99.
           03 PL-DESC            PIC 9(11)V99.
           03 PL-EST             PIC X.

      *    PLANILLA DEL MES PARA EL EMPLEADOR: LEGAJO, CUOTA E
      *    IMPORTE A DESCONTAR EN CENTAVOS, SIN COMA.
       FD  ENVP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID PV-NOM
           DATA RECORD IS REG-ENVP.

       01  REG-ENVP.
           03 PV-EMP            PIC 9(4).
           03 PV-LEGAJO         PIC X(10).
           03 PV-CLI            PIC X(25).
           03 PV-NOMBRE         PIC X(25).
           03 PV-AA             PIC 99.
           03 PV-P1             PIC 99.
           03 PV-TIP            PIC 9(3).
           03 PV-VENC           PIC 9(8).
           03 PV-IMP            PIC 9(13).

      *    RENDICION DEL EMPLEADOR: UN REGISTRO POR CUOTA CON LA
      *    FECHA DEL DESCUENTO (AAAAMMDD) Y EL IMPORTE DESCONTADO EN
      *    CENTAVOS (CERO SI NO LO PUDO DESCONTAR).
       FD  RENP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID PR-NOM
           DATA RECORD IS REG-RENP.

       01  REG-RENP.
           03 PR-LEGAJO         PIC X(10).
           03 PR-CLI            PIC X(25).
           03 PR-AA             PIC 99.
           03 PR-P1             PIC 99.
           03 PR-TIP            PIC 9(3).
           03 PR-FECHA          PIC 9(8).
           03 PR-FECHA-R REDEFINES PR-FECHA.
              05 PR-F-AA        PIC 9999.
              05 PR-F-MM        PIC 99.
              05 PR-F-DD        PIC 99.
           03 PR-IMP            PIC 9(13).

       FD  ERRO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "PLANERR.TXT"
           DATA RECORD IS REG-ERRO.

       01  REG-ERRO             PIC X(100).

       FD  NODE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "PLANND.TXT"
           DATA RECORD IS REG-NODE.

       01  REG-NODE             PIC X(100).

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
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  RP-STATUS             PIC XX VALUE SPACES.
       77  REC-STATUS            PIC XX VALUE SPACES.
       77  NR-STATUS             PIC XX VALUE SPACES.
       77  CA-STATUS             PIC XX VALUE SPACES.
       77  CI-STATUS             PIC XX VALUE SPACES.
       77  PE-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  EM-STATUS             PIC XX VALUE SPACES.
       77  CE-STATUS             PIC XX VALUE SPACES.
       77  PL-STATUS             PIC XX VALUE SPACES.
       77  PR-STATUS             PIC XX VALUE SPACES.
       77  PV-NOM                PIC X(12) VALUE SPACES.
       77  PR-NOM                PIC X(12) VALUE SPACES.
       77  TOT-CLI               PIC X(25) VALUE SPACES.
       77  TOT-TIP               PIC 9(3) VALUE ZEROS.
       77  TOT-PER               PIC 9(6) VALUE ZEROS.
       77  TOT-EMI               PIC S9(11)V99 VALUE ZEROS.
       77  TOT-COB               PIC S9(11)V99 VALUE ZEROS.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  RECI-NRO              PIC 9(8) VALUE ZEROS.
       77  SEC-CIM-AUX           PIC X(25) VALUE SPACES.
       77  SEC-FEC-AUX           PIC X(8) VALUE SPACES.
       77  SEC-CONT              PIC 99 VALUE ZEROS.
       77  EV-HASTA              PIC 9(8) VALUE ZEROS.
       77  EV-CMP                PIC 9(8) VALUE ZEROS.
       77  EV-IMP-N              PIC 9(11)V99 VALUE ZEROS.
       77  EV-PER                PIC 9(6) VALUE ZEROS.
       77  EV-SEL                PIC X VALUE "N".
       77  EV-CANT               PIC 9(6) VALUE ZEROS.
       77  EV-TOTAL              PIC 9(12)V99 VALUE ZEROS.
       77  EV-TOTAL-ED           PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       77  RP-PER                PIC 9(6) VALUE ZEROS.
       77  RP-IMP-N              PIC 9(11)V99 VALUE ZEROS.
       77  RP-LEIDOS             PIC 9(6) VALUE ZEROS.
       77  RP-APLICA             PIC 9(6) VALUE ZEROS.
       77  RP-RECHAZO            PIC 9(6) VALUE ZEROS.
       77  RP-NODESC             PIC 9(6) VALUE ZEROS.
       77  RP-TOTAL              PIC 9(12)V99 VALUE ZEROS.
       77  RP-DUPLIC             PIC 9(6) VALUE ZEROS.
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
       01  FECHA-BITA.
           03 AA-BITA             PIC 99.
           03 MM-BITA             PIC 99.
           03 DD-BITA             PIC 99.
       01  EV-F1                 PIC 9(6) VALUE ZEROS.
       01  EV-F1-R REDEFINES EV-F1.
           03 EV-DD              PIC 99.
           03 EV-MM              PIC 99.
           03 EV-AA2             PIC 99.
       01  RP-F1                 PIC 9(4) VALUE ZEROS.
       01  RP-F1-R REDEFINES RP-F1.
           03 RP-MM              PIC 99.
           03 RP-AA2             PIC 99.
       01  ER-LINEA.
           03 ER-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 ER-P1              PIC 99.
           03 F                  PIC X VALUE "/".
           03 ER-ANO             PIC 99.
           03 F                  PIC X VALUE SPACES.
           03 ER-TIP             PIC 999.
           03 F                  PIC X VALUE SPACES.
           03 ER-IMP             PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 ER-MOTIVO          PIC X(30).
       01  ND-LINEA.
           03 ND-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 ND-P1              PIC 99.
           03 F                  PIC X VALUE "/".
           03 ND-ANO             PIC 99.
           03 F                  PIC X VALUE SPACES.
           03 ND-TIP             PIC 999.
           03 F                  PIC X VALUE SPACES.
           03 ND-IMP             PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 ND-DESC            PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 ND-MOTIVO          PIC X(17).

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
              05 F               PIC X(10) VALUE "ARPAGOS 02".
              05 F               PIC X(10) VALUE "ARBITA  03".
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
              VALUE "  DESCUENTO POR PLANILLA     ".
           03 LINE 10 COLUMN 24
              VALUE "1-EMPLEADORES".
           03 LINE 12 COLUMN 24
              VALUE "2-CLIENTES POR EMPLEADOR".
           03 LINE 14 COLUMN 24
              VALUE "3-GENERAR PLANILLA DEL MES".
           03 LINE 16 COLUMN 24
              VALUE "4-PROCESAR RENDICION".
           03 LINE 18 COLUMN 24
              VALUE "5-REGRESO MENU PRINCIPAL".
           03 LINE 20 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "INGRESE OPCION:              ".

       01  PANTALLA-EMPL.
           03 LINE 09 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "CODIGO EMPLEADOR..:".
           03 LINE 11 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "RAZON SOCIAL......:".
           03 LINE 12 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "CUIT..............:".
           03 LINE 13 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "DOMICILIO.........:".
           03 LINE 15 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "ESTADO............:".

       01  PANTALLA-CLEM.
           03 LINE 09 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "NRO DE CLIENTE....:".
           03 LINE 11 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "APELLIDO Y NOMBRE.:".
           03 LINE 12 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "EMPLEADOR.........:".
           03 LINE 13 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "LEGAJO............:".
           03 LINE 15 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "ESTADO............:".

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
           OPEN I-O RPAGOS.
           IF RP-STATUS NOT = "00"
               OPEN OUTPUT RPAGOS
               CLOSE RPAGOS
               OPEN I-O RPAGOS.
           OPEN I-O RECI.
           IF REC-STATUS NOT = "00"
               OPEN OUTPUT RECI
               CLOSE RECI
               OPEN I-O RECI.
           OPEN I-O CAE.
           IF CA-STATUS NOT = "00"
               OPEN OUTPUT CAE
               CLOSE CAE
               OPEN I-O CAE.
           OPEN I-O CIERR.
           IF CI-STATUS NOT = "00"
               OPEN OUTPUT CIERR
               CLOSE CIERR
               OPEN I-O CIERR.
           OPEN I-O PERIO.
           IF PE-STATUS NOT = "00"
               OPEN OUTPUT PERIO
               CLOSE PERIO
               OPEN I-O PERIO.
           OPEN I-O TOTAL.
           IF TO-STATUS NOT = "00"
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           OPEN I-O EMPL.
           IF EM-STATUS NOT = "00"
               OPEN OUTPUT EMPL
               CLOSE EMPL
               OPEN I-O EMPL.
           OPEN I-O CLEM.
           IF CE-STATUS NOT = "00"
               OPEN OUTPUT CLEM
               CLOSE CLEM
               OPEN I-O CLEM.
           OPEN I-O PLHA.
           IF PL-STATUS NOT = "00"
               OPEN OUTPUT PLHA
               CLOSE PLHA
               OPEN I-O PLHA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           IF OPC = "1" GO TO EMP.
           IF OPC = "2" GO TO VIN.
           IF OPC = "3" GO TO GENPL.
           IF OPC = "4" GO TO RENPL.
           IF OPC = "5" GO TO CIERRE.
           GO TO L-PANT.

      *    EMPLEADORES: ALTA, MODIFICACION Y BAJA DEL CONVENIO.
       EMP.
           PERFORM ENCABEZA.
           DISPLAY PANTALLA-EMPL.
           DISPLAY "PARA SALIR DEJAR EN CERO" AT 1910
           WITH FOREGROUND-COLOR 6.
       EMP-COD.
           MOVE ZEROS TO EM-COD.
           DISPLAY "    " AT 0930.
           DISPLAY "                              " AT 1130.
           DISPLAY "           " AT 1230.
           DISPLAY "                         " AT 1330.
           DISPLAY "                    " AT 1530.
           ACCEPT EM-COD AT 0930 WITH PROMPT.
           IF EM-COD = ZEROS GO TO ENCABEZA.
           READ EMPL KEY IS EM-COD
           INVALID KEY
           DISPLAY "NO REGISTRADO" AT 1530
           GO TO EMP-OP.
           DISPLAY EM-NOMBRE AT 1130.
           DISPLAY EM-CUIT AT 1230.
           DISPLAY EM-DOMI AT 1330.
           IF EM-EST = "A"
               DISPLAY "ACTIVO" AT 1530
           ELSE
               DISPLAY "DADO DE BAJA" AT 1530.
       EMP-OP.
           DISPLAY "A=ALTA/MODIFICA  B=BAJA  ENTER=OTRO EMPLEADOR"
               AT 1710 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1757 WITH PROMPT.
           DISPLAY "                                              "
               AT 1710.
           IF OPC = "A" GO TO EMP-ALTA.
           IF OPC = "B" GO TO EMP-BAJA.
           GO TO EMP-COD.
       EMP-ALTA.
           MOVE REG-EMPL TO BT-ANTES.
           IF EM-STATUS NOT = "00" MOVE SPACES TO BT-ANTES.
           DISPLAY "                              " AT 1130.
           MOVE SPACES TO EM-NOMBRE.
           ACCEPT EM-NOMBRE AT 1130 WITH PROMPT.
           IF EM-NOMBRE = SPACES GO TO EMP-ALTA.
       EMP-CUIT.
           DISPLAY "           " AT 1230.
           MOVE SPACES TO EM-CUIT.
           ACCEPT EM-CUIT AT 1230 WITH PROMPT.
           IF EM-CUIT NOT NUMERIC GO TO EMP-CUIT.
           DISPLAY "                         " AT 1330.
           MOVE SPACES TO EM-DOMI.
           ACCEPT EM-DOMI AT 1330 WITH PROMPT.
           MOVE "A" TO EM-EST.
           WRITE REG-EMPL INVALID KEY REWRITE REG-EMPL.
           MOVE "EMPLEA" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE EM-COD TO BT-CLAVE.
           MOVE REG-EMPL TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "ACTIVO              " AT 1530.
           GO TO EMP-COD.
       EMP-BAJA.
           READ EMPL KEY IS EM-COD
           INVALID KEY GO TO EMP-COD.
           MOVE REG-EMPL TO BT-ANTES.
           MOVE "B" TO EM-EST.
           REWRITE REG-EMPL.
           MOVE "EMPLEA" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE EM-COD TO BT-CLAVE.
           MOVE REG-EMPL TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "DADO DE BAJA" AT 1530.
           GO TO EMP-COD.

      *    VINCULO CLIENTE - EMPLEADOR: EMPLEADOR ACTIVO Y LEGAJO.
       VIN.
           PERFORM ENCABEZA.
           DISPLAY PANTALLA-CLEM.
           DISPLAY "PARA SALIR DEJAR EN BLANCO" AT 1910
           WITH FOREGROUND-COLOR 6.
       VIN-CLI.
           MOVE SPACES TO NUM-CO.
           DISPLAY "                         " AT 0930.
           DISPLAY "                         " AT 1130.
           DISPLAY "                                   " AT 1230.
           DISPLAY "          " AT 1330.
           DISPLAY "                    " AT 1530.
           ACCEPT NUM-CO AT 0930 WITH PROMPT.
           IF NUM-CO = SPACES GO TO ENCABEZA.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INCORRECTO" AT 0957
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0976 WITH PROMPT
           DISPLAY "                   " AT 0957
           GO TO VIN-CLI.
           DISPLAY NOMBRE AT 1130.
           MOVE NUM-CO TO CE-CLI.
           READ CLEM KEY IS CE-CLI
           INVALID KEY
           DISPLAY "SIN VINCULO" AT 1530
           GO TO VIN-OP.
           MOVE CE-EMP TO EM-COD.
           DISPLAY CE-EMP AT 1230.
           READ EMPL KEY IS EM-COD
           INVALID KEY MOVE SPACES TO EM-NOMBRE.
           DISPLAY EM-NOMBRE AT 1235.
           DISPLAY CE-LEGAJO AT 1330.
           IF CE-EST = "A"
               DISPLAY "VINCULADO" AT 1530
           ELSE
               DISPLAY "DADO DE BAJA" AT 1530.
       VIN-OP.
           DISPLAY "A=ALTA/MODIFICA  B=BAJA  ENTER=OTRO CLIENTE"
               AT 1710 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1755 WITH PROMPT.
           DISPLAY "                                            "
               AT 1710.
           IF OPC = "A" GO TO VIN-ALTA.
           IF OPC = "B" GO TO VIN-BAJA.
           GO TO VIN-CLI.
       VIN-ALTA.
           MOVE SPACES TO BT-ANTES.
           MOVE NUM-CO TO CE-CLI.
           READ CLEM KEY IS CE-CLI
           INVALID KEY MOVE NUM-CO TO CE-CLI.
           IF CE-STATUS = "00" MOVE REG-CLEM TO BT-ANTES.
       VIN-EMP.
           DISPLAY "                                   " AT 1230.
           MOVE ZEROS TO EM-COD.
           ACCEPT EM-COD AT 1230 WITH PROMPT.
           IF EM-COD = ZEROS GO TO VIN-EMP.
           READ EMPL KEY IS EM-COD
           INVALID KEY GO TO VIN-EMP.
           IF EM-EST NOT = "A" GO TO VIN-EMP.
           DISPLAY EM-NOMBRE AT 1235.
       VIN-LEG.
           DISPLAY "          " AT 1330.
           MOVE SPACES TO CE-LEGAJO.
           ACCEPT CE-LEGAJO AT 1330 WITH PROMPT.
           IF CE-LEGAJO = SPACES GO TO VIN-LEG.
           MOVE NUM-CO TO CE-CLI.
           MOVE EM-COD TO CE-EMP.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE DD-BITA TO CE-ALTA-DD.
           MOVE MM-BITA TO CE-ALTA-MM.
           MOVE AA-BITA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO CE-ALTA-AA.
           MOVE "A" TO CE-EST.
           WRITE REG-CLEM INVALID KEY REWRITE REG-CLEM.
           MOVE "CLIEMP" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE CE-CLI TO BT-CLAVE.
           MOVE REG-CLEM TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "VINCULADO           " AT 1530.
           GO TO VIN-CLI.
       VIN-BAJA.
           MOVE NUM-CO TO CE-CLI.
           READ CLEM KEY IS CE-CLI
           INVALID KEY GO TO VIN-CLI.
           MOVE REG-CLEM TO BT-ANTES.
           MOVE "B" TO CE-EST.
           REWRITE REG-CLEM.
           MOVE "CLIEMP" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE CE-CLI TO BT-CLAVE.
           MOVE REG-CLEM TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "DADO DE BAJA" AT 1530.
           GO TO VIN-CLI.

      *    PLANILLA DEL MES DE UN EMPLEADOR: CUOTAS IMPAGAS HASTA LA
      *    FECHA PEDIDA DE SUS EMPLEADOS VINCULADOS, EN PLANnnnn.ENV.
      *    UNA CUOTA VA EN UNA SOLA PLANILLA; SI SE VUELVE A GENERAR
      *    EL MISMO MES SE REPITEN LAS QUE TODAVIA NO SE RINDIERON.
       GENPL.
           PERFORM ENCABEZA.
           DISPLAY "EMPLEADOR:" AT 0918.
           MOVE ZEROS TO EM-COD.
           ACCEPT EM-COD AT 0947 WITH PROMPT.
           IF EM-COD = ZEROS GO TO ENCABEZA.
           READ EMPL KEY IS EM-COD
           INVALID KEY GO TO GENPL.
           IF EM-EST NOT = "A" GO TO GENPL.
           DISPLAY EM-NOMBRE AT 0953.
       GENPL-F.
           DISPLAY "VENCIMIENTOS HASTA (DDMMAA):" AT 1018.
           MOVE ZEROS TO EV-F1.
           ACCEPT EV-F1 AT 1047 WITH PROMPT.
           IF EV-F1 = ZEROS GO TO ENCABEZA.
           IF EV-MM = ZEROS OR EV-MM > 12 GO TO GENPL-F.
           MOVE EV-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE EV-HASTA = ANO-VENT * 10000 + EV-MM * 100 + EV-DD.
           COMPUTE EV-PER = ANO-VENT * 100 + EV-MM.
           MOVE SPACES TO PV-NOM.
           STRING "PLAN" EM-COD ".ENV" DELIMITED BY SIZE INTO PV-NOM.
           MOVE ZEROS TO EV-CANT EV-TOTAL.
           OPEN OUTPUT ENVP.
           CLOSE IMPU.
           OPEN I-O IMPU.
       GP-R.
           READ IMPU NEXT RECORD AT END GO TO GP-F.
           PERFORM SELEC-CUOTA THRU F-SELEC-CUOTA.
           IF EV-SEL NOT = "S" GO TO GP-R.
           MOVE CONT TO CE-CLI.
           READ CLEM KEY IS CE-CLI
           INVALID KEY GO TO GP-R.
           IF CE-EST NOT = "A" GO TO GP-R.
           IF CE-EMP NOT = EM-COD GO TO GP-R.
           MOVE CONT TO PL-CLI.
           MOVE AA TO PL-AA.
           MOVE P1 TO PL-P1.
           MOVE TIP-IMP TO PL-TIP.
           READ PLHA KEY IS PL-CLAVE
           INVALID KEY GO TO GP-GRABA.
           IF PL-PER NOT = EV-PER GO TO GP-R.
           IF PL-EST NOT = SPACE GO TO GP-R.
       GP-GRABA.
           MOVE CONT TO PL-CLI.
           MOVE AA TO PL-AA.
           MOVE P1 TO PL-P1.
           MOVE TIP-IMP TO PL-TIP.
           MOVE EM-COD TO PL-EMP.
           MOVE EV-PER TO PL-PER.
           MOVE EV-IMP-N TO PL-IMP.
           MOVE ZEROS TO PL-DESC.
           MOVE SPACE TO PL-EST.
           WRITE REG-PLHA INVALID KEY REWRITE REG-PLHA.
           MOVE CONT TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE EM-COD TO PV-EMP.
           MOVE CE-LEGAJO TO PV-LEGAJO.
           MOVE CONT TO PV-CLI.
           MOVE NOMBRE TO PV-NOMBRE.
           MOVE AA TO PV-AA.
           MOVE P1 TO PV-P1.
           MOVE TIP-IMP TO PV-TIP.
           MOVE EV-CMP TO PV-VENC.
           COMPUTE PV-IMP = EV-IMP-N * 100.
           WRITE REG-ENVP.
           ADD 1 TO EV-CANT.
           ADD EV-IMP-N TO EV-TOTAL.
           GO TO GP-R.
       GP-F.
           CLOSE ENVP.
           MOVE "PLANHA" TO BT-ARCHIVO.
           MOVE "GENER" TO BT-ACCION.
           MOVE EM-COD TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE EV-CANT TO BT-DESPUES (1:6).
           MOVE EV-PER TO BT-DESPUES (8:6).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "REGISTROS GENERADOS:" AT 1218.
           DISPLAY EV-CANT AT 1239.
           MOVE EV-TOTAL TO EV-TOTAL-ED.
           DISPLAY "TOTAL A DESCONTAR: $" AT 1418.
           DISPLAY EV-TOTAL-ED AT 1439.
           DISPLAY "ARCHIVO:" AT 1618.
           DISPLAY PV-NOM AT 1627.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1840 WITH PROMPT.
           GO TO ENCABEZA.

      *    MISMA SELECCION DE CUOTAS QUE LA PRESENTACION DEL DEBITO
      *    AUTOMATICO: IMPAGAS, FUERA DE PLAN DE PAGO Y VENCIDAS HASTA
      *    EV-HASTA. DEJA EV-SEL EN "S" Y EL SALDO EN EV-IMP-N.
       SELEC-CUOTA.
           MOVE "N" TO EV-SEL.
           IF FEC-PAG NOT = ZEROS GO TO F-SELEC-CUOTA.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO F-SELEC-CUOTA.
           COMPUTE EV-CMP = AAV * 10000 + MMV * 100 + DDV.
           IF EV-CMP > EV-HASTA GO TO F-SELEC-CUOTA.
           COMPUTE EV-IMP-N = MONTO - PAGADO.
           MOVE "S" TO EV-SEL.
       F-SELEC-CUOTA.
           EXIT.

      *    RENDICION DEL EMPLEADOR PARA UN MES: CADA CUOTA DESCONTADA
      *    SE APLICA COMO PAGO CON FORMA "H" Y RECIBO PROPIO; LOS
      *    REGISTROS QUE NO SE PUEDEN APLICAR VAN A PLANERR.TXT. AL
      *    FINAL, LAS CUOTAS DE LA PLANILLA QUE NO SE DESCONTARON (O
      *    SE DESCONTARON EN PARTE) SE LISTAN EN PLANND.TXT Y QUEDAN
      *    OTRA VEZ PARA LOS AVISOS.
       RENPL.
           PERFORM ENCABEZA.
           DISPLAY "EMPLEADOR:" AT 0918.
           MOVE ZEROS TO EM-COD.
           ACCEPT EM-COD AT 0947 WITH PROMPT.
           IF EM-COD = ZEROS GO TO ENCABEZA.
           READ EMPL KEY IS EM-COD
           INVALID KEY GO TO RENPL.
           DISPLAY EM-NOMBRE AT 0953.
       RENPL-P.
           DISPLAY "MES DE LA PLANILLA (MMAA):" AT 1018.
           MOVE ZEROS TO RP-F1.
           ACCEPT RP-F1 AT 1047 WITH PROMPT.
           IF RP-F1 = ZEROS GO TO ENCABEZA.
           IF RP-MM = ZEROS OR RP-MM > 12 GO TO RENPL-P.
           MOVE RP-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE RP-PER = ANO-VENT * 100 + RP-MM.
           MOVE SPACES TO PR-NOM.
           STRING "PLAN" EM-COD ".RES" DELIMITED BY SIZE INTO PR-NOM.
           OPEN INPUT RENP.
           IF PR-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA" AT 1218
               WITH FOREGROUND-COLOR 6
               DISPLAY PR-NOM AT 1234
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1247 WITH PROMPT
               GO TO ENCABEZA.
           OPEN OUTPUT ERRO.
           OPEN OUTPUT NODE.
           CLOSE NODE.
           MOVE ZEROS TO RP-LEIDOS RP-APLICA RP-RECHAZO RP-NODESC
               RP-TOTAL RP-DUPLIC.
       RP-R.
           READ RENP NEXT RECORD AT END GO TO RP-F.
           ADD 1 TO RP-LEIDOS.
           IF PR-IMP = ZEROS GO TO RP-R.
           MOVE PR-CLI TO PL-CLI.
           MOVE PR-AA TO PL-AA.
           MOVE PR-P1 TO PL-P1.
           MOVE PR-TIP TO PL-TIP.
           READ PLHA KEY IS PL-CLAVE
           INVALID KEY
               MOVE "CUOTA NO ENVIADA EN PLANILLA" TO ER-MOTIVO
               PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO
               GO TO RP-R.
           IF PL-EMP NOT = EM-COD OR PL-PER NOT = RP-PER
               MOVE "CUOTA DE OTRA PLANILLA" TO ER-MOTIVO
               PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO
               GO TO RP-R.
           IF PL-EST NOT = SPACE
               MOVE "CUOTA YA RENDIDA" TO ER-MOTIVO
               PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO
               GO TO RP-R.
           IF PR-F-MM = ZEROS OR PR-F-MM > 12 OR PR-F-DD = ZEROS
               MOVE "FECHA DE DESCUENTO INVALIDA" TO ER-MOTIVO
               PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO
               GO TO RP-R.
           MOVE PR-FECHA TO CIE-FECHA.
           READ CIERR KEY IS CIE-FECHA
           INVALID KEY GO TO RP-PERIODO.
           MOVE "FECHA DE PAGO CERRADA" TO ER-MOTIVO.
           PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO.
           GO TO RP-R.
       RP-PERIODO.
           COMPUTE PE-PERIODO = PR-F-AA * 100 + PR-F-MM.
           READ PERIO KEY IS PE-PERIODO
           INVALID KEY GO TO RP-CUOTA.
           IF PE-EST NOT = "C" GO TO RP-CUOTA.
           MOVE "MES CONTABLE CERRADO" TO ER-MOTIVO.
           PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO.
           GO TO RP-R.
       RP-CUOTA.
           MOVE PR-CLI TO CONT.
           MOVE PR-AA TO AA.
           MOVE PR-P1 TO P1.
           MOVE PR-TIP TO TIP-IMP.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY
               MOVE "VENCIMIENTO INEXISTENTE" TO ER-MOTIVO
               PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO
               GO TO RP-R.
           COMPUTE RP-IMP-N = PR-IMP / 100.
           IF FEC-PAG NOT = ZEROS
               PERFORM ENCOLA-DUP THRU F-ENCOLA-DUP
               GO TO RP-R.
           IF EST-IMP = "P"
               MOVE "CUOTA INCLUIDA EN PLAN DE PAGO" TO ER-MOTIVO
               PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO
               GO TO RP-R.
           PERFORM GRABA-PAGO-PLA THRU F-GRABA-PAGO-PLA.
           MOVE RP-IMP-N TO PL-DESC.
           IF PAGADO NOT < MONTO
               MOVE "D" TO PL-EST
           ELSE
               MOVE "N" TO PL-EST
               PERFORM LISTA-NODESC THRU F-LISTA-NODESC.
           REWRITE REG-PLHA.
           ADD 1 TO RP-APLICA.
           ADD RP-IMP-N TO RP-TOTAL.
           GO TO RP-R.
       RP-F.
           CLOSE RENP ERRO.
           PERFORM NO-DESCONTADAS THRU F-NO-DESCONTADAS.
           MOVE "PAGOS" TO BT-ARCHIVO.
           MOVE "IMPOR" TO BT-ACCION.
           MOVE EM-COD TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE RP-APLICA TO BT-DESPUES (1:6).
           MOVE RP-PER TO BT-DESPUES (8:6).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "LEIDOS.........:" AT 1218.
           DISPLAY RP-LEIDOS AT 1235.
           DISPLAY "APLICADOS......:" AT 1318.
           DISPLAY RP-APLICA AT 1335.
           DISPLAY "RECHAZADOS.....:" AT 1418.
           DISPLAY RP-RECHAZO AT 1435.
           DISPLAY "NO DESCONTADAS.:" AT 1518.
           DISPLAY RP-NODESC AT 1535.
           DISPLAY "A DUPLICADOS...:" AT 1545.
           DISPLAY RP-DUPLIC AT 1562.
           MOVE RP-TOTAL TO EV-TOTAL-ED.
           DISPLAY "IMPORTE......$.:" AT 1618.
           DISPLAY EV-TOTAL-ED AT 1635.
           DISPLAY "RECHAZOS EN PLANERR.TXT" AT 1718.
           DISPLAY "NO DESCONTADAS EN PLANND.TXT" AT 1743.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1840 WITH PROMPT.
           GO TO ENCABEZA.

      *    PAGO DESCONTADO POR EL EMPLEADOR: FILA EN ARPAGOS CON FORMA
      *    "H", RECIBO PROPIO (A LA COLA DEL CAE), ACTUALIZACION DE LA
      *    CUOTA Y DEL TOTAL CORRIENTE.
       GRABA-PAGO-PLA.
           MOVE CONT TO REG-CIM.
           MOVE PR-F-DD TO RFD.
           MOVE PR-F-MM TO RFM.
           MOVE PR-F-AA TO RFA.
           PERFORM CALCULA-SEC THRU F-CALCULA-SEC.
           PERFORM PROXIMO-RECIBO THRU F-PROXIMO-RECIBO.
           MOVE RP-IMP-N TO REG-MPO.
           MOVE TIP-IMP TO REG-GM.
           MOVE RECI-NRO TO REG-NRECI.
           MOVE "H" TO REG-FPAGO.
           MOVE OPERADOR TO REG-OPE.
           MOVE SPACE TO REG-EST.
           MOVE AA TO REG-CAA.
           MOVE P1 TO REG-CP1.
           WRITE REG-PAG INVALID KEY CONTINUE.
           MOVE RECI-NRO TO REC-NRO.
           MOVE CONT TO REC-CLI.
           MOVE PR-F-DD TO REC-DD.
           MOVE PR-F-MM TO REC-MM.
           MOVE PR-F-AA TO REC-AA.
           MOVE RP-IMP-N TO REC-TOTAL.
           MOVE 1 TO REC-CUOTAS.
           MOVE OPERADOR TO REC-OPER.
           MOVE SPACE TO REC-EST.
           WRITE REG-RECI INVALID KEY REWRITE REG-RECI.
           PERFORM ENCOLA-CAE THRU F-ENCOLA-CAE.
           ADD RP-IMP-N TO PAGADO.
           IF PAGADO NOT < MONTO
               MOVE PR-F-DD TO DDP
               MOVE PR-F-MM TO MMP
               MOVE PR-F-AA TO AAP.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = PR-F-AA * 100 + PR-F-MM.
           MOVE RP-IMP-N TO TOT-COB.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
       F-GRABA-PAGO-PLA.
           EXIT.

      *    EL EMPLEADOR DESCONTO UNA CUOTA QUE ENTRETANTO SE PAGO POR
      *    OTRO CANAL: EL IMPORTE VA A LA COLA DE DUPLICADOS (ARDUPL)
      *    Y LA CUOTA DE LA PLANILLA QUEDA DESCONTADA, PARA QUE NO
      *    SALGA COMO NO DESCONTADA.
       ENCOLA-DUP.
           MOVE CONT TO DUPREG-CLI.
           MOVE AA TO DUPREG-AA.
           MOVE P1 TO DUPREG-P1.
           MOVE TIP-IMP TO DUPREG-TIP.
           MOVE PR-FECHA TO DUPREG-FECHA.
           MOVE "H" TO DUPREG-CANAL.
           MOVE "H" TO DUPREG-FPAGO.
           MOVE RP-IMP-N TO DUPREG-IMPORTE.
           MOVE OPERADOR TO DUPREG-OPER.
           CALL "DUPREG" USING DUPREG-PAR.
           MOVE "DUPLIC" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE DUPREG-PAR TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE RP-IMP-N TO PL-DESC.
           MOVE "D" TO PL-EST.
           REWRITE REG-PLHA.
           ADD 1 TO RP-DUPLIC.
       F-ENCOLA-DUP.
           EXIT.

      *    EL RECIBO QUEDA PENDIENTE DE AUTORIZACION, IGUAL QUE LOS DE
      *    CAJA. EL DOCUMENTO DEL CLIENTE Y EL CUIT EMISOR LOS COMPLETA
      *    FACTEL AL ENVIARLO.
       ENCOLA-CAE.
           MOVE "R" TO CA-TIPO.
           MOVE REC-NRO TO CA-NRO.
           MOVE REC-CLI TO CA-CLI.
           COMPUTE CA-FECHA = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           MOVE REC-TOTAL TO CA-IMPORTE.
           MOVE ZEROS TO CA-CUIT-EMP CA-DOC-TIPO CA-DOC-NRO.
           MOVE "P" TO CA-EST.
           MOVE ZEROS TO CA-CAE CA-VTO CA-FENVIO.
           MOVE SPACES TO CA-MOTIVO.
           WRITE REG-CAE INVALID KEY REWRITE REG-CAE.
       F-ENCOLA-CAE.
           EXIT.

      *    CUOTAS DE LA PLANILLA QUE EL EMPLEADOR NO RINDIO: PASAN A
      *    "N" Y SE LISTAN; DESDE AHORA SALEN EN LOS AVISOS COMUNES.
       NO-DESCONTADAS.
           CLOSE PLHA.
           OPEN I-O PLHA.
       NDE-R.
           READ PLHA NEXT RECORD AT END GO TO F-NO-DESCONTADAS.
           IF PL-EMP NOT = EM-COD GO TO NDE-R.
           IF PL-PER NOT = RP-PER GO TO NDE-R.
           IF PL-EST NOT = SPACE GO TO NDE-R.
           MOVE "N" TO PL-EST.
           REWRITE REG-PLHA.
           PERFORM LISTA-NODESC THRU F-LISTA-NODESC.
           GO TO NDE-R.
       F-NO-DESCONTADAS.
           EXIT.

      *    UN RENGLON DE PLANND.TXT CON LA CUOTA EN REG-PLHA.
       LISTA-NODESC.
           OPEN EXTEND NODE.
           MOVE PL-CLI TO ND-CLI.
           MOVE PL-P1 TO ND-P1.
           MOVE PL-AA TO ND-ANO.
           MOVE PL-TIP TO ND-TIP.
           MOVE PL-IMP TO ND-IMP.
           MOVE PL-DESC TO ND-DESC.
           IF PL-DESC = ZEROS
               MOVE "NO DESCONTADA" TO ND-MOTIVO
           ELSE
               MOVE "DESCUENTO PARCIAL" TO ND-MOTIVO.
           MOVE ND-LINEA TO REG-NODE.
           WRITE REG-NODE.
           CLOSE NODE.
           ADD 1 TO RP-NODESC.
       F-LISTA-NODESC.
           EXIT.

       GRABA-RECHAZO.
           MOVE PR-CLI TO ER-CLI.
           MOVE PR-P1 TO ER-P1.
           MOVE PR-AA TO ER-ANO.
           MOVE PR-TIP TO ER-TIP.
           COMPUTE RP-IMP-N = PR-IMP / 100.
           MOVE RP-IMP-N TO ER-IMP.
           MOVE ER-LINEA TO REG-ERRO.
           WRITE REG-ERRO.
           ADD 1 TO RP-RECHAZO.
       F-GRABA-RECHAZO.
           EXIT.

       CALCULA-SEC.
           MOVE REG-CIM TO SEC-CIM-AUX.
           MOVE REG-FEC TO SEC-FEC-AUX.
           MOVE ZEROS TO SEC-CONT.
           MOVE ZEROS TO REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO F-CALCULA-SEC.
       CS-R.
           READ RPAGOS NEXT RECORD AT END GO TO CS-FIN.
           IF REG-CIM NOT = SEC-CIM-AUX GO TO CS-FIN.
           IF REG-FEC NOT = SEC-FEC-AUX GO TO CS-FIN.
           ADD 1 TO SEC-CONT.
           GO TO CS-R.
       CS-FIN.
           MOVE SEC-CIM-AUX TO REG-CIM.
           MOVE SEC-FEC-AUX TO REG-FEC.
           MOVE SEC-CONT TO REG-SEC.
       F-CALCULA-SEC.
           EXIT.

       PROXIMO-RECIBO.
           OPEN I-O NUREC.
           IF NR-STATUS NOT = "00"
               OPEN OUTPUT NUREC
               CLOSE NUREC
               OPEN I-O NUREC.
           MOVE 1 TO NR-CLAVE.
           READ NUREC KEY IS NR-CLAVE
           INVALID KEY
               MOVE 1 TO NR-CLAVE
               MOVE 1 TO NR-PROX
               WRITE REG-NUREC INVALID KEY CONTINUE.
           MOVE NR-PROX TO RECI-NRO.
           ADD 1 TO NR-PROX.
           REWRITE REG-NUREC INVALID KEY CONTINUE.
           CLOSE NUREC.
       F-PROXIMO-RECIBO.
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

      *    ACTUALIZA EL TOTAL CORRIENTE (ARTOTAL) CON LO QUE DEJO EL
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
           CLOSE CONTRI IMPU RPAGOS RECI CAE CIERR PERIO TOTAL BITA
                 EMPL CLEM PLHA ABIE.
           CHAIN "MENU".
           STOP RUN.

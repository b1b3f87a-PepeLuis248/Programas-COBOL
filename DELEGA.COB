       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DELEGA.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * DELEGACIONES: UNA DELEGACION SIN LINEA CON CASA CENTRAL CORRE
      * SU PROPIA COPIA DEL SISTEMA, CON SUS OPERADORES (AROPERA
      * LOCAL) Y UN RANGO DE NUMEROS DE RECIBO PROPIO QUE LE ASIGNA
      * CASA CENTRAL EN ARDELEG. EL TOPE DEL RANGO QUEDA EN EL
      * REGISTRO 2 DE ARNUREC Y PAGOS NO EMITE MAS ALLA DE EL (EN
      * CASA CENTRAL EL TOPE ES EL COMIENZO DEL RANGO DE DELEGACION
      * MAS CERCANO, PARA QUE LOS NUMEROS NUNCA SE PISEN).
      * AL FIN DEL DIA LA DELEGACION ARMA SU PAQUETE DELEGNN.PAQ CON
      * LOS RECIBOS NUEVOS, SUS PAGOS Y CHEQUES, LAS ANULACIONES DE
      * RECIBOS YA ENVIADOS Y SUS CIERRES DE CAJA. CASA CENTRAL LO
      * IMPORTA CONTROLANDO LOS CONFLICTOS (NUMERO DE RECIBO YA USADO,
      * CUOTA PAGADA EN LOS DOS LUGARES), QUE SE LISTAN Y NO SE
      * APLICAN (LA PLATA DE UNA CUOTA PAGADA EN LOS DOS LUGARES VA A
      * LA COLA DE PAGOS DUPLICADOS, VER DUPREG), Y DEVUELVE EL
      * EXTRACTO DELEGNN.EXT CON LOS CLIENTES Y LAS CUOTAS ABIERTAS,
      * QUE LA DELEGACION CARGA A LA MA#ANA.
      * EL REGISTRO 00 DE ARDELEG DICE QUE ES ESTA INSTALACION: SIN
      * EL (O CON DG-PROPIA EN CERO) ES CASA CENTRAL. UNA DELEGACION
      * NUEVA ARRANCA CON ARDELEG VACIO Y QUEDA COMO TAL AL CARGAR SU
      * PRIMER EXTRACTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NUM-CO
                  ALTERNATE RECORD IS NOMBRE
                  WITH DUPLICATES
                  FILE STATUS IS CN-STATUS.

           SELECT IMPU ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NUM-CO1
                  ALTERNATE RECORD IS TIP-VEN
                  WITH DUPLICATES
                  ALTERNATE RECORD IS FEC-VEN
                  WITH DUPLICATES
                  ALTERNATE RECORD IS FEC-PAG
                  WITH DUPLICATES
                  ALTERNATE RECORD IS ANO
                  WITH DUPLICATES
                  FILE STATUS IS IM-STATUS.

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
                  FILE STATUS IS RC-STATUS.

           SELECT NUREC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NR-CLAVE
                  FILE STATUS IS NR-STATUS.

           SELECT CIERR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CIE-FECHA
                  FILE STATUS IS CI-STATUS.

           SELECT CHEQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CH-CLAVE
                  FILE STATUS IS CH-STATUS.

           SELECT TOTAL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT DELEG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DG-COD
                  FILE STATUS IS DG-STATUS.

           SELECT DLCIE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DC-CLAVE
                  FILE STATUS IS DC-STATUS.

           SELECT PAQ ASSIGN TO DISK
                  FILE STATUS IS PQ-STATUS.

           SELECT EXT ASSIGN TO DISK
                  FILE STATUS IS EX-STATUS.

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
              05 TIP-VEN         PIC 9(3).
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

      *    REGISTRO 1: PROXIMO RECIBO A EMITIR. REGISTRO 2: ULTIMO
      *    NUMERO QUE PUEDE EMITIR ESTA INSTALACION.
       FD  NUREC LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNUREC"
           DATA RECORD IS REG-NUREC.

       01  REG-NUREC.
           03 NR-CLAVE          PIC 9.
           03 NR-PROX           PIC 9(8).

       FD  CIERR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCIERR"
           DATA RECORD IS REG-CIERR.

       01  REG-CIERR.
           03 CIE-FECHA         PIC 9(8).
           03 CIE-OPER          PIC X(10).
           03 CIE-TOT           PIC 9(12)V99.

       FD  CHEQ LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCHEQ"
           DATA RECORD IS REG-CHEQ.

       01  REG-CHEQ.
           03 CH-CLAVE.
              05 CH-BANCO       PIC X(15).
              05 CH-NRO         PIC 9(10).
           03 CH-CLI            PIC X(25).
           03 CH-MONTO          PIC 9(11)V99.
           03 CH-FDEP.
              05 CH-FD-DD       PIC 99.
              05 CH-FD-MM       PIC 99.
              05 CH-FD-AA       PIC 9999.
           03 CH-EST            PIC X.
           03 CH-NRECI          PIC 9(8).
           03 CH-LOTE           PIC 9(6).
           03 CH-CTA            PIC X(10).

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

      *    DELEGACIONES, CON SU RANGO DE RECIBOS. EN CASA CENTRAL
      *    DG-ULTREC ES EL ULTIMO RECIBO IMPORTADO, DG-FPAQ LA FECHA
      *    DEL ULTIMO PAQUETE Y DG-FEXT LA DEL ULTIMO EXTRACTO. EL
      *    REGISTRO 00 ES ESTA INSTALACION: EN UNA DELEGACION LLEVA SU
      *    CODIGO EN DG-PROPIA, SU RANGO, EL ULTIMO RECIBO ENVIADO Y LA
      *    FECHA DEL ULTIMO PAQUETE ARMADO.
       FD  DELEG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDELEG"
           DATA RECORD IS REG-DELEG.

       01  REG-DELEG.
           03 DG-COD            PIC 99.
           03 DG-NOMBRE         PIC X(25).
           03 DG-DESDE          PIC 9(8).
           03 DG-HASTA          PIC 9(8).
           03 DG-ULTREC         PIC 9(8).
           03 DG-FPAQ           PIC 9(8).
           03 DG-FEXT           PIC 9(8).
           03 DG-PROPIA         PIC 99.

      *    CIERRES DE CAJA DE LAS DELEGACIONES (ARCIERR VA POR FECHA Y
      *    CHOCARIA CON EL CIERRE PROPIO DE CASA CENTRAL).
       FD  DLCIE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDLCIE"
           DATA RECORD IS REG-DLCIE.

       01  REG-DLCIE.
           03 DC-CLAVE.
              05 DC-DELEG       PIC 99.
              05 DC-FECHA       PIC 9(8).
           03 DC-OPER           PIC X(10).
           03 DC-TOT            PIC 9(12)V99.
           03 DC-FIMP           PIC 9(8).

      *    PAQUETE DE LA DELEGACION. CABECERA (H), R=RECIBO (ARRECI),
      *    P=LINEA DE PAGO DEL RECIBO (ARPAGOS, CON LAS ANULADAS Y SUS
      *    CONTRAASIENTOS), C=CHEQUE (ARCHEQ), X=CONTRAASIENTO DE UN
      *    RECIBO YA ENVIADO, Z=CIERRE DE CAJA (ARCIERR) Y PIE (T)
      *    CON LA CANTIDAD DE DETALLES Y EL ULTIMO RECIBO INCLUIDO.
       FD  PAQ LABEL RECORD IS STANDARD
           VALUE OF FILE-ID DE-NOM
           DATA RECORD IS REG-PAQ.

       01  REG-PAQ.
           03 PQ-TIPO           PIC X.
           03 PQ-DATOS          PIC X(100).

       01  REG-PAQH.
           03 PH-TIPO           PIC X.
           03 PH-DELEG          PIC 99.
           03 PH-FECHA          PIC 9(8).
           03 PH-DESDE          PIC 9(8).
           03 PH-HASTA          PIC 9(8).
           03 PH-PRIMERO        PIC 9(8).
           03 F                 PIC X(66).

       01  REG-PAQT.
           03 PT-TIPO           PIC X.
           03 PT-CANT           PIC 9(7).
           03 PT-ULTREC         PIC 9(8).
           03 F                 PIC X(85).

      *    EXTRACTO DE CASA CENTRAL PARA LA DELEGACION. CABECERA (H)
      *    CON EL RANGO Y EL ULTIMO RECIBO IMPORTADO, C=CLIENTE
      *    (ARCONT), I=CUOTA ABIERTA (ARIMPU) Y PIE (T).
       FD  EXT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID DE-NOM
           DATA RECORD IS REG-EXT.

       01  REG-EXT.
           03 EX-TIPO           PIC X.
           03 EX-DATOS          PIC X(100).

       01  REG-EXTH.
           03 XH-TIPO           PIC X.
           03 XH-DELEG          PIC 99.
           03 XH-NOMBRE         PIC X(25).
           03 XH-FECHA          PIC 9(8).
           03 XH-DESDE          PIC 9(8).
           03 XH-HASTA          PIC 9(8).
           03 XH-ULTREC         PIC 9(8).
           03 F                 PIC X(41).

       01  REG-EXTT.
           03 XT-TIPO           PIC X.
           03 XT-CANT           PIC 9(7).
           03 F                 PIC X(93).

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
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  CN-STATUS             PIC XX VALUE SPACES.
       77  IM-STATUS             PIC XX VALUE SPACES.
       77  RP-STATUS             PIC XX VALUE SPACES.
       77  RC-STATUS             PIC XX VALUE SPACES.
       77  NR-STATUS             PIC XX VALUE SPACES.
       77  CI-STATUS             PIC XX VALUE SPACES.
       77  CH-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  DG-STATUS             PIC XX VALUE SPACES.
       77  DC-STATUS             PIC XX VALUE SPACES.
       77  PQ-STATUS             PIC XX VALUE SPACES.
       77  EX-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  DE-HOY                PIC 9(8) VALUE ZEROS.
       77  DE-PROPIA             PIC 99 VALUE ZEROS.
       77  DE-COD                PIC 99 VALUE ZEROS.
       77  DE-NOM                PIC X(12) VALUE SPACES.
       77  DE-MSG                PIC X(50) VALUE SPACES.
       77  DE-MOTIVO             PIC X(35) VALUE SPACES.
       77  DE-OK                 PIC X VALUE "N".
       77  DE-HAY                PIC X VALUE "N".
       77  DE-HALLA              PIC X VALUE "N".
       77  DE-RECMAL             PIC X VALUE "N".
       77  DE-DESDE              PIC 9(8) VALUE ZEROS.
       77  DE-HASTA              PIC 9(8) VALUE ZEROS.
       77  DE-PRIMERO            PIC 9(8) VALUE ZEROS.
       77  DE-ULTREC             PIC 9(8) VALUE ZEROS.
       77  DE-ULTVIEJO           PIC 9(8) VALUE ZEROS.
       77  DE-FPAQ               PIC 9(8) VALUE ZEROS.
       77  DE-PFECHA             PIC 9(8) VALUE ZEROS.
       77  DE-PULT               PIC 9(8) VALUE ZEROS.
       77  DE-FREG               PIC 9(8) VALUE ZEROS.
       77  DE-PROX               PIC 9(8) VALUE ZEROS.
       77  DE-MIN                PIC 9(8) VALUE ZEROS.
       77  DE-NRECI              PIC 9(8) VALUE ZEROS.
       77  DE-CLI                PIC X(25) VALUE SPACES.
       77  DE-NOMBRE             PIC X(25) VALUE SPACES.
       77  DE-LEIDOS             PIC 9(7) VALUE ZEROS.
       77  DE-CANT               PIC 9(7) VALUE ZEROS.
       77  DE-CREC               PIC 9(6) VALUE ZEROS.
       77  DE-CPAG               PIC 9(6) VALUE ZEROS.
       77  DE-CCHE               PIC 9(6) VALUE ZEROS.
       77  DE-CANU               PIC 9(6) VALUE ZEROS.
       77  DE-CCIE               PIC 9(6) VALUE ZEROS.
       77  DE-CCON               PIC 9(6) VALUE ZEROS.
       77  DE-CYA                PIC 9(6) VALUE ZEROS.
       77  DE-CCLI               PIC 9(6) VALUE ZEROS.
       77  DE-CCUO               PIC 9(6) VALUE ZEROS.
       77  DE-SCIM               PIC X(25) VALUE SPACES.
       77  DE-SFEC               PIC X(8) VALUE SPACES.
       77  DE-SCONT              PIC 99 VALUE ZEROS.
       77  DE-TCLI               PIC X(25) VALUE SPACES.
       77  DE-TTIP               PIC 9(3) VALUE ZEROS.
       77  DE-TPER               PIC 9(6) VALUE ZEROS.
       77  DE-TCOB               PIC S9(12)V99 VALUE ZEROS.

      *    COPIA DEL RECIBO, DE LA LINEA DE PAGO Y DE LA DELEGACION
      *    MIENTRAS SE RECORREN LOS ARCHIVOS.
       01  DE-RECI.
           03 DR-NRO             PIC 9(8).
           03 DR-CLI             PIC X(25).
           03 DR-FECHA           PIC X(8).
           03 DR-TOTAL           PIC 9(11)V99.
           03 F                  PIC X(13).

       01  DE-PAG.
           03 DP-CIM             PIC X(25).
           03 DP-FEC.
              05 DP-FD           PIC 99.
              05 DP-FM           PIC 99.
              05 DP-FA           PIC 9999.
           03 DP-SEC             PIC 99.
           03 DP-MPO             PIC 9(11)V99.
           03 DP-GM              PIC 9(3).
           03 DP-NRECI           PIC 9(8).
           03 DP-FPAGO           PIC X.
           03 DP-OPE             PIC X(10).
           03 DP-EST             PIC X.
           03 DP-CUO.
              05 DP-CAA          PIC 99.
              05 DP-CP1          PIC 99.

       01  DE-DELEG              PIC X(69) VALUE SPACES.

       01  DE-ARCH.
           03 F                  PIC X(5) VALUE "DELEG".
           03 DE-ARCOD           PIC 99 VALUE ZEROS.
           03 DE-AREXT           PIC X(4) VALUE ".PAQ".

       01  DE-F8                 PIC 9(8) VALUE ZEROS.
       01  DE-F8-R REDEFINES DE-F8.
           03 DE-F8A             PIC 9999.
           03 DE-F8M             PIC 99.
           03 DE-F8D             PIC 99.
       01  DE-FECED.
           03 DE-FED             PIC 99.
           03 F                  PIC X VALUE "/".
           03 DE-FEM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 DE-FEA             PIC 9999.

       01  DE-TITU.
           03 DET-TEXTO          PIC X(50).
           03 DET-FECHA          PIC X(10).

       01  DE-LCAB.
           03 F PIC X(9) VALUE "RECIBO".
           03 F PIC X(26) VALUE "CLIENTE".
           03 F PIC X(6) VALUE "CUOTA".
           03 F PIC X(4) VALUE "TIP".
           03 F PIC X(17) VALUE "          IMPORTE".
           03 F PIC X(35) VALUE " CONFLICTO".

       01  DE-LLIN.
           03 DL-RECI            PIC Z(7)9.
           03 F                  PIC X VALUE SPACE.
           03 DL-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 DL-CUO.
              05 DL-CAA          PIC 99.
              05 DL-BARRA        PIC X.
              05 DL-CP1          PIC 99.
           03 F                  PIC X VALUE SPACE.
           03 DL-TIP             PIC ZZ9 BLANK WHEN ZERO.
           03 F                  PIC X VALUE SPACE.
           03 DL-IMP             PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 DL-MOT             PIC X(35).

       01  DE-TOTLIN.
           03 DTL-DESC           PIC X(35).
           03 DTL-CANT           PIC ZZZ,ZZ9.

       01  DE-BITLIN.
           03 F                  PIC X(9) VALUE "RECIBOS ".
           03 DB-REC             PIC Z(5)9.
           03 F                  PIC X(7) VALUE " PAGOS ".
           03 DB-PAG             PIC Z(5)9.
           03 F                  PIC X(7) VALUE " ANUL. ".
           03 DB-ANU             PIC Z(5)9.
           03 F                  PIC X(12) VALUE " CONFLICTOS ".
           03 DB-CON             PIC Z(5)9.

       01  DE-MOTDUP.
           03 F                  PIC X(27)
              VALUE "PAGADA EN LOS DOS, DUPLIC. ".
           03 DE-MDNRO           PIC Z(7)9.

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
      *    ALTA EN LA COLA DE PAGOS DUPLICADOS (VER DUPREG).
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

       01  ABIERT-PAR.
           03 ABIERT-FUN         PIC X VALUE SPACES.
           03 ABIERT-OK          PIC X VALUE SPACES.
           03 ABIERT-CANT        PIC 9(7) VALUE ZEROS.
           03 ABIERT-FALTAN      PIC 9(7) VALUE ZEROS.
           03 ABIERT-SOBRAN      PIC 9(7) VALUE ZEROS.

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
              05 F               PIC X(10) VALUE "ARCHEQ  02".
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
           03 LINE 08 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE " DELEGACIONES ".
           03 LINE 10 COLUMN 24
              VALUE "1-DELEGACIONES Y RANGOS DE RECIBOS".
           03 LINE 11 COLUMN 24
              VALUE "2-IMPORTA PAQUETE DE UNA DELEGACION".
           03 LINE 12 COLUMN 24
              VALUE "3-GENERA EXTRACTO PARA UNA DELEGACION".
           03 LINE 13 COLUMN 24
              VALUE "4-GENERA PAQUETE DEL DIA".
           03 LINE 14 COLUMN 24
              VALUE "5-CARGA EXTRACTO DE CASA CENTRAL".
           03 LINE 16 COLUMN 24
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
           OPEN I-O RPAGOS.
           IF RP-STATUS NOT = "00"
               OPEN OUTPUT RPAGOS
               CLOSE RPAGOS
               OPEN I-O RPAGOS.
           OPEN I-O RECI.
           IF RC-STATUS NOT = "00"
               OPEN OUTPUT RECI
               CLOSE RECI
               OPEN I-O RECI.
           OPEN I-O NUREC.
           IF NR-STATUS NOT = "00"
               OPEN OUTPUT NUREC
               CLOSE NUREC
               OPEN I-O NUREC.
           OPEN I-O CIERR.
           IF CI-STATUS NOT = "00"
               OPEN OUTPUT CIERR
               CLOSE CIERR
               OPEN I-O CIERR.
           OPEN I-O CHEQ.
           IF CH-STATUS NOT = "00"
               OPEN OUTPUT CHEQ
               CLOSE CHEQ
               OPEN I-O CHEQ.
           OPEN I-O TOTAL.
           IF TO-STATUS NOT = "00"
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
           OPEN I-O DELEG.
           IF DG-STATUS NOT = "00"
               OPEN OUTPUT DELEG
               CLOSE DELEG
               OPEN I-O DELEG.
           OPEN I-O DLCIE.
           IF DC-STATUS NOT = "00"
               OPEN OUTPUT DLCIE
               CLOSE DLCIE
               OPEN I-O DLCIE.
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
           PERFORM LEER-PROPIA THRU F-LEER-PROPIA.
           DISPLAY PANTALLA-MENU.
           IF DE-PROPIA = ZEROS
               DISPLAY "INSTALACION: CASA CENTRAL" AT 1824
               WITH FOREGROUND-COLOR 2
           ELSE
               DISPLAY "INSTALACION: DELEGACION" AT 1824
               WITH FOREGROUND-COLOR 2
               DISPLAY DE-PROPIA AT 1848 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO DE-HOY.
           IF OPC = "1" OR OPC = "2" OR OPC = "3"
               IF DE-PROPIA NOT = ZEROS GO TO SOLO-CENTRAL.
           IF OPC = "4" AND DE-PROPIA = ZEROS GO TO SOLO-DELEG.
           IF OPC = "1" GO TO ABM-DELEG.
           IF OPC = "2" GO TO IMPORTA-PAQ.
           IF OPC = "3" GO TO GENERA-EXT.
           IF OPC = "4" GO TO GENERA-PAQ.
           IF OPC = "5" GO TO CARGA-EXT.
           IF OPC = "6" GO TO CIERRE.
           GO TO L-PANT.

       SOLO-CENTRAL.
           MOVE "OPCION DE CASA CENTRAL" TO DE-MSG.
           PERFORM AVISO THRU F-AVISO.
           GO TO L-PANT.

       SOLO-DELEG.
           MOVE "OPCION DE LAS DELEGACIONES" TO DE-MSG.
           PERFORM AVISO THRU F-AVISO.
           GO TO L-PANT.

      *    ALTA, MODIFICACION Y BAJA DE DELEGACIONES. LOS RANGOS NO SE
      *    PUEDEN PISAR ENTRE SI NI CON LO QUE YA EMITIO CASA CENTRAL;
      *    AL GRABAR SE RECALCULA EL TOPE DE CASA CENTRAL EN ARNUREC.
       ABM-DELEG.
           PERFORM ENCABEZA.
       AB-COD.
           DISPLAY "CODIGO DE DELEGACION (0=VUELVE):" AT 0918.
           MOVE ZEROS TO DE-COD.
           ACCEPT DE-COD AT 0951 WITH PROMPT.
           IF DE-COD = ZEROS GO TO ENCABEZA.
           MOVE DE-COD TO DG-COD.
           MOVE "S" TO DE-HAY.
           READ DELEG KEY IS DG-COD
           INVALID KEY MOVE "N" TO DE-HAY.
           IF DE-HAY = "N"
               MOVE SPACES TO REG-DELEG
               MOVE DE-COD TO DG-COD
               MOVE ZEROS TO DG-DESDE DG-HASTA DG-ULTREC DG-FPAQ
                   DG-FEXT DG-PROPIA
               MOVE SPACES TO BT-ANTES
               DISPLAY "DELEGACION NUEVA" AT 0956
               WITH FOREGROUND-COLOR 6
               GO TO AB-NOM.
           MOVE REG-DELEG TO BT-ANTES.
           PERFORM AB-MUESTRA THRU F-AB-MUESTRA.
       AB-ACC.
           DISPLAY "M=MODIFICA  B=BAJA  V=VUELVE:" AT 1118
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1148 WITH PROMPT.
           IF OPC = "V" GO TO ABM-DELEG.
           IF OPC = "B" GO TO AB-BAJA.
           IF OPC NOT = "M" GO TO AB-ACC.
       AB-NOM.
           DISPLAY "NOMBRE........:" AT 1318.
           ACCEPT DG-NOMBRE AT 1334 WITH PROMPT.
           IF DG-NOMBRE = SPACES GO TO AB-NOM.
       AB-DESDE.
           DISPLAY "RECIBOS DESDE.:" AT 1418.
           ACCEPT DG-DESDE AT 1434 WITH PROMPT.
           DISPLAY "RECIBOS HASTA.:" AT 1518.
           ACCEPT DG-HASTA AT 1534 WITH PROMPT.
           IF DG-DESDE = ZEROS OR DG-HASTA NOT > DG-DESDE
               MOVE "RANGO DE RECIBOS INVALIDO" TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO AB-DESDE.
           IF DG-ULTREC NOT = ZEROS
               IF DG-DESDE > DG-ULTREC OR DG-HASTA < DG-ULTREC
                   MOVE "EL RANGO NO CUBRE LOS RECIBOS YA IMPORTADOS"
                       TO DE-MSG
                   PERFORM AVISO THRU F-AVISO
                   GO TO AB-DESDE.
           PERFORM AB-SUPERPONE THRU F-AB-SUPERPONE.
           IF DE-OK = "N"
               MOVE "EL RANGO SE SUPERPONE CON OTRA DELEGACION"
                   TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO AB-DESDE.
           IF DE-HAY = "N"
               MOVE 1 TO NR-CLAVE
               READ NUREC KEY IS NR-CLAVE
               INVALID KEY MOVE 1 TO NR-PROX.
           IF DE-HAY = "N" AND DG-DESDE < NR-PROX
               MOVE "EL RANGO YA FUE USADO POR CASA CENTRAL" TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO AB-DESDE.
       AB-CONF.
           DISPLAY "GRABA S/N" AT 1718 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1728 WITH PROMPT.
           IF OPC = "N" GO TO ABM-DELEG.
           IF OPC NOT = "S" GO TO AB-CONF.
           MOVE "MODI" TO BT-ACCION.
           IF DE-HAY = "N"
               MOVE "ALTA" TO BT-ACCION
               WRITE REG-DELEG INVALID KEY CONTINUE
           ELSE
               REWRITE REG-DELEG INVALID KEY CONTINUE.
           MOVE "DELEG" TO BT-ARCHIVO.
           MOVE DG-COD TO BT-CLAVE.
           MOVE REG-DELEG TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           PERFORM TOPE-CENTRAL THRU F-TOPE-CENTRAL.
           GO TO ABM-DELEG.
       AB-BAJA.
           IF DG-ULTREC NOT = ZEROS
               MOVE "TIENE PAQUETES IMPORTADOS, NO SE DA DE BAJA"
                   TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO ABM-DELEG.
           DELETE DELEG RECORD INVALID KEY GO TO ABM-DELEG.
           MOVE "DELEG" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE DE-COD TO BT-CLAVE.
           MOVE SPACES TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           PERFORM TOPE-CENTRAL THRU F-TOPE-CENTRAL.
           GO TO ABM-DELEG.

       AB-MUESTRA.
           DISPLAY "NOMBRE........:" AT 1318.
           DISPLAY DG-NOMBRE AT 1334.
           DISPLAY "RECIBOS DESDE.:" AT 1418.
           DISPLAY DG-DESDE AT 1434.
           DISPLAY "RECIBOS HASTA.:" AT 1518.
           DISPLAY DG-HASTA AT 1534.
           DISPLAY "ULT. IMPORTADO:" AT 1545.
           DISPLAY DG-ULTREC AT 1561.
           DISPLAY "ULTIMO PAQUETE:" AT 1618.
           MOVE DG-FPAQ TO DE-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           DISPLAY DE-FECED AT 1634.
           DISPLAY "ULT. EXTRACTO.:" AT 1645.
           MOVE DG-FEXT TO DE-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           DISPLAY DE-FECED AT 1661.
       F-AB-MUESTRA.
           EXIT.

      *    CONTROLA QUE EL RANGO NO SE CRUCE CON EL DE OTRA DELEGACION.
       AB-SUPERPONE.
           MOVE "S" TO DE-OK.
           MOVE REG-DELEG TO DE-DELEG.
           MOVE DG-DESDE TO DE-DESDE.
           MOVE DG-HASTA TO DE-HASTA.
           MOVE 1 TO DG-COD.
           START DELEG KEY IS NOT LESS THAN DG-COD
           INVALID KEY GO TO ABS-FIN.
       ABS-R.
           READ DELEG NEXT RECORD AT END GO TO ABS-FIN.
           IF DG-COD = DE-COD GO TO ABS-R.
           IF DE-DESDE NOT > DG-HASTA AND DE-HASTA NOT < DG-DESDE
               MOVE "N" TO DE-OK
               GO TO ABS-FIN.
           GO TO ABS-R.
       ABS-FIN.
           MOVE DE-DELEG TO REG-DELEG.
       F-AB-SUPERPONE.
           EXIT.

      *    TOPE DE CASA CENTRAL: EL ANTERIOR AL COMIENZO DEL RANGO DE
      *    DELEGACION MAS CERCANO POR ENCIMA DE SU PROXIMO RECIBO. SIN
      *    RANGOS POR ENCIMA, CASA CENTRAL NO TIENE TOPE.
       TOPE-CENTRAL.
           MOVE 1 TO NR-CLAVE.
           MOVE 1 TO DE-PROX.
           READ NUREC KEY IS NR-CLAVE
           INVALID KEY GO TO TC-BUSCA.
           MOVE NR-PROX TO DE-PROX.
       TC-BUSCA.
           MOVE 99999999 TO DE-MIN.
           MOVE 1 TO DG-COD.
           START DELEG KEY IS NOT LESS THAN DG-COD
           INVALID KEY GO TO TC-GRABA.
       TC-R.
           READ DELEG NEXT RECORD AT END GO TO TC-GRABA.
           IF DG-DESDE NOT < DE-PROX AND DG-DESDE < DE-MIN
               MOVE DG-DESDE TO DE-MIN.
           GO TO TC-R.
       TC-GRABA.
           MOVE 2 TO NR-CLAVE.
           READ NUREC KEY IS NR-CLAVE
           INVALID KEY GO TO TC-NUEVO.
           IF DE-MIN = 99999999
               DELETE NUREC RECORD INVALID KEY CONTINUE END-DELETE
               GO TO F-TOPE-CENTRAL.
           COMPUTE NR-PROX = DE-MIN - 1.
           REWRITE REG-NUREC INVALID KEY CONTINUE.
           GO TO F-TOPE-CENTRAL.
       TC-NUEVO.
           IF DE-MIN = 99999999 GO TO F-TOPE-CENTRAL.
           MOVE 2 TO NR-CLAVE.
           COMPUTE NR-PROX = DE-MIN - 1.
           WRITE REG-NUREC INVALID KEY CONTINUE.
       F-TOPE-CENTRAL.
           EXIT.

      *    IMPORTACION DEL PAQUETE DE UNA DELEGACION. PRIMERO SE
      *    VERIFICA QUE ESTE COMPLETO (CABECERA DE LA DELEGACION Y PIE
      *    CON LA CANTIDAD). UN RECIBO YA IMPORTADO IGUAL SE SALTEA Y
      *    LAS LINEAS YA GRABADAS NO SE REPITEN, ASI QUE EL MISMO
      *    PAQUETE PUEDE VOLVER A PASARSE SIN DUPLICAR NADA.
       IMPORTA-PAQ.
           PERFORM ENCABEZA.
       IP-COD.
           DISPLAY "DELEGACION (0=VUELVE):" AT 0918.
           MOVE ZEROS TO DE-COD.
           ACCEPT DE-COD AT 0941 WITH PROMPT.
           IF DE-COD = ZEROS GO TO ENCABEZA.
           MOVE DE-COD TO DG-COD.
           READ DELEG KEY IS DG-COD
           INVALID KEY
               MOVE "DELEGACION INEXISTENTE" TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO IP-COD.
           DISPLAY DG-NOMBRE AT 0945.
           MOVE DE-COD TO DE-ARCOD.
           MOVE ".PAQ" TO DE-AREXT.
           MOVE DE-ARCH TO DE-NOM.
           OPEN INPUT PAQ.
           IF PQ-STATUS NOT = "00"
               MOVE "NO ESTA EL ARCHIVO DEL PAQUETE" TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO IP-COD.
           PERFORM VERIFICA-PAQ THRU F-VERIFICA-PAQ.
           CLOSE PAQ.
           IF DE-OK = "N"
               MOVE "PAQUETE INCOMPLETO O DE OTRA DELEGACION" TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO IP-COD.
           DISPLAY "PAQUETE DEL.:" AT 1118.
           MOVE DE-PFECHA TO DE-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           DISPLAY DE-FECED AT 1132.
           DISPLAY "REGISTROS...:" AT 1218.
           DISPLAY DE-LEIDOS AT 1232.
           DISPLAY "HASTA RECIBO:" AT 1318.
           DISPLAY DE-PULT AT 1332.
           IF DE-PFECHA < DG-FPAQ
               DISPLAY "ES ANTERIOR AL ULTIMO PAQUETE IMPORTADO" AT 1418
               WITH FOREGROUND-COLOR 4.
       IP-CONF.
           DISPLAY "IMPORTA EL PAQUETE S/N" AT 1518
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1541 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO IP-CONF.
       IP-DEST.
           DISPLAY "CONFLICTOS: 1=IMPRESORA 2=ARCHIVO DELEGA.TXT"
               AT 1618 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1664 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO IP-GO.
           IF OPC = "2" MOVE "DELEGA.TXT" TO IMPRE-DEST GO TO IP-GO.
           GO TO IP-DEST.
       IP-GO.
           DISPLAY "PROCESANDO..." AT 1818 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO DE-CREC DE-CPAG DE-CCHE DE-CANU DE-CCIE
               DE-CCON DE-CYA.
           MOVE "N" TO DE-RECMAL.
           OPEN OUTPUT IMPRE.
           MOVE "CONFLICTOS DEL PAQUETE DE LA DELEGACION" TO DET-TEXTO.
           MOVE DE-COD TO DET-TEXTO (41:2).
           MOVE DE-PFECHA TO DE-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE DE-FECED TO DET-FECHA.
           WRITE RENGLON FROM DE-TITU AFTER 1.
           WRITE RENGLON FROM DE-LCAB AFTER 2.
           OPEN INPUT PAQ.
           READ PAQ AT END GO TO IP-FIN.
       IP-R.
           READ PAQ AT END GO TO IP-FIN.
           IF PQ-TIPO = "R"
               PERFORM IP-RECIBO THRU F-IP-RECIBO
               GO TO IP-R.
           IF PQ-TIPO = "P"
               PERFORM IP-PAGO THRU F-IP-PAGO
               GO TO IP-R.
           IF PQ-TIPO = "X"
               PERFORM IP-ANULA THRU F-IP-ANULA
               GO TO IP-R.
           IF PQ-TIPO = "C"
               PERFORM IP-CHEQUE THRU F-IP-CHEQUE
               GO TO IP-R.
           IF PQ-TIPO = "Z"
               PERFORM IP-CIERRE THRU F-IP-CIERRE
               GO TO IP-R.
       IP-FIN.
           CLOSE PAQ.
           MOVE "RECIBOS IMPORTADOS" TO DTL-DESC.
           MOVE DE-CREC TO DTL-CANT.
           WRITE RENGLON FROM DE-TOTLIN AFTER 2.
           MOVE "LINEAS DE PAGO GRABADAS" TO DTL-DESC.
           MOVE DE-CPAG TO DTL-CANT.
           WRITE RENGLON FROM DE-TOTLIN AFTER 1.
           MOVE "ANULACIONES APLICADAS" TO DTL-DESC.
           MOVE DE-CANU TO DTL-CANT.
           WRITE RENGLON FROM DE-TOTLIN AFTER 1.
           MOVE "CHEQUES" TO DTL-DESC.
           MOVE DE-CCHE TO DTL-CANT.
           WRITE RENGLON FROM DE-TOTLIN AFTER 1.
           MOVE "CIERRES DE CAJA" TO DTL-DESC.
           MOVE DE-CCIE TO DTL-CANT.
           WRITE RENGLON FROM DE-TOTLIN AFTER 1.
           MOVE "YA IMPORTADOS (SALTEADOS)" TO DTL-DESC.
           MOVE DE-CYA TO DTL-CANT.
           WRITE RENGLON FROM DE-TOTLIN AFTER 1.
           MOVE "CONFLICTOS NO APLICADOS" TO DTL-DESC.
           MOVE DE-CCON TO DTL-CANT.
           WRITE RENGLON FROM DE-TOTLIN AFTER 1.
           CLOSE IMPRE.
           MOVE DE-COD TO DG-COD.
           READ DELEG KEY IS DG-COD
           INVALID KEY GO TO IP-BITA.
           IF DE-PULT > DG-ULTREC MOVE DE-PULT TO DG-ULTREC.
           IF DE-PFECHA > DG-FPAQ MOVE DE-PFECHA TO DG-FPAQ.
           REWRITE REG-DELEG INVALID KEY CONTINUE.
       IP-BITA.
           MOVE DE-CREC TO DB-REC.
           MOVE DE-CPAG TO DB-PAG.
           MOVE DE-CANU TO DB-ANU.
           MOVE DE-CCON TO DB-CON.
           MOVE "DELEG" TO BT-ARCHIVO.
           MOVE "IMPOR" TO BT-ACCION.
           MOVE DE-NOM TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE DE-BITLIN TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "RECIBOS:" AT 1918.
           DISPLAY DE-CREC AT 1927.
           DISPLAY "PAGOS:" AT 1935.
           DISPLAY DE-CPAG AT 1942.
           DISPLAY "ANULACIONES:" AT 1950.
           DISPLAY DE-CANU AT 1963.
           DISPLAY "CONFLICTOS:" AT 2118.
           DISPLAY DE-CCON AT 2130 WITH FOREGROUND-COLOR 4.
           DISPLAY "YA ESTABAN:" AT 2138.
           DISPLAY DE-CYA AT 2150.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2160 WITH PROMPT.
           GO TO ENCABEZA.

      *    LEE EL PAQUETE ENTERO: CABECERA DE LA DELEGACION PEDIDA Y
      *    PIE CON LA CANTIDAD DE DETALLES LEIDOS.
       VERIFICA-PAQ.
           MOVE "N" TO DE-OK.
           MOVE ZEROS TO DE-LEIDOS DE-PULT DE-PFECHA.
           READ PAQ AT END GO TO F-VERIFICA-PAQ.
           IF PH-TIPO NOT = "H" OR PH-DELEG NOT = DE-COD
               GO TO F-VERIFICA-PAQ.
           MOVE PH-FECHA TO DE-PFECHA.
       VP-R.
           READ PAQ AT END GO TO F-VERIFICA-PAQ.
           IF PT-TIPO NOT = "T"
               ADD 1 TO DE-LEIDOS
               GO TO VP-R.
           IF PT-CANT = DE-LEIDOS
               MOVE "S" TO DE-OK
               MOVE PT-ULTREC TO DE-PULT.
       F-VERIFICA-PAQ.
           EXIT.

      *    RECIBO: FUERA DEL RANGO DE LA DELEGACION O CON UN NUMERO QUE
      *    CASA CENTRAL YA USO PARA OTRO COBRO ES CONFLICTO Y SE
      *    RECHAZA CON TODAS SUS LINEAS.
       IP-RECIBO.
           MOVE "N" TO DE-RECMAL.
           MOVE PQ-DATOS TO REG-RECI.
           MOVE REG-RECI TO DE-RECI.
           IF DR-NRO < DG-DESDE OR DR-NRO > DG-HASTA
               MOVE "RECIBO FUERA DEL RANGO" TO DE-MOTIVO
               GO TO IPR-CONFLICTO.
           MOVE DR-NRO TO REC-NRO.
           READ RECI KEY IS REC-NRO
           INVALID KEY GO TO IPR-GRABA.
           IF REC-CLI = DR-CLI AND REC-FECHA = DR-FECHA
               AND REC-TOTAL = DR-TOTAL
               ADD 1 TO DE-CYA
               GO TO F-IP-RECIBO.
           MOVE "RECIBO YA USADO EN CASA CENTRAL" TO DE-MOTIVO.
       IPR-CONFLICTO.
           MOVE "S" TO DE-RECMAL.
           MOVE SPACES TO DE-LLIN.
           MOVE DR-NRO TO DL-RECI.
           MOVE DR-CLI TO DL-CLI.
           MOVE ZEROS TO DL-TIP.
           MOVE DR-TOTAL TO DL-IMP.
           MOVE DE-MOTIVO TO DL-MOT.
           WRITE RENGLON FROM DE-LLIN AFTER 1.
           ADD 1 TO DE-CCON.
           GO TO F-IP-RECIBO.
       IPR-GRABA.
           MOVE PQ-DATOS TO REG-RECI.
           WRITE REG-RECI INVALID KEY GO TO F-IP-RECIBO.
           ADD 1 TO DE-CREC.
       F-IP-RECIBO.
           EXIT.

      *    LINEA DE PAGO: SE APLICA A LA CUOTA Y A ARTOTAL COMO EN
      *    PAGOS. SI CASA CENTRAL YA TIENE LA CUOTA CANCELADA SE LISTA
      *    COMO PAGADA EN LOS DOS LUGARES, EL IMPORTE VA A LA COLA DE
      *    DUPLICADOS Y LA LINEA SE GRABA ANULADA, PARA QUE EL RECIBO
      *    CIERRE Y UN NUEVO PAQUETE NO LA VUELVA A TRAER. LAS
      *    ANULADAS Y LOS CONTRAASIENTOS DE UN MISMO RECIBO SE GRABAN
      *    SIN EFECTO.
       IP-PAGO.
           IF DE-RECMAL = "S" GO TO F-IP-PAGO.
           MOVE PQ-DATOS TO DE-PAG.
           PERFORM BUSCA-PAGO THRU F-BUSCA-PAGO.
           IF DE-HALLA = "S"
               ADD 1 TO DE-CYA
               GO TO F-IP-PAGO.
           IF DP-EST NOT = SPACE GO TO IPP-GRABA.
           IF DP-CAA = ZEROS AND DP-CP1 = ZEROS GO TO IPP-TOTAL.
           MOVE DP-CIM TO CONT.
           MOVE DP-CAA TO AA.
           MOVE DP-CP1 TO P1.
           MOVE DP-GM TO TIP-VEN.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY
               MOVE "CUOTA INEXISTENTE EN CASA CENTRAL" TO DE-MOTIVO
               PERFORM LISTA-PAGO THRU F-LISTA-PAGO
               GO TO F-IP-PAGO.
           IF FEC-PAG NOT = ZEROS OR PAGADO NOT < MONTO
               PERFORM ENCOLA-DUP THRU F-ENCOLA-DUP
               MOVE DE-MOTDUP TO DE-MOTIVO
               PERFORM LISTA-PAGO THRU F-LISTA-PAGO
               MOVE "A" TO DP-EST
               GO TO IPP-GRABA.
           ADD DP-MPO TO PAGADO.
           IF PAGADO NOT < MONTO
               MOVE DP-FD TO DDP
               MOVE DP-FM TO MMP
               MOVE DP-FA TO AAP.
           REWRITE REG-IMP INVALID KEY CONTINUE.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
       IPP-TOTAL.
           MOVE DP-CIM TO DE-TCLI.
           MOVE DP-GM TO DE-TTIP.
           COMPUTE DE-TPER = DP-FA * 100 + DP-FM.
           MOVE DP-MPO TO DE-TCOB.
           PERFORM SUMA-TOTAL THRU F-SUMA-TOTAL.
       IPP-GRABA.
           MOVE DE-PAG TO REG-PAG.
           PERFORM CALCULA-SEC THRU F-CALCULA-SEC.
           WRITE REG-PAG INVALID KEY GO TO F-IP-PAGO.
           ADD 1 TO DE-CPAG.
       F-IP-PAGO.
           EXIT.

      *    LA CUOTA YA ESTABA PAGA EN CASA CENTRAL: EL COBRO DE LA
      *    DELEGACION VA A LA COLA DE DUPLICADOS.
       ENCOLA-DUP.
           MOVE DP-CIM TO DUPREG-CLI.
           MOVE DP-CAA TO DUPREG-AA.
           MOVE DP-CP1 TO DUPREG-P1.
           MOVE DP-GM TO DUPREG-TIP.
           COMPUTE DUPREG-FECHA = DP-FA * 10000 + DP-FM * 100
               + DP-FD.
           MOVE "S" TO DUPREG-CANAL.
           MOVE DP-FPAGO TO DUPREG-FPAGO.
           MOVE DP-MPO TO DUPREG-IMPORTE.
           MOVE OPERADOR TO DUPREG-OPER.
           CALL "DUPREG" USING DUPREG-PAR.
           MOVE DUPREG-NRO TO DE-MDNRO.
           MOVE "DUPLIC" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE DP-CIM TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE DUPREG-PAR TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       F-ENCOLA-DUP.
           EXIT.

      *    CONTRAASIENTO DE UN RECIBO QUE YA VINO EN UN PAQUETE
      *    ANTERIOR: SE ANULA EL PAGO ORIGINAL EN CASA CENTRAL (CUOTA,
      *    ARTOTAL Y RECIBO) Y SE GRABA EL CONTRAASIENTO.
       IP-ANULA.
           MOVE PQ-DATOS TO DE-PAG.
           PERFORM BUSCA-PAGO THRU F-BUSCA-PAGO.
           IF DE-HALLA = "S"
               ADD 1 TO DE-CYA
               GO TO F-IP-ANULA.
           MOVE DP-CIM TO REG-CIM.
           MOVE ZEROS TO REG-FEC REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO IPA-NOHAY.
       IPA-R.
           READ RPAGOS NEXT RECORD AT END GO TO IPA-NOHAY.
           IF REG-CIM NOT = DP-CIM GO TO IPA-NOHAY.
           IF REG-NRECI = DP-NRECI AND REG-CUO = DP-CUO
               AND REG-GM = DP-GM AND REG-MPO = DP-MPO
               AND REG-EST = SPACE
               GO TO IPA-REVIERTE.
           GO TO IPA-R.
       IPA-NOHAY.
           MOVE "ANULACION SIN PAGO EN CASA CENTRAL" TO DE-MOTIVO.
           PERFORM LISTA-PAGO THRU F-LISTA-PAGO.
           GO TO F-IP-ANULA.
       IPA-REVIERTE.
           MOVE "A" TO REG-EST.
           REWRITE REG-PAG INVALID KEY CONTINUE.
           MOVE REG-CIM TO DE-TCLI.
           MOVE REG-GM TO DE-TTIP.
           COMPUTE DE-TPER = RFA * 100 + RFM.
           COMPUTE DE-TCOB = ZERO - REG-MPO.
           PERFORM SUMA-TOTAL THRU F-SUMA-TOTAL.
           IF DP-CAA = ZEROS AND DP-CP1 = ZEROS GO TO IPA-RECIBO.
           MOVE DP-CIM TO CONT.
           MOVE DP-CAA TO AA.
           MOVE DP-CP1 TO P1.
           MOVE DP-GM TO TIP-VEN.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO IPA-RECIBO.
           IF PAGADO < DP-MPO
               MOVE ZEROS TO PAGADO
           ELSE
               SUBTRACT DP-MPO FROM PAGADO.
           IF PAGADO < MONTO
               MOVE ZEROS TO FEC-PAG.
           REWRITE REG-IMP INVALID KEY CONTINUE.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
       IPA-RECIBO.
           MOVE DP-NRECI TO REC-NRO.
           READ RECI KEY IS REC-NRO
           INVALID KEY GO TO IPA-GRABA.
           MOVE "A" TO REC-EST.
           REWRITE REG-RECI INVALID KEY CONTINUE.
       IPA-GRABA.
           MOVE DE-PAG TO REG-PAG.
           PERFORM CALCULA-SEC THRU F-CALCULA-SEC.
           WRITE REG-PAG INVALID KEY GO TO F-IP-ANULA.
           ADD 1 TO DE-CANU.
       F-IP-ANULA.
           EXIT.

      *    EL CHEQUE ENTRA SI SU RECIBO QUEDO GRABADO PARA EL MISMO
      *    CLIENTE (NO ENTRA EL DE UN RECIBO RECHAZADO).
       IP-CHEQUE.
           MOVE PQ-DATOS TO REG-CHEQ.
           MOVE CH-NRECI TO REC-NRO.
           MOVE CH-CLI TO DE-CLI.
           READ RECI KEY IS REC-NRO
           INVALID KEY GO TO F-IP-CHEQUE.
           IF REC-CLI NOT = DE-CLI GO TO F-IP-CHEQUE.
           WRITE REG-CHEQ
           INVALID KEY
               ADD 1 TO DE-CYA
               GO TO F-IP-CHEQUE.
           ADD 1 TO DE-CCHE.
       F-IP-CHEQUE.
           EXIT.

       IP-CIERRE.
           MOVE PQ-DATOS TO REG-CIERR.
           MOVE DE-COD TO DC-DELEG.
           MOVE CIE-FECHA TO DC-FECHA.
           MOVE CIE-OPER TO DC-OPER.
           MOVE CIE-TOT TO DC-TOT.
           MOVE DE-HOY TO DC-FIMP.
           WRITE REG-DLCIE INVALID KEY REWRITE REG-DLCIE.
           ADD 1 TO DE-CCIE.
       F-IP-CIERRE.
           EXIT.

      *    BUSCA EN CASA CENTRAL LA MISMA LINEA (CLIENTE, FECHA,
      *    RECIBO, CUOTA, TIPO E IMPORTE). UNA LINEA NORMAL QUE CASA
      *    CENTRAL YA ANULO TAMBIEN CUENTA COMO IMPORTADA.
       BUSCA-PAGO.
           MOVE "N" TO DE-HALLA.
           MOVE DE-PAG TO REG-PAG.
           MOVE ZEROS TO REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO F-BUSCA-PAGO.
       BP-R.
           READ RPAGOS NEXT RECORD AT END GO TO F-BUSCA-PAGO.
           IF REG-CIM NOT = DP-CIM OR REG-FEC NOT = DP-FEC
               GO TO F-BUSCA-PAGO.
           IF REG-NRECI NOT = DP-NRECI OR REG-CUO NOT = DP-CUO
               OR REG-GM NOT = DP-GM OR REG-MPO NOT = DP-MPO
               GO TO BP-R.
           IF REG-EST = DP-EST
               MOVE "S" TO DE-HALLA
               GO TO F-BUSCA-PAGO.
           IF DP-EST = SPACE AND REG-EST = "A"
               MOVE "S" TO DE-HALLA
               GO TO F-BUSCA-PAGO.
           GO TO BP-R.
       F-BUSCA-PAGO.
           EXIT.

       LISTA-PAGO.
           MOVE SPACES TO DE-LLIN.
           MOVE DP-NRECI TO DL-RECI.
           MOVE DP-CIM TO DL-CLI.
           MOVE DP-CAA TO DL-CAA.
           MOVE "/" TO DL-BARRA.
           MOVE DP-CP1 TO DL-CP1.
           MOVE DP-GM TO DL-TIP.
           MOVE DP-MPO TO DL-IMP.
           MOVE DE-MOTIVO TO DL-MOT.
           WRITE RENGLON FROM DE-LLIN AFTER 1.
           ADD 1 TO DE-CCON.
       F-LISTA-PAGO.
           EXIT.

      *    EXTRACTO PARA LA DELEGACION: TODOS LOS CLIENTES Y LAS CUOTAS
      *    ABIERTAS, CON EL RANGO DE RECIBOS Y EL ULTIMO IMPORTADO.
       GENERA-EXT.
           PERFORM ENCABEZA.
       GE-COD.
           DISPLAY "DELEGACION (0=VUELVE):" AT 0918.
           MOVE ZEROS TO DE-COD.
           ACCEPT DE-COD AT 0941 WITH PROMPT.
           IF DE-COD = ZEROS GO TO ENCABEZA.
           MOVE DE-COD TO DG-COD.
           READ DELEG KEY IS DG-COD
           INVALID KEY
               MOVE "DELEGACION INEXISTENTE" TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO GE-COD.
           PERFORM AB-MUESTRA THRU F-AB-MUESTRA.
       GE-CONF.
           DISPLAY "GENERA EL EXTRACTO S/N" AT 1818
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1841 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO GE-CONF.
           DISPLAY "PROCESANDO..." AT 1918 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO DE-CCLI DE-CCUO.
           MOVE DE-COD TO DE-ARCOD.
           MOVE ".EXT" TO DE-AREXT.
           MOVE DE-ARCH TO DE-NOM.
           OPEN OUTPUT EXT.
           MOVE SPACES TO REG-EXTH.
           MOVE "H" TO XH-TIPO.
           MOVE DG-COD TO XH-DELEG.
           MOVE DG-NOMBRE TO XH-NOMBRE.
           MOVE DE-HOY TO XH-FECHA.
           MOVE DG-DESDE TO XH-DESDE.
           MOVE DG-HASTA TO XH-HASTA.
           MOVE DG-ULTREC TO XH-ULTREC.
           WRITE REG-EXTH.
           MOVE LOW-VALUES TO NUM-CO.
           START CONTRI KEY IS NOT LESS THAN NUM-CO
           INVALID KEY GO TO GE-CUOTAS.
       GE-CLI.
           READ CONTRI NEXT RECORD AT END GO TO GE-CUOTAS.
           MOVE SPACES TO REG-EXT.
           MOVE "C" TO EX-TIPO.
           MOVE REG-CON TO EX-DATOS.
           WRITE REG-EXT.
           ADD 1 TO DE-CCLI.
           GO TO GE-CLI.
       GE-CUOTAS.
           MOVE LOW-VALUES TO NUM-CO1.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO GE-FIN.
       GE-CUO.
           READ IMPU NEXT RECORD AT END GO TO GE-FIN.
           IF FEC-PAG NOT = ZEROS OR PAGADO NOT < MONTO
               GO TO GE-CUO.
           MOVE SPACES TO REG-EXT.
           MOVE "I" TO EX-TIPO.
           MOVE REG-IMP TO EX-DATOS.
           WRITE REG-EXT.
           ADD 1 TO DE-CCUO.
           GO TO GE-CUO.
       GE-FIN.
           MOVE SPACES TO REG-EXTT.
           MOVE "T" TO XT-TIPO.
           COMPUTE XT-CANT = DE-CCLI + DE-CCUO.
           WRITE REG-EXTT.
           CLOSE EXT.
           MOVE DE-COD TO DG-COD.
           READ DELEG KEY IS DG-COD
           INVALID KEY GO TO GE-BITA.
           MOVE DE-HOY TO DG-FEXT.
           REWRITE REG-DELEG INVALID KEY CONTINUE.
       GE-BITA.
           MOVE "DELEG" TO BT-ARCHIVO.
           MOVE "EXTR" TO BT-ACCION.
           MOVE DE-NOM TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES BT-DESPUES.
           MOVE DE-CCLI TO BT-DESPUES (1:6).
           MOVE DE-CCUO TO BT-DESPUES (8:6).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "ARCHIVO" AT 2018.
           DISPLAY DE-NOM AT 2026.
           DISPLAY "CLIENTES:" AT 2118.
           DISPLAY DE-CCLI AT 2128.
           DISPLAY "CUOTAS ABIERTAS:" AT 2136.
           DISPLAY DE-CCUO AT 2153.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2160 WITH PROMPT.
           GO TO ENCABEZA.

      *    PAQUETE DEL DIA DE LA DELEGACION: LOS RECIBOS POSTERIORES AL
      *    ULTIMO ENVIADO CON SUS LINEAS DE PAGO Y CHEQUES, LOS
      *    CONTRAASIENTOS DE RECIBOS YA ENVIADOS Y LOS CIERRES DE CAJA
      *    DESDE EL ULTIMO PAQUETE. SE PUEDE REHACER EL MISMO DIA.
       GENERA-PAQ.
           PERFORM ENCABEZA.
           MOVE ZEROS TO DG-COD.
           READ DELEG KEY IS DG-COD
           INVALID KEY GO TO L-PANT.
           MOVE DG-PROPIA TO DE-COD.
           MOVE DG-ULTREC TO DE-ULTVIEJO DE-ULTREC.
           MOVE DG-FPAQ TO DE-FPAQ.
           COMPUTE DE-PRIMERO = DG-ULTREC + 1.
           IF DE-PRIMERO < DG-DESDE MOVE DG-DESDE TO DE-PRIMERO.
           DISPLAY "DELEGACION..:" AT 0918.
           DISPLAY DG-PROPIA AT 0932.
           DISPLAY DG-NOMBRE AT 0935.
           DISPLAY "DESDE RECIBO:" AT 1018.
           DISPLAY DE-PRIMERO AT 1032.
           DISPLAY "ULT. PAQUETE:" AT 1118.
           MOVE DG-FPAQ TO DE-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           DISPLAY DE-FECED AT 1132.
       GP-CONF.
           DISPLAY "GENERA EL PAQUETE S/N" AT 1318
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1340 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO GP-CONF.
           DISPLAY "PROCESANDO..." AT 1418 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO DE-CANT DE-CREC DE-CPAG DE-CCHE DE-CANU
               DE-CCIE.
           MOVE DE-COD TO DE-ARCOD.
           MOVE ".PAQ" TO DE-AREXT.
           MOVE DE-ARCH TO DE-NOM.
           OPEN OUTPUT PAQ.
           MOVE SPACES TO REG-PAQH.
           MOVE "H" TO PH-TIPO.
           MOVE DE-COD TO PH-DELEG.
           MOVE DE-HOY TO PH-FECHA.
           MOVE DG-DESDE TO PH-DESDE.
           MOVE DG-HASTA TO PH-HASTA.
           MOVE DE-PRIMERO TO PH-PRIMERO.
           WRITE REG-PAQH.
           MOVE DG-DESDE TO DE-DESDE.
           MOVE DG-HASTA TO DE-HASTA.
           MOVE DE-PRIMERO TO REC-NRO.
           START RECI KEY IS NOT LESS THAN REC-NRO
           INVALID KEY GO TO GP-CHEQ.
       GP-REC.
           READ RECI NEXT RECORD AT END GO TO GP-CHEQ.
           IF REC-NRO > DE-HASTA GO TO GP-CHEQ.
           MOVE SPACES TO REG-PAQ.
           MOVE "R" TO PQ-TIPO.
           MOVE REG-RECI TO PQ-DATOS.
           WRITE REG-PAQ.
           ADD 1 TO DE-CANT DE-CREC.
           MOVE REC-NRO TO DE-ULTREC DE-NRECI.
           MOVE REC-CLI TO DE-CLI.
           PERFORM GP-PAGOS THRU F-GP-PAGOS.
           GO TO GP-REC.
       GP-CHEQ.
           IF DE-ULTREC = DE-ULTVIEJO GO TO GP-ANUL.
           MOVE LOW-VALUES TO CH-CLAVE.
           START CHEQ KEY IS NOT LESS THAN CH-CLAVE
           INVALID KEY GO TO GP-ANUL.
       GP-CHE.
           READ CHEQ NEXT RECORD AT END GO TO GP-ANUL.
           IF CH-NRECI < DE-PRIMERO OR CH-NRECI > DE-ULTREC
               GO TO GP-CHE.
           MOVE SPACES TO REG-PAQ.
           MOVE "C" TO PQ-TIPO.
           MOVE REG-CHEQ TO PQ-DATOS.
           WRITE REG-PAQ.
           ADD 1 TO DE-CANT DE-CCHE.
           GO TO GP-CHE.
       GP-ANUL.
           IF DE-ULTVIEJO < DE-DESDE GO TO GP-CIERRES.
           MOVE LOW-VALUES TO REG-CLAVE.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO GP-CIERRES.
       GP-ANU.
           READ RPAGOS NEXT RECORD AT END GO TO GP-CIERRES.
           IF REG-EST NOT = "R" GO TO GP-ANU.
           IF REG-NRECI < DE-DESDE OR REG-NRECI > DE-ULTVIEJO
               GO TO GP-ANU.
           COMPUTE DE-FREG = RFA * 10000 + RFM * 100 + RFD.
           IF DE-FREG < DE-FPAQ GO TO GP-ANU.
           MOVE SPACES TO REG-PAQ.
           MOVE "X" TO PQ-TIPO.
           MOVE REG-PAG TO PQ-DATOS.
           WRITE REG-PAQ.
           ADD 1 TO DE-CANT DE-CANU.
           GO TO GP-ANU.
       GP-CIERRES.
           MOVE DE-FPAQ TO CIE-FECHA.
           START CIERR KEY IS NOT LESS THAN CIE-FECHA
           INVALID KEY GO TO GP-FIN.
       GP-CIE.
           READ CIERR NEXT RECORD AT END GO TO GP-FIN.
           MOVE SPACES TO REG-PAQ.
           MOVE "Z" TO PQ-TIPO.
           MOVE REG-CIERR TO PQ-DATOS.
           WRITE REG-PAQ.
           ADD 1 TO DE-CANT DE-CCIE.
           GO TO GP-CIE.
       GP-FIN.
           MOVE SPACES TO REG-PAQT.
           MOVE "T" TO PT-TIPO.
           MOVE DE-CANT TO PT-CANT.
           MOVE DE-ULTREC TO PT-ULTREC.
           WRITE REG-PAQT.
           CLOSE PAQ.
           MOVE ZEROS TO DG-COD.
           READ DELEG KEY IS DG-COD
           INVALID KEY GO TO GP-BITA.
           MOVE REG-DELEG TO BT-ANTES.
           MOVE DE-ULTREC TO DG-ULTREC.
           MOVE DE-HOY TO DG-FPAQ.
           REWRITE REG-DELEG INVALID KEY CONTINUE.
       GP-BITA.
           MOVE DE-CREC TO DB-REC.
           MOVE DE-CPAG TO DB-PAG.
           MOVE DE-CANU TO DB-ANU.
           MOVE ZEROS TO DB-CON.
           MOVE "DELEG" TO BT-ARCHIVO.
           MOVE "PAQ" TO BT-ACCION.
           MOVE DE-NOM TO BT-CLAVE.
           MOVE DE-BITLIN TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "ARCHIVO" AT 1618.
           DISPLAY DE-NOM AT 1626.
           DISPLAY "RECIBOS:" AT 1718.
           DISPLAY DE-CREC AT 1727.
           DISPLAY "PAGOS:" AT 1735.
           DISPLAY DE-CPAG AT 1742.
           DISPLAY "CHEQUES:" AT 1818.
           DISPLAY DE-CCHE AT 1827.
           DISPLAY "ANULACIONES:" AT 1835.
           DISPLAY DE-CANU AT 1848.
           DISPLAY "CIERRES:" AT 1918.
           DISPLAY DE-CCIE AT 1927.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1960 WITH PROMPT.
           GO TO ENCABEZA.

      *    LINEAS DE PAGO DEL RECIBO DE-NRECI (TODAS LAS DEL CLIENTE
      *    QUE LLEVAN ESE NUMERO, INCLUSO ANULADAS Y CONTRAASIENTOS).
       GP-PAGOS.
           MOVE DE-CLI TO REG-CIM.
           MOVE ZEROS TO REG-FEC REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO F-GP-PAGOS.
       GPP-R.
           READ RPAGOS NEXT RECORD AT END GO TO F-GP-PAGOS.
           IF REG-CIM NOT = DE-CLI GO TO F-GP-PAGOS.
           IF REG-NRECI NOT = DE-NRECI GO TO GPP-R.
           MOVE SPACES TO REG-PAQ.
           MOVE "P" TO PQ-TIPO.
           MOVE REG-PAG TO PQ-DATOS.
           WRITE REG-PAQ.
           ADD 1 TO DE-CANT DE-CPAG.
           GO TO GPP-R.
       F-GP-PAGOS.
           EXIT.

      *    CARGA DEL EXTRACTO EN LA DELEGACION: ACTUALIZA LOS CLIENTES,
      *    REEMPLAZA ARIMPU POR LAS CUOTAS ABIERTAS DE CASA CENTRAL Y
      *    DEJA EL RANGO DE RECIBOS EN ARDELEG (REGISTRO 00) Y EN
      *    ARNUREC. EN CASA CENTRAL NO SE PUEDE CARGAR.
       CARGA-EXT.
           PERFORM ENCABEZA.
           IF DE-PROPIA = ZEROS
               PERFORM HAY-DELEG THRU F-HAY-DELEG
               IF DE-HAY = "S"
                   GO TO SOLO-DELEG.
       CE-COD.
           DISPLAY "DELEGACION (0=VUELVE):" AT 0918.
           MOVE DE-PROPIA TO DE-COD.
           DISPLAY DE-COD AT 0941.
           ACCEPT DE-COD AT 0941 WITH PROMPT.
           IF DE-COD = ZEROS GO TO ENCABEZA.
           IF DE-PROPIA NOT = ZEROS AND DE-COD NOT = DE-PROPIA
               MOVE "ESTA INSTALACION ES OTRA DELEGACION" TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO CE-COD.
           MOVE DE-COD TO DE-ARCOD.
           MOVE ".EXT" TO DE-AREXT.
           MOVE DE-ARCH TO DE-NOM.
           OPEN INPUT EXT.
           IF EX-STATUS NOT = "00"
               MOVE "NO ESTA EL ARCHIVO DEL EXTRACTO" TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO CE-COD.
           PERFORM VERIFICA-EXT THRU F-VERIFICA-EXT.
           CLOSE EXT.
           IF DE-OK = "N"
               MOVE "EXTRACTO INCOMPLETO O DE OTRA DELEGACION" TO DE-MSG
               PERFORM AVISO THRU F-AVISO
               GO TO CE-COD.
           DISPLAY DG-NOMBRE AT 0945.
           DISPLAY "EXTRACTO DEL:" AT 1118.
           MOVE DE-PFECHA TO DE-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           DISPLAY DE-FECED AT 1132.
           DISPLAY "RECIBOS.....:" AT 1218.
           DISPLAY DG-DESDE AT 1232.
           DISPLAY "A" AT 1241.
           DISPLAY DG-HASTA AT 1243.
           IF DE-PROPIA = ZEROS
               DISPLAY "ESTA INSTALACION PASA A SER DELEGACION" AT 1318
               WITH FOREGROUND-COLOR 4
               GO TO CE-CONF.
           MOVE DE-PULT TO DE-ULTREC.
           MOVE ZEROS TO DG-COD.
           READ DELEG KEY IS DG-COD
           INVALID KEY GO TO CE-CONF.
           IF DE-ULTREC < DG-ULTREC
               DISPLAY "CASA CENTRAL NO IMPORTO EL ULTIMO PAQUETE"
               AT 1318 WITH FOREGROUND-COLOR 4.
       CE-CONF.
           DISPLAY "CARGA EL EXTRACTO S/N" AT 1518
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1540 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO CE-CONF.
           DISPLAY "PROCESANDO..." AT 1618 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO DE-CCLI DE-CCUO.
           CLOSE IMPU.
           OPEN OUTPUT IMPU.
           OPEN INPUT EXT.
           READ EXT AT END GO TO CE-FIN.
       CE-R.
           READ EXT AT END GO TO CE-FIN.
           IF EX-TIPO = "C"
               MOVE EX-DATOS TO REG-CON
               ADD 1 TO DE-CCLI
               WRITE REG-CON INVALID KEY REWRITE REG-CON
               GO TO CE-R.
           IF EX-TIPO = "I"
               MOVE EX-DATOS TO REG-IMP
               ADD 1 TO DE-CCUO
               WRITE REG-IMP INVALID KEY CONTINUE
               GO TO CE-R.
       CE-FIN.
           CLOSE EXT.
           CLOSE IMPU ABIE.
           MOVE "R" TO ABIERT-FUN.
           CALL "ABIERT" USING ABIERT-PAR.
           OPEN I-O IMPU.
           OPEN I-O ABIE.
           PERFORM CE-PROPIA THRU F-CE-PROPIA.
           PERFORM CE-NUREC THRU F-CE-NUREC.
           MOVE "DELEG" TO BT-ARCHIVO.
           MOVE "CARGA" TO BT-ACCION.
           MOVE DE-NOM TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES BT-DESPUES.
           MOVE DE-CCLI TO BT-DESPUES (1:6).
           MOVE DE-CCUO TO BT-DESPUES (8:6).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "CLIENTES:" AT 1818.
           DISPLAY DE-CCLI AT 1828.
           DISPLAY "CUOTAS ABIERTAS:" AT 1836.
           DISPLAY DE-CCUO AT 1853.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1860 WITH PROMPT.
           GO TO ENCABEZA.

      *    CABECERA DE LA DELEGACION PEDIDA Y PIE CON LA CANTIDAD; EL
      *    NOMBRE Y EL RANGO QUEDAN EN REG-DELEG PARA EL REGISTRO 00.
       VERIFICA-EXT.
           MOVE "N" TO DE-OK.
           MOVE ZEROS TO DE-LEIDOS DE-PULT DE-PFECHA.
           READ EXT AT END GO TO F-VERIFICA-EXT.
           IF XH-TIPO NOT = "H" OR XH-DELEG NOT = DE-COD
               GO TO F-VERIFICA-EXT.
           MOVE XH-FECHA TO DE-PFECHA.
           MOVE XH-ULTREC TO DE-PULT.
           MOVE XH-NOMBRE TO DG-NOMBRE DE-NOMBRE.
           MOVE XH-DESDE TO DG-DESDE DE-DESDE.
           MOVE XH-HASTA TO DG-HASTA DE-HASTA.
       VE-R.
           READ EXT AT END GO TO F-VERIFICA-EXT.
           IF XT-TIPO NOT = "T"
               ADD 1 TO DE-LEIDOS
               GO TO VE-R.
           IF XT-CANT = DE-LEIDOS MOVE "S" TO DE-OK.
       F-VERIFICA-EXT.
           EXIT.

      *    REGISTRO 00: ESTA INSTALACION ES LA DELEGACION DE-COD. EL
      *    ULTIMO RECIBO ENVIADO NUNCA QUEDA POR DEBAJO DEL QUE CASA
      *    CENTRAL YA IMPORTO NI DEL COMIENZO DEL RANGO.
       CE-PROPIA.
           MOVE ZEROS TO DG-COD.
           MOVE "S" TO DE-HAY.
           READ DELEG KEY IS DG-COD
           INVALID KEY
               MOVE "N" TO DE-HAY
               MOVE ZEROS TO DG-ULTREC
               MOVE DE-PFECHA TO DG-FPAQ.
           MOVE ZEROS TO DG-COD.
           MOVE DE-COD TO DG-PROPIA.
           MOVE DE-NOMBRE TO DG-NOMBRE.
           MOVE DE-DESDE TO DG-DESDE.
           MOVE DE-HASTA TO DG-HASTA.
           MOVE DE-PFECHA TO DG-FEXT.
           IF DG-ULTREC < DE-PULT MOVE DE-PULT TO DG-ULTREC.
           IF DG-ULTREC < DG-DESDE
               COMPUTE DG-ULTREC = DG-DESDE - 1.
           IF DE-HAY = "N"
               WRITE REG-DELEG INVALID KEY CONTINUE
           ELSE
               REWRITE REG-DELEG INVALID KEY CONTINUE.
           MOVE DE-COD TO DE-PROPIA.
           MOVE DG-ULTREC TO DE-ULTREC.
       F-CE-PROPIA.
           EXIT.

       CE-NUREC.
           MOVE 1 TO NR-CLAVE.
           READ NUREC KEY IS NR-CLAVE
           INVALID KEY
               MOVE 1 TO NR-CLAVE
               COMPUTE NR-PROX = DE-ULTREC + 1
               WRITE REG-NUREC INVALID KEY CONTINUE END-WRITE
               GO TO CEN-TOPE.
           IF NR-PROX NOT > DE-ULTREC
               COMPUTE NR-PROX = DE-ULTREC + 1.
           REWRITE REG-NUREC INVALID KEY CONTINUE.
       CEN-TOPE.
           MOVE 2 TO NR-CLAVE.
           READ NUREC KEY IS NR-CLAVE
           INVALID KEY
               MOVE 2 TO NR-CLAVE
               MOVE DE-HASTA TO NR-PROX
               WRITE REG-NUREC INVALID KEY CONTINUE END-WRITE
               GO TO F-CE-NUREC.
           MOVE DE-HASTA TO NR-PROX.
           REWRITE REG-NUREC INVALID KEY CONTINUE.
       F-CE-NUREC.
           EXIT.

      *    EN CASA CENTRAL HAY DELEGACIONES DADAS DE ALTA.
       HAY-DELEG.
           MOVE "N" TO DE-HAY.
           MOVE 1 TO DG-COD.
           START DELEG KEY IS NOT LESS THAN DG-COD
           INVALID KEY GO TO F-HAY-DELEG.
           READ DELEG NEXT RECORD AT END GO TO F-HAY-DELEG.
           MOVE "S" TO DE-HAY.
       F-HAY-DELEG.
           EXIT.

       LEER-PROPIA.
           MOVE ZEROS TO DE-PROPIA.
           MOVE ZEROS TO DG-COD.
           READ DELEG KEY IS DG-COD
           INVALID KEY GO TO F-LEER-PROPIA.
           MOVE DG-PROPIA TO DE-PROPIA.
       F-LEER-PROPIA.
           EXIT.

      *    NUMERO DE SECUENCIA DE LA LINEA DE PAGO, COMO EN PAGOS.
       CALCULA-SEC.
           MOVE REG-CIM TO DE-SCIM.
           MOVE REG-FEC TO DE-SFEC.
           MOVE ZEROS TO DE-SCONT.
           MOVE ZEROS TO REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO CS-FIN.
       CS-R.
           READ RPAGOS NEXT RECORD AT END GO TO CS-FIN.
           IF REG-CIM NOT = DE-SCIM GO TO CS-FIN.
           IF REG-FEC NOT = DE-SFEC GO TO CS-FIN.
           ADD 1 TO DE-SCONT.
           GO TO CS-R.
       CS-FIN.
           MOVE DE-PAG TO REG-PAG.
           MOVE DE-SCONT TO REG-SEC.
       F-CALCULA-SEC.
           EXIT.

      *    TOTALES CORRIENTES (ARTOTAL), COMO EN PAGOS.
       SUMA-TOTAL.
           MOVE DE-TCLI TO TO-CLI.
           MOVE DE-TTIP TO TO-TIP.
           MOVE DE-TPER TO TO-PER.
           READ TOTAL KEY IS TO-CLAVE
           INVALID KEY
               MOVE DE-TCLI TO TO-CLI
               MOVE DE-TTIP TO TO-TIP
               MOVE DE-TPER TO TO-PER
               MOVE ZEROS TO TO-EMIT TO-COB TO-SALDO
               WRITE REG-TOTAL INVALID KEY CONTINUE.
           ADD DE-TCOB TO TO-COB.
           COMPUTE TO-SALDO = TO-EMIT - TO-COB.
           REWRITE REG-TOTAL INVALID KEY CONTINUE.
           MOVE ZEROS TO DE-TCOB.
       F-SUMA-TOTAL.
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

       AVISO.
           DISPLAY DE-MSG AT 2318 WITH FOREGROUND-COLOR 4.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2370 WITH PROMPT.
           MOVE SPACES TO DE-MSG.
           DISPLAY DE-MSG AT 2318.
       F-AVISO.
           EXIT.

       FMT-FECHA.
           MOVE DE-F8D TO DE-FED.
           MOVE DE-F8M TO DE-FEM.
           MOVE DE-F8A TO DE-FEA.
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
           CLOSE CONTRI IMPU RPAGOS RECI NUREC CIERR CHEQ TOTAL DELEG
                 DLCIE BITA ABIE.
           CHAIN "MENU".
           STOP RUN.

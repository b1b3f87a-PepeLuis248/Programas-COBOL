                  RECORD KEY IS DB-CLI
                  FILE STATUS IS DB-STATUS.

           SELECT REFC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS RF-CLI
                  ALTERNATE RECORD IS RF-NRO
                  FILE STATUS IS RF-STATUS.

           SELECT PADR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS ND-CLAVE
                  FILE STATUS IS ND-STATUS.

           SELECT SALDOF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS SF-CLI
                  FILE STATUS IS SF-STATUS.

           SELECT JUICIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JU-NRO
                  ALTERNATE RECORD IS JU-CLI
                  WITH DUPLICATES
                  FILE STATUS IS JU-STATUS.

           SELECT GEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS GE-CLAVE
                  FILE STATUS IS GE-STATUS.

           SELECT COND ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CN-CLAVE
                  FILE STATUS IS CN-STATUS.

           SELECT POST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PO-CLI
                  FILE STATUS IS PO-STATUS.

           SELECT ENVE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS EV-CLI
                  FILE STATUS IS EV-STATUS.

           SELECT DOCU ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DO-CLAVE
                  FILE STATUS IS DO-STATUS.

           SELECT OPMAE ASSIGN TO DISK
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

           SELECT CAE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CA-CLAVE
                  FILE STATUS IS CA-STATUS.

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

           03 DB-ALTA           PIC X(8).
           03 DB-EST            PIC X.

       FD  REFC LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARREFC"
           DATA RECORD IS REG-REFC.

       01  REG-REFC.
           03 RF-CLI            PIC X(25).
           03 RF-NRO            PIC 9(8).
           03 RF-ALTA           PIC X(8).

       FD  PADR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPADR"
           DATA RECORD IS REG-PADR.
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

      *    RECLAMOS POR CUOTA: MIENTRAS UN RECLAMO ESTA ABIERTO
      *    (INGRESADO O EN ANALISIS) LA CUOTA NO SE INTIMA Y SU
           03 ND-CLAVE          PIC 9.
           03 ND-PROX           PIC 9(6).

      *    SALDO A FAVOR POR CLIENTE (LO MANEJA PAGOS).
       FD  SALDOF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSALDO"
           DATA RECORD IS REG-SALDOF.

       01  REG-SALDOF.
           03 SF-CLI             PIC X(25).
           03 SF-SALDO           PIC 9(11)V99.

      *    JUICIOS DE APREMIO (LOS MANEJA JUDIC).
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

      *    CONTACTOS DE COBRANZA Y PROMESAS DE PAGO (GESCOB).
       FD  GEST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARGEST"
           DATA RECORD IS REG-GEST.

       01  REG-GEST.
           03 GE-CLAVE.
              05 GE-CLI          PIC X(25).
              05 GE-SEC          PIC 999.
           03 GE-FECHA           PIC 9(8).
           03 GE-CANAL           PIC X.
           03 GE-RES             PIC 9.
           03 GE-PMONTO          PIC 9(11)V99.
           03 GE-PFECHA          PIC 9(8).
           03 GE-PEST            PIC X.
           03 GE-PAGADO          PIC 9(11)V99.
           03 GE-PROX            PIC 9(8).
           03 GE-OPER            PIC X(10).
           03 GE-OBS             PIC X(40).

      *    CONDOMINOS DE UN INMUEBLE, CON SU PORCENTAJE (VER CONDOM).
       FD  COND LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCOND"
           DATA RECORD IS REG-COND.

       01  REG-COND.
           03 CN-CLAVE.
              05 CN-CLI         PIC X(25).
              05 CN-SEC         PIC 9.
           03 CN-NOMBRE         PIC X(25).
           03 CN-DOMIC          PIC X(25).
           03 CN-PORC           PIC 9(3)V99.

      *    DOMICILIO POSTAL DEL CLIENTE, CON LA OBSERVACION QUE DEJA
      *    UNA PIEZA DEVUELTA O CON DOMICILIO INEXISTENTE (VER DOMPOS).
       FD  POST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPOST"
           DATA RECORD IS REG-POST.

       01  REG-POST.
           03 PO-CLI            PIC X(25).
           03 PO-CALLE          PIC X(30).
           03 PO-LOCAL          PIC X(25).
           03 PO-CP             PIC X(8).
           03 PO-PROV           PIC X(20).
           03 PO-OBS            PIC X.
           03 PO-FOBS           PIC 9(8).
           03 PO-MANI           PIC 9(6).

      *    CANAL ELECTRONICO DEL CLIENTE: BLANCO = PAPEL, M = CORREO
      *    ELECTRONICO, S = MENSAJE DE TEXTO, CON LA FECHA DEL
      *    CONSENTIMIENTO Y LA MARCA DE REBOTE (VER ENVELE).
       FD  ENVE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARENVE"
           DATA RECORD IS REG-ENVE.

       01  REG-ENVE.
           03 EV-CLI            PIC X(25).
           03 EV-CANAL          PIC X.
           03 EV-MAIL           PIC X(50).
           03 EV-CEL            PIC X(15).
           03 EV-FALTA          PIC 9(8).
           03 EV-REB            PIC X.
           03 EV-FREB           PIC 9(8).

      *    DOCUMENTOS RESPALDATORIOS POR CLIENTE (ESCRITURAS, DNI,
      *    RESOLUCIONES). DO-VTO = 0 SIN VENCIMIENTO. DO-UBIC ES LA
      *    UBICACION DEL PAPEL O EL NOMBRE DEL ARCHIVO ESCANEADO.
      *    DO-VIN/DO-VREF LO VINCULAN A LO QUE RESPALDA: E=EXENCION
      *    (TIPO DE VTO), P=PLAN, J=JUICIO, R=RECLAMO, BLANCO=NINGUNO.
       FD  DOCU LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDOCU"
           DATA RECORD IS REG-DOCU.

       01  REG-DOCU.
           03 DO-CLAVE.
              05 DO-CLI          PIC X(25).
              05 DO-SEC          PIC 999.
           03 DO-TIPO            PIC X(3).
           03 DO-NRO             PIC X(15).
           03 DO-FECHA           PIC 9(8).
           03 DO-VTO             PIC 9(8).
           03 DO-UBIC            PIC X(40).
           03 DO-VIN             PIC X.
           03 DO-VREF            PIC X(10).
           03 DO-OPER            PIC X(10).
           03 DO-FALTA           PIC 9(8).

       FD  OPMAE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPMAE"
           DATA RECORD IS REG-OPMAE.
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

      *    COLA DE AUTORIZACION ELECTRONICA (LA PROCESA FACTEL): CADA
      *    NOTA DE DEBITO O CREDITO EMITIDA ENTRA PENDIENTE.
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
       77  OPC                   PIC XX VALUE SPACES.
       77  CA-STATUS             PIC XX VALUE SPACES.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  DC-STATUS             PIC XX VALUE SPACES.
       77  ND-STATUS             PIC XX VALUE SPACES.
       77  ZO-STATUS             PIC XX VALUE SPACES.
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  ZONA-COD              PIC 999 VALUE ZEROS.
       77  RU-VECINO             PIC X(25) VALUE SPACES.
       77  RU-VRUTA              PIC 9(5) VALUE ZEROS.
       77  RU-SIGUE              PIC 9(5) VALUE ZEROS.
       77  RU-RUTA               PIC 9(5) VALUE ZEROS.
       77  CAT-CLI               PIC X VALUE SPACE.
       77  FT-A                  PIC 9(3) VALUE ZEROS.
       77  FT-B                  PIC 9(3) VALUE ZEROS.
       77  SU-CLA                PIC X(8) VALUE SPACES.
       77  SU-OK                 PIC X VALUE "N".
       77  SU-MOTIVO             PIC X(20) VALUE SPACES.
       77  SF-STATUS             PIC XX VALUE SPACES.
       77  JU-STATUS             PIC XX VALUE SPACES.
       77  GE-STATUS             PIC XX VALUE SPACES.
       77  TI-PROP               PIC X(25) VALUE SPACES.
       77  TI-HIST               PIC X(25) VALUE SPACES.
       77  TI-CON                PIC X(91) VALUE SPACES.
       77  TI-NOM                PIC X(25) VALUE SPACES.
       77  TI-DOM                PIC X(25) VALUE SPACES.
       77  TI-TEL                PIC X(15) VALUE SPACES.
       77  TI-CORTE              PIC 9(8) VALUE ZEROS.
       77  TI-VEN                PIC 9(8) VALUE ZEROS.
       77  TI-DEUDA              PIC X VALUE "N".
       77  TI-ESTA               PIC X VALUE "N".
       77  TI-SUP                PIC X(10) VALUE SPACES.
       77  TI-CCUO               PIC 9(5) VALUE ZEROS.
       77  TI-CPAG               PIC 9(5) VALUE ZEROS.
       77  TI-IMPE               PIC S9(11)V99 VALUE ZEROS.
       77  TI-IMPC               PIC S9(11)V99 VALUE ZEROS.
       77  TI-PLCANT             PIC 99 VALUE ZEROS.
       77  TI-PLIND              PIC 99 VALUE ZEROS.
      *    TIPOS DE LOS PLANES DE PAGO DEL TITULAR ANTERIOR: SUS
      *    CUOTAS SE VAN CON EL PLAN AUNQUE VENZAN DESPUES DEL CORTE.
       01  TI-PLTAB.
           03 TI-PLTIP           PIC 9(3) OCCURS 20 TIMES.
       01  TI-F1                 PIC 9(6) VALUE ZEROS.
       01  TI-F1-R REDEFINES TI-F1.
           03 TI-DD              PIC 99.
           03 TI-MM              PIC 99.
           03 TI-AA2             PIC 99.
       01  TIL1.
           03 F PIC X(36) VALUE "CERTIFICADO DE CAMBIO DE TITULARIDAD".
       01  TIL2.
           03 F                  PIC X(09) VALUE "CLIENTE: ".
           03 TIL-PROP           PIC X(25).
           03 F                  PIC X(18) VALUE "  FECHA DE CORTE: ".
           03 TIL-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 TIL-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 TIL-AA             PIC 9999.
       01  TIL3.
           03 F                  PIC X(18) VALUE "TITULAR ANTERIOR: ".
           03 TIL-NOMA           PIC X(25).
           03 F                  PIC X(18) VALUE "  NRO HISTORICO: ".
           03 TIL-HIST           PIC X(25).
       01  TIL4.
           03 F                  PIC X(18) VALUE "NUEVO TITULAR...: ".
           03 TIL-NOMN           PIC X(25).
           03 F                  PIC XX VALUE SPACES.
           03 TIL-DOMN           PIC X(25).
       01  TIL5.
           03 F PIC X(30) VALUE "CUOTAS QUE QUEDAN AL ANTERIOR:".
           03 TIL-CCUO           PIC ZZZZ9.
           03 F                  PIC X(09) VALUE "  PAGOS: ".
           03 TIL-CPAG           PIC ZZZZ9.
       01  TIL6.
           03 F                  PIC X(12) VALUE "SITUACION: ".
           03 TIL-SIT            PIC X(32).
           03 TIL-SUP            PIC X(10).
       01  TIL7.
           03 F                  PIC X(10) VALUE "OPERADOR: ".
           03 TIL-OPE            PIC X(10).
           03 F                  PIC X(09) VALUE "  FECHA: ".
           03 TIL-FDD            PIC 99.
           03 F                  PIC X VALUE "/".
           03 TIL-FMM            PIC 99.
           03 F                  PIC X VALUE "/".
           03 TIL-FAA            PIC 9999.
       01  NDC-F1                PIC 9(6) VALUE ZEROS.
       01  NDC-F1-R REDEFINES NDC-F1.
           03 NDC-DD             PIC 99.
       77  EX-STATUS             PIC XX VALUE SPACES.
       77  FU-DEST               PIC X(25) VALUE SPACES.
       77  FU-DUP                PIC X(25) VALUE SPACES.
       77  FU-SAVE               PIC X(150) VALUE SPACES.
       77  FU-MOV                PIC 9(5) VALUE ZEROS.
       77  FU-COLI               PIC 9(5) VALUE ZEROS.
       77  FU-CUR                PIC 9(7) VALUE ZEROS.
       77  HAY-HIST              PIC X VALUE "N".
       77  TD-STATUS             PIC XX VALUE SPACES.
       77  FU-CUR3               PIC 9(3) VALUE ZEROS.
       77  FU-GSEC               PIC 9(3) VALUE ZEROS.
       77  DB-STATUS             PIC XX VALUE SPACES.
       77  RF-STATUS             PIC XX VALUE SPACES.
       77  PA-STATUS             PIC XX VALUE SPACES.
       77  AH-STATUS             PIC XX VALUE SPACES.
       77  NT-STATUS             PIC XX VALUE SPACES.
           03 NT-MM-S            PIC 99.
           03 F                  PIC X VALUE SPACES.
           03 NT-TXT-S           PIC X(60).
       77  CN-STATUS             PIC XX VALUE SPACES.
       77  CN-LIN                PIC 99 VALUE ZEROS.
       77  CN-TOT                PIC 9(4)V99 VALUE ZEROS.
       77  CN-TOT-E              PIC ZZZ9.99.
       77  CN-NOM-N              PIC X(25) VALUE SPACES.
       77  CN-DOM-N              PIC X(25) VALUE SPACES.
       77  CN-PORC-N             PIC 9(3)V99 VALUE ZEROS.
       77  PO-STATUS             PIC XX VALUE SPACES.
       77  PO-CALLE-N            PIC X(30) VALUE SPACES.
       77  PO-LOCAL-N            PIC X(25) VALUE SPACES.
       77  PO-CP-N               PIC X(8) VALUE SPACES.
       77  PO-PROV-N             PIC X(20) VALUE SPACES.
       77  PO-EXISTE             PIC X VALUE "N".
       77  EV-STATUS             PIC XX VALUE SPACES.
       77  EV-EXISTE             PIC X VALUE "N".
       77  DO-STATUS             PIC XX VALUE SPACES.
       77  DO-ULTSEC             PIC 999 VALUE ZEROS.
       77  DO-LIN                PIC 99 VALUE ZEROS.
       77  DO-ALIN               PIC 99 VALUE ZEROS.
       77  DO-ACOL               PIC 99 VALUE ZEROS.
       77  DO-HOY                PIC 9(8) VALUE ZEROS.
       77  DO-LIMITE             PIC 9(8) VALUE ZEROS.
       77  DO-RES                PIC X VALUE "S".
       77  DO-MSG                PIC X(31) VALUE SPACES.
       77  DO-CANT               PIC 9(5) VALUE ZEROS.
       01  DO-TIPREF.
           03 DO-TIPN            PIC 999.
       01  DO-FTMP               PIC 9(8) VALUE ZEROS.
       01  DO-FTMP-R REDEFINES DO-FTMP.
           03 DO-FT-AAAA         PIC 9(4).
           03 DO-FT-MM           PIC 99.
           03 DO-FT-DD           PIC 99.
       01  DO-FED.
           03 DO-FE-DD           PIC 99.
           03 F                  PIC X VALUE "/".
           03 DO-FE-MM           PIC 99.
           03 F                  PIC X VALUE "/".
           03 DO-FE-AAAA         PIC 9(4).
       01  DO-RENG.
           03 DO-SEC-S           PIC ZZ9.
           03 F                  PIC X VALUE SPACES.
           03 DO-TIPO-S          PIC X(3).
           03 F                  PIC X VALUE SPACES.
           03 DO-NRO-S           PIC X(15).
           03 F                  PIC X VALUE SPACES.
           03 DO-VTO-S           PIC X(10).
           03 DO-MARCA-S         PIC X.
           03 F                  PIC X VALUE SPACES.
           03 DO-VIN-S           PIC X.
           03 F                  PIC X VALUE SPACES.
           03 DO-VREF-S          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 DO-UBIC-S          PIC X(26).
       01  DO-TITU.
           03 F PIC X(37)
              VALUE "DOCUMENTOS RESPALDATORIOS QUE VENCEN ".
           03 F PIC X(06) VALUE "DESDE ".
           03 DO-TDES            PIC X(10).
           03 F PIC X(07) VALUE " HASTA ".
           03 DO-THAS            PIC X(10).
       01  DO-CABE.
           03 F PIC X(27) VALUE "CLIENTE                    ".
           03 F PIC X(26) VALUE "NOMBRE                    ".
           03 F PIC X(20) VALUE "TIPO NUMERO         ".
           03 F PIC X(11) VALUE "VENCE      ".
           03 F PIC X(13) VALUE "VINCULO      ".
           03 F PIC X(19) VALUE "UBICACION / ARCHIVO".
       01  DO-LLIS.
           03 DO-L-CLI           PIC X(25).
           03 F                  PIC XX VALUE SPACES.
           03 DO-L-NOM           PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 DO-L-TIPO          PIC X(3).
           03 F                  PIC XX VALUE SPACES.
           03 DO-L-NRO           PIC X(15).
           03 F                  PIC X VALUE SPACES.
           03 DO-L-VTO           PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 DO-L-VIN           PIC X.
           03 F                  PIC X VALUE SPACES.
           03 DO-L-VREF          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 DO-L-UBIC          PIC X(40).
       77  EV-CANAL-N            PIC X VALUE SPACES.
       77  EV-MAIL-N             PIC X(50) VALUE SPACES.
       77  EV-CEL-N              PIC X(15) VALUE SPACES.
       77  EV-ARROBA             PIC 99 VALUE ZEROS.
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
       01  CN-RENG.
           03 CN-SEC-S           PIC 9.
           03 F                  PIC XX VALUE SPACES.
           03 CN-NOM-S           PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 CN-DOM-S           PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 CN-PORC-S          PIC ZZ9.99.
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
       77  EX-PORC-AC            PIC Z9.99 VALUE ZEROS.
       01  EV-F1                 PIC 9(6) VALUE ZEROS.
       01  EV-F1-R REDEFINES EV-F1.
       77  SNAP-CON              PIC X(80) VALUE SPACES.
       77  SNAP-IMP              PIC X(80) VALUE SPACES.
       77  SNAP-CODI             PIC X(80) VALUE SPACES.
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
           03 F                  PIC X VALUE "-".
           03 SB-CODI            PIC X(15) VALUE SPACES.

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
              05 F               PIC X(10) VALUE "ARHDEIM 02".
              05 F               PIC X(10) VALUE "ARPLAN  02".
              05 F               PIC X(10) VALUE "AREXEN  02".
              05 F               PIC X(10) VALUE "ARPADR  02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(10) VALUE "ARJUICIO02".
              05 F               PIC X(10) VALUE "ARCLIDA 02".
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

       SCREEN SECTION.

       01  MENU-CARGA.
              VALUE "12-SUSP.MAS. 13-REACT.".
           03 LINE 25 COLUMN 28
              VALUE "14-RECLAMOS".
           03 LINE 24 COLUMN 28
              VALUE "15-CAMBIO TITULAR".
           03 LINE 23 COLUMN 28
              VALUE "16-CONDOMINIO".
           03 LINE 22 COLUMN 28
              VALUE "17-DOMIC. POSTAL".
           03 LINE 21 COLUMN 28
              VALUE "18-ENVIO ELECTR.".
           03 LINE 20 COLUMN 28
              VALUE "19-DOCUMENTOS".
           03 LINE 19 COLUMN 28 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "INGRESE OPCION:      ".


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
           OPEN I-O RPAGOS.
           OPEN I-O CIERR.
               OPEN OUTPUT NOTDC
               CLOSE NOTDC
               OPEN I-O NOTDC.
           OPEN I-O CAE.
           IF CA-STATUS NOT = "00"
               OPEN OUTPUT CAE
               CLOSE CAE
               OPEN I-O CAE.
           OPEN I-O ZONA.
           IF ZO-STATUS NOT = "00"
               OPEN OUTPUT ZONA
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
           OPEN I-O COND.
           IF CN-STATUS NOT = "00"
               OPEN OUTPUT COND
               CLOSE COND
               OPEN I-O COND.
           OPEN I-O POST.
           IF PO-STATUS NOT = "00"
               OPEN OUTPUT POST
               CLOSE POST
               OPEN I-O POST.
           OPEN I-O ENVE.
           IF EV-STATUS NOT = "00"
               OPEN OUTPUT ENVE
               CLOSE ENVE
               OPEN I-O ENVE.
           OPEN I-O DOCU.
           IF DO-STATUS NOT = "00"
               OPEN OUTPUT DOCU
               CLOSE DOCU
               OPEN I-O DOCU.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM AVISO-FPROC THRU F-AVISO-FPROC.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.
       ENCABEZA.
           CALL "CALEN" USING B.
           IF OPC = "12" GO TO SUSMAS.
           IF OPC = "13" GO TO REACTIVA.
           IF OPC = "14" GO TO RECLAMOS.
           IF OPC = "15" GO TO TITULAR.
           IF OPC = "16" GO TO CONDOMINIO.
           IF OPC = "17" GO TO DOMPOSTAL.
           IF OPC = "18" GO TO ENVELEC.
           IF OPC = "19" GO TO DOCUMENTOS.
           GO TO MENU.

       CON.
           DISPLAY DOMICILIO AT 1134.
           DISPLAY TELEFONO AT 1334.
           DISPLAY EST-CON AT 1534.
           MOVE SPACES TO RU-VECINO.
           MOVE ZEROS TO RU-VRUTA.
           MOVE ZEROS TO ZONA-COD.
           MOVE NUM-CO TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           IF EST-CON NOT = "A" AND EST-CON NOT = "S"
               AND EST-CON NOT = "J" GO TO D6.
       D6Z.
           MOVE SPACES TO RU-VECINO.
           MOVE ZEROS TO RU-VRUTA.
           MOVE ZEROS TO ZONA-COD.
           ACCEPT ZONA-COD AT 1634 WITH PROMPT.
           IF ZONA-COD = ZEROS GO TO F-D6Z.
               DISPLAY "                 " AT 1639
               GO TO D6Z.
           DISPLAY ZO-DESC AT 1639.
      *    UBICACION EN EL RECORRIDO: DESPUES DE QUE CLIENTE DE LA ZONA
      *    SE LO VISITA (EN BLANCO = QUEDA DONDE ESTABA, O AL FINAL SI
      *    CAMBIO DE ZONA).
       D6V.
           DISPLAY "VISITA DESPUES DE....:" AT 1410.
           MOVE SPACES TO RU-VECINO.
           ACCEPT RU-VECINO AT 1434 WITH PROMPT.
           IF RU-VECINO = SPACES GO TO F-D6Z.
           MOVE RU-VECINO TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY MOVE ZEROS TO CD-ZONA.
           IF CD-ZONA NOT = ZONA-COD OR RU-VECINO = NUM-CO
               DISPLAY "NO ES DE LA ZONA" AT 1460
               WITH FOREGROUND-COLOR 3
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1477 WITH PROMPT
               DISPLAY "                    " AT 1460
               GO TO D6V.
           MOVE CD-RUTA TO RU-VRUTA.
       F-D6Z.
           EXIT.
       D6C.
           CLOSE CONTRI.
           OPEN I-O CONTRI.
           REWRITE REG-CON.
           PERFORM UBICA-RUTA THRU F-UBICA-RUTA.
           MOVE NUM-CO TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY
               MOVE NUM-CO TO CD-CLI
               MOVE ZONA-COD TO CD-ZONA
               MOVE CAT-CLI TO CD-CAT
               MOVE RU-RUTA TO CD-RUTA
               WRITE REG-CLIDA INVALID KEY CONTINUE
               END-WRITE
               GO TO GRABA-B.
           IF RU-VECINO NOT = SPACES OR CD-ZONA NOT = ZONA-COD
               MOVE RU-RUTA TO CD-RUTA.
           MOVE ZONA-COD TO CD-ZONA.
           MOVE CAT-CLI TO CD-CAT.
           REWRITE REG-CLIDA.
           MOVE SNAP-CON TO BT-ANTES.
           MOVE REG-CON TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
      *    SI SE CORRIGIO EL DOMICILIO Y EL CLIENTE NO TIENE CALLE
      *    POSTAL, LA OBSERVACION ERA SOBRE ESTE DOMICILIO Y SE BORRA.
           IF SNAP-CON (51:25) NOT = DOMICILIO
               MOVE NUM-CO TO PO-CLI
               READ POST KEY IS PO-CLI
               INVALID KEY CONTINUE
               END-READ
               IF PO-STATUS = "00" AND PO-CALLE = SPACES
                   DELETE POST INVALID KEY CONTINUE.
           GO TO CON-D.
       MODIF.
           DISPLAY PANTALLA-MODI.
               AT 2203
           IF SU-OK NOT = "S" GO TO CON-D1.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "MODI" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE SPACES TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DELETE IMPU INVALID KEY GO TO CON-D1.
           PERFORM BORRA-ABIE THRU F-BORRA-ABIE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
       BAJA6.
           GO TO CON-D1.

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

       BL.
           MOVE 9 TO LI.
           MOVE 59 TO CL.
           GO TO EXENC.
           DISPLAY NOMBRE AT 1018.
       EXE-TIP.
           DISPLAY "                               " AT 1518.
           DISPLAY "TIPO (0=OTRO CLIENTE):" AT 1218.
           MOVE ZEROS TO EX-TIP.
           ACCEPT EX-TIP AT 1241 WITH PROMPT.
           DISPLAY EX-PORC-AC AT 1436.
           DISPLAY "VTO:" AT 1444.
           DISPLAY EX-VTO AT 1449.
           MOVE 15 TO DO-ALIN.
           MOVE 18 TO DO-ACOL.
           PERFORM DOC-AVISO THRU F-DOC-AVISO.
       EXE-OP.
           DISPLAY "P=PORCENTAJE  B=BAJA  ENTER=OTRO TIPO" AT 1618
           WITH FOREGROUND-COLOR 4.
           MOVE REG-EXEN TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "            " AT 1718.
           MOVE 15 TO DO-ALIN.
           MOVE 18 TO DO-ACOL.
           PERFORM DOC-AVISO THRU F-DOC-AVISO.
           IF DO-RES NOT = "S"
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1550 WITH PROMPT.
           GO TO EXE-TIP.
       EXE-BAJA.
           MOVE CONT1 TO EX-CLI.
           DISPLAY EX-TIP AT 1209.
           DISPLAY "VTO:" AT 1215.
           DISPLAY EX-VTO AT 1220.
           MOVE 12 TO DO-ALIN.
           MOVE 30 TO DO-ACOL.
           PERFORM DOC-AVISO THRU F-DOC-AVISO.
       RV-OP.
           DISPLAY "R=RENUEVA  B=BAJA  ENTER=SALTA:" AT 1303.
           MOVE SPACES TO OPC.
       RV-SIGUE.
           DISPLAY "                                                  "
               AT 1103.
           DISPLAY "                                                  "
               AT 1203.
           GO TO RV-R.
       RV-F.
           IF RV-CARTAS = "S" CLOSE IMPRE.
           IF NT-TEXTO = SPACES GO TO NOT-OP.
           MOVE CONT1 TO NT-CLI.
           COMPUTE NT-SEC = NT-ULTSEC + 1.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA-BITA.
           MOVE DD-BITA TO NT-DD.
           MOVE MM-BITA TO NT-MM.
           MOVE AA-BITA TO AA-VENT.
           DISPLAY NOMBRE AT 0803.
           GO TO NOT-LISTA.

      *    DOCUMENTOS RESPALDATORIOS POR CLIENTE: TIPO, NUMERO, FECHA,
      *    VENCIMIENTO, UBICACION O ARCHIVO ESCANEADO Y LO QUE
      *    RESPALDAN. EXENCIONES Y REVALIDACION AVISAN CUANDO UNA
      *    EXENCION NO TIENE DOCUMENTO O EL DOCUMENTO ESTA VENCIDO.
      *    V LISTA LOS QUE VENCEN EN EL PROXIMO MES.
       DOCUMENTOS.
           PERFORM ENCABEZA.
           DISPLAY "DOCUMENTOS - NRO DE CLIENTE (V=POR VENCER):"
               AT 0803.
           MOVE SPACES TO CONT1.
           ACCEPT CONT1 AT 0847 WITH PROMPT.
           IF CONT1 = SPACES GO TO ENCABEZA.
           IF CONT1 = "V" GO TO DOC-VENCEN.
           MOVE CONT1 TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INCORRECTO" AT 1003
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1022 WITH PROMPT
           DISPLAY "                   " AT 1003
           GO TO DOCUMENTOS.
           PERFORM DOC-HOY THRU F-DOC-HOY.
           PERFORM ENCABEZA.
           DISPLAY NOMBRE AT 0803.
       DOC-LISTA.
           MOVE ZEROS TO DO-ULTSEC.
           MOVE 9 TO DO-LIN.
           DISPLAY "NRO TIP NUMERO          VENCE       VINCULO"
               AT 0903 WITH FOREGROUND-COLOR 4.
           DISPLAY "UBICACION / ARCHIVO" AT 0951
               WITH FOREGROUND-COLOR 4.
           MOVE CONT1 TO DO-CLI.
           MOVE ZEROS TO DO-SEC.
           START DOCU KEY IS NOT LESS THAN DO-CLAVE
           INVALID KEY GO TO DOC-OP.
       DOC-R.
           READ DOCU NEXT RECORD AT END GO TO DOC-OP.
           IF DO-CLI NOT = CONT1 GO TO DOC-OP.
           MOVE DO-SEC TO DO-SEC-S.
           MOVE DO-SEC TO DO-ULTSEC.
           MOVE DO-TIPO TO DO-TIPO-S.
           MOVE DO-NRO TO DO-NRO-S.
           MOVE SPACES TO DO-VTO-S.
           MOVE SPACE TO DO-MARCA-S.
           IF DO-VTO NOT = ZEROS
               MOVE DO-VTO TO DO-FTMP
               PERFORM DOC-EDITA THRU F-DOC-EDITA
               MOVE DO-FED TO DO-VTO-S
               IF DO-VTO < DO-HOY
                   MOVE "*" TO DO-MARCA-S.
           MOVE DO-VIN TO DO-VIN-S.
           MOVE DO-VREF TO DO-VREF-S.
           MOVE DO-UBIC TO DO-UBIC-S.
           ADD 1 TO DO-LIN.
           IF DO-LIN < 21
               DISPLAY (DO-LIN, 3) DO-RENG.
           GO TO DOC-R.
       DOC-OP.
           DISPLAY "* = VENCIDO" AT 2103 WITH FOREGROUND-COLOR 6.
           DISPLAY "A=AGREGA  B=BAJA  ENTER=OTRO CLIENTE" AT 2203
           WITH FOREGROUND-COLOR 4.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2240 WITH PROMPT.
           DISPLAY "                                     " AT 2203.
           IF OPC = "A" GO TO DOC-ALTA.
           IF OPC = "B" GO TO DOC-BAJA.
           GO TO DOCUMENTOS.
       DOC-ALTA.
           DISPLAY "E=EXENCION (REF=TIPO DE VTO)  P=PLAN  J=JUICIO"
               AT 2103 WITH FOREGROUND-COLOR 6.
           DISPLAY "R=RECLAMO" AT 2152 WITH FOREGROUND-COLOR 6.
       DOC-A-TIPO.
           DISPLAY "TIPO (ESC/DNI/RES/OTR):" AT 2203.
           MOVE SPACES TO DO-TIPO.
           ACCEPT DO-TIPO AT 2227 WITH PROMPT.
           IF DO-TIPO = SPACES GO TO DOC-A-FIN.
           IF DO-TIPO NOT = "ESC" AND DO-TIPO NOT = "DNI"
              AND DO-TIPO NOT = "RES" AND DO-TIPO NOT = "OTR"
               GO TO DOC-A-TIPO.
           DISPLAY "NUMERO:" AT 2232.
           MOVE SPACES TO DO-NRO.
           ACCEPT DO-NRO AT 2240 WITH PROMPT.
       DOC-A-FECHA.
           DISPLAY "FECHA (DDMMAA):" AT 2257.
           MOVE ZEROS TO EV-F1.
           ACCEPT EV-F1 AT 2273 WITH PROMPT.
           IF EV-F1 = ZEROS
               MOVE ZEROS TO DO-FECHA
           ELSE
               MOVE EV-AA2 TO AA-VENT
               PERFORM VENTANA-ANO THRU F-VENTANA-ANO
               COMPUTE DO-FECHA = ANO-VENT * 10000 + EV-MM2 * 100
                   + EV-DD2.
           DISPLAY "VENCE (DDMMAA, 0=SIN):" AT 2303.
           MOVE ZEROS TO EV-F1.
           ACCEPT EV-F1 AT 2326 WITH PROMPT.
           IF EV-F1 = ZEROS
               MOVE ZEROS TO DO-VTO
           ELSE
               MOVE EV-AA2 TO AA-VENT
               PERFORM VENTANA-ANO THRU F-VENTANA-ANO
               COMPUTE DO-VTO = ANO-VENT * 10000 + EV-MM2 * 100
                   + EV-DD2.
       DOC-A-VIN.
           DISPLAY "VINCULO E/P/J/R:" AT 2334.
           MOVE SPACE TO DO-VIN.
           ACCEPT DO-VIN AT 2351 WITH PROMPT.
           MOVE SPACES TO DO-VREF.
           IF DO-VIN = SPACE GO TO DOC-A-UBIC.
           IF DO-VIN NOT = "E" AND DO-VIN NOT = "P"
              AND DO-VIN NOT = "J" AND DO-VIN NOT = "R"
               GO TO DOC-A-VIN.
           DISPLAY "REF:" AT 2354.
           ACCEPT DO-VREF AT 2359 WITH PROMPT.
           IF DO-VREF = SPACES GO TO DOC-A-VIN.
      *    LA EXENCION SE IDENTIFICA POR EL TIPO DE VTO (3 DIGITOS).
           IF DO-VIN = "E"
               MOVE ZEROS TO DO-TIPN
               IF DO-VREF (1:3) NUMERIC
                   MOVE DO-VREF (1:3) TO DO-TIPN.
           IF DO-VIN = "E" AND DO-TIPN = ZEROS GO TO DOC-A-VIN.
           IF DO-VIN = "E"
               MOVE DO-TIPREF TO DO-VREF.
       DOC-A-UBIC.
           DISPLAY "UBICACION O ARCHIVO:" AT 2403.
           MOVE SPACES TO DO-UBIC.
           ACCEPT DO-UBIC AT 2424 WITH PROMPT.
           MOVE CONT1 TO DO-CLI.
           COMPUTE DO-SEC = DO-ULTSEC + 1.
           MOVE OPERADOR TO DO-OPER.
           MOVE DO-HOY TO DO-FALTA.
           WRITE REG-DOCU INVALID KEY REWRITE REG-DOCU.
           MOVE SPACES TO BT-ANTES.
           MOVE "DOCU" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE CONT1 TO BT-CLAVE.
           MOVE REG-DOCU TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       DOC-A-FIN.
           PERFORM ENCABEZA.
           DISPLAY NOMBRE AT 0803.
           GO TO DOC-LISTA.
       DOC-BAJA.
           DISPLAY "NRO DE DOCUMENTO:" AT 2303.
           MOVE ZEROS TO DO-SEC.
           ACCEPT DO-SEC AT 2321 WITH PROMPT.
           DISPLAY "                       " AT 2303.
           IF DO-SEC = ZEROS GO TO DOC-OP.
           MOVE CONT1 TO DO-CLI.
           READ DOCU KEY IS DO-CLAVE
           INVALID KEY GO TO DOC-OP.
           MOVE REG-DOCU TO BT-ANTES.
           DELETE DOCU INVALID KEY GO TO DOC-OP.
           MOVE "DOCU" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE CONT1 TO BT-CLAVE.
           MOVE SPACES TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           PERFORM ENCABEZA.
           DISPLAY NOMBRE AT 0803.
           GO TO DOC-LISTA.

      *    DOCUMENTOS QUE VENCEN ENTRE HOY Y EL MISMO DIA DEL MES QUE
      *    VIENE, POR IMPRESORA O EN DOCVTO.TXT.
       DOC-VENCEN.
           PERFORM DOC-HOY THRU F-DOC-HOY.
           MOVE DO-HOY TO DO-FTMP.
           ADD 1 TO DO-FT-MM.
           IF DO-FT-MM > 12
               MOVE 1 TO DO-FT-MM
               ADD 1 TO DO-FT-AAAA.
           MOVE DO-FTMP TO DO-LIMITE.
           PERFORM DOC-EDITA THRU F-DOC-EDITA.
           MOVE DO-FED TO DO-THAS.
           MOVE DO-HOY TO DO-FTMP.
           PERFORM DOC-EDITA THRU F-DOC-EDITA.
           MOVE DO-FED TO DO-TDES.
           DISPLAY "1=IMPRESORA  2=ARCHIVO DOCVTO.TXT  3=CANCELA"
               AT 1003 WITH FOREGROUND-COLOR 2.
       DOV-D.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1049 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO DOV-GO.
           IF OPC = "2" MOVE "DOCVTO.TXT" TO IMPRE-DEST GO TO DOV-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO DOV-D.
       DOV-GO.
           MOVE ZEROS TO DO-CANT.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM DO-TITU AFTER 1.
           WRITE RENGLON FROM DO-CABE AFTER 2.
           CLOSE DOCU.
           OPEN I-O DOCU.
       DOV-R.
           READ DOCU NEXT RECORD AT END GO TO DOV-F.
           IF DO-VTO = ZEROS GO TO DOV-R.
           IF DO-VTO < DO-HOY OR DO-VTO > DO-LIMITE GO TO DOV-R.
           MOVE DO-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE DO-CLI TO DO-L-CLI.
           MOVE NOMBRE TO DO-L-NOM.
           MOVE DO-TIPO TO DO-L-TIPO.
           MOVE DO-NRO TO DO-L-NRO.
           MOVE DO-VTO TO DO-FTMP.
           PERFORM DOC-EDITA THRU F-DOC-EDITA.
           MOVE DO-FED TO DO-L-VTO.
           MOVE DO-VIN TO DO-L-VIN.
           MOVE DO-VREF TO DO-L-VREF.
           MOVE DO-UBIC TO DO-L-UBIC.
           WRITE RENGLON FROM DO-LLIS AFTER 1.
           ADD 1 TO DO-CANT.
           GO TO DOV-R.
       DOV-F.
           CLOSE IMPRE.
           DISPLAY "DOCUMENTOS POR VENCER:" AT 1203.
           DISPLAY DO-CANT AT 1226.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1233 WITH PROMPT.
           GO TO ENCABEZA.

      *    AVISO EN PANTALLA (DO-ALIN, DO-ACOL) SI LA EXENCION EN
      *    REG-EXEN NO TIENE DOCUMENTO RESPALDATORIO O SI TODOS LOS
      *    QUE TIENE ESTAN VENCIDOS.
       DOC-AVISO.
           PERFORM DOC-VERIFICA THRU F-DOC-VERIFICA.
           IF DO-RES = "S" GO TO F-DOC-AVISO.
           IF DO-RES = "N"
               MOVE "SIN DOCUMENTO RESPALDATORIO" TO DO-MSG
           ELSE
               MOVE "DOCUMENTO RESPALDATORIO VENCIDO" TO DO-MSG.
           DISPLAY (DO-ALIN, DO-ACOL) DO-MSG.
       F-DOC-AVISO.
           EXIT.

      *    DO-RES: N = SIN DOCUMENTO, V = SOLO VENCIDOS, S = VIGENTE.
       DOC-VERIFICA.
           MOVE "N" TO DO-RES.
           PERFORM DOC-HOY THRU F-DOC-HOY.
           MOVE EX-TIP TO DO-TIPN.
           MOVE EX-CLI TO DO-CLI.
           MOVE ZEROS TO DO-SEC.
           START DOCU KEY IS NOT LESS THAN DO-CLAVE
           INVALID KEY GO TO F-DOC-VERIFICA.
       DVE-R.
           READ DOCU NEXT RECORD AT END GO TO F-DOC-VERIFICA.
           IF DO-CLI NOT = EX-CLI GO TO F-DOC-VERIFICA.
           IF DO-VIN NOT = "E" GO TO DVE-R.
           IF DO-VREF (1:3) NOT = DO-TIPREF GO TO DVE-R.
           IF DO-VTO = ZEROS OR DO-VTO NOT < DO-HOY
               MOVE "S" TO DO-RES
               GO TO F-DOC-VERIFICA.
           MOVE "V" TO DO-RES.
           GO TO DVE-R.
       F-DOC-VERIFICA.
           EXIT.

       DOC-HOY.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO DO-HOY.
       F-DOC-HOY.
           EXIT.

       DOC-EDITA.
           MOVE DO-FT-DD TO DO-FE-DD.
           MOVE DO-FT-MM TO DO-FE-MM.
           MOVE DO-FT-AAAA TO DO-FE-AAAA.
       F-DOC-EDITA.
           EXIT.

      *    CONDOMINIO: VARIOS DUE#OS DE UN MISMO INMUEBLE, CADA UNO
      *    CON SU PORCENTAJE. CUANDO SUMAN 100, AVISOS Y CUPONERAS
      *    SALEN UNA POR CONDOMINO CON SU PARTE, Y CAJA PREGUNTA QUIEN
      *    PAGA. MIENTRAS NO SUMEN 100 SE SIGUE FACTURANDO AL TITULAR.
       CONDOMINIO.
           PERFORM ENCABEZA.
           DISPLAY "CONDOMINIO - NRO DE CLIENTE:" AT 0803.
           MOVE SPACES TO CONT1.
           ACCEPT CONT1 AT 0832 WITH PROMPT.
           IF CONT1 = SPACES GO TO ENCABEZA.
           MOVE CONT1 TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INCORRECTO" AT 0862
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0881 WITH PROMPT
           DISPLAY "                   " AT 0862
           GO TO CONDOMINIO.
           DISPLAY NOMBRE AT 0803.
       CN-LISTA.
           MOVE ZEROS TO CN-TOT.
           MOVE 9 TO CN-LIN.
           DISPLAY "NRO NOMBRE                    DOMICILIO" AT 0903
           WITH FOREGROUND-COLOR 4.
           DISPLAY "%" AT 0963 WITH FOREGROUND-COLOR 4.
           MOVE CONT1 TO CN-CLI.
           MOVE ZERO TO CN-SEC.
           START COND KEY IS NOT LESS THAN CN-CLAVE
           INVALID KEY GO TO CN-TOTAL.
       CN-R.
           READ COND NEXT RECORD AT END GO TO CN-TOTAL.
           IF CN-CLI NOT = CONT1 GO TO CN-TOTAL.
           MOVE CN-SEC TO CN-SEC-S.
           MOVE CN-NOMBRE TO CN-NOM-S.
           MOVE CN-DOMIC TO CN-DOM-S.
           MOVE CN-PORC TO CN-PORC-S.
           ADD CN-PORC TO CN-TOT.
           ADD 1 TO CN-LIN.
           DISPLAY (CN-LIN, 3) CN-RENG.
           GO TO CN-R.
       CN-TOTAL.
           MOVE CN-TOT TO CN-TOT-E.
           DISPLAY "TOTAL:" AT 2050.
           DISPLAY CN-TOT-E AT 2059.
           IF CN-TOT NOT = ZEROS AND CN-TOT NOT = 100
               DISPLAY "NO SUMA 100: SE FACTURA AL TITULAR" AT 2103
               WITH FOREGROUND-COLOR 6.
       CN-OP.
           DISPLAY "A=ALTA/MODIFICA  B=BAJA  ENTER=OTRO CLIENTE" AT 2203
           WITH FOREGROUND-COLOR 4.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2248 WITH PROMPT.
           DISPLAY "                                            "
               AT 2203.
           IF OPC = "A" GO TO CN-ALTA.
           IF OPC = "B" GO TO CN-BAJA.
           GO TO CONDOMINIO.
       CN-ALTA.
           DISPLAY "NRO DE CONDOMINO (1-9):" AT 2303.
           MOVE ZERO TO CN-SEC.
           ACCEPT CN-SEC AT 2327 WITH PROMPT.
           IF CN-SEC = ZERO
               DISPLAY "                          " AT 2303
               GO TO CN-OP.
           MOVE CONT1 TO CN-CLI.
           READ COND KEY IS CN-CLAVE
           INVALID KEY
               MOVE SPACES TO CN-NOMBRE CN-DOMIC
               MOVE ZEROS TO CN-PORC.
           MOVE REG-COND TO BT-ANTES.
      *    EN UNA MODIFICACION, DEJAR UN DATO EN BLANCO (O EL
      *    PORCENTAJE EN CERO) CONSERVA EL QUE TENIA.
           DISPLAY CN-NOMBRE AT 2403.
           DISPLAY "NOMBRE:" AT 2303.
           MOVE SPACES TO CN-NOM-N.
           ACCEPT CN-NOM-N AT 2311 WITH PROMPT.
           IF CN-NOM-N NOT = SPACES MOVE CN-NOM-N TO CN-NOMBRE.
           IF CN-NOMBRE = SPACES GO TO CN-FIN.
           DISPLAY "                                       " AT 2303.
           DISPLAY "                          " AT 2403.
           DISPLAY CN-DOMIC AT 2403.
           DISPLAY "DOMICILIO:" AT 2303.
           MOVE SPACES TO CN-DOM-N.
           ACCEPT CN-DOM-N AT 2314 WITH PROMPT.
           IF CN-DOM-N NOT = SPACES MOVE CN-DOM-N TO CN-DOMIC.
           DISPLAY "                                       " AT 2303.
           DISPLAY "                          " AT 2403.
           MOVE CN-PORC TO CN-PORC-S.
           DISPLAY CN-PORC-S AT 2403.
           DISPLAY "PORCENTAJE:" AT 2303.
           MOVE ZEROS TO CN-PORC-N.
           ACCEPT CN-PORC-N AT 2315 WITH PROMPT.
           IF CN-PORC-N NOT = ZEROS MOVE CN-PORC-N TO CN-PORC.
           IF CN-PORC = ZEROS OR CN-PORC > 100 GO TO CN-FIN.
           MOVE CONT1 TO CN-CLI.
           WRITE REG-COND INVALID KEY REWRITE REG-COND.
           MOVE "COND" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE CONT1 TO BT-CLAVE.
           MOVE REG-COND TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO CN-FIN.
       CN-BAJA.
           DISPLAY "NRO DE CONDOMINO:" AT 2303.
           MOVE ZERO TO CN-SEC.
           ACCEPT CN-SEC AT 2321 WITH PROMPT.
           IF CN-SEC = ZERO GO TO CN-FIN.
           MOVE CONT1 TO CN-CLI.
           READ COND KEY IS CN-CLAVE
           INVALID KEY GO TO CN-FIN.
           MOVE REG-COND TO BT-ANTES.
           DELETE COND INVALID KEY GO TO CN-FIN.
           MOVE "COND" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE CONT1 TO BT-CLAVE.
           MOVE SPACES TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       CN-FIN.
           PERFORM ENCABEZA.
           DISPLAY NOMBRE AT 0803.
           GO TO CN-LISTA.

      *    DOMICILIO POSTAL: DONDE EL CLIENTE RECIBE LOS AVISOS,
      *    CUPONERAS Y CERTIFICADOS CUANDO NO ES EL DOMICILIO DEL
      *    INMUEBLE. CARGARLO O CORREGIRLO LEVANTA LA OBSERVACION QUE
      *    DEJA UNA PIEZA DEVUELTA (D) O CON DOMICILIO INEXISTENTE (X).
      *    L LISTA EN DOMOBS.TXT TODOS LOS DOMICILIOS OBSERVADOS.
       DOMPOSTAL.
           PERFORM ENCABEZA.
           DISPLAY "DOMICILIO POSTAL - NRO DE CLIENTE:" AT 0803.
           DISPLAY "(L=LISTA DE DOMICILIOS OBSERVADOS)" AT 0903
           WITH FOREGROUND-COLOR 4.
           MOVE SPACES TO CONT1.
           ACCEPT CONT1 AT 0838 WITH PROMPT.
           IF CONT1 = SPACES GO TO ENCABEZA.
           IF CONT1 = "L" GO TO PS-LISTA.
           MOVE CONT1 TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INCORRECTO" AT 0865
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0884 WITH PROMPT
           DISPLAY "                   " AT 0865
           GO TO DOMPOSTAL.
       PS-MUESTRA.
           PERFORM ENCABEZA.
           DISPLAY NOMBRE AT 0803.
           DISPLAY "DOMICILIO DEL INMUEBLE:" AT 0903
           WITH FOREGROUND-COLOR 4.
           DISPLAY DOMICILIO AT 0927.
           MOVE "S" TO PO-EXISTE.
           MOVE CONT1 TO PO-CLI.
           READ POST KEY IS PO-CLI
           INVALID KEY
               MOVE "N" TO PO-EXISTE
               MOVE SPACES TO PO-CALLE PO-LOCAL PO-CP PO-PROV PO-OBS
               MOVE ZEROS TO PO-FOBS PO-MANI.
           DISPLAY "CALLE.......:" AT 1103 WITH FOREGROUND-COLOR 5.
           DISPLAY PO-CALLE AT 1117.
           DISPLAY "LOCALIDAD...:" AT 1203 WITH FOREGROUND-COLOR 5.
           DISPLAY PO-LOCAL AT 1217.
           DISPLAY "COD. POSTAL.:" AT 1303 WITH FOREGROUND-COLOR 5.
           DISPLAY PO-CP AT 1317.
           DISPLAY "PROVINCIA...:" AT 1403 WITH FOREGROUND-COLOR 5.
           DISPLAY PO-PROV AT 1417.
           IF PO-CALLE = SPACES
               DISPLAY "SIN DOMICILIO POSTAL: SE USA EL DEL INMUEBLE"
               AT 1503 WITH FOREGROUND-COLOR 6.
           IF PO-OBS = "D"
               DISPLAY "OBSERVADO: PIEZA DEVUELTA" AT 1603
               WITH FOREGROUND-COLOR 6.
           IF PO-OBS = "X"
               DISPLAY "OBSERVADO: DOMICILIO INEXISTENTE" AT 1603
               WITH FOREGROUND-COLOR 6.
           IF PO-OBS NOT = SPACE
               DISPLAY "FECHA:" AT 1637
               DISPLAY PO-FOBS AT 1644
               DISPLAY "MANIF.:" AT 1654
               DISPLAY PO-MANI AT 1662.
       PS-OP.
           DISPLAY "A=ALTA/MODIFICA  B=BAJA  ENTER=OTRO CLIENTE" AT 2203
           WITH FOREGROUND-COLOR 4.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2248 WITH PROMPT.
           DISPLAY "                                            "
               AT 2203.
           IF OPC = "A" GO TO PS-ALTA.
           IF OPC = "B" GO TO PS-BAJA.
           GO TO DOMPOSTAL.
      *    EN UNA MODIFICACION, DEJAR UN DATO EN BLANCO CONSERVA EL
      *    QUE TENIA.
       PS-ALTA.
           MOVE REG-POST TO BT-ANTES.
           MOVE SPACES TO PO-CALLE-N PO-LOCAL-N PO-CP-N PO-PROV-N.
           ACCEPT PO-CALLE-N AT 1117 WITH PROMPT.
           IF PO-CALLE-N NOT = SPACES MOVE PO-CALLE-N TO PO-CALLE.
           IF PO-CALLE = SPACES GO TO PS-MUESTRA.
           DISPLAY PO-CALLE AT 1117.
           ACCEPT PO-LOCAL-N AT 1217 WITH PROMPT.
           IF PO-LOCAL-N NOT = SPACES MOVE PO-LOCAL-N TO PO-LOCAL.
           DISPLAY PO-LOCAL AT 1217.
           ACCEPT PO-CP-N AT 1317 WITH PROMPT.
           IF PO-CP-N NOT = SPACES MOVE PO-CP-N TO PO-CP.
           DISPLAY PO-CP AT 1317.
           ACCEPT PO-PROV-N AT 1417 WITH PROMPT.
           IF PO-PROV-N NOT = SPACES MOVE PO-PROV-N TO PO-PROV.
           DISPLAY PO-PROV AT 1417.
           IF PO-LOCAL = SPACES OR PO-CP = SPACES
               DISPLAY "FALTA LOCALIDAD O CODIGO POSTAL" AT 2203
               WITH FOREGROUND-COLOR 5
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2235 WITH PROMPT
               DISPLAY "                                " AT 2203
               GO TO PS-MUESTRA.
           MOVE CONT1 TO PO-CLI.
           MOVE SPACE TO PO-OBS.
           MOVE ZEROS TO PO-FOBS PO-MANI.
           IF PO-EXISTE = "S"
               REWRITE REG-POST INVALID KEY GO TO PS-MUESTRA
               END-REWRITE
               MOVE "MODI" TO BT-ACCION
           ELSE
               WRITE REG-POST INVALID KEY GO TO PS-MUESTRA
               END-WRITE
               MOVE "ALTA" TO BT-ACCION.
           MOVE "POST" TO BT-ARCHIVO.
           MOVE CONT1 TO BT-CLAVE.
           MOVE REG-POST TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO PS-MUESTRA.
       PS-BAJA.
           IF PO-EXISTE = "N" GO TO PS-OP.
           MOVE REG-POST TO BT-ANTES.
           DELETE POST INVALID KEY GO TO PS-MUESTRA.
           MOVE "POST" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE CONT1 TO BT-CLAVE.
           MOVE SPACES TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO PS-MUESTRA.
       PS-LISTA.
           MOVE "O" TO DOMPOS-FUN.
           CALL "DOMPOS" USING DOMPOS-PAR.
           DISPLAY "DOMICILIOS OBSERVADOS:" AT 1003.
           DISPLAY DOMPOS-CANT AT 1026.
           IF DOMPOS-CANT NOT = ZEROS
               DISPLAY "LISTADOS EN DOMOBS.TXT" AT 1033.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1057 WITH PROMPT.
           GO TO DOMPOSTAL.

      *    ENVIO ELECTRONICO: EL CLIENTE QUE LO PIDE RECIBE SUS AVISOS
      *    POR CORREO ELECTRONICO (M) O MENSAJE DE TEXTO (S) EN LUGAR
      *    DE PAPEL. CORREGIR LA DIRECCION O EL CELULAR LEVANTA LA
      *    MARCA DE REBOTE (VER ENVELE).
       ENVELEC.
           PERFORM ENCABEZA.
           DISPLAY "ENVIO ELECTRONICO - NRO DE CLIENTE:" AT 0803.
           MOVE SPACES TO CONT1.
           ACCEPT CONT1 AT 0839 WITH PROMPT.
           IF CONT1 = SPACES GO TO ENCABEZA.
           MOVE CONT1 TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INCORRECTO" AT 0865
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0884 WITH PROMPT
           DISPLAY "                   " AT 0865
           GO TO ENVELEC.
       EE-MUESTRA.
           PERFORM ENCABEZA.
           DISPLAY NOMBRE AT 0803.
           MOVE "S" TO EV-EXISTE.
           MOVE CONT1 TO EV-CLI.
           READ ENVE KEY IS EV-CLI
           INVALID KEY
               MOVE "N" TO EV-EXISTE
               MOVE SPACES TO EV-CANAL EV-MAIL EV-CEL EV-REB
               MOVE ZEROS TO EV-FALTA EV-FREB.
           DISPLAY "CANAL (M=CORREO S=MENSAJE P=PAPEL)..:" AT 1103
           WITH FOREGROUND-COLOR 5.
           DISPLAY EV-CANAL AT 1141.
           DISPLAY "CORREO ELECTRONICO..:" AT 1203
           WITH FOREGROUND-COLOR 5.
           DISPLAY EV-MAIL AT 1225.
           DISPLAY "CELULAR.............:" AT 1303
           WITH FOREGROUND-COLOR 5.
           DISPLAY EV-CEL AT 1325.
           DISPLAY "CONSENTIMIENTO......:" AT 1403
           WITH FOREGROUND-COLOR 5.
           DISPLAY EV-FALTA AT 1425.
           IF EV-CANAL = SPACE
               DISPLAY "RECIBE PAPEL" AT 1503 WITH FOREGROUND-COLOR 6.
           IF EV-REB = "S"
               DISPLAY "LA DIRECCION REBOTO: RECIBE PAPEL. FECHA:"
               AT 1603 WITH FOREGROUND-COLOR 6
               DISPLAY EV-FREB AT 1645.
       EE-OP.
           DISPLAY "A=ALTA/MODIFICA  B=BAJA  ENTER=OTRO CLIENTE" AT 2203
           WITH FOREGROUND-COLOR 4.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2248 WITH PROMPT.
           DISPLAY "                                            "
               AT 2203.
           IF OPC = "A" GO TO EE-ALTA.
           IF OPC = "B" GO TO EE-BAJA.
           GO TO ENVELEC.
      *    DEJAR UN DATO EN BLANCO CONSERVA EL QUE TENIA. EL CANAL
      *    PIDE LA DIRECCION QUE CORRESPONDE.
       EE-ALTA.
           MOVE REG-ENVE TO BT-ANTES.
           MOVE SPACES TO EV-CANAL-N EV-MAIL-N EV-CEL-N.
           ACCEPT EV-MAIL-N AT 1225 WITH PROMPT.
           IF EV-MAIL-N NOT = SPACES MOVE EV-MAIL-N TO EV-MAIL.
           DISPLAY EV-MAIL AT 1225.
           ACCEPT EV-CEL-N AT 1325 WITH PROMPT.
           IF EV-CEL-N NOT = SPACES MOVE EV-CEL-N TO EV-CEL.
           DISPLAY EV-CEL AT 1325.
       EE-CANAL.
           MOVE SPACES TO EV-CANAL-N.
           ACCEPT EV-CANAL-N AT 1141 WITH PROMPT.
           IF EV-CANAL-N NOT = SPACE AND EV-CANAL-N NOT = "M"
               AND EV-CANAL-N NOT = "S" AND EV-CANAL-N NOT = "P"
               GO TO EE-CANAL.
           IF EV-CANAL-N NOT = SPACE
               IF EV-CANAL-N = "P"
                   MOVE SPACE TO EV-CANAL
               ELSE
                   IF EV-CANAL NOT = EV-CANAL-N
                       MOVE ZEROS TO EV-FALTA
                   END-IF
                   MOVE EV-CANAL-N TO EV-CANAL.
           DISPLAY EV-CANAL AT 1141.
           MOVE ZEROS TO EV-ARROBA.
           INSPECT EV-MAIL TALLYING EV-ARROBA FOR ALL "@".
           IF EV-CANAL = "M" AND EV-ARROBA NOT = 1
               DISPLAY "CORREO ELECTRONICO INVALIDO" AT 2203
               WITH FOREGROUND-COLOR 5
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2231 WITH PROMPT
               DISPLAY "                            " AT 2203
               GO TO EE-MUESTRA.
           IF EV-CANAL = "S" AND EV-CEL = SPACES
               DISPLAY "FALTA EL CELULAR" AT 2203
               WITH FOREGROUND-COLOR 5
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2220 WITH PROMPT
               DISPLAY "                 " AT 2203
               GO TO EE-MUESTRA.
      *    LA FECHA DEL CONSENTIMIENTO ES LA DEL ALTA DEL CANAL.
           IF EV-CANAL NOT = SPACE AND EV-FALTA = ZEROS
               CALL "FPROC" USING FPROC-PAR
               MOVE FPROC-FECHA TO EV-FALTA.
           IF EV-CANAL = SPACE MOVE ZEROS TO EV-FALTA.
           MOVE CONT1 TO EV-CLI.
           MOVE SPACE TO EV-REB.
           MOVE ZEROS TO EV-FREB.
           IF EV-EXISTE = "S"
               REWRITE REG-ENVE INVALID KEY GO TO EE-MUESTRA
               END-REWRITE
               MOVE "MODI" TO BT-ACCION
           ELSE
               WRITE REG-ENVE INVALID KEY GO TO EE-MUESTRA
               END-WRITE
               MOVE "ALTA" TO BT-ACCION.
           MOVE "ENVE" TO BT-ARCHIVO.
           MOVE CONT1 TO BT-CLAVE.
           MOVE REG-ENVE TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO EE-MUESTRA.
       EE-BAJA.
           IF EV-EXISTE = "N" GO TO EE-OP.
           MOVE REG-ENVE TO BT-ANTES.
           DELETE ENVE INVALID KEY GO TO EE-MUESTRA.
           MOVE "ENVE" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE CONT1 TO BT-CLAVE.
           MOVE SPACES TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO EE-MUESTRA.

      *    FUSION DE CLIENTES DUPLICADOS: TRASLADA TODOS LOS
      *    VENCIMIENTOS Y PAGOS DEL DUPLICADO AL SOBREVIVIENTE,
      *    RE-ARMANDO LAS CLAVES; SI ALGUNA CLAVE CHOCA EL REGISTRO
           MOVE REG-IMP TO FU-SAVE.
           MOVE REG-IMP TO BT-ANTES.
           DELETE IMPU INVALID KEY GO TO FU-PAG0.
           PERFORM BORRA-ABIE THRU F-BORRA-ABIE.
           MOVE FU-SAVE TO REG-IMP.
           MOVE FU-DEST TO CONT.
           WRITE REG-IMP
           INVALID KEY
               MOVE FU-SAVE TO REG-IMP
               WRITE REG-IMP
               PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE
               ADD 1 TO FU-COLI
               GO TO FU-IMPU.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           ADD 1 TO FU-MOV.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "FUSIO" TO BT-ACCION.
                   ADD 1 TO FU-COLI
                   GO TO FU-PAG.
           ADD 1 TO FU-MOV.
           PERFORM MUEVE-CONDOM THRU F-MUEVE-CONDOM.
           MOVE "PAGOS" TO BT-ARCHIVO.
           MOVE "FUSIO" TO BT-ACCION.
           MOVE FU-DEST TO BT-CLAVE.
       F-TRASLADA-MOVS.
           EXIT.

      *    SI EL PAGO MOVIDO LO HABIA HECHO UN CONDOMINO, LA IMPUTACION
      *    PASA A LA CLAVE NUEVA DEL PAGO.
       MUEVE-CONDOM.
           MOVE "M" TO CONDOM-FUN.
           MOVE FU-SAVE TO CONDOM-CLAVE.
           MOVE REG-CLAVE TO CONDOM-CLAVE2.
           CALL "CONDOM" USING CONDOM-PAR.
       F-MUEVE-CONDOM.
           EXIT.

       FU-FIN.
           DISPLAY "REGISTROS TRASLADADOS:" AT 1303.
           DISPLAY FU-MOV AT 1326.

      *    LA RENUMERACION ARRASTRA TAMBIEN LOS ARCHIVOS AUXILIARES
      *    CLAVEADOS POR CLIENTE: EXENCIONES, OBSERVACIONES, VINCULO
      *    DE TITULAR, ADHESION AL DEBITO, REFERENCIA DE PAGO, PADRON
      *    EL HISTORIAL DE INTIMACIONES Y LA GESTION DE COBRANZA, PARA
      *    QUE EL CLIENTE NO PIERDA NADA AL CAMBIAR DE NUMERO. LOS
      *    CONTACTOS DE COBRANZA SE NUMERAN A CONTINUACION DE LOS QUE
      *    YA TENGA EL DESTINO.
       TRASLADA-AUX.
           MOVE ZEROS TO FU-CUR3.
       TAX-EXEN.
           CLOSE TITD.
       TAX-DEBA.
           OPEN I-O DEBA.
           IF DB-STATUS NOT = "00" GO TO TAX-REFC.
           MOVE FU-DUP TO DB-CLI.
           READ DEBA KEY IS DB-CLI
           INVALID KEY GO TO TAX-DEBA-C.
           WRITE REG-DEBA INVALID KEY CONTINUE.
       TAX-DEBA-C.
           CLOSE DEBA.
       TAX-REFC.
           OPEN I-O REFC.
           IF RF-STATUS NOT = "00" GO TO TAX-PADR0.
           MOVE FU-DUP TO RF-CLI.
           READ REFC KEY IS RF-CLI
           INVALID KEY GO TO TAX-REFC-C.
           MOVE REG-REFC TO FU-SAVE.
           DELETE REFC INVALID KEY GO TO TAX-REFC-C.
           MOVE FU-SAVE TO REG-REFC.
           MOVE FU-DEST TO RF-CLI.
           WRITE REG-REFC INVALID KEY CONTINUE.
       TAX-REFC-C.
           CLOSE REFC.
       TAX-PADR0.
           OPEN I-O PADR.
           IF PA-STATUS NOT = "00" GO TO TAX-AVIH0.
           CLOSE PADR.
       TAX-AVIH0.
           OPEN I-O AVIH.
           IF AH-STATUS NOT = "00" GO TO TAX-GEST0.
           MOVE ZEROS TO FU-CUR3.
       TAX-AVIH.
           MOVE FU-DUP TO AH-CLI.
           GO TO TAX-AVIH.
       TAX-AVIH-C.
           CLOSE AVIH.
       TAX-GEST0.
           OPEN I-O GEST.
           IF GE-STATUS NOT = "00" GO TO F-TRASLADA-AUX.
           MOVE ZEROS TO FU-CUR3 FU-GSEC.
           MOVE FU-DEST TO GE-CLI.
           MOVE ZEROS TO GE-SEC.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY GO TO TAX-GEST.
       TAX-GEST-U.
           READ GEST NEXT RECORD AT END GO TO TAX-GEST.
           IF GE-CLI NOT = FU-DEST GO TO TAX-GEST.
           MOVE GE-SEC TO FU-GSEC.
           GO TO TAX-GEST-U.
       TAX-GEST.
           MOVE FU-DUP TO GE-CLI.
           MOVE FU-CUR3 TO GE-SEC.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY GO TO TAX-GEST-C.
           READ GEST NEXT RECORD AT END GO TO TAX-GEST-C.
           IF GE-CLI NOT = FU-DUP GO TO TAX-GEST-C.
           MOVE GE-SEC TO FU-CUR3.
           ADD 1 TO FU-CUR3.
           MOVE REG-GEST TO FU-SAVE.
           DELETE GEST INVALID KEY GO TO TAX-GEST-C.
           MOVE FU-SAVE TO REG-GEST.
           MOVE FU-DEST TO GE-CLI.
           ADD 1 TO FU-GSEC.
           MOVE FU-GSEC TO GE-SEC.
           WRITE REG-GEST INVALID KEY CONTINUE.
           GO TO TAX-GEST.
       TAX-GEST-C.
           CLOSE GEST.
       F-TRASLADA-AUX.
           EXIT.

      *    CAMBIO DE TITULARIDAD DE UN INMUEBLE A UNA FECHA DE CORTE:
      *    EL NUMERO DE CLIENTE SIGUE SIENDO EL DEL INMUEBLE Y PASA AL
      *    NUEVO TITULAR CON LAS CUOTAS QUE VENCEN DESPUES DEL CORTE,
      *    EL PADRON, LAS EXENCIONES, LA ADHESION AL DEBITO Y LA
      *    REFERENCIA DE PAGO. EL TITULAR ANTERIOR QUEDA CON UN NUMERO
      *    HISTORICO NUEVO AL QUE SE LLEVAN LAS CUOTAS VENCIDAS HASTA
      *    EL CORTE Y SUS PAGOS, Y LO QUE ES DE LA PERSONA: NOTAS,
      *    VINCULO DE TITULAR, INTIMACIONES, SALDO A FAVOR, PLANES DE
      *    PAGO (CON SUS CUOTAS), JUICIOS, CONTACTOS DE COBRANZA Y
      *    DOMICILIO POSTAL. SI
      *    HAY DEUDA AL CORTE O UN PLAN VIGENTE HACE FALTA LA
      *    AUTORIZACION DEL SUPERVISOR.
       TITULAR.
           PERFORM ENCABEZA.
           IF OP-NIVEL < 2
           DISPLAY "OPCION RESERVADA AL SUPERVISOR" AT 0803
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0834 WITH PROMPT
           DISPLAY "                               " AT 0803
           GO TO ENCABEZA.
           DISPLAY "TITULARIDAD - NRO DE CLIENTE..:" AT 0803.
           MOVE SPACES TO TI-PROP.
           ACCEPT TI-PROP AT 0835 WITH PROMPT.
           IF TI-PROP = SPACES GO TO ENCABEZA.
           MOVE TI-PROP TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INCORRECTO" AT 0862
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0881 WITH PROMPT
           DISPLAY "                   " AT 0862
           GO TO TITULAR.
           DISPLAY NOMBRE AT 0862.
           MOVE REG-CON TO TI-CON.
       TI-2.
           DISPLAY "FECHA DE CORTE (DDMMAA).......:" AT 0903.
           MOVE ZEROS TO TI-F1.
           ACCEPT TI-F1 AT 0935 WITH PROMPT.
           IF TI-F1 = ZEROS GO TO ENCABEZA.
           IF TI-MM < 1 OR TI-MM > 12 GO TO TI-2.
           MOVE TI-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE TI-MM TO MM-CHK.
           MOVE ANO-VENT TO AA-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF TI-DD < 1 OR TI-DD > MAX-DD GO TO TI-2.
           COMPUTE TI-CORTE = ANO-VENT * 10000 + TI-MM * 100 + TI-DD.
           CALL "FPROC" USING FPROC-PAR.
           IF TI-CORTE > FPROC-FECHA
           DISPLAY "FECHA POSTERIOR A HOY" AT 0962
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0984 WITH PROMPT
           DISPLAY "                      " AT 0962
           GO TO TI-2.
       TI-3.
           DISPLAY "NRO HISTORICO DEL ANTERIOR....:" AT 1003.
           MOVE SPACES TO TI-HIST.
           ACCEPT TI-HIST AT 1035 WITH PROMPT.
           IF TI-HIST = SPACES GO TO ENCABEZA.
           IF TI-HIST = TI-PROP GO TO TI-3.
           MOVE TI-HIST TO NUM-CO.
           IF NUM-CO (1:11) IS NUMERIC AND NUM-CO (12:14) = SPACES
              PERFORM VALIDA-CUIT THRU F-VALIDA-CUIT
              IF CUIT-RESTO = 1 OR CUIT-DV NOT = CUIT-CALC
                 DISPLAY "CUIT INVALIDO" AT 1062
                 WITH FOREGROUND-COLOR 5
                 MOVE SPACES TO OPC
                 ACCEPT OPC AT 1076 WITH PROMPT
                 DISPLAY "              " AT 1062
                 GO TO TI-3
              END-IF
           END-IF.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY GO TO TI-4.
           DISPLAY "EL NRO YA EXISTE" AT 1062
           WITH FOREGROUND-COLOR 5.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1079 WITH PROMPT.
           DISPLAY "                 " AT 1062.
           GO TO TI-3.
       TI-4.
           DISPLAY "NUEVO TITULAR - NOMBRE........:" AT 1103.
           MOVE SPACES TO TI-NOM.
           ACCEPT TI-NOM AT 1135 WITH PROMPT.
           IF TI-NOM = SPACES GO TO ENCABEZA.
           DISPLAY "DOMICILIO.....................:" AT 1203.
           MOVE SPACES TO TI-DOM.
           ACCEPT TI-DOM AT 1235 WITH PROMPT.
           IF TI-DOM = SPACES MOVE TI-CON (51:25) TO TI-DOM.
           DISPLAY "TELEFONO......................:" AT 1303.
           MOVE SPACES TO TI-TEL.
           ACCEPT TI-TEL AT 1335 WITH PROMPT.
           PERFORM TI-CONTROLA THRU F-TI-CONTROLA.
           MOVE SPACES TO TI-SUP.
           IF TI-DEUDA = "N"
           DISPLAY "LIBRE DEUDA A LA FECHA DE CORTE" AT 1503
           WITH FOREGROUND-COLOR 2
           GO TO TI-CONF.
           DISPLAY "REGISTRA DEUDA AL CORTE O PLAN VIGENTE" AT 1503
           WITH FOREGROUND-COLOR 5.
       TI-DEU.
           DISPLAY "TRANSFIERE IGUAL CON AUTORIZACION S/N" AT 1603.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1641 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO TI-DEU.
           MOVE TI-PROP TO CONT.
           MOVE "TITULAR. CON DEUDA" TO SU-MOTIVO.
           PERFORM AUTORIZA-SUP THRU F-AUTORIZA-SUP.
           IF SU-OK NOT = "S"
           DISPLAY "AUTORIZACION RECHAZADA" AT 1703
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1727 WITH PROMPT
           GO TO ENCABEZA.
           MOVE SU-COD TO TI-SUP.
       TI-CONF.
           DISPLAY "CONFIRMA EL CAMBIO DE TITULARIDAD S/N" AT 1803
           WITH FOREGROUND-COLOR 5.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1841 WITH PROMPT.
           DISPLAY "                                      " AT 1803.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO TI-CONF.
      *    EL TITULAR ANTERIOR CONSERVA SUS DATOS Y SU ESTADO BAJO EL
      *    NUMERO HISTORICO (SI ESTABA EN JUICIO EL JUICIO ES SUYO).
           MOVE TI-CON TO REG-CON.
           MOVE TI-HIST TO NUM-CO.
           WRITE REG-CON INVALID KEY GO TO ENCABEZA.
           MOVE "CLIENTE" TO BT-ARCHIVO.
           MOVE "TITUL" TO BT-ACCION.
           MOVE TI-HIST TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE TI-PROP TO BT-ANTES (1:25).
           MOVE REG-CON TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE ZEROS TO TI-CCUO TI-CPAG FU-COLI.
           PERFORM TI-PLANES THRU F-TI-PLANES.
           PERFORM TI-CUOTAS THRU F-TI-CUOTAS.
           PERFORM TI-PAGOS THRU F-TI-PAGOS.
           PERFORM TI-RECLAMOS THRU F-TI-RECLAMOS.
           PERFORM TI-NOTDC THRU F-TI-NOTDC.
           PERFORM TI-PERSONA THRU F-TI-PERSONA.
           MOVE TI-PROP TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY GO TO TI-LISTO.
           MOVE REG-CON TO BT-ANTES.
           MOVE TI-NOM TO NOMBRE.
           MOVE TI-DOM TO DOMICILIO.
           MOVE TI-TEL TO TELEFONO.
           IF EST-CON = "J" MOVE "A" TO EST-CON.
           REWRITE REG-CON INVALID KEY GO TO TI-LISTO.
           MOVE "CLIENTE" TO BT-ARCHIVO.
           MOVE "TITUL" TO BT-ACCION.
           MOVE TI-PROP TO BT-CLAVE.
           MOVE REG-CON TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       TI-LISTO.
           PERFORM IMPRIME-TITUL THRU F-IMPRIME-TITUL.
           DISPLAY "CAMBIO DE TITULARIDAD TERMINADO" AT 2003.
           DISPLAY "CUOTAS:" AT 2103.
           DISPLAY TI-CCUO AT 2111.
           DISPLAY "PAGOS:" AT 2118.
           DISPLAY TI-CPAG AT 2125.
           IF FU-COLI NOT = ZEROS
           DISPLAY "CLAVES OCUPADAS, REVISE:" AT 2203
           WITH FOREGROUND-COLOR 5
           DISPLAY FU-COLI AT 2228.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           GO TO ENCABEZA.

      *    DEUDA AL CORTE: CUOTAS IMPAGAS VENCIDAS HASTA LA FECHA DE
      *    CORTE O PLAN DE PAGO VIGENTE (EL MISMO CRITERIO DEL
      *    CERTIFICADO DE LIBRE DEUDA, LIMITADO AL CORTE).
       TI-CONTROLA.
           MOVE "N" TO TI-DEUDA.
           MOVE TI-PROP TO CONT.
           MOVE ZEROS TO PERI TIP-IMP.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO TIC-PLAN.
       TIC-R.
           READ IMPU NEXT RECORD AT END GO TO TIC-PLAN.
           IF CONT NOT = TI-PROP GO TO TIC-PLAN.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO TIC-R.
           IF FEC-PAG NOT = ZEROS GO TO TIC-R.
           COMPUTE TI-VEN = AAV * 10000 + MMV * 100 + DDV.
           IF TI-VEN > TI-CORTE GO TO TIC-R.
           MOVE "S" TO TI-DEUDA.
           GO TO F-TI-CONTROLA.
       TIC-PLAN.
           OPEN I-O PLAN.
           IF PN-STATUS NOT = "00" GO TO F-TI-CONTROLA.
       TICP-R.
           READ PLAN NEXT RECORD AT END GO TO TICP-F.
           IF PLN-CLI = TI-PROP AND PLN-EST = "V"
               MOVE "S" TO TI-DEUDA
               GO TO TICP-F.
           GO TO TICP-R.
       TICP-F.
           CLOSE PLAN.
       F-TI-CONTROLA.
           EXIT.

      *    LOS PLANES DE PAGO SON DE LA PERSONA: PASAN AL NUMERO
      *    HISTORICO Y SE ANOTAN SUS TIPOS PARA LLEVAR LAS CUOTAS.
       TI-PLANES.
           MOVE ZEROS TO TI-PLCANT.
           OPEN I-O PLAN.
           IF PN-STATUS NOT = "00" GO TO F-TI-PLANES.
       TIPL-R.
           READ PLAN NEXT RECORD AT END GO TO TIPL-F.
           IF PLN-CLI NOT = TI-PROP GO TO TIPL-R.
           MOVE REG-PLAN TO BT-ANTES.
           MOVE TI-HIST TO PLN-CLI.
           REWRITE REG-PLAN INVALID KEY GO TO TIPL-R.
           IF TI-PLCANT < 20
               ADD 1 TO TI-PLCANT
               MOVE PLN-TIP TO TI-PLTIP (TI-PLCANT).
           MOVE "PLAN" TO BT-ARCHIVO.
           MOVE "TITUL" TO BT-ACCION.
           MOVE TI-HIST TO BT-CLAVE.
           MOVE REG-PLAN TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO TIPL-R.
       TIPL-F.
           CLOSE PLAN.
       F-TI-PLANES.
           EXIT.

      *    CUOTAS VENCIDAS HASTA EL CORTE Y CUOTAS DE LOS PLANES: AL
      *    NUMERO HISTORICO, PASANDO TAMBIEN EL EMITIDO DE ARTOTAL.
       TI-CUOTAS.
           MOVE ZEROS TO FU-CUR.
       TICU-R.
           MOVE TI-PROP TO CONT.
           MOVE FU-CUR (1:4) TO PERI.
           MOVE FU-CUR (5:3) TO TIP-IMP.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO F-TI-CUOTAS.
           READ IMPU NEXT RECORD AT END GO TO F-TI-CUOTAS.
           IF CONT NOT = TI-PROP GO TO F-TI-CUOTAS.
           MOVE PERI TO FU-CUR (1:4).
           MOVE TIP-IMP TO FU-CUR (5:3).
           ADD 1 TO FU-CUR.
           COMPUTE TI-VEN = AAV * 10000 + MMV * 100 + DDV.
           MOVE "N" TO TI-ESTA.
           IF TI-VEN NOT > TI-CORTE MOVE "S" TO TI-ESTA.
           MOVE ZEROS TO TI-PLIND.
       TICU-PL.
           ADD 1 TO TI-PLIND.
           IF TI-PLIND > TI-PLCANT GO TO TICU-M.
           IF TI-PLTIP (TI-PLIND) = TIP-IMP MOVE "S" TO TI-ESTA.
           GO TO TICU-PL.
       TICU-M.
           IF TI-ESTA NOT = "S" GO TO TICU-R.
           MOVE REG-IMP TO FU-SAVE.
           MOVE REG-IMP TO BT-ANTES.
           DELETE IMPU INVALID KEY GO TO F-TI-CUOTAS.
           PERFORM BORRA-ABIE THRU F-BORRA-ABIE.
           MOVE FU-SAVE TO REG-IMP.
           MOVE TI-HIST TO CONT.
           WRITE REG-IMP
           INVALID KEY
               MOVE FU-SAVE TO REG-IMP
               WRITE REG-IMP
               PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE
               ADD 1 TO FU-COLI
               GO TO TICU-R.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           ADD 1 TO TI-CCUO.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "TITUL" TO BT-ACCION.
           MOVE TI-HIST TO BT-CLAVE.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           MOVE MONTO TO TI-IMPE.
           MOVE ZEROS TO TI-IMPC.
           PERFORM TI-TOTAL THRU F-TI-TOTAL.
           GO TO TICU-R.
       F-TI-CUOTAS.
           EXIT.

      *    PAGOS: LOS DE UNA CUOTA QUE PASO AL HISTORICO, Y LOS QUE NO
      *    INDICAN CUOTA SI SON DE HASTA LA FECHA DE CORTE.
       TI-PAGOS.
           MOVE ZEROS TO FU-CURP.
       TIPA-R.
           MOVE TI-PROP TO REG-CIM.
           MOVE FU-CURP (1:8) TO REG-FEC.
           MOVE FU-CURP (9:2) TO REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO F-TI-PAGOS.
           READ RPAGOS NEXT RECORD AT END GO TO F-TI-PAGOS.
           IF REG-CIM NOT = TI-PROP GO TO F-TI-PAGOS.
           MOVE REG-FEC TO FU-CURP (1:8).
           MOVE REG-SEC TO FU-CURP (9:2).
           ADD 1 TO FU-CURP.
           IF REG-CUO = ZEROS GO TO TIPA-SINC.
           MOVE TI-HIST TO CONT.
           MOVE REG-CAA TO AA.
           MOVE REG-CP1 TO P1.
           MOVE ZEROS TO TIP-IMP.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO TIPA-R.
           READ IMPU NEXT RECORD AT END GO TO TIPA-R.
           IF CONT NOT = TI-HIST GO TO TIPA-R.
           IF AA NOT = REG-CAA OR P1 NOT = REG-CP1 GO TO TIPA-R.
           GO TO TIPA-MUEVE.
       TIPA-SINC.
           COMPUTE TI-VEN = RFA * 10000 + RFM * 100 + RFED.
           IF TI-VEN > TI-CORTE GO TO TIPA-R.
       TIPA-MUEVE.
           MOVE REG-PAG TO FU-SAVE.
           MOVE REG-PAG TO BT-ANTES.
           DELETE RPAGOS INVALID KEY GO TO F-TI-PAGOS.
           MOVE FU-SAVE TO REG-PAG.
           MOVE TI-HIST TO REG-CIM.
           MOVE ZEROS TO FU-INT.
       TIPA-W.
           WRITE REG-PAG
           INVALID KEY
               ADD 1 TO FU-INT
               ADD 1 TO REG-SEC
               IF FU-INT < 90
                   GO TO TIPA-W
               ELSE
                   MOVE FU-SAVE TO REG-PAG
                   WRITE REG-PAG
                   ADD 1 TO FU-COLI
                   GO TO TIPA-R.
           ADD 1 TO TI-CPAG.
           PERFORM MUEVE-CONDOM THRU F-MUEVE-CONDOM.
           MOVE "PAGOS" TO BT-ARCHIVO.
           MOVE "TITUL" TO BT-ACCION.
           MOVE TI-HIST TO BT-CLAVE.
           MOVE REG-PAG TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           IF REG-EST = "A" OR REG-EST = "R" GO TO TIPA-R.
           MOVE REG-GM TO TOT-TIP.
           COMPUTE TOT-PER = RFA * 100 + RFM.
           MOVE ZEROS TO TI-IMPE.
           MOVE REG-MPO TO TI-IMPC.
           PERFORM TI-TOTAL THRU F-TI-TOTAL.
           GO TO TIPA-R.
       F-TI-PAGOS.
           EXIT.

      *    PASA EL IMPORTE DE TI-IMPE (EMITIDO) Y TI-IMPC (COBRADO) DEL
      *    TIPO Y PERIODO DE TOT-TIP/TOT-PER DEL INMUEBLE AL HISTORICO.
       TI-TOTAL.
           MOVE TI-PROP TO TOT-CLI.
           COMPUTE TOT-EMI = ZERO - TI-IMPE.
           COMPUTE TOT-COB = ZERO - TI-IMPC.
           PERFORM AT-GRABA THRU F-ACTUALIZA-TOTAL.
           MOVE TI-HIST TO TOT-CLI.
           MOVE TI-IMPE TO TOT-EMI.
           MOVE TI-IMPC TO TOT-COB.
           PERFORM AT-GRABA THRU F-ACTUALIZA-TOTAL.
       F-TI-TOTAL.
           EXIT.

      *    RECLAMOS DE LAS CUOTAS QUE PASARON AL HISTORICO.
       TI-RECLAMOS.
           MOVE ZEROS TO FU-CUR.
       TIRE-R.
           MOVE TI-PROP TO RM-CLI.
           MOVE FU-CUR (1:2) TO RM-CAA.
           MOVE FU-CUR (3:2) TO RM-CP1.
           MOVE FU-CUR (5:3) TO RM-TIP.
           START RECL KEY IS NOT LESS THAN RM-CLAVE
           INVALID KEY GO TO F-TI-RECLAMOS.
           READ RECL NEXT RECORD AT END GO TO F-TI-RECLAMOS.
           IF RM-CLI NOT = TI-PROP GO TO F-TI-RECLAMOS.
           MOVE RM-CAA TO FU-CUR (1:2).
           MOVE RM-CP1 TO FU-CUR (3:2).
           MOVE RM-TIP TO FU-CUR (5:3).
           ADD 1 TO FU-CUR.
           MOVE TI-HIST TO CONT.
           MOVE RM-CAA TO AA.
           MOVE RM-CP1 TO P1.
           MOVE RM-TIP TO TIP-IMP.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO TIRE-R.
           MOVE REG-RECL TO FU-SAVE.
           DELETE RECL INVALID KEY GO TO F-TI-RECLAMOS.
           MOVE FU-SAVE TO REG-RECL.
           MOVE TI-HIST TO RM-CLI.
           WRITE REG-RECL
           INVALID KEY
               MOVE FU-SAVE TO REG-RECL
               WRITE REG-RECL
               ADD 1 TO FU-COLI.
           GO TO TIRE-R.
       F-TI-RECLAMOS.
           EXIT.

      *    NOTAS DE DEBITO Y CREDITO DE LAS CUOTAS QUE PASARON AL
      *    HISTORICO (SE RECORREN POR NUMERO PORQUE CAMBIA EL CLIENTE).
       TI-NOTDC.
           MOVE ZEROS TO DC-NRO.
           START NOTDC KEY IS NOT LESS THAN DC-NRO
           INVALID KEY GO TO F-TI-NOTDC.
       TIND-R.
           READ NOTDC NEXT RECORD AT END GO TO F-TI-NOTDC.
           IF DC-CLI NOT = TI-PROP GO TO TIND-R.
           MOVE TI-HIST TO CONT.
           MOVE DC-CAA TO AA.
           MOVE DC-CP1 TO P1.
           MOVE DC-TIP TO TIP-IMP.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO TIND-R.
           MOVE TI-HIST TO DC-CLI.
           REWRITE REG-NOTDC INVALID KEY CONTINUE.
           GO TO TIND-R.
       F-TI-NOTDC.
           EXIT.

      *    LO QUE ES DE LA PERSONA Y NO DEL INMUEBLE.
       TI-PERSONA.
           MOVE ZEROS TO FU-CUR3.
       TIPE-NOTA.
           MOVE TI-PROP TO NT-CLI.
           MOVE FU-CUR3 TO NT-SEC.
           START NOTA KEY IS NOT LESS THAN NT-CLAVE
           INVALID KEY GO TO TIPE-TITD.
           READ NOTA NEXT RECORD AT END GO TO TIPE-TITD.
           IF NT-CLI NOT = TI-PROP GO TO TIPE-TITD.
           MOVE NT-SEC TO FU-CUR3.
           ADD 1 TO FU-CUR3.
           MOVE REG-NOTA TO FU-SAVE.
           DELETE NOTA INVALID KEY GO TO TIPE-TITD.
           MOVE FU-SAVE TO REG-NOTA.
           MOVE TI-HIST TO NT-CLI.
           WRITE REG-NOTA INVALID KEY CONTINUE.
           GO TO TIPE-NOTA.
       TIPE-TITD.
           OPEN I-O TITD.
           IF TD-STATUS NOT = "00" GO TO TIPE-AVIH0.
           MOVE TI-PROP TO TD-CLI.
           READ TITD KEY IS TD-CLI
           INVALID KEY GO TO TIPE-TITD-C.
           MOVE REG-TITD TO FU-SAVE.
           DELETE TITD INVALID KEY GO TO TIPE-TITD-C.
           MOVE FU-SAVE TO REG-TITD.
           MOVE TI-HIST TO TD-CLI.
           WRITE REG-TITD INVALID KEY CONTINUE.
       TIPE-TITD-C.
           CLOSE TITD.
       TIPE-AVIH0.
           OPEN I-O AVIH.
           IF AH-STATUS NOT = "00" GO TO TIPE-SALDO.
           MOVE ZEROS TO FU-CUR3.
       TIPE-AVIH.
           MOVE TI-PROP TO AH-CLI.
           MOVE FU-CUR3 TO AH-SEC.
           START AVIH KEY IS NOT LESS THAN AH-CLAVE
           INVALID KEY GO TO TIPE-AVIH-C.
           READ AVIH NEXT RECORD AT END GO TO TIPE-AVIH-C.
           IF AH-CLI NOT = TI-PROP GO TO TIPE-AVIH-C.
           MOVE AH-SEC TO FU-CUR3.
           ADD 1 TO FU-CUR3.
           MOVE REG-AVIH TO FU-SAVE.
           DELETE AVIH INVALID KEY GO TO TIPE-AVIH-C.
           MOVE FU-SAVE TO REG-AVIH.
           MOVE TI-HIST TO AH-CLI.
           WRITE REG-AVIH INVALID KEY CONTINUE.
           GO TO TIPE-AVIH.
       TIPE-AVIH-C.
           CLOSE AVIH.
       TIPE-SALDO.
           OPEN I-O SALDOF.
           IF SF-STATUS NOT = "00" GO TO TIPE-JUI.
           MOVE TI-PROP TO SF-CLI.
           READ SALDOF KEY IS SF-CLI
           INVALID KEY GO TO TIPE-SALDO-C.
           MOVE REG-SALDOF TO FU-SAVE.
           DELETE SALDOF INVALID KEY GO TO TIPE-SALDO-C.
           MOVE FU-SAVE TO REG-SALDOF.
           MOVE TI-HIST TO SF-CLI.
           WRITE REG-SALDOF INVALID KEY CONTINUE.
       TIPE-SALDO-C.
           CLOSE SALDOF.
       TIPE-JUI.
           OPEN I-O JUICIO.
           IF JU-STATUS NOT = "00" GO TO TIPE-GEST0.
           MOVE ZEROS TO JU-NRO.
           START JUICIO KEY IS NOT LESS THAN JU-NRO
           INVALID KEY GO TO TIPE-JUI-C.
       TIPE-JUI-R.
           READ JUICIO NEXT RECORD AT END GO TO TIPE-JUI-C.
           IF JU-CLI NOT = TI-PROP GO TO TIPE-JUI-R.
           MOVE REG-JUICIO TO BT-ANTES.
           MOVE TI-HIST TO JU-CLI.
           REWRITE REG-JUICIO INVALID KEY GO TO TIPE-JUI-R.
           MOVE "JUICIO" TO BT-ARCHIVO.
           MOVE "TITUL" TO BT-ACCION.
           MOVE TI-HIST TO BT-CLAVE.
           MOVE REG-JUICIO TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO TIPE-JUI-R.
       TIPE-JUI-C.
           CLOSE JUICIO.
       TIPE-GEST0.
           OPEN I-O GEST.
           IF GE-STATUS NOT = "00" GO TO TIPE-POST.
           MOVE ZEROS TO FU-CUR3.
       TIPE-GEST.
           MOVE TI-PROP TO GE-CLI.
           MOVE FU-CUR3 TO GE-SEC.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY GO TO TIPE-GEST-C.
           READ GEST NEXT RECORD AT END GO TO TIPE-GEST-C.
           IF GE-CLI NOT = TI-PROP GO TO TIPE-GEST-C.
           MOVE GE-SEC TO FU-CUR3.
           ADD 1 TO FU-CUR3.
           MOVE REG-GEST TO FU-SAVE.
           DELETE GEST INVALID KEY GO TO TIPE-GEST-C.
           MOVE FU-SAVE TO REG-GEST.
           MOVE TI-HIST TO GE-CLI.
           WRITE REG-GEST INVALID KEY CONTINUE.
           GO TO TIPE-GEST.
       TIPE-GEST-C.
           CLOSE GEST.
      *    EL DOMICILIO POSTAL ES DE LA PERSONA: QUEDA CON EL TITULAR
      *    ANTERIOR Y EL NUEVO EMPIEZA SIN DOMICILIO POSTAL.
       TIPE-POST.
           MOVE TI-PROP TO PO-CLI.
           READ POST KEY IS PO-CLI
           INVALID KEY GO TO TIPE-ENVE.
           MOVE REG-POST TO FU-SAVE.
           DELETE POST INVALID KEY GO TO TIPE-ENVE.
           MOVE FU-SAVE TO REG-POST.
           MOVE TI-HIST TO PO-CLI.
           WRITE REG-POST INVALID KEY CONTINUE.
      *    LO MISMO EL CONSENTIMIENTO DE ENVIO ELECTRONICO: EL NUEVO
      *    TITULAR RECIBE PAPEL HASTA QUE DE EL SUYO.
       TIPE-ENVE.
           MOVE TI-PROP TO EV-CLI.
           READ ENVE KEY IS EV-CLI
           INVALID KEY GO TO F-TI-PERSONA.
           MOVE REG-ENVE TO FU-SAVE.
           DELETE ENVE INVALID KEY GO TO F-TI-PERSONA.
           MOVE FU-SAVE TO REG-ENVE.
           MOVE TI-HIST TO EV-CLI.
           WRITE REG-ENVE INVALID KEY CONTINUE.
       F-TI-PERSONA.
           EXIT.

      *    NOTAS DE DEBITO Y CREDITO CONTRA UNA CUOTA: DOCUMENTO
      *    NUMERADO CON MOTIVO, OPERADOR Y SUPERVISOR, EN LUGAR DE
      *    PISAR EL MONTO DE LA CUOTA A MANO. LA CUOTA QUEDA INTACTA
           MOVE AA TO DC-CAA.
           MOVE P1 TO DC-CP1.
           MOVE TIP-IMP TO DC-TIP.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA-BITA.
           MOVE DD-BITA TO DC-DD.
           MOVE MM-BITA TO DC-MM.
           MOVE AA-BITA TO AA-VENT.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-NOTDC TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           PERFORM ENCOLA-CAE THRU F-ENCOLA-CAE.
           PERFORM DEVENGA-NDC THRU F-DEVENGA-NDC.
           PERFORM IMPRIME-NDC THRU F-IMPRIME-NDC.
       NDC-LIMPIA.
           PERFORM ENCABEZA.
           MOVE NDC-NRO TO DC-NRO.
           READ NOTDC KEY IS DC-NRO
           INVALID KEY GO TO NDC-LIMPIA.
           IF DC-EST = "A" GO TO NDC-LIMPIA.
           PERFORM PIDE-SUPERVISOR THRU F-PIDE-SUPERVISOR.
           IF SU-OK NOT = "S" GO TO NDC-LIMPIA.
           MOVE REG-NOTDC TO BT-ANTES.
           MOVE "A" TO DC-EST.
           REWRITE REG-NOTDC.
           PERFORM DEVENGA-NDC THRU F-DEVENGA-NDC.
           MOVE "NOTDC" TO BT-ARCHIVO.
           MOVE "ANUL" TO BT-ACCION.
           MOVE DC-CLI TO BT-CLAVE.
           MOVE P1 TO RM-CP1.
           MOVE TIP-IMP TO RM-TIP.
           MOVE "I" TO RM-EST.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA-BITA.
           MOVE AA-BITA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE RM-FALTA = ANO-VENT * 10000 + MM-BITA * 100
               AND OPC NOT = "R" GO TO RM-EST1.
           MOVE OPC TO RM-EST.
           IF RM-EST = "F" OR RM-EST = "R"
               CALL "FPROC" USING FPROC-PAR
               MOVE FPROC-AMD TO FECHA-BITA
               MOVE AA-BITA TO AA-VENT
               PERFORM VENTANA-ANO THRU F-VENTANA-ANO
               COMPUTE RM-FRES = ANO-VENT * 10000 + MM-BITA * 100
           MOVE "N" TO SM-LLENO.
           CLOSE CONTRI.
           OPEN I-O CONTRI.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA-HOY.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-COMP = ANO-VENT * 10000 + HOY-MM * 100
           READ IMPU NEXT RECORD AT END GO TO F-SM-DEUDA.
           IF CONT NOT = NUM-CO GO TO F-SM-DEUDA.
           IF FEC-PAG NOT = ZEROS GO TO SMD-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO SMD-R.
           IF PAGADO > MONTO GO TO SMD-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO SMD-R.
           IF FT-EJEC NOT = "S" GO TO FTI-R2.
           MOVE REG-IMP TO FU-SAVE.
           DELETE IMPU INVALID KEY GO TO FTI-R.
           PERFORM BORRA-ABIE THRU F-BORRA-ABIE.
           MOVE FU-SAVE TO REG-IMP.
           MOVE FT-B TO TIP-IMP.
           WRITE REG-IMP
           INVALID KEY
               MOVE FU-SAVE TO REG-IMP
               WRITE REG-IMP
               PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE
               ADD 1 TO FT-COLI
               SUBTRACT 1 FROM FT-CIMP
               GO TO FTI-R.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           GO TO FTI-R.
       FT-PAG0.
           CLOSE RPAGOS.
      *    PRIMERA PARTE: LA CUOTA ORIGINAL CON EL MONTO REDUCIDO.
           MOVE DS-M1 TO MONTO.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
      *    SEGUNDA PARTE: MISMO VENCIMIENTO Y MISMA FECHA ORIGINAL,
      *    NUMERO DE CUOTA LIBRE, RESTO DEL MONTO.
           MOVE DS-P2 TO P1.
           MOVE ZEROS TO FEC-PAG.
           MOVE ZEROS TO BONIF.
           WRITE REG-IMP INVALID KEY CONTINUE.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "DESDO" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
       F-IMPRIME-NDC.
           EXIT.

       IMPRIME-TITUL.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM TIL1 AFTER 1.
           MOVE TI-PROP TO TIL-PROP.
           MOVE TI-DD TO TIL-DD.
           MOVE TI-MM TO TIL-MM.
           MOVE TI-CORTE (1:4) TO TIL-AA.
           WRITE RENGLON FROM TIL2 AFTER 2.
           MOVE TI-CON (26:25) TO TIL-NOMA.
           MOVE TI-HIST TO TIL-HIST.
           WRITE RENGLON FROM TIL3 AFTER 1.
           MOVE TI-NOM TO TIL-NOMN.
           MOVE TI-DOM TO TIL-DOMN.
           WRITE RENGLON FROM TIL4 AFTER 1.
           MOVE TI-CCUO TO TIL-CCUO.
           MOVE TI-CPAG TO TIL-CPAG.
           WRITE RENGLON FROM TIL5 AFTER 2.
           IF TI-DEUDA = "S"
               MOVE "CON DEUDA AL CORTE - AUTORIZO:" TO TIL-SIT
               MOVE TI-SUP TO TIL-SUP
           ELSE
               MOVE "LIBRE DEUDA A LA FECHA DE CORTE" TO TIL-SIT
               MOVE SPACES TO TIL-SUP.
           WRITE RENGLON FROM TIL6 AFTER 1.
           MOVE OPERADOR TO TIL-OPE.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-DD TO TIL-FDD.
           MOVE FPROC-MM TO TIL-FMM.
           MOVE FPROC-FECHA (1:4) TO TIL-FAA.
           WRITE RENGLON FROM TIL7 AFTER 2.
           CLOSE IMPRE.
       F-IMPRIME-TITUL.
           EXIT.

       PROXIMO-NDC.
           OPEN I-O NUNDC.
           IF ND-STATUS NOT = "00"
      *    LLAMADOR EN TOT-... (EMITIDO Y/O COBRADO, PUEDEN VENIR
      *    NEGATIVOS).
       ACTUALIZA-TOTAL.
           IF TOT-EMI NOT = ZEROS
               MOVE TOT-TIP TO DV-TIP1
               MOVE TOT-EMI TO DV-IMP1
               PERFORM DEVENGA THRU F-DEVENGA.
      *    ENTRADA SIN DEVENGAR, PARA LOS TRASLADOS DE IMPORTES ENTRE
      *    CLIENTES QUE NO CAMBIAN LA DEUDA TOTAL.
       AT-GRABA.
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


      *    LA NOTA QUEDA PENDIENTE DE AUTORIZACION. EL DOCUMENTO DEL
      *    CLIENTE Y EL CUIT EMISOR LOS COMPLETA FACTEL AL ENVIARLA.
       ENCOLA-CAE.
           MOVE DC-TIPODOC TO CA-TIPO.
           MOVE DC-NRO TO CA-NRO.
           MOVE DC-CLI TO CA-CLI.
           COMPUTE CA-FECHA = DC-AA * 10000 + DC-MM * 100 + DC-DD.
           MOVE DC-MONTO TO CA-IMPORTE.
           MOVE ZEROS TO CA-CUIT-EMP CA-DOC-TIPO CA-DOC-NRO.
           MOVE "P" TO CA-EST.
           MOVE ZEROS TO CA-CAE CA-VTO CA-FENVIO.
           MOVE SPACES TO CA-MOTIVO.
           WRITE REG-CAE INVALID KEY REWRITE REG-CAE.
       F-ENCOLA-CAE.
           EXIT.

      *    UNA NOTA DE DEBITO AUMENTA LA DEUDA DEL TIPO Y UNA DE
      *    CREDITO LA DISMINUYE; AL ANULARLA (ESTADO "A") SE INVIERTE.
       DEVENGA-NDC.
           MOVE DC-TIP TO DV-TIP1.
           IF DC-TIPODOC = "D"
               MOVE DC-MONTO TO DV-IMP1
           ELSE
               COMPUTE DV-IMP1 = ZERO - DC-MONTO.
           IF DC-EST = "A"
               COMPUTE DV-IMP1 = ZERO - DV-IMP1.
           PERFORM DEVENGA THRU F-DEVENGA.
       F-DEVENGA-NDC.
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
           CLOSE CONTRI IMPU EXEN NOTA PERIO BITA NOTDC ZONA CLIDA
                 TOTAL RECL CAE POST ENVE ABIE DOCU.
           CHAIN "MENU".
           STOP RUN.

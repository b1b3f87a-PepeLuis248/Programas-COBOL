                  RECORD KEY IS MC-NRO
                  FILE STATUS IS MC-STATUS.

           SELECT VTO2 ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS V2-CLAVE
                  FILE STATUS IS V2-STATUS.

           SELECT RECL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS RM-CLAVE
                  FILE STATUS IS RM-STATUS.

           SELECT CENDEU ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CX-CLI
                  FILE STATUS IS CX-STATUS.

           SELECT CERDE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS NE-CLAVE
                  FILE STATUS IS NE-STATUS.

           SELECT CLIDA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CLD-CLI
                  FILE STATUS IS CDA-STATUS.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT MANI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TD-CLI
                  FILE STATUS IS TD-STATUS.

           SELECT PLHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PL-CLAVE
                  FILE STATUS IS PL-STATUS.

           SELECT REBO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RB-STATUS.

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

           03 MC-PORC           PIC 999V99.
           03 MC-TOPE           PIC 9(9)V99.

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

      *    RECLAMOS POR CUOTA (LOS MANTIENE MOFBA): ABIERTO =
      *    INGRESADO O EN ANALISIS.
       FD  RECL LABEL RECORD IS STANDARD
           03 RM-FRES            PIC 9(8).
           03 RM-OPER            PIC X(10).

      *    CLIENTES INFORMADOS A LA CENTRAL DE DEUDORES (LOS MANTIENE
      *    CENDEU): ESTADO I=INFORMADO B=DADO DE BAJA.
       FD  CENDEU LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCENDEU"
           DATA RECORD IS REG-CENDEU.

       01  REG-CENDEU.
           03 CX-CLI             PIC X(25).
           03 CX-DOCT            PIC 99.
           03 CX-DOCN            PIC 9(11).
           03 CX-EST             PIC X.
           03 CX-FALTA           PIC 9(8).
           03 CX-FALTA-R REDEFINES CX-FALTA.
              05 CX-FALTA-AA     PIC 9999.
              05 CX-FALTA-MM     PIC 99.
              05 CX-FALTA-DD     PIC 99.
           03 CX-FULT            PIC 9(8).
           03 CX-MONTO           PIC 9(11)V99.
           03 CX-FVEN            PIC 9(8).
           03 CX-FBAJA           PIC 9(8).
           03 CX-MOT             PIC X.

      *    CERTIFICADOS DE DEUDA (TITULO EJECUTIVO): NUMERADOS Y
      *    REGISTRADOS, CON EL TOTAL LIQUIDADO A LA FECHA ELEGIDA.
       FD  CERDE LABEL RECORD IS STANDARD
           03 NE-CLAVE          PIC 9.
           03 NE-PROX           PIC 9(6).

      *    DATOS COMPLEMENTARIOS DEL CLIENTE: EL MANIFIESTO SALE EN EL
      *    ORDEN DE VISITA (ZONA Y RUTA DENTRO DE LA ZONA).
       FD  CLIDA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDA.

       01  REG-CLIDA.
           03 CLD-CLI           PIC X(25).
           03 CLD-ZONA          PIC 999.
           03 CLD-CAT           PIC X.
           03 CLD-RUTA          PIC 9(5).

       SD  WORK-SORT
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           03 SR-ZONA            PIC 999.
           03 SR-RUTA            PIC 9(5).
           03 SR-CLI             PIC X(25).
           03 SR-SEC             PIC 999.

      *    PIEZAS ORDENADAS POR CODIGO POSTAL PARA LA TARIFA DE
      *    CORRESPONDENCIA MASIVA: UNA CUOTA POR REGISTRO.
       01  SORT-CP.
           03 SP-CP              PIC X(8).
           03 SP-CLAVE           PIC X(32).

      *    MANIFIESTO DE DISTRIBUCION: CADA CORRIDA DE AVISOS O
      *    INTIMACIONES GENERA UN MANIFIESTO NUMERADO ASIGNADO A UN
      *    COBRADOR (0 = REPARTO POSTAL) CON LA CANTIDAD DE PIEZAS.
      *    ESTADO DE ENTREGA DE CADA PIEZA (COMPA#ERO DE ARAVIH, CON
      *    LA MISMA CLAVE): P=PENDIENTE, E=ENTREGADO, D=DEVUELTO,
      *    X=DOMICILIO INEXISTENTE, CON EL MANIFIESTO QUE LA LLEVO.
      *    M=ENVIADA POR MEDIO ELECTRONICO Y R=REBOTADA, SIN
      *    MANIFIESTO (VER ENVELE).
       FD  AVIE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARAVIE"
           DATA RECORD IS REG-AVIE.
           03 CB-NOM            PIC X(25).
           03 CB-ZONA           PIC X(25).
           03 CB-EST            PIC X.
           03 CB-PORC           PIC 99V99.
           03 CB-MINIMO         PIC 9(7)V99.
           03 CB-RETEN          PIC 99V99.

      *    TEXTOS PARAMETRIZABLES DE LOS AVISOS E INTIMACIONES: HASTA
      *    9 LINEAS POR TIPO DE NOTA (AVISO, INT1, INT2, INT3) CON
      *    MARCAS &NOM &MTO &FEC &LET QUE SE REEMPLAZAN AL EMITIR.
      *    UNA LINEA CON &INF SOLO SALE SI EL CLIENTE ESTA INFORMADO
      *    A LA CENTRAL DE DEUDORES, Y LA MARCA TRAE LA FECHA EN QUE
      *    SE LO INFORMO.
      *    SI UN TIPO NO TIENE LINEAS CARGADAS SE USA EL TEXTO FIJO
      *    DE SIEMPRE.
       FD  TXAVI LABEL RECORD IS STANDARD
           03 TD-CLI            PIC X(25).
           03 TD-TIT            PIC 9(4).

      *    CUOTAS ENVIADAS EN LA PLANILLA DE HABERES DE UN EMPLEADOR
      *    (LA MANTIENE PLANHA). MIENTRAS EL ESTADO ESTA EN BLANCO LA
      *    CUOTA LA DESCUENTA EL EMPLEADOR Y NO SE AVISA NI SE INTIMA.
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

      *    DIRECCIONES REBOTADAS QUE DEVUELVE EL PROGRAMA DE ENVIO:
      *    LAS MISMAS LINEAS DE ENVELE.TXT QUE NO SE PUDIERON ENTREGAR
      *    (VER ENVELE). SOLO INTERESAN CANAL, DIRECCION Y PIEZA.
       FD  REBO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "REBOTES.TXT"
           DATA RECORD IS REG-REBO.

       01  REG-REBO.
           03 RB-CANAL           PIC X.
           03 F                  PIC X.
           03 RB-DIREC           PIC X(50).
           03 F                  PIC X.
           03 RB-CLI             PIC X(25).
           03 F                  PIC X.
           03 RB-SEC             PIC 999.
           03 F                  PIC X(90).

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
       77  AI-FIN                PIC X VALUE "N".
       77  OPC                   PIC XX VALUE SPACES.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  LQ-TOT-REC            PIC 9(12)V99 VALUE ZEROS.
       77  LQ-TOT-BON            PIC 9(12)V99 VALUE ZEROS.
       77  LQ-BON                PIC 9(9)V99 VALUE ZEROS.
       77  LQ-BASE               PIC 9(11)V99 VALUE ZEROS.
       77  BP-STATUS             PIC XX VALUE SPACES.
       77  SC-STATUS             PIC XX VALUE SPACES.
       77  TI-STATUS             PIC XX VALUE SPACES.
       77  TD-STATUS             PIC XX VALUE SPACES.
       77  PL-STATUS             PIC XX VALUE SPACES.
       77  RM-STATUS             PIC XX VALUE SPACES.
       77  V2-STATUS             PIC XX VALUE SPACES.
       77  RM-ABIERTO            PIC X VALUE "N".
       77  TS-STATUS             PIC XX VALUE SPACES.
       77  PW-TIPO               PIC 9(3) VALUE ZEROS.
       01  CE-L5.
           03 F PIC X(19) VALUE "*** REIMPRESION ***".
       77  MN-STATUS             PIC XX VALUE SPACES.
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  NM-STATUS             PIC XX VALUE SPACES.
       77  AE-STATUS             PIC XX VALUE SPACES.
       77  CB-STATUS             PIC XX VALUE SPACES.
           03 MN2-NOM            PIC X(25).
           03 F                  PIC X(05) VALUE " NIV:".
           03 MN2-NIV            PIC 9.
           03 F                  PIC X(07) VALUE "  ZONA:".
           03 MN2-ZONA           PIC ZZ9.
           03 F                  PIC X(08) VALUE "  ORDEN:".
           03 MN2-ORD            PIC ZZZZ9.
       01  EN-RENG.
           03 EN-SEC-S           PIC 999.
           03 F                  PIC X VALUE SPACES.
       77  TX-LINW               PIC 9 VALUE ZERO.
       77  TX-EDLIN              PIC 99 VALUE ZEROS.
       77  RP-NOM                PIC X(25) VALUE SPACES.
       77  RP-CLI                PIC X(25) VALUE SPACES.
       77  RP-INF                PIC X VALUE "N".
       77  TX-CINF               PIC 99 VALUE ZEROS.
       77  CX-STATUS             PIC XX VALUE SPACES.
       01  RP-FINF.
           03 RP-IDD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 RP-IMM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 RP-IAA             PIC 9999.
       77  RP-MTO-N              PIC 9(12)V99 VALUE ZEROS.
       77  RP-MTO-ED             PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
       01  RP-FEC.
       77  TG-MODO               PIC X VALUE "A".
       77  TG-HAY                PIC X VALUE "N".
       77  TG-MAXNIV             PIC 9 VALUE ZERO.
       77  TG-INF                PIC X VALUE "N".
       77  TG-FINF               PIC X(10) VALUE SPACES.
       77  TG-TOT                PIC 9(12)V99 VALUE ZEROS.
       77  TG-MIEM               PIC X(25) VALUE SPACES.

       77  BAR-NUM18             PIC 9(18) VALUE ZEROS.
       77  BAR-Q                 PIC 9(17) VALUE ZEROS.
       77  BAR-DV-CALC           PIC 99 VALUE ZEROS.
       77  BAR-FN                PIC 9(6) VALUE ZEROS.

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
           03 IN-CANT-S          PIC Z9.
           03 F PIC X(13) VALUE "   TOTAL: $ ".
           03 IN-TOT-S           PIC Z,ZZZ,ZZZ,ZZ9.99.
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
       01  FECHA.
           03 AAF                PIC 99.
           03 MMF                PIC 99.
                 07 AV-MM        PIC 99.
                 07 AV-AAV       PIC 9999.
              05 AV-MONTO        PIC 9(11)V99.
              05 AV-FV2.
                 07 AV-AA2       PIC 9999.
                 07 AV-MM2       PIC 99.
                 07 AV-DD2       PIC 99.
              05 AV-RECV2        PIC 9(11)V99.

       01  AV-NOMLIN.
           03 F                  PIC X(10) VALUE SPACES.

       01  AV-DOMLIN.
           03 F                  PIC X(10) VALUE SPACES.
           03 AV-DOM-S           PIC X(30).

       01  AV-LOCLIN.
           03 F                  PIC X(10) VALUE SPACES.
           03 AV-LOC-S           PIC X(60).

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

       01  DP-LINEA.
           03 F PIC X(11) VALUE "DOMICILIO: ".
           03 DP-CALLE           PIC X(30).
           03 F                  PIC X VALUE SPACES.
           03 DP-LOC             PIC X(60).

      *    ORDEN POR CODIGO POSTAL (SOLO REPARTO POR CORREO) Y
      *    DOMICILIO POSTAL DEL ESTADO POR TITULAR (EL DEL PRIMER
      *    CLIENTE VINCULADO QUE LO TENGA).
       77  ORDCP-SW              PIC X VALUE "N".
       77  AV-VALE               PIC X VALUE "N".
       77  CP-CLI                PIC X(25) VALUE SPACES.
       77  CP-CP                 PIC X(8) VALUE SPACES.
       77  TG-DHAY               PIC X VALUE "N".
       77  TG-DCALLE             PIC X(30) VALUE SPACES.
       77  TG-DLOC               PIC X(60) VALUE SPACES.

      *    ENVIO ELECTRONICO (VER ENVELE). CON ENV-SW EN "S"
      *    REGISTRA-ENVIO DEJA LA PIEZA COMO ENVIADA POR MEDIO
      *    ELECTRONICO, FUERA DEL MANIFIESTO DE PAPEL.
       77  ENV-SW                PIC X VALUE "N".
       77  AV-ELECTR             PIC 9(5) VALUE ZEROS.
       77  IN-ELECTR             PIC 9(5) VALUE ZEROS.
       77  RB-STATUS             PIC XX VALUE SPACES.
       77  RB-LEIDOS             PIC 9(5) VALUE ZEROS.
       77  RB-PIEZAS             PIC 9(5) VALUE ZEROS.
       77  RB-CLIS               PIC 9(5) VALUE ZEROS.

       01  ENVELE-PAR.
           03 ENVELE-FUN         PIC X VALUE SPACES.
           03 ENVELE-CLI         PIC X(25) VALUE SPACES.
           03 ENVELE-SEC         PIC 999 VALUE ZEROS.
           03 ENVELE-HAY         PIC X VALUE SPACES.
           03 ENVELE-CANAL       PIC X VALUE SPACES.
           03 ENVELE-DIREC       PIC X(50) VALUE SPACES.
           03 ENVELE-ASUNTO      PIC X(40) VALUE SPACES.
           03 ENVELE-MONTO       PIC S9(12)V99 VALUE ZEROS.
           03 ENVELE-FVTO        PIC 9(8) VALUE ZEROS.
           03 ENVELE-BARRA       PIC X(20) VALUE SPACES.
           03 ENVELE-FECHA       PIC 9(8) VALUE ZEROS.

       01  REFCLI-PAR.
           03 REFCLI-CLI         PIC X(25) VALUE SPACES.
           03 REFCLI-NRO         PIC 9(8) VALUE ZEROS.

      *    INMUEBLE EN CONDOMINIO: UN AVISO POR CONDOMINO (CN-IX) CON
      *    SU PARTE DE CADA CUOTA (CN-P1V) Y DEL 2DO VENCIMIENTO
      *    (CN-P2V). CN-IX EN CERO ES EL AVISO COMUN AL TITULAR.
       77  CN-IX                 PIC 99 VALUE ZEROS.
       77  CN-CANT               PIC 9 VALUE ZERO.
       77  CN-TOTU               PIC 9(12)V99 VALUE ZEROS.
       01  CN-PARTES.
           03 CN-PARTE OCCURS 20.
              05 CN-P1V          PIC 9(11)V99.
              05 CN-P2V          PIC 9(11)V99.
       01  CN-LINEA.
           03 F                  PIC X(10) VALUE SPACES.
           03 F                  PIC X(26)
              VALUE "CONDOMINIO - SU PARTE ES ".
           03 CN-PORC-S          PIC ZZ9.99.
           03 F                  PIC XX VALUE " %".
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

       01  AV-REFLIN.
           03 F                  PIC X(10) VALUE SPACES.
           03 F                  PIC X(32)
              VALUE "REFERENCIA PARA TRANSFERENCIAS: ".
           03 AV-REF-S           PIC 9(8).

       01  AV-TITU.
           03 F PIC X(30) VALUE "   AVISO DE VENCIMIENTO       ".
           03 F                  PIC X(03) VALUE " $ ".
           03 AV-MPO-S           PIC ZZZ,ZZZ,ZZ9.99.

       01  AV-LINEA2.
           03 F                  PIC X(34) VALUE SPACES.
           03 F                  PIC X(05) VALUE "2DO: ".
           03 AV-VD2-S           PIC 99.
           03 F                  PIC X VALUE "/".
           03 AV-VM2-S           PIC 99.
           03 F                  PIC X VALUE "/".
           03 AV-VA2-S           PIC 9999.
           03 F                  PIC X(03) VALUE " $ ".
           03 AV-MPO2-S          PIC ZZZ,ZZZ,ZZ9.99.

       01  AV-TOTLIN.
           03 F                  PIC X(20) VALUE "TOTAL A VENCER...: $".
           03 F                  PIC X VALUE SPACES.
           03 F                  PIC X VALUE SPACES.
           03 LQ-GRAN-S          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LQ-MODLIN.
           03 F                  PIC X(16) VALUE "     EN MODULOS ".
           03 LQ-MOD-S           PIC ZZ,ZZ9.99.
           03 F                  PIC X(05) VALUE " X $ ".
           03 LQ-VMOD-S          PIC ZZZ,ZZ9.9999.

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

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARIMPU  02".
              05 F               PIC X(10) VALUE "ARCODI  02".
              05 F               PIC X(10) VALUE "ARCLIDA 02".
              05 F               PIC X(10) VALUE "ARCOBR  02".
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
              VALUE "2-AVISOS DE VENCIMIENTO (LOTE)".
           03 LINE 14 COLUMN 24
              VALUE "3-INTIMACIONES POR MORA (LOTE)".
           03 LINE 15 COLUMN 24
              VALUE "8-REBOTES DEL ENVIO ELECTRONICO".
           03 LINE 16 COLUMN 24
              VALUE "4-REGRESO MENU PRINCIPAL".
           03 LINE 17 COLUMN 24

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
           OPEN INPUT ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN INPUT ABIE.
           OPEN I-O CODI.
           OPEN INPUT RDATOS.
           READ RDATOS AT END MOVE SPACES TO REG-DATOS.
           MOVE REG-NOMEMP TO S-NOMEMP.
           MOVE REG-DOM TO S-DOM.
           MOVE REG-TEL TO S-TEL.
               OPEN OUTPUT TITD
               CLOSE TITD
               OPEN I-O TITD.
           OPEN I-O PLHA.
           IF PL-STATUS NOT = "00"
               OPEN OUTPUT PLHA
               CLOSE PLHA
               OPEN I-O PLHA.
           OPEN I-O TXAVI.
           IF TX-STATUS NOT = "00"
               OPEN OUTPUT TXAVI
               OPEN OUTPUT MANI
               CLOSE MANI
               OPEN I-O MANI.
           OPEN I-O VTO2.
           IF V2-STATUS NOT = "00"
               OPEN OUTPUT VTO2
               CLOSE VTO2
               OPEN I-O VTO2.
           OPEN I-O RECL.
           IF RM-STATUS NOT = "00"
               OPEN OUTPUT RECL
               CLOSE RECL
               OPEN I-O RECL.
           OPEN I-O CENDEU.
           IF CX-STATUS NOT = "00"
               OPEN OUTPUT CENDEU
               CLOSE CENDEU
               OPEN I-O CENDEU.
           OPEN I-O TASA.
           IF TS-STATUS NOT = "00"
               OPEN OUTPUT TASA
               CLOSE MORA
               OPEN I-O MORA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM AVISO-FPROC THRU F-AVISO-FPROC.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

       ENCABEZA.
           IF OPC = "5" GO TO TEXTOS.
           IF OPC = "6" GO TO ENTREGAS.
           IF OPC = "7" GO TO CERTDEU.
           IF OPC = "8" GO TO REBOTES.
           GO TO L-PANT.

      *    LIQUIDACION DE DEUDA PROYECTADA: PARA UN CLIENTE, CADA
           READ IMPU NEXT RECORD AT END GO TO LQ-FIN.
           IF CONT NOT = CONT1 GO TO LQ-FIN.
           IF FEC-PAG NOT = ZEROS GO TO LQ-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO LQ-R.
           IF PAGADO > MONTO GO TO LQ-R.
           PERFORM LQ-MODULO THRU F-LQ-MODULO.
           COMPUTE LQ-SALDO = MONTO - PAGADO.
           PERFORM CALCULA-RECARGO THRU F-CALCULA-RECARGO.
           PERFORM CONGELA-RECLAMO THRU F-CONGELA-RECLAMO.
           COMPUTE LQ-SALDO = LQ-SALDO + RECARGO - LQ-BON.
           MOVE LQ-SALDO TO LQ-TOT-S.
           WRITE RENGLON FROM LQ-LINEA AFTER 1.
           IF MODULO-HAY = "S"
               MOVE MODULO-CANT TO LQ-MOD-S
               MOVE MODULO-VALOR TO LQ-VMOD-S
               WRITE RENGLON FROM LQ-MODLIN AFTER 1.
           GO TO LQ-R.
       LQ-FIN.
           IF LQ-TOT-BON NOT = ZEROS
           ACCEPT OPC AT 1442 WITH PROMPT.
           GO TO ENCABEZA.

      *    CUOTA SIN PAGOS DE UN TIPO EN MODULOS: SE LIQUIDA AL VALOR
      *    DEL MODULO VIGENTE A SU VENCIMIENTO (SOLO EN LA
      *    LIQUIDACION, ARIMPU NO SE TOCA). LA EXENCION CONSERVA SU
      *    PROPORCION SOBRE LA CUOTA.
       LQ-MODULO.
           MOVE "N" TO MODULO-HAY.
           IF PAGADO NOT = ZEROS OR EST-IMP NOT = SPACE
               GO TO F-LQ-MODULO.
           MOVE CONT TO MODULO-CLI.
           MOVE TIP-IMP TO MODULO-TIP.
           COMPUTE MODULO-FECHA = AAV * 10000 + MMV * 100 + DDV.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY NOT = "S" GO TO F-LQ-MODULO.
           COMPUTE LQ-BASE = MONTO + BONIF.
           IF LQ-BASE NOT = ZEROS
               COMPUTE BONIF ROUNDED = BONIF * MODULO-MONTO / LQ-BASE.
           COMPUTE MONTO = MODULO-MONTO - BONIF.
       F-LQ-MODULO.
           EXIT.

      *    MISMA FORMULA QUE EL PARRAFO D8M DE PAGOS: MESES DE ATRASO
      *    ENTRE FEC-VEN Y LA FECHA PREVISTA, POR TASA-MORA, SOBRE EL
      *    MONTO DE LA CUOTA.
           MOVE ZEROS TO CANT-DIAS.
           ACCEPT CANT-DIAS AT 0936 WITH PROMPT.
           IF CANT-DIAS = ZEROS GO TO ENCABEZA.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-COMP = ANO-VENT * 10000 + MMF * 100 + DDF.
           MOVE "N" TO AGRUPA-SW.
           ACCEPT AGRUPA-SW AT 1042 WITH PROMPT.
           PERFORM PIDE-REPARTO THRU F-PIDE-REPARTO.
           MOVE ZEROS TO AV-CANT AV-TOT AV-EMITIDOS AV-ELECTR.
           MOVE SPACES TO AV-CLI.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           IF AGRUPA-SW = "S"
               MOVE "A" TO TG-MODO
               PERFORM TIT-PASS THRU F-TIT-PASS.
           PERFORM INICIA-ABIERTAS THRU F-INICIA-ABIERTAS.
           IF ORDCP-SW = "S"
               SORT WORK-SORT ON ASCENDING KEY SP-CP SP-CLAVE
                   INPUT PROCEDURE IS AVC-CARGA THRU F-AVC-CARGA
                   OUTPUT PROCEDURE IS AVC-EMITE THRU F-AVC-EMITE
               GO TO AVL-F.
       AVL-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO AVL-F.
           PERFORM AVL-VALE THRU F-AVL-VALE.
           IF AV-VALE = "N" GO TO AVL-R.
           PERFORM AVL-JUNTA THRU F-AVL-JUNTA.
           GO TO AVL-R.
       AVL-F.
           IF AV-CLI NOT = SPACES AND AV-CANT NOT = ZEROS
               PERFORM AV-EMITE THRU F-AV-EMITE.
           CLOSE IMPRE.
           PERFORM CIERRA-MANIFIESTO THRU F-CIERRA-MANIFIESTO.
           DISPLAY "AVISOS EMITIDOS:" AT 1218.
           DISPLAY AV-EMITIDOS AT 1235.
           DISPLAY "ENVIADOS POR MEDIO ELECTRONICO:" AT 1318.
           DISPLAY AV-ELECTR AT 1350.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1242 WITH PROMPT.
           GO TO ENCABEZA.

      *    CUOTA DEL BUFFER QUE ENTRA EN EL AVISO EN LOTE.
       AVL-VALE.
           MOVE "N" TO AV-VALE.
           IF FEC-PAG NOT = ZEROS GO TO F-AVL-VALE.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO F-AVL-VALE.
           IF AGRUPA-SW = "S"
               MOVE CONT TO TD-CLI
               READ TITD KEY IS TD-CLI
               INVALID KEY CONTINUE
               END-READ
               IF TD-STATUS = "00" GO TO F-AVL-VALE.
           MOVE NUM-CO1 TO PL-CLAVE.
           READ PLHA KEY IS PL-CLAVE
           INVALID KEY CONTINUE
           END-READ.
           IF PL-STATUS = "00" AND PL-EST = SPACE GO TO F-AVL-VALE.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP < HOY-COMP OR VEN-COMP > LIM-COMP
               GO TO F-AVL-VALE.
           MOVE "S" TO AV-VALE.
       F-AVL-VALE.
           EXIT.

      *    JUNTA LA CUOTA EN LA TABLA DEL AVISO; AL CAMBIAR DE CLIENTE
      *    EMITE EL AVISO DEL ANTERIOR.
       AVL-JUNTA.
           IF AV-CLI NOT = SPACES AND CONT NOT = AV-CLI
               PERFORM AV-EMITE THRU F-AV-EMITE.
           MOVE CONT TO AV-CLI.
           IF AV-CANT = 20 GO TO F-AVL-JUNTA.
           ADD 1 TO AV-CANT.
           MOVE P1 TO AV-P1 (AV-CANT).
           MOVE AA TO AV-AA (AV-CANT).
           MOVE MMV TO AV-MM (AV-CANT).
           MOVE AAV TO AV-AAV (AV-CANT).
           MOVE MONTO TO AV-MONTO (AV-CANT).
           PERFORM CARGA-VTO2 THRU F-CARGA-VTO2.
           ADD MONTO TO AV-TOT.
       F-AVL-JUNTA.
           EXIT.

      *    AVISOS ORDENADOS POR CODIGO POSTAL: LA MISMA SELECCION
      *    PASA POR EL SORT Y SE EMITE EN ORDEN DE CODIGO POSTAL Y
      *    CLIENTE.
       AVC-CARGA.
           MOVE SPACES TO CP-CLI.
       AVC-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO F-AVC-CARGA.
           PERFORM AVL-VALE THRU F-AVL-VALE.
           IF AV-VALE = "N" GO TO AVC-R.
           PERFORM SUELTA-CP THRU F-SUELTA-CP.
           GO TO AVC-R.
       F-AVC-CARGA.
           EXIT.

       AVC-EMITE.
           RETURN WORK-SORT AT END GO TO F-AVC-EMITE.
           MOVE SP-CLAVE TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO AVC-EMITE.
           PERFORM AVL-JUNTA THRU F-AVL-JUNTA.
           GO TO AVC-EMITE.
       F-AVC-EMITE.
           EXIT.

      *    PASA AL SORT LA CUOTA DEL BUFFER CON EL CODIGO POSTAL DEL
      *    CLIENTE. LOS CLIENTES SIN DOMICILIO POSTAL VAN AL FINAL.
       SUELTA-CP.
           IF CONT NOT = CP-CLI
               MOVE CONT TO CP-CLI
               PERFORM LEE-DOMPOS THRU F-LEE-DOMPOS
               MOVE HIGH-VALUES TO CP-CP
               IF DOMPOS-HAY = "S" AND DOMPOS-CP NOT = SPACES
                   MOVE DOMPOS-CP TO CP-CP.
           MOVE CP-CP TO SP-CP.
           MOVE NUM-CO1 TO SP-CLAVE.
           RELEASE SORT-CP.
       F-SUELTA-CP.
           EXIT.

       LEE-DOMPOS.
           MOVE "L" TO DOMPOS-FUN.
           MOVE CP-CLI TO DOMPOS-CLI.
           CALL "DOMPOS" USING DOMPOS-PAR.
       F-LEE-DOMPOS.
           EXIT.

      *    DOMICILIO DE ENVIO DEL CLIENTE CP-CLI (REG-CON LEIDO): EL
      *    POSTAL SI TIENE CALLE CARGADA, SI NO EL DEL INMUEBLE. LA
      *    LINEA DE LOCALIDAD SE IMPRIME SIEMPRE, EN BLANCO SI NO HAY
      *    DOMICILIO POSTAL, ASI LA PIEZA CONSERVA SU ALTO.
       DOM-ENVIO.
           MOVE DOMICILIO TO AV-DOM-S.
           MOVE SPACES TO AV-LOC-S.
           PERFORM LEE-DOMPOS THRU F-LEE-DOMPOS.
           IF DOMPOS-HAY = "S"
               MOVE DOMPOS-CALLE TO AV-DOM-S
               MOVE DOMPOS-LINEA TO AV-LOC-S.
       F-DOM-ENVIO.
           EXIT.

      *    SI EL INMUEBLE ESTA EN CONDOMINIO SALE UN AVISO POR
      *    CONDOMINO, A SU NOMBRE Y CON SU PARTE; SI NO, UNO SOLO,
      *    QUE VA POR MEDIO ELECTRONICO SI EL CLIENTE LO PIDIO (LOS
      *    CONDOMINOS RECIBEN SIEMPRE PAPEL).
       AV-EMITE.
           IF AV-CANT = ZEROS GO TO F-AV-EMITE.
           MOVE ZEROS TO CN-IX.
           MOVE "L" TO CONDOM-FUN.
           MOVE AV-CLI TO CONDOM-CLI.
           MOVE ZEROS TO CONDOM-MONTO CONDOM-TIP.
           CALL "CONDOM" USING CONDOM-PAR.
           MOVE CONDOM-CANT TO CN-CANT.
           IF CN-CANT = ZERO
               MOVE AV-TOT TO CN-TOTU
               MOVE AV-CLI TO ENVELE-CLI
               PERFORM LEE-ENVELE THRU F-LEE-ENVELE
               IF ENVELE-HAY = "S"
                   PERFORM AV-ELEC THRU F-AV-ELEC
               ELSE
                   PERFORM AV-UNO THRU F-AV-UNO
               END-IF
               GO TO AVE-FIN.
       AVE-CN.
           ADD 1 TO CN-IX.
           IF CN-IX > CN-CANT GO TO AVE-FIN.
           PERFORM AV-PARTES THRU F-AV-PARTES.
           PERFORM AV-UNO THRU F-AV-UNO.
           GO TO AVE-CN.
       AVE-FIN.
           MOVE ZEROS TO AV-CANT AV-TOT CN-IX.
       F-AV-EMITE.
           EXIT.

      *    PARTE DEL CONDOMINO CN-IX EN CADA CUOTA DE LA TABLA (CONDOM
      *    REPARTE CADA IMPORTE Y DEJA EL REDONDEO AL ULTIMO).
       AV-PARTES.
           MOVE ZEROS TO CN-TOTU AV-IND.
       AVP-R.
           ADD 1 TO AV-IND.
           IF AV-IND > AV-CANT GO TO F-AV-PARTES.
           MOVE "L" TO CONDOM-FUN.
           MOVE AV-MONTO (AV-IND) TO CONDOM-MONTO.
           CALL "CONDOM" USING CONDOM-PAR.
           MOVE CONDOM-PARTE (CN-IX) TO CN-P1V (AV-IND).
           ADD CN-P1V (AV-IND) TO CN-TOTU.
           MOVE ZEROS TO CN-P2V (AV-IND).
           IF AV-FV2 (AV-IND) = ZEROS GO TO AVP-R.
           COMPUTE CONDOM-MONTO = AV-MONTO (AV-IND)
               + AV-RECV2 (AV-IND).
           CALL "CONDOM" USING CONDOM-PAR.
           MOVE CONDOM-PARTE (CN-IX) TO CN-P2V (AV-IND).
           GO TO AVP-R.
       F-AV-PARTES.
           MOVE ZEROS TO CONDOM-MONTO.
           EXIT.

       AV-UNO.
           IF AV-EMITIDOS = ZEROS
               WRITE RENGLON FROM L1 AFTER 1
           ELSE
               MOVE AV-CLI TO NOMBRE
               MOVE SPACES TO DOMICILIO.
           MOVE NOMBRE TO AV-NOM-S.
           MOVE AV-CLI TO CP-CLI.
           PERFORM DOM-ENVIO THRU F-DOM-ENVIO.
           IF CN-IX NOT = ZEROS
               MOVE CONDOM-NOM (CN-IX) TO AV-NOM-S
               IF CONDOM-DOM (CN-IX) NOT = SPACES
                   MOVE CONDOM-DOM (CN-IX) TO AV-DOM-S
                   MOVE SPACES TO AV-LOC-S.
           WRITE RENGLON FROM AV-NOMLIN AFTER 3.
           WRITE RENGLON FROM AV-DOMLIN AFTER 1.
           WRITE RENGLON FROM AV-LOCLIN AFTER 1.
           MOVE AV-CLI TO REFCLI-CLI.
           CALL "REFCLI" USING REFCLI-PAR.
           MOVE REFCLI-NRO TO AV-REF-S.
           WRITE RENGLON FROM AV-REFLIN AFTER 1.
           IF CN-IX NOT = ZEROS
               MOVE CONDOM-PORC (CN-IX) TO CN-PORC-S
               WRITE RENGLON FROM CN-LINEA AFTER 1.
           WRITE RENGLON FROM AV-TITU AFTER 1.
           MOVE "AVISO" TO TX-TIPO.
           MOVE AV-NOM-S TO RP-NOM.
           MOVE AV-CLI TO RP-CLI.
           PERFORM LEE-INFORME THRU F-LEE-INFORME.
           MOVE CN-TOTU TO RP-MTO-N.
           PERFORM EMITE-TEXTO THRU F-EMITE-TEXTO.
           IF TX-HAY = "N"
               WRITE RENGLON FROM AV-TEXTO AFTER 2.
           MOVE AV-MM (AV-IND) TO AV-VM-S.
           MOVE AV-AAV (AV-IND) TO AV-VA-S.
           MOVE AV-MONTO (AV-IND) TO AV-MPO-S.
           IF CN-IX NOT = ZEROS
               MOVE CN-P1V (AV-IND) TO AV-MPO-S.
           WRITE RENGLON FROM AV-LINEA AFTER 1.
           IF AV-FV2 (AV-IND) NOT = ZEROS
               MOVE AV-DD2 (AV-IND) TO AV-VD2-S
               MOVE AV-MM2 (AV-IND) TO AV-VM2-S
               MOVE AV-AA2 (AV-IND) TO AV-VA2-S
               COMPUTE AV-MPO2-S = AV-MONTO (AV-IND)
                   + AV-RECV2 (AV-IND)
               IF CN-IX NOT = ZEROS
                   MOVE CN-P2V (AV-IND) TO AV-MPO2-S
               END-IF
               WRITE RENGLON FROM AV-LINEA2 AFTER 1.
           IF AV-CLI (1:11) IS NUMERIC AND AV-CLI (12:14) = SPACES
               PERFORM ARMA-BARRA THRU F-ARMA-BARRA
               WRITE RENGLON FROM BAR-LINEA AFTER 1.
           GO TO AVE-L.
       AVE-T.
           MOVE CN-TOTU TO AV-TOT-S.
           WRITE RENGLON FROM AV-TOTLIN AFTER 2.
      *    EL AVISO TAMBIEN QUEDA EN EL HISTORIAL (NIVEL 0, NO ALTERA
      *    EL ESCALAMIENTO) PARA PODER SEGUIR SU ENTREGA.
           WRITE REG-AVIH INVALID KEY REWRITE REG-AVIH.
           PERFORM REGISTRA-ENVIO THRU F-REGISTRA-ENVIO.
           ADD 1 TO AV-EMITIDOS.
       F-AV-UNO.
           EXIT.

      *    AVISO POR MEDIO ELECTRONICO: NO SE IMPRIME. VA A ENVELE.TXT
      *    CON EL TOTAL Y EL VENCIMIENTO Y EL CODIGO DE BARRAS DE LA
      *    PRIMERA CUOTA, Y QUEDA EN ARAVIH Y ARAVIE COMO LA PIEZA DE
      *    PAPEL, PERO FUERA DEL MANIFIESTO.
       AV-ELEC.
           MOVE AV-CLI TO IN-CLI.
           PERFORM INT-NIVEL THRU F-INT-NIVEL.
           MOVE AV-CLI TO AH-CLI.
           COMPUTE AH-SEC = IN-ULTSEC + 1.
           MOVE ZERO TO AH-NIVEL.
           MOVE DDF TO AH-DD.
           MOVE MMF TO AH-MM.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO AH-AA.
           MOVE OPERADOR TO AH-OPER.
           WRITE REG-AVIH INVALID KEY REWRITE REG-AVIH.
           MOVE "S" TO ENV-SW.
           PERFORM REGISTRA-ENVIO THRU F-REGISTRA-ENVIO.
           MOVE AH-SEC TO ENVELE-SEC.
           MOVE "AVISO DE VENCIMIENTO" TO ENVELE-ASUNTO.
           MOVE AV-TOT TO ENVELE-MONTO.
           COMPUTE ENVELE-FVTO = AV-AAV (1) * 10000
               + AV-MM (1) * 100 + AV-DD (1).
           MOVE SPACES TO ENVELE-BARRA.
           IF AV-CLI (1:11) IS NUMERIC AND AV-CLI (12:14) = SPACES
               MOVE 1 TO AV-IND
               PERFORM ARMA-BARRA THRU F-ARMA-BARRA
               MOVE BAR-COD TO ENVELE-BARRA.
           MOVE "E" TO ENVELE-FUN.
           CALL "ENVELE" USING ENVELE-PAR.
           ADD 1 TO AV-ELECTR.
       F-AV-ELEC.
           EXIT.

       LEE-ENVELE.
           MOVE "L" TO ENVELE-FUN.
           CALL "ENVELE" USING ENVELE-PAR.
       F-LEE-ENVELE.
           EXIT.

      *    ARMA EL CODIGO DE BARRAS DE 20 DIGITOS (CLIENTE NUMERICO
               REMAINDER BAR-DV-CALC.
           MOVE BAR-DV-CALC TO BA-DV.
           MOVE BAR-ARMA TO BAR-COD.
           DIVIDE AV-AAV (AV-IND) BY 100 GIVING BAR-Q
               REMAINDER BAR-FN.
           COMPUTE BAR-FN = AV-DD (AV-IND) * 10000
               + AV-MM (AV-IND) * 100 + BAR-FN.
           MOVE BAR-FN TO BAR-F1.
           MOVE AV-MONTO (AV-IND) TO BAR-I1.
           IF CN-IX NOT = ZEROS
               MOVE CN-P1V (AV-IND) TO BAR-I1.
           IF AV-FV2 (AV-IND) = ZEROS
               MOVE SPACES TO BAR-SEG
               GO TO F-ARMA-BARRA.
           DIVIDE AV-AA2 (AV-IND) BY 100 GIVING BAR-Q
               REMAINDER BAR-FN.
           COMPUTE BAR-FN = AV-DD2 (AV-IND) * 10000
               + AV-MM2 (AV-IND) * 100 + BAR-FN.
           MOVE " 2V:" TO BAR-SEG (1:4).
           MOVE BAR-FN TO BAR-F2.
           COMPUTE BAR-I2 = AV-MONTO (AV-IND) + AV-RECV2 (AV-IND).
           IF CN-IX NOT = ZEROS
               MOVE CN-P2V (AV-IND) TO BAR-I2.
       F-ARMA-BARRA.
           EXIT.

      *    SEGUNDO VENCIMIENTO DE LA CUOTA DEL BUFFER DE ARIMPU EN LA
      *    ENTRADA AV-CANT DE LA TABLA: FECHA Y RECARGO DEL SEGUNDO.
       CARGA-VTO2.
           MOVE ZEROS TO AV-FV2 (AV-CANT) AV-RECV2 (AV-CANT).
           MOVE NUM-CO1 TO V2-CLAVE.
           READ VTO2 KEY IS V2-CLAVE
           INVALID KEY GO TO F-CARGA-VTO2.
           MOVE V2-FECHA TO AV-FV2 (AV-CANT).
           IF V2-MONTO > MONTO
               COMPUTE AV-RECV2 (AV-CANT) = V2-MONTO - MONTO.
       F-CARGA-VTO2.
           EXIT.

       SUMA-UN-DIA.
           MOVE MM-LIM TO MM-CHK.
           MOVE AA-LIM TO AA-CHK.
       F-VENTANA-ANO.
           EXIT.

      *    RECORRIDO DE LAS CUOTAS ABIERTAS (ARABIE) EN LUGAR DE TODO
      *    ARIMPU: INICIA-ABIERTAS SE POSICIONA EN EL PRIMER CLIENTE Y
      *    LEE-ABIERTA DEJA EN REG-IMP LA CUOTA SIGUIENTE EN ORDEN DE
      *    CLIENTE, O AI-FIN EN "S" CUANDO NO QUEDAN.
       INICIA-ABIERTAS.
           MOVE "N" TO AI-FIN.
           MOVE LOW-VALUES TO AI-CLAVE.
           START ABIE KEY IS NOT LESS AI-CLAVE
           INVALID KEY MOVE "S" TO AI-FIN.
       F-INICIA-ABIERTAS.
           EXIT.

       LEE-ABIERTA.
           IF AI-FIN = "S" GO TO F-LEE-ABIERTA.
           READ ABIE NEXT RECORD AT END
               MOVE "S" TO AI-FIN
               GO TO F-LEE-ABIERTA.
           MOVE AI-CLAVE TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO LEE-ABIERTA.
       F-LEE-ABIERTA.
           EXIT.

       DIAS-MES.
           IF MM-CHK = 4 OR MM-CHK = 6 OR MM-CHK = 9 OR MM-CHK = 11
               MOVE 30 TO MAX-DD
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

      *    INTIMACIONES: SOBRE LOS CLIENTES CON CUOTAS VENCIDAS E
      *    IMPAGAS, ESCALA AUTOMATICAMENTE PRIMER AVISO -> SEGUNDO
      *    AVISO -> INTIMACION FORMAL SEGUN EL HISTORIAL DE ARAVIH,
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 0961 WITH PROMPT.
           IF OPC NOT = "S" GO TO ENCABEZA.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-COMP = ANO-VENT * 10000 + MMF * 100 + DDF.
           MOVE "N" TO AGRUPA-SW.
           ACCEPT AGRUPA-SW AT 1042 WITH PROMPT.
           PERFORM PIDE-REPARTO THRU F-PIDE-REPARTO.
           MOVE ZEROS TO IN-CANT IN-TOT IN-EMITIDOS IN-ELECTR.
           MOVE SPACES TO IN-CLI.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           IF AGRUPA-SW = "S"
               MOVE "I" TO TG-MODO
               PERFORM TIT-PASS THRU F-TIT-PASS.
           PERFORM INICIA-ABIERTAS THRU F-INICIA-ABIERTAS.
           IF ORDCP-SW = "S"
               SORT WORK-SORT ON ASCENDING KEY SP-CP SP-CLAVE
                   INPUT PROCEDURE IS INC-CARGA THRU F-INC-CARGA
                   OUTPUT PROCEDURE IS INC-EMITE THRU F-INC-EMITE
               GO TO INT-F.
       INT-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO INT-F.
           PERFORM INT-VALE THRU F-INT-VALE.
           IF AV-VALE = "N" GO TO INT-R.
           PERFORM INT-JUNTA THRU F-INT-JUNTA.
           GO TO INT-R.
       INT-F.
           IF IN-CLI NOT = SPACES AND IN-CANT NOT = ZEROS
               PERFORM INT-EMITE THRU F-INT-EMITE.
           CLOSE IMPRE.
           PERFORM CIERRA-MANIFIESTO THRU F-CIERRA-MANIFIESTO.
           DISPLAY "CARTAS EMITIDAS:" AT 1218.
           DISPLAY IN-EMITIDOS AT 1235.
           DISPLAY "ENVIADOS POR MEDIO ELECTRONICO:" AT 1318.
           DISPLAY IN-ELECTR AT 1350.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1242 WITH PROMPT.
           GO TO ENCABEZA.

      *    CUOTA DEL BUFFER VENCIDA E IMPAGA QUE ENTRA EN LA CARTA.
       INT-VALE.
           MOVE "N" TO AV-VALE.
           IF FEC-PAG NOT = ZEROS GO TO F-INT-VALE.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO F-INT-VALE.
           IF PAGADO > MONTO GO TO F-INT-VALE.
           IF AGRUPA-SW = "S"
               MOVE CONT TO TD-CLI
               READ TITD KEY IS TD-CLI
               INVALID KEY CONTINUE
               END-READ
               IF TD-STATUS = "00" GO TO F-INT-VALE.
           MOVE NUM-CO1 TO PL-CLAVE.
           READ PLHA KEY IS PL-CLAVE
           INVALID KEY CONTINUE
           END-READ.
           IF PL-STATUS = "00" AND PL-EST = SPACE GO TO F-INT-VALE.
           PERFORM LEE-RECLAMO THRU F-LEE-RECLAMO.
           IF RM-ABIERTO = "S" GO TO F-INT-VALE.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO F-INT-VALE.
           MOVE "S" TO AV-VALE.
       F-INT-VALE.
           EXIT.

       INT-JUNTA.
           IF IN-CLI NOT = SPACES AND CONT NOT = IN-CLI
               PERFORM INT-EMITE THRU F-INT-EMITE.
           MOVE CONT TO IN-CLI.
           ADD 1 TO IN-CANT.
           COMPUTE IN-TOT = IN-TOT + MONTO - PAGADO.
       F-INT-JUNTA.
           EXIT.

      *    INTIMACIONES ORDENADAS POR CODIGO POSTAL, COMO AVC-CARGA.
       INC-CARGA.
           MOVE SPACES TO CP-CLI.
       INC-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO F-INC-CARGA.
           PERFORM INT-VALE THRU F-INT-VALE.
           IF AV-VALE = "N" GO TO INC-R.
           PERFORM SUELTA-CP THRU F-SUELTA-CP.
           GO TO INC-R.
       F-INC-CARGA.
           EXIT.

       INC-EMITE.
           RETURN WORK-SORT AT END GO TO F-INC-EMITE.
           MOVE SP-CLAVE TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO INC-EMITE.
           PERFORM INT-JUNTA THRU F-INT-JUNTA.
           GO TO INC-EMITE.
       F-INC-EMITE.
           EXIT.

       INT-EMITE.
           IF IN-CANT = ZEROS GO TO F-INT-EMITE.
               IF SC-STATUS = "00" AND SC-CAT = "C"
                   MOVE 1 TO IN-NIVEL.
           ADD 1 TO IN-NIVEL.
      *    POR MEDIO ELECTRONICO LA CARTA NO SE IMPRIME, PERO SUBE DE
      *    NIVEL Y QUEDA REGISTRADA IGUAL QUE LA DE PAPEL.
           MOVE IN-CLI TO ENVELE-CLI.
           PERFORM LEE-ENVELE THRU F-LEE-ENVELE.
           IF ENVELE-HAY = "S" GO TO INT-HIST.
           IF IN-EMITIDOS = ZEROS
               WRITE RENGLON FROM L1 AFTER 1
           ELSE
               MOVE IN-CLI TO NOMBRE
               MOVE SPACES TO DOMICILIO.
           MOVE NOMBRE TO AV-NOM-S.
           MOVE IN-CLI TO CP-CLI.
           PERFORM DOM-ENVIO THRU F-DOM-ENVIO.
           WRITE RENGLON FROM AV-NOMLIN AFTER 3.
           WRITE RENGLON FROM AV-DOMLIN AFTER 1.
           WRITE RENGLON FROM AV-LOCLIN AFTER 1.
           IF IN-NIVEL = 1
               WRITE RENGLON FROM IN-TIT1 AFTER 2
               MOVE "INT1 " TO TX-TIPO
           ELSE
           IF IN-NIVEL = 2
               WRITE RENGLON FROM IN-TIT2 AFTER 2
               MOVE "INT2 " TO TX-TIPO
           ELSE
               WRITE RENGLON FROM IN-TIT3 AFTER 2
               MOVE "INT3 " TO TX-TIPO.
           MOVE NOMBRE TO RP-NOM.
           MOVE IN-TOT TO RP-MTO-N.
           MOVE IN-CLI TO RP-CLI.
           PERFORM LEE-INFORME THRU F-LEE-INFORME.
           PERFORM EMITE-TEXTO THRU F-EMITE-TEXTO.
           IF TX-HAY = "N"
               IF IN-NIVEL = 1
           MOVE IN-CANT TO IN-CANT-S.
           MOVE IN-TOT TO IN-TOT-S.
           WRITE RENGLON FROM IN-DEULIN AFTER 2.
       INT-HIST.
           MOVE IN-CLI TO AH-CLI.
           COMPUTE AH-SEC = IN-ULTSEC + 1.
           MOVE IN-NIVEL TO AH-NIVEL.
           MOVE ANO-VENT TO AH-AA.
           MOVE OPERADOR TO AH-OPER.
           WRITE REG-AVIH INVALID KEY REWRITE REG-AVIH.
           IF ENVELE-HAY = "S" MOVE "S" TO ENV-SW.
           PERFORM REGISTRA-ENVIO THRU F-REGISTRA-ENVIO.
           IF ENVELE-HAY NOT = "S"
               ADD 1 TO IN-EMITIDOS
               GO TO INT-LIMPIA.
           MOVE AH-SEC TO ENVELE-SEC.
           IF IN-NIVEL = 1
               MOVE "PRIMER AVISO DE DEUDA" TO ENVELE-ASUNTO
           ELSE
           IF IN-NIVEL = 2
               MOVE "SEGUNDO AVISO DE DEUDA" TO ENVELE-ASUNTO
           ELSE
               MOVE "INTIMACION FORMAL DE PAGO" TO ENVELE-ASUNTO.
           MOVE IN-TOT TO ENVELE-MONTO.
           MOVE ZEROS TO ENVELE-FVTO.
           MOVE SPACES TO ENVELE-BARRA.
           MOVE "E" TO ENVELE-FUN.
           CALL "ENVELE" USING ENVELE-PAR.
           ADD 1 TO IN-ELECTR.
       INT-LIMPIA.
           MOVE ZEROS TO IN-CANT IN-TOT.
       F-INT-EMITE.
           OPEN I-O TITU.
       TG-R.
           READ TITU NEXT RECORD AT END GO TO F-TIT-PASS.
           PERFORM TG-DOMIC THRU F-TG-DOMIC.
           MOVE "N" TO TG-HAY.
           MOVE ZERO TO TG-MAXNIV.
           MOVE ZEROS TO TG-TOT.
           MOVE "N" TO TG-INF.
           CLOSE TITD.
           OPEN I-O TITD.
       TGM-R.
           IF TD-TIT NOT = TI-NRO GO TO TGM-R.
           MOVE TD-CLI TO TG-MIEM.
           PERFORM TG-MIEMBRO THRU F-TG-MIEMBRO.
           MOVE TG-MIEM TO RP-CLI.
           PERFORM LEE-INFORME THRU F-LEE-INFORME.
           IF RP-INF = "S"
               MOVE "S" TO TG-INF
               MOVE RP-FINF TO TG-FINF.
           GO TO TGM-R.
       TG-CIERRA.
           IF TG-HAY = "N" GO TO TG-R.
           MOVE TG-TOT TO TG3-TOT.
           WRITE RENGLON FROM TG-L3 AFTER 2.
           MOVE TG-INF TO RP-INF.
           MOVE TG-FINF TO RP-FINF.
           IF TG-MODO = "A"
               MOVE "AVISO" TO TX-TIPO
               MOVE TI-NOM TO RP-NOM
       F-TIT-PASS.
           EXIT.

      *    EL ESTADO DEL TITULAR VA AL DOMICILIO POSTAL DEL PRIMER
      *    CLIENTE VINCULADO QUE LO TENGA CARGADO.
       TG-DOMIC.
           MOVE "N" TO TG-DHAY.
           MOVE SPACES TO TG-DCALLE TG-DLOC.
           CLOSE TITD.
           OPEN I-O TITD.
       TGD-R.
           READ TITD NEXT RECORD AT END GO TO F-TG-DOMIC.
           IF TD-TIT NOT = TI-NRO GO TO TGD-R.
           MOVE TD-CLI TO CP-CLI.
           PERFORM LEE-DOMPOS THRU F-LEE-DOMPOS.
           IF DOMPOS-HAY NOT = "S" GO TO TGD-R.
           MOVE "S" TO TG-DHAY.
           MOVE DOMPOS-CALLE TO TG-DCALLE.
           MOVE DOMPOS-LINEA TO TG-DLOC.
       F-TG-DOMIC.
           EXIT.

      *    UN CLIENTE VINCULADO: JUNTA SUS CUOTAS SEGUN EL MODO Y LAS
      *    LISTA BAJO EL TITULAR. EN MODO INTIMACION DETERMINA EL
      *    NIVEL DEL MIEMBRO Y DEJA SU ENTRADA EN ARAVIH.
           READ IMPU NEXT RECORD AT END GO TO TGM-LISTA.
           IF CONT NOT = TG-MIEM GO TO TGM-LISTA.
           IF FEC-PAG NOT = ZEROS GO TO TGJ-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO TGJ-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF TG-MODO = "A"
               IF VEN-COMP < HOY-COMP OR VEN-COMP > LIM-COMP
           ELSE
               COMPUTE AV-MONTO (AV-CANT) = MONTO - PAGADO
               COMPUTE AV-TOT = AV-TOT + MONTO - PAGADO.
           PERFORM CARGA-VTO2 THRU F-CARGA-VTO2.
           GO TO TGJ-R.
       TGM-LISTA.
           IF AV-CANT = ZEROS GO TO F-TG-MIEMBRO.
           MOVE AV-AAV (AV-IND) TO AV-VA-S.
           MOVE AV-MONTO (AV-IND) TO AV-MPO-S.
           WRITE RENGLON FROM AV-LINEA AFTER 1.
           IF AV-FV2 (AV-IND) NOT = ZEROS
               MOVE AV-DD2 (AV-IND) TO AV-VD2-S
               MOVE AV-MM2 (AV-IND) TO AV-VM2-S
               MOVE AV-AA2 (AV-IND) TO AV-VA2-S
               COMPUTE AV-MPO2-S = AV-MONTO (AV-IND)
                   + AV-RECV2 (AV-IND)
               WRITE RENGLON FROM AV-LINEA2 AFTER 1.
           IF AV-CLI (1:11) IS NUMERIC AND AV-CLI (12:14) = SPACES
               PERFORM ARMA-BARRA THRU F-ARMA-BARRA
               WRITE RENGLON FROM BAR-LINEA AFTER 1.
           MOVE TI-NOM TO TG1-NOM.
           MOVE TI-TEL TO TG1-TEL.
           WRITE RENGLON FROM TG-L1 AFTER 3.
           IF TG-DHAY = "S"
               MOVE TG-DCALLE TO AV-DOM-S
               MOVE TG-DLOC TO AV-LOC-S
               WRITE RENGLON FROM AV-DOMLIN AFTER 1
               WRITE RENGLON FROM AV-LOCLIN AFTER 1.
           IF TG-MODO = "A"
               WRITE RENGLON FROM AV-TITU AFTER 2
           ELSE

      *    EMITE LAS LINEAS CARGADAS PARA TX-TIPO REEMPLAZANDO LAS
      *    MARCAS. TX-HAY QUEDA EN "N" SI EL TIPO NO TIENE LINEAS Y
      *    EL LLAMADOR DEBE USAR EL TEXTO FIJO. LAS LINEAS CON &INF
      *    SE SALTEAN SI EL CLIENTE NO ESTA INFORMADO A LA CENTRAL
      *    (RP-INF, VER LEE-INFORME).
       EMITE-TEXTO.
           MOVE "N" TO TX-HAY.
           MOVE RP-MTO-N TO RP-MTO-ED.
           MOVE TX-LINW TO TX-LIN.
           READ TXAVI KEY IS TX-CLAVE
           INVALID KEY GO TO ETX-R.
           MOVE ZEROS TO TX-CINF.
           INSPECT TX-TEXTO TALLYING TX-CINF FOR ALL "&INF".
           IF TX-CINF NOT = ZEROS AND RP-INF NOT = "S" GO TO ETX-R.
           PERFORM REEMPLAZA THRU F-REEMPLAZA.
           IF TX-HAY = "N"
               WRITE RENGLON AFTER 2
           EXIT.

      *    COPIA TX-TEXTO A RENGLON EXPANDIENDO &NOM (NOMBRE), &MTO
      *    (IMPORTE EDITADO), &FEC (FECHA DE HOY), &LET (IMPORTE EN
      *    LETRAS DE NUMLE) Y &INF (FECHA EN QUE SE INFORMO AL CLIENTE
      *    A LA CENTRAL DE DEUDORES), CARACTER POR CARACTER.
       REEMPLAZA.
           MOVE SPACES TO RENGLON.
           MOVE 1 TO TX-I.
               PERFORM RPL-PON-LET THRU F-RPL-PON-LET
               ADD 4 TO TX-I
               GO TO RPL-R.
           IF TX-TEXTO (TX-I:4) = "&INF"
               PERFORM RPL-PON-INF THRU F-RPL-PON-INF
               ADD 4 TO TX-I
               GO TO RPL-R.
           MOVE TX-TEXTO (TX-I:1) TO RENGLON (TX-O:1).
           ADD 1 TO TX-I.
           ADD 1 TO TX-O.
       F-RPL-PON-LET.
           EXIT.

       RPL-PON-INF.
           MOVE ZEROS TO TX-K.
       RPI-R.
           ADD 1 TO TX-K.
           IF TX-K > 10 OR TX-O > 132 GO TO F-RPL-PON-INF.
           MOVE RP-FINF (TX-K:1) TO RENGLON (TX-O:1).
           ADD 1 TO TX-O.
           GO TO RPI-R.
       F-RPL-PON-INF.
           EXIT.

      *    SI RP-CLI ESTA INFORMADO A LA CENTRAL DE DEUDORES (ARCENDEU)
      *    DEJA RP-INF EN "S" Y LA FECHA DEL INFORME EN RP-FINF.
       LEE-INFORME.
           MOVE "N" TO RP-INF.
           MOVE RP-CLI TO CX-CLI.
           READ CENDEU KEY IS CX-CLI
           INVALID KEY GO TO F-LEE-INFORME.
           IF CX-EST NOT = "I" GO TO F-LEE-INFORME.
           MOVE "S" TO RP-INF.
           MOVE CX-FALTA-DD TO RP-IDD.
           MOVE CX-FALTA-MM TO RP-IMM.
           MOVE CX-FALTA-AA TO RP-IAA.
       F-LEE-INFORME.
           EXIT.

      *    MANTENIMIENTO DE LOS TEXTOS: SE ELIGE EL TIPO DE NOTA Y SE
      *    EDITAN SUS 9 LINEAS. LINEA EN BLANCO = SE BORRA. LOS TIPOS
      *    CONV Y CAIDA SON LAS CLAUSULAS DEL CONVENIO DE PAGO QUE
      *    IMPRIME PLANPG, CON SUS PROPIAS MARCAS.
       TEXTOS.
           PERFORM ENCABEZA.
           DISPLAY "TEXTOS 1=AVISO 2=INT1 3=INT2 4=INT3 5=CONV"
               AT 0810.
           DISPLAY "6=CAIDA 0=SALE:" AT 0853.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 0869 WITH PROMPT.
           IF OPC = "0" OR OPC = SPACES GO TO ENCABEZA.
           IF OPC = "1" MOVE "AVISO" TO TX-TIPO
           ELSE
           ELSE
           IF OPC = "4" MOVE "INT3 " TO TX-TIPO
           ELSE
           IF OPC = "5" MOVE "CONV " TO TX-TIPO
           ELSE
           IF OPC = "6" MOVE "CAIDA" TO TX-TIPO
           ELSE
           GO TO TEXTOS.
           IF OPC = "5" OR OPC = "6"
               DISPLAY "MARCAS: &NOM &MTO &FEC &CUO &NRO" AT 0918
               WITH FOREGROUND-COLOR 2
           ELSE
               DISPLAY "MARCAS: &NOM &MTO &FEC &LET &INF" AT 0918
               WITH FOREGROUND-COLOR 2.
           MOVE ZERO TO TX-LINW.
       TXM-R.
           ADD 1 TO TX-LINW.
           MOVE CD-CLI TO CE2-CLI.
           MOVE NOMBRE TO CE2-NOM.
           WRITE RENGLON FROM CE-L2 AFTER 1.
           MOVE CD-CLI TO CP-CLI.
           PERFORM LEE-DOMPOS THRU F-LEE-DOMPOS.
           IF DOMPOS-HAY = "S"
               MOVE DOMPOS-CALLE TO DP-CALLE
               MOVE DOMPOS-LINEA TO DP-LOC
               WRITE RENGLON FROM DP-LINEA AFTER 1.
           MOVE LQ-DDP TO LQT-DD.
           MOVE LQ-MMP TO LQT-MM.
           MOVE LQ-AAP TO LQT-AA.
           READ IMPU NEXT RECORD AT END GO TO CDE-FIN.
           IF CONT NOT = CD-CLI GO TO CDE-FIN.
           IF FEC-PAG NOT = ZEROS GO TO CDE-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO CDE-R.
           IF PAGADO > MONTO GO TO CDE-R.
           COMPUTE LQ-SALDO = MONTO - PAGADO.
           PERFORM CALCULA-RECARGO THRU F-CALCULA-RECARGO.
           CLOSE IMPRE.
           MOVE CD-NRO TO CE-NRO.
           MOVE CD-CLI TO CE-CLI.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE CE-FECHA = ANO-VENT * 10000 + MMF * 100 + DDF.
           WRITE REG-CERDE INVALID KEY REWRITE REG-CERDE.
           DISPLAY "CERTIFICADO EMITIDO NRO:" AT 1418.
           DISPLAY CD-NRO AT 1443.
           MOVE "CDEU" TO TASREG-SERV.
           MOVE CD-CLI TO TASREG-CLI.
           MOVE CD-NRO TO TASREG-DOC.
           MOVE OPERADOR TO TASREG-OPER.
           CALL "TASREG" USING TASREG-PAR.
           IF TASREG-HAY = "S"
               MOVE TASREG-MONTO TO TASREG-ED
               DISPLAY "TASA DE ACTUACION A COBRAR EN CAJA $" AT 1618
               DISPLAY TASREG-ED AT 1654.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1452 WITH PROMPT.
           CLOSE CERDE.
           EXIT.

       PIDE-REPARTO.
           MOVE "O" TO DOMPOS-FUN.
           CALL "DOMPOS" USING DOMPOS-PAR.
           IF DOMPOS-CANT NOT = ZEROS
               DISPLAY "DOMICILIOS OBSERVADOS A CORREGIR:" AT 1518
               WITH FOREGROUND-COLOR 6
               DISPLAY DOMPOS-CANT AT 1552
               DISPLAY "(VER DOMOBS.TXT)" AT 1558.
           DISPLAY "COBRADOR DEL REPARTO (0=CORREO):" AT 1118.
           MOVE ZEROS TO MANI-COBR.
           ACCEPT MANI-COBR AT 1151 WITH PROMPT.
      *    POR CORREO LAS PIEZAS PUEDEN SALIR ORDENADAS POR CODIGO
      *    POSTAL PARA LA TARIFA DE CORRESPONDENCIA MASIVA.
           MOVE "N" TO ORDCP-SW.
           IF MANI-COBR = ZEROS
               DISPLAY "ORDENA POR CODIGO POSTAL S/N:" AT 1318
               ACCEPT ORDCP-SW AT 1348 WITH PROMPT.
           PERFORM PROXIMO-MANI THRU F-PROXIMO-MANI.
           MOVE ZEROS TO MANI-CANT.
       F-PIDE-REPARTO.
           EXIT.

      *    MARCA LA PIEZA RECIEN REGISTRADA EN ARAVIH COMO PENDIENTE
      *    DE ENTREGA DENTRO DEL MANIFIESTO DE LA CORRIDA, O COMO
      *    ENVIADA POR MEDIO ELECTRONICO (SIN MANIFIESTO) SI ENV-SW
      *    ESTA EN "S".
       REGISTRA-ENVIO.
           MOVE AH-CLI TO AE-CLI.
           MOVE AH-SEC TO AE-SEC.
           MOVE MANI-NRO TO AE-MANI.
           MOVE "P" TO AE-EST.
           IF ENV-SW = "S"
               MOVE ZEROS TO AE-MANI
               MOVE "M" TO AE-EST.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE AE-FECHA = ANO-VENT * 10000 + MMF * 100 + DDF.
           WRITE REG-AVIE INVALID KEY REWRITE REG-AVIE.
           IF ENV-SW NOT = "S" ADD 1 TO MANI-CANT.
           MOVE "N" TO ENV-SW.
       F-REGISTRA-ENVIO.
           EXIT.

           WRITE RENGLON FROM L1 AFTER 1.
           WRITE RENGLON FROM MN-L1 AFTER 1.
           WRITE RENGLON FROM L1 AFTER 1.
           OPEN I-O CLIDA.
           IF CDA-STATUS NOT = "00"
               OPEN OUTPUT CLIDA
               CLOSE CLIDA
               OPEN I-O CLIDA.
           SORT WORK-SORT
               ON ASCENDING KEY SR-ZONA SR-RUTA SR-CLI SR-SEC
               INPUT PROCEDURE IS CM-CARGA THRU F-CM-CARGA
               OUTPUT PROCEDURE IS CM-LISTA THRU F-CM-LISTA.
           CLOSE CLIDA.
           MOVE SPACES TO RENGLON.
           MOVE "FIRMA DEL REPARTIDOR: ...................."
               TO RENGLON.
           WRITE RENGLON AFTER 3.
           CLOSE IMPRE.
       F-CIERRA-MANIFIESTO.
           EXIT.

      *    PIEZAS DEL MANIFIESTO CON LA ZONA Y LA RUTA DEL CLIENTE (SIN
      *    ZONA = 999, SIN UBICAR EN LA ZONA AL FINAL).
       CM-CARGA.
           CLOSE AVIE.
           OPEN I-O AVIE.
       CM-R.
           READ AVIE NEXT RECORD AT END GO TO F-CM-CARGA.
           IF AE-MANI NOT = MANI-NRO GO TO CM-R.
           MOVE AE-CLI TO CLD-CLI.
           READ CLIDA KEY IS CLD-CLI
           INVALID KEY MOVE ZEROS TO CLD-ZONA CLD-RUTA.
           MOVE CLD-ZONA TO SR-ZONA.
           IF CLD-ZONA = ZEROS MOVE 999 TO SR-ZONA.
           MOVE CLD-RUTA TO SR-RUTA.
           IF CLD-RUTA = ZEROS MOVE 99999 TO SR-RUTA.
           MOVE AE-CLI TO SR-CLI.
           MOVE AE-SEC TO SR-SEC.
           RELEASE SORT-REC.
           GO TO CM-R.
       F-CM-CARGA.
           EXIT.

       CM-LISTA.
           RETURN WORK-SORT AT END GO TO F-CM-LISTA.
           MOVE SR-CLI TO AE-CLI.
           MOVE SR-SEC TO AE-SEC.
           MOVE SR-ZONA TO MN2-ZONA.
           MOVE SR-RUTA TO MN2-ORD.
           IF SR-RUTA = 99999 MOVE ZEROS TO MN2-ORD.
           MOVE AE-CLI TO MN2-CLI.
           MOVE AE-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE ZERO TO AH-NIVEL.
           MOVE AH-NIVEL TO MN2-NIV.
           WRITE RENGLON FROM MN-L2 AFTER 1.
           GO TO CM-LISTA.
       F-CM-LISTA.
           EXIT.

      *    ENTREGAS: LISTA LAS PIEZAS DEL CLIENTE Y PERMITE MARCAR
      *    CADA UNA COMO ENTREGADA, DEVUELTA O DOMICILIO INEXISTENTE.
      *    LAS DOS ULTIMAS DEJAN EL DOMICILIO OBSERVADO (VER DOMPOS).
      *    UNA DEVOLUCION DEJA AL CLIENTE SE#ALADO EN PAGOS Y CARGA.
       ENTREGAS.
           PERFORM ENCABEZA.
           COMPUTE AE-FECHA = ANO-VENT * 10000 + EN-MM * 100
               + EN-DD.
           REWRITE REG-AVIE.
      *    UNA PIEZA DEVUELTA O CON DOMICILIO INEXISTENTE DEJA EL
      *    DOMICILIO OBSERVADO HASTA QUE SE LO CORRIJA EN MOFBA.
           IF AE-EST = "D" OR AE-EST = "X"
               MOVE "M" TO DOMPOS-FUN
               MOVE AE-CLI TO DOMPOS-CLI
               MOVE AE-EST TO DOMPOS-OBS
               MOVE AE-FECHA TO DOMPOS-FOBS
               MOVE AE-MANI TO DOMPOS-MANI
               CALL "DOMPOS" USING DOMPOS-PAR.
           PERFORM ENCABEZA.
           DISPLAY NOMBRE AT 0872.
           GO TO EN-LISTA.

      *    REBOTES DEL ENVIO ELECTRONICO: LEE REBOTES.TXT (LAS LINEAS
      *    DE ENVELE.TXT QUE EL PROGRAMA DE ENVIO NO PUDO ENTREGAR),
      *    MARCA LA PIEZA REBOTADA (R) EN ARAVIE Y DEJA AL CLIENTE EN
      *    PAPEL HASTA QUE SE LE CORRIJA LA DIRECCION EN MOFBA.
       REBOTES.
           PERFORM ENCABEZA.
           OPEN INPUT REBO.
           IF RB-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO REBOTES.TXT" AT 0918
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 0946 WITH PROMPT
               GO TO ENCABEZA.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE ENVELE-FECHA = ANO-VENT * 10000 + MMF * 100 + DDF.
           MOVE ZEROS TO RB-LEIDOS RB-PIEZAS RB-CLIS.
       RB-R.
           READ REBO AT END GO TO RB-FIN.
           IF RB-CLI = SPACES GO TO RB-R.
           ADD 1 TO RB-LEIDOS.
           MOVE "B" TO ENVELE-FUN.
           MOVE RB-CLI TO ENVELE-CLI.
           MOVE RB-CANAL TO ENVELE-CANAL.
           MOVE RB-DIREC TO ENVELE-DIREC.
           CALL "ENVELE" USING ENVELE-PAR.
           IF ENVELE-HAY = "S" ADD 1 TO RB-CLIS.
           IF RB-SEC IS NOT NUMERIC GO TO RB-R.
           IF RB-SEC = ZEROS GO TO RB-R.
           MOVE RB-CLI TO AE-CLI.
           MOVE RB-SEC TO AE-SEC.
           READ AVIE KEY IS AE-CLAVE
           INVALID KEY GO TO RB-R.
           IF AE-EST NOT = "M" GO TO RB-R.
           MOVE "R" TO AE-EST.
           MOVE ENVELE-FECHA TO AE-FECHA.
           REWRITE REG-AVIE INVALID KEY GO TO RB-R.
           ADD 1 TO RB-PIEZAS.
           GO TO RB-R.
       RB-FIN.
           CLOSE REBO.
           DISPLAY "LINEAS LEIDAS..............:" AT 0918.
           DISPLAY RB-LEIDOS AT 0947.
           DISPLAY "PIEZAS MARCADAS REBOTADAS..:" AT 1018.
           DISPLAY RB-PIEZAS AT 1047.
           DISPLAY "CLIENTES QUE VUELVEN A PAPEL:" AT 1118.
           DISPLAY RB-CLIS AT 1147.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1318 WITH PROMPT.
           GO TO ENCABEZA.

       CIERRE.
           CLOSE CONTRI IMPU CODI AVIH BONI SCORE TITU TITD TXAVI
                 AVIE MANI RECL MORA TASA VTO2 PLHA CENDEU ABIE.
           CHAIN "MENU".
           STOP RUN.

                  RECORD KEY IS TS-CLAVE
                  FILE STATUS IS TS-STATUS.

           SELECT COTI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CZ-FECHA
                  FILE STATUS IS CZ-STATUS.

           SELECT PAGCFG ASSIGN TO DISK
                  FILE STATUS IS PG-STATUS.

                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BT-STATUS.

           SELECT RECI ASSIGN TO DISK
           SELECT OPERA ASSIGN TO DISK
                  FILE STATUS IS OP-STATUS.

           SELECT NOTDC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DC-NRO
                  ALTERNATE RECORD IS DC-CLI
                  WITH DUPLICATES
                  FILE STATUS IS DC-STATUS.

           SELECT CAECF ASSIGN TO DISK
                  FILE STATUS IS CF-STATUS.

           SELECT LVCBT ASSIGN TO DISK
                  FILE STATUS IS LV-STATUS.

           SELECT LVALI ASSIGN TO DISK
                  FILE STATUS IS LV-STATUS.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT PREV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PV-TIP
                  FILE STATUS IS PV-STATUS.

           SELECT PRVH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PH-CLAVE
                  FILE STATUS IS PH-STATUS.

           SELECT AVIH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AH-CLAVE
                  FILE STATUS IS AH-STATUS.

           SELECT PLAN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PLN-NRO
                  FILE STATUS IS PN-STATUS.

           SELECT PLAND ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PLD-CLAVE
                  FILE STATUS IS PD-STATUS.

           SELECT JUICIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JU-NRO
                  ALTERNATE RECORD IS JU-CLI
                  WITH DUPLICATES
                  FILE STATUS IS JU-STATUS.

           SELECT PRESC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PS-ORIG
                  ALTERNATE RECORD IS PS-RESOL
                  WITH DUPLICATES
                  FILE STATUS IS PS-STATUS.

           SELECT SORT-PRES ASSIGN TO DISK.

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

              05 TH-DESDE        PIC 9(8).
           03 TH-MONTO           PIC 9(11)V99.
           03 TH-OPER            PIC X(10).
           03 TH-CLASE           PIC X.
           03 TH-MODU            PIC 9(5)V99.
           03 TH-VALMOD          PIC 9(7)V9999.

      *    CONCEPTOS DE EGRESO DE CAJA CON SU CUENTA DE GASTO.
       FD  CONCE LABEL RECORD IS STANDARD
              05 TS-DESDE        PIC 9(8).
           03 TS-TASA            PIC 99V99.

      *    COTIZACION DEL DOLAR POR DIA (PESOS POR DOLAR), LA
      *    MANTIENE UTILITARIOS. CLAVE FECHA AAAAMMDD.
       FD  COTI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCOTIZ"
           DATA RECORD IS REG-COTI.

       01  REG-COTI.
           03 CZ-FECHA           PIC 9(8).
           03 CZ-VALOR           PIC 9(5)V9999.

      *    CAMPA#AS DE MORATORIA: DENTRO DE LA VIGENCIA SE CONDONA UN
      *    PORCENTAJE DEL RECARGO (CON TOPE OPCIONAL), PARA EL TIPO
      *    INDICADO O PARA TODOS (TIPO 0).
           03 MD-FECHA          PIC 9(8).
           03 MD-PAGADO         PIC 9(11)V99.
           03 MD-CONDONADO      PIC 9(9)V99.
           03 MD-TIP            PIC 9(3).

      *    TOTALES CORRIENTES POR CLIENTE, TIPO Y PERIODO (AAAAMM).
       FD  TOTAL LABEL RECORD IS STANDARD

      *    TABLA DE CUENTAS CONTABLES PARA EL ASIENTO DE CAJA:
      *    CLASE "T" = INGRESO POR TIPO, "F" = CAJA/BANCO POR FORMA
      *    DE PAGO, "E" = ESPECIALES (REC, BON, EGR, DEU,
      *    INC Y PRV DE LA PREVISION PARA INCOBRABLES, COS Y HON DE
      *    LAS COSTAS Y HONORARIOS COBRADOS POR EL JUZGADO).
       FD  CTBL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCTBL"
           DATA RECORD IS REG-CTBL.
           03 BT-DESPUES         PIC X(80).
           03 BT-OPERADOR        PIC X(10).
           03 BT-PUESTO          PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

       FD  RECI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARRECI"
           03 OP-PUESTO           PIC X(4).
           03 OP-NIVEL            PIC 9.

      *    NOTAS DE DEBITO Y CREDITO (LAS MANTIENE MOFBA).
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

      *    PARAMETROS DE COMPROBANTE ELECTRONICO (LOS MANTIENE FACTEL).
       FD  CAECF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCAECF"
           DATA RECORD IS REG-CAECF.

       01  REG-CAECF.
           03 CF-PTOVTA         PIC 9(5).
           03 CF-PLAZO          PIC 99.

      *    LIBRO IVA VENTAS DIGITAL: COMPROBANTES (266 POSICIONES) Y
      *    ALICUOTAS (62 POSICIONES), DISE#O DE REGISTRO OFICIAL.
       FD  LVCBT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "LIVACBTE.TXT"
           DATA RECORD IS REG-LVCBT.

       01  REG-LVCBT.
           03 LC-FECHA          PIC 9(8).
           03 LC-CBTE           PIC 999.
           03 LC-PTOVTA         PIC 9(5).
           03 LC-DESDE          PIC 9(20).
           03 LC-HASTA          PIC 9(20).
           03 LC-DOC-TIPO       PIC 99.
           03 LC-DOC-NRO        PIC 9(20).
           03 LC-NOMBRE         PIC X(30).
           03 LC-TOTAL          PIC 9(13)V99.
           03 LC-NOGRAV         PIC 9(13)V99.
           03 LC-PERC-NC        PIC 9(13)V99.
           03 LC-EXENTO         PIC 9(13)V99.
           03 LC-PERC-NAC       PIC 9(13)V99.
           03 LC-PERC-IB        PIC 9(13)V99.
           03 LC-PERC-MUN       PIC 9(13)V99.
           03 LC-INTERNOS       PIC 9(13)V99.
           03 LC-MONEDA         PIC X(3).
           03 LC-CAMBIO         PIC 9(4)V9(6).
           03 LC-CANT-ALI       PIC 9.
           03 LC-COD-OPER       PIC X.
           03 LC-OTROS          PIC 9(13)V99.
           03 LC-FVTO           PIC 9(8).

       FD  LVALI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "LIVAALIC.TXT"
           DATA RECORD IS REG-LVALI.

       01  REG-LVALI.
           03 LA-CBTE           PIC 999.
           03 LA-PTOVTA         PIC 9(5).
           03 LA-NRO            PIC 9(20).
           03 LA-NETO           PIC 9(13)V99.
           03 LA-ALIC           PIC 9(4).
           03 LA-IMPUESTO       PIC 9(13)V99.

      *    PORCENTAJES DE PREVISION PARA INCOBRABLES POR FRANJA DE
      *    ANTIGUEDAD (LAS DE ARSNAP) MAS UNO PARA LA DEUDA DE
      *    CLIENTES EN JUICIO (ESTADO "J"). TIPO 0 = GENERAL.
       FD  PREV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPREV"
           DATA RECORD IS REG-PREV.

       01  REG-PREV.
           03 PV-TIP             PIC 9(3).
           03 PV-POR             PIC 999V99 OCCURS 6 TIMES.

      *    PREVISION CALCULADA Y CONTABILIZADA POR PERIODO Y TIPO:
      *    SALDO BASE Y PREVISION POR FRANJA (6 = JUICIO). LA SUMA DE
      *    PH-TOTAL DE UN PERIODO ES EL SALDO DE LA PREVISION.
       FD  PRVH LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPRVH"
           DATA RECORD IS REG-PRVH.

       01  REG-PRVH.
           03 PH-CLAVE.
              05 PH-PERIODO      PIC 9(6).
              05 PH-TIP          PIC 9(3).
           03 PH-BASE            PIC 9(12)V99 OCCURS 6 TIMES.
           03 PH-PREV            PIC 9(12)V99 OCCURS 6 TIMES.
           03 PH-TOTAL           PIC 9(12)V99.
           03 PH-FECHA           PIC 9(8).

      *    HISTORIAL DE AVISOS E INTIMACIONES (NIVEL 0 = AVISO).
       FD  AVIH LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARAVIH"
           DATA RECORD IS REG-AVIH.

       01  REG-AVIH.
           03 AH-CLAVE.
              05 AH-CLI          PIC X(25).
              05 AH-SEC          PIC 999.
           03 AH-NIVEL           PIC 9.
           03 AH-FECHA.
              05 AH-DD           PIC 99.
              05 AH-MM           PIC 99.
              05 AH-AA           PIC 9999.
           03 AH-OPER            PIC X(10).

       FD  PLAN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPLAN"
           DATA RECORD IS REG-PLAN.

       01  REG-PLAN.
           03 PLN-NRO           PIC 9(5).
           03 PLN-CLI           PIC X(25).
           03 PLN-FECHA.
              05 PLN-DD         PIC 99.
              05 PLN-MM         PIC 99.
              05 PLN-AA         PIC 9999.
           03 PLN-CUOTAS        PIC 99.
           03 PLN-TIP           PIC 9(3).
           03 PLN-TOTAL         PIC 9(12)V99.
           03 PLN-EST           PIC X.
           03 PLN-TASA          PIC 99V99.

       FD  PLAND LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPLAND"
           DATA RECORD IS REG-PLAND.

       01  REG-PLAND.
           03 PLD-CLAVE.
              05 PLD-NRO        PIC 9(5).
              05 PLD-SEC        PIC 999.
           03 PLD-ORIG          PIC X(32).

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

      *    CUOTAS PRESCRIPTAS: LAS DEJA EL LISTADO (ESTADO "L") Y AL
      *    DARLAS DE BAJA QUEDAN CON LA RESOLUCION ADMINISTRATIVA
      *    (ESTADO "B"). LA CLAVE ES LA DE LA CUOTA EN ARIMPU.
       FD  PRESC LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPRESC"
           DATA RECORD IS REG-PRESC.

       01  REG-PRESC.
           03 PS-ORIG            PIC X(32).
           03 PS-VTO             PIC 9(8).
           03 PS-SALDO           PIC 9(11)V99.
           03 PS-EVENTO          PIC X(20).
           03 PS-FEVENTO         PIC 9(8).
           03 PS-EST             PIC X.
           03 PS-RESOL           PIC X(15).
           03 PS-FBAJA           PIC 9(8).
           03 PS-OPER            PIC X(10).

       SD  SORT-PRES
           DATA RECORD IS PZ-REG.

       01  PZ-REG.
           03 PZ-CLI             PIC X(25).
           03 PZ-TIP             PIC 9(3).
           03 PZ-VTO             PIC 9(8).
           03 PZ-PERI            PIC 9(4).
           03 PZ-SALDO           PIC 9(11)V99.
           03 PZ-EVENTO          PIC X(20).
           03 PZ-FEVENTO         PIC 9(8).

      *    ORDENAMIENTO DE ARASIEN PARA LOS LIBROS CONTABLES.
       SD  WORK-SORT
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           03 SR-CUENTA          PIC X(10).
           03 SR-FECHA           PIC 9(8).
           03 SR-SEC             PIC 9(7).
           03 SR-DEBE            PIC 9(12)V99.
           03 SR-HABER           PIC 9(12)V99.
           03 SR-DETALLE         PIC X(30).

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
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  BK-RC                 PIC 9(9) COMP-5 VALUE ZERO.
       77  BK-DEST               PIC X(60) VALUE SPACES.
       77  BK-LIN                PIC 99 VALUE ZEROS.
       77  VB-LIN                PIC 99 VALUE ZEROS.
       77  BK-DIAS               PIC 999 VALUE ZEROS.
       77  BK-SETS               PIC 999 VALUE ZEROS.
       77  BK-BORRADOS           PIC 999 VALUE ZEROS.
       77  BK-IND                PIC 999 VALUE ZERO.
       77  BK-OKS                PIC 99 VALUE ZERO.
       77  BK-SIZE-ED            PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
       01  BK-FECHA              PIC 9(6) VALUE ZEROS.
           03 FILLER             PIC X(10) VALUE "ARCONCI.B".
           03 FILLER             PIC X(10) VALUE "ARNUCOC.B".
           03 FILLER             PIC X(10) VALUE "ARLOTCFG.B".
           03 FILLER             PIC X(10) VALUE "ARCAE.B".
           03 FILLER             PIC X(10) VALUE "ARCAECF.B".
           03 FILLER             PIC X(10) VALUE "ARPREV.B".
           03 FILLER             PIC X(10) VALUE "ARPRVH.B".
           03 FILLER             PIC X(10) VALUE "ARPRESC.B".
           03 FILLER             PIC X(10) VALUE "ARSVTO.B".
           03 FILLER             PIC X(10) VALUE "ARVTO2.B".
           03 FILLER             PIC X(10) VALUE "ARANUA.B".
           03 FILLER             PIC X(10) VALUE "ARRETE.B".
           03 FILLER             PIC X(10) VALUE "ARCOTIZ.B".
           03 FILLER             PIC X(10) VALUE "ARDOLAR.B".
           03 FILLER             PIC X(10) VALUE "ARTARJ.B".
           03 FILLER             PIC X(10) VALUE "ARLOTJ.B".
           03 FILLER             PIC X(10) VALUE "ARDEBT.B".
           03 FILLER             PIC X(10) VALUE "AREMPL.B".
           03 FILLER             PIC X(10) VALUE "ARCLEM.B".
           03 FILLER             PIC X(10) VALUE "ARPLHA.B".
           03 FILLER             PIC X(10) VALUE "ARREFC.B".
           03 FILLER             PIC X(10) VALUE "ARNUREF.B".
           03 FILLER             PIC X(10) VALUE "ARDUPL.B".
           03 FILLER             PIC X(10) VALUE "ARNUDUP.B".
           03 FILLER             PIC X(10) VALUE "ARFPROC.B".
           03 FILLER             PIC X(10) VALUE "ARCOND.B".
           03 FILLER             PIC X(10) VALUE "ARPAGCN.B".
           03 FILLER             PIC X(10) VALUE "ARADVA.B".
           03 FILLER             PIC X(10) VALUE "ARVALF.B".
           03 FILLER             PIC X(10) VALUE "ARMEDI.B".
           03 FILLER             PIC X(10) VALUE "ARTCON.B".
           03 FILLER             PIC X(10) VALUE "ARLECT.B".
           03 FILLER             PIC X(10) VALUE "ARORBA.B".
           03 FILLER             PIC X(10) VALUE "AROBFR.B".
           03 FILLER             PIC X(10) VALUE "ARSERV.B".
           03 FILLER             PIC X(10) VALUE "ARDOCE.B".
           03 FILLER             PIC X(10) VALUE "AREMIS.B".
           03 FILLER             PIC X(10) VALUE "ARNUEMI.B".
           03 FILLER             PIC X(10) VALUE "AREMCU.B".
           03 FILLER             PIC X(10) VALUE "ARPRES.B".
           03 FILLER             PIC X(10) VALUE "ARGEST.B".
           03 FILLER             PIC X(10) VALUE "ARCENDEU.B".
           03 FILLER             PIC X(10) VALUE "ARCDCFG.B".
           03 FILLER             PIC X(10) VALUE "ARRNCO.B".
           03 FILLER             PIC X(10) VALUE "ARLIQC.B".
           03 FILLER             PIC X(10) VALUE "ARPOST.B".
           03 FILLER             PIC X(10) VALUE "ARENVE.B".
           03 FILLER             PIC X(10) VALUE "ARJUEV.B".
           03 FILLER             PIC X(10) VALUE "ARJUCO.B".
           03 FILLER             PIC X(10) VALUE "ARDELEG.B".
           03 FILLER             PIC X(10) VALUE "ARDLCIE.B".
           03 FILLER             PIC X(10) VALUE "ARABIE.B".
           03 FILLER             PIC X(10) VALUE "AREMCK.B".
           03 FILLER             PIC X(10) VALUE "ARBISE.B".
           03 FILLER             PIC X(10) VALUE "ARBICA.B".
           03 FILLER             PIC X(10) VALUE "ARACCE.B".
           03 FILLER             PIC X(10) VALUE "ARACCF.B".
           03 FILLER             PIC X(10) VALUE "ARALER.B".
           03 FILLER             PIC X(10) VALUE "ARALCF.B".
           03 FILLER             PIC X(10) VALUE "ARDOCU.B".
           03 FILLER             PIC X(10) VALUE "ARVERS.B".
           03 FILLER             PIC X(10) VALUE "ARPLFIR.B".
           03 FILLER             PIC X(10) VALUE "ARMODT.B".
           03 FILLER             PIC X(10) VALUE "ARMODV.B".
           03 FILLER             PIC X(10) VALUE "ARCOMT.B".
       01  BK-NOMBRES-R REDEFINES BK-NOMBRES.
           03 BK-NOM             PIC X(10) OCCURS 134 TIMES.
       01  BK-RENG.
           03 BK-DD-S            PIC 99.
           03 F                  PIC X VALUE "/".
       77  TH-TIPSEL             PIC 9(3) VALUE ZEROS.
       01  TH-RENG.
           03 THR-DESDE          PIC 9(8).
           03 F                  PIC X VALUE SPACES.
           03 THR-CLASE          PIC X.
           03 F                  PIC X(03) VALUE " $ ".
           03 THR-MONTO          PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(05) VALUE " MOD ".
           03 THR-MODU           PIC ZZ,ZZ9.99.
           03 F                  PIC X(05) VALUE " X $ ".
           03 THR-VALMOD         PIC ZZZ,ZZ9.9999.
           03 F                  PIC X VALUE SPACES.
           03 THR-OPER           PIC X(10).
       77  TS-STATUS             PIC XX VALUE SPACES.
       77  CZ-STATUS             PIC XX VALUE SPACES.
       77  CZ-LIN                PIC 99 VALUE ZEROS.
       77  CZ-VALOR-AC           PIC Z(4)9.9999 VALUE ZEROS.
       01  CZ-F1                 PIC 9(6) VALUE ZEROS.
       01  CZ-F1-R REDEFINES CZ-F1.
           03 CZ-DD2             PIC 99.
           03 CZ-MM2             PIC 99.
           03 CZ-AA2             PIC 99.
       01  CZ-F8                 PIC 9(8) VALUE ZEROS.
       01  CZ-F8-R REDEFINES CZ-F8.
           03 CZ-AA8             PIC 9999.
           03 CZ-MM8             PIC 99.
           03 CZ-DD8             PIC 99.
       01  CZ-RENG.
           03 CZR-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 CZR-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 CZR-AA             PIC 9999.
           03 F                  PIC X(10) VALUE "  $ X U$S:".
           03 CZR-VALOR          PIC Z(4)9.9999.
       77  TS-LIN                PIC 99 VALUE ZEROS.
       77  TS-TASA-AC            PIC Z9.99 VALUE ZEROS.
       01  TS-F1                 PIC 9(6) VALUE ZEROS.
           03 F                  PIC X(10) VALUE " DESPUES $".
           03 TA-DES-S           PIC ZZZ,ZZZ,ZZ9.99.

       01  TA-MODLIN.
           03 F                  PIC X(05) VALUE "TIPO ".
           03 TA-MTIP-S          PIC ZZ9.
           03 F                  PIC X VALUE SPACES.
           03 TA-MNOM-S          PIC X(30).
           03 F                  PIC X(09) VALUE " MODULOS ".
           03 TA-MMOD-S          PIC ZZ,ZZ9.99.
           03 F                  PIC X(04) VALUE " = $".
           03 TA-MMTO-S          PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(18) VALUE " (NO SE ACTUALIZA)".

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

       01  TA-CUOLIN.
           03 F                  PIC X(08) VALUE "CUOTA   ".
           03 TA-CCLI-S          PIC X(25).
           03 F                  PIC X(10) VALUE " DESPUES $".
           03 TA-CDES-S          PIC ZZZ,ZZZ,ZZ9.99.

       77  DC-STATUS             PIC XX VALUE SPACES.
       77  CF-STATUS             PIC XX VALUE SPACES.
       77  LV-STATUS             PIC XX VALUE SPACES.
       77  LV-PERIODO            PIC 9(6) VALUE ZEROS.
       77  LV-PTOVTA             PIC 9(5) VALUE 1.
       77  LV-FECHA              PIC 9(8) VALUE ZEROS.
       77  LV-CLI                PIC X(25) VALUE SPACES.
       77  LV-IMPORTE            PIC 9(11)V99 VALUE ZEROS.
       77  LV-NRO                PIC 9(8) VALUE ZEROS.
       77  LV-CBTE               PIC 999 VALUE ZEROS.
       77  LV-IND                PIC 9 VALUE ZERO.
       77  LV-ANUL-CANT          PIC 9(6) VALUE ZEROS.
       77  LV-ANUL-TOT           PIC 9(12)V99 VALUE ZEROS.
       77  LV-NETO               PIC S9(12)V99 VALUE ZEROS.
       77  CU-I                  PIC 99 VALUE ZEROS.
       77  CU-SUMA               PIC 9(4) VALUE ZEROS.
       77  CU-RESTO              PIC 99 VALUE ZEROS.
       77  CU-COC                PIC 9(4) VALUE ZEROS.
       77  CU-DV                 PIC 99 VALUE ZEROS.
       77  CU-OK                 PIC X VALUE "N".
       01  CU-NUM                PIC 9(11) VALUE ZEROS.
       01  CU-NUM-R REDEFINES CU-NUM.
           03 CU-DIG             PIC 9 OCCURS 11 TIMES.
       01  CU-PESOS VALUE "5432765432".
           03 CU-PESO            PIC 9 OCCURS 10 TIMES.

      *    TOTALES DE CONTROL POR TIPO DE COMPROBANTE: 1=RECIBOS
      *    2=NOTAS DE DEBITO 3=NOTAS DE CREDITO.
       01  LV-TOTALES.
           03 LV-TOT OCCURS 3 TIMES.
              05 LV-T-CANT       PIC 9(6).
              05 LV-T-IMP        PIC 9(12)V99.
       01  LV-NOMBRES.
           03 FILLER             PIC X(20) VALUE "015 RECIBOS C       ".
           03 FILLER             PIC X(20) VALUE "012 NOTAS DEBITO C  ".
           03 FILLER             PIC X(20) VALUE "013 NOTAS CREDITO C ".
       01  LV-NOMBRES-R REDEFINES LV-NOMBRES.
           03 LV-NOM             PIC X(20) OCCURS 3 TIMES.

       01  LV-TITU.
           03 F                  PIC X(35)
              VALUE "LIBRO IVA VENTAS - CONTROL PERIODO ".
           03 LV-TPM-S           PIC 99.
           03 F                  PIC X VALUE "/".
           03 LV-TPA-S           PIC 9999.
       01  LV-RENG.
           03 LV-NOM-S           PIC X(20).
           03 F                  PIC X(07) VALUE " CANT: ".
           03 LV-CANT-S          PIC ZZZ,ZZ9.
           03 F                  PIC X(10) VALUE "  TOTAL $ ".
           03 LV-IMP-S           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  LV-RENG-AN.
           03 F                  PIC X(20) VALUE "RECIBOS ANULADOS    ".
           03 F                  PIC X(07) VALUE " CANT: ".
           03 LV-ACANT-S         PIC ZZZ,ZZ9.
           03 F                  PIC X(10) VALUE "  TOTAL $ ".
           03 LV-AIMP-S          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(12) VALUE " (EXCLUIDOS)".
       01  LV-RENG-NETO.
           03 F                  PIC X(37)
              VALUE "NETO (RECIBOS + DEBITOS - CREDITOS) $".
           03 LV-NETO-S          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  LV-RENG-NOTA.
           03 F                  PIC X(46)
              VALUE "LOS RECIBOS DEBEN COINCIDIR CON LA SUMA DE LOS".
           03 F                  PIC X(30)
              VALUE " CIERRES DE CAJA DEL PERIODO.".

       77  LB-TIPO               PIC X VALUE SPACE.
       77  LB-CUENTA             PIC X(10) VALUE SPACES.
       77  LB-DESDE              PIC 9(8) VALUE ZEROS.
       77  LB-HASTA              PIC 9(8) VALUE ZEROS.
       77  LB-SEC                PIC 9(7) VALUE ZEROS.
       77  LB-LIN                PIC 999 VALUE ZEROS.
       77  LB-HOJA               PIC 9(4) VALUE ZEROS.
       77  LB-NRO-AS             PIC 9(6) VALUE ZEROS.
       77  LB-AS-SALDO           PIC S9(13)V99 VALUE ZEROS.
       77  LB-AS-LINEAS          PIC 9(4) VALUE ZEROS.
       77  LB-FEC-ANT            PIC 9(8) VALUE ZEROS.
       77  LB-CTA-ANT            PIC X(10) VALUE SPACES.
       77  LB-CTA-TIT            PIC X VALUE "N".
       77  LB-D-DEBE             PIC 9(13)V99 VALUE ZEROS.
       77  LB-D-HABER            PIC 9(13)V99 VALUE ZEROS.
       77  LB-T-DEBE             PIC 9(13)V99 VALUE ZEROS.
       77  LB-T-HABER            PIC 9(13)V99 VALUE ZEROS.
       77  LB-C-ANT              PIC S9(13)V99 VALUE ZEROS.
       77  LB-C-DEBE             PIC 9(13)V99 VALUE ZEROS.
       77  LB-C-HABER            PIC 9(13)V99 VALUE ZEROS.
       77  LB-SALDO              PIC S9(13)V99 VALUE ZEROS.
       77  LB-IND                PIC 999 VALUE ZEROS.
       77  LB-CCANT              PIC 999 VALUE ZEROS.
       77  LB-DIND               PIC 999 VALUE ZEROS.
       77  LB-DCANT              PIC 999 VALUE ZEROS.
       77  LB-DESBAL             PIC 9(4) VALUE ZEROS.
       77  LB-DIAS-EXC           PIC X VALUE "N".
       01  LB-DESDE1             PIC 9(6) VALUE ZEROS.
       01  LB-DESDE1-R REDEFINES LB-DESDE1.
           03 LB-DDD             PIC 99.
           03 LB-DMM             PIC 99.
           03 LB-DAA             PIC 99.
       01  LB-HASTA1             PIC 9(6) VALUE ZEROS.
       01  LB-HASTA1-R REDEFINES LB-HASTA1.
           03 LB-HDD             PIC 99.
           03 LB-HMM             PIC 99.
           03 LB-HAA             PIC 99.
       01  LB-FEC8               PIC 9(8) VALUE ZEROS.
       01  LB-FEC8-R REDEFINES LB-FEC8.
           03 LB-F-AA            PIC 9999.
           03 LB-F-MM            PIC 99.
           03 LB-F-DD            PIC 99.
       01  LB-FEC-ED.
           03 LB-E-DD            PIC 99.
           03 F                  PIC X VALUE "/".
           03 LB-E-MM            PIC 99.
           03 F                  PIC X VALUE "/".
           03 LB-E-AA            PIC 9999.
       01  LB-AUX                PIC X(132) VALUE SPACES.
       01  LB-CAB                PIC X(132) VALUE SPACES.

      *    PLAN DE CUENTAS (CUENTA Y DETALLE DE ARCTBL) PARA LOS
      *    LIBROS, Y DEBE/HABER POR DIA PARA EL CONTROL DE BALANCEO.
       01  LB-CTAS.
           03 LB-CTA-IT OCCURS 200 TIMES.
              05 LB-CTA          PIC X(10).
              05 LB-CDESC        PIC X(25).
       01  LB-DIAS.
           03 LB-DIA-IT OCCURS 400 TIMES.
              05 LB-DIA-FEC      PIC 9(8).
              05 LB-DIA-DEBE     PIC 9(13)V99.
              05 LB-DIA-HABER    PIC 9(13)V99.

       01  LB-TIT.
           03 LB-TIT-NOM         PIC X(30).
           03 F                  PIC X(04) VALUE "DEL ".
           03 LB-TIT-DES         PIC X(10).
           03 F                  PIC X(04) VALUE " AL ".
           03 LB-TIT-HAS         PIC X(10).
           03 F                  PIC X(10) VALUE "     HOJA ".
           03 LB-TIT-HOJA        PIC ZZZ9.
       01  LB-RAS.
           03 F                  PIC X(12) VALUE "ASIENTO NRO ".
           03 LB-RAS-NRO         PIC ZZZZZ9.
           03 F                  PIC X(08) VALUE "  FECHA ".
           03 LB-RAS-FEC         PIC X(10).
       01  LB-RLIN.
           03 F                  PIC X(03) VALUE SPACES.
           03 LB-RL-CTA          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 LB-RL-DET          PIC X(30).
           03 F                  PIC X VALUE SPACES.
           03 LB-RL-DEBE         PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ.
           03 F                  PIC X VALUE SPACES.
           03 LB-RL-HABER        PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ.
       01  LB-RDIA.
           03 F                  PIC X(14) VALUE "TOTAL DEL DIA ".
           03 LB-RD-FEC          PIC X(10).
           03 F                  PIC X(21) VALUE SPACES.
           03 LB-RD-DEBE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 LB-RD-HABER        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 LB-RD-MARCA        PIC X(15).
       01  LB-RTOT.
           03 LB-RT-NOM          PIC X(45).
           03 LB-RT-DEBE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 LB-RT-HABER        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  LB-RCTA.
           03 F                  PIC X(08) VALUE "CUENTA: ".
           03 LB-RC-CTA          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 LB-RC-DESC         PIC X(25).
           03 F                  PIC X(17) VALUE "  SALDO ANTERIOR ".
           03 LB-RC-ANT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  LB-RMAY.
           03 LB-RM-FEC          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 LB-RM-DET          PIC X(30).
           03 F                  PIC X VALUE SPACES.
           03 LB-RM-DEBE         PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ.
           03 F                  PIC X VALUE SPACES.
           03 LB-RM-HABER        PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ.
           03 F                  PIC X VALUE SPACES.
           03 LB-RM-SALDO        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  LB-RBAL.
           03 LB-RB-CTA          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 LB-RB-DESC         PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 LB-RB-ANT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 LB-RB-DEBE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 LB-RB-HABER        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 LB-RB-SALDO        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  LB-REXC.
           03 F                  PIC X(28)
              VALUE "ASIENTO DESBALANCEADO - DIA ".
           03 LB-RX-FEC          PIC X(10).
           03 F                  PIC X(07) VALUE "  DEBE ".
           03 LB-RX-DEBE         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(07) VALUE " HABER ".
           03 LB-RX-HABER        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(06) VALUE " DIF. ".
           03 LB-RX-DIF          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       77  PV-STATUS             PIC XX VALUE SPACES.
       77  PH-STATUS             PIC XX VALUE SPACES.
       77  PRV-LIN               PIC 99 VALUE ZEROS.
       77  PRV-PCT-AC            PIC ZZ9.99 VALUE ZEROS.
       77  PRV-CANT              PIC 99 VALUE ZEROS.
       77  PRV-I                 PIC 99 VALUE ZEROS.
       77  PRV-K                 PIC 9 VALUE ZERO.
       77  PRV-PER-ANT           PIC 9(6) VALUE ZEROS.
       77  PRV-HAY-ACT           PIC X VALUE "N".
       77  PRV-ANT-P             PIC 9(13)V99 VALUE ZEROS.
       77  PRV-ANT-C             PIC 9(13)V99 VALUE ZEROS.
       77  PRV-ANTERIOR          PIC 9(13)V99 VALUE ZEROS.
       77  PRV-TOTAL             PIC 9(13)V99 VALUE ZEROS.
       77  PRV-DIF               PIC S9(13)V99 VALUE ZEROS.
       77  PRV-SALDO             PIC S9(13)V99 VALUE ZEROS.
       77  PRV-FECHA             PIC 9(8) VALUE ZEROS.
       77  PRV-CTA-CAR           PIC X(10) VALUE SPACES.
       77  PRV-CTA-PRE           PIC X(10) VALUE SPACES.
       77  PRV-CONTAB            PIC X VALUE "N".
       77  PRV-JUI-CLI           PIC 9(6) VALUE ZEROS.
       77  AH-STATUS             PIC XX VALUE SPACES.
       77  PN-STATUS             PIC XX VALUE SPACES.
       77  PD-STATUS             PIC XX VALUE SPACES.
       77  JU-STATUS             PIC XX VALUE SPACES.
       77  PS-STATUS             PIC XX VALUE SPACES.
       77  PRS-ANOS              PIC 99 VALUE 5.
       77  PRS-LIMITE            PIC 9(8) VALUE ZEROS.
       77  PRS-HOY               PIC 9(8) VALUE ZEROS.
       77  PRS-VTO               PIC 9(8) VALUE ZEROS.
       77  PRS-BRK               PIC X(25) VALUE SPACES.
       77  PRS-F-INT             PIC 9(8) VALUE ZEROS.
       77  PRS-F-JUI             PIC 9(8) VALUE ZEROS.
       77  PRS-JUI-ACT           PIC X VALUE "N".
       77  PRS-PCANT             PIC 9(4) VALUE ZEROS.
       77  PRS-PIND              PIC 9(4) VALUE ZEROS.
       77  PRS-PLA-EXC           PIC X VALUE "N".
       77  PRS-CANT              PIC 9(6) VALUE ZEROS.
       77  PRS-TOTAL             PIC 9(13)V99 VALUE ZEROS.
       77  PRS-SUSP              PIC 9(6) VALUE ZEROS.
       77  PRS-BAJAS             PIC 9(6) VALUE ZEROS.
       77  PRS-RESOL             PIC X(15) VALUE SPACES.
       77  PRS-CLI-ANT           PIC X(25) VALUE SPACES.
       77  PRS-TIP-ANT           PIC 9(3) VALUE ZEROS.
       77  PRS-T-CLI             PIC 9(13)V99 VALUE ZEROS.
       77  PRS-T-TIP             PIC 9(13)V99 VALUE ZEROS.
       01  PRS-FEC               PIC 9(8) VALUE ZEROS.

      *    CUOTAS DE ARIMPU INCLUIDAS EN ALGUN PLAN (CLAVE ORIGINAL) CON
      *    LA FECHA DEL PLAN, QUE INTERRUMPE LA PRESCRIPCION.
       01  PRS-PLANES.
           03 PRS-PLA-IT OCCURS 1000 TIMES.
              05 PRS-PLA-ORIG    PIC X(32).
              05 PRS-PLA-NRO     PIC 9(5).
              05 PRS-PLA-FEC     PIC 9(8).

       01  PRS-RCAB.
           03 F                  PIC X(26) VALUE "CLIENTE".
           03 F                  PIC X(05) VALUE "TIPO ".
           03 F                  PIC X(06) VALUE "PERI. ".
           03 F                  PIC X(11) VALUE "VENCIMIENTO".
           03 F                  PIC X(18) VALUE "             SALDO".
           03 F                  PIC X(02) VALUE SPACES.
           03 F                  PIC X(33)
              VALUE "ULTIMO EVENTO CONTROLADO   FECHA".
       01  PRS-RLIN.
           03 PRSL-CLI           PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 PRSL-TIP           PIC ZZ9.
           03 F                  PIC XX VALUE SPACES.
           03 PRSL-PERI          PIC 9(4).
           03 F                  PIC XX VALUE SPACES.
           03 PRSL-VTO           PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 PRSL-SALDO         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC XX VALUE SPACES.
           03 PRSL-EVENTO        PIC X(20).
           03 F                  PIC X VALUE SPACES.
           03 PRSL-FEVENTO       PIC X(10).
       01  PRS-RTOT.
           03 PRST-NOM           PIC X(48).
           03 PRST-IMP           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  PRV-PERIODO           PIC 9(6) VALUE ZEROS.
       01  PRV-PER-R REDEFINES PRV-PERIODO.
           03 PRV-PAA            PIC 9999.
           03 PRV-PMM            PIC 99.

      *    POR TIPO: SALDO DE CADA FRANJA SEGUN LA FOTO (MENOS LO DE
      *    CLIENTES EN JUICIO, QUE VA A LA FRANJA 6), PORCENTAJE
      *    APLICADO Y PREVISION RESULTANTE.
       01  PRV-TABLA.
           03 PRV-IT OCCURS 50 TIMES.
              05 PRV-TIP         PIC 9(3).
              05 PRV-BASE        PIC S9(12)V99 OCCURS 6 TIMES.
              05 PRV-PCT         PIC 999V99 OCCURS 6 TIMES.
              05 PRV-PREV        PIC 9(12)V99 OCCURS 6 TIMES.
              05 PRV-TTIP        PIC 9(12)V99.
       01  PRV-TOT-FR.
           03 PRV-TFR            PIC 9(12)V99 OCCURS 7 TIMES.

       01  PRV-RENG.
           03 PRVR-TIP           PIC ZZ9.
           03 PRVR-POR           PIC ZZZZ9.99 OCCURS 6 TIMES.
       01  PRV-RCAB.
           03 F                  PIC X(12) VALUE "TIPO".
           03 F                  PIC X(17) VALUE "     SALDO AL DIA".
           03 F                  PIC X(17) VALUE "      1 A 30 DIAS".
           03 F                  PIC X(17) VALUE "     31 A 60 DIAS".
           03 F                  PIC X(17) VALUE "     61 A 90 DIAS".
           03 F                  PIC X(17) VALUE "   MAS DE 90 DIAS".
           03 F                  PIC X(17) VALUE "        EN JUICIO".
           03 F                  PIC X(17) VALUE "            TOTAL".
       01  PRV-RLIN.
           03 PRVL-TIP           PIC ZZ9.
           03 F                  PIC X VALUE SPACES.
           03 PRVL-CON           PIC X(8).
           03 PRVL-COL           PIC -Z,ZZZ,ZZZ,ZZ9.99 OCCURS 7 TIMES.
       01  PRV-RPCT.
           03 F                  PIC X(12) VALUE "    PORC. %".
           03 PRVP-IT OCCURS 6 TIMES.
              05 F               PIC X(11) VALUE SPACES.
              05 PRVP-POR        PIC ZZ9.99.
       01  PRV-RRES.
           03 PRVS-NOM           PIC X(45).
           03 PRVS-IMP           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  PRV-RAS.
           03 F                  PIC X(08) VALUE "ASIENTO ".
           03 PRVA-CTA           PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 PRVA-DET           PIC X(30).
           03 F                  PIC X VALUE SPACES.
           03 PRVA-DEBE          PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ.
           03 F                  PIC X VALUE SPACES.
           03 PRVA-HABER         PIC ZZZ,ZZZ,ZZZ,ZZZ.ZZ.

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
              05 F               PIC X(10) VALUE "ARCODI  02".
              05 F               PIC X(10) VALUE "ARPAGOS 02".
              05 F               PIC X(10) VALUE "ARPLAN  02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(10) VALUE "ARJUICIO02".
              05 F               PIC X(10) VALUE "ARTARH  02".
              05 F               PIC X(10) VALUE "ARMORAD 02".
              05 F               PIC X(20) VALUE SPACES.
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

       SCREEN SECTION.

       01  PANTALLA-MENU.
              VALUE "19-CONCEPTOS DE EGRESO".
           03 LINE 20 COLUMN 58
              VALUE "20-CONTROL DE RECIBOS".
           03 LINE 19 COLUMN 24
              VALUE "21-MAS UTILITARIOS".
           03 LINE 20 COLUMN 24
              VALUE "0-REGRESO MENU PRINCIPAL".
           03 LINE 21 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "INGRESE OPCION:              ".

      *    SEGUNDA PAGINA: LA PRIMERA YA NO TIENE LUGAR. LOS NUMEROS
      *    SIGUEN A PARTIR DE LA PRIMERA PAGINA.
       01  PANTALLA-MENU2.
           03 LINE 08 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "   UTILITARIOS DEL SISTEMA (2)".
           03 LINE 10 COLUMN 24
              VALUE "22-LIBRO IVA VENTAS DIGITAL".
           03 LINE 11 COLUMN 24
              VALUE "23-LIBROS DIARIO/MAYOR/BALANCE".
           03 LINE 12 COLUMN 24
              VALUE "24-PREVISION PARA INCOBRABLES".
           03 LINE 13 COLUMN 24
              VALUE "25-PRESCRIPCION DE DEUDA".
           03 LINE 14 COLUMN 24
              VALUE "26-COTIZACION DEL DOLAR".
           03 LINE 15 COLUMN 24
              VALUE "27-INDICE DE CUOTAS ABIERTAS".
           03 LINE 16 COLUMN 24
              VALUE "28-VERIFICACION DE LA BITACORA".
           03 LINE 20 COLUMN 24
              VALUE "0-PAGINA ANTERIOR".
           03 LINE 21 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
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
           OPEN I-O RPAGOS.
           IF RP-STATUS NOT = "00"
           IF OPC = "18" GO TO CAJACFG.
           IF OPC = "19" GO TO CONCEP.
           IF OPC = "20" GO TO CORREL.
           IF OPC = "21" GO TO MENU2.
           IF OPC = "0" GO TO CIERRE.
           GO TO L-PANT.

       MENU2.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.
       L-PANT2.
           DISPLAY PANTALLA-MENU2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2140 WITH PROMPT.
           IF OPC = "22" GO TO LIBIVA.
           IF OPC = "23" GO TO LIBROS.
           IF OPC = "24" GO TO PREVIS.
           IF OPC = "25" GO TO PRESCR.
           IF OPC = "26" GO TO COTIZA.
           IF OPC = "27" GO TO ABIERTAS.
           IF OPC = "28" GO TO VERBITA.
           IF OPC = "0" GO TO ENCABEZA.
           GO TO L-PANT2.

      *    ACTUALIZACION MASIVA: APLICA UN PORCENTAJE (O UN MONTO
      *    FIJO, PARA UN SOLO TIPO) A B-MONTO DE ARCODI Y, SI SE PIDE,
      *    AL MONTO DE LAS CUOTAS PENDIENTES CON VENCIMIENTO FUTURO,
      *    CON LISTADO ANTES/DESPUES Y CONSTANCIA EN LA BITACORA.
      *    LOS TIPOS Y CUOTAS EN MODULOS NO SE TOCAN: SIGUEN AL VALOR
      *    DEL MODULO (VER MODULO) Y SOLO SE LISTAN.
       TARIFA.
           PERFORM ENCABEZA.
           DISPLAY "TIPO (0=TODOS):" AT 0818.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO TA-CONF.
           MOVE ZEROS TO TA-CODIS TA-CUOTAS.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-COMP = ANO-VENT * 10000 + HOY-MM * 100
               + HOY-DD.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM TA-TITU AFTER 1.
           READ CODI NEXT RECORD AT END GO TO TA-CUO.
           IF TA-TIP NOT = ZEROS AND N-CODI NOT = TA-TIP GO TO TA-R.
           IF N-CODI = ZEROS GO TO TA-R.
           MOVE SPACES TO MODULO-CLI.
           MOVE N-CODI TO MODULO-TIP.
           MOVE HOY-COMP TO MODULO-FECHA.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY = "S"
               MOVE N-CODI TO TA-MTIP-S
               MOVE B-CODI TO TA-MNOM-S
               MOVE MODULO-CANT TO TA-MMOD-S
               MOVE MODULO-MONTO TO TA-MMTO-S
               WRITE RENGLON FROM TA-MODLIN AFTER 1
               GO TO TA-R.
           MOVE REG-CODI TO BT-ANTES.
           MOVE B-MONTO TO TA-ANTES.
           IF TA-MODO = "1"
               + HOY-DD.
           MOVE B-MONTO TO TH-MONTO.
           MOVE OPERADOR TO TH-OPER.
           MOVE SPACE TO TH-CLASE.
           MOVE ZEROS TO TH-MODU TH-VALMOD.
           WRITE REG-TARH INVALID KEY REWRITE REG-TARH.
           IF TA-MODO = "1"
               PERFORM TA-MATRIZ THRU F-TA-MATRIZ.
           IF TA-TIP NOT = ZEROS AND TIP-IMP NOT = TA-TIP GO TO TAC-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT > HOY-COMP GO TO TAC-R.
           MOVE CONT TO MODULO-CLI.
           MOVE TIP-IMP TO MODULO-TIP.
           MOVE VEN-COMP TO MODULO-FECHA.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY = "S" GO TO TAC-R.
           MOVE MONTO TO TA-ANTES.
           IF TA-MODO = "1"
               COMPUTE MONTO ROUNDED = MONTO
               ELSE
                   MOVE ZEROS TO MONTO.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO TA-CCLI-S.
           MOVE P1 TO TA-CP1-S.
           MOVE AA TO TA-CAA-S.
       IXR.
           READ IMPU NEXT RECORD AT END GO TO IX-FIN.
           IF FEC-PAG NOT = ZEROS GO TO IXR.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO IXR.
           IF PAGADO > MONTO GO TO IXR.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO IXR.
                   MOVE REG-IMP TO BT-ANTES
                   MOVE ZEROS TO FEC-PAG
                   REWRITE REG-IMP
                   PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE
                   PERFORM IC-BITA THRU F-IC-BITA.
           IF FEC-PAG = ZEROS AND PAGADO NOT < MONTO
               AND MONTO NOT = ZEROS
           IF PAGADO < MONTO
               MOVE ZEROS TO FEC-PAG.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           PERFORM IC-BITA THRU F-IC-BITA.
       F-IC-AJUSTA.
           EXIT.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARIMPUR", "ARIMPU"
               RETURNING REN-RC.
           CLOSE ABIE.
           MOVE "R" TO ABIERT-FUN.
           CALL "ABIERT" USING ABIERT-PAR.
           OPEN I-O ABIE.
           OPEN I-O IMPU.
           GO TO RB-FIN.

           MOVE 10 TO BK-LIN.
       BKV-R.
           ADD 1 TO BK-IND.
           IF BK-IND > 134 GO TO BKV-F.
           PERFORM ARMA-NOMBRE-N THRU F-ARMA-NOMBRE-N.
           CALL "CBL_CHECK_FILE_EXIST" USING BK-DEST, BK-INFO
               RETURNING BK-RC.
           MOVE ZEROS TO BK-IND.
       BS-R.
           ADD 1 TO BK-IND.
           IF BK-IND > 134 GO TO F-BORRA-SET.
           PERFORM ARMA-NOMBRE-N THRU F-ARMA-NOMBRE-N.
           CALL "CBL_DELETE_FILE" USING BK-DEST
               RETURNING BK-RC.
           GO TO ENCABEZA.

      *    HISTORIA DE TARIFAS POR TIPO: CADA CAMBIO CON SU FECHA DE
      *    VIGENCIA, MONTO Y OPERADOR. EN LOS TIPOS EN MODULOS SE VEN
      *    APARTE LOS CAMBIOS DE CANTIDAD (Q) Y DE VALOR DEL MODULO
      *    (V), CON LOS MODULOS, EL VALOR Y EL MONTO EN PESOS.
       TARHIST.
           PERFORM ENCABEZA.
           DISPLAY "HISTORIA DE TARIFAS - TIPO:" AT 0803.
           MOVE ZEROS TO TH-TIPSEL.
           ACCEPT TH-TIPSEL AT 0831 WITH PROMPT.
           IF TH-TIPSEL = ZEROS GO TO ENCABEZA.
           DISPLAY "CLASE: BLANCO=PESOS  Q=MODULOS  V=VALOR DEL MODULO"
               AT 0903.
           MOVE 9 TO TH-LIN.
           MOVE TH-TIPSEL TO TH-TIP.
           MOVE ZEROS TO TH-DESDE.
           READ TARH NEXT RECORD AT END GO TO THH-FIN.
           IF TH-TIP NOT = TH-TIPSEL GO TO THH-FIN.
           MOVE TH-DESDE TO THR-DESDE.
           MOVE TH-CLASE TO THR-CLASE.
           MOVE TH-MONTO TO THR-MONTO.
           MOVE TH-MODU TO THR-MODU.
           MOVE TH-VALMOD TO THR-VALMOD.
           MOVE TH-OPER TO THR-OPER.
           ADD 1 TO TH-LIN.
           IF TH-LIN < 21
               DISPLAY (TH-LIN, 3) TH-RENG.
           GO TO THH-R.
       THH-FIN.
           DISPLAY "ENTER P/CONTINUAR" AT 2220.
      *    EN ARIMPU: SOLO SE LES RECONOCE COMO EMITIDO LO QUE
      *    ALCANZARON A COBRAR, ASI LA MISMA DEUDA NO SE CUENTA DOS
      *    VECES Y LOS PAGOS VIEJOS NO QUEDAN SIN CONTRAPARTIDA.
      *    LO MISMO PARA LAS DADAS DE BAJA POR PRESCRIPCION ("X").
           IF (EST-IMP = "P" OR EST-IMP = "X") AND PAGADO = ZEROS
               GO TO RT-R1.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           IF EST-IMP = "P" OR EST-IMP = "X"
               MOVE PAGADO TO TOT-EMI
           ELSE
               MOVE MONTO TO TOT-EMI.
           ACCEPT OPC AT 1150 WITH PROMPT.
           GO TO ENCABEZA.

      *    INDICE DE CUOTAS ABIERTAS (ARABIE): LO VERIFICA CONTRA
      *    ARIMPU (CUOTAS ABIERTAS QUE FALTAN O CON OTRO VENCIMIENTO Y
      *    ENTRADAS QUE SOBRAN) Y, SI HAY DIFERENCIAS O SE PIDE, LO
      *    RECONSTRUYE DESDE CERO CON ABIERT.
       ABIERTAS.
           PERFORM ENCABEZA.
           DISPLAY "INDICE DE CUOTAS ABIERTAS (ARABIE)" AT 0818
           WITH FOREGROUND-COLOR 4.
           DISPLAY "1=VERIFICA 2=RECONSTRUYE 3=CANCELA" AT 1018
           WITH FOREGROUND-COLOR 2.
       ABI-D.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1054 WITH PROMPT.
           IF OPC = "1" GO TO ABI-VER.
           IF OPC = "2" GO TO ABI-REC.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO ABI-D.
       ABI-VER.
           DISPLAY "VERIFICANDO..." AT 1218.
           CLOSE IMPU ABIE.
           MOVE "V" TO ABIERT-FUN.
           CALL "ABIERT" USING ABIERT-PAR.
           OPEN I-O IMPU.
           OPEN I-O ABIE.
           IF ABIERT-OK NOT = "S" GO TO ABI-NOIMP.
           DISPLAY "ENTRADAS DEL INDICE......:" AT 1218.
           DISPLAY ABIERT-CANT AT 1245.
           DISPLAY "CUOTAS ABIERTAS QUE FALTAN:" AT 1318.
           DISPLAY ABIERT-FALTAN AT 1346.
           DISPLAY "ENTRADAS QUE SOBRAN.......:" AT 1418.
           DISPLAY ABIERT-SOBRAN AT 1446.
           IF ABIERT-FALTAN = ZEROS AND ABIERT-SOBRAN = ZEROS
               DISPLAY "EL INDICE ESTA AL DIA" AT 1618
               WITH FOREGROUND-COLOR 2
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1640 WITH PROMPT
               GO TO ENCABEZA.
       ABI-PREG.
           DISPLAY "HAY DIFERENCIAS, RECONSTRUYE S/N:" AT 1618
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1652 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO ABI-PREG.
       ABI-REC.
           DISPLAY "RECONSTRUYENDO ARABIE DESDE CERO..." AT 1818.
           CLOSE IMPU ABIE.
           MOVE "R" TO ABIERT-FUN.
           CALL "ABIERT" USING ABIERT-PAR.
           OPEN I-O IMPU.
           OPEN I-O ABIE.
           IF ABIERT-OK NOT = "S" GO TO ABI-NOIMP.
           DISPLAY "CUOTAS ABIERTAS GRABADAS:" AT 2018.
           DISPLAY ABIERT-CANT AT 2044.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2054 WITH PROMPT.
           GO TO ENCABEZA.
       ABI-NOIMP.
           DISPLAY "NO SE PUDO ABRIR ARIMPU" AT 2018
           WITH FOREGROUND-COLOR 4.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2044 WITH PROMPT.
           GO TO ENCABEZA.

      *    VERIFICACION DE LA CADENA DE CONTROL DE ARBITA Y ARDEPU
      *    VIGENTES (VER BITSUM). LOS PROBLEMAS SALEN POR LA
      *    IMPRESORA CONFIGURADA; EN PANTALLA QUEDA EL RESUMEN.
       VERBITA.
           PERFORM ENCABEZA.
           DISPLAY "VERIFICACION DE LA BITACORA" AT 0818
           WITH FOREGROUND-COLOR 4.
       VBI-CONF.
           DISPLAY "SE LISTA POR IMPRESORA, CONFIRMA S/N:" AT 1018
           WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1056 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO VBI-CONF.
           DISPLAY "VERIFICANDO..." AT 1218.
           CLOSE BITA.
           MOVE CFG-DISP TO BITSUM-DEST.
           MOVE ZEROS TO BITSUM-ESP-CANT BITSUM-ESP-SUMA.
           MOVE "ARBITA" TO BITSUM-NOM.
           MOVE "B" TO BITSUM-TIPO.
           MOVE "V" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           DISPLAY "ARBITA :" AT 1218.
           MOVE 12 TO VB-LIN.
           PERFORM VBI-MUESTRA THRU F-VBI-MUESTRA.
           MOVE ZEROS TO BITSUM-ESP-CANT BITSUM-ESP-SUMA.
           MOVE "ARDEPU" TO BITSUM-NOM.
           MOVE "D" TO BITSUM-TIPO.
           MOVE "V" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           DISPLAY "ARDEPU :" AT 1518.
           MOVE 15 TO VB-LIN.
           PERFORM VBI-MUESTRA THRU F-VBI-MUESTRA.
           MOVE "B" TO BITSUM-TIPO.
           OPEN I-O BITA.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1918 WITH PROMPT.
           GO TO ENCABEZA.

       VBI-MUESTRA.
           DISPLAY (VB-LIN, 27) BITSUM-RES.
           DISPLAY (VB-LIN, 41) "REGISTROS:".
           DISPLAY (VB-LIN, 52) BITSUM-CANT.
           ADD 1 TO VB-LIN.
           DISPLAY (VB-LIN, 27) "MODIF:".
           DISPLAY (VB-LIN, 34) BITSUM-ALT.
           DISPLAY (VB-LIN, 43) "AGREG:".
           DISPLAY (VB-LIN, 50) BITSUM-INS.
           DISPLAY (VB-LIN, 59) "FALTAN:".
           DISPLAY (VB-LIN, 67) BITSUM-FAL.
       F-VBI-MUESTRA.
           EXIT.

       ACTUALIZA-TOTAL.
           MOVE TOT-CLI TO TO-CLI.
           MOVE TOT-TIP TO TO-TIP.
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

      *    FOTO DE DEUDA: CLASIFICA CADA CUOTA IMPAGA EN LAS FRANJAS
      *    DE ANTIGUEDAD Y ACUMULA POR TIPO BAJO EL PERIODO ACTUAL EN
      *    ARSNAP (SE PISA SI SE CORRE DOS VECES EN EL MES). TAMBIEN
       SNB-R.
           READ IMPU NEXT RECORD AT END GO TO SNB-F.
           IF FEC-PAG NOT = ZEROS GO TO SNB-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO SNB-R.
           IF PAGADO > MONTO GO TO SNB-R.
           MOVE DDV TO SER-DD.
           MOVE MMV TO SER-MM.
       F-SC-GRABA.
           EXIT.

      *    LIBRO IVA VENTAS DIGITAL DE UN PERIODO DE ARPERIO: RECIBOS
      *    DE ARRECI Y NOTAS DE ARNOTDC CON FECHA EN EL MES, EN LOS DOS
      *    ARCHIVOS DE ANCHO FIJO DEL DISE#O OFICIAL. LOS RECIBOS
      *    ANULADOS (ANULA-PAGO DE PAGOS) Y LAS NOTAS ANULADAS NO SE
      *    INFORMAN; LOS RECIBOS ANULADOS SE MUESTRAN APARTE EN EL
      *    CONTROL. LAS TASAS SON OPERACIONES EXENTAS: UNA ALICUOTA
      *    0% POR COMPROBANTE.
       LIBIVA.
           PERFORM ENCABEZA.
           DISPLAY "LIBRO IVA VENTAS DIGITAL" AT 0803
           WITH FOREGROUND-COLOR 4.
           PERFORM PF-PIDE THRU F-PF-PIDE.
           IF PF-PER1 = ZEROS GO TO MENU2.
           MOVE PE-PERIODO TO LV-PERIODO.
           OPEN INPUT PERIO.
           IF PE-STATUS NOT = "00"
               MOVE "99" TO PE-STATUS
           ELSE
               READ PERIO KEY IS PE-PERIODO
               INVALID KEY MOVE "99" TO PE-STATUS
               END-READ
               CLOSE PERIO.
           IF PE-STATUS NOT = "00"
               DISPLAY "EL PERIODO NO ESTA DEFINIDO EN ARPERIO" AT 1218
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1257 WITH PROMPT
               GO TO MENU2.
           IF PE-EST NOT = "C"
               DISPLAY "PERIODO ABIERTO: PUEDE CAMBIAR. SIGUE S/N"
                   AT 1218 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1260 WITH PROMPT
               IF OPC NOT = "S" GO TO MENU2.
           MOVE 1 TO LV-PTOVTA.
           OPEN INPUT CAECF.
           IF CF-STATUS = "00"
               READ CAECF AT END MOVE ZEROS TO CF-PTOVTA
               END-READ
               IF CF-PTOVTA NOT = ZEROS MOVE CF-PTOVTA TO LV-PTOVTA
               END-IF
               CLOSE CAECF.
           DISPLAY "GENERANDO LIVACBTE.TXT / LIVAALIC.TXT..." AT 1418.
           MOVE ZEROS TO LV-TOTALES LV-ANUL-CANT LV-ANUL-TOT.
           OPEN OUTPUT LVCBT LVALI.
           OPEN INPUT RECI.
           IF REC-STATUS NOT = "00" GO TO LV-NDC.
       LV-REC.
           READ RECI NEXT RECORD AT END GO TO LV-REC-F.
           IF REC-AA * 100 + REC-MM NOT = LV-PERIODO GO TO LV-REC.
           IF REC-EST = "A"
               ADD 1 TO LV-ANUL-CANT
               ADD REC-TOTAL TO LV-ANUL-TOT
               GO TO LV-REC.
           MOVE 1 TO LV-IND.
           MOVE 15 TO LV-CBTE.
           MOVE REC-NRO TO LV-NRO.
           MOVE REC-CLI TO LV-CLI.
           COMPUTE LV-FECHA = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           MOVE REC-TOTAL TO LV-IMPORTE.
           PERFORM LV-GRABA THRU F-LV-GRABA.
           GO TO LV-REC.
       LV-REC-F.
           CLOSE RECI.
       LV-NDC.
           OPEN INPUT NOTDC.
           IF DC-STATUS NOT = "00" GO TO LV-FIN.
       LV-NDC-R.
           READ NOTDC NEXT RECORD AT END GO TO LV-NDC-F.
           IF DC-AA * 100 + DC-MM NOT = LV-PERIODO GO TO LV-NDC-R.
           IF DC-EST = "A" GO TO LV-NDC-R.
           IF DC-TIPODOC = "D"
               MOVE 2 TO LV-IND
               MOVE 12 TO LV-CBTE
           ELSE
               MOVE 3 TO LV-IND
               MOVE 13 TO LV-CBTE.
           MOVE DC-NRO TO LV-NRO.
           MOVE DC-CLI TO LV-CLI.
           COMPUTE LV-FECHA = DC-AA * 10000 + DC-MM * 100 + DC-DD.
           MOVE DC-MONTO TO LV-IMPORTE.
           PERFORM LV-GRABA THRU F-LV-GRABA.
           GO TO LV-NDC-R.
       LV-NDC-F.
           CLOSE NOTDC.
       LV-FIN.
           CLOSE LVCBT LVALI.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           MOVE LV-PERIODO (5:2) TO LV-TPM-S.
           MOVE LV-PERIODO (1:4) TO LV-TPA-S.
           WRITE RENGLON FROM LV-TITU AFTER 1.
           MOVE SPACES TO RENGLON.
           WRITE RENGLON AFTER 1.
           MOVE ZEROS TO LV-IND.
           PERFORM LV-IMPRIME THRU F-LV-IMPRIME 3 TIMES.
           MOVE LV-ANUL-CANT TO LV-ACANT-S.
           MOVE LV-ANUL-TOT TO LV-AIMP-S.
           WRITE RENGLON FROM LV-RENG-AN AFTER 1.
           COMPUTE LV-NETO = LV-T-IMP (1) + LV-T-IMP (2)
               - LV-T-IMP (3).
           MOVE LV-NETO TO LV-NETO-S.
           WRITE RENGLON FROM LV-RENG-NETO AFTER 2.
           WRITE RENGLON FROM LV-RENG-NOTA AFTER 2.
           CLOSE IMPRE.
           MOVE "LIBIVA" TO BT-ARCHIVO.
           MOVE "EXPOR" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE LV-PERIODO TO BT-CLAVE (1:6).
           MOVE SPACES TO BT-ANTES.
           MOVE LV-TOTALES TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "COMPROBANTES: RECIBOS/DEBITOS/CREDITOS" AT 1618.
           DISPLAY LV-T-CANT (1) AT 1718.
           DISPLAY LV-T-CANT (2) AT 1726.
           DISPLAY LV-T-CANT (3) AT 1734.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1745 WITH PROMPT.
           GO TO MENU2.

      *    UN COMPROBANTE: REGISTRO EN CADA ARCHIVO Y SUMA DE CONTROL.
      *    EL RECEPTOR VA CON CUIT (80) SOLO SI EL NUMERO DE CLIENTE ES
      *    UN CUIT VALIDO; SI NO, SIN IDENTIFICAR (99).
       LV-GRABA.
           MOVE LV-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE ZEROS TO REG-LVCBT.
           MOVE LV-FECHA TO LC-FECHA.
           MOVE LV-CBTE TO LC-CBTE.
           MOVE LV-PTOVTA TO LC-PTOVTA.
           MOVE LV-NRO TO LC-DESDE LC-HASTA.
           MOVE 99 TO LC-DOC-TIPO.
           IF LV-CLI (1:11) IS NUMERIC AND LV-CLI (12:14) = SPACES
               MOVE LV-CLI (1:11) TO CU-NUM
               PERFORM VALIDA-CUIT THRU F-VALIDA-CUIT
               IF CU-OK = "S"
                   MOVE 80 TO LC-DOC-TIPO
                   MOVE CU-NUM TO LC-DOC-NRO.
           MOVE NOMBRE TO LC-NOMBRE.
           MOVE LV-IMPORTE TO LC-TOTAL LC-EXENTO.
           MOVE "PES" TO LC-MONEDA.
           MOVE 1 TO LC-CAMBIO.
           MOVE 1 TO LC-CANT-ALI.
           MOVE "E" TO LC-COD-OPER.
           WRITE REG-LVCBT.
           MOVE ZEROS TO REG-LVALI.
           MOVE LV-CBTE TO LA-CBTE.
           MOVE LV-PTOVTA TO LA-PTOVTA.
           MOVE LV-NRO TO LA-NRO.
           MOVE 3 TO LA-ALIC.
           WRITE REG-LVALI.
           ADD 1 TO LV-T-CANT (LV-IND).
           ADD LV-IMPORTE TO LV-T-IMP (LV-IND).
       F-LV-GRABA.
           EXIT.

       LV-IMPRIME.
           ADD 1 TO LV-IND.
           MOVE LV-NOM (LV-IND) TO LV-NOM-S.
           MOVE LV-T-CANT (LV-IND) TO LV-CANT-S.
           MOVE LV-T-IMP (LV-IND) TO LV-IMP-S.
           WRITE RENGLON FROM LV-RENG AFTER 1.
       F-LV-IMPRIME.
           EXIT.

      *    LIBROS CONTABLES DESDE ARASIEN PARA UN RANGO DE FECHAS:
      *    1=DIARIO (ASIENTOS NUMERADOS, TOTALES POR DIA), 2=MAYOR (UNA
      *    CUENTA O TODAS, CON SALDO CORRIDO DESDE EL SALDO ANTERIOR) Y
      *    3=BALANCE DE SUMAS Y SALDOS POR CUENTA. UN ASIENTO TERMINA
      *    CUANDO SUS LINEAS BALANCEAN O CAMBIA EL DIA. TODOS CIERRAN
      *    CON LA SECCION DE DIAS DESBALANCEADOS.
       LIBROS.
           PERFORM ENCABEZA.
           DISPLAY "LIBROS CONTABLES" AT 0803
           WITH FOREGROUND-COLOR 4.
           DISPLAY "1=DIARIO 2=MAYOR 3=BALANCE SUMAS Y SALDOS:"
               AT 1018.
           MOVE SPACE TO LB-TIPO.
           ACCEPT LB-TIPO AT 1061 WITH PROMPT.
           IF LB-TIPO NOT = "1" AND LB-TIPO NOT = "2"
               AND LB-TIPO NOT = "3" GO TO MENU2.
           DISPLAY "FECHA DESDE (DDMMAA):" AT 1118.
           MOVE ZEROS TO LB-DESDE1.
           ACCEPT LB-DESDE1 AT 1140 WITH PROMPT.
           IF LB-DESDE1 = ZEROS GO TO MENU2.
           DISPLAY "FECHA HASTA (DDMMAA):" AT 1218.
           MOVE ZEROS TO LB-HASTA1.
           ACCEPT LB-HASTA1 AT 1240 WITH PROMPT.
           IF LB-HASTA1 = ZEROS GO TO MENU2.
           MOVE LB-DAA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE LB-DESDE = ANO-VENT * 10000 + LB-DMM * 100
               + LB-DDD.
           MOVE LB-HAA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE LB-HASTA = ANO-VENT * 10000 + LB-HMM * 100
               + LB-HDD.
           MOVE SPACES TO LB-CUENTA.
           IF LB-TIPO = "2"
               DISPLAY "CUENTA (VACIO=TODAS):" AT 1318
               ACCEPT LB-CUENTA AT 1340 WITH PROMPT.
           OPEN INPUT ASIEN.
           IF AS-STATUS NOT = "00"
               DISPLAY "NO HAY ASIENTOS GENERADOS" AT 1518
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1544 WITH PROMPT
               GO TO MENU2.
           PERFORM LB-CARGA-CTAS THRU F-LB-CARGA-CTAS.
           DISPLAY "PROCESANDO..." AT 1518.
           MOVE LB-DESDE TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO LB-TIT-DES.
           MOVE LB-HASTA TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO LB-TIT-HAS.
           MOVE ZEROS TO LB-HOJA.
           MOVE 999 TO LB-LIN.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           IF LB-TIPO = "1" GO TO LB-DIARIO.
           IF LB-TIPO = "2"
               MOVE "LIBRO MAYOR" TO LB-TIT-NOM
               MOVE "FECHA      DETALLE" TO LB-CAB
               MOVE "DEBE              HABER              SALDO"
                   TO LB-CAB (50:45)
           ELSE
               MOVE "BALANCE DE SUMAS Y SALDOS" TO LB-TIT-NOM
               MOVE "CUENTA     DETALLE" TO LB-CAB
               MOVE "SALDO ANT.               DEBE              HABER"
                   TO LB-CAB (44:50)
               MOVE "SALDO" TO LB-CAB (109:5).
           SORT WORK-SORT
               ON ASCENDING KEY SR-CUENTA SR-FECHA SR-SEC
               INPUT PROCEDURE IS LB-CARGA THRU F-LB-CARGA
               OUTPUT PROCEDURE IS LB-MAYOR-S THRU F-LB-MAYOR-S.
           GO TO LB-FIN.
       LB-DIARIO.
           MOVE "LIBRO DIARIO" TO LB-TIT-NOM.
           MOVE "   CUENTA     DETALLE" TO LB-CAB.
           MOVE "DEBE              HABER" TO LB-CAB (62:23).
           SORT WORK-SORT
               ON ASCENDING KEY SR-FECHA SR-SEC
               INPUT PROCEDURE IS LB-CARGA THRU F-LB-CARGA
               OUTPUT PROCEDURE IS LB-DIARIO-S THRU F-LB-DIARIO-S.
       LB-FIN.
           CLOSE ASIEN.
           PERFORM LB-EXCEP THRU F-LB-EXCEP.
           CLOSE IMPRE.
           DISPLAY "DIAS DESBALANCEADOS:" AT 1618.
           DISPLAY LB-DESBAL AT 1639.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1645 WITH PROMPT.
           GO TO MENU2.

      *    LEE ARASIEN EN EL ORDEN EN QUE SE GRABO (LB-SEC CONSERVA ESE
      *    ORDEN DENTRO DEL DIA). LO ANTERIOR AL RANGO SOLO SIRVE PARA
      *    EL SALDO ANTERIOR DEL MAYOR Y DEL BALANCE.
       LB-CARGA.
           MOVE ZEROS TO LB-SEC LB-DCANT LB-DIND.
           MOVE "N" TO LB-DIAS-EXC.
       LBC-R.
           READ ASIEN AT END GO TO F-LB-CARGA.
           ADD 1 TO LB-SEC.
           IF AS-FECHA > LB-HASTA GO TO LBC-R.
           IF AS-FECHA < LB-DESDE AND LB-TIPO = "1" GO TO LBC-R.
           IF AS-FECHA NOT < LB-DESDE
               PERFORM LB-ACUM-DIA THRU F-LB-ACUM-DIA.
           IF LB-CUENTA NOT = SPACES AND AS-CUENTA NOT = LB-CUENTA
               GO TO LBC-R.
           MOVE AS-CUENTA TO SR-CUENTA.
           MOVE AS-FECHA TO SR-FECHA.
           MOVE LB-SEC TO SR-SEC.
           MOVE AS-DEBE TO SR-DEBE.
           MOVE AS-HABER TO SR-HABER.
           MOVE AS-DETALLE TO SR-DETALLE.
           RELEASE SORT-REC.
           GO TO LBC-R.
       F-LB-CARGA.
           EXIT.

       LB-ACUM-DIA.
           IF LB-DIND NOT = ZEROS
               IF LB-DIA-FEC (LB-DIND) = AS-FECHA GO TO LBA-SUMA.
           MOVE ZEROS TO LB-DIND.
       LBA-R.
           ADD 1 TO LB-DIND.
           IF LB-DIND > LB-DCANT GO TO LBA-NUEVO.
           IF LB-DIA-FEC (LB-DIND) NOT = AS-FECHA GO TO LBA-R.
           GO TO LBA-SUMA.
       LBA-NUEVO.
           IF LB-DCANT = 400
               MOVE "S" TO LB-DIAS-EXC
               MOVE ZEROS TO LB-DIND
               GO TO F-LB-ACUM-DIA.
           ADD 1 TO LB-DCANT.
           MOVE LB-DCANT TO LB-DIND.
           MOVE AS-FECHA TO LB-DIA-FEC (LB-DIND).
           MOVE ZEROS TO LB-DIA-DEBE (LB-DIND) LB-DIA-HABER (LB-DIND).
       LBA-SUMA.
           ADD AS-DEBE TO LB-DIA-DEBE (LB-DIND).
           ADD AS-HABER TO LB-DIA-HABER (LB-DIND).
       F-LB-ACUM-DIA.
           EXIT.

       LB-DIARIO-S.
           MOVE ZEROS TO LB-FEC-ANT LB-NRO-AS LB-AS-SALDO LB-AS-LINEAS.
           MOVE ZEROS TO LB-D-DEBE LB-D-HABER LB-T-DEBE LB-T-HABER.
       LBD-R.
           RETURN WORK-SORT AT END GO TO LBD-F.
           IF SR-FECHA NOT = LB-FEC-ANT
               PERFORM LB-TOTAL-DIA THRU F-LB-TOTAL-DIA
               MOVE SR-FECHA TO LB-FEC-ANT
               MOVE ZEROS TO LB-AS-LINEAS.
           IF LB-AS-LINEAS = ZEROS OR LB-AS-SALDO = ZEROS
               ADD 1 TO LB-NRO-AS
               MOVE ZEROS TO LB-AS-SALDO LB-AS-LINEAS
               MOVE LB-NRO-AS TO LB-RAS-NRO
               MOVE SR-FECHA TO LB-FEC8
               PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC
               MOVE LB-FEC-ED TO LB-RAS-FEC
               MOVE LB-RAS TO LB-AUX
               PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SR-CUENTA TO LB-RL-CTA.
           MOVE SR-DETALLE TO LB-RL-DET.
           MOVE SR-DEBE TO LB-RL-DEBE.
           MOVE SR-HABER TO LB-RL-HABER.
           MOVE LB-RLIN TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           COMPUTE LB-AS-SALDO = LB-AS-SALDO + SR-DEBE - SR-HABER.
           ADD 1 TO LB-AS-LINEAS.
           ADD SR-DEBE TO LB-D-DEBE LB-T-DEBE.
           ADD SR-HABER TO LB-D-HABER LB-T-HABER.
           GO TO LBD-R.
       LBD-F.
           PERFORM LB-TOTAL-DIA THRU F-LB-TOTAL-DIA.
           PERFORM LB-TOTAL-GRAL THRU F-LB-TOTAL-GRAL.
       F-LB-DIARIO-S.
           EXIT.

       LB-TOTAL-DIA.
           IF LB-FEC-ANT = ZEROS GO TO F-LB-TOTAL-DIA.
           MOVE LB-FEC-ANT TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO LB-RD-FEC.
           MOVE LB-D-DEBE TO LB-RD-DEBE.
           MOVE LB-D-HABER TO LB-RD-HABER.
           MOVE SPACES TO LB-RD-MARCA.
           IF LB-D-DEBE NOT = LB-D-HABER
               MOVE "*DESBALANCEADO*" TO LB-RD-MARCA.
           MOVE LB-RDIA TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SPACES TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE ZEROS TO LB-D-DEBE LB-D-HABER.
       F-LB-TOTAL-DIA.
           EXIT.

       LB-TOTAL-GRAL.
           MOVE "TOTALES DEL PERIODO" TO LB-RT-NOM.
           MOVE LB-T-DEBE TO LB-RT-DEBE.
           MOVE LB-T-HABER TO LB-RT-HABER.
           MOVE LB-RTOT TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
       F-LB-TOTAL-GRAL.
           EXIT.

       LB-MAYOR-S.
           MOVE SPACES TO LB-CTA-ANT.
           MOVE ZEROS TO LB-T-DEBE LB-T-HABER.
       LBM-R.
           RETURN WORK-SORT AT END GO TO LBM-F.
           IF SR-CUENTA NOT = LB-CTA-ANT
               PERFORM LB-CORTE-CTA THRU F-LB-CORTE-CTA
               MOVE SR-CUENTA TO LB-CTA-ANT
               MOVE ZEROS TO LB-C-ANT LB-C-DEBE LB-C-HABER
               MOVE "N" TO LB-CTA-TIT.
           IF SR-FECHA < LB-DESDE
               COMPUTE LB-C-ANT = LB-C-ANT + SR-DEBE - SR-HABER
               GO TO LBM-R.
           ADD SR-DEBE TO LB-C-DEBE.
           ADD SR-HABER TO LB-C-HABER.
           IF LB-TIPO = "3" GO TO LBM-R.
           IF LB-CTA-TIT = "N"
               PERFORM LB-TIT-CTA THRU F-LB-TIT-CTA.
           COMPUTE LB-SALDO = LB-SALDO + SR-DEBE - SR-HABER.
           MOVE SR-FECHA TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO LB-RM-FEC.
           MOVE SR-DETALLE TO LB-RM-DET.
           MOVE SR-DEBE TO LB-RM-DEBE.
           MOVE SR-HABER TO LB-RM-HABER.
           MOVE LB-SALDO TO LB-RM-SALDO.
           MOVE LB-RMAY TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           GO TO LBM-R.
       LBM-F.
           PERFORM LB-CORTE-CTA THRU F-LB-CORTE-CTA.
           PERFORM LB-TOTAL-GRAL THRU F-LB-TOTAL-GRAL.
       F-LB-MAYOR-S.
           EXIT.

       LB-TIT-CTA.
           MOVE LB-CTA-ANT TO LB-RC-CTA.
           PERFORM LB-BUSCA-CTA THRU F-LB-BUSCA-CTA.
           MOVE LB-RB-DESC TO LB-RC-DESC.
           MOVE LB-C-ANT TO LB-RC-ANT.
           MOVE LB-RCTA TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE LB-C-ANT TO LB-SALDO.
           MOVE "S" TO LB-CTA-TIT.
       F-LB-TIT-CTA.
           EXIT.

      *    CORTE DE CUENTA: EN EL MAYOR, TOTALES DE LA CUENTA; EN EL
      *    BALANCE, SU RENGLON (ANTERIOR, SUMAS Y SALDO).
       LB-CORTE-CTA.
           IF LB-CTA-ANT = SPACES GO TO F-LB-CORTE-CTA.
           ADD LB-C-DEBE TO LB-T-DEBE.
           ADD LB-C-HABER TO LB-T-HABER.
           IF LB-TIPO = "3" GO TO LBK-BAL.
           IF LB-CTA-TIT = "N"
               PERFORM LB-TIT-CTA THRU F-LB-TIT-CTA.
           MOVE "   TOTAL CUENTA" TO LB-RT-NOM.
           MOVE LB-C-DEBE TO LB-RT-DEBE.
           MOVE LB-C-HABER TO LB-RT-HABER.
           MOVE LB-RTOT TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SPACES TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           GO TO F-LB-CORTE-CTA.
       LBK-BAL.
           MOVE LB-CTA-ANT TO LB-RB-CTA.
           PERFORM LB-BUSCA-CTA THRU F-LB-BUSCA-CTA.
           MOVE LB-C-ANT TO LB-RB-ANT.
           MOVE LB-C-DEBE TO LB-RB-DEBE.
           MOVE LB-C-HABER TO LB-RB-HABER.
           COMPUTE LB-SALDO = LB-C-ANT + LB-C-DEBE - LB-C-HABER.
           MOVE LB-SALDO TO LB-RB-SALDO.
           MOVE LB-RBAL TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
       F-LB-CORTE-CTA.
           EXIT.

      *    DETALLE DE LA CUENTA LB-CTA-ANT EN LB-RB-DESC.
       LB-BUSCA-CTA.
           MOVE "SIN MAPEAR EN ARCTBL" TO LB-RB-DESC.
           MOVE ZEROS TO LB-IND.
       LBB-R.
           ADD 1 TO LB-IND.
           IF LB-IND > LB-CCANT GO TO F-LB-BUSCA-CTA.
           IF LB-CTA (LB-IND) NOT = LB-CTA-ANT GO TO LBB-R.
           MOVE LB-CDESC (LB-IND) TO LB-RB-DESC.
       F-LB-BUSCA-CTA.
           EXIT.

       LB-CARGA-CTAS.
           MOVE ZEROS TO LB-CCANT.
           OPEN INPUT CTBL.
           IF CT-STATUS NOT = "00" GO TO F-LB-CARGA-CTAS.
       LBT-R.
           READ CTBL NEXT RECORD AT END GO TO LBT-F.
           IF LB-CCANT = 200 GO TO LBT-F.
           ADD 1 TO LB-CCANT.
           MOVE CT-CUENTA TO LB-CTA (LB-CCANT).
           MOVE CT-DESC TO LB-CDESC (LB-CCANT).
           GO TO LBT-R.
       LBT-F.
           CLOSE CTBL.
       F-LB-CARGA-CTAS.
           EXIT.

      *    SECCION DE EXCEPCIONES: DIAS DEL RANGO CUYO DEBE Y HABER NO
      *    COINCIDEN (CONSIDERANDO TODAS LAS CUENTAS).
       LB-EXCEP.
           MOVE ZEROS TO LB-DESBAL.
           MOVE 999 TO LB-LIN.
           MOVE "ASIENTOS DESBALANCEADOS" TO LB-TIT-NOM.
           MOVE SPACES TO LB-CAB.
           MOVE ZEROS TO LB-DIND.
       LBX-R.
           ADD 1 TO LB-DIND.
           IF LB-DIND > LB-DCANT GO TO LBX-F.
           IF LB-DIA-DEBE (LB-DIND) = LB-DIA-HABER (LB-DIND)
               GO TO LBX-R.
           ADD 1 TO LB-DESBAL.
           MOVE LB-DIA-FEC (LB-DIND) TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO LB-RX-FEC.
           MOVE LB-DIA-DEBE (LB-DIND) TO LB-RX-DEBE.
           MOVE LB-DIA-HABER (LB-DIND) TO LB-RX-HABER.
           COMPUTE LB-SALDO = LB-DIA-DEBE (LB-DIND)
               - LB-DIA-HABER (LB-DIND).
           MOVE LB-SALDO TO LB-RX-DIF.
           MOVE LB-REXC TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           GO TO LBX-R.
       LBX-F.
           IF LB-DESBAL = ZEROS
               MOVE "NO HAY DIAS DESBALANCEADOS EN EL RANGO" TO LB-AUX
               PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           IF LB-DIAS-EXC = "S"
               MOVE "MAS DE 400 DIAS: SE CONTROLARON LOS PRIMEROS 400"
                   TO LB-AUX
               PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
       F-LB-EXCEP.
           EXIT.

      *    RENGLON DE LOS LIBROS CON CORTE DE HOJA NUMERADA.
       LB-ESCRIBE.
           IF LB-LIN < CFG-LINPAG - 3 GO TO LBE-W.
           ADD 1 TO LB-HOJA.
           MOVE LB-HOJA TO LB-TIT-HOJA.
           WRITE RENGLON FROM LB-TIT AFTER PAGE.
           WRITE RENGLON FROM LB-CAB AFTER 2.
           MOVE SPACES TO RENGLON.
           WRITE RENGLON AFTER 1.
           MOVE 4 TO LB-LIN.
       LBE-W.
           WRITE RENGLON FROM LB-AUX AFTER 1.
           ADD 1 TO LB-LIN.
       F-LB-ESCRIBE.
           EXIT.

       LB-EDITA-FEC.
           MOVE LB-F-DD TO LB-E-DD.
           MOVE LB-F-MM TO LB-E-MM.
           MOVE LB-F-AA TO LB-E-AA.
       F-LB-EDITA-FEC.
           EXIT.

      *    PREVISION PARA INCOBRABLES: ABM DE LOS PORCENTAJES POR
      *    FRANJA (Y POR TIPO, CON TIPO 0 = GENERAL) Y CALCULO DE FIN
      *    DE MES SOBRE LA FOTO DE ARSNAP DEL PERIODO. LA DEUDA DE LOS
      *    CLIENTES EN JUICIO SE SACA DE SU FRANJA Y SE PREVISIONA
      *    CON EL PORCENTAJE DE JUICIO. SE CONTABILIZA SOLO LA
      *    DIFERENCIA CONTRA LA PREVISION YA REGISTRADA EN ARPRVH.
       PREVIS.
           IF OP-NIVEL < 2
               PERFORM ENCABEZA
               DISPLAY "OPCION RESERVADA AL SUPERVISOR" AT 1218
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1249 WITH PROMPT
               GO TO MENU2.
           OPEN I-O PREV.
           IF PV-STATUS NOT = "00"
               OPEN OUTPUT PREV
               CLOSE PREV
               OPEN I-O PREV.
       PV-LISTA.
           PERFORM ENCABEZA.
           DISPLAY "PREVISION INCOBRABLES % (TIPO 0 = GENERAL)" AT 0803
           WITH FOREGROUND-COLOR 4.
           DISPLAY "TIPO  AL DIA    1-30   31-60   61-90    +90  JUICIO"
               AT 0920.
           MOVE 9 TO PRV-LIN.
           CLOSE PREV.
           OPEN I-O PREV.
       PV-R.
           READ PREV NEXT RECORD AT END GO TO PV-OP.
           MOVE PV-TIP TO PRVR-TIP.
           MOVE ZERO TO PRV-K.
       PVR-K.
           ADD 1 TO PRV-K.
           IF PRV-K < 7
               MOVE PV-POR (PRV-K) TO PRVR-POR (PRV-K)
               GO TO PVR-K.
           ADD 1 TO PRV-LIN.
           IF PRV-LIN < 21
               DISPLAY (PRV-LIN, 20) PRV-RENG.
           GO TO PV-R.
       PV-OP.
           DISPLAY "A=AGREGA/MODIFICA  B=BAJA  C=CALCULA  0=SALE"
               AT 2210 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2255 WITH PROMPT.
           DISPLAY "                                             "
               AT 2210.
           IF OPC = "A" GO TO PV-ALTA.
           IF OPC = "B" GO TO PV-BAJA.
           IF OPC = "C" CLOSE PREV GO TO PV-CALC.
           IF OPC = "0" CLOSE PREV GO TO MENU2.
           GO TO PV-OP.
       PV-ALTA.
           DISPLAY "TIPO (0=GENERAL):" AT 2310.
           MOVE ZEROS TO PV-TIP.
           ACCEPT PV-TIP AT 2328 WITH PROMPT.
           DISPLAY "AL DIA%:" AT 2333.
           MOVE ZEROS TO PRV-PCT-AC.
           ACCEPT PRV-PCT-AC AT 2342 WITH PROMPT.
           MOVE PRV-PCT-AC TO PV-POR (1).
           DISPLAY "1-30%:" AT 2350.
           MOVE ZEROS TO PRV-PCT-AC.
           ACCEPT PRV-PCT-AC AT 2357 WITH PROMPT.
           MOVE PRV-PCT-AC TO PV-POR (2).
           DISPLAY "31-60%:" AT 2365.
           MOVE ZEROS TO PRV-PCT-AC.
           ACCEPT PRV-PCT-AC AT 2373 WITH PROMPT.
           MOVE PRV-PCT-AC TO PV-POR (3).
           DISPLAY "61-90%:" AT 2410.
           MOVE ZEROS TO PRV-PCT-AC.
           ACCEPT PRV-PCT-AC AT 2418 WITH PROMPT.
           MOVE PRV-PCT-AC TO PV-POR (4).
           DISPLAY "+90%:" AT 2426.
           MOVE ZEROS TO PRV-PCT-AC.
           ACCEPT PRV-PCT-AC AT 2432 WITH PROMPT.
           MOVE PRV-PCT-AC TO PV-POR (5).
           DISPLAY "JUICIO%:" AT 2440.
           MOVE ZEROS TO PRV-PCT-AC.
           ACCEPT PRV-PCT-AC AT 2449 WITH PROMPT.
           MOVE PRV-PCT-AC TO PV-POR (6).
           MOVE ZERO TO PRV-K.
       PVA-K.
           ADD 1 TO PRV-K.
           IF PRV-K > 6 GO TO PVA-GRABA.
           IF PV-POR (PRV-K) > 100 MOVE 100 TO PV-POR (PRV-K).
           GO TO PVA-K.
       PVA-GRABA.
           WRITE REG-PREV INVALID KEY REWRITE REG-PREV.
           MOVE "PREVISIO" TO BT-ARCHIVO.
           MOVE "MODI" TO BT-ACCION.
           MOVE PV-TIP TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-PREV TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO PV-LIMPIA.
       PV-BAJA.
           DISPLAY "TIPO:" AT 2310.
           MOVE ZEROS TO PV-TIP.
           ACCEPT PV-TIP AT 2316 WITH PROMPT.
           DELETE PREV INVALID KEY GO TO PV-LIMPIA.
           MOVE "PREVISIO" TO BT-ARCHIVO.
           MOVE "BAJA" TO BT-ACCION.
           MOVE PV-TIP TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       PV-LIMPIA.
           DISPLAY "                                                  "
               AT 2310.
           DISPLAY "                                                  "
               AT 2410.
           GO TO PV-LISTA.

      *    CALCULO DEL PERIODO: TOMA LA FOTO DE ARSNAP (UTILITARIOS
      *    13), PASA A LA FRANJA DE JUICIO LA DEUDA DE LOS CLIENTES EN
      *    ESTADO "J", APLICA LOS PORCENTAJES, IMPRIME EL DETALLE Y, SI
      *    SE CONFIRMA, ASIENTA LA DIFERENCIA AL ULTIMO DIA DEL MES.
       PV-CALC.
           PERFORM ENCABEZA.
           DISPLAY "CALCULO DE LA PREVISION PARA INCOBRABLES" AT 0803
           WITH FOREGROUND-COLOR 4.
           PERFORM PF-PIDE THRU F-PF-PIDE.
           IF PF-PER1 = ZEROS GO TO PREVIS.
           MOVE PE-PERIODO TO PRV-PERIODO.
           OPEN INPUT PERIO.
           IF PE-STATUS = "00"
               READ PERIO KEY IS PE-PERIODO
               INVALID KEY MOVE SPACE TO PE-EST
               END-READ
               CLOSE PERIO
           ELSE
               MOVE SPACE TO PE-EST.
           IF PE-EST = "C"
               DISPLAY "PERIODO CERRADO: NO SE PUEDE CONTABILIZAR"
                   AT 1218 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1260 WITH PROMPT
               GO TO PREVIS.
           MOVE ZEROS TO PRV-CANT.
           OPEN I-O SNAP.
           IF SN-STATUS NOT = "00" GO TO PVC-NOFOTO.
           MOVE PRV-PERIODO TO SN-PERIODO.
           MOVE ZEROS TO SN-TIP.
           START SNAP KEY IS NOT LESS THAN SN-CLAVE
           INVALID KEY GO TO PVC-FOTOF.
       PVC-FOTO.
           READ SNAP NEXT RECORD AT END GO TO PVC-FOTOF.
           IF SN-PERIODO NOT = PRV-PERIODO GO TO PVC-FOTOF.
           MOVE SN-TIP TO TIP-IMP.
           PERFORM PV-BUSCA-TIP THRU F-PV-BUSCA-TIP.
           IF PRV-I = ZEROS GO TO PVC-FOTO.
           MOVE ZERO TO PRV-K.
       PVC-FR.
           ADD 1 TO PRV-K.
           IF PRV-K > 5 GO TO PVC-FOTO.
           ADD SN-FRANJA (PRV-K) TO PRV-BASE (PRV-I, PRV-K).
           GO TO PVC-FR.
       PVC-FOTOF.
           CLOSE SNAP.
       PVC-NOFOTO.
           IF PRV-CANT = ZEROS
               DISPLAY "NO HAY FOTO DE DEUDA DEL PERIODO (OPCION 13)"
                   AT 1218 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1263 WITH PROMPT
               GO TO PREVIS.
           DISPLAY "CALCULANDO..." AT 1218.
           PERFORM PV-JUICIO THRU F-PV-JUICIO.
           PERFORM PV-APLICA THRU F-PV-APLICA.
           PERFORM PV-ANTERIOR THRU F-PV-ANTERIOR.
           COMPUTE PRV-DIF = PRV-TOTAL - PRV-ANTERIOR.
           COMPUTE PRV-FECHA = PRV-PERIODO * 100
               + DIAS-MES-T (PRV-PMM).
           IF PRV-PMM = 2
               DIVIDE PRV-PAA BY 4 GIVING SER-Q REMAINDER PRV-K
               IF PRV-K = ZERO ADD 1 TO PRV-FECHA.
           DISPLAY "PREVISION CALCULADA.....:" AT 1418.
           MOVE PRV-TOTAL TO PRVS-IMP.
           DISPLAY PRVS-IMP AT 1444.
           DISPLAY "PREVISION YA REGISTRADA.:" AT 1518.
           MOVE PRV-ANTERIOR TO PRVS-IMP.
           DISPLAY PRVS-IMP AT 1544.
           DISPLAY "DIFERENCIA A CONTABILIZAR:" AT 1618.
           MOVE PRV-DIF TO PRVS-IMP.
           DISPLAY PRVS-IMP AT 1644.
           MOVE "N" TO PRV-CONTAB.
           DISPLAY "CONTABILIZA (S/N):" AT 1818.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1837 WITH PROMPT.
           IF OPC = "S"
               MOVE "S" TO PRV-CONTAB
               PERFORM PV-POSTEA THRU F-PV-POSTEA
               PERFORM PV-HISTORIA THRU F-PV-HISTORIA.
           PERFORM PV-IMPRIME THRU F-PV-IMPRIME.
           GO TO PREVIS.

      *    POSICION DEL TIPO TIP-IMP EN LA TABLA (LO AGREGA CON SUS
      *    PORCENTAJES SI NO ESTA). PRV-I EN CERO SI NO HAY LUGAR.
       PV-BUSCA-TIP.
           MOVE ZEROS TO PRV-I.
       PVB-R.
           ADD 1 TO PRV-I.
           IF PRV-I > PRV-CANT GO TO PVB-NUEVO.
           IF PRV-TIP (PRV-I) NOT = TIP-IMP GO TO PVB-R.
           GO TO F-PV-BUSCA-TIP.
       PVB-NUEVO.
           IF PRV-CANT = 50
               MOVE ZEROS TO PRV-I
               GO TO F-PV-BUSCA-TIP.
           ADD 1 TO PRV-CANT.
           MOVE PRV-CANT TO PRV-I.
           MOVE TIP-IMP TO PRV-TIP (PRV-I).
           MOVE TIP-IMP TO PV-TIP.
           OPEN INPUT PREV.
           IF PV-STATUS NOT = "00" GO TO PVB-SINPOR.
           READ PREV KEY IS PV-TIP
           INVALID KEY
               MOVE ZEROS TO PV-TIP
               READ PREV KEY IS PV-TIP
               INVALID KEY
                   MOVE ZEROS TO PV-POR (1) PV-POR (2) PV-POR (3)
                       PV-POR (4) PV-POR (5) PV-POR (6).
           CLOSE PREV.
           GO TO PVB-CARGA.
       PVB-SINPOR.
           MOVE ZEROS TO PV-POR (1) PV-POR (2) PV-POR (3)
               PV-POR (4) PV-POR (5) PV-POR (6).
       PVB-CARGA.
           MOVE ZERO TO PRV-K.
       PVB-K.
           ADD 1 TO PRV-K.
           IF PRV-K > 6 GO TO F-PV-BUSCA-TIP.
           MOVE ZEROS TO PRV-BASE (PRV-I, PRV-K)
               PRV-PREV (PRV-I, PRV-K).
           MOVE PV-POR (PRV-K) TO PRV-PCT (PRV-I, PRV-K).
           GO TO PVB-K.
       F-PV-BUSCA-TIP.
           EXIT.

      *    DEUDA IMPAGA DE LOS CLIENTES EN JUICIO, CLASIFICADA POR
      *    FRANJA IGUAL QUE LA FOTO: SALE DE SU FRANJA Y VA A LA 6.
       PV-JUICIO.
           MOVE ZEROS TO PRV-JUI-CLI.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE HOY-DD TO SER-DD.
           MOVE HOY-MM TO SER-MM.
           MOVE ANO-VENT TO SER-AA.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           MOVE SER-RES TO HOY-SERIE.
           CLOSE CONTRI.
           OPEN I-O CONTRI.
       PVJ-R.
           READ CONTRI NEXT RECORD AT END GO TO F-PV-JUICIO.
           IF EST-CON NOT = "J" GO TO PVJ-R.
           ADD 1 TO PRV-JUI-CLI.
           MOVE NUM-CO TO CONT.
           MOVE ZEROS TO PERI.
           MOVE ZEROS TO TIP-IMP.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO PVJ-R.
       PVJ-I.
           READ IMPU NEXT RECORD AT END GO TO PVJ-R.
           IF CONT NOT = NUM-CO GO TO PVJ-R.
           IF FEC-PAG NOT = ZEROS GO TO PVJ-I.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO PVJ-I.
           IF PAGADO > MONTO GO TO PVJ-I.
           MOVE DDV TO SER-DD.
           MOVE MMV TO SER-MM.
           MOVE AAV TO SER-AA.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           MOVE SER-RES TO VEN-SERIE.
           COMPUTE DIAS-MORA = HOY-SERIE - VEN-SERIE.
           IF DIAS-MORA < 1 MOVE 1 TO SN-IND
           ELSE
           IF DIAS-MORA < 31 MOVE 2 TO SN-IND
           ELSE
           IF DIAS-MORA < 61 MOVE 3 TO SN-IND
           ELSE
           IF DIAS-MORA < 91 MOVE 4 TO SN-IND
           ELSE
           MOVE 5 TO SN-IND.
           PERFORM PV-BUSCA-TIP THRU F-PV-BUSCA-TIP.
           IF PRV-I = ZEROS GO TO PVJ-I.
           COMPUTE PRV-BASE (PRV-I, SN-IND) =
               PRV-BASE (PRV-I, SN-IND) - MONTO + PAGADO.
           COMPUTE PRV-BASE (PRV-I, 6) =
               PRV-BASE (PRV-I, 6) + MONTO - PAGADO.
           GO TO PVJ-I.
       F-PV-JUICIO.
           EXIT.

      *    PREVISION POR TIPO Y FRANJA. SI LA DEUDA EN JUICIO DE HOY
      *    SUPERA LO QUE LA FOTO TENIA EN ESA FRANJA, LA FRANJA QUEDA
      *    EN CERO.
       PV-APLICA.
           MOVE ZEROS TO PRV-TOTAL PRV-TOT-FR.
           MOVE ZEROS TO PRV-I.
       PVP-I.
           ADD 1 TO PRV-I.
           IF PRV-I > PRV-CANT GO TO F-PV-APLICA.
           MOVE ZEROS TO PRV-TTIP (PRV-I).
           MOVE ZERO TO PRV-K.
       PVP-K.
           ADD 1 TO PRV-K.
           IF PRV-K > 6 GO TO PVP-I.
           IF PRV-BASE (PRV-I, PRV-K) < ZEROS
               MOVE ZEROS TO PRV-BASE (PRV-I, PRV-K).
           COMPUTE PRV-PREV (PRV-I, PRV-K) ROUNDED =
               PRV-BASE (PRV-I, PRV-K) * PRV-PCT (PRV-I, PRV-K) / 100.
           ADD PRV-PREV (PRV-I, PRV-K) TO PRV-TTIP (PRV-I)
               PRV-TFR (PRV-K) PRV-TOTAL.
           GO TO PVP-K.
       F-PV-APLICA.
           EXIT.

      *    PREVISION YA CONTABILIZADA: LA DEL MISMO PERIODO SI SE ESTA
      *    RECALCULANDO, SI NO LA DEL ULTIMO PERIODO ANTERIOR.
       PV-ANTERIOR.
           MOVE ZEROS TO PRV-ANT-P PRV-ANT-C PRV-PER-ANT PRV-ANTERIOR.
           MOVE "N" TO PRV-HAY-ACT.
           OPEN INPUT PRVH.
           IF PH-STATUS NOT = "00" GO TO F-PV-ANTERIOR.
       PVN-R.
           READ PRVH NEXT RECORD AT END GO TO PVN-F.
           IF PH-PERIODO > PRV-PERIODO GO TO PVN-F.
           IF PH-PERIODO = PRV-PERIODO
               MOVE "S" TO PRV-HAY-ACT
               ADD PH-TOTAL TO PRV-ANT-C
               GO TO PVN-R.
           IF PH-PERIODO NOT = PRV-PER-ANT
               MOVE PH-PERIODO TO PRV-PER-ANT
               MOVE ZEROS TO PRV-ANT-P.
           ADD PH-TOTAL TO PRV-ANT-P.
           GO TO PVN-R.
       PVN-F.
           CLOSE PRVH.
           IF PRV-HAY-ACT = "S"
               MOVE PRV-ANT-C TO PRV-ANTERIOR
           ELSE
               MOVE PRV-ANT-P TO PRV-ANTERIOR.
       F-PV-ANTERIOR.
           EXIT.

      *    ASIENTO DE LA DIFERENCIA: SI AUMENTA, CARGO POR INCOBRABLES
      *    (ESPECIAL "INC") CONTRA PREVISION (ESPECIAL "PRV"); SI
      *    DISMINUYE, AL REVES (RECUPERO DE PREVISION).
       PV-POSTEA.
           IF PRV-DIF = ZEROS GO TO F-PV-POSTEA.
           OPEN I-O CTBL.
           IF CT-STATUS NOT = "00"
               OPEN OUTPUT CTBL
               CLOSE CTBL
               OPEN I-O CTBL.
           MOVE "E" TO CT-CLASE.
           MOVE "INC" TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE "INCOBRABLE" TO CT-CUENTA.
           MOVE CT-CUENTA TO PRV-CTA-CAR.
           MOVE "E" TO CT-CLASE.
           MOVE "PRV" TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE "PREVISION " TO CT-CUENTA.
           MOVE CT-CUENTA TO PRV-CTA-PRE.
           CLOSE CTBL.
           OPEN EXTEND ASIEN.
           IF AS-STATUS NOT = "00"
               OPEN OUTPUT ASIEN
               CLOSE ASIEN
               OPEN EXTEND ASIEN.
           MOVE PRV-FECHA TO AS-FECHA.
           MOVE SPACES TO AS-DETALLE.
           STRING "PREVISION INCOBRABLES " PRV-PERIODO
               DELIMITED BY SIZE INTO AS-DETALLE.
           MOVE PRV-CTA-CAR TO AS-CUENTA.
           IF PRV-DIF > ZEROS
               MOVE PRV-DIF TO AS-DEBE
               MOVE ZEROS TO AS-HABER
           ELSE
               MOVE ZEROS TO AS-DEBE
               COMPUTE AS-HABER = ZERO - PRV-DIF.
           WRITE REG-ASIEN.
           MOVE PRV-CTA-PRE TO AS-CUENTA.
           IF PRV-DIF > ZEROS
               MOVE ZEROS TO AS-DEBE
               MOVE PRV-DIF TO AS-HABER
           ELSE
               COMPUTE AS-DEBE = ZERO - PRV-DIF
               MOVE ZEROS TO AS-HABER.
           WRITE REG-ASIEN.
           CLOSE ASIEN.
       F-PV-POSTEA.
           EXIT.

      *    DEJA EN ARPRVH LA PREVISION DEL PERIODO (REEMPLAZA LA DE UN
      *    CALCULO ANTERIOR DEL MISMO PERIODO).
       PV-HISTORIA.
           OPEN I-O PRVH.
           IF PH-STATUS NOT = "00"
               OPEN OUTPUT PRVH
               CLOSE PRVH
               OPEN I-O PRVH.
           MOVE PRV-PERIODO TO PH-PERIODO.
           MOVE ZEROS TO PH-TIP.
           START PRVH KEY IS NOT LESS THAN PH-CLAVE
           INVALID KEY GO TO PVH-GRABA.
       PVH-BORRA.
           READ PRVH NEXT RECORD AT END GO TO PVH-GRABA.
           IF PH-PERIODO NOT = PRV-PERIODO GO TO PVH-GRABA.
           DELETE PRVH RECORD.
           GO TO PVH-BORRA.
       PVH-GRABA.
           MOVE ZEROS TO PRV-I.
       PVH-I.
           ADD 1 TO PRV-I.
           IF PRV-I > PRV-CANT GO TO PVH-F.
           MOVE PRV-PERIODO TO PH-PERIODO.
           MOVE PRV-TIP (PRV-I) TO PH-TIP.
           MOVE ZERO TO PRV-K.
       PVH-K.
           ADD 1 TO PRV-K.
           IF PRV-K < 7
               MOVE PRV-BASE (PRV-I, PRV-K) TO PH-BASE (PRV-K)
               MOVE PRV-PREV (PRV-I, PRV-K) TO PH-PREV (PRV-K)
               GO TO PVH-K.
           MOVE PRV-TTIP (PRV-I) TO PH-TOTAL.
           MOVE PRV-FECHA TO PH-FECHA.
           WRITE REG-PRVH INVALID KEY REWRITE REG-PRVH.
           GO TO PVH-I.
       PVH-F.
           CLOSE PRVH.
           MOVE "ARPRVH" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE PRV-PERIODO TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES BT-DESPUES.
           MOVE PRV-ANTERIOR TO PRVS-IMP.
           MOVE PRVS-IMP TO BT-ANTES.
           MOVE PRV-TOTAL TO PRVS-IMP.
           MOVE PRVS-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       F-PV-HISTORIA.
           EXIT.

      *    DETALLE POR TIPO Y FRANJA QUE RESPALDA EL ASIENTO: SALDO,
      *    PORCENTAJE Y PREVISION DE CADA TIPO, TOTALES, PREVISION
      *    ANTERIOR, DIFERENCIA Y LAS DOS LINEAS DEL ASIENTO.
       PV-IMPRIME.
           MOVE "PREVISION PARA INCOBRABLES" TO LB-TIT-NOM.
           MOVE PRV-PERIODO TO LB-FEC8 (1:6).
           MOVE 1 TO LB-F-DD.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO LB-TIT-DES.
           MOVE PRV-FECHA TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO LB-TIT-HAS.
           MOVE PRV-RCAB TO LB-CAB.
           MOVE ZEROS TO LB-HOJA.
           MOVE 999 TO LB-LIN.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           MOVE ZEROS TO PRV-I.
       PVI-I.
           ADD 1 TO PRV-I.
           IF PRV-I > PRV-CANT GO TO PVI-TOT.
           MOVE PRV-TIP (PRV-I) TO PRVL-TIP.
           MOVE "SALDO" TO PRVL-CON.
           MOVE ZEROS TO PRV-SALDO.
           MOVE ZERO TO PRV-K.
       PVI-B.
           ADD 1 TO PRV-K.
           IF PRV-K < 7
               MOVE PRV-BASE (PRV-I, PRV-K) TO PRVL-COL (PRV-K)
               ADD PRV-BASE (PRV-I, PRV-K) TO PRV-SALDO
               MOVE PRV-PCT (PRV-I, PRV-K) TO PRVP-POR (PRV-K)
               GO TO PVI-B.
           MOVE PRV-SALDO TO PRVL-COL (7).
           MOVE PRV-RLIN TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE PRV-RPCT TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE ZEROS TO PRVL-TIP.
           MOVE "PREVIS." TO PRVL-CON.
           MOVE ZERO TO PRV-K.
       PVI-P.
           ADD 1 TO PRV-K.
           IF PRV-K < 7
               MOVE PRV-PREV (PRV-I, PRV-K) TO PRVL-COL (PRV-K)
               GO TO PVI-P.
           MOVE PRV-TTIP (PRV-I) TO PRVL-COL (7).
           MOVE PRV-RLIN TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SPACES TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           GO TO PVI-I.
       PVI-TOT.
           MOVE ZEROS TO PRVL-TIP.
           MOVE "TOTAL" TO PRVL-CON.
           MOVE PRV-TOTAL TO PRV-TFR (7).
           MOVE ZERO TO PRV-K.
       PVI-T.
           ADD 1 TO PRV-K.
           IF PRV-K < 8
               MOVE PRV-TFR (PRV-K) TO PRVL-COL (PRV-K)
               GO TO PVI-T.
           MOVE PRV-RLIN TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SPACES TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SPACES TO LB-AUX.
           STRING "CLIENTES EN JUICIO: " PRV-JUI-CLI
               DELIMITED BY SIZE INTO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE "PREVISION CALCULADA DEL PERIODO" TO PRVS-NOM.
           MOVE PRV-TOTAL TO PRVS-IMP.
           MOVE PRV-RRES TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE "PREVISION YA CONTABILIZADA" TO PRVS-NOM.
           MOVE PRV-ANTERIOR TO PRVS-IMP.
           MOVE PRV-RRES TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE "DIFERENCIA" TO PRVS-NOM.
           MOVE PRV-DIF TO PRVS-IMP.
           MOVE PRV-RRES TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SPACES TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           IF PRV-CONTAB NOT = "S"
               MOVE "CALCULO SIN CONTABILIZAR" TO LB-AUX
               PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE
               GO TO PVI-F.
           IF PRV-DIF = ZEROS
               MOVE "SIN DIFERENCIA: NO SE GENERO ASIENTO" TO LB-AUX
               PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE
               GO TO PVI-F.
           MOVE SPACES TO PRVA-DET.
           STRING "PREVISION INCOBRABLES " PRV-PERIODO
               DELIMITED BY SIZE INTO PRVA-DET.
           MOVE PRV-CTA-CAR TO PRVA-CTA.
           IF PRV-DIF > ZEROS
               MOVE PRV-DIF TO PRVA-DEBE
               MOVE ZEROS TO PRVA-HABER
           ELSE
               MOVE ZEROS TO PRVA-DEBE
               COMPUTE PRVA-HABER = ZERO - PRV-DIF.
           MOVE PRV-RAS TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE PRV-CTA-PRE TO PRVA-CTA.
           IF PRV-DIF > ZEROS
               MOVE ZEROS TO PRVA-DEBE
               MOVE PRV-DIF TO PRVA-HABER
           ELSE
               COMPUTE PRVA-DEBE = ZERO - PRV-DIF
               MOVE ZEROS TO PRVA-HABER.
           MOVE PRV-RAS TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
       PVI-F.
           CLOSE IMPRE.
       F-PV-IMPRIME.
           EXIT.

      *    PRESCRIPCION DE DEUDA: BUSCA LAS CUOTAS IMPAGAS CUYO PLAZO
      *    DE PRESCRIPCION (5 A#OS SI NO SE INDICA OTRO) CORRIO ENTERO
      *    DESDE EL ULTIMO EVENTO QUE LO INTERRUMPE: EL VENCIMIENTO,
      *    LA ULTIMA INTIMACION (ARAVIH, NIVEL 1 O MAS), EL PLAN DE
      *    PAGO QUE LA INCLUYO (ARPLAND) O EL JUICIO (ARJUICIO; CON
      *    JUICIO ABIERTO QUEDA SUSPENDIDA). LAS LISTA POR CLIENTE Y
      *    TIPO CON EL EVENTO CONTROLADO Y EL SUPERVISOR PUEDE DARLAS
      *    DE BAJA CON UNA RESOLUCION ADMINISTRATIVA: QUEDAN CON
      *    EST-IMP "X", FUERA DE AVISOS, INTIMACIONES Y DEBITOS.
       PRESCR.
           PERFORM ENCABEZA.
           DISPLAY "PRESCRIPCION DE DEUDA" AT 0803
           WITH FOREGROUND-COLOR 4.
           DISPLAY "A#OS DE PRESCRIPCION:" AT 1018.
           MOVE 5 TO PRS-ANOS.
           ACCEPT PRS-ANOS AT 1040 WITH PROMPT.
           IF PRS-ANOS = ZEROS GO TO MENU2.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE HOY-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE PRS-HOY = ANO-VENT * 10000 + HOY-MM * 100 + HOY-DD.
           COMPUTE PRS-LIMITE = PRS-HOY - PRS-ANOS * 10000.
           DISPLAY "BUSCANDO CUOTAS PRESCRIPTAS..." AT 1218.
           OPEN I-O PRESC.
           IF PS-STATUS NOT = "00"
               OPEN OUTPUT PRESC
               CLOSE PRESC
               OPEN I-O PRESC.
      *    LO QUE QUEDO LISTADO EN UNA CORRIDA ANTERIOR SIN DARSE DE
      *    BAJA SE VUELVE A EVALUAR.
       PRS-DEPURA.
           READ PRESC NEXT RECORD AT END GO TO PRS-ABRE.
           IF PS-EST = "L" DELETE PRESC RECORD.
           GO TO PRS-DEPURA.
       PRS-ABRE.
           OPEN I-O AVIH.
           IF AH-STATUS NOT = "00"
               OPEN OUTPUT AVIH
               CLOSE AVIH
               OPEN I-O AVIH.
           OPEN I-O JUICIO.
           IF JU-STATUS NOT = "00"
               OPEN OUTPUT JUICIO
               CLOSE JUICIO
               OPEN I-O JUICIO.
           PERFORM PRS-CARGA-PLANES THRU F-PRS-CARGA-PLANES.
           MOVE "CUOTAS PRESCRIPTAS, SIN EVENTO" TO LB-TIT-NOM.
           MOVE PRS-LIMITE TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO LB-TIT-DES.
           MOVE PRS-HOY TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO LB-TIT-HAS.
           MOVE PRS-RCAB TO LB-CAB.
           MOVE ZEROS TO LB-HOJA.
           MOVE 999 TO LB-LIN.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           SORT SORT-PRES
               ON ASCENDING KEY PZ-CLI PZ-TIP PZ-VTO
               INPUT PROCEDURE IS PRS-BUSCA THRU F-PRS-BUSCA
               OUTPUT PROCEDURE IS PRS-LISTA THRU F-PRS-LISTA.
           CLOSE IMPRE AVIH JUICIO PLAN PLAND.
           DISPLAY "CUOTAS PRESCRIPTAS:" AT 1418.
           DISPLAY PRS-CANT AT 1438.
           MOVE PRS-TOTAL TO PRST-IMP.
           DISPLAY PRST-IMP AT 1446.
           DISPLAY "INTERRUMPIDAS O SUSPENDIDAS:" AT 1518.
           DISPLAY PRS-SUSP AT 1547.
           IF PRS-CANT = ZEROS GO TO PRS-FIN.
           IF OP-NIVEL < 2
               DISPLAY "LA BAJA ESTA RESERVADA AL SUPERVISOR" AT 1718
               WITH FOREGROUND-COLOR 6
               GO TO PRS-FIN.
           DISPLAY "DA DE BAJA LAS CUOTAS LISTADAS (S/N):" AT 1718.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1756 WITH PROMPT.
           IF OPC NOT = "S" GO TO PRS-FIN.
           DISPLAY "RESOLUCION ADMINISTRATIVA NRO:" AT 1818.
           MOVE SPACES TO PRS-RESOL.
           ACCEPT PRS-RESOL AT 1849 WITH PROMPT.
           IF PRS-RESOL = SPACES GO TO PRS-FIN.
           PERFORM PRS-BAJA THRU F-PRS-BAJA.
           DISPLAY "CUOTAS DADAS DE BAJA:" AT 1918.
           DISPLAY PRS-BAJAS AT 1940.
       PRS-FIN.
           CLOSE PRESC.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2170 WITH PROMPT.
           GO TO MENU2.

      *    CUOTAS DE ARIMPU QUE ENTRARON EN UN PLAN, CON LA FECHA DEL
      *    PLAN. SI NO ENTRAN EN LA TABLA, LA BUSQUEDA SIGUE EN DISCO.
       PRS-CARGA-PLANES.
           MOVE ZEROS TO PRS-PCANT.
           MOVE "N" TO PRS-PLA-EXC.
           OPEN I-O PLAN.
           IF PN-STATUS NOT = "00"
               OPEN OUTPUT PLAN
               CLOSE PLAN
               OPEN I-O PLAN.
           OPEN I-O PLAND.
           IF PD-STATUS NOT = "00"
               OPEN OUTPUT PLAND
               CLOSE PLAND
               OPEN I-O PLAND.
       PRP-R.
           READ PLAND NEXT RECORD AT END GO TO F-PRS-CARGA-PLANES.
           IF PRS-PCANT = 1000
               MOVE "S" TO PRS-PLA-EXC
               GO TO F-PRS-CARGA-PLANES.
           MOVE PLD-NRO TO PLN-NRO.
           READ PLAN KEY IS PLN-NRO
           INVALID KEY GO TO PRP-R.
           ADD 1 TO PRS-PCANT.
           MOVE PLD-ORIG TO PRS-PLA-ORIG (PRS-PCANT).
           MOVE PLN-NRO TO PRS-PLA-NRO (PRS-PCANT).
           COMPUTE PRS-PLA-FEC (PRS-PCANT) = PLN-AA * 10000
               + PLN-MM * 100 + PLN-DD.
           GO TO PRP-R.
       F-PRS-CARGA-PLANES.
           EXIT.

      *    ENTRADA DEL ORDENAMIENTO: RECORRE ARIMPU (YA AGRUPADO POR
      *    CLIENTE) Y LARGA CADA CUOTA PRESCRIPTA, DEJANDOLA EN ARPRESC
      *    COMO LISTADA.
       PRS-BUSCA.
           MOVE ZEROS TO PRS-SUSP.
           MOVE SPACES TO PRS-BRK.
           CLOSE IMPU.
           OPEN I-O IMPU.
       PRB-R.
           READ IMPU NEXT RECORD AT END GO TO F-PRS-BUSCA.
           IF FEC-PAG NOT = ZEROS GO TO PRB-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO PRB-R.
           IF PAGADO NOT < MONTO GO TO PRB-R.
           COMPUTE PRS-VTO = AAV * 10000 + MMV * 100 + DDV.
           IF PRS-VTO NOT < PRS-LIMITE GO TO PRB-R.
           IF CONT NOT = PRS-BRK
               PERFORM PRS-CLIENTE THRU F-PRS-CLIENTE
               MOVE CONT TO PRS-BRK.
           IF PRS-JUI-ACT = "S"
               ADD 1 TO PRS-SUSP
               GO TO PRB-R.
           MOVE PRS-VTO TO PRS-FEC.
           MOVE "VENCIMIENTO" TO PZ-EVENTO.
           IF PRS-F-INT > PRS-FEC
               MOVE PRS-F-INT TO PRS-FEC
               MOVE "INTIMACION" TO PZ-EVENTO.
           IF PRS-F-JUI > PRS-FEC
               MOVE PRS-F-JUI TO PRS-FEC
               MOVE "JUICIO TERMINADO" TO PZ-EVENTO.
           PERFORM PRS-BUSCA-PLAN THRU F-PRS-BUSCA-PLAN.
           IF PRS-FEC NOT < PRS-LIMITE
               ADD 1 TO PRS-SUSP
               GO TO PRB-R.
           MOVE CONT TO PZ-CLI.
           MOVE TIP-IMP TO PZ-TIP.
           MOVE PRS-VTO TO PZ-VTO.
           MOVE PERI TO PZ-PERI.
           COMPUTE PZ-SALDO = MONTO - PAGADO.
           MOVE PRS-FEC TO PZ-FEVENTO.
           RELEASE PZ-REG.
           MOVE NUM-CO1 TO PS-ORIG.
           MOVE PRS-VTO TO PS-VTO.
           MOVE PZ-SALDO TO PS-SALDO.
           MOVE PZ-EVENTO TO PS-EVENTO.
           MOVE PRS-FEC TO PS-FEVENTO.
           MOVE "L" TO PS-EST.
           MOVE SPACES TO PS-RESOL PS-OPER.
           MOVE ZEROS TO PS-FBAJA.
           WRITE REG-PRESC INVALID KEY REWRITE REG-PRESC.
           GO TO PRB-R.
       F-PRS-BUSCA.
           EXIT.

      *    EVENTOS DEL CLIENTE CONT: ULTIMA INTIMACION Y JUICIOS (EL
      *    ULTIMO MOVIMIENTO DE LOS TERMINADOS; SI HAY UNO ABIERTO LA
      *    PRESCRIPCION ESTA SUSPENDIDA).
       PRS-CLIENTE.
           MOVE ZEROS TO PRS-F-INT PRS-F-JUI.
           MOVE "N" TO PRS-JUI-ACT.
           MOVE CONT TO AH-CLI.
           MOVE ZEROS TO AH-SEC.
           START AVIH KEY IS NOT LESS THAN AH-CLAVE
           INVALID KEY GO TO PRC-JUI.
       PRC-AH.
           READ AVIH NEXT RECORD AT END GO TO PRC-JUI.
           IF AH-CLI NOT = CONT GO TO PRC-JUI.
           IF AH-NIVEL = ZERO GO TO PRC-AH.
           COMPUTE PRS-FEC = AH-AA * 10000 + AH-MM * 100 + AH-DD.
           IF PRS-FEC > PRS-F-INT MOVE PRS-FEC TO PRS-F-INT.
           GO TO PRC-AH.
       PRC-JUI.
           MOVE CONT TO JU-CLI.
           START JUICIO KEY IS NOT LESS THAN JU-CLI
           INVALID KEY GO TO F-PRS-CLIENTE.
       PRC-JR.
           READ JUICIO NEXT RECORD AT END GO TO F-PRS-CLIENTE.
           IF JU-CLI NOT = CONT GO TO F-PRS-CLIENTE.
           IF JU-EST = "A" MOVE "S" TO PRS-JUI-ACT.
           IF JU-FINI > PRS-F-JUI MOVE JU-FINI TO PRS-F-JUI.
           IF JU-FETAPA > PRS-F-JUI MOVE JU-FETAPA TO PRS-F-JUI.
           GO TO PRC-JR.
       F-PRS-CLIENTE.
           EXIT.

      *    PLAN QUE INCLUYO LA CUOTA NUM-CO1 (CAYO O SE ANULO, SI NO
      *    LA CUOTA SEGUIRIA EN "P"): SU FECHA INTERRUMPE.
       PRS-BUSCA-PLAN.
           MOVE ZEROS TO PRS-PIND.
       PRBP-R.
           ADD 1 TO PRS-PIND.
           IF PRS-PIND > PRS-PCANT GO TO PRBP-DISCO.
           IF PRS-PLA-ORIG (PRS-PIND) NOT = NUM-CO1 GO TO PRBP-R.
           MOVE PRS-PLA-NRO (PRS-PIND) TO PLN-NRO.
           MOVE PRS-PLA-FEC (PRS-PIND) TO PRS-VTO.
           GO TO PRBP-FEC.
       PRBP-DISCO.
           IF PRS-PLA-EXC NOT = "S" GO TO PRBP-FIN.
           MOVE ZEROS TO PLD-NRO PLD-SEC.
           START PLAND KEY IS NOT LESS THAN PLD-CLAVE
           INVALID KEY GO TO PRBP-FIN.
       PRBP-D.
           READ PLAND NEXT RECORD AT END GO TO PRBP-FIN.
           IF PLD-ORIG NOT = NUM-CO1 GO TO PRBP-D.
           MOVE PLD-NRO TO PLN-NRO.
           READ PLAN KEY IS PLN-NRO
           INVALID KEY GO TO PRBP-D.
           COMPUTE PRS-VTO = PLN-AA * 10000 + PLN-MM * 100 + PLN-DD.
       PRBP-FEC.
           IF PRS-VTO > PRS-FEC
               MOVE PRS-VTO TO PRS-FEC
               MOVE SPACES TO PZ-EVENTO
               STRING "PLAN DE PAGO " PLN-NRO
                   DELIMITED BY SIZE INTO PZ-EVENTO.
       PRBP-FIN.
           COMPUTE PRS-VTO = AAV * 10000 + MMV * 100 + DDV.
       F-PRS-BUSCA-PLAN.
           EXIT.

      *    SALIDA DEL ORDENAMIENTO: LISTADO POR CLIENTE Y TIPO CON
      *    SUBTOTALES.
       PRS-LISTA.
           MOVE ZEROS TO PRS-CANT PRS-TOTAL PRS-T-CLI PRS-T-TIP.
           MOVE SPACES TO PRS-CLI-ANT.
       PRL-R.
           RETURN SORT-PRES AT END GO TO PRL-F.
           IF PRS-CLI-ANT NOT = SPACES
               AND (PZ-CLI NOT = PRS-CLI-ANT
               OR PZ-TIP NOT = PRS-TIP-ANT)
               PERFORM PRS-CORTE-TIP THRU F-PRS-CORTE-TIP.
           IF PRS-CLI-ANT NOT = SPACES AND PZ-CLI NOT = PRS-CLI-ANT
               PERFORM PRS-CORTE-CLI THRU F-PRS-CORTE-CLI.
           MOVE PZ-CLI TO PRS-CLI-ANT.
           MOVE PZ-TIP TO PRS-TIP-ANT.
           MOVE PZ-CLI TO PRSL-CLI.
           MOVE PZ-TIP TO PRSL-TIP.
           MOVE PZ-PERI TO PRSL-PERI.
           MOVE PZ-VTO TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO PRSL-VTO.
           MOVE PZ-SALDO TO PRSL-SALDO.
           MOVE PZ-EVENTO TO PRSL-EVENTO.
           MOVE PZ-FEVENTO TO LB-FEC8.
           PERFORM LB-EDITA-FEC THRU F-LB-EDITA-FEC.
           MOVE LB-FEC-ED TO PRSL-FEVENTO.
           MOVE PRS-RLIN TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           ADD PZ-SALDO TO PRS-T-CLI PRS-T-TIP PRS-TOTAL.
           ADD 1 TO PRS-CANT.
           GO TO PRL-R.
       PRL-F.
           IF PRS-CLI-ANT NOT = SPACES
               PERFORM PRS-CORTE-TIP THRU F-PRS-CORTE-TIP
               PERFORM PRS-CORTE-CLI THRU F-PRS-CORTE-CLI.
           MOVE SPACES TO PRS-RTOT.
           MOVE "TOTAL CUOTAS PRESCRIPTAS" TO PRST-NOM.
           MOVE PRS-TOTAL TO PRST-IMP.
           MOVE PRS-RTOT TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SPACES TO LB-AUX.
           STRING "CANTIDAD DE CUOTAS PRESCRIPTAS: " PRS-CANT
               DELIMITED BY SIZE INTO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SPACES TO LB-AUX.
           STRING "CUOTAS INTERRUMPIDAS O SUSPENDIDAS: " PRS-SUSP
               DELIMITED BY SIZE INTO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           IF PRS-PLA-EXC = "S"
               MOVE "PLANES DE PAGO CONTROLADOS DIRECTO EN ARPLAND"
                   TO LB-AUX
               PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
       F-PRS-LISTA.
           EXIT.

       PRS-CORTE-TIP.
           MOVE SPACES TO PRS-RTOT.
           STRING "   TOTAL TIPO " PRS-TIP-ANT
               DELIMITED BY SIZE INTO PRST-NOM.
           MOVE PRS-T-TIP TO PRST-IMP.
           MOVE PRS-RTOT TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE ZEROS TO PRS-T-TIP.
       F-PRS-CORTE-TIP.
           EXIT.

       PRS-CORTE-CLI.
           MOVE SPACES TO PRS-RTOT.
           MOVE "TOTAL CLIENTE" TO PRST-NOM.
           MOVE PRS-T-CLI TO PRST-IMP.
           MOVE PRS-RTOT TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE SPACES TO LB-AUX.
           PERFORM LB-ESCRIBE THRU F-LB-ESCRIBE.
           MOVE ZEROS TO PRS-T-CLI.
       F-PRS-CORTE-CLI.
           EXIT.

      *    BAJA DE LO LISTADO: CADA CUOTA QUEDA EN "X" CON LA
      *    RESOLUCION EN ARPRESC Y ARBITA, Y SU SALDO SALE DE LO
      *    EMITIDO EN ARTOTAL (IGUAL QUE AL CONGELARLA EN UN PLAN) Y
      *    DEL DEVENGADO, CON EL CONTRAASIENTO POR TIPO AL TERMINAR.
       PRS-BAJA.
           MOVE ZEROS TO PRS-BAJAS.
           CLOSE PRESC.
           OPEN I-O PRESC.
           OPEN I-O TOTAL.
           IF TO-STATUS NOT = "00"
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
       PRJ-R.
           READ PRESC NEXT RECORD AT END GO TO PRJ-F.
           IF PS-EST NOT = "L" GO TO PRJ-R.
           MOVE PS-ORIG TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO PRJ-R.
           IF FEC-PAG NOT = ZEROS OR EST-IMP = "P" OR EST-IMP = "X"
               OR PAGADO NOT < MONTO
               DELETE PRESC RECORD
               GO TO PRJ-R.
           MOVE "X" TO EST-IMP.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           COMPUTE TOT-EMI = PAGADO - MONTO.
           MOVE TOT-TIP TO DV-TIP1.
           MOVE TOT-EMI TO DV-IMP1.
           PERFORM DEVENGA THRU F-DEVENGA.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "PRESC" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           STRING "RESOLUCION " PRS-RESOL " " PS-EVENTO
               DELIMITED BY SIZE INTO BT-ANTES.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE "B" TO PS-EST.
           MOVE PRS-RESOL TO PS-RESOL.
           MOVE PRS-HOY TO PS-FBAJA.
           MOVE OPERADOR TO PS-OPER.
           REWRITE REG-PRESC.
           ADD 1 TO PRS-BAJAS.
           GO TO PRJ-R.
       PRJ-F.
           CLOSE TOTAL.
           PERFORM DV-POSTEA THRU F-DV-POSTEA.
       F-PRS-BAJA.
           EXIT.

      *    COTIZACION DEL DOLAR: UNA POR DIA. PAGOS LA USA PARA
      *    CONVERTIR A PESOS LOS COBROS EN DOLARES; SIN COTIZACION DE
      *    LA FECHA DEL PAGO NO SE ACEPTA LA FORMA "U". SE MUESTRAN LAS
      *    ULTIMAS CARGADAS.
       COTIZA.
           OPEN I-O COTI.
           IF CZ-STATUS NOT = "00"
               OPEN OUTPUT COTI
               CLOSE COTI
               OPEN I-O COTI.
       CZ-LISTA.
           PERFORM ENCABEZA.
           DISPLAY "COTIZACION DEL DOLAR POR DIA" AT 0803
           WITH FOREGROUND-COLOR 4.
           MOVE 9 TO CZ-LIN.
           CLOSE COTI.
           OPEN I-O COTI.
       CZ-R.
           READ COTI NEXT RECORD AT END GO TO CZ-OP.
           MOVE CZ-FECHA TO CZ-F8.
           MOVE CZ-DD8 TO CZR-DD.
           MOVE CZ-MM8 TO CZR-MM.
           MOVE CZ-AA8 TO CZR-AA.
           MOVE CZ-VALOR TO CZR-VALOR.
           IF CZ-LIN = 20 MOVE 9 TO CZ-LIN.
           ADD 1 TO CZ-LIN.
           DISPLAY (CZ-LIN, 20) CZ-RENG.
           GO TO CZ-R.
       CZ-OP.
           DISPLAY "A=AGREGA/MODIFICA  B=BAJA  0=SALE" AT 2220
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2254 WITH PROMPT.
           DISPLAY "                                  " AT 2220.
           IF OPC = "A" GO TO CZ-ALTA.
           IF OPC = "B" GO TO CZ-BAJA.
           IF OPC = "0" CLOSE COTI GO TO MENU2.
           GO TO CZ-OP.
       CZ-ALTA.
           DISPLAY "FECHA (DDMMAA):" AT 2310.
           MOVE ZEROS TO CZ-F1.
           ACCEPT CZ-F1 AT 2326 WITH PROMPT.
           IF CZ-F1 = ZEROS GO TO CZ-LIMPIA.
           IF CZ-MM2 = ZEROS OR CZ-MM2 > 12 GO TO CZ-LIMPIA.
           IF CZ-DD2 = ZEROS OR CZ-DD2 > 31 GO TO CZ-LIMPIA.
           MOVE CZ-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE CZ-FECHA = ANO-VENT * 10000 + CZ-MM2 * 100
               + CZ-DD2.
           DISPLAY "PESOS POR DOLAR:" AT 2334.
           MOVE ZEROS TO CZ-VALOR-AC.
           ACCEPT CZ-VALOR-AC AT 2351 WITH PROMPT.
           MOVE CZ-VALOR-AC TO CZ-VALOR.
           IF CZ-VALOR = ZEROS GO TO CZ-LIMPIA.
           WRITE REG-COTI INVALID KEY REWRITE REG-COTI.
           GO TO CZ-LIMPIA.
       CZ-BAJA.
           DISPLAY "FECHA (DDMMAA):" AT 2310.
           MOVE ZEROS TO CZ-F1.
           ACCEPT CZ-F1 AT 2326 WITH PROMPT.
           IF CZ-F1 = ZEROS GO TO CZ-LIMPIA.
           MOVE CZ-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE CZ-FECHA = ANO-VENT * 10000 + CZ-MM2 * 100
               + CZ-DD2.
           DELETE COTI INVALID KEY GO TO CZ-LIMPIA.
       CZ-LIMPIA.
           DISPLAY "                                                  "
               AT 2310.
           DISPLAY "            " AT 2360.
           GO TO CZ-LISTA.

      *    DIGITO VERIFICADOR DEL CUIT (MODULO 11 CON PESOS
      *    5432765432) SOBRE CU-NUM. DEJA CU-OK.
       VALIDA-CUIT.
           MOVE "N" TO CU-OK.
           MOVE ZEROS TO CU-SUMA.
           MOVE ZEROS TO CU-I.
       VC-R.
           ADD 1 TO CU-I.
           IF CU-I > 10 GO TO VC-DV.
           COMPUTE CU-SUMA = CU-SUMA + CU-DIG (CU-I) * CU-PESO (CU-I).
           GO TO VC-R.
       VC-DV.
           DIVIDE CU-SUMA BY 11 GIVING CU-COC REMAINDER CU-RESTO.
           COMPUTE CU-DV = 11 - CU-RESTO.
           IF CU-DV = 11 MOVE 0 TO CU-DV.
           IF CU-DV = 10 GO TO F-VALIDA-CUIT.
           IF CU-DV = CU-DIG (11) MOVE "S" TO CU-OK.
       F-VALIDA-CUIT.
           EXIT.

       CALC-SERIE.
           DIVIDE SER-AA BY 4 GIVING SER-Q.
           COMPUTE SER-RES = SER-AA * 365 + SER-Q
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

       CIERRE.
           CLOSE CONTRI IMPU CODI RPAGOS INDI BITA TARH ABIE.
           CHAIN "MENU".
           STOP RUN.

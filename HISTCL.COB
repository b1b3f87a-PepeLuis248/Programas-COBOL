       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTCL.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * HISTORIA DEL CLIENTE: TODO LO QUE LE PASO A UN NUM-CO EN UNA
      * SOLA LINEA DE TIEMPO, DE LO MAS VIEJO A LO MAS NUEVO. JUNTA:
      *   1 CUOTAS EMITIDAS (ARIMPU, POR FECHA DE VENCIMIENTO).
      *   2 PAGOS Y ANULACIONES (ARPAGOS).
      *   3 NOTAS DE DEBITO/CREDITO (ARNOTDC).
      *   4 AVISOS ENVIADOS Y SU RESULTADO DE ENTREGA (ARAVIH/ARAVIE).
      *   5 OBSERVACIONES (ARNOTA).
      *   6 RECLAMOS, ALTA Y RESOLUCION (ARRECL).
      *   7 PLANES DE PAGO Y FIRMA DEL CONVENIO (ARPLAN/ARPLFIR).
      *   8 JUICIOS Y SUS EVENTOS (ARJUICIO/ARJUEV).
      *   9 ADHESIONES A DEBITO Y ULTIMO RECHAZO (ARDEBA/ARDEBT/ARDEBR).
      *   C CAMBIOS REGISTRADOS EN LA BITACORA (ARBITA).
      * LOS EVENTOS SE ORDENAN CON UN SORT Y QUEDAN NUMERADOS EN UN
      * ARCHIVO DE TRABAJO DEL PUESTO (ARHC + PUESTO), QUE SE RECORRE
      * POR PAGINAS HACIA ATRAS Y HACIA ADELANTE. SE PUEDE FILTRAR POR
      * TIPO DE EVENTO E IMPRIMIR O GRABAR EN HISTCL.TXT PARA LA
      * CARPETA DEL CLIENTE. LA CONSULTA QUEDA EN EL REGISTRO DE
      * CONSULTAS (VER ACCESO).
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

           SELECT NOTDC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DC-NRO
                  ALTERNATE RECORD IS DC-CLI
                  WITH DUPLICATES
                  FILE STATUS IS DC-STATUS.

           SELECT AVIH ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AH-CLAVE
                  FILE STATUS IS AH-STATUS.

           SELECT AVIE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AE-CLAVE
                  FILE STATUS IS AE-STATUS.

           SELECT NOTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NT-CLAVE
                  FILE STATUS IS NT-STATUS.

           SELECT RECL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS RM-CLAVE
                  FILE STATUS IS RM-STATUS.

           SELECT PLAN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PLN-NRO
                  FILE STATUS IS PN-STATUS.

           SELECT PLFIR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PF-NRO
                  FILE STATUS IS PF-STATUS.

           SELECT JUICIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JU-NRO
                  ALTERNATE RECORD IS JU-CLI
                  WITH DUPLICATES
                  FILE STATUS IS JU-STATUS.

           SELECT JUEV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JE-CLAVE
                  ALTERNATE RECORD IS JE-FECHA
                  WITH DUPLICATES
                  FILE STATUS IS JE-STATUS.

           SELECT DEBA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DB-CLI
                  FILE STATUS IS DB-STATUS.

           SELECT DEBT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DT-CLI
                  FILE STATUS IS DT-STATUS.

           SELECT DEBR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DR-CLI
                  FILE STATUS IS DR-STATUS.

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

           SELECT HW ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS HW-NRO
                  FILE STATUS IS HW-STATUS.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT OPERA ASSIGN TO DISK
                  FILE STATUS IS OP-STATUS.

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

       FD  AVIE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARAVIE"
           DATA RECORD IS REG-AVIE.

       01  REG-AVIE.
           03 AE-CLAVE.
              05 AE-CLI          PIC X(25).
              05 AE-SEC          PIC 999.
           03 AE-MANI            PIC 9(6).
           03 AE-EST             PIC X.
           03 AE-FECHA           PIC 9(8).

       FD  NOTA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNOTA"
           DATA RECORD IS REG-NOTA.

       01  REG-NOTA.
           03 NT-CLAVE.
              05 NT-CLI          PIC X(25).
              05 NT-SEC          PIC 999.
           03 NT-FECHA.
              05 NT-DD           PIC 99.
              05 NT-MM           PIC 99.
              05 NT-AA           PIC 9999.
           03 NT-OPER            PIC X(10).
           03 NT-TEXTO           PIC X(60).

       FD  RECL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARRECL"
           DATA RECORD IS REG-RECL.

       01  REG-RECL.
           03 RM-CLAVE.
              05 RM-CLI          PIC X(25).
              05 RM-CAA          PIC 99.
              05 RM-CP1          PIC 99.
              05 RM-TIP          PIC 9(3).
           03 RM-EST             PIC X.
           03 RM-TEXTO           PIC X(60).
           03 RM-FALTA           PIC 9(8).
           03 RM-FRES            PIC 9(8).
           03 RM-OPER            PIC X(10).

       FD  PLAN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPLAN"
           DATA RECORD IS REG-PLAN.

       01  REG-PLAN.
           03 PLN-NRO           PIC 9(5).
           03 PLN-CLI           PIC X(25).
           03 PLN-FECHA         PIC 9(8).
           03 PLN-CUOTAS        PIC 99.
           03 PLN-TIP           PIC 9(3).
           03 PLN-TOTAL         PIC 9(12)V99.
           03 PLN-EST           PIC X.
      *    TASA MENSUAL DE FINANCIACION (0 = PLAN SIN INTERES).
           03 PLN-TASA          PIC 99V99.

       FD  PLFIR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPLFIR"
           DATA RECORD IS REG-PLFIR.

       01  REG-PLFIR.
           03 PF-NRO             PIC 9(5).
           03 PF-EST             PIC X.
           03 PF-FEMI            PIC 9(8).
           03 PF-F1VTO           PIC 9(8).
           03 PF-FFIR            PIC 9(8).
           03 PF-OPER            PIC X(10).
           03 PF-IMPR            PIC 99.

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

       FD  JUEV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUEV"
           DATA RECORD IS REG-JUEV.

       01  REG-JUEV.
           03 JE-CLAVE.
              05 JE-NRO         PIC 9(6).
              05 JE-SEC         PIC 999.
           03 JE-TIPO           PIC X.
           03 JE-FECHA          PIC 9(8).
           03 JE-DESC           PIC X(40).
           03 JE-ABOG           PIC X(25).
           03 JE-EST            PIC X.
           03 JE-FCUMP          PIC 9(8).

       FD  DEBA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDEBA"
           DATA RECORD IS REG-DEBA.

       01  REG-DEBA.
           03 DB-CLI            PIC X(25).
           03 DB-CBU            PIC X(22).
           03 DB-ALTA.
              05 DB-ALTA-DD     PIC 99.
              05 DB-ALTA-MM     PIC 99.
              05 DB-ALTA-AA     PIC 9999.
           03 DB-EST            PIC X.

       FD  DEBT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDEBT"
           DATA RECORD IS REG-DEBT.

       01  REG-DEBT.
           03 DT-CLI            PIC X(25).
           03 DT-MARCA          PIC X(4).
           03 DT-NRO            PIC X(19).
           03 DT-VTO            PIC 9(6).
           03 DT-ALTA.
              05 DT-ALTA-DD     PIC 99.
              05 DT-ALTA-MM     PIC 99.
              05 DT-ALTA-AA     PIC 9999.
           03 DT-EST            PIC X.

       FD  DEBR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDEBR"
           DATA RECORD IS REG-DEBR.

       01  REG-DEBR.
           03 DR-CLI            PIC X(25).
           03 DR-RECH           PIC 99.
           03 DR-ULTF           PIC 9(8).
           03 DR-ULTM           PIC XX.

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

      *    HISTORIA ARMADA PARA EL CLIENTE EN PANTALLA, YA ORDENADA Y
      *    NUMERADA DESDE 1 (SE VUELVE A ARMAR AL CAMBIAR EL FILTRO).
       FD  HW LABEL RECORD IS STANDARD
           VALUE OF FILE-ID HW-NOM
           DATA RECORD IS REG-HW.

       01  REG-HW.
           03 HW-NRO             PIC 9(5).
           03 HW-FECHA           PIC 9(8).
           03 HW-HORA            PIC 9(8).
           03 HW-TIPO            PIC X.
           03 HW-ETIQ            PIC X(6).
           03 HW-TEXTO           PIC X(60).
           03 HW-OPER            PIC X(10).

      *    UN EVENTO: FECHA AAAAMMDD, HORA (SOLO LA BITACORA LA TIENE)
      *    Y EL ORDEN DE LECTURA PARA QUE LOS DEL MISMO DIA SALGAN EN
      *    EL ORDEN EN QUE SE JUNTARON.
       SD  WORK-SORT
           DATA RECORD IS SORT-HIS.

       01  SORT-HIS.
           03 SH-FECHA           PIC 9(8).
           03 SH-HORA            PIC 9(8).
           03 SH-ORD             PIC 9(5).
           03 SH-TIPO            PIC X.
           03 SH-ETIQ            PIC X(6).
           03 SH-TEXTO           PIC X(60).
           03 SH-OPER            PIC X(10).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
           DATA RECORD IS REG-OPERA.

       01  REG-OPERA.
           03 OPERADOR            PIC X(10).
           03 OP-PUESTO           PIC X(4).
           03 OP-NIVEL            PIC 9.

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
       77  CN-STATUS             PIC XX VALUE SPACES.
       77  IM-STATUS             PIC XX VALUE SPACES.
       77  RP-STATUS             PIC XX VALUE SPACES.
       77  DC-STATUS             PIC XX VALUE SPACES.
       77  AH-STATUS             PIC XX VALUE SPACES.
       77  AE-STATUS             PIC XX VALUE SPACES.
       77  NT-STATUS             PIC XX VALUE SPACES.
       77  RM-STATUS             PIC XX VALUE SPACES.
       77  PN-STATUS             PIC XX VALUE SPACES.
       77  PF-STATUS             PIC XX VALUE SPACES.
       77  JU-STATUS             PIC XX VALUE SPACES.
       77  JE-STATUS             PIC XX VALUE SPACES.
       77  DB-STATUS             PIC XX VALUE SPACES.
       77  DT-STATUS             PIC XX VALUE SPACES.
       77  DR-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  HW-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  BUSCLI-SEL            PIC X(25) VALUE SPACES.
       77  HW-NOM                PIC X(12) VALUE SPACES.
       77  HC-CLI                PIC X(25) VALUE SPACES.
       77  HC-HOY                PIC 9(8) VALUE ZEROS.
       77  HC-CANT               PIC 9(5) VALUE ZEROS.
       77  HC-ORD                PIC 9(5) VALUE ZEROS.
       77  HC-DESDE              PIC 9(5) VALUE ZEROS.
       77  HC-HASTA              PIC 9(5) VALUE ZEROS.
       77  HC-K                  PIC 99 VALUE ZEROS.
       77  HC-LIN                PIC 99 VALUE ZEROS.
       77  HC-FIDX               PIC 99 VALUE ZEROS.
       77  HC-FEV                PIC 9(8) VALUE ZEROS.
       77  HC-HW                 PIC X VALUE "N".
       77  HC-DEST               PIC X VALUE SPACES.
       77  HC-EDESC              PIC X(20) VALUE SPACES.
       77  HC-JDESC              PIC X(12) VALUE SPACES.
       77  HC-AVIE               PIC X VALUE "N".
       77  HC-PLFIR              PIC X VALUE "N".
       77  HC-JUEV               PIC X VALUE "N".

       01  FECHA.
           03 AAF                PIC 99.
           03 MMF                PIC 99.
           03 DDF                PIC 99.

      *    TIPO DE EVENTO ELEGIDO: 0 = TODOS, 1 A 9 O C (VER ARRIBA).
       01  HC-FILTRO             PIC X VALUE "0".
       01  HC-FILTRO-N REDEFINES HC-FILTRO PIC 9.

      *    FECHA AAAAMMDD Y SU VISTA DD/MM/AAAA.
       01  HC-FTMP               PIC 9(8) VALUE ZEROS.
       01  HC-FTMP-R REDEFINES HC-FTMP.
           03 HC-FAA             PIC 9999.
           03 HC-FMM             PIC 99.
           03 HC-FDD             PIC 99.
      *    FECHA DDMMAAAA (ARPLAN) PASADA A AAAAMMDD.
       01  HC-DMA                PIC 9(8) VALUE ZEROS.
       01  HC-DMA-R REDEFINES HC-DMA.
           03 HC-DMA-DD          PIC 99.
           03 HC-DMA-MM          PIC 99.
           03 HC-DMA-AA          PIC 9999.
      *    HORA HHMMSSCC DE LA BITACORA.
       01  HC-HTMP               PIC 9(8) VALUE ZEROS.
       01  HC-HTMP-R REDEFINES HC-HTMP.
           03 HC-HHH             PIC 99.
           03 HC-HMI             PIC 99.
           03 F                  PIC 9(4).

       01  HC-FED.
           03 HC-FED-DD          PIC 99.
           03 F                  PIC X VALUE "/".
           03 HC-FED-MM          PIC 99.
           03 F                  PIC X VALUE "/".
           03 HC-FED-AA          PIC 9999.
       01  HC-HED.
           03 HC-HED-HH          PIC 99.
           03 F                  PIC X VALUE ":".
           03 HC-HED-MI          PIC 99.
       01  HC-IMPED              PIC ZZZ,ZZZ,ZZ9.99.
       01  HC-IMPED2             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  HC-CANED              PIC ZZZZ9.
       01  HC-CANED2             PIC ZZZZ9.
       01  HC-CANED3             PIC ZZZZ9.

       01  HC-FDEFS.
           03 F PIC X(12) VALUE "TODOS".
           03 F PIC X(12) VALUE "CUOTAS".
           03 F PIC X(12) VALUE "PAGOS".
           03 F PIC X(12) VALUE "NOTAS D/C".
           03 F PIC X(12) VALUE "AVISOS".
           03 F PIC X(12) VALUE "OBSERVAC.".
           03 F PIC X(12) VALUE "RECLAMOS".
           03 F PIC X(12) VALUE "PLANES".
           03 F PIC X(12) VALUE "JUDICIAL".
           03 F PIC X(12) VALUE "DEBITOS".
           03 F PIC X(12) VALUE "CAMBIOS".
       01  HC-FDEFS-R REDEFINES HC-FDEFS.
           03 HC-FDESC           PIC X(12) OCCURS 11.

       01  HC-CAB.
           03 F PIC X(11) VALUE "FECHA".
           03 F PIC X(7) VALUE "TIPO".
           03 F PIC X(60) VALUE "DETALLE".

       01  HC-RENG.
           03 HCR-FEC            PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 HCR-ETIQ           PIC X(6).
           03 F                  PIC X VALUE SPACES.
           03 HCR-TEXTO          PIC X(60).

       01  HC-PIE.
           03 F PIC X(8) VALUE "EVENTOS ".
           03 HCP-DESDE          PIC ZZZZ9.
           03 F PIC X(3) VALUE " A ".
           03 HCP-HASTA          PIC ZZZZ9.
           03 F PIC X(4) VALUE " DE ".
           03 HCP-CANT           PIC ZZZZ9.

       01  HC-TIT1.
           03 F PIC X(30) VALUE "HISTORIA DEL CLIENTE AL".
           03 HCT-FEC            PIC X(10).
       01  HC-TIT2.
           03 F PIC X(9) VALUE "CLIENTE: ".
           03 HCT-CLI            PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 HCT-NOM            PIC X(25).
       01  HC-TIT3.
           03 F PIC X(9) VALUE "EVENTOS: ".
           03 HCT-FILTRO         PIC X(12).

       01  HC-PCAB.
           03 F PIC X(12) VALUE "FECHA".
           03 F PIC X(7) VALUE "HORA".
           03 F PIC X(8) VALUE "TIPO".
           03 F PIC X(62) VALUE "DETALLE".
           03 F PIC X(10) VALUE "OPERADOR".

       01  HC-PREN.
           03 HCI-FEC            PIC X(10).
           03 F                  PIC XX VALUE SPACES.
           03 HCI-HORA           PIC X(5).
           03 F                  PIC XX VALUE SPACES.
           03 HCI-ETIQ           PIC X(6).
           03 F                  PIC XX VALUE SPACES.
           03 HCI-TEXTO          PIC X(60).
           03 F                  PIC XX VALUE SPACES.
           03 HCI-OPER           PIC X(10).

       01  HC-PTOT.
           03 F PIC X(19) VALUE "TOTAL DE EVENTOS: ".
           03 HCI-CANT           PIC ZZZZ9.

       01  ACCESO-PAR.
           03 ACCESO-FUN         PIC X VALUE SPACES.
           03 ACCESO-CLI         PIC X(25) VALUE SPACES.
           03 ACCESO-PANT        PIC X(8) VALUE SPACES.
           03 ACCESO-DATO        PIC X(30) VALUE SPACES.
           03 ACCESO-MESES       PIC 999 VALUE ZEROS.
           03 ACCESO-CANT        PIC 9(7) VALUE ZEROS.

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARIMPU  02".
              05 F               PIC X(10) VALUE "ARPAGOS 02".
              05 F               PIC X(10) VALUE "ARPLAN  02".
              05 F               PIC X(10) VALUE "ARJUICIO02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(50) VALUE SPACES.
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "VERSIO" USING VERSIO-PAR.
           IF VERSIO-OK NOT = "S"
               DISPLAY VERSIO-MSG AT 2303 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2375 WITH PROMPT
               CHAIN "MENU".
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           MOVE "ARHC" TO HW-NOM.
           IF OP-PUESTO NOT = SPACES
               STRING "ARHC" OP-PUESTO DELIMITED BY SPACE
                   INTO HW-NOM.
           ACCEPT FECHA FROM DATE.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HC-HOY = ANO-VENT * 10000 + MMF * 100 + DDF.
           OPEN INPUT CONTRI.
           IF CN-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE CLIENTES" AT 2303
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2331 WITH PROMPT
               CHAIN "MENU".

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

      *    CLIENTE A CONSULTAR ("?" BUSCA, 0 VUELVE AL MENU).
       PEDIR-CLI.
           DISPLAY " HISTORIA DEL CLIENTE " AT 0828
           WITH REVERSE-VIDEO FOREGROUND-COLOR 4.
           DISPLAY "CLIENTE (?=BUSCAR 0=SALE):" AT 1012.
           MOVE SPACES TO HC-CLI.
           ACCEPT HC-CLI AT 1039 WITH PROMPT.
           IF HC-CLI = "0" GO TO CIERRE.
           IF HC-CLI = SPACES GO TO PEDIR-CLI.
           IF HC-CLI = "?"
              CALL "BUSCLI" USING BUSCLI-SEL
              PERFORM ENCABEZA
              IF BUSCLI-SEL = SPACES
                 GO TO PEDIR-CLI
              ELSE
                 MOVE BUSCLI-SEL TO HC-CLI
                 DISPLAY " HISTORIA DEL CLIENTE " AT 0828
                 WITH REVERSE-VIDEO FOREGROUND-COLOR 4
                 DISPLAY "CLIENTE (?=BUSCAR 0=SALE):" AT 1012
                 DISPLAY HC-CLI AT 1039.
           MOVE HC-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INEXISTENTE" AT 2303
           WITH FOREGROUND-COLOR 5
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2323 WITH PROMPT
           DISPLAY "                       " AT 2303
           GO TO PEDIR-CLI.
           DISPLAY NOMBRE AT 1139 WITH FOREGROUND-COLOR 2.
           MOVE "0" TO HC-FILTRO.
           PERFORM PEDIR-FILTRO THRU F-PEDIR-FILTRO.
           MOVE HC-CLI TO ACCESO-CLI.
           MOVE "HISTCL" TO ACCESO-PANT.
           MOVE SPACES TO ACCESO-DATO.
           STRING "LINEA DE TIEMPO " HC-FDESC (HC-FIDX)
               DELIMITED BY SIZE INTO ACCESO-DATO.
           MOVE "R" TO ACCESO-FUN.
           CALL "ACCESO" USING ACCESO-PAR.

       ARMAR.
           PERFORM ARMA-HISTORIA THRU F-ARMA-HISTORIA.
           IF HC-CANT = ZEROS
               DISPLAY "EL CLIENTE NO TIENE EVENTOS DE ESE TIPO" AT 2303
               WITH FOREGROUND-COLOR 5
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2343 WITH PROMPT
               PERFORM ENCABEZA
               GO TO PEDIR-CLI.
      *    SE EMPIEZA POR LA ULTIMA PAGINA (LO MAS RECIENTE).
           PERFORM ULTIMA-PAG THRU F-ULTIMA-PAG.

      *    UNA PAGINA DE 12 EVENTOS A PARTIR DE HC-DESDE.
       MOSTRAR.
           PERFORM ENCABEZA.
           DISPLAY "CLIENTE:" AT 0702.
           DISPLAY HC-CLI AT 0711.
           DISPLAY NOMBRE AT 0737 WITH FOREGROUND-COLOR 2.
           DISPLAY HC-FDESC (HC-FIDX) AT 0766 WITH FOREGROUND-COLOR 4.
           DISPLAY HC-CAB AT 0802 WITH FOREGROUND-COLOR 2.
           MOVE HC-DESDE TO HW-NRO.
           MOVE 8 TO HC-LIN.
           MOVE ZEROS TO HC-K.
       MU-R.
           IF HC-K = 12 GO TO MU-PIE.
           IF HW-NRO > HC-CANT GO TO MU-PIE.
           READ HW KEY IS HW-NRO INVALID KEY GO TO MU-PIE.
           MOVE HW-FECHA TO HC-FTMP.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE HC-FED TO HCR-FEC.
           MOVE HW-ETIQ TO HCR-ETIQ.
           MOVE HW-TEXTO TO HCR-TEXTO.
           ADD 1 TO HC-LIN HC-K.
           DISPLAY (HC-LIN, 2) HC-RENG.
           ADD 1 TO HW-NRO.
           GO TO MU-R.
       MU-PIE.
           COMPUTE HC-HASTA = HC-DESDE + HC-K - 1.
           MOVE HC-DESDE TO HCP-DESDE.
           MOVE HC-HASTA TO HCP-HASTA.
           MOVE HC-CANT TO HCP-CANT.
           DISPLAY HC-PIE AT 2103 WITH FOREGROUND-COLOR 5.
           DISPLAY "+=SIGUIENTE  -=ANTERIOR  I=INICIO  U=ULTIMA  T=TIPO"
               AT 2203 WITH FOREGROUND-COLOR 2.
           DISPLAY "P=IMPRESORA  A=ARCHIVO  C=OTRO CLIENTE  S=SALE"
               AT 2303 WITH FOREGROUND-COLOR 2.
           DISPLAY "OPCION:" AT 2352.
       MU-OPC.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2360 WITH PROMPT.
           IF OPC = "+"
               IF HC-DESDE + 12 NOT > HC-CANT
                   ADD 12 TO HC-DESDE
                   GO TO MOSTRAR
               ELSE
                   GO TO MU-OPC.
           IF OPC = "-"
               IF HC-DESDE > 12
                   SUBTRACT 12 FROM HC-DESDE
                   GO TO MOSTRAR
               ELSE
                   IF HC-DESDE > 1
                       MOVE 1 TO HC-DESDE
                       GO TO MOSTRAR
                   ELSE
                       GO TO MU-OPC.
           IF OPC = "I" MOVE 1 TO HC-DESDE GO TO MOSTRAR.
           IF OPC = "U"
               PERFORM ULTIMA-PAG THRU F-ULTIMA-PAG
               GO TO MOSTRAR.
           IF OPC = "T" GO TO MU-FILTRO.
           IF OPC = "P"
               MOVE CFG-DISP TO IMPRE-DEST GO TO MU-IMPRIME.
           IF OPC = "A"
               MOVE "HISTCL.TXT" TO IMPRE-DEST GO TO MU-IMPRIME.
           IF OPC = "C"
               PERFORM CIERRA-HW THRU F-CIERRA-HW
               PERFORM ENCABEZA
               GO TO PEDIR-CLI.
           IF OPC = "S" GO TO CIERRE.
           GO TO MU-OPC.
       MU-FILTRO.
           PERFORM ENCABEZA.
           DISPLAY "CLIENTE:" AT 1012.
           DISPLAY HC-CLI AT 1021.
           DISPLAY NOMBRE AT 1139 WITH FOREGROUND-COLOR 2.
           PERFORM PEDIR-FILTRO THRU F-PEDIR-FILTRO.
           GO TO ARMAR.
       MU-IMPRIME.
           PERFORM IMPRIME-HIS THRU F-IMPRIME-HIS.
           IF IMPRE-DEST = "HISTCL.TXT"
               DISPLAY "HISTORIA GRABADA EN HISTCL.TXT" AT 2103
               WITH FOREGROUND-COLOR 6
           ELSE
               DISPLAY "HISTORIA IMPRESA              " AT 2103
               WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2135 WITH PROMPT.
           GO TO MOSTRAR.

      *    TIPO DE EVENTO A MOSTRAR (0 = TODOS).
       PEDIR-FILTRO.
           DISPLAY "0=TODOS 1=CUOTAS 2=PAGOS 3=NOTAS D/C 4=AVISOS"
               AT 1312 WITH FOREGROUND-COLOR 2.
           DISPLAY "5=OBSERVACIONES 6=RECLAMOS 7=PLANES 8=JUDICIAL"
               AT 1412 WITH FOREGROUND-COLOR 2.
           DISPLAY "9=DEBITOS C=CAMBIOS (BITACORA)" AT 1512
               WITH FOREGROUND-COLOR 2.
           DISPLAY "TIPO DE EVENTO:" AT 1712.
       FI-ACEPTA.
           ACCEPT HC-FILTRO AT 1728 WITH PROMPT.
           IF HC-FILTRO = "C"
               MOVE 11 TO HC-FIDX
               GO TO F-PEDIR-FILTRO.
           IF HC-FILTRO NOT NUMERIC GO TO FI-ACEPTA.
           COMPUTE HC-FIDX = HC-FILTRO-N + 1.
       F-PEDIR-FILTRO.
           EXIT.

       ULTIMA-PAG.
           MOVE 1 TO HC-DESDE.
           IF HC-CANT > 12
               COMPUTE HC-DESDE = HC-CANT - 11.
       F-ULTIMA-PAG.
           EXIT.

       CIERRA-HW.
           IF HC-HW = "S"
               CLOSE HW
               MOVE "N" TO HC-HW.
       F-CIERRA-HW.
           EXIT.

      *    JUNTA LOS EVENTOS DE TODOS LOS ARCHIVOS, LOS ORDENA Y LOS
      *    DEJA NUMERADOS EN EL ARCHIVO DE TRABAJO DEL PUESTO.
       ARMA-HISTORIA.
           PERFORM CIERRA-HW THRU F-CIERRA-HW.
           DISPLAY "ARMANDO LA HISTORIA DEL CLIENTE..." AT 2303
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO HC-CANT HC-ORD.
           OPEN OUTPUT HW.
           SORT WORK-SORT
               ON ASCENDING KEY SH-FECHA SH-HORA SH-ORD
               INPUT PROCEDURE IS HC-CARGA THRU F-HC-CARGA
               OUTPUT PROCEDURE IS HC-NUMERA THRU F-HC-NUMERA.
           CLOSE HW.
           OPEN INPUT HW.
           MOVE "S" TO HC-HW.
           DISPLAY "                                  " AT 2303.
       F-ARMA-HISTORIA.
           EXIT.

       HC-CARGA.
           PERFORM HC-CUOTAS THRU F-HC-CUOTAS.
           PERFORM HC-PAGOS THRU F-HC-PAGOS.
           PERFORM HC-NOTDC THRU F-HC-NOTDC.
           PERFORM HC-AVISOS THRU F-HC-AVISOS.
           PERFORM HC-NOTAS THRU F-HC-NOTAS.
           PERFORM HC-RECLAMOS THRU F-HC-RECLAMOS.
           PERFORM HC-PLANES THRU F-HC-PLANES.
           PERFORM HC-JUICIOS THRU F-HC-JUICIOS.
           PERFORM HC-DEBITOS THRU F-HC-DEBITOS.
           PERFORM HC-CAMBIOS THRU F-HC-CAMBIOS.
       F-HC-CARGA.
           EXIT.

       HC-NUMERA.
           RETURN WORK-SORT AT END GO TO F-HC-NUMERA.
           ADD 1 TO HC-CANT.
           MOVE HC-CANT TO HW-NRO.
           MOVE SH-FECHA TO HW-FECHA.
           MOVE SH-HORA TO HW-HORA.
           MOVE SH-TIPO TO HW-TIPO.
           MOVE SH-ETIQ TO HW-ETIQ.
           MOVE SH-TEXTO TO HW-TEXTO.
           MOVE SH-OPER TO HW-OPER.
           WRITE REG-HW INVALID KEY GO TO HC-NUMERA.
           GO TO HC-NUMERA.
       F-HC-NUMERA.
           EXIT.

      *    ENTREGA UN EVENTO AL SORT SI ES DEL TIPO ELEGIDO.
       SUELTA.
           IF HC-FILTRO NOT = "0" AND SH-TIPO NOT = HC-FILTRO
               GO TO F-SUELTA.
           ADD 1 TO HC-ORD.
           MOVE HC-ORD TO SH-ORD.
           RELEASE SORT-HIS.
       F-SUELTA.
           EXIT.

      *    CUOTAS EMITIDAS, EN LA FECHA DE VENCIMIENTO.
       HC-CUOTAS.
           OPEN INPUT IMPU.
           IF IM-STATUS NOT = "00" GO TO F-HC-CUOTAS.
           MOVE HC-CLI TO CONT.
           MOVE ZEROS TO AA P1 TIP-VEN.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO HI-FIN.
       HI-R.
           READ IMPU NEXT RECORD AT END GO TO HI-FIN.
           IF CONT NOT = HC-CLI GO TO HI-FIN.
           MOVE SPACES TO SORT-HIS.
           COMPUTE SH-FECHA = AAV * 10000 + MMV * 100 + DDV.
           MOVE ZEROS TO SH-HORA.
           MOVE "1" TO SH-TIPO.
           MOVE "CUOTA" TO SH-ETIQ.
           MOVE MONTO TO HC-IMPED.
           STRING "VENCE CUOTA " AA "/" P1 " TIPO " TIP-VEN " $"
               HC-IMPED DELIMITED BY SIZE INTO SH-TEXTO.
           IF FEC-PAG NOT = ZEROS
               COMPUTE HC-FTMP = AAP * 10000 + MMP * 100 + DDP
               PERFORM EDITA-FECHA THRU F-EDITA-FECHA
               MOVE "PAGADA" TO SH-TEXTO (44:6)
               MOVE HC-FED TO SH-TEXTO (51:10).
           PERFORM SUELTA THRU F-SUELTA.
           GO TO HI-R.
       HI-FIN.
           CLOSE IMPU.
       F-HC-CUOTAS.
           EXIT.

      *    PAGOS (ANULADOS MARCADOS) Y CONTRA-ASIENTOS DE ANULACION.
       HC-PAGOS.
           OPEN INPUT RPAGOS.
           IF RP-STATUS NOT = "00" GO TO F-HC-PAGOS.
           MOVE HC-CLI TO REG-CIM.
           MOVE ZEROS TO REG-FEC REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO HP-FIN.
       HP-R.
           READ RPAGOS NEXT RECORD AT END GO TO HP-FIN.
           IF REG-CIM NOT = HC-CLI GO TO HP-FIN.
           MOVE SPACES TO SORT-HIS.
           COMPUTE SH-FECHA = RFA * 10000 + RFM * 100 + RFD.
           MOVE ZEROS TO SH-HORA.
           MOVE "2" TO SH-TIPO.
           MOVE REG-OPE TO SH-OPER.
           MOVE REG-MPO TO HC-IMPED.
           IF REG-EST = "R"
               MOVE "ANULA" TO SH-ETIQ
               STRING "ANULACION RECIBO " REG-NRECI " CUOTA "
                   REG-CAA "/" REG-CP1 " $" HC-IMPED
                   DELIMITED BY SIZE INTO SH-TEXTO
           ELSE
               MOVE "PAGO" TO SH-ETIQ
               STRING "RECIBO " REG-NRECI " CUOTA " REG-CAA "/"
                   REG-CP1 " TIPO " REG-GM " $" HC-IMPED
                   DELIMITED BY SIZE INTO SH-TEXTO.
           IF REG-EST = "A"
               MOVE "ANULADO" TO SH-TEXTO (54:7).
           PERFORM SUELTA THRU F-SUELTA.
           GO TO HP-R.
       HP-FIN.
           CLOSE RPAGOS.
       F-HC-PAGOS.
           EXIT.

       HC-NOTDC.
           OPEN INPUT NOTDC.
           IF DC-STATUS NOT = "00" GO TO F-HC-NOTDC.
           MOVE HC-CLI TO DC-CLI.
           START NOTDC KEY IS NOT LESS THAN DC-CLI
           INVALID KEY GO TO HN-FIN.
       HN-R.
           READ NOTDC NEXT RECORD AT END GO TO HN-FIN.
           IF DC-CLI NOT = HC-CLI GO TO HN-FIN.
           MOVE SPACES TO SORT-HIS.
           COMPUTE SH-FECHA = DC-AA * 10000 + DC-MM * 100 + DC-DD.
           MOVE ZEROS TO SH-HORA.
           MOVE "3" TO SH-TIPO.
           MOVE DC-OPER TO SH-OPER.
           MOVE "N.CRED" TO SH-ETIQ.
           IF DC-TIPODOC = "D" MOVE "N.DEB" TO SH-ETIQ.
           MOVE DC-MONTO TO HC-IMPED.
           STRING "NRO " DC-NRO " CUOTA " DC-CAA "/" DC-CP1 " $"
               HC-IMPED " " DC-MOTIVO
               DELIMITED BY SIZE INTO SH-TEXTO.
           IF DC-EST = "A"
               MOVE "ANULADA" TO SH-TEXTO (54:7).
           PERFORM SUELTA THRU F-SUELTA.
           GO TO HN-R.
       HN-FIN.
           CLOSE NOTDC.
       F-HC-NOTDC.
           EXIT.

      *    AVISOS EMITIDOS CON SU ESTADO DE ENTREGA; SI LA ENTREGA SE
      *    REGISTRO DESPUES DE LA EMISION VA COMO EVENTO APARTE.
       HC-AVISOS.
           OPEN INPUT AVIH.
           IF AH-STATUS NOT = "00" GO TO F-HC-AVISOS.
           MOVE "N" TO HC-AVIE.
           OPEN INPUT AVIE.
           IF AE-STATUS = "00" MOVE "S" TO HC-AVIE.
           MOVE HC-CLI TO AH-CLI.
           MOVE ZEROS TO AH-SEC.
           START AVIH KEY IS NOT LESS THAN AH-CLAVE
           INVALID KEY GO TO HA-FIN.
       HA-R.
           READ AVIH NEXT RECORD AT END GO TO HA-FIN.
           IF AH-CLI NOT = HC-CLI GO TO HA-FIN.
           MOVE SPACES TO REG-AVIE.
           MOVE ZEROS TO AE-MANI AE-FECHA.
           IF HC-AVIE = "S"
               MOVE AH-CLAVE TO AE-CLAVE
               READ AVIE KEY IS AE-CLAVE
               INVALID KEY MOVE SPACE TO AE-EST.
           PERFORM AVISO-ESTADO THRU F-AVISO-ESTADO.
           MOVE SPACES TO SORT-HIS.
           COMPUTE SH-FECHA = AH-AA * 10000 + AH-MM * 100 + AH-DD.
           MOVE ZEROS TO SH-HORA.
           MOVE "4" TO SH-TIPO.
           MOVE "AVISO" TO SH-ETIQ.
           MOVE AH-OPER TO SH-OPER.
           STRING "AVISO NIVEL " AH-NIVEL " NRO " AH-SEC " - "
               HC-EDESC DELIMITED BY SIZE INTO SH-TEXTO.
           IF AE-MANI NOT = ZEROS
               STRING "MANIF. " AE-MANI DELIMITED BY SIZE
                   INTO SH-TEXTO (46:13).
           MOVE SH-FECHA TO HC-FEV.
           PERFORM SUELTA THRU F-SUELTA.
           IF AE-FECHA NOT > HC-FEV GO TO HA-R.
           IF AE-EST = "P" OR AE-EST = "M" OR AE-EST = SPACE
               GO TO HA-R.
           MOVE SPACES TO SORT-HIS.
           MOVE AE-FECHA TO SH-FECHA.
           MOVE ZEROS TO SH-HORA.
           MOVE "4" TO SH-TIPO.
           MOVE "AVISO" TO SH-ETIQ.
           STRING "RESULTADO AVISO NRO " AH-SEC ": " HC-EDESC
               DELIMITED BY SIZE INTO SH-TEXTO.
           PERFORM SUELTA THRU F-SUELTA.
           GO TO HA-R.
       HA-FIN.
           CLOSE AVIH.
           IF HC-AVIE = "S" CLOSE AVIE.
       F-HC-AVISOS.
           EXIT.

       AVISO-ESTADO.
           MOVE "SIN REGISTRO ENVIO" TO HC-EDESC.
           IF AE-EST = "P" MOVE "PENDIENTE ENTREGA" TO HC-EDESC.
           IF AE-EST = "E" MOVE "ENTREGADO" TO HC-EDESC.
           IF AE-EST = "D" MOVE "DEVUELTO" TO HC-EDESC.
           IF AE-EST = "X" MOVE "DOMICILIO INEXIST." TO HC-EDESC.
           IF AE-EST = "M" MOVE "ENVIO ELECTRONICO" TO HC-EDESC.
           IF AE-EST = "R" MOVE "ELECTRONICO REBOTADO" TO HC-EDESC.
       F-AVISO-ESTADO.
           EXIT.

       HC-NOTAS.
           OPEN INPUT NOTA.
           IF NT-STATUS NOT = "00" GO TO F-HC-NOTAS.
           MOVE HC-CLI TO NT-CLI.
           MOVE ZEROS TO NT-SEC.
           START NOTA KEY IS NOT LESS THAN NT-CLAVE
           INVALID KEY GO TO HO-FIN.
       HO-R.
           READ NOTA NEXT RECORD AT END GO TO HO-FIN.
           IF NT-CLI NOT = HC-CLI GO TO HO-FIN.
           MOVE SPACES TO SORT-HIS.
           COMPUTE SH-FECHA = NT-AA * 10000 + NT-MM * 100 + NT-DD.
           MOVE ZEROS TO SH-HORA.
           MOVE "5" TO SH-TIPO.
           MOVE "OBSERV" TO SH-ETIQ.
           MOVE NT-TEXTO TO SH-TEXTO.
           MOVE NT-OPER TO SH-OPER.
           PERFORM SUELTA THRU F-SUELTA.
           GO TO HO-R.
       HO-FIN.
           CLOSE NOTA.
       F-HC-NOTAS.
           EXIT.

      *    RECLAMOS: EL ALTA Y, SI YA SE RESOLVIO, LA RESOLUCION.
       HC-RECLAMOS.
           OPEN INPUT RECL.
           IF RM-STATUS NOT = "00" GO TO F-HC-RECLAMOS.
           MOVE HC-CLI TO RM-CLI.
           MOVE ZEROS TO RM-CAA RM-CP1 RM-TIP.
           START RECL KEY IS NOT LESS THAN RM-CLAVE
           INVALID KEY GO TO HR-FIN.
       HR-R.
           READ RECL NEXT RECORD AT END GO TO HR-FIN.
           IF RM-CLI NOT = HC-CLI GO TO HR-FIN.
           MOVE SPACES TO SORT-HIS.
           MOVE RM-FALTA TO SH-FECHA.
           MOVE ZEROS TO SH-HORA.
           MOVE "6" TO SH-TIPO.
           MOVE "RECLAM" TO SH-ETIQ.
           STRING "CUOTA " RM-CAA "/" RM-CP1 " TIPO " RM-TIP ": "
               RM-TEXTO DELIMITED BY SIZE INTO SH-TEXTO.
           PERFORM SUELTA THRU F-SUELTA.
           IF RM-FRES = ZEROS GO TO HR-R.
           MOVE SPACES TO SORT-HIS.
           MOVE RM-FRES TO SH-FECHA.
           MOVE ZEROS TO SH-HORA.
           MOVE "6" TO SH-TIPO.
           MOVE "RECLAM" TO SH-ETIQ.
           MOVE RM-OPER TO SH-OPER.
           MOVE "RESUELTO" TO HC-EDESC.
           IF RM-EST = "F" MOVE "RESUELTO A FAVOR" TO HC-EDESC.
           IF RM-EST = "R" MOVE "RECHAZADO" TO HC-EDESC.
           STRING "RECLAMO CUOTA " RM-CAA "/" RM-CP1 " TIPO " RM-TIP
               " " HC-EDESC DELIMITED BY SIZE INTO SH-TEXTO.
           PERFORM SUELTA THRU F-SUELTA.
           GO TO HR-R.
       HR-FIN.
           CLOSE RECL.
       F-HC-RECLAMOS.
           EXIT.

      *    PLANES DE PAGO (ARPLAN NO TIENE CLAVE POR CLIENTE, SE LEE
      *    ENTERO) Y LA FIRMA O ANULACION DEL CONVENIO.
       HC-PLANES.
           OPEN INPUT PLAN.
           IF PN-STATUS NOT = "00" GO TO F-HC-PLANES.
           MOVE "N" TO HC-PLFIR.
           OPEN INPUT PLFIR.
           IF PF-STATUS = "00" MOVE "S" TO HC-PLFIR.
       HL-R.
           READ PLAN NEXT RECORD AT END GO TO HL-FIN.
           IF PLN-CLI NOT = HC-CLI GO TO HL-R.
           MOVE SPACES TO SORT-HIS.
           MOVE PLN-FECHA TO HC-DMA.
           COMPUTE SH-FECHA = HC-DMA-AA * 10000 + HC-DMA-MM * 100
               + HC-DMA-DD.
           MOVE ZEROS TO SH-HORA.
           MOVE "7" TO SH-TIPO.
           MOVE "PLAN" TO SH-ETIQ.
           MOVE PLN-TOTAL TO HC-IMPED2.
           STRING "PLAN " PLN-NRO " EN " PLN-CUOTAS " CUOTAS $"
               HC-IMPED2 DELIMITED BY SIZE INTO SH-TEXTO.
           IF PLN-EST = "V"
               MOVE "VIGENTE" TO SH-TEXTO (46:7)
           ELSE
               MOVE "CAIDO" TO SH-TEXTO (46:5).
           PERFORM SUELTA THRU F-SUELTA.
           IF HC-PLFIR NOT = "S" GO TO HL-R.
           MOVE PLN-NRO TO PF-NRO.
           READ PLFIR KEY IS PF-NRO INVALID KEY GO TO HL-R.
           IF PF-FFIR = ZEROS GO TO HL-R.
           MOVE SPACES TO SORT-HIS.
           MOVE PF-FFIR TO SH-FECHA.
           MOVE ZEROS TO SH-HORA.
           MOVE "7" TO SH-TIPO.
           MOVE "PLAN" TO SH-ETIQ.
           MOVE PF-OPER TO SH-OPER.
           IF PF-EST = "A"
               STRING "PLAN " PLN-NRO " ANULADO SIN FIRMA DEL CONVENIO"
                   DELIMITED BY SIZE INTO SH-TEXTO
           ELSE
               STRING "CONVENIO DEL PLAN " PLN-NRO " FIRMADO"
                   DELIMITED BY SIZE INTO SH-TEXTO.
           PERFORM SUELTA THRU F-SUELTA.
           GO TO HL-R.
       HL-FIN.
           CLOSE PLAN.
           IF HC-PLFIR = "S" CLOSE PLFIR.
       F-HC-PLANES.
           EXIT.

      *    JUICIOS: INICIO, EVENTOS DEL CASO Y LIQUIDACION.
       HC-JUICIOS.
           OPEN INPUT JUICIO.
           IF JU-STATUS NOT = "00" GO TO F-HC-JUICIOS.
           MOVE "N" TO HC-JUEV.
           OPEN INPUT JUEV.
           IF JE-STATUS = "00" MOVE "S" TO HC-JUEV.
           MOVE HC-CLI TO JU-CLI.
           START JUICIO KEY IS NOT LESS THAN JU-CLI
           INVALID KEY GO TO HJ-FIN.
       HJ-R.
           READ JUICIO NEXT RECORD AT END GO TO HJ-FIN.
           IF JU-CLI NOT = HC-CLI GO TO HJ-FIN.
           MOVE SPACES TO SORT-HIS.
           MOVE JU-FINI TO SH-FECHA.
           MOVE ZEROS TO SH-HORA.
           MOVE "8" TO SH-TIPO.
           MOVE "JUICIO" TO SH-ETIQ.
           STRING "INICIO JUICIO " JU-NRO " EXPTE " JU-EXPTE " "
               JU-JUZG DELIMITED BY SIZE INTO SH-TEXTO.
           PERFORM SUELTA THRU F-SUELTA.
           IF JU-FLIQ NOT = ZEROS
               MOVE SPACES TO SORT-HIS
               MOVE JU-FLIQ TO SH-FECHA
               MOVE ZEROS TO SH-HORA
               MOVE "8" TO SH-TIPO
               MOVE "JUICIO" TO SH-ETIQ
               STRING "LIQUIDACION JUICIO " JU-NRO " EXPTE " JU-EXPTE
                   DELIMITED BY SIZE INTO SH-TEXTO
               PERFORM SUELTA THRU F-SUELTA.
           IF HC-JUEV NOT = "S" GO TO HJ-R.
           MOVE JU-NRO TO JE-NRO.
           MOVE ZEROS TO JE-SEC.
           START JUEV KEY IS NOT LESS THAN JE-CLAVE
           INVALID KEY GO TO HJ-R.
       HJ-EV.
           READ JUEV NEXT RECORD AT END GO TO HJ-R.
           IF JE-NRO NOT = JU-NRO GO TO HJ-R.
           MOVE SPACES TO SORT-HIS.
           MOVE JE-FECHA TO SH-FECHA.
           MOVE ZEROS TO SH-HORA.
           MOVE "8" TO SH-TIPO.
           MOVE "JUICIO" TO SH-ETIQ.
           MOVE "EVENTO" TO HC-JDESC.
           IF JE-TIPO = "A" MOVE "AUDIENCIA" TO HC-JDESC.
           IF JE-TIPO = "V" MOVE "VENCE PLAZO" TO HC-JDESC.
           IF JE-TIPO = "P" MOVE "PRESENTACION" TO HC-JDESC.
           IF JE-TIPO = "N" MOVE "NOTIFICACION" TO HC-JDESC.
           STRING HC-JDESC ": " JE-DESC
               DELIMITED BY SIZE INTO SH-TEXTO.
           IF JE-EST = "C"
               MOVE "CUMPLIDO" TO SH-TEXTO (53:8).
           PERFORM SUELTA THRU F-SUELTA.
           GO TO HJ-EV.
       HJ-FIN.
           CLOSE JUICIO.
           IF HC-JUEV = "S" CLOSE JUEV.
       F-HC-JUICIOS.
           EXIT.

      *    ADHESIONES A DEBITO EN CUENTA Y EN TARJETA, Y EL ULTIMO
      *    RECHAZO (LAS BAJAS QUEDAN EN LA BITACORA).
       HC-DEBITOS.
           OPEN INPUT DEBA.
           IF DB-STATUS NOT = "00" GO TO HD-TARJETA.
           MOVE HC-CLI TO DB-CLI.
           READ DEBA KEY IS DB-CLI INVALID KEY GO TO HD-CIERRA1.
           MOVE SPACES TO SORT-HIS.
           COMPUTE SH-FECHA = DB-ALTA-AA * 10000 + DB-ALTA-MM * 100
               + DB-ALTA-DD.
           MOVE ZEROS TO SH-HORA.
           MOVE "9" TO SH-TIPO.
           MOVE "DEBITO" TO SH-ETIQ.
           STRING "ADHESION DEBITO EN CUENTA CBU " DB-CBU
               DELIMITED BY SIZE INTO SH-TEXTO.
           IF DB-EST = "B"
               MOVE "BAJA" TO SH-TEXTO (54:4).
           PERFORM SUELTA THRU F-SUELTA.
       HD-CIERRA1.
           CLOSE DEBA.
       HD-TARJETA.
           OPEN INPUT DEBT.
           IF DT-STATUS NOT = "00" GO TO HD-RECHAZO.
           MOVE HC-CLI TO DT-CLI.
           READ DEBT KEY IS DT-CLI INVALID KEY GO TO HD-CIERRA2.
           MOVE SPACES TO SORT-HIS.
           COMPUTE SH-FECHA = DT-ALTA-AA * 10000 + DT-ALTA-MM * 100
               + DT-ALTA-DD.
           MOVE ZEROS TO SH-HORA.
           MOVE "9" TO SH-TIPO.
           MOVE "DEBITO" TO SH-ETIQ.
           STRING "ADHESION DEBITO EN TARJETA " DT-MARCA
               DELIMITED BY SIZE INTO SH-TEXTO.
           IF DT-EST NOT = "A"
               MOVE "BAJA" TO SH-TEXTO (54:4).
           PERFORM SUELTA THRU F-SUELTA.
       HD-CIERRA2.
           CLOSE DEBT.
       HD-RECHAZO.
           OPEN INPUT DEBR.
           IF DR-STATUS NOT = "00" GO TO F-HC-DEBITOS.
           MOVE HC-CLI TO DR-CLI.
           READ DEBR KEY IS DR-CLI INVALID KEY GO TO HD-CIERRA3.
           IF DR-ULTF = ZEROS GO TO HD-CIERRA3.
           MOVE SPACES TO SORT-HIS.
           MOVE DR-ULTF TO SH-FECHA.
           MOVE ZEROS TO SH-HORA.
           MOVE "9" TO SH-TIPO.
           MOVE "DEBITO" TO SH-ETIQ.
           STRING "RECHAZO DE DEBITO MOTIVO " DR-ULTM " ("
               DR-RECH " SEGUIDOS)" DELIMITED BY SIZE INTO SH-TEXTO.
           PERFORM SUELTA THRU F-SUELTA.
       HD-CIERRA3.
           CLOSE DEBR.
       F-HC-DEBITOS.
           EXIT.

      *    CAMBIOS DE LA BITACORA CON LA CLAVE DEL CLIENTE (LOS
      *    REGISTROS DE CONTROL, BT-SEC 999, NO SON CAMBIOS).
       HC-CAMBIOS.
           OPEN INPUT BITA.
           IF BT-STATUS NOT = "00" GO TO F-HC-CAMBIOS.
           MOVE HC-CLI TO BT-CLAVE.
           START BITA KEY IS NOT LESS THAN BT-CLAVE
           INVALID KEY GO TO HB-FIN.
       HB-R.
           READ BITA NEXT RECORD AT END GO TO HB-FIN.
           IF BT-CLAVE NOT = HC-CLI GO TO HB-FIN.
           IF BT-SEC = 999 GO TO HB-R.
           MOVE SPACES TO SORT-HIS.
           MOVE BT-FECHA TO SH-FECHA.
           MOVE BT-HORA TO SH-HORA.
           MOVE "C" TO SH-TIPO.
           MOVE "CAMBIO" TO SH-ETIQ.
           MOVE BT-OPERADOR TO SH-OPER.
           STRING BT-ARCHIVO " " BT-ACCION " PUESTO " BT-PUESTO
               DELIMITED BY SIZE INTO SH-TEXTO.
           PERFORM SUELTA THRU F-SUELTA.
           GO TO HB-R.
       HB-FIN.
           CLOSE BITA.
       F-HC-CAMBIOS.
           EXIT.

      *    LA HISTORIA COMPLETA DEL FILTRO ELEGIDO, CON HORA (CUANDO LA
      *    HAY) Y OPERADOR, A LA IMPRESORA O A HISTCL.TXT.
       IMPRIME-HIS.
           OPEN OUTPUT IMPRE.
           MOVE HC-HOY TO HC-FTMP.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE HC-FED TO HCT-FEC.
           MOVE HC-CLI TO HCT-CLI.
           MOVE NOMBRE TO HCT-NOM.
           MOVE HC-FDESC (HC-FIDX) TO HCT-FILTRO.
           WRITE RENGLON FROM HC-TIT1 AFTER 1.
           WRITE RENGLON FROM HC-TIT2 AFTER 2.
           WRITE RENGLON FROM HC-TIT3 AFTER 1.
           WRITE RENGLON FROM HC-PCAB AFTER 2.
           WRITE RENGLON FROM GUION AFTER 1.
           MOVE 1 TO HW-NRO.
       IH-R.
           IF HW-NRO > HC-CANT GO TO IH-FIN.
           READ HW KEY IS HW-NRO INVALID KEY GO TO IH-FIN.
           MOVE HW-FECHA TO HC-FTMP.
           PERFORM EDITA-FECHA THRU F-EDITA-FECHA.
           MOVE HC-FED TO HCI-FEC.
           MOVE SPACES TO HCI-HORA.
           IF HW-HORA NOT = ZEROS
               MOVE HW-HORA TO HC-HTMP
               MOVE HC-HHH TO HC-HED-HH
               MOVE HC-HMI TO HC-HED-MI
               MOVE HC-HED TO HCI-HORA.
           MOVE HW-ETIQ TO HCI-ETIQ.
           MOVE HW-TEXTO TO HCI-TEXTO.
           MOVE HW-OPER TO HCI-OPER.
           WRITE RENGLON FROM HC-PREN AFTER 1.
           ADD 1 TO HW-NRO.
           GO TO IH-R.
       IH-FIN.
           MOVE HC-CANT TO HCI-CANT.
           WRITE RENGLON FROM GUION AFTER 1.
           WRITE RENGLON FROM HC-PTOT AFTER 1.
           CLOSE IMPRE.
       F-IMPRIME-HIS.
           EXIT.

       EDITA-FECHA.
           MOVE HC-FDD TO HC-FED-DD.
           MOVE HC-FMM TO HC-FED-MM.
           MOVE HC-FAA TO HC-FED-AA.
       F-EDITA-FECHA.
           EXIT.

       LEER-OPERADOR.
           MOVE SPACES TO REG-OPERA.
           OPEN INPUT OPERA.
           IF OP-STATUS NOT = "00" GO TO F-LEER-OPERADOR.
           READ OPERA AT END MOVE SPACES TO REG-OPERA.
           CLOSE OPERA.
       F-LEER-OPERADOR.
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
           PERFORM CIERRA-HW THRU F-CIERRA-HW.
           CLOSE CONTRI.
           CHAIN "MENU".
           STOP RUN.

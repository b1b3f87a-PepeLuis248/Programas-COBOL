                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT COTI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CM-CLAVE
                  FILE STATUS IS CM-STATUS.

           SELECT RNCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS RC-CLAVE
                  FILE STATUS IS RC-STATUS.

           SELECT LIQC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS LQ-NRO
                  FILE STATUS IS LQ-STATUS.

           SELECT EGRE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS EG-NRO
                  FILE STATUS IS EG-STATUS.

           SELECT NUEGR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NG-CLAVE
                  FILE STATUS IS NG-STATUS.

           SELECT CONCE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CN2-COD
                  FILE STATUS IS CN2-STATUS.

           SELECT OPMAE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS OM-CODIGO
                  FILE STATUS IS OM-STATUS.

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

           SELECT NOTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NT-CLAVE
                  FILE STATUS IS NT-STATUS.

           SELECT GEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS GE-CLAVE
                  FILE STATUS IS GE-STATUS.

           SELECT TERM ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TE-STATUS.

           SELECT TERR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

           SELECT WORK-SORT ASSIGN TO DISK.

           SELECT BITA ASSIGN TO DISK
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

           03 CB-NOM            PIC X(25).
           03 CB-ZONA           PIC X(25).
           03 CB-EST            PIC X.
      *    COMISION: PORCENTAJE GENERAL SOBRE LO COBRADO, MINIMO POR
      *    RECIBO RENDIDO Y PORCENTAJE DE RETENCION A DESCONTAR.
           03 CB-PORC           PIC 99V99.
           03 CB-MINIMO         PIC 9(7)V99.
           03 CB-RETEN          PIC 99V99.

       FD  COAS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCOAS"

      *    DATOS COMPLEMENTARIOS DEL CLIENTE (ZONA Y CATEGORIA), EN
      *    ARCHIVO COMPA#ERO DE ARCONT PARA NO MIGRAR SU DISE#O.
      *    CD-RUTA ES EL ORDEN DE VISITA DENTRO DE LA ZONA (DE A DIEZ
      *    PARA PODER INTERCALAR); CERO = SIN UBICAR, VA AL FINAL.
       FD  CLIDA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDA.
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

      *    TOTALES CORRIENTES POR CLIENTE, TIPO Y PERIODO (AAAAMM).
       FD  TOTAL LABEL RECORD IS STANDARD
           03 TO-COB            PIC S9(12)V99.
           03 TO-SALDO          PIC S9(12)V99.

      *    PORCENTAJE DE COMISION DEL COBRADOR PARA UN TIPO DE
      *    IMPUESTO, CUANDO DIFIERE DEL GENERAL DE ARCOBR.
       FD  COTI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCOMT"
           DATA RECORD IS REG-COTI.

       01  REG-COTI.
           03 CM-CLAVE.
              05 CM-COBR        PIC 999.
              05 CM-TIP         PIC 9(3).
           03 CM-PORC           PIC 99V99.

      *    PAGOS APLICADOS EN LA RENDICION, POR COBRADOR Y FECHA, CON
      *    LA CLAVE DEL PAGO EN ARPAGOS. RC-LIQ QUEDA CON EL NUMERO DE
      *    LA LIQUIDACION DE COMISIONES QUE LO INCLUYO.
       FD  RNCO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARRNCO"
           DATA RECORD IS REG-RNCO.

       01  REG-RNCO.
           03 RC-CLAVE.
              05 RC-COBR        PIC 999.
              05 RC-FECHA       PIC 9(8).
              05 RC-PAG.
                 07 RC-CLI      PIC X(25).
                 07 RC-FPAG     PIC 9(8).
                 07 RC-SEC      PIC 99.
           03 RC-TIP            PIC 9(3).
           03 RC-CAA            PIC 99.
           03 RC-CP1            PIC 99.
           03 RC-IMP            PIC 9(11)V99.
           03 RC-LIQ            PIC 9(6).
           03 RC-TALON          PIC 9(8).

      *    LIQUIDACIONES DE COMISIONES DEFINITIVAS.
       FD  LIQC LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARLIQC"
           DATA RECORD IS REG-LIQC.

       01  REG-LIQC.
           03 LQ-NRO            PIC 9(6).
           03 LQ-COBR           PIC 999.
           03 LQ-DESDE          PIC 9(8).
           03 LQ-HASTA          PIC 9(8).
           03 LQ-FECHA          PIC 9(8).
           03 LQ-CANT           PIC 9(5).
           03 LQ-COBRADO        PIC 9(12)V99.
           03 LQ-BRUTO          PIC 9(9)V99.
           03 LQ-RETEN          PIC 9(9)V99.
           03 LQ-OTROS          PIC 9(9)V99.
           03 LQ-NETO           PIC S9(9)V99.
           03 LQ-EGR            PIC 9(6).
           03 LQ-OPER           PIC X(10).

      *    EGRESOS DE CAJA (MISMO ARCHIVO QUE LOS VALES DE PAGOS): EL
      *    PAGO DE LA COMISION LLEGA ASI AL CIERRE Y AL ASIENTO.
       FD  EGRE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AREGRE"
           DATA RECORD IS REG-EGRE.

       01  REG-EGRE.
           03 EG-NRO            PIC 9(6).
           03 EG-FECHA          PIC 9(8).
           03 EG-CONC           PIC X(3).
           03 EG-IMPORTE        PIC 9(9)V99.
           03 EG-AUTOR          PIC X(10).
           03 EG-OPER           PIC X(10).
           03 EG-EST            PIC X.

       FD  NUEGR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNUEGR"
           DATA RECORD IS REG-NUEGR.

       01  REG-NUEGR.
           03 NG-CLAVE          PIC 9.
           03 NG-PROX           PIC 9(6).

       FD  CONCE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCONCE"
           DATA RECORD IS REG-CONCE.

       01  REG-CONCE.
           03 CN2-COD           PIC X(3).
           03 CN2-DESC          PIC X(25).
           03 CN2-CUENTA        PIC X(10).

       FD  OPMAE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPMAE"
           DATA RECORD IS REG-OPMAE.

       01  REG-OPMAE.
           03 OM-CODIGO         PIC X(10).
           03 OM-NOMBRE         PIC X(25).
           03 OM-CLAVE          PIC X(8).
           03 OM-NIVEL          PIC 9.

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

      *    INTERCAMBIO CON LA TERMINAL DEL COBRADOR, SEPARADO POR "|".
      *    LA PLANILLA SALE EN PcccDDMM.TXT (ccc = COBRADOR, DDMM = LA
      *    FECHA DE LA PLANILLA):
      *      H|COBRADOR|AAAAMMDD|NOMBRE DEL COBRADOR
      *      D|CLIENTE|NOMBRE|UBICACION|TELEFONO|CUOTA|A#O|TIPO|
      *        VENCIMIENTO(DDMMAAAA)|SALDO(99999999999.99)
      *      T|CANTIDAD|TOTAL
      *    Y LA TERMINAL DEVUELVE RcccDDMM.TXT (DDMM = FECHA DE PAGO):
      *      H|COBRADOR|AAAAMMDD
      *      V|CLIENTE|CUOTA|A#O|TIPO|RESULTADO|IMPORTE|
      *        FECHA PROMETIDA(DDMMAAAA)|NRO DE RECIBO|OBSERVACION
      *    RESULTADO: P=PAGO (TOTAL O PARCIAL POR EL IMPORTE),
      *    N=NO ESTABA, R=PROMETE PAGAR, D=PROBLEMA DE DOMICILIO.
       FD  TERM LABEL RECORD IS STANDARD
           VALUE OF FILE-ID TE-NOM
           DATA RECORD IS REG-TERM.

       01  REG-TERM             PIC X(200).

       FD  TERR LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "TERMERR.TXT"
           DATA RECORD IS REG-TERR.

       01  REG-TERR             PIC X(200).

       FD  IMCFG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARIMCFG"
           DATA RECORD IS REG-IMCFG.

       01  RENGLON              PIC X(132).

      *    ORDEN DE VISITA: ZONA, RUTA Y CLIENTE (Y LA CUOTA EN LA
      *    PLANILLA).
       SD  WORK-SORT
           DATA RECORD IS SORT-REC.

       01  SORT-REC.
           03 SR-ZONA            PIC 999.
           03 SR-RUTA            PIC 9(5).
           03 SR-CLI             PIC X(25).
           03 SR-PERI.
              05 SR-AA           PIC 99.
              05 SR-P1           PIC 99.
           03 SR-TIP             PIC 9(3).

       FD  BITA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARBITA"
           DATA RECORD IS REG-BITA.
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
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  TOT-CLI               PIC X(25) VALUE SPACES.
       77  TOT-TIP               PIC 9(3) VALUE ZEROS.
       77  ZO-POS                PIC 99 VALUE ZEROS.
       77  MG-ASIG               PIC 9(6) VALUE ZEROS.
       77  MG-SIN                PIC 9(6) VALUE ZEROS.
       77  CM-STATUS             PIC XX VALUE SPACES.
       77  RC-STATUS             PIC XX VALUE SPACES.
       77  LQ-STATUS             PIC XX VALUE SPACES.
       77  EG-STATUS             PIC XX VALUE SPACES.
       77  NG-STATUS             PIC XX VALUE SPACES.
       77  CN2-STATUS            PIC XX VALUE SPACES.
       77  OM-STATUS             PIC XX VALUE SPACES.
       77  AUT-OK                PIC X VALUE "N".
       77  AUT-MOTIVO            PIC X(20) VALUE SPACES.
       77  SU-COD                PIC X(10) VALUE SPACES.
       77  SU-CLA                PIC X(8) VALUE SPACES.
       77  CO-PORC-E             PIC Z9.99 VALUE ZEROS.
       77  CO-MIN-E              PIC Z(7).99 VALUE ZEROS.
       77  CO-RET-E              PIC Z9.99 VALUE ZEROS.
       77  CO-OTR-E              PIC Z(9).99 VALUE ZEROS.
       77  CO-TIP                PIC 9(3) VALUE ZEROS.
       77  CO-PORC               PIC 99V99 VALUE ZEROS.
       77  CO-COM                PIC 9(9)V99 VALUE ZEROS.
       77  CO-DESDE              PIC 9(8) VALUE ZEROS.
       77  CO-HASTA              PIC 9(8) VALUE ZEROS.
       77  CO-MODO               PIC X VALUE SPACE.
       77  CO-EGR                PIC X VALUE "N".
       77  CO-CONC               PIC X(3) VALUE SPACES.
       77  CO-TODOS              PIC X VALUE "N".
       77  CO-NRO                PIC 9(6) VALUE ZEROS.
       77  CO-CANT               PIC 9(5) VALUE ZEROS.
       77  CO-COBRADO            PIC 9(12)V99 VALUE ZEROS.
       77  CO-BRUTO              PIC 9(9)V99 VALUE ZEROS.
       77  CO-RETEN              PIC 9(9)V99 VALUE ZEROS.
       77  CO-OTROS              PIC 9(9)V99 VALUE ZEROS.
       77  CO-NETO               PIC S9(9)V99 VALUE ZEROS.
       77  CO-LIQS               PIC 9(5) VALUE ZEROS.
       77  CO-TOT-NETO           PIC S9(11)V99 VALUE ZEROS.
       77  CO-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZEROS.
       77  EG-NRO-W              PIC 9(6) VALUE ZEROS.
       77  REC-STATUS            PIC XX VALUE SPACES.
       77  NR-STATUS             PIC XX VALUE SPACES.
       77  NT-STATUS             PIC XX VALUE SPACES.
       77  GE-STATUS             PIC XX VALUE SPACES.
       77  TE-STATUS             PIC XX VALUE SPACES.
       77  TE-NOM                PIC X(12) VALUE SPACES.
       77  TE-BCLAVE             PIC X(25) VALUE SPACES.
       77  TE-COB                PIC X(3) VALUE SPACES.
       77  TE-IMP-S              PIC 9(11).99 VALUE ZEROS.
       77  TE-CANT-S             PIC 9(5) VALUE ZEROS.
       77  TE-TOT-S              PIC 9(12).99 VALUE ZEROS.
       77  RN-NRECI              PIC 9(8) VALUE ZEROS.
       77  RN-TALON              PIC 9(8) VALUE ZEROS.
       77  TM-LEIDOS             PIC 9(5) VALUE ZEROS.
       77  TM-PAGOS              PIC 9(5) VALUE ZEROS.
       77  TM-DUPL               PIC 9(5) VALUE ZEROS.
       77  TM-NOTAS              PIC 9(5) VALUE ZEROS.
       77  TM-PROM               PIC 9(5) VALUE ZEROS.
       77  TM-RECH               PIC 9(5) VALUE ZEROS.
       77  TM-MOTIVO             PIC X(35) VALUE SPACES.
       77  TM-LEN                PIC 99 VALUE ZEROS.
       77  TM-ENT                PIC X(11) VALUE SPACES.
       77  TM-ENT-J              PIC X(11) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  TM-DEC                PIC XX VALUE SPACES.
       77  TM-NUM-J              PIC X(8) JUSTIFIED RIGHT
                                 VALUE SPACES.
       77  TM-ENT-N              PIC 9(11) VALUE ZEROS.
       77  TM-DEC-N              PIC 99 VALUE ZEROS.
       77  TM-ULTSEC             PIC 999 VALUE ZEROS.
       77  TM-TEXTO              PIC X(60) VALUE SPACES.
       77  TM-FPRO               PIC 9(8) VALUE ZEROS.
       77  TM-FPAGO              PIC 9(8) VALUE ZEROS.
       77  RU-ZONA               PIC 999 VALUE ZEROS.
       77  RU-CANT               PIC 999 VALUE ZEROS.
       77  RU-DESDE              PIC 999 VALUE ZEROS.
       77  RU-I                  PIC 999 VALUE ZEROS.
       77  RU-J                  PIC 999 VALUE ZEROS.
       77  RU-POS                PIC 999 VALUE ZEROS.
       77  RU-DEST               PIC 999 VALUE ZEROS.
       77  RU-LIN                PIC 99 VALUE ZEROS.
       77  RU-LLENO              PIC X VALUE "N".
       77  RU-CAMBIO             PIC X VALUE "N".
       77  RU-AUX                PIC X(25) VALUE SPACES.
       01  TR-CAMPOS.
           03 TR-TIPO            PIC X(1).
           03 TR-CLI             PIC X(25).
           03 TR-CUO             PIC X(2).
           03 TR-ANO             PIC X(2).
           03 TR-TIP             PIC X(3).
           03 TR-RES             PIC X(1).
           03 TR-IMP             PIC X(15).
           03 TR-FPRO            PIC X(8).
           03 TR-RECI            PIC X(8).
           03 TR-OBS             PIC X(40).
       01  TR-FPRO-R.
           03 TR-FP-DD           PIC 99.
           03 TR-FP-MM           PIC 99.
           03 TR-FP-AA           PIC 9999.
       01  CO-F1                 PIC 9(6) VALUE ZEROS.
       01  CO-F1-R REDEFINES CO-F1.
           03 CO-DD              PIC 99.
           03 CO-MM              PIC 99.
           03 CO-AA              PIC 99.
       01  CO-FEC                PIC 9(8) VALUE ZEROS.
       01  CO-FEC-R REDEFINES CO-FEC.
           03 CO-FAA             PIC 9999.
           03 CO-FMM             PIC 99.
           03 CO-FDD             PIC 99.
       01  ZO-RENG.
           03 ZO-NRO-S           PIC 999.
           03 F                  PIC X VALUE "-".
       77  PL-CANT               PIC 9(5) VALUE ZEROS.
       77  PL-LISTA              PIC X VALUE "N".
       77  RN-TOT                PIC 9(12)V99 VALUE ZEROS.
       77  RN-DUP                PIC 9(12)V99 VALUE ZEROS.
       77  RN-IMP                PIC Z(11).99 VALUE ZEROS.
       77  RN-IMP-N              PIC 9(11)V99 VALUE ZEROS.
       77  RN-SALDO              PIC 9(11)V99 VALUE ZEROS.
       77  SEC-CONT              PIC 99 VALUE ZEROS.
       77  SEC-CIM-AUX           PIC X(25) VALUE SPACES.
       77  SEC-FEC-AUX           PIC X(08) VALUE SPACES.
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
           03 DD-BITA             PIC 99.
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
       01  PL-F1                 PIC 9(6) VALUE ZEROS.
       01  PL-F1-R REDEFINES PL-F1.
           03 PL-DD              PIC 99.
           03 RN-MM              PIC 99.
           03 RN-AA              PIC 99.

      *    CLIENTES DE UNA ZONA EN SU ORDEN DE VISITA, PARA REORDENAR.
       01  RU-TABLA.
           03 RU-CLI             PIC X(25) OCCURS 500 TIMES.

       01  RU-RENG.
           03 RU-POS-S           PIC ZZ9.
           03 F                  PIC X(02) VALUE SPACES.
           03 RU-CLI-S           PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 RU-NOM-S           PIC X(25).

       01  PL-TITU.
           03 F PIC X(22) VALUE "PLANILLA DE COBRANZA -".
           03 F PIC X VALUE SPACES.
              VALUE "TOTAL A COBRAR...: $ ".
           03 PL-TOTL-S          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LQ-TITU.
           03 F PIC X(31) VALUE "LIQUIDACION DE COMISIONES NRO: ".
           03 LQT-NRO            PIC X(10).
           03 F PIC X(12) VALUE " COBRADOR: ".
           03 LQT-COB            PIC ZZ9.
           03 F                  PIC X VALUE "-".
           03 LQT-NOM            PIC X(25).

       01  LQ-PERI.
           03 F PIC X(17) VALUE "COBRADO DESDE EL ".
           03 LQP-DD1            PIC 99.
           03 F                  PIC X VALUE "/".
           03 LQP-MM1            PIC 99.
           03 F                  PIC X VALUE "/".
           03 LQP-AA1            PIC 9999.
           03 F                  PIC X(07) VALUE " HASTA ".
           03 LQP-DD2            PIC 99.
           03 F                  PIC X VALUE "/".
           03 LQP-MM2            PIC 99.
           03 F                  PIC X VALUE "/".
           03 LQP-AA2            PIC 9999.

       01  LQ-TASA.
           03 F PIC X(19) VALUE "COMISION GENERAL: ".
           03 LQS-PORC           PIC Z9.99.
           03 F PIC X(25) VALUE " %  MINIMO POR RECIBO: $ ".
           03 LQS-MIN            PIC Z,ZZZ,ZZ9.99.
           03 F PIC X(14) VALUE "  RETENCION: ".
           03 LQS-RET            PIC Z9.99.
           03 F                  PIC X(02) VALUE " %".

       01  LQ-LINEA.
           03 LQL-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 LQL-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 LQL-AA             PIC 9999.
           03 F                  PIC X VALUE SPACES.
           03 LQL-CLI            PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 LQL-P1             PIC 99.
           03 F                  PIC X VALUE "/".
           03 LQL-CAA            PIC 99.
           03 F                  PIC X(03) VALUE " T:".
           03 LQL-TIP            PIC ZZ9.
           03 F                  PIC X(03) VALUE " $ ".
           03 LQL-IMP            PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 LQL-PORC           PIC Z9.99.
           03 F                  PIC X(04) VALUE " % $".
           03 LQL-COM            PIC ZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 LQL-MIN            PIC X(03).

       01  LQ-TOTLIN.
           03 LQT-TXT            PIC X(30).
           03 F                  PIC X(03) VALUE " $ ".
           03 LQT-IMP            PIC Z,ZZZ,ZZZ,ZZ9.99-.

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
              05 F               PIC X(10) VALUE "ARCLIDA 02".
              05 F               PIC X(10) VALUE "ARCOBR  02".
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
              VALUE "3-PLANILLA DE COBRANZA".
           03 LINE 16 COLUMN 24
              VALUE "4-RENDICION".
           03 LINE 17 COLUMN 24
              VALUE "7-LIQUIDACION DE COMISIONES".
           03 LINE 18 COLUMN 24
              VALUE "5-REGRESO MENU PRINCIPAL".
           03 LINE 19 COLUMN 24

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
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
           OPEN I-O COTI.
           IF CM-STATUS NOT = "00"
               OPEN OUTPUT COTI
               CLOSE COTI
               OPEN I-O COTI.
           OPEN I-O RNCO.
           IF RC-STATUS NOT = "00"
               OPEN OUTPUT RNCO
               CLOSE RNCO
               OPEN I-O RNCO.
           OPEN I-O LIQC.
           IF LQ-STATUS NOT = "00"
               OPEN OUTPUT LIQC
               CLOSE LIQC
               OPEN I-O LIQC.
           OPEN I-O EGRE.
           IF EG-STATUS NOT = "00"
               OPEN OUTPUT EGRE
               CLOSE EGRE
               OPEN I-O EGRE.
           OPEN I-O CONCE.
           IF CN2-STATUS NOT = "00"
               OPEN OUTPUT CONCE
               CLOSE CONCE
               OPEN I-O CONCE.
           OPEN I-O RECI.
           IF REC-STATUS NOT = "00"
               OPEN OUTPUT RECI
               CLOSE RECI
               OPEN I-O RECI.
           OPEN I-O NOTA.
           IF NT-STATUS NOT = "00"
               OPEN OUTPUT NOTA
               CLOSE NOTA
               OPEN I-O NOTA.
           OPEN I-O GEST.
           IF GE-STATUS NOT = "00"
               OPEN OUTPUT GEST
               CLOSE GEST
               OPEN I-O GEST.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM AVISO-FPROC THRU F-AVISO-FPROC.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

       ENCABEZA.
           IF OPC = "4" GO TO RENDICION.
           IF OPC = "5" GO TO CIERRE.
           IF OPC = "6" GO TO ZONAS.
           IF OPC = "7" GO TO LIQUIDA.
           GO TO L-PANT.

       ABM.
           DISPLAY CB-NOM AT 1126.
           DISPLAY "ZONA..:" AT 1318.
           DISPLAY CB-ZONA AT 1326.
           PERFORM MUESTRA-COMI THRU F-MUESTRA-COMI.
       ABM-OP.
           DISPLAY "M=MODIFICA  B=BAJA  T=TASA X TIPO  ENTER=OTRO"
               AT 1518 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1564 WITH PROMPT.
           DISPLAY "                                              "
               AT 1518.
           IF OPC = "M" GO TO ABM-MODI.
           IF OPC = "B" GO TO ABM-BAJA.
           IF OPC = "T" GO TO ABM-TIPO.
           GO TO ABM.
       ABM-ALTA.
           DISPLAY "ALTA - NOMBRE:" AT 1118.
           DISPLAY "ZONA.........:" AT 1318.
           MOVE SPACES TO CB-ZONA.
           ACCEPT CB-ZONA AT 1333 WITH PROMPT.
           MOVE ZEROS TO CB-PORC CB-MINIMO CB-RETEN.
           PERFORM PIDE-COMI THRU F-PIDE-COMI.
           MOVE COB-SEL TO CB-NRO.
           MOVE "A" TO CB-EST.
           WRITE REG-COBR INVALID KEY REWRITE REG-COBR.
           ACCEPT CB-NOM AT 1126 WITH PROMPT.
           DISPLAY "ZONA..:" AT 1318.
           ACCEPT CB-ZONA AT 1326 WITH PROMPT.
           PERFORM PIDE-COMI THRU F-PIDE-COMI.
           REWRITE REG-COBR.
           GO TO ABM.
      *    PORCENTAJE PARTICULAR POR TIPO DE IMPUESTO; CERO LO BORRA
      *    Y EL TIPO VUELVE A LIQUIDARSE CON EL GENERAL DEL COBRADOR.
       ABM-TIPO.
           DISPLAY "TIPO (0=FIN):" AT 1618.
           MOVE ZEROS TO CO-TIP.
           ACCEPT CO-TIP AT 1632 WITH PROMPT.
           IF CO-TIP = ZEROS GO TO ABM.
           MOVE CB-NRO TO CM-COBR.
           MOVE CO-TIP TO CM-TIP.
           READ COTI KEY IS CM-CLAVE
           INVALID KEY MOVE ZEROS TO CM-PORC.
           DISPLAY "COMISION % (0=LA GENERAL):" AT 1637.
           MOVE CM-PORC TO CO-PORC-E.
           ACCEPT CO-PORC-E AT 1664 WITH PROMPT.
           MOVE CB-NRO TO CM-COBR.
           MOVE CO-TIP TO CM-TIP.
           MOVE CO-PORC-E TO CM-PORC.
           IF CM-PORC = ZEROS GO TO ABT-BAJA.
           WRITE REG-COTI INVALID KEY REWRITE REG-COTI.
           GO TO ABT-LIMPIA.
       ABT-BAJA.
           DELETE COTI INVALID KEY GO TO ABT-LIMPIA.
       ABT-LIMPIA.
           DISPLAY "                                                  "
               AT 1618.
           GO TO ABM-TIPO.
       ABM-BAJA.
           DELETE COBR INVALID KEY GO TO ABM.
           DISPLAY "COBRADOR DADO DE BAJA" AT 1518.
           MOVE PL-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE PL-HASTA = ANO-VENT * 10000 + PL-MM * 100 + PL-DD.
       PL-DEST.
           DISPLAY "1=IMPRESA  2=ARCHIVO PARA LA TERMINAL" AT 1218
           WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1256 WITH PROMPT.
           IF OPC NOT = "1" AND OPC NOT = "2" GO TO PL-DEST.
           MOVE "S" TO PL-LISTA.
           IF OPC = "2"
               MOVE "T" TO PL-LISTA
               MOVE SPACES TO TE-NOM
               STRING "P" COB-SEL PL-DD PL-MM ".TXT"
                   DELIMITED BY SIZE INTO TE-NOM.
           PERFORM ARMA-PLANILLA THRU F-ARMA-PLANILLA.
           DISPLAY "PLANILLA EMITIDA - TOTAL: $" AT 1318.
           MOVE PL-TOT TO PL-TOT-ED.
           DISPLAY PL-TOT-ED AT 1346.
           IF PL-LISTA = "T"
               DISPLAY "ARCHIVO:" AT 1418
               DISPLAY TE-NOM AT 1427.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1365 WITH PROMPT.
           GO TO ENCABEZA.

      *    RECORRE ARIMPU Y ACUMULA (Y OPCIONALMENTE IMPRIME) LO
      *    PENDIENTE HASTA PL-HASTA DE LOS CLIENTES DEL COBRADOR
      *    COB-SEL. LO USAN LA PLANILLA Y LA RENDICION. LA PLANILLA
      *    (IMPRESA O PARA LA TERMINAL) SALE EN EL ORDEN DE VISITA:
      *    ZONA Y RUTA DE ARCLIDA.
       ARMA-PLANILLA.
           MOVE ZEROS TO PL-TOT PL-CANT.
           IF PL-LISTA = "S"
               MOVE COB-SEL TO PLT-NRO
               MOVE CB-NOM TO PLT-NOM
               WRITE RENGLON FROM PL-TITU AFTER 1.
           IF PL-LISTA = "T"
               PERFORM TERM-ABRE THRU F-TERM-ABRE.
           IF PL-LISTA = "N"
               PERFORM APL-CARGA THRU F-APL-CARGA
               GO TO F-ARMA-PLANILLA.
           SORT WORK-SORT
               ON ASCENDING KEY SR-ZONA SR-RUTA SR-CLI SR-PERI SR-TIP
               INPUT PROCEDURE IS APL-CARGA THRU F-APL-CARGA
               OUTPUT PROCEDURE IS APL-LISTA THRU F-APL-LISTA.
           IF PL-LISTA = "S"
               MOVE PL-TOT TO PL-TOTL-S
               WRITE RENGLON FROM PL-TOTLIN AFTER 2
               CLOSE IMPRE.
           IF PL-LISTA = "T"
               PERFORM TERM-CIERRA THRU F-TERM-CIERRA.
       F-ARMA-PLANILLA.
           EXIT.

       APL-CARGA.
           MOVE ZEROS TO AI-FVTO.
           PERFORM INICIA-VTO-ABIERTAS THRU F-INICIA-VTO-ABIERTAS.
       APL-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" OR AI-FVTO > PL-HASTA GO TO F-APL-CARGA.
           IF FEC-PAG NOT = ZEROS GO TO APL-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO APL-R.
           COMPUTE PL-CMP = AAV * 10000 + MMV * 100 + DDV.
           IF PL-CMP > PL-HASTA GO TO APL-R.
           MOVE CONT TO CA-CLI.
           COMPUTE RN-SALDO = MONTO - PAGADO.
           ADD RN-SALDO TO PL-TOT.
           ADD 1 TO PL-CANT.
           IF PL-LISTA = "N" GO TO APL-R.
           MOVE CONT TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY MOVE ZEROS TO CD-ZONA CD-RUTA.
           MOVE CD-ZONA TO SR-ZONA.
           IF CD-ZONA = ZEROS MOVE 999 TO SR-ZONA.
           MOVE CD-RUTA TO SR-RUTA.
           IF CD-RUTA = ZEROS MOVE 99999 TO SR-RUTA.
           MOVE CONT TO SR-CLI.
           MOVE PERI TO SR-PERI.
           MOVE TIP-IMP TO SR-TIP.
           RELEASE SORT-REC.
           GO TO APL-R.
       F-APL-CARGA.
           EXIT.

       APL-LISTA.
           RETURN WORK-SORT AT END GO TO F-APL-LISTA.
           MOVE SR-CLI TO CONT.
           MOVE SR-PERI TO PERI.
           MOVE SR-TIP TO TIP-IMP.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO APL-LISTA.
           COMPUTE RN-SALDO = MONTO - PAGADO.
           MOVE CONT TO PL-CLI-S.
           MOVE CONT TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE UBICA TELEFONO.
           IF PL-LISTA = "T"
               PERFORM TERM-LINEA THRU F-TERM-LINEA
               GO TO APL-LISTA.
           MOVE NOMBRE TO PL-NOM-S.
           MOVE P1 TO PL-P1-S.
           MOVE AA TO PL-AA-S.
           MOVE AAV TO PL-VA-S.
           MOVE RN-SALDO TO PL-MPO-S.
           WRITE RENGLON FROM PL-LINEA AFTER 1.
           GO TO APL-LISTA.
       F-APL-LISTA.
           EXIT.

      *    RENDICION: CARGA UNO POR UNO LO QUE EL COBRADOR TRAJO,
           DISPLAY "                     " AT 0950
           GO TO RN-FEC.
       RN-ABIERTA.
           MOVE ZEROS TO RN-TOT RN-DUP.
       RN-MODO.
           DISPLAY "1=CARGA MANUAL  2=IMPORTA DE LA TERMINAL" AT 1018
           WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1059 WITH PROMPT.
           IF OPC = "2" GO TO RN-TERMINAL.
           IF OPC NOT = "1" GO TO RN-MODO.
           DISPLAY "                                         " AT 1018.
           MOVE ZEROS TO RN-NRECI RN-TALON.
       RN-ITEM.
           DISPLAY "CLIENTE (VACIO=FIN):" AT 1118.
           MOVE SPACES TO CONT1.
           ACCEPT OPC AT 1364 WITH PROMPT
           DISPLAY "                        " AT 1340
           GO TO RN-ITEM.
           IF FEC-PAG NOT = ZEROS GO TO RN-DUPLIC.
           IF EST-IMP = "P"
           DISPLAY "CUOTA INCLUIDA EN PLAN DE PAGO" AT 1340
           WITH FOREGROUND-COLOR 6
           ACCEPT OPC AT 1371 WITH PROMPT
           DISPLAY "                               " AT 1340
           GO TO RN-ITEM.
           IF EST-IMP = "X"
           DISPLAY "CUOTA DADA DE BAJA (PRESCRIPTA)" AT 1340
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1372 WITH PROMPT
           DISPLAY "                                " AT 1340
           GO TO RN-ITEM.
           COMPUTE RN-SALDO = MONTO - PAGADO.
           MOVE RN-SALDO TO RN-SALDO-ED.
           DISPLAY "SALDO: $" AT 1518.
           ACCEPT OPC AT 1666 WITH PROMPT
           DISPLAY "                " AT 1650
           GO TO RN-IMP1.
           PERFORM APLICA-COBRO THRU F-APLICA-COBRO.
           ADD RN-IMP-N TO RN-TOT.
           GO TO RN-ITEM.
      *    LA CUOTA YA LA PAGO OTRO CANAL PERO EL COBRADOR TRAE LA
      *    PLATA: NO SE PAGA DOS VECES, EL IMPORTE QUEDA EN LA COLA DE
      *    DUPLICADOS (ARDUPL) PARA QUE LO RESUELVA UN SUPERVISOR.
       RN-DUPLIC.
           DISPLAY "YA PAGADO - LO COBRO IGUAL S/N" AT 1340
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1371 WITH PROMPT.
           DISPLAY "                               " AT 1340.
           IF OPC = "N" GO TO RN-ITEM.
           IF OPC NOT = "S" GO TO RN-DUPLIC.
       RN-DUP-IMP.
           DISPLAY "IMPORTE COBRADO:" AT 1618.
           MOVE ZEROS TO RN-IMP.
           ACCEPT RN-IMP AT 1635 WITH PROMPT.
           MOVE RN-IMP TO RN-IMP-N.
           IF RN-IMP-N = ZEROS GO TO RN-DUP-IMP.
           PERFORM ENCOLA-DUPLIC THRU F-ENCOLA-DUPLIC.
           DISPLAY "A DUPLICADOS NRO:" AT 1650
           WITH FOREGROUND-COLOR 6.
           DISPLAY DUPREG-NRO AT 1668.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1677 WITH PROMPT.
           DISPLAY "                            " AT 1650.
           DISPLAY "                                 " AT 1518.
           DISPLAY "                                 " AT 1618.
           GO TO RN-ITEM.
      *    LA PLANILLA SE RECALCULA DESPUES DE APLICAR LOS PAGOS, POR
      *    LO QUE EL TOTAL QUE DEVUELVE ES DIRECTAMENTE LO QUE QUEDO
      *    SIN COBRAR (LA DIFERENCIA CONTRA LO QUE TENIA ASIGNADO).
           DISPLAY RN-TOT-ED AT 1840.
           DISPLAY "QUEDA SIN COBRAR..: $" AT 1918.
           DISPLAY PL-TOT-ED AT 1940.
           IF RN-DUP NOT = ZEROS
               MOVE RN-DUP TO RN-TOT-ED
               DISPLAY "A DUPLICADOS......: $" AT 2018
               DISPLAY RN-TOT-ED AT 2040.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1960 WITH PROMPT.
           GO TO ENCABEZA.

      *    LIQUIDACION DE COMISIONES: RECORRE LO QUE CADA COBRADOR
      *    RINDIO EN EL PERIODO (ARRNCO), SALTEA LO YA LIQUIDADO Y LOS
      *    PAGOS ANULADOS DESPUES, Y CALCULA LA COMISION DE CADA
      *    RECIBO CON EL PORCENTAJE DEL TIPO (O EL GENERAL) Y EL
      *    MINIMO DEL COBRADOR. LA PRELIMINAR SOLO IMPRIME; LA
      *    DEFINITIVA NUMERA, MARCA LOS RECIBOS Y PUEDE GRABAR EL NETO
      *    COMO EGRESO DE CAJA DEL DIA CON EL CONCEPTO ELEGIDO.
       LIQUIDA.
           PERFORM ENCABEZA.
           DISPLAY "LIQUIDACION DE COMISIONES" AT 0803
           WITH FOREGROUND-COLOR 4.
           DISPLAY "NRO DE COBRADOR (999=TODOS):" AT 0918.
           MOVE ZEROS TO COB-SEL.
           ACCEPT COB-SEL AT 0947 WITH PROMPT.
           IF COB-SEL = ZEROS GO TO ENCABEZA.
           MOVE "N" TO CO-TODOS.
           IF COB-SEL = 999
               MOVE "S" TO CO-TODOS
               GO TO LIQ-DESDE.
           MOVE COB-SEL TO CB-NRO.
           READ COBR KEY IS CB-NRO
           INVALID KEY
           DISPLAY "COBRADOR INEXISTENTE" AT 0952
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0973 WITH PROMPT
           DISPLAY "                     " AT 0952
           GO TO LIQUIDA.
           DISPLAY CB-NOM AT 0952.
       LIQ-DESDE.
           DISPLAY "COBRADO DESDE (DDMMAA):" AT 1018.
           MOVE ZEROS TO CO-F1.
           ACCEPT CO-F1 AT 1042 WITH PROMPT.
           IF CO-F1 = ZEROS GO TO ENCABEZA.
           IF CO-MM = ZEROS OR CO-MM > 12 GO TO LIQ-DESDE.
           MOVE CO-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE CO-DESDE = ANO-VENT * 10000 + CO-MM * 100 + CO-DD.
       LIQ-HASTA.
           DISPLAY "HASTA (DDMMAA):" AT 1050.
           MOVE ZEROS TO CO-F1.
           ACCEPT CO-F1 AT 1066 WITH PROMPT.
           IF CO-F1 = ZEROS GO TO ENCABEZA.
           IF CO-MM = ZEROS OR CO-MM > 12 GO TO LIQ-HASTA.
           MOVE CO-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE CO-HASTA = ANO-VENT * 10000 + CO-MM * 100 + CO-DD.
           IF CO-HASTA < CO-DESDE GO TO LIQ-HASTA.
       LIQ-MODO.
           DISPLAY "1=PRELIMINAR  2=DEFINITIVA  3=CANCELA" AT 1118
           WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1157 WITH PROMPT.
           IF OPC = "3" GO TO ENCABEZA.
           IF OPC NOT = "1" AND OPC NOT = "2" GO TO LIQ-MODO.
           MOVE OPC TO CO-MODO.
           MOVE ZEROS TO CO-OTROS.
           MOVE "N" TO CO-EGR.
           IF CO-TODOS = "S" GO TO LIQ-EGRESO.
       LIQ-OTROS.
           DISPLAY "OTROS DESCUENTOS (ADELANTOS, FALTANTES): $" AT 1218.
           MOVE ZEROS TO CO-OTR-E.
           ACCEPT CO-OTR-E AT 1261 WITH PROMPT.
           MOVE CO-OTR-E TO CO-OTROS.
       LIQ-EGRESO.
           IF CO-MODO = "1" GO TO LIQ-PROCESA.
           DISPLAY "REGISTRA EL PAGO COMO EGRESO DE CAJA S/N" AT 1318
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1359 WITH PROMPT.
           IF OPC = "N" GO TO LIQ-PROCESA.
           IF OPC NOT = "S" GO TO LIQ-EGRESO.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO CIE-FECHA.
           READ CIERR KEY IS CIE-FECHA
           INVALID KEY GO TO LIQ-CONC.
           DISPLAY "LA CAJA DEL DIA YA ESTA CERRADA" AT 1418
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1450 WITH PROMPT.
           DISPLAY "                                " AT 1418.
           GO TO LIQ-EGRESO.
       LIQ-CONC.
           DISPLAY "CONCEPTO DE EGRESO:" AT 1418.
           MOVE SPACES TO CO-CONC.
           ACCEPT CO-CONC AT 1438 WITH PROMPT.
           IF CO-CONC = SPACES GO TO LIQ-EGRESO.
           MOVE CO-CONC TO CN2-COD.
           READ CONCE KEY IS CN2-COD
           INVALID KEY
           DISPLAY "CONCEPTO INEXISTENTE" AT 1443
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1464 WITH PROMPT
           DISPLAY "                     " AT 1443
           GO TO LIQ-CONC.
           DISPLAY CN2-DESC AT 1443.
           MOVE "COMISION COBRADOR" TO AUT-MOTIVO.
           PERFORM AUTORIZA-SUP THRU F-AUTORIZA-SUP.
           IF AUT-OK NOT = "S"
           DISPLAY "EGRESO NO AUTORIZADO" AT 1518
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1539 WITH PROMPT
           DISPLAY "                     " AT 1518
           GO TO LIQ-EGRESO.
           MOVE "S" TO CO-EGR.
       LIQ-PROCESA.
           DISPLAY "PROCESANDO..." AT 1618.
           MOVE ZEROS TO CO-LIQS CO-TOT-NETO.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           IF CO-TODOS NOT = "S"
               PERFORM LIQ-COBRADOR THRU F-LIQ-COBRADOR
               GO TO LIQ-FIN.
           CLOSE COBR.
           OPEN I-O COBR.
       LIQ-R.
           READ COBR NEXT RECORD AT END GO TO LIQ-FIN.
           MOVE CB-NRO TO COB-SEL.
           PERFORM LIQ-COBRADOR THRU F-LIQ-COBRADOR.
           GO TO LIQ-R.
       LIQ-FIN.
           CLOSE IMPRE.
           DISPLAY "LIQUIDACIONES.: " AT 1818.
           DISPLAY CO-LIQS AT 1834.
           DISPLAY "NETO A PAGAR..: $" AT 1918.
           MOVE CO-TOT-NETO TO CO-ED.
           DISPLAY CO-ED AT 1936.
           IF CO-MODO = "1"
               DISPLAY "PRELIMINAR: NO SE MARCO NI SE PAGO NADA" AT 2018
               WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1960 WITH PROMPT.
           GO TO ENCABEZA.

      *    RENDICION DESDE LA TERMINAL: LEE RcccDDMM.TXT Y APLICA CADA
      *    PAGO IGUAL QUE LA CARGA MANUAL, CON SU RECIBO. "NO ESTABA"
      *    Y LOS PROBLEMAS DE DOMICILIO QUEDAN EN LAS OBSERVACIONES
      *    DEL CLIENTE (ARNOTA) Y LAS PROMESAS EN LA GESTION DE
      *    COBRANZA (ARGEST). LOS CLIENTES QUE NO ESTAN ASIGNADOS AL
      *    COBRADOR SE RECHAZAN A TERMERR.TXT. UN MISMO ARCHIVO NO SE
      *    IMPORTA DOS VECES (QUEDA REGISTRADO EN LA BITACORA).
       RN-TERMINAL.
           MOVE SPACES TO TE-NOM.
           STRING "R" COB-SEL RN-DD RN-MM ".TXT"
               DELIMITED BY SIZE INTO TE-NOM.
           MOVE SPACES TO TE-BCLAVE.
           STRING TE-NOM " " RN-AA4 DELIMITED BY SIZE INTO TE-BCLAVE.
           COMPUTE TM-FPAGO = RN-AA4 * 10000 + RN-MM * 100 + RN-DD.
           MOVE COB-SEL TO TE-COB.
           MOVE TE-BCLAVE TO BT-CLAVE.
           START BITA KEY IS = BT-CLAVE
           INVALID KEY GO TO RT-ABRE.
       RT-BITA.
           READ BITA NEXT RECORD AT END GO TO RT-ABRE.
           IF BT-CLAVE NOT = TE-BCLAVE GO TO RT-ABRE.
           IF BT-ARCHIVO NOT = "TERMIN" OR BT-ACCION NOT = "IMPOR"
               GO TO RT-BITA.
           DISPLAY "ARCHIVO YA IMPORTADO:" AT 1118
           WITH FOREGROUND-COLOR 6.
           DISPLAY TE-NOM AT 1140.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1153 WITH PROMPT.
           GO TO ENCABEZA.
       RT-ABRE.
           OPEN INPUT TERM.
           IF TE-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA" AT 1118
               WITH FOREGROUND-COLOR 6
               DISPLAY TE-NOM AT 1134
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1147 WITH PROMPT
               GO TO ENCABEZA.
           MOVE SPACES TO REG-TERM.
           READ TERM NEXT RECORD AT END MOVE SPACES TO REG-TERM.
           MOVE SPACES TO TR-CAMPOS.
           UNSTRING REG-TERM DELIMITED BY "|" INTO TR-TIPO TR-CLI.
           IF TR-TIPO NOT = "H" OR TR-CLI (1:3) NOT = TE-COB
               CLOSE TERM
               DISPLAY "EL ARCHIVO NO ES DE ESTE COBRADOR" AT 1118
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1152 WITH PROMPT
               GO TO ENCABEZA.
           OPEN OUTPUT TERR.
           MOVE ZEROS TO TM-LEIDOS TM-PAGOS TM-DUPL TM-NOTAS TM-PROM
                         TM-RECH.
           DISPLAY "IMPORTANDO" AT 1118.
           DISPLAY TE-NOM AT 1129.
       RT-R.
           READ TERM NEXT RECORD AT END GO TO RT-F.
           MOVE SPACES TO TR-CAMPOS.
           UNSTRING REG-TERM DELIMITED BY "|"
               INTO TR-TIPO TR-CLI TR-CUO TR-ANO TR-TIP TR-RES
                    TR-IMP TR-FPRO TR-RECI TR-OBS.
           IF TR-TIPO NOT = "V" GO TO RT-R.
           ADD 1 TO TM-LEIDOS.
           MOVE TR-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
               MOVE "CLIENTE INEXISTENTE" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           MOVE TR-CLI TO CA-CLI.
           READ COAS KEY IS CA-CLI
           INVALID KEY MOVE ZEROS TO CA-COBR.
           IF CA-COBR NOT = COB-SEL
               MOVE "CLIENTE NO ASIGNADO AL COBRADOR" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           IF TR-RES = "P" GO TO RT-PAGO.
           IF TR-RES = "N" OR TR-RES = "D" GO TO RT-NOTA.
           IF TR-RES = "R" GO TO RT-PROMESA.
           MOVE "RESULTADO INVALIDO" TO TM-MOTIVO.
       RT-RECHAZA.
           MOVE SPACES TO REG-TERR.
           STRING REG-TERM DELIMITED BY "  "
               " >> " TM-MOTIVO DELIMITED BY SIZE
               INTO REG-TERR.
           WRITE REG-TERR.
           ADD 1 TO TM-RECH.
           GO TO RT-R.
      *    PAGO: LOS MISMOS CONTROLES QUE LA CARGA MANUAL (CUOTA
      *    EXISTENTE, NO INCLUIDA EN UN PLAN, IMPORTE HASTA EL SALDO,
      *    YA PAGADA VA A DUPLICADOS), MAS EL RECIBO DEL SISTEMA. EL
      *    NUMERO DEL TALONARIO DEL COBRADOR QUEDA EN ARRNCO.
       RT-PAGO.
           PERFORM RT-CUOTA THRU F-RT-CUOTA.
           IF TM-MOTIVO NOT = SPACES GO TO RT-RECHAZA.
           PERFORM RT-MONTO THRU F-RT-MONTO.
           IF TM-MOTIVO NOT = SPACES GO TO RT-RECHAZA.
           IF RN-IMP-N = ZEROS
               MOVE "IMPORTE EN CERO" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           MOVE ZEROS TO RN-TALON.
           IF TR-RECI = SPACES GO TO RT-PAGO2.
           MOVE ZEROS TO TM-LEN.
           INSPECT TR-RECI TALLYING TM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF TM-LEN = ZEROS
               MOVE "NRO DE RECIBO INVALIDO" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           MOVE TR-RECI (1:TM-LEN) TO TM-NUM-J.
           INSPECT TM-NUM-J REPLACING LEADING SPACE BY ZERO.
           IF TM-NUM-J IS NOT NUMERIC
               MOVE "NRO DE RECIBO INVALIDO" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           MOVE TM-NUM-J TO RN-TALON.
       RT-PAGO2.
           IF FEC-PAG NOT = ZEROS
               PERFORM ENCOLA-DUPLIC THRU F-ENCOLA-DUPLIC
               ADD 1 TO TM-DUPL
               GO TO RT-R.
           IF EST-IMP = "P"
               MOVE "CUOTA INCLUIDA EN PLAN DE PAGO" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           IF EST-IMP = "X"
               MOVE "CUOTA DADA DE BAJA (PRESCRIPTA)" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           COMPUTE RN-SALDO = MONTO - PAGADO.
           IF RN-IMP-N > RN-SALDO
               MOVE "SUPERA EL SALDO" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           PERFORM PROXIMO-RECIBO THRU F-PROXIMO-RECIBO.
           PERFORM APLICA-COBRO THRU F-APLICA-COBRO.
           MOVE RN-NRECI TO REC-NRO.
           MOVE CONT TO REC-CLI.
           MOVE RN-DD TO REC-DD.
           MOVE RN-MM TO REC-MM.
           MOVE RN-AA4 TO REC-AA.
           MOVE RN-IMP-N TO REC-TOTAL.
           MOVE 1 TO REC-CUOTAS.
           MOVE OPERADOR TO REC-OPER.
           MOVE SPACE TO REC-EST.
           WRITE REG-RECI INVALID KEY REWRITE REG-RECI.
           ADD RN-IMP-N TO RN-TOT.
           ADD 1 TO TM-PAGOS.
           GO TO RT-R.
       RT-NOTA.
           MOVE SPACES TO TM-TEXTO.
           IF TR-RES = "N"
               STRING "VISITA COB." TE-COB ": NO ESTABA. " TR-OBS
                   DELIMITED BY SIZE INTO TM-TEXTO
           ELSE
               STRING "VISITA COB." TE-COB ": PROBLEMA DE DOMICILIO. "
                   TR-OBS DELIMITED BY SIZE INTO TM-TEXTO.
           PERFORM GRABA-NOTA THRU F-GRABA-NOTA.
           ADD 1 TO TM-NOTAS.
           GO TO RT-R.
      *    PROMESA: SIN IMPORTE SE TOMA EL SALDO DE LA CUOTA INFORMADA.
       RT-PROMESA.
           IF TR-FPRO IS NOT NUMERIC
               MOVE "FECHA PROMETIDA INVALIDA" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           MOVE TR-FPRO TO TR-FPRO-R.
           IF TR-FP-MM = ZEROS OR TR-FP-MM > 12
               OR TR-FP-DD = ZEROS OR TR-FP-DD > 31
               MOVE "FECHA PROMETIDA INVALIDA" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           COMPUTE TM-FPRO = TR-FP-AA * 10000 + TR-FP-MM * 100
               + TR-FP-DD.
           IF TM-FPRO < TM-FPAGO
               MOVE "FECHA PROMETIDA YA PASADA" TO TM-MOTIVO
               GO TO RT-RECHAZA.
           PERFORM RT-MONTO THRU F-RT-MONTO.
           IF TM-MOTIVO NOT = SPACES GO TO RT-RECHAZA.
           IF RN-IMP-N NOT = ZEROS GO TO RT-PROM-G.
           PERFORM RT-CUOTA THRU F-RT-CUOTA.
           IF TM-MOTIVO = SPACES
               COMPUTE RN-IMP-N = MONTO - PAGADO.
           IF RN-IMP-N = ZEROS
               MOVE "PROMESA SIN IMPORTE" TO TM-MOTIVO
               GO TO RT-RECHAZA.
       RT-PROM-G.
           PERFORM GRABA-PROMESA THRU F-GRABA-PROMESA.
           IF TM-MOTIVO NOT = SPACES GO TO RT-RECHAZA.
           ADD 1 TO TM-PROM.
           GO TO RT-R.
       RT-F.
           CLOSE TERM TERR.
           MOVE "TERMIN" TO BT-ARCHIVO.
           MOVE "IMPOR" TO BT-ACCION.
           MOVE TE-BCLAVE TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           STRING TM-LEIDOS " " TM-PAGOS " " TM-DUPL " " TM-NOTAS " "
               TM-PROM " " TM-RECH DELIMITED BY SIZE INTO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "VISITAS LEIDAS.....:" AT 1118.
           DISPLAY TM-LEIDOS AT 1139.
           DISPLAY "PAGOS APLICADOS....:" AT 1218.
           DISPLAY TM-PAGOS AT 1239.
           DISPLAY "A DUPLICADOS.......:" AT 1318.
           DISPLAY TM-DUPL AT 1339.
           DISPLAY "OBSERVACIONES......:" AT 1418.
           DISPLAY TM-NOTAS AT 1439.
           DISPLAY "PROMESAS...........:" AT 1518.
           DISPLAY TM-PROM AT 1539.
           DISPLAY "RECHAZOS (TERMERR.TXT):" AT 1618.
           DISPLAY TM-RECH AT 1642.
           GO TO RN-FIN.

      *    MAESTRO DE ZONAS Y MIGRACION: EL ABM MANTIENE ARZONA, Y LA
      *    MIGRACION RECORRE ARCONT PROPONIENDO A CADA CLIENTE SIN
      *    ZONA EL PRIMER CODIGO CUYA DESCRIPCION APARECE DENTRO DE
               DISPLAY (ZO-LIN, 20) ZO-RENG.
           GO TO ZO-R.
       ZO-OP.
           DISPLAY
               "A=AGREGA/MODIFICA  B=BAJA  M=MIGRA  R=RECORRIDO  0=SALE"
               AT 2210 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2267 WITH PROMPT.
           DISPLAY
               "                                                       "
               AT 2210.
           IF OPC = "A" GO TO ZO-ALTA.
           IF OPC = "B" GO TO ZO-BAJA.
           IF OPC = "M" GO TO ZO-MIGRA.
           IF OPC = "R" GO TO ZO-RUTA.
           IF OPC = "0" GO TO ENCABEZA.
           GO TO ZO-OP.
       ZO-ALTA.
               MOVE NUM-CO TO CD-CLI
               MOVE ZONA-COD TO CD-ZONA
               MOVE SPACE TO CD-CAT
               MOVE ZEROS TO CD-RUTA
               WRITE REG-CLIDA INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO MG-ASIG
               GO TO ZM-R.
           MOVE ZONA-COD TO CD-ZONA.
           MOVE ZEROS TO CD-RUTA.
           REWRITE REG-CLIDA.
           ADD 1 TO MG-ASIG.
           GO TO ZM-R.
           ACCEPT OPC AT 2350 WITH PROMPT.
           GO TO ZO-LIMPIA.

      *    ORDEN DE VISITA DE UNA ZONA: CARGA LOS CLIENTES DE LA ZONA
      *    EN SU ORDEN ACTUAL (LOS SIN UBICAR AL FINAL), PERMITE
      *    SUBIRLOS, BAJARLOS O LLEVARLOS A OTRA POSICION, Y AL GRABAR
      *    LOS RENUMERA DE DIEZ EN DIEZ. DE ESTE ORDEN SALEN LA
      *    PLANILLA DEL COBRADOR, LOS MANIFIESTOS DE REPARTO Y LA
      *    CARGA DE LECTURAS DE MEDIDOR.
       ZO-RUTA.
           DISPLAY "ZONA:" AT 2310.
           MOVE ZEROS TO RU-ZONA.
           ACCEPT RU-ZONA AT 2316 WITH PROMPT.
           IF RU-ZONA = ZEROS GO TO ZO-LIMPIA.
           MOVE RU-ZONA TO ZO-NRO.
           READ ZONA KEY IS ZO-NRO
           INVALID KEY GO TO ZO-LIMPIA.
           MOVE ZEROS TO RU-CANT.
           MOVE "N" TO RU-LLENO.
           MOVE "N" TO RU-CAMBIO.
           SORT WORK-SORT
               ON ASCENDING KEY SR-RUTA SR-CLI
               INPUT PROCEDURE IS RU-CARGA THRU F-RU-CARGA
               OUTPUT PROCEDURE IS RU-ARMA THRU F-RU-ARMA.
           IF RU-LLENO = "S"
               DISPLAY "LA ZONA TIENE MAS DE 500 CLIENTES" AT 2322
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2356 WITH PROMPT
               GO TO ZO-LIMPIA.
           IF RU-CANT = ZEROS
               DISPLAY "ZONA SIN CLIENTES" AT 2322
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2340 WITH PROMPT
               GO TO ZO-LIMPIA.
           MOVE 1 TO RU-DESDE.
       RU-PANT.
           PERFORM ENCABEZA.
           DISPLAY "ORDEN DE VISITA - ZONA" AT 0803
           WITH FOREGROUND-COLOR 4.
           DISPLAY ZO-NRO AT 0826.
           DISPLAY ZO-DESC AT 0830.
           DISPLAY "POS  CLIENTE                   NOMBRE" AT 0910.
           MOVE RU-DESDE TO RU-I.
           MOVE 10 TO RU-LIN.
       RU-MUESTRA.
           IF RU-I > RU-CANT OR RU-LIN > 21 GO TO RU-OP.
           MOVE RU-I TO RU-POS-S.
           MOVE RU-CLI (RU-I) TO RU-CLI-S.
           MOVE RU-CLI (RU-I) TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE NOMBRE TO RU-NOM-S.
           DISPLAY (RU-LIN, 10) RU-RENG.
           ADD 1 TO RU-I.
           ADD 1 TO RU-LIN.
           GO TO RU-MUESTRA.
       RU-OP.
           DISPLAY "S=SUBE B=BAJA M=MUEVE +/-=PAGINA G=GRABA 0=SALE"
               AT 2210 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2259 WITH PROMPT.
           IF OPC = "+"
               IF RU-DESDE + 12 NOT > RU-CANT
                   ADD 12 TO RU-DESDE.
           IF OPC = "-"
               IF RU-DESDE > 12
                   SUBTRACT 12 FROM RU-DESDE
               ELSE
                   MOVE 1 TO RU-DESDE.
           IF OPC = "+" OR OPC = "-" GO TO RU-PANT.
           IF OPC = "G" GO TO RU-GRABA.
           IF OPC = "0" GO TO RU-SALE.
           IF OPC NOT = "S" AND OPC NOT = "B" AND OPC NOT = "M"
               GO TO RU-OP.
           DISPLAY "POSICION:" AT 2310.
           MOVE ZEROS TO RU-POS.
           ACCEPT RU-POS AT 2320 WITH PROMPT.
           IF RU-POS = ZEROS OR RU-POS > RU-CANT GO TO RU-PANT.
           MOVE RU-POS TO RU-DEST.
           IF OPC = "S" AND RU-POS > 1
               SUBTRACT 1 FROM RU-DEST.
           IF OPC = "B" AND RU-POS < RU-CANT
               ADD 1 TO RU-DEST.
           IF OPC = "M"
               DISPLAY "A LA POSICION:" AT 2326
               MOVE ZEROS TO RU-DEST
               ACCEPT RU-DEST AT 2341 WITH PROMPT
               IF RU-DEST = ZEROS OR RU-DEST > RU-CANT
                   GO TO RU-PANT.
           PERFORM RU-MUEVE THRU F-RU-MUEVE.
           MOVE "S" TO RU-CAMBIO.
      *    LA PAGINA SIGUE AL CLIENTE MOVIDO.
           IF RU-DEST < RU-DESDE OR RU-DEST > RU-DESDE + 11
               COMPUTE RU-DESDE = RU-DEST - 5
               IF RU-DEST < 6
                   MOVE 1 TO RU-DESDE.
           GO TO RU-PANT.
       RU-SALE.
           IF RU-CAMBIO = "N" GO TO ZONAS.
           DISPLAY "SALE SIN GRABAR LOS CAMBIOS? (S/N)" AT 2310
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2346 WITH PROMPT.
           IF OPC = "S" GO TO ZONAS.
           DISPLAY "                                     " AT 2310.
           GO TO RU-OP.
       RU-GRABA.
           MOVE 1 TO RU-I.
       RUG-R.
           IF RU-I > RU-CANT GO TO RUG-F.
           MOVE RU-CLI (RU-I) TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY GO TO RUG-SIG.
           COMPUTE CD-RUTA = RU-I * 10.
           REWRITE REG-CLIDA.
       RUG-SIG.
           ADD 1 TO RU-I.
           GO TO RUG-R.
       RUG-F.
           MOVE "CLIDA" TO BT-ARCHIVO.
           MOVE "RUTA" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE RU-ZONA TO BT-CLAVE (1:3).
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE RU-CANT TO BT-DESPUES (1:3).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           GO TO ZONAS.

       RU-CARGA.
           CLOSE CLIDA.
           OPEN I-O CLIDA.
       RUC-R.
           READ CLIDA NEXT RECORD AT END GO TO F-RU-CARGA.
           IF CD-ZONA NOT = RU-ZONA GO TO RUC-R.
           MOVE CD-ZONA TO SR-ZONA.
           MOVE CD-RUTA TO SR-RUTA.
           IF CD-RUTA = ZEROS MOVE 99999 TO SR-RUTA.
           MOVE CD-CLI TO SR-CLI.
           MOVE ZEROS TO SR-PERI SR-TIP.
           RELEASE SORT-REC.
           GO TO RUC-R.
       F-RU-CARGA.
           EXIT.

       RU-ARMA.
           RETURN WORK-SORT AT END GO TO F-RU-ARMA.
           IF RU-CANT = 500
               MOVE "S" TO RU-LLENO
               GO TO RU-ARMA.
           ADD 1 TO RU-CANT.
           MOVE SR-CLI TO RU-CLI (RU-CANT).
           GO TO RU-ARMA.
       F-RU-ARMA.
           EXIT.

      *    LLEVA EL CLIENTE DE LA POSICION RU-POS A LA RU-DEST CORRIENDO
      *    LOS QUE QUEDAN EN EL MEDIO.
       RU-MUEVE.
           MOVE RU-CLI (RU-POS) TO RU-AUX.
           MOVE RU-POS TO RU-I.
       RUM-SUBE.
           IF RU-DEST NOT < RU-POS GO TO RUM-BAJA.
           IF RU-I = RU-DEST GO TO RUM-PONE.
           COMPUTE RU-J = RU-I - 1.
           MOVE RU-CLI (RU-J) TO RU-CLI (RU-I).
           MOVE RU-J TO RU-I.
           GO TO RUM-SUBE.
       RUM-BAJA.
           IF RU-I = RU-DEST GO TO RUM-PONE.
           COMPUTE RU-J = RU-I + 1.
           MOVE RU-CLI (RU-J) TO RU-CLI (RU-I).
           MOVE RU-J TO RU-I.
           GO TO RUM-BAJA.
       RUM-PONE.
           MOVE RU-AUX TO RU-CLI (RU-DEST).
       F-RU-MUEVE.
           EXIT.

       MUESTRA-COMI.
           DISPLAY "COMISION %:" AT 1418.
           MOVE CB-PORC TO CO-PORC-E.
           DISPLAY CO-PORC-E AT 1430.
           DISPLAY "MINIMO $:" AT 1437.
           MOVE CB-MINIMO TO CO-MIN-E.
           DISPLAY CO-MIN-E AT 1447.
           DISPLAY "RETENC %:" AT 1459.
           MOVE CB-RETEN TO CO-RET-E.
           DISPLAY CO-RET-E AT 1469.
       F-MUESTRA-COMI.
           EXIT.

       PIDE-COMI.
           PERFORM MUESTRA-COMI THRU F-MUESTRA-COMI.
           ACCEPT CO-PORC-E AT 1430 WITH PROMPT.
           MOVE CO-PORC-E TO CB-PORC.
           ACCEPT CO-MIN-E AT 1447 WITH PROMPT.
           MOVE CO-MIN-E TO CB-MINIMO.
           ACCEPT CO-RET-E AT 1469 WITH PROMPT.
           MOVE CO-RET-E TO CB-RETEN.
       F-PIDE-COMI.
           EXIT.

      *    APLICA A LA CUOTA DE ARIMPU QUE ESTA EN EL BUFFER EL COBRO
      *    RN-IMP-N DE LA FECHA DE RENDICION (RECIBO RN-NRECI, CERO EN
      *    LA CARGA MANUAL): ARIMPU, ARPAGOS, ARRNCO, ARTOTAL Y
      *    BITACORA.
       APLICA-COBRO.
           ADD RN-IMP-N TO PAGADO.
           IF PAGADO NOT < MONTO
               MOVE RN-DD TO DDP
               MOVE RN-MM TO MMP
               MOVE RN-AA4 TO AAP.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE CONT TO REG-CIM.
           MOVE RN-DD TO RFD.
           MOVE RN-MM TO RFM.
           MOVE RN-AA4 TO RFA.
           PERFORM CALCULA-SEC THRU F-CALCULA-SEC.
           MOVE RN-IMP-N TO REG-MPO.
           MOVE TIP-IMP TO REG-GM.
           MOVE RN-NRECI TO REG-NRECI.
           MOVE "E" TO REG-FPAGO.
           MOVE OPERADOR TO REG-OPE.
           MOVE SPACE TO REG-EST.
           MOVE AA TO REG-CAA.
           MOVE P1 TO REG-CP1.
           WRITE REG-PAG.
           PERFORM GRABA-RNCO THRU F-GRABA-RNCO.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = RN-AA4 * 100 + RN-MM.
           MOVE RN-IMP-N TO TOT-COB.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "PAGO" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       F-APLICA-COBRO.
           EXIT.

      *    LA CUOTA YA ESTABA PAGA: EL COBRO VA A LA COLA DE
      *    DUPLICADOS Y SUMA EN LO RENDIDO.
       ENCOLA-DUPLIC.
           MOVE CONT TO DUPREG-CLI.
           MOVE AA TO DUPREG-AA.
           MOVE P1 TO DUPREG-P1.
           MOVE TIP-IMP TO DUPREG-TIP.
           COMPUTE DUPREG-FECHA = RN-AA4 * 10000 + RN-MM * 100
               + RN-DD.
           MOVE "B" TO DUPREG-CANAL.
           MOVE "E" TO DUPREG-FPAGO.
           MOVE RN-IMP-N TO DUPREG-IMPORTE.
           MOVE OPERADOR TO DUPREG-OPER.
           CALL "DUPREG" USING DUPREG-PAR.
           MOVE "DUPLIC" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE DUPREG-PAR TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           ADD RN-IMP-N TO RN-TOT RN-DUP.
       F-ENCOLA-DUPLIC.
           EXIT.

      *    DEJA CONSTANCIA DE QUE COBRADOR APLICO EL PAGO QUE SE
      *    ACABA DE GRABAR EN ARPAGOS, PARA LA LIQUIDACION.
       GRABA-RNCO.
           MOVE COB-SEL TO RC-COBR.
           COMPUTE RC-FECHA = RN-AA4 * 10000 + RN-MM * 100 + RN-DD.
           MOVE REG-CLAVE TO RC-PAG.
           MOVE TIP-IMP TO RC-TIP.
           MOVE AA TO RC-CAA.
           MOVE P1 TO RC-CP1.
           MOVE RN-IMP-N TO RC-IMP.
           MOVE ZEROS TO RC-LIQ.
           MOVE RN-TALON TO RC-TALON.
           WRITE REG-RNCO INVALID KEY CONTINUE.
       F-GRABA-RNCO.
           EXIT.

      *    LIQUIDA EL COBRADOR COB-SEL (CON SU REGISTRO EN REG-COBR).
      *    EL ENCABEZADO SE IMPRIME RECIEN CON EL PRIMER RECIBO, ASI
      *    LOS COBRADORES SIN RENDICIONES NO GENERAN HOJA NI NUMERO.
       LIQ-COBRADOR.
           MOVE ZEROS TO CO-CANT CO-COBRADO CO-BRUTO.
           MOVE COB-SEL TO RC-COBR.
           MOVE CO-DESDE TO RC-FECHA.
           MOVE LOW-VALUES TO RC-PAG.
           START RNCO KEY IS NOT LESS THAN RC-CLAVE
           INVALID KEY GO TO F-LIQ-COBRADOR.
       LC-R.
           READ RNCO NEXT RECORD AT END GO TO LC-FIN.
           IF RC-COBR NOT = COB-SEL GO TO LC-FIN.
           IF RC-FECHA > CO-HASTA GO TO LC-FIN.
           IF RC-LIQ NOT = ZEROS GO TO LC-R.
           MOVE RC-PAG TO REG-CLAVE.
           READ RPAGOS KEY IS REG-CLAVE
           INVALID KEY GO TO LC-CALC.
           IF REG-EST = "A" GO TO LC-R.
       LC-CALC.
           IF CO-CANT = ZEROS
               PERFORM LC-ENCABEZA THRU F-LC-ENCABEZA.
           MOVE CB-PORC TO CO-PORC.
           MOVE COB-SEL TO CM-COBR.
           MOVE RC-TIP TO CM-TIP.
           READ COTI KEY IS CM-CLAVE
           INVALID KEY GO TO LC-COMI.
           MOVE CM-PORC TO CO-PORC.
       LC-COMI.
           COMPUTE CO-COM ROUNDED = RC-IMP * CO-PORC / 100.
           MOVE SPACES TO LQL-MIN.
           IF CO-COM < CB-MINIMO
               MOVE CB-MINIMO TO CO-COM
               MOVE "MIN" TO LQL-MIN.
           ADD 1 TO CO-CANT.
           ADD RC-IMP TO CO-COBRADO.
           ADD CO-COM TO CO-BRUTO.
           MOVE RC-FECHA TO CO-FEC.
           MOVE CO-FDD TO LQL-DD.
           MOVE CO-FMM TO LQL-MM.
           MOVE CO-FAA TO LQL-AA.
           MOVE RC-CLI TO LQL-CLI.
           MOVE RC-CP1 TO LQL-P1.
           MOVE RC-CAA TO LQL-CAA.
           MOVE RC-TIP TO LQL-TIP.
           MOVE RC-IMP TO LQL-IMP.
           MOVE CO-PORC TO LQL-PORC.
           MOVE CO-COM TO LQL-COM.
           WRITE RENGLON FROM LQ-LINEA AFTER 1.
           IF CO-MODO NOT = "2" GO TO LC-R.
           MOVE CO-NRO TO RC-LIQ.
           REWRITE REG-RNCO.
           GO TO LC-R.
       LC-FIN.
           IF CO-CANT = ZEROS GO TO F-LIQ-COBRADOR.
           COMPUTE CO-RETEN ROUNDED = CO-BRUTO * CB-RETEN / 100.
           COMPUTE CO-NETO = CO-BRUTO - CO-RETEN - CO-OTROS.
           MOVE SPACES TO LQT-TXT.
           MOVE "TOTAL COBRADO.................." TO LQT-TXT.
           MOVE CO-COBRADO TO LQT-IMP.
           WRITE RENGLON FROM LQ-TOTLIN AFTER 2.
           MOVE "COMISION BRUTA................." TO LQT-TXT.
           MOVE CO-BRUTO TO LQT-IMP.
           WRITE RENGLON FROM LQ-TOTLIN AFTER 1.
           MOVE "RETENCION......................" TO LQT-TXT.
           MOVE CO-RETEN TO LQT-IMP.
           WRITE RENGLON FROM LQ-TOTLIN AFTER 1.
           MOVE "OTROS DESCUENTOS..............." TO LQT-TXT.
           MOVE CO-OTROS TO LQT-IMP.
           WRITE RENGLON FROM LQ-TOTLIN AFTER 1.
           MOVE "NETO A PAGAR..................." TO LQT-TXT.
           MOVE CO-NETO TO LQT-IMP.
           WRITE RENGLON FROM LQ-TOTLIN AFTER 1.
           ADD 1 TO CO-LIQS.
           ADD CO-NETO TO CO-TOT-NETO.
           IF CO-MODO NOT = "2" GO TO F-LIQ-COBRADOR.
           MOVE CO-NRO TO LQ-NRO.
           MOVE COB-SEL TO LQ-COBR.
           MOVE CO-DESDE TO LQ-DESDE.
           MOVE CO-HASTA TO LQ-HASTA.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO LQ-FECHA.
           MOVE CO-CANT TO LQ-CANT.
           MOVE CO-COBRADO TO LQ-COBRADO.
           MOVE CO-BRUTO TO LQ-BRUTO.
           MOVE CO-RETEN TO LQ-RETEN.
           MOVE CO-OTROS TO LQ-OTROS.
           MOVE CO-NETO TO LQ-NETO.
           MOVE ZEROS TO LQ-EGR.
           MOVE OPERADOR TO LQ-OPER.
           IF CO-EGR = "S" AND CO-NETO > ZEROS
               PERFORM LC-EGRESO THRU F-LC-EGRESO.
           REWRITE REG-LIQC INVALID KEY WRITE REG-LIQC.
           MOVE "COMISI" TO BT-ARCHIVO.
           MOVE "LIQ" TO BT-ACCION.
           MOVE COB-SEL TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-LIQC TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           IF LQ-EGR = ZEROS GO TO LC-FIRMA.
           MOVE SPACES TO RENGLON.
           STRING "PAGADO CON EGRESO DE CAJA NRO: " LQ-EGR
               DELIMITED BY SIZE INTO RENGLON.
           WRITE RENGLON AFTER 2.
       LC-FIRMA.
           MOVE SPACES TO RENGLON.
           MOVE "RECIBI CONFORME: ...................."
               TO RENGLON.
           WRITE RENGLON AFTER 2.
       F-LIQ-COBRADOR.
           EXIT.

       LC-ENCABEZA.
           IF CO-MODO = "2"
               PERFORM PROXIMA-LIQ THRU F-PROXIMA-LIQ
               MOVE CO-NRO TO LQT-NRO
           ELSE
               MOVE "PRELIMINAR" TO LQT-NRO.
           MOVE COB-SEL TO LQT-COB.
           MOVE CB-NOM TO LQT-NOM.
           IF CO-LIQS = ZEROS
               WRITE RENGLON FROM LQ-TITU AFTER 1
           ELSE
               WRITE RENGLON FROM LQ-TITU AFTER PAGE.
           MOVE CO-DESDE TO CO-FEC.
           MOVE CO-FDD TO LQP-DD1.
           MOVE CO-FMM TO LQP-MM1.
           MOVE CO-FAA TO LQP-AA1.
           MOVE CO-HASTA TO CO-FEC.
           MOVE CO-FDD TO LQP-DD2.
           MOVE CO-FMM TO LQP-MM2.
           MOVE CO-FAA TO LQP-AA2.
           WRITE RENGLON FROM LQ-PERI AFTER 1.
           MOVE CB-PORC TO LQS-PORC.
           MOVE CB-MINIMO TO LQS-MIN.
           MOVE CB-RETEN TO LQS-RET.
           WRITE RENGLON FROM LQ-TASA AFTER 1.
           MOVE SPACES TO RENGLON.
           WRITE RENGLON AFTER 1.
       F-LC-ENCABEZA.
           EXIT.

      *    PROXIMO NUMERO DE LIQUIDACION: EL ULTIMO MAS UNO. SE
      *    RESERVA GRABANDO EL REGISTRO ENSEGUIDA; AL TERMINAR EL
      *    COBRADOR SE COMPLETA CON LOS TOTALES.
       PROXIMA-LIQ.
           MOVE ZEROS TO CO-NRO.
           CLOSE LIQC.
           OPEN I-O LIQC.
       PXL-R.
           READ LIQC NEXT RECORD AT END GO TO PXL-W.
           MOVE LQ-NRO TO CO-NRO.
           GO TO PXL-R.
       PXL-W.
           ADD 1 TO CO-NRO.
           MOVE ZEROS TO REG-LIQC.
           MOVE SPACES TO LQ-OPER.
           MOVE CO-NRO TO LQ-NRO.
           MOVE COB-SEL TO LQ-COBR.
           WRITE REG-LIQC INVALID KEY GO TO PXL-W.
       F-PROXIMA-LIQ.
           EXIT.

      *    EL NETO DE LA LIQUIDACION SALE DE CAJA COMO UN VALE MAS
      *    (AREGRE, NUMERADO CON ARNUEGR), ASI EL CIERRE LO DESCUENTA
      *    DEL EFECTIVO Y EL ASIENTO LO IMPUTA A LA CUENTA DEL
      *    CONCEPTO.
       LC-EGRESO.
           PERFORM PROXIMO-EGRESO THRU F-PROXIMO-EGRESO.
           MOVE EG-NRO-W TO EG-NRO.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO EG-FECHA.
           MOVE CO-CONC TO EG-CONC.
           MOVE CO-NETO TO EG-IMPORTE.
           MOVE SU-COD TO EG-AUTOR.
           MOVE OPERADOR TO EG-OPER.
           MOVE SPACE TO EG-EST.
           WRITE REG-EGRE INVALID KEY REWRITE REG-EGRE.
           MOVE "EGRESO" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-EGRE TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE EG-NRO TO LQ-EGR.
       F-LC-EGRESO.
           EXIT.

       PROXIMO-EGRESO.
           OPEN I-O NUEGR.
           IF NG-STATUS NOT = "00"
               OPEN OUTPUT NUEGR
               CLOSE NUEGR
               OPEN I-O NUEGR.
           MOVE 1 TO NG-CLAVE.
           READ NUEGR KEY IS NG-CLAVE
           INVALID KEY
               MOVE 1 TO NG-CLAVE
               MOVE 1 TO NG-PROX
               WRITE REG-NUEGR INVALID KEY CONTINUE.
           MOVE NG-PROX TO EG-NRO-W.
           ADD 1 TO NG-PROX.
           REWRITE REG-NUEGR INVALID KEY CONTINUE.
           CLOSE NUEGR.
       F-PROXIMO-EGRESO.
           EXIT.

      *    LOS OPERADORES DE NIVEL 2 O MAS SE AUTORIZAN SOLOS; EL
      *    RESTO NECESITA CODIGO Y CLAVE DE UN SUPERVISOR (AROPMAE).
       AUTORIZA-SUP.
           MOVE "N" TO AUT-OK.
           IF OP-NIVEL NOT < 2
               MOVE OPERADOR TO SU-COD
               MOVE "S" TO AUT-OK
               GO TO AUT-BITA.
           DISPLAY "SUPERVISOR:" AT 2403.
           MOVE SPACES TO SU-COD.
           ACCEPT SU-COD AT 2415 WITH PROMPT.
           DISPLAY "CLAVE:" AT 2427.
           MOVE SPACES TO SU-CLA.
           ACCEPT SU-CLA AT 2434 WITH SECURE.
           DISPLAY "                                          "
               AT 2403.
           IF SU-COD = SPACES GO TO F-AUTORIZA-SUP.
           OPEN INPUT OPMAE.
           IF OM-STATUS NOT = "00" GO TO F-AUTORIZA-SUP.
           MOVE SU-COD TO OM-CODIGO.
           READ OPMAE KEY IS OM-CODIGO
           INVALID KEY
               CLOSE OPMAE
               GO TO F-AUTORIZA-SUP.
           CLOSE OPMAE.
           IF OM-CLAVE NOT = SU-CLA GO TO F-AUTORIZA-SUP.
           IF OM-NIVEL < 2 GO TO F-AUTORIZA-SUP.
           MOVE "S" TO AUT-OK.
       AUT-BITA.
           MOVE "CAJA" TO BT-ARCHIVO.
           MOVE "AUTOR" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SU-COD TO BT-ANTES (1:10).
           MOVE SPACES TO BT-DESPUES.
           MOVE AUT-MOTIVO TO BT-DESPUES (1:20).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       F-AUTORIZA-SUP.
           EXIT.

      *    PLANILLA PARA LA TERMINAL (VER EL FORMATO EN EL FD TERM).
       TERM-ABRE.
           OPEN OUTPUT TERM.
           MOVE COB-SEL TO TE-COB.
           MOVE SPACES TO REG-TERM.
           STRING "H|" TE-COB "|" PL-HASTA "|" DELIMITED BY SIZE
               CB-NOM DELIMITED BY "  " INTO REG-TERM.
           WRITE REG-TERM.
       F-TERM-ABRE.
           EXIT.

       TERM-LINEA.
           MOVE RN-SALDO TO TE-IMP-S.
           MOVE SPACES TO REG-TERM.
           STRING "D|" DELIMITED BY SIZE
               CONT DELIMITED BY "  "
               "|" DELIMITED BY SIZE
               NOMBRE DELIMITED BY "  "
               "|" DELIMITED BY SIZE
               UBICA DELIMITED BY "  "
               "|" DELIMITED BY SIZE
               TELEFONO DELIMITED BY "  "
               "|" P1 "|" AA "|" TIP-IMP "|" FEC-VEN "|" TE-IMP-S
               DELIMITED BY SIZE INTO REG-TERM.
           WRITE REG-TERM.
       F-TERM-LINEA.
           EXIT.

       TERM-CIERRA.
           MOVE PL-CANT TO TE-CANT-S.
           MOVE PL-TOT TO TE-TOT-S.
           MOVE SPACES TO REG-TERM.
           STRING "T|" TE-CANT-S "|" TE-TOT-S
               DELIMITED BY SIZE INTO REG-TERM.
           WRITE REG-TERM.
           CLOSE TERM.
           MOVE "TERMIN" TO BT-ARCHIVO.
           MOVE "EXPOR" TO BT-ACCION.
           MOVE TE-NOM TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           STRING TE-CANT-S " " TE-TOT-S DELIMITED BY SIZE
               INTO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       F-TERM-CIERRA.
           EXIT.

      *    CUOTA INFORMADA POR LA TERMINAL: QUEDA LEIDA EN ARIMPU O
      *    CON EL MOTIVO DEL RECHAZO EN TM-MOTIVO.
       RT-CUOTA.
           MOVE SPACES TO TM-MOTIVO.
           IF TR-CUO IS NOT NUMERIC OR TR-ANO IS NOT NUMERIC
               OR TR-TIP IS NOT NUMERIC
               MOVE "CUOTA, A#O O TIPO NO NUMERICOS" TO TM-MOTIVO
               GO TO F-RT-CUOTA.
           MOVE TR-CLI TO CONT.
           MOVE TR-CUO TO P1.
           MOVE TR-ANO TO AA.
           MOVE TR-TIP TO TIP-IMP.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY
               MOVE "VENCIMIENTO INEXISTENTE" TO TM-MOTIVO.
       F-RT-CUOTA.
           EXIT.

      *    EL IMPORTE VIENE COMO ENTERO O CON PUNTO Y DECIMALES; EN
      *    BLANCO QUEDA EN CERO.
       RT-MONTO.
           MOVE SPACES TO TM-MOTIVO.
           MOVE ZEROS TO RN-IMP-N.
           IF TR-IMP = SPACES GO TO F-RT-MONTO.
           MOVE SPACES TO TM-ENT TM-DEC.
           UNSTRING TR-IMP DELIMITED BY "." INTO TM-ENT TM-DEC.
           MOVE ZEROS TO TM-LEN.
           INSPECT TM-ENT TALLYING TM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF TM-LEN = ZEROS
               MOVE "IMPORTE INVALIDO" TO TM-MOTIVO
               GO TO F-RT-MONTO.
           MOVE TM-ENT (1:TM-LEN) TO TM-ENT-J.
           INSPECT TM-ENT-J REPLACING LEADING SPACE BY ZERO.
           IF TM-ENT-J IS NOT NUMERIC
               MOVE "IMPORTE INVALIDO" TO TM-MOTIVO
               GO TO F-RT-MONTO.
           MOVE TM-ENT-J TO TM-ENT-N.
           MOVE ZEROS TO TM-DEC-N.
           IF TM-DEC = SPACES GO TO RTM-CALC.
           INSPECT TM-DEC REPLACING ALL SPACE BY ZERO.
           IF TM-DEC IS NOT NUMERIC
               MOVE "IMPORTE INVALIDO" TO TM-MOTIVO
               GO TO F-RT-MONTO.
           MOVE TM-DEC TO TM-DEC-N.
       RTM-CALC.
           COMPUTE RN-IMP-N = TM-ENT-N + TM-DEC-N / 100.
       F-RT-MONTO.
           EXIT.

      *    AGREGA TM-TEXTO A LAS OBSERVACIONES DEL CLIENTE TR-CLI, A
      *    CONTINUACION DE LA ULTIMA.
       GRABA-NOTA.
           MOVE ZEROS TO TM-ULTSEC.
           MOVE TR-CLI TO NT-CLI.
           MOVE ZEROS TO NT-SEC.
           START NOTA KEY IS NOT LESS THAN NT-CLAVE
           INVALID KEY GO TO GN-GRABA.
       GN-R.
           READ NOTA NEXT RECORD AT END GO TO GN-GRABA.
           IF NT-CLI NOT = TR-CLI GO TO GN-GRABA.
           MOVE NT-SEC TO TM-ULTSEC.
           GO TO GN-R.
       GN-GRABA.
           IF TM-ULTSEC = 999 GO TO F-GRABA-NOTA.
           MOVE TR-CLI TO NT-CLI.
           COMPUTE NT-SEC = TM-ULTSEC + 1.
           MOVE RN-DD TO NT-DD.
           MOVE RN-MM TO NT-MM.
           MOVE RN-AA4 TO NT-AA.
           MOVE OPERADOR TO NT-OPER.
           MOVE TM-TEXTO TO NT-TEXTO.
           WRITE REG-NOTA INVALID KEY CONTINUE.
       F-GRABA-NOTA.
           EXIT.

      *    PROMESA DE PAGO TOMADA EN LA VISITA: CONTACTO "V" CON
      *    RESULTADO 2 (PROMETE), IGUAL QUE LA CARGA DE GESCOB.
       GRABA-PROMESA.
           MOVE SPACES TO TM-MOTIVO.
           MOVE ZEROS TO TM-ULTSEC.
           MOVE TR-CLI TO GE-CLI.
           MOVE ZEROS TO GE-SEC.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY GO TO GP-GRABA.
       GP-R.
           READ GEST NEXT RECORD AT END GO TO GP-GRABA.
           IF GE-CLI NOT = TR-CLI GO TO GP-GRABA.
           MOVE GE-SEC TO TM-ULTSEC.
           GO TO GP-R.
       GP-GRABA.
           IF TM-ULTSEC = 999
               MOVE "EL CLIENTE NO ADMITE MAS CONTACTOS" TO TM-MOTIVO
               GO TO F-GRABA-PROMESA.
           MOVE TR-CLI TO GE-CLI.
           COMPUTE GE-SEC = TM-ULTSEC + 1.
           MOVE TM-FPAGO TO GE-FECHA.
           MOVE "V" TO GE-CANAL.
           MOVE 2 TO GE-RES.
           MOVE RN-IMP-N TO GE-PMONTO.
           MOVE TM-FPRO TO GE-PFECHA.
           MOVE "A" TO GE-PEST.
           MOVE ZEROS TO GE-PAGADO GE-PROX.
           MOVE OPERADOR TO GE-OPER.
           MOVE TR-OBS TO GE-OBS.
           WRITE REG-GEST
           INVALID KEY
               MOVE "NO SE PUDO GRABAR LA PROMESA" TO TM-MOTIVO
               GO TO F-GRABA-PROMESA.
           MOVE "GEST" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE GE-CLI TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-GEST TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       F-GRABA-PROMESA.
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
           MOVE NR-PROX TO RN-NRECI.
           ADD 1 TO NR-PROX.
           REWRITE REG-NUREC INVALID KEY CONTINUE.
           CLOSE NUREC.
       F-PROXIMO-RECIBO.
           EXIT.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
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

      *    RECORRIDO DE LAS CUOTAS ABIERTAS (ARABIE) POR VENCIMIENTO EN
      *    LUGAR DE TODO ARIMPU: INICIA-VTO-ABIERTAS SE POSICIONA EN EL
      *    PRIMER VENCIMIENTO NO MENOR QUE AI-FVTO Y LEE-ABIERTA DEJA
      *    EN REG-IMP LA CUOTA SIGUIENTE, O AI-FIN EN "S" CUANDO NO
      *    QUEDAN.
       INICIA-VTO-ABIERTAS.
           MOVE "N" TO AI-FIN.
           START ABIE KEY IS NOT LESS AI-FVTO
           INVALID KEY MOVE "S" TO AI-FIN.
       F-INICIA-VTO-ABIERTAS.
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

       CIERRE.
           CLOSE CONTRI IMPU RPAGOS COBR COAS CIERR PERIO BITA
                 ZONA CLIDA TOTAL COTI RNCO LIQC EGRE CONCE RECI
                 NOTA GEST ABIE.
           CHAIN "MENU".
           STOP RUN.

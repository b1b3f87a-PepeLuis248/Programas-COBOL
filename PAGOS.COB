                  RECORD KEY IS NR-CLAVE
                  FILE STATUS IS NR-STATUS.

      *    SEGUNDA VISTA DE ARNUREC, SOLO DE LECTURA, PARA CONTROLAR
      *    EL TOPE DEL RANGO DE RECIBOS SIN TOMAR LOS REGISTROS.
           SELECT NUTOP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS NU-CLAVE
                  FILE STATUS IS NU-STATUS.

           SELECT CIERR ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BT-STATUS.

           SELECT OPERA ASSIGN TO DISK
                  RECORD KEY IS ND-CLAVE
                  FILE STATUS IS ND-STATUS.

           SELECT DUPL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DU-NRO
                  FILE STATUS IS DU-STATUS.

           SELECT GEST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS GE-CLAVE
                  FILE STATUS IS GE-STATUS.

           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
           SELECT BONID ASSIGN TO DISK
                  FILE STATUS IS BD-STATUS.

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

           SELECT RETE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS RT-CLAVE
                  FILE STATUS IS RT-STATUS.

           SELECT COTI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CZ-FECHA
                  FILE STATUS IS CZ-STATUS.

           SELECT DOLA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS US-NRECI
                  FILE STATUS IS US-STATUS.

           SELECT TARJ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TJ-NRECI
                  FILE STATUS IS TJ-STATUS.

           SELECT LOTJ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS LJ-CLAVE
                  FILE STATUS IS LJ-STATUS.

           SELECT RECL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT CAE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CA-CLAVE
                  FILE STATUS IS CA-STATUS.

           SELECT DOCE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DE-CLAVE
                  FILE STATUS IS DE-STATUS.

           SELECT JUICIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JU-NRO
                  ALTERNATE RECORD IS JU-CLI
                  WITH DUPLICATES
                  FILE STATUS IS JU-STATUS.

           SELECT JUCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JC-NRECI
                  FILE STATUS IS JC-STATUS.

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

           03 NR-CLAVE          PIC 9.
           03 NR-PROX           PIC 9(8).

      *    EL REGISTRO 2, SI EXISTE, ES EL ULTIMO NUMERO QUE PUEDE
      *    EMITIR ESTA INSTALACION (RANGO DE LA DELEGACION, VER DELEGA).
       FD  NUTOP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNUREC"
           DATA RECORD IS REG-NUTOP.

       01  REG-NUTOP.
           03 NU-CLAVE          PIC 9.
           03 NU-PROX           PIC 9(8).

       FD  SPOO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSPOOL"
           DATA RECORD IS REG-SPOO.
           03 BT-DESPUES         PIC X(80).
           03 BT-OPERADOR        PIC X(10).
           03 BT-PUESTO          PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
      *    TABLA DE CUENTAS CONTABLES (SE MANTIENE EN UTILITARIOS):
      *    CLASE "T" = CUENTA DE INGRESO POR TIPO DE VENCIMIENTO,
      *    CLASE "F" = CUENTA DE CAJA/BANCO POR FORMA DE PAGO,
      *    CLASE "E" = CUENTAS ESPECIALES (REC, BON, EGR, DEU, Y
      *    COS Y HON PARA LAS COSTAS Y HONORARIOS COBRADOS POR EL
      *    JUZGADO).
       FD  CTBL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCTBL"
           DATA RECORD IS REG-CTBL.
           03 CT-DESC            PIC X(25).

      *    ASIENTO DIARIO GENERADO EN EL CIERRE DE CAJA: DEBITA LAS
      *    CUENTAS DE CAJA/BANCO POR FORMA DE PAGO Y ACREDITA DEUDORES
      *    POR TASAS (EL INGRESO YA SE DEVENGO AL EMITIR LA DEUDA EN
      *    PADRON, CARGA Y MOFBA). SE EXPORTA DESDE UTILITARIOS.
       FD  ASIEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARASIEN"
           DATA RECORD IS REG-ASIEN.
           03 ND-CLAVE          PIC 9.
           03 ND-PROX           PIC 9(6).

      *    COLA DE PAGOS DUPLICADOS (LA ALIMENTA DUPREG DESDE LOS
      *    CANALES DE COBRO): LA PLATA DE UNA CUOTA QUE YA ESTABA PAGA
      *    QUEDA PENDIENTE HASTA QUE UN SUPERVISOR LA PASA A SALDO A
      *    FAVOR ("S"), LA DEVUELVE ("V") O LA APLICA A OTRA CUOTA
      *    ("A"). DU-NDOC ES EL COMPROBANTE DE DEVOLUCION O EL RECIBO.
       FD  DUPL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDUPL"
           DATA RECORD IS REG-DUPL.

       01  REG-DUPL.
           03 DU-NRO            PIC 9(8).
           03 DU-CLI            PIC X(25).
           03 DU-CUOTA.
              05 DU-AA          PIC 99.
              05 DU-P1          PIC 99.
              05 DU-TIP         PIC 9(3).
           03 DU-FECHA          PIC 9(8).
           03 DU-FECHA-R REDEFINES DU-FECHA.
              05 DU-F-AA        PIC 9999.
              05 DU-F-MM        PIC 99.
              05 DU-F-DD        PIC 99.
           03 DU-FALTA          PIC 9(8).
           03 DU-CANAL          PIC X.
           03 DU-FPAGO          PIC X.
           03 DU-IMPORTE        PIC 9(11)V99.
           03 DU-OPER           PIC X(10).
           03 DU-EST            PIC X.
           03 DU-FRES           PIC 9(8).
           03 DU-SUP            PIC X(10).
           03 DU-DEST.
              05 DU-D-AA        PIC 99.
              05 DU-D-P1        PIC 99.
              05 DU-D-TIP       PIC 9(3).
           03 DU-NDOC           PIC 9(8).

      *    CONTACTOS DE COBRANZA CON PROMESA DE PAGO (LOS CARGA
      *    GESCOB). EL PAGO SUMA A LA PROMESA ABIERTA DEL CLIENTE.
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

      *    MAESTRO DE CUENTAS BANCARIAS PROPIAS.
       FD  BANCO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARBANCO"
           03 MD-FECHA          PIC 9(8).
           03 MD-PAGADO         PIC 9(11)V99.
           03 MD-CONDONADO      PIC 9(9)V99.
           03 MD-TIP            PIC 9(3).

      *    BONIFICACIONES POR PAGO PUNTUAL CONSUMIDAS, CON SU FECHA:
      *    ALIMENTA LA LINEA DE DESCUENTOS DEL ASIENTO DEL DIA. LA
      *    CUOTA BONIFICADA PERMITE SEPARAR EN EL GASTO TRIBUTARIO LO
      *    BONIFICADO DE LO EXIMIDO (AMBOS VAN AL CAMPO BONIF).
       FD  BONID LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARBONID"
           DATA RECORD IS REG-BONID.
           03 BD-FECHA          PIC 9(8).
           03 BD-CLI            PIC X(25).
           03 BD-IMPORTE        PIC 9(9)V99.
           03 BD-CUOTA.
              05 BD-CAA         PIC 99.
              05 BD-CP1         PIC 99.
              05 BD-TIP         PIC 9(3).

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

      *    CERTIFICADOS DE RETENCION (IIBB O GANANCIAS) RECIBIDOS
      *    COMO FORMA DE PAGO "R": FECHA DEL CERTIFICADO, FECHA DE
      *    RECEPCION (AAAAMMDD) Y RECIBO QUE CANCELARON.
       FD  RETE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARRETE"
           DATA RECORD IS REG-RETE.

       01  REG-RETE.
           03 RT-CLAVE.
              05 RT-CLI          PIC X(25).
              05 RT-CERT         PIC X(20).
           03 RT-IMPUESTO        PIC X.
           03 RT-REGIMEN         PIC 9(3).
           03 RT-FCERT.
              05 RT-FC-DD        PIC 99.
              05 RT-FC-MM        PIC 99.
              05 RT-FC-AA        PIC 9999.
           03 RT-FREC            PIC 9(8).
           03 RT-MONTO           PIC 9(11)V99.
           03 RT-NRECI           PIC 9(8).
           03 RT-EST             PIC X.

      *    COTIZACION DEL DOLAR POR DIA (PESOS POR DOLAR), LA
      *    MANTIENE UTILITARIOS. CLAVE FECHA AAAAMMDD.
       FD  COTI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCOTIZ"
           DATA RECORD IS REG-COTI.

       01  REG-COTI.
           03 CZ-FECHA           PIC 9(8).
           03 CZ-VALOR           PIC 9(5)V9999.

      *    RECIBOS COBRADOS EN DOLARES: IMPORTE EN U$S, COTIZACION
      *    USADA Y EQUIVALENTE EN PESOS APLICADO A LAS CUOTAS.
       FD  DOLA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDOLAR"
           DATA RECORD IS REG-DOLA.

       01  REG-DOLA.
           03 US-NRECI           PIC 9(8).
           03 US-CLI             PIC X(25).
           03 US-FECHA           PIC 9(8).
           03 US-DOLARES         PIC 9(9)V99.
           03 US-COTIZ           PIC 9(5)V9999.
           03 US-PESOS           PIC 9(11)V99.
           03 US-EST             PIC X.

      *    CUPONES DE TARJETA (POSNET) COBRADOS COMO FORMA DE PAGO
      *    "K": MARCA, CUPON Y LOTE DEL POSNET. ESTADO BLANCO = LOTE
      *    ABIERTO, "L" = LOTE CERRADO, "A" = ANULADO.
       FD  TARJ LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARTARJ"
           DATA RECORD IS REG-TARJ.

       01  REG-TARJ.
           03 TJ-NRECI           PIC 9(8).
           03 TJ-CLI             PIC X(25).
           03 TJ-FECHA           PIC 9(8).
           03 TJ-MARCA           PIC X(4).
           03 TJ-CUPON           PIC 9(8).
           03 TJ-LOTE            PIC 9(4).
           03 TJ-MONTO           PIC 9(11)V99.
           03 TJ-EST             PIC X.

      *    LOTES DEL POSNET CERRADOS, POR FECHA, MARCA Y LOTE. LA
      *    LIQUIDACION DE LA TARJETA COMPLETA COMISION, RETENCIONES,
      *    NETO Y FECHA DE PAGO. ESTADO BLANCO = CERRADO, "L" =
      *    LIQUIDADO, "C" = ACREDITADO EN EL BANCO (CONCILIADO).
       FD  LOTJ LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARLOTJ"
           DATA RECORD IS REG-LOTJ.

       01  REG-LOTJ.
           03 LJ-CLAVE.
              05 LJ-FECHA        PIC 9(8).
              05 LJ-MARCA        PIC X(4).
              05 LJ-LOTE         PIC 9(4).
           03 LJ-CANT            PIC 9(4).
           03 LJ-BRUTO           PIC 9(11)V99.
           03 LJ-COMIS           PIC 9(11)V99.
           03 LJ-RETEN           PIC 9(11)V99.
           03 LJ-NETO            PIC 9(11)V99.
           03 LJ-FPAGO           PIC 9(8).
           03 LJ-EST             PIC X.

      *    RECLAMOS POR CUOTA (LOS MANTIENE MOFBA): ABIERTO =
      *    INGRESADO O EN ANALISIS.
           03 TO-COB            PIC S9(12)V99.
           03 TO-SALDO          PIC S9(12)V99.

      *    COLA DE AUTORIZACION ELECTRONICA (LA PROCESA FACTEL): CADA
      *    RECIBO EMITIDO ENTRA PENDIENTE; EL CAE QUE VUELVE SE IMPRIME
      *    EN EL RECIBO Y EN LA REIMPRESION.
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

      *    DOCUMENTOS EMITIDOS CON SU TASA DE ACTUACION (VER TASREG).
       FD  DOCE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDOCE"
           DATA RECORD IS REG-DOCE.

       01  REG-DOCE.
           03 DE-CLAVE.
              05 DE-FECHA       PIC 9(8).
              05 DE-HORA        PIC 9(8).
              05 DE-SEC         PIC 999.
           03 DE-SERV           PIC X(4).
           03 DE-CLI            PIC X(25).
           03 DE-DOC            PIC X(12).
           03 DE-MONTO          PIC 9(9)V99.
           03 DE-CUOTA.
              05 DE-AA          PIC 99.
              05 DE-P1          PIC 99.
              05 DE-TIP         PIC 9(3).
           03 DE-OPER           PIC X(10).

      *    CASOS JUDICIALES (LOS MANTIENE JUDIC). JU-LIQ ES LA
      *    LIQUIDACION DEL EXPEDIENTE Y JU-COB LO YA COBRADO DE CADA
      *    PARTE, QUE ACUMULA EL PAGO CON LA FORMA J.
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

      *    COBROS JUDICIALES, UNO POR RECIBO, CON LO IMPUTADO A CAPITAL
      *    (LO APLICADO A LAS CUOTAS), RECARGOS, COSTAS Y HONORARIOS.
      *    JC-EST: BLANCO = VIGENTE, A = ANULADO, D = ANULADO CON EL
      *    HONORARIO YA LIQUIDADO, X = YA DESCONTADO AL ABOGADO.
       FD  JUCO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUCO"
           DATA RECORD IS REG-JUCO.

       01  REG-JUCO.
           03 JC-NRECI          PIC 9(8).
           03 JC-NRO            PIC 9(6).
           03 JC-FECHA          PIC 9(8).
           03 JC-ABOG           PIC X(20).
           03 JC-CAP            PIC 9(9)V99.
           03 JC-REC            PIC 9(9)V99.
           03 JC-COS            PIC 9(9)V99.
           03 JC-HON            PIC 9(9)V99.
           03 JC-EST            PIC X.
           03 JC-FLIQ           PIC 9(8).

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
       77  CA-STATUS             PIC XX VALUE SPACES.
       77  AE-STATUS             PIC XX VALUE SPACES.
       77  AE-DEV                PIC X VALUE "N".
       77  RM-STATUS             PIC XX VALUE SPACES.
       77  V2-STATUS             PIC XX VALUE SPACES.
       77  AU-STATUS             PIC XX VALUE SPACES.
       77  RT-STATUS             PIC XX VALUE SPACES.
       77  CZ-STATUS             PIC XX VALUE SPACES.
       77  US-STATUS             PIC XX VALUE SPACES.
       77  US-OK                 PIC X VALUE "N".
       77  US-MODO               PIC X VALUE "S".
       77  US-DOL                PIC 9(9)V99 VALUE ZEROS.
       77  US-COT                PIC 9(5)V9999 VALUE ZEROS.
       77  US-PES                PIC 9(11)V99 VALUE ZEROS.
       77  US-NUEVO              PIC 9(11)V99 VALUE ZEROS.
       77  US-DOL-AC             PIC Z(8)9.99 VALUE ZEROS.
       77  US-COT-ED             PIC Z(4)9.9999 VALUE ZEROS.
       77  US-PES-ED             PIC Z(10)9.99 VALUE ZEROS.
       77  AQ-USD-AC             PIC Z(8)9.99 VALUE ZEROS.
       77  JU-STATUS             PIC XX VALUE SPACES.
       77  JC-STATUS             PIC XX VALUE SPACES.
       77  JD-OK                 PIC X VALUE "N".
       77  JD-HAY                PIC X VALUE "N".
       77  JD-MODO               PIC X VALUE "S".
       77  JD-NRO                PIC 9(6) VALUE ZEROS.
       77  JD-CAP                PIC 9(11)V99 VALUE ZEROS.
       77  JD-REC                PIC 9(11)V99 VALUE ZEROS.
       77  JD-COS                PIC 9(11)V99 VALUE ZEROS.
       77  JD-HON                PIC 9(11)V99 VALUE ZEROS.
       77  JD-PCAP               PIC 9(11)V99 VALUE ZEROS.
       77  JD-PREC               PIC 9(11)V99 VALUE ZEROS.
       77  JD-PCOS               PIC 9(11)V99 VALUE ZEROS.
       77  JD-PHON               PIC 9(11)V99 VALUE ZEROS.
       77  JD-PTOT               PIC 9(11)V99 VALUE ZEROS.
       77  JD-DEP                PIC 9(11)V99 VALUE ZEROS.
       77  JD-DEF                PIC 9(11)V99 VALUE ZEROS.
       77  JD-NUEVO              PIC S9(11)V99 VALUE ZEROS.
       77  JD-DEP-AC             PIC Z(10)9.99 VALUE ZEROS.
       77  JD-ED                 PIC Z(7)9.99 VALUE ZEROS.
       77  GA-JREC               PIC 9(12)V99 VALUE ZEROS.
       77  GA-JCOS               PIC 9(12)V99 VALUE ZEROS.
       77  GA-JHON               PIC 9(12)V99 VALUE ZEROS.
       77  TJ-STATUS             PIC XX VALUE SPACES.
       77  LJ-STATUS             PIC XX VALUE SPACES.
       77  TJB-MARCA             PIC X(4) VALUE SPACES.
       77  TJB-CUPON             PIC 9(8) VALUE ZEROS.
       77  TJB-LOTE              PIC 9(4) VALUE ZEROS.
       77  LT-CMP                PIC 9(8) VALUE ZEROS.
       77  LT-CANT               PIC 99 VALUE ZEROS.
       77  LT-IND                PIC 99 VALUE ZEROS.
       77  LT-J                  PIC 99 VALUE ZEROS.
       77  LT-SUB                PIC 9(12)V99 VALUE ZEROS.
       77  LT-TOT                PIC 9(12)V99 VALUE ZEROS.
       01  LT-TABLA.
           03 LT-ITEM OCCURS 20.
              05 LT-MARCA        PIC X(4).
              05 LT-LOTE         PIC 9(4).
              05 LT-CUP          PIC 9(4).
              05 LT-IMP          PIC 9(12)V99.
              05 LT-LISTO        PIC X.
       01  LT-F1                 PIC 9(06) VALUE ZEROS.
       01  LT-F1-R REDEFINES LT-F1.
           03 LT-DD              PIC 99.
           03 LT-MM              PIC 99.
           03 LT-AA              PIC 99.
       77  AQ-USD                PIC 9(9)V99 VALUE ZEROS.
       77  AQ-USD-ESP            PIC 9(9)V99 VALUE ZEROS.
       77  AQ-USD-DIF            PIC S9(9)V99 VALUE ZEROS.
       77  RM-ABIERTO            PIC X VALUE "N".
       77  PG-STATUS             PIC XX VALUE SPACES.
       77  CJ-STATUS             PIC XX VALUE SPACES.
       77  NG-STATUS             PIC XX VALUE SPACES.
       77  CN2-STATUS            PIC XX VALUE SPACES.
       77  DV-STATUS             PIC XX VALUE SPACES.
       77  DU-STATUS             PIC XX VALUE SPACES.
       77  GE-STATUS             PIC XX VALUE SPACES.
       77  PM-IMPORTE            PIC S9(11)V99 VALUE ZEROS.
       77  PM-FPAGO              PIC 9(8) VALUE ZEROS.
       77  BA-STATUS             PIC XX VALUE SPACES.
       77  DP-STATUS             PIC XX VALUE SPACES.
       77  NP-STATUS             PIC XX VALUE SPACES.
       77  DVR-SW                PIC X VALUE "N".
       77  AQ-DEVOL              PIC 9(11)V99 VALUE ZEROS.
       77  AQ-RCMP               PIC 9(8) VALUE ZEROS.
       77  DU-SEL                PIC 9(8) VALUE ZEROS.
       77  DU-ACCION             PIC X VALUE SPACE.
       77  DU-HOY                PIC 9(8) VALUE ZEROS.
       77  DU-DIA                PIC 9(8) VALUE ZEROS.
       77  DU-I                  PIC 9 VALUE ZERO.
       77  DU-J                  PIC 9 VALUE ZERO.
       77  DU-CANT               PIC 9(5) VALUE ZEROS.
       77  DU-SUB                PIC 9(12)V99 VALUE ZEROS.
       77  DU-TOT                PIC 9(12)V99 VALUE ZEROS.
       77  DU-SALDO              PIC 9(11)V99 VALUE ZEROS.
       77  DU-P1S                PIC 99 VALUE ZEROS.
       77  DU-AAS                PIC 99 VALUE ZEROS.
       77  DU-TIPS               PIC 9(3) VALUE ZEROS.
       77  DU-NOM                PIC X(12) VALUE SPACES.
       77  DU-SAVE               PIC X(115) VALUE SPACES.
       01  DU-F1                 PIC 9(6) VALUE ZEROS.
       01  DU-F1-R REDEFINES DU-F1.
           03 DU-DD              PIC 99.
           03 DU-MM              PIC 99.
           03 DU-AA2             PIC 99.
      *    CANALES QUE PUEDEN TRAER UN PAGO DUPLICADO, EN EL ORDEN DEL
      *    INFORME DIARIO.
       01  DU-CANALES.
           03 F                  PIC X(13) VALUE "BCOBRADOR    ".
           03 F                  PIC X(13) VALUE "DDEBITO AUT. ".
           03 F                  PIC X(13) VALUE "NRED COBRANZA".
           03 F                  PIC X(13) VALUE "HPLANILLA    ".
           03 F                  PIC X(13) VALUE "SDELEGACION  ".
       01  DU-CANALES-R REDEFINES DU-CANALES.
           03 DU-CN              OCCURS 5 TIMES.
              05 DU-CN-COD       PIC X.
              05 DU-CN-NOM       PIC X(12).
       01  DUL0.
           03 F                  PIC X(30)
              VALUE "PAGOS DUPLICADOS PENDIENTES".
       01  DUL1.
           03 F                  PIC X(27)
              VALUE "PAGOS DUPLICADOS NUEVOS AL ".
           03 DUL-DIA-DD         PIC 99.
           03 F                  PIC X VALUE "/".
           03 DUL-DIA-MM         PIC 99.
           03 F                  PIC X VALUE "/".
           03 DUL-DIA-AA         PIC 9999.
       01  DUL2.
           03 F                  PIC X(07) VALUE "CANAL: ".
           03 DUL-CANAL          PIC X(12).
       01  DUL3.
           03 DUL-NRO            PIC Z(7)9.
           03 F                  PIC X VALUE SPACES.
           03 DUL-CLI            PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 DUL-P1             PIC 99.
           03 F                  PIC X VALUE "/".
           03 DUL-AA             PIC 99.
           03 F                  PIC X(03) VALUE " T:".
           03 DUL-TIP            PIC ZZ9.
           03 F                  PIC X VALUE SPACES.
           03 DUL-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 DUL-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 DUL-AAAA           PIC 9999.
           03 F                  PIC X VALUE SPACES.
           03 DUL-NOM            PIC X(12).
           03 F                  PIC X VALUE SPACES.
           03 DUL-FP             PIC X.
           03 F                  PIC X VALUE SPACES.
           03 DUL-IMP            PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 DUL-EST            PIC X(10).
       01  DUL4.
           03 F                  PIC X(11) VALUE "CANTIDAD: ".
           03 DUL-CANT           PIC ZZZZ9.
           03 F                  PIC X(13) VALUE "  IMPORTE: $ ".
           03 DUL-SUB            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  DUL5.
           03 F                  PIC X(22)
              VALUE "TOTAL DUPLICADOS...: $".
           03 DUL-TOT            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  DVL1.
           03 F                  PIC X(24)
              VALUE "COMPROBANTE DE DEVOLUC. ".
           03 AQL2-TXT           PIC X(20).
           03 F                  PIC X(02) VALUE "$ ".
           03 AQL2-IMP           PIC -ZZZ,ZZZ,ZZ9.99.
       01  AQL3.
           03 AQL3-TXT           PIC X(20).
           03 F                  PIC X(04) VALUE "U$S ".
           03 AQL3-IMP           PIC -ZZZ,ZZZ,ZZ9.99.
       77  CFG-REGLA             PIC X VALUE "N".
       77  CFG-TOPE-DIF          PIC 9(7)V99 VALUE ZEROS.
       77  CFG-RECH-MAX          PIC 99 VALUE ZEROS.
       77  RCL-DD                PIC 99 VALUE ZEROS.
       77  RCL-MM                PIC 99 VALUE ZEROS.
       77  RCL-AA                PIC 9999 VALUE ZEROS.
       77  V2-HAY                PIC X VALUE "N".
       77  V2-DIF                PIC 9(11)V99 VALUE ZEROS.
       77  V2-MONTO-ED           PIC Z(11).99 VALUE ZEROS.
       77  V2-PAGO               PIC 9(8) VALUE ZEROS.
       77  V2-PRIM               PIC 9(8) VALUE ZEROS.
       77  RV-DD                 PIC 99 VALUE ZEROS.
       77  RV-MM                 PIC 99 VALUE ZEROS.
       77  RV-AA                 PIC 9999 VALUE ZEROS.
       77  AU-ANUAL              PIC X VALUE "N".
       77  AU-ERR                PIC X VALUE "N".
       77  AU-AA2                PIC 99 VALUE ZEROS.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  TOT-CLI               PIC X(25) VALUE SPACES.
       77  TOT-TIP               PIC 9(3) VALUE ZEROS.
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
       77  MP-FAA4               PIC 9999 VALUE ZEROS.
       77  RC-STATUS             PIC XX VALUE SPACES.
       77  NR-STATUS             PIC XX VALUE SPACES.
       77  NU-STATUS             PIC XX VALUE SPACES.
       77  NU-TOPE               PIC 9(8) VALUE ZEROS.
       77  NU-QUEDAN             PIC 9(8) VALUE ZEROS.
       77  NU-AGOTADO            PIC X VALUE "N".
       77  RECI-NRO              PIC 9(8) VALUE ZEROS.
       77  RECI-LIN              PIC 99 VALUE ZEROS.
       77  FPAGO                 PIC X VALUE "E".
       77  T-CHQ                 PIC 9(12)V99 VALUE ZEROS.
       77  T-TRA                 PIC 9(12)V99 VALUE ZEROS.
       77  T-JUD                 PIC 9(12)V99 VALUE ZEROS.
       77  T-RET                 PIC 9(12)V99 VALUE ZEROS.
       77  T-USD                 PIC 9(12)V99 VALUE ZEROS.
       77  T-TAR                 PIC 9(12)V99 VALUE ZEROS.
       77  T-DTA                 PIC 9(12)V99 VALUE ZEROS.
       77  T-PLA                 PIC 9(12)V99 VALUE ZEROS.
       77  T-SIN                 PIC 9(12)V99 VALUE ZEROS.
       77  CI-STATUS             PIC XX VALUE SPACES.
       77  CIE-CMP               PIC 9(8) VALUE ZEROS.
       77  SC-STATUS             PIC XX VALUE SPACES.
       77  NDC-AJUSTE            PIC S9(11)V99 VALUE ZEROS.
       77  NDC-AJUSTE-ED         PIC -(11)9.99 VALUE ZEROS.
       77  CN-ELIGE              PIC 9 VALUE ZERO.
       77  CN-IX                 PIC 99 VALUE ZEROS.
       77  CN-PEND               PIC S9(11)V99 VALUE ZEROS.
       77  CN-PEND-ED            PIC -(11)9.99 VALUE ZEROS.
      *    CONDOMINOS DEL INMUEBLE Y LO QUE PAGO CADA UNO (VER CONDOM).
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
       77  AST-CANT              PIC 99 VALUE ZEROS.
       77  AST-IND               PIC 99 VALUE ZEROS.
       77  ASF-IND               PIC 99 VALUE ZEROS.
       77  AS-LINEAS             PIC 99 VALUE ZEROS.

       01  AST-TABLA.
              05 AST-TOT         PIC 9(12)V99.

       01  ASF-TABLA.
           03 ASF-ITEM OCCURS 10.
              05 ASF-FP          PIC X.
              05 ASF-TOT         PIC 9(12)V99.

       77  CFG-MARGEN            PIC 99 VALUE ZEROS.
       77  CFG-M1                PIC 99 VALUE 1.
       77  LIN-AUX               PIC X(110) VALUE SPACES.
       01  AYUDA-D3.
           03 F                  PIC X(30)
              VALUE "R=REC C=CIE A=ANU Q=CHQ T=TIT ".
           03 F                  PIC X(29)
              VALUE "O=CAJ E=EGR V=DEV X=RET L=LOT".
           03 F                  PIC X(18)
              VALUE " D=DUP M=REI F=TAS".
       77  DE-STATUS             PIC XX VALUE SPACES.
       77  TAS-COBRA             PIC X VALUE "N".
       77  TAS-N                 PIC 9 VALUE ZERO.
       77  TAS-SEL               PIC 9 VALUE ZERO.
       77  TAS-LIN               PIC 99 VALUE ZEROS.
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
      *    TASAS DEL DIA SIN COBRAR, PARA ELEGIR EL CLIENTE EN CAJA.
       01  TAS-TABLA.
           03 TAS-CLI            PIC X(25) OCCURS 9.
       01  TAS-RENG.
           03 TAS-R-N            PIC 9.
           03 F                  PIC X(2) VALUE "- ".
           03 TAS-R-SERV         PIC X(4).
           03 F                  PIC X VALUE SPACE.
           03 TAS-R-CLI          PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 TAS-R-DOC          PIC X(12).
           03 F                  PIC X VALUE SPACE.
           03 TAS-R-MONTO        PIC ZZZ,ZZZ,ZZ9.99.
       77  PE-STATUS             PIC XX VALUE SPACES.
       77  PER-CMP               PIC 9(6) VALUE ZEROS.
       77  PER-CERR-SW           PIC X VALUE "N".
           03 CHQ-MM             PIC 99.
           03 CHQ-AA             PIC 99.

       77  RTB-CERT              PIC X(20) VALUE SPACES.
       77  RTB-IMP               PIC X VALUE SPACES.
       77  RTB-REG               PIC 9(3) VALUE ZEROS.
       77  RT-PASO               PIC X VALUE SPACES.
       77  RT-AAMM               PIC 9(6) VALUE ZEROS.
       77  RT-PERIODO            PIC 9(6) VALUE ZEROS.
       77  RT-SUB                PIC 9(12)V99 VALUE ZEROS.
       77  RT-TOT                PIC 9(12)V99 VALUE ZEROS.
       01  RTB-F1                PIC 9(06) VALUE ZEROS.
       01  RTB-F1-R REDEFINES RTB-F1.
           03 RTB-DD             PIC 99.
           03 RTB-MM             PIC 99.
           03 RTB-AA             PIC 99.
       01  RT-PER1               PIC 9(04) VALUE ZEROS.
       01  RT-PER1-R REDEFINES RT-PER1.
           03 RT-PMM             PIC 99.
           03 RT-PAA             PIC 99.

       01  RTL0.
           03 F                  PIC X(46)
              VALUE "CERTIFICADOS DE RETENCION RECIBIDOS - PERIODO ".
           03 RTL-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 RTL-AA             PIC 9999.

       01  RTL1.
           03 F                  PIC X(10) VALUE "IMPUESTO: ".
           03 RTL-IMP            PIC X(20).

       01  RTL2.
           03 RTL-CERT           PIC X(20).
           03 F                  PIC X VALUE SPACES.
           03 RTL-REG            PIC 9(3).
           03 F                  PIC X VALUE SPACES.
           03 RTL-CLI            PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 RTL-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 RTL-MM2            PIC 99.
           03 F                  PIC X VALUE "/".
           03 RTL-AA2            PIC 9999.
           03 F                  PIC X VALUE SPACES.
           03 RTL-NRECI          PIC 9(8).
           03 F                  PIC X(03) VALUE " $ ".
           03 RTL-MONTO          PIC ZZZ,ZZZ,ZZ9.99.

       01  RTL3.
           03 F                  PIC X(21)
              VALUE "SUBTOTAL IMPUESTO: $ ".
           03 RTL-SUB            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RTL4.
           03 F                  PIC X(21)
              VALUE "TOTAL RETENIDO...: $ ".
           03 RTL-TOT            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LTL0.
           03 F                  PIC X(30)
              VALUE "CIERRE DE LOTE POSNET - FECHA ".
           03 LTL-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 LTL-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 LTL-AA             PIC 9999.

       01  LTL1.
           03 LTL-MARCA          PIC X(4).
           03 F                  PIC X(07) VALUE "  LOTE ".
           03 LTL-LOTE           PIC 9(4).
           03 F                  PIC X(10) VALUE "  CUPONES ".
           03 LTL-CUP            PIC ZZZ9.
           03 F                  PIC X(03) VALUE " $ ".
           03 LTL-IMP            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LTL2.
           03 F                  PIC X(06) VALUE "TOTAL ".
           03 LTL-MARCA2         PIC X(4).
           03 F                  PIC X(14) VALUE ".........:  $ ".
           03 LTL-SUB            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LTL3.
           03 F                  PIC X(24)
              VALUE "TOTAL DEL DIA.......: $ ".
           03 LTL-TOT            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  CHL1.
           03 CHL-BANCO          PIC X(15).
           03 F                  PIC X VALUE SPACES.
           03 AN-CAA             PIC 99.
           03 AN-CP1             PIC 99.

       77  AN-BTACC              PIC X(5) VALUE "ANUL".
       77  RI-CLI                PIC X(25) VALUE SPACES.
       77  RI-AA                 PIC 99 VALUE ZEROS.
       77  RI-P1                 PIC 99 VALUE ZEROS.
       77  RI-TIP                PIC 9(3) VALUE ZEROS.
       77  RI-SEC                PIC 99 VALUE ZEROS.
       77  RI-SAVE               PIC X(75) VALUE SPACES.
       01  RIL1.
           03 F                  PIC X(28)
              VALUE "COMPROBANTE DE REIMPUTACION ".
           03 F                  PIC X(10) VALUE "S/RECIBO  ".
           03 RIL-RECI           PIC 9(8).
           03 F                  PIC X(14) VALUE "  FECHA PAGO: ".
           03 RIL-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 RIL-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 RIL-AA             PIC 9999.
       01  RIL2.
           03 F                  PIC X(10) VALUE "IMPORTE: $".
           03 RIL-IMP            PIC ZZZ,ZZZ,ZZ9.99.
       01  RIL3.
           03 RIL-DE             PIC X(04).
           03 RIL-CLI            PIC X(25).
           03 F                  PIC X(08) VALUE "  CUOTA ".
           03 RIL-P1             PIC 99.
           03 F                  PIC X VALUE "/".
           03 RIL-CAA            PIC 99.
           03 F                  PIC X(03) VALUE " T:".
           03 RIL-TIP            PIC ZZ9.
       01  RIL4.
           03 F                  PIC X(10) VALUE "OPERADOR: ".
           03 RIL-OPER           PIC X(10).
           03 F                  PIC X(14) VALUE "  AUTORIZO:   ".
           03 RIL-SUP            PIC X(10).
       01  AN-TABLA.
           03 AN-ITEM OCCURS 15.
              05 AN-CLAVE        PIC X(35).
              05 MP-TIP          PIC 9(3).
              05 MP-IMPORTE     PIC 9(11)V99.
              05 MP-MARCA        PIC X.
              05 MP-RECV2        PIC 9(11)V99.
              05 MP-BONA         PIC 9(11)V99.

       01  MP-RENG.
           03 MP-NRO-S           PIC Z9.
              VALUE "RECARGO CONDONADO.: $ ".
           03 RL-MOC             PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  RL8.
           03 F                  PIC X(09) VALUE "CAE NRO: ".
           03 RL-CAE             PIC 9(14).
           03 F                  PIC X(11) VALUE "   VTO CAE:".
           03 RL-CVDD            PIC 99.
           03 F                  PIC X VALUE "/".
           03 RL-CVMM            PIC 99.
           03 F                  PIC X VALUE "/".
           03 RL-CVAA            PIC 9999.

       01  RL9.
           03 F                  PIC X(29)
              VALUE "CAE PENDIENTE DE AUTORIZACION".

       01  RL10.
           03 F                  PIC X(24)
              VALUE "COBRADO EN DOLARES: U$S ".
           03 RL-USD             PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(10) VALUE " COTIZ. $ ".
           03 RL-UCOT            PIC ZZZZ9.9999.

       01  RL11.
           03 F                  PIC X(20)
              VALUE "COBRADO CON TARJETA ".
           03 RL-MARCA           PIC X(4).
           03 F                  PIC X(07) VALUE " CUPON ".
           03 RL-CUPON           PIC 9(8).
           03 F                  PIC X(06) VALUE " LOTE ".
           03 RL-LOTE            PIC 9(4).

       01  RL-CAEV               PIC 9(8) VALUE ZEROS.
       01  RL-CAEV-R REDEFINES RL-CAEV.
           03 RL-CAEV-AA         PIC 9999.
           03 RL-CAEV-MM         PIC 99.
           03 RL-CAEV-DD         PIC 99.

       01  MP-CONF-LINEA.
           03 F                  PIC X(10) VALUE "CONFIRMA: ".
           03 MP-CONF-CANT       PIC Z9.
           03 F PIC X(03) VALUE "  $".
           03 CONF-MTO PIC Z,ZZZ,ZZZ,ZZ9.99.

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

      *    REGISTRO DE CONSULTAS (VER ACCESO).
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
              05 F               PIC X(10) VALUE "ARCODI  02".
              05 F               PIC X(10) VALUE "ARPAGOS 02".
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(10) VALUE "ARCHEQ  02".
              05 F               PIC X(10) VALUE "ARJUICIO02".
              05 F               PIC X(10) VALUE "ARBONID 02".
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

       01  PANTALLA-PAGOS.

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
           OPEN I-O RECI.
           IF RC-STATUS NOT = "00"
               OPEN OUTPUT DEVOL
               CLOSE DEVOL
               OPEN I-O DEVOL.
           OPEN I-O DUPL.
           IF DU-STATUS NOT = "00"
               OPEN OUTPUT DUPL
               CLOSE DUPL
               OPEN I-O DUPL.
           OPEN I-O BANCO.
           IF BA-STATUS NOT = "00"
               OPEN OUTPUT BANCO
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
           OPEN I-O CAE.
           IF CA-STATUS NOT = "00"
               OPEN OUTPUT CAE
               CLOSE CAE
               OPEN I-O CAE.
           OPEN I-O AVIE.
           IF AE-STATUS NOT = "00"
               OPEN OUTPUT AVIE
               CLOSE AVIE
               OPEN I-O AVIE.
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
           OPEN I-O RETE.
           IF RT-STATUS NOT = "00"
               OPEN OUTPUT RETE
               CLOSE RETE
               OPEN I-O RETE.
           OPEN I-O COTI.
           IF CZ-STATUS NOT = "00"
               OPEN OUTPUT COTI
               CLOSE COTI
               OPEN I-O COTI.
           OPEN I-O DOLA.
           IF US-STATUS NOT = "00"
               OPEN OUTPUT DOLA
               CLOSE DOLA
               OPEN I-O DOLA.
           OPEN I-O JUICIO.
           IF JU-STATUS NOT = "00"
               OPEN OUTPUT JUICIO
               CLOSE JUICIO
               OPEN I-O JUICIO.
           OPEN I-O JUCO.
           IF JC-STATUS NOT = "00"
               OPEN OUTPUT JUCO
               CLOSE JUCO
               OPEN I-O JUCO.
           OPEN I-O TARJ.
           IF TJ-STATUS NOT = "00"
               OPEN OUTPUT TARJ
               CLOSE TARJ
               OPEN I-O TARJ.
           OPEN I-O LOTJ.
           IF LJ-STATUS NOT = "00"
               OPEN OUTPUT LOTJ
               CLOSE LOTJ
               OPEN I-O LOTJ.
           OPEN I-O RECL.
           IF RM-STATUS NOT = "00"
               OPEN OUTPUT RECL
               OPEN OUTPUT MORA
               CLOSE MORA
               OPEN I-O MORA.
           OPEN I-O GEST.
           IF GE-STATUS NOT = "00"
               OPEN OUTPUT GEST
               CLOSE GEST
               OPEN I-O GEST.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM AVISO-FPROC THRU F-AVISO-FPROC.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.
           PERFORM LEER-PAGCFG THRU F-LEER-PAGCFG.
           COMPUTE CFG-CORTE = CFG-LINPAG - 15.
           DISPLAY PANTALLA-PAGOS.
           DISPLAY PANTALLA-SAL.
           DISPLAY PANTALLA-RES1.
           DISPLAY AYUDA-D3 AT 2403
           WITH FOREGROUND-COLOR 6.
       CON-D1.
           PERFORM CONTROL-RANGO THRU F-CONTROL-RANGO.
           IF NU-AGOTADO = "S" GO TO CIERRE.
           CLOSE CONTRI IMPU.
           OPEN I-O CONTRI.
           OPEN I-O IMPU.
              DISPLAY PANTALLA-PAGOS
              DISPLAY PANTALLA-SAL
              DISPLAY PANTALLA-RES1
              DISPLAY AYUDA-D3 AT 2403
              WITH FOREGROUND-COLOR 6
              IF BUSCLI-SEL = SPACES
                 GO TO D3
                 GO TO D3-LEE.
           IF CONT1 = "R"
              PERFORM REIMPRIME THRU F-REIMPRIME
              IF TAS-COBRA = "S"
                 MOVE REC-CLI TO CONT1
                 DISPLAY CONT1 AT 0724
                 GO TO D3-LEE
              ELSE
                 GO TO D3.
           IF CONT1 = "F"
              PERFORM TASAS-PEND THRU F-TASAS-PEND
              IF CONT1 = SPACES
                 GO TO CON-D1
              ELSE
                 DISPLAY CONT1 AT 0724
                 GO TO D3-LEE.
           IF CONT1 = "C"
              PERFORM CIERRE-CAJA THRU F-CIERRE-CAJA
              GO TO D3.
           IF CONT1 = "Q"
              PERFORM CHEQUERA THRU F-CHEQUERA
              GO TO D3.
           IF CONT1 = "X"
              PERFORM RET-LISTADO THRU F-RET-LISTADO
              GO TO D3.
           IF CONT1 = "L"
              PERFORM CIERRE-LOTE THRU F-CIERRE-LOTE
              GO TO D3.
           IF CONT1 = "D"
              PERFORM DUPLICADOS THRU F-DUPLICADOS
              GO TO CON-D1.
           IF CONT1 = "M"
              PERFORM REIMPUTA THRU F-REIMPUTA
              GO TO CON-D1.
           IF CONT1 (1:20) IS NUMERIC AND CONT1 (21:5) = SPACES
              PERFORM CAPTURA-BARRA THRU F-CAPTURA-BARRA
              IF BAR-OK = "S"
                 GO TO D8
              ELSE
              IF BAR-OK = "A"
                 GO TO ANUAL-C
              ELSE
                 GO TO D3.
           IF CONT1 = "T"
           IF CN-STATUS = "99"
               PERFORM OCUPADO THRU F-OCUPADO
               GO TO D3-LEE.
           MOVE CONT1 TO ACCESO-CLI.
           MOVE "PAGOS" TO ACCESO-PANT.
           MOVE SPACES TO ACCESO-DATO.
           MOVE "R" TO ACCESO-FUN.
           CALL "ACCESO" USING ACCESO-PAR.
           DISPLAY NOMBRE AT 0924.
           DISPLAY UBICA AT 1124.
           PERFORM MUESTRA-SCORE THRU F-MUESTRA-SCORE.
           PERFORM MUESTRA-NOTA THRU F-MUESTRA-NOTA.

       D3T.
           DISPLAY "1=PAGO POR CUOTA  2=VARIAS CUOTAS  3=ANUAL"
               AT 1224 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1267 WITH PROMPT.
           DISPLAY "                                            "
               AT 1224.
           IF OPC = "2" GO TO MULTI.
           IF OPC = "3" GO TO ANUAL.

       D7.
           MOVE ZEROS TO FEC-VEN1.

       D8M.
           MOVE ZEROS TO MESES-AT RECARGO.
           PERFORM LEE-SEGUNDO THRU F-LEE-SEGUNDO.
           COMPUTE V2-PAGO = AAP * 10000 + MMP * 100 + DDP.
           COMPUTE V2-PRIM = AAV * 10000 + MMV * 100 + DDV.
           IF V2-HAY = "S" AND V2-PAGO > V2-PRIM
               ADD V2-DIF TO NDC-AJUSTE
               MOVE V2-MONTO TO V2-MONTO-ED
               DISPLAY "2DO VTO: $" AT 1945
               WITH FOREGROUND-COLOR 2
               DISPLAY V2-MONTO-ED AT 1956
               WITH FOREGROUND-COLOR 2
           ELSE
               DISPLAY "                          " AT 1945.
           IF AAP > RV-AA
              OR (AAP = RV-AA AND MMP > RV-MM)
              OR (AAP = RV-AA AND MMP = RV-MM AND DDP > RV-DD)
              COMPUTE MESES-AT = (AAP - RV-AA) * 12 + (MMP - RV-MM)
              IF DDP NOT > RV-DD AND MESES-AT > 0
                 SUBTRACT 1 FROM MESES-AT
              END-IF
              IF MESES-AT < 1 MOVE 1 TO MESES-AT END-IF
           DISPLAY RECARGO-ED AT 2124.
           PERFORM CALCULA-BONIF-PP THRU F-CALCULA-BONIF-PP.

       D8C.
           PERFORM ELIGE-CONDOMINO THRU F-ELIGE-CONDOMINO.

       D81.
           MOVE ZEROS TO SF-APLICA SF-EXCED.
           PERFORM LEE-SALDO-FAVOR THRU F-LEE-SALDO-FAVOR.
           DISPLAY TIP-VEN AT 1824.
           DISPLAY B-CODI AT 1828.
       D10.
           DISPLAY
               "FORMA E=EFE C=CHQ T=TRF J=JUD R=RET U=U$S K=TARJETA:"
               AT 2203 WITH FOREGROUND-COLOR 6.
           MOVE "E" TO FPAGO.
           ACCEPT FPAGO AT 2256 WITH PROMPT.
           IF FPAGO NOT = "E" AND FPAGO NOT = "C" AND FPAGO NOT = "T"
               AND FPAGO NOT = "J" AND FPAGO NOT = "R"
               AND FPAGO NOT = "U" AND FPAGO NOT = "K"
               GO TO D10.
           IF FPAGO = "U"
               MOVE "S" TO US-MODO
               MOVE MONTO1-N TO US-PES
               PERFORM PIDE-DOLAR THRU F-PIDE-DOLAR
               IF US-OK NOT = "S"
                   GO TO D10
               ELSE
                   MOVE US-PES TO MONTO1-N
                   MOVE MONTO1-N TO MONTO1
                   DISPLAY MONTO1 AT 1524
                   IF SF-APLICA > MONTO1-N
                       MOVE MONTO1-N TO SF-APLICA.
           IF FPAGO = "J"
               MOVE "S" TO JD-MODO
               MOVE MONTO1-N TO JD-CAP
               PERFORM PIDE-JUDICIAL THRU F-PIDE-JUDICIAL
               IF JD-OK NOT = "S"
                   GO TO D10
               ELSE
                   MOVE JD-CAP TO MONTO1-N
                   MOVE MONTO1-N TO MONTO1
                   DISPLAY MONTO1 AT 1524
                   IF SF-APLICA > MONTO1-N
                       MOVE MONTO1-N TO SF-APLICA.
           DISPLAY
               "                                                     "
               AT 2203.
           IF FPAGO = "C"
               PERFORM PIDE-CHEQUE THRU F-PIDE-CHEQUE.
           IF FPAGO = "R"
               PERFORM PIDE-RETEN THRU F-PIDE-RETEN.
           IF FPAGO = "K"
               PERFORM PIDE-TARJETA THRU F-PIDE-TARJETA.
       RES2.
           PERFORM MUESTRA-CONFIRMA THRU F-MUESTRA-CONFIRMA.
           MOVE PAGADO TO PAGADO-ED.
           IF RP-STATUS = "99"
               PERFORM OCUPADO THRU F-OCUPADO
               GO TO GRABA1-WR.
           IF CN-ELIGE NOT = ZERO
               MOVE "G" TO CONDOM-FUN
               MOVE REG-CLAVE TO CONDOM-CLAVE
               MOVE CN-ELIGE TO CONDOM-SEL
               MOVE REG-CAA TO CONDOM-CAA
               MOVE REG-CP1 TO CONDOM-CP1
               MOVE REG-GM TO CONDOM-TIP
               MOVE REG-MPO TO CONDOM-IMPORTE
               CALL "CONDOM" USING CONDOM-PAR
               MOVE ZERO TO CN-ELIGE.
           MOVE "PAG" TO JP-TIPO.
           MOVE REG-PAG TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           COMPUTE TOT-PER = RFA * 100 + RFM.
           MOVE REG-MPO TO TOT-COB.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           MOVE REG-MPO TO PM-IMPORTE.
           PERFORM CUMPLE-PROMESA THRU F-CUMPLE-PROMESA.
       GRABA1-RW0.
           IF MO-CONDONA NOT = ZEROS
               PERFORM GRABA-MORATORIA THRU F-GRABA-MORATORIA.
           IF IM-STATUS = "99"
               PERFORM OCUPADO THRU F-OCUPADO
               GO TO GRABA1-RW.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE "IMP" TO JP-TIPO.
           MOVE REG-IMP TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           PERFORM GRABAR-RECIBO THRU F-GRABAR-RECIBO.
           IF FPAGO = "C"
               PERFORM GRABA-CHEQUE THRU F-GRABA-CHEQUE.
           IF FPAGO = "R"
               PERFORM GRABA-RETEN THRU F-GRABA-RETEN.
           IF FPAGO = "U"
               PERFORM GRABA-DOLAR THRU F-GRABA-DOLAR.
           IF FPAGO = "J" AND JD-HAY = "S"
               PERFORM GRABA-JUDICIAL THRU F-GRABA-JUDICIAL.
           IF FPAGO = "K"
               PERFORM GRABA-TARJETA THRU F-GRABA-TARJETA.
           PERFORM PREGUNTA-RECIBO THRU F-PREGUNTA-RECIBO.
           MOVE SPACES TO OPC.
           GO TO CON-D1.
      *    MARCA, Y LA GRABACION RECORRE LAS MARCADAS CANCELANDO EL
      *    SALDO COMPLETO DE CADA UNA CON LA MISMA FECHA DE PAGO.
       MULTI.
           MOVE "N" TO AU-ANUAL.
           PERFORM MULTI-CARGA THRU F-MULTI-CARGA.
           IF MP-CANT = ZEROS
           DISPLAY "EL CLIENTE NO TIENE CUOTAS PENDIENTES" AT 1324
           PERFORM AUTORIZA-SUP THRU F-AUTORIZA-SUP
           DISPLAY "                     " AT 2337
           IF AUT-OK NOT = "S" GO TO MULTI-FEC.
           IF AU-ANUAL = "S"
               AND MP-FAA4 * 10000 + MMP1 * 100 + DDP1 > AU-LIMITE
           DISPLAY "VENCIDO EL PLAZO DEL PAGO ANUAL" AT 2337
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2369 WITH PROMPT
           DISPLAY "                                 " AT 2337
           GO TO CON-D1.
       MULTI-FP.
           DISPLAY "FORMA E/C/T/J/R/U/K:" AT 2340
           WITH FOREGROUND-COLOR 6.
           MOVE "E" TO FPAGO.
           ACCEPT FPAGO AT 2361 WITH PROMPT.
           IF FPAGO NOT = "E" AND FPAGO NOT = "C" AND FPAGO NOT = "T"
               AND FPAGO NOT = "J" AND FPAGO NOT = "R"
               AND FPAGO NOT = "U" AND FPAGO NOT = "K"
               GO TO MULTI-FP.
           IF FPAGO = "C"
               PERFORM PIDE-CHEQUE THRU F-PIDE-CHEQUE.
           IF FPAGO = "R"
               PERFORM PIDE-RETEN THRU F-PIDE-RETEN.
           IF FPAGO = "K"
               PERFORM PIDE-TARJETA THRU F-PIDE-TARJETA.
           PERFORM MULTI-SEGUNDO THRU F-MULTI-SEGUNDO
               VARYING MP-IND FROM 1 BY 1 UNTIL MP-IND > MP-CANT.
           PERFORM MULTI-TOTAL THRU F-MULTI-TOTAL.
           IF FPAGO = "U"
               MOVE "M" TO US-MODO
               MOVE MP-TOTAL TO US-PES
               PERFORM PIDE-DOLAR THRU F-PIDE-DOLAR
               IF US-OK NOT = "S" GO TO MULTI-FP.
           IF FPAGO = "J"
               MOVE "M" TO JD-MODO
               MOVE MP-TOTAL TO JD-CAP
               PERFORM PIDE-JUDICIAL THRU F-PIDE-JUDICIAL
               IF JD-OK NOT = "S" GO TO MULTI-FP.
       MULTI-CONF.
           MOVE MP-MARCADAS TO MP-CONF-CANT.
           MOVE DDP1 TO MP-CONF-DD.
           PERFORM GRABAR-RECIBO THRU F-GRABAR-RECIBO.
           IF FPAGO = "C"
               PERFORM GRABA-CHEQUE THRU F-GRABA-CHEQUE.
           IF FPAGO = "R"
               PERFORM GRABA-RETEN THRU F-GRABA-RETEN.
           IF FPAGO = "U"
               PERFORM GRABA-DOLAR THRU F-GRABA-DOLAR.
           IF FPAGO = "J" AND JD-HAY = "S"
               PERFORM GRABA-JUDICIAL THRU F-GRABA-JUDICIAL.
           IF FPAGO = "K"
               PERFORM GRABA-TARJETA THRU F-GRABA-TARJETA.
           PERFORM PREGUNTA-RECIBO THRU F-PREGUNTA-RECIBO.
           MOVE SPACES TO OPC.
           GO TO CON-D1.
           READ IMPU NEXT RECORD AT END GO TO F-MULTI-CARGA.
           IF CONT NOT = CONT1 GO TO F-MULTI-CARGA.
           IF FEC-PAG NOT = ZEROS GO TO MC-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO MC-R.
           IF MP-CANT = 24 GO TO F-MULTI-CARGA.
           ADD 1 TO MP-CANT.
           MOVE NUM-CO1 TO MP-CLAVE (MP-CANT).
               COMPUTE MP-IMPORTE (MP-CANT) =
                   MONTO + NDC-AJUSTE - PAGADO.
           MOVE " " TO MP-MARCA (MP-CANT).
           MOVE ZEROS TO MP-RECV2 (MP-CANT) MP-BONA (MP-CANT).
           GO TO MC-R.
       F-MULTI-CARGA.
           EXIT.

      *    PAGO CONTADO ANUAL: TODAS LAS CUOTAS EMITIDAS DEL A#O DE UN
      *    TIPO, SIN NINGUN PAGO, CANCELADAS JUNTAS HASTA LA FECHA
      *    LIMITE DE ARANUA CON SU PORCENTAJE (EN LUGAR DE LA
      *    BONIFICACION PUNTUAL). SE GRABA POR EL CAMINO DE VARIAS
      *    CUOTAS, CON UN SOLO RECIBO.
       ANUAL.
           DISPLAY "PAGO ANUAL - TIPO:" AT 1324
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO AU-TIP.
           ACCEPT AU-TIP AT 1343 WITH PROMPT.
           IF AU-TIP = ZEROS
               DISPLAY "                              " AT 1324
               GO TO CON-D1.
           DISPLAY "A#O:" AT 1348 WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO AU-AA2.
           ACCEPT AU-AA2 AT 1353 WITH PROMPT.
           DISPLAY "                              " AT 1324.
       ANUAL-C.
           MOVE "N" TO AU-ANUAL.
           MOVE AU-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO AU-ANO.
           READ ANUA KEY IS AU-CLAVE
           INVALID KEY MOVE ZEROS TO AU-PORC.
           IF AU-PORC = ZEROS
           DISPLAY "EL TIPO NO TIENE PAGO ANUAL ESE A#O" AT 1324
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1361 WITH PROMPT
           DISPLAY "                                     " AT 1324
           GO TO CON-D1.
           PERFORM ANUAL-CARGA THRU F-ANUAL-CARGA.
           IF AU-ERR = "S"
           DISPLAY "HAY CUOTAS DEL A#O CON PAGOS O EN PLAN" AT 1324
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1364 WITH PROMPT
           DISPLAY "                                        " AT 1324
           GO TO CON-D1.
           IF MP-CANT = ZEROS
           DISPLAY "NO HAY CUOTAS EMITIDAS DEL A#O" AT 1324
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1356 WITH PROMPT
           DISPLAY "                                " AT 1324
           GO TO CON-D1.
           MOVE "S" TO AU-ANUAL.
           PERFORM ENCABEZA.
           DISPLAY "CLIENTE:" AT 0703 WITH FOREGROUND-COLOR 4.
           DISPLAY NOMBRE AT 0712.
           DISPLAY "PAGO ANUAL CON DESCUENTO" AT 0740
           WITH FOREGROUND-COLOR 2.
           DISPLAY "CUO/A#O TIP FEC-VENCIM     SALDO" AT 0803
           WITH FOREGROUND-COLOR 4.
           PERFORM MULTI-PINTA THRU F-MULTI-PINTA.
           GO TO MULTI-F.

       ANUAL-CARGA.
           MOVE ZEROS TO MP-CANT MP-MARCADAS MP-TOTAL.
           MOVE "N" TO AU-ERR.
           MOVE CONT1 TO CONT.
           MOVE ZEROS TO PERI.
           MOVE ZEROS TO TIP-VEN.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO F-ANUAL-CARGA.
       AUC-R.
           READ IMPU NEXT RECORD AT END GO TO F-ANUAL-CARGA.
           IF CONT NOT = CONT1 GO TO F-ANUAL-CARGA.
           IF TIP-VEN NOT = AU-TIP OR ANO NOT = AU-ANO GO TO AUC-R.
           IF FEC-PAG NOT = ZEROS OR PAGADO NOT = ZEROS
              OR EST-IMP = "P" OR EST-IMP = "X"
               MOVE "S" TO AU-ERR
               GO TO F-ANUAL-CARGA.
           IF MP-CANT = 24 GO TO F-ANUAL-CARGA.
           ADD 1 TO MP-CANT.
           MOVE NUM-CO1 TO MP-CLAVE (MP-CANT).
           MOVE DDV TO MP-DDV (MP-CANT).
           MOVE MMV TO MP-MMV (MP-CANT).
           MOVE AAV TO MP-AAV (MP-CANT).
           MOVE AA TO MP-AA (MP-CANT).
           MOVE P1 TO MP-P1 (MP-CANT).
           MOVE TIP-VEN TO MP-TIP (MP-CANT).
           PERFORM SUMA-AJUSTES THRU F-SUMA-AJUSTES.
           COMPUTE MP-BONA (MP-CANT) ROUNDED = MONTO * AU-PORC / 100.
           IF MONTO + NDC-AJUSTE < MP-BONA (MP-CANT)
               MOVE ZEROS TO MP-IMPORTE (MP-CANT)
           ELSE
               COMPUTE MP-IMPORTE (MP-CANT) =
                   MONTO + NDC-AJUSTE - MP-BONA (MP-CANT).
           MOVE "X" TO MP-MARCA (MP-CANT).
           MOVE ZEROS TO MP-RECV2 (MP-CANT).
           GO TO AUC-R.
       F-ANUAL-CARGA.
           EXIT.

      *    CUOTAS MARCADAS CON DOBLE VENCIMIENTO PAGADAS DESPUES DEL
      *    PRIMERO: SE LES SUMA EL RECARGO DEL SEGUNDO (UNA SOLA VEZ).
       MULTI-SEGUNDO.
           IF MP-MARCA (MP-IND) NOT = "X" GO TO F-MULTI-SEGUNDO.
           IF MP-RECV2 (MP-IND) NOT = ZEROS GO TO F-MULTI-SEGUNDO.
           COMPUTE V2-PAGO = MP-FAA4 * 10000 + MMP1 * 100 + DDP1.
           COMPUTE V2-PRIM = MP-AAV (MP-IND) * 10000
               + MP-MMV (MP-IND) * 100 + MP-DDV (MP-IND).
           IF V2-PAGO NOT > V2-PRIM GO TO F-MULTI-SEGUNDO.
           MOVE MP-CLAVE (MP-IND) TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO F-MULTI-SEGUNDO.
           PERFORM LEE-SEGUNDO THRU F-LEE-SEGUNDO.
           MOVE V2-DIF TO MP-RECV2 (MP-IND).
           ADD V2-DIF TO MP-IMPORTE (MP-IND).
       F-MULTI-SEGUNDO.
           EXIT.

       MULTI-PINTA.
           MOVE 1 TO MP-IND.
       MPI-R.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO F-MULTI-PAGA.
           PERFORM SUMA-AJUSTES THRU F-SUMA-AJUSTES.
           ADD MP-RECV2 (MP-IND) TO NDC-AJUSTE.
           IF MONTO + NDC-AJUSTE < PAGADO GO TO F-MULTI-PAGA.
           COMPUTE MP-SALDO = MONTO + NDC-AJUSTE - PAGADO.
           COMPUTE PAGADO = MONTO + NDC-AJUSTE.
           MOVE DDP1 TO DDP.
           MOVE MMP1 TO MMP.
           MOVE MP-FAA4 TO AAP.
           IF MP-BONA (MP-IND) NOT = ZEROS
               SUBTRACT MP-BONA (MP-IND) FROM MP-SALDO PAGADO
               ADD MP-BONA (MP-IND) TO BONIF
               MOVE MP-BONA (MP-IND) TO PP-BONIF
               PERFORM GRABA-BONIF-DIA THRU F-GRABA-BONIF-DIA.
           MOVE NUM-CO1 TO REG-CIM.
           MOVE DDP1 TO RFD.
           MOVE MMP1 TO RFM.
           COMPUTE TOT-PER = RFA * 100 + RFM.
           MOVE REG-MPO TO TOT-COB.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           MOVE REG-MPO TO PM-IMPORTE.
           PERFORM CUMPLE-PROMESA THRU F-CUMPLE-PROMESA.
       MP-RW.
           REWRITE REG-IMP.
           IF IM-STATUS = "99"
               PERFORM OCUPADO THRU F-OCUPADO
               GO TO MP-RW.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE "IMP" TO JP-TIPO.
           MOVE REG-IMP TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
       EMISION.
           IF EXPO-SW = "Y" GO TO EXPORTA.
           MOVE ZEROS TO T-GM C-CONTA C-HOJA SUB-MPO.
           MOVE ZEROS TO T-EFE T-CHQ T-TRA T-JUD T-RET T-USD T-TAR
               T-DTA T-PLA T-SIN.
           MOVE SPACES TO BRK-CIM BRK-NOM.
           READ RDATOS AT END.
           MOVE REG-NOMEMP TO S-NOMEMP.
           MOVE REG-DOM TO S-DOM.
           MOVE REG-TEL TO S-TEL.
           MOVE REG-CUIT TO S-CUIT.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA.
           MOVE DDF TO S-DD.
           MOVE MMF TO S-MM.
           MOVE AAF TO S-AA.
           ELSE
           IF REG-FPAGO = "J" ADD REG-MPO TO T-JUD
           ELSE
           IF REG-FPAGO = "R" ADD REG-MPO TO T-RET
           ELSE
           IF REG-FPAGO = "U" ADD REG-MPO TO T-USD
           ELSE
           IF REG-FPAGO = "K" ADD REG-MPO TO T-TAR
           ELSE
           IF REG-FPAGO = "D" ADD REG-MPO TO T-DTA
           ELSE
           IF REG-FPAGO = "H" ADD REG-MPO TO T-PLA
           ELSE
           ADD REG-MPO TO T-SIN.
           MOVE REG-GM TO N-CODI.
           READ CODI KEY IS N-CODI
               MOVE "JUDICIAL......." TO FP-DESC
               MOVE T-JUD TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF T-RET NOT = ZEROS
               MOVE "RETENCIONES...." TO FP-DESC
               MOVE T-RET TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF T-USD NOT = ZEROS
               MOVE "DOLARES (EN $)." TO FP-DESC
               MOVE T-USD TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF T-TAR NOT = ZEROS
               MOVE "TARJETA........" TO FP-DESC
               MOVE T-TAR TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF T-DTA NOT = ZEROS
               MOVE "DEBITO TARJETA." TO FP-DESC
               MOVE T-DTA TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF T-PLA NOT = ZEROS
               MOVE "DESC. HABERES.." TO FP-DESC
               MOVE T-PLA TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF T-SIN NOT = ZEROS
               MOVE "SIN ESPECIFICAR" TO FP-DESC
               MOVE T-SIN TO FP-TOT
           CLOSE CONTRI IMPU RPAGOS CODI RDATOS BITA RECI CIERR CHEQ
                 AVIH TITD NOTA PERIO NUREC JPAG CTBL SALDOF BONI
                 NOTDC SCORE TOTAL AVIE RECL MORA TASA CAJA EGRE
                 CONCE DEVOL BANCO DEPLO CAE VTO2 ANUA RETE COTI
                 DOLA TARJ LOTJ DUPL GEST JUICIO JUCO ABIE.
           IF IMPRE-SW = "Y"
               CLOSE IMPRE
               PERFORM VUELCA-SPOOL THRU F-VUELCA-SPOOL.
           CHAIN "MENU".
           STOP RUN.

      *    SI ARNUREC TIENE TOPE (DELEGACION, O CASA CENTRAL CON
      *    DELEGACIONES) SE AVISA CUANDO QUEDAN POCOS NUMEROS Y, AGOTADO
      *    EL RANGO, NO SE TOMAN MAS COBROS HASTA QUE CASA CENTRAL LO
      *    AMPLIE.
       CONTROL-RANGO.
           MOVE "N" TO NU-AGOTADO.
           OPEN INPUT NUTOP.
           IF NU-STATUS NOT = "00" GO TO F-CONTROL-RANGO.
           MOVE 2 TO NU-CLAVE.
           READ NUTOP KEY IS NU-CLAVE
           INVALID KEY GO TO CR-CIERRA.
           MOVE NU-PROX TO NU-TOPE.
           MOVE 1 TO NU-CLAVE.
           READ NUTOP KEY IS NU-CLAVE
           INVALID KEY MOVE 1 TO NU-PROX.
           IF NU-PROX > NU-TOPE
               DISPLAY "RANGO DE RECIBOS AGOTADO - AVISE A CASA CENTRAL"
               AT 2303 WITH FOREGROUND-COLOR 4
               MOVE "S" TO NU-AGOTADO
               ACCEPT OPC AT 2352 WITH PROMPT
               GO TO CR-CIERRA.
           COMPUTE NU-QUEDAN = NU-TOPE - NU-PROX + 1.
           IF NU-QUEDAN < 50
               DISPLAY "QUEDAN" AT 2464 WITH FOREGROUND-COLOR 4
               DISPLAY NU-QUEDAN AT 2471 WITH FOREGROUND-COLOR 4.
       CR-CIERRA.
           CLOSE NUTOP.
       F-CONTROL-RANGO.
           EXIT.

      *    LA NUMERACION DE RECIBOS ES CORRELATIVA Y SE GUARDA EN
      *    ARNUREC: UN UNICO REGISTRO CON EL PROXIMO NUMERO A EMITIR.
      *    EL ARCHIVO ES INDEXADO Y EL REGISTRO QUEDA TOMADO ENTRE LA
           MOVE "REC" TO JP-TIPO.
           MOVE REG-RECI TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           PERFORM ENCOLA-CAE THRU F-ENCOLA-CAE.
       F-GRABAR-RECIBO.
           EXIT.

      *    EL RECIBO QUEDA PENDIENTE DE AUTORIZACION. EL DOCUMENTO DEL
      *    CLIENTE Y EL CUIT EMISOR LOS COMPLETA FACTEL AL ENVIARLO.
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

       PREGUNTA-RECIBO.
           DISPLAY "IMPRIME EL RECIBO S/N" AT 2303
           WITH FOREGROUND-COLOR 6.
               MOVE MO-CONDONA TO RL-MOC
               MOVE RL7 TO LIN-AUX
               PERFORM ESCRIBE-M1 THRU F-ESCRIBE-M1.
           MOVE REC-NRO TO US-NRECI.
           READ DOLA KEY IS US-NRECI
           INVALID KEY MOVE "A" TO US-EST.
           IF US-EST NOT = "A"
               MOVE US-DOLARES TO RL-USD
               MOVE US-COTIZ TO RL-UCOT
               MOVE RL10 TO LIN-AUX
               PERFORM ESCRIBE-M1 THRU F-ESCRIBE-M1.
           MOVE REC-NRO TO TJ-NRECI.
           READ TARJ KEY IS TJ-NRECI
           INVALID KEY MOVE "A" TO TJ-EST.
           IF TJ-EST NOT = "A"
               MOVE TJ-MARCA TO RL-MARCA
               MOVE TJ-CUPON TO RL-CUPON
               MOVE TJ-LOTE TO RL-LOTE
               MOVE RL11 TO LIN-AUX
               PERFORM ESCRIBE-M1 THRU F-ESCRIBE-M1.
           PERFORM LINEA-CAE THRU F-LINEA-CAE.
           MOVE REC-TOTAL TO QTY.
           CALL "NUMLE" USING PARAM1, PARAM2.
           MOVE LETRA-1 TO LIN-AUX.
       F-IMPRIME-RECIBO.
           EXIT.

      *    CAE Y VENCIMIENTO SI EL RECIBO YA FUE AUTORIZADO; SI NO,
      *    LA LEYENDA DE PENDIENTE (LA REIMPRESION LO TOMA DE AQUI).
       LINEA-CAE.
           MOVE "R" TO CA-TIPO.
           MOVE REC-NRO TO CA-NRO.
           READ CAE KEY IS CA-CLAVE
           INVALID KEY MOVE "P" TO CA-EST.
           IF CA-EST = "A"
               MOVE CA-CAE TO RL-CAE
               MOVE CA-VTO TO RL-CAEV
               MOVE RL-CAEV-DD TO RL-CVDD
               MOVE RL-CAEV-MM TO RL-CVMM
               MOVE RL-CAEV-AA TO RL-CVAA
               MOVE RL8 TO LIN-AUX
           ELSE
               MOVE RL9 TO LIN-AUX.
           PERFORM ESCRIBE-M2 THRU F-ESCRIBE-M2.
       F-LINEA-CAE.
           EXIT.

      *    ESCRITURA CON EL MARGEN IZQUIERDO CONFIGURADO, PARA QUE EL
      *    RECIBO SALGA ALINEADO EN LA IMPRESORA NUEVA.
       ESCRIBE-M1.
           MOVE REG-PAG TO BT-ANTES.
           MOVE "A" TO REG-EST.
           REWRITE REG-PAG.
           MOVE "B" TO CONDOM-FUN.
           MOVE REG-CLAVE TO CONDOM-CLAVE.
           CALL "CONDOM" USING CONDOM-PAR.
           MOVE "PAG" TO JP-TIPO.
           MOVE REG-PAG TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           COMPUTE TOT-PER = RFA * 100 + RFM.
           COMPUTE TOT-COB = ZERO - REG-MPO.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           COMPUTE PM-IMPORTE = ZERO - REG-MPO.
           PERFORM CUMPLE-PROMESA THRU F-CUMPLE-PROMESA.
           MOVE "PAGOS" TO BT-ARCHIVO.
           MOVE "ANUL" TO BT-ACCION.
           MOVE AN-CIM TO BT-CLAVE.
           MOVE REG-PAG TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA.
           MOVE AN-CIM TO REG-CIM.
           MOVE DDF TO RFD.
           MOVE MMF TO RFM.
           IF AN-NRECI NOT = ZEROS
               MOVE AN-NRECI TO REC-NRO
               PERFORM AN-RECI THRU F-AN-RECI.
           IF AN-FPAGO = "R" AND AN-NRECI NOT = ZEROS
               PERFORM AN-RETEN THRU F-AN-RETEN.
           IF AN-FPAGO = "U" AND AN-NRECI NOT = ZEROS
               PERFORM AN-DOLAR THRU F-AN-DOLAR.
           IF AN-FPAGO = "J" AND AN-NRECI NOT = ZEROS
               PERFORM AN-JUDICIAL THRU F-AN-JUDICIAL.
           IF AN-FPAGO = "K" AND AN-NRECI NOT = ZEROS
               PERFORM AN-TARJETA THRU F-AN-TARJETA.
       F-REVIERTE-PAGO.
           EXIT.

      *    INMUEBLE EN CONDOMINIO: MUESTRA LOS CONDOMINOS CON LO QUE
      *    LE FALTA PAGAR A CADA UNO DE ESTA CUOTA Y PREGUNTA QUIEN
      *    PAGA. CERO DEJA EL PAGO SIN ASIGNAR A NINGUNO. LA CUOTA
      *    QUEDA PAGA RECIEN CUANDO ENTRO TODO, COMO CUALQUIER PAGO
      *    PARCIAL.
       ELIGE-CONDOMINO.
           MOVE ZERO TO CN-ELIGE.
           MOVE "L" TO CONDOM-FUN.
           MOVE NUM-CO1 TO CONDOM-CLI.
           MOVE AA TO CONDOM-CAA.
           MOVE P1 TO CONDOM-CP1.
           MOVE TIP-VEN TO CONDOM-TIP.
           MOVE ZEROS TO CONDOM-MONTO.
           IF MONTO + NDC-AJUSTE > ZEROS
               COMPUTE CONDOM-MONTO = MONTO + NDC-AJUSTE.
           CALL "CONDOM" USING CONDOM-PAR.
           IF CONDOM-CANT = ZERO GO TO F-ELIGE-CONDOMINO.
           DISPLAY "CONDOMINO (0=SIN ASIGNAR):" AT 1540
           WITH FOREGROUND-COLOR 6.
       EC-PIDE.
           MOVE ZERO TO CN-ELIGE.
           ACCEPT CN-ELIGE AT 1567 WITH PROMPT.
           DISPLAY "                                   " AT 1640.
           DISPLAY "                                   " AT 1740.
           IF CN-ELIGE = ZERO GO TO EC-FIN.
           MOVE 1 TO CN-IX.
       EC-BUSCA.
           IF CN-IX > CONDOM-CANT GO TO EC-PIDE.
           IF CONDOM-SEC (CN-IX) NOT = CN-ELIGE
               ADD 1 TO CN-IX
               GO TO EC-BUSCA.
           DISPLAY CONDOM-NOM (CN-IX) AT 1640.
           COMPUTE CN-PEND = CONDOM-PARTE (CN-IX) - CONDOM-PAGO (CN-IX).
           MOVE CN-PEND TO CN-PEND-ED.
           DISPLAY "SU PARTE: $" AT 1740.
           DISPLAY CN-PEND-ED AT 1752.
           GO TO F-ELIGE-CONDOMINO.
       EC-FIN.
           DISPLAY "                            " AT 1540.
       F-ELIGE-CONDOMINO.
           EXIT.

      *    REIMPUTACION: MUEVE UN PAGO CARGADO AL CLIENTE O A LA CUOTA
      *    EQUIVOCADA A LA CORRECTA SIN ANULARLO, CONSERVANDO SU FECHA
      *    Y SU NUMERO DE RECIBO (EL CLIENTE TIENE EL ORIGINAL EN LA
      *    MANO). DESCUENTA EN LA CUOTA Y EL TOTAL DE ORIGEN, SUMA EN
      *    LOS DE DESTINO, DEJA ANTES/DESPUES EN LA BITACORA E IMPRIME
      *    UN COMPROBANTE DE CORRECCION. SIEMPRE CON SUPERVISOR, Y NO
      *    SE ADMITE SOBRE UN MES CONTABLE CERRADO.
       REIMPUTA.
           DISPLAY "REIMPUTACION - NRO DE CLIENTE:" AT 1224
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO CONT1.
           ACCEPT CONT1 AT 1255 WITH PROMPT.
           DISPLAY "                              " AT 1224.
           IF CONT1 = SPACES GO TO F-REIMPUTA.
           MOVE CONT1 TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INCORRECTO" AT 1224
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1243 WITH PROMPT
           DISPLAY "                   " AT 1224
           GO TO F-REIMPUTA.
           MOVE ZEROS TO AN-CANT.
           MOVE CONT1 TO REG-CIM.
           MOVE ZEROS TO REG-FEC.
           MOVE ZEROS TO REG-SEC.
           START RPAGOS KEY IS NOT LESS THAN REG-CLAVE
           INVALID KEY GO TO RI-LISTA.
       RI-R.
           READ RPAGOS NEXT RECORD AT END GO TO RI-LISTA.
           IF REG-CIM NOT = CONT1 GO TO RI-LISTA.
           IF REG-EST = "A" OR REG-EST = "R" GO TO RI-R.
           IF AN-CANT = 15 PERFORM AN-CORRE THRU F-AN-CORRE.
           ADD 1 TO AN-CANT.
           MOVE REG-CLAVE TO AN-CLAVE (AN-CANT).
           MOVE REG-MPO TO AN-MPO (AN-CANT).
           MOVE REG-GM TO AN-GM (AN-CANT).
           GO TO RI-R.
       RI-LISTA.
           IF AN-CANT = ZEROS
           DISPLAY "EL CLIENTE NO TIENE PAGOS VIGENTES" AT 1224
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1259 WITH PROMPT
           DISPLAY "                                   " AT 1224
           GO TO F-REIMPUTA.
           PERFORM ENCABEZA.
           DISPLAY "REIMPUTACION DE PAGOS - CLIENTE:" AT 0703
           WITH FOREGROUND-COLOR 4.
           DISPLAY NOMBRE AT 0736.
           MOVE ZEROS TO AN-IND.
       RI-L1.
           ADD 1 TO AN-IND.
           IF AN-IND > AN-CANT GO TO RI-PIDE.
           MOVE AN-IND TO AN-NRO-S.
           MOVE AN-CLAVE (AN-IND) (26:2) TO AN-DD-S.
           MOVE AN-CLAVE (AN-IND) (28:2) TO AN-MM-S.
           MOVE AN-CLAVE (AN-IND) (30:4) TO AN-AA-S.
           MOVE AN-GM (AN-IND) TO AN-GM-S.
           MOVE AN-MPO (AN-IND) TO AN-MPO-S.
           COMPUTE AN-LIN = 8 + AN-IND.
           DISPLAY (AN-LIN, 3) AN-RENG.
           GO TO RI-L1.
       RI-PIDE.
           PERFORM RI-LIMPIA THRU F-RI-LIMPIA.
           DISPLAY "NRO DE PAGO A REIMPUTAR (0=FIN):" AT 2103
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO AN-SEL.
           ACCEPT AN-SEL AT 2136 WITH PROMPT.
           IF AN-SEL = ZEROS GO TO RI-FIN.
           IF AN-SEL > AN-CANT GO TO RI-PIDE.
           MOVE AN-CLAVE (AN-SEL) TO REG-CLAVE.
           READ RPAGOS KEY IS REG-CLAVE
           INVALID KEY GO TO RI-PIDE.
           IF REG-EST = "A" OR REG-EST = "R" GO TO RI-PIDE.
           COMPUTE PER-CMP = RFA * 100 + RFM.
           PERFORM VERIFICA-PERIODO THRU F-VERIFICA-PERIODO.
           IF PER-CERR-SW = "S"
           DISPLAY "PAGO EN MES CONTABLE CERRADO" AT 2303
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2332 WITH PROMPT
           GO TO RI-PIDE.
           MOVE REG-PAG TO RI-SAVE.
           MOVE REG-CIM TO AN-CIM.
           MOVE RFD TO AN-RFD.
           MOVE RFM TO AN-RFM.
           MOVE RFA TO AN-RFA.
           MOVE REG-MPO TO AN-MONTO.
           MOVE REG-GM TO AN-TIPO.
           MOVE REG-NRECI TO AN-NRECI.
           MOVE REG-FPAGO TO AN-FPAGO.
           MOVE REG-CAA TO AN-CAA.
           MOVE REG-CP1 TO AN-CP1.
       RI-DEST.
           DISPLAY "DESTINO  CLIENTE:" AT 2203.
           MOVE AN-CIM TO RI-CLI.
           DISPLAY RI-CLI AT 2221.
           ACCEPT RI-CLI AT 2221 WITH PROMPT.
           IF RI-CLI = SPACES GO TO RI-PIDE.
           DISPLAY "CUOTA:" AT 2247.
           MOVE ZEROS TO RI-P1.
           ACCEPT RI-P1 AT 2254 WITH PROMPT.
           DISPLAY "A#O:" AT 2257.
           MOVE ZEROS TO RI-AA.
           ACCEPT RI-AA AT 2262 WITH PROMPT.
           DISPLAY "TIPO:" AT 2265.
           MOVE AN-TIPO TO RI-TIP.
           DISPLAY RI-TIP AT 2271.
           ACCEPT RI-TIP AT 2271 WITH PROMPT.
           MOVE RI-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE DESTINO INEXISTENTE" AT 2303
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2331 WITH PROMPT
           GO TO RI-PIDE.
           IF RI-CLI = AN-CIM AND RI-AA = AN-CAA AND RI-P1 = AN-CP1
               AND RI-TIP = AN-TIPO
           DISPLAY "ES LA MISMA CUOTA DEL PAGO" AT 2303
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2330 WITH PROMPT
           GO TO RI-PIDE.
           MOVE RI-CLI TO CONT.
           MOVE RI-AA TO AA.
           MOVE RI-P1 TO P1.
           MOVE RI-TIP TO TIP-VEN.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY
           DISPLAY "VENCIMIENTO DESTINO INEXISTENTE" AT 2303
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2335 WITH PROMPT
           GO TO RI-PIDE.
           IF FEC-PAG NOT = ZEROS OR EST-IMP = "P"
               OR AN-MONTO > MONTO - PAGADO
           DISPLAY "LA CUOTA DESTINO NO ADMITE EL PAGO" AT 2303
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 2338 WITH PROMPT
           GO TO RI-PIDE.
       RI-CONF.
           DISPLAY "CONFIRMA LA REIMPUTACION S/N" AT 2303
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2332 WITH PROMPT.
           DISPLAY "                             " AT 2303.
           IF OPC = "N" GO TO RI-PIDE.
           IF OPC NOT = "S" GO TO RI-CONF.
           MOVE AN-CIM TO CONT1.
           MOVE "REIMPUTACION" TO AUT-MOTIVO.
           PERFORM AUTORIZA-SUP THRU F-AUTORIZA-SUP.
           IF AUT-OK NOT = "S" GO TO RI-PIDE.
           PERFORM RI-GRABA THRU F-RI-GRABA.
           PERFORM IMPRIME-REIMP THRU F-IMPRIME-REIMP.
           DISPLAY "PAGO REIMPUTADO" AT 2303
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2319 WITH PROMPT.
       RI-FIN.
           PERFORM ENCABEZA.
           DISPLAY PANTALLA-PAGOS.
           DISPLAY PANTALLA-SAL.
           DISPLAY PANTALLA-RES1.
       F-REIMPUTA.
           EXIT.

       RI-LIMPIA.
           DISPLAY "                                                "
               AT 2103.
           DISPLAY "                                                "
               AT 2203.
           DISPLAY "                         " AT 2251.
           DISPLAY "                                                "
               AT 2303.
       F-RI-LIMPIA.
           EXIT.

      *    ORIGEN: TOTAL CORRIENTE Y CUOTA (LA MISMA BUSQUEDA DE LA
      *    ANULACION). EL RENGLON SE REGRABA SI EL CLIENTE NO CAMBIA;
      *    SI CAMBIA, CAMBIA LA CLAVE Y SE BORRA Y SE GRABA CON LA
      *    MISMA FECHA BAJO EL CLIENTE NUEVO. DESTINO: CUOTA Y TOTAL.
       RI-GRABA.
           MOVE RI-SAVE TO REG-PAG.
           READ RPAGOS KEY IS REG-CLAVE
           INVALID KEY GO TO F-RI-GRABA.
           MOVE REG-PAG TO RI-SAVE.
           MOVE REG-CIM TO TOT-CLI.
           MOVE REG-GM TO TOT-TIP.
           COMPUTE TOT-PER = RFA * 100 + RFM.
           COMPUTE TOT-COB = ZERO - REG-MPO.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           IF RI-CLI NOT = AN-CIM
               COMPUTE PM-IMPORTE = ZERO - REG-MPO
               PERFORM CUMPLE-PROMESA THRU F-CUMPLE-PROMESA.
           MOVE "REIMP" TO AN-BTACC.
           MOVE AN-CIM TO CONT1.
           PERFORM AN-IMPU THRU F-AN-IMPU.
           MOVE "ANUL" TO AN-BTACC.
           MOVE RI-SAVE TO REG-PAG.
           MOVE "B" TO CONDOM-FUN.
           MOVE REG-CLAVE TO CONDOM-CLAVE.
           CALL "CONDOM" USING CONDOM-PAR.
           IF RI-CLI = AN-CIM GO TO RI-REGRABA.
           DELETE RPAGOS INVALID KEY GO TO F-RI-GRABA.
           MOVE "PBA" TO JP-TIPO.
           MOVE RI-SAVE TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           MOVE RI-CLI TO REG-CIM.
           PERFORM CALCULA-SEC THRU F-CALCULA-SEC.
           MOVE REG-SEC TO RI-SEC.
           MOVE RI-SAVE TO REG-PAG.
           MOVE RI-CLI TO REG-CIM.
           MOVE RI-SEC TO REG-SEC.
           MOVE RI-TIP TO REG-GM.
           MOVE RI-AA TO REG-CAA.
           MOVE RI-P1 TO REG-CP1.
       RI-WR.
           WRITE REG-PAG.
           IF RP-STATUS = "99"
               PERFORM OCUPADO THRU F-OCUPADO
               GO TO RI-WR.
           GO TO RI-JORNAL.
       RI-REGRABA.
           MOVE RI-TIP TO REG-GM.
           MOVE RI-AA TO REG-CAA.
           MOVE RI-P1 TO REG-CP1.
           REWRITE REG-PAG.
       RI-JORNAL.
           MOVE "PAG" TO JP-TIPO.
           MOVE REG-PAG TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           MOVE "PAGOS" TO BT-ARCHIVO.
           MOVE "REIMP" TO BT-ACCION.
           MOVE AN-CIM TO BT-CLAVE.
           MOVE RI-SAVE TO BT-ANTES.
           MOVE REG-PAG TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE REG-CIM TO TOT-CLI.
           MOVE REG-GM TO TOT-TIP.
           COMPUTE TOT-PER = RFA * 100 + RFM.
           MOVE REG-MPO TO TOT-COB.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           IF RI-CLI NOT = AN-CIM
               MOVE REG-MPO TO PM-IMPORTE
               PERFORM CUMPLE-PROMESA THRU F-CUMPLE-PROMESA.
           MOVE RI-CLI TO CONT.
           MOVE RI-AA TO AA.
           MOVE RI-P1 TO P1.
           MOVE RI-TIP TO TIP-VEN.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO F-RI-GRABA.
           MOVE REG-IMP TO BT-ANTES.
           ADD AN-MONTO TO PAGADO.
           IF PAGADO NOT < MONTO
               MOVE AN-RFD TO DDP
               MOVE AN-RFM TO MMP
               MOVE AN-RFA TO AAP.
       RI-RW.
           REWRITE REG-IMP.
           IF IM-STATUS = "99"
               PERFORM OCUPADO THRU F-OCUPADO
               GO TO RI-RW.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE "IMP" TO JP-TIPO.
           MOVE REG-IMP TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "REIMP" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       F-RI-GRABA.
           EXIT.

      *    COMPROBANTE DE CORRECCION: RECIBO ORIGINAL, FECHA E IMPORTE
      *    DEL PAGO, CUOTA DE LA QUE SALE Y A LA QUE VA, Y QUIEN LO
      *    AUTORIZO.
       IMPRIME-REIMP.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           MOVE AN-NRECI TO RIL-RECI.
           MOVE AN-RFD TO RIL-DD.
           MOVE AN-RFM TO RIL-MM.
           MOVE AN-RFA TO RIL-AA.
           WRITE RENGLON FROM RIL1 AFTER 1.
           MOVE AN-MONTO TO RIL-IMP.
           WRITE RENGLON FROM RIL2 AFTER 1.
           MOVE "DE: " TO RIL-DE.
           MOVE AN-CIM TO RIL-CLI.
           MOVE AN-CP1 TO RIL-P1.
           MOVE AN-CAA TO RIL-CAA.
           MOVE AN-TIPO TO RIL-TIP.
           WRITE RENGLON FROM RIL3 AFTER 2.
           MOVE "A : " TO RIL-DE.
           MOVE RI-CLI TO RIL-CLI.
           MOVE RI-P1 TO RIL-P1.
           MOVE RI-AA TO RIL-CAA.
           MOVE RI-TIP TO RIL-TIP.
           WRITE RENGLON FROM RIL3 AFTER 1.
           MOVE OPERADOR TO RIL-OPER.
           MOVE SU-COD TO RIL-SUP.
           WRITE RENGLON FROM RIL4 AFTER 2.
           CLOSE IMPRE.
       F-IMPRIME-REIMP.
           EXIT.

      *    CUANDO LA TABLA SE LLENA SE DESCARTA EL PAGO MAS VIEJO, ASI
      *    EN PANTALLA QUEDAN SIEMPRE LOS 15 PAGOS MAS RECIENTES, QUE
      *    SON LOS QUE SE ANULAN EN LA PRACTICA.
       AN-CORRE.
           MOVE 1 TO AN-IND.
       ANC-R.
           IF AN-IND = 15 GO TO ANC-F.
           COMPUTE AN-SEL = AN-IND + 1.
           MOVE AN-ITEM (AN-SEL) TO AN-ITEM (AN-IND).
           ADD 1 TO AN-IND.
           GO TO ANC-R.
       ANC-F.
           SUBTRACT 1 FROM AN-CANT.
       F-AN-CORRE.
           EXIT.

      *    BUSCA EN ARIMPU LA CUOTA A LA QUE CORRESPONDE EL PAGO
      *    ANULADO: PRIMERO LA QUE COINCIDE EN TIPO Y FECHA DE PAGO,
      *    SI NO, LA PRIMERA DEL MISMO TIPO CON PAGADO SUFICIENTE.
       AN-IMPU.
           IF AN-CAA = ZEROS AND AN-CP1 = ZEROS GO TO ANI-BUSCA.
           MOVE CONT1 TO CONT.
           MOVE AN-CAA TO AA.
           MOVE AN-CP1 TO P1.
           MOVE AN-TIPO TO TIP-VEN.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO ANI-BUSCA.
           GO TO ANI-AJUSTA.
       ANI-BUSCA.
           MOVE SPACES TO AN-EXACTO AN-APROX.
           MOVE CONT1 TO CONT.
           MOVE ZEROS TO PERI.
           MOVE ZEROS TO TIP-VEN.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO F-AN-IMPU.
       ANI-R.
           READ IMPU NEXT RECORD AT END GO TO ANI-ELIGE.
           IF CONT NOT = CONT1 GO TO ANI-ELIGE.
           IF TIP-VEN NOT = AN-TIPO GO TO ANI-R.
           IF PAGADO < AN-MONTO GO TO ANI-R.
           IF DDP = AN-RFD AND MMP = AN-RFM AND AAP = AN-RFA
               AND AN-EXACTO = SPACES
               MOVE NUM-CO1 TO AN-EXACTO.
           IF AN-APROX = SPACES
               MOVE NUM-CO1 TO AN-APROX.
           GO TO ANI-R.
           IF PAGADO < MONTO
               MOVE ZEROS TO FEC-PAG.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE "IMP" TO JP-TIPO.
           MOVE REG-IMP TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE AN-BTACC TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE CHQ-MM TO CH-FD-MM.
           MOVE CHQ-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO CH-FD-AA.
           MOVE "C" TO CH-EST.
           MOVE ZEROS TO CH-LOTE.
           MOVE SPACES TO CH-CTA.
           MOVE RECI-NRO TO CH-NRECI.
           WRITE REG-CHEQ INVALID KEY REWRITE REG-CHEQ.
           MOVE "CHQ" TO JP-TIPO.
           MOVE REG-CHEQ TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
       F-GRABA-CHEQUE.
           EXIT.

       AVISA-CHEQUES.
           MOVE "N" TO CH-HAY-R.
           CLOSE CHEQ.
           OPEN I-O CHEQ.
       AVC-R.
           READ CHEQ NEXT RECORD AT END GO TO AVC-F.
           IF CH-CLI NOT = CONT1 GO TO AVC-R.
           IF CH-EST NOT = "R" GO TO AVC-R.
           MOVE "S" TO CH-HAY-R.
       AVC-F.
           IF CH-HAY-R = "S"
               DISPLAY "*** CLIENTE CON CHEQUES RECHAZADOS ***" AT 1024
               WITH FOREGROUND-COLOR 4
           ELSE
               DISPLAY "                                      " AT 1024.
       F-AVISA-CHEQUES.
           EXIT.

      *    DATOS DEL CERTIFICADO DE RETENCION QUE EL CLIENTE ENTREGA
      *    COMO PAGO. NO SE ACEPTA DOS VECES EL MISMO CERTIFICADO DEL
      *    MISMO CLIENTE SALVO QUE EL ANTERIOR ESTE ANULADO.
       PIDE-RETEN.
           DISPLAY "CERT:" AT 2303
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO RTB-CERT.
           ACCEPT RTB-CERT AT 2309 WITH PROMPT.
           IF RTB-CERT = SPACES GO TO PIDE-RETEN.
           MOVE CONT1 TO RT-CLI.
           MOVE RTB-CERT TO RT-CERT.
           READ RETE KEY IS RT-CLAVE
           INVALID KEY GO TO PR-IMP.
           IF RT-EST = "A" GO TO PR-IMP.
           DISPLAY "CERTIFICADO YA INGRESADO" AT 2330
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2355 WITH PROMPT.
           DISPLAY "                         " AT 2330.
           GO TO PIDE-RETEN.
       PR-IMP.
           DISPLAY "I=IIBB G=GAN:" AT 2330
           WITH FOREGROUND-COLOR 6.
           MOVE "I" TO RTB-IMP.
           ACCEPT RTB-IMP AT 2344 WITH PROMPT.
           IF RTB-IMP NOT = "I" AND RTB-IMP NOT = "G" GO TO PR-IMP.
       PR-REG.
           DISPLAY "REG:" AT 2346
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO RTB-REG.
           ACCEPT RTB-REG AT 2351 WITH PROMPT.
       PR-FEC.
           DISPLAY "F.CERT:" AT 2355
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO RTB-F1.
           ACCEPT RTB-F1 AT 2363 WITH PROMPT.
           IF RTB-F1 = ZEROS GO TO PR-FEC.
           IF RTB-MM = ZEROS OR RTB-MM > 12 GO TO PR-FEC.
           IF RTB-DD = ZEROS OR RTB-DD > 31 GO TO PR-FEC.
           DISPLAY "                                                  "
               AT 2303.
           DISPLAY "                  " AT 2353.
       F-PIDE-RETEN.
           EXIT.

      *    REGISTRA EL CERTIFICADO POR EL IMPORTE DEL RECIBO, CON LA
      *    FECHA DE PAGO COMO FECHA DE RECEPCION.
       GRABA-RETEN.
           MOVE REC-CLI TO RT-CLI.
           MOVE RTB-CERT TO RT-CERT.
           MOVE RTB-IMP TO RT-IMPUESTO.
           MOVE RTB-REG TO RT-REGIMEN.
           MOVE RTB-DD TO RT-FC-DD.
           MOVE RTB-MM TO RT-FC-MM.
           MOVE RTB-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO RT-FC-AA.
           COMPUTE RT-FREC = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           MOVE REC-TOTAL TO RT-MONTO.
           MOVE RECI-NRO TO RT-NRECI.
           MOVE SPACE TO RT-EST.
           WRITE REG-RETE INVALID KEY REWRITE REG-RETE.
           MOVE "RET" TO JP-TIPO.
           MOVE REG-RETE TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
       F-GRABA-RETEN.
           EXIT.

      *    AL ANULAR UN PAGO CON RETENCION SE ANULA EL CERTIFICADO DEL
      *    RECIBO, ASI NO SALE EN EL LISTADO MENSUAL Y PUEDE VOLVER A
      *    INGRESARSE.
       AN-RETEN.
           CLOSE RETE.
           OPEN I-O RETE.
       ANR-R.
           READ RETE NEXT RECORD AT END GO TO F-AN-RETEN.
           IF RT-NRECI NOT = AN-NRECI OR RT-CLI NOT = AN-CIM
               GO TO ANR-R.
           IF RT-EST = "A" GO TO ANR-R.
           MOVE "A" TO RT-EST.
           REWRITE REG-RETE.
           MOVE "RET" TO JP-TIPO.
           MOVE REG-RETE TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
       F-AN-RETEN.
           EXIT.

      *    COBRO EN DOLARES: TOMA LA COTIZACION DE LA FECHA DE PAGO Y
      *    CALCULA LOS U$S QUE EQUIVALEN A US-PES. EN EL PAGO DE UNA
      *    CUOTA (US-MODO "S") EL OPERADOR PUEDE INGRESAR LOS U$S
      *    QUE ENTREGA EL CLIENTE, SIN SUPERAR EL IMPORTE, Y US-PES
      *    QUEDA CON EL EQUIVALENTE; EN VARIAS CUOTAS SE COBRA JUSTO.
       PIDE-DOLAR.
           MOVE "N" TO US-OK.
           MOVE AAP1 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE CZ-FECHA = ANO-VENT * 10000 + MMP1 * 100 + DDP1.
           READ COTI KEY IS CZ-FECHA
           INVALID KEY
               DISPLAY "NO HAY COTIZACION DEL DOLAR PARA LA FECHA"
                   AT 2303 WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2345 WITH PROMPT
               DISPLAY "                                          "
                   AT 2303
               GO TO F-PIDE-DOLAR.
           MOVE CZ-VALOR TO US-COT.
           COMPUTE US-DOL ROUNDED = US-PES / US-COT.
           MOVE US-COT TO US-COT-ED.
       PD-DOL.
           DISPLAY "COTIZ:" AT 2303 WITH FOREGROUND-COLOR 6.
           DISPLAY US-COT-ED AT 2310.
           DISPLAY "U$S:" AT 2322 WITH FOREGROUND-COLOR 6.
           MOVE US-DOL TO US-DOL-AC.
           DISPLAY US-DOL-AC AT 2327.
           IF US-MODO = "M" GO TO PD-MUESTRA.
           ACCEPT US-DOL-AC AT 2327 WITH PROMPT.
           IF US-DOL-AC = ZEROS GO TO PD-DOL.
           MOVE US-DOL-AC TO US-DOL.
           COMPUTE US-NUEVO ROUNDED = US-DOL * US-COT.
           IF US-NUEVO > US-PES
               DISPLAY "SUPERA EL IMPORTE" AT 2340
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2358 WITH PROMPT
               DISPLAY "                  " AT 2340
               COMPUTE US-DOL ROUNDED = US-PES / US-COT
               GO TO PD-DOL.
           MOVE US-NUEVO TO US-PES.
       PD-MUESTRA.
           MOVE US-PES TO US-PES-ED.
           DISPLAY "= $" AT 2340 WITH FOREGROUND-COLOR 6.
           DISPLAY US-PES-ED AT 2344.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2359 WITH PROMPT.
           DISPLAY "                                        " AT 2303.
           DISPLAY "                    " AT 2343.
           MOVE "S" TO US-OK.
       F-PIDE-DOLAR.
           EXIT.

      *    DEJA CONSTANCIA DEL RECIBO COBRADO EN DOLARES (IMPORTE EN
      *    U$S, COTIZACION Y PESOS APLICADOS).
       GRABA-DOLAR.
           MOVE RECI-NRO TO US-NRECI.
           MOVE REC-CLI TO US-CLI.
           COMPUTE US-FECHA = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           MOVE US-DOL TO US-DOLARES.
           MOVE US-COT TO US-COTIZ.
           MOVE REC-TOTAL TO US-PESOS.
           MOVE SPACE TO US-EST.
           WRITE REG-DOLA INVALID KEY REWRITE REG-DOLA.
           MOVE "DOL" TO JP-TIPO.
           MOVE REG-DOLA TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
       F-GRABA-DOLAR.
           EXIT.

       AN-DOLAR.
           MOVE AN-NRECI TO US-NRECI.
           READ DOLA KEY IS US-NRECI
           INVALID KEY GO TO F-AN-DOLAR.
           MOVE "A" TO US-EST.
           REWRITE REG-DOLA.
           MOVE "DOL" TO JP-TIPO.
           MOVE REG-DOLA TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
       F-AN-DOLAR.
           EXIT.

      *    COBRO JUDICIAL (FORMA J): SI EL CLIENTE TIENE UN CASO ABIERTO
      *    CON LIQUIDACION, LO QUE DEPOSITA EL JUZGADO SE REPARTE ENTRE
      *    CAPITAL, RECARGOS, COSTAS Y HONORARIOS EN PROPORCION A LO
      *    QUE FALTA COBRAR DE CADA PARTE. SOLO EL CAPITAL SE APLICA A
      *    LAS CUOTAS. EN UNA CUOTA (JD-MODO "S") EL OPERADOR INGRESA
      *    EL DEPOSITO Y JD-CAP, QUE TRAE EL IMPORTE DE LA CUOTA, QUEDA
      *    CON EL CAPITAL QUE CUBRE; EN VARIAS CUOTAS EL CAPITAL ES EL
      *    TOTAL MARCADO Y LAS DEMAS PARTES SALEN DE EL.
       PIDE-JUDICIAL.
           MOVE "S" TO JD-OK.
           MOVE "N" TO JD-HAY.
           MOVE ZEROS TO JD-REC JD-COS JD-HON.
           MOVE CONT TO JU-CLI.
           START JUICIO KEY IS EQUAL TO JU-CLI
           INVALID KEY GO TO F-PIDE-JUDICIAL.
       PJ-R.
           READ JUICIO NEXT RECORD AT END GO TO F-PIDE-JUDICIAL.
           IF JU-CLI NOT = CONT GO TO F-PIDE-JUDICIAL.
           IF JU-EST NOT = "A" GO TO PJ-R.
           MOVE "S" TO JD-HAY.
           MOVE JU-NRO TO JD-NRO.
           MOVE ZEROS TO JD-PCAP JD-PREC JD-PCOS JD-PHON.
           IF JU-LCAP > JU-CCAP
               COMPUTE JD-PCAP = JU-LCAP - JU-CCAP.
           IF JU-LREC > JU-CREC
               COMPUTE JD-PREC = JU-LREC - JU-CREC.
           IF JU-LCOS > JU-CCOS
               COMPUTE JD-PCOS = JU-LCOS - JU-CCOS.
           IF JU-LHON > JU-CHON
               COMPUTE JD-PHON = JU-LHON - JU-CHON.
           COMPUTE JD-PTOT = JD-PCAP + JD-PREC + JD-PCOS + JD-PHON.
           IF JD-PTOT = JD-PCAP GO TO F-PIDE-JUDICIAL.
           PERFORM PJ-CAPITAL THRU F-PJ-CAPITAL.
           IF JD-MODO = "M" GO TO PJ-MUESTRA.
           COMPUTE JD-DEF = JD-CAP + JD-REC + JD-COS + JD-HON.
           MOVE JD-DEF TO JD-DEP.
       PJ-DEP.
           DISPLAY "DEPOSITO JUDICIAL $" AT 2303
               WITH FOREGROUND-COLOR 6.
           MOVE JD-DEP TO JD-DEP-AC.
           ACCEPT JD-DEP-AC AT 2323 WITH PROMPT.
           MOVE JD-DEP-AC TO JD-DEP.
           IF JD-DEP = ZEROS
               MOVE "N" TO JD-OK
               DISPLAY "                                    " AT 2303
               GO TO F-PIDE-JUDICIAL.
           IF JD-DEP = JD-DEF GO TO PJ-MUESTRA.
           COMPUTE JD-REC = JD-DEP * JD-PREC / JD-PTOT.
           COMPUTE JD-COS = JD-DEP * JD-PCOS / JD-PTOT.
           COMPUTE JD-HON = JD-DEP * JD-PHON / JD-PTOT.
           PERFORM PJ-TOPE THRU F-PJ-TOPE.
           COMPUTE JD-NUEVO = JD-DEP - JD-REC - JD-COS - JD-HON.
           IF JD-NUEVO > JD-CAP OR JD-NUEVO NOT > ZEROS
               DISPLAY "SUPERA EL IMPORTE DE LA CUOTA" AT 2340
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2370 WITH PROMPT
               DISPLAY "                              " AT 2340
               MOVE JD-DEF TO JD-DEP
               PERFORM PJ-CAPITAL THRU F-PJ-CAPITAL
               GO TO PJ-DEP.
           MOVE JD-NUEVO TO JD-CAP.
       PJ-MUESTRA.
           DISPLAY "CAP:" AT 2303 WITH FOREGROUND-COLOR 6.
           MOVE JD-CAP TO JD-ED.
           DISPLAY JD-ED AT 2308.
           DISPLAY "REC:" AT 2320 WITH FOREGROUND-COLOR 6.
           MOVE JD-REC TO JD-ED.
           DISPLAY JD-ED AT 2325.
           DISPLAY "COS:" AT 2337 WITH FOREGROUND-COLOR 6.
           MOVE JD-COS TO JD-ED.
           DISPLAY JD-ED AT 2342.
           DISPLAY "HON:" AT 2354 WITH FOREGROUND-COLOR 6.
           MOVE JD-HON TO JD-ED.
           DISPLAY JD-ED AT 2359.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2372 WITH PROMPT.
           DISPLAY
               "                                                     "
               AT 2303.
           DISPLAY "                    " AT 2356.
       F-PIDE-JUDICIAL.
           EXIT.

      *    PARTES QUE CORRESPONDEN AL CAPITAL JD-CAP.
       PJ-CAPITAL.
           IF JD-PCAP = ZEROS
               MOVE JD-PREC TO JD-REC
               MOVE JD-PCOS TO JD-COS
               MOVE JD-PHON TO JD-HON
               GO TO F-PJ-CAPITAL.
           COMPUTE JD-REC ROUNDED = JD-CAP * JD-PREC / JD-PCAP.
           COMPUTE JD-COS ROUNDED = JD-CAP * JD-PCOS / JD-PCAP.
           COMPUTE JD-HON ROUNDED = JD-CAP * JD-PHON / JD-PCAP.
           PERFORM PJ-TOPE THRU F-PJ-TOPE.
       F-PJ-CAPITAL.
           EXIT.

      *    NINGUNA PARTE PASA DE LO QUE FALTA COBRAR DE ELLA.
       PJ-TOPE.
           IF JD-REC > JD-PREC MOVE JD-PREC TO JD-REC.
           IF JD-COS > JD-PCOS MOVE JD-PCOS TO JD-COS.
           IF JD-HON > JD-PHON MOVE JD-PHON TO JD-HON.
       F-PJ-TOPE.
           EXIT.

      *    DEJA EL COBRO JUDICIAL DEL RECIBO EN ARJUCO Y LO SUMA A LO
      *    COBRADO DEL CASO.
       GRABA-JUDICIAL.
           MOVE JD-NRO TO JU-NRO.
           READ JUICIO KEY IS JU-NRO
           INVALID KEY GO TO F-GRABA-JUDICIAL.
           MOVE RECI-NRO TO JC-NRECI.
           MOVE JU-NRO TO JC-NRO.
           COMPUTE JC-FECHA = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           MOVE JU-ABOG TO JC-ABOG.
           MOVE REC-TOTAL TO JC-CAP.
           MOVE JD-REC TO JC-REC.
           MOVE JD-COS TO JC-COS.
           MOVE JD-HON TO JC-HON.
           MOVE SPACE TO JC-EST.
           MOVE ZEROS TO JC-FLIQ.
           WRITE REG-JUCO INVALID KEY REWRITE REG-JUCO.
           MOVE "JUC" TO JP-TIPO.
           MOVE REG-JUCO TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           ADD JC-CAP TO JU-CCAP.
           ADD JC-REC TO JU-CREC.
           ADD JC-COS TO JU-CCOS.
           ADD JC-HON TO JU-CHON.
           REWRITE REG-JUICIO.
       F-GRABA-JUDICIAL.
           EXIT.

      *    ANULACION DE UN COBRO JUDICIAL: SI EL HONORARIO YA SE LE
      *    LIQUIDO AL ABOGADO QUEDA EN "D" PARA DESCONTARLO EN LA
      *    LIQUIDACION SIGUIENTE.
       AN-JUDICIAL.
           MOVE AN-NRECI TO JC-NRECI.
           READ JUCO KEY IS JC-NRECI
           INVALID KEY GO TO F-AN-JUDICIAL.
           IF JC-EST NOT = SPACE GO TO F-AN-JUDICIAL.
           IF JC-FLIQ = ZEROS
               MOVE "A" TO JC-EST
           ELSE
               MOVE "D" TO JC-EST.
           REWRITE REG-JUCO.
           MOVE "JUC" TO JP-TIPO.
           MOVE REG-JUCO TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           MOVE JC-NRO TO JU-NRO.
           READ JUICIO KEY IS JU-NRO
           INVALID KEY GO TO F-AN-JUDICIAL.
           IF JU-CCAP > JC-CAP
               SUBTRACT JC-CAP FROM JU-CCAP
           ELSE
               MOVE ZEROS TO JU-CCAP.
           IF JU-CREC > JC-REC
               SUBTRACT JC-REC FROM JU-CREC
           ELSE
               MOVE ZEROS TO JU-CREC.
           IF JU-CCOS > JC-COS
               SUBTRACT JC-COS FROM JU-CCOS
           ELSE
               MOVE ZEROS TO JU-CCOS.
           IF JU-CHON > JC-HON
               SUBTRACT JC-HON FROM JU-CHON
           ELSE
               MOVE ZEROS TO JU-CHON.
           REWRITE REG-JUICIO.
       F-AN-JUDICIAL.
           EXIT.

      *    DOLARES QUE DEBERIA HABER EN EL CAJON PARA LA FECHA CIE-CMP.
       SUMA-DOLARES.
           MOVE ZEROS TO AQ-USD-ESP.
           CLOSE DOLA.
           OPEN I-O DOLA.
       SDO-R.
           READ DOLA NEXT RECORD AT END GO TO F-SUMA-DOLARES.
           IF US-FECHA NOT = CIE-CMP OR US-EST = "A" GO TO SDO-R.
           ADD US-DOLARES TO AQ-USD-ESP.
           GO TO SDO-R.
       F-SUMA-DOLARES.
           EXIT.

      *    DATOS DEL CUPON DEL POSNET CUANDO SE COBRA CON TARJETA DE
      *    DEBITO O CREDITO: MARCA, NUMERO DE CUPON Y LOTE ABIERTO.
       PIDE-TARJETA.
           DISPLAY "MARCA:" AT 2303
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO TJB-MARCA.
           ACCEPT TJB-MARCA AT 2310 WITH PROMPT.
           IF TJB-MARCA = SPACES GO TO PIDE-TARJETA.
       PT-CUP.
           DISPLAY "CUPON:" AT 2315
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO TJB-CUPON.
           ACCEPT TJB-CUPON AT 2322 WITH PROMPT.
           IF TJB-CUPON = ZEROS GO TO PT-CUP.
       PT-LOTE.
           DISPLAY "LOTE:" AT 2330
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO TJB-LOTE.
           ACCEPT TJB-LOTE AT 2336 WITH PROMPT.
           IF TJB-LOTE = ZEROS GO TO PT-LOTE.
           DISPLAY "                                     " AT 2303.
       F-PIDE-TARJETA.
           EXIT.

      *    REGISTRA EL CUPON POR EL IMPORTE DEL RECIBO EN EL LOTE
      *    ABIERTO; EL CIERRE DE LOTE LO PASA A ARLOTJ.
       GRABA-TARJETA.
           MOVE RECI-NRO TO TJ-NRECI.
           MOVE REC-CLI TO TJ-CLI.
           COMPUTE TJ-FECHA = REC-AA * 10000 + REC-MM * 100 + REC-DD.
           MOVE TJB-MARCA TO TJ-MARCA.
           MOVE TJB-CUPON TO TJ-CUPON.
           MOVE TJB-LOTE TO TJ-LOTE.
           MOVE REC-TOTAL TO TJ-MONTO.
           MOVE SPACE TO TJ-EST.
           WRITE REG-TARJ INVALID KEY REWRITE REG-TARJ.
           MOVE "TAR" TO JP-TIPO.
           MOVE REG-TARJ TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
       F-GRABA-TARJETA.
           EXIT.

      *    SI EL LOTE YA SE CERRO EL CUPON QUEDA EN EL TOTAL DEL LOTE,
      *    QUE ES LO QUE LIQUIDA LA TARJETA: LA ANULACION EN EL POSNET
      *    SOLO SE PUEDE HACER CON EL LOTE ABIERTO.
       AN-TARJETA.
           MOVE AN-NRECI TO TJ-NRECI.
           READ TARJ KEY IS TJ-NRECI
           INVALID KEY GO TO F-AN-TARJETA.
           IF TJ-EST NOT = SPACE GO TO F-AN-TARJETA.
           MOVE "A" TO TJ-EST.
           REWRITE REG-TARJ.
           MOVE "TAR" TO JP-TIPO.
           MOVE REG-TARJ TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
       F-AN-TARJETA.
           EXIT.

      *    CIERRE DE LOTE DEL POSNET: TOTALIZA LOS CUPONES ABIERTOS DE
      *    LA FECHA POR MARCA Y LOTE, EMITE EL RESUMEN Y, CONFIRMADO,
      *    MARCA LOS CUPONES Y GRABA LOS LOTES EN ARLOTJ PARA APAREAR
      *    LA LIQUIDACION DE LA TARJETA.
       CIERRE-LOTE.
           DISPLAY "CIERRE DE LOTE - FECHA (DDMMAA):" AT 1224
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO LT-F1.
           ACCEPT LT-F1 AT 1257 WITH PROMPT.
           DISPLAY "                                        " AT 1224.
           IF LT-F1 = ZEROS GO TO F-CIERRE-LOTE.
           IF LT-MM = ZEROS OR LT-MM > 12 GO TO CIERRE-LOTE.
           IF LT-DD = ZEROS OR LT-DD > 31 GO TO CIERRE-LOTE.
           MOVE LT-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE LT-CMP = ANO-VENT * 10000 + LT-MM * 100 + LT-DD.
           MOVE ZEROS TO LT-CANT LT-TOT.
           CLOSE TARJ.
           OPEN I-O TARJ.
       CL-R.
           READ TARJ NEXT RECORD AT END GO TO CL-EMITE.
           IF TJ-FECHA NOT = LT-CMP OR TJ-EST NOT = SPACE
               GO TO CL-R.
           PERFORM CL-ACUM THRU F-CL-ACUM.
           GO TO CL-R.
       CL-EMITE.
           IF LT-CANT = ZEROS
               DISPLAY "NO HAY CUPONES ABIERTOS EN LA FECHA" AT 1224
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1260 WITH PROMPT
               DISPLAY "                                     " AT 1224
               GO TO F-CIERRE-LOTE.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM L1 AFTER 1.
           WRITE RENGLON FROM L4 AFTER 1.
           WRITE RENGLON FROM L1 AFTER 1.
           MOVE LT-DD TO LTL-DD.
           MOVE LT-MM TO LTL-MM.
           MOVE ANO-VENT TO LTL-AA.
           WRITE RENGLON FROM LTL0 AFTER 2.
           MOVE ZEROS TO LT-IND.
       CL-MARCA.
           ADD 1 TO LT-IND.
           IF LT-IND > LT-CANT GO TO CL-TOTAL.
           IF LT-LISTO (LT-IND) = "S" GO TO CL-MARCA.
           MOVE ZEROS TO LT-SUB.
           MOVE SPACES TO RENGLON.
           WRITE RENGLON AFTER 1.
           MOVE LT-IND TO LT-J.
       CL-LOTE.
           IF LT-J > LT-CANT GO TO CL-SUBTOT.
           IF LT-LISTO (LT-J) = "S"
               OR LT-MARCA (LT-J) NOT = LT-MARCA (LT-IND)
               ADD 1 TO LT-J
               GO TO CL-LOTE.
           MOVE LT-MARCA (LT-J) TO LTL-MARCA.
           MOVE LT-LOTE (LT-J) TO LTL-LOTE.
           MOVE LT-CUP (LT-J) TO LTL-CUP.
           MOVE LT-IMP (LT-J) TO LTL-IMP.
           WRITE RENGLON FROM LTL1 AFTER 1.
           ADD LT-IMP (LT-J) TO LT-SUB.
           MOVE "S" TO LT-LISTO (LT-J).
           ADD 1 TO LT-J.
           GO TO CL-LOTE.
       CL-SUBTOT.
           MOVE LT-MARCA (LT-IND) TO LTL-MARCA2.
           MOVE LT-SUB TO LTL-SUB.
           WRITE RENGLON FROM LTL2 AFTER 1.
           GO TO CL-MARCA.
       CL-TOTAL.
           MOVE LT-TOT TO LTL-TOT.
           WRITE RENGLON FROM LTL3 AFTER 2.
           CLOSE IMPRE.
       CL-CONF.
           DISPLAY "CONFIRMA EL CIERRE DE LOTE S/N" AT 1224
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1255 WITH PROMPT.
           DISPLAY "                               " AT 1224.
           IF OPC = "N" GO TO F-CIERRE-LOTE.
           IF OPC NOT = "S" GO TO CL-CONF.
           CLOSE TARJ.
           OPEN I-O TARJ.
       CLM-R.
           READ TARJ NEXT RECORD AT END GO TO CL-GRABA.
           IF TJ-FECHA NOT = LT-CMP OR TJ-EST NOT = SPACE
               GO TO CLM-R.
           MOVE "L" TO TJ-EST.
           REWRITE REG-TARJ.
           MOVE "TAR" TO JP-TIPO.
           MOVE REG-TARJ TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           GO TO CLM-R.
       CL-GRABA.
           PERFORM CL-LOTEJ THRU F-CL-LOTEJ
               VARYING LT-IND FROM 1 BY 1 UNTIL LT-IND > LT-CANT.
           MOVE "TARJ" TO BT-ARCHIVO.
           MOVE "LOTE" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE LT-CMP TO BT-DESPUES (1:8).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "LOTE CERRADO" AT 1224
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1237 WITH PROMPT.
           DISPLAY "             " AT 1224.
       F-CIERRE-LOTE.
           EXIT.

       CL-ACUM.
           ADD TJ-MONTO TO LT-TOT.
           MOVE ZEROS TO LT-IND.
       CLA-R.
           ADD 1 TO LT-IND.
           IF LT-IND > LT-CANT GO TO CLA-ALTA.
           IF LT-MARCA (LT-IND) NOT = TJ-MARCA
               OR LT-LOTE (LT-IND) NOT = TJ-LOTE
               GO TO CLA-R.
           ADD 1 TO LT-CUP (LT-IND).
           ADD TJ-MONTO TO LT-IMP (LT-IND).
           GO TO F-CL-ACUM.
       CLA-ALTA.
           IF LT-CANT = 20 GO TO F-CL-ACUM.
           ADD 1 TO LT-CANT.
           MOVE TJ-MARCA TO LT-MARCA (LT-CANT).
           MOVE TJ-LOTE TO LT-LOTE (LT-CANT).
           MOVE 1 TO LT-CUP (LT-CANT).
           MOVE TJ-MONTO TO LT-IMP (LT-CANT).
           MOVE SPACE TO LT-LISTO (LT-CANT).
       F-CL-ACUM.
           EXIT.

      *    UN REGISTRO POR LOTE Y MARCA; SI EL LOTE SE CERRO EN DOS
      *    VECES EL MISMO DIA SE SUMA AL QUE YA ESTA.
       CL-LOTEJ.
           MOVE LT-CMP TO LJ-FECHA.
           MOVE LT-MARCA (LT-IND) TO LJ-MARCA.
           MOVE LT-LOTE (LT-IND) TO LJ-LOTE.
           READ LOTJ KEY IS LJ-CLAVE
           INVALID KEY
               MOVE ZEROS TO LJ-CANT LJ-BRUTO LJ-COMIS LJ-RETEN
                   LJ-NETO LJ-FPAGO
               MOVE SPACE TO LJ-EST
               MOVE LT-CUP (LT-IND) TO LJ-CANT
               MOVE LT-IMP (LT-IND) TO LJ-BRUTO
               WRITE REG-LOTJ
               GO TO F-CL-LOTEJ.
           ADD LT-CUP (LT-IND) TO LJ-CANT.
           ADD LT-IMP (LT-IND) TO LJ-BRUTO.
           REWRITE REG-LOTJ.
       F-CL-LOTEJ.
           EXIT.

      *    LISTADO MENSUAL DE CERTIFICADOS DE RETENCION RECIBIDOS PARA
      *    LA PRESENTACION IMPOSITIVA: PRIMERO INGRESOS BRUTOS Y LUEGO
      *    GANANCIAS, CADA UNO CON SU SUBTOTAL.
       RET-LISTADO.
           DISPLAY "RETENCIONES - PERIODO (MMAA):" AT 1224
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO RT-PER1.
           ACCEPT RT-PER1 AT 1254 WITH PROMPT.
           DISPLAY "                                  " AT 1224.
           IF RT-PER1 = ZEROS GO TO F-RET-LISTADO.
           IF RT-PMM = ZEROS OR RT-PMM > 12 GO TO RET-LISTADO.
           MOVE RT-PAA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE RT-PERIODO = ANO-VENT * 100 + RT-PMM.
           MOVE ZEROS TO RT-TOT.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM L1 AFTER 1.
           WRITE RENGLON FROM L4 AFTER 1.
           WRITE RENGLON FROM L1 AFTER 1.
           MOVE RT-PMM TO RTL-MM.
           MOVE ANO-VENT TO RTL-AA.
           WRITE RENGLON FROM RTL0 AFTER 2.
           MOVE "I" TO RT-PASO.
           MOVE "INGRESOS BRUTOS" TO RTL-IMP.
           PERFORM RET-PASADA THRU F-RET-PASADA.
           MOVE "G" TO RT-PASO.
           MOVE "GANANCIAS" TO RTL-IMP.
           PERFORM RET-PASADA THRU F-RET-PASADA.
           MOVE RT-TOT TO RTL-TOT.
           WRITE RENGLON FROM RTL4 AFTER 2.
           CLOSE IMPRE.
           DISPLAY "LISTADO EMITIDO" AT 1224
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1240 WITH PROMPT.
           DISPLAY "                " AT 1224.
       F-RET-LISTADO.
           EXIT.

       RET-PASADA.
           MOVE ZEROS TO RT-SUB.
           WRITE RENGLON FROM RTL1 AFTER 2.
           CLOSE RETE.
           OPEN I-O RETE.
       RTP-R.
           READ RETE NEXT RECORD AT END GO TO RTP-F.
           IF RT-EST = "A" OR RT-IMPUESTO NOT = RT-PASO GO TO RTP-R.
           DIVIDE RT-FREC BY 100 GIVING RT-AAMM.
           IF RT-AAMM NOT = RT-PERIODO GO TO RTP-R.
           MOVE RT-CERT TO RTL-CERT.
           MOVE RT-REGIMEN TO RTL-REG.
           MOVE RT-CLI TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE RT-CLI TO NOMBRE.
           MOVE NOMBRE TO RTL-CLI.
           MOVE RT-FC-DD TO RTL-DD.
           MOVE RT-FC-MM TO RTL-MM2.
           MOVE RT-FC-AA TO RTL-AA2.
           MOVE RT-NRECI TO RTL-NRECI.
           MOVE RT-MONTO TO RTL-MONTO.
           WRITE RENGLON FROM RTL2 AFTER 1.
           ADD RT-MONTO TO RT-SUB RT-TOT.
           GO TO RTP-R.
       RTP-F.
           MOVE RT-SUB TO RTL-SUB.
           WRITE RENGLON FROM RTL3 AFTER 1.
       F-RET-PASADA.
           EXIT.

      *    ARMA EL CODIGO DE BARRAS DE 20 DIGITOS DEL PAGO QUE ESTA EN
           DISPLAY "                   " AT 0756
           GO TO F-CAPTURA-BARRA.
           MOVE BAR-CLI TO CONT.
      *    CUOTA 00: CUPON DE PAGO CONTADO ANUAL DEL TIPO Y A#O.
           IF CONT1 (14:2) = "00"
               MOVE CONT1 (12:2) TO AU-AA2
               MOVE CONT1 (16:3) TO AU-TIP
               MOVE BAR-CLI TO CONT1
               DISPLAY CONT1 AT 0724
               DISPLAY NOMBRE AT 0924
               DISPLAY UBICA AT 1124
               MOVE "A" TO BAR-OK
               GO TO F-CAPTURA-BARRA.
           MOVE CONT1 (12:2) TO AA.
           MOVE CONT1 (14:2) TO P1.
           MOVE CONT1 (16:3) TO TIP-VEN.
           WRITE RENGLON AFTER 3.
           CLOSE IMPRE.
           MOVE DP-NRO-W TO DP-NRO.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE DP-FECHA = ANO-VENT * 10000 + MMF * 100 + DDF.
           MOVE RM-FALTA (5:2) TO RCL-MM.
           MOVE RM-FALTA (7:2) TO RCL-DD.
           MOVE ZEROS TO MESES-AT RECARGO.
           IF RCL-AA > RV-AA
              OR (RCL-AA = RV-AA AND RCL-MM > RV-MM)
              OR (RCL-AA = RV-AA AND RCL-MM = RV-MM AND RCL-DD > RV-DD)
              COMPUTE MESES-AT = (RCL-AA - RV-AA) * 12
                  + (RCL-MM - RV-MM)
              IF RCL-DD NOT > RV-DD AND MESES-AT > 0
                 SUBTRACT 1 FROM MESES-AT
              END-IF
              IF MESES-AT < 1 MOVE 1 TO MESES-AT END-IF
       F-CONGELA-RECLAMO.
           EXIT.

      *    DOBLE VENCIMIENTO: SI LA CUOTA DEL BUFFER TIENE SEGUNDO
      *    VENCIMIENTO EN ARVTO2, PAGADA DESPUES DEL PRIMERO SE COBRA
      *    POR EL IMPORTE DEL SEGUNDO (V2-DIF SE SUMA A LOS AJUSTES) Y
      *    EL RECARGO POR MORA CORRE RECIEN DESDE EL SEGUNDO (RV-).
       LEE-SEGUNDO.
           MOVE "N" TO V2-HAY.
           MOVE ZEROS TO V2-DIF.
           MOVE DDV TO RV-DD.
           MOVE MMV TO RV-MM.
           MOVE AAV TO RV-AA.
           MOVE NUM-CO1 TO V2-CLAVE.
           READ VTO2 KEY IS V2-CLAVE
           INVALID KEY GO TO F-LEE-SEGUNDO.
           MOVE "S" TO V2-HAY.
           MOVE V2-DD TO RV-DD.
           MOVE V2-MM TO RV-MM.
           MOVE V2-AA TO RV-AA.
           IF V2-MONTO > MONTO
               COMPUTE V2-DIF = V2-MONTO - MONTO.
       F-LEE-SEGUNDO.
           EXIT.

      *    MORATORIA VIGENTE: SI LA FECHA DE PAGO CAE DENTRO DE UNA
      *    CAMPA#A QUE ALCANZA AL TIPO, SE CONDONA EL PORCENTAJE DEL
      *    RECARGO (CON TOPE) Y SE MUESTRA EN PANTALLA. EL DETALLE SE
           COMPUTE BD-FECHA = AAP * 10000 + MMP * 100 + DDP.
           MOVE CONT TO BD-CLI.
           MOVE PP-BONIF TO BD-IMPORTE.
           MOVE AA TO BD-CAA.
           MOVE P1 TO BD-CP1.
           MOVE TIP-VEN TO BD-TIP.
           WRITE REG-BONID.
           CLOSE BONID.
       F-GRABA-BONIF-DIA.
           MOVE MO-FPAGO TO MD-FECHA.
           MOVE MONTO1-N TO MD-PAGADO.
           MOVE MO-CONDONA TO MD-CONDONADO.
           MOVE TIP-VEN TO MD-TIP.
           WRITE REG-MORAD.
           CLOSE MORAD.
      *    MO-CONDONA QUEDA VIVO PARA LA LINEA "RECARGO CONDONADO"
           DISPLAY (20, 3) "COMPROB.TRANSF..: $".
           MOVE ZEROS TO AQ-TRANSF.
           ACCEPT (20, 23) AQ-TRANSF WITH PROMPT.
           DISPLAY (18, 42) "DOLARES EN CAJON: U$S".
           MOVE ZEROS TO AQ-USD-AC.
           ACCEPT (18, 64) AQ-USD-AC WITH PROMPT.
           MOVE AQ-USD-AC TO AQ-USD.
           PERFORM SUMA-DOLARES THRU F-SUMA-DOLARES.
           COMPUTE AQ-USD-DIF = AQ-USD - AQ-USD-ESP.
           MOVE AQ-USD-DIF TO AQ-DIF-ED.
           DISPLAY (19, 42) "DIFERENCIA DOLARES:".
           DISPLAY (19, 62) AQ-DIF-ED.
           MOVE CIE-CMP TO CJ-FECHA.
           READ CAJA KEY IS CJ-FECHA
           INVALID KEY
           MOVE "SOBRANTE/FALTANTE " TO AQL2-TXT.
           MOVE AQ-DIF TO AQL2-IMP.
           WRITE RENGLON FROM AQL2 AFTER 1.
           IF AQ-USD NOT = ZEROS OR AQ-USD-ESP NOT = ZEROS
               MOVE "DOLARES CONTADOS  " TO AQL3-TXT
               MOVE AQ-USD TO AQL3-IMP
               WRITE RENGLON FROM AQL3 AFTER 2
               MOVE "DOLARES ESPERADOS " TO AQL3-TXT
               MOVE AQ-USD-ESP TO AQL3-IMP
               WRITE RENGLON FROM AQL3 AFTER 1
               MOVE "SOBRANTE/FALT. U$S" TO AQL3-TXT
               MOVE AQ-USD-DIF TO AQL3-IMP
               WRITE RENGLON FROM AQL3 AFTER 1.
           MOVE SPACES TO RENGLON.
           MOVE "FIRMA DEL OPERADOR: ...................."
               TO RENGLON.
           INVALID KEY CONTINUE.
           MOVE REC-CLI TO DV-CLI.
           MOVE REC-TOTAL TO DV-IMPORTE.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE DV-FECHA = ANO-VENT * 10000 + MMF * 100 + DDF.
       F-PROXIMO-DEVOL.
           EXIT.

      *    COLA DE PAGOS DUPLICADOS: LISTADO DE PENDIENTES, RESOLUCION
      *    DE CADA UNO CON AUTORIZACION DE SUPERVISOR E INFORME DE LOS
      *    DUPLICADOS NUEVOS DE UN DIA, ABIERTO POR CANAL.
       DUPLICADOS.
           PERFORM ENCABEZA.
           DISPLAY "PAGOS DUPLICADOS" AT 0803
           WITH FOREGROUND-COLOR 4.
           DISPLAY "1=PENDIENTES  2=RESOLVER  3=INFORME DEL DIA"
               AT 1003 WITH FOREGROUND-COLOR 6.
           DISPLAY "0=FIN" AT 1103 WITH FOREGROUND-COLOR 6.
       DUP-OPC.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1140 WITH PROMPT.
           IF OPC = "1" PERFORM DU-PENDIENTES THRU F-DU-PENDIENTES
               GO TO DUPLICADOS.
           IF OPC = "2" PERFORM DU-RESUELVE THRU F-DU-RESUELVE
               GO TO DUPLICADOS.
           IF OPC = "3" PERFORM DU-INFORME THRU F-DU-INFORME
               GO TO DUPLICADOS.
           IF OPC = "0" GO TO DUP-FIN.
           GO TO DUP-OPC.
       DUP-FIN.
           PERFORM ENCABEZA.
           DISPLAY PANTALLA-PAGOS.
           DISPLAY PANTALLA-SAL.
           DISPLAY PANTALLA-RES1.
       F-DUPLICADOS.
           EXIT.

       DU-PENDIENTES.
           MOVE ZEROS TO DU-CANT DU-SUB.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM L1 AFTER 1.
           WRITE RENGLON FROM L4 AFTER 1.
           WRITE RENGLON FROM L1 AFTER 1.
           WRITE RENGLON FROM DUL0 AFTER 2.
           CLOSE DUPL.
           OPEN I-O DUPL.
       DUP-R.
           READ DUPL NEXT RECORD AT END GO TO DUP-F.
           IF DU-EST NOT = SPACE GO TO DUP-R.
           PERFORM DU-LINEA THRU F-DU-LINEA.
           ADD 1 TO DU-CANT.
           ADD DU-IMPORTE TO DU-SUB.
           GO TO DUP-R.
       DUP-F.
           MOVE DU-CANT TO DUL-CANT.
           MOVE DU-SUB TO DUL-SUB.
           WRITE RENGLON FROM DUL4 AFTER 2.
           CLOSE IMPRE.
           DISPLAY "LISTADO EMITIDO" AT 1403
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1419 WITH PROMPT.
           DISPLAY "                " AT 1403.
       F-DU-PENDIENTES.
           EXIT.

      *    RENGLON DEL LISTADO CON EL DUPLICADO QUE ESTA EN REG-DUPL.
       DU-LINEA.
           MOVE DU-NRO TO DUL-NRO.
           MOVE DU-CLI TO DUL-CLI.
           MOVE DU-P1 TO DUL-P1.
           MOVE DU-AA TO DUL-AA.
           MOVE DU-TIP TO DUL-TIP.
           MOVE DU-F-DD TO DUL-DD.
           MOVE DU-F-MM TO DUL-MM.
           MOVE DU-F-AA TO DUL-AAAA.
           PERFORM DU-NOMCANAL THRU F-DU-NOMCANAL.
           MOVE DU-NOM TO DUL-NOM.
           MOVE DU-FPAGO TO DUL-FP.
           MOVE DU-IMPORTE TO DUL-IMP.
           MOVE SPACES TO DUL-EST.
           IF DU-EST = "S" MOVE "SALDO FAV." TO DUL-EST.
           IF DU-EST = "V" MOVE "DEVUELTO" TO DUL-EST.
           IF DU-EST = "A" MOVE "APLICADO" TO DUL-EST.
           WRITE RENGLON FROM DUL3 AFTER 1.
       F-DU-LINEA.
           EXIT.

       DU-NOMCANAL.
           MOVE DU-CANAL TO DU-NOM.
           MOVE ZERO TO DU-J.
       DNC-R.
           ADD 1 TO DU-J.
           IF DU-J > 5 GO TO F-DU-NOMCANAL.
           IF DU-CN-COD (DU-J) NOT = DU-CANAL GO TO DNC-R.
           MOVE DU-CN-NOM (DU-J) TO DU-NOM.
       F-DU-NOMCANAL.
           EXIT.

      *    RESOLUCION: EL SUPERVISOR ELIGE EL DESTINO DE LA PLATA. LA
      *    DEVOLUCION Y LA APLICACION A OTRA CUOTA SON MOVIMIENTOS DE
      *    HOY, POR LO QUE LA CAJA DEL DIA TIENE QUE ESTAR ABIERTA.
       DU-RESUELVE.
           DISPLAY "NRO DE DUPLICADO:" AT 1303.
           MOVE ZEROS TO DU-SEL.
           ACCEPT DU-SEL AT 1321 WITH PROMPT.
           IF DU-SEL = ZEROS GO TO DUR-LIMPIA.
           MOVE DU-SEL TO DU-NRO.
           READ DUPL KEY IS DU-NRO
           INVALID KEY
           DISPLAY "DUPLICADO INEXISTENTE" AT 1331
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1353 WITH PROMPT
           GO TO DUR-LIMPIA.
           IF DU-EST NOT = SPACE
           DISPLAY "YA ESTA RESUELTO" AT 1331
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1348 WITH PROMPT
           GO TO DUR-LIMPIA.
           PERFORM DU-NOMCANAL THRU F-DU-NOMCANAL.
           DISPLAY "CLIENTE:" AT 1403.
           DISPLAY DU-CLI AT 1412.
           DISPLAY "CUOTA:" AT 1440.
           DISPLAY DU-P1 AT 1447.
           DISPLAY "/" AT 1449.
           DISPLAY DU-AA AT 1450.
           DISPLAY "T:" AT 1453.
           DISPLAY DU-TIP AT 1455.
           MOVE DU-IMPORTE TO AQ-ED.
           DISPLAY "CANAL:" AT 1503.
           DISPLAY DU-NOM AT 1510.
           DISPLAY "IMPORTE: $" AT 1524.
           DISPLAY AQ-ED AT 1535.
           CALL "FPROC" USING FPROC-PAR
           MOVE FPROC-AMD TO FECHA.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE DU-HOY = ANO-VENT * 10000 + MMF * 100 + DDF.
       DUR-OPC.
           DISPLAY "S=SALDO A FAVOR  V=DEVOLUCION  A=OTRA CUOTA" AT 1603
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1648 WITH PROMPT.
           IF OPC = SPACES GO TO DUR-LIMPIA.
           IF OPC NOT = "S" AND OPC NOT = "V" AND OPC NOT = "A"
               GO TO DUR-OPC.
           MOVE OPC TO DU-ACCION.
           IF DU-ACCION = "S" GO TO DUR-AUTORIZA.
           MOVE DU-HOY TO CIE-CMP.
           PERFORM VERIFICA-CIERRE THRU F-VERIFICA-CIERRE.
           DIVIDE DU-HOY BY 100 GIVING PER-CMP.
           PERFORM VERIFICA-PERIODO THRU F-VERIFICA-PERIODO.
           IF CERRADO-SW = "S" OR PER-CERR-SW = "S"
           DISPLAY "LA CAJA O EL MES DE HOY ESTAN CERRADOS" AT 1703
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1742 WITH PROMPT
           GO TO DUR-LIMPIA.
           IF DU-ACCION = "A"
               PERFORM DU-PIDE-CUOTA THRU F-DU-PIDE-CUOTA
               IF DU-ACCION = SPACE GO TO DUR-LIMPIA.
       DUR-AUTORIZA.
      *    EL CLIENTE DEL DUPLICADO PASA A CONT1 ANTES DE AUTORIZAR,
      *    COMO EN LA DEVOLUCION, PARA LA BITACORA Y EL SALDO A FAVOR.
           MOVE DU-CLI TO CONT1.
           MOVE "PAGO DUPLICADO" TO AUT-MOTIVO.
           PERFORM AUTORIZA-SUP THRU F-AUTORIZA-SUP.
           IF AUT-OK NOT = "S" GO TO DUR-LIMPIA.
           IF DU-ACCION = "S"
               MOVE DU-IMPORTE TO SF-EXCED
               PERFORM ACREDITA-SALDO THRU F-ACREDITA-SALDO.
           IF DU-ACCION = "V"
               PERFORM DU-DEVUELVE THRU F-DU-DEVUELVE.
           IF DU-ACCION = "A"
               PERFORM DU-APLICA THRU F-DU-APLICA.
           MOVE DU-SEL TO DU-NRO.
           READ DUPL KEY IS DU-NRO
           INVALID KEY GO TO DUR-LIMPIA.
           MOVE REG-DUPL TO DU-SAVE.
           MOVE DU-ACCION TO DU-EST.
           MOVE DU-HOY TO DU-FRES.
           MOVE SU-COD TO DU-SUP.
           IF DU-ACCION = "A"
               MOVE DU-AAS TO DU-D-AA
               MOVE DU-P1S TO DU-D-P1
               MOVE DU-TIPS TO DU-D-TIP
               MOVE RECI-NRO TO DU-NDOC.
           IF DU-ACCION = "V"
               MOVE DV-NRO TO DU-NDOC.
           REWRITE REG-DUPL.
           MOVE "DUPLIC" TO BT-ARCHIVO.
           MOVE "RESOL" TO BT-ACCION.
           MOVE DU-CLI TO BT-CLAVE.
           MOVE DU-SAVE TO BT-ANTES.
           MOVE REG-DUPL TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "DUPLICADO RESUELTO" AT 1703
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1722 WITH PROMPT.
       DUR-LIMPIA.
           DISPLAY "                                                "
               AT 1303.
           DISPLAY "                                                "
               AT 1403.
           DISPLAY "                                                "
               AT 1503.
           DISPLAY "                                                "
               AT 1603.
           DISPLAY "                                                "
               AT 1703.
       F-DU-RESUELVE.
           EXIT.

      *    CUOTA DEL MISMO CLIENTE A LA QUE SE APLICA EL DUPLICADO:
      *    TIENE QUE ESTAR IMPAGA, FUERA DE PLAN DE PAGO Y CON SALDO
      *    SUFICIENTE. SI NO SIRVE DEJA DU-ACCION EN BLANCO.
       DU-PIDE-CUOTA.
           DISPLAY "CUOTA:" AT 1703.
           MOVE ZEROS TO DU-P1S.
           ACCEPT DU-P1S AT 1710 WITH PROMPT.
           DISPLAY "A#O:" AT 1714.
           MOVE ZEROS TO DU-AAS.
           ACCEPT DU-AAS AT 1719 WITH PROMPT.
           DISPLAY "TIPO:" AT 1723.
           MOVE ZEROS TO DU-TIPS.
           ACCEPT DU-TIPS AT 1729 WITH PROMPT.
           MOVE SPACE TO DU-ACCION.
           MOVE DU-CLI TO CONT.
           MOVE DU-AAS TO AA.
           MOVE DU-P1S TO P1.
           MOVE DU-TIPS TO TIP-VEN.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY
           DISPLAY "VENCIMIENTO INEXISTENTE" AT 1740
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1764 WITH PROMPT
           GO TO F-DU-PIDE-CUOTA.
           COMPUTE DU-SALDO = MONTO - PAGADO.
           IF FEC-PAG NOT = ZEROS OR EST-IMP = "P"
               OR DU-IMPORTE > DU-SALDO
           DISPLAY "NO ADMITE EL IMPORTE" AT 1740
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1761 WITH PROMPT
           GO TO F-DU-PIDE-CUOTA.
           MOVE "A" TO DU-ACCION.
       F-DU-PIDE-CUOTA.
           EXIT.

      *    DEVOLUCION SIN RECIBO ORIGINAL (EL DUPLICADO NO TUVO): SALE
      *    POR ARDEVOL CON SU COMPROBANTE, IGUAL QUE LA DE CAJA.
       DU-DEVUELVE.
           PERFORM PROXIMO-DEVOL THRU F-PROXIMO-DEVOL.
           MOVE DV-NRO-W TO DV-NRO.
           MOVE ZEROS TO DV-RECI.
           MOVE DU-CLI TO DV-CLI.
           MOVE DU-IMPORTE TO DV-IMPORTE.
           MOVE DU-HOY TO DV-FECHA.
           MOVE OPERADOR TO DV-OPER.
           MOVE SU-COD TO DV-SUP.
           WRITE REG-DEVOL INVALID KEY REWRITE REG-DEVOL.
           MOVE "DEVOL" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE DV-CLI TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-DEVOL TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           PERFORM IMPRIME-DEVOL THRU F-IMPRIME-DEVOL.
       F-DU-DEVUELVE.
           EXIT.

      *    PAGO DE HOY A LA CUOTA ELEGIDA (QUE QUEDO LEIDA EN REG-IMP)
      *    CON LA FORMA DE PAGO DEL DUPLICADO Y SU RECIBO.
       DU-APLICA.
           MOVE DU-CLI TO CONT.
           MOVE DU-AAS TO AA.
           MOVE DU-P1S TO P1.
           MOVE DU-TIPS TO TIP-VEN.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO F-DU-APLICA.
           MOVE CONT TO REG-CIM.
           MOVE DDF TO RFD.
           MOVE MMF TO RFM.
           DIVIDE DU-HOY BY 10000 GIVING RFA.
           PERFORM CALCULA-SEC THRU F-CALCULA-SEC.
           PERFORM PROXIMO-RECIBO THRU F-PROXIMO-RECIBO.
           MOVE DU-IMPORTE TO REG-MPO.
           MOVE TIP-VEN TO REG-GM.
           MOVE RECI-NRO TO REG-NRECI.
           MOVE DU-FPAGO TO REG-FPAGO.
           MOVE OPERADOR TO REG-OPE.
           MOVE SPACE TO REG-EST.
           MOVE AA TO REG-CAA.
           MOVE P1 TO REG-CP1.
       DUA-WR.
           WRITE REG-PAG.
           IF RP-STATUS = "99"
               PERFORM OCUPADO THRU F-OCUPADO
               GO TO DUA-WR.
           MOVE "PAG" TO JP-TIPO.
           MOVE REG-PAG TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           MOVE REG-CIM TO TOT-CLI.
           MOVE REG-GM TO TOT-TIP.
           COMPUTE TOT-PER = RFA * 100 + RFM.
           MOVE REG-MPO TO TOT-COB.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           MOVE REG-MPO TO PM-IMPORTE.
           PERFORM CUMPLE-PROMESA THRU F-CUMPLE-PROMESA.
           ADD DU-IMPORTE TO PAGADO.
           IF PAGADO NOT < MONTO
               MOVE RFD TO DDP
               MOVE RFM TO MMP
               MOVE RFA TO AAP.
       DUA-RW.
           REWRITE REG-IMP.
           IF IM-STATUS = "99"
               PERFORM OCUPADO THRU F-OCUPADO
               GO TO DUA-RW.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE "IMP" TO JP-TIPO.
           MOVE REG-IMP TO JP-DATOS.
           PERFORM GRABAR-JPAG THRU F-GRABAR-JPAG.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "PAGO" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE CONT TO REC-CLI.
           MOVE RFD TO REC-DD.
           MOVE RFM TO REC-MM.
           MOVE RFA TO REC-AA.
           MOVE DU-IMPORTE TO REC-TOTAL.
           MOVE 1 TO REC-CUOTAS.
           PERFORM GRABAR-RECIBO THRU F-GRABAR-RECIBO.
       F-DU-APLICA.
           EXIT.

      *    INFORME DE LOS DUPLICADOS QUE ENTRARON A LA COLA EN UN DIA
      *    (POR FECHA DE ALTA), UNA PASADA POR CANAL CON SU SUBTOTAL.
       DU-INFORME.
           DISPLAY "DUPLICADOS DEL DIA (DDMMAA) 0=HOY:" AT 1303
           WITH FOREGROUND-COLOR 6.
           MOVE ZEROS TO DU-F1.
           ACCEPT DU-F1 AT 1338 WITH PROMPT.
           DISPLAY "                                           "
               AT 1303.
           IF DU-F1 = ZEROS
               CALL "FPROC" USING FPROC-PAR
               MOVE FPROC-AMD TO FECHA
               MOVE DDF TO DU-DD
               MOVE MMF TO DU-MM
               MOVE AAF TO DU-AA2.
           IF DU-MM = ZEROS OR DU-MM > 12 GO TO DU-INFORME.
           MOVE DU-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE DU-DIA = ANO-VENT * 10000 + DU-MM * 100 + DU-DD.
           MOVE ZEROS TO DU-TOT.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           WRITE RENGLON FROM L1 AFTER 1.
           WRITE RENGLON FROM L4 AFTER 1.
           WRITE RENGLON FROM L1 AFTER 1.
           MOVE DU-DD TO DUL-DIA-DD.
           MOVE DU-MM TO DUL-DIA-MM.
           MOVE ANO-VENT TO DUL-DIA-AA.
           WRITE RENGLON FROM DUL1 AFTER 2.
           MOVE ZERO TO DU-I.
       DUI-CANAL.
           ADD 1 TO DU-I.
           IF DU-I > 5 GO TO DUI-FIN.
           PERFORM DUI-PASADA THRU F-DUI-PASADA.
           GO TO DUI-CANAL.
       DUI-FIN.
           MOVE DU-TOT TO DUL-TOT.
           WRITE RENGLON FROM DUL5 AFTER 2.
           CLOSE IMPRE.
           DISPLAY "LISTADO EMITIDO" AT 1403
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1419 WITH PROMPT.
           DISPLAY "                " AT 1403.
       F-DU-INFORME.
           EXIT.

       DUI-PASADA.
           MOVE ZEROS TO DU-CANT DU-SUB.
           MOVE DU-CN-NOM (DU-I) TO DUL-CANAL.
           WRITE RENGLON FROM DUL2 AFTER 2.
           CLOSE DUPL.
           OPEN I-O DUPL.
       DUIP-R.
           READ DUPL NEXT RECORD AT END GO TO DUIP-F.
           IF DU-FALTA NOT = DU-DIA GO TO DUIP-R.
           IF DU-CANAL NOT = DU-CN-COD (DU-I) GO TO DUIP-R.
           PERFORM DU-LINEA THRU F-DU-LINEA.
           ADD 1 TO DU-CANT.
           ADD DU-IMPORTE TO DU-SUB DU-TOT.
           GO TO DUIP-R.
       DUIP-F.
           MOVE DU-CANT TO DUL-CANT.
           MOVE DU-SUB TO DUL-SUB.
           WRITE RENGLON FROM DUL4 AFTER 1.
       F-DUI-PASADA.
           EXIT.

       PROXIMO-EGRESO.
           OPEN I-O NUEGR.
           IF NG-STATUS NOT = "00"
           READ IMPU NEXT RECORD AT END GO TO CO-REPONE.
           IF CONT NOT = CONT1 GO TO CO-REPONE.
           IF FEC-PAG NOT = ZEROS GO TO CO-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO CO-R.
           IF TIP-VEN NOT = ORD-SAVE (30:3) GO TO CO-R.
           IF NUM-CO1 = ORD-SAVE (1:32) GO TO CO-R.
           COMPUTE ORD-VCMP = AAV * 10000 + MMV * 100 + DDV.
           COMPUTE TOT-PER = RFA * 100 + RFM.
           MOVE REG-MPO TO TOT-COB.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           MOVE REG-MPO TO PM-IMPORTE.
           PERFORM CUMPLE-PROMESA THRU F-CUMPLE-PROMESA.
           MOVE CONT1 TO SF-CLI.
           READ SALDOF KEY IS SF-CLI
           INVALID KEY GO TO ASF-RESTO.
           MOVE "T" TO ASF-FP (3).
           MOVE "J" TO ASF-FP (4).
           MOVE "?" TO ASF-FP (5).
           MOVE "R" TO ASF-FP (6).
           MOVE "U" TO ASF-FP (7).
           MOVE "K" TO ASF-FP (8).
           MOVE "D" TO ASF-FP (9).
           MOVE "H" TO ASF-FP (10).
           MOVE ZEROS TO ASF-TOT (1) ASF-TOT (2)
               ASF-TOT (3) ASF-TOT (4) ASF-TOT (5) ASF-TOT (6)
               ASF-TOT (7) ASF-TOT (8) ASF-TOT (9) ASF-TOT (10).
           CLOSE RPAGOS.
           OPEN I-O RPAGOS.
       CC-R.
               MOVE "COBRADO JUDICIAL" TO FP-DESC
               MOVE ASF-TOT (4) TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF ASF-TOT (6) NOT = ZEROS
               MOVE "RETENCIONES...." TO FP-DESC
               MOVE ASF-TOT (6) TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF ASF-TOT (7) NOT = ZEROS
               MOVE "DOLARES (EN $)." TO FP-DESC
               MOVE ASF-TOT (7) TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1
               PERFORM SUMA-DOLARES THRU F-SUMA-DOLARES
               MOVE "DOLARES EN U$S." TO FP-DESC
               MOVE AQ-USD-ESP TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF ASF-TOT (8) NOT = ZEROS
               MOVE "TARJETAS......." TO FP-DESC
               MOVE ASF-TOT (8) TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF ASF-TOT (9) NOT = ZEROS
               MOVE "DEBITO TARJETA." TO FP-DESC
               MOVE ASF-TOT (9) TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           IF ASF-TOT (10) NOT = ZEROS
               MOVE "DESC. HABERES.." TO FP-DESC
               MOVE ASF-TOT (10) TO FP-TOT
               WRITE RENGLON FROM FP-LINEA AFTER 1.
           PERFORM CC-EGRESOS THRU F-CC-EGRESOS.
           CLOSE IMPRE.
       CC-CONF.
           ELSE
           IF REG-FPAGO = "J" ADD REG-MPO TO ASF-TOT (4)
           ELSE
           IF REG-FPAGO = "R" ADD REG-MPO TO ASF-TOT (6)
           ELSE
           IF REG-FPAGO = "U" ADD REG-MPO TO ASF-TOT (7)
           ELSE
           IF REG-FPAGO = "K" ADD REG-MPO TO ASF-TOT (8)
           ELSE
           IF REG-FPAGO = "D" ADD REG-MPO TO ASF-TOT (9)
           ELSE
           IF REG-FPAGO = "H" ADD REG-MPO TO ASF-TOT (10)
           ELSE
           ADD REG-MPO TO ASF-TOT (5).
           MOVE ZEROS TO AST-IND.
       CCAS-B.

      *    GENERA EL ASIENTO DEL DIA EN ARASIEN CON LAS CUENTAS DE LA
      *    TABLA ARCTBL. SI UNA CUENTA NO ESTA CARGADA SE USA UNA POR
      *    DEFECTO ("CAJA-" MAS LA FORMA O "DEUDORES"), ASI EL
      *    CONTADOR VE ENSEGUIDA QUE FALTA MAPEAR. LO COBRADO DE CADA
      *    TIPO CANCELA DEUDORES (CLASE "E" CODIGO "DEU").
       GENERA-ASIENTO.
           OPEN EXTEND ASIEN.
           IF AS-STATUS NOT = "00"
           MOVE ZERO TO ASF-IND.
       GA-FP.
           ADD 1 TO ASF-IND.
           IF ASF-IND > 10 GO TO GA-TIP0.
           IF ASF-TOT (ASF-IND) = ZEROS GO TO GA-FP.
           MOVE "F" TO CT-CLASE.
           MOVE SPACES TO CT-COD.
       GA-TIP.
           ADD 1 TO AST-IND.
           IF AST-IND > AST-CANT GO TO GA-FIN.
           MOVE "E" TO CT-CLASE.
           MOVE "DEU" TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE "DEUDORES  " TO CT-CUENTA.
           MOVE CIE-CMP TO AS-FECHA.
           MOVE CT-CUENTA TO AS-CUENTA.
           MOVE ZEROS TO AS-DEBE.
           MOVE AST-TOT (AST-IND) TO AS-HABER.
           MOVE SPACES TO AS-DETALLE.
           STRING "COBRANZA TIPO " AST-TIP (AST-IND)
               DELIMITED BY SIZE INTO AS-DETALLE.
           WRITE REG-ASIEN.
           ADD 1 TO AS-LINEAS.
           GO TO GA-TIP.
       GA-FIN.
           PERFORM GA-DESCUENTOS THRU F-GA-DESCUENTOS.
           PERFORM GA-EGRESOS THRU F-GA-EGRESOS.
           PERFORM GA-JUDICIAL THRU F-GA-JUDICIAL.
           CLOSE ASIEN.
       F-GENERA-ASIENTO.
           EXIT.
       F-GA-EGRESOS.
           EXIT.

      *    COBROS JUDICIALES DEL DIA EN EL ASIENTO: LO QUE EL JUZGADO
      *    DEPOSITO ADEMAS DEL CAPITAL SE DEBITA EN LA CUENTA DE LA
      *    FORMA J Y SE ACREDITA EN RECARGOS (CLASE "E" CODIGO "REC"),
      *    COSTAS RECUPERADAS ("COS") Y HONORARIOS A PAGAR ("HON").
       GA-JUDICIAL.
           MOVE ZEROS TO GA-JREC GA-JCOS GA-JHON.
           CLOSE JUCO.
           OPEN I-O JUCO.
       GAJ-R.
           READ JUCO NEXT RECORD AT END GO TO GAJ-F.
           IF JC-FECHA NOT = CIE-CMP GO TO GAJ-R.
           IF JC-EST NOT = SPACE GO TO GAJ-R.
           ADD JC-REC TO GA-JREC.
           ADD JC-COS TO GA-JCOS.
           ADD JC-HON TO GA-JHON.
           GO TO GAJ-R.
       GAJ-F.
           IF GA-JREC = ZEROS AND GA-JCOS = ZEROS AND GA-JHON = ZEROS
               GO TO F-GA-JUDICIAL.
           MOVE "F" TO CT-CLASE.
           MOVE "J  " TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE "CAJA-J    " TO CT-CUENTA.
           MOVE CIE-CMP TO AS-FECHA.
           MOVE CT-CUENTA TO AS-CUENTA.
           COMPUTE AS-DEBE = GA-JREC + GA-JCOS + GA-JHON.
           MOVE ZEROS TO AS-HABER.
           MOVE "JUDICIAL SIN CAPITAL" TO AS-DETALLE.
           WRITE REG-ASIEN.
           IF GA-JREC NOT = ZEROS
               MOVE "E" TO CT-CLASE
               MOVE "REC" TO CT-COD
               READ CTBL KEY IS CT-CLAVE
               INVALID KEY
                   MOVE "RECARGOS  " TO CT-CUENTA
               END-READ
               MOVE CIE-CMP TO AS-FECHA
               MOVE CT-CUENTA TO AS-CUENTA
               MOVE ZEROS TO AS-DEBE
               MOVE GA-JREC TO AS-HABER
               MOVE "RECARGOS COBRO JUDICIAL" TO AS-DETALLE
               WRITE REG-ASIEN.
           IF GA-JCOS NOT = ZEROS
               MOVE "E" TO CT-CLASE
               MOVE "COS" TO CT-COD
               READ CTBL KEY IS CT-CLAVE
               INVALID KEY
                   MOVE "COSTAS    " TO CT-CUENTA
               END-READ
               MOVE CIE-CMP TO AS-FECHA
               MOVE CT-CUENTA TO AS-CUENTA
               MOVE ZEROS TO AS-DEBE
               MOVE GA-JCOS TO AS-HABER
               MOVE "COSTAS RECUPERADAS" TO AS-DETALLE
               WRITE REG-ASIEN.
           IF GA-JHON NOT = ZEROS
               MOVE "E" TO CT-CLASE
               MOVE "HON" TO CT-COD
               READ CTBL KEY IS CT-CLAVE
               INVALID KEY
                   MOVE "HON-PAGAR " TO CT-CUENTA
               END-READ
               MOVE CIE-CMP TO AS-FECHA
               MOVE CT-CUENTA TO AS-CUENTA
               MOVE ZEROS TO AS-DEBE
               MOVE GA-JHON TO AS-HABER
               MOVE "HONORARIOS A PAGAR" TO AS-DETALLE
               WRITE REG-ASIEN.
       F-GA-JUDICIAL.
           EXIT.

       CC-ACUM.
           MOVE ZEROS TO ZC-IND.
       CCA-R.
           EXIT.

       REIMPRIME.
           MOVE "N" TO TAS-COBRA.
           MOVE ZEROS TO PP-BONIF MO-CONDONA.
           DISPLAY "NRO DE RECIBO:" AT 1224
           WITH FOREGROUND-COLOR 6.
           DISPLAY "                   " AT 1224
           GO TO F-REIMPRIME.
           PERFORM IMPRIME-RECIBO THRU F-IMPRIME-RECIBO.
           PERFORM TASA-RECIBO THRU F-TASA-RECIBO.
       F-REIMPRIME.
           EXIT.

      *    LA REIMPRESION DE UN RECIBO LLEVA TASA DE ACTUACION; SI EL
      *    CLIENTE LA PAGA EN EL MOMENTO SE PASA A SU COBRO.
       TASA-RECIBO.
           MOVE "RECI" TO TASREG-SERV.
           MOVE REC-CLI TO TASREG-CLI.
           MOVE REC-NRO TO TASREG-DOC.
           MOVE OPERADOR TO TASREG-OPER.
           CALL "TASREG" USING TASREG-PAR.
           IF TASREG-HAY NOT = "S" GO TO F-TASA-RECIBO.
           MOVE TASREG-MONTO TO TASREG-ED.
           DISPLAY "TASA DE REIMPRESION $" AT 1224
           WITH FOREGROUND-COLOR 6.
           DISPLAY TASREG-ED AT 1246.
           DISPLAY "COBRA AHORA S/N" AT 1262
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1278 WITH PROMPT.
           DISPLAY "                                                  "
               AT 1224.
           DISPLAY "     " AT 1274.
           IF OPC = "S" MOVE "S" TO TAS-COBRA.
       F-TASA-RECIBO.
           EXIT.

      *    TASAS DE ACTUACION GENERADAS HOY (FECHA DE PROCESO) QUE
      *    TODAVIA NO SE COBRARON: SE ELIGE UNA Y SE PASA AL COBRO DEL
      *    CLIENTE.
       TASAS-PEND.
           MOVE SPACES TO CONT1.
           MOVE ZERO TO TAS-N.
           PERFORM ENCABEZA.
           DISPLAY "TASAS DE ACTUACION PENDIENTES DEL DIA" AT 0803
           WITH FOREGROUND-COLOR 4.
           CALL "FPROC" USING FPROC-PAR.
           OPEN INPUT DOCE.
           IF DE-STATUS NOT = "00" GO TO TAP-ELIGE.
           MOVE FPROC-FECHA TO DE-FECHA.
           MOVE ZEROS TO DE-HORA DE-SEC.
           START DOCE KEY IS NOT LESS THAN DE-CLAVE
           INVALID KEY GO TO TAP-CIERRA.
       TAP-R.
           READ DOCE NEXT RECORD AT END GO TO TAP-CIERRA.
           IF DE-FECHA NOT = FPROC-FECHA GO TO TAP-CIERRA.
           IF DE-MONTO = ZEROS GO TO TAP-R.
           MOVE DE-CLI TO CONT.
           MOVE DE-AA TO AA.
           MOVE DE-P1 TO P1.
           MOVE DE-TIP TO TIP-VEN.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO TAP-R.
           IF PAGADO NOT < MONTO GO TO TAP-R.
           ADD 1 TO TAS-N.
           MOVE DE-CLI TO TAS-CLI (TAS-N).
           MOVE TAS-N TO TAS-R-N.
           MOVE DE-SERV TO TAS-R-SERV.
           MOVE DE-CLI TO TAS-R-CLI.
           MOVE DE-DOC TO TAS-R-DOC.
           MOVE DE-MONTO TO TAS-R-MONTO.
           COMPUTE TAS-LIN = 9 + TAS-N.
           DISPLAY TAS-RENG AT LINE TAS-LIN COLUMN 3.
           IF TAS-N < 9 GO TO TAP-R.
       TAP-CIERRA.
           CLOSE DOCE.
       TAP-ELIGE.
           IF TAS-N = ZERO
               DISPLAY "NO HAY TASAS PENDIENTES" AT 2003
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2027 WITH PROMPT
               GO TO TAP-FIN.
           DISPLAY "NRO A COBRAR (0=NINGUNA):" AT 2003
           WITH FOREGROUND-COLOR 6.
           MOVE ZERO TO TAS-SEL.
           ACCEPT TAS-SEL AT 2029 WITH PROMPT.
           IF TAS-SEL > ZERO AND TAS-SEL NOT > TAS-N
               MOVE TAS-CLI (TAS-SEL) TO CONT1.
       TAP-FIN.
           PERFORM ENCABEZA.
           DISPLAY PANTALLA-PAGOS.
           DISPLAY PANTALLA-SAL.
           DISPLAY PANTALLA-RES1.
           DISPLAY AYUDA-D3 AT 2403
           WITH FOREGROUND-COLOR 6.
       F-TASAS-PEND.
           EXIT.


      *    CONFIGURACION DE IMPRESION (ARIMCFG): DISPOSITIVO, LINEAS
      *    POR PAGINA, MARGEN Y COPIAS, EN LUGAR DE LAS CONSTANTES
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

      *    GRABA UNA ENTRADA DEL JORNAL DE CAJA (ARJPAG). EL LLAMADOR
      *    DEJA EL TIPO EN JP-TIPO Y LA IMAGEN DEL REGISTRO EN
      *    JP-DATOS. EL MENU LO REAPLICA DESPUES DE UNA RESTAURACION.
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

      *    PROMESAS DE PAGO (ARGEST): UN PAGO HECHO ENTRE EL CONTACTO
      *    Y LA FECHA PROMETIDA SE SUMA A CADA PROMESA ABIERTA DEL
      *    CLIENTE, QUE QUEDA CUMPLIDA AL LLEGAR AL MONTO. UNA
      *    ANULACION (IMPORTE NEGATIVO) LO DESCUENTA Y, SI YA NO
      *    ALCANZA, LA VUELVE A ABRIR. EL LLAMADOR DEJA EL PAGO EN
      *    REG-PAG Y EL IMPORTE CON SIGNO EN PM-IMPORTE.
       CUMPLE-PROMESA.
           COMPUTE PM-FPAGO = RFA * 10000 + RFM * 100 + RFD.
           MOVE REG-CIM TO GE-CLI.
           MOVE ZEROS TO GE-SEC.
           START GEST KEY IS NOT LESS THAN GE-CLAVE
           INVALID KEY GO TO F-CUMPLE-PROMESA.
       CPR-R.
           READ GEST NEXT RECORD AT END GO TO F-CUMPLE-PROMESA.
           IF GE-CLI NOT = REG-CIM GO TO F-CUMPLE-PROMESA.
           IF GE-PEST NOT = "A" AND GE-PEST NOT = "C" GO TO CPR-R.
           IF PM-FPAGO < GE-FECHA OR PM-FPAGO > GE-PFECHA
               GO TO CPR-R.
           IF PM-IMPORTE < ZERO GO TO CPR-BAJA.
           IF GE-PEST NOT = "A" GO TO CPR-R.
           ADD PM-IMPORTE TO GE-PAGADO.
           IF GE-PAGADO NOT < GE-PMONTO MOVE "C" TO GE-PEST.
           GO TO CPR-RW.
       CPR-BAJA.
           IF GE-PAGADO + PM-IMPORTE < ZERO
               MOVE ZEROS TO GE-PAGADO
           ELSE
               ADD PM-IMPORTE TO GE-PAGADO.
           IF GE-PAGADO < GE-PMONTO MOVE "A" TO GE-PEST.
       CPR-RW.
           REWRITE REG-GEST INVALID KEY CONTINUE.
           GO TO CPR-R.
       F-CUMPLE-PROMESA.
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


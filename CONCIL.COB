      * CONCILIACION BANCARIA: IMPORTA EL EXTRACTO (EXTRACTO.TXT),
      * APAREA CADA MOVIMIENTO CONTRA LOS LOTES DE DEPOSITO DE
      * CHEQUES (ARDEPLO), LAS ACREDITACIONES DE DEBITO AUTOMATICO
      * (DEBITOS.RES), LOS PAGOS POR TRANSFERENCIA DE ARPAGOS Y LAS
      * LIQUIDACIONES DE TARJETA (ARLOTJ), POR FECHA E IMPORTE. LO
      * QUE NO APAREA QUEDA PENDIENTE EN ARCONCI PARA RESOLVERLO A
      * MANO, Y EL INFORME MUESTRA LOS TOTALES CONCILIADOS Y LO
      * ABIERTO DE LOS DOS LADOS A FIN DE MES.
      * IMPORTA TAMBIEN LA LIQUIDACION DE LA TARJETA (LIQTARJ.TXT):
      * APAREA CADA LOTE CERRADO EN PAGOS Y ASIENTA COMISION Y
      * RETENCIONES COMO GASTO.
      * LAS TRANSFERENCIAS QUE NO APAREAN Y TRAEN EN EL DETALLE LA
      * REFERENCIA DE PAGO DEL CLIENTE (REFCLI) SE APLICAN SOLAS COMO
      * PAGO "T" A SUS CUOTAS MAS VIEJAS, CON RECIBO, Y LO QUE SOBRA
      * VA A SU SALDO A FAVOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPU ASSIGN TO DISK
                  FILE STATUS IS RE-STATUS.

           SELECT LIQT ASSIGN TO DISK
                  FILE STATUS IS LQ-STATUS.

           SELECT LOTJ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS LJ-CLAVE
                  FILE STATUS IS LJ-STATUS.

           SELECT CTBL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CT-CLAVE
                  FILE STATUS IS CT-STATUS.

           SELECT ASIEN ASSIGN TO DISK
                  FILE STATUS IS AS-STATUS.

           SELECT RPAGOS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS REG-CLAVE
                  FILE STATUS IS RP-STATUS.

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

           SELECT SALDOF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS SF-CLI
                  FILE STATUS IS SF-STATUS.

           SELECT REFC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS RF-CLI
                  ALTERNATE RECORD IS RF-NRO
                  FILE STATUS IS RF-STATUS.

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

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

           03 RS-IMP            PIC 9(13).
           03 RS-RES            PIC XX.

      *    LIQUIDACION DE LA TARJETA EN TEXTO PLANO, UN RENGLON POR
      *    LOTE: MARCA, LOTE, FECHA DEL LOTE Y FECHA DE PAGO (AAAAMMDD)
      *    E IMPORTES EN CENTAVOS SIN COMA: BRUTO, COMISION,
      *    RETENCIONES Y NETO ACREDITADO.
       FD  LIQT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "LIQTARJ.TXT"
           DATA RECORD IS REG-LIQT.

       01  REG-LIQT.
           03 LQ-MARCA          PIC X(4).
           03 LQ-LOTE           PIC 9(4).
           03 LQ-FLOTE          PIC 9(8).
           03 LQ-FPAGO          PIC 9(8).
           03 LQ-BRUTO          PIC 9(13).
           03 LQ-COMIS          PIC 9(13).
           03 LQ-RETEN          PIC 9(13).
           03 LQ-NETO           PIC 9(13).

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

      *    TABLA DE CUENTAS CONTABLES (SE MANTIENE EN UTILITARIOS).
       FD  CTBL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCTBL"
           DATA RECORD IS REG-CTBL.

       01  REG-CTBL.
           03 CT-CLAVE.
              05 CT-CLASE        PIC X.
              05 CT-COD          PIC X(3).
           03 CT-CUENTA          PIC X(10).
           03 CT-DESC            PIC X(25).

       FD  ASIEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARASIEN"
           DATA RECORD IS REG-ASIEN.

       01  REG-ASIEN.
           03 AS-FECHA           PIC 9(8).
           03 AS-CUENTA          PIC X(10).
           03 AS-DEBE            PIC 9(12)V99.
           03 AS-HABER           PIC 9(12)V99.
           03 AS-DETALLE         PIC X(30).

       FD  RPAGOS LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPAGOS"
           DATA RECORD IS REG-PAG.
              05 REG-CAA        PIC 99.
              05 REG-CP1        PIC 99.

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

      *    SALDO A FAVOR POR CLIENTE (EL MISMO DE PAGOS).
       FD  SALDOF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSALDO"
           DATA RECORD IS REG-SALDOF.

       01  REG-SALDOF.
           03 SF-CLI             PIC X(25).
           03 SF-SALDO           PIC 9(11)V99.

      *    REFERENCIA DE PAGO DE CADA CLIENTE (LA ASIGNA REFCLI).
       FD  REFC LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARREFC"
           DATA RECORD IS REG-REFC.

       01  REG-REFC.
           03 RF-CLI            PIC X(25).
           03 RF-NRO            PIC 9(8).
           03 RF-ALTA.
              05 RF-ALTA-DD     PIC 99.
              05 RF-ALTA-MM     PIC 99.
              05 RF-ALTA-AA     PIC 9999.

       FD  IMCFG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARIMCFG"
           DATA RECORD IS REG-IMCFG.
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
       77  OPC                   PIC XX VALUE SPACES.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  LQ-STATUS             PIC XX VALUE SPACES.
       77  LJ-STATUS             PIC XX VALUE SPACES.
       77  CT-STATUS             PIC XX VALUE SPACES.
       77  AS-STATUS             PIC XX VALUE SPACES.
       77  REC-STATUS            PIC XX VALUE SPACES.
       77  NR-STATUS             PIC XX VALUE SPACES.
       77  CA-STATUS             PIC XX VALUE SPACES.
       77  CI-STATUS             PIC XX VALUE SPACES.
       77  PE-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  SF-STATUS             PIC XX VALUE SPACES.
       77  RF-STATUS             PIC XX VALUE SPACES.
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  CX-TOT-TRF            PIC 9(12)V99 VALUE ZEROS.
       77  CX-TOT-MAN            PIC 9(12)V99 VALUE ZEROS.
       77  CX-TOT-PEN            PIC 9(12)V99 VALUE ZEROS.
       77  CX-TOT-TAR            PIC 9(12)V99 VALUE ZEROS.
       77  CX-MARCA              PIC X(4) VALUE SPACES.
       77  CX-MC-CANT            PIC 99 VALUE ZEROS.
       77  CX-MC-IND             PIC 99 VALUE ZEROS.
       77  LQ-BRU                PIC 9(11)V99 VALUE ZEROS.
       77  LQ-COM                PIC 9(11)V99 VALUE ZEROS.
       77  LQ-RET                PIC 9(11)V99 VALUE ZEROS.
       77  LQ-NET                PIC 9(11)V99 VALUE ZEROS.
       77  LQ-LEIDOS             PIC 9(6) VALUE ZEROS.
       77  LQ-APAREA             PIC 9(6) VALUE ZEROS.
       77  LQ-RECHAZO            PIC 9(6) VALUE ZEROS.
       77  LQ-DEF                PIC X(10) VALUE SPACES.
       77  CX-REFER              PIC 9(6) VALUE ZEROS.
       77  RX-POS                PIC 99 VALUE ZEROS.
       77  RX-LARGO              PIC 99 VALUE ZEROS.
       77  RX-INI                PIC 99 VALUE ZEROS.
       77  RX-HALLA              PIC X VALUE "N".
       77  RX-RESTO              PIC 9(11)V99 VALUE ZEROS.
       77  RX-APLICA             PIC 9(11)V99 VALUE ZEROS.
       77  RX-CUOTAS             PIC 99 VALUE ZEROS.
       77  RX-MIN-VEN            PIC 9(8) VALUE ZEROS.
       77  RX-MIN-CLAVE          PIC X(32) VALUE SPACES.
       77  RX-VEN                PIC 9(8) VALUE ZEROS.
       77  RECI-NRO              PIC 9(8) VALUE ZEROS.
       77  SEC-CIM-AUX           PIC X(25) VALUE SPACES.
       77  SEC-FEC-AUX           PIC X(8) VALUE SPACES.
       77  SEC-CONT              PIC 99 VALUE ZEROS.
       77  TOT-CLI               PIC X(25) VALUE SPACES.
       77  TOT-TIP               PIC 9(3) VALUE ZEROS.
       77  TOT-PER               PIC 9(6) VALUE ZEROS.
       77  TOT-EMI               PIC S9(11)V99 VALUE ZEROS.
       77  TOT-COB               PIC S9(11)V99 VALUE ZEROS.
       77  SF-EXCED              PIC 9(11)V99 VALUE ZEROS.
       77  CONT1                 PIC X(25) VALUE SPACES.
       01  RX-NUM                PIC 9(8) VALUE ZEROS.
       01  RX-NUM-X REDEFINES RX-NUM PIC X(8).
       01  RX-FECHA              PIC 9(8) VALUE ZEROS.
       01  RX-FECHA-R REDEFINES RX-FECHA.
           03 RX-F-AA            PIC 9999.
           03 RX-F-MM            PIC 99.
           03 RX-F-DD            PIC 99.
       01  CX-MC-TABLA.
           03 CX-MC-ITEM OCCURS 10.
              05 CX-MC-MARCA     PIC X(4).
              05 CX-MC-SUMA      PIC 9(12)V99.
       01  FECHA-BITA.
           03 AA-BITA             PIC 99.
           03 MM-BITA             PIC 99.
           03 CXL2-TXT           PIC X(28).
           03 F                  PIC X(02) VALUE "$ ".
           03 CXL2-IMP           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  LQL1.
           03 LQL-MARCA          PIC X(4).
           03 F                  PIC X VALUE SPACES.
           03 LQL-LOTE           PIC 9(4).
           03 F                  PIC X VALUE SPACES.
           03 LQL-FLOTE          PIC 9(8).
           03 F                  PIC X VALUE SPACES.
           03 LQL-FPAGO          PIC 9(8).
           03 F                  PIC X(02) VALUE " $".
           03 LQL-BRUTO          PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(02) VALUE " $".
           03 LQL-COMIS          PIC ZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(02) VALUE " $".
           03 LQL-RETEN          PIC ZZ,ZZZ,ZZ9.99.
           03 F                  PIC X(02) VALUE " $".
           03 LQL-NETO           PIC ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACES.
           03 LQL-OBS            PIC X(20).

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

           03 LINE 14 COLUMN 24
              VALUE "3-INFORME DE CONCILIACION".
           03 LINE 16 COLUMN 24
              VALUE "4-IMPORTA LIQUIDACION TARJETAS".
           03 LINE 18 COLUMN 24
              VALUE "5-REGRESO MENU PRINCIPAL".
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
           OPEN I-O CONCI.
           IF CO-STATUS NOT = "00"
               OPEN OUTPUT CONCI
               OPEN OUTPUT DEPLO
               CLOSE DEPLO
               OPEN I-O DEPLO.
           OPEN I-O LOTJ.
           IF LJ-STATUS NOT = "00"
               OPEN OUTPUT LOTJ
               CLOSE LOTJ
               OPEN I-O LOTJ.
           OPEN I-O CTBL.
           IF CT-STATUS NOT = "00"
               OPEN OUTPUT CTBL
               CLOSE CTBL
               OPEN I-O CTBL.
           OPEN I-O RPAGOS.
           OPEN I-O IMPU.
           OPEN I-O ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN I-O ABIE.
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
           OPEN I-O SALDOF.
           IF SF-STATUS NOT = "00"
               OPEN OUTPUT SALDOF
               CLOSE SALDOF
               OPEN I-O SALDOF.
           OPEN I-O REFC.
           IF RF-STATUS NOT = "00"
               OPEN OUTPUT REFC
               CLOSE REFC
               OPEN I-O REFC.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
           IF OPC = "1" GO TO IMPORTA.
           IF OPC = "2" GO TO PENDIE.
           IF OPC = "3" GO TO INFORME.
           IF OPC = "4" GO TO LIQUIDA.
           IF OPC = "5" GO TO CIERRE.
           GO TO L-PANT.

      *    IMPORTA EXTRACTO.TXT Y APAREA CADA MOVIMIENTO: PRIMERO
      *    CONTRA LOS LOTES DE DEPOSITO, DESPUES CONTRA LA SUMA DE
      *    DEBITOS ACREDITADOS DE LA FECHA, CONTRA LOS PAGOS POR
      *    TRANSFERENCIA DE LA FECHA Y POR ULTIMO CONTRA LO QUE LA
      *    TARJETA LIQUIDO PARA PAGAR ESE DIA. LO QUE NO APAREA
      *    QUEDA PENDIENTE.
       IMPORTA.
           PERFORM ENCABEZA.
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1247 WITH PROMPT
               GO TO ENCABEZA.
           MOVE ZEROS TO CX-LEIDOS CX-APAREA CX-PEND CX-REFER.
           DISPLAY "PROCESANDO..." AT 1218.
       IMP-R.
           READ EXTRA NEXT RECORD AT END GO TO IMP-F.
           ADD 1 TO CX-LEIDOS.
           COMPUTE CX-IMP = XT-IMP / 100.
           PERFORM APAREA THRU F-APAREA.
           IF CX-HALLA = "N"
               PERFORM AP-REFER THRU F-AP-REFER.
           PERFORM PROXIMO-CONCI THRU F-PROXIMO-CONCI.
           MOVE CX-NRO TO CO-NRO.
           MOVE XT-FECHA TO CO-FECHA.
           DISPLAY CX-APAREA AT 1338.
           DISPLAY "PENDIENTES........:" AT 1418.
           DISPLAY CX-PEND AT 1438.
           DISPLAY "APLICADOS POR REF.:" AT 1518.
           DISPLAY CX-REFER AT 1538.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1640 WITH PROMPT.
           GO TO ENCABEZA.

      *    BUSCA EL MOVIMIENTO DEL EXTRACTO (XT-FECHA / CX-IMP) EN
      *    LAS CUATRO FUENTES. DEJA CX-HALLA, CO-TIPO Y CX-REF.
       APAREA.
           MOVE "N" TO CX-HALLA.
           MOVE SPACES TO CX-REF.
           READ RPAGOS NEXT RECORD AT END GO TO APT-F.
           IF REG-FPAGO NOT = "T" GO TO APT-R.
           IF REG-EST = "A" OR REG-EST = "R" GO TO APT-R.
      *    LOS PAGOS QUE GENERO UNA REFERENCIA YA NACEN CONCILIADOS.
           IF REG-EST = "C" GO TO APT-R.
           COMPUTE CX-PER-R = RFA * 10000 + RFM * 100 + RFD.
           IF CX-PER-R NOT = XT-FECHA GO TO APT-R.
           ADD REG-MPO TO CX-SUMA.
           IF CX-SUMA NOT = ZEROS AND CX-SUMA = CX-IMP
               MOVE "S" TO CX-HALLA
               MOVE "TRF" TO CO-TIPO
               MOVE "PAGOS" TO CX-REF
               GO TO F-APAREA.
      *    CADA TARJETA ACREDITA EN UN SOLO IMPORTE EL NETO DE TODOS
      *    SUS LOTES LIQUIDADOS PARA ESE DIA: SE PRUEBA PRIMERO CON LA
      *    SUMA DE CADA MARCA Y DESPUES CON EL TOTAL DE LA FECHA.
       AP-TAR.
           MOVE ZEROS TO CX-SUMA CX-MC-CANT.
           MOVE SPACES TO CX-MARCA.
           CLOSE LOTJ.
           OPEN I-O LOTJ.
       APJ-R.
           READ LOTJ NEXT RECORD AT END GO TO APJ-F.
           IF LJ-EST NOT = "L" GO TO APJ-R.
           IF LJ-FPAGO NOT = XT-FECHA GO TO APJ-R.
           ADD LJ-NETO TO CX-SUMA.
           PERFORM APJ-ACUM THRU F-APJ-ACUM.
           GO TO APJ-R.
       APJ-F.
           IF CX-SUMA = ZEROS GO TO F-APAREA.
           MOVE ZEROS TO CX-MC-IND.
       APJ-M.
           ADD 1 TO CX-MC-IND.
           IF CX-MC-IND > CX-MC-CANT GO TO APJ-T.
           IF CX-MC-SUMA (CX-MC-IND) NOT = CX-IMP GO TO APJ-M.
           MOVE CX-MC-MARCA (CX-MC-IND) TO CX-MARCA.
           GO TO APJ-MARCA.
       APJ-T.
           IF CX-SUMA NOT = CX-IMP GO TO F-APAREA.
       APJ-MARCA.
           CLOSE LOTJ.
           OPEN I-O LOTJ.
       APJ-C.
           READ LOTJ NEXT RECORD AT END GO TO APJ-FIN.
           IF LJ-EST NOT = "L" GO TO APJ-C.
           IF LJ-FPAGO NOT = XT-FECHA GO TO APJ-C.
           IF CX-MARCA NOT = SPACES AND LJ-MARCA NOT = CX-MARCA
               GO TO APJ-C.
           MOVE "C" TO LJ-EST.
           REWRITE REG-LOTJ.
           GO TO APJ-C.
       APJ-FIN.
           MOVE "S" TO CX-HALLA.
           MOVE "TAR" TO CO-TIPO.
           IF CX-MARCA = SPACES
               MOVE "TARJETAS" TO CX-REF
           ELSE
               MOVE CX-MARCA TO CX-REF.
       F-APAREA.
           EXIT.

       APJ-ACUM.
           MOVE ZEROS TO CX-MC-IND.
       APJA-R.
           ADD 1 TO CX-MC-IND.
           IF CX-MC-IND > CX-MC-CANT GO TO APJA-ALTA.
           IF CX-MC-MARCA (CX-MC-IND) NOT = LJ-MARCA GO TO APJA-R.
           ADD LJ-NETO TO CX-MC-SUMA (CX-MC-IND).
           GO TO F-APJ-ACUM.
       APJA-ALTA.
           IF CX-MC-CANT = 10 GO TO F-APJ-ACUM.
           ADD 1 TO CX-MC-CANT.
           MOVE LJ-MARCA TO CX-MC-MARCA (CX-MC-CANT).
           MOVE LJ-NETO TO CX-MC-SUMA (CX-MC-CANT).
       F-APJ-ACUM.
           EXIT.

      *    TRANSFERENCIA SIN APAREAR: BUSCA EN EL DETALLE UN NUMERO
      *    DE 8 DIGITOS SUELTO QUE SEA LA REFERENCIA DE UN CLIENTE.
      *    SI LA ENCUENTRA Y LA FECHA NO ESTA CERRADA, APLICA EL PAGO
      *    Y DEJA EL MOVIMIENTO CONCILIADO CON EL NUMERO DE RECIBO.
       AP-REFER.
           MOVE "N" TO RX-HALLA.
           MOVE ZEROS TO RX-POS RX-LARGO.
       APR-R.
           ADD 1 TO RX-POS.
           IF RX-POS > 40 GO TO APR-F.
           IF XT-DESC (RX-POS:1) IS NUMERIC
               ADD 1 TO RX-LARGO
               GO TO APR-R.
           IF RX-LARGO = 8
               COMPUTE RX-INI = RX-POS - 8
               PERFORM REF-BUSCA THRU F-REF-BUSCA
               IF RX-HALLA = "S" GO TO APR-APLICA.
           MOVE ZEROS TO RX-LARGO.
           GO TO APR-R.
       APR-F.
           IF RX-LARGO NOT = 8 GO TO F-AP-REFER.
           MOVE 33 TO RX-INI.
           PERFORM REF-BUSCA THRU F-REF-BUSCA.
           IF RX-HALLA NOT = "S" GO TO F-AP-REFER.
       APR-APLICA.
           MOVE XT-FECHA TO CIE-FECHA.
           READ CIERR KEY IS CIE-FECHA
           INVALID KEY GO TO APR-PERIODO.
           GO TO F-AP-REFER.
       APR-PERIODO.
           MOVE XT-FECHA TO RX-FECHA.
           COMPUTE PE-PERIODO = RX-F-AA * 100 + RX-F-MM.
           READ PERIO KEY IS PE-PERIODO
           INVALID KEY GO TO APR-PAGA.
           IF PE-EST = "C" GO TO F-AP-REFER.
       APR-PAGA.
           PERFORM APLICA-REFER THRU F-APLICA-REFER.
           MOVE "S" TO CX-HALLA.
           MOVE "TRF" TO CO-TIPO.
           MOVE RECI-NRO TO CX-REF.
           ADD 1 TO CX-REFER.
       F-AP-REFER.
           EXIT.

      *    LA REFERENCIA SOLO EXISTE SI EL DIGITO VERIFICADOR ES EL
      *    QUE LE DIO REFCLI, ASI UN NUMERO MAL TIPEADO NO APLICA EL
      *    PAGO A OTRO CLIENTE.
       REF-BUSCA.
           MOVE XT-DESC (RX-INI:8) TO RX-NUM-X.
           MOVE RX-NUM TO RF-NRO.
           READ REFC KEY IS RF-NRO
           INVALID KEY GO TO F-REF-BUSCA.
           MOVE "S" TO RX-HALLA.
       F-REF-BUSCA.
           EXIT.

      *    PAGO "T" POR CX-IMP AL CLIENTE RF-CLI CON FECHA DEL
      *    EXTRACTO: UN RECIBO PARA TODA LA TRANSFERENCIA, QUE SE VA
      *    APLICANDO A LAS CUOTAS IMPAGAS POR VENCIMIENTO, DE LA MAS
      *    VIEJA EN ADELANTE (LA ULTIMA PUEDE QUEDAR PAGADA EN PARTE).
      *    LOS PAGOS QUEDAN EN ESTADO "C" PORQUE YA NACEN CONCILIADOS.
       APLICA-REFER.
           MOVE XT-FECHA TO RX-FECHA.
           PERFORM PROXIMO-RECIBO THRU F-PROXIMO-RECIBO.
           MOVE CX-IMP TO RX-RESTO.
           MOVE ZEROS TO RX-CUOTAS.
       AR-BUSCA.
           IF RX-RESTO = ZEROS GO TO AR-RECIBO.
           MOVE 99999999 TO RX-MIN-VEN.
           MOVE SPACES TO RX-MIN-CLAVE.
           MOVE RF-CLI TO CONT.
           MOVE ZEROS TO PERI.
           MOVE ZEROS TO TIP-IMP.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO AR-ELIGE.
       AR-R.
           READ IMPU NEXT RECORD AT END GO TO AR-ELIGE.
           IF CONT NOT = RF-CLI GO TO AR-ELIGE.
           IF FEC-PAG NOT = ZEROS GO TO AR-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO AR-R.
           IF PAGADO NOT < MONTO GO TO AR-R.
           COMPUTE RX-VEN = AAV * 10000 + MMV * 100 + DDV.
           IF RX-VEN NOT < RX-MIN-VEN GO TO AR-R.
           MOVE RX-VEN TO RX-MIN-VEN.
           MOVE NUM-CO1 TO RX-MIN-CLAVE.
           GO TO AR-R.
       AR-ELIGE.
           IF RX-MIN-CLAVE = SPACES GO TO AR-SOBRA.
           MOVE RX-MIN-CLAVE TO NUM-CO1.
           READ IMPU KEY IS NUM-CO1
           INVALID KEY GO TO AR-SOBRA.
           COMPUTE RX-APLICA = MONTO - PAGADO.
           IF RX-APLICA > RX-RESTO MOVE RX-RESTO TO RX-APLICA.
           MOVE CONT TO REG-CIM.
           MOVE RX-F-DD TO RFD.
           MOVE RX-F-MM TO RFM.
           MOVE RX-F-AA TO RFA.
           PERFORM CALCULA-SEC THRU F-CALCULA-SEC.
           MOVE RX-APLICA TO REG-MPO.
           MOVE TIP-IMP TO REG-GM.
           MOVE RECI-NRO TO REG-NRECI.
           MOVE "T" TO REG-FPAGO.
           MOVE OPERADOR TO REG-OPE.
           MOVE "C" TO REG-EST.
           MOVE AA TO REG-CAA.
           MOVE P1 TO REG-CP1.
           WRITE REG-PAG INVALID KEY CONTINUE.
           ADD RX-APLICA TO PAGADO.
           IF PAGADO NOT < MONTO
               MOVE RX-F-DD TO DDP
               MOVE RX-F-MM TO MMP
               MOVE RX-F-AA TO AAP.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE "VENCIM" TO BT-ARCHIVO.
           MOVE "PAGO" TO BT-ACCION.
           MOVE CONT TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = RX-F-AA * 100 + RX-F-MM.
           MOVE RX-APLICA TO TOT-COB.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           SUBTRACT RX-APLICA FROM RX-RESTO.
           ADD 1 TO RX-CUOTAS.
           GO TO AR-BUSCA.
       AR-SOBRA.
           MOVE RF-CLI TO CONT1.
           MOVE RX-RESTO TO SF-EXCED.
           PERFORM ACREDITA-SALDO THRU F-ACREDITA-SALDO.
       AR-RECIBO.
           MOVE RECI-NRO TO REC-NRO.
           MOVE RF-CLI TO REC-CLI.
           MOVE RX-F-DD TO REC-DD.
           MOVE RX-F-MM TO REC-MM.
           MOVE RX-F-AA TO REC-AA.
           MOVE CX-IMP TO REC-TOTAL.
           MOVE RX-CUOTAS TO REC-CUOTAS.
           MOVE OPERADOR TO REC-OPER.
           MOVE SPACE TO REC-EST.
           WRITE REG-RECI INVALID KEY REWRITE REG-RECI.
           PERFORM ENCOLA-CAE THRU F-ENCOLA-CAE.
       F-APLICA-REFER.
           EXIT.

      *    ACREDITA SF-EXCED AL SALDO A FAVOR DEL CLIENTE CONT1, CON
      *    BITACORA, IGUAL QUE EL EXCEDENTE DE PAGO EN CAJA.
       ACREDITA-SALDO.
           MOVE CONT1 TO SF-CLI.
           READ SALDOF KEY IS SF-CLI
           INVALID KEY
               MOVE CONT1 TO SF-CLI
               MOVE ZEROS TO SF-SALDO
               WRITE REG-SALDOF INVALID KEY CONTINUE.
           MOVE REG-SALDOF TO BT-ANTES.
           ADD SF-EXCED TO SF-SALDO.
           REWRITE REG-SALDOF.
           MOVE "SALDOF" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE CONT1 TO BT-CLAVE.
           MOVE REG-SALDOF TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           MOVE ZEROS TO SF-EXCED.
       F-ACREDITA-SALDO.
           EXIT.

      *    PENDIENTES: LISTA LOS MOVIMIENTOS SIN APAREAR Y PERMITE
      *    MARCARLOS CONCILIADOS A MANO CON UNA REFERENCIA.
       PENDIE.
           GO TO PENDIE.

      *    INFORME DEL PERIODO: TOTALES CONCILIADOS POR ORIGEN,
      *    MOVIMIENTOS DEL EXTRACTO SIN RESOLVER, LOTES DE DEPOSITO
      *    NUESTROS QUE EL BANCO TODAVIA NO ACREDITO Y LOTES DE
      *    TARJETA SIN LIQUIDAR (LOT) O LIQUIDADOS SIN ACREDITAR (LIQ).
       INFORME.
           PERFORM ENCABEZA.
           DISPLAY "PERIODO (AAAAMM):" AT 1018.
               DELIMITED BY SIZE INTO RENGLON.
           WRITE RENGLON AFTER 1.
           MOVE ZEROS TO CX-TOT-DEP CX-TOT-DEB CX-TOT-TRF
               CX-TOT-MAN CX-TOT-PEN CX-TOT-TAR.
           CLOSE CONCI.
           OPEN I-O CONCI.
       INF-R.
           IF CO-TIPO = "DEP" ADD CO-IMP TO CX-TOT-DEP.
           IF CO-TIPO = "DEB" ADD CO-IMP TO CX-TOT-DEB.
           IF CO-TIPO = "TRF" ADD CO-IMP TO CX-TOT-TRF.
           IF CO-TIPO = "TAR" ADD CO-IMP TO CX-TOT-TAR.
           IF CO-TIPO = "MAN" ADD CO-IMP TO CX-TOT-MAN.
           GO TO INF-R.
       INF-PEN.
           MOVE "TRANSFERENCIAS............: " TO CXL2-TXT.
           MOVE CX-TOT-TRF TO CXL2-IMP.
           WRITE RENGLON FROM CXL2 AFTER 1.
           MOVE "LIQUIDACIONES DE TARJETA..: " TO CXL2-TXT.
           MOVE CX-TOT-TAR TO CXL2-IMP.
           WRITE RENGLON FROM CXL2 AFTER 1.
           MOVE "CONCILIADOS A MANO........: " TO CXL2-TXT.
           MOVE CX-TOT-MAN TO CXL2-IMP.
           WRITE RENGLON FROM CXL2 AFTER 1.
           CLOSE DEPLO.
           OPEN I-O DEPLO.
       INFD-R.
           READ DEPLO NEXT RECORD AT END GO TO INF-TAR.
           IF DP-EST = "C" GO TO INFD-R.
           COMPUTE CX-PER-R = DP-FECHA / 100.
           IF CX-PER-R NOT = CX-PER GO TO INFD-R.
           MOVE SPACES TO CXL-DESC.
           WRITE RENGLON FROM CXL1 AFTER 1.
           GO TO INFD-R.
       INF-TAR.
           MOVE "LOTES DE TARJETA SIN ACREDITAR:" TO RENGLON.
           WRITE RENGLON AFTER 2.
           CLOSE LOTJ.
           OPEN I-O LOTJ.
       INFT-R.
           READ LOTJ NEXT RECORD AT END GO TO INF-F.
           IF LJ-EST = "C" GO TO INFT-R.
           IF LJ-EST = "L"
               COMPUTE CX-PER-R = LJ-FPAGO / 100
               MOVE LJ-FPAGO TO CXL-FECHA
               MOVE LJ-NETO TO CXL-IMP
               MOVE "LIQ" TO CXL-TIPO
           ELSE
               COMPUTE CX-PER-R = LJ-FECHA / 100
               MOVE LJ-FECHA TO CXL-FECHA
               MOVE LJ-BRUTO TO CXL-IMP
               MOVE "LOT" TO CXL-TIPO.
           IF CX-PER-R NOT = CX-PER GO TO INFT-R.
           MOVE LJ-LOTE TO CXL-NRO.
           MOVE LJ-MARCA TO CXL-REF.
           MOVE SPACES TO CXL-DESC.
           WRITE RENGLON FROM CXL1 AFTER 1.
           GO TO INFT-R.
       INF-F.
           CLOSE IMPRE.
           DISPLAY "INFORME EMITIDO" AT 1218.
           ACCEPT OPC AT 1234 WITH PROMPT.
           GO TO ENCABEZA.

      *    IMPORTA LIQTARJ.TXT: CADA RENGLON DEBE CORRESPONDER A UN
      *    LOTE CERRADO EN PAGOS (FECHA, MARCA Y LOTE). EL LOTE QUEDA
      *    LIQUIDADO CON SU NETO Y FECHA DE PAGO, PARA APAREARLO CON
      *    EL EXTRACTO, Y SE ASIENTAN COMISION Y RETENCIONES COMO
      *    GASTO. LO QUE NO APAREA SE INFORMA Y NO SE TOCA.
       LIQUIDA.
           PERFORM ENCABEZA.
           OPEN INPUT LIQT.
           IF LQ-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA LIQTARJ.TXT" AT 1218
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1247 WITH PROMPT
               GO TO ENCABEZA.
           MOVE ZEROS TO LQ-LEIDOS LQ-APAREA LQ-RECHAZO.
           DISPLAY "PROCESANDO..." AT 1218.
           OPEN EXTEND ASIEN.
           IF AS-STATUS NOT = "00"
               OPEN OUTPUT ASIEN
               CLOSE ASIEN
               OPEN EXTEND ASIEN.
           MOVE CFG-DISP TO IMPRE-DEST.
           OPEN OUTPUT IMPRE.
           MOVE "LIQUIDACION DE TARJETAS" TO RENGLON.
           WRITE RENGLON AFTER 1.
           MOVE SPACES TO RENGLON.
           WRITE RENGLON AFTER 1.
       LQ-R.
           READ LIQT NEXT RECORD AT END GO TO LQ-F.
           ADD 1 TO LQ-LEIDOS.
           COMPUTE LQ-BRU = LQ-BRUTO / 100.
           COMPUTE LQ-COM = LQ-COMIS / 100.
           COMPUTE LQ-RET = LQ-RETEN / 100.
           COMPUTE LQ-NET = LQ-NETO / 100.
           MOVE LQ-MARCA TO LQL-MARCA.
           MOVE LQ-LOTE TO LQL-LOTE.
           MOVE LQ-FLOTE TO LQL-FLOTE.
           MOVE LQ-FPAGO TO LQL-FPAGO.
           MOVE LQ-BRU TO LQL-BRUTO.
           MOVE LQ-COM TO LQL-COMIS.
           MOVE LQ-RET TO LQL-RETEN.
           MOVE LQ-NET TO LQL-NETO.
           MOVE LQ-FLOTE TO LJ-FECHA.
           MOVE LQ-MARCA TO LJ-MARCA.
           MOVE LQ-LOTE TO LJ-LOTE.
           READ LOTJ KEY IS LJ-CLAVE
           INVALID KEY
               MOVE "LOTE INEXISTENTE" TO LQL-OBS
               GO TO LQ-RECHAZA.
           IF LJ-EST NOT = SPACE
               MOVE "YA LIQUIDADO" TO LQL-OBS
               GO TO LQ-RECHAZA.
           MOVE SPACES TO LQL-OBS.
           IF LQ-BRU NOT = LJ-BRUTO
               MOVE "BRUTO DIFIERE" TO LQL-OBS.
           MOVE LQ-COM TO LJ-COMIS.
           MOVE LQ-RET TO LJ-RETEN.
           MOVE LQ-NET TO LJ-NETO.
           MOVE LQ-FPAGO TO LJ-FPAGO.
           MOVE "L" TO LJ-EST.
           REWRITE REG-LOTJ.
           WRITE RENGLON FROM LQL1 AFTER 1.
           PERFORM LQ-ASIENTO THRU F-LQ-ASIENTO.
           ADD 1 TO LQ-APAREA.
           GO TO LQ-R.
       LQ-RECHAZA.
           WRITE RENGLON FROM LQL1 AFTER 1.
           ADD 1 TO LQ-RECHAZO.
           GO TO LQ-R.
       LQ-F.
           CLOSE LIQT ASIEN IMPRE.
           MOVE "LOTJ" TO BT-ARCHIVO.
           MOVE "LIQUI" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE SPACES TO BT-DESPUES.
           MOVE LQ-LEIDOS TO BT-DESPUES (1:6).
           MOVE LQ-APAREA TO BT-DESPUES (8:6).
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "LOTES LEIDOS......:" AT 1218.
           DISPLAY LQ-LEIDOS AT 1238.
           DISPLAY "LIQUIDADOS........:" AT 1318.
           DISPLAY LQ-APAREA AT 1338.
           DISPLAY "SIN APAREAR.......:" AT 1418.
           DISPLAY LQ-RECHAZO AT 1438.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1640 WITH PROMPT.
           GO TO ENCABEZA.

      *    ASIENTO DE LA LIQUIDACION DE UN LOTE, A LA FECHA DE PAGO:
      *    DEBITA COMISION (CLASE "E" CODIGO "COM"), RETENCIONES
      *    SUFRIDAS ("RTJ") Y EL NETO EN EL BANCO (LA CUENTA DE LAS
      *    TRANSFERENCIAS, CLASE "F" CODIGO "T") Y ACREDITA LA CUENTA
      *    DE TARJETAS A COBRAR (CLASE "F" CODIGO "K") QUE DEBITO EL
      *    CIERRE DE CAJA.
       LQ-ASIENTO.
           MOVE LQ-FPAGO TO AS-FECHA.
           MOVE ZEROS TO AS-HABER.
           IF LQ-COM NOT = ZEROS
               MOVE "E" TO CT-CLASE
               MOVE "COM" TO CT-COD
               MOVE "GTO-COMTAR" TO LQ-DEF
               PERFORM LQ-CUENTA THRU F-LQ-CUENTA
               MOVE LQ-COM TO AS-DEBE
               MOVE SPACES TO AS-DETALLE
               STRING "COMISION " LQ-MARCA " LOTE " LQ-LOTE
                   DELIMITED BY SIZE INTO AS-DETALLE
               WRITE REG-ASIEN.
           IF LQ-RET NOT = ZEROS
               MOVE "E" TO CT-CLASE
               MOVE "RTJ" TO CT-COD
               MOVE "RET-TARJ  " TO LQ-DEF
               PERFORM LQ-CUENTA THRU F-LQ-CUENTA
               MOVE LQ-RET TO AS-DEBE
               MOVE SPACES TO AS-DETALLE
               STRING "RETENCIONES " LQ-MARCA " LOTE " LQ-LOTE
                   DELIMITED BY SIZE INTO AS-DETALLE
               WRITE REG-ASIEN.
           MOVE "F" TO CT-CLASE.
           MOVE "T" TO CT-COD.
           MOVE "CAJA-T    " TO LQ-DEF.
           PERFORM LQ-CUENTA THRU F-LQ-CUENTA.
           MOVE LQ-NET TO AS-DEBE.
           MOVE SPACES TO AS-DETALLE.
           STRING "NETO " LQ-MARCA " LOTE " LQ-LOTE
               DELIMITED BY SIZE INTO AS-DETALLE.
           WRITE REG-ASIEN.
           MOVE "F" TO CT-CLASE.
           MOVE "K" TO CT-COD.
           MOVE "CAJA-K    " TO LQ-DEF.
           PERFORM LQ-CUENTA THRU F-LQ-CUENTA.
           MOVE ZEROS TO AS-DEBE.
           COMPUTE AS-HABER = LQ-COM + LQ-RET + LQ-NET.
           MOVE SPACES TO AS-DETALLE.
           STRING "LIQUIDACION " LQ-MARCA " LOTE " LQ-LOTE
               DELIMITED BY SIZE INTO AS-DETALLE.
           WRITE REG-ASIEN.
       F-LQ-ASIENTO.
           EXIT.

       LQ-CUENTA.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE LQ-DEF TO CT-CUENTA.
           MOVE CT-CUENTA TO AS-CUENTA.
       F-LQ-CUENTA.
           EXIT.

       PROXIMO-CONCI.
           OPEN I-O NUCOC.
           IF NO-STATUS NOT = "00"
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

      *    ACTUALIZA EL TOTAL CORRIENTE (ARTOTAL) CON LO QUE DEJO EL
      *    LLAMADOR EN TOT-... (EMITIDO Y/O COBRADO, PUEDEN VENIR
      *    NEGATIVOS).
       ACTUALIZA-TOTAL.
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
           CLOSE CONCI DEPLO LOTJ CTBL RPAGOS BITA IMPU RECI CAE
                 CIERR PERIO TOTAL SALDOF REFC ABIE.
           CHAIN "MENU".
           STOP RUN.

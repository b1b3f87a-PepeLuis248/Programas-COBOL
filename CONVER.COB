      *  - ARDECOD Y ARHDECOD (TABLAS DE TIPOS DEPURADAS): MISMO
      *    ENSANCHE DE N-CODI QUE ARCODI.
      *  - ARBITA: SE AGREGA EL PUESTO (EN BLANCO EN LO ANTERIOR).
      *    LA BITACORA YA INDEXADA RECIBE LA FECHA DE PROCESO Y LA
      *    CADENA DE CONTROL (NUMERO Y SUMA, VER BITSUM).
      *  - ARJUICIO: SE AGREGAN LA LIQUIDACION Y LO COBRADO POR PARTE.
      *  - ARTARH: SE AGREGAN LA CLASE DE CAMBIO, LOS MODULOS Y EL
      *    VALOR DEL MODULO (LO ANTERIOR QUEDA COMO CAMBIO EN PESOS).
      *  - ARCLIDA: SE AGREGA LA RUTA DE COBRANZA (EN CERO).
      *  - ARCOBR: SE AGREGAN LA COMISION, EL MINIMO Y LA RETENCION
      *    DEL COBRADOR (EN CERO).
      *  - ARBONID Y ARMORAD: SE AGREGA LA CUOTA O EL TIPO AL QUE
      *    CORRESPONDE EL MOVIMIENTO (EN CERO EN LO ANTERIOR).
      *  - ARDEPU: SE AGREGA LA CADENA DE CONTROL, COMO EN ARBITA.
      * LOS ORIGINALES QUEDAN COMO *.VIEJO. SE CORRE UNA SOLA VEZ,
      * CON RESPALDO HECHO Y EL SISTEMA FUERA DE USO.
      * CADA ARCHIVO CONVERTIDO SE REGISTRA EN ARVERS (VER VERSIO) Y
      * LOS QUE YA ESTAN EN EL DISE#O ACTUAL SE SALTEAN, ASI QUE
      * TAMBIEN SIRVE PARA PONER AL DIA UN SET VIEJO RESTAURADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  RECORD KEY IS CH-CLAVE
                  FILE STATUS IS QN-STATUS.

           SELECT JUICV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JU-NROV
                  ALTERNATE RECORD IS JU-CLIV
                  WITH DUPLICATES
                  FILE STATUS IS JV-STATUS.

           SELECT JUICN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS JU-NRO
                  ALTERNATE RECORD IS JU-CLI
                  WITH DUPLICATES
                  FILE STATUS IS JN-STATUS.

           SELECT TARHV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TH-CLAVEV
                  FILE STATUS IS TV-STATUS.

           SELECT TARHN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TH-CLAVE
                  FILE STATUS IS TN-STATUS.

           SELECT CLIDV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CD-CLIV
                  FILE STATUS IS KV-STATUS.

           SELECT CLIDN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CD-CLI
                  FILE STATUS IS KN-STATUS.

           SELECT COBRV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CB-NROV
                  FILE STATUS IS RV-STATUS.

           SELECT COBRN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CB-NRO
                  FILE STATUS IS RN-STATUS.

           SELECT BONIV ASSIGN TO DISK
                  FILE STATUS IS OV-STATUS.

           SELECT BONIN ASSIGN TO DISK
                  FILE STATUS IS ON-STATUS.

           SELECT MORAV ASSIGN TO DISK
                  FILE STATUS IS MV-STATUS.

           SELECT MORAN ASSIGN TO DISK
                  FILE STATUS IS MN-STATUS.

           SELECT DEPUV ASSIGN TO DISK
                  FILE STATUS IS GV-STATUS.

           SELECT DEPUN ASSIGN TO DISK
                  FILE STATUS IS GN-STATUS.

           SELECT BITAV ASSIGN TO DISK
                  FILE STATUS IS BV-STATUS.

           SELECT BITAX ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS BX-CLAVE-IX
                  ALTERNATE RECORD IS BX-CLAVE
                  WITH DUPLICATES
                  FILE STATUS IS BX-STATUS.

           SELECT BITAN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BN-STATUS.

       DATA DIVISION.
           03 CH-LOTE           PIC 9(6).
           03 CH-CTA            PIC X(10).

      *    CASOS JUDICIALES: EL DISE#O NUEVO AGREGA LA LIQUIDACION DEL
      *    EXPEDIENTE Y LO COBRADO POR PARTE (CAPITAL, RECARGOS,
      *    COSTAS Y HONORARIOS), EN CERO EN LOS CASOS ANTERIORES.
       FD  JUICV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUICIO"
           DATA RECORD IS REG-JUICV.

       01  REG-JUICV.
           03 JU-NROV           PIC 9(6).
           03 JU-CLIV           PIC X(25).
           03 JU-RESTOV         PIC X(96).

       FD  JUICN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARJUICN"
           DATA RECORD IS REG-JUICN.

       01  REG-JUICN.
           03 JU-NRO            PIC 9(6).
           03 JU-CLI            PIC X(25).
           03 JU-RESTO          PIC X(96).
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

      *    HISTORIA DE TARIFAS: EL DISE#O NUEVO AGREGA LA CLASE DE
      *    CAMBIO (BLANCO PESOS, "Q" CANTIDAD DE MODULOS, "V" VALOR
      *    DEL MODULO), LOS MODULOS Y EL VALOR DEL MODULO. LAS
      *    ENTRADAS ANTERIORES QUEDAN COMO CAMBIOS EN PESOS.
       FD  TARHV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARTARH"
           DATA RECORD IS REG-TARHV.

       01  REG-TARHV.
           03 TH-CLAVEV         PIC X(11).
           03 TH-RESTOV         PIC X(23).

       FD  TARHN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARTARHN"
           DATA RECORD IS REG-TARHN.

       01  REG-TARHN.
           03 TH-CLAVE          PIC X(11).
           03 TH-RESTO          PIC X(23).
           03 TH-CLASE          PIC X.
           03 TH-MODU           PIC 9(5)V99.
           03 TH-VALMOD         PIC 9(7)V9999.

      *    DATOS DEL CLIENTE: EL DISE#O NUEVO AGREGA LA RUTA DE
      *    COBRANZA DEL COBRADOR.
       FD  CLIDV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDV.

       01  REG-CLIDV.
           03 CD-CLIV           PIC X(25).
           03 CD-RESTOV         PIC X(4).

       FD  CLIDN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDN"
           DATA RECORD IS REG-CLIDN.

       01  REG-CLIDN.
           03 CD-CLI            PIC X(25).
           03 CD-RESTO          PIC X(4).
           03 CD-RUTA           PIC 9(5).

      *    COBRADORES: EL DISE#O NUEVO AGREGA EL PORCENTAJE DE
      *    COMISION, EL MINIMO Y LA RETENCION.
       FD  COBRV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCOBR"
           DATA RECORD IS REG-COBRV.

       01  REG-COBRV.
           03 CB-NROV           PIC 999.
           03 CB-RESTOV         PIC X(51).

       FD  COBRN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCOBRN"
           DATA RECORD IS REG-COBRN.

       01  REG-COBRN.
           03 CB-NRO            PIC 999.
           03 CB-RESTO          PIC X(51).
           03 CB-PORC           PIC 99V99.
           03 CB-MINIMO         PIC 9(7)V99.
           03 CB-RETEN          PIC 99V99.

      *    BONIFICACIONES POR PAGO EN TERMINO: EL DISE#O NUEVO AGREGA
      *    LA CUOTA BONIFICADA.
       FD  BONIV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARBONID"
           DATA RECORD IS REG-BONIV.

       01  REG-BONIV.
           03 BD-RESTOV         PIC X(44).

       FD  BONIN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARBONIN"
           DATA RECORD IS REG-BONIN.

       01  REG-BONIN.
           03 BD-RESTO          PIC X(44).
           03 BD-CUOTA.
              05 BD-CAA         PIC 99.
              05 BD-CP1         PIC 99.
              05 BD-TIP         PIC 9(3).

      *    MORATORIAS: EL DISE#O NUEVO AGREGA EL TIPO DE IMPUESTO.
       FD  MORAV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARMORAD"
           DATA RECORD IS REG-MORAV.

       01  REG-MORAV.
           03 MD-RESTOV         PIC X(59).

       FD  MORAN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARMORAN"
           DATA RECORD IS REG-MORAN.

       01  REG-MORAN.
           03 MD-RESTO          PIC X(59).
           03 MD-TIP            PIC 9(3).

      *    REGISTRO DE DEPURACIONES: EL DISE#O NUEVO AGREGA LA CADENA
      *    DE CONTROL. EL FILE-ID ES VARIABLE PARA CONVERTIR TAMBIEN
      *    LAS GENERACIONES ANUALES ARDEPU.AAAA.
       FD  DEPUV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID GV-NOM
           DATA RECORD IS REG-DEPUV.

       01  REG-DEPUV.
           03 DL-RESTOV         PIC X(66).

       FD  DEPUN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDEPUN"
           DATA RECORD IS REG-DEPUN.

       01  REG-DEPUN.
           03 DL-RESTO          PIC X(66).
           03 DL-NUMC           PIC 9(7).
           03 DL-SUMA           PIC 9(9).

       FD  PADRN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPADRN"
           DATA RECORD IS REG-PADRN.
           03 BV-RESTO           PIC X(208).
           03 BV-PUESTO          PIC X(4).

      *    BITACORA YA INDEXADA, SIN FECHA DE PROCESO NI CADENA DE
      *    CONTROL.
       FD  BITAX LABEL RECORD IS STANDARD
           VALUE OF FILE-ID BV-NOM
           DATA RECORD IS REG-BITAX.

       01  REG-BITAX.
           03 BX-CLAVE-IX        PIC X(19).
           03 BX-RESTO.
              05 BX-ARCHIVO      PIC X(8).
              05 BX-ACCION       PIC X(5).
              05 BX-CLAVE        PIC X(25).
              05 F               PIC X(174).

      *    BITACORA NUEVA: INDEXADA POR FECHA (AAAA/MM/DD) + HORA +
      *    SECUENCIA, CON CLAVE ALTERNATIVA POR LA CLAVE AFECTADA,
      *    PARA QUE LA CONSULTA DE BITCON POSICIONE EN VEZ DE BARRER.
              05 BT-DESPUES      PIC X(80).
              05 BT-OPERADOR     PIC X(10).
              05 BT-PUESTO       PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

       WORKING-STORAGE SECTION.
       77  OPC                   PIC XX VALUE SPACES.
       77  IN-STATUS             PIC XX VALUE SPACES.
       77  QV-STATUS             PIC XX VALUE SPACES.
       77  QN-STATUS             PIC XX VALUE SPACES.
       77  JV-STATUS             PIC XX VALUE SPACES.
       77  JN-STATUS             PIC XX VALUE SPACES.
       77  TV-STATUS             PIC XX VALUE SPACES.
       77  TN-STATUS             PIC XX VALUE SPACES.
       77  KV-STATUS             PIC XX VALUE SPACES.
       77  KN-STATUS             PIC XX VALUE SPACES.
       77  RV-STATUS             PIC XX VALUE SPACES.
       77  RN-STATUS             PIC XX VALUE SPACES.
       77  OV-STATUS             PIC XX VALUE SPACES.
       77  ON-STATUS             PIC XX VALUE SPACES.
       77  MV-STATUS             PIC XX VALUE SPACES.
       77  MN-STATUS             PIC XX VALUE SPACES.
       77  GV-STATUS             PIC XX VALUE SPACES.
       77  GN-STATUS             PIC XX VALUE SPACES.
       77  GV-NOM                PIC X(25) VALUE "ARDEPU".
       77  BX-STATUS             PIC XX VALUE SPACES.
       77  BG-VERS               PIC 99 VALUE ZEROS.
       77  CV-LEIDOS             PIC 9(6) VALUE ZEROS.
       77  CV-GRABADOS           PIC 9(6) VALUE ZEROS.
       77  CV-CHOCADOS           PIC 9(6) VALUE ZEROS.
           03 BG-MM2             PIC 99.
           03 BG-DD2             PIC 99.

       77  VER-ALDIA             PIC 99 VALUE ZEROS.

      *    PARAMETROS DE VERSIO (CONTROL DE DISE#O DE ARCHIVOS).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE SPACES.
           03 VERSIO-LISTA       PIC X(100) VALUE SPACES.
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

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

       PROCEDURE DIVISION.
       INICIO.
           CALL "CALEN" USING B.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1233 WITH PROMPT.
           IF OPC NOT = "S" GO TO FIN.
           MOVE "ARIMPU" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO CODI-CONV.
           OPEN INPUT IMPUV.
           IF IV-STATUS NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR ARIMPU" AT 1420
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARIMPUN", "ARIMPU"
               RETURNING REN-RC.
           MOVE "ARIMPU" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           MOVE "R" TO ABIERT-FUN.
           CALL "ABIERT" USING ABIERT-PAR.
           DISPLAY "ARIMPU  - LEIDOS:" AT 1420.
           DISPLAY CV-LEIDOS AT 1438.
           DISPLAY "GRABADOS:" AT 1448.
           DISPLAY CV-CHOCADOS AT 1473.
       CODI-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS CV-CHOCADOS.
           MOVE "ARCODI" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO PAGOS-CONV.
           OPEN INPUT CODIV.
           IF CV-STATUS NOT = "00" GO TO PAGOS-CONV.
           OPEN OUTPUT CODIN.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARCODIN", "ARCODI"
               RETURNING REN-RC.
           MOVE "ARCODI" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARCODI  - LEIDOS:" AT 1520.
           DISPLAY CV-LEIDOS AT 1538.
           DISPLAY "GRABADOS:" AT 1548.
           DISPLAY CV-GRABADOS AT 1558.
       PAGOS-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS CV-CHOCADOS.
           MOVE "ARPAGOS" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO DEIM-CONV.
           OPEN INPUT PAGV.
           IF PV-STATUS NOT = "00" GO TO RESUMEN.
           OPEN OUTPUT PAGN.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARPAGOSN", "ARPAGOS"
               RETURNING REN-RC.
           MOVE "ARPAGOS" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARPAGOS - LEIDOS:" AT 1620.
           DISPLAY CV-LEIDOS AT 1638.
           DISPLAY "GRABADOS:" AT 1648.
           DISPLAY CV-GRABADOS AT 1658.
       DEIM-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS CV-CHOCADOS.
           MOVE "ARDEIM" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO HDEIM-CONV.
           OPEN INPUT DEIMV.
           IF DV-STATUS NOT = "00" GO TO HDEIM-CONV.
           OPEN OUTPUT DEIMN.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARDEIMN", "ARDEIM"
               RETURNING REN-RC.
           MOVE "ARDEIM" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARDEIM  - LEIDOS:" AT 1720.
           DISPLAY CV-LEIDOS AT 1738.
           DISPLAY "GRABADOS:" AT 1748.
           DISPLAY CV-GRABADOS AT 1758.
       HDEIM-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS CV-CHOCADOS.
           MOVE "ARHDEIM" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO DECOD-CONV.
           OPEN INPUT HDEIMV.
           IF HV-STATUS NOT = "00" GO TO DECOD-CONV.
           OPEN OUTPUT HDEIMN.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARHDEIMN", "ARHDEIM"
               RETURNING REN-RC.
           MOVE "ARHDEIM" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARHDEIM - LEIDOS:" AT 1820.
           DISPLAY CV-LEIDOS AT 1838.
           DISPLAY "GRABADOS:" AT 1848.
           DISPLAY CV-GRABADOS AT 1858.
       DECOD-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS CV-CHOCADOS.
           MOVE "ARDECOD" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO HDECOD-CONV.
           OPEN INPUT DECODV.
           IF EV-STATUS NOT = "00" GO TO HDECOD-CONV.
           OPEN OUTPUT DECODN.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARDECODN", "ARDECOD"
               RETURNING REN-RC.
           MOVE "ARDECOD" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARDECOD - LEIDOS:" AT 1920.
           DISPLAY CV-LEIDOS AT 1938.
           DISPLAY "GRABADOS:" AT 1948.
           DISPLAY CV-GRABADOS AT 1958.
       HDECOD-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS CV-CHOCADOS.
           MOVE "ARHDECOD" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO PLAN-CONV.
           OPEN INPUT HDECODV.
           IF FV-STATUS NOT = "00" GO TO BITA-CONV.
           OPEN OUTPUT HDECODN.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARHDECODN", "ARHDECOD"
               RETURNING REN-RC.
           MOVE "ARHDECOD" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARHDECOD- LEIDOS:" AT 2020.
           DISPLAY CV-LEIDOS AT 2038.
           DISPLAY "GRABADOS:" AT 2048.
      *    PARA DESEMPATAR ENTRADAS DEL MISMO SEGUNDO.
       PLAN-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "ARPLAN" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO EXEN-CONV.
           OPEN INPUT PLANV.
           IF LV-STATUS NOT = "00" GO TO EXEN-CONV.
           OPEN OUTPUT PLANN.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARPLANN", "ARPLAN"
               RETURNING REN-RC.
           MOVE "ARPLAN" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.

       EXEN-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "AREXEN" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO PADR-CONV.
           OPEN INPUT EXENV.
           IF XV-STATUS NOT = "00" GO TO PADR-CONV.
           OPEN OUTPUT EXENN.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "AREXENN", "AREXEN"
               RETURNING REN-RC.
           MOVE "AREXEN" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.

       PADR-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "ARPADR" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO BITA-CONV.
           OPEN INPUT PADRV.
           IF PV2-STATUS NOT = "00" GO TO BITA-CONV.
           OPEN OUTPUT PADRN.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARPADRN", "ARPADR"
               RETURNING REN-RC.
           MOVE "ARPADR" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.

       BITA-CONV.
           MOVE "ARBITA" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO CHEQ-CONV.
           MOVE VERSIO-TIENE TO BG-VERS.
           MOVE "ARBITA" TO BV-NOM.
           MOVE "ARBITAN" TO BN-NOM.
           MOVE "ARBITA.VIEJO" TO BG-VIEJO.
           PERFORM BITA-PASO THRU F-BITA-PASO.
           DISPLAY "ARBITA  - LEIDOS:" AT 2120.
           DISPLAY CV-LEIDOS AT 2138.
           DISPLAY "GRABADOS:" AT 2148.
               ADD 1900 TO BG-ANO-HOY.
           COMPUTE BG-ANO = BG-ANO-HOY - 15.
       BG-R.
           IF BG-ANO NOT < BG-ANO-HOY GO TO BG-F.
           MOVE SPACES TO BV-NOM.
           STRING "ARBITA." BG-ANO DELIMITED BY SIZE INTO BV-NOM.
           MOVE "ARBITAN" TO BN-NOM.
           MOVE SPACES TO BG-VIEJO.
           STRING "ARBITA." BG-ANO ".VIEJO" DELIMITED BY SIZE
               INTO BG-VIEJO.
           PERFORM BITA-PASO THRU F-BITA-PASO.
           ADD 1 TO BG-ANO.
           GO TO BG-R.
       BG-F.
           MOVE "ARBITA" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.

       CHEQ-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "ARCHEQ" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO JUIC-CONV.
           OPEN INPUT CHEQV.
           IF QV-STATUS NOT = "00" GO TO JUIC-CONV.
           OPEN OUTPUT CHEQN.
       QC-R.
           READ CHEQV NEXT RECORD AT END GO TO QC-F.
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARCHEQN", "ARCHEQ"
               RETURNING REN-RC.
           MOVE "ARCHEQ" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARCHEQ  - LEIDOS:" AT 2220.
           DISPLAY CV-LEIDOS AT 2238.
           DISPLAY "GRABADOS:" AT 2248.
           DISPLAY CV-GRABADOS AT 2258.

       JUIC-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "ARJUICIO" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO TARH-CONV.
           OPEN INPUT JUICV.
           IF JV-STATUS NOT = "00" GO TO TARH-CONV.
           OPEN OUTPUT JUICN.
       JC-R.
           READ JUICV NEXT RECORD AT END GO TO JC-F.
           ADD 1 TO CV-LEIDOS.
           MOVE JU-NROV TO JU-NRO.
           MOVE JU-CLIV TO JU-CLI.
           MOVE JU-RESTOV TO JU-RESTO.
           MOVE ZEROS TO JU-FLIQ JU-LIQ JU-COB.
           WRITE REG-JUICN
           INVALID KEY
               ADD 1 TO CV-CHOCADOS
               GO TO JC-R.
           ADD 1 TO CV-GRABADOS.
           GO TO JC-R.
       JC-F.
           CLOSE JUICV JUICN.
           CALL "CBL_RENAME_FILE" USING "ARJUICIO", "ARJUICIO.VIEJO"
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARJUICN", "ARJUICIO"
               RETURNING REN-RC.
           MOVE "ARJUICIO" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARJUICIO- LEIDOS:" AT 1420.
           DISPLAY CV-LEIDOS AT 1438.
           DISPLAY "GRABADOS:" AT 1448.
           DISPLAY CV-GRABADOS AT 1458.

       TARH-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "ARTARH" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO CLID-CONV.
           OPEN INPUT TARHV.
           IF TV-STATUS NOT = "00" GO TO CLID-CONV.
           OPEN OUTPUT TARHN.
       TC-R.
           READ TARHV NEXT RECORD AT END GO TO TC-F.
           ADD 1 TO CV-LEIDOS.
           MOVE TH-CLAVEV TO TH-CLAVE.
           MOVE TH-RESTOV TO TH-RESTO.
           MOVE SPACE TO TH-CLASE.
           MOVE ZEROS TO TH-MODU TH-VALMOD.
           WRITE REG-TARHN
           INVALID KEY
               ADD 1 TO CV-CHOCADOS
               GO TO TC-R.
           ADD 1 TO CV-GRABADOS.
           GO TO TC-R.
       TC-F.
           CLOSE TARHV TARHN.
           CALL "CBL_RENAME_FILE" USING "ARTARH", "ARTARH.VIEJO"
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARTARHN", "ARTARH"
               RETURNING REN-RC.
           MOVE "ARTARH" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARTARH  - LEIDOS:" AT 1520.
           DISPLAY CV-LEIDOS AT 1538.
           DISPLAY "GRABADOS:" AT 1548.
           DISPLAY CV-GRABADOS AT 1558.

       CLID-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "ARCLIDA" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO COBR-CONV.
           OPEN INPUT CLIDV.
           IF KV-STATUS NOT = "00" GO TO COBR-CONV.
           OPEN OUTPUT CLIDN.
       KC-R.
           READ CLIDV NEXT RECORD AT END GO TO KC-F.
           ADD 1 TO CV-LEIDOS.
           MOVE CD-CLIV TO CD-CLI.
           MOVE CD-RESTOV TO CD-RESTO.
           MOVE ZEROS TO CD-RUTA.
           WRITE REG-CLIDN
           INVALID KEY
               ADD 1 TO CV-CHOCADOS
               GO TO KC-R.
           ADD 1 TO CV-GRABADOS.
           GO TO KC-R.
       KC-F.
           CLOSE CLIDV CLIDN.
           CALL "CBL_RENAME_FILE" USING "ARCLIDA", "ARCLIDA.VIEJO"
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARCLIDN", "ARCLIDA"
               RETURNING REN-RC.
           MOVE "ARCLIDA" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARCLIDA - LEIDOS:" AT 1620.
           DISPLAY CV-LEIDOS AT 1638.
           DISPLAY "GRABADOS:" AT 1648.
           DISPLAY CV-GRABADOS AT 1658.

       COBR-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "ARCOBR" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO BONI-CONV.
           OPEN INPUT COBRV.
           IF RV-STATUS NOT = "00" GO TO BONI-CONV.
           OPEN OUTPUT COBRN.
       RC-R.
           READ COBRV NEXT RECORD AT END GO TO RC-F.
           ADD 1 TO CV-LEIDOS.
           MOVE CB-NROV TO CB-NRO.
           MOVE CB-RESTOV TO CB-RESTO.
           MOVE ZEROS TO CB-PORC CB-MINIMO CB-RETEN.
           WRITE REG-COBRN
           INVALID KEY
               ADD 1 TO CV-CHOCADOS
               GO TO RC-R.
           ADD 1 TO CV-GRABADOS.
           GO TO RC-R.
       RC-F.
           CLOSE COBRV COBRN.
           CALL "CBL_RENAME_FILE" USING "ARCOBR", "ARCOBR.VIEJO"
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARCOBRN", "ARCOBR"
               RETURNING REN-RC.
           MOVE "ARCOBR" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARCOBR  - LEIDOS:" AT 1720.
           DISPLAY CV-LEIDOS AT 1738.
           DISPLAY "GRABADOS:" AT 1748.
           DISPLAY CV-GRABADOS AT 1758.

       BONI-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "ARBONID" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO MORA-CONV.
           OPEN INPUT BONIV.
           IF OV-STATUS NOT = "00" GO TO MORA-CONV.
           OPEN OUTPUT BONIN.
       OC-R.
           READ BONIV AT END GO TO OC-F.
           ADD 1 TO CV-LEIDOS.
           MOVE BD-RESTOV TO BD-RESTO.
           MOVE ZEROS TO BD-CUOTA.
           WRITE REG-BONIN.
           ADD 1 TO CV-GRABADOS.
           GO TO OC-R.
       OC-F.
           CLOSE BONIV BONIN.
           CALL "CBL_RENAME_FILE" USING "ARBONID", "ARBONID.VIEJO"
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARBONIN", "ARBONID"
               RETURNING REN-RC.
           MOVE "ARBONID" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARBONID - LEIDOS:" AT 1820.
           DISPLAY CV-LEIDOS AT 1838.
           DISPLAY "GRABADOS:" AT 1848.
           DISPLAY CV-GRABADOS AT 1858.

       MORA-CONV.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           MOVE "ARMORAD" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO DEPU-CONV.
           OPEN INPUT MORAV.
           IF MV-STATUS NOT = "00" GO TO DEPU-CONV.
           OPEN OUTPUT MORAN.
       MC-R.
           READ MORAV AT END GO TO MC-F.
           ADD 1 TO CV-LEIDOS.
           MOVE MD-RESTOV TO MD-RESTO.
           MOVE ZEROS TO MD-TIP.
           WRITE REG-MORAN.
           ADD 1 TO CV-GRABADOS.
           GO TO MC-R.
       MC-F.
           CLOSE MORAV MORAN.
           CALL "CBL_RENAME_FILE" USING "ARMORAD", "ARMORAD.VIEJO"
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARMORAN", "ARMORAD"
               RETURNING REN-RC.
           MOVE "ARMORAD" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           DISPLAY "ARMORAD - LEIDOS:" AT 1920.
           DISPLAY CV-LEIDOS AT 1938.
           DISPLAY "GRABADOS:" AT 1948.
           DISPLAY CV-GRABADOS AT 1958.

      *    ARDEPU Y SUS GENERACIONES ANUALES, COMO LA BITACORA.
       DEPU-CONV.
           MOVE "ARDEPU" TO VERSIO-ARCH.
           PERFORM VER-CONSULTA THRU F-VER-CONSULTA.
           IF VERSIO-OK NOT = "C" GO TO RESUMEN.
           MOVE "ARDEPU" TO GV-NOM.
           MOVE "ARDEPU.VIEJO" TO BG-VIEJO.
           PERFORM DEPU-UNA THRU F-DEPU-UNA.
           DISPLAY "ARDEPU  - LEIDOS:" AT 2020.
           DISPLAY CV-LEIDOS AT 2038.
           DISPLAY "GRABADOS:" AT 2048.
           DISPLAY CV-GRABADOS AT 2058.
           ACCEPT BG-FECHA FROM DATE.
           MOVE BG-AA2 TO BG-ANO-HOY.
           IF BG-ANO-HOY < 80
               ADD 2000 TO BG-ANO-HOY
           ELSE
               ADD 1900 TO BG-ANO-HOY.
           COMPUTE BG-ANO = BG-ANO-HOY - 15.
       DG-R.
           IF BG-ANO NOT < BG-ANO-HOY GO TO DG-F.
           MOVE SPACES TO GV-NOM.
           STRING "ARDEPU." BG-ANO DELIMITED BY SIZE INTO GV-NOM.
           MOVE SPACES TO BG-VIEJO.
           STRING "ARDEPU." BG-ANO ".VIEJO" DELIMITED BY SIZE
               INTO BG-VIEJO.
           PERFORM DEPU-UNA THRU F-DEPU-UNA.
           ADD 1 TO BG-ANO.
           GO TO DG-R.
       DG-F.
           MOVE "ARDEPU" TO VERSIO-ARCH.
           PERFORM VER-GRABA THRU F-VER-GRABA.
           GO TO RESUMEN.

      *    LA BITACORA EN VERSION 02 YA ESTA INDEXADA; LA ANTERIOR ES
      *    LA SECUENCIAL ORIGINAL.
       BITA-PASO.
           IF BG-VERS = 2
               PERFORM BITA-IX THRU F-BITA-IX
           ELSE
               PERFORM BITA-UNA THRU F-BITA-UNA.
       F-BITA-PASO.
           EXIT.

      *    CONVIERTE UNA BITACORA (BV-NOM) AL DISE#O INDEXADO Y DEJA
      *    LA ORIGINAL CON EL NOMBRE DE RESGUARDO BG-VIEJO.
       BITA-UNA.
           OPEN INPUT BITAV.
           IF BV-STATUS NOT = "00" GO TO F-BITA-UNA.
           OPEN OUTPUT BITAN.
           MOVE BV-NOM TO BITSUM-NOM.
           MOVE "I" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITAN.
       BU-R.
           READ BITAV AT END GO TO BU-F.
           ADD 1 TO CV-LEIDOS.
           MOVE ZEROS TO BT-SEC.
           MOVE BV-RESTO TO BT-RESTO (1:208).
           MOVE BV-PUESTO TO BT-PUESTO.
           MOVE ZEROS TO BT-FPROC.
           MOVE BV-NOM TO BITSUM-NOM.
           MOVE 246 TO BITSUM-LARGO.
           MOVE "E" TO BITSUM-FUN.
       BU-W.
           CALL "BITSUM" USING BITSUM-PAR REG-BITAN.
           MOVE BITSUM-SUMA TO BT-SUMA.
           MOVE "S" TO BITSUM-FUN.
           WRITE REG-BITAN
           INVALID KEY
               ADD 1 TO BT-SEC
               IF BT-SEC < 999 GO TO BU-W.
           MOVE "C" TO BITSUM-FUN.
           IF BT-SEC = 999 MOVE "L" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITAN.
           ADD 1 TO CV-GRABADOS.
           GO TO BU-R.
       BU-F.
               RETURNING REN-RC.
       F-BITA-UNA.
           EXIT.

      *    PONE AL DIA UNA BITACORA YA INDEXADA (BV-NOM): LA FECHA DE
      *    PROCESO QUEDA EN CERO Y LA CADENA DE CONTROL SE ARMA EN EL
      *    ORDEN DE LA CLAVE (FECHA, HORA Y SECUENCIA).
       BITA-IX.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           OPEN INPUT BITAX.
           IF BX-STATUS NOT = "00" GO TO F-BITA-IX.
           OPEN OUTPUT BITAN.
           MOVE BV-NOM TO BITSUM-NOM.
           MOVE "I" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITAN.
       BX-R.
           READ BITAX NEXT RECORD AT END GO TO BX-F.
           ADD 1 TO CV-LEIDOS.
           MOVE BX-CLAVE-IX TO BT-CLAVE-IX.
           MOVE BX-RESTO TO BT-RESTO.
           MOVE ZEROS TO BT-FPROC.
           MOVE BV-NOM TO BITSUM-NOM.
           MOVE 246 TO BITSUM-LARGO.
           MOVE "E" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITAN.
           MOVE BITSUM-SUMA TO BT-SUMA.
           WRITE REG-BITAN
           INVALID KEY
               ADD 1 TO CV-CHOCADOS
               MOVE "L" TO BITSUM-FUN
               CALL "BITSUM" USING BITSUM-PAR REG-BITAN
               GO TO BX-R.
           MOVE "C" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITAN.
           ADD 1 TO CV-GRABADOS.
           GO TO BX-R.
       BX-F.
           CLOSE BITAX BITAN.
           CALL "CBL_RENAME_FILE" USING BV-NOM, BG-VIEJO
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARBITAN", BV-NOM
               RETURNING REN-RC.
       F-BITA-IX.
           EXIT.

      *    AGREGA LA CADENA DE CONTROL A UN REGISTRO DE DEPURACIONES
      *    (GV-NOM) Y DEJA EL ORIGINAL COMO BG-VIEJO.
       DEPU-UNA.
           MOVE ZEROS TO CV-LEIDOS CV-GRABADOS.
           OPEN INPUT DEPUV.
           IF GV-STATUS NOT = "00" GO TO F-DEPU-UNA.
           OPEN OUTPUT DEPUN.
           MOVE GV-NOM TO BITSUM-NOM.
           MOVE "I" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-DEPUN.
       DP-R.
           READ DEPUV AT END GO TO DP-F.
           ADD 1 TO CV-LEIDOS.
           MOVE DL-RESTOV TO DL-RESTO.
           MOVE GV-NOM TO BITSUM-NOM.
           MOVE 73 TO BITSUM-LARGO.
           MOVE "E" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-DEPUN.
           MOVE BITSUM-SUMA TO DL-SUMA.
           WRITE REG-DEPUN.
           MOVE "C" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-DEPUN.
           ADD 1 TO CV-GRABADOS.
           GO TO DP-R.
       DP-F.
           CLOSE DEPUV DEPUN.
           CALL "CBL_RENAME_FILE" USING GV-NOM, BG-VIEJO
               RETURNING REN-RC.
           CALL "CBL_RENAME_FILE" USING "ARDEPUN", GV-NOM
               RETURNING REN-RC.
       F-DEPU-UNA.
           EXIT.

      *    CONTROL DE DISE#O (VER VERSIO): LO QUE YA ESTA EN LA
      *    VERSION ACTUAL NO SE VUELVE A CONVERTIR, Y CADA ARCHIVO
      *    CONVERTIDO QUEDA REGISTRADO EN SU NUEVA VERSION.
       VER-CONSULTA.
           MOVE "C" TO VERSIO-FUN.
           CALL "VERSIO" USING VERSIO-PAR.
           IF VERSIO-OK NOT = "C"
               ADD 1 TO VER-ALDIA.
       F-VER-CONSULTA.
           EXIT.

       VER-GRABA.
           MOVE VERSIO-ESPERA TO VERSIO-TIENE.
           MOVE "G" TO VERSIO-FUN.
           CALL "VERSIO" USING VERSIO-PAR.
       F-VER-GRABA.
           EXIT.

       RESUMEN.
           DISPLAY "LOS ARCHIVOS ANTERIORES QUEDARON COMO *.VIEJO"
               AT 2220.
           IF VER-ALDIA NOT = ZEROS
               DISPLAY "YA ESTABAN AL DIA:" AT 2320
               DISPLAY VER-ALDIA AT 2339.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2266 WITH PROMPT.
       FIN.

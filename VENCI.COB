                  RECORD KEY IS TH-CLAVE
                  FILE STATUS IS TH-STATUS.

           SELECT SVTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS SV-TIP
                  FILE STATUS IS SV-STATUS.

           SELECT VTO2 ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS V2-CLAVE
                  FILE STATUS IS V2-STATUS.

           SELECT TOTAL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
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

              05 CG-TIP          PIC 9(3).
           03 CG-MONTO           PIC 9(11)V99.

      *    DATOS COMPLEMENTARIOS DEL CLIENTE (ZONA, CATEGORIA Y
      *    ORDEN DE VISITA DENTRO DE LA ZONA).
       FD  CLIDA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDA.
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

      *    HISTORIA DE TARIFAS (LA ESCRIBEN CARGA Y UTILITARIOS).
       FD  TARH LABEL RECORD IS STANDARD
              05 TH-DESDE        PIC 9(8).
           03 TH-MONTO           PIC 9(11)V99.
           03 TH-OPER            PIC X(10).
           03 TH-CLASE           PIC X.
           03 TH-MODU            PIC 9(5)V99.
           03 TH-VALMOD          PIC 9(7)V9999.

      *    SEGUNDO VENCIMIENTO POR TIPO: DIAS DESDE EL PRIMERO Y
      *    RECARGO EN PORCENTAJE (P) O IMPORTE FIJO (F).
       FD  SVTO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSVTO"
           DATA RECORD IS REG-SVTO.

       01  REG-SVTO.
           03 SV-TIP            PIC 9(3).
           03 SV-DIAS           PIC 999.
           03 SV-MODO           PIC X.
           03 SV-VALOR          PIC 9(9)V99.

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

      *    TOTALES CORRIENTES POR CLIENTE, TIPO Y PERIODO (AAAAMM).
       FD  TOTAL LABEL RECORD IS STANDARD
           03 TO-COB            PIC S9(12)V99.
           03 TO-SALDO          PIC S9(12)V99.

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
       77  CG-STATUS             PIC XX VALUE SPACES.
       77  PC-CLI                PIC X(25) VALUE SPACES.
       77  PC-TIP                PIC 9(3) VALUE ZEROS.
       77  PC-MONTO              PIC 9(11)V99 VALUE ZEROS.
       77  PC-HAY                PIC X VALUE "N".
      *    TASA AD VALOREM (VER ADVAL): MONTO DE LA CUOTA SEGUN LA
      *    VALUACION FISCAL O LA SUPERFICIE VIGENTE DEL CLIENTE.
       01  ADVAL-PAR.
           03 ADVAL-CLI          PIC X(25) VALUE SPACES.
           03 ADVAL-TIP          PIC 9(3) VALUE ZEROS.
           03 ADVAL-FECHA        PIC 9(8) VALUE ZEROS.
           03 ADVAL-CUOTAS       PIC 99 VALUE ZEROS.
           03 ADVAL-HAY          PIC X VALUE "N".
           03 ADVAL-MONTO        PIC 9(11)V99 VALUE ZEROS.
           03 ADVAL-VALUA        PIC 9(13)V99 VALUE ZEROS.
           03 ADVAL-SUPERF       PIC 9(7)V99 VALUE ZEROS.

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
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  TH-STATUS             PIC XX VALUE SPACES.
       77  SV-STATUS             PIC XX VALUE SPACES.
       77  V2-STATUS             PIC XX VALUE SPACES.
       77  TV-TIPO               PIC 9(3) VALUE ZEROS.
       77  TV-FECHA              PIC 9(8) VALUE ZEROS.
       77  TV-MONTO              PIC 9(11)V99 VALUE ZEROS.
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  CAM                   PIC 9 VALUE ZERO.
       77  SV-N                  PIC 999 VALUE ZEROS.
       77  B                     PIC 9 VALUE ZERO.
       77  DEF-MONTO             PIC 9(11)V99 VALUE ZEROS.
       77  CONT1                 PIC X(25) VALUE SPACES.
           03 F                  PIC X(03) VALUE "  $".
           03 CONF-MTO           PIC Z,ZZZ,ZZZ,ZZ9.99.

      *    ARCHIVOS CONVERTIDOS QUE ABRE ESTE PROGRAMA Y EL DISE#O
      *    QUE ESPERA DE CADA UNO (VER VERSIO).
       01  VERSIO-PAR.
           03 VERSIO-FUN         PIC X VALUE "V".
           03 VERSIO-LISTA.
              05 F               PIC X(10) VALUE "ARIMPU  02".
              05 F               PIC X(10) VALUE "ARCODI  02".
              05 F               PIC X(10) VALUE "AREXEN  02".
              05 F               PIC X(10) VALUE "ARTARH  02".
              05 F               PIC X(10) VALUE "ARCLIDA 02".
              05 F               PIC X(50) VALUE SPACES.
           03 VERSIO-OK          PIC X VALUE SPACES.
           03 VERSIO-CANT        PIC 99 VALUE ZEROS.
           03 VERSIO-ARCH        PIC X(8) VALUE SPACES.
           03 VERSIO-TIENE       PIC 99 VALUE ZEROS.
           03 VERSIO-ESPERA      PIC 99 VALUE ZEROS.
           03 VERSIO-SET         PIC X(40) VALUE SPACES.
           03 VERSIO-MSG         PIC X(70) VALUE SPACES.

       SCREEN SECTION.

       01  PANTALLA-CARGA.

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
           OPEN I-O FERI.
           IF FE-STATUS NOT = "00"
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
           OPEN I-O SVTO.
           IF SV-STATUS NOT = "00"
               OPEN OUTPUT SVTO
               CLOSE SVTO
               OPEN I-O SVTO.
           OPEN I-O VTO2.
           IF V2-STATUS NOT = "00"
               OPEN OUTPUT VTO2
               CLOSE VTO2
               OPEN I-O VTO2.
           OPEN I-O TARH.
           IF TH-STATUS NOT = "00"
               OPEN OUTPUT TARH
           MOVE N-CODI TO PC-TIP.
           PERFORM PRECIO-CATEGORIA THRU F-PRECIO-CATEGORIA.
           IF PC-HAY = "S" MOVE PC-MONTO TO DEF-MONTO.
      *    TIPO EN MODULOS: LA CANTIDAD DE MODULOS POR EL VALOR DEL
      *    MODULO VIGENTE AL VENCIMIENTO.
           MOVE CONT1 TO MODULO-CLI.
           MOVE N-CODI TO MODULO-TIP.
           MOVE TV-FECHA TO MODULO-FECHA.
           CALL "MODULO" USING MODULO-PAR.
           IF MODULO-HAY = "S" MOVE MODULO-MONTO TO DEF-MONTO.
      *    TIPO AD VALOREM: LA CUOTA SALE DE LA VALUACION FISCAL
      *    VIGENTE AL VENCIMIENTO, REPARTIDA SEGUN LA FRECUENCIA.
           MOVE CONT1 TO ADVAL-CLI.
           MOVE N-CODI TO ADVAL-TIP.
           MOVE TV-FECHA TO ADVAL-FECHA.
           MOVE 12 TO ADVAL-CUOTAS.
           IF FREC-BIMESTRAL MOVE 6 TO ADVAL-CUOTAS.
           IF FREC-TRIMESTRAL MOVE 4 TO ADVAL-CUOTAS.
           IF FREC-ANUAL MOVE 1 TO ADVAL-CUOTAS.
           CALL "ADVAL" USING ADVAL-PAR.
           IF ADVAL-HAY = "S" MOVE ADVAL-MONTO TO DEF-MONTO.
           PERFORM APLICA-EXENCION THRU F-APLICA-EXENCION.

       D82.
           ACCEPT OPC AT 2140 WITH PROMPT
           DISPLAY "                           " AT 2103
           GO TO CON-D1.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           PERFORM SEGUNDO-VTO THRU F-SEGUNDO-VTO.
           MOVE CONT TO TOT-CLI.
           MOVE TIP-IMP TO TOT-TIP.
           COMPUTE TOT-PER = AAV * 100 + MMV.
           READ IMPU NEXT RECORD AT END GO TO MD-MUESTRA.
           IF CONT NOT = CONT1 GO TO MD-MUESTRA.
           IF FEC-PAG NOT = ZEROS GO TO MD-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO MD-R.
           IF PAGADO > MONTO GO TO MD-R.
           COMPUTE VEN-COMP = AAV * 10000 + MMV * 100 + DDV.
           IF VEN-COMP NOT < HOY-COMP GO TO MD-R.
       F-MUESTRA-CONFIRMA.
           EXIT.

      *    SEGUNDO VENCIMIENTO DE LA CUOTA RECIEN GRABADA EN REG-IMP:
      *    SE CORRE LA FECHA SV-DIAS DIAS DESDE EL PRIMERO Y SE APLICA
      *    EL RECARGO DEL TIPO. QUEDA EN ARVTO2 CON LA CLAVE DE LA
      *    CUOTA (SI YA HABIA UNO DE UNA CUOTA BORRADA, SE REEMPLAZA).
       SEGUNDO-VTO.
           MOVE TIP-IMP TO SV-TIP.
           READ SVTO KEY IS SV-TIP
           INVALID KEY GO TO F-SEGUNDO-VTO.
           IF SV-DIAS = ZEROS GO TO F-SEGUNDO-VTO.
           MOVE NUM-CO1 TO V2-CLAVE.
           MOVE DDV TO V2-DD.
           MOVE MMV TO V2-MM.
           MOVE AAV TO V2-AA.
           MOVE SV-DIAS TO SV-N.
       SGV-DIA.
           MOVE V2-MM TO MM-CHK.
           MOVE V2-AA TO AA-CHK.
           PERFORM DIAS-MES THRU F-DIAS-MES.
           IF V2-DD < MAX-DD
               ADD 1 TO V2-DD
           ELSE
               MOVE 1 TO V2-DD
               IF V2-MM < 12
                   ADD 1 TO V2-MM
               ELSE
                   MOVE 1 TO V2-MM
                   ADD 1 TO V2-AA.
           SUBTRACT 1 FROM SV-N.
           IF SV-N > ZEROS GO TO SGV-DIA.
           IF SV-MODO = "F"
               COMPUTE V2-MONTO = MONTO + SV-VALOR
           ELSE
               COMPUTE V2-MONTO ROUNDED = MONTO
                   + MONTO * SV-VALOR / 100.
           WRITE REG-VTO2 INVALID KEY REWRITE REG-VTO2.
       F-SEGUNDO-VTO.
           EXIT.

       DIAS-MES.
           IF MM-CHK = 4 OR MM-CHK = 6 OR MM-CHK = 9 OR MM-CHK = 11
               MOVE 30 TO MAX-DD
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
           CLOSE CONTRI IMPU CODI EXEN FERI TOTAL TARH CATE CLIDA
                 SVTO VTO2 ABIE.
           CHAIN "MENU".
           STOP RUN.

                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BT-STATUS.

           SELECT CBUER ASSIGN TO DISK.
           SELECT OPERA ASSIGN TO DISK
                  FILE STATUS IS OP-STATUS.

           SELECT DEBT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DT-CLI
                  FILE STATUS IS DT-STATUS.

           SELECT ENVT ASSIGN TO DISK.

           SELECT REST ASSIGN TO DISK
                  FILE STATUS IS TR-STATUS.

           SELECT ERRT ASSIGN TO DISK.

           SELECT TVEN ASSIGN TO DISK.

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

           VALUE OF FILE-ID "DEBITOS.RES"
           DATA RECORD IS REG-RESPU.

      *    SE LEE SOBRE RS-REG (WORKING), DONDE TAMBIEN SE ARMA CADA
      *    RESPUESTA DE LA TARJETA PARA APLICARLAS CON EL MISMO CODIGO.
       01  REG-RESPU            PIC X(77).

      *    ADHESIONES AL DEBITO CON TARJETA DE CREDITO: MARCA, NUMERO
      *    (VALIDADO CON EL DIGITO DE LUHN) Y VENCIMIENTO AAAAMM.
       FD  DEBT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARDEBT"
           DATA RECORD IS REG-DEBT.

       01  REG-DEBT.
           03 DT-CLI            PIC X(25).
           03 DT-MARCA          PIC X(4).
           03 DT-NRO            PIC X(19).
           03 DT-VTO            PIC 9(6).
           03 DT-VTO-R REDEFINES DT-VTO.
              05 DT-VTO-AA      PIC 9999.
              05 DT-VTO-MM      PIC 99.
           03 DT-ALTA.
              05 DT-ALTA-DD     PIC 99.
              05 DT-ALTA-MM     PIC 99.
              05 DT-ALTA-AA     PIC 9999.
           03 DT-EST            PIC X.

      *    PRESENTACION A LA TARJETA, EN EL REGISTRO DEL PROCESADOR:
      *    TARJETA, VENCIMIENTO AAAAMM, CUOTA E IMPORTE EN CENTAVOS.
       FD  ENVT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "TARDEB.ENV"
           DATA RECORD IS REG-ENVT.

       01  REG-ENVT.
           03 ET-MARCA          PIC X(4).
           03 ET-NRO            PIC X(19).
           03 ET-VTO            PIC 9(6).
           03 ET-CLI            PIC X(25).
           03 ET-AA             PIC 99.
           03 ET-P1             PIC 99.
           03 ET-TIP            PIC 9(3).
           03 ET-VENC           PIC 9(8).
           03 ET-IMP            PIC 9(13).

      *    RESPUESTA DEL PROCESADOR: FECHA DEL COBRO, RESULTADO ("OK"
      *    O CODIGO DE RECHAZO) Y CODIGO DE AUTORIZACION.
       FD  REST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "TARDEB.RES"
           DATA RECORD IS REG-REST.

       01  REG-REST.
           03 TR-MARCA          PIC X(4).
           03 TR-NRO            PIC X(19).
           03 TR-CLI            PIC X(25).
           03 TR-AA             PIC 99.
           03 TR-P1             PIC 99.
           03 TR-TIP            PIC 9(3).
           03 TR-FECHA          PIC 9(8).
           03 TR-IMP            PIC 9(13).
           03 TR-RES            PIC XX.
           03 TR-AUT            PIC X(6).

       FD  ERRT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "TARRECH.TXT"
           DATA RECORD IS REG-ERRT.

       01  REG-ERRT             PIC X(100).

      *    LISTADO PRE-PRESENTACION DE TARJETAS VENCIDAS O POR VENCER.
       FD  TVEN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "TARVENC.TXT"
           DATA RECORD IS REG-TVEN.

       01  REG-TVEN             PIC X(80).

       FD  ERRO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "DEBRECH.TXT"
           03 BT-DESPUES         PIC X(80).
           03 BT-OPERADOR        PIC X(10).
           03 BT-PUESTO          PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
           03 OM-CLAVE          PIC X(8).
           03 OM-NIVEL          PIC 9.

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
       77  OM-STATUS             PIC XX VALUE SPACES.
       77  SU-COD                PIC X(10) VALUE SPACES.
       77  SU-OK                 PIC X VALUE "N".
       77  SU-MOTIVO             PIC X(20) VALUE SPACES.
       77  RES-AUT-SW            PIC X VALUE "N".
       77  RS-ORIGEN             PIC X VALUE "B".
       77  RS-FP                 PIC X VALUE "T".
       77  DT-STATUS             PIC XX VALUE SPACES.
       77  TR-STATUS             PIC XX VALUE SPACES.
       01  RS-REG.
           03 RS-CBU             PIC X(22).
           03 RS-CLI             PIC X(25).
           03 RS-AA              PIC 99.
           03 RS-P1              PIC 99.
           03 RS-TIP             PIC 9(3).
           03 RS-FECHA           PIC 9(8).
           03 RS-FECHA-R REDEFINES RS-FECHA.
              05 RS-F-AA         PIC 9999.
              05 RS-F-MM         PIC 99.
              05 RS-F-DD         PIC 99.
           03 RS-IMP             PIC 9(13).
           03 RS-RES             PIC XX.
       77  DR-STATUS             PIC XX VALUE SPACES.
       77  DM-STATUS             PIC XX VALUE SPACES.
       77  NT-STATUS             PIC XX VALUE SPACES.
       77  CBU-DUP-SW            PIC X VALUE "N".
       77  CBU-SV-CLI            PIC X(25) VALUE SPACES.
       77  CBU-SV-CBU            PIC X(22) VALUE SPACES.
       77  LU-OK                 PIC X VALUE "N".
       77  LU-LARGO              PIC 99 VALUE ZEROS.
       77  LU-IND                PIC 99 VALUE ZEROS.
       77  LU-DIG                PIC 99 VALUE ZEROS.
       77  LU-DOBLE              PIC X VALUE "N".
       77  LU-SUMA               PIC 9(4) VALUE ZEROS.
       77  LU-COC                PIC 9(4) VALUE ZEROS.
       77  LU-RESTO              PIC 99 VALUE ZEROS.
       01  LU-CHK                PIC X(19) VALUE SPACES.
       01  LU-CHK-R REDEFINES LU-CHK.
           03 LU-D               PIC X OCCURS 19 TIMES.
       01  LU-DX                 PIC X VALUE SPACE.
       01  LU-DX-N REDEFINES LU-DX PIC 9.
       01  DT-VTO-AC             PIC 9(4) VALUE ZEROS.
       01  DT-VTO-AC-R REDEFINES DT-VTO-AC.
           03 DT-V-MM            PIC 99.
           03 DT-V-AA            PIC 99.
       77  HOY-PER               PIC 9(6) VALUE ZEROS.
       77  EV-PER-SIG            PIC 9(6) VALUE ZEROS.
       77  EV-SEL                PIC X VALUE "N".
       77  TV-CANT               PIC 9(5) VALUE ZEROS.
       01  TV-LINEA.
           03 TV-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACES.
           03 TV-MARCA           PIC X(4).
           03 F                  PIC X VALUE SPACES.
           03 TV-MM              PIC 99.
           03 F                  PIC X VALUE "/".
           03 TV-AA              PIC 9999.
           03 F                  PIC X VALUE SPACES.
           03 TV-MOTIVO          PIC X(30).
       01  CBU-CHK               PIC X(22) VALUE SPACES.
       01  CBU-CHK-R REDEFINES CBU-CHK.
           03 CBU-D              PIC 9 OCCURS 22 TIMES.
       77  EV-IMP-N              PIC 9(11)V99 VALUE ZEROS.
       77  RS-CANT-OK            PIC 9(5) VALUE ZEROS.
       77  RS-CANT-RE            PIC 9(5) VALUE ZEROS.
       77  RS-CANT-DU            PIC 9(5) VALUE ZEROS.
       77  RS-IMP-N              PIC 9(11)V99 VALUE ZEROS.
       77  SEC-CONT              PIC 99 VALUE ZEROS.
       77  SEC-CIM-AUX           PIC X(25) VALUE SPACES.
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
       01  EV-F1                 PIC 9(6) VALUE ZEROS.
       01  EV-F1-R REDEFINES EV-F1.
           03 EV-DD              PIC 99.
           03 F                  PIC X VALUE SPACES.
           03 ER-MOTIVO          PIC X(30).

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

       01  PANTALLA-MENU.
              VALUE "    DEBITO AUTOMATICO        ".
           03 LINE 10 COLUMN 24
              VALUE "1-ADHESIONES".
           03 LINE 11 COLUMN 24
              VALUE "2-GENERAR PRESENTACION AL BANCO".
           03 LINE 12 COLUMN 24
              VALUE "3-PROCESAR RESPUESTA DEL BANCO".
           03 LINE 13 COLUMN 24
              VALUE "4-CONTROL DE CBU".
           03 LINE 14 COLUMN 24
              VALUE "5-RECHAZOS POR MOTIVO".
           03 LINE 15 COLUMN 24
              VALUE "6-ADHESIONES CON TARJETA".
           03 LINE 16 COLUMN 24
              VALUE "7-PRESENTACION A LA TARJETA".
           03 LINE 17 COLUMN 24
              VALUE "8-RESPUESTA DE LA TARJETA".
           03 LINE 18 COLUMN 24
              VALUE "9-REGRESO MENU PRINCIPAL".
           03 LINE 20 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE "INGRESE OPCION:              ".

           03 LINE 15 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "ESTADO............:".

       01  PANTALLA-ADHT.
           03 LINE 09 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "NRO DE CLIENTE....:".
           03 LINE 11 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "APELLIDO Y NOMBRE.:".
           03 LINE 12 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "MARCA.............:".
           03 LINE 13 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "NRO DE TARJETA....:".
           03 LINE 14 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "VENCIMIENTO (MMAA):".
           03 LINE 15 COLUMN 10 FOREGROUND-COLOR 4
              VALUE "ESTADO............:".

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
               OPEN OUTPUT NOTA
               CLOSE NOTA
               OPEN I-O NOTA.
           OPEN I-O DEBT.
           IF DT-STATUS NOT = "00"
               OPEN OUTPUT DEBT
               CLOSE DEBT
               OPEN I-O DEBT.
           PERFORM LEER-PAGCFG THRU F-LEER-PAGCFG.
           OPEN I-O CIERR.
           IF CI-STATUS NOT = "00"
           IF OPC = "3" GO TO RESPUESTA.
           IF OPC = "4" GO TO CBUCTL.
           IF OPC = "5" GO TO RECHMOT.
           IF OPC = "6" GO TO ADHT.
           IF OPC = "7" GO TO GENT.
           IF OPC = "8" GO TO TRESP.
           IF OPC = "9" GO TO CIERRE.
           GO TO L-PANT.

      *    ADHESIONES: ALTA CON CBU, BAJA Y CONSULTA DEL ESTADO DE
           DISPLAY "                                            "
               AT 1710
           IF OPC NOT = "S" GO TO ADHE-ALTA.
           MOVE CONT1 TO DT-CLI.
           READ DEBT KEY IS DT-CLI
           INVALID KEY GO TO ADHE-GRABA.
           IF DT-EST NOT = "A" GO TO ADHE-GRABA.
           DISPLAY "ADHERIDO CON TARJETA, LA DA DE BAJA S/N"
               AT 1710 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1754 WITH PROMPT.
           DISPLAY "                                            "
               AT 1710.
           IF OPC NOT = "S" GO TO ADHE-CLI.
           PERFORM BAJA-DEBT THRU F-BAJA-DEBT.
       ADHE-GRABA.
           MOVE CONT1 TO DB-CLI.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE DD-BITA TO DB-ALTA-DD.
           COMPUTE EV-HASTA = ANO-VENT * 10000 + EV-MM * 100 + EV-DD.
           MOVE ZEROS TO EV-CANT EV-TOTAL.
           OPEN OUTPUT ENVIO.
           PERFORM INICIA-ABIERTAS THRU F-INICIA-ABIERTAS.
       GEN-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO GEN-F.
           PERFORM SELEC-CUOTA THRU F-SELEC-CUOTA.
           IF EV-SEL NOT = "S" GO TO GEN-R.
           MOVE CONT TO DB-CLI.
           READ DEBA KEY IS DB-CLI
           INVALID KEY GO TO GEN-R.
           MOVE P1 TO EV-P1.
           MOVE TIP-IMP TO EV-TIP.
           MOVE EV-CMP TO EV-VENC.
           COMPUTE EV-IMP = EV-IMP-N * 100.
           WRITE REG-ENVIO.
           ADD 1 TO EV-CANT.
           ACCEPT OPC AT 1840 WITH PROMPT.
           GO TO ENCABEZA.

      *    CUOTAS A PRESENTAR, IGUAL PARA EL BANCO Y PARA LA TARJETA:
      *    IMPAGAS, FUERA DE PLAN DE PAGO Y VENCIDAS HASTA EV-HASTA.
      *    DEJA EV-SEL EN "S" Y EL SALDO DE LA CUOTA EN EV-IMP-N.
       SELEC-CUOTA.
           MOVE "N" TO EV-SEL.
           IF FEC-PAG NOT = ZEROS GO TO F-SELEC-CUOTA.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO F-SELEC-CUOTA.
           COMPUTE EV-CMP = AAV * 10000 + MMV * 100 + DDV.
           IF EV-CMP > EV-HASTA GO TO F-SELEC-CUOTA.
           COMPUTE EV-IMP-N = MONTO - PAGADO.
           MOVE "S" TO EV-SEL.
       F-SELEC-CUOTA.
           EXIT.

      *    RESPUESTA: LEE DEBITOS.RES, APLICA COMO PAGOS LOS DEBITOS
      *    ACEPTADOS (RS-RES = "OK") Y VUELCA LOS RECHAZADOS CON SU
      *    MOTIVO EN DEBRECH.TXT.
               ACCEPT OPC AT 1246 WITH PROMPT
               GO TO ENCABEZA.
           OPEN OUTPUT ERRO.
           MOVE ZEROS TO RS-CANT-OK RS-CANT-RE RS-CANT-DU.
           MOVE "B" TO RS-ORIGEN.
           MOVE "T" TO RS-FP.
       RES-R.
           READ RESPU NEXT RECORD INTO RS-REG AT END GO TO RES-F.
           PERFORM RES-APLICA THRU F-RES-APLICA.
           GO TO RES-R.
       RES-F.
           CLOSE RESPU ERRO.
           DISPLAY "DEBITOS APLICADOS..:" AT 1218.
           DISPLAY RS-CANT-OK AT 1239.
           DISPLAY "RECHAZOS...........:" AT 1418.
           DISPLAY RS-CANT-RE AT 1439.
           DISPLAY "A DUPLICADOS.......:" AT 1518.
           DISPLAY RS-CANT-DU AT 1539.
           DISPLAY "RECHAZOS EN DEBRECH.TXT" AT 1618.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1840 WITH PROMPT.
           GO TO ENCABEZA.

      *    APLICA UNA RESPUESTA YA CARGADA EN RS-REG, DEL BANCO
      *    (RS-ORIGEN "B") O DE LA TARJETA ("T"); EL PAGO SE GRABA
      *    CON LA FORMA DE PAGO RS-FP.
       RES-APLICA.
           IF RS-RES NOT = "OK" AND RS-ORIGEN = "T"
               MOVE "RECHAZADO POR LA TARJETA" TO ER-MOTIVO.
           IF RS-RES NOT = "OK" AND RS-ORIGEN = "B"
               MOVE "RECHAZADO POR EL BANCO" TO ER-MOTIVO.
           IF RS-RES NOT = "OK"
               PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO
               PERFORM CUENTA-RECHAZO THRU F-CUENTA-RECHAZO
               GO TO F-RES-APLICA.
           PERFORM LIMPIA-RECHAZO THRU F-LIMPIA-RECHAZO.
           MOVE RS-FECHA TO CIE-FECHA.
           READ CIERR KEY IS CIE-FECHA
           IF RES-AUT-SW = "S" GO TO RES-PERIODO.
           MOVE "FECHA DE PAGO CERRADA" TO ER-MOTIVO.
           PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO.
           GO TO F-RES-APLICA.
       RES-PERIODO.
           COMPUTE PE-PERIODO = RS-F-AA * 100 + RS-F-MM.
           READ PERIO KEY IS PE-PERIODO
           IF RES-AUT-SW = "S" GO TO RES-ABIERTA.
           MOVE "MES CONTABLE CERRADO" TO ER-MOTIVO.
           PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO.
           GO TO F-RES-APLICA.
       RES-ABIERTA.
           MOVE RS-CLI TO CONT.
           MOVE RS-AA TO AA.
           INVALID KEY
               MOVE "VENCIMIENTO INEXISTENTE" TO ER-MOTIVO
               PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO
               GO TO F-RES-APLICA.
           IF FEC-PAG NOT = ZEROS
               PERFORM ENCOLA-DUP THRU F-ENCOLA-DUP
               GO TO F-RES-APLICA.
           IF EST-IMP = "P"
               MOVE "CUOTA INCLUIDA EN PLAN DE PAGO" TO ER-MOTIVO
               PERFORM GRABA-RECHAZO THRU F-GRABA-RECHAZO
               GO TO F-RES-APLICA.
           COMPUTE RS-IMP-N = RS-IMP / 100.
           ADD RS-IMP-N TO PAGADO.
           IF PAGADO NOT < MONTO
               MOVE RS-F-MM TO MMP
               MOVE RS-F-AA TO AAP.
           REWRITE REG-IMP.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           MOVE RS-CLI TO REG-CIM.
           MOVE RS-F-DD TO RFD.
           MOVE RS-F-MM TO RFM.
           MOVE RS-IMP-N TO REG-MPO.
           MOVE RS-TIP TO REG-GM.
           MOVE ZEROS TO REG-NRECI.
           MOVE RS-FP TO REG-FPAGO.
           MOVE OPERADOR TO REG-OPE.
           MOVE SPACE TO REG-EST.
           MOVE RS-AA TO REG-CAA.
           MOVE REG-IMP TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           ADD 1 TO RS-CANT-OK.
       F-RES-APLICA.
           EXIT.

      *    EL DEBITO SE COBRO PERO LA CUOTA YA LA HABIA PAGADO OTRO
      *    CANAL: EL IMPORTE VA A LA COLA DE DUPLICADOS (ARDUPL) EN
      *    LUGAR DE PAGARLA DE NUEVO.
       ENCOLA-DUP.
           COMPUTE RS-IMP-N = RS-IMP / 100.
           MOVE RS-CLI TO DUPREG-CLI.
           MOVE RS-AA TO DUPREG-AA.
           MOVE RS-P1 TO DUPREG-P1.
           MOVE RS-TIP TO DUPREG-TIP.
           MOVE RS-FECHA TO DUPREG-FECHA.
           MOVE "D" TO DUPREG-CANAL.
           MOVE RS-FP TO DUPREG-FPAGO.
           MOVE RS-IMP-N TO DUPREG-IMPORTE.
           MOVE OPERADOR TO DUPREG-OPER.
           CALL "DUPREG" USING DUPREG-PAR.
           MOVE "DUPLIC" TO BT-ARCHIVO.
           MOVE "ALTA" TO BT-ACCION.
           MOVE RS-CLI TO BT-CLAVE.
           MOVE SPACES TO BT-ANTES.
           MOVE DUPREG-PAR TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           ADD 1 TO RS-CANT-DU.
       F-ENCOLA-DUP.
           EXIT.

       GRABA-RECHAZO.
           MOVE SPACES TO REG-ERRO.
           MOVE RS-AA TO ER-ANO.
           COMPUTE RS-IMP-N = RS-IMP / 100.
           MOVE RS-IMP-N TO ER-IMP.
           IF RS-ORIGEN = "T"
               MOVE ER-LINEA TO REG-ERRT
               WRITE REG-ERRT
           ELSE
               MOVE ER-LINEA TO REG-ERRO
               WRITE REG-ERRO.
           ADD 1 TO RS-CANT-RE.
       F-GRABA-RECHAZO.
           EXIT.
           REWRITE REG-DEBM.
           IF CFG-RECH-MAX = ZEROS GO TO F-CUENTA-RECHAZO.
           IF DR-RECH < CFG-RECH-MAX GO TO F-CUENTA-RECHAZO.
           IF RS-ORIGEN = "T" GO TO CR-TARJETA.
           MOVE RS-CLI TO DB-CLI.
           READ DEBA KEY IS DB-CLI
           INVALID KEY GO TO F-CUENTA-RECHAZO.
           MOVE REG-DEBA TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           PERFORM NOTA-BAJA THRU F-NOTA-BAJA.
           GO TO F-CUENTA-RECHAZO.
       CR-TARJETA.
           MOVE RS-CLI TO DT-CLI.
           READ DEBT KEY IS DT-CLI
           INVALID KEY GO TO F-CUENTA-RECHAZO.
           IF DT-EST NOT = "A" GO TO F-CUENTA-RECHAZO.
           PERFORM BAJA-DEBT THRU F-BAJA-DEBT.
           PERFORM NOTA-BAJA THRU F-NOTA-BAJA.
       F-CUENTA-RECHAZO.
           EXIT.

       F-NOTA-BAJA.
           EXIT.

      *    ADHESIONES CON TARJETA DE CREDITO EN ARDEBT: MARCA, NUMERO
      *    CON DIGITO VERIFICADOR (LUHN) Y VENCIMIENTO. UN CLIENTE NO
      *    PUEDE ESTAR ADHERIDO A LA VEZ POR CBU Y POR TARJETA.
       ADHT.
           PERFORM ENCABEZA.
           DISPLAY PANTALLA-ADHT.
           DISPLAY "PARA SALIR DEJAR EN BLANCO" AT 1910
           WITH FOREGROUND-COLOR 6.
       ADHT-CLI.
           MOVE SPACES TO CONT1.
           DISPLAY "                         " AT 0930.
           DISPLAY "                         " AT 1130.
           DISPLAY "    " AT 1230.
           DISPLAY "                   " AT 1330.
           DISPLAY "       " AT 1430.
           DISPLAY "                    " AT 1530.
           ACCEPT CONT1 AT 0930 WITH PROMPT.
           IF CONT1 = SPACES GO TO ENCABEZA.
           MOVE CONT1 TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
           DISPLAY "CLIENTE INCORRECTO" AT 0957
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 0976 WITH PROMPT
           DISPLAY "                   " AT 0957
           GO TO ADHT-CLI.
           DISPLAY NOMBRE AT 1130.
           MOVE CONT1 TO DT-CLI.
           READ DEBT KEY IS DT-CLI
           INVALID KEY
           DISPLAY "SIN ADHESION" AT 1530
           GO TO ADHT-OP.
           DISPLAY DT-MARCA AT 1230.
           DISPLAY DT-NRO AT 1330.
           DISPLAY DT-VTO-MM AT 1430.
           DISPLAY "/" AT 1432.
           DISPLAY DT-VTO-AA AT 1433.
           IF DT-EST = "A"
               DISPLAY "ADHERIDO" AT 1530
           ELSE
               DISPLAY "DADO DE BAJA" AT 1530.
       ADHT-OP.
           DISPLAY "A=ALTA/MODIFICA  B=BAJA  ENTER=OTRO CLIENTE"
               AT 1710 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1755 WITH PROMPT.
           DISPLAY "                                            "
               AT 1710.
           IF OPC = "A" GO TO ADHT-ALTA.
           IF OPC = "B" GO TO ADHT-BAJA.
           GO TO ADHT-CLI.
       ADHT-ALTA.
           DISPLAY "    " AT 1230.
           MOVE SPACES TO DT-MARCA.
           ACCEPT DT-MARCA AT 1230 WITH PROMPT.
           IF DT-MARCA = SPACES GO TO ADHT-ALTA.
       ADHT-NRO.
           DISPLAY "                   " AT 1330.
           MOVE SPACES TO DT-NRO.
           ACCEPT DT-NRO AT 1330 WITH PROMPT.
           IF DT-NRO = SPACES GO TO ADHT-NRO.
           MOVE DT-NRO TO LU-CHK.
           PERFORM VALIDA-LUHN THRU F-VALIDA-LUHN.
           IF LU-OK NOT = "S"
           DISPLAY "NRO INVALIDO" AT 1352
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1365 WITH PROMPT
           DISPLAY "             " AT 1352
           GO TO ADHT-NRO.
       ADHT-VTO.
           DISPLAY "       " AT 1430.
           MOVE ZEROS TO DT-VTO-AC.
           ACCEPT DT-VTO-AC AT 1430 WITH PROMPT.
           IF DT-V-MM = ZEROS OR DT-V-MM > 12 GO TO ADHT-VTO.
           MOVE DT-V-AA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE DT-VTO = ANO-VENT * 100 + DT-V-MM.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE AA-BITA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-PER = ANO-VENT * 100 + MM-BITA.
           IF DT-VTO < HOY-PER
           DISPLAY "TARJETA VENCIDA" AT 1452
           WITH FOREGROUND-COLOR 6
           MOVE SPACES TO OPC
           ACCEPT OPC AT 1468 WITH PROMPT
           DISPLAY "                " AT 1452
           GO TO ADHT-VTO.
           MOVE CONT1 TO DB-CLI.
           READ DEBA KEY IS DB-CLI
           INVALID KEY GO TO ADHT-GRABA.
           IF DB-EST NOT = "A" GO TO ADHT-GRABA.
           DISPLAY "ADHERIDO POR CBU, LO DA DE BAJA S/N"
               AT 1710 WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1754 WITH PROMPT.
           DISPLAY "                                            "
               AT 1710.
           IF OPC NOT = "S" GO TO ADHT-CLI.
           MOVE REG-DEBA TO BT-ANTES.
           MOVE "B" TO DB-EST.
           REWRITE REG-DEBA.
           MOVE "DEBAUT" TO BT-ARCHIVO.
           MOVE "BAJAR" TO BT-ACCION.
           MOVE CONT1 TO BT-CLAVE.
           MOVE REG-DEBA TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       ADHT-GRABA.
           MOVE CONT1 TO DT-CLI.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE DD-BITA TO DT-ALTA-DD.
           MOVE MM-BITA TO DT-ALTA-MM.
           MOVE AA-BITA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO DT-ALTA-AA.
           MOVE "A" TO DT-EST.
           WRITE REG-DEBT INVALID KEY REWRITE REG-DEBT.
           DISPLAY "ADHERIDO" AT 1530.
           GO TO ADHT-CLI.
       ADHT-BAJA.
           MOVE CONT1 TO DT-CLI.
           READ DEBT KEY IS DT-CLI
           INVALID KEY GO TO ADHT-CLI.
           MOVE "B" TO DT-EST.
           REWRITE REG-DEBT.
           DISPLAY "DADO DE BAJA" AT 1530.
           GO TO ADHT-CLI.

      *    BAJA DE LA ADHESION CON TARJETA YA LEIDA EN REG-DEBT, CON
      *    CONSTANCIA EN LA BITACORA.
       BAJA-DEBT.
           MOVE REG-DEBT TO BT-ANTES.
           MOVE "B" TO DT-EST.
           REWRITE REG-DEBT.
           MOVE "DEBTAR" TO BT-ARCHIVO.
           MOVE "BAJAR" TO BT-ACCION.
           MOVE DT-CLI TO BT-CLAVE.
           MOVE REG-DEBT TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
       F-BAJA-DEBT.
           EXIT.

      *    DIGITO VERIFICADOR DE LA TARJETA (LUHN): DE 13 A 19
      *    DIGITOS; DESDE LA DERECHA SE DUPLICA UNO SI Y OTRO NO,
      *    RESTANDO 9 SI PASA DE 9, Y LA SUMA DEBE SER MULTIPLO DE 10.
       VALIDA-LUHN.
           MOVE "N" TO LU-OK.
           MOVE ZEROS TO LU-LARGO.
       VLU-1.
           IF LU-LARGO = 19 GO TO VLU-1F.
           IF LU-D (LU-LARGO + 1) = SPACE GO TO VLU-1F.
           ADD 1 TO LU-LARGO.
           GO TO VLU-1.
       VLU-1F.
           IF LU-LARGO < 13 GO TO F-VALIDA-LUHN.
           IF LU-CHK (1:LU-LARGO) NOT NUMERIC GO TO F-VALIDA-LUHN.
           IF LU-LARGO < 19
               IF LU-CHK (LU-LARGO + 1:) NOT = SPACES
                   GO TO F-VALIDA-LUHN.
           MOVE ZEROS TO LU-SUMA.
           MOVE LU-LARGO TO LU-IND.
           MOVE "N" TO LU-DOBLE.
       VLU-2.
           IF LU-IND = ZEROS GO TO VLU-2F.
           MOVE LU-D (LU-IND) TO LU-DX.
           MOVE LU-DX-N TO LU-DIG.
           IF LU-DOBLE = "S"
               COMPUTE LU-DIG = LU-DIG * 2
               MOVE "N" TO LU-DOBLE
           ELSE
               MOVE "S" TO LU-DOBLE.
           IF LU-DIG > 9 SUBTRACT 9 FROM LU-DIG.
           ADD LU-DIG TO LU-SUMA.
           SUBTRACT 1 FROM LU-IND.
           GO TO VLU-2.
       VLU-2F.
           DIVIDE LU-SUMA BY 10 GIVING LU-COC
               REMAINDER LU-RESTO.
           IF LU-RESTO = ZEROS MOVE "S" TO LU-OK.
       F-VALIDA-LUHN.
           EXIT.

      *    PRESENTACION A LA TARJETA: MISMA SELECCION DE CUOTAS QUE
      *    GENERA, PARA LOS ADHERIDOS EN ARDEBT, EN TARDEB.ENV. ANTES
      *    LISTA EN TARVENC.TXT LAS TARJETAS VENCIDAS (QUE NO SE
      *    PRESENTAN) Y LAS QUE VENCEN ESTE MES O EL PROXIMO.
       GENT.
           PERFORM ENCABEZA.
           DISPLAY "VENCIMIENTOS HASTA (DDMMAA):" AT 0918.
           MOVE ZEROS TO EV-F1.
           ACCEPT EV-F1 AT 0947 WITH PROMPT.
           IF EV-F1 = ZEROS GO TO ENCABEZA.
           IF EV-MM = ZEROS OR EV-MM > 12 GO TO GENT.
           MOVE EV-AA2 TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE EV-HASTA = ANO-VENT * 10000 + EV-MM * 100 + EV-DD.
           PERFORM TAR-VENCE THRU F-TAR-VENCE.
           IF TV-CANT = ZEROS GO TO GET-INI.
           DISPLAY "TARJETAS VENCIDAS O POR VENCER:" AT 1018.
           DISPLAY TV-CANT AT 1050.
           DISPLAY "VER TARVENC.TXT, SIGUE S/N" AT 1118.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1145 WITH PROMPT.
           IF OPC NOT = "S" GO TO ENCABEZA.
       GET-INI.
           MOVE ZEROS TO EV-CANT EV-TOTAL.
           OPEN OUTPUT ENVT.
           PERFORM INICIA-ABIERTAS THRU F-INICIA-ABIERTAS.
       GET-R.
           PERFORM LEE-ABIERTA THRU F-LEE-ABIERTA.
           IF AI-FIN = "S" GO TO GET-F.
           PERFORM SELEC-CUOTA THRU F-SELEC-CUOTA.
           IF EV-SEL NOT = "S" GO TO GET-R.
           MOVE CONT TO DT-CLI.
           READ DEBT KEY IS DT-CLI
           INVALID KEY GO TO GET-R.
           IF DT-EST NOT = "A" GO TO GET-R.
           IF DT-VTO < HOY-PER GO TO GET-R.
           MOVE DT-MARCA TO ET-MARCA.
           MOVE DT-NRO TO ET-NRO.
           MOVE DT-VTO TO ET-VTO.
           MOVE CONT TO ET-CLI.
           MOVE AA TO ET-AA.
           MOVE P1 TO ET-P1.
           MOVE TIP-IMP TO ET-TIP.
           MOVE EV-CMP TO ET-VENC.
           COMPUTE ET-IMP = EV-IMP-N * 100.
           WRITE REG-ENVT.
           ADD 1 TO EV-CANT.
           ADD EV-IMP-N TO EV-TOTAL.
           GO TO GET-R.
       GET-F.
           CLOSE ENVT.
           DISPLAY "REGISTROS GENERADOS:" AT 1218.
           DISPLAY EV-CANT AT 1239.
           MOVE EV-TOTAL TO EV-TOTAL-ED.
           DISPLAY "TOTAL PRESENTADO: $" AT 1418.
           DISPLAY EV-TOTAL-ED AT 1438.
           DISPLAY "ARCHIVO: TARDEB.ENV" AT 1618.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1840 WITH PROMPT.
           GO TO ENCABEZA.

       TAR-VENCE.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE AA-BITA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE HOY-PER = ANO-VENT * 100 + MM-BITA.
           IF MM-BITA = 12
               COMPUTE EV-PER-SIG = (ANO-VENT + 1) * 100 + 1
           ELSE
               COMPUTE EV-PER-SIG = HOY-PER + 1.
           MOVE ZEROS TO TV-CANT.
           OPEN OUTPUT TVEN.
           CLOSE DEBT.
           OPEN I-O DEBT.
       TVE-R.
           READ DEBT NEXT RECORD AT END GO TO TVE-F.
           IF DT-EST NOT = "A" GO TO TVE-R.
           IF DT-VTO > EV-PER-SIG GO TO TVE-R.
           MOVE DT-CLI TO TV-CLI.
           MOVE DT-MARCA TO TV-MARCA.
           MOVE DT-VTO-MM TO TV-MM.
           MOVE DT-VTO-AA TO TV-AA.
           IF DT-VTO < HOY-PER
               MOVE "VENCIDA, NO SE PRESENTA" TO TV-MOTIVO
           ELSE
               MOVE "POR VENCER" TO TV-MOTIVO.
           MOVE TV-LINEA TO REG-TVEN.
           WRITE REG-TVEN.
           ADD 1 TO TV-CANT.
           GO TO TVE-R.
       TVE-F.
           CLOSE TVEN.
       F-TAR-VENCE.
           EXIT.

      *    RESPUESTA DE LA TARJETA: LEE TARDEB.RES Y APLICA CADA
      *    REGISTRO CON EL MISMO CODIGO QUE LA RESPUESTA DEL BANCO;
      *    LOS COBROS SE GRABAN CON FORMA DE PAGO "D" Y LOS RECHAZOS
      *    VAN A TARRECH.TXT Y A LOS MISMOS CONTADORES DE ARDEBR.
       TRESP.
           PERFORM ENCABEZA.
           MOVE "N" TO RES-AUT-SW.
           OPEN INPUT REST.
           IF TR-STATUS NOT = "00"
               DISPLAY "NO SE ENCUENTRA TARDEB.RES" AT 1218
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1246 WITH PROMPT
               GO TO ENCABEZA.
           OPEN OUTPUT ERRT.
           MOVE ZEROS TO RS-CANT-OK RS-CANT-RE RS-CANT-DU.
           MOVE "T" TO RS-ORIGEN.
           MOVE "D" TO RS-FP.
       TRS-R.
           READ REST NEXT RECORD AT END GO TO TRS-F.
           MOVE SPACES TO RS-CBU.
           MOVE TR-CLI TO RS-CLI.
           MOVE TR-AA TO RS-AA.
           MOVE TR-P1 TO RS-P1.
           MOVE TR-TIP TO RS-TIP.
           MOVE TR-FECHA TO RS-FECHA.
           MOVE TR-IMP TO RS-IMP.
           MOVE TR-RES TO RS-RES.
           PERFORM RES-APLICA THRU F-RES-APLICA.
           GO TO TRS-R.
       TRS-F.
           CLOSE REST ERRT.
           DISPLAY "COBROS APLICADOS...:" AT 1218.
           DISPLAY RS-CANT-OK AT 1239.
           DISPLAY "RECHAZOS...........:" AT 1418.
           DISPLAY RS-CANT-RE AT 1439.
           DISPLAY "A DUPLICADOS.......:" AT 1518.
           DISPLAY RS-CANT-DU AT 1539.
           DISPLAY "RECHAZOS EN TARRECH.TXT" AT 1618.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1840 WITH PROMPT.
           MOVE "B" TO RS-ORIGEN.
           MOVE "T" TO RS-FP.
           GO TO ENCABEZA.

      *    INFORME MENSUAL DE RECHAZOS POR MOTIVO.
       RECHMOT.
           PERFORM ENCABEZA.
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

       CIERRE.
           CLOSE CONTRI IMPU RPAGOS DEBA CIERR PERIO BITA TOTAL
                 DEBR DEBM NOTA DEBT ABIE.
           CHAIN "MENU".
           STOP RUN.

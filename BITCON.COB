                  RECORD KEY IS BT-CLAVE-IX
                  ALTERNATE RECORD IS BT-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BT-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BT-STATUS.

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

           SELECT ACCE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AC-CLAVE
                  ALTERNATE RECORD IS AC-CLI
                  WITH DUPLICATES
                  ALTERNATE RECORD IS AC-OPER
                  WITH DUPLICATES
                  FILE STATUS IS AC-STATUS.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

       DATA DIVISION.
           03 BT-DESPUES         PIC X(80).
           03 BT-OPERADOR        PIC X(10).
           03 BT-PUESTO          PIC X(4).
           03 BT-FPROC           PIC 9(8).
           03 BT-NUMC            PIC 9(7).
           03 BT-SUMA            PIC 9(9).

       FD  IMCFG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARIMCFG"
           03 IG-MARGEN         PIC 99.
           03 IG-COPIAS         PIC 9.

      *    REGISTRO DE CONSULTAS (LO GRABA ACCESO).
       FD  ACCE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARACCE"
           DATA RECORD IS REG-ACCE.

       01  REG-ACCE.
           03 AC-CLAVE.
              05 AC-FECHA.
                 07 AC-AA       PIC 9999.
                 07 AC-MM       PIC 99.
                 07 AC-DD       PIC 99.
              05 AC-HORA        PIC 9(8).
              05 AC-SEC         PIC 999.
           03 AC-CLI            PIC X(25).
           03 AC-OPER           PIC X(10).
           03 AC-PUESTO         PIC X(4).
           03 AC-PANT           PIC X(8).
           03 AC-DATO           PIC X(30).

       FD  IMPRE LABEL RECORD IS OMITTED.

       01  RENGLON              PIC X(132).
       77  RO-RC                 PIC 9(9) COMP-5 VALUE ZERO.
       77  RO-ANO                PIC 9999 VALUE ZEROS.
       77  RO-NOM                PIC X(15) VALUE SPACES.
       77  VB-ANO                PIC 9999 VALUE ZEROS.
       77  AC-STATUS             PIC XX VALUE SPACES.
       77  AX-TIPO               PIC X VALUE SPACES.
       77  AX-CLI                PIC X(25) VALUE SPACES.
       77  AX-OPER               PIC X(10) VALUE SPACES.
       77  AX-MESES              PIC 999 VALUE ZEROS.
       77  BC-EXTRA              PIC X VALUE "N".
       77  BC-CLIE               PIC X(25) VALUE SPACES.
       01  BC-F1                 PIC 9(6) VALUE ZEROS.
           03 F                  PIC X VALUE SPACES.
           03 BC-CLAVE-S         PIC X(25).

       01  AX-TITU.
           03 F                  PIC X(24) VALUE
              "CONSULTAS REALIZADAS - ".
           03 AX-TITU-S          PIC X(35).

       01  AX-LIN1.
           03 AX-DD-S            PIC 99.
           03 F                  PIC X VALUE "/".
           03 AX-MM-S            PIC 99.
           03 F                  PIC X VALUE "/".
           03 AX-AA-S            PIC 9999.
           03 F                  PIC X VALUE SPACES.
           03 AX-HORA-S          PIC 9(6).
           03 F                  PIC X VALUE SPACES.
           03 AX-OPER-S          PIC X(10).
           03 F                  PIC X VALUE SPACES.
           03 AX-PUE-S           PIC X(4).
           03 F                  PIC X VALUE SPACES.
           03 AX-PANT-S          PIC X(8).
           03 F                  PIC X VALUE SPACES.
           03 AX-CLI-S           PIC X(25).

       01  AX-LIN2.
           03 F                  PIC X(11) VALUE SPACES.
           03 AX-DATO-S          PIC X(30).

       01  BC-LIN2.
           03 F                  PIC X(03) VALUE "A: ".
           03 BC-ANT-S           PIC X(76).
           03 F                  PIC X(03) VALUE "D: ".
           03 BC-DES-S           PIC X(76).

      *    SOLO CUANDO SE GRABO CON UNA FECHA DE PROCESO DISTINTA DE
      *    LA REAL.
       01  BC-LIN4.
           03 F                  PIC X(20) VALUE "P: FECHA DE PROCESO ".
           03 BC-FP-DD           PIC 99.
           03 F                  PIC X VALUE "/".
           03 BC-FP-MM           PIC 99.
           03 F                  PIC X VALUE "/".
           03 BC-FP-AA           PIC 9999.
       01  BC-FP                 PIC 9(8) VALUE ZEROS.
       01  BC-FP-R REDEFINES BC-FP.
           03 BC-FP-AAAA         PIC 9999.
           03 BC-FP-MES          PIC 99.
           03 BC-FP-DIA          PIC 99.

      *    REGISTRO DE CONSULTAS (VER ACCESO).
       01  ACCESO-PAR.
           03 ACCESO-FUN         PIC X VALUE SPACES.
           03 ACCESO-CLI         PIC X(25) VALUE SPACES.
           03 ACCESO-PANT        PIC X(8) VALUE SPACES.
           03 ACCESO-DATO        PIC X(30) VALUE SPACES.
           03 ACCESO-MESES       PIC 999 VALUE ZEROS.
           03 ACCESO-CANT        PIC 9(7) VALUE ZEROS.

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
              05 F               PIC X(10) VALUE "ARBITA  03".
              05 F               PIC X(90) VALUE SPACES.
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

       ENCABEZA.
       L-PANT.
           DISPLAY "CONSULTA DE LA BITACORA" AT 0825
           WITH FOREGROUND-COLOR 4.
           DISPLAY "1-CONSULTA  2-CORTE ANUAL  3-VERIFICA" AT 1016
           WITH FOREGROUND-COLOR 2.
           DISPLAY "4-ACCESOS   5-REGRESO" AT 1116
           WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1139 WITH PROMPT.
           IF OPC = "1" GO TO CONSUL.
           IF OPC = "2" GO TO CORTE.
           IF OPC = "3" GO TO VERIFICA.
           IF OPC = "4" GO TO ACCESOS.
           IF OPC = "5" GO TO CIERRE.
           GO TO L-PANT.

      *    CONSULTA: FILTRA POR RANGO DE FECHAS, OPERADOR, ARCHIVO Y
           MOVE BT-CLAVE TO BC-CLAVE-S.
           MOVE BT-ANTES TO BC-ANT-S.
           MOVE BT-DESPUES TO BC-DES-S.
           MOVE BT-FPROC TO BC-FP.
           COMPUTE BC-CMP = BT-AA * 10000 + BT-MM * 100 + BT-DD.
           IF BC-FP = BC-CMP MOVE ZEROS TO BC-FP.
           MOVE BC-FP-DIA TO BC-FP-DD.
           MOVE BC-FP-MES TO BC-FP-MM.
           MOVE BC-FP-AAAA TO BC-FP-AA.
           ADD 1 TO BC-CANT.
           IF BC-DEST = "I"
               WRITE RENGLON FROM BC-LIN1 AFTER 2
               WRITE RENGLON FROM BC-LIN2 AFTER 1
               WRITE RENGLON FROM BC-LIN3 AFTER 1.
           IF BC-DEST = "I" AND BC-FP NOT = ZEROS
               WRITE RENGLON FROM BC-LIN4 AFTER 1.
           IF BC-DEST = "I" GO TO F-BC-MUESTRA.
           ADD 1 TO BC-LIN.
           DISPLAY (BC-LIN, 2) BC-LIN1.
           ADD 1 TO BC-LIN.
           DISPLAY (BC-LIN, 2) BC-LIN2.
           ADD 1 TO BC-LIN.
           DISPLAY (BC-LIN, 2) BC-LIN3.
           IF BC-FP NOT = ZEROS
               ADD 1 TO BC-LIN
               DISPLAY (BC-LIN, 2) BC-LIN4.
           IF BC-LIN > 17
               DISPLAY "P/CONTINUAR ENTER" AT 2203
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2221 WITH PROMPT
           STRING "ARBITA." RO-ANO DELIMITED BY SIZE INTO RO-NOM.
           CALL "CBL_RENAME_FILE" USING "ARBITA", RO-NOM
               RETURNING RO-RC.
           IF RO-RC = ZERO
               MOVE "ARBITA" TO BITSUM-NOM
               MOVE RO-NOM TO BITSUM-NUEVO
               MOVE "R" TO BITSUM-FUN
               CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           MOVE SPACES TO RO-NOM.
           STRING "ARDEPU." RO-ANO DELIMITED BY SIZE INTO RO-NOM.
           CALL "CBL_RENAME_FILE" USING "ARDEPU", RO-NOM
               RETURNING RO-RC.
           IF RO-RC = ZERO
               MOVE "ARDEPU" TO BITSUM-NOM
               MOVE RO-NOM TO BITSUM-NUEVO
               MOVE "R" TO BITSUM-FUN
               CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           DISPLAY "CORTE REALIZADO" AT 1318.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1334 WITH PROMPT.
           GO TO ENCABEZA.

      *    VERIFICACION DE LA CADENA DE CONTROL: SE RECORRE LA
      *    BITACORA (O ARDEPU), VIGENTE O DE UN A#O CERRADO, EN ORDEN
      *    DE NUMERO Y SE INFORMAN LOS REGISTROS MODIFICADOS,
      *    AGREGADOS O FALTANTES (VER BITSUM).
       VERIFICA.
           PERFORM ENCABEZA.
           DISPLAY "A#O (0=VIGENTE):" AT 0818.
           MOVE ZEROS TO VB-ANO.
           ACCEPT VB-ANO AT 0835 WITH PROMPT.
       VB-TIPO.
           DISPLAY "1=BITACORA (ARBITA)  2=DEPURACIONES (ARDEPU)"
               AT 0918.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 0964 WITH PROMPT.
           IF OPC = "1"
               MOVE "B" TO BITSUM-TIPO
               MOVE "ARBITA" TO BITSUM-NOM
               GO TO VB-NOMBRE.
           IF OPC = "2"
               MOVE "D" TO BITSUM-TIPO
               MOVE "ARDEPU" TO BITSUM-NOM
               GO TO VB-NOMBRE.
           GO TO VB-TIPO.
       VB-NOMBRE.
           IF VB-ANO NOT = ZEROS
               MOVE BITSUM-NOM TO RO-NOM
               MOVE SPACES TO BITSUM-NOM
               STRING RO-NOM DELIMITED BY SPACE
                   "." VB-ANO DELIMITED BY SIZE INTO BITSUM-NOM.
       VB-DESTINO.
           DISPLAY "1=SOLO PANTALLA 2=IMPRESORA 3=ARCHIVO 4=CANCELA"
               AT 1118 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1167 WITH PROMPT.
           IF OPC = "1" MOVE SPACES TO BITSUM-DEST GO TO VB-GO.
           IF OPC = "2" MOVE CFG-DISP TO BITSUM-DEST GO TO VB-GO.
           IF OPC = "3" MOVE "BITAVERI.TXT" TO BITSUM-DEST
               GO TO VB-GO.
           IF OPC = "4" GO TO ENCABEZA.
           GO TO VB-DESTINO.
       VB-GO.
           DISPLAY "VERIFICANDO..." AT 1318.
           MOVE ZEROS TO BITSUM-ESP-CANT BITSUM-ESP-SUMA.
           MOVE "V" TO BITSUM-FUN.
           CALL "BITSUM" USING BITSUM-PAR REG-BITA.
           MOVE "B" TO BITSUM-TIPO.
           DISPLAY "                " AT 1318.
           DISPLAY BITSUM-NOM AT 1318.
           DISPLAY BITSUM-RES AT 1335
           WITH FOREGROUND-COLOR 6.
           DISPLAY "REGISTROS......:" AT 1418.
           DISPLAY BITSUM-CANT AT 1435.
           DISPLAY "SIN CADENA.....:" AT 1518.
           DISPLAY BITSUM-PREV AT 1535.
           DISPLAY "MODIFICADOS....:" AT 1618.
           DISPLAY BITSUM-ALT AT 1635.
           DISPLAY "AGREGADOS......:" AT 1718.
           DISPLAY BITSUM-INS AT 1735.
           DISPLAY "FALTANTES......:" AT 1818.
           DISPLAY BITSUM-FAL AT 1835.
           IF BITSUM-POS NOT = ZEROS
               DISPLAY "PRIMER PROBLEMA EN LA POSICION" AT 1918
               DISPLAY BITSUM-POS AT 1949.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2118 WITH PROMPT.
           GO TO ENCABEZA.

      *    REGISTRO DE CONSULTAS: QUIEN CONSULTO A UN CLIENTE, O QUE
      *    CLIENTES CONSULTO UN OPERADOR, EN UN RANGO DE FECHAS, Y LA
      *    RETENCION DEL ARCHIVO (VER ACCESO).
       ACCESOS.
           PERFORM ENCABEZA.
           DISPLAY "REGISTRO DE CONSULTAS" AT 0825
           WITH FOREGROUND-COLOR 4.
           DISPLAY "1=POR CLIENTE  2=POR OPERADOR  3=RETENCION" AT 1018
           WITH FOREGROUND-COLOR 2.
           DISPLAY "4=CANCELA" AT 1062 WITH FOREGROUND-COLOR 2.
       AX-D.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1072 WITH PROMPT.
           IF OPC = "1" GO TO AX-CLIENTE.
           IF OPC = "2" GO TO AX-OPERADOR.
           IF OPC = "3" GO TO AX-RETEN.
           IF OPC = "4" GO TO ENCABEZA.
           GO TO AX-D.
       AX-CLIENTE.
           DISPLAY "CLIENTE.:" AT 1218.
           MOVE SPACES TO AX-CLI.
           ACCEPT AX-CLI AT 1228 WITH PROMPT.
           IF AX-CLI = SPACES GO TO ENCABEZA.
           MOVE "C" TO AX-TIPO.
           MOVE AX-CLI TO AX-TITU-S.
           GO TO AX-FECHAS.
       AX-OPERADOR.
           DISPLAY "OPERADOR:" AT 1218.
           MOVE SPACES TO AX-OPER.
           ACCEPT AX-OPER AT 1228 WITH PROMPT.
           IF AX-OPER = SPACES GO TO ENCABEZA.
           MOVE "O" TO AX-TIPO.
           MOVE SPACES TO AX-TITU-S.
           STRING "OPERADOR " AX-OPER DELIMITED BY SIZE
               INTO AX-TITU-S.
       AX-FECHAS.
           DISPLAY "DESDE (DDMMAA) 0=TODAS:" AT 1318.
           MOVE ZEROS TO BC-F1.
           ACCEPT BC-F1 AT 1342 WITH PROMPT.
           IF BC-F1 = ZEROS
               MOVE ZEROS TO BC-DESDE
           ELSE
               MOVE BC-AA TO AA-VENT
               PERFORM VENTANA-ANO THRU F-VENTANA-ANO
               COMPUTE BC-DESDE = ANO-VENT * 10000 + BC-MM * 100
                   + BC-DD.
           DISPLAY "HASTA (DDMMAA) 0=TODAS:" AT 1418.
           MOVE ZEROS TO BC-F1.
           ACCEPT BC-F1 AT 1442 WITH PROMPT.
           IF BC-F1 = ZEROS
               MOVE 99999999 TO BC-HASTA
           ELSE
               MOVE BC-AA TO AA-VENT
               PERFORM VENTANA-ANO THRU F-VENTANA-ANO
               COMPUTE BC-HASTA = ANO-VENT * 10000 + BC-MM * 100
                   + BC-DD.
       AX-DESTINO.
           DISPLAY "1=PANTALLA 2=IMPRESORA 3=ARCHIVO 4=CANCELA"
               AT 1618 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1662 WITH PROMPT.
           IF OPC = "1" MOVE "S" TO BC-DEST GO TO AX-GO.
           IF OPC = "2" MOVE "I" TO BC-DEST
               MOVE CFG-DISP TO IMPRE-DEST GO TO AX-GO.
           IF OPC = "3" MOVE "I" TO BC-DEST
               MOVE "ACCESOS.TXT" TO IMPRE-DEST GO TO AX-GO.
           IF OPC = "4" GO TO ENCABEZA.
           GO TO AX-DESTINO.
       AX-GO.
           MOVE ZEROS TO BC-CANT.
           OPEN INPUT ACCE.
           IF AC-STATUS NOT = "00"
               DISPLAY "NO HAY REGISTRO DE CONSULTAS" AT 1818
               WITH FOREGROUND-COLOR 6
               MOVE SPACES TO OPC
               ACCEPT OPC AT 1847 WITH PROMPT
               GO TO ENCABEZA.
           IF BC-DEST = "I"
               OPEN OUTPUT IMPRE
               WRITE RENGLON FROM AX-TITU AFTER 1.
           IF BC-DEST = "S"
               PERFORM ENCABEZA
               DISPLAY AX-TITU AT 0702 WITH FOREGROUND-COLOR 5
               MOVE 7 TO BC-LIN.
           IF AX-TIPO = "O" GO TO AX-POS-OPER.
           MOVE AX-CLI TO AC-CLI.
           START ACCE KEY IS NOT LESS THAN AC-CLI
           INVALID KEY GO TO AX-FIN.
           GO TO AX-R.
       AX-POS-OPER.
           MOVE AX-OPER TO AC-OPER.
           START ACCE KEY IS NOT LESS THAN AC-OPER
           INVALID KEY GO TO AX-FIN.
       AX-R.
           READ ACCE NEXT RECORD AT END GO TO AX-FIN.
           IF AX-TIPO = "C" AND AC-CLI NOT = AX-CLI GO TO AX-FIN.
           IF AX-TIPO = "O" AND AC-OPER NOT = AX-OPER GO TO AX-FIN.
           IF AC-FECHA < BC-DESDE OR AC-FECHA > BC-HASTA GO TO AX-R.
           PERFORM AX-MUESTRA THRU F-AX-MUESTRA.
           GO TO AX-R.
       AX-FIN.
           CLOSE ACCE.
           IF BC-DEST = "I"
               CLOSE IMPRE.
           DISPLAY "CONSULTAS LISTADAS:" AT 2303.
           DISPLAY BC-CANT AT 2323.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2331 WITH PROMPT.
           DISPLAY "                            " AT 2303.
           GO TO ENCABEZA.

       AX-MUESTRA.
           MOVE AC-DD TO AX-DD-S.
           MOVE AC-MM TO AX-MM-S.
           MOVE AC-AA TO AX-AA-S.
           MOVE AC-HORA (1:6) TO AX-HORA-S.
           MOVE AC-OPER TO AX-OPER-S.
           MOVE AC-PUESTO TO AX-PUE-S.
           MOVE AC-PANT TO AX-PANT-S.
           MOVE AC-CLI TO AX-CLI-S.
           MOVE AC-DATO TO AX-DATO-S.
           ADD 1 TO BC-CANT.
           IF BC-DEST = "I"
               WRITE RENGLON FROM AX-LIN1 AFTER 1.
           IF BC-DEST = "I" AND AC-DATO NOT = SPACES
               WRITE RENGLON FROM AX-LIN2 AFTER 1.
           IF BC-DEST = "I" GO TO F-AX-MUESTRA.
           ADD 1 TO BC-LIN.
           DISPLAY (BC-LIN, 2) AX-LIN1.
           IF AC-DATO NOT = SPACES
               ADD 1 TO BC-LIN
               DISPLAY (BC-LIN, 2) AX-LIN2.
           IF BC-LIN > 19
               DISPLAY "P/CONTINUAR ENTER" AT 2203
               MOVE SPACES TO OPC
               ACCEPT OPC AT 2221 WITH PROMPT
               PERFORM ENCABEZA
               MOVE 7 TO BC-LIN.
       F-AX-MUESTRA.
           EXIT.

       AX-RETEN.
           MOVE "L" TO ACCESO-FUN.
           CALL "ACCESO" USING ACCESO-PAR.
           MOVE ACCESO-MESES TO AX-MESES.
           DISPLAY "MESES DE RETENCION (0=SIN DEPURAR):" AT 1218.
           ACCEPT AX-MESES AT 1254 WITH PROMPT.
       AX-RCONF.
           DISPLAY "CONFIRMA (SE DEPURA AHORA) S/N" AT 1418
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1449 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO AX-RCONF.
           MOVE AX-MESES TO ACCESO-MESES.
           MOVE "M" TO ACCESO-FUN.
           CALL "ACCESO" USING ACCESO-PAR.
           DISPLAY "CONSULTAS BORRADAS:" AT 1618.
           DISPLAY ACCESO-CANT AT 1638.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1646 WITH PROMPT.
           GO TO ENCABEZA.


      *    LOS LISTADOS SALEN POR EL DISPOSITIVO CONFIGURADO EN
      *    ARIMCFG, NO POR UNA CONSTANTE PROPIA.

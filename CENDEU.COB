       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CENDEU.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * CENTRAL DE DEUDORES: ARCHIVO MENSUAL PARA LA CENTRAL DE
      * INFORMACION CREDITICIA (DEUDORES.ENV) CON LOS CLIENTES CUYA
      * DEUDA VENCIDA Y ANTIGUEDAD SUPERAN LOS LIMITES DE ARCDCFG,
      * SALVO LOS QUE TIENEN UN RECLAMO ABIERTO (ARRECL), UN PLAN DE
      * PAGO VIGENTE O ESTAN SUSPENDIDOS. SOLO SE INFORMA QUIEN TIENE
      * CUIT O DNI COMO NUMERO DE CLIENTE. CADA CLIENTE INFORMADO
      * QUEDA EN ARCENDEU; MIENTRAS SIGA DEBIENDO SE LO INFORMA CADA
      * MES CON EL SALDO AL DIA, Y LA CORRIDA SIGUIENTE A QUE PAGUE,
      * FIRME UN PLAN, RECLAME O LO SUSPENDAN MANDA SU BAJA. LOS
      * TEXTOS DE AVISOS PUEDEN MENCIONARLO CON LA MARCA &INF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRI ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NUM-CO
                  ALTERNATE RECORD IS NOMBRE
                  WITH DUPLICATES.

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

           SELECT CENDEU ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CX-CLI
                  FILE STATUS IS CX-STATUS.

           SELECT CDCFG ASSIGN TO DISK
                  FILE STATUS IS CC-STATUS.

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

           SELECT ENVIO ASSIGN TO DISK.

           SELECT IMCFG ASSIGN TO DISK
                  FILE STATUS IS IG-STATUS.

           SELECT IMPRE ASSIGN TO IMPRE-DEST.

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

           SELECT OPERA ASSIGN TO DISK
                  FILE STATUS IS OP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTRI LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCONT"
           DATA RECORD IS REG-CON.

       01  REG-CON.
           03 NUM-CO          PIC X(25).
           03 NOMBRE          PIC X(25).
           03 UBICA           PIC X(25).
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

      *    REGISTRO DE CLIENTES INFORMADOS A LA CENTRAL DE DEUDORES.
      *    DOCUMENTO 80=CUIT 96=DNI. ESTADO I=INFORMADO B=DADO DE
      *    BAJA, CON EL MOTIVO DE LA BAJA: P=PAGO L=PLAN DE PAGO
      *    R=RECLAMO S=SUSPENDIDO. FECHAS AAAAMMDD; CX-FULT ES LA
      *    ULTIMA CORRIDA QUE LO INCLUYO, CON SU SALDO Y SU CUOTA
      *    VENCIDA MAS ANTIGUA.
       FD  CENDEU LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCENDEU"
           DATA RECORD IS REG-CENDEU.

       01  REG-CENDEU.
           03 CX-CLI             PIC X(25).
           03 CX-DOCT            PIC 99.
           03 CX-DOCN            PIC 9(11).
           03 CX-EST             PIC X.
           03 CX-FALTA           PIC 9(8).
           03 CX-FULT            PIC 9(8).
           03 CX-MONTO           PIC 9(11)V99.
           03 CX-FVEN            PIC 9(8).
           03 CX-FBAJA           PIC 9(8).
           03 CX-MOT             PIC X.

      *    PARAMETROS: CODIGO DE ENTIDAD ASIGNADO POR LA CENTRAL,
      *    SALDO VENCIDO MINIMO, DIAS DE ATRASO MINIMOS DE LA CUOTA
      *    MAS ANTIGUA Y ULTIMO PERIODO (AAAAMM) GENERADO.
       FD  CDCFG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCDCFG"
           DATA RECORD IS REG-CDCFG.

       01  REG-CDCFG.
           03 CC-ENTIDAD         PIC X(10).
           03 CC-MONTO           PIC 9(9)V99.
           03 CC-DIAS            PIC 9(4).
           03 CC-ULTPER          PIC 9(6).

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
           03 PLN-TASA          PIC 99V99.

      *    ARCHIVO PARA LA CENTRAL, EN SU REGISTRO DE 100 POSICIONES:
      *    CABECERA (H) CON ENTIDAD, PERIODO AAAAMM Y FECHA, UN
      *    DETALLE (D) POR CLIENTE CON DOCUMENTO, IMPORTE EN
      *    CENTAVOS, VENCIMIENTO MAS ANTIGUO, DIAS DE ATRASO Y ESTADO
      *    (A=ALTA M=SIGUE INFORMADO B=BAJA), Y PIE (T) CON CANTIDAD
      *    DE DETALLES E IMPORTE TOTAL.
       FD  ENVIO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "DEUDORES.ENV"
           DATA RECORD IS REG-ENVIO.

       01  REG-ENVIO.
           03 EH-TIPO           PIC X.
           03 EH-ENTIDAD        PIC X(10).
           03 EH-PER            PIC 9(6).
           03 EH-FGEN           PIC 9(8).
           03 F                 PIC X(75).

       01  REG-ENVD.
           03 ED-TIPO           PIC X.
           03 ED-DOCT           PIC 99.
           03 ED-DOCN           PIC 9(11).
           03 ED-NOM            PIC X(25).
           03 ED-IMP            PIC 9(13).
           03 ED-FVEN           PIC 9(8).
           03 ED-DIAS           PIC 9(5).
           03 ED-EST            PIC X.
           03 ED-REF            PIC X(25).
           03 F                 PIC X(9).

       01  REG-ENVT.
           03 ET-TIPO           PIC X.
           03 ET-CANT           PIC 9(7).
           03 ET-TOTAL          PIC 9(15).
           03 F                 PIC X(77).

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

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
           DATA RECORD IS REG-OPERA.

       01  REG-OPERA.
           03 OPERADOR            PIC X(10).
           03 OP-PUESTO           PIC X(4).
           03 OP-NIVEL            PIC 9.

       WORKING-STORAGE SECTION.
       77  OPC                   PIC XX VALUE SPACES.
       77  GUION                 PIC X(77) VALUE ALL "-".
       77  B                     PIC 9 VALUE ZERO.
       77  IMPRE-DEST            PIC X(20) VALUE "PRINTER".
       77  CFG-DISP              PIC X(20) VALUE "PRINTER".
       77  CX-STATUS             PIC XX VALUE SPACES.
       77  CC-STATUS             PIC XX VALUE SPACES.
       77  RM-STATUS             PIC XX VALUE SPACES.
       77  PN-STATUS             PIC XX VALUE SPACES.
       77  IG-STATUS             PIC XX VALUE SPACES.
       77  BT-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  CD-HOY                PIC 9(8) VALUE ZEROS.
       77  CD-PER                PIC 9(6) VALUE ZEROS.
       77  CD-SHOY               PIC 9(8) VALUE ZEROS.
       77  CD-VEN                PIC 9(8) VALUE ZEROS.
       77  CD-FVEN               PIC 9(8) VALUE ZEROS.
       77  CD-DIAS               PIC 9(5) VALUE ZEROS.
       77  CD-SALDO              PIC 9(12)V99 VALUE ZEROS.
       77  CD-CLI-ANT            PIC X(25) VALUE SPACES.
       77  CD-REG                PIC X VALUE "N".
       77  CD-MOT                PIC X VALUE SPACE.
       77  CD-SI                 PIC X VALUE "N".
       77  CD-MOV                PIC X VALUE SPACE.
       77  CD-DOCT               PIC 99 VALUE ZEROS.
       77  CD-DOCN               PIC 9(11) VALUE ZEROS.
       77  CD-DNI8               PIC 9(8) VALUE ZEROS.
       77  CD-DNI7               PIC 9(7) VALUE ZEROS.
       77  CD-ALTAS              PIC 9(6) VALUE ZEROS.
       77  CD-MODIF              PIC 9(6) VALUE ZEROS.
       77  CD-BAJAS              PIC 9(6) VALUE ZEROS.
       77  CD-SINDOC             PIC 9(6) VALUE ZEROS.
       77  CD-CANT               PIC 9(7) VALUE ZEROS.
       77  CD-TOTAL              PIC 9(15) VALUE ZEROS.
       77  CD-CENT               PIC 9(13) VALUE ZEROS.
       77  CD-TODOS              PIC X VALUE "N".
       77  CD-LCANT              PIC 9(6) VALUE ZEROS.
       77  CD-LSALDO             PIC 9(12)V99 VALUE ZEROS.
       77  CD-MONTO-AC           PIC Z(9).99 VALUE ZEROS.
       77  SER-DD                PIC 99 VALUE ZEROS.
       77  SER-MM                PIC 99 VALUE ZEROS.
       77  SER-AA                PIC 9999 VALUE ZEROS.
       77  SER-Q                 PIC 9(6) VALUE ZEROS.
       77  SER-RES               PIC 9(8) VALUE ZEROS.
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

       01  TAB-DIAS-ACUM VALUE "000031059090120151181212243273304334".
           03 DIAS-ACUM          PIC 999 OCCURS 12 TIMES.

       01  CD-F8                 PIC 9(8) VALUE ZEROS.
       01  CD-F8-R REDEFINES CD-F8.
           03 CD-F8A             PIC 9999.
           03 CD-F8M             PIC 99.
           03 CD-F8D             PIC 99.
       01  CD-FECED.
           03 CD-FED             PIC 99.
           03 F                  PIC X VALUE "/".
           03 CD-FEM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 CD-FEA             PIC 9999.

       01  CD-MOVIMIENTOS.
           03 F PIC X(14) VALUE "AALTA".
           03 F PIC X(14) VALUE "MSIGUE INFORM.".
           03 F PIC X(14) VALUE "PBAJA - PAGO".
           03 F PIC X(14) VALUE "LBAJA - PLAN".
           03 F PIC X(14) VALUE "RBAJA - RECLAM".
           03 F PIC X(14) VALUE "SBAJA - SUSPEN".
           03 F PIC X(14) VALUE "DSIN DOCUMENTO".
       01  CD-MOVIMIENTOS-R REDEFINES CD-MOVIMIENTOS.
           03 CD-MV OCCURS 7.
              05 CD-MV-COD       PIC X.
              05 CD-MV-DESC      PIC X(13).
       77  CD-I                  PIC 9 VALUE ZERO.

       01  CD-TITU.
           03 CDT-TEXTO          PIC X(40).
           03 CDT-FECHA          PIC X(10).

       01  CD-LCAB.
           03 F PIC X(26) VALUE "CLIENTE".
           03 F PIC X(26) VALUE "NOMBRE".
           03 F PIC X(15) VALUE "DOCUMENTO".
           03 F PIC X(17) VALUE "    SALDO VENCIDO".
           03 F PIC X(11) VALUE " VTO.ANTIG.".
           03 F PIC X(7) VALUE "  DIAS".
           03 F PIC X(14) VALUE "MOVIMIENTO".

       01  CD-LLIN.
           03 CL-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 CL-NOM             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 CL-DOCT            PIC X(3).
           03 CL-DOCN            PIC Z(10)9.
           03 F                  PIC X VALUE SPACE.
           03 CL-SALDO           PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 CL-FVEN            PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 CL-DIAS            PIC ZZZZ9 BLANK WHEN ZERO.
           03 F                  PIC X VALUE SPACE.
           03 CL-MOV             PIC X(13).

       01  CD-RCAB.
           03 F PIC X(26) VALUE "CLIENTE".
           03 F PIC X(26) VALUE "NOMBRE".
           03 F PIC X(15) VALUE "DOCUMENTO".
           03 F PIC X(11) VALUE "INFORMADO".
           03 F PIC X(11) VALUE "ULT.ENVIO".
           03 F PIC X(17) VALUE "  ULTIMO INFORME".
           03 F PIC X(11) VALUE "BAJA".
           03 F PIC X(13) VALUE "MOTIVO".

       01  CD-RLIN.
           03 CR-CLI             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 CR-NOM             PIC X(25).
           03 F                  PIC X VALUE SPACE.
           03 CR-DOCT            PIC X(3).
           03 CR-DOCN            PIC Z(10)9.
           03 F                  PIC X VALUE SPACE.
           03 CR-FALTA           PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 CR-FULT            PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 CR-MONTO           PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 F                  PIC X VALUE SPACE.
           03 CR-FBAJA           PIC X(10).
           03 F                  PIC X VALUE SPACE.
           03 CR-MOT             PIC X(13).

       01  CD-TOTLIN.
           03 CTL-DESC           PIC X(30).
           03 CTL-CANT           PIC ZZZ,ZZ9.
           03 F                  PIC X(3) VALUE SPACES.
           03 CTL-IMP            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                 BLANK WHEN ZERO.

       01  CD-BITLIN.
           03 F                  PIC X(6) VALUE "ALTAS ".
           03 CB-ALTAS           PIC Z(5)9.
           03 F                  PIC X(8) VALUE " SIGUEN ".
           03 CB-MODIF           PIC Z(5)9.
           03 F                  PIC X(7) VALUE " BAJAS ".
           03 CB-BAJAS           PIC Z(5)9.
           03 F                  PIC X(9) VALUE " PERIODO ".
           03 CB-PER             PIC 9(6).

       01  FECHA-BITA.
           03 AA-BITA             PIC 99.
           03 MM-BITA             PIC 99.
           03 DD-BITA             PIC 99.
      *    FECHA DE PROCESO (VER FPROC).
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".

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
              05 F               PIC X(10) VALUE "ARPLAN  02".
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
           03 LINE 08 COLUMN 24 REVERSE-VIDEO FOREGROUND-COLOR 4
              VALUE " CENTRAL DE DEUDORES ".
           03 LINE 10 COLUMN 24
              VALUE "1-GENERA ARCHIVO DEL MES".
           03 LINE 11 COLUMN 24
              VALUE "2-LISTADO DE INFORMADOS".
           03 LINE 12 COLUMN 24
              VALUE "3-PARAMETROS".
           03 LINE 14 COLUMN 24
              VALUE "4-REGRESO MENU PRINCIPAL".
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
           OPEN INPUT CONTRI.
           OPEN INPUT IMPU.
           OPEN I-O CENDEU.
           IF CX-STATUS NOT = "00"
               OPEN OUTPUT CENDEU
               CLOSE CENDEU
               OPEN I-O CENDEU.
           OPEN INPUT RECL.
           IF RM-STATUS NOT = "00"
               OPEN OUTPUT RECL
               CLOSE RECL
               OPEN INPUT RECL.
           OPEN I-O BITA.
           IF BT-STATUS NOT = "00"
               OPEN OUTPUT BITA
               CLOSE BITA
               OPEN I-O BITA.
           PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM LEER-IMCFG THRU F-LEER-IMCFG.

       ENCABEZA.
           CALL "CALEN" USING B.
           DISPLAY GUION AT 0603 WITH FOREGROUND-COLOR 3.

       L-PANT.
           DISPLAY PANTALLA-MENU.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2040 WITH PROMPT.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO CD-HOY.
           IF OPC = "1" GO TO GENERA.
           IF OPC = "2" GO TO LISTA.
           IF OPC = "3" GO TO PARAM.
           IF OPC = "4" GO TO CIERRE.
           GO TO L-PANT.

      *    GENERACION MENSUAL: RECORRE ARIMPU POR CLIENTE JUNTANDO LO
      *    VENCIDO E IMPAGO (SIN LAS CUOTAS EN PLAN NI LAS ANULADAS),
      *    EVALUA CADA CLIENTE CONTRA EL REGISTRO Y AL FINAL DA DE
      *    BAJA A LOS INFORMADOS QUE YA NO TIENEN CUOTAS.
       GENERA.
           PERFORM ENCABEZA.
           PERFORM LEER-CDCFG THRU F-LEER-CDCFG.
           IF CC-MONTO = ZEROS AND CC-DIAS = ZEROS
               DISPLAY "FALTAN LOS PARAMETROS (OPCION 3)" AT 0918
               WITH FOREGROUND-COLOR 4
               MOVE SPACES TO OPC
               ACCEPT OPC AT 0952 WITH PROMPT
               GO TO ENCABEZA.
           COMPUTE CD-PER = CD-HOY / 100.
           MOVE CD-HOY TO CD-F8.
           MOVE CD-F8D TO SER-DD.
           MOVE CD-F8M TO SER-MM.
           MOVE CD-F8A TO SER-AA.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           MOVE SER-RES TO CD-SHOY.
           DISPLAY "PERIODO:" AT 0918.
           DISPLAY CD-F8M AT 0927.
           DISPLAY "/" AT 0929.
           DISPLAY CD-F8A AT 0930.
           DISPLAY "SALDO MINIMO:" AT 1018.
           MOVE CC-MONTO TO CD-MONTO-AC.
           DISPLAY CD-MONTO-AC AT 1032.
           DISPLAY "DIAS DE ATRASO MINIMOS:" AT 1118.
           DISPLAY CC-DIAS AT 1142.
           IF CC-ULTPER = CD-PER
               DISPLAY "EL PERIODO YA FUE GENERADO" AT 1218
               WITH FOREGROUND-COLOR 4.
       GN-CONF.
           DISPLAY "GENERA EL ARCHIVO S/N" AT 1318
           WITH FOREGROUND-COLOR 6.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1340 WITH PROMPT.
           IF OPC = "N" GO TO ENCABEZA.
           IF OPC NOT = "S" GO TO GN-CONF.
       GN-DEST.
           DISPLAY "CONTROL: 1=IMPRESORA 2=ARCHIVO CENDEU.TXT 3=CANCELA"
               AT 1418 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1470 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO GN-GO.
           IF OPC = "2" MOVE "CENDEU.TXT" TO IMPRE-DEST GO TO GN-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO GN-DEST.
       GN-GO.
           DISPLAY "PROCESANDO..." AT 1618 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO CD-ALTAS CD-MODIF CD-BAJAS CD-SINDOC
               CD-CANT CD-TOTAL CD-SALDO.
           MOVE 99999999 TO CD-FVEN.
           MOVE SPACES TO CD-CLI-ANT.
           OPEN OUTPUT ENVIO.
           MOVE SPACES TO REG-ENVIO.
           MOVE "H" TO EH-TIPO.
           MOVE CC-ENTIDAD TO EH-ENTIDAD.
           MOVE CD-PER TO EH-PER.
           MOVE CD-HOY TO EH-FGEN.
           WRITE REG-ENVIO.
           OPEN OUTPUT IMPRE.
           MOVE "CENTRAL DE DEUDORES - ENVIO DEL " TO CDT-TEXTO.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE CD-FECED TO CDT-FECHA.
           WRITE RENGLON FROM CD-TITU AFTER 1.
           WRITE RENGLON FROM CD-LCAB AFTER 2.
           MOVE LOW-VALUES TO NUM-CO1.
           START IMPU KEY IS NOT LESS THAN NUM-CO1
           INVALID KEY GO TO GN-FIN.
       GN-R.
           READ IMPU NEXT RECORD AT END GO TO GN-FIN.
           IF CONT NOT = CD-CLI-ANT AND CD-CLI-ANT NOT = SPACES
               PERFORM EVALUA THRU F-EVALUA.
           MOVE CONT TO CD-CLI-ANT.
           IF FEC-PAG NOT = ZEROS GO TO GN-R.
           IF EST-IMP = "P" OR EST-IMP = "X" GO TO GN-R.
           IF PAGADO NOT < MONTO GO TO GN-R.
           COMPUTE CD-VEN = AAV * 10000 + MMV * 100 + DDV.
           IF CD-VEN NOT < CD-HOY GO TO GN-R.
           COMPUTE CD-SALDO = CD-SALDO + MONTO - PAGADO.
           IF CD-VEN < CD-FVEN MOVE CD-VEN TO CD-FVEN.
           GO TO GN-R.
       GN-FIN.
           IF CD-CLI-ANT NOT = SPACES
               PERFORM EVALUA THRU F-EVALUA.
           PERFORM SIN-CUOTAS THRU F-SIN-CUOTAS.
           MOVE SPACES TO REG-ENVT.
           MOVE "T" TO ET-TIPO.
           MOVE CD-CANT TO ET-CANT.
           MOVE CD-TOTAL TO ET-TOTAL.
           WRITE REG-ENVT.
           CLOSE ENVIO.
           MOVE "ALTAS" TO CTL-DESC.
           MOVE CD-ALTAS TO CTL-CANT.
           MOVE ZEROS TO CTL-IMP.
           WRITE RENGLON FROM CD-TOTLIN AFTER 2.
           MOVE "SIGUEN INFORMADOS" TO CTL-DESC.
           MOVE CD-MODIF TO CTL-CANT.
           WRITE RENGLON FROM CD-TOTLIN AFTER 1.
           MOVE "BAJAS" TO CTL-DESC.
           MOVE CD-BAJAS TO CTL-CANT.
           WRITE RENGLON FROM CD-TOTLIN AFTER 1.
           MOVE "SIN DOCUMENTO (NO INFORMADOS)" TO CTL-DESC.
           MOVE CD-SINDOC TO CTL-CANT.
           WRITE RENGLON FROM CD-TOTLIN AFTER 1.
           MOVE "REGISTROS ENVIADOS / IMPORTE" TO CTL-DESC.
           MOVE CD-CANT TO CTL-CANT.
           COMPUTE CTL-IMP = CD-TOTAL / 100.
           WRITE RENGLON FROM CD-TOTLIN AFTER 1.
           CLOSE IMPRE.
           MOVE CD-PER TO CC-ULTPER.
           OPEN OUTPUT CDCFG.
           WRITE REG-CDCFG.
           CLOSE CDCFG.
           MOVE CD-ALTAS TO CB-ALTAS.
           MOVE CD-MODIF TO CB-MODIF.
           MOVE CD-BAJAS TO CB-BAJAS.
           MOVE CD-PER TO CB-PER.
           MOVE "CENDEU" TO BT-ARCHIVO.
           MOVE "ENVIO" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE BT-ANTES.
           MOVE CD-BITLIN TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "ALTAS:" AT 1618.
           DISPLAY CD-ALTAS AT 1641.
           DISPLAY "SIGUEN INFORMADOS:" AT 1718.
           DISPLAY CD-MODIF AT 1741.
           DISPLAY "BAJAS:" AT 1818.
           DISPLAY CD-BAJAS AT 1841.
           DISPLAY "SIN DOCUMENTO:" AT 1918.
           DISPLAY CD-SINDOC AT 1941.
           DISPLAY "ARCHIVO DEUDORES.ENV GENERADO" AT 2118
           WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 2150 WITH PROMPT.
           GO TO ENCABEZA.

      *    CLIENTE CD-CLI-ANT CON SU SALDO VENCIDO (CD-SALDO) Y SU
      *    CUOTA VENCIDA MAS ANTIGUA (CD-FVEN). UN INFORMADO QUE YA
      *    NO DEBE, FIRMO UN PLAN, RECLAMO O ESTA SUSPENDIDO SE DA DE
      *    BAJA; SI SIGUE DEBIENDO SE LO VUELVE A INFORMAR CON EL
      *    SALDO AL DIA AUNQUE QUEDE POR DEBAJO DE LOS LIMITES. UN NO
      *    INFORMADO ENTRA SI SUPERA LOS DOS LIMITES Y NO ESTA
      *    EXCLUIDO.
       EVALUA.
           MOVE "N" TO CD-REG.
           MOVE CD-CLI-ANT TO CX-CLI.
           READ CENDEU KEY IS CX-CLI
           INVALID KEY GO TO EV-NUEVO.
           MOVE "S" TO CD-REG.
           IF CX-EST = "I" GO TO EV-MOTIVO.
       EV-NUEVO.
           IF CD-SALDO = ZEROS GO TO EV-LIMPIA.
           IF CD-SALDO < CC-MONTO GO TO EV-LIMPIA.
           PERFORM CALC-DIAS THRU F-CALC-DIAS.
           IF CD-DIAS < CC-DIAS GO TO EV-LIMPIA.
       EV-MOTIVO.
           MOVE CD-CLI-ANT TO NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY
               MOVE CD-CLI-ANT TO NOMBRE
               MOVE SPACE TO EST-CON.
           MOVE SPACE TO CD-MOT.
           IF CD-SALDO = ZEROS MOVE "P" TO CD-MOT GO TO EV-DECIDE.
           IF EST-CON = "S" MOVE "S" TO CD-MOT GO TO EV-DECIDE.
           PERFORM BUSCA-RECLAMO THRU F-BUSCA-RECLAMO.
           IF CD-SI = "S" MOVE "R" TO CD-MOT GO TO EV-DECIDE.
           PERFORM BUSCA-PLAN THRU F-BUSCA-PLAN.
           IF CD-SI = "S" MOVE "L" TO CD-MOT.
       EV-DECIDE.
           IF CD-REG = "S" AND CX-EST = "I" GO TO EV-INFORMADO.
           IF CD-MOT NOT = SPACE GO TO EV-LIMPIA.
           PERFORM DOC-CLIENTE THRU F-DOC-CLIENTE.
           IF CD-DOCT = ZEROS
               MOVE "D" TO CD-MOV
               PERFORM LINEA-CONTROL THRU F-LINEA-CONTROL
               ADD 1 TO CD-SINDOC
               GO TO EV-LIMPIA.
           MOVE CD-CLI-ANT TO CX-CLI.
           MOVE CD-DOCT TO CX-DOCT.
           MOVE CD-DOCN TO CX-DOCN.
           MOVE "I" TO CX-EST.
           MOVE CD-HOY TO CX-FALTA CX-FULT.
           MOVE CD-SALDO TO CX-MONTO.
           MOVE CD-FVEN TO CX-FVEN.
           MOVE ZEROS TO CX-FBAJA.
           MOVE SPACE TO CX-MOT.
           IF CD-REG = "S"
               REWRITE REG-CENDEU INVALID KEY GO TO EV-LIMPIA
               END-REWRITE
           ELSE
               WRITE REG-CENDEU INVALID KEY GO TO EV-LIMPIA.
           MOVE "A" TO CD-MOV.
           ADD 1 TO CD-ALTAS.
           GO TO EV-ENVIA.
       EV-INFORMADO.
           IF CD-MOT NOT = SPACE GO TO EV-BAJA.
           PERFORM CALC-DIAS THRU F-CALC-DIAS.
           MOVE CX-DOCT TO CD-DOCT.
           MOVE CX-DOCN TO CD-DOCN.
           MOVE CD-HOY TO CX-FULT.
           MOVE CD-SALDO TO CX-MONTO.
           MOVE CD-FVEN TO CX-FVEN.
           REWRITE REG-CENDEU INVALID KEY GO TO EV-LIMPIA.
           MOVE "M" TO CD-MOV.
           ADD 1 TO CD-MODIF.
           GO TO EV-ENVIA.
       EV-BAJA.
           PERFORM DA-BAJA THRU F-DA-BAJA.
           GO TO EV-LIMPIA.
       EV-ENVIA.
           PERFORM ENVIA-DETALLE THRU F-ENVIA-DETALLE.
       EV-LIMPIA.
           MOVE ZEROS TO CD-SALDO.
           MOVE 99999999 TO CD-FVEN.
       F-EVALUA.
           EXIT.

      *    BAJA DEL INFORMADO DEL BUFFER DE ARCENDEU CON EL MOTIVO
      *    CD-MOT: EL DETALLE VA CON EL ULTIMO VENCIMIENTO INFORMADO
      *    E IMPORTE CERO.
       DA-BAJA.
           MOVE "B" TO CX-EST.
           MOVE CD-HOY TO CX-FBAJA CX-FULT.
           MOVE CD-MOT TO CX-MOT.
           REWRITE REG-CENDEU INVALID KEY GO TO F-DA-BAJA.
           MOVE ZEROS TO CD-SALDO CD-DIAS.
           MOVE CX-FVEN TO CD-FVEN.
           MOVE CX-DOCT TO CD-DOCT.
           MOVE CX-DOCN TO CD-DOCN.
           MOVE CD-MOT TO CD-MOV.
           ADD 1 TO CD-BAJAS.
           PERFORM ENVIA-DETALLE THRU F-ENVIA-DETALLE.
       F-DA-BAJA.
           EXIT.

      *    INFORMADOS QUE NO APARECIERON EN ARIMPU (CLIENTE DEPURADO
      *    O SIN CUOTAS): NO DEBEN NADA, SE DAN DE BAJA POR PAGO.
       SIN-CUOTAS.
           MOVE LOW-VALUES TO CX-CLI.
           START CENDEU KEY IS NOT LESS THAN CX-CLI
           INVALID KEY GO TO F-SIN-CUOTAS.
       SC-R.
           READ CENDEU NEXT RECORD AT END GO TO F-SIN-CUOTAS.
           IF CX-EST NOT = "I" GO TO SC-R.
           IF CX-FULT = CD-HOY GO TO SC-R.
           MOVE CX-CLI TO CD-CLI-ANT NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE CX-CLI TO NOMBRE.
           MOVE "P" TO CD-MOT.
           PERFORM DA-BAJA THRU F-DA-BAJA.
           GO TO SC-R.
       F-SIN-CUOTAS.
           EXIT.

      *    DETALLE PARA LA CENTRAL Y RENGLON DEL LISTADO DE CONTROL
      *    (CD-MOV: A ALTA, M SIGUE INFORMADO, P/L/R/S BAJA).
       ENVIA-DETALLE.
           MOVE SPACES TO REG-ENVD.
           MOVE "D" TO ED-TIPO.
           MOVE CD-DOCT TO ED-DOCT.
           MOVE CD-DOCN TO ED-DOCN.
           MOVE NOMBRE TO ED-NOM.
           COMPUTE CD-CENT = CD-SALDO * 100.
           MOVE CD-CENT TO ED-IMP.
           MOVE CD-FVEN TO ED-FVEN.
           MOVE CD-DIAS TO ED-DIAS.
           IF CD-MOV = "A" OR CD-MOV = "M"
               MOVE CD-MOV TO ED-EST
           ELSE
               MOVE "B" TO ED-EST.
           MOVE CD-CLI-ANT TO ED-REF.
           WRITE REG-ENVD.
           ADD 1 TO CD-CANT.
           ADD CD-CENT TO CD-TOTAL.
           PERFORM LINEA-CONTROL THRU F-LINEA-CONTROL.
       F-ENVIA-DETALLE.
           EXIT.

       LINEA-CONTROL.
           MOVE SPACES TO CD-LLIN.
           MOVE CD-CLI-ANT TO CL-CLI.
           MOVE NOMBRE TO CL-NOM.
           IF CD-DOCT = 80 MOVE "CUIT" TO CL-DOCT.
           IF CD-DOCT = 96 MOVE "DNI" TO CL-DOCT.
           IF CD-DOCT NOT = ZEROS MOVE CD-DOCN TO CL-DOCN.
           MOVE CD-SALDO TO CL-SALDO.
           MOVE CD-FVEN TO CD-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE CD-FECED TO CL-FVEN.
           MOVE CD-DIAS TO CL-DIAS.
           MOVE ZERO TO CD-I.
       LC-R.
           ADD 1 TO CD-I.
           IF CD-I > 7 GO TO LC-W.
           IF CD-MV-COD (CD-I) NOT = CD-MOV GO TO LC-R.
           MOVE CD-MV-DESC (CD-I) TO CL-MOV.
       LC-W.
           WRITE RENGLON FROM CD-LLIN AFTER 1.
       F-LINEA-CONTROL.
           EXIT.

      *    DIAS DE ATRASO DE LA CUOTA MAS ANTIGUA A LA FECHA DE PROCESO.
       CALC-DIAS.
           MOVE ZEROS TO CD-DIAS.
           IF CD-FVEN = 99999999 GO TO F-CALC-DIAS.
           MOVE CD-FVEN TO CD-F8.
           MOVE CD-F8D TO SER-DD.
           MOVE CD-F8M TO SER-MM.
           MOVE CD-F8A TO SER-AA.
           PERFORM CALC-SERIE THRU F-CALC-SERIE.
           IF SER-RES < CD-SHOY
               COMPUTE CD-DIAS = CD-SHOY - SER-RES.
       F-CALC-DIAS.
           EXIT.

       CALC-SERIE.
           DIVIDE SER-AA BY 4 GIVING SER-Q.
           COMPUTE SER-RES = SER-AA * 365 + SER-Q
               + DIAS-ACUM (SER-MM) + SER-DD.
       F-CALC-SERIE.
           EXIT.

      *    RECLAMO ABIERTO (INGRESADO O EN ANALISIS) SOBRE CUALQUIER
      *    CUOTA DEL CLIENTE.
       BUSCA-RECLAMO.
           MOVE "N" TO CD-SI.
           MOVE CD-CLI-ANT TO RM-CLI.
           MOVE ZEROS TO RM-CAA RM-CP1 RM-TIP.
           START RECL KEY IS NOT LESS THAN RM-CLAVE
           INVALID KEY GO TO F-BUSCA-RECLAMO.
       BR-R.
           READ RECL NEXT RECORD AT END GO TO F-BUSCA-RECLAMO.
           IF RM-CLI NOT = CD-CLI-ANT GO TO F-BUSCA-RECLAMO.
           IF RM-EST NOT = "I" AND RM-EST NOT = "A" GO TO BR-R.
           MOVE "S" TO CD-SI.
       F-BUSCA-RECLAMO.
           EXIT.

      *    PLAN DE PAGO VIGENTE DEL CLIENTE (ARPLAN NO TIENE CLAVE POR
      *    CLIENTE: SE RECORRE, COMO EN EL CAMBIO DE TITULARIDAD).
       BUSCA-PLAN.
           MOVE "N" TO CD-SI.
           OPEN INPUT PLAN.
           IF PN-STATUS NOT = "00" GO TO F-BUSCA-PLAN.
       BP-R.
           READ PLAN NEXT RECORD AT END GO TO BP-F.
           IF PLN-CLI = CD-CLI-ANT AND PLN-EST = "V"
               MOVE "S" TO CD-SI
               GO TO BP-F.
           GO TO BP-R.
       BP-F.
           CLOSE PLAN.
       F-BUSCA-PLAN.
           EXIT.

      *    DOCUMENTO A INFORMAR: 80 (CUIT) SI EL NUMERO DE CLIENTE ES
      *    UN CUIT VALIDO, 96 (DNI) SI ES UN NUMERO DE 7 U 8 DIGITOS;
      *    SI NO, CERO Y EL CLIENTE NO SE PUEDE INFORMAR.
       DOC-CLIENTE.
           MOVE ZEROS TO CD-DOCT CD-DOCN.
           IF CD-CLI-ANT (1:11) IS NUMERIC
               AND CD-CLI-ANT (12:14) = SPACES
               MOVE CD-CLI-ANT (1:11) TO CU-NUM
               PERFORM VALIDA-CUIT THRU F-VALIDA-CUIT
               IF CU-OK = "S"
                   MOVE 80 TO CD-DOCT
                   MOVE CU-NUM TO CD-DOCN
               END-IF
               GO TO F-DOC-CLIENTE.
           IF CD-CLI-ANT (1:8) IS NUMERIC
               AND CD-CLI-ANT (9:17) = SPACES
               MOVE CD-CLI-ANT (1:8) TO CD-DNI8
               MOVE 96 TO CD-DOCT
               MOVE CD-DNI8 TO CD-DOCN
               GO TO F-DOC-CLIENTE.
           IF CD-CLI-ANT (1:7) IS NUMERIC
               AND CD-CLI-ANT (8:18) = SPACES
               MOVE CD-CLI-ANT (1:7) TO CD-DNI7
               MOVE 96 TO CD-DOCT
               MOVE CD-DNI7 TO CD-DOCN.
       F-DOC-CLIENTE.
           EXIT.

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

      *    LISTADO DEL REGISTRO: LOS INFORMADOS VIGENTES O TODOS
      *    (CON LAS BAJAS Y SU MOTIVO).
       LISTA.
           PERFORM ENCABEZA.
       LS-TIPO.
           DISPLAY "1=SOLO INFORMADOS VIGENTES  2=TODOS:" AT 0918.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 0955 WITH PROMPT.
           IF OPC = "1" MOVE "N" TO CD-TODOS GO TO LS-DEST.
           IF OPC = "2" MOVE "S" TO CD-TODOS GO TO LS-DEST.
           GO TO LS-TIPO.
       LS-DEST.
           DISPLAY "1=IMPRESORA  2=ARCHIVO CENDEUL.TXT  3=CANCELA"
               AT 1118 WITH FOREGROUND-COLOR 2.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1165 WITH PROMPT.
           IF OPC = "1" MOVE CFG-DISP TO IMPRE-DEST GO TO LS-GO.
           IF OPC = "2" MOVE "CENDEUL.TXT" TO IMPRE-DEST GO TO LS-GO.
           IF OPC = "3" GO TO ENCABEZA.
           GO TO LS-DEST.
       LS-GO.
           DISPLAY "PROCESANDO..." AT 1318 WITH FOREGROUND-COLOR 2.
           MOVE ZEROS TO CD-LCANT CD-LSALDO.
           OPEN OUTPUT IMPRE.
           MOVE "CLIENTES INFORMADOS A LA CENTRAL AL " TO CDT-TEXTO.
           MOVE CD-HOY TO CD-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE CD-FECED TO CDT-FECHA.
           WRITE RENGLON FROM CD-TITU AFTER 1.
           WRITE RENGLON FROM CD-RCAB AFTER 2.
           MOVE LOW-VALUES TO CX-CLI.
           START CENDEU KEY IS NOT LESS THAN CX-CLI
           INVALID KEY GO TO LS-FIN.
       LS-R.
           READ CENDEU NEXT RECORD AT END GO TO LS-FIN.
           IF CX-EST NOT = "I" AND CD-TODOS = "N" GO TO LS-R.
           MOVE SPACES TO CD-RLIN.
           MOVE CX-CLI TO CR-CLI NUM-CO.
           READ CONTRI KEY IS NUM-CO
           INVALID KEY MOVE SPACES TO NOMBRE.
           MOVE NOMBRE TO CR-NOM.
           IF CX-DOCT = 80 MOVE "CUIT" TO CR-DOCT.
           IF CX-DOCT = 96 MOVE "DNI" TO CR-DOCT.
           MOVE CX-DOCN TO CR-DOCN.
           MOVE CX-FALTA TO CD-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE CD-FECED TO CR-FALTA.
           MOVE CX-FULT TO CD-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE CD-FECED TO CR-FULT.
           MOVE CX-MONTO TO CR-MONTO.
           IF CX-EST = "I"
               ADD 1 TO CD-LCANT
               ADD CX-MONTO TO CD-LSALDO
               GO TO LS-W.
           MOVE CX-FBAJA TO CD-F8.
           PERFORM FMT-FECHA THRU F-FMT-FECHA.
           MOVE CD-FECED TO CR-FBAJA.
           MOVE ZERO TO CD-I.
       LS-MOT.
           ADD 1 TO CD-I.
           IF CD-I > 7 GO TO LS-W.
           IF CD-MV-COD (CD-I) NOT = CX-MOT GO TO LS-MOT.
           MOVE CD-MV-DESC (CD-I) TO CR-MOT.
       LS-W.
           WRITE RENGLON FROM CD-RLIN AFTER 1.
           GO TO LS-R.
       LS-FIN.
           MOVE "INFORMADOS VIGENTES" TO CTL-DESC.
           MOVE CD-LCANT TO CTL-CANT.
           MOVE CD-LSALDO TO CTL-IMP.
           WRITE RENGLON FROM CD-TOTLIN AFTER 2.
           CLOSE IMPRE.
           DISPLAY "INFORMADOS VIGENTES:" AT 1518.
           DISPLAY CD-LCANT AT 1539.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1560 WITH PROMPT.
           GO TO ENCABEZA.

      *    PARAMETROS DE LA CENTRAL (ARCDCFG).
       PARAM.
           PERFORM ENCABEZA.
           PERFORM LEER-CDCFG THRU F-LEER-CDCFG.
           MOVE REG-CDCFG TO BT-ANTES.
           DISPLAY "CODIGO DE ENTIDAD EN LA CENTRAL:" AT 0918.
           DISPLAY CC-ENTIDAD AT 0951.
           ACCEPT CC-ENTIDAD AT 0951 WITH PROMPT.
           DISPLAY "SALDO VENCIDO MINIMO...........:" AT 1018.
           MOVE CC-MONTO TO CD-MONTO-AC.
           DISPLAY CD-MONTO-AC AT 1051.
           ACCEPT CD-MONTO-AC AT 1051 WITH PROMPT.
           MOVE CD-MONTO-AC TO CC-MONTO.
       PR-DIAS.
           DISPLAY "DIAS DE ATRASO MINIMOS.........:" AT 1118.
           DISPLAY CC-DIAS AT 1151.
           ACCEPT CC-DIAS AT 1151 WITH PROMPT.
           IF CC-MONTO = ZEROS AND CC-DIAS = ZEROS GO TO PR-DIAS.
           OPEN OUTPUT CDCFG.
           WRITE REG-CDCFG.
           CLOSE CDCFG.
           MOVE "CDCFG" TO BT-ARCHIVO.
           MOVE "MODIF" TO BT-ACCION.
           MOVE SPACES TO BT-CLAVE.
           MOVE REG-CDCFG TO BT-DESPUES.
           PERFORM GRABAR-BITA THRU F-GRABAR-BITA.
           DISPLAY "PARAMETROS GRABADOS" AT 1318.
           MOVE SPACES TO OPC.
           ACCEPT OPC AT 1338 WITH PROMPT.
           GO TO ENCABEZA.

       LEER-CDCFG.
           MOVE SPACES TO CC-ENTIDAD.
           MOVE ZEROS TO CC-MONTO CC-DIAS CC-ULTPER.
           OPEN INPUT CDCFG.
           IF CC-STATUS = "00"
               READ CDCFG AT END CONTINUE END-READ
               CLOSE CDCFG.
       F-LEER-CDCFG.
           EXIT.

       FMT-FECHA.
           MOVE CD-F8D TO CD-FED.
           MOVE CD-F8M TO CD-FEM.
           MOVE CD-F8A TO CD-FEA.
       F-FMT-FECHA.
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

       LEER-OPERADOR.
           MOVE SPACES TO REG-OPERA.
           OPEN INPUT OPERA.
           IF OP-STATUS NOT = "00" GO TO F-LEER-OPERADOR.
           READ OPERA AT END MOVE SPACES TO REG-OPERA.
           CLOSE OPERA.
       F-LEER-OPERADOR.
           EXIT.

       GRABAR-BITA.
           ACCEPT FECHA-BITA FROM DATE.
           MOVE DD-BITA TO BT-DD.
           MOVE MM-BITA TO BT-MM.
           MOVE AA-BITA TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO BT-AA.
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

       CIERRE.
           CLOSE CONTRI IMPU CENDEU RECL BITA.
           CHAIN "MENU".
           STOP RUN.

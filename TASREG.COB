       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TASREG.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * TASAS DE ACTUACION (SE LLAMA COMO CALEN): CADA VEZ QUE SE
      * EMITE UN DOCUMENTO ARANCELADO (LIBRE DEUDA, CERTIFICADO DE
      * DEUDA, DUPLICADO DE CUPONERA, REIMPRESION DE RECIBO) EL
      * PROGRAMA QUE LO EMITE LLAMA A ESTE CON EL CODIGO DEL
      * SERVICIO. SI EL SERVICIO ESTA EN EL CATALOGO (ARSERV) CON
      * IMPORTE, SE GENERA LA CUOTA DE LA TASA EN ARIMPU CON EL TIPO
      * DEL SERVICIO Y VENCIMIENTO A LA FECHA DE PROCESO, PARA
      * COBRARLA EN CAJA, Y SE DEVENGA EN ARASIEN COMO LA EMISION.
      * EL DOCUMENTO QUEDA REGISTRADO EN ARDOCE
      * (CON O SIN TASA) PARA EL INFORME MENSUAL. DEVUELVE
      * TASREG-HAY = "S", EL IMPORTE Y LA CUOTA GENERADA.
      * CODIGOS: LDEU LIBRE DEUDA, CDEU CERTIFICADO DE DEUDA,
      * CUPO DUPLICADO DE CUPONERA, RECI REIMPRESION DE RECIBO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS SE-COD
                  FILE STATUS IS SE-STATUS.

           SELECT DOCE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DE-CLAVE
                  FILE STATUS IS DE-STATUS.

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
                  WITH DUPLICATES
                  FILE STATUS IS IM-STATUS.

           SELECT TOTAL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS TO-CLAVE
                  FILE STATUS IS TO-STATUS.

           SELECT ABIE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AI-CLAVE
                  ALTERNATE RECORD IS AI-FVTO
                  WITH DUPLICATES
                  FILE STATUS IS AI-STATUS.

           SELECT CTBL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CT-CLAVE
                  FILE STATUS IS CT-STATUS.

           SELECT ASIEN ASSIGN TO DISK
                  FILE STATUS IS AS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    CATALOGO DE SERVICIOS ARANCELADOS: DESCRIPCION, IMPORTE DE
      *    LA TASA Y TIPO DE VENCIMIENTO CON QUE SE GENERA.
       FD  SERV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARSERV"
           DATA RECORD IS REG-SERV.

       01  REG-SERV.
           03 SE-COD            PIC X(4).
           03 SE-DESC           PIC X(30).
           03 SE-MONTO          PIC 9(9)V99.
           03 SE-TIP            PIC 9(3).
           03 SE-OPER           PIC X(10).

      *    DOCUMENTOS EMITIDOS: FECHA DE PROCESO, HORA Y SECUENCIA,
      *    SERVICIO, CLIENTE, NUMERO DEL DOCUMENTO, TASA GENERADA (CERO
      *    SI EL SERVICIO NO ESTA ARANCELADO), SU CUOTA Y OPERADOR.
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
       77  TAS-CTA-DEU           PIC X(10) VALUE SPACES.
       77  AI-STATUS             PIC XX VALUE SPACES.
       77  SE-STATUS             PIC XX VALUE SPACES.
       77  DE-STATUS             PIC XX VALUE SPACES.
       77  IM-STATUS             PIC XX VALUE SPACES.
       77  TO-STATUS             PIC XX VALUE SPACES.
       77  TAS-P1                PIC 999 VALUE ZEROS.
      *    FECHA DE PROCESO (VER FPROC).
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".
       01  TAS-FECHA             PIC 9(8) VALUE ZEROS.
       01  TAS-FECHA-R REDEFINES TAS-FECHA.
           03 TAS-AAAA           PIC 9999.
           03 TAS-MM             PIC 99.
           03 TAS-DD             PIC 99.

       LINKAGE SECTION.

       01  TASREG-PAR.
           03 TASREG-SERV        PIC X(4).
           03 TASREG-CLI         PIC X(25).
           03 TASREG-DOC         PIC X(12).
           03 TASREG-OPER        PIC X(10).
           03 TASREG-HAY         PIC X.
           03 TASREG-MONTO       PIC 9(9)V99.
           03 TASREG-DESC        PIC X(30).
           03 TASREG-AA          PIC 99.
           03 TASREG-P1          PIC 99.
           03 TASREG-TIP         PIC 9(3).

       PROCEDURE DIVISION USING TASREG-PAR.
       INICIO.
           MOVE "N" TO TASREG-HAY.
           MOVE ZEROS TO TASREG-MONTO TASREG-AA TASREG-P1 TASREG-TIP.
           MOVE SPACES TO TASREG-DESC.
           IF TASREG-CLI = SPACES GO TO F-TASREG.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-FECHA TO TAS-FECHA.
           OPEN INPUT SERV.
           IF SE-STATUS NOT = "00" GO TO REGISTRA.
           MOVE TASREG-SERV TO SE-COD.
           READ SERV KEY IS SE-COD
           INVALID KEY MOVE ZEROS TO SE-MONTO.
           CLOSE SERV.
           IF SE-MONTO = ZEROS GO TO REGISTRA.
           MOVE SE-DESC TO TASREG-DESC.
      *    LA CUOTA LLEVA EL MES Y EL A#O DE LA FECHA DE PROCESO; SI
      *    EL CLIENTE YA TIENE UNA TASA DEL MISMO TIPO ESE MES SE USA
      *    EL NUMERO DE CUOTA LIBRE SIGUIENTE.
           OPEN I-O IMPU.
           IF IM-STATUS NOT = "00" GO TO REGISTRA.
           MOVE TASREG-CLI TO CONT.
           MOVE FPROC-AA TO AA.
           MOVE SE-TIP TO TIP-IMP.
           MOVE TAS-DD TO DDV.
           MOVE TAS-MM TO MMV.
           MOVE TAS-AAAA TO AAV.
           MOVE ZEROS TO FEC-PAG.
           MOVE SE-MONTO TO MONTO.
           MOVE TAS-AAAA TO ANO.
           MOVE ZEROS TO PAGADO.
           MOVE ZEROS TO ORIG-VEN.
           MOVE SPACE TO EST-IMP.
           MOVE ZEROS TO BONIF.
           MOVE TAS-MM TO TAS-P1.
       TAS-W.
           MOVE TAS-P1 TO P1.
           WRITE REG-IMP
           INVALID KEY
               ADD 1 TO TAS-P1
               IF TAS-P1 < 100 GO TO TAS-W
               ELSE
                   CLOSE IMPU
                   GO TO REGISTRA.
           PERFORM ACTUALIZA-ABIE THRU F-ACTUALIZA-ABIE.
           CLOSE IMPU.
           MOVE "S" TO TASREG-HAY.
           MOVE SE-MONTO TO TASREG-MONTO.
           MOVE AA TO TASREG-AA.
           MOVE P1 TO TASREG-P1.
           MOVE SE-TIP TO TASREG-TIP.
           PERFORM ACTUALIZA-TOTAL THRU F-ACTUALIZA-TOTAL.
           PERFORM DEVENGA THRU F-DEVENGA.
       REGISTRA.
           OPEN I-O DOCE.
           IF DE-STATUS NOT = "00"
               OPEN OUTPUT DOCE
               CLOSE DOCE
               OPEN I-O DOCE.
           MOVE TAS-FECHA TO DE-FECHA.
           ACCEPT DE-HORA FROM TIME.
           MOVE ZEROS TO DE-SEC.
           MOVE TASREG-SERV TO DE-SERV.
           MOVE TASREG-CLI TO DE-CLI.
           MOVE TASREG-DOC TO DE-DOC.
           MOVE TASREG-MONTO TO DE-MONTO.
           MOVE TASREG-AA TO DE-AA.
           MOVE TASREG-P1 TO DE-P1.
           MOVE TASREG-TIP TO DE-TIP.
           MOVE TASREG-OPER TO DE-OPER.
       REGISTRA-W.
           WRITE REG-DOCE
           INVALID KEY
               ADD 1 TO DE-SEC
               IF DE-SEC < 999 GO TO REGISTRA-W.
           CLOSE DOCE.
           GO TO F-TASREG.

      *    EMITIDO DE LA TASA EN EL TOTAL CORRIENTE (ARTOTAL) DEL
      *    CLIENTE, TIPO Y PERIODO (AAAAMM).
       ACTUALIZA-TOTAL.
           OPEN I-O TOTAL.
           IF TO-STATUS NOT = "00"
               OPEN OUTPUT TOTAL
               CLOSE TOTAL
               OPEN I-O TOTAL.
           MOVE TASREG-CLI TO TO-CLI.
           MOVE SE-TIP TO TO-TIP.
           COMPUTE TO-PER = TAS-AAAA * 100 + TAS-MM.
           READ TOTAL KEY IS TO-CLAVE
           INVALID KEY
               MOVE TASREG-CLI TO TO-CLI
               MOVE SE-TIP TO TO-TIP
               COMPUTE TO-PER = TAS-AAAA * 100 + TAS-MM
               MOVE ZEROS TO TO-EMIT TO-COB TO-SALDO
               WRITE REG-TOTAL INVALID KEY CONTINUE.
           ADD SE-MONTO TO TO-EMIT.
           COMPUTE TO-SALDO = TO-EMIT - TO-COB.
           REWRITE REG-TOTAL.
           CLOSE TOTAL.
       F-ACTUALIZA-TOTAL.
           EXIT.

      *    DEVENGAMIENTO DE LA TASA A LA FECHA DE PROCESO: DEBE A
      *    DEUDORES POR TASAS (ARCTBL CLASE "E" CODIGO "DEU") Y HABER
      *    AL INGRESO DEL TIPO DEL SERVICIO (CLASE "T").
       DEVENGA.
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
           MOVE "E" TO CT-CLASE.
           MOVE "DEU" TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE "DEUDORES  " TO CT-CUENTA.
           MOVE CT-CUENTA TO TAS-CTA-DEU.
           MOVE "T" TO CT-CLASE.
           MOVE SE-TIP TO CT-COD.
           READ CTBL KEY IS CT-CLAVE
           INVALID KEY
               MOVE SPACES TO CT-CUENTA
               STRING "ING-" SE-TIP DELIMITED BY SIZE
                   INTO CT-CUENTA.
           MOVE TAS-FECHA TO AS-FECHA.
           MOVE SPACES TO AS-DETALLE.
           STRING "DEVENGADO TIPO " SE-TIP
               DELIMITED BY SIZE INTO AS-DETALLE.
           MOVE TAS-CTA-DEU TO AS-CUENTA.
           MOVE SE-MONTO TO AS-DEBE.
           MOVE ZEROS TO AS-HABER.
           WRITE REG-ASIEN.
           MOVE CT-CUENTA TO AS-CUENTA.
           MOVE ZEROS TO AS-DEBE.
           MOVE SE-MONTO TO AS-HABER.
           WRITE REG-ASIEN.
           CLOSE CTBL ASIEN.
       F-DEVENGA.
           EXIT.

      *    LA TASA QUEDA IMPAGA: ENTRA AL INDICE DE CUOTAS ABIERTAS
      *    (ARABIE) CON SU VENCIMIENTO.
       ACTUALIZA-ABIE.
           OPEN I-O ABIE.
           IF AI-STATUS NOT = "00"
               OPEN OUTPUT ABIE
               CLOSE ABIE
               OPEN I-O ABIE.
           MOVE NUM-CO1 TO AI-CLAVE.
           COMPUTE AI-FVTO = AAV * 10000 + MMV * 100 + DDV.
           WRITE REG-ABIE INVALID KEY REWRITE REG-ABIE.
           CLOSE ABIE.
       F-ACTUALIZA-ABIE.
           EXIT.

       F-TASREG.
           EXIT PROGRAM.

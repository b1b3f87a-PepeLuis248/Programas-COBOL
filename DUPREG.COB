       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUPREG.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * COLA DE PAGOS DUPLICADOS (SE LLAMA COMO CALEN): CUANDO UN
      * CANAL DE COBRO (COBRADOR, DEBITO AUTOMATICO, RED DE COBRANZA,
      * DESCUENTO POR PLANILLA, DELEGACION) TRAE PLATA DE UNA CUOTA
      * QUE OTRO CANAL YA DEJO PAGADA, EN LUGAR DE PAGARLA DOS VECES
      * SE DEJA EL IMPORTE EN ARDUPL PENDIENTE DE RESOLUCION. UN
      * SUPERVISOR LO RESUELVE DESDE CAJA (SALDO A FAVOR, DEVOLUCION
      * O APLICACION A OTRA CUOTA). DEVUELVE EL NUMERO ASIGNADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS DU-NRO
                  FILE STATUS IS DU-STATUS.

           SELECT NUDUP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NU-CLAVE
                  FILE STATUS IS NU-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    PAGOS DUPLICADOS: CUOTA QUE YA ESTABA PAGA, FECHA DEL COBRO
      *    Y DEL ALTA EN LA COLA (AAAAMMDD), CANAL ("B" COBRADOR, "D"
      *    DEBITO AUTOMATICO, "N" RED, "H" PLANILLA, "S" DELEGACION),
      *    FORMA DE PAGO E IMPORTE. ESTADO BLANCO = PENDIENTE, "S" = A
      *    SALDO A FAVOR, "V" = DEVUELTO, "A" = APLICADO A LA CUOTA DE
      *    DU-DEST.
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

      *    PROXIMO NUMERO DE LA COLA (UN SOLO REGISTRO).
       FD  NUDUP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNUDUP"
           DATA RECORD IS REG-NUDUP.

       01  REG-NUDUP.
           03 NU-CLAVE          PIC 9.
           03 NU-PROX           PIC 9(8).

       WORKING-STORAGE SECTION.
       77  DU-STATUS             PIC XX VALUE SPACES.
       77  NU-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       01  FECHA-HOY.
           03 AA-HOY             PIC 99.
           03 MM-HOY             PIC 99.
           03 DD-HOY             PIC 99.

       LINKAGE SECTION.

       01  DUPREG-PAR.
           03 DUPREG-CLI         PIC X(25).
           03 DUPREG-AA          PIC 99.
           03 DUPREG-P1          PIC 99.
           03 DUPREG-TIP         PIC 9(3).
           03 DUPREG-FECHA       PIC 9(8).
           03 DUPREG-CANAL       PIC X.
           03 DUPREG-FPAGO       PIC X.
           03 DUPREG-IMPORTE     PIC 9(11)V99.
           03 DUPREG-OPER        PIC X(10).
           03 DUPREG-NRO         PIC 9(8).

       PROCEDURE DIVISION USING DUPREG-PAR.
       INICIO.
           MOVE ZEROS TO DUPREG-NRO.
           IF DUPREG-CLI = SPACES OR DUPREG-IMPORTE = ZEROS
               GO TO F-DUPREG.
           OPEN I-O NUDUP.
           IF NU-STATUS NOT = "00"
               OPEN OUTPUT NUDUP
               CLOSE NUDUP
               OPEN I-O NUDUP.
           MOVE 1 TO NU-CLAVE.
           READ NUDUP KEY IS NU-CLAVE
           INVALID KEY
               MOVE 1 TO NU-CLAVE
               MOVE 1 TO NU-PROX
               WRITE REG-NUDUP INVALID KEY CONTINUE.
           MOVE NU-PROX TO DUPREG-NRO.
           ADD 1 TO NU-PROX.
           REWRITE REG-NUDUP INVALID KEY CONTINUE.
           CLOSE NUDUP.
           OPEN I-O DUPL.
           IF DU-STATUS NOT = "00"
               OPEN OUTPUT DUPL
               CLOSE DUPL
               OPEN I-O DUPL.
           MOVE DUPREG-NRO TO DU-NRO.
           MOVE DUPREG-CLI TO DU-CLI.
           MOVE DUPREG-AA TO DU-AA.
           MOVE DUPREG-P1 TO DU-P1.
           MOVE DUPREG-TIP TO DU-TIP.
           MOVE DUPREG-FECHA TO DU-FECHA.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE AA-HOY TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE DU-FALTA = ANO-VENT * 10000 + MM-HOY * 100
               + DD-HOY.
           MOVE DUPREG-CANAL TO DU-CANAL.
           MOVE DUPREG-FPAGO TO DU-FPAGO.
           MOVE DUPREG-IMPORTE TO DU-IMPORTE.
           MOVE DUPREG-OPER TO DU-OPER.
           MOVE SPACE TO DU-EST.
           MOVE ZEROS TO DU-FRES.
           MOVE SPACES TO DU-SUP.
           MOVE ZEROS TO DU-DEST.
           MOVE ZEROS TO DU-NDOC.
           WRITE REG-DUPL INVALID KEY REWRITE REG-DUPL.
           CLOSE DUPL.
           GO TO F-DUPREG.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
           ELSE
               COMPUTE ANO-VENT = 1900 + AA-VENT.
       F-VENTANA-ANO.
           EXIT.

       F-DUPREG.
           EXIT PROGRAM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CONDOM.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * CONDOMINIO (SE LLAMA COMO CALEN): UN INMUEBLE (NUM-CO) PUEDE
      * TENER VARIOS CONDOMINOS, CADA UNO CON SU PORCENTAJE; ENTRE
      * TODOS DEBEN SUMAR 100. LOS CONDOMINOS SE CARGAN DESDE MOFBA
      * EN ARCOND, Y EN ARPAGCN QUEDA QUE CONDOMINO PAGO CADA PAGO.
      * CONDOM-FUN:
      *   "L" CARGA LOS CONDOMINOS DEL CLIENTE EN CONDOM-ITEM. SI LOS
      *       PORCENTAJES NO SUMAN 100 DEVUELVE CONDOM-CANT EN CERO
      *       (SE FACTURA COMO SIEMPRE, A NOMBRE DEL TITULAR). SI VIENE
      *       CONDOM-MONTO CALCULA LA PARTE DE CADA UNO (LA DIFERENCIA
      *       DE REDONDEO VA AL ULTIMO) Y SI VIENE LA CUOTA (CONDOM-TIP)
      *       SUMA LO QUE PAGO CADA UNO DE ESA CUOTA EN CONDOM-PAGO.
      *   "G" GRABA QUE EL PAGO CONDOM-CLAVE LO HIZO EL CONDOMINO
      *       CONDOM-SEL POR CONDOM-IMPORTE.
      *   "B" BORRA LA IMPUTACION DEL PAGO CONDOM-CLAVE (PAGO ANULADO
      *       O REIMPUTADO).
      *   "M" PASA LA IMPUTACION DEL PAGO CONDOM-CLAVE A LA CLAVE
      *       CONDOM-CLAVE2 (PAGO MOVIDO A OTRO NUMERO DE CLIENTE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COND ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CN-CLAVE
                  FILE STATUS IS CN-STATUS.

           SELECT PAGCN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS PC-CLAVE
                  FILE STATUS IS PC-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    CONDOMINOS DE UN INMUEBLE: NUMERO DE ORDEN (1 A 9), NOMBRE,
      *    DOMICILIO DE ENVIO Y PORCENTAJE DE PARTICIPACION.
       FD  COND LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCOND"
           DATA RECORD IS REG-COND.

       01  REG-COND.
           03 CN-CLAVE.
              05 CN-CLI         PIC X(25).
              05 CN-SEC         PIC 9.
           03 CN-NOMBRE         PIC X(25).
           03 CN-DOMIC          PIC X(25).
           03 CN-PORC           PIC 9(3)V99.

      *    PAGO HECHO POR UN CONDOMINO: LA CLAVE ES LA DEL PAGO EN
      *    ARPAGOS (CLIENTE, FECHA DDMMAAAA Y SECUENCIA), CON LA CUOTA
      *    PAGADA Y EL IMPORTE.
       FD  PAGCN LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARPAGCN"
           DATA RECORD IS REG-PAGCN.

       01  REG-PAGCN.
           03 PC-CLAVE.
              05 PC-CLI         PIC X(25).
              05 PC-FEC         PIC 9(8).
              05 PC-SEC         PIC 99.
           03 PC-COND           PIC 9.
           03 PC-CAA            PIC 99.
           03 PC-CP1            PIC 99.
           03 PC-TIP            PIC 9(3).
           03 PC-MPO            PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       77  CN-STATUS             PIC XX VALUE SPACES.
       77  PC-STATUS             PIC XX VALUE SPACES.
       77  CD-IND                PIC 99 VALUE ZEROS.
       77  CD-SUMA               PIC 9(4)V99 VALUE ZEROS.
       77  CD-ACUM               PIC 9(11)V99 VALUE ZEROS.
       01  CD-CLAVE.
           03 CD-CLI             PIC X(25).
           03 F                  PIC X(10).

       LINKAGE SECTION.

       01  CONDOM-PAR.
           03 CONDOM-FUN         PIC X.
           03 CONDOM-CLI         PIC X(25).
           03 CONDOM-CAA         PIC 99.
           03 CONDOM-CP1         PIC 99.
           03 CONDOM-TIP         PIC 9(3).
           03 CONDOM-MONTO       PIC 9(11)V99.
           03 CONDOM-CLAVE       PIC X(35).
           03 CONDOM-CLAVE2      PIC X(35).
           03 CONDOM-SEL         PIC 9.
           03 CONDOM-IMPORTE     PIC 9(11)V99.
           03 CONDOM-CANT        PIC 9.
           03 CONDOM-ITEM OCCURS 9 TIMES.
              05 CONDOM-SEC      PIC 9.
              05 CONDOM-NOM      PIC X(25).
              05 CONDOM-DOM      PIC X(25).
              05 CONDOM-PORC     PIC 9(3)V99.
              05 CONDOM-PARTE    PIC 9(11)V99.
              05 CONDOM-PAGO     PIC 9(11)V99.

       PROCEDURE DIVISION USING CONDOM-PAR.
       INICIO.
           IF CONDOM-FUN = "L" GO TO CD-CARGA.
           IF CONDOM-FUN = "G" GO TO CD-GRABA.
           IF CONDOM-FUN = "B" GO TO CD-BORRA.
           IF CONDOM-FUN = "M" GO TO CD-MUEVE.
           GO TO F-CONDOM.

      *    CARGA DE LOS CONDOMINOS DEL CLIENTE.
       CD-CARGA.
           MOVE ZERO TO CONDOM-CANT.
           MOVE ZEROS TO CD-SUMA.
           IF CONDOM-CLI = SPACES GO TO F-CONDOM.
           OPEN INPUT COND.
           IF CN-STATUS NOT = "00" GO TO F-CONDOM.
           MOVE CONDOM-CLI TO CN-CLI.
           MOVE ZERO TO CN-SEC.
           START COND KEY IS NOT LESS CN-CLAVE
           INVALID KEY GO TO CDC-FIN.
       CDC-LEE.
           READ COND NEXT RECORD AT END GO TO CDC-FIN.
           IF CN-CLI NOT = CONDOM-CLI GO TO CDC-FIN.
           IF CONDOM-CANT = 9 GO TO CDC-FIN.
           ADD 1 TO CONDOM-CANT.
           MOVE CONDOM-CANT TO CD-IND.
           MOVE CN-SEC TO CONDOM-SEC (CD-IND).
           MOVE CN-NOMBRE TO CONDOM-NOM (CD-IND).
           MOVE CN-DOMIC TO CONDOM-DOM (CD-IND).
           MOVE CN-PORC TO CONDOM-PORC (CD-IND).
           MOVE ZEROS TO CONDOM-PARTE (CD-IND) CONDOM-PAGO (CD-IND).
           ADD CN-PORC TO CD-SUMA.
           GO TO CDC-LEE.
       CDC-FIN.
           CLOSE COND.
           IF CD-SUMA NOT = 100
               MOVE ZERO TO CONDOM-CANT
               GO TO F-CONDOM.
           IF CONDOM-MONTO NOT = ZEROS
               PERFORM CD-PARTES THRU F-CD-PARTES.
           IF CONDOM-TIP NOT = ZEROS
               PERFORM CD-PAGOS THRU F-CD-PAGOS.
           GO TO F-CONDOM.

      *    PARTE DE CADA CONDOMINO EN CONDOM-MONTO. AL ULTIMO LE TOCA
      *    LO QUE FALTA, ASI LAS PARTES SUMAN EXACTO EL MONTO.
       CD-PARTES.
           MOVE ZEROS TO CD-ACUM.
           MOVE 1 TO CD-IND.
       CDP-R.
           IF CD-IND = CONDOM-CANT
               COMPUTE CONDOM-PARTE (CD-IND) = CONDOM-MONTO - CD-ACUM
               GO TO F-CD-PARTES.
           COMPUTE CONDOM-PARTE (CD-IND) ROUNDED =
               CONDOM-MONTO * CONDOM-PORC (CD-IND) / 100.
           ADD CONDOM-PARTE (CD-IND) TO CD-ACUM.
           ADD 1 TO CD-IND.
           GO TO CDP-R.
       F-CD-PARTES.
           EXIT.

      *    LO QUE PAGO CADA CONDOMINO DE LA CUOTA CONDOM-CAA/CP1/TIP.
       CD-PAGOS.
           OPEN INPUT PAGCN.
           IF PC-STATUS NOT = "00" GO TO F-CD-PAGOS.
           MOVE SPACES TO CD-CLAVE.
           MOVE CONDOM-CLI TO CD-CLI.
           MOVE CD-CLAVE TO PC-CLAVE.
           START PAGCN KEY IS NOT LESS PC-CLAVE
           INVALID KEY GO TO CDG-FIN.
       CDG-LEE.
           READ PAGCN NEXT RECORD AT END GO TO CDG-FIN.
           IF PC-CLI NOT = CONDOM-CLI GO TO CDG-FIN.
           IF PC-CAA NOT = CONDOM-CAA OR PC-CP1 NOT = CONDOM-CP1
               OR PC-TIP NOT = CONDOM-TIP GO TO CDG-LEE.
           MOVE 1 TO CD-IND.
       CDG-BUSCA.
           IF CD-IND > CONDOM-CANT GO TO CDG-LEE.
           IF CONDOM-SEC (CD-IND) = PC-COND
               ADD PC-MPO TO CONDOM-PAGO (CD-IND)
               GO TO CDG-LEE.
           ADD 1 TO CD-IND.
           GO TO CDG-BUSCA.
       CDG-FIN.
           CLOSE PAGCN.
       F-CD-PAGOS.
           EXIT.

      *    IMPUTACION DE UN PAGO A UN CONDOMINO.
       CD-GRABA.
           IF CONDOM-SEL = ZERO OR CONDOM-CLAVE = SPACES
               GO TO F-CONDOM.
           PERFORM ABRE-PAGCN THRU F-ABRE-PAGCN.
           MOVE CONDOM-CLAVE TO PC-CLAVE.
           MOVE CONDOM-SEL TO PC-COND.
           MOVE CONDOM-CAA TO PC-CAA.
           MOVE CONDOM-CP1 TO PC-CP1.
           MOVE CONDOM-TIP TO PC-TIP.
           MOVE CONDOM-IMPORTE TO PC-MPO.
           WRITE REG-PAGCN INVALID KEY REWRITE REG-PAGCN.
           CLOSE PAGCN.
           GO TO F-CONDOM.

       CD-BORRA.
           IF CONDOM-CLAVE = SPACES GO TO F-CONDOM.
           OPEN I-O PAGCN.
           IF PC-STATUS NOT = "00" GO TO F-CONDOM.
           MOVE CONDOM-CLAVE TO PC-CLAVE.
           DELETE PAGCN INVALID KEY CONTINUE.
           CLOSE PAGCN.
           GO TO F-CONDOM.

       CD-MUEVE.
           IF CONDOM-CLAVE = SPACES OR CONDOM-CLAVE2 = SPACES
               GO TO F-CONDOM.
           OPEN I-O PAGCN.
           IF PC-STATUS NOT = "00" GO TO F-CONDOM.
           MOVE CONDOM-CLAVE TO PC-CLAVE.
           READ PAGCN KEY IS PC-CLAVE
           INVALID KEY GO TO CDM-FIN.
           DELETE PAGCN INVALID KEY CONTINUE.
           MOVE CONDOM-CLAVE2 TO PC-CLAVE.
           WRITE REG-PAGCN INVALID KEY REWRITE REG-PAGCN.
       CDM-FIN.
           CLOSE PAGCN.
           GO TO F-CONDOM.

       ABRE-PAGCN.
           OPEN I-O PAGCN.
           IF PC-STATUS NOT = "00"
               OPEN OUTPUT PAGCN
               CLOSE PAGCN
               OPEN I-O PAGCN.
       F-ABRE-PAGCN.
           EXIT.

       F-CONDOM.
           EXIT PROGRAM.

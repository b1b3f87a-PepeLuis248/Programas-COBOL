       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REFCLI.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * REFERENCIA DE PAGO DEL CLIENTE (SE LLAMA COMO CALEN): CADA
      * CLIENTE TIENE UN NUMERO FIJO DE 8 DIGITOS (7 DE NUMERO Y UN
      * DIGITO VERIFICADOR LUHN) QUE PONE EN EL CONCEPTO DE LA
      * TRANSFERENCIA. CONCIL LO BUSCA EN EL EXTRACTO PARA APLICAR
      * EL PAGO SOLO. RECIBE EL NUM-CO Y DEVUELVE LA REFERENCIA; SI
      * EL CLIENTE TODAVIA NO TENIA, SE LA ASIGNA EN ESE MOMENTO.
      * DEVUELVE CEROS SI EL CLIENTE VIENE EN BLANCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS RF-CLI
                  ALTERNATE RECORD IS RF-NRO
                  FILE STATUS IS RF-STATUS.

           SELECT NUREF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS NF-CLAVE
                  FILE STATUS IS NF-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    REFERENCIA DE PAGO POR CLIENTE, CON FECHA DE ASIGNACION.
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

      *    PROXIMO NUMERO DE REFERENCIA A ASIGNAR (UN SOLO REGISTRO).
       FD  NUREF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARNUREF"
           DATA RECORD IS REG-NUREF.

       01  REG-NUREF.
           03 NF-CLAVE          PIC 9.
           03 NF-PROX           PIC 9(7).

       WORKING-STORAGE SECTION.
       77  RF-STATUS             PIC XX VALUE SPACES.
       77  NF-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       77  RC-IND                PIC 99 VALUE ZEROS.
       77  RC-DIG                PIC 99 VALUE ZEROS.
       77  RC-DOBLE              PIC X VALUE "S".
       77  RC-SUMA               PIC 9(4) VALUE ZEROS.
       77  RC-COC                PIC 9(4) VALUE ZEROS.
       77  RC-RESTO              PIC 99 VALUE ZEROS.
       77  RC-DV                 PIC 9 VALUE ZERO.
       01  RC-SEQ                PIC 9(7) VALUE ZEROS.
       01  RC-SEQ-R REDEFINES RC-SEQ.
           03 RC-D               PIC 9 OCCURS 7 TIMES.
       01  FECHA-HOY.
           03 AA-HOY             PIC 99.
           03 MM-HOY             PIC 99.
           03 DD-HOY             PIC 99.

       LINKAGE SECTION.

       01  REFCLI-PAR.
           03 REFCLI-CLI         PIC X(25).
           03 REFCLI-NRO         PIC 9(8).

       PROCEDURE DIVISION USING REFCLI-PAR.
       INICIO.
           MOVE ZEROS TO REFCLI-NRO.
           IF REFCLI-CLI = SPACES GO TO F-REFCLI.
           OPEN I-O REFC.
           IF RF-STATUS NOT = "00"
               OPEN OUTPUT REFC
               CLOSE REFC
               OPEN I-O REFC.
           MOVE REFCLI-CLI TO RF-CLI.
           READ REFC KEY IS RF-CLI
           INVALID KEY GO TO RC-ALTA.
           MOVE RF-NRO TO REFCLI-NRO.
           GO TO FIN.

      *    CLIENTE SIN REFERENCIA: TOMA EL PROXIMO NUMERO, LE AGREGA
      *    EL DIGITO VERIFICADOR Y LA GRABA.
       RC-ALTA.
           OPEN I-O NUREF.
           IF NF-STATUS NOT = "00"
               OPEN OUTPUT NUREF
               CLOSE NUREF
               OPEN I-O NUREF.
           MOVE 1 TO NF-CLAVE.
           READ NUREF KEY IS NF-CLAVE
           INVALID KEY
               MOVE 1 TO NF-CLAVE
               MOVE 1 TO NF-PROX
               WRITE REG-NUREF INVALID KEY CONTINUE.
           MOVE NF-PROX TO RC-SEQ.
           ADD 1 TO NF-PROX.
           REWRITE REG-NUREF INVALID KEY CONTINUE.
           CLOSE NUREF.
           PERFORM DIGITO-VERIF THRU F-DIGITO-VERIF.
           MOVE REFCLI-CLI TO RF-CLI.
           COMPUTE RF-NRO = RC-SEQ * 10 + RC-DV.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE DD-HOY TO RF-ALTA-DD.
           MOVE MM-HOY TO RF-ALTA-MM.
           MOVE AA-HOY TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           MOVE ANO-VENT TO RF-ALTA-AA.
           WRITE REG-REFC
           INVALID KEY
               MOVE REFCLI-CLI TO RF-CLI
               READ REFC KEY IS RF-CLI
               INVALID KEY MOVE ZEROS TO RF-NRO.
           MOVE RF-NRO TO REFCLI-NRO.
           GO TO FIN.

      *    DIGITO LUHN DE RC-SEQ (EL MISMO CALCULO QUE VALIDA LAS
      *    TARJETAS EN DEBAUT): DESDE LA DERECHA SE DUPLICA UNO SI Y
      *    UNO NO, EMPEZANDO POR EL ULTIMO, PORQUE DETRAS VA EL DIGITO.
       DIGITO-VERIF.
           MOVE ZEROS TO RC-SUMA.
           MOVE 7 TO RC-IND.
           MOVE "S" TO RC-DOBLE.
       DV-R.
           IF RC-IND = ZEROS GO TO DV-F.
           MOVE RC-D (RC-IND) TO RC-DIG.
           IF RC-DOBLE = "S"
               COMPUTE RC-DIG = RC-DIG * 2
               MOVE "N" TO RC-DOBLE
           ELSE
               MOVE "S" TO RC-DOBLE.
           IF RC-DIG > 9 SUBTRACT 9 FROM RC-DIG.
           ADD RC-DIG TO RC-SUMA.
           SUBTRACT 1 FROM RC-IND.
           GO TO DV-R.
       DV-F.
           DIVIDE RC-SUMA BY 10 GIVING RC-COC
               REMAINDER RC-RESTO.
           IF RC-RESTO = ZEROS
               MOVE ZERO TO RC-DV
           ELSE
               COMPUTE RC-DV = 10 - RC-RESTO.
       F-DIGITO-VERIF.
           EXIT.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
           ELSE
               COMPUTE ANO-VENT = 1900 + AA-VENT.
       F-VENTANA-ANO.
           EXIT.

       FIN.
           CLOSE REFC.
       F-REFCLI.
           EXIT PROGRAM.

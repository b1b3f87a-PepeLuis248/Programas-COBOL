       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ADVAL.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * TASAS AD VALOREM (SE LLAMA COMO CALEN): ALGUNOS TIPOS NO
      * TIENEN MONTO FIJO SINO UNA ALICUOTA ANUAL POR MIL SOBRE LA
      * VALUACION FISCAL DEL INMUEBLE (O UN IMPORTE ANUAL POR METRO
      * CUADRADO DE SUPERFICIE), CON UN MINIMO ANUAL. LOS TIPOS SE
      * MARCAN EN ARADVA Y LA VALUACION DE CADA CLIENTE, CON SU FECHA
      * DE VIGENCIA, ESTA EN ARVALF (LA CARGA CARGA Y LA IMPORTA
      * IMPORTA DESDE EL ARCHIVO DE CATASTRO).
      * RECIBE CLIENTE, TIPO, FECHA DE VENCIMIENTO (AAAAMMDD) Y
      * CANTIDAD DE CUOTAS DEL A#O; SI EL TIPO ES AD VALOREM DEVUELVE
      * ADVAL-HAY = "S" Y EL MONTO DE UNA CUOTA, CON LA VALUACION Y
      * LA SUPERFICIE VIGENTES A ESA FECHA. UN CLIENTE SIN VALUACION
      * PAGA EL MINIMO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS AD-TIP
                  FILE STATUS IS AD-STATUS.

           SELECT VALF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS VF-CLAVE
                  FILE STATUS IS VF-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    TIPOS AD VALOREM: BASE ("V" VALUACION FISCAL, "S"
      *    SUPERFICIE), ALICUOTA ANUAL (POR MIL DE LA VALUACION, O
      *    IMPORTE POR METRO CUADRADO) Y MINIMO ANUAL.
       FD  ADVA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARADVA"
           DATA RECORD IS REG-ADVA.

       01  REG-ADVA.
           03 AD-TIP            PIC 9(3).
           03 AD-BASE           PIC X.
           03 AD-ALIC           PIC 9(5)V9999.
           03 AD-MINIMO         PIC 9(11)V99.
           03 AD-OPER           PIC X(10).

      *    VALUACION FISCAL POR CLIENTE CON VIGENCIA DESDE (AAAAMMDD),
      *    SUPERFICIE EN METROS CUADRADOS, ORIGEN ("M" MANUAL, "I"
      *    IMPORTADA DE CATASTRO) Y OPERADOR.
       FD  VALF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARVALF"
           DATA RECORD IS REG-VALF.

       01  REG-VALF.
           03 VF-CLAVE.
              05 VF-CLI         PIC X(25).
              05 VF-DESDE       PIC 9(8).
           03 VF-VALUA          PIC 9(13)V99.
           03 VF-SUPERF         PIC 9(7)V99.
           03 VF-ORIGEN         PIC X.
           03 VF-OPER           PIC X(10).

       WORKING-STORAGE SECTION.
       77  AD-STATUS             PIC XX VALUE SPACES.
       77  VF-STATUS             PIC XX VALUE SPACES.
       77  AD-ANUAL              PIC 9(13)V99 VALUE ZEROS.

       LINKAGE SECTION.

       01  ADVAL-PAR.
           03 ADVAL-CLI          PIC X(25).
           03 ADVAL-TIP          PIC 9(3).
           03 ADVAL-FECHA        PIC 9(8).
           03 ADVAL-CUOTAS       PIC 99.
           03 ADVAL-HAY          PIC X.
           03 ADVAL-MONTO        PIC 9(11)V99.
           03 ADVAL-VALUA        PIC 9(13)V99.
           03 ADVAL-SUPERF       PIC 9(7)V99.

       PROCEDURE DIVISION USING ADVAL-PAR.
       INICIO.
           MOVE "N" TO ADVAL-HAY.
           MOVE ZEROS TO ADVAL-MONTO ADVAL-VALUA ADVAL-SUPERF.
           OPEN INPUT ADVA.
           IF AD-STATUS NOT = "00" GO TO F-ADVAL.
           MOVE ADVAL-TIP TO AD-TIP.
           READ ADVA KEY IS AD-TIP
           INVALID KEY GO TO FIN.
           MOVE "S" TO ADVAL-HAY.
           OPEN INPUT VALF.
           IF VF-STATUS NOT = "00" GO TO AV-CALCULA.
           MOVE ADVAL-CLI TO VF-CLI.
           MOVE ZEROS TO VF-DESDE.
           START VALF KEY IS NOT LESS THAN VF-CLAVE
           INVALID KEY GO TO AV-CIERRA.
      *    LA ULTIMA VALUACION CON VIGENCIA ANTERIOR O IGUAL A LA
      *    FECHA DEL VENCIMIENTO.
       AV-R.
           READ VALF NEXT RECORD AT END GO TO AV-CIERRA.
           IF VF-CLI NOT = ADVAL-CLI GO TO AV-CIERRA.
           IF VF-DESDE > ADVAL-FECHA GO TO AV-CIERRA.
           MOVE VF-VALUA TO ADVAL-VALUA.
           MOVE VF-SUPERF TO ADVAL-SUPERF.
           GO TO AV-R.
       AV-CIERRA.
           CLOSE VALF.
       AV-CALCULA.
           IF AD-BASE = "S"
               COMPUTE AD-ANUAL ROUNDED = ADVAL-SUPERF * AD-ALIC
           ELSE
               COMPUTE AD-ANUAL ROUNDED =
                   ADVAL-VALUA * AD-ALIC / 1000.
           IF AD-ANUAL < AD-MINIMO MOVE AD-MINIMO TO AD-ANUAL.
           IF ADVAL-CUOTAS = ZEROS MOVE 1 TO ADVAL-CUOTAS.
           COMPUTE ADVAL-MONTO ROUNDED = AD-ANUAL / ADVAL-CUOTAS.
       FIN.
           CLOSE ADVA.
       F-ADVAL.
           EXIT PROGRAM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MODULO.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * TARIFAS EN MODULOS (SE LLAMA COMO CALEN): LA ORDENANZA FIJA
      * EL PRECIO DE ALGUNOS TIPOS EN MODULOS Y EL CONCEJO ACTUALIZA
      * CADA MES EL VALOR DEL MODULO EN PESOS. ARMODT TIENE LA
      * CANTIDAD DE MODULOS DE CADA TIPO (CATEGORIA EN BLANCO) Y POR
      * CATEGORIA DE CLIENTE, CON FECHA DE VIGENCIA; ARMODV TIENE EL
      * VALOR DEL MODULO CON FECHA DE VIGENCIA (LOS CARGA LA CARGA).
      * RECIBE CLIENTE (EN BLANCO = SOLO LA CANTIDAD GENERAL DEL
      * TIPO), TIPO Y FECHA DE VENCIMIENTO (AAAAMMDD). DEVUELVE EL
      * VALOR DEL MODULO VIGENTE A ESA FECHA Y, SI EL TIPO ESTA EN
      * MODULOS, MODULO-HAY = "S" CON LA CANTIDAD Y EL MONTO DE LA
      * CUOTA (CANTIDAD POR VALOR). LA CANTIDAD DE LA CATEGORIA DEL
      * CLIENTE MANDA SOBRE LA DEL TIPO (EN CERO, LA CATEGORIA
      * VUELVE A LA DEL TIPO); UNA VIGENCIA GENERAL CON CANTIDAD CERO
      * DEVUELVE EL TIPO A PESOS DESDE ESA FECHA. SIN VALOR DEL
      * MODULO CARGADO QUEDA LA TARIFA EN PESOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS MT-CLAVE
                  FILE STATUS IS MT-STATUS.

           SELECT MODV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS MV-DESDE
                  FILE STATUS IS MV-STATUS.

           SELECT CLIDA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CD-CLI
                  FILE STATUS IS CDA-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    MODULOS POR TIPO Y CATEGORIA (BLANCO = EL TIPO EN GENERAL)
      *    CON VIGENCIA DESDE (AAAAMMDD) Y OPERADOR.
       FD  MODT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARMODT"
           DATA RECORD IS REG-MODT.

       01  REG-MODT.
           03 MT-CLAVE.
              05 MT-TIP         PIC 9(3).
              05 MT-CAT         PIC X.
              05 MT-DESDE       PIC 9(8).
           03 MT-CANT           PIC 9(5)V99.
           03 MT-OPER           PIC X(10).

      *    VALOR DEL MODULO EN PESOS CON VIGENCIA DESDE (AAAAMMDD).
       FD  MODV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARMODV"
           DATA RECORD IS REG-MODV.

       01  REG-MODV.
           03 MV-DESDE          PIC 9(8).
           03 MV-VALOR          PIC 9(7)V9999.
           03 MV-OPER           PIC X(10).

       FD  CLIDA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARCLIDA"
           DATA RECORD IS REG-CLIDA.

       01  REG-CLIDA.
           03 CD-CLI            PIC X(25).
           03 CD-ZONA           PIC 999.
           03 CD-CAT            PIC X.
           03 CD-RUTA           PIC 9(5).

       WORKING-STORAGE SECTION.
       77  MT-STATUS             PIC XX VALUE SPACES.
       77  MV-STATUS             PIC XX VALUE SPACES.
       77  CDA-STATUS            PIC XX VALUE SPACES.
       77  MO-CAT                PIC X VALUE SPACE.
       77  MO-BUSCA              PIC X VALUE SPACE.
       77  MO-HAY                PIC X VALUE "N".

       LINKAGE SECTION.

       01  MODULO-PAR.
           03 MODULO-CLI         PIC X(25).
           03 MODULO-TIP         PIC 9(3).
           03 MODULO-FECHA       PIC 9(8).
           03 MODULO-HAY         PIC X.
           03 MODULO-CANT        PIC 9(5)V99.
           03 MODULO-VALOR       PIC 9(7)V9999.
           03 MODULO-MONTO       PIC 9(11)V99.

       PROCEDURE DIVISION USING MODULO-PAR.
       INICIO.
           MOVE "N" TO MODULO-HAY.
           MOVE ZEROS TO MODULO-CANT MODULO-VALOR MODULO-MONTO.
           OPEN INPUT MODV.
           IF MV-STATUS NOT = "00" GO TO F-MODULO.
           MOVE ZEROS TO MV-DESDE.
           START MODV KEY IS NOT LESS THAN MV-DESDE
           INVALID KEY GO TO MV-CIERRA.
      *    EL ULTIMO VALOR CON VIGENCIA ANTERIOR O IGUAL A LA FECHA
      *    DEL VENCIMIENTO.
       MV-R.
           READ MODV NEXT RECORD AT END GO TO MV-CIERRA.
           IF MV-DESDE > MODULO-FECHA GO TO MV-CIERRA.
           MOVE MV-VALOR TO MODULO-VALOR.
           GO TO MV-R.
       MV-CIERRA.
           CLOSE MODV.
           OPEN INPUT MODT.
           IF MT-STATUS NOT = "00" GO TO F-MODULO.
           MOVE SPACE TO MO-CAT.
           IF MODULO-CLI = SPACES GO TO MO-GENERAL.
           OPEN INPUT CLIDA.
           IF CDA-STATUS NOT = "00" GO TO MO-GENERAL.
           MOVE MODULO-CLI TO CD-CLI.
           READ CLIDA KEY IS CD-CLI
           INVALID KEY MOVE SPACE TO CD-CAT.
           MOVE CD-CAT TO MO-CAT.
           CLOSE CLIDA.
           IF MO-CAT = SPACE GO TO MO-GENERAL.
           MOVE MO-CAT TO MO-BUSCA.
           PERFORM MO-CANTIDAD THRU F-MO-CANTIDAD.
           IF MO-HAY = "S" AND MODULO-CANT NOT = ZEROS
               GO TO MO-CALCULA.
       MO-GENERAL.
           MOVE SPACE TO MO-BUSCA.
           PERFORM MO-CANTIDAD THRU F-MO-CANTIDAD.
       MO-CALCULA.
           IF MODULO-CANT = ZEROS OR MODULO-VALOR = ZEROS
               GO TO FIN.
           COMPUTE MODULO-MONTO ROUNDED = MODULO-CANT * MODULO-VALOR.
           MOVE "S" TO MODULO-HAY.
       FIN.
           CLOSE MODT.
       F-MODULO.
           EXIT PROGRAM.

      *    CANTIDAD DE MODULOS DEL TIPO PARA LA CATEGORIA MO-BUSCA
      *    (BLANCO = GENERAL) VIGENTE A LA FECHA. MO-HAY QUEDA EN "N"
      *    SI NO HAY NINGUNA VIGENCIA ANTERIOR O IGUAL.
       MO-CANTIDAD.
           MOVE "N" TO MO-HAY.
           MOVE ZEROS TO MODULO-CANT.
           MOVE MODULO-TIP TO MT-TIP.
           MOVE MO-BUSCA TO MT-CAT.
           MOVE ZEROS TO MT-DESDE.
           START MODT KEY IS NOT LESS THAN MT-CLAVE
           INVALID KEY GO TO F-MO-CANTIDAD.
       MC-R.
           READ MODT NEXT RECORD AT END GO TO F-MO-CANTIDAD.
           IF MT-TIP NOT = MODULO-TIP OR MT-CAT NOT = MO-BUSCA
               GO TO F-MO-CANTIDAD.
           IF MT-DESDE > MODULO-FECHA GO TO F-MO-CANTIDAD.
           MOVE MT-CANT TO MODULO-CANT.
           MOVE "S" TO MO-HAY.
           GO TO MC-R.
       F-MO-CANTIDAD.
           EXIT.

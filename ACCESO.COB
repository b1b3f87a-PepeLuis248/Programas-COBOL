       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCESO.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * REGISTRO DE CONSULTAS (SE LLAMA COMO CALEN): LA BITACORA
      * SOLO GUARDA CAMBIOS; ACA QUEDA QUIEN MIRO LOS DATOS DE QUE
      * CLIENTE. CADA PANTALLA DE CONSULTA (ESTADO DE CUENTA,
      * HISTORIAL DE PAGOS, CONSULTA PARAMETRIZADA, CLIENTE EN CAJA,
      * BUSQUEDA DE CLIENTES, CONSOLIDADO POR TITULAR) LLAMA A ESTE
      * CON EL CLIENTE Y EL CODIGO DE PANTALLA; EL OPERADOR Y EL
      * PUESTO SE TOMAN DE AROPERA. ARACCE TIENE CLAVES ALTERNATIVAS
      * POR CLIENTE Y POR OPERADOR PARA LOS INFORMES DE BITCON.
      * LA RETENCION (MESES) ESTA EN ARACCF: LA PRIMERA CONSULTA DE
      * CADA DIA BORRA LO ANTERIOR AL CORTE. CERO = SIN DEPURACION.
      * ACCESO-FUN:
      *   "R" REGISTRA UNA CONSULTA (ACCESO-CLI, ACCESO-PANT Y
      *       ACCESO-DATO, QUE ES LIBRE: CRITERIO, TITULAR, ETC.).
      *   "A" DEJA ARACCE ABIERTO PARA VARIOS "R" SEGUIDOS (POR
      *       EJEMPLO UN LISTADO QUE RECORRE MUCHOS CLIENTES), HASTA
      *       QUE SE LLAME CON "F".
      *   "F" CIERRA LO ABIERTO CON "A".
      *   "L" DEVUELVE EN ACCESO-MESES LA RETENCION VIGENTE.
      *   "M" FIJA LA RETENCION EN ACCESO-MESES Y DEPURA EN EL
      *       MOMENTO; ACCESO-CANT QUEDA CON LO BORRADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ACCF ASSIGN TO DISK
                  FILE STATUS IS AF-STATUS.

           SELECT OPERA ASSIGN TO DISK
                  FILE STATUS IS OP-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    UNA ENTRADA POR CONSULTA: FECHA REAL (AAAAMMDD), HORA Y
      *    SECUENCIA, CLIENTE, OPERADOR, PUESTO, PANTALLA Y UN DATO
      *    LIBRE DE LA PANTALLA.
       FD  ACCE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARACCE"
           DATA RECORD IS REG-ACCE.

       01  REG-ACCE.
           03 AC-CLAVE.
              05 AC-FECHA       PIC 9(8).
              05 AC-HORA        PIC 9(8).
              05 AC-SEC         PIC 999.
           03 AC-CLI            PIC X(25).
           03 AC-OPER           PIC X(10).
           03 AC-PUESTO         PIC X(4).
           03 AC-PANT           PIC X(8).
           03 AC-DATO           PIC X(30).

      *    CONFIGURACION: MESES DE RETENCION Y FECHA DE LA ULTIMA
      *    DEPURACION.
       FD  ACCF LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARACCF"
           DATA RECORD IS REG-ACCF.

       01  REG-ACCF.
           03 AF-MESES          PIC 999.
           03 AF-ULTDEP         PIC 9(8).

       FD  OPERA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AROPERA"
           DATA RECORD IS REG-OPERA.

       01  REG-OPERA.
           03 OPERADOR            PIC X(10).
           03 OP-PUESTO           PIC X(4).
           03 OP-NIVEL            PIC 9.

       WORKING-STORAGE SECTION.
       77  AC-STATUS             PIC XX VALUE SPACES.
       77  AF-STATUS             PIC XX VALUE SPACES.
       77  OP-STATUS             PIC XX VALUE SPACES.
       77  AC-ABIERTO            PIC X VALUE "N".
       77  AC-MANTIENE           PIC X VALUE "N".
       77  AC-LEIDO              PIC X VALUE "N".
       77  AC-HOY                PIC 9(8) VALUE ZEROS.
       77  AC-CORTE              PIC 9(8) VALUE ZEROS.
       77  AC-MESES              PIC 9(5) VALUE ZEROS.
       77  AC-Q                  PIC 9(5) VALUE ZEROS.
       77  AC-R                  PIC 99 VALUE ZEROS.
       77  AC-OPER-W             PIC X(10) VALUE SPACES.
       77  AC-PUESTO-W           PIC X(4) VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.

       01  FECHA.
           03 AAF                PIC 99.
           03 MMF                PIC 99.
           03 DDF                PIC 99.

       LINKAGE SECTION.

       01  ACCESO-PAR.
           03 ACCESO-FUN         PIC X.
           03 ACCESO-CLI         PIC X(25).
           03 ACCESO-PANT        PIC X(8).
           03 ACCESO-DATO        PIC X(30).
           03 ACCESO-MESES       PIC 999.
           03 ACCESO-CANT        PIC 9(7).

       PROCEDURE DIVISION USING ACCESO-PAR.
       INICIO.
           ACCEPT FECHA FROM DATE.
           MOVE AAF TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE AC-HOY = ANO-VENT * 10000 + MMF * 100 + DDF.
           IF ACCESO-FUN = "R" GO TO AC-REGISTRA.
           IF ACCESO-FUN = "A" GO TO AC-MANTENER.
           IF ACCESO-FUN = "F" GO TO AC-CERRAR.
           IF ACCESO-FUN = "L" GO TO AC-LEE-CONF.
           IF ACCESO-FUN = "M" GO TO AC-FIJA-CONF.
           GO TO F-ACCESO.

       AC-MANTENER.
           PERFORM ABRE-ACCE THRU F-ABRE-ACCE.
           MOVE "S" TO AC-MANTIENE.
           GO TO F-ACCESO.

       AC-CERRAR.
           MOVE "N" TO AC-MANTIENE.
           IF AC-ABIERTO = "S"
               CLOSE ACCE
               MOVE "N" TO AC-ABIERTO.
           GO TO F-ACCESO.

       AC-REGISTRA.
           IF AC-LEIDO = "N"
               PERFORM LEER-OPERADOR THRU F-LEER-OPERADOR.
           PERFORM ABRE-ACCE THRU F-ABRE-ACCE.
           MOVE AC-HOY TO AC-FECHA.
           ACCEPT AC-HORA FROM TIME.
           MOVE ZEROS TO AC-SEC.
           MOVE ACCESO-CLI TO AC-CLI.
           MOVE AC-OPER-W TO AC-OPER.
           MOVE AC-PUESTO-W TO AC-PUESTO.
           MOVE ACCESO-PANT TO AC-PANT.
           MOVE ACCESO-DATO TO AC-DATO.
       ACR-W.
           WRITE REG-ACCE
           INVALID KEY
               ADD 1 TO AC-SEC
               IF AC-SEC < 999 GO TO ACR-W.
           IF AC-MANTIENE = "S" GO TO F-ACCESO.
           CLOSE ACCE.
           MOVE "N" TO AC-ABIERTO.
           GO TO F-ACCESO.

       AC-LEE-CONF.
           MOVE ZEROS TO ACCESO-MESES.
           OPEN INPUT ACCF.
           IF AF-STATUS NOT = "00" GO TO F-ACCESO.
           READ ACCF AT END MOVE ZEROS TO AF-MESES.
           MOVE AF-MESES TO ACCESO-MESES.
           CLOSE ACCF.
           GO TO F-ACCESO.

       AC-FIJA-CONF.
           MOVE ZEROS TO ACCESO-CANT.
           MOVE ACCESO-MESES TO AF-MESES.
           MOVE AC-HOY TO AF-ULTDEP.
           OPEN OUTPUT ACCF.
           WRITE REG-ACCF.
           CLOSE ACCF.
           IF AC-ABIERTO = "N"
               OPEN I-O ACCE
               IF AC-STATUS NOT = "00"
                   OPEN OUTPUT ACCE
                   CLOSE ACCE
                   OPEN I-O ACCE.
           MOVE "S" TO AC-ABIERTO.
           PERFORM DEPURA THRU F-DEPURA.
           IF AC-MANTIENE = "N"
               CLOSE ACCE
               MOVE "N" TO AC-ABIERTO.
           GO TO F-ACCESO.

      *    ABRE ARACCE (SI NO LO ESTA) Y, UNA VEZ POR DIA, DEPURA LO
      *    QUE PASO LA RETENCION.
       ABRE-ACCE.
           IF AC-ABIERTO = "S" GO TO F-ABRE-ACCE.
           OPEN I-O ACCE.
           IF AC-STATUS NOT = "00"
               OPEN OUTPUT ACCE
               CLOSE ACCE
               OPEN I-O ACCE.
           MOVE "S" TO AC-ABIERTO.
           OPEN INPUT ACCF.
           IF AF-STATUS NOT = "00" GO TO F-ABRE-ACCE.
           READ ACCF AT END MOVE ZEROS TO AF-MESES AF-ULTDEP.
           CLOSE ACCF.
           IF AF-MESES = ZEROS OR AF-ULTDEP NOT < AC-HOY
               GO TO F-ABRE-ACCE.
           MOVE AC-HOY TO AF-ULTDEP.
           OPEN OUTPUT ACCF.
           WRITE REG-ACCF.
           CLOSE ACCF.
           MOVE ZEROS TO ACCESO-CANT.
           PERFORM DEPURA THRU F-DEPURA.
       F-ABRE-ACCE.
           EXIT.

      *    BORRA LAS ENTRADAS ANTERIORES AL MISMO DIA DE HACE
      *    AF-MESES MESES. LA CLAVE EMPIEZA POR LA FECHA, ASI QUE SE
      *    LEE DESDE EL PRINCIPIO HASTA LLEGAR AL CORTE.
       DEPURA.
           IF AF-MESES = ZEROS GO TO F-DEPURA.
           COMPUTE AC-MESES = ANO-VENT * 12 + MMF - 1 - AF-MESES.
           DIVIDE AC-MESES BY 12 GIVING AC-Q REMAINDER AC-R.
           COMPUTE AC-CORTE = AC-Q * 10000 + (AC-R + 1) * 100
               + DDF.
           MOVE LOW-VALUES TO AC-CLAVE.
           START ACCE KEY IS NOT LESS THAN AC-CLAVE
           INVALID KEY GO TO F-DEPURA.
       DEP-R.
           READ ACCE NEXT RECORD AT END GO TO F-DEPURA.
           IF AC-FECHA NOT < AC-CORTE GO TO F-DEPURA.
           DELETE ACCE RECORD INVALID KEY GO TO DEP-R.
           ADD 1 TO ACCESO-CANT.
           GO TO DEP-R.
       F-DEPURA.
           EXIT.

       LEER-OPERADOR.
           MOVE SPACES TO REG-OPERA.
           OPEN INPUT OPERA.
           IF OP-STATUS NOT = "00" GO TO LO-FIN.
           READ OPERA AT END MOVE SPACES TO REG-OPERA.
           CLOSE OPERA.
       LO-FIN.
           MOVE OPERADOR TO AC-OPER-W.
           MOVE OP-PUESTO TO AC-PUESTO-W.
           MOVE "S" TO AC-LEIDO.
       F-LEER-OPERADOR.
           EXIT.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
           ELSE
               COMPUTE ANO-VENT = 1900 + AA-VENT.
       F-VENTANA-ANO.
           EXIT.

       F-ACCESO.
           EXIT PROGRAM.

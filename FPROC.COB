       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FPROC.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * FECHA DE PROCESO (SE LLAMA COMO CALEN): DEVUELVE LA FECHA CON
      * LA QUE TRABAJAN LOS PROGRAMAS, EN EL MISMO FORMATO QUE ACCEPT
      * FROM DATE (AAMMDD) Y COMPLETA (AAAAMMDD). EL SUPERVISOR LA
      * FIJA AL ENTRAR AL MENU PARA PONERSE AL DIA CON EL TRABAJO DE
      * UN DIA ANTERIOR; SOLO VALE EL DIA REAL EN QUE SE FIJO, ASI
      * QUE AL DIA SIGUIENTE SE VUELVE SOLA A LA FECHA DEL RELOJ.
      * FPROC-DIF = "S" SI LA FECHA DE PROCESO NO ES LA REAL, PARA
      * QUE EL PROGRAMA QUE LLAMA AVISE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS FP-CLAVE
                  FILE STATUS IS FP-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    FECHA DE PROCESO (UN SOLO REGISTRO): LA FECHA FIJADA, LA
      *    FECHA REAL EN QUE SE FIJO (AMBAS AAAAMMDD), EL SUPERVISOR Y
      *    LA HORA.
       FD  FPRO LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARFPROC"
           DATA RECORD IS REG-FPRO.

       01  REG-FPRO.
           03 FP-CLAVE          PIC 9.
           03 FP-FECHA          PIC 9(8).
           03 FP-FECHA-R REDEFINES FP-FECHA.
              05 FP-SIGLO       PIC 99.
              05 FP-AA          PIC 99.
              05 FP-MM          PIC 99.
              05 FP-DD          PIC 99.
           03 FP-REAL           PIC 9(8).
           03 FP-SUP            PIC X(10).
           03 FP-HORA           PIC 9(8).

       WORKING-STORAGE SECTION.
       77  FP-STATUS             PIC XX VALUE SPACES.
       77  AA-VENT               PIC 99 VALUE ZEROS.
       77  ANO-VENT              PIC 9999 VALUE ZEROS.
       01  FECHA-HOY.
           03 AA-HOY             PIC 99.
           03 MM-HOY             PIC 99.
           03 DD-HOY             PIC 99.

       LINKAGE SECTION.

       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99.
              05 FPROC-MM        PIC 99.
              05 FPROC-DD        PIC 99.
           03 FPROC-FECHA        PIC 9(8).
           03 FPROC-DIF          PIC X.

       PROCEDURE DIVISION USING FPROC-PAR.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE FECHA-HOY TO FPROC-AMD.
           MOVE AA-HOY TO AA-VENT.
           PERFORM VENTANA-ANO THRU F-VENTANA-ANO.
           COMPUTE FPROC-FECHA = ANO-VENT * 10000 + MM-HOY * 100
               + DD-HOY.
           MOVE "N" TO FPROC-DIF.
           OPEN INPUT FPRO.
           IF FP-STATUS NOT = "00" GO TO F-FPROC.
           MOVE 1 TO FP-CLAVE.
           READ FPRO KEY IS FP-CLAVE
           INVALID KEY GO TO FIN.
           IF FP-REAL NOT = FPROC-FECHA GO TO FIN.
           IF FP-FECHA = FPROC-FECHA OR FP-FECHA = ZEROS GO TO FIN.
           MOVE FP-AA TO FPROC-AA.
           MOVE FP-MM TO FPROC-MM.
           MOVE FP-DD TO FPROC-DD.
           MOVE FP-FECHA TO FPROC-FECHA.
           MOVE "S" TO FPROC-DIF.
           GO TO FIN.

       VENTANA-ANO.
           IF AA-VENT < 80
               COMPUTE ANO-VENT = 2000 + AA-VENT
           ELSE
               COMPUTE ANO-VENT = 1900 + AA-VENT.
       F-VENTANA-ANO.
           EXIT.

       FIN.
           CLOSE FPRO.
       F-FPROC.
           EXIT PROGRAM.

           02 F              PIC X VALUE "/".
           02 AA1            PIC XX.

      *    FECHA DE PROCESO FIJADA POR EL SUPERVISOR (VER FPROC): SI
      *    NO ES LA REAL, EL ENCABEZADO LA MUESTRA EN LUGAR DEL RELOJ
      *    Y LO ADVIERTE.
       01  FPROC-PAR.
           03 FPROC-AMD.
              05 FPROC-AA        PIC 99 VALUE ZEROS.
              05 FPROC-MM        PIC 99 VALUE ZEROS.
              05 FPROC-DD        PIC 99 VALUE ZEROS.
           03 FPROC-FECHA        PIC 9(8) VALUE ZEROS.
           03 FPROC-DIF          PIC X VALUE "N".

       01  LINEAS.
           03 L-1            PIC X(78) VALUE ALL "�".
           03 L-2            PIC X VALUE "�".
           03 LINE 4 COLUMN 74 FOREGROUND-COLOR 3
              PIC XX USING AA1.

       01  TIT-PROCESO.
           03 LINE 3 COLUMN 64 FOREGROUND-COLOR 6 HIGHLIGHT
              VALUE "FECHA DE PROCESO".

       PROCEDURE DIVISION USING A.
       ABRIR.
           DISPLAY L-PANTALLA.
           OPEN INPUT RDATOS.
           READ RDATOS AT END.
       ENCABEZA.
           CALL "FPROC" USING FPROC-PAR.
           MOVE FPROC-AMD TO FECHA.
           MOVE DD TO DD1.
           MOVE MM TO MM1.
           MOVE AA TO AA1.
           DISPLAY TITULOS.
           IF FPROC-DIF = "S" DISPLAY TIT-PROCESO.
           CLOSE RDATOS.
           MOVE "Y" TO DIBUJADO.
       F-CALEN.

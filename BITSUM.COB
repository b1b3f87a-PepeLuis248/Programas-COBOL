       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BITSUM.
      ******************************
      * SISTEMA DE VENCIMIENTOS    *
      * AUTOR: JOSE LUIS PLANES    *
      ******************************
      * CADENA DE CONTROL DE LA BITACORA (SE LLAMA COMO CALEN): CADA
      * REGISTRO DE ARBITA Y DE ARDEPU LLEVA UN NUMERO CORRELATIVO Y
      * UNA SUMA DE CONTROL CALCULADA SOBRE TODO EL REGISTRO (NUMERO
      * INCLUIDO) PARTIENDO DE LA SUMA DEL REGISTRO ANTERIOR, ASI
      * QUE NO SE PUEDE CAMBIAR, AGREGAR NI SACAR UNA LINEA SIN QUE
      * SE NOTE. ARBICA GUARDA POR ARCHIVO (ARBITA, ARDEPU Y SUS
      * GENERACIONES .AAAA) EL ULTIMO NUMERO Y LA ULTIMA SUMA.
      * EL SEGUNDO PARAMETRO ES EL REGISTRO: LA PARTE ENCADENADA
      * OCUPA BITSUM-LARGO POSICIONES Y TERMINA CON EL NUMERO (7).
      * BITSUM-FUN:
      *   "E" TOMA EL TURNO EN LA CADENA DE BITSUM-NOM (QUEDA
      *       BLOQUEADA HASTA "C" O "L"), PONE EL NUMERO SIGUIENTE EN
      *       EL REGISTRO Y DEJA LA SUMA EN BITSUM-SUMA.
      *   "S" VUELVE A CALCULAR LA SUMA (EL LLAMADOR CAMBIO BT-SEC).
      *   "C" CONFIRMA EL REGISTRO GRABADO Y LIBERA LA CADENA.
      *   "L" LIBERA LA CADENA SIN GRABAR.
      *   "I" DEJA EN CERO LA CADENA DE BITSUM-NOM (ARCHIVO NUEVO).
      *   "R" PASA LA CADENA DE BITSUM-NOM A BITSUM-NUEVO (CORTE
      *       ANUAL, CUANDO EL ARCHIVO SE RENOMBRA).
      *   "V" VERIFICA EL ARCHIVO BITSUM-NOM (BITSUM-TIPO "B" =
      *       BITACORA, "D" = ARDEPU) CONTRA SU CABECERA, O CONTRA
      *       BITSUM-ESP-CANT/SUMA SI VIENEN CARGADOS, Y LISTA LOS
      *       PROBLEMAS EN BITSUM-DEST (EN BLANCO = SIN LISTADO).
      *   "G" VERIFICA ARBITA Y ARDEPU Y GRABA EL RESULTADO CON EL
      *       ULTIMO NUMERO Y LA ULTIMA SUMA EN EL SELLO ARBISE, QUE
      *       VIAJA EN EL SET DE BACKUP.
      *   "X" VERIFICA ARBITA Y ARDEPU CONTRA EL SELLO ARBISE (POR
      *       EJEMPLO DESPUES DE RESTAURAR UN SET).
      * EN "V", "G" Y "X" BITSUM-RES QUEDA "INTACTA", "ALTERADA",
      * "SIN ARCHIVO" O "SIN SELLO", CON LOS CONTADORES Y LA
      * POSICION DEL PRIMER PROBLEMA. EN "G" Y "X" LOS CONTADORES
      * SON LOS DE ARBITA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS CA-NOM
                  FILE STATUS IS CA-STATUS.

           SELECT BITV ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  LOCK MODE IS AUTOMATIC
                  RECORD KEY IS BV-CLAVE-IX
                  ALTERNATE RECORD IS BV-CLAVE
                  WITH DUPLICATES
                  ALTERNATE RECORD IS BV-NUMC
                  WITH DUPLICATES
                  FILE STATUS IS BV-STATUS.

           SELECT DEPV ASSIGN TO DISK
                  FILE STATUS IS DV-STATUS.

           SELECT SELL ASSIGN TO DISK
                  FILE STATUS IS SE-STATUS.

           SELECT IMPRE ASSIGN TO BS-DEST.

       DATA DIVISION.
       FILE SECTION.

      *    CABECERA DE CADA CADENA: ULTIMO NUMERO Y ULTIMA SUMA.
       FD  CADE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARBICA"
           DATA RECORD IS REG-CADE.

       01  REG-CADE.
           03 CA-NOM            PIC X(15).
           03 CA-CANT           PIC 9(7).
           03 CA-ULT            PIC 9(9).
           03 CA-FECHA          PIC 9(8).

       FD  BITV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID BS-NOMV
           DATA RECORD IS REG-BITV.

       01  REG-BITV.
           03 BV-CLAVE-IX.
              05 BV-FECHA.
                 07 BV-AA        PIC 9999.
                 07 BV-MM        PIC 99.
                 07 BV-DD        PIC 99.
              05 BV-HORA         PIC 9(8).
              05 BV-SEC          PIC 999.
           03 F                  PIC X(13).
           03 BV-CLAVE           PIC X(25).
           03 F                  PIC X(182).
           03 BV-NUMC            PIC 9(7).
           03 BV-SUMA            PIC 9(9).

       FD  DEPV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID BS-NOMV
           DATA RECORD IS REG-DEPV.

       01  REG-DEPV.
           03 DV-FECHA.
              05 DV-DD           PIC 99.
              05 DV-MM           PIC 99.
              05 DV-AA           PIC 9999.
           03 DV-HORA            PIC 9(8).
           03 F                  PIC X(50).
           03 DV-NUMC            PIC 9(7).
           03 DV-SUMA            PIC 9(9).

      *    SELLO DE LA BITACORA PARA EL SET DE BACKUP: UN REGISTRO
      *    POR ARCHIVO CON EL RESULTADO DE LA VERIFICACION Y EL ULTIMO
      *    NUMERO Y LA ULTIMA SUMA DE LA CADENA.
       FD  SELL LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ARBISE"
           DATA RECORD IS REG-SELL.

       01  REG-SELL.
           03 SE-NOM            PIC X(15).
           03 SE-FECHA          PIC 9(8).
           03 SE-HORA           PIC 9(8).
           03 SE-RES            PIC X(12).
           03 SE-CANT           PIC 9(7).
           03 SE-SUMA           PIC 9(9).
           03 SE-ALT            PIC 9(7).
           03 SE-INS            PIC 9(7).
           03 SE-FAL            PIC 9(7).

       FD  IMPRE LABEL RECORD IS OMITTED.

       01  RENGLON              PIC X(132).

       WORKING-STORAGE SECTION.
       77  CA-STATUS             PIC XX VALUE SPACES.
       77  BV-STATUS             PIC XX VALUE SPACES.
       77  DV-STATUS             PIC XX VALUE SPACES.
       77  SE-STATUS             PIC XX VALUE SPACES.
       77  BS-NOMV               PIC X(15) VALUE SPACES.
       77  BS-DEST               PIC X(20) VALUE SPACES.
       77  BS-LISTA              PIC X VALUE "N".
       77  BS-FIN                PIC X VALUE "N".
       77  BS-TENGO              PIC X VALUE "N".
       77  BS-CADENA             PIC X VALUE "N".
       77  BS-LARGO              PIC 999 VALUE ZEROS.
       77  BS-I                  PIC 999 VALUE ZEROS.
       77  BS-P                  PIC 999 VALUE ZEROS.
       77  BS-SEMI               PIC 9(9) VALUE ZEROS.
       77  BS-S                  PIC 9(9) VALUE ZEROS.
       77  BS-T                  PIC 9(12) VALUE ZEROS.
       77  BS-Q                  PIC 9(12) VALUE ZEROS.
      *    SUMA Y NUMERO DEL ULTIMO REGISTRO DE LA CADENA TOMADA CON
      *    "E" (SE CONSERVAN ENTRE LLAMADAS HASTA "C" O "L").
       77  BS-PREV-S             PIC 9(9) VALUE ZEROS.
       77  BS-PREV-N             PIC 9(7) VALUE ZEROS.
       77  BS-ESP-CANT           PIC 9(7) VALUE ZEROS.
       77  BS-ESP-SUMA           PIC 9(9) VALUE ZEROS.
       77  BS-HAY-ESP            PIC X VALUE "N".
       77  BS-POS                PIC 9(7) VALUE ZEROS.
      *    REGISTRO EN CURSO Y REGISTRO SIGUIENTE DE LA VERIFICACION.
       77  BS-N1                 PIC 9(7) VALUE ZEROS.
       77  BS-S1                 PIC 9(9) VALUE ZEROS.
       77  BS-C1                 PIC 9(9) VALUE ZEROS.
       77  BS-K1                 PIC X(19) VALUE SPACES.
       77  BS-POS1               PIC 9(7) VALUE ZEROS.
       77  BS-N2                 PIC 9(7) VALUE ZEROS.
       77  BS-S2                 PIC 9(9) VALUE ZEROS.
       77  BS-K2                 PIC X(19) VALUE SPACES.
       77  BS-CA                 PIC 9(9) VALUE ZEROS.
       77  BS-CB                 PIC 9(9) VALUE ZEROS.
       77  BS-MOTIVO             PIC X(30) VALUE SPACES.
       77  BS-GAP                PIC 9(7) VALUE ZEROS.
       77  BS-RES-B              PIC X(12) VALUE SPACES.
       77  BS-ALT-B              PIC 9(7) VALUE ZEROS.
       77  BS-INS-B              PIC 9(7) VALUE ZEROS.
       77  BS-FAL-B              PIC 9(7) VALUE ZEROS.
       77  BS-POS-B              PIC 9(7) VALUE ZEROS.
       77  BS-CANT-B             PIC 9(7) VALUE ZEROS.
       77  BS-PREVC-B            PIC 9(7) VALUE ZEROS.
       77  BS-SUMA-B             PIC 9(9) VALUE ZEROS.
       77  BS-SELLO              PIC X VALUE "N".

       01  BS-BUF                PIC X(300) VALUE SPACES.
       01  BS-BUF2               PIC X(300) VALUE SPACES.

      *    VALOR DE UN CARACTER: EL BYTE VA EN LA PARTE BAJA DE UN
      *    BINARIO DE DOS BYTES.
       01  BS-DOS.
           03 BS-ALTO            PIC X VALUE LOW-VALUE.
           03 BS-BAJO            PIC X VALUE LOW-VALUE.
       01  BS-DOS-N REDEFINES BS-DOS PIC 9(4) COMP.

       01  BS-FECHA.
           03 BS-FAA             PIC 99.
           03 BS-FMM             PIC 99.
           03 BS-FDD             PIC 99.

       01  BS-TITU.
           03 F PIC X(33) VALUE "VERIFICACION DE LA CADENA DE ".
           03 BST-NOM            PIC X(15).
           03 F PIC X(03) VALUE SPACES.
           03 BST-DD             PIC 99.
           03 F                  PIC X VALUE "/".
           03 BST-MM             PIC 99.
           03 F                  PIC X VALUE "/".
           03 BST-AA             PIC 99.

       01  BS-LINEA.
           03 F                  PIC X(05) VALUE "POS. ".
           03 BSL-POS            PIC ZZZZZZ9.
           03 F                  PIC X(06) VALUE "  NRO ".
           03 BSL-NRO            PIC ZZZZZZ9.
           03 F                  PIC XX VALUE SPACES.
           03 BSL-CLAVE          PIC X(19).
           03 F                  PIC XX VALUE SPACES.
           03 BSL-MOTIVO         PIC X(30).

       01  BS-TOTLIN.
           03 F                  PIC X(11) VALUE "REGISTROS: ".
           03 BSX-CANT           PIC ZZZZZZ9.
           03 F                  PIC X(14) VALUE "  SIN CADENA: ".
           03 BSX-PREV           PIC ZZZZZZ9.
           03 F                  PIC X(13) VALUE "  ALTERADOS: ".
           03 BSX-ALT            PIC ZZZZZZ9.
           03 F                  PIC X(14) VALUE "  INSERTADOS: ".
           03 BSX-INS            PIC ZZZZZZ9.
           03 F                  PIC X(13) VALUE "  FALTANTES: ".
           03 BSX-FAL            PIC ZZZZZZ9.

       01  BS-RESLIN.
           03 F                  PIC X(11) VALUE "RESULTADO: ".
           03 BSR-RES            PIC X(12).
           03 F                  PIC X(17) VALUE "  ULTIMO NUMERO: ".
           03 BSR-NRO            PIC ZZZZZZ9.
           03 F                  PIC X(16) VALUE "  ULTIMA SUMA: ".
           03 BSR-SUMA           PIC 9(9).

       LINKAGE SECTION.

       01  BITSUM-PAR.
           03 BITSUM-FUN         PIC X.
           03 BITSUM-NOM         PIC X(15).
           03 BITSUM-NUEVO       PIC X(15).
           03 BITSUM-TIPO        PIC X.
           03 BITSUM-LARGO       PIC 999.
           03 BITSUM-NUMC        PIC 9(7).
           03 BITSUM-SUMA        PIC 9(9).
           03 BITSUM-DEST        PIC X(20).
           03 BITSUM-ESP-CANT    PIC 9(7).
           03 BITSUM-ESP-SUMA    PIC 9(9).
           03 BITSUM-RES         PIC X(12).
           03 BITSUM-CANT        PIC 9(7).
           03 BITSUM-PREV        PIC 9(7).
           03 BITSUM-ALT         PIC 9(7).
           03 BITSUM-INS         PIC 9(7).
           03 BITSUM-FAL         PIC 9(7).
           03 BITSUM-POS         PIC 9(7).

       01  BS-REG                PIC X(300).

       PROCEDURE DIVISION USING BITSUM-PAR BS-REG.
       INICIO.
           IF BITSUM-FUN = "E" GO TO BS-ENCADENA.
           IF BITSUM-FUN = "S" GO TO BS-RECALCULA.
           IF BITSUM-FUN = "C" GO TO BS-CONFIRMA.
           IF BITSUM-FUN = "L" GO TO BS-LIBERA.
           IF BITSUM-FUN = "I" GO TO BS-INICIA.
           IF BITSUM-FUN = "R" GO TO BS-RENOMBRA.
           IF BITSUM-FUN = "V" GO TO BS-VERIFICA.
           IF BITSUM-FUN = "G" GO TO BS-GRABA-SELLO.
           IF BITSUM-FUN = "X" GO TO BS-CONTRASTA.
           GO TO F-BITSUM.

      *    TURNO EN LA CADENA: LA CABECERA SE LEE BLOQUEADA (SI OTRO
      *    PUESTO LA TIENE SE ESPERA) Y QUEDA ASI HASTA "C" O "L", DE
      *    MODO QUE DOS PUESTOS NO TOMEN EL MISMO NUMERO.
       BS-ENCADENA.
           OPEN I-O CADE.
           IF CA-STATUS NOT = "00"
               OPEN OUTPUT CADE
               CLOSE CADE
               OPEN I-O CADE.
       BSE-LEE.
           MOVE BITSUM-NOM TO CA-NOM.
           READ CADE KEY IS CA-NOM
           INVALID KEY
               MOVE BITSUM-NOM TO CA-NOM
               MOVE ZEROS TO CA-CANT CA-ULT CA-FECHA
               WRITE REG-CADE INVALID KEY CONTINUE END-WRITE
               GO TO BSE-LEE.
           IF CA-STATUS = "51" OR CA-STATUS = "9D" GO TO BSE-LEE.
           MOVE CA-ULT TO BS-PREV-S.
           MOVE CA-CANT TO BS-PREV-N.
           COMPUTE BITSUM-NUMC = CA-CANT + 1.
           COMPUTE BS-P = BITSUM-LARGO - 6.
           MOVE BITSUM-NUMC TO BS-REG (BS-P:7).
       BS-RECALCULA.
           MOVE BS-REG (1:BITSUM-LARGO) TO BS-BUF.
           MOVE BITSUM-LARGO TO BS-LARGO.
           MOVE BS-PREV-S TO BS-SEMI.
           PERFORM SUMA-REG THRU F-SUMA-REG.
           MOVE BS-S TO BITSUM-SUMA.
           GO TO F-BITSUM.

       BS-CONFIRMA.
           MOVE BITSUM-NUMC TO CA-CANT.
           MOVE BITSUM-SUMA TO CA-ULT.
           ACCEPT BS-FECHA FROM DATE.
           COMPUTE CA-FECHA = 20000000 + BS-FAA * 10000
               + BS-FMM * 100 + BS-FDD.
           REWRITE REG-CADE INVALID KEY CONTINUE.
           CLOSE CADE.
           GO TO F-BITSUM.

       BS-LIBERA.
           CLOSE CADE.
           GO TO F-BITSUM.

       BS-INICIA.
           OPEN I-O CADE.
           IF CA-STATUS NOT = "00"
               OPEN OUTPUT CADE
               CLOSE CADE
               OPEN I-O CADE.
           MOVE BITSUM-NOM TO CA-NOM.
           MOVE ZEROS TO CA-CANT CA-ULT CA-FECHA.
           WRITE REG-CADE INVALID KEY REWRITE REG-CADE.
           CLOSE CADE.
           GO TO F-BITSUM.

      *    EL ARCHIVO SE RENOMBRO: SU CABECERA PASA AL NOMBRE NUEVO Y
      *    LA CADENA DEL NOMBRE VIEJO ARRANCA DE CERO CON EL PROXIMO
      *    REGISTRO.
       BS-RENOMBRA.
           OPEN I-O CADE.
           IF CA-STATUS NOT = "00" GO TO F-BITSUM.
           MOVE BITSUM-NOM TO CA-NOM.
           READ CADE KEY IS CA-NOM
           INVALID KEY
               CLOSE CADE
               GO TO F-BITSUM.
           DELETE CADE RECORD INVALID KEY CONTINUE.
           MOVE BITSUM-NUEVO TO CA-NOM.
           WRITE REG-CADE INVALID KEY REWRITE REG-CADE.
           CLOSE CADE.
           GO TO F-BITSUM.

       BS-VERIFICA.
           MOVE BITSUM-NOM TO BS-NOMV.
           MOVE BITSUM-ESP-CANT TO BS-ESP-CANT.
           MOVE BITSUM-ESP-SUMA TO BS-ESP-SUMA.
           MOVE "N" TO BS-LISTA.
           IF BITSUM-DEST NOT = SPACES
               MOVE BITSUM-DEST TO BS-DEST
               MOVE "S" TO BS-LISTA
               OPEN OUTPUT IMPRE.
           PERFORM VERIFICA-CADENA THRU F-VERIFICA-CADENA.
           IF BS-LISTA = "S" CLOSE IMPRE.
           GO TO F-BITSUM.

      *    SELLO PARA EL BACKUP: SE VERIFICAN LOS DOS ARCHIVOS CONTRA
      *    SUS CABECERAS Y SE GRABA LO QUE DIO CADA UNO.
       BS-GRABA-SELLO.
           MOVE "N" TO BS-LISTA.
           OPEN OUTPUT SELL.
           ACCEPT BS-FECHA FROM DATE.
           MOVE "ARBITA" TO BS-NOMV.
           MOVE "B" TO BITSUM-TIPO.
           MOVE ZEROS TO BS-ESP-CANT BS-ESP-SUMA.
           PERFORM VERIFICA-CADENA THRU F-VERIFICA-CADENA.
           PERFORM GUARDA-BITA THRU F-GUARDA-BITA.
           PERFORM SELLA THRU F-SELLA.
           MOVE "ARDEPU" TO BS-NOMV.
           MOVE "D" TO BITSUM-TIPO.
           MOVE ZEROS TO BS-ESP-CANT BS-ESP-SUMA.
           PERFORM VERIFICA-CADENA THRU F-VERIFICA-CADENA.
           PERFORM SELLA THRU F-SELLA.
           CLOSE SELL.
           PERFORM DEVUELVE-BITA THRU F-DEVUELVE-BITA.
           GO TO F-BITSUM.

      *    CONTRASTE CON EL SELLO: CADA ARCHIVO DEL SELLO SE VERIFICA
      *    ESPERANDO EL NUMERO Y LA SUMA QUE TENIA AL HACER EL BACKUP.
       BS-CONTRASTA.
           MOVE "N" TO BS-LISTA BS-SELLO.
           MOVE "SIN SELLO" TO BS-RES-B.
           MOVE ZEROS TO BS-CANT-B BS-PREVC-B BS-ALT-B BS-INS-B
               BS-FAL-B BS-POS-B BS-SUMA-B.
           OPEN INPUT SELL.
           IF SE-STATUS NOT = "00"
               PERFORM DEVUELVE-BITA THRU F-DEVUELVE-BITA
               GO TO F-BITSUM.
       BSX-R.
           READ SELL AT END GO TO BSX-F.
           MOVE SE-NOM TO BS-NOMV.
           MOVE "B" TO BITSUM-TIPO.
           IF SE-NOM (1:6) = "ARDEPU" MOVE "D" TO BITSUM-TIPO.
           MOVE SE-CANT TO BS-ESP-CANT.
           MOVE SE-SUMA TO BS-ESP-SUMA.
           IF BS-ESP-CANT = ZEROS MOVE 9999999 TO BS-ESP-CANT.
           PERFORM VERIFICA-CADENA THRU F-VERIFICA-CADENA.
           IF SE-CANT = ZEROS AND BITSUM-CANT = BITSUM-PREV
               MOVE ZEROS TO BITSUM-FAL
               MOVE "INTACTA" TO BITSUM-RES.
           IF BITSUM-TIPO = "B"
               MOVE "S" TO BS-SELLO
               PERFORM GUARDA-BITA THRU F-GUARDA-BITA
               GO TO BSX-R.
           IF BITSUM-RES NOT = "INTACTA" AND BS-RES-B = "INTACTA"
               MOVE BITSUM-RES TO BS-RES-B.
           GO TO BSX-R.
       BSX-F.
           CLOSE SELL.
           PERFORM DEVUELVE-BITA THRU F-DEVUELVE-BITA.
           GO TO F-BITSUM.

       SELLA.
           MOVE BS-NOMV TO SE-NOM.
           COMPUTE SE-FECHA = 20000000 + BS-FAA * 10000
               + BS-FMM * 100 + BS-FDD.
           ACCEPT SE-HORA FROM TIME.
           MOVE BITSUM-RES TO SE-RES.
           MOVE BITSUM-NUMC TO SE-CANT.
           MOVE BITSUM-SUMA TO SE-SUMA.
           MOVE BITSUM-ALT TO SE-ALT.
           MOVE BITSUM-INS TO SE-INS.
           MOVE BITSUM-FAL TO SE-FAL.
           WRITE REG-SELL.
           IF BITSUM-RES NOT = "INTACTA" AND BS-RES-B = "INTACTA"
               MOVE BITSUM-RES TO BS-RES-B.
       F-SELLA.
           EXIT.

      *    EN "G" Y "X" LOS CONTADORES QUE VUELVEN SON LOS DE ARBITA Y
      *    EL RESULTADO EL PEOR DE LOS DOS ARCHIVOS.
       GUARDA-BITA.
           MOVE BITSUM-RES TO BS-RES-B.
           MOVE BITSUM-CANT TO BS-CANT-B.
           MOVE BITSUM-PREV TO BS-PREVC-B.
           MOVE BITSUM-ALT TO BS-ALT-B.
           MOVE BITSUM-INS TO BS-INS-B.
           MOVE BITSUM-FAL TO BS-FAL-B.
           MOVE BITSUM-POS TO BS-POS-B.
           MOVE BITSUM-SUMA TO BS-SUMA-B.
       F-GUARDA-BITA.
           EXIT.

       DEVUELVE-BITA.
           MOVE BS-RES-B TO BITSUM-RES.
           MOVE BS-CANT-B TO BITSUM-CANT.
           MOVE BS-PREVC-B TO BITSUM-PREV.
           MOVE BS-ALT-B TO BITSUM-ALT.
           MOVE BS-INS-B TO BITSUM-INS.
           MOVE BS-FAL-B TO BITSUM-FAL.
           MOVE BS-POS-B TO BITSUM-POS.
           MOVE BS-SUMA-B TO BITSUM-SUMA.
       F-DEVUELVE-BITA.
           EXIT.

      *    RECORRE LA CADENA DE BS-NOMV EN ORDEN DE NUMERO. CADA
      *    REGISTRO SE SUMA A PARTIR DE LA SUMA GRABADA EN EL ANTERIOR
      *    Y SU NUMERO DEBE SER EL SIGUIENTE. SI NO CIERRA SE MIRA EL
      *    REGISTRO QUE SIGUE: SI SALTEANDO ESTE LA CADENA CIERRA, ES
      *    UN REGISTRO AGREGADO; SI EL QUE SIGUE CIERRA CONTRA ESTE Y
      *    HAY UN SALTO DE NUMERO, FALTAN REGISTROS ANTES; SI NO, ESTE
      *    FUE MODIFICADO. LOS REGISTROS SIN NUMERO ANTERIORES AL
      *    PRIMERO ENCADENADO SON DE ANTES DE LA CADENA. AL FINAL SE
      *    COMPARA CON LA CABECERA (O CON LO ESPERADO) PARA VER SI
      *    SACARON LOS ULTIMOS.
       VERIFICA-CADENA.
           MOVE ZEROS TO BITSUM-CANT BITSUM-PREV BITSUM-ALT
               BITSUM-INS BITSUM-FAL BITSUM-POS.
           MOVE ZEROS TO BS-PREV-S BS-PREV-N BS-POS.
           MOVE "N" TO BS-FIN BS-TENGO BS-CADENA.
           MOVE "INTACTA" TO BITSUM-RES.
           MOVE "N" TO BS-HAY-ESP.
           IF BS-ESP-CANT NOT = ZEROS
               MOVE "S" TO BS-HAY-ESP
               GO TO VC-ABRE.
           OPEN INPUT CADE.
           IF CA-STATUS NOT = "00" GO TO VC-ABRE.
           MOVE BS-NOMV TO CA-NOM.
           READ CADE KEY IS CA-NOM
           INVALID KEY
               MOVE ZEROS TO CA-CANT CA-ULT.
           IF CA-STATUS = "00"
               MOVE "S" TO BS-HAY-ESP
               MOVE CA-CANT TO BS-ESP-CANT
               MOVE CA-ULT TO BS-ESP-SUMA.
           CLOSE CADE.
       VC-ABRE.
           IF BS-LISTA = "S"
               ACCEPT BS-FECHA FROM DATE
               MOVE BS-NOMV TO BST-NOM
               MOVE BS-FDD TO BST-DD
               MOVE BS-FMM TO BST-MM
               MOVE BS-FAA TO BST-AA
               WRITE RENGLON FROM BS-TITU AFTER 1.
           MOVE 246 TO BS-LARGO.
           IF BITSUM-TIPO = "D" GO TO VC-ABRE-D.
           OPEN INPUT BITV.
           IF BV-STATUS NOT = "00"
               MOVE "SIN ARCHIVO" TO BITSUM-RES
               GO TO VC-TOTAL.
           MOVE ZEROS TO BV-NUMC.
           START BITV KEY IS NOT LESS THAN BV-NUMC
           INVALID KEY MOVE "S" TO BS-FIN.
           GO TO VC-R.
       VC-ABRE-D.
           MOVE 73 TO BS-LARGO.
           OPEN INPUT DEPV.
           IF DV-STATUS NOT = "00"
               MOVE "SIN ARCHIVO" TO BITSUM-RES
               GO TO VC-TOTAL.
       VC-R.
           IF BS-TENGO = "S"
               MOVE "N" TO BS-TENGO
               MOVE BS-BUF2 TO BS-BUF
               MOVE BS-N2 TO BS-N1
               MOVE BS-S2 TO BS-S1
               MOVE BS-K2 TO BS-K1
               GO TO VC-EVALUA.
           PERFORM VC-LEE THRU F-VC-LEE.
           IF BS-FIN = "S" GO TO VC-FIN.
           MOVE BS-BUF2 TO BS-BUF.
           MOVE BS-N2 TO BS-N1.
           MOVE BS-S2 TO BS-S1.
           MOVE BS-K2 TO BS-K1.
       VC-EVALUA.
           MOVE BS-POS TO BS-POS1.
           IF BS-N1 = ZEROS GO TO VC-SIN-NUMERO.
           MOVE BS-PREV-S TO BS-SEMI.
           PERFORM SUMA-REG THRU F-SUMA-REG.
           MOVE BS-S TO BS-C1.
           IF BS-C1 = BS-S1 AND BS-N1 = BS-PREV-N + 1
               MOVE "S" TO BS-CADENA
               MOVE BS-S1 TO BS-PREV-S
               MOVE BS-N1 TO BS-PREV-N
               GO TO VC-R.
      *    NO CIERRA: SE MIRA EL SIGUIENTE.
           PERFORM VC-LEE THRU F-VC-LEE.
           IF BS-FIN = "S" GO TO VC-SOLO.
           MOVE "S" TO BS-TENGO.
           MOVE BS-BUF2 TO BS-BUF.
           MOVE BS-PREV-S TO BS-SEMI.
           PERFORM SUMA-REG THRU F-SUMA-REG.
           MOVE BS-S TO BS-CA.
           MOVE BS-S1 TO BS-SEMI.
           PERFORM SUMA-REG THRU F-SUMA-REG.
           MOVE BS-S TO BS-CB.
           IF BS-CA = BS-S2 AND BS-N2 = BS-PREV-N + 1
               MOVE "REGISTRO AGREGADO" TO BS-MOTIVO
               ADD 1 TO BITSUM-INS
               PERFORM VC-PROBLEMA THRU F-VC-PROBLEMA
               GO TO VC-R.
           IF BS-CB = BS-S2
               GO TO VC-SOLO.
           MOVE "REGISTRO MODIFICADO" TO BS-MOTIVO.
           ADD 1 TO BITSUM-ALT.
           PERFORM VC-PROBLEMA THRU F-VC-PROBLEMA.
           MOVE "S" TO BS-CADENA.
           MOVE BS-S1 TO BS-PREV-S.
           MOVE BS-N1 TO BS-PREV-N.
           GO TO VC-R.
      *    EL REGISTRO NO CIERRA PERO LA CADENA SIGUE DESDE EL: O
      *    FALTAN REGISTROS ANTES (SALTO DE NUMERO) O FUE MODIFICADO.
       VC-SOLO.
           IF BS-N1 > BS-PREV-N + 1
               COMPUTE BS-GAP = BS-N1 - BS-PREV-N - 1
               MOVE SPACES TO BS-MOTIVO
               STRING "FALTAN " BS-GAP " REGISTROS ANTES"
                   DELIMITED BY SIZE INTO BS-MOTIVO
               ADD BS-GAP TO BITSUM-FAL
           ELSE
               MOVE "REGISTRO MODIFICADO" TO BS-MOTIVO
               ADD 1 TO BITSUM-ALT.
           PERFORM VC-PROBLEMA THRU F-VC-PROBLEMA.
           MOVE "S" TO BS-CADENA.
           MOVE BS-S1 TO BS-PREV-S.
           MOVE BS-N1 TO BS-PREV-N.
           GO TO VC-R.
       VC-SIN-NUMERO.
           IF BS-CADENA = "N"
               ADD 1 TO BITSUM-PREV
               GO TO VC-R.
           MOVE "AGREGADO SIN NUMERO" TO BS-MOTIVO.
           ADD 1 TO BITSUM-INS.
           PERFORM VC-PROBLEMA THRU F-VC-PROBLEMA.
           GO TO VC-R.
      *    FIN DEL ARCHIVO: CONTRA LA CABECERA O LO ESPERADO.
       VC-FIN.
           IF BS-HAY-ESP = "N" GO TO VC-CIERRA.
           IF BS-ESP-CANT = 9999999 GO TO VC-CIERRA.
           IF BS-ESP-CANT > BS-PREV-N
               COMPUTE BS-GAP = BS-ESP-CANT - BS-PREV-N
               MOVE SPACES TO BS-MOTIVO
               STRING "FALTAN " BS-GAP " AL FINAL"
                   DELIMITED BY SIZE INTO BS-MOTIVO
               ADD BS-GAP TO BITSUM-FAL
               COMPUTE BS-POS1 = BS-POS + 1
               MOVE BS-ESP-CANT TO BS-N1
               MOVE SPACES TO BS-K1
               PERFORM VC-PROBLEMA THRU F-VC-PROBLEMA
               GO TO VC-CIERRA.
           IF BS-ESP-CANT < BS-PREV-N
               COMPUTE BS-GAP = BS-PREV-N - BS-ESP-CANT
               MOVE SPACES TO BS-MOTIVO
               STRING "SOBRAN " BS-GAP " AL FINAL"
                   DELIMITED BY SIZE INTO BS-MOTIVO
               ADD BS-GAP TO BITSUM-INS
               MOVE BS-POS TO BS-POS1
               MOVE BS-PREV-N TO BS-N1
               MOVE SPACES TO BS-K1
               PERFORM VC-PROBLEMA THRU F-VC-PROBLEMA
               GO TO VC-CIERRA.
           IF BS-ESP-SUMA NOT = BS-PREV-S
               MOVE "ULTIMO NO COINCIDE CON CABECERA" TO BS-MOTIVO
               ADD 1 TO BITSUM-ALT
               MOVE BS-POS TO BS-POS1
               MOVE BS-PREV-N TO BS-N1
               MOVE SPACES TO BS-K1
               PERFORM VC-PROBLEMA THRU F-VC-PROBLEMA.
       VC-CIERRA.
           IF BITSUM-TIPO = "D"
               CLOSE DEPV
           ELSE
               CLOSE BITV.
       VC-TOTAL.
           MOVE BS-POS TO BITSUM-CANT.
           MOVE BS-PREV-N TO BITSUM-NUMC.
           MOVE BS-PREV-S TO BITSUM-SUMA.
           IF BITSUM-RES = "SIN ARCHIVO" GO TO VC-LISTA-TOT.
           IF BITSUM-ALT > ZEROS OR BITSUM-INS > ZEROS
               OR BITSUM-FAL > ZEROS
               MOVE "ALTERADA" TO BITSUM-RES.
       VC-LISTA-TOT.
           IF BS-LISTA = "N" GO TO F-VERIFICA-CADENA.
           MOVE BITSUM-CANT TO BSX-CANT.
           MOVE BITSUM-PREV TO BSX-PREV.
           MOVE BITSUM-ALT TO BSX-ALT.
           MOVE BITSUM-INS TO BSX-INS.
           MOVE BITSUM-FAL TO BSX-FAL.
           WRITE RENGLON FROM BS-TOTLIN AFTER 2.
           MOVE BITSUM-RES TO BSR-RES.
           MOVE BITSUM-NUMC TO BSR-NRO.
           MOVE BITSUM-SUMA TO BSR-SUMA.
           WRITE RENGLON FROM BS-RESLIN AFTER 1.
       F-VERIFICA-CADENA.
           EXIT.

      *    LEE EL REGISTRO SIGUIENTE DE LA CADENA A BS-BUF2 CON SU
      *    NUMERO, SU SUMA Y SU CLAVE PARA EL LISTADO.
       VC-LEE.
           IF BITSUM-TIPO = "D" GO TO VCL-D.
           READ BITV NEXT RECORD AT END
               MOVE "S" TO BS-FIN
               GO TO F-VC-LEE.
           MOVE REG-BITV TO BS-BUF2.
           MOVE BV-NUMC TO BS-N2.
           MOVE BV-SUMA TO BS-S2.
           MOVE BV-CLAVE-IX TO BS-K2.
           GO TO VCL-CUENTA.
       VCL-D.
           READ DEPV AT END
               MOVE "S" TO BS-FIN
               GO TO F-VC-LEE.
           MOVE REG-DEPV TO BS-BUF2.
           MOVE DV-NUMC TO BS-N2.
           MOVE DV-SUMA TO BS-S2.
           MOVE SPACES TO BS-K2.
           MOVE DV-AA TO BS-K2 (1:4).
           MOVE DV-MM TO BS-K2 (5:2).
           MOVE DV-DD TO BS-K2 (7:2).
           MOVE DV-HORA TO BS-K2 (9:8).
       VCL-CUENTA.
           ADD 1 TO BS-POS.
       F-VC-LEE.
           EXIT.

       VC-PROBLEMA.
           IF BITSUM-POS = ZEROS MOVE BS-POS1 TO BITSUM-POS.
           IF BS-LISTA = "N" GO TO F-VC-PROBLEMA.
           MOVE BS-POS1 TO BSL-POS.
           MOVE BS-N1 TO BSL-NRO.
           MOVE BS-K1 TO BSL-CLAVE.
           MOVE BS-MOTIVO TO BSL-MOTIVO.
           WRITE RENGLON FROM BS-LINEA AFTER 1.
       F-VC-PROBLEMA.
           EXIT.

      *    SUMA DE CONTROL DE BS-BUF (1:LARGO) A PARTIR DE BS-SEMI:
      *    POR CADA POSICION S = (S * 31 + CARACTER + POSICION)
      *    MODULO 999999937.
       SUMA-REG.
           MOVE BS-SEMI TO BS-S.
           MOVE LOW-VALUE TO BS-ALTO.
           PERFORM SUMA-CAR THRU F-SUMA-CAR
               VARYING BS-I FROM 1 BY 1 UNTIL BS-I > BS-LARGO.
       F-SUMA-REG.
           EXIT.

       SUMA-CAR.
           MOVE BS-BUF (BS-I:1) TO BS-BAJO.
           COMPUTE BS-T = BS-S * 31 + BS-DOS-N + BS-I.
           DIVIDE BS-T BY 999999937 GIVING BS-Q REMAINDER BS-S.
       F-SUMA-CAR.
           EXIT.

       F-BITSUM.
           EXIT PROGRAM.

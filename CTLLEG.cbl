      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control periodico de cajeros contra legajos. Cruza el
      *          maestro de cajeros MAECAJ.dat con el archivo de
      *          legajos Entrada.TXT y emite en CTLLEG.txt una linea
      *          por cajero activo con excepcion:
      *            SIN LEGAJO        - el cajero no tiene MC-LEGAJO.
      *            LEGAJO EGRESADO   - el legajo ya no esta en
      *                                Entrada.TXT (empleado egresado)
      *                                y conserva un codigo activo.
      *            SUCURSAL DISTINTA - el legajo pertenece a otra
      *                                sucursal que la del maestro.
      *            LEGAJO COMPARTIDO - el mismo legajo esta asignado a
      *                                mas de un cajero activo.
      *          Los cajeros inactivos no se controlan. Al final se
      *          informa la cantidad de excepciones de cada tipo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLLEG.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MATI ASSIGN TO
           'D:\cobol-1\Archivo\Entrada.TXT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-MATI.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT LISTADO ASSIGN TO
           'D:\cobol-1\Archivo\CTLLEG.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  MATI
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MATI-FD                    PIC X(19).

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  LISTADO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LISTADO-FD                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-MATI                     PIC XX VALUE '  '.
           88 88-MATI-OKEY                    VALUE '00'.
           88 88-MATI-FIN                     VALUE '10'.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-FIN                  VALUE '10'.

       77  FS-LISTADO                  PIC XX VALUE '  '.
           88 88-LISTADO-OKEY                 VALUE '00'.

       77  WS-CANT-MAESTRO             PIC 9(04)   VALUE ZERO.
       77  WS-SUB-MAESTRO              PIC 9(04)   VALUE ZERO.
       77  WS-SUB-OTRO                 PIC 9(04)   VALUE ZERO.
       77  WS-CANT-LEGAJOS             PIC 9(04)   VALUE ZERO.
       77  WS-SUB-LEGAJO               PIC 9(04)   VALUE ZERO.

       77  WS-LEGAJO-HALLADO-SW        PIC X       VALUE 'N'.
           88 88-LEGAJO-HALLADO               VALUE 'S'.
       77  WS-COMPARTIDO-SW            PIC X       VALUE 'N'.
           88 88-COMPARTIDO                   VALUE 'S'.

       77  WS-LEG-LEIDOS               PIC 9(09)   VALUE ZERO.
       77  WS-LEG-INVALIDOS            PIC 9(09)   VALUE ZERO.
       77  WS-CAJ-ACTIVOS              PIC 9(09)   VALUE ZERO.
       77  WS-CAJ-CORRECTOS            PIC 9(09)   VALUE ZERO.
       77  WS-EXC-SIN-LEGAJO           PIC 9(09)   VALUE ZERO.
       77  WS-EXC-EGRESADO             PIC 9(09)   VALUE ZERO.
       77  WS-EXC-SUCURSAL             PIC 9(09)   VALUE ZERO.
       77  WS-EXC-COMPARTIDO           PIC 9(09)   VALUE ZERO.
       77  WS-EXC-TOTAL                PIC 9(09)   VALUE ZERO.

       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.

       01  TABLA-MAESTRO.
           03  TM-ENTRADA OCCURS 5000 TIMES INDEXED BY TM-IDX.
               05  TM-COD-CAJERO        PIC 9(03)   VALUE ZERO.
               05  TM-NOMBRE            PIC X(30)   VALUE SPACE.
               05  TM-SUCURSAL          PIC 9(03)   VALUE ZERO.
               05  TM-ESTADO            PIC X(01)   VALUE SPACE.
               05  TM-LEGAJO            PIC 9(06)   VALUE ZERO.

       01  TABLA-LEGAJOS.
           03  TL-ENTRADA OCCURS 9999 TIMES INDEXED BY TL-IDX.
               05  TL-LEGAJO            PIC 9(06)   VALUE ZERO.
               05  TL-SUCURSAL          PIC 9(03)   VALUE ZERO.

       01  WS-FECHA-HOY.
           03  WS-HOY-AAAA             PIC 9(04) VALUE ZERO.
           03  WS-HOY-MM               PIC 9(02) VALUE ZERO.
           03  WS-HOY-DD               PIC 9(02) VALUE ZERO.

       01  WS-ENCABEZADO-1.
           05  FILLER                  PIC X(44) VALUE
               'CONTROL DE CAJEROS CONTRA LEGAJOS'.
           05  FILLER                  PIC X(07) VALUE 'FECHA: '.
           05  WS-ENC-DD               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-ENC-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-ENC-AAAA             PIC 9(04).
           05  FILLER                  PIC X(71) VALUE SPACE.

       01  WS-ENCABEZADO-2.
           05  FILLER                  PIC X(05) VALUE 'CAJ'.
           05  FILLER                  PIC X(32) VALUE 'NOMBRE'.
           05  FILLER                  PIC X(05) VALUE 'SUC'.
           05  FILLER                  PIC X(08) VALUE 'LEGAJO'.
           05  FILLER                  PIC X(09) VALUE 'SUC LEG'.
           05  FILLER                  PIC X(20) VALUE 'OBSERVACION'.
           05  FILLER                  PIC X(53) VALUE SPACE.

       01  WS-ENCABEZADO-3.
           05 FILLER                   PIC X(79) VALUE ALL '-'.
           05 FILLER                   PIC X(53) VALUE SPACE.

       01  WS-LINEA-DETALLE.
           05  WS-DET-CAJERO           PIC 9(03).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-DET-NOMBRE           PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-DET-SUCURSAL         PIC 9(03).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-DET-LEGAJO           PIC X(06).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-DET-SUC-LEGAJO       PIC X(03).
           05  FILLER                  PIC X(06)   VALUE SPACE.
           05  WS-DET-OBSERVACION      PIC X(20).
           05  FILLER                  PIC X(53)   VALUE SPACE.

       01  WS-LINEA-BLANCO             PIC X(132)  VALUE SPACE.

       01  WS-LINEA-TOTAL.
           05  WS-TOT-DESCRIPCION      PIC X(30).
           05  WS-TOT-CANTIDAD         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(91)   VALUE SPACE.

       COPY WMAECAJ.

       COPY WLEGAJO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-CONTROLAR-CAJERO
               VARYING WS-SUB-MAESTRO FROM 1 BY 1
               UNTIL WS-SUB-MAESTRO > WS-CANT-MAESTRO.

           PERFORM 3000-FINALIZO.

           STOP RUN.

      *----------------------------------------------------------------*
       1000-INICIO.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           MOVE WS-HOY-DD   TO WS-ENC-DD
           MOVE WS-HOY-MM   TO WS-ENC-MM
           MOVE WS-HOY-AAAA TO WS-ENC-AAAA

           PERFORM 1100-CARGAR-MAESTRO.

           PERFORM 1200-CARGAR-LEGAJOS.

           PERFORM 1300-OPEN-LISTADO.

           PERFORM 1400-IMPRIMIR-TITULOS.

       1100-CARGAR-MAESTRO.

           OPEN INPUT MAESTRO-CAJ.

           IF FS-MAESTRO EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN MAESTRO DE CAJEROS'
              DISPLAY 'ERROR CODE: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1110-LEER-MAESTRO UNTIL 88-MAESTRO-FIN.

           CLOSE MAESTRO-CAJ.

           IF FS-MAESTRO NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE MAESTRO-CAJ: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1110-LEER-MAESTRO.

           READ MAESTRO-CAJ INTO MAESTRO-CAJERO-REG

           EVALUATE FS-MAESTRO
               WHEN '00'
                   PERFORM 1120-GUARDAR-MAESTRO
               WHEN '10'
                   SET 88-MAESTRO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1120-GUARDAR-MAESTRO.

           IF WS-CANT-MAESTRO EQUAL 5000
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA MAESTRO EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-MAESTRO
           MOVE MC-COD-CAJERO TO TM-COD-CAJERO (WS-CANT-MAESTRO)
           MOVE MC-NOMBRE     TO TM-NOMBRE     (WS-CANT-MAESTRO)
           MOVE MC-SUCURSAL   TO TM-SUCURSAL   (WS-CANT-MAESTRO)
           MOVE MC-ESTADO     TO TM-ESTADO     (WS-CANT-MAESTRO)

           IF MC-LEGAJO NUMERIC
              MOVE MC-LEGAJO  TO TM-LEGAJO     (WS-CANT-MAESTRO)
           END-IF.

       1200-CARGAR-LEGAJOS.

           OPEN INPUT MATI.

           IF FS-MATI EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN LEGAJOS'
              DISPLAY 'ERROR CODE: ' FS-MATI
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1210-LEER-LEGAJO UNTIL 88-MATI-FIN.

           CLOSE MATI.

           IF FS-MATI NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE LEGAJOS: ' FS-MATI
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1210-LEER-LEGAJO.

           READ MATI INTO LEGAJO-REG

           EVALUATE FS-MATI
               WHEN '00'
                   ADD 1 TO WS-LEG-LEIDOS
                   PERFORM 1220-GUARDAR-LEGAJO
               WHEN '10'
                   SET 88-MATI-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA LEGAJOS: ' FS-MATI
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1220-GUARDAR-LEGAJO.

           IF LG-LEGAJO NUMERIC
              AND LG-LEGAJO NOT EQUAL ZERO
              AND LG-SUCURSAL NUMERIC
              AND LG-SUCURSAL NOT EQUAL ZERO
              IF WS-CANT-LEGAJOS EQUAL 9999
                 DISPLAY " "
                 DISPLAY "ERROR: CAPACIDAD DE TABLA LEGAJOS EXCEDIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
              ADD 1 TO WS-CANT-LEGAJOS
              MOVE LG-LEGAJO   TO TL-LEGAJO   (WS-CANT-LEGAJOS)
              MOVE LG-SUCURSAL TO TL-SUCURSAL (WS-CANT-LEGAJOS)
           ELSE
              ADD 1 TO WS-LEG-INVALIDOS
           END-IF.

       1300-OPEN-LISTADO.

           OPEN OUTPUT LISTADO.

           IF FS-LISTADO EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN LISTADO'
              DISPLAY 'ERROR CODE: ' FS-LISTADO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1400-IMPRIMIR-TITULOS.

           MOVE WS-ENCABEZADO-1 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO
           MOVE WS-LINEA-BLANCO TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO
           MOVE WS-ENCABEZADO-2 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO
           MOVE WS-ENCABEZADO-3 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO.

      *----------------------------------------------------------------*
       2000-CONTROLAR-CAJERO.

           IF TM-ESTADO (WS-SUB-MAESTRO) EQUAL 'A'
              ADD 1 TO WS-CAJ-ACTIVOS
              PERFORM 2100-CLASIFICAR-CAJERO
           END-IF.

       2100-CLASIFICAR-CAJERO.

      * SE INFORMA UNA SOLA OBSERVACION POR CAJERO, EN EL ORDEN DE
      * GRAVEDAD: SIN LEGAJO, EGRESADO, SUCURSAL, COMPARTIDO.

           MOVE SPACE TO WS-DET-OBSERVACION
           MOVE SPACE TO WS-DET-SUC-LEGAJO
           MOVE 'N'   TO WS-LEGAJO-HALLADO-SW
           MOVE 'N'   TO WS-COMPARTIDO-SW

           IF TM-LEGAJO (WS-SUB-MAESTRO) NOT EQUAL ZERO
              PERFORM 2200-COMPARAR-LEGAJO
                  VARYING TL-IDX FROM 1 BY 1
                  UNTIL TL-IDX > WS-CANT-LEGAJOS
                  OR 88-LEGAJO-HALLADO
              PERFORM 2300-COMPARAR-ASIGNADO
                  VARYING WS-SUB-OTRO FROM 1 BY 1
                  UNTIL WS-SUB-OTRO > WS-CANT-MAESTRO
                  OR 88-COMPARTIDO
           END-IF.

           IF 88-LEGAJO-HALLADO
              MOVE TL-SUCURSAL (WS-SUB-LEGAJO) TO WS-DET-SUC-LEGAJO
           END-IF.

           EVALUATE TRUE
               WHEN TM-LEGAJO (WS-SUB-MAESTRO) EQUAL ZERO
                    MOVE 'SIN LEGAJO'        TO WS-DET-OBSERVACION
                    ADD 1 TO WS-EXC-SIN-LEGAJO
               WHEN NOT 88-LEGAJO-HALLADO
                    MOVE 'LEGAJO EGRESADO'   TO WS-DET-OBSERVACION
                    ADD 1 TO WS-EXC-EGRESADO
               WHEN TL-SUCURSAL (WS-SUB-LEGAJO) NOT EQUAL
                    TM-SUCURSAL (WS-SUB-MAESTRO)
                    MOVE 'SUCURSAL DISTINTA' TO WS-DET-OBSERVACION
                    ADD 1 TO WS-EXC-SUCURSAL
               WHEN 88-COMPARTIDO
                    MOVE 'LEGAJO COMPARTIDO' TO WS-DET-OBSERVACION
                    ADD 1 TO WS-EXC-COMPARTIDO
               WHEN OTHER
                    ADD 1 TO WS-CAJ-CORRECTOS
           END-EVALUATE.

           IF WS-DET-OBSERVACION NOT EQUAL SPACE
              ADD 1 TO WS-EXC-TOTAL
              PERFORM 2400-GRABAR-EXCEPCION
           END-IF.

       2200-COMPARAR-LEGAJO.

           IF TL-LEGAJO (TL-IDX) EQUAL TM-LEGAJO (WS-SUB-MAESTRO)
              SET 88-LEGAJO-HALLADO TO TRUE
              SET WS-SUB-LEGAJO TO TL-IDX
           END-IF.

       2300-COMPARAR-ASIGNADO.

           IF WS-SUB-OTRO NOT EQUAL WS-SUB-MAESTRO
              AND TM-ESTADO (WS-SUB-OTRO) EQUAL 'A'
              AND TM-LEGAJO (WS-SUB-OTRO) EQUAL
                  TM-LEGAJO (WS-SUB-MAESTRO)
              SET 88-COMPARTIDO TO TRUE
           END-IF.

       2400-GRABAR-EXCEPCION.

           MOVE TM-COD-CAJERO (WS-SUB-MAESTRO) TO WS-DET-CAJERO
           MOVE TM-NOMBRE     (WS-SUB-MAESTRO) TO WS-DET-NOMBRE
           MOVE TM-SUCURSAL   (WS-SUB-MAESTRO) TO WS-DET-SUCURSAL

           IF TM-LEGAJO (WS-SUB-MAESTRO) EQUAL ZERO
              MOVE SPACE TO WS-DET-LEGAJO
           ELSE
              MOVE TM-LEGAJO (WS-SUB-MAESTRO) TO WS-DET-LEGAJO
           END-IF

           MOVE WS-LINEA-DETALLE TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO.

      *----------------------------------------------------------------*
       3000-FINALIZO.

           IF 88-LISTADO-OKEY AND RETURN-CODE EQUAL ZERO
              PERFORM 3100-EMITIR-TOTALES
           END-IF.

           PERFORM 3300-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3100-EMITIR-TOTALES.

           MOVE WS-LINEA-BLANCO TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE 'CAJEROS ACTIVOS CONTROLADOS' TO WS-TOT-DESCRIPCION
           MOVE WS-CAJ-ACTIVOS                TO WS-TOT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE 'SIN LEGAJO'                  TO WS-TOT-DESCRIPCION
           MOVE WS-EXC-SIN-LEGAJO             TO WS-TOT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE 'LEGAJO EGRESADO'             TO WS-TOT-DESCRIPCION
           MOVE WS-EXC-EGRESADO               TO WS-TOT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE 'SUCURSAL DISTINTA'           TO WS-TOT-DESCRIPCION
           MOVE WS-EXC-SUCURSAL               TO WS-TOT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE 'LEGAJO COMPARTIDO'           TO WS-TOT-DESCRIPCION
           MOVE WS-EXC-COMPARTIDO             TO WS-TOT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE 'TOTAL EXCEPCIONES'           TO WS-TOT-DESCRIPCION
           MOVE WS-EXC-TOTAL                  TO WS-TOT-CANTIDAD
           MOVE WS-LINEA-TOTAL TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO.

       3300-CIERRO-ARCHIVOS.

           IF 88-LISTADO-OKEY
              CLOSE LISTADO
              IF FS-LISTADO NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE LISTADO: ' FS-LISTADO
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       3500-IMPRIMIR.

           DISPLAY " "
           DISPLAY "***************************************************"
           MOVE WS-LEG-LEIDOS TO WS-CANT-ED
           DISPLAY "Legajos leidos        : " WS-CANT-ED
           MOVE WS-LEG-INVALIDOS TO WS-CANT-ED
           DISPLAY "Legajos invalidos     : " WS-CANT-ED
           MOVE WS-CAJ-ACTIVOS TO WS-CANT-ED
           DISPLAY "Cajeros activos       : " WS-CANT-ED
           MOVE WS-CAJ-CORRECTOS TO WS-CANT-ED
           DISPLAY "Cajeros sin excepcion : " WS-CANT-ED
           MOVE WS-EXC-SIN-LEGAJO TO WS-CANT-ED
           DISPLAY "Sin legajo            : " WS-CANT-ED
           MOVE WS-EXC-EGRESADO TO WS-CANT-ED
           DISPLAY "Legajo egresado       : " WS-CANT-ED
           MOVE WS-EXC-SUCURSAL TO WS-CANT-ED
           DISPLAY "Sucursal distinta     : " WS-CANT-ED
           MOVE WS-EXC-COMPARTIDO TO WS-CANT-ED
           DISPLAY "Legajo compartido     : " WS-CANT-ED
           DISPLAY "***************************************************"
           DISPLAY " ".

      *----------------------------------------------------------------*
       4100-GRABAR-LISTADO.

           WRITE REG-LISTADO-FD

           IF FS-LISTADO EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA LISTADO: ' FS-LISTADO
              MOVE 12 TO RETURN-CODE
              PERFORM 3300-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

       END PROGRAM CTLLEG.

      *          GENERAL), los importes con punto decimal y sin
      *          edicion, y una fila final con la cantidad de
      *          registros para verificar la completitud.
      *          En modo DIA puede indicarse una fecha de negocio
      *          pasada: se exportan todas las copias fechadas que
      *          CORTE2 dejo catalogadas en CATRES.txt para esa fecha,
      *          una por lote de sucursal
      *          (RESXDIA2-AAAA-MM-DD-SSS-LLLLLL.txt).
      *          Parametros: DIA [AAAA-MM-DD] | MES | HIST
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESXDIA ASSIGN TO WS-RESXDIA-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESXDIA.

                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-EXPORTADO.

       SELECT CATALOGO ASSIGN TO
           'D:\cobol-1\Archivo\CATRES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.

           BLOCK 0.
       01  REG-EXPORTADO-FD               PIC X(130).

       FD  CATALOGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CATALOGO-FD                PIC X(89).

       WORKING-STORAGE SECTION.

       77  FS-RESXDIA                  PIC XX VALUE '  '.
       77  FS-EXPORTADO                PIC XX VALUE '  '.
           88 88-EXPORT-OKEY                  VALUE '00'.

       77  FS-CATALOGO                 PIC XX VALUE '  '.
           88 88-CATALOGO-OKEY                VALUE '00'.
           88 88-CATALOGO-FIN                 VALUE '10'.
           88 88-CATALOGO-NO-EXISTE           VALUE '35'.

       77  WS-FECHA-CORTE              PIC X(10) VALUE SPACE.
       77  WS-CANT-LOTES-FECHA         PIC 9(04) VALUE ZERO.
       77  WS-SUB-LOTE                 PIC 9(04) VALUE ZERO.
       77  WS-RESXDIA-LEIDO-SW         PIC X  VALUE 'N'.
           88 88-RESXDIA-LEIDO                VALUE 'S'.

       01  WS-RESXDIA-NOMBRE.
           03  FILLER                  PIC X(27) VALUE
               'D:\cobol-1\Archivo\RESXDIA2'.
           03  WS-RESXDIA-SUFIJO       PIC X(26) VALUE '.txt'.

       01  WS-SUFIJO-FECHADO.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-SUF-FECHA            PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-SUF-SUCURSAL         PIC 9(03) VALUE ZERO.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-SUF-LOTE             PIC 9(06) VALUE ZERO.
           03  FILLER                  PIC X(04) VALUE '.txt'.

      * COPIAS FECHADAS DE LA FECHA PEDIDA, UNA POR LOTE DE SUCURSAL,
      * EN EL ORDEN EN QUE FIGURAN EN CATRES.
       01  TABLA-LOTES-FECHA.
           03  TLF-SUFIJO OCCURS 999 TIMES PIC X(26) VALUE SPACE.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-MODO                     PIC X(04) VALUE SPACE.
           88 88-MODO-DIA                     VALUE 'DIA '.

       COPY WHISTMES.

       COPY WCATRES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

              PERFORM 3000-FINALIZO
           END-IF.

           MOVE WS-PARM-LINEA (5:10) TO WS-FECHA-CORTE

           IF WS-FECHA-CORTE NOT EQUAL SPACE
              IF 88-MODO-DIA
                 PERFORM 1060-BUSCAR-CATALOGO
              ELSE
                 DISPLAY 'ERROR: LA FECHA SOLO APLICA AL MODO DIA'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       1060-BUSCAR-CATALOGO.

      * UNA FECHA PASADA SE LEE DE LAS COPIAS FECHADAS QUE CORTE2 DEJA
      * CATALOGADAS EN CATRES, UNA POR LOTE DE SUCURSAL
      * (RESXDIA2-AAAA-MM-DD-SSS-LLLLLL.TXT). SE TOMAN TODAS LAS
      * ENTRADAS DE LA FECHA.

           MOVE ZERO TO WS-CANT-LOTES-FECHA

           OPEN INPUT CATALOGO.

           EVALUATE TRUE
               WHEN 88-CATALOGO-OKEY
                    PERFORM 1065-LEER-CATALOGO
                        UNTIL 88-CATALOGO-FIN
                    CLOSE CATALOGO
                    IF FS-CATALOGO NOT EQUAL '00'
                       DISPLAY 'ERROR EN CIERRE CATRES: ' FS-CATALOGO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 88-CATALOGO-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN CATRES: ' FS-CATALOGO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF WS-CANT-LOTES-FECHA > ZERO
              MOVE 1              TO WS-SUB-LOTE
              MOVE TLF-SUFIJO (1) TO WS-RESXDIA-SUFIJO
           ELSE
              DISPLAY 'ERROR: FECHA SIN RESGUARDO EN CATRES: '
                      WS-FECHA-CORTE
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1065-LEER-CATALOGO.

           READ CATALOGO INTO CATALOGO-RES-REG

           EVALUATE FS-CATALOGO
               WHEN '00'
                   IF CR-FECHA-NEGOCIO EQUAL WS-FECHA-CORTE
                      PERFORM 1067-GUARDAR-LOTE-FECHA
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA CATRES: ' FS-CATALOGO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1067-GUARDAR-LOTE-FECHA.

           IF WS-CANT-LOTES-FECHA EQUAL 999
              DISPLAY 'ERROR: CAPACIDAD DE TABLA DE LOTES EXCEDIDA'
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           MOVE CR-FECHA-NEGOCIO  TO WS-SUF-FECHA
           MOVE CR-SUCURSAL       TO WS-SUF-SUCURSAL
           MOVE CR-NUMERO-LOTE    TO WS-SUF-LOTE

           ADD 1 TO WS-CANT-LOTES-FECHA
           MOVE WS-SUFIJO-FECHADO TO TLF-SUFIJO (WS-CANT-LOTES-FECHA).

       1100-OPEN-ENTRADA.

           EVALUATE TRUE

       2120-LEER-RESXDIA.

      * CON UNA FECHA PASADA, AL TERMINAR LA COPIA DE UN LOTE SE SIGUE
      * LEYENDO LA DEL LOTE SIGUIENTE DE LA MISMA FECHA.

           MOVE 'N' TO WS-RESXDIA-LEIDO-SW

           PERFORM 2122-LEER-UN-RESXDIA
               UNTIL 88-RESXDIA-LEIDO
               OR 88-ENTRADA-FIN.

       2122-LEER-UN-RESXDIA.

           READ RESXDIA INTO RESUMEN-RECAUDACION-REG

           EVALUATE FS-RESXDIA
               WHEN '00'
                   SET 88-RESXDIA-LEIDO TO TRUE
               WHEN '10'
                   IF WS-SUB-LOTE < WS-CANT-LOTES-FECHA
                      PERFORM 2125-ABRIR-LOTE-SIGUIENTE
                   ELSE
                      SET 88-ENTRADA-FIN TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA RESXDIA: ' FS-RESXDIA
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2125-ABRIR-LOTE-SIGUIENTE.

           CLOSE RESXDIA

           IF FS-RESXDIA NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE RESXDIA: ' FS-RESXDIA
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-SUB-LOTE
           MOVE TLF-SUFIJO (WS-SUB-LOTE) TO WS-RESXDIA-SUFIJO

           OPEN INPUT RESXDIA.

           IF FS-RESXDIA NOT EQUAL '00'
              DISPLAY 'ERROR OPEN EN RESXDIA: '
                      WS-RESXDIA-NOMBRE (20:34)
              DISPLAY 'ERROR CODE: ' FS-RESXDIA
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       2130-LEER-CONSMES.

           READ CONSMES-ENT INTO RESUMEN-RECAUDACION-REG
           EVALUATE TRUE
               WHEN 88-MODO-DIA
                    CLOSE RESXDIA
                    IF WS-CANT-LOTES-FECHA > ZERO
                       MOVE 1              TO WS-SUB-LOTE
                       MOVE TLF-SUFIJO (1) TO WS-RESXDIA-SUFIJO
                    END-IF
                    OPEN INPUT RESXDIA
                    IF FS-RESXDIA NOT EQUAL '00'
                       DISPLAY 'ERROR EN REAPERTURA RESXDIA: '
           DISPLAY " "
           DISPLAY "***************************************************"
           DISPLAY "Modo de exportacion  : " WS-MODO
           IF WS-FECHA-CORTE NOT EQUAL SPACE
              DISPLAY "Corte resguardado    : " WS-FECHA-CORTE
              DISPLAY "Lotes del corte      : " WS-CANT-LOTES-FECHA
           END-IF
           MOVE WS-REG-EXPORTADOS TO WS-CANT-ED
           DISPLAY "Registros exportados : " WS-CANT-ED
           MOVE WS-REG-SALTEADOS TO WS-CANT-ED

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento batch del maestro de cajeros MAECAJ.dat
      *          a partir del archivo de novedades NOVCAJ.txt (alta /
      *          baja / modificacion por codigo de cajero). Valida cada
      *          novedad (alta duplicada, modificacion o baja de cajero
      *          inexistente, estado distinto de A/I, fechas de
      *          vigencia mal formadas, FECHA-HASTA anterior a
      *          FECHA-DESDE; legajo de alta faltante, inexistente en
      *          el archivo de legajos Entrada.TXT, de otra sucursal o
      *          ya asignado a otro cajero activo; en una modificacion
      *          se valida el legajo si se informa legajo o sucursal
      *          o si se reactiva un cajero inactivo),
      *          rechaza las invalidas a MANTCAJR.txt con el motivo,
      *          aplica cada novedad valida sobre el maestro indexado
      *          leyendo y grabando por codigo de cajero (el legajo ya
      *          asignado se busca por la clave alternativa de legajo)
      *          y emite en MANTCAJ.txt el informe de cambios con el
      *          registro antes y despues de cada novedad aplicada.
      *          Si el maestro no existe se crea vacio con las altas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   FILE STATUS  IS FS-NOVEDADES.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT LEGAJOS ASSIGN TO
           'D:\cobol-1\Archivo\Entrada.TXT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-LEGAJOS.

       SELECT RECHAZOS ASSIGN TO
           'D:\cobol-1\Archivo\MANTCAJR.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
       FD  NOVEDADES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-NOVEDAD-FD                 PIC X(78).

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  LEGAJOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LEGAJO-FD                  PIC X(19).

       FD  RECHAZOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECHAZO-FD                 PIC X(103).

       FD  LISTADO
           RECORDING MODE IS F
           88 88-NOVEDAD-FIN                  VALUE '10'.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00' '02'.
           88 88-MAESTRO-FIN                  VALUE '10'.
           88 88-MAESTRO-NO-HALLADO           VALUE '23'.
           88 88-MAESTRO-NO-EXISTE            VALUE '35'.

       77  WS-MAESTRO-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-MAESTRO-ABIERTO              VALUE 'S'.

       77  FS-LEGAJOS                  PIC XX VALUE '  '.
           88 88-LEGAJO-OKEY                  VALUE '00'.
           88 88-LEGAJO-FIN                   VALUE '10'.

       77  FS-RECHAZOS                 PIC XX VALUE '  '.
           88 88-RECHAZO-OKEY                 VALUE '00'.


       77  WS-FECHA-EXAM               PIC X(10) VALUE SPACE.

       77  WS-ENCONTRADO-SW            PIC X       VALUE 'N'.
           88 88-ENCONTRADO                   VALUE 'S'.

       77  WS-LEG-BUSCADO              PIC 9(06)   VALUE ZERO.
       77  WS-LEG-SUCURSAL             PIC 9(03)   VALUE ZERO.
       77  WS-CANT-LEGAJOS             PIC 9(04)   VALUE ZERO.
       77  WS-SUB-LEGAJO               PIC 9(04)   VALUE ZERO.
       77  WS-LEGAJO-HALLADO-SW        PIC X       VALUE 'N'.
           88 88-LEGAJO-HALLADO               VALUE 'S'.
       77  WS-LEGAJO-ASIGNADO-SW       PIC X       VALUE 'N'.
           88 88-LEGAJO-ASIGNADO              VALUE 'S'.
       77  WS-FIN-LEGAJO-SW            PIC X       VALUE 'N'.
           88 88-FIN-LEGAJO                   VALUE 'S'.

       77  WS-NOV-LEIDAS               PIC 9(09)   VALUE ZERO.
       77  WS-NOV-ALTAS                PIC 9(09)   VALUE ZERO.
           03 FILLER                   PIC X(01) VALUE '-'.
           03 WS-HOY-DD                PIC 9(02) VALUE ZERO.

       01  TABLA-LEGAJOS.
           03  TL-ENTRADA OCCURS 9999 TIMES INDEXED BY TL-IDX.
               05  TL-LEGAJO            PIC 9(06)   VALUE ZERO.
               05  TL-SUCURSAL          PIC 9(03)   VALUE ZERO.

       01  WS-RECHAZO-REG.
           03  RCH-FS                  PIC XX       VALUE SPACE.
           03  FILLER                  PIC X(01)    VALUE SPACE.
           03  RCH-REGISTRO            PIC X(78)    VALUE SPACE.
           03  FILLER                  PIC X(02)    VALUE SPACE.
           03  RCH-MOTIVO              PIC X(20)    VALUE SPACE.


       01  WS-LINEA-ESTADO.
           05  WS-EST-LEYENDA          PIC X(09).
           05  WS-EST-REGISTRO         PIC X(75).
           05  FILLER                  PIC X(48) VALUE SPACE.

       01  WS-LINEA-BLANCO             PIC X(132)  VALUE SPACE.


       COPY WMAECAJ.

       COPY WLEGAJO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM 1300-OPEN-LISTADO.

           PERFORM 1400-ABRIR-MAESTRO.

           PERFORM 1450-CARGAR-LEGAJOS.

           PERFORM 1500-IMPRIMIR-TITULOS.

              PERFORM 3000-FINALIZO
           END-IF.

       1400-ABRIR-MAESTRO.

           OPEN I-O MAESTRO-CAJ.

           EVALUATE TRUE
               WHEN 88-MAESTRO-OKEY
                    CONTINUE
               WHEN 88-MAESTRO-NO-EXISTE
                    DISPLAY " "
                    DISPLAY "MAESTRO INEXISTENTE - SE CREA CON LAS "
                            "ALTAS RECIBIDAS"
                    PERFORM 1410-CREAR-MAESTRO
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN MAESTRO DE CAJEROS'
                    DISPLAY 'ERROR CODE: ' FS-MAESTRO
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           SET 88-MAESTRO-ABIERTO TO TRUE.

       1410-CREAR-MAESTRO.

           OPEN OUTPUT MAESTRO-CAJ.

           IF 88-MAESTRO-OKEY
              CLOSE MAESTRO-CAJ
              OPEN I-O MAESTRO-CAJ
           END-IF.

           IF 88-MAESTRO-OKEY
              CONTINUE
           ELSE
              DISPLAY 'ERROR AL CREAR MAESTRO DE CAJEROS'
              DISPLAY 'ERROR CODE: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1450-CARGAR-LEGAJOS.

           OPEN INPUT LEGAJOS.

           IF FS-LEGAJOS EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN LEGAJOS'
              DISPLAY 'ERROR CODE: ' FS-LEGAJOS
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1460-LEER-LEGAJO UNTIL 88-LEGAJO-FIN.

           CLOSE LEGAJOS.

           IF FS-LEGAJOS NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE LEGAJOS: ' FS-LEGAJOS
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           DISPLAY "LEGAJOS CARGADOS            : " WS-CANT-LEGAJOS.

       1460-LEER-LEGAJO.

           READ LEGAJOS INTO LEGAJO-REG

           EVALUATE FS-LEGAJOS
               WHEN '00'
                   IF LG-LEGAJO NUMERIC
                      AND LG-LEGAJO NOT EQUAL ZERO
                      AND LG-SUCURSAL NUMERIC
                      AND LG-SUCURSAL NOT EQUAL ZERO
                      PERFORM 1470-GUARDAR-LEGAJO
                   END-IF
               WHEN '10'
                   SET 88-LEGAJO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA LEGAJOS: ' FS-LEGAJOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1470-GUARDAR-LEGAJO.

           IF WS-CANT-LEGAJOS EQUAL 9999
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA LEGAJOS EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-LEGAJOS
           MOVE LG-LEGAJO   TO TL-LEGAJO   (WS-CANT-LEGAJOS)
           MOVE LG-SUCURSAL TO TL-SUCURSAL (WS-CANT-LEGAJOS).

       1500-IMPRIMIR-TITULOS.

           MOVE WS-FECHA-HOY-EDIT TO WS-TIT-FECHA
           END-IF.

           IF 88-NOV-VALIDA
              PERFORM 5000-LEER-MAESTRO
              EVALUATE TRUE
                  WHEN 88-NV-ALTA
                       PERFORM 2210-VALIDAR-ALTA
               WHEN NV-ESTADO NOT EQUAL 'A' AND NOT EQUAL 'I'
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'ESTADO INVALIDO' TO WS-MOTIVO-RECHAZO
               WHEN NV-LEGAJO NOT NUMERIC
                 OR NV-LEGAJO EQUAL ZERO
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'LEGAJO INVALIDO' TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                    PERFORM 2300-VALIDAR-VIGENCIA
                    IF 88-NOV-VALIDA
                       MOVE NV-LEGAJO   TO WS-LEG-BUSCADO
                       MOVE NV-SUCURSAL TO WS-LEG-SUCURSAL
                       PERFORM 2390-VALIDAR-LEGAJO
                    END-IF
           END-EVALUATE.

       2220-VALIDAR-BAJA.
                 MOVE WS-FECHA-HOY-EDIT TO WS-FECHA-EXAM
              END-IF
              IF 88-NOV-VALIDA
                 AND WS-FECHA-EXAM < MC-FECHA-DESDE
                 SET 88-NOV-INVALIDA TO TRUE
                 MOVE 'VIGENCIA INVERTIDA' TO WS-MOTIVO-RECHAZO
              END-IF
              END-IF
           END-IF.

           IF 88-NOV-VALIDA
              PERFORM 2240-LEGAJO-MODIF
           END-IF.

       2240-LEGAJO-MODIF.

      * SE VALIDA EL LEGAJO RESULTANTE CUANDO LA NOVEDAD INFORMA LEGAJO
      * O SUCURSAL, O CUANDO REACTIVA UN CAJERO INACTIVO (SU LEGAJO
      * PUDO QUEDAR ASIGNADO A OTRO CAJERO ACTIVO MIENTRAS TANTO); LO
      * NO INFORMADO SE TOMA DEL MAESTRO ACTUAL. UN CAJERO SIN LEGAJO
      * ASIGNADO SOLO QUEDA EN EL CONTROL CTLLEG.

           IF NV-LEGAJO NOT EQUAL SPACE
              AND NV-LEGAJO NOT NUMERIC
              SET 88-NOV-INVALIDA TO TRUE
              MOVE 'LEGAJO INVALIDO' TO WS-MOTIVO-RECHAZO
           ELSE
              IF NV-LEGAJO NUMERIC AND NV-LEGAJO NOT EQUAL ZERO
                 MOVE NV-LEGAJO TO WS-LEG-BUSCADO
              ELSE
                 MOVE MC-LEGAJO TO WS-LEG-BUSCADO
              END-IF
              IF NV-SUCURSAL NUMERIC AND NV-SUCURSAL NOT EQUAL ZERO
                 MOVE NV-SUCURSAL TO WS-LEG-SUCURSAL
              ELSE
                 MOVE MC-SUCURSAL TO WS-LEG-SUCURSAL
              END-IF
              IF WS-LEG-BUSCADO NOT EQUAL ZERO
                 AND ((NV-LEGAJO NUMERIC AND NV-LEGAJO NOT EQUAL ZERO)
                   OR (NV-SUCURSAL NUMERIC
                       AND NV-SUCURSAL NOT EQUAL ZERO)
                   OR (NV-ESTADO EQUAL 'A' AND NOT 88-MC-ACTIVO))
                 PERFORM 2390-VALIDAR-LEGAJO
              END-IF
           END-IF.

       2300-VALIDAR-VIGENCIA.

           IF NV-FECHA-DESDE NOT EQUAL SPACE
              MOVE NV-FECHA-HASTA TO WS-FECHA-EXAM
           ELSE
              IF 88-ENCONTRADO
                 MOVE MC-FECHA-HASTA TO WS-FECHA-EXAM
              END-IF
           END-IF

                 END-IF
              ELSE
                 IF 88-ENCONTRADO
                    AND WS-FECHA-EXAM < MC-FECHA-DESDE
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'VIGENCIA INVERTIDA' TO WS-MOTIVO-RECHAZO
                 END-IF
              END-IF
           END-IF.

       2390-VALIDAR-LEGAJO.

      * EL LEGAJO DEBE ESTAR EN EL ARCHIVO DE LEGAJOS (EMPLEADO ACTUAL),
      * EN LA MISMA SUCURSAL QUE EL CAJERO Y NO ESTAR ASIGNADO A OTRO
      * CAJERO ACTIVO (SE LEE EL MAESTRO POR LA CLAVE DE LEGAJO).

           MOVE 'N' TO WS-LEGAJO-HALLADO-SW

           PERFORM 2392-COMPARAR-LEGAJO
               VARYING TL-IDX FROM 1 BY 1
               UNTIL TL-IDX > WS-CANT-LEGAJOS
               OR 88-LEGAJO-HALLADO.

           IF NOT 88-LEGAJO-HALLADO
              SET 88-NOV-INVALIDA TO TRUE
              MOVE 'LEGAJO INEXISTENTE' TO WS-MOTIVO-RECHAZO
           ELSE
              IF TL-SUCURSAL (WS-SUB-LEGAJO) NOT EQUAL WS-LEG-SUCURSAL
                 SET 88-NOV-INVALIDA TO TRUE
                 MOVE 'LEGAJO OTRA SUCURSAL' TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

           IF 88-NOV-VALIDA
              PERFORM 2394-BUSCAR-ASIGNADO
              IF 88-LEGAJO-ASIGNADO
                 SET 88-NOV-INVALIDA TO TRUE
                 MOVE 'LEGAJO YA ASIGNADO' TO WS-MOTIVO-RECHAZO
              END-IF
           END-IF.

       2392-COMPARAR-LEGAJO.

           IF TL-LEGAJO (TL-IDX) EQUAL WS-LEG-BUSCADO
              SET 88-LEGAJO-HALLADO TO TRUE
              SET WS-SUB-LEGAJO TO TL-IDX
           END-IF.

       2394-BUSCAR-ASIGNADO.

      * SE RECORREN LOS CAJEROS DEL LEGAJO EN EL AREA DEL FD, SIN TOCAR
      * EL REGISTRO DEL CAJERO DE LA NOVEDAD (MAESTRO-CAJERO-REG).

           MOVE 'N' TO WS-LEGAJO-ASIGNADO-SW
           MOVE 'N' TO WS-FIN-LEGAJO-SW

           MOVE WS-LEG-BUSCADO TO MAE-LEGAJO-FD

           START MAESTRO-CAJ KEY IS EQUAL TO MAE-LEGAJO-FD

           EVALUATE TRUE
               WHEN 88-MAESTRO-OKEY
                    PERFORM 2395-LEER-ASIGNADO
                        UNTIL 88-FIN-LEGAJO
                        OR 88-LEGAJO-ASIGNADO
               WHEN 88-MAESTRO-NO-HALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN START MAESTRO-CAJ: ' FS-MAESTRO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       2395-LEER-ASIGNADO.

           READ MAESTRO-CAJ NEXT RECORD

           EVALUATE TRUE
               WHEN 88-MAESTRO-OKEY
                    IF MAE-LEGAJO-FD NOT EQUAL WS-LEG-BUSCADO
                       SET 88-FIN-LEGAJO TO TRUE
                    ELSE
                       IF MAE-ESTADO-FD EQUAL 'A'
                          AND MAE-COD-CAJERO-FD NOT EQUAL NV-COD-CAJERO
                          SET 88-LEGAJO-ASIGNADO TO TRUE
                       END-IF
                    END-IF
               WHEN 88-MAESTRO-FIN
                    SET 88-FIN-LEGAJO TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2400-APLICAR-NOVEDAD.

           PERFORM 4100-GRABAR-LISTADO

           IF 88-ENCONTRADO
              MOVE 'ANTES  : '         TO WS-EST-LEYENDA
              MOVE MAESTRO-CAJERO-REG  TO WS-EST-REGISTRO
              MOVE WS-LINEA-ESTADO     TO REG-LISTADO-FD
                    PERFORM 2600-APLICAR-MODIF
           END-EVALUATE

           MOVE 'DESPUES: '         TO WS-EST-LEYENDA
           MOVE MAESTRO-CAJERO-REG  TO WS-EST-REGISTRO
           MOVE WS-LINEA-ESTADO     TO REG-LISTADO-FD

       2500-APLICAR-ALTA.

           INITIALIZE MAESTRO-CAJERO-REG

           MOVE NV-COD-CAJERO  TO MC-COD-CAJERO
           MOVE NV-NOMBRE      TO MC-NOMBRE
           MOVE NV-SUCURSAL    TO MC-SUCURSAL
           MOVE NV-ESTADO      TO MC-ESTADO
           MOVE NV-FECHA-DESDE TO MC-FECHA-DESDE
           MOVE NV-FECHA-HASTA TO MC-FECHA-HASTA
           MOVE NV-LEGAJO      TO MC-LEGAJO

           PERFORM 5100-GRABAR-MAESTRO

           ADD 1 TO WS-NOV-ALTAS.

       2550-APLICAR-BAJA.

           MOVE 'I' TO MC-ESTADO

           IF NV-FECHA-HASTA NOT EQUAL SPACE
              MOVE NV-FECHA-HASTA    TO MC-FECHA-HASTA
           ELSE
              MOVE WS-FECHA-HOY-EDIT TO MC-FECHA-HASTA
           END-IF

           PERFORM 5200-REGRABAR-MAESTRO

           ADD 1 TO WS-NOV-BAJAS.

       2600-APLICAR-MODIF.

           IF NV-NOMBRE NOT EQUAL SPACE
              MOVE NV-NOMBRE      TO MC-NOMBRE
           END-IF

           IF NV-SUCURSAL NUMERIC AND NV-SUCURSAL NOT EQUAL ZERO
              MOVE NV-SUCURSAL    TO MC-SUCURSAL
           END-IF

           IF NV-ESTADO NOT EQUAL SPACE
              MOVE NV-ESTADO      TO MC-ESTADO
           END-IF

           IF NV-FECHA-DESDE NOT EQUAL SPACE
              MOVE NV-FECHA-DESDE TO MC-FECHA-DESDE
           END-IF

           IF NV-FECHA-HASTA NOT EQUAL SPACE
              MOVE NV-FECHA-HASTA TO MC-FECHA-HASTA
           END-IF

           IF NV-LEGAJO NUMERIC AND NV-LEGAJO NOT EQUAL ZERO
              MOVE NV-LEGAJO      TO MC-LEGAJO
           END-IF

           PERFORM 5200-REGRABAR-MAESTRO

           ADD 1 TO WS-NOV-MODIF.

       2900-GRABAR-RECHAZO.

      * SOLO GRABA EL RECHAZO; EL LLAMADOR LLEVA EL CONTADOR.

           MOVE FS-NOVEDADES       TO RCH-FS
           MOVE WS-MOTIVO-RECHAZO  TO RCH-MOTIVO
      *----------------------------------------------------------------*
       3000-FINALIZO.

           PERFORM 3300-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3300-CIERRO-ARCHIVOS.

           IF 88-MAESTRO-ABIERTO
              CLOSE MAESTRO-CAJ
              MOVE 'N' TO WS-MAESTRO-ABIERTO-SW
              IF FS-MAESTRO NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE MAESTRO-CAJ: ' FS-MAESTRO
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           IF FS-NOVEDADES EQUAL '00' OR '10'
              CLOSE NOVEDADES
           END-IF.
           DISPLAY "Novedades rechazadas : " WS-CANT-ED
           MOVE WS-CANT-GRABADOS TO WS-CANT-ED
           DISPLAY "Cajeros grabados     : " WS-CANT-ED
           DISPLAY "***************************************************"
           DISPLAY " ".

              STOP RUN
           END-IF.

       5000-LEER-MAESTRO.

      * DEJA EN MAESTRO-CAJERO-REG EL CAJERO DE LA NOVEDAD (EN BLANCO
      * SI NO EXISTE).

           MOVE 'N' TO WS-ENCONTRADO-SW

           INITIALIZE MAESTRO-CAJERO-REG
           MOVE NV-COD-CAJERO TO MAE-COD-CAJERO-FD

           READ MAESTRO-CAJ INTO MAESTRO-CAJERO-REG
               KEY IS MAE-COD-CAJERO-FD

           EVALUATE TRUE
               WHEN 88-MAESTRO-OKEY
                    SET 88-ENCONTRADO TO TRUE
                    IF MC-LEGAJO NOT NUMERIC
                       MOVE ZERO TO MC-LEGAJO
                    END-IF
               WHEN 88-MAESTRO-NO-HALLADO
                    INITIALIZE MAESTRO-CAJERO-REG
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       5100-GRABAR-MAESTRO.

           WRITE REG-MAESTRO-FD FROM MAESTRO-CAJERO-REG

           IF 88-MAESTRO-OKEY
              ADD 1 TO WS-CANT-GRABADOS
           ELSE
              DISPLAY 'ERROR EN ESCRITURA MAESTRO-CAJ: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3300-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

       5200-REGRABAR-MAESTRO.

           REWRITE REG-MAESTRO-FD FROM MAESTRO-CAJERO-REG

           IF 88-MAESTRO-OKEY
              ADD 1 TO WS-CANT-GRABADOS
           ELSE
              DISPLAY 'ERROR EN REGRABACION MAESTRO-CAJ: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3300-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

       END PROGRAM MANTCAJ.

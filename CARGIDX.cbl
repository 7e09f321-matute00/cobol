      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga de los archivos indexados del sistema a partir
      *          de su version secuencial de texto: el maestro de
      *          cajeros MAECAJ.txt pasa a MAECAJ.dat (clave codigo de
      *          cajero, clave alternativa legajo) y los pendientes de
      *          conciliacion CONCPEND.txt pasan a CONCPEND.dat (clave
      *          cajero y fecha). Se usa para la conversion inicial y
      *          para reconstruir un indexado desde un resguardo en
      *          texto. Los registros con codigo invalido o clave
      *          repetida se rechazan a CARGIDXR.txt con el motivo; un
      *          legajo no numerico se carga como cero (sin asignar).
      *          Sin parametro es la conversion inicial: se cargan los
      *          dos y, para no pisar un indexado en uso, si alguno de
      *          los .dat ya existe el proceso termina con error. Si un
      *          archivo de texto no existe se informa y se sigue con
      *          el otro; sin CONCPEND.txt el CONCPEND.dat se crea vacio
      *          solo si no existe. REEMPLAZA MAECAJ o REEMPLAZA
      *          CONCPEND reconstruye solo el indexado nombrado, sin
      *          tocar el otro (CONCPEND.dat lo mantiene CONCBAN); el
      *          texto del nombrado debe existir.
      *          Parametros: [REEMPLAZA MAECAJ | REEMPLAZA CONCPEND]
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGIDX.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MAESTRO-TXT ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-MAESTRO-TXT.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT PENDIENTES-TXT ASSIGN TO
           'D:\cobol-1\Archivo\CONCPEND.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-PENDIENTES-TXT.

       SELECT PENDIENTES ASSIGN TO
           'D:\cobol-1\Archivo\CONCPEND.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS PEN-CLAVE-FD
                                   FILE STATUS  IS FS-PENDIENTES.

       SELECT RECHAZOS ASSIGN TO
           'D:\cobol-1\Archivo\CARGIDXR.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RECHAZOS.

       DATA DIVISION.
       FILE SECTION.

       FD  MAESTRO-TXT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-MAESTRO-TXT-FD             PIC X(75).

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  PENDIENTES-TXT
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PENDIENTE-TXT-FD           PIC X(61).

       FD  PENDIENTES.
       01  REG-PENDIENTE-FD.
           03  PEN-CLAVE-FD.
               05  PEN-COD-CAJERO-FD      PIC X(03).
               05  FILLER                 PIC X(02).
               05  PEN-FECHA-FD           PIC X(10).
           03  FILLER                     PIC X(46).

       FD  RECHAZOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECHAZO-FD                 PIC X(108).

       WORKING-STORAGE SECTION.

       77  FS-MAESTRO-TXT              PIC XX VALUE '  '.
           88 88-MAESTRO-TXT-OKEY             VALUE '00'.
           88 88-MAESTRO-TXT-FIN              VALUE '10'.
           88 88-MAESTRO-TXT-NO-EXISTE        VALUE '35'.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00' '02'.
           88 88-MAESTRO-DUPLICADO            VALUE '22'.
           88 88-MAESTRO-NO-EXISTE            VALUE '35'.

       77  FS-PENDIENTES-TXT           PIC XX VALUE '  '.
           88 88-PEND-TXT-OKEY                VALUE '00'.
           88 88-PEND-TXT-FIN                 VALUE '10'.
           88 88-PEND-TXT-NO-EXISTE           VALUE '35'.

       77  FS-PENDIENTES               PIC XX VALUE '  '.
           88 88-PEND-OKEY                    VALUE '00'.
           88 88-PEND-DUPLICADO               VALUE '22'.
           88 88-PEND-NO-EXISTE               VALUE '35'.

       77  FS-RECHAZOS                 PIC XX VALUE '  '.
           88 88-RECHAZO-OKEY                 VALUE '00'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-REEMPLAZA-SW             PIC X  VALUE 'N'.
           88 88-REEMPLAZA                    VALUE 'S'.
       77  WS-CARGA-MAESTRO-SW         PIC X  VALUE 'N'.
           88 88-CARGA-MAESTRO                VALUE 'S'.
       77  WS-CARGA-PEND-SW            PIC X  VALUE 'N'.
           88 88-CARGA-PEND                   VALUE 'S'.

       77  WS-MAESTRO-TXT-ABIERTO-SW   PIC X  VALUE 'N'.
           88 88-MAESTRO-TXT-ABIERTO          VALUE 'S'.
       77  WS-MAESTRO-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-MAESTRO-ABIERTO              VALUE 'S'.
       77  WS-PEND-TXT-ABIERTO-SW      PIC X  VALUE 'N'.
           88 88-PEND-TXT-ABIERTO             VALUE 'S'.
       77  WS-PEND-ABIERTO-SW          PIC X  VALUE 'N'.
           88 88-PEND-ABIERTO                 VALUE 'S'.

       77  WS-MOTIVO-RECHAZO           PIC X(20)   VALUE SPACE.

       77  WS-MAE-LEIDOS               PIC 9(09)   VALUE ZERO.
       77  WS-MAE-GRABADOS             PIC 9(09)   VALUE ZERO.
       77  WS-MAE-RECHAZADOS           PIC 9(09)   VALUE ZERO.
       77  WS-MAE-SIN-LEGAJO           PIC 9(09)   VALUE ZERO.
       77  WS-PEN-LEIDOS               PIC 9(09)   VALUE ZERO.
       77  WS-PEN-GRABADOS             PIC 9(09)   VALUE ZERO.
       77  WS-PEN-RECHAZADOS           PIC 9(09)   VALUE ZERO.

       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.

       01  WS-RECHAZO-REG.
           03  RCH-ARCHIVO             PIC X(08)    VALUE SPACE.
           03  FILLER                  PIC X(01)    VALUE SPACE.
           03  RCH-FS                  PIC XX       VALUE SPACE.
           03  FILLER                  PIC X(01)    VALUE SPACE.
           03  RCH-REGISTRO            PIC X(75)    VALUE SPACE.
           03  FILLER                  PIC X(01)    VALUE SPACE.
           03  RCH-MOTIVO              PIC X(20)    VALUE SPACE.

       COPY WMAECAJ.

       COPY WCONCPEND.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           IF 88-CARGA-MAESTRO
              PERFORM 2000-CARGAR-MAESTRO
           END-IF.

           IF 88-CARGA-PEND
              PERFORM 2500-CARGAR-PENDIENTES
           END-IF.

           PERFORM 3000-FINALIZO.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIO.

           ACCEPT WS-PARM-LINEA FROM COMMAND-LINE

           EVALUATE WS-PARM-LINEA
               WHEN SPACE
                    SET 88-CARGA-MAESTRO TO TRUE
                    SET 88-CARGA-PEND    TO TRUE
               WHEN 'REEMPLAZA MAECAJ'
                    SET 88-REEMPLAZA     TO TRUE
                    SET 88-CARGA-MAESTRO TO TRUE
               WHEN 'REEMPLAZA CONCPEND'
                    SET 88-REEMPLAZA     TO TRUE
                    SET 88-CARGA-PEND    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR: PARAMETRO INVALIDO: '
                            WS-PARM-LINEA (1:20)
                    DISPLAY 'SE ESPERA NADA, REEMPLAZA MAECAJ O '
                            'REEMPLAZA CONCPEND'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

      * UN INDEXADO EXISTENTE SOLO SE REEMPLAZA A PEDIDO Y DE A UNO.

           IF NOT 88-REEMPLAZA
              OPEN INPUT MAESTRO-CAJ
              IF 88-MAESTRO-OKEY
                 CLOSE MAESTRO-CAJ
                 DISPLAY 'ERROR: MAECAJ.dat YA EXISTE '
                         '(USAR REEMPLAZA MAECAJ)'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
              OPEN INPUT PENDIENTES
              IF 88-PEND-OKEY
                 CLOSE PENDIENTES
                 DISPLAY 'ERROR: CONCPEND.dat YA EXISTE '
                         '(USAR REEMPLAZA CONCPEND)'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZOS EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN RECHAZOS'
              DISPLAY 'ERROR CODE: ' FS-RECHAZOS
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

      *----------------------------------------------------------------*
       2000-CARGAR-MAESTRO.

           OPEN INPUT MAESTRO-TXT.

           EVALUATE TRUE
               WHEN 88-MAESTRO-TXT-OKEY
                    SET 88-MAESTRO-TXT-ABIERTO TO TRUE
               WHEN 88-MAESTRO-TXT-NO-EXISTE AND 88-REEMPLAZA
                    DISPLAY 'ERROR: NO EXISTE MAECAJ.txt - '
                            'MAECAJ.dat NO SE MODIFICA'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
               WHEN 88-MAESTRO-TXT-NO-EXISTE
                    DISPLAY " "
                    DISPLAY "AVISO: NO EXISTE MAECAJ.txt - "
                            "NO SE CARGA EL MAESTRO"
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN MAECAJ.txt'
                    DISPLAY 'ERROR CODE: ' FS-MAESTRO-TXT
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-MAESTRO-TXT-OKEY
              OPEN OUTPUT MAESTRO-CAJ
              IF 88-MAESTRO-OKEY
                 SET 88-MAESTRO-ABIERTO TO TRUE
              ELSE
                 DISPLAY 'ERROR OPEN SALIDA MAECAJ.dat: ' FS-MAESTRO
                 MOVE 12 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
              PERFORM 2100-LEER-MAESTRO-TXT UNTIL 88-MAESTRO-TXT-FIN
              PERFORM 3310-CIERRO-MAESTRO-TXT
              PERFORM 3320-CIERRO-MAESTRO
              IF RETURN-CODE NOT EQUAL ZERO
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       2100-LEER-MAESTRO-TXT.

           READ MAESTRO-TXT INTO MAESTRO-CAJERO-REG

           EVALUATE FS-MAESTRO-TXT
               WHEN '00'
                   ADD 1 TO WS-MAE-LEIDOS
                   PERFORM 2200-GRABAR-MAESTRO
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA MAECAJ.txt: '
                           FS-MAESTRO-TXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2200-GRABAR-MAESTRO.

           IF MC-COD-CAJERO NOT NUMERIC
              OR MC-COD-CAJERO EQUAL ZERO
              MOVE 'CODIGO INVALIDO' TO WS-MOTIVO-RECHAZO
              PERFORM 2300-RECHAZAR-MAESTRO
           ELSE
              IF MC-LEGAJO NOT NUMERIC
                 MOVE ZERO TO MC-LEGAJO
                 ADD 1 TO WS-MAE-SIN-LEGAJO
              END-IF
              WRITE REG-MAESTRO-FD FROM MAESTRO-CAJERO-REG
              EVALUATE TRUE
                  WHEN 88-MAESTRO-OKEY
                       ADD 1 TO WS-MAE-GRABADOS
                  WHEN 88-MAESTRO-DUPLICADO
                       MOVE 'CAJERO DUPLICADO' TO WS-MOTIVO-RECHAZO
                       PERFORM 2300-RECHAZAR-MAESTRO
                  WHEN OTHER
                       DISPLAY 'ERROR EN ESCRITURA MAECAJ.dat: '
                               FS-MAESTRO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-IF.

       2300-RECHAZAR-MAESTRO.

           ADD 1 TO WS-MAE-RECHAZADOS

           MOVE 'MAECAJ'           TO RCH-ARCHIVO
           MOVE FS-MAESTRO         TO RCH-FS
           MOVE MAESTRO-CAJERO-REG TO RCH-REGISTRO

           PERFORM 2900-GRABAR-RECHAZO.

      *----------------------------------------------------------------*
       2500-CARGAR-PENDIENTES.

           OPEN INPUT PENDIENTES-TXT.

           EVALUATE TRUE
               WHEN 88-PEND-TXT-OKEY
                    SET 88-PEND-TXT-ABIERTO TO TRUE
               WHEN 88-PEND-TXT-NO-EXISTE AND 88-REEMPLAZA
                    DISPLAY 'ERROR: NO EXISTE CONCPEND.txt - '
                            'CONCPEND.dat NO SE MODIFICA'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
               WHEN 88-PEND-TXT-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN CONCPEND.txt'
                    DISPLAY 'ERROR CODE: ' FS-PENDIENTES-TXT
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-PEND-TXT-NO-EXISTE
              PERFORM 2550-CREAR-PENDIENTES-VACIO
           ELSE
              OPEN OUTPUT PENDIENTES
              IF FS-PENDIENTES EQUAL '00'
                 SET 88-PEND-ABIERTO TO TRUE
              ELSE
                 DISPLAY 'ERROR OPEN SALIDA CONCPEND.dat: '
                         FS-PENDIENTES
                 MOVE 12 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
              PERFORM 2600-LEER-PENDIENTE-TXT UNTIL 88-PEND-TXT-FIN
              PERFORM 3330-CIERRO-PEND-TXT
              PERFORM 3340-CIERRO-PENDIENTES
              IF RETURN-CODE NOT EQUAL ZERO
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       2550-CREAR-PENDIENTES-VACIO.

      * SIN CONCPEND.txt NO SE TOCA UN CONCPEND.dat EXISTENTE, QUE YA
      * MANTIENE CONCBAN. SOLO SI NO EXISTE SE CREA VACIO, PARA QUE
      * CONCBAN Y AGEPEND LO ENCUENTREN.

           OPEN INPUT PENDIENTES.

           EVALUATE TRUE
               WHEN 88-PEND-OKEY
                    SET 88-PEND-ABIERTO TO TRUE
                    DISPLAY " "
                    DISPLAY "AVISO: NO EXISTE CONCPEND.txt - "
                            "CONCPEND.dat NO SE MODIFICA"
               WHEN 88-PEND-NO-EXISTE
                    DISPLAY " "
                    DISPLAY "AVISO: NO EXISTE CONCPEND.txt - "
                            "SE CREA CONCPEND.dat VACIO"
                    OPEN OUTPUT PENDIENTES
                    IF FS-PENDIENTES EQUAL '00'
                       SET 88-PEND-ABIERTO TO TRUE
                    ELSE
                       DISPLAY 'ERROR OPEN SALIDA CONCPEND.dat: '
                               FS-PENDIENTES
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN CONCPEND.dat'
                    DISPLAY 'ERROR CODE: ' FS-PENDIENTES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           PERFORM 3340-CIERRO-PENDIENTES.

           IF RETURN-CODE NOT EQUAL ZERO
              PERFORM 3000-FINALIZO
           END-IF.

       2600-LEER-PENDIENTE-TXT.

           READ PENDIENTES-TXT INTO PENDIENTE-REG

           EVALUATE FS-PENDIENTES-TXT
               WHEN '00'
                   ADD 1 TO WS-PEN-LEIDOS
                   PERFORM 2700-GRABAR-PENDIENTE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA CONCPEND.txt: '
                           FS-PENDIENTES-TXT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2700-GRABAR-PENDIENTE.

           IF PD-COD-CAJERO NOT NUMERIC
              OR PD-FECHA EQUAL SPACE
              MOVE 'CLAVE INVALIDA' TO WS-MOTIVO-RECHAZO
              PERFORM 2800-RECHAZAR-PENDIENTE
           ELSE
              WRITE REG-PENDIENTE-FD FROM PENDIENTE-REG
              EVALUATE TRUE
                  WHEN 88-PEND-OKEY
                       ADD 1 TO WS-PEN-GRABADOS
                  WHEN 88-PEND-DUPLICADO
                       MOVE 'PENDIENTE DUPLICADO' TO WS-MOTIVO-RECHAZO
                       PERFORM 2800-RECHAZAR-PENDIENTE
                  WHEN OTHER
                       DISPLAY 'ERROR EN ESCRITURA CONCPEND.dat: '
                               FS-PENDIENTES
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-IF.

       2800-RECHAZAR-PENDIENTE.

           ADD 1 TO WS-PEN-RECHAZADOS

           MOVE 'CONCPEND'    TO RCH-ARCHIVO
           MOVE FS-PENDIENTES TO RCH-FS
           MOVE PENDIENTE-REG TO RCH-REGISTRO

           PERFORM 2900-GRABAR-RECHAZO.

       2900-GRABAR-RECHAZO.

           MOVE WS-MOTIVO-RECHAZO  TO RCH-MOTIVO
           MOVE SPACE              TO WS-MOTIVO-RECHAZO

           WRITE REG-RECHAZO-FD FROM WS-RECHAZO-REG

           IF FS-RECHAZOS EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA RECHAZOS: ' FS-RECHAZOS
           END-IF.

      *----------------------------------------------------------------*
       3000-FINALIZO.

           PERFORM 3300-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3300-CIERRO-ARCHIVOS.

      * CIERRA LO QUE UN ERROR DEJO ABIERTO; EN UNA CORRIDA NORMAL
      * CADA ARCHIVO YA SE CERRO AL TERMINAR SU CARGA.

           IF 88-MAESTRO-TXT-ABIERTO
              PERFORM 3310-CIERRO-MAESTRO-TXT
           END-IF.

           IF 88-MAESTRO-ABIERTO
              PERFORM 3320-CIERRO-MAESTRO
           END-IF.

           IF 88-PEND-TXT-ABIERTO
              PERFORM 3330-CIERRO-PEND-TXT
           END-IF.

           IF 88-PEND-ABIERTO
              PERFORM 3340-CIERRO-PENDIENTES
           END-IF.

           IF 88-RECHAZO-OKEY
              CLOSE RECHAZOS
              IF FS-RECHAZOS NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE RECHAZOS: ' FS-RECHAZOS
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       3310-CIERRO-MAESTRO-TXT.

           CLOSE MAESTRO-TXT
           MOVE 'N' TO WS-MAESTRO-TXT-ABIERTO-SW

           IF FS-MAESTRO-TXT NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE MAECAJ.txt: ' FS-MAESTRO-TXT
              MOVE 12 TO RETURN-CODE
           END-IF.

       3320-CIERRO-MAESTRO.

           CLOSE MAESTRO-CAJ
           MOVE 'N' TO WS-MAESTRO-ABIERTO-SW

           IF FS-MAESTRO NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE MAECAJ.dat: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
           END-IF.

       3330-CIERRO-PEND-TXT.

           CLOSE PENDIENTES-TXT
           MOVE 'N' TO WS-PEND-TXT-ABIERTO-SW

           IF FS-PENDIENTES-TXT NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE CONCPEND.txt: '
                      FS-PENDIENTES-TXT
              MOVE 12 TO RETURN-CODE
           END-IF.

       3340-CIERRO-PENDIENTES.

           CLOSE PENDIENTES
           MOVE 'N' TO WS-PEND-ABIERTO-SW

           IF FS-PENDIENTES NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE CONCPEND.dat: ' FS-PENDIENTES
              MOVE 12 TO RETURN-CODE
           END-IF.

       3500-IMPRIMIR.

           DISPLAY " "
           DISPLAY "***************************************************"
           MOVE WS-MAE-LEIDOS TO WS-CANT-ED
           DISPLAY "Cajeros leidos       : " WS-CANT-ED
           MOVE WS-MAE-GRABADOS TO WS-CANT-ED
           DISPLAY "Cajeros cargados     : " WS-CANT-ED
           MOVE WS-MAE-RECHAZADOS TO WS-CANT-ED
           DISPLAY "Cajeros rechazados   : " WS-CANT-ED
           MOVE WS-MAE-SIN-LEGAJO TO WS-CANT-ED
           DISPLAY "Legajo llevado a cero: " WS-CANT-ED
           MOVE WS-PEN-LEIDOS TO WS-CANT-ED
           DISPLAY "Pendientes leidos    : " WS-CANT-ED
           MOVE WS-PEN-GRABADOS TO WS-CANT-ED
           DISPLAY "Pendientes cargados  : " WS-CANT-ED
           MOVE WS-PEN-RECHAZADOS TO WS-CANT-ED
           DISPLAY "Pendientes rechazados: " WS-CANT-ED
           DISPLAY "***************************************************"
           DISPLAY " ".

       END PROGRAM CARGIDX.

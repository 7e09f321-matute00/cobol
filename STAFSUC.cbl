      * Date:
      * Purpose: Informe de dotacion versus recaudacion por sucursal.
      *          Cruza el archivo de legajos Entrada.TXT (dotacion por
      *          sucursal), el maestro de cajeros MAECAJ.dat (cajeros
      *          activos, contados en la sucursal de su legajo; los
      *          activos sin legajo vigente no cuentan en ninguna
      *          sucursal y se informan aparte, al pie del informe, con
      *          su cantidad y sus codigos) y la consolidacion mensual
      *          CONSMES.txt (importe y casos del mes por cajero,
      *          llevados a su sucursal leyendo el maestro por
      *          codigo de cajero), y emite en STAFSUC.txt una linea
      *          por sucursal con la dotacion, los cajeros activos, el
      *          importe y los casos del mes, y los indicadores
      *          importe por empleado y casos por cajero que se usan
      *          en la discusion de dotaciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                   FILE STATUS  IS FS-MATI.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT CONSMES-ENT ASSIGN TO
           BLOCK 0.
       01  REG-MATI-FD                    PIC X(19).

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  CONSMES-ENT
           RECORDING MODE IS F
       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-FIN                  VALUE '10'.
           88 88-MAESTRO-NO-HALLADO           VALUE '23'.

       77  WS-MAESTRO-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-MAESTRO-ABIERTO              VALUE 'S'.

       77  FS-CONSMES                  PIC XX VALUE '  '.
           88 88-CONSMES-OKEY                 VALUE '00'.
       77  FS-LISTADO                  PIC XX VALUE '  '.
           88 88-LISTADO-OKEY                 VALUE '00'.

       77  WS-CAJERO-HALLADO-SW        PIC X       VALUE 'N'.
           88 88-CAJERO-HALLADO               VALUE 'S'.

       77  WS-SUB-SUC                  PIC 9(04)   VALUE ZERO.
       77  WS-CANT-SUCURSALES          PIC 9(03)   VALUE ZERO.
       77  WS-LEG-LEIDOS               PIC 9(09)   VALUE ZERO.
       77  WS-LEG-INVALIDOS            PIC 9(09)   VALUE ZERO.
       77  WS-CAJ-SIN-MAESTRO          PIC 9(09)   VALUE ZERO.
       77  WS-CAJ-SIN-LEGAJO           PIC 9(09)   VALUE ZERO.
       77  WS-CANT-LEGAJOS             PIC 9(04)   VALUE ZERO.
       77  WS-SUB-LEGAJO               PIC 9(04)   VALUE ZERO.
       77  WS-LEGAJO-HALLADO-SW        PIC X       VALUE 'N'.
           88 88-LEGAJO-HALLADO               VALUE 'S'.
       77  WS-SUB-SIN-LEG              PIC 9(04)   VALUE ZERO.
       77  WS-SUB-COD                  PIC 9(04)   VALUE ZERO.
       77  WS-IMP-SIN-MAESTRO          PIC 9(13)V99 VALUE ZERO.

       77  WS-TOT-EMPLEADOS            PIC 9(07)   VALUE ZERO.
       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.
       77  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  TABLA-LEGAJOS.
           03  TL-ENTRADA OCCURS 9999 TIMES INDEXED BY TL-IDX.
               05  TL-LEGAJO            PIC 9(06)   VALUE ZERO.
               05  TL-SUCURSAL          PIC 9(03)   VALUE ZERO.

       01  TABLA-SUCURSAL.
           03  TS-ENTRADA OCCURS 999 TIMES.
               05  TS-IMPORTE           PIC 9(13)V99 VALUE ZERO.
               05  TS-CASOS             PIC 9(09)    VALUE ZERO.

       01  TABLA-SIN-LEGAJO.
           03  TSL-COD-CAJERO OCCURS 999 TIMES PIC 9(03) VALUE ZERO.

       01  WS-ESTRUCTURA.
           03  WS-LEGAJO               PIC 9(06) VALUE ZERO.
           03  WS-SUCURSAL             PIC 9(03) VALUE ZERO.
           05  FILLER                  PIC X(132) VALUE
               'TOTAL EMPRESA'.

       01  WS-LINEA-SIN-LEGAJO.
           05  FILLER                  PIC X(25)   VALUE
               'ACTIVOS SIN LEGAJO     : '.
           05  WS-SL-CANTIDAD          PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(100)  VALUE SPACE.

       01  WS-LINEA-COD-SIN-LEG.
           05  FILLER                  PIC X(09)   VALUE SPACE.
           05  WS-SLC-ENTRADA OCCURS 20 TIMES.
               07  WS-SLC-CODIGO       PIC X(03).
               07  FILLER              PIC X(02).
           05  FILLER                  PIC X(23)   VALUE SPACE.

       77  WS-IMP-EMPLEADO             PIC 9(13)V99 VALUE ZERO.
       77  WS-CASOS-CAJERO             PIC 9(07)V99 VALUE ZERO.


           PERFORM 2000-PROCESAR-LEGAJOS UNTIL 88-MATI-FIN.

           PERFORM 2300-RECORRER-MAESTRO.

           PERFORM 2500-PROCESAR-CONSMES UNTIL 88-CONSMES-FIN.

           PERFORM 3000-FINALIZO.
           MOVE WS-HOY-MM   TO WS-ENC-MM
           MOVE WS-HOY-AAAA TO WS-ENC-AAAA

           PERFORM 1100-ABRIR-MAESTRO.

           PERFORM 1200-OPEN-MATI.


           PERFORM 1400-OPEN-LISTADO.

       1100-ABRIR-MAESTRO.

           OPEN INPUT MAESTRO-CAJ.

           IF FS-MAESTRO EQUAL '00'
              SET 88-MAESTRO-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN EN MAESTRO DE CAJEROS'
              DISPLAY 'ERROR CODE: ' FS-MAESTRO
              PERFORM 3000-FINALIZO
           END-IF.

       1200-OPEN-MATI.

           OPEN INPUT MATI.
              PERFORM 2200-MARCAR-SUCURSAL
              ADD 1 TO TS-EMPLEADOS (WS-SUB-SUC)
              ADD 1 TO WS-TOT-EMPLEADOS
              PERFORM 2150-GUARDAR-LEGAJO
           ELSE
              ADD 1 TO WS-LEG-INVALIDOS
           END-IF.

       2150-GUARDAR-LEGAJO.

           IF WS-CANT-LEGAJOS EQUAL 9999
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA LEGAJOS EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-LEGAJOS
           MOVE WS-LEGAJO   TO TL-LEGAJO   (WS-CANT-LEGAJOS)
           MOVE WS-SUCURSAL TO TL-SUCURSAL (WS-CANT-LEGAJOS).

       2200-MARCAR-SUCURSAL.

           IF TS-PRESENTE (WS-SUB-SUC) NOT EQUAL 'S'
              ADD 1 TO WS-CANT-SUCURSALES
           END-IF.

       2300-RECORRER-MAESTRO.

      * UNA PASADA POR EL MAESTRO EN ORDEN DE CODIGO, UNA VEZ CARGADOS
      * LOS LEGAJOS.

           MOVE ZERO TO MAE-COD-CAJERO-FD

           START MAESTRO-CAJ KEY IS NOT LESS THAN MAE-COD-CAJERO-FD

           EVALUATE TRUE
               WHEN 88-MAESTRO-OKEY
                    PERFORM 2305-LEER-CAJERO UNTIL 88-MAESTRO-FIN
               WHEN 88-MAESTRO-NO-HALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN START MAESTRO-CAJ: ' FS-MAESTRO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       2305-LEER-CAJERO.

           READ MAESTRO-CAJ NEXT RECORD INTO MAESTRO-CAJERO-REG

           EVALUATE FS-MAESTRO
               WHEN '00'
                   IF MC-LEGAJO NOT NUMERIC
                      MOVE ZERO TO MC-LEGAJO
                   END-IF
                   PERFORM 2310-CONTAR-CAJERO
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2310-CONTAR-CAJERO.

      * EL CAJERO ACTIVO SE CUENTA EN LA SUCURSAL DE SU LEGAJO. SI NO
      * TIENE LEGAJO ASIGNADO O EL LEGAJO NO ESTA EN Entrada.TXT NO SE
      * CUENTA COMO DOTACION DE CAJA (VER CONTROL CTLLEG).

           IF MC-ESTADO EQUAL 'A'
              MOVE 'N' TO WS-LEGAJO-HALLADO-SW
              IF MC-LEGAJO NOT EQUAL ZERO
                 PERFORM 2320-COMPARAR-LEGAJO
                     VARYING TL-IDX FROM 1 BY 1
                     UNTIL TL-IDX > WS-CANT-LEGAJOS
                     OR 88-LEGAJO-HALLADO
              END-IF
              IF 88-LEGAJO-HALLADO
                 MOVE TL-SUCURSAL (WS-SUB-LEGAJO) TO WS-SUB-SUC
                 PERFORM 2200-MARCAR-SUCURSAL
                 ADD 1 TO TS-CAJEROS (WS-SUB-SUC)
                 ADD 1 TO WS-TOT-CAJEROS
              ELSE
                 ADD 1 TO WS-CAJ-SIN-LEGAJO
                 IF WS-CAJ-SIN-LEGAJO NOT > 999
                    MOVE MC-COD-CAJERO
                      TO TSL-COD-CAJERO (WS-CAJ-SIN-LEGAJO)
                 END-IF
              END-IF
           END-IF.

       2320-COMPARAR-LEGAJO.

           IF TL-LEGAJO (TL-IDX) EQUAL MC-LEGAJO
              SET 88-LEGAJO-HALLADO TO TRUE
              SET WS-SUB-LEGAJO TO TL-IDX
           END-IF.

      *----------------------------------------------------------------*
       2500-PROCESAR-CONSMES.

       2600-ACUMULAR-RECAUDACION.

           MOVE COD-CAJERO IN RESUMEN-RECAUDACION-REG
                              TO MAE-COD-CAJERO-FD
           PERFORM 2700-LEER-MAESTRO.

           IF 88-CAJERO-HALLADO
              AND MC-SUCURSAL NOT EQUAL ZERO
              MOVE MC-SUCURSAL TO WS-SUB-SUC
              PERFORM 2200-MARCAR-SUCURSAL
              ADD IMPORTE IN RESUMEN-RECAUDACION-REG
                                 TO TS-IMPORTE (WS-SUB-SUC)
           ADD CANTIDAD-CASOS IN RESUMEN-RECAUDACION-REG
                              TO WS-TOT-CASOS.

       2700-LEER-MAESTRO.

           MOVE 'N' TO WS-CAJERO-HALLADO-SW

           READ MAESTRO-CAJ INTO MAESTRO-CAJERO-REG
               KEY IS MAE-COD-CAJERO-FD

           EVALUATE TRUE
               WHEN 88-MAESTRO-OKEY
                    SET 88-CAJERO-HALLADO TO TRUE
               WHEN 88-MAESTRO-NO-HALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

      *----------------------------------------------------------------*

           PERFORM 3200-EMITIR-TOTAL.

           PERFORM 3210-EMITIR-SIN-LEGAJO.

       3110-EMITIR-SUCURSAL.

           IF TS-PRESENTE (WS-SUB-SUC) EQUAL 'S'
           MOVE WS-LINEA-DETALLE TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO.

       3210-EMITIR-SIN-LEGAJO.

      * LOS ACTIVOS SIN LEGAJO VIGENTE NO ENTRAN EN NINGUNA SUCURSAL
      * NI EN EL TOTAL; SE INFORMAN AL PIE CON SUS CODIGOS, 20 POR
      * LINEA, PARA QUE SE CORRIJAN EN EL MAESTRO (VER CTLLEG).

           MOVE WS-LINEA-BLANCO TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-CAJ-SIN-LEGAJO   TO WS-SL-CANTIDAD
           MOVE WS-LINEA-SIN-LEGAJO TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE SPACE TO WS-LINEA-COD-SIN-LEG
           MOVE ZERO  TO WS-SUB-COD

           PERFORM 3220-AGREGAR-CODIGO
               VARYING WS-SUB-SIN-LEG FROM 1 BY 1
               UNTIL WS-SUB-SIN-LEG > WS-CAJ-SIN-LEGAJO
               OR WS-SUB-SIN-LEG > 999.

           IF WS-SUB-COD > ZERO
              MOVE WS-LINEA-COD-SIN-LEG TO REG-LISTADO-FD
              PERFORM 4100-GRABAR-LISTADO
           END-IF.

       3220-AGREGAR-CODIGO.

           ADD 1 TO WS-SUB-COD

           MOVE TSL-COD-CAJERO (WS-SUB-SIN-LEG)
             TO WS-SLC-CODIGO (WS-SUB-COD)

           IF WS-SUB-COD EQUAL 20
              MOVE WS-LINEA-COD-SIN-LEG TO REG-LISTADO-FD
              PERFORM 4100-GRABAR-LISTADO
              MOVE SPACE TO WS-LINEA-COD-SIN-LEG
              MOVE ZERO  TO WS-SUB-COD
           END-IF.

       3300-CIERRO-ARCHIVOS.

           IF 88-MAESTRO-ABIERTO
              CLOSE MAESTRO-CAJ
              MOVE 'N' TO WS-MAESTRO-ABIERTO-SW
           END-IF.

           IF FS-MATI EQUAL '00' OR '10'
              CLOSE MATI
           END-IF.
           DISPLAY "Legajos invalidos     : " WS-CANT-ED
           MOVE WS-TOT-CAJEROS TO WS-CANT-ED
           DISPLAY "Cajeros activos       : " WS-CANT-ED
           MOVE WS-CAJ-SIN-LEGAJO TO WS-CANT-ED
           DISPLAY "Activos sin legajo    : " WS-CANT-ED
           MOVE WS-CAJ-SIN-MAESTRO TO WS-CANT-ED
           DISPLAY "Cajeros sin maestro   : " WS-CANT-ED
           MOVE WS-IMP-SIN-MAESTRO TO WS-IMP-ED

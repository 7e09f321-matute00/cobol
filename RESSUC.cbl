      * Purpose: Consolidacion de la recaudacion por sucursal. Segun el
      *          parametro recibido lee el resumen diario (modo DIA,
      *          RESXDIA2.txt) o la consolidacion mensual (modo MES,
      *          CONSMES.txt), lee por codigo la sucursal de cada
      *          cajero en el maestro indexado MAECAJ.dat y emite un
      *          informe con el detalle de cajeros bajo cada sucursal,
      *          subtotal por sucursal y total general, mas un
      *          archivo de resumen por sucursal (RESXSUC.txt). El
      *          total general calculado se controla contra la linea
      *          TOTAL GENERAL del archivo de entrada; si no coincide
      *          el proceso termina con error.
      *          En modo DIA puede indicarse una fecha de negocio
      *          pasada: se consolidan todas las copias fechadas que
      *          CORTE2 dejo catalogadas en CATRES.txt para esa fecha,
      *          una por lote de sucursal
      *          (RESXDIA2-AAAA-MM-DD-SSS-LLLLLL.txt), controlando
      *          contra la suma de sus TOTAL GENERAL; RESXSUC.txt queda
      *          con el resumen de esa fecha.
      *          Parametros: DIA [AAAA-MM-DD] | MES
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESXDIA ASSIGN TO WS-RESXDIA-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESXDIA.

                                   FILE STATUS  IS FS-CONSMES.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT LISTADO ASSIGN TO
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESXSUC.

       SELECT CATALOGO ASSIGN TO
           'D:\cobol-1\Archivo\CATRES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.

           BLOCK 0.
       01  REG-CONSMES-FD                 PIC X(141).

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
       01  REG-RESXSUC-FD                 PIC X(52).

       FD  CATALOGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CATALOGO-FD                PIC X(89).

       WORKING-STORAGE SECTION.

       77  FS-RESXDIA                  PIC XX VALUE '  '.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-NO-HALLADO           VALUE '23'.

       77  WS-MAESTRO-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-MAESTRO-ABIERTO              VALUE 'S'.

       77  FS-LISTADO                  PIC XX VALUE '  '.
           88 88-LISTADO-OKEY                 VALUE '00'.
       77  FS-RESXSUC                  PIC XX VALUE '  '.
           88 88-RESXSUC-OKEY                 VALUE '00'.

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

       01  WS-ENC-MODO-FECHADO.
           03  FILLER                  PIC X(09) VALUE '(RESUMEN '.
           03  WS-ENC-MODO-FECHA       PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(01) VALUE ')'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-MODO                     PIC X(03) VALUE SPACE.
           88 88-MODO-DIA                     VALUE 'DIA'.
       77  WS-IMP-TOTAL-GRAL           PIC 9(13)V99 VALUE ZERO.
       77  WS-CASOS-TOTAL-GRAL         PIC 9(09)   VALUE ZERO.

       77  WS-CAJERO-HALLADO-SW        PIC X       VALUE 'N'.
           88 88-CAJERO-HALLADO               VALUE 'S'.
       77  WS-BUSQ-INF                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-SUP                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-MED                 PIC 9(04)   VALUE ZERO.
       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.
       77  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  TABLA-CAJEROS.
           03  TC-CAJERO OCCURS 5000 TIMES INDEXED BY TC-IDX.
               05  TC-COD-CAJERO        PIC 9(03)    VALUE ZERO.

       COPY WMAECAJ.

       COPY WCATRES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM 1100-OPEN-ENTRADA.

           PERFORM 1120-ABRIR-MAESTRO.

           PERFORM 1200-OPEN-LISTADO.

                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           MOVE WS-PARM-LINEA (5:10) TO WS-FECHA-CORTE

           IF WS-FECHA-CORTE NOT EQUAL SPACE
              IF 88-MODO-DIA
                 PERFORM 1060-BUSCAR-CATALOGO
                 MOVE WS-FECHA-CORTE      TO WS-ENC-MODO-FECHA
                 MOVE WS-ENC-MODO-FECHADO TO WS-ENC-MODO
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

           IF 88-MODO-DIA
              OPEN INPUT RESXDIA
              IF FS-RESXDIA NOT EQUAL '00'
                 DISPLAY 'ERROR OPEN EN RESXDIA'
                 DISPLAY 'ERROR CODE: ' FS-RESXDIA
                 MOVE 12 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           ELSE
              OPEN INPUT CONSMES-ENT
              IF FS-CONSMES NOT EQUAL '00'
                 DISPLAY 'ERROR OPEN EN CONSMES'
                 DISPLAY 'ERROR CODE: ' FS-CONSMES
                 MOVE 12 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       1120-ABRIR-MAESTRO.

           OPEN INPUT MAESTRO-CAJ.

           IF FS-MAESTRO EQUAL '00'
              SET 88-MAESTRO-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN EN MAESTRO DE CAJEROS'
              DISPLAY 'ERROR CODE: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1200-OPEN-LISTADO.


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

       2200-FILTRAR-DETALLE.

      * CON UNA FECHA PASADA CADA COPIA DE LOTE TRAE SU PROPIA LINEA
      * TOTAL GENERAL: EL CONTROL SE HACE CONTRA LA SUMA DE TODAS.

           IF TIPO-REGISTRO EQUAL 'TOTAL GENERAL'
              ADD IMPORTE IN RESUMEN-RECAUDACION-REG
                                      TO WS-IMP-TOTAL-GRAL
              ADD CANTIDAD-CASOS IN RESUMEN-RECAUDACION-REG
                                      TO WS-CASOS-TOTAL-GRAL
              SET 88-HAY-TOTAL-GENERAL TO TRUE
           ELSE
       2360-ASIGNAR-SUCURSAL.

           MOVE COD-CAJERO IN RESUMEN-RECAUDACION-REG
                              TO MAE-COD-CAJERO-FD
           PERFORM 2370-LEER-MAESTRO.

           IF 88-CAJERO-HALLADO
              MOVE MC-SUCURSAL
                              TO TC-SUCURSAL (WS-PUNTO-INSERCION)
              IF MC-NOMBRE NOT EQUAL SPACE
                 MOVE MC-NOMBRE
                              TO TC-NOMBRE (WS-PUNTO-INSERCION)
              END-IF
           ELSE
              END-IF
           END-IF.

       2370-LEER-MAESTRO.

           MOVE 'N' TO WS-CAJERO-HALLADO-SW

           READ MAESTRO-CAJ INTO MAESTRO-CAJERO-REG
               KEY IS MAE-COD-CAJERO-FD

           EVALUATE TRUE
               WHEN 88-MAESTRO-OKEY
                    SET 88-CAJERO-HALLADO TO TRUE
               WHEN 88-MAESTRO-NO-HALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY " "
                    DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

      *----------------------------------------------------------------*
              END-IF
           END-IF.

           IF 88-MAESTRO-ABIERTO
              CLOSE MAESTRO-CAJ
              MOVE 'N' TO WS-MAESTRO-ABIERTO-SW
           END-IF.

           IF 88-LISTADO-OKEY
              CLOSE LISTADO
           END-IF.
           DISPLAY " "
           DISPLAY "***************************************************"
           DISPLAY "Modo de consolidacion : " WS-MODO
           IF WS-FECHA-CORTE NOT EQUAL SPACE
              DISPLAY "Corte resguardado     : " WS-FECHA-CORTE
              DISPLAY "Lotes del corte       : " WS-CANT-LOTES-FECHA
           END-IF
           MOVE WS-CANT-SUCURSALES TO WS-CANT-ED
           DISPLAY "Sucursales informadas : " WS-CANT-ED
           MOVE WS-CANT-CAJEROS TO WS-CANT-ED

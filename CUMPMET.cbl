      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cumplimiento de las metas mensuales de recaudacion.
      *          Lee las metas del periodo pedido (METAS.txt, cargadas
      *          por MANTMET) y las compara con lo recaudado: si el
      *          periodo esta en curso se suma el detalle de
      *          RESXMES.txt; si ya fue cerrado se toma el total
      *          consolidado por CONSMES en HISTMES.txt. Lo recaudado
      *          se lleva a la sucursal de cada cajero segun el
      *          maestro MAECAJ.dat, como en RESSUC. Informa por
      *          sucursal la meta, lo recaudado, el porcentaje
      *          cumplido, la diferencia en importe y, con el periodo
      *          en curso, la proyeccion al cierre del mes segun los
      *          dias habiles transcurridos hasta el ultimo dia
      *          cargado (lunes a viernes menos los feriados
      *          nacionales de FERIADOS.txt). Las metas individuales de
      *          cajero se listan bajo su sucursal; si la sucursal no
      *          tiene meta propia (cajero 000) su meta es la suma de
      *          las de sus cajeros. Se marcan con *ALERTA las
      *          sucursales cuya proyeccion queda por debajo de la
      *          meta en mas del margen, y se repiten al final del
      *          informe CUMPMET.txt.
      *          Parametros: AAAA-MM [MARGEN]
      *          (margen en % por debajo de la meta, base 10)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUMPMET.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT METAS ASSIGN TO
           'D:\cobol-1\Archivo\METAS.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-METAS.

       SELECT RESXMES ASSIGN TO
           'D:\cobol-1\Archivo\RESXMES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESXMES.

       SELECT HISTMES ASSIGN TO
           'D:\cobol-1\Archivo\HISTMES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-HISTMES.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT FERIADOS ASSIGN TO
           'D:\cobol-1\Archivo\FERIADOS.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-FERIADOS.

       SELECT INFORME ASSIGN TO
           'D:\cobol-1\Archivo\CUMPMET.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.

       FD  METAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-META-FD                    PIC X(34).

       FD  RESXMES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESXMES-FD                 PIC X(141).

       FD  HISTMES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-HISTMES-FD                 PIC X(72).

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  FERIADOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FERIADO-FD                 PIC X(47).

       FD  INFORME
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-METAS                    PIC XX VALUE '  '.
           88 88-META-OKEY                    VALUE '00'.
           88 88-META-FIN                     VALUE '10'.

       77  FS-RESXMES                  PIC XX VALUE '  '.
           88 88-RESXMES-OKEY                 VALUE '00'.
           88 88-RESXMES-FIN                  VALUE '10'.
           88 88-RESXMES-NO-EXISTE            VALUE '35'.

       77  FS-HISTMES                  PIC XX VALUE '  '.
           88 88-HISTMES-OKEY                 VALUE '00'.
           88 88-HISTMES-FIN                  VALUE '10'.
           88 88-HISTMES-NO-EXISTE            VALUE '35'.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-FIN                  VALUE '10'.

       77  FS-FERIADOS                 PIC XX VALUE '  '.
           88 88-FERIADO-OKEY                 VALUE '00'.
           88 88-FERIADO-FIN                  VALUE '10'.
           88 88-FERIADO-NO-EXISTE            VALUE '35'.

       77  FS-INFORME                  PIC XX VALUE '  '.
           88 88-INFORME-OKEY                 VALUE '00'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-PERIODO                  PIC X(07) VALUE SPACE.
       77  WS-MARGEN                   PIC 9(03) VALUE 10.
       77  WS-PCT-MINIMO               PIC 9(03) VALUE ZERO.

       77  WS-FUENTE-RECAU             PIC X(07) VALUE SPACE.
       77  WS-HAY-RECAUDADO-SW         PIC X  VALUE 'N'.
           88 88-HAY-RECAUDADO                VALUE 'S'.
       77  WS-FECHA-ULTIMA             PIC X(10) VALUE SPACE.

       77  WS-SUB-CAJERO               PIC 9(04) VALUE ZERO.
       77  WS-SUB-SUC                  PIC 9(04) VALUE ZERO.
       77  WS-SUB-ALERTA               PIC 9(04) VALUE ZERO.

       77  WS-CANT-METAS               PIC 9(09) VALUE ZERO.
       77  WS-CANT-SUCURSALES          PIC 9(04) VALUE ZERO.
       77  WS-CANT-LISTADOS            PIC 9(04) VALUE ZERO.
       77  WS-CANT-ALERTAS             PIC 9(04) VALUE ZERO.
       77  WS-SUC-SIN-META             PIC 9(04) VALUE ZERO.
       77  WS-IMP-SIN-META             PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-SIN-MAESTRO          PIC 9(13)V99 VALUE ZERO.

       77  WS-CALC-META                PIC 9(13)V99 VALUE ZERO.
       77  WS-CALC-REAL                PIC 9(13)V99 VALUE ZERO.
       77  WS-CALC-PROY                PIC 9(13)V99 VALUE ZERO.
       77  WS-CALC-DIF                 PIC S9(13)V99 VALUE ZERO.
       77  WS-PCT-CALC                 PIC 9(07)V99 VALUE ZERO.
       77  WS-PCT-CUMPLIDO             PIC 9(05)V99 VALUE ZERO.
       77  WS-PCT-PROYECTADO           PIC 9(05)V99 VALUE ZERO.

       77  WS-META-TOT                 PIC 9(13)V99 VALUE ZERO.
       77  WS-REAL-TOT                 PIC 9(13)V99 VALUE ZERO.

       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.
       77  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-PCT-ED                   PIC ZZZZ9,99.

      * DIAS HABILES DEL PERIODO Y TRANSCURRIDOS HASTA EL ULTIMO DIA
      * CARGADO EN RESXMES (VER CIERRMES).

       77  WS-HAB-MES                  PIC 9(02) VALUE ZERO.
       77  WS-HAB-TRANSC               PIC 9(02) VALUE ZERO.
       77  WS-DIA-ULTIMO               PIC 9(02) VALUE ZERO.

       77  WS-CANT-FERIADOS            PIC 9(02) VALUE ZERO.
       77  WS-FERIADO-SW               PIC X     VALUE 'N'.
           88 88-ES-FERIADO                      VALUE 'S'.

       01  TABLA-FERIADOS.
           03  TFE-FECHA OCCURS 31 TIMES INDEXED BY TFE-IDX
                                       PIC X(10) VALUE SPACE.

       77  WS-PER-AAAA                 PIC 9(04) VALUE ZERO.
       77  WS-PER-MM                   PIC 9(02) VALUE ZERO.
       77  WS-DIAS-MES                 PIC 9(02) VALUE ZERO.
       77  WS-DIA-NUM                  PIC 9(02) VALUE ZERO.
       77  WS-RESTO                    PIC 9(04) VALUE ZERO.
       77  WS-COCIENTE                 PIC 9(04) VALUE ZERO.
       77  WS-BISIESTO-SW              PIC X     VALUE 'N'.
           88 88-BISIESTO                        VALUE 'S'.

       77  WS-ZEL-AAAA                 PIC 9(04) VALUE ZERO.
       77  WS-ZEL-MM                   PIC 9(02) VALUE ZERO.
       77  WS-ZEL-T1                   PIC 9(04) VALUE ZERO.
       77  WS-ZEL-T2                   PIC 9(04) VALUE ZERO.
       77  WS-ZEL-K                    PIC 9(02) VALUE ZERO.
       77  WS-ZEL-J                    PIC 9(02) VALUE ZERO.
       77  WS-ZEL-SUMA                 PIC 9(06) VALUE ZERO.
       77  WS-ZEL-DIA-SEM              PIC 9(01) VALUE ZERO.
           88 88-DIA-HABIL                   VALUE 2 THRU 6.

       01  WS-FECHA-DIA.
           03  WS-FD-AAAA              PIC 9(04) VALUE ZERO.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-FD-MM                PIC 9(02) VALUE ZERO.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-FD-DD                PIC 9(02) VALUE ZERO.

       01  TABLA-CAJEROS.
           03  TC-ENTRADA OCCURS 999 TIMES.
               05  TC-EN-MAESTRO        PIC X(01)    VALUE 'N'.
               05  TC-NOMBRE            PIC X(30)    VALUE SPACE.
               05  TC-SUCURSAL          PIC 9(03)    VALUE ZERO.
               05  TC-RECAUDADO         PIC 9(13)V99 VALUE ZERO.
               05  TC-TIENE-META        PIC X(01)    VALUE 'N'.
               05  TC-SUC-META          PIC 9(03)    VALUE ZERO.
               05  TC-META              PIC 9(13)V99 VALUE ZERO.

      * SUBINDICE = CODIGO DE SUCURSAL + 1.

       01  TABLA-SUCURSALES.
           03  TS-ENTRADA OCCURS 1000 TIMES.
               05  TS-TIENE-META        PIC X(01)    VALUE 'N'.
               05  TS-META-SUC          PIC 9(13)V99 VALUE ZERO.
               05  TS-CANT-METAS-CAJ    PIC 9(04)    VALUE ZERO.
               05  TS-META-CAJEROS      PIC 9(13)V99 VALUE ZERO.
               05  TS-RECAUDADO         PIC 9(13)V99 VALUE ZERO.

       01  TABLA-ALERTAS.
           03  TA-SUB-SUC OCCURS 1000 TIMES PIC 9(04) VALUE ZERO.

       01  WS-TITULO-1.
           05  FILLER                  PIC X(41) VALUE
               'CUMPLIMIENTO DE METAS DE RECAUDACION  -  '.
           05  WS-TIT-PERIODO          PIC X(07).
           05  FILLER                  PIC X(11) VALUE
               '   MARGEN: '.
           05  WS-TIT-MARGEN           PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE ' %'.
           05  FILLER                  PIC X(14) VALUE
               '   RECAUDADO: '.
           05  WS-TIT-FUENTE           PIC X(07).
           05  FILLER                  PIC X(18) VALUE
               '   DIAS HABILES: '.
           05  WS-TIT-HAB-TRANSC       PIC Z9.
           05  FILLER                  PIC X(04) VALUE ' DE '.
           05  WS-TIT-HAB-MES          PIC Z9.
           05  FILLER                  PIC X(21) VALUE SPACE.

       01  WS-TITULO-2.
           05  FILLER                  PIC X(23) VALUE 'CAJ NOMBRE'.
           05  FILLER                  PIC X(21) VALUE
               '            META MES '.
           05  FILLER                  PIC X(21) VALUE
               '           RECAUDADO '.
           05  FILLER                  PIC X(09) VALUE
               '  % CUMP '.
           05  FILLER                  PIC X(21) VALUE
               '          DIFERENCIA '.
           05  FILLER                  PIC X(21) VALUE
               '          PROYECCION '.
           05  FILLER                  PIC X(09) VALUE
               '  % PROY '.
           05  FILLER                  PIC X(07) VALUE 'OBSERV.'.

       01  WS-TITULO-3.
           05 FILLER                   PIC X(132) VALUE ALL '-'.

       01  WS-TIT-SUCURSAL.
           05  FILLER                  PIC X(10) VALUE 'SUCURSAL: '.
           05  WS-TS-SUCURSAL          PIC 9(03).
           05  FILLER                  PIC X(119) VALUE SPACE.

       01  WS-TIT-ALERTAS.
           05  FILLER                  PIC X(53) VALUE
               'SUCURSALES PROYECTADAS POR DEBAJO DE LA META (MARGEN '.
           05  WS-TA-MARGEN            PIC ZZ9.
           05  FILLER                  PIC X(76) VALUE ' %)'.

       01  WS-TIT-SIN-ALERTAS.
           05  FILLER                  PIC X(132) VALUE
               'NINGUNA SUCURSAL PROYECTADA POR DEBAJO DEL MARGEN'.

       01  WS-LINEA-DETALLE.
           05  WS-LD-LEYENDA           PIC X(22).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LD-META              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LD-RECAUDADO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LD-PCT-CUMP          PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LD-DIFERENCIA        PIC -.---.---.---.--9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LD-PROYECCION        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LD-PCT-PROY          PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LD-OBSERV            PIC X(07).

       01  WS-LEY-CAJERO.
           05  WS-LEY-CAJ-COD          PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LEY-CAJ-NOMBRE       PIC X(18).

       01  WS-LEY-SUCURSAL.
           05  FILLER                  PIC X(15) VALUE
               'TOTAL SUCURSAL '.
           05  WS-LEY-SUC-COD          PIC 9(03).

       01  WS-LINEA-BLANCO             PIC X(132)  VALUE SPACE.

       COPY WMETAS.

       COPY WHISTMES.

       COPY WRES-RECAUDACION.

       COPY WMAECAJ.

       COPY WFERIADO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO.

           PERFORM 3000-FINALIZO.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIO.

           PERFORM 1050-LEER-PARAMETROS.

           PERFORM 1100-CARGAR-MAESTRO.

           PERFORM 1200-CARGAR-METAS.

           PERFORM 1300-CARGAR-RESXMES.

           IF NOT 88-HAY-RECAUDADO
              PERFORM 1400-CARGAR-HISTMES
           END-IF.

           IF NOT 88-HAY-RECAUDADO
              DISPLAY 'ATENCION: SIN RECAUDACION DEL PERIODO '
                      WS-PERIODO ' EN RESXMES NI EN HISTMES'
              MOVE 'NINGUNO' TO WS-FUENTE-RECAU
           END-IF.

           PERFORM 1500-CONTAR-HABILES.

           PERFORM 1600-OPEN-INFORME.

       1050-LEER-PARAMETROS.

           ACCEPT WS-PARM-LINEA FROM COMMAND-LINE

           IF WS-PARM-LINEA EQUAL SPACE
              DISPLAY 'ERROR: FALTA EL PERIODO A INFORMAR (AAAA-MM)'
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           MOVE WS-PARM-LINEA (1:7) TO WS-PERIODO

           IF WS-PERIODO (1:4) NUMERIC
              AND WS-PERIODO (5:1) EQUAL '-'
              AND WS-PERIODO (6:2) NUMERIC
              AND WS-PERIODO (6:2) >= '01'
              AND WS-PERIODO (6:2) <= '12'
              CONTINUE
           ELSE
              DISPLAY 'ERROR: PERIODO INVALIDO: ' WS-PERIODO
              DISPLAY 'FORMATO ESPERADO: AAAA-MM'
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           IF WS-PARM-LINEA (9:3) NOT EQUAL SPACE
              IF WS-PARM-LINEA (9:3) NUMERIC
                 MOVE WS-PARM-LINEA (9:3) TO WS-MARGEN
              ELSE
                 IF WS-PARM-LINEA (9:2) NUMERIC
                    AND WS-PARM-LINEA (11:1) EQUAL SPACE
                    MOVE WS-PARM-LINEA (9:2) TO WS-MARGEN
                 ELSE
                    IF WS-PARM-LINEA (9:1) NUMERIC
                       AND WS-PARM-LINEA (10:2) EQUAL SPACE
                       MOVE WS-PARM-LINEA (9:1) TO WS-MARGEN
                    ELSE
                       DISPLAY 'ERROR: MARGEN INVALIDO: '
                               WS-PARM-LINEA (9:3)
                       MOVE 16 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-MARGEN < 100
              COMPUTE WS-PCT-MINIMO = 100 - WS-MARGEN
           ELSE
              MOVE ZERO TO WS-PCT-MINIMO
           END-IF.

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
                   IF MC-COD-CAJERO NUMERIC
                      AND MC-COD-CAJERO > ZERO
                      AND MC-SUCURSAL NUMERIC
                      MOVE MC-COD-CAJERO TO WS-SUB-CAJERO
                      MOVE 'S'         TO TC-EN-MAESTRO (WS-SUB-CAJERO)
                      MOVE MC-NOMBRE   TO TC-NOMBRE     (WS-SUB-CAJERO)
                      MOVE MC-SUCURSAL TO TC-SUCURSAL   (WS-SUB-CAJERO)
                   END-IF
               WHEN '10'
                   SET 88-MAESTRO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1200-CARGAR-METAS.

           OPEN INPUT METAS.

           IF FS-METAS EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN ARCHIVO DE METAS'
              DISPLAY 'ERROR CODE: ' FS-METAS
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1210-LEER-META UNTIL 88-META-FIN.

           CLOSE METAS.

           IF FS-METAS NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE METAS: ' FS-METAS
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           IF WS-CANT-METAS EQUAL ZERO
              DISPLAY " "
              DISPLAY "ERROR: NO HAY METAS CARGADAS PARA EL PERIODO "
                      WS-PERIODO
              DISPLAY "CARGARLAS CON MANTMET"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1210-LEER-META.

           READ METAS INTO META-REG

           EVALUATE FS-METAS
               WHEN '00'
                   IF MT-PERIODO EQUAL WS-PERIODO
                      AND MT-SUCURSAL NUMERIC
                      AND MT-SUCURSAL > ZERO
                      AND MT-COD-CAJERO NUMERIC
                      AND MT-IMPORTE NUMERIC
                      ADD 1 TO WS-CANT-METAS
                      PERFORM 1220-GUARDAR-META
                   END-IF
               WHEN '10'
                   SET 88-META-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA METAS: ' FS-METAS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1220-GUARDAR-META.

           COMPUTE WS-SUB-SUC = MT-SUCURSAL + 1

           IF 88-MT-META-SUCURSAL
              MOVE 'S'        TO TS-TIENE-META (WS-SUB-SUC)
              MOVE MT-IMPORTE TO TS-META-SUC   (WS-SUB-SUC)
           ELSE
              MOVE MT-COD-CAJERO TO WS-SUB-CAJERO
              MOVE 'S'         TO TC-TIENE-META (WS-SUB-CAJERO)
              MOVE MT-SUCURSAL TO TC-SUC-META   (WS-SUB-CAJERO)
              MOVE MT-IMPORTE  TO TC-META       (WS-SUB-CAJERO)
              ADD 1            TO TS-CANT-METAS-CAJ (WS-SUB-SUC)
              ADD MT-IMPORTE   TO TS-META-CAJEROS   (WS-SUB-SUC)
           END-IF.

       1300-CARGAR-RESXMES.

      * PERIODO EN CURSO: SE SUMA EL DETALLE POR CAJERO Y FECHA DEL
      * ACUMULADO Y SE TOMA LA ULTIMA FECHA CARGADA PARA PROYECTAR.

           OPEN INPUT RESXMES.

           EVALUATE TRUE
               WHEN 88-RESXMES-OKEY
                    PERFORM 1310-LEER-RESXMES UNTIL 88-RESXMES-FIN
                    CLOSE RESXMES
                    IF FS-RESXMES NOT EQUAL '00'
                       DISPLAY 'ERROR EN CIERRE RESXMES: ' FS-RESXMES
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 88-RESXMES-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN RESXMES'
                    DISPLAY 'ERROR CODE: ' FS-RESXMES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-HAY-RECAUDADO
              MOVE 'RESXMES' TO WS-FUENTE-RECAU
           END-IF.

       1310-LEER-RESXMES.

           READ RESXMES INTO RESUMEN-RECAUDACION-REG

           EVALUATE FS-RESXMES
               WHEN '00'
                   IF TIPO-REGISTRO EQUAL SPACE
                      AND FECHA-RECAUDACION (1:7) EQUAL WS-PERIODO
                      AND COD-CAJERO NUMERIC
                      AND COD-CAJERO > ZERO
                      SET 88-HAY-RECAUDADO TO TRUE
                      MOVE COD-CAJERO TO WS-SUB-CAJERO
                      ADD IMPORTE TO TC-RECAUDADO (WS-SUB-CAJERO)
                      IF TC-EN-MAESTRO (WS-SUB-CAJERO) NOT EQUAL 'S'
                         MOVE NOMBRE-CAJERO
                                       TO TC-NOMBRE (WS-SUB-CAJERO)
                      END-IF
                      IF FECHA-RECAUDACION > WS-FECHA-ULTIMA
                         MOVE FECHA-RECAUDACION TO WS-FECHA-ULTIMA
                      END-IF
                   END-IF
               WHEN '10'
                   SET 88-RESXMES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA RESXMES: ' FS-RESXMES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1400-CARGAR-HISTMES.

      * PERIODO CERRADO: TOTAL DEL MES POR CAJERO CONSOLIDADO POR
      * CONSMES. SI EL PERIODO FUE REPROCESADO VALE LA ULTIMA
      * APARICION DE CADA CAJERO (VER WHISTMES).

           OPEN INPUT HISTMES.

           EVALUATE TRUE
               WHEN 88-HISTMES-OKEY
                    PERFORM 1410-LEER-HISTMES UNTIL 88-HISTMES-FIN
                    CLOSE HISTMES
                    IF FS-HISTMES NOT EQUAL '00'
                       DISPLAY 'ERROR EN CIERRE HISTMES: ' FS-HISTMES
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 88-HISTMES-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN HISTMES'
                    DISPLAY 'ERROR CODE: ' FS-HISTMES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-HAY-RECAUDADO
              MOVE 'HISTMES' TO WS-FUENTE-RECAU
           END-IF.

       1410-LEER-HISTMES.

           READ HISTMES INTO HIST-RECAUDACION-REG

           EVALUATE FS-HISTMES
               WHEN '00'
                   IF HM-PERIODO EQUAL WS-PERIODO
                      AND HM-COD-CAJERO NUMERIC
                      AND HM-COD-CAJERO > ZERO
                      SET 88-HAY-RECAUDADO TO TRUE
                      MOVE HM-COD-CAJERO TO WS-SUB-CAJERO
                      MOVE HM-IMPORTE TO TC-RECAUDADO (WS-SUB-CAJERO)
                      IF TC-EN-MAESTRO (WS-SUB-CAJERO) NOT EQUAL 'S'
                         MOVE HM-NOMBRE TO TC-NOMBRE (WS-SUB-CAJERO)
                      END-IF
                   END-IF
               WHEN '10'
                   SET 88-HISTMES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA HISTMES: ' FS-HISTMES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1500-CONTAR-HABILES.

      * CON EL PERIODO CERRADO (HISTMES) EL MES ESTA COMPLETO; SIN
      * RECAUDACION NO HAY DIAS TRANSCURRIDOS NI PROYECCION.

           MOVE WS-PERIODO (1:4) TO WS-PER-AAAA
           MOVE WS-PERIODO (6:2) TO WS-PER-MM

           PERFORM 1510-DIAS-DEL-MES.

           PERFORM 1520-CARGAR-FERIADOS.

           EVALUATE WS-FUENTE-RECAU
               WHEN 'RESXMES'
                    MOVE WS-FECHA-ULTIMA (9:2) TO WS-DIA-ULTIMO
               WHEN 'HISTMES'
                    MOVE WS-DIAS-MES TO WS-DIA-ULTIMO
               WHEN OTHER
                    MOVE ZERO TO WS-DIA-ULTIMO
           END-EVALUATE.

           PERFORM 1540-CONTAR-UN-DIA
               VARYING WS-DIA-NUM FROM 1 BY 1
               UNTIL WS-DIA-NUM > WS-DIAS-MES.

       1510-DIAS-DEL-MES.

           MOVE 'N' TO WS-BISIESTO-SW

           DIVIDE WS-PER-AAAA BY 400 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO EQUAL ZERO
              SET 88-BISIESTO TO TRUE
           ELSE
              DIVIDE WS-PER-AAAA BY 100 GIVING WS-COCIENTE
                  REMAINDER WS-RESTO
              IF WS-RESTO NOT EQUAL ZERO
                 DIVIDE WS-PER-AAAA BY 4 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO
                 IF WS-RESTO EQUAL ZERO
                    SET 88-BISIESTO TO TRUE
                 END-IF
              END-IF
           END-IF

           EVALUATE WS-PER-MM
               WHEN 2
                    IF 88-BISIESTO
                       MOVE 29 TO WS-DIAS-MES
                    ELSE
                       MOVE 28 TO WS-DIAS-MES
                    END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                    MOVE 30 TO WS-DIAS-MES
               WHEN OTHER
                    MOVE 31 TO WS-DIAS-MES
           END-EVALUATE.

       1520-CARGAR-FERIADOS.

      * SOLO LOS FERIADOS NACIONALES: LA PROYECCION SE HACE SOBRE EL
      * CALENDARIO COMUN. SIN CALENDARIO SE CUENTA LUNES A VIERNES.

           OPEN INPUT FERIADOS.

           EVALUATE TRUE
               WHEN 88-FERIADO-OKEY
                    PERFORM 1530-LEER-FERIADO UNTIL 88-FERIADO-FIN
                    CLOSE FERIADOS
                    IF FS-FERIADOS NOT EQUAL '00'
                       DISPLAY 'ERROR EN CIERRE FERIADOS: ' FS-FERIADOS
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 88-FERIADO-NO-EXISTE
                    DISPLAY " "
                    DISPLAY "AVISO: SIN CALENDARIO DE FERIADOS "
                            "(NO EXISTE FERIADOS)"
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN FERIADOS'
                    DISPLAY 'ERROR CODE: ' FS-FERIADOS
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       1530-LEER-FERIADO.

           READ FERIADOS INTO FERIADO-REG

           EVALUATE FS-FERIADOS
               WHEN '00'
                   IF FE-FECHA (1:7) EQUAL WS-PERIODO
                      AND 88-FE-NACIONAL
                      AND WS-CANT-FERIADOS < 31
                      ADD 1 TO WS-CANT-FERIADOS
                      MOVE FE-FECHA TO TFE-FECHA (WS-CANT-FERIADOS)
                   END-IF
               WHEN '10'
                   SET 88-FERIADO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA FERIADOS: ' FS-FERIADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1540-CONTAR-UN-DIA.

           PERFORM 1570-DIA-DE-SEMANA.

           IF 88-DIA-HABIL
              MOVE WS-PER-AAAA TO WS-FD-AAAA
              MOVE WS-PER-MM   TO WS-FD-MM
              MOVE WS-DIA-NUM  TO WS-FD-DD
              PERFORM 1550-BUSCAR-FERIADO
              IF NOT 88-ES-FERIADO
                 ADD 1 TO WS-HAB-MES
                 IF WS-DIA-NUM NOT > WS-DIA-ULTIMO
                    ADD 1 TO WS-HAB-TRANSC
                 END-IF
              END-IF
           END-IF.

       1550-BUSCAR-FERIADO.

           MOVE 'N' TO WS-FERIADO-SW

           PERFORM 1560-COMPARAR-FERIADO
               VARYING TFE-IDX FROM 1 BY 1
               UNTIL TFE-IDX > WS-CANT-FERIADOS
               OR 88-ES-FERIADO.

       1560-COMPARAR-FERIADO.

           IF TFE-FECHA (TFE-IDX) EQUAL WS-FECHA-DIA
              SET 88-ES-FERIADO TO TRUE
           END-IF.

       1570-DIA-DE-SEMANA.

      * CONGRUENCIA DE ZELLER: 0=SABADO, 1=DOMINGO, 2=LUNES ... 6=VIE

           MOVE WS-PER-AAAA TO WS-ZEL-AAAA
           MOVE WS-PER-MM   TO WS-ZEL-MM

           IF WS-ZEL-MM < 3
              ADD 12 TO WS-ZEL-MM
              SUBTRACT 1 FROM WS-ZEL-AAAA
           END-IF

           COMPUTE WS-ZEL-T2 = 13 * (WS-ZEL-MM + 1)
           DIVIDE WS-ZEL-T2 BY 5 GIVING WS-ZEL-T1
               REMAINDER WS-RESTO

           DIVIDE WS-ZEL-AAAA BY 100 GIVING WS-ZEL-J
               REMAINDER WS-ZEL-K

           COMPUTE WS-ZEL-SUMA = WS-DIA-NUM + WS-ZEL-T1 + WS-ZEL-K
           DIVIDE WS-ZEL-K BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           ADD WS-COCIENTE TO WS-ZEL-SUMA
           DIVIDE WS-ZEL-J BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           ADD WS-COCIENTE TO WS-ZEL-SUMA
           COMPUTE WS-ZEL-SUMA = WS-ZEL-SUMA + (5 * WS-ZEL-J)

           DIVIDE WS-ZEL-SUMA BY 7 GIVING WS-COCIENTE
               REMAINDER WS-ZEL-DIA-SEM.

       1600-OPEN-INFORME.

           OPEN OUTPUT INFORME.

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN INFORME'
              DISPLAY 'ERROR CODE: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

      *----------------------------------------------------------------*
       2000-PROCESO.

           PERFORM 2100-TOTALIZAR-CAJERO
               VARYING WS-SUB-CAJERO FROM 1 BY 1
               UNTIL WS-SUB-CAJERO > 999.

       2100-TOTALIZAR-CAJERO.

           IF TC-RECAUDADO (WS-SUB-CAJERO) > ZERO
              IF TC-EN-MAESTRO (WS-SUB-CAJERO) EQUAL 'S'
                 COMPUTE WS-SUB-SUC = TC-SUCURSAL (WS-SUB-CAJERO) + 1
                 ADD TC-RECAUDADO (WS-SUB-CAJERO)
                                      TO TS-RECAUDADO (WS-SUB-SUC)
              ELSE
                 ADD TC-RECAUDADO (WS-SUB-CAJERO)
                                      TO WS-IMP-SIN-MAESTRO
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       3000-FINALIZO.

           IF 88-INFORME-OKEY AND RETURN-CODE EQUAL ZERO
              PERFORM 3050-IMPRIMIR-TITULOS
              PERFORM 3200-EMITIR-SUCURSAL
                  VARYING WS-SUB-SUC FROM 1 BY 1
                  UNTIL WS-SUB-SUC > 1000
              PERFORM 3300-TOTAL-GENERAL
              PERFORM 3350-EMITIR-ALERTAS
           END-IF.

           PERFORM 3400-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3050-IMPRIMIR-TITULOS.

           MOVE WS-PERIODO      TO WS-TIT-PERIODO
           MOVE WS-MARGEN       TO WS-TIT-MARGEN
           MOVE WS-FUENTE-RECAU TO WS-TIT-FUENTE
           MOVE WS-HAB-TRANSC   TO WS-TIT-HAB-TRANSC
           MOVE WS-HAB-MES      TO WS-TIT-HAB-MES

           MOVE WS-TITULO-1 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME
           MOVE WS-TITULO-2 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME
           MOVE WS-TITULO-3 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       3200-EMITIR-SUCURSAL.

           IF TS-TIENE-META (WS-SUB-SUC) EQUAL 'S'
              OR TS-CANT-METAS-CAJ (WS-SUB-SUC) > ZERO
              ADD 1 TO WS-CANT-SUCURSALES

              MOVE WS-LINEA-BLANCO TO REG-INFORME-FD
              PERFORM 4100-GRABAR-INFORME

              COMPUTE WS-TS-SUCURSAL = WS-SUB-SUC - 1
              MOVE WS-TIT-SUCURSAL TO REG-INFORME-FD
              PERFORM 4100-GRABAR-INFORME

              PERFORM 3210-LISTAR-CAJERO
                  VARYING WS-SUB-CAJERO FROM 1 BY 1
                  UNTIL WS-SUB-CAJERO > 999

              PERFORM 3280-ARMAR-SUCURSAL

              IF WS-LD-OBSERV EQUAL '*ALERTA'
                 ADD 1 TO WS-CANT-ALERTAS
                 MOVE WS-SUB-SUC TO TA-SUB-SUC (WS-CANT-ALERTAS)
              END-IF

              ADD WS-CALC-META TO WS-META-TOT
              ADD WS-CALC-REAL TO WS-REAL-TOT

              MOVE WS-LINEA-DETALLE TO REG-INFORME-FD
              PERFORM 4100-GRABAR-INFORME
           ELSE
              IF TS-RECAUDADO (WS-SUB-SUC) > ZERO
                 ADD 1 TO WS-SUC-SIN-META
                 ADD TS-RECAUDADO (WS-SUB-SUC) TO WS-IMP-SIN-META
              END-IF
           END-IF.

       3210-LISTAR-CAJERO.

           IF TC-TIENE-META (WS-SUB-CAJERO) EQUAL 'S'
              AND TC-SUC-META (WS-SUB-CAJERO) + 1 EQUAL WS-SUB-SUC
              PERFORM 3220-ARMAR-CAJERO
           END-IF.

       3220-ARMAR-CAJERO.

           INITIALIZE WS-LINEA-DETALLE

           MOVE WS-SUB-CAJERO              TO WS-LEY-CAJ-COD
           MOVE TC-NOMBRE (WS-SUB-CAJERO)  TO WS-LEY-CAJ-NOMBRE
           MOVE WS-LEY-CAJERO              TO WS-LD-LEYENDA

           MOVE TC-META      (WS-SUB-CAJERO) TO WS-CALC-META
           MOVE TC-RECAUDADO (WS-SUB-CAJERO) TO WS-CALC-REAL
           PERFORM 3240-CALCULAR-LINEA

           IF WS-PCT-PROYECTADO < WS-PCT-MINIMO
              MOVE 'DEBAJO' TO WS-LD-OBSERV
           END-IF

           ADD 1 TO WS-CANT-LISTADOS

           MOVE WS-LINEA-DETALLE TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       3240-CALCULAR-LINEA.

      * PROYECCION = RECAUDADO x HABILES DEL MES / HABILES
      * TRANSCURRIDOS, SOLO MIENTRAS EL MES ESTA EN CURSO.

           IF WS-HAB-TRANSC > ZERO
              AND WS-HAB-TRANSC < WS-HAB-MES
              COMPUTE WS-CALC-PROY ROUNDED =
                  (WS-CALC-REAL * WS-HAB-MES) / WS-HAB-TRANSC
           ELSE
              MOVE WS-CALC-REAL TO WS-CALC-PROY
           END-IF

           COMPUTE WS-CALC-DIF = WS-CALC-REAL - WS-CALC-META

           MOVE WS-CALC-META TO WS-LD-META
           MOVE WS-CALC-REAL TO WS-LD-RECAUDADO
           MOVE WS-CALC-DIF  TO WS-LD-DIFERENCIA
           MOVE WS-CALC-PROY TO WS-LD-PROYECCION

           IF WS-CALC-META > ZERO
              COMPUTE WS-PCT-CALC ROUNDED =
                  (WS-CALC-REAL * 100) / WS-CALC-META
              PERFORM 3250-LIMITAR-PORCENTAJE
              MOVE WS-PCT-CUMPLIDO TO WS-PCT-ED
              MOVE WS-PCT-ED       TO WS-LD-PCT-CUMP

              COMPUTE WS-PCT-CALC ROUNDED =
                  (WS-CALC-PROY * 100) / WS-CALC-META
              PERFORM 3250-LIMITAR-PORCENTAJE
              MOVE WS-PCT-CUMPLIDO TO WS-PCT-PROYECTADO
              MOVE WS-PCT-CUMPLIDO TO WS-PCT-ED
              MOVE WS-PCT-ED       TO WS-LD-PCT-PROY
           ELSE
              MOVE 99999 TO WS-PCT-PROYECTADO
           END-IF.

       3250-LIMITAR-PORCENTAJE.

           IF WS-PCT-CALC > 99999
              MOVE 99999 TO WS-PCT-CUMPLIDO
           ELSE
              MOVE WS-PCT-CALC TO WS-PCT-CUMPLIDO
           END-IF.

       3280-ARMAR-SUCURSAL.

           INITIALIZE WS-LINEA-DETALLE

           COMPUTE WS-LEY-SUC-COD = WS-SUB-SUC - 1
           MOVE WS-LEY-SUCURSAL TO WS-LD-LEYENDA

           IF TS-TIENE-META (WS-SUB-SUC) EQUAL 'S'
              MOVE TS-META-SUC     (WS-SUB-SUC) TO WS-CALC-META
           ELSE
              MOVE TS-META-CAJEROS (WS-SUB-SUC) TO WS-CALC-META
           END-IF
           MOVE TS-RECAUDADO (WS-SUB-SUC) TO WS-CALC-REAL
           PERFORM 3240-CALCULAR-LINEA

           IF WS-PCT-PROYECTADO < WS-PCT-MINIMO
              MOVE '*ALERTA' TO WS-LD-OBSERV
           END-IF.

       3300-TOTAL-GENERAL.

           INITIALIZE WS-LINEA-DETALLE

           MOVE 'TOTAL GENERAL' TO WS-LD-LEYENDA
           MOVE WS-META-TOT     TO WS-CALC-META
           MOVE WS-REAL-TOT     TO WS-CALC-REAL
           PERFORM 3240-CALCULAR-LINEA

           MOVE WS-TITULO-3 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME

           MOVE WS-LINEA-DETALLE TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       3350-EMITIR-ALERTAS.

           MOVE WS-LINEA-BLANCO TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME

           IF WS-CANT-ALERTAS EQUAL ZERO
              MOVE WS-TIT-SIN-ALERTAS TO REG-INFORME-FD
              PERFORM 4100-GRABAR-INFORME
           ELSE
              MOVE WS-MARGEN TO WS-TA-MARGEN
              MOVE WS-TIT-ALERTAS TO REG-INFORME-FD
              PERFORM 4100-GRABAR-INFORME
              MOVE WS-TITULO-3 TO REG-INFORME-FD
              PERFORM 4100-GRABAR-INFORME
              PERFORM 3360-REPETIR-ALERTA
                  VARYING WS-SUB-ALERTA FROM 1 BY 1
                  UNTIL WS-SUB-ALERTA > WS-CANT-ALERTAS
           END-IF.

       3360-REPETIR-ALERTA.

           MOVE TA-SUB-SUC (WS-SUB-ALERTA) TO WS-SUB-SUC

           PERFORM 3280-ARMAR-SUCURSAL

           MOVE WS-LINEA-DETALLE TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       3400-CIERRO-ARCHIVOS.

           IF 88-INFORME-OKEY
              CLOSE INFORME
              IF FS-INFORME NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE INFORME: ' FS-INFORME
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       3500-IMPRIMIR.

           DISPLAY " "
           DISPLAY "***************************************************"
           DISPLAY "Periodo informado       : " WS-PERIODO
           DISPLAY "Recaudacion tomada de   : " WS-FUENTE-RECAU
           IF WS-FECHA-ULTIMA NOT EQUAL SPACE
              DISPLAY "Ultimo dia cargado      : " WS-FECHA-ULTIMA
           END-IF
           DISPLAY "Dias habiles            : " WS-HAB-TRANSC
                   " de " WS-HAB-MES
           MOVE WS-CANT-METAS TO WS-CANT-ED
           DISPLAY "Metas del periodo       : " WS-CANT-ED
           MOVE WS-CANT-SUCURSALES TO WS-CANT-ED
           DISPLAY "Sucursales con meta     : " WS-CANT-ED
           MOVE WS-CANT-LISTADOS TO WS-CANT-ED
           DISPLAY "Cajeros con meta        : " WS-CANT-ED
           MOVE WS-CANT-ALERTAS TO WS-CANT-ED
           DISPLAY "Sucursales con alerta   : " WS-CANT-ED
           MOVE WS-SUC-SIN-META TO WS-CANT-ED
           DISPLAY "Sucursales sin meta     : " WS-CANT-ED
           MOVE WS-IMP-SIN-META TO WS-IMP-ED
           DISPLAY "Recaudado sin meta      : " WS-IMP-ED
           MOVE WS-IMP-SIN-MAESTRO TO WS-IMP-ED
           DISPLAY "Recaudado sin maestro   : " WS-IMP-ED
           DISPLAY "Margen bajo la meta     : " WS-MARGEN " %"
           DISPLAY "***************************************************"
           DISPLAY " ".

      *----------------------------------------------------------------*
       4100-GRABAR-INFORME.

           WRITE REG-INFORME-FD

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA INFORME: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
              PERFORM 3400-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

       END PROGRAM CUMPMET.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monitoreo de anulaciones por cajero para la revision de
      *          auditoria interna. Lee el registro de anulaciones que
      *          graba CORTE2 (ANULLOG.txt) para el periodo pedido,
      *          segun la fecha de negocio del lote, y lo compara con
      *          lo recaudado por cada cajero en el mismo periodo:
      *          HISTMES.txt si CONSMES ya consolido el periodo, si no
      *          el acumulado en curso de RESXMES.txt. Informa por
      *          sucursal (MAECAJ.dat) y cajero la cantidad e importe
      *          anulado, el porcentaje sobre lo recaudado y la
      *          proporcion de anulaciones de dias anteriores
      *          (reversiones de una cobranza de otra fecha), con
      *          subtotal y porcentaje promedio por sucursal. Marca a
      *          los cajeros cuyo porcentaje supera el umbral o supera
      *          FACTOR veces el promedio de su sucursal, y a los que
      *          anulan sin haber recaudado en el periodo.
      *          Parametros: AAAA-MM [UMBRAL [FACTOR]]
      *          (umbral en % sobre lo recaudado, base 5; factor sobre
      *          el promedio de la sucursal, base 2; si se informa el
      *          factor el umbral va en 3 posiciones: 2026-09 005 3)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANULMON.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ANULLOG ASSIGN TO
           'D:\cobol-1\Archivo\ANULLOG.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ANULLOG.

       SELECT HISTMES ASSIGN TO
           'D:\cobol-1\Archivo\HISTMES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-HISTMES.

       SELECT RESXMES ASSIGN TO
           'D:\cobol-1\Archivo\RESXMES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESXMES.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT INFORME ASSIGN TO
           'D:\cobol-1\Archivo\ANULMON.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.

       FD  ANULLOG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ANULLOG-FD                 PIC X(63).

       FD  HISTMES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-HISTMES-FD                 PIC X(72).

       FD  RESXMES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESXMES-FD                 PIC X(141).

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  INFORME
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-ANULLOG                  PIC XX VALUE '  '.
           88 88-ANULLOG-OKEY                 VALUE '00'.
           88 88-ANULLOG-FIN                  VALUE '10'.
           88 88-ANULLOG-NO-EXISTE            VALUE '35'.

       77  FS-HISTMES                  PIC XX VALUE '  '.
           88 88-HISTMES-OKEY                 VALUE '00'.
           88 88-HISTMES-FIN                  VALUE '10'.
           88 88-HISTMES-NO-EXISTE            VALUE '35'.

       77  FS-RESXMES                  PIC XX VALUE '  '.
           88 88-RESXMES-OKEY                 VALUE '00'.
           88 88-RESXMES-FIN                  VALUE '10'.
           88 88-RESXMES-NO-EXISTE            VALUE '35'.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-FIN                  VALUE '10'.

       77  FS-INFORME                  PIC XX VALUE '  '.
           88 88-INFORME-OKEY                 VALUE '00'.

       77  WS-ANULLOG-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-ANULLOG-ABIERTO              VALUE 'S'.
       77  WS-HISTMES-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-HISTMES-ABIERTO              VALUE 'S'.
       77  WS-RESXMES-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-RESXMES-ABIERTO              VALUE 'S'.
       77  WS-MAESTRO-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-MAESTRO-ABIERTO              VALUE 'S'.
       77  WS-INFORME-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-INFORME-ABIERTO              VALUE 'S'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-PERIODO                  PIC X(07) VALUE SPACE.
       77  WS-UMBRAL                   PIC 9(03) VALUE 5.
       77  WS-FACTOR                   PIC 9(01) VALUE 2.

       77  WS-FUENTE-RECAU             PIC X(07) VALUE SPACE.
       77  WS-HAY-RECAUDADO-SW         PIC X  VALUE 'N'.
           88 88-HAY-RECAUDADO                VALUE 'S'.

       77  WS-SUB-CAJERO               PIC 9(04) VALUE ZERO.
       77  WS-SUB-SUC                  PIC 9(04) VALUE ZERO.

       77  WS-CANT-LOG-LEIDOS          PIC 9(09) VALUE ZERO.
       77  WS-CANT-LOG-PERIODO         PIC 9(09) VALUE ZERO.
       77  WS-CANT-LISTADOS            PIC 9(04) VALUE ZERO.
       77  WS-CANT-MARCADOS            PIC 9(04) VALUE ZERO.
       77  WS-CANT-SUCURSALES          PIC 9(04) VALUE ZERO.

       77  WS-PCT-CALC                 PIC 9(07)V99 VALUE ZERO.
       77  WS-PCT-CAJERO               PIC 9(05)V99 VALUE ZERO.
       77  WS-PCT-SUCURSAL             PIC 9(05)V99 VALUE ZERO.
       77  WS-PCT-LIMITE-SUC           PIC 9(06)V99 VALUE ZERO.

       77  WS-MARCA-UMBRAL-SW          PIC X  VALUE 'N'.
           88 88-MARCA-UMBRAL                 VALUE 'S'.
       77  WS-MARCA-SUC-SW             PIC X  VALUE 'N'.
           88 88-MARCA-SUC                    VALUE 'S'.

       77  WS-IMP-RECAU-TOT            PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-ANUL-TOT             PIC 9(13)V99 VALUE ZERO.
       77  WS-CANT-ANUL-TOT            PIC 9(07)    VALUE ZERO.
       77  WS-CANT-PREV-TOT            PIC 9(07)    VALUE ZERO.

       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.
       77  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-PCT-ED                   PIC ZZZZ9,99.

       01  TABLA-CAJEROS.
           03  TC-ENTRADA OCCURS 999 TIMES.
               05  TC-EN-MAESTRO        PIC X(01)    VALUE 'N'.
               05  TC-NOMBRE            PIC X(30)    VALUE SPACE.
               05  TC-SUCURSAL          PIC 9(03)    VALUE ZERO.
               05  TC-RECAUDADO         PIC 9(13)V99 VALUE ZERO.
               05  TC-CANT-ANUL         PIC 9(07)    VALUE ZERO.
               05  TC-IMP-ANUL          PIC 9(13)V99 VALUE ZERO.
               05  TC-CANT-PREV         PIC 9(07)    VALUE ZERO.

      * SUBINDICE = CODIGO DE SUCURSAL + 1; LA SUCURSAL 000 AGRUPA A
      * LOS CAJEROS QUE NO ESTAN EN EL MAESTRO.

       01  TABLA-SUCURSALES.
           03  TS-ENTRADA OCCURS 1000 TIMES.
               05  TS-CANT-CAJEROS      PIC 9(04)    VALUE ZERO.
               05  TS-RECAUDADO         PIC 9(13)V99 VALUE ZERO.
               05  TS-CANT-ANUL         PIC 9(07)    VALUE ZERO.
               05  TS-IMP-ANUL          PIC 9(13)V99 VALUE ZERO.
               05  TS-CANT-PREV         PIC 9(07)    VALUE ZERO.

       01  WS-TITULO-1.
           05  FILLER                  PIC X(40) VALUE
               'MONITOREO DE ANULACIONES POR CAJERO  -  '.
           05  WS-TIT-PERIODO          PIC X(07).
           05  FILLER                  PIC X(11) VALUE
               '   UMBRAL: '.
           05  WS-TIT-UMBRAL           PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE ' %'.
           05  FILLER                  PIC X(20) VALUE
               '   FACTOR SUCURSAL: '.
           05  WS-TIT-FACTOR           PIC 9(01).
           05  FILLER                  PIC X(14) VALUE
               '   RECAUDADO: '.
           05  WS-TIT-FUENTE           PIC X(07).
           05  FILLER                  PIC X(27) VALUE SPACE.

       01  WS-TITULO-2.
           05  FILLER                  PIC X(04) VALUE 'CAJ'.
           05  FILLER                  PIC X(21) VALUE 'NOMBRE'.
           05  FILLER                  PIC X(21) VALUE
               '           RECAUDADO'.
           05  FILLER                  PIC X(08) VALUE ' ANULAC'.
           05  FILLER                  PIC X(21) VALUE
               '     IMPORTE ANULADO'.
           05  FILLER                  PIC X(09) VALUE ' % RECAU'.
           05  FILLER                  PIC X(08) VALUE 'DIA ANT'.
           05  FILLER                  PIC X(07) VALUE '% ANT.'.
           05  FILLER                  PIC X(33) VALUE 'OBSERVACION'.

       01  WS-TITULO-3.
           05 FILLER                   PIC X(132) VALUE ALL '-'.

       01  WS-TIT-SUCURSAL.
           05  FILLER                  PIC X(10) VALUE 'SUCURSAL: '.
           05  WS-TS-SUCURSAL          PIC 9(03).
           05  FILLER                  PIC X(119) VALUE SPACE.

       01  WS-TIT-SIN-MAESTRO.
           05  FILLER                  PIC X(132) VALUE
               'SUCURSAL: --- (CAJEROS SIN MAESTRO)'.

       01  WS-LINEA-CAJERO.
           05  WS-LC-CAJERO            PIC 9(03).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LC-NOMBRE            PIC X(20).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LC-RECAUDADO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LC-CANT-ANUL         PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LC-IMP-ANUL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LC-PCT-RECAU         PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LC-CANT-PREV         PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LC-PCT-PREV          PIC ZZ9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LC-OBSERV            PIC X(14).
           05  FILLER                  PIC X(19)   VALUE SPACE.

       01  WS-LEY-SUCURSAL.
           05  FILLER                  PIC X(15) VALUE
               'TOTAL SUCURSAL '.
           05  WS-LEY-SUC-COD          PIC 9(03).

       01  WS-LINEA-SUBTOTAL.
           05  WS-LS-LEYENDA           PIC X(24).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LS-RECAUDADO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LS-CANT-ANUL         PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LS-IMP-ANUL          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LS-PCT-RECAU         PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LS-CANT-PREV         PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LS-PCT-PREV          PIC ZZ9,99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LS-OBSERV            PIC X(14).
           05  FILLER                  PIC X(19)   VALUE SPACE.

       01  WS-LINEA-BLANCO             PIC X(132)  VALUE SPACE.

       COPY WANULLOG.

       COPY WHISTMES.

       COPY WRES-RECAUDACION.

       COPY WMAECAJ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-ANULLOG-FIN.

           PERFORM 3000-FINALIZO.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIO.

           PERFORM 1050-LEER-PARAMETROS.

           PERFORM 1100-CARGAR-MAESTRO.

           PERFORM 1200-CARGAR-HISTMES.

           IF NOT 88-HAY-RECAUDADO
              PERFORM 1300-CARGAR-RESXMES
           END-IF.

           IF NOT 88-HAY-RECAUDADO
              DISPLAY 'ATENCION: SIN RECAUDACION DEL PERIODO '
                      WS-PERIODO ' EN HISTMES NI EN RESXMES'
              MOVE 'NINGUNO' TO WS-FUENTE-RECAU
           END-IF.

           PERFORM 1400-OPEN-ANULLOG.

           PERFORM 1500-OPEN-INFORME.

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
                 MOVE WS-PARM-LINEA (9:3) TO WS-UMBRAL
              ELSE
                 IF WS-PARM-LINEA (9:2) NUMERIC
                    AND WS-PARM-LINEA (11:1) EQUAL SPACE
                    MOVE WS-PARM-LINEA (9:2) TO WS-UMBRAL
                 ELSE
                    IF WS-PARM-LINEA (9:1) NUMERIC
                       AND WS-PARM-LINEA (10:2) EQUAL SPACE
                       MOVE WS-PARM-LINEA (9:1) TO WS-UMBRAL
                    ELSE
                       DISPLAY 'ERROR: UMBRAL INVALIDO: '
                               WS-PARM-LINEA (9:3)
                       MOVE 16 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-PARM-LINEA (13:1) NOT EQUAL SPACE
              IF WS-PARM-LINEA (13:1) NUMERIC
                 AND WS-PARM-LINEA (13:1) NOT EQUAL '0'
                 MOVE WS-PARM-LINEA (13:1) TO WS-FACTOR
              ELSE
                 DISPLAY 'ERROR: FACTOR INVALIDO: '
                         WS-PARM-LINEA (13:1)
                 DISPLAY 'SE ESPERA UN DIGITO DE 1 A 9'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       1100-CARGAR-MAESTRO.

           OPEN INPUT MAESTRO-CAJ.

           IF FS-MAESTRO EQUAL '00'
              SET 88-MAESTRO-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN EN MAESTRO DE CAJEROS'
              DISPLAY 'ERROR CODE: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1110-LEER-MAESTRO UNTIL 88-MAESTRO-FIN.

           CLOSE MAESTRO-CAJ.

           MOVE 'N' TO WS-MAESTRO-ABIERTO-SW

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

       1200-CARGAR-HISTMES.

      * SI EL PERIODO FUE REPROCESADO POR CONSMES VALE LA ULTIMA
      * APARICION DE CADA CAJERO (VER WHISTMES).

           OPEN INPUT HISTMES.

           EVALUATE TRUE
               WHEN 88-HISTMES-OKEY
                    SET 88-HISTMES-ABIERTO TO TRUE
                    PERFORM 1210-LEER-HISTMES UNTIL 88-HISTMES-FIN
                    CLOSE HISTMES
                    MOVE 'N' TO WS-HISTMES-ABIERTO-SW
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

       1210-LEER-HISTMES.

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

       1300-CARGAR-RESXMES.

      * PERIODO AUN NO CONSOLIDADO: SE SUMA EL DETALLE POR CAJERO Y
      * FECHA DEL ACUMULADO EN CURSO.

           OPEN INPUT RESXMES.

           EVALUATE TRUE
               WHEN 88-RESXMES-OKEY
                    SET 88-RESXMES-ABIERTO TO TRUE
                    PERFORM 1310-LEER-RESXMES UNTIL 88-RESXMES-FIN
                    CLOSE RESXMES
                    MOVE 'N' TO WS-RESXMES-ABIERTO-SW
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
                   END-IF
               WHEN '10'
                   SET 88-RESXMES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA RESXMES: ' FS-RESXMES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1400-OPEN-ANULLOG.

           OPEN INPUT ANULLOG.

           EVALUATE TRUE
               WHEN 88-ANULLOG-OKEY
                    SET 88-ANULLOG-ABIERTO TO TRUE
               WHEN 88-ANULLOG-NO-EXISTE
                    DISPLAY 'ATENCION: NO EXISTE ANULLOG - '
                            'SIN ANULACIONES REGISTRADAS'
                    SET 88-ANULLOG-FIN TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN ANULLOG'
                    DISPLAY 'ERROR CODE: ' FS-ANULLOG
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       1500-OPEN-INFORME.

           OPEN OUTPUT INFORME.

           IF FS-INFORME EQUAL '00'
              SET 88-INFORME-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN EN INFORME'
              DISPLAY 'ERROR CODE: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

      *----------------------------------------------------------------*
       2000-PROCESO.

           PERFORM 2100-LEER-ANULLOG.

           IF NOT 88-ANULLOG-FIN
              IF AL-FECHA-NEGOCIO (1:7) EQUAL WS-PERIODO
                 PERFORM 2200-ACUMULAR-ANULACION
              END-IF
           END-IF.

       2100-LEER-ANULLOG.

           READ ANULLOG INTO ANULACION-LOG-REG

           EVALUATE FS-ANULLOG
               WHEN '00'
                   ADD 1 TO WS-CANT-LOG-LEIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA ANULLOG: ' FS-ANULLOG
                   DISPLAY 'REGISTRO: ' ANULACION-LOG-REG
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2200-ACUMULAR-ANULACION.

      * UNA ANULACION CON FECHA DE RECAUDACION ANTERIOR A LA FECHA DE
      * NEGOCIO DEL LOTE REVIERTE UNA COBRANZA DE OTRO DIA.

           IF AL-COD-CAJERO NOT NUMERIC
              OR AL-COD-CAJERO EQUAL ZERO
              DISPLAY 'REGISTRO DE ANULLOG INVALIDO: '
                      ANULACION-LOG-REG
           ELSE
              ADD 1 TO WS-CANT-LOG-PERIODO
              MOVE AL-COD-CAJERO TO WS-SUB-CAJERO
              ADD 1 TO TC-CANT-ANUL (WS-SUB-CAJERO)
              ADD AL-IMPORTE TO TC-IMP-ANUL (WS-SUB-CAJERO)
              IF AL-FECHA-RECAUDACION < AL-FECHA-NEGOCIO
                 ADD 1 TO TC-CANT-PREV (WS-SUB-CAJERO)
              END-IF
           END-IF.

      *----------------------------------------------------------------*
       3000-FINALIZO.

           IF 88-INFORME-OKEY AND RETURN-CODE EQUAL ZERO
              PERFORM 3050-IMPRIMIR-TITULOS
              PERFORM 3100-TOTALIZAR-SUCURSAL
                  VARYING WS-SUB-CAJERO FROM 1 BY 1
                  UNTIL WS-SUB-CAJERO > 999
              PERFORM 3200-EMITIR-SUCURSAL
                  VARYING WS-SUB-SUC FROM 1 BY 1
                  UNTIL WS-SUB-SUC > 1000
              PERFORM 3300-TOTAL-GENERAL
           END-IF.

           PERFORM 3400-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3050-IMPRIMIR-TITULOS.

           MOVE WS-PERIODO      TO WS-TIT-PERIODO
           MOVE WS-UMBRAL       TO WS-TIT-UMBRAL
           MOVE WS-FACTOR       TO WS-TIT-FACTOR
           MOVE WS-FUENTE-RECAU TO WS-TIT-FUENTE

           MOVE WS-TITULO-1 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME
           MOVE WS-TITULO-2 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME
           MOVE WS-TITULO-3 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       3100-TOTALIZAR-SUCURSAL.

           IF TC-RECAUDADO (WS-SUB-CAJERO) > ZERO
              OR TC-CANT-ANUL (WS-SUB-CAJERO) > ZERO
              IF TC-EN-MAESTRO (WS-SUB-CAJERO) EQUAL 'S'
                 COMPUTE WS-SUB-SUC = TC-SUCURSAL (WS-SUB-CAJERO) + 1
              ELSE
                 MOVE 1 TO WS-SUB-SUC
              END-IF
              ADD 1 TO TS-CANT-CAJEROS (WS-SUB-SUC)
              ADD TC-RECAUDADO (WS-SUB-CAJERO)
                                      TO TS-RECAUDADO (WS-SUB-SUC)
              ADD TC-CANT-ANUL (WS-SUB-CAJERO)
                                      TO TS-CANT-ANUL (WS-SUB-SUC)
              ADD TC-IMP-ANUL  (WS-SUB-CAJERO)
                                      TO TS-IMP-ANUL  (WS-SUB-SUC)
              ADD TC-CANT-PREV (WS-SUB-CAJERO)
                                      TO TS-CANT-PREV (WS-SUB-SUC)
           END-IF.

       3200-EMITIR-SUCURSAL.

           IF TS-CANT-CAJEROS (WS-SUB-SUC) > ZERO
              ADD 1 TO WS-CANT-SUCURSALES

              IF TS-RECAUDADO (WS-SUB-SUC) > ZERO
                 COMPUTE WS-PCT-CALC ROUNDED =
                     (TS-IMP-ANUL (WS-SUB-SUC) * 100)
                         / TS-RECAUDADO (WS-SUB-SUC)
                 PERFORM 3250-LIMITAR-PORCENTAJE
                 MOVE WS-PCT-CAJERO TO WS-PCT-SUCURSAL
              ELSE
                 MOVE ZERO TO WS-PCT-SUCURSAL
              END-IF
              COMPUTE WS-PCT-LIMITE-SUC = WS-PCT-SUCURSAL * WS-FACTOR

              MOVE WS-LINEA-BLANCO TO REG-INFORME-FD
              PERFORM 4100-GRABAR-INFORME

              IF WS-SUB-SUC EQUAL 1
                 MOVE WS-TIT-SIN-MAESTRO TO REG-INFORME-FD
              ELSE
                 COMPUTE WS-TS-SUCURSAL = WS-SUB-SUC - 1
                 MOVE WS-TIT-SUCURSAL TO REG-INFORME-FD
              END-IF
              PERFORM 4100-GRABAR-INFORME

              PERFORM 3210-LISTAR-CAJERO
                  VARYING WS-SUB-CAJERO FROM 1 BY 1
                  UNTIL WS-SUB-CAJERO > 999

              PERFORM 3280-SUBTOTAL-SUCURSAL
           END-IF.

       3210-LISTAR-CAJERO.

           IF TC-RECAUDADO (WS-SUB-CAJERO) > ZERO
              OR TC-CANT-ANUL (WS-SUB-CAJERO) > ZERO
              IF (TC-EN-MAESTRO (WS-SUB-CAJERO) EQUAL 'S'
                  AND TC-SUCURSAL (WS-SUB-CAJERO) + 1 EQUAL WS-SUB-SUC)
                 OR (TC-EN-MAESTRO (WS-SUB-CAJERO) NOT EQUAL 'S'
                  AND WS-SUB-SUC EQUAL 1)
                 PERFORM 3220-ARMAR-LINEA
              END-IF
           END-IF.

       3220-ARMAR-LINEA.

           INITIALIZE WS-LINEA-CAJERO

           MOVE WS-SUB-CAJERO                TO WS-LC-CAJERO
           MOVE TC-NOMBRE    (WS-SUB-CAJERO) TO WS-LC-NOMBRE
           MOVE TC-RECAUDADO (WS-SUB-CAJERO) TO WS-LC-RECAUDADO
           MOVE TC-CANT-ANUL (WS-SUB-CAJERO) TO WS-LC-CANT-ANUL
           MOVE TC-IMP-ANUL  (WS-SUB-CAJERO) TO WS-LC-IMP-ANUL
           MOVE TC-CANT-PREV (WS-SUB-CAJERO) TO WS-LC-CANT-PREV

           IF TC-CANT-ANUL (WS-SUB-CAJERO) > ZERO
              COMPUTE WS-LC-PCT-PREV ROUNDED =
                  (TC-CANT-PREV (WS-SUB-CAJERO) * 100)
                      / TC-CANT-ANUL (WS-SUB-CAJERO)
           END-IF

           PERFORM 3230-EVALUAR-CAJERO

           ADD 1 TO WS-CANT-LISTADOS

           MOVE WS-LINEA-CAJERO TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       3230-EVALUAR-CAJERO.

           MOVE 'N' TO WS-MARCA-UMBRAL-SW
           MOVE 'N' TO WS-MARCA-SUC-SW

           EVALUATE TRUE
               WHEN TC-RECAUDADO (WS-SUB-CAJERO) > ZERO
                    COMPUTE WS-PCT-CALC ROUNDED =
                        (TC-IMP-ANUL (WS-SUB-CAJERO) * 100)
                            / TC-RECAUDADO (WS-SUB-CAJERO)
                    PERFORM 3250-LIMITAR-PORCENTAJE
                    MOVE WS-PCT-CAJERO TO WS-PCT-ED
                    MOVE WS-PCT-ED     TO WS-LC-PCT-RECAU
                    IF WS-PCT-CAJERO > WS-UMBRAL
                       SET 88-MARCA-UMBRAL TO TRUE
                    END-IF
                    IF WS-PCT-SUCURSAL > ZERO
                       AND WS-PCT-CAJERO > WS-PCT-LIMITE-SUC
                       SET 88-MARCA-SUC TO TRUE
                    END-IF
               WHEN TC-CANT-ANUL (WS-SUB-CAJERO) > ZERO
                    MOVE 'SIN RECAUD.' TO WS-LC-OBSERV
                    ADD 1 TO WS-CANT-MARCADOS
           END-EVALUATE

           EVALUATE TRUE
               WHEN 88-MARCA-UMBRAL AND 88-MARCA-SUC
                    MOVE '*UMBRAL+SUC*' TO WS-LC-OBSERV
                    ADD 1 TO WS-CANT-MARCADOS
               WHEN 88-MARCA-UMBRAL
                    MOVE '*UMBRAL*'     TO WS-LC-OBSERV
                    ADD 1 TO WS-CANT-MARCADOS
               WHEN 88-MARCA-SUC
                    MOVE '*SOBRE SUC.*' TO WS-LC-OBSERV
                    ADD 1 TO WS-CANT-MARCADOS
           END-EVALUATE.

       3250-LIMITAR-PORCENTAJE.

           IF WS-PCT-CALC > 99999
              MOVE 99999 TO WS-PCT-CAJERO
           ELSE
              MOVE WS-PCT-CALC TO WS-PCT-CAJERO
           END-IF.

       3280-SUBTOTAL-SUCURSAL.

           INITIALIZE WS-LINEA-SUBTOTAL

           IF WS-SUB-SUC EQUAL 1
              MOVE 'TOTAL SIN MAESTRO' TO WS-LS-LEYENDA
           ELSE
              COMPUTE WS-LEY-SUC-COD = WS-SUB-SUC - 1
              MOVE WS-LEY-SUCURSAL TO WS-LS-LEYENDA
           END-IF

           MOVE TS-RECAUDADO (WS-SUB-SUC) TO WS-LS-RECAUDADO
           MOVE TS-CANT-ANUL (WS-SUB-SUC) TO WS-LS-CANT-ANUL
           MOVE TS-IMP-ANUL  (WS-SUB-SUC) TO WS-LS-IMP-ANUL
           MOVE TS-CANT-PREV (WS-SUB-SUC) TO WS-LS-CANT-PREV

           IF TS-RECAUDADO (WS-SUB-SUC) > ZERO
              MOVE WS-PCT-SUCURSAL TO WS-PCT-ED
              MOVE WS-PCT-ED       TO WS-LS-PCT-RECAU
              MOVE 'PROMEDIO SUC.' TO WS-LS-OBSERV
           END-IF

           IF TS-CANT-ANUL (WS-SUB-SUC) > ZERO
              COMPUTE WS-LS-PCT-PREV ROUNDED =
                  (TS-CANT-PREV (WS-SUB-SUC) * 100)
                      / TS-CANT-ANUL (WS-SUB-SUC)
           END-IF

           ADD TS-RECAUDADO (WS-SUB-SUC) TO WS-IMP-RECAU-TOT
           ADD TS-CANT-ANUL (WS-SUB-SUC) TO WS-CANT-ANUL-TOT
           ADD TS-IMP-ANUL  (WS-SUB-SUC) TO WS-IMP-ANUL-TOT
           ADD TS-CANT-PREV (WS-SUB-SUC) TO WS-CANT-PREV-TOT

           MOVE WS-LINEA-SUBTOTAL TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       3300-TOTAL-GENERAL.

           INITIALIZE WS-LINEA-SUBTOTAL

           MOVE 'TOTAL GENERAL'  TO WS-LS-LEYENDA
           MOVE WS-IMP-RECAU-TOT TO WS-LS-RECAUDADO
           MOVE WS-CANT-ANUL-TOT TO WS-LS-CANT-ANUL
           MOVE WS-IMP-ANUL-TOT  TO WS-LS-IMP-ANUL
           MOVE WS-CANT-PREV-TOT TO WS-LS-CANT-PREV

           IF WS-IMP-RECAU-TOT > ZERO
              COMPUTE WS-PCT-CALC ROUNDED =
                  (WS-IMP-ANUL-TOT * 100) / WS-IMP-RECAU-TOT
              PERFORM 3250-LIMITAR-PORCENTAJE
              MOVE WS-PCT-CAJERO TO WS-PCT-ED
              MOVE WS-PCT-ED     TO WS-LS-PCT-RECAU
           END-IF

           IF WS-CANT-ANUL-TOT > ZERO
              COMPUTE WS-LS-PCT-PREV ROUNDED =
                  (WS-CANT-PREV-TOT * 100) / WS-CANT-ANUL-TOT
           END-IF

           MOVE WS-TITULO-3 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME

           MOVE WS-LINEA-SUBTOTAL TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       3400-CIERRO-ARCHIVOS.

      * MAESTRO, HISTMES Y RESXMES SE CIERRAN AL TERMINAR DE CARGARLOS;
      * AQUI SOLO QUEDAN ABIERTOS SI UN ERROR CORTO LA CARGA.

           IF 88-MAESTRO-ABIERTO
              CLOSE MAESTRO-CAJ
              MOVE 'N' TO WS-MAESTRO-ABIERTO-SW
              IF FS-MAESTRO NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE MAESTRO-CAJ: ' FS-MAESTRO
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           IF 88-HISTMES-ABIERTO
              CLOSE HISTMES
              MOVE 'N' TO WS-HISTMES-ABIERTO-SW
              IF FS-HISTMES NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE HISTMES: ' FS-HISTMES
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           IF 88-RESXMES-ABIERTO
              CLOSE RESXMES
              MOVE 'N' TO WS-RESXMES-ABIERTO-SW
              IF FS-RESXMES NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE RESXMES: ' FS-RESXMES
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           IF 88-ANULLOG-ABIERTO
              CLOSE ANULLOG
              MOVE 'N' TO WS-ANULLOG-ABIERTO-SW
              IF FS-ANULLOG NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE ANULLOG: ' FS-ANULLOG
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           IF 88-INFORME-ABIERTO
              CLOSE INFORME
              MOVE 'N' TO WS-INFORME-ABIERTO-SW
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
           MOVE WS-CANT-LOG-LEIDOS TO WS-CANT-ED
           DISPLAY "Anulaciones leidas      : " WS-CANT-ED
           MOVE WS-CANT-LOG-PERIODO TO WS-CANT-ED
           DISPLAY "Anulaciones del periodo : " WS-CANT-ED
           MOVE WS-IMP-ANUL-TOT TO WS-IMP-ED
           DISPLAY "Importe anulado         : " WS-IMP-ED
           MOVE WS-CANT-SUCURSALES TO WS-CANT-ED
           DISPLAY "Sucursales informadas   : " WS-CANT-ED
           MOVE WS-CANT-LISTADOS TO WS-CANT-ED
           DISPLAY "Cajeros listados        : " WS-CANT-ED
           MOVE WS-CANT-MARCADOS TO WS-CANT-ED
           DISPLAY "Cajeros marcados        : " WS-CANT-ED
           DISPLAY "Umbral sobre recaudado  : " WS-UMBRAL " %"
           DISPLAY "Factor sobre sucursal   : " WS-FACTOR
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

       END PROGRAM ANULMON.

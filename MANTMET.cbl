      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga y mantenimiento de las metas mensuales de
      *          recaudacion METAS.txt a partir del archivo de
      *          novedades NOVMET.txt (alta / baja / modificacion del
      *          importe por periodo, sucursal y cajero; cajero 000 es
      *          la meta de toda la sucursal). Valida cada novedad
      *          contra el maestro de cajeros MAECAJ.dat: la sucursal
      *          debe tener cajeros activos y el cajero de una meta
      *          individual debe existir, estar activo y pertenecer a
      *          esa sucursal. Rechaza las novedades invalidas a
      *          MANTMETR.txt con el motivo (tipo invalido, periodo mal
      *          formado, sucursal o cajero invalido, importe en cero,
      *          alta duplicada, baja o modificacion de una meta
      *          inexistente), reescribe METAS.txt ordenado por
      *          periodo, sucursal y cajero y emite en MANTMET.txt las
      *          novedades aplicadas y las metas resultantes. Sin
      *          NOVMET.txt solo lista las metas.
      *          Parametros: [AAAA-MM]   (periodo a listar, base todos)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTMET.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT NOVEDADES ASSIGN TO
           'D:\cobol-1\Archivo\NOVMET.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-NOVEDADES.

       SELECT METAS ASSIGN TO
           'D:\cobol-1\Archivo\METAS.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-METAS.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT RECHAZOS ASSIGN TO
           'D:\cobol-1\Archivo\MANTMETR.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RECHAZOS.

       SELECT LISTADO ASSIGN TO
           'D:\cobol-1\Archivo\MANTMET.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  NOVEDADES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-NOVEDAD-FD                 PIC X(37).

       FD  METAS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-META-FD                    PIC X(34).

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  RECHAZOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECHAZO-FD                 PIC X(62).

       FD  LISTADO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LISTADO-FD                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-NOVEDADES                PIC XX VALUE '  '.
           88 88-NOVEDAD-OKEY                 VALUE '00'.
           88 88-NOVEDAD-FIN                  VALUE '10'.
           88 88-NOVEDAD-NO-EXISTE            VALUE '35'.

       77  FS-METAS                    PIC XX VALUE '  '.
           88 88-META-OKEY                    VALUE '00'.
           88 88-META-FIN                     VALUE '10'.
           88 88-META-NO-EXISTE               VALUE '35'.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-FIN                  VALUE '10'.

       77  FS-RECHAZOS                 PIC XX VALUE '  '.
           88 88-RECHAZO-OKEY                 VALUE '00'.

       77  FS-LISTADO                  PIC XX VALUE '  '.
           88 88-LISTADO-OKEY                 VALUE '00'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-PERIODO-LISTADO          PIC X(07) VALUE SPACE.

       77  WS-MOTIVO-RECHAZO           PIC X(20)   VALUE SPACE.

       77  WS-NOV-VALIDA-SW            PIC X  VALUE 'S'.
           88 88-NOV-VALIDA                   VALUE 'S'.
           88 88-NOV-INVALIDA                 VALUE 'N'.

       77  WS-PERIODO-VALIDO-SW        PIC X  VALUE 'S'.
           88 88-PERIODO-VALIDO               VALUE 'S'.
           88 88-PERIODO-INVALIDO             VALUE 'N'.

       77  WS-PERIODO-EXAM             PIC X(07) VALUE SPACE.

       77  WS-CANT-METAS               PIC 9(04)   VALUE ZERO.
       77  WS-SUB-META                 PIC 9(04)   VALUE ZERO.
       77  WS-PUNTO-INSERCION          PIC 9(04)   VALUE ZERO.
       77  WS-SUB-DESPLAZA             PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-INF                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-SUP                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-MED                 PIC 9(04)   VALUE ZERO.
       77  WS-ENCONTRADO-SW            PIC X       VALUE 'N'.
           88 88-ENCONTRADO                   VALUE 'S'.

       01  WS-BUSQ-CLAVE.
           03  WS-BUSQ-PERIODO         PIC X(07)   VALUE SPACE.
           03  WS-BUSQ-SUCURSAL        PIC 9(03)   VALUE ZERO.
           03  WS-BUSQ-CAJERO          PIC 9(03)   VALUE ZERO.

       77  WS-SUB-CAJERO               PIC 9(04)   VALUE ZERO.
       77  WS-SUB-SUC                  PIC 9(04)   VALUE ZERO.
       77  WS-CANT-MAESTRO             PIC 9(04)   VALUE ZERO.

       77  WS-REORDENADOS              PIC 9(04)   VALUE ZERO.
       77  WS-DUP-METAS                PIC 9(04)   VALUE ZERO.

       77  WS-NOV-LEIDAS               PIC 9(09)   VALUE ZERO.
       77  WS-NOV-ALTAS                PIC 9(09)   VALUE ZERO.
       77  WS-NOV-BAJAS                PIC 9(09)   VALUE ZERO.
       77  WS-NOV-MODIF                PIC 9(09)   VALUE ZERO.
       77  WS-NOV-RECHAZADAS           PIC 9(09)   VALUE ZERO.
       77  WS-CANT-GRABADOS            PIC 9(04)   VALUE ZERO.
       77  WS-CANT-LISTADOS            PIC 9(04)   VALUE ZERO.

       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.

       01  WS-FECHA-SISTEMA.
           03 WS-SIS-AAAA              PIC 9(04) VALUE ZERO.
           03 WS-SIS-MM                PIC 9(02) VALUE ZERO.
           03 WS-SIS-DD                PIC 9(02) VALUE ZERO.

       01  WS-FECHA-HOY-EDIT.
           03 WS-HOY-AAAA              PIC 9(04) VALUE ZERO.
           03 FILLER                   PIC X(01) VALUE '-'.
           03 WS-HOY-MM                PIC 9(02) VALUE ZERO.
           03 FILLER                   PIC X(01) VALUE '-'.
           03 WS-HOY-DD                PIC 9(02) VALUE ZERO.

       01  TABLA-METAS.
           03  TMT-ENTRADA OCCURS 5000 TIMES INDEXED BY TMT-IDX.
               05  TMT-CLAVE.
                   07  TMT-PERIODO      PIC X(07)    VALUE SPACE.
                   07  TMT-SUCURSAL     PIC 9(03)    VALUE ZERO.
                   07  TMT-COD-CAJERO   PIC 9(03)    VALUE ZERO.
               05  TMT-IMPORTE          PIC 9(13)V99 VALUE ZERO.

      * CAJEROS DEL MAESTRO INDEXADOS POR CODIGO; CANTIDAD DE CAJEROS
      * ACTIVOS POR SUCURSAL (SUBINDICE = CODIGO DE SUCURSAL + 1).

       01  TABLA-CAJEROS.
           03  TC-ENTRADA OCCURS 999 TIMES.
               05  TC-EN-MAESTRO        PIC X(01)    VALUE 'N'.
               05  TC-SUCURSAL          PIC 9(03)    VALUE ZERO.
               05  TC-ESTADO            PIC X(01)    VALUE SPACE.

       01  TABLA-SUCURSALES.
           03  TS-ENTRADA OCCURS 1000 TIMES.
               05  TS-CANT-ACTIVOS      PIC 9(04)    VALUE ZERO.

       01  WS-RECHAZO-REG.
           03  RCH-FS                  PIC XX       VALUE SPACE.
           03  FILLER                  PIC X(01)    VALUE SPACE.
           03  RCH-REGISTRO            PIC X(37)    VALUE SPACE.
           03  FILLER                  PIC X(02)    VALUE SPACE.
           03  RCH-MOTIVO              PIC X(20)    VALUE SPACE.

       01  WS-TITULO-1.
           05  FILLER                  PIC X(44) VALUE
               'METAS MENSUALES DE RECAUDACION'.
           05  FILLER                  PIC X(07) VALUE 'FECHA: '.
           05  WS-TIT-FECHA            PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'PERIODO: '.
           05  WS-TIT-PERIODO          PIC X(07).
           05  FILLER                  PIC X(45) VALUE SPACE.

       01  WS-TITULO-2.
           05  FILLER                  PIC X(132) VALUE
               'NOVEDADES APLICADAS'.

       01  WS-TITULO-3.
           05 FILLER                   PIC X(90) VALUE ALL '-'.
           05 FILLER                   PIC X(42) VALUE SPACE.

       01  WS-TITULO-4.
           05  FILLER                  PIC X(132) VALUE
               'METAS VIGENTES'.

       01  WS-TITULO-5.
           05  FILLER                  PIC X(10) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'PERIODO'.
           05  FILLER                  PIC X(10) VALUE 'SUCURSAL'.
           05  FILLER                  PIC X(10) VALUE 'CAJERO'.
           05  FILLER                  PIC X(93) VALUE
               '         IMPORTE META'.

       01  WS-LINEA-META.
           05  WS-LIN-NOVEDAD          PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-LIN-PERIODO          PIC X(07).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-LIN-SUCURSAL         PIC 9(03).
           05  FILLER                  PIC X(07)   VALUE SPACE.
           05  WS-LIN-CAJERO           PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACE.
           05  WS-LIN-IMPORTE          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(72)   VALUE SPACE.

       01  WS-LINEA-RESUMEN-FIN.
           05  WS-FIN-LEYENDA          PIC X(25).
           05  WS-FIN-CANTIDAD         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(96)   VALUE SPACE.

       01  WS-LINEA-BLANCO             PIC X(132)  VALUE SPACE.

       COPY WNOVMET.

       COPY WMETAS.

       COPY WMAECAJ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-NOVEDAD-FIN.

           PERFORM 3000-FINALIZO.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIO.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD

           MOVE WS-SIS-AAAA TO WS-HOY-AAAA
           MOVE WS-SIS-MM   TO WS-HOY-MM
           MOVE WS-SIS-DD   TO WS-HOY-DD

           PERFORM 1050-LEER-PARAMETROS.

           PERFORM 1100-OPEN-NOVEDADES.

           PERFORM 1200-OPEN-RECHAZOS.

           PERFORM 1300-OPEN-LISTADO.

           PERFORM 1350-CARGAR-MAESTRO.

           PERFORM 1400-CARGAR-METAS.

           PERFORM 1500-IMPRIMIR-TITULOS.

       1050-LEER-PARAMETROS.

           ACCEPT WS-PARM-LINEA FROM COMMAND-LINE

           IF WS-PARM-LINEA NOT EQUAL SPACE
              MOVE WS-PARM-LINEA (1:7) TO WS-PERIODO-EXAM
              PERFORM 2350-VALIDAR-PERIODO
              IF 88-PERIODO-VALIDO
                 MOVE WS-PERIODO-EXAM TO WS-PERIODO-LISTADO
              ELSE
                 DISPLAY 'ERROR: PERIODO INVALIDO: ' WS-PERIODO-EXAM
                 DISPLAY 'FORMATO ESPERADO: AAAA-MM'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       1100-OPEN-NOVEDADES.

           OPEN INPUT NOVEDADES.

           EVALUATE TRUE
               WHEN 88-NOVEDAD-OKEY
                    CONTINUE
               WHEN 88-NOVEDAD-NO-EXISTE
                    DISPLAY " "
                    DISPLAY "SIN NOVEDADES (NO EXISTE NOVMET) - "
                            "SOLO SE LISTAN LAS METAS"
                    SET 88-NOVEDAD-FIN TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN NOVEDADES'
                    DISPLAY 'ERROR CODE: ' FS-NOVEDADES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       1200-OPEN-RECHAZOS.

           OPEN OUTPUT RECHAZOS.

           IF FS-RECHAZOS EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN RECHAZOS'
              DISPLAY 'ERROR CODE: ' FS-RECHAZOS
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
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

       1350-CARGAR-MAESTRO.

           OPEN INPUT MAESTRO-CAJ.

           IF FS-MAESTRO EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN MAESTRO DE CAJEROS'
              DISPLAY 'ERROR CODE: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1360-LEER-MAESTRO UNTIL 88-MAESTRO-FIN.

           CLOSE MAESTRO-CAJ.

           IF FS-MAESTRO NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE MAESTRO-CAJ: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           DISPLAY " "
           DISPLAY "CAJEROS CARGADOS DEL MAESTRO: " WS-CANT-MAESTRO.

       1360-LEER-MAESTRO.

           READ MAESTRO-CAJ INTO MAESTRO-CAJERO-REG

           EVALUATE FS-MAESTRO
               WHEN '00'
                   IF MC-COD-CAJERO NUMERIC
                      AND MC-COD-CAJERO > ZERO
                      AND MC-SUCURSAL NUMERIC
                      ADD 1 TO WS-CANT-MAESTRO
                      MOVE MC-COD-CAJERO TO WS-SUB-CAJERO
                      MOVE 'S'         TO TC-EN-MAESTRO (WS-SUB-CAJERO)
                      MOVE MC-SUCURSAL TO TC-SUCURSAL   (WS-SUB-CAJERO)
                      MOVE MC-ESTADO   TO TC-ESTADO     (WS-SUB-CAJERO)
                      IF 88-MC-ACTIVO
                         COMPUTE WS-SUB-SUC = MC-SUCURSAL + 1
                         ADD 1 TO TS-CANT-ACTIVOS (WS-SUB-SUC)
                      END-IF
                   END-IF
               WHEN '10'
                   SET 88-MAESTRO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1400-CARGAR-METAS.

           OPEN INPUT METAS.

           EVALUATE TRUE
               WHEN 88-META-OKEY
                    PERFORM 1410-LEER-META UNTIL 88-META-FIN
                    CLOSE METAS
                    IF FS-METAS NOT EQUAL '00'
                       DISPLAY 'ERROR EN CIERRE METAS: ' FS-METAS
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 88-META-NO-EXISTE
                    DISPLAY " "
                    DISPLAY "ARCHIVO DE METAS INEXISTENTE - SE CREA "
                            "CON LAS ALTAS RECIBIDAS"
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN ARCHIVO DE METAS'
                    DISPLAY 'ERROR CODE: ' FS-METAS
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           DISPLAY " "
           DISPLAY "METAS CARGADAS DEL ARCHIVO: " WS-CANT-METAS

           IF WS-REORDENADOS > ZERO
              DISPLAY "REGISTROS FUERA DE SECUENCIA REORDENADOS: "
                      WS-REORDENADOS
           END-IF.

       1410-LEER-META.

           READ METAS INTO META-REG

           EVALUATE FS-METAS
               WHEN '00'
                   PERFORM 1420-GUARDAR-META
               WHEN '10'
                   SET 88-META-FIN TO TRUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA METAS: ' FS-METAS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1420-GUARDAR-META.

           MOVE MT-PERIODO    TO WS-BUSQ-PERIODO
           MOVE MT-SUCURSAL   TO WS-BUSQ-SUCURSAL
           MOVE MT-COD-CAJERO TO WS-BUSQ-CAJERO
           PERFORM 5000-BUSCAR-TABLA

           IF 88-ENCONTRADO
              ADD 1 TO WS-DUP-METAS
              MOVE 'META DUPLICADA'    TO WS-MOTIVO-RECHAZO
              MOVE META-REG            TO RCH-REGISTRO
              PERFORM 2900-GRABAR-RECHAZO
           ELSE
              IF WS-CANT-METAS > ZERO
                 AND WS-PUNTO-INSERCION NOT > WS-CANT-METAS
                 ADD 1 TO WS-REORDENADOS
              END-IF
              PERFORM 5100-INSERTAR-TABLA
              MOVE MT-IMPORTE TO TMT-IMPORTE (WS-PUNTO-INSERCION)
           END-IF.

       1500-IMPRIMIR-TITULOS.

           MOVE WS-FECHA-HOY-EDIT TO WS-TIT-FECHA

           IF WS-PERIODO-LISTADO EQUAL SPACE
              MOVE 'TODOS'            TO WS-TIT-PERIODO
           ELSE
              MOVE WS-PERIODO-LISTADO TO WS-TIT-PERIODO
           END-IF

           MOVE WS-TITULO-1 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-LINEA-BLANCO TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-TITULO-2 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-TITULO-3 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO.

      *----------------------------------------------------------------*
       2000-PROCESO.

           PERFORM 2100-LEER-NOVEDAD.

           IF NOT 88-NOVEDAD-FIN
              PERFORM 2200-VALIDAR-NOVEDAD
              IF 88-NOV-VALIDA
                 PERFORM 2400-APLICAR-NOVEDAD
              ELSE
                 MOVE NOVEDAD-META-REG TO RCH-REGISTRO
                 ADD 1 TO WS-NOV-RECHAZADAS
                 PERFORM 2900-GRABAR-RECHAZO
              END-IF
           END-IF.

       2100-LEER-NOVEDAD.

           READ NOVEDADES INTO NOVEDAD-META-REG

           EVALUATE FS-NOVEDADES
               WHEN '00'
                   ADD 1 TO WS-NOV-LEIDAS
               WHEN '10'
                   SET 88-NOVEDAD-FIN TO TRUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA NOVEDADES: ' FS-NOVEDADES
                   DISPLAY 'REGISTRO: ' NOVEDAD-META-REG
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2200-VALIDAR-NOVEDAD.

           SET 88-NOV-VALIDA TO TRUE

           MOVE NM-PERIODO TO WS-PERIODO-EXAM
           PERFORM 2350-VALIDAR-PERIODO

           EVALUATE TRUE
               WHEN NOT 88-NM-ALTA AND NOT 88-NM-BAJA
                                   AND NOT 88-NM-MODIF
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'TIPO NOV. INVALIDO' TO WS-MOTIVO-RECHAZO
               WHEN 88-PERIODO-INVALIDO
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'PERIODO INVALIDO' TO WS-MOTIVO-RECHAZO
               WHEN NM-SUCURSAL NOT NUMERIC
                 OR NM-SUCURSAL EQUAL ZERO
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'SUCURSAL INVALIDA' TO WS-MOTIVO-RECHAZO
               WHEN NM-COD-CAJERO NOT NUMERIC
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'CAJERO INVALIDO' TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF 88-NOV-VALIDA
              MOVE NM-PERIODO    TO WS-BUSQ-PERIODO
              MOVE NM-SUCURSAL   TO WS-BUSQ-SUCURSAL
              MOVE NM-COD-CAJERO TO WS-BUSQ-CAJERO
              PERFORM 5000-BUSCAR-TABLA
              EVALUATE TRUE
                  WHEN 88-NM-ALTA AND 88-ENCONTRADO
                       SET 88-NOV-INVALIDA TO TRUE
                       MOVE 'ALTA DUPLICADA' TO WS-MOTIVO-RECHAZO
                  WHEN 88-NM-ALTA
                       PERFORM 2250-VALIDAR-IMPORTE
                       IF 88-NOV-VALIDA
                          PERFORM 2300-VALIDAR-MAESTRO
                       END-IF
                  WHEN NOT 88-ENCONTRADO
                       SET 88-NOV-INVALIDA TO TRUE
                       MOVE 'META INEXISTENTE' TO WS-MOTIVO-RECHAZO
                  WHEN 88-NM-MODIF
                       PERFORM 2250-VALIDAR-IMPORTE
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF.

       2250-VALIDAR-IMPORTE.

           IF NM-IMPORTE NOT NUMERIC
              OR NM-IMPORTE EQUAL ZERO
              SET 88-NOV-INVALIDA TO TRUE
              MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO-RECHAZO
           END-IF.

       2300-VALIDAR-MAESTRO.

      * LA SUCURSAL DEBE TENER CAJEROS ACTIVOS EN EL MAESTRO; LA META
      * DE UN CAJERO EXIGE QUE ESTE ACTIVO Y SEA DE ESA SUCURSAL.

           COMPUTE WS-SUB-SUC = NM-SUCURSAL + 1

           IF TS-CANT-ACTIVOS (WS-SUB-SUC) EQUAL ZERO
              SET 88-NOV-INVALIDA TO TRUE
              MOVE 'SUCURSAL SIN CAJEROS' TO WS-MOTIVO-RECHAZO
           ELSE
              IF NM-COD-CAJERO NOT EQUAL ZERO
                 MOVE NM-COD-CAJERO TO WS-SUB-CAJERO
                 EVALUATE TRUE
                     WHEN TC-EN-MAESTRO (WS-SUB-CAJERO) NOT EQUAL 'S'
                          SET 88-NOV-INVALIDA TO TRUE
                          MOVE 'CAJERO INEXISTENTE' TO
                               WS-MOTIVO-RECHAZO
                     WHEN TC-ESTADO (WS-SUB-CAJERO) NOT EQUAL 'A'
                          SET 88-NOV-INVALIDA TO TRUE
                          MOVE 'CAJERO INACTIVO' TO WS-MOTIVO-RECHAZO
                     WHEN TC-SUCURSAL (WS-SUB-CAJERO)
                          NOT EQUAL NM-SUCURSAL
                          SET 88-NOV-INVALIDA TO TRUE
                          MOVE 'CAJERO OTRA SUCURSAL' TO
                               WS-MOTIVO-RECHAZO
                     WHEN OTHER
                          CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

       2350-VALIDAR-PERIODO.

           SET 88-PERIODO-VALIDO TO TRUE

           IF WS-PERIODO-EXAM (1:4) NUMERIC
              AND WS-PERIODO-EXAM (5:1) EQUAL '-'
              AND WS-PERIODO-EXAM (6:2) NUMERIC
              IF WS-PERIODO-EXAM (6:2) < '01'
                 OR WS-PERIODO-EXAM (6:2) > '12'
                 SET 88-PERIODO-INVALIDO TO TRUE
              END-IF
           ELSE
              SET 88-PERIODO-INVALIDO TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       2400-APLICAR-NOVEDAD.

           MOVE NM-IMPORTE TO WS-LIN-IMPORTE

           EVALUATE TRUE
               WHEN 88-NM-ALTA
                    PERFORM 2500-APLICAR-ALTA
                    MOVE 'ALTA'  TO WS-LIN-NOVEDAD
               WHEN 88-NM-BAJA
                    MOVE TMT-IMPORTE (WS-SUB-META) TO WS-LIN-IMPORTE
                    PERFORM 2550-APLICAR-BAJA
                    MOVE 'BAJA'  TO WS-LIN-NOVEDAD
               WHEN OTHER
                    PERFORM 2600-APLICAR-MODIF
                    MOVE 'MODIF' TO WS-LIN-NOVEDAD
           END-EVALUATE

           MOVE NM-PERIODO     TO WS-LIN-PERIODO
           MOVE NM-SUCURSAL    TO WS-LIN-SUCURSAL
           MOVE NM-COD-CAJERO  TO WS-BUSQ-CAJERO
           PERFORM 2700-EDITAR-CAJERO

           MOVE WS-LINEA-META TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO.

       2500-APLICAR-ALTA.

           PERFORM 5100-INSERTAR-TABLA

           MOVE NM-IMPORTE TO TMT-IMPORTE (WS-PUNTO-INSERCION)

           ADD 1 TO WS-NOV-ALTAS.

       2550-APLICAR-BAJA.

           PERFORM 5200-QUITAR-TABLA

           ADD 1 TO WS-NOV-BAJAS.

       2600-APLICAR-MODIF.

           MOVE NM-IMPORTE TO TMT-IMPORTE (WS-SUB-META)

           ADD 1 TO WS-NOV-MODIF.

       2700-EDITAR-CAJERO.

           IF WS-BUSQ-CAJERO EQUAL ZERO
              MOVE 'SUCURSAL'     TO WS-LIN-CAJERO
           ELSE
              MOVE SPACE          TO WS-LIN-CAJERO
              MOVE WS-BUSQ-CAJERO TO WS-LIN-CAJERO (1:3)
           END-IF.

       2900-GRABAR-RECHAZO.

      * SOLO GRABA EL RECHAZO; CADA LLAMADOR LLEVA SU PROPIO CONTADOR
      * (NOVEDADES RECHAZADAS O DUPLICADOS EN EL ARCHIVO DE METAS).

           MOVE FS-NOVEDADES       TO RCH-FS
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

           IF RETURN-CODE EQUAL ZERO
              PERFORM 3100-REESCRIBIR-METAS
              PERFORM 3200-LISTAR-METAS
           END-IF.

           PERFORM 3300-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3100-REESCRIBIR-METAS.

           OPEN OUTPUT METAS.

           IF FS-METAS EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN SALIDA METAS: ' FS-METAS
              MOVE 12 TO RETURN-CODE
              PERFORM 3300-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

           PERFORM 3110-GRABAR-UNA-META
               VARYING WS-SUB-META FROM 1 BY 1
               UNTIL WS-SUB-META > WS-CANT-METAS.

           CLOSE METAS.

           IF FS-METAS EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN CIERRE METAS: ' FS-METAS
              MOVE 12 TO RETURN-CODE
           END-IF.

       3110-GRABAR-UNA-META.

           INITIALIZE META-REG

           MOVE TMT-PERIODO    (WS-SUB-META) TO MT-PERIODO
           MOVE TMT-SUCURSAL   (WS-SUB-META) TO MT-SUCURSAL
           MOVE TMT-COD-CAJERO (WS-SUB-META) TO MT-COD-CAJERO
           MOVE TMT-IMPORTE    (WS-SUB-META) TO MT-IMPORTE

           WRITE REG-META-FD FROM META-REG

           IF FS-METAS EQUAL '00'
              ADD 1 TO WS-CANT-GRABADOS
           ELSE
              DISPLAY 'ERROR EN ESCRITURA METAS: ' FS-METAS
              MOVE 12 TO RETURN-CODE
              PERFORM 3300-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

       3200-LISTAR-METAS.

           MOVE WS-LINEA-BLANCO TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-TITULO-4 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-TITULO-5 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-TITULO-3 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           PERFORM 3210-LISTAR-UNA-META
               VARYING WS-SUB-META FROM 1 BY 1
               UNTIL WS-SUB-META > WS-CANT-METAS.

           MOVE WS-TITULO-3 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE 'METAS LISTADAS        : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-LISTADOS           TO WS-FIN-CANTIDAD
           MOVE WS-LINEA-RESUMEN-FIN       TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO.

       3210-LISTAR-UNA-META.

           IF WS-PERIODO-LISTADO EQUAL SPACE
              OR TMT-PERIODO (WS-SUB-META) EQUAL WS-PERIODO-LISTADO
              MOVE SPACE                          TO WS-LIN-NOVEDAD
              MOVE TMT-PERIODO    (WS-SUB-META)   TO WS-LIN-PERIODO
              MOVE TMT-SUCURSAL   (WS-SUB-META)   TO WS-LIN-SUCURSAL
              MOVE TMT-COD-CAJERO (WS-SUB-META)   TO WS-BUSQ-CAJERO
              PERFORM 2700-EDITAR-CAJERO
              MOVE TMT-IMPORTE    (WS-SUB-META)   TO WS-LIN-IMPORTE
              MOVE WS-LINEA-META TO REG-LISTADO-FD
              PERFORM 4100-GRABAR-LISTADO
              ADD 1 TO WS-CANT-LISTADOS
           END-IF.

       3300-CIERRO-ARCHIVOS.

           IF FS-NOVEDADES EQUAL '00' OR '10'
              CLOSE NOVEDADES
              IF FS-NOVEDADES NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE NOVEDADES: ' FS-NOVEDADES
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           IF 88-RECHAZO-OKEY
              CLOSE RECHAZOS
              IF FS-RECHAZOS NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE RECHAZOS: ' FS-RECHAZOS
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

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
           MOVE WS-NOV-LEIDAS TO WS-CANT-ED
           DISPLAY "Novedades leidas     : " WS-CANT-ED
           MOVE WS-NOV-ALTAS TO WS-CANT-ED
           DISPLAY "Altas aplicadas      : " WS-CANT-ED
           MOVE WS-NOV-BAJAS TO WS-CANT-ED
           DISPLAY "Bajas aplicadas      : " WS-CANT-ED
           MOVE WS-NOV-MODIF TO WS-CANT-ED
           DISPLAY "Modificaciones       : " WS-CANT-ED
           MOVE WS-NOV-RECHAZADAS TO WS-CANT-ED
           DISPLAY "Novedades rechazadas : " WS-CANT-ED
           MOVE WS-CANT-GRABADOS TO WS-CANT-ED
           DISPLAY "Metas grabadas       : " WS-CANT-ED
           MOVE WS-DUP-METAS TO WS-CANT-ED
           DISPLAY "Duplicados en archivo: " WS-CANT-ED
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

       5000-BUSCAR-TABLA.

           MOVE 'N' TO WS-ENCONTRADO-SW
           MOVE ZERO TO WS-SUB-META
           MOVE 1 TO WS-BUSQ-INF
           MOVE WS-CANT-METAS TO WS-BUSQ-SUP

           PERFORM 5010-COMPARAR-TABLA
               UNTIL WS-BUSQ-INF > WS-BUSQ-SUP
               OR 88-ENCONTRADO.

           MOVE WS-BUSQ-INF TO WS-PUNTO-INSERCION.

       5010-COMPARAR-TABLA.

           COMPUTE WS-BUSQ-MED = (WS-BUSQ-INF + WS-BUSQ-SUP) / 2

           EVALUATE TRUE
               WHEN TMT-CLAVE (WS-BUSQ-MED) EQUAL WS-BUSQ-CLAVE
                    SET 88-ENCONTRADO TO TRUE
                    MOVE WS-BUSQ-MED TO WS-SUB-META
               WHEN TMT-CLAVE (WS-BUSQ-MED) < WS-BUSQ-CLAVE
                    COMPUTE WS-BUSQ-INF = WS-BUSQ-MED + 1
               WHEN OTHER
                    COMPUTE WS-BUSQ-SUP = WS-BUSQ-MED - 1
           END-EVALUATE.

       5100-INSERTAR-TABLA.

           IF WS-CANT-METAS EQUAL 5000
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA METAS EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3300-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

           IF WS-CANT-METAS > ZERO
              PERFORM 5110-DESPLAZAR-TABLA
                  VARYING WS-SUB-DESPLAZA
                  FROM WS-CANT-METAS BY -1
                  UNTIL WS-SUB-DESPLAZA < WS-PUNTO-INSERCION
           END-IF

           ADD 1 TO WS-CANT-METAS
           INITIALIZE TMT-ENTRADA (WS-PUNTO-INSERCION)
           MOVE WS-BUSQ-CLAVE TO TMT-CLAVE (WS-PUNTO-INSERCION).

       5110-DESPLAZAR-TABLA.

           MOVE TMT-ENTRADA (WS-SUB-DESPLAZA)
             TO TMT-ENTRADA (WS-SUB-DESPLAZA + 1).

       5200-QUITAR-TABLA.

           PERFORM 5210-CERRAR-HUECO
               VARYING WS-SUB-DESPLAZA
               FROM WS-SUB-META BY 1
               UNTIL WS-SUB-DESPLAZA NOT < WS-CANT-METAS.

           INITIALIZE TMT-ENTRADA (WS-CANT-METAS)
           SUBTRACT 1 FROM WS-CANT-METAS.

       5210-CERRAR-HUECO.

           MOVE TMT-ENTRADA (WS-SUB-DESPLAZA + 1)
             TO TMT-ENTRADA (WS-SUB-DESPLAZA).

       END PROGRAM MANTMET.

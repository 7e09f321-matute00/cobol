      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento y listado del calendario de feriados
      *          FERIADOS.txt a partir del archivo de novedades
      *          NOVFER.txt (alta / baja / modificacion de la
      *          descripcion por fecha y sucursal; sucursal 000 es
      *          feriado nacional). Rechaza las novedades invalidas a
      *          MANTFERR.txt con el motivo (tipo invalido, fecha mal
      *          formada, sucursal no numerica, descripcion en blanco,
      *          alta duplicada, baja o modificacion de un feriado
      *          inexistente), reescribe FERIADOS.txt ordenado por
      *          fecha y sucursal y emite en MANTFER.txt las novedades
      *          aplicadas y el calendario resultante. Sin NOVFER.txt
      *          solo lista el calendario.
      *          Parametros: [AAAA]   (anio a listar, base todos)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTFER.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT NOVEDADES ASSIGN TO
           'D:\cobol-1\Archivo\NOVFER.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-NOVEDADES.

       SELECT FERIADOS ASSIGN TO
           'D:\cobol-1\Archivo\FERIADOS.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-FERIADOS.

       SELECT RECHAZOS ASSIGN TO
           'D:\cobol-1\Archivo\MANTFERR.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RECHAZOS.

       SELECT LISTADO ASSIGN TO
           'D:\cobol-1\Archivo\MANTFER.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  NOVEDADES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-NOVEDAD-FD                 PIC X(50).

       FD  FERIADOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FERIADO-FD                 PIC X(47).

       FD  RECHAZOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RECHAZO-FD                 PIC X(75).

       FD  LISTADO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LISTADO-FD                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-NOVEDADES                PIC XX VALUE '  '.
           88 88-NOVEDAD-OKEY                 VALUE '00'.
           88 88-NOVEDAD-FIN                  VALUE '10'.
           88 88-NOVEDAD-NO-EXISTE            VALUE '35'.

       77  FS-FERIADOS                 PIC XX VALUE '  '.
           88 88-FERIADO-OKEY                 VALUE '00'.
           88 88-FERIADO-FIN                  VALUE '10'.
           88 88-FERIADO-NO-EXISTE            VALUE '35'.

       77  FS-RECHAZOS                 PIC XX VALUE '  '.
           88 88-RECHAZO-OKEY                 VALUE '00'.

       77  FS-LISTADO                  PIC XX VALUE '  '.
           88 88-LISTADO-OKEY                 VALUE '00'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-ANIO-LISTADO             PIC X(04) VALUE SPACE.

       77  WS-MOTIVO-RECHAZO           PIC X(20)   VALUE SPACE.

       77  WS-NOV-VALIDA-SW            PIC X  VALUE 'S'.
           88 88-NOV-VALIDA                   VALUE 'S'.
           88 88-NOV-INVALIDA                 VALUE 'N'.

       77  WS-FECHA-VALIDA-SW          PIC X  VALUE 'S'.
           88 88-FECHA-VALIDA                 VALUE 'S'.
           88 88-FECHA-INVALIDA               VALUE 'N'.

       77  WS-FECHA-EXAM               PIC X(10) VALUE SPACE.

       77  WS-CANT-FERIADOS            PIC 9(04)   VALUE ZERO.
       77  WS-SUB-FERIADO              PIC 9(04)   VALUE ZERO.
       77  WS-PUNTO-INSERCION          PIC 9(04)   VALUE ZERO.
       77  WS-SUB-DESPLAZA             PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-INF                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-SUP                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-MED                 PIC 9(04)   VALUE ZERO.
       77  WS-ENCONTRADO-SW            PIC X       VALUE 'N'.
           88 88-ENCONTRADO                   VALUE 'S'.

       01  WS-BUSQ-CLAVE.
           03  WS-BUSQ-FECHA           PIC X(10)   VALUE SPACE.
           03  WS-BUSQ-SUCURSAL        PIC 9(03)   VALUE ZERO.

       77  WS-REORDENADOS              PIC 9(04)   VALUE ZERO.
       77  WS-DUP-FERIADOS             PIC 9(04)   VALUE ZERO.

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

       01  TABLA-FERIADOS.
           03  TF-ENTRADA OCCURS 3000 TIMES INDEXED BY TF-IDX.
               05  TF-CLAVE.
                   07  TF-FECHA         PIC X(10)   VALUE SPACE.
                   07  TF-SUCURSAL      PIC 9(03)   VALUE ZERO.
               05  TF-DESCRIPCION       PIC X(30)   VALUE SPACE.

       01  WS-RECHAZO-REG.
           03  RCH-FS                  PIC XX       VALUE SPACE.
           03  FILLER                  PIC X(01)    VALUE SPACE.
           03  RCH-REGISTRO            PIC X(50)    VALUE SPACE.
           03  FILLER                  PIC X(02)    VALUE SPACE.
           03  RCH-MOTIVO              PIC X(20)    VALUE SPACE.

       01  WS-TITULO-1.
           05  FILLER                  PIC X(44) VALUE
               'CALENDARIO DE FERIADOS'.
           05  FILLER                  PIC X(07) VALUE 'FECHA: '.
           05  WS-TIT-FECHA            PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'ANIO: '.
           05  WS-TIT-ANIO             PIC X(05).
           05  FILLER                  PIC X(50) VALUE SPACE.

       01  WS-TITULO-2.
           05  FILLER                  PIC X(132) VALUE
               'NOVEDADES APLICADAS'.

       01  WS-TITULO-3.
           05 FILLER                   PIC X(90) VALUE ALL '-'.
           05 FILLER                   PIC X(42) VALUE SPACE.

       01  WS-TITULO-4.
           05  FILLER                  PIC X(132) VALUE
               'CALENDARIO VIGENTE'.

       01  WS-TITULO-5.
           05  FILLER                  PIC X(10) VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE 'FECHA'.
           05  FILLER                  PIC X(10) VALUE 'SUCURSAL'.
           05  FILLER                  PIC X(100) VALUE 'DESCRIPCION'.

       01  WS-LINEA-FERIADO.
           05  WS-LIN-NOVEDAD          PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-LIN-FECHA            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-LIN-SUCURSAL         PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-LIN-DESCRIPCION      PIC X(30).
           05  FILLER                  PIC X(70)   VALUE SPACE.

       01  WS-LINEA-RESUMEN-FIN.
           05  WS-FIN-LEYENDA          PIC X(25).
           05  WS-FIN-CANTIDAD         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(96)   VALUE SPACE.

       01  WS-LINEA-BLANCO             PIC X(132)  VALUE SPACE.

       COPY WNOVFER.

       COPY WFERIADO.

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

           PERFORM 1400-CARGAR-FERIADOS.

           PERFORM 1500-IMPRIMIR-TITULOS.

       1050-LEER-PARAMETROS.

           ACCEPT WS-PARM-LINEA FROM COMMAND-LINE

           IF WS-PARM-LINEA NOT EQUAL SPACE
              IF WS-PARM-LINEA (1:4) NUMERIC
                 MOVE WS-PARM-LINEA (1:4) TO WS-ANIO-LISTADO
              ELSE
                 DISPLAY 'ERROR: ANIO INVALIDO: ' WS-PARM-LINEA (1:4)
                 DISPLAY 'FORMATO ESPERADO: AAAA'
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
                    DISPLAY "SIN NOVEDADES (NO EXISTE NOVFER) - "
                            "SOLO SE LISTA EL CALENDARIO"
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

       1400-CARGAR-FERIADOS.

           OPEN INPUT FERIADOS.

           EVALUATE TRUE
               WHEN 88-FERIADO-OKEY
                    PERFORM 1410-LEER-FERIADO UNTIL 88-FERIADO-FIN
                    CLOSE FERIADOS
               WHEN 88-FERIADO-NO-EXISTE
                    DISPLAY " "
                    DISPLAY "CALENDARIO INEXISTENTE - SE CREA CON LAS "
                            "ALTAS RECIBIDAS"
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN CALENDARIO DE FERIADOS'
                    DISPLAY 'ERROR CODE: ' FS-FERIADOS
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           DISPLAY " "
           DISPLAY "FERIADOS CARGADOS DEL CALENDARIO: " WS-CANT-FERIADOS

           IF WS-REORDENADOS > ZERO
              DISPLAY "REGISTROS FUERA DE SECUENCIA REORDENADOS: "
                      WS-REORDENADOS
           END-IF.

       1410-LEER-FERIADO.

           READ FERIADOS INTO FERIADO-REG

           EVALUATE FS-FERIADOS
               WHEN '00'
                   PERFORM 1420-GUARDAR-FERIADO
               WHEN '10'
                   SET 88-FERIADO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA FERIADOS: ' FS-FERIADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1420-GUARDAR-FERIADO.

           MOVE FE-FECHA    TO WS-BUSQ-FECHA
           MOVE FE-SUCURSAL TO WS-BUSQ-SUCURSAL
           PERFORM 5000-BUSCAR-TABLA

           IF 88-ENCONTRADO
              ADD 1 TO WS-DUP-FERIADOS
              MOVE 'FERIADO DUPLICADO' TO WS-MOTIVO-RECHAZO
              MOVE FERIADO-REG         TO RCH-REGISTRO
              PERFORM 2900-GRABAR-RECHAZO
           ELSE
              IF WS-CANT-FERIADOS > ZERO
                 AND WS-PUNTO-INSERCION NOT > WS-CANT-FERIADOS
                 ADD 1 TO WS-REORDENADOS
              END-IF
              PERFORM 5100-INSERTAR-TABLA
              MOVE FE-DESCRIPCION TO TF-DESCRIPCION (WS-PUNTO-INSERCION)
           END-IF.

       1500-IMPRIMIR-TITULOS.

           MOVE WS-FECHA-HOY-EDIT TO WS-TIT-FECHA

           IF WS-ANIO-LISTADO EQUAL SPACE
              MOVE 'TODOS'         TO WS-TIT-ANIO
           ELSE
              MOVE WS-ANIO-LISTADO TO WS-TIT-ANIO
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
                 MOVE NOVEDAD-FERIADO-REG TO RCH-REGISTRO
                 ADD 1 TO WS-NOV-RECHAZADAS
                 PERFORM 2900-GRABAR-RECHAZO
              END-IF
           END-IF.

       2100-LEER-NOVEDAD.

           READ NOVEDADES INTO NOVEDAD-FERIADO-REG

           EVALUATE FS-NOVEDADES
               WHEN '00'
                   ADD 1 TO WS-NOV-LEIDAS
               WHEN '10'
                   SET 88-NOVEDAD-FIN TO TRUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA NOVEDADES: ' FS-NOVEDADES
                   DISPLAY 'REGISTRO: ' NOVEDAD-FERIADO-REG
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2200-VALIDAR-NOVEDAD.

           SET 88-NOV-VALIDA TO TRUE

           MOVE NF-FECHA TO WS-FECHA-EXAM
           PERFORM 2350-VALIDAR-FORMATO-FECHA

           EVALUATE TRUE
               WHEN NOT 88-NF-ALTA AND NOT 88-NF-BAJA
                                   AND NOT 88-NF-MODIF
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'TIPO NOV. INVALIDO' TO WS-MOTIVO-RECHAZO
               WHEN 88-FECHA-INVALIDA
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'FECHA INVALIDA' TO WS-MOTIVO-RECHAZO
               WHEN NF-SUCURSAL NOT NUMERIC
                    SET 88-NOV-INVALIDA TO TRUE
                    MOVE 'SUCURSAL INVALIDA' TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

           IF 88-NOV-VALIDA
              MOVE NF-FECHA    TO WS-BUSQ-FECHA
              MOVE NF-SUCURSAL TO WS-BUSQ-SUCURSAL
              PERFORM 5000-BUSCAR-TABLA
              EVALUATE TRUE
                  WHEN 88-NF-ALTA AND 88-ENCONTRADO
                       SET 88-NOV-INVALIDA TO TRUE
                       MOVE 'ALTA DUPLICADA' TO WS-MOTIVO-RECHAZO
                  WHEN 88-NF-ALTA OR 88-NF-MODIF
                       IF 88-NF-MODIF AND NOT 88-ENCONTRADO
                          SET 88-NOV-INVALIDA TO TRUE
                          MOVE 'FERIADO INEXISTENTE' TO
                               WS-MOTIVO-RECHAZO
                       ELSE
                          IF NF-DESCRIPCION EQUAL SPACE
                             SET 88-NOV-INVALIDA TO TRUE
                             MOVE 'DESCRIPCION EN BLANCO' TO
                                  WS-MOTIVO-RECHAZO
                          END-IF
                       END-IF
                  WHEN OTHER
                       IF NOT 88-ENCONTRADO
                          SET 88-NOV-INVALIDA TO TRUE
                          MOVE 'FERIADO INEXISTENTE' TO
                               WS-MOTIVO-RECHAZO
                       END-IF
              END-EVALUATE
           END-IF.

       2350-VALIDAR-FORMATO-FECHA.

           SET 88-FECHA-VALIDA TO TRUE

           IF WS-FECHA-EXAM (1:4) NUMERIC
              AND WS-FECHA-EXAM (5:1) EQUAL '-'
              AND WS-FECHA-EXAM (6:2) NUMERIC
              AND WS-FECHA-EXAM (8:1) EQUAL '-'
              AND WS-FECHA-EXAM (9:2) NUMERIC
              IF WS-FECHA-EXAM (6:2) < '01'
                 OR WS-FECHA-EXAM (6:2) > '12'
                 OR WS-FECHA-EXAM (9:2) < '01'
                 OR WS-FECHA-EXAM (9:2) > '31'
                 SET 88-FECHA-INVALIDA TO TRUE
              END-IF
           ELSE
              SET 88-FECHA-INVALIDA TO TRUE
           END-IF.

      *----------------------------------------------------------------*
       2400-APLICAR-NOVEDAD.

           MOVE NF-DESCRIPCION TO WS-LIN-DESCRIPCION

           EVALUATE TRUE
               WHEN 88-NF-ALTA
                    PERFORM 2500-APLICAR-ALTA
                    MOVE 'ALTA'  TO WS-LIN-NOVEDAD
               WHEN 88-NF-BAJA
                    MOVE TF-DESCRIPCION (WS-SUB-FERIADO)
                                 TO WS-LIN-DESCRIPCION
                    PERFORM 2550-APLICAR-BAJA
                    MOVE 'BAJA'  TO WS-LIN-NOVEDAD
               WHEN OTHER
                    PERFORM 2600-APLICAR-MODIF
                    MOVE 'MODIF' TO WS-LIN-NOVEDAD
           END-EVALUATE

           MOVE NF-FECHA       TO WS-LIN-FECHA
           MOVE NF-SUCURSAL    TO WS-BUSQ-SUCURSAL
           PERFORM 2700-EDITAR-SUCURSAL

           MOVE WS-LINEA-FERIADO TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO.

       2500-APLICAR-ALTA.

           PERFORM 5100-INSERTAR-TABLA

           MOVE NF-DESCRIPCION TO TF-DESCRIPCION (WS-PUNTO-INSERCION)

           ADD 1 TO WS-NOV-ALTAS.

       2550-APLICAR-BAJA.

           PERFORM 5200-QUITAR-TABLA

           ADD 1 TO WS-NOV-BAJAS.

       2600-APLICAR-MODIF.

           MOVE NF-DESCRIPCION TO TF-DESCRIPCION (WS-SUB-FERIADO)

           ADD 1 TO WS-NOV-MODIF.

       2700-EDITAR-SUCURSAL.

           IF WS-BUSQ-SUCURSAL EQUAL ZERO
              MOVE 'NACIONAL'       TO WS-LIN-SUCURSAL
           ELSE
              MOVE SPACE            TO WS-LIN-SUCURSAL
              MOVE WS-BUSQ-SUCURSAL TO WS-LIN-SUCURSAL (1:3)
           END-IF.

       2900-GRABAR-RECHAZO.

      * SOLO GRABA EL RECHAZO; CADA LLAMADOR LLEVA SU PROPIO CONTADOR
      * (NOVEDADES RECHAZADAS O DUPLICADOS EN EL CALENDARIO).

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
              PERFORM 3100-REESCRIBIR-FERIADOS
              PERFORM 3200-LISTAR-CALENDARIO
           END-IF.

           PERFORM 3300-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3100-REESCRIBIR-FERIADOS.

           OPEN OUTPUT FERIADOS.

           IF FS-FERIADOS EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN SALIDA FERIADOS: ' FS-FERIADOS
              MOVE 12 TO RETURN-CODE
              PERFORM 3300-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

           PERFORM 3110-GRABAR-UN-FERIADO
               VARYING WS-SUB-FERIADO FROM 1 BY 1
               UNTIL WS-SUB-FERIADO > WS-CANT-FERIADOS.

           CLOSE FERIADOS.

           IF FS-FERIADOS EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN CIERRE FERIADOS: ' FS-FERIADOS
              MOVE 12 TO RETURN-CODE
           END-IF.

       3110-GRABAR-UN-FERIADO.

           INITIALIZE FERIADO-REG

           MOVE TF-FECHA       (WS-SUB-FERIADO) TO FE-FECHA
           MOVE TF-SUCURSAL    (WS-SUB-FERIADO) TO FE-SUCURSAL
           MOVE TF-DESCRIPCION (WS-SUB-FERIADO) TO FE-DESCRIPCION

           WRITE REG-FERIADO-FD FROM FERIADO-REG

           IF FS-FERIADOS EQUAL '00'
              ADD 1 TO WS-CANT-GRABADOS
           ELSE
              DISPLAY 'ERROR EN ESCRITURA FERIADOS: ' FS-FERIADOS
              MOVE 12 TO RETURN-CODE
              PERFORM 3300-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

       3200-LISTAR-CALENDARIO.

           MOVE WS-LINEA-BLANCO TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-TITULO-4 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-TITULO-5 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE WS-TITULO-3 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           PERFORM 3210-LISTAR-UN-FERIADO
               VARYING WS-SUB-FERIADO FROM 1 BY 1
               UNTIL WS-SUB-FERIADO > WS-CANT-FERIADOS.

           MOVE WS-TITULO-3 TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO

           MOVE 'FERIADOS LISTADOS     : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-LISTADOS           TO WS-FIN-CANTIDAD
           MOVE WS-LINEA-RESUMEN-FIN       TO REG-LISTADO-FD
           PERFORM 4100-GRABAR-LISTADO.

       3210-LISTAR-UN-FERIADO.

           IF WS-ANIO-LISTADO EQUAL SPACE
              OR TF-FECHA (WS-SUB-FERIADO) (1:4) EQUAL WS-ANIO-LISTADO
              MOVE SPACE                         TO WS-LIN-NOVEDAD
              MOVE TF-FECHA    (WS-SUB-FERIADO)  TO WS-LIN-FECHA
              MOVE TF-SUCURSAL (WS-SUB-FERIADO)  TO WS-BUSQ-SUCURSAL
              PERFORM 2700-EDITAR-SUCURSAL
              MOVE TF-DESCRIPCION (WS-SUB-FERIADO)
                                                 TO WS-LIN-DESCRIPCION
              MOVE WS-LINEA-FERIADO TO REG-LISTADO-FD
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
           DISPLAY "Feriados grabados    : " WS-CANT-ED
           MOVE WS-DUP-FERIADOS TO WS-CANT-ED
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
           MOVE ZERO TO WS-SUB-FERIADO
           MOVE 1 TO WS-BUSQ-INF
           MOVE WS-CANT-FERIADOS TO WS-BUSQ-SUP

           PERFORM 5010-COMPARAR-TABLA
               UNTIL WS-BUSQ-INF > WS-BUSQ-SUP
               OR 88-ENCONTRADO.

           MOVE WS-BUSQ-INF TO WS-PUNTO-INSERCION.

       5010-COMPARAR-TABLA.

           COMPUTE WS-BUSQ-MED = (WS-BUSQ-INF + WS-BUSQ-SUP) / 2

           EVALUATE TRUE
               WHEN TF-CLAVE (WS-BUSQ-MED) EQUAL WS-BUSQ-CLAVE
                    SET 88-ENCONTRADO TO TRUE
                    MOVE WS-BUSQ-MED TO WS-SUB-FERIADO
               WHEN TF-CLAVE (WS-BUSQ-MED) < WS-BUSQ-CLAVE
                    COMPUTE WS-BUSQ-INF = WS-BUSQ-MED + 1
               WHEN OTHER
                    COMPUTE WS-BUSQ-SUP = WS-BUSQ-MED - 1
           END-EVALUATE.

       5100-INSERTAR-TABLA.

           IF WS-CANT-FERIADOS EQUAL 3000
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA FERIADOS EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3300-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

           IF WS-CANT-FERIADOS > ZERO
              PERFORM 5110-DESPLAZAR-TABLA
                  VARYING WS-SUB-DESPLAZA
                  FROM WS-CANT-FERIADOS BY -1
                  UNTIL WS-SUB-DESPLAZA < WS-PUNTO-INSERCION
           END-IF

           ADD 1 TO WS-CANT-FERIADOS
           INITIALIZE TF-ENTRADA (WS-PUNTO-INSERCION)
           MOVE WS-BUSQ-CLAVE TO TF-CLAVE (WS-PUNTO-INSERCION).

       5110-DESPLAZAR-TABLA.

           MOVE TF-ENTRADA (WS-SUB-DESPLAZA)
             TO TF-ENTRADA (WS-SUB-DESPLAZA + 1).

       5200-QUITAR-TABLA.

           PERFORM 5210-CERRAR-HUECO
               VARYING WS-SUB-DESPLAZA
               FROM WS-SUB-FERIADO BY 1
               UNTIL WS-SUB-DESPLAZA NOT < WS-CANT-FERIADOS.

           INITIALIZE TF-ENTRADA (WS-CANT-FERIADOS)
           SUBTRACT 1 FROM WS-CANT-FERIADOS.

       5210-CERRAR-HUECO.

           MOVE TF-ENTRADA (WS-SUB-DESPLAZA + 1)
             TO TF-ENTRADA (WS-SUB-DESPLAZA).

       END PROGRAM MANTFER.

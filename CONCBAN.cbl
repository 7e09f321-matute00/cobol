      *          el banco (DEPBANC.txt). Solo la porcion en efectivo
      *          se concilia contra los depositos del dia; los cheques
      *          y transferencias (que acreditan mas tarde) se informan
      *          aparte como CHEQ/TRANSFER (CLEARCH sigue su
      *          acreditacion). Emite un informe de
      *          diferencias: FALTANTE, SOBRANTE, SIN DEPOSITO y
      *          SIN RECAUDACION. Las diferencias quedan persistidas
      *          en CONCPEND.dat, indexado por cajero y fecha; las
      *          altas, modificaciones y bajas de pendientes se
      *          acumulan en memoria y se aplican por clave al
      *          finalizar, solo si la corrida termina sin error
      *          (una corrida cortada deja CONCPEND intacto); cada una
      *          intenta primero resolver los pendientes de corridas
      *          anteriores contra los depositos del dia (un deposito
      *          tardio cierra un SIN DEPOSITO o FALTANTE) antes de
      *          informar diferencias nuevas. AGEPEND informa la
      *          antiguedad de los pendientes que queden abiertos.
      *          Con una fecha de negocio pasada como parametro se
      *          concilian todas las copias fechadas que CORTE2 dejo
      *          catalogadas en CATRES.txt para esa fecha, una por
      *          lote de sucursal (RESXDIA2-AAAA-MM-DD-SSS-LLLLLL.txt),
      *          reunidas en orden de cajero y fecha, contra el
      *          DEPBANC.txt presente; esa corrida es solo de
      *          consulta: informa las diferencias pero no actualiza
      *          CONCPEND.
      *          Parametros: [AAAA-MM-DD]
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESUMEN ASSIGN TO WS-RESXDIA-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESUMEN.

                                   FILE STATUS  IS FS-INFORME.

       SELECT PENDIENTES ASSIGN TO
           'D:\cobol-1\Archivo\CONCPEND.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS PEN-CLAVE-FD
                                   FILE STATUS  IS FS-PENDIENTES.

       SELECT CATALOGO ASSIGN TO
           'D:\cobol-1\Archivo\CATRES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.

           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(100).

       FD  PENDIENTES.
       01  REG-PENDIENTE-FD.
           03  PEN-CLAVE-FD.
               05  PEN-COD-CAJERO-FD      PIC X(03).
               05  FILLER                 PIC X(02).
               05  PEN-FECHA-FD           PIC X(10).
           03  FILLER                     PIC X(46).

       FD  CATALOGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CATALOGO-FD                PIC X(89).

       WORKING-STORAGE SECTION.

       77  FS-PENDIENTES               PIC XX VALUE '  '.
           88 88-PEND-OKEY                    VALUE '00'.
           88 88-PEND-FIN                     VALUE '10'.
           88 88-PEND-NO-HALLADO              VALUE '23'.
           88 88-PEND-NO-EXISTE               VALUE '35'.

       77  WS-PEND-ABIERTO-SW          PIC X  VALUE 'N'.
           88 88-PEND-ABIERTO                 VALUE 'S'.

       77  FS-CATALOGO                 PIC XX VALUE '  '.
           88 88-CATALOGO-OKEY                VALUE '00'.
           88 88-CATALOGO-FIN                 VALUE '10'.
           88 88-CATALOGO-NO-EXISTE           VALUE '35'.

       77  WS-FECHA-CORTE              PIC X(10) VALUE SPACE.
       77  WS-CANT-LOTES-FECHA         PIC 9(04) VALUE ZERO.
       77  WS-SUB-LOTE                 PIC 9(04) VALUE ZERO.

       77  WS-MODO-CONSULTA-SW         PIC X  VALUE 'N'.
           88 88-MODO-CONSULTA                VALUE 'S'.

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

      * DETALLE DE TODAS LAS COPIAS DE LA FECHA PEDIDA, ORDENADO POR
      * CAJERO Y FECHA PARA EL APAREO CONTRA DEPBANC (CADA COPIA VIENE
      * ORDENADA, PERO LAS DE DISTINTOS LOTES SE INTERCALAN).
       01  TABLA-RESUMEN-FECHA.
           03  TRF-ENTRADA OCCURS 5000 TIMES.
               05  TRF-CLAVE           PIC X(13).
               05  TRF-IMP-EFECTIVO    PIC 9(13)V99.
               05  TRF-IMP-DIFERIDO    PIC 9(13)V99.

       77  WS-CANT-RES-FECHA           PIC 9(05)   VALUE ZERO.
       77  WS-SUB-RES-FECHA            PIC 9(05)   VALUE ZERO.
       77  WS-BUSQ-INF                 PIC 9(05)   VALUE ZERO.
       77  WS-BUSQ-SUP                 PIC 9(05)   VALUE ZERO.
       77  WS-BUSQ-MED                 PIC 9(05)   VALUE ZERO.
       77  WS-PUNTO-INSERCION          PIC 9(05)   VALUE ZERO.
       77  WS-SUB-DESPLAZA             PIC 9(05)   VALUE ZERO.
       77  WS-RES-FECHA-HALLADO-SW     PIC X       VALUE 'N'.
           88 88-RES-FECHA-HALLADO            VALUE 'S'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.

       77  WS-RES-DETALLE-SW           PIC X  VALUE 'N'.
           88 88-RES-DETALLE                  VALUE 'S'.

       77  WS-CANT-DEP-INVALIDOS       PIC 9(09)   VALUE ZERO.
       77  WS-CANT-DIFERIDOS           PIC 9(09)   VALUE ZERO.

       77  WS-CANT-PEND-LEIDOS         PIC 9(07)   VALUE ZERO.
       77  WS-CANT-PEND-PREVIOS        PIC 9(07)   VALUE ZERO.
       77  WS-CANT-PEND-RESUELTOS      PIC 9(07)   VALUE ZERO.
       77  WS-CANT-PEND-ABIERTOS       PIC 9(07)   VALUE ZERO.
       77  WS-PEND-HALLADO-SW          PIC X       VALUE 'N'.
           88 88-PEND-HALLADO                 VALUE 'S'.

       77  WS-PEND-ESTADO              PIC X(15)   VALUE SPACE.
       77  WS-PEND-IMPORTE             PIC 9(13)V99 VALUE ZERO.

       77  WS-CANT-MOV-PEND            PIC 9(05)   VALUE ZERO.
       77  WS-SUB-MOV                  PIC 9(05)   VALUE ZERO.
       77  WS-SUB-BUSQ                 PIC 9(05)   VALUE ZERO.
       77  WS-MOV-EN-ARCHIVO           PIC X       VALUE 'N'.

      * NOVEDADES DE CONCPEND DE LA CORRIDA, UNA POR CLAVE, CON LA
      * IMAGEN FINAL DEL PENDIENTE. TMP-EN-ARCHIVO INDICA SI LA CLAVE
      * YA EXISTIA EN CONCPEND; TMP-VIGENTE, SI QUEDA ABIERTA.
       01  TABLA-MOV-PEND.
           03  TMP-ENTRADA OCCURS 3000 TIMES.
               05  TMP-CLAVE           PIC X(13).
               05  TMP-EN-ARCHIVO      PIC X(01).
                   88 88-TMP-EN-ARCHIVO       VALUE 'S'.
               05  TMP-VIGENTE         PIC X(01).
                   88 88-TMP-VIGENTE          VALUE 'S'.
               05  TMP-REGISTRO        PIC X(61).

       01  WS-CLAVE-PEND.
           03  WS-CLAVE-PEND-CAJ       PIC X(03) VALUE SPACE.
           03  WS-CLAVE-PEND-FEC       PIC X(10) VALUE SPACE.

       01  WS-FECHA-SISTEMA.
           03 WS-SIS-AAAA              PIC 9(04) VALUE ZERO.
           03 WS-SIS-MM                PIC 9(02) VALUE ZERO.
               '          DIFERENCIA'.
           05  FILLER                  PIC X(15) VALUE 'ESTADO'.

       01  WS-TITULO-CONSULTA.
           05  FILLER                  PIC X(19) VALUE
               'CORTE RESGUARDADO: '.
           05  WS-TIT-FECHA-CORTE      PIC X(10) VALUE SPACE.
           05  FILLER                  PIC X(71) VALUE
               '  (CONSULTA: CONCPEND NO SE ACTUALIZA)'.

       01  WS-TITULO-3.
           05 FILLER                   PIC X(100) VALUE ALL '-'.


       COPY WCONCPEND.

       COPY WCATRES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE WS-SIS-MM   TO WS-HOY-MM
           MOVE WS-SIS-DD   TO WS-HOY-DD

           PERFORM 1050-LEER-PARAMETROS.

           PERFORM 1100-OPEN-RESUMEN.

           PERFORM 1200-OPEN-DEPOSITO.

           PERFORM 1300-OPEN-INFORME.

           PERFORM 1350-ABRIR-PENDIENTES.

           PERFORM 1400-IMPRIMIR-TITULOS.


           PERFORM 2200-AGRUPAR-DEPOSITO.

       1050-LEER-PARAMETROS.

           ACCEPT WS-PARM-LINEA FROM COMMAND-LINE

           MOVE WS-PARM-LINEA (1:10) TO WS-FECHA-CORTE

           IF WS-FECHA-CORTE NOT EQUAL SPACE
              SET 88-MODO-CONSULTA TO TRUE
              PERFORM 1060-BUSCAR-CATALOGO
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
              PERFORM 1070-CARGAR-LOTES-FECHA
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

       1070-CARGAR-LOTES-FECHA.

      * EL DETALLE DE TODOS LOS LOTES DE LA FECHA SE CARGA ORDENADO EN
      * TABLA-RESUMEN-FECHA; 2100-LEER-RESUMEN LO TOMA DE AHI. UNA
      * MISMA CLAVE EN DOS LOTES SE SUMA.

           PERFORM 1075-CARGAR-UN-LOTE
               VARYING WS-SUB-LOTE FROM 1 BY 1
               UNTIL WS-SUB-LOTE > WS-CANT-LOTES-FECHA.

           MOVE ZERO TO WS-SUB-RES-FECHA.

       1075-CARGAR-UN-LOTE.

           MOVE TLF-SUFIJO (WS-SUB-LOTE) TO WS-RESXDIA-SUFIJO

           OPEN INPUT RESUMEN.

           IF FS-RESUMEN NOT EQUAL '00'
              DISPLAY 'ERROR OPEN EN RESUMEN: '
                      WS-RESXDIA-NOMBRE (20:34)
              DISPLAY 'ERROR CODE: ' FS-RESUMEN
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1080-LEER-LOTE-FECHA UNTIL 88-RESUMEN-FIN.

           CLOSE RESUMEN.

           IF FS-RESUMEN NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE RESUMEN: ' FS-RESUMEN
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1080-LEER-LOTE-FECHA.

           READ RESUMEN INTO RESUMEN-RECAUDACION-REG

           EVALUATE FS-RESUMEN
               WHEN '00'
                   IF TIPO-REGISTRO EQUAL SPACE
                      AND COD-CAJERO IN RESUMEN-RECAUDACION-REG
                          NOT EQUAL ZERO
                      AND FECHA-RECAUDACION
                          IN RESUMEN-RECAUDACION-REG NOT EQUAL SPACE
                      PERFORM 2115-TOMAR-DETALLE
                      PERFORM 1085-GUARDAR-RESUMEN-FECHA
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA RESUMEN: ' FS-RESUMEN
                   DISPLAY 'REGISTRO: ' RESUMEN-RECAUDACION-REG
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1085-GUARDAR-RESUMEN-FECHA.

           MOVE 'N' TO WS-RES-FECHA-HALLADO-SW
           MOVE ZERO TO WS-SUB-RES-FECHA
           MOVE 1 TO WS-BUSQ-INF
           MOVE WS-CANT-RES-FECHA TO WS-BUSQ-SUP

           PERFORM 1086-COMPARAR-RESUMEN-FECHA
               UNTIL WS-BUSQ-INF > WS-BUSQ-SUP
               OR 88-RES-FECHA-HALLADO.

           IF 88-RES-FECHA-HALLADO
              ADD WS-IMP-RECAUDADO
                  TO TRF-IMP-EFECTIVO (WS-SUB-RES-FECHA)
              ADD WS-IMP-DIFERIDO
                  TO TRF-IMP-DIFERIDO (WS-SUB-RES-FECHA)
           ELSE
              MOVE WS-BUSQ-INF TO WS-PUNTO-INSERCION
              PERFORM 1088-INSERTAR-RESUMEN-FECHA
           END-IF.

       1086-COMPARAR-RESUMEN-FECHA.

           COMPUTE WS-BUSQ-MED = (WS-BUSQ-INF + WS-BUSQ-SUP) / 2

           EVALUATE TRUE
               WHEN TRF-CLAVE (WS-BUSQ-MED) EQUAL WS-CLAVE-RES
                    SET 88-RES-FECHA-HALLADO TO TRUE
                    MOVE WS-BUSQ-MED TO WS-SUB-RES-FECHA
               WHEN TRF-CLAVE (WS-BUSQ-MED) < WS-CLAVE-RES
                    COMPUTE WS-BUSQ-INF = WS-BUSQ-MED + 1
               WHEN OTHER
                    COMPUTE WS-BUSQ-SUP = WS-BUSQ-MED - 1
           END-EVALUATE.

       1088-INSERTAR-RESUMEN-FECHA.

           IF WS-CANT-RES-FECHA EQUAL 5000
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA RESUMEN EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           IF WS-CANT-RES-FECHA > ZERO
              PERFORM 1089-DESPLAZAR-RESUMEN-FECHA
                  VARYING WS-SUB-DESPLAZA
                  FROM WS-CANT-RES-FECHA BY -1
                  UNTIL WS-SUB-DESPLAZA < WS-PUNTO-INSERCION
           END-IF

           ADD 1 TO WS-CANT-RES-FECHA
           MOVE WS-CLAVE-RES     TO TRF-CLAVE (WS-PUNTO-INSERCION)
           MOVE WS-IMP-RECAUDADO
                           TO TRF-IMP-EFECTIVO (WS-PUNTO-INSERCION)
           MOVE WS-IMP-DIFERIDO
                           TO TRF-IMP-DIFERIDO (WS-PUNTO-INSERCION).

       1089-DESPLAZAR-RESUMEN-FECHA.

           MOVE TRF-ENTRADA (WS-SUB-DESPLAZA)
             TO TRF-ENTRADA (WS-SUB-DESPLAZA + 1).

       1100-OPEN-RESUMEN.

      * EN MODO CONSULTA EL DETALLE YA QUEDO CARGADO POR 1070.

           IF NOT 88-MODO-CONSULTA
              OPEN INPUT RESUMEN
              IF FS-RESUMEN EQUAL '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR OPEN EN RESUMEN'
                 DISPLAY 'ERROR CODE: ' FS-RESUMEN
                 MOVE 12 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       1200-OPEN-DEPOSITO.

           OPEN INPUT DEPOSITO-B.
              PERFORM 3000-FINALIZO
           END-IF.

       1350-ABRIR-PENDIENTES.

      * EN MODO CONSULTA (FECHA PASADA) CONCPEND SOLO SE LEE; SI NO
      * EXISTE, NO HAY PENDIENTES QUE CONSULTAR Y NO SE CREA.

           IF 88-MODO-CONSULTA
              OPEN INPUT PENDIENTES
           ELSE
              OPEN I-O PENDIENTES
           END-IF.

           EVALUATE TRUE
               WHEN 88-PEND-OKEY
                    SET 88-PEND-ABIERTO TO TRUE
               WHEN 88-PEND-NO-EXISTE AND 88-MODO-CONSULTA
                    CONTINUE
               WHEN 88-PEND-NO-EXISTE
                    PERFORM 1355-CREAR-PENDIENTES
                    SET 88-PEND-ABIERTO TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN PENDIENTES'
                    DISPLAY 'ERROR CODE: ' FS-PENDIENTES
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-PEND-ABIERTO
              PERFORM 1360-CONTAR-PENDIENTES
           END-IF

           MOVE WS-CANT-PEND-LEIDOS TO WS-CANT-PEND-PREVIOS.

       1355-CREAR-PENDIENTES.

           OPEN OUTPUT PENDIENTES.

           IF 88-PEND-OKEY
              CLOSE PENDIENTES
              OPEN I-O PENDIENTES
           END-IF.

           IF 88-PEND-OKEY
              CONTINUE
           ELSE
              DISPLAY 'ERROR AL CREAR PENDIENTES: ' FS-PENDIENTES
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1360-CONTAR-PENDIENTES.

      * RECORRE EL ARCHIVO EN ORDEN DE CLAVE; SE USA AL ABRIR (PREVIOS)
      * Y AL FINALIZAR (ABIERTOS).

           MOVE ZERO TO WS-CANT-PEND-LEIDOS

           MOVE LOW-VALUE TO PEN-CLAVE-FD

           START PENDIENTES KEY IS NOT LESS THAN PEN-CLAVE-FD

           EVALUATE TRUE
               WHEN 88-PEND-OKEY
                    PERFORM 1370-LEER-PENDIENTE UNTIL 88-PEND-FIN
               WHEN 88-PEND-NO-HALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN START PENDIENTES: ' FS-PENDIENTES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       1370-LEER-PENDIENTE.

           READ PENDIENTES NEXT RECORD

           EVALUATE FS-PENDIENTES
               WHEN '00'
                   ADD 1 TO WS-CANT-PEND-LEIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA PENDIENTES: '
                           FS-PENDIENTES
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1400-IMPRIMIR-TITULOS.

           WRITE REG-INFORME-FD FROM WS-TITULO-1
           IF 88-MODO-CONSULTA
              MOVE WS-FECHA-CORTE TO WS-TIT-FECHA-CORTE
              WRITE REG-INFORME-FD FROM WS-TITULO-CONSULTA
           END-IF
           WRITE REG-INFORME-FD FROM WS-TITULO-2
           WRITE REG-INFORME-FD FROM WS-TITULO-3


           MOVE 'N' TO WS-RES-DETALLE-SW

           IF 88-MODO-CONSULTA
              PERFORM 2130-TOMAR-RESUMEN-FECHA
           ELSE
              PERFORM 2110-LEER-UN-RESUMEN
                  UNTIL 88-RES-DETALLE
                  OR 88-RESUMEN-FIN
           END-IF.

           IF 88-RESUMEN-FIN
              MOVE HIGH-VALUE TO WS-CLAVE-RES
                      AND FECHA-RECAUDACION
                          IN RESUMEN-RECAUDACION-REG NOT EQUAL SPACE
                      SET 88-RES-DETALLE TO TRUE
                      PERFORM 2115-TOMAR-DETALLE
                      PERFORM 2120-VALIDAR-SECUENCIA-RES
                   END-IF
               WHEN '10'
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2115-TOMAR-DETALLE.

           MOVE COD-CAJERO IN RESUMEN-RECAUDACION-REG
                           TO WS-CLAVE-RES-CAJ
           MOVE FECHA-RECAUDACION IN RESUMEN-RECAUDACION-REG
                           TO WS-CLAVE-RES-FEC
           MOVE IMP-EFECTIVO IN RESUMEN-RECAUDACION-REG
                           TO WS-IMP-RECAUDADO
           COMPUTE WS-IMP-DIFERIDO =
               IMP-CHEQUE IN RESUMEN-RECAUDACION-REG
               + IMP-TRANSFER IN RESUMEN-RECAUDACION-REG

           IF WS-IMP-RECAUDADO EQUAL ZERO
              AND WS-IMP-DIFERIDO EQUAL ZERO
      * RESUMEN ANTERIOR A LA APERTURA POR FORMA DE PAGO: TODO EFECTIVO
              MOVE IMPORTE IN RESUMEN-RECAUDACION-REG
                              TO WS-IMP-RECAUDADO
           END-IF.

       2120-VALIDAR-SECUENCIA-RES.

           IF WS-CLAVE-RES < WS-CLAVE-RES-ANT
              PERFORM 3000-FINALIZO
           END-IF.

       2130-TOMAR-RESUMEN-FECHA.

           IF WS-SUB-RES-FECHA < WS-CANT-RES-FECHA
              ADD 1 TO WS-SUB-RES-FECHA
              SET 88-RES-DETALLE TO TRUE
              MOVE TRF-CLAVE (WS-SUB-RES-FECHA)   TO WS-CLAVE-RES
              MOVE TRF-IMP-EFECTIVO (WS-SUB-RES-FECHA)
                                                  TO WS-IMP-RECAUDADO
              MOVE TRF-IMP-DIFERIDO (WS-SUB-RES-FECHA)
                                                  TO WS-IMP-DIFERIDO
           ELSE
              SET 88-RESUMEN-FIN TO TRUE
           END-IF.

       2200-AGRUPAR-DEPOSITO.

           IF WS-CLAVE-DEP-SIG EQUAL HIGH-VALUE
      * DEPBANC O EL RESUMEN CORREGIDOS) CIERRA CUALQUIER PENDIENTE
      * ABIERTO DE ESA MISMA CLAVE, SIN FILTRAR POR ESTADO: TAMBIEN
      * UN SOBRANTE O UN SIN RECAUDACION QUEDAN SALDADOS CUANDO LOS
      * IMPORTES YA COINCIDEN. SE USA LA LECTURA POR CLAVE DE 2950.

           MOVE WS-CLAVE-RES TO WS-CLAVE-PEND

           PERFORM 2960-LEER-PENDIENTE

           IF 88-PEND-HALLADO
              PERFORM 2970-BORRAR-PENDIENTE
              ADD 1 TO WS-CANT-PEND-RESUELTOS
              MOVE ZERO TO WS-INF-DIFERENCIA
              MOVE 'PEND.RESUELTO' TO WS-INF-ESTADO

       2510-BUSCAR-PENDIENTE.

           MOVE WS-CLAVE-DEP TO WS-CLAVE-PEND

           PERFORM 2960-LEER-PENDIENTE

           IF 88-PEND-HALLADO
              IF PD-ESTADO EQUAL 'SIN DEPOSITO'
                 OR PD-ESTADO EQUAL 'FALTANTE'
                 CONTINUE
              ELSE
                 MOVE 'N' TO WS-PEND-HALLADO-SW
              END-IF
           END-IF.

       2520-RESOLVER-PENDIENTE.

           MOVE WS-CLAVE-DEP-CAJ  TO WS-INF-CAJERO
           MOVE WS-CLAVE-DEP-FEC  TO WS-INF-FECHA
           MOVE PD-IMPORTE        TO WS-INF-RECAUDADO
           MOVE WS-IMP-DEPOSITADO TO WS-INF-DEPOSITADO

           IF WS-IMP-DEPOSITADO NOT < PD-IMPORTE
              COMPUTE WS-IMP-DIFERENCIA = WS-IMP-DEPOSITADO
                  - PD-IMPORTE
              MOVE WS-IMP-DIFERENCIA TO WS-INF-DIFERENCIA
              MOVE 'PEND.RESUELTO' TO WS-INF-ESTADO
              PERFORM 2970-BORRAR-PENDIENTE
              ADD 1 TO WS-CANT-PEND-RESUELTOS
           ELSE
              COMPUTE WS-IMP-DIFERENCIA =
                  PD-IMPORTE - WS-IMP-DEPOSITADO
              MOVE WS-IMP-DIFERENCIA TO WS-INF-DIFERENCIA
              MOVE 'PEND.PARCIAL' TO WS-INF-ESTADO
              SUBTRACT WS-IMP-DEPOSITADO FROM PD-IMPORTE
              PERFORM 2980-REGRABAR-PENDIENTE
           END-IF

           PERFORM 2600-ESCRIBIR-LINEA.
      * ABIERTO LO ACTUALIZA (CONSERVANDO LA FECHA DE ALTA ORIGINAL);
      * SI NO, SE AGREGA CON FECHA DE ALTA DE HOY.

           PERFORM 2960-LEER-PENDIENTE

           IF 88-PEND-HALLADO
              MOVE WS-PEND-ESTADO  TO PD-ESTADO
              MOVE WS-PEND-IMPORTE TO PD-IMPORTE
              PERFORM 2980-REGRABAR-PENDIENTE
           ELSE
              INITIALIZE PENDIENTE-REG
              MOVE WS-CLAVE-PEND-CAJ TO PD-COD-CAJERO
              MOVE WS-CLAVE-PEND-FEC TO PD-FECHA
              MOVE WS-PEND-ESTADO    TO PD-ESTADO
              MOVE WS-PEND-IMPORTE   TO PD-IMPORTE
              MOVE WS-FECHA-HOY-EDIT TO PD-FECHA-ALTA
              PERFORM 2990-GRABAR-PENDIENTE
           END-IF.

       2960-LEER-PENDIENTE.

      * DEJA EN PENDIENTE-REG EL PENDIENTE ABIERTO DE WS-CLAVE-PEND,
      * TENIENDO EN CUENTA LAS NOVEDADES YA ACUMULADAS EN LA CORRIDA.

           MOVE 'N' TO WS-PEND-HALLADO-SW

           INITIALIZE PENDIENTE-REG
           MOVE WS-CLAVE-PEND-CAJ TO PD-COD-CAJERO
           MOVE WS-CLAVE-PEND-FEC TO PD-FECHA

           PERFORM 2965-BUSCAR-MOVIMIENTO

           EVALUATE TRUE
               WHEN WS-SUB-MOV > ZERO
                    IF 88-TMP-VIGENTE (WS-SUB-MOV)
                       MOVE TMP-REGISTRO (WS-SUB-MOV) TO PENDIENTE-REG
                       SET 88-PEND-HALLADO TO TRUE
                    END-IF
               WHEN 88-PEND-ABIERTO
                    PERFORM 2962-LEER-ARCHIVO-PEND
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2962-LEER-ARCHIVO-PEND.

           MOVE PENDIENTE-REG     TO REG-PENDIENTE-FD

           READ PENDIENTES INTO PENDIENTE-REG
               KEY IS PEN-CLAVE-FD

           EVALUATE TRUE
               WHEN 88-PEND-OKEY
                    SET 88-PEND-HALLADO TO TRUE
               WHEN 88-PEND-NO-HALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN LECTURA PENDIENTES: '
                            FS-PENDIENTES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       2965-BUSCAR-MOVIMIENTO.

           MOVE ZERO TO WS-SUB-MOV

           PERFORM 2966-COMPARAR-MOVIMIENTO
               VARYING WS-SUB-BUSQ FROM 1 BY 1
               UNTIL WS-SUB-BUSQ > WS-CANT-MOV-PEND
               OR WS-SUB-MOV > ZERO.

       2966-COMPARAR-MOVIMIENTO.

           IF TMP-CLAVE (WS-SUB-BUSQ) EQUAL WS-CLAVE-PEND
              MOVE WS-SUB-BUSQ TO WS-SUB-MOV
           END-IF.

      * 2970, 2980 Y 2990 NO TOCAN CONCPEND: DEJAN LA NOVEDAD EN
      * TABLA-MOV-PEND, QUE 3030-APLICAR-PENDIENTES GRABA AL FINAL.

       2970-BORRAR-PENDIENTE.

           MOVE 'S' TO WS-MOV-EN-ARCHIVO

           PERFORM 2975-ACUMULAR-MOVIMIENTO

           MOVE 'N' TO TMP-VIGENTE (WS-SUB-MOV).

       2975-ACUMULAR-MOVIMIENTO.

      * UBICA (O AGREGA) LA NOVEDAD DE WS-CLAVE-PEND Y GUARDA LA
      * IMAGEN ACTUAL DEL PENDIENTE. WS-MOV-EN-ARCHIVO LO INFORMA EL
      * LLAMADOR PARA UNA CLAVE QUE TODAVIA NO TIENE NOVEDAD.

           PERFORM 2965-BUSCAR-MOVIMIENTO

           IF WS-SUB-MOV EQUAL ZERO
              IF WS-CANT-MOV-PEND NOT < 3000
                 DISPLAY 'ERROR: TABLA DE NOVEDADES DE PENDIENTES '
                         'COMPLETA'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
              ADD 1 TO WS-CANT-MOV-PEND
              MOVE WS-CANT-MOV-PEND  TO WS-SUB-MOV
              MOVE WS-CLAVE-PEND     TO TMP-CLAVE (WS-SUB-MOV)
              MOVE WS-MOV-EN-ARCHIVO TO TMP-EN-ARCHIVO (WS-SUB-MOV)
           END-IF.

           MOVE PENDIENTE-REG TO TMP-REGISTRO (WS-SUB-MOV).

       2980-REGRABAR-PENDIENTE.

           MOVE 'S' TO WS-MOV-EN-ARCHIVO

           PERFORM 2975-ACUMULAR-MOVIMIENTO

           MOVE 'S' TO TMP-VIGENTE (WS-SUB-MOV).

       2990-GRABAR-PENDIENTE.

           MOVE 'N' TO WS-MOV-EN-ARCHIVO

           PERFORM 2975-ACUMULAR-MOVIMIENTO

           MOVE 'S' TO TMP-VIGENTE (WS-SUB-MOV).

      *----------------------------------------------------------------*
       3000-FINALIZO.

           IF RETURN-CODE EQUAL ZERO
              AND 88-PEND-ABIERTO
              AND NOT 88-MODO-CONSULTA
              PERFORM 3030-APLICAR-PENDIENTES
           END-IF.

           IF 88-INFORME-OKEY AND RETURN-CODE EQUAL ZERO
              IF 88-PEND-ABIERTO
                 PERFORM 1360-CONTAR-PENDIENTES
                 MOVE WS-CANT-PEND-LEIDOS TO WS-CANT-PEND-ABIERTOS
              END-IF
              PERFORM 3050-ESCRIBIR-RESUMEN-FIN
           END-IF.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3030-APLICAR-PENDIENTES.

      * LAS NOVEDADES DE CONCPEND SE APLICAN RECIEN AQUI, CON AMBAS
      * ENTRADAS LEIDAS Y VALIDADAS COMPLETAS: UNA CORRIDA CORTADA POR
      * ERROR DEJA CONCPEND COMO ESTABA Y PUEDE REPETIRSE.

           PERFORM 3035-APLICAR-MOVIMIENTO
               VARYING WS-SUB-MOV FROM 1 BY 1
               UNTIL WS-SUB-MOV > WS-CANT-MOV-PEND
               OR RETURN-CODE NOT EQUAL ZERO.

       3035-APLICAR-MOVIMIENTO.

           MOVE TMP-REGISTRO (WS-SUB-MOV) TO PENDIENTE-REG
           MOVE PENDIENTE-REG             TO REG-PENDIENTE-FD

           EVALUATE TRUE
               WHEN 88-TMP-EN-ARCHIVO (WS-SUB-MOV)
                    AND NOT 88-TMP-VIGENTE (WS-SUB-MOV)
                    DELETE PENDIENTES RECORD
                    IF NOT 88-PEND-OKEY
                       DISPLAY 'ERROR EN BAJA PENDIENTES: '
                               FS-PENDIENTES ' ' PENDIENTE-REG
                       MOVE 12 TO RETURN-CODE
                    END-IF
               WHEN 88-TMP-EN-ARCHIVO (WS-SUB-MOV)
                    REWRITE REG-PENDIENTE-FD FROM PENDIENTE-REG
                    IF NOT 88-PEND-OKEY
                       DISPLAY 'ERROR EN REGRABACION PENDIENTES: '
                               FS-PENDIENTES ' ' PENDIENTE-REG
                       MOVE 12 TO RETURN-CODE
                    END-IF
               WHEN 88-TMP-VIGENTE (WS-SUB-MOV)
                    WRITE REG-PENDIENTE-FD FROM PENDIENTE-REG
                    IF NOT 88-PEND-OKEY
                       DISPLAY 'ERROR EN ESCRITURA PENDIENTES: '
                               FS-PENDIENTES ' ' PENDIENTE-REG
                       MOVE 12 TO RETURN-CODE
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       3050-ESCRIBIR-RESUMEN-FIN.

           WRITE REG-INFORME-FD FROM WS-TITULO-3
              DISPLAY 'ERROR EN ESCRITURA INFORME: ' FS-INFORME
           END-IF.

       3100-CIERRO-ARCHIVOS.

           IF 88-PEND-ABIERTO
              CLOSE PENDIENTES
              MOVE 'N' TO WS-PEND-ABIERTO-SW
              IF FS-PENDIENTES NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE PENDIENTES: ' FS-PENDIENTES
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN 88-INFORME-OKEY
                   IF NOT 88-MODO-CONSULTA
                      PERFORM 3200-CIERRO-RESUMEN
                   END-IF
                   PERFORM 3300-CIERRO-DEPOSITO
                   PERFORM 3400-CIERRO-INFORME
              WHEN OTHER

           DISPLAY " "
           DISPLAY "***************************************************"
           IF WS-FECHA-CORTE NOT EQUAL SPACE
              DISPLAY "Corte resguardado         : " WS-FECHA-CORTE
              DISPLAY "Lotes del corte           : " WS-CANT-LOTES-FECHA
              DISPLAY "Modo consulta             : CONCPEND sin "
                      "actualizar"
           END-IF
           MOVE WS-CANT-CONCILIADOS TO WS-CANT-ED
           DISPLAY "Conciliados sin diferencia: " WS-CANT-ED
           MOVE WS-CANT-FALTANTES TO WS-CANT-ED

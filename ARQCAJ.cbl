      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control del arqueo de caja de fin de turno. Compara lo
      *          declarado por cada cajero en ARQUEO.txt (efectivo,
      *          cantidad e importe de cheques) con IMP-EFECTIVO e
      *          IMP-CHEQUE de su linea de RESXDIA2.txt (cajero y
      *          fecha; con catalogo CATRES.txt se toman las copias de
      *          todos los lotes de sucursal de la fecha de negocio del
      *          ultimo corte, RESXDIA2-AAAA-MM-DD-SSS-LLLLLL.txt) y
      *          emite el informe ARQCAJ.txt con el FALTANTE o
      *          SOBRANTE de cada rubro, antes de que la diferencia
      *          aparezca dias despues como FALTANTE en CONCBAN. Lista
      *          ademas, por cajero y fecha de RESXDIA2, los cajeros
      *          activos de MAECAJ.dat que no presentaron arqueo (y los
      *          activos sin corte ni arqueo), y agrega el resultado de
      *          cada arqueo al historico ARQHIST.txt con los
      *          acumulados de faltantes y sobrantes del cajero (un
      *          arqueo de un cajero y fecha que ya estan en el
      *          historico no se vuelve a acumular).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQCAJ.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ARQUEO ASSIGN TO
           'D:\cobol-1\Archivo\ARQUEO.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ARQUEO.

       SELECT RESUMEN ASSIGN TO WS-RESXDIA-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESUMEN.

       SELECT CATALOGO ASSIGN TO
           'D:\cobol-1\Archivo\CATRES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CATALOGO.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT HISTORICO ASSIGN TO
           'D:\cobol-1\Archivo\ARQHIST.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-HISTORICO.

       SELECT INFORME ASSIGN TO
           'D:\cobol-1\Archivo\ARQCAJ.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQUEO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ARQUEO-FD                  PIC X(56).

       FD  RESUMEN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESUMEN-FD                 PIC X(141).

       FD  CATALOGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CATALOGO-FD                PIC X(89).

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  HISTORICO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-HISTORICO-FD               PIC X(97).

       FD  INFORME
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-ARQUEO                   PIC XX VALUE '  '.
           88 88-ARQUEO-OKEY                  VALUE '00'.
           88 88-ARQUEO-FIN                   VALUE '10'.

       77  FS-RESUMEN                  PIC XX VALUE '  '.
           88 88-RESUMEN-OKEY                 VALUE '00'.
           88 88-RESUMEN-FIN                  VALUE '10'.

       77  FS-CATALOGO                 PIC XX VALUE '  '.
           88 88-CATALOGO-OKEY                VALUE '00'.
           88 88-CATALOGO-FIN                 VALUE '10'.
           88 88-CATALOGO-NO-EXISTE           VALUE '35'.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-FIN                  VALUE '10'.

       77  FS-HISTORICO                PIC XX VALUE '  '.
           88 88-HISTORICO-OKEY               VALUE '00' '05'.
           88 88-HISTORICO-FIN                VALUE '10'.
           88 88-HISTORICO-NO-EXISTE          VALUE '35'.

       77  FS-INFORME                  PIC XX VALUE '  '.
           88 88-INFORME-OKEY                 VALUE '00'.

       77  WS-HIST-ABIERTO-SW          PIC X  VALUE 'N'.
           88 88-HIST-ABIERTO                 VALUE 'S'.

       77  WS-CANT-ARQUEOS             PIC 9(09)   VALUE ZERO.
       77  WS-CANT-SIN-DIFERENCIA      PIC 9(09)   VALUE ZERO.
       77  WS-CANT-FALTANTES           PIC 9(09)   VALUE ZERO.
       77  WS-CANT-SOBRANTES           PIC 9(09)   VALUE ZERO.
       77  WS-CANT-SIN-CORTE           PIC 9(09)   VALUE ZERO.
       77  WS-CANT-CAJ-INEXISTENTE     PIC 9(09)   VALUE ZERO.
       77  WS-CANT-SIN-ARQUEO          PIC 9(09)   VALUE ZERO.
       77  WS-CANT-HIST-GRABADOS       PIC 9(09)   VALUE ZERO.
       77  WS-CANT-HIST-REPETIDOS      PIC 9(09)   VALUE ZERO.

       77  WS-IMP-FALTANTE-TOT         PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-SOBRANTE-TOT         PIC 9(13)V99 VALUE ZERO.

       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.
       77  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-IMP-SISTEMA              PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-DECLARADO            PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-DIFERENCIA           PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-FALTANTE-DIA         PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-SOBRANTE-DIA         PIC 9(13)V99 VALUE ZERO.

       77  WS-CANT-MAESTRO             PIC 9(04)   VALUE ZERO.
       77  WS-SUB-MAESTRO              PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-CODIGO              PIC 9(03)   VALUE ZERO.
       77  WS-BUSQ-INF                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-SUP                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-MED                 PIC 9(04)   VALUE ZERO.

       77  WS-CANT-RESUMEN             PIC 9(04)   VALUE ZERO.
       77  WS-SUB-RESUMEN              PIC 9(04)   VALUE ZERO.
       77  WS-PUNTO-INSERCION          PIC 9(04)   VALUE ZERO.
       77  WS-SUB-DESPLAZA             PIC 9(04)   VALUE ZERO.

       77  WS-FECHA-ULT-CORTE          PIC X(10)   VALUE SPACE.
       77  WS-CANT-CATALOGO            PIC 9(04)   VALUE ZERO.
       77  WS-SUB-CAT                  PIC 9(04)   VALUE ZERO.
       77  WS-CANT-LOTES-CORTE         PIC 9(04)   VALUE ZERO.

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

      * ENTRADAS DE CATRES (FECHA DE NEGOCIO Y SUFIJO DE LA COPIA DE
      * CADA LOTE) EN EL ORDEN EN QUE CORTE2 LAS GRABO.
       01  TABLA-CATALOGO.
           03  TCA-ENTRADA OCCURS 1000 TIMES.
               05  TCA-FECHA            PIC X(10)    VALUE SPACE.
               05  TCA-SUFIJO           PIC X(26)    VALUE SPACE.

       01  WS-BUSQ-CLAVE.
           03  WS-BUSQ-CLAVE-CAJ       PIC 9(03)   VALUE ZERO.
           03  WS-BUSQ-CLAVE-FEC       PIC X(10)   VALUE SPACE.

       01  TABLA-MAESTRO.
           03  TM-ENTRADA OCCURS 5000 TIMES INDEXED BY TM-IDX.
               05  TM-COD-CAJERO        PIC 9(03)    VALUE ZERO.
               05  TM-NOMBRE            PIC X(30)    VALUE SPACE.
               05  TM-SUCURSAL          PIC 9(03)    VALUE ZERO.
               05  TM-ESTADO            PIC X(01)    VALUE SPACE.
               05  TM-CON-ARQUEO        PIC X(01)    VALUE 'N'.
               05  TM-CON-CORTE         PIC X(01)    VALUE 'N'.
               05  TM-ACUM-FALTANTE     PIC 9(13)V99 VALUE ZERO.
               05  TM-ACUM-SOBRANTE     PIC 9(13)V99 VALUE ZERO.
               05  TM-CANT-ARQUEOS      PIC 9(05)    VALUE ZERO.
               05  TM-CANT-CON-DIF      PIC 9(05)    VALUE ZERO.

       01  TABLA-RESUMEN.
           03  TR-ENTRADA OCCURS 5000 TIMES INDEXED BY TR-IDX.
               05  TR-CLAVE.
                   07  TR-COD-CAJERO    PIC 9(03)    VALUE ZERO.
                   07  TR-FECHA         PIC X(10)    VALUE SPACE.
               05  TR-IMP-EFECTIVO      PIC 9(13)V99 VALUE ZERO.
               05  TR-IMP-CHEQUE        PIC 9(13)V99 VALUE ZERO.
               05  TR-CON-ARQUEO        PIC X(01)    VALUE 'N'.
               05  TR-EN-HISTORICO      PIC X(01)    VALUE 'N'.

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

       01  WS-TITULO-1.
           05  FILLER                  PIC X(48) VALUE
               'CONTROL DE ARQUEOS DE CAJA'.
           05  FILLER                  PIC X(07) VALUE 'FECHA: '.
           05  WS-TIT-FECHA            PIC X(10).
           05  FILLER                  PIC X(67) VALUE SPACE.

       01  WS-TITULO-2.
           05  FILLER                  PIC X(07) VALUE 'CAJERO'.
           05  FILLER                  PIC X(12) VALUE 'FECHA'.
           05  FILLER                  PIC X(10) VALUE 'RUBRO'.
           05  FILLER                  PIC X(08) VALUE '  CANT.'.
           05  FILLER                  PIC X(22) VALUE
               '      SEGUN RESXDIA2'.
           05  FILLER                  PIC X(22) VALUE
               '           DECLARADO'.
           05  FILLER                  PIC X(22) VALUE
               '          DIFERENCIA'.
           05  FILLER                  PIC X(12) VALUE 'ESTADO'.
           05  FILLER                  PIC X(17) VALUE SPACE.

       01  WS-TITULO-3.
           05 FILLER                   PIC X(132) VALUE ALL '-'.

       01  WS-SUBTITULO.
           05  WS-SUBTIT-LEYENDA       PIC X(50).
           05  FILLER                  PIC X(82) VALUE SPACE.

       01  WS-LINEA-INFORME.
           05  WS-INF-CAJERO           PIC 9(03).
           05  FILLER                  PIC X(04)   VALUE SPACE.
           05  WS-INF-FECHA            PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-RUBRO            PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-CANTIDAD         PIC ZZ.ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-SISTEMA          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-DECLARADO        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-DIFERENCIA       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-ESTADO           PIC X(18).
           05  FILLER                  PIC X(11)   VALUE SPACE.

       01  WS-LINEA-SIN-ARQUEO.
           05  WS-SA-CAJERO            PIC 9(03).
           05  FILLER                  PIC X(04)   VALUE SPACE.
           05  WS-SA-FECHA             PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-SA-NOMBRE            PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  FILLER                  PIC X(10)   VALUE 'SUCURSAL: '.
           05  WS-SA-SUCURSAL          PIC 9(03).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE
               'EFECTIVO CORTE: '.
           05  WS-SA-EFECTIVO          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(28)   VALUE SPACE.

       01  WS-LINEA-RESUMEN-FIN.
           05  WS-FIN-LEYENDA          PIC X(25).
           05  WS-FIN-CANTIDAD         PIC ZZZ.ZZZ.ZZ9.

       COPY WARQUEO.

       COPY WARQHIST.

       COPY WRES-RECAUDACION.

       COPY WMAECAJ.

       COPY WCATRES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESO UNTIL 88-ARQUEO-FIN.

           PERFORM 3000-FINALIZO.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIO.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD

           MOVE WS-SIS-AAAA TO WS-HOY-AAAA
           MOVE WS-SIS-MM   TO WS-HOY-MM
           MOVE WS-SIS-DD   TO WS-HOY-DD

           PERFORM 1100-CARGAR-MAESTRO.

           PERFORM 1200-CARGAR-RESUMEN.

           PERFORM 1300-CARGAR-HISTORICO.

           PERFORM 1400-OPEN-ARQUEO.

           PERFORM 1500-OPEN-INFORME.

           PERFORM 1550-OPEN-HISTORICO.

           PERFORM 1600-IMPRIMIR-TITULOS.

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

           IF FS-MAESTRO EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN CIERRE MAESTRO-CAJ: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1110-LEER-MAESTRO.

           READ MAESTRO-CAJ INTO MAESTRO-CAJERO-REG

           EVALUATE FS-MAESTRO
               WHEN '00'
                   PERFORM 1120-GUARDAR-MAESTRO
               WHEN '10'
                   SET 88-MAESTRO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1120-GUARDAR-MAESTRO.

           IF WS-CANT-MAESTRO EQUAL 5000
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA MAESTRO EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           IF WS-CANT-MAESTRO > ZERO
              AND MC-COD-CAJERO NOT >
                                 TM-COD-CAJERO (WS-CANT-MAESTRO)
              DISPLAY " "
              DISPLAY "ERROR: MAESTRO DE CAJEROS FUERA DE SECUENCIA"
              DISPLAY "CODIGO RECIBIDO: " MC-COD-CAJERO
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-MAESTRO
           MOVE MC-COD-CAJERO  TO TM-COD-CAJERO  (WS-CANT-MAESTRO)
           MOVE MC-NOMBRE      TO TM-NOMBRE      (WS-CANT-MAESTRO)
           MOVE MC-SUCURSAL    TO TM-SUCURSAL    (WS-CANT-MAESTRO)
           MOVE MC-ESTADO      TO TM-ESTADO      (WS-CANT-MAESTRO).

       1200-CARGAR-RESUMEN.

      * RESXDIA2 VIGENTE TRAE SOLO EL ULTIMO LOTE PROCESADO. CON
      * CATALOGO SE CARGAN LAS COPIAS DE TODOS LOS LOTES DE LA FECHA
      * DE NEGOCIO DEL ULTIMO CORTE (ULTIMA ENTRADA DE CATRES), PARA
      * QUE LOS CAJEROS DE LAS OTRAS SUCURSALES DE ESA FECHA TAMBIEN
      * TENGAN CONTRA QUE COMPARAR. SIN CATALOGO SE LEE RESXDIA2.

           PERFORM 1230-LEER-CATALOGO.

           IF WS-CANT-CATALOGO EQUAL ZERO
              PERFORM 1205-CARGAR-UN-RESUMEN
           ELSE
              MOVE TCA-FECHA (WS-CANT-CATALOGO) TO WS-FECHA-ULT-CORTE
              PERFORM 1240-CARGAR-LOTE-CORTE
                  VARYING WS-SUB-CAT FROM 1 BY 1
                  UNTIL WS-SUB-CAT > WS-CANT-CATALOGO
           END-IF.

       1205-CARGAR-UN-RESUMEN.

           OPEN INPUT RESUMEN.

           IF FS-RESUMEN EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN RESUMEN: '
                      WS-RESXDIA-NOMBRE (20:34)
              DISPLAY 'ERROR CODE: ' FS-RESUMEN
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1210-LEER-RESUMEN UNTIL 88-RESUMEN-FIN.

           CLOSE RESUMEN.

           IF FS-RESUMEN EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN CIERRE RESUMEN: ' FS-RESUMEN
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1210-LEER-RESUMEN.

           READ RESUMEN INTO RESUMEN-RECAUDACION-REG

           EVALUATE FS-RESUMEN
               WHEN '00'
                   IF TIPO-REGISTRO EQUAL SPACE
                      AND COD-CAJERO IN RESUMEN-RECAUDACION-REG
                          NOT EQUAL ZERO
                      AND FECHA-RECAUDACION
                          IN RESUMEN-RECAUDACION-REG NOT EQUAL SPACE
                      PERFORM 1220-GUARDAR-RESUMEN
                   END-IF
               WHEN '10'
                   SET 88-RESUMEN-FIN TO TRUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA RESUMEN: ' FS-RESUMEN
                   DISPLAY 'REGISTRO: ' RESUMEN-RECAUDACION-REG
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1220-GUARDAR-RESUMEN.

      * CADA COPIA VIENE ORDENADA POR CAJERO Y FECHA, PERO LAS DE
      * DISTINTOS LOTES SE INTERCALAN: LA TABLA SE ARMA POR INSERCION
      * ORDENADA Y UNA MISMA CLAVE EN DOS LOTES SE SUMA.

           MOVE COD-CAJERO IN RESUMEN-RECAUDACION-REG
                                           TO WS-BUSQ-CLAVE-CAJ
           MOVE FECHA-RECAUDACION IN RESUMEN-RECAUDACION-REG
                                           TO WS-BUSQ-CLAVE-FEC

           PERFORM 2400-BUSCAR-RESUMEN.

           IF WS-SUB-RESUMEN EQUAL ZERO
              MOVE WS-BUSQ-INF TO WS-PUNTO-INSERCION
              PERFORM 1225-INSERTAR-RESUMEN
           END-IF.

           IF IMP-EFECTIVO IN RESUMEN-RECAUDACION-REG EQUAL ZERO
              AND IMP-CHEQUE IN RESUMEN-RECAUDACION-REG EQUAL ZERO
              AND IMP-TRANSFER IN RESUMEN-RECAUDACION-REG EQUAL ZERO
      * RESUMEN ANTERIOR A LA APERTURA POR FORMA DE PAGO: TODO EFECTIVO
              ADD IMPORTE IN RESUMEN-RECAUDACION-REG
                              TO TR-IMP-EFECTIVO (WS-SUB-RESUMEN)
           ELSE
              ADD IMP-EFECTIVO IN RESUMEN-RECAUDACION-REG
                              TO TR-IMP-EFECTIVO (WS-SUB-RESUMEN)
              ADD IMP-CHEQUE IN RESUMEN-RECAUDACION-REG
                              TO TR-IMP-CHEQUE   (WS-SUB-RESUMEN)
           END-IF.

           MOVE WS-BUSQ-CLAVE-CAJ TO WS-BUSQ-CODIGO
           PERFORM 2800-BUSCAR-MAESTRO

           IF WS-SUB-MAESTRO > ZERO
              MOVE 'S' TO TM-CON-CORTE (WS-SUB-MAESTRO)
           END-IF.

       1225-INSERTAR-RESUMEN.

           IF WS-CANT-RESUMEN EQUAL 5000
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA RESUMEN EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           IF WS-CANT-RESUMEN > ZERO
              PERFORM 1227-DESPLAZAR-RESUMEN
                  VARYING WS-SUB-DESPLAZA
                  FROM WS-CANT-RESUMEN BY -1
                  UNTIL WS-SUB-DESPLAZA < WS-PUNTO-INSERCION
           END-IF

           ADD 1 TO WS-CANT-RESUMEN
           MOVE WS-PUNTO-INSERCION TO WS-SUB-RESUMEN

           MOVE WS-BUSQ-CLAVE TO TR-CLAVE        (WS-SUB-RESUMEN)
           MOVE ZERO          TO TR-IMP-EFECTIVO (WS-SUB-RESUMEN)
           MOVE ZERO          TO TR-IMP-CHEQUE   (WS-SUB-RESUMEN)
           MOVE 'N'           TO TR-CON-ARQUEO   (WS-SUB-RESUMEN)
           MOVE 'N'           TO TR-EN-HISTORICO (WS-SUB-RESUMEN).

       1227-DESPLAZAR-RESUMEN.

           MOVE TR-ENTRADA (WS-SUB-DESPLAZA)
             TO TR-ENTRADA (WS-SUB-DESPLAZA + 1).

       1230-LEER-CATALOGO.

           MOVE ZERO TO WS-CANT-CATALOGO

           OPEN INPUT CATALOGO.

           EVALUATE TRUE
               WHEN 88-CATALOGO-OKEY
                    PERFORM 1235-LEER-UNA-ENTRADA
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

       1235-LEER-UNA-ENTRADA.

           READ CATALOGO INTO CATALOGO-RES-REG

           EVALUATE FS-CATALOGO
               WHEN '00'
                   IF WS-CANT-CATALOGO EQUAL 1000
                      DISPLAY " "
                      DISPLAY "ERROR: CAPACIDAD DE TABLA CATALOGO "
                              "EXCEDIDA"
                      MOVE 16 TO RETURN-CODE
                      PERFORM 3000-FINALIZO
                   END-IF
                   MOVE CR-FECHA-NEGOCIO  TO WS-SUF-FECHA
                   MOVE CR-SUCURSAL       TO WS-SUF-SUCURSAL
                   MOVE CR-NUMERO-LOTE    TO WS-SUF-LOTE
                   ADD 1 TO WS-CANT-CATALOGO
                   MOVE CR-FECHA-NEGOCIO
                                    TO TCA-FECHA  (WS-CANT-CATALOGO)
                   MOVE WS-SUFIJO-FECHADO
                                    TO TCA-SUFIJO (WS-CANT-CATALOGO)
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA CATRES: ' FS-CATALOGO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1240-CARGAR-LOTE-CORTE.

           IF TCA-FECHA (WS-SUB-CAT) EQUAL WS-FECHA-ULT-CORTE
              MOVE TCA-SUFIJO (WS-SUB-CAT) TO WS-RESXDIA-SUFIJO
              ADD 1 TO WS-CANT-LOTES-CORTE
              PERFORM 1205-CARGAR-UN-RESUMEN
           END-IF.

       1300-CARGAR-HISTORICO.

      * EL ULTIMO REGISTRO DE CADA CAJERO TRAE SUS ACUMULADOS. CADA
      * CAJERO Y FECHA DEL HISTORICO QUE FIGURA EN RESXDIA2 SE MARCA
      * PARA NO VOLVER A ACUMULAR SU ARQUEO.

           OPEN INPUT HISTORICO.

           EVALUATE TRUE
               WHEN 88-HISTORICO-OKEY
                    PERFORM 1310-LEER-HISTORICO UNTIL 88-HISTORICO-FIN
                    CLOSE HISTORICO
                    IF FS-HISTORICO NOT EQUAL '00'
                       DISPLAY 'ERROR EN CIERRE HISTORICO: '
                               FS-HISTORICO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 88-HISTORICO-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN HISTORICO'
                    DISPLAY 'ERROR CODE: ' FS-HISTORICO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       1310-LEER-HISTORICO.

           READ HISTORICO INTO ARQHIST-REG

           EVALUATE FS-HISTORICO
               WHEN '00'
                   MOVE AH-COD-CAJERO TO WS-BUSQ-CODIGO
                   PERFORM 2800-BUSCAR-MAESTRO
                   IF WS-SUB-MAESTRO > ZERO
                      PERFORM 1320-GUARDAR-HISTORICO
                   END-IF
               WHEN '10'
                   SET 88-HISTORICO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA HISTORICO: '
                           FS-HISTORICO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1320-GUARDAR-HISTORICO.

           MOVE AH-COD-CAJERO TO WS-BUSQ-CLAVE-CAJ
           MOVE AH-FECHA      TO WS-BUSQ-CLAVE-FEC
           PERFORM 2400-BUSCAR-RESUMEN

           IF WS-SUB-RESUMEN > ZERO
              MOVE 'S' TO TR-EN-HISTORICO (WS-SUB-RESUMEN)
           END-IF.

           MOVE AH-ACUM-FALTANTE TO TM-ACUM-FALTANTE (WS-SUB-MAESTRO)
           MOVE AH-ACUM-SOBRANTE TO TM-ACUM-SOBRANTE (WS-SUB-MAESTRO)
           MOVE AH-CANT-ARQUEOS  TO TM-CANT-ARQUEOS  (WS-SUB-MAESTRO)
           MOVE AH-CANT-CON-DIF  TO TM-CANT-CON-DIF  (WS-SUB-MAESTRO).

       1400-OPEN-ARQUEO.

           OPEN INPUT ARQUEO.

           IF FS-ARQUEO EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN ARQUEO'
              DISPLAY 'ERROR CODE: ' FS-ARQUEO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1500-OPEN-INFORME.

           OPEN OUTPUT INFORME.

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN INFORME'
              DISPLAY 'ERROR CODE: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1550-OPEN-HISTORICO.

           OPEN EXTEND HISTORICO.

           IF FS-HISTORICO EQUAL '35'
              OPEN OUTPUT HISTORICO
           END-IF.

           IF 88-HISTORICO-OKEY
              SET 88-HIST-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN EN HISTORICO'
              DISPLAY 'ERROR CODE: ' FS-HISTORICO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1600-IMPRIMIR-TITULOS.

           MOVE WS-FECHA-HOY-EDIT TO WS-TIT-FECHA

           WRITE REG-INFORME-FD FROM WS-TITULO-1
           WRITE REG-INFORME-FD FROM WS-TITULO-2
           WRITE REG-INFORME-FD FROM WS-TITULO-3

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA INFORME: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

      *----------------------------------------------------------------*
       2000-PROCESO.

           PERFORM 2100-LEER-ARQUEO.

           IF NOT 88-ARQUEO-FIN
              PERFORM 2200-CONTROLAR-ARQUEO
           END-IF.

       2100-LEER-ARQUEO.

           READ ARQUEO INTO ARQUEO-REG

           EVALUATE FS-ARQUEO
               WHEN '00'
                   ADD 1 TO WS-CANT-ARQUEOS
               WHEN '10'
                   SET 88-ARQUEO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA ARQUEO: ' FS-ARQUEO
                   DISPLAY 'REGISTRO: ' ARQUEO-REG
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2200-CONTROLAR-ARQUEO.

           MOVE AQ-COD-CAJERO TO WS-BUSQ-CODIGO
           PERFORM 2800-BUSCAR-MAESTRO

           MOVE AQ-COD-CAJERO TO WS-INF-CAJERO
           MOVE AQ-FECHA      TO WS-INF-FECHA

           IF WS-SUB-MAESTRO EQUAL ZERO
              ADD 1 TO WS-CANT-CAJ-INEXISTENTE
              MOVE 'EFECTIVO'          TO WS-INF-RUBRO
              MOVE ZERO                TO WS-INF-CANTIDAD
              MOVE ZERO                TO WS-INF-SISTEMA
              MOVE AQ-IMP-EFECTIVO     TO WS-INF-DECLARADO
              MOVE ZERO                TO WS-INF-DIFERENCIA
              MOVE 'CAJERO INEXISTENTE' TO WS-INF-ESTADO
              PERFORM 2600-ESCRIBIR-LINEA
           ELSE
              MOVE 'S' TO TM-CON-ARQUEO (WS-SUB-MAESTRO)
              PERFORM 2300-COMPARAR-ARQUEO
           END-IF.

       2300-COMPARAR-ARQUEO.

           MOVE AQ-COD-CAJERO TO WS-BUSQ-CLAVE-CAJ
           MOVE AQ-FECHA      TO WS-BUSQ-CLAVE-FEC
           PERFORM 2400-BUSCAR-RESUMEN

           IF WS-SUB-RESUMEN > ZERO
              MOVE 'S' TO TR-CON-ARQUEO (WS-SUB-RESUMEN)
           END-IF

           MOVE ZERO TO WS-IMP-FALTANTE-DIA
           MOVE ZERO TO WS-IMP-SOBRANTE-DIA

      * EFECTIVO

           MOVE 'EFECTIVO'      TO WS-INF-RUBRO
           MOVE ZERO            TO WS-INF-CANTIDAD
           MOVE AQ-IMP-EFECTIVO TO WS-IMP-DECLARADO

           IF WS-SUB-RESUMEN > ZERO
              MOVE TR-IMP-EFECTIVO (WS-SUB-RESUMEN) TO WS-IMP-SISTEMA
           ELSE
              MOVE ZERO TO WS-IMP-SISTEMA
           END-IF

           PERFORM 2500-CALCULAR-DIFERENCIA

      * CHEQUES

           MOVE 'CHEQUES'       TO WS-INF-RUBRO
           MOVE AQ-CANT-CHEQUES TO WS-INF-CANTIDAD
           MOVE AQ-IMP-CHEQUE   TO WS-IMP-DECLARADO

           IF WS-SUB-RESUMEN > ZERO
              MOVE TR-IMP-CHEQUE (WS-SUB-RESUMEN) TO WS-IMP-SISTEMA
           ELSE
              MOVE ZERO TO WS-IMP-SISTEMA
           END-IF

           PERFORM 2500-CALCULAR-DIFERENCIA

      * SIN LINEA DE RESXDIA2 NO HAY CONTRA QUE COMPARAR: EL ARQUEO
      * SE INFORMA PERO NO SE ACUMULA EN EL HISTORICO.

           EVALUATE TRUE
               WHEN WS-SUB-RESUMEN EQUAL ZERO
                    ADD 1 TO WS-CANT-SIN-CORTE
               WHEN WS-IMP-FALTANTE-DIA EQUAL ZERO
                    AND WS-IMP-SOBRANTE-DIA EQUAL ZERO
                    ADD 1 TO WS-CANT-SIN-DIFERENCIA
                    PERFORM 2700-GRABAR-HISTORICO
               WHEN OTHER
                    PERFORM 2700-GRABAR-HISTORICO
           END-EVALUATE.

       2400-BUSCAR-RESUMEN.

           MOVE ZERO TO WS-SUB-RESUMEN
           MOVE 1 TO WS-BUSQ-INF
           MOVE WS-CANT-RESUMEN TO WS-BUSQ-SUP

           PERFORM 2410-COMPARAR-RESUMEN
               UNTIL WS-BUSQ-INF > WS-BUSQ-SUP
               OR WS-SUB-RESUMEN > ZERO.

       2410-COMPARAR-RESUMEN.

           COMPUTE WS-BUSQ-MED = (WS-BUSQ-INF + WS-BUSQ-SUP) / 2

           EVALUATE TRUE
               WHEN TR-CLAVE (WS-BUSQ-MED) EQUAL WS-BUSQ-CLAVE
                    MOVE WS-BUSQ-MED TO WS-SUB-RESUMEN
               WHEN TR-CLAVE (WS-BUSQ-MED) < WS-BUSQ-CLAVE
                    COMPUTE WS-BUSQ-INF = WS-BUSQ-MED + 1
               WHEN OTHER
                    COMPUTE WS-BUSQ-SUP = WS-BUSQ-MED - 1
           END-EVALUATE.

       2500-CALCULAR-DIFERENCIA.

           MOVE WS-IMP-SISTEMA   TO WS-INF-SISTEMA
           MOVE WS-IMP-DECLARADO TO WS-INF-DECLARADO

           EVALUATE TRUE
               WHEN WS-SUB-RESUMEN EQUAL ZERO
                    MOVE ZERO TO WS-IMP-DIFERENCIA
                    MOVE 'SIN CORTE DEL DIA' TO WS-INF-ESTADO
               WHEN WS-IMP-DECLARADO < WS-IMP-SISTEMA
                    COMPUTE WS-IMP-DIFERENCIA =
                            WS-IMP-SISTEMA - WS-IMP-DECLARADO
                    MOVE 'FALTANTE' TO WS-INF-ESTADO
                    ADD 1 TO WS-CANT-FALTANTES
                    ADD WS-IMP-DIFERENCIA TO WS-IMP-FALTANTE-DIA
                    ADD WS-IMP-DIFERENCIA TO WS-IMP-FALTANTE-TOT
               WHEN WS-IMP-DECLARADO > WS-IMP-SISTEMA
                    COMPUTE WS-IMP-DIFERENCIA =
                            WS-IMP-DECLARADO - WS-IMP-SISTEMA
                    MOVE 'SOBRANTE' TO WS-INF-ESTADO
                    ADD 1 TO WS-CANT-SOBRANTES
                    ADD WS-IMP-DIFERENCIA TO WS-IMP-SOBRANTE-DIA
                    ADD WS-IMP-DIFERENCIA TO WS-IMP-SOBRANTE-TOT
               WHEN OTHER
                    MOVE ZERO TO WS-IMP-DIFERENCIA
                    MOVE 'OK' TO WS-INF-ESTADO
           END-EVALUATE

           MOVE WS-IMP-DIFERENCIA TO WS-INF-DIFERENCIA

           PERFORM 2600-ESCRIBIR-LINEA.

       2600-ESCRIBIR-LINEA.

           WRITE REG-INFORME-FD FROM WS-LINEA-INFORME

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA INFORME: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       2700-GRABAR-HISTORICO.

      * UN ARQUEO DE UN CAJERO Y FECHA QUE YA ESTAN EN EL HISTORICO
      * (REPROCESO DEL MISMO ARQUEO.TXT) SE INFORMA PERO NO SE VUELVE
      * A ACUMULAR. UN ARQUEO TARDIO DE UNA FECHA ANTERIOR SI SE
      * ACUMULA.

           IF TR-EN-HISTORICO (WS-SUB-RESUMEN) EQUAL 'S'
              ADD 1 TO WS-CANT-HIST-REPETIDOS
           ELSE
              ADD WS-IMP-FALTANTE-DIA
               TO TM-ACUM-FALTANTE (WS-SUB-MAESTRO)
              ADD WS-IMP-SOBRANTE-DIA
               TO TM-ACUM-SOBRANTE (WS-SUB-MAESTRO)
              ADD 1 TO TM-CANT-ARQUEOS (WS-SUB-MAESTRO)
              IF WS-IMP-FALTANTE-DIA > ZERO
                 OR WS-IMP-SOBRANTE-DIA > ZERO
                 ADD 1 TO TM-CANT-CON-DIF (WS-SUB-MAESTRO)
              END-IF
              MOVE 'S' TO TR-EN-HISTORICO (WS-SUB-RESUMEN)

              INITIALIZE ARQHIST-REG
              MOVE AQ-COD-CAJERO       TO AH-COD-CAJERO
              MOVE AQ-FECHA            TO AH-FECHA
              MOVE WS-IMP-FALTANTE-DIA TO AH-IMP-FALTANTE
              MOVE WS-IMP-SOBRANTE-DIA TO AH-IMP-SOBRANTE
              MOVE TM-ACUM-FALTANTE (WS-SUB-MAESTRO)
                                       TO AH-ACUM-FALTANTE
              MOVE TM-ACUM-SOBRANTE (WS-SUB-MAESTRO)
                                       TO AH-ACUM-SOBRANTE
              MOVE TM-CANT-ARQUEOS  (WS-SUB-MAESTRO)
                                       TO AH-CANT-ARQUEOS
              MOVE TM-CANT-CON-DIF  (WS-SUB-MAESTRO)
                                       TO AH-CANT-CON-DIF

              WRITE REG-HISTORICO-FD FROM ARQHIST-REG

              IF FS-HISTORICO EQUAL '00'
                 ADD 1 TO WS-CANT-HIST-GRABADOS
              ELSE
                 DISPLAY 'ERROR EN ESCRITURA HISTORICO: '
                         FS-HISTORICO
                 MOVE 12 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       2800-BUSCAR-MAESTRO.

           MOVE ZERO TO WS-SUB-MAESTRO
           MOVE 1 TO WS-BUSQ-INF
           MOVE WS-CANT-MAESTRO TO WS-BUSQ-SUP

           PERFORM 2810-COMPARAR-MAESTRO
               UNTIL WS-BUSQ-INF > WS-BUSQ-SUP
               OR WS-SUB-MAESTRO > ZERO.

       2810-COMPARAR-MAESTRO.

           COMPUTE WS-BUSQ-MED = (WS-BUSQ-INF + WS-BUSQ-SUP) / 2

           EVALUATE TRUE
               WHEN TM-COD-CAJERO (WS-BUSQ-MED) EQUAL WS-BUSQ-CODIGO
                    MOVE WS-BUSQ-MED TO WS-SUB-MAESTRO
               WHEN TM-COD-CAJERO (WS-BUSQ-MED) < WS-BUSQ-CODIGO
                    COMPUTE WS-BUSQ-INF = WS-BUSQ-MED + 1
               WHEN OTHER
                    COMPUTE WS-BUSQ-SUP = WS-BUSQ-MED - 1
           END-EVALUATE.

      *----------------------------------------------------------------*
       3000-FINALIZO.

           IF 88-INFORME-OKEY AND RETURN-CODE EQUAL ZERO
              PERFORM 3050-INFORMAR-SIN-ARQUEO
              PERFORM 3080-ESCRIBIR-RESUMEN-FIN
           END-IF.

           PERFORM 3100-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3050-INFORMAR-SIN-ARQUEO.

           WRITE REG-INFORME-FD FROM WS-TITULO-3

           MOVE 'CAJEROS ACTIVOS SIN ARQUEO PRESENTADO'
                                           TO WS-SUBTIT-LEYENDA
           WRITE REG-INFORME-FD FROM WS-SUBTITULO

      * SE CONTROLA CADA CAJERO Y FECHA DE RESXDIA2; UN CAJERO ACTIVO
      * SIN LINEA DE CORTE NI ARQUEO SE LISTA AL FINAL SIN FECHA.

           PERFORM 3060-INFORMAR-UN-SIN-ARQUEO
               VARYING WS-SUB-RESUMEN FROM 1 BY 1
               UNTIL WS-SUB-RESUMEN > WS-CANT-RESUMEN.

           PERFORM 3070-INFORMAR-SIN-CORTE
               VARYING WS-SUB-MAESTRO FROM 1 BY 1
               UNTIL WS-SUB-MAESTRO > WS-CANT-MAESTRO.

       3060-INFORMAR-UN-SIN-ARQUEO.

           IF TR-CON-ARQUEO (WS-SUB-RESUMEN) EQUAL 'N'
              MOVE TR-COD-CAJERO (WS-SUB-RESUMEN) TO WS-BUSQ-CODIGO
              PERFORM 2800-BUSCAR-MAESTRO
              IF WS-SUB-MAESTRO > ZERO
                 IF TM-ESTADO (WS-SUB-MAESTRO) EQUAL 'A'
                    MOVE TR-FECHA (WS-SUB-RESUMEN) TO WS-SA-FECHA
                    MOVE TR-IMP-EFECTIVO (WS-SUB-RESUMEN)
                                                 TO WS-SA-EFECTIVO
                    PERFORM 3075-ESCRIBIR-SIN-ARQUEO
                 END-IF
              END-IF
           END-IF.

       3070-INFORMAR-SIN-CORTE.

           IF TM-ESTADO (WS-SUB-MAESTRO) EQUAL 'A'
              AND TM-CON-ARQUEO (WS-SUB-MAESTRO) EQUAL 'N'
              AND TM-CON-CORTE  (WS-SUB-MAESTRO) EQUAL 'N'
              MOVE SPACE TO WS-SA-FECHA
              MOVE ZERO  TO WS-SA-EFECTIVO
              PERFORM 3075-ESCRIBIR-SIN-ARQUEO
           END-IF.

       3075-ESCRIBIR-SIN-ARQUEO.

           ADD 1 TO WS-CANT-SIN-ARQUEO
           MOVE TM-COD-CAJERO (WS-SUB-MAESTRO) TO WS-SA-CAJERO
           MOVE TM-NOMBRE     (WS-SUB-MAESTRO) TO WS-SA-NOMBRE
           MOVE TM-SUCURSAL   (WS-SUB-MAESTRO) TO WS-SA-SUCURSAL

           WRITE REG-INFORME-FD FROM WS-LINEA-SIN-ARQUEO

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA INFORME: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
           END-IF.

       3080-ESCRIBIR-RESUMEN-FIN.

           WRITE REG-INFORME-FD FROM WS-TITULO-3

           MOVE 'ARQUEOS LEIDOS        : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-ARQUEOS            TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'ARQUEOS SIN DIFERENCIA: ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-SIN-DIFERENCIA     TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'RUBROS CON FALTANTE   : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-FALTANTES          TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'RUBROS CON SOBRANTE   : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-SOBRANTES          TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'SIN CORTE DEL DIA     : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-SIN-CORTE          TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'CAJEROS INEXISTENTES  : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-CAJ-INEXISTENTE    TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'ACTIVOS SIN ARQUEO    : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-SIN-ARQUEO         TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA INFORME: ' FS-INFORME
           END-IF.

       3100-CIERRO-ARCHIVOS.

           IF FS-ARQUEO EQUAL '00' OR '10'
              CLOSE ARQUEO
              IF FS-ARQUEO NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE ARQUEO: ' FS-ARQUEO
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           IF 88-HIST-ABIERTO
              CLOSE HISTORICO
              MOVE 'N' TO WS-HIST-ABIERTO-SW
              IF FS-HISTORICO NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE HISTORICO: ' FS-HISTORICO
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

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
           IF WS-CANT-LOTES-CORTE > ZERO
              DISPLAY "Fecha del corte     : " WS-FECHA-ULT-CORTE
              MOVE WS-CANT-LOTES-CORTE TO WS-CANT-ED
              DISPLAY "Lotes del corte     : " WS-CANT-ED
           END-IF
           MOVE WS-CANT-ARQUEOS TO WS-CANT-ED
           DISPLAY "Arqueos leidos      : " WS-CANT-ED
           MOVE WS-CANT-SIN-DIFERENCIA TO WS-CANT-ED
           DISPLAY "Sin diferencia      : " WS-CANT-ED
           MOVE WS-CANT-FALTANTES TO WS-CANT-ED
           DISPLAY "Rubros con faltante : " WS-CANT-ED
           MOVE WS-IMP-FALTANTE-TOT TO WS-IMP-ED
           DISPLAY "Importe faltante    : " WS-IMP-ED
           MOVE WS-CANT-SOBRANTES TO WS-CANT-ED
           DISPLAY "Rubros con sobrante : " WS-CANT-ED
           MOVE WS-IMP-SOBRANTE-TOT TO WS-IMP-ED
           DISPLAY "Importe sobrante    : " WS-IMP-ED
           MOVE WS-CANT-SIN-ARQUEO TO WS-CANT-ED
           DISPLAY "Activos sin arqueo  : " WS-CANT-ED
           MOVE WS-CANT-HIST-GRABADOS TO WS-CANT-ED
           DISPLAY "Grabados historico  : " WS-CANT-ED
           MOVE WS-CANT-HIST-REPETIDOS TO WS-CANT-ED
           DISPLAY "Ya en historico     : " WS-CANT-ED
           DISPLAY "***************************************************"
           DISPLAY " ".

       END PROGRAM ARQCAJ.

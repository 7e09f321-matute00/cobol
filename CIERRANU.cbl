      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre anual de recaudacion a partir de la historia de
      *          totales mensuales (HISTMES.txt). Para el anio pedido
      *          controla que los doce periodos esten consolidados en
      *          HISTMES y cerrados por CIERRMES (existe el resguardo
      *          RESXMES-AAAA-MM.txt); si falta alguno lista los meses
      *          con problema y no cierra. Emite CIERRANU.txt con los
      *          totales por cajero y por sucursal (segun MAECAJ.dat),
      *          una columna por mes, el total del anio y la
      *          comparacion contra el anio anterior. Luego traslada
      *          los periodos que exceden la retencion (en anios,
      *          contando el anio cerrado) al archivo anual
      *          HISTMES-AAAA.txt y deja en HISTMES solo los vigentes,
      *          para que VARCAJ y EXPDEL HIST trabajen sobre un
      *          archivo acotado. Los anios ya archivados se leen del
      *          archivo anual, por lo que el cierre puede repetirse.
      *          Parametros: AAAA [RETENCION]   (retencion base 2)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRANU.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT HISTMES ASSIGN TO
           'D:\cobol-1\Archivo\HISTMES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-HISTMES.

       SELECT HIST-ANUAL ASSIGN TO WS-ARCH-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-HIST-ANUAL.

       SELECT HIST-TEMPORAL ASSIGN TO
           'D:\cobol-1\Archivo\HISTTMP.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-HIST-TEMPORAL.

       SELECT CIERRE-MES ASSIGN TO WS-CIERRE-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CIERRE-MES.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT INFORME ASSIGN TO
           'D:\cobol-1\Archivo\CIERRANU.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.

       FD  HISTMES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-HISTMES-FD                 PIC X(72).

       FD  HIST-ANUAL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-HIST-ANUAL-FD              PIC X(72).

       FD  HIST-TEMPORAL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-HIST-TEMPORAL-FD           PIC X(72).

       FD  CIERRE-MES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CIERRE-MES-FD              PIC X(141).

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

       77  FS-HISTMES                  PIC XX VALUE '  '.
           88 88-HISTMES-OKEY                 VALUE '00'.
           88 88-HISTMES-FIN                  VALUE '10'.
           88 88-HISTMES-NO-EXISTE            VALUE '35'.

       77  FS-HIST-ANUAL               PIC XX VALUE '  '.
           88 88-HIST-ANUAL-OKEY              VALUE '00'.
           88 88-HIST-ANUAL-FIN               VALUE '10'.
           88 88-HIST-ANUAL-NO-EXISTE         VALUE '35'.

       77  FS-HIST-TEMPORAL            PIC XX VALUE '  '.
           88 88-HIST-TEMPORAL-OKEY           VALUE '00'.
           88 88-HIST-TEMPORAL-FIN            VALUE '10'.

       77  FS-CIERRE-MES               PIC XX VALUE '  '.
           88 88-CIERRE-MES-OKEY              VALUE '00'.
           88 88-CIERRE-MES-NO-EXISTE         VALUE '35'.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-FIN                  VALUE '10'.

       77  FS-INFORME                  PIC XX VALUE '  '.
           88 88-INFORME-OKEY                 VALUE '00'.

       77  WS-HISTMES-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-HISTMES-ABIERTO              VALUE 'S'.
       77  WS-ANUAL-ABIERTO-SW         PIC X  VALUE 'N'.
           88 88-ANUAL-ABIERTO                VALUE 'S'.
       77  WS-TEMPORAL-ABIERTO-SW      PIC X  VALUE 'N'.
           88 88-TEMPORAL-ABIERTO             VALUE 'S'.
       77  WS-CIERRE-ABIERTO-SW        PIC X  VALUE 'N'.
           88 88-CIERRE-ABIERTO               VALUE 'S'.
       77  WS-MAESTRO-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-MAESTRO-ABIERTO              VALUE 'S'.
       77  WS-INFORME-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-INFORME-ABIERTO              VALUE 'S'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-ANIO                     PIC 9(04) VALUE ZERO.
       77  WS-ANIO-ANT                 PIC 9(04) VALUE ZERO.
       77  WS-RETENCION                PIC 9(02) VALUE 2.
       77  WS-ANIO-CORTE               PIC 9(04) VALUE ZERO.
       77  WS-ANIO-MIN-ARCH            PIC 9(04) VALUE 9999.
       77  WS-ANIO-ARCH                PIC 9(04) VALUE ZERO.
       77  WS-ANIO-REG                 PIC 9(04) VALUE ZERO.

       77  WS-SUB-CAJERO               PIC 9(04) VALUE ZERO.
       77  WS-SUB-SUC                  PIC 9(04) VALUE ZERO.
       77  WS-SUB-MES                  PIC 9(02) VALUE ZERO.
       77  WS-SUB-COL                  PIC 9(02) VALUE ZERO.
       77  WS-MES-DESDE                PIC 9(02) VALUE ZERO.

       77  WS-CANT-FALTANTES           PIC 9(02) VALUE ZERO.
       77  WS-CANT-MESES-ANT           PIC 9(02) VALUE ZERO.
       77  WS-CANT-LISTADOS            PIC 9(04) VALUE ZERO.
       77  WS-CANT-SUCURSALES          PIC 9(04) VALUE ZERO.
       77  WS-REG-LEIDOS               PIC 9(09) VALUE ZERO.
       77  WS-REG-ARCHIVADOS           PIC 9(09) VALUE ZERO.
       77  WS-REG-VIGENTES             PIC 9(09) VALUE ZERO.
       77  WS-ANIOS-ARCHIVADOS         PIC 9(02) VALUE ZERO.

       77  WS-VAR-PCT                  PIC S9(05)V99 VALUE ZERO.
       77  WS-VAR-PCT-ED               PIC +Z(04)9,99.

       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.

       01  WS-PERIODO-MES.
           03  WS-PM-AAAA              PIC 9(04) VALUE ZERO.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-PM-MM                PIC 9(02) VALUE ZERO.

       01  WS-ARCH-NOMBRE.
           03  FILLER                  PIC X(26) VALUE
               'D:\cobol-1\Archivo\HISTMES'.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-ARCH-AAAA            PIC 9(04) VALUE ZERO.
           03  FILLER                  PIC X(04) VALUE '.txt'.

       01  WS-CIERRE-NOMBRE.
           03  FILLER                  PIC X(26) VALUE
               'D:\cobol-1\Archivo\RESXMES'.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-CIERRE-PERIODO       PIC X(07) VALUE SPACE.
           03  FILLER                  PIC X(04) VALUE '.txt'.

       01  TABLA-MESES.
           03  TM-ENTRADA OCCURS 12 TIMES.
               05  TM-CONSOLIDADO       PIC X(01)    VALUE 'N'.
               05  TM-CONSOLIDADO-ANT   PIC X(01)    VALUE 'N'.
               05  TM-IMPORTE           PIC 9(13)V99 VALUE ZERO.
               05  TM-IMPORTE-ANT       PIC 9(13)V99 VALUE ZERO.

       01  TABLA-FALTANTES.
           03  TF-ENTRADA OCCURS 12 TIMES.
               05  TF-PERIODO           PIC X(07)    VALUE SPACE.
               05  TF-MOTIVO            PIC X(30)    VALUE SPACE.

       01  TABLA-CAJEROS.
           03  TC-ENTRADA OCCURS 999 TIMES.
               05  TC-PRESENTE          PIC X(01)    VALUE 'N'.
               05  TC-EN-MAESTRO        PIC X(01)    VALUE 'N'.
               05  TC-NOMBRE            PIC X(30)    VALUE SPACE.
               05  TC-SUCURSAL          PIC 9(03)    VALUE ZERO.
               05  TC-MES OCCURS 12 TIMES
                                        PIC 9(13)V99 VALUE ZERO.
               05  TC-MES-ANT OCCURS 12 TIMES
                                        PIC 9(13)V99 VALUE ZERO.

      * SUBINDICE = CODIGO DE SUCURSAL + 1; LA SUCURSAL 000 AGRUPA A
      * LOS CAJEROS QUE NO ESTAN EN EL MAESTRO.

       01  TABLA-SUCURSALES.
           03  TS-ENTRADA OCCURS 1000 TIMES.
               05  TS-CANT-CAJEROS      PIC 9(04)    VALUE ZERO.
               05  TS-MES OCCURS 12 TIMES
                                        PIC 9(13)V99 VALUE ZERO.
               05  TS-TOTAL-ANT         PIC 9(13)V99 VALUE ZERO.

      * VALORES DEL BLOQUE A IMPRIMIR (CAJERO, SUCURSAL O GENERAL).

       01  WS-BLOQUE.
           03  WB-MES OCCURS 12 TIMES  PIC 9(13)V99 VALUE ZERO.
           03  WB-TOTAL                PIC 9(13)V99 VALUE ZERO.
           03  WB-TOTAL-ANT            PIC 9(13)V99 VALUE ZERO.

       01  WS-TITULO-1.
           05  FILLER                  PIC X(37) VALUE
               'CIERRE ANUAL DE RECAUDACION  -  ANIO '.
           05  WS-TIT-ANIO             PIC 9(04).
           05  FILLER                  PIC X(21) VALUE
               '   COMPARADO CONTRA: '.
           05  WS-TIT-ANIO-ANT         PIC 9(04).
           05  FILLER                  PIC X(66) VALUE SPACE.

       01  WS-TITULO-2.
           05  FILLER                  PIC X(23) VALUE 'CAJ NOMBRE'.
           05  FILLER                  PIC X(18) VALUE
               '            ENERO'.
           05  FILLER                  PIC X(18) VALUE
               '          FEBRERO'.
           05  FILLER                  PIC X(18) VALUE
               '            MARZO'.
           05  FILLER                  PIC X(18) VALUE
               '            ABRIL'.
           05  FILLER                  PIC X(18) VALUE
               '             MAYO'.
           05  FILLER                  PIC X(19) VALUE
               '            JUNIO'.

       01  WS-TITULO-2B.
           05  FILLER                  PIC X(23) VALUE SPACE.
           05  FILLER                  PIC X(18) VALUE
               '            JULIO'.
           05  FILLER                  PIC X(18) VALUE
               '           AGOSTO'.
           05  FILLER                  PIC X(18) VALUE
               '       SEPTIEMBRE'.
           05  FILLER                  PIC X(18) VALUE
               '          OCTUBRE'.
           05  FILLER                  PIC X(18) VALUE
               '        NOVIEMBRE'.
           05  FILLER                  PIC X(19) VALUE
               '        DICIEMBRE'.

       01  WS-TITULO-3.
           05 FILLER                   PIC X(132) VALUE ALL '-'.

       01  WS-TIT-SUCURSAL.
           05  FILLER                  PIC X(10) VALUE 'SUCURSAL: '.
           05  WS-TS-SUCURSAL          PIC 9(03).
           05  FILLER                  PIC X(119) VALUE SPACE.

       01  WS-TIT-SIN-MAESTRO.
           05  FILLER                  PIC X(132) VALUE
               'SUCURSAL: --- (CAJEROS SIN MAESTRO)'.

       01  WS-LEY-CAJERO.
           05  WS-LEY-CAJ-COD          PIC 9(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LEY-CAJ-NOMBRE       PIC X(18).

       01  WS-LEY-SUCURSAL.
           05  FILLER                  PIC X(15) VALUE
               'TOTAL SUCURSAL '.
           05  WS-LEY-SUC-COD          PIC 9(03).

       01  WS-LINEA-MESES.
           05  WS-LM-LEYENDA           PIC X(22).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LM-COLUMNA OCCURS 6 TIMES.
               07  WS-LM-IMPORTE       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               07  FILLER              PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(01)   VALUE SPACE.

       01  WS-LINEA-TOTAL.
           05  FILLER                  PIC X(23)   VALUE SPACE.
           05  FILLER                  PIC X(12)   VALUE
               'TOTAL ANIO: '.
           05  WS-LT-TOTAL             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(18)   VALUE
               '   ANIO ANTERIOR: '.
           05  WS-LT-TOTAL-ANT         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(10)   VALUE
               '   VAR %: '.
           05  WS-LT-VAR               PIC X(09).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LT-OBSERV            PIC X(13).
           05  FILLER                  PIC X(06)   VALUE SPACE.

       01  WS-LINEA-BLANCO             PIC X(132)  VALUE SPACE.

       COPY WHISTMES.

       COPY WMAECAJ.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-EMITIR-INFORME.

           PERFORM 2500-DEPURAR-HISTMES.

           PERFORM 3000-FINALIZO.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIO.

           PERFORM 1050-LEER-PARAMETROS.

           PERFORM 1100-CARGAR-MAESTRO.

           PERFORM 1200-CARGAR-HISTORIA.

           PERFORM 1300-CONTROLAR-MESES.

           PERFORM 1400-OPEN-INFORME.

       1050-LEER-PARAMETROS.

           ACCEPT WS-PARM-LINEA FROM COMMAND-LINE

           IF WS-PARM-LINEA EQUAL SPACE
              DISPLAY 'ERROR: FALTA EL ANIO A CERRAR (AAAA)'
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           IF WS-PARM-LINEA (1:4) NUMERIC
              AND WS-PARM-LINEA (5:1) EQUAL SPACE
              AND WS-PARM-LINEA (1:4) > '1900'
              MOVE WS-PARM-LINEA (1:4) TO WS-ANIO
           ELSE
              DISPLAY 'ERROR: ANIO INVALIDO: ' WS-PARM-LINEA (1:5)
              DISPLAY 'FORMATO ESPERADO: AAAA'
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           IF WS-PARM-LINEA (6:2) NOT EQUAL SPACE
              IF WS-PARM-LINEA (6:2) NUMERIC
                 MOVE WS-PARM-LINEA (6:2) TO WS-RETENCION
              ELSE
                 IF WS-PARM-LINEA (6:1) NUMERIC
                    AND WS-PARM-LINEA (7:1) EQUAL SPACE
                    MOVE WS-PARM-LINEA (6:1) TO WS-RETENCION
                 ELSE
                    DISPLAY 'ERROR: RETENCION INVALIDA: '
                            WS-PARM-LINEA (6:2)
                    MOVE 16 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
                 END-IF
              END-IF
           END-IF.

           IF WS-RETENCION EQUAL ZERO
              DISPLAY 'ERROR: LA RETENCION DEBE SER DE AL MENOS 1 ANIO'
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

      * SE CONSERVAN EN HISTMES EL ANIO CERRADO Y LOS (RETENCION - 1)
      * ANTERIORES; LO PREVIO A WS-ANIO-CORTE VA AL ARCHIVO ANUAL.

           COMPUTE WS-ANIO-ANT   = WS-ANIO - 1
           COMPUTE WS-ANIO-CORTE = WS-ANIO - WS-RETENCION + 1.

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

           PERFORM 3110-CIERRO-MAESTRO.

           IF RETURN-CODE NOT EQUAL ZERO
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

       1200-CARGAR-HISTORIA.

      * PRIMERO LOS ARCHIVOS ANUALES (SI ESOS ANIOS YA SE ARCHIVARON)
      * Y DESPUES HISTMES, DE MODO QUE PREVALEZCA LA ULTIMA APARICION
      * DE CADA PERIODO/CAJERO (VER WHISTMES).

           MOVE WS-ANIO-ANT TO WS-ARCH-AAAA
           PERFORM 1210-CARGAR-ARCHIVO-ANUAL.

           MOVE WS-ANIO TO WS-ARCH-AAAA
           PERFORM 1210-CARGAR-ARCHIVO-ANUAL.

           OPEN INPUT HISTMES.

           EVALUATE TRUE
               WHEN 88-HISTMES-OKEY
                    SET 88-HISTMES-ABIERTO TO TRUE
                    PERFORM 1250-LEER-HISTMES UNTIL 88-HISTMES-FIN
                    PERFORM 3120-CIERRO-HISTMES
               WHEN 88-HISTMES-NO-EXISTE
                    DISPLAY 'ERROR: NO EXISTE HISTMES'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN HISTMES'
                    DISPLAY 'ERROR CODE: ' FS-HISTMES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF RETURN-CODE NOT EQUAL ZERO
              PERFORM 3000-FINALIZO
           END-IF.

       1210-CARGAR-ARCHIVO-ANUAL.

           OPEN INPUT HIST-ANUAL.

           EVALUATE TRUE
               WHEN 88-HIST-ANUAL-OKEY
                    SET 88-ANUAL-ABIERTO TO TRUE
                    PERFORM 1220-LEER-ARCHIVO-ANUAL
                        UNTIL 88-HIST-ANUAL-FIN
                    PERFORM 3130-CIERRO-HIST-ANUAL
               WHEN 88-HIST-ANUAL-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN ' WS-ARCH-NOMBRE (20:16)
                    DISPLAY 'ERROR CODE: ' FS-HIST-ANUAL
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF RETURN-CODE NOT EQUAL ZERO
              PERFORM 3000-FINALIZO
           END-IF.

       1220-LEER-ARCHIVO-ANUAL.

           READ HIST-ANUAL INTO HIST-RECAUDACION-REG

           EVALUATE FS-HIST-ANUAL
               WHEN '00'
                   PERFORM 1260-CLASIFICAR-REGISTRO
               WHEN '10'
                   SET 88-HIST-ANUAL-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA ' WS-ARCH-NOMBRE (20:16)
                           ': ' FS-HIST-ANUAL
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1250-LEER-HISTMES.

           READ HISTMES INTO HIST-RECAUDACION-REG

           EVALUATE FS-HISTMES
               WHEN '00'
                   ADD 1 TO WS-REG-LEIDOS
                   IF HM-PERIODO (1:4) NUMERIC
                      MOVE HM-PERIODO (1:4) TO WS-ANIO-REG
                      IF WS-ANIO-REG < WS-ANIO-CORTE
                         AND WS-ANIO-REG < WS-ANIO-MIN-ARCH
                         MOVE WS-ANIO-REG TO WS-ANIO-MIN-ARCH
                      END-IF
                   END-IF
                   PERFORM 1260-CLASIFICAR-REGISTRO
               WHEN '10'
                   SET 88-HISTMES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA HISTMES: ' FS-HISTMES
                   DISPLAY 'REGISTRO: ' HIST-RECAUDACION-REG
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1260-CLASIFICAR-REGISTRO.

           IF HM-COD-CAJERO NOT NUMERIC
              OR HM-COD-CAJERO EQUAL ZERO
              OR HM-PERIODO (1:4) NOT NUMERIC
              OR HM-PERIODO (6:2) NOT NUMERIC
              DISPLAY 'REGISTRO DE HISTORIA INVALIDO: '
                      HIST-RECAUDACION-REG
           ELSE
              MOVE HM-PERIODO (1:4) TO WS-ANIO-REG
              MOVE HM-PERIODO (6:2) TO WS-SUB-MES
              MOVE HM-COD-CAJERO    TO WS-SUB-CAJERO
              IF WS-SUB-MES > ZERO AND WS-SUB-MES < 13
                 EVALUATE WS-ANIO-REG
                     WHEN WS-ANIO
                          MOVE 'S' TO TM-CONSOLIDADO (WS-SUB-MES)
                          MOVE 'S' TO TC-PRESENTE (WS-SUB-CAJERO)
                          MOVE HM-IMPORTE
                               TO TC-MES (WS-SUB-CAJERO, WS-SUB-MES)
                          PERFORM 1270-NOMBRE-HISTORIA
                     WHEN WS-ANIO-ANT
                          MOVE 'S' TO TM-CONSOLIDADO-ANT (WS-SUB-MES)
                          MOVE 'S' TO TC-PRESENTE (WS-SUB-CAJERO)
                          MOVE HM-IMPORTE
                               TO TC-MES-ANT (WS-SUB-CAJERO, WS-SUB-MES)
                          PERFORM 1270-NOMBRE-HISTORIA
                 END-EVALUATE
              END-IF
           END-IF.

       1270-NOMBRE-HISTORIA.

           IF TC-EN-MAESTRO (WS-SUB-CAJERO) NOT EQUAL 'S'
              MOVE HM-NOMBRE TO TC-NOMBRE (WS-SUB-CAJERO)
           END-IF.

       1300-CONTROLAR-MESES.

           PERFORM 1310-CONTROLAR-UN-MES
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12.

           IF WS-CANT-FALTANTES > ZERO
              DISPLAY " "
              DISPLAY "PERIODOS DEL ANIO " WS-ANIO
                      " SIN CONSOLIDAR O SIN CERRAR:"
              PERFORM 1350-MOSTRAR-FALTANTE
                  VARYING WS-SUB-MES FROM 1 BY 1
                  UNTIL WS-SUB-MES > WS-CANT-FALTANTES
              DISPLAY " "
              DISPLAY "EL ANIO NO SE CIERRA - CONSOLIDAR (CONSMES) Y "
                      "CERRAR (CIERRMES) LOS PERIODOS INDICADOS"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1360-CONTAR-MES-ANT
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12.

       1310-CONTROLAR-UN-MES.

           MOVE WS-ANIO    TO WS-PM-AAAA
           MOVE WS-SUB-MES TO WS-PM-MM

           IF TM-CONSOLIDADO (WS-SUB-MES) NOT EQUAL 'S'
              ADD 1 TO WS-CANT-FALTANTES
              MOVE WS-PERIODO-MES TO TF-PERIODO (WS-CANT-FALTANTES)
              MOVE 'SIN TOTALES EN HISTMES'
                                  TO TF-MOTIVO  (WS-CANT-FALTANTES)
           ELSE
              PERFORM 1320-VERIFICAR-CIERRE
           END-IF.

       1320-VERIFICAR-CIERRE.

      * CIERRMES DEJA EL RESGUARDO RESXMES-AAAA-MM.TXT DE CADA PERIODO
      * QUE CIERRA; SI NO EXISTE EL PERIODO NO FUE CERRADO.

           MOVE WS-PERIODO-MES TO WS-CIERRE-PERIODO

           OPEN INPUT CIERRE-MES.

           EVALUATE TRUE
               WHEN 88-CIERRE-MES-OKEY
                    SET 88-CIERRE-ABIERTO TO TRUE
                    PERFORM 3150-CIERRO-CIERRE-MES
               WHEN 88-CIERRE-MES-NO-EXISTE
                    ADD 1 TO WS-CANT-FALTANTES
                    MOVE WS-PERIODO-MES
                                  TO TF-PERIODO (WS-CANT-FALTANTES)
                    MOVE 'NO CERRADO POR CIERRMES'
                                  TO TF-MOTIVO  (WS-CANT-FALTANTES)
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN ' WS-CIERRE-NOMBRE (20:19)
                    DISPLAY 'ERROR CODE: ' FS-CIERRE-MES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF RETURN-CODE NOT EQUAL ZERO
              PERFORM 3000-FINALIZO
           END-IF.

       1350-MOSTRAR-FALTANTE.

           DISPLAY "   " TF-PERIODO (WS-SUB-MES) "  "
                   TF-MOTIVO (WS-SUB-MES).

       1360-CONTAR-MES-ANT.

           IF TM-CONSOLIDADO-ANT (WS-SUB-MES) EQUAL 'S'
              ADD 1 TO WS-CANT-MESES-ANT
           END-IF.

       1400-OPEN-INFORME.

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
       2000-EMITIR-INFORME.

           PERFORM 2050-IMPRIMIR-TITULOS.

           PERFORM 2100-TOTALIZAR-SUCURSAL
               VARYING WS-SUB-CAJERO FROM 1 BY 1
               UNTIL WS-SUB-CAJERO > 999.

           PERFORM 2200-EMITIR-SUCURSAL
               VARYING WS-SUB-SUC FROM 1 BY 1
               UNTIL WS-SUB-SUC > 1000.

           PERFORM 2400-TOTAL-GENERAL.

           PERFORM 3160-CIERRO-INFORME.

           IF RETURN-CODE NOT EQUAL ZERO
              PERFORM 3000-FINALIZO
           END-IF.

       2050-IMPRIMIR-TITULOS.

           MOVE WS-ANIO     TO WS-TIT-ANIO
           MOVE WS-ANIO-ANT TO WS-TIT-ANIO-ANT

           MOVE WS-TITULO-1  TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME
           MOVE WS-TITULO-2  TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME
           MOVE WS-TITULO-2B TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME
           MOVE WS-TITULO-3  TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       2100-TOTALIZAR-SUCURSAL.

           IF TC-PRESENTE (WS-SUB-CAJERO) EQUAL 'S'
              PERFORM 2110-UBICAR-SUCURSAL
              ADD 1 TO TS-CANT-CAJEROS (WS-SUB-SUC)
              PERFORM 2120-SUMAR-MES
                  VARYING WS-SUB-MES FROM 1 BY 1
                  UNTIL WS-SUB-MES > 12
           END-IF.

       2110-UBICAR-SUCURSAL.

           IF TC-EN-MAESTRO (WS-SUB-CAJERO) EQUAL 'S'
              COMPUTE WS-SUB-SUC = TC-SUCURSAL (WS-SUB-CAJERO) + 1
           ELSE
              MOVE 1 TO WS-SUB-SUC
           END-IF.

       2120-SUMAR-MES.

           ADD TC-MES (WS-SUB-CAJERO, WS-SUB-MES)
                                   TO TS-MES (WS-SUB-SUC, WS-SUB-MES)
                                      TM-IMPORTE (WS-SUB-MES)
           ADD TC-MES-ANT (WS-SUB-CAJERO, WS-SUB-MES)
                                   TO TS-TOTAL-ANT (WS-SUB-SUC)
                                      TM-IMPORTE-ANT (WS-SUB-MES).

       2200-EMITIR-SUCURSAL.

           IF TS-CANT-CAJEROS (WS-SUB-SUC) > ZERO
              ADD 1 TO WS-CANT-SUCURSALES

              MOVE WS-LINEA-BLANCO TO REG-INFORME-FD
              PERFORM 4100-GRABAR-INFORME

              IF WS-SUB-SUC EQUAL 1
                 MOVE WS-TIT-SIN-MAESTRO TO REG-INFORME-FD
              ELSE
                 COMPUTE WS-TS-SUCURSAL = WS-SUB-SUC - 1
                 MOVE WS-TIT-SUCURSAL TO REG-INFORME-FD
              END-IF
              PERFORM 4100-GRABAR-INFORME

              PERFORM 2210-LISTAR-CAJERO
                  VARYING WS-SUB-CAJERO FROM 1 BY 1
                  UNTIL WS-SUB-CAJERO > 999

              PERFORM 2280-SUBTOTAL-SUCURSAL
           END-IF.

       2210-LISTAR-CAJERO.

           IF TC-PRESENTE (WS-SUB-CAJERO) EQUAL 'S'
              PERFORM 2215-FILTRAR-SUCURSAL
           END-IF.

       2215-FILTRAR-SUCURSAL.

           IF (TC-EN-MAESTRO (WS-SUB-CAJERO) EQUAL 'S'
               AND TC-SUCURSAL (WS-SUB-CAJERO) + 1 EQUAL WS-SUB-SUC)
              OR (TC-EN-MAESTRO (WS-SUB-CAJERO) NOT EQUAL 'S'
               AND WS-SUB-SUC EQUAL 1)
              PERFORM 2220-ARMAR-CAJERO
           END-IF.

       2220-ARMAR-CAJERO.

           INITIALIZE WS-BLOQUE

           PERFORM 2230-CARGAR-MES-CAJERO
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12

           MOVE WS-SUB-CAJERO              TO WS-LEY-CAJ-COD
           MOVE TC-NOMBRE (WS-SUB-CAJERO)  TO WS-LEY-CAJ-NOMBRE
           MOVE WS-LEY-CAJERO              TO WS-LM-LEYENDA

           ADD 1 TO WS-CANT-LISTADOS

           PERFORM 2300-IMPRIMIR-BLOQUE.

       2230-CARGAR-MES-CAJERO.

           MOVE TC-MES (WS-SUB-CAJERO, WS-SUB-MES)
                                          TO WB-MES (WS-SUB-MES)
           ADD TC-MES (WS-SUB-CAJERO, WS-SUB-MES)     TO WB-TOTAL
           ADD TC-MES-ANT (WS-SUB-CAJERO, WS-SUB-MES) TO WB-TOTAL-ANT.

       2280-SUBTOTAL-SUCURSAL.

           INITIALIZE WS-BLOQUE

           PERFORM 2290-CARGAR-MES-SUCURSAL
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12

           MOVE TS-TOTAL-ANT (WS-SUB-SUC) TO WB-TOTAL-ANT

           IF WS-SUB-SUC EQUAL 1
              MOVE 'TOTAL SIN MAESTRO' TO WS-LM-LEYENDA
           ELSE
              COMPUTE WS-LEY-SUC-COD = WS-SUB-SUC - 1
              MOVE WS-LEY-SUCURSAL TO WS-LM-LEYENDA
           END-IF

           MOVE WS-TITULO-3 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME

           PERFORM 2300-IMPRIMIR-BLOQUE.

       2290-CARGAR-MES-SUCURSAL.

           MOVE TS-MES (WS-SUB-SUC, WS-SUB-MES) TO WB-MES (WS-SUB-MES)
           ADD TS-MES (WS-SUB-SUC, WS-SUB-MES)  TO WB-TOTAL.

       2300-IMPRIMIR-BLOQUE.

      * TRES LINEAS POR BLOQUE: ENERO A JUNIO, JULIO A DICIEMBRE Y EL
      * TOTAL DEL ANIO CONTRA EL ANIO ANTERIOR.

           MOVE 1 TO WS-MES-DESDE
           PERFORM 2310-IMPRIMIR-SEMESTRE

           MOVE SPACE TO WS-LM-LEYENDA
           MOVE 7 TO WS-MES-DESDE
           PERFORM 2310-IMPRIMIR-SEMESTRE

           MOVE WB-TOTAL     TO WS-LT-TOTAL
           MOVE WB-TOTAL-ANT TO WS-LT-TOTAL-ANT
           MOVE SPACE        TO WS-LT-VAR
           MOVE SPACE        TO WS-LT-OBSERV

           IF WB-TOTAL-ANT > ZERO
              COMPUTE WS-VAR-PCT ROUNDED =
                  ((WB-TOTAL - WB-TOTAL-ANT) * 100) / WB-TOTAL-ANT
              MOVE WS-VAR-PCT    TO WS-VAR-PCT-ED
              MOVE WS-VAR-PCT-ED TO WS-LT-VAR
           ELSE
              MOVE 'SIN ANIO ANT.' TO WS-LT-OBSERV
           END-IF

           MOVE WS-LINEA-TOTAL TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       2310-IMPRIMIR-SEMESTRE.

           PERFORM 2320-MOVER-COLUMNA
               VARYING WS-SUB-COL FROM 1 BY 1
               UNTIL WS-SUB-COL > 6

           MOVE WS-LINEA-MESES TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME.

       2320-MOVER-COLUMNA.

           COMPUTE WS-SUB-MES = WS-MES-DESDE + WS-SUB-COL - 1
           MOVE WB-MES (WS-SUB-MES) TO WS-LM-IMPORTE (WS-SUB-COL).

       2400-TOTAL-GENERAL.

           INITIALIZE WS-BLOQUE

           PERFORM 2410-CARGAR-MES-GENERAL
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES > 12

           MOVE 'TOTAL GENERAL' TO WS-LM-LEYENDA

           MOVE WS-LINEA-BLANCO TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME
           MOVE WS-TITULO-3 TO REG-INFORME-FD
           PERFORM 4100-GRABAR-INFORME

           PERFORM 2300-IMPRIMIR-BLOQUE.

       2410-CARGAR-MES-GENERAL.

           MOVE TM-IMPORTE (WS-SUB-MES) TO WB-MES (WS-SUB-MES)
           ADD TM-IMPORTE (WS-SUB-MES)     TO WB-TOTAL
           ADD TM-IMPORTE-ANT (WS-SUB-MES) TO WB-TOTAL-ANT.

      *----------------------------------------------------------------*
       2500-DEPURAR-HISTMES.

      * LOS ANIOS ANTERIORES AL CORTE SE AGREGAN A SU ARCHIVO ANUAL Y
      * RECIEN DESPUES SE REGRABA HISTMES CON LOS PERIODOS VIGENTES. SI
      * EL PROCESO SE INTERRUMPE ANTES DE REGRABAR, REPETIRLO SOLO
      * DUPLICA REGISTROS EN EL ARCHIVO ANUAL, DONDE VALE LA ULTIMA
      * APARICION.

           IF WS-ANIO-MIN-ARCH < WS-ANIO-CORTE
              PERFORM 2600-ARCHIVAR-ANIO
                  VARYING WS-ANIO-ARCH FROM WS-ANIO-MIN-ARCH BY 1
                  UNTIL WS-ANIO-ARCH >= WS-ANIO-CORTE
              PERFORM 2700-COPIAR-VIGENTES
              PERFORM 2800-REGRABAR-HISTMES
           ELSE
              MOVE WS-REG-LEIDOS TO WS-REG-VIGENTES
              DISPLAY " "
              DISPLAY "SIN PERIODOS ANTERIORES A " WS-ANIO-CORTE
                      " PARA ARCHIVAR"
           END-IF.

       2600-ARCHIVAR-ANIO.

           MOVE WS-ANIO-ARCH TO WS-ARCH-AAAA

           OPEN EXTEND HIST-ANUAL.

           IF FS-HIST-ANUAL EQUAL '35'
              OPEN OUTPUT HIST-ANUAL
           END-IF.

           IF 88-HIST-ANUAL-OKEY
              SET 88-ANUAL-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN EN ' WS-ARCH-NOMBRE (20:16)
              DISPLAY 'ERROR CODE: ' FS-HIST-ANUAL
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 2610-OPEN-HISTMES.

           PERFORM 2620-ARCHIVAR-REGISTRO UNTIL 88-HISTMES-FIN.

           PERFORM 3120-CIERRO-HISTMES.
           PERFORM 3130-CIERRO-HIST-ANUAL.

           IF RETURN-CODE NOT EQUAL ZERO
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-ANIOS-ARCHIVADOS
           DISPLAY "ARCHIVO ANUAL ACTUALIZADO: " WS-ARCH-NOMBRE (20:16).

       2610-OPEN-HISTMES.

           OPEN INPUT HISTMES.

           IF FS-HISTMES EQUAL '00'
              SET 88-HISTMES-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR EN REAPERTURA HISTMES: ' FS-HISTMES
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       2620-ARCHIVAR-REGISTRO.

           READ HISTMES INTO HIST-RECAUDACION-REG

           EVALUATE FS-HISTMES
               WHEN '00'
                   IF HM-PERIODO (1:4) EQUAL WS-ARCH-AAAA
                      WRITE REG-HIST-ANUAL-FD
                          FROM HIST-RECAUDACION-REG
                      IF FS-HIST-ANUAL EQUAL '00'
                         ADD 1 TO WS-REG-ARCHIVADOS
                      ELSE
                         DISPLAY 'ERROR EN ESCRITURA '
                                 WS-ARCH-NOMBRE (20:16) ': '
                                 FS-HIST-ANUAL
                         MOVE 12 TO RETURN-CODE
                         PERFORM 3000-FINALIZO
                      END-IF
                   END-IF
               WHEN '10'
                   SET 88-HISTMES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA HISTMES: ' FS-HISTMES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2700-COPIAR-VIGENTES.

      * QUEDAN EN HISTMES LOS PERIODOS DESDE EL ANIO DE CORTE Y LOS
      * REGISTROS CON PERIODO NO NUMERICO, QUE NO SE DESCARTAN AQUI.

           OPEN OUTPUT HIST-TEMPORAL.

           IF FS-HIST-TEMPORAL EQUAL '00'
              SET 88-TEMPORAL-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN EN HISTTMP: ' FS-HIST-TEMPORAL
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 2610-OPEN-HISTMES.

           PERFORM 2710-COPIAR-REGISTRO UNTIL 88-HISTMES-FIN.

           PERFORM 3120-CIERRO-HISTMES.
           PERFORM 3140-CIERRO-HIST-TEMPORAL.

           IF RETURN-CODE NOT EQUAL ZERO
              PERFORM 3000-FINALIZO
           END-IF.

       2710-COPIAR-REGISTRO.

           READ HISTMES INTO HIST-RECAUDACION-REG

           EVALUATE FS-HISTMES
               WHEN '00'
                   IF HM-PERIODO (1:4) NUMERIC
                      MOVE HM-PERIODO (1:4) TO WS-ANIO-REG
                   ELSE
                      MOVE WS-ANIO-CORTE TO WS-ANIO-REG
                   END-IF
                   IF WS-ANIO-REG >= WS-ANIO-CORTE
                      WRITE REG-HIST-TEMPORAL-FD
                          FROM HIST-RECAUDACION-REG
                      IF FS-HIST-TEMPORAL EQUAL '00'
                         ADD 1 TO WS-REG-VIGENTES
                      ELSE
                         DISPLAY 'ERROR EN ESCRITURA HISTTMP: '
                                 FS-HIST-TEMPORAL
                         MOVE 12 TO RETURN-CODE
                         PERFORM 3000-FINALIZO
                      END-IF
                   END-IF
               WHEN '10'
                   SET 88-HISTMES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA HISTMES: ' FS-HISTMES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2800-REGRABAR-HISTMES.

           OPEN INPUT HIST-TEMPORAL.

           IF FS-HIST-TEMPORAL EQUAL '00'
              SET 88-TEMPORAL-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR EN REAPERTURA HISTTMP: ' FS-HIST-TEMPORAL
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           OPEN OUTPUT HISTMES.

           IF FS-HISTMES EQUAL '00'
              SET 88-HISTMES-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN SALIDA HISTMES: ' FS-HISTMES
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 2810-REGRABAR-REGISTRO UNTIL 88-HIST-TEMPORAL-FIN.

           PERFORM 3140-CIERRO-HIST-TEMPORAL.
           PERFORM 3120-CIERRO-HISTMES.

           IF RETURN-CODE NOT EQUAL ZERO
              PERFORM 3000-FINALIZO
           END-IF.

      * EL TEMPORAL SE VACIA COMO EL CHECKPOINT DE CORTE2.

           OPEN OUTPUT HIST-TEMPORAL.

           IF FS-HIST-TEMPORAL EQUAL '00'
              SET 88-TEMPORAL-ABIERTO TO TRUE
              PERFORM 3140-CIERRO-HIST-TEMPORAL
           END-IF.

       2810-REGRABAR-REGISTRO.

           READ HIST-TEMPORAL

           EVALUATE FS-HIST-TEMPORAL
               WHEN '00'
                   WRITE REG-HISTMES-FD FROM REG-HIST-TEMPORAL-FD
                   IF FS-HISTMES EQUAL '00'
                      CONTINUE
                   ELSE
                      DISPLAY 'ERROR EN ESCRITURA HISTMES: ' FS-HISTMES
                      MOVE 12 TO RETURN-CODE
                      PERFORM 3000-FINALIZO
                   END-IF
               WHEN '10'
                   SET 88-HIST-TEMPORAL-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA HISTTMP: ' FS-HIST-TEMPORAL
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

      *----------------------------------------------------------------*
       3000-FINALIZO.

           PERFORM 3100-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3100-CIERRO-ARCHIVOS.

      * CIERRA LO QUE UN ERROR DEJO ABIERTO; EN UNA CORRIDA NORMAL
      * CADA ARCHIVO YA SE CERRO AL TERMINAR DE USARLO.

           IF 88-MAESTRO-ABIERTO
              PERFORM 3110-CIERRO-MAESTRO
           END-IF.

           IF 88-HISTMES-ABIERTO
              PERFORM 3120-CIERRO-HISTMES
           END-IF.

           IF 88-ANUAL-ABIERTO
              PERFORM 3130-CIERRO-HIST-ANUAL
           END-IF.

           IF 88-TEMPORAL-ABIERTO
              PERFORM 3140-CIERRO-HIST-TEMPORAL
           END-IF.

           IF 88-CIERRE-ABIERTO
              PERFORM 3150-CIERRO-CIERRE-MES
           END-IF.

           IF 88-INFORME-ABIERTO
              PERFORM 3160-CIERRO-INFORME
           END-IF.

       3110-CIERRO-MAESTRO.

           CLOSE MAESTRO-CAJ
           MOVE 'N' TO WS-MAESTRO-ABIERTO-SW

           IF FS-MAESTRO NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE MAESTRO-CAJ: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
           END-IF.

       3120-CIERRO-HISTMES.

           CLOSE HISTMES
           MOVE 'N' TO WS-HISTMES-ABIERTO-SW

           IF FS-HISTMES NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE HISTMES: ' FS-HISTMES
              MOVE 12 TO RETURN-CODE
           END-IF.

       3130-CIERRO-HIST-ANUAL.

           CLOSE HIST-ANUAL
           MOVE 'N' TO WS-ANUAL-ABIERTO-SW

           IF FS-HIST-ANUAL NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE ' WS-ARCH-NOMBRE (20:16)
                      ': ' FS-HIST-ANUAL
              MOVE 12 TO RETURN-CODE
           END-IF.

       3140-CIERRO-HIST-TEMPORAL.

           CLOSE HIST-TEMPORAL
           MOVE 'N' TO WS-TEMPORAL-ABIERTO-SW

           IF FS-HIST-TEMPORAL NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE HISTTMP: ' FS-HIST-TEMPORAL
              MOVE 12 TO RETURN-CODE
           END-IF.

       3150-CIERRO-CIERRE-MES.

           CLOSE CIERRE-MES
           MOVE 'N' TO WS-CIERRE-ABIERTO-SW

           IF FS-CIERRE-MES NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE ' WS-CIERRE-NOMBRE (20:19)
                      ': ' FS-CIERRE-MES
              MOVE 12 TO RETURN-CODE
           END-IF.

       3160-CIERRO-INFORME.

           CLOSE INFORME
           MOVE 'N' TO WS-INFORME-ABIERTO-SW

           IF FS-INFORME NOT EQUAL '00'
              DISPLAY 'ERROR EN CIERRE INFORME: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
           END-IF.

       3500-IMPRIMIR.

           DISPLAY " "
           DISPLAY "***************************************************"
           DISPLAY "Anio                   : " WS-ANIO
           DISPLAY "Anio de comparacion    : " WS-ANIO-ANT
           DISPLAY "Meses anio anterior    : " WS-CANT-MESES-ANT
           DISPLAY "Periodos con problema  : " WS-CANT-FALTANTES
           MOVE WS-CANT-SUCURSALES TO WS-CANT-ED
           DISPLAY "Sucursales informadas  : " WS-CANT-ED
           MOVE WS-CANT-LISTADOS TO WS-CANT-ED
           DISPLAY "Cajeros listados       : " WS-CANT-ED
           DISPLAY "Retencion (anios)      : " WS-RETENCION
           MOVE WS-REG-LEIDOS TO WS-CANT-ED
           DISPLAY "Registros HISTMES      : " WS-CANT-ED
           DISPLAY "Anios archivados       : " WS-ANIOS-ARCHIVADOS
           MOVE WS-REG-ARCHIVADOS TO WS-CANT-ED
           DISPLAY "Registros archivados   : " WS-CANT-ED
           MOVE WS-REG-VIGENTES TO WS-CANT-ED
           DISPLAY "Registros vigentes     : " WS-CANT-ED
           IF RETURN-CODE EQUAL ZERO
              DISPLAY "Anio cerrado           : " WS-ANIO
           ELSE
              DISPLAY "ANIO NO CERRADO"
           END-IF
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
              PERFORM 3000-FINALIZO
           END-IF.

       END PROGRAM CIERRANU.

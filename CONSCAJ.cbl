      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta en linea de un cajero. El operador ingresa
      *          el codigo de cajero por consola y obtiene en una sola
      *          pantalla los datos del maestro MAECAJ.dat (leido por
      *          clave), la recaudacion del mes en curso acumulada en
      *          RESXMES.txt (importe, casos, dias con recaudacion y
      *          ultima fecha), los ultimos seis meses consolidados en
      *          HISTMES.txt (ultima ocurrencia de cada periodo), los
      *          pendientes de conciliacion abiertos en CONCPEND.dat
      *          (leidos por clave desde el codigo de cajero) y las
      *          anulaciones no aplicadas de ANULEXC.txt. Repite la
      *          consulta hasta que se ingresa FIN o un codigo vacio.
      *          Un archivo ausente se informa en su seccion y no
      *          impide ver el resto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCAJ.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT PENDIENTES ASSIGN TO
           'D:\cobol-1\Archivo\CONCPEND.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS DYNAMIC
                                   RECORD KEY   IS PEN-CLAVE-FD
                                   FILE STATUS  IS FS-PENDIENTES.

       SELECT RESXMES ASSIGN TO
           'D:\cobol-1\Archivo\RESXMES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESXMES.

       SELECT HISTMES ASSIGN TO
           'D:\cobol-1\Archivo\HISTMES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-HISTMES.

       SELECT ANULEXC ASSIGN TO
           'D:\cobol-1\Archivo\ANULEXC.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ANULEXC.

       DATA DIVISION.
       FILE SECTION.

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  PENDIENTES.
       01  REG-PENDIENTE-FD.
           03  PEN-CLAVE-FD.
               05  PEN-COD-CAJERO-FD      PIC X(03).
               05  FILLER                 PIC X(02).
               05  PEN-FECHA-FD           PIC X(10).
           03  FILLER                     PIC X(46).

       FD  RESXMES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESXMES-FD                 PIC X(141).

       FD  HISTMES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-HISTMES-FD                 PIC X(72).

       FD  ANULEXC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ANULEXC-FD                 PIC X(76).

       WORKING-STORAGE SECTION.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-NO-HALLADO           VALUE '23'.

       77  FS-PENDIENTES               PIC XX VALUE '  '.
           88 88-PEND-OKEY                    VALUE '00'.
           88 88-PEND-FIN                     VALUE '10'.
           88 88-PEND-NO-HALLADO              VALUE '23'.
           88 88-PEND-NO-EXISTE               VALUE '35'.

       77  FS-RESXMES                  PIC XX VALUE '  '.
           88 88-RESXMES-OKEY                 VALUE '00'.
           88 88-RESXMES-FIN                  VALUE '10'.
           88 88-RESXMES-NO-EXISTE            VALUE '35'.

       77  FS-HISTMES                  PIC XX VALUE '  '.
           88 88-HISTMES-OKEY                 VALUE '00'.
           88 88-HISTMES-FIN                  VALUE '10'.
           88 88-HISTMES-NO-EXISTE            VALUE '35'.

       77  FS-ANULEXC                  PIC XX VALUE '  '.
           88 88-ANULEXC-OKEY                 VALUE '00'.
           88 88-ANULEXC-FIN                  VALUE '10'.
           88 88-ANULEXC-NO-EXISTE            VALUE '35'.

       77  WS-MAESTRO-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-MAESTRO-ABIERTO              VALUE 'S'.

       77  WS-PEND-ABIERTO-SW          PIC X  VALUE 'N'.
           88 88-PEND-ABIERTO                 VALUE 'S'.

       77  WS-FIN-SESION-SW            PIC X  VALUE 'N'.
           88 88-FIN-SESION                   VALUE 'S'.

       77  WS-CODIGO-SW                PIC X  VALUE 'N'.
           88 88-CODIGO-VALIDO                VALUE 'S'.

       77  WS-CAJERO-HALLADO-SW        PIC X  VALUE 'N'.
           88 88-CAJERO-HALLADO               VALUE 'S'.

       77  WS-FIN-PEND-SW              PIC X  VALUE 'N'.
           88 88-FIN-PEND-CAJERO              VALUE 'S'.

       77  WS-HIST-HALLADO-SW          PIC X  VALUE 'N'.
           88 88-HIST-HALLADO                 VALUE 'S'.

       77  WS-ENTRADA                  PIC X(10) VALUE SPACE.
       77  WS-LARGO-ENTRADA            PIC 9(02) VALUE ZERO.

       01  WS-COD-CONSULTA             PIC 9(03) VALUE ZERO.
       01  WS-COD-CONSULTA-X REDEFINES WS-COD-CONSULTA
                                       PIC X(03).

       77  WS-CANT-CONSULTAS           PIC 9(07)   VALUE ZERO.

      * RECAUDACION DEL MES EN CURSO (RESXMES)

       77  WS-RX-PERIODO               PIC X(07)    VALUE SPACE.
       77  WS-RX-IMPORTE               PIC 9(13)V99 VALUE ZERO.
       77  WS-RX-CASOS                 PIC 9(09)    VALUE ZERO.
       77  WS-RX-DIAS                  PIC 9(02)    VALUE ZERO.
       77  WS-RX-ULT-FECHA             PIC X(10)    VALUE SPACE.

      * ULTIMOS MESES CONSOLIDADOS (HISTMES), DEL MAS RECIENTE AL MAS
      * ANTIGUO; LA SEPTIMA ENTRADA SOLO RECIBE EL DESPLAZAMIENTO.

       77  WS-CANT-HIST                PIC 9(04)   VALUE ZERO.
       77  WS-SUB-HIST                 PIC 9(04)   VALUE ZERO.
       77  WS-SUB-HIST-HALLADO         PIC 9(04)   VALUE ZERO.
       77  WS-POS-INSERCION            PIC 9(04)   VALUE ZERO.
       77  WS-SUB-DESPLAZA             PIC 9(04)   VALUE ZERO.

       01  TABLA-HISTORIA.
           03  TH-ENTRADA OCCURS 7 TIMES.
               05  TH-PERIODO           PIC X(07)    VALUE SPACE.
               05  TH-IMPORTE           PIC 9(13)V99 VALUE ZERO.
               05  TH-CASOS             PIC 9(09)    VALUE ZERO.

      * PENDIENTES DE CONCILIACION (CONCPEND) Y ANULACIONES NO
      * APLICADAS (ANULEXC): SE MUESTRAN LOS TRES PRIMEROS DE CADA UNO.

       77  WS-CANT-PEND                PIC 9(04)    VALUE ZERO.
       77  WS-IMP-PEND                 PIC 9(13)V99 VALUE ZERO.
       77  WS-CANT-ANUL                PIC 9(04)    VALUE ZERO.
       77  WS-IMP-ANUL                 PIC 9(13)V99 VALUE ZERO.
       77  WS-SUB-ITEM                 PIC 9(04)    VALUE ZERO.

       01  TABLA-PEND.
           03  TPN-ENTRADA OCCURS 3 TIMES.
               05  TPN-FECHA            PIC X(10)    VALUE SPACE.
               05  TPN-ESTADO           PIC X(15)    VALUE SPACE.
               05  TPN-IMPORTE          PIC 9(13)V99 VALUE ZERO.
               05  TPN-FECHA-ALTA       PIC X(10)    VALUE SPACE.

       01  TABLA-ANUL.
           03  TAX-ENTRADA OCCURS 3 TIMES.
               05  TAX-FECHA            PIC X(10)    VALUE SPACE.
               05  TAX-FORMA-PAGO       PIC X(01)    VALUE SPACE.
               05  TAX-IMPORTE          PIC 9(13)V99 VALUE ZERO.
               05  TAX-MOTIVO           PIC X(22)    VALUE SPACE.

       01  WS-FECHA-HOY.
           03  WS-HOY-AAAA             PIC 9(04) VALUE ZERO.
           03  WS-HOY-MM               PIC 9(02) VALUE ZERO.
           03  WS-HOY-DD               PIC 9(02) VALUE ZERO.

       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.

      * LINEAS DE LA PANTALLA DE CONSULTA (79 POSICIONES)

       01  WS-LIN-DOBLE.
           05  FILLER                  PIC X(79) VALUE ALL '='.

       01  WS-LIN-SIMPLE.
           05  FILLER                  PIC X(79) VALUE ALL '-'.

       01  WS-LIN-TITULO.
           05  FILLER                  PIC X(62) VALUE
               'CONSULTA DE CAJERO'.
           05  FILLER                  PIC X(07) VALUE 'FECHA: '.
           05  WS-TIT-DD               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-TIT-MM               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-TIT-AAAA             PIC 9(04).

       01  WS-LIN-MAESTRO-1.
           05  FILLER                  PIC X(10) VALUE 'CAJERO  : '.
           05  WS-LM-COD-CAJERO        PIC 9(03).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'NOMBRE: '.
           05  WS-LM-NOMBRE            PIC X(30).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'SUCURSAL: '.
           05  WS-LM-SUCURSAL          PIC X(03).

       01  WS-LIN-MAESTRO-2.
           05  FILLER                  PIC X(10) VALUE 'ESTADO  : '.
           05  WS-LM-ESTADO            PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'LEGAJO: '.
           05  WS-LM-LEGAJO            PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'VIGENCIA: '.
           05  WS-LM-DESDE             PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' AL '.
           05  WS-LM-HASTA             PIC X(10).

       01  WS-LIN-SECCION.
           05  FILLER                  PIC X(04) VALUE '--- '.
           05  WS-SEC-TEXTO            PIC X(40).
           05  WS-SEC-INFO             PIC X(35).

       01  WS-INFO-ITEMS.
           05  WS-INF-CANT             PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE
               ' ITEMS TOTAL '.
           05  WS-INF-IMPORTE          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WS-INFO-PERIODO.
           05  FILLER                  PIC X(08) VALUE 'PERIODO '.
           05  WS-INF-PERIODO          PIC X(07).

       01  WS-LIN-MES.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'IMPORTE: '.
           05  WS-LX-IMPORTE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'CASOS: '.
           05  WS-LX-CASOS             PIC ZZZ.ZZZ.ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'DIAS: '.
           05  WS-LX-DIAS              PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'ULTIMO '.
           05  WS-LX-ULT-FECHA         PIC X(10).

       01  WS-LIN-HISTORIA.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  WS-LH-PERIODO           PIC X(07).
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'IMPORTE: '.
           05  WS-LH-IMPORTE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'CASOS: '.
           05  WS-LH-CASOS             PIC ZZZ.ZZZ.ZZ9.

       01  WS-LIN-PEND.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  WS-LP-FECHA             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  WS-LP-ESTADO            PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  WS-LP-IMPORTE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'ALTA: '.
           05  WS-LP-FECHA-ALTA        PIC X(10).

       01  WS-LIN-ANUL.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  WS-LA-FECHA             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  FILLER                  PIC X(04) VALUE 'FP: '.
           05  WS-LA-FORMA-PAGO        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACE.
           05  WS-LA-IMPORTE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  WS-LA-MOTIVO            PIC X(22).

       01  WS-LIN-MENSAJE.
           05  FILLER                  PIC X(03) VALUE SPACE.
           05  WS-MSJ-TEXTO            PIC X(76).

       COPY WMAECAJ.

       COPY WCONCPEND.

       COPY WRES-RECAUDACION.

       COPY WHISTMES.

       COPY WANULEXC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-CONSULTA UNTIL 88-FIN-SESION.

           PERFORM 3000-FINALIZO.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIO.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD

           MOVE WS-HOY-DD   TO WS-TIT-DD
           MOVE WS-HOY-MM   TO WS-TIT-MM
           MOVE WS-HOY-AAAA TO WS-TIT-AAAA

           PERFORM 1100-OPEN-MAESTRO.

           PERFORM 1200-OPEN-PENDIENTES.

       1100-OPEN-MAESTRO.

           OPEN INPUT MAESTRO-CAJ.

           IF FS-MAESTRO EQUAL '00'
              SET 88-MAESTRO-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN EN MAESTRO DE CAJEROS'
              DISPLAY 'ERROR CODE: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1200-OPEN-PENDIENTES.

      * SIN CONCPEND LA CONSULTA SIGUE; LA SECCION LO INFORMA.

           OPEN INPUT PENDIENTES.

           EVALUATE TRUE
               WHEN 88-PEND-OKEY
                    SET 88-PEND-ABIERTO TO TRUE
               WHEN 88-PEND-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN PENDIENTES'
                    DISPLAY 'ERROR CODE: ' FS-PENDIENTES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2000-CONSULTA.

           PERFORM 2100-PEDIR-CAJERO.

           IF 88-CODIGO-VALIDO
              ADD 1 TO WS-CANT-CONSULTAS
              PERFORM 2200-LEER-MAESTRO
              PERFORM 2300-ACUMULAR-RESXMES
              PERFORM 2400-CARGAR-HISTMES
              PERFORM 2500-LEER-PENDIENTES
              PERFORM 2600-LEER-ANULEXC
              PERFORM 2700-MOSTRAR-PANTALLA
           END-IF.

       2100-PEDIR-CAJERO.

      * EL CODIGO SE INGRESA DESDE LA PRIMERA POSICION, DE 1 A 3
      * DIGITOS (7, 07 O 007). FIN O UN INGRESO VACIO TERMINAN.

           MOVE 'N' TO WS-CODIGO-SW
           MOVE SPACE TO WS-ENTRADA

           DISPLAY " "
           DISPLAY "CODIGO DE CAJERO (FIN PARA TERMINAR): "
                   WITH NO ADVANCING
           ACCEPT WS-ENTRADA

           IF WS-ENTRADA EQUAL SPACE
              OR WS-ENTRADA EQUAL 'FIN'
              OR WS-ENTRADA EQUAL 'fin'
              SET 88-FIN-SESION TO TRUE
           ELSE
              MOVE ZERO TO WS-LARGO-ENTRADA
              INSPECT WS-ENTRADA TALLYING WS-LARGO-ENTRADA
                  FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-LARGO-ENTRADA > ZERO
                 AND WS-LARGO-ENTRADA NOT > 3
                 AND WS-ENTRADA (1:WS-LARGO-ENTRADA) NUMERIC
                 AND WS-ENTRADA (WS-LARGO-ENTRADA + 1:) EQUAL SPACE
                 MOVE WS-ENTRADA (1:WS-LARGO-ENTRADA)
                                      TO WS-COD-CONSULTA
                 IF WS-COD-CONSULTA > ZERO
                    SET 88-CODIGO-VALIDO TO TRUE
                 END-IF
              END-IF
              IF NOT 88-CODIGO-VALIDO
                 DISPLAY "CODIGO INVALIDO: " WS-ENTRADA
                         " - SE ESPERAN DE 1 A 3 DIGITOS"
              END-IF
           END-IF.

       2200-LEER-MAESTRO.

           MOVE 'N' TO WS-CAJERO-HALLADO-SW

           INITIALIZE MAESTRO-CAJERO-REG
           MOVE WS-COD-CONSULTA TO MAE-COD-CAJERO-FD

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

       2300-ACUMULAR-RESXMES.

      * SE ACUMULA EL PERIODO MAS RECIENTE QUE RESXMES TENGA PARA EL
      * CAJERO (EL MES EN CURSO MIENTRAS CONSMES NO LO CONSOLIDE).

           MOVE SPACE TO WS-RX-PERIODO
           MOVE SPACE TO WS-RX-ULT-FECHA
           MOVE ZERO  TO WS-RX-IMPORTE
           MOVE ZERO  TO WS-RX-CASOS
           MOVE ZERO  TO WS-RX-DIAS

           OPEN INPUT RESXMES.

           EVALUATE TRUE
               WHEN 88-RESXMES-OKEY
                    PERFORM 2310-LEER-RESXMES UNTIL 88-RESXMES-FIN
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

       2310-LEER-RESXMES.

           READ RESXMES INTO RESUMEN-RECAUDACION-REG

           EVALUATE FS-RESXMES
               WHEN '00'
                   IF TIPO-REGISTRO EQUAL SPACE
                      AND COD-CAJERO NUMERIC
                      AND COD-CAJERO EQUAL WS-COD-CONSULTA
                      PERFORM 2320-ACUMULAR-DIA
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA RESXMES: ' FS-RESXMES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2320-ACUMULAR-DIA.

           IF FECHA-RECAUDACION (1:7) > WS-RX-PERIODO
              MOVE FECHA-RECAUDACION (1:7) TO WS-RX-PERIODO
              MOVE SPACE TO WS-RX-ULT-FECHA
              MOVE ZERO  TO WS-RX-IMPORTE
              MOVE ZERO  TO WS-RX-CASOS
              MOVE ZERO  TO WS-RX-DIAS
           END-IF.

           IF FECHA-RECAUDACION (1:7) EQUAL WS-RX-PERIODO
              ADD IMPORTE        TO WS-RX-IMPORTE
              ADD CANTIDAD-CASOS TO WS-RX-CASOS
              IF FECHA-RECAUDACION > WS-RX-ULT-FECHA
                 ADD 1 TO WS-RX-DIAS
                 MOVE FECHA-RECAUDACION TO WS-RX-ULT-FECHA
              END-IF
           END-IF.

       2400-CARGAR-HISTMES.

           MOVE ZERO TO WS-CANT-HIST
           INITIALIZE TABLA-HISTORIA

           OPEN INPUT HISTMES.

           EVALUATE TRUE
               WHEN 88-HISTMES-OKEY
                    PERFORM 2410-LEER-HISTMES UNTIL 88-HISTMES-FIN
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

       2410-LEER-HISTMES.

           READ HISTMES INTO HIST-RECAUDACION-REG

           EVALUATE FS-HISTMES
               WHEN '00'
                   IF HM-COD-CAJERO NUMERIC
                      AND HM-COD-CAJERO EQUAL WS-COD-CONSULTA
                      PERFORM 2420-UBICAR-PERIODO
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA HISTMES: ' FS-HISTMES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2420-UBICAR-PERIODO.

      * UN PERIODO RECONSOLIDADO REEMPLAZA AL ANTERIOR (VALE LA ULTIMA
      * OCURRENCIA); UNO NUEVO SE INSERTA EN SU LUGAR Y LA TABLA
      * CONSERVA LOS SEIS MAS RECIENTES.

           MOVE 'N' TO WS-HIST-HALLADO-SW
           MOVE ZERO TO WS-SUB-HIST-HALLADO
           MOVE ZERO TO WS-POS-INSERCION

           PERFORM 2430-COMPARAR-PERIODO
               VARYING WS-SUB-HIST FROM 1 BY 1
               UNTIL WS-SUB-HIST > WS-CANT-HIST
               OR 88-HIST-HALLADO.

           IF 88-HIST-HALLADO
              MOVE HM-IMPORTE TO TH-IMPORTE (WS-SUB-HIST-HALLADO)
              MOVE HM-CASOS   TO TH-CASOS   (WS-SUB-HIST-HALLADO)
           ELSE
              IF WS-POS-INSERCION EQUAL ZERO
                 COMPUTE WS-POS-INSERCION = WS-CANT-HIST + 1
              END-IF
              IF WS-POS-INSERCION NOT > 6
                 PERFORM 2440-DESPLAZAR-PERIODO
                     VARYING WS-SUB-DESPLAZA FROM WS-CANT-HIST BY -1
                     UNTIL WS-SUB-DESPLAZA < WS-POS-INSERCION
                 MOVE HM-PERIODO TO TH-PERIODO (WS-POS-INSERCION)
                 MOVE HM-IMPORTE TO TH-IMPORTE (WS-POS-INSERCION)
                 MOVE HM-CASOS   TO TH-CASOS   (WS-POS-INSERCION)
                 IF WS-CANT-HIST < 6
                    ADD 1 TO WS-CANT-HIST
                 END-IF
              END-IF
           END-IF.

       2430-COMPARAR-PERIODO.

           EVALUATE TRUE
               WHEN TH-PERIODO (WS-SUB-HIST) EQUAL HM-PERIODO
                    SET 88-HIST-HALLADO TO TRUE
                    MOVE WS-SUB-HIST TO WS-SUB-HIST-HALLADO
               WHEN TH-PERIODO (WS-SUB-HIST) < HM-PERIODO
                    AND WS-POS-INSERCION EQUAL ZERO
                    MOVE WS-SUB-HIST TO WS-POS-INSERCION
           END-EVALUATE.

       2440-DESPLAZAR-PERIODO.

           MOVE TH-ENTRADA (WS-SUB-DESPLAZA)
             TO TH-ENTRADA (WS-SUB-DESPLAZA + 1).

       2500-LEER-PENDIENTES.

      * CONCPEND ESTA INDEXADO POR CAJERO Y FECHA: SE POSICIONA EN EL
      * PRIMER PENDIENTE DEL CAJERO Y SE LEE MIENTRAS NO CAMBIE.

           MOVE ZERO TO WS-CANT-PEND
           MOVE ZERO TO WS-IMP-PEND
           INITIALIZE TABLA-PEND

           IF 88-PEND-ABIERTO
              MOVE 'N' TO WS-FIN-PEND-SW
              MOVE LOW-VALUE          TO PEN-CLAVE-FD
              MOVE WS-COD-CONSULTA-X  TO PEN-COD-CAJERO-FD
              START PENDIENTES KEY IS NOT LESS THAN PEN-CLAVE-FD
              EVALUATE TRUE
                  WHEN 88-PEND-OKEY
                       PERFORM 2510-LEER-UN-PENDIENTE
                           UNTIL 88-FIN-PEND-CAJERO
                  WHEN 88-PEND-NO-HALLADO
                       CONTINUE
                  WHEN OTHER
                       DISPLAY 'ERROR EN START PENDIENTES: '
                               FS-PENDIENTES
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
              END-EVALUATE
           END-IF.

       2510-LEER-UN-PENDIENTE.

           READ PENDIENTES NEXT RECORD INTO PENDIENTE-REG

           EVALUATE TRUE
               WHEN 88-PEND-OKEY
                    IF PD-COD-CAJERO EQUAL WS-COD-CONSULTA-X
                       PERFORM 2520-GUARDAR-PENDIENTE
                    ELSE
                       SET 88-FIN-PEND-CAJERO TO TRUE
                    END-IF
               WHEN 88-PEND-FIN
                    SET 88-FIN-PEND-CAJERO TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN LECTURA PENDIENTES: '
                            FS-PENDIENTES
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       2520-GUARDAR-PENDIENTE.

           ADD 1 TO WS-CANT-PEND
           ADD PD-IMPORTE TO WS-IMP-PEND

           IF WS-CANT-PEND NOT > 3
              MOVE PD-FECHA      TO TPN-FECHA      (WS-CANT-PEND)
              MOVE PD-ESTADO     TO TPN-ESTADO     (WS-CANT-PEND)
              MOVE PD-IMPORTE    TO TPN-IMPORTE    (WS-CANT-PEND)
              MOVE PD-FECHA-ALTA TO TPN-FECHA-ALTA (WS-CANT-PEND)
           END-IF.

       2600-LEER-ANULEXC.

           MOVE ZERO TO WS-CANT-ANUL
           MOVE ZERO TO WS-IMP-ANUL
           INITIALIZE TABLA-ANUL

           OPEN INPUT ANULEXC.

           EVALUATE TRUE
               WHEN 88-ANULEXC-OKEY
                    PERFORM 2610-LEER-UNA-ANULACION
                        UNTIL 88-ANULEXC-FIN
                    CLOSE ANULEXC
                    IF FS-ANULEXC NOT EQUAL '00'
                       DISPLAY 'ERROR EN CIERRE ANULEXC: ' FS-ANULEXC
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 88-ANULEXC-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN ANULEXC'
                    DISPLAY 'ERROR CODE: ' FS-ANULEXC
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       2610-LEER-UNA-ANULACION.

           READ ANULEXC INTO ANULEXC-REG

           EVALUATE FS-ANULEXC
               WHEN '00'
                   IF AX-COD-CAJERO NUMERIC
                      AND AX-COD-CAJERO EQUAL WS-COD-CONSULTA
                      PERFORM 2620-GUARDAR-ANULACION
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA ANULEXC: ' FS-ANULEXC
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2620-GUARDAR-ANULACION.

           ADD 1 TO WS-CANT-ANUL
           ADD AX-IMPORTE TO WS-IMP-ANUL

           IF WS-CANT-ANUL NOT > 3
              MOVE AX-FECHA      TO TAX-FECHA      (WS-CANT-ANUL)
              MOVE AX-FORMA-PAGO TO TAX-FORMA-PAGO (WS-CANT-ANUL)
              MOVE AX-IMPORTE    TO TAX-IMPORTE    (WS-CANT-ANUL)
              MOVE AX-MOTIVO     TO TAX-MOTIVO     (WS-CANT-ANUL)
           END-IF.

      *----------------------------------------------------------------*
       2700-MOSTRAR-PANTALLA.

           DISPLAY " "
           DISPLAY WS-LIN-DOBLE
           DISPLAY WS-LIN-TITULO
           DISPLAY WS-LIN-DOBLE

           PERFORM 2710-MOSTRAR-MAESTRO.

           PERFORM 2720-MOSTRAR-MES.

           PERFORM 2730-MOSTRAR-HISTORIA.

           PERFORM 2740-MOSTRAR-PENDIENTES.

           PERFORM 2750-MOSTRAR-ANULACIONES.

           DISPLAY WS-LIN-SIMPLE.

       2710-MOSTRAR-MAESTRO.

           MOVE WS-COD-CONSULTA TO WS-LM-COD-CAJERO

           IF 88-CAJERO-HALLADO
              MOVE MC-NOMBRE      TO WS-LM-NOMBRE
              MOVE MC-SUCURSAL    TO WS-LM-SUCURSAL
              IF MC-ESTADO EQUAL 'A'
                 MOVE 'ACTIVO'    TO WS-LM-ESTADO
              ELSE
                 MOVE 'INACTIVO'  TO WS-LM-ESTADO
              END-IF
              IF MC-LEGAJO NUMERIC AND MC-LEGAJO NOT EQUAL ZERO
                 MOVE MC-LEGAJO   TO WS-LM-LEGAJO
              ELSE
                 MOVE 'S/ASIG'    TO WS-LM-LEGAJO
              END-IF
              MOVE MC-FECHA-DESDE TO WS-LM-DESDE
              IF MC-FECHA-HASTA EQUAL SPACE
                 MOVE 'SIN CIERRE' TO WS-LM-HASTA
              ELSE
                 MOVE MC-FECHA-HASTA TO WS-LM-HASTA
              END-IF
           ELSE
              MOVE '*** NO EXISTE EN EL MAESTRO ***' TO WS-LM-NOMBRE
              MOVE SPACE TO WS-LM-SUCURSAL
              MOVE SPACE TO WS-LM-ESTADO
              MOVE SPACE TO WS-LM-LEGAJO
              MOVE SPACE TO WS-LM-DESDE
              MOVE SPACE TO WS-LM-HASTA
           END-IF

           DISPLAY WS-LIN-MAESTRO-1
           DISPLAY WS-LIN-MAESTRO-2.

       2720-MOSTRAR-MES.

           MOVE 'RECAUDACION DEL MES EN CURSO (RESXMES)'
                                      TO WS-SEC-TEXTO
           MOVE SPACE                 TO WS-SEC-INFO

           IF WS-RX-PERIODO NOT EQUAL SPACE
              MOVE WS-RX-PERIODO   TO WS-INF-PERIODO
              MOVE WS-INFO-PERIODO TO WS-SEC-INFO
           END-IF

           DISPLAY WS-LIN-SECCION

           EVALUATE TRUE
               WHEN 88-RESXMES-NO-EXISTE
                    MOVE 'RESXMES NO DISPONIBLE' TO WS-MSJ-TEXTO
                    DISPLAY WS-LIN-MENSAJE
               WHEN WS-RX-PERIODO EQUAL SPACE
                    MOVE 'SIN RECAUDACION EN EL MES' TO WS-MSJ-TEXTO
                    DISPLAY WS-LIN-MENSAJE
               WHEN OTHER
                    MOVE WS-RX-IMPORTE   TO WS-LX-IMPORTE
                    MOVE WS-RX-CASOS     TO WS-LX-CASOS
                    MOVE WS-RX-DIAS      TO WS-LX-DIAS
                    MOVE WS-RX-ULT-FECHA TO WS-LX-ULT-FECHA
                    DISPLAY WS-LIN-MES
           END-EVALUATE.

       2730-MOSTRAR-HISTORIA.

           MOVE 'ULTIMOS MESES CONSOLIDADOS (HISTMES)'
                                      TO WS-SEC-TEXTO
           MOVE SPACE                 TO WS-SEC-INFO

           DISPLAY WS-LIN-SECCION

           EVALUATE TRUE
               WHEN 88-HISTMES-NO-EXISTE
                    MOVE 'HISTMES NO DISPONIBLE' TO WS-MSJ-TEXTO
                    DISPLAY WS-LIN-MENSAJE
               WHEN WS-CANT-HIST EQUAL ZERO
                    MOVE 'SIN MESES CONSOLIDADOS' TO WS-MSJ-TEXTO
                    DISPLAY WS-LIN-MENSAJE
               WHEN OTHER
                    PERFORM 2735-MOSTRAR-UN-MES
                        VARYING WS-SUB-HIST FROM 1 BY 1
                        UNTIL WS-SUB-HIST > WS-CANT-HIST
           END-EVALUATE.

       2735-MOSTRAR-UN-MES.

           MOVE TH-PERIODO (WS-SUB-HIST) TO WS-LH-PERIODO
           MOVE TH-IMPORTE (WS-SUB-HIST) TO WS-LH-IMPORTE
           MOVE TH-CASOS   (WS-SUB-HIST) TO WS-LH-CASOS

           DISPLAY WS-LIN-HISTORIA.

       2740-MOSTRAR-PENDIENTES.

           MOVE 'PENDIENTES DE CONCILIACION (CONCPEND)'
                                      TO WS-SEC-TEXTO
           MOVE WS-CANT-PEND          TO WS-INF-CANT
           MOVE WS-IMP-PEND           TO WS-INF-IMPORTE
           MOVE WS-INFO-ITEMS         TO WS-SEC-INFO

           DISPLAY WS-LIN-SECCION

           EVALUATE TRUE
               WHEN NOT 88-PEND-ABIERTO
                    MOVE 'CONCPEND NO DISPONIBLE' TO WS-MSJ-TEXTO
                    DISPLAY WS-LIN-MENSAJE
               WHEN WS-CANT-PEND EQUAL ZERO
                    MOVE 'SIN PENDIENTES ABIERTOS' TO WS-MSJ-TEXTO
                    DISPLAY WS-LIN-MENSAJE
               WHEN OTHER
                    PERFORM 2745-MOSTRAR-UN-PENDIENTE
                        VARYING WS-SUB-ITEM FROM 1 BY 1
                        UNTIL WS-SUB-ITEM > WS-CANT-PEND
                        OR WS-SUB-ITEM > 3
           END-EVALUATE.

       2745-MOSTRAR-UN-PENDIENTE.

           MOVE TPN-FECHA      (WS-SUB-ITEM) TO WS-LP-FECHA
           MOVE TPN-ESTADO     (WS-SUB-ITEM) TO WS-LP-ESTADO
           MOVE TPN-IMPORTE    (WS-SUB-ITEM) TO WS-LP-IMPORTE
           MOVE TPN-FECHA-ALTA (WS-SUB-ITEM) TO WS-LP-FECHA-ALTA

           DISPLAY WS-LIN-PEND.

       2750-MOSTRAR-ANULACIONES.

           MOVE 'ANULACIONES NO APLICADAS (ANULEXC)'
                                      TO WS-SEC-TEXTO
           MOVE WS-CANT-ANUL          TO WS-INF-CANT
           MOVE WS-IMP-ANUL           TO WS-INF-IMPORTE
           MOVE WS-INFO-ITEMS         TO WS-SEC-INFO

           DISPLAY WS-LIN-SECCION

           EVALUATE TRUE
               WHEN 88-ANULEXC-NO-EXISTE
                    MOVE 'ANULEXC NO DISPONIBLE' TO WS-MSJ-TEXTO
                    DISPLAY WS-LIN-MENSAJE
               WHEN WS-CANT-ANUL EQUAL ZERO
                    MOVE 'SIN ANULACIONES PENDIENTES' TO WS-MSJ-TEXTO
                    DISPLAY WS-LIN-MENSAJE
               WHEN OTHER
                    PERFORM 2755-MOSTRAR-UNA-ANULACION
                        VARYING WS-SUB-ITEM FROM 1 BY 1
                        UNTIL WS-SUB-ITEM > WS-CANT-ANUL
                        OR WS-SUB-ITEM > 3
           END-EVALUATE.

       2755-MOSTRAR-UNA-ANULACION.

           MOVE TAX-FECHA      (WS-SUB-ITEM) TO WS-LA-FECHA
           MOVE TAX-FORMA-PAGO (WS-SUB-ITEM) TO WS-LA-FORMA-PAGO
           MOVE TAX-IMPORTE    (WS-SUB-ITEM) TO WS-LA-IMPORTE
           MOVE TAX-MOTIVO     (WS-SUB-ITEM) TO WS-LA-MOTIVO

           IF WS-LA-FORMA-PAGO EQUAL SPACE
              MOVE 'E' TO WS-LA-FORMA-PAGO
           END-IF

           DISPLAY WS-LIN-ANUL.

      *----------------------------------------------------------------*
       3000-FINALIZO.

           PERFORM 3300-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3300-CIERRO-ARCHIVOS.

           IF 88-MAESTRO-ABIERTO
              CLOSE MAESTRO-CAJ
              MOVE 'N' TO WS-MAESTRO-ABIERTO-SW
              IF FS-MAESTRO NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE MAESTRO-CAJ: ' FS-MAESTRO
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

           IF 88-PEND-ABIERTO
              CLOSE PENDIENTES
              MOVE 'N' TO WS-PEND-ABIERTO-SW
              IF FS-PENDIENTES NOT EQUAL '00'
                 DISPLAY 'ERROR EN CIERRE CONCPEND: ' FS-PENDIENTES
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       3500-IMPRIMIR.

           DISPLAY " "
           DISPLAY "***************************************************"
           MOVE WS-CANT-CONSULTAS TO WS-CANT-ED
           DISPLAY "Consultas realizadas: " WS-CANT-ED
           DISPLAY "***************************************************"
           DISPLAY " ".

       END PROGRAM CONSCAJ.

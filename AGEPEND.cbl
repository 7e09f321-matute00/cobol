      * Author:
      * Date:
      * Purpose: Informe de antiguedad de las diferencias de
      *          conciliacion pendientes (CONCPEND.dat, mantenido por
      *          CONCBAN). Lista los items abiertos por cajero con los
      *          dias habiles transcurridos desde la fecha de alta
      *          (lunes a viernes, sin los feriados nacionales ni los
      *          de la sucursal del cajero segun FERIADOS.txt y
      *          MAECAJ.dat, porque el banco no acredita en feriados)
      *          y marca con *** los que superan el umbral
      *          configurable, porque un faltante de mas de una semana
      *          pasa a ser incidente de tesoreria.
      *          Parametros: [UMBRAL]   (umbral en dias habiles,
      *                                  base 5)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.

       SELECT PENDIENTES ASSIGN TO
           'D:\cobol-1\Archivo\CONCPEND.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS SEQUENTIAL
                                   RECORD KEY   IS PEN-CLAVE-FD
                                   FILE STATUS  IS FS-PENDIENTES.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT FERIADOS ASSIGN TO
           'D:\cobol-1\Archivo\FERIADOS.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-FERIADOS.

       SELECT INFORME ASSIGN TO
           'D:\cobol-1\Archivo\AGEPEND.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       FD  PENDIENTES.
       01  REG-PENDIENTE-FD.
           03  PEN-CLAVE-FD.
               05  PEN-COD-CAJERO-FD      PIC X(03).
               05  FILLER                 PIC X(02).
               05  PEN-FECHA-FD           PIC X(10).
           03  FILLER                     PIC X(46).

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
       77  FS-INFORME                  PIC XX VALUE '  '.
           88 88-INFORME-OKEY                 VALUE '00'.

       77  FS-MAESTRO                  PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-NO-HALLADO           VALUE '23'.

       77  WS-MAESTRO-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-MAESTRO-ABIERTO              VALUE 'S'.

       77  FS-FERIADOS                 PIC XX VALUE '  '.
           88 88-FERIADO-OKEY                 VALUE '00'.
           88 88-FERIADO-FIN                  VALUE '10'.
           88 88-FERIADO-NO-EXISTE            VALUE '35'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-UMBRAL                   PIC 9(03) VALUE 5.

       77  WS-CANT-ABIERTOS            PIC 9(09)   VALUE ZERO.
       77  WS-CANT-VENCIDOS            PIC 9(09)   VALUE ZERO.

       77  WS-FECHA-CALC               PIC X(10)   VALUE SPACE.

       77  WS-SERIAL-LUNES             PIC 9(07)   VALUE ZERO.
       77  WS-SERIAL-DESDE             PIC 9(07)   VALUE ZERO.
       77  WS-SERIAL-CONT              PIC 9(07)   VALUE ZERO.
       77  WS-DIF-LUNES                PIC 9(07)   VALUE ZERO.
       77  WS-DIA-SEM                  PIC 9(01)   VALUE ZERO.
           88 88-DIA-HABIL                    VALUE 0 THRU 4.

       77  WS-CANT-FERIADOS            PIC 9(04)   VALUE ZERO.
       77  WS-FER-SUCURSAL             PIC 9(03)   VALUE ZERO.
       77  WS-FERIADO-SW               PIC X       VALUE 'N'.
           88 88-ES-FERIADO                   VALUE 'S'.

       01  TABLA-FERIADOS.
           03  TFE-ENTRADA OCCURS 3000 TIMES INDEXED BY TFE-IDX.
               05  TFE-SERIAL           PIC 9(07)   VALUE ZERO.
               05  TFE-SUCURSAL         PIC 9(03)   VALUE ZERO.

       01  WS-FECHA-SISTEMA.
           03 WS-SIS-AAAA              PIC 9(04) VALUE ZERO.
           03 WS-SIS-MM                PIC 9(02) VALUE ZERO.
           05  FILLER                  PIC X(10) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'UMBRAL: '.
           05  WS-TIT-UMBRAL           PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE ' DIAS HAB.'.
           05  FILLER                  PIC X(03) VALUE SPACE.

       01  WS-TITULO-2.
           05  FILLER                  PIC X(07) VALUE 'CAJERO'.
           05  FILLER                  PIC X(22) VALUE
               '             IMPORTE'.
           05  FILLER                  PIC X(12) VALUE 'FECHA ALTA'.
           05  FILLER                  PIC X(08) VALUE 'DIAS HAB'.
           05  FILLER                  PIC X(22) VALUE SPACE.

       01  WS-TITULO-3.

       COPY WCONCPEND.

       COPY WMAECAJ.

       COPY WFERIADO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 2300-CALCULAR-SERIAL
           MOVE WS-SERIAL-DIA TO WS-SERIAL-HOY

      * EL 1900-01-01 FUE LUNES: REFERENCIA PARA EL DIA DE LA SEMANA.

           MOVE '1900-01-01' TO WS-FECHA-CALC
           PERFORM 2300-CALCULAR-SERIAL
           MOVE WS-SERIAL-DIA TO WS-SERIAL-LUNES

           PERFORM 1060-ABRIR-MAESTRO.

           PERFORM 1070-CARGAR-FERIADOS.

           PERFORM 1100-OPEN-PENDIENTES.

           PERFORM 1200-OPEN-INFORME.
              ELSE
                 DISPLAY 'ERROR: UMBRAL INVALIDO: '
                         WS-PARM-LINEA (1:3)
                 DISPLAY 'SE ESPERA UN NUMERO DE DIAS (EJ: 005)'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       1060-ABRIR-MAESTRO.

           OPEN INPUT MAESTRO-CAJ.

           IF FS-MAESTRO EQUAL '00'
              SET 88-MAESTRO-ABIERTO TO TRUE
           ELSE
              DISPLAY 'ERROR OPEN EN MAESTRO DE CAJEROS'
              DISPLAY 'ERROR CODE: ' FS-MAESTRO
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1070-CARGAR-FERIADOS.

      * SIN CALENDARIO SOLO SE DESCUENTAN SABADOS Y DOMINGOS.

           OPEN INPUT FERIADOS.

           EVALUATE TRUE
               WHEN 88-FERIADO-OKEY
                    PERFORM 1075-LEER-FERIADO UNTIL 88-FERIADO-FIN
                    CLOSE FERIADOS
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

       1075-LEER-FERIADO.

           READ FERIADOS INTO FERIADO-REG

           EVALUATE FS-FERIADOS
               WHEN '00'
                   IF WS-CANT-FERIADOS EQUAL 3000
                      DISPLAY "ERROR: CAPACIDAD DE TABLA FERIADOS "
                              "EXCEDIDA"
                      MOVE 16 TO RETURN-CODE
                      PERFORM 3000-FINALIZO
                   END-IF
                   ADD 1 TO WS-CANT-FERIADOS
                   MOVE FE-FECHA TO WS-FECHA-CALC
                   PERFORM 2300-CALCULAR-SERIAL
                   MOVE WS-SERIAL-DIA TO TFE-SERIAL   (WS-CANT-FERIADOS)
                   MOVE FE-SUCURSAL   TO TFE-SUCURSAL (WS-CANT-FERIADOS)
               WHEN '10'
                   SET 88-FERIADO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA FERIADOS: ' FS-FERIADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1100-OPEN-PENDIENTES.

           OPEN INPUT PENDIENTES.
           PERFORM 2300-CALCULAR-SERIAL
           MOVE WS-SERIAL-DIA TO WS-SERIAL-ALTA

           PERFORM 2250-CONTAR-DIAS-HABILES

           MOVE PD-COD-CAJERO   TO WS-INF-CAJERO
           MOVE PD-FECHA        TO WS-INF-FECHA
              PERFORM 3000-FINALIZO
           END-IF.

       2250-CONTAR-DIAS-HABILES.

      * DIAS HABILES POSTERIORES A LA FECHA DE ALTA HASTA HOY: SE
      * DESCARTAN SABADOS, DOMINGOS Y LOS FERIADOS NACIONALES O DE LA
      * SUCURSAL DEL CAJERO (SIN SUCURSAL SI NO ESTA EN EL MAESTRO).

           MOVE ZERO TO WS-DIAS-ABIERTO
           MOVE ZERO TO WS-FER-SUCURSAL

           IF PD-COD-CAJERO NUMERIC
              PERFORM 2270-LEER-MAESTRO
           END-IF

           IF WS-SERIAL-HOY > WS-SERIAL-ALTA
              COMPUTE WS-SERIAL-DESDE = WS-SERIAL-ALTA + 1
              PERFORM 2260-EVALUAR-UN-DIA
                  VARYING WS-SERIAL-CONT FROM WS-SERIAL-DESDE BY 1
                  UNTIL WS-SERIAL-CONT > WS-SERIAL-HOY
           END-IF.

       2260-EVALUAR-UN-DIA.

           COMPUTE WS-DIF-LUNES = WS-SERIAL-CONT - WS-SERIAL-LUNES
           DIVIDE WS-DIF-LUNES BY 7 GIVING WS-COCIENTE
               REMAINDER WS-DIA-SEM

           IF 88-DIA-HABIL
              MOVE 'N' TO WS-FERIADO-SW
              PERFORM 2265-COMPARAR-FERIADO
                  VARYING TFE-IDX FROM 1 BY 1
                  UNTIL TFE-IDX > WS-CANT-FERIADOS
                  OR 88-ES-FERIADO
              IF NOT 88-ES-FERIADO
                 ADD 1 TO WS-DIAS-ABIERTO
              END-IF
           END-IF.

       2265-COMPARAR-FERIADO.

           IF TFE-SERIAL (TFE-IDX) EQUAL WS-SERIAL-CONT
              AND (TFE-SUCURSAL (TFE-IDX) EQUAL ZERO
                   OR TFE-SUCURSAL (TFE-IDX) EQUAL WS-FER-SUCURSAL)
              SET 88-ES-FERIADO TO TRUE
           END-IF.

       2270-LEER-MAESTRO.

           MOVE PD-COD-CAJERO TO MAE-COD-CAJERO-FD

           READ MAESTRO-CAJ INTO MAESTRO-CAJERO-REG
               KEY IS MAE-COD-CAJERO-FD

           EVALUATE TRUE
               WHEN 88-MAESTRO-OKEY
                    MOVE MC-SUCURSAL TO WS-FER-SUCURSAL
               WHEN 88-MAESTRO-NO-HALLADO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR EN LECTURA MAESTRO-CAJ: ' FS-MAESTRO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       2300-CALCULAR-SERIAL.

      * NUMERO DE DIA CORRELATIVO DE UNA FECHA AAAA-MM-DD PARA PODER
              CLOSE PENDIENTES
           END-IF.

           IF 88-MAESTRO-ABIERTO
              CLOSE MAESTRO-CAJ
              MOVE 'N' TO WS-MAESTRO-ABIERTO-SW
           END-IF.

           IF 88-INFORME-OKEY
              CLOSE INFORME
           END-IF.
           DISPLAY "Sobre umbral        : " WS-CANT-ED
           MOVE WS-IMP-ABIERTO TO WS-IMP-ED
           DISPLAY "Importe abierto     : " WS-IMP-ED
           DISPLAY "Umbral dias habiles : " WS-UMBRAL
           DISPLAY "***************************************************"
           DISPLAY " ".


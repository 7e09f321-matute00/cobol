                                   FILE STATUS  IS FS-BRECHAS.

       SELECT MAESTRO-CAJ ASSIGN TO
           'D:\cobol-1\Archivo\MAECAJ.dat'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE  IS RANDOM
                                   RECORD KEY   IS MAE-COD-CAJERO-FD
                                   ALTERNATE RECORD KEY IS
                                       MAE-LEGAJO-FD WITH DUPLICATES
                                   FILE STATUS  IS FS-MAESTRO.

       SELECT ANULEXC ASSIGN TO
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ANULEXC.

       SELECT ANULLOG ASSIGN TO
           'D:\cobol-1\Archivo\ANULLOG.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ANULLOG.

       SELECT AUDITORIA ASSIGN TO
           'D:\cobol-1\Archivo\AUDITRUN.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-AUDITORIA.

       SELECT FERIADOS ASSIGN TO
           'D:\cobol-1\Archivo\FERIADOS.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-FERIADOS.

       SELECT LOTES ASSIGN TO
           'D:\cobol-1\Archivo\LOTESPRC.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-LOTES.

       SELECT RESG-RESUMEN ASSIGN TO WS-RESG-RES-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESG-RESUMEN.

       SELECT RESG-RECHAZOS ASSIGN TO WS-RESG-REC-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESG-RECHAZOS.

       SELECT RESG-ANULEXC ASSIGN TO WS-RESG-ANU-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESG-ANULEXC.

       SELECT CATALOGO ASSIGN TO
           'D:\cobol-1\Archivo\CATRES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.

           BLOCK 0.
       01  REG-BRECHA-FD                  PIC X(30).

       FD  MAESTRO-CAJ.
       01  REG-MAESTRO-FD.
           03  MAE-COD-CAJERO-FD          PIC 9(03).
           03  FILLER                     PIC X(39).
           03  MAE-ESTADO-FD              PIC X(01).
           03  FILLER                     PIC X(26).
           03  MAE-LEGAJO-FD              PIC 9(06).

       FD  ANULEXC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ANULEXC-FD                 PIC X(76).

       FD  ANULLOG
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ANULLOG-FD                 PIC X(63).

       FD  AUDITORIA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AUDITORIA-FD               PIC X(114).

       FD  FERIADOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FERIADO-FD                 PIC X(47).

       FD  LOTES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-LOTES-FD                   PIC X(72).

       FD  RESG-RESUMEN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESG-RES-FD                PIC X(141).

       FD  RESG-RECHAZOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESG-REC-FD                PIC X(55).

       FD  RESG-ANULEXC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESG-ANU-FD                PIC X(76).

       FD  CATALOGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CATALOGO-FD                PIC X(89).

       WORKING-STORAGE SECTION.

       77  FS-RECAUDACION              PIC XX VALUE '  '.

       77  FS-MAESTRO                   PIC XX VALUE '  '.
           88 88-MAESTRO-OKEY                 VALUE '00'.
           88 88-MAESTRO-NO-HALLADO           VALUE '23'.

       77  WS-MAESTRO-ABIERTO-SW       PIC X  VALUE 'N'.
           88 88-MAESTRO-ABIERTO              VALUE 'S'.

       77  WS-CAJERO-HALLADO-SW        PIC X  VALUE 'N'.
           88 88-CAJERO-HALLADO               VALUE 'S'.

       77  WS-BUSQ-INF                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-SUP                 PIC 9(04)   VALUE ZERO.
       77  WS-BUSQ-MED                 PIC 9(04)   VALUE ZERO.
       77  FS-ANULEXC                   PIC XX VALUE '  '.
           88 88-ANULEXC-OKEY                 VALUE '00'.

       77  FS-ANULLOG                   PIC XX VALUE '  '.
           88 88-ANULLOG-OKEY                 VALUE '00'.

       77  FS-AUDITORIA                 PIC XX VALUE '  '.
           88 88-AUDIT-OKEY                   VALUE '00' '05'.

       77  WS-AUD-GRABADA-SW           PIC X  VALUE 'N'.
           88 88-AUD-GRABADA                  VALUE 'S'.

       77  WS-LOTE-REGISTRADO-SW       PIC X  VALUE 'N'.
           88 88-LOTE-REGISTRADO              VALUE 'S'.

       77  WS-RC-RESGUARDO             PIC 9(04) VALUE ZERO.

       77  FS-FERIADOS                  PIC XX VALUE '  '.
           88 88-FERIADO-OKEY                 VALUE '00'.
           88 88-FERIADO-FIN                  VALUE '10'.
           88 88-FERIADO-NO-EXISTE            VALUE '35'.

       77  WS-CANT-FERIADOS            PIC 9(04)   VALUE ZERO.
       77  WS-FER-SUCURSAL             PIC 9(03)   VALUE ZERO.
       77  WS-FERIADO-SW               PIC X       VALUE 'N'.
           88 88-ES-FERIADO                   VALUE 'S'.
       77  WS-BRECHAS-FERIADO          PIC 9(09)   VALUE ZERO.
       77  WS-BRECHAS-FERIADO-ED       PIC ZZZ.ZZZ.ZZ9.

       77  FS-LOTES                     PIC XX VALUE '  '.
           88 88-LOTES-OKEY                   VALUE '00'.
           88 88-LOTES-FIN                    VALUE '10'.
           88 88-LOTES-NO-EXISTE              VALUE '35'.

       77  WS-LOTE-CABECERA-SW         PIC X  VALUE 'N'.
           88 88-LOTE-CON-CABECERA            VALUE 'S'.
       77  WS-LOTE-TRAILER-SW          PIC X  VALUE 'N'.
           88 88-LOTE-CON-TRAILER             VALUE 'S'.
       77  WS-LOTE-REPETIDO-SW         PIC X  VALUE 'N'.
           88 88-LOTE-REPETIDO                VALUE 'S'.
       77  WS-FECHA-VALIDA-SW          PIC X  VALUE 'S'.
           88 88-FECHA-VALIDA                 VALUE 'S'.
           88 88-FECHA-INVALIDA               VALUE 'N'.

       77  WS-LOTE-SUCURSAL            PIC 9(03)   VALUE ZERO.
       77  WS-LOTE-NUMERO              PIC 9(06)   VALUE ZERO.
       77  WS-LOTE-FECHA               PIC X(10)   VALUE SPACE.
       77  WS-LOTE-CANT-REG            PIC 9(09)   VALUE ZERO.
       77  WS-LOTE-CANT-ANUL           PIC 9(09)   VALUE ZERO.
       77  WS-LOTE-IMP-RECAU           PIC 9(13)V99 VALUE ZERO.
       77  WS-LOTE-IMP-ANUL            PIC 9(13)V99 VALUE ZERO.
       77  WS-LOTE-IMP-NETO            PIC S9(13)V99 VALUE ZERO.
       77  WS-TRL-CANT-REG             PIC 9(09)   VALUE ZERO.
       77  WS-TRL-CANT-ANUL            PIC 9(09)   VALUE ZERO.
       77  WS-TRL-IMP-NETO             PIC S9(13)V99 VALUE ZERO.
       77  WS-LOTE-CANT-ED             PIC ZZZ.ZZZ.ZZ9.
       77  WS-LOTE-IMP-ED              PIC -.---.---.---.--9,99.

       77  FS-RESG-RESUMEN             PIC XX VALUE '  '.
       77  FS-RESG-RECHAZOS            PIC XX VALUE '  '.
       77  FS-RESG-ANULEXC             PIC XX VALUE '  '.

       77  FS-CATALOGO                 PIC XX VALUE '  '.
           88 88-CATALOGO-OKEY                VALUE '00'.
           88 88-CATALOGO-FIN                 VALUE '10'.
           88 88-CATALOGO-NO-EXISTE           VALUE '35'.

       77  WS-COPIA-FIN-SW             PIC X  VALUE 'N'.
           88 88-COPIA-FIN                    VALUE 'S'.

       77  WS-DIAS-RETENCION           PIC 9(03)   VALUE 90.
       77  WS-DIAS-ANTIG               PIC S9(07)  VALUE ZERO.
       77  WS-RESG-CANT-RES            PIC 9(07)   VALUE ZERO.
       77  WS-RESG-CANT-REC            PIC 9(07)   VALUE ZERO.
       77  WS-RESG-CANT-ANU            PIC 9(07)   VALUE ZERO.
       77  WS-CANT-CATALOGO            PIC 9(04)   VALUE ZERO.
       77  WS-SUB-CAT                  PIC 9(04)   VALUE ZERO.
       77  WS-CAT-DEPURADOS            PIC 9(04)   VALUE ZERO.
       77  WS-CAT-ED                   PIC Z.ZZ9.

       77  WS-SERIAL-HOY               PIC 9(07)   VALUE ZERO.
       77  WS-SERIAL-DIA               PIC 9(07)   VALUE ZERO.
       77  WS-CAL-AAAA                 PIC 9(04)   VALUE ZERO.
       77  WS-CAL-MM                   PIC 9(02)   VALUE ZERO.
       77  WS-CAL-DD                   PIC 9(02)   VALUE ZERO.
       77  WS-CAL-M2                   PIC 9(02)   VALUE ZERO.
       77  WS-CAL-Y2                   PIC 9(04)   VALUE ZERO.
       77  WS-CAL-T1                   PIC 9(07)   VALUE ZERO.
       77  WS-COCIENTE                 PIC 9(07)   VALUE ZERO.
       77  WS-RESTO                    PIC 9(04)   VALUE ZERO.
       77  WS-FECHA-CALC               PIC X(10)   VALUE SPACE.

       01  WS-RESG-RES-NOMBRE.
           03  FILLER                  PIC X(27) VALUE
               'D:\cobol-1\Archivo\RESXDIA2'.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-RESG-RES-FECHA       PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-RESG-RES-SUCURSAL    PIC 9(03) VALUE ZERO.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-RESG-RES-LOTE        PIC 9(06) VALUE ZERO.
           03  FILLER                  PIC X(04) VALUE '.txt'.

       01  WS-RESG-REC-NOMBRE.
           03  FILLER                  PIC X(27) VALUE
               'D:\cobol-1\Archivo\RECHAZOS'.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-RESG-REC-FECHA       PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-RESG-REC-SUCURSAL    PIC 9(03) VALUE ZERO.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-RESG-REC-LOTE        PIC 9(06) VALUE ZERO.
           03  FILLER                  PIC X(04) VALUE '.txt'.

       01  WS-RESG-ANU-NOMBRE.
           03  FILLER                  PIC X(26) VALUE
               'D:\cobol-1\Archivo\ANULEXC'.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-RESG-ANU-FECHA       PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-RESG-ANU-SUCURSAL    PIC 9(03) VALUE ZERO.
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-RESG-ANU-LOTE        PIC 9(06) VALUE ZERO.
           03  FILLER                  PIC X(04) VALUE '.txt'.

       01  TABLA-CATALOGO.
           03  TCR-ENTRADA OCCURS 1000 TIMES INDEXED BY TCR-IDX
                                         PIC X(89) VALUE SPACE.

       01  WS-FECHA-SISTEMA.
           03 WS-SIS-AAAA              PIC 9(04) VALUE ZERO.
           03 WS-SIS-MM                PIC 9(02) VALUE ZERO.
               05  TP-COLUMNA OCCURS 400 TIMES INDEXED BY TP-FC-IDX
                                         PIC X VALUE 'N'.

       01  TABLA-FERIADOS.
           03  TFE-ENTRADA OCCURS 3000 TIMES INDEXED BY TFE-IDX.
               05  TFE-FECHA            PIC X(10)   VALUE SPACE.
               05  TFE-SUCURSAL         PIC 9(03)   VALUE ZERO.

       01  WS-BRECHA-LINEA.
           05  WS-BR-CAJERO            PIC 9(03).

       COPY WANULEXC.

       COPY WANULLOG.

       COPY WAUDITORIA.

       COPY WRECCTL.

       COPY WFERIADO.

       COPY WLOTEPRC.

       COPY WCATRES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM 1050-LEER-PARAMETROS.

           PERFORM 1060-CONTROLAR-LOTE.

           PERFORM 1100-OPEN-RECAUDACION.

           PERFORM 1120-ABRIR-MAESTRO.

           PERFORM 1145-CARGAR-FERIADOS.

           PERFORM 1150-LEER-CHECKPOINT.


           PERFORM 1280-OPEN-ANULEXC.

           PERFORM 1285-OPEN-ANULLOG.

           PERFORM 1300-PRIMERA-LECTURA.

       1010-MARCAR-INICIO.
                      " A " WS-FECHA-HASTA
           END-IF.

       1060-CONTROLAR-LOTE.

      * RECDIAR LLEGA DE LA SUCURSAL COMO UN LOTE: CABECERA (HDR) AL
      * PRINCIPIO Y TRAILER (TRL) AL FINAL, VER WRECCTL. ANTES DE
      * ABRIR RESXDIA2 SE RECORRE EL ARCHIVO COMPLETO Y SE CONTROLA EL
      * DETALLE CONTRA EL TRAILER. UN LOTE INCOMPLETO O INCONSISTENTE
      * TERMINA CON RETURN-CODE 20 Y UN LOTE YA PROCESADO (SUCURSAL Y
      * NUMERO DE LOTE EN LOTESPRC) CON RETURN-CODE 24, EN AMBOS CASOS
      * SIN TOCAR LAS SALIDAS DEL DIA.

           OPEN INPUT RECAUDACION-D.

              PERFORM 3000-FINALIZO
           END-IF.

           PERFORM 1062-LEER-CONTROL-LOTE UNTIL 88-RECAU-FIN.

           CLOSE RECAUDACION-D.

           PERFORM 1066-VERIFICAR-TRAILER.

           PERFORM 1070-BUSCAR-LOTE-PROCESADO.

       1062-LEER-CONTROL-LOTE.

           READ RECAUDACION-D INTO RECAUDACION-REG

           EVALUATE FS-RECAUDACION
               WHEN '00'
                   MOVE RECAUDACION-REG TO RECAU-CONTROL-REG
                   PERFORM 1064-CLASIFICAR-REGISTRO-LOTE
               WHEN '10'
                   SET 88-RECAU-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA RECAUDACION-D: '
                           FS-RECAUDACION
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1064-CLASIFICAR-REGISTRO-LOTE.

           IF 88-LOTE-CON-TRAILER
              DISPLAY 'ERROR: LOTE CON REGISTROS POSTERIORES AL TRAILER'
              MOVE 20 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           EVALUATE TRUE
               WHEN 88-RCT-CABECERA
                   IF 88-LOTE-CON-CABECERA OR WS-LOTE-CANT-REG > ZERO
                      DISPLAY 'ERROR: CABECERA DE LOTE FUERA DE LUGAR'
                      MOVE 20 TO RETURN-CODE
                      PERFORM 3000-FINALIZO
                   END-IF
                   PERFORM 1068-VALIDAR-FECHA-LOTE
                   IF RH-SUCURSAL NUMERIC AND RH-NUMERO-LOTE NUMERIC
                      AND 88-FECHA-VALIDA
                      SET 88-LOTE-CON-CABECERA TO TRUE
                      MOVE RH-SUCURSAL      TO WS-LOTE-SUCURSAL
                      MOVE RH-NUMERO-LOTE   TO WS-LOTE-NUMERO
                      MOVE RH-FECHA-NEGOCIO TO WS-LOTE-FECHA
                   ELSE
                      DISPLAY 'ERROR: CABECERA DE LOTE INVALIDA: '
                              RECAU-CONTROL-REG
                      MOVE 20 TO RETURN-CODE
                      PERFORM 3000-FINALIZO
                   END-IF
               WHEN 88-RCT-TRAILER
                   IF RT-CANT-REGISTROS   NUMERIC AND
                      RT-IMPORTE-NETO     NUMERIC AND
                      RT-CANT-ANULACIONES NUMERIC
                      SET 88-LOTE-CON-TRAILER TO TRUE
                      MOVE RT-CANT-REGISTROS   TO WS-TRL-CANT-REG
                      MOVE RT-IMPORTE-NETO     TO WS-TRL-IMP-NETO
                      MOVE RT-CANT-ANULACIONES TO WS-TRL-CANT-ANUL
                   ELSE
                      DISPLAY 'ERROR: TRAILER DE LOTE INVALIDO: '
                              RECAU-CONTROL-REG
                      MOVE 20 TO RETURN-CODE
                      PERFORM 3000-FINALIZO
                   END-IF
               WHEN OTHER
                   IF NOT 88-LOTE-CON-CABECERA
                      DISPLAY 'ERROR: LOTE SIN REGISTRO DE CABECERA'
                      MOVE 20 TO RETURN-CODE
                      PERFORM 3000-FINALIZO
                   END-IF
                   PERFORM 1065-ACUMULAR-DETALLE-LOTE
           END-EVALUATE.

       1065-ACUMULAR-DETALLE-LOTE.

      * SE CUENTAN TODOS LOS REGISTROS DE DETALLE, TAMBIEN LOS QUE
      * DESPUES SE RECHACEN: EL TRAILER DESCRIBE LO QUE LA SUCURSAL
      * ENVIO, NO LO QUE CORTE2 ACEPTA.

           ADD 1 TO WS-LOTE-CANT-REG

           IF 88-MOV-ANULACION
              ADD 1 TO WS-LOTE-CANT-ANUL
           END-IF

           IF IMPORTE IN RECAUDACION-REG NUMERIC
              IF 88-MOV-ANULACION
                 ADD IMPORTE IN RECAUDACION-REG TO WS-LOTE-IMP-ANUL
              ELSE
                 ADD IMPORTE IN RECAUDACION-REG TO WS-LOTE-IMP-RECAU
              END-IF
           END-IF.

       1066-VERIFICAR-TRAILER.

           IF NOT 88-LOTE-CON-CABECERA
              DISPLAY 'ERROR: LOTE SIN REGISTRO DE CABECERA'
              MOVE 20 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           IF NOT 88-LOTE-CON-TRAILER
              DISPLAY 'ERROR: LOTE SIN TRAILER, ARCHIVO INCOMPLETO'
              DISPLAY 'SUCURSAL: ' WS-LOTE-SUCURSAL
                      '  LOTE: ' WS-LOTE-NUMERO
              MOVE 20 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           COMPUTE WS-LOTE-IMP-NETO = WS-LOTE-IMP-RECAU
                                    - WS-LOTE-IMP-ANUL

           IF WS-LOTE-CANT-REG  EQUAL WS-TRL-CANT-REG  AND
              WS-LOTE-IMP-NETO  EQUAL WS-TRL-IMP-NETO  AND
              WS-LOTE-CANT-ANUL EQUAL WS-TRL-CANT-ANUL
              DISPLAY " "
              DISPLAY 'LOTE CONTROLADO - SUCURSAL: ' WS-LOTE-SUCURSAL
                      '  LOTE: ' WS-LOTE-NUMERO
                      '  FECHA: ' WS-LOTE-FECHA
           ELSE
              DISPLAY " "
              DISPLAY 'ERROR: EL DETALLE NO COINCIDE CON EL TRAILER'
              DISPLAY 'SUCURSAL: ' WS-LOTE-SUCURSAL
                      '  LOTE: ' WS-LOTE-NUMERO
                      '  FECHA: ' WS-LOTE-FECHA
              MOVE WS-TRL-CANT-REG   TO WS-LOTE-CANT-ED
              DISPLAY 'REGISTROS    TRAILER: ' WS-LOTE-CANT-ED
              MOVE WS-LOTE-CANT-REG  TO WS-LOTE-CANT-ED
              DISPLAY '             LEIDOS : ' WS-LOTE-CANT-ED
              MOVE WS-TRL-IMP-NETO   TO WS-LOTE-IMP-ED
              DISPLAY 'IMPORTE NETO TRAILER: ' WS-LOTE-IMP-ED
              MOVE WS-LOTE-IMP-NETO  TO WS-LOTE-IMP-ED
              DISPLAY '             LEIDO  : ' WS-LOTE-IMP-ED
              MOVE WS-TRL-CANT-ANUL  TO WS-LOTE-CANT-ED
              DISPLAY 'ANULACIONES  TRAILER: ' WS-LOTE-CANT-ED
              MOVE WS-LOTE-CANT-ANUL TO WS-LOTE-CANT-ED
              DISPLAY '             LEIDAS : ' WS-LOTE-CANT-ED
              DISPLAY 'LOTE RECHAZADO, RESXDIA2 NO SE GENERA'
              MOVE 20 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1068-VALIDAR-FECHA-LOTE.

      * LA FECHA DE NEGOCIO DE LA CABECERA NOMBRA LAS COPIAS FECHADAS
      * Y LA ENTRADA DE CATRES: DEBE VENIR COMO AAAA-MM-DD.

           SET 88-FECHA-VALIDA TO TRUE

           IF RH-FECHA-NEGOCIO (1:4) NUMERIC
              AND RH-FECHA-NEGOCIO (5:1) EQUAL '-'
              AND RH-FECHA-NEGOCIO (6:2) NUMERIC
              AND RH-FECHA-NEGOCIO (8:1) EQUAL '-'
              AND RH-FECHA-NEGOCIO (9:2) NUMERIC
              IF RH-FECHA-NEGOCIO (6:2) < '01'
                 OR RH-FECHA-NEGOCIO (6:2) > '12'
                 OR RH-FECHA-NEGOCIO (9:2) < '01'
                 OR RH-FECHA-NEGOCIO (9:2) > '31'
                 SET 88-FECHA-INVALIDA TO TRUE
              END-IF
           ELSE
              SET 88-FECHA-INVALIDA TO TRUE
           END-IF.

           IF 88-FECHA-INVALIDA
              DISPLAY 'ERROR: FECHA DE NEGOCIO INVALIDA EN CABECERA: '
                      RH-FECHA-NEGOCIO
           END-IF.

       1070-BUSCAR-LOTE-PROCESADO.

           OPEN INPUT LOTES.

           EVALUATE TRUE
               WHEN 88-LOTES-OKEY
                   PERFORM 1072-LEER-LOTE-PROCESADO
                       UNTIL 88-LOTES-FIN OR 88-LOTE-REPETIDO
                   CLOSE LOTES
               WHEN 88-LOTES-NO-EXISTE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR OPEN EN LOTESPRC'
                   DISPLAY 'ERROR CODE: ' FS-LOTES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-LOTE-REPETIDO
              DISPLAY " "
              DISPLAY 'ERROR: LOTE YA PROCESADO - SUCURSAL: '
                      WS-LOTE-SUCURSAL '  LOTE: ' WS-LOTE-NUMERO
              DISPLAY 'PROCESADO EL ' LP-FECHA-PROCESO
                      ' A LAS ' LP-HORA-PROCESO
              DISPLAY 'LOTE RECHAZADO, RESXDIA2 NO SE GENERA'
              MOVE 24 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1072-LEER-LOTE-PROCESADO.

           READ LOTES INTO LOTE-PROCESADO-REG

           EVALUATE FS-LOTES
               WHEN '00'
                   IF LP-SUCURSAL    EQUAL WS-LOTE-SUCURSAL AND
                      LP-NUMERO-LOTE EQUAL WS-LOTE-NUMERO
                      SET 88-LOTE-REPETIDO TO TRUE
                   END-IF
               WHEN '10'
                   SET 88-LOTES-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA LOTESPRC: ' FS-LOTES
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1100-OPEN-RECAUDACION.

           OPEN INPUT RECAUDACION-D.

           IF FS-RECAUDACION EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN NOVEDAD'
              DISPLAY 'ERROR CODE: ' FS-RECAUDACION
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
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

       1145-CARGAR-FERIADOS.

      * CALENDARIO DE FERIADOS PARA EL INFORME DE BRECHAS: UN CAJERO
      * SIN ACTIVIDAD EN UN FERIADO NACIONAL O DE SU SUCURSAL NO ES UNA
      * BRECHA. SIN CALENDARIO SE INFORMAN TODAS COMO ANTES.

           OPEN INPUT FERIADOS.

           EVALUATE TRUE
               WHEN 88-FERIADO-OKEY
                    PERFORM 1146-LEER-FERIADO UNTIL 88-FERIADO-FIN
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

       1146-LEER-FERIADO.

           READ FERIADOS INTO FERIADO-REG

           EVALUATE FS-FERIADOS
               WHEN '00'
                   IF WS-CANT-FERIADOS EQUAL 3000
                      DISPLAY " "
                      DISPLAY "ERROR: CAPACIDAD DE TABLA FERIADOS "
                              "EXCEDIDA"
                      MOVE 16 TO RETURN-CODE
                      PERFORM 3000-FINALIZO
                   END-IF
                   ADD 1 TO WS-CANT-FERIADOS
                   MOVE FE-FECHA    TO TFE-FECHA    (WS-CANT-FERIADOS)
                   MOVE FE-SUCURSAL TO TFE-SUCURSAL (WS-CANT-FERIADOS)
               WHEN '10'
                   SET 88-FERIADO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA FERIADOS: ' FS-FERIADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1150-LEER-CHECKPOINT.

              PERFORM 3000-FINALIZO
           END-IF.

       1285-OPEN-ANULLOG.

      * ANULLOG ES EL REGISTRO PERMANENTE DE ANULACIONES PARA EL
      * MONITOREO DE ANULMON: SIEMPRE SE AGREGA AL FINAL.

           OPEN EXTEND ANULLOG.

           IF FS-ANULLOG EQUAL '35'
              OPEN OUTPUT ANULLOG
           END-IF.

           IF FS-ANULLOG EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN ANULLOG'
              DISPLAY 'ERROR CODE: ' FS-ANULLOG
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1300-PRIMERA-LECTURA.

           IF 88-ES-RESTART

           EVALUATE FS-RECAUDACION
               WHEN '00'
                   MOVE RECAUDACION-REG TO RECAU-CONTROL-REG
                   IF 88-RCT-CABECERA OR 88-RCT-TRAILER
                      SET 88-REG-INVALIDO TO TRUE
                   ELSE
                      PERFORM 2055-VALIDAR-CONTENIDO
                      IF 88-REG-VALIDO
                         ADD 1 TO WS-LEIDOS
                         ADD IMPORTE IN RECAUDACION-REG TO WS-IMP-LEID
                         PERFORM 2060-VALIDAR-RANGO-FECHA
                      ELSE
                         PERFORM 2150-RECHAZAR
                      END-IF
                   END-IF
               WHEN '10'
                   SET 88-RECAU-FIN TO TRUE

       2056-VALIDAR-CAJERO.

           MOVE COD-CAJERO IN RECAUDACION-REG TO MAE-COD-CAJERO-FD
           PERFORM 2057-LEER-MAESTRO

           EVALUATE TRUE
               WHEN NOT 88-CAJERO-HALLADO
                    SET 88-REG-INVALIDO TO TRUE
                    MOVE 'CAJERO INEXISTENTE' TO WS-MOTIVO-RECHAZO
               WHEN MC-ESTADO NOT EQUAL 'A'
                    SET 88-REG-INVALIDO TO TRUE
                    MOVE 'CAJERO INACTIVO' TO WS-MOTIVO-RECHAZO
               WHEN FECHA-RECAUDACION IN RECAUDACION-REG
                       < MC-FECHA-DESDE
                    SET 88-REG-INVALIDO TO TRUE
                    MOVE 'FUERA DE VIGENCIA' TO WS-MOTIVO-RECHAZO
               WHEN MC-FECHA-HASTA NOT EQUAL SPACE
                    AND FECHA-RECAUDACION IN RECAUDACION-REG
                       > MC-FECHA-HASTA
                    SET 88-REG-INVALIDO TO TRUE
                    MOVE 'FUERA DE VIGENCIA' TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

       2057-LEER-MAESTRO.

      * LEE POR CLAVE EL CAJERO INFORMADO EN MAE-COD-CAJERO-FD Y LO DEJA
      * EN MAESTRO-CAJERO-REG.

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

       2060-VALIDAR-RANGO-FECHA.

       2650-BUSCAR-NOMBRE-CAJA.

           MOVE WS-COD-CAJA TO MAE-COD-CAJERO-FD
           PERFORM 2057-LEER-MAESTRO

           IF 88-CAJERO-HALLADO
              MOVE MC-NOMBRE TO WS-NOMBRE-CAJA
           ELSE
              MOVE SPACE TO WS-NOMBRE-CAJA
           END-IF.
              OR IMPORTE IN RECAUDACION-REG > WS-IMP-FORMA
              ADD 1 TO WS-ANUL-EXCEP
              PERFORM 2760-ESCRIBIR-ANULEXC
              SET 88-AL-EXCEPCION TO TRUE
           ELSE
              SUBTRACT IMPORTE IN RECAUDACION-REG FROM WS-IMPOR-FECHA
              PERFORM 2755-NETEAR-FORMA
              ADD 1 TO WS-ANULADOS
              ADD IMPORTE IN RECAUDACION-REG TO WS-IMP-ANUL
              SET 88-AL-NETEADA TO TRUE
           END-IF

           PERFORM 2770-REGISTRAR-ANULACION.

       2755-NETEAR-FORMA.

              DISPLAY 'ERROR EN ESCRITURA ANULEXC: ' FS-ANULEXC
           END-IF.

       2770-REGISTRAR-ANULACION.

           MOVE COD-CAJERO IN RECAUDACION-REG TO AL-COD-CAJERO
           MOVE WS-LOTE-FECHA                 TO AL-FECHA-NEGOCIO
           MOVE FECHA-RECAUDACION IN RECAUDACION-REG
                                              TO AL-FECHA-RECAUDACION
           MOVE FORMA-PAGO IN RECAUDACION-REG TO AL-FORMA-PAGO
           MOVE IMPORTE IN RECAUDACION-REG    TO AL-IMPORTE
           MOVE WS-LOTE-SUCURSAL              TO AL-SUCURSAL-LOTE
           MOVE WS-LOTE-NUMERO                TO AL-NUMERO-LOTE

           WRITE REG-ANULLOG-FD FROM ANULACION-LOG-REG

           IF FS-ANULLOG EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA ANULLOG: ' FS-ANULLOG
           END-IF.

       2850-REGISTRAR-ACTIVIDAD.

           PERFORM 2860-BUSCAR-CAJERO-BR.

           PERFORM 3500-IMPRIMIR.

           PERFORM 3100-CIERRO-ARCHIVOS.

      * ANULEXC Y ANULLOG YA RECIBIERON LOS REGISTROS DEL LOTE: SI LA
      * COPIA FECHADA FALLA, EL LOTE SE REGISTRA IGUAL EN LOTESPRC
      * PARA QUE NO SE REPROCESE Y SE DUPLIQUEN ESOS REGISTROS. EL
      * CHECKPOINT SE BORRA SOLO CON EL LOTE YA REGISTRADO.

           IF RETURN-CODE EQUAL ZERO
              PERFORM 3905-MARCAR-FIN
              PERFORM 3800-RESGUARDAR-CORTE
              IF RETURN-CODE EQUAL ZERO
                 PERFORM 3700-REGISTRAR-LOTE
              ELSE
                 MOVE RETURN-CODE TO WS-RC-RESGUARDO
                 DISPLAY 'ERROR: RESGUARDO FECHADO DEL CORTE NO GRABADO'
                 DISPLAY 'EL LOTE SE REGISTRA EN LOTESPRC SIN COPIA '
                         'FECHADA NI ENTRADA EN CATRES'
                 MOVE ZERO TO RETURN-CODE
                 PERFORM 3700-REGISTRAR-LOTE
                 IF 88-LOTE-REGISTRADO
                    MOVE WS-RC-RESGUARDO TO RETURN-CODE
                 END-IF
              END-IF
              IF 88-LOTE-REGISTRADO
                 PERFORM 2960-BORRAR-CHECKPOINT
              END-IF
           END-IF.

           PERFORM 3900-GRABAR-AUDITORIA.

           STOP RUN.

       3100-CIERRO-ARCHIVOS.

           IF 88-MAESTRO-ABIERTO
              CLOSE MAESTRO-CAJ
              MOVE 'N' TO WS-MAESTRO-ABIERTO-SW
           END-IF.

           EVALUATE TRUE
              WHEN 88-RESUM-OKEY
                   PERFORM 3200-CIERRO-RECAUDACION
                   IF 88-ANULEXC-OKEY
                      PERFORM 3660-CIERRO-ANULEXC
                   END-IF
                   IF 88-ANULLOG-OKEY
                      PERFORM 3670-CIERRO-ANULLOG
                   END-IF
              WHEN OTHER
                   PERFORM 3900-GRABAR-AUDITORIA
                   STOP RUN
           END-EVALUATE.

           DISPLAY "Anulaciones en excepcion: " WS-ANUL-EXCEP-ED
           DISPLAY "***************************************************"

           MOVE WS-BRECHAS-FERIADO TO WS-BRECHAS-FERIADO-ED

           DISPLAY " "
           DISPLAY "***************************************************"
           DISPLAY "Feriados sin actividad (no son brecha): "
                   WS-BRECHAS-FERIADO-ED
           DISPLAY "***************************************************"

           DISPLAY " "
           DISPLAY "***************************************************"
           DISPLAY "Total general de casos: " WS-CANT-CASOS-T-ED
       3620-RECORRER-FECHA-BR.

           IF TP-COLUMNA (TB-CJ-IDX, TB-FC-IDX) EQUAL 'N'
              PERFORM 3630-VERIFICAR-FERIADO
           END-IF.

           IF TP-COLUMNA (TB-CJ-IDX, TB-FC-IDX) EQUAL 'N'
              AND NOT 88-ES-FERIADO
              MOVE TB-COD-CAJERO (TB-CJ-IDX) TO WS-BR-CAJERO
              MOVE TB-FECHA (TB-FC-IDX)      TO WS-BR-FECHA
              WRITE REG-BRECHA-FD FROM WS-BRECHA-LINEA
              END-IF
           END-IF.

       3630-VERIFICAR-FERIADO.

           MOVE TB-COD-CAJERO (TB-CJ-IDX) TO MAE-COD-CAJERO-FD
           PERFORM 2057-LEER-MAESTRO

           IF NOT 88-CAJERO-HALLADO
              MOVE ZERO TO WS-FER-SUCURSAL
           ELSE
              MOVE MC-SUCURSAL TO WS-FER-SUCURSAL
           END-IF

           MOVE 'N' TO WS-FERIADO-SW

           PERFORM 3640-COMPARAR-FERIADO
               VARYING TFE-IDX FROM 1 BY 1
               UNTIL TFE-IDX > WS-CANT-FERIADOS
               OR 88-ES-FERIADO.

           IF 88-ES-FERIADO
              ADD 1 TO WS-BRECHAS-FERIADO
           END-IF.

       3640-COMPARAR-FERIADO.

           IF TFE-FECHA (TFE-IDX) EQUAL TB-FECHA (TB-FC-IDX)
              AND (TFE-SUCURSAL (TFE-IDX) EQUAL ZERO
                   OR TFE-SUCURSAL (TFE-IDX) EQUAL WS-FER-SUCURSAL)
              SET 88-ES-FERIADO TO TRUE
           END-IF.

       3650-CIERRO-BRECHAS.

           CLOSE BRECHAS.

           DISPLAY "CIERRE EXITOSO".

       3670-CIERRO-ANULLOG.

           CLOSE ANULLOG.

           IF FS-ANULLOG EQUAL '00'
               CONTINUE
           ELSE
               DISPLAY "ERROR EN CIERRE"
               DISPLAY "FS-ANULLOG: " FS-ANULLOG
               MOVE 12 TO RETURN-CODE
               PERFORM 3000-FINALIZO
           END-IF.

           DISPLAY "CIERRE EXITOSO".

       3700-REGISTRAR-LOTE.

           OPEN EXTEND LOTES.

           IF FS-LOTES EQUAL '35'
              OPEN OUTPUT LOTES
           END-IF.

           IF FS-LOTES EQUAL '00'
              MOVE WS-LOTE-SUCURSAL  TO LP-SUCURSAL
              MOVE WS-LOTE-NUMERO    TO LP-NUMERO-LOTE
              MOVE WS-LOTE-FECHA     TO LP-FECHA-NEGOCIO
              MOVE AUD-FECHA-FIN     TO LP-FECHA-PROCESO
              MOVE AUD-HORA-FIN      TO LP-HORA-PROCESO
              MOVE WS-LOTE-CANT-REG  TO LP-CANT-REGISTROS
              MOVE WS-TRL-IMP-NETO   TO LP-IMPORTE-NETO
              WRITE REG-LOTES-FD FROM LOTE-PROCESADO-REG
              IF FS-LOTES EQUAL '00'
                 SET 88-LOTE-REGISTRADO TO TRUE
              ELSE
                 DISPLAY 'ERROR EN ESCRITURA LOTESPRC: ' FS-LOTES
                 MOVE 12 TO RETURN-CODE
              END-IF
              CLOSE LOTES
           ELSE
              DISPLAY 'ERROR OPEN EN LOTESPRC: ' FS-LOTES
              MOVE 12 TO RETURN-CODE
           END-IF.

       3800-RESGUARDAR-CORTE.

      * COPIA FECHADA DE RESXDIA2, RECHAZOS Y ANULEXC TAL COMO
      * QUEDARON AL FIN DEL CORTE, Y ALTA EN EL CATALOGO CATRES. EL
      * NOMBRE LLEVA FECHA DE NEGOCIO, SUCURSAL Y NUMERO DE LOTE
      * (RESXDIA2-AAAA-MM-DD-SSS-LLLLLL.TXT) PARA QUE LOS LOTES DE
      * OTRAS SUCURSALES DE LA MISMA FECHA NO SE PISEN. SI FALLA,
      * 3000-FINALIZO REGISTRA EL LOTE IGUAL Y TERMINA CON EL
      * RETURN-CODE DE LA COPIA.

           MOVE WS-LOTE-FECHA    TO WS-RESG-RES-FECHA
           MOVE WS-LOTE-SUCURSAL TO WS-RESG-RES-SUCURSAL
           MOVE WS-LOTE-NUMERO   TO WS-RESG-RES-LOTE
           MOVE WS-LOTE-FECHA    TO WS-RESG-REC-FECHA
           MOVE WS-LOTE-SUCURSAL TO WS-RESG-REC-SUCURSAL
           MOVE WS-LOTE-NUMERO   TO WS-RESG-REC-LOTE
           MOVE WS-LOTE-FECHA    TO WS-RESG-ANU-FECHA
           MOVE WS-LOTE-SUCURSAL TO WS-RESG-ANU-SUCURSAL
           MOVE WS-LOTE-NUMERO   TO WS-RESG-ANU-LOTE

           PERFORM 3810-COPIAR-RESUMEN

           IF RETURN-CODE EQUAL ZERO
              PERFORM 3820-COPIAR-RECHAZOS
           END-IF

           IF RETURN-CODE EQUAL ZERO
              PERFORM 3830-COPIAR-ANULEXC
           END-IF

           IF RETURN-CODE EQUAL ZERO
              PERFORM 3850-ACTUALIZAR-CATALOGO
           END-IF.

       3810-COPIAR-RESUMEN.

           MOVE ZERO TO WS-RESG-CANT-RES
           MOVE 'N'  TO WS-COPIA-FIN-SW

           OPEN INPUT  RESUMEN
           OPEN OUTPUT RESG-RESUMEN

           IF FS-RESUMEN EQUAL '00' AND FS-RESG-RESUMEN EQUAL '00'
              PERFORM 3815-COPIAR-UN-RESUMEN UNTIL 88-COPIA-FIN
              CLOSE RESUMEN
              CLOSE RESG-RESUMEN
              DISPLAY 'RESGUARDO GRABADO: ' WS-RESG-RES-NOMBRE (20:34)
           ELSE
              DISPLAY 'ERROR OPEN EN RESGUARDO RESXDIA2'
              DISPLAY 'ERROR CODE: ' FS-RESUMEN ' ' FS-RESG-RESUMEN
              MOVE 12 TO RETURN-CODE
           END-IF.

       3815-COPIAR-UN-RESUMEN.

           READ RESUMEN

           EVALUATE FS-RESUMEN
               WHEN '00'
                   WRITE REG-RESG-RES-FD FROM REG-RESUMEN-FD
                   IF FS-RESG-RESUMEN EQUAL '00'
                      ADD 1 TO WS-RESG-CANT-RES
                   ELSE
                      DISPLAY 'ERROR EN ESCRITURA RESGUARDO RESXDIA2: '
                              FS-RESG-RESUMEN
                      MOVE 12 TO RETURN-CODE
                      SET 88-COPIA-FIN TO TRUE
                   END-IF
               WHEN '10'
                   SET 88-COPIA-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA RESXDIA2: ' FS-RESUMEN
                   MOVE 12 TO RETURN-CODE
                   SET 88-COPIA-FIN TO TRUE
           END-EVALUATE.

       3820-COPIAR-RECHAZOS.

           MOVE ZERO TO WS-RESG-CANT-REC
           MOVE 'N'  TO WS-COPIA-FIN-SW

           OPEN INPUT  RECHAZOS
           OPEN OUTPUT RESG-RECHAZOS

           IF FS-RECHAZOS EQUAL '00' AND FS-RESG-RECHAZOS EQUAL '00'
              PERFORM 3825-COPIAR-UN-RECHAZO UNTIL 88-COPIA-FIN
              CLOSE RECHAZOS
              CLOSE RESG-RECHAZOS
              DISPLAY 'RESGUARDO GRABADO: ' WS-RESG-REC-NOMBRE (20:34)
           ELSE
              DISPLAY 'ERROR OPEN EN RESGUARDO RECHAZOS'
              DISPLAY 'ERROR CODE: ' FS-RECHAZOS ' ' FS-RESG-RECHAZOS
              MOVE 12 TO RETURN-CODE
           END-IF.

       3825-COPIAR-UN-RECHAZO.

           READ RECHAZOS

           EVALUATE FS-RECHAZOS
               WHEN '00'
                   WRITE REG-RESG-REC-FD FROM REG-RECHAZO-FD
                   IF FS-RESG-RECHAZOS EQUAL '00'
                      ADD 1 TO WS-RESG-CANT-REC
                   ELSE
                      DISPLAY 'ERROR EN ESCRITURA RESGUARDO RECHAZOS: '
                              FS-RESG-RECHAZOS
                      MOVE 12 TO RETURN-CODE
                      SET 88-COPIA-FIN TO TRUE
                   END-IF
               WHEN '10'
                   SET 88-COPIA-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA RECHAZOS: ' FS-RECHAZOS
                   MOVE 12 TO RETURN-CODE
                   SET 88-COPIA-FIN TO TRUE
           END-EVALUATE.

       3830-COPIAR-ANULEXC.

      * ANULEXC ES ACUMULATIVA: LA COPIA ES LA FOTO DE LA COLA DE
      * EXCEPCIONES AL FIN DE ESTE CORTE.

           MOVE ZERO TO WS-RESG-CANT-ANU
           MOVE 'N'  TO WS-COPIA-FIN-SW

           OPEN INPUT  ANULEXC
           OPEN OUTPUT RESG-ANULEXC

           IF FS-ANULEXC EQUAL '00' AND FS-RESG-ANULEXC EQUAL '00'
              PERFORM 3835-COPIAR-UN-ANULEXC UNTIL 88-COPIA-FIN
              CLOSE ANULEXC
              CLOSE RESG-ANULEXC
              DISPLAY 'RESGUARDO GRABADO: ' WS-RESG-ANU-NOMBRE (20:33)
           ELSE
              DISPLAY 'ERROR OPEN EN RESGUARDO ANULEXC'
              DISPLAY 'ERROR CODE: ' FS-ANULEXC ' ' FS-RESG-ANULEXC
              MOVE 12 TO RETURN-CODE
           END-IF.

       3835-COPIAR-UN-ANULEXC.

           READ ANULEXC

           EVALUATE FS-ANULEXC
               WHEN '00'
                   WRITE REG-RESG-ANU-FD FROM REG-ANULEXC-FD
                   IF FS-RESG-ANULEXC EQUAL '00'
                      ADD 1 TO WS-RESG-CANT-ANU
                   ELSE
                      DISPLAY 'ERROR EN ESCRITURA RESGUARDO ANULEXC: '
                              FS-RESG-ANULEXC
                      MOVE 12 TO RETURN-CODE
                      SET 88-COPIA-FIN TO TRUE
                   END-IF
               WHEN '10'
                   SET 88-COPIA-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA ANULEXC: ' FS-ANULEXC
                   MOVE 12 TO RETURN-CODE
                   SET 88-COPIA-FIN TO TRUE
           END-EVALUATE.

       3850-ACTUALIZAR-CATALOGO.

      * SE CARGA EL CATALOGO, SE DEPURAN LAS ENTRADAS QUE SUPERAN LA
      * RETENCION, SE AGREGA LA DE ESTE CORTE Y SE REESCRIBE.

           MOVE WS-FECHA-EDIT TO WS-FECHA-CALC
           PERFORM 3880-CALCULAR-SERIAL
           MOVE WS-SERIAL-DIA TO WS-SERIAL-HOY

           MOVE ZERO TO WS-CANT-CATALOGO
           MOVE ZERO TO WS-CAT-DEPURADOS

           OPEN INPUT CATALOGO.

           EVALUATE TRUE
               WHEN 88-CATALOGO-OKEY
                    PERFORM 3855-LEER-CATALOGO
                        UNTIL 88-CATALOGO-FIN
                        OR RETURN-CODE NOT EQUAL ZERO
                    CLOSE CATALOGO
                    IF FS-CATALOGO NOT EQUAL '00'
                       DISPLAY 'ERROR EN CIERRE CATRES: ' FS-CATALOGO
                       MOVE 12 TO RETURN-CODE
                    END-IF
               WHEN 88-CATALOGO-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN CATRES: ' FS-CATALOGO
                    MOVE 12 TO RETURN-CODE
           END-EVALUATE.

           IF RETURN-CODE EQUAL ZERO
              PERFORM 3870-GRABAR-CATALOGO
           END-IF.

       3855-LEER-CATALOGO.

           READ CATALOGO INTO CATALOGO-RES-REG

           EVALUATE FS-CATALOGO
               WHEN '00'
                   PERFORM 3860-EVALUAR-ENTRADA
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA CATRES: ' FS-CATALOGO
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       3860-EVALUAR-ENTRADA.

      * LA ENTRADA DEL MISMO LOTE (FECHA DE NEGOCIO, SUCURSAL Y NUMERO
      * DE LOTE) SE REEMPLAZA: SUS COPIAS YA FUERON SOBREESCRITAS POR
      * ESTE CORTE. LAS DE OTROS LOTES DE LA MISMA FECHA SE CONSERVAN.

           MOVE CR-FECHA-NEGOCIO TO WS-FECHA-CALC
           PERFORM 3880-CALCULAR-SERIAL
           COMPUTE WS-DIAS-ANTIG = WS-SERIAL-HOY - WS-SERIAL-DIA

           EVALUATE TRUE
               WHEN CR-FECHA-NEGOCIO EQUAL WS-LOTE-FECHA
                    AND CR-SUCURSAL    EQUAL WS-LOTE-SUCURSAL
                    AND CR-NUMERO-LOTE EQUAL WS-LOTE-NUMERO
                    CONTINUE
               WHEN WS-DIAS-ANTIG > WS-DIAS-RETENCION
                    PERFORM 3865-DEPURAR-RESGUARDO
               WHEN WS-CANT-CATALOGO EQUAL 1000
                    DISPLAY 'ERROR: CAPACIDAD DE CATALOGO EXCEDIDA'
                    MOVE 16 TO RETURN-CODE
               WHEN OTHER
                    ADD 1 TO WS-CANT-CATALOGO
                    MOVE CATALOGO-RES-REG
                                     TO TCR-ENTRADA (WS-CANT-CATALOGO)
           END-EVALUATE.

       3865-DEPURAR-RESGUARDO.

      * LAS COPIAS VENCIDAS SE VACIAN (IGUAL QUE EL CHECKPOINT EN
      * 2960) Y LA ENTRADA SALE DEL CATALOGO.

           MOVE CR-FECHA-NEGOCIO TO WS-RESG-RES-FECHA
           MOVE CR-SUCURSAL      TO WS-RESG-RES-SUCURSAL
           MOVE CR-NUMERO-LOTE   TO WS-RESG-RES-LOTE
           MOVE CR-FECHA-NEGOCIO TO WS-RESG-REC-FECHA
           MOVE CR-SUCURSAL      TO WS-RESG-REC-SUCURSAL
           MOVE CR-NUMERO-LOTE   TO WS-RESG-REC-LOTE
           MOVE CR-FECHA-NEGOCIO TO WS-RESG-ANU-FECHA
           MOVE CR-SUCURSAL      TO WS-RESG-ANU-SUCURSAL
           MOVE CR-NUMERO-LOTE   TO WS-RESG-ANU-LOTE

           OPEN OUTPUT RESG-RESUMEN.

           IF FS-RESG-RESUMEN EQUAL '00'
              CLOSE RESG-RESUMEN
           END-IF.

           OPEN OUTPUT RESG-RECHAZOS.

           IF FS-RESG-RECHAZOS EQUAL '00'
              CLOSE RESG-RECHAZOS
           END-IF.

           OPEN OUTPUT RESG-ANULEXC.

           IF FS-RESG-ANULEXC EQUAL '00'
              CLOSE RESG-ANULEXC
           END-IF.

           ADD 1 TO WS-CAT-DEPURADOS

           DISPLAY 'RESGUARDO DEPURADO POR RETENCION: '
                   CR-FECHA-NEGOCIO '  SUCURSAL: ' CR-SUCURSAL
                   '  LOTE: ' CR-NUMERO-LOTE.

       3870-GRABAR-CATALOGO.

           IF WS-CANT-CATALOGO EQUAL 1000
              DISPLAY 'ERROR: CAPACIDAD DE CATALOGO EXCEDIDA'
              MOVE 16 TO RETURN-CODE
           ELSE
              INITIALIZE CATALOGO-RES-REG
              MOVE WS-LOTE-FECHA    TO CR-FECHA-NEGOCIO
              MOVE AUD-FECHA-FIN    TO CR-FECHA-PROCESO
              MOVE AUD-HORA-FIN     TO CR-HORA-PROCESO
              MOVE WS-LOTE-SUCURSAL TO CR-SUCURSAL
              MOVE WS-LOTE-NUMERO   TO CR-NUMERO-LOTE
              MOVE WS-RESG-CANT-RES TO CR-CANT-REGISTROS
              MOVE WS-RESG-CANT-REC TO CR-CANT-RECHAZOS
              MOVE WS-RESG-CANT-ANU TO CR-CANT-ANULEXC
              MOVE WS-IMPOR-TOT     TO CR-IMPORTE-TOTAL
              ADD 1 TO WS-CANT-CATALOGO
              MOVE CATALOGO-RES-REG TO TCR-ENTRADA (WS-CANT-CATALOGO)
           END-IF.

           IF RETURN-CODE EQUAL ZERO
              OPEN OUTPUT CATALOGO
              IF 88-CATALOGO-OKEY
                 PERFORM 3875-GRABAR-UNA-ENTRADA
                     VARYING WS-SUB-CAT FROM 1 BY 1
                     UNTIL WS-SUB-CAT > WS-CANT-CATALOGO
                 CLOSE CATALOGO
                 IF FS-CATALOGO NOT EQUAL '00'
                    DISPLAY 'ERROR EN CIERRE CATRES: ' FS-CATALOGO
                    MOVE 12 TO RETURN-CODE
                 END-IF
                 MOVE WS-CANT-CATALOGO TO WS-CAT-ED
                 DISPLAY 'CATALOGO CATRES - ENTRADAS VIGENTES: '
                         WS-CAT-ED
                 MOVE WS-CAT-DEPURADOS TO WS-CAT-ED
                 DISPLAY 'CATALOGO CATRES - ENTRADAS DEPURADAS: '
                         WS-CAT-ED
              ELSE
                 DISPLAY 'ERROR OPEN EN CATRES: ' FS-CATALOGO
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       3875-GRABAR-UNA-ENTRADA.

           WRITE REG-CATALOGO-FD FROM TCR-ENTRADA (WS-SUB-CAT)

           IF FS-CATALOGO EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA CATRES: ' FS-CATALOGO
              MOVE 12 TO RETURN-CODE
           END-IF.

       3880-CALCULAR-SERIAL.

      * NUMERO DE DIA CORRELATIVO DE UNA FECHA AAAA-MM-DD PARA PODER
      * RESTAR FECHAS (MISMO CALCULO QUE AGEPEND).

           MOVE WS-FECHA-CALC (1:4) TO WS-CAL-AAAA
           MOVE WS-FECHA-CALC (6:2) TO WS-CAL-MM
           MOVE WS-FECHA-CALC (9:2) TO WS-CAL-DD

           COMPUTE WS-CAL-M2 = WS-CAL-MM + 9
           DIVIDE WS-CAL-M2 BY 12 GIVING WS-COCIENTE
               REMAINDER WS-CAL-M2
           COMPUTE WS-CAL-Y2 = WS-CAL-AAAA
           IF WS-CAL-MM < 3
              SUBTRACT 1 FROM WS-CAL-Y2
           END-IF

           COMPUTE WS-SERIAL-DIA = 365 * WS-CAL-Y2
           DIVIDE WS-CAL-Y2 BY 4 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           ADD WS-COCIENTE TO WS-SERIAL-DIA
           DIVIDE WS-CAL-Y2 BY 100 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           SUBTRACT WS-COCIENTE FROM WS-SERIAL-DIA
           DIVIDE WS-CAL-Y2 BY 400 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           ADD WS-COCIENTE TO WS-SERIAL-DIA

           COMPUTE WS-CAL-T1 = (WS-CAL-M2 * 306) + 5
           DIVIDE WS-CAL-T1 BY 10 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           ADD WS-COCIENTE TO WS-SERIAL-DIA

           ADD WS-CAL-DD TO WS-SERIAL-DIA.

       3900-GRABAR-AUDITORIA.

           IF 88-AUD-GRABADA
              PERFORM 3920-ESCRIBIR-AUDITORIA
           END-IF.

       3905-MARCAR-FIN.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME
           MOVE WS-SIS-MI   TO WS-HE-MI
           MOVE WS-SIS-SS   TO WS-HE-SS

           MOVE WS-FECHA-EDIT TO AUD-FECHA-FIN
           MOVE WS-HORA-EDIT  TO AUD-HORA-FIN.

       3910-ARMAR-AUDITORIA.

           PERFORM 3905-MARCAR-FIN

           MOVE 'CORTE2'      TO AUD-PROGRAMA

           IF WS-PARM-LINEA EQUAL SPACE
              MOVE 'SIN PARAMETROS' TO AUD-PARAMETROS

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Seguimiento del clearing de cheques y transferencias.
      *          Los importes diferidos de RESXDIA2.txt (IMP-CHEQUE e
      *          IMP-TRANSFER de cada cajero y fecha, que CONCBAN no
      *          concilia contra depositos) quedan abiertos en
      *          CLRPEND.txt por cajero, fecha y forma de pago hasta
      *          que el banco los acredita. Cada corrida incorpora los
      *          diferidos de las copias fechadas de cada lote
      *          (RESXDIA2-AAAA-MM-DD-SSS-LLLLLL.txt) del catalogo
      *          CATRES.txt dentro de la retencion de
      *          CLRPEND y los del RESXDIA2 vigente (una misma clave no
      *          se toma dos veces), de modo que no se pierden los dias
      *          en que CLEARCH no corrio, y aplica las acreditaciones
      *          del banco (ACREDIT.txt). Un ACREDIT ya aplicado (mismas
      *          fechas de acreditacion, cantidad e importe registrados
      *          en ACREPRC.txt) se rechaza con RETURN-CODE 24. Un
      *          cheque rechazado o una transferencia devuelta se graba
      *          en ANULEXC.txt como anulacion en excepcion de su forma
      *          de pago, para que AJUSMES la descuente de RESXMES y
      *          CONSMES / EXTRGL dejen de computarla. CLRPEND, ANULEXC
      *          y ACREPRC se actualizan juntos al final y solo si la
      *          corrida termina bien. El informe CLEARCH.txt
      *          detalla los movimientos aplicados y los items abiertos
      *          con los dias habiles transcurridos desde la fecha de
      *          recaudacion (lunes a viernes, sin los feriados
      *          nacionales de FERIADOS.txt, dias en que no hay
      *          clearing), marcando con *** los que superan el plazo
      *          de clearing.
      *          Parametros: [PLAZO]    (plazo en dias habiles, base 3)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLEARCH.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESUMEN ASSIGN TO
           'D:\cobol-1\Archivo\RESXDIA2.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESUMEN.

       SELECT RESG-RESUMEN ASSIGN TO WS-RESG-RES-NOMBRE
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-RESG-RESUMEN.

       SELECT CATALOGO ASSIGN TO
           'D:\cobol-1\Archivo\CATRES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CATALOGO.

       SELECT ACREDITACIONES ASSIGN TO
           'D:\cobol-1\Archivo\ACREDIT.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ACREDIT.

       SELECT ACREPRC ASSIGN TO
           'D:\cobol-1\Archivo\ACREPRC.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ACREPRC.

       SELECT CLEARING ASSIGN TO
           'D:\cobol-1\Archivo\CLRPEND.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-CLEARING.

       SELECT ANULEXC ASSIGN TO
           'D:\cobol-1\Archivo\ANULEXC.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-ANULEXC.

       SELECT INFORME ASSIGN TO
           'D:\cobol-1\Archivo\CLEARCH.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-INFORME.

       SELECT FERIADOS ASSIGN TO
           'D:\cobol-1\Archivo\FERIADOS.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-FERIADOS.

       SELECT AUDITORIA ASSIGN TO
           'D:\cobol-1\Archivo\AUDITRUN.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD  RESUMEN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESUMEN-FD                 PIC X(141).

       FD  RESG-RESUMEN
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RESG-RES-FD                PIC X(141).

       FD  CATALOGO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CATALOGO-FD                PIC X(89).

       FD  ACREDITACIONES
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACREDIT-FD                 PIC X(50).

       FD  ACREPRC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ACREPRC-FD                 PIC X(70).

       FD  CLEARING
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-CLEARING-FD                PIC X(105).

       FD  ANULEXC
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-ANULEXC-FD                 PIC X(76).

       FD  INFORME
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(100).

       FD  AUDITORIA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-AUDITORIA-FD               PIC X(114).

       FD  FERIADOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FERIADO-FD                 PIC X(47).

       WORKING-STORAGE SECTION.

       77  FS-RESUMEN                  PIC XX VALUE '  '.
           88 88-RESUMEN-OKEY                 VALUE '00'.
           88 88-RESUMEN-FIN                  VALUE '10'.

       77  FS-RESG-RESUMEN             PIC XX VALUE '  '.
           88 88-RESG-OKEY                    VALUE '00'.
           88 88-RESG-FIN                     VALUE '10'.
           88 88-RESG-NO-EXISTE               VALUE '35'.

       77  FS-CATALOGO                 PIC XX VALUE '  '.
           88 88-CATALOGO-OKEY                VALUE '00'.
           88 88-CATALOGO-FIN                 VALUE '10'.
           88 88-CATALOGO-NO-EXISTE           VALUE '35'.

       77  FS-ACREDIT                  PIC XX VALUE '  '.
           88 88-ACREDIT-OKEY                 VALUE '00'.
           88 88-ACREDIT-FIN                  VALUE '10'.
           88 88-ACREDIT-NO-EXISTE            VALUE '35'.

       77  FS-ACREPRC                  PIC XX VALUE '  '.
           88 88-ACREPRC-OKEY                 VALUE '00'.
           88 88-ACREPRC-FIN                  VALUE '10'.
           88 88-ACREPRC-NO-EXISTE            VALUE '35'.

       77  WS-RESG-ABIERTO-SW          PIC X  VALUE 'N'.
           88 88-RESG-ABIERTO                 VALUE 'S'.

       77  WS-ACR-APLICADO-SW          PIC X  VALUE 'N'.
           88 88-ACR-YA-APLICADO              VALUE 'S'.

       77  FS-CLEARING                 PIC XX VALUE '  '.
           88 88-CLEARING-OKEY                VALUE '00'.
           88 88-CLEARING-FIN                 VALUE '10'.
           88 88-CLEARING-NO-EXISTE           VALUE '35'.

       77  FS-ANULEXC                  PIC XX VALUE '  '.
           88 88-ANULEXC-OKEY                 VALUE '00'.

       77  FS-INFORME                  PIC XX VALUE '  '.
           88 88-INFORME-OKEY                 VALUE '00'.

       77  FS-AUDITORIA                PIC XX VALUE '  '.
           88 88-AUDIT-OKEY                   VALUE '00' '05'.

       77  FS-FERIADOS                 PIC XX VALUE '  '.
           88 88-FERIADO-OKEY                 VALUE '00'.
           88 88-FERIADO-FIN                  VALUE '10'.
           88 88-FERIADO-NO-EXISTE            VALUE '35'.

       77  WS-AUD-GRABADA-SW           PIC X  VALUE 'N'.
           88 88-AUD-GRABADA                  VALUE 'S'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-PLAZO                    PIC 9(03) VALUE 3.
       77  WS-DIAS-RETENCION           PIC 9(03) VALUE 60.

       77  WS-CANT-RES-LEIDOS          PIC 9(09)   VALUE ZERO.
       77  WS-CANT-RESGUARDOS          PIC 9(09)   VALUE ZERO.
       77  WS-CANT-INCORPORADOS        PIC 9(09)   VALUE ZERO.
       77  WS-CANT-YA-REGISTRADOS      PIC 9(09)   VALUE ZERO.
       77  WS-CANT-ACR-LEIDAS          PIC 9(09)   VALUE ZERO.
       77  WS-CANT-ACR-APLICADAS       PIC 9(09)   VALUE ZERO.
       77  WS-CANT-RECHAZADOS          PIC 9(09)   VALUE ZERO.
       77  WS-CANT-ACR-NO-APLICADAS    PIC 9(09)   VALUE ZERO.
       77  WS-CANT-ACR-INVALIDAS       PIC 9(09)   VALUE ZERO.
       77  WS-CANT-ABIERTOS            PIC 9(09)   VALUE ZERO.
       77  WS-CANT-VENCIDOS            PIC 9(09)   VALUE ZERO.

       77  WS-IMP-ACREDITADO           PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-RECHAZADO            PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-ABIERTO              PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-VENCIDO              PIC 9(13)V99 VALUE ZERO.
       77  WS-IMP-SALDO                PIC 9(13)V99 VALUE ZERO.

       77  WS-CANT-ED                  PIC ZZZ.ZZZ.ZZ9.
       77  WS-IMP-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.

       77  WS-CANT-CLEARING            PIC 9(04)   VALUE ZERO.
       77  WS-CANT-CLR-GRABADOS        PIC 9(04)   VALUE ZERO.
       77  WS-SUB-CLR                  PIC 9(04)   VALUE ZERO.
       77  WS-SUB-CLR-HALLADO          PIC 9(04)   VALUE ZERO.
       77  WS-CLR-HALLADO-SW           PIC X       VALUE 'N'.
           88 88-CLR-HALLADO                  VALUE 'S'.

       01  WS-CLAVE-CLR.
           03  WS-CLAVE-CLR-CAJ        PIC 9(03) VALUE ZERO.
           03  WS-CLAVE-CLR-FEC        PIC X(10) VALUE SPACE.
           03  WS-CLAVE-CLR-FORMA      PIC X(01) VALUE SPACE.

       77  WS-CLR-IMPORTE              PIC 9(13)V99 VALUE ZERO.

      * IDENTIFICACION DEL ACREDIT RECIBIDO (VER WACREPRC).

       77  WS-FIR-DESDE                PIC X(10)    VALUE SPACE.
       77  WS-FIR-HASTA                PIC X(10)    VALUE SPACE.
       77  WS-FIR-CANT                 PIC 9(07)    VALUE ZERO.
       77  WS-FIR-IMPORTE              PIC 9(13)V99 VALUE ZERO.

      * RECHAZOS DE LA CORRIDA: SE GRABAN EN ANULEXC EN 3000-FINALIZO
      * JUNTO CON CLRPEND, SOLO SI LA CORRIDA TERMINA BIEN.

       77  WS-CANT-TAB-RECHAZOS        PIC 9(04)   VALUE ZERO.
       77  WS-SUB-RECH                 PIC 9(04)   VALUE ZERO.

       01  TABLA-RECHAZOS.
           03  TRZ-REGISTRO OCCURS 3000 TIMES
                                       PIC X(76)   VALUE SPACE.

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

       01  TABLA-CLEARING.
           03  TC-ITEM OCCURS 3000 TIMES INDEXED BY TC-IDX.
               05  TC-CAJERO           PIC 9(03)    VALUE ZERO.
               05  TC-FECHA            PIC X(10)    VALUE SPACE.
               05  TC-FORMA-PAGO       PIC X(01)    VALUE SPACE.
               05  TC-IMPORTE          PIC 9(13)V99 VALUE ZERO.
               05  TC-IMP-ACREDITADO   PIC 9(13)V99 VALUE ZERO.
               05  TC-IMP-RECHAZADO    PIC 9(13)V99 VALUE ZERO.
               05  TC-ESTADO           PIC X(10)    VALUE SPACE.
               05  TC-FECHA-ULT-ACRED  PIC X(10)    VALUE SPACE.
               05  TC-FECHA-ALTA       PIC X(10)    VALUE SPACE.

       77  WS-DIAS-ABIERTO             PIC S9(07)  VALUE ZERO.
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

       77  WS-SERIAL-LUNES             PIC 9(07)   VALUE ZERO.
       77  WS-SERIAL-DESDE             PIC 9(07)   VALUE ZERO.
       77  WS-SERIAL-CONT              PIC 9(07)   VALUE ZERO.
       77  WS-DIF-LUNES                PIC 9(07)   VALUE ZERO.
       77  WS-DIA-SEM                  PIC 9(01)   VALUE ZERO.
           88 88-DIA-HABIL                    VALUE 0 THRU 4.

       77  WS-CANT-FERIADOS            PIC 9(04)   VALUE ZERO.
       77  WS-FERIADO-SW               PIC X       VALUE 'N'.
           88 88-ES-FERIADO                   VALUE 'S'.

       01  TABLA-FERIADOS.
           03  TFE-SERIAL OCCURS 3000 TIMES INDEXED BY TFE-IDX
                                       PIC 9(07)   VALUE ZERO.

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

       01  WS-HORA-SISTEMA.
           03 WS-SIS-HH                PIC 9(02) VALUE ZERO.
           03 WS-SIS-MI                PIC 9(02) VALUE ZERO.
           03 WS-SIS-SS                PIC 9(02) VALUE ZERO.
           03 FILLER                   PIC 9(02) VALUE ZERO.

       01  WS-HORA-EDIT.
           03 WS-HE-HH                 PIC 9(02) VALUE ZERO.
           03 FILLER                   PIC X(01) VALUE ':'.
           03 WS-HE-MI                 PIC 9(02) VALUE ZERO.
           03 FILLER                   PIC X(01) VALUE ':'.
           03 WS-HE-SS                 PIC 9(02) VALUE ZERO.

       01  WS-TITULO-1.
           05  FILLER                  PIC X(48) VALUE
               'SEGUIMIENTO DE CLEARING CHEQUES/TRANSFERENCIAS'.
           05  FILLER                  PIC X(07) VALUE 'FECHA: '.
           05  WS-TIT-FECHA            PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'PLAZO: '.
           05  WS-TIT-PLAZO            PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE ' DIAS HAB.'.
           05  FILLER                  PIC X(04) VALUE SPACE.

       01  WS-TITULO-2.
           05  FILLER                  PIC X(07) VALUE 'CAJERO'.
           05  FILLER                  PIC X(12) VALUE 'FECHA'.
           05  FILLER                  PIC X(06) VALUE 'FORMA'.
           05  FILLER                  PIC X(22) VALUE
               '             IMPORTE'.
           05  FILLER                  PIC X(22) VALUE
               '           PENDIENTE'.
           05  FILLER                  PIC X(18) VALUE 'ESTADO'.
           05  FILLER                  PIC X(07) VALUE '   DIAS'.
           05  FILLER                  PIC X(06) VALUE SPACE.

       01  WS-TITULO-3.
           05 FILLER                   PIC X(100) VALUE ALL '-'.

       01  WS-SUBTITULO.
           05  WS-SUBTIT-LEYENDA       PIC X(40).
           05  FILLER                  PIC X(60) VALUE SPACE.

       01  WS-LINEA-INFORME.
           05  WS-INF-CAJERO           PIC 9(03).
           05  FILLER                  PIC X(04)   VALUE SPACE.
           05  WS-INF-FECHA            PIC X(10).
           05  FILLER                  PIC X(04)   VALUE SPACE.
           05  WS-INF-FORMA            PIC X(01).
           05  FILLER                  PIC X(03)   VALUE SPACE.
           05  WS-INF-IMPORTE          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-PENDIENTE        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-ESTADO           PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-DIAS             PIC ZZZ.ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACE.
           05  WS-INF-MARCA            PIC X(03).
           05  FILLER                  PIC X(01)   VALUE SPACE.

       01  WS-LINEA-RESUMEN-FIN.
           05  WS-FIN-LEYENDA          PIC X(25).
           05  WS-FIN-CANTIDAD         PIC ZZZ.ZZZ.ZZ9.

       COPY WRES-RECAUDACION.

       COPY WACREDIT.

       COPY WCLRPEND.

       COPY WANULEXC.

       COPY WAUDITORIA.

       COPY WFERIADO.

       COPY WCATRES.

       COPY WACREPRC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2020-INCORPORAR-RESGUARDOS.

           PERFORM 2000-INCORPORAR-DIFERIDOS UNTIL 88-RESUMEN-FIN.

           PERFORM 2300-APLICAR-ACREDITACIONES UNTIL 88-ACREDIT-FIN.

           PERFORM 2700-INFORMAR-ABIERTOS.

           PERFORM 3000-FINALIZO.

           STOP RUN.
      *----------------------------------------------------------------*
       1000-INICIO.

           PERFORM 1050-LEER-PARAMETROS.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME

           MOVE WS-SIS-AAAA TO WS-HOY-AAAA
           MOVE WS-SIS-MM   TO WS-HOY-MM
           MOVE WS-SIS-DD   TO WS-HOY-DD
           MOVE WS-SIS-HH   TO WS-HE-HH
           MOVE WS-SIS-MI   TO WS-HE-MI
           MOVE WS-SIS-SS   TO WS-HE-SS

           MOVE WS-FECHA-HOY-EDIT TO AUD-FECHA-INICIO
           MOVE WS-HORA-EDIT      TO AUD-HORA-INICIO

           MOVE WS-FECHA-HOY-EDIT TO WS-FECHA-CALC
           PERFORM 2900-CALCULAR-SERIAL
           MOVE WS-SERIAL-DIA TO WS-SERIAL-HOY

      * EL 1900-01-01 FUE LUNES: REFERENCIA PARA EL DIA DE LA SEMANA.

           MOVE '1900-01-01' TO WS-FECHA-CALC
           PERFORM 2900-CALCULAR-SERIAL
           MOVE WS-SERIAL-DIA TO WS-SERIAL-LUNES

           PERFORM 1700-CARGAR-FERIADOS.

           PERFORM 1100-CARGAR-CLEARING.

           PERFORM 1200-OPEN-RESUMEN.

           PERFORM 1300-OPEN-ACREDITACIONES.

           PERFORM 1400-OPEN-ANULEXC.

           PERFORM 1500-OPEN-INFORME.

           PERFORM 1600-IMPRIMIR-TITULOS.

       1050-LEER-PARAMETROS.

           ACCEPT WS-PARM-LINEA FROM COMMAND-LINE

           IF WS-PARM-LINEA NOT EQUAL SPACE
              IF WS-PARM-LINEA (1:3) NUMERIC
                 MOVE WS-PARM-LINEA (1:3) TO WS-PLAZO
              ELSE
                 DISPLAY 'ERROR: PLAZO INVALIDO: '
                         WS-PARM-LINEA (1:3)
                 DISPLAY 'SE ESPERA UN NUMERO DE DIAS HABILES '
                         '(EJ: 003)'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
           END-IF.

       1100-CARGAR-CLEARING.

           OPEN INPUT CLEARING.

           EVALUATE TRUE
               WHEN 88-CLEARING-OKEY
                    PERFORM 1110-LEER-CLEARING UNTIL 88-CLEARING-FIN
                    CLOSE CLEARING
               WHEN 88-CLEARING-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN CLEARING'
                    DISPLAY 'ERROR CODE: ' FS-CLEARING
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       1110-LEER-CLEARING.

           READ CLEARING INTO CLEARING-REG

           EVALUATE FS-CLEARING
               WHEN '00'
                   PERFORM 1120-GUARDAR-CLEARING
               WHEN '10'
                   SET 88-CLEARING-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA CLEARING: '
                           FS-CLEARING
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1120-GUARDAR-CLEARING.

           IF WS-CANT-CLEARING EQUAL 3000
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA DE CLEARING "
                      "EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-CLEARING
           MOVE CL-COD-CAJERO  TO TC-CAJERO         (WS-CANT-CLEARING)
           MOVE CL-FECHA       TO TC-FECHA          (WS-CANT-CLEARING)
           MOVE CL-FORMA-PAGO  TO TC-FORMA-PAGO     (WS-CANT-CLEARING)
           MOVE CL-IMPORTE     TO TC-IMPORTE        (WS-CANT-CLEARING)
           MOVE CL-IMP-ACREDITADO
                               TO TC-IMP-ACREDITADO (WS-CANT-CLEARING)
           MOVE CL-IMP-RECHAZADO
                               TO TC-IMP-RECHAZADO  (WS-CANT-CLEARING)
           MOVE CL-ESTADO      TO TC-ESTADO         (WS-CANT-CLEARING)
           MOVE CL-FECHA-ULT-ACRED
                               TO TC-FECHA-ULT-ACRED
                                                    (WS-CANT-CLEARING)
           MOVE CL-FECHA-ALTA  TO TC-FECHA-ALTA     (WS-CANT-CLEARING).

       1200-OPEN-RESUMEN.

           OPEN INPUT RESUMEN.

           IF FS-RESUMEN EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN RESUMEN'
              DISPLAY 'ERROR CODE: ' FS-RESUMEN
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1300-OPEN-ACREDITACIONES.

           OPEN INPUT ACREDITACIONES.

           EVALUATE TRUE
               WHEN 88-ACREDIT-OKEY
                    PERFORM 1310-IDENTIFICAR-ACREDIT
               WHEN 88-ACREDIT-NO-EXISTE
                    DISPLAY " "
                    DISPLAY "SIN ACREDITACIONES DEL BANCO "
                            "(NO EXISTE ACREDIT)"
                    SET 88-ACREDIT-FIN TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN ACREDITACIONES'
                    DISPLAY 'ERROR CODE: ' FS-ACREDIT
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       1310-IDENTIFICAR-ACREDIT.

      * PRIMERA PASADA: SE IDENTIFICA EL ARCHIVO POR SUS FECHAS DE
      * ACREDITACION, CANTIDAD E IMPORTE, SE CONTROLA CONTRA ACREPRC Y
      * SE LO REABRE PARA APLICARLO.

           PERFORM 1320-LEER-IDENTIFICACION UNTIL 88-ACREDIT-FIN

           CLOSE ACREDITACIONES

           OPEN INPUT ACREDITACIONES

           IF FS-ACREDIT EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN ACREDITACIONES'
              DISPLAY 'ERROR CODE: ' FS-ACREDIT
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF

           IF WS-FIR-CANT > ZERO
              PERFORM 1330-CONTROLAR-ACREDIT
           END-IF.

       1320-LEER-IDENTIFICACION.

           READ ACREDITACIONES INTO ACREDITACION-REG

           EVALUATE FS-ACREDIT
               WHEN '00'
                   ADD 1 TO WS-FIR-CANT
                   IF AC-IMPORTE NUMERIC
                      ADD AC-IMPORTE TO WS-FIR-IMPORTE
                   END-IF
                   IF AC-FECHA-ACRED NOT EQUAL SPACE
                      IF WS-FIR-DESDE EQUAL SPACE
                         OR AC-FECHA-ACRED < WS-FIR-DESDE
                         MOVE AC-FECHA-ACRED TO WS-FIR-DESDE
                      END-IF
                      IF AC-FECHA-ACRED > WS-FIR-HASTA
                         MOVE AC-FECHA-ACRED TO WS-FIR-HASTA
                      END-IF
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA ACREDITACIONES: '
                           FS-ACREDIT
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1330-CONTROLAR-ACREDIT.

           OPEN INPUT ACREPRC.

           EVALUATE TRUE
               WHEN 88-ACREPRC-OKEY
                    PERFORM 1340-LEER-ACREPRC
                        UNTIL 88-ACREPRC-FIN
                        OR 88-ACR-YA-APLICADO
                    CLOSE ACREPRC
               WHEN 88-ACREPRC-NO-EXISTE
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN ACREPRC: ' FS-ACREPRC
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

           IF 88-ACR-YA-APLICADO
              MOVE WS-FIR-IMPORTE TO WS-IMP-ED
              DISPLAY " "
              DISPLAY 'ERROR: ACREDIT YA APLICADO EL '
                      AP-FECHA-PROCESO ' ' AP-HORA-PROCESO
              DISPLAY 'ACREDITACIONES DEL ' WS-FIR-DESDE
                      ' AL ' WS-FIR-HASTA
              DISPLAY 'REGISTROS: ' WS-FIR-CANT
                      ' IMPORTE: ' WS-IMP-ED
              MOVE 24 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1340-LEER-ACREPRC.

           READ ACREPRC INTO ACREDIT-PROCESADO-REG

           EVALUATE FS-ACREPRC
               WHEN '00'
                   IF AP-FECHA-DESDE    EQUAL WS-FIR-DESDE
                      AND AP-FECHA-HASTA    EQUAL WS-FIR-HASTA
                      AND AP-CANT-REGISTROS EQUAL WS-FIR-CANT
                      AND AP-IMPORTE-TOTAL  EQUAL WS-FIR-IMPORTE
                      SET 88-ACR-YA-APLICADO TO TRUE
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA ACREPRC: ' FS-ACREPRC
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       1400-OPEN-ANULEXC.

      * ANULEXC ES LA COLA DE TRABAJO DE AJUSMES: SE AGREGAN LOS
      * RECHAZOS A LO QUE HAYA DEJADO CORTE2 SIN APLICAR.

           OPEN EXTEND ANULEXC.

           IF FS-ANULEXC EQUAL '35'
              OPEN OUTPUT ANULEXC
           END-IF.

           IF FS-ANULEXC EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN EN ANULEXC'
              DISPLAY 'ERROR CODE: ' FS-ANULEXC
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

       1600-IMPRIMIR-TITULOS.

           MOVE WS-FECHA-HOY-EDIT TO WS-TIT-FECHA
           MOVE WS-PLAZO          TO WS-TIT-PLAZO

           WRITE REG-INFORME-FD FROM WS-TITULO-1
           WRITE REG-INFORME-FD FROM WS-TITULO-2
           WRITE REG-INFORME-FD FROM WS-TITULO-3

           MOVE 'MOVIMIENTOS DEL BANCO' TO WS-SUBTIT-LEYENDA
           WRITE REG-INFORME-FD FROM WS-SUBTITULO

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA INFORME: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       1700-CARGAR-FERIADOS.

      * EL CLEARING ES INTERBANCARIO: SOLO SE TOMAN LOS FERIADOS
      * NACIONALES. SIN CALENDARIO SOLO SE DESCUENTAN LOS FINES DE
      * SEMANA.

           OPEN INPUT FERIADOS.

           EVALUATE TRUE
               WHEN 88-FERIADO-OKEY
                    PERFORM 1710-LEER-FERIADO UNTIL 88-FERIADO-FIN
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

       1710-LEER-FERIADO.

           READ FERIADOS INTO FERIADO-REG

           EVALUATE FS-FERIADOS
               WHEN '00'
                   IF 88-FE-NACIONAL
                      IF WS-CANT-FERIADOS EQUAL 3000
                         DISPLAY "ERROR: CAPACIDAD DE TABLA FERIADOS "
                                 "EXCEDIDA"
                         MOVE 16 TO RETURN-CODE
                         PERFORM 3000-FINALIZO
                      END-IF
                      ADD 1 TO WS-CANT-FERIADOS
                      MOVE FE-FECHA TO WS-FECHA-CALC
                      PERFORM 2900-CALCULAR-SERIAL
                      MOVE WS-SERIAL-DIA
                                 TO TFE-SERIAL (WS-CANT-FERIADOS)
                   END-IF
               WHEN '10'
                   SET 88-FERIADO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA FERIADOS: ' FS-FERIADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

      *----------------------------------------------------------------*
       2000-INCORPORAR-DIFERIDOS.

           READ RESUMEN INTO RESUMEN-RECAUDACION-REG

           EVALUATE FS-RESUMEN
               WHEN '00'
                   PERFORM 2010-EVALUAR-DETALLE
               WHEN '10'
                   SET 88-RESUMEN-FIN TO TRUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA RESUMEN: ' FS-RESUMEN
                   DISPLAY 'REGISTRO: ' RESUMEN-RECAUDACION-REG
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2010-EVALUAR-DETALLE.

           IF TIPO-REGISTRO EQUAL SPACE
              AND COD-CAJERO IN RESUMEN-RECAUDACION-REG
                  NOT EQUAL ZERO
              AND FECHA-RECAUDACION
                  IN RESUMEN-RECAUDACION-REG NOT EQUAL SPACE
              ADD 1 TO WS-CANT-RES-LEIDOS
              PERFORM 2100-INCORPORAR-DETALLE
           END-IF.

       2020-INCORPORAR-RESGUARDOS.

      * LAS COPIAS FECHADAS QUE CORTE2 CATALOGA EN CATRES CUBREN LOS
      * DIAS EN QUE CLEARCH NO CORRIO. SOLO SE TOMAN LAS QUE ESTAN
      * DENTRO DE LA RETENCION DE CLRPEND: UN ITEM RESUELTO DE UNA
      * COPIA MAS ANTIGUA PUEDE YA NO ESTAR EN CLRPEND Y SE VOLVERIA A
      * ABRIR.

           OPEN INPUT CATALOGO.

           EVALUATE TRUE
               WHEN 88-CATALOGO-OKEY
                    PERFORM 2025-LEER-CATALOGO UNTIL 88-CATALOGO-FIN
                    CLOSE CATALOGO
                    IF FS-CATALOGO NOT EQUAL '00'
                       DISPLAY 'ERROR EN CIERRE CATRES: ' FS-CATALOGO
                       MOVE 12 TO RETURN-CODE
                       PERFORM 3000-FINALIZO
                    END-IF
               WHEN 88-CATALOGO-NO-EXISTE
                    DISPLAY " "
                    DISPLAY "AVISO: SIN CATALOGO DE RESGUARDOS "
                            "(NO EXISTE CATRES)"
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN CATRES: ' FS-CATALOGO
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       2025-LEER-CATALOGO.

           READ CATALOGO INTO CATALOGO-RES-REG

           EVALUATE FS-CATALOGO
               WHEN '00'
                   MOVE CR-FECHA-NEGOCIO TO WS-FECHA-CALC
                   PERFORM 2900-CALCULAR-SERIAL
                   COMPUTE WS-DIAS-ABIERTO =
                           WS-SERIAL-HOY - WS-SERIAL-DIA
                   IF WS-DIAS-ABIERTO NOT > WS-DIAS-RETENCION
                      PERFORM 2030-INCORPORAR-RESGUARDO
                   END-IF
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA CATRES: ' FS-CATALOGO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2030-INCORPORAR-RESGUARDO.

      * UNA FECHA PUEDE TENER VARIAS ENTRADAS, UNA POR LOTE DE
      * SUCURSAL: CADA UNA NOMBRA SU PROPIA COPIA.

           MOVE CR-FECHA-NEGOCIO TO WS-RESG-RES-FECHA
           MOVE CR-SUCURSAL      TO WS-RESG-RES-SUCURSAL
           MOVE CR-NUMERO-LOTE   TO WS-RESG-RES-LOTE

           OPEN INPUT RESG-RESUMEN.

           EVALUATE TRUE
               WHEN 88-RESG-OKEY
                    SET 88-RESG-ABIERTO TO TRUE
                    ADD 1 TO WS-CANT-RESGUARDOS
                    PERFORM 2035-LEER-RESGUARDO UNTIL 88-RESG-FIN
                    CLOSE RESG-RESUMEN
                    MOVE 'N' TO WS-RESG-ABIERTO-SW
               WHEN 88-RESG-NO-EXISTE
                    DISPLAY 'AVISO: FALTA RESGUARDO: '
                            WS-RESG-RES-NOMBRE (20:34)
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EN RESGUARDO: '
                            WS-RESG-RES-NOMBRE (20:34)
                    DISPLAY 'ERROR CODE: ' FS-RESG-RESUMEN
                    MOVE 12 TO RETURN-CODE
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       2035-LEER-RESGUARDO.

           READ RESG-RESUMEN INTO RESUMEN-RECAUDACION-REG

           EVALUATE FS-RESG-RESUMEN
               WHEN '00'
                   PERFORM 2010-EVALUAR-DETALLE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA RESGUARDO: '
                           WS-RESG-RES-NOMBRE (20:34)
                   DISPLAY 'ERROR CODE: ' FS-RESG-RESUMEN
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2100-INCORPORAR-DETALLE.

           MOVE COD-CAJERO IN RESUMEN-RECAUDACION-REG
                                           TO WS-CLAVE-CLR-CAJ
           MOVE FECHA-RECAUDACION IN RESUMEN-RECAUDACION-REG
                                           TO WS-CLAVE-CLR-FEC

           IF IMP-CHEQUE IN RESUMEN-RECAUDACION-REG > ZERO
              MOVE 'C' TO WS-CLAVE-CLR-FORMA
              MOVE IMP-CHEQUE IN RESUMEN-RECAUDACION-REG
                                           TO WS-CLR-IMPORTE
              PERFORM 2150-REGISTRAR-DIFERIDO
           END-IF.

           IF IMP-TRANSFER IN RESUMEN-RECAUDACION-REG > ZERO
              MOVE 'T' TO WS-CLAVE-CLR-FORMA
              MOVE IMP-TRANSFER IN RESUMEN-RECAUDACION-REG
                                           TO WS-CLR-IMPORTE
              PERFORM 2150-REGISTRAR-DIFERIDO
           END-IF.

       2150-REGISTRAR-DIFERIDO.

      * UNA CLAVE YA REGISTRADA (ABIERTA O RESUELTA) NO SE VUELVE A
      * TOMAR: REPROCESAR EL MISMO RESXDIA2 NO DUPLICA LOS DIFERIDOS.

           PERFORM 2800-BUSCAR-CLEARING.

           IF 88-CLR-HALLADO
              ADD 1 TO WS-CANT-YA-REGISTRADOS
           ELSE
              IF WS-CANT-CLEARING EQUAL 3000
                 DISPLAY " "
                 DISPLAY "ERROR: CAPACIDAD DE TABLA DE CLEARING "
                         "EXCEDIDA"
                 MOVE 16 TO RETURN-CODE
                 PERFORM 3000-FINALIZO
              END-IF
              ADD 1 TO WS-CANT-CLEARING
              ADD 1 TO WS-CANT-INCORPORADOS
              MOVE WS-CLAVE-CLR-CAJ
                TO TC-CAJERO          (WS-CANT-CLEARING)
              MOVE WS-CLAVE-CLR-FEC
                TO TC-FECHA           (WS-CANT-CLEARING)
              MOVE WS-CLAVE-CLR-FORMA
                TO TC-FORMA-PAGO      (WS-CANT-CLEARING)
              MOVE WS-CLR-IMPORTE
                TO TC-IMPORTE         (WS-CANT-CLEARING)
              MOVE ZERO
                TO TC-IMP-ACREDITADO  (WS-CANT-CLEARING)
              MOVE ZERO
                TO TC-IMP-RECHAZADO   (WS-CANT-CLEARING)
              MOVE 'PENDIENTE'
                TO TC-ESTADO          (WS-CANT-CLEARING)
              MOVE SPACE
                TO TC-FECHA-ULT-ACRED (WS-CANT-CLEARING)
              MOVE WS-FECHA-HOY-EDIT
                TO TC-FECHA-ALTA      (WS-CANT-CLEARING)
           END-IF.

       2300-APLICAR-ACREDITACIONES.

           READ ACREDITACIONES INTO ACREDITACION-REG

           EVALUATE FS-ACREDIT
               WHEN '00'
                   ADD 1 TO WS-CANT-ACR-LEIDAS
                   IF AC-COD-CAJERO NUMERIC
                      AND AC-IMPORTE NUMERIC
                      AND (88-AC-CHEQUE OR 88-AC-TRANSFER)
                      PERFORM 2400-APLICAR-ACREDITACION
                   ELSE
                      DISPLAY " "
                      DISPLAY 'ACREDITACION INVALIDA: '
                              ACREDITACION-REG
                      ADD 1 TO WS-CANT-ACR-INVALIDAS
                   END-IF
               WHEN '10'
                   SET 88-ACREDIT-FIN TO TRUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 'ERROR EN LECTURA ACREDITACIONES: '
                           FS-ACREDIT
                   DISPLAY 'REGISTRO: ' ACREDITACION-REG
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2400-APLICAR-ACREDITACION.

           MOVE AC-COD-CAJERO TO WS-CLAVE-CLR-CAJ
           MOVE AC-FECHA      TO WS-CLAVE-CLR-FEC
           MOVE AC-FORMA-PAGO TO WS-CLAVE-CLR-FORMA

           PERFORM 2800-BUSCAR-CLEARING.

           MOVE AC-COD-CAJERO TO WS-INF-CAJERO
           MOVE AC-FECHA      TO WS-INF-FECHA
           MOVE AC-FORMA-PAGO TO WS-INF-FORMA
           MOVE AC-IMPORTE    TO WS-INF-IMPORTE
           MOVE ZERO          TO WS-INF-DIAS
           MOVE SPACE         TO WS-INF-MARCA

           IF 88-CLR-HALLADO
              IF TC-ESTADO (WS-SUB-CLR-HALLADO) EQUAL 'PENDIENTE'
                 COMPUTE WS-IMP-SALDO =
                         TC-IMPORTE        (WS-SUB-CLR-HALLADO)
                       - TC-IMP-ACREDITADO (WS-SUB-CLR-HALLADO)
                       - TC-IMP-RECHAZADO  (WS-SUB-CLR-HALLADO)
              ELSE
                 MOVE ZERO TO WS-IMP-SALDO
              END-IF
           ELSE
              MOVE ZERO TO WS-IMP-SALDO
           END-IF.

           EVALUATE TRUE
               WHEN NOT 88-CLR-HALLADO
                    MOVE ZERO             TO WS-INF-PENDIENTE
                    MOVE 'ACRED.SIN PEND.' TO WS-INF-ESTADO
                    ADD 1 TO WS-CANT-ACR-NO-APLICADAS
               WHEN AC-IMPORTE > WS-IMP-SALDO
                    MOVE WS-IMP-SALDO      TO WS-INF-PENDIENTE
                    MOVE 'EXCEDE PENDIENTE' TO WS-INF-ESTADO
                    ADD 1 TO WS-CANT-ACR-NO-APLICADAS
               WHEN 88-AC-RECHAZADO
                    PERFORM 2500-REGISTRAR-RECHAZO
               WHEN OTHER
                    PERFORM 2450-REGISTRAR-ACREDITACION
           END-EVALUATE.

           PERFORM 2600-ESCRIBIR-LINEA.

       2450-REGISTRAR-ACREDITACION.

           ADD AC-IMPORTE TO TC-IMP-ACREDITADO (WS-SUB-CLR-HALLADO)
           MOVE AC-FECHA-ACRED
             TO TC-FECHA-ULT-ACRED (WS-SUB-CLR-HALLADO)
           SUBTRACT AC-IMPORTE FROM WS-IMP-SALDO

           ADD 1 TO WS-CANT-ACR-APLICADAS
           ADD AC-IMPORTE TO WS-IMP-ACREDITADO

           MOVE WS-IMP-SALDO TO WS-INF-PENDIENTE
           MOVE 'ACREDITADO' TO WS-INF-ESTADO

           PERFORM 2550-CERRAR-SI-SALDADO.

       2500-REGISTRAR-RECHAZO.

      * EL RECHAZO SE DESCUENTA DE LA RECAUDACION DEL DIA ORIGINAL VIA
      * ANULEXC; AJUSMES LO APLICA SOBRE LA FORMA DE PAGO DEL ITEM. SE
      * GUARDA EN TABLA Y SE GRABA EN 3080-GRABAR-RECHAZOS.

           ADD AC-IMPORTE TO TC-IMP-RECHAZADO (WS-SUB-CLR-HALLADO)
           MOVE AC-FECHA-ACRED
             TO TC-FECHA-ULT-ACRED (WS-SUB-CLR-HALLADO)
           SUBTRACT AC-IMPORTE FROM WS-IMP-SALDO

           ADD 1 TO WS-CANT-RECHAZADOS
           ADD AC-IMPORTE TO WS-IMP-RECHAZADO

           INITIALIZE ANULEXC-REG

           MOVE AC-COD-CAJERO                    TO AX-COD-CAJERO
           MOVE AC-FECHA                         TO AX-FECHA
           MOVE AC-FORMA-PAGO                    TO AX-FORMA-PAGO
           MOVE AC-IMPORTE                       TO AX-IMPORTE
           MOVE TC-IMPORTE (WS-SUB-CLR-HALLADO)  TO AX-IMP-ACUMULADO

           IF 88-AC-CHEQUE
              MOVE 'CHEQUE RECHAZADO'  TO AX-MOTIVO
              MOVE 'CHEQUE RECHAZADO'  TO WS-INF-ESTADO
           ELSE
              MOVE 'TRANSF. DEVUELTA'  TO AX-MOTIVO
              MOVE 'TRANSF. DEVUELTA'  TO WS-INF-ESTADO
           END-IF

           IF WS-CANT-TAB-RECHAZOS EQUAL 3000
              DISPLAY " "
              DISPLAY "ERROR: CAPACIDAD DE TABLA DE RECHAZOS "
                      "EXCEDIDA"
              MOVE 16 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

           ADD 1 TO WS-CANT-TAB-RECHAZOS
           MOVE ANULEXC-REG TO TRZ-REGISTRO (WS-CANT-TAB-RECHAZOS)

           MOVE WS-IMP-SALDO TO WS-INF-PENDIENTE

           PERFORM 2550-CERRAR-SI-SALDADO.

       2550-CERRAR-SI-SALDADO.

      * EL ITEM QUEDA RESUELTO CUANDO EL BANCO INFORMO TODO SU IMPORTE;
      * SE LO CONSIDERA RECHAZADO SI HUBO ALGUN RECHAZO PARCIAL.

           IF WS-IMP-SALDO EQUAL ZERO
              IF TC-IMP-RECHAZADO (WS-SUB-CLR-HALLADO) > ZERO
                 MOVE 'RECHAZADO'  TO TC-ESTADO (WS-SUB-CLR-HALLADO)
              ELSE
                 MOVE 'ACREDITADO' TO TC-ESTADO (WS-SUB-CLR-HALLADO)
              END-IF
           END-IF.

       2600-ESCRIBIR-LINEA.

           WRITE REG-INFORME-FD FROM WS-LINEA-INFORME

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA INFORME: ' FS-INFORME
              MOVE 12 TO RETURN-CODE
              PERFORM 3000-FINALIZO
           END-IF.

       2700-INFORMAR-ABIERTOS.

           WRITE REG-INFORME-FD FROM WS-TITULO-3

           MOVE 'ITEMS SIN ACREDITAR' TO WS-SUBTIT-LEYENDA
           WRITE REG-INFORME-FD FROM WS-SUBTITULO

           PERFORM 2710-INFORMAR-UN-ABIERTO
               VARYING WS-SUB-CLR FROM 1 BY 1
               UNTIL WS-SUB-CLR > WS-CANT-CLEARING.

       2710-INFORMAR-UN-ABIERTO.

           IF TC-ESTADO (WS-SUB-CLR) EQUAL 'PENDIENTE'
              MOVE TC-FECHA (WS-SUB-CLR) TO WS-FECHA-CALC
              PERFORM 2900-CALCULAR-SERIAL

              PERFORM 2750-CONTAR-DIAS-HABILES

              COMPUTE WS-IMP-SALDO = TC-IMPORTE (WS-SUB-CLR)
                                   - TC-IMP-ACREDITADO (WS-SUB-CLR)
                                   - TC-IMP-RECHAZADO  (WS-SUB-CLR)

              MOVE TC-CAJERO     (WS-SUB-CLR) TO WS-INF-CAJERO
              MOVE TC-FECHA      (WS-SUB-CLR) TO WS-INF-FECHA
              MOVE TC-FORMA-PAGO (WS-SUB-CLR) TO WS-INF-FORMA
              MOVE TC-IMPORTE    (WS-SUB-CLR) TO WS-INF-IMPORTE
              MOVE WS-IMP-SALDO               TO WS-INF-PENDIENTE
              MOVE WS-DIAS-ABIERTO            TO WS-INF-DIAS

              ADD 1 TO WS-CANT-ABIERTOS
              ADD WS-IMP-SALDO TO WS-IMP-ABIERTO

              IF WS-DIAS-ABIERTO > WS-PLAZO
                 MOVE 'FUERA DE PLAZO' TO WS-INF-ESTADO
                 MOVE '***' TO WS-INF-MARCA
                 ADD 1 TO WS-CANT-VENCIDOS
                 ADD WS-IMP-SALDO TO WS-IMP-VENCIDO
              ELSE
                 MOVE 'PENDIENTE' TO WS-INF-ESTADO
                 MOVE SPACE TO WS-INF-MARCA
              END-IF

              PERFORM 2600-ESCRIBIR-LINEA
           END-IF.

       2750-CONTAR-DIAS-HABILES.

      * DIAS HABILES POSTERIORES A LA FECHA DE RECAUDACION (SERIAL EN
      * WS-SERIAL-DIA) HASTA HOY, SIN FINES DE SEMANA NI FERIADOS.

           MOVE ZERO TO WS-DIAS-ABIERTO

           IF WS-SERIAL-HOY > WS-SERIAL-DIA
              COMPUTE WS-SERIAL-DESDE = WS-SERIAL-DIA + 1
              PERFORM 2760-EVALUAR-UN-DIA
                  VARYING WS-SERIAL-CONT FROM WS-SERIAL-DESDE BY 1
                  UNTIL WS-SERIAL-CONT > WS-SERIAL-HOY
           END-IF.

       2760-EVALUAR-UN-DIA.

           COMPUTE WS-DIF-LUNES = WS-SERIAL-CONT - WS-SERIAL-LUNES
           DIVIDE WS-DIF-LUNES BY 7 GIVING WS-COCIENTE
               REMAINDER WS-DIA-SEM

           IF 88-DIA-HABIL
              MOVE 'N' TO WS-FERIADO-SW
              PERFORM 2765-COMPARAR-FERIADO
                  VARYING TFE-IDX FROM 1 BY 1
                  UNTIL TFE-IDX > WS-CANT-FERIADOS
                  OR 88-ES-FERIADO
              IF NOT 88-ES-FERIADO
                 ADD 1 TO WS-DIAS-ABIERTO
              END-IF
           END-IF.

       2765-COMPARAR-FERIADO.

           IF TFE-SERIAL (TFE-IDX) EQUAL WS-SERIAL-CONT
              SET 88-ES-FERIADO TO TRUE
           END-IF.

       2800-BUSCAR-CLEARING.

           MOVE 'N' TO WS-CLR-HALLADO-SW
           MOVE ZERO TO WS-SUB-CLR-HALLADO

           PERFORM 2810-COMPARAR-CLEARING
               VARYING WS-SUB-CLR FROM 1 BY 1
               UNTIL WS-SUB-CLR > WS-CANT-CLEARING
               OR 88-CLR-HALLADO.

       2810-COMPARAR-CLEARING.

           IF TC-CAJERO (WS-SUB-CLR) EQUAL WS-CLAVE-CLR-CAJ
              AND TC-FECHA (WS-SUB-CLR) EQUAL WS-CLAVE-CLR-FEC
              AND TC-FORMA-PAGO (WS-SUB-CLR) EQUAL WS-CLAVE-CLR-FORMA
              SET 88-CLR-HALLADO TO TRUE
              MOVE WS-SUB-CLR TO WS-SUB-CLR-HALLADO
           END-IF.

       2900-CALCULAR-SERIAL.

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

      *----------------------------------------------------------------*
       3000-FINALIZO.

      * CLRPEND, LOS RECHAZOS EN ANULEXC Y EL REGISTRO DEL ACREDIT EN
      * ACREPRC SE GRABAN JUNTOS Y SOLO SI LA CORRIDA TERMINO BIEN: UNA
      * CORRIDA INTERRUMPIDA PUEDE REPETIRSE SIN DUPLICAR NADA.

           IF 88-INFORME-OKEY AND RETURN-CODE EQUAL ZERO
              PERFORM 3050-ESCRIBIR-RESUMEN-FIN
              PERFORM 3060-GRABAR-CLEARING
              IF RETURN-CODE EQUAL ZERO
                 PERFORM 3080-GRABAR-RECHAZOS
                 IF RETURN-CODE EQUAL ZERO
                    PERFORM 3090-REGISTRAR-ACREDIT
                 END-IF
              END-IF
           END-IF.

           PERFORM 3900-GRABAR-AUDITORIA.

           PERFORM 3100-CIERRO-ARCHIVOS.

           PERFORM 3500-IMPRIMIR.

           STOP RUN.

       3050-ESCRIBIR-RESUMEN-FIN.

           WRITE REG-INFORME-FD FROM WS-TITULO-3

           MOVE 'DIFERIDOS INCORPORADOS: ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-INCORPORADOS       TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'ACREDITACIONES APLIC. : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-ACR-APLICADAS      TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'RECHAZOS A ANULEXC    : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-RECHAZADOS         TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'ACRED. NO APLICADAS   : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-ACR-NO-APLICADAS   TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'ACRED. INVALIDAS      : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-ACR-INVALIDAS      TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'ITEMS SIN ACREDITAR   : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-ABIERTOS           TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           MOVE 'FUERA DE PLAZO        : ' TO WS-FIN-LEYENDA
           MOVE WS-CANT-VENCIDOS           TO WS-FIN-CANTIDAD
           WRITE REG-INFORME-FD FROM WS-LINEA-RESUMEN-FIN

           IF FS-INFORME EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA INFORME: ' FS-INFORME
           END-IF.

       3060-GRABAR-CLEARING.

      * SE CONSERVAN LOS ITEMS ABIERTOS Y LOS RESUELTOS DENTRO DE LA
      * RETENCION (PARA NO VOLVER A TOMAR UN RESXDIA2 YA PROCESADO).

           OPEN OUTPUT CLEARING.

           IF FS-CLEARING EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPEN SALIDA CLEARING: ' FS-CLEARING
              MOVE 12 TO RETURN-CODE
              PERFORM 3100-CIERRO-ARCHIVOS
              STOP RUN
           END-IF.

           PERFORM 3070-GRABAR-UN-CLEARING
               VARYING WS-SUB-CLR FROM 1 BY 1
               UNTIL WS-SUB-CLR > WS-CANT-CLEARING.

           CLOSE CLEARING.

           IF FS-CLEARING EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN CIERRE CLEARING: ' FS-CLEARING
              MOVE 12 TO RETURN-CODE
           END-IF.

       3070-GRABAR-UN-CLEARING.

           IF TC-ESTADO (WS-SUB-CLR) EQUAL 'PENDIENTE'
              MOVE ZERO TO WS-DIAS-ABIERTO
           ELSE
              MOVE TC-FECHA-ULT-ACRED (WS-SUB-CLR) TO WS-FECHA-CALC
              PERFORM 2900-CALCULAR-SERIAL
              COMPUTE WS-DIAS-ABIERTO = WS-SERIAL-HOY - WS-SERIAL-DIA
           END-IF.

           IF WS-DIAS-ABIERTO NOT > WS-DIAS-RETENCION
              INITIALIZE CLEARING-REG
              MOVE TC-CAJERO          (WS-SUB-CLR) TO CL-COD-CAJERO
              MOVE TC-FECHA           (WS-SUB-CLR) TO CL-FECHA
              MOVE TC-FORMA-PAGO      (WS-SUB-CLR) TO CL-FORMA-PAGO
              MOVE TC-IMPORTE         (WS-SUB-CLR) TO CL-IMPORTE
              MOVE TC-IMP-ACREDITADO  (WS-SUB-CLR) TO CL-IMP-ACREDITADO
              MOVE TC-IMP-RECHAZADO   (WS-SUB-CLR) TO CL-IMP-RECHAZADO
              MOVE TC-ESTADO          (WS-SUB-CLR) TO CL-ESTADO
              MOVE TC-FECHA-ULT-ACRED (WS-SUB-CLR)
                                                TO CL-FECHA-ULT-ACRED
              MOVE TC-FECHA-ALTA      (WS-SUB-CLR) TO CL-FECHA-ALTA

              WRITE REG-CLEARING-FD FROM CLEARING-REG

              IF FS-CLEARING EQUAL '00'
                 ADD 1 TO WS-CANT-CLR-GRABADOS
              ELSE
                 DISPLAY 'ERROR EN ESCRITURA CLEARING: '
                         FS-CLEARING
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       3080-GRABAR-RECHAZOS.

           PERFORM 3085-GRABAR-UN-RECHAZO
               VARYING WS-SUB-RECH FROM 1 BY 1
               UNTIL WS-SUB-RECH > WS-CANT-TAB-RECHAZOS.

       3085-GRABAR-UN-RECHAZO.

           WRITE REG-ANULEXC-FD FROM TRZ-REGISTRO (WS-SUB-RECH)

           IF FS-ANULEXC EQUAL '00'
              CONTINUE
           ELSE
              DISPLAY 'ERROR EN ESCRITURA ANULEXC: ' FS-ANULEXC
              DISPLAY 'RECHAZO NO GRABADO: '
                      TRZ-REGISTRO (WS-SUB-RECH)
              MOVE 12 TO RETURN-CODE
           END-IF.

       3090-REGISTRAR-ACREDIT.

           IF WS-FIR-CANT > ZERO
              OPEN EXTEND ACREPRC
              IF 88-ACREPRC-NO-EXISTE
                 OPEN OUTPUT ACREPRC
              END-IF
              IF 88-ACREPRC-OKEY
                 INITIALIZE ACREDIT-PROCESADO-REG
                 MOVE WS-FIR-DESDE      TO AP-FECHA-DESDE
                 MOVE WS-FIR-HASTA      TO AP-FECHA-HASTA
                 MOVE WS-FIR-CANT       TO AP-CANT-REGISTROS
                 MOVE WS-FIR-IMPORTE    TO AP-IMPORTE-TOTAL
                 MOVE WS-FECHA-HOY-EDIT TO AP-FECHA-PROCESO
                 MOVE WS-HORA-EDIT      TO AP-HORA-PROCESO
                 WRITE REG-ACREPRC-FD FROM ACREDIT-PROCESADO-REG
                 IF FS-ACREPRC EQUAL '00'
                    CONTINUE
                 ELSE
                    DISPLAY 'ERROR EN ESCRITURA ACREPRC: ' FS-ACREPRC
                    MOVE 12 TO RETURN-CODE
                 END-IF
                 CLOSE ACREPRC
              ELSE
                 DISPLAY 'ERROR OPEN EN ACREPRC: ' FS-ACREPRC
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF.

       3100-CIERRO-ARCHIVOS.

           IF FS-RESUMEN EQUAL '00' OR '10'
              CLOSE RESUMEN
           END-IF.

           IF 88-RESG-ABIERTO
              CLOSE RESG-RESUMEN
              MOVE 'N' TO WS-RESG-ABIERTO-SW
           END-IF.

           IF FS-ACREDIT EQUAL '00' OR '10'
              CLOSE ACREDITACIONES
           END-IF.

           IF 88-ANULEXC-OKEY
              CLOSE ANULEXC
           END-IF.

           IF 88-INFORME-OKEY
              CLOSE INFORME
           END-IF.

       3500-IMPRIMIR.

           DISPLAY " "
           DISPLAY "***************************************************"
           MOVE WS-CANT-RESGUARDOS TO WS-CANT-ED
           DISPLAY "Resguardos leidos   : " WS-CANT-ED
           MOVE WS-CANT-RES-LEIDOS TO WS-CANT-ED
           DISPLAY "Resumenes leidos    : " WS-CANT-ED
           MOVE WS-CANT-INCORPORADOS TO WS-CANT-ED
           DISPLAY "Diferidos nuevos    : " WS-CANT-ED
           MOVE WS-CANT-YA-REGISTRADOS TO WS-CANT-ED
           DISPLAY "Ya registrados      : " WS-CANT-ED
           MOVE WS-CANT-ACR-LEIDAS TO WS-CANT-ED
           DISPLAY "Acreditaciones      : " WS-CANT-ED
           MOVE WS-IMP-ACREDITADO TO WS-IMP-ED
           DISPLAY "Importe acreditado  : " WS-IMP-ED
           MOVE WS-CANT-RECHAZADOS TO WS-CANT-ED
           DISPLAY "Rechazos            : " WS-CANT-ED
           MOVE WS-IMP-RECHAZADO TO WS-IMP-ED
           DISPLAY "Importe rechazado   : " WS-IMP-ED
           MOVE WS-CANT-ABIERTOS TO WS-CANT-ED
           DISPLAY "Items sin acreditar : " WS-CANT-ED
           MOVE WS-IMP-ABIERTO TO WS-IMP-ED
           DISPLAY "Importe pendiente   : " WS-IMP-ED
           MOVE WS-CANT-VENCIDOS TO WS-CANT-ED
           DISPLAY "Fuera de plazo      : " WS-CANT-ED
           MOVE WS-IMP-VENCIDO TO WS-IMP-ED
           DISPLAY "Importe vencido     : " WS-IMP-ED
           DISPLAY "Plazo dias habiles  : " WS-PLAZO
           DISPLAY "***************************************************"
           DISPLAY " ".

       3900-GRABAR-AUDITORIA.

           IF 88-AUD-GRABADA
              CONTINUE
           ELSE
              SET 88-AUD-GRABADA TO TRUE
              PERFORM 3910-ARMAR-AUDITORIA
              PERFORM 3920-ESCRIBIR-AUDITORIA
           END-IF.

       3910-ARMAR-AUDITORIA.

           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA  FROM TIME

           MOVE WS-SIS-AAAA TO WS-HOY-AAAA
           MOVE WS-SIS-MM   TO WS-HOY-MM
           MOVE WS-SIS-DD   TO WS-HOY-DD
           MOVE WS-SIS-HH   TO WS-HE-HH
           MOVE WS-SIS-MI   TO WS-HE-MI
           MOVE WS-SIS-SS   TO WS-HE-SS

           MOVE 'CLEARCH'          TO AUD-PROGRAMA
           MOVE WS-FECHA-HOY-EDIT  TO AUD-FECHA-FIN
           MOVE WS-HORA-EDIT       TO AUD-HORA-FIN

           IF WS-PARM-LINEA EQUAL SPACE
              MOVE 'SIN PARAMETROS' TO AUD-PARAMETROS
           ELSE
              MOVE WS-PARM-LINEA (1:21) TO AUD-PARAMETROS
           END-IF

           MOVE WS-CANT-ACR-LEIDAS       TO AUD-LEIDOS
           COMPUTE AUD-GRABADOS = WS-CANT-ACR-APLICADAS
                                + WS-CANT-RECHAZADOS
           COMPUTE AUD-RECHAZADOS = WS-CANT-ACR-NO-APLICADAS
                                  + WS-CANT-ACR-INVALIDAS
           MOVE RETURN-CODE              TO AUD-RETORNO
           MOVE 'N'                      TO AUD-RESTART.

       3920-ESCRIBIR-AUDITORIA.

           OPEN EXTEND AUDITORIA.

           IF FS-AUDITORIA EQUAL '35'
              OPEN OUTPUT AUDITORIA
           END-IF.

           IF 88-AUDIT-OKEY
              WRITE REG-AUDITORIA-FD FROM AUDITORIA-REG
              IF FS-AUDITORIA EQUAL '00'
                 CONTINUE
              ELSE
                 DISPLAY 'ERROR EN ESCRITURA AUDITORIA: ' FS-AUDITORIA
              END-IF
              CLOSE AUDITORIA
           ELSE
              DISPLAY 'ERROR OPEN EN AUDITORIA: ' FS-AUDITORIA
           END-IF.

       END PROGRAM CLEARCH.

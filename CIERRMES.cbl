      * Author:
      * Date:
      * Purpose: Cierre formal del periodo mensual de carga (MESCTL).
      *          Controla que todos los dias habiles (lunes a viernes
      *          que no sean feriado nacional en el calendario
      *          FERIADOS.txt) del periodo esten cargados en
      *          MESCTL.txt; si falta alguno lista los dias faltantes
      *          y no cierra, salvo que se reciba el parametro FORZAR.
      *          Al cerrar resguarda RESXMES.txt bajo el nombre del
      *          periodo (RESXMES-AAAA-MM.txt), vacia RESXMES.txt y el
      *          registro de ajustes aplicados AJUSAPL.txt, y deja en
      *          MESCTL.txt la marca de periodo cerrado para que
      *          CARGMES rechace cargas tardias en ese periodo y abra
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-AJUSTES.

       SELECT FERIADOS ASSIGN TO
           'D:\cobol-1\Archivo\FERIADOS.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS  IS FS-FERIADOS.

       SELECT CONSTANCIA ASSIGN TO
           'D:\cobol-1\Archivo\CIERRMES.txt'
                                   ORGANIZATION IS LINE SEQUENTIAL
           BLOCK 0.
       01  REG-AJUSTE-FD                  PIC X(35).

       FD  FERIADOS
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-FERIADO-FD                 PIC X(47).

       FD  CONSTANCIA
           RECORDING MODE IS F
           BLOCK 0.
       77  FS-CONSTANCIA               PIC XX VALUE '  '.
           88 88-CONSTANCIA-OKEY              VALUE '00'.

       77  FS-FERIADOS                 PIC XX VALUE '  '.
           88 88-FERIADO-OKEY                 VALUE '00'.
           88 88-FERIADO-FIN                  VALUE '10'.
           88 88-FERIADO-NO-EXISTE            VALUE '35'.

       77  WS-PARM-LINEA               PIC X(80) VALUE SPACE.
       77  WS-PERIODO-PEDIDO           PIC X(07) VALUE SPACE.
       77  WS-FORZAR                   PIC X(06) VALUE SPACE.
           03  TD-FECHA OCCURS 31 TIMES INDEXED BY TD-IDX
                                       PIC X(10) VALUE SPACE.

       77  WS-CANT-FERIADOS            PIC 9(02) VALUE ZERO.
       77  WS-FERIADO-SW               PIC X     VALUE 'N'.
           88 88-ES-FERIADO                      VALUE 'S'.

       01  TABLA-FERIADOS.
           03  TFE-FECHA OCCURS 31 TIMES INDEXED BY TFE-IDX
                                       PIC X(10) VALUE SPACE.

       77  WS-CANT-FALTANTES           PIC 9(02) VALUE ZERO.

       01  TABLA-FALTANTES.
           05  WS-CONST-LEYENDA        PIC X(25) VALUE SPACE.
           05  WS-CONST-DATO           PIC X(35) VALUE SPACE.

       COPY WFERIADO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM 2100-DIAS-DEL-MES.

           PERFORM 2150-CARGAR-FERIADOS.

           PERFORM 2200-CONTROLAR-UN-DIA
               VARYING WS-DIA-NUM FROM 1 BY 1
               UNTIL WS-DIA-NUM > WS-DIAS-MES.
                    PERFORM 3000-FINALIZO
           END-EVALUATE.

       2150-CARGAR-FERIADOS.

      * SOLO INTERESAN LOS FERIADOS NACIONALES DEL PERIODO: UN FERIADO
      * LOCAL DE UNA SUCURSAL NO DEJA EL DIA SIN CARGAS DEL RESTO.
      * SIN CALENDARIO SE CONTROLA LUNES A VIERNES COMO ANTES.

           OPEN INPUT FERIADOS.

           EVALUATE TRUE
               WHEN 88-FERIADO-OKEY
                    PERFORM 2160-LEER-FERIADO UNTIL 88-FERIADO-FIN
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

       2160-LEER-FERIADO.

           READ FERIADOS INTO FERIADO-REG

           EVALUATE FS-FERIADOS
               WHEN '00'
                   IF FE-FECHA (1:7) EQUAL WS-PERIODO
                      AND 88-FE-NACIONAL
                      AND WS-CANT-FERIADOS < 31
                      ADD 1 TO WS-CANT-FERIADOS
                      MOVE FE-FECHA TO TFE-FECHA (WS-CANT-FERIADOS)
                   END-IF
               WHEN '10'
                   SET 88-FERIADO-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA FERIADOS: ' FS-FERIADOS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 3000-FINALIZO
           END-EVALUATE.

       2200-CONTROLAR-UN-DIA.

           PERFORM 2300-DIA-DE-SEMANA.
              MOVE WS-PER-AAAA TO WS-FD-AAAA
              MOVE WS-PER-MM   TO WS-FD-MM
              MOVE WS-DIA-NUM  TO WS-FD-DD
              PERFORM 2250-BUSCAR-FERIADO
           END-IF

           IF 88-DIA-HABIL AND NOT 88-ES-FERIADO
              PERFORM 2350-BUSCAR-DIA
              IF NOT 88-DIA-CARGADO
                 ADD 1 TO WS-CANT-FALTANTES
              END-IF
           END-IF.

       2250-BUSCAR-FERIADO.

           MOVE 'N' TO WS-FERIADO-SW

           PERFORM 2260-COMPARAR-FERIADO
               VARYING TFE-IDX FROM 1 BY 1
               UNTIL TFE-IDX > WS-CANT-FERIADOS
               OR 88-ES-FERIADO.

       2260-COMPARAR-FERIADO.

           IF TFE-FECHA (TFE-IDX) EQUAL WS-FECHA-DIA
              SET 88-ES-FERIADO TO TRUE
           END-IF.

       2300-DIA-DE-SEMANA.

      * CONGRUENCIA DE ZELLER: 0=SABADO, 1=DOMINGO, 2=LUNES ... 6=VIE
           MOVE WS-CANT-DIAS               TO WS-CONST-DATO
           WRITE REG-CONSTANCIA-FD FROM WS-CONST-LINEA

           MOVE 'FERIADOS DEL PERIODO  : ' TO WS-CONST-LEYENDA
           MOVE WS-CANT-FERIADOS           TO WS-CONST-DATO
           WRITE REG-CONSTANCIA-FD FROM WS-CONST-LINEA

           MOVE 'DIAS HABILES FALTANTES: ' TO WS-CONST-LEYENDA
           MOVE WS-CANT-FALTANTES          TO WS-CONST-DATO
           WRITE REG-CONSTANCIA-FD FROM WS-CONST-LINEA
           DISPLAY "***************************************************"
           DISPLAY "Periodo               : " WS-PERIODO
           DISPLAY "Dias cargados         : " WS-CANT-DIAS
           DISPLAY "Feriados del periodo  : " WS-CANT-FERIADOS
           DISPLAY "Dias habiles faltantes: " WS-CANT-FALTANTES
           DISPLAY "Registros archivados  : " WS-REG-ARCHIVADOS-ED
           IF RETURN-CODE EQUAL ZERO

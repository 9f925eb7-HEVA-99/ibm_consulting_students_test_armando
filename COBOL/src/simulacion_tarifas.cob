*> y globales, mas el conteo de productos cuyo precio se moveria
*> mas del umbral elegido (parametro de linea de comandos en
*> porcentaje, 010 si no se indica).
*> Con el mismo archivo de costos y los mismos margenes minimos por
*> tipo que reporte_margenes (COSTOS-PRODUCTOS.DAT y
*> MARGENES-MINIMOS.TXT) cuenta cuantos productos quedan bajo el
*> minimo con la tabla actual y cuantos quedarian con la propuesta,
*> para que eso se vea antes de aprobarla.

IDENTIFICATION DIVISION.
PROGRAM-ID. simulacion_tarifas.
    SELECT OPTIONAL ARCHIVO-CAMBIOS ASSIGN TO "TIPOS-CAMBIO.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-COSTOS ASSIGN TO "COSTOS-PRODUCTOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COSTO-CLAVE
        FILE STATUS IS COSTOS-STATUS.

    SELECT OPTIONAL ARCHIVO-MINIMOS ASSIGN TO "MARGENES-MINIMOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-REPORTE ASSIGN TO "REPORTE-SIMULACION.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    05 CAM-SEP-2           PIC X(1).
    05 CAM-FECHA-DESDE     PIC X(10).

FD ARCHIVO-COSTOS.
COPY COSTO.

FD ARCHIVO-MINIMOS.
01 MINIMO-RECORD.
    05 MIN-TIPO-PRODUCTO   PIC X(2).
    05 MIN-SEP-1           PIC X(1).
    05 MIN-PORCENTAJE      PIC 9(3)V99.

FD ARCHIVO-REPORTE.
01 REPORTE-RECORD PIC X(90).

01 MAESTRO-STATUS PIC X(2).
01 TARIFAS-STATUS PIC X(2).
01 PROPUESTAS-STATUS PIC X(2).
01 COSTOS-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH PIC X(1) VALUE "N".
    05 SWITCH-TARIFAS PIC X(1) VALUE "N".
    05 SWITCH-PROPUESTAS PIC X(1) VALUE "N".
    05 SWITCH-CAMBIOS PIC X(1) VALUE "N".
    05 MONEDA-VALIDA PIC X(1) VALUE "N".
    05 SWITCH-MINIMOS PIC X(1) VALUE "N".
    05 SWITCH-COSTOS PIC X(1) VALUE "N".
    05 COSTO-HALLADO PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-REGISTROS  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-COMPARADOS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SIN-ACTUAL PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SIN-PROPUESTA PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SIN-MONEDA PIC 9(6) VALUE ZEROES.
    05 CONTADOR-BAJO-MINIMO-ACTUAL PIC 9(6) VALUE ZEROES.
    05 CONTADOR-BAJO-MINIMO-PROPUESTO PIC 9(6) VALUE ZEROES.
    05 CONTADOR-NUEVOS-BAJO-MINIMO PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SIN-COSTO PIC 9(6) VALUE ZEROES.
01 MONEDA-BASE PIC X(3) VALUE "MXN".
01 TABLA-TARIFAS.
    *> Tabla de produccion, con la misma resolucion de vigencia que
    05 TOTAL-ACTUAL-IMPUESTO    PIC 9(11)V99 VALUE ZEROES.
    05 TOTAL-PROPUESTO-PRECIO   PIC 9(11)V99 VALUE ZEROES.
    05 TOTAL-PROPUESTO-IMPUESTO PIC 9(11)V99 VALUE ZEROES.
01 TABLA-MINIMOS.
    *> Margenes minimos por tipo, como en reporte_margenes: ** es
    *> el minimo de los tipos sin renglon propio.
    05 MINIMOS-CARGADOS        PIC 9(2) VALUE ZEROES.
    05 MINIMO-ENT OCCURS 50 TIMES.
        10 MINIMO-TIPO             PIC X(2).
        10 MINIMO-PORCENTAJE       PIC 9(3)V99.
01 WS-MINIMO-IDX PIC 9(2).
01 WS-MINIMO-HALLADO PIC 9(2).
01 WS-MINIMO-OMISION PIC 9(3)V99 VALUE ZEROES.
01 WS-MINIMO-TIPO PIC 9(3)V99 VALUE ZEROES.
01 WS-COSTO PIC 9(7)V99.
01 WS-MONEDA-COSTO PIC X(3).
01 WS-COSTO-BASE PIC 9(9)V99.
01 WS-MARGEN-ACTUAL PIC S9(5)V99.
01 WS-MARGEN-PROPUESTO PIC S9(5)V99.
01 WS-TARIFA-IDX PIC 9(2).
01 WS-TARIFA-HALLADA PIC 9(2).
01 WS-PROPUESTA-HALLADA PIC 9(2).
    PERFORM 130-CARGAR-TARIFAS.
    PERFORM 140-CARGAR-PROPUESTAS.
    PERFORM 150-CARGAR-MONEDAS.
    PERFORM 160-CARGAR-MINIMOS.
    OPEN INPUT ARCHIVO-COSTOS.
    IF COSTOS-STATUS NOT = "00" AND COSTOS-STATUS NOT = "05" THEN
        DISPLAY "SIMULACION ABORTADA: no se pudo abrir COSTOS-PRODUCTOS.DAT, status " COSTOS-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT ARCHIVO-PRODUCTOS.
    IF MAESTRO-STATUS NOT = "00" THEN
        DISPLAY "SIMULACION ABORTADA: no se pudo abrir el maestro, status " MAESTRO-STATUS
                MOVE TARIFAS-CARGADAS TO WS-TARIFA-HALLADA
                MOVE SPACES TO TARIFA-FECHA-DESDE(WS-TARIFA-HALLADA)
            ELSE
                DISPLAY "SIMULACION ABORTADA: mas de 20 tipos en vigor en TARIFAS-PRECIOS.TXT (" TAR-TIPO-PRODUCTO ")"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        IF WS-TARIFA-HALLADA > 0 THEN
                MOVE PROPUESTAS-CARGADAS TO WS-PROPUESTA-HALLADA
                MOVE SPACES TO PROPUESTA-FECHA-DESDE(WS-PROPUESTA-HALLADA)
            ELSE
                DISPLAY "SIMULACION ABORTADA: mas de 20 tipos en vigor en TARIFAS-PROPUESTAS.TXT (" PRO-TIPO-PRODUCTO ")"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        IF WS-PROPUESTA-HALLADA > 0 THEN
                MOVE MONEDAS-CARGADAS TO WS-MONEDA-HALLADA
                MOVE SPACES TO MONEDA-FECHA-DESDE(WS-MONEDA-HALLADA)
            ELSE
                DISPLAY "SIMULACION ABORTADA: mas de 10 monedas en vigor en TIPOS-CAMBIO.TXT (" CAM-MONEDA ")"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        IF WS-MONEDA-HALLADA > 0 THEN
        END-IF
    END-IF.

160-CARGAR-MINIMOS.
    OPEN INPUT ARCHIVO-MINIMOS.
    PERFORM UNTIL SWITCH-MINIMOS = "Y"
        READ ARCHIVO-MINIMOS
            AT END
                MOVE "Y" TO SWITCH-MINIMOS
            NOT AT END
                PERFORM 165-GUARDAR-MINIMO
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-MINIMOS.

165-GUARDAR-MINIMO.
    IF MIN-PORCENTAJE IS NOT NUMERIC THEN
        DISPLAY "SIMULACION ABORTADA: porcentaje no numerico en MARGENES-MINIMOS.TXT para el tipo " MIN-TIPO-PRODUCTO
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF MIN-TIPO-PRODUCTO = "**" THEN
        MOVE MIN-PORCENTAJE TO WS-MINIMO-OMISION
    ELSE
        IF MINIMOS-CARGADOS < 50 THEN
            COMPUTE MINIMOS-CARGADOS = MINIMOS-CARGADOS + 1
            MOVE MIN-TIPO-PRODUCTO TO MINIMO-TIPO(MINIMOS-CARGADOS)
            MOVE MIN-PORCENTAJE TO MINIMO-PORCENTAJE(MINIMOS-CARGADOS)
        ELSE
            DISPLAY "SIMULACION ABORTADA: mas de 50 tipos en MARGENES-MINIMOS.TXT"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

200-SIMULAR-REGISTRO.

    PERFORM 215-BUSCAR-TARIFA.
            COMPUTE CONTADOR-MOVIDOS = CONTADOR-MOVIDOS + 1
        END-IF
    END-IF.
    PERFORM 240-REVISAR-MARGEN.

230-ACUMULAR-IMPACTO.
    MOVE ZEROES TO WS-IMPACTO-HALLADO.
            MOVE ZEROES TO IMP-PROPUESTO-PRECIO(WS-IMPACTO-HALLADO)
            MOVE ZEROES TO IMP-PROPUESTO-IMPUESTO(WS-IMPACTO-HALLADO)
        ELSE
            DISPLAY "SIMULACION ABORTADA: mas de 50 tipos en el maestro (" TIPO-PRODUCTO ")"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    IF WS-IMPACTO-HALLADO > 0 THEN
        ADD WS-IMPUESTO-PROPUESTO TO IMP-PROPUESTO-IMPUESTO(WS-IMPACTO-HALLADO)
    END-IF.

240-REVISAR-MARGEN.
    *> Mismo margen que reporte_margenes, sobre el precio ya en
    *> moneda base, en los dos escenarios.
    PERFORM 245-BUSCAR-COSTO.
    IF COSTO-HALLADO = "N" THEN
        COMPUTE CONTADOR-SIN-COSTO = CONTADOR-SIN-COSTO + 1
    ELSE
        PERFORM 250-CONVERTIR-COSTO
        IF MONEDA-VALIDA = "N" THEN
            COMPUTE CONTADOR-SIN-COSTO = CONTADOR-SIN-COSTO + 1
        ELSE
            PERFORM 255-BUSCAR-MINIMO
            IF WS-PRECIO-ACTUAL = 0 THEN
                MOVE -9999.99 TO WS-MARGEN-ACTUAL
            ELSE
                COMPUTE WS-MARGEN-ACTUAL ROUNDED =
                    (WS-PRECIO-ACTUAL - WS-COSTO-BASE) * 100
                    / WS-PRECIO-ACTUAL
                    ON SIZE ERROR
                        MOVE -9999.99 TO WS-MARGEN-ACTUAL
                END-COMPUTE
            END-IF
            IF WS-PRECIO-PROPUESTO = 0 THEN
                MOVE -9999.99 TO WS-MARGEN-PROPUESTO
            ELSE
                COMPUTE WS-MARGEN-PROPUESTO ROUNDED =
                    (WS-PRECIO-PROPUESTO - WS-COSTO-BASE) * 100
                    / WS-PRECIO-PROPUESTO
                    ON SIZE ERROR
                        MOVE -9999.99 TO WS-MARGEN-PROPUESTO
                END-COMPUTE
            END-IF
            IF WS-MARGEN-ACTUAL < WS-MINIMO-TIPO THEN
                COMPUTE CONTADOR-BAJO-MINIMO-ACTUAL = CONTADOR-BAJO-MINIMO-ACTUAL + 1
            END-IF
            IF WS-MARGEN-PROPUESTO < WS-MINIMO-TIPO THEN
                COMPUTE CONTADOR-BAJO-MINIMO-PROPUESTO = CONTADOR-BAJO-MINIMO-PROPUESTO + 1
                IF WS-MARGEN-ACTUAL NOT < WS-MINIMO-TIPO THEN
                    COMPUTE CONTADOR-NUEVOS-BAJO-MINIMO = CONTADOR-NUEVOS-BAJO-MINIMO + 1
                END-IF
            END-IF
        END-IF
    END-IF.

245-BUSCAR-COSTO.
    *> Costo en vigor del producto, igual que en reporte_margenes.
    MOVE "N" TO COSTO-HALLADO.
    MOVE "N" TO SWITCH-COSTOS.
    MOVE COD-PRODUCTO TO COS-COD-PRODUCTO.
    MOVE LOW-VALUES TO COS-FECHA-DESDE.
    START ARCHIVO-COSTOS KEY IS NOT LESS THAN COSTO-CLAVE
        INVALID KEY
            MOVE "Y" TO SWITCH-COSTOS
    END-START.
    PERFORM UNTIL SWITCH-COSTOS = "Y"
        READ ARCHIVO-COSTOS NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-COSTOS
            NOT AT END
                IF COS-COD-PRODUCTO NOT = COD-PRODUCTO OR
                   COS-FECHA-DESDE > WS-FECHA-CORRIDA THEN
                    MOVE "Y" TO SWITCH-COSTOS
                ELSE
                    MOVE "Y" TO COSTO-HALLADO
                    MOVE COS-COSTO TO WS-COSTO
                    MOVE COS-MONEDA TO WS-MONEDA-COSTO
                END-IF
        END-READ
    END-PERFORM.

250-CONVERTIR-COSTO.
    MOVE "N" TO MONEDA-VALIDA.
    IF WS-MONEDA-COSTO = SPACES THEN
        MOVE MONEDA-BASE TO WS-MONEDA-COSTO
    END-IF.
    IF WS-MONEDA-COSTO = MONEDA-BASE THEN
        MOVE "Y" TO MONEDA-VALIDA
        MOVE WS-COSTO TO WS-COSTO-BASE
    ELSE
        MOVE ZEROES TO WS-MONEDA-HALLADA
        PERFORM VARYING WS-MONEDA-IDX FROM 1 BY 1
                UNTIL WS-MONEDA-IDX > MONEDAS-CARGADAS
            IF MONEDA-CODIGO(WS-MONEDA-IDX) = WS-MONEDA-COSTO THEN
                MOVE WS-MONEDA-IDX TO WS-MONEDA-HALLADA
            END-IF
        END-PERFORM
        IF WS-MONEDA-HALLADA > 0 THEN
            MOVE "Y" TO MONEDA-VALIDA
            COMPUTE WS-COSTO-BASE ROUNDED =
                WS-COSTO * MONEDA-TASA(WS-MONEDA-HALLADA)
        END-IF
    END-IF.

255-BUSCAR-MINIMO.
    MOVE ZEROES TO WS-MINIMO-HALLADO.
    PERFORM VARYING WS-MINIMO-IDX FROM 1 BY 1
            UNTIL WS-MINIMO-IDX > MINIMOS-CARGADOS
        IF MINIMO-TIPO(WS-MINIMO-IDX) = TIPO-PRODUCTO THEN
            MOVE WS-MINIMO-IDX TO WS-MINIMO-HALLADO
        END-IF
    END-PERFORM.
    IF WS-MINIMO-HALLADO > 0 THEN
        MOVE MINIMO-PORCENTAJE(WS-MINIMO-HALLADO) TO WS-MINIMO-TIPO
    ELSE
        MOVE WS-MINIMO-OMISION TO WS-MINIMO-TIPO
    END-IF.

900-FINALIZE.
    CLOSE ARCHIVO-PRODUCTOS.
    CLOSE ARCHIVO-COSTOS.
    PERFORM 910-ESCRIBIR-REPORTE.
    DISPLAY "=== SIMULACION DE TARIFAS ===".
    DISPLAY "REGISTROS DEL MAESTRO   : " CONTADOR-REGISTROS.
    DISPLAY "SIN TARIFA ACTUAL       : " CONTADOR-SIN-ACTUAL.
    DISPLAY "SIN TARIFA PROPUESTA    : " CONTADOR-SIN-PROPUESTA.
    DISPLAY "SIN TIPO DE CAMBIO      : " CONTADOR-SIN-MONEDA.
    DISPLAY "BAJO MINIMO HOY         : " CONTADOR-BAJO-MINIMO-ACTUAL.
    DISPLAY "BAJO MINIMO PROPUESTA   : " CONTADOR-BAJO-MINIMO-PROPUESTO.
    DISPLAY "  NUEVOS BAJO MINIMO    : " CONTADOR-NUEVOS-BAJO-MINIMO.
    DISPLAY "SIN COSTO PARA MARGEN   : " CONTADOR-SIN-COSTO.
    DISPLAY "PRECIO ACTUAL TOTAL     : " TOTAL-ACTUAL-PRECIO.
    DISPLAY "PRECIO PROPUESTO TOTAL  : " TOTAL-PROPUESTO-PRECIO.

    MOVE "SIN TIPO DE CAMBIO               :" TO RES-ETIQUETA.
    MOVE CONTADOR-SIN-MONEDA TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "BAJO MARGEN MINIMO CON LA ACTUAL :" TO RES-ETIQUETA.
    MOVE CONTADOR-BAJO-MINIMO-ACTUAL TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "BAJO MARGEN MINIMO CON PROPUESTA :" TO RES-ETIQUETA.
    MOVE CONTADOR-BAJO-MINIMO-PROPUESTO TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "  NUEVOS BAJO EL MINIMO          :" TO RES-ETIQUETA.
    MOVE CONTADOR-NUEVOS-BAJO-MINIMO TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "SIN COSTO PARA EL MARGEN         :" TO RES-ETIQUETA.
    MOVE CONTADOR-SIN-COSTO TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    CLOSE ARCHIVO-REPORTE.

920-ESCRIBIR-IMPACTO.

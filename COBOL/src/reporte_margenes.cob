*> Reporte de margenes de la corrida de precios. Corre despues de
*> ejercicio_3.5: ordena PRODUCTOS-AJUSTADOS.TXT por TIPO-PRODUCTO
*> y producto y compara cada AJ-PRECIO (ya en moneda base) contra
*> el costo en vigor del producto en COSTOS-PRODUCTOS.DAT, que
*> mantiene carga_costos, convertido a moneda base con los tipos de
*> cambio en vigor de TIPOS-CAMBIO.TXT. El margen se calcula sobre
*> el precio de venta: (precio - costo) * 100 / precio.
*> El margen minimo por tipo sale de MARGENES-MINIMOS.TXT, un
*> renglon por tipo:
*>   tipo (2) porcentaje minimo (5, dos decimales implicitos)
*> con ** como minimo para los tipos que no tienen renglon propio;
*> sin archivo, o sin ** , el minimo es cero y solo se marca lo que
*> se vende por debajo del costo. Se marcan en REPORTE-MARGENES.TXT
*> los productos bajo el minimo (BAJO COSTO si ademas se venden
*> por debajo del costo), los que no tienen costo en vigor y los
*> que tienen costo en una moneda sin tipo de cambio. Subtotal por
*> tipo con su margen y conteos, y gran total. Termina con RC 4 si
*> hay algo marcado.

IDENTIFICATION DIVISION.
PROGRAM-ID. reporte_margenes.
AUTHOR. Armando Hernandez.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVO-AJUSTADOS ASSIGN TO "PRODUCTOS-AJUSTADOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AJUSTADOS-STATUS.

    SELECT OPTIONAL ARCHIVO-COSTOS ASSIGN TO "COSTOS-PRODUCTOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COSTO-CLAVE
        FILE STATUS IS COSTOS-STATUS.

    SELECT OPTIONAL ARCHIVO-MINIMOS ASSIGN TO "MARGENES-MINIMOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-CAMBIOS ASSIGN TO "TIPOS-CAMBIO.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-REPORTE ASSIGN TO "REPORTE-MARGENES.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ARCHIVO-SORT ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-AJUSTADOS.
01 AJUSTADO-RECORD.
    05 AJ-COD-PRODUCTO     PIC X(10).
    05 AJ-TIPO-PRODUCTO    PIC X(2).
    05 AJ-PRECIO           PIC 9(7)V99.
    05 AJ-IMPUESTO         PIC 9(7)V99.
    05 AJ-MONEDA           PIC X(3).

FD ARCHIVO-COSTOS.
COPY COSTO.

FD ARCHIVO-MINIMOS.
01 MINIMO-RECORD.
    05 MIN-TIPO-PRODUCTO   PIC X(2).
    05 MIN-SEP-1           PIC X(1).
    05 MIN-PORCENTAJE      PIC 9(3)V99.

FD ARCHIVO-CAMBIOS.
01 CAMBIO-MONEDA-RECORD.
    05 CAM-MONEDA          PIC X(3).
    05 CAM-SEP-1           PIC X(1).
    05 CAM-TASA            PIC 9(3)V9(6).
    05 CAM-SEP-2           PIC X(1).
    05 CAM-FECHA-DESDE     PIC X(10).

FD ARCHIVO-REPORTE.
01 REPORTE-RECORD PIC X(80).

SD ARCHIVO-SORT.
01 SORT-RECORD.
    05 SORT-COD-PRODUCTO   PIC X(10).
    05 SORT-TIPO-PRODUCTO  PIC X(2).
    05 SORT-PRECIO         PIC 9(7)V99.
    05 SORT-IMPUESTO       PIC 9(7)V99.
    05 SORT-MONEDA         PIC X(3).

WORKING-STORAGE SECTION.
01 AJUSTADOS-STATUS PIC X(2).
01 COSTOS-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH-SORT PIC X(1) VALUE "N".
    05 SWITCH-MINIMOS PIC X(1) VALUE "N".
    05 SWITCH-CAMBIOS PIC X(1) VALUE "N".
    05 SWITCH-COSTOS PIC X(1) VALUE "N".
    05 COSTO-HALLADO PIC X(1) VALUE "N".
    05 MONEDA-VALIDA PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-DETALLES   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-BAJO-MINIMO PIC 9(6) VALUE ZEROES.
    05 CONTADOR-BAJO-COSTO PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SIN-COSTO  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SIN-CAMBIO PIC 9(6) VALUE ZEROES.
    05 LINEA-ACTUAL        PIC 9(2) VALUE 99.
    05 PAGINA-ACTUAL       PIC 9(4) VALUE ZEROES.
    05 LINEAS-POR-PAGINA   PIC 9(2) VALUE 50.
01 ACUMULADOS.
    *> El margen del tipo y el global se calculan solo sobre los
    *> productos con costo: el precio de un producto sin costo no
    *> tiene contra que compararse.
    05 SUB-PRODUCTOS       PIC 9(6) VALUE ZEROES.
    05 SUB-BAJO-MINIMO     PIC 9(6) VALUE ZEROES.
    05 SUB-SIN-COSTO       PIC 9(6) VALUE ZEROES.
    05 SUB-PRECIO          PIC 9(9)V99 VALUE ZEROES.
    05 SUB-COSTO           PIC 9(9)V99 VALUE ZEROES.
    05 GRAN-PRECIO         PIC 9(9)V99 VALUE ZEROES.
    05 GRAN-COSTO          PIC 9(9)V99 VALUE ZEROES.
01 MONEDA-BASE PIC X(3) VALUE "MXN".
*> Las tablas tienen tope: si no caben los minimos o los tipos de
*> cambio el reporte no sale (RC 16), para no marcar de menos.
01 TABLA-MINIMOS.
    05 MINIMOS-CARGADOS        PIC 9(2) VALUE ZEROES.
    05 MINIMO-ENT OCCURS 50 TIMES.
        10 MINIMO-TIPO             PIC X(2).
        10 MINIMO-PORCENTAJE       PIC 9(3)V99.
01 TABLA-MONEDAS.
    05 MONEDAS-CARGADAS        PIC 9(2) VALUE ZEROES.
    05 MONEDA-ENT OCCURS 50 TIMES.
        10 MONEDA-CODIGO           PIC X(3).
        10 MONEDA-TASA             PIC 9(3)V9(6).
        10 MONEDA-FECHA-DESDE      PIC X(10).
01 WS-MINIMO-IDX PIC 9(2).
01 WS-MINIMO-HALLADO PIC 9(2).
01 WS-MINIMO-OMISION PIC 9(3)V99 VALUE ZEROES.
01 WS-MINIMO-TIPO PIC 9(3)V99 VALUE ZEROES.
01 WS-MONEDA-IDX PIC 9(2).
01 WS-MONEDA-HALLADA PIC 9(2).
01 WS-COSTO PIC 9(7)V99.
01 WS-MONEDA-COSTO PIC X(3).
01 WS-COSTO-BASE PIC 9(9)V99.
01 WS-MARGEN PIC S9(5)V99.
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).
01 TIPO-ANTERIOR PIC X(2) VALUE SPACES.

01 ENCABEZADO-1.
    05 FILLER              PIC X(24) VALUE "REPORTE DE MARGENES AL ".
    05 ENC-FECHA           PIC X(10).
    05 FILLER              PIC X(30) VALUE SPACES.
    05 FILLER              PIC X(7) VALUE "PAGINA ".
    05 ENC-PAGINA          PIC ZZZ9.
01 ENCABEZADO-2.
    *> MON es la moneda en que viene el costo; precio y costo se
    *> imprimen ya en moneda base.
    05 FILLER              PIC X(10) VALUE "PRODUCTO".
    05 FILLER              PIC X(2) VALUE SPACES.
    05 FILLER              PIC X(4) VALUE "TIPO".
    05 FILLER              PIC X(3) VALUE "MON".
    05 FILLER              PIC X(1) VALUE SPACES.
    05 FILLER              PIC X(12) VALUE "      PRECIO".
    05 FILLER              PIC X(1) VALUE SPACES.
    05 FILLER              PIC X(12) VALUE "  COSTO BASE".
    05 FILLER              PIC X(1) VALUE SPACES.
    05 FILLER              PIC X(8) VALUE " MARGEN%".
    05 FILLER              PIC X(1) VALUE SPACES.
    05 FILLER              PIC X(6) VALUE "MINIMO".
    05 FILLER              PIC X(1) VALUE SPACES.
    05 FILLER              PIC X(11) VALUE "OBSERVACION".
01 LINEA-DETALLE.
    05 DET-COD-PRODUCTO    PIC X(10).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 DET-TIPO-PRODUCTO   PIC X(2).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 DET-MONEDA          PIC X(3).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-PRECIO          PIC Z,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-COSTO           PIC Z,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-MARGEN          PIC -(4)9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-MINIMO          PIC ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 DET-OBSERVACION     PIC X(12).
01 LINEA-SUBTOTAL.
    05 FILLER              PIC X(9) VALUE "SUBTOTAL ".
    05 SUB-TIPO            PIC X(2).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 SUB-PRECIO-ED       PIC Z,ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 SUB-COSTO-ED        PIC Z,ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 SUB-MARGEN-ED       PIC -(4)9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 SUB-MINIMO-ED       PIC ZZ9.99.
01 LINEA-CONTEOS.
    05 FILLER              PIC X(12) VALUE "  PRODUCTOS ".
    05 CNT-PRODUCTOS       PIC ZZZZZ9.
    05 FILLER              PIC X(15) VALUE "   BAJO MINIMO ".
    05 CNT-BAJO-MINIMO     PIC ZZZZZ9.
    05 FILLER              PIC X(13) VALUE "   SIN COSTO ".
    05 CNT-SIN-COSTO       PIC ZZZZZ9.
01 LINEA-GRAN-TOTAL.
    05 FILLER              PIC X(12) VALUE "GRAN TOTAL  ".
    05 GRAN-PRECIO-ED      PIC Z,ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 GRAN-COSTO-ED       PIC Z,ZZZ,ZZZ,ZZ9.99.
    05 FILLER              PIC X(1) VALUE SPACES.
    05 GRAN-MARGEN-ED      PIC -(4)9.99.
01 LINEA-RESUMEN.
    05 RES-ETIQUETA        PIC X(30).
    05 RES-CONTEO          PIC ZZZZZ9.

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    SORT ARCHIVO-SORT
        ON ASCENDING KEY SORT-TIPO-PRODUCTO
                         SORT-COD-PRODUCTO
        USING ARCHIVO-AJUSTADOS
        OUTPUT PROCEDURE IS 300-IMPRIMIR-REPORTE.
    PERFORM 900-FINALIZE.
    GOBACK.

100-INITIALIZE.
    PERFORM 105-CALCULAR-FECHA.
    *> Igual que reporte_precios: se comprueba el archivo de
    *> ajustados antes de lanzar el SORT.
    OPEN INPUT ARCHIVO-AJUSTADOS.
    IF AJUSTADOS-STATUS NOT = "00" THEN
        DISPLAY "MARGENES ABORTADO: no se pudo abrir PRODUCTOS-AJUSTADOS.TXT, status " AJUSTADOS-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    CLOSE ARCHIVO-AJUSTADOS.
    PERFORM 130-CARGAR-MINIMOS.
    PERFORM 150-CARGAR-MONEDAS.
    *> Sin archivo de costos no es error de la corrida: todo sale
    *> marcado SIN COSTO, que es justo lo que hay que ver.
    OPEN INPUT ARCHIVO-COSTOS.
    IF COSTOS-STATUS NOT = "00" AND COSTOS-STATUS NOT = "05" THEN
        DISPLAY "MARGENES ABORTADO: no se pudo abrir COSTOS-PRODUCTOS.DAT, status " COSTOS-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT ARCHIVO-REPORTE.

105-CALCULAR-FECHA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
    STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(5:2)  DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(7:2)  DELIMITED BY SIZE
        INTO WS-FECHA-CORRIDA.

130-CARGAR-MINIMOS.
    OPEN INPUT ARCHIVO-MINIMOS.
    PERFORM UNTIL SWITCH-MINIMOS = "Y"
        READ ARCHIVO-MINIMOS
            AT END
                MOVE "Y" TO SWITCH-MINIMOS
            NOT AT END
                PERFORM 135-GUARDAR-MINIMO
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-MINIMOS.

135-GUARDAR-MINIMO.
    IF MIN-PORCENTAJE IS NOT NUMERIC THEN
        DISPLAY "MARGENES ABORTADO: porcentaje no numerico en MARGENES-MINIMOS.TXT para el tipo " MIN-TIPO-PRODUCTO
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
            DISPLAY "MARGENES ABORTADO: mas de 50 tipos en MARGENES-MINIMOS.TXT"
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

150-CARGAR-MONEDAS.
    *> Misma resolucion de vigencia que ejercicio_3.5.
    OPEN INPUT ARCHIVO-CAMBIOS.
    PERFORM UNTIL SWITCH-CAMBIOS = "Y"
        READ ARCHIVO-CAMBIOS
            AT END
                MOVE "Y" TO SWITCH-CAMBIOS
            NOT AT END
                PERFORM 155-GUARDAR-MONEDA
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-CAMBIOS.

155-GUARDAR-MONEDA.
    IF CAM-FECHA-DESDE <= WS-FECHA-CORRIDA THEN
        MOVE ZEROES TO WS-MONEDA-HALLADA
        PERFORM VARYING WS-MONEDA-IDX FROM 1 BY 1
                UNTIL WS-MONEDA-IDX > MONEDAS-CARGADAS
            IF MONEDA-CODIGO(WS-MONEDA-IDX) = CAM-MONEDA THEN
                MOVE WS-MONEDA-IDX TO WS-MONEDA-HALLADA
            END-IF
        END-PERFORM
        IF WS-MONEDA-HALLADA = 0 THEN
            IF MONEDAS-CARGADAS < 50 THEN
                COMPUTE MONEDAS-CARGADAS = MONEDAS-CARGADAS + 1
                MOVE MONEDAS-CARGADAS TO WS-MONEDA-HALLADA
                MOVE SPACES TO MONEDA-FECHA-DESDE(WS-MONEDA-HALLADA)
            ELSE
                DISPLAY "MARGENES ABORTADO: mas de 50 monedas en TIPOS-CAMBIO.TXT"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        IF CAM-FECHA-DESDE > MONEDA-FECHA-DESDE(WS-MONEDA-HALLADA) THEN
            MOVE CAM-MONEDA TO MONEDA-CODIGO(WS-MONEDA-HALLADA)
            MOVE CAM-TASA TO MONEDA-TASA(WS-MONEDA-HALLADA)
            MOVE CAM-FECHA-DESDE TO MONEDA-FECHA-DESDE(WS-MONEDA-HALLADA)
        END-IF
    END-IF.

300-IMPRIMIR-REPORTE SECTION.
*> Procedimiento de salida del SORT, con la misma estructura que el
*> de reporte_precios: sale por 390-SALIDA.
301-CONTROL-REPORTE.
    RETURN ARCHIVO-SORT
        AT END
            MOVE "Y" TO SWITCH-SORT
        NOT AT END
            MOVE SORT-TIPO-PRODUCTO TO TIPO-ANTERIOR
    END-RETURN.
    PERFORM 310-PROCESAR-DETALLE
        UNTIL SWITCH-SORT = "Y".
    IF CONTADOR-DETALLES > 0 THEN
        IF LINEA-ACTUAL >= LINEAS-POR-PAGINA - 1 THEN
            PERFORM 320-IMPRIMIR-ENCABEZADO
        END-IF
        PERFORM 330-IMPRIMIR-SUBTOTAL
    END-IF.
    PERFORM 340-IMPRIMIR-GRAN-TOTAL.
    GO TO 390-SALIDA.

310-PROCESAR-DETALLE.
    IF SORT-TIPO-PRODUCTO NOT = TIPO-ANTERIOR THEN
        *> El subtotal ocupa dos renglones y respeta el corte de
        *> pagina.
        IF LINEA-ACTUAL >= LINEAS-POR-PAGINA - 1 THEN
            PERFORM 320-IMPRIMIR-ENCABEZADO
        END-IF
        PERFORM 330-IMPRIMIR-SUBTOTAL
        MOVE SORT-TIPO-PRODUCTO TO TIPO-ANTERIOR
    END-IF.
    IF LINEA-ACTUAL >= LINEAS-POR-PAGINA THEN
        PERFORM 320-IMPRIMIR-ENCABEZADO
    END-IF.
    COMPUTE CONTADOR-DETALLES = CONTADOR-DETALLES + 1.
    COMPUTE SUB-PRODUCTOS = SUB-PRODUCTOS + 1.
    PERFORM 312-BUSCAR-MINIMO.
    PERFORM 314-BUSCAR-COSTO.
    MOVE SORT-COD-PRODUCTO TO DET-COD-PRODUCTO.
    MOVE SORT-TIPO-PRODUCTO TO DET-TIPO-PRODUCTO.
    MOVE SORT-PRECIO TO DET-PRECIO.
    MOVE WS-MINIMO-TIPO TO DET-MINIMO.
    IF COSTO-HALLADO = "N" THEN
        COMPUTE CONTADOR-SIN-COSTO = CONTADOR-SIN-COSTO + 1
        COMPUTE SUB-SIN-COSTO = SUB-SIN-COSTO + 1
        MOVE SPACES TO DET-MONEDA
        MOVE ZEROES TO DET-COSTO
        MOVE ZEROES TO DET-MARGEN
        MOVE "SIN COSTO" TO DET-OBSERVACION
    ELSE
        PERFORM 316-CONVERTIR-COSTO
        MOVE WS-MONEDA-COSTO TO DET-MONEDA
        IF MONEDA-VALIDA = "N" THEN
            COMPUTE CONTADOR-SIN-CAMBIO = CONTADOR-SIN-CAMBIO + 1
            COMPUTE SUB-SIN-COSTO = SUB-SIN-COSTO + 1
            MOVE ZEROES TO DET-COSTO
            MOVE ZEROES TO DET-MARGEN
            MOVE "SIN CAMBIO" TO DET-OBSERVACION
        ELSE
            PERFORM 318-CALCULAR-MARGEN
            ADD SORT-PRECIO TO SUB-PRECIO
            ADD SORT-PRECIO TO GRAN-PRECIO
            ADD WS-COSTO-BASE TO SUB-COSTO
            ADD WS-COSTO-BASE TO GRAN-COSTO
            MOVE WS-COSTO-BASE TO DET-COSTO
            MOVE WS-MARGEN TO DET-MARGEN
            MOVE SPACES TO DET-OBSERVACION
            IF WS-MARGEN < WS-MINIMO-TIPO THEN
                COMPUTE CONTADOR-BAJO-MINIMO = CONTADOR-BAJO-MINIMO + 1
                COMPUTE SUB-BAJO-MINIMO = SUB-BAJO-MINIMO + 1
                IF WS-MARGEN < 0 THEN
                    COMPUTE CONTADOR-BAJO-COSTO = CONTADOR-BAJO-COSTO + 1
                    MOVE "BAJO COSTO" TO DET-OBSERVACION
                ELSE
                    MOVE "BAJO MINIMO" TO DET-OBSERVACION
                END-IF
            END-IF
        END-IF
    END-IF.
    WRITE REPORTE-RECORD FROM LINEA-DETALLE.
    COMPUTE LINEA-ACTUAL = LINEA-ACTUAL + 1.
    RETURN ARCHIVO-SORT
        AT END
            MOVE "Y" TO SWITCH-SORT
    END-RETURN.

312-BUSCAR-MINIMO.
    *> Minimo del tipo; si el tipo no tiene renglon, el de **.
    MOVE ZEROES TO WS-MINIMO-HALLADO.
    PERFORM VARYING WS-MINIMO-IDX FROM 1 BY 1
            UNTIL WS-MINIMO-IDX > MINIMOS-CARGADOS
        IF MINIMO-TIPO(WS-MINIMO-IDX) = SORT-TIPO-PRODUCTO THEN
            MOVE WS-MINIMO-IDX TO WS-MINIMO-HALLADO
        END-IF
    END-PERFORM.
    IF WS-MINIMO-HALLADO > 0 THEN
        MOVE MINIMO-PORCENTAJE(WS-MINIMO-HALLADO) TO WS-MINIMO-TIPO
    ELSE
        MOVE WS-MINIMO-OMISION TO WS-MINIMO-TIPO
    END-IF.

314-BUSCAR-COSTO.
    *> Costo en vigor: el ultimo renglon del producto con
    *> fecha-desde que no pasa la fecha de la corrida. La clave es
    *> producto + fecha, asi que se recorren en orden de fecha.
    MOVE "N" TO COSTO-HALLADO.
    MOVE "N" TO SWITCH-COSTOS.
    MOVE SORT-COD-PRODUCTO TO COS-COD-PRODUCTO.
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
                IF COS-COD-PRODUCTO NOT = SORT-COD-PRODUCTO OR
                   COS-FECHA-DESDE > WS-FECHA-CORRIDA THEN
                    MOVE "Y" TO SWITCH-COSTOS
                ELSE
                    MOVE "Y" TO COSTO-HALLADO
                    MOVE COS-COSTO TO WS-COSTO
                    MOVE COS-MONEDA TO WS-MONEDA-COSTO
                END-IF
        END-READ
    END-PERFORM.

316-CONVERTIR-COSTO.
    *> La base (o una moneda en blanco) pasa con tasa uno;
    *> cualquier otra necesita un tipo de cambio en vigor.
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

318-CALCULAR-MARGEN.
    *> Un precio en cero, o un costo que rebasa cien veces el
    *> precio, se lleva al piso del campo: igual queda bajo minimo.
    IF SORT-PRECIO = 0 THEN
        MOVE -9999.99 TO WS-MARGEN
    ELSE
        COMPUTE WS-MARGEN ROUNDED =
            (SORT-PRECIO - WS-COSTO-BASE) * 100 / SORT-PRECIO
            ON SIZE ERROR
                MOVE -9999.99 TO WS-MARGEN
        END-COMPUTE
        IF WS-MARGEN < -9999.99 THEN
            MOVE -9999.99 TO WS-MARGEN
        END-IF
    END-IF.

320-IMPRIMIR-ENCABEZADO.
    COMPUTE PAGINA-ACTUAL = PAGINA-ACTUAL + 1.
    MOVE WS-FECHA-CORRIDA TO ENC-FECHA.
    MOVE PAGINA-ACTUAL TO ENC-PAGINA.
    WRITE REPORTE-RECORD FROM ENCABEZADO-1.
    WRITE REPORTE-RECORD FROM ENCABEZADO-2.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE 3 TO LINEA-ACTUAL.

330-IMPRIMIR-SUBTOTAL.
    MOVE TIPO-ANTERIOR TO SUB-TIPO.
    MOVE SUB-PRECIO TO SUB-PRECIO-ED.
    MOVE SUB-COSTO TO SUB-COSTO-ED.
    IF SUB-PRECIO > 0 THEN
        COMPUTE WS-MARGEN ROUNDED =
            (SUB-PRECIO - SUB-COSTO) * 100 / SUB-PRECIO
            ON SIZE ERROR
                MOVE -9999.99 TO WS-MARGEN
        END-COMPUTE
    ELSE
        MOVE ZEROES TO WS-MARGEN
    END-IF.
    MOVE WS-MARGEN TO SUB-MARGEN-ED.
    MOVE WS-MINIMO-TIPO TO SUB-MINIMO-ED.
    WRITE REPORTE-RECORD FROM LINEA-SUBTOTAL.
    MOVE SUB-PRODUCTOS TO CNT-PRODUCTOS.
    MOVE SUB-BAJO-MINIMO TO CNT-BAJO-MINIMO.
    MOVE SUB-SIN-COSTO TO CNT-SIN-COSTO.
    WRITE REPORTE-RECORD FROM LINEA-CONTEOS.
    COMPUTE LINEA-ACTUAL = LINEA-ACTUAL + 2.
    MOVE ZEROES TO SUB-PRODUCTOS.
    MOVE ZEROES TO SUB-BAJO-MINIMO.
    MOVE ZEROES TO SUB-SIN-COSTO.
    MOVE ZEROES TO SUB-PRECIO.
    MOVE ZEROES TO SUB-COSTO.

340-IMPRIMIR-GRAN-TOTAL.
    IF LINEA-ACTUAL >= LINEAS-POR-PAGINA - 1 THEN
        PERFORM 320-IMPRIMIR-ENCABEZADO
    END-IF.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE GRAN-PRECIO TO GRAN-PRECIO-ED.
    MOVE GRAN-COSTO TO GRAN-COSTO-ED.
    IF GRAN-PRECIO > 0 THEN
        COMPUTE WS-MARGEN ROUNDED =
            (GRAN-PRECIO - GRAN-COSTO) * 100 / GRAN-PRECIO
            ON SIZE ERROR
                MOVE -9999.99 TO WS-MARGEN
        END-COMPUTE
    ELSE
        MOVE ZEROES TO WS-MARGEN
    END-IF.
    MOVE WS-MARGEN TO GRAN-MARGEN-ED.
    WRITE REPORTE-RECORD FROM LINEA-GRAN-TOTAL.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "PRODUCTOS REVISADOS          :" TO RES-ETIQUETA.
    MOVE CONTADOR-DETALLES TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "BAJO EL MARGEN MINIMO        :" TO RES-ETIQUETA.
    MOVE CONTADOR-BAJO-MINIMO TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "  DE ELLOS BAJO EL COSTO     :" TO RES-ETIQUETA.
    MOVE CONTADOR-BAJO-COSTO TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "SIN COSTO EN VIGOR           :" TO RES-ETIQUETA.
    MOVE CONTADOR-SIN-COSTO TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "COSTO SIN TIPO DE CAMBIO     :" TO RES-ETIQUETA.
    MOVE CONTADOR-SIN-CAMBIO TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.

390-SALIDA.
    EXIT.

900-FINALIZE SECTION.
901-CIERRE-REPORTE.
    CLOSE ARCHIVO-COSTOS.
    CLOSE ARCHIVO-REPORTE.
    DISPLAY "=== REPORTE DE MARGENES ===".
    DISPLAY "PRODUCTOS REVISADOS    : " CONTADOR-DETALLES.
    DISPLAY "BAJO EL MARGEN MINIMO  : " CONTADOR-BAJO-MINIMO.
    DISPLAY "  DE ELLOS BAJO COSTO  : " CONTADOR-BAJO-COSTO.
    DISPLAY "SIN COSTO EN VIGOR     : " CONTADOR-SIN-COSTO.
    DISPLAY "COSTO SIN TIPO DE CAMBIO: " CONTADOR-SIN-CAMBIO.
    DISPLAY "PAGINAS                : " PAGINA-ACTUAL.
    IF CONTADOR-BAJO-MINIMO > 0 OR CONTADOR-SIN-COSTO > 0 OR
       CONTADOR-SIN-CAMBIO > 0 THEN
        DISPLAY "HAY PRODUCTOS MARCADOS: revisar REPORTE-MARGENES.TXT."
        MOVE 4 TO RETURN-CODE
    END-IF.

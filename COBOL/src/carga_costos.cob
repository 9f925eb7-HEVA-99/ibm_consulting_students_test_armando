*> Carga del archivo de costos que manda compras. COSTOS-COMPRAS.TXT
*> trae un renglon por producto y fecha de vigencia:
*>   codigo (10) costo (9, dos decimales implicitos) moneda (3)
*>   fecha-desde (AAAA-MM-DD)
*> separados por un espacio. Cada renglon se valida (producto dado
*> de alta en el maestro, costo numerico y mayor que cero, moneda
*> en blanco o MXN para la base o alguna de las que tienen tipo de
*> cambio en TIPOS-CAMBIO.TXT, fecha-desde de calendario real) y
*> los buenos se asientan en el archivo indexado
*> COSTOS-PRODUCTOS.DAT, con clave producto + fecha-desde. Un
*> renglon con la misma clave que uno ya cargado es una correccion
*> de compras y lo reemplaza; las fechas anteriores se conservan
*> para poder ver el margen a cualquier fecha. Los rechazos quedan
*> en COSTOS-EDIT-REPORTE.TXT con su numero de renglon y el motivo,
*> y la carga termina con RC 4 para que alguien los revise; lo
*> bueno si se carga. Sin archivo de compras no carga nada.

IDENTIFICATION DIVISION.
PROGRAM-ID. carga_costos.
AUTHOR. Armando Hernandez.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ARCHIVO-COMPRAS ASSIGN TO "COSTOS-COMPRAS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COMPRAS-STATUS.

    SELECT OPTIONAL ARCHIVO-COSTOS ASSIGN TO "COSTOS-PRODUCTOS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS COSTO-CLAVE
        FILE STATUS IS COSTOS-STATUS.

    SELECT ARCHIVO-MAESTRO ASSIGN TO "PRODUCTOS-MAESTRO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS COD-PRODUCTO
        FILE STATUS IS MAESTRO-STATUS.

    SELECT OPTIONAL ARCHIVO-REPORTE ASSIGN TO "COSTOS-EDIT-REPORTE.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Mismos tipos de cambio que usan ejercicio_3.5 y
    *> reporte_margenes: un costo en una moneda sin tipo de cambio
    *> no se podria llevar a moneda base.
    SELECT OPTIONAL ARCHIVO-CAMBIOS ASSIGN TO "TIPOS-CAMBIO.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-COMPRAS.
*> El renglon se lee crudo, con el costo como texto, para poder
*> reportar "no numerico" en lugar de cargar basura.
01 COMPRA-CRUDA.
    05 ENT-COD-PRODUCTO    PIC X(10).
    05 ENT-SEP-1           PIC X(1).
    05 ENT-COSTO           PIC X(9).
    05 ENT-COSTO-N REDEFINES ENT-COSTO PIC 9(7)V99.
    05 ENT-SEP-2           PIC X(1).
    05 ENT-MONEDA          PIC X(3).
    05 ENT-SEP-3           PIC X(1).
    05 ENT-FECHA-DESDE     PIC X(10).

FD ARCHIVO-COSTOS.
COPY COSTO.

FD ARCHIVO-MAESTRO.
COPY PRODUCTO.

FD ARCHIVO-REPORTE.
01 REPORTE-RECORD.
    05 REP-NUM-LINEA       PIC 9(6).
    05 REP-SEP-1           PIC X(1).
    05 REP-COD-PRODUCTO    PIC X(10).
    05 REP-SEP-2           PIC X(1).
    05 REP-MOTIVO          PIC X(50).

FD ARCHIVO-CAMBIOS.
01 CAMBIO-MONEDA-RECORD.
    05 CAM-MONEDA          PIC X(3).
    05 CAM-SEP-1           PIC X(1).
    05 CAM-TASA            PIC 9(3)V9(6).
    05 CAM-SEP-2           PIC X(1).
    05 CAM-FECHA-DESDE     PIC X(10).

WORKING-STORAGE SECTION.
01 COMPRAS-STATUS PIC X(2).
01 COSTOS-STATUS PIC X(2).
01 MAESTRO-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH-COMPRAS PIC X(1) VALUE "N".
    05 RENGLON-VALIDO PIC X(1) VALUE "Y".
    05 FECHA-VALIDA   PIC X(1) VALUE "Y".
    05 SWITCH-CAMBIOS PIC X(1) VALUE "N".
    05 MONEDA-VALIDA  PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-LEIDOS     PIC 9(6) VALUE ZEROES.
    05 CONTADOR-NUEVOS     PIC 9(6) VALUE ZEROES.
    05 CONTADOR-CORREGIDOS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RECHAZADOS PIC 9(6) VALUE ZEROES.
01 MONEDA-BASE PIC X(3) VALUE "MXN".
01 TABLA-MONEDAS.
    *> Monedas con algun renglon en TIPOS-CAMBIO.TXT, sin importar
    *> su fecha-desde: un costo puede venir con vigencia futura. La
    *> moneda base no necesita renglon.
    05 MONEDAS-CARGADAS        PIC 9(2) VALUE ZEROES.
    05 MONEDA-CODIGO OCCURS 10 TIMES PIC X(3).
01 WS-MONEDA-IDX PIC 9(2).
01 WS-MONEDA-HALLADA PIC 9(2).
01 WS-FECHA-ANO PIC 9(4).
01 WS-FECHA-MES PIC 9(2).
01 WS-FECHA-DIA PIC 9(2).
01 WS-DIA-TOPE PIC 9(2).
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-VALIDAR-COSTO
        UNTIL SWITCH-COMPRAS = "Y".
    PERFORM 900-FINALIZE.
    GOBACK.

100-INITIALIZE.
    PERFORM 105-CALCULAR-FECHA.
    PERFORM 110-CARGAR-MONEDAS.
    *> Un dia sin archivo de compras no es error: compras no manda
    *> costos a diario, y lo ya cargado sigue en vigor.
    OPEN INPUT ARCHIVO-COMPRAS.
    IF COMPRAS-STATUS NOT = "00" AND COMPRAS-STATUS NOT = "05" THEN
        DISPLAY "CARGA DE COSTOS ABORTADA: no se pudo abrir COSTOS-COMPRAS.TXT, status " COMPRAS-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT ARCHIVO-MAESTRO.
    IF MAESTRO-STATUS NOT = "00" THEN
        DISPLAY "CARGA DE COSTOS ABORTADA: no se pudo abrir el maestro, status " MAESTRO-STATUS
        CLOSE ARCHIVO-COMPRAS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O ARCHIVO-COSTOS.
    IF COSTOS-STATUS NOT = "00" AND COSTOS-STATUS NOT = "05" THEN
        DISPLAY "CARGA DE COSTOS ABORTADA: no se pudo abrir COSTOS-PRODUCTOS.DAT, status " COSTOS-STATUS
        CLOSE ARCHIVO-COMPRAS
        CLOSE ARCHIVO-MAESTRO
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN OUTPUT ARCHIVO-REPORTE.
    READ ARCHIVO-COMPRAS
        AT END
            MOVE "Y" TO SWITCH-COMPRAS
        NOT AT END
            COMPUTE CONTADOR-LEIDOS = CONTADOR-LEIDOS + 1
    END-READ.

105-CALCULAR-FECHA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
    STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(5:2)  DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(7:2)  DELIMITED BY SIZE
        INTO WS-FECHA-CORRIDA.

110-CARGAR-MONEDAS.
    *> Si el archivo no existe la tabla queda vacia y solo se
    *> acepta la moneda base.
    OPEN INPUT ARCHIVO-CAMBIOS.
    PERFORM UNTIL SWITCH-CAMBIOS = "Y"
        READ ARCHIVO-CAMBIOS
            AT END
                MOVE "Y" TO SWITCH-CAMBIOS
            NOT AT END
                PERFORM 115-GUARDAR-MONEDA
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-CAMBIOS.

115-GUARDAR-MONEDA.
    MOVE ZEROES TO WS-MONEDA-HALLADA.
    PERFORM VARYING WS-MONEDA-IDX FROM 1 BY 1
            UNTIL WS-MONEDA-IDX > MONEDAS-CARGADAS
        IF MONEDA-CODIGO(WS-MONEDA-IDX) = CAM-MONEDA THEN
            MOVE WS-MONEDA-IDX TO WS-MONEDA-HALLADA
        END-IF
    END-PERFORM.
    IF WS-MONEDA-HALLADA = 0 THEN
        IF MONEDAS-CARGADAS < 10 THEN
            COMPUTE MONEDAS-CARGADAS = MONEDAS-CARGADAS + 1
            MOVE CAM-MONEDA TO MONEDA-CODIGO(MONEDAS-CARGADAS)
        ELSE
            DISPLAY "CARGA DE COSTOS ABORTADA: mas de 10 monedas en TIPOS-CAMBIO.TXT (" CAM-MONEDA ")"
            CLOSE ARCHIVO-CAMBIOS
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.

200-VALIDAR-COSTO.

    MOVE "Y" TO RENGLON-VALIDO.

    IF ENT-COD-PRODUCTO = SPACES THEN
        MOVE "COD-PRODUCTO EN BLANCO" TO REP-MOTIVO
        PERFORM 210-REGISTRAR-FALLA
    ELSE
        MOVE ENT-COD-PRODUCTO TO COD-PRODUCTO
        READ ARCHIVO-MAESTRO
            INVALID KEY
                MOVE "PRODUCTO NO ESTA EN EL MAESTRO" TO REP-MOTIVO
                PERFORM 210-REGISTRAR-FALLA
        END-READ
    END-IF.
    IF ENT-COSTO IS NOT NUMERIC THEN
        MOVE "COSTO NO NUMERICO" TO REP-MOTIVO
        PERFORM 210-REGISTRAR-FALLA
    ELSE
        IF ENT-COSTO-N = ZERO THEN
            MOVE "COSTO EN CERO" TO REP-MOTIVO
            PERFORM 210-REGISTRAR-FALLA
        END-IF
    END-IF.
    PERFORM 215-BUSCAR-MONEDA.
    IF MONEDA-VALIDA = "N" THEN
        MOVE "MONEDA SIN TIPO DE CAMBIO EN TIPOS-CAMBIO.TXT" TO REP-MOTIVO
        PERFORM 210-REGISTRAR-FALLA
    END-IF.
    PERFORM 220-VALIDAR-FECHA.
    IF FECHA-VALIDA = "N" THEN
        MOVE "FECHA-DESDE NO ES FECHA DE CALENDARIO" TO REP-MOTIVO
        PERFORM 210-REGISTRAR-FALLA
    END-IF.

    IF RENGLON-VALIDO = "Y" THEN
        PERFORM 230-ASENTAR-COSTO
    ELSE
        COMPUTE CONTADOR-RECHAZADOS = CONTADOR-RECHAZADOS + 1
    END-IF.

    READ ARCHIVO-COMPRAS
        AT END
            MOVE "Y" TO SWITCH-COMPRAS
        NOT AT END
            COMPUTE CONTADOR-LEIDOS = CONTADOR-LEIDOS + 1
    END-READ.

210-REGISTRAR-FALLA.
    *> Un renglon puede acumular varias fallas: se reporta cada una
    *> en su propio renglon pero se cuenta como un solo rechazo.
    MOVE "N" TO RENGLON-VALIDO.
    DISPLAY "LINEA " CONTADOR-LEIDOS ": " REP-MOTIVO.
    MOVE CONTADOR-LEIDOS TO REP-NUM-LINEA.
    MOVE SPACE TO REP-SEP-1.
    MOVE ENT-COD-PRODUCTO TO REP-COD-PRODUCTO.
    MOVE SPACE TO REP-SEP-2.
    WRITE REPORTE-RECORD.

215-BUSCAR-MONEDA.
    *> La moneda en blanco se asienta como la base.
    MOVE "N" TO MONEDA-VALIDA.
    IF ENT-MONEDA = SPACES OR ENT-MONEDA = MONEDA-BASE THEN
        MOVE "Y" TO MONEDA-VALIDA
    ELSE
        PERFORM VARYING WS-MONEDA-IDX FROM 1 BY 1
                UNTIL WS-MONEDA-IDX > MONEDAS-CARGADAS
            IF MONEDA-CODIGO(WS-MONEDA-IDX) = ENT-MONEDA THEN
                MOVE "Y" TO MONEDA-VALIDA
            END-IF
        END-PERFORM
    END-IF.

220-VALIDAR-FECHA.
    *> Misma validacion de fecha de calendario que edicion_tarifas.
    MOVE "Y" TO FECHA-VALIDA.
    IF ENT-FECHA-DESDE(1:4) IS NOT NUMERIC OR
       ENT-FECHA-DESDE(5:1) NOT = "-" OR
       ENT-FECHA-DESDE(6:2) IS NOT NUMERIC OR
       ENT-FECHA-DESDE(8:1) NOT = "-" OR
       ENT-FECHA-DESDE(9:2) IS NOT NUMERIC THEN
        MOVE "N" TO FECHA-VALIDA
    ELSE
        MOVE ENT-FECHA-DESDE(1:4) TO WS-FECHA-ANO
        MOVE ENT-FECHA-DESDE(6:2) TO WS-FECHA-MES
        MOVE ENT-FECHA-DESDE(9:2) TO WS-FECHA-DIA
        IF WS-FECHA-MES < 1 OR WS-FECHA-MES > 12 THEN
            MOVE "N" TO FECHA-VALIDA
        ELSE
            PERFORM 225-DIA-TOPE-DEL-MES
            IF WS-FECHA-DIA < 1 OR WS-FECHA-DIA > WS-DIA-TOPE THEN
                MOVE "N" TO FECHA-VALIDA
            END-IF
        END-IF
    END-IF.

225-DIA-TOPE-DEL-MES.
    IF WS-FECHA-MES = 2 THEN
        IF FUNCTION MOD(WS-FECHA-ANO, 400) = 0 OR
           (FUNCTION MOD(WS-FECHA-ANO, 4) = 0 AND
            FUNCTION MOD(WS-FECHA-ANO, 100) NOT = 0) THEN
            MOVE 29 TO WS-DIA-TOPE
        ELSE
            MOVE 28 TO WS-DIA-TOPE
        END-IF
    ELSE
        IF WS-FECHA-MES = 4 OR WS-FECHA-MES = 6 OR
           WS-FECHA-MES = 9 OR WS-FECHA-MES = 11 THEN
            MOVE 30 TO WS-DIA-TOPE
        ELSE
            MOVE 31 TO WS-DIA-TOPE
        END-IF
    END-IF.

230-ASENTAR-COSTO.
    MOVE ENT-COD-PRODUCTO TO COS-COD-PRODUCTO.
    MOVE ENT-FECHA-DESDE TO COS-FECHA-DESDE.
    MOVE ENT-COSTO-N TO COS-COSTO.
    IF ENT-MONEDA = SPACES THEN
        MOVE MONEDA-BASE TO COS-MONEDA
    ELSE
        MOVE ENT-MONEDA TO COS-MONEDA
    END-IF.
    MOVE WS-FECHA-CORRIDA TO COS-FECHA-CARGA.
    WRITE COSTO-REC
        INVALID KEY
            *> Misma clave ya cargada: compras corrige ese costo.
            REWRITE COSTO-REC
                INVALID KEY
                    DISPLAY "LINEA " CONTADOR-LEIDOS ": no se pudo asentar el costo, status " COSTOS-STATUS
                    COMPUTE CONTADOR-RECHAZADOS = CONTADOR-RECHAZADOS + 1
                NOT INVALID KEY
                    COMPUTE CONTADOR-CORREGIDOS = CONTADOR-CORREGIDOS + 1
            END-REWRITE
        NOT INVALID KEY
            COMPUTE CONTADOR-NUEVOS = CONTADOR-NUEVOS + 1
    END-WRITE.

900-FINALIZE.
    CLOSE ARCHIVO-COMPRAS.
    CLOSE ARCHIVO-MAESTRO.
    CLOSE ARCHIVO-COSTOS.
    CLOSE ARCHIVO-REPORTE.
    DISPLAY "=== CARGA DE COSTOS ===".
    DISPLAY "RENGLONES LEIDOS     : " CONTADOR-LEIDOS.
    DISPLAY "COSTOS NUEVOS        : " CONTADOR-NUEVOS.
    DISPLAY "COSTOS CORREGIDOS    : " CONTADOR-CORREGIDOS.
    DISPLAY "RENGLONES RECHAZADOS : " CONTADOR-RECHAZADOS.
    IF CONTADOR-RECHAZADOS > 0 THEN
        DISPLAY "HAY COSTOS RECHAZADOS: revisar COSTOS-EDIT-REPORTE.TXT."
        MOVE 4 TO RETURN-CODE
    END-IF.

*> PALABRAS-RECLAMO.TXT, listas para mandarse al proveedor como
*> reclamo. Al terminar, el conjunto de hoy queda como referencia
*> para la proxima entrega.
*>
*> Las dos entregas se cotejan con un SORT por palabra (la
*> anterior marcada A y la de hoy marcada H), asi que el tamano de
*> las entregas no tiene tope en memoria; las palabras agregadas y
*> las perdidas salen en orden alfabetico.

IDENTIFICATION DIVISION.
PROGRAM-ID. comparacion_palabras.
    SELECT OPTIONAL ARCHIVO-REPORTE ASSIGN TO "REPORTE-COMPARACION.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ARCHIVO-SORT ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD IN-FILE
FD ARCHIVO-REPORTE.
01 REPORTE-RECORD PIC X(80).

SD ARCHIVO-SORT.
01 SORT-RECORD.
    05 SRT-PALABRA         PIC X(60).
    *> A = viene de la entrega anterior, H = viene de la de hoy.
    05 SRT-ORIGEN          PIC X(1).

WORKING-STORAGE SECTION.
01 ENTRADA-STATUS PIC X(2).
01 WS-LINE-LEN PIC 9(4) VALUE ZEROES.
01 SWITCHES.
    05 SWITCH-ENTRADA  PIC X(1) VALUE "N".
    05 SWITCH-ANTERIOR PIC X(1) VALUE "N".
    05 SWITCH-RECLAMO  PIC X(1) VALUE "N".
    05 SWITCH-SORT     PIC X(1) VALUE "N".
    *> Entregas en que viene la palabra en curso del SORT.
    05 PALABRA-EN-ANTERIOR PIC X(1) VALUE "N".
    05 PALABRA-EN-HOY      PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-LEIDAS     PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ACEPTADAS  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ANTERIORES PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ACTUALES   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-AGREGADAS  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-PERDIDAS   PIC 9(6) VALUE ZEROES.
01 WS-PALABRA PIC X(60) VALUE SPACES.
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).


000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-COTEJAR-ENTREGAS.
    PERFORM 400-REPORTAR-PERDIDAS.
    PERFORM 900-FINALIZE.
    GOBACK.

100-INITIALIZE.
    PERFORM 105-CALCULAR-FECHA.
    OPEN INPUT IN-FILE.
    IF ENTRADA-STATUS NOT = "00" THEN
        DISPLAY "COMPARACION ABORTADA: no se pudo abrir palabras.txt, status " ENTRADA-STATUS
    MOVE "COMPARACION DE ENTREGAS AL " TO REPORTE-RECORD.
    MOVE WS-FECHA-CORRIDA TO REPORTE-RECORD(28:10).
    WRITE REPORTE-RECORD.

105-CALCULAR-FECHA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
           WS-FECHA-HOY(7:2)  DELIMITED BY SIZE
        INTO WS-FECHA-CORRIDA.

130-CARGAR-BUFFER.
    *> Copia solo los bytes realmente leidos: mas alla de WS-LINE-LEN
    *> el registro VARYING puede conservar basura del renglon previo.
        MOVE FILE-LINE(1:WS-LINE-LEN) TO WS-LINE-BUFFER
    END-IF.

200-COTEJAR-ENTREGAS.
    *> Sale del SORT un corte por palabra: si viene en las dos
    *> entregas no hay nada que reportar; solo hoy es agregada y
    *> solo en la anterior es perdida.
    SORT ARCHIVO-SORT
        ON ASCENDING KEY SRT-PALABRA
                         SRT-ORIGEN
        INPUT PROCEDURE IS 300-LIBERAR-PALABRAS
        OUTPUT PROCEDURE IS 600-COTEJAR-PALABRAS.

400-REPORTAR-PERDIDAS.
    *> Las perdidas ya quedaron en el archivo de reclamo; de ahi se
    *> pasan al reporte, despues de las agregadas.
    CLOSE ARCHIVO-RECLAMO.
    OPEN INPUT ARCHIVO-RECLAMO.
    PERFORM UNTIL SWITCH-RECLAMO = "Y"
        READ ARCHIVO-RECLAMO
            AT END
                MOVE "Y" TO SWITCH-RECLAMO
            NOT AT END
                MOVE "PERDIDA  " TO DIF-ETIQUETA
                MOVE REC-PALABRA TO DIF-PALABRA
                WRITE REPORTE-RECORD FROM LINEA-DIFERENCIA
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-RECLAMO.

410-REGISTRAR-PERDIDA.
    COMPUTE CONTADOR-PERDIDAS = CONTADOR-PERDIDAS + 1.
    MOVE WS-FECHA-CORRIDA TO REC-FECHA.
    MOVE SPACE TO REC-SEP-1.
    MOVE WS-PALABRA TO REC-PALABRA.
    WRITE RECLAMO-RECORD.

900-FINALIZE.
    CLOSE IN-FILE.
    MOVE SPACES TO REPORTE-RECORD.
    WRITE REPORTE-RECORD.
    MOVE "PALABRAS ENTREGA ANTERIOR:" TO RES-ETIQUETA.
    MOVE CONTADOR-ANTERIORES TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "PALABRAS ENTREGA DE HOY  :" TO RES-ETIQUETA.
    MOVE CONTADOR-ACTUALES TO RES-CONTEO.
    WRITE REPORTE-RECORD FROM LINEA-RESUMEN.
    MOVE "PALABRAS AGREGADAS       :" TO RES-ETIQUETA.
    MOVE CONTADOR-AGREGADAS TO RES-CONTEO.
    DISPLAY "LINEAS LEIDAS            : " CONTADOR-LEIDAS.
    DISPLAY "PALABRAS ACEPTADAS       : " CONTADOR-ACEPTADAS.
    DISPLAY "PALABRAS ENTREGA ANTERIOR: " CONTADOR-ANTERIORES.
    DISPLAY "PALABRAS ENTREGA DE HOY  : " CONTADOR-ACTUALES.
    DISPLAY "PALABRAS AGREGADAS       : " CONTADOR-AGREGADAS.
    DISPLAY "PALABRAS PERDIDAS        : " CONTADOR-PERDIDAS.
    IF CONTADOR-PERDIDAS > 0 THEN
        DISPLAY "HAY PALABRAS PERDIDAS: reclamo en PALABRAS-RECLAMO.TXT."
    END-IF.

300-LIBERAR-PALABRAS SECTION.
*> Procedimiento de entrada del SORT: la referencia de la entrega
*> anterior tal cual y las palabras aceptadas de hoy. Si la
*> referencia no existe (primera corrida) todo lo de hoy sale como
*> agregado.
301-LIBERAR-ANTERIOR.
    OPEN INPUT ARCHIVO-ANTERIOR.
    PERFORM UNTIL SWITCH-ANTERIOR = "Y"
        READ ARCHIVO-ANTERIOR
            AT END
                MOVE "Y" TO SWITCH-ANTERIOR
            NOT AT END
                COMPUTE CONTADOR-ANTERIORES = CONTADOR-ANTERIORES + 1
                MOVE ANT-REC-PALABRA TO SRT-PALABRA
                MOVE "A" TO SRT-ORIGEN
                RELEASE SORT-RECORD
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-ANTERIOR.

305-LIBERAR-HOY.
    PERFORM UNTIL SWITCH-ENTRADA = "Y"
        READ IN-FILE
            AT END
                MOVE "Y" TO SWITCH-ENTRADA
            NOT AT END
                COMPUTE CONTADOR-LEIDAS = CONTADOR-LEIDAS + 1
                PERFORM 130-CARGAR-BUFFER
                PERFORM 306-ACEPTAR-PALABRA
        END-READ
    END-PERFORM.
    GO TO 309-SALIDA.

306-ACEPTAR-PALABRA.
    *> Mismo criterio de aceptacion que ejercicio_4: solo lineas
    *> alfabeticas no vacias, normalizadas a mayusculas. Las
    *> repetidas se juntan en el corte de la salida.
    IF WS-LINE-BUFFER IS ALPHABETIC AND WS-LINE-BUFFER NOT = SPACES THEN
        COMPUTE CONTADOR-ACEPTADAS = CONTADOR-ACEPTADAS + 1
        MOVE FUNCTION UPPER-CASE(WS-LINE-BUFFER(1:60)) TO SRT-PALABRA
        MOVE "H" TO SRT-ORIGEN
        RELEASE SORT-RECORD
    END-IF.

309-SALIDA.
    EXIT.

600-COTEJAR-PALABRAS SECTION.
*> Procedimiento de salida del SORT: un corte por palabra. El
*> conjunto de hoy, ya sin repetidos, se reescribe como referencia
*> para la proxima entrega; la anterior ya se termino de leer en el
*> procedimiento de entrada.
601-CONTROL-COTEJO.
    OPEN OUTPUT ARCHIVO-ANTERIOR.
    MOVE "N" TO SWITCH-SORT.
    RETURN ARCHIVO-SORT
        AT END
            MOVE "Y" TO SWITCH-SORT
        NOT AT END
            PERFORM 604-INICIAR-PALABRA
    END-RETURN.
    IF SWITCH-SORT = "N" THEN
        PERFORM 602-ACUMULAR-PALABRA
            UNTIL SWITCH-SORT = "Y"
        PERFORM 606-CERRAR-PALABRA
    END-IF.
    CLOSE ARCHIVO-ANTERIOR.
    GO TO 609-SALIDA.

602-ACUMULAR-PALABRA.
    IF SRT-PALABRA NOT = WS-PALABRA THEN
        PERFORM 606-CERRAR-PALABRA
        PERFORM 604-INICIAR-PALABRA
    END-IF.
    IF SRT-ORIGEN = "A" THEN
        MOVE "Y" TO PALABRA-EN-ANTERIOR
    ELSE
        MOVE "Y" TO PALABRA-EN-HOY
    END-IF.
    RETURN ARCHIVO-SORT
        AT END
            MOVE "Y" TO SWITCH-SORT
    END-RETURN.

604-INICIAR-PALABRA.
    MOVE SRT-PALABRA TO WS-PALABRA.
    MOVE "N" TO PALABRA-EN-ANTERIOR.
    MOVE "N" TO PALABRA-EN-HOY.

606-CERRAR-PALABRA.
    IF PALABRA-EN-HOY = "Y" THEN
        COMPUTE CONTADOR-ACTUALES = CONTADOR-ACTUALES + 1
        MOVE WS-PALABRA TO ANT-REC-PALABRA
        WRITE ANTERIOR-RECORD
        IF PALABRA-EN-ANTERIOR = "N" THEN
            COMPUTE CONTADOR-AGREGADAS = CONTADOR-AGREGADAS + 1
            MOVE "AGREGADA " TO DIF-ETIQUETA
            MOVE WS-PALABRA TO DIF-PALABRA
            WRITE REPORTE-RECORD FROM LINEA-DIFERENCIA
        END-IF
    ELSE
        PERFORM 410-REGISTRAR-PERDIDA
    END-IF.

609-SALIDA.
    EXIT.

*> sus registros al final, un COD-PRODUCTO puede venir dos veces:
*> aqui se conserva solo la ultima aparicion y cada aparicion
*> descartada queda asentada en EXTRACTO-DUPLICADOS.TXT para poder
*> rastrear de donde salio. Los ajustados pasan por un SORT por
*> COD-PRODUCTO y orden de llegada, asi que los detalles salen en
*> orden de clave y el tamano del extracto no tiene tope en memoria.
*>
*> Cada extracto enviado queda guardado tal cual como
*> INTERFAZ-FACTURACION-nnnnnn.TXT (nnnnnn = secuencia) y asentado
*> en el registro de extractos EXTRACTO-REGISTRO.DAT con su conteo,
*> sus totales hash y su estado de acuse, que despues actualiza
*> acuse_facturacion con lo que devuelve facturacion. Con el
*> parametro REENVIAR nnnnnn el programa no lee ajustados: rearma
*> la secuencia pedida desde su copia guardada, con el mismo
*> encabezado y la misma cola, marcada como retransmision (R al
*> final del encabezado), y la deja en INTERFAZ-FACTURACION.TXT. La
*> copia se verifica contra la cola y el registro antes de escribir
*> nada; el consecutivo no se mueve.
*>
*> El envio normal tambien marca en el catalogo de generaciones de
*> la corrida de precios (PRECIOS-GENERACIONES.DAT) que la
*> generacion vigente ya salio a facturacion, para que
*> reversa_precios no la deshaga sin forzarlo.

IDENTIFICATION DIVISION.
PROGRAM-ID. extracto_facturacion.
    SELECT OPTIONAL ARCHIVO-SECUENCIA ASSIGN TO "EXTRACTO-SECUENCIA.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Copia de cada extracto enviado, con la secuencia en el nombre.
    SELECT OPTIONAL ARCHIVO-HISTORICO ASSIGN USING WS-NOMBRE-HISTORICO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HISTORICO-STATUS.

    SELECT OPTIONAL ARCHIVO-REGISTRO ASSIGN TO "EXTRACTO-REGISTRO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS REG-SECUENCIA
        FILE STATUS IS REGISTRO-STATUS.

    SELECT OPTIONAL ARCHIVO-GEN-CONTROL ASSIGN TO "PRECIOS-GENERACION.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-GENERACIONES ASSIGN TO "PRECIOS-GENERACIONES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GEN-NUMERO
        FILE STATUS IS GENERACIONES-STATUS.

    SELECT ARCHIVO-SORT ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-AJUSTADOS.
01 SECUENCIA-RECORD.
    05 SEC-NUMERO          PIC 9(6).

FD ARCHIVO-HISTORICO.
01 HISTORICO-RECORD PIC X(60).

FD ARCHIVO-REGISTRO.
*> Un renglon por extracto enviado; el estado pasa de ENVIADO a
*> ACEPTADO o RECHAZADO con el acuse de facturacion, y a REENVIADO
*> con cada retransmision.
01 REGISTRO-EXTRACTO.
    05 REG-SECUENCIA       PIC 9(6).
    05 REG-FECHA-ENVIO     PIC X(10).
    05 REG-DETALLES        PIC 9(6).
    05 REG-HASH-PRECIO     PIC 9(11)V99.
    05 REG-HASH-IMPUESTO   PIC 9(11)V99.
    05 REG-ESTADO          PIC X(10).
    05 REG-FECHA-ACUSE     PIC X(10).
    05 REG-LINEAS-FALLIDAS PIC 9(6).
    05 REG-REENVIOS        PIC 9(3).
    05 REG-FECHA-REENVIO   PIC X(10).

FD ARCHIVO-GEN-CONTROL.
01 GEN-CONTROL-RECORD.
    05 GCT-ULTIMA          PIC 9(6).
    05 GCT-SEP-1           PIC X(1).
    05 GCT-VIGENTE         PIC 9(6).
    05 GCT-SEP-2           PIC X(1).
    05 GCT-CONSERVAR       PIC 9(3).

FD ARCHIVO-GENERACIONES.
01 GENERACION-RECORD.
    05 GEN-NUMERO          PIC 9(6).
    05 GEN-RANURA          PIC 9(3).
    05 GEN-FECHA           PIC X(10).
    05 GEN-HORA            PIC X(8).
    05 GEN-MODO            PIC X(1).
    05 GEN-REGISTROS       PIC 9(6).
    05 GEN-TOTAL-AJUSTADO  PIC 9(9)V99.
    05 GEN-ESTADO          PIC X(10).
    05 GEN-EXTRACTO        PIC 9(6).

SD ARCHIVO-SORT.
*> Un renglon por ajustado leido; SRT-ORDEN es su numero de lectura,
*> para que dentro de una misma clave la ultima aparicion quede al
*> final.
01 SORT-RECORD.
    05 SRT-COD-PRODUCTO    PIC X(10).
    05 SRT-ORDEN           PIC 9(6).
    05 SRT-TIPO-PRODUCTO   PIC X(2).
    05 SRT-PRECIO          PIC 9(7)V99.
    05 SRT-IMPUESTO        PIC 9(7)V99.
    05 SRT-MONEDA          PIC X(3).

WORKING-STORAGE SECTION.
01 AJUSTADOS-STATUS PIC X(2).
01 HISTORICO-STATUS PIC X(2).
01 REGISTRO-STATUS PIC X(2).
01 GENERACIONES-STATUS PIC X(2).
01 WS-GEN-VIGENTE PIC 9(6) VALUE ZEROES.
01 SWITCHES.
    05 SWITCH PIC X(1) VALUE "N".
    05 SWITCH-HISTORICO PIC X(1) VALUE "N".
    05 COPIA-VALIDA PIC X(1) VALUE "N".
    05 SWITCH-SORT PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-LEIDOS     PIC 9(6) VALUE ZEROES.
    05 CONTADOR-DETALLES   PIC 9(6) VALUE ZEROES.
    *> los detalles, que facturacion recalcula al recibir.
    05 HASH-PRECIO         PIC 9(11)V99 VALUE ZEROES.
    05 HASH-IMPUESTO       PIC 9(11)V99 VALUE ZEROES.
01 EXTRACTO-RETENIDO.
    *> La aparicion en espera a la salida del SORT: si el siguiente
    *> renglon trae la misma clave, esta se descarta (gana la mas
    *> reciente, que es la que dejo el ciclo de correccion al final
    *> del archivo); si no, es la que va a la interfaz.
    05 EXT-COD-PRODUCTO    PIC X(10).
    05 EXT-ORDEN           PIC 9(6).
    05 EXT-TIPO-PRODUCTO   PIC X(2).
    05 EXT-PRECIO          PIC 9(7)V99.
    05 EXT-IMPUESTO        PIC 9(7)V99.
    05 EXT-MONEDA          PIC X(3).
01 WS-SECUENCIA PIC 9(6) VALUE ZEROES.
01 WS-PARAMETRO PIC X(30) VALUE SPACES.
01 WS-MODO PIC X(10) VALUE SPACES.
01 WS-SECUENCIA-PEDIDA PIC X(6) VALUE SPACES.
01 WS-NOMBRE-HISTORICO PIC X(40) VALUE SPACES.
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).

    05 ENC-FECHA           PIC X(10).
    05 ENC-SEP-2           PIC X(1) VALUE SPACE.
    05 ENC-SECUENCIA       PIC 9(6).
    *> En blanco en el envio normal, R en una retransmision.
    05 ENC-SEP-3           PIC X(1) VALUE SPACE.
    05 ENC-REENVIO         PIC X(1) VALUE SPACE.
01 INTERFAZ-DETALLE.
    05 DET-TIPO-REG        PIC X(1) VALUE "D".
    05 DET-SEP-1           PIC X(1) VALUE SPACE.

000-MAIN.
    PERFORM 100-INITIALIZE.
    IF WS-MODO = "REENVIAR" THEN
        PERFORM 500-REENVIAR-EXTRACTO
    ELSE
        PERFORM 300-ESCRIBIR-INTERFAZ
        PERFORM 900-FINALIZE
    END-IF.
    GOBACK.

100-INITIALIZE.
    PERFORM 105-CALCULAR-FECHA.
    ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
    UNSTRING WS-PARAMETRO DELIMITED BY ALL " "
        INTO WS-MODO WS-SECUENCIA-PEDIDA.
    IF WS-MODO NOT = SPACES AND WS-MODO NOT = "REENVIAR" THEN
        DISPLAY "PARAMETRO NO RECONOCIDO: " WS-PARAMETRO
        DISPLAY "USO: sin parametro para el extracto del dia, o REENVIAR nnnnnn."
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    IF WS-MODO = "REENVIAR" THEN
        IF WS-SECUENCIA-PEDIDA IS NOT NUMERIC THEN
            DISPLAY "REENVIAR NECESITA LA SECUENCIA EN 6 DIGITOS (nnnnnn)."
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE WS-SECUENCIA-PEDIDA TO WS-SECUENCIA
    ELSE
        PERFORM 110-LEER-SECUENCIA
        PERFORM 120-ABRIR-AJUSTADOS
    END-IF.
    PERFORM 115-NOMBRAR-HISTORICO.

120-ABRIR-AJUSTADOS.
    OPEN INPUT ARCHIVO-AJUSTADOS.
    IF AJUSTADOS-STATUS NOT = "00" THEN
        DISPLAY "EXTRACTO ABORTADO: no se pudo abrir PRODUCTOS-AJUSTADOS.TXT, status " AJUSTADOS-STATUS
        GOBACK
    END-IF.
    OPEN OUTPUT ARCHIVO-DUPLICADOS.

105-CALCULAR-FECHA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
    CLOSE ARCHIVO-SECUENCIA.
    COMPUTE WS-SECUENCIA = WS-SECUENCIA + 1.

115-NOMBRAR-HISTORICO.
    STRING "INTERFAZ-FACTURACION-" DELIMITED BY SIZE
           WS-SECUENCIA            DELIMITED BY SIZE
           ".TXT"                  DELIMITED BY SIZE
        INTO WS-NOMBRE-HISTORICO.

220-REGISTRAR-DUPLICADO.
    *> Se asienta la aparicion que se descarta (la retenida, que
    *> llego antes que la del renglon en curso), con sus montos, para
    *> poder rastrear como llego la clave dos veces al archivo de
    *> ajustados.
    COMPUTE CONTADOR-DUPLICADOS = CONTADOR-DUPLICADOS + 1.
    DISPLAY "CLAVE DUPLICADA EN AJUSTADOS: " EXT-COD-PRODUCTO ", se conserva la ultima aparicion.".
    MOVE WS-FECHA-CORRIDA TO DUP-FECHA.
    MOVE SPACE TO DUP-SEP-1.
    MOVE EXT-COD-PRODUCTO TO DUP-COD-PRODUCTO.
    MOVE SPACE TO DUP-SEP-2.
    MOVE EXT-TIPO-PRODUCTO TO DUP-TIPO-PRODUCTO.
    MOVE SPACE TO DUP-SEP-3.
    MOVE EXT-PRECIO TO DUP-PRECIO.
    MOVE SPACE TO DUP-SEP-4.
    MOVE EXT-IMPUESTO TO DUP-IMPUESTO.
    MOVE SPACE TO DUP-SEP-5.
    MOVE EXT-MONEDA TO DUP-MONEDA.
    WRITE DUPLICADO-RECORD.

300-ESCRIBIR-INTERFAZ.
    *> Cada renglon va al archivo de interfaz y a la copia guardada
    *> de la secuencia, de la que sale cualquier retransmision.
    OPEN OUTPUT ARCHIVO-INTERFAZ.
    OPEN OUTPUT ARCHIVO-HISTORICO.
    MOVE WS-FECHA-CORRIDA TO ENC-FECHA.
    MOVE WS-SECUENCIA TO ENC-SECUENCIA.
    WRITE INTERFAZ-RECORD FROM INTERFAZ-ENCABEZADO.
    WRITE HISTORICO-RECORD FROM INTERFAZ-ENCABEZADO.
    SORT ARCHIVO-SORT
        ON ASCENDING KEY SRT-COD-PRODUCTO
                         SRT-ORDEN
        INPUT PROCEDURE IS 600-LIBERAR-AJUSTADOS
        OUTPUT PROCEDURE IS 700-DEPURAR-CLAVES.
    MOVE CONTADOR-DETALLES TO COLA-DETALLES.
    MOVE HASH-PRECIO TO COLA-HASH-PRECIO.
    MOVE HASH-IMPUESTO TO COLA-HASH-IMPUESTO.
    WRITE INTERFAZ-RECORD FROM INTERFAZ-COLA.
    WRITE HISTORICO-RECORD FROM INTERFAZ-COLA.
    CLOSE ARCHIVO-INTERFAZ.
    CLOSE ARCHIVO-HISTORICO.

310-ESCRIBIR-DETALLE.
    COMPUTE CONTADOR-DETALLES = CONTADOR-DETALLES + 1.
    ADD EXT-PRECIO TO HASH-PRECIO.
    ADD EXT-IMPUESTO TO HASH-IMPUESTO.
    MOVE EXT-COD-PRODUCTO TO DET-COD-PRODUCTO.
    MOVE EXT-TIPO-PRODUCTO TO DET-TIPO-PRODUCTO.
    MOVE EXT-PRECIO TO DET-PRECIO.
    MOVE EXT-IMPUESTO TO DET-IMPUESTO.
    MOVE EXT-MONEDA TO DET-MONEDA.
    WRITE INTERFAZ-RECORD FROM INTERFAZ-DETALLE.
    WRITE HISTORICO-RECORD FROM INTERFAZ-DETALLE.

900-FINALIZE.
    CLOSE ARCHIVO-AJUSTADOS.
    CLOSE ARCHIVO-DUPLICADOS.
    PERFORM 910-ACTUALIZAR-SECUENCIA.
    PERFORM 920-REGISTRAR-ENVIO.
    PERFORM 930-MARCAR-GENERACION.
    DISPLAY "=== EXTRACTO PARA FACTURACION ===".
    DISPLAY "EXTRACTO NUMERO      : " WS-SECUENCIA.
    DISPLAY "AJUSTADOS LEIDOS     : " CONTADOR-LEIDOS.
    MOVE WS-SECUENCIA TO SEC-NUMERO.
    WRITE SECUENCIA-RECORD.
    CLOSE ARCHIVO-SECUENCIA.

920-REGISTRAR-ENVIO.
    *> El extracto queda en el registro como ENVIADO, en espera del
    *> acuse de facturacion.
    OPEN I-O ARCHIVO-REGISTRO.
    IF REGISTRO-STATUS NOT = "00" AND REGISTRO-STATUS NOT = "05" THEN
        DISPLAY "ATENCION: no se pudo abrir EXTRACTO-REGISTRO.DAT, status " REGISTRO-STATUS "; el extracto " WS-SECUENCIA " no quedo registrado."
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE WS-SECUENCIA TO REG-SECUENCIA
        MOVE WS-FECHA-CORRIDA TO REG-FECHA-ENVIO
        MOVE CONTADOR-DETALLES TO REG-DETALLES
        MOVE HASH-PRECIO TO REG-HASH-PRECIO
        MOVE HASH-IMPUESTO TO REG-HASH-IMPUESTO
        MOVE "ENVIADO" TO REG-ESTADO
        MOVE SPACES TO REG-FECHA-ACUSE
        MOVE ZEROES TO REG-LINEAS-FALLIDAS
        MOVE ZEROES TO REG-REENVIOS
        MOVE SPACES TO REG-FECHA-REENVIO
        WRITE REGISTRO-EXTRACTO
            INVALID KEY
                *> La secuencia ya estaba registrada (por ejemplo, el
                *> consecutivo se repuso a mano): gana el envio de hoy.
                DISPLAY "SECUENCIA " WS-SECUENCIA " YA REGISTRADA: se reemplaza con el envio de hoy."
                REWRITE REGISTRO-EXTRACTO
        END-WRITE
        CLOSE ARCHIVO-REGISTRO
    END-IF.

930-MARCAR-GENERACION.
    *> Sin generaciones (la corrida de precios nunca guardo una) no
    *> hay nada que marcar.
    OPEN INPUT ARCHIVO-GEN-CONTROL.
    READ ARCHIVO-GEN-CONTROL
        AT END
            MOVE ZEROES TO WS-GEN-VIGENTE
        NOT AT END
            MOVE GCT-VIGENTE TO WS-GEN-VIGENTE
    END-READ.
    CLOSE ARCHIVO-GEN-CONTROL.
    IF WS-GEN-VIGENTE > 0 THEN
        OPEN I-O ARCHIVO-GENERACIONES
        IF GENERACIONES-STATUS = "00" THEN
            MOVE WS-GEN-VIGENTE TO GEN-NUMERO
            READ ARCHIVO-GENERACIONES
                INVALID KEY
                    DISPLAY "ATENCION: la generacion vigente " WS-GEN-VIGENTE " no esta en PRECIOS-GENERACIONES.DAT."
                NOT INVALID KEY
                    MOVE WS-SECUENCIA TO GEN-EXTRACTO
                    REWRITE GENERACION-RECORD
            END-READ
            CLOSE ARCHIVO-GENERACIONES
        ELSE
            DISPLAY "ATENCION: no se pudo abrir PRECIOS-GENERACIONES.DAT, status " GENERACIONES-STATUS "; la generacion " WS-GEN-VIGENTE " no quedo marcada como enviada."
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.

500-REENVIAR-EXTRACTO.
    OPEN I-O ARCHIVO-REGISTRO.
    IF REGISTRO-STATUS NOT = "00" THEN
        DISPLAY "REENVIO ABORTADO: no se pudo abrir EXTRACTO-REGISTRO.DAT, status " REGISTRO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE WS-SECUENCIA TO REG-SECUENCIA.
    READ ARCHIVO-REGISTRO
        INVALID KEY
            DISPLAY "REENVIO ABORTADO: la secuencia " WS-SECUENCIA " no esta en el registro de extractos."
            CLOSE ARCHIVO-REGISTRO
            MOVE 8 TO RETURN-CODE
            GOBACK
    END-READ.
    PERFORM 510-VERIFICAR-COPIA.
    IF COPIA-VALIDA = "N" THEN
        DISPLAY "REENVIO ABORTADO: la copia " WS-NOMBRE-HISTORICO " no cuadra con su cola o con el registro."
        CLOSE ARCHIVO-REGISTRO
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF.
    PERFORM 520-ESCRIBIR-REENVIO.
    COMPUTE REG-REENVIOS = REG-REENVIOS + 1.
    MOVE WS-FECHA-CORRIDA TO REG-FECHA-REENVIO.
    MOVE "REENVIADO" TO REG-ESTADO.
    MOVE SPACES TO REG-FECHA-ACUSE.
    MOVE ZEROES TO REG-LINEAS-FALLIDAS.
    REWRITE REGISTRO-EXTRACTO.
    CLOSE ARCHIVO-REGISTRO.
    DISPLAY "=== RETRANSMISION DE EXTRACTO ===".
    DISPLAY "EXTRACTO NUMERO      : " WS-SECUENCIA.
    DISPLAY "COPIA USADA          : " WS-NOMBRE-HISTORICO.
    DISPLAY "DETALLES EN INTERFAZ : " CONTADOR-DETALLES.
    DISPLAY "HASH PRECIO          : " HASH-PRECIO.
    DISPLAY "HASH IMPUESTO        : " HASH-IMPUESTO.
    DISPLAY "REENVIOS DE LA SEC.  : " REG-REENVIOS.

510-VERIFICAR-COPIA.
    *> Primera pasada sobre la copia: los detalles se vuelven a
    *> sumar y deben dar la cola guardada, y la cola debe dar lo que
    *> se asento en el registro al enviarla.
    MOVE "N" TO COPIA-VALIDA.
    OPEN INPUT ARCHIVO-HISTORICO.
    IF HISTORICO-STATUS NOT = "00" THEN
        DISPLAY "NO HAY COPIA GUARDADA " WS-NOMBRE-HISTORICO ", status " HISTORICO-STATUS
    ELSE
        MOVE "N" TO SWITCH-HISTORICO
        PERFORM UNTIL SWITCH-HISTORICO = "Y"
            READ ARCHIVO-HISTORICO
                AT END
                    MOVE "Y" TO SWITCH-HISTORICO
                NOT AT END
                    PERFORM 515-VERIFICAR-RENGLON
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-HISTORICO
    END-IF.

515-VERIFICAR-RENGLON.
    IF HISTORICO-RECORD(1:1) = "D" THEN
        MOVE HISTORICO-RECORD TO INTERFAZ-DETALLE
        COMPUTE CONTADOR-DETALLES = CONTADOR-DETALLES + 1
        ADD DET-PRECIO TO HASH-PRECIO
        ADD DET-IMPUESTO TO HASH-IMPUESTO
    ELSE
        IF HISTORICO-RECORD(1:1) = "T" THEN
            MOVE HISTORICO-RECORD TO INTERFAZ-COLA
            IF COLA-DETALLES = CONTADOR-DETALLES AND
               COLA-HASH-PRECIO = HASH-PRECIO AND
               COLA-HASH-IMPUESTO = HASH-IMPUESTO AND
               COLA-DETALLES = REG-DETALLES AND
               COLA-HASH-PRECIO = REG-HASH-PRECIO AND
               COLA-HASH-IMPUESTO = REG-HASH-IMPUESTO THEN
                MOVE "Y" TO COPIA-VALIDA
            END-IF
        END-IF
    END-IF.

520-ESCRIBIR-REENVIO.
    *> Segunda pasada: la copia se escribe tal cual sobre la interfaz,
    *> con la marca de retransmision en el encabezado.
    OPEN INPUT ARCHIVO-HISTORICO.
    OPEN OUTPUT ARCHIVO-INTERFAZ.
    MOVE "N" TO SWITCH-HISTORICO.
    PERFORM UNTIL SWITCH-HISTORICO = "Y"
        READ ARCHIVO-HISTORICO
            AT END
                MOVE "Y" TO SWITCH-HISTORICO
            NOT AT END
                IF HISTORICO-RECORD(1:1) = "H" THEN
                    MOVE HISTORICO-RECORD TO INTERFAZ-ENCABEZADO
                    MOVE SPACE TO ENC-SEP-3
                    MOVE "R" TO ENC-REENVIO
                    WRITE INTERFAZ-RECORD FROM INTERFAZ-ENCABEZADO
                ELSE
                    WRITE INTERFAZ-RECORD FROM HISTORICO-RECORD
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-HISTORICO.
    CLOSE ARCHIVO-INTERFAZ.

600-LIBERAR-AJUSTADOS SECTION.
*> Procedimiento de entrada del SORT: todos los ajustados, con su
*> numero de lectura.
601-CONTROL-LIBERAR.
    PERFORM 602-LIBERAR-AJUSTADO
        UNTIL SWITCH = "Y".
    GO TO 609-SALIDA.

602-LIBERAR-AJUSTADO.
    READ ARCHIVO-AJUSTADOS
        AT END
            MOVE "Y" TO SWITCH
        NOT AT END
            COMPUTE CONTADOR-LEIDOS = CONTADOR-LEIDOS + 1
            MOVE AJ-COD-PRODUCTO TO SRT-COD-PRODUCTO
            MOVE CONTADOR-LEIDOS TO SRT-ORDEN
            MOVE AJ-TIPO-PRODUCTO TO SRT-TIPO-PRODUCTO
            MOVE AJ-PRECIO TO SRT-PRECIO
            MOVE AJ-IMPUESTO TO SRT-IMPUESTO
            MOVE AJ-MONEDA TO SRT-MONEDA
            RELEASE SORT-RECORD
    END-READ.

609-SALIDA.
    EXIT.

700-DEPURAR-CLAVES SECTION.
*> Procedimiento de salida del SORT: de cada corte de COD-PRODUCTO
*> va a la interfaz solo el ultimo renglon; los anteriores se
*> asientan como duplicados.
701-CONTROL-DEPURAR.
    MOVE "N" TO SWITCH-SORT.
    RETURN ARCHIVO-SORT
        AT END
            MOVE "Y" TO SWITCH-SORT
        NOT AT END
            MOVE SORT-RECORD TO EXTRACTO-RETENIDO
    END-RETURN.
    IF SWITCH-SORT = "Y" THEN
        GO TO 709-SALIDA
    END-IF.
    PERFORM 702-COMPARAR-CLAVE
        UNTIL SWITCH-SORT = "Y".
    PERFORM 310-ESCRIBIR-DETALLE.
    GO TO 709-SALIDA.

702-COMPARAR-CLAVE.
    RETURN ARCHIVO-SORT
        AT END
            MOVE "Y" TO SWITCH-SORT
        NOT AT END
            IF SRT-COD-PRODUCTO = EXT-COD-PRODUCTO THEN
                PERFORM 220-REGISTRAR-DUPLICADO
            ELSE
                PERFORM 310-ESCRIBIR-DETALLE
            END-IF
            MOVE SORT-RECORD TO EXTRACTO-RETENIDO
    END-RETURN.

709-SALIDA.
    EXIT.

*> corte de escalacion se copia a EXCEPCIONES-ESCALADAS.TXT y el
*> ciclo termina con codigo de retorno 4 para que el supervisor lo
*> vea en la bitacora del lote y no seis semanas despues.
*>
*> Las correcciones capturadas y los pendientes rodados se llevan en
*> archivos de trabajo indexados que se recrean en cada ciclo
*> (CORRECCIONES-TRABAJO.DAT por numero de linea y
*> PENDIENTES-TRABAJO.DAT por clave de producto), asi que el ciclo
*> no tiene tope de volumen. Las tablas de tarifas y de monedas si
*> quedan en memoria: si el archivo trae mas tipos o monedas de los
*> que caben, el ciclo se aborta con codigo de retorno 16 en lugar
*> de correr sin ellos.

IDENTIFICATION DIVISION.
PROGRAM-ID. correccion_excepciones.
    SELECT OPTIONAL ARCHIVO-CAMBIOS ASSIGN TO "TIPOS-CAMBIO.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT ARCHIVO-CORRECCIONES-TRABAJO ASSIGN TO "CORRECCIONES-TRABAJO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CTR-NUM-LINEA
        FILE STATUS IS CORRECCIONES-TRABAJO-STATUS.

    SELECT ARCHIVO-PENDIENTES-TRABAJO ASSIGN TO "PENDIENTES-TRABAJO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PND-CLAVE
        FILE STATUS IS PENDIENTES-TRABAJO-STATUS.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-EXCEPCIONES.
    05 CAM-SEP-2           PIC X(1).
    05 CAM-FECHA-DESDE     PIC X(10).

FD ARCHIVO-CORRECCIONES-TRABAJO.
*> Una correccion por numero de linea; si el operador capturo dos
*> contra la misma linea, queda la ultima del archivo.
01 CORRECCION-TRABAJO-RECORD.
    05 CTR-NUM-LINEA       PIC 9(6).
    05 CTR-TIPO-PRODUCTO   PIC X(2).

FD ARCHIVO-PENDIENTES-TRABAJO.
*> Pendientes del ciclo anterior, cargados antes de reabrir el
*> archivo de salida: asi el mismo programa los hace rodar sin
*> perder su fecha de origen ni su conteo de ciclos. La clave lleva
*> el orden de carga detras del producto, para que las copias de un
*> mismo producto queden juntas y en el orden en que venian.
01 PENDIENTE-TRABAJO-RECORD.
    05 PND-CLAVE.
        10 PND-COD-PRODUCTO    PIC X(10).
        10 PND-ORDEN           PIC 9(6).
    05 PND-NUM-LINEA       PIC 9(6).
    05 PND-TIPO-PRODUCTO   PIC X(2).
    05 PND-PRECIO          PIC 9(7)V99.
    05 PND-IMPUESTO        PIC 9(7)V99.
    05 PND-MONEDA          PIC X(3).
    05 PND-FECHA-ORIGEN    PIC X(10).
    05 PND-CICLOS          PIC 9(3).
    *> "Y" cuando una excepcion de hoy trae la misma clave: la
    *> entrada ya quedo fundida en esa excepcion y la segunda
    *> pasada no debe escribirla otra vez.
    05 PND-CONSUMIDO       PIC X(1).

WORKING-STORAGE SECTION.
01 EXCEPCIONES-STATUS PIC X(2).
01 TARIFAS-STATUS PIC X(2).
01 CORRECCIONES-TRABAJO-STATUS PIC X(2).
01 PENDIENTES-TRABAJO-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH PIC X(1) VALUE "N".
    05 SWITCH-TARIFAS PIC X(1) VALUE "N".
    05 SWITCH-CORRECCIONES PIC X(1) VALUE "N".
    05 SWITCH-CAMBIOS PIC X(1) VALUE "N".
    05 SWITCH-ROLLADOS PIC X(1) VALUE "N".
    05 SWITCH-PENDIENTES-TRABAJO PIC X(1) VALUE "N".
    05 MONEDA-VALIDA  PIC X(1) VALUE "N".
    05 CORRECCION-HALLADA PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-EXCEPCIONES PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RETIRADOS   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SANADAS     PIC 9(6) VALUE ZEROES.
    05 CONTADOR-PENDIENTES  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ESCALADAS   PIC 9(6) VALUE ZEROES.
    05 PENDIENTES-CARGADOS  PIC 9(6) VALUE ZEROES.
01 CUBETAS-EDAD.
    *> Pendientes del ciclo por cubeta de antiguedad, contados al
    *> momento de escribirlos.
        10 TARIFA-FACTOR-PRECIO    PIC 9(2)V9(4).
        10 TARIFA-FACTOR-IMPUESTO  PIC 9(2)V9(4).
        10 TARIFA-FECHA-DESDE      PIC X(10).
01 MONEDA-BASE PIC X(3) VALUE "MXN".
01 TABLA-MONEDAS.
    *> Tipos de cambio con la misma resolucion de vigencia que la
01 WS-MONEDA-TRABAJO PIC X(3).
01 WS-TARIFA-IDX PIC 9(2).
01 WS-TARIFA-HALLADA PIC 9(2).
01 WS-PEN-FECHA-ORIGEN PIC X(10).
01 WS-PEN-CICLOS PIC 9(3).
01 WS-PEN-NUM-LINEA PIC 9(6).
    END-IF.
    *> Los corregidos se agregan a lo que la corrida de precios ya
    *> escribio; los pendientes del ciclo anterior ya quedaron en
    *> su archivo de trabajo, asi que el archivo se reescribe desde
    *> cero.
    PERFORM 145-CARGAR-PENDIENTES.
    OPEN EXTEND ARCHIVO-AJUSTADOS.
    OPEN OUTPUT ARCHIVO-PENDIENTES.
    *> Carga lo que rodo del ciclo anterior antes de reabrir el
    *> archivo de salida. Un pendiente de antes de las estampas
    *> (sin fecha de origen) arranca su reloj en este ciclo.
    OPEN OUTPUT ARCHIVO-PENDIENTES-TRABAJO.
    IF PENDIENTES-TRABAJO-STATUS NOT = "00" THEN
        DISPLAY "CORRECCION ABORTADA: no se pudo crear PENDIENTES-TRABAJO.DAT, status " PENDIENTES-TRABAJO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN INPUT ARCHIVO-PENDIENTES.
    PERFORM UNTIL SWITCH-ROLLADOS = "Y"
        READ ARCHIVO-PENDIENTES
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-PENDIENTES.
    *> Se reabre para la fusion, que marca cada copia consumida.
    CLOSE ARCHIVO-PENDIENTES-TRABAJO.
    OPEN I-O ARCHIVO-PENDIENTES-TRABAJO.

146-GUARDAR-PENDIENTE.
    COMPUTE PENDIENTES-CARGADOS = PENDIENTES-CARGADOS + 1.
    MOVE PEN-COD-PRODUCTO TO PND-COD-PRODUCTO.
    MOVE PENDIENTES-CARGADOS TO PND-ORDEN.
    *> Los pendientes viven en la banda reservada de numeros; uno de
    *> antes de la banda (numero bajo de maestro, que podria chocar
    *> con las excepciones de hoy) se renumera al cargarlo. Una
    *> correccion capturada contra su numero viejo ya no aplica:
    *> rueda un ciclo mas con el nuevo.
    IF PEN-NUM-LINEA IS NUMERIC AND PEN-NUM-LINEA > 900000 THEN
        MOVE PEN-NUM-LINEA TO PND-NUM-LINEA
        IF PEN-NUM-LINEA > WS-LINEA-RODADA THEN
            MOVE PEN-NUM-LINEA TO WS-LINEA-RODADA
        END-IF
    ELSE
        COMPUTE WS-LINEA-RODADA = WS-LINEA-RODADA + 1
        MOVE WS-LINEA-RODADA TO PND-NUM-LINEA
    END-IF.
    MOVE "N" TO PND-CONSUMIDO.
    MOVE PEN-TIPO-PRODUCTO TO PND-TIPO-PRODUCTO.
    MOVE PEN-PRECIO TO PND-PRECIO.
    MOVE PEN-IMPUESTO TO PND-IMPUESTO.
    MOVE PEN-MONEDA TO PND-MONEDA.
    IF PEN-FECHA-ORIGEN = SPACES THEN
        MOVE WS-FECHA-CORRIDA TO PND-FECHA-ORIGEN
    ELSE
        MOVE PEN-FECHA-ORIGEN TO PND-FECHA-ORIGEN
    END-IF.
    IF PEN-CICLOS IS NUMERIC THEN
        MOVE PEN-CICLOS TO PND-CICLOS
    ELSE
        MOVE ZEROES TO PND-CICLOS
    END-IF.
    WRITE PENDIENTE-TRABAJO-RECORD.
    IF PENDIENTES-TRABAJO-STATUS NOT = "00" THEN
        DISPLAY "CORRECCION ABORTADA: error al grabar PENDIENTES-TRABAJO.DAT, status " PENDIENTES-TRABAJO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

130-CARGAR-TARIFAS.
                MOVE TARIFAS-CARGADAS TO WS-TARIFA-HALLADA
                MOVE SPACES TO TARIFA-FECHA-DESDE(WS-TARIFA-HALLADA)
            ELSE
                DISPLAY "CORRECCION ABORTADA: mas de 20 tipos en vigor en TARIFAS-PRECIOS.TXT (" TAR-TIPO-PRODUCTO ")"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        IF WS-TARIFA-HALLADA > 0 THEN
                MOVE MONEDAS-CARGADAS TO WS-MONEDA-HALLADA
                MOVE SPACES TO MONEDA-FECHA-DESDE(WS-MONEDA-HALLADA)
            ELSE
                DISPLAY "CORRECCION ABORTADA: mas de 10 monedas en vigor en TIPOS-CAMBIO.TXT (" CAM-MONEDA ")"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
        IF WS-MONEDA-HALLADA > 0 THEN

140-CARGAR-CORRECCIONES.
    *> El archivo de correcciones puede no existir (ciclo sin nada
    *> que corregir): en ese caso todo rueda a pendientes. El
    *> archivo de trabajo se crea vacio y se reabre en I-O para que
    *> una segunda captura contra la misma linea reemplace a la
    *> primera.
    OPEN OUTPUT ARCHIVO-CORRECCIONES-TRABAJO.
    IF CORRECCIONES-TRABAJO-STATUS NOT = "00" THEN
        DISPLAY "CORRECCION ABORTADA: no se pudo crear CORRECCIONES-TRABAJO.DAT, status " CORRECCIONES-TRABAJO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    CLOSE ARCHIVO-CORRECCIONES-TRABAJO.
    OPEN I-O ARCHIVO-CORRECCIONES-TRABAJO.
    OPEN INPUT ARCHIVO-CORRECCIONES.
    PERFORM UNTIL SWITCH-CORRECCIONES = "Y"
        READ ARCHIVO-CORRECCIONES
            AT END
                MOVE "Y" TO SWITCH-CORRECCIONES
            NOT AT END
                PERFORM 142-GUARDAR-CORRECCION
        END-READ
    END-PERFORM.
    CLOSE ARCHIVO-CORRECCIONES.

142-GUARDAR-CORRECCION.
    MOVE COR-NUM-LINEA TO CTR-NUM-LINEA.
    MOVE COR-TIPO-PRODUCTO TO CTR-TIPO-PRODUCTO.
    WRITE CORRECCION-TRABAJO-RECORD
        INVALID KEY
            REWRITE CORRECCION-TRABAJO-RECORD
    END-WRITE.
    IF CORRECCIONES-TRABAJO-STATUS NOT = "00" THEN
        DISPLAY "CORRECCION ABORTADA: error al grabar CORRECCIONES-TRABAJO.DAT, status " CORRECCIONES-TRABAJO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.

200-PROCESS-RECORDS.

    *> Excepcion nueva de la corrida de precios. Si el mismo
    MOVE WS-FECHA-CORRIDA TO WS-PEN-FECHA-ORIGEN.
    MOVE ZEROES TO WS-PEN-CICLOS.
    MOVE ZEROES TO WS-PEN-NUM-LINEA.
    MOVE "N" TO SWITCH-PENDIENTES-TRABAJO.
    MOVE EXC-COD-PRODUCTO TO PND-COD-PRODUCTO.
    MOVE ZEROES TO PND-ORDEN.
    START ARCHIVO-PENDIENTES-TRABAJO KEY IS NOT LESS THAN PND-CLAVE
        INVALID KEY
            MOVE "Y" TO SWITCH-PENDIENTES-TRABAJO
    END-START.
    PERFORM UNTIL SWITCH-PENDIENTES-TRABAJO = "Y"
        READ ARCHIVO-PENDIENTES-TRABAJO NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-PENDIENTES-TRABAJO
            NOT AT END
                IF PND-COD-PRODUCTO NOT = EXC-COD-PRODUCTO THEN
                    MOVE "Y" TO SWITCH-PENDIENTES-TRABAJO
                ELSE
                    PERFORM 206-CONSUMIR-PENDIENTE
                END-IF
        END-READ
    END-PERFORM.

206-CONSUMIR-PENDIENTE.
    IF PND-CONSUMIDO = "N" THEN
        MOVE "Y" TO PND-CONSUMIDO
        REWRITE PENDIENTE-TRABAJO-RECORD
        COMPUTE CONTADOR-FUSIONADOS = CONTADOR-FUSIONADOS + 1
        IF PND-FECHA-ORIGEN < WS-PEN-FECHA-ORIGEN THEN
            MOVE PND-FECHA-ORIGEN TO WS-PEN-FECHA-ORIGEN
        END-IF
        IF PND-CICLOS > WS-PEN-CICLOS THEN
            MOVE PND-CICLOS TO WS-PEN-CICLOS
        END-IF
        IF WS-PEN-NUM-LINEA = 0 THEN
            MOVE PND-NUM-LINEA TO WS-PEN-NUM-LINEA
        END-IF
    END-IF.

208-APLICAR-CORRECCION.
    *> Logica comun a excepciones nuevas y pendientes rodados: si
    *> hay correccion capturada y el tipo corregido tarifica (y la
    *> moneda convierte), se ajusta; si no, rueda como pendiente
    *> con su fecha de origen y sus ciclos a cuestas.
    PERFORM 205-BUSCAR-CORRECCION.
    IF CORRECCION-HALLADA = "Y" THEN
        MOVE CTR-TIPO-PRODUCTO TO EXC-TIPO-PRODUCTO
        PERFORM 215-BUSCAR-TARIFA
        PERFORM 217-BUSCAR-MONEDA
        IF WS-TARIFA-HALLADA = 0 THEN
    END-IF.

205-BUSCAR-CORRECCION.
    MOVE EXC-NUM-LINEA TO CTR-NUM-LINEA.
    READ ARCHIVO-CORRECCIONES-TRABAJO
        INVALID KEY
            MOVE "N" TO CORRECCION-HALLADA
        NOT INVALID KEY
            MOVE "Y" TO CORRECCION-HALLADA
    END-READ.

210-REGISTRAR-PENDIENTE.
    COMPUTE CONTADOR-PENDIENTES = CONTADOR-PENDIENTES + 1.
    *> rodarlo lo haria circular para siempre: se retira con
    *> constancia en consola. Los fundidos ya quedaron escritos en
    *> la primera pasada con su fecha de origen y sus ciclos.
    MOVE "N" TO SWITCH-PENDIENTES-TRABAJO.
    MOVE LOW-VALUES TO PND-CLAVE.
    START ARCHIVO-PENDIENTES-TRABAJO KEY IS NOT LESS THAN PND-CLAVE
        INVALID KEY
            MOVE "Y" TO SWITCH-PENDIENTES-TRABAJO
    END-START.
    PERFORM UNTIL SWITCH-PENDIENTES-TRABAJO = "Y"
        READ ARCHIVO-PENDIENTES-TRABAJO NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-PENDIENTES-TRABAJO
            NOT AT END
                IF PND-CONSUMIDO = "N" THEN
                    PERFORM 710-RETIRAR-PENDIENTE
                END-IF
        END-READ
    END-PERFORM.

710-RETIRAR-PENDIENTE.
    COMPUTE CONTADOR-RETIRADOS = CONTADOR-RETIRADOS + 1.
    DISPLAY "LINEA " PND-NUM-LINEA ": la clave " PND-COD-PRODUCTO " ya no aparece en excepciones (dispuesta por la corrida de precios o una correccion previa), se retira.".

900-FINALIZE.
    CLOSE ARCHIVO-EXCEPCIONES.
    CLOSE ARCHIVO-AJUSTADOS.
    CLOSE ARCHIVO-PENDIENTES.
    CLOSE ARCHIVO-ESCALADAS.
    CLOSE ARCHIVO-CORRECCIONES-TRABAJO.
    CLOSE ARCHIVO-PENDIENTES-TRABAJO.
    PERFORM 910-REPORTAR-ANTIGUEDAD.
    DISPLAY "=== CICLO DE CORRECCION DE EXCEPCIONES ===".
    DISPLAY "EXCEPCIONES LEIDAS     : " CONTADOR-EXCEPCIONES.

*> Consulta y mantenimiento en linea del maestro de productos. Hasta
*> ahora la unica forma de ver o tocar un producto era teclear un
*> renglon en PRODUCTOS-TRANS.TXT, esperar a mantenimiento_maestro y
*> leer los rechazos a la manana siguiente. Esta pantalla busca un
*> producto por COD-PRODUCTO (o recorre el maestro hacia adelante y
*> hacia atras por clave), muestra TIPO-PRODUCTO, PRECIO, IMPUESTO y
*> MONEDA, y permite dar de alta, cambiar o dar de baja con la
*> edicion de campos en el momento: un TIPO-PRODUCTO sin tarifa en
*> vigor en TARIFAS-PRECIOS.TXT o una MONEDA sin tipo de cambio en
*> TIPOS-CAMBIO.TXT se rechazan antes de tocar el maestro.
*>
*> Cada cambio hecho aqui se asienta en PRODUCTOS-AUDITORIA.TXT con
*> el mismo renglon de imagen anterior/posterior que escribe
*> 410-REGISTRAR-AUDITORIA de mantenimiento_maestro, para que la
*> corrida incremental de precios, historia_precios y la
*> verificacion de respaldo_maestro lo vean igual que un cambio del
*> lote.
*>
*> Opciones: L = leer por clave, S = siguiente, R = anterior,
*> A = alta, C = cambio, B = baja (se pide teclearla dos veces sobre
*> el mismo producto), X = salir.
*>
*> Las reglas de aprobacion son las mismas que en el lote: el
*> operador teclea su ID en la pantalla y sin el no se aplica
*> ningun movimiento; un cambio que mueve PRECIO o IMPUESTO mas del
*> tope (parametro de linea de comandos en porcentaje, 020 si no se
*> indica) y toda baja no tocan el maestro, quedan retenidos en
*> PRODUCTOS-PENDIENTES-APROBACION.DAT para que otro operador los
*> apruebe o rechace en mantenimiento_maestro.

IDENTIFICATION DIVISION.
PROGRAM-ID. consulta_maestro.
AUTHOR. Armando Hernandez.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVO-MAESTRO ASSIGN TO "PRODUCTOS-MAESTRO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COD-PRODUCTO
        FILE STATUS IS MAESTRO-STATUS.

    SELECT ARCHIVO-TARIFAS ASSIGN TO "TARIFAS-PRECIOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TARIFAS-STATUS.

    SELECT OPTIONAL ARCHIVO-CAMBIOS ASSIGN TO "TIPOS-CAMBIO.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-AUDITORIA ASSIGN TO "PRODUCTOS-AUDITORIA.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-PENDIENTES ASSIGN TO "PRODUCTOS-PENDIENTES-APROBACION.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PAP-COD-PRODUCTO
        FILE STATUS IS PENDIENTES-STATUS.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-MAESTRO.
COPY PRODUCTO.

FD ARCHIVO-TARIFAS.
01 TARIFA-RECORD.
    05 TAR-TIPO-PRODUCTO   PIC X(2).
    05 TAR-SEP-1           PIC X(1).
    05 TAR-FACTOR-PRECIO   PIC 9(2)V9(4).
    05 TAR-SEP-2           PIC X(1).
    05 TAR-FACTOR-IMPUESTO PIC 9(2)V9(4).
    05 TAR-SEP-3           PIC X(1).
    05 TAR-FECHA-DESDE     PIC X(10).

FD ARCHIVO-CAMBIOS.
01 CAMBIO-MONEDA-RECORD.
    05 CAM-MONEDA          PIC X(3).
    05 CAM-SEP-1           PIC X(1).
    05 CAM-TASA            PIC 9(3)V9(6).
    05 CAM-SEP-2           PIC X(1).
    05 CAM-FECHA-DESDE     PIC X(10).

FD ARCHIVO-AUDITORIA.
01 AUDITORIA-RECORD.
    05 AUD-FECHA           PIC X(10).
    05 AUD-SEP-1           PIC X(1).
    05 AUD-ACCION          PIC X(1).
    05 AUD-SEP-2           PIC X(1).
    05 AUD-IMAGEN-ANTERIOR PIC X(33).
    05 AUD-SEP-3           PIC X(1).
    05 AUD-IMAGEN-POSTERIOR PIC X(33).
    05 AUD-SEP-4           PIC X(1).
    05 AUD-OPERADOR        PIC X(8).
    05 AUD-SEP-5           PIC X(1).
    05 AUD-APROBADOR       PIC X(8).

FD ARCHIVO-PENDIENTES.
*> Mismo trazado que en mantenimiento_maestro.
01 PENDIENTE-APROBACION-RECORD.
    05 PAP-COD-PRODUCTO    PIC X(10).
    05 PAP-ACCION          PIC X(1).
    05 PAP-FECHA-CAPTURA   PIC X(10).
    05 PAP-OPERADOR        PIC X(8).
    05 PAP-MOTIVO          PIC X(30).
    05 PAP-IMAGEN-ANTERIOR PIC X(33).
    05 PAP-IMAGEN-PROPUESTA PIC X(33).

WORKING-STORAGE SECTION.
01 MAESTRO-STATUS PIC X(2).
01 TARIFAS-STATUS PIC X(2).
01 PENDIENTES-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH PIC X(1) VALUE "N".
    05 SWITCH-TARIFAS PIC X(1) VALUE "N".
    05 SWITCH-CAMBIOS PIC X(1) VALUE "N".
    05 TIPO-VALIDO PIC X(1) VALUE "N".
    05 MONEDA-VALIDA PIC X(1) VALUE "N".
    05 CAMPOS-VALIDOS PIC X(1) VALUE "N".
    05 REQUIERE-APROBACION PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-CONSULTAS  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ALTAS      PIC 9(6) VALUE ZEROES.
    05 CONTADOR-CAMBIOS    PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RECHAZOS   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RETENIDAS  PIC 9(6) VALUE ZEROES.
01 IMAGENES.
    05 IMAGEN-ANTERIOR     PIC X(33).
    05 IMAGEN-POSTERIOR    PIC X(33).
*> Moneda base de la casa: un producto sin moneda capturada se
*> asienta en la base, igual que en mantenimiento_maestro.
01 MONEDA-BASE PIC X(3) VALUE "MXN".
01 PANTALLA-DATOS.
    *> Lo que el operador ve y teclea; el registro del maestro solo
    *> se arma desde aqui una vez que todos los campos pasaron la
    *> edicion.
    05 PAN-OPCION          PIC X(1) VALUE SPACES.
    05 PAN-OPERADOR        PIC X(8) VALUE SPACES.
    05 PAN-COD-PRODUCTO    PIC X(10) VALUE SPACES.
    05 PAN-TIPO-PRODUCTO   PIC X(2) VALUE SPACES.
    05 PAN-PRECIO          PIC 9(7)V99 VALUE ZEROES.
    05 PAN-IMPUESTO        PIC 9(7)V99 VALUE ZEROES.
    05 PAN-MONEDA          PIC X(3) VALUE SPACES.
    05 PAN-MENSAJE         PIC X(70) VALUE SPACES.
*> Clave que se pidio dar de baja en la vuelta anterior: la baja se
*> aplica solo si el operador repite la B sobre el mismo producto.
01 WS-BAJA-PENDIENTE PIC X(10) VALUE SPACES.
01 WS-MONEDA-TRABAJO PIC X(3).
*> Tope de variacion de PRECIO o IMPUESTO, en porcentaje, igual que
*> en mantenimiento_maestro.
01 WS-TOPE-VARIACION PIC 9(3) VALUE 20.
01 WS-PRECIO-ANTERIOR PIC 9(7)V99.
01 WS-IMPUESTO-ANTERIOR PIC 9(7)V99.
01 WS-MONTO-ANTERIOR PIC 9(7)V99.
01 WS-MONTO-NUEVO PIC 9(7)V99.
01 WS-VARIACION PIC S9(11)V99 VALUE ZEROES.
01 WS-VARIACION-ABS PIC 9(11)V99 VALUE ZEROES.
01 WS-MOTIVO-RETENCION PIC X(30).
01 WS-PARAMETRO PIC X(20) VALUE SPACES.
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).

SCREEN SECTION.
01 PANTALLA-MAESTRO.
    05 BLANK SCREEN.
    05 LINE 1 COLUMN 1 VALUE "CONSULTA Y MANTENIMIENTO DEL MAESTRO DE PRODUCTOS".
    05 LINE 1 COLUMN 60 PIC X(10) FROM WS-FECHA-CORRIDA.
    05 LINE 2 COLUMN 5 VALUE "OPERADOR      :".
    05 LINE 2 COLUMN 21 PIC X(8) USING PAN-OPERADOR.
    05 LINE 4 COLUMN 5 VALUE "COD-PRODUCTO  :".
    05 LINE 4 COLUMN 21 PIC X(10) USING PAN-COD-PRODUCTO.
    05 LINE 6 COLUMN 5 VALUE "TIPO-PRODUCTO :".
    05 LINE 6 COLUMN 21 PIC X(2) USING PAN-TIPO-PRODUCTO.
    05 LINE 7 COLUMN 5 VALUE "PRECIO        :".
    05 LINE 7 COLUMN 21 PIC Z(6)9.99 USING PAN-PRECIO.
    05 LINE 8 COLUMN 5 VALUE "IMPUESTO      :".
    05 LINE 8 COLUMN 21 PIC Z(6)9.99 USING PAN-IMPUESTO.
    05 LINE 9 COLUMN 5 VALUE "MONEDA        :".
    05 LINE 9 COLUMN 21 PIC X(3) USING PAN-MONEDA.
    05 LINE 12 COLUMN 5 VALUE "OPCION        :".
    05 LINE 12 COLUMN 21 PIC X(1) USING PAN-OPCION.
    05 LINE 14 COLUMN 5 VALUE "L=LEER  S=SIGUIENTE  R=ANTERIOR  A=ALTA  C=CAMBIO  B=BAJA  X=SALIR".
    05 LINE 20 COLUMN 5 PIC X(70) FROM PAN-MENSAJE.

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-ATENDER-PANTALLA
        UNTIL SWITCH = "Y".
    PERFORM 900-FINALIZE.
    GOBACK.

100-INITIALIZE.
    PERFORM 105-CALCULAR-FECHA.
    ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
    IF WS-PARAMETRO NOT = SPACES THEN
        IF WS-PARAMETRO(1:3) IS NUMERIC THEN
            MOVE WS-PARAMETRO(1:3) TO WS-TOPE-VARIACION
        ELSE
            DISPLAY "PARAMETRO NO RECONOCIDO: " WS-PARAMETRO
            DISPLAY "USO: tope de variacion en 3 digitos (020), o sin parametro para 20%."
            MOVE 16 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF.
    OPEN I-O ARCHIVO-MAESTRO.
    IF MAESTRO-STATUS NOT = "00" THEN
        DISPLAY "CONSULTA ABORTADA: no se pudo abrir el maestro, status " MAESTRO-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    *> La tabla de tarifas es obligatoria para editar el tipo: sin
    *> ella no hay contra que validar y no se abre la pantalla.
    OPEN INPUT ARCHIVO-TARIFAS.
    IF TARIFAS-STATUS NOT = "00" THEN
        DISPLAY "CONSULTA ABORTADA: no se pudo abrir TARIFAS-PRECIOS.TXT, status " TARIFAS-STATUS
        CLOSE ARCHIVO-MAESTRO
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    CLOSE ARCHIVO-TARIFAS.
    OPEN I-O ARCHIVO-PENDIENTES.
    IF PENDIENTES-STATUS NOT = "00" AND PENDIENTES-STATUS NOT = "05" THEN
        DISPLAY "CONSULTA ABORTADA: no se pudo abrir PRODUCTOS-PENDIENTES-APROBACION.DAT, status " PENDIENTES-STATUS
        CLOSE ARCHIVO-MAESTRO
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    MOVE "L" TO PAN-OPCION.
    MOVE "TECLEE UNA CLAVE Y UNA OPCION" TO PAN-MENSAJE.

105-CALCULAR-FECHA.
    *> Fecha asentada en la auditoria y contra la que se resuelve la
    *> vigencia de tarifas y tipos de cambio, igual que en el lote.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
    STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(5:2)  DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(7:2)  DELIMITED BY SIZE
        INTO WS-FECHA-CORRIDA.

200-ATENDER-PANTALLA.

    DISPLAY PANTALLA-MAESTRO.
    ACCEPT PANTALLA-MAESTRO.
    MOVE SPACES TO PAN-MENSAJE.
    MOVE FUNCTION UPPER-CASE(PAN-OPCION) TO PAN-OPCION.

    *> Cualquier opcion distinta de una segunda B cancela la baja
    *> que estuviera esperando confirmacion.
    IF PAN-OPCION NOT = "B" THEN
        MOVE SPACES TO WS-BAJA-PENDIENTE
    END-IF.

    IF PAN-OPCION = "L" THEN
        PERFORM 300-LEER-PRODUCTO
    ELSE
        IF PAN-OPCION = "S" THEN
            PERFORM 310-LEER-SIGUIENTE
        ELSE
            IF PAN-OPCION = "R" THEN
                PERFORM 320-LEER-ANTERIOR
            ELSE
                IF PAN-OPCION = "A" THEN
                    PERFORM 400-APLICAR-ALTA
                ELSE
                    IF PAN-OPCION = "C" THEN
                        PERFORM 410-APLICAR-CAMBIO
                    ELSE
                        IF PAN-OPCION = "B" THEN
                            PERFORM 420-APLICAR-BAJA
                        ELSE
                            IF PAN-OPCION = "X" THEN
                                MOVE "Y" TO SWITCH
                            ELSE
                                MOVE "OPCION NO RECONOCIDA" TO PAN-MENSAJE
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

300-LEER-PRODUCTO.
    MOVE PAN-COD-PRODUCTO TO COD-PRODUCTO.
    READ ARCHIVO-MAESTRO
        INVALID KEY
            MOVE "PRODUCTO NO EXISTE EN EL MAESTRO" TO PAN-MENSAJE
        NOT INVALID KEY
            COMPUTE CONTADOR-CONSULTAS = CONTADOR-CONSULTAS + 1
            PERFORM 330-MOSTRAR-REGISTRO
    END-READ.

310-LEER-SIGUIENTE.
    *> El recorrido parte de la clave que esta en pantalla, exista o
    *> no: asi se puede teclear un prefijo y avanzar desde ahi.
    MOVE PAN-COD-PRODUCTO TO COD-PRODUCTO.
    START ARCHIVO-MAESTRO KEY IS GREATER THAN COD-PRODUCTO
        INVALID KEY
            MOVE "NO HAY PRODUCTO POSTERIOR" TO PAN-MENSAJE
        NOT INVALID KEY
            READ ARCHIVO-MAESTRO NEXT RECORD
                AT END
                    MOVE "NO HAY PRODUCTO POSTERIOR" TO PAN-MENSAJE
                NOT AT END
                    COMPUTE CONTADOR-CONSULTAS = CONTADOR-CONSULTAS + 1
                    PERFORM 330-MOSTRAR-REGISTRO
            END-READ
    END-START.

320-LEER-ANTERIOR.
    MOVE PAN-COD-PRODUCTO TO COD-PRODUCTO.
    START ARCHIVO-MAESTRO KEY IS LESS THAN COD-PRODUCTO
        INVALID KEY
            MOVE "NO HAY PRODUCTO ANTERIOR" TO PAN-MENSAJE
        NOT INVALID KEY
            READ ARCHIVO-MAESTRO PREVIOUS RECORD
                AT END
                    MOVE "NO HAY PRODUCTO ANTERIOR" TO PAN-MENSAJE
                NOT AT END
                    COMPUTE CONTADOR-CONSULTAS = CONTADOR-CONSULTAS + 1
                    PERFORM 330-MOSTRAR-REGISTRO
            END-READ
    END-START.

330-MOSTRAR-REGISTRO.
    MOVE COD-PRODUCTO TO PAN-COD-PRODUCTO.
    MOVE TIPO-PRODUCTO TO PAN-TIPO-PRODUCTO.
    MOVE PRECIO TO PAN-PRECIO.
    MOVE IMPUESTO TO PAN-IMPUESTO.
    MOVE MONEDA TO PAN-MONEDA.

340-ARMAR-REGISTRO.
    MOVE PAN-COD-PRODUCTO TO COD-PRODUCTO.
    MOVE PAN-TIPO-PRODUCTO TO TIPO-PRODUCTO.
    MOVE PAN-PRECIO TO PRECIO.
    MOVE PAN-IMPUESTO TO IMPUESTO.
    MOVE WS-MONEDA-TRABAJO TO MONEDA.

400-APLICAR-ALTA.
    PERFORM 500-EDITAR-CAMPOS.
    IF CAMPOS-VALIDOS = "Y" THEN
        MOVE SPACES TO IMAGEN-ANTERIOR
        PERFORM 340-ARMAR-REGISTRO
        WRITE PRODUCTO-REC
            INVALID KEY
                MOVE "CLAVE YA EXISTE EN EL MAESTRO" TO PAN-MENSAJE
                COMPUTE CONTADOR-RECHAZOS = CONTADOR-RECHAZOS + 1
            NOT INVALID KEY
                MOVE PRODUCTO-REC TO IMAGEN-POSTERIOR
                COMPUTE CONTADOR-ALTAS = CONTADOR-ALTAS + 1
                PERFORM 600-REGISTRAR-AUDITORIA
                PERFORM 330-MOSTRAR-REGISTRO
                MOVE "ALTA APLICADA" TO PAN-MENSAJE
        END-WRITE
    END-IF.

410-APLICAR-CAMBIO.
    PERFORM 500-EDITAR-CAMPOS.
    IF CAMPOS-VALIDOS = "Y" THEN
        *> Se relee el registro vivo para tomar la imagen anterior del
        *> maestro y no de lo que quedo en pantalla.
        MOVE PAN-COD-PRODUCTO TO COD-PRODUCTO
        READ ARCHIVO-MAESTRO
            INVALID KEY
                MOVE "CLAVE NO EXISTE EN EL MAESTRO" TO PAN-MENSAJE
                COMPUTE CONTADOR-RECHAZOS = CONTADOR-RECHAZOS + 1
            NOT INVALID KEY
                MOVE PRODUCTO-REC TO IMAGEN-ANTERIOR
                MOVE PRECIO TO WS-PRECIO-ANTERIOR
                MOVE IMPUESTO TO WS-IMPUESTO-ANTERIOR
                PERFORM 340-ARMAR-REGISTRO
                MOVE PRODUCTO-REC TO IMAGEN-POSTERIOR
                PERFORM 530-MEDIR-VARIACION
                IF REQUIERE-APROBACION = "Y" THEN
                    MOVE "VARIACION MAYOR AL TOPE" TO WS-MOTIVO-RETENCION
                    PERFORM 610-RETENER-PARA-APROBACION
                ELSE
                    REWRITE PRODUCTO-REC
                    COMPUTE CONTADOR-CAMBIOS = CONTADOR-CAMBIOS + 1
                    PERFORM 600-REGISTRAR-AUDITORIA
                    PERFORM 330-MOSTRAR-REGISTRO
                    MOVE "CAMBIO APLICADO" TO PAN-MENSAJE
                END-IF
        END-READ
    END-IF.

420-APLICAR-BAJA.
    PERFORM 505-VALIDAR-CAPTURA.
    IF CAMPOS-VALIDOS = "Y" THEN
        PERFORM 425-LEER-PARA-BAJA
    ELSE
        MOVE SPACES TO WS-BAJA-PENDIENTE
    END-IF.

425-LEER-PARA-BAJA.
    MOVE PAN-COD-PRODUCTO TO COD-PRODUCTO.
    READ ARCHIVO-MAESTRO
        INVALID KEY
            MOVE "CLAVE NO EXISTE EN EL MAESTRO" TO PAN-MENSAJE
            MOVE SPACES TO WS-BAJA-PENDIENTE
            COMPUTE CONTADOR-RECHAZOS = CONTADOR-RECHAZOS + 1
        NOT INVALID KEY
            PERFORM 330-MOSTRAR-REGISTRO
            IF WS-BAJA-PENDIENTE = COD-PRODUCTO THEN
                *> Toda baja espera aprobacion: aqui solo se retiene.
                MOVE PRODUCTO-REC TO IMAGEN-ANTERIOR
                MOVE SPACES TO IMAGEN-POSTERIOR
                MOVE "BAJA REQUIERE APROBACION" TO WS-MOTIVO-RETENCION
                PERFORM 610-RETENER-PARA-APROBACION
                MOVE SPACES TO WS-BAJA-PENDIENTE
            ELSE
                MOVE COD-PRODUCTO TO WS-BAJA-PENDIENTE
                MOVE "CONFIRME LA BAJA TECLEANDO B OTRA VEZ" TO PAN-MENSAJE
            END-IF
    END-READ.

500-EDITAR-CAMPOS.
    *> Edicion de campos antes de tocar el maestro. El primer campo
    *> con falla se informa en la linea de mensajes y la pantalla
    *> conserva lo tecleado para corregirlo.
    PERFORM 505-VALIDAR-CAPTURA.
    IF CAMPOS-VALIDOS = "Y" THEN
        PERFORM 507-EDITAR-DATOS
    END-IF.

505-VALIDAR-CAPTURA.
    *> Sin ID de operador no se aplica nada, y un producto con algo
    *> en aprobacion no admite otro movimiento hasta que se resuelva.
    MOVE "Y" TO CAMPOS-VALIDOS.
    IF PAN-OPERADOR = SPACES THEN
        MOVE "TECLEE SU ID DE OPERADOR" TO PAN-MENSAJE
        MOVE "N" TO CAMPOS-VALIDOS
        COMPUTE CONTADOR-RECHAZOS = CONTADOR-RECHAZOS + 1
    ELSE
        MOVE PAN-COD-PRODUCTO TO PAP-COD-PRODUCTO
        READ ARCHIVO-PENDIENTES
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "PRODUCTO CON CAMBIO EN APROBACION" TO PAN-MENSAJE
                MOVE "N" TO CAMPOS-VALIDOS
                COMPUTE CONTADOR-RECHAZOS = CONTADOR-RECHAZOS + 1
        END-READ
    END-IF.

507-EDITAR-DATOS.
    MOVE FUNCTION UPPER-CASE(PAN-TIPO-PRODUCTO) TO PAN-TIPO-PRODUCTO.
    MOVE FUNCTION UPPER-CASE(PAN-MONEDA) TO PAN-MONEDA.
    IF PAN-MONEDA = SPACES THEN
        MOVE MONEDA-BASE TO WS-MONEDA-TRABAJO
    ELSE
        MOVE PAN-MONEDA TO WS-MONEDA-TRABAJO
    END-IF.
    IF PAN-COD-PRODUCTO = SPACES THEN
        MOVE "COD-PRODUCTO EN BLANCO" TO PAN-MENSAJE
        MOVE "N" TO CAMPOS-VALIDOS
    ELSE
        PERFORM 510-VALIDAR-TIPO
        IF TIPO-VALIDO = "N" THEN
            MOVE "TIPO-PRODUCTO SIN TARIFA EN VIGOR EN TARIFAS-PRECIOS.TXT" TO PAN-MENSAJE
            MOVE "N" TO CAMPOS-VALIDOS
        ELSE
            PERFORM 520-VALIDAR-MONEDA
            IF MONEDA-VALIDA = "N" THEN
                MOVE "MONEDA SIN TIPO DE CAMBIO EN TIPOS-CAMBIO.TXT" TO PAN-MENSAJE
                MOVE "N" TO CAMPOS-VALIDOS
            END-IF
        END-IF
    END-IF.
    IF CAMPOS-VALIDOS = "N" THEN
        COMPUTE CONTADOR-RECHAZOS = CONTADOR-RECHAZOS + 1
    END-IF.

510-VALIDAR-TIPO.
    *> La tabla se relee en cada edicion en lugar de cargarse una vez:
    *> la sesion puede quedar abierta horas y una tarifa agregada en
    *> el camino debe verse sin salir de la pantalla. Vale el mismo
    *> criterio de vigencia que en la corrida de precios.
    MOVE "N" TO TIPO-VALIDO.
    MOVE "N" TO SWITCH-TARIFAS.
    OPEN INPUT ARCHIVO-TARIFAS.
    IF TARIFAS-STATUS NOT = "00" THEN
        MOVE "Y" TO SWITCH-TARIFAS
    END-IF.
    PERFORM UNTIL SWITCH-TARIFAS = "Y"
        READ ARCHIVO-TARIFAS
            AT END
                MOVE "Y" TO SWITCH-TARIFAS
            NOT AT END
                IF TAR-TIPO-PRODUCTO = PAN-TIPO-PRODUCTO AND
                   TAR-FECHA-DESDE <= WS-FECHA-CORRIDA THEN
                    MOVE "Y" TO TIPO-VALIDO
                    MOVE "Y" TO SWITCH-TARIFAS
                END-IF
        END-READ
    END-PERFORM.
    IF TARIFAS-STATUS = "00" OR TARIFAS-STATUS = "10" THEN
        CLOSE ARCHIVO-TARIFAS
    END-IF.

520-VALIDAR-MONEDA.
    *> La moneda base no lleva tipo de cambio; cualquier otra necesita
    *> al menos un renglon en vigor en TIPOS-CAMBIO.TXT.
    MOVE "N" TO MONEDA-VALIDA.
    IF WS-MONEDA-TRABAJO = MONEDA-BASE THEN
        MOVE "Y" TO MONEDA-VALIDA
    ELSE
        MOVE "N" TO SWITCH-CAMBIOS
        OPEN INPUT ARCHIVO-CAMBIOS
        PERFORM UNTIL SWITCH-CAMBIOS = "Y"
            READ ARCHIVO-CAMBIOS
                AT END
                    MOVE "Y" TO SWITCH-CAMBIOS
                NOT AT END
                    IF CAM-MONEDA = WS-MONEDA-TRABAJO AND
                       CAM-FECHA-DESDE <= WS-FECHA-CORRIDA THEN
                        MOVE "Y" TO MONEDA-VALIDA
                        MOVE "Y" TO SWITCH-CAMBIOS
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARCHIVO-CAMBIOS
    END-IF.

530-MEDIR-VARIACION.
    *> Mismo criterio que 335-MEDIR-VARIACION de mantenimiento_maestro.
    MOVE "N" TO REQUIERE-APROBACION.
    MOVE WS-PRECIO-ANTERIOR TO WS-MONTO-ANTERIOR.
    MOVE PRECIO TO WS-MONTO-NUEVO.
    PERFORM 535-COMPARAR-MONTO.
    MOVE WS-IMPUESTO-ANTERIOR TO WS-MONTO-ANTERIOR.
    MOVE IMPUESTO TO WS-MONTO-NUEVO.
    PERFORM 535-COMPARAR-MONTO.

535-COMPARAR-MONTO.
    IF WS-MONTO-ANTERIOR = 0 THEN
        IF WS-MONTO-NUEVO NOT = 0 THEN
            MOVE "Y" TO REQUIERE-APROBACION
        END-IF
    ELSE
        COMPUTE WS-VARIACION ROUNDED =
            (WS-MONTO-NUEVO - WS-MONTO-ANTERIOR) * 100
            / WS-MONTO-ANTERIOR
        IF WS-VARIACION < 0 THEN
            COMPUTE WS-VARIACION-ABS = ZERO - WS-VARIACION
        ELSE
            MOVE WS-VARIACION TO WS-VARIACION-ABS
        END-IF
        IF WS-VARIACION-ABS > WS-TOPE-VARIACION THEN
            MOVE "Y" TO REQUIERE-APROBACION
        END-IF
    END-IF.

600-REGISTRAR-AUDITORIA.
    *> Mismo renglon que 410-REGISTRAR-AUDITORIA del lote. El archivo
    *> se abre y se cierra en cada cambio para que el renglon quede en
    *> disco en el acto, aunque la sesion siga abierta cuando corra el
    *> lote de la noche.
    OPEN EXTEND ARCHIVO-AUDITORIA.
    MOVE WS-FECHA-CORRIDA TO AUD-FECHA.
    MOVE SPACE TO AUD-SEP-1.
    MOVE PAN-OPCION TO AUD-ACCION.
    MOVE SPACE TO AUD-SEP-2.
    MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
    MOVE SPACE TO AUD-SEP-3.
    MOVE IMAGEN-POSTERIOR TO AUD-IMAGEN-POSTERIOR.
    MOVE SPACE TO AUD-SEP-4.
    MOVE PAN-OPERADOR TO AUD-OPERADOR.
    MOVE SPACE TO AUD-SEP-5.
    MOVE SPACES TO AUD-APROBADOR.
    WRITE AUDITORIA-RECORD.
    CLOSE ARCHIVO-AUDITORIA.

610-RETENER-PARA-APROBACION.
    *> El maestro queda como estaba; el movimiento espera en la cola
    *> de aprobacion igual que uno retenido por el lote.
    MOVE PAN-COD-PRODUCTO TO PAP-COD-PRODUCTO.
    MOVE PAN-OPCION TO PAP-ACCION.
    MOVE WS-FECHA-CORRIDA TO PAP-FECHA-CAPTURA.
    MOVE PAN-OPERADOR TO PAP-OPERADOR.
    MOVE WS-MOTIVO-RETENCION TO PAP-MOTIVO.
    MOVE IMAGEN-ANTERIOR TO PAP-IMAGEN-ANTERIOR.
    MOVE IMAGEN-POSTERIOR TO PAP-IMAGEN-PROPUESTA.
    WRITE PENDIENTE-APROBACION-RECORD
        INVALID KEY
            MOVE "PRODUCTO CON CAMBIO EN APROBACION" TO PAN-MENSAJE
            COMPUTE CONTADOR-RECHAZOS = CONTADOR-RECHAZOS + 1
        NOT INVALID KEY
            COMPUTE CONTADOR-RETENIDAS = CONTADOR-RETENIDAS + 1
            MOVE "RETENIDO PARA APROBACION: " TO PAN-MENSAJE
            MOVE WS-MOTIVO-RETENCION TO PAN-MENSAJE(27:30)
    END-WRITE.

900-FINALIZE.
    CLOSE ARCHIVO-MAESTRO.
    CLOSE ARCHIVO-PENDIENTES.
    DISPLAY "=== CONSULTA Y MANTENIMIENTO DEL MAESTRO ===".
    DISPLAY "CONSULTAS            : " CONTADOR-CONSULTAS.
    DISPLAY "ALTAS APLICADAS      : " CONTADOR-ALTAS.
    DISPLAY "CAMBIOS APLICADOS    : " CONTADOR-CAMBIOS.
    DISPLAY "EDICIONES RECHAZADAS : " CONTADOR-RECHAZOS.
    DISPLAY "RETENIDAS P/APROBAR  : " CONTADOR-RETENIDAS.

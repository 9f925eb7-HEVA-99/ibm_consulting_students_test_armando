*> desconocida (cambio o baja) o clave ya existente (alta) se
*> rechazan a PRODUCTOS-TRANS-RECHAZOS.TXT.
*>
*> Cada transaccion trae al final el ID del operador que la capturo
*> y sin el se rechaza. Un cambio que mueve PRECIO o IMPUESTO mas
*> alla del tope de variacion (parametro de linea de comandos en
*> porcentaje, 020 si no se indica) y toda baja no se aplican: se
*> retienen en PRODUCTOS-PENDIENTES-APROBACION.DAT con la imagen del
*> maestro al momento de la captura. En una corrida posterior otro
*> operador, con ID distinto al del capturista, los aprueba (accion
*> P) o los rechaza (accion R) tecleando la clave del producto y su
*> propio ID. Mientras un producto tiene algo en aprobacion no se le
*> aceptan mas altas, cambios ni bajas. La auditoria lleva los dos
*> IDs: el del capturista y el del aprobador (en blanco cuando el
*> movimiento no necesito aprobacion). Al cierre de cada corrida se
*> emite REPORTE-PENDIENTES-APROBACION.TXT con lo que sigue en
*> espera y los dias que lleva esperando.
*>
*> Una alta, cambio o baja puede traer fecha efectiva (AAAA-MM-DD,
*> en blanco = hoy). Si es futura no se aplica: se guarda en
*> PRODUCTOS-PROGRAMADAS.DAT, con clave fecha efectiva + producto, y
*> cada corrida aplica primero lo programado que ya vencio y despues
*> las transacciones del dia (las programadas rechazadas se asientan
*> con numero de linea cero). Una segunda programada para el mismo
*> producto en la misma fecha es un conflicto y se rechaza. Antes de
*> su fecha una programada se cancela con la accion X, o se sustituye
*> con la accion S (mismos datos de renglon, conserva la accion
*> programada), ambas con la fecha efectiva y la clave del producto.
*> Al cierre se emite REPORTE-PROGRAMADAS.TXT con lo programado para
*> los proximos 30 dias.
*>
*> Desde la columna de moneda, el registro del copybook mide 33
*> bytes y las imagenes de auditoria tambien: el maestro y la
*> auditoria escritos antes del cambio deben pasarse una sola vez
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ARCHIVO-TRANS ASSIGN TO "PRODUCTOS-TRANS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRANS-STATUS.

    SELECT OPTIONAL ARCHIVO-RECHAZOS ASSIGN TO "PRODUCTOS-TRANS-RECHAZOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-PENDIENTES ASSIGN TO "PRODUCTOS-PENDIENTES-APROBACION.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PAP-COD-PRODUCTO
        FILE STATUS IS PENDIENTES-STATUS.

    SELECT OPTIONAL ARCHIVO-REPORTE-PENDIENTES ASSIGN TO "REPORTE-PENDIENTES-APROBACION.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-PROGRAMADAS ASSIGN TO "PRODUCTOS-PROGRAMADAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PRG-CLAVE
        FILE STATUS IS PROGRAMADAS-STATUS.

    SELECT OPTIONAL ARCHIVO-REPORTE-PROGRAMADAS ASSIGN TO "REPORTE-PROGRAMADAS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-TRANS.
    05 TRANS-IMPUESTO      PIC 9(7)V99.
    05 TRANS-SEP-5         PIC X(1).
    05 TRANS-MONEDA        PIC X(3).
    05 TRANS-SEP-6         PIC X(1).
    05 TRANS-OPERADOR      PIC X(8).
    05 TRANS-SEP-7         PIC X(1).
    05 TRANS-FECHA-EFECTIVA PIC X(10).

FD ARCHIVO-MAESTRO.
COPY PRODUCTO.
    05 AUD-IMAGEN-ANTERIOR PIC X(33).
    05 AUD-SEP-3           PIC X(1).
    05 AUD-IMAGEN-POSTERIOR PIC X(33).
    05 AUD-SEP-4           PIC X(1).
    05 AUD-OPERADOR        PIC X(8).
    05 AUD-SEP-5           PIC X(1).
    05 AUD-APROBADOR       PIC X(8).

FD ARCHIVO-RECHAZOS.
01 RECHAZO-RECORD.
    05 RCH-SEP-4           PIC X(1).
    05 RCH-MOTIVO          PIC X(30).

FD ARCHIVO-PENDIENTES.
*> Un solo movimiento en aprobacion por producto, con la imagen del
*> maestro al capturarlo: si el maestro ya no coincide al aprobar,
*> la aprobacion se rechaza en lugar de pisar un cambio posterior.
01 PENDIENTE-APROBACION-RECORD.
    05 PAP-COD-PRODUCTO    PIC X(10).
    05 PAP-ACCION          PIC X(1).
    05 PAP-FECHA-CAPTURA   PIC X(10).
    05 PAP-OPERADOR        PIC X(8).
    05 PAP-MOTIVO          PIC X(30).
    05 PAP-IMAGEN-ANTERIOR PIC X(33).
    05 PAP-IMAGEN-PROPUESTA PIC X(33).

FD ARCHIVO-REPORTE-PENDIENTES.
01 REPORTE-PENDIENTES-RECORD PIC X(80).

FD ARCHIVO-PROGRAMADAS.
*> La transaccion programada se guarda tal cual se capturo, para
*> pasarla por el mismo camino que una del dia cuando venza.
01 PROGRAMADA-RECORD.
    05 PRG-CLAVE.
        10 PRG-FECHA-EFECTIVA  PIC X(10).
        10 PRG-COD-PRODUCTO    PIC X(10).
    05 PRG-FECHA-CAPTURA   PIC X(10).
    05 PRG-TRANSACCION.
        10 PRG-ACCION          PIC X(1).
        10 PRG-SEP-1           PIC X(1).
        10 PRG-TRN-COD-PRODUCTO PIC X(10).
        10 PRG-SEP-2           PIC X(1).
        10 PRG-TIPO-PRODUCTO   PIC X(2).
        10 PRG-SEP-3           PIC X(1).
        10 PRG-PRECIO          PIC 9(7)V99.
        10 PRG-SEP-4           PIC X(1).
        10 PRG-IMPUESTO        PIC 9(7)V99.
        10 PRG-SEP-5           PIC X(1).
        10 PRG-MONEDA          PIC X(3).
        10 PRG-SEP-6           PIC X(1).
        10 PRG-OPERADOR        PIC X(8).
        10 PRG-SEP-7           PIC X(1).
        10 PRG-TRN-FECHA-EFECTIVA PIC X(10).

FD ARCHIVO-REPORTE-PROGRAMADAS.
01 REPORTE-PROGRAMADAS-RECORD PIC X(80).

WORKING-STORAGE SECTION.
01 TRANS-STATUS PIC X(2).
01 MAESTRO-STATUS PIC X(2).
01 PENDIENTES-STATUS PIC X(2).
01 PROGRAMADAS-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH PIC X(1) VALUE "N".
    05 SWITCH-PENDIENTES PIC X(1) VALUE "N".
    05 SWITCH-PROGRAMADAS PIC X(1) VALUE "N".
    05 FECHA-VALIDA PIC X(1) VALUE "Y".
    05 CAPTURA-VALIDA PIC X(1) VALUE "N".
    05 APROBADOR-VALIDO PIC X(1) VALUE "N".
    05 REQUIERE-APROBACION PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-TRANS      PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ALTAS      PIC 9(6) VALUE ZEROES.
    05 CONTADOR-CAMBIOS    PIC 9(6) VALUE ZEROES.
    05 CONTADOR-BAJAS      PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RECHAZOS   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RETENIDAS  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-APROBADAS  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-DESECHADAS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-EN-ESPERA  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-VENCIDAS   PIC 9(6) VALUE ZEROES.
    05 CONTADOR-PROGRAMADAS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-CANCELADAS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-SUSTITUIDAS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-CONFLICTOS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-PROXIMAS   PIC 9(6) VALUE ZEROES.
01 IMAGENES.
    05 IMAGEN-ANTERIOR     PIC X(33).
    05 IMAGEN-POSTERIOR    PIC X(33).
*> Lo que se asienta en la auditoria: la accion real aplicada al
*> maestro (una aprobacion asienta la C o la B retenida, no la P) y
*> los dos operadores.
01 DATOS-AUDITORIA.
    05 WS-ACCION-AUDITORIA PIC X(1).
    05 WS-OPERADOR-CAPTURA PIC X(8).
    05 WS-OPERADOR-APRUEBA PIC X(8).
*> Tope de variacion de PRECIO o IMPUESTO, en porcentaje, por encima
*> del cual un cambio espera aprobacion.
01 WS-TOPE-VARIACION PIC 9(3) VALUE 20.
01 WS-PRECIO-ANTERIOR PIC 9(7)V99.
01 WS-IMPUESTO-ANTERIOR PIC 9(7)V99.
01 WS-MONTO-ANTERIOR PIC 9(7)V99.
01 WS-MONTO-NUEVO PIC 9(7)V99.
01 WS-VARIACION PIC S9(11)V99 VALUE ZEROES.
01 WS-VARIACION-ABS PIC 9(11)V99 VALUE ZEROES.
01 WS-MOTIVO-RETENCION PIC X(30).
01 WS-PARAMETRO PIC X(20) VALUE SPACES.
01 WS-HOY-ENTERO PIC 9(7).
01 WS-CAPTURA-ENTERO PIC 9(7).
01 WS-FECHA-NUM PIC X(8).
01 WS-DIAS-ESPERA PIC S9(5).
*> Horizonte del reporte de programadas: hoy mas 30 dias.
01 WS-DIAS-HORIZONTE PIC 9(3) VALUE 30.
01 WS-FECHA-ENTERO PIC 9(7).
01 WS-FECHA-LIMITE-NUM PIC 9(8).
01 WS-FECHA-LIMITE-X REDEFINES WS-FECHA-LIMITE-NUM PIC X(8).
01 WS-FECHA-LIMITE PIC X(10).
01 WS-FECHA-ANO PIC 9(4).
01 WS-FECHA-MES PIC 9(2).
01 WS-FECHA-DIA PIC 9(2).
01 WS-DIA-TOPE PIC 9(2).
*> Moneda base de la casa: una transaccion sin moneda capturada se
*> asienta en la base, igual que hace la edicion de productos.
01 MONEDA-BASE PIC X(3) VALUE "MXN".
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).

01 ENCABEZADO-PENDIENTES-1.
    05 FILLER              PIC X(35) VALUE "CAMBIOS EN ESPERA DE APROBACION AL ".
    05 EPA-FECHA           PIC X(10).
01 ENCABEZADO-PENDIENTES-2.
    05 FILLER              PIC X(12) VALUE "COD-PRODUCTO".
    05 FILLER              PIC X(3) VALUE "ACC".
    05 FILLER              PIC X(12) VALUE "  CAPTURA   ".
    05 FILLER              PIC X(10) VALUE "OPERADOR  ".
    05 FILLER              PIC X(7) VALUE " DIAS  ".
    05 FILLER              PIC X(30) VALUE "MOTIVO".
01 LINEA-PENDIENTE.
    05 LPA-COD-PRODUCTO    PIC X(10).
    05 FILLER              PIC X(3) VALUE SPACES.
    05 LPA-ACCION          PIC X(1).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 LPA-FECHA-CAPTURA   PIC X(10).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LPA-OPERADOR        PIC X(8).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LPA-DIAS            PIC ZZZZ9.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LPA-MOTIVO          PIC X(30).
01 ENCABEZADO-PROGRAMADAS-1.
    05 FILLER              PIC X(36) VALUE "TRANSACCIONES PROGRAMADAS DEL ".
    05 EPR-FECHA-DESDE     PIC X(10).
    05 FILLER              PIC X(4) VALUE " AL ".
    05 EPR-FECHA-HASTA     PIC X(10).
01 ENCABEZADO-PROGRAMADAS-2.
    05 FILLER              PIC X(12) VALUE "EFECTIVA".
    05 FILLER              PIC X(12) VALUE "COD-PRODUCTO".
    05 FILLER              PIC X(4) VALUE "ACC".
    05 FILLER              PIC X(5) VALUE "TIPO".
    05 FILLER              PIC X(12) VALUE "      PRECIO".
    05 FILLER              PIC X(12) VALUE "    IMPUESTO".
    05 FILLER              PIC X(5) VALUE " MON".
    05 FILLER              PIC X(8) VALUE "OPERADOR".
01 LINEA-PROGRAMADA.
    05 LPR-FECHA-EFECTIVA  PIC X(10).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LPR-COD-PRODUCTO    PIC X(10).
    05 FILLER              PIC X(3) VALUE SPACES.
    05 LPR-ACCION          PIC X(1).
    05 FILLER              PIC X(3) VALUE SPACES.
    05 LPR-TIPO-PRODUCTO   PIC X(2).
    05 FILLER              PIC X(1) VALUE SPACES.
    05 LPR-PRECIO          PIC ZZZZZZ9.99.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LPR-IMPUESTO        PIC ZZZZZZ9.99.
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LPR-MONEDA          PIC X(3).
    05 FILLER              PIC X(2) VALUE SPACES.
    05 LPR-OPERADOR        PIC X(8).
01 LINEA-RESUMEN-PENDIENTES.
    05 RPA-ETIQUETA        PIC X(30).
    05 RPA-CONTEO          PIC ZZZZZ9.

PROCEDURE DIVISION.

000-MAIN.

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
    *> Un dia sin transacciones capturadas no es error: la corrida
    *> sale vacia, pero aplica igual lo programado que ya vencio.
    OPEN INPUT ARCHIVO-TRANS.
    IF TRANS-STATUS NOT = "00" AND TRANS-STATUS NOT = "05" THEN
        DISPLAY "MANTENIMIENTO ABORTADO: no se pudo abrir PRODUCTOS-TRANS.TXT, status " TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O ARCHIVO-PENDIENTES.
    IF PENDIENTES-STATUS NOT = "00" AND PENDIENTES-STATUS NOT = "05" THEN
        DISPLAY "MANTENIMIENTO ABORTADO: no se pudo abrir PRODUCTOS-PENDIENTES-APROBACION.DAT, status " PENDIENTES-STATUS
        CLOSE ARCHIVO-TRANS
        CLOSE ARCHIVO-MAESTRO
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O ARCHIVO-PROGRAMADAS.
    IF PROGRAMADAS-STATUS NOT = "00" AND PROGRAMADAS-STATUS NOT = "05" THEN
        DISPLAY "MANTENIMIENTO ABORTADO: no se pudo abrir PRODUCTOS-PROGRAMADAS.DAT, status " PROGRAMADAS-STATUS
        CLOSE ARCHIVO-TRANS
        CLOSE ARCHIVO-MAESTRO
        CLOSE ARCHIVO-PENDIENTES
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN EXTEND ARCHIVO-AUDITORIA.
    OPEN EXTEND ARCHIVO-RECHAZOS.
    PERFORM 150-APLICAR-VENCIDAS.
    READ ARCHIVO-TRANS
        AT END
            MOVE "Y" TO SWITCH
           WS-FECHA-HOY(7:2)  DELIMITED BY SIZE
        INTO WS-FECHA-CORRIDA.

150-APLICAR-VENCIDAS.
    *> Lo programado que ya vencio se aplica antes que las
    *> transacciones del dia, en orden de fecha efectiva y producto.
    *> Cada una se retira del archivo despues de pasar por el camino
    *> normal (aplicada, retenida para aprobacion o rechazada), y la
    *> lectura vuelve a posicionarse al inicio: la primera que queda
    *> siempre es la mas antigua.
    MOVE "N" TO SWITCH-PROGRAMADAS.
    PERFORM UNTIL SWITCH-PROGRAMADAS = "Y"
        MOVE LOW-VALUES TO PRG-CLAVE
        START ARCHIVO-PROGRAMADAS KEY IS NOT LESS THAN PRG-CLAVE
            INVALID KEY
                MOVE "Y" TO SWITCH-PROGRAMADAS
        END-START
        IF SWITCH-PROGRAMADAS NOT = "Y" THEN
            READ ARCHIVO-PROGRAMADAS NEXT RECORD
                AT END
                    MOVE "Y" TO SWITCH-PROGRAMADAS
                NOT AT END
                    IF PRG-FECHA-EFECTIVA > WS-FECHA-CORRIDA THEN
                        MOVE "Y" TO SWITCH-PROGRAMADAS
                    ELSE
                        PERFORM 155-APLICAR-VENCIDA
                    END-IF
            END-READ
        END-IF
    END-PERFORM.

155-APLICAR-VENCIDA.
    COMPUTE CONTADOR-VENCIDAS = CONTADOR-VENCIDAS + 1.
    DISPLAY "PROGRAMADA VENCIDA " PRG-FECHA-EFECTIVA " " PRG-COD-PRODUCTO " accion " PRG-ACCION.
    DELETE ARCHIVO-PROGRAMADAS.
    MOVE PRG-TRANSACCION TO TRANS-RECORD.
    PERFORM 205-DESPACHAR-TRANSACCION.

200-PROCESS-RECORDS.

    PERFORM 205-DESPACHAR-TRANSACCION.

    READ ARCHIVO-TRANS
        AT END
            MOVE "Y" TO SWITCH
        NOT AT END
            COMPUTE CONTADOR-TRANS = CONTADOR-TRANS + 1
    END-READ.

205-DESPACHAR-TRANSACCION.
    IF TRANS-ACCION = "A" OR TRANS-ACCION = "C" OR TRANS-ACCION = "B" THEN
        PERFORM 220-VALIDAR-FECHA-EFECTIVA
        IF FECHA-VALIDA = "N" THEN
            MOVE "FECHA EFECTIVA INVALIDA" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        ELSE
            IF TRANS-FECHA-EFECTIVA > WS-FECHA-CORRIDA THEN
                PERFORM 370-PROGRAMAR-TRANSACCION
            ELSE
                PERFORM 207-APLICAR-TRANSACCION
            END-IF
        END-IF
    ELSE
        IF TRANS-ACCION = "P" THEN
            PERFORM 340-APROBAR-PENDIENTE
        ELSE
            IF TRANS-ACCION = "R" THEN
                PERFORM 350-DESECHAR-PENDIENTE
            ELSE
                IF TRANS-ACCION = "X" THEN
                    PERFORM 375-CANCELAR-PROGRAMADA
                ELSE
                    IF TRANS-ACCION = "S" THEN
                        PERFORM 380-SUSTITUIR-PROGRAMADA
                    ELSE
                        MOVE "ACCION NO RECONOCIDA" TO RCH-MOTIVO
                        PERFORM 400-REGISTRAR-RECHAZO
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

207-APLICAR-TRANSACCION.
    PERFORM 210-VALIDAR-CAPTURA.
    IF CAPTURA-VALIDA = "Y" THEN
        MOVE TRANS-ACCION TO WS-ACCION-AUDITORIA
        MOVE TRANS-OPERADOR TO WS-OPERADOR-CAPTURA
        MOVE SPACES TO WS-OPERADOR-APRUEBA
        IF TRANS-ACCION = "A" THEN
            PERFORM 300-APLICAR-ALTA
        ELSE
            IF TRANS-ACCION = "C" THEN
                PERFORM 310-APLICAR-CAMBIO
            ELSE
                PERFORM 320-APLICAR-BAJA
            END-IF
        END-IF
    END-IF.

210-VALIDAR-CAPTURA.
    *> Toda alta, cambio o baja debe decir quien la capturo, y no se
    *> acepta sobre un producto que ya tiene algo en aprobacion: la
    *> imagen retenida dejaria de corresponder al maestro.
    MOVE "Y" TO CAPTURA-VALIDA.
    IF TRANS-OPERADOR = SPACES THEN
        MOVE "N" TO CAPTURA-VALIDA
        MOVE "OPERADOR NO INDICADO" TO RCH-MOTIVO
        PERFORM 400-REGISTRAR-RECHAZO
    ELSE
        MOVE TRANS-COD-PRODUCTO TO PAP-COD-PRODUCTO
        READ ARCHIVO-PENDIENTES
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "N" TO CAPTURA-VALIDA
                MOVE "PRODUCTO CON CAMBIO EN APROBACION" TO RCH-MOTIVO
                PERFORM 400-REGISTRAR-RECHAZO
        END-READ
    END-IF.

220-VALIDAR-FECHA-EFECTIVA.
    *> En blanco vale como hoy; si viene, debe ser fecha de
    *> calendario real en formato AAAA-MM-DD, igual que en
    *> edicion_tarifas.
    MOVE "Y" TO FECHA-VALIDA.
    IF TRANS-FECHA-EFECTIVA NOT = SPACES THEN
        IF TRANS-FECHA-EFECTIVA(1:4) IS NOT NUMERIC OR
           TRANS-FECHA-EFECTIVA(5:1) NOT = "-" OR
           TRANS-FECHA-EFECTIVA(6:2) IS NOT NUMERIC OR
           TRANS-FECHA-EFECTIVA(8:1) NOT = "-" OR
           TRANS-FECHA-EFECTIVA(9:2) IS NOT NUMERIC THEN
            MOVE "N" TO FECHA-VALIDA
        ELSE
            MOVE TRANS-FECHA-EFECTIVA(1:4) TO WS-FECHA-ANO
            MOVE TRANS-FECHA-EFECTIVA(6:2) TO WS-FECHA-MES
            MOVE TRANS-FECHA-EFECTIVA(9:2) TO WS-FECHA-DIA
            IF WS-FECHA-MES < 1 OR WS-FECHA-MES > 12 THEN
                MOVE "N" TO FECHA-VALIDA
            ELSE
                PERFORM 225-DIA-TOPE-DEL-MES
                IF WS-FECHA-DIA < 1 OR WS-FECHA-DIA > WS-DIA-TOPE THEN
                    MOVE "N" TO FECHA-VALIDA
                END-IF
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

300-APLICAR-ALTA.
    MOVE SPACES TO IMAGEN-ANTERIOR.
            PERFORM 400-REGISTRAR-RECHAZO
        NOT INVALID KEY
            MOVE PRODUCTO-REC TO IMAGEN-ANTERIOR
            MOVE PRECIO TO WS-PRECIO-ANTERIOR
            MOVE IMPUESTO TO WS-IMPUESTO-ANTERIOR
            PERFORM 330-ARMAR-REGISTRO
            MOVE PRODUCTO-REC TO IMAGEN-POSTERIOR
            PERFORM 335-MEDIR-VARIACION
            IF REQUIERE-APROBACION = "Y" THEN
                MOVE "VARIACION MAYOR AL TOPE" TO WS-MOTIVO-RETENCION
                PERFORM 360-RETENER-PARA-APROBACION
            ELSE
                REWRITE PRODUCTO-REC
                COMPUTE CONTADOR-CAMBIOS = CONTADOR-CAMBIOS + 1
                PERFORM 410-REGISTRAR-AUDITORIA
            END-IF
    END-READ.

320-APLICAR-BAJA.
            MOVE "CLAVE NO EXISTE EN EL MAESTRO" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        NOT INVALID KEY
            *> Toda baja espera aprobacion: aqui solo se retiene.
            MOVE PRODUCTO-REC TO IMAGEN-ANTERIOR
            MOVE SPACES TO IMAGEN-POSTERIOR
            MOVE "BAJA REQUIERE APROBACION" TO WS-MOTIVO-RETENCION
            PERFORM 360-RETENER-PARA-APROBACION
    END-READ.

330-ARMAR-REGISTRO.
        MOVE TRANS-MONEDA TO MONEDA
    END-IF.

335-MEDIR-VARIACION.
    *> Un cambio que mueve PRECIO o IMPUESTO mas del tope, en
    *> cualquier sentido, espera aprobacion.
    MOVE "N" TO REQUIERE-APROBACION.
    MOVE WS-PRECIO-ANTERIOR TO WS-MONTO-ANTERIOR.
    MOVE PRECIO TO WS-MONTO-NUEVO.
    PERFORM 337-COMPARAR-MONTO.
    MOVE WS-IMPUESTO-ANTERIOR TO WS-MONTO-ANTERIOR.
    MOVE IMPUESTO TO WS-MONTO-NUEVO.
    PERFORM 337-COMPARAR-MONTO.

337-COMPARAR-MONTO.
    *> Desde cero no hay porcentaje que medir: cualquier monto nuevo
    *> sobre un monto en cero se trata como fuera del tope.
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

340-APROBAR-PENDIENTE.
    MOVE TRANS-COD-PRODUCTO TO PAP-COD-PRODUCTO.
    READ ARCHIVO-PENDIENTES
        INVALID KEY
            MOVE "NO HAY CAMBIO EN APROBACION" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        NOT INVALID KEY
            PERFORM 345-VALIDAR-APROBADOR
            IF APROBADOR-VALIDO = "Y" THEN
                PERFORM 342-APLICAR-APROBADO
            END-IF
    END-READ.

342-APLICAR-APROBADO.
    MOVE PAP-COD-PRODUCTO TO COD-PRODUCTO.
    READ ARCHIVO-MAESTRO
        INVALID KEY
            MOVE "CLAVE NO EXISTE EN EL MAESTRO" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        NOT INVALID KEY
            IF PRODUCTO-REC NOT = PAP-IMAGEN-ANTERIOR THEN
                MOVE "MAESTRO CAMBIO DESDE LA CAPTURA" TO RCH-MOTIVO
                PERFORM 400-REGISTRAR-RECHAZO
            ELSE
                MOVE PRODUCTO-REC TO IMAGEN-ANTERIOR
                IF PAP-ACCION = "C" THEN
                    MOVE PAP-IMAGEN-PROPUESTA TO PRODUCTO-REC
                    REWRITE PRODUCTO-REC
                    MOVE PRODUCTO-REC TO IMAGEN-POSTERIOR
                    COMPUTE CONTADOR-CAMBIOS = CONTADOR-CAMBIOS + 1
                ELSE
                    DELETE ARCHIVO-MAESTRO
                    MOVE SPACES TO IMAGEN-POSTERIOR
                    COMPUTE CONTADOR-BAJAS = CONTADOR-BAJAS + 1
                END-IF
                MOVE PAP-ACCION TO WS-ACCION-AUDITORIA
                MOVE PAP-OPERADOR TO WS-OPERADOR-CAPTURA
                MOVE TRANS-OPERADOR TO WS-OPERADOR-APRUEBA
                PERFORM 410-REGISTRAR-AUDITORIA
                DELETE ARCHIVO-PENDIENTES
                COMPUTE CONTADOR-APROBADAS = CONTADOR-APROBADAS + 1
            END-IF
    END-READ.

345-VALIDAR-APROBADOR.
    *> Quien aprueba o rechaza no puede ser quien capturo, y solo se
    *> aprueba o rechaza en una corrida posterior a la retencion: lo
    *> retenido hoy no se resuelve con otro renglon del mismo dia.
    MOVE "Y" TO APROBADOR-VALIDO.
    IF TRANS-OPERADOR = SPACES THEN
        MOVE "N" TO APROBADOR-VALIDO
        MOVE "OPERADOR NO INDICADO" TO RCH-MOTIVO
        PERFORM 400-REGISTRAR-RECHAZO
    ELSE
        IF TRANS-OPERADOR = PAP-OPERADOR THEN
            MOVE "N" TO APROBADOR-VALIDO
            MOVE "APROBADOR IGUAL AL CAPTURISTA" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        ELSE
            IF PAP-FECHA-CAPTURA = WS-FECHA-CORRIDA THEN
                MOVE "N" TO APROBADOR-VALIDO
                MOVE "RETENIDO EN ESTA CORRIDA" TO RCH-MOTIVO
                PERFORM 400-REGISTRAR-RECHAZO
            END-IF
        END-IF
    END-IF.

350-DESECHAR-PENDIENTE.
    *> El movimiento rechazado por el aprobador no toca el maestro ni
    *> la auditoria: queda asentado en el archivo de rechazos con la
    *> accion que se habia retenido.
    MOVE TRANS-COD-PRODUCTO TO PAP-COD-PRODUCTO.
    READ ARCHIVO-PENDIENTES
        INVALID KEY
            MOVE "NO HAY CAMBIO EN APROBACION" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        NOT INVALID KEY
            PERFORM 345-VALIDAR-APROBADOR
            IF APROBADOR-VALIDO = "Y" THEN
                DELETE ARCHIVO-PENDIENTES
                COMPUTE CONTADOR-DESECHADAS = CONTADOR-DESECHADAS + 1
                DISPLAY "TRANSACCION " CONTADOR-TRANS ": " PAP-ACCION " de " PAP-COD-PRODUCTO " rechazada por " TRANS-OPERADOR
                MOVE PAP-ACCION TO RCH-ACCION
                MOVE "RECHAZADA POR EL APROBADOR" TO RCH-MOTIVO
                PERFORM 405-ESCRIBIR-RECHAZO
            END-IF
    END-READ.

360-RETENER-PARA-APROBACION.
    MOVE TRANS-COD-PRODUCTO TO PAP-COD-PRODUCTO.
    MOVE TRANS-ACCION TO PAP-ACCION.
    MOVE WS-FECHA-CORRIDA TO PAP-FECHA-CAPTURA.
    MOVE TRANS-OPERADOR TO PAP-OPERADOR.
    MOVE WS-MOTIVO-RETENCION TO PAP-MOTIVO.
    MOVE IMAGEN-ANTERIOR TO PAP-IMAGEN-ANTERIOR.
    MOVE IMAGEN-POSTERIOR TO PAP-IMAGEN-PROPUESTA.
    WRITE PENDIENTE-APROBACION-RECORD
        INVALID KEY
            MOVE "PRODUCTO CON CAMBIO EN APROBACION" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        NOT INVALID KEY
            COMPUTE CONTADOR-RETENIDAS = CONTADOR-RETENIDAS + 1
            DISPLAY "TRANSACCION " CONTADOR-TRANS " RETENIDA PARA APROBACION: " WS-MOTIVO-RETENCION
    END-WRITE.

370-PROGRAMAR-TRANSACCION.
    *> La clave fecha + producto es la revision de conflictos: una
    *> segunda programada para el mismo producto en la misma fecha no
    *> entra, se rechaza y se cuenta como conflicto. Para cambiarla
    *> se usa la sustitucion (S).
    IF TRANS-OPERADOR = SPACES THEN
        MOVE "OPERADOR NO INDICADO" TO RCH-MOTIVO
        PERFORM 400-REGISTRAR-RECHAZO
    ELSE
        MOVE TRANS-FECHA-EFECTIVA TO PRG-FECHA-EFECTIVA
        MOVE TRANS-COD-PRODUCTO TO PRG-COD-PRODUCTO
        MOVE WS-FECHA-CORRIDA TO PRG-FECHA-CAPTURA
        MOVE TRANS-RECORD TO PRG-TRANSACCION
        WRITE PROGRAMADA-RECORD
            INVALID KEY
                COMPUTE CONTADOR-CONFLICTOS = CONTADOR-CONFLICTOS + 1
                MOVE "CONFLICTO CON OTRA PROGRAMADA" TO RCH-MOTIVO
                PERFORM 400-REGISTRAR-RECHAZO
            NOT INVALID KEY
                COMPUTE CONTADOR-PROGRAMADAS = CONTADOR-PROGRAMADAS + 1
        END-WRITE
    END-IF.

375-CANCELAR-PROGRAMADA.
    IF TRANS-OPERADOR = SPACES THEN
        MOVE "OPERADOR NO INDICADO" TO RCH-MOTIVO
        PERFORM 400-REGISTRAR-RECHAZO
    ELSE
        MOVE TRANS-FECHA-EFECTIVA TO PRG-FECHA-EFECTIVA
        MOVE TRANS-COD-PRODUCTO TO PRG-COD-PRODUCTO
        READ ARCHIVO-PROGRAMADAS
            INVALID KEY
                MOVE "NO HAY PROGRAMADA EN ESA FECHA" TO RCH-MOTIVO
                PERFORM 400-REGISTRAR-RECHAZO
            NOT INVALID KEY
                DELETE ARCHIVO-PROGRAMADAS
                COMPUTE CONTADOR-CANCELADAS = CONTADOR-CANCELADAS + 1
                DISPLAY "PROGRAMADA CANCELADA " PRG-FECHA-EFECTIVA " " PRG-COD-PRODUCTO " por " TRANS-OPERADOR
        END-READ
    END-IF.

380-SUSTITUIR-PROGRAMADA.
    *> Se reemplazan los datos del renglon y el capturista; la
    *> accion programada (A, C o B) se conserva.
    IF TRANS-OPERADOR = SPACES THEN
        MOVE "OPERADOR NO INDICADO" TO RCH-MOTIVO
        PERFORM 400-REGISTRAR-RECHAZO
    ELSE
        MOVE TRANS-FECHA-EFECTIVA TO PRG-FECHA-EFECTIVA
        MOVE TRANS-COD-PRODUCTO TO PRG-COD-PRODUCTO
        READ ARCHIVO-PROGRAMADAS
            INVALID KEY
                MOVE "NO HAY PROGRAMADA EN ESA FECHA" TO RCH-MOTIVO
                PERFORM 400-REGISTRAR-RECHAZO
            NOT INVALID KEY
                MOVE TRANS-TIPO-PRODUCTO TO PRG-TIPO-PRODUCTO
                MOVE TRANS-PRECIO TO PRG-PRECIO
                MOVE TRANS-IMPUESTO TO PRG-IMPUESTO
                MOVE TRANS-MONEDA TO PRG-MONEDA
                MOVE TRANS-OPERADOR TO PRG-OPERADOR
                MOVE WS-FECHA-CORRIDA TO PRG-FECHA-CAPTURA
                REWRITE PROGRAMADA-RECORD
                COMPUTE CONTADOR-SUSTITUIDAS = CONTADOR-SUSTITUIDAS + 1
        END-READ
    END-IF.

400-REGISTRAR-RECHAZO.
    DISPLAY "TRANSACCION " CONTADOR-TRANS " RECHAZADA: " RCH-MOTIVO.
    COMPUTE CONTADOR-RECHAZOS = CONTADOR-RECHAZOS + 1.
    MOVE TRANS-ACCION TO RCH-ACCION.
    PERFORM 405-ESCRIBIR-RECHAZO.

405-ESCRIBIR-RECHAZO.
    MOVE WS-FECHA-CORRIDA TO RCH-FECHA.
    MOVE SPACE TO RCH-SEP-1.
    MOVE CONTADOR-TRANS TO RCH-NUM-LINEA.
    MOVE SPACE TO RCH-SEP-2.
    MOVE SPACE TO RCH-SEP-3.
    MOVE TRANS-COD-PRODUCTO TO RCH-COD-PRODUCTO.
    MOVE SPACE TO RCH-SEP-4.
410-REGISTRAR-AUDITORIA.
    MOVE WS-FECHA-CORRIDA TO AUD-FECHA.
    MOVE SPACE TO AUD-SEP-1.
    MOVE WS-ACCION-AUDITORIA TO AUD-ACCION.
    MOVE SPACE TO AUD-SEP-2.
    MOVE IMAGEN-ANTERIOR TO AUD-IMAGEN-ANTERIOR.
    MOVE SPACE TO AUD-SEP-3.
    MOVE IMAGEN-POSTERIOR TO AUD-IMAGEN-POSTERIOR.
    MOVE SPACE TO AUD-SEP-4.
    MOVE WS-OPERADOR-CAPTURA TO AUD-OPERADOR.
    MOVE SPACE TO AUD-SEP-5.
    MOVE WS-OPERADOR-APRUEBA TO AUD-APROBADOR.
    WRITE AUDITORIA-RECORD.

900-FINALIZE.
    CLOSE ARCHIVO-MAESTRO.
    CLOSE ARCHIVO-AUDITORIA.
    CLOSE ARCHIVO-RECHAZOS.
    PERFORM 920-REPORTAR-PENDIENTES.
    CLOSE ARCHIVO-PENDIENTES.
    PERFORM 930-REPORTAR-PROGRAMADAS.
    CLOSE ARCHIVO-PROGRAMADAS.
    DISPLAY "=== MANTENIMIENTO DEL MAESTRO ===".
    DISPLAY "TRANSACCIONES LEIDAS : " CONTADOR-TRANS.
    DISPLAY "ALTAS APLICADAS      : " CONTADOR-ALTAS.
    DISPLAY "CAMBIOS APLICADOS    : " CONTADOR-CAMBIOS.
    DISPLAY "BAJAS APLICADAS      : " CONTADOR-BAJAS.
    DISPLAY "RECHAZADAS           : " CONTADOR-RECHAZOS.
    DISPLAY "RETENIDAS P/APROBAR  : " CONTADOR-RETENIDAS.
    DISPLAY "APROBADAS            : " CONTADOR-APROBADAS.
    DISPLAY "DESECHADAS           : " CONTADOR-DESECHADAS.
    DISPLAY "EN ESPERA AL CIERRE  : " CONTADOR-EN-ESPERA.
    DISPLAY "PROGRAMADAS VENCIDAS : " CONTADOR-VENCIDAS.
    DISPLAY "PROGRAMADAS NUEVAS   : " CONTADOR-PROGRAMADAS.
    DISPLAY "PROGRAMADAS CANCELAD.: " CONTADOR-CANCELADAS.
    DISPLAY "PROGRAMADAS SUSTITUID: " CONTADOR-SUSTITUIDAS.
    DISPLAY "CONFLICTOS DE FECHA  : " CONTADOR-CONFLICTOS.
    DISPLAY "PROXIMOS 30 DIAS     : " CONTADOR-PROXIMAS.

920-REPORTAR-PENDIENTES.
    *> Reporte diario de lo que sigue en espera de aprobacion, en
    *> orden de clave, con los dias que lleva esperando.
    OPEN OUTPUT ARCHIVO-REPORTE-PENDIENTES.
    MOVE WS-FECHA-CORRIDA TO EPA-FECHA.
    WRITE REPORTE-PENDIENTES-RECORD FROM ENCABEZADO-PENDIENTES-1.
    WRITE REPORTE-PENDIENTES-RECORD FROM ENCABEZADO-PENDIENTES-2.
    COMPUTE WS-HOY-ENTERO =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY)).
    MOVE LOW-VALUES TO PAP-COD-PRODUCTO.
    START ARCHIVO-PENDIENTES KEY IS NOT LESS THAN PAP-COD-PRODUCTO
        INVALID KEY
            MOVE "Y" TO SWITCH-PENDIENTES
    END-START.
    PERFORM UNTIL SWITCH-PENDIENTES = "Y"
        READ ARCHIVO-PENDIENTES NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-PENDIENTES
            NOT AT END
                PERFORM 925-ESCRIBIR-PENDIENTE
        END-READ
    END-PERFORM.
    MOVE SPACES TO REPORTE-PENDIENTES-RECORD.
    WRITE REPORTE-PENDIENTES-RECORD.
    MOVE "EN ESPERA DE APROBACION      :" TO RPA-ETIQUETA.
    MOVE CONTADOR-EN-ESPERA TO RPA-CONTEO.
    WRITE REPORTE-PENDIENTES-RECORD FROM LINEA-RESUMEN-PENDIENTES.
    CLOSE ARCHIVO-REPORTE-PENDIENTES.

925-ESCRIBIR-PENDIENTE.
    COMPUTE CONTADOR-EN-ESPERA = CONTADOR-EN-ESPERA + 1.
    STRING PAP-FECHA-CAPTURA(1:4) DELIMITED BY SIZE
           PAP-FECHA-CAPTURA(6:2) DELIMITED BY SIZE
           PAP-FECHA-CAPTURA(9:2) DELIMITED BY SIZE
        INTO WS-FECHA-NUM.
    IF WS-FECHA-NUM IS NUMERIC THEN
        COMPUTE WS-CAPTURA-ENTERO =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-NUM))
        COMPUTE WS-DIAS-ESPERA = WS-HOY-ENTERO - WS-CAPTURA-ENTERO
    ELSE
        MOVE ZEROES TO WS-DIAS-ESPERA
    END-IF.
    MOVE PAP-COD-PRODUCTO TO LPA-COD-PRODUCTO.
    MOVE PAP-ACCION TO LPA-ACCION.
    MOVE PAP-FECHA-CAPTURA TO LPA-FECHA-CAPTURA.
    MOVE PAP-OPERADOR TO LPA-OPERADOR.
    MOVE WS-DIAS-ESPERA TO LPA-DIAS.
    MOVE PAP-MOTIVO TO LPA-MOTIVO.
    WRITE REPORTE-PENDIENTES-RECORD FROM LINEA-PENDIENTE.

930-REPORTAR-PROGRAMADAS.
    *> Lo programado desde manana hasta el horizonte, en orden de
    *> fecha efectiva y producto.
    COMPUTE WS-FECHA-ENTERO =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY))
        + WS-DIAS-HORIZONTE.
    COMPUTE WS-FECHA-LIMITE-NUM = FUNCTION DATE-OF-INTEGER(WS-FECHA-ENTERO).
    STRING WS-FECHA-LIMITE-X(1:4) DELIMITED BY SIZE
           "-"                    DELIMITED BY SIZE
           WS-FECHA-LIMITE-X(5:2) DELIMITED BY SIZE
           "-"                    DELIMITED BY SIZE
           WS-FECHA-LIMITE-X(7:2) DELIMITED BY SIZE
        INTO WS-FECHA-LIMITE.
    OPEN OUTPUT ARCHIVO-REPORTE-PROGRAMADAS.
    MOVE WS-FECHA-CORRIDA TO EPR-FECHA-DESDE.
    MOVE WS-FECHA-LIMITE TO EPR-FECHA-HASTA.
    WRITE REPORTE-PROGRAMADAS-RECORD FROM ENCABEZADO-PROGRAMADAS-1.
    WRITE REPORTE-PROGRAMADAS-RECORD FROM ENCABEZADO-PROGRAMADAS-2.
    MOVE "N" TO SWITCH-PROGRAMADAS.
    MOVE LOW-VALUES TO PRG-CLAVE.
    START ARCHIVO-PROGRAMADAS KEY IS NOT LESS THAN PRG-CLAVE
        INVALID KEY
            MOVE "Y" TO SWITCH-PROGRAMADAS
    END-START.
    PERFORM UNTIL SWITCH-PROGRAMADAS = "Y"
        READ ARCHIVO-PROGRAMADAS NEXT RECORD
            AT END
                MOVE "Y" TO SWITCH-PROGRAMADAS
            NOT AT END
                IF PRG-FECHA-EFECTIVA > WS-FECHA-LIMITE THEN
                    MOVE "Y" TO SWITCH-PROGRAMADAS
                ELSE
                    PERFORM 935-ESCRIBIR-PROGRAMADA
                END-IF
        END-READ
    END-PERFORM.
    MOVE SPACES TO REPORTE-PROGRAMADAS-RECORD.
    WRITE REPORTE-PROGRAMADAS-RECORD.
    MOVE "PROGRAMADAS EN EL HORIZONTE  :" TO RPA-ETIQUETA.
    MOVE CONTADOR-PROXIMAS TO RPA-CONTEO.
    WRITE REPORTE-PROGRAMADAS-RECORD FROM LINEA-RESUMEN-PENDIENTES.
    MOVE "CONFLICTOS RECHAZADOS HOY    :" TO RPA-ETIQUETA.
    MOVE CONTADOR-CONFLICTOS TO RPA-CONTEO.
    WRITE REPORTE-PROGRAMADAS-RECORD FROM LINEA-RESUMEN-PENDIENTES.
    CLOSE ARCHIVO-REPORTE-PROGRAMADAS.

935-ESCRIBIR-PROGRAMADA.
    COMPUTE CONTADOR-PROXIMAS = CONTADOR-PROXIMAS + 1.
    MOVE PRG-FECHA-EFECTIVA TO LPR-FECHA-EFECTIVA.
    MOVE PRG-COD-PRODUCTO TO LPR-COD-PRODUCTO.
    MOVE PRG-ACCION TO LPR-ACCION.
    MOVE PRG-TIPO-PRODUCTO TO LPR-TIPO-PRODUCTO.
    IF PRG-ACCION = "B" THEN
        MOVE ZEROES TO LPR-PRECIO
        MOVE ZEROES TO LPR-IMPUESTO
    ELSE
        MOVE PRG-PRECIO TO LPR-PRECIO
        MOVE PRG-IMPUESTO TO LPR-IMPUESTO
    END-IF.
    MOVE PRG-MONEDA TO LPR-MONEDA.
    MOVE PRG-OPERADOR TO LPR-OPERADOR.
    WRITE REPORTE-PROGRAMADAS-RECORD FROM LINEA-PROGRAMADA.

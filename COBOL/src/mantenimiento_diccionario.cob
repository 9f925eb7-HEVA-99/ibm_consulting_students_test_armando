*> Mantenimiento del diccionario de palabras aprobadas
*> PALABRAS-DICCIONARIO.DAT, contra el que validacion_palabras
*> revisa cada entrega de palabras.txt. Aplica DICCIONARIO-TRANS.TXT,
*> una transaccion por renglon:
*>   accion (1) operador (8) palabra (60) palabra base (60)
*> separados por un espacio. Acciones:
*>   A  alta de una palabra aprobada; una retirada se reactiva y
*>      una variante se promueve a aprobada
*>   R  retiro: la palabra deja de reconocerse; una aprobada con
*>      variantes activas no se retira hasta retirar o mover sus
*>      variantes
*>   V  marca la palabra como variante aceptada de la palabra base,
*>      que debe estar aprobada; si no existia se da de alta asi
*> Las palabras se normalizan a mayusculas y deben ser alfabeticas,
*> como en ejercicio_4. Toda transaccion dice quien la capturo y sin
*> operador se rechaza. Cada transaccion aplicada queda en
*> DICCIONARIO-AUDITORIA.TXT con fecha, accion, palabra, estado
*> anterior y nuevo, palabra base y operador; las rechazadas van a
*> DICCIONARIO-TRANS-RECHAZOS.TXT con el motivo. Un dia sin archivo
*> de transacciones no es error.

IDENTIFICATION DIVISION.
PROGRAM-ID. mantenimiento_diccionario.
AUTHOR. Armando Hernandez.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ARCHIVO-TRANS ASSIGN TO "DICCIONARIO-TRANS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRANS-STATUS.

    SELECT OPTIONAL ARCHIVO-DICCIONARIO ASSIGN TO "PALABRAS-DICCIONARIO.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DIC-PALABRA
        FILE STATUS IS DICCIONARIO-STATUS.

    SELECT OPTIONAL ARCHIVO-AUDITORIA ASSIGN TO "DICCIONARIO-AUDITORIA.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT OPTIONAL ARCHIVO-RECHAZOS ASSIGN TO "DICCIONARIO-TRANS-RECHAZOS.TXT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ARCHIVO-TRANS.
01 TRANS-RECORD.
    05 TRANS-ACCION        PIC X(1).
    05 TRANS-SEP-1         PIC X(1).
    05 TRANS-OPERADOR      PIC X(8).
    05 TRANS-SEP-2         PIC X(1).
    05 TRANS-PALABRA       PIC X(60).
    05 TRANS-SEP-3         PIC X(1).
    05 TRANS-PALABRA-BASE  PIC X(60).

FD ARCHIVO-DICCIONARIO.
COPY DICCIONARIO.

FD ARCHIVO-AUDITORIA.
01 AUDITORIA-RECORD.
    05 AUD-FECHA           PIC X(10).
    05 AUD-SEP-1           PIC X(1).
    05 AUD-ACCION          PIC X(1).
    05 AUD-SEP-2           PIC X(1).
    05 AUD-PALABRA         PIC X(60).
    05 AUD-SEP-3           PIC X(1).
    05 AUD-ESTADO-ANTERIOR PIC X(1).
    05 AUD-SEP-4           PIC X(1).
    05 AUD-ESTADO-NUEVO    PIC X(1).
    05 AUD-SEP-5           PIC X(1).
    05 AUD-PALABRA-BASE    PIC X(60).
    05 AUD-SEP-6           PIC X(1).
    05 AUD-OPERADOR        PIC X(8).

FD ARCHIVO-RECHAZOS.
01 RECHAZO-RECORD.
    05 RCH-FECHA           PIC X(10).
    05 RCH-SEP-1           PIC X(1).
    05 RCH-NUM-LINEA       PIC 9(6).
    05 RCH-SEP-2           PIC X(1).
    05 RCH-ACCION          PIC X(1).
    05 RCH-SEP-3           PIC X(1).
    05 RCH-PALABRA         PIC X(60).
    05 RCH-SEP-4           PIC X(1).
    05 RCH-MOTIVO          PIC X(30).

WORKING-STORAGE SECTION.
01 TRANS-STATUS PIC X(2).
01 DICCIONARIO-STATUS PIC X(2).
01 SWITCHES.
    05 SWITCH PIC X(1) VALUE "N".
    05 CAPTURA-VALIDA PIC X(1) VALUE "Y".
    05 PALABRA-EXISTE PIC X(1) VALUE "N".
01 CONTADORES.
    05 CONTADOR-TRANS      PIC 9(6) VALUE ZEROES.
    05 CONTADOR-ALTAS      PIC 9(6) VALUE ZEROES.
    05 CONTADOR-REACTIVADAS PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RETIROS    PIC 9(6) VALUE ZEROES.
    05 CONTADOR-VARIANTES  PIC 9(6) VALUE ZEROES.
    05 CONTADOR-RECHAZOS   PIC 9(6) VALUE ZEROES.
01 WS-PALABRA PIC X(60).
01 WS-PALABRA-BASE PIC X(60).
*> Imagen de la palabra de la transaccion antes de aplicarla: para
*> la auditoria y para mover los conteos de variantes de la base.
01 DATOS-ANTERIORES.
    05 WS-ESTADO-ANTERIOR  PIC X(1).
    05 WS-BASE-ANTERIOR    PIC X(60).
    05 WS-VARIANTES-ANTERIOR PIC 9(4).
    05 WS-ALTA-ANTERIOR    PIC X(10).
01 WS-BASE-NUEVA PIC X(60).
01 WS-ESTADO-NUEVO PIC X(1).
01 WS-FECHA-HOY PIC X(8).
01 WS-FECHA-CORRIDA PIC X(10).

PROCEDURE DIVISION.

000-MAIN.
    PERFORM 100-INITIALIZE.
    PERFORM 200-PROCESS-RECORDS
        UNTIL SWITCH = "Y".
    PERFORM 900-FINALIZE.
    GOBACK.

100-INITIALIZE.
    PERFORM 105-CALCULAR-FECHA.
    OPEN INPUT ARCHIVO-TRANS.
    IF TRANS-STATUS NOT = "00" AND TRANS-STATUS NOT = "05" THEN
        DISPLAY "DICCIONARIO ABORTADO: no se pudo abrir DICCIONARIO-TRANS.TXT, status " TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN I-O ARCHIVO-DICCIONARIO.
    IF DICCIONARIO-STATUS NOT = "00" AND DICCIONARIO-STATUS NOT = "05" THEN
        DISPLAY "DICCIONARIO ABORTADO: no se pudo abrir PALABRAS-DICCIONARIO.DAT, status " DICCIONARIO-STATUS
        CLOSE ARCHIVO-TRANS
        MOVE 16 TO RETURN-CODE
        GOBACK
    END-IF.
    OPEN EXTEND ARCHIVO-AUDITORIA.
    OPEN EXTEND ARCHIVO-RECHAZOS.
    READ ARCHIVO-TRANS
        AT END
            MOVE "Y" TO SWITCH
        NOT AT END
            COMPUTE CONTADOR-TRANS = CONTADOR-TRANS + 1
    END-READ.

105-CALCULAR-FECHA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
    STRING WS-FECHA-HOY(1:4) DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(5:2)  DELIMITED BY SIZE
           "-"               DELIMITED BY SIZE
           WS-FECHA-HOY(7:2)  DELIMITED BY SIZE
        INTO WS-FECHA-CORRIDA.

200-PROCESS-RECORDS.

    MOVE FUNCTION UPPER-CASE(TRANS-PALABRA) TO WS-PALABRA.
    MOVE FUNCTION UPPER-CASE(TRANS-PALABRA-BASE) TO WS-PALABRA-BASE.
    PERFORM 210-VALIDAR-CAPTURA.
    IF CAPTURA-VALIDA = "Y" THEN
        PERFORM 220-LEER-PALABRA
        IF TRANS-ACCION = "A" THEN
            PERFORM 300-APLICAR-ALTA
        ELSE
            IF TRANS-ACCION = "R" THEN
                PERFORM 310-APLICAR-RETIRO
            ELSE
                PERFORM 320-APLICAR-VARIANTE
            END-IF
        END-IF
    END-IF.

    READ ARCHIVO-TRANS
        AT END
            MOVE "Y" TO SWITCH
        NOT AT END
            COMPUTE CONTADOR-TRANS = CONTADOR-TRANS + 1
    END-READ.

210-VALIDAR-CAPTURA.
    MOVE "Y" TO CAPTURA-VALIDA.
    IF TRANS-ACCION NOT = "A" AND TRANS-ACCION NOT = "R" AND
       TRANS-ACCION NOT = "V" THEN
        MOVE "ACCION NO RECONOCIDA" TO RCH-MOTIVO
        PERFORM 400-REGISTRAR-RECHAZO
    ELSE
        IF TRANS-OPERADOR = SPACES THEN
            MOVE "SIN ID DE OPERADOR" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        ELSE
            IF WS-PALABRA = SPACES OR WS-PALABRA IS NOT ALPHABETIC THEN
                MOVE "PALABRA NO ALFABETICA" TO RCH-MOTIVO
                PERFORM 400-REGISTRAR-RECHAZO
            ELSE
                IF TRANS-ACCION = "V" THEN
                    IF WS-PALABRA-BASE = SPACES OR
                       WS-PALABRA-BASE IS NOT ALPHABETIC THEN
                        MOVE "PALABRA BASE NO ALFABETICA" TO RCH-MOTIVO
                        PERFORM 400-REGISTRAR-RECHAZO
                    ELSE
                        IF WS-PALABRA-BASE = WS-PALABRA THEN
                            MOVE "VARIANTE DE SI MISMA" TO RCH-MOTIVO
                            PERFORM 400-REGISTRAR-RECHAZO
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

220-LEER-PALABRA.
    *> Deja la imagen anterior de la palabra de la transaccion.
    MOVE "N" TO PALABRA-EXISTE.
    MOVE SPACES TO WS-ESTADO-ANTERIOR.
    MOVE SPACES TO WS-BASE-ANTERIOR.
    MOVE ZEROES TO WS-VARIANTES-ANTERIOR.
    MOVE WS-FECHA-CORRIDA TO WS-ALTA-ANTERIOR.
    MOVE WS-PALABRA TO DIC-PALABRA.
    READ ARCHIVO-DICCIONARIO
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO PALABRA-EXISTE
            MOVE DIC-ESTADO TO WS-ESTADO-ANTERIOR
            MOVE DIC-PALABRA-BASE TO WS-BASE-ANTERIOR
            MOVE DIC-VARIANTES TO WS-VARIANTES-ANTERIOR
            MOVE DIC-FECHA-ALTA TO WS-ALTA-ANTERIOR
    END-READ.

300-APLICAR-ALTA.
    IF WS-ESTADO-ANTERIOR = "A" THEN
        MOVE "YA ESTA APROBADA" TO RCH-MOTIVO
        PERFORM 400-REGISTRAR-RECHAZO
    ELSE
        IF WS-ESTADO-ANTERIOR = "V" THEN
            *> Una variante que se aprueba deja de contar para su base.
            MOVE WS-BASE-ANTERIOR TO WS-PALABRA-BASE
            PERFORM 340-RESTAR-VARIANTE
        END-IF
        IF PALABRA-EXISTE = "Y" THEN
            COMPUTE CONTADOR-REACTIVADAS = CONTADOR-REACTIVADAS + 1
        ELSE
            COMPUTE CONTADOR-ALTAS = CONTADOR-ALTAS + 1
        END-IF
        MOVE "A" TO WS-ESTADO-NUEVO
        MOVE SPACES TO WS-PALABRA-BASE
        MOVE ZEROES TO WS-VARIANTES-ANTERIOR
        PERFORM 330-GRABAR-PALABRA
    END-IF.

310-APLICAR-RETIRO.
    IF PALABRA-EXISTE = "N" THEN
        MOVE "NO ESTA EN EL DICCIONARIO" TO RCH-MOTIVO
        PERFORM 400-REGISTRAR-RECHAZO
    ELSE
        IF WS-ESTADO-ANTERIOR = "R" THEN
            MOVE "YA ESTA RETIRADA" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        ELSE
            IF WS-VARIANTES-ANTERIOR > 0 THEN
                MOVE "TIENE VARIANTES ACTIVAS" TO RCH-MOTIVO
                PERFORM 400-REGISTRAR-RECHAZO
            ELSE
                IF WS-ESTADO-ANTERIOR = "V" THEN
                    MOVE WS-BASE-ANTERIOR TO WS-PALABRA-BASE
                    PERFORM 340-RESTAR-VARIANTE
                END-IF
                COMPUTE CONTADOR-RETIROS = CONTADOR-RETIROS + 1
                MOVE "R" TO WS-ESTADO-NUEVO
                MOVE SPACES TO WS-PALABRA-BASE
                PERFORM 330-GRABAR-PALABRA
            END-IF
        END-IF
    END-IF.

320-APLICAR-VARIANTE.
    IF WS-VARIANTES-ANTERIOR > 0 THEN
        MOVE "TIENE VARIANTES ACTIVAS" TO RCH-MOTIVO
        PERFORM 400-REGISTRAR-RECHAZO
    ELSE
        IF WS-ESTADO-ANTERIOR = "V" AND
           WS-BASE-ANTERIOR = WS-PALABRA-BASE THEN
            MOVE "YA ES VARIANTE DE ESA BASE" TO RCH-MOTIVO
            PERFORM 400-REGISTRAR-RECHAZO
        ELSE
            *> La base tiene que estar aprobada: una variante de una
            *> variante o de una retirada no sugiere nada util.
            MOVE WS-PALABRA-BASE TO DIC-PALABRA
            READ ARCHIVO-DICCIONARIO
                INVALID KEY
                    MOVE "BASE NO ESTA EN EL DICCIONARIO" TO RCH-MOTIVO
                    PERFORM 400-REGISTRAR-RECHAZO
                NOT INVALID KEY
                    IF DIC-ESTADO NOT = "A" THEN
                        MOVE "BASE NO ESTA APROBADA" TO RCH-MOTIVO
                        PERFORM 400-REGISTRAR-RECHAZO
                    ELSE
                        COMPUTE DIC-VARIANTES = DIC-VARIANTES + 1
                        MOVE WS-FECHA-CORRIDA TO DIC-FECHA-CAMBIO
                        REWRITE DICCIONARIO-REC
                        PERFORM 325-MOVER-VARIANTE
                    END-IF
            END-READ
        END-IF
    END-IF.

325-MOVER-VARIANTE.
    *> Si ya era variante de otra base, esa base pierde una.
    IF WS-ESTADO-ANTERIOR = "V" THEN
        MOVE WS-PALABRA-BASE TO WS-BASE-NUEVA
        MOVE WS-BASE-ANTERIOR TO WS-PALABRA-BASE
        PERFORM 340-RESTAR-VARIANTE
        MOVE WS-BASE-NUEVA TO WS-PALABRA-BASE
    END-IF.
    COMPUTE CONTADOR-VARIANTES = CONTADOR-VARIANTES + 1.
    MOVE "V" TO WS-ESTADO-NUEVO.
    MOVE ZEROES TO WS-VARIANTES-ANTERIOR.
    PERFORM 330-GRABAR-PALABRA.

330-GRABAR-PALABRA.
    MOVE WS-PALABRA TO DIC-PALABRA.
    MOVE WS-ESTADO-NUEVO TO DIC-ESTADO.
    MOVE WS-PALABRA-BASE TO DIC-PALABRA-BASE.
    MOVE WS-VARIANTES-ANTERIOR TO DIC-VARIANTES.
    MOVE WS-ALTA-ANTERIOR TO DIC-FECHA-ALTA.
    MOVE WS-FECHA-CORRIDA TO DIC-FECHA-CAMBIO.
    MOVE TRANS-OPERADOR TO DIC-OPERADOR.
    IF PALABRA-EXISTE = "Y" THEN
        REWRITE DICCIONARIO-REC
    ELSE
        WRITE DICCIONARIO-REC
    END-IF.
    PERFORM 410-REGISTRAR-AUDITORIA.

340-RESTAR-VARIANTE.
    MOVE WS-PALABRA-BASE TO DIC-PALABRA.
    READ ARCHIVO-DICCIONARIO
        INVALID KEY
            DISPLAY "BASE " WS-PALABRA-BASE " NO ENCONTRADA AL DESCONTAR LA VARIANTE " WS-PALABRA
        NOT INVALID KEY
            IF DIC-VARIANTES > 0 THEN
                COMPUTE DIC-VARIANTES = DIC-VARIANTES - 1
            END-IF
            MOVE WS-FECHA-CORRIDA TO DIC-FECHA-CAMBIO
            REWRITE DICCIONARIO-REC
    END-READ.

400-REGISTRAR-RECHAZO.
    MOVE "N" TO CAPTURA-VALIDA.
    DISPLAY "TRANSACCION " CONTADOR-TRANS " RECHAZADA: " RCH-MOTIVO.
    COMPUTE CONTADOR-RECHAZOS = CONTADOR-RECHAZOS + 1.
    MOVE WS-FECHA-CORRIDA TO RCH-FECHA.
    MOVE SPACE TO RCH-SEP-1.
    MOVE CONTADOR-TRANS TO RCH-NUM-LINEA.
    MOVE SPACE TO RCH-SEP-2.
    MOVE TRANS-ACCION TO RCH-ACCION.
    MOVE SPACE TO RCH-SEP-3.
    MOVE WS-PALABRA TO RCH-PALABRA.
    MOVE SPACE TO RCH-SEP-4.
    WRITE RECHAZO-RECORD.

410-REGISTRAR-AUDITORIA.
    MOVE WS-FECHA-CORRIDA TO AUD-FECHA.
    MOVE SPACE TO AUD-SEP-1.
    MOVE TRANS-ACCION TO AUD-ACCION.
    MOVE SPACE TO AUD-SEP-2.
    MOVE WS-PALABRA TO AUD-PALABRA.
    MOVE SPACE TO AUD-SEP-3.
    MOVE WS-ESTADO-ANTERIOR TO AUD-ESTADO-ANTERIOR.
    MOVE SPACE TO AUD-SEP-4.
    MOVE WS-ESTADO-NUEVO TO AUD-ESTADO-NUEVO.
    MOVE SPACE TO AUD-SEP-5.
    MOVE WS-PALABRA-BASE TO AUD-PALABRA-BASE.
    MOVE SPACE TO AUD-SEP-6.
    MOVE TRANS-OPERADOR TO AUD-OPERADOR.
    WRITE AUDITORIA-RECORD.

900-FINALIZE.
    CLOSE ARCHIVO-TRANS.
    CLOSE ARCHIVO-DICCIONARIO.
    CLOSE ARCHIVO-AUDITORIA.
    CLOSE ARCHIVO-RECHAZOS.
    DISPLAY "=== MANTENIMIENTO DEL DICCIONARIO ===".
    DISPLAY "TRANSACCIONES LEIDAS : " CONTADOR-TRANS.
    DISPLAY "ALTAS                : " CONTADOR-ALTAS.
    DISPLAY "REACTIVADAS/PROMOV.  : " CONTADOR-REACTIVADAS.
    DISPLAY "RETIROS              : " CONTADOR-RETIROS.
    DISPLAY "VARIANTES MARCADAS   : " CONTADOR-VARIANTES.
    DISPLAY "RECHAZADAS           : " CONTADOR-RECHAZOS.
